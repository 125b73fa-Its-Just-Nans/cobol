000100*****************************************************************
000200*  BANKEXCP.CPY                                                 *
000300*  CHEQUE LIST LAYOUT - 33 BYTE FIXED RECORD. ONE LINE PER      *
000400*  EMPLOYEE TO BE PAID BY CHEQUE, CARRYING THE NET AMOUNT (TWO  *
000500*  IMPLIED DECIMALS). USED FOR PAYCALC'S BANKEXCP.TXT          *
000600*  EXCEPTION LIST AND FOR BANKRTN'S BANKRCHQ.TXT REISSUE LIST,  *
000700*  SO TREASURY PRINTS CHEQUES FROM EITHER FILE THE SAME WAY.    *
000800*****************************************************************
000900 01  BANKEXCP-RECORD.
001000     05  BEX-ID                PIC X(05).
001100     05  BEX-NAME              PIC X(15).
001200     05  BEX-AMOUNT            PIC 9(10)V9(02).
001300     05  BEX-NEWLINE           PIC X(01).
