000100*****************************************************************
000200*  PAYHIST.CPY                                                  *
000300*  PAY HISTORY RECORD LAYOUT - 107 BYTE FIXED RECORD            *
000400*  (PAYHIST.TXT). ONE RECORD PER PAID EMPLOYEE PER PAYCALC RUN, *
000500*  APPENDED BY PAYCALC IN EMP-ID SEQUENCE WITHIN THE PERIOD     *
000600*  (CCYYMM). THE AMOUNTS ARE WHAT WAS ACTUALLY PAID AT THE      *
000700*  RATES IN FORCE AT THE TIME - NOTHING DOWNSTREAM SHOULD       *
000800*  RECOMPUTE THEM. GROSS LESS TAX, PF, INSURANCE AND OTHER      *
000900*  (PAY-ELEMENT) DEDUCTIONS EQUALS NET. PAYH-PAY-METHOD SAYS    *
001000*  WHETHER THE NET WENT TO THE BANK ON BANKFILE.TXT OR WAS      *
001100*  LISTED FOR A CHEQUE ON BANKEXCP.TXT. PAYH-DESG AND           *
001200*  PAYH-COSTCTR ARE AS THEY STOOD ON THE MASTER FOR THE RUN.    *
001300*****************************************************************
001400 01  PAYHIST-RECORD.
001500     05  PAYH-PERIOD           PIC 9(06).
001600     05  PAYH-ID               PIC X(05).
001700     05  PAYH-DESG             PIC X(10).
001800     05  PAYH-COSTCTR          PIC X(04).
001900     05  PAYH-GROSS            PIC 9(10)V9(02).
002000     05  PAYH-TAX              PIC 9(10)V9(02).
002100     05  PAYH-PF               PIC 9(10)V9(02).
002200     05  PAYH-INS              PIC 9(10)V9(02).
002300     05  PAYH-OTH-DEDN         PIC 9(10)V9(02).
002400     05  PAYH-NET              PIC 9(10)V9(02).
002500     05  PAYH-PAY-METHOD       PIC X(01).
002600         88  PAYH-PAID-BANK        VALUE 'B'.
002700         88  PAYH-PAID-CHEQUE      VALUE 'C'.
002800     05  PAYH-RUN-DATE         PIC 9(08).
002900     05  PAYH-NEWLINE          PIC X(01).
