000100*****************************************************************
000200*  BANKMSTR.CPY                                                 *
000300*  BANK-DETAILS MASTER RECORD LAYOUT - 36 BYTE FIXED RECORD     *
000400*  (BANKMSTR.TXT), ONE RECORD PER EMPLOYEE IN EMP-ID SEQUENCE   *
000500*  WITH THE ROUTING AND ACCOUNT NUMBER THE NET PAY IS CREDITED  *
000600*  TO. MAINTAINED BY BANKMAINT AND READ BY PAYCALC.             *
000700*  BANK-STATUS 'H' HOLDS A NEWLY ADDED OR CHANGED ACCOUNT FOR   *
000800*  ONE PAY CYCLE - PAYCALC PAYS THE EMPLOYEE BY CHEQUE AND      *
000900*  RELEASES THE HOLD. BANK-STATUS 'R' IS SET BY BANKRTN WHEN    *
000910*  THE BANK RETURNS A CREDIT FROM THE ACCOUNT - PAYCALC PAYS BY *
000920*  CHEQUE UNTIL BANKMAINT CHANGES THE ROUTING OR ACCOUNT.       *
000930*  BANK-CHG-DATE IS THE DATE BANKMAINT LAST ADDED OR CHANGED    *
001000*  THE RECORD.                                                  *
001100*****************************************************************
001200 01  BANKMSTR-RECORD.
001300     05  BANK-ID               PIC X(05).
001400     05  BANK-ROUTING          PIC 9(09).
001500     05  BANK-ACCOUNT          PIC 9(12).
001600     05  BANK-STATUS           PIC X(01).
001700         88  BANK-CLEAR            VALUE SPACE.
001800         88  BANK-HELD             VALUE 'H'.
001810         88  BANK-RETURNED         VALUE 'R'.
001900     05  BANK-CHG-DATE         PIC 9(08).
002000     05  BANK-NEWLINE          PIC X(01).
