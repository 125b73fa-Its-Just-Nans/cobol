000100*****************************************************************
000200*  PAYELEM.CPY                                                  *
000300*  PAY-ELEMENT REFERENCE RECORD LAYOUT - 23 BYTE FIXED RECORD   *
000400*  (PAYELEM.TXT). ONE RECORD PER VARIABLE EARNING OR DEDUCTION  *
000500*  CODE THAT MAY APPEAR ON THE PAYVTRAN.TXT PAY-PERIOD          *
000600*  TRANSACTIONS (OVERTIME, BONUS, SHIFT ALLOWANCE, SALARY       *
000700*  ADVANCE, LOAN RECOVERY AND SO ON).                           *
000800*    ELEM-TYPE     'E' = EARNING, ADDED TO GROSS PAY;           *
000900*                  'D' = DEDUCTION, TAKEN FROM NET PAY.         *
001000*    ELEM-TAXABLE  'Y' = AN EARNING THAT IS TAXED, OR A         *
001100*                  DEDUCTION TAKEN BEFORE TAX.                  *
001200*    ELEM-PFABLE   'Y' = AN EARNING THAT COUNTS FOR PROVIDENT   *
001300*                  FUND, OR A DEDUCTION THAT REDUCES THE PF     *
001400*                  BASE.                                        *
001500*****************************************************************
001600 01  PAYELEM-RECORD.
001700     05  ELEM-CODE             PIC X(04).
001800     05  ELEM-DESC             PIC X(15).
001900     05  ELEM-TYPE             PIC X(01).
002000         88  ELEM-EARNING          VALUE 'E'.
002100         88  ELEM-DEDUCTION        VALUE 'D'.
002200     05  ELEM-TAXABLE          PIC X(01).
002300         88  ELEM-FLAG-TAX-OK      VALUES 'Y' 'N'.
002400     05  ELEM-PFABLE           PIC X(01).
002500         88  ELEM-FLAG-PF-OK       VALUES 'Y' 'N'.
002600     05  ELEM-NEWLINE          PIC X(01).
