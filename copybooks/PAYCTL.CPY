000100*****************************************************************
000200*  PAYCTL.CPY                                                   *
000300*  PAY-RUN CONTROL RECORD LAYOUT - 100 BYTE FIXED RECORD        *
000400*  (PAYCTL.TXT). PAYCALC APPENDS ONE RECORD AT THE CLEAN END OF *
000500*  EVERY PAY RUN WITH THE PERIOD (CCYYMM), RUN DATE, EMPLOYEES  *
000600*  PAID AND THE COMPANY GROSS, DEDUCTION AND NET TOTALS THAT    *
000700*  WENT TO THE PAY REGISTER. DOWNSTREAM PROGRAMS (STATREM)      *
000800*  PROVE THEIR TOTALS AGAINST IT THE WAY GLPOST PROVES AGAINST  *
000900*  AUDITLOG - THE LAST RECORD FOR A PERIOD WINS. A PAY RUN THAT *
001000*  ABENDS NEVER WRITES ONE.                                     *
001100*****************************************************************
001200 01  PAYCTL-RECORD.
001300     05  PCTL-PERIOD           PIC 9(06).
001400     05  PCTL-RUN-DATE         PIC 9(08).
001500     05  PCTL-COUNT            PIC 9(07).
001600     05  PCTL-GROSS            PIC 9(11)V9(02).
001700     05  PCTL-TAX              PIC 9(11)V9(02).
001800     05  PCTL-PF               PIC 9(11)V9(02).
001900     05  PCTL-INS              PIC 9(11)V9(02).
002000     05  PCTL-OTH-DEDN         PIC 9(11)V9(02).
002100     05  PCTL-NET              PIC 9(11)V9(02).
002200     05  PCTL-NEWLINE          PIC X(01).
