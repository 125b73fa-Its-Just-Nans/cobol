000100*****************************************************************
000200*  EMPFORM.CPY                                                  *
000300*  FORMER-EMPLOYEE HISTORY INDEXED RECORD LAYOUT (EMPFORM.DAT), *
000400*  KEYED BY EMP-ID. WRITTEN ONLY BY THE EMPPURGE RETENTION RUN  *
000500*  WHEN A TERMINATED EMPLOYEE IS MOVED OFF EMPMASTER, AND READ  *
000600*  BY EMPINQ FOR A READ-ONLY LOOKUP. THE FIRST 53 BYTES ARE     *
000700*  THE EMPMASTER RECORD AS IT STOOD WHEN IT WAS PURGED (SEE     *
000800*  EMPMSTR). FORM-TERM-PERIOD IS THE SALHIST PERIOD (CCYYMM)    *
000900*  THE EMPLOYEE WAS FIRST SEEN TERMINATED, FORM-LAST-PAY-PERIOD *
001000*  THE LAST PAYHIST PERIOD THEY WERE PAID FOR (ZERO IF NEVER),  *
001100*  AND FORM-PURGE-DATE THE EMPPURGE RUN DATE (CCYYMMDD).        *
001200*****************************************************************
001300 01  EMPFORM-RECORD.
001400     05  FORM-ID               PIC X(05).
001500     05  FORM-NAME             PIC X(15).
001600     05  FORM-DESG             PIC X(10).
001700     05  FORM-SALARY           PIC 9(10).
001800     05  FORM-STATUS           PIC X(01).
001900     05  FORM-HIRE-DATE        PIC 9(08).
002000     05  FORM-COSTCTR          PIC X(04).
002100     05  FORM-TERM-PERIOD      PIC 9(06).
002200     05  FORM-LAST-PAY-PERIOD  PIC 9(06).
002300     05  FORM-PURGE-DATE       PIC 9(08).
