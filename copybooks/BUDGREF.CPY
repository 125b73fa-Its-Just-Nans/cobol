000100*****************************************************************
000200*  BUDGREF.CPY                                                  *
000300*  COST-CENTER BUDGET REFERENCE RECORD LAYOUT - 28 BYTE FIXED   *
000400*  RECORD (BUDGREF.TXT). ONE RECORD PER COST CENTER PER PERIOD  *
000500*  (CCYYMM) WITH THE APPROVED HEADCOUNT AND THE MONTHLY SALARY  *
000600*  BUDGET (WHOLE UNITS, THE SAME BASIS AS EMP-SALARY). READ BY  *
000700*  THE MONTH-END BUDGRPT BUDGET-VERSUS-ACTUAL RUN.              *
000800*****************************************************************
000900 01  BUDGREF-RECORD.
001000     05  BUD-PERIOD            PIC 9(06).
001100     05  BUD-COSTCTR           PIC X(04).
001200     05  BUD-HEADCOUNT         PIC 9(05).
001300     05  BUD-SALARY            PIC 9(12).
001400     05  BUD-NEWLINE           PIC X(01).
