000100*****************************************************************
000200*  LEAVHIST.CPY                                                 *
000300*  LEAVE-TAKEN HISTORY RECORD LAYOUT - 41 BYTE FIXED RECORD     *
000400*  (LEAVHIST.TXT). LEAVEDIT APPENDS ONE RECORD FOR EVERY        *
000500*  LEAVE-TAKEN TRANSACTION IT ACCEPTS AND POSTS TO THE LEDGER.  *
000600*  LVH-PERIOD IS THE PAY PERIOD (CCYYMM) OF THE FIRST DAY OF    *
000700*  LEAVE - PAYCALC DEDUCTS THE UNPAID ('U') DAYS FOR ITS PERIOD *
000800*  PRO RATA FROM BASE SALARY. LVH-DAYS IS IN DAYS AND TENTHS.   *
000900*****************************************************************
001000 01  LEAVHIST-RECORD.
001100     05  LVH-PERIOD            PIC 9(06).
001200     05  LVH-ID                PIC X(05).
001300     05  LVH-TYPE              PIC X(01).
001400         88  LVH-ANNUAL            VALUE 'A'.
001500         88  LVH-SICK              VALUE 'S'.
001600         88  LVH-UNPAID            VALUE 'U'.
001700     05  LVH-START-DATE        PIC 9(08).
001800     05  LVH-DAYS              PIC 9(03)V9(01).
001900     05  LVH-OPERATOR          PIC X(08).
002000     05  LVH-RUN-DATE          PIC 9(08).
002100     05  LVH-NEWLINE           PIC X(01).
