001095*                 IMAGE STATUSES, SO A JOURNALLED TERMINATION OR    *
001096*                 A 'T' RECORD ARRIVING ON THE EXTRACT NO LONGER    *
001097*                 REPORTS FALSE DRIFT.                              *
001098*  10/15/26  JDH  THE JOURNAL RECORD NOW CARRIES THE APPROVER ID   *
001099*                 OF A SUPERVISOR-APPROVED TRANSACTION (139 TO     *
001100*                 147 BYTES, IN STEP WITH EMPMAINT). THE VERIFY    *
001101*                 AND REPLAY ARITHMETIC ARE UNCHANGED.             *
001102*****************************************************************
001200*  REMARKS.
001300*  EMPMASTER INTEGRITY VERIFICATION AND RECOVERY. TWO MODES,
001400*  SELECTED ON THE COMMAND LINE, EACH WITH AN OPTIONAL CCYYMMDD
008100
008200*****************************************************************
008300*  EMPJRNL - PERMANENT BEFORE/AFTER IMAGE JOURNAL, THE SAME     *
008400*  147-BYTE LAYOUT EMPMAINT WRITES.                             *
008500*****************************************************************
008600 FD  EMPJRNL
008700     RECORD CONTAINS 147 CHARACTERS
008800     BLOCK  CONTAINS 147 CHARACTERS
008900     RECORDING MODE  IS  F
009000     DATA RECORD     IS JRNL-RECORD.
009100 01  JRNL-RECORD.
009700         88  JRNL-IS-DELETE        VALUE 'D'.
009800     05  JRNL-ID               PIC X(05).
009810     05  JRNL-OPERATOR         PIC X(08).
009820     05  JRNL-APPROVER         PIC X(08).
009900     05  JRNL-BEFORE-IMAGE     PIC X(53).
010000     05  JRNL-AFTER-IMAGE      PIC X(53).
010100     05  JRNL-NEWLINE          PIC X(01).
