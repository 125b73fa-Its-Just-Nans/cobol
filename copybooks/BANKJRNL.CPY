000100*****************************************************************
000200*  BANKJRNL.CPY                                                 *
000300*  BANK-DETAILS JOURNAL RECORD LAYOUT - 103 BYTE FIXED RECORD   *
000400*  (BANKJRNL.TXT). ONE RECORD IS APPENDED FOR EVERY CHANGE MADE *
000500*  TO BANKMSTR.TXT, WITH THE RUN DATE/TIME, THE ACTION CODE,    *
000600*  THE ORIGINATING OPERATOR AND THE 35-BYTE BANKMSTR RECORD     *
000700*  IMAGE BEFORE AND AFTER THE CHANGE (SPACES WHERE NO IMAGE     *
000800*  EXISTS - BEFORE ON AN ADD, AFTER ON A DELETE), THE SAME      *
000900*  CONVENTION AS EMPMAINT'S EMPJRNL. ACTION CODES ARE 'A', 'C'  *
001000*  AND 'D' FROM BANKMAINT AND 'R' WHERE BANKRTN FLAGS AN        *
001100*  ACCOUNT THE BANK HAS RETURNED A CREDIT FROM.                 *
001200*****************************************************************
001300 01  BJRN-RECORD.
001400     05  BJRN-DATE             PIC X(10).
001500     05  BJRN-TIME             PIC X(08).
001600     05  BJRN-ACTION           PIC X(01).
001700     05  BJRN-ID               PIC X(05).
001800     05  BJRN-OPERATOR         PIC X(08).
001900     05  BJRN-BEFORE-IMAGE     PIC X(35).
002000     05  BJRN-AFTER-IMAGE      PIC X(35).
002100     05  BJRN-NEWLINE          PIC X(01).
