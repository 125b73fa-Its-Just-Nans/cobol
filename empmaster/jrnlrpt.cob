001030*                 EMPMAINT). THE OPERATOR IS PRINTED ON EVERY      *
001040*                 HISTORY LINE - WHO CHANGED IT, AS WELL AS        *
001050*                 WHEN AND FROM WHAT TO WHAT.                      *
001051*  10/15/26  JDH  THE JOURNAL RECORD NOW CARRIES THE ID OF THE     *
001052*                 SUPERVISOR WHO APPROVED A HELD TRANSACTION (139  *
001053*                 TO 147 BYTES, IN STEP WITH EMPMAINT). IT IS      *
001054*                 PRINTED IN A NEW APPROVER COLUMN NEXT TO THE     *
001055*                 OPERATOR.                                        *
001100*****************************************************************
001200*  REMARKS.
001300*  EMPLOYEE CHANGE-HISTORY REPORTING OVER THE PERMANENT
004400 FILE SECTION.
004500*****************************************************************
004600*  EMPJRNL - PERMANENT BEFORE/AFTER IMAGE JOURNAL, THE SAME     *
004700*  147-BYTE LAYOUT EMPMAINT WRITES. THE IMAGES ARE THE FULL     *
004800*  53-BYTE EMPMASTER RECORD (SPACES WHERE NO IMAGE EXISTS -     *
004900*  BEFORE ON AN ADD, AFTER ON A DELETE).                        *
005000*****************************************************************
005100 FD  EMPJRNL
005200     RECORD CONTAINS 147 CHARACTERS
005300     BLOCK  CONTAINS 147 CHARACTERS
005400     RECORDING MODE  IS  F
005500     DATA RECORD     IS JRNL-RECORD.
005600 01  JRNL-RECORD.
006200         88  JRNL-IS-DELETE        VALUE 'D'.
006300     05  JRNL-ID               PIC X(05).
006310     05  JRNL-OPERATOR         PIC X(08).
006320     05  JRNL-APPROVER         PIC X(08).
006400     05  JRNL-BEFORE-IMAGE     PIC X(53).
006500     05  JRNL-AFTER-IMAGE      PIC X(53).
006600     05  JRNL-NEWLINE          PIC X(01).
021900             "NEW VALUE      ".
021910     05  FILLER                PIC X(02)     VALUE SPACES.
021920     05  FILLER                PIC X(08)     VALUE "OPERATOR".
021930     05  FILLER                PIC X(02)     VALUE SPACES.
021940     05  FILLER                PIC X(08)     VALUE "APPROVER".
022000     05  FILLER                PIC X(28)     VALUE SPACES.
022100     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
022200
022300 01  RPT-COLUMN-HDG-2.
023700     05  FILLER                PIC X(15)     VALUE ALL "-".
023710     05  FILLER                PIC X(02)     VALUE SPACES.
023720     05  FILLER                PIC X(08)     VALUE ALL "-".
023730     05  FILLER                PIC X(02)     VALUE SPACES.
023740     05  FILLER                PIC X(08)     VALUE ALL "-".
023800     05  FILLER                PIC X(28)     VALUE SPACES.
023900     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
024000
024100 01  RPT-DETAIL-LINE.
025500     05  RPT-DET-NEW           PIC X(15).
025510     05  FILLER                PIC X(02)     VALUE SPACES.
025520     05  RPT-DET-OPERATOR      PIC X(08).
025530     05  FILLER                PIC X(02)     VALUE SPACES.
025540     05  RPT-DET-APPROVER      PIC X(08).
025600     05  FILLER                PIC X(28)     VALUE SPACES.
025700     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
025800
025900 01  RPT-DAY-TOTAL-LINE.
061200     END-EVALUATE.
061300     MOVE JRNL-ID       TO RPT-DET-ID.
061310     MOVE JRNL-OPERATOR TO RPT-DET-OPERATOR.
061320     MOVE JRNL-APPROVER TO RPT-DET-APPROVER.
061400     MOVE WS-FLD-NAME   TO RPT-DET-FIELD.
061500     MOVE WS-FLD-OLD    TO RPT-DET-OLD.
061600     MOVE WS-FLD-NEW    TO RPT-DET-NEW.
