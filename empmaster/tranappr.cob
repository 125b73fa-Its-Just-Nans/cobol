000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRANAPPR.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                                 *
001001*  10/15/26  JDH  THE SIGN-ON OPERATOR ID IS FOLDED TO UPPER       *
001002*                 CASE, AS TRANEDIT NOW FOLDS THE KEYING           *
001003*                 OPERATOR, SO 'jdh' CANNOT APPROVE WHAT 'JDH'     *
001004*                 KEYED. 'end' IN ANY CASE NOW ENDS THE SESSION.   *
001100*****************************************************************
001200*  REMARKS.
001300*  SUPERVISOR APPROVAL OF HELD MAINTENANCE TRANSACTIONS - THE
001400*  CHECKER HALF OF THE MAKER-CHECKER CONTROL. TRANEDIT HOLDS
001500*  EVERY CLEAN SALARY INCREASE OVER ITS THRESHOLD, EVERY STATUS
001600*  CHANGE TO 'T' AND EVERY DELETE ON THE APPROVAL QUEUE
001700*  (EMPMAPPQ.TXT - SEE THE APPRQUE COPYBOOK) INSTEAD OF PASSING
001800*  IT TO EMPMAINT. THE SUPERVISOR SIGNS ON WITH THEIR OWN
001900*  OPERATOR ID AND CAN LIST THE QUEUE AND APPROVE OR REJECT
002000*  ITEMS BY THEIR NUMBER ON THE LIST. AN ITEM CAN NEVER BE
002100*  APPROVED BY THE OPERATOR WHO KEYED IT (ANYONE MAY REJECT,
002200*  WHICH IS ALSO HOW A MAKER WITHDRAWS AN ITEM).
002300*
002400*  NOTHING IS WRITTEN UNTIL THE SESSION ENDS. THEN EVERY
002500*  APPROVED ITEM IS APPENDED, WITH THE APPROVER'S ID, TO
002600*  EMPMAPRV.TXT IN THE 79-BYTE EMPMTRAN LAYOUT - THE NEXT
002700*  EMPMAINT RUN APPLIES (OR, IF FUTURE-DATED, PARKS) IT AND
002800*  JOURNALS BOTH IDS - EVERY DECISION IS APPENDED TO THE
002900*  PERMANENT DECISION LOG EMPMAPLG.TXT (APPRQUE LAYOUT, WITH
003000*  THE DECISION, APPROVER AND DATE FILLED IN), AND THE QUEUE IS
003100*  REWRITTEN AS EMPMAPPQ.NEW WITH ONLY THE UNDECIDED ITEMS AND
003200*  COPIED OVER EMPMAPPQ.TXT, THE WAY BANKMAINT ROLLS BANKMSTR.
003300*  THE SESSION IS STAMPED ON THE RUN-CONTROL LOG SO IT NEVER
003400*  OVERLAPS A TRANEDIT OR EMPMAINT RUN.
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT EMPMAPPQ ASSIGN TO "EMPMAPPQ.TXT"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE  IS SEQUENTIAL
004300         FILE STATUS  IS WS-FS1.
004400
004500     SELECT EMPMAPNW ASSIGN TO "EMPMAPPQ.NEW"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE  IS SEQUENTIAL
004800         FILE STATUS  IS WS-FS2.
004900
005000     SELECT EMPMAPRV ASSIGN TO "EMPMAPRV.TXT"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE  IS SEQUENTIAL
005300         FILE STATUS  IS WS-FS3.
005400
005500     SELECT EMPMAPLG ASSIGN TO "EMPMAPLG.TXT"
005600         ORGANIZATION IS SEQUENTIAL
005700         ACCESS MODE  IS SEQUENTIAL
005800         FILE STATUS  IS WS-FS4.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200*****************************************************************
006300*  EMPMAPPQ - THE APPROVAL QUEUE TRANEDIT APPENDS TO. READ INTO *
006400*  THE APPRQUE WORK LAYOUT.                                     *
006500*****************************************************************
006600 FD  EMPMAPPQ
006700     RECORD CONTAINS 127 CHARACTERS
006800     BLOCK  CONTAINS 127 CHARACTERS
006900     RECORDING MODE  IS  F
007000     DATA RECORD     IS EMPMAPPQ-RECORD.
007100 01  EMPMAPPQ-RECORD             PIC X(127).
007200
007300*****************************************************************
007400*  EMPMAPNW - THE NEW GENERATION OF THE QUEUE: THE ITEMS STILL  *
007500*  UNDECIDED. COPIED OVER EMPMAPPQ.TXT AT THE END OF A SESSION  *
007600*  THAT DECIDED ANYTHING.                                       *
007700*****************************************************************
007800 FD  EMPMAPNW
007900     RECORD CONTAINS 127 CHARACTERS
008000     BLOCK  CONTAINS 127 CHARACTERS
008100     RECORDING MODE  IS  F
008200     DATA RECORD     IS EMPMAPNW-RECORD.
008300 01  EMPMAPNW-RECORD             PIC X(127).
008400
008500*****************************************************************
008600*  EMPMAPRV - APPROVED TRANSACTIONS FOR THE NEXT EMPMAINT RUN,  *
008700*  IN THE 79-BYTE EMPMTRAN LAYOUT WITH THE APPROVER ID FILLED.  *
008800*  APPENDED HERE; EMPMAINT EMPTIES IT AT ITS CLEAN END.         *
008900*****************************************************************
009000 FD  EMPMAPRV
009100     RECORD CONTAINS 79  CHARACTERS
009200     BLOCK  CONTAINS 79  CHARACTERS
009300     RECORDING MODE  IS  F
009400     DATA RECORD     IS EMPMAPRV-RECORD.
009500 01  EMPMAPRV-RECORD.
009600     05  APRV-TRAN             PIC X(70).
009700     05  APRV-APPROVER         PIC X(08).
009800     05  APRV-NEWLINE          PIC X(01).
009900
010000*****************************************************************
010100*  EMPMAPLG - PERMANENT DECISION LOG. ONE APPRQUE RECORD PER    *
010200*  APPROVAL OR REJECTION, APPENDED FOREVER, FOR THE AUDITORS.   *
010300*****************************************************************
010400 FD  EMPMAPLG
010500     RECORD CONTAINS 127 CHARACTERS
010600     BLOCK  CONTAINS 127 CHARACTERS
010700     RECORDING MODE  IS  F
010800     DATA RECORD     IS EMPMAPLG-RECORD.
010900 01  EMPMAPLG-RECORD             PIC X(127).
011000
011100 WORKING-STORAGE SECTION.
011200 01  WS-VAR.
011300     05  WS-FS1                PIC 9(02).
011400     05  WS-FS2                PIC 9(02).
011500     05  WS-FS3                PIC 9(02).
011600     05  WS-FS4                PIC 9(02).
011700     05  WS-END-SW             PIC X(01)     VALUE 'N'.
011800         88  WS-END-REQUESTED      VALUE 'Y'.
011900         88  WS-NOT-ENDED          VALUE 'N'.
012000     05  WS-APQ-EOF-SW         PIC X(01)     VALUE 'N'.
012100         88  WS-APQ-EOF            VALUE 'Y'.
012200         88  WS-APQ-NOT-EOF        VALUE 'N'.
012300     05  WS-ITEM-OK-SW         PIC X(01)     VALUE 'N'.
012400         88  WS-ITEM-OK            VALUE 'Y'.
012500         88  WS-ITEM-BAD           VALUE 'N'.
012600
012700 01  WS-COUNTS.
012800     05  WS-LOADED-COUNT       PIC 9(05)     VALUE 0.
012900     05  WS-LIST-COUNT         PIC 9(05)     VALUE 0.
013000     05  WS-APPROVED-COUNT     PIC 9(05)     VALUE 0.
013100     05  WS-REJECTED-COUNT     PIC 9(05)     VALUE 0.
013200     05  WS-KEPT-COUNT         PIC 9(05)     VALUE 0.
013300
013400*****************************************************************
013500*  WS-APQ-TABLE - THE WHOLE QUEUE, LOADED AT SIGN-ON. AN ITEM'S *
013600*  NUMBER ON THE LIST IS ITS SUBSCRIPT HERE. DECISIONS ARE      *
013700*  RECORDED IN THE TABLE AND ONLY WRITTEN OUT AT SESSION END.   *
013800*****************************************************************
013900 01  WS-APQ-FIELDS.
014000     05  WS-APQ-MAX            PIC 9(03) COMP  VALUE 500.
014100     05  WS-APQ-USED           PIC 9(03) COMP  VALUE 0.
014200     05  WS-APQ-SUB            PIC 9(03) COMP  VALUE 0.
014300 01  WS-APQ-TABLE.
014400     05  WS-APQ-ENTRY          PIC X(127) OCCURS 500 TIMES.
014500
014600*****************************************************************
014700*  APPRQUE-RECORD - WORK LAYOUT FOR ONE QUEUE ITEM.             *
014800*****************************************************************
014900     COPY APPRQUE.
015000
015100*****************************************************************
015200*  OPERATOR DIALOG FIELDS - RAW CONSOLE INPUT BEFORE EDITING.   *
015300*****************************************************************
015400 01  WS-DIALOG-FIELDS.
015500     05  WS-OPERATOR-ID        PIC X(08)     VALUE SPACES.
015600     05  WS-COMMAND            PIC X(03)     VALUE SPACES.
015700     05  WS-CONFIRM            PIC X(01)     VALUE SPACE.
015800     05  WS-IN-ITEM            PIC X(03)     VALUE SPACES.
015900     05  WS-IN-ITEM-R REDEFINES WS-IN-ITEM.
016000         10  WS-IN-ITEM-CH         PIC X(01) OCCURS 3 TIMES.
016100
016200*****************************************************************
016300*  WS-ITEM-EDIT-FIELDS - 2500-EDIT-ITEM-NO WORK AREA. DIGITS    *
016400*  ARE ACCUMULATED LEFT TO RIGHT AND BLANKS SKIPPED, THE SAME   *
016500*  WAY EMPINQ EDITS A KEYED SALARY.                             *
016600*****************************************************************
016700 01  WS-ITEM-EDIT-FIELDS.
016800     05  WS-ITEM-CH-SUB        PIC 9(02) COMP  VALUE 0.
016900     05  WS-ITEM-DIGITS        PIC 9(02) COMP  VALUE 0.
017000     05  WS-ITEM-NO            PIC 9(03)       VALUE 0.
017100     05  WS-ITEM-CH-X          PIC X(01)       VALUE SPACE.
017200     05  WS-ITEM-CH-9 REDEFINES WS-ITEM-CH-X
017300                               PIC 9(01).
017400
017500 01  WS-DATE-FIELDS.
017600     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
017700
017800 01  WS-ROLL-FIELDS.
017900     05  WS-SOURCE-NAME        PIC X(30)     VALUE SPACES.
018000     05  WS-TARGET-NAME        PIC X(30)     VALUE SPACES.
018100     05  WS-COPY-RC            PIC S9(09) COMP VALUE 0.
018200
018300 01  WS-DISPLAY-ITEM           PIC ZZ9.
018400 01  WS-DISPLAY-OLD-SALARY     PIC Z,ZZZ,ZZZ,ZZ9.
018500 01  WS-DISPLAY-NEW-SALARY     PIC Z,ZZZ,ZZZ,ZZ9.
018600
018700 01  WS-ABEND-TEXT             PIC X(40).
018800
018900     COPY RUNCTLA.
019000
019100 PROCEDURE DIVISION.
019200
019300*****************************************************************
019400*  0000-MAINLINE                                                *
019500*****************************************************************
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019800     PERFORM 2000-COMMAND-CYCLE THRU 2000-EXIT
019900         UNTIL WS-END-REQUESTED.
020000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
020100     STOP RUN.
020200
020300*****************************************************************
020400*  1000-INITIALIZE - SIGN ON, STAMP THE RUN-CONTROL LOG, LOAD   *
020500*  THE QUEUE.                                                   *
020600*****************************************************************
020700 1000-INITIALIZE.
020800     SET WS-NOT-ENDED TO TRUE.
020900     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
021000     DISPLAY "TRANAPPR - MAINTENANCE TRANSACTION APPROVAL".
021100     DISPLAY "           APPROVED ITEMS ARE APPLIED BY THE NEXT"
021200             " EMPMAINT RUN.".
021300     PERFORM 1100-SIGN-ON THRU 1100-EXIT
021400         UNTIL WS-OPERATOR-ID NOT = SPACES.
021500     PERFORM 1900-RUNCTL-START THRU 1900-EXIT.
021600     PERFORM 1200-LOAD-QUEUE THRU 1200-EXIT.
021700     DISPLAY WS-LOADED-COUNT " ITEM(S) AWAITING APPROVAL".
021800 1000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200*  1100-SIGN-ON - THE SUPERVISOR'S OWN OPERATOR ID, RECORDED AS *
022300*  THE APPROVER ON EVERY DECISION. REQUIRED.                    *
022400*****************************************************************
022500 1100-SIGN-ON.
022600     DISPLAY "SUPERVISOR OPERATOR ID:".
022700     MOVE SPACES TO WS-OPERATOR-ID.
022800     ACCEPT WS-OPERATOR-ID.
022801     INSPECT WS-OPERATOR-ID
022802         CONVERTING "abcdefghijklmnopqrstuvwxyz"
022803                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
022900     IF WS-OPERATOR-ID = SPACES
023000         DISPLAY "AN OPERATOR ID IS REQUIRED"
023100     END-IF.
023200 1100-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*  1200-LOAD-QUEUE - LOAD EVERY UNDECIDED QUEUE ITEM INTO THE   *
023700*  TABLE. NO QUEUE FILE (STATUS 35) MEANS NOTHING IS WAITING.   *
023800*****************************************************************
023900 1200-LOAD-QUEUE.
024000     OPEN INPUT EMPMAPPQ.
024100     IF WS-FS1 = 35
024200         GO TO 1200-EXIT
024300     END-IF.
024400     IF WS-FS1 NOT = 00
024500         MOVE "OPEN FAILED ON EMPMAPPQ" TO WS-ABEND-TEXT
024600         PERFORM 9900-ABEND THRU 9900-EXIT
024700     END-IF.
024800     SET WS-APQ-NOT-EOF TO TRUE.
024900     PERFORM 1250-LOAD-ONE THRU 1250-EXIT
025000         UNTIL WS-APQ-EOF.
025100     CLOSE EMPMAPPQ.
025200 1200-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*  1250-LOAD-ONE - LOAD ONE QUEUE ITEM. AN ITEM ALREADY CARRYING*
025700*  A DECISION WAS LOGGED BY THE SESSION THAT MADE IT AND IS     *
025800*  DROPPED FROM THE QUEUE.                                      *
025900*****************************************************************
026000 1250-LOAD-ONE.
026100     READ EMPMAPPQ INTO APPRQUE-RECORD.
026200     IF WS-FS1 = 10
026300         SET WS-APQ-EOF TO TRUE
026400         GO TO 1250-EXIT
026500     END-IF.
026600     IF WS-FS1 NOT = 00
026700         MOVE "READ FAILED ON EMPMAPPQ" TO WS-ABEND-TEXT
026800         PERFORM 9900-ABEND THRU 9900-EXIT
026900     END-IF.
027000     IF NOT APQ-UNDECIDED
027100         DISPLAY "TRANAPPR - DECIDED ITEM DROPPED FROM QUEUE - "
027200                 "EMP-ID " APQ-ID
027300         GO TO 1250-EXIT
027400     END-IF.
027500     IF WS-APQ-USED >= WS-APQ-MAX
027600         MOVE "APPROVAL QUEUE TABLE OVERFLOW" TO WS-ABEND-TEXT
027700         PERFORM 9900-ABEND THRU 9900-EXIT
027800     END-IF.
027900     ADD 1 TO WS-APQ-USED.
028000     MOVE APPRQUE-RECORD TO WS-APQ-ENTRY (WS-APQ-USED).
028100     ADD 1 TO WS-LOADED-COUNT.
028200 1250-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600*  1900-RUNCTL-START - STAMP THE RUN-CONTROL LOG AND ENFORCE    *
028700*  THE CONFLICT RULES (NO TRANEDIT OR EMPMAINT IN FLIGHT)       *
028800*  BEFORE THE QUEUE IS OPENED.                                  *
028900*****************************************************************
029000 1900-RUNCTL-START.
029100     SET  RC-FUNC-START   TO TRUE.
029200     MOVE "TRANAPPR"      TO RC-PROGRAM.
029300     MOVE WS-RUN-DATE-RAW TO RC-RUN-DATE.
029400     CALL "RUNCTL" USING RUNCTL-PARM.
029500     IF NOT RC-OK
029600         MOVE RC-MESSAGE TO WS-ABEND-TEXT
029700         PERFORM 9900-ABEND THRU 9900-EXIT
029800     END-IF.
029900 1900-EXIT.
030000     EXIT.
030100
030200*****************************************************************
030300*  2000-COMMAND-CYCLE - ONE SUPERVISOR COMMAND: LIST, APPROVE,  *
030400*  REJECT OR END.                                               *
030500*****************************************************************
030600 2000-COMMAND-CYCLE.
030700     DISPLAY " ".
030800     DISPLAY "COMMAND - L=LIST, A=APPROVE, R=REJECT, END=FINISH:".
030900     MOVE SPACES TO WS-COMMAND.
031000     ACCEPT WS-COMMAND.
031100     INSPECT WS-COMMAND CONVERTING "larend" TO "LAREND".
031200     EVALUATE WS-COMMAND
031300         WHEN "L  "
031400             PERFORM 2100-LIST-QUEUE THRU 2100-EXIT
031500         WHEN "A  "
031600             PERFORM 2300-APPROVE-ITEM THRU 2300-EXIT
031700         WHEN "R  "
031800             PERFORM 2400-REJECT-ITEM THRU 2400-EXIT
031900         WHEN "END"
032000             SET WS-END-REQUESTED TO TRUE
032100         WHEN SPACES
032200             SET WS-END-REQUESTED TO TRUE
032300         WHEN OTHER
032400             DISPLAY "UNKNOWN COMMAND '" WS-COMMAND "'"
032500     END-EVALUATE.
032600 2000-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000*  2100-LIST-QUEUE - LIST EVERY ITEM STILL UNDECIDED IN THIS    *
033100*  SESSION, BY ITS ITEM NUMBER.                                 *
033200*****************************************************************
033300 2100-LIST-QUEUE.
033400     MOVE 0 TO WS-LIST-COUNT.
033500     MOVE 1 TO WS-APQ-SUB.
033600     PERFORM 2150-LIST-ONE THRU 2150-EXIT
033700         UNTIL WS-APQ-SUB > WS-APQ-USED.
033800     IF WS-LIST-COUNT = 0
033900         DISPLAY "NOTHING IS AWAITING APPROVAL"
034000     END-IF.
034100 2100-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*  2150-LIST-ONE - SHOW ONE TABLE ENTRY IF IT IS UNDECIDED.     *
034600*****************************************************************
034700 2150-LIST-ONE.
034800     MOVE WS-APQ-ENTRY (WS-APQ-SUB) TO APPRQUE-RECORD.
034900     IF APQ-UNDECIDED
035000         ADD 1 TO WS-LIST-COUNT
035100         MOVE WS-APQ-SUB TO WS-ITEM-NO
035200         PERFORM 2600-SHOW-ITEM THRU 2600-EXIT
035300     END-IF.
035400     ADD 1 TO WS-APQ-SUB.
035500 2150-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900*  2300-APPROVE-ITEM - APPROVE ONE ITEM. REFUSED WHEN THE       *
036000*  SUPERVISOR IS THE OPERATOR WHO KEYED IT.                     *
036100*****************************************************************
036200 2300-APPROVE-ITEM.
036300     PERFORM 2500-SELECT-ITEM THRU 2500-EXIT.
036400     IF WS-ITEM-BAD
036500         GO TO 2300-EXIT
036600     END-IF.
036700     IF APQ-OPERATOR = WS-OPERATOR-ID
036800         DISPLAY "REFUSED - ITEM " WS-DISPLAY-ITEM
036900                 " WAS KEYED BY " APQ-OPERATOR
037000         DISPLAY "          ANOTHER SUPERVISOR MUST APPROVE IT"
037100         GO TO 2300-EXIT
037200     END-IF.
037300     DISPLAY "APPROVE ITEM " WS-DISPLAY-ITEM " (Y/N)?".
037400     MOVE SPACE TO WS-CONFIRM.
037500     ACCEPT WS-CONFIRM.
037600     INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
037700     IF WS-CONFIRM NOT = "Y"
037800         DISPLAY "NOT APPROVED"
037900         GO TO 2300-EXIT
038000     END-IF.
038100     MOVE "A"             TO APQ-DECISION.
038200     MOVE WS-OPERATOR-ID  TO APQ-APPROVER.
038300     MOVE WS-RUN-DATE-RAW TO APQ-DECISION-DATE.
038400     MOVE APPRQUE-RECORD  TO WS-APQ-ENTRY (WS-ITEM-NO).
038500     ADD 1 TO WS-APPROVED-COUNT.
038600     DISPLAY "ITEM " WS-DISPLAY-ITEM " APPROVED BY "
038700             WS-OPERATOR-ID.
038800 2300-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*  2400-REJECT-ITEM - REJECT ONE ITEM. IT NEVER REACHES         *
039300*  EMPMAINT; THE DECISION IS LOGGED.                            *
039400*****************************************************************
039500 2400-REJECT-ITEM.
039600     PERFORM 2500-SELECT-ITEM THRU 2500-EXIT.
039700     IF WS-ITEM-BAD
039800         GO TO 2400-EXIT
039900     END-IF.
040000     DISPLAY "REJECT ITEM " WS-DISPLAY-ITEM " (Y/N)?".
040100     MOVE SPACE TO WS-CONFIRM.
040200     ACCEPT WS-CONFIRM.
040300     INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
040400     IF WS-CONFIRM NOT = "Y"
040500         DISPLAY "NOT REJECTED"
040600         GO TO 2400-EXIT
040700     END-IF.
040800     MOVE "R"             TO APQ-DECISION.
040900     MOVE WS-OPERATOR-ID  TO APQ-APPROVER.
041000     MOVE WS-RUN-DATE-RAW TO APQ-DECISION-DATE.
041100     MOVE APPRQUE-RECORD  TO WS-APQ-ENTRY (WS-ITEM-NO).
041200     ADD 1 TO WS-REJECTED-COUNT.
041300     DISPLAY "ITEM " WS-DISPLAY-ITEM " REJECTED BY "
041400             WS-OPERATOR-ID.
041500 2400-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  2500-SELECT-ITEM - PROMPT FOR AN ITEM NUMBER, CHECK IT IS ON *
042000*  THE LIST AND STILL UNDECIDED, AND SHOW IT. LEAVES THE ITEM   *
042100*  IN APPRQUE-RECORD AND WS-ITEM-OK-SW SET.                     *
042200*****************************************************************
042300 2500-SELECT-ITEM.
042400     SET WS-ITEM-BAD TO TRUE.
042500     DISPLAY "ITEM NUMBER:".
042600     MOVE SPACES TO WS-IN-ITEM.
042700     ACCEPT WS-IN-ITEM.
042800     MOVE 0 TO WS-ITEM-NO.
042900     MOVE 0 TO WS-ITEM-DIGITS.
043000     MOVE 1 TO WS-ITEM-CH-SUB.
043100     SET WS-ITEM-OK TO TRUE.
043200     PERFORM 2550-SCAN-ITEM-CHAR THRU 2550-EXIT
043300         UNTIL WS-ITEM-CH-SUB > 3
043400         OR WS-ITEM-BAD.
043500     IF WS-ITEM-DIGITS = 0
043600        OR WS-ITEM-NO = 0
043700        OR WS-ITEM-NO > WS-APQ-USED
043800         SET WS-ITEM-BAD TO TRUE
043900     END-IF.
044000     IF WS-ITEM-BAD
044100         DISPLAY "NO ITEM '" WS-IN-ITEM "' ON THE LIST"
044200         GO TO 2500-EXIT
044300     END-IF.
044400     MOVE WS-ITEM-NO TO WS-DISPLAY-ITEM.
044500     MOVE WS-APQ-ENTRY (WS-ITEM-NO) TO APPRQUE-RECORD.
044600     IF NOT APQ-UNDECIDED
044700         SET WS-ITEM-BAD TO TRUE
044800         DISPLAY "ITEM " WS-DISPLAY-ITEM " IS ALREADY DECIDED"
044900         GO TO 2500-EXIT
045000     END-IF.
045100     PERFORM 2600-SHOW-ITEM THRU 2600-EXIT.
045200 2500-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*  2550-SCAN-ITEM-CHAR - EDIT ONE CHARACTER OF THE KEYED ITEM   *
045700*  NUMBER.                                                      *
045800*****************************************************************
045900 2550-SCAN-ITEM-CHAR.
046000     MOVE WS-IN-ITEM-CH (WS-ITEM-CH-SUB) TO WS-ITEM-CH-X.
046100     IF WS-ITEM-CH-X = SPACE
046200         ADD 1 TO WS-ITEM-CH-SUB
046300         GO TO 2550-EXIT
046400     END-IF.
046500     IF WS-ITEM-CH-X IS NOT NUMERIC
046600         SET WS-ITEM-BAD TO TRUE
046700         GO TO 2550-EXIT
046800     END-IF.
046900     COMPUTE WS-ITEM-NO = WS-ITEM-NO * 10 + WS-ITEM-CH-9.
047000     ADD 1 TO WS-ITEM-DIGITS.
047100     ADD 1 TO WS-ITEM-CH-SUB.
047200 2550-EXIT.
047300     EXIT.
047400
047500*****************************************************************
047600*  2600-SHOW-ITEM - DISPLAY THE ITEM IN APPRQUE-RECORD UNDER    *
047700*  ITEM NUMBER WS-ITEM-NO: WHAT WAS KEYED, BY WHOM, WHY IT WAS  *
047800*  HELD AND THE MASTER VALUES IT WAS JUDGED AGAINST.            *
047900*****************************************************************
048000 2600-SHOW-ITEM.
048100     MOVE WS-ITEM-NO     TO WS-DISPLAY-ITEM.
048200     MOVE APQ-OLD-SALARY TO WS-DISPLAY-OLD-SALARY.
048300     MOVE APQ-SALARY     TO WS-DISPLAY-NEW-SALARY.
048400     DISPLAY WS-DISPLAY-ITEM ". '" APQ-ACTION "' EMP-ID " APQ-ID
048500             " " APQ-REASON " KEYED BY " APQ-OPERATOR
048600             " ON " APQ-QUEUE-DATE.
048700     IF APQ-IS-DELETE
048800         DISPLAY "     DELETE - MASTER STATUS " APQ-OLD-STATUS
048900                 " SALARY " WS-DISPLAY-OLD-SALARY
049000                 " EFFECTIVE " APQ-EFF-DATE
049100     ELSE
049200         DISPLAY "     NAME " APQ-NAME " DESG " APQ-DESG
049300                 " EFFECTIVE " APQ-EFF-DATE
049400         DISPLAY "     SALARY " WS-DISPLAY-OLD-SALARY " -> "
049500                 WS-DISPLAY-NEW-SALARY "  STATUS " APQ-OLD-STATUS
049600                 " -> " APQ-STATUS
049700     END-IF.
049800 2600-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*  8000-FINALIZE - WRITE THE SESSION'S DECISIONS (IF ANY),      *
050300*  STAMP THE CLEAN END, SHOW THE COUNTS.                        *
050400*****************************************************************
050500 8000-FINALIZE.
050600     IF WS-APPROVED-COUNT > 0 OR WS-REJECTED-COUNT > 0
050700         PERFORM 8100-SAVE-DECISIONS THRU 8100-EXIT
050800     END-IF.
050900     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
051000     DISPLAY "TRANAPPR - ITEMS LOADED       " WS-LOADED-COUNT.
051100     DISPLAY "TRANAPPR - APPROVED           " WS-APPROVED-COUNT.
051200     DISPLAY "TRANAPPR - REJECTED           " WS-REJECTED-COUNT.
051300     DISPLAY "TRANAPPR - STILL AWAITING     " WS-KEPT-COUNT.
051400 8000-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*  8100-SAVE-DECISIONS - APPROVED ITEMS TO EMPMAPRV, EVERY      *
051900*  DECISION TO THE LOG, THE UNDECIDED ITEMS TO THE NEW QUEUE    *
052000*  GENERATION, THEN ROLL THE QUEUE. THE APPROVALS ARE WRITTEN   *
052100*  BEFORE THE QUEUE IS REPLACED.                                *
052200*****************************************************************
052300 8100-SAVE-DECISIONS.
052400     OPEN EXTEND EMPMAPRV.
052500     IF WS-FS3 = 35
052600         OPEN OUTPUT EMPMAPRV
052700     END-IF.
052800     IF WS-FS3 NOT = 00
052900         MOVE "OPEN FAILED ON EMPMAPRV" TO WS-ABEND-TEXT
053000         PERFORM 9900-ABEND THRU 9900-EXIT
053100     END-IF.
053200     OPEN EXTEND EMPMAPLG.
053300     IF WS-FS4 = 35
053400         OPEN OUTPUT EMPMAPLG
053500     END-IF.
053600     IF WS-FS4 NOT = 00
053700         MOVE "OPEN FAILED ON EMPMAPLG" TO WS-ABEND-TEXT
053800         PERFORM 9900-ABEND THRU 9900-EXIT
053900     END-IF.
054000     OPEN OUTPUT EMPMAPNW.
054100     IF WS-FS2 NOT = 00
054200         MOVE "OPEN FAILED ON EMPMAPPQ.NEW" TO WS-ABEND-TEXT
054300         PERFORM 9900-ABEND THRU 9900-EXIT
054400     END-IF.
054500     MOVE 1 TO WS-APQ-SUB.
054600     PERFORM 8150-SAVE-ONE THRU 8150-EXIT
054700         UNTIL WS-APQ-SUB > WS-APQ-USED.
054800     CLOSE EMPMAPRV.
054900     CLOSE EMPMAPLG.
055000     CLOSE EMPMAPNW.
055100     PERFORM 8200-ROLL-QUEUE THRU 8200-EXIT.
055200 8100-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*  8150-SAVE-ONE - ROUTE ONE TABLE ENTRY BY ITS DECISION.       *
055700*****************************************************************
055800 8150-SAVE-ONE.
055900     MOVE WS-APQ-ENTRY (WS-APQ-SUB) TO APPRQUE-RECORD.
056000     ADD 1 TO WS-APQ-SUB.
056100     IF APQ-UNDECIDED
056200         WRITE EMPMAPNW-RECORD FROM APPRQUE-RECORD
056300         IF WS-FS2 NOT = 00
056400             MOVE "WRITE FAILED ON EMPMAPPQ.NEW" TO WS-ABEND-TEXT
056500             PERFORM 9900-ABEND THRU 9900-EXIT
056600         END-IF
056700         ADD 1 TO WS-KEPT-COUNT
056800         GO TO 8150-EXIT
056900     END-IF.
057000     WRITE EMPMAPLG-RECORD FROM APPRQUE-RECORD.
057100     IF WS-FS4 NOT = 00
057200         MOVE "WRITE FAILED ON EMPMAPLG" TO WS-ABEND-TEXT
057300         PERFORM 9900-ABEND THRU 9900-EXIT
057400     END-IF.
057500     IF APQ-APPROVED
057600         MOVE APQ-TRAN     TO APRV-TRAN
057700         MOVE APQ-APPROVER TO APRV-APPROVER
057800         MOVE X'0A'        TO APRV-NEWLINE
057900         WRITE EMPMAPRV-RECORD
058000         IF WS-FS3 NOT = 00
058100             MOVE "WRITE FAILED ON EMPMAPRV" TO WS-ABEND-TEXT
058200             PERFORM 9900-ABEND THRU 9900-EXIT
058300         END-IF
058400     END-IF.
058500 8150-EXIT.
058600     EXIT.
058700
058800*****************************************************************
058900*  8200-ROLL-QUEUE - EMPMAPPQ.NEW BECOMES EMPMAPPQ.TXT AND THE  *
059000*  .NEW GENERATION IS DELETED, WITH THE CBL_COPY_FILE AND       *
059100*  CBL_DELETE_FILE LIBRARY ROUTINES THE WAY BANKMAINT ROLLS     *
059200*  BANKMSTR.                                                    *
059300*****************************************************************
059400 8200-ROLL-QUEUE.
059500     MOVE "EMPMAPPQ.NEW" TO WS-SOURCE-NAME.
059600     MOVE "EMPMAPPQ.TXT" TO WS-TARGET-NAME.
059700     CALL "CBL_COPY_FILE" USING WS-SOURCE-NAME WS-TARGET-NAME.
059800     MOVE RETURN-CODE TO WS-COPY-RC.
059900     MOVE 0 TO RETURN-CODE.
060000     IF WS-COPY-RC NOT = 0
060100         MOVE "EMPMAPPQ REPLACE FAILED" TO WS-ABEND-TEXT
060200         PERFORM 9900-ABEND THRU 9900-EXIT
060300     END-IF.
060400     CALL "CBL_DELETE_FILE" USING WS-SOURCE-NAME.
060500     IF RETURN-CODE NOT = 0
060600         DISPLAY "TRANAPPR - DELETE FAILED - " WS-SOURCE-NAME
060700     END-IF.
060800     MOVE 0 TO RETURN-CODE.
060900 8200-EXIT.
061000     EXIT.
061100
061200*****************************************************************
061300*  8900-RUNCTL-END - STAMP THE CLEAN END ON THE RUN-CONTROL     *
061400*  LOG. A FAILURE HERE IS REPORTED BUT DOES NOT UNDO A SESSION  *
061500*  THAT ALREADY COMPLETED.                                      *
061600*****************************************************************
061700 8900-RUNCTL-END.
061800     SET  RC-FUNC-END     TO TRUE.
061900     MOVE "TRANAPPR"      TO RC-PROGRAM.
062000     MOVE WS-RUN-DATE-RAW TO RC-RUN-DATE.
062100     CALL "RUNCTL" USING RUNCTL-PARM.
062200     IF NOT RC-OK
062300         DISPLAY "TRANAPPR - RUNCTL END STAMP FAILED - "
062400                 RC-MESSAGE
062500     END-IF.
062600 8900-EXIT.
062700     EXIT.
062800
062900*****************************************************************
063000*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN. NO       *
063100*  DECISION IS WRITTEN UNLESS THE SESSION REACHES ITS END.      *
063200*****************************************************************
063300 9900-ABEND.
063400     DISPLAY "TRANAPPR - ABEND - " WS-ABEND-TEXT
063500             " - FILE STATUS 1 = " WS-FS1
063600             " FILE STATUS 2 = " WS-FS2
063700             " FILE STATUS 3 = " WS-FS3
063800             " FILE STATUS 4 = " WS-FS4.
063900     MOVE 16 TO RETURN-CODE.
064000     STOP RUN.
064100 9900-EXIT.
064200     EXIT.
