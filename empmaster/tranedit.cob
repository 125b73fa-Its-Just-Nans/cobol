001095*                 EMPMTRAN). EVERY TRANSACTION - EMPINQ-QUEUED OR   *
001096*                 HAND-KEYED - MUST CARRY A NON-BLANK OPERATOR ID   *
001097*                 OR IT IS REJECTED.                                *
001107*  10/15/26  JDH  THE TRANSACTION NOW CARRIES AN EFFECTIVE DATE    *
001117*                 (63 TO 71 BYTES, IN STEP WITH EMPMTRAN). A       *
001127*                 BLANK EFFECTIVE DATE IS SET TO THE EDIT DATE -   *
001137*                 EFFECTIVE TONIGHT, AS BEFORE; ANYTHING ELSE      *
001147*                 MUST BE A VALID CCYYMMDD DATE OR THE             *
001157*                 TRANSACTION IS REJECTED. A LATER DATE IS PASSED  *
001167*                 THROUGH FOR EMPMAINT TO HOLD UNTIL IT IS DUE.    *
001177*                 THE EDIT REPORT SHOWS THE EFFECTIVE DATE.        *
001178*  10/15/26  JDH  SENSITIVE TRANSACTIONS NOW NEED A SECOND         *
001179*                 PERSON. A CLEAN CHANGE THAT RAISES THE SALARY    *
001180*                 BY MORE THAN WS-APPR-SAL-PCT OVER THE MASTER,    *
001181*                 OR SETS STATUS 'T' ON A NOT-YET-TERMINATED       *
001182*                 EMPLOYEE, AND EVERY CLEAN DELETE, IS WRITTEN TO  *
001183*                 THE APPROVAL QUEUE (EMPMAPPQ.TXT, SEE THE        *
001184*                 APPRQUE COPYBOOK) FOR A SUPERVISOR TO DECIDE IN  *
001185*                 TRANAPPR INSTEAD OF GOING TO EMPMTRAN.           *
001186*                 EMPMASTER IS NOW READ (INPUT ONLY) FOR THE       *
001187*                 COMPARISON. EMPMTRAN GROWS 71 TO 79 BYTES WITH   *
001188*                 THE APPROVER ID, ALWAYS BLANK FROM THIS EDIT.    *
001189*                 THE EDIT REPORT SHOWS HELD ITEMS AND THEIR       *
001190*                 COUNT.                                           *
001192*  10/15/26  JDH  THE OPERATOR ID IS FOLDED TO UPPER CASE BEFORE   *
001193*                 IT IS EDITED AND PASSED ON, SO THE SAME-         *
001194*                 OPERATOR APPROVAL CHECK CANNOT BE DODGED BY      *
001195*                 CASE. AN EFFECTIVE DATE THAT IS NOT A REAL       *
001196*                 CALENDAR DATE (E.G. 20260231) IS NOW REJECTED.   *
001198*****************************************************************
001200*  REMARKS.
001300*  BATCH EDIT FRONT-END FOR THE EMPMASTER MAINTENANCE
001400*  TRANSACTIONS. READS THE RAW TRANSACTION FILE (EMPMTRAW.TXT -
002200*  SHOWS EVERY TRANSACTION'S DISPOSITION AND THE BATCH TOTALS
002300*  BY ACTION CODE SO THE SUPERVISOR CAN BALANCE THE BATCH
002400*  BEFORE IT IS EVER APPLIED TO THE MASTER.
002410*  MAKER-CHECKER: A CLEAN TRANSACTION THAT RAISES A SALARY BY
002420*  MORE THAN WS-APPR-SAL-PCT, TERMINATES AN EMPLOYEE (STATUS
002430*  'T') OR DELETES ONE IS NOT PASSED TO EMPMAINT BUT HELD ON
002440*  THE APPROVAL QUEUE (EMPMAPPQ.TXT) UNTIL A SUPERVISOR OTHER
002450*  THAN THE OPERATOR WHO KEYED IT APPROVES IT IN TRANAPPR.
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE  IS SEQUENTIAL
004800         FILE STATUS  IS WS-FS4.
004801
004802     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
004803         ORGANIZATION IS INDEXED
004804         ACCESS MODE  IS RANDOM
004805         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
004806         FILE STATUS  IS WS-FS5.
004807
004808     SELECT EMPMAPPQ ASSIGN TO "EMPMAPPQ.TXT"
004809         ORGANIZATION IS SEQUENTIAL
004810         ACCESS MODE  IS SEQUENTIAL
004811         FILE STATUS  IS WS-FS6.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
005300*  EMPMTRAW - RAW, UNEDITED MAINTENANCE TRANSACTIONS. SAME     *
005400*  71-BYTE LAYOUT AS EMPMTRAN BUT NOTHING IN IT CAN BE          *
005500*  TRUSTED - THE SALARY AND HIRE DATE ARE HELD AS RAW BYTES     *
005510*  FOR THE EDIT.                                                *
005520*  RAW-EFF-DATE-X IS THE EFFECTIVE DATE (CCYYMMDD, BLANK =      *
005530*  EFFECTIVE ON THE EDIT DATE).                                 *
005600*****************************************************************
005700 FD  EMPMTRAW
005800     RECORD CONTAINS 71  CHARACTERS
005900     BLOCK  CONTAINS 71  CHARACTERS
006000     RECORDING MODE  IS  F
006100     DATA RECORD     IS EMPMTRAW-RECORD.
006200 01  EMPMTRAW-RECORD.
007030     05  RAW-HIRE-DATE-X       PIC X(08).
007040     05  RAW-COSTCTR           PIC X(04).
007050     05  RAW-OPERATOR          PIC X(08).
007051     05  RAW-EFF-DATE-X        PIC X(08).
007052     05  RAW-EFF-DATE-R REDEFINES RAW-EFF-DATE-X.
007053         10  RAW-EFF-CCYY          PIC X(04).
007054         10  RAW-EFF-MM            PIC X(02).
007055         10  RAW-EFF-DD            PIC X(02).
007056     05  RAW-EFF-DATE REDEFINES RAW-EFF-DATE-X
007057                               PIC 9(08).
007100     05  RAW-NEWLINE           PIC X(01).
007200
007300*****************************************************************
007400*  EMPMTRAN - CLEAN TRANSACTIONS FOR THE NEXT EMPMAINT RUN.    *
007500*  ONLY RECORDS THAT PASSED EVERY EDIT ARE WRITTEN HERE.        *
007510*  79 BYTES - THE 70-BYTE EDITED TRANSACTION, THE APPROVER ID   *
007520*  (ALWAYS BLANK FROM THE EDIT - TRANAPPR FILLS IT FOR APPROVED *
007530*  ITEMS) AND THE NEWLINE.                                      *
007600*****************************************************************
007700 FD  EMPMTRAN
007800     RECORD CONTAINS 79  CHARACTERS
007900     BLOCK  CONTAINS 79  CHARACTERS
008000     RECORDING MODE  IS  F
008100     DATA RECORD     IS EMPMTRAN-RECORD.
008200 01  EMPMTRAN-RECORD.
008210     05  CLN-TRAN              PIC X(70).
008220     05  CLN-APPROVER          PIC X(08).
008230     05  CLN-NEWLINE           PIC X(01).
008300
008400*****************************************************************
008500*  EMPMTREJ - REJECTED TRANSACTIONS. THE RAW 70-BYTE IMAGE      *
008600*  PLUS THE REASON IT FAILED, FOR CORRECTION AND RESUBMISSION.  *
008700*****************************************************************
008800 FD  EMPMTREJ
008900     RECORD CONTAINS 91  CHARACTERS
009000     BLOCK  CONTAINS 91  CHARACTERS
009100     RECORDING MODE  IS  F
009200     DATA RECORD     IS EMPMTREJ-RECORD.
009300 01  EMPMTREJ-RECORD.
009400     05  REJ-IMAGE             PIC X(70).
009500     05  REJ-REASON            PIC X(20).
009600     05  REJ-NEWLINE           PIC X(01).
009700
010600     RECORDING MODE  IS  F
010700     DATA RECORD     IS EDITRPT-RECORD.
010800 01  EDITRPT-RECORD              PIC X(133).
010801
010802*****************************************************************
010803*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID. READ   *
010804*  BY KEY ONLY, FOR THE SALARY AND STATUS A CHANGE IS COMPARED  *
010805*  WITH.                                                        *
010806*****************************************************************
010807 FD  EMPMASTER
010808     DATA RECORD IS EMPMASTER-RECORD.
010809     COPY EMPMSTR.
010810
010811*****************************************************************
010812*  EMPMAPPQ - APPROVAL QUEUE. EACH HELD TRANSACTION IS          *
010813*  APPENDED WITH ITS REASON FOR TRANAPPR.                       *
010814*****************************************************************
010815 FD  EMPMAPPQ
010816     RECORD CONTAINS 127 CHARACTERS
010817     BLOCK  CONTAINS 127 CHARACTERS
010818     RECORDING MODE  IS  F
010819     DATA RECORD     IS APPRQUE-RECORD.
010820     COPY APPRQUE.
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-VAR.
011300     05  WS-FS2                PIC 9(02).
011400     05  WS-FS3                PIC 9(02).
011500     05  WS-FS4                PIC 9(02).
011510     05  WS-FS5                PIC 9(02).
011520     05  WS-FS6                PIC 9(02).
011600     05  WS-EOF-SW             PIC X(01)     VALUE 'N'.
011700         88  WS-EOF-IS-TRUE        VALUE 'Y'.
011800         88  WS-NOT-EOF            VALUE 'N'.
012000         88  WS-TRAN-CLEAN         VALUE 'Y'.
012100         88  WS-TRAN-REJECTED      VALUE 'N'.
012200     05  WS-REASON             PIC X(20)     VALUE SPACES.
012210     05  WS-APPR-SW            PIC X(01)     VALUE 'N'.
012220         88  WS-NEEDS-APPROVAL     VALUE 'Y'.
012230         88  WS-NO-APPROVAL        VALUE 'N'.
012300
012400 01  WS-COUNTS.
012500     05  WS-READ-COUNT         PIC 9(05)     VALUE 0.
012700     05  WS-CHG-ACCEPT         PIC 9(05)     VALUE 0.
012800     05  WS-DEL-ACCEPT         PIC 9(05)     VALUE 0.
012900     05  WS-REJECT-COUNT       PIC 9(05)     VALUE 0.
012901     05  WS-HELD-COUNT         PIC 9(05)     VALUE 0.
012902
012903*****************************************************************
012904*  APPROVAL THRESHOLD - A CHANGE RAISING THE SALARY BY MORE     *
012905*  THAN WS-APPR-SAL-PCT PERCENT OF THE CURRENT MASTER SALARY IS *
012906*  HELD FOR A SUPERVISOR. WS-OLD-SALARY / WS-OLD-STATUS ARE THE *
012907*  MASTER VALUES, WS-APPR-LIMIT THE HIGHEST SALARY THAT PASSES. *
012908*****************************************************************
012909 01  WS-APPROVAL-FIELDS.
012910     05  WS-APPR-SAL-PCT       PIC 9(03)V9(02) VALUE 10.00.
012911     05  WS-APPR-LIMIT         PIC 9(12)V9(02) VALUE 0.
012912     05  WS-APPR-REASON        PIC X(20)       VALUE SPACES.
012913     05  WS-OLD-SALARY         PIC 9(10)       VALUE 0.
012914     05  WS-OLD-STATUS         PIC X(01)       VALUE SPACE.
012915     05  WS-NEW-SALARY         PIC 9(10)       VALUE 0.
013000
013100 01  WS-REPORT-FIELDS.
013200     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
016900     05  FILLER                PIC X(10)     VALUE "RAW SALARY".
017000     05  FILLER                PIC X(02)     VALUE SPACES.
017100     05  FILLER                PIC X(11)     VALUE "DISPOSITION".
017110     05  FILLER                PIC X(11)     VALUE SPACES.
017120     05  FILLER                PIC X(08)     VALUE "EFF DATE".
017200     05  FILLER                PIC X(44)     VALUE SPACES.
017300     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
017400
017500 01  RPT-COLUMN-HDG-2.
018500     05  FILLER                PIC X(10)     VALUE ALL "-".
018600     05  FILLER                PIC X(02)     VALUE SPACES.
018700     05  FILLER                PIC X(20)     VALUE ALL "-".
018710     05  FILLER                PIC X(02)     VALUE SPACES.
018720     05  FILLER                PIC X(08)     VALUE ALL "-".
018800     05  FILLER                PIC X(44)     VALUE SPACES.
018900     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
019000
019100 01  RPT-DETAIL-LINE.
020100     05  RPT-DET-SALARY        PIC X(10).
020200     05  FILLER                PIC X(02)     VALUE SPACES.
020300     05  RPT-DET-DISP          PIC X(20).
020310     05  FILLER                PIC X(02)     VALUE SPACES.
020320     05  RPT-DET-EFF-DATE      PIC X(08).
020400     05  FILLER                PIC X(44)     VALUE SPACES.
020500     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
020600
020700 01  RPT-TOTAL-LINE-1.
023700     05  RPT-TOT-REJS          PIC ZZZZ9.
023800     05  FILLER                PIC X(95)     VALUE SPACES.
023900     05  RPT-TOT4-NEWLINE      PIC X(01)     VALUE X'0A'.
023910
023920 01  RPT-TOTAL-LINE-5.
023930     05  FILLER                PIC X(17)     VALUE SPACES.
023940     05  FILLER                PIC X(15)     VALUE
023950             "HELD/APPROVAL  ".
023960     05  RPT-TOT-HELD          PIC ZZZZ9.
023970     05  FILLER                PIC X(95)     VALUE SPACES.
023980     05  RPT-TOT5-NEWLINE      PIC X(01)     VALUE X'0A'.
024000
024100 01  RPT-BLANK-LINE.
024200     05  FILLER                PIC X(132)    VALUE SPACES.
028700         MOVE "OPEN FAILED ON EDITRPT" TO WS-ABEND-TEXT
028800         PERFORM 9900-ABEND THRU 9900-EXIT
028900     END-IF.
028901     OPEN INPUT EMPMASTER.
028902     IF WS-FS5 NOT = 00
028903         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
028904         PERFORM 9900-ABEND THRU 9900-EXIT
028905     END-IF.
028906     OPEN EXTEND EMPMAPPQ.
028907     IF WS-FS6 = 35
028908         OPEN OUTPUT EMPMAPPQ
028909     END-IF.
028910     IF WS-FS6 NOT = 00
028911         MOVE "OPEN FAILED ON EMPMAPPQ" TO WS-ABEND-TEXT
028912         PERFORM 9900-ABEND THRU 9900-EXIT
028913     END-IF.
029000 1000-EXIT.
029100     EXIT.
029110
029400*  2000-EDIT-TRANSACTION - READ AND EDIT ONE RAW TRANSACTION,   *
029500*  ROUTE IT TO THE CLEAN OR THE REJECT FILE AND PRINT ITS       *
029600*  DISPOSITION ON THE EDIT REPORT.                              *
029610*  A CLEAN TRANSACTION THAT NEEDS A SUPERVISOR GOES TO THE      *
029620*  APPROVAL QUEUE INSTEAD OF THE CLEAN FILE.                    *
029700*****************************************************************
029800 2000-EDIT-TRANSACTION.
029900     READ EMPMTRAW.
030800     ADD 1 TO WS-READ-COUNT.
030900     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
031000     IF WS-TRAN-CLEAN
031010         PERFORM 2150-CHECK-APPROVAL THRU 2150-EXIT
031020     END-IF.
031030     EVALUATE TRUE
031040         WHEN WS-TRAN-REJECTED
031050             PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
031060         WHEN WS-NEEDS-APPROVAL
031070             PERFORM 2250-WRITE-APPROVAL THRU 2250-EXIT
031080         WHEN OTHER
031090             PERFORM 2200-WRITE-CLEAN THRU 2200-EXIT
031100     END-EVALUATE.
031500     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
031600 2000-EXIT.
031700     EXIT.
032400*  A DESIGNATION, A NUMERIC SALARY, A VALID STATUS CODE         *
032410*  (A/L/S/T) AND A NUMERIC HIRE DATE. THE COST CENTER MAY BE    *
032420*  BLANK.                                                       *
032430*  A BLANK EFFECTIVE DATE IS SET TO THE EDIT DATE BEFORE THE    *
032440*  RECORD IS PASSED ON; ANY OTHER MUST BE A VALID CCYYMMDD.     *
032441*  THE OPERATOR ID IS FOLDED TO UPPER CASE FIRST, SO IT IS      *
032442*  COMPARED AND JOURNALED THE SAME WAY HOWEVER IT WAS KEYED.    *
032500*****************************************************************
032600 2100-VALIDATE-TRANSACTION.
032700     SET WS-TRAN-CLEAN TO TRUE.
032800     MOVE "ACCEPTED            " TO WS-REASON.
032801     INSPECT RAW-OPERATOR
032802         CONVERTING "abcdefghijklmnopqrstuvwxyz"
032803                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
032900     IF NOT RAW-IS-ADD AND NOT RAW-IS-CHANGE
033000        AND NOT RAW-IS-DELETE
033100         SET WS-TRAN-REJECTED TO TRUE
033700         MOVE "EMP-ID MISSING      " TO WS-REASON
033800         GO TO 2100-EXIT
033900     END-IF.
033901     IF RAW-EFF-DATE-X = SPACES
033902         MOVE WS-RUN-DATE-RAW TO RAW-EFF-DATE-X
033903     END-IF.
033904     IF RAW-EFF-DATE-X IS NOT NUMERIC
033905        OR RAW-EFF-MM < "01" OR RAW-EFF-MM > "12"
033906        OR RAW-EFF-DD < "01" OR RAW-EFF-DD > "31"
033907         SET WS-TRAN-REJECTED TO TRUE
033908         MOVE "EFF DATE INVALID    " TO WS-REASON
033909         GO TO 2100-EXIT
033910     END-IF.
033911     IF FUNCTION TEST-DATE-YYYYMMDD (RAW-EFF-DATE) NOT = 0
033912         SET WS-TRAN-REJECTED TO TRUE
033913         MOVE "EFF DATE INVALID    " TO WS-REASON
033914         GO TO 2100-EXIT
033915     END-IF.
034000     IF RAW-IS-DELETE
034100         GO TO 2100-EXIT
034200     END-IF.
035690     END-IF.
035700 2100-EXIT.
035800     EXIT.
035801
035802*****************************************************************
035803*  2150-CHECK-APPROVAL - DECIDE WHETHER A CLEAN TRANSACTION     *
035804*  NEEDS A SUPERVISOR. EVERY DELETE DOES. A CHANGE DOES WHEN IT *
035805*  SETS STATUS 'T' ON AN EMPLOYEE THE MASTER DOES NOT ALREADY   *
035806*  SHOW AS TERMINATED, OR RAISES THE SALARY ABOVE               *
035807*  WS-APPR-SAL-PCT OVER THE MASTER SALARY. ADDS, AND CHANGES FOR*
035808*  AN EMP-ID NOT ON THE MASTER (EMPMAINT REJECTS THOSE), PASS.  *
035809*****************************************************************
035810 2150-CHECK-APPROVAL.
035811     SET WS-NO-APPROVAL TO TRUE.
035812     MOVE SPACES TO WS-APPR-REASON.
035813     MOVE 0      TO WS-OLD-SALARY.
035814     MOVE SPACE  TO WS-OLD-STATUS.
035815     IF RAW-IS-ADD
035816         GO TO 2150-EXIT
035817     END-IF.
035818     MOVE RAW-ID TO EMP-ID.
035819     READ EMPMASTER
035820         INVALID KEY
035821             CONTINUE
035822         NOT INVALID KEY
035823             MOVE EMP-SALARY TO WS-OLD-SALARY
035824             MOVE EMP-STATUS TO WS-OLD-STATUS
035825     END-READ.
035826     IF WS-FS5 NOT = 00 AND WS-FS5 NOT = 23
035827         MOVE "READ FAILED ON EMPMASTER" TO WS-ABEND-TEXT
035828         PERFORM 9900-ABEND THRU 9900-EXIT
035829     END-IF.
035830     IF RAW-IS-DELETE
035831         SET WS-NEEDS-APPROVAL TO TRUE
035832         MOVE "HELD - DELETE       " TO WS-APPR-REASON
035833         GO TO 2150-EXIT
035834     END-IF.
035835     IF WS-FS5 = 23
035836         GO TO 2150-EXIT
035837     END-IF.
035838     IF RAW-STATUS = "T" AND WS-OLD-STATUS NOT = "T"
035839         SET WS-NEEDS-APPROVAL TO TRUE
035840         MOVE "HELD - TERMINATION  " TO WS-APPR-REASON
035841         GO TO 2150-EXIT
035842     END-IF.
035843     MOVE RAW-SALARY-X TO WS-NEW-SALARY.
035844     COMPUTE WS-APPR-LIMIT =
035845         WS-OLD-SALARY * (100 + WS-APPR-SAL-PCT) / 100.
035846     IF WS-NEW-SALARY > WS-APPR-LIMIT
035847         SET WS-NEEDS-APPROVAL TO TRUE
035848         MOVE "HELD - SALARY RAISE " TO WS-APPR-REASON
035849     END-IF.
035850 2150-EXIT.
035851     EXIT.
035900
036000*****************************************************************
036100*  2200-WRITE-CLEAN - PASS THE EDITED TRANSACTION THROUGH TO    *
036200*  THE FILE EMPMAINT READS.                                     *
036300*****************************************************************
036400 2200-WRITE-CLEAN.
036500     MOVE EMPMTRAW-RECORD (1:70) TO CLN-TRAN.
036510     MOVE SPACES                 TO CLN-APPROVER.
036520     MOVE X'0A'                  TO CLN-NEWLINE.
036600     WRITE EMPMTRAN-RECORD.
036700     IF WS-FS2 NOT = 00
036800         MOVE "WRITE FAILED ON EMPMTRAN" TO WS-ABEND-TEXT
037800     END-EVALUATE.
037900 2200-EXIT.
038000     EXIT.
038001
038002*****************************************************************
038003*  2250-WRITE-APPROVAL - HOLD THE EDITED TRANSACTION ON THE     *
038004*  APPROVAL QUEUE WITH THE REASON AND THE MASTER VALUES IT WAS  *
038005*  JUDGED AGAINST. THE HOLD REASON IS ITS EDIT DISPOSITION.     *
038006*****************************************************************
038007 2250-WRITE-APPROVAL.
038008     MOVE EMPMTRAW-RECORD (1:70) TO APQ-TRAN.
038009     MOVE WS-APPR-REASON         TO APQ-REASON.
038010     MOVE WS-OLD-SALARY          TO APQ-OLD-SALARY.
038011     MOVE WS-OLD-STATUS          TO APQ-OLD-STATUS.
038012     MOVE WS-RUN-DATE-RAW        TO APQ-QUEUE-DATE.
038013     MOVE SPACE                  TO APQ-DECISION.
038014     MOVE SPACES                 TO APQ-APPROVER.
038015     MOVE 0                      TO APQ-DECISION-DATE.
038016     MOVE X'0A'                  TO APQ-NEWLINE.
038017     WRITE APPRQUE-RECORD.
038018     IF WS-FS6 NOT = 00
038019         MOVE "WRITE FAILED ON EMPMAPPQ" TO WS-ABEND-TEXT
038020         PERFORM 9900-ABEND THRU 9900-EXIT
038021     END-IF.
038022     MOVE WS-APPR-REASON         TO WS-REASON.
038023     ADD 1 TO WS-HELD-COUNT.
038024 2250-EXIT.
038025     EXIT.
038100
038200*****************************************************************
038300*  2300-WRITE-REJECT - ROUTE THE FAILED TRANSACTION AND ITS     *
038400*  REASON TO THE REJECT FILE FOR CORRECTION AND RESUBMISSION.   *
038500*****************************************************************
038600 2300-WRITE-REJECT.
038700     MOVE EMPMTRAW-RECORD (1:70) TO REJ-IMAGE.
038800     MOVE WS-REASON              TO REJ-REASON.
038900     MOVE X'0A'                  TO REJ-NEWLINE.
039000     WRITE EMPMTREJ-RECORD.
041100     MOVE RAW-DESG       TO RPT-DET-DESG.
041200     MOVE RAW-SALARY-X   TO RPT-DET-SALARY.
041300     MOVE WS-REASON      TO RPT-DET-DISP.
041310     MOVE RAW-EFF-DATE-X TO RPT-DET-EFF-DATE.
041400     WRITE EDITRPT-RECORD FROM RPT-DETAIL-LINE.
041500     ADD 1 TO WS-LINE-COUNT.
041600 2600-EXIT.
045200     WRITE EDITRPT-RECORD FROM RPT-TOTAL-LINE-2.
045300     WRITE EDITRPT-RECORD FROM RPT-TOTAL-LINE-3.
045400     WRITE EDITRPT-RECORD FROM RPT-TOTAL-LINE-4.
045410     MOVE WS-HELD-COUNT   TO RPT-TOT-HELD.
045420     WRITE EDITRPT-RECORD FROM RPT-TOTAL-LINE-5.
045500     DISPLAY "TRANEDIT - TRANSACTIONS READ " WS-READ-COUNT.
045600     DISPLAY "TRANEDIT - ADDS ACCEPTED     " WS-ADD-ACCEPT.
045700     DISPLAY "TRANEDIT - CHANGES ACCEPTED  " WS-CHG-ACCEPT.
045800     DISPLAY "TRANEDIT - DELETES ACCEPTED  " WS-DEL-ACCEPT.
045900     DISPLAY "TRANEDIT - REJECTED          " WS-REJECT-COUNT.
045910     DISPLAY "TRANEDIT - HELD FOR APPROVAL " WS-HELD-COUNT.
046000     CLOSE EMPMTRAW.
046100     CLOSE EMPMTRAN.
046200     CLOSE EMPMTREJ.
046300     CLOSE EDITRPT.
046301     CLOSE EMPMASTER.
046302     CLOSE EMPMAPPQ.
046310     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
046400 8000-EXIT.
046500     EXIT.
047200             " - FILE STATUS 1 = " WS-FS1
047300             " FILE STATUS 2 = " WS-FS2
047400             " FILE STATUS 3 = " WS-FS3
047500             " FILE STATUS 4 = " WS-FS4
047510             " FILE STATUS 5 = " WS-FS5
047520             " FILE STATUS 6 = " WS-FS6.
047600     MOVE 16 TO RETURN-CODE.
047700     STOP RUN.
047800 9900-EXIT.
