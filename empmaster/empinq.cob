001492*                 BYTES, IN STEP WITH TRANEDIT AND EMPMAINT) SO     *
001493*                 THE JOURNAL AND THE MAINTENANCE REGISTER SHOW     *
001494*                 WHO ORIGINATED EVERY CHANGE.                      *
001495*  10/15/26  JDH  THE ADD AND CHANGE DIALOGS NOW PROMPT FOR AN     *
001496*                 EFFECTIVE DATE (ENTER ALONE = TODAY; A PAST      *
001497*                 DATE IS REFUSED) AND THE TRANSACTION CARRIES IT  *
001498*                 (63 TO 71 BYTES, IN STEP WITH TRANEDIT AND       *
001499*                 EMPMAINT). A DELETE IS EFFECTIVE TODAY. EVERY    *
001500*                 INQUIRY NOW ALSO LISTS ANY FUTURE-DATED CHANGE   *
001501*                 PARKED AGAINST THE EMP-ID ON THE PENDING FILE    *
001502*                 (EMPMPEND.TXT), SO THE OPERATOR SEES WHAT IS     *
001503*                 ALREADY SCHEDULED BEFORE KEYING MORE.            *
001513*  10/15/26  JDH  EVERY INQUIRY NOW ALSO LISTS ANY TRANSACTION     *
001523*                 FOR THE EMP-ID STILL WAITING FOR A SUPERVISOR    *
001533*                 ON THE APPROVAL QUEUE (EMPMAPPQ.TXT), WITH THE   *
001543*                 REASON IT WAS HELD. THE PENDING FILE GREW 71 TO  *
001553*                 79 BYTES WITH THE APPROVER ID, WHICH IS SHOWN    *
001563*                 ON A PARKED ITEM THAT WAS APPROVED. THE RAW      *
001573*                 TRANSACTION WRITTEN HERE IS UNCHANGED.           *
001574*  10/15/26  JDH  AN EMP-ID NOT ON THE MASTER IS NOW LOOKED UP ON  *
001575*                 THE FORMER-EMPLOYEE FILE (EMPFORM.DAT, WRITTEN   *
001576*                 BY EMPPURGE) AND SHOWN READ-ONLY WITH ITS        *
001577*                 TERMINATION, LAST PAY AND PURGE DATES. NO ADD    *
001578*                 CAN BE QUEUED FOR A FORMER EMPLOYEE'S EMP-ID.    *
001579*  10/15/26  JDH  THE SIGN-ON OPERATOR ID IS FOLDED TO UPPER CASE  *
001580*                 SO THE SAME-OPERATOR APPROVAL CHECK CANNOT BE    *
001581*                 DODGED BY CASE. AN EFFECTIVE DATE THAT IS NOT A  *
001582*                 REAL CALENDAR DATE (E.G. 20260231) IS NOW        *
001584*                 REFUSED.                                         *
001592*****************************************************************
001600*  REMARKS.
001700*  INTERACTIVE EMPLOYEE INQUIRY AND MAINTENANCE FRONT-END.
001800*  PROMPTS THE OPERATOR FOR AN EMP-ID, READS THE INDEXED
001900*  EMPMASTER FILE BY KEY AND DISPLAYS THE RECORD. THE OPERATOR
002000*  MAY THEN ENTER A CHANGE OR DELETE FOR THE DISPLAYED RECORD,
002100*  OR AN ADD WHEN THE EMP-ID IS NOT ON FILE. EACH ACCEPTED
002200*  DIALOG IS WRITTEN AS A PROPERLY FORMATTED 71-BYTE 'A'/'C'/
002300*  'D' TRANSACTION ONTO THE RAW TRANSACTION FILE (APPEND) FOR
002400*  RUN - EMPMASTER ITSELF IS OPENED INPUT AND NEVER UPDATED
002500*  HERE, SO EVERY CHANGE STILL FLOWS THROUGH EMPMAINT'S
002600*  VALIDATION, JOURNAL AND MAINTENANCE REGISTER. THIS REPLACES
002700*  HAND-TYPING FIXED-FORMAT TRANSACTION RECORDS, THE BIGGEST
002800*  SOURCE OF EMPMAINT REJECTS.
002810*  ANY FUTURE-DATED TRANSACTION EMPMAINT IS HOLDING FOR THE
002820*  EMP-ID ON THE PENDING FILE (EMPMPEND.TXT) IS LISTED WITH THE
002830*  RECORD, READ-ONLY.
002840*  SO IS ANY TRANSACTION TRANEDIT HELD FOR SUPERVISOR APPROVAL
002850*  THAT IS STILL WAITING ON THE APPROVAL QUEUE (EMPMAPPQ.TXT).
002851*  AN EMP-ID NOT ON THE MASTER IS LOOKED FOR ON THE FORMER-
002852*  EMPLOYEE FILE (EMPFORM.DAT) THAT EMPPURGE MOVES PURGED
002853*  EMPLOYEES TO. ONE FOUND THERE IS SHOWN READ-ONLY - NOTHING
002854*  CAN BE QUEUED AGAINST IT. NO FORMER-EMPLOYEE FILE YET
002855*  (STATUS 35) SIMPLY MEANS NOBODY HAS BEEN PURGED.
002900*****************************************************************
003000
003100 ENVIRONMENT DIVISION.
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE  IS SEQUENTIAL
004300         FILE STATUS  IS WS-FS2.
004310
004320     SELECT EMPMPEND ASSIGN TO "EMPMPEND.TXT"
004330         ORGANIZATION IS SEQUENTIAL
004340         ACCESS MODE  IS SEQUENTIAL
004350         FILE STATUS  IS WS-FS3.
004351
004352     SELECT EMPMAPPQ ASSIGN TO "EMPMAPPQ.TXT"
004353         ORGANIZATION IS SEQUENTIAL
004354         ACCESS MODE  IS SEQUENTIAL
004355         FILE STATUS  IS WS-FS4.
004356
004357     SELECT EMPFORM ASSIGN TO "EMPFORM.DAT"
004358         ORGANIZATION IS INDEXED
004359         ACCESS MODE  IS RANDOM
004360         RECORD KEY   IS FORM-ID
004361         FILE STATUS  IS WS-FS5.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005400*****************************************************************
005500*  EMPMTRAN - MAINTENANCE TRANSACTIONS QUEUED ON THE RAW        *
005600*  TRANSACTION FILE (EMPMTRAW.TXT) FOR THE TRANEDIT BATCH       *
005700*  EDIT AND THE NEXT EMPMAINT RUN. SAME 71-BYTE LAYOUT.         *
005800*****************************************************************
005900 FD  EMPMTRAN
006000     RECORD CONTAINS 71  CHARACTERS
006100     BLOCK  CONTAINS 71  CHARACTERS
006200     RECORDING MODE  IS  F
006300     DATA RECORD     IS EMPMTRAN-RECORD.
006400 01  EMPMTRAN-RECORD.
006920     05  TRAN-HIRE-DATE        PIC 9(08).
006930     05  TRAN-COSTCTR          PIC X(04).
006940     05  TRAN-OPERATOR         PIC X(08).
006950     05  TRAN-EFF-DATE         PIC 9(08).
007000     05  TRAN-NEWLINE          PIC X(01).
007001
007002*****************************************************************
007003*  EMPMPEND - FUTURE-DATED TRANSACTIONS EMPMAINT IS HOLDING     *
007004*  UNTIL THEIR EFFECTIVE DATE. EMPMAINT'S 79-BYTE LAYOUT - THE  *
007005*  RAW LAYOUT PLUS THE APPROVER ID. READ ONLY.                  *
007006*****************************************************************
007007 FD  EMPMPEND
007008     RECORD CONTAINS 79  CHARACTERS
007009     BLOCK  CONTAINS 79  CHARACTERS
007010     RECORDING MODE  IS  F
007011     DATA RECORD     IS EMPMPEND-RECORD.
007012 01  EMPMPEND-RECORD.
007013     05  PEND-ACTION           PIC X(01).
007014     05  PEND-ID               PIC X(05).
007015     05  PEND-NAME             PIC X(15).
007016     05  PEND-DESG             PIC X(10).
007017     05  PEND-SALARY           PIC 9(10).
007018     05  PEND-STATUS           PIC X(01).
007019     05  PEND-HIRE-DATE        PIC 9(08).
007020     05  PEND-COSTCTR          PIC X(04).
007021     05  PEND-OPERATOR         PIC X(08).
007022     05  PEND-EFF-DATE         PIC 9(08).
007023     05  PEND-APPROVER         PIC X(08).
007024     05  PEND-NEWLINE          PIC X(01).
007025
007026*****************************************************************
007027*  EMPMAPPQ - TRANSACTIONS TRANEDIT HELD FOR SUPERVISOR         *
007028*  APPROVAL, WAITING FOR TRANAPPR. READ ONLY.                   *
007029*****************************************************************
007030 FD  EMPMAPPQ
007031     RECORD CONTAINS 127 CHARACTERS
007032     BLOCK  CONTAINS 127 CHARACTERS
007033     RECORDING MODE  IS  F
007034     DATA RECORD     IS APPRQUE-RECORD.
007035     COPY APPRQUE.
007036
007037*****************************************************************
007038*  EMPFORM - INDEXED FORMER-EMPLOYEE HISTORY, KEYED BY EMP-ID.  *
007039*  WRITTEN BY EMPPURGE. READ ONLY.                              *
007040*****************************************************************
007041 FD  EMPFORM
007042     DATA RECORD IS EMPFORM-RECORD.
007043     COPY EMPFORM.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-VAR.
007400     05  WS-FS1                PIC 9(02).
007500     05  WS-FS2                PIC 9(02).
007510     05  WS-FS3                PIC 9(02).
007520     05  WS-FS4                PIC 9(02).
007521     05  WS-FS5                PIC 9(02).
007600     05  WS-END-SW             PIC X(01)     VALUE 'N'.
007700         88  WS-END-REQUESTED      VALUE 'Y'.
007800         88  WS-NOT-ENDED          VALUE 'N'.
007900     05  WS-SALARY-OK-SW       PIC X(01)     VALUE 'N'.
008000         88  WS-SALARY-OK          VALUE 'Y'.
008100         88  WS-SALARY-BAD         VALUE 'N'.
008110     05  WS-EFF-OK-SW          PIC X(01)     VALUE 'N'.
008120         88  WS-EFF-OK             VALUE 'Y'.
008130         88  WS-EFF-BAD            VALUE 'N'.
008140     05  WS-PEND-EOF-SW        PIC X(01)     VALUE 'N'.
008150         88  WS-PEND-EOF           VALUE 'Y'.
008160         88  WS-PEND-NOT-EOF       VALUE 'N'.
008170     05  WS-APQ-EOF-SW         PIC X(01)     VALUE 'N'.
008180         88  WS-APQ-EOF            VALUE 'Y'.
008190         88  WS-APQ-NOT-EOF        VALUE 'N'.
008191     05  WS-FORM-OPEN-SW       PIC X(01)     VALUE 'N'.
008192         88  WS-FORM-OPEN          VALUE 'Y'.
008193         88  WS-FORM-NOT-OPEN      VALUE 'N'.
008194     05  WS-FORM-FOUND-SW      PIC X(01)     VALUE 'N'.
008195         88  WS-FORM-FOUND         VALUE 'Y'.
008196         88  WS-FORM-NOT-FOUND     VALUE 'N'.
008200
008300 01  WS-COUNTS.
008400     05  WS-INQUIRY-COUNT      PIC 9(05)     VALUE 0.
009830     05  WS-IN-HIRE            PIC X(08)     VALUE SPACES.
009840     05  WS-IN-COSTCTR         PIC X(04)     VALUE SPACES.
009850     05  WS-OPERATOR-ID        PIC X(08)     VALUE SPACES.
009851     05  WS-IN-EFF-DATE        PIC X(08)     VALUE SPACES.
009852     05  WS-IN-EFF-DATE-R REDEFINES WS-IN-EFF-DATE.
009853         10  WS-IN-EFF-CCYY        PIC X(04).
009854         10  WS-IN-EFF-MM          PIC X(02).
009855         10  WS-IN-EFF-DD          PIC X(02).
009856
009857*****************************************************************
009858*  EFFECTIVE-DATE FIELDS - TODAY'S DATE FOR THE DEFAULT AND THE *
009859*  PAST-DATE CHECK, THE EDITED DATE FOR THE TRANSACTION.        *
009860*****************************************************************
009861 01  WS-EFF-DATE-FIELDS.
009862     05  WS-TODAY              PIC 9(08)     VALUE 0.
009863     05  WS-EDIT-EFF-DATE      PIC 9(08)     VALUE 0.
009864     05  WS-PEND-COUNT         PIC 9(03)     VALUE 0.
009874     05  WS-APQ-COUNT          PIC 9(03)     VALUE 0.
009900
010000*****************************************************************
010100*  WS-SALARY-EDIT-FIELDS - 3300-EDIT-SALARY WORK AREA. THE      *
013700         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
013800         PERFORM 9900-ABEND THRU 9900-EXIT
013900     END-IF.
013901     OPEN INPUT EMPFORM.
013902     IF WS-FS5 = 00
013903         SET WS-FORM-OPEN TO TRUE
013904     END-IF.
013905     IF WS-FS5 NOT = 00 AND WS-FS5 NOT = 35
013906         MOVE "OPEN FAILED ON EMPFORM" TO WS-ABEND-TEXT
013907         PERFORM 9900-ABEND THRU 9900-EXIT
013908     END-IF.
013910     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
014000     OPEN EXTEND EMPMTRAN.
014100     IF WS-FS2 = 35
014200         OPEN OUTPUT EMPMTRAN
015260*****************************************************************
015270 1100-SIGN-ON.
015280     DISPLAY "OPERATOR ID:".
015282     MOVE SPACES TO WS-OPERATOR-ID.
015284     ACCEPT WS-OPERATOR-ID.
015286     INSPECT WS-OPERATOR-ID
015288         CONVERTING "abcdefghijklmnopqrstuvwxyz"
015290                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
015292     IF WS-OPERATOR-ID = SPACES
015293         DISPLAY "AN OPERATOR ID IS REQUIRED"
015294     END-IF.
016900     MOVE WS-INQ-ID TO EMP-ID.
017000     READ EMPMASTER
017100         INVALID KEY
017101             PERFORM 2050-CHECK-FORMER THRU 2050-EXIT
017102             IF WS-FORM-FOUND
017103                 GO TO 2000-EXIT
017104             END-IF
017110             PERFORM 2150-SHOW-PENDING THRU 2150-EXIT
017120             PERFORM 2170-SHOW-APPROVAL THRU 2170-EXIT
017200             PERFORM 2300-ADD-DIALOG THRU 2300-EXIT
017300             GO TO 2000-EXIT
017400     END-READ.
017500     PERFORM 2100-DISPLAY-RECORD THRU 2100-EXIT.
017510     PERFORM 2150-SHOW-PENDING THRU 2150-EXIT.
017520     PERFORM 2170-SHOW-APPROVAL THRU 2170-EXIT.
017600     PERFORM 2200-ACTION-DIALOG THRU 2200-EXIT.
017700 2000-EXIT.
017800     EXIT.
017900
017901*****************************************************************
017902*  2050-CHECK-FORMER - LOOK FOR AN EMP-ID NOT ON THE MASTER ON  *
017903*  THE FORMER-EMPLOYEE FILE AND SHOW IT READ-ONLY. A FORMER     *
017904*  EMPLOYEE GETS NO ACTION DIALOG AND NO ADD - THE EMP-ID       *
017905*  STAYS RETIRED.                                               *
017906*****************************************************************
017907 2050-CHECK-FORMER.
017908     SET WS-FORM-NOT-FOUND TO TRUE.
017909     IF WS-FORM-NOT-OPEN
017910         GO TO 2050-EXIT
017911     END-IF.
017912     MOVE WS-INQ-ID TO FORM-ID.
017913     READ EMPFORM
017914         INVALID KEY
017915             GO TO 2050-EXIT
017916     END-READ.
017917     SET WS-FORM-FOUND TO TRUE.
017918     MOVE FORM-SALARY TO WS-DISPLAY-SALARY.
017919     DISPLAY "*** FORMER EMPLOYEE - READ ONLY ***".
017920     DISPLAY "EMP-ID      " FORM-ID.
017921     DISPLAY "NAME        " FORM-NAME.
017922     DISPLAY "DESIGNATION " FORM-DESG.
017923     DISPLAY "SALARY      " WS-DISPLAY-SALARY.
017924     DISPLAY "STATUS      " FORM-STATUS.
017925     DISPLAY "HIRE DATE   " FORM-HIRE-DATE.
017926     DISPLAY "COST CENTER " FORM-COSTCTR.
017927     DISPLAY "TERMINATED  " FORM-TERM-PERIOD.
017928     IF FORM-LAST-PAY-PERIOD = 0
017929         DISPLAY "LAST PAID   NONE"
017930     ELSE
017931         DISPLAY "LAST PAID   " FORM-LAST-PAY-PERIOD
017932     END-IF.
017933     DISPLAY "PURGED ON   " FORM-PURGE-DATE.
017934     DISPLAY "EMP-ID " FORM-ID
017935             " IS ON THE FORMER-EMPLOYEE FILE - NO MAINTENANCE".
017936 2050-EXIT.
017937     EXIT.
018000*****************************************************************
018100*  2100-DISPLAY-RECORD - SHOW THE MASTER RECORD JUST READ.      *
018200*****************************************************************
018830     DISPLAY "COST CENTER " EMP-COSTCTR.
018900 2100-EXIT.
019000     EXIT.
019001
019002*****************************************************************
019003*  2150-SHOW-PENDING - LIST EVERY FUTURE-DATED TRANSACTION      *
019004*  PARKED ON THE PENDING FILE FOR THE EMP-ID. NO PENDING FILE   *
019005*  (STATUS 35) MEANS NOTHING IS PARKED.                         *
019006*****************************************************************
019007 2150-SHOW-PENDING.
019008     MOVE 0 TO WS-PEND-COUNT.
019009     OPEN INPUT EMPMPEND.
019010     IF WS-FS3 = 35
019011         GO TO 2150-EXIT
019012     END-IF.
019013     IF WS-FS3 NOT = 00
019014         MOVE "OPEN FAILED ON EMPMPEND" TO WS-ABEND-TEXT
019015         PERFORM 9900-ABEND THRU 9900-EXIT
019016     END-IF.
019017     SET WS-PEND-NOT-EOF TO TRUE.
019018     PERFORM 2160-SCAN-PENDING THRU 2160-EXIT
019019         UNTIL WS-PEND-EOF.
019020     CLOSE EMPMPEND.
019021     IF WS-PEND-COUNT > 0
019022         DISPLAY WS-PEND-COUNT " PENDING CHANGE(S) ON FILE FOR "
019023                 "EMP-ID " WS-INQ-ID
019024     END-IF.
019025 2150-EXIT.
019026     EXIT.
019027
019028*****************************************************************
019029*  2160-SCAN-PENDING - READ ONE PENDING TRANSACTION AND SHOW IT *
019030*  IF IT IS FOR THE EMP-ID BEING INQUIRED ON.                   *
019031*****************************************************************
019032 2160-SCAN-PENDING.
019033     READ EMPMPEND.
019034     IF WS-FS3 = 10
019035         SET WS-PEND-EOF TO TRUE
019036         GO TO 2160-EXIT
019037     END-IF.
019038     IF WS-FS3 NOT = 00
019039         MOVE "READ FAILED ON EMPMPEND" TO WS-ABEND-TEXT
019040         PERFORM 9900-ABEND THRU 9900-EXIT
019041     END-IF.
019042     IF PEND-ID NOT = WS-INQ-ID
019043         GO TO 2160-EXIT
019044     END-IF.
019045     ADD 1 TO WS-PEND-COUNT.
019046     MOVE PEND-SALARY TO WS-DISPLAY-SALARY.
019047     DISPLAY "PENDING '" PEND-ACTION "' EFFECTIVE " PEND-EFF-DATE
019048             " KEYED BY " PEND-OPERATOR.
019049     IF PEND-APPROVER NOT = SPACES
019050         DISPLAY "   APPROVED BY " PEND-APPROVER
019051     END-IF.
019052     IF PEND-ACTION NOT = "D"
019053         DISPLAY "   NAME " PEND-NAME " DESG " PEND-DESG
019054                 " SALARY " WS-DISPLAY-SALARY
019055         DISPLAY "   STATUS " PEND-STATUS " HIRE DATE "
019056                 PEND-HIRE-DATE " COST CENTER " PEND-COSTCTR
019057     END-IF.
019058 2160-EXIT.
019059     EXIT.
019060
019061*****************************************************************
019062*  2170-SHOW-APPROVAL - LIST EVERY TRANSACTION FOR THE EMP-ID   *
019063*  STILL AWAITING A SUPERVISOR ON THE APPROVAL QUEUE. NO QUEUE  *
019064*  FILE (STATUS 35) MEANS NOTHING IS WAITING.                   *
019065*****************************************************************
019066 2170-SHOW-APPROVAL.
019067     MOVE 0 TO WS-APQ-COUNT.
019068     OPEN INPUT EMPMAPPQ.
019069     IF WS-FS4 = 35
019070         GO TO 2170-EXIT
019071     END-IF.
019072     IF WS-FS4 NOT = 00
019073         MOVE "OPEN FAILED ON EMPMAPPQ" TO WS-ABEND-TEXT
019074         PERFORM 9900-ABEND THRU 9900-EXIT
019075     END-IF.
019076     SET WS-APQ-NOT-EOF TO TRUE.
019077     PERFORM 2180-SCAN-APPROVAL THRU 2180-EXIT
019078         UNTIL WS-APQ-EOF.
019079     CLOSE EMPMAPPQ.
019080     IF WS-APQ-COUNT > 0
019081         DISPLAY WS-APQ-COUNT " CHANGE(S) AWAITING APPROVAL FOR "
019082                 "EMP-ID " WS-INQ-ID
019083     END-IF.
019084 2170-EXIT.
019085     EXIT.
019086
019087*****************************************************************
019088*  2180-SCAN-APPROVAL - READ ONE QUEUE ITEM AND SHOW IT IF IT   *
019089*  IS UNDECIDED AND FOR THE EMP-ID BEING INQUIRED ON.           *
019090*****************************************************************
019091 2180-SCAN-APPROVAL.
019092     READ EMPMAPPQ.
019093     IF WS-FS4 = 10
019094         SET WS-APQ-EOF TO TRUE
019095         GO TO 2180-EXIT
019096     END-IF.
019097     IF WS-FS4 NOT = 00
019098         MOVE "READ FAILED ON EMPMAPPQ" TO WS-ABEND-TEXT
019099         PERFORM 9900-ABEND THRU 9900-EXIT
019100     END-IF.
019101     IF APQ-ID NOT = WS-INQ-ID
019102        OR NOT APQ-UNDECIDED
019103         GO TO 2180-EXIT
019104     END-IF.
019105     ADD 1 TO WS-APQ-COUNT.
019106     MOVE APQ-SALARY TO WS-DISPLAY-SALARY.
019107     DISPLAY "AWAITING APPROVAL '" APQ-ACTION "' " APQ-REASON
019108             " KEYED BY " APQ-OPERATOR.
019109     IF NOT APQ-IS-DELETE
019110         DISPLAY "   EFFECTIVE " APQ-EFF-DATE " SALARY "
019111                 WS-DISPLAY-SALARY " STATUS " APQ-STATUS
019112     END-IF.
019113 2180-EXIT.
019114     EXIT.
019115
019200*****************************************************************
019300*  2200-ACTION-DIALOG - OFFER CHANGE/DELETE FOR THE DISPLAYED   *
019400*  RECORD. ENTER ALONE RETURNS TO THE EMP-ID PROMPT.            *
025210     MOVE WS-IN-STATUS   TO TRAN-STATUS.
025220     MOVE WS-IN-HIRE     TO TRAN-HIRE-DATE.
025230     MOVE WS-IN-COSTCTR  TO TRAN-COSTCTR.
025240     PERFORM 2700-PROMPT-EFF-DATE THRU 2700-EXIT.
025250     IF WS-EFF-BAD
025260         DISPLAY "NOTHING QUEUED"
025270         GO TO 2300-EXIT
025280     END-IF.
025290     MOVE WS-EDIT-EFF-DATE TO TRAN-EFF-DATE.
025300     PERFORM 3000-WRITE-TRAN THRU 3000-EXIT.
025400 2300-EXIT.
025500     EXIT.
029210     MOVE WS-IN-STATUS   TO TRAN-STATUS.
029220     MOVE WS-IN-HIRE     TO TRAN-HIRE-DATE.
029230     MOVE WS-IN-COSTCTR  TO TRAN-COSTCTR.
029240     PERFORM 2700-PROMPT-EFF-DATE THRU 2700-EXIT.
029250     IF WS-EFF-BAD
029260         DISPLAY "NOTHING QUEUED"
029270         GO TO 2400-EXIT
029280     END-IF.
029290     MOVE WS-EDIT-EFF-DATE TO TRAN-EFF-DATE.
029300     PERFORM 3000-WRITE-TRAN THRU 3000-EXIT.
029400 2400-EXIT.
029500     EXIT.
031410     MOVE EMP-STATUS     TO TRAN-STATUS.
031420     MOVE EMP-HIRE-DATE  TO TRAN-HIRE-DATE.
031430     MOVE EMP-COSTCTR    TO TRAN-COSTCTR.
031440     MOVE WS-TODAY       TO TRAN-EFF-DATE.
031500     PERFORM 3000-WRITE-TRAN THRU 3000-EXIT.
031600 2500-EXIT.
031700     EXIT.
033200     END-IF.
033300 2600-EXIT.
033400     EXIT.
033401
033402*****************************************************************
033403*  2700-PROMPT-EFF-DATE - PROMPT FOR THE EFFECTIVE DATE.        *
033404*  ENTER ALONE MEANS TODAY. A LATER DATE IS HELD BY EMPMAINT    *
033405*  UNTIL IT IS DUE; A DATE BEFORE TODAY IS REFUSED, AS IS ONE   *
033406*  THAT IS NOT ON THE CALENDAR (31 APRIL, 29 FEB OFF A LEAP     *
033407*  YEAR). LEAVES                                                *
033408*  WS-EFF-OK-SW AND WS-EDIT-EFF-DATE SET.                       *
033409*****************************************************************
033410 2700-PROMPT-EFF-DATE.
033411     SET WS-EFF-BAD TO TRUE.
033412     DISPLAY "EFFECTIVE DATE (CCYYMMDD, ENTER=TODAY):".
033413     MOVE SPACES TO WS-IN-EFF-DATE.
033414     ACCEPT WS-IN-EFF-DATE.
033415     IF WS-IN-EFF-DATE = SPACES
033416         MOVE WS-TODAY TO WS-EDIT-EFF-DATE
033417         SET WS-EFF-OK TO TRUE
033418         GO TO 2700-EXIT
033419     END-IF.
033420     IF WS-IN-EFF-DATE IS NOT NUMERIC
033421        OR WS-IN-EFF-MM < "01" OR WS-IN-EFF-MM > "12"
033422        OR WS-IN-EFF-DD < "01" OR WS-IN-EFF-DD > "31"
033423         DISPLAY "INVALID EFFECTIVE DATE '" WS-IN-EFF-DATE "'"
033424         GO TO 2700-EXIT
033425     END-IF.
033426     MOVE WS-IN-EFF-DATE TO WS-EDIT-EFF-DATE.
033435     IF FUNCTION TEST-DATE-YYYYMMDD (WS-EDIT-EFF-DATE) NOT = 0
033436         DISPLAY "INVALID EFFECTIVE DATE '" WS-IN-EFF-DATE "'"
033437         GO TO 2700-EXIT
033438     END-IF.
033444     IF WS-EDIT-EFF-DATE < WS-TODAY
033450         DISPLAY "EFFECTIVE DATE " WS-IN-EFF-DATE
033456                 " IS BEFORE TODAY"
033462         GO TO 2700-EXIT
033468     END-IF.
033474     SET WS-EFF-OK TO TRUE.
033480 2700-EXIT.
033486     EXIT.
033500
033600*****************************************************************
033700*  3000-WRITE-TRAN - APPEND THE BUILT TRANSACTION TO EMPMTRAN   *
034600     END-IF.
034700     ADD 1 TO WS-TRAN-COUNT.
034800     DISPLAY "TRANSACTION '" TRAN-ACTION "' QUEUED FOR EMP-ID "
034900             TRAN-ID " EFFECTIVE " TRAN-EFF-DATE ".".
035000 3000-EXIT.
035100     EXIT.
035200
040300     DISPLAY "EMPINQ  - TRANSACTIONS QUEUED " WS-TRAN-COUNT.
040400     CLOSE EMPMASTER.
040500     CLOSE EMPMTRAN.
040501     IF WS-FORM-OPEN
040502         CLOSE EMPFORM
040503     END-IF.
040600 8000-EXIT.
040700     EXIT.
040800
041200 9900-ABEND.
041300     DISPLAY "EMPINQ  - ABEND - " WS-ABEND-TEXT
041400             " - FILE STATUS 1 = " WS-FS1
041500             " FILE STATUS 2 = " WS-FS2
041510             " FILE STATUS 3 = " WS-FS3
041520             " FILE STATUS 4 = " WS-FS4
041521             " FILE STATUS 5 = " WS-FS5.
041600     MOVE 16 TO RETURN-CODE.
041700     STOP RUN.
041800 9900-EXIT.
