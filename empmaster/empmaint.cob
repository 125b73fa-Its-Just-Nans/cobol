002997*                 ID IS STAMPED ON THE EMPJRNL JOURNAL RECORD       *
002998*                 (131 TO 139 BYTES) AND PRINTED ON THE             *
002999*                 MAINTENANCE REGISTER FOR ACCOUNTABILITY.          *
003000*  10/15/26  JDH  THE TRANSACTION NOW CARRIES AN EFFECTIVE DATE    *
003001*                 (63 TO 71 BYTES). ONE DATED AFTER THE RUN DATE   *
003002*                 IS PARKED ON THE PENDING FILE (EMPMPEND.TXT)     *
003003*                 RATHER THAN APPLIED. EVERY RUN FIRST APPLIES     *
003004*                 THE PENDING ITEMS NOW DUE AND CARRIES THE REST   *
003005*                 FORWARD, SO A PARKED ITEM IS APPLIED - AND       *
003006*                 JOURNALED - ON THE FIRST RUN ON OR AFTER ITS     *
003007*                 DATE. ADDS AND CHANGES ARE CHECKED AGAINST       *
003008*                 DESGREF WHEN PARKED AS WELL AS WHEN APPLIED.     *
003009*                 THE REGISTER NOW SHOWS EACH ITEM'S EFFECTIVE     *
003010*                 DATE AND THE PENDING-FILE COUNTS.                *
003011*  10/15/26  JDH  SUPERVISOR-APPROVED TRANSACTIONS ARE NOW TAKEN   *
003012*                 FROM EMPMAPRV.TXT, WRITTEN BY TRANAPPR FOR THE   *
003013*                 ITEMS TRANEDIT HELD FOR APPROVAL. THEY ARE       *
003014*                 WORKED AFTER THE PENDING FILE AND BEFORE         *
003015*                 EMPMTRAN, THROUGH THE SAME APPLY/PARK LOGIC,     *
003016*                 AND EMPMAPRV IS EMPTIED AT THE CLEAN END OF THE  *
003017*                 RUN. ONE WITH NO APPROVER, OR APPROVED BY ITS    *
003018*                 OWN OPERATOR, IS REJECTED. THE TRANSACTION AND   *
003019*                 PENDING RECORDS GROW 71 TO 79 BYTES AND THE      *
003020*                 EMPJRNL RECORD 139 TO 147 WITH THE APPROVER ID,  *
003021*                 WHICH IS ALSO PRINTED ON THE REGISTER.           *
003023*  10/15/26  JDH  THE INDEPENDENT-APPROVER CHECK ON AN APPROVED    *
003024*                 ITEM NOW COMPARES THE OPERATOR AND APPROVER IDS  *
003025*                 FOLDED TO UPPER CASE, SO 'jdh' AND 'JDH' ARE     *
003026*                 THE SAME PERSON.                                 *
003063*****************************************************************
003100*  REMARKS.
003200*  APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM EMPMTRAN AGAINST
003300*  THE INDEXED EMPMASTER FILE BY EMP-ID SO A SINGLE EMPLOYEE CAN
003400*  BE CORRECTED WITHOUT REBUILDING THE WHOLE FILE. TRANSACTION
003500*  ACTION CODES ARE 'A' = ADD, 'C' = CHANGE, 'D' = DELETE.
003510*  A TRANSACTION DATED AFTER THE RUN DATE IS HELD ON THE PENDING
003520*  FILE (EMPMPEND.TXT, SAME LAYOUT AS EMPMTRAN) AND APPLIED BY THE
003530*  FIRST RUN ON OR AFTER ITS EFFECTIVE DATE. THE PENDING FILE IS
003540*  REWRITTEN AS EMPMPEND.NEW AND COPIED OVER AT THE CLEAN END OF
003550*  THE RUN, THE WAY BANKMAINT ROLLS BANKMSTR.
003560*  TRANSACTIONS A SUPERVISOR HAS APPROVED IN TRANAPPR ARRIVE ON
003570*  EMPMAPRV.TXT (SAME LAYOUT, APPROVER ID FILLED IN) AND ARE
003580*  WORKED BETWEEN THE PENDING FILE AND EMPMTRAN; THE JOURNAL
003590*  CARRIES BOTH THE KEYING OPERATOR AND THE APPROVER.
003600*****************************************************************
003700
003800 ENVIRONMENT DIVISION.
006800         ORGANIZATION IS SEQUENTIAL
006900         ACCESS MODE  IS SEQUENTIAL
007000         FILE STATUS  IS WS-FS6.
007001
007002     SELECT EMPMPEND ASSIGN TO "EMPMPEND.TXT"
007003         ORGANIZATION IS SEQUENTIAL
007004         ACCESS MODE  IS SEQUENTIAL
007005         FILE STATUS  IS WS-FS7.
007006
007007     SELECT EMPMPNEW ASSIGN TO "EMPMPEND.NEW"
007008         ORGANIZATION IS SEQUENTIAL
007009         ACCESS MODE  IS SEQUENTIAL
007010         FILE STATUS  IS WS-FS8.
007020
007030     SELECT EMPMAPRV ASSIGN TO "EMPMAPRV.TXT"
007040         ORGANIZATION IS SEQUENTIAL
007050         ACCESS MODE  IS SEQUENTIAL
007060         FILE STATUS  IS WS-FS9.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400*****************************************************************
007500*  EMPMTRAN - ONE MAINTENANCE TRANSACTION PER RECORD.           *
007510*  TRAN-EFF-DATE (CCYYMMDD) IS THE DATE THE TRANSACTION TAKES   *
007520*  EFFECT - TRANEDIT SETS IT TO THE EDIT DATE WHEN IT IS BLANK. *
007530*  TRAN-APPROVER IS THE SUPERVISOR WHO APPROVED A HELD ITEM IN  *
007540*  TRANAPPR - BLANK ON EVERYTHING TRANEDIT PASSED STRAIGHT ON.  *
007600*****************************************************************
007700 FD  EMPMTRAN
007800     RECORD CONTAINS 79  CHARACTERS
007900     BLOCK  CONTAINS 79  CHARACTERS
008000     RECORDING MODE  IS  F
008100     DATA RECORD     IS EMPMTRAN-RECORD.
008200 01  EMPMTRAN-RECORD.
009020     05  TRAN-HIRE-DATE        PIC 9(08).
009030     05  TRAN-COSTCTR          PIC X(04).
009040     05  TRAN-OPERATOR         PIC X(08).
009050     05  TRAN-EFF-DATE         PIC 9(08).
009060     05  TRAN-APPROVER         PIC X(08).
009100     05  TRAN-NEWLINE          PIC X(01).
009200
009300*****************************************************************
013600*  CHANGE (SPACES WHERE NO IMAGE EXISTS - BEFORE ON AN ADD,      *
013700*  AFTER ON A DELETE) SO A BAD TRANSACTION BATCH CAN BE TRACED,  *
013710*  ATTRIBUTED AND BACKED OUT.                                    *
013720*  JRNL-APPROVER IS THE SUPERVISOR WHO APPROVED A HELD           *
013730*  TRANSACTION (SPACES WHEN NONE WAS NEEDED).                    *
013800*****************************************************************
013900 FD  EMPJRNL
014000     RECORD CONTAINS 147 CHARACTERS
014100     BLOCK  CONTAINS 147 CHARACTERS
014200     RECORDING MODE  IS  F
014300     DATA RECORD     IS JRNL-RECORD.
014400 01  JRNL-RECORD.
014700     05  JRNL-ACTION           PIC X(01).
014800     05  JRNL-ID               PIC X(05).
014810     05  JRNL-OPERATOR         PIC X(08).
014820     05  JRNL-APPROVER         PIC X(08).
014900     05  JRNL-BEFORE-IMAGE     PIC X(53).
015000     05  JRNL-AFTER-IMAGE      PIC X(53).
015100     05  JRNL-NEWLINE          PIC X(01).
016100     RECORDING MODE  IS  F
016200     DATA RECORD     IS EMPMREG-RECORD.
016300 01  EMPMREG-RECORD              PIC X(133).
016301
016302*****************************************************************
016303*  EMPMPEND - PENDING (FUTURE-DATED) TRANSACTIONS PARKED BY     *
016304*  EARLIER RUNS, IN THE EMPMTRAN LAYOUT. READ INTO              *
016305*  EMPMTRAN-RECORD SO A DUE ITEM IS APPLIED BY THE SAME CODE AS *
016306*  TODAY'S TRANSACTIONS.                                        *
016307*****************************************************************
016308 FD  EMPMPEND
016309     RECORD CONTAINS 79  CHARACTERS
016310     BLOCK  CONTAINS 79  CHARACTERS
016311     RECORDING MODE  IS  F
016312     DATA RECORD     IS EMPMPEND-RECORD.
016313 01  EMPMPEND-RECORD             PIC X(79).
016314
016315*****************************************************************
016316*  EMPMPNEW - THE NEW GENERATION OF THE PENDING FILE: ITEMS     *
016317*  STILL NOT DUE PLUS THE ITEMS PARKED BY THIS RUN. COPIED OVER *
016318*  EMPMPEND.TXT AT THE CLEAN END OF THE RUN.                    *
016319*****************************************************************
016320 FD  EMPMPNEW
016321     RECORD CONTAINS 79  CHARACTERS
016322     BLOCK  CONTAINS 79  CHARACTERS
016323     RECORDING MODE  IS  F
016324     DATA RECORD     IS EMPMPNEW-RECORD.
016325 01  EMPMPNEW-RECORD             PIC X(79).
016326
016327*****************************************************************
016328*  EMPMAPRV - TRANSACTIONS APPROVED BY A SUPERVISOR IN TRANAPPR,*
016329*  IN THE EMPMTRAN LAYOUT WITH TRAN-APPROVER FILLED IN. READ    *
016330*  INTO EMPMTRAN-RECORD. EMPTIED AT THE CLEAN END OF THE RUN.   *
016331*****************************************************************
016332 FD  EMPMAPRV
016333     RECORD CONTAINS 79  CHARACTERS
016334     BLOCK  CONTAINS 79  CHARACTERS
016335     RECORDING MODE  IS  F
016336     DATA RECORD     IS EMPMAPRV-RECORD.
016337 01  EMPMAPRV-RECORD             PIC X(79).
016400
016500 WORKING-STORAGE SECTION.
016600 01  WS-VAR.
017000     05  WS-FS4                PIC 9(02).
017100     05  WS-FS5                PIC 9(02).
017200     05  WS-FS6                PIC 9(02).
017210     05  WS-FS7                PIC 9(02).
017220     05  WS-FS8                PIC 9(02).
017230     05  WS-FS9                PIC 9(02).
017300     05  WS-EOF-SW             PIC X(01).
017400         88  WS-EOF-IS-TRUE        VALUE 'Y'.
017500         88  WS-NOT-EOF            VALUE 'N'.
017510     05  WS-PEND-EOF-SW        PIC X(01)     VALUE 'N'.
017520         88  WS-PEND-EOF           VALUE 'Y'.
017530         88  WS-PEND-NOT-EOF       VALUE 'N'.
017540     05  WS-PEND-OPEN-SW       PIC X(01)     VALUE 'N'.
017550         88  WS-PEND-OPEN          VALUE 'Y'.
017560         88  WS-PEND-NOT-OPEN      VALUE 'N'.
017561     05  WS-APRV-EOF-SW        PIC X(01)     VALUE 'N'.
017562         88  WS-APRV-EOF           VALUE 'Y'.
017563         88  WS-APRV-NOT-EOF       VALUE 'N'.
017564     05  WS-APRV-OPEN-SW       PIC X(01)     VALUE 'N'.
017565         88  WS-APRV-OPEN          VALUE 'Y'.
017566         88  WS-APRV-NOT-OPEN      VALUE 'N'.
017600
017700 01  WS-COUNTS.
017800     05  WS-ADD-COUNT          PIC 9(05)     VALUE 0.
018000     05  WS-DELETE-COUNT       PIC 9(05)     VALUE 0.
018100     05  WS-REJECT-COUNT       PIC 9(05)     VALUE 0.
018200     05  WS-OUTGRADE-COUNT     PIC 9(05)     VALUE 0.
018210     05  WS-PEND-DUE-COUNT     PIC 9(05)     VALUE 0.
018220     05  WS-PEND-CARRY-COUNT   PIC 9(05)     VALUE 0.
018230     05  WS-PARKED-COUNT       PIC 9(05)     VALUE 0.
018240     05  WS-APPROVED-COUNT     PIC 9(05)     VALUE 0.
018300
018400*****************************************************************
018500*  WS-DESGREF-TABLE - IN-STORAGE COPY OF THE DESGREF REFERENCE   *
024000         10  WS-RUN-TIME-HS       PIC 9(02).
024100     05  WS-RUN-DATE-FMT       PIC X(10)     VALUE SPACES.
024200     05  WS-RUN-TIME-FMT       PIC X(08)     VALUE SPACES.
024201     05  WS-EFF-DATE-WORK      PIC 9(08)     VALUE 0.
024202     05  WS-EFF-DATE-WORK-R REDEFINES WS-EFF-DATE-WORK.
024203         10  WS-EFF-DATE-CCYY     PIC 9(04).
024204         10  WS-EFF-DATE-MM       PIC 9(02).
024205         10  WS-EFF-DATE-DD       PIC 9(02).
024215     05  WS-FOLD-OPERATOR      PIC X(08)     VALUE SPACES.
024216     05  WS-FOLD-APPROVER      PIC X(08)     VALUE SPACES.
024224
024232*****************************************************************
024240*  PENDING-FILE ROLL - EMPMPEND.NEW BECOMES EMPMPEND.TXT WITH   *
024248*  THE CBL_COPY_FILE LIBRARY ROUTINE (SEE 3900-ROLL-PENDING).   *
024256*****************************************************************
024264 01  WS-ROLL-FIELDS.
024272     05  WS-SOURCE-NAME        PIC X(30)     VALUE SPACES.
024280     05  WS-TARGET-NAME        PIC X(30)     VALUE SPACES.
024288     05  WS-COPY-RC            PIC S9(09) COMP VALUE 0.
024300
024400*****************************************************************
024500*  MAINTENANCE REGISTER REPORT LINES - MOVED TO EMPMREG-RECORD  *
027800     05  FILLER                PIC X(10)     VALUE "NEW SALARY".
027810     05  FILLER                PIC X(05)     VALUE SPACES.
027820     05  FILLER                PIC X(08)     VALUE "OPERATOR".
027830     05  FILLER                PIC X(02)     VALUE SPACES.
027840     05  FILLER                PIC X(10)     VALUE "EFFECTIVE ".
027900     05  FILLER                PIC X(01)     VALUE SPACES.
027910     05  FILLER                PIC X(08)     VALUE "APPROVER".
028000     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
028100
028200 01  RPT-COLUMN-HDG-2.
029800     05  FILLER                PIC X(13)     VALUE ALL "-".
029810     05  FILLER                PIC X(02)     VALUE SPACES.
029820     05  FILLER                PIC X(08)     VALUE ALL "-".
029830     05  FILLER                PIC X(02)     VALUE SPACES.
029840     05  FILLER                PIC X(10)     VALUE ALL "-".
029900     05  FILLER                PIC X(01)     VALUE SPACES.
029910     05  FILLER                PIC X(08)     VALUE ALL "-".
030000     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
030100
030200 01  RPT-DETAIL-LINE.
031800     05  RPT-DET-NEW-SALARY    PIC X(13).
031810     05  FILLER                PIC X(02)     VALUE SPACES.
031820     05  RPT-DET-OPERATOR      PIC X(08).
031830     05  FILLER                PIC X(02)     VALUE SPACES.
031840     05  RPT-DET-EFF-DATE      PIC X(10).
031900     05  FILLER                PIC X(01)     VALUE SPACES.
031910     05  RPT-DET-APPROVER      PIC X(08).
032000     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
032100
032200 01  RPT-SALARY-EDIT           PIC Z,ZZZ,ZZZ,ZZ9.
033500     05  RPT-TOT-REJECTS       PIC ZZZZ9.
033600     05  FILLER                PIC X(62)     VALUE SPACES.
033700     05  RPT-TOT-NEWLINE       PIC X(01)     VALUE X'0A'.
033701
033702 01  RPT-PEND-TOTAL-LINE.
033703     05  FILLER                PIC X(01)     VALUE SPACE.
033704     05  FILLER                PIC X(15)     VALUE
033705             "PENDING FILE  -".
033706     05  FILLER                PIC X(13)     VALUE
033707             " DUE/APPLIED ".
033708     05  RPT-PEND-DUE          PIC ZZZZ9.
033709     05  FILLER                PIC X(17)     VALUE
033710             "  CARRIED FORWARD".
033711     05  RPT-PEND-CARRIED      PIC ZZZZ9.
033712     05  FILLER                PIC X(17)     VALUE
033713             "  PARKED THIS RUN".
033714     05  RPT-PEND-PARKED       PIC ZZZZ9.
033715     05  FILLER                PIC X(54)     VALUE SPACES.
033716     05  RPT-PEND-NEWLINE      PIC X(01)     VALUE X'0A'.
033717
033718 01  RPT-APRV-TOTAL-LINE.
033719     05  FILLER                PIC X(01)     VALUE SPACE.
033720     05  FILLER                PIC X(15)     VALUE
033721             "APPROVED FILE -".
033722     05  FILLER                PIC X(13)     VALUE
033723             " WORKED      ".
033724     05  RPT-APRV-WORKED       PIC ZZZZ9.
033725     05  FILLER                PIC X(98)     VALUE SPACES.
033726     05  RPT-APRV-NEWLINE      PIC X(01)     VALUE X'0A'.
033800
033900 01  WS-ABEND-TEXT             PIC X(40).
033910
034500*****************************************************************
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034710     PERFORM 3000-PROCESS-PENDING THRU 3000-EXIT
034720         UNTIL WS-PEND-EOF.
034730     PERFORM 3100-PROCESS-APPROVED THRU 3100-EXIT
034740         UNTIL WS-APRV-EOF.
034800     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
034900         UNTIL WS-EOF-IS-TRUE.
035000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
038400     MOVE WS-RUN-DATE-FMT TO RPT-RUN-DATE.
038500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
038600     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
038610     PERFORM 1300-OPEN-PENDING THRU 1300-EXIT.
038620     PERFORM 1400-OPEN-APPROVED THRU 1400-EXIT.
038700     OPEN OUTPUT EMPMREG.
038800     IF WS-FS6 NOT = 00
038900         MOVE "OPEN FAILED ON EMPMREG" TO WS-ABEND-TEXT
045800     END-IF.
045900 1200-EXIT.
046000     EXIT.
046001
046002*****************************************************************
046003*  1300-OPEN-PENDING - OPEN THE PENDING FILE LEFT BY THE LAST   *
046004*  RUN AND ITS NEW GENERATION. NO EMPMPEND.TXT YET (STATUS 35)  *
046005*  SIMPLY MEANS NOTHING HAS EVER BEEN PARKED.                   *
046006*****************************************************************
046007 1300-OPEN-PENDING.
046008     SET WS-PEND-NOT-EOF TO TRUE.
046009     OPEN INPUT EMPMPEND.
046010     IF WS-FS7 = 35
046011         SET WS-PEND-EOF TO TRUE
046012     ELSE
046013         IF WS-FS7 NOT = 00
046014             MOVE "OPEN FAILED ON EMPMPEND" TO WS-ABEND-TEXT
046015             PERFORM 9900-ABEND THRU 9900-EXIT
046016         END-IF
046017         SET WS-PEND-OPEN TO TRUE
046018     END-IF.
046019     OPEN OUTPUT EMPMPNEW.
046020     IF WS-FS8 NOT = 00
046021         MOVE "OPEN FAILED ON EMPMPEND.NEW" TO WS-ABEND-TEXT
046022         PERFORM 9900-ABEND THRU 9900-EXIT
046023     END-IF.
046024 1300-EXIT.
046025     EXIT.
046026
046027*****************************************************************
046028*  1400-OPEN-APPROVED - OPEN THE SUPERVISOR-APPROVED FILE       *
046029*  WRITTEN BY TRANAPPR. NONE YET (STATUS 35) MEANS NOTHING HAS  *
046030*  BEEN APPROVED SINCE THE LAST RUN.                            *
046031*****************************************************************
046032 1400-OPEN-APPROVED.
046033     SET WS-APRV-NOT-EOF TO TRUE.
046034     OPEN INPUT EMPMAPRV.
046035     IF WS-FS9 = 35
046036         SET WS-APRV-EOF TO TRUE
046037         GO TO 1400-EXIT
046038     END-IF.
046039     IF WS-FS9 NOT = 00
046040         MOVE "OPEN FAILED ON EMPMAPRV" TO WS-ABEND-TEXT
046041         PERFORM 9900-ABEND THRU 9900-EXIT
046042     END-IF.
046043     SET WS-APRV-OPEN TO TRUE.
046044 1400-EXIT.
046045     EXIT.
046100
046200*****************************************************************
046300*  2000-PROCESS-TRANSACTION - APPLY ONE TRANSACTION TO EMPMASTER*
046310*  OR, WHEN IT IS DATED AFTER THE RUN DATE, PARK IT ON THE      *
046320*  PENDING FILE. ADDS AND CHANGES ARE CHECKED AGAINST DESGREF   *
046330*  BEFORE THEY ARE PARKED SO A BAD ONE IS REJECTED TODAY, NOT   *
046340*  ON ITS EFFECTIVE DATE.                                       *
046400*****************************************************************
046500 2000-PROCESS-TRANSACTION.
046600     READ EMPMTRAN.
047200         MOVE "READ FAILED ON EMPMTRAN" TO WS-ABEND-TEXT
047300         PERFORM 9900-ABEND THRU 9900-EXIT
047400     END-IF.
047410     PERFORM 2010-ROUTE-TRANSACTION THRU 2010-EXIT.
047420 2000-EXIT.
047430     EXIT.
047440
047450*****************************************************************
047460*  2010-ROUTE-TRANSACTION - APPLY THE TRANSACTION IN            *
047470*  EMPMTRAN-RECORD (FROM EMPMTRAN OR THE APPROVED FILE) NOW, OR *
047480*  PARK IT WHEN IT IS DATED AFTER THE RUN DATE.                 *
047490*****************************************************************
047500 2010-ROUTE-TRANSACTION.
047600     IF TRAN-EFF-DATE NOT > WS-RUN-DATE-RAW
047700         PERFORM 2050-APPLY-TRANSACTION THRU 2050-EXIT
047800         GO TO 2010-EXIT
047900     END-IF.
048000     IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
048100        AND NOT TRAN-IS-DELETE
048200         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
048300         GO TO 2010-EXIT
048400     END-IF.
048401     IF TRAN-IS-ADD OR TRAN-IS-CHANGE
048402         PERFORM 2400-VALIDATE-DESG THRU 2400-EXIT
048403         IF WS-DRF-NOT-FOUND
048404             ADD 1 TO WS-REJECT-COUNT
048405             DISPLAY "EMPMAINT - FUTURE-DATED " TRAN-ACTION
048406                     " REJECTED, UNKNOWN DESIGNATION '"
048407                     TRAN-DESG "' - " TRAN-ID
048408             GO TO 2010-EXIT
048409         END-IF
048410     END-IF.
048500     PERFORM 2800-WRITE-PENDING THRU 2800-EXIT.
048510     ADD 1 TO WS-PARKED-COUNT.
048520     DISPLAY "EMPMAINT - '" TRAN-ACTION "' FOR EMP-ID " TRAN-ID
048530             " PARKED UNTIL " TRAN-EFF-DATE.
048600 2010-EXIT.
048700     EXIT.
048701
048702*****************************************************************
048703*  2050-APPLY-TRANSACTION - APPLY ONE DUE TRANSACTION, FROM     *
048704*  EMPMTRAN OR FROM THE PENDING FILE, TO EMPMASTER.             *
048705*****************************************************************
048706 2050-APPLY-TRANSACTION.
048707     EVALUATE TRUE
048708         WHEN TRAN-IS-ADD
048709             PERFORM 2100-ADD-EMPLOYEE THRU 2100-EXIT
048710         WHEN TRAN-IS-CHANGE
048711             PERFORM 2200-CHANGE-EMPLOYEE THRU 2200-EXIT
048712         WHEN TRAN-IS-DELETE
048713             PERFORM 2300-DELETE-EMPLOYEE THRU 2300-EXIT
048714         WHEN OTHER
048715             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
048716     END-EVALUATE.
048717 2050-EXIT.
048718     EXIT.
048800
048900*****************************************************************
049000*  2100-ADD-EMPLOYEE - ADD A NEW EMPMASTER RECORD BY KEY        *
065300     MOVE TRAN-ACTION      TO JRNL-ACTION.
065400     MOVE TRAN-ID          TO JRNL-ID.
065410     MOVE TRAN-OPERATOR    TO JRNL-OPERATOR.
065420     MOVE TRAN-APPROVER    TO JRNL-APPROVER.
065500     MOVE WS-BEFORE-IMAGE  TO JRNL-BEFORE-IMAGE.
065600     MOVE WS-AFTER-IMAGE   TO JRNL-AFTER-IMAGE.
065700     MOVE X'0A'            TO JRNL-NEWLINE.
067600     END-IF.
067700     MOVE TRAN-ID       TO RPT-DET-ID.
067710     MOVE TRAN-OPERATOR TO RPT-DET-OPERATOR.
067711     MOVE TRAN-APPROVER TO RPT-DET-APPROVER.
067720     MOVE TRAN-EFF-DATE TO WS-EFF-DATE-WORK.
067730     MOVE SPACES        TO RPT-DET-EFF-DATE.
067740     STRING WS-EFF-DATE-MM    "/"
067750            WS-EFF-DATE-DD    "/"
067760            WS-EFF-DATE-CCYY
067770            DELIMITED BY SIZE INTO RPT-DET-EFF-DATE.
067800     EVALUATE TRUE
067900         WHEN TRAN-IS-ADD
068000             MOVE "ADD   " TO RPT-DET-ACTION
072600     MOVE 0 TO WS-LINE-COUNT.
072700 2700-EXIT.
072800     EXIT.
072801
072802*****************************************************************
072803*  2800-WRITE-PENDING - WRITE THE CURRENT TRANSACTION TO THE    *
072804*  NEW GENERATION OF THE PENDING FILE - A FRESHLY PARKED ITEM OR*
072805*  A PENDING ITEM CARRIED FORWARD BECAUSE IT IS STILL NOT DUE.  *
072806*****************************************************************
072807 2800-WRITE-PENDING.
072808     MOVE EMPMTRAN-RECORD TO EMPMPNEW-RECORD.
072809     WRITE EMPMPNEW-RECORD.
072810     IF WS-FS8 NOT = 00
072811         MOVE "WRITE FAILED ON EMPMPEND.NEW" TO WS-ABEND-TEXT
072812         PERFORM 9900-ABEND THRU 9900-EXIT
072813     END-IF.
072814 2800-EXIT.
072815     EXIT.
072900
073000*****************************************************************
073100*  2900-REJECT-TRANSACTION - UNKNOWN ACTION CODE                *
073600             "' FOR EMP-ID " TRAN-ID.
073700 2900-EXIT.
073800     EXIT.
073801
073802*****************************************************************
073803*  3000-PROCESS-PENDING - READ ONE PARKED ITEM. ONE DUE ON OR   *
073804*  BEFORE THE RUN DATE IS APPLIED (AND JOURNALED) NOW; ONE STILL*
073805*  NOT DUE IS CARRIED FORWARD TO THE NEW PENDING FILE. THE      *
073806*  PENDING FILE IS WORKED BEFORE EMPMTRAN SO AN OLDER PARKED    *
073807*  ITEM NEVER OVERTAKES A TRANSACTION KEYED SINCE.              *
073808*****************************************************************
073809 3000-PROCESS-PENDING.
073810     READ EMPMPEND INTO EMPMTRAN-RECORD.
073811     IF WS-FS7 = 10
073812         SET WS-PEND-EOF TO TRUE
073813         GO TO 3000-EXIT
073814     END-IF.
073815     IF WS-FS7 NOT = 00
073816         MOVE "READ FAILED ON EMPMPEND" TO WS-ABEND-TEXT
073817         PERFORM 9900-ABEND THRU 9900-EXIT
073818     END-IF.
073819     IF TRAN-EFF-DATE > WS-RUN-DATE-RAW
073820         PERFORM 2800-WRITE-PENDING THRU 2800-EXIT
073821         ADD 1 TO WS-PEND-CARRY-COUNT
073822         GO TO 3000-EXIT
073823     END-IF.
073824     ADD 1 TO WS-PEND-DUE-COUNT.
073825     PERFORM 2050-APPLY-TRANSACTION THRU 2050-EXIT.
073826 3000-EXIT.
073827     EXIT.
073828
073829*****************************************************************
073830*  3100-PROCESS-APPROVED - READ ONE SUPERVISOR-APPROVED         *
073831*  TRANSACTION AND ROUTE IT THE SAME WAY AS AN EMPMTRAN ONE. AN *
073832*  ITEM WITH NO APPROVER, OR APPROVED BY THE OPERATOR WHO KEYED *
073833*  IT, NEVER PASSED THE CHECKER AND IS REJECTED.                *
073834*****************************************************************
073835 3100-PROCESS-APPROVED.
073836     READ EMPMAPRV INTO EMPMTRAN-RECORD.
073837     IF WS-FS9 = 10
073838         SET WS-APRV-EOF TO TRUE
073839         GO TO 3100-EXIT
073840     END-IF.
073841     IF WS-FS9 NOT = 00
073842         MOVE "READ FAILED ON EMPMAPRV" TO WS-ABEND-TEXT
073843         PERFORM 9900-ABEND THRU 9900-EXIT
073844     END-IF.
073845     ADD 1 TO WS-APPROVED-COUNT.
073894     MOVE TRAN-OPERATOR TO WS-FOLD-OPERATOR.
073895     MOVE TRAN-APPROVER TO WS-FOLD-APPROVER.
073896     INSPECT WS-FOLD-OPERATOR
073897         CONVERTING "abcdefghijklmnopqrstuvwxyz"
073898                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
073899     INSPECT WS-FOLD-APPROVER
073901         CONVERTING "abcdefghijklmnopqrstuvwxyz"
073902                 TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
073903     IF TRAN-APPROVER = SPACES
073904        OR WS-FOLD-APPROVER = WS-FOLD-OPERATOR
073905         ADD 1 TO WS-REJECT-COUNT
073906         DISPLAY "EMPMAINT - APPROVED '" TRAN-ACTION
073907                 "' REJECTED, NO INDEPENDENT APPROVER - " TRAN-ID
073908         GO TO 3100-EXIT
073909     END-IF.
073910     PERFORM 2010-ROUTE-TRANSACTION THRU 2010-EXIT.
073911 3100-EXIT.
073912     EXIT.
073913
073914*****************************************************************
073915*  3900-ROLL-PENDING - EMPMPEND.NEW BECOMES EMPMPEND.TXT AND    *
073916*  THE .NEW GENERATION IS DELETED, WITH THE CBL_COPY_FILE AND   *
073917*  CBL_DELETE_FILE LIBRARY ROUTINES THE WAY BANKMAINT ROLLS     *
073918*  BANKMSTR.                                                    *
073919*****************************************************************
073920 3900-ROLL-PENDING.
073921     MOVE "EMPMPEND.NEW" TO WS-SOURCE-NAME.
073922     MOVE "EMPMPEND.TXT" TO WS-TARGET-NAME.
073923     CALL "CBL_COPY_FILE" USING WS-SOURCE-NAME WS-TARGET-NAME.
073924     MOVE RETURN-CODE TO WS-COPY-RC.
073925     MOVE 0 TO RETURN-CODE.
073926     IF WS-COPY-RC NOT = 0
073927         MOVE "EMPMPEND REPLACE FAILED" TO WS-ABEND-TEXT
073928         PERFORM 9900-ABEND THRU 9900-EXIT
073929     END-IF.
073930     CALL "CBL_DELETE_FILE" USING WS-SOURCE-NAME.
073931     IF RETURN-CODE NOT = 0
073932         DISPLAY "EMPMAINT - DELETE FAILED - " WS-SOURCE-NAME
073933     END-IF.
073934     MOVE 0 TO RETURN-CODE.
073935 3900-EXIT.
073936     EXIT.
073937
073938*****************************************************************
073939*  3950-CLEAR-APPROVED - EMPTY EMPMAPRV.TXT ONCE EVERY ITEM ON  *
073940*  IT HAS BEEN WORKED, SO NO APPROVED ITEM IS APPLIED TWICE.    *
073941*****************************************************************
073942 3950-CLEAR-APPROVED.
073943     OPEN OUTPUT EMPMAPRV.
073944     IF WS-FS9 NOT = 00
073945         MOVE "CLEAR FAILED ON EMPMAPRV" TO WS-ABEND-TEXT
073946         PERFORM 9900-ABEND THRU 9900-EXIT
073947     END-IF.
073948     CLOSE EMPMAPRV.
073949 3950-EXIT.
073950     EXIT.
073951
074000*****************************************************************
074100*  8000-FINALIZE - COUNTS AND CLOSE FILES                       *
074200*****************************************************************
074900     MOVE WS-DELETE-COUNT TO RPT-TOT-DELETES.
075000     MOVE WS-REJECT-COUNT TO RPT-TOT-REJECTS.
075100     WRITE EMPMREG-RECORD FROM RPT-TOTAL-LINE.
075110     MOVE WS-PEND-DUE-COUNT   TO RPT-PEND-DUE.
075120     MOVE WS-PEND-CARRY-COUNT TO RPT-PEND-CARRIED.
075130     MOVE WS-PARKED-COUNT     TO RPT-PEND-PARKED.
075140     WRITE EMPMREG-RECORD FROM RPT-PEND-TOTAL-LINE.
075150     MOVE WS-APPROVED-COUNT   TO RPT-APRV-WORKED.
075160     WRITE EMPMREG-RECORD FROM RPT-APRV-TOTAL-LINE.
075200     DISPLAY "EMPMAINT - ADDS     " WS-ADD-COUNT.
075300     DISPLAY "EMPMAINT - CHANGES  " WS-CHANGE-COUNT.
075400     DISPLAY "EMPMAINT - DELETES  " WS-DELETE-COUNT.
075500     DISPLAY "EMPMAINT - REJECTED " WS-REJECT-COUNT.
075600     DISPLAY "EMPMAINT - OUT-OF-GRADE FLAGGED " WS-OUTGRADE-COUNT.
075610     DISPLAY "EMPMAINT - PENDING APPLIED  " WS-PEND-DUE-COUNT.
075620     DISPLAY "EMPMAINT - PENDING CARRIED  " WS-PEND-CARRY-COUNT.
075630     DISPLAY "EMPMAINT - PARKED THIS RUN  " WS-PARKED-COUNT.
075640     DISPLAY "EMPMAINT - APPROVED WORKED  " WS-APPROVED-COUNT.
075700     CLOSE EMPMTRAN.
075800     CLOSE EMPMASTER.
075900     CLOSE MNTGRADE.
076000     CLOSE EMPJRNL.
076100     CLOSE EMPMREG.
076101     IF WS-PEND-OPEN
076102         CLOSE EMPMPEND
076103     END-IF.
076104     CLOSE EMPMPNEW.
076105     PERFORM 3900-ROLL-PENDING THRU 3900-EXIT.
076106     IF WS-APRV-OPEN
076107         CLOSE EMPMAPRV
076108         PERFORM 3950-CLEAR-APPROVED THRU 3950-EXIT
076109     END-IF.
076110     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
076200 8000-EXIT.
076300     EXIT.
077200             " FILE STATUS 3 = " WS-FS3
077300             " FILE STATUS 4 = " WS-FS4
077400             " FILE STATUS 5 = " WS-FS5
077500             " FILE STATUS 6 = " WS-FS6
077510             " FILE STATUS 7 = " WS-FS7
077520             " FILE STATUS 8 = " WS-FS8
077530             " FILE STATUS 9 = " WS-FS9.
077600     MOVE 16 TO RETURN-CODE.
077700     STOP RUN.
077800 9900-EXIT.
