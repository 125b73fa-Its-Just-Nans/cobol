000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDGRPT.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                                 *
001100*****************************************************************
001200*  REMARKS.
001300*  MONTH-END HEADCOUNT AND SALARY BUDGET-VERSUS-ACTUAL REPORT BY
001400*  COST CENTER (BUDGRPT.PRT, SAME 133-BYTE PRINT CONVENTION AS
001500*  EMPLIST.PRT). FOR THE PERIOD IT PRINTS, PER COST CENTER:
001600*    - OPENING HEADCOUNT - EMPLOYEES NOT TERMINATED ON THE
001700*      PRIOR PERIOD'S SALHIST.TXT SNAPSHOT;
001800*    - HIRES, TERMINATIONS AND TRANSFERS IN AND OUT, TAKEN FROM
001900*      THE PERIOD'S EMPJRNL.TXT ENTRIES (AN ADD, OR A CHANGE OUT
002000*      OF STATUS 'T', IS A HIRE; A CHANGE INTO STATUS 'T', OR A
002100*      DELETE, IS A TERMINATION; A COST-CENTER CHANGE IS A
002200*      TRANSFER OUT OF THE OLD CENTER AND INTO THE NEW ONE);
002300*    - CLOSING HEADCOUNT AND ACTUAL SALARY COST - EMPLOYEES NOT
002400*      TERMINATED ON THE PERIOD'S OWN SALHIST.TXT SNAPSHOT;
002500*    - THE APPROVED HEADCOUNT AND SALARY BUDGET FROM THE
002600*      BUDGREF.TXT REFERENCE FILE (SEE THE BUDGREF COPYBOOK),
002700*      THE SALARY VARIANCE (ACTUAL LESS BUDGET) AND THE VARIANCE
002800*      AS A PERCENTAGE OF BUDGET.
002900*  A CENTER OVER ITS SALARY BUDGET OR ITS APPROVED HEADCOUNT IS
003000*  FLAGGED, AS IS A CENTER WITH STAFF BUT NO BUDGET RECORD.
003100*  COMPANY TOTALS CLOSE THE REPORT.
003200*
003300*  SALHIST MUST HAVE BEEN POSTED FOR THE PERIOD, AND BUDGREF
003400*  MUST CARRY THE PERIOD'S BUDGET - EITHER MISSING ABENDS THE
003500*  RUN. NO EMPJRNL MEANS NO MOVEMENTS. THE PERIOD MAY BE PASSED
003600*  ON THE COMMAND LINE (CCYYMM) - OTHERWISE THE CURRENT
003700*  YEAR/MONTH IS USED. READ ONLY - NO FILE IS CHANGED.
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BUDGREF ASSIGN TO "BUDGREF.TXT"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE  IS SEQUENTIAL
004600         FILE STATUS  IS WS-FS1.
004700
004800     SELECT SALHIST ASSIGN TO "SALHIST.TXT"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE  IS SEQUENTIAL
005100         FILE STATUS  IS WS-FS2.
005200
005300     SELECT EMPJRNL ASSIGN TO "EMPJRNL.TXT"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE  IS SEQUENTIAL
005600         FILE STATUS  IS WS-FS3.
005700
005800     SELECT BUDGRPT ASSIGN TO "BUDGRPT.PRT"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE  IS SEQUENTIAL
006100         FILE STATUS  IS WS-FS4.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500*****************************************************************
006600*  BUDGREF - COST-CENTER BUDGET REFERENCE FILE.                 *
006700*****************************************************************
006800 FD  BUDGREF
006900     RECORD CONTAINS 28  CHARACTERS
007000     BLOCK  CONTAINS 28  CHARACTERS
007100     RECORDING MODE  IS  F
007200     DATA RECORD     IS BUDGREF-RECORD.
007300     COPY BUDGREF.
007400
007500*****************************************************************
007600*  SALHIST - PERMANENT MONTHLY SALARY HISTORY.                  *
007700*****************************************************************
007800 FD  SALHIST
007900     RECORD CONTAINS 45  CHARACTERS
008000     BLOCK  CONTAINS 45  CHARACTERS
008100     RECORDING MODE  IS  F
008200     DATA RECORD     IS SALHIST-RECORD.
008300     COPY SALHREC.
008400
008500*****************************************************************
008600*  EMPJRNL - PERMANENT BEFORE/AFTER IMAGE JOURNAL, THE SAME     *
008700*  147-BYTE LAYOUT EMPMAINT WRITES. THE IMAGES ARE THE FULL     *
008800*  53-BYTE EMPMASTER RECORD (SPACES WHERE NO IMAGE EXISTS -     *
008900*  BEFORE ON AN ADD, AFTER ON A DELETE).                        *
009000*****************************************************************
009100 FD  EMPJRNL
009200     RECORD CONTAINS 147 CHARACTERS
009300     BLOCK  CONTAINS 147 CHARACTERS
009400     RECORDING MODE  IS  F
009500     DATA RECORD     IS JRNL-RECORD.
009600 01  JRNL-RECORD.
009700     05  JRNL-DATE             PIC X(10).
009800     05  JRNL-TIME             PIC X(08).
009900     05  JRNL-ACTION           PIC X(01).
010000         88  JRNL-IS-ADD           VALUE 'A'.
010100         88  JRNL-IS-CHANGE        VALUE 'C'.
010200         88  JRNL-IS-DELETE        VALUE 'D'.
010300     05  JRNL-ID               PIC X(05).
010400     05  JRNL-OPERATOR         PIC X(08).
010500     05  JRNL-APPROVER         PIC X(08).
010600     05  JRNL-BEFORE-IMAGE     PIC X(53).
010700     05  JRNL-AFTER-IMAGE      PIC X(53).
010800     05  JRNL-NEWLINE          PIC X(01).
010900
011000*****************************************************************
011100*  BUDGRPT - BUDGET-VERSUS-ACTUAL REPORT. EACH PRINT LINE IS    *
011200*  133 BYTES - A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE,  *
011300*  THE SAME CONVENTION AS EMPLIST.PRT.                          *
011400*****************************************************************
011500 FD  BUDGRPT
011600     RECORD CONTAINS 133 CHARACTERS
011700     BLOCK  CONTAINS 133 CHARACTERS
011800     RECORDING MODE  IS  F
011900     DATA RECORD     IS BUDGRPT-RECORD.
012000 01  BUDGRPT-RECORD              PIC X(133).
012100
012200 WORKING-STORAGE SECTION.
012300 01  WS-VAR.
012400     05  WS-FS1                PIC 9(02).
012500     05  WS-FS2                PIC 9(02).
012600     05  WS-FS3                PIC 9(02).
012700     05  WS-FS4                PIC 9(02).
012800     05  WS-BUD-EOF-SW         PIC X(01)     VALUE 'N'.
012900         88  WS-BUD-EOF            VALUE 'Y'.
013000         88  WS-BUD-NOT-EOF        VALUE 'N'.
013100     05  WS-HST-EOF-SW         PIC X(01)     VALUE 'N'.
013200         88  WS-HST-EOF            VALUE 'Y'.
013300         88  WS-HST-NOT-EOF        VALUE 'N'.
013400     05  WS-JRN-EOF-SW         PIC X(01)     VALUE 'N'.
013500         88  WS-JRN-EOF            VALUE 'Y'.
013600         88  WS-JRN-NOT-EOF        VALUE 'N'.
013700     05  WS-JRN-OPEN-SW        PIC X(01)     VALUE 'N'.
013800         88  WS-JRN-OPEN           VALUE 'Y'.
013900         88  WS-JRN-NOT-OPEN       VALUE 'N'.
014000     05  WS-CC-FOUND-SW        PIC X(01)     VALUE 'N'.
014100         88  WS-CC-FOUND           VALUE 'Y'.
014200         88  WS-CC-INSERT-POINT    VALUE 'I'.
014300         88  WS-CC-NOT-FOUND       VALUE 'N'.
014400
014500 01  WS-COUNTS.
014600     05  WS-BUD-READ-COUNT     PIC 9(07)     VALUE 0.
014700     05  WS-BUD-COUNT          PIC 9(07)     VALUE 0.
014800     05  WS-HST-READ-COUNT     PIC 9(07)     VALUE 0.
014900     05  WS-PRIOR-COUNT        PIC 9(07)     VALUE 0.
015000     05  WS-POSTED-COUNT       PIC 9(07)     VALUE 0.
015100     05  WS-JRN-READ-COUNT     PIC 9(07)     VALUE 0.
015200     05  WS-JRN-COUNT          PIC 9(07)     VALUE 0.
015300     05  WS-OVER-COUNT         PIC 9(05)     VALUE 0.
015400     05  WS-UNRECON-COUNT      PIC 9(05)     VALUE 0.
015500
015600*****************************************************************
015700*  COST-CENTER TABLE - NONE OF THE INPUT FILES IS IN COST-      *
015800*  CENTER SEQUENCE, SO THE BUDGET, THE SNAPSHOT COUNTS AND THE  *
015900*  JOURNAL MOVEMENTS ARE ROLLED UP BY COST CENTER HERE, KEPT IN *
016000*  COST-CENTER ORDER AS SLOTS ARE CLAIMED, AS IN STATREM.       *
016100*****************************************************************
016200 01  WS-CC-TABLE.
016300     05  WS-CC-ENTRY           OCCURS 200 TIMES.
016400         10  WS-CC-CODE            PIC X(04).
016500         10  WS-CC-BUDGET-SW       PIC X(01).
016600             88  WS-CC-BUDGETED        VALUE 'Y'.
016700         10  WS-CC-OPEN            PIC 9(05).
016800         10  WS-CC-HIRES           PIC 9(05).
016900         10  WS-CC-TERMS           PIC 9(05).
017000         10  WS-CC-XFER-IN         PIC 9(05).
017100         10  WS-CC-XFER-OUT        PIC 9(05).
017200         10  WS-CC-CLOSE           PIC 9(05).
017300         10  WS-CC-BUD-HC          PIC 9(05).
017400         10  WS-CC-ACT-SAL         PIC 9(12).
017500         10  WS-CC-BUD-SAL         PIC 9(12).
017600
017700 77  WS-CC-MAX                 PIC 9(03) COMP  VALUE 200.
017800 77  WS-CC-USED                PIC 9(03) COMP  VALUE 0.
017900 77  WS-CC-SUB                 PIC 9(03) COMP  VALUE 0.
018000 77  WS-CC-MOVE-SUB            PIC 9(03) COMP  VALUE 0.
018100
018200 01  WS-FIND-COSTCTR           PIC X(04)     VALUE SPACES.
018300
018400*****************************************************************
018500*  WS-TOTALS - COMPANY TOTALS OVER EVERY COST CENTER PRINTED.   *
018600*****************************************************************
018700 01  WS-TOTALS.
018800     05  WS-TOT-OPEN           PIC 9(05)     VALUE 0.
018900     05  WS-TOT-HIRES          PIC 9(05)     VALUE 0.
019000     05  WS-TOT-TERMS          PIC 9(05)     VALUE 0.
019100     05  WS-TOT-XFER-IN        PIC 9(05)     VALUE 0.
019200     05  WS-TOT-XFER-OUT       PIC 9(05)     VALUE 0.
019300     05  WS-TOT-CLOSE          PIC 9(05)     VALUE 0.
019400     05  WS-TOT-BUD-HC         PIC 9(05)     VALUE 0.
019500     05  WS-TOT-ACT-SAL        PIC 9(12)     VALUE 0.
019600     05  WS-TOT-BUD-SAL        PIC 9(12)     VALUE 0.
019700
019800*****************************************************************
019900*  WS-VARIANCE-FIELDS - ONE LINE'S SALARY VARIANCE (ACTUAL LESS *
020000*  BUDGET) AND ITS PERCENTAGE OF BUDGET, AND THE HEADCOUNT THE  *
020100*  MOVEMENTS SAY THE CENTER SHOULD HAVE CLOSED WITH.            *
020200*****************************************************************
020300 01  WS-VARIANCE-FIELDS.
020400     05  WS-VAR-ACT-SAL        PIC 9(12)       VALUE 0.
020500     05  WS-VAR-BUD-SAL        PIC 9(12)       VALUE 0.
020600     05  WS-VARIANCE           PIC S9(12)      VALUE 0.
020700     05  WS-VAR-PCT            PIC S9(04)V9(01) VALUE 0.
020800     05  WS-EXPECT-CLOSE       PIC S9(06)      VALUE 0.
020900
021000 01  WS-PERIOD-FIELDS.
021100     05  WS-PERIOD             PIC 9(06)     VALUE 0.
021200     05  WS-PERIOD-R REDEFINES WS-PERIOD.
021300         10  WS-PERIOD-CCYY        PIC 9(04).
021400         10  WS-PERIOD-MM          PIC 9(02).
021500     05  WS-PRIOR-PERIOD       PIC 9(06)     VALUE 0.
021600     05  WS-JRNL-PERIOD        PIC 9(06)     VALUE 0.
021700     05  WS-JRNL-PERIOD-R REDEFINES WS-JRNL-PERIOD.
021800         10  WS-JP-CCYY            PIC X(04).
021900         10  WS-JP-MM              PIC X(02).
022000     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
022100     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
022200         10  WS-RUN-DATE-CCYY     PIC 9(04).
022300         10  WS-RUN-DATE-MM       PIC 9(02).
022400         10  WS-RUN-DATE-DD       PIC 9(02).
022500
022600 01  WS-PARM-FIELDS.
022700     05  WS-PARM-LINE          PIC X(80)     VALUE SPACES.
022800
022900*****************************************************************
023000*  WS-BEFORE-IMAGE / WS-AFTER-IMAGE - THE JOURNALLED EMPMASTER  *
023100*  IMAGES BROKEN BACK INTO FIELDS, THE SAME LAYOUT EMPMAINT     *
023200*  CAPTURES THEM IN.                                            *
023300*****************************************************************
023400 01  WS-BEFORE-IMAGE.
023500     05  WS-BEF-ID             PIC X(05).
023600     05  WS-BEF-NAME           PIC X(15).
023700     05  WS-BEF-DESG           PIC X(10).
023800     05  WS-BEF-SALARY         PIC 9(10).
023900     05  WS-BEF-STATUS         PIC X(01).
024000     05  WS-BEF-HIRE-DATE      PIC 9(08).
024100     05  WS-BEF-COSTCTR        PIC X(04).
024200 01  WS-AFTER-IMAGE.
024300     05  WS-AFT-ID             PIC X(05).
024400     05  WS-AFT-NAME           PIC X(15).
024500     05  WS-AFT-DESG           PIC X(10).
024600     05  WS-AFT-SALARY         PIC 9(10).
024700     05  WS-AFT-STATUS         PIC X(01).
024800     05  WS-AFT-HIRE-DATE      PIC 9(08).
024900     05  WS-AFT-COSTCTR        PIC X(04).
025000
025100 01  WS-REPORT-FIELDS.
025200     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
025300     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
025400     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
025500
025600*****************************************************************
025700*  BUDGET-VERSUS-ACTUAL REPORT LINES - MOVED TO BUDGRPT-RECORD  *
025800*  ON WRITE.                                                    *
025900*****************************************************************
026000 01  RPT-TITLE-LINE.
026100     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
026200     05  FILLER                PIC X(20)     VALUE SPACES.
026300     05  FILLER                PIC X(34)     VALUE
026400             "HEADCOUNT AND SALARY BUDGET REPORT".
026500     05  FILLER                PIC X(02)     VALUE SPACES.
026600     05  FILLER                PIC X(07)     VALUE "PERIOD ".
026700     05  RPT-PERIOD-CCYY       PIC 9(04).
026800     05  FILLER                PIC X(01)     VALUE "/".
026900     05  RPT-PERIOD-MM         PIC 9(02).
027000     05  FILLER                PIC X(05)     VALUE SPACES.
027100     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
027200     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
027300     05  FILLER                PIC X(10)     VALUE SPACES.
027400     05  FILLER                PIC X(05)     VALUE "PAGE ".
027500     05  RPT-PAGE-NO           PIC ZZZ9.
027600     05  FILLER                PIC X(18)     VALUE SPACES.
027700     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
027800
027900 01  RPT-COLUMN-HDG-1.
028000     05  FILLER                PIC X(01)     VALUE SPACE.
028100     05  FILLER                PIC X(04)     VALUE "COST".
028200     05  FILLER                PIC X(07)     VALUE "   OPEN".
028300     05  FILLER                PIC X(07)     VALUE "  HIRES".
028400     05  FILLER                PIC X(07)     VALUE "  TERMS".
028500     05  FILLER                PIC X(07)     VALUE "   XFER".
028600     05  FILLER                PIC X(07)     VALUE "   XFER".
028700     05  FILLER                PIC X(07)     VALUE "  CLOSE".
028800     05  FILLER                PIC X(07)     VALUE "  APPRV".
028900     05  FILLER                PIC X(17)     VALUE
029000             "           ACTUAL".
029100     05  FILLER                PIC X(17)     VALUE
029200             "           BUDGET".
029300     05  FILLER                PIC X(44)     VALUE SPACES.
029400     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
029500
029600 01  RPT-COLUMN-HDG-2.
029700     05  FILLER                PIC X(01)     VALUE SPACE.
029800     05  FILLER                PIC X(04)     VALUE "CTR ".
029900     05  FILLER                PIC X(07)     VALUE "  HDCNT".
030000     05  FILLER                PIC X(07)     VALUE SPACES.
030100     05  FILLER                PIC X(07)     VALUE SPACES.
030200     05  FILLER                PIC X(07)     VALUE "     IN".
030300     05  FILLER                PIC X(07)     VALUE "    OUT".
030400     05  FILLER                PIC X(07)     VALUE "  HDCNT".
030500     05  FILLER                PIC X(07)     VALUE "  HDCNT".
030600     05  FILLER                PIC X(17)     VALUE
030700             "           SALARY".
030800     05  FILLER                PIC X(17)     VALUE
030900             "           SALARY".
031000     05  FILLER                PIC X(18)     VALUE
031100             "          VARIANCE".
031200     05  FILLER                PIC X(09)     VALUE "    VAR %".
031300     05  FILLER                PIC X(11)     VALUE "  FLAG".
031400     05  FILLER                PIC X(06)     VALUE SPACES.
031500     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
031600
031700 01  RPT-COLUMN-HDG-3.
031800     05  FILLER                PIC X(01)     VALUE SPACE.
031900     05  FILLER                PIC X(04)     VALUE ALL "-".
032000     05  FILLER                PIC X(02)     VALUE SPACES.
032100     05  FILLER                PIC X(05)     VALUE ALL "-".
032200     05  FILLER                PIC X(02)     VALUE SPACES.
032300     05  FILLER                PIC X(05)     VALUE ALL "-".
032400     05  FILLER                PIC X(02)     VALUE SPACES.
032500     05  FILLER                PIC X(05)     VALUE ALL "-".
032600     05  FILLER                PIC X(02)     VALUE SPACES.
032700     05  FILLER                PIC X(05)     VALUE ALL "-".
032800     05  FILLER                PIC X(02)     VALUE SPACES.
032900     05  FILLER                PIC X(05)     VALUE ALL "-".
033000     05  FILLER                PIC X(02)     VALUE SPACES.
033100     05  FILLER                PIC X(05)     VALUE ALL "-".
033200     05  FILLER                PIC X(02)     VALUE SPACES.
033300     05  FILLER                PIC X(05)     VALUE ALL "-".
033400     05  FILLER                PIC X(02)     VALUE SPACES.
033500     05  FILLER                PIC X(15)     VALUE ALL "-".
033600     05  FILLER                PIC X(02)     VALUE SPACES.
033700     05  FILLER                PIC X(15)     VALUE ALL "-".
033800     05  FILLER                PIC X(02)     VALUE SPACES.
033900     05  FILLER                PIC X(16)     VALUE ALL "-".
034000     05  FILLER                PIC X(02)     VALUE SPACES.
034100     05  FILLER                PIC X(07)     VALUE ALL "-".
034200     05  FILLER                PIC X(02)     VALUE SPACES.
034300     05  FILLER                PIC X(09)     VALUE ALL "-".
034400     05  FILLER                PIC X(06)     VALUE SPACES.
034500     05  RPT-HDG3-NEWLINE      PIC X(01)     VALUE X'0A'.
034600
034700*****************************************************************
034800*  RPT-DETAIL-LINE - ONE COST CENTER, OR THE COMPANY TOTALS     *
034900*  WITH "TOTAL" IN PLACE OF THE COST CENTER.                    *
035000*****************************************************************
035100 01  RPT-DETAIL-LINE.
035200     05  FILLER                PIC X(01)     VALUE SPACE.
035300     05  RPT-DET-COSTCTR       PIC X(05).
035400     05  FILLER                PIC X(01)     VALUE SPACE.
035500     05  RPT-DET-OPEN          PIC ZZZZ9.
035600     05  FILLER                PIC X(02)     VALUE SPACES.
035700     05  RPT-DET-HIRES         PIC ZZZZ9.
035800     05  FILLER                PIC X(02)     VALUE SPACES.
035900     05  RPT-DET-TERMS         PIC ZZZZ9.
036000     05  FILLER                PIC X(02)     VALUE SPACES.
036100     05  RPT-DET-XFER-IN       PIC ZZZZ9.
036200     05  FILLER                PIC X(02)     VALUE SPACES.
036300     05  RPT-DET-XFER-OUT      PIC ZZZZ9.
036400     05  FILLER                PIC X(02)     VALUE SPACES.
036500     05  RPT-DET-CLOSE         PIC ZZZZ9.
036600     05  FILLER                PIC X(02)     VALUE SPACES.
036700     05  RPT-DET-BUD-HC        PIC ZZZZ9.
036800     05  FILLER                PIC X(02)     VALUE SPACES.
036900     05  RPT-DET-ACT-SAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.
037000     05  FILLER                PIC X(02)     VALUE SPACES.
037100     05  RPT-DET-BUD-SAL       PIC ZZZ,ZZZ,ZZZ,ZZ9.
037200     05  FILLER                PIC X(02)     VALUE SPACES.
037300     05  RPT-DET-VARIANCE      PIC ----,---,---,--9.
037400     05  FILLER                PIC X(02)     VALUE SPACES.
037500     05  RPT-DET-VAR-PCT       PIC ----9.9.
037600     05  RPT-DET-VAR-PCT-X REDEFINES RPT-DET-VAR-PCT
037700                               PIC X(07).
037800     05  FILLER                PIC X(02)     VALUE SPACES.
037900     05  RPT-DET-FLAG          PIC X(09).
038000     05  FILLER                PIC X(06)     VALUE SPACES.
038100     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
038200
038300 01  RPT-BLANK-LINE.
038400     05  FILLER                PIC X(132)    VALUE SPACES.
038500     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
038600
038700 01  WS-ABEND-TEXT             PIC X(40).
038800
038900 PROCEDURE DIVISION.
039000
039100*****************************************************************
039200*  0000-MAINLINE                                                *
039300*****************************************************************
039400 0000-MAINLINE.
039500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039600     PERFORM 2000-LOAD-BUDGET THRU 2000-EXIT
039700         UNTIL WS-BUD-EOF.
039800     PERFORM 3000-READ-SALHIST THRU 3000-EXIT
039900         UNTIL WS-HST-EOF.
040000     PERFORM 4000-READ-JOURNAL THRU 4000-EXIT
040100         UNTIL WS-JRN-EOF.
040200     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
040300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
040400     STOP RUN.
040500
040600*****************************************************************
040700*  1000-INITIALIZE - RESOLVE THE PERIOD AND THE PRIOR PERIOD,   *
040800*  OPEN THE FILES. NO JOURNAL (STATUS 35) MEANS NO MOVEMENTS;   *
040900*  ANY OTHER OPEN FAILURE ABENDS.                               *
041000*****************************************************************
041100 1000-INITIALIZE.
041200     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
041300     STRING WS-RUN-DATE-MM    "/"
041400            WS-RUN-DATE-DD    "/"
041500            WS-RUN-DATE-CCYY
041600            DELIMITED BY SIZE INTO RPT-RUN-DATE.
041700     COMPUTE WS-PERIOD =
041800         WS-RUN-DATE-CCYY * 100 + WS-RUN-DATE-MM.
041900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
042000     IF WS-PARM-LINE(1:6) IS NUMERIC
042100        AND WS-PARM-LINE(7:2) = SPACES
042200         MOVE WS-PARM-LINE(1:6) TO WS-PERIOD
042300     END-IF.
042400     IF WS-PERIOD-MM = 1
042500         COMPUTE WS-PRIOR-PERIOD =
042600             (WS-PERIOD-CCYY - 1) * 100 + 12
042700     ELSE
042800         COMPUTE WS-PRIOR-PERIOD = WS-PERIOD - 1
042900     END-IF.
043000     MOVE WS-PERIOD-CCYY TO RPT-PERIOD-CCYY.
043100     MOVE WS-PERIOD-MM   TO RPT-PERIOD-MM.
043200     OPEN INPUT BUDGREF.
043300     IF WS-FS1 NOT = 00
043400         MOVE "OPEN FAILED ON BUDGREF" TO WS-ABEND-TEXT
043500         PERFORM 9900-ABEND THRU 9900-EXIT
043600     END-IF.
043700     OPEN INPUT SALHIST.
043800     IF WS-FS2 NOT = 00
043900         MOVE "OPEN FAILED ON SALHIST" TO WS-ABEND-TEXT
044000         PERFORM 9900-ABEND THRU 9900-EXIT
044100     END-IF.
044200     OPEN INPUT EMPJRNL.
044300     IF WS-FS3 = 00
044400         SET WS-JRN-OPEN TO TRUE
044500     ELSE
044600         IF WS-FS3 NOT = 35
044700             MOVE "OPEN FAILED ON EMPJRNL" TO WS-ABEND-TEXT
044800             PERFORM 9900-ABEND THRU 9900-EXIT
044900         END-IF
045000         SET WS-JRN-EOF TO TRUE
045100         DISPLAY "BUDGRPT - NO EMPJRNL, NO MOVEMENTS"
045200     END-IF.
045300     OPEN OUTPUT BUDGRPT.
045400     IF WS-FS4 NOT = 00
045500         MOVE "OPEN FAILED ON BUDGRPT.PRT" TO WS-ABEND-TEXT
045600         PERFORM 9900-ABEND THRU 9900-EXIT
045700     END-IF.
045800     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
045900 1000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300*  2000-LOAD-BUDGET - READ ONE BUDGREF RECORD. A RECORD FOR THE *
046400*  PERIOD SETS ITS COST CENTER'S APPROVED HEADCOUNT AND SALARY  *
046500*  BUDGET; OTHER PERIODS ARE PASSED OVER. BUDGREF IS A CONTROL  *
046600*  FILE: A BAD OR DUPLICATE RECORD FOR THE PERIOD, OR NO BUDGET *
046700*  AT ALL FOR THE PERIOD, ABENDS THE RUN.                       *
046800*****************************************************************
046900 2000-LOAD-BUDGET.
047000     READ BUDGREF.
047100     IF WS-FS1 = 10
047200         SET WS-BUD-EOF TO TRUE
047300         CLOSE BUDGREF
047400         IF WS-BUD-COUNT = 0
047500             MOVE "NO BUDGREF RECORDS FOR PERIOD" TO WS-ABEND-TEXT
047600             PERFORM 9900-ABEND THRU 9900-EXIT
047700         END-IF
047800         GO TO 2000-EXIT
047900     END-IF.
048000     IF WS-FS1 NOT = 00
048100         MOVE "READ FAILED ON BUDGREF" TO WS-ABEND-TEXT
048200         PERFORM 9900-ABEND THRU 9900-EXIT
048300     END-IF.
048400     ADD 1 TO WS-BUD-READ-COUNT.
048500     IF BUD-PERIOD NOT = WS-PERIOD
048600         GO TO 2000-EXIT
048700     END-IF.
048800     IF BUD-COSTCTR = SPACES
048900        OR BUD-HEADCOUNT NOT NUMERIC
049000        OR BUD-SALARY NOT NUMERIC
049100         DISPLAY "BUDGRPT - BAD BUDGREF RECORD " BUDGREF-RECORD
049200         MOVE "BAD BUDGREF RECORD" TO WS-ABEND-TEXT
049300         PERFORM 9900-ABEND THRU 9900-EXIT
049400     END-IF.
049500     MOVE BUD-COSTCTR TO WS-FIND-COSTCTR.
049600     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
049700     IF WS-CC-BUDGETED(WS-CC-SUB)
049800         DISPLAY "BUDGRPT - DUPLICATE BUDGET FOR " BUD-COSTCTR
049900         MOVE "DUPLICATE BUDGREF RECORD" TO WS-ABEND-TEXT
050000         PERFORM 9900-ABEND THRU 9900-EXIT
050100     END-IF.
050200     MOVE 'Y'           TO WS-CC-BUDGET-SW(WS-CC-SUB).
050300     MOVE BUD-HEADCOUNT TO WS-CC-BUD-HC(WS-CC-SUB).
050400     MOVE BUD-SALARY    TO WS-CC-BUD-SAL(WS-CC-SUB).
050500     ADD 1 TO WS-BUD-COUNT.
050600 2000-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000*  2100-FIND-COSTCTR - POINT WS-CC-SUB AT WS-FIND-COSTCTR IN    *
051100*  WS-CC-TABLE. A COST CENTER SEEN FOR THE FIRST TIME IS GIVEN  *
051200*  A ZEROED SLOT IN ITS PLACE IN COST-CENTER ORDER. AN          *
051300*  OVERFLOWED TABLE ABENDS THE RUN RATHER THAN SILENTLY         *
051400*  DROPPING A COST CENTER FROM THE REPORT.                      *
051500*****************************************************************
051600 2100-FIND-COSTCTR.
051700     SET WS-CC-NOT-FOUND TO TRUE.
051800     MOVE 1 TO WS-CC-SUB.
051900     PERFORM 2110-SCAN-CC-TABLE THRU 2110-EXIT
052000         UNTIL WS-CC-FOUND
052100         OR WS-CC-INSERT-POINT
052200         OR WS-CC-SUB > WS-CC-USED.
052300     IF WS-CC-FOUND
052400         GO TO 2100-EXIT
052500     END-IF.
052600     IF WS-CC-USED >= WS-CC-MAX
052700         MOVE "COST CENTER TABLE OVERFLOW" TO WS-ABEND-TEXT
052800         PERFORM 9900-ABEND THRU 9900-EXIT
052900     END-IF.
053000     MOVE WS-CC-USED TO WS-CC-MOVE-SUB.
053100     PERFORM 2120-SHIFT-CC-ENTRY THRU 2120-EXIT
053200         UNTIL WS-CC-MOVE-SUB < WS-CC-SUB.
053300     ADD 1 TO WS-CC-USED.
053400     INITIALIZE WS-CC-ENTRY(WS-CC-SUB).
053500     MOVE 'N'             TO WS-CC-BUDGET-SW(WS-CC-SUB).
053600     MOVE WS-FIND-COSTCTR TO WS-CC-CODE(WS-CC-SUB).
053700 2100-EXIT.
053800     EXIT.
053900
054000*****************************************************************
054100*  2110-SCAN-CC-TABLE - CHECK ONE COST-CENTER SLOT. THE SCAN    *
054200*  STOPS ON A MATCH, OR AT THE FIRST HIGHER COST CENTER - THE   *
054300*  SLOT A NEW COST CENTER IS INSERTED AT.                       *
054400*****************************************************************
054500 2110-SCAN-CC-TABLE.
054600     IF WS-CC-CODE(WS-CC-SUB) = WS-FIND-COSTCTR
054700         SET WS-CC-FOUND TO TRUE
054800         GO TO 2110-EXIT
054900     END-IF.
055000     IF WS-CC-CODE(WS-CC-SUB) > WS-FIND-COSTCTR
055100         SET WS-CC-INSERT-POINT TO TRUE
055200         GO TO 2110-EXIT
055300     END-IF.
055400     ADD 1 TO WS-CC-SUB.
055500 2110-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  2120-SHIFT-CC-ENTRY - MOVE ONE COST-CENTER SLOT DOWN ONE     *
056000*  PLACE TO OPEN THE SLOT FOR A NEW COST CENTER.                *
056100*****************************************************************
056200 2120-SHIFT-CC-ENTRY.
056300     MOVE WS-CC-ENTRY(WS-CC-MOVE-SUB)
056400         TO WS-CC-ENTRY(WS-CC-MOVE-SUB + 1).
056500     SUBTRACT 1 FROM WS-CC-MOVE-SUB.
056600 2120-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000*  3000-READ-SALHIST - READ ONE SALARY HISTORY RECORD. THE      *
057100*  PRIOR PERIOD'S SNAPSHOT GIVES THE OPENING HEADCOUNT, THE     *
057200*  PERIOD'S OWN SNAPSHOT THE CLOSING HEADCOUNT AND ACTUAL       *
057300*  SALARY COST. TERMINATED EMPLOYEES ('T') ARE NOT COUNTED.     *
057400*  AT END, A PERIOD NOT YET POSTED BY SALHIST ABENDS THE RUN.   *
057500*****************************************************************
057600 3000-READ-SALHIST.
057700     READ SALHIST.
057800     IF WS-FS2 = 10
057900         SET WS-HST-EOF TO TRUE
058000         PERFORM 3300-CHECK-POSTED THRU 3300-EXIT
058100         GO TO 3000-EXIT
058200     END-IF.
058300     IF WS-FS2 NOT = 00
058400         MOVE "READ FAILED ON SALHIST" TO WS-ABEND-TEXT
058500         PERFORM 9900-ABEND THRU 9900-EXIT
058600     END-IF.
058700     ADD 1 TO WS-HST-READ-COUNT.
058800     IF SALH-PERIOD = WS-PRIOR-PERIOD
058900         PERFORM 3100-COUNT-OPENING THRU 3100-EXIT
059000     END-IF.
059100     IF SALH-PERIOD = WS-PERIOD
059200         PERFORM 3200-COUNT-CLOSING THRU 3200-EXIT
059300     END-IF.
059400 3000-EXIT.
059500     EXIT.
059600
059700*****************************************************************
059800*  3100-COUNT-OPENING - ONE PRIOR-PERIOD SNAPSHOT RECORD.       *
059900*****************************************************************
060000 3100-COUNT-OPENING.
060100     ADD 1 TO WS-PRIOR-COUNT.
060200     IF SALH-STATUS = 'T'
060300         GO TO 3100-EXIT
060400     END-IF.
060500     MOVE SALH-COSTCTR TO WS-FIND-COSTCTR.
060600     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
060700     ADD 1 TO WS-CC-OPEN(WS-CC-SUB).
060800 3100-EXIT.
060900     EXIT.
061000
061100*****************************************************************
061200*  3200-COUNT-CLOSING - ONE PERIOD SNAPSHOT RECORD.             *
061300*****************************************************************
061400 3200-COUNT-CLOSING.
061500     ADD 1 TO WS-POSTED-COUNT.
061600     IF SALH-STATUS = 'T'
061700         GO TO 3200-EXIT
061800     END-IF.
061900     MOVE SALH-COSTCTR TO WS-FIND-COSTCTR.
062000     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
062100     ADD 1           TO WS-CC-CLOSE(WS-CC-SUB).
062200     ADD SALH-SALARY TO WS-CC-ACT-SAL(WS-CC-SUB).
062300 3200-EXIT.
062400     EXIT.
062500
062600*****************************************************************
062700*  3300-CHECK-POSTED - THE PERIOD MUST BE ON SALHIST. NO PRIOR  *
062800*  PERIOD (THE FIRST MONTH OF HISTORY) OPENS AT ZERO.           *
062900*****************************************************************
063000 3300-CHECK-POSTED.
063100     CLOSE SALHIST.
063200     IF WS-POSTED-COUNT = 0
063300         MOVE "PERIOD NOT POSTED TO SALHIST" TO WS-ABEND-TEXT
063400         PERFORM 9900-ABEND THRU 9900-EXIT
063500     END-IF.
063600     IF WS-PRIOR-COUNT = 0
063700         DISPLAY "BUDGRPT - NO SALHIST FOR PRIOR PERIOD "
063800                 WS-PRIOR-PERIOD ", OPENING HEADCOUNT ZERO"
063900     END-IF.
064000 3300-EXIT.
064100     EXIT.
064200
064300*****************************************************************
064400*  4000-READ-JOURNAL - READ ONE JOURNAL ENTRY. AN ENTRY DATED   *
064500*  IN THE PERIOD IS CLASSED AS A HIRE, TERMINATION OR TRANSFER  *
064600*  BY ITS ACTION AND ITS BEFORE AND AFTER IMAGES; ANY OTHER     *
064700*  CHANGE IS NOT A MOVEMENT.                                    *
064800*****************************************************************
064900 4000-READ-JOURNAL.
065000     READ EMPJRNL.
065100     IF WS-FS3 = 10
065200         SET WS-JRN-EOF TO TRUE
065300         GO TO 4000-EXIT
065400     END-IF.
065500     IF WS-FS3 NOT = 00
065600         MOVE "READ FAILED ON EMPJRNL" TO WS-ABEND-TEXT
065700         PERFORM 9900-ABEND THRU 9900-EXIT
065800     END-IF.
065900     ADD 1 TO WS-JRN-READ-COUNT.
066000     MOVE JRNL-DATE (7:4) TO WS-JP-CCYY.
066100     MOVE JRNL-DATE (1:2) TO WS-JP-MM.
066200     IF WS-JRNL-PERIOD NOT = WS-PERIOD
066300         GO TO 4000-EXIT
066400     END-IF.
066500     ADD 1 TO WS-JRN-COUNT.
066600     MOVE JRNL-BEFORE-IMAGE TO WS-BEFORE-IMAGE.
066700     MOVE JRNL-AFTER-IMAGE  TO WS-AFTER-IMAGE.
066800     EVALUATE TRUE
066900         WHEN JRNL-IS-ADD
067000             PERFORM 4100-COUNT-ADD THRU 4100-EXIT
067100         WHEN JRNL-IS-CHANGE
067200             PERFORM 4200-COUNT-CHANGE THRU 4200-EXIT
067300         WHEN JRNL-IS-DELETE
067400             PERFORM 4300-COUNT-DELETE THRU 4300-EXIT
067500     END-EVALUATE.
067600 4000-EXIT.
067700     EXIT.
067800
067900*****************************************************************
068000*  4100-COUNT-ADD - AN ADD IS A HIRE INTO THE NEW EMPLOYEE'S    *
068100*  COST CENTER, UNLESS THE RECORD WAS LOADED AS TERMINATED.     *
068200*****************************************************************
068300 4100-COUNT-ADD.
068400     IF WS-AFT-STATUS = 'T'
068500         GO TO 4100-EXIT
068600     END-IF.
068700     MOVE WS-AFT-COSTCTR TO WS-FIND-COSTCTR.
068800     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
068900     ADD 1 TO WS-CC-HIRES(WS-CC-SUB).
069000 4100-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*  4200-COUNT-CHANGE - A CHANGE INTO STATUS 'T' IS A            *
069500*  TERMINATION FROM THE OLD COST CENTER; A CHANGE OUT OF 'T' IS *
069600*  A RE-HIRE INTO THE NEW ONE; OTHERWISE A CHANGE OF COST       *
069700*  CENTER IS A TRANSFER OUT OF THE OLD AND INTO THE NEW.        *
069800*****************************************************************
069900 4200-COUNT-CHANGE.
070000     IF WS-BEF-STATUS NOT = 'T'
070100        AND WS-AFT-STATUS = 'T'
070200         MOVE WS-BEF-COSTCTR TO WS-FIND-COSTCTR
070300         PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT
070400         ADD 1 TO WS-CC-TERMS(WS-CC-SUB)
070500         GO TO 4200-EXIT
070600     END-IF.
070700     IF WS-BEF-STATUS = 'T'
070800        AND WS-AFT-STATUS NOT = 'T'
070900         MOVE WS-AFT-COSTCTR TO WS-FIND-COSTCTR
071000         PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT
071100         ADD 1 TO WS-CC-HIRES(WS-CC-SUB)
071200         GO TO 4200-EXIT
071300     END-IF.
071400     IF WS-BEF-STATUS = 'T'
071500        OR WS-BEF-COSTCTR = WS-AFT-COSTCTR
071600         GO TO 4200-EXIT
071700     END-IF.
071800     MOVE WS-BEF-COSTCTR TO WS-FIND-COSTCTR.
071900     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
072000     ADD 1 TO WS-CC-XFER-OUT(WS-CC-SUB).
072100     MOVE WS-AFT-COSTCTR TO WS-FIND-COSTCTR.
072200     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
072300     ADD 1 TO WS-CC-XFER-IN(WS-CC-SUB).
072400 4200-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*  4300-COUNT-DELETE - DELETING AN EMPLOYEE NOT ALREADY         *
072900*  TERMINATED TAKES THEM OFF THE OLD COST CENTER'S HEADCOUNT.   *
073000*****************************************************************
073100 4300-COUNT-DELETE.
073200     IF WS-BEF-STATUS = 'T'
073300         GO TO 4300-EXIT
073400     END-IF.
073500     MOVE WS-BEF-COSTCTR TO WS-FIND-COSTCTR.
073600     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
073700     ADD 1 TO WS-CC-TERMS(WS-CC-SUB).
073800 4300-EXIT.
073900     EXIT.
074000
074100*****************************************************************
074200*  5000-PRINT-REPORT - ONE LINE PER COST CENTER IN COST-CENTER  *
074300*  ORDER, THEN THE COMPANY TOTALS.                              *
074400*****************************************************************
074500 5000-PRINT-REPORT.
074600     MOVE 1 TO WS-CC-SUB.
074700     PERFORM 5100-PRINT-CC-LINE THRU 5100-EXIT
074800         UNTIL WS-CC-SUB > WS-CC-USED.
074900     MOVE "TOTAL"         TO RPT-DET-COSTCTR.
075000     MOVE WS-TOT-OPEN     TO RPT-DET-OPEN.
075100     MOVE WS-TOT-HIRES    TO RPT-DET-HIRES.
075200     MOVE WS-TOT-TERMS    TO RPT-DET-TERMS.
075300     MOVE WS-TOT-XFER-IN  TO RPT-DET-XFER-IN.
075400     MOVE WS-TOT-XFER-OUT TO RPT-DET-XFER-OUT.
075500     MOVE WS-TOT-CLOSE    TO RPT-DET-CLOSE.
075600     MOVE WS-TOT-BUD-HC   TO RPT-DET-BUD-HC.
075700     MOVE WS-TOT-ACT-SAL  TO WS-VAR-ACT-SAL.
075800     MOVE WS-TOT-BUD-SAL  TO WS-VAR-BUD-SAL.
075900     PERFORM 5200-COMPUTE-VARIANCE THRU 5200-EXIT.
076000     MOVE SPACES TO RPT-DET-FLAG.
076100     IF WS-TOT-ACT-SAL > WS-TOT-BUD-SAL
076200         MOVE "OVER SAL" TO RPT-DET-FLAG
076300     END-IF.
076400     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
076500         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
076600     END-IF.
076700     WRITE BUDGRPT-RECORD FROM RPT-BLANK-LINE.
076800     WRITE BUDGRPT-RECORD FROM RPT-DETAIL-LINE.
076900     ADD 2 TO WS-LINE-COUNT.
077000 5000-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400*  5100-PRINT-CC-LINE - ONE COST CENTER'S LINE. THE CENTER IS   *
077500*  FLAGGED WHEN ITS SALARY COST IS OVER BUDGET ("OVER SAL"),    *
077600*  ITS CLOSING HEADCOUNT IS OVER THE APPROVED HEADCOUNT ("OVER  *
077700*  HC"), BOTH ("OVER BOTH"), OR IT HAS STAFF OR MOVEMENTS BUT   *
077800*  NO BUDGET RECORD ("NO BUDGET"). MOVEMENTS THAT DO NOT CARRY  *
077900*  THE OPENING HEADCOUNT TO THE CLOSING ONE ARE COUNTED FOR THE *
078000*  RUN LOG.                                                     *
078100*****************************************************************
078200 5100-PRINT-CC-LINE.
078300     MOVE WS-CC-CODE(WS-CC-SUB)     TO RPT-DET-COSTCTR.
078400     MOVE WS-CC-OPEN(WS-CC-SUB)     TO RPT-DET-OPEN.
078500     MOVE WS-CC-HIRES(WS-CC-SUB)    TO RPT-DET-HIRES.
078600     MOVE WS-CC-TERMS(WS-CC-SUB)    TO RPT-DET-TERMS.
078700     MOVE WS-CC-XFER-IN(WS-CC-SUB)  TO RPT-DET-XFER-IN.
078800     MOVE WS-CC-XFER-OUT(WS-CC-SUB) TO RPT-DET-XFER-OUT.
078900     MOVE WS-CC-CLOSE(WS-CC-SUB)    TO RPT-DET-CLOSE.
079000     MOVE WS-CC-BUD-HC(WS-CC-SUB)   TO RPT-DET-BUD-HC.
079100     MOVE WS-CC-ACT-SAL(WS-CC-SUB)  TO WS-VAR-ACT-SAL.
079200     MOVE WS-CC-BUD-SAL(WS-CC-SUB)  TO WS-VAR-BUD-SAL.
079300     PERFORM 5200-COMPUTE-VARIANCE THRU 5200-EXIT.
079400     MOVE SPACES TO RPT-DET-FLAG.
079500     EVALUATE TRUE
079600         WHEN NOT WS-CC-BUDGETED(WS-CC-SUB)
079700             MOVE "NO BUDGET" TO RPT-DET-FLAG
079800         WHEN WS-CC-ACT-SAL(WS-CC-SUB) > WS-CC-BUD-SAL(WS-CC-SUB)
079900          AND WS-CC-CLOSE(WS-CC-SUB) > WS-CC-BUD-HC(WS-CC-SUB)
080000             MOVE "OVER BOTH" TO RPT-DET-FLAG
080100         WHEN WS-CC-ACT-SAL(WS-CC-SUB) > WS-CC-BUD-SAL(WS-CC-SUB)
080200             MOVE "OVER SAL"  TO RPT-DET-FLAG
080300         WHEN WS-CC-CLOSE(WS-CC-SUB) > WS-CC-BUD-HC(WS-CC-SUB)
080400             MOVE "OVER HC"   TO RPT-DET-FLAG
080500     END-EVALUATE.
080600     IF RPT-DET-FLAG NOT = SPACES
080700         ADD 1 TO WS-OVER-COUNT
080800     END-IF.
080900     COMPUTE WS-EXPECT-CLOSE = WS-CC-OPEN(WS-CC-SUB)
081000                             + WS-CC-HIRES(WS-CC-SUB)
081100                             + WS-CC-XFER-IN(WS-CC-SUB)
081200                             - WS-CC-TERMS(WS-CC-SUB)
081300                             - WS-CC-XFER-OUT(WS-CC-SUB).
081400     IF WS-EXPECT-CLOSE NOT = WS-CC-CLOSE(WS-CC-SUB)
081500         ADD 1 TO WS-UNRECON-COUNT
081600         DISPLAY "BUDGRPT - MOVEMENTS DO NOT RECONCILE FOR "
081700                 WS-CC-CODE(WS-CC-SUB)
081800     END-IF.
081900     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
082000     WRITE BUDGRPT-RECORD FROM RPT-DETAIL-LINE.
082100     ADD 1 TO WS-LINE-COUNT.
082200     ADD WS-CC-OPEN(WS-CC-SUB)     TO WS-TOT-OPEN.
082300     ADD WS-CC-HIRES(WS-CC-SUB)    TO WS-TOT-HIRES.
082400     ADD WS-CC-TERMS(WS-CC-SUB)    TO WS-TOT-TERMS.
082500     ADD WS-CC-XFER-IN(WS-CC-SUB)  TO WS-TOT-XFER-IN.
082600     ADD WS-CC-XFER-OUT(WS-CC-SUB) TO WS-TOT-XFER-OUT.
082700     ADD WS-CC-CLOSE(WS-CC-SUB)    TO WS-TOT-CLOSE.
082800     ADD WS-CC-BUD-HC(WS-CC-SUB)   TO WS-TOT-BUD-HC.
082900     ADD WS-CC-ACT-SAL(WS-CC-SUB)  TO WS-TOT-ACT-SAL.
083000     ADD WS-CC-BUD-SAL(WS-CC-SUB)  TO WS-TOT-BUD-SAL.
083100     ADD 1 TO WS-CC-SUB.
083200 5100-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600*  5200-COMPUTE-VARIANCE - SALARY VARIANCE (ACTUAL LESS BUDGET) *
083700*  AND ITS PERCENTAGE OF BUDGET INTO THE DETAIL LINE. WITH NO   *
083800*  BUDGET THE PERCENTAGE IS LEFT BLANK; ONE TOO LARGE TO PRINT  *
083900*  SHOWS AS STARS.                                              *
084000*****************************************************************
084100 5200-COMPUTE-VARIANCE.
084200     MOVE WS-VAR-ACT-SAL TO RPT-DET-ACT-SAL.
084300     MOVE WS-VAR-BUD-SAL TO RPT-DET-BUD-SAL.
084400     COMPUTE WS-VARIANCE = WS-VAR-ACT-SAL - WS-VAR-BUD-SAL.
084500     MOVE WS-VARIANCE    TO RPT-DET-VARIANCE.
084600     IF WS-VAR-BUD-SAL = 0
084700         MOVE SPACES TO RPT-DET-VAR-PCT-X
084800         GO TO 5200-EXIT
084900     END-IF.
085000     COMPUTE WS-VAR-PCT ROUNDED =
085100         WS-VARIANCE * 100 / WS-VAR-BUD-SAL
085200         ON SIZE ERROR
085300             MOVE " ******" TO RPT-DET-VAR-PCT-X
085400             GO TO 5200-EXIT
085500     END-COMPUTE.
085600     MOVE WS-VAR-PCT TO RPT-DET-VAR-PCT.
085700 5200-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100*  2600-CHECK-PAGE - START A NEW PAGE WHEN THE CURRENT PAGE     *
086200*  IS FULL.                                                     *
086300*****************************************************************
086400 2600-CHECK-PAGE.
086500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
086600         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
086700     END-IF.
086800 2600-EXIT.
086900     EXIT.
087000
087100*****************************************************************
087200*  2700-PRINT-HEADERS - START A NEW PAGE: TITLE, PERIOD, RUN    *
087300*  DATE, PAGE NUMBER AND COLUMN HEADINGS.                       *
087400*****************************************************************
087500 2700-PRINT-HEADERS.
087600     ADD 1 TO WS-PAGE-COUNT.
087700     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
087800     IF WS-PAGE-COUNT = 1
087900         MOVE SPACE TO RPT-FORMFEED
088000     ELSE
088100         MOVE X'0C' TO RPT-FORMFEED
088200     END-IF.
088300     WRITE BUDGRPT-RECORD FROM RPT-TITLE-LINE.
088400     WRITE BUDGRPT-RECORD FROM RPT-COLUMN-HDG-1.
088500     WRITE BUDGRPT-RECORD FROM RPT-COLUMN-HDG-2.
088600     WRITE BUDGRPT-RECORD FROM RPT-COLUMN-HDG-3.
088700     MOVE 0 TO WS-LINE-COUNT.
088800 2700-EXIT.
088900     EXIT.
089000
089100*****************************************************************
089200*  8000-FINALIZE - COUNTS AND CLOSE FILES                       *
089300*****************************************************************
089400 8000-FINALIZE.
089500     DISPLAY "BUDGRPT - PERIOD REPORTED     " WS-PERIOD.
089600     DISPLAY "BUDGRPT - BUDGET RECORDS      " WS-BUD-COUNT.
089700     DISPLAY "BUDGRPT - SALHIST READ        " WS-HST-READ-COUNT.
089800     DISPLAY "BUDGRPT - JOURNAL READ        " WS-JRN-READ-COUNT.
089900     DISPLAY "BUDGRPT - JOURNAL IN PERIOD   " WS-JRN-COUNT.
090000     DISPLAY "BUDGRPT - COST CENTERS        " WS-CC-USED.
090100     DISPLAY "BUDGRPT - CENTERS FLAGGED     " WS-OVER-COUNT.
090200     DISPLAY "BUDGRPT - NOT RECONCILED      " WS-UNRECON-COUNT.
090300     IF WS-JRN-OPEN
090400         CLOSE EMPJRNL
090500     END-IF.
090600     CLOSE BUDGRPT.
090700 8000-EXIT.
090800     EXIT.
090900
091000*****************************************************************
091100*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
091200*****************************************************************
091300 9900-ABEND.
091400     DISPLAY "BUDGRPT - ABEND - " WS-ABEND-TEXT
091500             " - FILE STATUS 1 = " WS-FS1
091600             " FILE STATUS 2 = " WS-FS2
091700             " FILE STATUS 3 = " WS-FS3
091800             " FILE STATUS 4 = " WS-FS4.
091900     MOVE 16 TO RETURN-CODE.
092000     STOP RUN.
092100 9900-EXIT.
092200     EXIT.
