000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LEAVACR.
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
001300*  MONTHLY LEAVE ACCRUAL. READS THE INDEXED EMPMASTER FILE IN
001400*  EMP-ID SEQUENCE AND, FOR EVERY ACTIVE EMPLOYEE HIRED ON OR
001500*  BEFORE THE ACCRUAL MONTH, ADDS ONE MONTH'S ANNUAL AND SICK
001600*  LEAVE TO THE EMPLOYEE'S RECORDS ON THE INDEXED LEAVE LEDGER
001700*  (LEAVBAL.DAT - SEE THE LEAVBAL COPYBOOK), OPENING THE RECORDS
001800*  THE FIRST TIME AN EMPLOYEE IS ACCRUED. THE ANNUAL RATE RISES
001900*  WITH COMPLETED YEARS OF SERVICE FROM EMP-HIRE-DATE (SEE
002000*  WS-TIER-TABLE); SICK LEAVE ACCRUES AT ONE FLAT RATE.
002100*  EMPLOYEES ON LEAVE OF ABSENCE, SUSPENDED OR TERMINATED DO NOT
002200*  ACCRUE.
002300*
002400*  THE MONTH (CCYYMM) MAY BE PASSED ON THE COMMAND LINE -
002500*  OTHERWISE THE CURRENT YEAR/MONTH IS USED, AS IN SALHIST. EACH
002600*  LEDGER RECORD CARRIES THE LAST MONTH ACCRUED TO IT, AND A
002700*  RECORD ALREADY ACCRUED FOR THE MONTH (OR A LATER ONE) IS LEFT
002800*  ALONE, SO A RERUN AFTER AN ABEND PICKS UP WHERE THE FAILED
002900*  RUN STOPPED AND NEVER ACCRUES A MONTH TWICE.
003000*  EVERY EMPLOYEE READ IS LISTED ON THE LEAVACR.PRT REGISTER
003100*  (133-BYTE PRINT CONVENTION) WITH THE DAYS ACCRUED AND THE NEW
003200*  BALANCES, FOLLOWED BY THE RUN TOTALS.
003300*****************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE  IS SEQUENTIAL
004100         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
004200         FILE STATUS  IS WS-FS1.
004300
004400     SELECT LEAVBAL ASSIGN TO "LEAVBAL.DAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE  IS RANDOM
004700         RECORD KEY   IS LEAV-KEY
004800         FILE STATUS  IS WS-FS2.
004900
005000     SELECT LEAVAREG ASSIGN TO "LEAVACR.PRT"
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE  IS SEQUENTIAL
005300         FILE STATUS  IS WS-FS3.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*****************************************************************
005800*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID.        *
005900*****************************************************************
006000 FD  EMPMASTER
006100     DATA RECORD IS EMPMASTER-RECORD.
006200     COPY EMPMSTR.
006300
006400*****************************************************************
006500*  LEAVBAL - INDEXED LEAVE LEDGER, KEYED BY EMP-ID AND LEAVE    *
006600*  TYPE.                                                        *
006700*****************************************************************
006800 FD  LEAVBAL
006900     DATA RECORD IS LEAVBAL-RECORD.
007000     COPY LEAVBAL.
007100
007200*****************************************************************
007300*  LEAVAREG - ACCRUAL REGISTER. EACH PRINT LINE IS 133 BYTES -  *
007400*  A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE, THE SAME     *
007500*  CONVENTION AS EMPLIST.PRT.                                   *
007600*****************************************************************
007700 FD  LEAVAREG
007800     RECORD CONTAINS 133 CHARACTERS
007900     BLOCK  CONTAINS 133 CHARACTERS
008000     RECORDING MODE  IS  F
008100     DATA RECORD     IS LEAVAREG-RECORD.
008200 01  LEAVAREG-RECORD             PIC X(133).
008300
008400 WORKING-STORAGE SECTION.
008500 01  WS-VAR.
008600     05  WS-FS1                PIC 9(02).
008700     05  WS-FS2                PIC 9(02).
008800     05  WS-FS3                PIC 9(02).
008900     05  WS-MST-EOF-SW         PIC X(01)     VALUE 'N'.
009000         88  WS-MST-EOF            VALUE 'Y'.
009100         88  WS-MST-NOT-EOF        VALUE 'N'.
009200     05  WS-ACR-DONE-SW        PIC X(01)     VALUE 'N'.
009300         88  WS-ACR-DONE           VALUE 'Y'.
009400         88  WS-ACR-NOT-DONE       VALUE 'N'.
009500     05  WS-ACR-NEW-SW         PIC X(01)     VALUE 'N'.
009600         88  WS-ACR-NEW            VALUE 'Y'.
009700         88  WS-ACR-NOT-NEW        VALUE 'N'.
009800
009900 01  WS-COUNTS.
010000     05  WS-READ-COUNT         PIC 9(07)     VALUE 0.
010100     05  WS-ACCRUED-COUNT      PIC 9(07)     VALUE 0.
010200     05  WS-INACTIVE-COUNT     PIC 9(07)     VALUE 0.
010300     05  WS-NOT-HIRED-COUNT    PIC 9(07)     VALUE 0.
010400     05  WS-ALREADY-COUNT      PIC 9(07)     VALUE 0.
010500     05  WS-OPENED-COUNT       PIC 9(07)     VALUE 0.
010600     05  WS-TOT-ANNUAL         PIC 9(07)V9(02) VALUE 0.
010700     05  WS-TOT-SICK           PIC 9(07)V9(02) VALUE 0.
010800
010900*****************************************************************
011000*  WS-TIER-TABLE - ANNUAL LEAVE DAYS ACCRUED PER MONTH BY       *
011100*  COMPLETED YEARS OF SERVICE. EACH ENTRY IS THE YEARS AT WHICH *
011200*  THE RATE STARTS AND THE DAYS PER MONTH; THE LAST ENTRY NOT   *
011300*  ABOVE THE EMPLOYEE'S SERVICE APPLIES. ENTRIES MUST STAY IN   *
011400*  ASCENDING YEARS ORDER AND WS-TIER-MAX MUST MATCH THEIR       *
011500*  NUMBER. WS-SICK-PER-MONTH IS THE FLAT SICK LEAVE RATE.       *
011600*****************************************************************
011700 01  WS-TIER-TABLE-DATA.
011800     05  FILLER                PIC X(05)     VALUE "00125".
011900     05  FILLER                PIC X(05)     VALUE "02150".
012000     05  FILLER                PIC X(05)     VALUE "05175".
012100     05  FILLER                PIC X(05)     VALUE "10200".
012200 01  WS-TIER-TABLE REDEFINES WS-TIER-TABLE-DATA.
012300     05  WS-TIER-ENTRY         OCCURS 4 TIMES.
012400         10  WS-TIER-YEARS         PIC 9(02).
012500         10  WS-TIER-DAYS          PIC 9(01)V9(02).
012600
012700 77  WS-TIER-MAX               PIC 9(02) COMP  VALUE 4.
012800 77  WS-TIER-SUB               PIC 9(02) COMP  VALUE 0.
012900 77  WS-SICK-PER-MONTH         PIC 9(01)V9(02) VALUE 1.00.
013000
013100*****************************************************************
013200*  WS-ACCRUAL-FIELDS - THE CURRENT EMPLOYEE'S SERVICE AND THE   *
013300*  LEDGER RECORD BEING ACCRUED BY 2200-ACCRUE-TYPE.             *
013400*****************************************************************
013500 01  WS-ACCRUAL-FIELDS.
013600     05  WS-PERIOD             PIC 9(06)     VALUE 0.
013700     05  WS-PERIOD-R REDEFINES WS-PERIOD.
013800         10  WS-PERIOD-CCYY        PIC 9(04).
013900         10  WS-PERIOD-MM          PIC 9(02).
014000     05  WS-HIRE-DATE          PIC 9(08)     VALUE 0.
014100     05  WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
014200         10  WS-HIRE-CCYY          PIC 9(04).
014300         10  WS-HIRE-MM            PIC 9(02).
014400         10  WS-HIRE-DD            PIC 9(02).
014500     05  WS-SVC-MONTHS         PIC S9(05)    VALUE 0.
014600     05  WS-SVC-YEARS          PIC 9(03)     VALUE 0.
014700     05  WS-ANNUAL-RATE        PIC 9(01)V9(02) VALUE 0.
014800     05  WS-ACR-TYPE           PIC X(01)     VALUE SPACE.
014900     05  WS-ACR-DAYS           PIC 9(01)V9(02) VALUE 0.
015000     05  WS-ACR-BALANCE        PIC 9(04)V9(02) VALUE 0.
015100
015200 01  WS-PARM-FIELDS.
015300     05  WS-PARM-LINE          PIC X(80)     VALUE SPACES.
015400
015500 01  WS-REPORT-FIELDS.
015600     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
015700     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
015800     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
015900     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
016000     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
016100         10  WS-RUN-DATE-CCYY     PIC 9(04).
016200         10  WS-RUN-DATE-MM       PIC 9(02).
016300         10  WS-RUN-DATE-DD       PIC 9(02).
016400
016500*****************************************************************
016600*  ACCRUAL REGISTER LINES - MOVED TO LEAVAREG-RECORD ON WRITE.  *
016700*****************************************************************
016800 01  RPT-TITLE-LINE.
016900     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
017000     05  FILLER                PIC X(25)     VALUE SPACES.
017100     05  FILLER                PIC X(30)     VALUE
017200             "MONTHLY LEAVE ACCRUAL".
017300     05  FILLER                PIC X(07)     VALUE "PERIOD ".
017400     05  RPT-PERIOD-CCYY       PIC 9(04).
017500     05  FILLER                PIC X(01)     VALUE "/".
017600     05  RPT-PERIOD-MM         PIC 9(02).
017700     05  FILLER                PIC X(06)     VALUE SPACES.
017800     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
017900     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
018000     05  FILLER                PIC X(06)     VALUE SPACES.
018100     05  FILLER                PIC X(05)     VALUE "PAGE ".
018200     05  RPT-PAGE-NO           PIC ZZZ9.
018300     05  FILLER                PIC X(22)     VALUE SPACES.
018400     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
018500
018600 01  RPT-COLUMN-HDG-1.
018700     05  FILLER                PIC X(01)     VALUE SPACE.
018800     05  FILLER                PIC X(06)     VALUE "EMP ID".
018900     05  FILLER                PIC X(01)     VALUE SPACE.
019000     05  FILLER                PIC X(15)     VALUE
019100             "NAME           ".
019200     05  FILLER                PIC X(02)     VALUE SPACES.
019300     05  FILLER                PIC X(04)     VALUE "CCTR".
019400     05  FILLER                PIC X(02)     VALUE SPACES.
019500     05  FILLER                PIC X(10)     VALUE "HIRE DATE ".
019600     05  FILLER                PIC X(02)     VALUE SPACES.
019700     05  FILLER                PIC X(07)     VALUE "SVC YRS".
019800     05  FILLER                PIC X(02)     VALUE SPACES.
019900     05  FILLER                PIC X(10)     VALUE "ANNUAL ACR".
020000     05  FILLER                PIC X(02)     VALUE SPACES.
020100     05  FILLER                PIC X(10)     VALUE "ANNUAL BAL".
020200     05  FILLER                PIC X(02)     VALUE SPACES.
020300     05  FILLER                PIC X(10)     VALUE "  SICK ACR".
020400     05  FILLER                PIC X(02)     VALUE SPACES.
020500     05  FILLER                PIC X(10)     VALUE "  SICK BAL".
020600     05  FILLER                PIC X(02)     VALUE SPACES.
020700     05  FILLER                PIC X(20)     VALUE "NOTE".
020800     05  FILLER                PIC X(12)     VALUE SPACES.
020900     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
021000
021100 01  RPT-COLUMN-HDG-2.
021200     05  FILLER                PIC X(01)     VALUE SPACE.
021300     05  FILLER                PIC X(06)     VALUE ALL "-".
021400     05  FILLER                PIC X(01)     VALUE SPACE.
021500     05  FILLER                PIC X(15)     VALUE ALL "-".
021600     05  FILLER                PIC X(02)     VALUE SPACES.
021700     05  FILLER                PIC X(04)     VALUE ALL "-".
021800     05  FILLER                PIC X(02)     VALUE SPACES.
021900     05  FILLER                PIC X(10)     VALUE ALL "-".
022000     05  FILLER                PIC X(02)     VALUE SPACES.
022100     05  FILLER                PIC X(07)     VALUE ALL "-".
022200     05  FILLER                PIC X(02)     VALUE SPACES.
022300     05  FILLER                PIC X(10)     VALUE ALL "-".
022400     05  FILLER                PIC X(02)     VALUE SPACES.
022500     05  FILLER                PIC X(10)     VALUE ALL "-".
022600     05  FILLER                PIC X(02)     VALUE SPACES.
022700     05  FILLER                PIC X(10)     VALUE ALL "-".
022800     05  FILLER                PIC X(02)     VALUE SPACES.
022900     05  FILLER                PIC X(10)     VALUE ALL "-".
023000     05  FILLER                PIC X(02)     VALUE SPACES.
023100     05  FILLER                PIC X(20)     VALUE ALL "-".
023200     05  FILLER                PIC X(12)     VALUE SPACES.
023300     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
023400
023500 01  RPT-DETAIL-LINE.
023600     05  FILLER                PIC X(01)     VALUE SPACE.
023700     05  RPT-DET-ID            PIC X(05).
023800     05  FILLER                PIC X(02)     VALUE SPACES.
023900     05  RPT-DET-NAME          PIC X(15).
024000     05  FILLER                PIC X(02)     VALUE SPACES.
024100     05  RPT-DET-COSTCTR       PIC X(04).
024200     05  FILLER                PIC X(02)     VALUE SPACES.
024300     05  RPT-DET-HIRE-DATE     PIC X(10).
024400     05  FILLER                PIC X(02)     VALUE SPACES.
024500     05  RPT-DET-SVC-YRS       PIC ZZZZZZ9.
024600     05  RPT-DET-SVC-YRS-X REDEFINES RPT-DET-SVC-YRS
024700                               PIC X(07).
024800     05  FILLER                PIC X(02)     VALUE SPACES.
024900     05  RPT-DET-ANN-ACR       PIC ZZZZZZ9.99.
025000     05  RPT-DET-ANN-ACR-X REDEFINES RPT-DET-ANN-ACR
025100                               PIC X(10).
025200     05  FILLER                PIC X(02)     VALUE SPACES.
025300     05  RPT-DET-ANN-BAL       PIC ZZZZZZ9.99.
025400     05  RPT-DET-ANN-BAL-X REDEFINES RPT-DET-ANN-BAL
025500                               PIC X(10).
025600     05  FILLER                PIC X(02)     VALUE SPACES.
025700     05  RPT-DET-SICK-ACR      PIC ZZZZZZ9.99.
025800     05  RPT-DET-SICK-ACR-X REDEFINES RPT-DET-SICK-ACR
025900                               PIC X(10).
026000     05  FILLER                PIC X(02)     VALUE SPACES.
026100     05  RPT-DET-SICK-BAL      PIC ZZZZZZ9.99.
026200     05  RPT-DET-SICK-BAL-X REDEFINES RPT-DET-SICK-BAL
026300                               PIC X(10).
026400     05  FILLER                PIC X(02)     VALUE SPACES.
026500     05  RPT-DET-NOTE          PIC X(20).
026600     05  FILLER                PIC X(12)     VALUE SPACES.
026700     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
026800
026900 01  RPT-TOTAL-LINE-1.
027000     05  FILLER                PIC X(01)     VALUE SPACE.
027100     05  FILLER                PIC X(16)     VALUE
027200             "RUN TOTALS -    ".
027300     05  FILLER                PIC X(20)     VALUE
027400             "EMPLOYEES READ      ".
027500     05  RPT-TOT-READ          PIC ZZZZZZ9.
027600     05  FILLER                PIC X(05)     VALUE SPACES.
027700     05  FILLER                PIC X(20)     VALUE
027800             "ACCRUED             ".
027900     05  RPT-TOT-ACCRUED       PIC ZZZZZZ9.
028000     05  FILLER                PIC X(56)     VALUE SPACES.
028100     05  RPT-TOT1-NEWLINE      PIC X(01)     VALUE X'0A'.
028200
028300 01  RPT-TOTAL-LINE-2.
028400     05  FILLER                PIC X(17)     VALUE SPACES.
028500     05  FILLER                PIC X(20)     VALUE
028600             "NOT ACTIVE          ".
028700     05  RPT-TOT-INACTIVE      PIC ZZZZZZ9.
028800     05  FILLER                PIC X(05)     VALUE SPACES.
028900     05  FILLER                PIC X(20)     VALUE
029000             "HIRED AFTER PERIOD  ".
029100     05  RPT-TOT-NOT-HIRED     PIC ZZZZZZ9.
029200     05  FILLER                PIC X(56)     VALUE SPACES.
029300     05  RPT-TOT2-NEWLINE      PIC X(01)     VALUE X'0A'.
029400
029500 01  RPT-TOTAL-LINE-3.
029600     05  FILLER                PIC X(17)     VALUE SPACES.
029700     05  FILLER                PIC X(20)     VALUE
029800             "ALREADY ACCRUED     ".
029900     05  RPT-TOT-ALREADY       PIC ZZZZZZ9.
030000     05  FILLER                PIC X(05)     VALUE SPACES.
030100     05  FILLER                PIC X(20)     VALUE
030200             "LEDGER RECS OPENED  ".
030300     05  RPT-TOT-OPENED        PIC ZZZZZZ9.
030400     05  FILLER                PIC X(56)     VALUE SPACES.
030500     05  RPT-TOT3-NEWLINE      PIC X(01)     VALUE X'0A'.
030600
030700 01  RPT-TOTAL-LINE-4.
030800     05  FILLER                PIC X(17)     VALUE SPACES.
030900     05  FILLER                PIC X(20)     VALUE
031000             "ANNUAL DAYS ACCRUED ".
031100     05  RPT-TOT-ANNUAL        PIC ZZZZZZ9.99.
031200     05  FILLER                PIC X(02)     VALUE SPACES.
031300     05  FILLER                PIC X(20)     VALUE
031400             "SICK DAYS ACCRUED   ".
031500     05  RPT-TOT-SICK          PIC ZZZZZZ9.99.
031600     05  FILLER                PIC X(53)     VALUE SPACES.
031700     05  RPT-TOT4-NEWLINE      PIC X(01)     VALUE X'0A'.
031800
031900 01  RPT-BLANK-LINE.
032000     05  FILLER                PIC X(132)    VALUE SPACES.
032100     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
032200
032300 01  WS-ABEND-TEXT             PIC X(40).
032400
032500 PROCEDURE DIVISION.
032600
032700*****************************************************************
032800*  0000-MAINLINE                                                *
032900*****************************************************************
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 2000-ACCRUE-EMPLOYEE THRU 2000-EXIT
033300         UNTIL WS-MST-EOF.
033400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
033500     STOP RUN.
033600
033700*****************************************************************
033800*  1000-INITIALIZE - RESOLVE THE ACCRUAL MONTH, OPEN THE FILES. *
033900*****************************************************************
034000 1000-INITIALIZE.
034100     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
034200     STRING WS-RUN-DATE-MM    "/"
034300            WS-RUN-DATE-DD    "/"
034400            WS-RUN-DATE-CCYY
034500            DELIMITED BY SIZE INTO RPT-RUN-DATE.
034600     COMPUTE WS-PERIOD =
034700         WS-RUN-DATE-CCYY * 100 + WS-RUN-DATE-MM.
034800     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
034900     IF WS-PARM-LINE(1:6) IS NUMERIC
035000        AND WS-PARM-LINE(7:2) = SPACES
035100         MOVE WS-PARM-LINE(1:6) TO WS-PERIOD
035200     END-IF.
035300     IF WS-PERIOD-MM < 01 OR WS-PERIOD-MM > 12
035400         MOVE "INVALID ACCRUAL PERIOD" TO WS-ABEND-TEXT
035500         PERFORM 9900-ABEND THRU 9900-EXIT
035600     END-IF.
035700     MOVE WS-PERIOD-CCYY TO RPT-PERIOD-CCYY.
035800     MOVE WS-PERIOD-MM   TO RPT-PERIOD-MM.
035900     OPEN INPUT EMPMASTER.
036000     IF WS-FS1 NOT = 00
036100         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
036200         PERFORM 9900-ABEND THRU 9900-EXIT
036300     END-IF.
036400     PERFORM 1100-OPEN-LEDGER THRU 1100-EXIT.
036500     OPEN OUTPUT LEAVAREG.
036600     IF WS-FS3 NOT = 00
036700         MOVE "OPEN FAILED ON LEAVACR.PRT" TO WS-ABEND-TEXT
036800         PERFORM 9900-ABEND THRU 9900-EXIT
036900     END-IF.
037000     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
037100 1000-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*  1100-OPEN-LEDGER - OPEN THE LEAVE LEDGER FOR UPDATE. THE     *
037600*  FIRST ACCRUAL RUN FINDS NO LEDGER (FILE STATUS 35) AND       *
037700*  CREATES AN EMPTY ONE.                                        *
037800*****************************************************************
037900 1100-OPEN-LEDGER.
038000     OPEN I-O LEAVBAL.
038100     IF WS-FS2 = 35
038200         DISPLAY "LEAVACR - NO LEAVBAL, CREATING THE LEDGER"
038300         OPEN OUTPUT LEAVBAL
038400         IF WS-FS2 NOT = 00
038500             MOVE "CREATE FAILED ON LEAVBAL" TO WS-ABEND-TEXT
038600             PERFORM 9900-ABEND THRU 9900-EXIT
038700         END-IF
038800         CLOSE LEAVBAL
038900         OPEN I-O LEAVBAL
039000     END-IF.
039100     IF WS-FS2 NOT = 00
039200         MOVE "OPEN FAILED ON LEAVBAL" TO WS-ABEND-TEXT
039300         PERFORM 9900-ABEND THRU 9900-EXIT
039400     END-IF.
039500 1100-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900*  2000-ACCRUE-EMPLOYEE - READ ONE EMPMASTER RECORD AND, IF THE *
040000*  EMPLOYEE IS ACTIVE AND ALREADY HIRED IN THE ACCRUAL MONTH,   *
040100*  ACCRUE THE MONTH'S ANNUAL AND SICK LEAVE. EVERY EMPLOYEE     *
040200*  READ GETS A REGISTER LINE.                                   *
040300*****************************************************************
040400 2000-ACCRUE-EMPLOYEE.
040500     READ EMPMASTER.
040600     IF WS-FS1 = 10
040700         SET WS-MST-EOF TO TRUE
040800         GO TO 2000-EXIT
040900     END-IF.
041000     IF WS-FS1 NOT = 00
041100         MOVE "READ FAILED ON EMPMASTER" TO WS-ABEND-TEXT
041200         PERFORM 9900-ABEND THRU 9900-EXIT
041300     END-IF.
041400     ADD 1 TO WS-READ-COUNT.
041500     MOVE SPACES TO RPT-DET-SVC-YRS-X.
041600     MOVE SPACES TO RPT-DET-ANN-ACR-X.
041700     MOVE SPACES TO RPT-DET-ANN-BAL-X.
041800     MOVE SPACES TO RPT-DET-SICK-ACR-X.
041900     MOVE SPACES TO RPT-DET-SICK-BAL-X.
042000     IF NOT EMP-ACTIVE
042100         ADD 1 TO WS-INACTIVE-COUNT
042200         MOVE "NOT ACTIVE - NONE" TO RPT-DET-NOTE
042300         GO TO 2000-PRINT
042400     END-IF.
042500     MOVE EMP-HIRE-DATE TO WS-HIRE-DATE.
042600     COMPUTE WS-SVC-MONTHS =
042700         (WS-PERIOD-CCYY * 12 + WS-PERIOD-MM)
042800       - (WS-HIRE-CCYY * 12 + WS-HIRE-MM).
042900     IF WS-SVC-MONTHS < 0
043000         ADD 1 TO WS-NOT-HIRED-COUNT
043100         MOVE "HIRED AFTER PERIOD" TO RPT-DET-NOTE
043200         GO TO 2000-PRINT
043300     END-IF.
043400     DIVIDE WS-SVC-MONTHS BY 12 GIVING WS-SVC-YEARS.
043500     MOVE WS-SVC-YEARS TO RPT-DET-SVC-YRS.
043600     PERFORM 2100-FIND-TIER THRU 2100-EXIT.
043700     MOVE SPACES TO RPT-DET-NOTE.
043800     MOVE 'A'            TO WS-ACR-TYPE.
043900     MOVE WS-ANNUAL-RATE TO WS-ACR-DAYS.
044000     PERFORM 2200-ACCRUE-TYPE THRU 2200-EXIT.
044100     IF WS-ACR-DONE
044200         MOVE WS-ACR-DAYS TO RPT-DET-ANN-ACR
044300         ADD WS-ACR-DAYS  TO WS-TOT-ANNUAL
044400     END-IF.
044500     MOVE WS-ACR-BALANCE TO RPT-DET-ANN-BAL.
044600     MOVE 'S'               TO WS-ACR-TYPE.
044700     MOVE WS-SICK-PER-MONTH TO WS-ACR-DAYS.
044800     PERFORM 2200-ACCRUE-TYPE THRU 2200-EXIT.
044900     IF WS-ACR-DONE
045000         MOVE WS-ACR-DAYS TO RPT-DET-SICK-ACR
045100         ADD WS-ACR-DAYS  TO WS-TOT-SICK
045200     END-IF.
045300     MOVE WS-ACR-BALANCE TO RPT-DET-SICK-BAL.
045400     IF WS-ACR-DONE
045500         ADD 1 TO WS-ACCRUED-COUNT
045600     ELSE
045700         ADD 1 TO WS-ALREADY-COUNT
045800         MOVE "ALREADY ACCRUED" TO RPT-DET-NOTE
045900     END-IF.
046000 2000-PRINT.
046100     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
046200 2000-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600*  2100-FIND-TIER - PICK THE ANNUAL LEAVE RATE FOR THE          *
046700*  EMPLOYEE'S COMPLETED YEARS OF SERVICE FROM WS-TIER-TABLE.    *
046800*****************************************************************
046900 2100-FIND-TIER.
047000     MOVE WS-TIER-DAYS (1) TO WS-ANNUAL-RATE.
047100     MOVE 2 TO WS-TIER-SUB.
047200     PERFORM 2110-SCAN-TIER-TABLE THRU 2110-EXIT
047300         UNTIL WS-TIER-SUB > WS-TIER-MAX.
047400 2100-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800*  2110-SCAN-TIER-TABLE - TAKE ONE TIER'S RATE IF THE EMPLOYEE  *
047900*  HAS REACHED ITS YEARS OF SERVICE.                            *
048000*****************************************************************
048100 2110-SCAN-TIER-TABLE.
048200     IF WS-SVC-YEARS >= WS-TIER-YEARS (WS-TIER-SUB)
048300         MOVE WS-TIER-DAYS (WS-TIER-SUB) TO WS-ANNUAL-RATE
048400     END-IF.
048500     ADD 1 TO WS-TIER-SUB.
048600 2110-EXIT.
048700     EXIT.
048800
048900*****************************************************************
049000*  2200-ACCRUE-TYPE - ADD WS-ACR-DAYS OF LEAVE TYPE WS-ACR-TYPE *
049100*  TO THE CURRENT EMPLOYEE'S LEDGER RECORD, OPENING THE RECORD  *
049200*  IF THERE IS NONE. A RECORD ALREADY ACCRUED FOR THE MONTH IS  *
049300*  LEFT AS IT IS. WS-ACR-BALANCE COMES BACK AS THE BALANCE ON   *
049400*  THE LEDGER EITHER WAY.                                       *
049500*****************************************************************
049600 2200-ACCRUE-TYPE.
049700     SET WS-ACR-NOT-DONE TO TRUE.
049800     SET WS-ACR-NOT-NEW  TO TRUE.
049900     MOVE EMP-ID      TO LEAV-ID.
050000     MOVE WS-ACR-TYPE TO LEAV-TYPE.
050100     READ LEAVBAL.
050200     IF WS-FS2 = 23
050300         SET WS-ACR-NEW TO TRUE
050400         MOVE 0 TO LEAV-EARNED
050500         MOVE 0 TO LEAV-TAKEN
050600         MOVE 0 TO LEAV-BALANCE
050700         MOVE 0 TO LEAV-LAST-ACCRUAL
050800         MOVE 0 TO LEAV-LAST-TAKEN
050900     ELSE
051000         IF WS-FS2 NOT = 00
051100             MOVE "READ FAILED ON LEAVBAL" TO WS-ABEND-TEXT
051200             PERFORM 9900-ABEND THRU 9900-EXIT
051300         END-IF
051400     END-IF.
051500     MOVE LEAV-BALANCE TO WS-ACR-BALANCE.
051600     IF LEAV-LAST-ACCRUAL NOT < WS-PERIOD
051700         GO TO 2200-EXIT
051800     END-IF.
051900     ADD WS-ACR-DAYS TO LEAV-EARNED.
052000     ADD WS-ACR-DAYS TO LEAV-BALANCE.
052100     MOVE WS-PERIOD       TO LEAV-LAST-ACCRUAL.
052200     MOVE WS-RUN-DATE-RAW TO LEAV-CHG-DATE.
052300     IF WS-ACR-NEW
052400         WRITE LEAVBAL-RECORD
052500         ADD 1 TO WS-OPENED-COUNT
052600     ELSE
052700         REWRITE LEAVBAL-RECORD
052800     END-IF.
052900     IF WS-FS2 NOT = 00
053000         MOVE "WRITE FAILED ON LEAVBAL" TO WS-ABEND-TEXT
053100         PERFORM 9900-ABEND THRU 9900-EXIT
053200     END-IF.
053300     SET WS-ACR-DONE TO TRUE.
053400     MOVE LEAV-BALANCE TO WS-ACR-BALANCE.
053500 2200-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900*  2600-WRITE-DETAIL-LINE - PRINT ONE EMPLOYEE, STARTING A NEW  *
054000*  PAGE FIRST IF THE CURRENT PAGE IS FULL.                      *
054100*****************************************************************
054200 2600-WRITE-DETAIL-LINE.
054300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
054400         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
054500     END-IF.
054600     MOVE EMP-ID      TO RPT-DET-ID.
054700     MOVE EMP-NAME    TO RPT-DET-NAME.
054800     MOVE EMP-COSTCTR TO RPT-DET-COSTCTR.
054900     MOVE EMP-HIRE-DATE TO WS-HIRE-DATE.
055000     MOVE SPACES TO RPT-DET-HIRE-DATE.
055100     STRING WS-HIRE-MM    "/"
055200            WS-HIRE-DD    "/"
055300            WS-HIRE-CCYY
055400            DELIMITED BY SIZE INTO RPT-DET-HIRE-DATE.
055500     WRITE LEAVAREG-RECORD FROM RPT-DETAIL-LINE.
055600     IF WS-FS3 NOT = 00
055700         MOVE "WRITE FAILED ON LEAVACR.PRT" TO WS-ABEND-TEXT
055800         PERFORM 9900-ABEND THRU 9900-EXIT
055900     END-IF.
056000     ADD 1 TO WS-LINE-COUNT.
056100 2600-EXIT.
056200     EXIT.
056300
056400*****************************************************************
056500*  2700-PRINT-HEADERS - START A NEW PAGE: TITLE, PERIOD, RUN    *
056600*  DATE, PAGE NUMBER AND COLUMN HEADINGS.                       *
056700*****************************************************************
056800 2700-PRINT-HEADERS.
056900     ADD 1 TO WS-PAGE-COUNT.
057000     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
057100     IF WS-PAGE-COUNT = 1
057200         MOVE SPACE TO RPT-FORMFEED
057300     ELSE
057400         MOVE X'0C' TO RPT-FORMFEED
057500     END-IF.
057600     WRITE LEAVAREG-RECORD FROM RPT-TITLE-LINE.
057700     WRITE LEAVAREG-RECORD FROM RPT-COLUMN-HDG-1.
057800     WRITE LEAVAREG-RECORD FROM RPT-COLUMN-HDG-2.
057900     MOVE 0 TO WS-LINE-COUNT.
058000 2700-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*  8000-FINALIZE - RUN TOTALS, CLOSE FILES. AN EMPTY MASTER     *
058500*  STILL GETS A TITLED REGISTER PAGE.                           *
058600*****************************************************************
058700 8000-FINALIZE.
058800     IF WS-PAGE-COUNT = 0
058900         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
059000     END-IF.
059100     WRITE LEAVAREG-RECORD FROM RPT-BLANK-LINE.
059200     MOVE WS-READ-COUNT      TO RPT-TOT-READ.
059300     MOVE WS-ACCRUED-COUNT   TO RPT-TOT-ACCRUED.
059400     MOVE WS-INACTIVE-COUNT  TO RPT-TOT-INACTIVE.
059500     MOVE WS-NOT-HIRED-COUNT TO RPT-TOT-NOT-HIRED.
059600     MOVE WS-ALREADY-COUNT   TO RPT-TOT-ALREADY.
059700     MOVE WS-OPENED-COUNT    TO RPT-TOT-OPENED.
059800     MOVE WS-TOT-ANNUAL      TO RPT-TOT-ANNUAL.
059900     MOVE WS-TOT-SICK        TO RPT-TOT-SICK.
060000     WRITE LEAVAREG-RECORD FROM RPT-TOTAL-LINE-1.
060100     WRITE LEAVAREG-RECORD FROM RPT-TOTAL-LINE-2.
060200     WRITE LEAVAREG-RECORD FROM RPT-TOTAL-LINE-3.
060300     WRITE LEAVAREG-RECORD FROM RPT-TOTAL-LINE-4.
060400     DISPLAY "LEAVACR - ACCRUAL PERIOD       " WS-PERIOD.
060500     DISPLAY "LEAVACR - EMPLOYEES READ       " WS-READ-COUNT.
060600     DISPLAY "LEAVACR - EMPLOYEES ACCRUED    " WS-ACCRUED-COUNT.
060700     DISPLAY "LEAVACR - NOT ACTIVE           " WS-INACTIVE-COUNT.
060800     DISPLAY "LEAVACR - HIRED AFTER PERIOD   " WS-NOT-HIRED-COUNT.
060900     DISPLAY "LEAVACR - ALREADY ACCRUED      " WS-ALREADY-COUNT.
061000     DISPLAY "LEAVACR - LEDGER RECORDS OPENED " WS-OPENED-COUNT.
061100     CLOSE EMPMASTER.
061200     CLOSE LEAVBAL.
061300     CLOSE LEAVAREG.
061400 8000-EXIT.
061500     EXIT.
061600
061700*****************************************************************
061800*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
061900*****************************************************************
062000 9900-ABEND.
062100     DISPLAY "LEAVACR - ABEND - " WS-ABEND-TEXT
062200             " - FILE STATUS 1 = " WS-FS1
062300             " FILE STATUS 2 = " WS-FS2
062400             " FILE STATUS 3 = " WS-FS3.
062500     MOVE 16 TO RETURN-CODE.
062600     STOP RUN.
062700 9900-EXIT.
062800     EXIT.
