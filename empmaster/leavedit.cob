000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LEAVEDIT.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                                 *
001001*  10/15/26  JDH  A START DATE THAT IS NOT A REAL CALENDAR DATE    *
001002*                 (E.G. 20260431) IS NOW REJECTED INSTEAD OF       *
001003*                 BEING POSTED TO THE LEAVE HISTORY.               *
001100*****************************************************************
001200*  REMARKS.
001300*  LEAVE-TAKEN EDIT AND POSTING. READS THE LEAVE-TAKEN
001400*  TRANSACTIONS (LEAVTRAN.TXT - EMP-ID, LEAVE TYPE A/S/U, FIRST
001500*  DAY OF LEAVE, DAYS IN DAYS AND TENTHS, OPERATOR), EDITS EACH
001600*  ONE AND POSTS THE CLEAN ONES STRAIGHT TO THE INDEXED LEAVE
001700*  LEDGER (LEAVBAL.DAT). EVERY TRANSACTION NEEDS A VALID TYPE,
001800*  AN OPERATOR ID, AN EMPLOYEE ON EMPMASTER WHO IS NOT
001900*  TERMINATED, A VALID START DATE NOT BEFORE THE HIRE DATE AND
002000*  A WHOLE OR HALF NUMBER OF DAYS ABOVE ZERO.
002100*  ANNUAL AND SICK LEAVE ARE EDITED AGAINST THE AVAILABLE
002200*  BALANCE ON THE LEDGER - LEAVE THE EMPLOYEE HAS NOT EARNED IS
002300*  REJECTED. UNPAID LEAVE HAS NO BALANCE; IT IS CHARGED TO THE
002400*  PAY PERIOD OF ITS FIRST DAY, MAY NOT EXCEED WS-UNPAID-MAX
002500*  DAYS, AND IS REJECTED FOR A PERIOD PAYCALC HAS ALREADY PAID
002600*  (THE LATEST PERIOD ON PAYCTL.TXT) SINCE IT COULD NO LONGER BE
002700*  DEDUCTED. TRANSACTIONS ARE POSTED AS THEY ARE READ, SO A
002800*  SECOND REQUEST FOR ONE EMPLOYEE IN THE SAME BATCH IS EDITED
002900*  AGAINST THE BALANCE THE FIRST ONE LEFT.
003000*
003100*  EVERY POSTED TRANSACTION IS ALSO APPENDED TO THE PERMANENT
003200*  LEAVE-TAKEN HISTORY (LEAVHIST.TXT - SEE THE LEAVHIST
003300*  COPYBOOK), WHICH PAYCALC READS FOR THE UNPAID DAYS TO DEDUCT.
003400*  FAILURES GO TO THE LEAVTREJ.TXT REJECT FILE WITH THE REASON,
003500*  AND THE LEAVEDIT.PRT EDIT REPORT (SAME STYLE AS TRNEDIT.PRT)
003600*  SHOWS EVERY TRANSACTION'S DISPOSITION, THE BALANCE LEFT AND
003700*  THE BATCH TOTALS.
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT LEAVTRAN ASSIGN TO "LEAVTRAN.TXT"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE  IS SEQUENTIAL
004600         FILE STATUS  IS WS-FS1.
004700
004800     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE  IS RANDOM
005100         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
005200         FILE STATUS  IS WS-FS2.
005300
005400     SELECT LEAVBAL ASSIGN TO "LEAVBAL.DAT"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE  IS RANDOM
005700         RECORD KEY   IS LEAV-KEY
005800         FILE STATUS  IS WS-FS3.
005900
006000     SELECT LEAVHIST ASSIGN TO "LEAVHIST.TXT"
006100         ORGANIZATION IS SEQUENTIAL
006200         ACCESS MODE  IS SEQUENTIAL
006300         FILE STATUS  IS WS-FS4.
006400
006500     SELECT LEAVTREJ ASSIGN TO "LEAVTREJ.TXT"
006600         ORGANIZATION IS SEQUENTIAL
006700         ACCESS MODE  IS SEQUENTIAL
006800         FILE STATUS  IS WS-FS5.
006900
007000     SELECT LEAVERPT ASSIGN TO "LEAVEDIT.PRT"
007100         ORGANIZATION IS SEQUENTIAL
007200         ACCESS MODE  IS SEQUENTIAL
007300         FILE STATUS  IS WS-FS6.
007400
007500     SELECT PAYCTL ASSIGN TO "PAYCTL.TXT"
007600         ORGANIZATION IS SEQUENTIAL
007700         ACCESS MODE  IS SEQUENTIAL
007800         FILE STATUS  IS WS-FS7.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200*****************************************************************
008300*  LEAVTRAN - LEAVE-TAKEN TRANSACTIONS. NOTHING IN IT CAN BE    *
008400*  TRUSTED - THE START DATE AND DAYS ARE HELD AS RAW BYTES FOR  *
008500*  THE EDIT. LTR-DAYS IS IN DAYS AND TENTHS (0015 = 1.5 DAYS).  *
008600*****************************************************************
008700 FD  LEAVTRAN
008800     RECORD CONTAINS 27  CHARACTERS
008900     BLOCK  CONTAINS 27  CHARACTERS
009000     RECORDING MODE  IS  F
009100     DATA RECORD     IS LEAVTRAN-RECORD.
009200 01  LEAVTRAN-RECORD.
009300     05  LTR-ID                PIC X(05).
009400     05  LTR-TYPE              PIC X(01).
009500         88  LTR-TYPE-VALID        VALUES 'A' 'S' 'U'.
009600         88  LTR-UNPAID            VALUE 'U'.
009700     05  LTR-START-DATE-X      PIC X(08).
009800     05  LTR-START-DATE-R REDEFINES LTR-START-DATE-X.
009900         10  LTR-START-CCYY        PIC X(04).
010000         10  LTR-START-MM          PIC X(02).
010100         10  LTR-START-DD          PIC X(02).
010200     05  LTR-START-DATE REDEFINES LTR-START-DATE-X
010300                               PIC 9(08).
010400     05  LTR-DAYS-X            PIC X(04).
010500     05  LTR-DAYS REDEFINES LTR-DAYS-X
010600                               PIC 9(03)V9(01).
010700     05  LTR-OPERATOR          PIC X(08).
010800     05  LTR-NEWLINE           PIC X(01).
010900
011000*****************************************************************
011100*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID. READ   *
011200*  BY KEY ONLY.                                                 *
011300*****************************************************************
011400 FD  EMPMASTER
011500     DATA RECORD IS EMPMASTER-RECORD.
011600     COPY EMPMSTR.
011700
011800*****************************************************************
011900*  LEAVBAL - INDEXED LEAVE LEDGER, KEYED BY EMP-ID AND LEAVE    *
012000*  TYPE. UPDATED IN PLACE AS EACH CLEAN TRANSACTION IS POSTED.  *
012100*****************************************************************
012200 FD  LEAVBAL
012300     DATA RECORD IS LEAVBAL-RECORD.
012400     COPY LEAVBAL.
012500
012600*****************************************************************
012700*  LEAVHIST - PERMANENT LEAVE-TAKEN HISTORY, ONE RECORD PER     *
012800*  POSTED TRANSACTION, APPENDED.                                *
012900*****************************************************************
013000 FD  LEAVHIST
013100     RECORD CONTAINS 41  CHARACTERS
013200     BLOCK  CONTAINS 41  CHARACTERS
013300     RECORDING MODE  IS  F
013400     DATA RECORD     IS LEAVHIST-RECORD.
013500     COPY LEAVHIST.
013600
013700*****************************************************************
013800*  LEAVTREJ - REJECTED TRANSACTIONS. THE RAW 26-BYTE IMAGE PLUS *
013900*  THE REASON IT FAILED, FOR CORRECTION AND RESUBMISSION.       *
014000*****************************************************************
014100 FD  LEAVTREJ
014200     RECORD CONTAINS 47  CHARACTERS
014300     BLOCK  CONTAINS 47  CHARACTERS
014400     RECORDING MODE  IS  F
014500     DATA RECORD     IS LEAVTREJ-RECORD.
014600 01  LEAVTREJ-RECORD.
014700     05  LRJ-IMAGE             PIC X(26).
014800     05  LRJ-REASON            PIC X(20).
014900     05  LRJ-NEWLINE           PIC X(01).
015000
015100*****************************************************************
015200*  LEAVERPT - FORMATTED EDIT REPORT. EACH PRINT LINE IS 133     *
015300*  BYTES - A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE, THE  *
015400*  SAME CONVENTION AS EMPLIST.PRT.                              *
015500*****************************************************************
015600 FD  LEAVERPT
015700     RECORD CONTAINS 133 CHARACTERS
015800     BLOCK  CONTAINS 133 CHARACTERS
015900     RECORDING MODE  IS  F
016000     DATA RECORD     IS LEAVERPT-RECORD.
016100 01  LEAVERPT-RECORD             PIC X(133).
016200
016300*****************************************************************
016400*  PAYCTL - PAY-RUN CONTROL RECORDS FROM PAYCALC. READ ONCE AT  *
016500*  START FOR THE LATEST PERIOD ALREADY PAID.                    *
016600*****************************************************************
016700 FD  PAYCTL
016800     RECORD CONTAINS 100 CHARACTERS
016900     BLOCK  CONTAINS 100 CHARACTERS
017000     RECORDING MODE  IS  F
017100     DATA RECORD     IS PAYCTL-RECORD.
017200     COPY PAYCTL.
017300
017400 WORKING-STORAGE SECTION.
017500 01  WS-VAR.
017600     05  WS-FS1                PIC 9(02).
017700     05  WS-FS2                PIC 9(02).
017800     05  WS-FS3                PIC 9(02).
017900     05  WS-FS4                PIC 9(02).
018000     05  WS-FS5                PIC 9(02).
018100     05  WS-FS6                PIC 9(02).
018200     05  WS-FS7                PIC 9(02).
018300     05  WS-EOF-SW             PIC X(01)     VALUE 'N'.
018400         88  WS-EOF-IS-TRUE        VALUE 'Y'.
018500         88  WS-NOT-EOF            VALUE 'N'.
018600     05  WS-PCTL-EOF-SW        PIC X(01)     VALUE 'N'.
018700         88  WS-PCTL-EOF           VALUE 'Y'.
018800         88  WS-PCTL-NOT-EOF       VALUE 'N'.
018900     05  WS-EDIT-SW            PIC X(01)     VALUE 'Y'.
019000         88  WS-TRAN-CLEAN         VALUE 'Y'.
019100         88  WS-TRAN-REJECTED      VALUE 'N'.
019200     05  WS-LEDGER-SW          PIC X(01)     VALUE 'N'.
019300         88  WS-LEDGER-FOUND       VALUE 'Y'.
019400         88  WS-LEDGER-NEW         VALUE 'N'.
019500     05  WS-REASON             PIC X(20)     VALUE SPACES.
019600
019700 01  WS-COUNTS.
019800     05  WS-READ-COUNT         PIC 9(05)     VALUE 0.
019900     05  WS-ANNUAL-ACCEPT      PIC 9(05)     VALUE 0.
020000     05  WS-SICK-ACCEPT        PIC 9(05)     VALUE 0.
020100     05  WS-UNPAID-ACCEPT      PIC 9(05)     VALUE 0.
020200     05  WS-REJECT-COUNT       PIC 9(05)     VALUE 0.
020300     05  WS-ANNUAL-DAYS        PIC 9(05)V9(01) VALUE 0.
020400     05  WS-SICK-DAYS          PIC 9(05)V9(01) VALUE 0.
020500     05  WS-UNPAID-DAYS        PIC 9(05)V9(01) VALUE 0.
020600
020700*****************************************************************
020800*  WS-LEAVE-FIELDS - WS-PAID-PERIOD IS THE LATEST PERIOD ON     *
020900*  PAYCTL (ZERO IF PAYCALC HAS NEVER RUN); UNPAID LEAVE MUST    *
021000*  FALL IN A LATER ONE. WS-UNPAID-MAX IS THE MOST UNPAID DAYS   *
021100*  ONE TRANSACTION MAY CHARGE TO A PERIOD - PAYCALC PRORATES    *
021200*  SALARY OVER THE SAME NUMBER OF DAYS.                         *
021300*****************************************************************
021400 01  WS-LEAVE-FIELDS.
021500     05  WS-PAID-PERIOD        PIC 9(06)     VALUE 0.
021600     05  WS-TRAN-PERIOD        PIC 9(06)     VALUE 0.
021700     05  WS-UNPAID-MAX         PIC 9(03)V9(01) VALUE 30.0.
021800     05  WS-BALANCE-LEFT       PIC 9(04)V9(02) VALUE 0.
021900
022000 01  WS-REPORT-FIELDS.
022100     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
022200     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
022300     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
022400     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
022500     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
022600         10  WS-RUN-DATE-CCYY     PIC 9(04).
022700         10  WS-RUN-DATE-MM       PIC 9(02).
022800         10  WS-RUN-DATE-DD       PIC 9(02).
022900
023000*****************************************************************
023100*  EDIT REPORT LINES - MOVED TO LEAVERPT-RECORD ON WRITE.       *
023200*****************************************************************
023300 01  RPT-TITLE-LINE.
023400     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
023500     05  FILLER                PIC X(27)     VALUE SPACES.
023600     05  FILLER                PIC X(26)     VALUE
023700             "LEAVE-TAKEN EDIT REPORT".
023800     05  FILLER                PIC X(18)     VALUE SPACES.
023900     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
024000     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
024100     05  FILLER                PIC X(10)     VALUE SPACES.
024200     05  FILLER                PIC X(05)     VALUE "PAGE ".
024300     05  RPT-PAGE-NO           PIC ZZZ9.
024400     05  FILLER                PIC X(22)     VALUE SPACES.
024500     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
024600
024700 01  RPT-COLUMN-HDG-1.
024800     05  FILLER                PIC X(01)     VALUE SPACE.
024900     05  FILLER                PIC X(06)     VALUE "EMP ID".
025000     05  FILLER                PIC X(02)     VALUE SPACES.
025100     05  FILLER                PIC X(15)     VALUE
025200             "EMPLOYEE NAME  ".
025300     05  FILLER                PIC X(02)     VALUE SPACES.
025400     05  FILLER                PIC X(06)     VALUE "TYPE  ".
025500     05  FILLER                PIC X(02)     VALUE SPACES.
025600     05  FILLER                PIC X(08)     VALUE "START   ".
025700     05  FILLER                PIC X(02)     VALUE SPACES.
025800     05  FILLER                PIC X(06)     VALUE "  DAYS".
025900     05  FILLER                PIC X(02)     VALUE SPACES.
026000     05  FILLER                PIC X(09)     VALUE " BAL LEFT".
026100     05  FILLER                PIC X(02)     VALUE SPACES.
026200     05  FILLER                PIC X(08)     VALUE "OPERATOR".
026300     05  FILLER                PIC X(02)     VALUE SPACES.
026400     05  FILLER                PIC X(20)     VALUE "DISPOSITION".
026500     05  FILLER                PIC X(39)     VALUE SPACES.
026600     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
026700
026800 01  RPT-COLUMN-HDG-2.
026900     05  FILLER                PIC X(01)     VALUE SPACE.
027000     05  FILLER                PIC X(06)     VALUE ALL "-".
027100     05  FILLER                PIC X(02)     VALUE SPACES.
027200     05  FILLER                PIC X(15)     VALUE ALL "-".
027300     05  FILLER                PIC X(02)     VALUE SPACES.
027400     05  FILLER                PIC X(06)     VALUE ALL "-".
027500     05  FILLER                PIC X(02)     VALUE SPACES.
027600     05  FILLER                PIC X(08)     VALUE ALL "-".
027700     05  FILLER                PIC X(02)     VALUE SPACES.
027800     05  FILLER                PIC X(06)     VALUE ALL "-".
027900     05  FILLER                PIC X(02)     VALUE SPACES.
028000     05  FILLER                PIC X(09)     VALUE ALL "-".
028100     05  FILLER                PIC X(02)     VALUE SPACES.
028200     05  FILLER                PIC X(08)     VALUE ALL "-".
028300     05  FILLER                PIC X(02)     VALUE SPACES.
028400     05  FILLER                PIC X(20)     VALUE ALL "-".
028500     05  FILLER                PIC X(39)     VALUE SPACES.
028600     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
028700
028800 01  RPT-DETAIL-LINE.
028900     05  FILLER                PIC X(01)     VALUE SPACE.
029000     05  RPT-DET-ID            PIC X(05).
029100     05  FILLER                PIC X(03)     VALUE SPACES.
029200     05  RPT-DET-NAME          PIC X(15).
029300     05  FILLER                PIC X(02)     VALUE SPACES.
029400     05  RPT-DET-TYPE          PIC X(06).
029500     05  FILLER                PIC X(02)     VALUE SPACES.
029600     05  RPT-DET-START         PIC X(08).
029700     05  FILLER                PIC X(02)     VALUE SPACES.
029800     05  RPT-DET-DAYS          PIC ZZZ9.9.
029900     05  RPT-DET-DAYS-X REDEFINES RPT-DET-DAYS
030000                               PIC X(06).
030100     05  FILLER                PIC X(02)     VALUE SPACES.
030200     05  RPT-DET-BALANCE       PIC Z,ZZ9.99.
030300     05  RPT-DET-BALANCE-X REDEFINES RPT-DET-BALANCE
030400                               PIC X(08).
030500     05  FILLER                PIC X(03)     VALUE SPACES.
030600     05  RPT-DET-OPERATOR      PIC X(08).
030700     05  FILLER                PIC X(02)     VALUE SPACES.
030800     05  RPT-DET-DISP          PIC X(20).
030900     05  FILLER                PIC X(39)     VALUE SPACES.
031000     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
031100
031200 01  RPT-TOTAL-LINE-1.
031300     05  FILLER                PIC X(01)     VALUE SPACE.
031400     05  FILLER                PIC X(16)     VALUE
031500             "BATCH TOTALS -  ".
031600     05  FILLER                PIC X(15)     VALUE
031700             "ANNUAL POSTED  ".
031800     05  RPT-TOT-ANNUAL        PIC ZZZZ9.
031900     05  FILLER                PIC X(08)     VALUE "   DAYS ".
032000     05  RPT-TOT-ANNUAL-DAYS   PIC ZZZZ9.9.
032100     05  FILLER                PIC X(80)     VALUE SPACES.
032200     05  RPT-TOT1-NEWLINE      PIC X(01)     VALUE X'0A'.
032300
032400 01  RPT-TOTAL-LINE-2.
032500     05  FILLER                PIC X(17)     VALUE SPACES.
032600     05  FILLER                PIC X(15)     VALUE
032700             "SICK POSTED    ".
032800     05  RPT-TOT-SICK          PIC ZZZZ9.
032900     05  FILLER                PIC X(08)     VALUE "   DAYS ".
033000     05  RPT-TOT-SICK-DAYS     PIC ZZZZ9.9.
033100     05  FILLER                PIC X(80)     VALUE SPACES.
033200     05  RPT-TOT2-NEWLINE      PIC X(01)     VALUE X'0A'.
033300
033400 01  RPT-TOTAL-LINE-3.
033500     05  FILLER                PIC X(17)     VALUE SPACES.
033600     05  FILLER                PIC X(15)     VALUE
033700             "UNPAID POSTED  ".
033800     05  RPT-TOT-UNPAID        PIC ZZZZ9.
033900     05  FILLER                PIC X(08)     VALUE "   DAYS ".
034000     05  RPT-TOT-UNPAID-DAYS   PIC ZZZZ9.9.
034100     05  FILLER                PIC X(80)     VALUE SPACES.
034200     05  RPT-TOT3-NEWLINE      PIC X(01)     VALUE X'0A'.
034300
034400 01  RPT-TOTAL-LINE-4.
034500     05  FILLER                PIC X(17)     VALUE SPACES.
034600     05  FILLER                PIC X(15)     VALUE
034700             "REJECTED       ".
034800     05  RPT-TOT-REJS          PIC ZZZZ9.
034900     05  FILLER                PIC X(95)     VALUE SPACES.
035000     05  RPT-TOT4-NEWLINE      PIC X(01)     VALUE X'0A'.
035100
035200 01  RPT-BLANK-LINE.
035300     05  FILLER                PIC X(132)    VALUE SPACES.
035400     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
035500
035600 01  WS-ABEND-TEXT             PIC X(40).
035700
035800 PROCEDURE DIVISION.
035900
036000*****************************************************************
036100*  0000-MAINLINE                                                *
036200*****************************************************************
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036500     PERFORM 2000-EDIT-TRANSACTION THRU 2000-EXIT
036600         UNTIL WS-EOF-IS-TRUE.
036700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
036800     STOP RUN.
036900
037000*****************************************************************
037100*  1000-INITIALIZE - RUN DATE, LATEST PAID PERIOD, OPEN FILES.  *
037200*  THE FIRST RUN FINDS NO LEDGER (FILE STATUS 35) AND CREATES   *
037300*  AN EMPTY ONE; NO LEAVE HISTORY YET IS CREATED THE SAME WAY.  *
037400*****************************************************************
037500 1000-INITIALIZE.
037600     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
037700     STRING WS-RUN-DATE-MM    "/"
037800            WS-RUN-DATE-DD    "/"
037900            WS-RUN-DATE-CCYY
038000            DELIMITED BY SIZE INTO RPT-RUN-DATE.
038100     PERFORM 1100-FIND-PAID-PERIOD THRU 1100-EXIT.
038200     OPEN INPUT LEAVTRAN.
038300     IF WS-FS1 NOT = 00
038400         MOVE "OPEN FAILED ON LEAVTRAN" TO WS-ABEND-TEXT
038500         PERFORM 9900-ABEND THRU 9900-EXIT
038600     END-IF.
038700     OPEN INPUT EMPMASTER.
038800     IF WS-FS2 NOT = 00
038900         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
039000         PERFORM 9900-ABEND THRU 9900-EXIT
039100     END-IF.
039200     OPEN I-O LEAVBAL.
039300     IF WS-FS3 = 35
039400         DISPLAY "LEAVEDIT - NO LEAVBAL, CREATING THE LEDGER"
039500         OPEN OUTPUT LEAVBAL
039600         IF WS-FS3 NOT = 00
039700             MOVE "CREATE FAILED ON LEAVBAL" TO WS-ABEND-TEXT
039800             PERFORM 9900-ABEND THRU 9900-EXIT
039900         END-IF
040000         CLOSE LEAVBAL
040100         OPEN I-O LEAVBAL
040200     END-IF.
040300     IF WS-FS3 NOT = 00
040400         MOVE "OPEN FAILED ON LEAVBAL" TO WS-ABEND-TEXT
040500         PERFORM 9900-ABEND THRU 9900-EXIT
040600     END-IF.
040700     OPEN EXTEND LEAVHIST.
040800     IF WS-FS4 = 35
040900         OPEN OUTPUT LEAVHIST
041000     END-IF.
041100     IF WS-FS4 NOT = 00
041200         MOVE "OPEN FAILED ON LEAVHIST" TO WS-ABEND-TEXT
041300         PERFORM 9900-ABEND THRU 9900-EXIT
041400     END-IF.
041500     OPEN OUTPUT LEAVTREJ.
041600     IF WS-FS5 NOT = 00
041700         MOVE "OPEN FAILED ON LEAVTREJ" TO WS-ABEND-TEXT
041800         PERFORM 9900-ABEND THRU 9900-EXIT
041900     END-IF.
042000     OPEN OUTPUT LEAVERPT.
042100     IF WS-FS6 NOT = 00
042200         MOVE "OPEN FAILED ON LEAVEDIT.PRT" TO WS-ABEND-TEXT
042300         PERFORM 9900-ABEND THRU 9900-EXIT
042400     END-IF.
042500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
042600 1000-EXIT.
042700     EXIT.
042800
042900*****************************************************************
043000*  1100-FIND-PAID-PERIOD - SCAN PAYCTL FOR THE LATEST PERIOD    *
043100*  PAYCALC HAS PAID. NO PAYCTL YET (FILE STATUS 35) MEANS NO    *
043200*  PERIOD IS CLOSED.                                            *
043300*****************************************************************
043400 1100-FIND-PAID-PERIOD.
043500     MOVE 0 TO WS-PAID-PERIOD.
043600     OPEN INPUT PAYCTL.
043700     IF WS-FS7 = 35
043800         GO TO 1100-EXIT
043900     END-IF.
044000     IF WS-FS7 NOT = 00
044100         MOVE "OPEN FAILED ON PAYCTL" TO WS-ABEND-TEXT
044200         PERFORM 9900-ABEND THRU 9900-EXIT
044300     END-IF.
044400     PERFORM 1150-SCAN-PAYCTL THRU 1150-EXIT
044500         UNTIL WS-PCTL-EOF.
044600     CLOSE PAYCTL.
044700 1100-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100*  1150-SCAN-PAYCTL - KEEP THE HIGHEST PERIOD SEEN.             *
045200*****************************************************************
045300 1150-SCAN-PAYCTL.
045400     READ PAYCTL.
045500     IF WS-FS7 = 10
045600         SET WS-PCTL-EOF TO TRUE
045700         GO TO 1150-EXIT
045800     END-IF.
045900     IF WS-FS7 NOT = 00
046000         MOVE "READ FAILED ON PAYCTL" TO WS-ABEND-TEXT
046100         PERFORM 9900-ABEND THRU 9900-EXIT
046200     END-IF.
046300     IF PCTL-PERIOD > WS-PAID-PERIOD
046400         MOVE PCTL-PERIOD TO WS-PAID-PERIOD
046500     END-IF.
046600 1150-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*  2000-EDIT-TRANSACTION - READ ONE TRANSACTION, EDIT IT, POST  *
047100*  IT OR ROUTE IT TO THE REJECT FILE, AND PRINT ITS             *
047200*  DISPOSITION ON THE EDIT REPORT.                              *
047300*****************************************************************
047400 2000-EDIT-TRANSACTION.
047500     READ LEAVTRAN.
047600     IF WS-FS1 = 10
047700         SET WS-EOF-IS-TRUE TO TRUE
047800         GO TO 2000-EXIT
047900     END-IF.
048000     IF WS-FS1 NOT = 00
048100         MOVE "READ FAILED ON LEAVTRAN" TO WS-ABEND-TEXT
048200         PERFORM 9900-ABEND THRU 9900-EXIT
048300     END-IF.
048400     ADD 1 TO WS-READ-COUNT.
048500     MOVE SPACES TO RPT-DET-NAME.
048600     MOVE SPACES TO RPT-DET-BALANCE-X.
048700     PERFORM 2100-VALIDATE-TRANSACTION THRU 2100-EXIT.
048800     IF WS-TRAN-CLEAN
048900         PERFORM 2200-POST-LEAVE THRU 2200-EXIT
049000     ELSE
049100         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
049200     END-IF.
049300     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
049400 2000-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800*  2100-VALIDATE-TRANSACTION - EDITS FOR ONE TRANSACTION. THE   *
049900*  FIRST FAILING EDIT SETS THE REASON. THE FIELD EDITS COME     *
050000*  FIRST, THEN THE EMPLOYEE, THEN THE LEDGER: A CLEAN ANNUAL OR *
050100*  SICK TRANSACTION LEAVES ITS LEDGER RECORD READ FOR THE POST. *
050200*****************************************************************
050300 2100-VALIDATE-TRANSACTION.
050400     SET WS-TRAN-CLEAN TO TRUE.
050500     MOVE "POSTED              " TO WS-REASON.
050600     IF NOT LTR-TYPE-VALID
050700         SET WS-TRAN-REJECTED TO TRUE
050800         MOVE "INVALID LEAVE TYPE  " TO WS-REASON
050900         GO TO 2100-EXIT
051000     END-IF.
051100     IF LTR-OPERATOR = SPACES
051200         SET WS-TRAN-REJECTED TO TRUE
051300         MOVE "OPERATOR ID MISSING " TO WS-REASON
051400         GO TO 2100-EXIT
051500     END-IF.
051600     IF LTR-ID = SPACES
051700         SET WS-TRAN-REJECTED TO TRUE
051800         MOVE "EMP-ID MISSING      " TO WS-REASON
051900         GO TO 2100-EXIT
052000     END-IF.
052100     IF LTR-START-DATE-X IS NOT NUMERIC
052200        OR LTR-START-MM < "01" OR LTR-START-MM > "12"
052300        OR LTR-START-DD < "01" OR LTR-START-DD > "31"
052400         SET WS-TRAN-REJECTED TO TRUE
052500         MOVE "START DATE INVALID  " TO WS-REASON
052600         GO TO 2100-EXIT
052700     END-IF.
052701     IF FUNCTION TEST-DATE-YYYYMMDD (LTR-START-DATE) NOT = 0
052702         SET WS-TRAN-REJECTED TO TRUE
052703         MOVE "START DATE INVALID  " TO WS-REASON
052704         GO TO 2100-EXIT
052705     END-IF.
052800     IF LTR-DAYS-X IS NOT NUMERIC
052900        OR LTR-DAYS = 0
053000        OR (LTR-DAYS-X (4:1) NOT = "0" AND NOT = "5")
053100         SET WS-TRAN-REJECTED TO TRUE
053200         MOVE "DAYS INVALID        " TO WS-REASON
053300         GO TO 2100-EXIT
053400     END-IF.
053500     MOVE LTR-ID TO EMP-ID.
053600     READ EMPMASTER.
053700     IF WS-FS2 = 23
053800         SET WS-TRAN-REJECTED TO TRUE
053900         MOVE "EMPLOYEE NOT ON FILE" TO WS-REASON
054000         GO TO 2100-EXIT
054100     END-IF.
054200     IF WS-FS2 NOT = 00
054300         MOVE "READ FAILED ON EMPMASTER" TO WS-ABEND-TEXT
054400         PERFORM 9900-ABEND THRU 9900-EXIT
054500     END-IF.
054600     MOVE EMP-NAME TO RPT-DET-NAME.
054700     IF EMP-TERMINATED
054800         SET WS-TRAN-REJECTED TO TRUE
054900         MOVE "EMPLOYEE TERMINATED " TO WS-REASON
055000         GO TO 2100-EXIT
055100     END-IF.
055200     IF LTR-START-DATE < EMP-HIRE-DATE
055300         SET WS-TRAN-REJECTED TO TRUE
055400         MOVE "BEFORE HIRE DATE    " TO WS-REASON
055500         GO TO 2100-EXIT
055600     END-IF.
055700     DIVIDE LTR-START-DATE BY 100 GIVING WS-TRAN-PERIOD.
055800     IF LTR-UNPAID
055900         PERFORM 2150-EDIT-UNPAID THRU 2150-EXIT
056000         GO TO 2100-EXIT
056100     END-IF.
056200     MOVE LTR-ID   TO LEAV-ID.
056300     MOVE LTR-TYPE TO LEAV-TYPE.
056400     READ LEAVBAL.
056500     IF WS-FS3 = 23
056600         SET WS-TRAN-REJECTED TO TRUE
056700         MOVE "NO LEAVE BALANCE    " TO WS-REASON
056800         GO TO 2100-EXIT
056900     END-IF.
057000     IF WS-FS3 NOT = 00
057100         MOVE "READ FAILED ON LEAVBAL" TO WS-ABEND-TEXT
057200         PERFORM 9900-ABEND THRU 9900-EXIT
057300     END-IF.
057400     SET WS-LEDGER-FOUND TO TRUE.
057500     MOVE LEAV-BALANCE TO RPT-DET-BALANCE.
057600     IF LTR-DAYS > LEAV-BALANCE
057700         SET WS-TRAN-REJECTED TO TRUE
057800         MOVE "INSUFFICIENT BALANCE" TO WS-REASON
057900     END-IF.
058000 2100-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*  2150-EDIT-UNPAID - UNPAID LEAVE MUST FALL IN A PERIOD NOT    *
058500*  YET PAID AND MAY NOT CHARGE MORE THAN WS-UNPAID-MAX DAYS. A  *
058600*  CLEAN ONE LEAVES THE EMPLOYEE'S UNPAID LEDGER RECORD READ,   *
058700*  OR A NEW ONE BUILT, FOR THE POST.                            *
058800*****************************************************************
058900 2150-EDIT-UNPAID.
059000     IF WS-TRAN-PERIOD NOT > WS-PAID-PERIOD
059100         SET WS-TRAN-REJECTED TO TRUE
059200         MOVE "PERIOD ALREADY PAID " TO WS-REASON
059300         GO TO 2150-EXIT
059400     END-IF.
059500     IF LTR-DAYS > WS-UNPAID-MAX
059600         SET WS-TRAN-REJECTED TO TRUE
059700         MOVE "TOO MANY UNPAID DAYS" TO WS-REASON
059800         GO TO 2150-EXIT
059900     END-IF.
060000     MOVE LTR-ID   TO LEAV-ID.
060100     MOVE LTR-TYPE TO LEAV-TYPE.
060200     READ LEAVBAL.
060300     IF WS-FS3 = 23
060400         SET WS-LEDGER-NEW TO TRUE
060500         MOVE 0 TO LEAV-EARNED
060600         MOVE 0 TO LEAV-TAKEN
060700         MOVE 0 TO LEAV-BALANCE
060800         MOVE 0 TO LEAV-LAST-ACCRUAL
060900         MOVE 0 TO LEAV-LAST-TAKEN
061000         GO TO 2150-EXIT
061100     END-IF.
061200     IF WS-FS3 NOT = 00
061300         MOVE "READ FAILED ON LEAVBAL" TO WS-ABEND-TEXT
061400         PERFORM 9900-ABEND THRU 9900-EXIT
061500     END-IF.
061600     SET WS-LEDGER-FOUND TO TRUE.
061700 2150-EXIT.
061800     EXIT.
061900
062000*****************************************************************
062100*  2200-POST-LEAVE - CHARGE THE CLEAN TRANSACTION TO ITS LEDGER *
062200*  RECORD AND APPEND IT TO THE LEAVE-TAKEN HISTORY. UNPAID      *
062300*  LEAVE ONLY COUNTS THE DAYS TAKEN.                            *
062400*****************************************************************
062500 2200-POST-LEAVE.
062600     ADD LTR-DAYS TO LEAV-TAKEN.
062700     IF NOT LTR-UNPAID
062800         SUBTRACT LTR-DAYS FROM LEAV-BALANCE
062900         MOVE LEAV-BALANCE TO RPT-DET-BALANCE
063000     END-IF.
063100     IF LTR-START-DATE > LEAV-LAST-TAKEN
063200         MOVE LTR-START-DATE TO LEAV-LAST-TAKEN
063300     END-IF.
063400     MOVE WS-RUN-DATE-RAW TO LEAV-CHG-DATE.
063500     IF WS-LEDGER-NEW
063600         WRITE LEAVBAL-RECORD
063700     ELSE
063800         REWRITE LEAVBAL-RECORD
063900     END-IF.
064000     IF WS-FS3 NOT = 00
064100         MOVE "WRITE FAILED ON LEAVBAL" TO WS-ABEND-TEXT
064200         PERFORM 9900-ABEND THRU 9900-EXIT
064300     END-IF.
064400     MOVE WS-TRAN-PERIOD  TO LVH-PERIOD.
064500     MOVE LTR-ID          TO LVH-ID.
064600     MOVE LTR-TYPE        TO LVH-TYPE.
064700     MOVE LTR-START-DATE  TO LVH-START-DATE.
064800     MOVE LTR-DAYS        TO LVH-DAYS.
064900     MOVE LTR-OPERATOR    TO LVH-OPERATOR.
065000     MOVE WS-RUN-DATE-RAW TO LVH-RUN-DATE.
065100     MOVE X'0A'           TO LVH-NEWLINE.
065200     WRITE LEAVHIST-RECORD.
065300     IF WS-FS4 NOT = 00
065400         MOVE "WRITE FAILED ON LEAVHIST" TO WS-ABEND-TEXT
065500         PERFORM 9900-ABEND THRU 9900-EXIT
065600     END-IF.
065700     EVALUATE LTR-TYPE
065800         WHEN "A"
065900             ADD 1        TO WS-ANNUAL-ACCEPT
066000             ADD LTR-DAYS TO WS-ANNUAL-DAYS
066100         WHEN "S"
066200             ADD 1        TO WS-SICK-ACCEPT
066300             ADD LTR-DAYS TO WS-SICK-DAYS
066400         WHEN "U"
066500             ADD 1        TO WS-UNPAID-ACCEPT
066600             ADD LTR-DAYS TO WS-UNPAID-DAYS
066700     END-EVALUATE.
066800 2200-EXIT.
066900     EXIT.
067000
067100*****************************************************************
067200*  2300-WRITE-REJECT - ROUTE THE FAILED TRANSACTION AND ITS     *
067300*  REASON TO THE REJECT FILE FOR CORRECTION AND RESUBMISSION.   *
067400*****************************************************************
067500 2300-WRITE-REJECT.
067600     MOVE LEAVTRAN-RECORD (1:26) TO LRJ-IMAGE.
067700     MOVE WS-REASON              TO LRJ-REASON.
067800     MOVE X'0A'                  TO LRJ-NEWLINE.
067900     WRITE LEAVTREJ-RECORD.
068000     IF WS-FS5 NOT = 00
068100         MOVE "WRITE FAILED ON LEAVTREJ" TO WS-ABEND-TEXT
068200         PERFORM 9900-ABEND THRU 9900-EXIT
068300     END-IF.
068400     ADD 1 TO WS-REJECT-COUNT.
068500 2300-EXIT.
068600     EXIT.
068700
068800*****************************************************************
068900*  2600-WRITE-REPORT-LINE - PRINT ONE TRANSACTION'S             *
069000*  DISPOSITION, STARTING A NEW PAGE FIRST IF THE CURRENT PAGE   *
069100*  IS FULL.                                                     *
069200*****************************************************************
069300 2600-WRITE-REPORT-LINE.
069400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
069500         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
069600     END-IF.
069700     MOVE LTR-ID           TO RPT-DET-ID.
069800     EVALUATE LTR-TYPE
069900         WHEN "A"
070000             MOVE "ANNUAL"   TO RPT-DET-TYPE
070100         WHEN "S"
070200             MOVE "SICK  "   TO RPT-DET-TYPE
070300         WHEN "U"
070400             MOVE "UNPAID"   TO RPT-DET-TYPE
070500         WHEN OTHER
070600             MOVE LTR-TYPE   TO RPT-DET-TYPE
070700     END-EVALUATE.
070800     MOVE LTR-START-DATE-X TO RPT-DET-START.
070900     IF LTR-DAYS-X IS NUMERIC
071000         MOVE LTR-DAYS     TO RPT-DET-DAYS
071100     ELSE
071200         MOVE LTR-DAYS-X   TO RPT-DET-DAYS-X
071300     END-IF.
071400     MOVE LTR-OPERATOR     TO RPT-DET-OPERATOR.
071500     MOVE WS-REASON        TO RPT-DET-DISP.
071600     WRITE LEAVERPT-RECORD FROM RPT-DETAIL-LINE.
071700     ADD 1 TO WS-LINE-COUNT.
071800 2600-EXIT.
071900     EXIT.
072000
072100*****************************************************************
072200*  2700-PRINT-HEADERS - START A NEW PAGE: TITLE, RUN DATE,      *
072300*  PAGE NUMBER AND COLUMN HEADINGS.                             *
072400*****************************************************************
072500 2700-PRINT-HEADERS.
072600     ADD 1 TO WS-PAGE-COUNT.
072700     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
072800     IF WS-PAGE-COUNT = 1
072900         MOVE SPACE TO RPT-FORMFEED
073000     ELSE
073100         MOVE X'0C' TO RPT-FORMFEED
073200     END-IF.
073300     WRITE LEAVERPT-RECORD FROM RPT-TITLE-LINE.
073400     WRITE LEAVERPT-RECORD FROM RPT-COLUMN-HDG-1.
073500     WRITE LEAVERPT-RECORD FROM RPT-COLUMN-HDG-2.
073600     MOVE 0 TO WS-LINE-COUNT.
073700 2700-EXIT.
073800     EXIT.
073900
074000*****************************************************************
074100*  8000-FINALIZE - BATCH TOTALS BY LEAVE TYPE, CLOSE FILES. A   *
074200*  ZERO-TRANSACTION RUN STILL GETS A TITLED REPORT PAGE.        *
074300*****************************************************************
074400 8000-FINALIZE.
074500     IF WS-PAGE-COUNT = 0
074600         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
074700     END-IF.
074800     WRITE LEAVERPT-RECORD FROM RPT-BLANK-LINE.
074900     MOVE WS-ANNUAL-ACCEPT TO RPT-TOT-ANNUAL.
075000     MOVE WS-ANNUAL-DAYS   TO RPT-TOT-ANNUAL-DAYS.
075100     MOVE WS-SICK-ACCEPT   TO RPT-TOT-SICK.
075200     MOVE WS-SICK-DAYS     TO RPT-TOT-SICK-DAYS.
075300     MOVE WS-UNPAID-ACCEPT TO RPT-TOT-UNPAID.
075400     MOVE WS-UNPAID-DAYS   TO RPT-TOT-UNPAID-DAYS.
075500     MOVE WS-REJECT-COUNT  TO RPT-TOT-REJS.
075600     WRITE LEAVERPT-RECORD FROM RPT-TOTAL-LINE-1.
075700     WRITE LEAVERPT-RECORD FROM RPT-TOTAL-LINE-2.
075800     WRITE LEAVERPT-RECORD FROM RPT-TOTAL-LINE-3.
075900     WRITE LEAVERPT-RECORD FROM RPT-TOTAL-LINE-4.
076000     DISPLAY "LEAVEDIT - TRANSACTIONS READ  " WS-READ-COUNT.
076100     DISPLAY "LEAVEDIT - ANNUAL POSTED      " WS-ANNUAL-ACCEPT.
076200     DISPLAY "LEAVEDIT - SICK POSTED        " WS-SICK-ACCEPT.
076300     DISPLAY "LEAVEDIT - UNPAID POSTED      " WS-UNPAID-ACCEPT.
076400     DISPLAY "LEAVEDIT - REJECTED           " WS-REJECT-COUNT.
076500     DISPLAY "LEAVEDIT - LATEST PAID PERIOD " WS-PAID-PERIOD.
076600     CLOSE LEAVTRAN.
076700     CLOSE EMPMASTER.
076800     CLOSE LEAVBAL.
076900     CLOSE LEAVHIST.
077000     CLOSE LEAVTREJ.
077100     CLOSE LEAVERPT.
077200 8000-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
077700*****************************************************************
077800 9900-ABEND.
077900     DISPLAY "LEAVEDIT - ABEND - " WS-ABEND-TEXT
078000             " - FILE STATUS 1 = " WS-FS1
078100             " FILE STATUS 2 = " WS-FS2
078200             " FILE STATUS 3 = " WS-FS3
078300             " FILE STATUS 4 = " WS-FS4
078400             " FILE STATUS 5 = " WS-FS5
078500             " FILE STATUS 6 = " WS-FS6
078600             " FILE STATUS 7 = " WS-FS7.
078700     MOVE 16 TO RETURN-CODE.
078800     STOP RUN.
078900 9900-EXIT.
079000     EXIT.
