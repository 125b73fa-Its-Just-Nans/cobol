000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LEAVRPT.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                                 *
001001*  10/15/26  JDH  THE SORT INPUT AND OUTPUT PROCEDURES ARE NOW     *
001002*                 CODED THRU THEIR EXIT PARAGRAPHS, SO A MISSING   *
001003*                 LEAVE LEDGER ENDS THE RELEASE CLEANLY AND        *
001004*                 PRINTS THE TITLED EMPTY REPORT INSTEAD OF        *
001005*                 READING AN UNOPENED FILE.                        *
001100*****************************************************************
001200*  REMARKS.
001300*  LEAVE BALANCE REPORT BY COST CENTER. READS THE INDEXED
001400*  EMPMASTER FILE IN EMP-ID SEQUENCE AND, FOR EVERY EMPLOYEE
001500*  NOT TERMINATED, LOOKS UP THE ANNUAL, SICK AND UNPAID RECORDS
001600*  ON THE LEAVE LEDGER (LEAVBAL.DAT) BY KEY. AN EMPLOYEE WITH AT
001700*  LEAST ONE LEDGER RECORD IS SORTED BY COST CENTER AND EMP-ID
001800*  THROUGH THE LVBSORT WORK FILE AND PRINTED ON LEAVRPT.PRT
001900*  (133-BYTE PRINT CONVENTION, SAME AS EMPLIST.PRT) WITH ANNUAL
002000*  LEAVE EARNED, TAKEN AND LEFT, SICK LEAVE TAKEN AND LEFT AND
002100*  UNPAID LEAVE TAKEN. EACH COST CENTER GETS A SUBTOTAL AND THE
002200*  RUN ENDS WITH COMPANY TOTALS. AN EMPLOYEE LEAVACR HAS NOT YET
002300*  REACHED HAS NO LEDGER RECORD AND IS ONLY COUNTED. NO LEDGER
002400*  FILE YET PRINTS A TITLED PAGE WITH ZERO TOTALS.
002500*  READ ONLY - NEITHER FILE IS CHANGED.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE  IS SEQUENTIAL
003400         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
003500         FILE STATUS  IS WS-FS1.
003600
003700     SELECT LEAVBAL ASSIGN TO "LEAVBAL.DAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE  IS RANDOM
004000         RECORD KEY   IS LEAV-KEY
004100         FILE STATUS  IS WS-FS2.
004200
004300     SELECT LVBSORT ASSIGN TO "LVBSORT.TMP".
004400
004500     SELECT LEAVRPT ASSIGN TO "LEAVRPT.PRT"
004600         ORGANIZATION IS SEQUENTIAL
004700         ACCESS MODE  IS SEQUENTIAL
004800         FILE STATUS  IS WS-FS3.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
005300*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID.        *
005400*****************************************************************
005500 FD  EMPMASTER
005600     DATA RECORD IS EMPMASTER-RECORD.
005700     COPY EMPMSTR.
005800
005900*****************************************************************
006000*  LEAVBAL - INDEXED LEAVE LEDGER, KEYED BY EMP-ID AND LEAVE    *
006100*  TYPE. READ BY KEY ONLY.                                      *
006200*****************************************************************
006300 FD  LEAVBAL
006400     DATA RECORD IS LEAVBAL-RECORD.
006500     COPY LEAVBAL.
006600
006700*****************************************************************
006800*  LVBSORT - SORT WORK FILE. ONE RECORD PER EMPLOYEE WITH LEAVE *
006900*  ON THE LEDGER, BACK BY COST CENTER AND EMP-ID.               *
007000*****************************************************************
007100 SD  LVBSORT
007200     DATA RECORD IS LVBSORT-RECORD.
007300 01  LVBSORT-RECORD.
007400     05  SORT-COSTCTR          PIC X(04).
007500     05  SORT-ID               PIC X(05).
007600     05  SORT-NAME             PIC X(15).
007700     05  SORT-STATUS           PIC X(01).
007800     05  SORT-ANN-EARNED       PIC 9(04)V9(02).
007900     05  SORT-ANN-TAKEN        PIC 9(04)V9(02).
008000     05  SORT-ANN-BALANCE      PIC 9(04)V9(02).
008100     05  SORT-SICK-TAKEN       PIC 9(04)V9(02).
008200     05  SORT-SICK-BALANCE     PIC 9(04)V9(02).
008300     05  SORT-UNP-TAKEN        PIC 9(04)V9(02).
008400
008500*****************************************************************
008600*  LEAVRPT - LEAVE BALANCE REPORT. EACH PRINT LINE IS 133       *
008700*  BYTES - A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE, THE  *
008800*  SAME CONVENTION AS EMPLIST.PRT.                              *
008900*****************************************************************
009000 FD  LEAVRPT
009100     RECORD CONTAINS 133 CHARACTERS
009200     BLOCK  CONTAINS 133 CHARACTERS
009300     RECORDING MODE  IS  F
009400     DATA RECORD     IS LEAVRPT-RECORD.
009500 01  LEAVRPT-RECORD              PIC X(133).
009600
009700 WORKING-STORAGE SECTION.
009800 01  WS-VAR.
009900     05  WS-FS1                PIC 9(02).
010000     05  WS-FS2                PIC 9(02).
010100     05  WS-FS3                PIC 9(02).
010200     05  WS-EMP-EOF-SW         PIC X(01)     VALUE 'N'.
010300         88  WS-EMP-EOF            VALUE 'Y'.
010400         88  WS-EMP-NOT-EOF        VALUE 'N'.
010500     05  WS-LEDGER-OPEN-SW     PIC X(01)     VALUE 'N'.
010600         88  WS-LEDGER-OPEN        VALUE 'Y'.
010700         88  WS-LEDGER-NOT-OPEN    VALUE 'N'.
010800     05  WS-SRT-EOF-SW         PIC X(01)     VALUE 'N'.
010900         88  WS-SRT-EOF            VALUE 'Y'.
011000         88  WS-SRT-NOT-EOF        VALUE 'N'.
011100     05  WS-FOUND-SW           PIC X(01)     VALUE 'N'.
011200         88  WS-LEAVE-FOUND        VALUE 'Y'.
011300         88  WS-LEAVE-NOT-FOUND    VALUE 'N'.
011400
011500 01  WS-COUNTS.
011600     05  WS-READ-COUNT         PIC 9(07)     VALUE 0.
011700     05  WS-TERM-COUNT         PIC 9(07)     VALUE 0.
011800     05  WS-NO-LEDGER-COUNT    PIC 9(07)     VALUE 0.
011900     05  WS-PRINT-COUNT        PIC 9(07)     VALUE 0.
012000
012100*****************************************************************
012200*  WS-CCTR-TOTALS / WS-CO-TOTALS - DAYS OF LEAVE FOR THE COST   *
012300*  CENTER BEING PRINTED AND FOR THE WHOLE COMPANY.              *
012400*****************************************************************
012500 01  WS-CCTR-TOTALS.
012600     05  WS-CT-COUNT           PIC 9(05)       VALUE 0.
012700     05  WS-CT-ANN-EARNED      PIC 9(06)V9(02) VALUE 0.
012800     05  WS-CT-ANN-TAKEN       PIC 9(06)V9(02) VALUE 0.
012900     05  WS-CT-ANN-BALANCE     PIC 9(06)V9(02) VALUE 0.
013000     05  WS-CT-SICK-TAKEN      PIC 9(06)V9(02) VALUE 0.
013100     05  WS-CT-SICK-BALANCE    PIC 9(06)V9(02) VALUE 0.
013200     05  WS-CT-UNP-TAKEN       PIC 9(06)V9(02) VALUE 0.
013300
013400 01  WS-CO-TOTALS.
013500     05  WS-CO-COUNT           PIC 9(05)       VALUE 0.
013600     05  WS-CO-ANN-EARNED      PIC 9(06)V9(02) VALUE 0.
013700     05  WS-CO-ANN-TAKEN       PIC 9(06)V9(02) VALUE 0.
013800     05  WS-CO-ANN-BALANCE     PIC 9(06)V9(02) VALUE 0.
013900     05  WS-CO-SICK-TAKEN      PIC 9(06)V9(02) VALUE 0.
014000     05  WS-CO-SICK-BALANCE    PIC 9(06)V9(02) VALUE 0.
014100     05  WS-CO-UNP-TAKEN       PIC 9(06)V9(02) VALUE 0.
014200
014300 01  WS-BREAK-FIELDS.
014400     05  WS-FIRST-CCTR-SW      PIC X(01)     VALUE 'Y'.
014500         88  WS-FIRST-CCTR         VALUE 'Y'.
014600     05  WS-PREV-COSTCTR       PIC X(04)     VALUE SPACES.
014700
014800 01  WS-REPORT-FIELDS.
014900     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
015000     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
015100     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
015200     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
015300     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
015400         10  WS-RUN-DATE-CCYY     PIC 9(04).
015500         10  WS-RUN-DATE-MM       PIC 9(02).
015600         10  WS-RUN-DATE-DD       PIC 9(02).
015700
015800*****************************************************************
015900*  LEAVE BALANCE REPORT LINES - MOVED TO LEAVRPT-RECORD ON      *
016000*  WRITE.                                                       *
016100*****************************************************************
016200 01  RPT-TITLE-LINE.
016300     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
016400     05  FILLER                PIC X(27)     VALUE SPACES.
016500     05  FILLER                PIC X(26)     VALUE
016600             "LEAVE BALANCES BY COST CTR".
016700     05  FILLER                PIC X(18)     VALUE SPACES.
016800     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
016900     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
017000     05  FILLER                PIC X(10)     VALUE SPACES.
017100     05  FILLER                PIC X(05)     VALUE "PAGE ".
017200     05  RPT-PAGE-NO           PIC ZZZ9.
017300     05  FILLER                PIC X(22)     VALUE SPACES.
017400     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
017500
017600 01  RPT-COLUMN-HDG-1.
017700     05  FILLER                PIC X(01)     VALUE SPACE.
017800     05  FILLER                PIC X(04)     VALUE "CCTR".
017900     05  FILLER                PIC X(02)     VALUE SPACES.
018000     05  FILLER                PIC X(06)     VALUE "EMP ID".
018100     05  FILLER                PIC X(02)     VALUE SPACES.
018200     05  FILLER                PIC X(15)     VALUE
018300             "EMPLOYEE NAME  ".
018400     05  FILLER                PIC X(02)     VALUE SPACES.
018500     05  FILLER                PIC X(02)     VALUE "ST".
018600     05  FILLER                PIC X(02)     VALUE SPACES.
018700     05  FILLER                PIC X(10)     VALUE "ANN EARNED".
018800     05  FILLER                PIC X(02)     VALUE SPACES.
018900     05  FILLER                PIC X(10)     VALUE " ANN TAKEN".
019000     05  FILLER                PIC X(02)     VALUE SPACES.
019100     05  FILLER                PIC X(10)     VALUE "  ANN LEFT".
019200     05  FILLER                PIC X(02)     VALUE SPACES.
019300     05  FILLER                PIC X(10)     VALUE "SICK TAKEN".
019400     05  FILLER                PIC X(02)     VALUE SPACES.
019500     05  FILLER                PIC X(10)     VALUE " SICK LEFT".
019600     05  FILLER                PIC X(02)     VALUE SPACES.
019700     05  FILLER                PIC X(10)     VALUE "UNPD TAKEN".
019800     05  FILLER                PIC X(26)     VALUE SPACES.
019900     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
020000
020100 01  RPT-COLUMN-HDG-2.
020200     05  FILLER                PIC X(01)     VALUE SPACE.
020300     05  FILLER                PIC X(04)     VALUE ALL "-".
020400     05  FILLER                PIC X(02)     VALUE SPACES.
020500     05  FILLER                PIC X(06)     VALUE ALL "-".
020600     05  FILLER                PIC X(02)     VALUE SPACES.
020700     05  FILLER                PIC X(15)     VALUE ALL "-".
020800     05  FILLER                PIC X(02)     VALUE SPACES.
020900     05  FILLER                PIC X(02)     VALUE ALL "-".
021000     05  FILLER                PIC X(02)     VALUE SPACES.
021100     05  FILLER                PIC X(10)     VALUE ALL "-".
021200     05  FILLER                PIC X(02)     VALUE SPACES.
021300     05  FILLER                PIC X(10)     VALUE ALL "-".
021400     05  FILLER                PIC X(02)     VALUE SPACES.
021500     05  FILLER                PIC X(10)     VALUE ALL "-".
021600     05  FILLER                PIC X(02)     VALUE SPACES.
021700     05  FILLER                PIC X(10)     VALUE ALL "-".
021800     05  FILLER                PIC X(02)     VALUE SPACES.
021900     05  FILLER                PIC X(10)     VALUE ALL "-".
022000     05  FILLER                PIC X(02)     VALUE SPACES.
022100     05  FILLER                PIC X(10)     VALUE ALL "-".
022200     05  FILLER                PIC X(26)     VALUE SPACES.
022300     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
022400
022500 01  RPT-DETAIL-LINE.
022600     05  FILLER                PIC X(01)     VALUE SPACE.
022700     05  RPT-DET-COSTCTR       PIC X(04).
022800     05  FILLER                PIC X(02)     VALUE SPACES.
022900     05  RPT-DET-ID            PIC X(05).
023000     05  FILLER                PIC X(03)     VALUE SPACES.
023100     05  RPT-DET-NAME          PIC X(15).
023200     05  FILLER                PIC X(02)     VALUE SPACES.
023300     05  RPT-DET-STATUS        PIC X(01).
023400     05  FILLER                PIC X(05)     VALUE SPACES.
023500     05  RPT-DET-ANN-EARNED    PIC Z,ZZ9.99.
023600     05  FILLER                PIC X(04)     VALUE SPACES.
023700     05  RPT-DET-ANN-TAKEN     PIC Z,ZZ9.99.
023800     05  FILLER                PIC X(04)     VALUE SPACES.
023900     05  RPT-DET-ANN-BALANCE   PIC Z,ZZ9.99.
024000     05  FILLER                PIC X(04)     VALUE SPACES.
024100     05  RPT-DET-SICK-TAKEN    PIC Z,ZZ9.99.
024200     05  FILLER                PIC X(04)     VALUE SPACES.
024300     05  RPT-DET-SICK-BALANCE  PIC Z,ZZ9.99.
024400     05  FILLER                PIC X(04)     VALUE SPACES.
024500     05  RPT-DET-UNP-TAKEN     PIC Z,ZZ9.99.
024600     05  FILLER                PIC X(26)     VALUE SPACES.
024700     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
024800
024900 01  RPT-CCTR-TOTAL-LINE.
025000     05  FILLER                PIC X(01)     VALUE SPACE.
025100     05  FILLER                PIC X(06)     VALUE "TOTAL ".
025200     05  RPT-CT-COSTCTR        PIC X(04).
025300     05  FILLER                PIC X(03)     VALUE SPACES.
025400     05  FILLER                PIC X(10)     VALUE "EMPLOYEES ".
025500     05  RPT-CT-COUNT          PIC ZZZZ9.
025600     05  FILLER                PIC X(07)     VALUE SPACES.
025700     05  RPT-CT-ANN-EARNED     PIC ZZZ,ZZ9.99.
025800     05  FILLER                PIC X(02)     VALUE SPACES.
025900     05  RPT-CT-ANN-TAKEN      PIC ZZZ,ZZ9.99.
026000     05  FILLER                PIC X(02)     VALUE SPACES.
026100     05  RPT-CT-ANN-BALANCE    PIC ZZZ,ZZ9.99.
026200     05  FILLER                PIC X(02)     VALUE SPACES.
026300     05  RPT-CT-SICK-TAKEN     PIC ZZZ,ZZ9.99.
026400     05  FILLER                PIC X(02)     VALUE SPACES.
026500     05  RPT-CT-SICK-BALANCE   PIC ZZZ,ZZ9.99.
026600     05  FILLER                PIC X(02)     VALUE SPACES.
026700     05  RPT-CT-UNP-TAKEN      PIC ZZZ,ZZ9.99.
026800     05  FILLER                PIC X(26)     VALUE SPACES.
026900     05  RPT-CT-NEWLINE        PIC X(01)     VALUE X'0A'.
027000
027100 01  RPT-CO-TOTAL-LINE.
027200     05  FILLER                PIC X(01)     VALUE SPACE.
027300     05  FILLER                PIC X(13)     VALUE
027400             "COMPANY TOTAL".
027500     05  FILLER                PIC X(10)     VALUE "EMPLOYEES ".
027600     05  RPT-CO-COUNT          PIC ZZZZ9.
027700     05  FILLER                PIC X(07)     VALUE SPACES.
027800     05  RPT-CO-ANN-EARNED     PIC ZZZ,ZZ9.99.
027900     05  FILLER                PIC X(02)     VALUE SPACES.
028000     05  RPT-CO-ANN-TAKEN      PIC ZZZ,ZZ9.99.
028100     05  FILLER                PIC X(02)     VALUE SPACES.
028200     05  RPT-CO-ANN-BALANCE    PIC ZZZ,ZZ9.99.
028300     05  FILLER                PIC X(02)     VALUE SPACES.
028400     05  RPT-CO-SICK-TAKEN     PIC ZZZ,ZZ9.99.
028500     05  FILLER                PIC X(02)     VALUE SPACES.
028600     05  RPT-CO-SICK-BALANCE   PIC ZZZ,ZZ9.99.
028700     05  FILLER                PIC X(02)     VALUE SPACES.
028800     05  RPT-CO-UNP-TAKEN      PIC ZZZ,ZZ9.99.
028900     05  FILLER                PIC X(26)     VALUE SPACES.
029000     05  RPT-CO-NEWLINE        PIC X(01)     VALUE X'0A'.
029100
029200 01  RPT-BLANK-LINE.
029300     05  FILLER                PIC X(132)    VALUE SPACES.
029400     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
029500
029600 01  WS-ABEND-TEXT             PIC X(40).
029700
029800 PROCEDURE DIVISION.
029900
030000*****************************************************************
030100*  0000-MAINLINE - SORT THE EMPLOYEES WITH LEAVE ON THE LEDGER  *
030200*  BY COST CENTER AND PRINT THE REPORT OFF THE SORT.            *
030300*****************************************************************
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     SORT LVBSORT
030700         ON ASCENDING KEY SORT-COSTCTR
030800         ON ASCENDING KEY SORT-ID
030900         INPUT PROCEDURE IS 4000-RELEASE-LEAVE
030901             THRU 4000-RELEASE-EXIT
031000         OUTPUT PROCEDURE IS 5000-PRINT-LEAVE
031001             THRU 5000-PRINT-EXIT.
031100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
031200     STOP RUN.
031300
031400*****************************************************************
031500*  1000-INITIALIZE - RUN DATE, OPEN FILES. NO LEDGER (STATUS    *
031600*  35) MEANS NO LEAVE IS ON RECORD YET; ANY OTHER OPEN FAILURE  *
031700*  ABENDS.                                                      *
031800*****************************************************************
031900 1000-INITIALIZE.
032000     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
032100     STRING WS-RUN-DATE-MM    "/"
032200            WS-RUN-DATE-DD    "/"
032300            WS-RUN-DATE-CCYY
032400            DELIMITED BY SIZE INTO RPT-RUN-DATE.
032500     OPEN INPUT EMPMASTER.
032600     IF WS-FS1 NOT = 00
032700         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
032800         PERFORM 9900-ABEND THRU 9900-EXIT
032900     END-IF.
033000     OPEN INPUT LEAVBAL.
033100     IF WS-FS2 = 00
033200         SET WS-LEDGER-OPEN TO TRUE
033300     ELSE
033400         IF WS-FS2 NOT = 35
033500             MOVE "OPEN FAILED ON LEAVBAL" TO WS-ABEND-TEXT
033600             PERFORM 9900-ABEND THRU 9900-EXIT
033700         END-IF
033800         DISPLAY "LEAVRPT - NO LEAVBAL, NO LEAVE ON RECORD"
033900     END-IF.
034000     OPEN OUTPUT LEAVRPT.
034100     IF WS-FS3 NOT = 00
034200         MOVE "OPEN FAILED ON LEAVRPT.PRT" TO WS-ABEND-TEXT
034300         PERFORM 9900-ABEND THRU 9900-EXIT
034400     END-IF.
034500     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
034600 1000-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000*  4000-RELEASE-LEAVE - SORT INPUT PROCEDURE. RELEASE EVERY     *
035100*  EMPLOYEE NOT TERMINATED WHO HAS LEAVE ON THE LEDGER.         *
035200*****************************************************************
035300 4000-RELEASE-LEAVE.
035400     IF WS-LEDGER-NOT-OPEN
035500         GO TO 4000-RELEASE-EXIT
035600     END-IF.
035700     SET WS-EMP-NOT-EOF TO TRUE.
035800     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
035900         UNTIL WS-EMP-EOF.
036000 4000-RELEASE-EXIT.
036100     EXIT.
036200
036300*****************************************************************
036400*  4100-RELEASE-ONE - READ ONE EMPLOYEE, PICK UP EACH TYPE OF   *
036500*  LEAVE FROM THE LEDGER AND RELEASE THE EMPLOYEE IF ANY WAS    *
036600*  FOUND.                                                       *
036700*****************************************************************
036800 4100-RELEASE-ONE.
036900     READ EMPMASTER.
037000     IF WS-FS1 = 10
037100         SET WS-EMP-EOF TO TRUE
037200         GO TO 4100-EXIT
037300     END-IF.
037400     IF WS-FS1 NOT = 00
037500         MOVE "READ FAILED ON EMPMASTER" TO WS-ABEND-TEXT
037600         PERFORM 9900-ABEND THRU 9900-EXIT
037700     END-IF.
037800     ADD 1 TO WS-READ-COUNT.
037900     IF EMP-TERMINATED
038000         ADD 1 TO WS-TERM-COUNT
038100         GO TO 4100-EXIT
038200     END-IF.
038300     SET WS-LEAVE-NOT-FOUND TO TRUE.
038400     MOVE EMP-COSTCTR TO SORT-COSTCTR.
038500     MOVE EMP-ID      TO SORT-ID.
038600     MOVE EMP-NAME    TO SORT-NAME.
038700     MOVE EMP-STATUS  TO SORT-STATUS.
038800     MOVE 0 TO SORT-ANN-EARNED.
038900     MOVE 0 TO SORT-ANN-TAKEN.
039000     MOVE 0 TO SORT-ANN-BALANCE.
039100     MOVE 0 TO SORT-SICK-TAKEN.
039200     MOVE 0 TO SORT-SICK-BALANCE.
039300     MOVE 0 TO SORT-UNP-TAKEN.
039400     MOVE EMP-ID TO LEAV-ID.
039500     MOVE "A"    TO LEAV-TYPE.
039600     PERFORM 4200-READ-LEDGER THRU 4200-EXIT.
039700     IF WS-FS2 = 00
039800         MOVE LEAV-EARNED  TO SORT-ANN-EARNED
039900         MOVE LEAV-TAKEN   TO SORT-ANN-TAKEN
040000         MOVE LEAV-BALANCE TO SORT-ANN-BALANCE
040100     END-IF.
040200     MOVE "S"    TO LEAV-TYPE.
040300     PERFORM 4200-READ-LEDGER THRU 4200-EXIT.
040400     IF WS-FS2 = 00
040500         MOVE LEAV-TAKEN   TO SORT-SICK-TAKEN
040600         MOVE LEAV-BALANCE TO SORT-SICK-BALANCE
040700     END-IF.
040800     MOVE "U"    TO LEAV-TYPE.
040900     PERFORM 4200-READ-LEDGER THRU 4200-EXIT.
041000     IF WS-FS2 = 00
041100         MOVE LEAV-TAKEN   TO SORT-UNP-TAKEN
041200     END-IF.
041300     IF WS-LEAVE-NOT-FOUND
041400         ADD 1 TO WS-NO-LEDGER-COUNT
041500         GO TO 4100-EXIT
041600     END-IF.
041700     RELEASE LVBSORT-RECORD.
041800 4100-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200*  4200-READ-LEDGER - READ ONE LEDGER RECORD BY KEY. NOT FOUND  *
042300*  (STATUS 23) JUST MEANS NO LEAVE OF THAT TYPE.                *
042400*****************************************************************
042500 4200-READ-LEDGER.
042600     READ LEAVBAL.
042700     IF WS-FS2 = 23
042800         GO TO 4200-EXIT
042900     END-IF.
043000     IF WS-FS2 NOT = 00
043100         MOVE "READ FAILED ON LEAVBAL" TO WS-ABEND-TEXT
043200         PERFORM 9900-ABEND THRU 9900-EXIT
043300     END-IF.
043400     SET WS-LEAVE-FOUND TO TRUE.
043500 4200-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900*  5000-PRINT-LEAVE - SORT OUTPUT PROCEDURE. THE SORTED         *
044000*  EMPLOYEES COME BACK BY COST CENTER; EACH COST CENTER CLOSES  *
044100*  WITH A SUBTOTAL LINE.                                        *
044200*****************************************************************
044300 5000-PRINT-LEAVE.
044400     SET WS-SRT-NOT-EOF TO TRUE.
044500     PERFORM 5100-PRINT-ONE-SORTED THRU 5100-EXIT
044600         UNTIL WS-SRT-EOF.
044700     IF NOT WS-FIRST-CCTR
044800         PERFORM 5400-PRINT-CCTR-TOTAL THRU 5400-EXIT
044900     END-IF.
045000 5000-PRINT-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*  5100-PRINT-ONE-SORTED - RETURN ONE SORTED EMPLOYEE, BREAK ON *
045500*  A NEW COST CENTER AND PRINT THE EMPLOYEE'S DETAIL LINE.      *
045600*****************************************************************
045700 5100-PRINT-ONE-SORTED.
045800     RETURN LVBSORT
045900         AT END
046000             SET WS-SRT-EOF TO TRUE
046100             GO TO 5100-EXIT
046200     END-RETURN.
046300     IF WS-FIRST-CCTR
046400         MOVE 'N'          TO WS-FIRST-CCTR-SW
046500         MOVE SORT-COSTCTR TO WS-PREV-COSTCTR
046600     ELSE
046700         IF SORT-COSTCTR NOT = WS-PREV-COSTCTR
046800             PERFORM 5400-PRINT-CCTR-TOTAL THRU 5400-EXIT
046900             MOVE SORT-COSTCTR TO WS-PREV-COSTCTR
047000         END-IF
047100     END-IF.
047200     MOVE SORT-COSTCTR      TO RPT-DET-COSTCTR.
047300     MOVE SORT-ID           TO RPT-DET-ID.
047400     MOVE SORT-NAME         TO RPT-DET-NAME.
047500     MOVE SORT-STATUS       TO RPT-DET-STATUS.
047600     MOVE SORT-ANN-EARNED   TO RPT-DET-ANN-EARNED.
047700     MOVE SORT-ANN-TAKEN    TO RPT-DET-ANN-TAKEN.
047800     MOVE SORT-ANN-BALANCE  TO RPT-DET-ANN-BALANCE.
047900     MOVE SORT-SICK-TAKEN   TO RPT-DET-SICK-TAKEN.
048000     MOVE SORT-SICK-BALANCE TO RPT-DET-SICK-BALANCE.
048100     MOVE SORT-UNP-TAKEN    TO RPT-DET-UNP-TAKEN.
048200     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
048300     WRITE LEAVRPT-RECORD FROM RPT-DETAIL-LINE.
048400     ADD 1 TO WS-LINE-COUNT.
048500     ADD 1 TO WS-PRINT-COUNT.
048600     ADD 1                 TO WS-CT-COUNT.
048700     ADD SORT-ANN-EARNED   TO WS-CT-ANN-EARNED.
048800     ADD SORT-ANN-TAKEN    TO WS-CT-ANN-TAKEN.
048900     ADD SORT-ANN-BALANCE  TO WS-CT-ANN-BALANCE.
049000     ADD SORT-SICK-TAKEN   TO WS-CT-SICK-TAKEN.
049100     ADD SORT-SICK-BALANCE TO WS-CT-SICK-BALANCE.
049200     ADD SORT-UNP-TAKEN    TO WS-CT-UNP-TAKEN.
049300 5100-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700*  5400-PRINT-CCTR-TOTAL - CLOSE A COST CENTER WITH ITS         *
049800*  SUBTOTAL, ROLL IT INTO THE COMPANY TOTALS AND CLEAR IT.      *
049900*****************************************************************
050000 5400-PRINT-CCTR-TOTAL.
050100     MOVE WS-PREV-COSTCTR    TO RPT-CT-COSTCTR.
050200     MOVE WS-CT-COUNT        TO RPT-CT-COUNT.
050300     MOVE WS-CT-ANN-EARNED   TO RPT-CT-ANN-EARNED.
050400     MOVE WS-CT-ANN-TAKEN    TO RPT-CT-ANN-TAKEN.
050500     MOVE WS-CT-ANN-BALANCE  TO RPT-CT-ANN-BALANCE.
050600     MOVE WS-CT-SICK-TAKEN   TO RPT-CT-SICK-TAKEN.
050700     MOVE WS-CT-SICK-BALANCE TO RPT-CT-SICK-BALANCE.
050800     MOVE WS-CT-UNP-TAKEN    TO RPT-CT-UNP-TAKEN.
050900     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
051000     WRITE LEAVRPT-RECORD FROM RPT-CCTR-TOTAL-LINE.
051100     WRITE LEAVRPT-RECORD FROM RPT-BLANK-LINE.
051200     ADD 2 TO WS-LINE-COUNT.
051300     ADD WS-CT-COUNT        TO WS-CO-COUNT.
051400     ADD WS-CT-ANN-EARNED   TO WS-CO-ANN-EARNED.
051500     ADD WS-CT-ANN-TAKEN    TO WS-CO-ANN-TAKEN.
051600     ADD WS-CT-ANN-BALANCE  TO WS-CO-ANN-BALANCE.
051700     ADD WS-CT-SICK-TAKEN   TO WS-CO-SICK-TAKEN.
051800     ADD WS-CT-SICK-BALANCE TO WS-CO-SICK-BALANCE.
051900     ADD WS-CT-UNP-TAKEN    TO WS-CO-UNP-TAKEN.
052000     INITIALIZE WS-CCTR-TOTALS.
052100 5400-EXIT.
052200     EXIT.
052300
052400*****************************************************************
052500*  2600-CHECK-PAGE - START A NEW PAGE WHEN THE CURRENT PAGE     *
052600*  IS FULL.                                                     *
052700*****************************************************************
052800 2600-CHECK-PAGE.
052900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
053000         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
053100     END-IF.
053200 2600-EXIT.
053300     EXIT.
053400
053500*****************************************************************
053600*  2700-PRINT-HEADERS - START A NEW PAGE: TITLE, RUN DATE,      *
053700*  PAGE NUMBER AND COLUMN HEADINGS.                             *
053800*****************************************************************
053900 2700-PRINT-HEADERS.
054000     ADD 1 TO WS-PAGE-COUNT.
054100     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
054200     IF WS-PAGE-COUNT = 1
054300         MOVE SPACE TO RPT-FORMFEED
054400     ELSE
054500         MOVE X'0C' TO RPT-FORMFEED
054600     END-IF.
054700     WRITE LEAVRPT-RECORD FROM RPT-TITLE-LINE.
054800     WRITE LEAVRPT-RECORD FROM RPT-COLUMN-HDG-1.
054900     WRITE LEAVRPT-RECORD FROM RPT-COLUMN-HDG-2.
055000     MOVE 0 TO WS-LINE-COUNT.
055100 2700-EXIT.
055200     EXIT.
055300
055400*****************************************************************
055500*  8000-FINALIZE - COMPANY TOTALS, CLOSE FILES. A RUN WITH NO   *
055600*  LEAVE ON RECORD STILL GETS A TITLED PAGE.                    *
055700*****************************************************************
055800 8000-FINALIZE.
055900     IF WS-PAGE-COUNT = 0
056000         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
056100     END-IF.
056200     MOVE WS-CO-COUNT        TO RPT-CO-COUNT.
056300     MOVE WS-CO-ANN-EARNED   TO RPT-CO-ANN-EARNED.
056400     MOVE WS-CO-ANN-TAKEN    TO RPT-CO-ANN-TAKEN.
056500     MOVE WS-CO-ANN-BALANCE  TO RPT-CO-ANN-BALANCE.
056600     MOVE WS-CO-SICK-TAKEN   TO RPT-CO-SICK-TAKEN.
056700     MOVE WS-CO-SICK-BALANCE TO RPT-CO-SICK-BALANCE.
056800     MOVE WS-CO-UNP-TAKEN    TO RPT-CO-UNP-TAKEN.
056900     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
057000     WRITE LEAVRPT-RECORD FROM RPT-CO-TOTAL-LINE.
057100     DISPLAY "LEAVRPT - EMPLOYEES READ       " WS-READ-COUNT.
057200     DISPLAY "LEAVRPT - TERMINATED SKIPPED   " WS-TERM-COUNT.
057300     DISPLAY "LEAVRPT - NO LEAVE ON LEDGER   " WS-NO-LEDGER-COUNT.
057400     DISPLAY "LEAVRPT - EMPLOYEES PRINTED    " WS-PRINT-COUNT.
057500     CLOSE EMPMASTER.
057600     IF WS-LEDGER-OPEN
057700         CLOSE LEAVBAL
057800     END-IF.
057900     CLOSE LEAVRPT.
058000 8000-EXIT.
058100     EXIT.
058200
058300*****************************************************************
058400*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
058500*****************************************************************
058600 9900-ABEND.
058700     DISPLAY "LEAVRPT - ABEND - " WS-ABEND-TEXT
058800             " - FILE STATUS 1 = " WS-FS1
058900             " FILE STATUS 2 = " WS-FS2
059000             " FILE STATUS 3 = " WS-FS3.
059100     MOVE 16 TO RETURN-CODE.
059200     STOP RUN.
059300 9900-EXIT.
059400     EXIT.
