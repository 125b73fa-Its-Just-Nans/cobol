000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    STATREM.
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
001300*  MONTH-END STATUTORY REMITTANCES. READS THE PAY HISTORY
001400*  (PAYHIST.TXT, WRITTEN BY PAYCALC) FOR ONE PERIOD AND BUILDS,
001500*  FOR EACH AGENCY - INCOME TAX, PROVIDENT FUND AND INSURANCE -
001600*  A REMITTANCE FILE (REMTAX.TXT, REMPF.TXT, REMINS.TXT - SEE
001700*  THE REMIT COPYBOOK) AND A PRINTED SCHEDULE (REMTAX.PRT,
001800*  REMPF.PRT, REMINS.PRT) LISTING EACH EMPLOYEE'S AMOUNT BY
001900*  EMP-ID AND COST CENTER, WITH A COST-CENTER SUMMARY AND THE
002000*  SCHEDULE TOTAL. PROVIDENT FUND ALSO CARRIES THE EMPLOYER'S
002100*  MATCHING CONTRIBUTION AT WS-ER-PF-MATCH-PCT OF THE EMPLOYEE
002200*  DEDUCTION; TAX AND INSURANCE ARE EMPLOYEE DEDUCTIONS ONLY.
002300*  AN EMPLOYEE WITH NOTHING DUE TO AN AGENCY IS LEFT OFF THAT
002400*  AGENCY'S FILE AND SCHEDULE.
002500*
002600*  EACH REMITTANCE FILE IS BRACKETED BY A HEADER AND A COUNT /
002700*  TOTAL / HASH TRAILER THE WAY PAYCALC BUILDS BANKFILE. BEFORE
002800*  ANY TRAILER IS WRITTEN THE PERIOD'S HISTORY COUNT AND THE
002900*  EMPLOYEE TAX, PF AND INSURANCE TOTALS ARE PROVED AGAINST THE
003000*  CONTROL RECORD PAYCALC WROTE TO PAYCTL.TXT FOR THE PERIOD
003100*  (THE LAST ONE WINS, AS GLPOST DOES WITH AUDITLOG). NO CONTROL
003200*  RECORD, OR ANY FIGURE THAT DOES NOT TIE, ABENDS THE RUN AND
003300*  LEAVES THE REMITTANCE FILES WITHOUT TRAILERS - NOTHING
003400*  UNBALANCED IS SENT TO AN AGENCY.
003500*
003600*  THE PERIOD MAY BE PASSED ON THE COMMAND LINE (CCYYMM) -
003700*  OTHERWISE THE CURRENT YEAR/MONTH IS USED.
003800*****************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PAYHIST ASSIGN TO "PAYHIST.TXT"
004400         ORGANIZATION IS SEQUENTIAL
004500         ACCESS MODE  IS SEQUENTIAL
004600         FILE STATUS  IS WS-FS1.
004700
004800     SELECT PAYCTL ASSIGN TO "PAYCTL.TXT"
004900         ORGANIZATION IS SEQUENTIAL
005000         ACCESS MODE  IS SEQUENTIAL
005100         FILE STATUS  IS WS-FS2.
005200
005300     SELECT REMTAX ASSIGN TO "REMTAX.TXT"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE  IS SEQUENTIAL
005600         FILE STATUS  IS WS-FS3.
005700
005800     SELECT REMPF ASSIGN TO "REMPF.TXT"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE  IS SEQUENTIAL
006100         FILE STATUS  IS WS-FS4.
006200
006300     SELECT REMINS ASSIGN TO "REMINS.TXT"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE  IS SEQUENTIAL
006600         FILE STATUS  IS WS-FS5.
006700
006800     SELECT TAXSCHD ASSIGN TO "REMTAX.PRT"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE  IS SEQUENTIAL
007100         FILE STATUS  IS WS-FS6.
007200
007300     SELECT PFSCHD ASSIGN TO "REMPF.PRT"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE  IS SEQUENTIAL
007600         FILE STATUS  IS WS-FS7.
007700
007800     SELECT INSSCHD ASSIGN TO "REMINS.PRT"
007900         ORGANIZATION IS SEQUENTIAL
008000         ACCESS MODE  IS SEQUENTIAL
008100         FILE STATUS  IS WS-FS8.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500*****************************************************************
008600*  PAYHIST - PERMANENT PAY HISTORY, IN PERIOD ORDER.            *
008700*****************************************************************
008800 FD  PAYHIST
008900     RECORD CONTAINS 107 CHARACTERS
009000     BLOCK  CONTAINS 107 CHARACTERS
009100     RECORDING MODE  IS  F
009200     DATA RECORD     IS PAYHIST-RECORD.
009300     COPY PAYHIST.
009400
009500*****************************************************************
009600*  PAYCTL - PAY-RUN CONTROL RECORDS WRITTEN BY PAYCALC.         *
009700*****************************************************************
009800 FD  PAYCTL
009900     RECORD CONTAINS 100 CHARACTERS
010000     BLOCK  CONTAINS 100 CHARACTERS
010100     RECORDING MODE  IS  F
010200     DATA RECORD     IS PAYCTL-RECORD.
010300     COPY PAYCTL.
010400
010500*****************************************************************
010600*  REMTAX / REMPF / REMINS - AGENCY REMITTANCE FILES, WRITTEN   *
010700*  FROM REMIT-RECORD IN WORKING-STORAGE.                        *
010800*****************************************************************
010900 FD  REMTAX
011000     RECORD CONTAINS 48  CHARACTERS
011100     BLOCK  CONTAINS 48  CHARACTERS
011200     RECORDING MODE  IS  F
011300     DATA RECORD     IS REMTAX-RECORD.
011400 01  REMTAX-RECORD               PIC X(48).
011500
011600 FD  REMPF
011700     RECORD CONTAINS 48  CHARACTERS
011800     BLOCK  CONTAINS 48  CHARACTERS
011900     RECORDING MODE  IS  F
012000     DATA RECORD     IS REMPF-RECORD.
012100 01  REMPF-RECORD                PIC X(48).
012200
012300 FD  REMINS
012400     RECORD CONTAINS 48  CHARACTERS
012500     BLOCK  CONTAINS 48  CHARACTERS
012600     RECORDING MODE  IS  F
012700     DATA RECORD     IS REMINS-RECORD.
012800 01  REMINS-RECORD               PIC X(48).
012900
013000*****************************************************************
013100*  TAXSCHD / PFSCHD / INSSCHD - PRINTED REMITTANCE SCHEDULES,   *
013200*  133 BYTE PRINT LINES LIKE PAYREG.                            *
013300*****************************************************************
013400 FD  TAXSCHD
013500     RECORD CONTAINS 133 CHARACTERS
013600     BLOCK  CONTAINS 133 CHARACTERS
013700     RECORDING MODE  IS  F
013800     DATA RECORD     IS TAXSCHD-RECORD.
013900 01  TAXSCHD-RECORD              PIC X(133).
014000
014100 FD  PFSCHD
014200     RECORD CONTAINS 133 CHARACTERS
014300     BLOCK  CONTAINS 133 CHARACTERS
014400     RECORDING MODE  IS  F
014500     DATA RECORD     IS PFSCHD-RECORD.
014600 01  PFSCHD-RECORD               PIC X(133).
014700
014800 FD  INSSCHD
014900     RECORD CONTAINS 133 CHARACTERS
015000     BLOCK  CONTAINS 133 CHARACTERS
015100     RECORDING MODE  IS  F
015200     DATA RECORD     IS INSSCHD-RECORD.
015300 01  INSSCHD-RECORD              PIC X(133).
015400
015500 WORKING-STORAGE SECTION.
015600 01  WS-VAR.
015700     05  WS-FS1                PIC 9(02).
015800     05  WS-FS2                PIC 9(02).
015900     05  WS-FS3                PIC 9(02).
016000     05  WS-FS4                PIC 9(02).
016100     05  WS-FS5                PIC 9(02).
016200     05  WS-FS6                PIC 9(02).
016300     05  WS-FS7                PIC 9(02).
016400     05  WS-FS8                PIC 9(02).
016500     05  WS-HST-EOF-SW         PIC X(01)     VALUE 'N'.
016600         88  WS-HST-EOF            VALUE 'Y'.
016700         88  WS-HST-NOT-EOF        VALUE 'N'.
016800     05  WS-CTL-EOF-SW         PIC X(01)     VALUE 'N'.
016900         88  WS-CTL-EOF            VALUE 'Y'.
017000         88  WS-CTL-NOT-EOF        VALUE 'N'.
017100     05  WS-CTL-FOUND-SW       PIC X(01)     VALUE 'N'.
017200         88  WS-CTL-FOUND          VALUE 'Y'.
017300         88  WS-CTL-NOT-FOUND      VALUE 'N'.
017400     05  WS-CC-FOUND-SW        PIC X(01)     VALUE 'N'.
017500         88  WS-CC-FOUND           VALUE 'Y'.
017600         88  WS-CC-INSERT-POINT    VALUE 'I'.
017700         88  WS-CC-NOT-FOUND       VALUE 'N'.
017800
017900*****************************************************************
018000*  EMPLOYER PROVIDENT FUND MATCH, AS A PERCENTAGE OF THE        *
018100*  EMPLOYEE'S PF DEDUCTION FOR THE PERIOD.                      *
018200*****************************************************************
018300 01  WS-MATCH-FIELDS.
018400     05  WS-ER-PF-MATCH-PCT    PIC 9(03)V9(02) VALUE 100.00.
018500
018600*****************************************************************
018700*  AGENCY TABLE - ENTRY 1 INCOME TAX, 2 PROVIDENT FUND, 3       *
018800*  INSURANCE. CODE GOES ON THE REMITTANCE HEADER, TITLE ON THE  *
018900*  SCHEDULE. WS-AGY-MAX MUST MATCH THE NUMBER OF ENTRIES.       *
019000*****************************************************************
019100 01  WS-AGENCY-TABLE-DATA.
019200     05  FILLER                PIC X(33)     VALUE
019300             "TAXINCOME TAX REMITTANCE".
019400     05  FILLER                PIC X(33)     VALUE
019500             "PF PROVIDENT FUND REMITTANCE".
019600     05  FILLER                PIC X(33)     VALUE
019700             "INSINSURANCE REMITTANCE".
019800 01  WS-AGENCY-TABLE REDEFINES WS-AGENCY-TABLE-DATA.
019900     05  WS-AGY-ENTRY          OCCURS 3 TIMES.
020000         10  WS-AGY-CODE           PIC X(03).
020100         10  WS-AGY-TITLE          PIC X(30).
020200
020300*****************************************************************
020400*  PER-AGENCY RUN TOTALS AND SCHEDULE PAGE CONTROL, SUBSCRIPTED *
020500*  BY WS-AGY LIKE THE AGENCY TABLE.                             *
020600*****************************************************************
020700 01  WS-AGENCY-TOTALS.
020800     05  WS-AT-ENTRY           OCCURS 3 TIMES.
020900         10  WS-AT-COUNT           PIC 9(07).
021000         10  WS-AT-EE-TOTAL        PIC 9(11)V9(02).
021100         10  WS-AT-ER-TOTAL        PIC 9(11)V9(02).
021200         10  WS-AT-HASH            PIC 9(10).
021300         10  WS-AT-PAGE-COUNT      PIC 9(03).
021400         10  WS-AT-LINE-COUNT      PIC 9(02).
021500
021600 77  WS-AGY                    PIC 9(02) COMP  VALUE 0.
021700 77  WS-AGY-MAX                PIC 9(02) COMP  VALUE 3.
021800
021900*****************************************************************
022000*  COST-CENTER TABLE - PAYHIST IS IN EMP-ID (NOT COST-CENTER)   *
022100*  SEQUENCE, SO EACH AGENCY'S AMOUNTS ARE ROLLED UP BY COST     *
022200*  CENTER HERE, KEPT IN COST-CENTER ORDER AS SLOTS ARE CLAIMED, *
022300*  AND PRINTED AS A SUMMARY BLOCK ON EACH SCHEDULE.             *
022400*****************************************************************
022500 01  WS-CC-TABLE.
022600     05  WS-CC-ENTRY           OCCURS 200 TIMES.
022700         10  WS-CC-CODE            PIC X(04).
022800         10  WS-CC-AGENCY          OCCURS 3 TIMES.
022900             15  WS-CC-EE-AMT          PIC 9(11)V9(02).
023000             15  WS-CC-ER-AMT          PIC 9(11)V9(02).
023100
023200 77  WS-CC-MAX                 PIC 9(03) COMP  VALUE 200.
023300 77  WS-CC-USED                PIC 9(03) COMP  VALUE 0.
023400 77  WS-CC-SUB                 PIC 9(03) COMP  VALUE 0.
023500 77  WS-CC-MOVE-SUB            PIC 9(03) COMP  VALUE 0.
023600
023700 01  WS-REMIT-FIELDS.
023800     05  WS-EE-AMT             PIC 9(10)V9(02) VALUE 0.
023900     05  WS-ER-AMT             PIC 9(10)V9(02) VALUE 0.
024000     05  WS-REM-AMT            PIC 9(11)V9(02) VALUE 0.
024100     05  WS-REM-CENTS          PIC 9(13)       VALUE 0.
024200
024300 01  WS-HIST-FIELDS.
024400     05  WS-HIST-READ-COUNT    PIC 9(07)       VALUE 0.
024500     05  WS-HIST-COUNT         PIC 9(07)       VALUE 0.
024600     05  WS-HIST-TAX           PIC 9(11)V9(02) VALUE 0.
024700     05  WS-HIST-PF            PIC 9(11)V9(02) VALUE 0.
024800     05  WS-HIST-INS           PIC 9(11)V9(02) VALUE 0.
024900
025000 01  WS-CTL-FIELDS.
025100     05  WS-CTL-COUNT          PIC 9(07)       VALUE 0.
025200     05  WS-CTL-TAX            PIC 9(11)V9(02) VALUE 0.
025300     05  WS-CTL-PF             PIC 9(11)V9(02) VALUE 0.
025400     05  WS-CTL-INS            PIC 9(11)V9(02) VALUE 0.
025500
025600 01  WS-PERIOD-FIELDS.
025700     05  WS-PERIOD             PIC 9(06)     VALUE 0.
025800     05  WS-PERIOD-R REDEFINES WS-PERIOD.
025900         10  WS-PERIOD-CCYY        PIC 9(04).
026000         10  WS-PERIOD-MM          PIC 9(02).
026100     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
026200     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
026300         10  WS-RUN-DATE-CCYY     PIC 9(04).
026400         10  WS-RUN-DATE-MM       PIC 9(02).
026500         10  WS-RUN-DATE-DD       PIC 9(02).
026600
026700 01  WS-PARM-FIELDS.
026800     05  WS-PARM-LINE          PIC X(80)     VALUE SPACES.
026900
027000 01  WS-REPORT-FIELDS.
027100     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
027200     05  WS-SCHED-LINE         PIC X(133)    VALUE SPACES.
027300
027400*****************************************************************
027500*  REMITTANCE RECORD - BUILT HERE, WRITTEN TO THE AGENCY FILE.  *
027600*****************************************************************
027700     COPY REMIT.
027800
027900*****************************************************************
028000*  SCHEDULE REPORT LINES - MOVED TO WS-SCHED-LINE AND WRITTEN   *
028100*  TO THE CURRENT AGENCY'S SCHEDULE.                            *
028200*****************************************************************
028300 01  SCH-TITLE-LINE.
028400     05  SCH-FORMFEED          PIC X(01)     VALUE SPACE.
028500     05  FILLER                PIC X(24)     VALUE SPACES.
028600     05  SCH-TITLE             PIC X(30)     VALUE SPACES.
028700     05  FILLER                PIC X(07)     VALUE "PERIOD ".
028800     05  SCH-PERIOD-CCYY       PIC 9(04).
028900     05  FILLER                PIC X(01)     VALUE "/".
029000     05  SCH-PERIOD-MM         PIC 9(02).
029100     05  FILLER                PIC X(05)     VALUE SPACES.
029200     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
029300     05  SCH-RUN-DATE          PIC X(10)     VALUE SPACES.
029400     05  FILLER                PIC X(10)     VALUE SPACES.
029500     05  FILLER                PIC X(05)     VALUE "PAGE ".
029600     05  SCH-PAGE-NO           PIC ZZZ9.
029700     05  FILLER                PIC X(20)     VALUE SPACES.
029800     05  SCH-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
029900
030000 01  SCH-COLUMN-HDG-1.
030100     05  FILLER                PIC X(01)     VALUE SPACE.
030200     05  FILLER                PIC X(06)     VALUE "EMP ID".
030300     05  FILLER                PIC X(02)     VALUE SPACES.
030400     05  FILLER                PIC X(08)     VALUE "COST CTR".
030500     05  FILLER                PIC X(02)     VALUE SPACES.
030600     05  FILLER                PIC X(17)     VALUE
030700             "  EMPLOYEE AMOUNT".
030800     05  FILLER                PIC X(02)     VALUE SPACES.
030900     05  FILLER                PIC X(17)     VALUE
031000             "  EMPLOYER AMOUNT".
031100     05  FILLER                PIC X(02)     VALUE SPACES.
031200     05  FILLER                PIC X(17)     VALUE
031300             "   TOTAL REMITTED".
031400     05  FILLER                PIC X(58)     VALUE SPACES.
031500     05  SCH-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
031600
031700 01  SCH-COLUMN-HDG-2.
031800     05  FILLER                PIC X(01)     VALUE SPACE.
031900     05  FILLER                PIC X(05)     VALUE ALL "-".
032000     05  FILLER                PIC X(03)     VALUE SPACES.
032100     05  FILLER                PIC X(08)     VALUE ALL "-".
032200     05  FILLER                PIC X(02)     VALUE SPACES.
032300     05  FILLER                PIC X(17)     VALUE ALL "-".
032400     05  FILLER                PIC X(02)     VALUE SPACES.
032500     05  FILLER                PIC X(17)     VALUE ALL "-".
032600     05  FILLER                PIC X(02)     VALUE SPACES.
032700     05  FILLER                PIC X(17)     VALUE ALL "-".
032800     05  FILLER                PIC X(58)     VALUE SPACES.
032900     05  SCH-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
033000
033100 01  SCH-DETAIL-LINE.
033200     05  FILLER                PIC X(01)     VALUE SPACE.
033300     05  SCH-DET-ID            PIC X(05).
033400     05  FILLER                PIC X(03)     VALUE SPACES.
033500     05  SCH-DET-COSTCTR       PIC X(04).
033600     05  FILLER                PIC X(06)     VALUE SPACES.
033700     05  SCH-DET-EE-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033800     05  FILLER                PIC X(02)     VALUE SPACES.
033900     05  SCH-DET-ER-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
034000     05  FILLER                PIC X(02)     VALUE SPACES.
034100     05  SCH-DET-TOT-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
034200     05  FILLER                PIC X(58)     VALUE SPACES.
034300     05  SCH-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
034400
034500 01  SCH-CC-HDG-LINE.
034600     05  FILLER                PIC X(01)     VALUE SPACE.
034700     05  FILLER                PIC X(19)     VALUE
034800             "COST CENTER SUMMARY".
034900     05  FILLER                PIC X(112)    VALUE SPACES.
035000     05  SCH-CC-HDG-NEWLINE    PIC X(01)     VALUE X'0A'.
035100
035200 01  SCH-TOTAL-LINE.
035300     05  FILLER                PIC X(01)     VALUE SPACE.
035400     05  FILLER                PIC X(14)     VALUE
035500             "SCHEDULE TOTAL".
035600     05  FILLER                PIC X(04)     VALUE SPACES.
035700     05  SCH-TOT-EE-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
035800     05  FILLER                PIC X(02)     VALUE SPACES.
035900     05  SCH-TOT-ER-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
036000     05  FILLER                PIC X(02)     VALUE SPACES.
036100     05  SCH-TOT-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
036200     05  FILLER                PIC X(02)     VALUE SPACES.
036300     05  FILLER                PIC X(10)     VALUE "EMPLOYEES ".
036400     05  SCH-TOT-COUNT         PIC ZZZZZZ9.
036500     05  FILLER                PIC X(39)     VALUE SPACES.
036600     05  SCH-TOT-NEWLINE       PIC X(01)     VALUE X'0A'.
036700
036800 01  SCH-BLANK-LINE.
036900     05  FILLER                PIC X(132)    VALUE SPACES.
037000     05  SCH-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
037100
037200 01  WS-ABEND-TEXT             PIC X(40).
037300
037400 PROCEDURE DIVISION.
037500
037600*****************************************************************
037700*  0000-MAINLINE                                                *
037800*****************************************************************
037900 0000-MAINLINE.
038000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038100     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
038200         UNTIL WS-HST-EOF.
038300     PERFORM 3000-VERIFY-PAYCTL THRU 3000-EXIT.
038400     PERFORM 8000-FINALIZE THRU 8000-EXIT.
038500     STOP RUN.
038600
038700*****************************************************************
038800*  1000-INITIALIZE - RESOLVE THE PERIOD, OPEN THE FILES AND     *
038900*  WRITE EACH REMITTANCE FILE'S HEADER.                         *
039000*****************************************************************
039100 1000-INITIALIZE.
039200     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
039300     STRING WS-RUN-DATE-MM    "/"
039400            WS-RUN-DATE-DD    "/"
039500            WS-RUN-DATE-CCYY
039600            DELIMITED BY SIZE INTO SCH-RUN-DATE.
039700     COMPUTE WS-PERIOD =
039800         WS-RUN-DATE-CCYY * 100 + WS-RUN-DATE-MM.
039900     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
040000     IF WS-PARM-LINE(1:6) IS NUMERIC
040100        AND WS-PARM-LINE(7:2) = SPACES
040200         MOVE WS-PARM-LINE(1:6) TO WS-PERIOD
040300     END-IF.
040400     MOVE WS-PERIOD-CCYY TO SCH-PERIOD-CCYY.
040500     MOVE WS-PERIOD-MM   TO SCH-PERIOD-MM.
040600     INITIALIZE WS-AGENCY-TOTALS.
040700     OPEN INPUT PAYHIST.
040800     IF WS-FS1 NOT = 00
040900         MOVE "OPEN FAILED ON PAYHIST" TO WS-ABEND-TEXT
041000         PERFORM 9900-ABEND THRU 9900-EXIT
041100     END-IF.
041200     OPEN OUTPUT REMTAX.
041300     IF WS-FS3 NOT = 00
041400         MOVE "OPEN FAILED ON REMTAX" TO WS-ABEND-TEXT
041500         PERFORM 9900-ABEND THRU 9900-EXIT
041600     END-IF.
041700     OPEN OUTPUT REMPF.
041800     IF WS-FS4 NOT = 00
041900         MOVE "OPEN FAILED ON REMPF" TO WS-ABEND-TEXT
042000         PERFORM 9900-ABEND THRU 9900-EXIT
042100     END-IF.
042200     OPEN OUTPUT REMINS.
042300     IF WS-FS5 NOT = 00
042400         MOVE "OPEN FAILED ON REMINS" TO WS-ABEND-TEXT
042500         PERFORM 9900-ABEND THRU 9900-EXIT
042600     END-IF.
042700     OPEN OUTPUT TAXSCHD.
042800     IF WS-FS6 NOT = 00
042900         MOVE "OPEN FAILED ON TAXSCHD" TO WS-ABEND-TEXT
043000         PERFORM 9900-ABEND THRU 9900-EXIT
043100     END-IF.
043200     OPEN OUTPUT PFSCHD.
043300     IF WS-FS7 NOT = 00
043400         MOVE "OPEN FAILED ON PFSCHD" TO WS-ABEND-TEXT
043500         PERFORM 9900-ABEND THRU 9900-EXIT
043600     END-IF.
043700     OPEN OUTPUT INSSCHD.
043800     IF WS-FS8 NOT = 00
043900         MOVE "OPEN FAILED ON INSSCHD" TO WS-ABEND-TEXT
044000         PERFORM 9900-ABEND THRU 9900-EXIT
044100     END-IF.
044200     MOVE 1 TO WS-AGY.
044300     PERFORM 1100-WRITE-REMIT-HEADER THRU 1100-EXIT
044400         UNTIL WS-AGY > WS-AGY-MAX.
044500 1000-EXIT.
044600     EXIT.
044700
044800*****************************************************************
044900*  1100-WRITE-REMIT-HEADER - ONE AGENCY'S "HDR" RECORD.         *
045000*****************************************************************
045100 1100-WRITE-REMIT-HEADER.
045200     MOVE SPACES              TO REMIT-RECORD.
045300     MOVE "HDR"               TO REM-HDR-TAG.
045400     MOVE WS-AGY-CODE(WS-AGY) TO REM-HDR-AGENCY.
045500     MOVE WS-PERIOD           TO REM-HDR-PERIOD.
045600     MOVE WS-RUN-DATE-RAW     TO REM-HDR-DATE.
045700     MOVE X'0A'               TO REM-HDR-NEWLINE.
045800     PERFORM 5800-WRITE-REMIT THRU 5800-EXIT.
045900     ADD 1 TO WS-AGY.
046000 1100-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400*  2000-PROCESS-HISTORY - READ ONE PAYHIST RECORD. A RECORD FOR *
046500*  THE PERIOD IS COUNTED, ROLLED INTO THE HISTORY TOTALS AND    *
046600*  REMITTED TO EACH AGENCY; OTHER PERIODS ARE PASSED OVER.      *
046700*****************************************************************
046800 2000-PROCESS-HISTORY.
046900     READ PAYHIST.
047000     IF WS-FS1 = 10
047100         SET WS-HST-EOF TO TRUE
047200         GO TO 2000-EXIT
047300     END-IF.
047400     IF WS-FS1 NOT = 00
047500         MOVE "READ FAILED ON PAYHIST" TO WS-ABEND-TEXT
047600         PERFORM 9900-ABEND THRU 9900-EXIT
047700     END-IF.
047800     ADD 1 TO WS-HIST-READ-COUNT.
047900     IF PAYH-PERIOD NOT = WS-PERIOD
048000         GO TO 2000-EXIT
048100     END-IF.
048200     ADD 1        TO WS-HIST-COUNT.
048300     ADD PAYH-TAX TO WS-HIST-TAX.
048400     ADD PAYH-PF  TO WS-HIST-PF.
048500     ADD PAYH-INS TO WS-HIST-INS.
048600     PERFORM 2100-FIND-COSTCTR THRU 2100-EXIT.
048700     MOVE 1 TO WS-AGY.
048800     PERFORM 2200-REMIT-AGENCY THRU 2200-EXIT
048900         UNTIL WS-AGY > WS-AGY-MAX.
049000 2000-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400*  2100-FIND-COSTCTR - POINT WS-CC-SUB AT THE EMPLOYEE'S COST   *
049500*  CENTER IN WS-CC-TABLE. A COST CENTER SEEN FOR THE FIRST TIME *
049600*  IS GIVEN A ZEROED SLOT IN ITS PLACE IN COST-CENTER ORDER. AN *
049700*  OVERFLOWED TABLE ABENDS THE RUN RATHER THAN SILENTLY         *
049800*  DROPPING A COST CENTER FROM THE SUMMARY.                     *
049900*****************************************************************
050000 2100-FIND-COSTCTR.
050100     SET WS-CC-NOT-FOUND TO TRUE.
050200     MOVE 1 TO WS-CC-SUB.
050300     PERFORM 2110-SCAN-CC-TABLE THRU 2110-EXIT
050400         UNTIL WS-CC-FOUND
050500         OR WS-CC-INSERT-POINT
050600         OR WS-CC-SUB > WS-CC-USED.
050700     IF WS-CC-FOUND
050800         GO TO 2100-EXIT
050900     END-IF.
051000     IF WS-CC-USED >= WS-CC-MAX
051100         MOVE "COST CENTER TABLE OVERFLOW" TO WS-ABEND-TEXT
051200         PERFORM 9900-ABEND THRU 9900-EXIT
051300     END-IF.
051400     MOVE WS-CC-USED TO WS-CC-MOVE-SUB.
051500     PERFORM 2120-SHIFT-CC-ENTRY THRU 2120-EXIT
051600         UNTIL WS-CC-MOVE-SUB < WS-CC-SUB.
051700     ADD 1 TO WS-CC-USED.
051800     INITIALIZE WS-CC-ENTRY(WS-CC-SUB).
051900     MOVE PAYH-COSTCTR TO WS-CC-CODE(WS-CC-SUB).
052000 2100-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400*  2110-SCAN-CC-TABLE - CHECK ONE COST-CENTER SLOT. THE SCAN    *
052500*  STOPS ON A MATCH, OR AT THE FIRST HIGHER COST CENTER - THE   *
052600*  SLOT A NEW COST CENTER IS INSERTED AT.                       *
052700*****************************************************************
052800 2110-SCAN-CC-TABLE.
052900     IF WS-CC-CODE(WS-CC-SUB) = PAYH-COSTCTR
053000         SET WS-CC-FOUND TO TRUE
053100         GO TO 2110-EXIT
053200     END-IF.
053300     IF WS-CC-CODE(WS-CC-SUB) > PAYH-COSTCTR
053400         SET WS-CC-INSERT-POINT TO TRUE
053500         GO TO 2110-EXIT
053600     END-IF.
053700     ADD 1 TO WS-CC-SUB.
053800 2110-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*  2120-SHIFT-CC-ENTRY - MOVE ONE COST-CENTER SLOT DOWN ONE     *
054300*  PLACE TO OPEN THE SLOT FOR A NEW COST CENTER.                *
054400*****************************************************************
054500 2120-SHIFT-CC-ENTRY.
054600     MOVE WS-CC-ENTRY(WS-CC-MOVE-SUB)
054700         TO WS-CC-ENTRY(WS-CC-MOVE-SUB + 1).
054800     SUBTRACT 1 FROM WS-CC-MOVE-SUB.
054900 2120-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300*  2200-REMIT-AGENCY - WORK OUT WHAT THE CURRENT EMPLOYEE OWES  *
055400*  THE AGENCY AT WS-AGY - THE EMPLOYEE DEDUCTION, PLUS THE      *
055500*  EMPLOYER MATCH FOR PROVIDENT FUND - AND REMIT IT IF ANY IS   *
055600*  DUE.                                                         *
055700*****************************************************************
055800 2200-REMIT-AGENCY.
055900     MOVE 0 TO WS-ER-AMT.
056000     EVALUATE WS-AGY
056100         WHEN 1
056200             MOVE PAYH-TAX TO WS-EE-AMT
056300         WHEN 2
056400             MOVE PAYH-PF  TO WS-EE-AMT
056500             COMPUTE WS-ER-AMT ROUNDED =
056600                 PAYH-PF * WS-ER-PF-MATCH-PCT / 100
056700         WHEN OTHER
056800             MOVE PAYH-INS TO WS-EE-AMT
056900     END-EVALUATE.
057000     IF WS-EE-AMT NOT = 0 OR WS-ER-AMT NOT = 0
057100         PERFORM 2300-WRITE-REMIT-DETAIL THRU 2300-EXIT
057200     END-IF.
057300     ADD 1 TO WS-AGY.
057400 2200-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800*  2300-WRITE-REMIT-DETAIL - ONE DETAIL RECORD ON THE AGENCY'S  *
057900*  REMITTANCE FILE AND ONE LINE ON ITS SCHEDULE. THE AMOUNTS    *
058000*  ARE ROLLED INTO THE AGENCY'S COUNT, TOTALS AND TRAILER HASH  *
058100*  (LOW-ORDER TEN DIGITS OF THE SUM OF THE AMOUNTS IN CENTS)    *
058200*  AND INTO THE COST CENTER'S SLOT.                             *
058300*****************************************************************
058400 2300-WRITE-REMIT-DETAIL.
058500     COMPUTE WS-REM-AMT = WS-EE-AMT + WS-ER-AMT.
058600     MOVE SPACES       TO REMIT-RECORD.
058700     MOVE PAYH-ID      TO REM-ID.
058800     MOVE PAYH-COSTCTR TO REM-COSTCTR.
058900     MOVE WS-EE-AMT    TO REM-EE-AMOUNT.
059000     MOVE WS-ER-AMT    TO REM-ER-AMOUNT.
059100     MOVE X'0A'        TO REM-NEWLINE.
059200     PERFORM 5800-WRITE-REMIT THRU 5800-EXIT.
059300     ADD 1         TO WS-AT-COUNT(WS-AGY).
059400     ADD WS-EE-AMT TO WS-AT-EE-TOTAL(WS-AGY).
059500     ADD WS-ER-AMT TO WS-AT-ER-TOTAL(WS-AGY).
059600     COMPUTE WS-REM-CENTS = WS-REM-AMT * 100.
059700     ADD WS-REM-CENTS TO WS-AT-HASH(WS-AGY).
059800     ADD WS-EE-AMT TO WS-CC-EE-AMT(WS-CC-SUB, WS-AGY).
059900     ADD WS-ER-AMT TO WS-CC-ER-AMT(WS-CC-SUB, WS-AGY).
060000     IF WS-AT-PAGE-COUNT(WS-AGY) = 0
060100        OR WS-AT-LINE-COUNT(WS-AGY) >= WS-LINES-PER-PAGE
060200         PERFORM 5700-PRINT-HEADERS THRU 5700-EXIT
060300     END-IF.
060400     MOVE PAYH-ID      TO SCH-DET-ID.
060500     MOVE PAYH-COSTCTR TO SCH-DET-COSTCTR.
060600     MOVE WS-EE-AMT    TO SCH-DET-EE-AMT.
060700     MOVE WS-ER-AMT    TO SCH-DET-ER-AMT.
060800     MOVE WS-REM-AMT   TO SCH-DET-TOT-AMT.
060900     MOVE SCH-DETAIL-LINE TO WS-SCHED-LINE.
061000     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
061100     ADD 1 TO WS-AT-LINE-COUNT(WS-AGY).
061200 2300-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*  3000-VERIFY-PAYCTL - PROVE THE PERIOD'S HISTORY TIES TO THE  *
061700*  CONTROL RECORD PAYCALC WROTE FOR THE PERIOD: SAME EMPLOYEE   *
061800*  COUNT, AND EACH AGENCY'S EMPLOYEE TOTAL EQUAL TO THE         *
061900*  COMPANY DEDUCTION TOTAL ON THE PAY REGISTER. THE LAST RECORD *
062000*  FOR THE PERIOD WINS. NO RECORD, OR A FIGURE THAT DOES NOT    *
062100*  TIE, ABENDS THE RUN BEFORE ANY TRAILER IS WRITTEN.           *
062200*****************************************************************
062300 3000-VERIFY-PAYCTL.
062400     OPEN INPUT PAYCTL.
062500     IF WS-FS2 NOT = 00
062600         MOVE "OPEN FAILED ON PAYCTL" TO WS-ABEND-TEXT
062700         PERFORM 9900-ABEND THRU 9900-EXIT
062800     END-IF.
062900     SET WS-CTL-NOT-EOF TO TRUE.
063000     SET WS-CTL-NOT-FOUND TO TRUE.
063100     PERFORM 3100-SCAN-PAYCTL THRU 3100-EXIT
063200         UNTIL WS-CTL-EOF.
063300     CLOSE PAYCTL.
063400     IF WS-CTL-NOT-FOUND
063500         MOVE "NO PAYCTL RECORD FOR PERIOD" TO WS-ABEND-TEXT
063600         PERFORM 9900-ABEND THRU 9900-EXIT
063700     END-IF.
063800     IF WS-HIST-COUNT NOT = WS-CTL-COUNT
063900         DISPLAY "STATREM - PAYHIST COUNT " WS-HIST-COUNT
064000                 " PAYCTL COUNT " WS-CTL-COUNT
064100         MOVE "PAYHIST COUNT DOES NOT TIE TO PAYCTL"
064200             TO WS-ABEND-TEXT
064300         PERFORM 9900-ABEND THRU 9900-EXIT
064400     END-IF.
064500     IF WS-AT-EE-TOTAL(1) NOT = WS-CTL-TAX
064600         DISPLAY "STATREM - TAX REMITTED " WS-AT-EE-TOTAL(1)
064700                 " PAYCTL TAX " WS-CTL-TAX
064800         MOVE "TAX REMITTANCE DOES NOT TIE TO PAYCTL"
064900             TO WS-ABEND-TEXT
065000         PERFORM 9900-ABEND THRU 9900-EXIT
065100     END-IF.
065200     IF WS-AT-EE-TOTAL(2) NOT = WS-CTL-PF
065300         DISPLAY "STATREM - PF REMITTED " WS-AT-EE-TOTAL(2)
065400                 " PAYCTL PF " WS-CTL-PF
065500         MOVE "PF REMITTANCE DOES NOT TIE TO PAYCTL"
065600             TO WS-ABEND-TEXT
065700         PERFORM 9900-ABEND THRU 9900-EXIT
065800     END-IF.
065900     IF WS-AT-EE-TOTAL(3) NOT = WS-CTL-INS
066000         DISPLAY "STATREM - INS REMITTED " WS-AT-EE-TOTAL(3)
066100                 " PAYCTL INS " WS-CTL-INS
066200         MOVE "INS REMITTANCE DOES NOT TIE TO PAYCTL"
066300             TO WS-ABEND-TEXT
066400         PERFORM 9900-ABEND THRU 9900-EXIT
066500     END-IF.
066600 3000-EXIT.
066700     EXIT.
066800
066900*****************************************************************
067000*  3100-SCAN-PAYCTL - CHECK ONE CONTROL RECORD FOR THE PERIOD,  *
067100*  KEEPING THE LATEST MATCHING FIGURES.                         *
067200*****************************************************************
067300 3100-SCAN-PAYCTL.
067400     READ PAYCTL.
067500     IF WS-FS2 = 10
067600         SET WS-CTL-EOF TO TRUE
067700         GO TO 3100-EXIT
067800     END-IF.
067900     IF WS-FS2 NOT = 00
068000         MOVE "READ FAILED ON PAYCTL" TO WS-ABEND-TEXT
068100         PERFORM 9900-ABEND THRU 9900-EXIT
068200     END-IF.
068300     IF PCTL-PERIOD = WS-PERIOD
068400         SET WS-CTL-FOUND TO TRUE
068500         MOVE PCTL-COUNT TO WS-CTL-COUNT
068600         MOVE PCTL-TAX   TO WS-CTL-TAX
068700         MOVE PCTL-PF    TO WS-CTL-PF
068800         MOVE PCTL-INS   TO WS-CTL-INS
068900     END-IF.
069000 3100-EXIT.
069100     EXIT.
069200
069300*****************************************************************
069400*  5700-PRINT-HEADERS - START A NEW PAGE ON THE CURRENT         *
069500*  AGENCY'S SCHEDULE.                                           *
069600*****************************************************************
069700 5700-PRINT-HEADERS.
069800     ADD 1 TO WS-AT-PAGE-COUNT(WS-AGY).
069900     MOVE WS-AT-PAGE-COUNT(WS-AGY) TO SCH-PAGE-NO.
070000     MOVE WS-AGY-TITLE(WS-AGY)     TO SCH-TITLE.
070100     IF WS-AT-PAGE-COUNT(WS-AGY) = 1
070200         MOVE SPACE TO SCH-FORMFEED
070300     ELSE
070400         MOVE X'0C' TO SCH-FORMFEED
070500     END-IF.
070600     MOVE SCH-TITLE-LINE TO WS-SCHED-LINE.
070700     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
070800     MOVE SCH-COLUMN-HDG-1 TO WS-SCHED-LINE.
070900     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
071000     MOVE SCH-COLUMN-HDG-2 TO WS-SCHED-LINE.
071100     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
071200     MOVE 0 TO WS-AT-LINE-COUNT(WS-AGY).
071300 5700-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700*  5800-WRITE-REMIT - WRITE REMIT-RECORD TO THE CURRENT         *
071800*  AGENCY'S REMITTANCE FILE.                                    *
071900*****************************************************************
072000 5800-WRITE-REMIT.
072100     EVALUATE WS-AGY
072200         WHEN 1
072300             WRITE REMTAX-RECORD FROM REMIT-RECORD
072400             IF WS-FS3 NOT = 00
072500                 MOVE "WRITE FAILED ON REMTAX" TO WS-ABEND-TEXT
072600                 PERFORM 9900-ABEND THRU 9900-EXIT
072700             END-IF
072800         WHEN 2
072900             WRITE REMPF-RECORD FROM REMIT-RECORD
073000             IF WS-FS4 NOT = 00
073100                 MOVE "WRITE FAILED ON REMPF" TO WS-ABEND-TEXT
073200                 PERFORM 9900-ABEND THRU 9900-EXIT
073300             END-IF
073400         WHEN OTHER
073500             WRITE REMINS-RECORD FROM REMIT-RECORD
073600             IF WS-FS5 NOT = 00
073700                 MOVE "WRITE FAILED ON REMINS" TO WS-ABEND-TEXT
073800                 PERFORM 9900-ABEND THRU 9900-EXIT
073900             END-IF
074000     END-EVALUATE.
074100 5800-EXIT.
074200     EXIT.
074300
074400*****************************************************************
074500*  5900-WRITE-SCHEDULE - WRITE WS-SCHED-LINE TO THE CURRENT     *
074600*  AGENCY'S SCHEDULE.                                           *
074700*****************************************************************
074800 5900-WRITE-SCHEDULE.
074900     EVALUATE WS-AGY
075000         WHEN 1
075100             WRITE TAXSCHD-RECORD FROM WS-SCHED-LINE
075200         WHEN 2
075300             WRITE PFSCHD-RECORD  FROM WS-SCHED-LINE
075400         WHEN OTHER
075500             WRITE INSSCHD-RECORD FROM WS-SCHED-LINE
075600     END-EVALUATE.
075700 5900-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100*  8000-FINALIZE - THE RUN HAS BALANCED: WRITE EACH AGENCY'S    *
076200*  TRAILER, COST-CENTER SUMMARY AND SCHEDULE TOTAL, THEN CLOSE  *
076300*  THE FILES.                                                   *
076400*****************************************************************
076500 8000-FINALIZE.
076600     MOVE 1 TO WS-AGY.
076700     PERFORM 8100-FINISH-AGENCY THRU 8100-EXIT
076800         UNTIL WS-AGY > WS-AGY-MAX.
076900     DISPLAY "STATREM - PERIOD REMITTED    " WS-PERIOD.
077000     DISPLAY "STATREM - HISTORY READ       " WS-HIST-READ-COUNT.
077100     DISPLAY "STATREM - EMPLOYEES IN PERIOD " WS-HIST-COUNT.
077200     CLOSE PAYHIST.
077300     CLOSE REMTAX.
077400     CLOSE REMPF.
077500     CLOSE REMINS.
077600     CLOSE TAXSCHD.
077700     CLOSE PFSCHD.
077800     CLOSE INSSCHD.
077900 8000-EXIT.
078000     EXIT.
078100
078200*****************************************************************
078300*  8100-FINISH-AGENCY - "TRL" RECORD FOR THE AGENCY AT WS-AGY,  *
078400*  THEN ITS SCHEDULE'S COST-CENTER SUMMARY AND TOTAL. A         *
078500*  SCHEDULE WITH NO DETAIL LINES STILL GETS ITS HEADINGS.       *
078600*****************************************************************
078700 8100-FINISH-AGENCY.
078800     MOVE SPACES                   TO REMIT-RECORD.
078900     MOVE "TRL"                    TO REM-TRL-TAG.
079000     MOVE WS-AT-COUNT(WS-AGY)      TO REM-TRL-COUNT.
079100     MOVE WS-AT-EE-TOTAL(WS-AGY)   TO REM-TRL-EE-TOTAL.
079200     MOVE WS-AT-ER-TOTAL(WS-AGY)   TO REM-TRL-ER-TOTAL.
079300     MOVE WS-AT-HASH(WS-AGY)       TO REM-TRL-HASH.
079400     MOVE X'0A'                    TO REM-TRL-NEWLINE.
079500     PERFORM 5800-WRITE-REMIT THRU 5800-EXIT.
079600     IF WS-AT-PAGE-COUNT(WS-AGY) = 0
079700        OR WS-AT-LINE-COUNT(WS-AGY) + 3 > WS-LINES-PER-PAGE
079800         PERFORM 5700-PRINT-HEADERS THRU 5700-EXIT
079900     END-IF.
080000     MOVE SCH-BLANK-LINE TO WS-SCHED-LINE.
080100     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
080200     MOVE SCH-CC-HDG-LINE TO WS-SCHED-LINE.
080300     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
080400     ADD 2 TO WS-AT-LINE-COUNT(WS-AGY).
080500     MOVE 1 TO WS-CC-SUB.
080600     PERFORM 8150-PRINT-CC-LINE THRU 8150-EXIT
080700         UNTIL WS-CC-SUB > WS-CC-USED.
080800     MOVE SCH-BLANK-LINE TO WS-SCHED-LINE.
080900     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
081000     MOVE WS-AT-EE-TOTAL(WS-AGY) TO SCH-TOT-EE-AMT.
081100     MOVE WS-AT-ER-TOTAL(WS-AGY) TO SCH-TOT-ER-AMT.
081200     COMPUTE WS-REM-AMT =
081300         WS-AT-EE-TOTAL(WS-AGY) + WS-AT-ER-TOTAL(WS-AGY).
081400     MOVE WS-REM-AMT             TO SCH-TOT-AMT.
081500     MOVE WS-AT-COUNT(WS-AGY)    TO SCH-TOT-COUNT.
081600     MOVE SCH-TOTAL-LINE TO WS-SCHED-LINE.
081700     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
081800     DISPLAY "STATREM - " WS-AGY-CODE(WS-AGY)
081900             " EMPLOYEES " WS-AT-COUNT(WS-AGY)
082000             " EMPLOYEE TOTAL " WS-AT-EE-TOTAL(WS-AGY)
082100             " EMPLOYER TOTAL " WS-AT-ER-TOTAL(WS-AGY).
082200     ADD 1 TO WS-AGY.
082300 8100-EXIT.
082400     EXIT.
082500
082600*****************************************************************
082700*  8150-PRINT-CC-LINE - ONE COST CENTER'S AMOUNTS FOR THE       *
082800*  CURRENT AGENCY, SKIPPED WHEN NOTHING WAS REMITTED FOR IT.    *
082900*****************************************************************
083000 8150-PRINT-CC-LINE.
083100     IF WS-CC-EE-AMT(WS-CC-SUB, WS-AGY) = 0
083200        AND WS-CC-ER-AMT(WS-CC-SUB, WS-AGY) = 0
083300         ADD 1 TO WS-CC-SUB
083400         GO TO 8150-EXIT
083500     END-IF.
083600     IF WS-AT-LINE-COUNT(WS-AGY) >= WS-LINES-PER-PAGE
083700         PERFORM 5700-PRINT-HEADERS THRU 5700-EXIT
083800     END-IF.
083900     MOVE SPACES                          TO SCH-DET-ID.
084000     MOVE WS-CC-CODE(WS-CC-SUB)           TO SCH-DET-COSTCTR.
084100     MOVE WS-CC-EE-AMT(WS-CC-SUB, WS-AGY) TO SCH-DET-EE-AMT.
084200     MOVE WS-CC-ER-AMT(WS-CC-SUB, WS-AGY) TO SCH-DET-ER-AMT.
084300     COMPUTE WS-REM-AMT = WS-CC-EE-AMT(WS-CC-SUB, WS-AGY)
084400                        + WS-CC-ER-AMT(WS-CC-SUB, WS-AGY).
084500     MOVE WS-REM-AMT                      TO SCH-DET-TOT-AMT.
084600     MOVE SCH-DETAIL-LINE TO WS-SCHED-LINE.
084700     PERFORM 5900-WRITE-SCHEDULE THRU 5900-EXIT.
084800     ADD 1 TO WS-AT-LINE-COUNT(WS-AGY).
084900     ADD 1 TO WS-CC-SUB.
085000 8150-EXIT.
085100     EXIT.
085200
085300*****************************************************************
085400*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
085500*****************************************************************
085600 9900-ABEND.
085700     DISPLAY "STATREM - ABEND - " WS-ABEND-TEXT
085800             " - FILE STATUS 1 = " WS-FS1
085900             " FILE STATUS 2 = " WS-FS2
086000             " FILE STATUS 3 = " WS-FS3
086100             " FILE STATUS 4 = " WS-FS4
086200             " FILE STATUS 5 = " WS-FS5
086300             " FILE STATUS 6 = " WS-FS6
086400             " FILE STATUS 7 = " WS-FS7
086500             " FILE STATUS 8 = " WS-FS8.
086600     MOVE 16 TO RETURN-CODE.
086700     STOP RUN.
086800 9900-EXIT.
086900     EXIT.
