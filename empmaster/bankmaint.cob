000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BANKMAINT.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                               *
001010*  10/15/26  JDH  BJRN-RECORD NOW COMES FROM THE SHARED BANKJRNL   *
001020*                 COPYBOOK, AS BANKRTN ALSO JOURNALS TO IT. THE     *
001030*                 REGISTER SHOWS 'RTND' FOR AN ACCOUNT BANKRTN HAS  *
001040*                 FLAGGED AS RETURNED.                              *
001100*****************************************************************
001200*  REMARKS.
001300*  CONTROLLED MAINTENANCE OF THE BANKMSTR.TXT BANK-DETAILS
001400*  MASTER PAYCALC CREDITS NET PAY FROM. APPLIES ADD/CHANGE/
001500*  DELETE TRANSACTIONS FROM BANKTRAN.TXT THE WAY EMPMAINT
001600*  APPLIES EMPMTRAN - ACTION CODES 'A' = ADD, 'C' = CHANGE,
001700*  'D' = DELETE. BANKMSTR IS A SEQUENTIAL FILE IN EMP-ID
001800*  SEQUENCE, SO THE TRANSACTIONS ARE SORTED BY EMP-ID (ARRIVAL
001900*  ORDER KEPT WITHIN AN EMP-ID) THROUGH THE BTSORT WORK FILE
002000*  AND MATCHED AGAINST THE OLD MASTER TO WRITE A NEW MASTER
002100*  (BANKMSTR.NEW), WHICH REPLACES BANKMSTR.TXT ONLY AT CLEAN
002200*  END OF RUN. AN ADD OR CHANGE IS REJECTED WHEN:
002300*    - THE ROUTING NUMBER IS NOT NUMERIC, IS ZERO OR FAILS ITS
002400*      ABA CHECK DIGIT (WEIGHTS 3-7-1, SUM DIVISIBLE BY 10);
002500*    - THE ACCOUNT NUMBER IS NOT NUMERIC OR IS ZERO;
002600*    - THE EMP-ID IS NOT ON EMPMASTER.
002700*  EVERY APPLIED TRANSACTION IS JOURNALED TO THE PERMANENT
002800*  BANKJRNL.TXT FILE WITH THE BEFORE AND AFTER RECORD IMAGES
002900*  AND THE ORIGINATING OPERATOR, AND EVERY TRANSACTION - APPLIED
003000*  OR REJECTED - IS PRINTED ON THE BANKMREG.PRT CHANGE REGISTER.
003100*  A NEW ACCOUNT, OR A CHANGED ROUTING/ACCOUNT NUMBER, IS SET
003200*  TO BANK-STATUS 'H' (HELD) - THE NEXT PAYCALC RUN PAYS THE
003300*  EMPLOYEE BY CHEQUE VIA BANKEXCP.TXT AND RELEASES THE HOLD, SO
003400*  A FRAUDULENT REDIRECT CANNOT BE PAID OUT THE DAY IT IS KEYED.
003500*****************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BANKTRAN ASSIGN TO "BANKTRAN.TXT"
004100         ORGANIZATION IS SEQUENTIAL
004200         ACCESS MODE  IS SEQUENTIAL
004300         FILE STATUS  IS WS-FS1.
004400
004500     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE  IS RANDOM
004800         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
004900         FILE STATUS  IS WS-FS2.
005000
005100     SELECT BANKMSTR ASSIGN TO "BANKMSTR.TXT"
005200         ORGANIZATION IS SEQUENTIAL
005300         ACCESS MODE  IS SEQUENTIAL
005400         FILE STATUS  IS WS-FS3.
005500
005600     SELECT BANKMNEW ASSIGN TO "BANKMSTR.NEW"
005700         ORGANIZATION IS SEQUENTIAL
005800         ACCESS MODE  IS SEQUENTIAL
005900         FILE STATUS  IS WS-FS4.
006000
006100     SELECT BANKJRNL ASSIGN TO "BANKJRNL.TXT"
006200         ORGANIZATION IS SEQUENTIAL
006300         ACCESS MODE  IS SEQUENTIAL
006400         FILE STATUS  IS WS-FS5.
006500
006600     SELECT BANKMREG ASSIGN TO "BANKMREG.PRT"
006700         ORGANIZATION IS SEQUENTIAL
006800         ACCESS MODE  IS SEQUENTIAL
006900         FILE STATUS  IS WS-FS6.
007000
007100     SELECT BTSORT ASSIGN TO "BTSORT.TMP".
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500*****************************************************************
007600*  BANKTRAN - ONE BANK-DETAILS TRANSACTION PER RECORD. ROUTING  *
007700*  AND ACCOUNT ARE IGNORED ON A DELETE.                         *
007800*****************************************************************
007900 FD  BANKTRAN
008000     RECORD CONTAINS 36  CHARACTERS
008100     BLOCK  CONTAINS 36  CHARACTERS
008200     RECORDING MODE  IS  F
008300     DATA RECORD     IS BANKTRAN-RECORD.
008400 01  BANKTRAN-RECORD.
008500     05  BTRN-ACTION           PIC X(01).
008600     05  BTRN-ID               PIC X(05).
008700     05  BTRN-ROUTING-X        PIC X(09).
008800     05  BTRN-ACCOUNT-X        PIC X(12).
008900     05  BTRN-OPERATOR         PIC X(08).
009000     05  BTRN-NEWLINE          PIC X(01).
009100
009200*****************************************************************
009300*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID. READ   *
009400*  ONLY, TO PROVE EVERY ADD/CHANGE IS FOR A KNOWN EMPLOYEE.     *
009500*****************************************************************
009600 FD  EMPMASTER
009700     DATA RECORD IS EMPMASTER-RECORD.
009800     COPY EMPMSTR.
009900
010000*****************************************************************
010100*  BANKMSTR - THE CURRENT BANK-DETAILS MASTER (OLD GENERATION). *
010200*****************************************************************
010300 FD  BANKMSTR
010400     RECORD CONTAINS 36  CHARACTERS
010500     BLOCK  CONTAINS 36  CHARACTERS
010600     RECORDING MODE  IS  F
010700     DATA RECORD     IS BANKMSTR-RECORD.
010800     COPY BANKMSTR.
010900
011000*****************************************************************
011100*  BANKMNEW - THE UPDATED BANK-DETAILS MASTER (NEW GENERATION), *
011200*  SAME LAYOUT, WRITTEN FROM WS-CUR-RECORD.                     *
011300*****************************************************************
011400 FD  BANKMNEW
011500     RECORD CONTAINS 36  CHARACTERS
011600     BLOCK  CONTAINS 36  CHARACTERS
011700     RECORDING MODE  IS  F
011800     DATA RECORD     IS BANKMNEW-RECORD.
011900 01  BANKMNEW-RECORD             PIC X(36).
012000
012100*****************************************************************
012200*  BANKJRNL - PERMANENT BEFORE/AFTER IMAGE JOURNAL, SHARED      *
012300*  WITH BANKRTN. ONE RECORD IS APPENDED FOR EVERY APPLIED       *
012400*  TRANSACTION - SEE THE BANKJRNL COPYBOOK.                     *
012800*****************************************************************
012900 FD  BANKJRNL
013000     RECORD CONTAINS 103 CHARACTERS
013100     BLOCK  CONTAINS 103 CHARACTERS
013200     RECORDING MODE  IS  F
013300     DATA RECORD     IS BJRN-RECORD.
013400     COPY BANKJRNL.
014300
014400*****************************************************************
014500*  BANKMREG - FORMATTED CHANGE REGISTER. EACH PRINT LINE IS 133 *
014600*  BYTES - A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE, THE  *
014700*  SAME CONVENTION AS SEQREAD'S EMPLIST.PRT.                    *
014800*****************************************************************
014900 FD  BANKMREG
015000     RECORD CONTAINS 133 CHARACTERS
015100     BLOCK  CONTAINS 133 CHARACTERS
015200     RECORDING MODE  IS  F
015300     DATA RECORD     IS BANKMREG-RECORD.
015400 01  BANKMREG-RECORD             PIC X(133).
015500
015600*****************************************************************
015700*  BTSORT - SORT WORK FILE. THE TRANSACTIONS COME BACK BY       *
015800*  EMP-ID AND, WITHIN AN EMP-ID, IN THE ORDER THEY WERE KEYED   *
015900*  (BTS-SEQ IS THE TRANSACTION'S POSITION ON BANKTRAN).         *
016000*****************************************************************
016100 SD  BTSORT
016200     DATA RECORD IS BTSORT-RECORD.
016300 01  BTSORT-RECORD.
016400     05  BTS-ID                PIC X(05).
016500     05  BTS-SEQ               PIC 9(07).
016600     05  BTS-ACTION            PIC X(01).
016700         88  BTS-IS-ADD            VALUE 'A'.
016800         88  BTS-IS-CHANGE         VALUE 'C'.
016900         88  BTS-IS-DELETE         VALUE 'D'.
017000     05  BTS-ROUTING           PIC 9(09).
017100     05  BTS-ROUTING-X REDEFINES BTS-ROUTING
017200                               PIC X(09).
017300     05  BTS-ACCOUNT           PIC 9(12).
017400     05  BTS-ACCOUNT-X REDEFINES BTS-ACCOUNT
017500                               PIC X(12).
017600     05  BTS-OPERATOR          PIC X(08).
017700
017800 WORKING-STORAGE SECTION.
017900 01  WS-VAR.
018000     05  WS-FS1                PIC 9(02).
018100     05  WS-FS2                PIC 9(02).
018200     05  WS-FS3                PIC 9(02).
018300     05  WS-FS4                PIC 9(02).
018400     05  WS-FS5                PIC 9(02).
018500     05  WS-FS6                PIC 9(02).
018600     05  WS-TRN-EOF-SW         PIC X(01)     VALUE 'N'.
018700         88  WS-TRN-EOF            VALUE 'Y'.
018800         88  WS-TRN-NOT-EOF        VALUE 'N'.
018900     05  WS-CUR-SW             PIC X(01)     VALUE 'N'.
019000         88  WS-CUR-ON-FILE        VALUE 'Y'.
019100         88  WS-CUR-NOT-ON-FILE    VALUE 'N'.
019200
019300 01  WS-COUNTS.
019400     05  WS-TRAN-COUNT         PIC 9(07)     VALUE 0.
019500     05  WS-ADD-COUNT          PIC 9(05)     VALUE 0.
019600     05  WS-CHANGE-COUNT       PIC 9(05)     VALUE 0.
019700     05  WS-DELETE-COUNT       PIC 9(05)     VALUE 0.
019800     05  WS-REJECT-COUNT       PIC 9(05)     VALUE 0.
019900     05  WS-HOLD-COUNT         PIC 9(05)     VALUE 0.
020000     05  WS-OLD-COUNT          PIC 9(07)     VALUE 0.
020100     05  WS-NEW-COUNT          PIC 9(07)     VALUE 0.
020200
020300*****************************************************************
020400*  WS-MATCH-FIELDS - THE OLD-MASTER / SORTED-TRANSACTION MATCH. *
020500*  EACH SIDE'S KEY GOES TO HIGH-VALUES AT END OF FILE SO THE    *
020600*  OTHER SIDE DRAINS THROUGH THE SAME COMPARE.                  *
020700*****************************************************************
020800 01  WS-MATCH-FIELDS.
020900     05  WS-MST-KEY            PIC X(05)     VALUE LOW-VALUES.
021000     05  WS-TRN-KEY            PIC X(05)     VALUE LOW-VALUES.
021100     05  WS-GROUP-ID           PIC X(05)     VALUE SPACES.
021200     05  WS-PREV-BANK-ID       PIC X(05)     VALUE LOW-VALUES.
021300     05  WS-REASON             PIC X(20)     VALUE SPACES.
021400
021500*****************************************************************
021600*  WS-CUR-RECORD - THE BANK RECORD FOR THE EMP-ID BEING         *
021700*  MAINTAINED, AS IT STANDS AFTER EACH TRANSACTION APPLIED SO   *
021800*  FAR. WRITTEN TO THE NEW MASTER WHEN THE EMP-ID IS FINISHED   *
021900*  UNLESS IT WAS DELETED (OR NEVER ADDED).                      *
022000*****************************************************************
022100 01  WS-CUR-RECORD.
022200     05  WS-CUR-IMAGE.
022300         10  WS-CUR-ID             PIC X(05).
022400         10  WS-CUR-ROUTING        PIC 9(09).
022500         10  WS-CUR-ACCOUNT        PIC 9(12).
022600         10  WS-CUR-STATUS         PIC X(01).
022700         10  WS-CUR-CHG-DATE       PIC 9(08).
022800     05  WS-CUR-NEWLINE        PIC X(01).
022900
023000*****************************************************************
023100*  WS-BEFORE-IMAGE / WS-AFTER-IMAGE - THE BANK RECORD AS IT     *
023200*  STOOD BEFORE AND AFTER THE CURRENT TRANSACTION, CAPTURED FOR *
023300*  THE JOURNAL AND THE CHANGE REGISTER.                         *
023400*****************************************************************
023500 01  WS-BEFORE-IMAGE.
023600     05  WS-BEF-ID             PIC X(05).
023700     05  WS-BEF-ROUTING        PIC 9(09).
023800     05  WS-BEF-ROUTING-X REDEFINES WS-BEF-ROUTING
023900                               PIC X(09).
024000     05  WS-BEF-ACCOUNT        PIC 9(12).
024100     05  WS-BEF-ACCOUNT-X REDEFINES WS-BEF-ACCOUNT
024200                               PIC X(12).
024300     05  WS-BEF-STATUS         PIC X(01).
024400     05  WS-BEF-CHG-DATE       PIC 9(08).
024500 01  WS-AFTER-IMAGE.
024600     05  WS-AFT-ID             PIC X(05).
024700     05  WS-AFT-ROUTING        PIC 9(09).
024800     05  WS-AFT-ROUTING-X REDEFINES WS-AFT-ROUTING
024900                               PIC X(09).
025000     05  WS-AFT-ACCOUNT        PIC 9(12).
025100     05  WS-AFT-ACCOUNT-X REDEFINES WS-AFT-ACCOUNT
025200                               PIC X(12).
025300     05  WS-AFT-STATUS         PIC X(01).
025400     05  WS-AFT-CHG-DATE       PIC 9(08).
025500
025600*****************************************************************
025700*  WS-ABA-FIELDS - ROUTING-NUMBER CHECK-DIGIT WORK AREA. THE    *
025800*  NINE DIGITS ARE WEIGHTED 3-7-1-3-7-1-3-7-1 AND THE SUM MUST  *
025900*  BE AN EXACT MULTIPLE OF TEN.                                 *
026000*****************************************************************
026100 01  WS-ABA-FIELDS.
026200     05  WS-ABA-ROUTING        PIC 9(09)     VALUE 0.
026300     05  WS-ABA-ROUTING-R REDEFINES WS-ABA-ROUTING.
026400         10  WS-ABA-D1            PIC 9(01).
026500         10  WS-ABA-D2            PIC 9(01).
026600         10  WS-ABA-D3            PIC 9(01).
026700         10  WS-ABA-D4            PIC 9(01).
026800         10  WS-ABA-D5            PIC 9(01).
026900         10  WS-ABA-D6            PIC 9(01).
027000         10  WS-ABA-D7            PIC 9(01).
027100         10  WS-ABA-D8            PIC 9(01).
027200         10  WS-ABA-D9            PIC 9(01).
027300     05  WS-ABA-SUM            PIC 9(04)     VALUE 0.
027400     05  WS-ABA-QUOT           PIC 9(04)     VALUE 0.
027500     05  WS-ABA-REM            PIC 9(02)     VALUE 0.
027600
027700 01  WS-REPORT-FIELDS.
027800     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
027900     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
028000     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
028100     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
028200     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
028300         10  WS-RUN-DATE-CCYY     PIC 9(04).
028400         10  WS-RUN-DATE-MM       PIC 9(02).
028500         10  WS-RUN-DATE-DD       PIC 9(02).
028600     05  WS-RUN-TIME-RAW       PIC 9(08)     VALUE 0.
028700     05  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
028800         10  WS-RUN-TIME-HH       PIC 9(02).
028900         10  WS-RUN-TIME-MM       PIC 9(02).
029000         10  WS-RUN-TIME-SS       PIC 9(02).
029100         10  WS-RUN-TIME-HS       PIC 9(02).
029200     05  WS-RUN-DATE-FMT       PIC X(10)     VALUE SPACES.
029300     05  WS-RUN-TIME-FMT       PIC X(08)     VALUE SPACES.
029400
029500 01  WS-CALL-FIELDS.
029600     05  WS-SOURCE-NAME        PIC X(30)     VALUE SPACES.
029700     05  WS-TARGET-NAME        PIC X(30)     VALUE SPACES.
029800     05  WS-COPY-RC            PIC S9(09) COMP VALUE 0.
029900
030000*****************************************************************
030100*  CHANGE REGISTER REPORT LINES - MOVED TO BANKMREG-RECORD ON   *
030200*  WRITE. SEE THE BANKMREG FD REMARKS FOR THE RECORD LAYOUT.    *
030300*****************************************************************
030400 01  RPT-TITLE-LINE.
030500     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
030600     05  FILLER                PIC X(25)     VALUE SPACES.
030700     05  FILLER                PIC X(30)     VALUE
030800             "BANK DETAILS CHANGE REGISTER".
030900     05  FILLER                PIC X(16)     VALUE SPACES.
031000     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
031100     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
031200     05  FILLER                PIC X(10)     VALUE SPACES.
031300     05  FILLER                PIC X(05)     VALUE "PAGE ".
031400     05  RPT-PAGE-NO           PIC ZZZ9.
031500     05  FILLER                PIC X(22)     VALUE SPACES.
031600     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
031700
031800 01  RPT-COLUMN-HDG-1.
031900     05  FILLER                PIC X(01)     VALUE SPACE.
032000     05  FILLER                PIC X(06)     VALUE "ACTION".
032100     05  FILLER                PIC X(02)     VALUE SPACES.
032200     05  FILLER                PIC X(06)     VALUE "EMP ID".
032300     05  FILLER                PIC X(02)     VALUE SPACES.
032400     05  FILLER                PIC X(11)     VALUE "OLD ROUTING".
032500     05  FILLER                PIC X(02)     VALUE SPACES.
032600     05  FILLER                PIC X(12)     VALUE "OLD ACCOUNT".
032700     05  FILLER                PIC X(02)     VALUE SPACES.
032800     05  FILLER                PIC X(11)     VALUE "NEW ROUTING".
032900     05  FILLER                PIC X(02)     VALUE SPACES.
033000     05  FILLER                PIC X(12)     VALUE "NEW ACCOUNT".
033100     05  FILLER                PIC X(02)     VALUE SPACES.
033200     05  FILLER                PIC X(04)     VALUE "HOLD".
033300     05  FILLER                PIC X(02)     VALUE SPACES.
033400     05  FILLER                PIC X(08)     VALUE "OPERATOR".
033500     05  FILLER                PIC X(02)     VALUE SPACES.
033600     05  FILLER                PIC X(20)     VALUE "RESULT".
033700     05  FILLER                PIC X(25)     VALUE SPACES.
033800     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
033900
034000 01  RPT-COLUMN-HDG-2.
034100     05  FILLER                PIC X(01)     VALUE SPACE.
034200     05  FILLER                PIC X(06)     VALUE ALL "-".
034300     05  FILLER                PIC X(02)     VALUE SPACES.
034400     05  FILLER                PIC X(06)     VALUE ALL "-".
034500     05  FILLER                PIC X(02)     VALUE SPACES.
034600     05  FILLER                PIC X(11)     VALUE ALL "-".
034700     05  FILLER                PIC X(02)     VALUE SPACES.
034800     05  FILLER                PIC X(12)     VALUE ALL "-".
034900     05  FILLER                PIC X(02)     VALUE SPACES.
035000     05  FILLER                PIC X(11)     VALUE ALL "-".
035100     05  FILLER                PIC X(02)     VALUE SPACES.
035200     05  FILLER                PIC X(12)     VALUE ALL "-".
035300     05  FILLER                PIC X(02)     VALUE SPACES.
035400     05  FILLER                PIC X(04)     VALUE ALL "-".
035500     05  FILLER                PIC X(02)     VALUE SPACES.
035600     05  FILLER                PIC X(08)     VALUE ALL "-".
035700     05  FILLER                PIC X(02)     VALUE SPACES.
035800     05  FILLER                PIC X(20)     VALUE ALL "-".
035900     05  FILLER                PIC X(25)     VALUE SPACES.
036000     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
036100
036200 01  RPT-DETAIL-LINE.
036300     05  FILLER                PIC X(01)     VALUE SPACE.
036400     05  RPT-DET-ACTION        PIC X(06).
036500     05  FILLER                PIC X(02)     VALUE SPACES.
036600     05  RPT-DET-ID            PIC X(05).
036700     05  FILLER                PIC X(03)     VALUE SPACES.
036800     05  RPT-DET-OLD-ROUTING   PIC X(11).
036900     05  FILLER                PIC X(02)     VALUE SPACES.
037000     05  RPT-DET-OLD-ACCOUNT   PIC X(12).
037100     05  FILLER                PIC X(02)     VALUE SPACES.
037200     05  RPT-DET-NEW-ROUTING   PIC X(11).
037300     05  FILLER                PIC X(02)     VALUE SPACES.
037400     05  RPT-DET-NEW-ACCOUNT   PIC X(12).
037500     05  FILLER                PIC X(02)     VALUE SPACES.
037600     05  RPT-DET-HOLD          PIC X(04).
037700     05  FILLER                PIC X(02)     VALUE SPACES.
037800     05  RPT-DET-OPERATOR      PIC X(08).
037900     05  FILLER                PIC X(02)     VALUE SPACES.
038000     05  RPT-DET-RESULT        PIC X(20).
038100     05  FILLER                PIC X(25)     VALUE SPACES.
038200     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
038300
038400 01  RPT-TOTAL-LINE.
038500     05  FILLER                PIC X(01)     VALUE SPACE.
038600     05  FILLER                PIC X(15)     VALUE
038700             "RUN TOTALS    -".
038800     05  FILLER                PIC X(06)     VALUE " ADDS ".
038900     05  RPT-TOT-ADDS          PIC ZZZZ9.
039000     05  FILLER                PIC X(09)     VALUE "  CHANGES".
039100     05  RPT-TOT-CHANGES       PIC ZZZZ9.
039200     05  FILLER                PIC X(09)     VALUE "  DELETES".
039300     05  RPT-TOT-DELETES       PIC ZZZZ9.
039400     05  FILLER                PIC X(10)     VALUE "  REJECTED".
039500     05  RPT-TOT-REJECTS       PIC ZZZZ9.
039600     05  FILLER                PIC X(06)     VALUE "  HELD".
039700     05  RPT-TOT-HELD          PIC ZZZZ9.
039800     05  FILLER                PIC X(51)     VALUE SPACES.
039900     05  RPT-TOT-NEWLINE       PIC X(01)     VALUE X'0A'.
040000
040100 01  WS-ABEND-TEXT             PIC X(40).
040200
040300 PROCEDURE DIVISION.
040400
040500*****************************************************************
040600*  0000-MAINLINE - SORT THE TRANSACTIONS BY EMP-ID AND APPLY    *
040700*  THEM AGAINST THE OLD MASTER OFF THE SORT.                    *
040800*****************************************************************
040900 0000-MAINLINE.
041000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041100     SORT BTSORT
041200         ON ASCENDING KEY BTS-ID
041300         ON ASCENDING KEY BTS-SEQ
041400         INPUT PROCEDURE IS 4000-RELEASE-TRANS
041500         OUTPUT PROCEDURE IS 5000-APPLY-TRANS.
041600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
041700     STOP RUN.
041800
041900*****************************************************************
042000*  1000-INITIALIZE - RUN DATE/TIME, OPEN FILES.                 *
042100*****************************************************************
042200 1000-INITIALIZE.
042300     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
042400     ACCEPT WS-RUN-TIME-RAW FROM TIME.
042500     STRING WS-RUN-DATE-MM    "/"
042600            WS-RUN-DATE-DD    "/"
042700            WS-RUN-DATE-CCYY
042800            DELIMITED BY SIZE INTO WS-RUN-DATE-FMT.
042900     STRING WS-RUN-TIME-HH    ":"
043000            WS-RUN-TIME-MM    ":"
043100            WS-RUN-TIME-SS
043200            DELIMITED BY SIZE INTO WS-RUN-TIME-FMT.
043300     OPEN INPUT BANKTRAN.
043400     IF WS-FS1 NOT = 00
043500         MOVE "OPEN FAILED ON BANKTRAN" TO WS-ABEND-TEXT
043600         PERFORM 9900-ABEND THRU 9900-EXIT
043700     END-IF.
043800     OPEN INPUT EMPMASTER.
043900     IF WS-FS2 NOT = 00
044000         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
044100         PERFORM 9900-ABEND THRU 9900-EXIT
044200     END-IF.
044300     OPEN INPUT BANKMSTR.
044400     IF WS-FS3 NOT = 00
044500         MOVE "OPEN FAILED ON BANKMSTR" TO WS-ABEND-TEXT
044600         PERFORM 9900-ABEND THRU 9900-EXIT
044700     END-IF.
044800     OPEN OUTPUT BANKMNEW.
044900     IF WS-FS4 NOT = 00
045000         MOVE "OPEN FAILED ON BANKMSTR.NEW" TO WS-ABEND-TEXT
045100         PERFORM 9900-ABEND THRU 9900-EXIT
045200     END-IF.
045300     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
045400     OPEN OUTPUT BANKMREG.
045500     IF WS-FS6 NOT = 00
045600         MOVE "OPEN FAILED ON BANKMREG" TO WS-ABEND-TEXT
045700         PERFORM 9900-ABEND THRU 9900-EXIT
045800     END-IF.
045900     MOVE WS-RUN-DATE-FMT   TO RPT-RUN-DATE.
046000     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
046100 1000-EXIT.
046200     EXIT.
046300
046400*****************************************************************
046500*  1200-OPEN-JOURNAL - OPEN THE PERMANENT JOURNAL EXTEND; THE   *
046600*  FIRST RUN FINDS NO BANKJRNL.TXT YET, SO A FILE-STATUS 35 ON  *
046700*  THE EXTEND OPEN IS TREATED AS A CREATE, THE SAME AS EMPJRNL. *
046800*****************************************************************
046900 1200-OPEN-JOURNAL.
047000     OPEN EXTEND BANKJRNL.
047100     IF WS-FS5 = 35
047200         OPEN OUTPUT BANKJRNL
047300     END-IF.
047400     IF WS-FS5 NOT = 00
047500         MOVE "OPEN FAILED ON BANKJRNL" TO WS-ABEND-TEXT
047600         PERFORM 9900-ABEND THRU 9900-EXIT
047700     END-IF.
047800 1200-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200*  1250-READ-OLD-MASTER - READ THE NEXT OLD BANK-DETAILS        *
048300*  RECORD, ENFORCING ASCENDING EMP-ID SEQUENCE THE SAME WAY     *
048400*  PAYCALC DOES. END OF FILE SETS THE KEY TO HIGH-VALUES.       *
048500*****************************************************************
048600 1250-READ-OLD-MASTER.
048700     READ BANKMSTR.
048800     IF WS-FS3 = 10
048900         MOVE HIGH-VALUES TO WS-MST-KEY
049000         GO TO 1250-EXIT
049100     END-IF.
049200     IF WS-FS3 NOT = 00
049300         MOVE "READ FAILED ON BANKMSTR" TO WS-ABEND-TEXT
049400         PERFORM 9900-ABEND THRU 9900-EXIT
049500     END-IF.
049600     IF BANK-ID NOT > WS-PREV-BANK-ID
049700         MOVE "BANKMSTR OUT OF SEQUENCE" TO WS-ABEND-TEXT
049800         PERFORM 9900-ABEND THRU 9900-EXIT
049900     END-IF.
050000     MOVE BANK-ID TO WS-PREV-BANK-ID.
050100     MOVE BANK-ID TO WS-MST-KEY.
050200     ADD 1 TO WS-OLD-COUNT.
050300 1250-EXIT.
050400     EXIT.
050500
050600*****************************************************************
050700*  4000-RELEASE-TRANS - SORT INPUT PROCEDURE. RELEASE EVERY     *
050800*  TRANSACTION TO THE SORT WITH ITS POSITION ON THE FILE.       *
050900*****************************************************************
051000 4000-RELEASE-TRANS.
051100     SET WS-TRN-NOT-EOF TO TRUE.
051200     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
051300         UNTIL WS-TRN-EOF.
051400 4000-RELEASE-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800*  4100-RELEASE-ONE - RELEASE ONE BANKTRAN RECORD TO THE SORT.  *
051900*****************************************************************
052000 4100-RELEASE-ONE.
052100     READ BANKTRAN.
052200     IF WS-FS1 = 10
052300         SET WS-TRN-EOF TO TRUE
052400         GO TO 4100-EXIT
052500     END-IF.
052600     IF WS-FS1 NOT = 00
052700         MOVE "READ FAILED ON BANKTRAN" TO WS-ABEND-TEXT
052800         PERFORM 9900-ABEND THRU 9900-EXIT
052900     END-IF.
053000     ADD 1 TO WS-TRAN-COUNT.
053100     MOVE BTRN-ID          TO BTS-ID.
053200     MOVE WS-TRAN-COUNT    TO BTS-SEQ.
053300     MOVE BTRN-ACTION      TO BTS-ACTION.
053400     MOVE BTRN-ROUTING-X   TO BTS-ROUTING-X.
053500     MOVE BTRN-ACCOUNT-X   TO BTS-ACCOUNT-X.
053600     MOVE BTRN-OPERATOR    TO BTS-OPERATOR.
053700     RELEASE BTSORT-RECORD.
053800 4100-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200*  5000-APPLY-TRANS - SORT OUTPUT PROCEDURE. MATCH THE SORTED   *
054300*  TRANSACTIONS AGAINST THE OLD MASTER BY EMP-ID UNTIL BOTH     *
054400*  SIDES ARE EXHAUSTED, WRITING THE NEW MASTER AS IT GOES.      *
054500*****************************************************************
054600 5000-APPLY-TRANS.
054700     PERFORM 1250-READ-OLD-MASTER THRU 1250-EXIT.
054800     PERFORM 5100-RETURN-TRAN THRU 5100-EXIT.
054900     PERFORM 5200-MATCH-ONE THRU 5200-EXIT
055000         UNTIL WS-MST-KEY = HIGH-VALUES
055100         AND WS-TRN-KEY = HIGH-VALUES.
055200 5000-APPLY-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600*  5100-RETURN-TRAN - RETURN THE NEXT SORTED TRANSACTION. END   *
055700*  OF THE SORT SETS THE KEY TO HIGH-VALUES.                     *
055800*****************************************************************
055900 5100-RETURN-TRAN.
056000     RETURN BTSORT
056100         AT END
056200             MOVE HIGH-VALUES TO WS-TRN-KEY
056300             GO TO 5100-EXIT
056400     END-RETURN.
056500     MOVE BTS-ID TO WS-TRN-KEY.
056600 5100-EXIT.
056700     EXIT.
056800
056900*****************************************************************
057000*  5200-MATCH-ONE - AN OLD MASTER RECORD WITH NO TRANSACTIONS   *
057100*  IS COPIED TO THE NEW MASTER UNCHANGED. OTHERWISE EVERY       *
057200*  TRANSACTION FOR THE LOWEST EMP-ID IS APPLIED IN TURN TO THE  *
057300*  RECORD (OR TO NO RECORD, WHERE THE EMP-ID IS NOT ON FILE),   *
057400*  AND WHAT IS LEFT IS WRITTEN TO THE NEW MASTER.               *
057500*****************************************************************
057600 5200-MATCH-ONE.
057700     IF WS-MST-KEY < WS-TRN-KEY
057800         MOVE BANKMSTR-RECORD TO WS-CUR-RECORD
057900         PERFORM 5800-WRITE-NEW-MASTER THRU 5800-EXIT
058000         PERFORM 1250-READ-OLD-MASTER THRU 1250-EXIT
058100         GO TO 5200-EXIT
058200     END-IF.
058300     MOVE WS-TRN-KEY TO WS-GROUP-ID.
058400     IF WS-MST-KEY = WS-TRN-KEY
058500         MOVE BANKMSTR-RECORD TO WS-CUR-RECORD
058600         SET WS-CUR-ON-FILE TO TRUE
058700         PERFORM 1250-READ-OLD-MASTER THRU 1250-EXIT
058800     ELSE
058900         MOVE SPACES TO WS-CUR-RECORD
059000         SET WS-CUR-NOT-ON-FILE TO TRUE
059100     END-IF.
059200     PERFORM 5300-APPLY-ONE-TRAN THRU 5300-EXIT
059300         UNTIL WS-TRN-KEY NOT = WS-GROUP-ID.
059400     IF WS-CUR-ON-FILE
059500         PERFORM 5800-WRITE-NEW-MASTER THRU 5800-EXIT
059600     END-IF.
059700 5200-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*  5300-APPLY-ONE-TRAN - APPLY OR REJECT ONE TRANSACTION        *
060200*  AGAINST WS-CUR-RECORD, THEN RETURN THE NEXT ONE.             *
060300*****************************************************************
060400 5300-APPLY-ONE-TRAN.
060500     MOVE SPACES TO WS-REASON.
060600     EVALUATE TRUE
060700         WHEN BTS-IS-ADD
060800             PERFORM 5400-ADD-BANK THRU 5400-EXIT
060900         WHEN BTS-IS-CHANGE
061000             PERFORM 5500-CHANGE-BANK THRU 5500-EXIT
061100         WHEN BTS-IS-DELETE
061200             PERFORM 5600-DELETE-BANK THRU 5600-EXIT
061300         WHEN OTHER
061400             MOVE "UNKNOWN ACTION CODE" TO WS-REASON
061500     END-EVALUATE.
061600     IF WS-REASON NOT = SPACES
061700         PERFORM 5900-REJECT-TRANSACTION THRU 5900-EXIT
061800     END-IF.
061900     PERFORM 5100-RETURN-TRAN THRU 5100-EXIT.
062000 5300-EXIT.
062100     EXIT.
062200
062300*****************************************************************
062400*  5400-ADD-BANK - ADD A NEW BANK RECORD. A NEW ACCOUNT IS HELD *
062500*  FOR ONE PAY CYCLE LIKE A CHANGED ONE.                        *
062600*****************************************************************
062700 5400-ADD-BANK.
062800     IF WS-CUR-ON-FILE
062900         MOVE "ALREADY ON BANKMSTR" TO WS-REASON
063000         GO TO 5400-EXIT
063100     END-IF.
063200     PERFORM 5700-VALIDATE-DETAILS THRU 5700-EXIT.
063300     IF WS-REASON NOT = SPACES
063400         GO TO 5400-EXIT
063500     END-IF.
063600     MOVE SPACES          TO WS-BEFORE-IMAGE.
063700     MOVE BTS-ID          TO WS-CUR-ID.
063800     MOVE BTS-ROUTING     TO WS-CUR-ROUTING.
063900     MOVE BTS-ACCOUNT     TO WS-CUR-ACCOUNT.
064000     MOVE 'H'             TO WS-CUR-STATUS.
064100     MOVE WS-RUN-DATE-RAW TO WS-CUR-CHG-DATE.
064200     SET WS-CUR-ON-FILE TO TRUE.
064300     MOVE WS-CUR-IMAGE    TO WS-AFTER-IMAGE.
064400     ADD 1 TO WS-ADD-COUNT.
064500     ADD 1 TO WS-HOLD-COUNT.
064600     PERFORM 5650-LOG-TRANSACTION THRU 5650-EXIT.
064700 5400-EXIT.
064800     EXIT.
064900
065000*****************************************************************
065100*  5500-CHANGE-BANK - REPLACE THE ROUTING AND ACCOUNT NUMBER.   *
065200*  A CHANGE THAT ACTUALLY MOVES THE MONEY (A DIFFERENT ROUTING  *
065300*  OR ACCOUNT) PUTS THE RECORD ON HOLD FOR ONE PAY CYCLE.       *
065400*****************************************************************
065500 5500-CHANGE-BANK.
065600     IF WS-CUR-NOT-ON-FILE
065700         MOVE "NOT ON BANKMSTR" TO WS-REASON
065800         GO TO 5500-EXIT
065900     END-IF.
066000     PERFORM 5700-VALIDATE-DETAILS THRU 5700-EXIT.
066100     IF WS-REASON NOT = SPACES
066200         GO TO 5500-EXIT
066300     END-IF.
066400     MOVE WS-CUR-IMAGE TO WS-BEFORE-IMAGE.
066500     IF BTS-ROUTING NOT = WS-CUR-ROUTING
066600        OR BTS-ACCOUNT NOT = WS-CUR-ACCOUNT
066700         MOVE BTS-ROUTING     TO WS-CUR-ROUTING
066800         MOVE BTS-ACCOUNT     TO WS-CUR-ACCOUNT
066900         MOVE 'H'             TO WS-CUR-STATUS
067000         ADD 1 TO WS-HOLD-COUNT
067100     END-IF.
067200     MOVE WS-RUN-DATE-RAW TO WS-CUR-CHG-DATE.
067300     MOVE WS-CUR-IMAGE    TO WS-AFTER-IMAGE.
067400     ADD 1 TO WS-CHANGE-COUNT.
067500     PERFORM 5650-LOG-TRANSACTION THRU 5650-EXIT.
067600 5500-EXIT.
067700     EXIT.
067800
067900*****************************************************************
068000*  5600-DELETE-BANK - REMOVE THE BANK RECORD; THE EMPLOYEE IS   *
068100*  PAID BY CHEQUE FROM THE NEXT PAY RUN. A DELETE DOES NOT NEED *
068200*  THE EMPLOYEE TO BE ON EMPMASTER - A LEAVER'S DETAILS MUST    *
068300*  STILL BE REMOVABLE.                                          *
068400*****************************************************************
068500 5600-DELETE-BANK.
068600     IF WS-CUR-NOT-ON-FILE
068700         MOVE "NOT ON BANKMSTR" TO WS-REASON
068800         GO TO 5600-EXIT
068900     END-IF.
069000     MOVE WS-CUR-IMAGE TO WS-BEFORE-IMAGE.
069100     MOVE SPACES       TO WS-AFTER-IMAGE.
069200     SET WS-CUR-NOT-ON-FILE TO TRUE.
069300     ADD 1 TO WS-DELETE-COUNT.
069400     PERFORM 5650-LOG-TRANSACTION THRU 5650-EXIT.
069500 5600-EXIT.
069600     EXIT.
069700
069800*****************************************************************
069900*  5650-LOG-TRANSACTION - JOURNAL ONE APPLIED TRANSACTION WITH  *
070000*  ITS BEFORE AND AFTER IMAGES AND PRINT IT ON THE REGISTER.    *
070100*****************************************************************
070200 5650-LOG-TRANSACTION.
070300     MOVE WS-RUN-DATE-FMT  TO BJRN-DATE.
070400     MOVE WS-RUN-TIME-FMT  TO BJRN-TIME.
070500     MOVE BTS-ACTION       TO BJRN-ACTION.
070600     MOVE BTS-ID           TO BJRN-ID.
070700     MOVE BTS-OPERATOR     TO BJRN-OPERATOR.
070800     MOVE WS-BEFORE-IMAGE  TO BJRN-BEFORE-IMAGE.
070900     MOVE WS-AFTER-IMAGE   TO BJRN-AFTER-IMAGE.
071000     MOVE X'0A'            TO BJRN-NEWLINE.
071100     WRITE BJRN-RECORD.
071200     IF WS-FS5 NOT = 00
071300         MOVE "WRITE FAILED ON BANKJRNL" TO WS-ABEND-TEXT
071400         PERFORM 9900-ABEND THRU 9900-EXIT
071500     END-IF.
071600     MOVE "APPLIED" TO WS-REASON.
071700     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
071800     MOVE SPACES TO WS-REASON.
071900 5650-EXIT.
072000     EXIT.
072100
072200*****************************************************************
072300*  5700-VALIDATE-DETAILS - EDIT AN ADD OR CHANGE: NUMERIC,      *
072400*  NON-ZERO ROUTING WITH A GOOD CHECK DIGIT, NUMERIC NON-ZERO   *
072500*  ACCOUNT, AND AN EMP-ID ON EMPMASTER. THE FIRST FAILURE SETS  *
072600*  WS-REASON.                                                   *
072700*****************************************************************
072800 5700-VALIDATE-DETAILS.
072900     IF BTS-ROUTING-X IS NOT NUMERIC
073000         MOVE "ROUTING NOT NUMERIC" TO WS-REASON
073100         GO TO 5700-EXIT
073200     END-IF.
073300     IF BTS-ROUTING = 0
073400         MOVE "ROUTING MISSING" TO WS-REASON
073500         GO TO 5700-EXIT
073600     END-IF.
073700     PERFORM 5750-CHECK-ROUTING THRU 5750-EXIT.
073800     IF WS-REASON NOT = SPACES
073900         GO TO 5700-EXIT
074000     END-IF.
074100     IF BTS-ACCOUNT-X IS NOT NUMERIC
074200         MOVE "ACCOUNT NOT NUMERIC" TO WS-REASON
074300         GO TO 5700-EXIT
074400     END-IF.
074500     IF BTS-ACCOUNT = 0
074600         MOVE "ACCOUNT MISSING" TO WS-REASON
074700         GO TO 5700-EXIT
074800     END-IF.
074900     MOVE BTS-ID TO EMP-ID.
075000     READ EMPMASTER
075100         INVALID KEY
075200             MOVE "EMP-ID NOT ON MASTER" TO WS-REASON
075300     END-READ.
075400 5700-EXIT.
075500     EXIT.
075600
075700*****************************************************************
075800*  5750-CHECK-ROUTING - ABA CHECK DIGIT. 3 X (D1+D4+D7) PLUS    *
075900*  7 X (D2+D5+D8) PLUS (D3+D6+D9) MUST DIVIDE EXACTLY BY TEN.   *
076000*****************************************************************
076100 5750-CHECK-ROUTING.
076200     MOVE BTS-ROUTING TO WS-ABA-ROUTING.
076300     COMPUTE WS-ABA-SUM =
076400         3 * (WS-ABA-D1 + WS-ABA-D4 + WS-ABA-D7)
076500       + 7 * (WS-ABA-D2 + WS-ABA-D5 + WS-ABA-D8)
076600       +     (WS-ABA-D3 + WS-ABA-D6 + WS-ABA-D9).
076700     DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
076800         REMAINDER WS-ABA-REM.
076900     IF WS-ABA-REM NOT = 0
077000         MOVE "ROUTING CHECK DIGIT" TO WS-REASON
077100     END-IF.
077200 5750-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600*  5800-WRITE-NEW-MASTER - WRITE WS-CUR-RECORD TO THE NEW       *
077700*  GENERATION OF BANKMSTR.                                      *
077800*****************************************************************
077900 5800-WRITE-NEW-MASTER.
078000     MOVE X'0A' TO WS-CUR-NEWLINE.
078100     WRITE BANKMNEW-RECORD FROM WS-CUR-RECORD.
078200     IF WS-FS4 NOT = 00
078300         MOVE "WRITE FAILED ON BANKMSTR.NEW" TO WS-ABEND-TEXT
078400         PERFORM 9900-ABEND THRU 9900-EXIT
078500     END-IF.
078600     ADD 1 TO WS-NEW-COUNT.
078700 5800-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100*  5900-REJECT-TRANSACTION - COUNT, DISPLAY AND PRINT ONE       *
079200*  REJECTED TRANSACTION. NOTHING IS JOURNALED AND THE RECORD IS *
079300*  LEFT AS IT WAS.                                              *
079400*****************************************************************
079500 5900-REJECT-TRANSACTION.
079600     ADD 1 TO WS-REJECT-COUNT.
079700     DISPLAY "BANKMAINT - REJECTED '" BTS-ACTION "' FOR EMP-ID "
079800             BTS-ID " - " WS-REASON.
079900     MOVE SPACES TO WS-BEFORE-IMAGE.
080000     MOVE SPACES TO WS-AFTER-IMAGE.
080100     MOVE BTS-ROUTING-X TO WS-AFT-ROUTING-X.
080200     MOVE BTS-ACCOUNT-X TO WS-AFT-ACCOUNT-X.
080300     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
080400 5900-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*  6000-WRITE-REGISTER-LINE - PRINT ONE TRANSACTION ON THE      *
080900*  CHANGE REGISTER FROM THE BEFORE/AFTER IMAGES AND WS-REASON,  *
081000*  STARTING A NEW PAGE FIRST IF THE CURRENT PAGE IS FULL.       *
081100*****************************************************************
081200 6000-WRITE-REGISTER-LINE.
081300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
081400         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
081500     END-IF.
081600     EVALUATE TRUE
081700         WHEN BTS-IS-ADD
081800             MOVE "ADD   " TO RPT-DET-ACTION
081900         WHEN BTS-IS-CHANGE
082000             MOVE "CHANGE" TO RPT-DET-ACTION
082100         WHEN BTS-IS-DELETE
082200             MOVE "DELETE" TO RPT-DET-ACTION
082300         WHEN OTHER
082400             MOVE BTS-ACTION TO RPT-DET-ACTION
082500     END-EVALUATE.
082600     MOVE BTS-ID           TO RPT-DET-ID.
082700     MOVE WS-BEF-ROUTING-X TO RPT-DET-OLD-ROUTING.
082800     MOVE WS-BEF-ACCOUNT-X TO RPT-DET-OLD-ACCOUNT.
082900     MOVE WS-AFT-ROUTING-X TO RPT-DET-NEW-ROUTING.
083000     MOVE WS-AFT-ACCOUNT-X TO RPT-DET-NEW-ACCOUNT.
083100     EVALUATE WS-AFT-STATUS
083200         WHEN 'H'
083300             MOVE "HELD" TO RPT-DET-HOLD
083400         WHEN 'R'
083410             MOVE "RTND" TO RPT-DET-HOLD
083420         WHEN OTHER
083430             MOVE SPACES TO RPT-DET-HOLD
083500     END-EVALUATE.
083600     MOVE BTS-OPERATOR     TO RPT-DET-OPERATOR.
083700     MOVE WS-REASON        TO RPT-DET-RESULT.
083800     WRITE BANKMREG-RECORD FROM RPT-DETAIL-LINE.
083900     ADD 1 TO WS-LINE-COUNT.
084000 6000-EXIT.
084100     EXIT.
084200
084300*****************************************************************
084400*  6100-PRINT-HEADERS - START A NEW REGISTER PAGE: TITLE, RUN   *
084500*  DATE, PAGE NUMBER AND COLUMN HEADINGS.                       *
084600*****************************************************************
084700 6100-PRINT-HEADERS.
084800     ADD 1 TO WS-PAGE-COUNT.
084900     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
085000     IF WS-PAGE-COUNT = 1
085100         MOVE SPACE TO RPT-FORMFEED
085200     ELSE
085300         MOVE X'0C' TO RPT-FORMFEED
085400     END-IF.
085500     WRITE BANKMREG-RECORD FROM RPT-TITLE-LINE.
085600     WRITE BANKMREG-RECORD FROM RPT-COLUMN-HDG-1.
085700     WRITE BANKMREG-RECORD FROM RPT-COLUMN-HDG-2.
085800     MOVE 0 TO WS-LINE-COUNT.
085900 6100-EXIT.
086000     EXIT.
086100
086200*****************************************************************
086300*  8000-FINALIZE - RUN TOTALS, CLOSE FILES, THEN ROLL THE NEW   *
086400*  MASTER OVER BANKMSTR.TXT. AN ABENDED RUN NEVER GETS HERE, SO *
086500*  THE OLD MASTER IS ONLY EVER REPLACED BY A COMPLETE NEW ONE.  *
086600*****************************************************************
086700 8000-FINALIZE.
086800     IF WS-PAGE-COUNT = 0
086900         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
087000     END-IF.
087100     MOVE WS-ADD-COUNT    TO RPT-TOT-ADDS.
087200     MOVE WS-CHANGE-COUNT TO RPT-TOT-CHANGES.
087300     MOVE WS-DELETE-COUNT TO RPT-TOT-DELETES.
087400     MOVE WS-REJECT-COUNT TO RPT-TOT-REJECTS.
087500     MOVE WS-HOLD-COUNT   TO RPT-TOT-HELD.
087600     WRITE BANKMREG-RECORD FROM RPT-TOTAL-LINE.
087700     DISPLAY "BANKMAINT - TRANSACTIONS READ  " WS-TRAN-COUNT.
087800     DISPLAY "BANKMAINT - ADDS               " WS-ADD-COUNT.
087900     DISPLAY "BANKMAINT - CHANGES            " WS-CHANGE-COUNT.
088000     DISPLAY "BANKMAINT - DELETES            " WS-DELETE-COUNT.
088100     DISPLAY "BANKMAINT - REJECTED           " WS-REJECT-COUNT.
088200     DISPLAY "BANKMAINT - ACCOUNTS ON HOLD   " WS-HOLD-COUNT.
088300     DISPLAY "BANKMAINT - OLD MASTER RECORDS " WS-OLD-COUNT.
088400     DISPLAY "BANKMAINT - NEW MASTER RECORDS " WS-NEW-COUNT.
088500     CLOSE BANKTRAN.
088600     CLOSE EMPMASTER.
088700     CLOSE BANKMSTR.
088800     CLOSE BANKMNEW.
088900     CLOSE BANKJRNL.
089000     CLOSE BANKMREG.
089100     PERFORM 8100-ROLL-MASTER THRU 8100-EXIT.
089200 8000-EXIT.
089300     EXIT.
089400
089500*****************************************************************
089600*  8100-ROLL-MASTER - BANKMSTR.NEW BECOMES BANKMSTR.TXT AND THE *
089700*  .NEW GENERATION IS DELETED, WITH THE CBL_COPY_FILE AND       *
089800*  CBL_DELETE_FILE LIBRARY ROUTINES THE WAY GENMGR ROLLS THE    *
089900*  SNAPSHOT.                                                    *
090000*****************************************************************
090100 8100-ROLL-MASTER.
090200     MOVE "BANKMSTR.NEW" TO WS-SOURCE-NAME.
090300     MOVE "BANKMSTR.TXT" TO WS-TARGET-NAME.
090400     CALL "CBL_COPY_FILE" USING WS-SOURCE-NAME WS-TARGET-NAME.
090500     MOVE RETURN-CODE TO WS-COPY-RC.
090600     MOVE 0 TO RETURN-CODE.
090700     IF WS-COPY-RC NOT = 0
090800         MOVE "BANKMSTR REPLACE FAILED" TO WS-ABEND-TEXT
090900         PERFORM 9900-ABEND THRU 9900-EXIT
091000     END-IF.
091100     CALL "CBL_DELETE_FILE" USING WS-SOURCE-NAME.
091200     IF RETURN-CODE NOT = 0
091300         DISPLAY "BANKMAINT - DELETE FAILED - " WS-SOURCE-NAME
091400     END-IF.
091500     MOVE 0 TO RETURN-CODE.
091600 8100-EXIT.
091700     EXIT.
091800
091900*****************************************************************
092000*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN            *
092100*****************************************************************
092200 9900-ABEND.
092300     DISPLAY "BANKMAINT - ABEND - " WS-ABEND-TEXT
092400             " - FILE STATUS 1 = " WS-FS1
092500             " FILE STATUS 2 = " WS-FS2
092600             " FILE STATUS 3 = " WS-FS3
092700             " FILE STATUS 4 = " WS-FS4
092800             " FILE STATUS 5 = " WS-FS5
092900             " FILE STATUS 6 = " WS-FS6.
093000     MOVE 16 TO RETURN-CODE.
093100     STOP RUN.
093200 9900-EXIT.
093300     EXIT.
