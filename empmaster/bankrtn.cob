000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BANKRTN.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                               *
001001*  10/15/26  JDH  THE BANKMSTR RECORD IS NOW CHECKED BEFORE THE  *
001002*                 REISSUE - A RETURN WHOSE ACCOUNT IS STILL      *
001003*                 UNCHANGED AND ALREADY FLAGGED RETURNED IS NOT  *
001004*                 REISSUED AGAIN.                                *
001005*  10/15/26  JDH  EACH CLEAN RUN NOW APPENDS ITS HEADER DATE AND *
001006*                 TOTALS TO BANKRCTL.TXT, AND A RETURN FILE WHOSE*
001007*                 HEADER DATE IS ALREADY THERE ABENDS THE RUN, SO*
001008*                 A RERUN CANNOT REISSUE A CHEQUE TWICE EVEN     *
001009*                 AFTER BANKMAINT HAS CHANGED THE ACCOUNT.       *
001100*****************************************************************
001200*  REMARKS.
001300*  PROCESSES THE BANK'S RETURN FILE (BANKRETN.TXT) FOR CREDITS
001400*  IT COULD NOT APPLY FROM BANKFILE.TXT - CLOSED ACCOUNT,
001500*  INVALID ACCOUNT, NAME MISMATCH AND THE LIKE. THE RETURN FILE
001600*  IS BRACKETED LIKE BANKFILE: A "HDR" RECORD CARRYING THE
001700*  BNK-HDR-DATE OF THE PAY RUN BEING RETURNED AND A "TRL"
001800*  RECORD WITH THE RETURN COUNT AND TOTAL AMOUNT. THE WHOLE
001900*  FILE IS PROVED AGAINST ITS TRAILER (AND ITS HEADER DATE
002000*  AGAINST THE BANKFILE.TXT HEADER) BEFORE ANYTHING IS UPDATED -
002100*  AN UNBALANCED OR MISMATCHED FILE ABENDS THE RUN. THE RETURNS
002200*  ARE THEN SORTED BY EMP-ID AND MATCHED AGAINST THE ORIGINAL
002300*  BANKFILE CREDITS ON BNK-ID AND BNK-AMOUNT. FOR EVERY MATCHED
002400*  RETURN:
002500*    - THE NET PAY IS PUT ON THE BANKRCHQ.TXT REISSUE CHEQUE
002600*      LIST, IN THE SAME LAYOUT AS PAYCALC'S BANKEXCP.TXT;
002700*    - THE EMPLOYEE'S BANKMSTR RECORD IS SET TO BANK-STATUS 'R'
002800*      (RETURNED) SO PAYCALC PAYS BY CHEQUE UNTIL BANKMAINT
002900*      CHANGES THE ACCOUNT, AND THE CHANGE IS JOURNALED TO
003000*      BANKJRNL.TXT UNDER OPERATOR "BANKRTN". A BANKMSTR RECORD
003100*      WHOSE ACCOUNT HAS ALREADY BEEN CHANGED SINCE THE PAY RUN
003200*      IS LEFT ALONE.
003201*  A RETURN WHOSE BANKMSTR RECORD IS ALREADY FLAGGED 'R' AND
003202*  STILL HOLDS THE RETURNED ACCOUNT WAS REISSUED BY AN EARLIER
003203*  RUN - IT IS PRINTED AS ALREADY REISSUED AND NOT PAID AGAIN.
003204*  EVERY CLEAN RUN APPENDS A CONTROL RECORD TO BANKRCTL.TXT
003205*  CARRYING THE RETURN FILE'S HEADER DATE. A RETURN FILE FOR A
003206*  HEADER DATE ALREADY ON BANKRCTL ABENDS BEFORE ANYTHING IS
003207*  WRITTEN, SO THE SAME RETURNS ARE NEVER REISSUED TWICE - EVEN
003208*  WHERE BANKMAINT HAS SINCE CHANGED THE ACCOUNT, OR THERE IS NO
003209*  BANKMSTR RECORD TO FLAG.
003300*  A RETURN WITH NO MATCHING CREDIT, OR A SECOND RETURN FOR THE
003400*  SAME EMPLOYEE, IS NOT REISSUED - IT IS PRINTED FOR TREASURY
003500*  TO INVESTIGATE. EVERY RETURN IS PRINTED ON THE BANKRREG.PRT
003600*  RETURNS REGISTER WITH THE BANK'S REASON.
003700*****************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT BANKRETN ASSIGN TO "BANKRETN.TXT"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE  IS SEQUENTIAL
004500         FILE STATUS  IS WS-FS1.
004600
004700     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE  IS RANDOM
005000         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
005100         FILE STATUS  IS WS-FS2.
005200
005300     SELECT BANKMSTR ASSIGN TO "BANKMSTR.TXT"
005400         ORGANIZATION IS SEQUENTIAL
005500         ACCESS MODE  IS SEQUENTIAL
005600         FILE STATUS  IS WS-FS3.
005700
005800     SELECT BANKFILE ASSIGN TO "BANKFILE.TXT"
005900         ORGANIZATION IS SEQUENTIAL
006000         ACCESS MODE  IS SEQUENTIAL
006100         FILE STATUS  IS WS-FS4.
006200
006300     SELECT BANKRCHQ ASSIGN TO "BANKRCHQ.TXT"
006400         ORGANIZATION IS SEQUENTIAL
006500         ACCESS MODE  IS SEQUENTIAL
006600         FILE STATUS  IS WS-FS5.
006700
006800     SELECT BANKJRNL ASSIGN TO "BANKJRNL.TXT"
006900         ORGANIZATION IS SEQUENTIAL
007000         ACCESS MODE  IS SEQUENTIAL
007100         FILE STATUS  IS WS-FS6.
007200
007300     SELECT BANKRREG ASSIGN TO "BANKRREG.PRT"
007400         ORGANIZATION IS SEQUENTIAL
007500         ACCESS MODE  IS SEQUENTIAL
007600         FILE STATUS  IS WS-FS7.
007700
007701     SELECT BANKRCTL ASSIGN TO "BANKRCTL.TXT"
007702         ORGANIZATION IS SEQUENTIAL
007703         ACCESS MODE  IS SEQUENTIAL
007704         FILE STATUS  IS WS-FS8.
007705
007800     SELECT RTSORT ASSIGN TO "RTSORT.TMP".
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200*****************************************************************
008300*  BANKRETN - THE BANK'S RETURN FILE. "HDR" HEADER WITH THE     *
008400*  BNK-HDR-DATE OF THE RETURNED PAY RUN, ONE DETAIL PER         *
008500*  RETURNED CREDIT (AS IT WAS SENT, PLUS THE BANK'S THREE-      *
008600*  CHARACTER REASON CODE), AND A "TRL" TRAILER WITH THE RETURN  *
008700*  COUNT AND TOTAL AMOUNT (TWO IMPLIED DECIMALS).               *
008800*****************************************************************
008900 FD  BANKRETN
009000     RECORD CONTAINS 42  CHARACTERS
009100     BLOCK  CONTAINS 42  CHARACTERS
009200     RECORDING MODE  IS  F
009300     DATA RECORD     IS BANKRETN-RECORD.
009400 01  BANKRETN-RECORD.
009500     05  RTN-ID                PIC X(05).
009600     05  RTN-ROUTING           PIC 9(09).
009700     05  RTN-ACCOUNT           PIC 9(12).
009800     05  RTN-AMOUNT            PIC 9(10)V9(02).
009900     05  RTN-REASON            PIC X(03).
010000     05  RTN-NEWLINE           PIC X(01).
010100 01  RTN-HEADER-RECORD.
010200     05  RTN-HDR-TAG           PIC X(03).
010300     05  RTN-HDR-DATE          PIC 9(08).
010400     05  FILLER                PIC X(30).
010500     05  RTN-HDR-NEWLINE       PIC X(01).
010600 01  RTN-TRAILER-RECORD.
010700     05  RTN-TRL-TAG           PIC X(03).
010800     05  RTN-TRL-COUNT         PIC 9(07).
010900     05  RTN-TRL-TOTAL         PIC 9(10)V9(02).
011000     05  FILLER                PIC X(19).
011100     05  RTN-TRL-NEWLINE       PIC X(01).
011200
011300*****************************************************************
011400*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID. READ   *
011500*  ONLY, FOR THE NAME ON THE REISSUE CHEQUE.                    *
011600*****************************************************************
011700 FD  EMPMASTER
011800     DATA RECORD IS EMPMASTER-RECORD.
011900     COPY EMPMSTR.
012000
012100*****************************************************************
012200*  BANKMSTR - BANK-DETAILS MASTER, IN EMP-ID SEQUENCE. OPENED   *
012300*  I-O SO A RETURNED ACCOUNT CAN BE FLAGGED IN PLACE.           *
012400*****************************************************************
012500 FD  BANKMSTR
012600     RECORD CONTAINS 36  CHARACTERS
012700     BLOCK  CONTAINS 36  CHARACTERS
012800     RECORDING MODE  IS  F
012900     DATA RECORD     IS BANKMSTR-RECORD.
013000     COPY BANKMSTR.
013100
013200*****************************************************************
013300*  BANKFILE - THE BANK-CREDIT FILE PAYCALC SENT, IN EMP-ID      *
013400*  SEQUENCE BETWEEN ITS HEADER AND TRAILER.                     *
013500*****************************************************************
013600 FD  BANKFILE
013700     RECORD CONTAINS 39  CHARACTERS
013800     BLOCK  CONTAINS 39  CHARACTERS
013900     RECORDING MODE  IS  F
014000     DATA RECORD     IS BANKFILE-RECORD.
014100     COPY BANKFILE.
014200
014300*****************************************************************
014400*  BANKRCHQ - REISSUE CHEQUE LIST, ONE LINE PER MATCHED RETURN, *
014500*  IN THE BANKEXCP LAYOUT.                                      *
014600*****************************************************************
014700 FD  BANKRCHQ
014800     RECORD CONTAINS 33  CHARACTERS
014900     BLOCK  CONTAINS 33  CHARACTERS
015000     RECORDING MODE  IS  F
015100     DATA RECORD     IS BANKEXCP-RECORD.
015200     COPY BANKEXCP.
015300
015400*****************************************************************
015500*  BANKJRNL - PERMANENT BANK-DETAILS JOURNAL, SHARED WITH       *
015600*  BANKMAINT - SEE THE BANKJRNL COPYBOOK.                       *
015700*****************************************************************
015800 FD  BANKJRNL
015900     RECORD CONTAINS 103 CHARACTERS
016000     BLOCK  CONTAINS 103 CHARACTERS
016100     RECORDING MODE  IS  F
016200     DATA RECORD     IS BJRN-RECORD.
016300     COPY BANKJRNL.
016400
016500*****************************************************************
016600*  BANKRREG - FORMATTED RETURNS REGISTER. EACH PRINT LINE IS    *
016700*  133 BYTES - A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE,  *
016800*  THE SAME CONVENTION AS SEQREAD'S EMPLIST.PRT.                *
016900*****************************************************************
017000 FD  BANKRREG
017100     RECORD CONTAINS 133 CHARACTERS
017200     BLOCK  CONTAINS 133 CHARACTERS
017300     RECORDING MODE  IS  F
017400     DATA RECORD     IS BANKRREG-RECORD.
017500 01  BANKRREG-RECORD             PIC X(133).
017600
017601*****************************************************************
017602*  BANKRCTL - RETURNS-RUN CONTROL RECORDS, ONE APPENDED PER     *
017603*  CLEAN RUN - SEE THE BANKRCTL COPYBOOK.                       *
017604*****************************************************************
017605 FD  BANKRCTL
017606     RECORD CONTAINS 80  CHARACTERS
017607     BLOCK  CONTAINS 80  CHARACTERS
017608     RECORDING MODE  IS  F
017609     DATA RECORD     IS BANKRCTL-RECORD.
017610     COPY BANKRCTL.
017611
017700*****************************************************************
017800*  RTSORT - SORT WORK FILE. THE RETURNS COME BACK IN EMP-ID     *
017900*  SEQUENCE TO MATCH BANKFILE AND BANKMSTR; RTS-SEQ KEEPS THE   *
018000*  BANK'S ORDER WITHIN AN EMP-ID.                               *
018100*****************************************************************
018200 SD  RTSORT
018300     DATA RECORD IS RTSORT-RECORD.
018400 01  RTSORT-RECORD.
018500     05  RTS-ID                PIC X(05).
018600     05  RTS-SEQ               PIC 9(07).
018700     05  RTS-ROUTING           PIC 9(09).
018800     05  RTS-ACCOUNT           PIC 9(12).
018900     05  RTS-AMOUNT            PIC 9(10)V9(02).
019000     05  RTS-REASON            PIC X(03).
019100
019200 WORKING-STORAGE SECTION.
019300 01  WS-VAR.
019400     05  WS-FS1                PIC 9(02).
019500     05  WS-FS2                PIC 9(02).
019600     05  WS-FS3                PIC 9(02).
019700     05  WS-FS4                PIC 9(02).
019800     05  WS-FS5                PIC 9(02).
019900     05  WS-FS6                PIC 9(02).
020000     05  WS-FS7                PIC 9(02).
020001     05  WS-FS8                PIC 9(02).
020100     05  WS-RTN-EOF-SW         PIC X(01)     VALUE 'N'.
020200         88  WS-RTN-EOF            VALUE 'Y'.
020300         88  WS-RTN-NOT-EOF        VALUE 'N'.
020400     05  WS-TRL-SW             PIC X(01)     VALUE 'N'.
020500         88  WS-TRL-SEEN           VALUE 'Y'.
020600         88  WS-TRL-NOT-SEEN       VALUE 'N'.
020700     05  WS-SRT-EOF-SW         PIC X(01)     VALUE 'N'.
020800         88  WS-SRT-EOF            VALUE 'Y'.
020900         88  WS-SRT-NOT-EOF        VALUE 'N'.
021000     05  WS-BNK-EOF-SW         PIC X(01)     VALUE 'N'.
021100         88  WS-BNK-EOF            VALUE 'Y'.
021200         88  WS-BNK-NOT-EOF        VALUE 'N'.
021300     05  WS-MST-EOF-SW         PIC X(01)     VALUE 'N'.
021400         88  WS-MST-EOF            VALUE 'Y'.
021500         88  WS-MST-NOT-EOF        VALUE 'N'.
021501     05  WS-CTL-EOF-SW         PIC X(01)     VALUE 'N'.
021502         88  WS-CTL-EOF            VALUE 'Y'.
021503         88  WS-CTL-NOT-EOF        VALUE 'N'.
021504     05  WS-CTL-FOUND-SW       PIC X(01)     VALUE 'N'.
021505         88  WS-CTL-FOUND          VALUE 'Y'.
021506         88  WS-CTL-NOT-FOUND      VALUE 'N'.
021600
021700 01  WS-COUNTS.
021800     05  WS-RTN-COUNT          PIC 9(07)       VALUE 0.
021900     05  WS-RTN-TOTAL          PIC 9(11)V9(02) VALUE 0.
022000     05  WS-REISSUE-COUNT      PIC 9(07)       VALUE 0.
022100     05  WS-REISSUE-TOTAL      PIC 9(11)V9(02) VALUE 0.
022200     05  WS-UNMATCH-COUNT      PIC 9(07)       VALUE 0.
022300     05  WS-UNMATCH-TOTAL      PIC 9(11)V9(02) VALUE 0.
022400     05  WS-FLAG-COUNT         PIC 9(07)       VALUE 0.
022500
022600*****************************************************************
022700*  WS-MATCH-FIELDS - RETURN / CREDIT / BANK-RECORD MATCH STATE. *
022800*  BANKFILE AND BANKMSTR ARE BOTH WALKED FORWARD IN STEP WITH   *
022900*  THE SORTED RETURNS; EACH READ ENFORCES ASCENDING EMP-ID.     *
023000*****************************************************************
023100 01  WS-MATCH-FIELDS.
023200     05  WS-BNK-HDR-DATE       PIC 9(08)     VALUE 0.
023300     05  WS-PREV-BNK-ID        PIC X(05)     VALUE LOW-VALUES.
023400     05  WS-PREV-BANK-ID       PIC X(05)     VALUE LOW-VALUES.
023500     05  WS-LAST-MATCH-ID      PIC X(05)     VALUE LOW-VALUES.
023600     05  WS-RESULT             PIC X(18)     VALUE SPACES.
023700     05  WS-FLAG-NOTE          PIC X(18)     VALUE SPACES.
023800
023900*****************************************************************
024000*  WS-REASON-TABLE - THE BANK'S RETURN REASON CODES AND THE     *
024100*  TEXT PRINTED FOR THEM. A CODE NOT IN THE TABLE IS STILL      *
024200*  PROCESSED AND PRINTS AS "UNKNOWN REASON".                    *
024300*  WS-REASON-MAX MUST MATCH THE NUMBER OF TABLE ENTRIES.        *
024400*****************************************************************
024500 01  WS-REASON-TABLE-DATA.
024600     05  FILLER                PIC X(21)     VALUE
024700             "R02ACCOUNT CLOSED    ".
024800     05  FILLER                PIC X(21)     VALUE
024900             "R03NO ACCOUNT FOUND  ".
025000     05  FILLER                PIC X(21)     VALUE
025100             "R04INVALID ACCOUNT   ".
025200     05  FILLER                PIC X(21)     VALUE
025300             "R16ACCOUNT FROZEN    ".
025400     05  FILLER                PIC X(21)     VALUE
025500             "R17NAME MISMATCH     ".
025600 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
025700     05  WS-REASON-ENTRY       OCCURS 5 TIMES.
025800         10  WS-RSN-CODE           PIC X(03).
025900         10  WS-RSN-TEXT           PIC X(18).
026000 77  WS-REASON-MAX             PIC 9(02) COMP  VALUE 5.
026100 77  WS-REASON-SUB             PIC 9(02) COMP  VALUE 0.
026200 01  WS-REASON-FOUND-SW        PIC X(01)       VALUE 'N'.
026300     88  WS-REASON-FOUND           VALUE 'Y'.
026400     88  WS-REASON-NOT-FOUND       VALUE 'N'.
026500
026600 01  WS-REPORT-FIELDS.
026700     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
026800     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
026900     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
027000     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
027100     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
027200         10  WS-RUN-DATE-CCYY     PIC 9(04).
027300         10  WS-RUN-DATE-MM       PIC 9(02).
027400         10  WS-RUN-DATE-DD       PIC 9(02).
027500     05  WS-RUN-TIME-RAW       PIC 9(08)     VALUE 0.
027600     05  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
027700         10  WS-RUN-TIME-HH       PIC 9(02).
027800         10  WS-RUN-TIME-MM       PIC 9(02).
027900         10  WS-RUN-TIME-SS       PIC 9(02).
028000         10  WS-RUN-TIME-HS       PIC 9(02).
028100     05  WS-RUN-DATE-FMT       PIC X(10)     VALUE SPACES.
028200     05  WS-RUN-TIME-FMT       PIC X(08)     VALUE SPACES.
028300     05  WS-PAY-DATE-RAW       PIC 9(08)     VALUE 0.
028400     05  WS-PAY-DATE-RAW-R REDEFINES WS-PAY-DATE-RAW.
028500         10  WS-PAY-DATE-CCYY     PIC 9(04).
028600         10  WS-PAY-DATE-MM       PIC 9(02).
028700         10  WS-PAY-DATE-DD       PIC 9(02).
028800     05  WS-PAY-DATE-FMT       PIC X(10)     VALUE SPACES.
028900
029000*****************************************************************
029100*  RETURNS REGISTER REPORT LINES - MOVED TO BANKRREG-RECORD ON  *
029200*  WRITE. SEE THE BANKRREG FD REMARKS FOR THE RECORD LAYOUT.    *
029300*****************************************************************
029400 01  RPT-TITLE-LINE.
029500     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
029600     05  FILLER                PIC X(25)     VALUE SPACES.
029700     05  FILLER                PIC X(30)     VALUE
029800             "BANK RETURNS REGISTER".
029900     05  FILLER                PIC X(16)     VALUE SPACES.
030000     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
030100     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
030200     05  FILLER                PIC X(10)     VALUE SPACES.
030300     05  FILLER                PIC X(05)     VALUE "PAGE ".
030400     05  RPT-PAGE-NO           PIC ZZZ9.
030500     05  FILLER                PIC X(22)     VALUE SPACES.
030600     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
030700
030800 01  RPT-PAY-DATE-LINE.
030900     05  FILLER                PIC X(01)     VALUE SPACE.
031000     05  FILLER                PIC X(24)     VALUE
031100             "RETURNS FOR PAY RUN OF  ".
031200     05  RPT-PAY-DATE          PIC X(10)     VALUE SPACES.
031300     05  FILLER                PIC X(97)     VALUE SPACES.
031400     05  RPT-PAY-DATE-NEWLINE  PIC X(01)     VALUE X'0A'.
031500
031600 01  RPT-COLUMN-HDG-1.
031700     05  FILLER                PIC X(01)     VALUE SPACE.
031800     05  FILLER                PIC X(06)     VALUE "EMP ID".
031900     05  FILLER                PIC X(01)     VALUE SPACES.
032000     05  FILLER                PIC X(13)     VALUE
032100             "EMPLOYEE NAME".
032200     05  FILLER                PIC X(04)     VALUE SPACES.
032300     05  FILLER                PIC X(07)     VALUE "ROUTING".
032400     05  FILLER                PIC X(04)     VALUE SPACES.
032500     05  FILLER                PIC X(07)     VALUE "ACCOUNT".
032600     05  FILLER                PIC X(07)     VALUE SPACES.
032700     05  FILLER                PIC X(14)     VALUE
032800             "RETURNED AMT".
032900     05  FILLER                PIC X(04)     VALUE SPACES.
033000     05  FILLER                PIC X(23)     VALUE
033100             "BANK REASON".
033200     05  FILLER                PIC X(20)     VALUE "RESULT".
033300     05  FILLER                PIC X(21)     VALUE "BANKMSTR".
033400     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
033500
033600 01  RPT-COLUMN-HDG-2.
033700     05  FILLER                PIC X(01)     VALUE SPACE.
033800     05  FILLER                PIC X(05)     VALUE ALL "-".
033900     05  FILLER                PIC X(02)     VALUE SPACES.
034000     05  FILLER                PIC X(15)     VALUE ALL "-".
034100     05  FILLER                PIC X(02)     VALUE SPACES.
034200     05  FILLER                PIC X(09)     VALUE ALL "-".
034300     05  FILLER                PIC X(02)     VALUE SPACES.
034400     05  FILLER                PIC X(12)     VALUE ALL "-".
034500     05  FILLER                PIC X(02)     VALUE SPACES.
034600     05  FILLER                PIC X(16)     VALUE ALL "-".
034700     05  FILLER                PIC X(02)     VALUE SPACES.
034800     05  FILLER                PIC X(21)     VALUE ALL "-".
034900     05  FILLER                PIC X(02)     VALUE SPACES.
035000     05  FILLER                PIC X(18)     VALUE ALL "-".
035100     05  FILLER                PIC X(02)     VALUE SPACES.
035200     05  FILLER                PIC X(18)     VALUE ALL "-".
035300     05  FILLER                PIC X(03)     VALUE SPACES.
035400     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
035500
035600 01  RPT-DETAIL-LINE.
035700     05  FILLER                PIC X(01)     VALUE SPACE.
035800     05  RPT-DET-ID            PIC X(05).
035900     05  FILLER                PIC X(02)     VALUE SPACES.
036000     05  RPT-DET-NAME          PIC X(15).
036100     05  FILLER                PIC X(02)     VALUE SPACES.
036200     05  RPT-DET-ROUTING       PIC 9(09).
036300     05  FILLER                PIC X(02)     VALUE SPACES.
036400     05  RPT-DET-ACCOUNT       PIC 9(12).
036500     05  FILLER                PIC X(02)     VALUE SPACES.
036600     05  RPT-DET-AMOUNT        PIC Z,ZZZ,ZZZ,ZZ9.99.
036700     05  FILLER                PIC X(02)     VALUE SPACES.
036800     05  RPT-DET-REASON        PIC X(03).
036900     05  FILLER                PIC X(01)     VALUE SPACES.
037000     05  RPT-DET-REASON-TEXT   PIC X(17).
037100     05  FILLER                PIC X(02)     VALUE SPACES.
037200     05  RPT-DET-RESULT        PIC X(18).
037300     05  FILLER                PIC X(02)     VALUE SPACES.
037400     05  RPT-DET-FLAG-NOTE     PIC X(18).
037500     05  FILLER                PIC X(03)     VALUE SPACES.
037600     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
037700
037800 01  RPT-TOTAL-LINE-1.
037900     05  FILLER                PIC X(01)     VALUE SPACE.
038000     05  FILLER                PIC X(15)     VALUE
038100             "RUN TOTALS    -".
038200     05  FILLER                PIC X(09)     VALUE " RETURNS ".
038300     05  RPT-TOT-RTN-COUNT     PIC ZZZZZZ9.
038400     05  FILLER                PIC X(02)     VALUE SPACES.
038500     05  RPT-TOT-RTN-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
038600     05  FILLER                PIC X(11)     VALUE "  REISSUED ".
038700     05  RPT-TOT-REI-COUNT     PIC ZZZZZZ9.
038800     05  FILLER                PIC X(02)     VALUE SPACES.
038900     05  RPT-TOT-REI-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
039000     05  FILLER                PIC X(44)     VALUE SPACES.
039100     05  RPT-TOT1-NEWLINE      PIC X(01)     VALUE X'0A'.
039200
039300 01  RPT-TOTAL-LINE-2.
039400     05  FILLER                PIC X(01)     VALUE SPACE.
039500     05  FILLER                PIC X(15)     VALUE SPACES.
039600     05  FILLER                PIC X(11)     VALUE " UNMATCHED ".
039700     05  RPT-TOT-UNM-COUNT     PIC ZZZZZZ9.
039800     05  FILLER                PIC X(02)     VALUE SPACES.
039900     05  RPT-TOT-UNM-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
040000     05  FILLER                PIC X(20)     VALUE
040100             "  ACCOUNTS FLAGGED  ".
040200     05  RPT-TOT-FLAGGED       PIC ZZZZZZ9.
040300     05  FILLER                PIC X(52)     VALUE SPACES.
040400     05  RPT-TOT2-NEWLINE      PIC X(01)     VALUE X'0A'.
040500
040600 01  WS-ABEND-TEXT             PIC X(40).
040700
040800 PROCEDURE DIVISION.
040900
041000*****************************************************************
041100*  0000-MAINLINE - PROVE AND SORT THE RETURNS, THEN MATCH THEM  *
041200*  AGAINST BANKFILE AND BANKMSTR OFF THE SORT.                  *
041300*****************************************************************
041400 0000-MAINLINE.
041500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041600     SORT RTSORT
041700         ON ASCENDING KEY RTS-ID
041800         ON ASCENDING KEY RTS-SEQ
041900         INPUT PROCEDURE IS 4000-RELEASE-RETURNS
042000         OUTPUT PROCEDURE IS 5000-PROCESS-RETURNS.
042100     PERFORM 8000-FINALIZE THRU 8000-EXIT.
042200     STOP RUN.
042300
042400*****************************************************************
042500*  1000-INITIALIZE - RUN DATE/TIME, OPEN FILES, READ THE        *
042600*  BANKFILE HEADER AND PRIME THE BANKFILE/BANKMSTR CO-READS.    *
042601*  THE PAY DATE IS CHECKED AGAINST BANKRCTL BEFORE BANKRCHQ IS  *
042602*  OPENED, SO A REFUSED RERUN LEAVES THE EARLIER CHEQUE LIST.   *
042700*****************************************************************
042800 1000-INITIALIZE.
042900     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
043000     ACCEPT WS-RUN-TIME-RAW FROM TIME.
043100     STRING WS-RUN-DATE-MM    "/"
043200            WS-RUN-DATE-DD    "/"
043300            WS-RUN-DATE-CCYY
043400            DELIMITED BY SIZE INTO WS-RUN-DATE-FMT.
043500     STRING WS-RUN-TIME-HH    ":"
043600            WS-RUN-TIME-MM    ":"
043700            WS-RUN-TIME-SS
043800            DELIMITED BY SIZE INTO WS-RUN-TIME-FMT.
043900     OPEN INPUT BANKRETN.
044000     IF WS-FS1 NOT = 00
044100         MOVE "OPEN FAILED ON BANKRETN" TO WS-ABEND-TEXT
044200         PERFORM 9900-ABEND THRU 9900-EXIT
044300     END-IF.
044400     OPEN INPUT EMPMASTER.
044500     IF WS-FS2 NOT = 00
044600         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
044700         PERFORM 9900-ABEND THRU 9900-EXIT
044800     END-IF.
044900     OPEN I-O BANKMSTR.
045000     IF WS-FS3 NOT = 00
045100         MOVE "OPEN FAILED ON BANKMSTR" TO WS-ABEND-TEXT
045200         PERFORM 9900-ABEND THRU 9900-EXIT
045300     END-IF.
045400     PERFORM 1300-OPEN-BANKFILE THRU 1300-EXIT.
045401     PERFORM 1400-CHECK-BANKRCTL THRU 1400-EXIT.
045500     OPEN OUTPUT BANKRCHQ.
045600     IF WS-FS5 NOT = 00
045700         MOVE "OPEN FAILED ON BANKRCHQ" TO WS-ABEND-TEXT
045800         PERFORM 9900-ABEND THRU 9900-EXIT
045900     END-IF.
046000     PERFORM 1200-OPEN-JOURNAL THRU 1200-EXIT.
046100     OPEN OUTPUT BANKRREG.
046200     IF WS-FS7 NOT = 00
046300         MOVE "OPEN FAILED ON BANKRREG" TO WS-ABEND-TEXT
046400         PERFORM 9900-ABEND THRU 9900-EXIT
046500     END-IF.
046600     MOVE WS-RUN-DATE-FMT   TO RPT-RUN-DATE.
046700     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
046800     PERFORM 5550-READ-BANKMSTR THRU 5550-EXIT.
046900 1000-EXIT.
047000     EXIT.
047100
047200*****************************************************************
047300*  1200-OPEN-JOURNAL - OPEN THE PERMANENT JOURNAL EXTEND,       *
047400*  CREATING IT ON A FILE-STATUS 35 THE SAME AS BANKMAINT.       *
047500*****************************************************************
047600 1200-OPEN-JOURNAL.
047700     OPEN EXTEND BANKJRNL.
047800     IF WS-FS6 = 35
047900         OPEN OUTPUT BANKJRNL
048000     END-IF.
048100     IF WS-FS6 NOT = 00
048200         MOVE "OPEN FAILED ON BANKJRNL" TO WS-ABEND-TEXT
048300         PERFORM 9900-ABEND THRU 9900-EXIT
048400     END-IF.
048500 1200-EXIT.
048600     EXIT.
048700
048800*****************************************************************
048900*  1300-OPEN-BANKFILE - OPEN THE CREDIT FILE THE RETURNS ARE    *
049000*  AGAINST, CHECK AND KEEP ITS HEADER DATE, AND READ THE FIRST  *
049100*  CREDIT.                                                      *
049200*****************************************************************
049300 1300-OPEN-BANKFILE.
049400     OPEN INPUT BANKFILE.
049500     IF WS-FS4 NOT = 00
049600         MOVE "OPEN FAILED ON BANKFILE" TO WS-ABEND-TEXT
049700         PERFORM 9900-ABEND THRU 9900-EXIT
049800     END-IF.
049900     READ BANKFILE.
050000     IF WS-FS4 NOT = 00
050100         MOVE "READ FAILED ON BANKFILE HEADER" TO WS-ABEND-TEXT
050200         PERFORM 9900-ABEND THRU 9900-EXIT
050300     END-IF.
050400     IF BNK-HDR-TAG NOT = "HDR"
050500         MOVE "BANKFILE HEADER MISSING" TO WS-ABEND-TEXT
050600         PERFORM 9900-ABEND THRU 9900-EXIT
050700     END-IF.
050800     MOVE BNK-HDR-DATE TO WS-BNK-HDR-DATE.
050900     PERFORM 5350-READ-BANKFILE THRU 5350-EXIT.
051000 1300-EXIT.
051100     EXIT.
051101
051102*****************************************************************
051103*  1400-CHECK-BANKRCTL - REFUSE A PAY DATE WHOSE RETURNS HAVE   *
051104*  ALREADY BEEN PROCESSED. THE BANKFILE HEADER DATE IS THE ONE  *
051105*  THE RETURN FILE'S HEADER MUST CARRY (4000-RELEASE-RETURNS    *
051106*  ABENDS ANY OTHER), SO IT IS LOOKED UP HERE, BEFORE ANY OUTPUT*
051107*  IS OPENED. NO BANKRCTL YET (STATUS 35) MEANS NO EARLIER RUNS.*
051108*****************************************************************
051109 1400-CHECK-BANKRCTL.
051110     OPEN INPUT BANKRCTL.
051111     IF WS-FS8 = 35
051112         GO TO 1400-EXIT
051113     END-IF.
051114     IF WS-FS8 NOT = 00
051115         MOVE "OPEN FAILED ON BANKRCTL" TO WS-ABEND-TEXT
051116         PERFORM 9900-ABEND THRU 9900-EXIT
051117     END-IF.
051118     SET WS-CTL-NOT-EOF TO TRUE.
051119     SET WS-CTL-NOT-FOUND TO TRUE.
051120     PERFORM 1410-SCAN-BANKRCTL THRU 1410-EXIT
051121         UNTIL WS-CTL-EOF.
051122     CLOSE BANKRCTL.
051123     IF WS-CTL-FOUND
051124         MOVE "RETURNS ALREADY PROCESSED FOR PAY DATE"
051125             TO WS-ABEND-TEXT
051126         PERFORM 9900-ABEND THRU 9900-EXIT
051127     END-IF.
051128 1400-EXIT.
051129     EXIT.
051130
051131*****************************************************************
051132*  1410-SCAN-BANKRCTL - CHECK ONE CONTROL RECORD FOR THE PAY    *
051133*  DATE, STOPPING AT THE FIRST MATCH.                           *
051134*****************************************************************
051135 1410-SCAN-BANKRCTL.
051136     READ BANKRCTL.
051137     IF WS-FS8 = 10
051138         SET WS-CTL-EOF TO TRUE
051139         GO TO 1410-EXIT
051140     END-IF.
051141     IF WS-FS8 NOT = 00
051142         MOVE "READ FAILED ON BANKRCTL" TO WS-ABEND-TEXT
051143         PERFORM 9900-ABEND THRU 9900-EXIT
051144     END-IF.
051145     IF BRCTL-HDR-DATE = WS-BNK-HDR-DATE
051146         DISPLAY "BANKRTN - RETURNS FOR PAY DATE "
051147                 WS-BNK-HDR-DATE
051148                 " WERE PROCESSED ON " BRCTL-RUN-DATE
051149         SET WS-CTL-FOUND TO TRUE
051150         SET WS-CTL-EOF TO TRUE
051151     END-IF.
051152 1410-EXIT.
051153     EXIT.
051200
051300*****************************************************************
051400*  4000-RELEASE-RETURNS - SORT INPUT PROCEDURE. CHECK THE       *
051500*  HEADER IS FOR THE BANKFILE RUN ON HAND, RELEASE EVERY        *
051600*  RETURN, AND PROVE THE COUNT AND TOTAL AGAINST THE TRAILER.   *
051700*  NOTHING HAS BEEN UPDATED YET, SO AN ABEND HERE LEAVES        *
051800*  BANKMSTR AND THE JOURNAL UNTOUCHED.                          *
051900*****************************************************************
052000 4000-RELEASE-RETURNS.
052100     READ BANKRETN.
052200     IF WS-FS1 NOT = 00
052300         MOVE "READ FAILED ON BANKRETN HEADER" TO WS-ABEND-TEXT
052400         PERFORM 9900-ABEND THRU 9900-EXIT
052500     END-IF.
052600     IF RTN-HDR-TAG NOT = "HDR"
052700         MOVE "BANKRETN HEADER MISSING" TO WS-ABEND-TEXT
052800         PERFORM 9900-ABEND THRU 9900-EXIT
052900     END-IF.
053000     IF RTN-HDR-DATE NOT = WS-BNK-HDR-DATE
053100         MOVE "RETURNS NOT FOR THIS BANKFILE RUN" TO WS-ABEND-TEXT
053200         PERFORM 9900-ABEND THRU 9900-EXIT
053300     END-IF.
053400     MOVE RTN-HDR-DATE TO WS-PAY-DATE-RAW.
053500     STRING WS-PAY-DATE-MM    "/"
053600            WS-PAY-DATE-DD    "/"
053700            WS-PAY-DATE-CCYY
053800            DELIMITED BY SIZE INTO WS-PAY-DATE-FMT.
053900     MOVE WS-PAY-DATE-FMT TO RPT-PAY-DATE.
054000     SET WS-RTN-NOT-EOF TO TRUE.
054100     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
054200         UNTIL WS-RTN-EOF.
054300     IF WS-TRL-NOT-SEEN
054400         MOVE "BANKRETN TRAILER MISSING" TO WS-ABEND-TEXT
054500         PERFORM 9900-ABEND THRU 9900-EXIT
054600     END-IF.
054700     IF RTN-TRL-COUNT NOT = WS-RTN-COUNT
054800        OR RTN-TRL-TOTAL NOT = WS-RTN-TOTAL
054900         DISPLAY "BANKRTN - TRAILER COUNT " RTN-TRL-COUNT
055000                 " TOTAL " RTN-TRL-TOTAL
055100         DISPLAY "BANKRTN - RETURNS READ  " WS-RTN-COUNT
055200                 " TOTAL " WS-RTN-TOTAL
055300         MOVE "BANKRETN OUT OF BALANCE WITH TRAILER"
055400             TO WS-ABEND-TEXT
055500         PERFORM 9900-ABEND THRU 9900-EXIT
055600     END-IF.
055700 4000-RELEASE-EXIT.
055800     EXIT.
055900
056000*****************************************************************
056100*  4100-RELEASE-ONE - READ ONE RETURN RECORD. THE TRAILER ENDS  *
056200*  THE FILE; ANYTHING ELSE IS A RETURN AND GOES TO THE SORT.    *
056300*****************************************************************
056400 4100-RELEASE-ONE.
056500     READ BANKRETN.
056600     IF WS-FS1 = 10
056700         SET WS-RTN-EOF TO TRUE
056800         GO TO 4100-EXIT
056900     END-IF.
057000     IF WS-FS1 NOT = 00
057100         MOVE "READ FAILED ON BANKRETN" TO WS-ABEND-TEXT
057200         PERFORM 9900-ABEND THRU 9900-EXIT
057300     END-IF.
057400     IF RTN-TRL-TAG = "TRL"
057500         SET WS-TRL-SEEN TO TRUE
057600         SET WS-RTN-EOF TO TRUE
057700         GO TO 4100-EXIT
057800     END-IF.
057900     ADD 1          TO WS-RTN-COUNT.
058000     ADD RTN-AMOUNT TO WS-RTN-TOTAL.
058100     MOVE RTN-ID        TO RTS-ID.
058200     MOVE WS-RTN-COUNT  TO RTS-SEQ.
058300     MOVE RTN-ROUTING   TO RTS-ROUTING.
058400     MOVE RTN-ACCOUNT   TO RTS-ACCOUNT.
058500     MOVE RTN-AMOUNT    TO RTS-AMOUNT.
058600     MOVE RTN-REASON    TO RTS-REASON.
058700     RELEASE RTSORT-RECORD.
058800 4100-EXIT.
058900     EXIT.
059000
059100*****************************************************************
059200*  5000-PROCESS-RETURNS - SORT OUTPUT PROCEDURE. MATCH EACH     *
059300*  RETURN, IN EMP-ID SEQUENCE, TO ITS ORIGINAL CREDIT.          *
059400*****************************************************************
059500 5000-PROCESS-RETURNS.
059600     SET WS-SRT-NOT-EOF TO TRUE.
059700     PERFORM 5100-RETURN-ONE THRU 5100-EXIT.
059800     PERFORM 5200-MATCH-RETURN THRU 5200-EXIT
059900         UNTIL WS-SRT-EOF.
060000 5000-PROCESS-EXIT.
060100     EXIT.
060200
060300*****************************************************************
060400*  5100-RETURN-ONE - RETURN THE NEXT SORTED RETURN.             *
060500*****************************************************************
060600 5100-RETURN-ONE.
060700     RETURN RTSORT
060800         AT END
060900             SET WS-SRT-EOF TO TRUE
061000             GO TO 5100-EXIT
061100     END-RETURN.
061200 5100-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*  5200-MATCH-RETURN - FIND THE ORIGINAL CREDIT FOR ONE RETURN  *
061700*  (SAME BNK-ID AND BNK-AMOUNT). A MATCH IS REISSUED BY CHEQUE  *
061800*  AND ITS BANK RECORD FLAGGED; ANYTHING ELSE IS ONLY PRINTED.  *
061801*  THE BANK RECORD IS CHECKED FIRST: ONE STILL ON THE SAME      *
061802*  ACCOUNT AND ALREADY FLAGGED RETURNED WAS REISSUED FOR AN     *
061803*  EARLIER RETURN AND IS NOT PAID AGAIN. A RERUN OF THE SAME    *
061804*  RETURN FILE NEVER GETS THIS FAR - 1400-CHECK-BANKRCTL STOPS  *
061805*  IT, WHATEVER HAS HAPPENED TO THE ACCOUNT SINCE.              *
061900*****************************************************************
062000 5200-MATCH-RETURN.
062100     MOVE SPACES TO WS-RESULT.
062200     MOVE SPACES TO WS-FLAG-NOTE.
062300     MOVE SPACES TO EMP-NAME.
062400     IF RTS-ID = WS-LAST-MATCH-ID
062500         MOVE "DUPLICATE RETURN" TO WS-RESULT
062600         PERFORM 5900-UNMATCHED-RETURN THRU 5900-EXIT
062700         GO TO 5200-NEXT
062800     END-IF.
062900     PERFORM 5350-READ-BANKFILE THRU 5350-EXIT
063000         UNTIL WS-BNK-EOF
063100         OR BNK-ID NOT LESS THAN RTS-ID.
063200     IF WS-BNK-EOF OR BNK-ID NOT = RTS-ID
063300         MOVE "NO CREDIT SENT" TO WS-RESULT
063400         PERFORM 5900-UNMATCHED-RETURN THRU 5900-EXIT
063500         GO TO 5200-NEXT
063600     END-IF.
063700     IF BNK-AMOUNT NOT = RTS-AMOUNT
063800         MOVE "AMOUNT MISMATCH" TO WS-RESULT
063900         PERFORM 5900-UNMATCHED-RETURN THRU 5900-EXIT
064000         GO TO 5200-NEXT
064100     END-IF.
064200     MOVE RTS-ID TO WS-LAST-MATCH-ID.
064300     PERFORM 5450-CHECK-BANKMSTR THRU 5450-EXIT.
064301     IF WS-FLAG-NOTE = "ALREADY FLAGGED"
064302         MOVE "ALREADY REISSUED" TO WS-RESULT
064303         PERFORM 5900-UNMATCHED-RETURN THRU 5900-EXIT
064304         GO TO 5200-NEXT
064305     END-IF.
064306     PERFORM 5400-WRITE-REISSUE THRU 5400-EXIT.
064307     IF WS-FLAG-NOTE = SPACES
064308         PERFORM 5500-FLAG-BANKMSTR THRU 5500-EXIT
064309     END-IF.
064500 5200-NEXT.
064600     PERFORM 6000-WRITE-REGISTER-LINE THRU 6000-EXIT.
064700     PERFORM 5100-RETURN-ONE THRU 5100-EXIT.
064800 5200-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*  5350-READ-BANKFILE - READ THE NEXT CREDIT. THE TRAILER (OR   *
065300*  PHYSICAL END OF FILE) ENDS THE CREDITS; CREDITS MUST BE IN   *
065400*  ASCENDING EMP-ID SEQUENCE.                                   *
065500*****************************************************************
065600 5350-READ-BANKFILE.
065700     READ BANKFILE.
065800     IF WS-FS4 = 10
065900         SET WS-BNK-EOF TO TRUE
066000         GO TO 5350-EXIT
066100     END-IF.
066200     IF WS-FS4 NOT = 00
066300         MOVE "READ FAILED ON BANKFILE" TO WS-ABEND-TEXT
066400         PERFORM 9900-ABEND THRU 9900-EXIT
066500     END-IF.
066600     IF BNK-TRL-TAG = "TRL"
066700         SET WS-BNK-EOF TO TRUE
066800         GO TO 5350-EXIT
066900     END-IF.
067000     IF BNK-ID NOT > WS-PREV-BNK-ID
067100         MOVE "BANKFILE OUT OF SEQUENCE" TO WS-ABEND-TEXT
067200         PERFORM 9900-ABEND THRU 9900-EXIT
067300     END-IF.
067400     MOVE BNK-ID TO WS-PREV-BNK-ID.
067500 5350-EXIT.
067600     EXIT.
067700
067800*****************************************************************
067900*  5400-WRITE-REISSUE - PUT THE RETURNED NET PAY ON THE REISSUE *
068000*  CHEQUE LIST UNDER THE EMPLOYEE'S MASTER NAME.                *
068100*****************************************************************
068200 5400-WRITE-REISSUE.
068300     MOVE RTS-ID TO EMP-ID.
068400     READ EMPMASTER
068500         INVALID KEY
068600             MOVE "*NOT ON MASTER*" TO EMP-NAME
068700     END-READ.
068800     MOVE RTS-ID     TO BEX-ID.
068900     MOVE EMP-NAME   TO BEX-NAME.
069000     MOVE RTS-AMOUNT TO BEX-AMOUNT.
069100     MOVE X'0A'      TO BEX-NEWLINE.
069200     WRITE BANKEXCP-RECORD.
069300     IF WS-FS5 NOT = 00
069400         MOVE "WRITE FAILED ON BANKRCHQ" TO WS-ABEND-TEXT
069500         PERFORM 9900-ABEND THRU 9900-EXIT
069600     END-IF.
069700     ADD 1          TO WS-REISSUE-COUNT.
069800     ADD RTS-AMOUNT TO WS-REISSUE-TOTAL.
069900     MOVE "REISSUED BY CHEQUE" TO WS-RESULT.
070000 5400-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070301*  5450-CHECK-BANKMSTR - POSITION BANKMSTR ON THE EMPLOYEE AND  *
070302*  NOTE WHY THE RECORD CANNOT BE FLAGGED: NO RECORD, AN ACCOUNT *
070303*  BANKMAINT HAS CHANGED SINCE THE PAY RUN, OR ALREADY FLAGGED. *
070304*  A BLANK NOTE MEANS IT STILL HOLDS THE ACCOUNT THE CREDIT     *
070305*  WENT TO AND IS NOT YET FLAGGED.                              *
070306*****************************************************************
070307 5450-CHECK-BANKMSTR.
071000     PERFORM 5550-READ-BANKMSTR THRU 5550-EXIT
071100         UNTIL WS-MST-EOF
071200         OR BANK-ID NOT LESS THAN RTS-ID.
071300     IF WS-MST-EOF OR BANK-ID NOT = RTS-ID
071400         MOVE "NO BANK RECORD" TO WS-FLAG-NOTE
071500         GO TO 5450-EXIT
071600     END-IF.
071700     IF BANK-ROUTING NOT = BNK-ROUTING
071800        OR BANK-ACCOUNT NOT = BNK-ACCOUNT
071900         MOVE "ACCOUNT CHANGED" TO WS-FLAG-NOTE
072000         GO TO 5450-EXIT
072100     END-IF.
072200     IF BANK-RETURNED
072300         MOVE "ALREADY FLAGGED" TO WS-FLAG-NOTE
072400         GO TO 5450-EXIT
072500     END-IF.
072501 5450-EXIT.
072502     EXIT.
072503
072504*****************************************************************
072505*  5500-FLAG-BANKMSTR - SET THE EMPLOYEE'S BANK RECORD, AS      *
072506*  POSITIONED BY 5450-CHECK-BANKMSTR, TO RETURNED AND JOURNAL   *
072507*  IT.                                                          *
072508*****************************************************************
072509 5500-FLAG-BANKMSTR.
072600     MOVE BANKMSTR-RECORD (1:35) TO BJRN-BEFORE-IMAGE.
072700     MOVE 'R' TO BANK-STATUS.
072800     REWRITE BANKMSTR-RECORD.
072900     IF WS-FS3 NOT = 00
073000         MOVE "REWRITE FAILED ON BANKMSTR" TO WS-ABEND-TEXT
073100         PERFORM 9900-ABEND THRU 9900-EXIT
073200     END-IF.
073300     MOVE BANKMSTR-RECORD (1:35) TO BJRN-AFTER-IMAGE.
073400     MOVE WS-RUN-DATE-FMT  TO BJRN-DATE.
073500     MOVE WS-RUN-TIME-FMT  TO BJRN-TIME.
073600     MOVE 'R'              TO BJRN-ACTION.
073700     MOVE RTS-ID           TO BJRN-ID.
073800     MOVE "BANKRTN"        TO BJRN-OPERATOR.
073900     MOVE X'0A'            TO BJRN-NEWLINE.
074000     WRITE BJRN-RECORD.
074100     IF WS-FS6 NOT = 00
074200         MOVE "WRITE FAILED ON BANKJRNL" TO WS-ABEND-TEXT
074300         PERFORM 9900-ABEND THRU 9900-EXIT
074400     END-IF.
074500     ADD 1 TO WS-FLAG-COUNT.
074600     MOVE "FLAGGED RETURNED" TO WS-FLAG-NOTE.
074700 5500-EXIT.
074800     EXIT.
074900
075000*****************************************************************
075100*  5550-READ-BANKMSTR - READ THE NEXT BANK-DETAILS RECORD,      *
075200*  ENFORCING ASCENDING EMP-ID SEQUENCE THE SAME WAY PAYCALC     *
075300*  DOES.                                                        *
075400*****************************************************************
075500 5550-READ-BANKMSTR.
075600     READ BANKMSTR.
075700     IF WS-FS3 = 10
075800         SET WS-MST-EOF TO TRUE
075900         GO TO 5550-EXIT
076000     END-IF.
076100     IF WS-FS3 NOT = 00
076200         MOVE "READ FAILED ON BANKMSTR" TO WS-ABEND-TEXT
076300         PERFORM 9900-ABEND THRU 9900-EXIT
076400     END-IF.
076500     IF BANK-ID NOT > WS-PREV-BANK-ID
076600         MOVE "BANKMSTR OUT OF SEQUENCE" TO WS-ABEND-TEXT
076700         PERFORM 9900-ABEND THRU 9900-EXIT
076800     END-IF.
076900     MOVE BANK-ID TO WS-PREV-BANK-ID.
077000 5550-EXIT.
077100     EXIT.
077200
077300*****************************************************************
077400*  5900-UNMATCHED-RETURN - A RETURN WITH NO CREDIT TO MATCH (OR *
077500*  A REPEAT FOR AN EMPLOYEE ALREADY REISSUED) IS NOT PAID       *
077600*  AGAIN - COUNT IT AND DISPLAY IT FOR TREASURY.                *
077700*****************************************************************
077800 5900-UNMATCHED-RETURN.
077900     ADD 1          TO WS-UNMATCH-COUNT.
078000     ADD RTS-AMOUNT TO WS-UNMATCH-TOTAL.
078100     DISPLAY "BANKRTN - NOT REISSUED, EMP-ID " RTS-ID
078200             " AMOUNT " RTS-AMOUNT " - " WS-RESULT.
078300 5900-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700*  6000-WRITE-REGISTER-LINE - PRINT ONE RETURN WITH THE BANK'S  *
078800*  REASON AND WHAT WAS DONE ABOUT IT, STARTING A NEW PAGE FIRST *
078900*  IF THE CURRENT PAGE IS FULL.                                 *
079000*****************************************************************
079100 6000-WRITE-REGISTER-LINE.
079200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079300         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
079400     END-IF.
079500     PERFORM 6200-FIND-REASON THRU 6200-EXIT.
079600     MOVE RTS-ID           TO RPT-DET-ID.
079700     MOVE EMP-NAME         TO RPT-DET-NAME.
079800     MOVE RTS-ROUTING      TO RPT-DET-ROUTING.
079900     MOVE RTS-ACCOUNT      TO RPT-DET-ACCOUNT.
080000     MOVE RTS-AMOUNT       TO RPT-DET-AMOUNT.
080100     MOVE RTS-REASON       TO RPT-DET-REASON.
080200     MOVE WS-RESULT        TO RPT-DET-RESULT.
080300     MOVE WS-FLAG-NOTE     TO RPT-DET-FLAG-NOTE.
080400     WRITE BANKRREG-RECORD FROM RPT-DETAIL-LINE.
080500     ADD 1 TO WS-LINE-COUNT.
080600 6000-EXIT.
080700     EXIT.
080800
080900*****************************************************************
081000*  6100-PRINT-HEADERS - START A NEW REGISTER PAGE: TITLE, RUN   *
081100*  DATE, PAGE NUMBER, PAY-RUN DATE AND COLUMN HEADINGS.         *
081200*****************************************************************
081300 6100-PRINT-HEADERS.
081400     ADD 1 TO WS-PAGE-COUNT.
081500     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
081600     IF WS-PAGE-COUNT = 1
081700         MOVE SPACE TO RPT-FORMFEED
081800     ELSE
081900         MOVE X'0C' TO RPT-FORMFEED
082000     END-IF.
082100     WRITE BANKRREG-RECORD FROM RPT-TITLE-LINE.
082200     WRITE BANKRREG-RECORD FROM RPT-PAY-DATE-LINE.
082300     WRITE BANKRREG-RECORD FROM RPT-COLUMN-HDG-1.
082400     WRITE BANKRREG-RECORD FROM RPT-COLUMN-HDG-2.
082500     MOVE 0 TO WS-LINE-COUNT.
082600 6100-EXIT.
082700     EXIT.
082800
082900*****************************************************************
083000*  6200-FIND-REASON - LOOK THE BANK'S REASON CODE UP IN         *
083100*  WS-REASON-TABLE FOR THE REGISTER.                            *
083200*****************************************************************
083300 6200-FIND-REASON.
083400     SET WS-REASON-NOT-FOUND TO TRUE.
083500     MOVE 1 TO WS-REASON-SUB.
083600     PERFORM 6250-SCAN-REASON-TABLE THRU 6250-EXIT
083700         UNTIL WS-REASON-FOUND
083800         OR WS-REASON-SUB > WS-REASON-MAX.
083900     IF WS-REASON-NOT-FOUND
084000         MOVE "UNKNOWN REASON" TO RPT-DET-REASON-TEXT
084100     END-IF.
084200 6200-EXIT.
084300     EXIT.
084400
084500*****************************************************************
084600*  6250-SCAN-REASON-TABLE - CHECK ONE REASON-TABLE ENTRY        *
084700*  AGAINST THE CURRENT RETURN'S REASON CODE.                    *
084800*****************************************************************
084900 6250-SCAN-REASON-TABLE.
085000     IF WS-RSN-CODE (WS-REASON-SUB) = RTS-REASON
085100         SET WS-REASON-FOUND TO TRUE
085200         MOVE WS-RSN-TEXT (WS-REASON-SUB) TO RPT-DET-REASON-TEXT
085300     ELSE
085400         ADD 1 TO WS-REASON-SUB
085500     END-IF.
085600 6250-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000*  8000-FINALIZE - RUN TOTALS AND CLOSE FILES. REISSUED PLUS    *
086100*  UNMATCHED ALWAYS ACCOUNTS FOR THE WHOLE PROVED RETURN TOTAL. *
086200*****************************************************************
086300 8000-FINALIZE.
086400     IF WS-PAGE-COUNT = 0
086500         PERFORM 6100-PRINT-HEADERS THRU 6100-EXIT
086600     END-IF.
086700     MOVE WS-RTN-COUNT     TO RPT-TOT-RTN-COUNT.
086800     MOVE WS-RTN-TOTAL     TO RPT-TOT-RTN-TOTAL.
086900     MOVE WS-REISSUE-COUNT TO RPT-TOT-REI-COUNT.
087000     MOVE WS-REISSUE-TOTAL TO RPT-TOT-REI-TOTAL.
087100     MOVE WS-UNMATCH-COUNT TO RPT-TOT-UNM-COUNT.
087200     MOVE WS-UNMATCH-TOTAL TO RPT-TOT-UNM-TOTAL.
087300     MOVE WS-FLAG-COUNT    TO RPT-TOT-FLAGGED.
087400     WRITE BANKRREG-RECORD FROM RPT-TOTAL-LINE-1.
087500     WRITE BANKRREG-RECORD FROM RPT-TOTAL-LINE-2.
087600     DISPLAY "BANKRTN - RETURNS READ        " WS-RTN-COUNT.
087700     DISPLAY "BANKRTN - RETURNED TOTAL      " WS-RTN-TOTAL.
087800     DISPLAY "BANKRTN - REISSUED BY CHEQUE  " WS-REISSUE-COUNT.
087900     DISPLAY "BANKRTN - REISSUE TOTAL       " WS-REISSUE-TOTAL.
088000     DISPLAY "BANKRTN - NOT REISSUED        " WS-UNMATCH-COUNT.
088100     DISPLAY "BANKRTN - ACCOUNTS FLAGGED    " WS-FLAG-COUNT.
088200     CLOSE BANKRETN.
088300     CLOSE EMPMASTER.
088400     CLOSE BANKMSTR.
088500     CLOSE BANKFILE.
088600     CLOSE BANKRCHQ.
088700     CLOSE BANKJRNL.
088800     CLOSE BANKRREG.
088801     PERFORM 8300-WRITE-BANKRCTL THRU 8300-EXIT.
088900 8000-EXIT.
089000     EXIT.
089001
089002*****************************************************************
089003*  8300-WRITE-BANKRCTL - APPEND THE RUN'S CONTROL RECORD TO     *
089004*  BANKRCTL.TXT (CREATING IT ON THE FIRST RUN). REACHED ONLY    *
089005*  ONCE EVERY RETURN IS REISSUED, FLAGGED AND PRINTED, SO AN    *
089006*  ABENDED RUN LEAVES NO RECORD AND CAN BE RERUN.               *
089007*****************************************************************
089008 8300-WRITE-BANKRCTL.
089009     OPEN EXTEND BANKRCTL.
089010     IF WS-FS8 = 35
089011         OPEN OUTPUT BANKRCTL
089012     END-IF.
089013     IF WS-FS8 NOT = 00
089014         MOVE "OPEN FAILED ON BANKRCTL" TO WS-ABEND-TEXT
089015         PERFORM 9900-ABEND THRU 9900-EXIT
089016     END-IF.
089017     MOVE SPACES           TO BANKRCTL-RECORD.
089018     MOVE WS-BNK-HDR-DATE  TO BRCTL-HDR-DATE.
089019     MOVE WS-RUN-DATE-RAW  TO BRCTL-RUN-DATE.
089020     MOVE WS-RTN-COUNT     TO BRCTL-RTN-COUNT.
089021     MOVE WS-RTN-TOTAL     TO BRCTL-RTN-TOTAL.
089022     MOVE WS-REISSUE-COUNT TO BRCTL-REISSUE-COUNT.
089023     MOVE WS-REISSUE-TOTAL TO BRCTL-REISSUE-TOTAL.
089024     MOVE WS-FLAG-COUNT    TO BRCTL-FLAG-COUNT.
089025     MOVE X'0A'            TO BRCTL-NEWLINE.
089026     WRITE BANKRCTL-RECORD.
089027     IF WS-FS8 NOT = 00
089028         MOVE "WRITE FAILED ON BANKRCTL" TO WS-ABEND-TEXT
089029         PERFORM 9900-ABEND THRU 9900-EXIT
089030     END-IF.
089031     CLOSE BANKRCTL.
089032     DISPLAY "BANKRTN - CONTROL RECORD WRITTEN " WS-BNK-HDR-DATE.
089033 8300-EXIT.
089034     EXIT.
089100
089200*****************************************************************
089300*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN            *
089400*****************************************************************
089500 9900-ABEND.
089600     DISPLAY "BANKRTN - ABEND - " WS-ABEND-TEXT
089700             " - FILE STATUS 1 = " WS-FS1
089800             " FILE STATUS 2 = " WS-FS2
089900             " FILE STATUS 3 = " WS-FS3
090000             " FILE STATUS 4 = " WS-FS4
090100             " FILE STATUS 5 = " WS-FS5
090200             " FILE STATUS 6 = " WS-FS6
090300             " FILE STATUS 7 = " WS-FS7
090301             " FILE STATUS 8 = " WS-FS8.
090400     MOVE 16 TO RETURN-CODE.
090500     STOP RUN.
090600 9900-EXIT.
090700     EXIT.
