000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EMPPURGE.
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
001300*  PERIODIC RETENTION RUN. MOVES EMPLOYEES TERMINATED LONGER
001400*  THAN THE RETENTION PERIOD OFF THE INDEXED EMPMASTER FILE ONTO
001500*  THE INDEXED FORMER-EMPLOYEE HISTORY FILE (EMPFORM.DAT - SEE
001600*  THE EMPFORM COPYBOOK), WHERE EMPINQ CAN STILL LOOK THEM UP
001700*  READ-ONLY, AND ROLLS JOURNAL ENTRIES OLDER THAN THE RETENTION
001800*  PERIOD OFF EMPJRNL.TXT INTO A DATED ARCHIVE.
001900*    - THE RETENTION PERIOD IS WS-RETAIN-MONTHS (84 MONTHS),
002000*      OVERRIDDEN BY A THREE-DIGIT MONTH COUNT ON THE COMMAND
002100*      LINE (E.G. 120). LESS THAN 12 MONTHS IS REFUSED.
002200*    - THE MASTER HOLDS NO TERMINATION DATE, SO THE TERMINATION
002300*      PERIOD COMES FROM SALHIST: THE FIRST PERIOD THE EMPLOYEE
002400*      WAS SNAPPED WITH STATUS 'T' AFTER THEIR LAST NON-'T'
002500*      PERIOD. AN EMPLOYEE TERMINATED BEFORE THE CUTOFF PERIOD
002600*      (RUN MONTH LESS THE RETENTION) IS PURGED. ONE WITH NO
002700*      SUCH SALHIST HISTORY IS KEPT.
002800*    - AN EMPLOYEE WITH ANY PAYHIST ACTIVITY IN THE RUN YEAR IS
002900*      NEVER PURGED, HOWEVER LONG AGO THEY WERE TERMINATED.
003000*    - EACH PURGE IS JOURNALED TO EMPJRNL AS A 'D' ENTRY BY
003100*      OPERATOR EMPPURGE (BEFORE IMAGE = THE PURGED RECORD), SO
003200*      EMPVRFY AND JRNLRPT SEE IT LIKE ANY OTHER DELETE.
003300*    - JOURNAL ENTRIES DATED BEFORE THE FIRST DAY OF THE CUTOFF
003400*      PERIOD ARE APPENDED TO EMPJRNL.TXT.<CCYYMMDD> (THE RUN
003500*      DATE), REGISTERED ON GENARCH, AND THE REST ARE COPIED
003600*      BACK OVER EMPJRNL.TXT. THE ROLL NEVER REACHES PAST THE
003700*      MONTH BEFORE THE OLDEST SNAPSHOT ARCHIVE STILL ON
003800*      GENARCH, SO AN EMPVRFY REBUILD FROM ANY SNAPSHOT EMPRESTR
003900*      CAN STILL RESTORE FINDS ITS JOURNAL ENTRIES ON FILE.
004000*    - EVERY TERMINATED EMPLOYEE CONSIDERED IS LISTED WITH THE
004100*      ACTION TAKEN ON THE PURGE REGISTER (EMPPURGE.PRT, 133-BYTE
004200*      PRINT CONVENTION, SAME AS EMPLIST.PRT) FOR THE AUDITORS,
004300*      WITH RUN TOTALS AND THE JOURNAL ROLL FIGURES.
004400*  THE RUN CHECKS AND STAMPS THE SHARED RUN-CONTROL LOG - IT
004500*  NEVER RUNS ALONGSIDE EMPMAINT, EMPSYNC OR GENMGR.
004600*****************************************************************
004700
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT EMPMASTER ASSIGN TO "EMPMASTER.DAT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE  IS DYNAMIC
005400         RECORD KEY   IS EMP-ID OF EMPMASTER-RECORD
005500         FILE STATUS  IS WS-FS1.
005600
005700     SELECT SALHIST ASSIGN TO "SALHIST.TXT"
005800         ORGANIZATION IS SEQUENTIAL
005900         ACCESS MODE  IS SEQUENTIAL
006000         FILE STATUS  IS WS-FS2.
006100
006200     SELECT SHSORT ASSIGN TO "PGSSORT.TMP".
006300
006400     SELECT PGSALH ASSIGN TO "PGSALH.TMP"
006500         ORGANIZATION IS SEQUENTIAL
006600         ACCESS MODE  IS SEQUENTIAL
006700         FILE STATUS  IS WS-FS3.
006800
006900     SELECT PAYHIST ASSIGN TO "PAYHIST.TXT"
007000         ORGANIZATION IS SEQUENTIAL
007100         ACCESS MODE  IS SEQUENTIAL
007200         FILE STATUS  IS WS-FS4.
007300
007400     SELECT PHSORT ASSIGN TO "PGPSORT.TMP".
007500
007600     SELECT PGPAYH ASSIGN TO "PGPAYH.TMP"
007700         ORGANIZATION IS SEQUENTIAL
007800         ACCESS MODE  IS SEQUENTIAL
007900         FILE STATUS  IS WS-FS5.
008000
008100     SELECT EMPFORM ASSIGN TO "EMPFORM.DAT"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE  IS RANDOM
008400         RECORD KEY   IS FORM-ID
008500         FILE STATUS  IS WS-FS6.
008600
008700     SELECT EMPJRNL ASSIGN TO "EMPJRNL.TXT"
008800         ORGANIZATION IS SEQUENTIAL
008900         ACCESS MODE  IS SEQUENTIAL
009000         FILE STATUS  IS WS-FS7.
009100
009200     SELECT EMPJRNLN ASSIGN TO "EMPJRNL.NEW"
009300         ORGANIZATION IS SEQUENTIAL
009400         ACCESS MODE  IS SEQUENTIAL
009500         FILE STATUS  IS WS-FS8.
009600
009700     SELECT JRNLARCH ASSIGN DYNAMIC WS-ARCH-FILE-NAME
009800         ORGANIZATION IS SEQUENTIAL
009900         ACCESS MODE  IS SEQUENTIAL
010000         FILE STATUS  IS WS-FS9.
010100
010200     SELECT GENARCH ASSIGN TO "GENARCH.TXT"
010300         ORGANIZATION IS SEQUENTIAL
010400         ACCESS MODE  IS SEQUENTIAL
010500         FILE STATUS  IS WS-FS10.
010600
010700     SELECT PURGERPT ASSIGN TO "EMPPURGE.PRT"
010800         ORGANIZATION IS SEQUENTIAL
010900         ACCESS MODE  IS SEQUENTIAL
011000         FILE STATUS  IS WS-FS11.
011100
011200 DATA DIVISION.
011300 FILE SECTION.
011400*****************************************************************
011500*  EMPMASTER - INDEXED EMPLOYEE MASTER, KEYED BY EMP-ID. READ   *
011600*  IN KEY SEQUENCE; A PURGED EMPLOYEE IS DELETED BY KEY.        *
011700*****************************************************************
011800 FD  EMPMASTER
011900     DATA RECORD IS EMPMASTER-RECORD.
012000     COPY EMPMSTR.
012100
012200*****************************************************************
012300*  SALHIST - MONTHLY SALARY HISTORY. SORTED BY EMP-ID AND       *
012400*  PERIOD THROUGH SHSORT TO FIND EACH TERMINATION PERIOD.       *
012500*****************************************************************
012600 FD  SALHIST
012700     RECORD CONTAINS 45  CHARACTERS
012800     BLOCK  CONTAINS 45  CHARACTERS
012900     RECORDING MODE  IS  F
013000     DATA RECORD     IS SALHIST-RECORD.
013100     COPY SALHREC.
013200
013300*****************************************************************
013400*  SHSORT - SORT WORK FILE. THE SALARY HISTORY STATUSES COME    *
013500*  BACK IN EMP-ID AND PERIOD SEQUENCE ON PGSALH FOR THE         *
013600*  CO-READ WITH THE MASTER.                                     *
013700*****************************************************************
013800 SD  SHSORT
013900     DATA RECORD IS SHSORT-RECORD.
014000 01  SHSORT-RECORD.
014100     05  SHS-ID                PIC X(05).
014200     05  SHS-PERIOD            PIC 9(06).
014300     05  SHS-STATUS            PIC X(01).
014400     05  SHS-NEWLINE           PIC X(01).
014500
014600*****************************************************************
014700*  PGSALH - THE SORTED SALARY HISTORY STATUSES.                 *
014800*****************************************************************
014900 FD  PGSALH
015000     RECORD CONTAINS 13  CHARACTERS
015100     BLOCK  CONTAINS 13  CHARACTERS
015200     RECORDING MODE  IS  F
015300     DATA RECORD     IS PGSALH-RECORD.
015400 01  PGSALH-RECORD.
015500     05  PGS-ID                PIC X(05).
015600     05  PGS-PERIOD            PIC 9(06).
015700     05  PGS-STATUS            PIC X(01).
015800         88  PGS-TERMINATED        VALUE 'T'.
015900     05  PGS-NEWLINE           PIC X(01).
016000
016100*****************************************************************
016200*  PAYHIST - PAY HISTORY. SORTED BY EMP-ID THROUGH PHSORT TO    *
016300*  FIND EACH EMPLOYEE'S LAST PAID PERIOD.                       *
016400*****************************************************************
016500 FD  PAYHIST
016600     RECORD CONTAINS 107 CHARACTERS
016700     BLOCK  CONTAINS 107 CHARACTERS
016800     RECORDING MODE  IS  F
016900     DATA RECORD     IS PAYHIST-RECORD.
017000     COPY PAYHIST.
017100
017200*****************************************************************
017300*  PHSORT - SORT WORK FILE. THE PAID PERIODS COME BACK IN       *
017400*  EMP-ID AND PERIOD SEQUENCE ON PGPAYH FOR THE CO-READ.        *
017500*****************************************************************
017600 SD  PHSORT
017700     DATA RECORD IS PHSORT-RECORD.
017800 01  PHSORT-RECORD.
017900     05  PHS-ID                PIC X(05).
018000     05  PHS-PERIOD            PIC 9(06).
018100     05  PHS-NEWLINE           PIC X(01).
018200
018300*****************************************************************
018400*  PGPAYH - THE SORTED PAID PERIODS.                            *
018500*****************************************************************
018600 FD  PGPAYH
018700     RECORD CONTAINS 12  CHARACTERS
018800     BLOCK  CONTAINS 12  CHARACTERS
018900     RECORDING MODE  IS  F
019000     DATA RECORD     IS PGPAYH-RECORD.
019100 01  PGPAYH-RECORD.
019200     05  PGP-ID                PIC X(05).
019300     05  PGP-PERIOD            PIC 9(06).
019400     05  PGP-NEWLINE           PIC X(01).
019500
019600*****************************************************************
019700*  EMPFORM - INDEXED FORMER-EMPLOYEE HISTORY, KEYED BY EMP-ID.  *
019800*  ONE RECORD WRITTEN FOR EVERY EMPLOYEE PURGED.                *
019900*****************************************************************
020000 FD  EMPFORM
020100     DATA RECORD IS EMPFORM-RECORD.
020200     COPY EMPFORM.
020300
020400*****************************************************************
020500*  EMPJRNL - PERMANENT BEFORE/AFTER IMAGE JOURNAL, THE SAME     *
020600*  147-BYTE LAYOUT EMPMAINT WRITES. APPENDED TO FOR THE PURGES, *
020700*  THEN READ BACK FOR THE JOURNAL ROLL.                         *
020800*****************************************************************
020900 FD  EMPJRNL
021000     RECORD CONTAINS 147 CHARACTERS
021100     BLOCK  CONTAINS 147 CHARACTERS
021200     RECORDING MODE  IS  F
021300     DATA RECORD     IS JRNL-RECORD.
021400 01  JRNL-RECORD.
021500     05  JRNL-DATE             PIC X(10).
021600     05  JRNL-TIME             PIC X(08).
021700     05  JRNL-ACTION           PIC X(01).
021800     05  JRNL-ID               PIC X(05).
021900     05  JRNL-OPERATOR         PIC X(08).
022000     05  JRNL-APPROVER         PIC X(08).
022100     05  JRNL-BEFORE-IMAGE     PIC X(53).
022200     05  JRNL-AFTER-IMAGE      PIC X(53).
022300     05  JRNL-NEWLINE          PIC X(01).
022400
022500*****************************************************************
022600*  EMPJRNLN - THE JOURNAL ENTRIES STILL WITHIN RETENTION.       *
022700*  COPIED OVER EMPJRNL.TXT AT THE END OF THE ROLL.              *
022800*****************************************************************
022900 FD  EMPJRNLN
023000     RECORD CONTAINS 147 CHARACTERS
023100     BLOCK  CONTAINS 147 CHARACTERS
023200     RECORDING MODE  IS  F
023300     DATA RECORD     IS EMPJRNLN-RECORD.
023400 01  EMPJRNLN-RECORD             PIC X(147).
023500
023600*****************************************************************
023700*  JRNLARCH - THE DATED JOURNAL ARCHIVE (EMPJRNL.TXT.<CCYYMMDD>)*
023800*  THE ROLLED ENTRIES ARE APPENDED TO. SAME LAYOUT AS EMPJRNL.  *
023900*****************************************************************
024000 FD  JRNLARCH
024100     RECORD CONTAINS 147 CHARACTERS
024200     BLOCK  CONTAINS 147 CHARACTERS
024300     RECORDING MODE  IS  F
024400     DATA RECORD     IS JRNLARCH-RECORD.
024500 01  JRNLARCH-RECORD             PIC X(147).
024600
024700*****************************************************************
024800*  GENARCH - PERMANENT ARCHIVE INDEX, THE SAME 39-BYTE LAYOUT   *
024900*  GENMGR KEEPS. SCANNED FOR THE OLDEST SNAPSHOT ARCHIVE AND    *
025000*  APPENDED TO WHEN A JOURNAL ARCHIVE IS WRITTEN.               *
025100*****************************************************************
025200 FD  GENARCH
025300     RECORD CONTAINS 39  CHARACTERS
025400     BLOCK  CONTAINS 39  CHARACTERS
025500     RECORDING MODE  IS  F
025600     DATA RECORD     IS GENARCH-RECORD.
025700 01  GENARCH-RECORD.
025800     05  ARCH-NAME             PIC X(30).
025900     05  ARCH-NAME-R REDEFINES ARCH-NAME.
026000         10  ARCH-NAME-BASE        PIC X(12).
026100         10  FILLER                PIC X(18).
026200     05  ARCH-DATE             PIC 9(08).
026300     05  ARCH-NEWLINE          PIC X(01).
026400
026500*****************************************************************
026600*  PURGERPT - PURGE REGISTER. EACH PRINT LINE IS 133 BYTES - A  *
026700*  132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE, THE SAME       *
026800*  CONVENTION AS EMPLIST.PRT.                                   *
026900*****************************************************************
027000 FD  PURGERPT
027100     RECORD CONTAINS 133 CHARACTERS
027200     BLOCK  CONTAINS 133 CHARACTERS
027300     RECORDING MODE  IS  F
027400     DATA RECORD     IS PURGERPT-RECORD.
027500 01  PURGERPT-RECORD             PIC X(133).
027600
027700 WORKING-STORAGE SECTION.
027800 01  WS-VAR.
027900     05  WS-FS1                PIC 9(02).
028000     05  WS-FS2                PIC 9(02).
028100     05  WS-FS3                PIC 9(02).
028200     05  WS-FS4                PIC 9(02).
028300     05  WS-FS5                PIC 9(02).
028400     05  WS-FS6                PIC 9(02).
028500     05  WS-FS7                PIC 9(02).
028600     05  WS-FS8                PIC 9(02).
028700     05  WS-FS9                PIC 9(02).
028800     05  WS-FS10               PIC 9(02).
028900     05  WS-FS11               PIC 9(02).
029000     05  WS-EMP-EOF-SW         PIC X(01)     VALUE 'N'.
029100         88  WS-EMP-EOF            VALUE 'Y'.
029200         88  WS-EMP-NOT-EOF        VALUE 'N'.
029300     05  WS-SHS-EOF-SW         PIC X(01)     VALUE 'N'.
029400         88  WS-SHS-EOF            VALUE 'Y'.
029500         88  WS-SHS-NOT-EOF        VALUE 'N'.
029600     05  WS-PGS-EOF-SW         PIC X(01)     VALUE 'N'.
029700         88  WS-PGS-EOF            VALUE 'Y'.
029800         88  WS-PGS-NOT-EOF        VALUE 'N'.
029900     05  WS-PHS-EOF-SW         PIC X(01)     VALUE 'N'.
030000         88  WS-PHS-EOF            VALUE 'Y'.
030100         88  WS-PHS-NOT-EOF        VALUE 'N'.
030200     05  WS-PGP-EOF-SW         PIC X(01)     VALUE 'N'.
030300         88  WS-PGP-EOF            VALUE 'Y'.
030400         88  WS-PGP-NOT-EOF        VALUE 'N'.
030500     05  WS-JRN-EOF-SW         PIC X(01)     VALUE 'N'.
030600         88  WS-JRN-EOF            VALUE 'Y'.
030700         88  WS-JRN-NOT-EOF        VALUE 'N'.
030800     05  WS-ARC-EOF-SW         PIC X(01)     VALUE 'N'.
030900         88  WS-ARC-EOF            VALUE 'Y'.
031000         88  WS-ARC-NOT-EOF        VALUE 'N'.
031100     05  WS-ARCH-OPEN-SW       PIC X(01)     VALUE 'N'.
031200         88  WS-ARCH-OPEN          VALUE 'Y'.
031300         88  WS-ARCH-NOT-OPEN      VALUE 'N'.
031400     05  WS-REGISTERED-SW      PIC X(01)     VALUE 'N'.
031500         88  WS-ARCH-REGISTERED    VALUE 'Y'.
031600         88  WS-ARCH-NOT-REGISTERED VALUE 'N'.
031700
031800 01  WS-COUNTS.
031900     05  WS-READ-COUNT         PIC 9(07)     VALUE 0.
032000     05  WS-TERM-COUNT         PIC 9(05)     VALUE 0.
032100     05  WS-PURGE-COUNT        PIC 9(05)     VALUE 0.
032200     05  WS-REFUSE-COUNT       PIC 9(05)     VALUE 0.
032300     05  WS-KEEP-COUNT         PIC 9(05)     VALUE 0.
032400     05  WS-JRNL-READ          PIC 9(07)     VALUE 0.
032500     05  WS-JRNL-ROLLED        PIC 9(07)     VALUE 0.
032600     05  WS-JRNL-KEPT          PIC 9(07)     VALUE 0.
032700
032800*****************************************************************
032900*  RETENTION FIELDS. WS-RETAIN-MONTHS IS THE DEFAULT RETENTION  *
033000*  PERIOD, OVERRIDDEN FROM THE COMMAND LINE; WS-RETAIN-MIN IS   *
033100*  THE SHORTEST RETENTION THE RUN WILL ACCEPT. THE CUTOFF       *
033200*  PERIOD IS THE RUN MONTH LESS THE RETENTION - AN EMPLOYEE     *
033300*  TERMINATED IN AN EARLIER PERIOD IS PAST RETENTION.           *
033400*****************************************************************
033500 01  WS-RETENTION-FIELDS.
033600     05  WS-RETAIN-MONTHS      PIC 9(03)     VALUE 084.
033700     05  WS-RETAIN-MIN         PIC 9(03)     VALUE 012.
033800     05  WS-MONTH-NUMBER       PIC 9(06)     VALUE 0.
033900     05  WS-CUTOFF-PERIOD      PIC 9(06)     VALUE 0.
034000     05  WS-CUTOFF-PERIOD-R REDEFINES WS-CUTOFF-PERIOD.
034100         10  WS-CUTOFF-CCYY       PIC 9(04).
034200         10  WS-CUTOFF-MM         PIC 9(02).
034300     05  WS-TERM-PERIOD        PIC 9(06)     VALUE 0.
034400     05  WS-LAST-PAY-PERIOD    PIC 9(06)     VALUE 0.
034500     05  WS-LAST-PAY-YEAR      PIC 9(04)     VALUE 0.
034600     05  WS-ACTION-TEXT        PIC X(24)     VALUE SPACES.
034700
034800*****************************************************************
034900*  JOURNAL ROLL FIELDS. WS-JRNL-CUTOFF (CCYYMMDD) - AN ENTRY    *
035000*  DATED BEFORE IT IS ROLLED TO THE ARCHIVE. WS-SNAP-OLDEST IS  *
035100*  THE DATE OF THE OLDEST EMPSNAP.TXT ARCHIVE ON GENARCH (ZERO  *
035200*  WHEN THERE IS NONE) AND WS-SNAP-BOUND THE FIRST DAY OF THE   *
035300*  MONTH BEFORE IT - THE ROLL NEVER GOES PAST THAT DAY.         *
035400*****************************************************************
035500 01  WS-ROLL-FIELDS.
035600     05  WS-JRNL-CUTOFF        PIC 9(08)     VALUE 0.
035700     05  WS-SNAP-OLDEST        PIC 9(08)     VALUE 0.
035800     05  WS-SNAP-OLDEST-R REDEFINES WS-SNAP-OLDEST.
035900         10  WS-SNAP-CCYY         PIC 9(04).
036000         10  WS-SNAP-MM           PIC 9(02).
036100         10  WS-SNAP-DD           PIC 9(02).
036200     05  WS-SNAP-BOUND         PIC 9(08)     VALUE 0.
036300     05  WS-JRNL-DATE-INT      PIC 9(08)     VALUE 0.
036400     05  WS-JRNL-DATE-INT-R REDEFINES WS-JRNL-DATE-INT.
036500         10  WS-JDI-CCYY           PIC X(04).
036600         10  WS-JDI-MM             PIC X(02).
036700         10  WS-JDI-DD             PIC X(02).
036800     05  WS-ARCH-FILE-NAME     PIC X(30)     VALUE SPACES.
036900     05  WS-SOURCE-NAME        PIC X(30)     VALUE SPACES.
037000     05  WS-TARGET-NAME        PIC X(30)     VALUE SPACES.
037100     05  WS-COPY-RC            PIC S9(09) COMP VALUE 0.
037200
037300 01  WS-PARM-FIELDS.
037400     05  WS-PARM-LINE          PIC X(80)     VALUE SPACES.
037500     05  WS-PARM-WORD-1        PIC X(08)     VALUE SPACES.
037600     05  WS-PARM-WORD-2        PIC X(08)     VALUE SPACES.
037700
037800 01  WS-REPORT-FIELDS.
037900     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
038000     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
038100     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
038200     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
038300     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
038400         10  WS-RUN-DATE-CCYY     PIC 9(04).
038500         10  WS-RUN-DATE-MM       PIC 9(02).
038600         10  WS-RUN-DATE-DD       PIC 9(02).
038700     05  WS-RUN-TIME-RAW       PIC 9(08)     VALUE 0.
038800     05  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
038900         10  WS-RUN-TIME-HH       PIC 9(02).
039000         10  WS-RUN-TIME-MM       PIC 9(02).
039100         10  WS-RUN-TIME-SS       PIC 9(02).
039200         10  WS-RUN-TIME-HS       PIC 9(02).
039300     05  WS-RUN-DATE-FMT       PIC X(10)     VALUE SPACES.
039400     05  WS-RUN-TIME-FMT       PIC X(08)     VALUE SPACES.
039500
039600*****************************************************************
039700*  PURGE REGISTER REPORT LINES - MOVED TO PURGERPT-RECORD ON    *
039800*  WRITE.                                                       *
039900*****************************************************************
040000 01  RPT-TITLE-LINE.
040100     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
040200     05  FILLER                PIC X(25)     VALUE SPACES.
040300     05  FILLER                PIC X(30)     VALUE
040400             "FORMER-EMPLOYEE PURGE REGISTER".
040500     05  FILLER                PIC X(16)     VALUE SPACES.
040600     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
040700     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
040800     05  FILLER                PIC X(10)     VALUE SPACES.
040900     05  FILLER                PIC X(05)     VALUE "PAGE ".
041000     05  RPT-PAGE-NO           PIC ZZZ9.
041100     05  FILLER                PIC X(22)     VALUE SPACES.
041200     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
041300
041400 01  RPT-RETAIN-LINE.
041500     05  FILLER                PIC X(01)     VALUE SPACE.
041600     05  FILLER                PIC X(15)     VALUE
041700             "RETENTION     -".
041800     05  FILLER                PIC X(01)     VALUE SPACE.
041900     05  RPT-RET-MONTHS        PIC ZZ9.
042000     05  FILLER                PIC X(07)     VALUE " MONTHS".
042100     05  FILLER                PIC X(26)     VALUE
042200             "  PURGE TERMINATED BEFORE ".
042300     05  RPT-RET-CUTOFF        PIC 9(06).
042400     05  FILLER                PIC X(21)     VALUE
042500             "  PAY ACTIVITY YEAR  ".
042600     05  RPT-RET-PAY-YEAR      PIC 9(04).
042700     05  FILLER                PIC X(48)     VALUE SPACES.
042800     05  RPT-RET-NEWLINE       PIC X(01)     VALUE X'0A'.
042900
043000 01  RPT-COLUMN-HDG-1.
043100     05  FILLER                PIC X(01)     VALUE SPACE.
043200     05  FILLER                PIC X(06)     VALUE "EMP ID".
043300     05  FILLER                PIC X(02)     VALUE SPACES.
043400     05  FILLER                PIC X(15)     VALUE
043500             "EMPLOYEE NAME  ".
043600     05  FILLER                PIC X(02)     VALUE SPACES.
043700     05  FILLER                PIC X(10)     VALUE "DESG      ".
043800     05  FILLER                PIC X(02)     VALUE SPACES.
043900     05  FILLER                PIC X(04)     VALUE "CCTR".
044000     05  FILLER                PIC X(03)     VALUE SPACES.
044100     05  FILLER                PIC X(08)     VALUE "HIRED   ".
044200     05  FILLER                PIC X(03)     VALUE SPACES.
044300     05  FILLER                PIC X(06)     VALUE "TERMED".
044400     05  FILLER                PIC X(03)     VALUE SPACES.
044500     05  FILLER                PIC X(06)     VALUE "LASTPD".
044600     05  FILLER                PIC X(05)     VALUE SPACES.
044700     05  FILLER                PIC X(10)     VALUE "    SALARY".
044800     05  FILLER                PIC X(02)     VALUE SPACES.
044900     05  FILLER                PIC X(06)     VALUE "ACTION".
045000     05  FILLER                PIC X(38)     VALUE SPACES.
045100     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
045200
045300 01  RPT-COLUMN-HDG-2.
045400     05  FILLER                PIC X(01)     VALUE SPACE.
045500     05  FILLER                PIC X(06)     VALUE ALL "-".
045600     05  FILLER                PIC X(02)     VALUE SPACES.
045700     05  FILLER                PIC X(15)     VALUE ALL "-".
045800     05  FILLER                PIC X(02)     VALUE SPACES.
045900     05  FILLER                PIC X(10)     VALUE ALL "-".
046000     05  FILLER                PIC X(02)     VALUE SPACES.
046100     05  FILLER                PIC X(04)     VALUE ALL "-".
046200     05  FILLER                PIC X(03)     VALUE SPACES.
046300     05  FILLER                PIC X(08)     VALUE ALL "-".
046400     05  FILLER                PIC X(03)     VALUE SPACES.
046500     05  FILLER                PIC X(06)     VALUE ALL "-".
046600     05  FILLER                PIC X(03)     VALUE SPACES.
046700     05  FILLER                PIC X(06)     VALUE ALL "-".
046800     05  FILLER                PIC X(02)     VALUE SPACES.
046900     05  FILLER                PIC X(13)     VALUE ALL "-".
047000     05  FILLER                PIC X(02)     VALUE SPACES.
047100     05  FILLER                PIC X(24)     VALUE ALL "-".
047200     05  FILLER                PIC X(20)     VALUE SPACES.
047300     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
047400
047500 01  RPT-DETAIL-LINE.
047600     05  FILLER                PIC X(01)     VALUE SPACE.
047700     05  RPT-DET-ID            PIC X(05).
047800     05  FILLER                PIC X(03)     VALUE SPACES.
047900     05  RPT-DET-NAME          PIC X(15).
048000     05  FILLER                PIC X(02)     VALUE SPACES.
048100     05  RPT-DET-DESG          PIC X(10).
048200     05  FILLER                PIC X(02)     VALUE SPACES.
048300     05  RPT-DET-COSTCTR       PIC X(04).
048400     05  FILLER                PIC X(03)     VALUE SPACES.
048500     05  RPT-DET-HIRE-DATE     PIC 9(08).
048600     05  FILLER                PIC X(03)     VALUE SPACES.
048700     05  RPT-DET-TERM-PERIOD   PIC X(06).
048800     05  FILLER                PIC X(03)     VALUE SPACES.
048900     05  RPT-DET-LAST-PAY      PIC X(06).
049000     05  FILLER                PIC X(02)     VALUE SPACES.
049100     05  RPT-DET-SALARY        PIC Z,ZZZ,ZZZ,ZZ9.
049200     05  FILLER                PIC X(02)     VALUE SPACES.
049300     05  RPT-DET-ACTION        PIC X(24).
049400     05  FILLER                PIC X(20)     VALUE SPACES.
049500     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
049600
049700 01  RPT-TOTAL-LINE.
049800     05  FILLER                PIC X(01)     VALUE SPACE.
049900     05  FILLER                PIC X(15)     VALUE
050000             "RUN TOTALS    -".
050100     05  FILLER                PIC X(14)     VALUE
050200             " MASTER READ  ".
050300     05  RPT-TOT-READ          PIC ZZZZZZ9.
050400     05  FILLER                PIC X(13)     VALUE
050500             "  TERMINATED ".
050600     05  RPT-TOT-TERM          PIC ZZZZ9.
050700     05  FILLER                PIC X(09)     VALUE "  PURGED ".
050800     05  RPT-TOT-PURGED        PIC ZZZZ9.
050900     05  FILLER                PIC X(10)     VALUE "  REFUSED ".
051000     05  RPT-TOT-REFUSED       PIC ZZZZ9.
051100     05  FILLER                PIC X(07)     VALUE "  KEPT ".
051200     05  RPT-TOT-KEPT          PIC ZZZZ9.
051300     05  FILLER                PIC X(36)     VALUE SPACES.
051400     05  RPT-TOT-NEWLINE       PIC X(01)     VALUE X'0A'.
051500
051600 01  RPT-JRNL-TOTAL-LINE.
051700     05  FILLER                PIC X(01)     VALUE SPACE.
051800     05  FILLER                PIC X(15)     VALUE
051900             "JOURNAL ROLL  -".
052000     05  FILLER                PIC X(08)     VALUE " CUTOFF ".
052100     05  RPT-JRN-CUTOFF        PIC 9(08).
052200     05  FILLER                PIC X(07)     VALUE "  READ ".
052300     05  RPT-JRN-READ          PIC ZZZZZZ9.
052400     05  FILLER                PIC X(09)     VALUE "  ROLLED ".
052500     05  RPT-JRN-ROLLED        PIC ZZZZZZ9.
052600     05  FILLER                PIC X(07)     VALUE "  KEPT ".
052700     05  RPT-JRN-KEPT          PIC ZZZZZZ9.
052800     05  FILLER                PIC X(10)     VALUE "  ARCHIVE ".
052900     05  RPT-JRN-ARCHIVE       PIC X(30).
053000     05  FILLER                PIC X(16)     VALUE SPACES.
053100     05  RPT-JRN-NEWLINE       PIC X(01)     VALUE X'0A'.
053200
053300 01  RPT-BLANK-LINE.
053400     05  FILLER                PIC X(132)    VALUE SPACES.
053500     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
053600
053700 01  WS-ABEND-TEXT             PIC X(40).
053800
053900     COPY RUNCTLA.
054000
054100 PROCEDURE DIVISION.
054200
054300*****************************************************************
054400*  0000-MAINLINE - BUILD THE TERMINATION AND PAY HISTORIES,     *
054500*  WORK THE MASTER IN KEY SEQUENCE AGAINST THEM, THEN ROLL THE  *
054600*  JOURNAL.                                                     *
054700*****************************************************************
054800 0000-MAINLINE.
054900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
055000     PERFORM 1500-BUILD-TERM-HISTORY THRU 1500-EXIT.
055100     PERFORM 1600-BUILD-PAY-HISTORY THRU 1600-EXIT.
055200     PERFORM 1700-OPEN-UPDATE-FILES THRU 1700-EXIT.
055300     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
055400         UNTIL WS-EMP-EOF.
055500     PERFORM 3000-ROLL-JOURNAL THRU 3000-EXIT.
055600     PERFORM 8000-FINALIZE THRU 8000-EXIT.
055700     STOP RUN.
055800
055900*****************************************************************
056000*  1000-INITIALIZE - RUN DATE/TIME, RETENTION OFF THE COMMAND   *
056100*  LINE, THE CUTOFFS AND THE RUN-CONTROL START STAMP.           *
056200*****************************************************************
056300 1000-INITIALIZE.
056400     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
056500     ACCEPT WS-RUN-TIME-RAW FROM TIME.
056600     STRING WS-RUN-DATE-MM    "/"
056700            WS-RUN-DATE-DD    "/"
056800            WS-RUN-DATE-CCYY
056900            DELIMITED BY SIZE INTO WS-RUN-DATE-FMT.
057000     STRING WS-RUN-TIME-HH    ":"
057100            WS-RUN-TIME-MM    ":"
057200            WS-RUN-TIME-SS
057300            DELIMITED BY SIZE INTO WS-RUN-TIME-FMT.
057400     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
057500     UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
057600         INTO WS-PARM-WORD-1 WS-PARM-WORD-2.
057700     IF WS-PARM-WORD-2 NOT = SPACES
057800         MOVE "TOO MANY PARAMETERS" TO WS-ABEND-TEXT
057900         PERFORM 9900-ABEND THRU 9900-EXIT
058000     END-IF.
058100     IF WS-PARM-WORD-1 NOT = SPACES
058200         IF WS-PARM-WORD-1(1:3) IS NUMERIC
058300            AND WS-PARM-WORD-1(4:5) = SPACES
058400             MOVE WS-PARM-WORD-1(1:3) TO WS-RETAIN-MONTHS
058500         ELSE
058600             MOVE "INVALID RETENTION MONTHS PARAMETER"
058700                 TO WS-ABEND-TEXT
058800             PERFORM 9900-ABEND THRU 9900-EXIT
058900         END-IF
059000     END-IF.
059100     IF WS-RETAIN-MONTHS < WS-RETAIN-MIN
059200         MOVE "RETENTION UNDER THE 12 MONTH MINIMUM"
059300             TO WS-ABEND-TEXT
059400         PERFORM 9900-ABEND THRU 9900-EXIT
059500     END-IF.
059600     COMPUTE WS-MONTH-NUMBER =
059700         WS-RUN-DATE-CCYY * 12 + WS-RUN-DATE-MM - 1
059800         - WS-RETAIN-MONTHS.
059900     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-CCYY
060000         REMAINDER WS-CUTOFF-MM.
060100     ADD 1 TO WS-CUTOFF-MM.
060200     COMPUTE WS-JRNL-CUTOFF = WS-CUTOFF-PERIOD * 100 + 1.
060300     STRING "EMPJRNL.TXT."    DELIMITED BY SIZE
060400            WS-RUN-DATE-RAW   DELIMITED BY SIZE
060500            INTO WS-ARCH-FILE-NAME.
060600     DISPLAY "EMPPURGE - RETENTION " WS-RETAIN-MONTHS
060700             " MONTHS, PURGE CUTOFF PERIOD " WS-CUTOFF-PERIOD.
060800     PERFORM 1900-RUNCTL-START THRU 1900-EXIT.
060900     PERFORM 1100-SCAN-GENARCH THRU 1100-EXIT.
061000     MOVE WS-RUN-DATE-FMT  TO RPT-RUN-DATE.
061100     MOVE WS-RETAIN-MONTHS TO RPT-RET-MONTHS.
061200     MOVE WS-CUTOFF-PERIOD TO RPT-RET-CUTOFF.
061300     MOVE WS-RUN-DATE-CCYY TO RPT-RET-PAY-YEAR.
061400     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
061500 1000-EXIT.
061600     EXIT.
061700
061800*****************************************************************
061900*  1100-SCAN-GENARCH - FIND THE OLDEST SNAPSHOT ARCHIVE STILL   *
062000*  ON THE ARCHIVE INDEX AND NOTE WHETHER TODAY'S JOURNAL        *
062100*  ARCHIVE IS ALREADY REGISTERED (A SECOND RUN THE SAME DAY).   *
062200*  A SNAPSHOT ARCHIVED ON A DATE IS THE MASTER AS IT STOOD AT   *
062300*  THE PREVIOUS GENMGR RUN, SO THE JOURNAL CUTOFF IS HELD BACK  *
062400*  TO THE FIRST DAY OF THE MONTH BEFORE THE OLDEST ONE. NO      *
062500*  INDEX YET (STATUS 35) MEANS NO ARCHIVE TO PROTECT.           *
062600*****************************************************************
062700 1100-SCAN-GENARCH.
062800     OPEN INPUT GENARCH.
062900     IF WS-FS10 = 35
063000         GO TO 1100-EXIT
063100     END-IF.
063200     IF WS-FS10 NOT = 00
063300         MOVE "OPEN FAILED ON GENARCH" TO WS-ABEND-TEXT
063400         PERFORM 9900-ABEND THRU 9900-EXIT
063500     END-IF.
063600     SET WS-ARC-NOT-EOF TO TRUE.
063700     PERFORM 1150-SCAN-ONE-ENTRY THRU 1150-EXIT
063800         UNTIL WS-ARC-EOF.
063900     CLOSE GENARCH.
064000     IF WS-SNAP-OLDEST = 0
064100         GO TO 1100-EXIT
064200     END-IF.
064300     IF WS-SNAP-MM = 1
064400         COMPUTE WS-SNAP-BOUND =
064500             (WS-SNAP-CCYY - 1) * 10000 + 1201
064600     ELSE
064700         COMPUTE WS-SNAP-BOUND =
064800             WS-SNAP-CCYY * 10000 + (WS-SNAP-MM - 1) * 100 + 1
064900     END-IF.
065000     IF WS-SNAP-BOUND < WS-JRNL-CUTOFF
065100         DISPLAY "EMPPURGE - JOURNAL CUTOFF HELD BACK TO "
065200                 WS-SNAP-BOUND " FOR SNAPSHOT ARCHIVE OF "
065300                 WS-SNAP-OLDEST
065400         MOVE WS-SNAP-BOUND TO WS-JRNL-CUTOFF
065500     END-IF.
065600 1100-EXIT.
065700     EXIT.
065800
065900*****************************************************************
066000*  1150-SCAN-ONE-ENTRY - CHECK ONE ARCHIVE-INDEX ENTRY.         *
066100*****************************************************************
066200 1150-SCAN-ONE-ENTRY.
066300     READ GENARCH.
066400     IF WS-FS10 = 10
066500         SET WS-ARC-EOF TO TRUE
066600         GO TO 1150-EXIT
066700     END-IF.
066800     IF WS-FS10 NOT = 00
066900         MOVE "READ FAILED ON GENARCH" TO WS-ABEND-TEXT
067000         PERFORM 9900-ABEND THRU 9900-EXIT
067100     END-IF.
067200     IF ARCH-NAME = WS-ARCH-FILE-NAME
067300         SET WS-ARCH-REGISTERED TO TRUE
067400     END-IF.
067500     IF ARCH-NAME-BASE NOT = "EMPSNAP.TXT."
067600        OR ARCH-DATE IS NOT NUMERIC
067700         GO TO 1150-EXIT
067800     END-IF.
067900     IF WS-SNAP-OLDEST = 0 OR ARCH-DATE < WS-SNAP-OLDEST
068000         MOVE ARCH-DATE TO WS-SNAP-OLDEST
068100     END-IF.
068200 1150-EXIT.
068300     EXIT.
068400
068500*****************************************************************
068600*  1500-BUILD-TERM-HISTORY - SORT THE SALARY HISTORY STATUSES   *
068700*  INTO EMP-ID AND PERIOD SEQUENCE ON PGSALH AND PRIME THE      *
068800*  CO-READ.                                                     *
068900*****************************************************************
069000 1500-BUILD-TERM-HISTORY.
069100     SORT SHSORT
069200         ON ASCENDING KEY SHS-ID
069300         ON ASCENDING KEY SHS-PERIOD
069400         INPUT PROCEDURE IS 1510-RELEASE-SALHIST
069500         GIVING PGSALH.
069600     OPEN INPUT PGSALH.
069700     IF WS-FS3 NOT = 00
069800         MOVE "OPEN FAILED ON PGSALH" TO WS-ABEND-TEXT
069900         PERFORM 9900-ABEND THRU 9900-EXIT
070000     END-IF.
070100     PERFORM 1550-READ-PGSALH THRU 1550-EXIT.
070200 1500-EXIT.
070300     EXIT.
070400
070500*****************************************************************
070600*  1510-RELEASE-SALHIST - SORT INPUT PROCEDURE. RELEASE EVERY   *
070700*  SALARY HISTORY RECORD'S EMP-ID, PERIOD AND STATUS. NO        *
070800*  HISTORY FILE YET RELEASES NOTHING - NOBODY CAN BE PURGED.    *
070900*****************************************************************
071000 1510-RELEASE-SALHIST.
071100     OPEN INPUT SALHIST.
071200     IF WS-FS2 NOT = 00 AND WS-FS2 NOT = 35
071300         MOVE "OPEN FAILED ON SALHIST" TO WS-ABEND-TEXT
071400         PERFORM 9900-ABEND THRU 9900-EXIT
071500     END-IF.
071600     IF WS-FS2 = 00
071700         SET WS-SHS-NOT-EOF TO TRUE
071800         PERFORM 1520-RELEASE-ONE-SALHIST THRU 1520-EXIT
071900             UNTIL WS-SHS-EOF
072000         CLOSE SALHIST
072100     ELSE
072200         DISPLAY "EMPPURGE - NO SALHIST, NO TERMINATION HISTORY"
072300     END-IF.
072400 1510-RELEASE-EXIT.
072500     EXIT.
072600
072700*****************************************************************
072800*  1520-RELEASE-ONE-SALHIST - RELEASE ONE SALARY HISTORY        *
072900*  RECORD TO THE SORT.                                          *
073000*****************************************************************
073100 1520-RELEASE-ONE-SALHIST.
073200     READ SALHIST.
073300     IF WS-FS2 = 10
073400         SET WS-SHS-EOF TO TRUE
073500         GO TO 1520-EXIT
073600     END-IF.
073700     IF WS-FS2 NOT = 00
073800         MOVE "READ FAILED ON SALHIST" TO WS-ABEND-TEXT
073900         PERFORM 9900-ABEND THRU 9900-EXIT
074000     END-IF.
074100     MOVE SALH-ID      TO SHS-ID.
074200     MOVE SALH-PERIOD  TO SHS-PERIOD.
074300     MOVE SALH-STATUS  TO SHS-STATUS.
074400     MOVE X'0A'        TO SHS-NEWLINE.
074500     RELEASE SHSORT-RECORD.
074600 1520-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000*  1550-READ-PGSALH - READ THE NEXT SORTED SALARY HISTORY       *
075100*  STATUS.                                                      *
075200*****************************************************************
075300 1550-READ-PGSALH.
075400     READ PGSALH.
075500     IF WS-FS3 = 10
075600         SET WS-PGS-EOF TO TRUE
075700         GO TO 1550-EXIT
075800     END-IF.
075900     IF WS-FS3 NOT = 00
076000         MOVE "READ FAILED ON PGSALH" TO WS-ABEND-TEXT
076100         PERFORM 9900-ABEND THRU 9900-EXIT
076200     END-IF.
076300 1550-EXIT.
076400     EXIT.
076500
076600*****************************************************************
076700*  1600-BUILD-PAY-HISTORY - SORT THE PAID PERIODS INTO EMP-ID   *
076800*  AND PERIOD SEQUENCE ON PGPAYH AND PRIME THE CO-READ.         *
076900*****************************************************************
077000 1600-BUILD-PAY-HISTORY.
077100     SORT PHSORT
077200         ON ASCENDING KEY PHS-ID
077300         ON ASCENDING KEY PHS-PERIOD
077400         INPUT PROCEDURE IS 1610-RELEASE-PAYHIST
077500         GIVING PGPAYH.
077600     OPEN INPUT PGPAYH.
077700     IF WS-FS5 NOT = 00
077800         MOVE "OPEN FAILED ON PGPAYH" TO WS-ABEND-TEXT
077900         PERFORM 9900-ABEND THRU 9900-EXIT
078000     END-IF.
078100     PERFORM 1650-READ-PGPAYH THRU 1650-EXIT.
078200 1600-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600*  1610-RELEASE-PAYHIST - SORT INPUT PROCEDURE. RELEASE EVERY   *
078700*  PAY HISTORY RECORD'S EMP-ID AND PERIOD. NO PAY HISTORY FILE  *
078800*  YET RELEASES NOTHING.                                        *
078900*****************************************************************
079000 1610-RELEASE-PAYHIST.
079100     OPEN INPUT PAYHIST.
079200     IF WS-FS4 NOT = 00 AND WS-FS4 NOT = 35
079300         MOVE "OPEN FAILED ON PAYHIST" TO WS-ABEND-TEXT
079400         PERFORM 9900-ABEND THRU 9900-EXIT
079500     END-IF.
079600     IF WS-FS4 = 00
079700         SET WS-PHS-NOT-EOF TO TRUE
079800         PERFORM 1620-RELEASE-ONE-PAYHIST THRU 1620-EXIT
079900             UNTIL WS-PHS-EOF
080000         CLOSE PAYHIST
080100     ELSE
080200         DISPLAY "EMPPURGE - NO PAYHIST, NO PAY ACTIVITY"
080300     END-IF.
080400 1610-RELEASE-EXIT.
080500     EXIT.
080600
080700*****************************************************************
080800*  1620-RELEASE-ONE-PAYHIST - RELEASE ONE PAY HISTORY RECORD    *
080900*  TO THE SORT.                                                 *
081000*****************************************************************
081100 1620-RELEASE-ONE-PAYHIST.
081200     READ PAYHIST.
081300     IF WS-FS4 = 10
081400         SET WS-PHS-EOF TO TRUE
081500         GO TO 1620-EXIT
081600     END-IF.
081700     IF WS-FS4 NOT = 00
081800         MOVE "READ FAILED ON PAYHIST" TO WS-ABEND-TEXT
081900         PERFORM 9900-ABEND THRU 9900-EXIT
082000     END-IF.
082100     MOVE PAYH-ID      TO PHS-ID.
082200     MOVE PAYH-PERIOD  TO PHS-PERIOD.
082300     MOVE X'0A'        TO PHS-NEWLINE.
082400     RELEASE PHSORT-RECORD.
082500 1620-EXIT.
082600     EXIT.
082700
082800*****************************************************************
082900*  1650-READ-PGPAYH - READ THE NEXT SORTED PAID PERIOD.         *
083000*****************************************************************
083100 1650-READ-PGPAYH.
083200     READ PGPAYH.
083300     IF WS-FS5 = 10
083400         SET WS-PGP-EOF TO TRUE
083500         GO TO 1650-EXIT
083600     END-IF.
083700     IF WS-FS5 NOT = 00
083800         MOVE "READ FAILED ON PGPAYH" TO WS-ABEND-TEXT
083900         PERFORM 9900-ABEND THRU 9900-EXIT
084000     END-IF.
084100 1650-EXIT.
084200     EXIT.
084300
084400*****************************************************************
084500*  1700-OPEN-UPDATE-FILES - OPEN THE MASTER FOR UPDATE, THE     *
084600*  FORMER-EMPLOYEE FILE (CREATED ON THE FIRST RUN, STATUS 35),  *
084700*  THE JOURNAL FOR APPEND AND THE PURGE REGISTER.               *
084800*****************************************************************
084900 1700-OPEN-UPDATE-FILES.
085000     OPEN I-O EMPMASTER.
085100     IF WS-FS1 NOT = 00
085200         MOVE "OPEN FAILED ON EMPMASTER" TO WS-ABEND-TEXT
085300         PERFORM 9900-ABEND THRU 9900-EXIT
085400     END-IF.
085500     OPEN I-O EMPFORM.
085600     IF WS-FS6 = 35
085700         DISPLAY "EMPPURGE - NO EMPFORM, CREATING THE FILE"
085800         OPEN OUTPUT EMPFORM
085900         IF WS-FS6 NOT = 00
086000             MOVE "CREATE FAILED ON EMPFORM" TO WS-ABEND-TEXT
086100             PERFORM 9900-ABEND THRU 9900-EXIT
086200         END-IF
086300         CLOSE EMPFORM
086400         OPEN I-O EMPFORM
086500     END-IF.
086600     IF WS-FS6 NOT = 00
086700         MOVE "OPEN FAILED ON EMPFORM" TO WS-ABEND-TEXT
086800         PERFORM 9900-ABEND THRU 9900-EXIT
086900     END-IF.
087000     OPEN EXTEND EMPJRNL.
087100     IF WS-FS7 = 35
087200         OPEN OUTPUT EMPJRNL
087300     END-IF.
087400     IF WS-FS7 NOT = 00
087500         MOVE "OPEN FAILED ON EMPJRNL" TO WS-ABEND-TEXT
087600         PERFORM 9900-ABEND THRU 9900-EXIT
087700     END-IF.
087800     OPEN OUTPUT PURGERPT.
087900     IF WS-FS11 NOT = 00
088000         MOVE "OPEN FAILED ON EMPPURGE.PRT" TO WS-ABEND-TEXT
088100         PERFORM 9900-ABEND THRU 9900-EXIT
088200     END-IF.
088300 1700-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700*  1900-RUNCTL-START - STAMP THE RUN-CONTROL LOG AND ENFORCE    *
088800*  THE CONFLICT RULES (NO EMPMAINT, EMPSYNC OR GENMGR IN        *
088900*  FLIGHT) BEFORE A SINGLE FILE IS OPENED.                      *
089000*****************************************************************
089100 1900-RUNCTL-START.
089200     SET  RC-FUNC-START   TO TRUE.
089300     MOVE "EMPPURGE"      TO RC-PROGRAM.
089400     MOVE WS-RUN-DATE-RAW TO RC-RUN-DATE.
089500     CALL "RUNCTL" USING RUNCTL-PARM.
089600     IF NOT RC-OK
089700         MOVE RC-MESSAGE TO WS-ABEND-TEXT
089800         PERFORM 9900-ABEND THRU 9900-EXIT
089900     END-IF.
090000 1900-EXIT.
090100     EXIT.
090200
090300*****************************************************************
090400*  2000-PROCESS-EMPLOYEE - READ THE NEXT MASTER RECORD, MATCH   *
090500*  ITS SALARY AND PAY HISTORY AND DECIDE WHETHER A TERMINATED   *
090600*  EMPLOYEE IS PURGED, REFUSED OR KEPT.                         *
090700*****************************************************************
090800 2000-PROCESS-EMPLOYEE.
090900     READ EMPMASTER NEXT RECORD.
091000     IF WS-FS1 = 10
091100         SET WS-EMP-EOF TO TRUE
091200         GO TO 2000-EXIT
091300     END-IF.
091400     IF WS-FS1 NOT = 00
091500         MOVE "READ FAILED ON EMPMASTER" TO WS-ABEND-TEXT
091600         PERFORM 9900-ABEND THRU 9900-EXIT
091700     END-IF.
091800     ADD 1 TO WS-READ-COUNT.
091900     MOVE 0 TO WS-TERM-PERIOD.
092000     PERFORM 2100-MATCH-TERM-HISTORY THRU 2100-EXIT
092100         UNTIL WS-PGS-EOF
092200         OR PGS-ID > EMP-ID.
092300     MOVE 0 TO WS-LAST-PAY-PERIOD.
092400     PERFORM 2200-MATCH-PAY-HISTORY THRU 2200-EXIT
092500         UNTIL WS-PGP-EOF
092600         OR PGP-ID > EMP-ID.
092700     IF NOT EMP-TERMINATED
092800         GO TO 2000-EXIT
092900     END-IF.
093000     ADD 1 TO WS-TERM-COUNT.
093100     IF WS-TERM-PERIOD = 0
093200         MOVE "KEPT - NO TERM HISTORY" TO WS-ACTION-TEXT
093300         ADD 1 TO WS-KEEP-COUNT
093400         PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
093500         GO TO 2000-EXIT
093600     END-IF.
093700     IF WS-TERM-PERIOD NOT < WS-CUTOFF-PERIOD
093800         MOVE "KEPT - WITHIN RETENTION" TO WS-ACTION-TEXT
093900         ADD 1 TO WS-KEEP-COUNT
094000         PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
094100         GO TO 2000-EXIT
094200     END-IF.
094300     DIVIDE WS-LAST-PAY-PERIOD BY 100 GIVING WS-LAST-PAY-YEAR.
094400     IF WS-LAST-PAY-YEAR NOT < WS-RUN-DATE-CCYY
094500         MOVE "REFUSED - PAID THIS YEAR" TO WS-ACTION-TEXT
094600         ADD 1 TO WS-REFUSE-COUNT
094700         PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
094800         GO TO 2000-EXIT
094900     END-IF.
095000     PERFORM 2300-PURGE-EMPLOYEE THRU 2300-EXIT.
095100 2000-EXIT.
095200     EXIT.
095300
095400*****************************************************************
095500*  2100-MATCH-TERM-HISTORY - TAKE ONE SORTED SALARY HISTORY     *
095600*  STATUS. ONE FOR THE CURRENT EMPLOYEE MOVES THE TERMINATION   *
095700*  PERIOD: THE FIRST 'T' PERIOD SETS IT AND ANY LATER NON-'T'   *
095800*  PERIOD (A REHIRE) CLEARS IT AGAIN. ONE FOR AN EMP-ID NO      *
095900*  LONGER ON THE MASTER IS PASSED OVER.                         *
096000*****************************************************************
096100 2100-MATCH-TERM-HISTORY.
096200     IF PGS-ID = EMP-ID
096300         IF PGS-TERMINATED
096400             IF WS-TERM-PERIOD = 0
096500                 MOVE PGS-PERIOD TO WS-TERM-PERIOD
096600             END-IF
096700         ELSE
096800             MOVE 0 TO WS-TERM-PERIOD
096900         END-IF
097000     END-IF.
097100     PERFORM 1550-READ-PGSALH THRU 1550-EXIT.
097200 2100-EXIT.
097300     EXIT.
097400
097500*****************************************************************
097600*  2200-MATCH-PAY-HISTORY - TAKE ONE SORTED PAID PERIOD. THE    *
097700*  LAST ONE FOR THE CURRENT EMPLOYEE IS THEIR LAST PAY PERIOD.  *
097800*****************************************************************
097900 2200-MATCH-PAY-HISTORY.
098000     IF PGP-ID = EMP-ID
098100         MOVE PGP-PERIOD TO WS-LAST-PAY-PERIOD
098200     END-IF.
098300     PERFORM 1650-READ-PGPAYH THRU 1650-EXIT.
098400 2200-EXIT.
098500     EXIT.
098600
098700*****************************************************************
098800*  2300-PURGE-EMPLOYEE - WRITE THE FORMER-EMPLOYEE RECORD,      *
098900*  DELETE THE MASTER RECORD AND JOURNAL THE DELETE. AN EMP-ID   *
099000*  ALREADY ON THE FORMER-EMPLOYEE FILE IS REFUSED AND LEFT ON   *
099100*  THE MASTER FOR SOMEONE TO LOOK AT.                           *
099200*****************************************************************
099300 2300-PURGE-EMPLOYEE.
099400     MOVE EMP-ID              TO FORM-ID.
099500     MOVE EMP-NAME            TO FORM-NAME.
099600     MOVE EMP-DESG            TO FORM-DESG.
099700     MOVE EMP-SALARY          TO FORM-SALARY.
099800     MOVE EMP-STATUS          TO FORM-STATUS.
099900     MOVE EMP-HIRE-DATE       TO FORM-HIRE-DATE.
100000     MOVE EMP-COSTCTR         TO FORM-COSTCTR.
100100     MOVE WS-TERM-PERIOD      TO FORM-TERM-PERIOD.
100200     MOVE WS-LAST-PAY-PERIOD  TO FORM-LAST-PAY-PERIOD.
100300     MOVE WS-RUN-DATE-RAW     TO FORM-PURGE-DATE.
100400     WRITE EMPFORM-RECORD
100500         INVALID KEY
100600             MOVE "REFUSED - ON FORMER FILE" TO WS-ACTION-TEXT
100700             ADD 1 TO WS-REFUSE-COUNT
100800             PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT
100900             GO TO 2300-EXIT
101000     END-WRITE.
101100     MOVE EMPMASTER-RECORD    TO JRNL-BEFORE-IMAGE.
101200     DELETE EMPMASTER RECORD
101300         INVALID KEY
101400             MOVE "DELETE FAILED ON EMPMASTER" TO WS-ABEND-TEXT
101500             PERFORM 9900-ABEND THRU 9900-EXIT
101600     END-DELETE.
101700     MOVE WS-RUN-DATE-FMT     TO JRNL-DATE.
101800     MOVE WS-RUN-TIME-FMT     TO JRNL-TIME.
101900     MOVE "D"                 TO JRNL-ACTION.
102000     MOVE FORM-ID             TO JRNL-ID.
102100     MOVE "EMPPURGE"          TO JRNL-OPERATOR.
102200     MOVE SPACES              TO JRNL-APPROVER.
102300     MOVE SPACES              TO JRNL-AFTER-IMAGE.
102400     MOVE X'0A'               TO JRNL-NEWLINE.
102500     WRITE JRNL-RECORD.
102600     IF WS-FS7 NOT = 00
102700         MOVE "WRITE FAILED ON EMPJRNL" TO WS-ABEND-TEXT
102800         PERFORM 9900-ABEND THRU 9900-EXIT
102900     END-IF.
103000     MOVE "PURGED"            TO WS-ACTION-TEXT.
103100     ADD 1 TO WS-PURGE-COUNT.
103200     PERFORM 2600-WRITE-DETAIL THRU 2600-EXIT.
103300 2300-EXIT.
103400     EXIT.
103500
103600*****************************************************************
103700*  2600-WRITE-DETAIL - PRINT ONE TERMINATED EMPLOYEE AND THE    *
103800*  ACTION TAKEN, STARTING A NEW PAGE FIRST IF THE CURRENT PAGE  *
103900*  IS FULL. THE MASTER RECORD IS STILL IN THE RECORD AREA - ON  *
104000*  A PURGE IT WAS DELETED BY KEY BUT NOT OVERWRITTEN.           *
104100*****************************************************************
104200 2600-WRITE-DETAIL.
104300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
104400         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
104500     END-IF.
104600     MOVE EMP-ID          TO RPT-DET-ID.
104700     MOVE EMP-NAME        TO RPT-DET-NAME.
104800     MOVE EMP-DESG        TO RPT-DET-DESG.
104900     MOVE EMP-COSTCTR     TO RPT-DET-COSTCTR.
105000     MOVE EMP-HIRE-DATE   TO RPT-DET-HIRE-DATE.
105100     MOVE EMP-SALARY      TO RPT-DET-SALARY.
105200     IF WS-TERM-PERIOD = 0
105300         MOVE "NONE  "        TO RPT-DET-TERM-PERIOD
105400     ELSE
105500         MOVE WS-TERM-PERIOD  TO RPT-DET-TERM-PERIOD
105600     END-IF.
105700     IF WS-LAST-PAY-PERIOD = 0
105800         MOVE "NONE  "           TO RPT-DET-LAST-PAY
105900     ELSE
106000         MOVE WS-LAST-PAY-PERIOD TO RPT-DET-LAST-PAY
106100     END-IF.
106200     MOVE WS-ACTION-TEXT  TO RPT-DET-ACTION.
106300     WRITE PURGERPT-RECORD FROM RPT-DETAIL-LINE.
106400     IF WS-FS11 NOT = 00
106500         MOVE "WRITE FAILED ON EMPPURGE.PRT" TO WS-ABEND-TEXT
106600         PERFORM 9900-ABEND THRU 9900-EXIT
106700     END-IF.
106800     ADD 1 TO WS-LINE-COUNT.
106900 2600-EXIT.
107000     EXIT.
107100
107200*****************************************************************
107300*  2700-PRINT-HEADERS - START A NEW REGISTER PAGE: TITLE, RUN   *
107400*  DATE, PAGE NUMBER, THE RETENTION LINE AND COLUMN HEADINGS.   *
107500*****************************************************************
107600 2700-PRINT-HEADERS.
107700     ADD 1 TO WS-PAGE-COUNT.
107800     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
107900     IF WS-PAGE-COUNT = 1
108000         MOVE SPACE TO RPT-FORMFEED
108100     ELSE
108200         MOVE X'0C' TO RPT-FORMFEED
108300     END-IF.
108400     WRITE PURGERPT-RECORD FROM RPT-TITLE-LINE.
108500     WRITE PURGERPT-RECORD FROM RPT-RETAIN-LINE.
108600     WRITE PURGERPT-RECORD FROM RPT-BLANK-LINE.
108700     WRITE PURGERPT-RECORD FROM RPT-COLUMN-HDG-1.
108800     WRITE PURGERPT-RECORD FROM RPT-COLUMN-HDG-2.
108900     MOVE 0 TO WS-LINE-COUNT.
109000 2700-EXIT.
109100     EXIT.
109200
109300*****************************************************************
109400*  3000-ROLL-JOURNAL - COPY THE JOURNAL (NOW INCLUDING THIS     *
109500*  RUN'S PURGES) ENTRY BY ENTRY: ONE DATED BEFORE THE JOURNAL   *
109600*  CUTOFF GOES TO THE DATED ARCHIVE, THE REST TO EMPJRNL.NEW.   *
109700*  WHEN ANYTHING WAS ROLLED, EMPJRNL.NEW IS COPIED OVER         *
109800*  EMPJRNL.TXT AND THE ARCHIVE IS REGISTERED ON GENARCH. THE    *
109900*  ARCHIVE IS CLOSED BEFORE THE JOURNAL IS REPLACED, SO NO      *
110000*  ENTRY IS EVER ON NEITHER FILE.                               *
110100*****************************************************************
110200 3000-ROLL-JOURNAL.
110300     CLOSE EMPJRNL.
110400     OPEN INPUT EMPJRNL.
110500     IF WS-FS7 NOT = 00
110600         MOVE "REOPEN FAILED ON EMPJRNL" TO WS-ABEND-TEXT
110700         PERFORM 9900-ABEND THRU 9900-EXIT
110800     END-IF.
110900     OPEN OUTPUT EMPJRNLN.
111000     IF WS-FS8 NOT = 00
111100         MOVE "OPEN FAILED ON EMPJRNL.NEW" TO WS-ABEND-TEXT
111200         PERFORM 9900-ABEND THRU 9900-EXIT
111300     END-IF.
111400     SET WS-JRN-NOT-EOF TO TRUE.
111500     PERFORM 3100-ROLL-ONE-ENTRY THRU 3100-EXIT
111600         UNTIL WS-JRN-EOF.
111700     CLOSE EMPJRNL.
111800     CLOSE EMPJRNLN.
111900     IF WS-ARCH-OPEN
112000         CLOSE JRNLARCH
112100     END-IF.
112200     MOVE "EMPJRNL.NEW" TO WS-SOURCE-NAME.
112300     IF WS-JRNL-ROLLED > 0
112400         MOVE "EMPJRNL.TXT" TO WS-TARGET-NAME
112500         PERFORM 6000-COPY-FILE THRU 6000-EXIT
112600         IF WS-COPY-RC NOT = 0
112700             MOVE "EMPJRNL REPLACE FAILED" TO WS-ABEND-TEXT
112800             PERFORM 9900-ABEND THRU 9900-EXIT
112900         END-IF
113000         PERFORM 3300-REGISTER-ARCHIVE THRU 3300-EXIT
113100     END-IF.
113200     PERFORM 6100-DELETE-SOURCE THRU 6100-EXIT.
113300 3000-EXIT.
113400     EXIT.
113500
113600*****************************************************************
113700*  3100-ROLL-ONE-ENTRY - READ ONE JOURNAL ENTRY, REARRANGE ITS  *
113800*  MM/DD/CCYY DATE TO CCYYMMDD AND ROUTE IT. AN ENTRY WHOSE     *
113900*  DATE WILL NOT CONVERT IS KEPT - THE SAME RULE GENMGR USES    *
114000*  FOR A CORRUPT INDEX LINE.                                    *
114100*****************************************************************
114200 3100-ROLL-ONE-ENTRY.
114300     READ EMPJRNL.
114400     IF WS-FS7 = 10
114500         SET WS-JRN-EOF TO TRUE
114600         GO TO 3100-EXIT
114700     END-IF.
114800     IF WS-FS7 NOT = 00
114900         MOVE "READ FAILED ON EMPJRNL" TO WS-ABEND-TEXT
115000         PERFORM 9900-ABEND THRU 9900-EXIT
115100     END-IF.
115200     ADD 1 TO WS-JRNL-READ.
115300     MOVE JRNL-DATE (7:4) TO WS-JDI-CCYY.
115400     MOVE JRNL-DATE (1:2) TO WS-JDI-MM.
115500     MOVE JRNL-DATE (4:2) TO WS-JDI-DD.
115600     IF WS-JRNL-DATE-INT IS NUMERIC
115700        AND WS-JRNL-DATE-INT < WS-JRNL-CUTOFF
115800         PERFORM 3200-WRITE-ARCHIVE THRU 3200-EXIT
115900     ELSE
116000         WRITE EMPJRNLN-RECORD FROM JRNL-RECORD
116100         IF WS-FS8 NOT = 00
116200             MOVE "WRITE FAILED ON EMPJRNL.NEW" TO WS-ABEND-TEXT
116300             PERFORM 9900-ABEND THRU 9900-EXIT
116400         END-IF
116500         ADD 1 TO WS-JRNL-KEPT
116600     END-IF.
116700 3100-EXIT.
116800     EXIT.
116900
117000*****************************************************************
117100*  3200-WRITE-ARCHIVE - APPEND ONE ROLLED ENTRY TO THE DATED    *
117200*  ARCHIVE, OPENING IT ON THE FIRST ONE (EXTEND, SO A SECOND    *
117300*  RUN THE SAME DAY ADDS TO IT; CREATED ON STATUS 35).          *
117400*****************************************************************
117500 3200-WRITE-ARCHIVE.
117600     IF WS-ARCH-NOT-OPEN
117700         OPEN EXTEND JRNLARCH
117800         IF WS-FS9 = 35
117900             OPEN OUTPUT JRNLARCH
118000         END-IF
118100         IF WS-FS9 NOT = 00
118200             MOVE "OPEN FAILED ON JOURNAL ARCHIVE"
118300                 TO WS-ABEND-TEXT
118400             PERFORM 9900-ABEND THRU 9900-EXIT
118500         END-IF
118600         SET WS-ARCH-OPEN TO TRUE
118700     END-IF.
118800     WRITE JRNLARCH-RECORD FROM JRNL-RECORD.
118900     IF WS-FS9 NOT = 00
119000         MOVE "WRITE FAILED ON JOURNAL ARCHIVE" TO WS-ABEND-TEXT
119100         PERFORM 9900-ABEND THRU 9900-EXIT
119200     END-IF.
119300     ADD 1 TO WS-JRNL-ROLLED.
119400 3200-EXIT.
119500     EXIT.
119600
119700*****************************************************************
119800*  3300-REGISTER-ARCHIVE - RECORD THE JOURNAL ARCHIVE ON        *
119900*  GENARCH UNDER THE RUN DATE, UNLESS AN EARLIER RUN TODAY      *
120000*  ALREADY DID. GENMGR NEVER PURGES A JOURNAL ARCHIVE.          *
120100*****************************************************************
120200 3300-REGISTER-ARCHIVE.
120300     IF WS-ARCH-REGISTERED
120400         GO TO 3300-EXIT
120500     END-IF.
120600     OPEN EXTEND GENARCH.
120700     IF WS-FS10 = 35
120800         OPEN OUTPUT GENARCH
120900     END-IF.
121000     IF WS-FS10 NOT = 00
121100         MOVE "OPEN FAILED ON GENARCH" TO WS-ABEND-TEXT
121200         PERFORM 9900-ABEND THRU 9900-EXIT
121300     END-IF.
121400     MOVE WS-ARCH-FILE-NAME TO ARCH-NAME.
121500     MOVE WS-RUN-DATE-RAW   TO ARCH-DATE.
121600     MOVE X'0A'             TO ARCH-NEWLINE.
121700     WRITE GENARCH-RECORD.
121800     IF WS-FS10 NOT = 00
121900         MOVE "WRITE FAILED ON GENARCH" TO WS-ABEND-TEXT
122000         PERFORM 9900-ABEND THRU 9900-EXIT
122100     END-IF.
122200     CLOSE GENARCH.
122300     SET WS-ARCH-REGISTERED TO TRUE.
122400     DISPLAY "EMPPURGE - ARCHIVED " WS-ARCH-FILE-NAME.
122500 3300-EXIT.
122600     EXIT.
122700
122800*****************************************************************
122900*  6000-COPY-FILE - COPY WS-SOURCE-NAME TO WS-TARGET-NAME WITH  *
123000*  THE CBL_COPY_FILE LIBRARY ROUTINE, THE WAY GENMGR ROLLS ITS  *
123100*  GENERATIONS. WS-COPY-RC IS ZERO ON SUCCESS.                  *
123200*****************************************************************
123300 6000-COPY-FILE.
123400     CALL "CBL_COPY_FILE" USING WS-SOURCE-NAME WS-TARGET-NAME.
123500     MOVE RETURN-CODE TO WS-COPY-RC.
123600     MOVE 0 TO RETURN-CODE.
123700 6000-EXIT.
123800     EXIT.
123900
124000*****************************************************************
124100*  6100-DELETE-SOURCE - DELETE WS-SOURCE-NAME WITH THE          *
124200*  CBL_DELETE_FILE LIBRARY ROUTINE. A FAILED DELETE IS          *
124300*  REPORTED BUT DOES NOT STOP THE RUN.                          *
124400*****************************************************************
124500 6100-DELETE-SOURCE.
124600     CALL "CBL_DELETE_FILE" USING WS-SOURCE-NAME.
124700     IF RETURN-CODE NOT = 0
124800         DISPLAY "EMPPURGE - DELETE FAILED - " WS-SOURCE-NAME
124900     END-IF.
125000     MOVE 0 TO RETURN-CODE.
125100 6100-EXIT.
125200     EXIT.
125300
125400*****************************************************************
125500*  8000-FINALIZE - TOTALS, CLOSE FILES, CLEAN-END STAMP.        *
125600*****************************************************************
125700 8000-FINALIZE.
125800     IF WS-PAGE-COUNT = 0
125900         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
126000     END-IF.
126100     MOVE WS-READ-COUNT      TO RPT-TOT-READ.
126200     MOVE WS-TERM-COUNT      TO RPT-TOT-TERM.
126300     MOVE WS-PURGE-COUNT     TO RPT-TOT-PURGED.
126400     MOVE WS-REFUSE-COUNT    TO RPT-TOT-REFUSED.
126500     MOVE WS-KEEP-COUNT      TO RPT-TOT-KEPT.
126600     WRITE PURGERPT-RECORD FROM RPT-BLANK-LINE.
126700     WRITE PURGERPT-RECORD FROM RPT-TOTAL-LINE.
126800     MOVE WS-JRNL-CUTOFF     TO RPT-JRN-CUTOFF.
126900     MOVE WS-JRNL-READ       TO RPT-JRN-READ.
127000     MOVE WS-JRNL-ROLLED     TO RPT-JRN-ROLLED.
127100     MOVE WS-JRNL-KEPT       TO RPT-JRN-KEPT.
127200     IF WS-JRNL-ROLLED > 0
127300         MOVE WS-ARCH-FILE-NAME TO RPT-JRN-ARCHIVE
127400     ELSE
127500         MOVE "NONE - NOTHING TO ROLL" TO RPT-JRN-ARCHIVE
127600     END-IF.
127700     WRITE PURGERPT-RECORD FROM RPT-JRNL-TOTAL-LINE.
127800     DISPLAY "EMPPURGE - MASTER RECORDS READ  " WS-READ-COUNT.
127900     DISPLAY "EMPPURGE - TERMINATED CONSIDERED " WS-TERM-COUNT.
128000     DISPLAY "EMPPURGE - PURGED               " WS-PURGE-COUNT.
128100     DISPLAY "EMPPURGE - REFUSED              " WS-REFUSE-COUNT.
128200     DISPLAY "EMPPURGE - KEPT                 " WS-KEEP-COUNT.
128300     DISPLAY "EMPPURGE - JOURNAL ENTRIES READ " WS-JRNL-READ.
128400     DISPLAY "EMPPURGE - JOURNAL ROLLED       " WS-JRNL-ROLLED.
128500     DISPLAY "EMPPURGE - JOURNAL KEPT         " WS-JRNL-KEPT.
128600     CLOSE EMPMASTER.
128700     CLOSE EMPFORM.
128800     CLOSE PGSALH.
128900     CLOSE PGPAYH.
129000     CLOSE PURGERPT.
129100     PERFORM 8900-RUNCTL-END THRU 8900-EXIT.
129200 8000-EXIT.
129300     EXIT.
129400
129500*****************************************************************
129600*  8900-RUNCTL-END - STAMP THE CLEAN END ON THE RUN-CONTROL     *
129700*  LOG. A FAILURE HERE IS REPORTED BUT DOES NOT UNDO A RUN      *
129800*  THAT ALREADY COMPLETED.                                      *
129900*****************************************************************
130000 8900-RUNCTL-END.
130100     SET  RC-FUNC-END     TO TRUE.
130200     MOVE "EMPPURGE"      TO RC-PROGRAM.
130300     MOVE WS-RUN-DATE-RAW TO RC-RUN-DATE.
130400     CALL "RUNCTL" USING RUNCTL-PARM.
130500     IF NOT RC-OK
130600         DISPLAY "EMPPURGE - RUNCTL END STAMP FAILED - "
130700                 RC-MESSAGE
130800     END-IF.
130900 8900-EXIT.
131000     EXIT.
131100
131200*****************************************************************
131300*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
131400*****************************************************************
131500 9900-ABEND.
131600     DISPLAY "EMPPURGE - ABEND - " WS-ABEND-TEXT
131700             " - FILE STATUS 1 = " WS-FS1
131800             " FILE STATUS 2 = " WS-FS2
131900             " FILE STATUS 3 = " WS-FS3
132000             " FILE STATUS 4 = " WS-FS4
132100             " FILE STATUS 5 = " WS-FS5
132200             " FILE STATUS 6 = " WS-FS6
132300             " FILE STATUS 7 = " WS-FS7
132400             " FILE STATUS 8 = " WS-FS8
132500             " FILE STATUS 9 = " WS-FS9
132600             " FILE STATUS 10 = " WS-FS10
132700             " FILE STATUS 11 = " WS-FS11.
132800     MOVE 16 TO RETURN-CODE.
132900     STOP RUN.
133000 9900-EXIT.
133100     EXIT.
