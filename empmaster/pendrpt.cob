000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PENDRPT.
000300 AUTHOR.        J HARRIS.
000400 INSTALLATION.  PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800*  MODIFICATION HISTORY                                         *
000900*  ---------------------------------------------------------    *
001000*  10/15/26  JDH  INITIAL VERSION.                                 *
001010*  10/15/26  JDH  THE PENDING FILE GREW 71 TO 79 BYTES WITH THE    *
001020*                 ID OF THE SUPERVISOR WHO APPROVED A HELD ITEM    *
001030*                 (IN STEP WITH EMPMAINT). IT IS PRINTED IN A NEW  *
001040*                 APPROVER COLUMN.                                 *
001050*  10/15/26  JDH  THE SORT INPUT AND OUTPUT PROCEDURES ARE NOW     *
001060*                 CODED THRU THEIR EXIT PARAGRAPHS, SO A MISSING   *
001070*                 PENDING FILE ENDS THE RELEASE CLEANLY AND        *
001080*                 PRINTS THE TITLED EMPTY REPORT INSTEAD OF        *
001090*                 READING AN UNOPENED FILE.                        *
001100*****************************************************************
001200*  REMARKS.
001300*  PENDING MAINTENANCE ITEMS REPORT. LISTS EVERY FUTURE-DATED
001400*  TRANSACTION EMPMAINT IS HOLDING ON THE PENDING FILE
001500*  (EMPMPEND.TXT - SAME 79-BYTE LAYOUT AS EMPMTRAN) UNTIL ITS
001600*  EFFECTIVE DATE, IN EFFECTIVE-DATE ORDER, ON PENDRPT.PRT
001700*  (133-BYTE PRINT CONVENTION, SAME AS EMPLIST.PRT). THE ITEMS
001800*  ARE SORTED BY EFFECTIVE DATE, EMP-ID AND THEIR POSITION ON
001900*  THE PENDING FILE THROUGH THE PNDSORT WORK FILE, SO TWO ITEMS
002000*  FOR ONE EMPLOYEE ON ONE DATE PRINT IN THE ORDER EMPMAINT
002100*  WILL APPLY THEM. EACH EFFECTIVE DATE GETS A SUBTOTAL AND THE
002200*  RUN ENDS WITH ADD / CHANGE / DELETE TOTALS.
002300*
002400*  AN ITEM DATED TODAY IS FLAGGED DUE - THE NEXT EMPMAINT RUN
002500*  APPLIES IT. AN ITEM DATED BEFORE TODAY IS FLAGGED OVERDUE:
002600*  EMPMAINT HAS NOT RUN SINCE IT FELL DUE AND IT IS STILL
002700*  WAITING TO BE APPLIED. NO PENDING FILE (EMPMAINT HAS NEVER
002800*  PARKED ANYTHING) PRINTS A TITLED PAGE WITH ZERO TOTALS.
002900*  READ ONLY - THE PENDING FILE IS NOT CHANGED.
003000*****************************************************************
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT EMPMPEND ASSIGN TO "EMPMPEND.TXT"
003600         ORGANIZATION IS SEQUENTIAL
003700         ACCESS MODE  IS SEQUENTIAL
003800         FILE STATUS  IS WS-FS1.
003900
004000     SELECT PNDSORT ASSIGN TO "PNDSORT.TMP".
004100
004200     SELECT PENDRPT ASSIGN TO "PENDRPT.PRT"
004300         ORGANIZATION IS SEQUENTIAL
004400         ACCESS MODE  IS SEQUENTIAL
004500         FILE STATUS  IS WS-FS2.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900*****************************************************************
005000*  EMPMPEND - FUTURE-DATED TRANSACTIONS EMPMAINT IS HOLDING     *
005100*  UNTIL THEIR EFFECTIVE DATE. SAME 79-BYTE LAYOUT AS EMPMTRAN. *
005200*****************************************************************
005300 FD  EMPMPEND
005400     RECORD CONTAINS 79  CHARACTERS
005500     BLOCK  CONTAINS 79  CHARACTERS
005600     RECORDING MODE  IS  F
005700     DATA RECORD     IS EMPMPEND-RECORD.
005800 01  EMPMPEND-RECORD.
005900     05  PEND-ACTION           PIC X(01).
006000     05  PEND-ID               PIC X(05).
006100     05  PEND-NAME             PIC X(15).
006200     05  PEND-DESG             PIC X(10).
006300     05  PEND-SALARY           PIC 9(10).
006400     05  PEND-STATUS           PIC X(01).
006500     05  PEND-HIRE-DATE        PIC 9(08).
006600     05  PEND-COSTCTR          PIC X(04).
006700     05  PEND-OPERATOR         PIC X(08).
006800     05  PEND-EFF-DATE         PIC 9(08).
006810     05  PEND-APPROVER         PIC X(08).
006900     05  PEND-NEWLINE          PIC X(01).
007000
007100*****************************************************************
007200*  PNDSORT - SORT WORK FILE. THE PENDING ITEMS COME BACK BY     *
007300*  EFFECTIVE DATE, EMP-ID AND POSITION ON THE PENDING FILE.     *
007400*****************************************************************
007500 SD  PNDSORT
007600     DATA RECORD IS PNDSORT-RECORD.
007700 01  PNDSORT-RECORD.
007800     05  SORT-EFF-DATE         PIC 9(08).
007900     05  SORT-ID               PIC X(05).
008000     05  SORT-SEQ              PIC 9(07).
008100     05  SORT-ACTION           PIC X(01).
008200     05  SORT-NAME             PIC X(15).
008300     05  SORT-DESG             PIC X(10).
008400     05  SORT-SALARY           PIC 9(10).
008500     05  SORT-STATUS           PIC X(01).
008600     05  SORT-HIRE-DATE        PIC 9(08).
008700     05  SORT-COSTCTR          PIC X(04).
008800     05  SORT-OPERATOR         PIC X(08).
008810     05  SORT-APPROVER         PIC X(08).
008900
009000*****************************************************************
009100*  PENDRPT - PENDING ITEMS REPORT. EACH PRINT LINE IS 133       *
009200*  BYTES - A 132 BYTE PRINT IMAGE PLUS A TRAILING NEWLINE, THE  *
009300*  SAME CONVENTION AS EMPLIST.PRT.                              *
009400*****************************************************************
009500 FD  PENDRPT
009600     RECORD CONTAINS 133 CHARACTERS
009700     BLOCK  CONTAINS 133 CHARACTERS
009800     RECORDING MODE  IS  F
009900     DATA RECORD     IS PENDRPT-RECORD.
010000 01  PENDRPT-RECORD              PIC X(133).
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-VAR.
010400     05  WS-FS1                PIC 9(02).
010500     05  WS-FS2                PIC 9(02).
010600     05  WS-PEND-EOF-SW        PIC X(01)     VALUE 'N'.
010700         88  WS-PEND-EOF           VALUE 'Y'.
010800         88  WS-PEND-NOT-EOF       VALUE 'N'.
010900     05  WS-PEND-OPEN-SW       PIC X(01)     VALUE 'N'.
011000         88  WS-PEND-OPEN          VALUE 'Y'.
011100         88  WS-PEND-NOT-OPEN      VALUE 'N'.
011200     05  WS-SRT-EOF-SW         PIC X(01)     VALUE 'N'.
011300         88  WS-SRT-EOF            VALUE 'Y'.
011400         88  WS-SRT-NOT-EOF        VALUE 'N'.
011500
011600 01  WS-COUNTS.
011700     05  WS-READ-COUNT         PIC 9(07)     VALUE 0.
011800     05  WS-TOT-ADDS           PIC 9(05)     VALUE 0.
011900     05  WS-TOT-CHANGES        PIC 9(05)     VALUE 0.
012000     05  WS-TOT-DELETES        PIC 9(05)     VALUE 0.
012100     05  WS-TOT-DUE            PIC 9(05)     VALUE 0.
012200     05  WS-TOT-OVERDUE        PIC 9(05)     VALUE 0.
012300     05  WS-DATE-ITEMS         PIC 9(05)     VALUE 0.
012400
012500 01  WS-BREAK-FIELDS.
012600     05  WS-FIRST-DATE-SW      PIC X(01)     VALUE 'Y'.
012700         88  WS-FIRST-DATE         VALUE 'Y'.
012800     05  WS-PREV-EFF-DATE      PIC 9(08)     VALUE 0.
012900
013000 01  WS-REPORT-FIELDS.
013100     05  WS-PAGE-COUNT         PIC 9(03)     VALUE 0.
013200     05  WS-LINE-COUNT         PIC 9(02)     VALUE 0.
013300     05  WS-LINES-PER-PAGE     PIC 9(02)     VALUE 60.
013400     05  WS-RUN-DATE-RAW       PIC 9(08)     VALUE 0.
013500     05  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
013600         10  WS-RUN-DATE-CCYY     PIC 9(04).
013700         10  WS-RUN-DATE-MM       PIC 9(02).
013800         10  WS-RUN-DATE-DD       PIC 9(02).
013900     05  WS-RUN-DATE-FMT       PIC X(10)     VALUE SPACES.
014000
014100*****************************************************************
014200*  WS-DATE-WORK - A CCYYMMDD DATE BEING EDITED TO MM/DD/CCYY    *
014300*  FOR PRINT BY 5500-FORMAT-DATE.                               *
014400*****************************************************************
014500 01  WS-DATE-WORK.
014600     05  WS-DATE-IN            PIC 9(08)     VALUE 0.
014700     05  WS-DATE-IN-R REDEFINES WS-DATE-IN.
014800         10  WS-DATE-IN-CCYY       PIC 9(04).
014900         10  WS-DATE-IN-MM         PIC 9(02).
015000         10  WS-DATE-IN-DD         PIC 9(02).
015100     05  WS-DATE-OUT           PIC X(10)     VALUE SPACES.
015200
015300*****************************************************************
015400*  PENDING ITEMS REPORT LINES - MOVED TO PENDRPT-RECORD ON      *
015500*  WRITE.                                                       *
015600*****************************************************************
015700 01  RPT-TITLE-LINE.
015800     05  RPT-FORMFEED          PIC X(01)     VALUE SPACE.
015900     05  FILLER                PIC X(27)     VALUE SPACES.
016000     05  FILLER                PIC X(26)     VALUE
016100             "PENDING MAINTENANCE ITEMS".
016200     05  FILLER                PIC X(18)     VALUE SPACES.
016300     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
016400     05  RPT-RUN-DATE          PIC X(10)     VALUE SPACES.
016500     05  FILLER                PIC X(10)     VALUE SPACES.
016600     05  FILLER                PIC X(05)     VALUE "PAGE ".
016700     05  RPT-PAGE-NO           PIC ZZZ9.
016800     05  FILLER                PIC X(22)     VALUE SPACES.
016900     05  RPT-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
017000
017100 01  RPT-COLUMN-HDG-1.
017200     05  FILLER                PIC X(01)     VALUE SPACE.
017300     05  FILLER                PIC X(10)     VALUE "EFFECTIVE ".
017400     05  FILLER                PIC X(02)     VALUE SPACES.
017500     05  FILLER                PIC X(06)     VALUE "ACTION".
017600     05  FILLER                PIC X(02)     VALUE SPACES.
017700     05  FILLER                PIC X(06)     VALUE "EMP ID".
017800     05  FILLER                PIC X(02)     VALUE SPACES.
017900     05  FILLER                PIC X(15)     VALUE
018000             "NAME           ".
018100     05  FILLER                PIC X(02)     VALUE SPACES.
018200     05  FILLER                PIC X(10)     VALUE "DESG      ".
018300     05  FILLER                PIC X(02)     VALUE SPACES.
018400     05  FILLER                PIC X(13)     VALUE
018500             "       SALARY".
018600     05  FILLER                PIC X(02)     VALUE SPACES.
018700     05  FILLER                PIC X(06)     VALUE "STATUS".
018800     05  FILLER                PIC X(02)     VALUE SPACES.
018900     05  FILLER                PIC X(10)     VALUE "HIRE DATE ".
019000     05  FILLER                PIC X(02)     VALUE SPACES.
019100     05  FILLER                PIC X(04)     VALUE "CCTR".
019200     05  FILLER                PIC X(02)     VALUE SPACES.
019300     05  FILLER                PIC X(08)     VALUE "OPERATOR".
019400     05  FILLER                PIC X(02)     VALUE SPACES.
019410     05  FILLER                PIC X(08)     VALUE "APPROVER".
019420     05  FILLER                PIC X(02)     VALUE SPACES.
019500     05  FILLER                PIC X(07)     VALUE "FLAG   ".
019600     05  FILLER                PIC X(06)     VALUE SPACES.
019700     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
019800
019900 01  RPT-COLUMN-HDG-2.
020000     05  FILLER                PIC X(01)     VALUE SPACE.
020100     05  FILLER                PIC X(10)     VALUE ALL "-".
020200     05  FILLER                PIC X(02)     VALUE SPACES.
020300     05  FILLER                PIC X(06)     VALUE ALL "-".
020400     05  FILLER                PIC X(02)     VALUE SPACES.
020500     05  FILLER                PIC X(06)     VALUE ALL "-".
020600     05  FILLER                PIC X(02)     VALUE SPACES.
020700     05  FILLER                PIC X(15)     VALUE ALL "-".
020800     05  FILLER                PIC X(02)     VALUE SPACES.
020900     05  FILLER                PIC X(10)     VALUE ALL "-".
021000     05  FILLER                PIC X(02)     VALUE SPACES.
021100     05  FILLER                PIC X(13)     VALUE ALL "-".
021200     05  FILLER                PIC X(02)     VALUE SPACES.
021300     05  FILLER                PIC X(06)     VALUE ALL "-".
021400     05  FILLER                PIC X(02)     VALUE SPACES.
021500     05  FILLER                PIC X(10)     VALUE ALL "-".
021600     05  FILLER                PIC X(02)     VALUE SPACES.
021700     05  FILLER                PIC X(04)     VALUE ALL "-".
021800     05  FILLER                PIC X(02)     VALUE SPACES.
021900     05  FILLER                PIC X(08)     VALUE ALL "-".
022000     05  FILLER                PIC X(02)     VALUE SPACES.
022010     05  FILLER                PIC X(08)     VALUE ALL "-".
022020     05  FILLER                PIC X(02)     VALUE SPACES.
022100     05  FILLER                PIC X(07)     VALUE ALL "-".
022200     05  FILLER                PIC X(06)     VALUE SPACES.
022300     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
022400
022500 01  RPT-DETAIL-LINE.
022600     05  FILLER                PIC X(01)     VALUE SPACE.
022700     05  RPT-DET-EFF-DATE      PIC X(10).
022800     05  FILLER                PIC X(02)     VALUE SPACES.
022900     05  RPT-DET-ACTION        PIC X(06).
023000     05  FILLER                PIC X(02)     VALUE SPACES.
023100     05  RPT-DET-ID            PIC X(05).
023200     05  FILLER                PIC X(03)     VALUE SPACES.
023300     05  RPT-DET-NAME          PIC X(15).
023400     05  FILLER                PIC X(02)     VALUE SPACES.
023500     05  RPT-DET-DESG          PIC X(10).
023600     05  FILLER                PIC X(02)     VALUE SPACES.
023700     05  RPT-DET-SALARY        PIC Z,ZZZ,ZZZ,ZZ9.
023800     05  RPT-DET-SALARY-X REDEFINES RPT-DET-SALARY
023900                               PIC X(13).
024000     05  FILLER                PIC X(04)     VALUE SPACES.
024100     05  RPT-DET-STATUS        PIC X(01).
024200     05  FILLER                PIC X(05)     VALUE SPACES.
024300     05  RPT-DET-HIRE-DATE     PIC X(10).
024400     05  FILLER                PIC X(02)     VALUE SPACES.
024500     05  RPT-DET-COSTCTR       PIC X(04).
024600     05  FILLER                PIC X(02)     VALUE SPACES.
024700     05  RPT-DET-OPERATOR      PIC X(08).
024800     05  FILLER                PIC X(02)     VALUE SPACES.
024810     05  RPT-DET-APPROVER      PIC X(08).
024820     05  FILLER                PIC X(02)     VALUE SPACES.
024900     05  RPT-DET-FLAG          PIC X(07).
025000     05  FILLER                PIC X(06)     VALUE SPACES.
025100     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
025200
025300 01  RPT-DATE-TOTAL-LINE.
025400     05  FILLER                PIC X(01)     VALUE SPACE.
025500     05  FILLER                PIC X(20)     VALUE
025600             "  TOTAL EFFECTIVE ".
025700     05  RPT-DTL-EFF-DATE      PIC X(10).
025800     05  FILLER                PIC X(08)     VALUE "  ITEMS ".
025900     05  RPT-DTL-ITEMS         PIC ZZZZ9.
026000     05  FILLER                PIC X(88)     VALUE SPACES.
026100     05  RPT-DTL-NEWLINE       PIC X(01)     VALUE X'0A'.
026200
026300 01  RPT-GRAND-TOTAL-LINE.
026400     05  FILLER                PIC X(01)     VALUE SPACE.
026500     05  FILLER                PIC X(07)     VALUE "ADDS   ".
026600     05  RPT-TOT-ADDS          PIC ZZZZ9.
026700     05  FILLER                PIC X(11)     VALUE "   CHANGES ".
026800     05  RPT-TOT-CHANGES       PIC ZZZZ9.
026900     05  FILLER                PIC X(11)     VALUE "   DELETES ".
027000     05  RPT-TOT-DELETES       PIC ZZZZ9.
027100     05  FILLER                PIC X(13)     VALUE
027200             "   DUE TODAY ".
027300     05  RPT-TOT-DUE           PIC ZZZZ9.
027400     05  FILLER                PIC X(11)     VALUE "   OVERDUE ".
027500     05  RPT-TOT-OVERDUE       PIC ZZZZ9.
027600     05  FILLER                PIC X(53)     VALUE SPACES.
027700     05  RPT-TOT-NEWLINE       PIC X(01)     VALUE X'0A'.
027800
027900 01  RPT-BLANK-LINE.
028000     05  FILLER                PIC X(132)    VALUE SPACES.
028100     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
028200
028300 01  WS-ABEND-TEXT             PIC X(40).
028400
028500 PROCEDURE DIVISION.
028600
028700*****************************************************************
028800*  0000-MAINLINE - SORT THE PENDING ITEMS BY EFFECTIVE DATE     *
028900*  AND PRINT THE REPORT OFF THE SORT.                           *
029000*****************************************************************
029100 0000-MAINLINE.
029200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029300     SORT PNDSORT
029400         ON ASCENDING KEY SORT-EFF-DATE
029500         ON ASCENDING KEY SORT-ID
029600         ON ASCENDING KEY SORT-SEQ
029700         INPUT PROCEDURE IS 4000-RELEASE-PENDING
029701             THRU 4000-RELEASE-EXIT
029800         OUTPUT PROCEDURE IS 5000-PRINT-PENDING
029801             THRU 5000-PND-EXIT.
029900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
030000     STOP RUN.
030100
030200*****************************************************************
030300*  1000-INITIALIZE - RUN DATE, OPEN FILES. NO PENDING FILE      *
030400*  (STATUS 35) MEANS NOTHING IS PARKED; ANY OTHER OPEN FAILURE  *
030500*  ABENDS.                                                      *
030600*****************************************************************
030700 1000-INITIALIZE.
030800     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD.
030900     STRING WS-RUN-DATE-MM    "/"
031000            WS-RUN-DATE-DD    "/"
031100            WS-RUN-DATE-CCYY
031200            DELIMITED BY SIZE INTO WS-RUN-DATE-FMT.
031300     MOVE WS-RUN-DATE-FMT TO RPT-RUN-DATE.
031400     OPEN INPUT EMPMPEND.
031500     IF WS-FS1 = 00
031600         SET WS-PEND-OPEN TO TRUE
031700     ELSE
031800         IF WS-FS1 NOT = 35
031900             MOVE "OPEN FAILED ON EMPMPEND" TO WS-ABEND-TEXT
032000             PERFORM 9900-ABEND THRU 9900-EXIT
032100         END-IF
032200         DISPLAY "PENDRPT - NO EMPMPEND, NOTHING IS PENDING"
032300     END-IF.
032400     OPEN OUTPUT PENDRPT.
032500     IF WS-FS2 NOT = 00
032600         MOVE "OPEN FAILED ON PENDRPT.PRT" TO WS-ABEND-TEXT
032700         PERFORM 9900-ABEND THRU 9900-EXIT
032800     END-IF.
032900     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
033000 1000-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*  4000-RELEASE-PENDING - SORT INPUT PROCEDURE. RELEASE EVERY   *
033500*  PENDING ITEM TO THE SORT WITH ITS POSITION ON THE FILE.      *
033600*****************************************************************
033700 4000-RELEASE-PENDING.
033800     IF WS-PEND-NOT-OPEN
033900         GO TO 4000-RELEASE-EXIT
034000     END-IF.
034100     SET WS-PEND-NOT-EOF TO TRUE.
034200     PERFORM 4100-RELEASE-ONE THRU 4100-EXIT
034300         UNTIL WS-PEND-EOF.
034400 4000-RELEASE-EXIT.
034500     EXIT.
034600
034700*****************************************************************
034800*  4100-RELEASE-ONE - RELEASE ONE PENDING ITEM TO THE SORT.     *
034900*****************************************************************
035000 4100-RELEASE-ONE.
035100     READ EMPMPEND.
035200     IF WS-FS1 = 10
035300         SET WS-PEND-EOF TO TRUE
035400         GO TO 4100-EXIT
035500     END-IF.
035600     IF WS-FS1 NOT = 00
035700         MOVE "READ FAILED ON EMPMPEND" TO WS-ABEND-TEXT
035800         PERFORM 9900-ABEND THRU 9900-EXIT
035900     END-IF.
036000     ADD 1 TO WS-READ-COUNT.
036100     MOVE PEND-EFF-DATE  TO SORT-EFF-DATE.
036200     MOVE PEND-ID        TO SORT-ID.
036300     MOVE WS-READ-COUNT  TO SORT-SEQ.
036400     MOVE PEND-ACTION    TO SORT-ACTION.
036500     MOVE PEND-NAME      TO SORT-NAME.
036600     MOVE PEND-DESG      TO SORT-DESG.
036700     MOVE PEND-SALARY    TO SORT-SALARY.
036800     MOVE PEND-STATUS    TO SORT-STATUS.
036900     MOVE PEND-HIRE-DATE TO SORT-HIRE-DATE.
037000     MOVE PEND-COSTCTR   TO SORT-COSTCTR.
037100     MOVE PEND-OPERATOR  TO SORT-OPERATOR.
037110     MOVE PEND-APPROVER  TO SORT-APPROVER.
037200     RELEASE PNDSORT-RECORD.
037300 4100-EXIT.
037400     EXIT.
037500
037600*****************************************************************
037700*  5000-PRINT-PENDING - SORT OUTPUT PROCEDURE. THE SORTED ITEMS *
037800*  COME BACK BY EFFECTIVE DATE; EACH DATE CLOSES WITH A         *
037900*  SUBTOTAL LINE.                                               *
038000*****************************************************************
038100 5000-PRINT-PENDING.
038200     SET WS-SRT-NOT-EOF TO TRUE.
038300     PERFORM 5100-PRINT-ONE-SORTED THRU 5100-EXIT
038400         UNTIL WS-SRT-EOF.
038500     IF NOT WS-FIRST-DATE
038600         PERFORM 5400-PRINT-DATE-TOTAL THRU 5400-EXIT
038700     END-IF.
038800 5000-PND-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*  5100-PRINT-ONE-SORTED - RETURN ONE SORTED ITEM, BREAK ON A   *
039300*  NEW EFFECTIVE DATE AND PRINT THE ITEM'S DETAIL LINE.         *
039400*****************************************************************
039500 5100-PRINT-ONE-SORTED.
039600     RETURN PNDSORT
039700         AT END
039800             SET WS-SRT-EOF TO TRUE
039900             GO TO 5100-EXIT
040000     END-RETURN.
040100     IF WS-FIRST-DATE
040200         MOVE 'N'           TO WS-FIRST-DATE-SW
040300         MOVE SORT-EFF-DATE TO WS-PREV-EFF-DATE
040400     ELSE
040500         IF SORT-EFF-DATE NOT = WS-PREV-EFF-DATE
040600             PERFORM 5400-PRINT-DATE-TOTAL THRU 5400-EXIT
040700             MOVE SORT-EFF-DATE TO WS-PREV-EFF-DATE
040800         END-IF
040900     END-IF.
041000     PERFORM 5200-BUILD-DETAIL THRU 5200-EXIT.
041100     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
041200     WRITE PENDRPT-RECORD FROM RPT-DETAIL-LINE.
041300     ADD 1 TO WS-LINE-COUNT.
041400     ADD 1 TO WS-DATE-ITEMS.
041500 5100-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*  5200-BUILD-DETAIL - FILL THE DETAIL LINE FOR THE SORTED      *
042000*  ITEM, COUNT IT BY ACTION AND FLAG IT DUE OR OVERDUE. A       *
042100*  DELETE CARRIES ONLY THE EMP-ID, SO ITS OTHER COLUMNS PRINT   *
042200*  BLANK.                                                       *
042300*****************************************************************
042400 5200-BUILD-DETAIL.
042500     MOVE SORT-EFF-DATE TO WS-DATE-IN.
042600     PERFORM 5500-FORMAT-DATE THRU 5500-EXIT.
042700     MOVE WS-DATE-OUT   TO RPT-DET-EFF-DATE.
042800     MOVE SORT-ID       TO RPT-DET-ID.
042900     MOVE SORT-OPERATOR TO RPT-DET-OPERATOR.
042910     MOVE SORT-APPROVER TO RPT-DET-APPROVER.
043000     EVALUATE SORT-ACTION
043100         WHEN "A"
043200             MOVE "ADD   " TO RPT-DET-ACTION
043300             ADD 1 TO WS-TOT-ADDS
043400         WHEN "C"
043500             MOVE "CHANGE" TO RPT-DET-ACTION
043600             ADD 1 TO WS-TOT-CHANGES
043700         WHEN OTHER
043800             MOVE "DELETE" TO RPT-DET-ACTION
043900             ADD 1 TO WS-TOT-DELETES
044000     END-EVALUATE.
044100     IF SORT-ACTION = "D"
044200         MOVE SPACES TO RPT-DET-NAME
044300         MOVE SPACES TO RPT-DET-DESG
044400         MOVE SPACES TO RPT-DET-SALARY-X
044500         MOVE SPACE  TO RPT-DET-STATUS
044600         MOVE SPACES TO RPT-DET-HIRE-DATE
044700         MOVE SPACES TO RPT-DET-COSTCTR
044800     ELSE
044900         MOVE SORT-NAME      TO RPT-DET-NAME
045000         MOVE SORT-DESG      TO RPT-DET-DESG
045100         MOVE SORT-SALARY    TO RPT-DET-SALARY
045200         MOVE SORT-STATUS    TO RPT-DET-STATUS
045300         MOVE SORT-HIRE-DATE TO WS-DATE-IN
045400         PERFORM 5500-FORMAT-DATE THRU 5500-EXIT
045500         MOVE WS-DATE-OUT    TO RPT-DET-HIRE-DATE
045600         MOVE SORT-COSTCTR   TO RPT-DET-COSTCTR
045700     END-IF.
045800     MOVE SPACES TO RPT-DET-FLAG.
045900     IF SORT-EFF-DATE = WS-RUN-DATE-RAW
046000         MOVE "DUE    " TO RPT-DET-FLAG
046100         ADD 1 TO WS-TOT-DUE
046200     END-IF.
046300     IF SORT-EFF-DATE < WS-RUN-DATE-RAW
046400         MOVE "OVERDUE" TO RPT-DET-FLAG
046500         ADD 1 TO WS-TOT-OVERDUE
046600     END-IF.
046700 5200-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100*  5400-PRINT-DATE-TOTAL - CLOSE AN EFFECTIVE DATE WITH ITS     *
047200*  ITEM COUNT.                                                  *
047300*****************************************************************
047400 5400-PRINT-DATE-TOTAL.
047500     MOVE WS-PREV-EFF-DATE TO WS-DATE-IN.
047600     PERFORM 5500-FORMAT-DATE THRU 5500-EXIT.
047700     MOVE WS-DATE-OUT      TO RPT-DTL-EFF-DATE.
047800     MOVE WS-DATE-ITEMS    TO RPT-DTL-ITEMS.
047900     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
048000     WRITE PENDRPT-RECORD FROM RPT-DATE-TOTAL-LINE.
048100     WRITE PENDRPT-RECORD FROM RPT-BLANK-LINE.
048200     ADD 2 TO WS-LINE-COUNT.
048300     MOVE 0 TO WS-DATE-ITEMS.
048400 5400-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*  5500-FORMAT-DATE - EDIT WS-DATE-IN (CCYYMMDD) TO MM/DD/CCYY  *
048900*  IN WS-DATE-OUT.                                              *
049000*****************************************************************
049100 5500-FORMAT-DATE.
049200     MOVE SPACES TO WS-DATE-OUT.
049300     STRING WS-DATE-IN-MM    "/"
049400            WS-DATE-IN-DD    "/"
049500            WS-DATE-IN-CCYY
049600            DELIMITED BY SIZE INTO WS-DATE-OUT.
049700 5500-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100*  2600-CHECK-PAGE - START A NEW PAGE WHEN THE CURRENT PAGE     *
050200*  IS FULL.                                                     *
050300*****************************************************************
050400 2600-CHECK-PAGE.
050500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050600         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
050700     END-IF.
050800 2600-EXIT.
050900     EXIT.
051000
051100*****************************************************************
051200*  2700-PRINT-HEADERS - START A NEW PAGE: TITLE, RUN DATE,      *
051300*  PAGE NUMBER AND COLUMN HEADINGS.                             *
051400*****************************************************************
051500 2700-PRINT-HEADERS.
051600     ADD 1 TO WS-PAGE-COUNT.
051700     MOVE WS-PAGE-COUNT TO RPT-PAGE-NO.
051800     IF WS-PAGE-COUNT = 1
051900         MOVE SPACE TO RPT-FORMFEED
052000     ELSE
052100         MOVE X'0C' TO RPT-FORMFEED
052200     END-IF.
052300     WRITE PENDRPT-RECORD FROM RPT-TITLE-LINE.
052400     WRITE PENDRPT-RECORD FROM RPT-COLUMN-HDG-1.
052500     WRITE PENDRPT-RECORD FROM RPT-COLUMN-HDG-2.
052600     MOVE 0 TO WS-LINE-COUNT.
052700 2700-EXIT.
052800     EXIT.
052900
053000*****************************************************************
053100*  8000-FINALIZE - RUN TOTALS, CLOSE FILES. A RUN WITH NOTHING  *
053200*  PENDING STILL GETS A TITLED PAGE.                            *
053300*****************************************************************
053400 8000-FINALIZE.
053500     IF WS-PAGE-COUNT = 0
053600         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
053700     END-IF.
053800     MOVE WS-TOT-ADDS    TO RPT-TOT-ADDS.
053900     MOVE WS-TOT-CHANGES TO RPT-TOT-CHANGES.
054000     MOVE WS-TOT-DELETES TO RPT-TOT-DELETES.
054100     MOVE WS-TOT-DUE     TO RPT-TOT-DUE.
054200     MOVE WS-TOT-OVERDUE TO RPT-TOT-OVERDUE.
054300     PERFORM 2600-CHECK-PAGE THRU 2600-EXIT.
054400     WRITE PENDRPT-RECORD FROM RPT-GRAND-TOTAL-LINE.
054500     DISPLAY "PENDRPT - PENDING ITEMS READ   " WS-READ-COUNT.
054600     DISPLAY "PENDRPT - ADDS                 " WS-TOT-ADDS.
054700     DISPLAY "PENDRPT - CHANGES              " WS-TOT-CHANGES.
054800     DISPLAY "PENDRPT - DELETES              " WS-TOT-DELETES.
054900     DISPLAY "PENDRPT - DUE TODAY            " WS-TOT-DUE.
055000     DISPLAY "PENDRPT - OVERDUE              " WS-TOT-OVERDUE.
055100     IF WS-PEND-OPEN
055200         CLOSE EMPMPEND
055300     END-IF.
055400     CLOSE PENDRPT.
055500 8000-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900*  9900-ABEND - DISPLAY FILE STATUS AND ABEND THE RUN           *
056000*****************************************************************
056100 9900-ABEND.
056200     DISPLAY "PENDRPT - ABEND - " WS-ABEND-TEXT
056300             " - FILE STATUS 1 = " WS-FS1
056400             " FILE STATUS 2 = " WS-FS2.
056500     MOVE 16 TO RETURN-CODE.
056600     STOP RUN.
056700 9900-EXIT.
056800     EXIT.
