001075*                 DIVERGE THE STATEMENTS FROM THE REGISTER. THE    *
001076*                 BANKFILE HEADER WRITE NOW CHECKS ITS FILE        *
001077*                 STATUS LIKE EVERY OTHER BANK-FILE WRITE.         *
001078*  10/15/26  JDH  BANKMSTR-RECORD NOW COMES FROM THE SHARED        *
001079*                 BANKMSTR COPYBOOK (RECORD GREW FROM 27 TO 36     *
001080*                 BYTES), NOW THAT BANKMAINT MAINTAINS THE FILE.   *
001081*                 AN ACCOUNT BANKMAINT HAS PUT ON HOLD (NEWLY      *
001082*                 ADDED OR CHANGED) IS PAID BY CHEQUE VIA          *
001083*                 BANKEXCP.TXT FOR THIS ONE RUN AND THE HOLD IS    *
001084*                 RELEASED IN PLACE, SO BANKMSTR IS NOW OPENED     *
001085*                 I-O.                                             *
001086*  10/15/26  JDH  AN ACCOUNT BANKRTN HAS FLAGGED AS RETURNED BY    *
001087*                 THE BANK IS PAID BY CHEQUE UNTIL BANKMAINT       *
001088*                 CHANGES IT. THE BANKFILE AND BANKEXCP LAYOUTS    *
001089*                 NOW COME FROM SHARED COPYBOOKS, AS BANKRTN       *
001090*                 READS THE ONE AND WRITES THE OTHER.              *
001091*  10/15/26  JDH  VARIABLE PAY ELEMENTS. PAY-PERIOD EARNINGS AND   *
001092*                 DEDUCTIONS (PAYVTRAN.TXT, EMP-ID SEQUENCE) ARE   *
001093*                 CO-READ WITH EMPMASTER AND APPLIED ON TOP OF     *
001094*                 BASE SALARY USING THE TAXABLE AND PF FLAGS ON    *
001095*                 THE PAYELEM.TXT REFERENCE TABLE. EACH ELEMENT    *
001096*                 PRINTS UNDER ITS EMPLOYEE ON THE REGISTER AND    *
001097*                 FLOWS THROUGH NET PAY INTO THE BANK CREDIT. AN   *
001098*                 ELEMENT FOR AN EMPLOYEE NOT ON FILE OR NOT       *
001099*                 ACTIVE, OR WITH AN UNKNOWN CODE, IS LISTED ON    *
001100*                 THE PAYVEXC.PRT EXCEPTIONS REPORT. REGISTER      *
001101*                 GROSS NOW CARRIES CENTS.                         *
001102*  10/15/26  JDH  PAY HISTORY AND PAYSLIPS. EACH PAID EMPLOYEE NOW *
001103*                 GETS ONE PAYHIST.TXT RECORD PER RUN (PERIOD,     *
001104*                 GROSS, TAX, PF, INSURANCE, OTHER DEDUCTIONS, NET *
001105*                 AND BANK OR CHEQUE) AND A PAYSLIP PAGE ON        *
001106*                 PAYSLIP.PRT WITH THE PERIOD AND YEAR-TO-DATE     *
001107*                 FIGURES. YEAR-TO-DATE COMES FROM THE HISTORY     *
001108*                 ALREADY POSTED FOR THE YEAR, SORTED BY EMP-ID    *
001109*                 THROUGH PHSORT AND CO-READ. THE PERIOD (CCYYMM)  *
001110*                 DEFAULTS TO THE RUN MONTH OR IS PASSED ON THE    *
001111*                 COMMAND LINE; A PERIOD ALREADY PAID, OR OLDER    *
001112*                 THAN HISTORY ON FILE, ABENDS THE RUN THE WAY     *
001113*                 SALHIST GUARDS ITS MONTH.                        *
001114*  10/15/26  JDH  A CLEAN RUN NOW APPENDS A CONTROL RECORD TO      *
001115*                 PAYCTL.TXT (SEE PAYCTL) WITH THE PERIOD, COUNT   *
001116*                 PAID AND COMPANY GROSS, TAX, PF, INSURANCE,      *
001117*                 OTHER DEDUCTION AND NET TOTALS, SO STATREM CAN   *
001118*                 PROVE ITS MONTH-END REMITTANCES BACK TO THE PAY  *
001119*                 RUN.                                             *
001120*  10/15/26  JDH  UNPAID LEAVE. THE PERIOD'S UNPAID LEAVE DAYS     *
001121*                 FROM THE LEAVE-TAKEN HISTORY (LEAVHIST.TXT,      *
001122*                 POSTED BY LEAVEDIT) ARE SORTED BY EMP-ID         *
001123*                 THROUGH LUSORT AND CO-READ, AND DEDUCTED PRO     *
001124*                 RATA FROM BASE SALARY BEFORE GROSS, TAX, PF AND  *
001125*                 INSURANCE ARE WORKED OUT. THE DEDUCTION PRINTS   *
001126*                 UNDER THE EMPLOYEE ON THE REGISTER AND ON THE    *
001127*                 PAYSLIP, WITH A COMPANY TOTAL LINE.              *
001128*  10/15/26  JDH  A HELD ACCOUNT'S HOLD IS NO LONGER RELEASED IN   *
001129*                 PLACE MID-RUN, WHERE AN ABEND AND RERUN WOULD    *
001130*                 CREDIT IT WITHOUT ITS CHEQUE-ONLY CYCLE. THE     *
001131*                 HELD EMP-IDS ARE TABLED AND THE HOLDS RELEASED   *
001132*                 IN ONE PASS OF BANKMSTR AFTER PAYCTL IS          *
001133*                 WRITTEN; BANKMSTR IS READ INPUT UNTIL THEN.      *
001166*****************************************************************
001200*  REMARKS.
001300*  READS THE INDEXED EMPMASTER FILE (BUILT BY EMPLOAD, KEPT
001400*  CURRENT BY EMPMAINT) IN EMP-ID SEQUENCE AND PRODUCES THE
002100*  PER-DESIGNATION GROSS/NET TOTALS ARE ACCUMULATED IN A
002200*  WORKING-STORAGE TABLE AND PRINTED AS A SUMMARY BLOCK AHEAD
002300*  OF THE COMPANY TOTALS AT END OF FILE. THE COMPANY GROSS
002400*  BASE SALARY TOTAL TIES BACK TO SEQREAD'S GRAND TOTAL FOR THE
002500*  SAME POPULATION.
002501*
002502*  VARIABLE EARNINGS AND DEDUCTIONS FOR THE PAY PERIOD ARRIVE ON
002503*  PAYVTRAN.TXT (EMP-ID + ELEMENT CODE SEQUENCE) AND ARE CO-READ
002504*  WITH EMPMASTER. EACH CODE MUST BE ON THE PAYELEM.TXT REFERENCE
002505*  TABLE, WHICH SAYS WHETHER IT IS AN EARNING OR A DEDUCTION,
002506*  WHETHER IT IS TAXED AND WHETHER IT COUNTS FOR PROVIDENT FUND.
002507*  GROSS PAY IS BASE SALARY PLUS EARNINGS; TAX AND PF ARE TAKEN
002508*  ON THE FLAGGED BASE; INSURANCE STAYS ON BASE SALARY; NET PAY
002509*  IS GROSS LESS THE STATUTORY DEDUCTIONS AND THE ELEMENT
002510*  DEDUCTIONS. AN ELEMENT THAT CANNOT BE APPLIED IS NEVER
002511*  DROPPED SILENTLY - IT IS LISTED ON PAYVEXC.PRT WITH THE
002512*  REASON.
002522*
002532*  EVERY PAID EMPLOYEE IS APPENDED TO THE PERMANENT PAYHIST.TXT
002542*  PAY HISTORY (SEE THE PAYHIST COPYBOOK) FOR THE PAY PERIOD
002552*  (CCYYMM - THE RUN MONTH UNLESS PASSED ON THE COMMAND LINE)
002562*  AND GETS A PAYSLIP PAGE ON PAYSLIP.PRT. THE PAYSLIP'S
002572*  YEAR-TO-DATE FIGURES ARE THE EARLIER PERIODS OF THE YEAR
002582*  FROM PAYHIST PLUS THIS PERIOD.
002583*
002584*  AT THE CLEAN END OF THE RUN - BANK FILE BALANCED, HISTORY
002585*  POSTED - ONE CONTROL RECORD WITH THE RUN'S COUNT AND COMPANY
002586*  TOTALS IS APPENDED TO PAYCTL.TXT FOR STATREM TO PROVE ITS
002587*  MONTH-END REMITTANCES AGAINST.
002588*
002589*  UNPAID LEAVE FOR THE PERIOD (LEAVHIST.TXT, 'U' RECORDS) IS
002590*  DEDUCTED FROM BASE SALARY AT WS-LVE-PERIOD-DAYS DAYS TO THE
002591*  MONTH, NEVER MORE THAN THE SALARY ITSELF. THE REGISTER'S BASE
002592*  SALARY TOTAL STAYS THE FULL SALARY SO IT STILL TIES TO
002593*  SEQREAD; THE UNPAID LEAVE TOTAL LINE SHOWS WHAT CAME OFF IT.
002600*****************************************************************
002700
002800 ENVIRONMENT DIVISION.
004094         ORGANIZATION IS SEQUENTIAL
004095         ACCESS MODE  IS SEQUENTIAL
004096         FILE STATUS  IS WS-FS5.
004097     SELECT PAYELEM ASSIGN TO "PAYELEM.TXT"
004098         ORGANIZATION IS SEQUENTIAL
004099         ACCESS MODE  IS SEQUENTIAL
004100         FILE STATUS  IS WS-FS6.
004101
004102     SELECT PAYVTRAN ASSIGN TO "PAYVTRAN.TXT"
004103         ORGANIZATION IS SEQUENTIAL
004104         ACCESS MODE  IS SEQUENTIAL
004105         FILE STATUS  IS WS-FS7.
004106
004107     SELECT PAYVEXC ASSIGN TO "PAYVEXC.PRT"
004108         ORGANIZATION IS SEQUENTIAL
004109         ACCESS MODE  IS SEQUENTIAL
004110         FILE STATUS  IS WS-FS8.
004111     SELECT PAYHIST ASSIGN TO "PAYHIST.TXT"
004112         ORGANIZATION IS SEQUENTIAL
004113         ACCESS MODE  IS SEQUENTIAL
004114         FILE STATUS  IS WS-FS9.
004115
004116     SELECT PHSORT ASSIGN TO "PHSORT.TMP".
004117
004118     SELECT PAYHYTD ASSIGN TO "PAYHYTD.TMP"
004119         ORGANIZATION IS SEQUENTIAL
004120         ACCESS MODE  IS SEQUENTIAL
004121         FILE STATUS  IS WS-FS10.
004122
004123     SELECT PAYSLIP ASSIGN TO "PAYSLIP.PRT"
004124         ORGANIZATION IS SEQUENTIAL
004125         ACCESS MODE  IS SEQUENTIAL
004126         FILE STATUS  IS WS-FS11.
004127
004128     SELECT PAYCTL ASSIGN TO "PAYCTL.TXT"
004129         ORGANIZATION IS SEQUENTIAL
004130         ACCESS MODE  IS SEQUENTIAL
004131         FILE STATUS  IS WS-FS12.
004132
004133     SELECT LEAVHIST ASSIGN TO "LEAVHIST.TXT"
004134         ORGANIZATION IS SEQUENTIAL
004135         ACCESS MODE  IS SEQUENTIAL
004136         FILE STATUS  IS WS-FS13.
004137
004138     SELECT LUSORT ASSIGN TO "LUSORT.TMP".
004139
004140     SELECT LEAVUTMP ASSIGN TO "LEAVUTMP.TMP"
004141         ORGANIZATION IS SEQUENTIAL
004142         ACCESS MODE  IS SEQUENTIAL
004143         FILE STATUS  IS WS-FS14.
004171
004200 DATA DIVISION.
004300 FILE SECTION.
004400*****************************************************************
006112*  BANKMSTR - BANK-DETAILS MASTER, ONE RECORD PER EMPLOYEE IN   *
006113*  EMP-ID SEQUENCE WITH THE ROUTING AND ACCOUNT NUMBER THE NET  *
006114*  PAY IS CREDITED TO. AN EMPLOYEE WITH NO RECORD HERE IS PAID  *
006115*  BY CHEQUE VIA THE BANKEXCP EXCEPTION LIST, AS IS AN         *
006116*  EMPLOYEE WHOSE ACCOUNT IS ON HOLD (BANK-HELD) OR HAS HAD A   *
006117*  CREDIT RETURNED BY THE BANK (BANK-RETURNED). READ INPUT      *
006118*  DURING THE RUN; REOPENED I-O AT CLEAN END TO RELEASE THE     *
006119*  HOLDS OF THE ACCOUNTS PAID BY CHEQUE THIS RUN.               *
006120*****************************************************************
006121 FD  BANKMSTR
006122     RECORD CONTAINS 36  CHARACTERS
006123     BLOCK  CONTAINS 36  CHARACTERS
006124     RECORDING MODE  IS  F
006125     DATA RECORD     IS BANKMSTR-RECORD.
006126     COPY BANKMSTR.
006127
006128*****************************************************************
006129*  BANKFILE - BANK-CREDIT INTERFACE FILE. FIRST RECORD IS A     *
006138     BLOCK  CONTAINS 39  CHARACTERS
006139     RECORDING MODE  IS  F
006140     DATA RECORD     IS BANKFILE-RECORD.
006141     COPY BANKFILE.
006158
006159*****************************************************************
006160*  BANKEXCP - CHEQUE EXCEPTION LIST. ONE LINE PER PAID          *
006161*  EMPLOYEE WITH NO USABLE BANKMSTR RECORD, CARRYING THE NET    *
006162*  AMOUNT TO BE PAID BY CHEQUE.                                 *
006163*****************************************************************
006164 FD  BANKEXCP
006165     RECORD CONTAINS 33  CHARACTERS
006166     BLOCK  CONTAINS 33  CHARACTERS
006167     RECORDING MODE  IS  F
006168     DATA RECORD     IS BANKEXCP-RECORD.
006169     COPY BANKEXCP.
006170*****************************************************************
006171*  PAYELEM - PAY-ELEMENT REFERENCE TABLE, LOADED INTO           *
006172*  WS-ELEM-TABLE AT START OF RUN.                               *
006173*****************************************************************
006174 FD  PAYELEM
006175     RECORD CONTAINS 23  CHARACTERS
006176     BLOCK  CONTAINS 23  CHARACTERS
006177     RECORDING MODE  IS  F
006178     DATA RECORD     IS PAYELEM-RECORD.
006179     COPY PAYELEM.
006180
006181*****************************************************************
006182*  PAYVTRAN - VARIABLE EARNINGS AND DEDUCTIONS FOR THE PAY      *
006183*  PERIOD, ONE RECORD PER EMPLOYEE PER ELEMENT CODE, IN         *
006184*  EMP-ID + ELEMENT CODE SEQUENCE. AMOUNT HAS TWO IMPLIED       *
006185*  DECIMALS.                                                    *
006186*****************************************************************
006187 FD  PAYVTRAN
006188     RECORD CONTAINS 20  CHARACTERS
006189     BLOCK  CONTAINS 20  CHARACTERS
006190     RECORDING MODE  IS  F
006191     DATA RECORD     IS PAYVTRAN-RECORD.
006192 01  PAYVTRAN-RECORD.
006193     05  VTR-KEY.
006194         10  VTR-ID            PIC X(05).
006195         10  VTR-CODE          PIC X(04).
006196     05  VTR-AMOUNT            PIC 9(08)V9(02).
006197     05  VTR-AMOUNT-X REDEFINES VTR-AMOUNT
006198                               PIC X(10).
006199     05  VTR-NEWLINE           PIC X(01).
006200
006201*****************************************************************
006202*  PAYVEXC - PAY-ELEMENT EXCEPTIONS REPORT, 133 BYTE PRINT      *
006203*  LINES LIKE PAYREG.                                           *
006204*****************************************************************
006205 FD  PAYVEXC
006206     RECORD CONTAINS 133 CHARACTERS
006207     BLOCK  CONTAINS 133 CHARACTERS
006208     RECORDING MODE  IS  F
006209     DATA RECORD     IS PAYVEXC-RECORD.
006210 01  PAYVEXC-RECORD              PIC X(133).
006211*****************************************************************
006212*  PAYHIST - PERMANENT PAY HISTORY, IN PERIOD ORDER (EACH RUN   *
006213*  APPENDS ITS BLOCK IN EMP-ID ORDER). READ AT START OF RUN FOR *
006214*  THE YEAR-TO-DATE FIGURES, THEN EXTENDED WITH THIS PERIOD.    *
006215*****************************************************************
006216 FD  PAYHIST
006217     RECORD CONTAINS 107 CHARACTERS
006218     BLOCK  CONTAINS 107 CHARACTERS
006219     RECORDING MODE  IS  F
006220     DATA RECORD     IS PAYHIST-RECORD.
006221     COPY PAYHIST.
006222
006223*****************************************************************
006224*  PHSORT - SORT WORK FILE. THE YEAR'S EARLIER PAY HISTORY      *
006225*  COMES BACK IN EMP-ID SEQUENCE ON PAYHYTD FOR THE CO-READ.    *
006226*****************************************************************
006227 SD  PHSORT
006228     DATA RECORD IS PHSORT-RECORD.
006229 01  PHSORT-RECORD.
006230     05  PHS-ID                PIC X(05).
006231     05  PHS-GROSS             PIC 9(10)V9(02).
006232     05  PHS-TAX               PIC 9(10)V9(02).
006233     05  PHS-PF                PIC 9(10)V9(02).
006234     05  PHS-INS               PIC 9(10)V9(02).
006235     05  PHS-OTH-DEDN          PIC 9(10)V9(02).
006236     05  PHS-NET               PIC 9(10)V9(02).
006237     05  PHS-NEWLINE           PIC X(01).
006238
006239*****************************************************************
006240*  PAYHYTD - THE SORTED YEAR-TO-DATE HISTORY, ONE OR MORE       *
006241*  RECORDS PER EMPLOYEE PAID EARLIER IN THE YEAR.               *
006242*****************************************************************
006243 FD  PAYHYTD
006244     RECORD CONTAINS 78  CHARACTERS
006245     BLOCK  CONTAINS 78  CHARACTERS
006246     RECORDING MODE  IS  F
006247     DATA RECORD     IS PAYHYTD-RECORD.
006248 01  PAYHYTD-RECORD.
006249     05  PHY-ID                PIC X(05).
006250     05  PHY-GROSS             PIC 9(10)V9(02).
006251     05  PHY-TAX               PIC 9(10)V9(02).
006252     05  PHY-PF                PIC 9(10)V9(02).
006253     05  PHY-INS               PIC 9(10)V9(02).
006254     05  PHY-OTH-DEDN          PIC 9(10)V9(02).
006255     05  PHY-NET               PIC 9(10)V9(02).
006256     05  PHY-NEWLINE           PIC X(01).
006257
006258*****************************************************************
006259*  PAYSLIP - EMPLOYEE PAYSLIPS, ONE EMPLOYEE PER PAGE, 133 BYTE *
006260*  PRINT LINES LIKE PAYREG.                                     *
006261*****************************************************************
006262 FD  PAYSLIP
006263     RECORD CONTAINS 133 CHARACTERS
006264     BLOCK  CONTAINS 133 CHARACTERS
006265     RECORDING MODE  IS  F
006266     DATA RECORD     IS PAYSLIP-RECORD.
006267 01  PAYSLIP-RECORD              PIC X(133).
006268
006269*****************************************************************
006270*  PAYCTL - PAY-RUN CONTROL RECORDS, ONE APPENDED PER CLEAN RUN.*
006271*****************************************************************
006272 FD  PAYCTL
006273     RECORD CONTAINS 100 CHARACTERS
006274     BLOCK  CONTAINS 100 CHARACTERS
006275     RECORDING MODE  IS  F
006276     DATA RECORD     IS PAYCTL-RECORD.
006277     COPY PAYCTL.
006278
006279*****************************************************************
006280*  LEAVHIST - LEAVE-TAKEN HISTORY FROM LEAVEDIT. ONLY THE       *
006281*  PERIOD'S UNPAID ('U') RECORDS ARE USED.                      *
006282*****************************************************************
006283 FD  LEAVHIST
006284     RECORD CONTAINS 41  CHARACTERS
006285     BLOCK  CONTAINS 41  CHARACTERS
006286     RECORDING MODE  IS  F
006287     DATA RECORD     IS LEAVHIST-RECORD.
006288     COPY LEAVHIST.
006289
006290*****************************************************************
006291*  LUSORT - SORT WORK FILE. THE PERIOD'S UNPAID LEAVE COMES     *
006292*  BACK IN EMP-ID SEQUENCE ON LEAVUTMP FOR THE CO-READ.         *
006293*****************************************************************
006294 SD  LUSORT
006295     DATA RECORD IS LUSORT-RECORD.
006296 01  LUSORT-RECORD.
006297     05  LUS-ID                PIC X(05).
006298     05  LUS-DAYS              PIC 9(03)V9(01).
006299     05  LUS-NEWLINE           PIC X(01).
006300
006301*****************************************************************
006302*  LEAVUTMP - THE SORTED UNPAID LEAVE, ONE OR MORE RECORDS PER  *
006303*  EMPLOYEE WITH UNPAID LEAVE IN THE PERIOD.                    *
006304*****************************************************************
006305 FD  LEAVUTMP
006306     RECORD CONTAINS 10  CHARACTERS
006307     BLOCK  CONTAINS 10  CHARACTERS
006308     RECORDING MODE  IS  F
006309     DATA RECORD     IS LEAVUTMP-RECORD.
006310 01  LEAVUTMP-RECORD.
006311     05  LVU-ID                PIC X(05).
006312     05  LVU-DAYS              PIC 9(03)V9(01).
006313     05  LVU-NEWLINE           PIC X(01).
006356 WORKING-STORAGE SECTION.
006400 01  WS-VAR.
006500     05  WS-FS1                PIC 9(02).
006600     05  WS-FS2                PIC 9(02).
006610     05  WS-FS3                PIC 9(02).
006620     05  WS-FS4                PIC 9(02).
006630     05  WS-FS5                PIC 9(02).
006640     05  WS-FS6                PIC 9(02).
006650     05  WS-FS7                PIC 9(02).
006660     05  WS-FS8                PIC 9(02).
006670     05  WS-FS9                PIC 9(02).
006680     05  WS-FS10               PIC 9(02).
006690     05  WS-FS11               PIC 9(02).
006691     05  WS-FS12               PIC 9(02).
006692     05  WS-FS13               PIC 9(02).
006693     05  WS-FS14               PIC 9(02).
006700     05  WS-EOF-SW             PIC X(01).
006800         88  WS-EOF-IS-TRUE        VALUE 'Y'.
006900         88  WS-NOT-EOF            VALUE 'N'.
007210     05  WS-BNK-EOF-SW         PIC X(01)     VALUE 'N'.
007220         88  WS-BNK-EOF            VALUE 'Y'.
007230         88  WS-BNK-NOT-EOF        VALUE 'N'.
007231     05  WS-ELM-EOF-SW         PIC X(01)     VALUE 'N'.
007232         88  WS-ELM-EOF            VALUE 'Y'.
007233         88  WS-ELM-NOT-EOF        VALUE 'N'.
007234     05  WS-VTR-EOF-SW         PIC X(01)     VALUE 'N'.
007235         88  WS-VTR-EOF            VALUE 'Y'.
007236         88  WS-VTR-NOT-EOF        VALUE 'N'.
007237     05  WS-ELM-FOUND-SW       PIC X(01)     VALUE 'N'.
007238         88  WS-ELM-FOUND          VALUE 'Y'.
007239         88  WS-ELM-NOT-FOUND      VALUE 'N'.
007240     05  WS-PHS-EOF-SW         PIC X(01)     VALUE 'N'.
007241         88  WS-PHS-EOF            VALUE 'Y'.
007242         88  WS-PHS-NOT-EOF        VALUE 'N'.
007243     05  WS-PHY-EOF-SW         PIC X(01)     VALUE 'N'.
007244         88  WS-PHY-EOF            VALUE 'Y'.
007245         88  WS-PHY-NOT-EOF        VALUE 'N'.
007246     05  WS-LVH-EOF-SW         PIC X(01)     VALUE 'N'.
007247         88  WS-LVH-EOF            VALUE 'Y'.
007248         88  WS-LVH-NOT-EOF        VALUE 'N'.
007249     05  WS-LVU-EOF-SW         PIC X(01)     VALUE 'N'.
007250         88  WS-LVU-EOF            VALUE 'Y'.
007251         88  WS-LVU-NOT-EOF        VALUE 'N'.
007300
007400*****************************************************************
007500*  WS-RATE-TABLE - STANDARD DEDUCTION RATES BY DESIGNATION,     *
011300 01  WS-COMPANY-TOTALS.
011400     05  WS-EMP-COUNT          PIC 9(07)       VALUE 0.
011410     05  WS-INACTIVE-COUNT     PIC 9(07)       VALUE 0.
011500     05  WS-TOT-GROSS          PIC 9(11)V9(02) VALUE 0.
011510     05  WS-TOT-BASE           PIC 9(11)       VALUE 0.
011520     05  WS-TOT-EARN           PIC 9(11)V9(02) VALUE 0.
011530     05  WS-TOT-DEDN           PIC 9(11)V9(02) VALUE 0.
011600     05  WS-TOT-TAX            PIC 9(11)V9(02) VALUE 0.
011700     05  WS-TOT-PF             PIC 9(11)V9(02) VALUE 0.
011800     05  WS-TOT-INS            PIC 9(11)V9(02) VALUE 0.
011986     05  WS-PREV-BANK-ID       PIC X(05)       VALUE LOW-VALUES.
011987     05  WS-BNK-SKIP-COUNT     PIC 9(07)       VALUE 0.
011988     05  WS-BNK-AMT-CENTS      PIC 9(12)       VALUE 0.
011989     05  WS-HELD-COUNT         PIC 9(07)       VALUE 0.
011990     05  WS-RETURNED-COUNT     PIC 9(07)       VALUE 0.
012088     05  WS-RELEASE-COUNT      PIC 9(07)       VALUE 0.
012089*****************************************************************
012090*  WS-HOLD-TABLE - EMP-IDS OF THE HELD ACCOUNTS PAID BY CHEQUE  *
012091*  THIS RUN, IN EMP-ID SEQUENCE. THEIR HOLDS ARE RELEASED BY    *
012092*  8400-RELEASE-HOLDS ONLY ONCE THE RUN HAS ENDED CLEAN, SO AN  *
012093*  ABENDED RUN LEAVES EVERY HOLD IN PLACE FOR THE RERUN. AN     *
012094*  ACCOUNT THAT DOES NOT FIT STAYS HELD ONE MORE CYCLE.         *
012095*****************************************************************
012096 77  WS-HOLD-MAX               PIC 9(04) COMP  VALUE 500.
012097 77  WS-HOLD-USED              PIC 9(04) COMP  VALUE 0.
012098 77  WS-HOLD-SUB               PIC 9(04) COMP  VALUE 0.
012099 01  WS-HOLD-TABLE.
012100     05  WS-HOLD-ID            PIC X(05)       OCCURS 500 TIMES.
012101*****************************************************************
012102*  WS-ELEM-TABLE - PAY-ELEMENT REFERENCE ENTRIES LOADED FROM    *
012103*  PAYELEM.TXT BY 1300-LOAD-PAYELEM.                            *
012104*****************************************************************
012105 77  WS-ELM-MAX                PIC 9(03) COMP  VALUE 50.
012106 77  WS-ELM-USED               PIC 9(03) COMP  VALUE 0.
012107 77  WS-ELM-SUB                PIC 9(03) COMP  VALUE 0.
012108 01  WS-ELEM-TABLE.
012109     05  WS-ELM-ENTRY          OCCURS 50 TIMES.
012110         10  WS-ELM-CODE           PIC X(04).
012111         10  WS-ELM-DESC           PIC X(15).
012112         10  WS-ELM-TYPE           PIC X(01).
012113         10  WS-ELM-TAXABLE        PIC X(01).
012114         10  WS-ELM-PFABLE         PIC X(01).
012115
012116*****************************************************************
012117*  WS-EMP-ELEM-TABLE - THE ELEMENTS BEING APPLIED TO THE        *
012118*  CURRENT EMPLOYEE. AN ENTRY WHOSE TYPE IS 'X' HAS BEEN        *
012119*  BACKED OUT (DEDUCTIONS THAT WOULD TAKE NET PAY BELOW ZERO)   *
012120*  AND IS IGNORED.                                              *
012121*****************************************************************
012122 77  WS-EE-MAX                 PIC 9(02) COMP  VALUE 20.
012123 77  WS-EE-USED                PIC 9(02) COMP  VALUE 0.
012124 77  WS-EE-SUB                 PIC 9(02) COMP  VALUE 0.
012125 01  WS-EMP-ELEM-TABLE.
012126     05  WS-EE-ENTRY           OCCURS 20 TIMES.
012127         10  WS-EE-CODE            PIC X(04).
012128         10  WS-EE-DESC            PIC X(15).
012129         10  WS-EE-TYPE            PIC X(01).
012130             88  WS-EE-EARNING         VALUE 'E'.
012131             88  WS-EE-DEDUCTION       VALUE 'D'.
012132             88  WS-EE-BACKED-OUT      VALUE 'X'.
012133         10  WS-EE-TAXABLE         PIC X(01).
012134         10  WS-EE-PFABLE          PIC X(01).
012135         10  WS-EE-AMOUNT          PIC 9(08)V9(02).
012136
012137 01  WS-ELEM-FIELDS.
012138     05  WS-PREV-VTR-KEY       PIC X(09)       VALUE LOW-VALUES.
012139     05  WS-GROSS-AMT          PIC 9(10)V9(02) VALUE 0.
012140     05  WS-EARN-AMT           PIC 9(10)V9(02) VALUE 0.
012141     05  WS-DEDN-AMT           PIC 9(10)V9(02) VALUE 0.
012142     05  WS-TAX-BASE           PIC S9(10)V9(02) VALUE 0.
012143     05  WS-PF-BASE            PIC S9(10)V9(02) VALUE 0.
012144     05  WS-NET-WORK           PIC S9(10)V9(02) VALUE 0.
012145     05  WS-VTR-READ-COUNT     PIC 9(07)       VALUE 0.
012146     05  WS-VTR-APPLIED-COUNT  PIC 9(07)       VALUE 0.
012147     05  WS-VTR-EXCP-COUNT     PIC 9(07)       VALUE 0.
012148     05  WS-EXC-REASON         PIC X(25)       VALUE SPACES.
012149     05  WS-EXC-PAGE-COUNT     PIC 9(03)       VALUE 0.
012150     05  WS-EXC-LINE-COUNT     PIC 9(02)       VALUE 0.
012151*****************************************************************
012152*  WS-HIST-FIELDS - PAY HISTORY AND PAYSLIP STATE. WS-YTD-*     *
012153*  HOLD THE CURRENT EMPLOYEE'S EARLIER PERIODS OF THE YEAR      *
012154*  FROM PAYHYTD, THEN THIS PERIOD ADDED ON.                     *
012155*****************************************************************
012156 01  WS-HIST-FIELDS.
012157     05  WS-PERIOD             PIC 9(06)       VALUE 0.
012158     05  WS-PERIOD-R REDEFINES WS-PERIOD.
012159         10  WS-PERIOD-CCYY        PIC 9(04).
012160         10  WS-PERIOD-MM          PIC 9(02).
012161     05  WS-HIST-YEAR          PIC 9(04)       VALUE 0.
012162     05  WS-PAY-METHOD         PIC X(01)       VALUE SPACE.
012163         88  WS-PAID-BY-BANK       VALUE 'B'.
012164         88  WS-PAID-BY-CHEQUE     VALUE 'C'.
012165     05  WS-PAY-ACCT-LAST4     PIC X(04)       VALUE SPACES.
012166     05  WS-YTD-GROSS          PIC 9(11)V9(02) VALUE 0.
012167     05  WS-YTD-TAX            PIC 9(11)V9(02) VALUE 0.
012168     05  WS-YTD-PF             PIC 9(11)V9(02) VALUE 0.
012169     05  WS-YTD-INS            PIC 9(11)V9(02) VALUE 0.
012170     05  WS-YTD-OTH-DEDN       PIC 9(11)V9(02) VALUE 0.
012171     05  WS-YTD-NET            PIC 9(11)V9(02) VALUE 0.
012172     05  WS-HIST-READ-COUNT    PIC 9(07)       VALUE 0.
012173     05  WS-HIST-YTD-COUNT     PIC 9(07)       VALUE 0.
012174     05  WS-HIST-WRITE-COUNT   PIC 9(07)       VALUE 0.
012175     05  WS-SLIP-COUNT         PIC 9(07)       VALUE 0.
012176
012177 01  WS-PARM-FIELDS.
012178     05  WS-PARM-LINE          PIC X(80)       VALUE SPACES.
012179
012180*****************************************************************
012181*  WS-LEAVE-FIELDS - UNPAID LEAVE FOR THE CURRENT EMPLOYEE. ITS *
012182*  SALARY IS PRORATED OVER WS-LVE-PERIOD-DAYS (THE SAME MONTH   *
012183*  LEAVEDIT LIMITS ONE UNPAID TRANSACTION TO) AND WS-BASE-PAY   *
012184*  IS WHAT IS LEFT TO PAY.                                      *
012185*****************************************************************
012186 01  WS-LEAVE-FIELDS.
012187     05  WS-LVE-PERIOD-DAYS    PIC 9(03)V9(01) VALUE 30.0.
012188     05  WS-UNPAID-DAYS        PIC 9(04)V9(01) VALUE 0.
012189     05  WS-UNPAID-AMT         PIC 9(10)V9(02) VALUE 0.
012190     05  WS-BASE-PAY           PIC 9(10)V9(02) VALUE 0.
012191     05  WS-SLP-UNPAID-NOTE.
012192         10  WS-SLP-UNPAID-DAYS    PIC Z9.9.
012193         10  FILLER                PIC X(05)       VALUE " DAYS".
012194     05  WS-LVU-READ-COUNT     PIC 9(07)       VALUE 0.
012195     05  WS-LVU-APPLIED-COUNT  PIC 9(07)       VALUE 0.
012196     05  WS-LVU-SKIP-COUNT     PIC 9(07)       VALUE 0.
012197     05  WS-TOT-UNPAID-DAYS    PIC 9(07)V9(01) VALUE 0.
012198     05  WS-TOT-UNPAID         PIC 9(11)V9(02) VALUE 0.
012199*****************************************************************
012200*  WS-DESG-TABLE - PER-DESIGNATION GROSS/NET ACCUMULATORS.      *
012300*  EMPMASTER ARRIVES IN EMP-ID SEQUENCE, SO DESIGNATIONS ARE    *
012400*  NOT GROUPED AND A CONTROL BREAK CANNOT BE USED - EACH        *
013500     05  WS-DESG-ENTRY         OCCURS 50 TIMES.
013600         10  WS-DT-DESG            PIC X(10).
013700         10  WS-DT-COUNT           PIC 9(05).
013800         10  WS-DT-GROSS           PIC 9(11)V9(02).
013900         10  WS-DT-NET             PIC 9(11)V9(02).
014000
014100 01  WS-REPORT-FIELDS.
017300             "EMPLOYEE NAME".
017400     05  FILLER                PIC X(04)     VALUE SPACES.
017500     05  FILLER                PIC X(11)     VALUE "DESIGNATION".
017600     05  FILLER                PIC X(11)     VALUE SPACES.
017700     05  FILLER                PIC X(05)     VALUE "GROSS".
017800     05  FILLER                PIC X(11)     VALUE SPACES.
017900     05  FILLER                PIC X(03)     VALUE "TAX".
018300     05  FILLER                PIC X(09)     VALUE "INSURANCE".
018400     05  FILLER                PIC X(09)     VALUE SPACES.
018500     05  FILLER                PIC X(07)     VALUE "NET PAY".
018600     05  FILLER                PIC X(18)     VALUE SPACES.
018700     05  RPT-HDG1-NEWLINE      PIC X(01)     VALUE X'0A'.
018800
018900 01  RPT-COLUMN-HDG-2.
019400     05  FILLER                PIC X(02)     VALUE SPACES.
019500     05  FILLER                PIC X(10)     VALUE ALL "-".
019600     05  FILLER                PIC X(01)     VALUE SPACES.
019700     05  FILLER                PIC X(16)     VALUE ALL "-".
019800     05  FILLER                PIC X(01)     VALUE SPACES.
019900     05  FILLER                PIC X(16)     VALUE ALL "-".
020000     05  FILLER                PIC X(01)     VALUE SPACES.
020300     05  FILLER                PIC X(16)     VALUE ALL "-".
020400     05  FILLER                PIC X(01)     VALUE SPACES.
020500     05  FILLER                PIC X(16)     VALUE ALL "-".
020600     05  FILLER                PIC X(12)     VALUE SPACES.
020700     05  RPT-HDG2-NEWLINE      PIC X(01)     VALUE X'0A'.
020800
020900 01  RPT-DETAIL-LINE.
021400     05  FILLER                PIC X(02)     VALUE SPACES.
021500     05  RPT-DET-DESG          PIC X(10).
021600     05  FILLER                PIC X(01)     VALUE SPACES.
021700     05  RPT-DET-GROSS         PIC Z,ZZZ,ZZZ,ZZ9.99.
021800     05  FILLER                PIC X(01)     VALUE SPACES.
021900     05  RPT-DET-TAX           PIC Z,ZZZ,ZZZ,ZZ9.99.
022000     05  FILLER                PIC X(01)     VALUE SPACES.
022300     05  RPT-DET-INS           PIC Z,ZZZ,ZZZ,ZZ9.99.
022400     05  FILLER                PIC X(01)     VALUE SPACES.
022500     05  RPT-DET-NET           PIC Z,ZZZ,ZZZ,ZZ9.99.
022600     05  FILLER                PIC X(12)     VALUE SPACES.
022700     05  RPT-DET-NEWLINE       PIC X(01)     VALUE X'0A'.
022701 01  RPT-ELEM-LINE.
022702     05  FILLER                PIC X(08)     VALUE SPACES.
022703     05  RPT-ELM-CODE          PIC X(04).
022704     05  FILLER                PIC X(02)     VALUE SPACES.
022705     05  RPT-ELM-DESC          PIC X(15).
022706     05  FILLER                PIC X(02)     VALUE SPACES.
022707     05  RPT-ELM-TYPE          PIC X(09).
022708     05  FILLER                PIC X(02)     VALUE SPACES.
022709     05  RPT-ELM-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
022710     05  FILLER                PIC X(02)     VALUE SPACES.
022711     05  RPT-ELM-TAX-FLAG      PIC X(07).
022712     05  FILLER                PIC X(01)     VALUE SPACES.
022713     05  RPT-ELM-PF-FLAG       PIC X(02).
022714     05  FILLER                PIC X(65)     VALUE SPACES.
022715     05  RPT-ELM-NEWLINE       PIC X(01)     VALUE X'0A'.
022716 01  RPT-UNPAID-LINE.
022717     05  FILLER                PIC X(08)     VALUE SPACES.
022718     05  FILLER                PIC X(21)     VALUE
022719             "UNPAID LEAVE".
022720     05  FILLER                PIC X(02)     VALUE SPACES.
022721     05  RPT-UNP-DAYS          PIC ZZ9.9.
022722     05  FILLER                PIC X(05)     VALUE " DAYS".
022723     05  FILLER                PIC X(01)     VALUE SPACES.
022724     05  RPT-UNP-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
022725     05  FILLER                PIC X(02)     VALUE SPACES.
022726     05  FILLER                PIC X(10)     VALUE "DEDUCTED".
022727     05  FILLER                PIC X(65)     VALUE SPACES.
022728     05  RPT-UNP-NEWLINE       PIC X(01)     VALUE X'0A'.
022800
022900 01  RPT-DESG-HDG-LINE.
023000     05  FILLER                PIC X(01)     VALUE SPACE.
024300     05  FILLER                PIC X(03)     VALUE SPACES.
024400     05  FILLER                PIC X(05)     VALUE "GROSS".
024500     05  FILLER                PIC X(01)     VALUE SPACE.
024600     05  RPT-DTOT-GROSS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024700     05  FILLER                PIC X(03)     VALUE SPACES.
024800     05  FILLER                PIC X(03)     VALUE "NET".
024900     05  FILLER                PIC X(01)     VALUE SPACE.
025000     05  RPT-DTOT-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
025100     05  FILLER                PIC X(53)     VALUE SPACES.
025200     05  RPT-DTOT-NEWLINE      PIC X(01)     VALUE X'0A'.
025300
025400 01  RPT-COMPANY-LINE.
026200     05  FILLER                PIC X(03)     VALUE SPACES.
026300     05  FILLER                PIC X(05)     VALUE "GROSS".
026400     05  FILLER                PIC X(01)     VALUE SPACE.
026500     05  RPT-CO-GROSS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
026600     05  FILLER                PIC X(03)     VALUE SPACES.
026700     05  FILLER                PIC X(03)     VALUE "NET".
026800     05  FILLER                PIC X(01)     VALUE SPACE.
026900     05  RPT-CO-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027000     05  FILLER                PIC X(49)     VALUE SPACES.
027100     05  RPT-CO-NEWLINE        PIC X(01)     VALUE X'0A'.
027101 01  RPT-ELEM-TOT-LINE.
027102     05  FILLER                PIC X(01)     VALUE SPACE.
027103     05  FILLER                PIC X(14)     VALUE
027104             "ELEMENT TOTALS".
027105     05  FILLER                PIC X(01)     VALUE SPACES.
027106     05  FILLER                PIC X(11)     VALUE "BASE SALARY".
027107     05  FILLER                PIC X(01)     VALUE SPACE.
027108     05  RPT-ET-BASE           PIC ZZ,ZZZ,ZZZ,ZZ9.
027109     05  FILLER                PIC X(03)     VALUE SPACES.
027110     05  FILLER                PIC X(08)     VALUE "EARNINGS".
027111     05  FILLER                PIC X(01)     VALUE SPACE.
027112     05  RPT-ET-EARN           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027113     05  FILLER                PIC X(03)     VALUE SPACES.
027114     05  FILLER                PIC X(10)     VALUE "DEDUCTIONS".
027115     05  FILLER                PIC X(01)     VALUE SPACE.
027116     05  RPT-ET-DEDN           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027117     05  FILLER                PIC X(30)     VALUE SPACES.
027118     05  RPT-ET-NEWLINE        PIC X(01)     VALUE X'0A'.
027119 01  RPT-UNPAID-TOT-LINE.
027120     05  FILLER                PIC X(01)     VALUE SPACE.
027121     05  FILLER                PIC X(14)     VALUE
027122             "UNPAID LEAVE".
027123     05  FILLER                PIC X(01)     VALUE SPACES.
027124     05  FILLER                PIC X(09)     VALUE "EMPLOYEES".
027125     05  FILLER                PIC X(01)     VALUE SPACE.
027126     05  RPT-UT-COUNT          PIC ZZZZZZ9.
027127     05  FILLER                PIC X(03)     VALUE SPACES.
027128     05  FILLER                PIC X(04)     VALUE "DAYS".
027129     05  FILLER                PIC X(01)     VALUE SPACE.
027130     05  RPT-UT-DAYS           PIC ZZZ,ZZ9.9.
027131     05  FILLER                PIC X(03)     VALUE SPACES.
027132     05  FILLER                PIC X(08)     VALUE "DEDUCTED".
027133     05  FILLER                PIC X(01)     VALUE SPACE.
027134     05  RPT-UT-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027135     05  FILLER                PIC X(53)     VALUE SPACES.
027136     05  RPT-UT-NEWLINE        PIC X(01)     VALUE X'0A'.
027137
027138*****************************************************************
027139*  PAY-ELEMENT EXCEPTIONS REPORT LINES - MOVED TO               *
027140*  PAYVEXC-RECORD ON WRITE.                                     *
027141*****************************************************************
027142 01  RPT-EXC-TITLE-LINE.
027143     05  RPT-EXC-FORMFEED      PIC X(01)     VALUE SPACE.
027144     05  FILLER                PIC X(25)     VALUE SPACES.
027145     05  FILLER                PIC X(30)     VALUE
027146             "PAY ELEMENT EXCEPTIONS REPORT".
027147     05  FILLER                PIC X(16)     VALUE SPACES.
027148     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
027149     05  RPT-EXC-RUN-DATE      PIC X(10)     VALUE SPACES.
027150     05  FILLER                PIC X(10)     VALUE SPACES.
027151     05  FILLER                PIC X(05)     VALUE "PAGE ".
027152     05  RPT-EXC-PAGE-NO       PIC ZZZ9.
027153     05  FILLER                PIC X(22)     VALUE SPACES.
027154     05  RPT-EXC-TITLE-NEWLINE PIC X(01)     VALUE X'0A'.
027155
027156 01  RPT-EXC-HDG-1.
027157     05  FILLER                PIC X(01)     VALUE SPACE.
027158     05  FILLER                PIC X(06)     VALUE "EMP ID".
027159     05  FILLER                PIC X(01)     VALUE SPACES.
027160     05  FILLER                PIC X(04)     VALUE "CODE".
027161     05  FILLER                PIC X(02)     VALUE SPACES.
027162     05  FILLER                PIC X(11)     VALUE "DESCRIPTION".
027163     05  FILLER                PIC X(16)     VALUE SPACES.
027164     05  FILLER                PIC X(06)     VALUE "AMOUNT".
027165     05  FILLER                PIC X(02)     VALUE SPACES.
027166     05  FILLER                PIC X(06)     VALUE "REASON".
027167     05  FILLER                PIC X(77)     VALUE SPACES.
027168     05  RPT-EXC-HDG1-NEWLINE  PIC X(01)     VALUE X'0A'.
027169
027170 01  RPT-EXC-HDG-2.
027171     05  FILLER                PIC X(01)     VALUE SPACE.
027172     05  FILLER                PIC X(05)     VALUE ALL "-".
027173     05  FILLER                PIC X(02)     VALUE SPACES.
027174     05  FILLER                PIC X(04)     VALUE ALL "-".
027175     05  FILLER                PIC X(02)     VALUE SPACES.
027176     05  FILLER                PIC X(15)     VALUE ALL "-".
027177     05  FILLER                PIC X(02)     VALUE SPACES.
027178     05  FILLER                PIC X(13)     VALUE ALL "-".
027179     05  FILLER                PIC X(02)     VALUE SPACES.
027180     05  FILLER                PIC X(25)     VALUE ALL "-".
027181     05  FILLER                PIC X(61)     VALUE SPACES.
027182     05  RPT-EXC-HDG2-NEWLINE  PIC X(01)     VALUE X'0A'.
027183
027184 01  RPT-EXC-DETAIL-LINE.
027185     05  FILLER                PIC X(01)     VALUE SPACE.
027186     05  RPT-EXC-ID            PIC X(05).
027187     05  FILLER                PIC X(02)     VALUE SPACES.
027188     05  RPT-EXC-CODE          PIC X(04).
027189     05  FILLER                PIC X(02)     VALUE SPACES.
027190     05  RPT-EXC-DESC          PIC X(15).
027191     05  FILLER                PIC X(02)     VALUE SPACES.
027192     05  RPT-EXC-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
027193     05  RPT-EXC-AMOUNT-X REDEFINES RPT-EXC-AMOUNT
027194                               PIC X(13).
027195     05  FILLER                PIC X(02)     VALUE SPACES.
027196     05  RPT-EXC-REASON        PIC X(25).
027197     05  FILLER                PIC X(61)     VALUE SPACES.
027198     05  RPT-EXC-DET-NEWLINE   PIC X(01)     VALUE X'0A'.
027199
027200 01  RPT-EXC-TOTAL-LINE.
027201     05  FILLER                PIC X(01)     VALUE SPACE.
027202     05  FILLER                PIC X(18)     VALUE
027203             "ELEMENTS READ".
027204     05  RPT-EXC-READ          PIC ZZZZZZ9.
027205     05  FILLER                PIC X(03)     VALUE SPACES.
027206     05  FILLER                PIC X(08)     VALUE "APPLIED ".
027207     05  RPT-EXC-APPLIED       PIC ZZZZZZ9.
027208     05  FILLER                PIC X(03)     VALUE SPACES.
027209     05  FILLER                PIC X(11)     VALUE "EXCEPTIONS ".
027210     05  RPT-EXC-COUNT         PIC ZZZZZZ9.
027211     05  FILLER                PIC X(67)     VALUE SPACES.
027212     05  RPT-EXC-TOT-NEWLINE   PIC X(01)     VALUE X'0A'.
027213*****************************************************************
027214*  PAYSLIP LINES - MOVED TO PAYSLIP-RECORD ON WRITE.            *
027215*****************************************************************
027216 01  SLP-TITLE-LINE.
027217     05  SLP-FORMFEED          PIC X(01)     VALUE SPACE.
027218     05  FILLER                PIC X(25)     VALUE SPACES.
027219     05  FILLER                PIC X(30)     VALUE
027220             "EMPLOYEE PAYSLIP".
027221     05  FILLER                PIC X(07)     VALUE "PERIOD ".
027222     05  SLP-PERIOD-CCYY       PIC 9(04).
027223     05  FILLER                PIC X(01)     VALUE "/".
027224     05  SLP-PERIOD-MM         PIC 9(02).
027225     05  FILLER                PIC X(06)     VALUE SPACES.
027226     05  FILLER                PIC X(09)     VALUE "RUN DATE ".
027227     05  SLP-RUN-DATE          PIC X(10)     VALUE SPACES.
027228     05  FILLER                PIC X(37)     VALUE SPACES.
027229     05  SLP-TITLE-NEWLINE     PIC X(01)     VALUE X'0A'.
027230
027231 01  SLP-EMP-LINE.
027232     05  FILLER                PIC X(01)     VALUE SPACE.
027233     05  FILLER                PIC X(09)     VALUE "EMPLOYEE ".
027234     05  SLP-EMP-ID            PIC X(05).
027235     05  FILLER                PIC X(02)     VALUE SPACES.
027236     05  SLP-EMP-NAME          PIC X(15).
027237     05  FILLER                PIC X(02)     VALUE SPACES.
027238     05  FILLER                PIC X(12)     VALUE "DESIGNATION ".
027239     05  SLP-EMP-DESG          PIC X(10).
027240     05  FILLER                PIC X(02)     VALUE SPACES.
027241     05  FILLER                PIC X(12)     VALUE "COST CENTER ".
027242     05  SLP-EMP-COSTCTR       PIC X(04).
027243     05  FILLER                PIC X(58)     VALUE SPACES.
027244     05  SLP-EMP-NEWLINE       PIC X(01)     VALUE X'0A'.
027245
027246 01  SLP-COLUMN-HDG.
027247     05  FILLER                PIC X(31)     VALUE SPACES.
027248     05  FILLER                PIC X(17)     VALUE
027249             "      THIS PERIOD".
027250     05  FILLER                PIC X(03)     VALUE SPACES.
027251     05  FILLER                PIC X(17)     VALUE
027252             "     YEAR TO DATE".
027253     05  FILLER                PIC X(64)     VALUE SPACES.
027254     05  SLP-HDG-NEWLINE       PIC X(01)     VALUE X'0A'.
027255
027256 01  SLP-CUR-LINE.
027257     05  FILLER                PIC X(01)     VALUE SPACE.
027258     05  SLP-CUR-LABEL         PIC X(30).
027259     05  SLP-CUR-LABEL-R REDEFINES SLP-CUR-LABEL.
027260         10  FILLER                PIC X(03).
027261         10  SLP-CUR-CODE          PIC X(04).
027262         10  FILLER                PIC X(02).
027263         10  SLP-CUR-DESC          PIC X(15).
027264         10  FILLER                PIC X(06).
027265     05  SLP-CUR-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027266     05  FILLER                PIC X(03)     VALUE SPACES.
027267     05  SLP-CUR-NOTE          PIC X(09).
027268     05  FILLER                PIC X(72)     VALUE SPACES.
027269     05  SLP-CUR-NEWLINE       PIC X(01)     VALUE X'0A'.
027270
027271 01  SLP-YTD-LINE.
027272     05  FILLER                PIC X(01)     VALUE SPACE.
027273     05  SLP-YTD-LABEL         PIC X(30).
027274     05  SLP-YTD-CURRENT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027275     05  FILLER                PIC X(03)     VALUE SPACES.
027276     05  SLP-YTD-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
027277     05  FILLER                PIC X(64)     VALUE SPACES.
027278     05  SLP-YTD-NEWLINE       PIC X(01)     VALUE X'0A'.
027279
027280 01  SLP-PAYMENT-LINE.
027281     05  FILLER                PIC X(01)     VALUE SPACE.
027282     05  FILLER                PIC X(08)     VALUE "PAID BY ".
027283     05  SLP-PAY-METHOD        PIC X(11).
027284     05  FILLER                PIC X(02)     VALUE SPACES.
027285     05  SLP-PAY-ACCT-LIT      PIC X(15).
027286     05  SLP-PAY-ACCT          PIC X(04).
027287     05  FILLER                PIC X(91)     VALUE SPACES.
027288     05  SLP-PAY-NEWLINE       PIC X(01)     VALUE X'0A'.
027289
027300 01  RPT-BLANK-LINE.
027400     05  FILLER                PIC X(132)    VALUE SPACES.
027500     05  RPT-BLANK-NEWLINE     PIC X(01)     VALUE X'0A'.
029800            WS-RUN-DATE-DD    "/"
029900            WS-RUN-DATE-CCYY
030000            DELIMITED BY SIZE INTO RPT-RUN-DATE.
030010     COMPUTE WS-PERIOD =
030020         WS-RUN-DATE-CCYY * 100 + WS-RUN-DATE-MM.
030030     ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
030040     IF WS-PARM-LINE(1:6) IS NUMERIC
030050        AND WS-PARM-LINE(7:2) = SPACES
030060         MOVE WS-PARM-LINE(1:6) TO WS-PERIOD
030070     END-IF.
030080     PERFORM 1500-BUILD-YTD THRU 1500-EXIT.
030081     PERFORM 1700-BUILD-UNPAID THRU 1700-EXIT.
030100     MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT.
030200     OPEN INPUT EMPMASTER.
030300     IF WS-FS1 NOT = 00
031000         PERFORM 9900-ABEND THRU 9900-EXIT
031100     END-IF.
031110     PERFORM 1200-OPEN-BANK-FILES THRU 1200-EXIT.
031120     PERFORM 1300-LOAD-PAYELEM THRU 1300-EXIT.
031130     PERFORM 1400-OPEN-ELEMENT-FILES THRU 1400-EXIT.
031150     PERFORM 1600-OPEN-HISTORY-FILES THRU 1600-EXIT.
031200 1000-EXIT.
031300     EXIT.
031310
031438     MOVE BANK-ID TO WS-PREV-BANK-ID.
031439 1250-EXIT.
031440     EXIT.
031441*****************************************************************
031442*  1300-LOAD-PAYELEM - LOAD THE PAY-ELEMENT REFERENCE TABLE.    *
031443*  PAYELEM IS A CONTROL FILE: A MISSING, EMPTY OR OVERFLOWING   *
031444*  TABLE, OR A RECORD WITH A BAD TYPE OR FLAG, ABENDS THE RUN.  *
031445*****************************************************************
031446 1300-LOAD-PAYELEM.
031447     OPEN INPUT PAYELEM.
031448     IF WS-FS6 NOT = 00
031449         MOVE "OPEN FAILED ON PAYELEM" TO WS-ABEND-TEXT
031450         PERFORM 9900-ABEND THRU 9900-EXIT
031451     END-IF.
031452     MOVE 0 TO WS-ELM-USED.
031453     PERFORM 1350-READ-PAYELEM THRU 1350-EXIT
031454         UNTIL WS-ELM-EOF.
031455     CLOSE PAYELEM.
031456     IF WS-ELM-USED = 0
031457         MOVE "PAYELEM IS EMPTY" TO WS-ABEND-TEXT
031458         PERFORM 9900-ABEND THRU 9900-EXIT
031459     END-IF.
031460 1300-EXIT.
031461     EXIT.
031462
031463*****************************************************************
031464*  1350-READ-PAYELEM - READ ONE REFERENCE RECORD INTO THE NEXT  *
031465*  FREE SLOT OF WS-ELEM-TABLE.                                  *
031466*****************************************************************
031467 1350-READ-PAYELEM.
031468     READ PAYELEM.
031469     IF WS-FS6 = 10
031470         SET WS-ELM-EOF TO TRUE
031471         GO TO 1350-EXIT
031472     END-IF.
031473     IF WS-FS6 NOT = 00
031474         MOVE "READ FAILED ON PAYELEM" TO WS-ABEND-TEXT
031475         PERFORM 9900-ABEND THRU 9900-EXIT
031476     END-IF.
031477     IF NOT ELEM-EARNING AND NOT ELEM-DEDUCTION
031478     OR NOT ELEM-FLAG-TAX-OK
031479     OR NOT ELEM-FLAG-PF-OK
031480         MOVE "BAD PAYELEM RECORD" TO WS-ABEND-TEXT
031481         PERFORM 9900-ABEND THRU 9900-EXIT
031482     END-IF.
031483     IF WS-ELM-USED >= WS-ELM-MAX
031484         MOVE "PAYELEM TABLE OVERFLOW" TO WS-ABEND-TEXT
031485         PERFORM 9900-ABEND THRU 9900-EXIT
031486     END-IF.
031487     ADD 1 TO WS-ELM-USED.
031488     MOVE ELEM-CODE    TO WS-ELM-CODE    (WS-ELM-USED).
031489     MOVE ELEM-DESC    TO WS-ELM-DESC    (WS-ELM-USED).
031490     MOVE ELEM-TYPE    TO WS-ELM-TYPE    (WS-ELM-USED).
031491     MOVE ELEM-TAXABLE TO WS-ELM-TAXABLE (WS-ELM-USED).
031492     MOVE ELEM-PFABLE  TO WS-ELM-PFABLE  (WS-ELM-USED).
031493 1350-EXIT.
031494     EXIT.
031495
031496*****************************************************************
031497*  1400-OPEN-ELEMENT-FILES - OPEN THE PAY-PERIOD ELEMENT        *
031498*  TRANSACTIONS AND THE EXCEPTIONS REPORT, AND PRIME THE        *
031499*  PAYVTRAN CO-READ. A PERIOD WITH NO VARIABLE PAY NEED NOT     *
031500*  SUPPLY PAYVTRAN.TXT AT ALL - A MISSING FILE IS TREATED AS    *
031501*  AN EMPTY ONE.                                                *
031502*****************************************************************
031503 1400-OPEN-ELEMENT-FILES.
031504     MOVE RPT-RUN-DATE TO RPT-EXC-RUN-DATE.
031505     MOVE WS-LINES-PER-PAGE TO WS-EXC-LINE-COUNT.
031506     OPEN OUTPUT PAYVEXC.
031507     IF WS-FS8 NOT = 00
031508         MOVE "OPEN FAILED ON PAYVEXC" TO WS-ABEND-TEXT
031509         PERFORM 9900-ABEND THRU 9900-EXIT
031510     END-IF.
031511     OPEN INPUT PAYVTRAN.
031512     IF WS-FS7 = 35
031513         DISPLAY "PAYCALC - NO PAYVTRAN, NO VARIABLE PAY THIS RUN"
031514         SET WS-VTR-EOF TO TRUE
031515         GO TO 1400-EXIT
031516     END-IF.
031517     IF WS-FS7 NOT = 00
031518         MOVE "OPEN FAILED ON PAYVTRAN" TO WS-ABEND-TEXT
031519         PERFORM 9900-ABEND THRU 9900-EXIT
031520     END-IF.
031521     PERFORM 1450-READ-PAYVTRAN THRU 1450-EXIT.
031522 1400-EXIT.
031523     EXIT.
031524
031525*****************************************************************
031526*  1450-READ-PAYVTRAN - READ THE NEXT ELEMENT TRANSACTION,      *
031527*  ENFORCING ASCENDING EMP-ID + ELEMENT CODE SEQUENCE. THE      *
031528*  SAME CODE TWICE FOR ONE EMPLOYEE IS ALLOWED (TWO OVERTIME    *
031529*  CLAIMS, SAY) AND BOTH ARE APPLIED.                           *
031530*****************************************************************
031531 1450-READ-PAYVTRAN.
031532     READ PAYVTRAN.
031533     IF WS-FS7 = 10
031534         SET WS-VTR-EOF TO TRUE
031535         GO TO 1450-EXIT
031536     END-IF.
031537     IF WS-FS7 NOT = 00
031538         MOVE "READ FAILED ON PAYVTRAN" TO WS-ABEND-TEXT
031539         PERFORM 9900-ABEND THRU 9900-EXIT
031540     END-IF.
031541     IF VTR-KEY < WS-PREV-VTR-KEY
031542         MOVE "PAYVTRAN OUT OF SEQUENCE" TO WS-ABEND-TEXT
031543         PERFORM 9900-ABEND THRU 9900-EXIT
031544     END-IF.
031545     MOVE VTR-KEY TO WS-PREV-VTR-KEY.
031546     ADD 1 TO WS-VTR-READ-COUNT.
031547 1450-EXIT.
031548     EXIT.
031549*****************************************************************
031550*  1500-BUILD-YTD - SORT THE YEAR'S EARLIER PAY HISTORY INTO    *
031551*  EMP-ID SEQUENCE ON PAYHYTD AND PRIME THE YEAR-TO-DATE        *
031552*  CO-READ.                                                     *
031553*****************************************************************
031554 1500-BUILD-YTD.
031555     SORT PHSORT
031556         ON ASCENDING KEY PHS-ID
031557         INPUT PROCEDURE IS 1510-RELEASE-HISTORY
031558         GIVING PAYHYTD.
031559     OPEN INPUT PAYHYTD.
031560     IF WS-FS10 NOT = 00
031561         MOVE "OPEN FAILED ON PAYHYTD" TO WS-ABEND-TEXT
031562         PERFORM 9900-ABEND THRU 9900-EXIT
031563     END-IF.
031564     PERFORM 1550-READ-PAYHYTD THRU 1550-EXIT.
031565 1500-EXIT.
031566     EXIT.
031567
031568*****************************************************************
031569*  1510-RELEASE-HISTORY - SORT INPUT PROCEDURE. READ THE WHOLE  *
031570*  PAY HISTORY, PROVING THE PERIOD HAS NOT ALREADY BEEN PAID,   *
031571*  AND RELEASE THE PAY PERIOD'S YEAR TO THE SORT. NO HISTORY    *
031572*  FILE YET (FIRST RUN) RELEASES NOTHING.                       *
031573*****************************************************************
031574 1510-RELEASE-HISTORY.
031575     OPEN INPUT PAYHIST.
031576     IF WS-FS9 NOT = 00 AND WS-FS9 NOT = 35
031577         MOVE "OPEN FAILED ON PAYHIST" TO WS-ABEND-TEXT
031578         PERFORM 9900-ABEND THRU 9900-EXIT
031579     END-IF.
031580     IF WS-FS9 = 00
031581         SET WS-PHS-NOT-EOF TO TRUE
031582         PERFORM 1520-RELEASE-ONE THRU 1520-EXIT
031583             UNTIL WS-PHS-EOF
031584         CLOSE PAYHIST
031585     END-IF.
031587 1510-RELEASE-EXIT.
031588     EXIT.
031589
031590*****************************************************************
031591*  1520-RELEASE-ONE - CHECK ONE HISTORY RECORD AGAINST THE PAY  *
031592*  PERIOD AND RELEASE IT IF IT FALLS IN THE SAME YEAR. A PERIOD *
031593*  ALREADY PAID, OR ONE OLDER THAN HISTORY ALREADY ON FILE,     *
031594*  ABENDS THE RUN SO A RERUN CANNOT PAY A MONTH TWICE.          *
031595*****************************************************************
031596 1520-RELEASE-ONE.
031597     READ PAYHIST.
031598     IF WS-FS9 = 10
031599         SET WS-PHS-EOF TO TRUE
031600         GO TO 1520-EXIT
031601     END-IF.
031602     IF WS-FS9 NOT = 00
031603         MOVE "READ FAILED ON PAYHIST" TO WS-ABEND-TEXT
031604         PERFORM 9900-ABEND THRU 9900-EXIT
031605     END-IF.
031606     ADD 1 TO WS-HIST-READ-COUNT.
031607     IF PAYH-PERIOD = WS-PERIOD
031608         MOVE "PERIOD ALREADY POSTED TO PAYHIST" TO WS-ABEND-TEXT
031609         PERFORM 9900-ABEND THRU 9900-EXIT
031610     END-IF.
031611     IF PAYH-PERIOD > WS-PERIOD
031612         MOVE "PERIOD OLDER THAN POSTED HISTORY" TO WS-ABEND-TEXT
031613         PERFORM 9900-ABEND THRU 9900-EXIT
031614     END-IF.
031615     DIVIDE PAYH-PERIOD BY 100 GIVING WS-HIST-YEAR.
031616     IF WS-HIST-YEAR NOT = WS-PERIOD-CCYY
031617         GO TO 1520-EXIT
031618     END-IF.
031619     ADD 1 TO WS-HIST-YTD-COUNT.
031620     MOVE PAYH-ID       TO PHS-ID.
031621     MOVE PAYH-GROSS    TO PHS-GROSS.
031622     MOVE PAYH-TAX      TO PHS-TAX.
031623     MOVE PAYH-PF       TO PHS-PF.
031624     MOVE PAYH-INS      TO PHS-INS.
031625     MOVE PAYH-OTH-DEDN TO PHS-OTH-DEDN.
031626     MOVE PAYH-NET      TO PHS-NET.
031627     MOVE X'0A'         TO PHS-NEWLINE.
031628     RELEASE PHSORT-RECORD.
031629 1520-EXIT.
031630     EXIT.
031631
031632*****************************************************************
031633*  1550-READ-PAYHYTD - READ THE NEXT SORTED YEAR-TO-DATE        *
031634*  HISTORY RECORD.                                              *
031635*****************************************************************
031636 1550-READ-PAYHYTD.
031637     READ PAYHYTD.
031638     IF WS-FS10 = 10
031639         SET WS-PHY-EOF TO TRUE
031640         GO TO 1550-EXIT
031641     END-IF.
031642     IF WS-FS10 NOT = 00
031643         MOVE "READ FAILED ON PAYHYTD" TO WS-ABEND-TEXT
031644         PERFORM 9900-ABEND THRU 9900-EXIT
031645     END-IF.
031646 1550-EXIT.
031647     EXIT.
031648
031649*****************************************************************
031650*  1600-OPEN-HISTORY-FILES - OPEN THE PAY HISTORY FOR APPEND    *
031651*  (CREATING IT ON THE FIRST RUN) AND THE PAYSLIP FILE.         *
031652*****************************************************************
031653 1600-OPEN-HISTORY-FILES.
031654     OPEN EXTEND PAYHIST.
031655     IF WS-FS9 = 35
031656         OPEN OUTPUT PAYHIST
031657     END-IF.
031658     IF WS-FS9 NOT = 00
031659         MOVE "OPEN FAILED ON PAYHIST" TO WS-ABEND-TEXT
031660         PERFORM 9900-ABEND THRU 9900-EXIT
031661     END-IF.
031662     OPEN OUTPUT PAYSLIP.
031663     IF WS-FS11 NOT = 00
031664         MOVE "OPEN FAILED ON PAYSLIP" TO WS-ABEND-TEXT
031665         PERFORM 9900-ABEND THRU 9900-EXIT
031666     END-IF.
031667     MOVE RPT-RUN-DATE   TO SLP-RUN-DATE.
031668     MOVE WS-PERIOD-CCYY TO SLP-PERIOD-CCYY.
031669     MOVE WS-PERIOD-MM   TO SLP-PERIOD-MM.
031670 1600-EXIT.
031671     EXIT.
031672
031673*****************************************************************
031674*  1700-BUILD-UNPAID - SORT THE PERIOD'S UNPAID LEAVE INTO      *
031675*  EMP-ID SEQUENCE ON LEAVUTMP AND PRIME THE CO-READ.           *
031676*****************************************************************
031677 1700-BUILD-UNPAID.
031678     SORT LUSORT
031679         ON ASCENDING KEY LUS-ID
031680         INPUT PROCEDURE IS 1710-RELEASE-UNPAID
031681         GIVING LEAVUTMP.
031682     OPEN INPUT LEAVUTMP.
031683     IF WS-FS14 NOT = 00
031684         MOVE "OPEN FAILED ON LEAVUTMP" TO WS-ABEND-TEXT
031685         PERFORM 9900-ABEND THRU 9900-EXIT
031686     END-IF.
031687     PERFORM 2580-READ-LEAVUTMP THRU 2580-EXIT.
031688 1700-EXIT.
031689     EXIT.
031690
031691*****************************************************************
031692*  1710-RELEASE-UNPAID - SORT INPUT PROCEDURE. RELEASE THE      *
031693*  PERIOD'S UNPAID LEAVE FROM THE LEAVE-TAKEN HISTORY. NO       *
031694*  HISTORY FILE YET RELEASES NOTHING.                           *
031695*****************************************************************
031696 1710-RELEASE-UNPAID.
031697     OPEN INPUT LEAVHIST.
031698     IF WS-FS13 NOT = 00 AND WS-FS13 NOT = 35
031699         MOVE "OPEN FAILED ON LEAVHIST" TO WS-ABEND-TEXT
031700         PERFORM 9900-ABEND THRU 9900-EXIT
031701     END-IF.
031702     IF WS-FS13 = 00
031703         PERFORM 1720-RELEASE-ONE THRU 1720-EXIT
031704             UNTIL WS-LVH-EOF
031705         CLOSE LEAVHIST
031706     END-IF.
031707 1710-RELEASE-EXIT.
031708     EXIT.
031709
031710*****************************************************************
031711*  1720-RELEASE-ONE - RELEASE ONE UNPAID LEAVE RECORD.          *
031712*****************************************************************
031713 1720-RELEASE-ONE.
031714     READ LEAVHIST.
031715     IF WS-FS13 = 10
031716         SET WS-LVH-EOF TO TRUE
031717         GO TO 1720-EXIT
031718     END-IF.
031719     IF WS-FS13 NOT = 00
031720         MOVE "READ FAILED ON LEAVHIST" TO WS-ABEND-TEXT
031721         PERFORM 9900-ABEND THRU 9900-EXIT
031722     END-IF.
031723     IF NOT LVH-UNPAID OR LVH-PERIOD NOT = WS-PERIOD
031724         GO TO 1720-EXIT
031725     END-IF.
031726     ADD 1 TO WS-LVU-READ-COUNT.
031727     MOVE LVH-ID   TO LUS-ID.
031728     MOVE LVH-DAYS TO LUS-DAYS.
031729     MOVE X'0A'    TO LUS-NEWLINE.
031730     RELEASE LUSORT-RECORD.
031731 1720-EXIT.
031732     EXIT.
031749*****************************************************************
031766*  2000-PROCESS-EMPLOYEE - READ ONE EMPMASTER RECORD IN EMP-ID  *
031783*  SEQUENCE, COMPUTE THE DEDUCTIONS AND NET PAY, ROLL THE       *
031800*  AMOUNTS INTO THE DESIGNATION AND COMPANY TOTALS AND PRINT    *
031900*  THE DETAIL LINE. ELEMENT TRANSACTIONS FOR EMP-IDS BELOW THIS *
031910*  ONE HAVE NO EMPLOYEE ON THE MASTER; THOSE FOR AN INACTIVE   *
031920*  EMPLOYEE ARE NOT PAID - BOTH GO TO THE EXCEPTIONS REPORT.    *
032000*****************************************************************
032100 2000-PROCESS-EMPLOYEE.
032200     READ EMPMASTER.
032800         MOVE "READ FAILED ON EMPMASTER" TO WS-ABEND-TEXT
032900         PERFORM 9900-ABEND THRU 9900-EXIT
033000     END-IF.
033001     MOVE "EMPLOYEE NOT ON MASTER" TO WS-EXC-REASON.
033002     PERFORM 2500-REJECT-ELEMENT THRU 2500-EXIT
033003         UNTIL WS-VTR-EOF
033004         OR VTR-ID NOT LESS THAN EMP-ID.
033010     IF NOT EMP-ACTIVE
033011         MOVE "EMPLOYEE NOT ACTIVE" TO WS-EXC-REASON
033012         PERFORM 2500-REJECT-ELEMENT THRU 2500-EXIT
033013             UNTIL WS-VTR-EOF
033014             OR VTR-ID NOT = EMP-ID
033020         ADD 1 TO WS-INACTIVE-COUNT
033030         GO TO 2000-EXIT
033040     END-IF.
033050     PERFORM 2520-COLLECT-ELEMENTS THRU 2520-EXIT.
033051     PERFORM 2560-COLLECT-UNPAID THRU 2560-EXIT.
033100     PERFORM 2100-FIND-RATES THRU 2100-EXIT.
033200     PERFORM 2200-COMPUTE-PAY THRU 2200-EXIT.
033300     PERFORM 2300-ACCUM-DESG THRU 2300-EXIT.
033400     ADD 1              TO WS-EMP-COUNT.
033500     ADD WS-GROSS-AMT   TO WS-TOT-GROSS.
033510     ADD EMP-SALARY     TO WS-TOT-BASE.
033520     ADD WS-EARN-AMT    TO WS-TOT-EARN.
033530     ADD WS-DEDN-AMT    TO WS-TOT-DEDN.
033600     ADD WS-TAX-AMT     TO WS-TOT-TAX.
033700     ADD WS-PF-AMT      TO WS-TOT-PF.
033800     ADD WS-INS-AMT     TO WS-TOT-INS.
033900     ADD WS-NET-AMT     TO WS-TOT-NET.
034000     PERFORM 2600-WRITE-DETAIL-LINE THRU 2600-EXIT.
034010     PERFORM 2400-BUILD-BANK-CREDIT THRU 2400-EXIT.
034020     PERFORM 2800-WRITE-PAY-HISTORY THRU 2800-EXIT.
034030     PERFORM 2900-PRINT-PAYSLIP THRU 2900-EXIT.
034100 2000-EXIT.
034200     EXIT.
034210
034240*  THE BANKMSTR CO-READ. A MATCHED KEY WRITES ONE CREDIT FOR    *
034250*  WS-NET-AMT; NO MATCH ROUTES THE EMPLOYEE TO THE CHEQUE       *
034260*  EXCEPTION LIST. BANK RECORDS WITH NO PAID EMPLOYEE ARE       *
034270*  COUNTED AND SKIPPED. A MATCHED ACCOUNT THAT IS ON HOLD IS    *
034271*  PAID BY CHEQUE INSTEAD AND NOTED FOR RELEASE AT CLEAN END; A *
034272*  RETURNED ACCOUNT IS PAID BY CHEQUE AND STAYS RETURNED.       *
034280*****************************************************************
034281 2400-BUILD-BANK-CREDIT.
034282     PERFORM 2410-SKIP-ORPHAN-BANK THRU 2410-EXIT
034283         UNTIL WS-BNK-EOF
034284         OR BANK-ID NOT LESS THAN EMP-ID.
034285     IF WS-BNK-EOF OR BANK-ID NOT = EMP-ID
034286         PERFORM 2460-WRITE-BANK-EXCP THRU 2460-EXIT
034287         GO TO 2400-EXIT
034288     END-IF.
034289     EVALUATE TRUE
034290         WHEN BANK-HELD
034291             PERFORM 2460-WRITE-BANK-EXCP THRU 2460-EXIT
034292             PERFORM 2470-NOTE-HOLD THRU 2470-EXIT
034293         WHEN BANK-RETURNED
034294             PERFORM 2460-WRITE-BANK-EXCP THRU 2460-EXIT
034295             ADD 1 TO WS-RETURNED-COUNT
034296         WHEN OTHER
034297             PERFORM 2450-WRITE-BANK-CREDIT THRU 2450-EXIT
034298     END-EVALUATE.
034299     PERFORM 1250-READ-BANKMSTR THRU 1250-EXIT.
034300 2400-EXIT.
034301     EXIT.
034332     ADD WS-NET-AMT TO WS-BNK-TOTAL.
034333     COMPUTE WS-BNK-AMT-CENTS = WS-NET-AMT * 100.
034334     ADD WS-BNK-AMT-CENTS TO WS-BNK-HASH.
034335     SET WS-PAID-BY-BANK TO TRUE.
034336     MOVE BANK-ACCOUNT(9:4) TO WS-PAY-ACCT-LAST4.
034337 2450-EXIT.
034338     EXIT.
034339
034340*****************************************************************
034341*  2460-WRITE-BANK-EXCP - THE PAID EMPLOYEE HAS NO BANKMSTR     *
034342*  RECORD, OR ITS ACCOUNT IS ON HOLD OR RETURNED - LIST THE NET *
034343*  AMOUNT FOR A CHEQUE INSTEAD.                                 *
034344*****************************************************************
034345 2460-WRITE-BANK-EXCP.
034346     MOVE EMP-ID     TO BEX-ID.
034347     MOVE EMP-NAME   TO BEX-NAME.
034348     MOVE WS-NET-AMT TO BEX-AMOUNT.
034349     MOVE X'0A'      TO BEX-NEWLINE.
034350     WRITE BANKEXCP-RECORD.
034351     IF WS-FS5 NOT = 00
034352         MOVE "WRITE FAILED ON BANKEXCP" TO WS-ABEND-TEXT
034353         PERFORM 9900-ABEND THRU 9900-EXIT
034354     END-IF.
034355     ADD 1          TO WS-CHQ-COUNT.
034356     ADD WS-NET-AMT TO WS-CHQ-TOTAL.
034357     SET WS-PAID-BY-CHEQUE TO TRUE.
034358     MOVE SPACES TO WS-PAY-ACCT-LAST4.
034359 2460-EXIT.
034360     EXIT.
034361
034362*****************************************************************
034363*  2470-NOTE-HOLD - THE HELD ACCOUNT IS SITTING OUT ITS ONE PAY *
034364*  CYCLE - TABLE ITS EMP-ID SO 8400-RELEASE-HOLDS CLEARS THE    *
034365*  HOLD ONCE THE RUN HAS ENDED CLEAN. BANKMSTR IS NOT TOUCHED   *
034366*  HERE.                                                        *
034367*****************************************************************
034368 2470-NOTE-HOLD.
034369     ADD 1 TO WS-HELD-COUNT.
034370     IF WS-HOLD-USED NOT < WS-HOLD-MAX
034371         DISPLAY "PAYCALC - HOLD TABLE FULL - " BANK-ID
034372                 " STAYS HELD"
034373         GO TO 2470-EXIT
034374     END-IF.
034375     ADD 1 TO WS-HOLD-USED.
034376     MOVE BANK-ID TO WS-HOLD-ID (WS-HOLD-USED).
034377 2470-EXIT.
034378     EXIT.
034379*****************************************************************
034380*  2500-REJECT-ELEMENT - LIST THE CURRENT ELEMENT TRANSACTION   *
034381*  ON THE EXCEPTIONS REPORT WITH WS-EXC-REASON AND ADVANCE.     *
034382*****************************************************************
034383 2500-REJECT-ELEMENT.
034384     MOVE VTR-ID   TO RPT-EXC-ID.
034385     MOVE VTR-CODE TO RPT-EXC-CODE.
034386     PERFORM 2540-FIND-ELEMENT THRU 2540-EXIT.
034387     IF WS-ELM-FOUND
034388         MOVE WS-ELM-DESC (WS-ELM-SUB) TO RPT-EXC-DESC
034389     ELSE
034390         MOVE SPACES TO RPT-EXC-DESC
034391     END-IF.
034392     IF VTR-AMOUNT NUMERIC
034393         MOVE VTR-AMOUNT   TO RPT-EXC-AMOUNT
034394     ELSE
034395         MOVE VTR-AMOUNT-X TO RPT-EXC-AMOUNT-X
034396     END-IF.
034397     PERFORM 2590-WRITE-EXCEPTION THRU 2590-EXIT.
034398     PERFORM 1450-READ-PAYVTRAN THRU 1450-EXIT.
034399 2500-EXIT.
034400     EXIT.
034401
034402*****************************************************************
034403*  2520-COLLECT-ELEMENTS - GATHER THE ACTIVE EMPLOYEE'S ELEMENT *
034404*  TRANSACTIONS INTO WS-EMP-ELEM-TABLE.                         *
034405*****************************************************************
034406 2520-COLLECT-ELEMENTS.
034407     MOVE 0 TO WS-EE-USED.
034408     PERFORM 2530-TAKE-ELEMENT THRU 2530-EXIT
034409         UNTIL WS-VTR-EOF
034410         OR VTR-ID NOT = EMP-ID.
034411 2520-EXIT.
034412     EXIT.
034413
034414*****************************************************************
034415*  2530-TAKE-ELEMENT - VALIDATE ONE ELEMENT TRANSACTION FOR THE *
034416*  CURRENT EMPLOYEE AND ADD IT TO WS-EMP-ELEM-TABLE, OR REJECT  *
034417*  IT TO THE EXCEPTIONS REPORT.                                 *
034418*****************************************************************
034419 2530-TAKE-ELEMENT.
034420     PERFORM 2540-FIND-ELEMENT THRU 2540-EXIT.
034421     IF WS-ELM-NOT-FOUND
034422         MOVE "UNKNOWN ELEMENT CODE" TO WS-EXC-REASON
034423         PERFORM 2500-REJECT-ELEMENT THRU 2500-EXIT
034424         GO TO 2530-EXIT
034425     END-IF.
034426     IF VTR-AMOUNT NOT NUMERIC OR VTR-AMOUNT = 0
034427         MOVE "INVALID AMOUNT" TO WS-EXC-REASON
034428         PERFORM 2500-REJECT-ELEMENT THRU 2500-EXIT
034429         GO TO 2530-EXIT
034430     END-IF.
034431     IF WS-EE-USED >= WS-EE-MAX
034432         MOVE "TOO MANY ELEMENTS" TO WS-EXC-REASON
034433         PERFORM 2500-REJECT-ELEMENT THRU 2500-EXIT
034434         GO TO 2530-EXIT
034435     END-IF.
034436     ADD 1 TO WS-EE-USED.
034437     MOVE VTR-CODE   TO WS-EE-CODE   (WS-EE-USED).
034438     MOVE WS-ELM-DESC (WS-ELM-SUB) TO WS-EE-DESC (WS-EE-USED).
034439     MOVE WS-ELM-TYPE (WS-ELM-SUB) TO WS-EE-TYPE (WS-EE-USED).
034440     MOVE WS-ELM-TAXABLE (WS-ELM-SUB)
034441              TO WS-EE-TAXABLE (WS-EE-USED).
034442     MOVE WS-ELM-PFABLE (WS-ELM-SUB)
034443              TO WS-EE-PFABLE (WS-EE-USED).
034444     MOVE VTR-AMOUNT TO WS-EE-AMOUNT (WS-EE-USED).
034445     PERFORM 1450-READ-PAYVTRAN THRU 1450-EXIT.
034446 2530-EXIT.
034447     EXIT.
034448
034449*****************************************************************
034450*  2540-FIND-ELEMENT - LOOK VTR-CODE UP IN WS-ELEM-TABLE.       *
034451*****************************************************************
034452 2540-FIND-ELEMENT.
034453     SET WS-ELM-NOT-FOUND TO TRUE.
034454     MOVE 1 TO WS-ELM-SUB.
034455     PERFORM 2545-SCAN-ELEM-TABLE THRU 2545-EXIT
034456         UNTIL WS-ELM-FOUND
034457         OR WS-ELM-SUB > WS-ELM-USED.
034458 2540-EXIT.
034459     EXIT.
034460
034461*****************************************************************
034462*  2545-SCAN-ELEM-TABLE - CHECK ONE REFERENCE ENTRY AGAINST THE *
034463*  CURRENT ELEMENT CODE.                                        *
034464*****************************************************************
034465 2545-SCAN-ELEM-TABLE.
034466     IF WS-ELM-CODE (WS-ELM-SUB) = VTR-CODE
034467         SET WS-ELM-FOUND TO TRUE
034468     ELSE
034469         ADD 1 TO WS-ELM-SUB
034470     END-IF.
034471 2545-EXIT.
034472     EXIT.
034473
034474*****************************************************************
034475*  2590-WRITE-EXCEPTION - PRINT THE PREPARED EXCEPTION DETAIL   *
034476*  LINE, STARTING A NEW PAGE FIRST IF THE CURRENT ONE IS FULL.  *
034477*****************************************************************
034478 2590-WRITE-EXCEPTION.
034479     IF WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
034480         PERFORM 2790-PRINT-EXC-HEADERS THRU 2790-EXIT
034481     END-IF.
034482     MOVE WS-EXC-REASON TO RPT-EXC-REASON.
034483     WRITE PAYVEXC-RECORD FROM RPT-EXC-DETAIL-LINE.
034484     IF WS-FS8 NOT = 00
034485         MOVE "WRITE FAILED ON PAYVEXC" TO WS-ABEND-TEXT
034486         PERFORM 9900-ABEND THRU 9900-EXIT
034487     END-IF.
034488     ADD 1 TO WS-EXC-LINE-COUNT.
034489     ADD 1 TO WS-VTR-EXCP-COUNT.
034490 2590-EXIT.
034491     EXIT.
034492
034493*****************************************************************
034500*  2100-FIND-RATES - LOOK THE EMPLOYEE'S DESIGNATION UP IN      *
034600*  WS-RATE-TABLE. A DESIGNATION WITH NO ENTRY GETS THE          *
034700*  STANDARD DEFAULT RATES.                                      *
037700     EXIT.
037800
037900*****************************************************************
038000*  2200-COMPUTE-PAY - GROSS TO NET FOR ONE EMPLOYEE. IF THE     *
038010*  ELEMENT DEDUCTIONS WOULD TAKE NET PAY BELOW ZERO, THEY ARE   *
038020*  ALL BACKED OUT TO THE EXCEPTIONS REPORT AND NET PAY IS       *
038030*  RECOMPUTED WITHOUT THEM.                                     *
038100*****************************************************************
038200 2200-COMPUTE-PAY.
038210     PERFORM 2210-GROSS-TO-NET THRU 2210-EXIT.
038220     IF WS-NET-WORK < 0
038230         MOVE 1 TO WS-EE-SUB
038240         PERFORM 2230-BACK-OUT-DEDUCTION THRU 2230-EXIT
038250             UNTIL WS-EE-SUB > WS-EE-USED
038260         PERFORM 2210-GROSS-TO-NET THRU 2210-EXIT
038270     END-IF.
038280     MOVE WS-NET-WORK TO WS-NET-AMT.
039100 2200-EXIT.
039200     EXIT.
039201*****************************************************************
039202*  2210-GROSS-TO-NET - BUILD GROSS PAY AND THE TAX AND PF BASES *
039203*  FROM BASE PAY (SALARY LESS UNPAID LEAVE) AND THE EMPLOYEE'S  *
039204*  ELEMENTS, THEN TAKE THE STANDARD DEDUCTIONS. A BASE DRIVEN   *
039205*  BELOW ZERO BY PRE-TAX DEDUCTIONS ATTRACTS NO TAX OR PF.      *
039206*****************************************************************
039207 2210-GROSS-TO-NET.
039208     MOVE WS-BASE-PAY TO WS-GROSS-AMT.
039209     MOVE WS-BASE-PAY TO WS-TAX-BASE.
039210     MOVE WS-BASE-PAY TO WS-PF-BASE.
039211     MOVE 0           TO WS-EARN-AMT.
039212     MOVE 0           TO WS-DEDN-AMT.
039213     MOVE 1           TO WS-EE-SUB.
039214     PERFORM 2220-ADD-ELEMENT THRU 2220-EXIT
039215         UNTIL WS-EE-SUB > WS-EE-USED.
039216     IF WS-TAX-BASE < 0
039217         MOVE 0 TO WS-TAX-BASE
039218     END-IF.
039219     IF WS-PF-BASE < 0
039220         MOVE 0 TO WS-PF-BASE
039221     END-IF.
039222     COMPUTE WS-TAX-AMT ROUNDED =
039223         WS-TAX-BASE * WS-WORK-TAX-PCT / 100.
039224     COMPUTE WS-PF-AMT ROUNDED =
039225         WS-PF-BASE * WS-WORK-PF-PCT / 100.
039226     COMPUTE WS-INS-AMT ROUNDED =
039227         WS-BASE-PAY * WS-WORK-INS-PCT / 100.
039228     COMPUTE WS-NET-WORK =
039229         WS-GROSS-AMT - WS-TAX-AMT - WS-PF-AMT - WS-INS-AMT
039230                      - WS-DEDN-AMT.
039231 2210-EXIT.
039232     EXIT.
039233
039234*****************************************************************
039235*  2220-ADD-ELEMENT - ROLL ONE OF THE EMPLOYEE'S ELEMENTS INTO  *
039236*  GROSS PAY OR DEDUCTIONS AND INTO THE TAX AND PF BASES AS ITS *
039237*  FLAGS SAY.                                                   *
039238*****************************************************************
039239 2220-ADD-ELEMENT.
039240     IF WS-EE-EARNING (WS-EE-SUB)
039241         ADD WS-EE-AMOUNT (WS-EE-SUB) TO WS-GROSS-AMT
039242         ADD WS-EE-AMOUNT (WS-EE-SUB) TO WS-EARN-AMT
039243         IF WS-EE-TAXABLE (WS-EE-SUB) = 'Y'
039244             ADD WS-EE-AMOUNT (WS-EE-SUB) TO WS-TAX-BASE
039245         END-IF
039246         IF WS-EE-PFABLE (WS-EE-SUB) = 'Y'
039247             ADD WS-EE-AMOUNT (WS-EE-SUB) TO WS-PF-BASE
039248         END-IF
039249     END-IF.
039250     IF WS-EE-DEDUCTION (WS-EE-SUB)
039251         ADD WS-EE-AMOUNT (WS-EE-SUB) TO WS-DEDN-AMT
039252         IF WS-EE-TAXABLE (WS-EE-SUB) = 'Y'
039253             SUBTRACT WS-EE-AMOUNT (WS-EE-SUB) FROM WS-TAX-BASE
039254         END-IF
039255         IF WS-EE-PFABLE (WS-EE-SUB) = 'Y'
039256             SUBTRACT WS-EE-AMOUNT (WS-EE-SUB) FROM WS-PF-BASE
039257         END-IF
039258     END-IF.
039259     ADD 1 TO WS-EE-SUB.
039260 2220-EXIT.
039261     EXIT.
039262
039263*****************************************************************
039264*  2230-BACK-OUT-DEDUCTION - NET PAY WOULD GO NEGATIVE: LIST    *
039265*  ONE ELEMENT DEDUCTION ON THE EXCEPTIONS REPORT AND MARK IT   *
039266*  BACKED OUT SO IT IS NOT TAKEN.                               *
039267*****************************************************************
039268 2230-BACK-OUT-DEDUCTION.
039269     IF WS-EE-DEDUCTION (WS-EE-SUB)
039270         MOVE EMP-ID                   TO RPT-EXC-ID
039271         MOVE WS-EE-CODE   (WS-EE-SUB) TO RPT-EXC-CODE
039272         MOVE WS-EE-DESC   (WS-EE-SUB) TO RPT-EXC-DESC
039273         MOVE WS-EE-AMOUNT (WS-EE-SUB) TO RPT-EXC-AMOUNT
039274         MOVE "DEDUCTIONS EXCEED PAY"   TO WS-EXC-REASON
039275         PERFORM 2590-WRITE-EXCEPTION THRU 2590-EXIT
039276         SET WS-EE-BACKED-OUT (WS-EE-SUB) TO TRUE
039277     END-IF.
039278     ADD 1 TO WS-EE-SUB.
039279 2230-EXIT.
039280     EXIT.
039300
039400*****************************************************************
039500*  2300-ACCUM-DESG - ROLL THE CURRENT EMPLOYEE INTO ITS         *
041700         MOVE 0        TO WS-DT-NET   (WS-DESG-SUB)
041800     END-IF.
041900     ADD 1          TO WS-DT-COUNT (WS-DESG-SUB).
042000     ADD WS-GROSS-AMT TO WS-DT-GROSS (WS-DESG-SUB).
042100     ADD WS-NET-AMT TO WS-DT-NET   (WS-DESG-SUB).
042200 2300-EXIT.
042300     EXIT.
043500 2310-EXIT.
043600     EXIT.
043700
043701*****************************************************************
043702*  2560-COLLECT-UNPAID - TOTAL THE CURRENT EMPLOYEE'S UNPAID    *
043703*  LEAVE DAYS FROM THE LEAVUTMP CO-READ AND PRORATE THEM OFF    *
043704*  BASE SALARY, NEVER MORE THAN THE SALARY ITSELF. LEAVE FOR    *
043705*  EMP-IDS BELOW THIS ONE BELONGS TO EMPLOYEES NOT PAID THIS    *
043706*  RUN AND IS SKIPPED.                                          *
043707*****************************************************************
043708 2560-COLLECT-UNPAID.
043709     MOVE 0 TO WS-UNPAID-DAYS.
043710     MOVE 0 TO WS-UNPAID-AMT.
043711     PERFORM 2570-SKIP-UNPAID THRU 2570-EXIT
043712         UNTIL WS-LVU-EOF
043713         OR LVU-ID NOT LESS THAN EMP-ID.
043714     PERFORM 2575-ADD-UNPAID THRU 2575-EXIT
043715         UNTIL WS-LVU-EOF
043716         OR LVU-ID NOT = EMP-ID.
043717     IF WS-UNPAID-DAYS > 0
043718         COMPUTE WS-UNPAID-AMT ROUNDED =
043719             EMP-SALARY * WS-UNPAID-DAYS / WS-LVE-PERIOD-DAYS
043720         IF WS-UNPAID-AMT > EMP-SALARY
043721             MOVE EMP-SALARY TO WS-UNPAID-AMT
043722         END-IF
043723         ADD 1              TO WS-LVU-APPLIED-COUNT
043724         ADD WS-UNPAID-DAYS TO WS-TOT-UNPAID-DAYS
043725         ADD WS-UNPAID-AMT  TO WS-TOT-UNPAID
043726     END-IF.
043727     COMPUTE WS-BASE-PAY = EMP-SALARY - WS-UNPAID-AMT.
043728 2560-EXIT.
043729     EXIT.
043730
043731*****************************************************************
043732*  2570-SKIP-UNPAID - THE CURRENT UNPAID LEAVE RECORD BELONGS TO*
043733*  AN EMPLOYEE NOT PAID THIS RUN - COUNT IT AND MOVE PAST IT.   *
043734*****************************************************************
043735 2570-SKIP-UNPAID.
043736     ADD 1 TO WS-LVU-SKIP-COUNT.
043737     PERFORM 2580-READ-LEAVUTMP THRU 2580-EXIT.
043738 2570-EXIT.
043739     EXIT.
043740
043741*****************************************************************
043742*  2575-ADD-UNPAID - ADD ONE OF THE CURRENT EMPLOYEE'S UNPAID   *
043743*  LEAVE RECORDS TO THE DAYS TO DEDUCT.                         *
043744*****************************************************************
043745 2575-ADD-UNPAID.
043746     ADD LVU-DAYS TO WS-UNPAID-DAYS.
043747     PERFORM 2580-READ-LEAVUTMP THRU 2580-EXIT.
043748 2575-EXIT.
043749     EXIT.
043750
043751*****************************************************************
043752*  2580-READ-LEAVUTMP - READ THE NEXT SORTED UNPAID LEAVE       *
043753*  RECORD.                                                      *
043754*****************************************************************
043755 2580-READ-LEAVUTMP.
043756     READ LEAVUTMP.
043757     IF WS-FS14 = 10
043758         SET WS-LVU-EOF TO TRUE
043759         GO TO 2580-EXIT
043760     END-IF.
043761     IF WS-FS14 NOT = 00
043762         MOVE "READ FAILED ON LEAVUTMP" TO WS-ABEND-TEXT
043763         PERFORM 9900-ABEND THRU 9900-EXIT
043764     END-IF.
043765 2580-EXIT.
043766     EXIT.
043800*****************************************************************
043900*  2600-WRITE-DETAIL-LINE - PRINT ONE EMPLOYEE, STARTING A NEW  *
044000*  PAGE FIRST IF THE CURRENT PAGE IS FULL, FOLLOWED BY ANY      *
044010*  UNPAID LEAVE DEDUCTED AND ONE LINE PER PAY ELEMENT APPLIED.  *
044100*****************************************************************
044200 2600-WRITE-DETAIL-LINE.
044300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044600     MOVE EMP-ID          TO RPT-DET-ID.
044700     MOVE EMP-NAME        TO RPT-DET-NAME.
044800     MOVE EMP-DESG        TO RPT-DET-DESG.
044900     MOVE WS-GROSS-AMT    TO RPT-DET-GROSS.
045000     MOVE WS-TAX-AMT      TO RPT-DET-TAX.
045100     MOVE WS-PF-AMT       TO RPT-DET-PF.
045200     MOVE WS-INS-AMT      TO RPT-DET-INS.
045300     MOVE WS-NET-AMT      TO RPT-DET-NET.
045400     WRITE PAYREG-RECORD FROM RPT-DETAIL-LINE.
045500     ADD 1 TO WS-LINE-COUNT.
045501     IF WS-UNPAID-AMT > 0
045502         PERFORM 2620-WRITE-UNPAID-LINE THRU 2620-EXIT
045503     END-IF.
045510     MOVE 1 TO WS-EE-SUB.
045520     PERFORM 2610-WRITE-ELEMENT-LINE THRU 2610-EXIT
045530         UNTIL WS-EE-SUB > WS-EE-USED.
045600 2600-EXIT.
045700     EXIT.
045701*****************************************************************
045702*  2610-WRITE-ELEMENT-LINE - PRINT ONE APPLIED PAY ELEMENT      *
045703*  UNDER ITS EMPLOYEE'S DETAIL LINE.                            *
045704*****************************************************************
045705 2610-WRITE-ELEMENT-LINE.
045706     IF WS-EE-BACKED-OUT (WS-EE-SUB)
045707         GO TO 2610-NEXT
045708     END-IF.
045709     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
045710         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
045711     END-IF.
045712     MOVE WS-EE-CODE   (WS-EE-SUB) TO RPT-ELM-CODE.
045713     MOVE WS-EE-DESC   (WS-EE-SUB) TO RPT-ELM-DESC.
045714     MOVE WS-EE-AMOUNT (WS-EE-SUB) TO RPT-ELM-AMOUNT.
045715     IF WS-EE-EARNING (WS-EE-SUB)
045716         MOVE "EARNING"   TO RPT-ELM-TYPE
045717     ELSE
045718         MOVE "DEDUCTION" TO RPT-ELM-TYPE
045719     END-IF.
045720     IF WS-EE-TAXABLE (WS-EE-SUB) = 'Y'
045721         MOVE "TAXABLE" TO RPT-ELM-TAX-FLAG
045722     ELSE
045723         MOVE SPACES    TO RPT-ELM-TAX-FLAG
045724     END-IF.
045725     IF WS-EE-PFABLE (WS-EE-SUB) = 'Y'
045726         MOVE "PF"      TO RPT-ELM-PF-FLAG
045727     ELSE
045728         MOVE SPACES    TO RPT-ELM-PF-FLAG
045729     END-IF.
045730     WRITE PAYREG-RECORD FROM RPT-ELEM-LINE.
045731     ADD 1 TO WS-LINE-COUNT.
045732     ADD 1 TO WS-VTR-APPLIED-COUNT.
045733 2610-NEXT.
045734     ADD 1 TO WS-EE-SUB.
045735 2610-EXIT.
045736     EXIT.
045737
045738*****************************************************************
045739*  2620-WRITE-UNPAID-LINE - PRINT THE UNPAID LEAVE DEDUCTED     *
045740*  UNDER THE EMPLOYEE'S DETAIL LINE.                            *
045741*****************************************************************
045742 2620-WRITE-UNPAID-LINE.
045743     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
045744         PERFORM 2700-PRINT-HEADERS THRU 2700-EXIT
045745     END-IF.
045746     MOVE WS-UNPAID-DAYS TO RPT-UNP-DAYS.
045747     MOVE WS-UNPAID-AMT  TO RPT-UNP-AMOUNT.
045748     WRITE PAYREG-RECORD FROM RPT-UNPAID-LINE.
045749     ADD 1 TO WS-LINE-COUNT.
045750 2620-EXIT.
045751     EXIT.
045800
045900*****************************************************************
046000*  2700-PRINT-HEADERS - START A NEW PAGE: TITLE, RUN DATE, PAGE *
047400     MOVE 0 TO WS-LINE-COUNT.
047500 2700-EXIT.
047600     EXIT.
047601*****************************************************************
047602*  2790-PRINT-EXC-HEADERS - START A NEW EXCEPTIONS REPORT PAGE. *
047603*****************************************************************
047604 2790-PRINT-EXC-HEADERS.
047605     ADD 1 TO WS-EXC-PAGE-COUNT.
047606     MOVE WS-EXC-PAGE-COUNT TO RPT-EXC-PAGE-NO.
047607     IF WS-EXC-PAGE-COUNT = 1
047608         MOVE SPACE TO RPT-EXC-FORMFEED
047609     ELSE
047610         MOVE X'0C' TO RPT-EXC-FORMFEED
047611     END-IF.
047612     WRITE PAYVEXC-RECORD FROM RPT-EXC-TITLE-LINE.
047613     WRITE PAYVEXC-RECORD FROM RPT-EXC-HDG-1.
047614     WRITE PAYVEXC-RECORD FROM RPT-EXC-HDG-2.
047615     MOVE 0 TO WS-EXC-LINE-COUNT.
047616 2790-EXIT.
047617     EXIT.
047618*****************************************************************
047619*  2800-WRITE-PAY-HISTORY - APPEND WHAT WAS ACTUALLY PAID TO    *
047620*  THE CURRENT EMPLOYEE THIS PERIOD TO PAYHIST.                 *
047621*****************************************************************
047622 2800-WRITE-PAY-HISTORY.
047623     MOVE WS-PERIOD       TO PAYH-PERIOD.
047624     MOVE EMP-ID          TO PAYH-ID.
047625     MOVE EMP-DESG        TO PAYH-DESG.
047626     MOVE EMP-COSTCTR     TO PAYH-COSTCTR.
047627     MOVE WS-GROSS-AMT    TO PAYH-GROSS.
047628     MOVE WS-TAX-AMT      TO PAYH-TAX.
047629     MOVE WS-PF-AMT       TO PAYH-PF.
047630     MOVE WS-INS-AMT      TO PAYH-INS.
047631     MOVE WS-DEDN-AMT     TO PAYH-OTH-DEDN.
047632     MOVE WS-NET-AMT      TO PAYH-NET.
047633     MOVE WS-PAY-METHOD   TO PAYH-PAY-METHOD.
047634     MOVE WS-RUN-DATE-RAW TO PAYH-RUN-DATE.
047635     MOVE X'0A'           TO PAYH-NEWLINE.
047636     WRITE PAYHIST-RECORD.
047637     IF WS-FS9 NOT = 00
047638         MOVE "WRITE FAILED ON PAYHIST" TO WS-ABEND-TEXT
047639         PERFORM 9900-ABEND THRU 9900-EXIT
047640     END-IF.
047641     ADD 1 TO WS-HIST-WRITE-COUNT.
047642 2800-EXIT.
047643     EXIT.
047644
047645*****************************************************************
047646*  2850-SKIP-YTD - THE CURRENT YEAR-TO-DATE RECORD BELONGS TO   *
047647*  AN EMPLOYEE NOT PAID THIS RUN - ADVANCE PAST IT.             *
047648*****************************************************************
047649 2850-SKIP-YTD.
047650     PERFORM 1550-READ-PAYHYTD THRU 1550-EXIT.
047651 2850-EXIT.
047652     EXIT.
047653
047654*****************************************************************
047655*  2860-ADD-YTD - ROLL ONE EARLIER PERIOD OF THE CURRENT        *
047656*  EMPLOYEE INTO THE YEAR-TO-DATE FIGURES.                      *
047657*****************************************************************
047658 2860-ADD-YTD.
047659     ADD PHY-GROSS    TO WS-YTD-GROSS.
047660     ADD PHY-TAX      TO WS-YTD-TAX.
047661     ADD PHY-PF       TO WS-YTD-PF.
047662     ADD PHY-INS      TO WS-YTD-INS.
047663     ADD PHY-OTH-DEDN TO WS-YTD-OTH-DEDN.
047664     ADD PHY-NET      TO WS-YTD-NET.
047665     PERFORM 1550-READ-PAYHYTD THRU 1550-EXIT.
047666 2860-EXIT.
047667     EXIT.
047668
047669*****************************************************************
047670*  2900-PRINT-PAYSLIP - ONE PAYSLIP PAGE FOR THE CURRENT        *
047671*  EMPLOYEE: BASE SALARY, LESS ANY UNPAID LEAVE, AND EACH PAY   *
047672*  ELEMENT FOR THE PERIOD, THEN GROSS, DEDUCTIONS AND NET FOR   *
047673*  THE PERIOD AND THE YEAR TO DATE, AND HOW THE NET WAS PAID.   *
047674*****************************************************************
047675 2900-PRINT-PAYSLIP.
047676     MOVE 0 TO WS-YTD-GROSS.
047677     MOVE 0 TO WS-YTD-TAX.
047678     MOVE 0 TO WS-YTD-PF.
047679     MOVE 0 TO WS-YTD-INS.
047680     MOVE 0 TO WS-YTD-OTH-DEDN.
047681     MOVE 0 TO WS-YTD-NET.
047682     PERFORM 2850-SKIP-YTD THRU 2850-EXIT
047683         UNTIL WS-PHY-EOF
047684         OR PHY-ID NOT LESS THAN EMP-ID.
047685     PERFORM 2860-ADD-YTD THRU 2860-EXIT
047686         UNTIL WS-PHY-EOF
047687         OR PHY-ID NOT = EMP-ID.
047688     ADD WS-GROSS-AMT TO WS-YTD-GROSS.
047689     ADD WS-TAX-AMT   TO WS-YTD-TAX.
047690     ADD WS-PF-AMT    TO WS-YTD-PF.
047691     ADD WS-INS-AMT   TO WS-YTD-INS.
047692     ADD WS-DEDN-AMT  TO WS-YTD-OTH-DEDN.
047693     ADD WS-NET-AMT   TO WS-YTD-NET.
047694     ADD 1 TO WS-SLIP-COUNT.
047695     IF WS-SLIP-COUNT = 1
047696         MOVE SPACE TO SLP-FORMFEED
047697     ELSE
047698         MOVE X'0C' TO SLP-FORMFEED
047699     END-IF.
047700     MOVE EMP-ID      TO SLP-EMP-ID.
047701     MOVE EMP-NAME    TO SLP-EMP-NAME.
047702     MOVE EMP-DESG    TO SLP-EMP-DESG.
047703     MOVE EMP-COSTCTR TO SLP-EMP-COSTCTR.
047704     WRITE PAYSLIP-RECORD FROM SLP-TITLE-LINE.
047705     WRITE PAYSLIP-RECORD FROM SLP-EMP-LINE.
047706     WRITE PAYSLIP-RECORD FROM RPT-BLANK-LINE.
047707     WRITE PAYSLIP-RECORD FROM SLP-COLUMN-HDG.
047708     MOVE "BASE SALARY" TO SLP-CUR-LABEL.
047709     MOVE EMP-SALARY    TO SLP-CUR-AMOUNT.
047710     MOVE SPACES        TO SLP-CUR-NOTE.
047711     WRITE PAYSLIP-RECORD FROM SLP-CUR-LINE.
047712     IF WS-UNPAID-AMT > 0
047713         MOVE "LESS UNPAID LEAVE" TO SLP-CUR-LABEL
047714         MOVE WS-UNPAID-AMT       TO SLP-CUR-AMOUNT
047715         MOVE WS-UNPAID-DAYS      TO WS-SLP-UNPAID-DAYS
047716         MOVE WS-SLP-UNPAID-NOTE  TO SLP-CUR-NOTE
047717         WRITE PAYSLIP-RECORD FROM SLP-CUR-LINE
047718     END-IF.
047719     MOVE 1 TO WS-EE-SUB.
047720     PERFORM 2950-PRINT-SLIP-ELEMENT THRU 2950-EXIT
047721         UNTIL WS-EE-SUB > WS-EE-USED.
047722     WRITE PAYSLIP-RECORD FROM RPT-BLANK-LINE.
047723     MOVE "GROSS PAY"        TO SLP-YTD-LABEL.
047724     MOVE WS-GROSS-AMT       TO SLP-YTD-CURRENT.
047725     MOVE WS-YTD-GROSS       TO SLP-YTD-AMOUNT.
047726     WRITE PAYSLIP-RECORD FROM SLP-YTD-LINE.
047727     MOVE "INCOME TAX"       TO SLP-YTD-LABEL.
047728     MOVE WS-TAX-AMT         TO SLP-YTD-CURRENT.
047729     MOVE WS-YTD-TAX         TO SLP-YTD-AMOUNT.
047730     WRITE PAYSLIP-RECORD FROM SLP-YTD-LINE.
047731     MOVE "PROVIDENT FUND"   TO SLP-YTD-LABEL.
047732     MOVE WS-PF-AMT          TO SLP-YTD-CURRENT.
047733     MOVE WS-YTD-PF          TO SLP-YTD-AMOUNT.
047734     WRITE PAYSLIP-RECORD FROM SLP-YTD-LINE.
047735     MOVE "INSURANCE"        TO SLP-YTD-LABEL.
047736     MOVE WS-INS-AMT         TO SLP-YTD-CURRENT.
047737     MOVE WS-YTD-INS         TO SLP-YTD-AMOUNT.
047738     WRITE PAYSLIP-RECORD FROM SLP-YTD-LINE.
047739     MOVE "OTHER DEDUCTIONS" TO SLP-YTD-LABEL.
047740     MOVE WS-DEDN-AMT        TO SLP-YTD-CURRENT.
047741     MOVE WS-YTD-OTH-DEDN    TO SLP-YTD-AMOUNT.
047742     WRITE PAYSLIP-RECORD FROM SLP-YTD-LINE.
047743     MOVE "NET PAY"          TO SLP-YTD-LABEL.
047744     MOVE WS-NET-AMT         TO SLP-YTD-CURRENT.
047745     MOVE WS-YTD-NET         TO SLP-YTD-AMOUNT.
047746     WRITE PAYSLIP-RECORD FROM SLP-YTD-LINE.
047747     WRITE PAYSLIP-RECORD FROM RPT-BLANK-LINE.
047748     IF WS-PAID-BY-BANK
047749         MOVE "BANK CREDIT"     TO SLP-PAY-METHOD
047750         MOVE "ACCOUNT ENDING " TO SLP-PAY-ACCT-LIT
047751         MOVE WS-PAY-ACCT-LAST4 TO SLP-PAY-ACCT
047752     ELSE
047753         MOVE "CHEQUE"          TO SLP-PAY-METHOD
047754         MOVE SPACES            TO SLP-PAY-ACCT-LIT
047755         MOVE SPACES            TO SLP-PAY-ACCT
047756     END-IF.
047757     WRITE PAYSLIP-RECORD FROM SLP-PAYMENT-LINE.
047758     IF WS-FS11 NOT = 00
047759         MOVE "WRITE FAILED ON PAYSLIP" TO WS-ABEND-TEXT
047760         PERFORM 9900-ABEND THRU 9900-EXIT
047761     END-IF.
047762 2900-EXIT.
047763     EXIT.
047764
047765*****************************************************************
047766*  2950-PRINT-SLIP-ELEMENT - ONE APPLIED PAY ELEMENT ON THE     *
047767*  PAYSLIP.                                                     *
047768*****************************************************************
047769 2950-PRINT-SLIP-ELEMENT.
047770     IF WS-EE-BACKED-OUT (WS-EE-SUB)
047771         GO TO 2950-NEXT
047772     END-IF.
047773     MOVE SPACES                    TO SLP-CUR-LABEL.
047774     MOVE WS-EE-CODE   (WS-EE-SUB) TO SLP-CUR-CODE.
047775     MOVE WS-EE-DESC   (WS-EE-SUB) TO SLP-CUR-DESC.
047776     MOVE WS-EE-AMOUNT (WS-EE-SUB) TO SLP-CUR-AMOUNT.
047777     IF WS-EE-EARNING (WS-EE-SUB)
047778         MOVE "EARNING"   TO SLP-CUR-NOTE
047779     ELSE
047780         MOVE "DEDUCTION" TO SLP-CUR-NOTE
047781     END-IF.
047782     WRITE PAYSLIP-RECORD FROM SLP-CUR-LINE.
047783 2950-NEXT.
047784     ADD 1 TO WS-EE-SUB.
047785 2950-EXIT.
047786     EXIT.
047793
047800*****************************************************************
047900*  8000-FINALIZE - DESIGNATION SUMMARY BLOCK, COMPANY TOTALS,   *
048000*  CLOSE FILES. A ZERO-RECORD RUN NEVER PASSES THROUGH          *
049600     MOVE WS-TOT-GROSS TO RPT-CO-GROSS.
049700     MOVE WS-TOT-NET   TO RPT-CO-NET.
049800     WRITE PAYREG-RECORD FROM RPT-COMPANY-LINE.
049810     MOVE WS-TOT-BASE  TO RPT-ET-BASE.
049820     MOVE WS-TOT-EARN  TO RPT-ET-EARN.
049830     MOVE WS-TOT-DEDN  TO RPT-ET-DEDN.
049840     WRITE PAYREG-RECORD FROM RPT-ELEM-TOT-LINE.
049841     PERFORM 2570-SKIP-UNPAID THRU 2570-EXIT
049842         UNTIL WS-LVU-EOF.
049843     MOVE WS-LVU-APPLIED-COUNT TO RPT-UT-COUNT.
049844     MOVE WS-TOT-UNPAID-DAYS   TO RPT-UT-DAYS.
049845     MOVE WS-TOT-UNPAID        TO RPT-UT-AMOUNT.
049846     WRITE PAYREG-RECORD FROM RPT-UNPAID-TOT-LINE.
049900     DISPLAY "PAYCALC - EMPLOYEES PAID " WS-EMP-COUNT.
049910     DISPLAY "PAYCALC - INACTIVE SKIPPED " WS-INACTIVE-COUNT.
049911     DISPLAY "PAYCALC - UNPAID LEAVE RECORDS  " WS-LVU-READ-COUNT.
049912     DISPLAY "PAYCALC - UNPAID LEAVE APPLIED  "
049913             WS-LVU-APPLIED-COUNT.
049914     DISPLAY "PAYCALC - UNPAID LEAVE SKIPPED  " WS-LVU-SKIP-COUNT.
049915     DISPLAY "PAYCALC - UNPAID LEAVE DEDUCTED " WS-TOT-UNPAID.
050000     DISPLAY "PAYCALC - GROSS TOTAL    " WS-TOT-GROSS.
050100     DISPLAY "PAYCALC - NET TOTAL      " WS-TOT-NET.
050110     PERFORM 8100-FINISH-BANKFILE THRU 8100-EXIT.
050120     PERFORM 8200-FINISH-ELEMENTS THRU 8200-EXIT.
050121     DISPLAY "PAYCALC - PAY PERIOD           " WS-PERIOD.
050122     DISPLAY "PAYCALC - HISTORY RECORDS READ " WS-HIST-READ-COUNT.
050123     DISPLAY "PAYCALC - HISTORY YTD RECORDS  " WS-HIST-YTD-COUNT.
050124     DISPLAY "PAYCALC - HISTORY POSTED       "
050125             WS-HIST-WRITE-COUNT.
050126     DISPLAY "PAYCALC - PAYSLIPS PRINTED     " WS-SLIP-COUNT.
050127     CLOSE PAYHIST.
050128     CLOSE PAYHYTD.
050129     CLOSE PAYSLIP.
050130     CLOSE LEAVUTMP.
050139     PERFORM 8300-WRITE-PAYCTL THRU 8300-EXIT.
050140     PERFORM 8400-RELEASE-HOLDS THRU 8400-EXIT.
050200     CLOSE EMPMASTER.
050300     CLOSE PAYREG.
050400 8000-EXIT.
050607     DISPLAY "PAYCALC - BANK CREDIT TOTAL    " WS-BNK-TOTAL.
050608     DISPLAY "PAYCALC - CHEQUE TOTAL         " WS-CHQ-TOTAL.
050609     DISPLAY "PAYCALC - ORPHAN BANK RECORDS  " WS-BNK-SKIP-COUNT.
050610     DISPLAY "PAYCALC - HELD ACCOUNTS        " WS-HELD-COUNT.
050611     DISPLAY "PAYCALC - RETURNED ACCOUNTS    " WS-RETURNED-COUNT.
050612     CLOSE BANKMSTR.
050613     CLOSE BANKFILE.
050614     CLOSE BANKEXCP.
050615 8100-EXIT.
050616     EXIT.
050617*****************************************************************
050618*  8200-FINISH-ELEMENTS - ELEMENT TRANSACTIONS LEFT AFTER THE   *
050619*  LAST EMPLOYEE HAVE NO EMPLOYEE ON THE MASTER. LIST THEM,     *
050620*  PRINT THE EXCEPTIONS REPORT TOTALS AND CLOSE THE FILES.      *
050621*****************************************************************
050622 8200-FINISH-ELEMENTS.
050623     MOVE "EMPLOYEE NOT ON MASTER" TO WS-EXC-REASON.
050624     PERFORM 2500-REJECT-ELEMENT THRU 2500-EXIT
050625         UNTIL WS-VTR-EOF.
050626     IF WS-EXC-PAGE-COUNT = 0
050627         PERFORM 2790-PRINT-EXC-HEADERS THRU 2790-EXIT
050628     END-IF.
050629     MOVE WS-VTR-READ-COUNT    TO RPT-EXC-READ.
050630     MOVE WS-VTR-APPLIED-COUNT TO RPT-EXC-APPLIED.
050631     MOVE WS-VTR-EXCP-COUNT    TO RPT-EXC-COUNT.
050632     WRITE PAYVEXC-RECORD FROM RPT-BLANK-LINE.
050633     WRITE PAYVEXC-RECORD FROM RPT-EXC-TOTAL-LINE.
050634     DISPLAY "PAYCALC - ELEMENTS READ        " WS-VTR-READ-COUNT.
050635     DISPLAY "PAYCALC - ELEMENTS APPLIED     "
050636             WS-VTR-APPLIED-COUNT.
050637     DISPLAY "PAYCALC - ELEMENT EXCEPTIONS   " WS-VTR-EXCP-COUNT.
050638     IF WS-FS7 NOT = 35
050639         CLOSE PAYVTRAN
050640     END-IF.
050641     CLOSE PAYVEXC.
050642 8200-EXIT.
050643     EXIT.
050644*****************************************************************
050645*  8300-WRITE-PAYCTL - APPEND THE RUN'S CONTROL RECORD TO       *
050646*  PAYCTL.TXT (CREATING IT ON THE FIRST RUN). REACHED ONLY ONCE *
050647*  THE BANK FILE HAS BALANCED AND THE HISTORY IS POSTED, SO AN  *
050648*  ABENDED RUN LEAVES NO CONTROL RECORD FOR STATREM TO TRUST.   *
050649*****************************************************************
050650 8300-WRITE-PAYCTL.
050651     OPEN EXTEND PAYCTL.
050652     IF WS-FS12 = 35
050653         OPEN OUTPUT PAYCTL
050654     END-IF.
050655     IF WS-FS12 NOT = 00
050656         MOVE "OPEN FAILED ON PAYCTL" TO WS-ABEND-TEXT
050657         PERFORM 9900-ABEND THRU 9900-EXIT
050658     END-IF.
050659     MOVE WS-PERIOD       TO PCTL-PERIOD.
050660     MOVE WS-RUN-DATE-RAW TO PCTL-RUN-DATE.
050661     MOVE WS-EMP-COUNT    TO PCTL-COUNT.
050662     MOVE WS-TOT-GROSS    TO PCTL-GROSS.
050663     MOVE WS-TOT-TAX      TO PCTL-TAX.
050664     MOVE WS-TOT-PF       TO PCTL-PF.
050665     MOVE WS-TOT-INS      TO PCTL-INS.
050666     MOVE WS-TOT-DEDN     TO PCTL-OTH-DEDN.
050667     MOVE WS-TOT-NET      TO PCTL-NET.
050668     MOVE X'0A'           TO PCTL-NEWLINE.
050669     WRITE PAYCTL-RECORD.
050670     IF WS-FS12 NOT = 00
050671         MOVE "WRITE FAILED ON PAYCTL" TO WS-ABEND-TEXT
050672         PERFORM 9900-ABEND THRU 9900-EXIT
050673     END-IF.
050674     CLOSE PAYCTL.
050675     DISPLAY "PAYCALC - CONTROL RECORD WRITTEN " WS-PERIOD.
050676 8300-EXIT.
050677     EXIT.
050678*****************************************************************
050679*  8400-RELEASE-HOLDS - THE RUN HAS ENDED CLEAN (HISTORY POSTED *
050680*  AND PAYCTL WRITTEN), SO EVERY HELD ACCOUNT TABLED BY         *
050681*  2470-NOTE-HOLD HAS HAD ITS CHEQUE-ONLY CYCLE. REREAD         *
050682*  BANKMSTR I-O AND CLEAR THEIR BANK-STATUS SO THE NEXT RUN     *
050683*  CREDITS THEM. BOTH ARE IN EMP-ID SEQUENCE.                   *
050684*****************************************************************
050685 8400-RELEASE-HOLDS.
050686     IF WS-HOLD-USED = 0
050687         GO TO 8400-EXIT
050688     END-IF.
050689     OPEN I-O BANKMSTR.
050690     IF WS-FS3 NOT = 00
050691         MOVE "REOPEN FAILED ON BANKMSTR" TO WS-ABEND-TEXT
050692         PERFORM 9900-ABEND THRU 9900-EXIT
050693     END-IF.
050694     SET WS-BNK-NOT-EOF TO TRUE.
050695     MOVE 1 TO WS-HOLD-SUB.
050696     PERFORM 8410-RELEASE-ONE-HOLD THRU 8410-EXIT
050697         UNTIL WS-BNK-EOF
050698         OR WS-HOLD-SUB > WS-HOLD-USED.
050699     CLOSE BANKMSTR.
050700     DISPLAY "PAYCALC - HOLDS RELEASED       " WS-RELEASE-COUNT.
050701 8400-EXIT.
050702     EXIT.
050703
050704*****************************************************************
050705*  8410-RELEASE-ONE-HOLD - READ ONE BANKMSTR RECORD. ONE FOR    *
050706*  THE NEXT TABLED EMP-ID THAT IS STILL HELD HAS ITS HOLD       *
050707*  CLEARED AND IS REWRITTEN IN PLACE.                           *
050708*****************************************************************
050709 8410-RELEASE-ONE-HOLD.
050710     READ BANKMSTR.
050711     IF WS-FS3 = 10
050712         SET WS-BNK-EOF TO TRUE
050713         GO TO 8410-EXIT
050714     END-IF.
050715     IF WS-FS3 NOT = 00
050716         MOVE "READ FAILED ON BANKMSTR" TO WS-ABEND-TEXT
050717         PERFORM 9900-ABEND THRU 9900-EXIT
050718     END-IF.
050719     IF BANK-ID NOT = WS-HOLD-ID (WS-HOLD-SUB)
050720         GO TO 8410-EXIT
050721     END-IF.
050722     ADD 1 TO WS-HOLD-SUB.
050723     IF NOT BANK-HELD
050724         GO TO 8410-EXIT
050725     END-IF.
050726     MOVE SPACE TO BANK-STATUS.
050727     REWRITE BANKMSTR-RECORD.
050728     IF WS-FS3 NOT = 00
050729         MOVE "REWRITE FAILED ON BANKMSTR" TO WS-ABEND-TEXT
050730         PERFORM 9900-ABEND THRU 9900-EXIT
050731     END-IF.
050732     ADD 1 TO WS-RELEASE-COUNT.
050733 8410-EXIT.
050734     EXIT.
050735
050736*****************************************************************
050800*  8050-PRINT-DESG-TOTAL - PRINT ONE DESIGNATION'S GROSS/NET    *
050900*  SUMMARY LINE FROM WS-DESG-TABLE.                             *
051000*****************************************************************
053100             " FILE STATUS 2 = " WS-FS2
053110             " FILE STATUS 3 = " WS-FS3
053120             " FILE STATUS 4 = " WS-FS4
053130             " FILE STATUS 5 = " WS-FS5
053140             " FILE STATUS 6 = " WS-FS6
053150             " FILE STATUS 7 = " WS-FS7
053160             " FILE STATUS 8 = " WS-FS8
053170             " FILE STATUS 9 = " WS-FS9
053180             " FILE STATUS 10 = " WS-FS10
053190             " FILE STATUS 11 = " WS-FS11
053191             " FILE STATUS 12 = " WS-FS12
053192             " FILE STATUS 13 = " WS-FS13
053193             " FILE STATUS 14 = " WS-FS14.
053200     MOVE 16 TO RETURN-CODE.
053300     STOP RUN.
053400 9900-EXIT.
