000010****************************************************************
000020* LOANPOFF                                                      *
000030*                                                               *
000040* PAYOFF QUOTE.  READS A FILE OF REQUESTS (LOAN-ID PLUS THE     *
000050* DATE THE BORROWER MEANS TO CLOSE THE LOAN OUT) AND PRINTS A   *
000060* QUOTE LETTER FOR EACH FROM THE LOAN'S PERIOD-ZERO HEADER      *
000070* TERMS AND ITS STORED SCHEDULE: THE PRINCIPAL STILL            *
000080* OUTSTANDING AFTER THE LAST DUE DATE ON OR BEFORE THE PAYOFF   *
000090* DATE, ANY INSTALLMENTS DUE AND NOT YET PAID, INTEREST ACCRUED *
000100* FROM THAT LAST DUE DATE TO THE PAYOFF DATE, LESS ANY          *
000110* UNAPPLIED CASH HELD ON THE LOAN.  INTEREST RUNS AT THE BOOKED *
000120* RATE - OR THE INDEX QUOTE IN FORCE AT THE PAYOFF DATE PLUS    *
000130* THE BOOKED SPREAD FOR A FLOATING LOAN - RESTATED ONTO THE     *
000140* CURRENCY'S CURRTAB DAY-COUNT BASIS EXACTLY AS THE BATCH       *
000150* REPRICES IT, OVER DAYS COUNTED ON THE SHOP'S 30/360           *
000160* CONVENTION.  THE LETTER ALSO GIVES A PER-DIEM FOR A LATE      *
000170* CLOSING AND THE DATE THE QUOTE EXPIRES (THE NEXT DUE DATE,    *
000180* WHEN THE FIGURES CHANGE).  EVERY QUOTE ISSUED IS LOGGED TO    *
000190* AUDITFIL; LOANMSTR IS ONLY READ.                              *
000200****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.     LOANPOFF.
000230 AUTHOR.         R. MCALLISTER.
000240 INSTALLATION.   LOAN SERVICING DIVISION.
000250 DATE-WRITTEN.   10/15/2026.
000260 DATE-COMPILED.
000270****************************************************************
000280* MODIFICATION HISTORY                                          *
000290*  DATE        INIT  DESCRIPTION                                *
000300*  ----------  ----  ------------------------------------------ *
000310*  2026-10-15  RLM   INITIAL VERSION.  SERVICING HAS BEEN TAKING *
000320*                    THE BALANCE OFF AN INQUIRY LISTING AND      *
000322*                    WORKING OUT PAYOFF INTEREST BY HAND.        *
000324*  2026-10-15  RLM   BLANKS THE MAKER/CHECKER USER IDS ON EACH   *
000326*                    AUDITFIL RECORD - ONLY LOANMNT'S            *
000330*                    DUAL-CONTROL IMAGES CARRY THEM.             *
000331*  2026-10-15  RLM   DUE DATES FOLLOW THE SHOP'S DUE-DATE RULE - *
000332*                    A SHORT MONTH HELD TO ITS LAST DAY, A       *
000333*                    MONTH-END BOOKING ON THE LAST DAY, A CLOSED *
000334*                    DAY MOVED TO THE NEXT HOLCAL BUSINESS DAY.  *
000335*                    A PAYOFF DATE IS IN THE PAST WHEN IT IS     *
000336*                    BEFORE THE DATECTL BUSINESS DATE.           *
000338*  2026-10-15  RLM   A PAYOFF DATE PAST THE END OF ITS MONTH IS  *
000340*                    NOW REJECTED.  CURTAILMENTS TAKEN AHEAD OF  *
000342*                    PERIODS NOT YET DUE NOW COME OFF THE        *
000344*                    PRINCIPAL QUOTED.                           *
000346****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT POFF-REQUEST  ASSIGN TO "POFFRQST"
000390                           ORGANIZATION IS SEQUENTIAL
000400                           FILE STATUS IS PO-RQST-STATUS.
000410     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000420                           ORGANIZATION IS INDEXED
000430                           ACCESS MODE IS DYNAMIC
000440                           RECORD KEY IS LM-KEY
000450                           FILE STATUS IS PO-LOANMSTR-STATUS.
000460     SELECT CURRENCY-TABLE ASSIGN TO "CURRTAB"
000470                           ORGANIZATION IS SEQUENTIAL
000480                           FILE STATUS IS PO-CURRTAB-STATUS.
000490     SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
000500                           ORGANIZATION IS SEQUENTIAL
000510                           FILE STATUS IS PO-RATEIDX-STATUS.
000520     SELECT AUDIT-DATA    ASSIGN TO "AUDITFIL"
000530                           ORGANIZATION IS SEQUENTIAL
000540                           FILE STATUS IS PO-AUDITDAT-STATUS.
000550     SELECT QUOTE-LETTER  ASSIGN TO "POFFLTR"
000560                           ORGANIZATION IS LINE SEQUENTIAL.
000570     SELECT POFF-REPORT   ASSIGN TO "POFFRPT"
000580                           ORGANIZATION IS LINE SEQUENTIAL.
000581     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000582                           ORGANIZATION IS SEQUENTIAL
000583                           FILE STATUS IS PO-DATECTL-STATUS.
000584     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000585                           ORGANIZATION IS SEQUENTIAL
000586                           FILE STATUS IS PO-HOLCAL-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  POFF-REQUEST
000620     RECORDING MODE IS F.
000630 01  POFF-REQUEST-RECORD.
000640     05  PR-LOAN-ID            PIC 9(06).
000650     05  PR-PAYOFF-DATE        PIC 9(08).
000660     05  FILLER                PIC X(66).
000670 FD  LOAN-MASTER.
000680     COPY LMRECORD.
000690 FD  CURRENCY-TABLE
000700     RECORDING MODE IS F.
000710 01  CURRENCY-TABLE-RECORD.
000720     05  CT-CURRENCY-CODE      PIC X(03).
000730     05  CT-DAY-COUNT-BASIS    PIC 9(03).
000740     05  CT-ROUNDING-RULE      PIC X(01).
000750     05  FILLER                PIC X(73).
000760 FD  RATE-INDEX-FILE
000770     RECORDING MODE IS F.
000780 01  RATE-INDEX-RECORD.
000790     05  RX-INDEX-CODE         PIC X(03).
000800     05  RX-EFFECTIVE-DATE     PIC 9(08).
000810     05  RX-RATE               PIC 9(01)V9(04).
000820     05  FILLER                PIC X(64).
000830 FD  AUDIT-DATA
000840     RECORDING MODE IS F.
000850     COPY ADRECORD.
000860 FD  QUOTE-LETTER.
000870 01  QUOTE-LETTER-LINE         PIC X(132).
000880 FD  POFF-REPORT.
000890 01  POFF-REPORT-LINE          PIC X(132).
000891 FD  DATE-CONTROL
000892     RECORDING MODE IS F.
000893     COPY DCRECORD.
000894 FD  HOLIDAY-CALENDAR
000895     RECORDING MODE IS F.
000896     COPY HCRECORD.
000900 WORKING-STORAGE SECTION.
000910 01  PO-SWITCHES.
000920     05  PO-RQST-EOF-SW        PIC X(01)  VALUE "N".
000930         88  RQST-EOF                     VALUE "Y".
000940     05  PO-QUOTE-OK-SW        PIC X(01)  VALUE "Y".
000950         88  QUOTE-VALID                  VALUE "Y".
000960         88  QUOTE-INVALID                VALUE "N".
000970     05  PO-WALK-DONE-SW       PIC X(01)  VALUE "N".
000980         88  SCHEDULE-WALK-DONE           VALUE "Y".
000990     05  PO-NEXT-DUE-SW        PIC X(01)  VALUE "N".
001000         88  NEXT-DUE-FOUND               VALUE "Y".
001010     05  PO-SPLIT-SW           PIC X(01)  VALUE "N".
001020         88  SCHEDULE-HAS-SPLIT           VALUE "Y".
001030     05  PO-FLOATING-SW        PIC X(01)  VALUE "N".
001040         88  LOAN-IS-FLOATING             VALUE "Y".
001041     05  PO-CURTAIL-DONE-SW    PIC X(01)  VALUE "N".
001042         88  LATER-CURTAIL-DONE           VALUE "Y".
001050 01  PO-RQST-STATUS            PIC X(02).
001060     88  RQST-FILE-FOUND                  VALUE "00".
001070 01  PO-LOANMSTR-STATUS        PIC X(02).
001080     88  LOANMSTR-OPEN-OK                 VALUE "00".
001090 01  PO-AUDITDAT-STATUS        PIC X(02).
001100     88  AUDITDAT-FILE-FOUND              VALUE "00".
001101 01  PO-DATECTL-STATUS         PIC X(02).
001102     88  DATECTL-FILE-FOUND               VALUE "00".
001103 01  PO-BUS-DATE-NUM           PIC 9(08).
001110 77  PO-MAX-PERIODS            PIC S9(03) COMP VALUE 360.
001120 77  PO-WALK-LIMIT             PIC S9(03) COMP VALUE ZERO.
001130 77  PO-PERIOD                 PIC S9(05) COMP VALUE ZERO.
001140 77  PO-LAST-DUE-PERIOD        PIC S9(05) COMP VALUE ZERO.
001141 77  PO-LATER-PERIOD           PIC S9(05) COMP VALUE ZERO.
001150 01  PO-BATCH-ID.
001160     05  FILLER                PIC X(02) VALUE "PQ".
001170     05  PO-BATCH-YYMMDD       PIC 9(06).
001180****************************************************************
001190* CURRENCY TABLE FIELDS - THE SAME CURRTAB THE BATCH PRICES    *
001200* FROM, LOADED ONCE AT STARTUP                                 *
001210****************************************************************
001220 77  CT-MAX-ENTRIES            PIC 9(03) COMP VALUE 50.
001230 77  CT-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
001240 01  PO-CURRTAB-STATUS         PIC X(02).
001250     88  CURRTAB-FILE-FOUND               VALUE "00".
001260 01  PO-CURR-EOF-SW            PIC X(01)  VALUE "N".
001270     88  CURR-TABLE-EOF                   VALUE "Y".
001280 01  PO-CURR-FOUND-SW          PIC X(01)  VALUE "N".
001290     88  CURR-FOUND                       VALUE "Y".
001300 01  CURR-DAY-COUNT-BASIS      PIC 9(03).
001310 01  CURR-ROUNDING-RULE        PIC X(01).
001320 01  CURRENCY-TABLE-ENTRIES.
001330     05  CT-ENTRY OCCURS 50 TIMES
001340             INDEXED BY CT-IDX.
001350         10  CT-TBL-CURRENCY-CODE   PIC X(03).
001360         10  CT-TBL-DAY-COUNT-BASIS PIC 9(03).
001370         10  CT-TBL-ROUNDING-RULE   PIC X(01).
001380****************************************************************
001390* RATE INDEX FIELDS - THE EFFECTIVE-DATED RATEIDX FILE.  A     *
001400* MISSING FILE LEAVES THE TABLE EMPTY AND ONLY A FLOATING      *
001410* LOAN'S QUOTE IS REFUSED                                      *
001420****************************************************************
001430 77  RX-MAX-ENTRIES            PIC S9(03) COMP VALUE 200.
001440 77  RX-ENTRY-COUNT            PIC S9(03) COMP VALUE ZERO.
001450 01  PO-RATEIDX-STATUS         PIC X(02).
001460     88  RATEIDX-FILE-FOUND               VALUE "00".
001470 01  PO-RATEIDX-EOF-SW         PIC X(01)  VALUE "N".
001480     88  RATE-INDEX-EOF                   VALUE "Y".
001490 01  PO-INDEX-FOUND-SW         PIC X(01)  VALUE "N".
001500     88  INDEX-RATE-FOUND                 VALUE "Y".
001510 01  RATE-INDEX-TABLE-ENTRIES.
001520     05  RX-ENTRY OCCURS 200 TIMES
001530             INDEXED BY RX-IDX.
001540         10  RX-TBL-INDEX-CODE      PIC X(03).
001550         10  RX-TBL-EFFECTIVE-DATE  PIC 9(08).
001560         10  RX-TBL-RATE            PIC S9(01)V9(04) COMP-3.
001570 01  PO-BEST-DATE              PIC 9(08).
001580 01  PO-RESOLVED-RATE          PIC S9(01)V9(04) COMP-3.
001590****************************************************************
001600* HEADER TERMS SAVED BEFORE THE SCHEDULE WALK REUSES THE       *
001610* RECORD AREA                                                  *
001620****************************************************************
001630 01  PO-HDR-RATE               PIC S9(01)V9(04) COMP-3.
001640 01  PO-HDR-CURRENCY           PIC X(03).
001650 01  PO-HDR-GL-ACCOUNT         PIC X(10).
001660 01  PO-HDR-PERIODS            PIC 9(03).
001670 01  PO-HDR-RATE-INDEX         PIC X(03).
001680 01  PO-HDR-RATE-SPREAD        PIC S9(01)V9(04) COMP-3.
001690 01  PO-HDR-HELD-CASH          PIC S9(09)V99 COMP-3.
001700 01  PO-BOOK-DATE.
001710     05  PO-BOOK-YEAR          PIC 9(04).
001720     05  PO-BOOK-MONTH         PIC 9(02).
001730     05  PO-BOOK-DAY           PIC 9(02).
001740 01  PO-BOOK-DATE-NUM REDEFINES PO-BOOK-DATE
001750                               PIC 9(08).
001751****************************************************************
001752* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
001753* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
001754* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF    *
001755* WOULD PUT A DATE ON A CLOSED DAY                             *
001756****************************************************************
001757 77  PO-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
001758 77  PO-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
001759 01  PO-HOLCAL-STATUS          PIC X(02).
001760     88  HOLCAL-FILE-FOUND                VALUE "00".
001761 01  PO-HOL-EOF-SW             PIC X(01)  VALUE "N".
001762     88  HOLIDAY-TABLE-EOF                VALUE "Y".
001763 01  PO-HOL-FOUND-SW           PIC X(01)  VALUE "N".
001764     88  HOLIDAY-FOUND                    VALUE "Y".
001765 01  PO-HOLIDAY-TABLE.
001766     05  PO-HOL-ENTRY OCCURS 2000 TIMES
001767             INDEXED BY PO-HOL-IDX.
001768         10  PO-HOL-CURRENCY   PIC X(03).
001769         10  PO-HOL-DATE       PIC 9(08).
001770****************************************************************
001771* CALENDAR DATE FIELDS.  8110 SETS PO-CAL-DATE TO THE DUE DATE *
001772* OF PERIOD PO-CAL-PERIOD OF A LOAN BOOKED ON                  *
001773* PO-CAL-BOOK-DATE: THE BOOKING DAY OF THE MONTH, HELD TO THE  *
001774* MONTH'S LAST DAY WHEN THE MONTH IS SHORTER AND ALWAYS ON THE *
001775* LAST DAY WHEN THE LOAN WAS BOOKED ON A MONTH END, THEN MOVED *
001776* FORWARD TO THE FOLLOWING BUSINESS DAY OF PO-CAL-CURRENCY     *
001777****************************************************************
001778 01  PO-CAL-CURRENCY           PIC X(03).
001779 77  PO-CAL-PERIOD             PIC S9(05) COMP.
001780 01  PO-CAL-BOOK-DATE.
001781     05  PO-CAL-BOOK-YEAR      PIC 9(04).
001782     05  PO-CAL-BOOK-MONTH     PIC 9(02).
001783     05  PO-CAL-BOOK-DAY       PIC 9(02).
001784 01  PO-CAL-BOOK-DATE-NUM REDEFINES PO-CAL-BOOK-DATE
001785                               PIC 9(08).
001786 01  PO-CAL-DATE.
001787     05  PO-CAL-YEAR           PIC 9(04).
001788     05  PO-CAL-MONTH          PIC 9(02).
001789     05  PO-CAL-DAY            PIC 9(02).
001790 01  PO-CAL-DATE-NUM REDEFINES PO-CAL-DATE
001791                               PIC 9(08).
001792 77  PO-CAL-MONTH-TOTAL        PIC S9(07) COMP.
001793 77  PO-CAL-MONTH-WORK         PIC S9(03) COMP.
001794 01  PO-CAL-EOM-SW             PIC X(01)  VALUE "N".
001795     88  BOOKED-AT-MONTH-END              VALUE "Y".
001796 01  PO-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
001797     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
001798 77  PO-ML-YEAR                PIC 9(04).
001799 77  PO-ML-MONTH               PIC 9(02).
001800 77  PO-ML-DAYS                PIC S9(03) COMP.
001801 77  PO-ML-QUOTIENT            PIC S9(05) COMP.
001802 77  PO-ML-REM-4               PIC S9(03) COMP.
001803 77  PO-ML-REM-100             PIC S9(03) COMP.
001804 77  PO-ML-REM-400             PIC S9(03) COMP.
001805****************************************************************
001806* DAY-NUMBER FIELDS - 8160 TURNS PO-DN-DATE INTO ITS JULIAN    *
001807* DAY NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY   *
001808****************************************************************
001809 01  PO-DN-DATE.
001810     05  PO-DN-YEAR            PIC 9(04).
001811     05  PO-DN-MONTH           PIC 9(02).
001812     05  PO-DN-DAY             PIC 9(02).
001813 01  PO-DN-DATE-NUM REDEFINES PO-DN-DATE
001814                               PIC 9(08).
001815 77  PO-DN-A                   PIC S9(03) COMP.
001816 77  PO-DN-Y                   PIC S9(05) COMP.
001817 77  PO-DN-M                   PIC S9(03) COMP.
001818 77  PO-DN-MONTH-DAYS          PIC S9(05) COMP.
001819 77  PO-DN-LEAP-4              PIC S9(05) COMP.
001820 77  PO-DN-LEAP-100            PIC S9(05) COMP.
001821 77  PO-DN-LEAP-400            PIC S9(05) COMP.
001822 77  PO-DN-NUMBER              PIC S9(09) COMP.
001823 77  PO-DN-WORK                PIC S9(09) COMP.
001824 77  PO-DN-DOW                 PIC S9(03) COMP.
001826****************************************************************
001828* DATE WORK.  PERIOD N FALLS DUE N MONTHS AFTER THE BOOKING    *
001830* DATE ON THE SHOP'S DUE-DATE RULE (8110); DAYS BETWEEN TWO    *
001832* DATES ARE COUNTED ON 30/360, A 31ST COUNTING AS THE 30TH     *
001834****************************************************************
001840 01  PO-DUE-DATE.
001850     05  PO-DUE-YEAR           PIC 9(04).
001860     05  PO-DUE-MONTH          PIC 9(02).
001870     05  PO-DUE-DAY            PIC 9(02).
001880 01  PO-DUE-DATE-NUM REDEFINES PO-DUE-DATE
001890                               PIC 9(08).
001900 01  PO-PAYOFF-DATE.
001910     05  PO-PAYOFF-YEAR        PIC 9(04).
001920     05  PO-PAYOFF-MONTH       PIC 9(02).
001930     05  PO-PAYOFF-DAY         PIC 9(02).
001940 01  PO-PAYOFF-DATE-NUM REDEFINES PO-PAYOFF-DATE
001950                               PIC 9(08).
001960 01  PO-ACCRUE-FROM-DATE.
001970     05  PO-FROM-YEAR          PIC 9(04).
001980     05  PO-FROM-MONTH         PIC 9(02).
001990     05  PO-FROM-DAY           PIC 9(02).
002000 01  PO-ACCRUE-FROM-NUM REDEFINES PO-ACCRUE-FROM-DATE
002010                               PIC 9(08).
002020 01  PO-EXPIRY-DATE            PIC 9(08).
002030 77  PO-FROM-DAY-NO            PIC S9(07) COMP VALUE ZERO.
002040 77  PO-PAYOFF-DAY-NO          PIC S9(07) COMP VALUE ZERO.
002050 77  PO-DAY-OF-MONTH           PIC S9(03) COMP VALUE ZERO.
002060 77  PO-ACCRUAL-DAYS           PIC S9(05) COMP VALUE ZERO.
002070 01  PO-DATE-EDIT.
002080     05  PO-EDIT-YEAR          PIC 9(04).
002090     05  FILLER                PIC X(01) VALUE "-".
002100     05  PO-EDIT-MONTH         PIC 9(02).
002110     05  FILLER                PIC X(01) VALUE "-".
002120     05  PO-EDIT-DAY           PIC 9(02).
002130 01  PO-DATE-WORK.
002140     05  PO-WORK-YEAR          PIC 9(04).
002150     05  PO-WORK-MONTH         PIC 9(02).
002160     05  PO-WORK-DAY           PIC 9(02).
002170 01  PO-DATE-WORK-NUM REDEFINES PO-DATE-WORK
002180                               PIC 9(08).
002190****************************************************************
002200* QUOTE FIGURES.  THE PERIODIC RATE IS RESTATED ONTO THE       *
002210* CURRENCY'S BASIS AS RATE * BASIS / 360, AND A DAY IS ONE     *
002220* THIRTIETH OF A PERIOD                                        *
002230****************************************************************
002240 01  PO-QUOTE-RATE             PIC S9(01)V9(04) COMP-3.
002250 01  PO-RATE-NUMERATOR         PIC S9(05)V9(04) COMP-3.
002260 01  PO-PERIOD-RATE            PIC S9(01)V9(08) COMP-3.
002270 01  PO-PRINCIPAL              PIC S9(09)V99 COMP-3.
002280 01  PO-PAST-DUE               PIC S9(09)V99 COMP-3.
002290 01  PO-INTEREST-RAW           PIC S9(09)V9(06) COMP-3.
002300 01  PO-INTEREST               PIC S9(09)V99 COMP-3.
002310 01  PO-PER-DIEM-RAW           PIC S9(09)V9(06) COMP-3.
002320 01  PO-PER-DIEM               PIC S9(09)V99 COMP-3.
002330 01  PO-PAYOFF-TOTAL           PIC S9(09)V99 COMP-3.
002340 01  PO-UNPAID-AMOUNT          PIC S9(09)V99 COMP-3.
002350 01  PO-REASON-TEXT            PIC X(40).
002360 01  PO-ADR-QUOTE-REASON.
002370     05  FILLER                PIC X(03) VALUE "TO ".
002380     05  PO-ADR-PAYOFF-DATE    PIC 9(08).
002390     05  FILLER                PIC X(09) VALUE " EXPIRES ".
002400     05  PO-ADR-EXPIRY-DATE    PIC 9(08).
002410     05  FILLER                PIC X(02) VALUE SPACES.
002420****************************************************************
002430* RUN TOTALS                                                   *
002440****************************************************************
002450 77  PO-REQUESTS-READ          PIC S9(07) COMP VALUE ZERO.
002460 77  PO-QUOTES-ISSUED          PIC S9(07) COMP VALUE ZERO.
002470 77  PO-QUOTES-REFUSED         PIC S9(07) COMP VALUE ZERO.
002480****************************************************************
002490* QUOTE LETTER AND CONTROL REPORT FIELDS                       *
002500****************************************************************
002510 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
002520 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
002530 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
002540 77  LTR-LETTER-COUNT          PIC S9(05) COMP VALUE ZERO.
002550 01  RPT-RUN-DATE.
002560     05  RPT-RUN-DATE-YEAR     PIC 9(04).
002570     05  RPT-RUN-DATE-MONTH    PIC 9(02).
002580     05  RPT-RUN-DATE-DAY      PIC 9(02).
002590 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
002600                               PIC 9(08).
002610 01  RPT-RUN-TIME.
002620     05  RPT-RUN-TIME-HOUR     PIC 9(02).
002630     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
002640     05  RPT-RUN-TIME-SECOND   PIC 9(02).
002650     05  FILLER                PIC 9(02).
002660 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
002670     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
002680     05  FILLER                PIC 9(02).
002690 01  RPT-RUN-DATE-OUT.
002700     05  RPT-RUN-YEAR          PIC 9(04).
002710     05  FILLER                PIC X(01) VALUE "-".
002720     05  RPT-RUN-MONTH         PIC 9(02).
002730     05  FILLER                PIC X(01) VALUE "-".
002740     05  RPT-RUN-DAY           PIC 9(02).
002750 01  RPT-RUN-TIME-OUT.
002760     05  RPT-RUN-HOUR          PIC 9(02).
002770     05  FILLER                PIC X(01) VALUE ":".
002780     05  RPT-RUN-MINUTE        PIC 9(02).
002790     05  FILLER                PIC X(01) VALUE ":".
002800     05  RPT-RUN-SECOND        PIC 9(02).
002810 01  RPT-HEADING-1.
002820     05  FILLER                PIC X(32) VALUE
002830         "COBCALC PAYOFF QUOTE CONTROL".
002840     05  FILLER                PIC X(03) VALUE SPACES.
002850     05  FILLER                PIC X(05) VALUE "PAGE:".
002860     05  RPT-H1-PAGE-NO        PIC ZZ9.
002870 01  RPT-HEADING-2.
002880     05  FILLER                PIC X(09) VALUE "RUN DATE:".
002890     05  RPT-H2-RUN-DATE       PIC X(10).
002900     05  FILLER                PIC X(05) VALUE SPACES.
002910     05  FILLER                PIC X(09) VALUE "RUN TIME:".
002920     05  RPT-H2-RUN-TIME       PIC X(08).
002930 01  RPT-COLUMN-HEADING.
002940     05  FILLER                PIC X(09) VALUE "LOAN ID".
002950     05  FILLER                PIC X(12) VALUE "PAYOFF DATE".
002960     05  FILLER                PIC X(05) VALUE "CCY".
002970     05  FILLER                PIC X(16) VALUE "PAYOFF AMOUNT".
002980     05  FILLER                PIC X(13) VALUE "PER DIEM".
002990     05  FILLER                PIC X(12) VALUE "EXPIRES".
003000     05  FILLER                PIC X(40) VALUE "REMARKS".
003010 01  RPT-DETAIL-LINE.
003020     05  RPT-DET-LOAN-ID       PIC X(06).
003030     05  FILLER                PIC X(03) VALUE SPACES.
003040     05  RPT-DET-PAYOFF-DATE   PIC X(10).
003050     05  FILLER                PIC X(02) VALUE SPACES.
003060     05  RPT-DET-CURRENCY      PIC X(03).
003070     05  FILLER                PIC X(02) VALUE SPACES.
003080     05  RPT-DET-TOTAL         PIC -(10)9.99.
003090     05  FILLER                PIC X(02) VALUE SPACES.
003100     05  RPT-DET-PER-DIEM      PIC -(7)9.99.
003110     05  FILLER                PIC X(02) VALUE SPACES.
003120     05  RPT-DET-EXPIRY        PIC X(10).
003130     05  FILLER                PIC X(02) VALUE SPACES.
003140     05  RPT-DET-REMARKS       PIC X(40).
003150 01  RPT-TOTAL-LINE.
003160     05  RPT-TOT-LABEL         PIC X(30).
003170     05  RPT-TOT-VALUE         PIC ZZZZZZ9.
003180****************************************************************
003190* QUOTE LETTER LINES - ONE PAGE PER QUOTE                      *
003200****************************************************************
003210 01  LTR-TITLE-LINE.
003220     05  FILLER                PIC X(20) VALUE SPACES.
003230     05  FILLER                PIC X(23) VALUE
003240         "LOAN PAYOFF STATEMENT".
003250 01  LTR-DATE-LINE.
003260     05  FILLER                PIC X(20) VALUE "DATE OF QUOTE:".
003270     05  LTR-QUOTE-DATE        PIC X(10).
003280 01  LTR-LOAN-LINE.
003290     05  FILLER                PIC X(20) VALUE "LOAN NUMBER:".
003300     05  LTR-LOAN-ID           PIC 9(06).
003310     05  FILLER                PIC X(06) VALUE SPACES.
003320     05  FILLER                PIC X(10) VALUE "CURRENCY:".
003330     05  LTR-CURRENCY          PIC X(03).
003340 01  LTR-PAYOFF-DATE-LINE.
003350     05  FILLER                PIC X(20) VALUE "PAYOFF DATE:".
003360     05  LTR-PAYOFF-DATE       PIC X(10).
003370 01  LTR-TEXT-LINE             PIC X(72).
003380 01  LTR-AMOUNT-LINE.
003390     05  FILLER                PIC X(05) VALUE SPACES.
003400     05  LTR-AMT-LABEL         PIC X(50).
003410     05  LTR-AMT-VALUE         PIC -(10)9.99.
003420 01  LTR-INTEREST-LABEL.
003430     05  FILLER                PIC X(14) VALUE "INTEREST FROM ".
003440     05  LTR-INT-FROM          PIC X(10).
003450     05  FILLER                PIC X(04) VALUE " TO ".
003460     05  LTR-INT-TO            PIC X(10).
003470     05  FILLER                PIC X(02) VALUE " (".
003480     05  LTR-INT-DAYS          PIC ZZZ9.
003490     05  FILLER                PIC X(06) VALUE " DAYS)".
003500 01  LTR-RATE-LINE.
003510     05  FILLER                PIC X(05) VALUE SPACES.
003520     05  FILLER                PIC X(20) VALUE "PERIODIC RATE:".
003530     05  LTR-RATE              PIC Z9.9999.
003540     05  FILLER                PIC X(04) VALUE SPACES.
003550     05  FILLER                PIC X(17) VALUE "DAY-COUNT BASIS:".
003560     05  LTR-BASIS             PIC ZZ9.
003570 01  LTR-INDEX-LINE.
003580     05  FILLER                PIC X(05) VALUE SPACES.
003590     05  FILLER                PIC X(20) VALUE
003600             "FLOATING - INDEX:".
003610     05  LTR-INDEX-CODE        PIC X(03).
003620     05  FILLER                PIC X(03) VALUE " @ ".
003630     05  LTR-INDEX-RATE        PIC 9.9999.
003640     05  FILLER                PIC X(10) VALUE "  SPREAD: ".
003650     05  LTR-INDEX-SPREAD      PIC 9.9999.
003660 01  LTR-EXPIRY-LINE.
003670     05  FILLER                PIC X(22) VALUE
003680         "THIS QUOTE EXPIRES ON".
003690     05  LTR-EXPIRY-DATE       PIC X(10).
003700
003710 PROCEDURE DIVISION.
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE
003740         THRU 1000-EXIT.
003750     PERFORM 2000-QUOTE-ONE-REQUEST
003760         THRU 2000-EXIT
003770         UNTIL RQST-EOF.
003780     PERFORM 9000-TERMINATE
003790         THRU 9000-EXIT.
003800     GOBACK.
003810
003820****************************************************************
003830* 1000-INITIALIZE - BUSINESS DATE AND HOLIDAYS, OPEN FILES,    *
003840*                   LOAD THE RATE TABLES, AND PRIME THE FIRST  *
003845*                   REQUEST                                    *
003850****************************************************************
003860 1000-INITIALIZE.
003861     PERFORM 1050-READ-DATE-CONTROL
003862         THRU 1050-EXIT.
003863     CLOSE DATE-CONTROL.
003864     PERFORM 8100-LOAD-HOLIDAYS
003865         THRU 8100-EXIT.
003870     OPEN INPUT POFF-REQUEST.
003880     IF NOT RQST-FILE-FOUND
003890         DISPLAY "LOANPOFF: FATAL - REQUEST FILE NOT FOUND, "
003900             "STATUS " PO-RQST-STATUS ".  RUN ABORTED."
003910         MOVE 16 TO RETURN-CODE
003920         STOP RUN
003930     END-IF.
003940     OPEN INPUT LOAN-MASTER.
003950     IF NOT LOANMSTR-OPEN-OK
003960         DISPLAY "LOANPOFF: FATAL - LOAN-MASTER NOT FOUND, "
003970             "STATUS " PO-LOANMSTR-STATUS ".  RUN ABORTED."
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF.
004010     PERFORM 1075-LOAD-CURRENCY-TABLE
004020         THRU 1075-EXIT.
004030     PERFORM 1079-LOAD-RATE-INDEX-TABLE
004040         THRU 1079-EXIT.
004050     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
004060     ACCEPT RPT-RUN-TIME FROM TIME.
004070     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
004080     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
004090     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
004100     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
004110     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
004120     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
004130* THE QUOTE LOG'S BATCH ID IS "PQ" PLUS THE RUN DATE'S YYMMDD
004140     MOVE RPT-RUN-DATE-NUM    TO PO-BATCH-YYMMDD.
004150     PERFORM 1071-OPEN-AUDIT-DATA
004160         THRU 1071-EXIT.
004170     OPEN OUTPUT QUOTE-LETTER.
004180     OPEN OUTPUT POFF-REPORT.
004190     PERFORM 2100-READ-REQUEST
004200         THRU 2100-EXIT.
004210 1000-EXIT.
004220     EXIT.
004230
004231****************************************************************
004232* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
004233*                          SHOP'S DATE-CONTROL RECORD.  NO     *
004234*                          DATECTL, OR ONE WITHOUT A CURRENT   *
004235*                          BUSINESS DATE, ABORTS THE RUN - NO  *
004236*                          JOB GUESSES ITS OWN DATE            *
004237****************************************************************
004238 1050-READ-DATE-CONTROL.
004239     OPEN INPUT DATE-CONTROL.
004240     IF NOT DATECTL-FILE-FOUND
004241         DISPLAY "LOANPOFF: FATAL - DATECTL NOT FOUND, "
004242             "STATUS " PO-DATECTL-STATUS ".  RUN ABORTED."
004243         MOVE 16 TO RETURN-CODE
004244         STOP RUN
004245     END-IF.
004246     READ DATE-CONTROL
004247         AT END
004248             DISPLAY "LOANPOFF: FATAL - DATECTL IS EMPTY.  "
004249                 "RUN ABORTED."
004250             MOVE 16 TO RETURN-CODE
004251             STOP RUN
004252     END-READ.
004253     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
004254             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
004255         DISPLAY "LOANPOFF: FATAL - DATECTL BUSINESS DATE "
004256             "MISSING OR NOT NUMERIC.  RUN ABORTED."
004257         MOVE 16 TO RETURN-CODE
004258         STOP RUN
004259     END-IF.
004260     MOVE DC-CURRENT-BUS-DATE TO PO-BUS-DATE-NUM.
004261 1050-EXIT.
004262     EXIT.
004264****************************************************************
004266* 1071-OPEN-AUDIT-DATA - APPEND TO THE MACHINE-READABLE AUDIT  *
004268*                        FILE - NO HEADINGS, THE FILE IS       *
004270*                        MACHINE-READ                          *
004280****************************************************************
004290 1071-OPEN-AUDIT-DATA.
004300     OPEN INPUT AUDIT-DATA.
004310     IF AUDITDAT-FILE-FOUND
004320         CLOSE AUDIT-DATA
004330         OPEN EXTEND AUDIT-DATA
004340     ELSE
004350         OPEN OUTPUT AUDIT-DATA
004360     END-IF.
004370 1071-EXIT.
004380     EXIT.
004390
004400****************************************************************
004410* 1075-LOAD-CURRENCY-TABLE - READ THE CURRENCY/PRODUCT RATE    *
004420*                            PARAMETER FILE INTO AN IN-MEMORY  *
004430*                            TABLE ONCE, AT STARTUP            *
004440****************************************************************
004450 1075-LOAD-CURRENCY-TABLE.
004460     OPEN INPUT CURRENCY-TABLE.
004470     IF NOT CURRTAB-FILE-FOUND
004480*        NO DAY-COUNT BASIS MEANS NO INTEREST FIGURE CAN BE
004490*        QUOTED, SO THE RUN IS ABORTED RATHER THAN REFUSING
004500*        EVERY REQUEST ONE BY ONE
004510         DISPLAY "LOANPOFF: FATAL - CURRENCY-TABLE NOT FOUND, "
004520             "STATUS " PO-CURRTAB-STATUS ".  RUN ABORTED."
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     MOVE "N" TO PO-CURR-EOF-SW.
004570     PERFORM 1080-READ-CURRENCY-TABLE-RECORD
004580         THRU 1080-EXIT
004590         UNTIL CURR-TABLE-EOF.
004600     CLOSE CURRENCY-TABLE.
004610 1075-EXIT.
004620     EXIT.
004630
004640 1080-READ-CURRENCY-TABLE-RECORD.
004650     READ CURRENCY-TABLE
004660         AT END
004670             SET CURR-TABLE-EOF TO TRUE
004680             GO TO 1080-EXIT
004690     END-READ.
004700     IF CT-ENTRY-COUNT IS NOT LESS THAN CT-MAX-ENTRIES
004710         SET CURR-TABLE-EOF TO TRUE
004720         GO TO 1080-EXIT
004730     END-IF.
004740     IF CT-DAY-COUNT-BASIS IS NOT NUMERIC
004750             OR CT-DAY-COUNT-BASIS IS EQUAL TO ZERO
004760*        BAD PARAMETER RECORD - LEAVE THIS CURRENCY OUT OF THE
004770*        TABLE SO A QUOTE IN IT IS REFUSED RATHER THAN PRICED
004780*        ON A ZERO BASIS
004790         GO TO 1080-EXIT
004800     END-IF.
004810     ADD 1 TO CT-ENTRY-COUNT.
004820     SET CT-IDX TO CT-ENTRY-COUNT.
004830     MOVE CT-CURRENCY-CODE   TO CT-TBL-CURRENCY-CODE(CT-IDX).
004840     MOVE CT-DAY-COUNT-BASIS TO CT-TBL-DAY-COUNT-BASIS(CT-IDX).
004850     MOVE CT-ROUNDING-RULE   TO CT-TBL-ROUNDING-RULE(CT-IDX).
004860 1080-EXIT.
004870     EXIT.
004880
004890****************************************************************
004900* 1079-LOAD-RATE-INDEX-TABLE - READ THE EFFECTIVE-DATED RATE   *
004910*                              INDEX FILE INTO AN IN-MEMORY    *
004920*                              TABLE ONCE, AT STARTUP.  A      *
004930*                              MISSING FILE IS NOT FATAL - A   *
004940*                              FIXED-RATE QUOTE NEVER NEEDS    *
004950*                              ONE                             *
004960****************************************************************
004970 1079-LOAD-RATE-INDEX-TABLE.
004980     OPEN INPUT RATE-INDEX-FILE.
004990     IF NOT RATEIDX-FILE-FOUND
005000         GO TO 1079-EXIT
005010     END-IF.
005020     MOVE "N" TO PO-RATEIDX-EOF-SW.
005030     PERFORM 1081-READ-RATE-INDEX-RECORD
005040         THRU 1081-EXIT
005050         UNTIL RATE-INDEX-EOF.
005060     CLOSE RATE-INDEX-FILE.
005070 1079-EXIT.
005080     EXIT.
005090
005100 1081-READ-RATE-INDEX-RECORD.
005110     READ RATE-INDEX-FILE
005120         AT END
005130             SET RATE-INDEX-EOF TO TRUE
005140             GO TO 1081-EXIT
005150     END-READ.
005160     IF RX-ENTRY-COUNT IS NOT LESS THAN RX-MAX-ENTRIES
005170         SET RATE-INDEX-EOF TO TRUE
005180         GO TO 1081-EXIT
005190     END-IF.
005200     IF RX-EFFECTIVE-DATE IS NOT NUMERIC
005210             OR RX-EFFECTIVE-DATE IS EQUAL TO ZERO
005220             OR RX-RATE IS NOT NUMERIC
005230         GO TO 1081-EXIT
005240     END-IF.
005250     ADD 1 TO RX-ENTRY-COUNT.
005260     SET RX-IDX TO RX-ENTRY-COUNT.
005270     MOVE RX-INDEX-CODE     TO RX-TBL-INDEX-CODE(RX-IDX).
005280     MOVE RX-EFFECTIVE-DATE TO RX-TBL-EFFECTIVE-DATE(RX-IDX).
005290     MOVE RX-RATE           TO RX-TBL-RATE(RX-IDX).
005300 1081-EXIT.
005310     EXIT.
005320
005330****************************************************************
005340* 2000-QUOTE-ONE-REQUEST - EDIT ONE REQUEST, FIGURE THE        *
005350*                          PAYOFF, PRINT THE LETTER, AND LOG   *
005360*                          THE QUOTE                           *
005370****************************************************************
005380 2000-QUOTE-ONE-REQUEST.
005390     ADD 1 TO PO-REQUESTS-READ.
005400     SET QUOTE-VALID TO TRUE.
005410     MOVE SPACES TO PO-REASON-TEXT.
005420     MOVE SPACES TO PO-HDR-CURRENCY.
005430     PERFORM 2150-EDIT-REQUEST
005440         THRU 2150-EXIT.
005450     IF QUOTE-VALID
005460         PERFORM 2200-READ-LOAN-HEADER
005470             THRU 2200-EXIT
005480     END-IF.
005490     IF QUOTE-VALID
005500         PERFORM 2250-RESOLVE-QUOTE-RATE
005510             THRU 2250-EXIT
005520     END-IF.
005530     IF QUOTE-VALID
005540         PERFORM 2300-WALK-SCHEDULE
005550             THRU 2300-EXIT
005560     END-IF.
005570     IF QUOTE-INVALID
005580         PERFORM 2800-LIST-REFUSED-QUOTE
005590             THRU 2800-EXIT
005600         GO TO 2000-READ-NEXT
005610     END-IF.
005620     PERFORM 2400-FIGURE-PAYOFF
005630         THRU 2400-EXIT.
005640     PERFORM 2500-PRINT-QUOTE-LETTER
005650         THRU 2500-EXIT.
005660     PERFORM 2600-LOG-QUOTE
005670         THRU 2600-EXIT.
005680     PERFORM 2750-LIST-ISSUED-QUOTE
005690         THRU 2750-EXIT.
005700     ADD 1 TO PO-QUOTES-ISSUED.
005710 2000-READ-NEXT.
005720     PERFORM 2100-READ-REQUEST
005730         THRU 2100-EXIT.
005740 2000-EXIT.
005750     EXIT.
005760
005770****************************************************************
005780* 2100-READ-REQUEST - READ THE NEXT PAYOFF REQUEST             *
005790****************************************************************
005800 2100-READ-REQUEST.
005810     READ POFF-REQUEST
005820         AT END
005830             SET RQST-EOF TO TRUE
005840     END-READ.
005850 2100-EXIT.
005860     EXIT.
005870
005880****************************************************************
005890* 2150-EDIT-REQUEST - THE PAYOFF DATE MUST BE A REAL DATE NO   *
005900*                     EARLIER THAN TODAY                       *
005910****************************************************************
005920 2150-EDIT-REQUEST.
005930     IF PR-LOAN-ID IS NOT NUMERIC
005940             OR PR-LOAN-ID IS EQUAL TO ZERO
005950         MOVE "LOAN ID MISSING OR NOT NUMERIC" TO PO-REASON-TEXT
005960         GO TO 2150-REJECT
005970     END-IF.
005980     IF PR-PAYOFF-DATE IS NOT NUMERIC
005990         MOVE "PAYOFF DATE MISSING OR NOT NUMERIC"
006000             TO PO-REASON-TEXT
006010         GO TO 2150-REJECT
006020     END-IF.
006030     MOVE PR-PAYOFF-DATE TO PO-PAYOFF-DATE-NUM.
006040     IF PO-PAYOFF-MONTH IS LESS THAN 1
006050             OR PO-PAYOFF-MONTH IS GREATER THAN 12
006060             OR PO-PAYOFF-DAY IS LESS THAN 1
006070             OR PO-PAYOFF-DAY IS GREATER THAN 31
006080         MOVE "PAYOFF DATE IS NOT A VALID DATE" TO PO-REASON-TEXT
006090         GO TO 2150-REJECT
006100     END-IF.
006101     MOVE PO-PAYOFF-YEAR  TO PO-ML-YEAR.
006102     MOVE PO-PAYOFF-MONTH TO PO-ML-MONTH.
006103     PERFORM 8120-SET-MONTH-LENGTH
006104         THRU 8120-EXIT.
006105     IF PO-PAYOFF-DAY IS GREATER THAN PO-ML-DAYS
006106         MOVE "PAYOFF DATE IS NOT A VALID DATE" TO PO-REASON-TEXT
006107         GO TO 2150-REJECT
006108     END-IF.
006110     IF PO-PAYOFF-DATE-NUM IS LESS THAN PO-BUS-DATE-NUM
006120         MOVE "PAYOFF DATE IS IN THE PAST" TO PO-REASON-TEXT
006130         GO TO 2150-REJECT
006140     END-IF.
006150     GO TO 2150-EXIT.
006160 2150-REJECT.
006170     SET QUOTE-INVALID TO TRUE.
006180 2150-EXIT.
006190     EXIT.
006200
006210****************************************************************
006220* 2200-READ-LOAN-HEADER - THE HEADER CARRIES THE RATE, THE     *
006230*                         CURRENCY, AND THE BOOKING DATE THE   *
006240*                         DUE DATES RUN FROM - NO QUOTE CAN    *
006250*                         BE GIVEN WITHOUT ONE                 *
006260****************************************************************
006270 2200-READ-LOAN-HEADER.
006280     MOVE PR-LOAN-ID TO LM-LOAN-ID.
006290     MOVE ZERO       TO LM-PERIOD-NO.
006300     READ LOAN-MASTER
006310         KEY IS LM-KEY
006320         INVALID KEY
006330             MOVE "NOT ON LOAN-MASTER OR NO TERMS HEADER"
006340                 TO PO-REASON-TEXT
006350             SET QUOTE-INVALID TO TRUE
006360             GO TO 2200-EXIT
006370     END-READ.
006380     MOVE LM-HDR-INTEREST-RATE  TO PO-HDR-RATE.
006390     MOVE LM-HDR-CURRENCY-CODE  TO PO-HDR-CURRENCY.
006400     MOVE LM-HDR-GL-ACCOUNT     TO PO-HDR-GL-ACCOUNT.
006410     MOVE LM-HDR-RATE-INDEX     TO PO-HDR-RATE-INDEX.
006420     MOVE LM-HDR-RATE-SPREAD    TO PO-HDR-RATE-SPREAD.
006430     MOVE LM-HDR-UNAPPLIED-CASH TO PO-HDR-HELD-CASH.
006440     IF LM-HDR-NO-OF-PERIODS IS NUMERIC
006450         MOVE LM-HDR-NO-OF-PERIODS TO PO-HDR-PERIODS
006460     ELSE
006470         MOVE ZERO                 TO PO-HDR-PERIODS
006480     END-IF.
006490     IF PO-HDR-PERIODS IS GREATER THAN ZERO
006500         MOVE PO-HDR-PERIODS TO PO-WALK-LIMIT
006510     ELSE
006520         MOVE PO-MAX-PERIODS TO PO-WALK-LIMIT
006530     END-IF.
006540* THE ACTIVITY DATE IS ONLY A FALLBACK FOR HEADERS THAT
006550* PREDATE THE BOOKING-DATE FIELD
006560     IF LM-HDR-BOOK-DATE IS NUMERIC
006570             AND LM-HDR-BOOK-DATE IS GREATER THAN ZERO
006580         MOVE LM-HDR-BOOK-DATE      TO PO-BOOK-DATE-NUM
006590     ELSE
006600         IF LM-LAST-ACTIVITY-DATE IS NUMERIC
006610                 AND LM-LAST-ACTIVITY-DATE IS GREATER THAN ZERO
006620             MOVE LM-LAST-ACTIVITY-DATE TO PO-BOOK-DATE-NUM
006630         ELSE
006640             MOVE "NO BOOKING DATE - DUE DATES UNKNOWN"
006650                 TO PO-REASON-TEXT
006660             SET QUOTE-INVALID TO TRUE
006670             GO TO 2200-EXIT
006680         END-IF
006690     END-IF.
006700     IF PO-PAYOFF-DATE-NUM IS LESS THAN PO-BOOK-DATE-NUM
006710         MOVE "PAYOFF DATE BEFORE THE BOOKING DATE"
006720             TO PO-REASON-TEXT
006730         SET QUOTE-INVALID TO TRUE
006740     END-IF.
006750 2200-EXIT.
006760     EXIT.
006770
006780****************************************************************
006790* 2250-RESOLVE-QUOTE-RATE - FIND THE CURRENCY'S BASIS AND THE  *
006800*                           RATE TO ACCRUE AT, AND RESTATE THE *
006810*                           RATE ONTO THAT BASIS THE WAY THE   *
006820*                           BATCH DOES.  A FLOATING LOAN TAKES *
006830*                           THE INDEX QUOTE IN FORCE ON THE    *
006840*                           PAYOFF DATE PLUS ITS SPREAD        *
006850****************************************************************
006860 2250-RESOLVE-QUOTE-RATE.
006870     MOVE "N" TO PO-CURR-FOUND-SW.
006880     PERFORM 2255-SEARCH-ONE-CURRENCY-ENTRY
006890         THRU 2255-EXIT
006900         VARYING CT-IDX FROM 1 BY 1
006910         UNTIL CT-IDX IS GREATER THAN CT-ENTRY-COUNT
006920         OR CURR-FOUND.
006930     IF NOT CURR-FOUND
006940         MOVE "NO CURRTAB ENTRY FOR THE LOAN CURRENCY"
006950             TO PO-REASON-TEXT
006960         SET QUOTE-INVALID TO TRUE
006970         GO TO 2250-EXIT
006980     END-IF.
006990     MOVE "N" TO PO-FLOATING-SW.
007000     IF PO-HDR-RATE-INDEX IS EQUAL TO SPACES
007010         MOVE PO-HDR-RATE TO PO-QUOTE-RATE
007020     ELSE
007030         SET LOAN-IS-FLOATING TO TRUE
007040         MOVE "N"  TO PO-INDEX-FOUND-SW
007050         MOVE ZERO TO PO-BEST-DATE
007060         PERFORM 2260-TEST-ONE-INDEX-ENTRY
007070             THRU 2260-EXIT
007080             VARYING RX-IDX FROM 1 BY 1
007090             UNTIL RX-IDX IS GREATER THAN RX-ENTRY-COUNT
007100         IF NOT INDEX-RATE-FOUND
007110             MOVE "NO RATE INDEX QUOTE IN FORCE AT PAYOFF"
007120                 TO PO-REASON-TEXT
007130             SET QUOTE-INVALID TO TRUE
007140             GO TO 2250-EXIT
007150         END-IF
007160         COMPUTE PO-QUOTE-RATE =
007170               PO-RESOLVED-RATE + PO-HDR-RATE-SPREAD
007180     END-IF.
007190     COMPUTE PO-RATE-NUMERATOR =
007200           PO-QUOTE-RATE * CURR-DAY-COUNT-BASIS.
007210     COMPUTE PO-PERIOD-RATE = PO-RATE-NUMERATOR / 360.
007220 2250-EXIT.
007230     EXIT.
007240
007250 2255-SEARCH-ONE-CURRENCY-ENTRY.
007260     IF CT-TBL-CURRENCY-CODE(CT-IDX) IS EQUAL TO PO-HDR-CURRENCY
007270         MOVE CT-TBL-DAY-COUNT-BASIS(CT-IDX)
007280             TO CURR-DAY-COUNT-BASIS
007290         MOVE CT-TBL-ROUNDING-RULE(CT-IDX)
007300             TO CURR-ROUNDING-RULE
007310         SET CURR-FOUND TO TRUE
007320     END-IF.
007330 2255-EXIT.
007340     EXIT.
007350
007360 2260-TEST-ONE-INDEX-ENTRY.
007370     IF RX-TBL-INDEX-CODE(RX-IDX) IS EQUAL TO PO-HDR-RATE-INDEX
007380             AND RX-TBL-EFFECTIVE-DATE(RX-IDX)
007390                 IS NOT GREATER THAN PO-PAYOFF-DATE-NUM
007400             AND RX-TBL-EFFECTIVE-DATE(RX-IDX)
007410                 IS NOT LESS THAN PO-BEST-DATE
007420         MOVE RX-TBL-EFFECTIVE-DATE(RX-IDX) TO PO-BEST-DATE
007430         MOVE RX-TBL-RATE(RX-IDX)           TO PO-RESOLVED-RATE
007440         SET INDEX-RATE-FOUND TO TRUE
007450     END-IF.
007460 2260-EXIT.
007470     EXIT.
007480
007490****************************************************************
007500* 2300-WALK-SCHEDULE - READ THE STORED PERIODS IN ORDER UP TO  *
007510*                      THE FIRST ONE DUE AFTER THE PAYOFF      *
007520*                      DATE.  THE LAST PERIOD DUE ON OR        *
007530*                      BEFORE THE PAYOFF DATE GIVES THE        *
007540*                      PRINCIPAL STILL OWED AND THE DATE       *
007550*                      INTEREST RUNS FROM; EVERY PERIOD UP     *
007560*                      TO IT THAT IS NOT FULLY PAID IS STILL   *
007570*                      OWED IN FULL.  A CURTAILMENT TAKEN      *
007571*                      AHEAD OF A PERIOD NOT YET DUE HAS       *
007572*                      ALREADY COME OFF THAT PRINCIPAL         *
007580****************************************************************
007590 2300-WALK-SCHEDULE.
007600     MOVE ZERO TO PO-LAST-DUE-PERIOD.
007610     MOVE ZERO TO PO-PRINCIPAL.
007620     MOVE ZERO TO PO-PAST-DUE.
007630     MOVE ZERO TO PO-EXPIRY-DATE.
007640     MOVE "N"  TO PO-WALK-DONE-SW.
007650     MOVE "N"  TO PO-NEXT-DUE-SW.
007660     MOVE "N"  TO PO-SPLIT-SW.
007670     MOVE PO-BOOK-DATE-NUM TO PO-ACCRUE-FROM-NUM.
007680     PERFORM 2310-WALK-ONE-PERIOD
007690         THRU 2310-EXIT
007700         VARYING PO-PERIOD FROM 1 BY 1
007710         UNTIL PO-PERIOD IS GREATER THAN PO-WALK-LIMIT
007720         OR SCHEDULE-WALK-DONE.
007730     IF NOT SCHEDULE-HAS-SPLIT
007740* A PV/FV BOOKING STORES NO PRINCIPAL OR BALANCE - A PAYOFF
007750* CANNOT BE FIGURED FROM ITS FLOWS AND IS NOT GUESSED AT
007760         MOVE "NO AMORTIZATION SPLIT - QUOTE BY HAND"
007770             TO PO-REASON-TEXT
007780         SET QUOTE-INVALID TO TRUE
007790         GO TO 2300-EXIT
007800     END-IF.
007801     IF NEXT-DUE-FOUND
007802         MOVE "N" TO PO-CURTAIL-DONE-SW
007803         PERFORM 2340-NET-LATER-CURTAILMENT
007804             THRU 2340-EXIT
007805             VARYING PO-PERIOD FROM PO-LATER-PERIOD BY 1
007806             UNTIL PO-PERIOD IS GREATER THAN PO-WALK-LIMIT
007807             OR LATER-CURTAIL-DONE
007808         IF PO-PRINCIPAL IS LESS THAN ZERO
007809             MOVE ZERO TO PO-PRINCIPAL
007810         END-IF
007813     END-IF.
007816     IF NOT NEXT-DUE-FOUND
007820* PAYOFF ON OR AFTER MATURITY - NO NEW INSTALLMENT WILL FALL
007830* DUE, SO THE QUOTE RUNS A MONTH PAST THE PAYOFF DATE
007840         MOVE PO-PAYOFF-DATE-NUM TO PO-DATE-WORK-NUM
007850         PERFORM 2330-ADD-ONE-MONTH
007860             THRU 2330-EXIT
007870         MOVE PO-DATE-WORK-NUM   TO PO-EXPIRY-DATE
007880     END-IF.
007890 2300-EXIT.
007900     EXIT.
007910
007920 2310-WALK-ONE-PERIOD.
007930     PERFORM 2320-COMPUTE-DUE-DATE
007940         THRU 2320-EXIT.
007950     MOVE PR-LOAN-ID TO LM-LOAN-ID.
007960     MOVE PO-PERIOD  TO LM-PERIOD-NO.
007970     READ LOAN-MASTER
007980         KEY IS LM-KEY
007990         INVALID KEY
008000* END OF THE STORED SCHEDULE
008010             SET SCHEDULE-WALK-DONE TO TRUE
008020             GO TO 2310-EXIT
008030     END-READ.
008040     IF PO-PERIOD IS EQUAL TO 1
008050         IF LM-PRINCIPAL-PORTION IS NOT EQUAL TO ZERO
008060                 OR LM-BALANCE-REMAINING IS NOT EQUAL TO ZERO
008070             SET SCHEDULE-HAS-SPLIT TO TRUE
008080* BEFORE THE FIRST DUE DATE THE WHOLE ORIGINAL PRINCIPAL IS
008090* OWED
008100             COMPUTE PO-PRINCIPAL =
008110                   LM-BALANCE-REMAINING + LM-PRINCIPAL-PORTION
008120         END-IF
008130     END-IF.
008140     IF PO-DUE-DATE-NUM IS GREATER THAN PO-PAYOFF-DATE-NUM
008150* THE NEXT INSTALLMENT CHANGES THE FIGURES - THE QUOTE
008160* EXPIRES WHEN IT FALLS DUE
008170         SET NEXT-DUE-FOUND TO TRUE
008180         MOVE PO-DUE-DATE-NUM TO PO-EXPIRY-DATE
008185         COMPUTE PO-LATER-PERIOD = PO-PERIOD + 1
008186* ITS CURTAILMENT WAS TAKEN AHEAD OF IT, SO IT IS NO LONGER
008187* OWED - PERIOD 1'S OPENING BALANCE ABOVE ALREADY NETS ITS OWN
008188         IF PO-PERIOD IS GREATER THAN 1
008189             SUBTRACT LM-CURTAIL-AMOUNT FROM PO-PRINCIPAL
008190         END-IF
008195         SET SCHEDULE-WALK-DONE TO TRUE
008200         GO TO 2310-EXIT
008210     END-IF.
008220     MOVE PO-PERIOD            TO PO-LAST-DUE-PERIOD.
008230     MOVE PO-DUE-DATE-NUM      TO PO-ACCRUE-FROM-NUM.
008240     MOVE LM-BALANCE-REMAINING TO PO-PRINCIPAL.
008250     IF LM-AMOUNT IS GREATER THAN ZERO
008260             AND NOT LM-FULLY-PAID
008270         COMPUTE PO-UNPAID-AMOUNT = LM-AMOUNT - LM-PAID-AMOUNT
008280         IF PO-UNPAID-AMOUNT IS GREATER THAN ZERO
008290             ADD PO-UNPAID-AMOUNT TO PO-PAST-DUE
008300         END-IF
008310     END-IF.
008320 2310-EXIT.
008330     EXIT.
008340
008350****************************************************************
008360* 2320-COMPUTE-DUE-DATE - PERIOD PO-PERIOD FALLS DUE THAT MANY *
008370*                         MONTHS AFTER THE BOOKING DATE ON THE *
008380*                         SHOP'S DUE-DATE RULE, IN THE LOAN'S  *
008385*                         CURRENCY                             *
008390****************************************************************
008400 2320-COMPUTE-DUE-DATE.
008410     MOVE PO-BOOK-DATE-NUM TO PO-CAL-BOOK-DATE-NUM.
008420     MOVE PO-PERIOD        TO PO-CAL-PERIOD.
008430     MOVE PO-HDR-CURRENCY  TO PO-CAL-CURRENCY.
008440     PERFORM 8110-SET-DUE-DATE
008450         THRU 8110-EXIT.
008500     MOVE PO-CAL-DATE-NUM  TO PO-DUE-DATE-NUM.
008510 2320-EXIT.
008520     EXIT.
008530
008540 2330-ADD-ONE-MONTH.
008550     ADD 1 TO PO-WORK-MONTH.
008560     IF PO-WORK-MONTH IS GREATER THAN 12
008570         MOVE 1 TO PO-WORK-MONTH
008580         ADD 1 TO PO-WORK-YEAR
008590     END-IF.
008591* THE DAY CUTS BACK TO THE MONTH'S LAST DAY WHEN THE NEW MONTH
008592* IS SHORTER, AS 8110 DOES FOR A DUE DATE
008593     MOVE PO-WORK-YEAR  TO PO-ML-YEAR.
008594     MOVE PO-WORK-MONTH TO PO-ML-MONTH.
008595     PERFORM 8120-SET-MONTH-LENGTH
008596         THRU 8120-EXIT.
008597     IF PO-WORK-DAY IS GREATER THAN PO-ML-DAYS
008598         MOVE PO-ML-DAYS TO PO-WORK-DAY
008599     END-IF.
008600 2330-EXIT.
008610     EXIT.
008620
008621****************************************************************
008622* 2340-NET-LATER-CURTAILMENT - EVERY STORED PERIOD AFTER THE   *
008623*                              NEXT ONE DUE GIVES UP ANY        *
008624*                              CURTAILMENT TAKEN AHEAD OF IT    *
008625****************************************************************
008626 2340-NET-LATER-CURTAILMENT.
008627     MOVE PR-LOAN-ID TO LM-LOAN-ID.
008628     MOVE PO-PERIOD  TO LM-PERIOD-NO.
008629     READ LOAN-MASTER
008630         KEY IS LM-KEY
008631         INVALID KEY
008632* END OF THE STORED SCHEDULE
008633             SET LATER-CURTAIL-DONE TO TRUE
008634             GO TO 2340-EXIT
008635     END-READ.
008636     SUBTRACT LM-CURTAIL-AMOUNT FROM PO-PRINCIPAL.
008637 2340-EXIT.
008638     EXIT.
008639
008640****************************************************************
008645* 2400-FIGURE-PAYOFF - INTEREST ON THE OUTSTANDING PRINCIPAL   *
008650*                      FROM THE LAST DUE DATE TO THE PAYOFF    *
008660*                      DATE, THE PER-DIEM, AND THE TOTAL, EACH *
008670*                      ROUNDED BY THE CURRENCY'S RULE          *
008680****************************************************************
008690 2400-FIGURE-PAYOFF.
008700     MOVE PO-FROM-DAY TO PO-DAY-OF-MONTH.
008710     IF PO-DAY-OF-MONTH IS GREATER THAN 30
008720         MOVE 30 TO PO-DAY-OF-MONTH
008730     END-IF.
008740     COMPUTE PO-FROM-DAY-NO =
008750           (PO-FROM-YEAR * 360)
008760           + ((PO-FROM-MONTH - 1) * 30)
008770           + PO-DAY-OF-MONTH.
008780     MOVE PO-PAYOFF-DAY TO PO-DAY-OF-MONTH.
008790     IF PO-DAY-OF-MONTH IS GREATER THAN 30
008800         MOVE 30 TO PO-DAY-OF-MONTH
008810     END-IF.
008820     COMPUTE PO-PAYOFF-DAY-NO =
008830           (PO-PAYOFF-YEAR * 360)
008840           + ((PO-PAYOFF-MONTH - 1) * 30)
008850           + PO-DAY-OF-MONTH.
008860     COMPUTE PO-ACCRUAL-DAYS = PO-PAYOFF-DAY-NO - PO-FROM-DAY-NO.
008870     IF PO-ACCRUAL-DAYS IS LESS THAN ZERO
008880         MOVE ZERO TO PO-ACCRUAL-DAYS
008890     END-IF.
008900     COMPUTE PO-PER-DIEM-RAW =
008910           PO-PRINCIPAL * PO-PERIOD-RATE / 30.
008920     COMPUTE PO-INTEREST-RAW =
008930           PO-PRINCIPAL * PO-PERIOD-RATE * PO-ACCRUAL-DAYS / 30.
008940     EVALUATE CURR-ROUNDING-RULE
008950         WHEN "N"
008960             COMPUTE PO-PER-DIEM ROUNDED = PO-PER-DIEM-RAW
008970             COMPUTE PO-INTEREST ROUNDED = PO-INTEREST-RAW
008980         WHEN OTHER
008990             COMPUTE PO-PER-DIEM = PO-PER-DIEM-RAW
009000             COMPUTE PO-INTEREST = PO-INTEREST-RAW
009010     END-EVALUATE.
009020     COMPUTE PO-PAYOFF-TOTAL =
009030           PO-PRINCIPAL + PO-PAST-DUE + PO-INTEREST
009040           - PO-HDR-HELD-CASH.
009050     IF PO-PAYOFF-TOTAL IS LESS THAN ZERO
009060         MOVE ZERO TO PO-PAYOFF-TOTAL
009070     END-IF.
009080 2400-EXIT.
009090     EXIT.
009100
009110****************************************************************
009120* 2500-PRINT-QUOTE-LETTER - ONE PAGE PER QUOTE, READY TO MAIL  *
009130*                           OR FAX TO THE BORROWER OR THEIR    *
009140*                           ATTORNEY                           *
009150****************************************************************
009160 2500-PRINT-QUOTE-LETTER.
009170     ADD 1 TO LTR-LETTER-COUNT.
009180     IF LTR-LETTER-COUNT IS GREATER THAN 1
009190         WRITE QUOTE-LETTER-LINE FROM SPACES
009200         BEFORE ADVANCING PAGE
009210     END-IF.
009220     WRITE QUOTE-LETTER-LINE FROM LTR-TITLE-LINE.
009230     WRITE QUOTE-LETTER-LINE FROM SPACES.
009240     MOVE RPT-RUN-DATE-OUT TO LTR-QUOTE-DATE.
009250     WRITE QUOTE-LETTER-LINE FROM LTR-DATE-LINE.
009260     MOVE PR-LOAN-ID       TO LTR-LOAN-ID.
009270     MOVE PO-HDR-CURRENCY  TO LTR-CURRENCY.
009280     WRITE QUOTE-LETTER-LINE FROM LTR-LOAN-LINE.
009290     MOVE PO-PAYOFF-DATE-NUM TO PO-DATE-WORK-NUM.
009300     PERFORM 2590-EDIT-DATE
009310         THRU 2590-EXIT.
009320     MOVE PO-DATE-EDIT     TO LTR-PAYOFF-DATE.
009330     WRITE QUOTE-LETTER-LINE FROM LTR-PAYOFF-DATE-LINE.
009340     WRITE QUOTE-LETTER-LINE FROM SPACES.
009350     MOVE "TO PAY THIS LOAN IN FULL ON THE PAYOFF DATE:"
009360         TO LTR-TEXT-LINE.
009370     WRITE QUOTE-LETTER-LINE FROM LTR-TEXT-LINE.
009380     WRITE QUOTE-LETTER-LINE FROM SPACES.
009390     MOVE "PRINCIPAL OUTSTANDING"      TO LTR-AMT-LABEL.
009400     MOVE PO-PRINCIPAL                 TO LTR-AMT-VALUE.
009410     WRITE QUOTE-LETTER-LINE FROM LTR-AMOUNT-LINE.
009420     IF PO-PAST-DUE IS GREATER THAN ZERO
009430         MOVE "INSTALLMENTS DUE AND UNPAID" TO LTR-AMT-LABEL
009440         MOVE PO-PAST-DUE                   TO LTR-AMT-VALUE
009450         WRITE QUOTE-LETTER-LINE FROM LTR-AMOUNT-LINE
009460     END-IF.
009470     MOVE PO-ACCRUE-FROM-NUM TO PO-DATE-WORK-NUM.
009480     PERFORM 2590-EDIT-DATE
009490         THRU 2590-EXIT.
009500     MOVE PO-DATE-EDIT       TO LTR-INT-FROM.
009510     MOVE LTR-PAYOFF-DATE    TO LTR-INT-TO.
009520     MOVE PO-ACCRUAL-DAYS    TO LTR-INT-DAYS.
009530     MOVE LTR-INTEREST-LABEL TO LTR-AMT-LABEL.
009540     MOVE PO-INTEREST        TO LTR-AMT-VALUE.
009550     WRITE QUOTE-LETTER-LINE FROM LTR-AMOUNT-LINE.
009560     IF PO-HDR-HELD-CASH IS GREATER THAN ZERO
009570         MOVE "LESS FUNDS HELD UNAPPLIED" TO LTR-AMT-LABEL
009580         COMPUTE LTR-AMT-VALUE = ZERO - PO-HDR-HELD-CASH
009590         WRITE QUOTE-LETTER-LINE FROM LTR-AMOUNT-LINE
009600     END-IF.
009610     WRITE QUOTE-LETTER-LINE FROM SPACES.
009620     MOVE "TOTAL AMOUNT TO PAY OFF"    TO LTR-AMT-LABEL.
009630     MOVE PO-PAYOFF-TOTAL              TO LTR-AMT-VALUE.
009640     WRITE QUOTE-LETTER-LINE FROM LTR-AMOUNT-LINE.
009650     MOVE "ADD PER DAY FOR EACH DAY AFTER THE PAYOFF DATE"
009660         TO LTR-AMT-LABEL.
009670     MOVE PO-PER-DIEM                  TO LTR-AMT-VALUE.
009680     WRITE QUOTE-LETTER-LINE FROM LTR-AMOUNT-LINE.
009690     WRITE QUOTE-LETTER-LINE FROM SPACES.
009700     MOVE PO-QUOTE-RATE         TO LTR-RATE.
009710     MOVE CURR-DAY-COUNT-BASIS  TO LTR-BASIS.
009720     WRITE QUOTE-LETTER-LINE FROM LTR-RATE-LINE.
009730     IF LOAN-IS-FLOATING
009740         MOVE PO-HDR-RATE-INDEX  TO LTR-INDEX-CODE
009750         MOVE PO-RESOLVED-RATE   TO LTR-INDEX-RATE
009760         MOVE PO-HDR-RATE-SPREAD TO LTR-INDEX-SPREAD
009770         WRITE QUOTE-LETTER-LINE FROM LTR-INDEX-LINE
009780     END-IF.
009790     WRITE QUOTE-LETTER-LINE FROM SPACES.
009800     MOVE PO-EXPIRY-DATE TO PO-DATE-WORK-NUM.
009810     PERFORM 2590-EDIT-DATE
009820         THRU 2590-EXIT.
009830     MOVE PO-DATE-EDIT   TO LTR-EXPIRY-DATE.
009840     WRITE QUOTE-LETTER-LINE FROM LTR-EXPIRY-LINE.
009850     MOVE "FUNDS RECEIVED ON OR AFTER THAT DATE NEED A NEW QUOTE."
009860         TO LTR-TEXT-LINE.
009870     WRITE QUOTE-LETTER-LINE FROM LTR-TEXT-LINE.
009880 2500-EXIT.
009890     EXIT.
009900
009910 2590-EDIT-DATE.
009920     MOVE PO-WORK-YEAR  TO PO-EDIT-YEAR.
009930     MOVE PO-WORK-MONTH TO PO-EDIT-MONTH.
009940     MOVE PO-WORK-DAY   TO PO-EDIT-DAY.
009950 2590-EXIT.
009960     EXIT.
009970
009980****************************************************************
009990* 2600-LOG-QUOTE - ONE AUDITFIL RECORD PER QUOTE ISSUED SO THE *
010000*                  FIGURE GIVEN OUT CAN BE PROVED LATER.  THE  *
010010*                  BEFORE AMOUNT IS THE PRINCIPAL, THE AFTER   *
010020*                  AMOUNT THE PAYOFF TOTAL                     *
010030****************************************************************
010040 2600-LOG-QUOTE.
010050     MOVE RPT-RUN-DATE-NUM    TO AD-RUN-DATE.
010060     MOVE RPT-RUN-TIME-HHMMSS TO AD-RUN-TIME.
010070     MOVE "LOANPOFF"          TO AD-PROGRAM.
010080     MOVE PO-BATCH-ID         TO AD-BATCH-ID.
010090     MOVE PR-LOAN-ID          TO AD-LOAN-ID.
010100     MOVE PO-LAST-DUE-PERIOD  TO AD-PERIOD-NO.
010110     MOVE "PAYOFF"            TO AD-ACTION.
010120     MOVE PO-PRINCIPAL        TO AD-BEFORE-AMOUNT.
010130     MOVE PO-PAYOFF-TOTAL     TO AD-AFTER-AMOUNT.
010140     MOVE PO-PAYOFF-DATE-NUM  TO PO-ADR-PAYOFF-DATE.
010150     MOVE PO-EXPIRY-DATE      TO PO-ADR-EXPIRY-DATE.
010153     MOVE PO-ADR-QUOTE-REASON TO AD-REASON.
010156     MOVE SPACES              TO AD-MAKER-ID.
010160     MOVE SPACES              TO AD-CHECKER-ID.
010170     WRITE AUDIT-DATA-RECORD.
010180 2600-EXIT.
010190     EXIT.
010200
010210****************************************************************
010220* 2750-LIST-ISSUED-QUOTE - ONE CONTROL LINE PER QUOTE ISSUED   *
010230****************************************************************
010240 2750-LIST-ISSUED-QUOTE.
010250     MOVE PR-LOAN-ID       TO RPT-DET-LOAN-ID.
010260     MOVE LTR-PAYOFF-DATE  TO RPT-DET-PAYOFF-DATE.
010270     MOVE PO-HDR-CURRENCY  TO RPT-DET-CURRENCY.
010280     MOVE PO-PAYOFF-TOTAL  TO RPT-DET-TOTAL.
010290     MOVE PO-PER-DIEM      TO RPT-DET-PER-DIEM.
010300     MOVE LTR-EXPIRY-DATE  TO RPT-DET-EXPIRY.
010310     MOVE "QUOTE ISSUED"   TO RPT-DET-REMARKS.
010320     PERFORM 2700-WRITE-REPORT-LINE
010330         THRU 2700-EXIT.
010340 2750-EXIT.
010350     EXIT.
010360
010370****************************************************************
010380* 2800-LIST-REFUSED-QUOTE - A REQUEST NO QUOTE CAN BE GIVEN    *
010390*                           FOR IS LISTED WITH THE REASON AND  *
010400*                           NOTHING IS LOGGED                  *
010410****************************************************************
010420 2800-LIST-REFUSED-QUOTE.
010430     ADD 1 TO PO-QUOTES-REFUSED.
010440     MOVE PR-LOAN-ID       TO RPT-DET-LOAN-ID.
010450     MOVE PR-PAYOFF-DATE   TO RPT-DET-PAYOFF-DATE.
010460     MOVE PO-HDR-CURRENCY  TO RPT-DET-CURRENCY.
010470     MOVE ZERO             TO RPT-DET-TOTAL.
010480     MOVE ZERO             TO RPT-DET-PER-DIEM.
010490     MOVE SPACES           TO RPT-DET-EXPIRY.
010500     MOVE PO-REASON-TEXT   TO RPT-DET-REMARKS.
010510     PERFORM 2700-WRITE-REPORT-LINE
010520         THRU 2700-EXIT.
010530 2800-EXIT.
010540     EXIT.
010550
010560****************************************************************
010570* 2700-WRITE-REPORT-LINE - ONE CONTROL LINE, HEADING A NEW     *
010580*                          PAGE IF NEEDED FIRST                *
010590****************************************************************
010600 2700-WRITE-REPORT-LINE.
010610     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
010620         PERFORM 2710-WRITE-REPORT-HEADINGS
010630             THRU 2710-EXIT
010640     END-IF.
010650     WRITE POFF-REPORT-LINE FROM RPT-DETAIL-LINE.
010660     ADD 1 TO RPT-LINE-COUNT.
010670 2700-EXIT.
010680     EXIT.
010690
010700****************************************************************
010710* 2710-WRITE-REPORT-HEADINGS - START A NEW CONTROL REPORT PAGE *
010720****************************************************************
010730 2710-WRITE-REPORT-HEADINGS.
010740     ADD 1 TO RPT-PAGE-COUNT.
010750     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
010760     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
010770     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
010780     IF RPT-PAGE-COUNT IS GREATER THAN 1
010790         WRITE POFF-REPORT-LINE FROM SPACES
010800         BEFORE ADVANCING PAGE
010810     END-IF.
010820     WRITE POFF-REPORT-LINE FROM RPT-HEADING-1.
010830     WRITE POFF-REPORT-LINE FROM RPT-HEADING-2.
010840     WRITE POFF-REPORT-LINE FROM SPACES.
010850     WRITE POFF-REPORT-LINE FROM RPT-COLUMN-HEADING.
010860     MOVE ZERO TO RPT-LINE-COUNT.
010870 2710-EXIT.
010880     EXIT.
010890
010891****************************************************************
010892* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
010893*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
010894*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
010895*                      WEEKENDS ARE CLOSED                     *
010896****************************************************************
010897 8100-LOAD-HOLIDAYS.
010898     OPEN INPUT HOLIDAY-CALENDAR.
010899     IF NOT HOLCAL-FILE-FOUND
010900         GO TO 8100-EXIT
010901     END-IF.
010902     MOVE "N" TO PO-HOL-EOF-SW.
010903     PERFORM 8105-READ-HOLIDAY-RECORD
010904         THRU 8105-EXIT
010905         UNTIL HOLIDAY-TABLE-EOF.
010906     CLOSE HOLIDAY-CALENDAR.
010907 8100-EXIT.
010908     EXIT.
010909
010910 8105-READ-HOLIDAY-RECORD.
010911     READ HOLIDAY-CALENDAR
010912         AT END
010913             SET HOLIDAY-TABLE-EOF TO TRUE
010914             GO TO 8105-EXIT
010915     END-READ.
010916     IF HC-HOLIDAY-DATE IS NOT NUMERIC
010917             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
010918         GO TO 8105-EXIT
010919     END-IF.
010920     IF PO-HOL-ENTRY-COUNT IS NOT LESS THAN PO-HOL-MAX-ENTRIES
010921         DISPLAY "LOANPOFF: FATAL - HOLIDAY TABLE FULL AT 2000 "
010922             "ENTRIES.  RUN ABORTED."
010923         MOVE 16 TO RETURN-CODE
010924         STOP RUN
010925     END-IF.
010926     ADD 1 TO PO-HOL-ENTRY-COUNT.
010927     SET PO-HOL-IDX TO PO-HOL-ENTRY-COUNT.
010928     MOVE HC-CURRENCY-CODE TO PO-HOL-CURRENCY(PO-HOL-IDX).
010929     MOVE HC-HOLIDAY-DATE  TO PO-HOL-DATE(PO-HOL-IDX).
010930 8105-EXIT.
010931     EXIT.
010932
010933****************************************************************
010934* 8110-SET-DUE-DATE - PO-CAL-DATE = THE DUE DATE OF PERIOD     *
010935*                     PO-CAL-PERIOD OF A LOAN BOOKED ON        *
010936*                     PO-CAL-BOOK-DATE IN PO-CAL-CURRENCY.     *
010937*                     THE MONTH IS THE BOOKING MONTH PLUS THE  *
010938*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT  *
010939*                     BACK TO THE MONTH'S LAST DAY WHEN THE    *
010940*                     MONTH IS SHORTER, OR THE LAST DAY        *
010941*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A   *
010942*                     MONTH END.  A CLOSED DAY THEN MOVES TO   *
010943*                     THE FOLLOWING BUSINESS DAY               *
010944****************************************************************
010945 8110-SET-DUE-DATE.
010946     COMPUTE PO-CAL-MONTH-TOTAL =
010947           (PO-CAL-BOOK-YEAR * 12) + PO-CAL-BOOK-MONTH - 1
010948           + PO-CAL-PERIOD.
010949     DIVIDE PO-CAL-MONTH-TOTAL BY 12
010950         GIVING PO-CAL-YEAR
010951         REMAINDER PO-CAL-MONTH-WORK.
010952     ADD 1 TO PO-CAL-MONTH-WORK.
010953     MOVE PO-CAL-MONTH-WORK TO PO-CAL-MONTH.
010954     MOVE "N" TO PO-CAL-EOM-SW.
010955     MOVE PO-CAL-BOOK-YEAR  TO PO-ML-YEAR.
010956     MOVE PO-CAL-BOOK-MONTH TO PO-ML-MONTH.
010957     PERFORM 8120-SET-MONTH-LENGTH
010958         THRU 8120-EXIT.
010959     IF PO-CAL-BOOK-DAY IS NOT LESS THAN PO-ML-DAYS
010960         SET BOOKED-AT-MONTH-END TO TRUE
010961     END-IF.
010962     MOVE PO-CAL-YEAR  TO PO-ML-YEAR.
010963     MOVE PO-CAL-MONTH TO PO-ML-MONTH.
010964     PERFORM 8120-SET-MONTH-LENGTH
010965         THRU 8120-EXIT.
010966     IF BOOKED-AT-MONTH-END
010967             OR PO-CAL-BOOK-DAY IS GREATER THAN PO-ML-DAYS
010968         MOVE PO-ML-DAYS TO PO-CAL-DAY
010969     ELSE
010970         MOVE PO-CAL-BOOK-DAY TO PO-CAL-DAY
010971     END-IF.
010972     PERFORM 8130-ROLL-TO-BUSINESS-DAY
010973         THRU 8130-EXIT.
010974 8110-EXIT.
010975     EXIT.
010976
010977****************************************************************
010978* 8120-SET-MONTH-LENGTH - PO-ML-DAYS = THE NUMBER OF DAYS IN   *
010979*                         MONTH PO-ML-MONTH OF YEAR            *
010980*                         PO-ML-YEAR.  FEBRUARY HAS 29 IN A    *
010981*                         YEAR DIVISIBLE BY 4, EXCEPT A        *
010982*                         CENTURY NOT DIVISIBLE BY 400         *
010983****************************************************************
010984 8120-SET-MONTH-LENGTH.
010985     EVALUATE PO-ML-MONTH
010986         WHEN 4
010987         WHEN 6
010988         WHEN 9
010989         WHEN 11
010990             MOVE 30 TO PO-ML-DAYS
010991         WHEN 2
010992             MOVE 28 TO PO-ML-DAYS
010993             DIVIDE PO-ML-YEAR BY 4
010994                 GIVING PO-ML-QUOTIENT
010995                 REMAINDER PO-ML-REM-4
010996             DIVIDE PO-ML-YEAR BY 100
010997                 GIVING PO-ML-QUOTIENT
010998                 REMAINDER PO-ML-REM-100
010999             DIVIDE PO-ML-YEAR BY 400
011000                 GIVING PO-ML-QUOTIENT
011001                 REMAINDER PO-ML-REM-400
011002             IF PO-ML-REM-4 IS EQUAL TO ZERO
011003                 AND (PO-ML-REM-100 IS NOT EQUAL TO ZERO
011004                   OR PO-ML-REM-400 IS EQUAL TO ZERO)
011005                 MOVE 29 TO PO-ML-DAYS
011006             END-IF
011007         WHEN OTHER
011008             MOVE 31 TO PO-ML-DAYS
011009     END-EVALUATE.
011010 8120-EXIT.
011011     EXIT.
011012
011013****************************************************************
011014* 8130-ROLL-TO-BUSINESS-DAY - LEAVE PO-CAL-DATE WHERE IT IS IF *
011015*                             IT IS A BUSINESS DAY OF          *
011016*                             PO-CAL-CURRENCY, OTHERWISE MOVE  *
011017*                             IT FORWARD A DAY AT A TIME UNTIL *
011018*                             IT IS ONE                        *
011019****************************************************************
011020 8130-ROLL-TO-BUSINESS-DAY.
011021     PERFORM 8140-TEST-BUSINESS-DAY
011022         THRU 8140-EXIT.
011023     PERFORM 8135-STEP-ONE-DAY
011024         THRU 8135-EXIT
011025         UNTIL CAL-ON-BUSINESS-DAY.
011026 8130-EXIT.
011027     EXIT.
011028
011029 8135-STEP-ONE-DAY.
011030     PERFORM 8150-ADVANCE-ONE-DAY
011031         THRU 8150-EXIT.
011032     PERFORM 8140-TEST-BUSINESS-DAY
011033         THRU 8140-EXIT.
011034 8135-EXIT.
011035     EXIT.
011036
011037****************************************************************
011038* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS      *
011039*                          PO-CAL-DATE IS A SATURDAY, A        *
011040*                          SUNDAY, OR A HOLIDAY OF             *
011041*                          PO-CAL-CURRENCY                     *
011042****************************************************************
011043 8140-TEST-BUSINESS-DAY.
011044     MOVE "N" TO PO-CAL-BUS-DAY-SW.
011045     MOVE PO-CAL-DATE-NUM TO PO-DN-DATE-NUM.
011046     PERFORM 8160-DATE-TO-DAY-NUMBER
011047         THRU 8160-EXIT.
011048     IF PO-DN-DOW IS GREATER THAN 4
011049         GO TO 8140-EXIT
011050     END-IF.
011051     MOVE "N" TO PO-HOL-FOUND-SW.
011052     PERFORM 8145-SEARCH-ONE-HOLIDAY
011053         THRU 8145-EXIT
011054         VARYING PO-HOL-IDX FROM 1 BY 1
011055         UNTIL PO-HOL-IDX IS GREATER THAN PO-HOL-ENTRY-COUNT
011056         OR HOLIDAY-FOUND.
011057     IF NOT HOLIDAY-FOUND
011058         SET CAL-ON-BUSINESS-DAY TO TRUE
011059     END-IF.
011060 8140-EXIT.
011061     EXIT.
011062
011063 8145-SEARCH-ONE-HOLIDAY.
011064     IF PO-HOL-DATE(PO-HOL-IDX) = PO-CAL-DATE-NUM
011065         AND PO-HOL-CURRENCY(PO-HOL-IDX) = PO-CAL-CURRENCY
011066         SET HOLIDAY-FOUND TO TRUE
011067     END-IF.
011068 8145-EXIT.
011069     EXIT.
011070
011071****************************************************************
011072* 8150-ADVANCE-ONE-DAY - PO-CAL-DATE = THE NEXT CALENDAR DAY   *
011073****************************************************************
011074 8150-ADVANCE-ONE-DAY.
011075     MOVE PO-CAL-YEAR  TO PO-ML-YEAR.
011076     MOVE PO-CAL-MONTH TO PO-ML-MONTH.
011077     PERFORM 8120-SET-MONTH-LENGTH
011078         THRU 8120-EXIT.
011079     IF PO-CAL-DAY IS LESS THAN PO-ML-DAYS
011080         ADD 1 TO PO-CAL-DAY
011081         GO TO 8150-EXIT
011082     END-IF.
011083     MOVE 1 TO PO-CAL-DAY.
011084     IF PO-CAL-MONTH IS LESS THAN 12
011085         ADD 1 TO PO-CAL-MONTH
011086         GO TO 8150-EXIT
011087     END-IF.
011088     MOVE 1 TO PO-CAL-MONTH.
011089     ADD 1 TO PO-CAL-YEAR.
011090 8150-EXIT.
011091     EXIT.
011092
011093****************************************************************
011094* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF PO-DN-DATE    *
011095*                           AND ITS WEEKDAY (0 = MONDAY).      *
011096*                           EACH DIVISION TRUNCATES ON ITS OWN *
011097****************************************************************
011098 8160-DATE-TO-DAY-NUMBER.
011099     COMPUTE PO-DN-A = (14 - PO-DN-MONTH) / 12.
011100     COMPUTE PO-DN-Y = PO-DN-YEAR + 4800 - PO-DN-A.
011101     COMPUTE PO-DN-M = PO-DN-MONTH + (12 * PO-DN-A) - 3.
011102     COMPUTE PO-DN-MONTH-DAYS = ((153 * PO-DN-M) + 2) / 5.
011103     COMPUTE PO-DN-LEAP-4   = PO-DN-Y / 4.
011104     COMPUTE PO-DN-LEAP-100 = PO-DN-Y / 100.
011105     COMPUTE PO-DN-LEAP-400 = PO-DN-Y / 400.
011106     COMPUTE PO-DN-NUMBER = PO-DN-DAY + PO-DN-MONTH-DAYS
011107         + (365 * PO-DN-Y) + PO-DN-LEAP-4 - PO-DN-LEAP-100
011108         + PO-DN-LEAP-400 - 32045.
011109     DIVIDE PO-DN-NUMBER BY 7
011110         GIVING PO-DN-WORK
011111         REMAINDER PO-DN-DOW.
011112 8160-EXIT.
011113     EXIT.
011114
011115****************************************************************
011116* 9000-TERMINATE - RUN TOTALS AND CLOSE FILES                  *
011117****************************************************************
011118 9000-TERMINATE.
011119     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
011120         PERFORM 2710-WRITE-REPORT-HEADINGS
011121             THRU 2710-EXIT
011122     END-IF.
011123     WRITE POFF-REPORT-LINE FROM SPACES.
011124     ADD 1 TO RPT-LINE-COUNT.
011125     MOVE "PAYOFF REQUESTS READ"   TO RPT-TOT-LABEL.
011126     MOVE PO-REQUESTS-READ         TO RPT-TOT-VALUE.
011127     PERFORM 9100-WRITE-ONE-TOTAL
011128         THRU 9100-EXIT.
011129     MOVE "QUOTES ISSUED"          TO RPT-TOT-LABEL.
011130     MOVE PO-QUOTES-ISSUED         TO RPT-TOT-VALUE.
011131     PERFORM 9100-WRITE-ONE-TOTAL
011132         THRU 9100-EXIT.
011133     MOVE "REQUESTS REFUSED"       TO RPT-TOT-LABEL.
011134     MOVE PO-QUOTES-REFUSED        TO RPT-TOT-VALUE.
011135     PERFORM 9100-WRITE-ONE-TOTAL
011136         THRU 9100-EXIT.
011137     CLOSE POFF-REQUEST.
011138     CLOSE LOAN-MASTER.
011140     CLOSE AUDIT-DATA.
011150     CLOSE QUOTE-LETTER.
011160     CLOSE POFF-REPORT.
011170 9000-EXIT.
011180     EXIT.
011190
011200****************************************************************
011210* 9100-WRITE-ONE-TOTAL - ONE LABELED TOTAL LINE AT END OF      *
011220*                        REPORT                                *
011230****************************************************************
011240 9100-WRITE-ONE-TOTAL.
011250     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
011260         PERFORM 2710-WRITE-REPORT-HEADINGS
011270             THRU 2710-EXIT
011280     END-IF.
011290     WRITE POFF-REPORT-LINE FROM RPT-TOTAL-LINE.
011300     ADD 1 TO RPT-LINE-COUNT.
011310 9100-EXIT.
011320     EXIT.
011330
011340 END PROGRAM LOANPOFF.
