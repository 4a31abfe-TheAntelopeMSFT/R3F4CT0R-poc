000010****************************************************************
000020* LOANBILL                                                      *
000030*                                                               *
000040* BORROWER BILLING NOTICES.  SCANS LOAN-MASTER FOR EVERY OPEN   *
000050* CASH-FLOW PERIOD FALLING DUE IN THE BILLING WINDOW AND ISSUES *
000060* ONE NOTICE FOR EACH: A PRINT-IMAGE PAGE ON BILLNTC AND A      *
000070* DETAIL RECORD ON THE BILLFEED FILE FOR THE STATEMENT          *
000080* PRINT-AND-MAIL VENDOR (VFRECORD).  DUE DATES RUN FROM THE     *
000090* BOOKING DATE ON THE LOAN'S PERIOD-ZERO HEADER ON THE SHOP'S   *
000100* DUE-DATE RULE.  THE NOTICE SHOWS THE STORED INSTALLMENT       *
000110* (LM-AMOUNT) AND ITS INTEREST/PRINCIPAL SPLIT, LESS ANYTHING   *
000120* ALREADY PAID AGAINST IT, THE BALANCE LEFT AFTER THE PAYMENT,  *
000130* AND THE CURRENCY.  THE WINDOW IS THE LEAD TIME (BILLPRM,      *
000140* DEFAULT 15 DAYS) AHEAD OF THE DATECTL BUSINESS DATE, UP TO    *
000150* THE SAME LEAD AHEAD OF THE NEXT BUSINESS DATE, SO A DAILY RUN *
000160* BILLS EACH DUE DATE ONCE.  A NOTICE WHOSE BORROWER IS NOT ON  *
000170* BORRMSTR CANNOT BE MAILED AND IS HELD.  THE CONTROL REPORT    *
000180* (BILLRPT) LISTS HELD NOTICES AND UNBILLABLE LOANS AND TOTALS  *
000190* THE NOTICES BY GL ACCOUNT AND CURRENCY.  A JOBSTAT RECORD     *
000200* FLAGS A RUN THAT ISSUED NO NOTICES OR HELD ANY.  LOANMSTR IS  *
000210* ONLY READ.                                                    *
000220****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.     LOANBILL.
000250 AUTHOR.         R. MCALLISTER.
000260 INSTALLATION.   LOAN SERVICING DIVISION.
000270 DATE-WRITTEN.   10/15/2026.
000280 DATE-COMPILED.
000290****************************************************************
000300* MODIFICATION HISTORY                                          *
000310*  DATE        INIT  DESCRIPTION                                *
000320*  ----------  ----  ------------------------------------------ *
000330*  2026-10-15  RLM   INITIAL VERSION.  SERVICING HAS BEEN        *
000340*                    READING THE SCHEDULE REPORT AND TYPING      *
000350*                    LETTERS FOR THE FEW BORROWERS WHO ASK.      *
000360****************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT BILL-PARMS    ASSIGN TO "BILLPRM"
000410                           ORGANIZATION IS SEQUENTIAL
000420                           FILE STATUS IS BL-PARM-STATUS.
000430     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000440                           ORGANIZATION IS INDEXED
000450                           ACCESS MODE IS DYNAMIC
000460                           RECORD KEY IS LM-KEY
000470                           FILE STATUS IS BL-LOANMSTR-STATUS.
000480     SELECT BORROWER-MASTER ASSIGN TO "BORRMSTR"
000490                           ORGANIZATION IS INDEXED
000500                           ACCESS MODE IS RANDOM
000510                           RECORD KEY IS BM-BORROWER-ID
000520                           FILE STATUS IS BL-BORRMSTR-STATUS.
000530     SELECT NOTICE-FILE   ASSIGN TO "BILLNTC"
000540                           ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT VENDOR-FEED   ASSIGN TO "BILLFEED"
000560                           ORGANIZATION IS SEQUENTIAL
000570                           FILE STATUS IS BL-FEED-STATUS.
000580     SELECT BILL-REPORT   ASSIGN TO "BILLRPT"
000590                           ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000610                           ORGANIZATION IS SEQUENTIAL
000620                           FILE STATUS IS BL-JOBSTAT-STATUS.
000630     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000640                           ORGANIZATION IS SEQUENTIAL
000650                           FILE STATUS IS BL-DATECTL-STATUS.
000660     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000670                           ORGANIZATION IS SEQUENTIAL
000680                           FILE STATUS IS BL-HOLCAL-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710*    OPTIONAL.  THE LEAD TIME IS IN CALENDAR DAYS - HOW FAR AHEAD
000720*    OF ITS DUE DATE A NOTICE GOES OUT
000730 FD  BILL-PARMS
000740     RECORDING MODE IS F.
000750 01  BILL-PARM-RECORD.
000760     05  BP-LEAD-DAYS          PIC 9(03).
000770     05  FILLER                PIC X(77).
000780 FD  LOAN-MASTER.
000790     COPY LMRECORD.
000800 FD  BORROWER-MASTER.
000810     COPY BMRECORD.
000820 FD  NOTICE-FILE.
000830 01  NOTICE-LINE               PIC X(132).
000840 FD  VENDOR-FEED
000850     RECORDING MODE IS F.
000860     COPY VFRECORD.
000870 FD  BILL-REPORT.
000880 01  BILL-REPORT-LINE          PIC X(132).
000890 FD  JOB-STATUS
000900     RECORDING MODE IS F.
000910     COPY JSRECORD.
000920 FD  DATE-CONTROL
000930     RECORDING MODE IS F.
000940     COPY DCRECORD.
000950 FD  HOLIDAY-CALENDAR
000960     RECORDING MODE IS F.
000970     COPY HCRECORD.
000980 WORKING-STORAGE SECTION.
000990 01  BL-SWITCHES.
001000     05  BL-MASTER-EOF-SW      PIC X(01)  VALUE "N".
001010         88  MASTER-SCAN-DONE             VALUE "Y".
001020     05  BL-TERMS-SW           PIC X(01)  VALUE "N".
001030         88  LOAN-TERMS-FOUND             VALUE "Y".
001040     05  BL-BORROWER-SW        PIC X(01)  VALUE "N".
001050         88  BORROWER-ON-FILE             VALUE "Y".
001060     05  BL-SPLIT-SW           PIC X(01)  VALUE "N".
001070         88  PERIOD-HAS-SPLIT             VALUE "Y".
001080     05  BL-ENTRY-SW           PIC X(01)  VALUE "N".
001090         88  CONTROL-ENTRY-FOUND          VALUE "Y".
001100 01  BL-PARM-STATUS            PIC X(02).
001110     88  PARM-FILE-FOUND                  VALUE "00".
001120 01  BL-LOANMSTR-STATUS        PIC X(02).
001130     88  LOANMSTR-OPEN-OK                 VALUE "00".
001140 01  BL-BORRMSTR-STATUS        PIC X(02).
001150     88  BORRMSTR-OPEN-OK                 VALUE "00".
001160 01  BL-FEED-STATUS            PIC X(02).
001170     88  FEED-FILE-OK                     VALUE "00".
001180 01  BL-JOBSTAT-STATUS         PIC X(02).
001190     88  JOBSTAT-FILE-FOUND               VALUE "00".
001200 01  BL-DATECTL-STATUS         PIC X(02).
001210     88  DATECTL-FILE-FOUND               VALUE "00".
001220 01  BL-BUS-DATE-NUM           PIC 9(08).
001230 01  BL-NEXT-BUS-DATE          PIC 9(08).
001240 01  BL-SHOP-CURRENCY          PIC X(03).
001250 77  BL-LEAD-DAYS              PIC S9(03) COMP VALUE 15.
001260****************************************************************
001270* BILLING WINDOW.  A PERIOD IS BILLED WHEN ITS DUE DATE IS      *
001280* AFTER BL-WINDOW-FROM (THE BUSINESS DATE PLUS THE LEAD) AND    *
001290* NOT AFTER BL-WINDOW-TO (THE NEXT BUSINESS DATE PLUS THE       *
001300* LEAD).  TOMORROW'S RUN STARTS WHERE TODAY'S STOPS             *
001310****************************************************************
001320 01  BL-WINDOW-FROM            PIC 9(08).
001330 01  BL-WINDOW-TO              PIC 9(08).
001340****************************************************************
001350* THE LOAN IN HAND - TERMS TAKEN FROM ITS PERIOD-ZERO HEADER    *
001360****************************************************************
001370 01  BL-CURR-LOAN-ID           PIC 9(06)  VALUE ZERO.
001380 01  BL-LOAN-CURRENCY          PIC X(03).
001390 01  BL-LOAN-GL-ACCOUNT        PIC X(10).
001400 01  BL-LOAN-BORROWER          PIC 9(08).
001410 01  BL-BORROWER-NAME          PIC X(30).
001420 01  BL-BOOK-DATE-NUM          PIC 9(08).
001430****************************************************************
001440* THE NOTICE IN HAND                                            *
001450****************************************************************
001460 01  BL-DUE-DATE-NUM           PIC 9(08).
001470 01  BL-INSTALLMENT            PIC S9(09)V99 COMP-3.
001480 01  BL-PAID-TO-DATE           PIC S9(09)V99 COMP-3.
001490 01  BL-AMOUNT-DUE             PIC S9(09)V99 COMP-3.
001500 01  BL-INTEREST               PIC S9(09)V99 COMP-3.
001510 01  BL-PRINCIPAL              PIC S9(09)V99 COMP-3.
001520 01  BL-BALANCE-AFTER          PIC S9(09)V99 COMP-3.
001530 01  BL-REASON-TEXT            PIC X(40).
001540****************************************************************
001550* CONTROL TABLE - ONE ENTRY PER GL ACCOUNT AND CURRENCY, KEPT   *
001560* IN KEY ORDER AS NOTICES ARE ISSUED.  A NOTICE THAT FINDS THE  *
001570* TABLE FULL IS STILL ISSUED BUT ONLY COUNTED IN THE RUN TOTALS *
001580****************************************************************
001590 77  BL-CT-MAX-ENTRIES         PIC S9(03) COMP VALUE 200.
001600 77  BL-CT-ENTRY-COUNT         PIC S9(03) COMP VALUE ZERO.
001610 77  BL-CT-SUB                 PIC S9(03) COMP VALUE ZERO.
001620 77  BL-CT-HIT                 PIC S9(03) COMP VALUE ZERO.
001630 77  BL-CT-OVERFLOW            PIC S9(07) COMP VALUE ZERO.
001640 01  BL-NEW-KEY.
001650     05  BL-NEW-GL-ACCOUNT     PIC X(10).
001660     05  BL-NEW-CURRENCY       PIC X(03).
001670 01  BL-CONTROL-TABLE.
001680     05  BL-CT-ENTRY OCCURS 200 TIMES.
001690         10  BL-CT-KEY.
001700             15  BL-CT-GL-ACCOUNT PIC X(10).
001710             15  BL-CT-CURRENCY   PIC X(03).
001720         10  BL-CT-COUNT          PIC S9(07) COMP.
001730         10  BL-CT-AMOUNT-DUE     PIC S9(13)V99 COMP-3.
001740         10  BL-CT-INTEREST       PIC S9(13)V99 COMP-3.
001750         10  BL-CT-PRINCIPAL      PIC S9(13)V99 COMP-3.
001760****************************************************************
001770* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP; A *
001780* MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE     *
001790* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF     *
001800* WOULD PUT A DATE ON A CLOSED DAY                              *
001810****************************************************************
001820 77  BL-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
001830 77  BL-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
001840 01  BL-HOLCAL-STATUS          PIC X(02).
001850     88  HOLCAL-FILE-FOUND                VALUE "00".
001860 01  BL-HOL-EOF-SW             PIC X(01)  VALUE "N".
001870     88  HOLIDAY-TABLE-EOF                VALUE "Y".
001880 01  BL-HOL-FOUND-SW           PIC X(01)  VALUE "N".
001890     88  HOLIDAY-FOUND                    VALUE "Y".
001900 01  BL-HOLIDAY-TABLE.
001910     05  BL-HOL-ENTRY OCCURS 2000 TIMES
001920             INDEXED BY BL-HOL-IDX.
001930         10  BL-HOL-CURRENCY   PIC X(03).
001940         10  BL-HOL-DATE       PIC 9(08).
001950****************************************************************
001960* CALENDAR DATE FIELDS.  8110 SETS BL-CAL-DATE TO THE DUE DATE  *
001970* OF PERIOD BL-CAL-PERIOD OF A LOAN BOOKED ON BL-CAL-BOOK-DATE: *
001980* THE BOOKING DAY OF THE MONTH, HELD TO THE MONTH'S LAST DAY    *
001990* WHEN THE MONTH IS SHORTER AND ALWAYS ON THE LAST DAY WHEN THE *
002000* LOAN WAS BOOKED ON A MONTH END, THEN MOVED FORWARD TO THE     *
002010* FOLLOWING BUSINESS DAY OF BL-CAL-CURRENCY                     *
002020****************************************************************
002030 01  BL-CAL-CURRENCY           PIC X(03).
002040 77  BL-CAL-PERIOD             PIC S9(05) COMP.
002050 01  BL-CAL-BOOK-DATE.
002060     05  BL-CAL-BOOK-YEAR      PIC 9(04).
002070     05  BL-CAL-BOOK-MONTH     PIC 9(02).
002080     05  BL-CAL-BOOK-DAY       PIC 9(02).
002090 01  BL-CAL-BOOK-DATE-NUM REDEFINES BL-CAL-BOOK-DATE
002100                               PIC 9(08).
002110 01  BL-CAL-DATE.
002120     05  BL-CAL-YEAR           PIC 9(04).
002130     05  BL-CAL-MONTH          PIC 9(02).
002140     05  BL-CAL-DAY            PIC 9(02).
002150 01  BL-CAL-DATE-NUM REDEFINES BL-CAL-DATE
002160                               PIC 9(08).
002170 77  BL-CAL-MONTH-TOTAL        PIC S9(07) COMP.
002180 77  BL-CAL-MONTH-WORK         PIC S9(03) COMP.
002190 01  BL-CAL-EOM-SW             PIC X(01)  VALUE "N".
002200     88  BOOKED-AT-MONTH-END              VALUE "Y".
002210 01  BL-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
002220     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
002230 77  BL-ML-YEAR                PIC 9(04).
002240 77  BL-ML-MONTH               PIC 9(02).
002250 77  BL-ML-DAYS                PIC S9(03) COMP.
002260 77  BL-ML-QUOTIENT            PIC S9(05) COMP.
002270 77  BL-ML-REM-4               PIC S9(03) COMP.
002280 77  BL-ML-REM-100             PIC S9(03) COMP.
002290 77  BL-ML-REM-400             PIC S9(03) COMP.
002300****************************************************************
002310* DAY-NUMBER FIELDS - 8160 TURNS BL-DN-DATE INTO ITS JULIAN DAY *
002320* NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY        *
002330****************************************************************
002340 01  BL-DN-DATE.
002350     05  BL-DN-YEAR            PIC 9(04).
002360     05  BL-DN-MONTH           PIC 9(02).
002370     05  BL-DN-DAY             PIC 9(02).
002380 01  BL-DN-DATE-NUM REDEFINES BL-DN-DATE
002390                               PIC 9(08).
002400 77  BL-DN-A                   PIC S9(03) COMP.
002410 77  BL-DN-Y                   PIC S9(05) COMP.
002420 77  BL-DN-M                   PIC S9(03) COMP.
002430 77  BL-DN-MONTH-DAYS          PIC S9(05) COMP.
002440 77  BL-DN-LEAP-4              PIC S9(05) COMP.
002450 77  BL-DN-LEAP-100            PIC S9(05) COMP.
002460 77  BL-DN-LEAP-400            PIC S9(05) COMP.
002470 77  BL-DN-NUMBER              PIC S9(09) COMP.
002480 77  BL-DN-WORK                PIC S9(09) COMP.
002490 77  BL-DN-DOW                 PIC S9(03) COMP.
002500****************************************************************
002510* DATE EDITING - 2590 TURNS BL-DATE-WORK-NUM INTO BL-DATE-EDIT  *
002520****************************************************************
002530 01  BL-DATE-WORK.
002540     05  BL-WORK-YEAR          PIC 9(04).
002550     05  BL-WORK-MONTH         PIC 9(02).
002560     05  BL-WORK-DAY           PIC 9(02).
002570 01  BL-DATE-WORK-NUM REDEFINES BL-DATE-WORK
002580                               PIC 9(08).
002590 01  BL-DATE-EDIT.
002600     05  BL-EDIT-YEAR          PIC 9(04).
002610     05  FILLER                PIC X(01) VALUE "-".
002620     05  BL-EDIT-MONTH         PIC 9(02).
002630     05  FILLER                PIC X(01) VALUE "-".
002640     05  BL-EDIT-DAY           PIC 9(02).
002650****************************************************************
002660* RUN TOTALS.  THE FEED HASH ADDS EVERY AMOUNT DUE SENT TO THE  *
002670* VENDOR, WHATEVER ITS CURRENCY                                 *
002680****************************************************************
002690 77  BL-RECS-READ              PIC S9(07) COMP VALUE ZERO.
002700 77  BL-LOANS-READ             PIC S9(07) COMP VALUE ZERO.
002710 77  BL-LOANS-UNBILLABLE       PIC S9(07) COMP VALUE ZERO.
002720 77  BL-PERIODS-DUE            PIC S9(07) COMP VALUE ZERO.
002730 77  BL-NOTICES-ISSUED         PIC S9(07) COMP VALUE ZERO.
002740 77  BL-NOTICES-HELD           PIC S9(07) COMP VALUE ZERO.
002750 77  BL-READ-ERRORS            PIC S9(07) COMP VALUE ZERO.
002760 01  BL-FEED-HASH              PIC S9(13)V99 COMP-3 VALUE ZERO.
002770****************************************************************
002780* CONTROL REPORT FIELDS                                         *
002790****************************************************************
002800 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
002810 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
002820 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
002830 01  RPT-RUN-DATE.
002840     05  RPT-RUN-DATE-YEAR     PIC 9(04).
002850     05  RPT-RUN-DATE-MONTH    PIC 9(02).
002860     05  RPT-RUN-DATE-DAY      PIC 9(02).
002870 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
002880                               PIC 9(08).
002890 01  RPT-RUN-TIME.
002900     05  RPT-RUN-TIME-HOUR     PIC 9(02).
002910     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
002920     05  RPT-RUN-TIME-SECOND   PIC 9(02).
002930     05  FILLER                PIC 9(02).
002940 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
002950     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
002960     05  FILLER                PIC 9(02).
002970 01  RPT-RUN-DATE-OUT.
002980     05  RPT-RUN-YEAR          PIC 9(04).
002990     05  FILLER                PIC X(01) VALUE "-".
003000     05  RPT-RUN-MONTH         PIC 9(02).
003010     05  FILLER                PIC X(01) VALUE "-".
003020     05  RPT-RUN-DAY           PIC 9(02).
003030 01  RPT-RUN-TIME-OUT.
003040     05  RPT-RUN-HOUR          PIC 9(02).
003050     05  FILLER                PIC X(01) VALUE ":".
003060     05  RPT-RUN-MINUTE        PIC 9(02).
003070     05  FILLER                PIC X(01) VALUE ":".
003080     05  RPT-RUN-SECOND        PIC 9(02).
003090 01  RPT-HEADING-1.
003100     05  FILLER                PIC X(38) VALUE
003110         "COBCALC BILLING NOTICE CONTROL".
003120     05  FILLER                PIC X(05) VALUE "PAGE:".
003130     05  RPT-H1-PAGE-NO        PIC ZZ9.
003140 01  RPT-HEADING-2.
003150     05  FILLER                PIC X(09) VALUE "RUN DATE:".
003160     05  RPT-H2-RUN-DATE       PIC X(10).
003170     05  FILLER                PIC X(05) VALUE SPACES.
003180     05  FILLER                PIC X(09) VALUE "RUN TIME:".
003190     05  RPT-H2-RUN-TIME       PIC X(08).
003200 01  RPT-HEADING-3.
003210     05  FILLER                PIC X(14) VALUE "BUSINESS DATE:".
003220     05  RPT-H3-BUS-DATE       PIC X(10).
003230     05  FILLER                PIC X(05) VALUE SPACES.
003240     05  FILLER                PIC X(15) VALUE "DUE DATES AFTER".
003250     05  FILLER                PIC X(01) VALUE SPACES.
003260     05  RPT-H3-WINDOW-FROM    PIC X(10).
003270     05  FILLER                PIC X(09) VALUE " THROUGH ".
003280     05  RPT-H3-WINDOW-TO      PIC X(10).
003290 01  RPT-COLUMN-HEADING.
003300     05  FILLER                PIC X(09) VALUE "LOAN ID".
003310     05  FILLER                PIC X(08) VALUE "PERIOD".
003320     05  FILLER                PIC X(12) VALUE "DUE DATE".
003330     05  FILLER                PIC X(05) VALUE "CCY".
003340     05  FILLER                PIC X(16) VALUE "    AMOUNT DUE".
003350     05  FILLER                PIC X(40) VALUE
003360         "NOT BILLED - REASON".
003370 01  RPT-DETAIL-LINE.
003380     05  RPT-DET-LOAN-ID       PIC 9(06).
003390     05  FILLER                PIC X(03) VALUE SPACES.
003400     05  RPT-DET-PERIOD        PIC ZZZ9.
003410     05  FILLER                PIC X(04) VALUE SPACES.
003420     05  RPT-DET-DUE-DATE      PIC X(10).
003430     05  FILLER                PIC X(02) VALUE SPACES.
003440     05  RPT-DET-CURRENCY      PIC X(03).
003450     05  FILLER                PIC X(02) VALUE SPACES.
003460     05  RPT-DET-AMOUNT        PIC -(10)9.99.
003470     05  FILLER                PIC X(02) VALUE SPACES.
003480     05  RPT-DET-REASON        PIC X(40).
003490 01  RPT-NONE-HELD-LINE        PIC X(50) VALUE
003500     "NO NOTICES HELD AND NO UNBILLABLE LOANS".
003510 01  RPT-SUMMARY-HEADING.
003520     05  FILLER                PIC X(12) VALUE "GL ACCOUNT".
003530     05  FILLER                PIC X(05) VALUE "CCY".
003540     05  FILLER                PIC X(09) VALUE "  NOTICES".
003550     05  FILLER                PIC X(22) VALUE
003560         "            AMOUNT DUE".
003570     05  FILLER                PIC X(22) VALUE
003580         "              INTEREST".
003590     05  FILLER                PIC X(22) VALUE
003600         "             PRINCIPAL".
003610 01  RPT-SUMMARY-LINE.
003620     05  RPT-SUM-GL-ACCOUNT    PIC X(10).
003630     05  FILLER                PIC X(02) VALUE SPACES.
003640     05  RPT-SUM-CURRENCY      PIC X(03).
003650     05  FILLER                PIC X(02) VALUE SPACES.
003660     05  RPT-SUM-COUNT         PIC ZZZZZZ9.
003670     05  FILLER                PIC X(01) VALUE SPACES.
003680     05  RPT-SUM-AMOUNT-DUE    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003690     05  FILLER                PIC X(01) VALUE SPACES.
003700     05  RPT-SUM-INTEREST      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003710     05  FILLER                PIC X(01) VALUE SPACES.
003720     05  RPT-SUM-PRINCIPAL     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003730 01  RPT-NO-NOTICES-LINE       PIC X(50) VALUE
003740     "NO NOTICES ISSUED FOR THIS BILLING WINDOW".
003750 01  RPT-OVERFLOW-LINE         PIC X(60) VALUE
003760     "WARNING - CONTROL TABLE FULL - NOT EVERY NOTICE LISTED".
003770 01  RPT-TOTAL-LINE.
003780     05  RPT-TOT-LABEL         PIC X(34).
003790     05  RPT-TOT-VALUE         PIC ZZZZZZZZ9.
003800****************************************************************
003810* NOTICE LINES - ONE PAGE PER NOTICE                            *
003820****************************************************************
003830 77  NTC-NOTICE-COUNT          PIC S9(07) COMP VALUE ZERO.
003840 01  NTC-TITLE-LINE.
003850     05  FILLER                PIC X(20) VALUE SPACES.
003860     05  FILLER                PIC X(25) VALUE
003870         "LOAN PAYMENT NOTICE".
003880 01  NTC-DATE-LINE.
003890     05  FILLER                PIC X(20) VALUE "NOTICE DATE:".
003900     05  NTC-NOTICE-DATE       PIC X(10).
003910 01  NTC-BORROWER-LINE.
003920     05  FILLER                PIC X(20) VALUE "BORROWER:".
003930     05  NTC-BORROWER-ID       PIC 9(08).
003940     05  FILLER                PIC X(02) VALUE SPACES.
003950     05  NTC-BORROWER-NAME     PIC X(30).
003960 01  NTC-LOAN-LINE.
003970     05  FILLER                PIC X(20) VALUE "LOAN NUMBER:".
003980     05  NTC-LOAN-ID           PIC 9(06).
003990     05  FILLER                PIC X(06) VALUE SPACES.
004000     05  FILLER                PIC X(13) VALUE "INSTALLMENT:".
004010     05  NTC-PERIOD            PIC ZZ9.
004020 01  NTC-CURRENCY-LINE.
004030     05  FILLER                PIC X(20) VALUE "CURRENCY:".
004040     05  NTC-CURRENCY          PIC X(03).
004050 01  NTC-DUE-DATE-LINE.
004060     05  FILLER                PIC X(20) VALUE
004070         "PAYMENT DUE DATE:".
004080     05  NTC-DUE-DATE          PIC X(10).
004090 01  NTC-TEXT-LINE             PIC X(72).
004100 01  NTC-AMOUNT-LINE.
004110     05  FILLER                PIC X(05) VALUE SPACES.
004120     05  NTC-AMT-LABEL         PIC X(50).
004130     05  NTC-AMT-VALUE         PIC -(10)9.99.
004140
004150 PROCEDURE DIVISION.
004160 0000-MAINLINE.
004170     PERFORM 1000-INITIALIZE
004180         THRU 1000-EXIT.
004190     PERFORM 2000-SCAN-LOAN-MASTER
004200         THRU 2000-EXIT.
004210     PERFORM 9000-TERMINATE
004220         THRU 9000-EXIT.
004230     GOBACK.
004240
004250****************************************************************
004260* 1000-INITIALIZE - BUSINESS DATE, HOLIDAYS, AND LEAD TIME GIVE *
004270*                   THE BILLING WINDOW; OPEN THE FILES AND      *
004280*                   START THE FEED                              *
004290****************************************************************
004300 1000-INITIALIZE.
004310     PERFORM 1050-READ-DATE-CONTROL
004320         THRU 1050-EXIT.
004330     CLOSE DATE-CONTROL.
004340     PERFORM 8100-LOAD-HOLIDAYS
004350         THRU 8100-EXIT.
004360     PERFORM 1010-LOAD-BILL-PARMS
004370         THRU 1010-EXIT.
004380     PERFORM 1020-SET-BILLING-WINDOW
004390         THRU 1020-EXIT.
004400     OPEN INPUT LOAN-MASTER.
004410     IF NOT LOANMSTR-OPEN-OK
004420         DISPLAY "LOANBILL: FATAL - LOAN-MASTER NOT FOUND, "
004430             "STATUS " BL-LOANMSTR-STATUS ".  RUN ABORTED."
004440         MOVE 16 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     OPEN INPUT BORROWER-MASTER.
004480     IF NOT BORRMSTR-OPEN-OK
004490* WITHOUT THE BORROWER MASTER NO NOTICE COULD BE ADDRESSED -
004500* EVERY ONE WOULD BE HELD
004510         DISPLAY "LOANBILL: FATAL - BORROWER MASTER NOT FOUND, "
004520             "STATUS " BL-BORRMSTR-STATUS ".  RUN ABORTED."
004530         MOVE 16 TO RETURN-CODE
004540         STOP RUN
004550     END-IF.
004560     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
004570     ACCEPT RPT-RUN-TIME FROM TIME.
004580     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
004590     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
004600     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
004610     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
004620     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
004630     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
004640     OPEN OUTPUT NOTICE-FILE.
004650     OPEN OUTPUT BILL-REPORT.
004660     OPEN OUTPUT VENDOR-FEED.
004670     IF NOT FEED-FILE-OK
004680         DISPLAY "LOANBILL: FATAL - BILLFEED CANNOT BE OPENED, "
004690             "STATUS " BL-FEED-STATUS ".  RUN ABORTED."
004700         MOVE 16 TO RETURN-CODE
004710         STOP RUN
004720     END-IF.
004730     PERFORM 1060-WRITE-FEED-HEADER
004740         THRU 1060-EXIT.
004750 1000-EXIT.
004760     EXIT.
004770
004780****************************************************************
004790* 1010-LOAD-BILL-PARMS - THE OPTIONAL BILLPRM RECORD SETS THE   *
004800*                        LEAD TIME IN CALENDAR DAYS.  NO FILE,  *
004810*                        OR A LEAD THAT WILL NOT EDIT, KEEPS    *
004820*                        THE DEFAULT OF 15 DAYS                 *
004830****************************************************************
004840 1010-LOAD-BILL-PARMS.
004850     OPEN INPUT BILL-PARMS.
004860     IF NOT PARM-FILE-FOUND
004870         GO TO 1010-EXIT
004880     END-IF.
004890     READ BILL-PARMS
004900         AT END
004910             CLOSE BILL-PARMS
004920             GO TO 1010-EXIT
004930     END-READ.
004940     IF BP-LEAD-DAYS IS NUMERIC
004950             AND BP-LEAD-DAYS IS GREATER THAN ZERO
004960         MOVE BP-LEAD-DAYS TO BL-LEAD-DAYS
004970     ELSE
004980         DISPLAY "LOANBILL: WARNING - BILLPRM LEAD DAYS ZERO "
004990             "OR NOT NUMERIC, 15 DAYS USED."
005000     END-IF.
005010     CLOSE BILL-PARMS.
005020 1010-EXIT.
005030     EXIT.
005040
005050****************************************************************
005060* 1020-SET-BILLING-WINDOW - THE WINDOW RUNS FROM THE LEAD TIME  *
005070*                           AHEAD OF TODAY'S BUSINESS DATE TO   *
005080*                           THE LEAD TIME AHEAD OF THE NEXT     *
005090*                           ONE, SO THE DAYS UP TO THE NEXT RUN *
005100*                           - A WEEKEND OR A HOLIDAY INCLUDED - *
005110*                           ARE BILLED TODAY.  WITH NO NEXT     *
005120*                           DATE ON DATECTL THE NEXT BUSINESS   *
005130*                           DAY ON THE SHOP CALENDAR IS USED    *
005140****************************************************************
005150 1020-SET-BILLING-WINDOW.
005160     IF BL-NEXT-BUS-DATE IS EQUAL TO ZERO
005170         MOVE BL-BUS-DATE-NUM  TO BL-CAL-DATE-NUM
005180         MOVE BL-SHOP-CURRENCY TO BL-CAL-CURRENCY
005190         PERFORM 8150-ADVANCE-ONE-DAY
005200             THRU 8150-EXIT
005210         PERFORM 8130-ROLL-TO-BUSINESS-DAY
005220             THRU 8130-EXIT
005230         MOVE BL-CAL-DATE-NUM  TO BL-NEXT-BUS-DATE
005240     END-IF.
005250     MOVE BL-BUS-DATE-NUM  TO BL-CAL-DATE-NUM.
005260     PERFORM 8150-ADVANCE-ONE-DAY
005270         THRU 8150-EXIT
005280         BL-LEAD-DAYS TIMES.
005290     MOVE BL-CAL-DATE-NUM  TO BL-WINDOW-FROM.
005300     MOVE BL-NEXT-BUS-DATE TO BL-CAL-DATE-NUM.
005310     PERFORM 8150-ADVANCE-ONE-DAY
005320         THRU 8150-EXIT
005330         BL-LEAD-DAYS TIMES.
005340     MOVE BL-CAL-DATE-NUM  TO BL-WINDOW-TO.
005350 1020-EXIT.
005360     EXIT.
005370
005380****************************************************************
005390* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
005400*                          SHOP'S DATE-CONTROL RECORD.  NO      *
005410*                          DATECTL, OR ONE WITHOUT A CURRENT    *
005420*                          BUSINESS DATE, ABORTS THE RUN - NO   *
005430*                          JOB GUESSES ITS OWN DATE             *
005440****************************************************************
005450 1050-READ-DATE-CONTROL.
005460     OPEN INPUT DATE-CONTROL.
005470     IF NOT DATECTL-FILE-FOUND
005480         DISPLAY "LOANBILL: FATAL - DATECTL NOT FOUND, "
005490             "STATUS " BL-DATECTL-STATUS ".  RUN ABORTED."
005500         MOVE 16 TO RETURN-CODE
005510         STOP RUN
005520     END-IF.
005530     READ DATE-CONTROL
005540         AT END
005550             DISPLAY "LOANBILL: FATAL - DATECTL IS EMPTY.  "
005560                 "RUN ABORTED."
005570             MOVE 16 TO RETURN-CODE
005580             STOP RUN
005590     END-READ.
005600     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
005610             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
005620         DISPLAY "LOANBILL: FATAL - DATECTL BUSINESS DATE "
005630             "MISSING OR NOT NUMERIC.  RUN ABORTED."
005640         MOVE 16 TO RETURN-CODE
005650         STOP RUN
005660     END-IF.
005670     MOVE DC-CURRENT-BUS-DATE  TO BL-BUS-DATE-NUM.
005680     MOVE DC-CALENDAR-CURRENCY TO BL-SHOP-CURRENCY.
005690     IF DC-NEXT-BUS-DATE IS NUMERIC
005700             AND DC-NEXT-BUS-DATE IS GREATER THAN
005710                 DC-CURRENT-BUS-DATE
005720         MOVE DC-NEXT-BUS-DATE TO BL-NEXT-BUS-DATE
005730     ELSE
005740* THE FIRST DATECTL RECORD HAS NO NEXT DATE UNTIL THE FIRST
005750* ROLL - 1020 WORKS IT OUT FROM THE SHOP CALENDAR
005760         MOVE ZERO             TO BL-NEXT-BUS-DATE
005770     END-IF.
005780 1050-EXIT.
005790     EXIT.
005800
005810****************************************************************
005820* 1060-WRITE-FEED-HEADER - THE VENDOR FEED OPENS WITH THE       *
005830*                          BUSINESS DATE AND THE WINDOW THE     *
005840*                          NOTICES COVER                        *
005850****************************************************************
005860 1060-WRITE-FEED-HEADER.
005870     MOVE SPACES              TO VENDOR-FEED-HEADER.
005880     MOVE "H"                 TO VH-RECORD-TYPE.
005890     MOVE "LOANBILL"          TO VH-FILE-ID.
005900     MOVE BL-BUS-DATE-NUM     TO VH-BUSINESS-DATE.
005910     MOVE RPT-RUN-DATE-NUM    TO VH-CREATE-DATE.
005920     MOVE RPT-RUN-TIME-HHMMSS TO VH-CREATE-TIME.
005930     MOVE BL-WINDOW-FROM      TO VH-WINDOW-FROM.
005940     MOVE BL-WINDOW-TO        TO VH-WINDOW-TO.
005950     WRITE VENDOR-FEED-HEADER.
005960 1060-EXIT.
005970     EXIT.
005980
005990****************************************************************
006000* 2000-SCAN-LOAN-MASTER - READ EVERY MASTER RECORD IN KEY       *
006010*                         ORDER.  EACH LOAN'S HEADER COMES      *
006020*                         FIRST AND GIVES THE TERMS ITS PERIODS *
006030*                         ARE DATED AND BILLED FROM             *
006040****************************************************************
006050 2000-SCAN-LOAN-MASTER.
006060     MOVE "N"  TO BL-MASTER-EOF-SW.
006070     MOVE ZERO TO LM-LOAN-ID.
006080     MOVE ZERO TO LM-PERIOD-NO.
006090     START LOAN-MASTER
006100         KEY IS NOT LESS THAN LM-KEY
006110         INVALID KEY
006120             SET MASTER-SCAN-DONE TO TRUE
006130     END-START.
006140     PERFORM 2100-SCAN-ONE-RECORD
006150         THRU 2100-EXIT
006160         UNTIL MASTER-SCAN-DONE.
006170 2000-EXIT.
006180     EXIT.
006190
006200 2100-SCAN-ONE-RECORD.
006210     READ LOAN-MASTER NEXT RECORD
006220         AT END
006230             SET MASTER-SCAN-DONE TO TRUE
006240             GO TO 2100-EXIT
006250     END-READ.
006260     IF NOT LOANMSTR-OPEN-OK
006270* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN
006280* RATHER THAN SPIN ON THE SAME RECORD
006290         DISPLAY "LOANBILL: WARNING - LOAN-MASTER READ ERROR, "
006300             "STATUS " BL-LOANMSTR-STATUS " - SCAN STOPPED."
006310         ADD 1 TO BL-READ-ERRORS
006320         SET MASTER-SCAN-DONE TO TRUE
006330         GO TO 2100-EXIT
006340     END-IF.
006350     ADD 1 TO BL-RECS-READ.
006360     IF LM-LOAN-ID IS NOT EQUAL TO BL-CURR-LOAN-ID
006370         PERFORM 2150-START-NEW-LOAN
006380             THRU 2150-EXIT
006390     END-IF.
006400     IF LM-IS-LOAN-HEADER
006410         PERFORM 2200-TAKE-LOAN-TERMS
006420             THRU 2200-EXIT
006430         GO TO 2100-EXIT
006440     END-IF.
006450     IF LOAN-TERMS-FOUND
006460         PERFORM 2300-TEST-ONE-PERIOD
006470             THRU 2300-EXIT
006480     END-IF.
006490 2100-EXIT.
006500     EXIT.
006510
006520****************************************************************
006530* 2150-START-NEW-LOAN - THE FIRST RECORD OF A LOAN.  A LOAN     *
006540*                       WHOSE FIRST RECORD IS NOT ITS HEADER    *
006550*                       PREDATES THE HEADER - ITS DUE DATES ARE *
006560*                       NOT KNOWN AND IT IS LISTED, NOT BILLED  *
006570****************************************************************
006580 2150-START-NEW-LOAN.
006590     ADD 1 TO BL-LOANS-READ.
006600     MOVE LM-LOAN-ID TO BL-CURR-LOAN-ID.
006610     MOVE "N"        TO BL-TERMS-SW.
006620     MOVE "N"        TO BL-BORROWER-SW.
006630     MOVE SPACES     TO BL-LOAN-CURRENCY.
006640     MOVE SPACES     TO BL-LOAN-GL-ACCOUNT.
006650     MOVE ZERO       TO BL-LOAN-BORROWER.
006660     MOVE SPACES     TO BL-BORROWER-NAME.
006670     IF NOT LM-IS-LOAN-HEADER
006680         MOVE "NO TERMS HEADER - DUE DATES UNKNOWN"
006690             TO BL-REASON-TEXT
006700         PERFORM 2250-LIST-UNBILLABLE-LOAN
006710             THRU 2250-EXIT
006720     END-IF.
006730 2150-EXIT.
006740     EXIT.
006750
006760****************************************************************
006770* 2200-TAKE-LOAN-TERMS - SAVE THE HEADER TERMS AND FIND THE     *
006780*                        BORROWER THE NOTICES GO TO.  A HEADER  *
006790*                        WITH NO BOOKING DATE GIVES NO DUE      *
006800*                        DATES - THE LOAN IS LISTED, NOT BILLED *
006810*                        ON A GUESSED DATE                      *
006820****************************************************************
006830 2200-TAKE-LOAN-TERMS.
006840     IF LM-HDR-BOOK-DATE IS NOT NUMERIC
006850             OR LM-HDR-BOOK-DATE IS EQUAL TO ZERO
006860         MOVE "NO BOOKING DATE - DUE DATES UNKNOWN"
006870             TO BL-REASON-TEXT
006880         PERFORM 2250-LIST-UNBILLABLE-LOAN
006890             THRU 2250-EXIT
006900         GO TO 2200-EXIT
006910     END-IF.
006920     MOVE LM-HDR-BOOK-DATE     TO BL-BOOK-DATE-NUM.
006930     MOVE LM-HDR-CURRENCY-CODE TO BL-LOAN-CURRENCY.
006940     MOVE LM-HDR-GL-ACCOUNT    TO BL-LOAN-GL-ACCOUNT.
006950     SET LOAN-TERMS-FOUND TO TRUE.
006960* A HEADER WRITTEN BEFORE THE BORROWER FIELD EXISTED HOLDS
006970* SPACES THERE AND BELONGS TO NO BORROWER
006980     IF LM-HDR-BORROWER-ID IS NOT NUMERIC
006990             OR LM-HDR-BORROWER-ID IS EQUAL TO ZERO
007000         GO TO 2200-EXIT
007010     END-IF.
007020     MOVE LM-HDR-BORROWER-ID TO BL-LOAN-BORROWER.
007030     MOVE LM-HDR-BORROWER-ID TO BM-BORROWER-ID.
007040     READ BORROWER-MASTER
007050         KEY IS BM-BORROWER-ID
007060         INVALID KEY
007070             GO TO 2200-EXIT
007080     END-READ.
007090     MOVE BM-BORROWER-NAME TO BL-BORROWER-NAME.
007100     SET BORROWER-ON-FILE TO TRUE.
007110 2200-EXIT.
007120     EXIT.
007130
007140****************************************************************
007150* 2250-LIST-UNBILLABLE-LOAN - ONE LINE FOR A LOAN WHOSE DUE     *
007160*                             DATES CANNOT BE WORKED OUT.  THE  *
007170*                             CALLER SETS THE REASON            *
007180****************************************************************
007190 2250-LIST-UNBILLABLE-LOAN.
007200     ADD 1 TO BL-LOANS-UNBILLABLE.
007210     MOVE BL-CURR-LOAN-ID      TO RPT-DET-LOAN-ID.
007220     MOVE ZERO                 TO RPT-DET-PERIOD.
007230     MOVE SPACES               TO RPT-DET-DUE-DATE.
007240     MOVE SPACES               TO RPT-DET-CURRENCY.
007250     MOVE ZERO                 TO RPT-DET-AMOUNT.
007260     MOVE BL-REASON-TEXT       TO RPT-DET-REASON.
007270     PERFORM 2700-WRITE-REPORT-LINE
007280         THRU 2700-EXIT.
007290 2250-EXIT.
007300     EXIT.
007310
007320****************************************************************
007330* 2300-TEST-ONE-PERIOD - A PERIOD IS BILLED WHEN IT HAS AN      *
007340*                        INSTALLMENT, IS NOT FULLY PAID, AND    *
007350*                        FALLS DUE IN THE WINDOW.  THE AMOUNT   *
007360*                        DUE IS THE INSTALLMENT LESS ANYTHING   *
007370*                        ALREADY PAID AGAINST IT                *
007380****************************************************************
007390 2300-TEST-ONE-PERIOD.
007400     IF LM-AMOUNT IS NOT GREATER THAN ZERO
007410             OR LM-FULLY-PAID
007420         GO TO 2300-EXIT
007430     END-IF.
007440     MOVE BL-BOOK-DATE-NUM TO BL-CAL-BOOK-DATE-NUM.
007450     MOVE LM-PERIOD-NO     TO BL-CAL-PERIOD.
007460     MOVE BL-LOAN-CURRENCY TO BL-CAL-CURRENCY.
007470     PERFORM 8110-SET-DUE-DATE
007480         THRU 8110-EXIT.
007490     MOVE BL-CAL-DATE-NUM  TO BL-DUE-DATE-NUM.
007500     IF BL-DUE-DATE-NUM IS NOT GREATER THAN BL-WINDOW-FROM
007510             OR BL-DUE-DATE-NUM IS GREATER THAN BL-WINDOW-TO
007520         GO TO 2300-EXIT
007530     END-IF.
007540     MOVE LM-AMOUNT        TO BL-INSTALLMENT.
007550     MOVE LM-PAID-AMOUNT   TO BL-PAID-TO-DATE.
007560     COMPUTE BL-AMOUNT-DUE = BL-INSTALLMENT - BL-PAID-TO-DATE.
007570     IF BL-AMOUNT-DUE IS NOT GREATER THAN ZERO
007580         GO TO 2300-EXIT
007590     END-IF.
007600     ADD 1 TO BL-PERIODS-DUE.
007610* A PV/FV BOOKING STORES ONLY THE FLOW - NO SPLIT, NO BALANCE
007620     MOVE "N" TO BL-SPLIT-SW.
007630     IF LM-PRINCIPAL-PORTION IS NOT EQUAL TO ZERO
007640             OR LM-BALANCE-REMAINING IS NOT EQUAL TO ZERO
007650         SET PERIOD-HAS-SPLIT TO TRUE
007660         MOVE LM-INTEREST-PORTION  TO BL-INTEREST
007670         MOVE LM-PRINCIPAL-PORTION TO BL-PRINCIPAL
007680         MOVE LM-BALANCE-REMAINING TO BL-BALANCE-AFTER
007690     ELSE
007700         MOVE ZERO                 TO BL-INTEREST
007710         MOVE ZERO                 TO BL-PRINCIPAL
007720         MOVE ZERO                 TO BL-BALANCE-AFTER
007730     END-IF.
007740     IF NOT BORROWER-ON-FILE
007750         PERFORM 2350-HOLD-NOTICE
007760             THRU 2350-EXIT
007770         GO TO 2300-EXIT
007780     END-IF.
007790     PERFORM 2400-PRINT-NOTICE
007800         THRU 2400-EXIT.
007810     PERFORM 2500-WRITE-FEED-DETAIL
007820         THRU 2500-EXIT.
007830     PERFORM 2600-ADD-TO-CONTROL-TABLE
007840         THRU 2600-EXIT.
007850     ADD 1 TO BL-NOTICES-ISSUED.
007860 2300-EXIT.
007870     EXIT.
007880
007890****************************************************************
007900* 2350-HOLD-NOTICE - A NOTICE WITH NO BORROWER ON BORRMSTR HAS  *
007910*                    NO ONE TO GO TO.  IT IS LISTED FOR         *
007920*                    SERVICING AND NOTHING IS PRINTED OR SENT   *
007930****************************************************************
007940 2350-HOLD-NOTICE.
007950     ADD 1 TO BL-NOTICES-HELD.
007960     IF BL-LOAN-BORROWER IS EQUAL TO ZERO
007970         MOVE "HELD - LOAN NAMES NO BORROWER" TO BL-REASON-TEXT
007980     ELSE
007990         MOVE "HELD - BORROWER NOT ON BORRMSTR" TO BL-REASON-TEXT
008000     END-IF.
008010     MOVE BL-CURR-LOAN-ID      TO RPT-DET-LOAN-ID.
008020     MOVE LM-PERIOD-NO         TO RPT-DET-PERIOD.
008030     MOVE BL-DUE-DATE-NUM      TO BL-DATE-WORK-NUM.
008040     PERFORM 2590-EDIT-DATE
008050         THRU 2590-EXIT.
008060     MOVE BL-DATE-EDIT         TO RPT-DET-DUE-DATE.
008070     MOVE BL-LOAN-CURRENCY     TO RPT-DET-CURRENCY.
008080     MOVE BL-AMOUNT-DUE        TO RPT-DET-AMOUNT.
008090     MOVE BL-REASON-TEXT       TO RPT-DET-REASON.
008100     PERFORM 2700-WRITE-REPORT-LINE
008110         THRU 2700-EXIT.
008120 2350-EXIT.
008130     EXIT.
008140
008150****************************************************************
008160* 2400-PRINT-NOTICE - ONE PAGE PER NOTICE, READY FOR THE MAIL   *
008170*                     ROOM OR FOR SERVICING TO ANSWER A CALL    *
008180*                     FROM                                      *
008190****************************************************************
008200 2400-PRINT-NOTICE.
008210     ADD 1 TO NTC-NOTICE-COUNT.
008220     IF NTC-NOTICE-COUNT IS GREATER THAN 1
008230         WRITE NOTICE-LINE FROM SPACES
008240         BEFORE ADVANCING PAGE
008250     END-IF.
008260     WRITE NOTICE-LINE FROM NTC-TITLE-LINE.
008270     WRITE NOTICE-LINE FROM SPACES.
008280     MOVE BL-BUS-DATE-NUM   TO BL-DATE-WORK-NUM.
008290     PERFORM 2590-EDIT-DATE
008300         THRU 2590-EXIT.
008310     MOVE BL-DATE-EDIT      TO NTC-NOTICE-DATE.
008320     WRITE NOTICE-LINE FROM NTC-DATE-LINE.
008330     MOVE BL-LOAN-BORROWER  TO NTC-BORROWER-ID.
008340     MOVE BL-BORROWER-NAME  TO NTC-BORROWER-NAME.
008350     WRITE NOTICE-LINE FROM NTC-BORROWER-LINE.
008360     MOVE BL-CURR-LOAN-ID   TO NTC-LOAN-ID.
008370     MOVE LM-PERIOD-NO      TO NTC-PERIOD.
008380     WRITE NOTICE-LINE FROM NTC-LOAN-LINE.
008390     MOVE BL-LOAN-CURRENCY  TO NTC-CURRENCY.
008400     WRITE NOTICE-LINE FROM NTC-CURRENCY-LINE.
008410     MOVE BL-DUE-DATE-NUM   TO BL-DATE-WORK-NUM.
008420     PERFORM 2590-EDIT-DATE
008430         THRU 2590-EXIT.
008440     MOVE BL-DATE-EDIT      TO NTC-DUE-DATE.
008450     WRITE NOTICE-LINE FROM NTC-DUE-DATE-LINE.
008460     WRITE NOTICE-LINE FROM SPACES.
008470     MOVE "INSTALLMENT DUE"            TO NTC-AMT-LABEL.
008480     MOVE BL-INSTALLMENT               TO NTC-AMT-VALUE.
008490     WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE.
008500     IF PERIOD-HAS-SPLIT
008510         MOVE "  OF WHICH INTEREST"    TO NTC-AMT-LABEL
008520         MOVE BL-INTEREST              TO NTC-AMT-VALUE
008530         WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
008540         MOVE "  OF WHICH PRINCIPAL"   TO NTC-AMT-LABEL
008550         MOVE BL-PRINCIPAL             TO NTC-AMT-VALUE
008560         WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
008570     END-IF.
008580     IF BL-PAID-TO-DATE IS GREATER THAN ZERO
008590         MOVE "LESS ALREADY PAID"      TO NTC-AMT-LABEL
008600         COMPUTE NTC-AMT-VALUE = ZERO - BL-PAID-TO-DATE
008610         WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
008620     END-IF.
008630     WRITE NOTICE-LINE FROM SPACES.
008640     MOVE "AMOUNT DUE"                 TO NTC-AMT-LABEL.
008650     MOVE BL-AMOUNT-DUE                TO NTC-AMT-VALUE.
008660     WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE.
008670     WRITE NOTICE-LINE FROM SPACES.
008680     IF PERIOD-HAS-SPLIT
008690         MOVE "LOAN BALANCE AFTER THIS PAYMENT" TO NTC-AMT-LABEL
008700         MOVE BL-BALANCE-AFTER         TO NTC-AMT-VALUE
008710         WRITE NOTICE-LINE FROM NTC-AMOUNT-LINE
008720     ELSE
008730         MOVE "THIS INSTALLMENT IS A SCHEDULED PAYMENT WITH NO"
008740             TO NTC-TEXT-LINE
008750         WRITE NOTICE-LINE FROM NTC-TEXT-LINE
008760         MOVE "INTEREST/PRINCIPAL SPLIT OR RUNNING BALANCE."
008770             TO NTC-TEXT-LINE
008780         WRITE NOTICE-LINE FROM NTC-TEXT-LINE
008790     END-IF.
008800     WRITE NOTICE-LINE FROM SPACES.
008810     MOVE "PLEASE PAY THE AMOUNT DUE ON OR BEFORE THE DUE DATE."
008820         TO NTC-TEXT-LINE.
008830     WRITE NOTICE-LINE FROM NTC-TEXT-LINE.
008840 2400-EXIT.
008850     EXIT.
008860
008870 2590-EDIT-DATE.
008880     MOVE BL-WORK-YEAR  TO BL-EDIT-YEAR.
008890     MOVE BL-WORK-MONTH TO BL-EDIT-MONTH.
008900     MOVE BL-WORK-DAY   TO BL-EDIT-DAY.
008910 2590-EXIT.
008920     EXIT.
008930
008940****************************************************************
008950* 2500-WRITE-FEED-DETAIL - ONE VENDOR DETAIL RECORD PER NOTICE, *
008960*                          CARRYING THE SAME FIGURES AS THE     *
008970*                          PRINTED PAGE                         *
008980****************************************************************
008990 2500-WRITE-FEED-DETAIL.
009000     MOVE SPACES              TO VENDOR-FEED-DETAIL.
009010     MOVE "D"                 TO VD-RECORD-TYPE.
009020     MOVE BL-CURR-LOAN-ID     TO VD-LOAN-ID.
009030     MOVE LM-PERIOD-NO        TO VD-PERIOD-NO.
009040     MOVE BL-LOAN-BORROWER    TO VD-BORROWER-ID.
009050     MOVE BL-BORROWER-NAME    TO VD-BORROWER-NAME.
009060     MOVE BL-LOAN-CURRENCY    TO VD-CURRENCY-CODE.
009070     MOVE BL-LOAN-GL-ACCOUNT  TO VD-GL-ACCOUNT.
009080     MOVE BL-BUS-DATE-NUM     TO VD-NOTICE-DATE.
009090     MOVE BL-DUE-DATE-NUM     TO VD-DUE-DATE.
009100     MOVE BL-INSTALLMENT      TO VD-INSTALLMENT.
009110     MOVE BL-PAID-TO-DATE     TO VD-PAID-TO-DATE.
009120     MOVE BL-AMOUNT-DUE       TO VD-AMOUNT-DUE.
009130     IF PERIOD-HAS-SPLIT
009140         MOVE "Y"             TO VD-SPLIT-FLAG
009150     ELSE
009160         MOVE "N"             TO VD-SPLIT-FLAG
009170     END-IF.
009180     MOVE BL-INTEREST         TO VD-INTEREST-PORTION.
009190     MOVE BL-PRINCIPAL        TO VD-PRINCIPAL-PORTION.
009200     MOVE BL-BALANCE-AFTER    TO VD-BALANCE-AFTER.
009210     WRITE VENDOR-FEED-DETAIL.
009220     ADD BL-AMOUNT-DUE        TO BL-FEED-HASH.
009230 2500-EXIT.
009240     EXIT.
009250
009260****************************************************************
009270* 2600-ADD-TO-CONTROL-TABLE - ADD THE NOTICE TO ITS GL ACCOUNT  *
009280*                             AND CURRENCY ENTRY, OPENING A NEW *
009290*                             ENTRY IN KEY ORDER THE FIRST TIME *
009300*                             THE PAIR IS SEEN                  *
009310****************************************************************
009320 2600-ADD-TO-CONTROL-TABLE.
009330     MOVE BL-LOAN-GL-ACCOUNT TO BL-NEW-GL-ACCOUNT.
009340     MOVE BL-LOAN-CURRENCY   TO BL-NEW-CURRENCY.
009350     MOVE "N"  TO BL-ENTRY-SW.
009360     MOVE ZERO TO BL-CT-HIT.
009370     PERFORM 2610-TEST-ONE-ENTRY
009380         THRU 2610-EXIT
009390         VARYING BL-CT-SUB FROM 1 BY 1
009400         UNTIL BL-CT-SUB IS GREATER THAN BL-CT-ENTRY-COUNT
009410         OR BL-CT-HIT IS GREATER THAN ZERO.
009420     IF NOT CONTROL-ENTRY-FOUND
009430         PERFORM 2620-OPEN-CONTROL-ENTRY
009440             THRU 2620-EXIT
009450     END-IF.
009460     IF BL-CT-HIT IS EQUAL TO ZERO
009470         GO TO 2600-EXIT
009480     END-IF.
009490     ADD 1                TO BL-CT-COUNT(BL-CT-HIT).
009500     ADD BL-AMOUNT-DUE    TO BL-CT-AMOUNT-DUE(BL-CT-HIT).
009510     ADD BL-INTEREST      TO BL-CT-INTEREST(BL-CT-HIT).
009520     ADD BL-PRINCIPAL     TO BL-CT-PRINCIPAL(BL-CT-HIT).
009530 2600-EXIT.
009540     EXIT.
009550
009560****************************************************************
009570* 2610-TEST-ONE-ENTRY - STOP AT THE PAIR'S OWN ENTRY, OR AT THE *
009580*                       FIRST ENTRY THAT SORTS AFTER IT - WHERE *
009590*                       A NEW ENTRY GOES                        *
009600****************************************************************
009610 2610-TEST-ONE-ENTRY.
009620     IF BL-CT-KEY(BL-CT-SUB) IS EQUAL TO BL-NEW-KEY
009630         SET CONTROL-ENTRY-FOUND TO TRUE
009640         MOVE BL-CT-SUB TO BL-CT-HIT
009650     ELSE
009660         IF BL-CT-KEY(BL-CT-SUB) IS GREATER THAN BL-NEW-KEY
009670             MOVE BL-CT-SUB TO BL-CT-HIT
009680         END-IF
009690     END-IF.
009700 2610-EXIT.
009710     EXIT.
009720
009730****************************************************************
009740* 2620-OPEN-CONTROL-ENTRY - MOVE THE ENTRIES FROM BL-CT-HIT     *
009750*                           DOWN ONE AND START AN EMPTY ENTRY   *
009760*                           THERE, OR AT THE END WHEN NO ENTRY  *
009770*                           SORTS AFTER THE PAIR.  A FULL TABLE *
009780*                           LEAVES BL-CT-HIT ZERO AND THE       *
009790*                           NOTICE IS ONLY COUNTED              *
009800****************************************************************
009810 2620-OPEN-CONTROL-ENTRY.
009820     IF BL-CT-ENTRY-COUNT IS NOT LESS THAN BL-CT-MAX-ENTRIES
009830         ADD 1 TO BL-CT-OVERFLOW
009840         MOVE ZERO TO BL-CT-HIT
009850         GO TO 2620-EXIT
009860     END-IF.
009870     IF BL-CT-HIT IS EQUAL TO ZERO
009880         COMPUTE BL-CT-HIT = BL-CT-ENTRY-COUNT + 1
009890     ELSE
009900         PERFORM 2630-MOVE-ONE-ENTRY-DOWN
009910             THRU 2630-EXIT
009920             VARYING BL-CT-SUB FROM BL-CT-ENTRY-COUNT BY -1
009930             UNTIL BL-CT-SUB IS LESS THAN BL-CT-HIT
009940     END-IF.
009950     ADD 1 TO BL-CT-ENTRY-COUNT.
009960     MOVE BL-NEW-KEY TO BL-CT-KEY(BL-CT-HIT).
009970     MOVE ZERO       TO BL-CT-COUNT(BL-CT-HIT).
009980     MOVE ZERO       TO BL-CT-AMOUNT-DUE(BL-CT-HIT).
009990     MOVE ZERO       TO BL-CT-INTEREST(BL-CT-HIT).
010000     MOVE ZERO       TO BL-CT-PRINCIPAL(BL-CT-HIT).
010010 2620-EXIT.
010020     EXIT.
010030
010040 2630-MOVE-ONE-ENTRY-DOWN.
010050     MOVE BL-CT-ENTRY(BL-CT-SUB) TO BL-CT-ENTRY(BL-CT-SUB + 1).
010060 2630-EXIT.
010070     EXIT.
010080
010090****************************************************************
010100* 2700-WRITE-REPORT-LINE - ONE HELD-NOTICE OR UNBILLABLE-LOAN   *
010110*                          LINE, HEADING A NEW PAGE IF NEEDED   *
010120*                          FIRST                                *
010130****************************************************************
010140 2700-WRITE-REPORT-LINE.
010150     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
010160         PERFORM 2710-WRITE-REPORT-HEADINGS
010170             THRU 2710-EXIT
010180     END-IF.
010190     WRITE BILL-REPORT-LINE FROM RPT-DETAIL-LINE.
010200     ADD 1 TO RPT-LINE-COUNT.
010210 2700-EXIT.
010220     EXIT.
010230
010240****************************************************************
010250* 2710-WRITE-REPORT-HEADINGS - START A NEW CONTROL REPORT PAGE  *
010260****************************************************************
010270 2710-WRITE-REPORT-HEADINGS.
010280     ADD 1 TO RPT-PAGE-COUNT.
010290     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
010300     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
010310     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
010320     MOVE BL-BUS-DATE-NUM  TO BL-DATE-WORK-NUM.
010330     PERFORM 2590-EDIT-DATE
010340         THRU 2590-EXIT.
010350     MOVE BL-DATE-EDIT     TO RPT-H3-BUS-DATE.
010360     MOVE BL-WINDOW-FROM   TO BL-DATE-WORK-NUM.
010370     PERFORM 2590-EDIT-DATE
010380         THRU 2590-EXIT.
010390     MOVE BL-DATE-EDIT     TO RPT-H3-WINDOW-FROM.
010400     MOVE BL-WINDOW-TO     TO BL-DATE-WORK-NUM.
010410     PERFORM 2590-EDIT-DATE
010420         THRU 2590-EXIT.
010430     MOVE BL-DATE-EDIT     TO RPT-H3-WINDOW-TO.
010440     IF RPT-PAGE-COUNT IS GREATER THAN 1
010450         WRITE BILL-REPORT-LINE FROM SPACES
010460         BEFORE ADVANCING PAGE
010470     END-IF.
010480     WRITE BILL-REPORT-LINE FROM RPT-HEADING-1.
010490     WRITE BILL-REPORT-LINE FROM RPT-HEADING-2.
010500     WRITE BILL-REPORT-LINE FROM RPT-HEADING-3.
010510     WRITE BILL-REPORT-LINE FROM SPACES.
010520     WRITE BILL-REPORT-LINE FROM RPT-COLUMN-HEADING.
010530     MOVE ZERO TO RPT-LINE-COUNT.
010540 2710-EXIT.
010550     EXIT.
010560
010570****************************************************************
010580* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE       *
010590*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO    *
010600*                      HOLCAL MEANS NO HOLIDAYS - ONLY WEEKENDS *
010610*                      ARE CLOSED                               *
010620****************************************************************
010630 8100-LOAD-HOLIDAYS.
010640     OPEN INPUT HOLIDAY-CALENDAR.
010650     IF NOT HOLCAL-FILE-FOUND
010660         GO TO 8100-EXIT
010670     END-IF.
010680     MOVE "N" TO BL-HOL-EOF-SW.
010690     PERFORM 8105-READ-HOLIDAY-RECORD
010700         THRU 8105-EXIT
010710         UNTIL HOLIDAY-TABLE-EOF.
010720     CLOSE HOLIDAY-CALENDAR.
010730 8100-EXIT.
010740     EXIT.
010750
010760 8105-READ-HOLIDAY-RECORD.
010770     READ HOLIDAY-CALENDAR
010780         AT END
010790             SET HOLIDAY-TABLE-EOF TO TRUE
010800             GO TO 8105-EXIT
010810     END-READ.
010820     IF HC-HOLIDAY-DATE IS NOT NUMERIC
010830             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
010840         GO TO 8105-EXIT
010850     END-IF.
010860     IF BL-HOL-ENTRY-COUNT IS NOT LESS THAN BL-HOL-MAX-ENTRIES
010870         DISPLAY "LOANBILL: FATAL - HOLIDAY TABLE FULL AT 2000 "
010880             "ENTRIES.  RUN ABORTED."
010890         MOVE 16 TO RETURN-CODE
010900         STOP RUN
010910     END-IF.
010920     ADD 1 TO BL-HOL-ENTRY-COUNT.
010930     SET BL-HOL-IDX TO BL-HOL-ENTRY-COUNT.
010940     MOVE HC-CURRENCY-CODE TO BL-HOL-CURRENCY(BL-HOL-IDX).
010950     MOVE HC-HOLIDAY-DATE  TO BL-HOL-DATE(BL-HOL-IDX).
010960 8105-EXIT.
010970     EXIT.
010980
010990****************************************************************
011000* 8110-SET-DUE-DATE - BL-CAL-DATE = THE DUE DATE OF PERIOD      *
011010*                     BL-CAL-PERIOD OF A LOAN BOOKED ON         *
011020*                     BL-CAL-BOOK-DATE IN BL-CAL-CURRENCY.  THE *
011030*                     MONTH IS THE BOOKING MONTH PLUS THE       *
011040*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT   *
011050*                     BACK TO THE MONTH'S LAST DAY WHEN THE     *
011060*                     MONTH IS SHORTER, OR THE LAST DAY         *
011070*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A    *
011080*                     MONTH END.  A CLOSED DAY THEN MOVES TO    *
011090*                     THE FOLLOWING BUSINESS DAY                *
011100****************************************************************
011110 8110-SET-DUE-DATE.
011120     COMPUTE BL-CAL-MONTH-TOTAL =
011130           (BL-CAL-BOOK-YEAR * 12) + BL-CAL-BOOK-MONTH - 1
011140           + BL-CAL-PERIOD.
011150     DIVIDE BL-CAL-MONTH-TOTAL BY 12
011160         GIVING BL-CAL-YEAR
011170         REMAINDER BL-CAL-MONTH-WORK.
011180     ADD 1 TO BL-CAL-MONTH-WORK.
011190     MOVE BL-CAL-MONTH-WORK TO BL-CAL-MONTH.
011200     MOVE "N" TO BL-CAL-EOM-SW.
011210     MOVE BL-CAL-BOOK-YEAR  TO BL-ML-YEAR.
011220     MOVE BL-CAL-BOOK-MONTH TO BL-ML-MONTH.
011230     PERFORM 8120-SET-MONTH-LENGTH
011240         THRU 8120-EXIT.
011250     IF BL-CAL-BOOK-DAY IS NOT LESS THAN BL-ML-DAYS
011260         SET BOOKED-AT-MONTH-END TO TRUE
011270     END-IF.
011280     MOVE BL-CAL-YEAR  TO BL-ML-YEAR.
011290     MOVE BL-CAL-MONTH TO BL-ML-MONTH.
011300     PERFORM 8120-SET-MONTH-LENGTH
011310         THRU 8120-EXIT.
011320     IF BOOKED-AT-MONTH-END
011330             OR BL-CAL-BOOK-DAY IS GREATER THAN BL-ML-DAYS
011340         MOVE BL-ML-DAYS TO BL-CAL-DAY
011350     ELSE
011360         MOVE BL-CAL-BOOK-DAY TO BL-CAL-DAY
011370     END-IF.
011380     PERFORM 8130-ROLL-TO-BUSINESS-DAY
011390         THRU 8130-EXIT.
011400 8110-EXIT.
011410     EXIT.
011420
011430****************************************************************
011440* 8120-SET-MONTH-LENGTH - BL-ML-DAYS = THE NUMBER OF DAYS IN    *
011450*                         MONTH BL-ML-MONTH OF YEAR BL-ML-YEAR. *
011460*                         FEBRUARY HAS 29 IN A YEAR DIVISIBLE   *
011470*                         BY 4, EXCEPT A CENTURY NOT DIVISIBLE  *
011480*                         BY 400                                *
011490****************************************************************
011500 8120-SET-MONTH-LENGTH.
011510     EVALUATE BL-ML-MONTH
011520         WHEN 4
011530         WHEN 6
011540         WHEN 9
011550         WHEN 11
011560             MOVE 30 TO BL-ML-DAYS
011570         WHEN 2
011580             MOVE 28 TO BL-ML-DAYS
011590             DIVIDE BL-ML-YEAR BY 4
011600                 GIVING BL-ML-QUOTIENT
011610                 REMAINDER BL-ML-REM-4
011620             DIVIDE BL-ML-YEAR BY 100
011630                 GIVING BL-ML-QUOTIENT
011640                 REMAINDER BL-ML-REM-100
011650             DIVIDE BL-ML-YEAR BY 400
011660                 GIVING BL-ML-QUOTIENT
011670                 REMAINDER BL-ML-REM-400
011680             IF BL-ML-REM-4 IS EQUAL TO ZERO
011690                 AND (BL-ML-REM-100 IS NOT EQUAL TO ZERO
011700                   OR BL-ML-REM-400 IS EQUAL TO ZERO)
011710                 MOVE 29 TO BL-ML-DAYS
011720             END-IF
011730         WHEN OTHER
011740             MOVE 31 TO BL-ML-DAYS
011750     END-EVALUATE.
011760 8120-EXIT.
011770     EXIT.
011780
011790****************************************************************
011800* 8130-ROLL-TO-BUSINESS-DAY - LEAVE BL-CAL-DATE WHERE IT IS IF  *
011810*                             IT IS A BUSINESS DAY OF           *
011820*                             BL-CAL-CURRENCY, OTHERWISE MOVE   *
011830*                             IT FORWARD A DAY AT A TIME UNTIL  *
011840*                             IT IS ONE                         *
011850****************************************************************
011860 8130-ROLL-TO-BUSINESS-DAY.
011870     PERFORM 8140-TEST-BUSINESS-DAY
011880         THRU 8140-EXIT.
011890     PERFORM 8135-STEP-ONE-DAY
011900         THRU 8135-EXIT
011910         UNTIL CAL-ON-BUSINESS-DAY.
011920 8130-EXIT.
011930     EXIT.
011940
011950 8135-STEP-ONE-DAY.
011960     PERFORM 8150-ADVANCE-ONE-DAY
011970         THRU 8150-EXIT.
011980     PERFORM 8140-TEST-BUSINESS-DAY
011990         THRU 8140-EXIT.
012000 8135-EXIT.
012010     EXIT.
012020
012030****************************************************************
012040* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS       *
012050*                          BL-CAL-DATE IS A SATURDAY, A SUNDAY, *
012060*                          OR A HOLIDAY OF BL-CAL-CURRENCY      *
012070****************************************************************
012080 8140-TEST-BUSINESS-DAY.
012090     MOVE "N" TO BL-CAL-BUS-DAY-SW.
012100     MOVE BL-CAL-DATE-NUM TO BL-DN-DATE-NUM.
012110     PERFORM 8160-DATE-TO-DAY-NUMBER
012120         THRU 8160-EXIT.
012130     IF BL-DN-DOW IS GREATER THAN 4
012140         GO TO 8140-EXIT
012150     END-IF.
012160     MOVE "N" TO BL-HOL-FOUND-SW.
012170     PERFORM 8145-SEARCH-ONE-HOLIDAY
012180         THRU 8145-EXIT
012190         VARYING BL-HOL-IDX FROM 1 BY 1
012200         UNTIL BL-HOL-IDX IS GREATER THAN BL-HOL-ENTRY-COUNT
012210         OR HOLIDAY-FOUND.
012220     IF NOT HOLIDAY-FOUND
012230         SET CAL-ON-BUSINESS-DAY TO TRUE
012240     END-IF.
012250 8140-EXIT.
012260     EXIT.
012270
012280 8145-SEARCH-ONE-HOLIDAY.
012290     IF BL-HOL-DATE(BL-HOL-IDX) = BL-CAL-DATE-NUM
012300         AND BL-HOL-CURRENCY(BL-HOL-IDX) = BL-CAL-CURRENCY
012310         SET HOLIDAY-FOUND TO TRUE
012320     END-IF.
012330 8145-EXIT.
012340     EXIT.
012350
012360****************************************************************
012370* 8150-ADVANCE-ONE-DAY - BL-CAL-DATE = THE NEXT CALENDAR DAY    *
012380****************************************************************
012390 8150-ADVANCE-ONE-DAY.
012400     MOVE BL-CAL-YEAR  TO BL-ML-YEAR.
012410     MOVE BL-CAL-MONTH TO BL-ML-MONTH.
012420     PERFORM 8120-SET-MONTH-LENGTH
012430         THRU 8120-EXIT.
012440     IF BL-CAL-DAY IS LESS THAN BL-ML-DAYS
012450         ADD 1 TO BL-CAL-DAY
012460         GO TO 8150-EXIT
012470     END-IF.
012480     MOVE 1 TO BL-CAL-DAY.
012490     IF BL-CAL-MONTH IS LESS THAN 12
012500         ADD 1 TO BL-CAL-MONTH
012510         GO TO 8150-EXIT
012520     END-IF.
012530     MOVE 1 TO BL-CAL-MONTH.
012540     ADD 1 TO BL-CAL-YEAR.
012550 8150-EXIT.
012560     EXIT.
012570
012580****************************************************************
012590* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF BL-DN-DATE AND *
012600*                           ITS WEEKDAY (0 = MONDAY).  EACH     *
012610*                           DIVISION TRUNCATES ON ITS OWN       *
012620****************************************************************
012630 8160-DATE-TO-DAY-NUMBER.
012640     COMPUTE BL-DN-A = (14 - BL-DN-MONTH) / 12.
012650     COMPUTE BL-DN-Y = BL-DN-YEAR + 4800 - BL-DN-A.
012660     COMPUTE BL-DN-M = BL-DN-MONTH + (12 * BL-DN-A) - 3.
012670     COMPUTE BL-DN-MONTH-DAYS = ((153 * BL-DN-M) + 2) / 5.
012680     COMPUTE BL-DN-LEAP-4   = BL-DN-Y / 4.
012690     COMPUTE BL-DN-LEAP-100 = BL-DN-Y / 100.
012700     COMPUTE BL-DN-LEAP-400 = BL-DN-Y / 400.
012710     COMPUTE BL-DN-NUMBER = BL-DN-DAY + BL-DN-MONTH-DAYS
012720         + (365 * BL-DN-Y) + BL-DN-LEAP-4 - BL-DN-LEAP-100
012730         + BL-DN-LEAP-400 - 32045.
012740     DIVIDE BL-DN-NUMBER BY 7
012750         GIVING BL-DN-WORK
012760         REMAINDER BL-DN-DOW.
012770 8160-EXIT.
012780     EXIT.
012790
012800****************************************************************
012810* 9000-TERMINATE - CLOSE THE FEED WITH ITS TRAILER, PRINT THE   *
012820*                  CONTROL SUMMARY BY GL ACCOUNT AND CURRENCY   *
012830*                  AND THE RUN TOTALS, AND RECORD THE OUTCOME   *
012840****************************************************************
012850 9000-TERMINATE.
012860     MOVE SPACES              TO VENDOR-FEED-TRAILER.
012870     MOVE "T"                 TO VT-RECORD-TYPE.
012880     MOVE BL-NOTICES-ISSUED   TO VT-NOTICE-COUNT.
012890     MOVE BL-FEED-HASH        TO VT-AMOUNT-HASH.
012900     WRITE VENDOR-FEED-TRAILER.
012910     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
012920         PERFORM 2710-WRITE-REPORT-HEADINGS
012930             THRU 2710-EXIT
012940         WRITE BILL-REPORT-LINE FROM RPT-NONE-HELD-LINE
012950         ADD 1 TO RPT-LINE-COUNT
012960     END-IF.
012970     PERFORM 9200-WRITE-CONTROL-SUMMARY
012980         THRU 9200-EXIT.
012990     MOVE SPACES TO RPT-TOTAL-LINE.
013000     PERFORM 9100-WRITE-ONE-TOTAL
013010         THRU 9100-EXIT.
013020     MOVE "LEAD TIME IN DAYS"              TO RPT-TOT-LABEL.
013030     MOVE BL-LEAD-DAYS                     TO RPT-TOT-VALUE.
013040     PERFORM 9100-WRITE-ONE-TOTAL
013050         THRU 9100-EXIT.
013060     MOVE "MASTER RECORDS READ"            TO RPT-TOT-LABEL.
013070     MOVE BL-RECS-READ                     TO RPT-TOT-VALUE.
013080     PERFORM 9100-WRITE-ONE-TOTAL
013090         THRU 9100-EXIT.
013100     MOVE "LOANS READ"                     TO RPT-TOT-LABEL.
013110     MOVE BL-LOANS-READ                    TO RPT-TOT-VALUE.
013120     PERFORM 9100-WRITE-ONE-TOTAL
013130         THRU 9100-EXIT.
013140     MOVE "LOANS NOT BILLABLE"             TO RPT-TOT-LABEL.
013150     MOVE BL-LOANS-UNBILLABLE              TO RPT-TOT-VALUE.
013160     PERFORM 9100-WRITE-ONE-TOTAL
013170         THRU 9100-EXIT.
013180     MOVE "PERIODS DUE IN THE WINDOW"      TO RPT-TOT-LABEL.
013190     MOVE BL-PERIODS-DUE                   TO RPT-TOT-VALUE.
013200     PERFORM 9100-WRITE-ONE-TOTAL
013210         THRU 9100-EXIT.
013220     MOVE "NOTICES ISSUED"                 TO RPT-TOT-LABEL.
013230     MOVE BL-NOTICES-ISSUED                TO RPT-TOT-VALUE.
013240     PERFORM 9100-WRITE-ONE-TOTAL
013250         THRU 9100-EXIT.
013260     MOVE "NOTICES HELD"                   TO RPT-TOT-LABEL.
013270     MOVE BL-NOTICES-HELD                  TO RPT-TOT-VALUE.
013280     PERFORM 9100-WRITE-ONE-TOTAL
013290         THRU 9100-EXIT.
013300     MOVE "VENDOR FEED DETAIL RECORDS"     TO RPT-TOT-LABEL.
013310     MOVE BL-NOTICES-ISSUED                TO RPT-TOT-VALUE.
013320     PERFORM 9100-WRITE-ONE-TOTAL
013330         THRU 9100-EXIT.
013340     IF BL-READ-ERRORS IS GREATER THAN ZERO
013350         MOVE "MASTER READ ERRORS - SCAN SHORT" TO RPT-TOT-LABEL
013360         MOVE BL-READ-ERRORS               TO RPT-TOT-VALUE
013370         PERFORM 9100-WRITE-ONE-TOTAL
013380             THRU 9100-EXIT
013390     END-IF.
013400     CLOSE LOAN-MASTER.
013410     CLOSE BORROWER-MASTER.
013420     CLOSE NOTICE-FILE.
013430     CLOSE VENDOR-FEED.
013440     CLOSE BILL-REPORT.
013450     PERFORM 9060-WRITE-JOB-STATUS
013460         THRU 9060-EXIT.
013470 9000-EXIT.
013480     EXIT.
013490
013500****************************************************************
013510* 9100-WRITE-ONE-TOTAL - ONE LABELED COUNT LINE                 *
013520****************************************************************
013530 9100-WRITE-ONE-TOTAL.
013540     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
013550         PERFORM 2710-WRITE-REPORT-HEADINGS
013560             THRU 2710-EXIT
013570     END-IF.
013580     WRITE BILL-REPORT-LINE FROM RPT-TOTAL-LINE.
013590     ADD 1 TO RPT-LINE-COUNT.
013600 9100-EXIT.
013610     EXIT.
013620
013630****************************************************************
013640* 9200-WRITE-CONTROL-SUMMARY - THE NOTICES ISSUED, COUNTED AND  *
013650*                              TOTALED BY GL ACCOUNT AND        *
013660*                              CURRENCY.  AMOUNTS ARE NEVER     *
013670*                              ADDED ACROSS CURRENCIES          *
013680****************************************************************
013690 9200-WRITE-CONTROL-SUMMARY.
013700     IF RPT-LINE-COUNT IS GREATER THAN RPT-MAX-LINES - 4
013710         PERFORM 2710-WRITE-REPORT-HEADINGS
013720             THRU 2710-EXIT
013730     END-IF.
013740     WRITE BILL-REPORT-LINE FROM SPACES.
013750     WRITE BILL-REPORT-LINE FROM RPT-SUMMARY-HEADING.
013760     ADD 2 TO RPT-LINE-COUNT.
013770     IF BL-CT-ENTRY-COUNT IS EQUAL TO ZERO
013780         WRITE BILL-REPORT-LINE FROM RPT-NO-NOTICES-LINE
013790         ADD 1 TO RPT-LINE-COUNT
013800     END-IF.
013810     PERFORM 9210-WRITE-ONE-SUMMARY-LINE
013820         THRU 9210-EXIT
013830         VARYING BL-CT-SUB FROM 1 BY 1
013840         UNTIL BL-CT-SUB IS GREATER THAN BL-CT-ENTRY-COUNT.
013850     IF BL-CT-OVERFLOW IS GREATER THAN ZERO
013860         WRITE BILL-REPORT-LINE FROM RPT-OVERFLOW-LINE
013870         ADD 1 TO RPT-LINE-COUNT
013880     END-IF.
013890 9200-EXIT.
013900     EXIT.
013910
013920 9210-WRITE-ONE-SUMMARY-LINE.
013930     MOVE BL-CT-GL-ACCOUNT(BL-CT-SUB) TO RPT-SUM-GL-ACCOUNT.
013940     MOVE BL-CT-CURRENCY(BL-CT-SUB)   TO RPT-SUM-CURRENCY.
013950     MOVE BL-CT-COUNT(BL-CT-SUB)      TO RPT-SUM-COUNT.
013960     MOVE BL-CT-AMOUNT-DUE(BL-CT-SUB) TO RPT-SUM-AMOUNT-DUE.
013970     MOVE BL-CT-INTEREST(BL-CT-SUB)   TO RPT-SUM-INTEREST.
013980     MOVE BL-CT-PRINCIPAL(BL-CT-SUB)  TO RPT-SUM-PRINCIPAL.
013990     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
014000         PERFORM 2710-WRITE-REPORT-HEADINGS
014010             THRU 2710-EXIT
014020     END-IF.
014030     WRITE BILL-REPORT-LINE FROM RPT-SUMMARY-LINE.
014040     ADD 1 TO RPT-LINE-COUNT.
014050 9210-EXIT.
014060     EXIT.
014070
014080****************************************************************
014090* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
014100*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
014110*                         PROGRAM.  A BILLING RUN THAT ISSUED   *
014120*                         NO NOTICES, HELD ANY, FILLED ITS      *
014130*                         CONTROL TABLE, OR STOPPED SHORT ON A  *
014140*                         READ ERROR IS A WARNING.  IT STAMPS   *
014150*                         THE DATECTL BUSINESS DATE             *
014160****************************************************************
014170 9060-WRITE-JOB-STATUS.
014180     OPEN INPUT JOB-STATUS.
014190     IF JOBSTAT-FILE-FOUND
014200         CLOSE JOB-STATUS
014210         OPEN EXTEND JOB-STATUS
014220     ELSE
014230         OPEN OUTPUT JOB-STATUS
014240     END-IF.
014250     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
014260     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
014270     MOVE "LOANBILL"          TO JS-PROGRAM.
014280     MOVE BL-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
014290     MOVE BL-PERIODS-DUE      TO JS-ITEMS-IN.
014300     MOVE BL-NOTICES-ISSUED   TO JS-ITEMS-OK.
014310     MOVE BL-NOTICES-HELD     TO JS-ITEMS-REJECTED.
014320     MOVE BL-LOANS-UNBILLABLE TO JS-ITEMS-OTHER.
014330     EVALUATE TRUE
014340         WHEN BL-READ-ERRORS IS GREATER THAN ZERO
014350             MOVE "W"                  TO JS-STATUS
014360             MOVE "MASTER READ ERROR"  TO JS-NOTE
014370         WHEN BL-NOTICES-HELD IS GREATER THAN ZERO
014380             MOVE "W"                  TO JS-STATUS
014390             MOVE "NOTICES HELD"       TO JS-NOTE
014400         WHEN BL-NOTICES-ISSUED IS EQUAL TO ZERO
014410             MOVE "W"                  TO JS-STATUS
014420             MOVE "NO NOTICES ISSUED"  TO JS-NOTE
014430         WHEN BL-CT-OVERFLOW IS GREATER THAN ZERO
014440             MOVE "W"                  TO JS-STATUS
014450             MOVE "CONTROL TABLE FULL" TO JS-NOTE
014460         WHEN OTHER
014470             MOVE "C"                  TO JS-STATUS
014480             MOVE "NOTICES ISSUED"     TO JS-NOTE
014490     END-EVALUATE.
014500     WRITE JOB-STATUS-RECORD.
014510     CLOSE JOB-STATUS.
014520 9060-EXIT.
014530     EXIT.
014540
014550 END PROGRAM LOANBILL.
