000010****************************************************************
000020* LOANMOD                                                       *
000030*                                                               *
000040* LOAN MODIFICATION AND RE-AMORTIZATION.  DRIVEN BY A FILE OF   *
000050* MODIFICATION REQUESTS, EACH NAMING A LOAN, THE PERIOD THE     *
000060* MODIFICATION TAKES EFFECT FROM, AND ONE OF:                   *
000070*   R - A NEW RATE (THE SPREAD OVER THE INDEX FOR A FLOATING    *
000080*       LOAN),                                                  *
000090*   E - A NEW TERM IN PERIODS (AN EXTENSION, OR A SHORTENING),  *
000100*   C - A PRINCIPAL CURTAILMENT TAKEN AHEAD OF THE PERIOD.      *
000110* THE SCHEDULE FROM THE EFFECTIVE PERIOD FORWARD IS REBUILT     *
000120* ON LOAN-MASTER EXACTLY AS THE BATCH BUILDS IT - A NEW LEVEL   *
000130* PAYMENT OVER THE REMAINING PERIODS, SPLIT INTO INTEREST AND   *
000140* PRINCIPAL AT EACH PERIOD'S RATE ON THE CURRENCY'S CURRTAB     *
000150* DAY-COUNT BASIS AND ROUNDING RULE - ADDING OR DELETING        *
000160* PERIODS AS THE NEW TERM REQUIRES, AND THE PERIOD-ZERO         *
000170* HEADER IS RESTATED TO THE NEW TERMS.  PERIODS BEFORE THE      *
000180* EFFECTIVE PERIOD ARE NEVER TOUCHED, AND A MODIFICATION        *
000190* CANNOT TAKE EFFECT FROM A PERIOD ALREADY DUE OR PAID.         *
000200* EVERY RECORD CHANGED WRITES A BEFORE/AFTER IMAGE TO AUDITLOG  *
000210* AND AUDITFIL, AND THE MODIFICATION REPORT COMPARES THE OLD    *
000220* AND NEW PAYMENT AND MATURITY OF EVERY LOAN MODIFIED.          *
000221* EVERY REQUEST NAMES THE USER WHO KEYED IT.  A RATE OR TERM    *
000222* CHANGE RESTATES THE HEADER RATE OR TERM AND IS UNDER DUAL     *
000223* CONTROL: IT MUST ALSO NAME A DIFFERENT USER WHO APPROVED IT,  *
000224* AND BOTH USER IDS GO ON ITS AUDIT IMAGES.                     *
000230****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.     LOANMOD.
000260 AUTHOR.         R. MCALLISTER.
000270 INSTALLATION.   LOAN SERVICING DIVISION.
000280 DATE-WRITTEN.   10/15/2026.
000290 DATE-COMPILED.
000300****************************************************************
000310* MODIFICATION HISTORY                                          *
000320*  DATE        INIT  DESCRIPTION                                *
000330*  ----------  ----  ------------------------------------------ *
000340*  2026-10-15  RLM   INITIAL VERSION.  A RESTRUCTURE USED TO     *
000350*                    MEAN DELETING THE LOAN AND REBOOKING IT     *
000360*                    THROUGH A BATCH, AND A LOANMNT HEADER RATE  *
000370*                    OR TERM CHANGE LEFT THE STORED SCHEDULE AT  *
000372*                    THE OLD TERMS.                              *
000374*  2026-10-15  RLM   BLANKS THE MAKER/CHECKER USER IDS ON EACH   *
000376*                    AUDITFIL RECORD - ONLY LOANMNT'S            *
000380*                    DUAL-CONTROL IMAGES CARRY THEM.             *
000381*  2026-10-15  RLM   DUE DATES FOLLOW THE SHOP'S DUE-DATE RULE - *
000382*                    A SHORT MONTH HELD TO ITS LAST DAY, A       *
000383*                    MONTH-END BOOKING ON THE LAST DAY, A CLOSED *
000384*                    DAY MOVED TO THE NEXT HOLCAL BUSINESS DAY.  *
000385*                    "ALREADY DUE" AND THE JOBSTAT BUSINESS DATE *
000386*                    NOW GO BY THE DATECTL BUSINESS DATE.        *
000387*  2026-10-15  RLM   EVERY ADD, REWRITE, AND DELETE ON           *
000388*                    LOAN-MASTER IS JOURNALED TO LMJRNL          *
000389*                    (JRRECORD) WITH THE WHOLE RECORD BEFORE     *
000390*                    AND AFTER, FOR LOANRCVR FORWARD RECOVERY.   *
000391*  2026-10-15  RLM   A REBUILD KEEPS ANY CURTAILMENT ALREADY ON  *
000392*                    A REWRITTEN PERIOD - IT COMES OFF AT ITS    *
000393*                    OWN PERIOD AND THE NEW PAYMENT ALLOWS FOR   *
000394*                    IT - RATHER THAN ZEROING IT.  A SHORTER     *
000395*                    TERM THAT WOULD DROP A CURTAILED PERIOD     *
000396*                    IS REJECTED.                                *
000397*  2026-10-15  RLM   RATE AND TERM CHANGES ARE UNDER DUAL        *
000398*                    CONTROL.  EACH REQUEST CARRIES THE          *
000399*                    SUBMITTING USER, AND A RATE OR TERM CHANGE  *
000400*                    IS REJECTED UNLESS A DIFFERENT CHECKER      *
000401*                    APPROVED IT.  AUDITFIL AND AUDITLOG IMAGES  *
000402*                    CARRY BOTH USER IDS INSTEAD OF BLANKS.      *
000403****************************************************************
000404 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT MOD-REQUEST   ASSIGN TO "MODTRAN"
000440                           ORGANIZATION IS SEQUENTIAL
000450                           FILE STATUS IS MD-RQST-STATUS.
000460     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000470                           ORGANIZATION IS INDEXED
000480                           ACCESS MODE IS DYNAMIC
000490                           RECORD KEY IS LM-KEY
000500                           FILE STATUS IS MD-LOANMSTR-STATUS.
000502     SELECT MASTER-JOURNAL ASSIGN TO "LMJRNL"
000504                           ORGANIZATION IS SEQUENTIAL
000506                           FILE STATUS IS MD-JOURNAL-STATUS.
000510     SELECT CURRENCY-TABLE ASSIGN TO "CURRTAB"
000520                           ORGANIZATION IS SEQUENTIAL
000530                           FILE STATUS IS MD-CURRTAB-STATUS.
000540     SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
000550                           ORGANIZATION IS SEQUENTIAL
000560                           FILE STATUS IS MD-RATEIDX-STATUS.
000570     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
000580                           ORGANIZATION IS LINE SEQUENTIAL
000590                           FILE STATUS IS MD-AUDITLOG-STATUS.
000600     SELECT AUDIT-DATA    ASSIGN TO "AUDITFIL"
000610                           ORGANIZATION IS SEQUENTIAL
000620                           FILE STATUS IS MD-AUDITDAT-STATUS.
000630     SELECT MOD-REPORT    ASSIGN TO "MODRPT"
000640                           ORGANIZATION IS LINE SEQUENTIAL.
000650     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000660                           ORGANIZATION IS SEQUENTIAL
000670                           FILE STATUS IS MD-JOBSTAT-STATUS.
000680     SELECT LOCK-FILE     ASSIGN TO "LOANLOCK"
000690                           ORGANIZATION IS SEQUENTIAL
000700                           FILE STATUS IS MD-LOCKF-STATUS.
000710     SELECT LOCK-OVERRIDE ASSIGN TO "LOCKOVRD"
000720                           ORGANIZATION IS SEQUENTIAL
000730                           FILE STATUS IS MD-LOCKOVR-STATUS.
000731     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000732                           ORGANIZATION IS SEQUENTIAL
000733                           FILE STATUS IS MD-DATECTL-STATUS.
000734     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000735                           ORGANIZATION IS SEQUENTIAL
000736                           FILE STATUS IS MD-HOLCAL-STATUS.
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  MOD-REQUEST
000770     RECORDING MODE IS F.
000780 01  MOD-REQUEST-RECORD.
000790     05  MQ-LOAN-ID            PIC 9(06).
000800     05  MQ-MOD-TYPE           PIC X(01).
000810         88  MQ-RATE-CHANGE           VALUE "R".
000820         88  MQ-TERM-CHANGE           VALUE "E".
000830         88  MQ-CURTAILMENT           VALUE "C".
000840     05  MQ-EFFECTIVE-PERIOD   PIC 9(03).
000850     05  MQ-NEW-RATE           PIC 9(01)V9(04).
000860     05  MQ-NEW-PERIODS        PIC 9(03).
000870     05  MQ-CURTAIL-AMOUNT     PIC 9(09)V99.
000872*        THE USER WHO KEYED THE REQUEST AND THE DIFFERENT USER
000874*        WHO APPROVED IT - A RATE OR TERM CHANGE NEEDS BOTH
000876     05  MQ-MAKER-ID           PIC X(06).
000878     05  MQ-CHECKER-ID         PIC X(06).
000880     05  FILLER                PIC X(39).
000890 FD  LOAN-MASTER.
000900     COPY LMRECORD.
000902 FD  MASTER-JOURNAL
000904     RECORDING MODE IS F.
000906     COPY JRRECORD.
000910 FD  CURRENCY-TABLE
000920     RECORDING MODE IS F.
000930 01  CURRENCY-TABLE-RECORD.
000940     05  CT-CURRENCY-CODE      PIC X(03).
000950     05  CT-DAY-COUNT-BASIS    PIC 9(03).
000960     05  CT-ROUNDING-RULE      PIC X(01).
000970     05  FILLER                PIC X(73).
000980 FD  RATE-INDEX-FILE
000990     RECORDING MODE IS F.
001000 01  RATE-INDEX-RECORD.
001010     05  RX-INDEX-CODE         PIC X(03).
001020     05  RX-EFFECTIVE-DATE     PIC 9(08).
001030     05  RX-RATE               PIC 9(01)V9(04).
001040     05  FILLER                PIC X(64).
001050 FD  AUDIT-LOG.
001060 01  AUDIT-LOG-LINE            PIC X(132).
001070 FD  AUDIT-DATA
001080     RECORDING MODE IS F.
001090     COPY ADRECORD.
001100 FD  MOD-REPORT.
001110 01  MOD-REPORT-LINE           PIC X(132).
001120 FD  JOB-STATUS
001130     RECORDING MODE IS F.
001140     COPY JSRECORD.
001150 FD  LOCK-FILE
001160     RECORDING MODE IS F.
001170     COPY LKRECORD.
001180 FD  LOCK-OVERRIDE
001190     RECORDING MODE IS F.
001200 01  LOCK-OVERRIDE-RECORD      PIC X(80).
001201 FD  DATE-CONTROL
001202     RECORDING MODE IS F.
001203     COPY DCRECORD.
001204 FD  HOLIDAY-CALENDAR
001205     RECORDING MODE IS F.
001206     COPY HCRECORD.
001210 WORKING-STORAGE SECTION.
001220 01  MD-SWITCHES.
001230     05  MD-RQST-EOF-SW        PIC X(01)  VALUE "N".
001240         88  RQST-EOF                     VALUE "Y".
001250     05  MD-MOD-OK-SW          PIC X(01)  VALUE "Y".
001260         88  MOD-VALID                    VALUE "Y".
001270         88  MOD-INVALID                  VALUE "N".
001280     05  MD-FLOATING-SW        PIC X(01)  VALUE "N".
001290         88  LOAN-IS-FLOATING             VALUE "Y".
001300     05  MD-PERIOD-FOUND-SW    PIC X(01)  VALUE "N".
001310         88  PERIOD-ON-FILE               VALUE "Y".
001320 01  MD-RQST-STATUS            PIC X(02).
001330     88  RQST-FILE-FOUND                  VALUE "00".
001340 01  MD-LOANMSTR-STATUS        PIC X(02).
001350     88  LOANMSTR-OPEN-OK                 VALUE "00".
001351* LMJRNL CHANGE JOURNAL - 8500 KEEPS THE BEFORE IMAGE OF A
001352* REWRITE, 8510 WRITES THE JOURNAL RECORD
001353 01  MD-JOURNAL-STATUS         PIC X(02).
001354     88  JOURNAL-FILE-FOUND               VALUE "00".
001355 01  MD-JOURNAL-ACTION         PIC X(01).
001356     88  JOURNAL-ADD                      VALUE "A".
001357     88  JOURNAL-CHANGE                   VALUE "C".
001358     88  JOURNAL-DELETE                   VALUE "D".
001359 01  MD-JOURNAL-BEFORE         PIC X(81).
001360 01  MD-JOURNAL-HOLD           PIC X(81).
001365 01  MD-AUDITLOG-STATUS        PIC X(02).
001370     88  AUDITLOG-FILE-FOUND              VALUE "00".
001380 01  MD-AUDITDAT-STATUS        PIC X(02).
001390     88  AUDITDAT-FILE-FOUND              VALUE "00".
001400 01  MD-JOBSTAT-STATUS         PIC X(02).
001410     88  JOBSTAT-FILE-FOUND               VALUE "00".
001420 01  MD-LOCKF-STATUS           PIC X(02).
001430     88  LOCKF-FILE-FOUND                 VALUE "00".
001440 01  MD-LOCKOVR-STATUS         PIC X(02).
001450     88  LOCKOVR-FILE-FOUND               VALUE "00".
001451 01  MD-DATECTL-STATUS         PIC X(02).
001452     88  DATECTL-FILE-FOUND               VALUE "00".
001453 01  MD-BUS-DATE-NUM           PIC 9(08).
001460 01  MD-LOCK-HELD-SW           PIC X(01)  VALUE "N".
001470     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
001480 01  MD-OVERRIDE-SW            PIC X(01)  VALUE "N".
001490     88  OVERRIDE-SUPPLIED                VALUE "Y".
001500 01  LOCK-HOLDER-PROGRAM       PIC X(08).
001510 01  LOCK-HOLDER-DATE          PIC X(10).
001520 01  LOCK-HOLDER-TIME          PIC X(08).
001530 77  MD-MAX-PERIODS            PIC S9(03) COMP VALUE 360.
001540 77  MD-PERIOD                 PIC S9(05) COMP VALUE ZERO.
001550 77  MD-EFF-PERIOD             PIC S9(05) COMP VALUE ZERO.
001560 77  MD-OLD-TERM               PIC S9(05) COMP VALUE ZERO.
001570 77  MD-NEW-TERM               PIC S9(05) COMP VALUE ZERO.
001580 77  MD-PERIODS-REWRITTEN      PIC S9(05) COMP VALUE ZERO.
001590 77  MD-PERIODS-ADDED          PIC S9(05) COMP VALUE ZERO.
001600 77  MD-PERIODS-DELETED        PIC S9(05) COMP VALUE ZERO.
001610 01  MD-REASON-TEXT            PIC X(44).
001620****************************************************************
001630* CURRENCY TABLE FIELDS - THE SAME CURRTAB THE BATCH PRICES    *
001640* FROM, LOADED ONCE AT STARTUP                                 *
001650****************************************************************
001660 77  CT-MAX-ENTRIES            PIC 9(03) COMP VALUE 50.
001670 77  CT-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
001680 01  MD-CURRTAB-STATUS         PIC X(02).
001690     88  CURRTAB-FILE-FOUND               VALUE "00".
001700 01  MD-CURR-EOF-SW            PIC X(01)  VALUE "N".
001710     88  CURR-TABLE-EOF                   VALUE "Y".
001720 01  MD-CURR-FOUND-SW          PIC X(01)  VALUE "N".
001730     88  CURR-FOUND                       VALUE "Y".
001740 01  CURR-DAY-COUNT-BASIS      PIC 9(03).
001750 01  CURR-ROUNDING-RULE        PIC X(01).
001760 01  CURRENCY-TABLE-ENTRIES.
001770     05  CT-ENTRY OCCURS 50 TIMES
001780             INDEXED BY CT-IDX.
001790         10  CT-TBL-CURRENCY-CODE   PIC X(03).
001800         10  CT-TBL-DAY-COUNT-BASIS PIC 9(03).
001810         10  CT-TBL-ROUNDING-RULE   PIC X(01).
001820****************************************************************
001830* RATE INDEX FIELDS - THE EFFECTIVE-DATED RATEIDX FILE.  A     *
001840* MISSING FILE LEAVES THE TABLE EMPTY AND ONLY A FLOATING      *
001850* LOAN'S MODIFICATION IS REJECTED                              *
001860****************************************************************
001870 77  RX-MAX-ENTRIES            PIC S9(03) COMP VALUE 200.
001880 77  RX-ENTRY-COUNT            PIC S9(03) COMP VALUE ZERO.
001890 01  MD-RATEIDX-STATUS         PIC X(02).
001900     88  RATEIDX-FILE-FOUND               VALUE "00".
001910 01  MD-RATEIDX-EOF-SW         PIC X(01)  VALUE "N".
001920     88  RATE-INDEX-EOF                   VALUE "Y".
001930 01  MD-INDEX-FOUND-SW         PIC X(01)  VALUE "N".
001940     88  INDEX-RATE-FOUND                 VALUE "Y".
001950 01  RATE-INDEX-TABLE-ENTRIES.
001960     05  RX-ENTRY OCCURS 200 TIMES
001970             INDEXED BY RX-IDX.
001980         10  RX-TBL-INDEX-CODE      PIC X(03).
001990         10  RX-TBL-EFFECTIVE-DATE  PIC 9(08).
002000         10  RX-TBL-RATE            PIC S9(01)V9(04) COMP-3.
002010 01  MD-BEST-DATE              PIC 9(08).
002020 01  MD-RESOLVED-RATE          PIC S9(01)V9(04) COMP-3.
002030****************************************************************
002040* HEADER TERMS AS FOUND, AND AS MODIFIED.  FOR A FLOATING      *
002050* LOAN A RATE CHANGE IS A CHANGE OF SPREAD OVER THE INDEX      *
002060****************************************************************
002070 01  MD-HDR-RATE               PIC S9(01)V9(04) COMP-3.
002080 01  MD-HDR-CURRENCY           PIC X(03).
002090 01  MD-HDR-RATE-INDEX         PIC X(03).
002100 01  MD-HDR-RATE-SPREAD        PIC S9(01)V9(04) COMP-3.
002110 01  MD-NEW-RATE               PIC S9(01)V9(04) COMP-3.
002120 01  MD-NEW-SPREAD             PIC S9(01)V9(04) COMP-3.
002130 01  MD-BOOK-DATE.
002140     05  MD-BOOK-YEAR          PIC 9(04).
002150     05  MD-BOOK-MONTH         PIC 9(02).
002160     05  MD-BOOK-DAY           PIC 9(02).
002170 01  MD-BOOK-DATE-NUM REDEFINES MD-BOOK-DATE
002180                               PIC 9(08).
002181****************************************************************
002182* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
002183* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
002184* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF    *
002185* WOULD PUT A DATE ON A CLOSED DAY                             *
002186****************************************************************
002187 77  MD-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
002188 77  MD-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
002189 01  MD-HOLCAL-STATUS          PIC X(02).
002190     88  HOLCAL-FILE-FOUND                VALUE "00".
002191 01  MD-HOL-EOF-SW             PIC X(01)  VALUE "N".
002192     88  HOLIDAY-TABLE-EOF                VALUE "Y".
002193 01  MD-HOL-FOUND-SW           PIC X(01)  VALUE "N".
002194     88  HOLIDAY-FOUND                    VALUE "Y".
002195 01  MD-HOLIDAY-TABLE.
002196     05  MD-HOL-ENTRY OCCURS 2000 TIMES
002197             INDEXED BY MD-HOL-IDX.
002198         10  MD-HOL-CURRENCY   PIC X(03).
002199         10  MD-HOL-DATE       PIC 9(08).
002200****************************************************************
002201* CALENDAR DATE FIELDS.  8110 SETS MD-CAL-DATE TO THE DUE DATE *
002202* OF PERIOD MD-CAL-PERIOD OF A LOAN BOOKED ON                  *
002203* MD-CAL-BOOK-DATE: THE BOOKING DAY OF THE MONTH, HELD TO THE  *
002204* MONTH'S LAST DAY WHEN THE MONTH IS SHORTER AND ALWAYS ON THE *
002205* LAST DAY WHEN THE LOAN WAS BOOKED ON A MONTH END, THEN MOVED *
002206* FORWARD TO THE FOLLOWING BUSINESS DAY OF MD-CAL-CURRENCY     *
002207****************************************************************
002208 01  MD-CAL-CURRENCY           PIC X(03).
002209 77  MD-CAL-PERIOD             PIC S9(05) COMP.
002210 01  MD-CAL-BOOK-DATE.
002211     05  MD-CAL-BOOK-YEAR      PIC 9(04).
002212     05  MD-CAL-BOOK-MONTH     PIC 9(02).
002213     05  MD-CAL-BOOK-DAY       PIC 9(02).
002214 01  MD-CAL-BOOK-DATE-NUM REDEFINES MD-CAL-BOOK-DATE
002215                               PIC 9(08).
002216 01  MD-CAL-DATE.
002217     05  MD-CAL-YEAR           PIC 9(04).
002218     05  MD-CAL-MONTH          PIC 9(02).
002219     05  MD-CAL-DAY            PIC 9(02).
002220 01  MD-CAL-DATE-NUM REDEFINES MD-CAL-DATE
002221                               PIC 9(08).
002222 77  MD-CAL-MONTH-TOTAL        PIC S9(07) COMP.
002223 77  MD-CAL-MONTH-WORK         PIC S9(03) COMP.
002224 01  MD-CAL-EOM-SW             PIC X(01)  VALUE "N".
002225     88  BOOKED-AT-MONTH-END              VALUE "Y".
002226 01  MD-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
002227     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
002228 77  MD-ML-YEAR                PIC 9(04).
002229 77  MD-ML-MONTH               PIC 9(02).
002230 77  MD-ML-DAYS                PIC S9(03) COMP.
002231 77  MD-ML-QUOTIENT            PIC S9(05) COMP.
002232 77  MD-ML-REM-4               PIC S9(03) COMP.
002233 77  MD-ML-REM-100             PIC S9(03) COMP.
002234 77  MD-ML-REM-400             PIC S9(03) COMP.
002235****************************************************************
002236* DAY-NUMBER FIELDS - 8160 TURNS MD-DN-DATE INTO ITS JULIAN    *
002237* DAY NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY   *
002238****************************************************************
002239 01  MD-DN-DATE.
002240     05  MD-DN-YEAR            PIC 9(04).
002241     05  MD-DN-MONTH           PIC 9(02).
002242     05  MD-DN-DAY             PIC 9(02).
002243 01  MD-DN-DATE-NUM REDEFINES MD-DN-DATE
002244                               PIC 9(08).
002245 77  MD-DN-A                   PIC S9(03) COMP.
002246 77  MD-DN-Y                   PIC S9(05) COMP.
002247 77  MD-DN-M                   PIC S9(03) COMP.
002248 77  MD-DN-MONTH-DAYS          PIC S9(05) COMP.
002249 77  MD-DN-LEAP-4              PIC S9(05) COMP.
002250 77  MD-DN-LEAP-100            PIC S9(05) COMP.
002251 77  MD-DN-LEAP-400            PIC S9(05) COMP.
002252 77  MD-DN-NUMBER              PIC S9(09) COMP.
002253 77  MD-DN-WORK                PIC S9(09) COMP.
002254 77  MD-DN-DOW                 PIC S9(03) COMP.
002255****************************************************************
002256* DATE WORK.  PERIOD N FALLS DUE N MONTHS AFTER THE BOOKING    *
002257* DATE ON THE SHOP'S DUE-DATE RULE (8110)                      *
002258****************************************************************
002260 01  MD-DUE-DATE.
002270     05  MD-DUE-YEAR           PIC 9(04).
002280     05  MD-DUE-MONTH          PIC 9(02).
002290     05  MD-DUE-DAY            PIC 9(02).
002300 01  MD-DUE-DATE-NUM REDEFINES MD-DUE-DATE
002310                               PIC 9(08).
002320 01  MD-OLD-MATURITY           PIC 9(08).
002330 01  MD-NEW-MATURITY           PIC 9(08).
002340 01  MD-DATE-EDIT.
002350     05  MD-EDIT-YEAR          PIC 9(04).
002360     05  FILLER                PIC X(01) VALUE "-".
002370     05  MD-EDIT-MONTH         PIC 9(02).
002380     05  FILLER                PIC X(01) VALUE "-".
002390     05  MD-EDIT-DAY           PIC 9(02).
002400****************************************************************
002410* RE-AMORTIZATION WORK - THE SAME RATE-FACTOR ARITHMETIC THE   *
002420* BATCH USES, RUN FROM THE EFFECTIVE PERIOD TO THE NEW         *
002430* MATURITY.  THE TABLE IS SUBSCRIPTED BY PERIOD NUMBER AND     *
002440* ONLY THE PERIODS BEING REBUILT ARE FILLED                    *
002450****************************************************************
002460 01  MD-RATE-TABLE.
002470     05  MD-RATE-ENTRY OCCURS 360 TIMES.
002480         10  MD-PERIOD-RATE     PIC S9(02)V9(04) COMP-3.
002490         10  MD-CUM-FACTOR      PIC S9(03)V9(09) COMP-3.
002491*            A CURTAILMENT ALREADY ON THE PERIOD, CARRIED INTO
002492*            THE REBUILT SCHEDULE
002493         10  MD-KEPT-CURTAIL    PIC S9(09)V99 COMP-3.
002500 01  MD-CUM-WORK               PIC S9(03)V9(09) COMP-3.
002510 01  MD-ANNUITY-SUM            PIC S9(05)V9(09) COMP-3.
002511 01  MD-KEPT-PV                PIC S9(09)V9(04) COMP-3.
002520 01  MD-RATE-WORK              PIC S9(02)V9(04) COMP-3.
002530 01  MD-RATE-NUMERATOR         PIC S9(05)V9(09) COMP-3.
002540 01  MD-OPEN-BALANCE           PIC S9(09)V99 COMP-3.
002550 01  MD-CURTAIL                PIC S9(09)V99 COMP-3.
002560 01  MD-OLD-PAYMENT            PIC S9(09)V99 COMP-3.
002570 01  MD-PAYMENT-RAW            PIC S9(09)V9(04) COMP-3.
002580 01  MD-NEW-PAYMENT            PIC S9(09)V99 COMP-3.
002590 01  MD-PAYMENT-AMT            PIC S9(09)V99 COMP-3.
002600 01  MD-INTEREST-RAW           PIC S9(09)V9(04) COMP-3.
002610 01  MD-INTEREST-AMT           PIC S9(09)V99 COMP-3.
002620 01  MD-PRINCIPAL-AMT          PIC S9(09)V99 COMP-3.
002630 01  MD-BALANCE-AMT            PIC S9(09)V99 COMP-3.
002640 01  MD-BEFORE-AMOUNT          PIC S9(09)V99 COMP-3.
002650****************************************************************
002660* RUN TOTALS                                                   *
002670****************************************************************
002680 77  MD-REQUESTS-READ          PIC S9(07) COMP VALUE ZERO.
002690 77  MD-MODS-APPLIED           PIC S9(07) COMP VALUE ZERO.
002700 77  MD-MODS-REJECTED          PIC S9(07) COMP VALUE ZERO.
002710 77  MD-TOTAL-REWRITTEN        PIC S9(07) COMP VALUE ZERO.
002720 77  MD-TOTAL-ADDED            PIC S9(07) COMP VALUE ZERO.
002730 77  MD-TOTAL-DELETED          PIC S9(07) COMP VALUE ZERO.
002740****************************************************************
002750* MACHINE-READABLE AUDIT WORK FIELDS - THE CALLER OF 2900      *
002760* SETS THE PERIOD, ACTION, BEFORE/AFTER AMOUNTS, AND REASON    *
002770* BEFORE THE IMAGE WRITE.  THE HEADER IMAGE CARRIES THE OLD    *
002780* AND NEW PAYMENT, WITH THE TERM THAT CHANGED IN THE REASON    *
002790* FIELD                                                        *
002800****************************************************************
002810 01  MD-AUD-PERIOD             PIC 9(03).
002820 01  MD-ADB-BEFORE             PIC S9(09)V99 COMP-3.
002830 01  MD-ADB-AFTER              PIC S9(09)V99 COMP-3.
002840 01  MD-AD-REASON              PIC X(30).
002850 01  MD-ADR-MOD-REASON.
002860     05  MD-ADR-TYPE           PIC X(01).
002870     05  FILLER                PIC X(05) VALUE " EFF ".
002880     05  MD-ADR-EFF-PERIOD     PIC 9(03).
002890     05  FILLER                PIC X(01) VALUE SPACES.
002900     05  MD-ADR-FIELD          PIC X(02).
002910     05  FILLER                PIC X(01) VALUE SPACES.
002920     05  MD-ADR-BEFORE         PIC X(07).
002930     05  FILLER                PIC X(03) VALUE " > ".
002940     05  MD-ADR-AFTER          PIC X(07).
002950 01  MD-ADR-PERIOD-REASON.
002960     05  FILLER                PIC X(08) VALUE "MODIFIED".
002970     05  FILLER                PIC X(05) VALUE " EFF ".
002980     05  MD-ADR-PER-EFF        PIC 9(03).
002990     05  FILLER                PIC X(14) VALUE SPACES.
003000 01  MD-RATE-EDIT              PIC 9.9999.
003010 01  MD-TERM-EDIT              PIC ZZ9.
003020 01  MD-AMOUNT-EDIT            PIC -(8)9.99.
003030****************************************************************
003040* AUDIT IMAGE LINE - ONE PER RECORD TOUCHED, CARRYING THE      *
003050* AMOUNT BEFORE AND AFTER THE CHANGE                           *
003060****************************************************************
003070 01  AUD-HEADING-1             PIC X(60) VALUE
003080     "COBCALC LOAN AUDIT TRAIL".
003090 01  MOD-AUDIT-LINE.
003100     05  MOD-AUD-RUN-DATE      PIC X(10).
003110     05  FILLER                PIC X(02) VALUE SPACES.
003120     05  MOD-AUD-RUN-TIME      PIC X(08).
003130     05  FILLER                PIC X(02) VALUE SPACES.
003140     05  FILLER                PIC X(12) VALUE "MODIFICATION".
003150     05  MOD-AUD-ACTION        PIC X(07).
003160     05  FILLER                PIC X(06) VALUE " LOAN:".
003170     05  MOD-AUD-LOAN-ID       PIC 9(06).
003180     05  FILLER                PIC X(05) VALUE " PER:".
003190     05  MOD-AUD-PERIOD        PIC ZZZ9.
003200     05  FILLER                PIC X(08) VALUE " BEFORE:".
003210     05  MOD-AUD-BEFORE        PIC X(12).
003220     05  FILLER                PIC X(07) VALUE " AFTER:".
003230     05  MOD-AUD-AFTER         PIC X(12).
003231     05  FILLER                PIC X(05) VALUE " MKR:".
003232     05  MOD-AUD-MAKER         PIC X(06).
003233     05  FILLER                PIC X(05) VALUE " CHK:".
003234     05  MOD-AUD-CHECKER       PIC X(06).
003240****************************************************************
003250* MODIFICATION REPORT FIELDS                                   *
003260****************************************************************
003270 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
003280 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
003290 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
003300 01  RPT-RUN-DATE.
003310     05  RPT-RUN-DATE-YEAR     PIC 9(04).
003320     05  RPT-RUN-DATE-MONTH    PIC 9(02).
003330     05  RPT-RUN-DATE-DAY      PIC 9(02).
003340 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
003350                               PIC 9(08).
003360 01  RPT-RUN-TIME.
003370     05  RPT-RUN-TIME-HOUR     PIC 9(02).
003380     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
003390     05  RPT-RUN-TIME-SECOND   PIC 9(02).
003400     05  FILLER                PIC 9(02).
003410 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
003420     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
003430     05  FILLER                PIC 9(02).
003440 01  RPT-RUN-DATE-OUT.
003450     05  RPT-RUN-YEAR          PIC 9(04).
003460     05  FILLER                PIC X(01) VALUE "-".
003470     05  RPT-RUN-MONTH         PIC 9(02).
003480     05  FILLER                PIC X(01) VALUE "-".
003490     05  RPT-RUN-DAY           PIC 9(02).
003500 01  RPT-RUN-TIME-OUT.
003510     05  RPT-RUN-HOUR          PIC 9(02).
003520     05  FILLER                PIC X(01) VALUE ":".
003530     05  RPT-RUN-MINUTE        PIC 9(02).
003540     05  FILLER                PIC X(01) VALUE ":".
003550     05  RPT-RUN-SECOND        PIC 9(02).
003560 01  RPT-HEADING-1.
003570     05  FILLER                PIC X(34) VALUE
003580         "COBCALC LOAN MODIFICATIONS".
003590     05  FILLER                PIC X(01) VALUE SPACES.
003600     05  FILLER                PIC X(05) VALUE "PAGE:".
003610     05  RPT-H1-PAGE-NO        PIC ZZ9.
003620 01  RPT-HEADING-2.
003630     05  FILLER                PIC X(09) VALUE "RUN DATE:".
003640     05  RPT-H2-RUN-DATE       PIC X(10).
003650     05  FILLER                PIC X(05) VALUE SPACES.
003660     05  FILLER                PIC X(09) VALUE "RUN TIME:".
003670     05  RPT-H2-RUN-TIME       PIC X(08).
003680 01  RPT-COLUMN-HEADING-1.
003690     05  FILLER                PIC X(09) VALUE SPACES.
003700     05  FILLER                PIC X(05) VALUE SPACES.
003710     05  FILLER                PIC X(06) VALUE "EFF".
003720     05  FILLER                PIC X(15) VALUE "   OLD".
003730     05  FILLER                PIC X(15) VALUE "   NEW".
003740     05  FILLER                PIC X(12) VALUE "OLD".
003750     05  FILLER                PIC X(12) VALUE "NEW".
003760 01  RPT-COLUMN-HEADING-2.
003770     05  FILLER                PIC X(09) VALUE "LOAN ID".
003780     05  FILLER                PIC X(05) VALUE "TYPE".
003790     05  FILLER                PIC X(06) VALUE "PER".
003800     05  FILLER                PIC X(15) VALUE "   PAYMENT".
003810     05  FILLER                PIC X(15) VALUE "   PAYMENT".
003820     05  FILLER                PIC X(12) VALUE "MATURITY".
003830     05  FILLER                PIC X(12) VALUE "MATURITY".
003840     05  FILLER                PIC X(09) VALUE "TERM".
003850     05  FILLER                PIC X(40) VALUE "REMARKS".
003860 01  RPT-DETAIL-LINE.
003870     05  RPT-DET-LOAN-ID       PIC X(06).
003880     05  FILLER                PIC X(03) VALUE SPACES.
003890     05  RPT-DET-TYPE          PIC X(01).
003900     05  FILLER                PIC X(04) VALUE SPACES.
003910     05  RPT-DET-EFF-PERIOD    PIC ZZ9.
003920     05  FILLER                PIC X(01) VALUE SPACES.
003930     05  RPT-DET-OLD-PAYMENT   PIC -(10)9.99.
003940     05  FILLER                PIC X(02) VALUE SPACES.
003950     05  RPT-DET-NEW-PAYMENT   PIC -(10)9.99.
003960     05  FILLER                PIC X(02) VALUE SPACES.
003970     05  RPT-DET-OLD-MATURITY  PIC X(10).
003980     05  FILLER                PIC X(02) VALUE SPACES.
003990     05  RPT-DET-NEW-MATURITY  PIC X(10).
004000     05  FILLER                PIC X(02) VALUE SPACES.
004010     05  RPT-DET-OLD-TERM      PIC ZZ9.
004020     05  FILLER                PIC X(01) VALUE ">".
004030     05  RPT-DET-NEW-TERM      PIC ZZ9.
004040     05  FILLER                PIC X(02) VALUE SPACES.
004050     05  RPT-DET-REMARKS       PIC X(49).
004060 01  RPT-RATE-REMARK.
004070     05  RPT-RRM-LABEL         PIC X(07).
004080     05  RPT-RRM-OLD-RATE      PIC 9.9999.
004090     05  FILLER                PIC X(03) VALUE " > ".
004100     05  RPT-RRM-NEW-RATE      PIC 9.9999.
004110 01  RPT-CURTAIL-REMARK.
004120     05  FILLER                PIC X(10) VALUE "CURTAILED ".
004130     05  RPT-CRM-AMOUNT        PIC Z(8)9.99.
004140 01  RPT-TOTAL-LINE.
004150     05  RPT-TOT-LABEL         PIC X(30).
004160     05  RPT-TOT-VALUE         PIC ZZZZZZ9.
004170
004180 PROCEDURE DIVISION.
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE
004210         THRU 1000-EXIT.
004220     PERFORM 2000-MODIFY-ONE-LOAN
004230         THRU 2000-EXIT
004240         UNTIL RQST-EOF.
004250     PERFORM 9000-TERMINATE
004260         THRU 9000-EXIT.
004270     GOBACK.
004280
004290****************************************************************
004300* 1000-INITIALIZE - BUSINESS DATE AND HOLIDAYS, OPEN FILES,    *
004310*                   LOAD THE RATE TABLES, AND PRIME THE FIRST  *
004315*                   REQUEST                                    *
004320****************************************************************
004330 1000-INITIALIZE.
004340     OPEN INPUT MOD-REQUEST.
004350     IF NOT RQST-FILE-FOUND
004360         DISPLAY "LOANMOD: FATAL - REQUEST FILE NOT FOUND, "
004370             "STATUS " MD-RQST-STATUS ".  RUN ABORTED."
004380         MOVE 16 TO RETURN-CODE
004390         STOP RUN
004400     END-IF.
004410* THE TABLES ARE LOADED BEFORE THE LOCK IS TAKEN SO A MISSING
004420* CURRTAB OR DATECTL ABORTS WITHOUT HOLDING IT
004421     PERFORM 1050-READ-DATE-CONTROL
004422         THRU 1050-EXIT.
004423     CLOSE DATE-CONTROL.
004424     PERFORM 8100-LOAD-HOLIDAYS
004425         THRU 8100-EXIT.
004430     PERFORM 1075-LOAD-CURRENCY-TABLE
004440         THRU 1075-EXIT.
004450     PERFORM 1079-LOAD-RATE-INDEX-TABLE
004460         THRU 1079-EXIT.
004470* NO UPDATER TOUCHES LOAN-MASTER UNTIL THE LOCK IS HELD
004480     PERFORM 1030-ACQUIRE-MASTER-LOCK
004490         THRU 1030-EXIT.
004500     OPEN I-O LOAN-MASTER.
004510     IF NOT LOANMSTR-OPEN-OK
004520         DISPLAY "LOANMOD: FATAL - LOAN-MASTER NOT FOUND, "
004530             "STATUS " MD-LOANMSTR-STATUS ".  RUN ABORTED."
004540*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
004550*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
004560         PERFORM 9050-RELEASE-MASTER-LOCK
004570             THRU 9050-EXIT
004580         MOVE 16 TO RETURN-CODE
004590         STOP RUN
004600     END-IF.
004610     PERFORM 1070-OPEN-AUDIT-LOG
004620         THRU 1070-EXIT.
004630     PERFORM 1071-OPEN-AUDIT-DATA
004640         THRU 1071-EXIT.
004643     PERFORM 1073-OPEN-MASTER-JOURNAL
004646         THRU 1073-EXIT.
004650     OPEN OUTPUT MOD-REPORT.
004660     PERFORM 2100-READ-REQUEST
004670         THRU 2100-EXIT.
004680 1000-EXIT.
004690     EXIT.
004700
004701****************************************************************
004702* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
004703*                          SHOP'S DATE-CONTROL RECORD.  NO     *
004704*                          DATECTL, OR ONE WITHOUT A CURRENT   *
004705*                          BUSINESS DATE, ABORTS THE RUN - NO  *
004706*                          JOB GUESSES ITS OWN DATE            *
004707****************************************************************
004708 1050-READ-DATE-CONTROL.
004709     OPEN INPUT DATE-CONTROL.
004710     IF NOT DATECTL-FILE-FOUND
004711         DISPLAY "LOANMOD: FATAL - DATECTL NOT FOUND, "
004712             "STATUS " MD-DATECTL-STATUS ".  RUN ABORTED."
004713         MOVE 16 TO RETURN-CODE
004714         STOP RUN
004715     END-IF.
004716     READ DATE-CONTROL
004717         AT END
004718             DISPLAY "LOANMOD: FATAL - DATECTL IS EMPTY.  "
004719                 "RUN ABORTED."
004720             MOVE 16 TO RETURN-CODE
004721             STOP RUN
004722     END-READ.
004723     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
004724             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
004725         DISPLAY "LOANMOD: FATAL - DATECTL BUSINESS DATE MISSING "
004726             "OR NOT NUMERIC.  RUN ABORTED."
004727         MOVE 16 TO RETURN-CODE
004728         STOP RUN
004729     END-IF.
004730     MOVE DC-CURRENT-BUS-DATE TO MD-BUS-DATE-NUM.
004731 1050-EXIT.
004732     EXIT.
004734****************************************************************
004736* 1030-ACQUIRE-MASTER-LOCK - FAIL FAST IF ANOTHER UPDATER      *
004738*                            HOLDS LOAN-MASTER, NAMING THE     *
004740*                            HOLDER AND ITS START TIME.  A     *
004750*                            LOCKOVRD FILE HOLDING A RECORD,   *
004760*                            SUPPLIED BY AN OPERATOR, STEALS   *
004770*                            AN ABENDED HOLDER'S STALE LOCK    *
004780*                            EXACTLY ONCE - IT IS EMPTIED AS   *
004790*                            IT IS HONORED                     *
004800****************************************************************
004810 1030-ACQUIRE-MASTER-LOCK.
004820     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
004830     ACCEPT RPT-RUN-TIME FROM TIME.
004840     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
004850     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
004860     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
004870     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
004880     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
004890     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
004900     MOVE "N" TO MD-LOCK-HELD-SW.
004910     OPEN INPUT LOCK-FILE.
004920     IF LOCKF-FILE-FOUND
004930         READ LOCK-FILE
004940             AT END
004950                 CONTINUE
004960             NOT AT END
004970                 IF LK-LOCK-ACTIVE
004980                     SET LOCK-HELD-ELSEWHERE TO TRUE
004990                     MOVE LK-PROGRAM  TO LOCK-HOLDER-PROGRAM
005000                     MOVE LK-RUN-DATE TO LOCK-HOLDER-DATE
005010                     MOVE LK-RUN-TIME TO LOCK-HOLDER-TIME
005020                 END-IF
005030         END-READ
005040         CLOSE LOCK-FILE
005050     END-IF.
005060     IF LOCK-HELD-ELSEWHERE
005070         MOVE "N" TO MD-OVERRIDE-SW
005080         OPEN INPUT LOCK-OVERRIDE
005090         IF LOCKOVR-FILE-FOUND
005100* AN EMPTY OVERRIDE FILE IS NOT AN OVERRIDE - A RECORD MUST
005110* BE READ, OR THE CONSUMED FILE WOULD KEEP OVERRIDING
005120             READ LOCK-OVERRIDE
005130                 AT END
005140                     CONTINUE
005150                 NOT AT END
005160                     SET OVERRIDE-SUPPLIED TO TRUE
005170             END-READ
005180             CLOSE LOCK-OVERRIDE
005190         END-IF
005200         IF OVERRIDE-SUPPLIED
005210* ONE-SHOT: CONSUME THE OVERRIDE SO THE NEXT CONFLICT FAILS
005220* FAST AGAIN INSTEAD OF BEING SILENTLY STOLEN
005230             OPEN OUTPUT LOCK-OVERRIDE
005240             CLOSE LOCK-OVERRIDE
005250             DISPLAY "LOANMOD: WARNING - STALE LOAN-MASTER "
005260                 "LOCK HELD BY " LOCK-HOLDER-PROGRAM
005270                 " SINCE " LOCK-HOLDER-DATE " "
005280                 LOCK-HOLDER-TIME
005290                 " OVERRIDDEN BY OPERATOR REQUEST."
005300         ELSE
005310             DISPLAY "LOANMOD: FATAL - LOAN-MASTER IS LOCKED "
005320                 "BY " LOCK-HOLDER-PROGRAM " SINCE "
005330                 LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
005340                 ".  RUN ABORTED."
005350             MOVE 16 TO RETURN-CODE
005360             STOP RUN
005370         END-IF
005380     END-IF.
005390     OPEN OUTPUT LOCK-FILE.
005400     MOVE SPACES           TO LOCK-FILE-RECORD.
005410     MOVE "Y"              TO LK-ACTIVE-FLAG.
005420     MOVE "LOANMOD"        TO LK-PROGRAM.
005430     MOVE RPT-RUN-DATE-OUT TO LK-RUN-DATE.
005440     MOVE RPT-RUN-TIME-OUT TO LK-RUN-TIME.
005450     WRITE LOCK-FILE-RECORD.
005460     CLOSE LOCK-FILE.
005470 1030-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510* 1070-OPEN-AUDIT-LOG - APPEND TO THE SHARED AUDIT TRAIL,      *
005520*                       SAME EXISTENCE TEST AS THE BATCH       *
005530*                       PROGRAM USES, SO A FIRST-EVER RUN      *
005540*                       CREATES THE FILE WITH ITS HEADING      *
005550****************************************************************
005560 1070-OPEN-AUDIT-LOG.
005570     OPEN INPUT AUDIT-LOG.
005580     IF AUDITLOG-FILE-FOUND
005590         CLOSE AUDIT-LOG
005600         OPEN EXTEND AUDIT-LOG
005610     ELSE
005620         OPEN OUTPUT AUDIT-LOG
005630         WRITE AUDIT-LOG-LINE FROM AUD-HEADING-1
005640         WRITE AUDIT-LOG-LINE FROM SPACES
005650     END-IF.
005660 1070-EXIT.
005670     EXIT.
005680
005690****************************************************************
005700* 1071-OPEN-AUDIT-DATA - APPEND TO THE MACHINE-READABLE AUDIT  *
005710*                        FILE, SAME EXISTENCE TEST AS THE      *
005720*                        PRINT-IMAGE TRAIL BUT NO HEADINGS -   *
005730*                        THE FILE IS MACHINE-READ              *
005740****************************************************************
005750 1071-OPEN-AUDIT-DATA.
005760     OPEN INPUT AUDIT-DATA.
005770     IF AUDITDAT-FILE-FOUND
005780         CLOSE AUDIT-DATA
005790         OPEN EXTEND AUDIT-DATA
005800     ELSE
005810         OPEN OUTPUT AUDIT-DATA
005820     END-IF.
005830 1071-EXIT.
005833     EXIT.
005836
005841****************************************************************
005842* 1073-OPEN-MASTER-JOURNAL - APPEND TO THE LMJRNL CHANGE       *
005843*                            JOURNAL.  EVERY ADD, CHANGE, AND  *
005844*                            DELETE ON LOAN-MASTER GOES THERE  *
005845*                            WITH ITS BEFORE AND AFTER IMAGES  *
005846*                            SO LOANRCVR CAN ROLL THE LAST     *
005847*                            LOANUNLD IMAGE FORWARD            *
005848****************************************************************
005849 1073-OPEN-MASTER-JOURNAL.
005850     OPEN INPUT MASTER-JOURNAL.
005851     IF JOURNAL-FILE-FOUND
005852         CLOSE MASTER-JOURNAL
005853         OPEN EXTEND MASTER-JOURNAL
005854     ELSE
005855         OPEN OUTPUT MASTER-JOURNAL
005856     END-IF.
005857 1073-EXIT.
005858     EXIT.
005859
005860****************************************************************
005870* 1075-LOAD-CURRENCY-TABLE - READ THE CURRENCY/PRODUCT RATE    *
005880*                            PARAMETER FILE INTO AN IN-MEMORY  *
005890*                            TABLE ONCE, AT STARTUP            *
005900****************************************************************
005910 1075-LOAD-CURRENCY-TABLE.
005920     OPEN INPUT CURRENCY-TABLE.
005930     IF NOT CURRTAB-FILE-FOUND
005940*        NO DAY-COUNT BASIS OR ROUNDING RULE MEANS NO SCHEDULE
005950*        CAN BE REBUILT, SO THE RUN IS ABORTED RATHER THAN
005960*        REJECTING EVERY REQUEST ONE BY ONE
005970         DISPLAY "LOANMOD: FATAL - CURRENCY-TABLE NOT FOUND, "
005980             "STATUS " MD-CURRTAB-STATUS ".  RUN ABORTED."
005990         MOVE 16 TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020     MOVE "N" TO MD-CURR-EOF-SW.
006030     PERFORM 1080-READ-CURRENCY-TABLE-RECORD
006040         THRU 1080-EXIT
006050         UNTIL CURR-TABLE-EOF.
006060     CLOSE CURRENCY-TABLE.
006070 1075-EXIT.
006080     EXIT.
006090
006100 1080-READ-CURRENCY-TABLE-RECORD.
006110     READ CURRENCY-TABLE
006120         AT END
006130             SET CURR-TABLE-EOF TO TRUE
006140             GO TO 1080-EXIT
006150     END-READ.
006160     IF CT-ENTRY-COUNT IS NOT LESS THAN CT-MAX-ENTRIES
006170         SET CURR-TABLE-EOF TO TRUE
006180         GO TO 1080-EXIT
006190     END-IF.
006200     IF CT-DAY-COUNT-BASIS IS NOT NUMERIC
006210             OR CT-DAY-COUNT-BASIS IS EQUAL TO ZERO
006220*        BAD PARAMETER RECORD - LEAVE THIS CURRENCY OUT OF THE
006230*        TABLE SO A LOAN IN IT IS REJECTED RATHER THAN PRICED
006240*        ON A ZERO BASIS
006250         GO TO 1080-EXIT
006260     END-IF.
006270     ADD 1 TO CT-ENTRY-COUNT.
006280     SET CT-IDX TO CT-ENTRY-COUNT.
006290     MOVE CT-CURRENCY-CODE   TO CT-TBL-CURRENCY-CODE(CT-IDX).
006300     MOVE CT-DAY-COUNT-BASIS TO CT-TBL-DAY-COUNT-BASIS(CT-IDX).
006310     MOVE CT-ROUNDING-RULE   TO CT-TBL-ROUNDING-RULE(CT-IDX).
006320 1080-EXIT.
006330     EXIT.
006340
006350****************************************************************
006360* 1079-LOAD-RATE-INDEX-TABLE - READ THE EFFECTIVE-DATED RATE   *
006370*                              INDEX FILE INTO AN IN-MEMORY    *
006380*                              TABLE ONCE, AT STARTUP.  A      *
006390*                              MISSING FILE IS NOT FATAL - A   *
006400*                              FIXED-RATE LOAN NEVER NEEDS     *
006410*                              ONE                             *
006420****************************************************************
006430 1079-LOAD-RATE-INDEX-TABLE.
006440     OPEN INPUT RATE-INDEX-FILE.
006450     IF NOT RATEIDX-FILE-FOUND
006460         GO TO 1079-EXIT
006470     END-IF.
006480     MOVE "N" TO MD-RATEIDX-EOF-SW.
006490     PERFORM 1081-READ-RATE-INDEX-RECORD
006500         THRU 1081-EXIT
006510         UNTIL RATE-INDEX-EOF.
006520     CLOSE RATE-INDEX-FILE.
006530 1079-EXIT.
006540     EXIT.
006550
006560 1081-READ-RATE-INDEX-RECORD.
006570     READ RATE-INDEX-FILE
006580         AT END
006590             SET RATE-INDEX-EOF TO TRUE
006600             GO TO 1081-EXIT
006610     END-READ.
006620     IF RX-ENTRY-COUNT IS NOT LESS THAN RX-MAX-ENTRIES
006630         SET RATE-INDEX-EOF TO TRUE
006640         GO TO 1081-EXIT
006650     END-IF.
006660     IF RX-EFFECTIVE-DATE IS NOT NUMERIC
006670             OR RX-EFFECTIVE-DATE IS EQUAL TO ZERO
006680             OR RX-RATE IS NOT NUMERIC
006690         GO TO 1081-EXIT
006700     END-IF.
006710     ADD 1 TO RX-ENTRY-COUNT.
006720     SET RX-IDX TO RX-ENTRY-COUNT.
006730     MOVE RX-INDEX-CODE     TO RX-TBL-INDEX-CODE(RX-IDX).
006740     MOVE RX-EFFECTIVE-DATE TO RX-TBL-EFFECTIVE-DATE(RX-IDX).
006750     MOVE RX-RATE           TO RX-TBL-RATE(RX-IDX).
006760 1081-EXIT.
006770     EXIT.
006780
006790****************************************************************
006800* 2000-MODIFY-ONE-LOAN - EDIT ONE REQUEST AND EVERYTHING IT    *
006810*                        DEPENDS ON BEFORE ANY RECORD IS       *
006820*                        CHANGED, THEN REBUILD THE SCHEDULE,   *
006830*                        RESTATE THE HEADER, AND REPORT IT     *
006840****************************************************************
006850 2000-MODIFY-ONE-LOAN.
006860     ADD 1 TO MD-REQUESTS-READ.
006870     SET MOD-VALID TO TRUE.
006880     MOVE SPACES TO MD-REASON-TEXT.
006890     MOVE ZERO   TO MD-EFF-PERIOD.
006900     MOVE ZERO   TO MD-OLD-TERM.
006910     MOVE ZERO   TO MD-NEW-TERM.
006920     MOVE ZERO   TO MD-OLD-PAYMENT.
006930     MOVE ZERO   TO MD-NEW-PAYMENT.
006940     MOVE ZERO   TO MD-OLD-MATURITY.
006950     MOVE ZERO   TO MD-NEW-MATURITY.
006960     PERFORM 2150-EDIT-REQUEST
006970         THRU 2150-EXIT.
006980     IF MOD-VALID
006990         PERFORM 2200-READ-LOAN-HEADER
007000             THRU 2200-EXIT
007010     END-IF.
007020     IF MOD-VALID
007030         PERFORM 2250-SET-NEW-TERMS
007040             THRU 2250-EXIT
007050     END-IF.
007060     IF MOD-VALID
007070         PERFORM 2300-CHECK-SCHEDULE
007080             THRU 2300-EXIT
007090     END-IF.
007100     IF MOD-VALID
007110         PERFORM 2400-CALC-NEW-PAYMENT
007120             THRU 2400-EXIT
007130     END-IF.
007140     IF MOD-INVALID
007150         PERFORM 2820-LIST-REJECTED-MOD
007160             THRU 2820-EXIT
007170         GO TO 2000-READ-NEXT
007180     END-IF.
007190     MOVE ZERO TO MD-PERIODS-REWRITTEN.
007200     MOVE ZERO TO MD-PERIODS-ADDED.
007210     MOVE ZERO TO MD-PERIODS-DELETED.
007220     PERFORM 2500-REBUILD-SCHEDULE
007230         THRU 2500-EXIT.
007240     PERFORM 2600-DELETE-SURPLUS-PERIODS
007250         THRU 2600-EXIT.
007260     PERFORM 2700-RESTATE-HEADER
007270         THRU 2700-EXIT.
007280     PERFORM 2800-LIST-APPLIED-MOD
007290         THRU 2800-EXIT.
007300     ADD 1 TO MD-MODS-APPLIED.
007310     ADD MD-PERIODS-REWRITTEN TO MD-TOTAL-REWRITTEN.
007320     ADD MD-PERIODS-ADDED     TO MD-TOTAL-ADDED.
007330     ADD MD-PERIODS-DELETED   TO MD-TOTAL-DELETED.
007340 2000-READ-NEXT.
007350     PERFORM 2100-READ-REQUEST
007360         THRU 2100-EXIT.
007370 2000-EXIT.
007380     EXIT.
007390
007400****************************************************************
007410* 2100-READ-REQUEST - READ THE NEXT MODIFICATION REQUEST       *
007420****************************************************************
007430 2100-READ-REQUEST.
007440     READ MOD-REQUEST
007450         AT END
007460             SET RQST-EOF TO TRUE
007470     END-READ.
007480 2100-EXIT.
007490     EXIT.
007500
007510****************************************************************
007520* 2150-EDIT-REQUEST - VALIDATE THE REQUEST ITSELF BEFORE THE   *
007530*                     MASTER FILE IS READ.  A RATE OR TERM     *
007531*                     CHANGE ALTERS THE HEADER'S TERMS AND     *
007532*                     ALWAYS NEEDS A CHECKER OTHER THAN THE    *
007533*                     MAKER                                    *
007540****************************************************************
007550 2150-EDIT-REQUEST.
007560     IF MQ-LOAN-ID IS NOT NUMERIC
007570             OR MQ-LOAN-ID IS EQUAL TO ZERO
007580         MOVE "LOAN ID MISSING OR NOT NUMERIC" TO MD-REASON-TEXT
007590         GO TO 2150-REJECT
007600     END-IF.
007610     IF NOT MQ-RATE-CHANGE AND NOT MQ-TERM-CHANGE
007620             AND NOT MQ-CURTAILMENT
007630         MOVE "MODIFICATION TYPE MUST BE R, E, OR C"
007640             TO MD-REASON-TEXT
007650         GO TO 2150-REJECT
007660     END-IF.
007661     IF MQ-MAKER-ID IS EQUAL TO SPACES
007662         MOVE "SUBMITTING USER ID MISSING" TO MD-REASON-TEXT
007663         GO TO 2150-REJECT
007664     END-IF.
007665     IF MQ-RATE-CHANGE OR MQ-TERM-CHANGE
007666         IF MQ-CHECKER-ID IS EQUAL TO SPACES
007667             MOVE "CHECKER USER ID MISSING" TO MD-REASON-TEXT
007668             GO TO 2150-REJECT
007669         END-IF
007670     END-IF.
007671     IF MQ-CHECKER-ID IS EQUAL TO MQ-MAKER-ID
007672         MOVE "CHECKER MAY NOT DECIDE OWN ITEM" TO MD-REASON-TEXT
007674         GO TO 2150-REJECT
007676     END-IF.
007678     IF MQ-EFFECTIVE-PERIOD IS NOT NUMERIC
007680             OR MQ-EFFECTIVE-PERIOD IS LESS THAN 1
007690             OR MQ-EFFECTIVE-PERIOD IS GREATER THAN MD-MAX-PERIODS
007700         MOVE "EFFECTIVE PERIOD MISSING OR OUTSIDE 1-360"
007710             TO MD-REASON-TEXT
007720         GO TO 2150-REJECT
007730     END-IF.
007740     MOVE MQ-EFFECTIVE-PERIOD TO MD-EFF-PERIOD.
007750     IF MQ-RATE-CHANGE
007760         IF MQ-NEW-RATE IS NOT NUMERIC
007770             MOVE "NEW RATE MISSING OR NOT NUMERIC"
007780                 TO MD-REASON-TEXT
007790             GO TO 2150-REJECT
007800         END-IF
007810     END-IF.
007820     IF MQ-TERM-CHANGE
007830         IF MQ-NEW-PERIODS IS NOT NUMERIC
007840                 OR MQ-NEW-PERIODS IS LESS THAN MD-EFF-PERIOD
007850                 OR MQ-NEW-PERIODS IS GREATER THAN MD-MAX-PERIODS
007860             MOVE "NEW TERM MISSING OR BEFORE EFFECTIVE PERIOD"
007870                 TO MD-REASON-TEXT
007880             GO TO 2150-REJECT
007890         END-IF
007900     END-IF.
007910     IF MQ-CURTAILMENT
007920         IF MQ-CURTAIL-AMOUNT IS NOT NUMERIC
007930                 OR MQ-CURTAIL-AMOUNT IS EQUAL TO ZERO
007940             MOVE "CURTAILMENT AMOUNT MISSING OR ZERO"
007950                 TO MD-REASON-TEXT
007960             GO TO 2150-REJECT
007970         END-IF
007980     END-IF.
007990     GO TO 2150-EXIT.
008000 2150-REJECT.
008010     SET MOD-INVALID TO TRUE.
008020 2150-EXIT.
008030     EXIT.
008040
008050****************************************************************
008060* 2200-READ-LOAN-HEADER - THE HEADER CARRIES THE RATE, THE     *
008070*                         CURRENCY, THE TERM, AND THE BOOKING  *
008080*                         DATE THE DUE DATES RUN FROM.  A      *
008090*                         LOAN WITHOUT ONE CANNOT BE           *
008100*                         RE-AMORTIZED                         *
008110****************************************************************
008120 2200-READ-LOAN-HEADER.
008130     MOVE MQ-LOAN-ID TO LM-LOAN-ID.
008140     MOVE ZERO       TO LM-PERIOD-NO.
008150     READ LOAN-MASTER
008160         KEY IS LM-KEY
008170         INVALID KEY
008180             MOVE "NOT ON LOAN-MASTER OR NO TERMS HEADER"
008190                 TO MD-REASON-TEXT
008200             SET MOD-INVALID TO TRUE
008210             GO TO 2200-EXIT
008220     END-READ.
008230     IF LM-HDR-TRANS-CODE IS NOT EQUAL TO "M"
008240* ONLY A PAYMENT LOAN IS AMORTIZED - A PV/FV BOOKING IS A SET
008250* OF SUPPLIED FLOWS WITH NO SCHEDULE TO REBUILD
008260         MOVE "NOT AN AMORTIZING (M) LOAN" TO MD-REASON-TEXT
008270         SET MOD-INVALID TO TRUE
008280         GO TO 2200-EXIT
008290     END-IF.
008300     MOVE LM-HDR-INTEREST-RATE  TO MD-HDR-RATE.
008310     MOVE LM-HDR-CURRENCY-CODE  TO MD-HDR-CURRENCY.
008320     MOVE LM-HDR-RATE-INDEX     TO MD-HDR-RATE-INDEX.
008330     MOVE LM-HDR-RATE-SPREAD    TO MD-HDR-RATE-SPREAD.
008340     IF LM-HDR-NO-OF-PERIODS IS NUMERIC
008350         MOVE LM-HDR-NO-OF-PERIODS TO MD-OLD-TERM
008360     END-IF.
008370     IF MD-OLD-TERM IS EQUAL TO ZERO
008380         MOVE "NO TERM ON THE LOAN HEADER" TO MD-REASON-TEXT
008390         SET MOD-INVALID TO TRUE
008400         GO TO 2200-EXIT
008410     END-IF.
008420     IF MD-EFF-PERIOD IS GREATER THAN MD-OLD-TERM
008430         MOVE "EFFECTIVE PERIOD AFTER MATURITY" TO MD-REASON-TEXT
008440         SET MOD-INVALID TO TRUE
008450         GO TO 2200-EXIT
008460     END-IF.
008470     IF MD-HDR-RATE-INDEX IS EQUAL TO SPACES
008480         MOVE "N" TO MD-FLOATING-SW
008490     ELSE
008500         SET LOAN-IS-FLOATING TO TRUE
008510     END-IF.
008520* THE ACTIVITY DATE IS ONLY A FALLBACK FOR HEADERS THAT
008530* PREDATE THE BOOKING-DATE FIELD
008540     IF LM-HDR-BOOK-DATE IS NUMERIC
008550             AND LM-HDR-BOOK-DATE IS GREATER THAN ZERO
008560         MOVE LM-HDR-BOOK-DATE      TO MD-BOOK-DATE-NUM
008570     ELSE
008580         IF LM-LAST-ACTIVITY-DATE IS NUMERIC
008590                 AND LM-LAST-ACTIVITY-DATE IS GREATER THAN ZERO
008600             MOVE LM-LAST-ACTIVITY-DATE TO MD-BOOK-DATE-NUM
008610         ELSE
008620             MOVE "NO BOOKING DATE - DUE DATES UNKNOWN"
008630                 TO MD-REASON-TEXT
008640             SET MOD-INVALID TO TRUE
008650             GO TO 2200-EXIT
008660         END-IF
008670     END-IF.
008680     MOVE "N" TO MD-CURR-FOUND-SW.
008690     PERFORM 2255-SEARCH-ONE-CURRENCY-ENTRY
008700         THRU 2255-EXIT
008710         VARYING CT-IDX FROM 1 BY 1
008720         UNTIL CT-IDX IS GREATER THAN CT-ENTRY-COUNT
008730         OR CURR-FOUND.
008740     IF NOT CURR-FOUND
008750         MOVE "NO CURRTAB ENTRY FOR THE LOAN CURRENCY"
008760             TO MD-REASON-TEXT
008770         SET MOD-INVALID TO TRUE
008780     END-IF.
008790 2200-EXIT.
008800     EXIT.
008810
008820****************************************************************
008830* 2250-SET-NEW-TERMS - THE TERMS THE REBUILT PERIODS RUN       *
008840*                      AT.  ONLY THE TERM THE REQUEST NAMES    *
008850*                      CHANGES                                 *
008860****************************************************************
008870 2250-SET-NEW-TERMS.
008880     MOVE MD-HDR-RATE        TO MD-NEW-RATE.
008890     MOVE MD-HDR-RATE-SPREAD TO MD-NEW-SPREAD.
008900     MOVE MD-OLD-TERM        TO MD-NEW-TERM.
008910     MOVE ZERO               TO MD-CURTAIL.
008920     EVALUATE TRUE
008930         WHEN MQ-RATE-CHANGE
008940             IF LOAN-IS-FLOATING
008950                 MOVE MQ-NEW-RATE TO MD-NEW-SPREAD
008960             ELSE
008970                 MOVE MQ-NEW-RATE TO MD-NEW-RATE
008980             END-IF
008990         WHEN MQ-TERM-CHANGE
009000             MOVE MQ-NEW-PERIODS TO MD-NEW-TERM
009010             IF MD-NEW-TERM IS EQUAL TO MD-OLD-TERM
009020                 MOVE "NEW TERM IS THE CURRENT TERM"
009030                     TO MD-REASON-TEXT
009040                 SET MOD-INVALID TO TRUE
009050             END-IF
009060         WHEN MQ-CURTAILMENT
009070             MOVE MQ-CURTAIL-AMOUNT TO MD-CURTAIL
009080     END-EVALUATE.
009090 2250-EXIT.
009100     EXIT.
009110
009120 2255-SEARCH-ONE-CURRENCY-ENTRY.
009130     IF CT-TBL-CURRENCY-CODE(CT-IDX) IS EQUAL TO MD-HDR-CURRENCY
009140         MOVE CT-TBL-DAY-COUNT-BASIS(CT-IDX)
009150             TO CURR-DAY-COUNT-BASIS
009160         MOVE CT-TBL-ROUNDING-RULE(CT-IDX)
009170             TO CURR-ROUNDING-RULE
009180         SET CURR-FOUND TO TRUE
009190     END-IF.
009200 2255-EXIT.
009210     EXIT.
009220
009230****************************************************************
009240* 2300-CHECK-SCHEDULE - THE EFFECTIVE PERIOD MUST NOT YET BE   *
009250*                       DUE, AND NO PERIOD FROM IT TO THE OLD  *
009260*                       MATURITY MAY HAVE CASH APPLIED -       *
009270*                       THOSE PERIODS ARE ABOUT TO BE          *
009280*                       REWRITTEN.  A CURTAILMENT ALREADY ON   *
009281*                       ONE OF THEM IS KEPT FOR THE REBUILD,   *
009282*                       UNLESS IT LIES PAST THE NEW MATURITY.  *
009283*                       THE BALANCE LEFT BY THE PERIOD BEFORE  *
009290*                       IT IS THE PRINCIPAL THE NEW SCHEDULE   *
009300*                       AMORTIZES                              *
009310****************************************************************
009320 2300-CHECK-SCHEDULE.
009330     MOVE MD-EFF-PERIOD TO MD-PERIOD.
009340     PERFORM 2350-COMPUTE-DUE-DATE
009350         THRU 2350-EXIT.
009360     IF MD-DUE-DATE-NUM IS NOT GREATER THAN MD-BUS-DATE-NUM
009370         MOVE "EFFECTIVE PERIOD ALREADY DUE" TO MD-REASON-TEXT
009380         SET MOD-INVALID TO TRUE
009390         GO TO 2300-EXIT
009400     END-IF.
009410     MOVE MD-OLD-TERM TO MD-PERIOD.
009420     PERFORM 2350-COMPUTE-DUE-DATE
009430         THRU 2350-EXIT.
009440     MOVE MD-DUE-DATE-NUM TO MD-OLD-MATURITY.
009450     MOVE MD-NEW-TERM TO MD-PERIOD.
009460     PERFORM 2350-COMPUTE-DUE-DATE
009470         THRU 2350-EXIT.
009480     MOVE MD-DUE-DATE-NUM TO MD-NEW-MATURITY.
009490* THE EFFECTIVE PERIOD ITSELF GIVES THE PAYMENT IN FORCE AND,
009500* FOR PERIOD 1, THE ORIGINAL PRINCIPAL
009510     MOVE MQ-LOAN-ID    TO LM-LOAN-ID.
009520     MOVE MD-EFF-PERIOD TO LM-PERIOD-NO.
009530     READ LOAN-MASTER
009540         KEY IS LM-KEY
009550         INVALID KEY
009560             MOVE "EFFECTIVE PERIOD NOT ON FILE" TO MD-REASON-TEXT
009570             SET MOD-INVALID TO TRUE
009580             GO TO 2300-EXIT
009590     END-READ.
009600     IF LM-PRINCIPAL-PORTION IS EQUAL TO ZERO
009610             AND LM-BALANCE-REMAINING IS EQUAL TO ZERO
009620* NO STORED SPLIT - THE OPENING BALANCE CANNOT BE KNOWN AND
009630* IS NOT GUESSED AT
009640         MOVE "NO AMORTIZATION SPLIT ON THE SCHEDULE"
009650             TO MD-REASON-TEXT
009660         SET MOD-INVALID TO TRUE
009670         GO TO 2300-EXIT
009680     END-IF.
009690     MOVE LM-AMOUNT TO MD-OLD-PAYMENT.
009700     COMPUTE MD-OPEN-BALANCE =
009710           LM-BALANCE-REMAINING + LM-PRINCIPAL-PORTION
009720           + LM-CURTAIL-AMOUNT.
009730     IF MD-EFF-PERIOD IS GREATER THAN 1
009740         MOVE MQ-LOAN-ID TO LM-LOAN-ID
009750         COMPUTE LM-PERIOD-NO = MD-EFF-PERIOD - 1
009760         READ LOAN-MASTER
009770             KEY IS LM-KEY
009780             INVALID KEY
009790                 MOVE "PRIOR PERIOD NOT ON FILE"
009800                     TO MD-REASON-TEXT
009810                 SET MOD-INVALID TO TRUE
009820                 GO TO 2300-EXIT
009830         END-READ
009840         MOVE LM-BALANCE-REMAINING TO MD-OPEN-BALANCE
009850     END-IF.
009860     IF MD-CURTAIL IS NOT LESS THAN MD-OPEN-BALANCE
009870* A CURTAILMENT OF THE WHOLE BALANCE IS A PAYOFF, NOT A
009880* MODIFICATION
009890         MOVE "CURTAILMENT NOT LESS THAN THE BALANCE"
009900             TO MD-REASON-TEXT
009910         SET MOD-INVALID TO TRUE
009920         GO TO 2300-EXIT
009930     END-IF.
009940     PERFORM 2310-CHECK-ONE-PERIOD-OPEN
009950         THRU 2310-EXIT
009960         VARYING MD-PERIOD FROM MD-EFF-PERIOD BY 1
009970         UNTIL (MD-PERIOD IS GREATER THAN MD-OLD-TERM
009971                AND MD-PERIOD IS GREATER THAN MD-NEW-TERM)
009980         OR MOD-INVALID.
009990 2300-EXIT.
010000     EXIT.
010010
010020 2310-CHECK-ONE-PERIOD-OPEN.
010025     MOVE ZERO       TO MD-KEPT-CURTAIL(MD-PERIOD).
010030     MOVE MQ-LOAN-ID TO LM-LOAN-ID.
010040     MOVE MD-PERIOD  TO LM-PERIOD-NO.
010050     READ LOAN-MASTER
010060         KEY IS LM-KEY
010070         INVALID KEY
010080             GO TO 2310-EXIT
010090     END-READ.
010100     IF LM-PAID-AMOUNT IS GREATER THAN ZERO
010110             OR NOT LM-NOTHING-PAID
010120         MOVE "CASH ALREADY APPLIED AT OR AFTER EFFECTIVE"
010130             TO MD-REASON-TEXT
010140         SET MOD-INVALID TO TRUE
010150     END-IF.
010151* AN EARLIER CURTAILMENT STAYS TAKEN - THE REBUILD CARRIES IT,
010152* BUT A SHORTER TERM CANNOT DROP THE PERIOD THAT HOLDS IT
010153     IF LM-CURTAIL-AMOUNT IS GREATER THAN ZERO
010154         IF MD-PERIOD IS GREATER THAN MD-NEW-TERM
010155             MOVE "CURTAILMENT ON FILE PAST THE NEW MATURITY"
010156                 TO MD-REASON-TEXT
010157             SET MOD-INVALID TO TRUE
010158         ELSE
010159             MOVE LM-CURTAIL-AMOUNT
010161                 TO MD-KEPT-CURTAIL(MD-PERIOD)
010163         END-IF
010165     END-IF.
010167 2310-EXIT.
010170     EXIT.
010180
010190****************************************************************
010200* 2350-COMPUTE-DUE-DATE - PERIOD MD-PERIOD FALLS DUE THAT      *
010210*                         MANY MONTHS AFTER THE BOOKING DATE   *
010220*                         ON THE SHOP'S DUE-DATE RULE, IN THE  *
010225*                         LOAN'S CURRENCY                      *
010230****************************************************************
010240 2350-COMPUTE-DUE-DATE.
010250     MOVE MD-BOOK-DATE-NUM TO MD-CAL-BOOK-DATE-NUM.
010260     MOVE MD-PERIOD        TO MD-CAL-PERIOD.
010270     MOVE MD-HDR-CURRENCY  TO MD-CAL-CURRENCY.
010280     PERFORM 8110-SET-DUE-DATE
010290         THRU 8110-EXIT.
010340     MOVE MD-CAL-DATE-NUM  TO MD-DUE-DATE-NUM.
010350 2350-EXIT.
010360     EXIT.
010370
010380****************************************************************
010390* 2400-CALC-NEW-PAYMENT - RESOLVE EACH REBUILT PERIOD'S RATE,  *
010400*                         BUILD THE CUMULATIVE COMPOUNDING     *
010410*                         FACTORS FROM THE EFFECTIVE PERIOD,   *
010420*                         AND TAKE THE LEVEL PAYMENT AS THE    *
010430*                         PRINCIPAL AFTER ANY CURTAILMENT,     *
010431*                         LESS THE DISCOUNTED VALUE OF THE     *
010432*                         CURTAILMENTS KEPT, OVER THE SUM OF   *
010440*                         THE DISCOUNT FACTORS - THE BATCH'S   *
010450*                         OWN PAYMENT FORMULA                  *
010470****************************************************************
010480 2400-CALC-NEW-PAYMENT.
010490     MOVE 1 TO MD-CUM-WORK.
010500     PERFORM 2410-RESOLVE-ONE-PERIOD-RATE
010510         THRU 2410-EXIT
010520         VARYING MD-PERIOD FROM MD-EFF-PERIOD BY 1
010530         UNTIL MD-PERIOD IS GREATER THAN MD-NEW-TERM
010540         OR MOD-INVALID.
010550     IF MOD-INVALID
010560         GO TO 2400-EXIT
010570     END-IF.
010580     MOVE ZERO TO MD-ANNUITY-SUM.
010590     PERFORM 2420-SUM-ONE-ANNUITY-PERIOD
010600         THRU 2420-EXIT
010610         VARYING MD-PERIOD FROM MD-EFF-PERIOD BY 1
010620         UNTIL MD-PERIOD IS GREATER THAN MD-NEW-TERM.
010630     IF MD-ANNUITY-SUM IS EQUAL TO ZERO
010640         MOVE "NEW PAYMENT CANNOT BE COMPUTED" TO MD-REASON-TEXT
010650         SET MOD-INVALID TO TRUE
010660         GO TO 2400-EXIT
010670     END-IF.
010671     MOVE ZERO TO MD-KEPT-PV.
010672     PERFORM 2430-DISCOUNT-ONE-CURTAILMENT
010673         THRU 2430-EXIT
010674         VARYING MD-PERIOD FROM MD-EFF-PERIOD BY 1
010675         UNTIL MD-PERIOD IS GREATER THAN MD-NEW-TERM.
010680     COMPUTE MD-PAYMENT-RAW =
010690           (MD-OPEN-BALANCE - MD-CURTAIL - MD-KEPT-PV)
010691           / MD-ANNUITY-SUM.
010700     EVALUATE CURR-ROUNDING-RULE
010710         WHEN "N"
010720             COMPUTE MD-NEW-PAYMENT ROUNDED = MD-PAYMENT-RAW
010730         WHEN OTHER
010740             COMPUTE MD-NEW-PAYMENT = MD-PAYMENT-RAW
010750     END-EVALUATE.
010760 2400-EXIT.
010770     EXIT.
010780
010790****************************************************************
010800* 2410-RESOLVE-ONE-PERIOD-RATE - ONE PERIOD'S RATE.  FLOATING  *
010810*                                TAKES THE INDEX QUOTE IN      *
010820*                                FORCE AT THE PERIOD'S DUE     *
010830*                                DATE PLUS THE SPREAD; EITHER  *
010840*                                WAY THE RATE IS RESTATED      *
010850*                                ONTO THE CURRENCY'S           *
010860*                                DAY-COUNT BASIS AS THE BATCH  *
010870*                                DOES                          *
010880****************************************************************
010890 2410-RESOLVE-ONE-PERIOD-RATE.
010900     IF LOAN-IS-FLOATING
010910         PERFORM 2350-COMPUTE-DUE-DATE
010920             THRU 2350-EXIT
010930         MOVE "N"  TO MD-INDEX-FOUND-SW
010940         MOVE ZERO TO MD-BEST-DATE
010950         PERFORM 2415-TEST-ONE-INDEX-ENTRY
010960             THRU 2415-EXIT
010970             VARYING RX-IDX FROM 1 BY 1
010980             UNTIL RX-IDX IS GREATER THAN RX-ENTRY-COUNT
010990         IF NOT INDEX-RATE-FOUND
011000             MOVE "NO RATE INDEX QUOTE FOR A REBUILT PERIOD"
011010                 TO MD-REASON-TEXT
011020             SET MOD-INVALID TO TRUE
011030             GO TO 2410-EXIT
011040         END-IF
011050         COMPUTE MD-RATE-WORK = MD-RESOLVED-RATE + MD-NEW-SPREAD
011060     ELSE
011070         MOVE MD-NEW-RATE TO MD-RATE-WORK
011080     END-IF.
011090     COMPUTE MD-RATE-NUMERATOR =
011100           MD-RATE-WORK * CURR-DAY-COUNT-BASIS.
011110     COMPUTE MD-RATE-WORK = MD-RATE-NUMERATOR / 360.
011120     MOVE MD-RATE-WORK TO MD-PERIOD-RATE(MD-PERIOD).
011130     COMPUTE MD-CUM-WORK =
011140           MD-CUM-WORK * (1 + MD-RATE-WORK)
011150         ON SIZE ERROR
011160             MOVE "NEW PAYMENT CANNOT BE COMPUTED"
011170                 TO MD-REASON-TEXT
011180             SET MOD-INVALID TO TRUE
011190             GO TO 2410-EXIT
011200     END-COMPUTE.
011210     MOVE MD-CUM-WORK TO MD-CUM-FACTOR(MD-PERIOD).
011220 2410-EXIT.
011230     EXIT.
011240
011250 2415-TEST-ONE-INDEX-ENTRY.
011260     IF RX-TBL-INDEX-CODE(RX-IDX) IS EQUAL TO MD-HDR-RATE-INDEX
011270             AND RX-TBL-EFFECTIVE-DATE(RX-IDX)
011280                 IS NOT GREATER THAN MD-DUE-DATE-NUM
011290             AND RX-TBL-EFFECTIVE-DATE(RX-IDX)
011300                 IS NOT LESS THAN MD-BEST-DATE
011310         MOVE RX-TBL-EFFECTIVE-DATE(RX-IDX) TO MD-BEST-DATE
011320         MOVE RX-TBL-RATE(RX-IDX)           TO MD-RESOLVED-RATE
011330         SET INDEX-RATE-FOUND TO TRUE
011340     END-IF.
011350 2415-EXIT.
011360     EXIT.
011370
011380 2420-SUM-ONE-ANNUITY-PERIOD.
011390     COMPUTE MD-ANNUITY-SUM =
011400           MD-ANNUITY-SUM
011410           + (1 / MD-CUM-FACTOR(MD-PERIOD)).
011420 2420-EXIT.
011430     EXIT.
011431
011432****************************************************************
011433* 2430-DISCOUNT-ONE-CURTAILMENT - A KEPT CURTAILMENT COMES OFF *
011434*                                 AT THE START OF ITS PERIOD,  *
011435*                                 SO IT IS DISCOUNTED BY THE   *
011436*                                 FACTOR OF THE PERIOD BEFORE  *
011437****************************************************************
011438 2430-DISCOUNT-ONE-CURTAILMENT.
011439     IF MD-KEPT-CURTAIL(MD-PERIOD) IS EQUAL TO ZERO
011440         GO TO 2430-EXIT
011441     END-IF.
011442     IF MD-PERIOD IS EQUAL TO MD-EFF-PERIOD
011443         ADD MD-KEPT-CURTAIL(MD-PERIOD) TO MD-KEPT-PV
011444     ELSE
011445         COMPUTE MD-KEPT-PV = MD-KEPT-PV
011446               + (MD-KEPT-CURTAIL(MD-PERIOD)
011447                  / MD-CUM-FACTOR(MD-PERIOD - 1))
011448     END-IF.
011449 2430-EXIT.
011451     EXIT.
011453
011455****************************************************************
011460* 2500-REBUILD-SCHEDULE - SPLIT THE NEW LEVEL PAYMENT INTO     *
011470*                         INTEREST AND PRINCIPAL FROM THE      *
011480*                         EFFECTIVE PERIOD TO THE NEW          *
011490*                         MATURITY, RUNNING THE BALANCE DOWN   *
011500*                         TO ZERO.  ANY CURTAILMENT COMES OFF  *
011510*                         THE OPENING BALANCE AND IS RECORDED  *
011520*                         ON THE EFFECTIVE PERIOD; ONE KEPT    *
011521*                         FROM BEFORE COMES OFF AT ITS OWN     *
011522*                         PERIOD                               *
011530****************************************************************
011540 2500-REBUILD-SCHEDULE.
011550     COMPUTE MD-BALANCE-AMT = MD-OPEN-BALANCE - MD-CURTAIL.
011560     PERFORM 2510-AMORTIZE-ONE-PERIOD
011570         THRU 2510-EXIT
011580         VARYING MD-PERIOD FROM MD-EFF-PERIOD BY 1
011590         UNTIL MD-PERIOD IS GREATER THAN MD-NEW-TERM.
011600 2500-EXIT.
011610     EXIT.
011620
011630****************************************************************
011640* 2510-AMORTIZE-ONE-PERIOD - ONE ROW OF THE NEW                *
011650*                            SCHEDULE.  INTEREST ACCRUES ON    *
011660*                            THE OPEN BALANCE AT THE PERIOD'S  *
011670*                            RATE AND IS ROUNDED OR TRUNCATED  *
011680*                            PER THE CURRENCY'S RULE; THE      *
011690*                            FINAL PAYMENT RETIRES WHATEVER    *
011700*                            BALANCE THE PENNY-ROUNDING LEFT   *
011710*                            OVER                              *
011720****************************************************************
011730 2510-AMORTIZE-ONE-PERIOD.
011735     SUBTRACT MD-KEPT-CURTAIL(MD-PERIOD) FROM MD-BALANCE-AMT.
011740     COMPUTE MD-INTEREST-RAW =
011750           MD-BALANCE-AMT * MD-PERIOD-RATE(MD-PERIOD).
011760     EVALUATE CURR-ROUNDING-RULE
011770         WHEN "N"
011780             COMPUTE MD-INTEREST-AMT ROUNDED = MD-INTEREST-RAW
011790         WHEN OTHER
011800             COMPUTE MD-INTEREST-AMT = MD-INTEREST-RAW
011810     END-EVALUATE.
011820     IF MD-PERIOD IS EQUAL TO MD-NEW-TERM
011830         MOVE MD-BALANCE-AMT TO MD-PRINCIPAL-AMT
011840         COMPUTE MD-PAYMENT-AMT =
011850               MD-PRINCIPAL-AMT + MD-INTEREST-AMT
011860     ELSE
011870         MOVE MD-NEW-PAYMENT TO MD-PAYMENT-AMT
011880         COMPUTE MD-PRINCIPAL-AMT =
011890               MD-PAYMENT-AMT - MD-INTEREST-AMT
011900     END-IF.
011910     COMPUTE MD-BALANCE-AMT =
011920           MD-BALANCE-AMT - MD-PRINCIPAL-AMT.
011930     PERFORM 2520-STORE-ONE-PERIOD
011940         THRU 2520-EXIT.
011950 2510-EXIT.
011960     EXIT.
011970
011980****************************************************************
011990* 2520-STORE-ONE-PERIOD - REWRITE THE PERIOD IF IT IS ON       *
012000*                         FILE, ADD IT IF THE NEW TERM RUNS    *
012010*                         PAST THE OLD ONE.  EITHER WAY IT     *
012020*                         STARTS WITH NOTHING PAID AND GETS A  *
012030*                         BEFORE/AFTER IMAGE                   *
012040****************************************************************
012050 2520-STORE-ONE-PERIOD.
012060     MOVE "Y"        TO MD-PERIOD-FOUND-SW.
012070     MOVE MQ-LOAN-ID TO LM-LOAN-ID.
012080     MOVE MD-PERIOD  TO LM-PERIOD-NO.
012090     READ LOAN-MASTER
012100         KEY IS LM-KEY
012110         INVALID KEY
012120             MOVE "N" TO MD-PERIOD-FOUND-SW
012130     END-READ.
012140     IF PERIOD-ON-FILE
012150         MOVE LM-AMOUNT TO MD-BEFORE-AMOUNT
012160     ELSE
012170         MOVE ZERO      TO MD-BEFORE-AMOUNT
012180         MOVE SPACES    TO LM-DETAIL-BODY
012190         MOVE MQ-LOAN-ID TO LM-LOAN-ID
012200         MOVE MD-PERIOD  TO LM-PERIOD-NO
012210     END-IF.
012220     MOVE MD-PAYMENT-AMT   TO LM-AMOUNT.
012230     MOVE MD-INTEREST-AMT  TO LM-INTEREST-PORTION.
012240     MOVE MD-PRINCIPAL-AMT TO LM-PRINCIPAL-PORTION.
012250     MOVE MD-BALANCE-AMT   TO LM-BALANCE-REMAINING.
012260     MOVE ZERO             TO LM-PAID-AMOUNT.
012270     MOVE ZERO             TO LM-PAID-DATE.
012280     MOVE SPACE            TO LM-PAY-STATUS.
012290     MOVE SPACE            TO LM-PAST-DUE-FLAG.
012300     MOVE MD-KEPT-CURTAIL(MD-PERIOD) TO LM-CURTAIL-AMOUNT.
012310     IF MD-PERIOD IS EQUAL TO MD-EFF-PERIOD
012320         ADD MD-CURTAIL    TO LM-CURTAIL-AMOUNT
012340     END-IF.
012350     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
012360     IF PERIOD-ON-FILE
012363         PERFORM 8500-SAVE-BEFORE-IMAGE
012366             THRU 8500-EXIT
012370         REWRITE LOAN-MASTER-RECORD
012371         IF LOANMSTR-OPEN-OK
012372             SET JOURNAL-CHANGE TO TRUE
012373             PERFORM 8510-WRITE-MASTER-JOURNAL
012374                 THRU 8510-EXIT
012375         END-IF
012380         ADD 1 TO MD-PERIODS-REWRITTEN
012390         MOVE "REAMORT"    TO MOD-AUD-ACTION
012400         MOVE MD-BEFORE-AMOUNT TO MD-AMOUNT-EDIT
012410         MOVE MD-AMOUNT-EDIT   TO MOD-AUD-BEFORE
012420     ELSE
012430         WRITE LOAN-MASTER-RECORD
012431         IF LOANMSTR-OPEN-OK
012432             SET JOURNAL-ADD TO TRUE
012433             PERFORM 8510-WRITE-MASTER-JOURNAL
012434                 THRU 8510-EXIT
012435         END-IF
012440         ADD 1 TO MD-PERIODS-ADDED
012450         MOVE "ADD    "    TO MOD-AUD-ACTION
012460         MOVE "(NONE)"     TO MOD-AUD-BEFORE
012470     END-IF.
012480     MOVE MD-PAYMENT-AMT   TO MD-AMOUNT-EDIT.
012490     MOVE MD-AMOUNT-EDIT   TO MOD-AUD-AFTER.
012500     MOVE MD-PERIOD        TO MD-AUD-PERIOD.
012510     MOVE MD-BEFORE-AMOUNT TO MD-ADB-BEFORE.
012520     MOVE MD-PAYMENT-AMT   TO MD-ADB-AFTER.
012530     MOVE MQ-EFFECTIVE-PERIOD  TO MD-ADR-PER-EFF.
012540     MOVE MD-ADR-PERIOD-REASON TO MD-AD-REASON.
012550     PERFORM 2900-WRITE-AUDIT-IMAGE
012560         THRU 2900-EXIT.
012570     IF MD-PERIOD IS EQUAL TO MD-EFF-PERIOD
012580             AND MD-CURTAIL IS GREATER THAN ZERO
012590* THE CURTAILMENT GETS AN IMAGE OF ITS OWN - THE BALANCE
012600* BEFORE AND AFTER THE LUMP SUM CAME OFF
012610         MOVE "CURTAIL"        TO MOD-AUD-ACTION
012620         MOVE MD-OPEN-BALANCE  TO MD-AMOUNT-EDIT
012630         MOVE MD-AMOUNT-EDIT   TO MOD-AUD-BEFORE
012640         COMPUTE MD-ADB-AFTER = MD-OPEN-BALANCE - MD-CURTAIL
012650         MOVE MD-ADB-AFTER     TO MD-AMOUNT-EDIT
012660         MOVE MD-AMOUNT-EDIT   TO MOD-AUD-AFTER
012670         MOVE MD-OPEN-BALANCE  TO MD-ADB-BEFORE
012680         PERFORM 2900-WRITE-AUDIT-IMAGE
012690             THRU 2900-EXIT
012700     END-IF.
012710 2520-EXIT.
012720     EXIT.
012730
012740****************************************************************
012750* 2600-DELETE-SURPLUS-PERIODS - A SHORTER TERM LEAVES PERIODS  *
012760*                               PAST THE NEW MATURITY ON       *
012770*                               FILE; EACH IS DELETED WITH     *
012780*                               ITS OWN AUDIT IMAGE.  THE      *
012790*                               SWEEP RUNS TO THE LAST         *
012800*                               POSSIBLE PERIOD SO NO STRAY    *
012810*                               PERIOD OUTLIVES THE TERM       *
012820****************************************************************
012830 2600-DELETE-SURPLUS-PERIODS.
012840     IF MD-NEW-TERM IS NOT LESS THAN MD-MAX-PERIODS
012850         GO TO 2600-EXIT
012860     END-IF.
012870     PERFORM 2610-DELETE-ONE-PERIOD
012880         THRU 2610-EXIT
012890         VARYING MD-PERIOD FROM MD-NEW-TERM BY 1
012900         UNTIL MD-PERIOD IS NOT LESS THAN MD-MAX-PERIODS.
012910 2600-EXIT.
012920     EXIT.
012930
012940 2610-DELETE-ONE-PERIOD.
012950     MOVE MQ-LOAN-ID TO LM-LOAN-ID.
012960     COMPUTE LM-PERIOD-NO = MD-PERIOD + 1.
012970     READ LOAN-MASTER
012980         KEY IS LM-KEY
012990         INVALID KEY
013000             GO TO 2610-EXIT
013010     END-READ.
013020     MOVE LM-AMOUNT TO MD-BEFORE-AMOUNT.
013030     DELETE LOAN-MASTER RECORD.
013031     IF LOANMSTR-OPEN-OK
013032         SET JOURNAL-DELETE TO TRUE
013033         PERFORM 8510-WRITE-MASTER-JOURNAL
013034             THRU 8510-EXIT
013035     END-IF.
013040     ADD 1 TO MD-PERIODS-DELETED.
013050     MOVE "DELETE "        TO MOD-AUD-ACTION.
013060     MOVE MD-BEFORE-AMOUNT TO MD-AMOUNT-EDIT.
013070     MOVE MD-AMOUNT-EDIT   TO MOD-AUD-BEFORE.
013080     MOVE "(NONE)"         TO MOD-AUD-AFTER.
013090     COMPUTE MD-AUD-PERIOD = MD-PERIOD + 1.
013100     MOVE MD-BEFORE-AMOUNT TO MD-ADB-BEFORE.
013110     MOVE ZERO             TO MD-ADB-AFTER.
013120     MOVE MQ-EFFECTIVE-PERIOD  TO MD-ADR-PER-EFF.
013130     MOVE MD-ADR-PERIOD-REASON TO MD-AD-REASON.
013140     PERFORM 2900-WRITE-AUDIT-IMAGE
013150         THRU 2900-EXIT.
013160 2610-EXIT.
013170     EXIT.
013180
013190****************************************************************
013200* 2700-RESTATE-HEADER - THE PERIOD-ZERO HEADER TAKES THE NEW   *
013210*                       RATE (OR SPREAD) OR TERM.  ITS IMAGE   *
013220*                       CARRIES THE OLD AND NEW PAYMENT, WITH  *
013230*                       THE TERM THAT CHANGED IN THE REASON    *
013240****************************************************************
013250 2700-RESTATE-HEADER.
013260     MOVE MQ-LOAN-ID TO LM-LOAN-ID.
013270     MOVE ZERO       TO LM-PERIOD-NO.
013280     READ LOAN-MASTER
013290         KEY IS LM-KEY
013300     END-READ.
013310     MOVE MQ-MOD-TYPE   TO MD-ADR-TYPE.
013320     MOVE MD-EFF-PERIOD TO MD-ADR-EFF-PERIOD.
013330     EVALUATE TRUE
013340         WHEN MQ-RATE-CHANGE AND LOAN-IS-FLOATING
013350             MOVE "RS"               TO MD-ADR-FIELD
013360             MOVE MD-HDR-RATE-SPREAD TO MD-RATE-EDIT
013370             MOVE MD-RATE-EDIT       TO MD-ADR-BEFORE
013380             MOVE MD-NEW-SPREAD      TO MD-RATE-EDIT
013390             MOVE MD-RATE-EDIT       TO MD-ADR-AFTER
013400             MOVE MD-NEW-SPREAD      TO LM-HDR-RATE-SPREAD
013410         WHEN MQ-RATE-CHANGE
013420             MOVE "RT"               TO MD-ADR-FIELD
013430             MOVE MD-HDR-RATE        TO MD-RATE-EDIT
013440             MOVE MD-RATE-EDIT       TO MD-ADR-BEFORE
013450             MOVE MD-NEW-RATE        TO MD-RATE-EDIT
013460             MOVE MD-RATE-EDIT       TO MD-ADR-AFTER
013470             MOVE MD-NEW-RATE        TO LM-HDR-INTEREST-RATE
013480         WHEN MQ-TERM-CHANGE
013490             MOVE "NP"               TO MD-ADR-FIELD
013500             MOVE MD-OLD-TERM        TO MD-TERM-EDIT
013510             MOVE MD-TERM-EDIT       TO MD-ADR-BEFORE
013520             MOVE MD-NEW-TERM        TO MD-TERM-EDIT
013530             MOVE MD-TERM-EDIT       TO MD-ADR-AFTER
013540             MOVE MD-NEW-TERM        TO LM-HDR-NO-OF-PERIODS
013550         WHEN MQ-CURTAILMENT
013560             MOVE "CA"               TO MD-ADR-FIELD
013570             MOVE SPACES             TO MD-ADR-BEFORE
013580             MOVE SPACES             TO MD-ADR-AFTER
013590     END-EVALUATE.
013600     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
013603     PERFORM 8500-SAVE-BEFORE-IMAGE
013606         THRU 8500-EXIT.
013610     REWRITE LOAN-MASTER-RECORD.
013611     IF LOANMSTR-OPEN-OK
013612         SET JOURNAL-CHANGE TO TRUE
013613         PERFORM 8510-WRITE-MASTER-JOURNAL
013614             THRU 8510-EXIT
013615     END-IF.
013620     MOVE "MODIFY "        TO MOD-AUD-ACTION.
013630     MOVE MD-OLD-PAYMENT   TO MD-AMOUNT-EDIT.
013640     MOVE MD-AMOUNT-EDIT   TO MOD-AUD-BEFORE.
013650     MOVE MD-NEW-PAYMENT   TO MD-AMOUNT-EDIT.
013660     MOVE MD-AMOUNT-EDIT   TO MOD-AUD-AFTER.
013670     MOVE ZERO             TO MD-AUD-PERIOD.
013680     MOVE MD-OLD-PAYMENT   TO MD-ADB-BEFORE.
013690     MOVE MD-NEW-PAYMENT   TO MD-ADB-AFTER.
013700     MOVE MD-ADR-MOD-REASON TO MD-AD-REASON.
013710     PERFORM 2900-WRITE-AUDIT-IMAGE
013720         THRU 2900-EXIT.
013730 2700-EXIT.
013740     EXIT.
013750
013760****************************************************************
013770* 2800-LIST-APPLIED-MOD - ONE REPORT LINE PER LOAN MODIFIED,   *
013780*                         OLD AGAINST NEW PAYMENT, MATURITY,   *
013790*                         AND TERM                             *
013800****************************************************************
013810 2800-LIST-APPLIED-MOD.
013820     MOVE MQ-LOAN-ID      TO RPT-DET-LOAN-ID.
013830     MOVE MQ-MOD-TYPE     TO RPT-DET-TYPE.
013840     MOVE MD-EFF-PERIOD   TO RPT-DET-EFF-PERIOD.
013850     MOVE MD-OLD-PAYMENT  TO RPT-DET-OLD-PAYMENT.
013860     MOVE MD-NEW-PAYMENT  TO RPT-DET-NEW-PAYMENT.
013870     MOVE MD-OLD-MATURITY TO MD-DUE-DATE-NUM.
013880     PERFORM 2890-EDIT-DATE
013890         THRU 2890-EXIT.
013900     MOVE MD-DATE-EDIT    TO RPT-DET-OLD-MATURITY.
013910     MOVE MD-NEW-MATURITY TO MD-DUE-DATE-NUM.
013920     PERFORM 2890-EDIT-DATE
013930         THRU 2890-EXIT.
013940     MOVE MD-DATE-EDIT    TO RPT-DET-NEW-MATURITY.
013950     MOVE MD-OLD-TERM     TO RPT-DET-OLD-TERM.
013960     MOVE MD-NEW-TERM     TO RPT-DET-NEW-TERM.
013970     EVALUATE TRUE
013980         WHEN MQ-RATE-CHANGE AND LOAN-IS-FLOATING
013990             MOVE "SPREAD "          TO RPT-RRM-LABEL
014000             MOVE MD-HDR-RATE-SPREAD TO RPT-RRM-OLD-RATE
014010             MOVE MD-NEW-SPREAD      TO RPT-RRM-NEW-RATE
014020             MOVE RPT-RATE-REMARK    TO RPT-DET-REMARKS
014030         WHEN MQ-RATE-CHANGE
014040             MOVE "RATE   "          TO RPT-RRM-LABEL
014050             MOVE MD-HDR-RATE        TO RPT-RRM-OLD-RATE
014060             MOVE MD-NEW-RATE        TO RPT-RRM-NEW-RATE
014070             MOVE RPT-RATE-REMARK    TO RPT-DET-REMARKS
014080         WHEN MQ-TERM-CHANGE
014090             IF MD-NEW-TERM IS GREATER THAN MD-OLD-TERM
014100                 MOVE "TERM EXTENDED"  TO RPT-DET-REMARKS
014110             ELSE
014120                 MOVE "TERM SHORTENED" TO RPT-DET-REMARKS
014130             END-IF
014140         WHEN MQ-CURTAILMENT
014150             MOVE MD-CURTAIL         TO RPT-CRM-AMOUNT
014160             MOVE RPT-CURTAIL-REMARK TO RPT-DET-REMARKS
014170     END-EVALUATE.
014180     PERFORM 2850-WRITE-REPORT-LINE
014190         THRU 2850-EXIT.
014200 2800-EXIT.
014210     EXIT.
014220
014230****************************************************************
014240* 2820-LIST-REJECTED-MOD - A REQUEST THAT FAILS ANY EDIT IS    *
014250*                          LISTED WITH THE REASON AND NOTHING  *
014260*                          ON LOAN-MASTER IS CHANGED           *
014270****************************************************************
014280 2820-LIST-REJECTED-MOD.
014290     ADD 1 TO MD-MODS-REJECTED.
014300     MOVE MQ-LOAN-ID      TO RPT-DET-LOAN-ID.
014310     MOVE MQ-MOD-TYPE     TO RPT-DET-TYPE.
014320     MOVE MD-EFF-PERIOD   TO RPT-DET-EFF-PERIOD.
014330     MOVE MD-OLD-PAYMENT  TO RPT-DET-OLD-PAYMENT.
014340     MOVE ZERO            TO RPT-DET-NEW-PAYMENT.
014350     MOVE SPACES          TO RPT-DET-OLD-MATURITY.
014360     MOVE SPACES          TO RPT-DET-NEW-MATURITY.
014370     MOVE MD-OLD-TERM     TO RPT-DET-OLD-TERM.
014380     MOVE ZERO            TO RPT-DET-NEW-TERM.
014390     MOVE SPACES          TO RPT-DET-REMARKS.
014400     STRING "REJ: " DELIMITED BY SIZE
014410            MD-REASON-TEXT DELIMITED BY SIZE
014420         INTO RPT-DET-REMARKS.
014430     PERFORM 2850-WRITE-REPORT-LINE
014440         THRU 2850-EXIT.
014450 2820-EXIT.
014460     EXIT.
014470
014480****************************************************************
014490* 2850-WRITE-REPORT-LINE - ONE REPORT LINE, HEADING A NEW      *
014500*                          PAGE IF NEEDED FIRST                *
014510****************************************************************
014520 2850-WRITE-REPORT-LINE.
014530     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
014540         PERFORM 2860-WRITE-REPORT-HEADINGS
014550             THRU 2860-EXIT
014560     END-IF.
014570     WRITE MOD-REPORT-LINE FROM RPT-DETAIL-LINE.
014580     ADD 1 TO RPT-LINE-COUNT.
014590 2850-EXIT.
014600     EXIT.
014610
014620****************************************************************
014630* 2860-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE         *
014640****************************************************************
014650 2860-WRITE-REPORT-HEADINGS.
014660     ADD 1 TO RPT-PAGE-COUNT.
014670     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
014680     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
014690     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
014700     IF RPT-PAGE-COUNT IS GREATER THAN 1
014710         WRITE MOD-REPORT-LINE FROM SPACES
014720         BEFORE ADVANCING PAGE
014730     END-IF.
014740     WRITE MOD-REPORT-LINE FROM RPT-HEADING-1.
014750     WRITE MOD-REPORT-LINE FROM RPT-HEADING-2.
014760     WRITE MOD-REPORT-LINE FROM SPACES.
014770     WRITE MOD-REPORT-LINE FROM RPT-COLUMN-HEADING-1.
014780     WRITE MOD-REPORT-LINE FROM RPT-COLUMN-HEADING-2.
014790     MOVE ZERO TO RPT-LINE-COUNT.
014800 2860-EXIT.
014810     EXIT.
014820
014830 2890-EDIT-DATE.
014840     MOVE MD-DUE-YEAR  TO MD-EDIT-YEAR.
014850     MOVE MD-DUE-MONTH TO MD-EDIT-MONTH.
014860     MOVE MD-DUE-DAY   TO MD-EDIT-DAY.
014870 2890-EXIT.
014880     EXIT.
014890
014900****************************************************************
014910* 2900-WRITE-AUDIT-IMAGE - WRITE ONE BEFORE/AFTER IMAGE TO     *
014920*                          THE SHARED AUDIT TRAIL AND THE      *
014930*                          SAME EVENT, FIXED-FIELD, TO         *
014940*                          AUDITFIL.  THE CALLER HAS SET THE   *
014950*                          ACTION, THE PRINTED AND MACHINE     *
014960*                          AMOUNTS, THE PERIOD, AND THE        *
014970*                          REASON                              *
014980****************************************************************
014990 2900-WRITE-AUDIT-IMAGE.
015000     MOVE RPT-RUN-DATE-OUT TO MOD-AUD-RUN-DATE.
015010     MOVE RPT-RUN-TIME-OUT TO MOD-AUD-RUN-TIME.
015020     MOVE MQ-LOAN-ID       TO MOD-AUD-LOAN-ID.
015030     MOVE MD-AUD-PERIOD    TO MOD-AUD-PERIOD.
015032     MOVE MQ-MAKER-ID      TO MOD-AUD-MAKER.
015034     MOVE MQ-CHECKER-ID    TO MOD-AUD-CHECKER.
015040     WRITE AUDIT-LOG-LINE FROM MOD-AUDIT-LINE.
015050     MOVE RPT-RUN-DATE-NUM    TO AD-RUN-DATE.
015060     MOVE RPT-RUN-TIME-HHMMSS TO AD-RUN-TIME.
015070     MOVE "LOANMOD"           TO AD-PROGRAM.
015080     MOVE SPACES              TO AD-BATCH-ID.
015090     MOVE MQ-LOAN-ID          TO AD-LOAN-ID.
015100     MOVE MD-AUD-PERIOD       TO AD-PERIOD-NO.
015110     MOVE MOD-AUD-ACTION      TO AD-ACTION.
015120     MOVE MD-ADB-BEFORE       TO AD-BEFORE-AMOUNT.
015130     MOVE MD-ADB-AFTER        TO AD-AFTER-AMOUNT.
015133     MOVE MD-AD-REASON        TO AD-REASON.
015136     MOVE MQ-MAKER-ID         TO AD-MAKER-ID.
015140     MOVE MQ-CHECKER-ID       TO AD-CHECKER-ID.
015150     WRITE AUDIT-DATA-RECORD.
015160 2900-EXIT.
015170     EXIT.
015180
015181****************************************************************
015182* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
015183*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
015184*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
015185*                      WEEKENDS ARE CLOSED                     *
015186****************************************************************
015187 8100-LOAD-HOLIDAYS.
015188     OPEN INPUT HOLIDAY-CALENDAR.
015189     IF NOT HOLCAL-FILE-FOUND
015190         GO TO 8100-EXIT
015191     END-IF.
015192     MOVE "N" TO MD-HOL-EOF-SW.
015193     PERFORM 8105-READ-HOLIDAY-RECORD
015194         THRU 8105-EXIT
015195         UNTIL HOLIDAY-TABLE-EOF.
015196     CLOSE HOLIDAY-CALENDAR.
015197 8100-EXIT.
015198     EXIT.
015199
015200 8105-READ-HOLIDAY-RECORD.
015201     READ HOLIDAY-CALENDAR
015202         AT END
015203             SET HOLIDAY-TABLE-EOF TO TRUE
015204             GO TO 8105-EXIT
015205     END-READ.
015206     IF HC-HOLIDAY-DATE IS NOT NUMERIC
015207             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
015208         GO TO 8105-EXIT
015209     END-IF.
015210     IF MD-HOL-ENTRY-COUNT IS NOT LESS THAN MD-HOL-MAX-ENTRIES
015211         DISPLAY "LOANMOD: FATAL - HOLIDAY TABLE FULL AT 2000 "
015212             "ENTRIES.  RUN ABORTED."
015213         MOVE 16 TO RETURN-CODE
015214         STOP RUN
015215     END-IF.
015216     ADD 1 TO MD-HOL-ENTRY-COUNT.
015217     SET MD-HOL-IDX TO MD-HOL-ENTRY-COUNT.
015218     MOVE HC-CURRENCY-CODE TO MD-HOL-CURRENCY(MD-HOL-IDX).
015219     MOVE HC-HOLIDAY-DATE  TO MD-HOL-DATE(MD-HOL-IDX).
015220 8105-EXIT.
015221     EXIT.
015222
015223****************************************************************
015224* 8110-SET-DUE-DATE - MD-CAL-DATE = THE DUE DATE OF PERIOD     *
015225*                     MD-CAL-PERIOD OF A LOAN BOOKED ON        *
015226*                     MD-CAL-BOOK-DATE IN MD-CAL-CURRENCY.     *
015227*                     THE MONTH IS THE BOOKING MONTH PLUS THE  *
015228*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT  *
015229*                     BACK TO THE MONTH'S LAST DAY WHEN THE    *
015230*                     MONTH IS SHORTER, OR THE LAST DAY        *
015231*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A   *
015232*                     MONTH END.  A CLOSED DAY THEN MOVES TO   *
015233*                     THE FOLLOWING BUSINESS DAY               *
015234****************************************************************
015235 8110-SET-DUE-DATE.
015236     COMPUTE MD-CAL-MONTH-TOTAL =
015237           (MD-CAL-BOOK-YEAR * 12) + MD-CAL-BOOK-MONTH - 1
015238           + MD-CAL-PERIOD.
015239     DIVIDE MD-CAL-MONTH-TOTAL BY 12
015240         GIVING MD-CAL-YEAR
015241         REMAINDER MD-CAL-MONTH-WORK.
015242     ADD 1 TO MD-CAL-MONTH-WORK.
015243     MOVE MD-CAL-MONTH-WORK TO MD-CAL-MONTH.
015244     MOVE "N" TO MD-CAL-EOM-SW.
015245     MOVE MD-CAL-BOOK-YEAR  TO MD-ML-YEAR.
015246     MOVE MD-CAL-BOOK-MONTH TO MD-ML-MONTH.
015247     PERFORM 8120-SET-MONTH-LENGTH
015248         THRU 8120-EXIT.
015249     IF MD-CAL-BOOK-DAY IS NOT LESS THAN MD-ML-DAYS
015250         SET BOOKED-AT-MONTH-END TO TRUE
015251     END-IF.
015252     MOVE MD-CAL-YEAR  TO MD-ML-YEAR.
015253     MOVE MD-CAL-MONTH TO MD-ML-MONTH.
015254     PERFORM 8120-SET-MONTH-LENGTH
015255         THRU 8120-EXIT.
015256     IF BOOKED-AT-MONTH-END
015257             OR MD-CAL-BOOK-DAY IS GREATER THAN MD-ML-DAYS
015258         MOVE MD-ML-DAYS TO MD-CAL-DAY
015259     ELSE
015260         MOVE MD-CAL-BOOK-DAY TO MD-CAL-DAY
015261     END-IF.
015262     PERFORM 8130-ROLL-TO-BUSINESS-DAY
015263         THRU 8130-EXIT.
015264 8110-EXIT.
015265     EXIT.
015266
015267****************************************************************
015268* 8120-SET-MONTH-LENGTH - MD-ML-DAYS = THE NUMBER OF DAYS IN   *
015269*                         MONTH MD-ML-MONTH OF YEAR            *
015270*                         MD-ML-YEAR.  FEBRUARY HAS 29 IN A    *
015271*                         YEAR DIVISIBLE BY 4, EXCEPT A        *
015272*                         CENTURY NOT DIVISIBLE BY 400         *
015273****************************************************************
015274 8120-SET-MONTH-LENGTH.
015275     EVALUATE MD-ML-MONTH
015276         WHEN 4
015277         WHEN 6
015278         WHEN 9
015279         WHEN 11
015280             MOVE 30 TO MD-ML-DAYS
015281         WHEN 2
015282             MOVE 28 TO MD-ML-DAYS
015283             DIVIDE MD-ML-YEAR BY 4
015284                 GIVING MD-ML-QUOTIENT
015285                 REMAINDER MD-ML-REM-4
015286             DIVIDE MD-ML-YEAR BY 100
015287                 GIVING MD-ML-QUOTIENT
015288                 REMAINDER MD-ML-REM-100
015289             DIVIDE MD-ML-YEAR BY 400
015290                 GIVING MD-ML-QUOTIENT
015291                 REMAINDER MD-ML-REM-400
015292             IF MD-ML-REM-4 IS EQUAL TO ZERO
015293                 AND (MD-ML-REM-100 IS NOT EQUAL TO ZERO
015294                   OR MD-ML-REM-400 IS EQUAL TO ZERO)
015295                 MOVE 29 TO MD-ML-DAYS
015296             END-IF
015297         WHEN OTHER
015298             MOVE 31 TO MD-ML-DAYS
015299     END-EVALUATE.
015300 8120-EXIT.
015301     EXIT.
015302
015303****************************************************************
015304* 8130-ROLL-TO-BUSINESS-DAY - LEAVE MD-CAL-DATE WHERE IT IS IF *
015305*                             IT IS A BUSINESS DAY OF          *
015306*                             MD-CAL-CURRENCY, OTHERWISE MOVE  *
015307*                             IT FORWARD A DAY AT A TIME UNTIL *
015308*                             IT IS ONE                        *
015309****************************************************************
015310 8130-ROLL-TO-BUSINESS-DAY.
015311     PERFORM 8140-TEST-BUSINESS-DAY
015312         THRU 8140-EXIT.
015313     PERFORM 8135-STEP-ONE-DAY
015314         THRU 8135-EXIT
015315         UNTIL CAL-ON-BUSINESS-DAY.
015316 8130-EXIT.
015317     EXIT.
015318
015319 8135-STEP-ONE-DAY.
015320     PERFORM 8150-ADVANCE-ONE-DAY
015321         THRU 8150-EXIT.
015322     PERFORM 8140-TEST-BUSINESS-DAY
015323         THRU 8140-EXIT.
015324 8135-EXIT.
015325     EXIT.
015326
015327****************************************************************
015328* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS      *
015329*                          MD-CAL-DATE IS A SATURDAY, A        *
015330*                          SUNDAY, OR A HOLIDAY OF             *
015331*                          MD-CAL-CURRENCY                     *
015332****************************************************************
015333 8140-TEST-BUSINESS-DAY.
015334     MOVE "N" TO MD-CAL-BUS-DAY-SW.
015335     MOVE MD-CAL-DATE-NUM TO MD-DN-DATE-NUM.
015336     PERFORM 8160-DATE-TO-DAY-NUMBER
015337         THRU 8160-EXIT.
015338     IF MD-DN-DOW IS GREATER THAN 4
015339         GO TO 8140-EXIT
015340     END-IF.
015341     MOVE "N" TO MD-HOL-FOUND-SW.
015342     PERFORM 8145-SEARCH-ONE-HOLIDAY
015343         THRU 8145-EXIT
015344         VARYING MD-HOL-IDX FROM 1 BY 1
015345         UNTIL MD-HOL-IDX IS GREATER THAN MD-HOL-ENTRY-COUNT
015346         OR HOLIDAY-FOUND.
015347     IF NOT HOLIDAY-FOUND
015348         SET CAL-ON-BUSINESS-DAY TO TRUE
015349     END-IF.
015350 8140-EXIT.
015351     EXIT.
015352
015353 8145-SEARCH-ONE-HOLIDAY.
015354     IF MD-HOL-DATE(MD-HOL-IDX) = MD-CAL-DATE-NUM
015355         AND MD-HOL-CURRENCY(MD-HOL-IDX) = MD-CAL-CURRENCY
015356         SET HOLIDAY-FOUND TO TRUE
015357     END-IF.
015358 8145-EXIT.
015359     EXIT.
015360
015361****************************************************************
015362* 8150-ADVANCE-ONE-DAY - MD-CAL-DATE = THE NEXT CALENDAR DAY   *
015363****************************************************************
015364 8150-ADVANCE-ONE-DAY.
015365     MOVE MD-CAL-YEAR  TO MD-ML-YEAR.
015366     MOVE MD-CAL-MONTH TO MD-ML-MONTH.
015367     PERFORM 8120-SET-MONTH-LENGTH
015368         THRU 8120-EXIT.
015369     IF MD-CAL-DAY IS LESS THAN MD-ML-DAYS
015370         ADD 1 TO MD-CAL-DAY
015371         GO TO 8150-EXIT
015372     END-IF.
015373     MOVE 1 TO MD-CAL-DAY.
015374     IF MD-CAL-MONTH IS LESS THAN 12
015375         ADD 1 TO MD-CAL-MONTH
015376         GO TO 8150-EXIT
015377     END-IF.
015378     MOVE 1 TO MD-CAL-MONTH.
015379     ADD 1 TO MD-CAL-YEAR.
015380 8150-EXIT.
015381     EXIT.
015382
015383****************************************************************
015384* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF MD-DN-DATE    *
015385*                           AND ITS WEEKDAY (0 = MONDAY).      *
015386*                           EACH DIVISION TRUNCATES ON ITS OWN *
015387****************************************************************
015388 8160-DATE-TO-DAY-NUMBER.
015389     COMPUTE MD-DN-A = (14 - MD-DN-MONTH) / 12.
015390     COMPUTE MD-DN-Y = MD-DN-YEAR + 4800 - MD-DN-A.
015391     COMPUTE MD-DN-M = MD-DN-MONTH + (12 * MD-DN-A) - 3.
015392     COMPUTE MD-DN-MONTH-DAYS = ((153 * MD-DN-M) + 2) / 5.
015393     COMPUTE MD-DN-LEAP-4   = MD-DN-Y / 4.
015394     COMPUTE MD-DN-LEAP-100 = MD-DN-Y / 100.
015395     COMPUTE MD-DN-LEAP-400 = MD-DN-Y / 400.
015396     COMPUTE MD-DN-NUMBER = MD-DN-DAY + MD-DN-MONTH-DAYS
015397         + (365 * MD-DN-Y) + MD-DN-LEAP-4 - MD-DN-LEAP-100
015398         + MD-DN-LEAP-400 - 32045.
015399     DIVIDE MD-DN-NUMBER BY 7
015400         GIVING MD-DN-WORK
015401         REMAINDER MD-DN-DOW.
015402 8160-EXIT.
015403     EXIT.
015404
015405****************************************************************
015406* 8500-SAVE-BEFORE-IMAGE - KEEP THE RECORD AS IT STANDS ON     *
015407*                          FILE BEFORE A REWRITE REPLACES IT.  *
015408*                          THE UPDATED RECORD IS HELD ASIDE    *
015409*                          WHILE THE FILE COPY IS READ BACK,   *
015410*                          THEN PUT BACK                       *
015411****************************************************************
015412 8500-SAVE-BEFORE-IMAGE.
015413     MOVE LOAN-MASTER-RECORD TO MD-JOURNAL-HOLD.
015414     READ LOAN-MASTER
015415         KEY IS LM-KEY
015416         INVALID KEY
015417             MOVE SPACES TO MD-JOURNAL-BEFORE
015418         NOT INVALID KEY
015419             MOVE LOAN-MASTER-RECORD TO MD-JOURNAL-BEFORE
015420     END-READ.
015421     MOVE MD-JOURNAL-HOLD TO LOAN-MASTER-RECORD.
015422 8500-EXIT.
015423     EXIT.
015424
015425****************************************************************
015426* 8510-WRITE-MASTER-JOURNAL - ONE JOURNAL RECORD FOR THE       *
015427*                             LOAN-MASTER UPDATE JUST MADE.    *
015428*                             THE CALLER SETS THE ACTION       *
015429*                             FIRST.  THE RECORD AREA HOLDS    *
015430*                             THE AFTER IMAGE OF AN ADD OR A   *
015431*                             CHANGE, AND THE RECORD JUST      *
015432*                             DELETED FOR A DELETE             *
015433****************************************************************
015434 8510-WRITE-MASTER-JOURNAL.
015435     MOVE SPACES              TO MASTER-JOURNAL-RECORD.
015436     ACCEPT JR-STAMP-DATE     FROM DATE YYYYMMDD.
015437     ACCEPT JR-STAMP-TIME     FROM TIME.
015438     MOVE "LOANMOD"           TO JR-PROGRAM.
015439     MOVE MD-BUS-DATE-NUM     TO JR-BUSINESS-DATE.
015440     MOVE MD-JOURNAL-ACTION   TO JR-ACTION.
015441     EVALUATE TRUE
015442         WHEN JOURNAL-ADD
015443             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
015444         WHEN JOURNAL-CHANGE
015445             MOVE MD-JOURNAL-BEFORE  TO JR-BEFORE-IMAGE
015446             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
015447         WHEN JOURNAL-DELETE
015448             MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE
015449     END-EVALUATE.
015450     WRITE MASTER-JOURNAL-RECORD.
015451 8510-EXIT.
015452     EXIT.
015453
015454****************************************************************
015455* 9000-TERMINATE - RUN TOTALS, CLOSE FILES, AND RELEASE THE    *
015456*                  LOCK                                        *
015457****************************************************************
015458 9000-TERMINATE.
015459     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
015460         PERFORM 2860-WRITE-REPORT-HEADINGS
015461             THRU 2860-EXIT
015462     END-IF.
015463     WRITE MOD-REPORT-LINE FROM SPACES.
015464     ADD 1 TO RPT-LINE-COUNT.
015465     MOVE "MODIFICATION REQUESTS READ" TO RPT-TOT-LABEL.
015466     MOVE MD-REQUESTS-READ             TO RPT-TOT-VALUE.
015467     PERFORM 9100-WRITE-ONE-TOTAL
015468         THRU 9100-EXIT.
015469     MOVE "LOANS MODIFIED"             TO RPT-TOT-LABEL.
015470     MOVE MD-MODS-APPLIED              TO RPT-TOT-VALUE.
015471     PERFORM 9100-WRITE-ONE-TOTAL
015472         THRU 9100-EXIT.
015473     MOVE "REQUESTS REJECTED"          TO RPT-TOT-LABEL.
015474     MOVE MD-MODS-REJECTED             TO RPT-TOT-VALUE.
015475     PERFORM 9100-WRITE-ONE-TOTAL
015476         THRU 9100-EXIT.
015477     MOVE "PERIODS REWRITTEN"          TO RPT-TOT-LABEL.
015478     MOVE MD-TOTAL-REWRITTEN           TO RPT-TOT-VALUE.
015479     PERFORM 9100-WRITE-ONE-TOTAL
015480         THRU 9100-EXIT.
015481     MOVE "PERIODS ADDED"              TO RPT-TOT-LABEL.
015482     MOVE MD-TOTAL-ADDED               TO RPT-TOT-VALUE.
015483     PERFORM 9100-WRITE-ONE-TOTAL
015490         THRU 9100-EXIT.
015500     MOVE "PERIODS DELETED"            TO RPT-TOT-LABEL.
015510     MOVE MD-TOTAL-DELETED             TO RPT-TOT-VALUE.
015520     PERFORM 9100-WRITE-ONE-TOTAL
015530         THRU 9100-EXIT.
015540     CLOSE MOD-REQUEST.
015550     CLOSE LOAN-MASTER.
015560     CLOSE AUDIT-LOG.
015570     CLOSE AUDIT-DATA.
015575     CLOSE MASTER-JOURNAL.
015580     CLOSE MOD-REPORT.
015590     PERFORM 9060-WRITE-JOB-STATUS
015600         THRU 9060-EXIT.
015610     PERFORM 9050-RELEASE-MASTER-LOCK
015620         THRU 9050-EXIT.
015630 9000-EXIT.
015640     EXIT.
015650
015660****************************************************************
015670* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED   *
015680*                            STARTUP ABORT, EMPTIES THE LOCK   *
015690*                            FILE SO THE NEXT UPDATER RUNS     *
015700*                            FREE.  ONLY A TRUE ABEND LEAVES   *
015710*                            THE STALE LOCK FOR THE OPERATOR   *
015720*                            OVERRIDE PATH                     *
015730****************************************************************
015740 9050-RELEASE-MASTER-LOCK.
015750     OPEN OUTPUT LOCK-FILE.
015760     CLOSE LOCK-FILE.
015770 9050-EXIT.
015780     EXIT.
015790
015800****************************************************************
015810* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE     *
015820*                         JOBSTAT FILE FOR THE MORNING-STATUS  *
015830*                         PROGRAM, STAMPED WITH THE DATECTL    *
015840*                         BUSINESS DATE                        *
015860****************************************************************
015870 9060-WRITE-JOB-STATUS.
015880     OPEN INPUT JOB-STATUS.
015890     IF JOBSTAT-FILE-FOUND
015900         CLOSE JOB-STATUS
015910         OPEN EXTEND JOB-STATUS
015920     ELSE
015930         OPEN OUTPUT JOB-STATUS
015940     END-IF.
015950     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
015960     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
015970     MOVE "LOANMOD"           TO JS-PROGRAM.
015980     MOVE MD-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
015990     MOVE MD-REQUESTS-READ    TO JS-ITEMS-IN.
016000     MOVE MD-MODS-APPLIED     TO JS-ITEMS-OK.
016010     MOVE MD-MODS-REJECTED    TO JS-ITEMS-REJECTED.
016020     MOVE MD-TOTAL-ADDED      TO JS-ITEMS-OTHER.
016030     IF MD-MODS-REJECTED IS GREATER THAN ZERO
016040         MOVE "W"                 TO JS-STATUS
016050         MOVE "REQUESTS REJECTED" TO JS-NOTE
016060     ELSE
016070         MOVE "C"                 TO JS-STATUS
016080         MOVE "CLEAN"             TO JS-NOTE
016090     END-IF.
016100     WRITE JOB-STATUS-RECORD.
016110     CLOSE JOB-STATUS.
016120 9060-EXIT.
016130     EXIT.
016140
016150 9100-WRITE-ONE-TOTAL.
016160     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
016170         PERFORM 2860-WRITE-REPORT-HEADINGS
016180             THRU 2860-EXIT
016190     END-IF.
016200     WRITE MOD-REPORT-LINE FROM RPT-TOTAL-LINE.
016210     ADD 1 TO RPT-LINE-COUNT.
016220 9100-EXIT.
016230     EXIT.
016240
016250 END PROGRAM LOANMOD.
