000010****************************************************************
000020* LOANPAY                                                       *
000030*                                                               *
000040* DAILY PAYMENT APPLICATION AND DELINQUENCY AGING.  READS THE   *
000050* LOCKBOX/ACH REMITTANCE FILE (LOAN-ID, AMOUNT, RECEIVED DATE)  *
000060* AND APPLIES EACH PAYMENT TO THE LOAN'S OLDEST OPEN PERIODS    *
000070* ON LOAN-MASTER, OLDEST FIRST, THROUGH THE NEXT PERIOD TO      *
000080* FALL DUE.  A PAYMENT SHORT OF A PERIOD PART-PAYS IT; CASH     *
000090* LEFT OVER IS HELD ON THE PERIOD-ZERO HEADER AS UNAPPLIED      *
000100* CASH AND SWEPT ONTO THE NEXT PERIOD AS SOON AS THAT PERIOD    *
000110* BECOMES THE NEXT ONE DUE.  EVERY APPLICATION WRITES A         *
000120* PAYMENT-HISTORY RECORD (PHRECORD) AND AN AUDITFIL RECORD; A   *
000130* REMITTANCE THAT MATCHES NO LOAN GOES TO THE SUSPENSE          *
000140* LISTING.  A SECOND PASS OVER THE MASTER SETS EACH PERIOD'S    *
000150* PAST-DUE FLAG AND PRINTS THE DELINQUENCY AGING REPORT -       *
000160* CURRENT, 1-30, 31-60, 61-90, AND OVER 90 DAYS PAST DUE BY GL  *
000170* ACCOUNT AND CURRENCY - WITH DAYS COUNTED ON THE CALENDAR      *
000180* (8160).  DUE DATES RUN MONTHLY FROM THE HEADER'S              *
000190* BOOKING DATE ON THE SHOP'S DUE-DATE RULE (8110), AND THE      *
000191* BUSINESS DATE IS DATECTL'S.                                   *
000200****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.     LOANPAY.
000230 AUTHOR.         R. MCALLISTER.
000240 INSTALLATION.   LOAN SERVICING DIVISION.
000250 DATE-WRITTEN.   10/15/2026.
000260 DATE-COMPILED.
000270****************************************************************
000280* MODIFICATION HISTORY                                          *
000290*  DATE        INIT  DESCRIPTION                                *
000300*  ----------  ----  ------------------------------------------ *
000310*  2026-10-15  RLM   INITIAL VERSION.  NOTHING IN THE SUITE      *
000320*                    RECORDED WHAT A BORROWER HAD ACTUALLY PAID, *
000330*                    AND COLLECTIONS WORKED DELINQUENCY OFF A    *
000331*                    SPREADSHEET.                                *
000332*  2026-10-15  RLM   BLANKS THE MAKER/CHECKER USER IDS ON EACH   *
000333*                    AUDITFIL RECORD - ONLY LOANMNT'S            *
000334*                    DUAL-CONTROL IMAGES CARRY THEM.             *
000335*  2026-10-15  RLM   THE BUSINESS DATE COMES FROM DATECTL AND    *
000336*                    PAYPRM IS RETIRED.  DUE DATES HOLD A SHORT  *
000337*                    MONTH TO ITS LAST DAY, KEEP MONTH-END       *
000338*                    BOOKINGS ON THE LAST DAY, AND MOVE OFF A    *
000339*                    WEEKEND OR HOLCAL HOLIDAY OF THE LOAN'S     *
000340*                    CURRENCY TO THE FOLLOWING BUSINESS DAY.     *
000341*  2026-10-15  RLM   EVERY ADD, REWRITE, AND DELETE ON           *
000343*                    LOAN-MASTER IS JOURNALED TO LMJRNL          *
000345*                    (JRRECORD) WITH THE WHOLE RECORD BEFORE     *
000347*                    AND AFTER, FOR LOANRCVR FORWARD RECOVERY.   *
000348*  2026-10-15  RLM   DAYS LATE AND DAYS PAST DUE ARE CALENDAR    *
000349*                    DAYS, NOT 30/360, SO AGING BUCKETS MATCH    *
000350*                    THE DATES COLLECTIONS WORKS FROM.           *
000351****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000400                           ORGANIZATION IS SEQUENTIAL
000410                           FILE STATUS IS PY-DATECTL-STATUS.
000411     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000412                           ORGANIZATION IS SEQUENTIAL
000413                           FILE STATUS IS PY-HOLCAL-STATUS.
000420     SELECT REMIT-FILE    ASSIGN TO "REMITIN"
000430                           ORGANIZATION IS SEQUENTIAL
000440                           FILE STATUS IS PY-REMIT-STATUS.
000450     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000460                           ORGANIZATION IS INDEXED
000470                           ACCESS MODE IS DYNAMIC
000480                           RECORD KEY IS LM-KEY
000490                           FILE STATUS IS PY-LOANMSTR-STATUS.
000492     SELECT MASTER-JOURNAL ASSIGN TO "LMJRNL"
000494                           ORGANIZATION IS SEQUENTIAL
000496                           FILE STATUS IS PY-JOURNAL-STATUS.
000500     SELECT BATCH-REGISTRY ASSIGN TO "BATCHREG"
000510                           ORGANIZATION IS INDEXED
000520                           ACCESS MODE IS DYNAMIC
000530                           RECORD KEY IS BR-BATCH-ID
000540                           FILE STATUS IS PY-BATCHREG-STATUS.
000550     SELECT PAY-HISTORY   ASSIGN TO "PAYHIST"
000560                           ORGANIZATION IS SEQUENTIAL
000570                           FILE STATUS IS PY-PAYHIST-STATUS.
000580     SELECT AUDIT-DATA    ASSIGN TO "AUDITFIL"
000590                           ORGANIZATION IS SEQUENTIAL
000600                           FILE STATUS IS PY-AUDITDAT-STATUS.
000610     SELECT SUSP-LISTING  ASSIGN TO "PAYSUSP"
000620                           ORGANIZATION IS LINE SEQUENTIAL
000630                           FILE STATUS IS PY-SUSP-STATUS.
000640     SELECT AGING-REPORT  ASSIGN TO "AGERPT"
000650                           ORGANIZATION IS LINE SEQUENTIAL.
000660     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000670                           ORGANIZATION IS SEQUENTIAL
000680                           FILE STATUS IS PY-JOBSTAT-STATUS.
000690     SELECT LOCK-FILE     ASSIGN TO "LOANLOCK"
000700                           ORGANIZATION IS SEQUENTIAL
000710                           FILE STATUS IS PY-LOCKF-STATUS.
000720     SELECT LOCK-OVERRIDE ASSIGN TO "LOCKOVRD"
000730                           ORGANIZATION IS SEQUENTIAL
000740                           FILE STATUS IS PY-LOCKOVR-STATUS.
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DATE-CONTROL
000780     RECORDING MODE IS F.
000790     COPY DCRECORD.
000801 FD  HOLIDAY-CALENDAR
000802     RECORDING MODE IS F.
000803     COPY HCRECORD.
000820 FD  REMIT-FILE
000830     RECORDING MODE IS F.
000840 01  REMIT-RECORD.
000850     05  RM-LOAN-ID            PIC 9(06).
000860     05  RM-AMOUNT             PIC 9(09)V99.
000870     05  RM-RECEIVED-DATE      PIC 9(08).
000880     05  RM-CHANNEL            PIC X(01).
000890         88  RM-FROM-LOCKBOX          VALUE "L".
000900         88  RM-FROM-ACH              VALUE "A".
000910     05  RM-REFERENCE          PIC X(16).
000920     05  FILLER                PIC X(38).
000930 FD  LOAN-MASTER.
000940     COPY LMRECORD.
000942 FD  MASTER-JOURNAL
000944     RECORDING MODE IS F.
000946     COPY JRRECORD.
000950 FD  BATCH-REGISTRY.
000960     COPY BRRECORD.
000970 FD  PAY-HISTORY
000980     RECORDING MODE IS F.
000990     COPY PHRECORD.
001000 FD  AUDIT-DATA
001010     RECORDING MODE IS F.
001020     COPY ADRECORD.
001030 FD  SUSP-LISTING.
001040 01  SUSP-LISTING-LINE         PIC X(132).
001050 FD  AGING-REPORT.
001060 01  AGING-REPORT-LINE         PIC X(132).
001070 FD  JOB-STATUS
001080     RECORDING MODE IS F.
001090     COPY JSRECORD.
001100 FD  LOCK-FILE
001110     RECORDING MODE IS F.
001120     COPY LKRECORD.
001130 FD  LOCK-OVERRIDE
001140     RECORDING MODE IS F.
001150 01  LOCK-OVERRIDE-RECORD      PIC X(80).
001160 WORKING-STORAGE SECTION.
001170 01  PY-SWITCHES.
001180     05  PY-REMIT-EOF-SW       PIC X(01)  VALUE "N".
001190         88  REMIT-EOF                    VALUE "Y".
001200     05  PY-REMIT-OK-SW        PIC X(01)  VALUE "Y".
001210         88  REMIT-VALID                  VALUE "Y".
001220         88  REMIT-INVALID                VALUE "N".
001230     05  PY-MASTER-EOF-SW      PIC X(01)  VALUE "N".
001240         88  MASTER-SCAN-DONE             VALUE "Y".
001250     05  PY-HDR-FOUND-SW       PIC X(01)  VALUE "N".
001260         88  HEADER-FOUND                 VALUE "Y".
001270     05  PY-WALK-DONE-SW       PIC X(01)  VALUE "N".
001280         88  APPLY-WALK-DONE              VALUE "Y".
001290     05  PY-NEXT-DUE-SEEN-SW   PIC X(01)  VALUE "N".
001300         88  NEXT-DUE-SEEN                VALUE "Y".
001310     05  PY-LOAN-OWES-SW       PIC X(01)  VALUE "N".
001320         88  LOAN-OWES-SOMETHING          VALUE "Y".
001330     05  PY-HIST-EOF-SW        PIC X(01)  VALUE "N".
001340         88  HISTORY-EOF                  VALUE "Y".
001350     05  PY-BATCH-ON-FILE-SW   PIC X(01)  VALUE "N".
001360         88  BATCH-ON-FILE                VALUE "Y".
001370     05  PY-BATCHREG-OPEN-SW   PIC X(01)  VALUE "N".
001380         88  BATCHREG-OPEN                VALUE "Y".
001390     05  PY-RESTART-SW         PIC X(01)  VALUE "N".
001400         88  RUN-IS-RESTART               VALUE "Y".
001410     05  PY-ACCT-FOUND-SW      PIC X(01)  VALUE "N".
001420         88  ACCT-SLOT-FOUND              VALUE "Y".
001430     05  PY-SECTION-SW         PIC X(01)  VALUE "D".
001440         88  PRINTING-DELINQUENTS         VALUE "D".
001450         88  PRINTING-SUMMARY             VALUE "S".
001460 01  PY-DATECTL-STATUS         PIC X(02).
001470     88  DATECTL-FILE-FOUND               VALUE "00".
001480 01  PY-REMIT-STATUS           PIC X(02).
001490     88  REMIT-FILE-FOUND                 VALUE "00".
001500 01  PY-LOANMSTR-STATUS        PIC X(02).
001510     88  LOANMSTR-OPEN-OK                 VALUE "00".
001511* LMJRNL CHANGE JOURNAL - 8500 KEEPS THE BEFORE IMAGE OF A
001512* REWRITE, 8510 WRITES THE JOURNAL RECORD
001513 01  PY-JOURNAL-STATUS         PIC X(02).
001514     88  JOURNAL-FILE-FOUND               VALUE "00".
001515 01  PY-JOURNAL-ACTION         PIC X(01).
001516     88  JOURNAL-ADD                      VALUE "A".
001517     88  JOURNAL-CHANGE                   VALUE "C".
001518     88  JOURNAL-DELETE                   VALUE "D".
001519 01  PY-JOURNAL-BEFORE         PIC X(81).
001520 01  PY-JOURNAL-HOLD           PIC X(81).
001525 01  PY-BATCHREG-STATUS        PIC X(02).
001530     88  BATCHREG-FILE-FOUND              VALUE "00".
001540 01  PY-PAYHIST-STATUS         PIC X(02).
001550     88  PAYHIST-FILE-FOUND               VALUE "00".
001560 01  PY-AUDITDAT-STATUS        PIC X(02).
001570     88  AUDITDAT-FILE-FOUND              VALUE "00".
001580 01  PY-SUSP-STATUS            PIC X(02).
001590     88  SUSP-FILE-FOUND                  VALUE "00".
001600 01  PY-JOBSTAT-STATUS         PIC X(02).
001610     88  JOBSTAT-FILE-FOUND               VALUE "00".
001620 01  PY-LOCKF-STATUS           PIC X(02).
001630     88  LOCKF-FILE-FOUND                 VALUE "00".
001640 01  PY-LOCKOVR-STATUS         PIC X(02).
001650     88  LOCKOVR-FILE-FOUND               VALUE "00".
001660 01  PY-LOCK-HELD-SW           PIC X(01)  VALUE "N".
001670     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
001680 01  PY-OVERRIDE-SW            PIC X(01)  VALUE "N".
001690     88  OVERRIDE-SUPPLIED                VALUE "Y".
001700 01  LOCK-HOLDER-PROGRAM       PIC X(08).
001710 01  LOCK-HOLDER-DATE          PIC X(10).
001720 01  LOCK-HOLDER-TIME          PIC X(08).
001730 77  PY-MAX-PERIODS            PIC S9(03) COMP VALUE 360.
001740****************************************************************
001750* BUSINESS DATE AND THE PAYMENT RUN'S REGISTRY ID.  THE ID IS  *
001760* "PY" PLUS THE BUSINESS DATE'S YYMMDD SO THE SAME DAY'S       *
001770* REMITTANCES CANNOT BE APPLIED TWICE                          *
001780****************************************************************
001790 01  PY-BUS-DATE.
001800     05  PY-BUS-YEAR           PIC 9(04).
001810     05  PY-BUS-YY REDEFINES PY-BUS-YEAR.
001820         10  FILLER            PIC 9(02).
001830         10  PY-BUS-YY2        PIC 9(02).
001840     05  PY-BUS-MONTH          PIC 9(02).
001850     05  PY-BUS-DAY            PIC 9(02).
001860 01  PY-BUS-DATE-NUM REDEFINES PY-BUS-DATE
001870                               PIC 9(08).
001880 01  PY-BATCH-ID.
001890     05  FILLER                PIC X(02) VALUE "PY".
001900     05  PY-BATCH-YY           PIC 9(02).
001910     05  PY-BATCH-MM           PIC 9(02).
001920     05  PY-BATCH-DD           PIC 9(02).
001930 01  PY-BUS-DATE-OUT.
001940     05  PY-OUT-YEAR           PIC 9(04).
001950     05  FILLER                PIC X(01) VALUE "-".
001960     05  PY-OUT-MONTH          PIC 9(02).
001970     05  FILLER                PIC X(01) VALUE "-".
001980     05  PY-OUT-DAY            PIC 9(02).
001990 77  PY-BUS-DAY-NO             PIC S9(07) COMP VALUE ZERO.
002000****************************************************************
002010* PER-LOAN TERMS.  THE HEADER (PERIOD ZERO) LEADS THE LOAN     *
002020* IN KEY ORDER, SO ITS TERMS ARE IN HAND BEFORE ANY PERIOD     *
002030* ARRIVES                                                      *
002040****************************************************************
002050 01  PY-CURR-LOAN-ID           PIC 9(06).
002060 01  PY-HDR-GL-ACCOUNT         PIC X(10).
002070 01  PY-HDR-CURRENCY           PIC X(03).
002080 01  PY-HDR-PERIODS            PIC 9(03).
002090 01  PY-BOOK-DATE.
002100     05  PY-BOOK-YEAR          PIC 9(04).
002110     05  PY-BOOK-MONTH         PIC 9(02).
002120     05  PY-BOOK-DAY           PIC 9(02).
002130 01  PY-BOOK-DATE-NUM REDEFINES PY-BOOK-DATE
002140                               PIC 9(08).
002150 77  PY-APPLY-LIMIT            PIC S9(03) COMP VALUE ZERO.
002151****************************************************************
002152* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
002153* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
002154* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF    *
002155* WOULD PUT A DATE ON A CLOSED DAY                             *
002156****************************************************************
002157 77  PY-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
002158 77  PY-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
002159 01  PY-HOLCAL-STATUS          PIC X(02).
002160     88  HOLCAL-FILE-FOUND                VALUE "00".
002161 01  PY-HOL-EOF-SW             PIC X(01)  VALUE "N".
002162     88  HOLIDAY-TABLE-EOF                VALUE "Y".
002163 01  PY-HOL-FOUND-SW           PIC X(01)  VALUE "N".
002164     88  HOLIDAY-FOUND                    VALUE "Y".
002165 01  PY-HOLIDAY-TABLE.
002166     05  PY-HOL-ENTRY OCCURS 2000 TIMES
002167             INDEXED BY PY-HOL-IDX.
002168         10  PY-HOL-CURRENCY   PIC X(03).
002169         10  PY-HOL-DATE       PIC 9(08).
002170****************************************************************
002171* CALENDAR DATE FIELDS.  8110 SETS PY-CAL-DATE TO THE DUE DATE *
002172* OF PERIOD PY-CAL-PERIOD OF A LOAN BOOKED ON                  *
002173* PY-CAL-BOOK-DATE: THE BOOKING DAY OF THE MONTH, HELD TO THE  *
002174* MONTH'S LAST DAY WHEN THE MONTH IS SHORTER AND ALWAYS ON THE *
002175* LAST DAY WHEN THE LOAN WAS BOOKED ON A MONTH END, THEN MOVED *
002176* FORWARD TO THE FOLLOWING BUSINESS DAY OF PY-CAL-CURRENCY     *
002177****************************************************************
002178 01  PY-CAL-CURRENCY           PIC X(03).
002179 77  PY-CAL-PERIOD             PIC S9(05) COMP.
002180 01  PY-CAL-BOOK-DATE.
002181     05  PY-CAL-BOOK-YEAR      PIC 9(04).
002182     05  PY-CAL-BOOK-MONTH     PIC 9(02).
002183     05  PY-CAL-BOOK-DAY       PIC 9(02).
002184 01  PY-CAL-BOOK-DATE-NUM REDEFINES PY-CAL-BOOK-DATE
002185                               PIC 9(08).
002186 01  PY-CAL-DATE.
002187     05  PY-CAL-YEAR           PIC 9(04).
002188     05  PY-CAL-MONTH          PIC 9(02).
002189     05  PY-CAL-DAY            PIC 9(02).
002190 01  PY-CAL-DATE-NUM REDEFINES PY-CAL-DATE
002191                               PIC 9(08).
002192 77  PY-CAL-MONTH-TOTAL        PIC S9(07) COMP.
002193 77  PY-CAL-MONTH-WORK         PIC S9(03) COMP.
002194 01  PY-CAL-EOM-SW             PIC X(01)  VALUE "N".
002195     88  BOOKED-AT-MONTH-END              VALUE "Y".
002196 01  PY-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
002197     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
002198 77  PY-ML-YEAR                PIC 9(04).
002199 77  PY-ML-MONTH               PIC 9(02).
002200 77  PY-ML-DAYS                PIC S9(03) COMP.
002201 77  PY-ML-QUOTIENT            PIC S9(05) COMP.
002202 77  PY-ML-REM-4               PIC S9(03) COMP.
002203 77  PY-ML-REM-100             PIC S9(03) COMP.
002204 77  PY-ML-REM-400             PIC S9(03) COMP.
002205****************************************************************
002206* DAY-NUMBER FIELDS - 8160 TURNS PY-DN-DATE INTO ITS JULIAN    *
002207* DAY NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY   *
002208****************************************************************
002209 01  PY-DN-DATE.
002210     05  PY-DN-YEAR            PIC 9(04).
002211     05  PY-DN-MONTH           PIC 9(02).
002212     05  PY-DN-DAY             PIC 9(02).
002213 01  PY-DN-DATE-NUM REDEFINES PY-DN-DATE
002214                               PIC 9(08).
002215 77  PY-DN-A                   PIC S9(03) COMP.
002216 77  PY-DN-Y                   PIC S9(05) COMP.
002217 77  PY-DN-M                   PIC S9(03) COMP.
002218 77  PY-DN-MONTH-DAYS          PIC S9(05) COMP.
002219 77  PY-DN-LEAP-4              PIC S9(05) COMP.
002220 77  PY-DN-LEAP-100            PIC S9(05) COMP.
002221 77  PY-DN-LEAP-400            PIC S9(05) COMP.
002222 77  PY-DN-NUMBER              PIC S9(09) COMP.
002223 77  PY-DN-WORK                PIC S9(09) COMP.
002224 77  PY-DN-DOW                 PIC S9(03) COMP.
002225****************************************************************
002226* DUE-DATE WORK.  PERIOD N FALLS DUE N MONTHS AFTER THE        *
002227* BOOKING DATE ON THE SHOP'S DUE-DATE RULE (8110)              *
002228****************************************************************
002230 01  PY-DUE-DATE.
002240     05  PY-DUE-YEAR           PIC 9(04).
002250     05  PY-DUE-MONTH          PIC 9(02).
002260     05  PY-DUE-DAY            PIC 9(02).
002270 01  PY-DUE-DATE-NUM REDEFINES PY-DUE-DATE
002280                               PIC 9(08).
002290 01  PY-DUE-DATE-OUT.
002300     05  PY-DUE-OUT-YEAR       PIC 9(04).
002310     05  FILLER                PIC X(01) VALUE "-".
002320     05  PY-DUE-OUT-MONTH      PIC 9(02).
002330     05  FILLER                PIC X(01) VALUE "-".
002340     05  PY-DUE-OUT-DAY        PIC 9(02).
002350 77  PY-DUE-DAY-NO             PIC S9(07) COMP VALUE ZERO.
002360 01  PY-RECEIVED-DATE.
002370     05  PY-RCV-YEAR           PIC 9(04).
002380     05  PY-RCV-MONTH          PIC 9(02).
002390     05  PY-RCV-DAY            PIC 9(02).
002400 01  PY-RECEIVED-DATE-NUM REDEFINES PY-RECEIVED-DATE
002410                               PIC 9(08).
002420 77  PY-RCV-DAY-NO             PIC S9(07) COMP VALUE ZERO.
002430 77  PY-DAYS-LATE              PIC S9(07) COMP VALUE ZERO.
002440 77  PY-DAYS-PAST-DUE          PIC S9(07) COMP VALUE ZERO.
002450****************************************************************
002460* CASH APPLICATION WORK.  THE POOL IS TODAY'S PAYMENT PLUS ANY *
002470* CASH ALREADY HELD ON THE HEADER; WHAT IS LEFT AFTER THE WALK *
002480* IS HELD AGAIN                                                *
002490****************************************************************
002500 77  PY-APPLY-PERIOD           PIC S9(05) COMP VALUE ZERO.
002510 77  PY-APPLY-SEQ              PIC 9(07)  VALUE ZERO.
002520 01  PY-APPLY-SOURCE           PIC X(01).
002530 01  PY-APPLY-REFERENCE        PIC X(16).
002540 01  PY-POOL                   PIC S9(09)V99 COMP-3.
002550 01  PY-HELD-BEFORE            PIC S9(09)V99 COMP-3.
002560 01  PY-OPEN-AMOUNT            PIC S9(09)V99 COMP-3.
002570 01  PY-APPLY-AMOUNT           PIC S9(09)V99 COMP-3.
002580 01  PY-PAID-BEFORE            PIC S9(09)V99 COMP-3.
002590 01  PY-REASON-TEXT            PIC X(40).
002600 01  PY-ADR-CASH-REASON.
002610     05  PY-ADR-SOURCE         PIC X(09).
002620     05  FILLER                PIC X(01) VALUE SPACES.
002630     05  PY-ADR-REFERENCE      PIC X(16).
002640     05  FILLER                PIC X(04) VALUE SPACES.
002650****************************************************************
002660* RESTART CONTROL.  A RUN LEFT RESTARTABLE ON THE REGISTRY     *
002670* PICKS UP AFTER THE LAST REMITTANCE ITS PAYMENT HISTORY SHOWS *
002680****************************************************************
002690 77  PY-REMIT-SEQ              PIC 9(07)  VALUE ZERO.
002700 77  PY-RESTART-SEQ            PIC 9(07)  VALUE ZERO.
002710****************************************************************
002720* PER-LOAN AGING.  BUCKET 1 IS CURRENT (DUE TODAY OR THE NEXT  *
002730* PERIOD TO FALL DUE); 2-5 ARE 1-30, 31-60, 61-90, AND OVER 90 *
002740* DAYS PAST DUE.  A LOAN COUNTS IN ITS WORST BUCKET            *
002750****************************************************************
002760 01  PY-LOAN-AGING.
002770     05  PY-LOAN-BUCKET-AMT    OCCURS 5 TIMES
002780                               PIC S9(09)V99 COMP-3.
002790 01  PY-LOAN-PAST-DUE          PIC S9(09)V99 COMP-3.
002800 01  PY-LOAN-HELD-CASH         PIC S9(09)V99 COMP-3.
002810 01  PY-UNPAID-AMOUNT          PIC S9(09)V99 COMP-3.
002820 01  PY-NEW-PAST-DUE-FLAG      PIC X(01).
002830 77  PY-LOAN-WORST-BUCKET      PIC S9(03) COMP VALUE ZERO.
002840 77  PY-LOAN-WORST-DAYS        PIC S9(07) COMP VALUE ZERO.
002850 77  PY-LOAN-OLDEST-DUE        PIC 9(08)  VALUE ZERO.
002860 77  PY-BUCKET-NO              PIC S9(03) COMP VALUE ZERO.
002870 77  PY-BUCKET-SUB             PIC S9(03) COMP VALUE ZERO.
002880 01  PY-BUCKET-LABELS.
002890     05  FILLER                PIC X(08) VALUE "CURRENT".
002900     05  FILLER                PIC X(08) VALUE "1-30".
002910     05  FILLER                PIC X(08) VALUE "31-60".
002920     05  FILLER                PIC X(08) VALUE "61-90".
002930     05  FILLER                PIC X(08) VALUE "OVER 90".
002940 01  PY-BUCKET-LABEL-TABLE REDEFINES PY-BUCKET-LABELS.
002950     05  PY-BUCKET-LABEL       OCCURS 5 TIMES
002960                               PIC X(08).
002970****************************************************************
002980* BY-ACCOUNT AGING TOTALS, ONE ENTRY PER GL ACCOUNT AND        *
002990* CURRENCY IN FIRST-SEEN ORDER - AMOUNTS IN DIFFERENT          *
003000* CURRENCIES ARE NEVER ADDED TOGETHER                          *
003010****************************************************************
003020 77  ACT-MAX-ACCOUNTS          PIC S9(03) COMP VALUE 50.
003030 77  ACT-ACCOUNT-COUNT         PIC S9(03) COMP VALUE ZERO.
003040 77  ACT-SUB                   PIC S9(03) COMP VALUE ZERO.
003050 77  ACT-HIT                   PIC S9(03) COMP VALUE ZERO.
003060 01  ACCOUNT-AGING-TABLE.
003070     05  ACT-ENTRY OCCURS 50 TIMES.
003080         10  ACT-ACCOUNT       PIC X(10).
003090         10  ACT-CURRENCY      PIC X(03).
003100         10  ACT-HELD-CASH     PIC S9(11)V99 COMP-3.
003110         10  ACT-BUCKET OCCURS 5 TIMES.
003120             15  ACT-BKT-LOANS     PIC S9(07) COMP.
003130             15  ACT-BKT-AMOUNT    PIC S9(11)V99 COMP-3.
003140****************************************************************
003150* RUN TOTALS                                                   *
003160****************************************************************
003170 77  PY-REMITS-READ            PIC S9(07) COMP VALUE ZERO.
003180 77  PY-REMITS-SKIPPED         PIC S9(07) COMP VALUE ZERO.
003190 77  PY-REMITS-APPLIED         PIC S9(07) COMP VALUE ZERO.
003200 77  PY-REMITS-SUSPENDED       PIC S9(07) COMP VALUE ZERO.
003210 77  PY-PERIODS-APPLIED        PIC S9(07) COMP VALUE ZERO.
003220 77  PY-SWEEPS-APPLIED         PIC S9(07) COMP VALUE ZERO.
003230 77  PY-LOANS-SEEN             PIC S9(07) COMP VALUE ZERO.
003240 77  PY-LOANS-NO-HEADER        PIC S9(07) COMP VALUE ZERO.
003250 77  PY-LOANS-PAID-UP          PIC S9(07) COMP VALUE ZERO.
003260 77  PY-LOANS-DELINQUENT       PIC S9(07) COMP VALUE ZERO.
003270 77  PY-FLAGS-CHANGED          PIC S9(07) COMP VALUE ZERO.
003280 77  PY-ACCT-OVERFLOW          PIC S9(07) COMP VALUE ZERO.
003290 01  PY-CASH-APPLIED           PIC S9(11)V99 COMP-3 VALUE ZERO.
003300****************************************************************
003310* AGING REPORT FIELDS                                          *
003320****************************************************************
003330 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
003340 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
003350 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
003360 01  RPT-RUN-DATE.
003370     05  RPT-RUN-DATE-YEAR     PIC 9(04).
003380     05  RPT-RUN-DATE-MONTH    PIC 9(02).
003390     05  RPT-RUN-DATE-DAY      PIC 9(02).
003400 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
003410                               PIC 9(08).
003420 01  RPT-RUN-TIME.
003430     05  RPT-RUN-TIME-HOUR     PIC 9(02).
003440     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
003450     05  RPT-RUN-TIME-SECOND   PIC 9(02).
003460     05  FILLER                PIC 9(02).
003470 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
003480     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
003490     05  FILLER                PIC 9(02).
003500 01  RPT-RUN-DATE-OUT.
003510     05  RPT-RUN-YEAR          PIC 9(04).
003520     05  FILLER                PIC X(01) VALUE "-".
003530     05  RPT-RUN-MONTH         PIC 9(02).
003540     05  FILLER                PIC X(01) VALUE "-".
003550     05  RPT-RUN-DAY           PIC 9(02).
003560 01  RPT-RUN-TIME-OUT.
003570     05  RPT-RUN-HOUR          PIC 9(02).
003580     05  FILLER                PIC X(01) VALUE ":".
003590     05  RPT-RUN-MINUTE        PIC 9(02).
003600     05  FILLER                PIC X(01) VALUE ":".
003610     05  RPT-RUN-SECOND        PIC 9(02).
003620 01  RPT-HEADING-1.
003630     05  FILLER                PIC X(32) VALUE
003640         "COBCALC DELINQUENCY AGING REPORT".
003650     05  FILLER                PIC X(03) VALUE SPACES.
003660     05  FILLER                PIC X(05) VALUE "PAGE:".
003670     05  RPT-H1-PAGE-NO        PIC ZZ9.
003680 01  RPT-HEADING-2.
003690     05  FILLER                PIC X(09) VALUE "RUN DATE:".
003700     05  RPT-H2-RUN-DATE       PIC X(10).
003710     05  FILLER                PIC X(05) VALUE SPACES.
003720     05  FILLER                PIC X(09) VALUE "RUN TIME:".
003730     05  RPT-H2-RUN-TIME       PIC X(08).
003740     05  FILLER                PIC X(05) VALUE SPACES.
003750     05  FILLER                PIC X(14) VALUE "BUSINESS DATE:".
003760     05  RPT-H2-BUS-DATE       PIC X(10).
003770 01  RPT-COLUMN-HEADING.
003780     05  FILLER                PIC X(09) VALUE "LOAN ID".
003790     05  FILLER                PIC X(12) VALUE "GL ACCOUNT".
003800     05  FILLER                PIC X(05) VALUE "CCY".
003810     05  FILLER                PIC X(12) VALUE "OLDEST DUE".
003820     05  FILLER                PIC X(08) VALUE "DAYS PD".
003830     05  FILLER                PIC X(15) VALUE "PAST DUE".
003840     05  FILLER                PIC X(15) VALUE "UNAPPLIED".
003850     05  FILLER                PIC X(08) VALUE "BUCKET".
003860 01  RPT-DETAIL-LINE.
003870     05  RPT-DET-LOAN-ID       PIC 9(06).
003880     05  FILLER                PIC X(03) VALUE SPACES.
003890     05  RPT-DET-ACCOUNT       PIC X(10).
003900     05  FILLER                PIC X(02) VALUE SPACES.
003910     05  RPT-DET-CURRENCY      PIC X(03).
003920     05  FILLER                PIC X(02) VALUE SPACES.
003930     05  RPT-DET-OLDEST-DUE    PIC X(10).
003940     05  FILLER                PIC X(02) VALUE SPACES.
003950     05  RPT-DET-DAYS          PIC ZZZZ9.
003960     05  FILLER                PIC X(02) VALUE SPACES.
003970     05  RPT-DET-PAST-DUE      PIC -(9)9.99.
003980     05  FILLER                PIC X(02) VALUE SPACES.
003990     05  RPT-DET-HELD-CASH     PIC -(9)9.99.
004000     05  FILLER                PIC X(02) VALUE SPACES.
004010     05  RPT-DET-BUCKET        PIC X(08).
004020 01  RPT-SUMMARY-TITLE         PIC X(48) VALUE
004030     "AGING BY GL ACCOUNT AND CURRENCY (LOAN CURRENCY)".
004040 01  RPT-SUMMARY-HEADING.
004050     05  FILLER                PIC X(12) VALUE "GL ACCOUNT".
004060     05  FILLER                PIC X(05) VALUE "CCY".
004070     05  FILLER                PIC X(10) VALUE SPACES.
004080     05  FILLER                PIC X(17) VALUE "        CURRENT".
004090     05  FILLER                PIC X(17) VALUE "      1-30 DAYS".
004100     05  FILLER                PIC X(17) VALUE "     31-60 DAYS".
004110     05  FILLER                PIC X(17) VALUE "     61-90 DAYS".
004120     05  FILLER                PIC X(17) VALUE "   OVER 90 DAYS".
004130     05  FILLER                PIC X(17) VALUE "      UNAPPLIED".
004140 01  RPT-SUM-AMOUNT-LINE.
004150     05  RPT-SUM-ACCOUNT       PIC X(10).
004160     05  FILLER                PIC X(02) VALUE SPACES.
004170     05  RPT-SUM-CURRENCY      PIC X(03).
004180     05  FILLER                PIC X(02) VALUE SPACES.
004190     05  FILLER                PIC X(08) VALUE "AMOUNT".
004200     05  RPT-SUM-AMOUNT-COL    OCCURS 5 TIMES.
004210         10  FILLER            PIC X(02).
004220         10  RPT-SUM-AMOUNT    PIC -(11)9.99.
004230     05  FILLER                PIC X(02) VALUE SPACES.
004240     05  RPT-SUM-HELD-CASH     PIC -(11)9.99.
004250 01  RPT-SUM-COUNT-LINE.
004260     05  FILLER                PIC X(17) VALUE SPACES.
004270     05  FILLER                PIC X(08) VALUE "LOANS".
004280     05  RPT-SUM-COUNT-COL     OCCURS 5 TIMES.
004290         10  FILLER            PIC X(10).
004300         10  RPT-SUM-LOANS     PIC ZZZZZZ9.
004310 01  RPT-TOTAL-LINE.
004320     05  RPT-TOT-LABEL         PIC X(30).
004330     05  RPT-TOT-VALUE         PIC ZZZZZZ9.
004340****************************************************************
004350* SUSPENSE LISTING FIELDS - A SEPARATE PRINT FILE WITH ITS OWN *
004360* PAGING SO IT CAN GO STRAIGHT TO THE CASH-MANAGEMENT DESK     *
004370****************************************************************
004380 77  SUS-LINE-COUNT            PIC S9(03) COMP VALUE 999.
004390 77  SUS-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
004400 01  SUS-HEADING-1.
004410     05  FILLER                PIC X(32) VALUE
004420         "COBCALC PAYMENT SUSPENSE LISTING".
004430     05  FILLER                PIC X(03) VALUE SPACES.
004440     05  FILLER                PIC X(05) VALUE "PAGE:".
004450     05  SUS-H1-PAGE-NO        PIC ZZ9.
004460 01  SUS-COLUMN-HEADING.
004470     05  FILLER                PIC X(09) VALUE "SEQ".
004480     05  FILLER                PIC X(09) VALUE "LOAN ID".
004490     05  FILLER                PIC X(15) VALUE "AMOUNT".
004500     05  FILLER                PIC X(12) VALUE "RECEIVED".
004510     05  FILLER                PIC X(04) VALUE "CH".
004520     05  FILLER                PIC X(18) VALUE "REFERENCE".
004530     05  FILLER                PIC X(40) VALUE "REASON".
004540 01  SUS-DETAIL-LINE.
004550     05  SUS-DET-SEQ           PIC ZZZZZZ9.
004560     05  FILLER                PIC X(02) VALUE SPACES.
004570     05  SUS-DET-LOAN-ID       PIC X(06).
004580     05  FILLER                PIC X(03) VALUE SPACES.
004590     05  SUS-DET-AMOUNT        PIC -(9)9.99.
004600     05  FILLER                PIC X(02) VALUE SPACES.
004610     05  SUS-DET-RECEIVED      PIC X(08).
004620     05  FILLER                PIC X(04) VALUE SPACES.
004630     05  SUS-DET-CHANNEL       PIC X(01).
004640     05  FILLER                PIC X(03) VALUE SPACES.
004650     05  SUS-DET-REFERENCE     PIC X(16).
004660     05  FILLER                PIC X(02) VALUE SPACES.
004670     05  SUS-DET-REASON        PIC X(40).
004680 01  SUS-TRAILER-LINE.
004690     05  SUS-TRL-COUNT         PIC ZZZZZZ9.
004700     05  FILLER                PIC X(30) VALUE
004710         " REMITTANCES HELD IN SUSPENSE".
004720
004730 PROCEDURE DIVISION.
004740 0000-MAINLINE.
004750     PERFORM 1000-INITIALIZE
004760         THRU 1000-EXIT.
004770     PERFORM 2000-APPLY-ONE-REMIT
004780         THRU 2000-EXIT
004790         UNTIL REMIT-EOF.
004800     PERFORM 3000-AGE-MASTER
004810         THRU 3000-EXIT.
004820     PERFORM 9000-TERMINATE
004830         THRU 9000-EXIT.
004840     GOBACK.
004850
004860****************************************************************
004870* 1000-INITIALIZE - BUSINESS DATE, HOLIDAYS, LOCK, FILES,      *
004880*                   REGISTRY GUARD                             *
004885****************************************************************
004890 1000-INITIALIZE.
004970     PERFORM 1050-READ-DATE-CONTROL
004980         THRU 1050-EXIT.
004990     CLOSE DATE-CONTROL.
004992     PERFORM 8100-LOAD-HOLIDAYS
004995         THRU 8100-EXIT.
005000     OPEN INPUT REMIT-FILE.
005010     IF NOT REMIT-FILE-FOUND
005020         DISPLAY "LOANPAY: FATAL - REMITTANCE FILE NOT FOUND, "
005030             "STATUS " PY-REMIT-STATUS ".  RUN ABORTED."
005040         MOVE 16 TO RETURN-CODE
005050         STOP RUN
005060     END-IF.
005070* NO UPDATER TOUCHES LOAN-MASTER UNTIL THE LOCK IS HELD
005080     PERFORM 1030-ACQUIRE-MASTER-LOCK
005090         THRU 1030-EXIT.
005100     OPEN I-O LOAN-MASTER.
005110     IF NOT LOANMSTR-OPEN-OK
005120         DISPLAY "LOANPAY: FATAL - LOAN-MASTER NOT FOUND, "
005130             "STATUS " PY-LOANMSTR-STATUS ".  RUN ABORTED."
005140*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
005150*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
005160         PERFORM 9050-RELEASE-MASTER-LOCK
005170             THRU 9050-EXIT
005180         MOVE 16 TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     PERFORM 1055-REGISTER-PAYMENT-RUN
005220         THRU 1055-EXIT.
005230     PERFORM 1060-FIND-RESTART-POINT
005240         THRU 1060-EXIT.
005250     PERFORM 1070-OPEN-PAY-HISTORY
005260         THRU 1070-EXIT.
005270     PERFORM 1071-OPEN-AUDIT-DATA
005280         THRU 1071-EXIT.
005283     PERFORM 1073-OPEN-MASTER-JOURNAL
005286         THRU 1073-EXIT.
005290     PERFORM 1072-OPEN-SUSP-LISTING
005300         THRU 1072-EXIT.
005310     OPEN OUTPUT AGING-REPORT.
005320     PERFORM 2100-READ-REMIT
005330         THRU 2100-EXIT.
005340 1000-EXIT.
005350     EXIT.
005360
005370****************************************************************
005380* 1030-ACQUIRE-MASTER-LOCK - FAIL FAST IF ANOTHER UPDATER      *
005390*                            HOLDS LOAN-MASTER, NAMING THE     *
005400*                            HOLDER AND ITS START TIME.  A     *
005410*                            LOCKOVRD FILE HOLDING A RECORD,   *
005420*                            SUPPLIED BY AN OPERATOR, STEALS   *
005430*                            AN ABENDED HOLDER'S STALE LOCK    *
005440*                            EXACTLY ONCE - IT IS EMPTIED AS   *
005450*                            IT IS HONORED                     *
005460****************************************************************
005470 1030-ACQUIRE-MASTER-LOCK.
005480     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
005490     ACCEPT RPT-RUN-TIME FROM TIME.
005500     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
005510     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
005520     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
005530     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
005540     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
005550     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
005560     MOVE "N" TO PY-LOCK-HELD-SW.
005570     OPEN INPUT LOCK-FILE.
005580     IF LOCKF-FILE-FOUND
005590         READ LOCK-FILE
005600             AT END
005610                 CONTINUE
005620             NOT AT END
005630                 IF LK-LOCK-ACTIVE
005640                     SET LOCK-HELD-ELSEWHERE TO TRUE
005650                     MOVE LK-PROGRAM  TO LOCK-HOLDER-PROGRAM
005660                     MOVE LK-RUN-DATE TO LOCK-HOLDER-DATE
005670                     MOVE LK-RUN-TIME TO LOCK-HOLDER-TIME
005680                 END-IF
005690         END-READ
005700         CLOSE LOCK-FILE
005710     END-IF.
005720     IF LOCK-HELD-ELSEWHERE
005730         MOVE "N" TO PY-OVERRIDE-SW
005740         OPEN INPUT LOCK-OVERRIDE
005750         IF LOCKOVR-FILE-FOUND
005760* AN EMPTY OVERRIDE FILE IS NOT AN OVERRIDE - A RECORD MUST
005770* BE READ, OR THE CONSUMED FILE WOULD KEEP OVERRIDING
005780             READ LOCK-OVERRIDE
005790                 AT END
005800                     CONTINUE
005810                 NOT AT END
005820                     SET OVERRIDE-SUPPLIED TO TRUE
005830             END-READ
005840             CLOSE LOCK-OVERRIDE
005850         END-IF
005860         IF OVERRIDE-SUPPLIED
005870* ONE-SHOT: CONSUME THE OVERRIDE SO THE NEXT CONFLICT FAILS
005880* FAST AGAIN INSTEAD OF BEING SILENTLY STOLEN
005890             OPEN OUTPUT LOCK-OVERRIDE
005900             CLOSE LOCK-OVERRIDE
005910             DISPLAY "LOANPAY: WARNING - STALE LOAN-MASTER "
005920                 "LOCK HELD BY " LOCK-HOLDER-PROGRAM
005930                 " SINCE " LOCK-HOLDER-DATE " "
005940                 LOCK-HOLDER-TIME
005950                 " OVERRIDDEN BY OPERATOR REQUEST."
005960         ELSE
005970             DISPLAY "LOANPAY: FATAL - LOAN-MASTER IS LOCKED "
005980                 "BY " LOCK-HOLDER-PROGRAM " SINCE "
005990                 LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
006000                 ".  RUN ABORTED."
006010             MOVE 16 TO RETURN-CODE
006020             STOP RUN
006030         END-IF
006040     END-IF.
006050     OPEN OUTPUT LOCK-FILE.
006060     MOVE SPACES           TO LOCK-FILE-RECORD.
006070     MOVE "Y"              TO LK-ACTIVE-FLAG.
006080     MOVE "LOANPAY"        TO LK-PROGRAM.
006090     MOVE RPT-RUN-DATE-OUT TO LK-RUN-DATE.
006100     MOVE RPT-RUN-TIME-OUT TO LK-RUN-TIME.
006110     WRITE LOCK-FILE-RECORD.
006120     CLOSE LOCK-FILE.
006130 1030-EXIT.
006140     EXIT.
006150
006160****************************************************************
006170* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
006180*                          SHOP'S DATE-CONTROL RECORD.  NO     *
006190*                          DATECTL, OR ONE WITHOUT A CURRENT   *
006200*                          BUSINESS DATE, ABORTS THE RUN - NO  *
006210*                          JOB GUESSES ITS OWN DATE            *
006220****************************************************************
006230 1050-READ-DATE-CONTROL.
006240     OPEN INPUT DATE-CONTROL.
006250     IF NOT DATECTL-FILE-FOUND
006260         DISPLAY "LOANPAY: FATAL - DATECTL NOT FOUND, "
006270             "STATUS " PY-DATECTL-STATUS ".  RUN ABORTED."
006280         MOVE 16 TO RETURN-CODE
006290         STOP RUN
006300     END-IF.
006310     READ DATE-CONTROL
006320         AT END
006330             DISPLAY "LOANPAY: FATAL - DATECTL IS EMPTY.  "
006340                 "RUN ABORTED."
006350             MOVE 16 TO RETURN-CODE
006360             STOP RUN
006370     END-READ.
006380     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
006390             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
006400         DISPLAY "LOANPAY: FATAL - DATECTL BUSINESS DATE MISSING "
006410             "OR NOT NUMERIC.  RUN ABORTED."
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006431     END-IF.
006432     MOVE DC-CURRENT-BUS-DATE TO PY-BUS-DATE-NUM.
006433     MOVE PY-BUS-YEAR      TO PY-OUT-YEAR.
006434     MOVE PY-BUS-MONTH     TO PY-OUT-MONTH.
006435     MOVE PY-BUS-DAY       TO PY-OUT-DAY.
006436     MOVE PY-BUS-DATE-NUM  TO PY-DN-DATE-NUM.
006437     PERFORM 8160-DATE-TO-DAY-NUMBER
006438         THRU 8160-EXIT.
006439     MOVE PY-DN-NUMBER     TO PY-BUS-DAY-NO.
006440 1050-EXIT.
006441     EXIT.
006450
006460****************************************************************
006470* 1055-REGISTER-PAYMENT-RUN - THE SAME DUPLICATE GUARD THE     *
006480*                             BATCH RUN USES.  A DAY'S CASH    *
006490*                             ALREADY APPLIED AND SETTLED MUST *
006500*                             NOT BE APPLIED A SECOND TIME; A  *
006510*                             RUN LEFT RESTARTABLE IS PICKED   *
006520*                             BACK UP WHERE IT STOPPED         *
006530****************************************************************
006540 1055-REGISTER-PAYMENT-RUN.
006550     MOVE PY-BUS-YY2   TO PY-BATCH-YY.
006560     MOVE PY-BUS-MONTH TO PY-BATCH-MM.
006570     MOVE PY-BUS-DAY   TO PY-BATCH-DD.
006580     OPEN I-O BATCH-REGISTRY.
006590     IF NOT BATCHREG-FILE-FOUND
006600         OPEN OUTPUT BATCH-REGISTRY
006610         CLOSE BATCH-REGISTRY
006620         OPEN I-O BATCH-REGISTRY
006630     END-IF.
006640     IF NOT BATCHREG-FILE-FOUND
006650*        REGISTRY UNAVAILABLE - RUN ON WITHOUT THE GUARD, SAME
006660*        BEST-EFFORT TREATMENT THE BATCH PROGRAM GIVES IT
006670         GO TO 1055-EXIT
006680     END-IF.
006690     SET BATCHREG-OPEN TO TRUE.
006700     MOVE "N" TO PY-BATCH-ON-FILE-SW.
006710     MOVE PY-BATCH-ID TO BR-BATCH-ID.
006720     READ BATCH-REGISTRY
006730         KEY IS BR-BATCH-ID
006740         INVALID KEY
006750             CONTINUE
006760         NOT INVALID KEY
006770             SET BATCH-ON-FILE TO TRUE
006780     END-READ.
006790     IF BATCH-ON-FILE
006800         IF BR-COMPLETED OR BR-MISMATCHED
006810             DISPLAY "LOANPAY: FATAL - PAYMENTS FOR "
006820                 PY-BUS-DATE-NUM " ALREADY APPLIED ON "
006830                 BR-RUN-DATE ".  RUN ABORTED."
006840             CLOSE BATCH-REGISTRY
006850             PERFORM 9050-RELEASE-MASTER-LOCK
006860                 THRU 9050-EXIT
006870             MOVE 16 TO RETURN-CODE
006880             STOP RUN
006890         END-IF
006900         SET RUN-IS-RESTART TO TRUE
006910         MOVE RPT-RUN-DATE-OUT TO BR-RUN-DATE
006920         MOVE RPT-RUN-TIME-OUT TO BR-RUN-TIME
006930         REWRITE BATCH-REGISTRY-RECORD
006940             INVALID KEY
006950                 CONTINUE
006960         END-REWRITE
006970         GO TO 1055-EXIT
006980     END-IF.
006990     MOVE PY-BATCH-ID       TO BR-BATCH-ID.
007000     MOVE PY-BUS-DATE-NUM   TO BR-BUSINESS-DATE.
007010     MOVE "R"               TO BR-DISPOSITION.
007020     MOVE RPT-RUN-DATE-OUT  TO BR-RUN-DATE.
007030     MOVE RPT-RUN-TIME-OUT  TO BR-RUN-TIME.
007040     MOVE ZERO              TO BR-LOAN-COUNT.
007050     MOVE ZERO              TO BR-CONTROL-TOTAL.
007060     WRITE BATCH-REGISTRY-RECORD
007070         INVALID KEY
007080             CONTINUE
007090     END-WRITE.
007100 1055-EXIT.
007110     EXIT.
007120
007130****************************************************************
007140* 1060-FIND-RESTART-POINT - A RESTARTED RUN SKIPS EVERY        *
007150*                           REMITTANCE ITS PAYMENT HISTORY     *
007160*                           ALREADY ACCOUNTS FOR.  EVERY       *
007170*                           REMITTANCE LEAVES AT LEAST ONE     *
007180*                           HISTORY RECORD - APPLIED, HELD,    *
007190*                           OR SUSPENDED - SO THE HIGHEST      *
007200*                           SEQUENCE NUMBER ON FILE FOR THE    *
007210*                           BUSINESS DATE IS THE LAST ONE      *
007220*                           TOUCHED                            *
007230****************************************************************
007240 1060-FIND-RESTART-POINT.
007250     MOVE ZERO TO PY-RESTART-SEQ.
007260     IF NOT RUN-IS-RESTART
007270         GO TO 1060-EXIT
007280     END-IF.
007290     OPEN INPUT PAY-HISTORY.
007300     IF NOT PAYHIST-FILE-FOUND
007310         GO TO 1060-EXIT
007320     END-IF.
007330     MOVE "N" TO PY-HIST-EOF-SW.
007340     PERFORM 1065-READ-ONE-HISTORY
007350         THRU 1065-EXIT
007360         UNTIL HISTORY-EOF.
007370     CLOSE PAY-HISTORY.
007380     IF PY-RESTART-SEQ IS GREATER THAN ZERO
007390* THE LAST REMITTANCE TOUCHED MAY HAVE BEEN CUT OFF PART-WAY -
007400* NAME IT SO ITS HISTORY CAN BE CHECKED BY HAND
007410         DISPLAY "LOANPAY: RESTARTING AFTER REMITTANCE "
007420             PY-RESTART-SEQ " OF " PY-BUS-DATE-NUM
007430             " - CHECK ITS PAYHIST RECORDS."
007440     END-IF.
007450 1060-EXIT.
007460     EXIT.
007470
007480 1065-READ-ONE-HISTORY.
007490     READ PAY-HISTORY
007500         AT END
007510             SET HISTORY-EOF TO TRUE
007520             GO TO 1065-EXIT
007530     END-READ.
007540     IF PH-BUSINESS-DATE IS EQUAL TO PY-BUS-DATE-NUM
007550             AND PH-FROM-REMITTANCE
007560             AND PH-REMIT-SEQ IS GREATER THAN PY-RESTART-SEQ
007570         MOVE PH-REMIT-SEQ TO PY-RESTART-SEQ
007580     END-IF.
007590 1065-EXIT.
007600     EXIT.
007610
007620****************************************************************
007630* 1070-OPEN-PAY-HISTORY - APPEND TO THE PAYMENT HISTORY, SAME  *
007640*                         EXISTENCE TEST AS THE AUDIT FILES    *
007650****************************************************************
007660 1070-OPEN-PAY-HISTORY.
007670     OPEN INPUT PAY-HISTORY.
007680     IF PAYHIST-FILE-FOUND
007690         CLOSE PAY-HISTORY
007700         OPEN EXTEND PAY-HISTORY
007710     ELSE
007720         OPEN OUTPUT PAY-HISTORY
007730     END-IF.
007740 1070-EXIT.
007750     EXIT.
007760
007770****************************************************************
007780* 1071-OPEN-AUDIT-DATA - APPEND TO THE MACHINE-READABLE AUDIT  *
007790*                        FILE - NO HEADINGS, THE FILE IS       *
007800*                        MACHINE-READ                          *
007810****************************************************************
007820 1071-OPEN-AUDIT-DATA.
007830     OPEN INPUT AUDIT-DATA.
007840     IF AUDITDAT-FILE-FOUND
007850         CLOSE AUDIT-DATA
007860         OPEN EXTEND AUDIT-DATA
007870     ELSE
007880         OPEN OUTPUT AUDIT-DATA
007890     END-IF.
007900 1071-EXIT.
007903     EXIT.
007906
007911****************************************************************
007912* 1073-OPEN-MASTER-JOURNAL - APPEND TO THE LMJRNL CHANGE       *
007913*                            JOURNAL.  EVERY ADD, CHANGE, AND  *
007914*                            DELETE ON LOAN-MASTER GOES THERE  *
007915*                            WITH ITS BEFORE AND AFTER IMAGES  *
007916*                            SO LOANRCVR CAN ROLL THE LAST     *
007917*                            LOANUNLD IMAGE FORWARD            *
007918****************************************************************
007919 1073-OPEN-MASTER-JOURNAL.
007920     OPEN INPUT MASTER-JOURNAL.
007921     IF JOURNAL-FILE-FOUND
007922         CLOSE MASTER-JOURNAL
007923         OPEN EXTEND MASTER-JOURNAL
007924     ELSE
007925         OPEN OUTPUT MASTER-JOURNAL
007926     END-IF.
007927 1073-EXIT.
007928     EXIT.
007929
007930****************************************************************
007940* 1072-OPEN-SUSP-LISTING - A RESTARTED RUN APPENDS TO THE      *
007950*                          SUSPENSE LISTING RATHER THAN        *
007960*                          TRUNCATING THE ITEMS ALREADY LISTED *
007970****************************************************************
007980 1072-OPEN-SUSP-LISTING.
007990     IF RUN-IS-RESTART
008000         OPEN INPUT SUSP-LISTING
008010         IF SUSP-FILE-FOUND
008020             CLOSE SUSP-LISTING
008030             OPEN EXTEND SUSP-LISTING
008040             GO TO 1072-EXIT
008050         END-IF
008060     END-IF.
008070     OPEN OUTPUT SUSP-LISTING.
008080 1072-EXIT.
008090     EXIT.
008100
008110****************************************************************
008120* 2000-APPLY-ONE-REMIT - EDIT ONE REMITTANCE, MATCH IT TO ITS  *
008130*                        LOAN, AND APPLY IT                    *
008140****************************************************************
008150 2000-APPLY-ONE-REMIT.
008160     ADD 1 TO PY-REMIT-SEQ.
008170     IF PY-REMIT-SEQ IS NOT GREATER THAN PY-RESTART-SEQ
008180         ADD 1 TO PY-REMITS-SKIPPED
008190         GO TO 2000-READ-NEXT
008200     END-IF.
008210     ADD 1 TO PY-REMITS-READ.
008220     PERFORM 2150-EDIT-REMIT
008230         THRU 2150-EXIT.
008240     IF REMIT-VALID
008250         PERFORM 2170-READ-LOAN-HEADER
008260             THRU 2170-EXIT
008270     END-IF.
008280     IF REMIT-INVALID
008290         PERFORM 2160-SUSPEND-REMIT
008300             THRU 2160-EXIT
008310         GO TO 2000-READ-NEXT
008320     END-IF.
008330* THE POOL IS TODAY'S PAYMENT PLUS WHATEVER WAS ALREADY HELD
008340     MOVE LM-HDR-UNAPPLIED-CASH TO PY-HELD-BEFORE.
008350     COMPUTE PY-POOL = RM-AMOUNT + PY-HELD-BEFORE.
008360     MOVE "R"                TO PY-APPLY-SOURCE.
008370     MOVE PY-REMIT-SEQ       TO PY-APPLY-SEQ.
008380     MOVE RM-RECEIVED-DATE   TO PY-RECEIVED-DATE-NUM.
008390     MOVE RM-REFERENCE       TO PY-APPLY-REFERENCE.
008400     PERFORM 2300-APPLY-CASH
008410         THRU 2300-EXIT.
008420     IF PY-POOL IS NOT EQUAL TO PY-HELD-BEFORE
008430         PERFORM 2500-STORE-HELD-CASH
008440             THRU 2500-EXIT
008450     END-IF.
008460     ADD 1         TO PY-REMITS-APPLIED.
008470     ADD RM-AMOUNT TO PY-CASH-APPLIED.
008480 2000-READ-NEXT.
008490     PERFORM 2100-READ-REMIT
008500         THRU 2100-EXIT.
008510 2000-EXIT.
008520     EXIT.
008530
008540****************************************************************
008550* 2100-READ-REMIT - READ THE NEXT REMITTANCE RECORD            *
008560****************************************************************
008570 2100-READ-REMIT.
008580     READ REMIT-FILE
008590         AT END
008600             SET REMIT-EOF TO TRUE
008610     END-READ.
008620 2100-EXIT.
008630     EXIT.
008640
008650****************************************************************
008660* 2150-EDIT-REMIT - VALIDATE THE REMITTANCE BEFORE TOUCHING    *
008670*                   THE MASTER FILE                            *
008680****************************************************************
008690 2150-EDIT-REMIT.
008700     SET REMIT-VALID TO TRUE.
008710     IF RM-LOAN-ID IS NOT NUMERIC
008720             OR RM-LOAN-ID IS EQUAL TO ZERO
008730         MOVE "LOAN ID MISSING OR NOT NUMERIC" TO PY-REASON-TEXT
008740         GO TO 2150-REJECT
008750     END-IF.
008760     IF RM-AMOUNT IS NOT NUMERIC
008770             OR RM-AMOUNT IS EQUAL TO ZERO
008780         MOVE "AMOUNT MISSING, ZERO, OR NOT NUMERIC"
008790             TO PY-REASON-TEXT
008800         GO TO 2150-REJECT
008810     END-IF.
008820     IF RM-RECEIVED-DATE IS NOT NUMERIC
008830             OR RM-RECEIVED-DATE IS EQUAL TO ZERO
008840         MOVE "RECEIVED DATE MISSING OR NOT NUMERIC"
008850             TO PY-REASON-TEXT
008860         GO TO 2150-REJECT
008870     END-IF.
008880     IF RM-RECEIVED-DATE IS GREATER THAN PY-BUS-DATE-NUM
008890         MOVE "RECEIVED DATE AFTER THE BUSINESS DATE"
008900             TO PY-REASON-TEXT
008910         GO TO 2150-REJECT
008920     END-IF.
008930     GO TO 2150-EXIT.
008940 2150-REJECT.
008950     SET REMIT-INVALID TO TRUE.
008960 2150-EXIT.
008970     EXIT.
008980
008990****************************************************************
009000* 2160-SUSPEND-REMIT - LIST ONE UNMATCHED OR UNUSABLE          *
009010*                      REMITTANCE ON THE SUSPENSE LISTING AND  *
009020*                      RECORD IT ON THE PAYMENT HISTORY SO A   *
009030*                      RESTART KNOWS IT WAS HANDLED            *
009040****************************************************************
009050 2160-SUSPEND-REMIT.
009060     ADD 1 TO PY-REMITS-SUSPENDED.
009070     IF SUS-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
009080         PERFORM 2770-WRITE-SUSP-HEADINGS
009090             THRU 2770-EXIT
009100     END-IF.
009110     MOVE PY-REMIT-SEQ     TO SUS-DET-SEQ.
009120     MOVE RM-LOAN-ID       TO SUS-DET-LOAN-ID.
009130     MOVE RM-RECEIVED-DATE TO SUS-DET-RECEIVED.
009140     MOVE RM-CHANNEL       TO SUS-DET-CHANNEL.
009150     MOVE RM-REFERENCE     TO SUS-DET-REFERENCE.
009160     MOVE PY-REASON-TEXT   TO SUS-DET-REASON.
009170     IF RM-AMOUNT IS NUMERIC
009180         MOVE RM-AMOUNT    TO SUS-DET-AMOUNT
009190     ELSE
009200         MOVE ZERO         TO SUS-DET-AMOUNT
009210     END-IF.
009220     WRITE SUSP-LISTING-LINE FROM SUS-DETAIL-LINE.
009230     ADD 1 TO SUS-LINE-COUNT.
009240     IF RM-LOAN-ID IS NUMERIC
009250         MOVE RM-LOAN-ID   TO PY-CURR-LOAN-ID
009260     ELSE
009270         MOVE ZERO         TO PY-CURR-LOAN-ID
009280     END-IF.
009290     MOVE "R"              TO PY-APPLY-SOURCE.
009300     MOVE PY-REMIT-SEQ     TO PY-APPLY-SEQ.
009310     MOVE RM-REFERENCE     TO PY-APPLY-REFERENCE.
009320     IF RM-RECEIVED-DATE IS NUMERIC
009330         MOVE RM-RECEIVED-DATE TO PY-RECEIVED-DATE-NUM
009340     ELSE
009350         MOVE ZERO             TO PY-RECEIVED-DATE-NUM
009360     END-IF.
009370     MOVE ZERO             TO PH-PERIOD-NO.
009380     MOVE "S"              TO PH-APPLY-TYPE.
009390     MOVE ZERO             TO PH-DUE-DATE.
009400     MOVE ZERO             TO PH-DAYS-LATE.
009410     IF RM-AMOUNT IS NUMERIC
009420         MOVE RM-AMOUNT    TO PH-APPLIED-AMOUNT
009430     ELSE
009440         MOVE ZERO         TO PH-APPLIED-AMOUNT
009450     END-IF.
009460     PERFORM 2650-WRITE-PAY-HISTORY
009470         THRU 2650-EXIT.
009480 2160-EXIT.
009490     EXIT.
009500
009510****************************************************************
009520* 2170-READ-LOAN-HEADER - THE HEADER'S BOOKING DATE DATES THE  *
009530*                         PERIODS AND IT HOLDS THE UNAPPLIED   *
009540*                         CASH, SO A LOAN WITHOUT ONE CANNOT   *
009550*                         TAKE A PAYMENT.  TELL A LOAN THAT    *
009560*                         PREDATES THE HEADER FROM ONE THAT IS *
009570*                         NOT ON FILE AT ALL                   *
009580****************************************************************
009590 2170-READ-LOAN-HEADER.
009600     MOVE RM-LOAN-ID TO LM-LOAN-ID.
009610     MOVE ZERO       TO LM-PERIOD-NO.
009620     READ LOAN-MASTER
009630         KEY IS LM-KEY
009640         INVALID KEY
009650             GO TO 2170-NO-HEADER
009660     END-READ.
009670     PERFORM 2200-CAPTURE-HEADER
009680         THRU 2200-EXIT.
009690     GO TO 2170-EXIT.
009700 2170-NO-HEADER.
009710     SET REMIT-INVALID TO TRUE.
009720     MOVE "LOAN NOT ON FILE" TO PY-REASON-TEXT.
009730     START LOAN-MASTER
009740         KEY IS GREATER THAN LM-KEY
009750         INVALID KEY
009760             GO TO 2170-EXIT
009770     END-START.
009780     READ LOAN-MASTER NEXT RECORD
009790         AT END
009800             GO TO 2170-EXIT
009810     END-READ.
009820     IF LM-LOAN-ID IS EQUAL TO RM-LOAN-ID
009830         MOVE "NO TERMS HEADER - PERIODS CANNOT BE DATED"
009840             TO PY-REASON-TEXT
009850     END-IF.
009860 2170-EXIT.
009870     EXIT.
009880
009890****************************************************************
009900* 2200-CAPTURE-HEADER - SAVE THE LOAN'S BOOKED TERMS.  PERIODS *
009910*                       ARE MONTHLY FROM LM-HDR-BOOK-DATE; THE *
009920*                       ACTIVITY DATE IS ONLY A FALLBACK FOR   *
009930*                       HEADERS THAT PREDATE THE FIELD         *
009940****************************************************************
009950 2200-CAPTURE-HEADER.
009960     SET HEADER-FOUND TO TRUE.
009970     MOVE LM-LOAN-ID           TO PY-CURR-LOAN-ID.
009980     MOVE LM-HDR-GL-ACCOUNT    TO PY-HDR-GL-ACCOUNT.
009990     MOVE LM-HDR-CURRENCY-CODE TO PY-HDR-CURRENCY.
010000     IF LM-HDR-NO-OF-PERIODS IS NUMERIC
010010         MOVE LM-HDR-NO-OF-PERIODS TO PY-HDR-PERIODS
010020     ELSE
010030         MOVE ZERO                 TO PY-HDR-PERIODS
010040     END-IF.
010050     IF PY-HDR-PERIODS IS GREATER THAN ZERO
010060         MOVE PY-HDR-PERIODS TO PY-APPLY-LIMIT
010070     ELSE
010080         MOVE PY-MAX-PERIODS TO PY-APPLY-LIMIT
010090     END-IF.
010100     IF LM-HDR-BOOK-DATE IS NUMERIC
010110             AND LM-HDR-BOOK-DATE IS GREATER THAN ZERO
010120         MOVE LM-HDR-BOOK-DATE      TO PY-BOOK-DATE-NUM
010130     ELSE
010140         IF LM-LAST-ACTIVITY-DATE IS NUMERIC
010150                 AND LM-LAST-ACTIVITY-DATE IS GREATER THAN ZERO
010160             MOVE LM-LAST-ACTIVITY-DATE TO PY-BOOK-DATE-NUM
010170         ELSE
010180             MOVE PY-BUS-DATE-NUM       TO PY-BOOK-DATE-NUM
010190         END-IF
010200     END-IF.
010210 2200-EXIT.
010220     EXIT.
010230
010240****************************************************************
010250* 2300-APPLY-CASH - WALK THE LOAN'S PERIODS OLDEST FIRST,      *
010260*                   APPLYING THE POOL TO EVERY OPEN PERIOD DUE *
010270*                   ON OR BEFORE THE BUSINESS DATE AND TO THE  *
010280*                   NEXT PERIOD TO FALL DUE AFTER IT.  CASH IS *
010290*                   NEVER APPLIED FURTHER AHEAD THAN THAT -    *
010300*                   WHATEVER IS LEFT IS HELD ON THE HEADER     *
010310****************************************************************
010320 2300-APPLY-CASH.
010330     MOVE "N" TO PY-WALK-DONE-SW.
010340     PERFORM 2310-APPLY-ONE-PERIOD
010350         THRU 2310-EXIT
010360         VARYING PY-APPLY-PERIOD FROM 1 BY 1
010370         UNTIL PY-APPLY-PERIOD IS GREATER THAN PY-APPLY-LIMIT
010380         OR APPLY-WALK-DONE.
010390 2300-EXIT.
010400     EXIT.
010410
010420 2310-APPLY-ONE-PERIOD.
010430     IF PY-POOL IS NOT GREATER THAN ZERO
010440         SET APPLY-WALK-DONE TO TRUE
010450         GO TO 2310-EXIT
010460     END-IF.
010470     PERFORM 2400-COMPUTE-DUE-DATE
010480         THRU 2400-EXIT.
010490     IF PY-DUE-DATE-NUM IS GREATER THAN PY-BUS-DATE-NUM
010500* THE NEXT PERIOD TO FALL DUE IS THE LAST ONE CASH REACHES
010510         SET APPLY-WALK-DONE TO TRUE
010520     END-IF.
010530     MOVE PY-CURR-LOAN-ID TO LM-LOAN-ID.
010540     MOVE PY-APPLY-PERIOD TO LM-PERIOD-NO.
010550     READ LOAN-MASTER
010560         KEY IS LM-KEY
010570         INVALID KEY
010580             GO TO 2310-EXIT
010590     END-READ.
010600     IF LM-AMOUNT IS NOT GREATER THAN ZERO
010610             OR LM-FULLY-PAID
010620         GO TO 2310-EXIT
010630     END-IF.
010640     COMPUTE PY-OPEN-AMOUNT = LM-AMOUNT - LM-PAID-AMOUNT.
010650     IF PY-OPEN-AMOUNT IS NOT GREATER THAN ZERO
010660         GO TO 2310-EXIT
010670     END-IF.
010680     IF PY-POOL IS LESS THAN PY-OPEN-AMOUNT
010690         MOVE PY-POOL        TO PY-APPLY-AMOUNT
010700     ELSE
010710         MOVE PY-OPEN-AMOUNT TO PY-APPLY-AMOUNT
010720     END-IF.
010730     MOVE LM-PAID-AMOUNT       TO PY-PAID-BEFORE.
010740     ADD PY-APPLY-AMOUNT       TO LM-PAID-AMOUNT.
010750     SUBTRACT PY-APPLY-AMOUNT  FROM PY-POOL.
010760     MOVE PY-RECEIVED-DATE-NUM TO LM-PAID-DATE.
010770     IF LM-PAID-AMOUNT IS NOT LESS THAN LM-AMOUNT
010780         SET LM-FULLY-PAID  TO TRUE
010790         MOVE SPACE         TO LM-PAST-DUE-FLAG
010800     ELSE
010810         SET LM-PARTLY-PAID TO TRUE
010820     END-IF.
010830     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
010833     PERFORM 8500-SAVE-BEFORE-IMAGE
010836         THRU 8500-EXIT.
010840     REWRITE LOAN-MASTER-RECORD.
010841     IF LOANMSTR-OPEN-OK
010842         SET JOURNAL-CHANGE TO TRUE
010843         PERFORM 8510-WRITE-MASTER-JOURNAL
010844             THRU 8510-EXIT
010845     END-IF.
010850     ADD 1 TO PY-PERIODS-APPLIED.
010860     PERFORM 2350-RECORD-APPLICATION
010870         THRU 2350-EXIT.
010880 2310-EXIT.
010890     EXIT.
010900
010910****************************************************************
010920* 2350-RECORD-APPLICATION - ONE PAYMENT-HISTORY RECORD AND     *
010930*                           ONE AUDITFIL RECORD FOR THE AMOUNT *
010940*                           JUST APPLIED TO A PERIOD.  DAYS    *
010950*                           LATE ARE CALENDAR DAYS FROM THE    *
010960*                           DUE DATE TO THE RECEIVED DATE      *
010970****************************************************************
010980 2350-RECORD-APPLICATION.
010990     MOVE PY-RECEIVED-DATE-NUM TO PY-DN-DATE-NUM.
011000     PERFORM 8160-DATE-TO-DAY-NUMBER
011010         THRU 8160-EXIT.
011020     MOVE PY-DN-NUMBER         TO PY-RCV-DAY-NO.
011030     COMPUTE PY-DAYS-LATE = PY-RCV-DAY-NO - PY-DUE-DAY-NO.
011040     IF PY-DAYS-LATE IS LESS THAN ZERO
011050         MOVE ZERO TO PY-DAYS-LATE
011060     END-IF.
011070     MOVE PY-APPLY-PERIOD   TO PH-PERIOD-NO.
011080     IF LM-FULLY-PAID
011090         MOVE "F"           TO PH-APPLY-TYPE
011100     ELSE
011110         MOVE "P"           TO PH-APPLY-TYPE
011120     END-IF.
011130     MOVE PY-DUE-DATE-NUM   TO PH-DUE-DATE.
011140     MOVE PY-DAYS-LATE      TO PH-DAYS-LATE.
011150     MOVE PY-APPLY-AMOUNT   TO PH-APPLIED-AMOUNT.
011160     PERFORM 2650-WRITE-PAY-HISTORY
011170         THRU 2650-EXIT.
011180     MOVE PY-APPLY-PERIOD   TO AD-PERIOD-NO.
011190     MOVE "PAYMENT"         TO AD-ACTION.
011200     MOVE PY-PAID-BEFORE    TO AD-BEFORE-AMOUNT.
011210     MOVE LM-PAID-AMOUNT    TO AD-AFTER-AMOUNT.
011220     PERFORM 2660-SET-CASH-REASON
011230         THRU 2660-EXIT.
011240     PERFORM 2600-WRITE-AUDIT-DATA
011250         THRU 2600-EXIT.
011260 2350-EXIT.
011270     EXIT.
011280
011290****************************************************************
011300* 2400-COMPUTE-DUE-DATE - PERIOD PY-APPLY-PERIOD FALLS DUE     *
011310*                         THAT MANY MONTHS AFTER THE BOOKING   *
011320*                         DATE ON THE SHOP'S DUE-DATE RULE,    *
011325*                         IN THE LOAN'S CURRENCY               *
011330****************************************************************
011340 2400-COMPUTE-DUE-DATE.
011350     MOVE PY-BOOK-DATE-NUM TO PY-CAL-BOOK-DATE-NUM.
011360     MOVE PY-APPLY-PERIOD  TO PY-CAL-PERIOD.
011370     MOVE PY-HDR-CURRENCY  TO PY-CAL-CURRENCY.
011380     PERFORM 8110-SET-DUE-DATE
011390         THRU 8110-EXIT.
011440     MOVE PY-CAL-DATE-NUM  TO PY-DUE-DATE-NUM.
011450     MOVE PY-DUE-DATE-NUM  TO PY-DN-DATE-NUM.
011460     PERFORM 8160-DATE-TO-DAY-NUMBER
011470         THRU 8160-EXIT.
011480     MOVE PY-DN-NUMBER     TO PY-DUE-DAY-NO.
011490 2400-EXIT.
011500     EXIT.
011510
011520****************************************************************
011530* 2500-STORE-HELD-CASH - WHAT IS LEFT OF THE POOL BECOMES THE  *
011540*                        HEADER'S UNAPPLIED CASH.  THE HEADER  *
011550*                        IS RE-READ - THE PERIOD WALK HAS      *
011560*                        MOVED THE RECORD AREA ON              *
011570****************************************************************
011580 2500-STORE-HELD-CASH.
011590     MOVE PY-CURR-LOAN-ID TO LM-LOAN-ID.
011600     MOVE ZERO            TO LM-PERIOD-NO.
011610     READ LOAN-MASTER
011620         KEY IS LM-KEY
011630         INVALID KEY
011640             GO TO 2500-EXIT
011650     END-READ.
011660     MOVE PY-POOL          TO LM-HDR-UNAPPLIED-CASH.
011670     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
011673     PERFORM 8500-SAVE-BEFORE-IMAGE
011676         THRU 8500-EXIT.
011680     REWRITE LOAN-MASTER-RECORD.
011681     IF LOANMSTR-OPEN-OK
011682         SET JOURNAL-CHANGE TO TRUE
011683         PERFORM 8510-WRITE-MASTER-JOURNAL
011684             THRU 8510-EXIT
011685     END-IF.
011690     IF PY-POOL IS GREATER THAN PY-HELD-BEFORE
011700* NEW CASH HELD - ITS OWN HISTORY RECORD.  CASH TAKEN OUT OF
011710* HOLDING IS ALREADY ON THE PERIOD APPLICATIONS
011720         MOVE ZERO         TO PH-PERIOD-NO
011730         MOVE "U"          TO PH-APPLY-TYPE
011740         MOVE ZERO         TO PH-DUE-DATE
011750         MOVE ZERO         TO PH-DAYS-LATE
011760         COMPUTE PH-APPLIED-AMOUNT = PY-POOL - PY-HELD-BEFORE
011770         PERFORM 2650-WRITE-PAY-HISTORY
011780             THRU 2650-EXIT
011790     END-IF.
011800     MOVE ZERO             TO AD-PERIOD-NO.
011810     MOVE "UNAPPLD"        TO AD-ACTION.
011820     MOVE PY-HELD-BEFORE   TO AD-BEFORE-AMOUNT.
011830     MOVE PY-POOL          TO AD-AFTER-AMOUNT.
011840     PERFORM 2660-SET-CASH-REASON
011850         THRU 2660-EXIT.
011860     PERFORM 2600-WRITE-AUDIT-DATA
011870         THRU 2600-EXIT.
011880 2500-EXIT.
011890     EXIT.
011900
011910****************************************************************
011920* 2600-WRITE-AUDIT-DATA - ONE FIXED-FIELD AUDITFIL RECORD.     *
011930*                         THE CALLER HAS SET THE PERIOD,       *
011940*                         ACTION, BEFORE/AFTER AMOUNTS, AND    *
011950*                         REASON                               *
011960****************************************************************
011970 2600-WRITE-AUDIT-DATA.
011980     MOVE RPT-RUN-DATE-NUM    TO AD-RUN-DATE.
011990     MOVE RPT-RUN-TIME-HHMMSS TO AD-RUN-TIME.
012000     MOVE "LOANPAY"           TO AD-PROGRAM.
012010     MOVE PY-BATCH-ID         TO AD-BATCH-ID.
012013     MOVE PY-CURR-LOAN-ID     TO AD-LOAN-ID.
012016     MOVE SPACES              TO AD-MAKER-ID.
012020     MOVE SPACES              TO AD-CHECKER-ID.
012030     WRITE AUDIT-DATA-RECORD.
012040 2600-EXIT.
012050     EXIT.
012060
012070****************************************************************
012080* 2650-WRITE-PAY-HISTORY - ONE PAYMENT-HISTORY RECORD.  THE    *
012090*                          CALLER HAS SET THE PERIOD, TYPE,    *
012100*                          DUE DATE, DAYS LATE, AND AMOUNT     *
012110****************************************************************
012120 2650-WRITE-PAY-HISTORY.
012130     MOVE RPT-RUN-DATE-NUM     TO PH-RUN-DATE.
012140     MOVE RPT-RUN-TIME-HHMMSS  TO PH-RUN-TIME.
012150     MOVE PY-BUS-DATE-NUM      TO PH-BUSINESS-DATE.
012160     MOVE PY-APPLY-SEQ         TO PH-REMIT-SEQ.
012170     MOVE PY-CURR-LOAN-ID      TO PH-LOAN-ID.
012180     MOVE PY-APPLY-SOURCE      TO PH-SOURCE.
012190     MOVE PY-RECEIVED-DATE-NUM TO PH-RECEIVED-DATE.
012200     MOVE PY-APPLY-REFERENCE   TO PH-REFERENCE.
012210     WRITE PAYMENT-HISTORY-RECORD.
012220 2650-EXIT.
012230     EXIT.
012240
012250 2660-SET-CASH-REASON.
012260     IF PY-APPLY-SOURCE IS EQUAL TO "H"
012270         MOVE "HELD CASH"        TO PY-ADR-SOURCE
012280     ELSE
012290         MOVE "REMITTED"         TO PY-ADR-SOURCE
012300     END-IF.
012310     MOVE PY-APPLY-REFERENCE     TO PY-ADR-REFERENCE.
012320     MOVE PY-ADR-CASH-REASON     TO AD-REASON.
012330 2660-EXIT.
012340     EXIT.
012350
012360****************************************************************
012370* 2700-WRITE-REPORT-LINE - ONE DELINQUENT-LOAN LINE, HEADING A *
012380*                          NEW PAGE IF NEEDED FIRST            *
012390****************************************************************
012400 2700-WRITE-REPORT-LINE.
012410     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
012420         PERFORM 2710-WRITE-REPORT-HEADINGS
012430             THRU 2710-EXIT
012440     END-IF.
012450     WRITE AGING-REPORT-LINE FROM RPT-DETAIL-LINE.
012460     ADD 1 TO RPT-LINE-COUNT.
012470 2700-EXIT.
012480     EXIT.
012490
012500****************************************************************
012510* 2710-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE WITH    *
012520*                              THE COLUMNS OF THE SECTION IN   *
012530*                              PRINT                           *
012540****************************************************************
012550 2710-WRITE-REPORT-HEADINGS.
012560     ADD 1 TO RPT-PAGE-COUNT.
012570     MOVE RPT-PAGE-COUNT    TO RPT-H1-PAGE-NO.
012580     MOVE RPT-RUN-DATE-OUT  TO RPT-H2-RUN-DATE.
012590     MOVE RPT-RUN-TIME-OUT  TO RPT-H2-RUN-TIME.
012600     MOVE PY-BUS-DATE-OUT   TO RPT-H2-BUS-DATE.
012610     IF RPT-PAGE-COUNT IS GREATER THAN 1
012620         WRITE AGING-REPORT-LINE FROM SPACES
012630         BEFORE ADVANCING PAGE
012640     END-IF.
012650     WRITE AGING-REPORT-LINE FROM RPT-HEADING-1.
012660     WRITE AGING-REPORT-LINE FROM RPT-HEADING-2.
012670     WRITE AGING-REPORT-LINE FROM SPACES.
012680     IF PRINTING-SUMMARY
012690         WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-HEADING
012700     ELSE
012710         WRITE AGING-REPORT-LINE FROM RPT-COLUMN-HEADING
012720     END-IF.
012730     MOVE ZERO TO RPT-LINE-COUNT.
012740 2710-EXIT.
012750     EXIT.
012760
012770****************************************************************
012780* 2770-WRITE-SUSP-HEADINGS - START A NEW SUSPENSE LISTING PAGE *
012790****************************************************************
012800 2770-WRITE-SUSP-HEADINGS.
012810     ADD 1 TO SUS-PAGE-COUNT.
012820     MOVE SUS-PAGE-COUNT    TO SUS-H1-PAGE-NO.
012830     MOVE RPT-RUN-DATE-OUT  TO RPT-H2-RUN-DATE.
012840     MOVE RPT-RUN-TIME-OUT  TO RPT-H2-RUN-TIME.
012850     MOVE PY-BUS-DATE-OUT   TO RPT-H2-BUS-DATE.
012860     IF SUS-PAGE-COUNT IS GREATER THAN 1
012870         WRITE SUSP-LISTING-LINE FROM SPACES
012880         BEFORE ADVANCING PAGE
012890     END-IF.
012900     WRITE SUSP-LISTING-LINE FROM SUS-HEADING-1.
012910     WRITE SUSP-LISTING-LINE FROM RPT-HEADING-2.
012920     WRITE SUSP-LISTING-LINE FROM SPACES.
012930     WRITE SUSP-LISTING-LINE FROM SUS-COLUMN-HEADING.
012940     MOVE ZERO TO SUS-LINE-COUNT.
012950 2770-EXIT.
012960     EXIT.
012970
012980****************************************************************
012990* 3000-AGE-MASTER - READ EVERY MASTER RECORD IN KEY ORDER,     *
013000*                   BREAKING ON LOAN-ID.  HELD CASH IS SWEPT   *
013010*                   ONTO ANY PERIOD NOW DUE AS ITS HEADER GOES *
013020*                   BY, THEN EVERY PERIOD IS AGED AND ITS      *
013030*                   PAST-DUE FLAG SET OR CLEARED               *
013040****************************************************************
013050 3000-AGE-MASTER.
013060     MOVE "N"  TO PY-MASTER-EOF-SW.
013070     MOVE ZERO TO PY-CURR-LOAN-ID.
013080     MOVE "N"  TO PY-HDR-FOUND-SW.
013090     MOVE ZERO TO LM-LOAN-ID.
013100     MOVE ZERO TO LM-PERIOD-NO.
013110     START LOAN-MASTER
013120         KEY IS GREATER THAN LM-KEY
013130         INVALID KEY
013140             SET MASTER-SCAN-DONE TO TRUE
013150     END-START.
013160     PERFORM 3100-SCAN-ONE-RECORD
013170         THRU 3100-EXIT
013180         UNTIL MASTER-SCAN-DONE.
013190     IF PY-CURR-LOAN-ID IS GREATER THAN ZERO
013200* CLOSE OUT THE LAST LOAN ON THE FILE
013210         PERFORM 3300-CLOSE-ONE-LOAN
013220             THRU 3300-EXIT
013230     END-IF.
013240 3000-EXIT.
013250     EXIT.
013260
013270 3100-SCAN-ONE-RECORD.
013280     READ LOAN-MASTER NEXT RECORD
013290         AT END
013300             SET MASTER-SCAN-DONE TO TRUE
013310             GO TO 3100-EXIT
013320     END-READ.
013330     IF NOT LOANMSTR-OPEN-OK
013340* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN
013350* RATHER THAN SPIN ON THE SAME RECORD
013360         SET MASTER-SCAN-DONE TO TRUE
013370         GO TO 3100-EXIT
013380     END-IF.
013390     IF LM-LOAN-ID IS NOT EQUAL TO PY-CURR-LOAN-ID
013400         IF PY-CURR-LOAN-ID IS GREATER THAN ZERO
013410             PERFORM 3300-CLOSE-ONE-LOAN
013420                 THRU 3300-EXIT
013430         END-IF
013440         MOVE LM-LOAN-ID TO PY-CURR-LOAN-ID
013450         PERFORM 3050-RESET-LOAN-AGING
013460             THRU 3050-EXIT
013470         ADD 1 TO PY-LOANS-SEEN
013480     END-IF.
013490     IF LM-IS-LOAN-HEADER
013500         PERFORM 2200-CAPTURE-HEADER
013510             THRU 2200-EXIT
013520         MOVE LM-HDR-UNAPPLIED-CASH TO PY-LOAN-HELD-CASH
013530         IF LM-HDR-UNAPPLIED-CASH IS GREATER THAN ZERO
013540             PERFORM 3150-SWEEP-HELD-CASH
013550                 THRU 3150-EXIT
013560         END-IF
013570         GO TO 3100-EXIT
013580     END-IF.
013590     IF NOT HEADER-FOUND
013600* NO TERMS HEADER - THE PERIODS CANNOT BE DATED OR AGED
013610         GO TO 3100-EXIT
013620     END-IF.
013630     PERFORM 3200-AGE-ONE-PERIOD
013640         THRU 3200-EXIT.
013650 3100-EXIT.
013660     EXIT.
013670
013680 3050-RESET-LOAN-AGING.
013690     MOVE "N"  TO PY-HDR-FOUND-SW.
013700     MOVE "N"  TO PY-NEXT-DUE-SEEN-SW.
013710     MOVE "N"  TO PY-LOAN-OWES-SW.
013720     MOVE ZERO TO PY-LOAN-PAST-DUE.
013730     MOVE ZERO TO PY-LOAN-HELD-CASH.
013740     MOVE ZERO TO PY-LOAN-WORST-BUCKET.
013750     MOVE ZERO TO PY-LOAN-WORST-DAYS.
013760     MOVE ZERO TO PY-LOAN-OLDEST-DUE.
013770     PERFORM 3060-CLEAR-ONE-LOAN-BUCKET
013780         THRU 3060-EXIT
013790         VARYING PY-BUCKET-SUB FROM 1 BY 1
013800         UNTIL PY-BUCKET-SUB IS GREATER THAN 5.
013810 3050-EXIT.
013820     EXIT.
013830
013840 3060-CLEAR-ONE-LOAN-BUCKET.
013850     MOVE ZERO TO PY-LOAN-BUCKET-AMT(PY-BUCKET-SUB).
013860 3060-EXIT.
013870     EXIT.
013880
013890****************************************************************
013900* 3150-SWEEP-HELD-CASH - APPLY CASH HELD ON THE HEADER TO ANY  *
013910*                        PERIOD THAT HAS COME DUE SINCE IT WAS *
013920*                        RECEIVED, THEN PUT THE SCAN BACK AT   *
013930*                        THE LOAN'S FIRST PERIOD - THE RANDOM  *
013940*                        READS HAVE MOVED THE FILE POSITION    *
013950****************************************************************
013960 3150-SWEEP-HELD-CASH.
013970     MOVE LM-HDR-UNAPPLIED-CASH TO PY-HELD-BEFORE.
013980     MOVE LM-HDR-UNAPPLIED-CASH TO PY-POOL.
013990     MOVE "H"                   TO PY-APPLY-SOURCE.
014000     MOVE ZERO                  TO PY-APPLY-SEQ.
014010     MOVE PY-BUS-DATE-NUM       TO PY-RECEIVED-DATE-NUM.
014020     MOVE SPACES                TO PY-APPLY-REFERENCE.
014030     PERFORM 2300-APPLY-CASH
014040         THRU 2300-EXIT.
014050     IF PY-POOL IS NOT EQUAL TO PY-HELD-BEFORE
014060         ADD 1 TO PY-SWEEPS-APPLIED
014070         PERFORM 2500-STORE-HELD-CASH
014080             THRU 2500-EXIT
014090     END-IF.
014100     MOVE PY-POOL         TO PY-LOAN-HELD-CASH.
014110     MOVE PY-CURR-LOAN-ID TO LM-LOAN-ID.
014120     MOVE ZERO            TO LM-PERIOD-NO.
014130     START LOAN-MASTER
014140         KEY IS GREATER THAN LM-KEY
014150         INVALID KEY
014160             SET MASTER-SCAN-DONE TO TRUE
014170     END-START.
014180 3150-EXIT.
014190     EXIT.
014200
014210****************************************************************
014220* 3200-AGE-ONE-PERIOD - AGE ONE PERIOD'S UNPAID AMOUNT.  DUE   *
014230*                       BEFORE THE BUSINESS DATE IS PAST DUE,  *
014240*                       BUCKETED BY CALENDAR DAYS PAST DUE;    *
014250*                       DUE TODAY, OR THE NEXT PERIOD TO FALL  *
014260*                       DUE, IS CURRENT; ANYTHING LATER IS NOT *
014270*                       YET BILLED AND NOT AGED.  THE PAST-DUE *
014280*                       FLAG IS REWRITTEN ONLY WHEN IT CHANGES *
014290****************************************************************
014300 3200-AGE-ONE-PERIOD.
014310     MOVE LM-PERIOD-NO TO PY-APPLY-PERIOD.
014320     PERFORM 2400-COMPUTE-DUE-DATE
014330         THRU 2400-EXIT.
014340     MOVE SPACE TO PY-NEW-PAST-DUE-FLAG.
014350     MOVE ZERO  TO PY-UNPAID-AMOUNT.
014360     IF LM-AMOUNT IS GREATER THAN ZERO
014370             AND NOT LM-FULLY-PAID
014380         COMPUTE PY-UNPAID-AMOUNT = LM-AMOUNT - LM-PAID-AMOUNT
014390         IF PY-UNPAID-AMOUNT IS LESS THAN ZERO
014400             MOVE ZERO TO PY-UNPAID-AMOUNT
014410         END-IF
014420     END-IF.
014430     EVALUATE TRUE
014440         WHEN PY-DUE-DATE-NUM IS LESS THAN PY-BUS-DATE-NUM
014450             IF PY-UNPAID-AMOUNT IS GREATER THAN ZERO
014460                 PERFORM 3250-AGE-PAST-DUE-AMOUNT
014470                     THRU 3250-EXIT
014480             END-IF
014490         WHEN PY-DUE-DATE-NUM IS EQUAL TO PY-BUS-DATE-NUM
014500             PERFORM 3260-AGE-CURRENT-AMOUNT
014510                 THRU 3260-EXIT
014520         WHEN NOT NEXT-DUE-SEEN
014530             SET NEXT-DUE-SEEN TO TRUE
014540             PERFORM 3260-AGE-CURRENT-AMOUNT
014550                 THRU 3260-EXIT
014560         WHEN OTHER
014570             CONTINUE
014580     END-EVALUATE.
014590     IF PY-NEW-PAST-DUE-FLAG IS NOT EQUAL TO LM-PAST-DUE-FLAG
014600         MOVE PY-NEW-PAST-DUE-FLAG TO LM-PAST-DUE-FLAG
014610         MOVE RPT-RUN-DATE-NUM     TO LM-LAST-ACTIVITY-DATE
014613         PERFORM 8500-SAVE-BEFORE-IMAGE
014616             THRU 8500-EXIT
014620         REWRITE LOAN-MASTER-RECORD
014621         IF LOANMSTR-OPEN-OK
014622             SET JOURNAL-CHANGE TO TRUE
014623             PERFORM 8510-WRITE-MASTER-JOURNAL
014624                 THRU 8510-EXIT
014625         END-IF
014630         ADD 1 TO PY-FLAGS-CHANGED
014640     END-IF.
014650 3200-EXIT.
014660     EXIT.
014670
014680 3250-AGE-PAST-DUE-AMOUNT.
014690     MOVE "Y" TO PY-NEW-PAST-DUE-FLAG.
014700     SET LOAN-OWES-SOMETHING TO TRUE.
014710     COMPUTE PY-DAYS-PAST-DUE = PY-BUS-DAY-NO - PY-DUE-DAY-NO.
014720* A PERIOD THAT IS PAST DUE IS AT LEAST ONE DAY PAST DUE
014740     IF PY-DAYS-PAST-DUE IS LESS THAN 1
014750         MOVE 1 TO PY-DAYS-PAST-DUE
014760     END-IF.
014770     EVALUATE TRUE
014780         WHEN PY-DAYS-PAST-DUE IS NOT GREATER THAN 30
014790             MOVE 2 TO PY-BUCKET-NO
014800         WHEN PY-DAYS-PAST-DUE IS NOT GREATER THAN 60
014810             MOVE 3 TO PY-BUCKET-NO
014820         WHEN PY-DAYS-PAST-DUE IS NOT GREATER THAN 90
014830             MOVE 4 TO PY-BUCKET-NO
014840         WHEN OTHER
014850             MOVE 5 TO PY-BUCKET-NO
014860     END-EVALUATE.
014870     ADD PY-UNPAID-AMOUNT TO PY-LOAN-BUCKET-AMT(PY-BUCKET-NO).
014880     ADD PY-UNPAID-AMOUNT TO PY-LOAN-PAST-DUE.
014890* PERIODS ARRIVE OLDEST FIRST - THE FIRST PAST-DUE PERIOD SETS
014900* THE LOAN'S WORST BUCKET AND OLDEST DUE DATE
014910     IF PY-LOAN-OLDEST-DUE IS EQUAL TO ZERO
014920         MOVE PY-DUE-DATE-NUM  TO PY-LOAN-OLDEST-DUE
014930         MOVE PY-DAYS-PAST-DUE TO PY-LOAN-WORST-DAYS
014940         MOVE PY-BUCKET-NO     TO PY-LOAN-WORST-BUCKET
014950     END-IF.
014960 3250-EXIT.
014970     EXIT.
014980
014990 3260-AGE-CURRENT-AMOUNT.
015000     IF PY-UNPAID-AMOUNT IS GREATER THAN ZERO
015010         ADD PY-UNPAID-AMOUNT TO PY-LOAN-BUCKET-AMT(1)
015020         SET LOAN-OWES-SOMETHING TO TRUE
015030     END-IF.
015040 3260-EXIT.
015050     EXIT.
015060
015070****************************************************************
015080* 3300-CLOSE-ONE-LOAN - ALL OF ONE LOAN'S RECORDS HAVE BEEN    *
015090*                       SEEN - LIST IT IF DELINQUENT AND ROLL  *
015100*                       IT INTO ITS ACCOUNT'S AGING TOTALS     *
015110****************************************************************
015120 3300-CLOSE-ONE-LOAN.
015130     IF NOT HEADER-FOUND
015140         ADD 1 TO PY-LOANS-NO-HEADER
015150         GO TO 3300-EXIT
015160     END-IF.
015170     IF NOT LOAN-OWES-SOMETHING
015180             AND PY-LOAN-HELD-CASH IS NOT GREATER THAN ZERO
015190         ADD 1 TO PY-LOANS-PAID-UP
015200         GO TO 3300-EXIT
015210     END-IF.
015220     IF PY-LOAN-WORST-BUCKET IS EQUAL TO ZERO
015230         MOVE 1 TO PY-LOAN-WORST-BUCKET
015240     END-IF.
015250     IF PY-LOAN-PAST-DUE IS GREATER THAN ZERO
015260         ADD 1 TO PY-LOANS-DELINQUENT
015270         MOVE PY-LOAN-OLDEST-DUE TO PY-DUE-DATE-NUM
015280         MOVE PY-DUE-YEAR        TO PY-DUE-OUT-YEAR
015290         MOVE PY-DUE-MONTH       TO PY-DUE-OUT-MONTH
015300         MOVE PY-DUE-DAY         TO PY-DUE-OUT-DAY
015310         MOVE PY-CURR-LOAN-ID    TO RPT-DET-LOAN-ID
015320         MOVE PY-HDR-GL-ACCOUNT  TO RPT-DET-ACCOUNT
015330         MOVE PY-HDR-CURRENCY    TO RPT-DET-CURRENCY
015340         MOVE PY-DUE-DATE-OUT    TO RPT-DET-OLDEST-DUE
015350         MOVE PY-LOAN-WORST-DAYS TO RPT-DET-DAYS
015360         MOVE PY-LOAN-PAST-DUE   TO RPT-DET-PAST-DUE
015370         MOVE PY-LOAN-HELD-CASH  TO RPT-DET-HELD-CASH
015380         MOVE PY-BUCKET-LABEL(PY-LOAN-WORST-BUCKET)
015390             TO RPT-DET-BUCKET
015400         PERFORM 2700-WRITE-REPORT-LINE
015410             THRU 2700-EXIT
015420     END-IF.
015430     PERFORM 3400-ACCUMULATE-ACCOUNT
015440         THRU 3400-EXIT.
015450 3300-EXIT.
015460     EXIT.
015470
015480****************************************************************
015490* 3400-ACCUMULATE-ACCOUNT - ROLL ONE LOAN INTO ITS GL ACCOUNT  *
015500*                           AND CURRENCY ENTRY                 *
015510****************************************************************
015520 3400-ACCUMULATE-ACCOUNT.
015530     MOVE "N" TO PY-ACCT-FOUND-SW.
015540     PERFORM 3410-FIND-ACCOUNT-SLOT
015550         THRU 3410-EXIT
015560         VARYING ACT-SUB FROM 1 BY 1
015570         UNTIL ACT-SUB IS GREATER THAN ACT-ACCOUNT-COUNT
015580         OR ACCT-SLOT-FOUND.
015590     IF NOT ACCT-SLOT-FOUND
015600         IF ACT-ACCOUNT-COUNT
015610                 IS NOT LESS THAN ACT-MAX-ACCOUNTS
015620             ADD 1 TO PY-ACCT-OVERFLOW
015630             GO TO 3400-EXIT
015640         END-IF
015650         ADD 1 TO ACT-ACCOUNT-COUNT
015660         MOVE ACT-ACCOUNT-COUNT TO ACT-HIT
015670         MOVE PY-HDR-GL-ACCOUNT TO ACT-ACCOUNT(ACT-HIT)
015680         MOVE PY-HDR-CURRENCY   TO ACT-CURRENCY(ACT-HIT)
015690         MOVE ZERO              TO ACT-HELD-CASH(ACT-HIT)
015700         PERFORM 3420-CLEAR-ONE-ACCT-BUCKET
015710             THRU 3420-EXIT
015720             VARYING PY-BUCKET-SUB FROM 1 BY 1
015730             UNTIL PY-BUCKET-SUB IS GREATER THAN 5
015740     END-IF.
015750     ADD 1 TO ACT-BKT-LOANS(ACT-HIT PY-LOAN-WORST-BUCKET).
015760     ADD PY-LOAN-HELD-CASH TO ACT-HELD-CASH(ACT-HIT).
015770     PERFORM 3430-ADD-ONE-ACCT-BUCKET
015780         THRU 3430-EXIT
015790         VARYING PY-BUCKET-SUB FROM 1 BY 1
015800         UNTIL PY-BUCKET-SUB IS GREATER THAN 5.
015810 3400-EXIT.
015820     EXIT.
015830
015840 3410-FIND-ACCOUNT-SLOT.
015850     IF ACT-ACCOUNT(ACT-SUB) IS EQUAL TO PY-HDR-GL-ACCOUNT
015860             AND ACT-CURRENCY(ACT-SUB) IS EQUAL TO PY-HDR-CURRENCY
015870         SET ACCT-SLOT-FOUND TO TRUE
015880         MOVE ACT-SUB TO ACT-HIT
015890     END-IF.
015900 3410-EXIT.
015910     EXIT.
015920
015930 3420-CLEAR-ONE-ACCT-BUCKET.
015940     MOVE ZERO TO ACT-BKT-LOANS(ACT-HIT PY-BUCKET-SUB).
015950     MOVE ZERO TO ACT-BKT-AMOUNT(ACT-HIT PY-BUCKET-SUB).
015960 3420-EXIT.
015970     EXIT.
015980
015990 3430-ADD-ONE-ACCT-BUCKET.
016000     ADD PY-LOAN-BUCKET-AMT(PY-BUCKET-SUB)
016010         TO ACT-BKT-AMOUNT(ACT-HIT PY-BUCKET-SUB).
016020 3430-EXIT.
016030     EXIT.
016040
016041****************************************************************
016042* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
016043*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
016044*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
016045*                      WEEKENDS ARE CLOSED                     *
016046****************************************************************
016047 8100-LOAD-HOLIDAYS.
016048     OPEN INPUT HOLIDAY-CALENDAR.
016049     IF NOT HOLCAL-FILE-FOUND
016050         GO TO 8100-EXIT
016051     END-IF.
016052     MOVE "N" TO PY-HOL-EOF-SW.
016053     PERFORM 8105-READ-HOLIDAY-RECORD
016054         THRU 8105-EXIT
016055         UNTIL HOLIDAY-TABLE-EOF.
016056     CLOSE HOLIDAY-CALENDAR.
016057 8100-EXIT.
016058     EXIT.
016059
016060 8105-READ-HOLIDAY-RECORD.
016061     READ HOLIDAY-CALENDAR
016062         AT END
016063             SET HOLIDAY-TABLE-EOF TO TRUE
016064             GO TO 8105-EXIT
016065     END-READ.
016066     IF HC-HOLIDAY-DATE IS NOT NUMERIC
016067             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
016068         GO TO 8105-EXIT
016069     END-IF.
016070     IF PY-HOL-ENTRY-COUNT IS NOT LESS THAN PY-HOL-MAX-ENTRIES
016071         DISPLAY "LOANPAY: FATAL - HOLIDAY TABLE FULL AT 2000 "
016072             "ENTRIES.  RUN ABORTED."
016073         MOVE 16 TO RETURN-CODE
016074         STOP RUN
016075     END-IF.
016076     ADD 1 TO PY-HOL-ENTRY-COUNT.
016077     SET PY-HOL-IDX TO PY-HOL-ENTRY-COUNT.
016078     MOVE HC-CURRENCY-CODE TO PY-HOL-CURRENCY(PY-HOL-IDX).
016079     MOVE HC-HOLIDAY-DATE  TO PY-HOL-DATE(PY-HOL-IDX).
016080 8105-EXIT.
016081     EXIT.
016082
016083****************************************************************
016084* 8110-SET-DUE-DATE - PY-CAL-DATE = THE DUE DATE OF PERIOD     *
016085*                     PY-CAL-PERIOD OF A LOAN BOOKED ON        *
016086*                     PY-CAL-BOOK-DATE IN PY-CAL-CURRENCY.     *
016087*                     THE MONTH IS THE BOOKING MONTH PLUS THE  *
016088*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT  *
016089*                     BACK TO THE MONTH'S LAST DAY WHEN THE    *
016090*                     MONTH IS SHORTER, OR THE LAST DAY        *
016091*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A   *
016092*                     MONTH END.  A CLOSED DAY THEN MOVES TO   *
016093*                     THE FOLLOWING BUSINESS DAY               *
016094****************************************************************
016095 8110-SET-DUE-DATE.
016096     COMPUTE PY-CAL-MONTH-TOTAL =
016097           (PY-CAL-BOOK-YEAR * 12) + PY-CAL-BOOK-MONTH - 1
016098           + PY-CAL-PERIOD.
016099     DIVIDE PY-CAL-MONTH-TOTAL BY 12
016100         GIVING PY-CAL-YEAR
016101         REMAINDER PY-CAL-MONTH-WORK.
016102     ADD 1 TO PY-CAL-MONTH-WORK.
016103     MOVE PY-CAL-MONTH-WORK TO PY-CAL-MONTH.
016104     MOVE "N" TO PY-CAL-EOM-SW.
016105     MOVE PY-CAL-BOOK-YEAR  TO PY-ML-YEAR.
016106     MOVE PY-CAL-BOOK-MONTH TO PY-ML-MONTH.
016107     PERFORM 8120-SET-MONTH-LENGTH
016108         THRU 8120-EXIT.
016109     IF PY-CAL-BOOK-DAY IS NOT LESS THAN PY-ML-DAYS
016110         SET BOOKED-AT-MONTH-END TO TRUE
016111     END-IF.
016112     MOVE PY-CAL-YEAR  TO PY-ML-YEAR.
016113     MOVE PY-CAL-MONTH TO PY-ML-MONTH.
016114     PERFORM 8120-SET-MONTH-LENGTH
016115         THRU 8120-EXIT.
016116     IF BOOKED-AT-MONTH-END
016117             OR PY-CAL-BOOK-DAY IS GREATER THAN PY-ML-DAYS
016118         MOVE PY-ML-DAYS TO PY-CAL-DAY
016119     ELSE
016120         MOVE PY-CAL-BOOK-DAY TO PY-CAL-DAY
016121     END-IF.
016122     PERFORM 8130-ROLL-TO-BUSINESS-DAY
016123         THRU 8130-EXIT.
016124 8110-EXIT.
016125     EXIT.
016126
016127****************************************************************
016128* 8120-SET-MONTH-LENGTH - PY-ML-DAYS = THE NUMBER OF DAYS IN   *
016129*                         MONTH PY-ML-MONTH OF YEAR            *
016130*                         PY-ML-YEAR.  FEBRUARY HAS 29 IN A    *
016131*                         YEAR DIVISIBLE BY 4, EXCEPT A        *
016132*                         CENTURY NOT DIVISIBLE BY 400         *
016133****************************************************************
016134 8120-SET-MONTH-LENGTH.
016135     EVALUATE PY-ML-MONTH
016136         WHEN 4
016137         WHEN 6
016138         WHEN 9
016139         WHEN 11
016140             MOVE 30 TO PY-ML-DAYS
016141         WHEN 2
016142             MOVE 28 TO PY-ML-DAYS
016143             DIVIDE PY-ML-YEAR BY 4
016144                 GIVING PY-ML-QUOTIENT
016145                 REMAINDER PY-ML-REM-4
016146             DIVIDE PY-ML-YEAR BY 100
016147                 GIVING PY-ML-QUOTIENT
016148                 REMAINDER PY-ML-REM-100
016149             DIVIDE PY-ML-YEAR BY 400
016150                 GIVING PY-ML-QUOTIENT
016151                 REMAINDER PY-ML-REM-400
016152             IF PY-ML-REM-4 IS EQUAL TO ZERO
016153                 AND (PY-ML-REM-100 IS NOT EQUAL TO ZERO
016154                   OR PY-ML-REM-400 IS EQUAL TO ZERO)
016155                 MOVE 29 TO PY-ML-DAYS
016156             END-IF
016157         WHEN OTHER
016158             MOVE 31 TO PY-ML-DAYS
016159     END-EVALUATE.
016160 8120-EXIT.
016161     EXIT.
016162
016163****************************************************************
016164* 8130-ROLL-TO-BUSINESS-DAY - LEAVE PY-CAL-DATE WHERE IT IS IF *
016165*                             IT IS A BUSINESS DAY OF          *
016166*                             PY-CAL-CURRENCY, OTHERWISE MOVE  *
016167*                             IT FORWARD A DAY AT A TIME UNTIL *
016168*                             IT IS ONE                        *
016169****************************************************************
016170 8130-ROLL-TO-BUSINESS-DAY.
016171     PERFORM 8140-TEST-BUSINESS-DAY
016172         THRU 8140-EXIT.
016173     PERFORM 8135-STEP-ONE-DAY
016174         THRU 8135-EXIT
016175         UNTIL CAL-ON-BUSINESS-DAY.
016176 8130-EXIT.
016177     EXIT.
016178
016179 8135-STEP-ONE-DAY.
016180     PERFORM 8150-ADVANCE-ONE-DAY
016181         THRU 8150-EXIT.
016182     PERFORM 8140-TEST-BUSINESS-DAY
016183         THRU 8140-EXIT.
016184 8135-EXIT.
016185     EXIT.
016186
016187****************************************************************
016188* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS      *
016189*                          PY-CAL-DATE IS A SATURDAY, A        *
016190*                          SUNDAY, OR A HOLIDAY OF             *
016191*                          PY-CAL-CURRENCY                     *
016192****************************************************************
016193 8140-TEST-BUSINESS-DAY.
016194     MOVE "N" TO PY-CAL-BUS-DAY-SW.
016195     MOVE PY-CAL-DATE-NUM TO PY-DN-DATE-NUM.
016196     PERFORM 8160-DATE-TO-DAY-NUMBER
016197         THRU 8160-EXIT.
016198     IF PY-DN-DOW IS GREATER THAN 4
016199         GO TO 8140-EXIT
016200     END-IF.
016201     MOVE "N" TO PY-HOL-FOUND-SW.
016202     PERFORM 8145-SEARCH-ONE-HOLIDAY
016203         THRU 8145-EXIT
016204         VARYING PY-HOL-IDX FROM 1 BY 1
016205         UNTIL PY-HOL-IDX IS GREATER THAN PY-HOL-ENTRY-COUNT
016206         OR HOLIDAY-FOUND.
016207     IF NOT HOLIDAY-FOUND
016208         SET CAL-ON-BUSINESS-DAY TO TRUE
016209     END-IF.
016210 8140-EXIT.
016211     EXIT.
016212
016213 8145-SEARCH-ONE-HOLIDAY.
016214     IF PY-HOL-DATE(PY-HOL-IDX) = PY-CAL-DATE-NUM
016215         AND PY-HOL-CURRENCY(PY-HOL-IDX) = PY-CAL-CURRENCY
016216         SET HOLIDAY-FOUND TO TRUE
016217     END-IF.
016218 8145-EXIT.
016219     EXIT.
016220
016221****************************************************************
016222* 8150-ADVANCE-ONE-DAY - PY-CAL-DATE = THE NEXT CALENDAR DAY   *
016223****************************************************************
016224 8150-ADVANCE-ONE-DAY.
016225     MOVE PY-CAL-YEAR  TO PY-ML-YEAR.
016226     MOVE PY-CAL-MONTH TO PY-ML-MONTH.
016227     PERFORM 8120-SET-MONTH-LENGTH
016228         THRU 8120-EXIT.
016229     IF PY-CAL-DAY IS LESS THAN PY-ML-DAYS
016230         ADD 1 TO PY-CAL-DAY
016231         GO TO 8150-EXIT
016232     END-IF.
016233     MOVE 1 TO PY-CAL-DAY.
016234     IF PY-CAL-MONTH IS LESS THAN 12
016235         ADD 1 TO PY-CAL-MONTH
016236         GO TO 8150-EXIT
016237     END-IF.
016238     MOVE 1 TO PY-CAL-MONTH.
016239     ADD 1 TO PY-CAL-YEAR.
016240 8150-EXIT.
016241     EXIT.
016242
016243****************************************************************
016244* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF PY-DN-DATE    *
016245*                           AND ITS WEEKDAY (0 = MONDAY).      *
016246*                           EACH DIVISION TRUNCATES ON ITS OWN *
016247****************************************************************
016248 8160-DATE-TO-DAY-NUMBER.
016249     COMPUTE PY-DN-A = (14 - PY-DN-MONTH) / 12.
016250     COMPUTE PY-DN-Y = PY-DN-YEAR + 4800 - PY-DN-A.
016251     COMPUTE PY-DN-M = PY-DN-MONTH + (12 * PY-DN-A) - 3.
016252     COMPUTE PY-DN-MONTH-DAYS = ((153 * PY-DN-M) + 2) / 5.
016253     COMPUTE PY-DN-LEAP-4   = PY-DN-Y / 4.
016254     COMPUTE PY-DN-LEAP-100 = PY-DN-Y / 100.
016255     COMPUTE PY-DN-LEAP-400 = PY-DN-Y / 400.
016256     COMPUTE PY-DN-NUMBER = PY-DN-DAY + PY-DN-MONTH-DAYS
016257         + (365 * PY-DN-Y) + PY-DN-LEAP-4 - PY-DN-LEAP-100
016258         + PY-DN-LEAP-400 - 32045.
016259     DIVIDE PY-DN-NUMBER BY 7
016260         GIVING PY-DN-WORK
016261         REMAINDER PY-DN-DOW.
016262 8160-EXIT.
016263     EXIT.
016264
016265****************************************************************
016266* 8500-SAVE-BEFORE-IMAGE - KEEP THE RECORD AS IT STANDS ON     *
016267*                          FILE BEFORE A REWRITE REPLACES IT.  *
016268*                          THE UPDATED RECORD IS HELD ASIDE    *
016269*                          WHILE THE FILE COPY IS READ BACK,   *
016270*                          THEN PUT BACK                       *
016271****************************************************************
016272 8500-SAVE-BEFORE-IMAGE.
016273     MOVE LOAN-MASTER-RECORD TO PY-JOURNAL-HOLD.
016274     READ LOAN-MASTER
016275         KEY IS LM-KEY
016276         INVALID KEY
016277             MOVE SPACES TO PY-JOURNAL-BEFORE
016278         NOT INVALID KEY
016279             MOVE LOAN-MASTER-RECORD TO PY-JOURNAL-BEFORE
016280     END-READ.
016281     MOVE PY-JOURNAL-HOLD TO LOAN-MASTER-RECORD.
016282 8500-EXIT.
016283     EXIT.
016284
016285****************************************************************
016286* 8510-WRITE-MASTER-JOURNAL - ONE JOURNAL RECORD FOR THE       *
016287*                             LOAN-MASTER UPDATE JUST MADE.    *
016288*                             THE CALLER SETS THE ACTION       *
016289*                             FIRST.  THE RECORD AREA HOLDS    *
016290*                             THE AFTER IMAGE OF AN ADD OR A   *
016291*                             CHANGE, AND THE RECORD JUST      *
016292*                             DELETED FOR A DELETE             *
016293****************************************************************
016294 8510-WRITE-MASTER-JOURNAL.
016295     MOVE SPACES              TO MASTER-JOURNAL-RECORD.
016296     ACCEPT JR-STAMP-DATE     FROM DATE YYYYMMDD.
016297     ACCEPT JR-STAMP-TIME     FROM TIME.
016298     MOVE "LOANPAY"           TO JR-PROGRAM.
016299     MOVE PY-BUS-DATE-NUM     TO JR-BUSINESS-DATE.
016300     MOVE PY-JOURNAL-ACTION   TO JR-ACTION.
016301     EVALUATE TRUE
016302         WHEN JOURNAL-ADD
016303             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
016304         WHEN JOURNAL-CHANGE
016305             MOVE PY-JOURNAL-BEFORE  TO JR-BEFORE-IMAGE
016306             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
016307         WHEN JOURNAL-DELETE
016308             MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE
016309     END-EVALUATE.
016310     WRITE MASTER-JOURNAL-RECORD.
016311 8510-EXIT.
016312     EXIT.
016313
016314****************************************************************
016315* 9000-TERMINATE - AGING SUMMARY AND RUN TOTALS, CLOSE FILES,  *
016316*                  SETTLE THE REGISTRY, RELEASE THE LOCK       *
016317****************************************************************
016318 9000-TERMINATE.
016319     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
016320         PERFORM 2710-WRITE-REPORT-HEADINGS
016321             THRU 2710-EXIT
016322     END-IF.
016323     PERFORM 9300-WRITE-AGING-SUMMARY
016324         THRU 9300-EXIT.
016325     WRITE AGING-REPORT-LINE FROM SPACES.
016326     ADD 1 TO RPT-LINE-COUNT.
016327     MOVE "REMITTANCES READ"          TO RPT-TOT-LABEL.
016328     MOVE PY-REMITS-READ              TO RPT-TOT-VALUE.
016329     PERFORM 9100-WRITE-ONE-TOTAL
016330         THRU 9100-EXIT.
016331     IF RUN-IS-RESTART
016332         MOVE "SKIPPED - DONE BEFORE RESTART" TO RPT-TOT-LABEL
016333         MOVE PY-REMITS-SKIPPED           TO RPT-TOT-VALUE
016334         PERFORM 9100-WRITE-ONE-TOTAL
016335             THRU 9100-EXIT
016336     END-IF.
016337     MOVE "REMITTANCES APPLIED"       TO RPT-TOT-LABEL.
016338     MOVE PY-REMITS-APPLIED           TO RPT-TOT-VALUE.
016339     PERFORM 9100-WRITE-ONE-TOTAL
016340         THRU 9100-EXIT.
016341     MOVE "REMITTANCES TO SUSPENSE"   TO RPT-TOT-LABEL.
016342     MOVE PY-REMITS-SUSPENDED         TO RPT-TOT-VALUE.
016343     PERFORM 9100-WRITE-ONE-TOTAL
016350         THRU 9100-EXIT.
016360     MOVE "PERIOD APPLICATIONS"       TO RPT-TOT-LABEL.
016370     MOVE PY-PERIODS-APPLIED          TO RPT-TOT-VALUE.
016380     PERFORM 9100-WRITE-ONE-TOTAL
016390         THRU 9100-EXIT.
016400     MOVE "HELD CASH SWEEPS"          TO RPT-TOT-LABEL.
016410     MOVE PY-SWEEPS-APPLIED           TO RPT-TOT-VALUE.
016420     PERFORM 9100-WRITE-ONE-TOTAL
016430         THRU 9100-EXIT.
016440     MOVE "LOANS ON MASTER"           TO RPT-TOT-LABEL.
016450     MOVE PY-LOANS-SEEN               TO RPT-TOT-VALUE.
016460     PERFORM 9100-WRITE-ONE-TOTAL
016470         THRU 9100-EXIT.
016480     MOVE "LOANS DELINQUENT"          TO RPT-TOT-LABEL.
016490     MOVE PY-LOANS-DELINQUENT         TO RPT-TOT-VALUE.
016500     PERFORM 9100-WRITE-ONE-TOTAL
016510         THRU 9100-EXIT.
016520     MOVE "LOANS WITH NOTHING DUE"    TO RPT-TOT-LABEL.
016530     MOVE PY-LOANS-PAID-UP            TO RPT-TOT-VALUE.
016540     PERFORM 9100-WRITE-ONE-TOTAL
016550         THRU 9100-EXIT.
016560     MOVE "SKIPPED - NO TERMS HEADER" TO RPT-TOT-LABEL.
016570     MOVE PY-LOANS-NO-HEADER          TO RPT-TOT-VALUE.
016580     PERFORM 9100-WRITE-ONE-TOTAL
016590         THRU 9100-EXIT.
016600     MOVE "PAST-DUE FLAGS CHANGED"    TO RPT-TOT-LABEL.
016610     MOVE PY-FLAGS-CHANGED            TO RPT-TOT-VALUE.
016620     PERFORM 9100-WRITE-ONE-TOTAL
016630         THRU 9100-EXIT.
016640     IF PY-ACCT-OVERFLOW IS GREATER THAN ZERO
016650         MOVE "NOT SUMMARIZED - TABLE FULL" TO RPT-TOT-LABEL
016660         MOVE PY-ACCT-OVERFLOW            TO RPT-TOT-VALUE
016670         PERFORM 9100-WRITE-ONE-TOTAL
016680             THRU 9100-EXIT
016690     END-IF.
016700     IF SUS-PAGE-COUNT IS EQUAL TO ZERO
016710         PERFORM 2770-WRITE-SUSP-HEADINGS
016720             THRU 2770-EXIT
016730     END-IF.
016740     MOVE PY-REMITS-SUSPENDED TO SUS-TRL-COUNT.
016750     WRITE SUSP-LISTING-LINE FROM SPACES.
016760     WRITE SUSP-LISTING-LINE FROM SUS-TRAILER-LINE.
016770     CLOSE REMIT-FILE.
016780     CLOSE LOAN-MASTER.
016790     CLOSE PAY-HISTORY.
016800     CLOSE AUDIT-DATA.
016805     CLOSE MASTER-JOURNAL.
016810     PERFORM 9250-SETTLE-REGISTRY
016820         THRU 9250-EXIT.
016830     CLOSE SUSP-LISTING.
016840     CLOSE AGING-REPORT.
016850     PERFORM 9060-WRITE-JOB-STATUS
016860         THRU 9060-EXIT.
016870     PERFORM 9050-RELEASE-MASTER-LOCK
016880         THRU 9050-EXIT.
016890 9000-EXIT.
016900     EXIT.
016910
016920****************************************************************
016930* 9100-WRITE-ONE-TOTAL - ONE LABELED TOTAL LINE AT END OF      *
016940*                        REPORT                                *
016950****************************************************************
016960 9100-WRITE-ONE-TOTAL.
016970     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
016980         PERFORM 2710-WRITE-REPORT-HEADINGS
016990             THRU 2710-EXIT
017000     END-IF.
017010     WRITE AGING-REPORT-LINE FROM RPT-TOTAL-LINE.
017020     ADD 1 TO RPT-LINE-COUNT.
017030 9100-EXIT.
017040     EXIT.
017050
017060****************************************************************
017070* 9300-WRITE-AGING-SUMMARY - THE BY-ACCOUNT AND CURRENCY AGING *
017080*                            SECTION: AN AMOUNT LINE AND A     *
017090*                            LOAN COUNT LINE PER ENTRY         *
017100****************************************************************
017110 9300-WRITE-AGING-SUMMARY.
017120     SET PRINTING-SUMMARY TO TRUE.
017130     IF RPT-LINE-COUNT IS GREATER THAN RPT-MAX-LINES - 6
017140         PERFORM 2710-WRITE-REPORT-HEADINGS
017150             THRU 2710-EXIT
017160     ELSE
017170         WRITE AGING-REPORT-LINE FROM SPACES
017180         WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-TITLE
017190         WRITE AGING-REPORT-LINE FROM RPT-SUMMARY-HEADING
017200         ADD 3 TO RPT-LINE-COUNT
017210     END-IF.
017220     PERFORM 9310-WRITE-ONE-ACCOUNT
017230         THRU 9310-EXIT
017240         VARYING ACT-SUB FROM 1 BY 1
017250         UNTIL ACT-SUB IS GREATER THAN ACT-ACCOUNT-COUNT.
017260 9300-EXIT.
017270     EXIT.
017280
017290 9310-WRITE-ONE-ACCOUNT.
017300     IF RPT-LINE-COUNT IS GREATER THAN RPT-MAX-LINES - 2
017310         PERFORM 2710-WRITE-REPORT-HEADINGS
017320             THRU 2710-EXIT
017330     END-IF.
017340     MOVE ACT-ACCOUNT(ACT-SUB)   TO RPT-SUM-ACCOUNT.
017350     MOVE ACT-CURRENCY(ACT-SUB)  TO RPT-SUM-CURRENCY.
017360     MOVE ACT-HELD-CASH(ACT-SUB) TO RPT-SUM-HELD-CASH.
017370     PERFORM 9320-MOVE-ONE-BUCKET
017380         THRU 9320-EXIT
017390         VARYING PY-BUCKET-SUB FROM 1 BY 1
017400         UNTIL PY-BUCKET-SUB IS GREATER THAN 5.
017410     WRITE AGING-REPORT-LINE FROM RPT-SUM-AMOUNT-LINE.
017420     WRITE AGING-REPORT-LINE FROM RPT-SUM-COUNT-LINE.
017430     ADD 2 TO RPT-LINE-COUNT.
017440 9310-EXIT.
017450     EXIT.
017460
017470 9320-MOVE-ONE-BUCKET.
017480     MOVE ACT-BKT-AMOUNT(ACT-SUB PY-BUCKET-SUB)
017490         TO RPT-SUM-AMOUNT(PY-BUCKET-SUB).
017500     MOVE ACT-BKT-LOANS(ACT-SUB PY-BUCKET-SUB)
017510         TO RPT-SUM-LOANS(PY-BUCKET-SUB).
017520 9320-EXIT.
017530     EXIT.
017540
017550****************************************************************
017560* 9250-SETTLE-REGISTRY - A FINISHED RUN SETTLES ITS REGISTRY   *
017570*                        RECORD AS COMPLETED SO THE SAME DAY'S *
017580*                        CASH CANNOT BE APPLIED TWICE          *
017590****************************************************************
017600 9250-SETTLE-REGISTRY.
017610     IF NOT BATCHREG-OPEN
017620         GO TO 9250-EXIT
017630     END-IF.
017640     MOVE PY-BATCH-ID TO BR-BATCH-ID.
017650     READ BATCH-REGISTRY
017660         KEY IS BR-BATCH-ID
017670         INVALID KEY
017680             GO TO 9250-CLOSE
017690     END-READ.
017700     MOVE "C"               TO BR-DISPOSITION.
017710     MOVE PY-REMITS-APPLIED TO BR-LOAN-COUNT.
017720     MOVE PY-CASH-APPLIED   TO BR-CONTROL-TOTAL.
017730     REWRITE BATCH-REGISTRY-RECORD
017740         INVALID KEY
017750             CONTINUE
017760     END-REWRITE.
017770 9250-CLOSE.
017780     CLOSE BATCH-REGISTRY.
017790 9250-EXIT.
017800     EXIT.
017810
017820****************************************************************
017830* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE     *
017840*                         JOBSTAT FILE FOR THE MORNING-STATUS  *
017850*                         PROGRAM, STAMPED WITH THE BUSINESS   *
017860*                         DATE.  REMITTANCES LEFT IN SUSPENSE  *
017870*                         ARE A WARNING - SOMEONE HAS TO WORK  *
017880*                         THEM                                 *
017890****************************************************************
017900 9060-WRITE-JOB-STATUS.
017910     OPEN INPUT JOB-STATUS.
017920     IF JOBSTAT-FILE-FOUND
017930         CLOSE JOB-STATUS
017940         OPEN EXTEND JOB-STATUS
017950     ELSE
017960         OPEN OUTPUT JOB-STATUS
017970     END-IF.
017980     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
017990     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
018000     MOVE "LOANPAY"           TO JS-PROGRAM.
018010     MOVE PY-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
018020     MOVE PY-REMITS-READ      TO JS-ITEMS-IN.
018030     MOVE PY-REMITS-APPLIED   TO JS-ITEMS-OK.
018040     MOVE PY-REMITS-SUSPENDED TO JS-ITEMS-REJECTED.
018050     MOVE PY-LOANS-DELINQUENT TO JS-ITEMS-OTHER.
018060     EVALUATE TRUE
018070         WHEN PY-REMITS-SUSPENDED IS GREATER THAN ZERO
018080             MOVE "W"                  TO JS-STATUS
018090             MOVE "REMITS IN SUSPENSE" TO JS-NOTE
018100         WHEN PY-ACCT-OVERFLOW IS GREATER THAN ZERO
018110             MOVE "W"                  TO JS-STATUS
018120             MOVE "AGING TABLE FULL"   TO JS-NOTE
018130         WHEN OTHER
018140             MOVE "C"                  TO JS-STATUS
018150             MOVE "PAYMENTS APPLIED"   TO JS-NOTE
018160     END-EVALUATE.
018170     WRITE JOB-STATUS-RECORD.
018180     CLOSE JOB-STATUS.
018190 9060-EXIT.
018200     EXIT.
018210
018220****************************************************************
018230* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED   *
018240*                            STARTUP ABORT, EMPTIES THE LOCK   *
018250*                            FILE SO THE NEXT UPDATER RUNS     *
018260*                            FREE.  ONLY A TRUE ABEND LEAVES   *
018270*                            THE STALE LOCK FOR THE OPERATOR   *
018280*                            OVERRIDE PATH                     *
018290****************************************************************
018300 9050-RELEASE-MASTER-LOCK.
018310     OPEN OUTPUT LOCK-FILE.
018320     CLOSE LOCK-FILE.
018330 9050-EXIT.
018340     EXIT.
018350
018360 END PROGRAM LOANPAY.
