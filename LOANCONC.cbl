000010****************************************************************
000020* LOANCONC                                                      *
000030*                                                               *
000040* BORROWER CONCENTRATION REPORT.  EVERY LOAN ON LOAN-MASTER     *
000050* WHOSE HEADER NAMES A BORROWER HAS ITS OUTSTANDING BALANCE     *
000060* TRANSLATED TO BASE CURRENCY THROUGH THE DAY'S FXRATES AND     *
000070* ADDED TO THAT BORROWER'S EXPOSURE, MEASURED THE WAY THE GL    *
000080* RECONCILIATION MEASURES IT.  EACH BORROWER ON BORRMSTR IS     *
000090* LISTED WITH ITS EXPOSURE AGAINST ITS APPROVED LIMIT, ALSO     *
000100* IN BASE, AND ITS LARGEST LOANS; BORROWERS ABOVE 90 PERCENT    *
000110* OF LIMIT ARE LISTED AGAIN ON THEIR OWN, AND LOANS OR          *
000120* BORROWERS THAT COULD NOT BE MEASURED ARE LISTED AS            *
000130* EXCEPTIONS.  A JOB-STATUS RECORD PUTS A BORROWER OVER         *
000140* LIMIT ON THE NIGHTSTA PAGE.  READ-ONLY - NOTHING IS           *
000150* UPDATED.                                                      *
000160****************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.     LOANCONC.
000190 AUTHOR.         R. MCALLISTER.
000200 INSTALLATION.   LOAN SERVICING DIVISION.
000210 DATE-WRITTEN.   10/15/2026.
000220 DATE-COMPILED.
000230****************************************************************
000240* MODIFICATION HISTORY                                          *
000250*  DATE        INIT  DESCRIPTION                                *
000260*  ----------  ----  ------------------------------------------ *
000270*  2026-10-15  RLM   INITIAL VERSION.  NOTHING SHOWED ONE        *
000280*                    CUSTOMER HOLDING SEVERAL LOANS AS A SINGLE  *
000283*                    EXPOSURE AGAINST AN APPROVED LIMIT.         *
000286*  2026-10-15  RLM   THE BUSINESS DATE ON THE JOBSTAT RECORD     *
000290*                    COMES FROM DATECTL, NOT THE RUN DATE.       *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT FX-RATE-TABLE ASSIGN TO "FXRATES"
000350                           ORGANIZATION IS SEQUENTIAL
000360                           FILE STATUS IS CN-FXRATES-STATUS.
000370     SELECT BORROWER-MASTER ASSIGN TO "BORRMSTR"
000380                           ORGANIZATION IS INDEXED
000390                           ACCESS MODE IS SEQUENTIAL
000400                           RECORD KEY IS BM-BORROWER-ID
000410                           FILE STATUS IS CN-BORRMSTR-STATUS.
000420     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000430                           ORGANIZATION IS INDEXED
000440                           ACCESS MODE IS DYNAMIC
000450                           RECORD KEY IS LM-KEY
000460                           FILE STATUS IS CN-LOANMSTR-STATUS.
000470     SELECT CONC-REPORT   ASSIGN TO "CONCRPT"
000480                           ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000500                           ORGANIZATION IS SEQUENTIAL
000505                           FILE STATUS IS CN-JOBSTAT-STATUS.
000510     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000511                           ORGANIZATION IS SEQUENTIAL
000512                           FILE STATUS IS CN-DATECTL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  FX-RATE-TABLE
000550     RECORDING MODE IS F.
000560 01  FX-RATE-RECORD.
000570     05  FX-CURRENCY-CODE      PIC X(03).
000580     05  FX-RATE-TO-BASE       PIC 9(03)V9(06).
000590     05  FILLER                PIC X(68).
000600 FD  BORROWER-MASTER.
000610     COPY BMRECORD.
000620 FD  LOAN-MASTER.
000630     COPY LMRECORD.
000640 FD  CONC-REPORT.
000650 01  CONC-REPORT-LINE          PIC X(132).
000660 FD  JOB-STATUS
000670     RECORDING MODE IS F.
000675     COPY JSRECORD.
000680 FD  DATE-CONTROL
000681     RECORDING MODE IS F.
000682     COPY DCRECORD.
000690 WORKING-STORAGE SECTION.
000700 01  CN-SWITCHES.
000710     05  CN-FX-EOF-SW          PIC X(01)  VALUE "N".
000720         88  FX-TABLE-EOF                 VALUE "Y".
000730     05  CN-FX-FOUND-SW        PIC X(01)  VALUE "N".
000740         88  FX-FOUND                     VALUE "Y".
000750     05  CN-BORR-EOF-SW        PIC X(01)  VALUE "N".
000760         88  BORROWER-SCAN-DONE           VALUE "Y".
000770     05  CN-BORR-OPEN-SW       PIC X(01)  VALUE "N".
000780         88  BORRMSTR-FILE-OPEN           VALUE "Y".
000790     05  CN-BORR-FOUND-SW      PIC X(01)  VALUE "N".
000800         88  BORROWER-FOUND               VALUE "Y".
000810     05  CN-MASTER-EOF-SW      PIC X(01)  VALUE "N".
000820         88  MASTER-SCAN-DONE             VALUE "Y".
000830     05  CN-LOAN-SPLIT-SW      PIC X(01)  VALUE "N".
000840         88  LOAN-HAS-SPLIT               VALUE "Y".
000850     05  CN-SECTION-SW         PIC X(01)  VALUE "B".
000860         88  BORROWER-SECTION             VALUE "B".
000870         88  ALERT-SECTION                VALUE "A".
000880         88  EXCEPTION-SECTION            VALUE "E".
000890 01  CN-FXRATES-STATUS         PIC X(02).
000900     88  FXRATES-FILE-FOUND               VALUE "00".
000910 01  CN-BORRMSTR-STATUS        PIC X(02).
000920     88  BORRMSTR-OPEN-OK                 VALUE "00".
000930 01  CN-LOANMSTR-STATUS        PIC X(02).
000940     88  LOANMSTR-OPEN-OK                 VALUE "00".
000950 01  CN-JOBSTAT-STATUS         PIC X(02).
000955     88  JOBSTAT-FILE-FOUND               VALUE "00".
000960 01  CN-DATECTL-STATUS         PIC X(02).
000961     88  DATECTL-FILE-FOUND               VALUE "00".
000962 01  CN-BUS-DATE-NUM           PIC 9(08).
000970****************************************************************
000980* FX RATE TABLE - SAME LOAD AS THE BATCH PROGRAM               *
000990****************************************************************
001000 77  CN-BASE-CURRENCY          PIC X(03) VALUE "USD".
001010 77  FX-MAX-ENTRIES            PIC 9(03) COMP VALUE 50.
001020 77  FX-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
001030 01  CN-FIND-CURRENCY          PIC X(03).
001040 01  CN-FX-RATE                PIC 9(03)V9(06) COMP-3.
001050 01  FX-RATE-TABLE-ENTRIES.
001060     05  FX-ENTRY OCCURS 50 TIMES
001070             INDEXED BY FX-IDX.
001080         10  FX-TBL-CURRENCY-CODE   PIC X(03).
001090         10  FX-TBL-RATE-TO-BASE    PIC 9(03)V9(06) COMP-3.
001100****************************************************************
001110* BORROWER TABLE - ONE ENTRY PER BORROWER ON BORRMSTR IN KEY   *
001120* ORDER, THEN ANY BORROWER ONLY A LOAN HEADER NAMES.  LIMIT    *
001130* AND EXPOSURE ARE BOTH HELD IN BASE CURRENCY.  EACH ENTRY     *
001140* KEEPS ITS FIVE LARGEST LOANS, LARGEST FIRST                  *
001150****************************************************************
001160 77  CN-MAX-BORROWERS          PIC S9(05) COMP VALUE 1000.
001170 77  CN-BORR-COUNT             PIC S9(05) COMP VALUE ZERO.
001180 77  CN-BORR-SUB               PIC S9(05) COMP VALUE ZERO.
001190 77  CN-BORR-HIT               PIC S9(05) COMP VALUE ZERO.
001200 77  CN-MAX-TOP                PIC S9(03) COMP VALUE 5.
001210 77  CN-TOP-SUB                PIC S9(03) COMP VALUE ZERO.
001220 77  CN-TOP-PREV               PIC S9(03) COMP VALUE ZERO.
001230 77  CN-TOP-POS                PIC S9(03) COMP VALUE ZERO.
001240 01  CN-BORROWER-TABLE.
001250     05  CN-BORR-ENTRY OCCURS 1000 TIMES.
001260         10  CN-BT-BORROWER-ID PIC 9(08).
001270         10  CN-BT-NAME        PIC X(30).
001280         10  CN-BT-GRADE       PIC X(02).
001290         10  CN-BT-LIMIT-CURRENCY PIC X(03).
001300         10  CN-BT-ON-MASTER-SW PIC X(01).
001310             88  CN-BT-ON-MASTER          VALUE "Y".
001320         10  CN-BT-LIMIT-RATED-SW PIC X(01).
001330             88  CN-BT-LIMIT-RATED        VALUE "Y".
001340         10  CN-BT-LIMIT-BASE  PIC S9(13)V99 COMP-3.
001350         10  CN-BT-EXPOSURE    PIC S9(13)V99 COMP-3.
001360         10  CN-BT-LOAN-COUNT  PIC S9(05) COMP.
001370         10  CN-BT-TOP-COUNT   PIC S9(03) COMP.
001380         10  CN-BT-TOP-LOAN OCCURS 5 TIMES.
001390             15  CN-TL-LOAN-ID     PIC 9(06).
001400             15  CN-TL-CURRENCY    PIC X(03).
001410             15  CN-TL-OUTSTANDING PIC S9(13)V99 COMP-3.
001420             15  CN-TL-BASE        PIC S9(13)V99 COMP-3.
001430 01  CN-FIND-BORROWER          PIC 9(08).
001440****************************************************************
001450* LOANS THAT COULD NOT BE MEASURED - THEIR CURRENCY HAS NO     *
001460* FX RATE - HELD FOR THE EXCEPTION SECTION                     *
001470****************************************************************
001480 77  CN-MAX-EXCEPTIONS         PIC S9(05) COMP VALUE 500.
001490 77  CN-EXC-COUNT              PIC S9(05) COMP VALUE ZERO.
001500 77  CN-EXC-SUB                PIC S9(05) COMP VALUE ZERO.
001510 01  CN-EXCEPTION-TABLE.
001520     05  CN-EXC-ENTRY OCCURS 500 TIMES.
001530         10  CN-EX-LOAN-ID     PIC 9(06).
001540         10  CN-EX-BORROWER-ID PIC 9(08).
001550         10  CN-EX-CURRENCY    PIC X(03).
001560         10  CN-EX-OUTSTANDING PIC S9(13)V99 COMP-3.
001570****************************************************************
001580* PER-LOAN WORK FIELDS.  THE HEADER GIVES THE BORROWER AND     *
001590* CURRENCY; THE PERIODS GIVE THE BALANCE STILL OUTSTANDING     *
001600****************************************************************
001610 01  CN-CURR-LOAN-ID           PIC 9(06).
001620 01  CN-LOAN-BORROWER          PIC 9(08).
001630 01  CN-LOAN-CURRENCY          PIC X(03).
001640 01  CN-LOAN-OUTSTANDING       PIC S9(13)V99 COMP-3.
001650 01  CN-LOAN-BASE              PIC S9(13)V99 COMP-3.
001660 01  CN-UTILIZATION            PIC S9(05)V9 COMP-3.
001670 01  CN-FLAG-TEXT              PIC X(20).
001680 77  CN-ALERT-PERCENT          PIC S9(03)V9 COMP-3 VALUE 90.
001690****************************************************************
001700* RUN TOTALS                                                   *
001710****************************************************************
001720 77  CN-BORR-READ              PIC S9(07) COMP VALUE ZERO.
001730 77  CN-LOANS-SCANNED          PIC S9(07) COMP VALUE ZERO.
001740 77  CN-LOANS-MEASURED         PIC S9(07) COMP VALUE ZERO.
001750 77  CN-LOANS-NO-BORROWER      PIC S9(07) COMP VALUE ZERO.
001760 77  CN-NO-RATE-LOANS          PIC S9(07) COMP VALUE ZERO.
001770 77  CN-UNKNOWN-BORR-COUNT     PIC S9(07) COMP VALUE ZERO.
001780 77  CN-NO-LIMIT-RATE-COUNT    PIC S9(07) COMP VALUE ZERO.
001790 77  CN-OVER-LIMIT-COUNT       PIC S9(07) COMP VALUE ZERO.
001800 77  CN-ALERT-COUNT            PIC S9(07) COMP VALUE ZERO.
001810 77  CN-OVERFLOW-COUNT         PIC S9(07) COMP VALUE ZERO.
001820****************************************************************
001830* CONCENTRATION REPORT FIELDS                                  *
001840****************************************************************
001850 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
001860 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
001870 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
001880 01  RPT-RUN-DATE.
001890     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001900     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001910     05  RPT-RUN-DATE-DAY      PIC 9(02).
001920 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001930                               PIC 9(08).
001940 01  RPT-RUN-TIME.
001950     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001960     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001970     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001980     05  FILLER                PIC 9(02).
001990 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
002000     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
002010     05  FILLER                PIC 9(02).
002020 01  RPT-RUN-DATE-OUT.
002030     05  RPT-RUN-YEAR          PIC 9(04).
002040     05  FILLER                PIC X(01) VALUE "-".
002050     05  RPT-RUN-MONTH         PIC 9(02).
002060     05  FILLER                PIC X(01) VALUE "-".
002070     05  RPT-RUN-DAY           PIC 9(02).
002080 01  RPT-RUN-TIME-OUT.
002090     05  RPT-RUN-HOUR          PIC 9(02).
002100     05  FILLER                PIC X(01) VALUE ":".
002110     05  RPT-RUN-MINUTE        PIC 9(02).
002120     05  FILLER                PIC X(01) VALUE ":".
002130     05  RPT-RUN-SECOND        PIC 9(02).
002140 01  RPT-HEADING-1.
002150     05  FILLER                PIC X(40) VALUE
002160         "COBCALC BORROWER CONCENTRATION".
002170     05  FILLER                PIC X(05) VALUE "PAGE:".
002180     05  RPT-H1-PAGE-NO        PIC ZZ9.
002190 01  RPT-HEADING-2.
002200     05  FILLER                PIC X(09) VALUE "RUN DATE:".
002210     05  RPT-H2-RUN-DATE       PIC X(10).
002220     05  FILLER                PIC X(05) VALUE SPACES.
002230     05  FILLER                PIC X(09) VALUE "RUN TIME:".
002240     05  RPT-H2-RUN-TIME       PIC X(08).
002250     05  FILLER                PIC X(05) VALUE SPACES.
002260     05  FILLER                PIC X(15) VALUE "BASE CURRENCY:".
002270     05  RPT-H2-BASE           PIC X(03).
002280 01  RPT-SECTION-TITLE         PIC X(60).
002290 01  RPT-BORR-COLUMN-HEADING.
002300     05  FILLER                PIC X(10) VALUE "BORROWER".
002310     05  FILLER                PIC X(32) VALUE "NAME".
002320     05  FILLER                PIC X(04) VALUE "GR".
002330     05  FILLER                PIC X(07) VALUE "LOANS".
002340     05  FILLER                PIC X(19) VALUE
002350         "      LIMIT (BASE)".
002360     05  FILLER                PIC X(19) VALUE
002370         "   EXPOSURE (BASE)".
002380     05  FILLER                PIC X(09) VALUE "  UTIL %".
002390     05  FILLER                PIC X(20) VALUE "FLAG".
002400 01  RPT-EXC-COLUMN-HEADING.
002410     05  FILLER                PIC X(10) VALUE "BORROWER".
002420     05  FILLER                PIC X(08) VALUE "LOAN".
002430     05  FILLER                PIC X(05) VALUE "CUR".
002440     05  FILLER                PIC X(19) VALUE
002450         "       OUTSTANDING".
002460     05  FILLER                PIC X(50) VALUE "FINDING".
002470 01  RPT-DETAIL-LINE.
002480     05  RPT-DET-BORROWER-ID   PIC 9(08).
002490     05  FILLER                PIC X(02) VALUE SPACES.
002500     05  RPT-DET-NAME          PIC X(30).
002510     05  FILLER                PIC X(02) VALUE SPACES.
002520     05  RPT-DET-GRADE         PIC X(02).
002530     05  FILLER                PIC X(02) VALUE SPACES.
002540     05  RPT-DET-LOAN-COUNT    PIC ZZZZ9.
002550     05  FILLER                PIC X(02) VALUE SPACES.
002560     05  RPT-DET-LIMIT         PIC -(13)9.99.
002570     05  FILLER                PIC X(02) VALUE SPACES.
002580     05  RPT-DET-EXPOSURE      PIC -(13)9.99.
002590     05  FILLER                PIC X(02) VALUE SPACES.
002600     05  RPT-DET-UTILIZATION   PIC ZZZZ9.9.
002610     05  FILLER                PIC X(02) VALUE SPACES.
002620     05  RPT-DET-FLAG          PIC X(20).
002630 01  RPT-TOP-LOAN-LINE.
002640     05  FILLER                PIC X(10) VALUE SPACES.
002650     05  FILLER                PIC X(09) VALUE "TOP LOAN ".
002660     05  RPT-TOP-RANK          PIC 9(01).
002670     05  FILLER                PIC X(07) VALUE "  LOAN ".
002680     05  RPT-TOP-LOAN-ID       PIC 9(06).
002690     05  FILLER                PIC X(02) VALUE SPACES.
002700     05  RPT-TOP-CURRENCY      PIC X(03).
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  RPT-TOP-OUTSTANDING   PIC -(13)9.99.
002730     05  FILLER                PIC X(08) VALUE "  BASE ".
002740     05  RPT-TOP-BASE          PIC -(13)9.99.
002750 01  RPT-EXC-LINE.
002760     05  RPT-EXC-BORROWER-ID   PIC 9(08).
002770     05  FILLER                PIC X(02) VALUE SPACES.
002780     05  RPT-EXC-LOAN-ID       PIC X(06).
002790     05  FILLER                PIC X(02) VALUE SPACES.
002800     05  RPT-EXC-CURRENCY      PIC X(03).
002810     05  FILLER                PIC X(02) VALUE SPACES.
002820     05  RPT-EXC-OUTSTANDING   PIC -(13)9.99.
002830     05  FILLER                PIC X(02) VALUE SPACES.
002840     05  RPT-EXC-FINDING       PIC X(50).
002850 01  RPT-PRINT-AREA            PIC X(132).
002860 01  RPT-MESSAGE-LINE          PIC X(80).
002870 01  RPT-TOTAL-LINE.
002880     05  RPT-TOT-LABEL         PIC X(34).
002890     05  RPT-TOT-VALUE         PIC ZZZZZZ9.
002900
002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-EXIT.
002950     PERFORM 2000-LOAD-BORROWERS
002960         THRU 2000-EXIT.
002970     PERFORM 3000-TOTAL-LOAN-MASTER
002980         THRU 3000-EXIT.
002990     PERFORM 5000-REPORT-BORROWERS
003000         THRU 5000-EXIT.
003010     PERFORM 6000-REPORT-ALERTS
003020         THRU 6000-EXIT.
003030     PERFORM 7000-REPORT-EXCEPTIONS
003040         THRU 7000-EXIT.
003050     PERFORM 9000-TERMINATE
003060         THRU 9000-EXIT.
003070     GOBACK.
003080
003090****************************************************************
003100* 1000-INITIALIZE - OPEN FILES.  THE FX RATES AND THE LOAN     *
003110*                   MASTER ARE REQUIRED; WITHOUT THE BORROWER  *
003120*                   MASTER EVERY BORROWER A LOAN NAMES IS      *
003130*                   REPORTED AS AN EXCEPTION                   *
003140****************************************************************
003142 1000-INITIALIZE.
003144     PERFORM 1050-READ-DATE-CONTROL
003146         THRU 1050-EXIT.
003150     CLOSE DATE-CONTROL.
003160     PERFORM 1075-LOAD-FX-RATE-TABLE
003170         THRU 1075-EXIT.
003180     OPEN INPUT LOAN-MASTER.
003190     IF NOT LOANMSTR-OPEN-OK
003200         DISPLAY "LOANCONC: FATAL - LOAN-MASTER NOT FOUND, "
003210             "STATUS " CN-LOANMSTR-STATUS ".  RUN ABORTED."
003220         MOVE 16 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     OPEN INPUT BORROWER-MASTER.
003260     IF BORRMSTR-OPEN-OK
003270         SET BORRMSTR-FILE-OPEN TO TRUE
003280     ELSE
003290         DISPLAY "LOANCONC: WARNING - BORROWER MASTER NOT FOUND, "
003300             "STATUS " CN-BORRMSTR-STATUS
003310             " - NO LIMITS TO REPORT AGAINST."
003320     END-IF.
003330     OPEN OUTPUT CONC-REPORT.
003340     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
003350     ACCEPT RPT-RUN-TIME FROM TIME.
003360     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
003370     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
003380     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
003390     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
003400     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
003410     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
003420 1000-EXIT.
003430     EXIT.
003440
003441****************************************************************
003442* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
003443*                          SHOP'S DATE-CONTROL RECORD.  NO     *
003444*                          DATECTL, OR ONE WITHOUT A CURRENT   *
003445*                          BUSINESS DATE, ABORTS THE RUN - NO  *
003446*                          JOB GUESSES ITS OWN DATE            *
003447****************************************************************
003448 1050-READ-DATE-CONTROL.
003449     OPEN INPUT DATE-CONTROL.
003450     IF NOT DATECTL-FILE-FOUND
003451         DISPLAY "LOANCONC: FATAL - DATECTL NOT FOUND, "
003452             "STATUS " CN-DATECTL-STATUS ".  RUN ABORTED."
003453         MOVE 16 TO RETURN-CODE
003454         STOP RUN
003455     END-IF.
003456     READ DATE-CONTROL
003457         AT END
003458             DISPLAY "LOANCONC: FATAL - DATECTL IS EMPTY.  "
003459                 "RUN ABORTED."
003460             MOVE 16 TO RETURN-CODE
003461             STOP RUN
003462     END-READ.
003463     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
003464             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
003465         DISPLAY "LOANCONC: FATAL - DATECTL BUSINESS DATE "
003466             "MISSING OR NOT NUMERIC.  RUN ABORTED."
003467         MOVE 16 TO RETURN-CODE
003468         STOP RUN
003469     END-IF.
003470     MOVE DC-CURRENT-BUS-DATE TO CN-BUS-DATE-NUM.
003471 1050-EXIT.
003472     EXIT.
003473
003474****************************************************************
003475* 1075-LOAD-FX-RATE-TABLE - SAME LOAD AND SAME FATAL           *
003476*                           TREATMENT AS THE BATCH PROGRAM, SO *
003480*                           NO EXPOSURE IS EVER A GUESS        *
003490****************************************************************
003500 1075-LOAD-FX-RATE-TABLE.
003510     OPEN INPUT FX-RATE-TABLE.
003520     IF NOT FXRATES-FILE-FOUND
003530         DISPLAY "LOANCONC: FATAL - FX-RATE-TABLE NOT FOUND, "
003540             "STATUS " CN-FXRATES-STATUS ".  RUN ABORTED."
003550         MOVE 16 TO RETURN-CODE
003560         STOP RUN
003570     END-IF.
003580     MOVE "N" TO CN-FX-EOF-SW.
003590     PERFORM 1080-READ-FX-RATE-RECORD
003600         THRU 1080-EXIT
003610         UNTIL FX-TABLE-EOF.
003620     CLOSE FX-RATE-TABLE.
003630 1075-EXIT.
003640     EXIT.
003650
003660 1080-READ-FX-RATE-RECORD.
003670     READ FX-RATE-TABLE
003680         AT END
003690             SET FX-TABLE-EOF TO TRUE
003700             GO TO 1080-EXIT
003710     END-READ.
003720     IF FX-ENTRY-COUNT IS NOT LESS THAN FX-MAX-ENTRIES
003730         SET FX-TABLE-EOF TO TRUE
003740         GO TO 1080-EXIT
003750     END-IF.
003760     IF FX-RATE-TO-BASE IS NOT NUMERIC
003770             OR FX-RATE-TO-BASE IS EQUAL TO ZERO
003780         GO TO 1080-EXIT
003790     END-IF.
003800     ADD 1 TO FX-ENTRY-COUNT.
003810     SET FX-IDX TO FX-ENTRY-COUNT.
003820     MOVE FX-CURRENCY-CODE TO FX-TBL-CURRENCY-CODE(FX-IDX).
003830     MOVE FX-RATE-TO-BASE  TO FX-TBL-RATE-TO-BASE(FX-IDX).
003840 1080-EXIT.
003850     EXIT.
003860
003870****************************************************************
003880* 2000-LOAD-BORROWERS - ONE TABLE ENTRY PER BORROWER ON THE    *
003890*                       MASTER, ITS LIMIT TRANSLATED TO BASE   *
003900****************************************************************
003910 2000-LOAD-BORROWERS.
003920     IF NOT BORRMSTR-FILE-OPEN
003930         GO TO 2000-EXIT
003940     END-IF.
003950     MOVE "N" TO CN-BORR-EOF-SW.
003960     PERFORM 2100-LOAD-ONE-BORROWER
003970         THRU 2100-EXIT
003980         UNTIL BORROWER-SCAN-DONE.
003990 2000-EXIT.
004000     EXIT.
004010
004020 2100-LOAD-ONE-BORROWER.
004030     READ BORROWER-MASTER NEXT RECORD
004040         AT END
004050             SET BORROWER-SCAN-DONE TO TRUE
004060             GO TO 2100-EXIT
004070     END-READ.
004080     IF NOT BORRMSTR-OPEN-OK
004090* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN
004100* RATHER THAN SPIN ON THE SAME RECORD
004110         SET BORROWER-SCAN-DONE TO TRUE
004120         GO TO 2100-EXIT
004130     END-IF.
004140     ADD 1 TO CN-BORR-READ.
004150     MOVE BM-BORROWER-ID TO CN-FIND-BORROWER.
004160     PERFORM 2520-ADD-BORROWER-ENTRY
004170         THRU 2520-EXIT.
004180     IF NOT BORROWER-FOUND
004190         GO TO 2100-EXIT
004200     END-IF.
004210     MOVE BM-BORROWER-NAME  TO CN-BT-NAME(CN-BORR-HIT).
004220     MOVE BM-RISK-GRADE     TO CN-BT-GRADE(CN-BORR-HIT).
004230     MOVE BM-LIMIT-CURRENCY TO CN-BT-LIMIT-CURRENCY(CN-BORR-HIT).
004240     MOVE "Y"               TO CN-BT-ON-MASTER-SW(CN-BORR-HIT).
004250     MOVE BM-LIMIT-CURRENCY TO CN-FIND-CURRENCY.
004260     PERFORM 2600-LOOKUP-FX-RATE
004270         THRU 2600-EXIT.
004280     IF NOT FX-FOUND
004290         GO TO 2100-EXIT
004300     END-IF.
004310     MOVE "Y" TO CN-BT-LIMIT-RATED-SW(CN-BORR-HIT).
004320     COMPUTE CN-BT-LIMIT-BASE(CN-BORR-HIT) ROUNDED =
004330           BM-APPROVED-LIMIT * CN-FX-RATE.
004340 2100-EXIT.
004350     EXIT.
004360
004370****************************************************************
004380* 2500-FIND-BORROWER-ENTRY - LOCATE THE ENTRY FOR CN-FIND-     *
004390*                            BORROWER, ADDING IT - AS NOT ON   *
004400*                            THE MASTER - IF IT IS NEW         *
004410****************************************************************
004420 2500-FIND-BORROWER-ENTRY.
004430     MOVE "N"  TO CN-BORR-FOUND-SW.
004440     MOVE ZERO TO CN-BORR-HIT.
004450     PERFORM 2510-TEST-ONE-BORROWER-ENTRY
004460         THRU 2510-EXIT
004470         VARYING CN-BORR-SUB FROM 1 BY 1
004480         UNTIL CN-BORR-SUB IS GREATER THAN CN-BORR-COUNT
004490         OR BORROWER-FOUND.
004500     IF BORROWER-FOUND
004510         GO TO 2500-EXIT
004520     END-IF.
004530     PERFORM 2520-ADD-BORROWER-ENTRY
004540         THRU 2520-EXIT.
004550     IF BORROWER-FOUND
004560         MOVE "NOT ON BORROWER MASTER" TO CN-BT-NAME(CN-BORR-HIT)
004570     END-IF.
004580 2500-EXIT.
004590     EXIT.
004600
004610 2510-TEST-ONE-BORROWER-ENTRY.
004620     IF CN-BT-BORROWER-ID(CN-BORR-SUB)
004630             IS EQUAL TO CN-FIND-BORROWER
004640         MOVE CN-BORR-SUB TO CN-BORR-HIT
004650         SET BORROWER-FOUND TO TRUE
004660     END-IF.
004670 2510-EXIT.
004680     EXIT.
004690
004700****************************************************************
004710* 2520-ADD-BORROWER-ENTRY - START A NEW, EMPTY ENTRY.  A FULL  *
004720*                           TABLE LEAVES BORROWER-FOUND OFF    *
004730*                           AND IS COUNTED - THE RUN THEN      *
004740*                           CANNOT CALL ITSELF CLEAN           *
004750****************************************************************
004760 2520-ADD-BORROWER-ENTRY.
004770     MOVE "N"  TO CN-BORR-FOUND-SW.
004780     IF CN-BORR-COUNT IS NOT LESS THAN CN-MAX-BORROWERS
004790         ADD 1 TO CN-OVERFLOW-COUNT
004800         GO TO 2520-EXIT
004810     END-IF.
004820     ADD 1 TO CN-BORR-COUNT.
004830     MOVE CN-BORR-COUNT    TO CN-BORR-HIT.
004840     MOVE CN-FIND-BORROWER TO CN-BT-BORROWER-ID(CN-BORR-HIT).
004850     MOVE SPACES           TO CN-BT-NAME(CN-BORR-HIT).
004860     MOVE SPACES           TO CN-BT-GRADE(CN-BORR-HIT).
004870     MOVE SPACES           TO CN-BT-LIMIT-CURRENCY(CN-BORR-HIT).
004880     MOVE "N"              TO CN-BT-ON-MASTER-SW(CN-BORR-HIT).
004890     MOVE "N"              TO CN-BT-LIMIT-RATED-SW(CN-BORR-HIT).
004900     MOVE ZERO             TO CN-BT-LIMIT-BASE(CN-BORR-HIT).
004910     MOVE ZERO             TO CN-BT-EXPOSURE(CN-BORR-HIT).
004920     MOVE ZERO             TO CN-BT-LOAN-COUNT(CN-BORR-HIT).
004930     MOVE ZERO             TO CN-BT-TOP-COUNT(CN-BORR-HIT).
004940     SET BORROWER-FOUND TO TRUE.
004950 2520-EXIT.
004960     EXIT.
004970
004980****************************************************************
004990* 2600-LOOKUP-FX-RATE - FIND CN-FIND-CURRENCY'S RATE TO BASE   *
005000****************************************************************
005010 2600-LOOKUP-FX-RATE.
005020     MOVE "N" TO CN-FX-FOUND-SW.
005030     IF CN-FIND-CURRENCY IS EQUAL TO CN-BASE-CURRENCY
005040         MOVE 1 TO CN-FX-RATE
005050         SET FX-FOUND TO TRUE
005060         GO TO 2600-EXIT
005070     END-IF.
005080     PERFORM 2610-SEARCH-ONE-FX-ENTRY
005090         THRU 2610-EXIT
005100         VARYING FX-IDX FROM 1 BY 1
005110         UNTIL FX-IDX IS GREATER THAN FX-ENTRY-COUNT
005120         OR FX-FOUND.
005130 2600-EXIT.
005140     EXIT.
005150
005160 2610-SEARCH-ONE-FX-ENTRY.
005170     IF FX-TBL-CURRENCY-CODE(FX-IDX) IS EQUAL TO CN-FIND-CURRENCY
005180         MOVE FX-TBL-RATE-TO-BASE(FX-IDX) TO CN-FX-RATE
005190         SET FX-FOUND TO TRUE
005200     END-IF.
005210 2610-EXIT.
005220     EXIT.
005230
005240****************************************************************
005250* 3000-TOTAL-LOAN-MASTER - READ EVERY MASTER RECORD IN KEY     *
005260*                          ORDER, BREAKING ON LOAN-ID, AND     *
005270*                          ADD EACH LOAN'S OUTSTANDING         *
005280*                          BALANCE INTO ITS BORROWER'S ENTRY   *
005290****************************************************************
005300 3000-TOTAL-LOAN-MASTER.
005310     MOVE "N"  TO CN-MASTER-EOF-SW.
005320     MOVE ZERO TO CN-CURR-LOAN-ID.
005330     PERFORM 3050-RESET-LOAN-WORK
005340         THRU 3050-EXIT.
005350     MOVE ZERO TO LM-LOAN-ID.
005360     MOVE ZERO TO LM-PERIOD-NO.
005370     START LOAN-MASTER
005380         KEY IS GREATER THAN LM-KEY
005390         INVALID KEY
005400             SET MASTER-SCAN-DONE TO TRUE
005410     END-START.
005420     PERFORM 3100-SCAN-ONE-RECORD
005430         THRU 3100-EXIT
005440         UNTIL MASTER-SCAN-DONE.
005450     IF CN-CURR-LOAN-ID IS GREATER THAN ZERO
005460* CLOSE OUT THE LAST LOAN ON THE FILE
005470         PERFORM 3300-CLOSE-ONE-LOAN
005480             THRU 3300-EXIT
005490     END-IF.
005500 3000-EXIT.
005510     EXIT.
005520
005530 3050-RESET-LOAN-WORK.
005540     MOVE "N"    TO CN-LOAN-SPLIT-SW.
005550     MOVE ZERO   TO CN-LOAN-BORROWER.
005560     MOVE SPACES TO CN-LOAN-CURRENCY.
005570     MOVE ZERO   TO CN-LOAN-OUTSTANDING.
005580     MOVE ZERO   TO CN-LOAN-BASE.
005590 3050-EXIT.
005600     EXIT.
005610
005620 3100-SCAN-ONE-RECORD.
005630     READ LOAN-MASTER NEXT RECORD
005640         AT END
005650             SET MASTER-SCAN-DONE TO TRUE
005660             GO TO 3100-EXIT
005670     END-READ.
005680     IF NOT LOANMSTR-OPEN-OK
005690* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN
005700* RATHER THAN SPIN ON THE SAME RECORD
005710         SET MASTER-SCAN-DONE TO TRUE
005720         GO TO 3100-EXIT
005730     END-IF.
005740     IF LM-LOAN-ID IS NOT EQUAL TO CN-CURR-LOAN-ID
005750         IF CN-CURR-LOAN-ID IS GREATER THAN ZERO
005760             PERFORM 3300-CLOSE-ONE-LOAN
005770                 THRU 3300-EXIT
005780         END-IF
005790         MOVE LM-LOAN-ID TO CN-CURR-LOAN-ID
005800         PERFORM 3050-RESET-LOAN-WORK
005810             THRU 3050-EXIT
005820     END-IF.
005830     PERFORM 3200-ADD-ONE-RECORD
005840         THRU 3200-EXIT.
005850 3100-EXIT.
005860     EXIT.
005870
005880****************************************************************
005890* 3200-ADD-ONE-RECORD - THE HEADER GIVES THE BORROWER AND      *
005900*                       CURRENCY.  AN AMORTIZED LOAN STILL     *
005910*                       OWES THE PRINCIPAL OF EVERY PERIOD     *
005920*                       NOT YET FULLY PAID; A PV/FV BOOKING,   *
005930*                       WITH NO SPLIT, STILL OWES THE UNPAID   *
005940*                       PART OF EACH SUPPLIED FLOW             *
005950****************************************************************
005960 3200-ADD-ONE-RECORD.
005970     IF LM-IS-LOAN-HEADER
005980* A HEADER WRITTEN BEFORE THE BORROWER FIELD EXISTED HOLDS
005990* SPACES THERE AND BELONGS TO NO BORROWER
006000         IF LM-HDR-BORROWER-ID IS NUMERIC
006010             MOVE LM-HDR-BORROWER-ID TO CN-LOAN-BORROWER
006020         END-IF
006030         MOVE LM-HDR-CURRENCY-CODE TO CN-LOAN-CURRENCY
006040         GO TO 3200-EXIT
006050     END-IF.
006060     IF LM-PERIOD-NO IS EQUAL TO 1
006070         IF LM-PRINCIPAL-PORTION IS NOT EQUAL TO ZERO
006080                 OR LM-BALANCE-REMAINING IS NOT EQUAL TO ZERO
006090             SET LOAN-HAS-SPLIT TO TRUE
006100         END-IF
006110     END-IF.
006120     IF LM-FULLY-PAID
006130         GO TO 3200-EXIT
006140     END-IF.
006150     IF LOAN-HAS-SPLIT
006160         ADD LM-PRINCIPAL-PORTION TO CN-LOAN-OUTSTANDING
006170     ELSE
006180         COMPUTE CN-LOAN-OUTSTANDING =
006190               CN-LOAN-OUTSTANDING + LM-AMOUNT - LM-PAID-AMOUNT
006200     END-IF.
006210 3200-EXIT.
006220     EXIT.
006230
006240****************************************************************
006250* 3300-CLOSE-ONE-LOAN - ALL OF ONE LOAN'S RECORDS HAVE BEEN    *
006260*                       SEEN.  A LOAN NAMING NO BORROWER IS    *
006270*                       ONLY COUNTED; ONE WHOSE CURRENCY HAS   *
006280*                       NO FX RATE IS HELD AS AN EXCEPTION     *
006290****************************************************************
006300 3300-CLOSE-ONE-LOAN.
006310     ADD 1 TO CN-LOANS-SCANNED.
006320     IF CN-LOAN-BORROWER IS EQUAL TO ZERO
006330         ADD 1 TO CN-LOANS-NO-BORROWER
006340         GO TO 3300-EXIT
006350     END-IF.
006360     IF CN-LOAN-OUTSTANDING IS NOT GREATER THAN ZERO
006370* PAID OFF - NO LONGER PART OF ANY EXPOSURE
006380         GO TO 3300-EXIT
006390     END-IF.
006400     MOVE CN-LOAN-CURRENCY TO CN-FIND-CURRENCY.
006410     PERFORM 2600-LOOKUP-FX-RATE
006420         THRU 2600-EXIT.
006430     IF NOT FX-FOUND
006440         ADD 1 TO CN-NO-RATE-LOANS
006450         PERFORM 3350-HOLD-LOAN-EXCEPTION
006460             THRU 3350-EXIT
006470         GO TO 3300-EXIT
006480     END-IF.
006490     COMPUTE CN-LOAN-BASE ROUNDED =
006500           CN-LOAN-OUTSTANDING * CN-FX-RATE.
006510     MOVE CN-LOAN-BORROWER TO CN-FIND-BORROWER.
006520     PERFORM 2500-FIND-BORROWER-ENTRY
006530         THRU 2500-EXIT.
006540     IF NOT BORROWER-FOUND
006550         GO TO 3300-EXIT
006560     END-IF.
006570     ADD 1 TO CN-LOANS-MEASURED.
006580     ADD 1 TO CN-BT-LOAN-COUNT(CN-BORR-HIT).
006590     ADD CN-LOAN-BASE TO CN-BT-EXPOSURE(CN-BORR-HIT).
006600     PERFORM 3400-RANK-TOP-LOAN
006610         THRU 3400-EXIT.
006620 3300-EXIT.
006630     EXIT.
006640
006650 3350-HOLD-LOAN-EXCEPTION.
006660     IF CN-EXC-COUNT IS NOT LESS THAN CN-MAX-EXCEPTIONS
006670         ADD 1 TO CN-OVERFLOW-COUNT
006680         GO TO 3350-EXIT
006690     END-IF.
006700     ADD 1 TO CN-EXC-COUNT.
006710     MOVE CN-CURR-LOAN-ID     TO CN-EX-LOAN-ID(CN-EXC-COUNT).
006720     MOVE CN-LOAN-BORROWER    TO CN-EX-BORROWER-ID(CN-EXC-COUNT).
006730     MOVE CN-LOAN-CURRENCY    TO CN-EX-CURRENCY(CN-EXC-COUNT).
006740     MOVE CN-LOAN-OUTSTANDING TO CN-EX-OUTSTANDING(CN-EXC-COUNT).
006750 3350-EXIT.
006760     EXIT.
006770
006780****************************************************************
006790* 3400-RANK-TOP-LOAN - SLOT THE LOAN INTO ITS BORROWER'S       *
006800*                      LARGEST-LOANS LIST IF IT BEATS ONE      *
006810*                      ALREADY THERE OR THE LIST IS NOT FULL,  *
006820*                      MOVING THE SMALLER ONES DOWN A PLACE    *
006830****************************************************************
006840 3400-RANK-TOP-LOAN.
006850     MOVE ZERO TO CN-TOP-POS.
006860     PERFORM 3410-TEST-ONE-TOP-SLOT
006870         THRU 3410-EXIT
006880         VARYING CN-TOP-SUB FROM 1 BY 1
006890         UNTIL CN-TOP-SUB IS GREATER THAN
006900             CN-BT-TOP-COUNT(CN-BORR-HIT)
006910         OR CN-TOP-POS IS GREATER THAN ZERO.
006920     IF CN-TOP-POS IS EQUAL TO ZERO
006930         IF CN-BT-TOP-COUNT(CN-BORR-HIT) IS NOT LESS THAN
006940                 CN-MAX-TOP
006950             GO TO 3400-EXIT
006960         END-IF
006970         COMPUTE CN-TOP-POS = CN-BT-TOP-COUNT(CN-BORR-HIT) + 1
006980     END-IF.
006990     IF CN-BT-TOP-COUNT(CN-BORR-HIT) IS LESS THAN CN-MAX-TOP
007000         ADD 1 TO CN-BT-TOP-COUNT(CN-BORR-HIT)
007010     END-IF.
007020     PERFORM 3420-MOVE-ONE-TOP-LOAN-DOWN
007030         THRU 3420-EXIT
007040         VARYING CN-TOP-SUB FROM CN-BT-TOP-COUNT(CN-BORR-HIT)
007050         BY -1
007060         UNTIL CN-TOP-SUB IS NOT GREATER THAN CN-TOP-POS.
007070     MOVE CN-CURR-LOAN-ID
007080         TO CN-TL-LOAN-ID(CN-BORR-HIT, CN-TOP-POS).
007090     MOVE CN-LOAN-CURRENCY
007100         TO CN-TL-CURRENCY(CN-BORR-HIT, CN-TOP-POS).
007110     MOVE CN-LOAN-OUTSTANDING
007120         TO CN-TL-OUTSTANDING(CN-BORR-HIT, CN-TOP-POS).
007130     MOVE CN-LOAN-BASE
007140         TO CN-TL-BASE(CN-BORR-HIT, CN-TOP-POS).
007150 3400-EXIT.
007160     EXIT.
007170
007180 3410-TEST-ONE-TOP-SLOT.
007190     IF CN-LOAN-BASE IS GREATER THAN
007200             CN-TL-BASE(CN-BORR-HIT, CN-TOP-SUB)
007210         MOVE CN-TOP-SUB TO CN-TOP-POS
007220     END-IF.
007230 3410-EXIT.
007240     EXIT.
007250
007260 3420-MOVE-ONE-TOP-LOAN-DOWN.
007270     COMPUTE CN-TOP-PREV = CN-TOP-SUB - 1.
007280     MOVE CN-BT-TOP-LOAN(CN-BORR-HIT, CN-TOP-PREV)
007290         TO CN-BT-TOP-LOAN(CN-BORR-HIT, CN-TOP-SUB).
007300 3420-EXIT.
007310     EXIT.
007320
007330****************************************************************
007340* 5000-REPORT-BORROWERS - EVERY BORROWER'S EXPOSURE AGAINST    *
007350*                         ITS LIMIT, WITH ITS LARGEST LOANS    *
007360****************************************************************
007370 5000-REPORT-BORROWERS.
007380     SET BORROWER-SECTION TO TRUE.
007390     MOVE "BORROWER EXPOSURE AGAINST APPROVED LIMIT"
007400         TO RPT-SECTION-TITLE.
007410     MOVE 999 TO RPT-LINE-COUNT.
007420     IF CN-BORR-COUNT IS EQUAL TO ZERO
007430         MOVE "NO BORROWERS ON FILE AND NO LOAN NAMES ONE"
007440             TO RPT-MESSAGE-LINE
007450         PERFORM 5900-WRITE-MESSAGE-LINE
007460             THRU 5900-EXIT
007470         GO TO 5000-EXIT
007480     END-IF.
007490     PERFORM 5100-REPORT-ONE-BORROWER
007500         THRU 5100-EXIT
007510         VARYING CN-BORR-SUB FROM 1 BY 1
007520         UNTIL CN-BORR-SUB IS GREATER THAN CN-BORR-COUNT.
007530 5000-EXIT.
007540     EXIT.
007550
007560 5100-REPORT-ONE-BORROWER.
007570     PERFORM 5150-SET-BORROWER-FLAG
007580         THRU 5150-EXIT.
007590     EVALUATE TRUE
007600         WHEN NOT CN-BT-ON-MASTER(CN-BORR-SUB)
007610             ADD 1 TO CN-UNKNOWN-BORR-COUNT
007620         WHEN NOT CN-BT-LIMIT-RATED(CN-BORR-SUB)
007630             ADD 1 TO CN-NO-LIMIT-RATE-COUNT
007640         WHEN CN-BT-EXPOSURE(CN-BORR-SUB) IS GREATER THAN
007650                 CN-BT-LIMIT-BASE(CN-BORR-SUB)
007660             ADD 1 TO CN-OVER-LIMIT-COUNT
007670             ADD 1 TO CN-ALERT-COUNT
007680         WHEN CN-UTILIZATION IS GREATER THAN CN-ALERT-PERCENT
007690             ADD 1 TO CN-ALERT-COUNT
007700     END-EVALUATE.
007710     PERFORM 5160-FORMAT-DETAIL-LINE
007720         THRU 5160-EXIT.
007730* KEEP THE BORROWER LINE AND ITS LOANS ON ONE PAGE
007740     COMPUTE CN-TOP-POS = RPT-LINE-COUNT
007750           + CN-BT-TOP-COUNT(CN-BORR-SUB) + 1.
007760     IF CN-TOP-POS IS GREATER THAN RPT-MAX-LINES
007770         MOVE 999 TO RPT-LINE-COUNT
007780     END-IF.
007790     MOVE RPT-DETAIL-LINE TO RPT-PRINT-AREA.
007800     PERFORM 5800-WRITE-REPORT-LINE
007810         THRU 5800-EXIT.
007820     PERFORM 5200-LIST-ONE-TOP-LOAN
007830         THRU 5200-EXIT
007840         VARYING CN-TOP-SUB FROM 1 BY 1
007850         UNTIL CN-TOP-SUB IS GREATER THAN
007860             CN-BT-TOP-COUNT(CN-BORR-SUB).
007870 5100-EXIT.
007880     EXIT.
007890
007900****************************************************************
007910* 5150-SET-BORROWER-FLAG - UTILIZATION IS EXPOSURE AS A        *
007920*                          PERCENTAGE OF LIMIT, BOTH IN BASE.  *
007930*                          A BORROWER NOT ON THE MASTER, OR    *
007940*                          WHOSE LIMIT CURRENCY HAS NO RATE,   *
007950*                          HAS NO LIMIT TO MEASURE AGAINST     *
007960****************************************************************
007970 5150-SET-BORROWER-FLAG.
007980     MOVE ZERO   TO CN-UTILIZATION.
007990     MOVE SPACES TO CN-FLAG-TEXT.
008000     IF NOT CN-BT-ON-MASTER(CN-BORR-SUB)
008010         MOVE "NOT ON MASTER"        TO CN-FLAG-TEXT
008020         GO TO 5150-EXIT
008030     END-IF.
008040     IF NOT CN-BT-LIMIT-RATED(CN-BORR-SUB)
008050         MOVE "NO FX RATE FOR LIMIT" TO CN-FLAG-TEXT
008060         GO TO 5150-EXIT
008070     END-IF.
008080     IF CN-BT-LIMIT-BASE(CN-BORR-SUB) IS EQUAL TO ZERO
008090         IF CN-BT-EXPOSURE(CN-BORR-SUB) IS GREATER THAN ZERO
008100             MOVE 9999.9              TO CN-UTILIZATION
008110             MOVE "OVER LIMIT"        TO CN-FLAG-TEXT
008120         END-IF
008130         GO TO 5150-EXIT
008140     END-IF.
008150     COMPUTE CN-UTILIZATION ROUNDED =
008160           CN-BT-EXPOSURE(CN-BORR-SUB) * 100
008170           / CN-BT-LIMIT-BASE(CN-BORR-SUB)
008180         ON SIZE ERROR
008190             MOVE 9999.9 TO CN-UTILIZATION
008200     END-COMPUTE.
008210     IF CN-BT-EXPOSURE(CN-BORR-SUB) IS GREATER THAN
008220             CN-BT-LIMIT-BASE(CN-BORR-SUB)
008230         MOVE "OVER LIMIT"           TO CN-FLAG-TEXT
008240     ELSE
008250         IF CN-UTILIZATION IS GREATER THAN CN-ALERT-PERCENT
008260             MOVE "ABOVE 90 PCT"     TO CN-FLAG-TEXT
008270         END-IF
008280     END-IF.
008290 5150-EXIT.
008300     EXIT.
008310
008320 5160-FORMAT-DETAIL-LINE.
008330     MOVE CN-BT-BORROWER-ID(CN-BORR-SUB) TO RPT-DET-BORROWER-ID.
008340     MOVE CN-BT-NAME(CN-BORR-SUB)        TO RPT-DET-NAME.
008350     MOVE CN-BT-GRADE(CN-BORR-SUB)       TO RPT-DET-GRADE.
008360     MOVE CN-BT-LOAN-COUNT(CN-BORR-SUB)  TO RPT-DET-LOAN-COUNT.
008370     MOVE CN-BT-LIMIT-BASE(CN-BORR-SUB)  TO RPT-DET-LIMIT.
008380     MOVE CN-BT-EXPOSURE(CN-BORR-SUB)    TO RPT-DET-EXPOSURE.
008390     MOVE CN-UTILIZATION                 TO RPT-DET-UTILIZATION.
008400     MOVE CN-FLAG-TEXT                   TO RPT-DET-FLAG.
008410 5160-EXIT.
008420     EXIT.
008430
008440 5200-LIST-ONE-TOP-LOAN.
008450     MOVE CN-TOP-SUB TO RPT-TOP-RANK.
008460     MOVE CN-TL-LOAN-ID(CN-BORR-SUB, CN-TOP-SUB)
008470         TO RPT-TOP-LOAN-ID.
008480     MOVE CN-TL-CURRENCY(CN-BORR-SUB, CN-TOP-SUB)
008490         TO RPT-TOP-CURRENCY.
008500     MOVE CN-TL-OUTSTANDING(CN-BORR-SUB, CN-TOP-SUB)
008510         TO RPT-TOP-OUTSTANDING.
008520     MOVE CN-TL-BASE(CN-BORR-SUB, CN-TOP-SUB)
008530         TO RPT-TOP-BASE.
008540     MOVE RPT-TOP-LOAN-LINE TO RPT-PRINT-AREA.
008550     PERFORM 5800-WRITE-REPORT-LINE
008560         THRU 5800-EXIT.
008570 5200-EXIT.
008580     EXIT.
008590
008600****************************************************************
008610* 5800-WRITE-REPORT-LINE - ONE LINE FROM THE PRINT AREA,       *
008620*                          HEADING A NEW PAGE IF NEEDED FIRST  *
008630****************************************************************
008640 5800-WRITE-REPORT-LINE.
008650     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
008660         PERFORM 5810-WRITE-REPORT-HEADINGS
008670             THRU 5810-EXIT
008680     END-IF.
008690     WRITE CONC-REPORT-LINE FROM RPT-PRINT-AREA.
008700     ADD 1 TO RPT-LINE-COUNT.
008710 5800-EXIT.
008720     EXIT.
008730
008740****************************************************************
008750* 5810-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE UNDER   *
008760*                              THE CURRENT SECTION'S TITLE     *
008770****************************************************************
008780 5810-WRITE-REPORT-HEADINGS.
008790     ADD 1 TO RPT-PAGE-COUNT.
008800     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
008810     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
008820     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
008830     MOVE CN-BASE-CURRENCY TO RPT-H2-BASE.
008840     IF RPT-PAGE-COUNT IS GREATER THAN 1
008850         WRITE CONC-REPORT-LINE FROM SPACES
008860         BEFORE ADVANCING PAGE
008870     END-IF.
008880     WRITE CONC-REPORT-LINE FROM RPT-HEADING-1.
008890     WRITE CONC-REPORT-LINE FROM RPT-HEADING-2.
008900     WRITE CONC-REPORT-LINE FROM SPACES.
008910     WRITE CONC-REPORT-LINE FROM RPT-SECTION-TITLE.
008920     WRITE CONC-REPORT-LINE FROM SPACES.
008930     IF EXCEPTION-SECTION
008940         WRITE CONC-REPORT-LINE FROM RPT-EXC-COLUMN-HEADING
008950     ELSE
008960         WRITE CONC-REPORT-LINE FROM RPT-BORR-COLUMN-HEADING
008970     END-IF.
008980     MOVE ZERO TO RPT-LINE-COUNT.
008990 5810-EXIT.
009000     EXIT.
009010
009020 5900-WRITE-MESSAGE-LINE.
009030     MOVE RPT-MESSAGE-LINE TO RPT-PRINT-AREA.
009040     PERFORM 5800-WRITE-REPORT-LINE
009050         THRU 5800-EXIT.
009060 5900-EXIT.
009070     EXIT.
009080
009090****************************************************************
009100* 6000-REPORT-ALERTS - THE BORROWERS ABOVE 90 PERCENT OF       *
009110*                      THEIR LIMIT, OVER-LIMIT ONES INCLUDED,  *
009120*                      ON A SECTION OF THEIR OWN               *
009130****************************************************************
009140 6000-REPORT-ALERTS.
009150     SET ALERT-SECTION TO TRUE.
009160     MOVE "BORROWERS ABOVE 90 PERCENT OF APPROVED LIMIT"
009170         TO RPT-SECTION-TITLE.
009180     MOVE 999 TO RPT-LINE-COUNT.
009190     IF CN-ALERT-COUNT IS EQUAL TO ZERO
009200         MOVE "NO BORROWER IS ABOVE 90 PERCENT OF ITS LIMIT"
009210             TO RPT-MESSAGE-LINE
009220         PERFORM 5900-WRITE-MESSAGE-LINE
009230             THRU 5900-EXIT
009240         GO TO 6000-EXIT
009250     END-IF.
009260     PERFORM 6100-REPORT-ONE-ALERT
009270         THRU 6100-EXIT
009280         VARYING CN-BORR-SUB FROM 1 BY 1
009290         UNTIL CN-BORR-SUB IS GREATER THAN CN-BORR-COUNT.
009300 6000-EXIT.
009310     EXIT.
009320
009330 6100-REPORT-ONE-ALERT.
009340     IF NOT CN-BT-ON-MASTER(CN-BORR-SUB)
009350             OR NOT CN-BT-LIMIT-RATED(CN-BORR-SUB)
009360         GO TO 6100-EXIT
009370     END-IF.
009380     PERFORM 5150-SET-BORROWER-FLAG
009390         THRU 5150-EXIT.
009400     IF CN-UTILIZATION IS NOT GREATER THAN CN-ALERT-PERCENT
009410         GO TO 6100-EXIT
009420     END-IF.
009430     PERFORM 5160-FORMAT-DETAIL-LINE
009440         THRU 5160-EXIT.
009450     MOVE RPT-DETAIL-LINE TO RPT-PRINT-AREA.
009460     PERFORM 5800-WRITE-REPORT-LINE
009470         THRU 5800-EXIT.
009480 6100-EXIT.
009490     EXIT.
009500
009510****************************************************************
009520* 7000-REPORT-EXCEPTIONS - BORROWERS WITH NO LIMIT TO MEASURE  *
009530*                          AGAINST AND LOANS THAT COULD NOT BE *
009540*                          TRANSLATED TO BASE                  *
009550****************************************************************
009560 7000-REPORT-EXCEPTIONS.
009570     SET EXCEPTION-SECTION TO TRUE.
009580     MOVE "EXCEPTIONS - EXPOSURE NOT MEASURED AGAINST A LIMIT"
009590         TO RPT-SECTION-TITLE.
009600     MOVE 999 TO RPT-LINE-COUNT.
009610     IF CN-UNKNOWN-BORR-COUNT IS EQUAL TO ZERO
009620             AND CN-NO-LIMIT-RATE-COUNT IS EQUAL TO ZERO
009630             AND CN-EXC-COUNT IS EQUAL TO ZERO
009640         MOVE "NO EXCEPTIONS" TO RPT-MESSAGE-LINE
009650         PERFORM 5900-WRITE-MESSAGE-LINE
009660             THRU 5900-EXIT
009670         GO TO 7000-EXIT
009680     END-IF.
009690     PERFORM 7100-LIST-BORROWER-EXCEPTION
009700         THRU 7100-EXIT
009710         VARYING CN-BORR-SUB FROM 1 BY 1
009720         UNTIL CN-BORR-SUB IS GREATER THAN CN-BORR-COUNT.
009730     PERFORM 7200-LIST-LOAN-EXCEPTION
009740         THRU 7200-EXIT
009750         VARYING CN-EXC-SUB FROM 1 BY 1
009760         UNTIL CN-EXC-SUB IS GREATER THAN CN-EXC-COUNT.
009770 7000-EXIT.
009780     EXIT.
009790
009800 7100-LIST-BORROWER-EXCEPTION.
009810     EVALUATE TRUE
009820         WHEN NOT CN-BT-ON-MASTER(CN-BORR-SUB)
009830             MOVE "LOANS NAME A BORROWER NOT ON BORROWER MASTER"
009840                 TO RPT-EXC-FINDING
009850         WHEN NOT CN-BT-LIMIT-RATED(CN-BORR-SUB)
009860             MOVE SPACES TO RPT-EXC-FINDING
009870             STRING "NO FX RATE FOR THE LIMIT CURRENCY "
009880                        DELIMITED BY SIZE
009890                    CN-BT-LIMIT-CURRENCY(CN-BORR-SUB)
009900                        DELIMITED BY SIZE
009910                 INTO RPT-EXC-FINDING
009920         WHEN OTHER
009930             GO TO 7100-EXIT
009940     END-EVALUATE.
009950     MOVE CN-BT-BORROWER-ID(CN-BORR-SUB)
009960         TO RPT-EXC-BORROWER-ID.
009970     MOVE SPACES TO RPT-EXC-LOAN-ID.
009980* A BORROWER'S EXPOSURE IS ALREADY IN BASE
009990     MOVE CN-BASE-CURRENCY TO RPT-EXC-CURRENCY.
010000     MOVE CN-BT-EXPOSURE(CN-BORR-SUB)
010010         TO RPT-EXC-OUTSTANDING.
010020     MOVE RPT-EXC-LINE TO RPT-PRINT-AREA.
010030     PERFORM 5800-WRITE-REPORT-LINE
010040         THRU 5800-EXIT.
010050 7100-EXIT.
010060     EXIT.
010070
010080 7200-LIST-LOAN-EXCEPTION.
010090     MOVE CN-EX-BORROWER-ID(CN-EXC-SUB) TO RPT-EXC-BORROWER-ID.
010100     MOVE CN-EX-LOAN-ID(CN-EXC-SUB)     TO RPT-EXC-LOAN-ID.
010110     MOVE CN-EX-CURRENCY(CN-EXC-SUB)    TO RPT-EXC-CURRENCY.
010120     MOVE CN-EX-OUTSTANDING(CN-EXC-SUB) TO RPT-EXC-OUTSTANDING.
010130     MOVE "NO FX RATE FOR THE LOAN CURRENCY - NOT IN EXPOSURE"
010140         TO RPT-EXC-FINDING.
010150     MOVE RPT-EXC-LINE TO RPT-PRINT-AREA.
010160     PERFORM 5800-WRITE-REPORT-LINE
010170         THRU 5800-EXIT.
010180 7200-EXIT.
010190     EXIT.
010200
010210****************************************************************
010220* 9000-TERMINATE - RUN TOTALS, CLOSE FILES, AND END THE RUN    *
010230****************************************************************
010240 9000-TERMINATE.
010250     IF NOT BORRMSTR-FILE-OPEN
010260         MOVE "NOTE - NO BORRMSTR FILE - NO LIMITS ON FILE"
010270             TO RPT-MESSAGE-LINE
010280         PERFORM 5900-WRITE-MESSAGE-LINE
010290             THRU 5900-EXIT
010300     END-IF.
010310     IF CN-OVERFLOW-COUNT IS GREATER THAN ZERO
010320         MOVE "WARNING - TABLE FULL - NOT ALL LISTED"
010330             TO RPT-MESSAGE-LINE
010340         PERFORM 5900-WRITE-MESSAGE-LINE
010350             THRU 5900-EXIT
010360     END-IF.
010370     MOVE SPACES TO RPT-MESSAGE-LINE.
010380     PERFORM 5900-WRITE-MESSAGE-LINE
010390         THRU 5900-EXIT.
010400     MOVE "BORROWERS ON BORROWER MASTER"   TO RPT-TOT-LABEL.
010410     MOVE CN-BORR-READ                     TO RPT-TOT-VALUE.
010420     PERFORM 9100-WRITE-ONE-TOTAL
010430         THRU 9100-EXIT.
010440     MOVE "LOANS SCANNED"                  TO RPT-TOT-LABEL.
010450     MOVE CN-LOANS-SCANNED                 TO RPT-TOT-VALUE.
010460     PERFORM 9100-WRITE-ONE-TOTAL
010470         THRU 9100-EXIT.
010480     MOVE "LOANS NAMING NO BORROWER"       TO RPT-TOT-LABEL.
010490     MOVE CN-LOANS-NO-BORROWER             TO RPT-TOT-VALUE.
010500     PERFORM 9100-WRITE-ONE-TOTAL
010510         THRU 9100-EXIT.
010520     MOVE "OPEN LOANS IN BORROWER EXPOSURE" TO RPT-TOT-LABEL.
010530     MOVE CN-LOANS-MEASURED                TO RPT-TOT-VALUE.
010540     PERFORM 9100-WRITE-ONE-TOTAL
010550         THRU 9100-EXIT.
010560     MOVE "LOANS WITH NO FX RATE"          TO RPT-TOT-LABEL.
010570     MOVE CN-NO-RATE-LOANS                 TO RPT-TOT-VALUE.
010580     PERFORM 9100-WRITE-ONE-TOTAL
010590         THRU 9100-EXIT.
010600     MOVE "BORROWERS OVER LIMIT"           TO RPT-TOT-LABEL.
010610     MOVE CN-OVER-LIMIT-COUNT              TO RPT-TOT-VALUE.
010620     PERFORM 9100-WRITE-ONE-TOTAL
010630         THRU 9100-EXIT.
010640     MOVE "BORROWERS ABOVE 90 PCT OF LIMIT" TO RPT-TOT-LABEL.
010650     MOVE CN-ALERT-COUNT                   TO RPT-TOT-VALUE.
010660     PERFORM 9100-WRITE-ONE-TOTAL
010670         THRU 9100-EXIT.
010680     MOVE "BORROWERS NOT ON MASTER"        TO RPT-TOT-LABEL.
010690     MOVE CN-UNKNOWN-BORR-COUNT            TO RPT-TOT-VALUE.
010700     PERFORM 9100-WRITE-ONE-TOTAL
010710         THRU 9100-EXIT.
010720     MOVE "LIMITS WITH NO FX RATE"         TO RPT-TOT-LABEL.
010730     MOVE CN-NO-LIMIT-RATE-COUNT           TO RPT-TOT-VALUE.
010740     PERFORM 9100-WRITE-ONE-TOTAL
010750         THRU 9100-EXIT.
010760     CLOSE LOAN-MASTER.
010770     IF BORRMSTR-FILE-OPEN
010780         CLOSE BORROWER-MASTER
010790     END-IF.
010800     CLOSE CONC-REPORT.
010810     PERFORM 9060-WRITE-JOB-STATUS
010820         THRU 9060-EXIT.
010830 9000-EXIT.
010840     EXIT.
010850
010860****************************************************************
010870* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE     *
010871*                         JOBSTAT FILE FOR THE MORNING-STATUS  *
010872*                         PROGRAM.  A BORROWER OVER LIMIT, AN  *
010873*                         EXCEPTION, OR A FULL TABLE MAKES IT  *
010874*                         A WARNING.  IT STAMPS THE DATECTL    *
010875*                         BUSINESS DATE                        *
010920****************************************************************
010930 9060-WRITE-JOB-STATUS.
010940     OPEN INPUT JOB-STATUS.
010950     IF JOBSTAT-FILE-FOUND
010960         CLOSE JOB-STATUS
010970         OPEN EXTEND JOB-STATUS
010980     ELSE
010990         OPEN OUTPUT JOB-STATUS
011000     END-IF.
011010     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
011020     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
011030     MOVE "LOANCONC"          TO JS-PROGRAM.
011040     MOVE CN-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
011050     MOVE CN-BORR-COUNT       TO JS-ITEMS-IN.
011060     COMPUTE JS-ITEMS-OK = CN-BORR-COUNT - CN-ALERT-COUNT
011070           - CN-UNKNOWN-BORR-COUNT - CN-NO-LIMIT-RATE-COUNT.
011080     MOVE CN-OVER-LIMIT-COUNT TO JS-ITEMS-REJECTED.
011090     COMPUTE JS-ITEMS-OTHER = CN-ALERT-COUNT - CN-OVER-LIMIT-COUNT
011100           + CN-UNKNOWN-BORR-COUNT + CN-NO-LIMIT-RATE-COUNT.
011110     IF CN-OVER-LIMIT-COUNT IS GREATER THAN ZERO
011120         MOVE "W"                   TO JS-STATUS
011130         MOVE "BORROWER OVER LIMIT" TO JS-NOTE
011140     ELSE
011150         IF CN-UNKNOWN-BORR-COUNT IS GREATER THAN ZERO
011160                 OR CN-NO-LIMIT-RATE-COUNT IS GREATER THAN ZERO
011170                 OR CN-NO-RATE-LOANS IS GREATER THAN ZERO
011180                 OR CN-OVERFLOW-COUNT IS GREATER THAN ZERO
011190             MOVE "W"                   TO JS-STATUS
011200             MOVE "EXPOSURE EXCEPTIONS" TO JS-NOTE
011210         ELSE
011220             MOVE "C"                   TO JS-STATUS
011230             MOVE "WITHIN LIMITS"       TO JS-NOTE
011240         END-IF
011250     END-IF.
011260     WRITE JOB-STATUS-RECORD.
011270     CLOSE JOB-STATUS.
011280 9060-EXIT.
011290     EXIT.
011300
011310 9100-WRITE-ONE-TOTAL.
011320     MOVE RPT-TOTAL-LINE TO RPT-PRINT-AREA.
011330     PERFORM 5800-WRITE-REPORT-LINE
011340         THRU 5800-EXIT.
011350 9100-EXIT.
011360     EXIT.
011370
011380 END PROGRAM LOANCONC.
