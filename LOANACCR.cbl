000020* LOANACCR                                                      *
000030*                                                               *
000040* MONTH-END INTEREST ACCRUAL.  WALKS LOAN-MASTER AS OF THE      *
000050* ACCOUNTING DATE - THE DATECTL BUSINESS DATE, OR THE LAST      *
000055* CALENDAR DAY OF THE MONTH ON A MONTH-END BUSINESS DAY -       *
000056* COMPUTES EACH AMORTIZED LOAN'S ACCRUED-BUT-UNPAID INTEREST    *
000060* FROM THE STORED LM-INTEREST-PORTION OF ITS OPEN PERIOD        *
000070* (PRORATED ON THE SHOP'S 30/360 CONVENTION FROM THE PERIOD     *
000080* BEFORE'S DUE DATE), PRINTS AN ACCRUAL REGISTER                *
000090* BY GL ACCOUNT, AND WRITES AN ACCRUAL AND A FIRST-OF-NEXT-     *
000100* MONTH REVERSAL LINE PER LOAN IN THE GL-FEED FORMAT SO         *
000110* GLACKPR RECONCILES THEM LIKE ANY OTHER POSTING.  THE BATCH    *
000329*                    PERIOD AT MONTH-END, AND AN ACCOUNTING      *
000330*                    DAY BEFORE THE BOOKING DAY NO LONGER        *
000331*                    SELECTS A PERIOD THAT HAS NOT STARTED.      *
000332*  2026-10-15  RLM   THE ACCOUNTING DATE COMES FROM DATECTL AND  *
000333*                    ACCRPRM IS RETIRED; A MONTH-END BUSINESS DAY*
000334*                    ACCRUES THROUGH THE MONTH'S LAST CALENDAR   *
000335*                    DAY.  THE OPEN PERIOD IS THE FIRST WHOSE DUE*
000336*                    DATE, ON THE SHOP'S DUE-DATE RULE, FALLS    *
000337*                    AFTER THE ACCOUNTING DATE, AND THE DAYS INTO*
000338*                    IT RUN FROM THE PRIOR PERIOD'S DUE DATE.    *
000339*                    THE REGISTRY AND JOBSTAT CARRY THE BUSINESS *
000340*                    DATE.                                       *
000341****************************************************************
000342 ENVIRONMENT DIVISION.
000343 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000370                           ORGANIZATION IS SEQUENTIAL
000380                           FILE STATUS IS AC-DATECTL-STATUS.
000381     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000382                           ORGANIZATION IS SEQUENTIAL
000383                           FILE STATUS IS AC-HOLCAL-STATUS.
000390     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000400                           ORGANIZATION IS INDEXED
000410                           ACCESS MODE IS DYNAMIC
000556                           FILE STATUS IS AC-JOBSTAT-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DATE-CONTROL
000590     RECORDING MODE IS F.
000600     COPY DCRECORD.
000611 FD  HOLIDAY-CALENDAR
000612     RECORDING MODE IS F.
000613     COPY HCRECORD.
000630 FD  LOAN-MASTER.
000640     COPY LMRECORD.
000650 FD  BATCH-REGISTRY.
000900         88  BATCH-ON-FILE                VALUE "Y".
000910     05  AC-BATCHREG-OPEN-SW   PIC X(01)  VALUE "N".
000920         88  BATCHREG-OPEN                VALUE "Y".
000921     05  AC-OPEN-DUE-SW        PIC X(01)  VALUE "N".
000922         88  OPEN-DUE-FOUND               VALUE "Y".
000930 01  AC-DATECTL-STATUS         PIC X(02).
000940     88  DATECTL-FILE-FOUND               VALUE "00".
000950 01  AC-LOANMSTR-STATUS        PIC X(02).
000960     88  LOANMSTR-OPEN-OK                 VALUE "00".
000970 01  AC-BATCHREG-STATUS        PIC X(02).
001004     88  JOBSTAT-FILE-FOUND               VALUE "00".
001010****************************************************************
001020* ACCOUNTING DATE AND THE ACCRUAL RUN'S REGISTRY ID.  THE ID   *
001030* IS "AC" PLUS THE BUSINESS DATE'S YYMMDD SO THE SAME          *
001040* MONTH-END CANNOT POST ITS ACCRUALS TWICE                     *
001050****************************************************************
001055 01  AC-BUS-DATE.
001056     05  AC-BUS-YEAR           PIC 9(04).
001057     05  AC-BUS-YY REDEFINES AC-BUS-YEAR.
001058         10  FILLER            PIC 9(02).
001059         10  AC-BUS-YY2        PIC 9(02).
001060     05  AC-BUS-MONTH          PIC 9(02).
001061     05  AC-BUS-DAY            PIC 9(02).
001062 01  AC-BUS-DATE-NUM REDEFINES AC-BUS-DATE
001063                               PIC 9(08).
001064 01  AC-ACCTG-DATE.
001070     05  AC-ACCTG-YEAR         PIC 9(04).
001080     05  AC-ACCTG-YY REDEFINES AC-ACCTG-YEAR.
001090         10  FILLER            PIC 9(02).
001430     05  AC-BOOK-DAY           PIC 9(02).
001440 01  AC-BOOK-DATE-NUM REDEFINES AC-BOOK-DATE
001450                               PIC 9(08).
001460 77  AC-SCAN-PERIOD            PIC S9(05) COMP VALUE ZERO.
001465 77  AC-WALK-LIMIT             PIC S9(05) COMP VALUE ZERO.
001466 77  AC-MAX-PERIODS            PIC S9(05) COMP VALUE 360.
001470 77  AC-TARGET-PERIOD          PIC S9(05) COMP VALUE ZERO.
001471 01  AC-PRIOR-DUE-DATE.
001472     05  AC-PRIOR-DUE-YEAR     PIC 9(04).
001473     05  AC-PRIOR-DUE-MONTH    PIC 9(02).
001474     05  AC-PRIOR-DUE-DAY      PIC 9(02).
001475 01  AC-PRIOR-DUE-DATE-NUM REDEFINES AC-PRIOR-DUE-DATE
001476                               PIC 9(08).
001480 01  AC-OPEN-INTEREST          PIC S9(09)V99 COMP-3.
001490 01  AC-ACCRUED-AMT            PIC S9(09)V99 COMP-3.
001500 01  AC-ACCRUED-BASE           PIC S9(11)V99 COMP-3.
001510 01  AC-DAY-FRACTION-DAYS      PIC S9(03) COMP.
001512 77  AC-ACCTG-DAY-30           PIC S9(03) COMP VALUE ZERO.
001514 77  AC-PRIOR-DAY-30           PIC S9(03) COMP VALUE ZERO.
001515 77  AC-DAYS-WORK              PIC S9(07) COMP VALUE ZERO.
001516****************************************************************
001517* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
001518* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
001519* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF    *
001520* WOULD PUT A DATE ON A CLOSED DAY                             *
001521****************************************************************
001522 77  AC-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
001523 77  AC-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
001524 01  AC-HOLCAL-STATUS          PIC X(02).
001525     88  HOLCAL-FILE-FOUND                VALUE "00".
001526 01  AC-HOL-EOF-SW             PIC X(01)  VALUE "N".
001527     88  HOLIDAY-TABLE-EOF                VALUE "Y".
001528 01  AC-HOL-FOUND-SW           PIC X(01)  VALUE "N".
001529     88  HOLIDAY-FOUND                    VALUE "Y".
001530 01  AC-HOLIDAY-TABLE.
001531     05  AC-HOL-ENTRY OCCURS 2000 TIMES
001532             INDEXED BY AC-HOL-IDX.
001533         10  AC-HOL-CURRENCY   PIC X(03).
001534         10  AC-HOL-DATE       PIC 9(08).
001535****************************************************************
001536* CALENDAR DATE FIELDS.  8110 SETS AC-CAL-DATE TO THE DUE DATE *
001537* OF PERIOD AC-CAL-PERIOD OF A LOAN BOOKED ON                  *
001538* AC-CAL-BOOK-DATE: THE BOOKING DAY OF THE MONTH, HELD TO THE  *
001539* MONTH'S LAST DAY WHEN THE MONTH IS SHORTER AND ALWAYS ON THE *
001540* LAST DAY WHEN THE LOAN WAS BOOKED ON A MONTH END, THEN MOVED *
001541* FORWARD TO THE FOLLOWING BUSINESS DAY OF AC-CAL-CURRENCY     *
001542****************************************************************
001543 01  AC-CAL-CURRENCY           PIC X(03).
001544 77  AC-CAL-PERIOD             PIC S9(05) COMP.
001545 01  AC-CAL-BOOK-DATE.
001546     05  AC-CAL-BOOK-YEAR      PIC 9(04).
001547     05  AC-CAL-BOOK-MONTH     PIC 9(02).
001548     05  AC-CAL-BOOK-DAY       PIC 9(02).
001549 01  AC-CAL-BOOK-DATE-NUM REDEFINES AC-CAL-BOOK-DATE
001550                               PIC 9(08).
001551 01  AC-CAL-DATE.
001552     05  AC-CAL-YEAR           PIC 9(04).
001553     05  AC-CAL-MONTH          PIC 9(02).
001554     05  AC-CAL-DAY            PIC 9(02).
001555 01  AC-CAL-DATE-NUM REDEFINES AC-CAL-DATE
001556                               PIC 9(08).
001557 77  AC-CAL-MONTH-TOTAL        PIC S9(07) COMP.
001558 77  AC-CAL-MONTH-WORK         PIC S9(03) COMP.
001559 01  AC-CAL-EOM-SW             PIC X(01)  VALUE "N".
001560     88  BOOKED-AT-MONTH-END              VALUE "Y".
001561 01  AC-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
001562     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
001563 77  AC-ML-YEAR                PIC 9(04).
001564 77  AC-ML-MONTH               PIC 9(02).
001565 77  AC-ML-DAYS                PIC S9(03) COMP.
001566 77  AC-ML-QUOTIENT            PIC S9(05) COMP.
001567 77  AC-ML-REM-4               PIC S9(03) COMP.
001568 77  AC-ML-REM-100             PIC S9(03) COMP.
001569 77  AC-ML-REM-400             PIC S9(03) COMP.
001570****************************************************************
001571* DAY-NUMBER FIELDS - 8160 TURNS AC-DN-DATE INTO ITS JULIAN    *
001572* DAY NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY   *
001573****************************************************************
001574 01  AC-DN-DATE.
001575     05  AC-DN-YEAR            PIC 9(04).
001576     05  AC-DN-MONTH           PIC 9(02).
001577     05  AC-DN-DAY             PIC 9(02).
001578 01  AC-DN-DATE-NUM REDEFINES AC-DN-DATE
001579                               PIC 9(08).
001580 77  AC-DN-A                   PIC S9(03) COMP.
001581 77  AC-DN-Y                   PIC S9(05) COMP.
001582 77  AC-DN-M                   PIC S9(03) COMP.
001583 77  AC-DN-MONTH-DAYS          PIC S9(05) COMP.
001584 77  AC-DN-LEAP-4              PIC S9(05) COMP.
001585 77  AC-DN-LEAP-100            PIC S9(05) COMP.
001586 77  AC-DN-LEAP-400            PIC S9(05) COMP.
001587 77  AC-DN-NUMBER              PIC S9(09) COMP.
001588 77  AC-DN-WORK                PIC S9(09) COMP.
001589 77  AC-DN-DOW                 PIC S9(03) COMP.
001590****************************************************************
001591* FX RATE TABLE - SAME SHAPE AND TREATMENT AS THE BATCH        *
001592* PROGRAM'S, SO THE FEED'S BASE AMOUNTS TIE TO ITS POSTINGS    *
001593****************************************************************
001594 77  AC-BASE-CURRENCY          PIC X(03) VALUE "USD".
001595 77  FX-MAX-ENTRIES            PIC 9(03) COMP VALUE 50.
001596 77  FX-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
001597 01  AC-FX-RATE                PIC 9(03)V9(06) COMP-3.
001600 01  FX-RATE-TABLE-ENTRIES.
001610     05  FX-ENTRY OCCURS 50 TIMES
001620             INDEXED BY FX-IDX.
002920     GOBACK.
002930
002940****************************************************************
002950* 1000-INITIALIZE - BUSINESS DATE, HOLIDAYS, FILES, REGISTRY   *
002955*                   GUARD                                      *
002960****************************************************************
002970 1000-INITIALIZE.
003050     PERFORM 1050-READ-DATE-CONTROL
003060         THRU 1050-EXIT.
003070     CLOSE DATE-CONTROL.
003072     PERFORM 8100-LOAD-HOLIDAYS
003075         THRU 8100-EXIT.
003080     OPEN INPUT LOAN-MASTER.
003090     IF NOT LOANMSTR-OPEN-OK
003100         DISPLAY "LOANACCR: FATAL - LOAN-MASTER NOT FOUND, "
003300     EXIT.
003310
003320****************************************************************
003321* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
003322*                          SHOP'S DATE-CONTROL RECORD.  NO     *
003323*                          DATECTL, OR ONE WITHOUT A CURRENT   *
003324*                          BUSINESS DATE, ABORTS THE RUN - NO  *
003325*                          JOB GUESSES ITS OWN DATE            *
003326****************************************************************
003327 1050-READ-DATE-CONTROL.
003328     OPEN INPUT DATE-CONTROL.
003329     IF NOT DATECTL-FILE-FOUND
003330         DISPLAY "LOANACCR: FATAL - DATECTL NOT FOUND, "
003331             "STATUS " AC-DATECTL-STATUS ".  RUN ABORTED."
003332         MOVE 16 TO RETURN-CODE
003333         STOP RUN
003334     END-IF.
003335     READ DATE-CONTROL
003336         AT END
003337             DISPLAY "LOANACCR: FATAL - DATECTL IS EMPTY.  "
003338                 "RUN ABORTED."
003339             MOVE 16 TO RETURN-CODE
003340             STOP RUN
003341     END-READ.
003342     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
003343             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
003344         DISPLAY "LOANACCR: FATAL - DATECTL BUSINESS DATE "
003345             "MISSING OR NOT NUMERIC.  RUN ABORTED."
003346         MOVE 16 TO RETURN-CODE
003347         STOP RUN
003348     END-IF.
003349     MOVE DC-CURRENT-BUS-DATE TO AC-BUS-DATE-NUM.
003350     MOVE DC-CURRENT-BUS-DATE TO AC-ACCTG-DATE-NUM.
003351*    A MONTH-END BUSINESS DAY ACCRUES THROUGH THE LAST CALENDAR
003352*    DAY OF THE MONTH - THE DAYS UP TO IT FALL IN THIS MONTH'S
003353*    BOOKS EVEN WHEN THE LAST BUSINESS DAY COMES BEFORE THEM
003354     IF DC-IS-MONTH-END
003355         MOVE AC-ACCTG-YEAR  TO AC-ML-YEAR
003356         MOVE AC-ACCTG-MONTH TO AC-ML-MONTH
003357         PERFORM 8120-SET-MONTH-LENGTH
003358             THRU 8120-EXIT
003359         MOVE AC-ML-DAYS     TO AC-ACCTG-DAY
003360     END-IF.
003520     MOVE AC-ACCTG-YEAR   TO AC-OUT-YEAR.
003530     MOVE AC-ACCTG-MONTH  TO AC-OUT-MONTH.
003540     MOVE AC-ACCTG-DAY    TO AC-OUT-DAY.
003710*                         ITS FEED A SECOND TIME                *
003720****************************************************************
003730 1055-REGISTER-ACCRUAL.
003740     MOVE AC-BUS-YY2     TO AC-BATCH-YY.
003750     MOVE AC-BUS-MONTH   TO AC-BATCH-MM.
003760     MOVE AC-BUS-DAY     TO AC-BATCH-DD.
003770     OPEN I-O BATCH-REGISTRY.
003780     IF NOT BATCHREG-FILE-FOUND
003790         OPEN OUTPUT BATCH-REGISTRY
004120         GO TO 1055-EXIT
004130     END-IF.
004140     MOVE AC-BATCH-ID       TO BR-BATCH-ID.
004150     MOVE AC-BUS-DATE-NUM   TO BR-BUSINESS-DATE.
004160     MOVE "R"               TO BR-DISPOSITION.
004170     MOVE RPT-RUN-DATE-OUT  TO BR-RUN-DATE.
004180     MOVE RPT-RUN-TIME-OUT  TO BR-RUN-TIME.
005330     EXIT.
005340
005350****************************************************************
005351* 2200-CAPTURE-HEADER - SAVE THE LOAN'S BOOKED TERMS AND WORK  *
005352*                       OUT WHICH PERIOD IS OPEN AS OF THE     *
005353*                       ACCOUNTING DATE - THE FIRST WHOSE DUE  *
005354*                       DATE, ON THE SHOP'S DUE-DATE RULE FROM *
005355*                       LM-HDR-BOOK-DATE, FALLS AFTER IT.  THE *
005356*                       ACTIVITY DATE IS RESTAMPED BY EVERY    *
005357*                       TOUCH AND ONLY SERVES AS A FALLBACK    *
005358*                       FOR HEADERS THAT PREDATE THE BOOKING   *
005359*                       DATE FIELD                             *
005400****************************************************************
005410 2200-CAPTURE-HEADER.
005420     SET HEADER-FOUND TO TRUE.
005550             MOVE AC-ACCTG-DATE-NUM     TO AC-BOOK-DATE-NUM
005560         END-IF
005562     END-IF.
005570     MOVE ZERO             TO AC-TARGET-PERIOD.
005571     MOVE ZERO             TO AC-DAY-FRACTION-DAYS.
005572     MOVE AC-BOOK-DATE-NUM TO AC-PRIOR-DUE-DATE-NUM.
005573     IF AC-ACCTG-DATE-NUM IS LESS THAN AC-BOOK-DATE-NUM
005574* BOOKED AFTER THE ACCOUNTING DATE - NOTHING HAS STARTED TO
005575* ACCRUE
005576         GO TO 2200-EXIT
005577     END-IF.
005578     IF AC-HDR-PERIODS IS GREATER THAN ZERO
005579         MOVE AC-HDR-PERIODS TO AC-WALK-LIMIT
005580     ELSE
005581         MOVE AC-MAX-PERIODS TO AC-WALK-LIMIT
005582     END-IF.
005583     MOVE "N" TO AC-OPEN-DUE-SW.
005584     PERFORM 2250-TEST-ONE-DUE-DATE
005585         THRU 2250-EXIT
005586         VARYING AC-SCAN-PERIOD FROM 1 BY 1
005587         UNTIL AC-SCAN-PERIOD IS GREATER THAN AC-WALK-LIMIT
005588         OR OPEN-DUE-FOUND.
005589     IF NOT OPEN-DUE-FOUND
005590* EVERY PERIOD HAS FALLEN DUE - 2300 COUNTS THE LOAN AS MATURED
005591         COMPUTE AC-TARGET-PERIOD = AC-WALK-LIMIT + 1
005592         GO TO 2200-EXIT
005593     END-IF.
005594* DAYS INTO THE OPEN PERIOD ON 30/360 FROM THE PRIOR PERIOD'S
005595* DUE DATE (THE BOOKING DATE FOR PERIOD 1), BOTH DAYS OF MONTH
005596* CAPPED AT 30.  A DUE DATE MOVED OFF A CLOSED DAY CAN MAKE A
005597* PERIOD A DAY OR TWO LONGER THAN A MONTH - THE FRACTION NEVER
005598* PASSES A WHOLE PERIOD
005599     MOVE AC-ACCTG-DAY TO AC-ACCTG-DAY-30.
005600     IF AC-ACCTG-DAY-30 IS GREATER THAN 30
005601         MOVE 30 TO AC-ACCTG-DAY-30
005602     END-IF.
005603     MOVE AC-PRIOR-DUE-DAY TO AC-PRIOR-DAY-30.
005604     IF AC-PRIOR-DAY-30 IS GREATER THAN 30
005605         MOVE 30 TO AC-PRIOR-DAY-30
005606     END-IF.
005607     COMPUTE AC-DAYS-WORK =
005608           ((AC-ACCTG-YEAR - AC-PRIOR-DUE-YEAR) * 360)
005609           + ((AC-ACCTG-MONTH - AC-PRIOR-DUE-MONTH) * 30)
005610           + AC-ACCTG-DAY-30 - AC-PRIOR-DAY-30.
005611     IF AC-DAYS-WORK IS GREATER THAN 30
005612         MOVE 30 TO AC-DAYS-WORK
005613     END-IF.
005614     IF AC-DAYS-WORK IS LESS THAN ZERO
005615         MOVE ZERO TO AC-DAYS-WORK
005616     END-IF.
005617     MOVE AC-DAYS-WORK TO AC-DAY-FRACTION-DAYS.
005618 2200-EXIT.
005619     EXIT.
005620
005621****************************************************************
005622* 2250-TEST-ONE-DUE-DATE - PERIOD AC-SCAN-PERIOD IS THE OPEN   *
005623*                          ONE WHEN IT FALLS DUE AFTER THE     *
005624*                          ACCOUNTING DATE; OTHERWISE ITS DUE  *
005625*                          DATE IS THE LATEST ONE PASSED SO    *
005626*                          FAR                                 *
005627****************************************************************
005628 2250-TEST-ONE-DUE-DATE.
005629     MOVE AC-BOOK-DATE-NUM TO AC-CAL-BOOK-DATE-NUM.
005630     MOVE AC-SCAN-PERIOD   TO AC-CAL-PERIOD.
005631     MOVE AC-HDR-CURRENCY  TO AC-CAL-CURRENCY.
005632     PERFORM 8110-SET-DUE-DATE
005633         THRU 8110-EXIT.
005634     IF AC-CAL-DATE-NUM IS GREATER THAN AC-ACCTG-DATE-NUM
005635         MOVE AC-SCAN-PERIOD TO AC-TARGET-PERIOD
005636         SET OPEN-DUE-FOUND TO TRUE
005637         GO TO 2250-EXIT
005638     END-IF.
005639     MOVE AC-CAL-DATE-NUM TO AC-PRIOR-DUE-DATE-NUM.
005640 2250-EXIT.
005642     EXIT.
005644
005646****************************************************************
005650* 2300-CLOSE-ONE-LOAN - ALL OF ONE LOAN'S RECORDS HAVE BEEN    *
005660*                       SEEN - ACCRUE IT OR ACCOUNT FOR WHY    *
005670*                       NOT                                    *
006030     END-IF.
006040* ACCRUED-BUT-UNPAID INTEREST IS THE OPEN PERIOD'S INTEREST
006050* PORTION PRORATED BY DAYS INTO THE PERIOD ON 30/360.
006060* AC-DAY-FRACTION-DAYS WAS FIGURED FROM THE PRIOR PERIOD'S
006070* DUE DATE WHEN THE HEADER WAS CAPTURED
006100     COMPUTE AC-ACCRUED-AMT ROUNDED =
006110           AC-OPEN-INTEREST * AC-DAY-FRACTION-DAYS / 30.
006120     COMPUTE AC-ACCRUED-BASE ROUNDED =
007550 2710-EXIT.
007560     EXIT.
007570
007571****************************************************************
007572* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
007573*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
007574*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
007575*                      WEEKENDS ARE CLOSED                     *
007576****************************************************************
007577 8100-LOAD-HOLIDAYS.
007578     OPEN INPUT HOLIDAY-CALENDAR.
007579     IF NOT HOLCAL-FILE-FOUND
007580         GO TO 8100-EXIT
007581     END-IF.
007582     MOVE "N" TO AC-HOL-EOF-SW.
007583     PERFORM 8105-READ-HOLIDAY-RECORD
007584         THRU 8105-EXIT
007585         UNTIL HOLIDAY-TABLE-EOF.
007586     CLOSE HOLIDAY-CALENDAR.
007587 8100-EXIT.
007588     EXIT.
007589
007590 8105-READ-HOLIDAY-RECORD.
007591     READ HOLIDAY-CALENDAR
007592         AT END
007593             SET HOLIDAY-TABLE-EOF TO TRUE
007594             GO TO 8105-EXIT
007595     END-READ.
007596     IF HC-HOLIDAY-DATE IS NOT NUMERIC
007597             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
007598         GO TO 8105-EXIT
007599     END-IF.
007600     IF AC-HOL-ENTRY-COUNT IS NOT LESS THAN AC-HOL-MAX-ENTRIES
007601         DISPLAY "LOANACCR: FATAL - HOLIDAY TABLE FULL AT 2000 "
007602             "ENTRIES.  RUN ABORTED."
007603         MOVE 16 TO RETURN-CODE
007604         STOP RUN
007605     END-IF.
007606     ADD 1 TO AC-HOL-ENTRY-COUNT.
007607     SET AC-HOL-IDX TO AC-HOL-ENTRY-COUNT.
007608     MOVE HC-CURRENCY-CODE TO AC-HOL-CURRENCY(AC-HOL-IDX).
007609     MOVE HC-HOLIDAY-DATE  TO AC-HOL-DATE(AC-HOL-IDX).
007610 8105-EXIT.
007611     EXIT.
007612
007613****************************************************************
007614* 8110-SET-DUE-DATE - AC-CAL-DATE = THE DUE DATE OF PERIOD     *
007615*                     AC-CAL-PERIOD OF A LOAN BOOKED ON        *
007616*                     AC-CAL-BOOK-DATE IN AC-CAL-CURRENCY.     *
007617*                     THE MONTH IS THE BOOKING MONTH PLUS THE  *
007618*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT  *
007619*                     BACK TO THE MONTH'S LAST DAY WHEN THE    *
007620*                     MONTH IS SHORTER, OR THE LAST DAY        *
007621*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A   *
007622*                     MONTH END.  A CLOSED DAY THEN MOVES TO   *
007623*                     THE FOLLOWING BUSINESS DAY               *
007624****************************************************************
007625 8110-SET-DUE-DATE.
007626     COMPUTE AC-CAL-MONTH-TOTAL =
007627           (AC-CAL-BOOK-YEAR * 12) + AC-CAL-BOOK-MONTH - 1
007628           + AC-CAL-PERIOD.
007629     DIVIDE AC-CAL-MONTH-TOTAL BY 12
007630         GIVING AC-CAL-YEAR
007631         REMAINDER AC-CAL-MONTH-WORK.
007632     ADD 1 TO AC-CAL-MONTH-WORK.
007633     MOVE AC-CAL-MONTH-WORK TO AC-CAL-MONTH.
007634     MOVE "N" TO AC-CAL-EOM-SW.
007635     MOVE AC-CAL-BOOK-YEAR  TO AC-ML-YEAR.
007636     MOVE AC-CAL-BOOK-MONTH TO AC-ML-MONTH.
007637     PERFORM 8120-SET-MONTH-LENGTH
007638         THRU 8120-EXIT.
007639     IF AC-CAL-BOOK-DAY IS NOT LESS THAN AC-ML-DAYS
007640         SET BOOKED-AT-MONTH-END TO TRUE
007641     END-IF.
007642     MOVE AC-CAL-YEAR  TO AC-ML-YEAR.
007643     MOVE AC-CAL-MONTH TO AC-ML-MONTH.
007644     PERFORM 8120-SET-MONTH-LENGTH
007645         THRU 8120-EXIT.
007646     IF BOOKED-AT-MONTH-END
007647             OR AC-CAL-BOOK-DAY IS GREATER THAN AC-ML-DAYS
007648         MOVE AC-ML-DAYS TO AC-CAL-DAY
007649     ELSE
007650         MOVE AC-CAL-BOOK-DAY TO AC-CAL-DAY
007651     END-IF.
007652     PERFORM 8130-ROLL-TO-BUSINESS-DAY
007653         THRU 8130-EXIT.
007654 8110-EXIT.
007655     EXIT.
007656
007657****************************************************************
007658* 8120-SET-MONTH-LENGTH - AC-ML-DAYS = THE NUMBER OF DAYS IN   *
007659*                         MONTH AC-ML-MONTH OF YEAR            *
007660*                         AC-ML-YEAR.  FEBRUARY HAS 29 IN A    *
007661*                         YEAR DIVISIBLE BY 4, EXCEPT A        *
007662*                         CENTURY NOT DIVISIBLE BY 400         *
007663****************************************************************
007664 8120-SET-MONTH-LENGTH.
007665     EVALUATE AC-ML-MONTH
007666         WHEN 4
007667         WHEN 6
007668         WHEN 9
007669         WHEN 11
007670             MOVE 30 TO AC-ML-DAYS
007671         WHEN 2
007672             MOVE 28 TO AC-ML-DAYS
007673             DIVIDE AC-ML-YEAR BY 4
007674                 GIVING AC-ML-QUOTIENT
007675                 REMAINDER AC-ML-REM-4
007676             DIVIDE AC-ML-YEAR BY 100
007677                 GIVING AC-ML-QUOTIENT
007678                 REMAINDER AC-ML-REM-100
007679             DIVIDE AC-ML-YEAR BY 400
007680                 GIVING AC-ML-QUOTIENT
007681                 REMAINDER AC-ML-REM-400
007682             IF AC-ML-REM-4 IS EQUAL TO ZERO
007683                 AND (AC-ML-REM-100 IS NOT EQUAL TO ZERO
007684                   OR AC-ML-REM-400 IS EQUAL TO ZERO)
007685                 MOVE 29 TO AC-ML-DAYS
007686             END-IF
007687         WHEN OTHER
007688             MOVE 31 TO AC-ML-DAYS
007689     END-EVALUATE.
007690 8120-EXIT.
007691     EXIT.
007692
007693****************************************************************
007694* 8130-ROLL-TO-BUSINESS-DAY - LEAVE AC-CAL-DATE WHERE IT IS IF *
007695*                             IT IS A BUSINESS DAY OF          *
007696*                             AC-CAL-CURRENCY, OTHERWISE MOVE  *
007697*                             IT FORWARD A DAY AT A TIME UNTIL *
007698*                             IT IS ONE                        *
007699****************************************************************
007700 8130-ROLL-TO-BUSINESS-DAY.
007701     PERFORM 8140-TEST-BUSINESS-DAY
007702         THRU 8140-EXIT.
007703     PERFORM 8135-STEP-ONE-DAY
007704         THRU 8135-EXIT
007705         UNTIL CAL-ON-BUSINESS-DAY.
007706 8130-EXIT.
007707     EXIT.
007708
007709 8135-STEP-ONE-DAY.
007710     PERFORM 8150-ADVANCE-ONE-DAY
007711         THRU 8150-EXIT.
007712     PERFORM 8140-TEST-BUSINESS-DAY
007713         THRU 8140-EXIT.
007714 8135-EXIT.
007715     EXIT.
007716
007717****************************************************************
007718* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS      *
007719*                          AC-CAL-DATE IS A SATURDAY, A        *
007720*                          SUNDAY, OR A HOLIDAY OF             *
007721*                          AC-CAL-CURRENCY                     *
007722****************************************************************
007723 8140-TEST-BUSINESS-DAY.
007724     MOVE "N" TO AC-CAL-BUS-DAY-SW.
007725     MOVE AC-CAL-DATE-NUM TO AC-DN-DATE-NUM.
007726     PERFORM 8160-DATE-TO-DAY-NUMBER
007727         THRU 8160-EXIT.
007728     IF AC-DN-DOW IS GREATER THAN 4
007729         GO TO 8140-EXIT
007730     END-IF.
007731     MOVE "N" TO AC-HOL-FOUND-SW.
007732     PERFORM 8145-SEARCH-ONE-HOLIDAY
007733         THRU 8145-EXIT
007734         VARYING AC-HOL-IDX FROM 1 BY 1
007735         UNTIL AC-HOL-IDX IS GREATER THAN AC-HOL-ENTRY-COUNT
007736         OR HOLIDAY-FOUND.
007737     IF NOT HOLIDAY-FOUND
007738         SET CAL-ON-BUSINESS-DAY TO TRUE
007739     END-IF.
007740 8140-EXIT.
007741     EXIT.
007742
007743 8145-SEARCH-ONE-HOLIDAY.
007744     IF AC-HOL-DATE(AC-HOL-IDX) = AC-CAL-DATE-NUM
007745         AND AC-HOL-CURRENCY(AC-HOL-IDX) = AC-CAL-CURRENCY
007746         SET HOLIDAY-FOUND TO TRUE
007747     END-IF.
007748 8145-EXIT.
007749     EXIT.
007750
007751****************************************************************
007752* 8150-ADVANCE-ONE-DAY - AC-CAL-DATE = THE NEXT CALENDAR DAY   *
007753****************************************************************
007754 8150-ADVANCE-ONE-DAY.
007755     MOVE AC-CAL-YEAR  TO AC-ML-YEAR.
007756     MOVE AC-CAL-MONTH TO AC-ML-MONTH.
007757     PERFORM 8120-SET-MONTH-LENGTH
007758         THRU 8120-EXIT.
007759     IF AC-CAL-DAY IS LESS THAN AC-ML-DAYS
007760         ADD 1 TO AC-CAL-DAY
007761         GO TO 8150-EXIT
007762     END-IF.
007763     MOVE 1 TO AC-CAL-DAY.
007764     IF AC-CAL-MONTH IS LESS THAN 12
007765         ADD 1 TO AC-CAL-MONTH
007766         GO TO 8150-EXIT
007767     END-IF.
007768     MOVE 1 TO AC-CAL-MONTH.
007769     ADD 1 TO AC-CAL-YEAR.
007770 8150-EXIT.
007771     EXIT.
007772
007773****************************************************************
007774* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF AC-DN-DATE    *
007775*                           AND ITS WEEKDAY (0 = MONDAY).      *
007776*                           EACH DIVISION TRUNCATES ON ITS OWN *
007777****************************************************************
007778 8160-DATE-TO-DAY-NUMBER.
007779     COMPUTE AC-DN-A = (14 - AC-DN-MONTH) / 12.
007780     COMPUTE AC-DN-Y = AC-DN-YEAR + 4800 - AC-DN-A.
007781     COMPUTE AC-DN-M = AC-DN-MONTH + (12 * AC-DN-A) - 3.
007782     COMPUTE AC-DN-MONTH-DAYS = ((153 * AC-DN-M) + 2) / 5.
007783     COMPUTE AC-DN-LEAP-4   = AC-DN-Y / 4.
007784     COMPUTE AC-DN-LEAP-100 = AC-DN-Y / 100.
007785     COMPUTE AC-DN-LEAP-400 = AC-DN-Y / 400.
007786     COMPUTE AC-DN-NUMBER = AC-DN-DAY + AC-DN-MONTH-DAYS
007787         + (365 * AC-DN-Y) + AC-DN-LEAP-4 - AC-DN-LEAP-100
007788         + AC-DN-LEAP-400 - 32045.
007789     DIVIDE AC-DN-NUMBER BY 7
007790         GIVING AC-DN-WORK
007791         REMAINDER AC-DN-DOW.
007792 8160-EXIT.
007793     EXIT.
007794
007795****************************************************************
007796* 9100-WRITE-ONE-TOTAL - ONE LABELED TOTAL LINE AT END OF      *
007797*                        REPORT                                 *
007798****************************************************************
007799 9100-WRITE-ONE-TOTAL.
007800     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
007801         PERFORM 2710-WRITE-REPORT-HEADINGS
007802             THRU 2710-EXIT
007803     END-IF.
007804     WRITE ACCR-REPORT-LINE FROM RPT-TOTAL-LINE.
007805     ADD 1 TO RPT-LINE-COUNT.
007806 9100-EXIT.
007807     EXIT.
007808
007809****************************************************************
007810* 9300-WRITE-ACCOUNT-TOTALS - THE BY-ACCOUNT REGISTER SECTION  *
007811****************************************************************
007812 9300-WRITE-ACCOUNT-TOTALS.
007813     WRITE ACCR-REPORT-LINE FROM SPACES.
007814     WRITE ACCR-REPORT-LINE FROM RPT-ACCT-HEADING.
007815     ADD 2 TO RPT-LINE-COUNT.
007816     PERFORM 9310-WRITE-ONE-ACCOUNT
007817         THRU 9310-EXIT
007818         VARYING ACT-SUB FROM 1 BY 1
007820         UNTIL ACT-SUB IS GREATER THAN ACT-ACCOUNT-COUNT.
007830 9300-EXIT.
007840     EXIT.
008706     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
008707     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
008708     MOVE "LOANACCR"          TO JS-PROGRAM.
008709     MOVE AC-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
008710     MOVE AC-LOANS-SEEN       TO JS-ITEMS-IN.
008711     MOVE AC-LOANS-ACCRUED    TO JS-ITEMS-OK.
008712     MOVE ZERO                TO JS-ITEMS-REJECTED.
