000040* PORTFOLIO CASH-FLOW PROJECTION (LIQUIDITY LADDER).  WALKS     *
000050* LOAN-MASTER AND ROLLS EVERY STORED FUTURE FLOW INTO TIME      *
000060* BUCKETS - 0-1, 1-3, 3-6, 6-12, AND OVER 12 MONTHS FROM THE    *
000070* AS-OF DATE, THE DATECTL BUSINESS DATE - BROKEN BY CURRENCY    *
000080* AND BY GL ACCOUNT WITHIN CURRENCY, THE WAY THE BATCH SUMMARY  *
000090* ALREADY BREAKS THINGS.  PERIOD DATES ARE MONTHLY FROM THE     *
000100* LOAN'S BOOKING DATE ON ITS TERMS HEADER ON THE SHOP'S         *
000105* DUE-DATE RULE (8110); DISTANCES ARE                           *
000110* FIGURED ON THE SHOP'S 30/360 CONVENTION.  AMORTIZED LOANS     *
000120* SHOW THEIR PRINCIPAL AND INTEREST SEPARATELY; FLOWS WITHOUT   *
000130* A SPLIT GO TO THE OTHER-FLOWS COLUMN.  FLOWS ALREADY PAST     *
000295*                    RESTAMPS AND WHICH COULD RE-DATE EVERY     *
000296*                    LADDERED FLOW.  THE ACTIVITY DATE REMAINS  *
000297*                    THE FALLBACK FOR PRE-FIELD HEADERS.        *
000298*  2026-10-15  RLM   THE AS-OF DATE COMES FROM DATECTL AND       *
000299*                    PROJPRM IS RETIRED.  FLOW DATES FOLLOW THE  *
000300*                    SHOP'S DUE-DATE RULE - A SHORT MONTH HELD TO*
000301*                    ITS LAST DAY, A MONTH-END BOOKING ON THE    *
000302*                    LAST DAY, A CLOSED DAY MOVED TO THE NEXT    *
000303*                    HOLCAL BUSINESS DAY OF THE LOAN'S CURRENCY. *
000304****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000350                           ORGANIZATION IS SEQUENTIAL
000360                           FILE STATUS IS PJ-DATECTL-STATUS.
000361     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000362                           ORGANIZATION IS SEQUENTIAL
000363                           FILE STATUS IS PJ-HOLCAL-STATUS.
000370     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000380                           ORGANIZATION IS INDEXED
000390                           ACCESS MODE IS DYNAMIC
000430                           ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  DATE-CONTROL
000470     RECORDING MODE IS F.
000480     COPY DCRECORD.
000491 FD  HOLIDAY-CALENDAR
000492     RECORDING MODE IS F.
000493     COPY HCRECORD.
000510 FD  LOAN-MASTER.
000520     COPY LMRECORD.
000530 FD  PROJ-REPORT.
000600         88  HEADER-FOUND                 VALUE "Y".
000610     05  PJ-SLOT-FOUND-SW      PIC X(01)  VALUE "N".
000620         88  SLOT-FOUND                   VALUE "Y".
000630 01  PJ-DATECTL-STATUS         PIC X(02).
000640     88  DATECTL-FILE-FOUND               VALUE "00".
000650 01  PJ-LOANMSTR-STATUS        PIC X(02).
000660     88  LOANMSTR-OPEN-OK                 VALUE "00".
000670****************************************************************
000970     05  PJ-BOOK-DAY           PIC 9(02).
000980 01  PJ-BOOK-DATE-NUM REDEFINES PJ-BOOK-DATE
000990                               PIC 9(08).
001000****************************************************************
001001* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
001002* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
001003* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF    *
001004* WOULD PUT A DATE ON A CLOSED DAY                             *
001005****************************************************************
001006 77  PJ-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
001007 77  PJ-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
001008 01  PJ-HOLCAL-STATUS          PIC X(02).
001009     88  HOLCAL-FILE-FOUND                VALUE "00".
001010 01  PJ-HOL-EOF-SW             PIC X(01)  VALUE "N".
001011     88  HOLIDAY-TABLE-EOF                VALUE "Y".
001012 01  PJ-HOL-FOUND-SW           PIC X(01)  VALUE "N".
001013     88  HOLIDAY-FOUND                    VALUE "Y".
001014 01  PJ-HOLIDAY-TABLE.
001015     05  PJ-HOL-ENTRY OCCURS 2000 TIMES
001016             INDEXED BY PJ-HOL-IDX.
001017         10  PJ-HOL-CURRENCY   PIC X(03).
001018         10  PJ-HOL-DATE       PIC 9(08).
001019****************************************************************
001020* CALENDAR DATE FIELDS.  8110 SETS PJ-CAL-DATE TO THE DUE DATE *
001021* OF PERIOD PJ-CAL-PERIOD OF A LOAN BOOKED ON                  *
001022* PJ-CAL-BOOK-DATE: THE BOOKING DAY OF THE MONTH, HELD TO THE  *
001023* MONTH'S LAST DAY WHEN THE MONTH IS SHORTER AND ALWAYS ON THE *
001024* LAST DAY WHEN THE LOAN WAS BOOKED ON A MONTH END, THEN MOVED *
001025* FORWARD TO THE FOLLOWING BUSINESS DAY OF PJ-CAL-CURRENCY     *
001026****************************************************************
001027 01  PJ-CAL-CURRENCY           PIC X(03).
001028 77  PJ-CAL-PERIOD             PIC S9(05) COMP.
001029 01  PJ-CAL-BOOK-DATE.
001030     05  PJ-CAL-BOOK-YEAR      PIC 9(04).
001031     05  PJ-CAL-BOOK-MONTH     PIC 9(02).
001032     05  PJ-CAL-BOOK-DAY       PIC 9(02).
001033 01  PJ-CAL-BOOK-DATE-NUM REDEFINES PJ-CAL-BOOK-DATE
001034                               PIC 9(08).
001035 01  PJ-CAL-DATE.
001036     05  PJ-CAL-YEAR           PIC 9(04).
001037     05  PJ-CAL-MONTH          PIC 9(02).
001038     05  PJ-CAL-DAY            PIC 9(02).
001039 01  PJ-CAL-DATE-NUM REDEFINES PJ-CAL-DATE
001040                               PIC 9(08).
001041 77  PJ-CAL-MONTH-TOTAL        PIC S9(07) COMP.
001042 77  PJ-CAL-MONTH-WORK         PIC S9(03) COMP.
001043 01  PJ-CAL-EOM-SW             PIC X(01)  VALUE "N".
001044     88  BOOKED-AT-MONTH-END              VALUE "Y".
001045 01  PJ-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
001046     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
001047 77  PJ-ML-YEAR                PIC 9(04).
001048 77  PJ-ML-MONTH               PIC 9(02).
001049 77  PJ-ML-DAYS                PIC S9(03) COMP.
001050 77  PJ-ML-QUOTIENT            PIC S9(05) COMP.
001051 77  PJ-ML-REM-4               PIC S9(03) COMP.
001052 77  PJ-ML-REM-100             PIC S9(03) COMP.
001053 77  PJ-ML-REM-400             PIC S9(03) COMP.
001054****************************************************************
001055* DAY-NUMBER FIELDS - 8160 TURNS PJ-DN-DATE INTO ITS JULIAN    *
001056* DAY NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY   *
001057****************************************************************
001058 01  PJ-DN-DATE.
001059     05  PJ-DN-YEAR            PIC 9(04).
001060     05  PJ-DN-MONTH           PIC 9(02).
001061     05  PJ-DN-DAY             PIC 9(02).
001062 01  PJ-DN-DATE-NUM REDEFINES PJ-DN-DATE
001063                               PIC 9(08).
001064 77  PJ-DN-A                   PIC S9(03) COMP.
001065 77  PJ-DN-Y                   PIC S9(05) COMP.
001066 77  PJ-DN-M                   PIC S9(03) COMP.
001067 77  PJ-DN-MONTH-DAYS          PIC S9(05) COMP.
001068 77  PJ-DN-LEAP-4              PIC S9(05) COMP.
001069 77  PJ-DN-LEAP-100            PIC S9(05) COMP.
001070 77  PJ-DN-LEAP-400            PIC S9(05) COMP.
001071 77  PJ-DN-NUMBER              PIC S9(09) COMP.
001072 77  PJ-DN-WORK                PIC S9(09) COMP.
001073 77  PJ-DN-DOW                 PIC S9(03) COMP.
001074****************************************************************
001075* PROJECTION TABLE - CURRENCY, GL ACCOUNT WITHIN CURRENCY,     *
001076* FIVE TIME BUCKETS EACH, PRINCIPAL/INTEREST/OTHER PER         *
001077* BUCKET.  BREAKS APPEAR IN FIRST-SEEN ORDER                   *
001078****************************************************************
001080 77  PJ-MAX-CURRENCIES         PIC S9(03) COMP VALUE 20.
001090 77  PJ-MAX-ACCOUNTS           PIC S9(03) COMP VALUE 10.
001100 77  PJ-CURR-COUNT             PIC S9(03) COMP VALUE ZERO.
002230     GOBACK.
002240
002250****************************************************************
002260* 1000-INITIALIZE - AS-OF DATE, HOLIDAYS, AND FILES            *
002270****************************************************************
002280 1000-INITIALIZE.
002360     PERFORM 1050-READ-DATE-CONTROL
002370         THRU 1050-EXIT.
002380     CLOSE DATE-CONTROL.
002382     PERFORM 8100-LOAD-HOLIDAYS
002385         THRU 8100-EXIT.
002390     OPEN INPUT LOAN-MASTER.
002400     IF NOT LOANMSTR-OPEN-OK
002410         DISPLAY "LOANPROJ: FATAL - LOAN-MASTER NOT FOUND, "
002560     EXIT.
002570
002580****************************************************************
002587* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
002594*                          SHOP'S DATE-CONTROL RECORD.  NO     *
002601*                          DATECTL, OR ONE WITHOUT A CURRENT   *
002608*                          BUSINESS DATE, ABORTS THE RUN - NO  *
002615*                          JOB GUESSES ITS OWN DATE            *
002622****************************************************************
002629 1050-READ-DATE-CONTROL.
002636     OPEN INPUT DATE-CONTROL.
002643     IF NOT DATECTL-FILE-FOUND
002650         DISPLAY "LOANPROJ: FATAL - DATECTL NOT FOUND, "
002657             "STATUS " PJ-DATECTL-STATUS ".  RUN ABORTED."
002664         MOVE 16 TO RETURN-CODE
002671         STOP RUN
002678     END-IF.
002685     READ DATE-CONTROL
002692         AT END
002699             DISPLAY "LOANPROJ: FATAL - DATECTL IS EMPTY.  "
002706                 "RUN ABORTED."
002713             MOVE 16 TO RETURN-CODE
002720             STOP RUN
002727     END-READ.
002734     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002741             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002748         DISPLAY "LOANPROJ: FATAL - DATECTL BUSINESS DATE "
002755             "MISSING OR NOT NUMERIC.  RUN ABORTED."
002758         MOVE 16 TO RETURN-CODE
002761         STOP RUN
002764     END-IF.
002767     MOVE DC-CURRENT-BUS-DATE TO PJ-ASOF-DATE-NUM.
002770     MOVE PJ-ASOF-YEAR  TO PJ-OUT-YEAR.
002780     MOVE PJ-ASOF-MONTH TO PJ-OUT-MONTH.
002790     MOVE PJ-ASOF-DAY   TO PJ-OUT-DAY.
003570
003580****************************************************************
003590* 2300-LADDER-ONE-FLOW - DATE ONE STORED PERIOD (MONTHLY FROM  *
003600*                        THE BOOKING DATE ON THE SHOP'S        *
003605*                        DUE-DATE RULE), PICK ITS BUCKET,      *
003610*                        AND ROLL IT INTO THE CURRENCY AND     *
003620*                        ACCOUNT TABLES.  A FLOW ALREADY PAST  *
003630*                        THE AS-OF DATE IS COUNTED, NOT        *
003640*                        LADDERED                              *
003650****************************************************************
003660 2300-LADDER-ONE-FLOW.
003670     MOVE PJ-BOOK-DATE-NUM TO PJ-CAL-BOOK-DATE-NUM.
003680     MOVE LM-PERIOD-NO     TO PJ-CAL-PERIOD.
003690     MOVE PJ-HDR-CURRENCY  TO PJ-CAL-CURRENCY.
003700     PERFORM 8110-SET-DUE-DATE
003710         THRU 8110-EXIT.
003740     COMPUTE PJ-FLOW-DAY-NO =
003750           (PJ-CAL-YEAR * 360)
003760           + ((PJ-CAL-MONTH - 1) * 30)
003770           + PJ-CAL-DAY.
003780     COMPUTE PJ-DAYS-OUT = PJ-FLOW-DAY-NO - PJ-ASOF-DAY-NO.
003790     IF PJ-DAYS-OUT IS NOT GREATER THAN ZERO
003800         ADD 1 TO PJ-FLOWS-PAST
005710 2710-EXIT.
005720     EXIT.
005730
005731****************************************************************
005732* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
005733*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
005734*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
005735*                      WEEKENDS ARE CLOSED                     *
005736****************************************************************
005737 8100-LOAD-HOLIDAYS.
005738     OPEN INPUT HOLIDAY-CALENDAR.
005739     IF NOT HOLCAL-FILE-FOUND
005740         GO TO 8100-EXIT
005741     END-IF.
005742     MOVE "N" TO PJ-HOL-EOF-SW.
005743     PERFORM 8105-READ-HOLIDAY-RECORD
005744         THRU 8105-EXIT
005745         UNTIL HOLIDAY-TABLE-EOF.
005746     CLOSE HOLIDAY-CALENDAR.
005747 8100-EXIT.
005748     EXIT.
005749
005750 8105-READ-HOLIDAY-RECORD.
005751     READ HOLIDAY-CALENDAR
005752         AT END
005753             SET HOLIDAY-TABLE-EOF TO TRUE
005754             GO TO 8105-EXIT
005755     END-READ.
005756     IF HC-HOLIDAY-DATE IS NOT NUMERIC
005757             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
005758         GO TO 8105-EXIT
005759     END-IF.
005760     IF PJ-HOL-ENTRY-COUNT IS NOT LESS THAN PJ-HOL-MAX-ENTRIES
005761         DISPLAY "LOANPROJ: FATAL - HOLIDAY TABLE FULL AT 2000 "
005762             "ENTRIES.  RUN ABORTED."
005763         MOVE 16 TO RETURN-CODE
005764         STOP RUN
005765     END-IF.
005766     ADD 1 TO PJ-HOL-ENTRY-COUNT.
005767     SET PJ-HOL-IDX TO PJ-HOL-ENTRY-COUNT.
005768     MOVE HC-CURRENCY-CODE TO PJ-HOL-CURRENCY(PJ-HOL-IDX).
005769     MOVE HC-HOLIDAY-DATE  TO PJ-HOL-DATE(PJ-HOL-IDX).
005770 8105-EXIT.
005771     EXIT.
005772
005773****************************************************************
005774* 8110-SET-DUE-DATE - PJ-CAL-DATE = THE DUE DATE OF PERIOD     *
005775*                     PJ-CAL-PERIOD OF A LOAN BOOKED ON        *
005776*                     PJ-CAL-BOOK-DATE IN PJ-CAL-CURRENCY.     *
005777*                     THE MONTH IS THE BOOKING MONTH PLUS THE  *
005778*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT  *
005779*                     BACK TO THE MONTH'S LAST DAY WHEN THE    *
005780*                     MONTH IS SHORTER, OR THE LAST DAY        *
005781*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A   *
005782*                     MONTH END.  A CLOSED DAY THEN MOVES TO   *
005783*                     THE FOLLOWING BUSINESS DAY               *
005784****************************************************************
005785 8110-SET-DUE-DATE.
005786     COMPUTE PJ-CAL-MONTH-TOTAL =
005787           (PJ-CAL-BOOK-YEAR * 12) + PJ-CAL-BOOK-MONTH - 1
005788           + PJ-CAL-PERIOD.
005789     DIVIDE PJ-CAL-MONTH-TOTAL BY 12
005790         GIVING PJ-CAL-YEAR
005791         REMAINDER PJ-CAL-MONTH-WORK.
005792     ADD 1 TO PJ-CAL-MONTH-WORK.
005793     MOVE PJ-CAL-MONTH-WORK TO PJ-CAL-MONTH.
005794     MOVE "N" TO PJ-CAL-EOM-SW.
005795     MOVE PJ-CAL-BOOK-YEAR  TO PJ-ML-YEAR.
005796     MOVE PJ-CAL-BOOK-MONTH TO PJ-ML-MONTH.
005797     PERFORM 8120-SET-MONTH-LENGTH
005798         THRU 8120-EXIT.
005799     IF PJ-CAL-BOOK-DAY IS NOT LESS THAN PJ-ML-DAYS
005800         SET BOOKED-AT-MONTH-END TO TRUE
005801     END-IF.
005802     MOVE PJ-CAL-YEAR  TO PJ-ML-YEAR.
005803     MOVE PJ-CAL-MONTH TO PJ-ML-MONTH.
005804     PERFORM 8120-SET-MONTH-LENGTH
005805         THRU 8120-EXIT.
005806     IF BOOKED-AT-MONTH-END
005807             OR PJ-CAL-BOOK-DAY IS GREATER THAN PJ-ML-DAYS
005808         MOVE PJ-ML-DAYS TO PJ-CAL-DAY
005809     ELSE
005810         MOVE PJ-CAL-BOOK-DAY TO PJ-CAL-DAY
005811     END-IF.
005812     PERFORM 8130-ROLL-TO-BUSINESS-DAY
005813         THRU 8130-EXIT.
005814 8110-EXIT.
005815     EXIT.
005816
005817****************************************************************
005818* 8120-SET-MONTH-LENGTH - PJ-ML-DAYS = THE NUMBER OF DAYS IN   *
005819*                         MONTH PJ-ML-MONTH OF YEAR            *
005820*                         PJ-ML-YEAR.  FEBRUARY HAS 29 IN A    *
005821*                         YEAR DIVISIBLE BY 4, EXCEPT A        *
005822*                         CENTURY NOT DIVISIBLE BY 400         *
005823****************************************************************
005824 8120-SET-MONTH-LENGTH.
005825     EVALUATE PJ-ML-MONTH
005826         WHEN 4
005827         WHEN 6
005828         WHEN 9
005829         WHEN 11
005830             MOVE 30 TO PJ-ML-DAYS
005831         WHEN 2
005832             MOVE 28 TO PJ-ML-DAYS
005833             DIVIDE PJ-ML-YEAR BY 4
005834                 GIVING PJ-ML-QUOTIENT
005835                 REMAINDER PJ-ML-REM-4
005836             DIVIDE PJ-ML-YEAR BY 100
005837                 GIVING PJ-ML-QUOTIENT
005838                 REMAINDER PJ-ML-REM-100
005839             DIVIDE PJ-ML-YEAR BY 400
005840                 GIVING PJ-ML-QUOTIENT
005841                 REMAINDER PJ-ML-REM-400
005842             IF PJ-ML-REM-4 IS EQUAL TO ZERO
005843                 AND (PJ-ML-REM-100 IS NOT EQUAL TO ZERO
005844                   OR PJ-ML-REM-400 IS EQUAL TO ZERO)
005845                 MOVE 29 TO PJ-ML-DAYS
005846             END-IF
005847         WHEN OTHER
005848             MOVE 31 TO PJ-ML-DAYS
005849     END-EVALUATE.
005850 8120-EXIT.
005851     EXIT.
005852
005853****************************************************************
005854* 8130-ROLL-TO-BUSINESS-DAY - LEAVE PJ-CAL-DATE WHERE IT IS IF *
005855*                             IT IS A BUSINESS DAY OF          *
005856*                             PJ-CAL-CURRENCY, OTHERWISE MOVE  *
005857*                             IT FORWARD A DAY AT A TIME UNTIL *
005858*                             IT IS ONE                        *
005859****************************************************************
005860 8130-ROLL-TO-BUSINESS-DAY.
005861     PERFORM 8140-TEST-BUSINESS-DAY
005862         THRU 8140-EXIT.
005863     PERFORM 8135-STEP-ONE-DAY
005864         THRU 8135-EXIT
005865         UNTIL CAL-ON-BUSINESS-DAY.
005866 8130-EXIT.
005867     EXIT.
005868
005869 8135-STEP-ONE-DAY.
005870     PERFORM 8150-ADVANCE-ONE-DAY
005871         THRU 8150-EXIT.
005872     PERFORM 8140-TEST-BUSINESS-DAY
005873         THRU 8140-EXIT.
005874 8135-EXIT.
005875     EXIT.
005876
005877****************************************************************
005878* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS      *
005879*                          PJ-CAL-DATE IS A SATURDAY, A        *
005880*                          SUNDAY, OR A HOLIDAY OF             *
005881*                          PJ-CAL-CURRENCY                     *
005882****************************************************************
005883 8140-TEST-BUSINESS-DAY.
005884     MOVE "N" TO PJ-CAL-BUS-DAY-SW.
005885     MOVE PJ-CAL-DATE-NUM TO PJ-DN-DATE-NUM.
005886     PERFORM 8160-DATE-TO-DAY-NUMBER
005887         THRU 8160-EXIT.
005888     IF PJ-DN-DOW IS GREATER THAN 4
005889         GO TO 8140-EXIT
005890     END-IF.
005891     MOVE "N" TO PJ-HOL-FOUND-SW.
005892     PERFORM 8145-SEARCH-ONE-HOLIDAY
005893         THRU 8145-EXIT
005894         VARYING PJ-HOL-IDX FROM 1 BY 1
005895         UNTIL PJ-HOL-IDX IS GREATER THAN PJ-HOL-ENTRY-COUNT
005896         OR HOLIDAY-FOUND.
005897     IF NOT HOLIDAY-FOUND
005898         SET CAL-ON-BUSINESS-DAY TO TRUE
005899     END-IF.
005900 8140-EXIT.
005901     EXIT.
005902
005903 8145-SEARCH-ONE-HOLIDAY.
005904     IF PJ-HOL-DATE(PJ-HOL-IDX) = PJ-CAL-DATE-NUM
005905         AND PJ-HOL-CURRENCY(PJ-HOL-IDX) = PJ-CAL-CURRENCY
005906         SET HOLIDAY-FOUND TO TRUE
005907     END-IF.
005908 8145-EXIT.
005909     EXIT.
005910
005911****************************************************************
005912* 8150-ADVANCE-ONE-DAY - PJ-CAL-DATE = THE NEXT CALENDAR DAY   *
005913****************************************************************
005914 8150-ADVANCE-ONE-DAY.
005915     MOVE PJ-CAL-YEAR  TO PJ-ML-YEAR.
005916     MOVE PJ-CAL-MONTH TO PJ-ML-MONTH.
005917     PERFORM 8120-SET-MONTH-LENGTH
005918         THRU 8120-EXIT.
005919     IF PJ-CAL-DAY IS LESS THAN PJ-ML-DAYS
005920         ADD 1 TO PJ-CAL-DAY
005921         GO TO 8150-EXIT
005922     END-IF.
005923     MOVE 1 TO PJ-CAL-DAY.
005924     IF PJ-CAL-MONTH IS LESS THAN 12
005925         ADD 1 TO PJ-CAL-MONTH
005926         GO TO 8150-EXIT
005927     END-IF.
005928     MOVE 1 TO PJ-CAL-MONTH.
005929     ADD 1 TO PJ-CAL-YEAR.
005930 8150-EXIT.
005931     EXIT.
005932
005933****************************************************************
005934* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF PJ-DN-DATE    *
005935*                           AND ITS WEEKDAY (0 = MONDAY).      *
005936*                           EACH DIVISION TRUNCATES ON ITS OWN *
005937****************************************************************
005938 8160-DATE-TO-DAY-NUMBER.
005939     COMPUTE PJ-DN-A = (14 - PJ-DN-MONTH) / 12.
005940     COMPUTE PJ-DN-Y = PJ-DN-YEAR + 4800 - PJ-DN-A.
005941     COMPUTE PJ-DN-M = PJ-DN-MONTH + (12 * PJ-DN-A) - 3.
005942     COMPUTE PJ-DN-MONTH-DAYS = ((153 * PJ-DN-M) + 2) / 5.
005943     COMPUTE PJ-DN-LEAP-4   = PJ-DN-Y / 4.
005944     COMPUTE PJ-DN-LEAP-100 = PJ-DN-Y / 100.
005945     COMPUTE PJ-DN-LEAP-400 = PJ-DN-Y / 400.
005946     COMPUTE PJ-DN-NUMBER = PJ-DN-DAY + PJ-DN-MONTH-DAYS
005947         + (365 * PJ-DN-Y) + PJ-DN-LEAP-4 - PJ-DN-LEAP-100
005948         + PJ-DN-LEAP-400 - 32045.
005949     DIVIDE PJ-DN-NUMBER BY 7
005950         GIVING PJ-DN-WORK
005951         REMAINDER PJ-DN-DOW.
005952 8160-EXIT.
005953     EXIT.
005954
005955****************************************************************
005956* 9300-WRITE-LADDER - THE LADDER ITSELF: EACH CURRENCY'S       *
005957*                     BUCKET ROLL-UP, THEN EACH GL ACCOUNT'S   *
005958*                     WITHIN IT                                *
005959****************************************************************
005960 9300-WRITE-LADDER.
005961     PERFORM 9310-WRITE-ONE-CURRENCY
005962         THRU 9310-EXIT
005963         VARYING PJ-CURR-SUB FROM 1 BY 1
005964         UNTIL PJ-CURR-SUB IS GREATER THAN PJ-CURR-COUNT.
005965 9300-EXIT.
005966     EXIT.
005967
005968 9310-WRITE-ONE-CURRENCY.
005969     PERFORM 9320-WRITE-ONE-CURR-BUCKET
005970         THRU 9320-EXIT
005971         VARYING PJ-BUCKET-SUB FROM 1 BY 1
005972         UNTIL PJ-BUCKET-SUB IS GREATER THAN 5.
005973     PERFORM 9330-WRITE-ONE-ACCOUNT
005974         THRU 9330-EXIT
005975         VARYING PJ-ACCT-SUB FROM 1 BY 1
005976         UNTIL PJ-ACCT-SUB
005977             IS GREATER THAN PJ-ACCT-USED(PJ-CURR-SUB).
005978 9310-EXIT.
005980     EXIT.
005990
006000 9320-WRITE-ONE-CURR-BUCKET.
