000010****************************************************************
000020* EODROLL                                                       *
000030*                                                               *
000040* END-OF-DAY DATE ROLL.  MOVES THE SHOP'S BUSINESS DATE ON      *
000050* DATECTL FORWARD ONE BUSINESS DAY: TODAY'S DATE BECOMES THE    *
000060* PRIOR DATE, THE NEXT OPEN DAY ON THE SHOP CALENDAR (HOLCAL,   *
000070* UNDER DATECTL'S CALENDAR CURRENCY) BECOMES CURRENT, AND THE   *
000080* NEXT DATE AND MONTH-END FLAG ARE SET FROM IT.  THE ROLL IS    *
000090* REFUSED (RETURN CODE 8, DATECTL UNTOUCHED) UNLESS NIGHTSTA    *
000100* HAS JUDGED THE CURRENT DATE AND DID NOT JUDGE IT FAILED - A   *
000110* FAILED NIGHT IS FIXED AND RE-JUDGED ON ITS OWN DATE BEFORE    *
000120* THE SHOP MOVES ON.                                            *
000130****************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.     EODROLL.
000160 AUTHOR.         R. MCALLISTER.
000170 INSTALLATION.   LOAN SERVICING DIVISION.
000180 DATE-WRITTEN.   10/15/2026.
000190 DATE-COMPILED.
000200****************************************************************
000210* MODIFICATION HISTORY                                          *
000220*  DATE        INIT  DESCRIPTION                                *
000230*  ----------  ----  ------------------------------------------ *
000240*  2026-10-15  RLM   INITIAL VERSION, ALONGSIDE THE DATECTL      *
000250*                    BUSINESS-DATE RECORD AND HOLCAL CALENDAR.   *
000260****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000310                           ORGANIZATION IS SEQUENTIAL
000320                           FILE STATUS IS ER-DATECTL-STATUS.
000330     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000340                           ORGANIZATION IS SEQUENTIAL
000350                           FILE STATUS IS ER-HOLCAL-STATUS.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DATE-CONTROL
000390     RECORDING MODE IS F.
000400     COPY DCRECORD.
000410 FD  HOLIDAY-CALENDAR
000420     RECORDING MODE IS F.
000430     COPY HCRECORD.
000440 WORKING-STORAGE SECTION.
000450 01  ER-DATECTL-STATUS         PIC X(02).
000460     88  DATECTL-FILE-FOUND               VALUE "00".
000470 01  ER-ROLL-SW                PIC X(01)  VALUE "N".
000480     88  ROLL-REFUSED                     VALUE "Y".
000490****************************************************************
000500* THE DATES AS THEY STOOD BEFORE THE ROLL AND AS THEY WILL BE  *
000510* AFTER IT                                                     *
000520****************************************************************
000530 01  ER-OLD-CURRENT            PIC 9(08).
000540 01  ER-NEW-CURRENT.
000550     05  ER-NEW-YEAR           PIC 9(04).
000560     05  ER-NEW-MONTH          PIC 9(02).
000570     05  ER-NEW-DAY            PIC 9(02).
000580 01  ER-NEW-CURRENT-NUM REDEFINES ER-NEW-CURRENT
000590                               PIC 9(08).
000600 01  ER-NEW-NEXT               PIC 9(08).
000610 01  ER-NEW-MONTH-END          PIC X(01).
000620****************************************************************
000630* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
000640* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
000650* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF    *
000660* WOULD PUT A DATE ON A CLOSED DAY                             *
000670****************************************************************
000680 77  ER-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
000690 77  ER-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
000700 01  ER-HOLCAL-STATUS          PIC X(02).
000710     88  HOLCAL-FILE-FOUND                VALUE "00".
000720 01  ER-HOL-EOF-SW             PIC X(01)  VALUE "N".
000730     88  HOLIDAY-TABLE-EOF                VALUE "Y".
000740 01  ER-HOL-FOUND-SW           PIC X(01)  VALUE "N".
000750     88  HOLIDAY-FOUND                    VALUE "Y".
000760 01  ER-HOLIDAY-TABLE.
000770     05  ER-HOL-ENTRY OCCURS 2000 TIMES
000780             INDEXED BY ER-HOL-IDX.
000790         10  ER-HOL-CURRENCY   PIC X(03).
000800         10  ER-HOL-DATE       PIC 9(08).
000810****************************************************************
000820* CALENDAR DATE FIELDS.  8130 MOVES ER-CAL-DATE FORWARD TO THE *
000830* FIRST BUSINESS DAY OF ER-CAL-CURRENCY ON OR AFTER IT         *
000840****************************************************************
000850 01  ER-CAL-CURRENCY           PIC X(03).
000860 01  ER-CAL-DATE.
000870     05  ER-CAL-YEAR           PIC 9(04).
000880     05  ER-CAL-MONTH          PIC 9(02).
000890     05  ER-CAL-DAY            PIC 9(02).
000900 01  ER-CAL-DATE-NUM REDEFINES ER-CAL-DATE
000910                               PIC 9(08).
000920 01  ER-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
000930     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
000940 77  ER-ML-YEAR                PIC 9(04).
000950 77  ER-ML-MONTH               PIC 9(02).
000960 77  ER-ML-DAYS                PIC S9(03) COMP.
000970 77  ER-ML-QUOTIENT            PIC S9(05) COMP.
000980 77  ER-ML-REM-4               PIC S9(03) COMP.
000990 77  ER-ML-REM-100             PIC S9(03) COMP.
001000 77  ER-ML-REM-400             PIC S9(03) COMP.
001010****************************************************************
001020* DAY-NUMBER FIELDS - 8160 TURNS ER-DN-DATE INTO ITS JULIAN    *
001030* DAY NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY   *
001040****************************************************************
001050 01  ER-DN-DATE.
001060     05  ER-DN-YEAR            PIC 9(04).
001070     05  ER-DN-MONTH           PIC 9(02).
001080     05  ER-DN-DAY             PIC 9(02).
001090 01  ER-DN-DATE-NUM REDEFINES ER-DN-DATE
001100                               PIC 9(08).
001110 77  ER-DN-A                   PIC S9(03) COMP.
001120 77  ER-DN-Y                   PIC S9(05) COMP.
001130 77  ER-DN-M                   PIC S9(03) COMP.
001140 77  ER-DN-MONTH-DAYS          PIC S9(05) COMP.
001150 77  ER-DN-LEAP-4              PIC S9(05) COMP.
001160 77  ER-DN-LEAP-100            PIC S9(05) COMP.
001170 77  ER-DN-LEAP-400            PIC S9(05) COMP.
001180 77  ER-DN-NUMBER              PIC S9(09) COMP.
001190 77  ER-DN-WORK                PIC S9(09) COMP.
001200 77  ER-DN-DOW                 PIC S9(03) COMP.
001210****************************************************************
001220* RUN DATE AND TIME, STAMPED ON THE RECORD AT THE ROLL         *
001230****************************************************************
001240 01  RPT-RUN-DATE.
001250     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001260     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001270     05  RPT-RUN-DATE-DAY      PIC 9(02).
001280 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001290                               PIC 9(08).
001300 01  RPT-RUN-TIME.
001310     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001320     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001330     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001340     05  FILLER                PIC 9(02).
001350 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
001360     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
001370     05  FILLER                PIC 9(02).
001380
001390 PROCEDURE DIVISION.
001400 0000-MAINLINE.
001410     PERFORM 1000-INITIALIZE
001420         THRU 1000-EXIT.
001430     PERFORM 2000-CHECK-NIGHT-VERDICT
001440         THRU 2000-EXIT.
001450     PERFORM 3000-ROLL-BUSINESS-DATE
001460         THRU 3000-EXIT.
001470     PERFORM 9000-TERMINATE
001480         THRU 9000-EXIT.
001490     GOBACK.
001500
001510****************************************************************
001520* 1000-INITIALIZE - READ THE DATE-CONTROL RECORD FOR UPDATE    *
001530*                   AND LOAD THE HOLIDAY CALENDAR              *
001540****************************************************************
001550 1000-INITIALIZE.
001560     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
001570     ACCEPT RPT-RUN-TIME FROM TIME.
001580     PERFORM 1100-READ-DATE-CONTROL
001590         THRU 1100-EXIT.
001600     PERFORM 8100-LOAD-HOLIDAYS
001610         THRU 8100-EXIT.
001620 1000-EXIT.
001630     EXIT.
001640
001650****************************************************************
001660* 1100-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
001670*                          SHOP'S DATE-CONTROL RECORD.  NO     *
001680*                          DATECTL, OR ONE WITHOUT A CURRENT   *
001690*                          BUSINESS DATE, ABORTS THE RUN - NO  *
001700*                          JOB GUESSES ITS OWN DATE            *
001710****************************************************************
001720 1100-READ-DATE-CONTROL.
001730     OPEN I-O DATE-CONTROL.
001740     IF NOT DATECTL-FILE-FOUND
001750         DISPLAY "EODROLL: FATAL - DATECTL NOT FOUND, "
001760             "STATUS " ER-DATECTL-STATUS ".  RUN ABORTED."
001770         MOVE 16 TO RETURN-CODE
001780         STOP RUN
001790     END-IF.
001800     READ DATE-CONTROL
001810         AT END
001820             DISPLAY "EODROLL: FATAL - DATECTL IS EMPTY.  "
001830                 "RUN ABORTED."
001840             MOVE 16 TO RETURN-CODE
001850             STOP RUN
001860     END-READ.
001870     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
001880             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
001890         DISPLAY "EODROLL: FATAL - DATECTL BUSINESS DATE MISSING "
001900             "OR NOT NUMERIC.  RUN ABORTED."
001910         MOVE 16 TO RETURN-CODE
001920         STOP RUN
001930     END-IF.
001940 1100-EXIT.
001950     EXIT.
001960
001970****************************************************************
001980* 2000-CHECK-NIGHT-VERDICT - THE CURRENT DATE MAY ROLL ONLY    *
001990*                            ONCE NIGHTSTA HAS JUDGED IT, AND  *
002000*                            ONLY IF IT WAS NOT JUDGED FAILED. *
002010*                            A CHECK VERDICT ROLLS - IT NEEDS  *
002020*                            A LOOK, NOT A RERUN               *
002030****************************************************************
002040 2000-CHECK-NIGHT-VERDICT.
002050     IF DC-NIGHT-DATE IS NOT NUMERIC
002060             OR DC-NIGHT-DATE IS NOT EQUAL TO DC-CURRENT-BUS-DATE
002070         DISPLAY "EODROLL: NOT ROLLED - NIGHTSTA HAS NOT JUDGED "
002080             "BUSINESS DATE " DC-CURRENT-BUS-DATE "."
002090         SET ROLL-REFUSED TO TRUE
002100         GO TO 2000-EXIT
002110     END-IF.
002120     IF DC-NIGHT-FAILED
002130         DISPLAY "EODROLL: NOT ROLLED - NIGHTSTA SHOWS BUSINESS "
002140             "DATE " DC-CURRENT-BUS-DATE " FAILED."
002150         SET ROLL-REFUSED TO TRUE
002160         GO TO 2000-EXIT
002170     END-IF.
002180     IF NOT DC-NIGHT-CLEAN
002190             AND NOT DC-NIGHT-CHECK
002200         DISPLAY "EODROLL: NOT ROLLED - NIGHTSTA VERDICT ON "
002210             "DATECTL IS NOT RECOGNISED: " DC-NIGHT-STATUS "."
002220         SET ROLL-REFUSED TO TRUE
002230     END-IF.
002240 2000-EXIT.
002250     EXIT.
002260
002270****************************************************************
002280* 3000-ROLL-BUSINESS-DATE - THE NEW CURRENT DATE IS THE FIRST  *
002290*                           BUSINESS DAY AFTER THE OLD ONE AND *
002300*                           THE NEW NEXT DATE THE FIRST        *
002310*                           BUSINESS DAY AFTER THAT.  THE NEW  *
002320*                           DATE IS A MONTH END WHEN THE NEXT  *
002330*                           DATE FALLS IN A LATER MONTH.  THE  *
002340*                           WHOLE RECORD IS REWRITTEN AT ONCE  *
002350****************************************************************
002360 3000-ROLL-BUSINESS-DATE.
002370     IF ROLL-REFUSED
002380         GO TO 3000-EXIT
002390     END-IF.
002400     MOVE DC-CURRENT-BUS-DATE  TO ER-OLD-CURRENT.
002410     MOVE DC-CALENDAR-CURRENCY TO ER-CAL-CURRENCY.
002420     MOVE DC-CURRENT-BUS-DATE  TO ER-CAL-DATE-NUM.
002430     PERFORM 8150-ADVANCE-ONE-DAY
002440         THRU 8150-EXIT.
002450     PERFORM 8130-ROLL-TO-BUSINESS-DAY
002460         THRU 8130-EXIT.
002470     MOVE ER-CAL-DATE-NUM TO ER-NEW-CURRENT-NUM.
002480     PERFORM 8150-ADVANCE-ONE-DAY
002490         THRU 8150-EXIT.
002500     PERFORM 8130-ROLL-TO-BUSINESS-DAY
002510         THRU 8130-EXIT.
002520     MOVE ER-CAL-DATE-NUM TO ER-NEW-NEXT.
002530     IF ER-CAL-MONTH IS NOT EQUAL TO ER-NEW-MONTH
002540         MOVE "Y" TO ER-NEW-MONTH-END
002550     ELSE
002560         MOVE "N" TO ER-NEW-MONTH-END
002570     END-IF.
002580     MOVE ER-OLD-CURRENT      TO DC-PRIOR-BUS-DATE.
002590     MOVE ER-NEW-CURRENT-NUM  TO DC-CURRENT-BUS-DATE.
002600     MOVE ER-NEW-NEXT         TO DC-NEXT-BUS-DATE.
002610     MOVE ER-NEW-MONTH-END    TO DC-MONTH-END-FLAG.
002620     MOVE RPT-RUN-DATE-NUM    TO DC-ROLL-RUN-DATE.
002630     MOVE RPT-RUN-TIME-HHMMSS TO DC-ROLL-RUN-TIME.
002640     REWRITE DATE-CONTROL-RECORD.
002650     IF NOT DATECTL-FILE-FOUND
002660         DISPLAY "EODROLL: FATAL - DATECTL REWRITE FAILED, "
002670             "STATUS " ER-DATECTL-STATUS ".  RUN ABORTED."
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710     DISPLAY "EODROLL: BUSINESS DATE ROLLED FROM " ER-OLD-CURRENT
002720         " TO " ER-NEW-CURRENT-NUM ", NEXT " ER-NEW-NEXT
002730         ", MONTH END " ER-NEW-MONTH-END ".".
002740 3000-EXIT.
002750     EXIT.
002760
002770****************************************************************
002780* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
002790*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
002800*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
002810*                      WEEKENDS ARE CLOSED                     *
002820****************************************************************
002830 8100-LOAD-HOLIDAYS.
002840     OPEN INPUT HOLIDAY-CALENDAR.
002850     IF NOT HOLCAL-FILE-FOUND
002860         GO TO 8100-EXIT
002870     END-IF.
002880     MOVE "N" TO ER-HOL-EOF-SW.
002890     PERFORM 8105-READ-HOLIDAY-RECORD
002900         THRU 8105-EXIT
002910         UNTIL HOLIDAY-TABLE-EOF.
002920     CLOSE HOLIDAY-CALENDAR.
002930 8100-EXIT.
002940     EXIT.
002950
002960 8105-READ-HOLIDAY-RECORD.
002970     READ HOLIDAY-CALENDAR
002980         AT END
002990             SET HOLIDAY-TABLE-EOF TO TRUE
003000             GO TO 8105-EXIT
003010     END-READ.
003020     IF HC-HOLIDAY-DATE IS NOT NUMERIC
003030             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
003040         GO TO 8105-EXIT
003050     END-IF.
003060     IF ER-HOL-ENTRY-COUNT IS NOT LESS THAN ER-HOL-MAX-ENTRIES
003070         DISPLAY "EODROLL: FATAL - HOLIDAY TABLE FULL AT 2000 "
003080             "ENTRIES.  RUN ABORTED."
003090         MOVE 16 TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120     ADD 1 TO ER-HOL-ENTRY-COUNT.
003130     SET ER-HOL-IDX TO ER-HOL-ENTRY-COUNT.
003140     MOVE HC-CURRENCY-CODE TO ER-HOL-CURRENCY(ER-HOL-IDX).
003150     MOVE HC-HOLIDAY-DATE  TO ER-HOL-DATE(ER-HOL-IDX).
003160 8105-EXIT.
003170     EXIT.
003180
003190****************************************************************
003200* 8120-SET-MONTH-LENGTH - ER-ML-DAYS = THE NUMBER OF DAYS IN   *
003210*                         MONTH ER-ML-MONTH OF YEAR            *
003220*                         ER-ML-YEAR.  FEBRUARY HAS 29 IN A    *
003230*                         YEAR DIVISIBLE BY 4, EXCEPT A        *
003240*                         CENTURY NOT DIVISIBLE BY 400         *
003250****************************************************************
003260 8120-SET-MONTH-LENGTH.
003270     EVALUATE ER-ML-MONTH
003280         WHEN 4
003290         WHEN 6
003300         WHEN 9
003310         WHEN 11
003320             MOVE 30 TO ER-ML-DAYS
003330         WHEN 2
003340             MOVE 28 TO ER-ML-DAYS
003350             DIVIDE ER-ML-YEAR BY 4
003360                 GIVING ER-ML-QUOTIENT
003370                 REMAINDER ER-ML-REM-4
003380             DIVIDE ER-ML-YEAR BY 100
003390                 GIVING ER-ML-QUOTIENT
003400                 REMAINDER ER-ML-REM-100
003410             DIVIDE ER-ML-YEAR BY 400
003420                 GIVING ER-ML-QUOTIENT
003430                 REMAINDER ER-ML-REM-400
003440             IF ER-ML-REM-4 IS EQUAL TO ZERO
003450                 AND (ER-ML-REM-100 IS NOT EQUAL TO ZERO
003460                   OR ER-ML-REM-400 IS EQUAL TO ZERO)
003470                 MOVE 29 TO ER-ML-DAYS
003480             END-IF
003490         WHEN OTHER
003500             MOVE 31 TO ER-ML-DAYS
003510     END-EVALUATE.
003520 8120-EXIT.
003530     EXIT.
003540
003550****************************************************************
003560* 8130-ROLL-TO-BUSINESS-DAY - LEAVE ER-CAL-DATE WHERE IT IS IF *
003570*                             IT IS A BUSINESS DAY OF          *
003580*                             ER-CAL-CURRENCY, OTHERWISE MOVE  *
003590*                             IT FORWARD A DAY AT A TIME UNTIL *
003600*                             IT IS ONE                        *
003610****************************************************************
003620 8130-ROLL-TO-BUSINESS-DAY.
003630     PERFORM 8140-TEST-BUSINESS-DAY
003640         THRU 8140-EXIT.
003650     PERFORM 8135-STEP-ONE-DAY
003660         THRU 8135-EXIT
003670         UNTIL CAL-ON-BUSINESS-DAY.
003680 8130-EXIT.
003690     EXIT.
003700
003710 8135-STEP-ONE-DAY.
003720     PERFORM 8150-ADVANCE-ONE-DAY
003730         THRU 8150-EXIT.
003740     PERFORM 8140-TEST-BUSINESS-DAY
003750         THRU 8140-EXIT.
003760 8135-EXIT.
003770     EXIT.
003780
003790****************************************************************
003800* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS      *
003810*                          ER-CAL-DATE IS A SATURDAY, A        *
003820*                          SUNDAY, OR A HOLIDAY OF             *
003830*                          ER-CAL-CURRENCY                     *
003840****************************************************************
003850 8140-TEST-BUSINESS-DAY.
003860     MOVE "N" TO ER-CAL-BUS-DAY-SW.
003870     MOVE ER-CAL-DATE-NUM TO ER-DN-DATE-NUM.
003880     PERFORM 8160-DATE-TO-DAY-NUMBER
003890         THRU 8160-EXIT.
003900     IF ER-DN-DOW IS GREATER THAN 4
003910         GO TO 8140-EXIT
003920     END-IF.
003930     MOVE "N" TO ER-HOL-FOUND-SW.
003940     PERFORM 8145-SEARCH-ONE-HOLIDAY
003950         THRU 8145-EXIT
003960         VARYING ER-HOL-IDX FROM 1 BY 1
003970         UNTIL ER-HOL-IDX IS GREATER THAN ER-HOL-ENTRY-COUNT
003980         OR HOLIDAY-FOUND.
003990     IF NOT HOLIDAY-FOUND
004000         SET CAL-ON-BUSINESS-DAY TO TRUE
004010     END-IF.
004020 8140-EXIT.
004030     EXIT.
004040
004050 8145-SEARCH-ONE-HOLIDAY.
004060     IF ER-HOL-DATE(ER-HOL-IDX) = ER-CAL-DATE-NUM
004070         AND ER-HOL-CURRENCY(ER-HOL-IDX) = ER-CAL-CURRENCY
004080         SET HOLIDAY-FOUND TO TRUE
004090     END-IF.
004100 8145-EXIT.
004110     EXIT.
004120
004130****************************************************************
004140* 8150-ADVANCE-ONE-DAY - ER-CAL-DATE = THE NEXT CALENDAR DAY   *
004150****************************************************************
004160 8150-ADVANCE-ONE-DAY.
004170     MOVE ER-CAL-YEAR  TO ER-ML-YEAR.
004180     MOVE ER-CAL-MONTH TO ER-ML-MONTH.
004190     PERFORM 8120-SET-MONTH-LENGTH
004200         THRU 8120-EXIT.
004210     IF ER-CAL-DAY IS LESS THAN ER-ML-DAYS
004220         ADD 1 TO ER-CAL-DAY
004230         GO TO 8150-EXIT
004240     END-IF.
004250     MOVE 1 TO ER-CAL-DAY.
004260     IF ER-CAL-MONTH IS LESS THAN 12
004270         ADD 1 TO ER-CAL-MONTH
004280         GO TO 8150-EXIT
004290     END-IF.
004300     MOVE 1 TO ER-CAL-MONTH.
004310     ADD 1 TO ER-CAL-YEAR.
004320 8150-EXIT.
004330     EXIT.
004340
004350****************************************************************
004360* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF ER-DN-DATE    *
004370*                           AND ITS WEEKDAY (0 = MONDAY).      *
004380*                           EACH DIVISION TRUNCATES ON ITS OWN *
004390****************************************************************
004400 8160-DATE-TO-DAY-NUMBER.
004410     COMPUTE ER-DN-A = (14 - ER-DN-MONTH) / 12.
004420     COMPUTE ER-DN-Y = ER-DN-YEAR + 4800 - ER-DN-A.
004430     COMPUTE ER-DN-M = ER-DN-MONTH + (12 * ER-DN-A) - 3.
004440     COMPUTE ER-DN-MONTH-DAYS = ((153 * ER-DN-M) + 2) / 5.
004450     COMPUTE ER-DN-LEAP-4   = ER-DN-Y / 4.
004460     COMPUTE ER-DN-LEAP-100 = ER-DN-Y / 100.
004470     COMPUTE ER-DN-LEAP-400 = ER-DN-Y / 400.
004480     COMPUTE ER-DN-NUMBER = ER-DN-DAY + ER-DN-MONTH-DAYS
004490         + (365 * ER-DN-Y) + ER-DN-LEAP-4 - ER-DN-LEAP-100
004500         + ER-DN-LEAP-400 - 32045.
004510     DIVIDE ER-DN-NUMBER BY 7
004520         GIVING ER-DN-WORK
004530         REMAINDER ER-DN-DOW.
004540 8160-EXIT.
004550     EXIT.
004560
004570****************************************************************
004580* 9000-TERMINATE - CLOSE DATECTL AND SET THE RETURN CODE: 0    *
004590*                  WHEN THE DATE ROLLED, 8 WHEN THE ROLL WAS   *
004600*                  REFUSED                                     *
004610****************************************************************
004620 9000-TERMINATE.
004630     CLOSE DATE-CONTROL.
004640     IF ROLL-REFUSED
004650         MOVE 8 TO RETURN-CODE
004660     ELSE
004670         MOVE 0 TO RETURN-CODE
004680     END-IF.
004690 9000-EXIT.
004700     EXIT.
004710
004720 END PROGRAM EODROLL.
