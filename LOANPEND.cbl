000010****************************************************************
000020* LOANPEND                                                      *
000030*                                                               *
000040* PENDING MAINTENANCE AGING REPORT.  LISTS EVERY LOAN-MASTER    *
000050* MAINTENANCE ITEM ON THE PENDING FILE THAT HAS WAITED MORE     *
000060* THAN TWO BUSINESS DAYS FOR A CHECKER'S DECISION, OLDEST       *
000070* QUESTION FIRST BY ITEM NUMBER, WITH THE USER WHO KEYED IT     *
000080* AND WHAT IT WOULD DO.  A JOB-STATUS RECORD PUTS ANY SUCH      *
000090* ITEM ON THE NIGHTSTA PAGE.  READ-ONLY - ITEMS COME OFF THE    *
000100* FILE ONLY THROUGH A LOANMNT APPROVAL RUN.                     *
000110****************************************************************
000120 IDENTIFICATION DIVISION.
000130 PROGRAM-ID.     LOANPEND.
000140 AUTHOR.         R. MCALLISTER.
000150 INSTALLATION.   LOAN SERVICING DIVISION.
000160 DATE-WRITTEN.   10/15/2026.
000170 DATE-COMPILED.
000180****************************************************************
000190* MODIFICATION HISTORY                                          *
000200*  DATE        INIT  DESCRIPTION                                *
000210*  ----------  ----  ------------------------------------------ *
000220*  2026-10-15  RLM   INITIAL VERSION, ALONGSIDE DUAL-CONTROL     *
000230*                    MAINTENANCE IN LOANMNT, SO AN ITEM NOBODY   *
000240*                    HAS CHECKED IS CHASED BEFORE IT EXPIRES.    *
000241*  2026-10-15  RLM   AGE IS COUNTED TO THE DATECTL BUSINESS      *
000242*                    DATE, AND A WEEKDAY HOLIDAY OF THE SHOP'S   *
000243*                    CALENDAR CURRENCY (HOLCAL) IS NOT A         *
000244*                    BUSINESS DAY.  JOBSTAT CARRIES THE          *
000245*                    BUSINESS DATE.                              *
000250****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PENDING-MAINT ASSIGN TO "PENDMNT"
000300                           ORGANIZATION IS INDEXED
000310                           ACCESS MODE IS SEQUENTIAL
000320                           RECORD KEY IS PM-PENDING-ID
000330                           FILE STATUS IS PN-PENDMNT-STATUS.
000340     SELECT PEND-REPORT   ASSIGN TO "PENDRPT"
000350                           ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000370                           ORGANIZATION IS SEQUENTIAL
000380                           FILE STATUS IS PN-JOBSTAT-STATUS.
000381     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000382                           ORGANIZATION IS SEQUENTIAL
000383                           FILE STATUS IS PN-DATECTL-STATUS.
000384     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000385                           ORGANIZATION IS SEQUENTIAL
000386                           FILE STATUS IS PN-HOLCAL-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PENDING-MAINT.
000420     COPY PMRECORD.
000430 FD  PEND-REPORT.
000440 01  PEND-REPORT-LINE          PIC X(132).
000450 FD  JOB-STATUS
000460     RECORDING MODE IS F.
000470     COPY JSRECORD.
000471 FD  DATE-CONTROL
000472     RECORDING MODE IS F.
000473     COPY DCRECORD.
000474 FD  HOLIDAY-CALENDAR
000475     RECORDING MODE IS F.
000476     COPY HCRECORD.
000480 WORKING-STORAGE SECTION.
000490* THE PENDING ITEM'S TRANSACTION, LAID BACK OVER ITS LAYOUT
000500     COPY MTRECORD.
000510 01  PN-SWITCHES.
000520     05  PN-PEND-EOF-SW        PIC X(01)  VALUE "N".
000530         88  PENDING-SCAN-DONE            VALUE "Y".
000540     05  PN-PEND-OPEN-SW       PIC X(01)  VALUE "N".
000550         88  PENDMNT-FILE-OPEN            VALUE "Y".
000560 01  PN-PENDMNT-STATUS         PIC X(02).
000570     88  PENDMNT-OPEN-OK                  VALUE "00".
000580 01  PN-JOBSTAT-STATUS         PIC X(02).
000590     88  JOBSTAT-FILE-FOUND               VALUE "00".
000591 01  PN-DATECTL-STATUS         PIC X(02).
000592     88  DATECTL-FILE-FOUND               VALUE "00".
000593 01  PN-BUS-DATE-NUM           PIC 9(08).
000600****************************************************************
000610* AN ITEM IS LISTED ONCE IT HAS WAITED MORE THAN THIS MANY     *
000620* BUSINESS DAYS                                                *
000630****************************************************************
000640 77  PN-ALERT-DAYS             PIC S9(03) COMP VALUE 2.
000650****************************************************************
000660* RUN TOTALS                                                   *
000670****************************************************************
000680 77  PN-ITEMS-PENDING          PIC S9(07) COMP VALUE ZERO.
000690 77  PN-ITEMS-OVERDUE          PIC S9(07) COMP VALUE ZERO.
000700 77  PN-OLDEST-AGE             PIC S9(05) COMP VALUE ZERO.
000710****************************************************************
000720* BUSINESS-DAY COUNT FIELDS - 8000 COUNTS THE WEEKDAYS AFTER   *
000730* PN-BD-FROM-DATE UP TO AND INCLUDING PN-BD-TO-DATE FROM       *
000740* EACH DATE'S DAY NUMBER (JULIAN DAY NUMBER; THE NUMBER        *
000750* MOD 7 GIVES THE WEEKDAY, 0 = MONDAY), LESS THE WEEKDAY       *
000755* HOLIDAYS OF PN-CAL-CURRENCY - THE SAME COUNT                 *
000760* LOANMNT EXPIRES ITEMS BY                                     *
000770****************************************************************
000780 01  PN-BD-FROM-DATE           PIC 9(08).
000790 01  PN-BD-TO-DATE             PIC 9(08).
000800 77  PN-BUS-DAYS               PIC S9(05) COMP VALUE ZERO.
000810 77  PN-BD-FROM-NUMBER         PIC S9(09) COMP.
000820 77  PN-BD-FROM-DOW            PIC S9(03) COMP.
000830 77  PN-BD-SPAN                PIC S9(09) COMP.
000840 77  PN-BD-WEEKS               PIC S9(07) COMP.
000850 77  PN-BD-ODD-DAYS            PIC S9(03) COMP.
000860 77  PN-BD-DAY                 PIC S9(03) COMP.
000870 77  PN-BD-DOW                 PIC S9(03) COMP.
000880 01  PN-DN-DATE.
000890     05  PN-DN-YEAR            PIC 9(04).
000900     05  PN-DN-MONTH           PIC 9(02).
000910     05  PN-DN-DAY             PIC 9(02).
000920 01  PN-DN-DATE-NUM REDEFINES PN-DN-DATE
000930                               PIC 9(08).
000940 77  PN-DN-A                   PIC S9(03) COMP.
000950 77  PN-DN-Y                   PIC S9(05) COMP.
000960 77  PN-DN-M                   PIC S9(03) COMP.
000970 77  PN-DN-MONTH-DAYS          PIC S9(05) COMP.
000980 77  PN-DN-LEAP-4              PIC S9(05) COMP.
000990 77  PN-DN-LEAP-100            PIC S9(05) COMP.
001000 77  PN-DN-LEAP-400            PIC S9(05) COMP.
001010 77  PN-DN-NUMBER              PIC S9(09) COMP.
001020 77  PN-DN-WORK                PIC S9(09) COMP.
001030 77  PN-DN-DOW                 PIC S9(03) COMP.
001031****************************************************************
001032* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP;  *
001033* A MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE  *
001034* SKIPPED.  THE COUNT USES THE HOLIDAYS OF THE SHOP'S CALENDAR *
001035* CURRENCY ON DATECTL                                          *
001036****************************************************************
001037 77  PN-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
001038 77  PN-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
001039 01  PN-HOLCAL-STATUS          PIC X(02).
001040     88  HOLCAL-FILE-FOUND                VALUE "00".
001041 01  PN-HOL-EOF-SW             PIC X(01)  VALUE "N".
001042     88  HOLIDAY-TABLE-EOF                VALUE "Y".
001043 01  PN-HOLIDAY-TABLE.
001044     05  PN-HOL-ENTRY OCCURS 2000 TIMES
001045             INDEXED BY PN-HOL-IDX.
001046         10  PN-HOL-CURRENCY   PIC X(03).
001047         10  PN-HOL-DATE       PIC 9(08).
001048 01  PN-CAL-CURRENCY           PIC X(03).
001049****************************************************************
001050* PENDING REPORT FIELDS                                        *
001060****************************************************************
001070 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
001080 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
001090 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
001100 01  RPT-RUN-DATE.
001110     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001120     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001130     05  RPT-RUN-DATE-DAY      PIC 9(02).
001140 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001150                               PIC 9(08).
001160 01  RPT-RUN-TIME.
001170     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001180     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001190     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001200     05  FILLER                PIC 9(02).
001210 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
001220     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
001230     05  FILLER                PIC 9(02).
001240 01  RPT-RUN-DATE-OUT.
001250     05  RPT-RUN-YEAR          PIC 9(04).
001260     05  FILLER                PIC X(01) VALUE "-".
001270     05  RPT-RUN-MONTH         PIC 9(02).
001280     05  FILLER                PIC X(01) VALUE "-".
001290     05  RPT-RUN-DAY           PIC 9(02).
001300 01  RPT-RUN-TIME-OUT.
001310     05  RPT-RUN-HOUR          PIC 9(02).
001320     05  FILLER                PIC X(01) VALUE ":".
001330     05  RPT-RUN-MINUTE        PIC 9(02).
001340     05  FILLER                PIC X(01) VALUE ":".
001350     05  RPT-RUN-SECOND        PIC 9(02).
001360 01  RPT-SUBMIT-DATE.
001370     05  RPT-SUB-YEAR          PIC 9(04).
001380     05  RPT-SUB-MONTH         PIC 9(02).
001390     05  RPT-SUB-DAY           PIC 9(02).
001400 01  RPT-SUBMIT-DATE-NUM REDEFINES RPT-SUBMIT-DATE
001410                               PIC 9(08).
001420 01  RPT-HEADING-1.
001430     05  FILLER                PIC X(40) VALUE
001440         "COBCALC PENDING MAINTENANCE AGING".
001450     05  FILLER                PIC X(05) VALUE "PAGE:".
001460     05  RPT-H1-PAGE-NO        PIC ZZ9.
001470 01  RPT-HEADING-2.
001480     05  FILLER                PIC X(09) VALUE "RUN DATE:".
001490     05  RPT-H2-RUN-DATE       PIC X(10).
001500     05  FILLER                PIC X(05) VALUE SPACES.
001510     05  FILLER                PIC X(09) VALUE "RUN TIME:".
001520     05  RPT-H2-RUN-TIME       PIC X(08).
001530     05  FILLER                PIC X(05) VALUE SPACES.
001540     05  FILLER                PIC X(31) VALUE
001550         "ITEMS WAITING MORE THAN 2 DAYS".
001560 01  RPT-COLUMN-HEADING.
001570     05  FILLER                PIC X(10) VALUE "ITEM".
001580     05  FILLER                PIC X(08) VALUE "MAKER".
001590     05  FILLER                PIC X(12) VALUE "SUBMITTED".
001600     05  FILLER                PIC X(06) VALUE "DAYS".
001610     05  FILLER                PIC X(05) VALUE "ACT".
001620     05  FILLER                PIC X(08) VALUE "LOAN".
001630     05  FILLER                PIC X(06) VALUE "PER".
001640     05  FILLER                PIC X(14) VALUE "AMOUNT".
001650     05  FILLER                PIC X(25) VALUE
001660         "HEADER FIELD/VALUE".
001670 01  RPT-DETAIL-LINE.
001680     05  RPT-DET-ITEM          PIC 9(08).
001690     05  FILLER                PIC X(02) VALUE SPACES.
001700     05  RPT-DET-MAKER         PIC X(06).
001710     05  FILLER                PIC X(02) VALUE SPACES.
001720     05  RPT-DET-SUB-YEAR      PIC 9(04).
001730     05  FILLER                PIC X(01) VALUE "-".
001740     05  RPT-DET-SUB-MONTH     PIC 9(02).
001750     05  FILLER                PIC X(01) VALUE "-".
001760     05  RPT-DET-SUB-DAY       PIC 9(02).
001770     05  FILLER                PIC X(02) VALUE SPACES.
001780     05  RPT-DET-AGE           PIC ZZZ9.
001790     05  FILLER                PIC X(02) VALUE SPACES.
001800     05  RPT-DET-ACTION        PIC X(01).
001810     05  FILLER                PIC X(04) VALUE SPACES.
001820     05  RPT-DET-LOAN-ID       PIC X(06).
001830     05  FILLER                PIC X(02) VALUE SPACES.
001840     05  RPT-DET-PERIOD        PIC X(04).
001850     05  FILLER                PIC X(02) VALUE SPACES.
001860     05  RPT-DET-AMOUNT        PIC X(12).
001870     05  FILLER                PIC X(02) VALUE SPACES.
001880     05  RPT-DET-HDR-FIELD     PIC X(02).
001890     05  FILLER                PIC X(01) VALUE SPACES.
001900     05  RPT-DET-HDR-VALUE     PIC X(10).
001910 01  RPT-AMOUNT-EDIT           PIC -(8)9.99.
001920 01  RPT-PERIOD-EDIT           PIC ZZZ9.
001930 01  RPT-PRINT-AREA            PIC X(132).
001940 01  RPT-MESSAGE-LINE          PIC X(80).
001950 01  RPT-TOTAL-LINE.
001960     05  RPT-TOT-LABEL         PIC X(34).
001970     05  RPT-TOT-VALUE         PIC ZZZZZZ9.
001980
001990 PROCEDURE DIVISION.
002000 0000-MAINLINE.
002010     PERFORM 1000-INITIALIZE
002020         THRU 1000-EXIT.
002030     PERFORM 2000-AGE-ONE-ITEM
002040         THRU 2000-EXIT
002050         UNTIL PENDING-SCAN-DONE.
002060     PERFORM 9000-TERMINATE
002070         THRU 9000-EXIT.
002080     GOBACK.
002090
002100****************************************************************
002110* 1000-INITIALIZE - BUSINESS DATE, HOLIDAYS, AND FILES.  NO    *
002120*                   PENDING FILE MEANS NO SUBMISSION HAS EVER  *
002130*                   BEEN MADE - THE REPORT SAYS SO AND THE RUN *
002135*                   IS CLEAN                                   *
002140****************************************************************
002150 1000-INITIALIZE.
002151     PERFORM 1050-READ-DATE-CONTROL
002152         THRU 1050-EXIT.
002153     CLOSE DATE-CONTROL.
002154     PERFORM 8100-LOAD-HOLIDAYS
002155         THRU 8100-EXIT.
002160     OPEN OUTPUT PEND-REPORT.
002170     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
002180     ACCEPT RPT-RUN-TIME FROM TIME.
002190     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
002200     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
002210     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
002220     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
002230     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
002240     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
002250     PERFORM 5810-WRITE-REPORT-HEADINGS
002260         THRU 5810-EXIT.
002270     OPEN INPUT PENDING-MAINT.
002280     IF PENDMNT-OPEN-OK
002290         SET PENDMNT-FILE-OPEN TO TRUE
002300     ELSE
002310         SET PENDING-SCAN-DONE TO TRUE
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350
002351****************************************************************
002352* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
002353*                          SHOP'S DATE-CONTROL RECORD.  NO     *
002354*                          DATECTL, OR ONE WITHOUT A CURRENT   *
002355*                          BUSINESS DATE, ABORTS THE RUN - NO  *
002356*                          JOB GUESSES ITS OWN DATE            *
002357****************************************************************
002358 1050-READ-DATE-CONTROL.
002359     OPEN INPUT DATE-CONTROL.
002360     IF NOT DATECTL-FILE-FOUND
002361         DISPLAY "LOANPEND: FATAL - DATECTL NOT FOUND, "
002362             "STATUS " PN-DATECTL-STATUS ".  RUN ABORTED."
002363         MOVE 16 TO RETURN-CODE
002364         STOP RUN
002365     END-IF.
002366     READ DATE-CONTROL
002367         AT END
002368             DISPLAY "LOANPEND: FATAL - DATECTL IS EMPTY.  "
002369                 "RUN ABORTED."
002370             MOVE 16 TO RETURN-CODE
002371             STOP RUN
002372     END-READ.
002373     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002374             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002375         DISPLAY "LOANPEND: FATAL - DATECTL BUSINESS DATE "
002376             "MISSING OR NOT NUMERIC.  RUN ABORTED."
002377         MOVE 16 TO RETURN-CODE
002378         STOP RUN
002379     END-IF.
002380     MOVE DC-CURRENT-BUS-DATE  TO PN-BUS-DATE-NUM.
002381     MOVE DC-CALENDAR-CURRENCY TO PN-CAL-CURRENCY.
002382 1050-EXIT.
002383     EXIT.
002384
002385****************************************************************
002386* 2000-AGE-ONE-ITEM - READ ONE PENDING ITEM, COUNT THE         *
002387*                     BUSINESS DAYS SINCE IT WAS KEYED, AND    *
002390*                     LIST IT IF IT HAS WAITED TOO LONG.  ITEM *
002400*                     ZERO IS THE FILE'S CONTROL RECORD        *
002410****************************************************************
002420 2000-AGE-ONE-ITEM.
002430     READ PENDING-MAINT
002440         AT END
002450             SET PENDING-SCAN-DONE TO TRUE
002460             GO TO 2000-EXIT
002470     END-READ.
002480     IF PM-PENDING-ID IS EQUAL TO ZERO
002490         GO TO 2000-EXIT
002500     END-IF.
002510     ADD 1 TO PN-ITEMS-PENDING.
002520     MOVE PM-SUBMIT-DATE   TO PN-BD-FROM-DATE.
002530     MOVE PN-BUS-DATE-NUM  TO PN-BD-TO-DATE.
002540     PERFORM 8000-COUNT-BUSINESS-DAYS
002550         THRU 8000-EXIT.
002560     IF PN-BUS-DAYS IS GREATER THAN PN-OLDEST-AGE
002570         MOVE PN-BUS-DAYS TO PN-OLDEST-AGE
002580     END-IF.
002590     IF PN-BUS-DAYS IS NOT GREATER THAN PN-ALERT-DAYS
002600         GO TO 2000-EXIT
002610     END-IF.
002620     ADD 1 TO PN-ITEMS-OVERDUE.
002630     PERFORM 2100-LIST-ONE-ITEM
002640         THRU 2100-EXIT.
002650 2000-EXIT.
002660     EXIT.
002670
002680****************************************************************
002690* 2100-LIST-ONE-ITEM - ONE DETAIL LINE.  ONLY THE FIELDS THE   *
002700*                      ITEM'S ACTION USES ARE SHOWN            *
002710****************************************************************
002720 2100-LIST-ONE-ITEM.
002730     MOVE PM-TRANSACTION TO MAINT-TRANS-RECORD.
002740     MOVE PM-PENDING-ID  TO RPT-DET-ITEM.
002750     MOVE PM-MAKER-ID    TO RPT-DET-MAKER.
002760     MOVE PM-SUBMIT-DATE TO RPT-SUBMIT-DATE-NUM.
002770     MOVE RPT-SUB-YEAR   TO RPT-DET-SUB-YEAR.
002780     MOVE RPT-SUB-MONTH  TO RPT-DET-SUB-MONTH.
002790     MOVE RPT-SUB-DAY    TO RPT-DET-SUB-DAY.
002800     MOVE PN-BUS-DAYS    TO RPT-DET-AGE.
002810     MOVE TX-ACTION      TO RPT-DET-ACTION.
002820     MOVE TX-LOAN-ID     TO RPT-DET-LOAN-ID.
002830     MOVE SPACES         TO RPT-DET-PERIOD.
002840     MOVE SPACES         TO RPT-DET-AMOUNT.
002850     MOVE SPACES         TO RPT-DET-HDR-FIELD.
002860     MOVE SPACES         TO RPT-DET-HDR-VALUE.
002870     IF TX-ADD-PERIOD OR TX-CHANGE-PERIOD OR TX-DELETE-PERIOD
002880         MOVE TX-PERIOD-NO    TO RPT-PERIOD-EDIT
002890         MOVE RPT-PERIOD-EDIT TO RPT-DET-PERIOD
002900     END-IF.
002910     IF TX-ADD-PERIOD OR TX-CHANGE-PERIOD
002920         MOVE TX-AMOUNT       TO RPT-AMOUNT-EDIT
002930         MOVE RPT-AMOUNT-EDIT TO RPT-DET-AMOUNT
002940     END-IF.
002950     IF TX-CHANGE-HEADER
002960         MOVE TX-HDR-FIELD    TO RPT-DET-HDR-FIELD
002970         MOVE TX-HDR-VALUE    TO RPT-DET-HDR-VALUE
002980     END-IF.
002990     MOVE RPT-DETAIL-LINE TO RPT-PRINT-AREA.
003000     PERFORM 5800-WRITE-REPORT-LINE
003010         THRU 5800-EXIT.
003020 2100-EXIT.
003030     EXIT.
003040
003050****************************************************************
003060* 5800-WRITE-REPORT-LINE - ONE LINE FROM THE PRINT AREA,       *
003070*                          HEADING A NEW PAGE IF NEEDED FIRST  *
003080****************************************************************
003090 5800-WRITE-REPORT-LINE.
003100     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
003110         PERFORM 5810-WRITE-REPORT-HEADINGS
003120             THRU 5810-EXIT
003130     END-IF.
003140     WRITE PEND-REPORT-LINE FROM RPT-PRINT-AREA.
003150     ADD 1 TO RPT-LINE-COUNT.
003160 5800-EXIT.
003170     EXIT.
003180
003190****************************************************************
003200* 5810-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE         *
003210****************************************************************
003220 5810-WRITE-REPORT-HEADINGS.
003230     ADD 1 TO RPT-PAGE-COUNT.
003240     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
003250     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
003260     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
003270     IF RPT-PAGE-COUNT IS GREATER THAN 1
003280         WRITE PEND-REPORT-LINE FROM SPACES
003290         BEFORE ADVANCING PAGE
003300     END-IF.
003310     WRITE PEND-REPORT-LINE FROM RPT-HEADING-1.
003320     WRITE PEND-REPORT-LINE FROM RPT-HEADING-2.
003330     WRITE PEND-REPORT-LINE FROM SPACES.
003340     WRITE PEND-REPORT-LINE FROM RPT-COLUMN-HEADING.
003350     MOVE ZERO TO RPT-LINE-COUNT.
003360 5810-EXIT.
003370     EXIT.
003380
003390 5900-WRITE-MESSAGE-LINE.
003400     MOVE RPT-MESSAGE-LINE TO RPT-PRINT-AREA.
003410     PERFORM 5800-WRITE-REPORT-LINE
003420         THRU 5800-EXIT.
003430 5900-EXIT.
003440     EXIT.
003450
003460****************************************************************
003470* 8000-COUNT-BUSINESS-DAYS - PN-BUS-DAYS = THE WEEKDAYS AFTER  *
003480*                            PN-BD-FROM-DATE UP TO AND         *
003490*                            INCLUDING PN-BD-TO-DATE.  EVERY   *
003500*                            FULL WEEK HOLDS FIVE; THE ODD     *
003510*                            DAYS LEFT OVER ARE TESTED ONE BY  *
003520*                            ONE FROM THE FROM-DATE'S WEEKDAY. *
003525*                            WEEKDAY HOLIDAYS COME OFF AFTER   *
003530****************************************************************
003540 8000-COUNT-BUSINESS-DAYS.
003550     MOVE ZERO TO PN-BUS-DAYS.
003560     MOVE PN-BD-FROM-DATE TO PN-DN-DATE-NUM.
003570     PERFORM 8010-DATE-TO-DAY-NUMBER
003580         THRU 8010-EXIT.
003590     MOVE PN-DN-NUMBER    TO PN-BD-FROM-NUMBER.
003600     MOVE PN-DN-DOW       TO PN-BD-FROM-DOW.
003610     MOVE PN-BD-TO-DATE   TO PN-DN-DATE-NUM.
003620     PERFORM 8010-DATE-TO-DAY-NUMBER
003630         THRU 8010-EXIT.
003640     COMPUTE PN-BD-SPAN = PN-DN-NUMBER - PN-BD-FROM-NUMBER.
003650     IF PN-BD-SPAN IS NOT GREATER THAN ZERO
003660         GO TO 8000-EXIT
003670     END-IF.
003680     DIVIDE PN-BD-SPAN BY 7
003690         GIVING PN-BD-WEEKS
003700         REMAINDER PN-BD-ODD-DAYS.
003710     COMPUTE PN-BUS-DAYS = PN-BD-WEEKS * 5.
003720     PERFORM 8020-COUNT-ONE-ODD-DAY
003730         THRU 8020-EXIT
003740         VARYING PN-BD-DAY FROM 1 BY 1
003750         UNTIL PN-BD-DAY IS GREATER THAN PN-BD-ODD-DAYS.
003751     PERFORM 8030-DROP-ONE-HOLIDAY
003752         THRU 8030-EXIT
003753         VARYING PN-HOL-IDX FROM 1 BY 1
003754         UNTIL PN-HOL-IDX IS GREATER THAN PN-HOL-ENTRY-COUNT.
003755     IF PN-BUS-DAYS IS LESS THAN ZERO
003756         MOVE ZERO TO PN-BUS-DAYS
003757     END-IF.
003760 8000-EXIT.
003770     EXIT.
003780
003790****************************************************************
003800* 8010-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF PN-DN-DATE    *
003810*                           AND ITS WEEKDAY (0 = MONDAY).      *
003820*                           EACH DIVISION TRUNCATES ON ITS OWN *
003830****************************************************************
003840 8010-DATE-TO-DAY-NUMBER.
003850     COMPUTE PN-DN-A = (14 - PN-DN-MONTH) / 12.
003860     COMPUTE PN-DN-Y = PN-DN-YEAR + 4800 - PN-DN-A.
003870     COMPUTE PN-DN-M = PN-DN-MONTH + (12 * PN-DN-A) - 3.
003880     COMPUTE PN-DN-MONTH-DAYS = ((153 * PN-DN-M) + 2) / 5.
003890     COMPUTE PN-DN-LEAP-4   = PN-DN-Y / 4.
003900     COMPUTE PN-DN-LEAP-100 = PN-DN-Y / 100.
003910     COMPUTE PN-DN-LEAP-400 = PN-DN-Y / 400.
003920     COMPUTE PN-DN-NUMBER = PN-DN-DAY + PN-DN-MONTH-DAYS
003930         + (365 * PN-DN-Y) + PN-DN-LEAP-4 - PN-DN-LEAP-100
003940         + PN-DN-LEAP-400 - 32045.
003950     DIVIDE PN-DN-NUMBER BY 7
003960         GIVING PN-DN-WORK
003970         REMAINDER PN-DN-DOW.
003980 8010-EXIT.
003990     EXIT.
004000
004010 8020-COUNT-ONE-ODD-DAY.
004020     COMPUTE PN-BD-DOW = PN-BD-FROM-DOW + PN-BD-DAY.
004030     IF PN-BD-DOW IS GREATER THAN 6
004040         SUBTRACT 7 FROM PN-BD-DOW
004050     END-IF.
004060     IF PN-BD-DOW IS LESS THAN 5
004070         ADD 1 TO PN-BUS-DAYS
004080     END-IF.
004090 8020-EXIT.
004100     EXIT.
004111
004112****************************************************************
004113* 8030-DROP-ONE-HOLIDAY - A HOLIDAY OF THE SHOP'S CALENDAR     *
004114*                         CURRENCY (DATECTL) THAT FALLS ON A   *
004115*                         WEEKDAY AFTER PN-BD-FROM-DATE UP TO  *
004116*                         AND INCLUDING PN-BD-TO-DATE WAS      *
004117*                         COUNTED AS A BUSINESS DAY - TAKE IT  *
004118*                         BACK OUT                             *
004119****************************************************************
004120 8030-DROP-ONE-HOLIDAY.
004121     IF PN-HOL-CURRENCY(PN-HOL-IDX)
004122             IS NOT EQUAL TO PN-CAL-CURRENCY
004123         GO TO 8030-EXIT
004124     END-IF.
004125     IF PN-HOL-DATE(PN-HOL-IDX)
004126             IS NOT GREATER THAN PN-BD-FROM-DATE
004127             OR PN-HOL-DATE(PN-HOL-IDX)
004128             IS GREATER THAN PN-BD-TO-DATE
004129         GO TO 8030-EXIT
004130     END-IF.
004131     MOVE PN-HOL-DATE(PN-HOL-IDX) TO PN-DN-DATE-NUM.
004132     PERFORM 8010-DATE-TO-DAY-NUMBER
004133         THRU 8010-EXIT.
004134     IF PN-DN-DOW IS LESS THAN 5
004135         SUBTRACT 1 FROM PN-BUS-DAYS
004136     END-IF.
004137 8030-EXIT.
004138     EXIT.
004139
004140****************************************************************
004141* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE      *
004142*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO   *
004143*                      HOLCAL MEANS NO HOLIDAYS - ONLY         *
004144*                      WEEKENDS ARE CLOSED                     *
004145****************************************************************
004146 8100-LOAD-HOLIDAYS.
004147     OPEN INPUT HOLIDAY-CALENDAR.
004148     IF NOT HOLCAL-FILE-FOUND
004149         GO TO 8100-EXIT
004150     END-IF.
004151     MOVE "N" TO PN-HOL-EOF-SW.
004152     PERFORM 8105-READ-HOLIDAY-RECORD
004153         THRU 8105-EXIT
004154         UNTIL HOLIDAY-TABLE-EOF.
004155     CLOSE HOLIDAY-CALENDAR.
004156 8100-EXIT.
004157     EXIT.
004158
004159 8105-READ-HOLIDAY-RECORD.
004160     READ HOLIDAY-CALENDAR
004161         AT END
004162             SET HOLIDAY-TABLE-EOF TO TRUE
004163             GO TO 8105-EXIT
004164     END-READ.
004165     IF HC-HOLIDAY-DATE IS NOT NUMERIC
004166             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
004167         GO TO 8105-EXIT
004168     END-IF.
004169     IF PN-HOL-ENTRY-COUNT IS NOT LESS THAN PN-HOL-MAX-ENTRIES
004170         DISPLAY "LOANPEND: FATAL - HOLIDAY TABLE FULL AT 2000 "
004171             "ENTRIES.  RUN ABORTED."
004172         MOVE 16 TO RETURN-CODE
004173         STOP RUN
004174     END-IF.
004175     ADD 1 TO PN-HOL-ENTRY-COUNT.
004176     SET PN-HOL-IDX TO PN-HOL-ENTRY-COUNT.
004177     MOVE HC-CURRENCY-CODE TO PN-HOL-CURRENCY(PN-HOL-IDX).
004178     MOVE HC-HOLIDAY-DATE  TO PN-HOL-DATE(PN-HOL-IDX).
004179 8105-EXIT.
004180     EXIT.
004181
004182****************************************************************
004183* 9000-TERMINATE - RUN TOTALS, CLOSE FILES, AND END THE RUN    *
004184****************************************************************
004185 9000-TERMINATE.
004186     IF NOT PENDMNT-FILE-OPEN
004187         MOVE "NOTE - NO PENDMNT FILE - NOTHING EVER SUBMITTED"
004188             TO RPT-MESSAGE-LINE
004190         PERFORM 5900-WRITE-MESSAGE-LINE
004200             THRU 5900-EXIT
004210     END-IF.
004220     IF PN-ITEMS-OVERDUE IS EQUAL TO ZERO
004230         MOVE "NO ITEM HAS WAITED MORE THAN 2 BUSINESS DAYS"
004240             TO RPT-MESSAGE-LINE
004250         PERFORM 5900-WRITE-MESSAGE-LINE
004260             THRU 5900-EXIT
004270     END-IF.
004280     MOVE SPACES TO RPT-MESSAGE-LINE.
004290     PERFORM 5900-WRITE-MESSAGE-LINE
004300         THRU 5900-EXIT.
004310     MOVE "ITEMS PENDING"                  TO RPT-TOT-LABEL.
004320     MOVE PN-ITEMS-PENDING                 TO RPT-TOT-VALUE.
004330     PERFORM 9100-WRITE-ONE-TOTAL
004340         THRU 9100-EXIT.
004350     MOVE "ITEMS WAITING MORE THAN 2 DAYS" TO RPT-TOT-LABEL.
004360     MOVE PN-ITEMS-OVERDUE                 TO RPT-TOT-VALUE.
004370     PERFORM 9100-WRITE-ONE-TOTAL
004380         THRU 9100-EXIT.
004390     MOVE "OLDEST ITEM, BUSINESS DAYS"     TO RPT-TOT-LABEL.
004400     MOVE PN-OLDEST-AGE                    TO RPT-TOT-VALUE.
004410     PERFORM 9100-WRITE-ONE-TOTAL
004420         THRU 9100-EXIT.
004430     IF PENDMNT-FILE-OPEN
004440         CLOSE PENDING-MAINT
004450     END-IF.
004460     CLOSE PEND-REPORT.
004470     PERFORM 9060-WRITE-JOB-STATUS
004480         THRU 9060-EXIT.
004490 9000-EXIT.
004500     EXIT.
004510
004520****************************************************************
004530* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE     *
004540*                         JOBSTAT FILE FOR THE MORNING-STATUS  *
004550*                         PROGRAM.  ANY ITEM WAITING MORE THAN *
004560*                         TWO BUSINESS DAYS MAKES IT A         *
004570*                         WARNING.  IT STAMPS THE DATECTL      *
004575*                         BUSINESS DATE                        *
004580****************************************************************
004590 9060-WRITE-JOB-STATUS.
004600     OPEN INPUT JOB-STATUS.
004610     IF JOBSTAT-FILE-FOUND
004620         CLOSE JOB-STATUS
004630         OPEN EXTEND JOB-STATUS
004640     ELSE
004650         OPEN OUTPUT JOB-STATUS
004660     END-IF.
004670     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
004680     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
004690     MOVE "LOANPEND"          TO JS-PROGRAM.
004700     MOVE PN-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
004710     MOVE PN-ITEMS-PENDING    TO JS-ITEMS-IN.
004720     COMPUTE JS-ITEMS-OK = PN-ITEMS-PENDING - PN-ITEMS-OVERDUE.
004730     MOVE ZERO                TO JS-ITEMS-REJECTED.
004740     MOVE PN-ITEMS-OVERDUE    TO JS-ITEMS-OTHER.
004750     IF PN-ITEMS-OVERDUE IS GREATER THAN ZERO
004760         MOVE "W"                    TO JS-STATUS
004770         MOVE "ITEMS AWAITING CHECK" TO JS-NOTE
004780     ELSE
004790         MOVE "C"                    TO JS-STATUS
004800         MOVE "CLEAN"                TO JS-NOTE
004810     END-IF.
004820     WRITE JOB-STATUS-RECORD.
004830     CLOSE JOB-STATUS.
004840 9060-EXIT.
004850     EXIT.
004860
004870 9100-WRITE-ONE-TOTAL.
004880     MOVE RPT-TOTAL-LINE TO RPT-PRINT-AREA.
004890     PERFORM 5800-WRITE-REPORT-LINE
004900         THRU 5800-EXIT.
004910 9100-EXIT.
004920     EXIT.
004930
004940 END PROGRAM LOANPEND.
