000010****************************************************************
000020* LOANCNVT                                                      *
000030*                                                               *
000040* ONE-TIME LOAN-MASTER LAYOUT CONVERSION.  THE MASTER RECORD    *
000050* BODY GREW FROM 36 TO 64 BYTES FOR THE PAID-STATUS AND         *
000060* CURTAILMENT FIELDS ON A CASH-FLOW PERIOD AND THE UNAPPLIED    *
000070* CASH, BORROWER, AND BOOKED-RESULT FIELDS ON THE PERIOD-ZERO   *
000080* HEADER.  THIS RUN READS THE OLD 53-BYTE MASTER, RENAMED LMOLD *
000090* BY OPERATIONS, AND WRITES EVERY RECORD TO A NEW LOANMSTR ON   *
000100* THE CURRENT LAYOUT: THE OLD BODY BYTE FOR BYTE, THE NEW       *
000110* AMOUNT, DATE, AND BORROWER FIELDS ZERO, THE STATUS FLAGS      *
000120* SPACE, AND THE BOOKED RESULT LEFT SPACES - THE MARK OF A      *
000130* HEADER WRITTEN BEFORE THE RESULT WAS KEPT.  A LOANMSTR THAT   *
000140* ALREADY HOLDS RECORDS IS NEVER OVERWRITTEN.  TAKE A LOANUNLD  *
000150* IMAGE AS SOON AS THE RUN ENDS CLEAN.                          *
000160****************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.     LOANCNVT.
000190 AUTHOR.         R. MCALLISTER.
000200 INSTALLATION.   LOAN SERVICING DIVISION.
000210 DATE-WRITTEN.   10/15/2026.
000220 DATE-COMPILED.
000230****************************************************************
000240* MODIFICATION HISTORY                                          *
000250*  DATE        INIT  DESCRIPTION                                *
000260*  ----------  ----  ------------------------------------------ *
000270*  2026-10-15  RLM   INITIAL VERSION.  CONVERTS THE MASTER       *
000280*                    UNLOADED BEFORE THE RECORD BODY GREW        *
000290*                    FROM 36 TO 64 BYTES.                        *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OLD-MASTER    ASSIGN TO "LMOLD"
000350                           ORGANIZATION IS INDEXED
000360                           ACCESS MODE IS SEQUENTIAL
000370                           RECORD KEY IS OM-KEY
000380                           FILE STATUS IS CV-OLDMSTR-STATUS.
000390     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000400                           ORGANIZATION IS INDEXED
000410                           ACCESS MODE IS DYNAMIC
000420                           RECORD KEY IS LM-KEY
000430                           FILE STATUS IS CV-LOANMSTR-STATUS.
000440     SELECT CNVT-REPORT   ASSIGN TO "CNVTRPT"
000450                           ORGANIZATION IS LINE SEQUENTIAL.
000460     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000470                           ORGANIZATION IS SEQUENTIAL
000480                           FILE STATUS IS CV-JOBSTAT-STATUS.
000490     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000500                           ORGANIZATION IS SEQUENTIAL
000510                           FILE STATUS IS CV-DATECTL-STATUS.
000520     SELECT LOCK-FILE     ASSIGN TO "LOANLOCK"
000530                           ORGANIZATION IS SEQUENTIAL
000540                           FILE STATUS IS CV-LOCKF-STATUS.
000550     SELECT LOCK-OVERRIDE ASSIGN TO "LOCKOVRD"
000560                           ORGANIZATION IS SEQUENTIAL
000570                           FILE STATUS IS CV-LOCKOVR-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600*    THE MASTER AS IT STOOD BEFORE THE BODY GREW - KEY, A 36-BYTE
000610*    BODY (HEADER TERMS OR CASH-FLOW AMOUNTS), AND THE ACTIVITY
000620*    DATE.  THE FIRST 36 BYTES OF BOTH CURRENT BODIES ARE
000630*    UNCHANGED, SO THE OLD BODY CARRIES ACROSS AS ONE GROUP
000640 FD  OLD-MASTER.
000650 01  OLD-MASTER-RECORD.
000660     05  OM-KEY.
000670         10  OM-LOAN-ID        PIC 9(06).
000680         10  OM-PERIOD-NO      PIC 9(03).
000690     05  OM-RECORD-BODY        PIC X(36).
000700     05  OM-LAST-ACTIVITY-DATE PIC 9(08).
000710 FD  LOAN-MASTER.
000720     COPY LMRECORD.
000730 FD  CNVT-REPORT.
000740 01  CNVT-REPORT-LINE          PIC X(132).
000750 FD  JOB-STATUS
000760     RECORDING MODE IS F.
000770     COPY JSRECORD.
000780 FD  DATE-CONTROL
000790     RECORDING MODE IS F.
000800     COPY DCRECORD.
000810 FD  LOCK-FILE
000820     RECORDING MODE IS F.
000830     COPY LKRECORD.
000840 FD  LOCK-OVERRIDE
000850     RECORDING MODE IS F.
000860 01  LOCK-OVERRIDE-RECORD      PIC X(80).
000870 WORKING-STORAGE SECTION.
000880 01  CV-SWITCHES.
000890     05  CV-OLD-EOF-SW         PIC X(01)  VALUE "N".
000900         88  OLD-MASTER-DONE              VALUE "Y".
000910     05  CV-NEW-FULL-SW        PIC X(01)  VALUE "N".
000920         88  NEW-MASTER-HAS-RECORDS       VALUE "Y".
000930 01  CV-OLDMSTR-STATUS         PIC X(02).
000940     88  OLDMSTR-OPEN-OK                  VALUE "00".
000950 01  CV-LOANMSTR-STATUS        PIC X(02).
000960     88  LOANMSTR-OPEN-OK                 VALUE "00".
000970     88  LOANMSTR-NOT-FOUND               VALUE "35".
000980 01  CV-JOBSTAT-STATUS         PIC X(02).
000990     88  JOBSTAT-FILE-FOUND               VALUE "00".
001000 01  CV-DATECTL-STATUS         PIC X(02).
001010     88  DATECTL-FILE-FOUND               VALUE "00".
001020 01  CV-BUS-DATE-NUM           PIC 9(08).
001030 01  CV-LOCKF-STATUS           PIC X(02).
001040     88  LOCKF-FILE-FOUND                 VALUE "00".
001050 01  CV-LOCKOVR-STATUS         PIC X(02).
001060     88  LOCKOVR-FILE-FOUND               VALUE "00".
001070 01  CV-LOCK-HELD-SW           PIC X(01)  VALUE "N".
001080     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
001090 01  CV-OVERRIDE-SW            PIC X(01)  VALUE "N".
001100     88  OVERRIDE-SUPPLIED                VALUE "Y".
001110 01  LOCK-HOLDER-PROGRAM       PIC X(08).
001120 01  LOCK-HOLDER-DATE          PIC X(10).
001130 01  LOCK-HOLDER-TIME          PIC X(08).
001140****************************************************************
001150* RUN COUNTS                                                    *
001160****************************************************************
001170 77  CV-RECS-READ              PIC S9(07) COMP VALUE ZERO.
001180 77  CV-HEADERS-WRITTEN        PIC S9(07) COMP VALUE ZERO.
001190 77  CV-PERIODS-WRITTEN        PIC S9(07) COMP VALUE ZERO.
001200 77  CV-RECS-REJECTED          PIC S9(07) COMP VALUE ZERO.
001210 77  CV-READ-ERRORS            PIC S9(07) COMP VALUE ZERO.
001220****************************************************************
001230* CONVERSION REPORT FIELDS                                      *
001240****************************************************************
001250 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
001260 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
001270 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
001280 01  RPT-RUN-DATE.
001290     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001300     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001310     05  RPT-RUN-DATE-DAY      PIC 9(02).
001320 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001330                               PIC 9(08).
001340 01  RPT-RUN-TIME.
001350     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001360     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001370     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001380     05  FILLER                PIC 9(02).
001390 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
001400     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
001410     05  FILLER                PIC 9(02).
001420 01  RPT-RUN-DATE-OUT.
001430     05  RPT-RUN-YEAR          PIC 9(04).
001440     05  FILLER                PIC X(01) VALUE "-".
001450     05  RPT-RUN-MONTH         PIC 9(02).
001460     05  FILLER                PIC X(01) VALUE "-".
001470     05  RPT-RUN-DAY           PIC 9(02).
001480 01  RPT-RUN-TIME-OUT.
001490     05  RPT-RUN-HOUR          PIC 9(02).
001500     05  FILLER                PIC X(01) VALUE ":".
001510     05  RPT-RUN-MINUTE        PIC 9(02).
001520     05  FILLER                PIC X(01) VALUE ":".
001530     05  RPT-RUN-SECOND        PIC 9(02).
001540 01  RPT-HEADING-1.
001550     05  FILLER                PIC X(38) VALUE
001560         "COBCALC LOAN-MASTER CONVERSION".
001570     05  FILLER                PIC X(05) VALUE "PAGE:".
001580     05  RPT-H1-PAGE-NO        PIC ZZ9.
001590 01  RPT-HEADING-2.
001600     05  FILLER                PIC X(09) VALUE "RUN DATE:".
001610     05  RPT-H2-RUN-DATE       PIC X(10).
001620     05  FILLER                PIC X(05) VALUE SPACES.
001630     05  FILLER                PIC X(09) VALUE "RUN TIME:".
001640     05  RPT-H2-RUN-TIME       PIC X(08).
001650 01  RPT-COLUMN-HEADING.
001660     05  FILLER                PIC X(09) VALUE "LOAN ID".
001670     05  FILLER                PIC X(08) VALUE "PERIOD".
001680     05  FILLER                PIC X(08) VALUE "STATUS".
001690     05  FILLER                PIC X(40) VALUE "NOT CONVERTED".
001700 01  RPT-DETAIL-LINE.
001710     05  RPT-DET-LOAN-ID       PIC 9(06).
001720     05  FILLER                PIC X(03) VALUE SPACES.
001730     05  RPT-DET-PERIOD        PIC ZZZ9.
001740     05  FILLER                PIC X(04) VALUE SPACES.
001750     05  RPT-DET-STATUS        PIC X(02).
001760     05  FILLER                PIC X(06) VALUE SPACES.
001770     05  RPT-DET-TEXT          PIC X(50).
001780 01  RPT-CLEAN-LINE            PIC X(44) VALUE
001790     "EVERY OLD MASTER RECORD CONVERTED".
001800 01  RPT-REUNLOAD-LINE         PIC X(60) VALUE
001810     "TAKE A LOANUNLD IMAGE BEFORE THE NEXT UPDATER RUNS".
001820 01  RPT-TOTAL-LINE.
001830     05  RPT-TOT-LABEL         PIC X(34).
001840     05  RPT-TOT-VALUE         PIC ZZZZZZZZ9.
001850
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE
001890         THRU 1000-EXIT.
001900     PERFORM 2000-CONVERT-MASTER
001910         THRU 2000-EXIT.
001920     PERFORM 9000-TERMINATE
001930         THRU 9000-EXIT.
001940     GOBACK.
001950
001960****************************************************************
001970* 1000-INITIALIZE - DATE AND THE LOCK, THEN PROVE THE NEW       *
001980*                   MASTER IS EMPTY BEFORE IT IS CREATED        *
001990****************************************************************
002000 1000-INITIALIZE.
002010     PERFORM 1050-READ-DATE-CONTROL
002020         THRU 1050-EXIT.
002030     CLOSE DATE-CONTROL.
002040* NO UPDATER TOUCHES LOAN-MASTER WHILE IT IS BEING CONVERTED
002050     PERFORM 1030-ACQUIRE-MASTER-LOCK
002060         THRU 1030-EXIT.
002070     PERFORM 1020-CHECK-NEW-MASTER
002080         THRU 1020-EXIT.
002090     OPEN INPUT OLD-MASTER.
002100     IF NOT OLDMSTR-OPEN-OK
002110         DISPLAY "LOANCNVT: FATAL - LMOLD NOT FOUND OR NOT ON "
002120             "THE OLD LAYOUT, STATUS " CV-OLDMSTR-STATUS
002130             ".  RUN ABORTED."
002140         PERFORM 9050-RELEASE-MASTER-LOCK
002150             THRU 9050-EXIT
002160         MOVE 16 TO RETURN-CODE
002170         STOP RUN
002180     END-IF.
002190     OPEN OUTPUT LOAN-MASTER.
002200     IF NOT LOANMSTR-OPEN-OK
002210         DISPLAY "LOANCNVT: FATAL - LOAN-MASTER CANNOT BE "
002220             "CREATED, STATUS " CV-LOANMSTR-STATUS
002230             ".  RUN ABORTED."
002240         CLOSE OLD-MASTER
002250         PERFORM 9050-RELEASE-MASTER-LOCK
002260             THRU 9050-EXIT
002270         MOVE 16 TO RETURN-CODE
002280         STOP RUN
002290     END-IF.
002300     OPEN OUTPUT CNVT-REPORT.
002310 1000-EXIT.
002320     EXIT.
002330
002340****************************************************************
002350* 1020-CHECK-NEW-MASTER - LOANMSTR MUST BE ABSENT OR EMPTY.     *
002360*                         ONE THAT HOLDS RECORDS IS EITHER      *
002370*                         ALREADY CONVERTED OR STILL THE OLD    *
002380*                         MASTER, NOT YET RENAMED TO LMOLD -    *
002390*                         EITHER WAY OPENING IT FOR OUTPUT      *
002400*                         WOULD DESTROY IT                      *
002410****************************************************************
002420 1020-CHECK-NEW-MASTER.
002430     OPEN INPUT LOAN-MASTER.
002440     IF LOANMSTR-NOT-FOUND
002450         GO TO 1020-EXIT
002460     END-IF.
002470     IF NOT LOANMSTR-OPEN-OK
002480         DISPLAY "LOANCNVT: FATAL - LOANMSTR IS STILL ON HAND, "
002490             "STATUS " CV-LOANMSTR-STATUS " - RENAME IT TO "
002500             "LMOLD FIRST.  RUN ABORTED."
002510         PERFORM 9050-RELEASE-MASTER-LOCK
002520             THRU 9050-EXIT
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560     READ LOAN-MASTER NEXT RECORD
002570         AT END
002580             CONTINUE
002590         NOT AT END
002600             SET NEW-MASTER-HAS-RECORDS TO TRUE
002610     END-READ.
002620     CLOSE LOAN-MASTER.
002630     IF NEW-MASTER-HAS-RECORDS
002640         DISPLAY "LOANCNVT: FATAL - LOANMSTR ALREADY HOLDS "
002650             "RECORDS - NOTHING CONVERTED.  RUN ABORTED."
002660         PERFORM 9050-RELEASE-MASTER-LOCK
002670             THRU 9050-EXIT
002680         MOVE 16 TO RETURN-CODE
002690         STOP RUN
002700     END-IF.
002710 1020-EXIT.
002720     EXIT.
002730
002740****************************************************************
002750* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
002760*                          SHOP'S DATE-CONTROL RECORD.  NO      *
002770*                          DATECTL, OR ONE WITHOUT A CURRENT    *
002780*                          BUSINESS DATE, ABORTS THE RUN - NO   *
002790*                          JOB GUESSES ITS OWN DATE             *
002800****************************************************************
002810 1050-READ-DATE-CONTROL.
002820     OPEN INPUT DATE-CONTROL.
002830     IF NOT DATECTL-FILE-FOUND
002840         DISPLAY "LOANCNVT: FATAL - DATECTL NOT FOUND, "
002850             "STATUS " CV-DATECTL-STATUS ".  RUN ABORTED."
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF.
002890     READ DATE-CONTROL
002900         AT END
002910             DISPLAY "LOANCNVT: FATAL - DATECTL IS EMPTY.  "
002920                 "RUN ABORTED."
002930             MOVE 16 TO RETURN-CODE
002940             STOP RUN
002950     END-READ.
002960     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002970             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002980         DISPLAY "LOANCNVT: FATAL - DATECTL BUSINESS DATE "
002990             "MISSING OR NOT NUMERIC.  RUN ABORTED."
003000         MOVE 16 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     MOVE DC-CURRENT-BUS-DATE TO CV-BUS-DATE-NUM.
003040 1050-EXIT.
003050     EXIT.
003060
003070****************************************************************
003080* 1030-ACQUIRE-MASTER-LOCK - FAIL FAST IF ANOTHER UPDATER HOLDS *
003090*                            LOAN-MASTER, NAMING THE HOLDER AND *
003100*                            ITS START TIME.  A LOCKOVRD FILE   *
003110*                            HOLDING A RECORD, SUPPLIED BY AN   *
003120*                            OPERATOR, STEALS AN ABENDED        *
003130*                            HOLDER'S STALE LOCK EXACTLY ONCE - *
003140*                            IT IS EMPTIED AS IT IS HONORED     *
003150****************************************************************
003160 1030-ACQUIRE-MASTER-LOCK.
003170     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
003180     ACCEPT RPT-RUN-TIME FROM TIME.
003190     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
003200     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
003210     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
003220     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
003230     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
003240     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
003250     MOVE "N" TO CV-LOCK-HELD-SW.
003260     OPEN INPUT LOCK-FILE.
003270     IF LOCKF-FILE-FOUND
003280         READ LOCK-FILE
003290             AT END
003300                 CONTINUE
003310             NOT AT END
003320                 IF LK-LOCK-ACTIVE
003330                     SET LOCK-HELD-ELSEWHERE TO TRUE
003340                     MOVE LK-PROGRAM  TO LOCK-HOLDER-PROGRAM
003350                     MOVE LK-RUN-DATE TO LOCK-HOLDER-DATE
003360                     MOVE LK-RUN-TIME TO LOCK-HOLDER-TIME
003370                 END-IF
003380         END-READ
003390         CLOSE LOCK-FILE
003400     END-IF.
003410     IF LOCK-HELD-ELSEWHERE
003420         MOVE "N" TO CV-OVERRIDE-SW
003430         OPEN INPUT LOCK-OVERRIDE
003440         IF LOCKOVR-FILE-FOUND
003450* AN EMPTY OVERRIDE FILE IS NOT AN OVERRIDE - A RECORD MUST
003460* BE READ, OR THE CONSUMED FILE WOULD KEEP OVERRIDING
003470             READ LOCK-OVERRIDE
003480                 AT END
003490                     CONTINUE
003500                 NOT AT END
003510                     SET OVERRIDE-SUPPLIED TO TRUE
003520             END-READ
003530             CLOSE LOCK-OVERRIDE
003540         END-IF
003550         IF OVERRIDE-SUPPLIED
003560* ONE-SHOT: CONSUME THE OVERRIDE SO THE NEXT CONFLICT FAILS
003570* FAST AGAIN INSTEAD OF BEING SILENTLY STOLEN
003580             OPEN OUTPUT LOCK-OVERRIDE
003590             CLOSE LOCK-OVERRIDE
003600             DISPLAY "LOANCNVT: WARNING - STALE LOAN-MASTER "
003610                 "LOCK HELD BY " LOCK-HOLDER-PROGRAM
003620                 " SINCE " LOCK-HOLDER-DATE " "
003630                 LOCK-HOLDER-TIME
003640                 " OVERRIDDEN BY OPERATOR REQUEST."
003650         ELSE
003660             DISPLAY "LOANCNVT: FATAL - LOAN-MASTER IS LOCKED "
003670                 "BY " LOCK-HOLDER-PROGRAM " SINCE "
003680                 LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
003690                 ".  RUN ABORTED."
003700             MOVE 16 TO RETURN-CODE
003710             STOP RUN
003720         END-IF
003730     END-IF.
003740     OPEN OUTPUT LOCK-FILE.
003750     MOVE SPACES           TO LOCK-FILE-RECORD.
003760     MOVE "Y"              TO LK-ACTIVE-FLAG.
003770     MOVE "LOANCNVT"       TO LK-PROGRAM.
003780     MOVE RPT-RUN-DATE-OUT TO LK-RUN-DATE.
003790     MOVE RPT-RUN-TIME-OUT TO LK-RUN-TIME.
003800     WRITE LOCK-FILE-RECORD.
003810     CLOSE LOCK-FILE.
003820 1030-EXIT.
003830     EXIT.
003840
003850****************************************************************
003860* 2000-CONVERT-MASTER - COPY THE OLD MASTER ACROSS IN KEY ORDER *
003870****************************************************************
003880 2000-CONVERT-MASTER.
003890     MOVE "N" TO CV-OLD-EOF-SW.
003900     PERFORM 2100-CONVERT-ONE-RECORD
003910         THRU 2100-EXIT
003920         UNTIL OLD-MASTER-DONE.
003930 2000-EXIT.
003940     EXIT.
003950
003960 2100-CONVERT-ONE-RECORD.
003970     READ OLD-MASTER NEXT RECORD
003980         AT END
003990             SET OLD-MASTER-DONE TO TRUE
004000             GO TO 2100-EXIT
004010     END-READ.
004020     IF NOT OLDMSTR-OPEN-OK
004030* A HARD I/O ERROR DOES NOT RAISE AT END - STOP RATHER THAN
004040* SPIN ON THE SAME RECORD
004050         ADD 1 TO CV-READ-ERRORS
004060         MOVE ZERO               TO RPT-DET-LOAN-ID
004070         MOVE ZERO               TO RPT-DET-PERIOD
004080         MOVE CV-OLDMSTR-STATUS  TO RPT-DET-STATUS
004090         MOVE "LMOLD READ ERROR - CONVERSION STOPPED SHORT"
004100             TO RPT-DET-TEXT
004110         PERFORM 2700-WRITE-REPORT-LINE
004120             THRU 2700-EXIT
004130         SET OLD-MASTER-DONE TO TRUE
004140         GO TO 2100-EXIT
004150     END-IF.
004160     ADD 1 TO CV-RECS-READ.
004170     PERFORM 2200-WIDEN-RECORD
004180         THRU 2200-EXIT.
004190     WRITE LOAN-MASTER-RECORD
004200         INVALID KEY
004210             ADD 1 TO CV-RECS-REJECTED
004220             MOVE LM-LOAN-ID         TO RPT-DET-LOAN-ID
004230             MOVE LM-PERIOD-NO       TO RPT-DET-PERIOD
004240             MOVE CV-LOANMSTR-STATUS TO RPT-DET-STATUS
004250             MOVE "WRITE TO NEW LOANMSTR REFUSED" TO RPT-DET-TEXT
004260             PERFORM 2700-WRITE-REPORT-LINE
004270                 THRU 2700-EXIT
004280             GO TO 2100-EXIT
004290     END-WRITE.
004300     IF LM-IS-LOAN-HEADER
004310         ADD 1 TO CV-HEADERS-WRITTEN
004320     ELSE
004330         ADD 1 TO CV-PERIODS-WRITTEN
004340     END-IF.
004350 2100-EXIT.
004360     EXIT.
004370
004380****************************************************************
004390* 2200-WIDEN-RECORD - THE OLD BODY GOES ACROSS BYTE FOR BYTE    *
004400*                     AND THE FIELDS BEYOND IT START EMPTY:     *
004410*                     NOTHING PAID, NOTHING CURTAILED, NO       *
004420*                     UNAPPLIED CASH, NO BORROWER.  THE BOOKED  *
004430*                     RESULT STAYS SPACES SO A REBOOK KNOWS     *
004440*                     THERE IS NO POSTING ON FILE TO REVERSE    *
004450****************************************************************
004460 2200-WIDEN-RECORD.
004470     MOVE OM-LOAN-ID            TO LM-LOAN-ID.
004480     MOVE OM-PERIOD-NO          TO LM-PERIOD-NO.
004490     MOVE OM-RECORD-BODY        TO LM-DETAIL-BODY.
004500     MOVE OM-LAST-ACTIVITY-DATE TO LM-LAST-ACTIVITY-DATE.
004510     IF LM-IS-LOAN-HEADER
004520         MOVE ZERO   TO LM-HDR-UNAPPLIED-CASH
004530         MOVE ZERO   TO LM-HDR-BORROWER-ID
004540     ELSE
004550         MOVE ZERO   TO LM-PAID-AMOUNT
004560         MOVE ZERO   TO LM-PAID-DATE
004570         MOVE SPACES TO LM-PAY-STATUS
004580         MOVE SPACES TO LM-PAST-DUE-FLAG
004590         MOVE ZERO   TO LM-CURTAIL-AMOUNT
004600     END-IF.
004610 2200-EXIT.
004620     EXIT.
004630
004640****************************************************************
004650* 2700-WRITE-REPORT-LINE - ONE RECORD NOT CONVERTED, HEADING A  *
004660*                          NEW PAGE IF NEEDED FIRST             *
004670****************************************************************
004680 2700-WRITE-REPORT-LINE.
004690     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
004700         PERFORM 2710-WRITE-REPORT-HEADINGS
004710             THRU 2710-EXIT
004720     END-IF.
004730     WRITE CNVT-REPORT-LINE FROM RPT-DETAIL-LINE.
004740     ADD 1 TO RPT-LINE-COUNT.
004750 2700-EXIT.
004760     EXIT.
004770
004780****************************************************************
004790* 2710-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE          *
004800****************************************************************
004810 2710-WRITE-REPORT-HEADINGS.
004820     ADD 1 TO RPT-PAGE-COUNT.
004830     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
004840     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
004850     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
004860     IF RPT-PAGE-COUNT IS GREATER THAN 1
004870         WRITE CNVT-REPORT-LINE FROM SPACES
004880         BEFORE ADVANCING PAGE
004890     END-IF.
004900     WRITE CNVT-REPORT-LINE FROM RPT-HEADING-1.
004910     WRITE CNVT-REPORT-LINE FROM RPT-HEADING-2.
004920     WRITE CNVT-REPORT-LINE FROM SPACES.
004930     WRITE CNVT-REPORT-LINE FROM RPT-COLUMN-HEADING.
004940     MOVE ZERO TO RPT-LINE-COUNT.
004950 2710-EXIT.
004960     EXIT.
004970
004980****************************************************************
004990* 9000-TERMINATE - RUN TOTALS, CLOSE THE MASTERS, RECORD THE    *
005000*                  OUTCOME, AND RELEASE THE LOCK                *
005010****************************************************************
005020 9000-TERMINATE.
005030     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
005040         PERFORM 2710-WRITE-REPORT-HEADINGS
005050             THRU 2710-EXIT
005060     END-IF.
005070     IF CV-RECS-REJECTED IS EQUAL TO ZERO
005080             AND CV-READ-ERRORS IS EQUAL TO ZERO
005090         WRITE CNVT-REPORT-LINE FROM RPT-CLEAN-LINE
005100         ADD 1 TO RPT-LINE-COUNT
005110     END-IF.
005120     MOVE SPACES TO RPT-TOTAL-LINE.
005130     PERFORM 9100-WRITE-ONE-TOTAL
005140         THRU 9100-EXIT.
005150     MOVE "OLD MASTER RECORDS READ"        TO RPT-TOT-LABEL.
005160     MOVE CV-RECS-READ                     TO RPT-TOT-VALUE.
005170     PERFORM 9100-WRITE-ONE-TOTAL
005180         THRU 9100-EXIT.
005190     MOVE "HEADER RECORDS WRITTEN"         TO RPT-TOT-LABEL.
005200     MOVE CV-HEADERS-WRITTEN               TO RPT-TOT-VALUE.
005210     PERFORM 9100-WRITE-ONE-TOTAL
005220         THRU 9100-EXIT.
005230     MOVE "PERIOD RECORDS WRITTEN"         TO RPT-TOT-LABEL.
005240     MOVE CV-PERIODS-WRITTEN               TO RPT-TOT-VALUE.
005250     PERFORM 9100-WRITE-ONE-TOTAL
005260         THRU 9100-EXIT.
005270     MOVE "RECORDS NOT CONVERTED"          TO RPT-TOT-LABEL.
005280     MOVE CV-RECS-REJECTED                 TO RPT-TOT-VALUE.
005290     PERFORM 9100-WRITE-ONE-TOTAL
005300         THRU 9100-EXIT.
005310     IF CV-READ-ERRORS IS GREATER THAN ZERO
005320         MOVE "LMOLD READ ERRORS - RUN SHORT" TO RPT-TOT-LABEL
005330         MOVE CV-READ-ERRORS               TO RPT-TOT-VALUE
005340         PERFORM 9100-WRITE-ONE-TOTAL
005350             THRU 9100-EXIT
005360     END-IF.
005370     WRITE CNVT-REPORT-LINE FROM SPACES.
005380     WRITE CNVT-REPORT-LINE FROM RPT-REUNLOAD-LINE.
005390     CLOSE OLD-MASTER.
005400     CLOSE LOAN-MASTER.
005410     CLOSE CNVT-REPORT.
005420     PERFORM 9060-WRITE-JOB-STATUS
005430         THRU 9060-EXIT.
005440     PERFORM 9050-RELEASE-MASTER-LOCK
005450         THRU 9050-EXIT.
005460     IF CV-RECS-REJECTED IS GREATER THAN ZERO
005470             OR CV-READ-ERRORS IS GREATER THAN ZERO
005480* RETURN CODE 4 HOLDS THE SCHEDULE - THE NEW MASTER IS SHORT
005490         MOVE 4 TO RETURN-CODE
005500     END-IF.
005510 9000-EXIT.
005520     EXIT.
005530
005540****************************************************************
005550* 9100-WRITE-ONE-TOTAL - ONE LABELED COUNT LINE                 *
005560****************************************************************
005570 9100-WRITE-ONE-TOTAL.
005580     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
005590         PERFORM 2710-WRITE-REPORT-HEADINGS
005600             THRU 2710-EXIT
005610     END-IF.
005620     WRITE CNVT-REPORT-LINE FROM RPT-TOTAL-LINE.
005630     ADD 1 TO RPT-LINE-COUNT.
005640 9100-EXIT.
005650     EXIT.
005660
005670****************************************************************
005680* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
005690*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
005700*                         PROGRAM.  A RECORD NOT CONVERTED      *
005710*                         MAKES IT A WARNING                    *
005720****************************************************************
005730 9060-WRITE-JOB-STATUS.
005740     OPEN INPUT JOB-STATUS.
005750     IF JOBSTAT-FILE-FOUND
005760         CLOSE JOB-STATUS
005770         OPEN EXTEND JOB-STATUS
005780     ELSE
005790         OPEN OUTPUT JOB-STATUS
005800     END-IF.
005810     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
005820     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
005830     MOVE "LOANCNVT"          TO JS-PROGRAM.
005840     MOVE CV-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
005850     MOVE CV-RECS-READ        TO JS-ITEMS-IN.
005860     COMPUTE JS-ITEMS-OK =
005870           CV-HEADERS-WRITTEN + CV-PERIODS-WRITTEN.
005880     MOVE CV-RECS-REJECTED    TO JS-ITEMS-REJECTED.
005890     MOVE CV-READ-ERRORS      TO JS-ITEMS-OTHER.
005900     IF CV-RECS-REJECTED IS GREATER THAN ZERO
005910             OR CV-READ-ERRORS IS GREATER THAN ZERO
005920         MOVE "W"                  TO JS-STATUS
005930         MOVE "CONVERSION SHORT"   TO JS-NOTE
005940     ELSE
005950         MOVE "C"                  TO JS-STATUS
005960         MOVE "MASTER CONVERTED"   TO JS-NOTE
005970     END-IF.
005980     WRITE JOB-STATUS-RECORD.
005990     CLOSE JOB-STATUS.
006000 9060-EXIT.
006010     EXIT.
006020
006030****************************************************************
006040* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED    *
006050*                            STARTUP ABORT, EMPTIES THE LOCK    *
006060*                            FILE SO THE NEXT UPDATER RUNS      *
006070*                            FREE.  ONLY A TRUE ABEND LEAVES    *
006080*                            THE STALE LOCK FOR THE OPERATOR    *
006090*                            OVERRIDE PATH                      *
006100****************************************************************
006110 9050-RELEASE-MASTER-LOCK.
006120     OPEN OUTPUT LOCK-FILE.
006130     CLOSE LOCK-FILE.
006140 9050-EXIT.
006150     EXIT.
006160
006170 END PROGRAM LOANCNVT.
