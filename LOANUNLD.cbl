000010****************************************************************
000020* LOANUNLD                                                      *
000030*                                                               *
000040* LOAN-MASTER POINT-IN-TIME UNLOAD.  RUN EVERY NIGHT AFTER THE  *
000050* LAST UPDATER, IT TAKES THE LOANLOCK SO NO BATCH, MAINTENANCE, *
000060* PAYMENT, MODIFICATION, OR ARCHIVE RUN CAN CHANGE THE MASTER   *
000070* UNDER IT, STAMPS THE DATE AND TIME TO THE HUNDREDTH OF A      *
000080* SECOND, AND COPIES EVERY MASTER RECORD - PERIOD-ZERO HEADERS  *
000090* INCLUDED - TO THE SEQUENTIAL LMUNLOAD FILE BETWEEN A HEADER   *
000100* AND A CONTROL-TOTAL TRAILER (ULRECORD).  THE IMAGE IS THE     *
000110* STARTING POINT FOR LOANRCVR: EVERY CHANGE MADE AFTER THE      *
000120* STAMP IS ON THE LMJRNL CHANGE JOURNAL.  A READ ERROR PART WAY *
000130* THROUGH ABORTS THE RUN WITHOUT A TRAILER, SO A SHORT IMAGE    *
000140* CAN NEVER BE TAKEN FOR A WHOLE ONE.                           *
000150****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.     LOANUNLD.
000180 AUTHOR.         R. MCALLISTER.
000190 INSTALLATION.   LOAN SERVICING DIVISION.
000200 DATE-WRITTEN.   10/15/2026.
000210 DATE-COMPILED.
000220****************************************************************
000230* MODIFICATION HISTORY                                          *
000240*  DATE        INIT  DESCRIPTION                                *
000250*  ----------  ----  ------------------------------------------ *
000260*  2026-10-15  RLM   INITIAL VERSION.  A DAMAGED LOANMSTR COULD  *
000270*                    ONLY BE MENDED BY RESTORING THE LAST        *
000280*                    SYSTEM BACKUP AND RE-RUNNING EVERY BATCH    *
000290*                    AND MAINTENANCE CYCLE SINCE BY HAND.        *
000300****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000350                           ORGANIZATION IS INDEXED
000360                           ACCESS MODE IS DYNAMIC
000370                           RECORD KEY IS LM-KEY
000380                           FILE STATUS IS UN-LOANMSTR-STATUS.
000390     SELECT UNLOAD-FILE   ASSIGN TO "LMUNLOAD"
000400                           ORGANIZATION IS SEQUENTIAL
000410                           FILE STATUS IS UN-UNLOAD-STATUS.
000420     SELECT UNLD-REPORT   ASSIGN TO "UNLDRPT"
000430                           ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000450                           ORGANIZATION IS SEQUENTIAL
000460                           FILE STATUS IS UN-JOBSTAT-STATUS.
000470     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000480                           ORGANIZATION IS SEQUENTIAL
000490                           FILE STATUS IS UN-DATECTL-STATUS.
000500     SELECT LOCK-FILE     ASSIGN TO "LOANLOCK"
000510                           ORGANIZATION IS SEQUENTIAL
000520                           FILE STATUS IS UN-LOCKF-STATUS.
000530     SELECT LOCK-OVERRIDE ASSIGN TO "LOCKOVRD"
000540                           ORGANIZATION IS SEQUENTIAL
000550                           FILE STATUS IS UN-LOCKOVR-STATUS.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  LOAN-MASTER.
000590     COPY LMRECORD.
000600 FD  UNLOAD-FILE
000610     RECORDING MODE IS F.
000620     COPY ULRECORD.
000630 FD  UNLD-REPORT.
000640 01  UNLD-REPORT-LINE          PIC X(132).
000650 FD  JOB-STATUS
000660     RECORDING MODE IS F.
000670     COPY JSRECORD.
000680 FD  DATE-CONTROL
000690     RECORDING MODE IS F.
000700     COPY DCRECORD.
000710 FD  LOCK-FILE
000720     RECORDING MODE IS F.
000730     COPY LKRECORD.
000740 FD  LOCK-OVERRIDE
000750     RECORDING MODE IS F.
000760 01  LOCK-OVERRIDE-RECORD      PIC X(80).
000770 WORKING-STORAGE SECTION.
000780 01  UN-SWITCHES.
000790     05  UN-MASTER-EOF-SW      PIC X(01)  VALUE "N".
000800         88  MASTER-SCAN-DONE             VALUE "Y".
000810 01  UN-LOANMSTR-STATUS        PIC X(02).
000820     88  LOANMSTR-OPEN-OK                 VALUE "00".
000830 01  UN-UNLOAD-STATUS          PIC X(02).
000840     88  UNLOAD-FILE-OK                   VALUE "00".
000850 01  UN-JOBSTAT-STATUS         PIC X(02).
000860     88  JOBSTAT-FILE-FOUND               VALUE "00".
000870 01  UN-DATECTL-STATUS         PIC X(02).
000880     88  DATECTL-FILE-FOUND               VALUE "00".
000890 01  UN-BUS-DATE-NUM           PIC 9(08).
000900 01  UN-LOCKF-STATUS           PIC X(02).
000910     88  LOCKF-FILE-FOUND                 VALUE "00".
000920 01  UN-LOCKOVR-STATUS         PIC X(02).
000930     88  LOCKOVR-FILE-FOUND               VALUE "00".
000940 01  UN-LOCK-HELD-SW           PIC X(01)  VALUE "N".
000950     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
000960 01  UN-OVERRIDE-SW            PIC X(01)  VALUE "N".
000970     88  OVERRIDE-SUPPLIED                VALUE "Y".
000980 01  LOCK-HOLDER-PROGRAM       PIC X(08).
000990 01  LOCK-HOLDER-DATE          PIC X(10).
001000 01  LOCK-HOLDER-TIME          PIC X(08).
001010 77  UN-MARKER-KEY-V           PIC X(09) VALUE "000000000".
001020 77  UN-TRAILER-KEY-V          PIC X(09) VALUE "999999999".
001030 77  UN-LAYOUT-LEVEL-V         PIC X(08) VALUE "UNLOAD01".
001040****************************************************************
001050* IMAGE STAMP.  TAKEN ONCE THE LOCK IS HELD, SO NO CHANGE       *
001060* STAMPED ON THE JOURNAL AFTER IT CAN BE IN THE IMAGE AND NONE  *
001070* STAMPED BEFORE IT CAN BE MISSING FROM IT                      *
001080****************************************************************
001090 01  UN-STAMP-DATE.
001100     05  UN-STAMP-YEAR         PIC 9(04).
001110     05  UN-STAMP-MONTH        PIC 9(02).
001120     05  UN-STAMP-DAY          PIC 9(02).
001130 01  UN-STAMP-DATE-NUM REDEFINES UN-STAMP-DATE
001140                               PIC 9(08).
001150 01  UN-STAMP-TIME.
001160     05  UN-STAMP-HOUR         PIC 9(02).
001170     05  UN-STAMP-MINUTE       PIC 9(02).
001180     05  UN-STAMP-SECOND       PIC 9(02).
001190     05  UN-STAMP-HUNDREDTH    PIC 9(02).
001200 01  UN-STAMP-TIME-NUM REDEFINES UN-STAMP-TIME
001210                               PIC 9(08).
001220****************************************************************
001230* CONTROL TOTALS - CARRIED ON THE TRAILER AND PRINTED.  THE     *
001240* MONEY TOTALS COVER THE CASH-FLOW PERIODS ONLY; A PERIOD-ZERO  *
001250* HEADER HOLDS TERMS, NOT AMOUNTS                               *
001260****************************************************************
001270 77  UN-RECORD-COUNT           PIC S9(07) COMP VALUE ZERO.
001280 77  UN-HEADER-COUNT           PIC S9(07) COMP VALUE ZERO.
001290 77  UN-PERIOD-COUNT           PIC S9(07) COMP VALUE ZERO.
001300 01  UN-AMOUNT-TOTAL           PIC S9(13)V99 COMP-3 VALUE ZERO.
001310 01  UN-PAID-TOTAL             PIC S9(13)V99 COMP-3 VALUE ZERO.
001320 01  UN-BALANCE-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
001330****************************************************************
001340* REPORT FIELDS                                                 *
001350****************************************************************
001360 01  RPT-RUN-DATE.
001370     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001380     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001390     05  RPT-RUN-DATE-DAY      PIC 9(02).
001400 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001410                               PIC 9(08).
001420 01  RPT-RUN-TIME.
001430     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001440     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001450     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001460     05  FILLER                PIC 9(02).
001470 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
001480     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
001490     05  FILLER                PIC 9(02).
001500 01  RPT-RUN-DATE-OUT.
001510     05  RPT-RUN-YEAR          PIC 9(04).
001520     05  FILLER                PIC X(01) VALUE "-".
001530     05  RPT-RUN-MONTH         PIC 9(02).
001540     05  FILLER                PIC X(01) VALUE "-".
001550     05  RPT-RUN-DAY           PIC 9(02).
001560 01  RPT-RUN-TIME-OUT.
001570     05  RPT-RUN-HOUR          PIC 9(02).
001580     05  FILLER                PIC X(01) VALUE ":".
001590     05  RPT-RUN-MINUTE        PIC 9(02).
001600     05  FILLER                PIC X(01) VALUE ":".
001610     05  RPT-RUN-SECOND        PIC 9(02).
001620 01  RPT-HEADING-1.
001630     05  FILLER                PIC X(35) VALUE
001640         "COBCALC LOAN-MASTER UNLOAD".
001650     05  FILLER                PIC X(05) VALUE "PAGE:".
001660     05  RPT-H1-PAGE-NO        PIC ZZ9.
001670 01  RPT-HEADING-2.
001680     05  FILLER                PIC X(09) VALUE "RUN DATE:".
001690     05  RPT-H2-RUN-DATE       PIC X(10).
001700     05  FILLER                PIC X(05) VALUE SPACES.
001710     05  FILLER                PIC X(09) VALUE "RUN TIME:".
001720     05  RPT-H2-RUN-TIME       PIC X(08).
001730 01  RPT-STAMP-LINE.
001740     05  FILLER                PIC X(34) VALUE "IMAGE TAKEN".
001750     05  RPT-STAMP-YEAR        PIC 9(04).
001760     05  FILLER                PIC X(01) VALUE "-".
001770     05  RPT-STAMP-MONTH       PIC 9(02).
001780     05  FILLER                PIC X(01) VALUE "-".
001790     05  RPT-STAMP-DAY         PIC 9(02).
001800     05  FILLER                PIC X(01) VALUE SPACES.
001810     05  RPT-STAMP-HOUR        PIC 9(02).
001820     05  FILLER                PIC X(01) VALUE ":".
001830     05  RPT-STAMP-MINUTE      PIC 9(02).
001840     05  FILLER                PIC X(01) VALUE ":".
001850     05  RPT-STAMP-SECOND      PIC 9(02).
001860     05  FILLER                PIC X(01) VALUE ".".
001870     05  RPT-STAMP-HUNDREDTH   PIC 9(02).
001880 01  RPT-BUS-DATE-LINE.
001890     05  FILLER                PIC X(34) VALUE "BUSINESS DATE".
001900     05  RPT-BUS-DATE          PIC 9(08).
001910 01  RPT-TOTAL-LINE.
001920     05  RPT-TOT-LABEL         PIC X(34).
001930     05  RPT-TOT-VALUE         PIC ZZZZZZZZ9.
001940 01  RPT-AMOUNT-LINE.
001950     05  RPT-AMT-LABEL         PIC X(34).
001960     05  RPT-AMT-VALUE         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
001970
001980 PROCEDURE DIVISION.
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-EXIT.
002020     PERFORM 2000-UNLOAD-ONE-RECORD
002030         THRU 2000-EXIT
002040         UNTIL MASTER-SCAN-DONE.
002050     PERFORM 2100-WRITE-UNLOAD-TRAILER
002060         THRU 2100-EXIT.
002070     PERFORM 9000-TERMINATE
002080         THRU 9000-EXIT.
002090     GOBACK.
002100
002110****************************************************************
002120* 1000-INITIALIZE - TAKE THE LOCK, STAMP THE IMAGE, OPEN THE    *
002130*                   UNLOAD WITH ITS HEADER, AND POSITION AT THE *
002140*                   FIRST MASTER RECORD                         *
002150****************************************************************
002160 1000-INITIALIZE.
002170     PERFORM 1050-READ-DATE-CONTROL
002180         THRU 1050-EXIT.
002190     CLOSE DATE-CONTROL.
002200* NO UPDATER TOUCHES LOAN-MASTER WHILE THE IMAGE IS BEING TAKEN
002210     PERFORM 1030-ACQUIRE-MASTER-LOCK
002220         THRU 1030-EXIT.
002230     OPEN INPUT LOAN-MASTER.
002240     IF NOT LOANMSTR-OPEN-OK
002250         DISPLAY "LOANUNLD: FATAL - LOAN-MASTER NOT FOUND, "
002260             "STATUS " UN-LOANMSTR-STATUS ".  RUN ABORTED."
002270*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
002280*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
002290         PERFORM 9050-RELEASE-MASTER-LOCK
002300             THRU 9050-EXIT
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340     ACCEPT UN-STAMP-DATE FROM DATE YYYYMMDD.
002350     ACCEPT UN-STAMP-TIME FROM TIME.
002360     OPEN OUTPUT UNLOAD-FILE.
002370     IF NOT UNLOAD-FILE-OK
002380         DISPLAY "LOANUNLD: FATAL - LMUNLOAD CANNOT BE OPENED, "
002390             "STATUS " UN-UNLOAD-STATUS ".  RUN ABORTED."
002400         PERFORM 9050-RELEASE-MASTER-LOCK
002410             THRU 9050-EXIT
002420         MOVE 16 TO RETURN-CODE
002430         STOP RUN
002440     END-IF.
002450     PERFORM 1100-WRITE-UNLOAD-HEADER
002460         THRU 1100-EXIT.
002470     MOVE "N"  TO UN-MASTER-EOF-SW.
002480     MOVE ZERO TO LM-LOAN-ID.
002490     MOVE ZERO TO LM-PERIOD-NO.
002500     START LOAN-MASTER
002510         KEY IS GREATER THAN LM-KEY
002520         INVALID KEY
002530             SET MASTER-SCAN-DONE TO TRUE
002540     END-START.
002550 1000-EXIT.
002560     EXIT.
002570
002580****************************************************************
002590* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
002600*                          SHOP'S DATE-CONTROL RECORD.  NO      *
002610*                          DATECTL, OR ONE WITHOUT A CURRENT    *
002620*                          BUSINESS DATE, ABORTS THE RUN - NO   *
002630*                          JOB GUESSES ITS OWN DATE             *
002640****************************************************************
002650 1050-READ-DATE-CONTROL.
002660     OPEN INPUT DATE-CONTROL.
002670     IF NOT DATECTL-FILE-FOUND
002680         DISPLAY "LOANUNLD: FATAL - DATECTL NOT FOUND, "
002690             "STATUS " UN-DATECTL-STATUS ".  RUN ABORTED."
002700         MOVE 16 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     READ DATE-CONTROL
002740         AT END
002750             DISPLAY "LOANUNLD: FATAL - DATECTL IS EMPTY.  "
002760                 "RUN ABORTED."
002770             MOVE 16 TO RETURN-CODE
002780             STOP RUN
002790     END-READ.
002800     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002810             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002820         DISPLAY "LOANUNLD: FATAL - DATECTL BUSINESS DATE "
002830             "MISSING OR NOT NUMERIC.  RUN ABORTED."
002840         MOVE 16 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     MOVE DC-CURRENT-BUS-DATE TO UN-BUS-DATE-NUM.
002880 1050-EXIT.
002890     EXIT.
002900
002910****************************************************************
002920* 1030-ACQUIRE-MASTER-LOCK - FAIL FAST IF ANOTHER UPDATER HOLDS *
002930*                            LOAN-MASTER, NAMING THE HOLDER AND *
002940*                            ITS START TIME.  A LOCKOVRD FILE   *
002950*                            HOLDING A RECORD, SUPPLIED BY AN   *
002960*                            OPERATOR, STEALS AN ABENDED        *
002970*                            HOLDER'S STALE LOCK EXACTLY ONCE - *
002980*                            IT IS EMPTIED AS IT IS HONORED     *
002990****************************************************************
003000 1030-ACQUIRE-MASTER-LOCK.
003010     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
003020     ACCEPT RPT-RUN-TIME FROM TIME.
003030     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
003040     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
003050     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
003060     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
003070     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
003080     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
003090     MOVE "N" TO UN-LOCK-HELD-SW.
003100     OPEN INPUT LOCK-FILE.
003110     IF LOCKF-FILE-FOUND
003120         READ LOCK-FILE
003130             AT END
003140                 CONTINUE
003150             NOT AT END
003160                 IF LK-LOCK-ACTIVE
003170                     SET LOCK-HELD-ELSEWHERE TO TRUE
003180                     MOVE LK-PROGRAM  TO LOCK-HOLDER-PROGRAM
003190                     MOVE LK-RUN-DATE TO LOCK-HOLDER-DATE
003200                     MOVE LK-RUN-TIME TO LOCK-HOLDER-TIME
003210                 END-IF
003220         END-READ
003230         CLOSE LOCK-FILE
003240     END-IF.
003250     IF LOCK-HELD-ELSEWHERE
003260         MOVE "N" TO UN-OVERRIDE-SW
003270         OPEN INPUT LOCK-OVERRIDE
003280         IF LOCKOVR-FILE-FOUND
003290* AN EMPTY OVERRIDE FILE IS NOT AN OVERRIDE - A RECORD MUST
003300* BE READ, OR THE CONSUMED FILE WOULD KEEP OVERRIDING
003310             READ LOCK-OVERRIDE
003320                 AT END
003330                     CONTINUE
003340                 NOT AT END
003350                     SET OVERRIDE-SUPPLIED TO TRUE
003360             END-READ
003370             CLOSE LOCK-OVERRIDE
003380         END-IF
003390         IF OVERRIDE-SUPPLIED
003400* ONE-SHOT: CONSUME THE OVERRIDE SO THE NEXT CONFLICT FAILS
003410* FAST AGAIN INSTEAD OF BEING SILENTLY STOLEN
003420             OPEN OUTPUT LOCK-OVERRIDE
003430             CLOSE LOCK-OVERRIDE
003440             DISPLAY "LOANUNLD: WARNING - STALE LOAN-MASTER "
003450                 "LOCK HELD BY " LOCK-HOLDER-PROGRAM
003460                 " SINCE " LOCK-HOLDER-DATE " "
003470                 LOCK-HOLDER-TIME
003480                 " OVERRIDDEN BY OPERATOR REQUEST."
003490         ELSE
003500             DISPLAY "LOANUNLD: FATAL - LOAN-MASTER IS LOCKED "
003510                 "BY " LOCK-HOLDER-PROGRAM " SINCE "
003520                 LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
003530                 ".  RUN ABORTED."
003540             MOVE 16 TO RETURN-CODE
003550             STOP RUN
003560         END-IF
003570     END-IF.
003580     OPEN OUTPUT LOCK-FILE.
003590     MOVE SPACES           TO LOCK-FILE-RECORD.
003600     MOVE "Y"              TO LK-ACTIVE-FLAG.
003610     MOVE "LOANUNLD"       TO LK-PROGRAM.
003620     MOVE RPT-RUN-DATE-OUT TO LK-RUN-DATE.
003630     MOVE RPT-RUN-TIME-OUT TO LK-RUN-TIME.
003640     WRITE LOCK-FILE-RECORD.
003650     CLOSE LOCK-FILE.
003660 1030-EXIT.
003670     EXIT.
003680
003690****************************************************************
003700* 1100-WRITE-UNLOAD-HEADER - THE LEADING RECORD: LAYOUT LEVEL,  *
003710*                            IMAGE STAMP, AND BUSINESS DATE.    *
003720*                            ITS ALL-ZERO KEY CANNOT CLASH WITH *
003730*                            A REAL LOAN                        *
003740****************************************************************
003750 1100-WRITE-UNLOAD-HEADER.
003760     MOVE SPACES            TO UNLOAD-HEADER-RECORD.
003770     MOVE UN-MARKER-KEY-V   TO UH-MARKER-KEY.
003780     MOVE UN-LAYOUT-LEVEL-V TO UH-LAYOUT-LEVEL.
003790     MOVE UN-STAMP-DATE-NUM TO UH-STAMP-DATE.
003800     MOVE UN-STAMP-TIME-NUM TO UH-STAMP-TIME.
003810     MOVE UN-BUS-DATE-NUM   TO UH-BUSINESS-DATE.
003820     WRITE UNLOAD-HEADER-RECORD.
003830 1100-EXIT.
003840     EXIT.
003850
003860****************************************************************
003870* 2000-UNLOAD-ONE-RECORD - COPY ONE MASTER RECORD TO THE UNLOAD *
003880*                          WHOLE AND ADD IT TO THE CONTROL      *
003890*                          TOTALS                               *
003900****************************************************************
003910 2000-UNLOAD-ONE-RECORD.
003920     READ LOAN-MASTER NEXT RECORD
003930         AT END
003940             SET MASTER-SCAN-DONE TO TRUE
003950             GO TO 2000-EXIT
003960     END-READ.
003970     IF NOT LOANMSTR-OPEN-OK
003980* A HARD I/O ERROR DOES NOT RAISE AT END.  THE IMAGE IS SHORT -
003990* STOP WITHOUT A TRAILER SO LOANRCVR WILL NEVER LOAD IT
004000         DISPLAY "LOANUNLD: FATAL - LOAN-MASTER READ ERROR, "
004010             "STATUS " UN-LOANMSTR-STATUS " AFTER "
004020             UN-RECORD-COUNT " RECORDS.  RUN ABORTED."
004030         PERFORM 9050-RELEASE-MASTER-LOCK
004040             THRU 9050-EXIT
004050         MOVE 16 TO RETURN-CODE
004060         STOP RUN
004070     END-IF.
004080     MOVE SPACES             TO UNLOAD-DETAIL-RECORD.
004090     MOVE LOAN-MASTER-RECORD TO UL-MASTER-IMAGE.
004100     WRITE UNLOAD-DETAIL-RECORD.
004110     ADD 1 TO UN-RECORD-COUNT.
004120     IF LM-IS-LOAN-HEADER
004130         ADD 1 TO UN-HEADER-COUNT
004140     ELSE
004150         ADD 1                    TO UN-PERIOD-COUNT
004160         ADD LM-AMOUNT            TO UN-AMOUNT-TOTAL
004170         ADD LM-PAID-AMOUNT       TO UN-PAID-TOTAL
004180         ADD LM-BALANCE-REMAINING TO UN-BALANCE-TOTAL
004190     END-IF.
004200 2000-EXIT.
004210     EXIT.
004220
004230****************************************************************
004240* 2100-WRITE-UNLOAD-TRAILER - THE CLOSING RECORD: COUNTS AND    *
004250*                             MONEY TOTALS.  ONLY A COMPLETE    *
004260*                             SCAN REACHES HERE, SO A TRAILER   *
004270*                             MEANS A WHOLE IMAGE               *
004280****************************************************************
004290 2100-WRITE-UNLOAD-TRAILER.
004300     MOVE SPACES           TO UNLOAD-TRAILER-RECORD.
004310     MOVE UN-TRAILER-KEY-V TO UT-MARKER-KEY.
004320     MOVE UN-RECORD-COUNT  TO UT-RECORD-COUNT.
004330     MOVE UN-HEADER-COUNT  TO UT-HEADER-COUNT.
004340     MOVE UN-PERIOD-COUNT  TO UT-PERIOD-COUNT.
004350     MOVE UN-AMOUNT-TOTAL  TO UT-AMOUNT-TOTAL.
004360     MOVE UN-PAID-TOTAL    TO UT-PAID-TOTAL.
004370     MOVE UN-BALANCE-TOTAL TO UT-BALANCE-TOTAL.
004380     WRITE UNLOAD-TRAILER-RECORD.
004390 2100-EXIT.
004400     EXIT.
004410
004420****************************************************************
004430* 9100-WRITE-ONE-TOTAL - ONE LABELED COUNT LINE                 *
004440****************************************************************
004450 9100-WRITE-ONE-TOTAL.
004460     WRITE UNLD-REPORT-LINE FROM RPT-TOTAL-LINE.
004470 9100-EXIT.
004480     EXIT.
004490
004500****************************************************************
004510* 9110-WRITE-ONE-AMOUNT - ONE LABELED MONEY-TOTAL LINE          *
004520****************************************************************
004530 9110-WRITE-ONE-AMOUNT.
004540     WRITE UNLD-REPORT-LINE FROM RPT-AMOUNT-LINE.
004550 9110-EXIT.
004560     EXIT.
004570
004580****************************************************************
004590* 9000-TERMINATE - CLOSE THE IMAGE, PRINT ITS STAMP AND CONTROL *
004600*                  TOTALS, AND END THE RUN                      *
004610****************************************************************
004620 9000-TERMINATE.
004630     CLOSE LOAN-MASTER.
004640     CLOSE UNLOAD-FILE.
004650     OPEN OUTPUT UNLD-REPORT.
004660     MOVE 1                TO RPT-H1-PAGE-NO.
004670     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
004680     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
004690     WRITE UNLD-REPORT-LINE FROM RPT-HEADING-1.
004700     WRITE UNLD-REPORT-LINE FROM RPT-HEADING-2.
004710     WRITE UNLD-REPORT-LINE FROM SPACES.
004720     MOVE UN-STAMP-YEAR      TO RPT-STAMP-YEAR.
004730     MOVE UN-STAMP-MONTH     TO RPT-STAMP-MONTH.
004740     MOVE UN-STAMP-DAY       TO RPT-STAMP-DAY.
004750     MOVE UN-STAMP-HOUR      TO RPT-STAMP-HOUR.
004760     MOVE UN-STAMP-MINUTE    TO RPT-STAMP-MINUTE.
004770     MOVE UN-STAMP-SECOND    TO RPT-STAMP-SECOND.
004780     MOVE UN-STAMP-HUNDREDTH TO RPT-STAMP-HUNDREDTH.
004790     WRITE UNLD-REPORT-LINE FROM RPT-STAMP-LINE.
004800     MOVE UN-BUS-DATE-NUM    TO RPT-BUS-DATE.
004810     WRITE UNLD-REPORT-LINE FROM RPT-BUS-DATE-LINE.
004820     WRITE UNLD-REPORT-LINE FROM SPACES.
004830     MOVE "RECORDS UNLOADED"            TO RPT-TOT-LABEL.
004840     MOVE UN-RECORD-COUNT               TO RPT-TOT-VALUE.
004850     PERFORM 9100-WRITE-ONE-TOTAL
004860         THRU 9100-EXIT.
004870     MOVE "LOAN HEADERS (PERIOD ZERO)"  TO RPT-TOT-LABEL.
004880     MOVE UN-HEADER-COUNT               TO RPT-TOT-VALUE.
004890     PERFORM 9100-WRITE-ONE-TOTAL
004900         THRU 9100-EXIT.
004910     MOVE "CASH-FLOW PERIODS"           TO RPT-TOT-LABEL.
004920     MOVE UN-PERIOD-COUNT               TO RPT-TOT-VALUE.
004930     PERFORM 9100-WRITE-ONE-TOTAL
004940         THRU 9100-EXIT.
004950     MOVE "PERIOD AMOUNT TOTAL"         TO RPT-AMT-LABEL.
004960     MOVE UN-AMOUNT-TOTAL               TO RPT-AMT-VALUE.
004970     PERFORM 9110-WRITE-ONE-AMOUNT
004980         THRU 9110-EXIT.
004990     MOVE "PAID AMOUNT TOTAL"           TO RPT-AMT-LABEL.
005000     MOVE UN-PAID-TOTAL                 TO RPT-AMT-VALUE.
005010     PERFORM 9110-WRITE-ONE-AMOUNT
005020         THRU 9110-EXIT.
005030     MOVE "BALANCE REMAINING TOTAL"     TO RPT-AMT-LABEL.
005040     MOVE UN-BALANCE-TOTAL              TO RPT-AMT-VALUE.
005050     PERFORM 9110-WRITE-ONE-AMOUNT
005060         THRU 9110-EXIT.
005070     CLOSE UNLD-REPORT.
005080     PERFORM 9060-WRITE-JOB-STATUS
005090         THRU 9060-EXIT.
005100     PERFORM 9050-RELEASE-MASTER-LOCK
005110         THRU 9050-EXIT.
005120 9000-EXIT.
005130     EXIT.
005140
005150****************************************************************
005160* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
005170*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
005180*                         PROGRAM.  AN EMPTY MASTER MAKES IT A  *
005190*                         WARNING - THERE IS NOTHING TO RECOVER *
005200*                         FROM                                  *
005210****************************************************************
005220 9060-WRITE-JOB-STATUS.
005230     OPEN INPUT JOB-STATUS.
005240     IF JOBSTAT-FILE-FOUND
005250         CLOSE JOB-STATUS
005260         OPEN EXTEND JOB-STATUS
005270     ELSE
005280         OPEN OUTPUT JOB-STATUS
005290     END-IF.
005300     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
005310     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
005320     MOVE "LOANUNLD"          TO JS-PROGRAM.
005330     MOVE UN-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
005340     MOVE UN-RECORD-COUNT     TO JS-ITEMS-IN.
005350     MOVE UN-RECORD-COUNT     TO JS-ITEMS-OK.
005360     MOVE ZERO                TO JS-ITEMS-REJECTED.
005370     MOVE UN-HEADER-COUNT     TO JS-ITEMS-OTHER.
005380     IF UN-RECORD-COUNT IS EQUAL TO ZERO
005390         MOVE "W"             TO JS-STATUS
005400         MOVE "MASTER EMPTY"  TO JS-NOTE
005410     ELSE
005420         MOVE "C"             TO JS-STATUS
005430         MOVE "IMAGE TAKEN"   TO JS-NOTE
005440     END-IF.
005450     WRITE JOB-STATUS-RECORD.
005460     CLOSE JOB-STATUS.
005470 9060-EXIT.
005480     EXIT.
005490
005500****************************************************************
005510* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED    *
005520*                            STARTUP ABORT, EMPTIES THE LOCK    *
005530*                            FILE SO THE NEXT UPDATER RUNS      *
005540*                            FREE.  ONLY A TRUE ABEND LEAVES    *
005550*                            THE STALE LOCK FOR THE OPERATOR    *
005560*                            OVERRIDE PATH                      *
005570****************************************************************
005580 9050-RELEASE-MASTER-LOCK.
005590     OPEN OUTPUT LOCK-FILE.
005600     CLOSE LOCK-FILE.
005610 9050-EXIT.
005620     EXIT.
005630
005640 END PROGRAM LOANUNLD.
