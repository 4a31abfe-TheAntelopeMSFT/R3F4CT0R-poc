000010****************************************************************
000020* LOANRCVR                                                      *
000030*                                                               *
000040* LOAN-MASTER FORWARD RECOVERY.  REBUILDS LOANMSTR FROM THE     *
000050* LAST LOANUNLD POINT-IN-TIME IMAGE (LMUNLOAD) PLUS THE LMJRNL  *
000060* CHANGE JOURNAL, UP TO THE STOP POINT ON THE RCVRPRM PARAMETER *
000070* RECORD, SO A MASTER DAMAGED BY AN ABEND MID-UPDATE OR A BAD   *
000080* PURGE NO LONGER MEANS RE-RUNNING EVERY BATCH AND MAINTENANCE  *
000090* CYCLE BY HAND.  THE WHOLE IMAGE IS PROVED (MARKER, TRAILER,   *
000100* RECORD COUNT) BEFORE THE MASTER IS TOUCHED.  JOURNAL ENTRIES  *
000110* STAMPED AFTER THE IMAGE AND NO LATER THAN THE STOP POINT ARE  *
000120* APPLIED IN THE ORDER WRITTEN; AN ENTRY THAT DOES NOT FIT THE  *
000130* FILE (AN ADD OF A RECORD ALREADY THERE, A CHANGE OR DELETE OF *
000140* ONE THAT IS NOT) IS APPLIED AS FAR AS IT CAN BE AND LISTED.   *
000150* THE RUN ENDS BY COMPARING THE REBUILT FILE'S COUNTS AND MONEY *
000160* TOTALS WITH THOSE CARRIED FORWARD FROM THE IMAGE TRAILER      *
000170* THROUGH EVERY APPLIED BEFORE AND AFTER IMAGE; A DIFFERENCE OR *
000180* AN ANOMALY SETS RETURN CODE 4.  AFTER A RECOVERY TO AN        *
000190* EARLIER POINT, TAKE A FRESH LOANUNLD IMAGE BEFORE THE NEXT    *
000200* UPDATER RUNS - THE JOURNAL STILL HOLDS THE CHANGES PAST THE   *
000210* STOP POINT.                                                   *
000220****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID.     LOANRCVR.
000250 AUTHOR.         R. MCALLISTER.
000260 INSTALLATION.   LOAN SERVICING DIVISION.
000270 DATE-WRITTEN.   10/15/2026.
000280 DATE-COMPILED.
000290****************************************************************
000300* MODIFICATION HISTORY                                          *
000310*  DATE        INIT  DESCRIPTION                                *
000320*  ----------  ----  ------------------------------------------ *
000330*  2026-10-15  RLM   INITIAL VERSION.  A DAMAGED LOANMSTR COULD  *
000340*                    ONLY BE MENDED BY RESTORING THE LAST        *
000350*                    SYSTEM BACKUP AND RE-RUNNING EVERY BATCH    *
000360*                    AND MAINTENANCE CYCLE SINCE BY HAND, AND    *
000370*                    THE BATCH REGISTRY BLOCKED THE RE-RUNS.     *
000380****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RCVR-PARM     ASSIGN TO "RCVRPRM"
000430                           ORGANIZATION IS SEQUENTIAL
000440                           FILE STATUS IS RV-PARM-STATUS.
000450     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000460                           ORGANIZATION IS INDEXED
000470                           ACCESS MODE IS DYNAMIC
000480                           RECORD KEY IS LM-KEY
000490                           FILE STATUS IS RV-LOANMSTR-STATUS.
000500     SELECT UNLOAD-FILE   ASSIGN TO "LMUNLOAD"
000510                           ORGANIZATION IS SEQUENTIAL
000520                           FILE STATUS IS RV-UNLOAD-STATUS.
000530     SELECT MASTER-JOURNAL ASSIGN TO "LMJRNL"
000540                           ORGANIZATION IS SEQUENTIAL
000550                           FILE STATUS IS RV-JOURNAL-STATUS.
000560     SELECT RCVR-REPORT   ASSIGN TO "RCVRRPT"
000570                           ORGANIZATION IS LINE SEQUENTIAL.
000580     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000590                           ORGANIZATION IS SEQUENTIAL
000600                           FILE STATUS IS RV-JOBSTAT-STATUS.
000610     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000620                           ORGANIZATION IS SEQUENTIAL
000630                           FILE STATUS IS RV-DATECTL-STATUS.
000640     SELECT LOCK-FILE     ASSIGN TO "LOANLOCK"
000650                           ORGANIZATION IS SEQUENTIAL
000660                           FILE STATUS IS RV-LOCKF-STATUS.
000670     SELECT LOCK-OVERRIDE ASSIGN TO "LOCKOVRD"
000680                           ORGANIZATION IS SEQUENTIAL
000690                           FILE STATUS IS RV-LOCKOVR-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720*    ONE RECORD.  A ZERO STOP DATE APPLIES THE WHOLE JOURNAL; A
000730*    ZERO STOP TIME APPLIES ALL OF THE STOP DATE.  THE TIME IS
000740*    HHMMSSHH, AS STAMPED ON THE JOURNAL
000750 FD  RCVR-PARM
000760     RECORDING MODE IS F.
000770 01  RCVR-PARM-RECORD.
000780     05  RP-STOP-DATE          PIC 9(08).
000790     05  RP-STOP-TIME          PIC 9(08).
000800     05  FILLER                PIC X(64).
000810 FD  LOAN-MASTER.
000820     COPY LMRECORD.
000830 FD  UNLOAD-FILE
000840     RECORDING MODE IS F.
000850     COPY ULRECORD.
000860 FD  MASTER-JOURNAL
000870     RECORDING MODE IS F.
000880     COPY JRRECORD.
000890 FD  RCVR-REPORT.
000900 01  RCVR-REPORT-LINE          PIC X(132).
000910 FD  JOB-STATUS
000920     RECORDING MODE IS F.
000930     COPY JSRECORD.
000940 FD  DATE-CONTROL
000950     RECORDING MODE IS F.
000960     COPY DCRECORD.
000970 FD  LOCK-FILE
000980     RECORDING MODE IS F.
000990     COPY LKRECORD.
001000 FD  LOCK-OVERRIDE
001010     RECORDING MODE IS F.
001020 01  LOCK-OVERRIDE-RECORD      PIC X(80).
001030 WORKING-STORAGE SECTION.
001040 01  RV-SWITCHES.
001050     05  RV-UNLOAD-EOF-SW      PIC X(01)  VALUE "N".
001060         88  UNLOAD-SCAN-DONE             VALUE "Y".
001070     05  RV-JOURNAL-EOF-SW     PIC X(01)  VALUE "N".
001080         88  JOURNAL-SCAN-DONE            VALUE "Y".
001090     05  RV-MASTER-EOF-SW      PIC X(01)  VALUE "N".
001100         88  MASTER-SCAN-DONE             VALUE "Y".
001110     05  RV-TRAILER-SW         PIC X(01)  VALUE "N".
001120         88  TRAILER-FOUND                VALUE "Y".
001130     05  RV-WHOLE-JOURNAL-SW   PIC X(01)  VALUE "N".
001140         88  APPLY-WHOLE-JOURNAL          VALUE "Y".
001150     05  RV-JOURNAL-SEEN-SW    PIC X(01)  VALUE "N".
001160         88  JOURNAL-ON-HAND              VALUE "Y".
001170 01  RV-PARM-STATUS            PIC X(02).
001180     88  PARM-FILE-FOUND                  VALUE "00".
001190 01  RV-LOANMSTR-STATUS        PIC X(02).
001200     88  LOANMSTR-OPEN-OK                 VALUE "00".
001210 01  RV-UNLOAD-STATUS          PIC X(02).
001220     88  UNLOAD-FILE-FOUND                VALUE "00".
001230 01  RV-JOURNAL-STATUS         PIC X(02).
001240     88  JOURNAL-FILE-FOUND               VALUE "00".
001250 01  RV-JOBSTAT-STATUS         PIC X(02).
001260     88  JOBSTAT-FILE-FOUND               VALUE "00".
001270 01  RV-DATECTL-STATUS         PIC X(02).
001280     88  DATECTL-FILE-FOUND               VALUE "00".
001290 01  RV-BUS-DATE-NUM           PIC 9(08).
001300 01  RV-LOCKF-STATUS           PIC X(02).
001310     88  LOCKF-FILE-FOUND                 VALUE "00".
001320 01  RV-LOCKOVR-STATUS         PIC X(02).
001330     88  LOCKOVR-FILE-FOUND               VALUE "00".
001340 01  RV-LOCK-HELD-SW           PIC X(01)  VALUE "N".
001350     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
001360 01  RV-OVERRIDE-SW            PIC X(01)  VALUE "N".
001370     88  OVERRIDE-SUPPLIED                VALUE "Y".
001380 01  LOCK-HOLDER-PROGRAM       PIC X(08).
001390 01  LOCK-HOLDER-DATE          PIC X(10).
001400 01  LOCK-HOLDER-TIME          PIC X(08).
001410 77  RV-MARKER-KEY-V           PIC X(09) VALUE "000000000".
001420 77  RV-TRAILER-KEY-V          PIC X(09) VALUE "999999999".
001430 77  RV-LAYOUT-LEVEL-V         PIC X(08) VALUE "UNLOAD01".
001440****************************************************************
001450* RECOVERY WINDOW.  A JOURNAL ENTRY IS APPLIED WHEN ITS STAMP   *
001460* IS AFTER THE IMAGE STAMP AND NOT AFTER THE STOP POINT.  BOTH  *
001470* ARE DATE THEN TIME, ALL DIGITS, SO THEY COMPARE AS WRITTEN    *
001480****************************************************************
001490 01  RV-IMAGE-STAMP.
001500     05  RV-IMAGE-DATE         PIC 9(08).
001510     05  RV-IMAGE-TIME         PIC 9(08).
001520 01  RV-IMAGE-BUS-DATE         PIC 9(08).
001530 01  RV-STOP-POINT.
001540     05  RV-STOP-DATE          PIC 9(08).
001550     05  RV-STOP-TIME          PIC 9(08).
001560****************************************************************
001570* RUN COUNTS                                                    *
001580****************************************************************
001590 77  RV-IMAGE-COUNT            PIC S9(07) COMP VALUE ZERO.
001600 77  RV-RECS-LOADED            PIC S9(07) COMP VALUE ZERO.
001610 77  RV-JRNL-READ              PIC S9(07) COMP VALUE ZERO.
001620 77  RV-JRNL-IN-IMAGE          PIC S9(07) COMP VALUE ZERO.
001630 77  RV-JRNL-APPLIED           PIC S9(07) COMP VALUE ZERO.
001640 77  RV-JRNL-PAST-STOP         PIC S9(07) COMP VALUE ZERO.
001650 77  RV-ANOMALY-COUNT          PIC S9(07) COMP VALUE ZERO.
001660 77  RV-MISMATCH-COUNT         PIC S9(03) COMP VALUE ZERO.
001670****************************************************************
001680* CONTROL TOTALS.  EXPECTED STARTS AT THE IMAGE TRAILER AND IS  *
001690* CARRIED FORWARD FROM THE JOURNAL IMAGES ALONE - EACH APPLIED  *
001700* BEFORE IMAGE TAKEN OUT, EACH AFTER IMAGE PUT IN.  REBUILT IS  *
001710* COUNTED OFF THE RECOVERED FILE.  NEITHER IS DERIVED FROM THE  *
001720* OTHER.  MONEY TOTALS COVER THE CASH-FLOW PERIODS ONLY         *
001730****************************************************************
001740 77  RV-EXP-RECORD-COUNT       PIC S9(07) COMP VALUE ZERO.
001750 77  RV-EXP-HEADER-COUNT       PIC S9(07) COMP VALUE ZERO.
001760 77  RV-EXP-PERIOD-COUNT       PIC S9(07) COMP VALUE ZERO.
001770 01  RV-EXP-AMOUNT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001780 01  RV-EXP-PAID-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001790 01  RV-EXP-BALANCE-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
001800 77  RV-ACT-RECORD-COUNT       PIC S9(07) COMP VALUE ZERO.
001810 77  RV-ACT-HEADER-COUNT       PIC S9(07) COMP VALUE ZERO.
001820 77  RV-ACT-PERIOD-COUNT       PIC S9(07) COMP VALUE ZERO.
001830 01  RV-ACT-AMOUNT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001840 01  RV-ACT-PAID-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
001850 01  RV-ACT-BALANCE-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
001860 77  RV-CMP-EXP-COUNT          PIC S9(07) COMP.
001870 77  RV-CMP-ACT-COUNT          PIC S9(07) COMP.
001880 01  RV-CMP-EXP-AMOUNT         PIC S9(13)V99 COMP-3.
001890 01  RV-CMP-ACT-AMOUNT         PIC S9(13)V99 COMP-3.
001900****************************************************************
001910* STAMP EDITING - 9140 TURNS RV-EDIT-DATE-NUM AND               *
001920* RV-EDIT-TIME-NUM INTO RPT-STAMP-OUT                           *
001930****************************************************************
001940 01  RV-EDIT-DATE.
001950     05  RV-EDIT-YEAR          PIC 9(04).
001960     05  RV-EDIT-MONTH         PIC 9(02).
001970     05  RV-EDIT-DAY           PIC 9(02).
001980 01  RV-EDIT-DATE-NUM REDEFINES RV-EDIT-DATE
001990                               PIC 9(08).
002000 01  RV-EDIT-TIME.
002010     05  RV-EDIT-HOUR          PIC 9(02).
002020     05  RV-EDIT-MINUTE        PIC 9(02).
002030     05  RV-EDIT-SECOND        PIC 9(02).
002040     05  RV-EDIT-HUNDREDTH     PIC 9(02).
002050 01  RV-EDIT-TIME-NUM REDEFINES RV-EDIT-TIME
002060                               PIC 9(08).
002070****************************************************************
002080* RECOVERY REPORT FIELDS                                        *
002090****************************************************************
002100 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
002110 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
002120 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
002130 01  RPT-RUN-DATE.
002140     05  RPT-RUN-DATE-YEAR     PIC 9(04).
002150     05  RPT-RUN-DATE-MONTH    PIC 9(02).
002160     05  RPT-RUN-DATE-DAY      PIC 9(02).
002170 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
002180                               PIC 9(08).
002190 01  RPT-RUN-TIME.
002200     05  RPT-RUN-TIME-HOUR     PIC 9(02).
002210     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
002220     05  RPT-RUN-TIME-SECOND   PIC 9(02).
002230     05  FILLER                PIC 9(02).
002240 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
002250     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
002260     05  FILLER                PIC 9(02).
002270 01  RPT-RUN-DATE-OUT.
002280     05  RPT-RUN-YEAR          PIC 9(04).
002290     05  FILLER                PIC X(01) VALUE "-".
002300     05  RPT-RUN-MONTH         PIC 9(02).
002310     05  FILLER                PIC X(01) VALUE "-".
002320     05  RPT-RUN-DAY           PIC 9(02).
002330 01  RPT-RUN-TIME-OUT.
002340     05  RPT-RUN-HOUR          PIC 9(02).
002350     05  FILLER                PIC X(01) VALUE ":".
002360     05  RPT-RUN-MINUTE        PIC 9(02).
002370     05  FILLER                PIC X(01) VALUE ":".
002380     05  RPT-RUN-SECOND        PIC 9(02).
002390 01  RPT-HEADING-1.
002400     05  FILLER                PIC X(38) VALUE
002410         "COBCALC LOAN-MASTER FORWARD RECOVERY".
002420     05  FILLER                PIC X(05) VALUE "PAGE:".
002430     05  RPT-H1-PAGE-NO        PIC ZZ9.
002440 01  RPT-HEADING-2.
002450     05  FILLER                PIC X(09) VALUE "RUN DATE:".
002460     05  RPT-H2-RUN-DATE       PIC X(10).
002470     05  FILLER                PIC X(05) VALUE SPACES.
002480     05  FILLER                PIC X(09) VALUE "RUN TIME:".
002490     05  RPT-H2-RUN-TIME       PIC X(08).
002500 01  RPT-COLUMN-HEADING.
002510     05  FILLER                PIC X(09) VALUE "LOAN ID".
002520     05  FILLER                PIC X(08) VALUE "PERIOD".
002530     05  FILLER                PIC X(16) VALUE "ANOMALY".
002540     05  FILLER                PIC X(44) VALUE "DETAIL".
002550 01  RPT-DETAIL-LINE.
002560     05  RPT-DET-LOAN-ID       PIC 9(06).
002570     05  FILLER                PIC X(03) VALUE SPACES.
002580     05  RPT-DET-PERIOD        PIC ZZZ9.
002590     05  FILLER                PIC X(04) VALUE SPACES.
002600     05  RPT-DET-FINDING       PIC X(14).
002610     05  FILLER                PIC X(02) VALUE SPACES.
002620     05  RPT-DET-TEXT          PIC X(60).
002630 01  RPT-JRNL-TEXT.
002640     05  FILLER                PIC X(05) VALUE "JRNL ".
002650     05  RPT-JRN-DATE          PIC 9(08).
002660     05  FILLER                PIC X(01) VALUE SPACES.
002670     05  RPT-JRN-TIME          PIC 9(08).
002680     05  FILLER                PIC X(01) VALUE SPACES.
002690     05  RPT-JRN-PROGRAM       PIC X(08).
002700     05  FILLER                PIC X(01) VALUE SPACES.
002710     05  RPT-JRN-NOTE          PIC X(28).
002720 01  RPT-SCAN-TEXT.
002730     05  FILLER                PIC X(18) VALUE
002740         "READ ERROR STATUS ".
002750     05  RPT-SCAN-STATUS       PIC X(02).
002760     05  FILLER                PIC X(40) VALUE
002770         " - REBUILT TOTALS ARE SHORT".
002780 01  RPT-INFO-LINE.
002790     05  RPT-INFO-LABEL        PIC X(34).
002800     05  RPT-INFO-TEXT         PIC X(40).
002810 01  RPT-STAMP-OUT.
002820     05  RPT-STAMP-YEAR        PIC 9(04).
002830     05  FILLER                PIC X(01) VALUE "-".
002840     05  RPT-STAMP-MONTH       PIC 9(02).
002850     05  FILLER                PIC X(01) VALUE "-".
002860     05  RPT-STAMP-DAY         PIC 9(02).
002870     05  FILLER                PIC X(01) VALUE SPACES.
002880     05  RPT-STAMP-HOUR        PIC 9(02).
002890     05  FILLER                PIC X(01) VALUE ":".
002900     05  RPT-STAMP-MINUTE      PIC 9(02).
002910     05  FILLER                PIC X(01) VALUE ":".
002920     05  RPT-STAMP-SECOND      PIC 9(02).
002930     05  FILLER                PIC X(01) VALUE ".".
002940     05  RPT-STAMP-HUNDREDTH   PIC 9(02).
002950 01  RPT-TOTAL-LINE.
002960     05  RPT-TOT-LABEL         PIC X(34).
002970     05  RPT-TOT-VALUE         PIC ZZZZZZZZ9.
002980 01  RPT-COMPARE-HEADING.
002990     05  FILLER                PIC X(26) VALUE "CONTROL".
003000     05  FILLER                PIC X(22) VALUE
003010         "              EXPECTED".
003020     05  FILLER                PIC X(22) VALUE
003030         "               REBUILT".
003040     05  FILLER                PIC X(02) VALUE SPACES.
003050     05  FILLER                PIC X(07) VALUE "RESULT".
003060 01  RPT-COUNT-COMPARE-LINE.
003070     05  RPT-CCM-LABEL         PIC X(26).
003080     05  FILLER                PIC X(09) VALUE SPACES.
003090     05  RPT-CCM-EXPECTED      PIC ZZZZZZZZ9-.
003100     05  FILLER                PIC X(12) VALUE SPACES.
003110     05  RPT-CCM-REBUILT       PIC ZZZZZZZZ9-.
003120     05  FILLER                PIC X(02) VALUE SPACES.
003130     05  RPT-CCM-RESULT        PIC X(07).
003140 01  RPT-AMOUNT-COMPARE-LINE.
003150     05  RPT-ACM-LABEL         PIC X(26).
003160     05  RPT-ACM-EXPECTED      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003170     05  FILLER                PIC X(01) VALUE SPACES.
003180     05  RPT-ACM-REBUILT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003190     05  FILLER                PIC X(02) VALUE SPACES.
003200     05  RPT-ACM-RESULT        PIC X(07).
003210 01  RPT-CLEAN-LINE            PIC X(44) VALUE
003220     "NO ANOMALIES WHILE LOADING OR APPLYING".
003230 01  RPT-AGREE-LINE            PIC X(60) VALUE
003240     "REBUILT LOAN-MASTER AGREES WITH THE IMAGE AND THE JOURNAL".
003250 01  RPT-DIFFER-LINE           PIC X(60) VALUE
003260     "REBUILT LOAN-MASTER DOES NOT AGREE - SEE THE LINES ABOVE".
003270 01  RPT-REUNLOAD-LINE         PIC X(60) VALUE
003280     "TAKE A FRESH LOANUNLD IMAGE BEFORE THE NEXT UPDATER RUNS".
003290
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 1000-INITIALIZE
003330         THRU 1000-EXIT.
003340     PERFORM 2000-CHECK-IMAGE
003350         THRU 2000-EXIT.
003360     PERFORM 3000-LOAD-IMAGE
003370         THRU 3000-EXIT.
003380     PERFORM 4000-APPLY-JOURNAL
003390         THRU 4000-EXIT.
003400     PERFORM 5000-SCAN-REBUILT-MASTER
003410         THRU 5000-EXIT.
003420     PERFORM 9000-TERMINATE
003430         THRU 9000-EXIT.
003440     GOBACK.
003450
003460****************************************************************
003470* 1000-INITIALIZE - DATE, STOP POINT, AND THE LOCK              *
003480****************************************************************
003490 1000-INITIALIZE.
003500     PERFORM 1050-READ-DATE-CONTROL
003510         THRU 1050-EXIT.
003520     CLOSE DATE-CONTROL.
003530     PERFORM 1010-READ-RCVR-PARM
003540         THRU 1010-EXIT.
003550* NO UPDATER TOUCHES LOAN-MASTER WHILE IT IS BEING REBUILT
003560     PERFORM 1030-ACQUIRE-MASTER-LOCK
003570         THRU 1030-EXIT.
003580     OPEN OUTPUT RCVR-REPORT.
003590 1000-EXIT.
003600     EXIT.
003610
003620****************************************************************
003630* 1010-READ-RCVR-PARM - THE STOP POINT.  A RECOVERY IS NEVER    *
003640*                       STARTED ON A GUESS - A MISSING, EMPTY,  *
003650*                       OR NON-NUMERIC PARAMETER ABORTS THE RUN *
003660****************************************************************
003670 1010-READ-RCVR-PARM.
003680     OPEN INPUT RCVR-PARM.
003690     IF NOT PARM-FILE-FOUND
003700         DISPLAY "LOANRCVR: FATAL - PARAMETER FILE NOT FOUND, "
003710             "STATUS " RV-PARM-STATUS ".  RUN ABORTED."
003720         MOVE 16 TO RETURN-CODE
003730         STOP RUN
003740     END-IF.
003750     READ RCVR-PARM
003760         AT END
003770             DISPLAY "LOANRCVR: FATAL - PARAMETER FILE IS "
003780                 "EMPTY.  RUN ABORTED."
003790             MOVE 16 TO RETURN-CODE
003800             STOP RUN
003810     END-READ.
003820     IF RP-STOP-DATE IS NOT NUMERIC
003830             OR RP-STOP-TIME IS NOT NUMERIC
003840         DISPLAY "LOANRCVR: FATAL - STOP DATE OR TIME NOT "
003850             "NUMERIC.  RUN ABORTED."
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     IF RP-STOP-DATE IS EQUAL TO ZERO
003900         SET APPLY-WHOLE-JOURNAL TO TRUE
003910         MOVE 99999999 TO RV-STOP-DATE
003920         MOVE 99999999 TO RV-STOP-TIME
003930     ELSE
003940         MOVE RP-STOP-DATE TO RV-STOP-DATE
003950         IF RP-STOP-TIME IS EQUAL TO ZERO
003960             MOVE 99999999 TO RV-STOP-TIME
003970         ELSE
003980             MOVE RP-STOP-TIME TO RV-STOP-TIME
003990         END-IF
004000     END-IF.
004010     CLOSE RCVR-PARM.
004020 1010-EXIT.
004030     EXIT.
004040
004050****************************************************************
004060* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
004070*                          SHOP'S DATE-CONTROL RECORD.  NO      *
004080*                          DATECTL, OR ONE WITHOUT A CURRENT    *
004090*                          BUSINESS DATE, ABORTS THE RUN - NO   *
004100*                          JOB GUESSES ITS OWN DATE             *
004110****************************************************************
004120 1050-READ-DATE-CONTROL.
004130     OPEN INPUT DATE-CONTROL.
004140     IF NOT DATECTL-FILE-FOUND
004150         DISPLAY "LOANRCVR: FATAL - DATECTL NOT FOUND, "
004160             "STATUS " RV-DATECTL-STATUS ".  RUN ABORTED."
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200     READ DATE-CONTROL
004210         AT END
004220             DISPLAY "LOANRCVR: FATAL - DATECTL IS EMPTY.  "
004230                 "RUN ABORTED."
004240             MOVE 16 TO RETURN-CODE
004250             STOP RUN
004260     END-READ.
004270     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
004280             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
004290         DISPLAY "LOANRCVR: FATAL - DATECTL BUSINESS DATE "
004300             "MISSING OR NOT NUMERIC.  RUN ABORTED."
004310         MOVE 16 TO RETURN-CODE
004320         STOP RUN
004330     END-IF.
004340     MOVE DC-CURRENT-BUS-DATE TO RV-BUS-DATE-NUM.
004350 1050-EXIT.
004360     EXIT.
004370
004380****************************************************************
004390* 1030-ACQUIRE-MASTER-LOCK - FAIL FAST IF ANOTHER UPDATER HOLDS *
004400*                            LOAN-MASTER, NAMING THE HOLDER AND *
004410*                            ITS START TIME.  A LOCKOVRD FILE   *
004420*                            HOLDING A RECORD, SUPPLIED BY AN   *
004430*                            OPERATOR, STEALS AN ABENDED        *
004440*                            HOLDER'S STALE LOCK EXACTLY ONCE - *
004450*                            IT IS EMPTIED AS IT IS HONORED     *
004460****************************************************************
004470 1030-ACQUIRE-MASTER-LOCK.
004480     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
004490     ACCEPT RPT-RUN-TIME FROM TIME.
004500     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
004510     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
004520     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
004530     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
004540     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
004550     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
004560     MOVE "N" TO RV-LOCK-HELD-SW.
004570     OPEN INPUT LOCK-FILE.
004580     IF LOCKF-FILE-FOUND
004590         READ LOCK-FILE
004600             AT END
004610                 CONTINUE
004620             NOT AT END
004630                 IF LK-LOCK-ACTIVE
004640                     SET LOCK-HELD-ELSEWHERE TO TRUE
004650                     MOVE LK-PROGRAM  TO LOCK-HOLDER-PROGRAM
004660                     MOVE LK-RUN-DATE TO LOCK-HOLDER-DATE
004670                     MOVE LK-RUN-TIME TO LOCK-HOLDER-TIME
004680                 END-IF
004690         END-READ
004700         CLOSE LOCK-FILE
004710     END-IF.
004720     IF LOCK-HELD-ELSEWHERE
004730         MOVE "N" TO RV-OVERRIDE-SW
004740         OPEN INPUT LOCK-OVERRIDE
004750         IF LOCKOVR-FILE-FOUND
004760* AN EMPTY OVERRIDE FILE IS NOT AN OVERRIDE - A RECORD MUST
004770* BE READ, OR THE CONSUMED FILE WOULD KEEP OVERRIDING
004780             READ LOCK-OVERRIDE
004790                 AT END
004800                     CONTINUE
004810                 NOT AT END
004820                     SET OVERRIDE-SUPPLIED TO TRUE
004830             END-READ
004840             CLOSE LOCK-OVERRIDE
004850         END-IF
004860         IF OVERRIDE-SUPPLIED
004870* ONE-SHOT: CONSUME THE OVERRIDE SO THE NEXT CONFLICT FAILS
004880* FAST AGAIN INSTEAD OF BEING SILENTLY STOLEN
004890             OPEN OUTPUT LOCK-OVERRIDE
004900             CLOSE LOCK-OVERRIDE
004910             DISPLAY "LOANRCVR: WARNING - STALE LOAN-MASTER "
004920                 "LOCK HELD BY " LOCK-HOLDER-PROGRAM
004930                 " SINCE " LOCK-HOLDER-DATE " "
004940                 LOCK-HOLDER-TIME
004950                 " OVERRIDDEN BY OPERATOR REQUEST."
004960         ELSE
004970             DISPLAY "LOANRCVR: FATAL - LOAN-MASTER IS LOCKED "
004980                 "BY " LOCK-HOLDER-PROGRAM " SINCE "
004990                 LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME
005000                 ".  RUN ABORTED."
005010             MOVE 16 TO RETURN-CODE
005020             STOP RUN
005030         END-IF
005040     END-IF.
005050     OPEN OUTPUT LOCK-FILE.
005060     MOVE SPACES           TO LOCK-FILE-RECORD.
005070     MOVE "Y"              TO LK-ACTIVE-FLAG.
005080     MOVE "LOANRCVR"       TO LK-PROGRAM.
005090     MOVE RPT-RUN-DATE-OUT TO LK-RUN-DATE.
005100     MOVE RPT-RUN-TIME-OUT TO LK-RUN-TIME.
005110     WRITE LOCK-FILE-RECORD.
005120     CLOSE LOCK-FILE.
005130 1030-EXIT.
005140     EXIT.
005150
005160****************************************************************
005170* 2000-CHECK-IMAGE - PROVE THE WHOLE UNLOAD BEFORE THE MASTER   *
005180*                    IS TOUCHED: THE CURRENT-LAYOUT HEADER, A   *
005190*                    TRAILER, AND A RECORD COUNT THAT AGREES    *
005200*                    WITH IT.  A SHORT OR FOREIGN IMAGE, OR A   *
005210*                    STOP POINT BEFORE THE IMAGE WAS TAKEN,     *
005220*                    LEAVES THE DAMAGED MASTER AS IT IS         *
005230****************************************************************
005240 2000-CHECK-IMAGE.
005250     OPEN INPUT UNLOAD-FILE.
005260     IF NOT UNLOAD-FILE-FOUND
005270         DISPLAY "LOANRCVR: FATAL - LMUNLOAD NOT FOUND, "
005280             "STATUS " RV-UNLOAD-STATUS ".  RUN ABORTED."
005290         PERFORM 9050-RELEASE-MASTER-LOCK
005300             THRU 9050-EXIT
005310         MOVE 16 TO RETURN-CODE
005320         STOP RUN
005330     END-IF.
005340     READ UNLOAD-FILE
005350         AT END
005360             DISPLAY "LOANRCVR: FATAL - LMUNLOAD IS EMPTY.  "
005370                 "RUN ABORTED."
005380             PERFORM 9050-RELEASE-MASTER-LOCK
005390                 THRU 9050-EXIT
005400             MOVE 16 TO RETURN-CODE
005410             STOP RUN
005420     END-READ.
005430     IF UH-MARKER-KEY IS NOT EQUAL TO RV-MARKER-KEY-V
005440             OR UH-LAYOUT-LEVEL IS NOT EQUAL TO RV-LAYOUT-LEVEL-V
005450         DISPLAY "LOANRCVR: FATAL - LMUNLOAD IS NOT A LOANUNLD "
005460             "IMAGE ON THE CURRENT LAYOUT.  RUN ABORTED."
005470         PERFORM 9050-RELEASE-MASTER-LOCK
005480             THRU 9050-EXIT
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520     MOVE UH-STAMP-DATE    TO RV-IMAGE-DATE.
005530     MOVE UH-STAMP-TIME    TO RV-IMAGE-TIME.
005540     MOVE UH-BUSINESS-DATE TO RV-IMAGE-BUS-DATE.
005550     IF RV-STOP-POINT IS LESS THAN RV-IMAGE-STAMP
005560         DISPLAY "LOANRCVR: FATAL - STOP POINT " RV-STOP-DATE " "
005570             RV-STOP-TIME " IS BEFORE THE IMAGE WAS TAKEN ("
005580             RV-IMAGE-DATE " " RV-IMAGE-TIME ").  RUN ABORTED."
005590         PERFORM 9050-RELEASE-MASTER-LOCK
005600             THRU 9050-EXIT
005610         MOVE 16 TO RETURN-CODE
005620         STOP RUN
005630     END-IF.
005640     MOVE "N"  TO RV-UNLOAD-EOF-SW.
005650     MOVE "N"  TO RV-TRAILER-SW.
005660     MOVE ZERO TO RV-IMAGE-COUNT.
005670     PERFORM 2100-COUNT-ONE-IMAGE-RECORD
005680         THRU 2100-EXIT
005690         UNTIL UNLOAD-SCAN-DONE.
005700     CLOSE UNLOAD-FILE.
005710     IF NOT TRAILER-FOUND
005720         DISPLAY "LOANRCVR: FATAL - LMUNLOAD HAS NO TRAILER - "
005730             "THE IMAGE IS INCOMPLETE.  RUN ABORTED."
005740         PERFORM 9050-RELEASE-MASTER-LOCK
005750             THRU 9050-EXIT
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     IF RV-IMAGE-COUNT IS NOT EQUAL TO UT-RECORD-COUNT
005800         DISPLAY "LOANRCVR: FATAL - LMUNLOAD HOLDS "
005810             RV-IMAGE-COUNT " RECORDS, ITS TRAILER SAYS "
005820             UT-RECORD-COUNT
005830             ".  RUN ABORTED."
005840         PERFORM 9050-RELEASE-MASTER-LOCK
005850             THRU 9050-EXIT
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890* THE TRAILER TOTALS ARE THE STARTING POINT OF THE EXPECTED
005900* FIGURES THE JOURNAL CARRIES FORWARD
005910     MOVE UT-RECORD-COUNT  TO RV-EXP-RECORD-COUNT.
005920     MOVE UT-HEADER-COUNT  TO RV-EXP-HEADER-COUNT.
005930     MOVE UT-PERIOD-COUNT  TO RV-EXP-PERIOD-COUNT.
005940     MOVE UT-AMOUNT-TOTAL  TO RV-EXP-AMOUNT-TOTAL.
005950     MOVE UT-PAID-TOTAL    TO RV-EXP-PAID-TOTAL.
005960     MOVE UT-BALANCE-TOTAL TO RV-EXP-BALANCE-TOTAL.
005970 2000-EXIT.
005980     EXIT.
005990
006000 2100-COUNT-ONE-IMAGE-RECORD.
006010     READ UNLOAD-FILE
006020         AT END
006030             SET UNLOAD-SCAN-DONE TO TRUE
006040             GO TO 2100-EXIT
006050     END-READ.
006060     IF UT-MARKER-KEY IS EQUAL TO RV-TRAILER-KEY-V
006070         SET TRAILER-FOUND    TO TRUE
006080         SET UNLOAD-SCAN-DONE TO TRUE
006090         GO TO 2100-EXIT
006100     END-IF.
006110     ADD 1 TO RV-IMAGE-COUNT.
006120 2100-EXIT.
006130     EXIT.
006140
006150****************************************************************
006160* 2700-WRITE-REPORT-LINE - ONE ANOMALY LINE, HEADING A NEW PAGE *
006170*                          IF NEEDED FIRST                      *
006180****************************************************************
006190 2700-WRITE-REPORT-LINE.
006200     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
006210         PERFORM 2710-WRITE-REPORT-HEADINGS
006220             THRU 2710-EXIT
006230     END-IF.
006240     WRITE RCVR-REPORT-LINE FROM RPT-DETAIL-LINE.
006250     ADD 1 TO RPT-LINE-COUNT.
006260 2700-EXIT.
006270     EXIT.
006280
006290****************************************************************
006300* 2710-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE          *
006310****************************************************************
006320 2710-WRITE-REPORT-HEADINGS.
006330     ADD 1 TO RPT-PAGE-COUNT.
006340     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
006350     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
006360     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
006370     IF RPT-PAGE-COUNT IS GREATER THAN 1
006380         WRITE RCVR-REPORT-LINE FROM SPACES
006390         BEFORE ADVANCING PAGE
006400     END-IF.
006410     WRITE RCVR-REPORT-LINE FROM RPT-HEADING-1.
006420     WRITE RCVR-REPORT-LINE FROM RPT-HEADING-2.
006430     WRITE RCVR-REPORT-LINE FROM SPACES.
006440     WRITE RCVR-REPORT-LINE FROM RPT-COLUMN-HEADING.
006450     MOVE ZERO TO RPT-LINE-COUNT.
006460 2710-EXIT.
006470     EXIT.
006480
006490****************************************************************
006500* 2800-FLAG-ANOMALY - ONE ANOMALY: COUNT IT AND LIST IT.  THE   *
006510*                     CALLER FILLS THE DETAIL LINE FIRST        *
006520****************************************************************
006530 2800-FLAG-ANOMALY.
006540     ADD 1 TO RV-ANOMALY-COUNT.
006550     PERFORM 2700-WRITE-REPORT-LINE
006560         THRU 2700-EXIT.
006570 2800-EXIT.
006580     EXIT.
006590
006600****************************************************************
006610* 3000-LOAD-IMAGE - RECREATE LOAN-MASTER EMPTY AND RELOAD IT    *
006620*                   FROM THE PROVED IMAGE, THEN REOPEN IT FOR   *
006630*                   UPDATE FOR THE JOURNAL                      *
006640****************************************************************
006650 3000-LOAD-IMAGE.
006660     OPEN OUTPUT LOAN-MASTER.
006670     IF NOT LOANMSTR-OPEN-OK
006680         DISPLAY "LOANRCVR: FATAL - LOAN-MASTER CANNOT BE "
006690             "RECREATED, STATUS " RV-LOANMSTR-STATUS
006700             ".  RUN ABORTED."
006710         PERFORM 9050-RELEASE-MASTER-LOCK
006720             THRU 9050-EXIT
006730         MOVE 16 TO RETURN-CODE
006740         STOP RUN
006750     END-IF.
006760     OPEN INPUT UNLOAD-FILE.
006770* THE HEADER WAS PROVED IN 2000 - STEP OVER IT
006780     READ UNLOAD-FILE
006790         AT END
006800             CONTINUE
006810     END-READ.
006820     MOVE "N" TO RV-UNLOAD-EOF-SW.
006830     PERFORM 3100-LOAD-ONE-RECORD
006840         THRU 3100-EXIT
006850         UNTIL UNLOAD-SCAN-DONE.
006860     CLOSE UNLOAD-FILE.
006870     CLOSE LOAN-MASTER.
006880     OPEN I-O LOAN-MASTER.
006890 3000-EXIT.
006900     EXIT.
006910
006920 3100-LOAD-ONE-RECORD.
006930     READ UNLOAD-FILE
006940         AT END
006950             SET UNLOAD-SCAN-DONE TO TRUE
006960             GO TO 3100-EXIT
006970     END-READ.
006980     IF UT-MARKER-KEY IS EQUAL TO RV-TRAILER-KEY-V
006990         SET UNLOAD-SCAN-DONE TO TRUE
007000         GO TO 3100-EXIT
007010     END-IF.
007020     MOVE UL-MASTER-IMAGE TO LOAN-MASTER-RECORD.
007030     WRITE LOAN-MASTER-RECORD
007040         INVALID KEY
007050             MOVE LM-LOAN-ID      TO RPT-DET-LOAN-ID
007060             MOVE LM-PERIOD-NO    TO RPT-DET-PERIOD
007070             MOVE "DUP ON IMAGE"  TO RPT-DET-FINDING
007080             MOVE "KEY TWICE ON THE IMAGE - FIRST RECORD KEPT"
007090                 TO RPT-DET-TEXT
007100             PERFORM 2800-FLAG-ANOMALY
007110                 THRU 2800-EXIT
007120             GO TO 3100-EXIT
007130     END-WRITE.
007140     ADD 1 TO RV-RECS-LOADED.
007150 3100-EXIT.
007160     EXIT.
007170
007180****************************************************************
007190* 4000-APPLY-JOURNAL - ROLL THE RELOADED IMAGE FORWARD THROUGH  *
007200*                      THE CHANGE JOURNAL IN THE ORDER IT WAS   *
007210*                      WRITTEN.  NO JOURNAL ON HAND MEANS       *
007220*                      NOTHING CHANGED SINCE THE IMAGE          *
007230****************************************************************
007240 4000-APPLY-JOURNAL.
007250     OPEN INPUT MASTER-JOURNAL.
007260     IF NOT JOURNAL-FILE-FOUND
007270         GO TO 4000-EXIT
007280     END-IF.
007290     SET JOURNAL-ON-HAND TO TRUE.
007300     MOVE "N" TO RV-JOURNAL-EOF-SW.
007310     PERFORM 4100-APPLY-ONE-ENTRY
007320         THRU 4100-EXIT
007330         UNTIL JOURNAL-SCAN-DONE.
007340     CLOSE MASTER-JOURNAL.
007350 4000-EXIT.
007360     EXIT.
007370
007380****************************************************************
007390* 4100-APPLY-ONE-ENTRY - AN ENTRY STAMPED AT OR BEFORE THE      *
007400*                        IMAGE IS ALREADY IN IT; ONE PAST THE   *
007410*                        STOP POINT IS LEFT OUT.  THE JOURNAL   *
007420*                        IS READ TO THE END SO BOTH ARE COUNTED *
007430****************************************************************
007440 4100-APPLY-ONE-ENTRY.
007450     READ MASTER-JOURNAL
007460         AT END
007470             SET JOURNAL-SCAN-DONE TO TRUE
007480             GO TO 4100-EXIT
007490     END-READ.
007500     ADD 1 TO RV-JRNL-READ.
007510     IF JR-STAMP IS NOT GREATER THAN RV-IMAGE-STAMP
007520         ADD 1 TO RV-JRNL-IN-IMAGE
007530         GO TO 4100-EXIT
007540     END-IF.
007550     IF JR-STAMP IS GREATER THAN RV-STOP-POINT
007560         ADD 1 TO RV-JRNL-PAST-STOP
007570         GO TO 4100-EXIT
007580     END-IF.
007590     EVALUATE TRUE
007600         WHEN JR-RECORD-ADDED
007610             PERFORM 4200-APPLY-ADD
007620                 THRU 4200-EXIT
007630         WHEN JR-RECORD-CHANGED
007640             PERFORM 4300-APPLY-CHANGE
007650                 THRU 4300-EXIT
007660         WHEN JR-RECORD-DELETED
007670             PERFORM 4400-APPLY-DELETE
007680                 THRU 4400-EXIT
007690         WHEN OTHER
007700             MOVE JR-AFT-LOAN-ID    TO RPT-DET-LOAN-ID
007710             MOVE JR-AFT-PERIOD-NO  TO RPT-DET-PERIOD
007720             MOVE "UNKNOWN ACTION"  TO RPT-DET-FINDING
007730             MOVE "ENTRY SKIPPED"   TO RPT-JRN-NOTE
007740             PERFORM 4600-FLAG-JOURNAL-ANOMALY
007750                 THRU 4600-EXIT
007760             GO TO 4100-EXIT
007770     END-EVALUATE.
007780     ADD 1 TO RV-JRNL-APPLIED.
007790 4100-EXIT.
007800     EXIT.
007810
007820****************************************************************
007830* 4200-APPLY-ADD - WRITE THE AFTER IMAGE.  A RECORD ALREADY ON  *
007840*                  FILE IS OVERLAID AND LISTED                  *
007850****************************************************************
007860 4200-APPLY-ADD.
007870     MOVE JR-AFTER-IMAGE TO LOAN-MASTER-RECORD.
007880     WRITE LOAN-MASTER-RECORD
007890         INVALID KEY
007900             REWRITE LOAN-MASTER-RECORD
007910             MOVE JR-AFT-LOAN-ID     TO RPT-DET-LOAN-ID
007920             MOVE JR-AFT-PERIOD-NO   TO RPT-DET-PERIOD
007930             MOVE "ADD ON FILE"      TO RPT-DET-FINDING
007940             MOVE "APPLIED AS A REWRITE" TO RPT-JRN-NOTE
007950             PERFORM 4600-FLAG-JOURNAL-ANOMALY
007960                 THRU 4600-EXIT
007970     END-WRITE.
007980     PERFORM 4500-ADD-AFTER-IMAGE
007990         THRU 4500-EXIT.
008000 4200-EXIT.
008010     EXIT.
008020
008030****************************************************************
008040* 4300-APPLY-CHANGE - REWRITE WITH THE AFTER IMAGE.  A RECORD   *
008050*                     MISSING FROM FILE IS ADDED AND LISTED     *
008060****************************************************************
008070 4300-APPLY-CHANGE.
008080     MOVE JR-AFTER-IMAGE TO LOAN-MASTER-RECORD.
008090     REWRITE LOAN-MASTER-RECORD
008100         INVALID KEY
008110             WRITE LOAN-MASTER-RECORD
008120             MOVE JR-AFT-LOAN-ID     TO RPT-DET-LOAN-ID
008130             MOVE JR-AFT-PERIOD-NO   TO RPT-DET-PERIOD
008140             MOVE "CHANGE MISSING"   TO RPT-DET-FINDING
008150             MOVE "APPLIED AS AN ADD" TO RPT-JRN-NOTE
008160             PERFORM 4600-FLAG-JOURNAL-ANOMALY
008170                 THRU 4600-EXIT
008180     END-REWRITE.
008190     PERFORM 4550-DROP-BEFORE-IMAGE
008200         THRU 4550-EXIT.
008210     PERFORM 4500-ADD-AFTER-IMAGE
008220         THRU 4500-EXIT.
008230 4300-EXIT.
008240     EXIT.
008250
008260****************************************************************
008270* 4400-APPLY-DELETE - DELETE BY THE BEFORE IMAGE'S KEY.  A      *
008280*                     RECORD MISSING FROM FILE IS LISTED        *
008290****************************************************************
008300 4400-APPLY-DELETE.
008310     MOVE JR-BEF-LOAN-ID   TO LM-LOAN-ID.
008320     MOVE JR-BEF-PERIOD-NO TO LM-PERIOD-NO.
008330     DELETE LOAN-MASTER RECORD
008340         INVALID KEY
008350             MOVE JR-BEF-LOAN-ID     TO RPT-DET-LOAN-ID
008360             MOVE JR-BEF-PERIOD-NO   TO RPT-DET-PERIOD
008370             MOVE "DELETE MISSING"   TO RPT-DET-FINDING
008380             MOVE "NOTHING TO DELETE" TO RPT-JRN-NOTE
008390             PERFORM 4600-FLAG-JOURNAL-ANOMALY
008400                 THRU 4600-EXIT
008410     END-DELETE.
008420     PERFORM 4550-DROP-BEFORE-IMAGE
008430         THRU 4550-EXIT.
008440 4400-EXIT.
008450     EXIT.
008460
008470****************************************************************
008480* 4500-ADD-AFTER-IMAGE - PUT ONE JOURNAL AFTER IMAGE INTO THE   *
008490*                        EXPECTED FIGURES                       *
008500****************************************************************
008510 4500-ADD-AFTER-IMAGE.
008520     ADD 1 TO RV-EXP-RECORD-COUNT.
008530     IF JR-AFT-PERIOD-NO IS EQUAL TO ZERO
008540         ADD 1 TO RV-EXP-HEADER-COUNT
008550     ELSE
008560         ADD 1              TO RV-EXP-PERIOD-COUNT
008570         ADD JR-AFT-AMOUNT  TO RV-EXP-AMOUNT-TOTAL
008580         ADD JR-AFT-PAID    TO RV-EXP-PAID-TOTAL
008590         ADD JR-AFT-BALANCE TO RV-EXP-BALANCE-TOTAL
008600     END-IF.
008610 4500-EXIT.
008620     EXIT.
008630
008640****************************************************************
008650* 4550-DROP-BEFORE-IMAGE - TAKE ONE JOURNAL BEFORE IMAGE OUT OF *
008660*                          THE EXPECTED FIGURES                 *
008670****************************************************************
008680 4550-DROP-BEFORE-IMAGE.
008690     SUBTRACT 1 FROM RV-EXP-RECORD-COUNT.
008700     IF JR-BEF-PERIOD-NO IS EQUAL TO ZERO
008710         SUBTRACT 1 FROM RV-EXP-HEADER-COUNT
008720     ELSE
008730         SUBTRACT 1              FROM RV-EXP-PERIOD-COUNT
008740         SUBTRACT JR-BEF-AMOUNT  FROM RV-EXP-AMOUNT-TOTAL
008750         SUBTRACT JR-BEF-PAID    FROM RV-EXP-PAID-TOTAL
008760         SUBTRACT JR-BEF-BALANCE FROM RV-EXP-BALANCE-TOTAL
008770     END-IF.
008780 4550-EXIT.
008790     EXIT.
008800
008810****************************************************************
008820* 4600-FLAG-JOURNAL-ANOMALY - LIST AN ENTRY THAT DID NOT FIT    *
008830*                             THE FILE WITH ITS STAMP AND       *
008840*                             WRITER.  THE CALLER FILLS THE     *
008850*                             KEY, THE FINDING, AND             *
008860*                             RPT-JRN-NOTE FIRST                *
008870****************************************************************
008880 4600-FLAG-JOURNAL-ANOMALY.
008890     MOVE JR-STAMP-DATE TO RPT-JRN-DATE.
008900     MOVE JR-STAMP-TIME TO RPT-JRN-TIME.
008910     MOVE JR-PROGRAM    TO RPT-JRN-PROGRAM.
008920     MOVE RPT-JRNL-TEXT TO RPT-DET-TEXT.
008930     PERFORM 2800-FLAG-ANOMALY
008940         THRU 2800-EXIT.
008950 4600-EXIT.
008960     EXIT.
008970
008980****************************************************************
008990* 5000-SCAN-REBUILT-MASTER - COUNT AND TOTAL THE RECOVERED FILE *
009000*                            FROM THE FIRST KEY TO THE LAST     *
009010****************************************************************
009020 5000-SCAN-REBUILT-MASTER.
009030     MOVE "N"  TO RV-MASTER-EOF-SW.
009040     MOVE ZERO TO LM-LOAN-ID.
009050     MOVE ZERO TO LM-PERIOD-NO.
009060     START LOAN-MASTER
009070         KEY IS GREATER THAN LM-KEY
009080         INVALID KEY
009090             SET MASTER-SCAN-DONE TO TRUE
009100     END-START.
009110     PERFORM 5100-SCAN-ONE-RECORD
009120         THRU 5100-EXIT
009130         UNTIL MASTER-SCAN-DONE.
009140 5000-EXIT.
009150     EXIT.
009160
009170 5100-SCAN-ONE-RECORD.
009180     READ LOAN-MASTER NEXT RECORD
009190         AT END
009200             SET MASTER-SCAN-DONE TO TRUE
009210             GO TO 5100-EXIT
009220     END-READ.
009230     IF NOT LOANMSTR-OPEN-OK
009240* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN RATHER
009250* THAN SPIN, AND SAY THE REBUILT FIGURES ARE SHORT
009260         SET MASTER-SCAN-DONE TO TRUE
009270         MOVE LM-LOAN-ID         TO RPT-DET-LOAN-ID
009280         MOVE LM-PERIOD-NO       TO RPT-DET-PERIOD
009290         MOVE "SCAN STOPPED"     TO RPT-DET-FINDING
009300         MOVE RV-LOANMSTR-STATUS TO RPT-SCAN-STATUS
009310         MOVE RPT-SCAN-TEXT      TO RPT-DET-TEXT
009320         PERFORM 2800-FLAG-ANOMALY
009330             THRU 2800-EXIT
009340         GO TO 5100-EXIT
009350     END-IF.
009360     ADD 1 TO RV-ACT-RECORD-COUNT.
009370     IF LM-IS-LOAN-HEADER
009380         ADD 1 TO RV-ACT-HEADER-COUNT
009390     ELSE
009400         ADD 1                    TO RV-ACT-PERIOD-COUNT
009410         ADD LM-AMOUNT            TO RV-ACT-AMOUNT-TOTAL
009420         ADD LM-PAID-AMOUNT       TO RV-ACT-PAID-TOTAL
009430         ADD LM-BALANCE-REMAINING TO RV-ACT-BALANCE-TOTAL
009440     END-IF.
009450 5100-EXIT.
009460     EXIT.
009470
009480****************************************************************
009490* 9000-TERMINATE - THE RECOVERY WINDOW, THE RUN COUNTS, AND THE *
009500*                  EXPECTED-AGAINST-REBUILT COMPARISON, THEN    *
009510*                  THE RETURN CODE                              *
009520****************************************************************
009530 9000-TERMINATE.
009540     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
009550         PERFORM 2710-WRITE-REPORT-HEADINGS
009560             THRU 2710-EXIT
009570     END-IF.
009580     IF RV-ANOMALY-COUNT IS EQUAL TO ZERO
009590         WRITE RCVR-REPORT-LINE FROM RPT-CLEAN-LINE
009600         ADD 1 TO RPT-LINE-COUNT
009610     END-IF.
009620     WRITE RCVR-REPORT-LINE FROM SPACES.
009630     ADD 1 TO RPT-LINE-COUNT.
009640     MOVE "IMAGE TAKEN"             TO RPT-INFO-LABEL.
009650     MOVE RV-IMAGE-DATE             TO RV-EDIT-DATE-NUM.
009660     MOVE RV-IMAGE-TIME             TO RV-EDIT-TIME-NUM.
009670     PERFORM 9140-EDIT-STAMP
009680         THRU 9140-EXIT.
009690     MOVE RPT-STAMP-OUT             TO RPT-INFO-TEXT.
009700     PERFORM 9110-WRITE-INFO-LINE
009710         THRU 9110-EXIT.
009720     MOVE "IMAGE BUSINESS DATE"     TO RPT-INFO-LABEL.
009730     MOVE RV-IMAGE-BUS-DATE         TO RPT-INFO-TEXT.
009740     PERFORM 9110-WRITE-INFO-LINE
009750         THRU 9110-EXIT.
009760     MOVE "RECOVERED THROUGH"       TO RPT-INFO-LABEL.
009770     IF APPLY-WHOLE-JOURNAL
009780         MOVE "END OF JOURNAL"      TO RPT-INFO-TEXT
009790     ELSE
009800         MOVE RV-STOP-DATE          TO RV-EDIT-DATE-NUM
009810         MOVE RV-STOP-TIME          TO RV-EDIT-TIME-NUM
009820         PERFORM 9140-EDIT-STAMP
009830             THRU 9140-EXIT
009840         MOVE RPT-STAMP-OUT         TO RPT-INFO-TEXT
009850     END-IF.
009860     PERFORM 9110-WRITE-INFO-LINE
009870         THRU 9110-EXIT.
009880     IF NOT JOURNAL-ON-HAND
009890         MOVE "CHANGE JOURNAL"      TO RPT-INFO-LABEL
009900         MOVE "NONE ON HAND - IMAGE ONLY" TO RPT-INFO-TEXT
009910         PERFORM 9110-WRITE-INFO-LINE
009920             THRU 9110-EXIT
009930     END-IF.
009940     WRITE RCVR-REPORT-LINE FROM SPACES.
009950     ADD 1 TO RPT-LINE-COUNT.
009960     MOVE "RECORDS LOADED FROM IMAGE"      TO RPT-TOT-LABEL.
009970     MOVE RV-RECS-LOADED                   TO RPT-TOT-VALUE.
009980     PERFORM 9100-WRITE-ONE-TOTAL
009990         THRU 9100-EXIT.
010000     MOVE "JOURNAL ENTRIES READ"           TO RPT-TOT-LABEL.
010010     MOVE RV-JRNL-READ                     TO RPT-TOT-VALUE.
010020     PERFORM 9100-WRITE-ONE-TOTAL
010030         THRU 9100-EXIT.
010040     MOVE "  ALREADY IN THE IMAGE"         TO RPT-TOT-LABEL.
010050     MOVE RV-JRNL-IN-IMAGE                 TO RPT-TOT-VALUE.
010060     PERFORM 9100-WRITE-ONE-TOTAL
010070         THRU 9100-EXIT.
010080     MOVE "  APPLIED"                      TO RPT-TOT-LABEL.
010090     MOVE RV-JRNL-APPLIED                  TO RPT-TOT-VALUE.
010100     PERFORM 9100-WRITE-ONE-TOTAL
010110         THRU 9100-EXIT.
010120     MOVE "  PAST THE STOP POINT"          TO RPT-TOT-LABEL.
010130     MOVE RV-JRNL-PAST-STOP                TO RPT-TOT-VALUE.
010140     PERFORM 9100-WRITE-ONE-TOTAL
010150         THRU 9100-EXIT.
010160     MOVE "ANOMALIES"                      TO RPT-TOT-LABEL.
010170     MOVE RV-ANOMALY-COUNT                 TO RPT-TOT-VALUE.
010180     PERFORM 9100-WRITE-ONE-TOTAL
010190         THRU 9100-EXIT.
010200     WRITE RCVR-REPORT-LINE FROM SPACES.
010210     WRITE RCVR-REPORT-LINE FROM RPT-COMPARE-HEADING.
010220     ADD 2 TO RPT-LINE-COUNT.
010230     MOVE "MASTER RECORDS"                 TO RPT-CCM-LABEL.
010240     MOVE RV-EXP-RECORD-COUNT              TO RV-CMP-EXP-COUNT.
010250     MOVE RV-ACT-RECORD-COUNT              TO RV-CMP-ACT-COUNT.
010260     PERFORM 9120-COMPARE-ONE-COUNT
010270         THRU 9120-EXIT.
010280     MOVE "LOAN HEADERS (PERIOD ZERO)"     TO RPT-CCM-LABEL.
010290     MOVE RV-EXP-HEADER-COUNT              TO RV-CMP-EXP-COUNT.
010300     MOVE RV-ACT-HEADER-COUNT              TO RV-CMP-ACT-COUNT.
010310     PERFORM 9120-COMPARE-ONE-COUNT
010320         THRU 9120-EXIT.
010330     MOVE "CASH-FLOW PERIODS"              TO RPT-CCM-LABEL.
010340     MOVE RV-EXP-PERIOD-COUNT              TO RV-CMP-EXP-COUNT.
010350     MOVE RV-ACT-PERIOD-COUNT              TO RV-CMP-ACT-COUNT.
010360     PERFORM 9120-COMPARE-ONE-COUNT
010370         THRU 9120-EXIT.
010380     MOVE "PERIOD AMOUNT TOTAL"            TO RPT-ACM-LABEL.
010390     MOVE RV-EXP-AMOUNT-TOTAL              TO RV-CMP-EXP-AMOUNT.
010400     MOVE RV-ACT-AMOUNT-TOTAL              TO RV-CMP-ACT-AMOUNT.
010410     PERFORM 9130-COMPARE-ONE-AMOUNT
010420         THRU 9130-EXIT.
010430     MOVE "PAID AMOUNT TOTAL"              TO RPT-ACM-LABEL.
010440     MOVE RV-EXP-PAID-TOTAL                TO RV-CMP-EXP-AMOUNT.
010450     MOVE RV-ACT-PAID-TOTAL                TO RV-CMP-ACT-AMOUNT.
010460     PERFORM 9130-COMPARE-ONE-AMOUNT
010470         THRU 9130-EXIT.
010480     MOVE "BALANCE REMAINING TOTAL"        TO RPT-ACM-LABEL.
010490     MOVE RV-EXP-BALANCE-TOTAL             TO RV-CMP-EXP-AMOUNT.
010500     MOVE RV-ACT-BALANCE-TOTAL             TO RV-CMP-ACT-AMOUNT.
010510     PERFORM 9130-COMPARE-ONE-AMOUNT
010520         THRU 9130-EXIT.
010530     WRITE RCVR-REPORT-LINE FROM SPACES.
010540     IF RV-MISMATCH-COUNT IS EQUAL TO ZERO
010550         WRITE RCVR-REPORT-LINE FROM RPT-AGREE-LINE
010560     ELSE
010570         WRITE RCVR-REPORT-LINE FROM RPT-DIFFER-LINE
010580     END-IF.
010590     IF NOT APPLY-WHOLE-JOURNAL
010600             AND RV-JRNL-PAST-STOP IS GREATER THAN ZERO
010610         WRITE RCVR-REPORT-LINE FROM RPT-REUNLOAD-LINE
010620     END-IF.
010630     CLOSE LOAN-MASTER.
010640     CLOSE RCVR-REPORT.
010650     PERFORM 9060-WRITE-JOB-STATUS
010660         THRU 9060-EXIT.
010670     PERFORM 9050-RELEASE-MASTER-LOCK
010680         THRU 9050-EXIT.
010690     IF RV-MISMATCH-COUNT IS GREATER THAN ZERO
010700             OR RV-ANOMALY-COUNT IS GREATER THAN ZERO
010710* RETURN CODE 4 HOLDS THE SCHEDULE UNTIL SOMEONE HAS LOOKED AT
010720* THE REBUILT MASTER
010730         MOVE 4 TO RETURN-CODE
010740     END-IF.
010750 9000-EXIT.
010760     EXIT.
010770
010780****************************************************************
010790* 9100-WRITE-ONE-TOTAL - ONE LABELED COUNT LINE                 *
010800****************************************************************
010810 9100-WRITE-ONE-TOTAL.
010820     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
010830         PERFORM 2710-WRITE-REPORT-HEADINGS
010840             THRU 2710-EXIT
010850     END-IF.
010860     WRITE RCVR-REPORT-LINE FROM RPT-TOTAL-LINE.
010870     ADD 1 TO RPT-LINE-COUNT.
010880 9100-EXIT.
010890     EXIT.
010900
010910****************************************************************
010920* 9110-WRITE-INFO-LINE - ONE LABELED LINE OF TEXT               *
010930****************************************************************
010940 9110-WRITE-INFO-LINE.
010950     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
010960         PERFORM 2710-WRITE-REPORT-HEADINGS
010970             THRU 2710-EXIT
010980     END-IF.
010990     WRITE RCVR-REPORT-LINE FROM RPT-INFO-LINE.
011000     ADD 1 TO RPT-LINE-COUNT.
011010 9110-EXIT.
011020     EXIT.
011030
011040****************************************************************
011050* 9120-COMPARE-ONE-COUNT - ONE EXPECTED-AGAINST-REBUILT COUNT.  *
011060*                          THE CALLER FILLS THE LABEL AND THE   *
011070*                          TWO RV-CMP COUNTS                    *
011080****************************************************************
011090 9120-COMPARE-ONE-COUNT.
011100     MOVE RV-CMP-EXP-COUNT TO RPT-CCM-EXPECTED.
011110     MOVE RV-CMP-ACT-COUNT TO RPT-CCM-REBUILT.
011120     IF RV-CMP-EXP-COUNT IS EQUAL TO RV-CMP-ACT-COUNT
011130         MOVE "AGREES"  TO RPT-CCM-RESULT
011140     ELSE
011150         MOVE "DIFFERS" TO RPT-CCM-RESULT
011160         ADD 1 TO RV-MISMATCH-COUNT
011170     END-IF.
011180     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
011190         PERFORM 2710-WRITE-REPORT-HEADINGS
011200             THRU 2710-EXIT
011210     END-IF.
011220     WRITE RCVR-REPORT-LINE FROM RPT-COUNT-COMPARE-LINE.
011230     ADD 1 TO RPT-LINE-COUNT.
011240 9120-EXIT.
011250     EXIT.
011260
011270****************************************************************
011280* 9130-COMPARE-ONE-AMOUNT - ONE EXPECTED-AGAINST-REBUILT MONEY  *
011290*                           TOTAL.  THE CALLER FILLS THE LABEL  *
011300*                           AND THE TWO RV-CMP AMOUNTS          *
011310****************************************************************
011320 9130-COMPARE-ONE-AMOUNT.
011330     MOVE RV-CMP-EXP-AMOUNT TO RPT-ACM-EXPECTED.
011340     MOVE RV-CMP-ACT-AMOUNT TO RPT-ACM-REBUILT.
011350     IF RV-CMP-EXP-AMOUNT IS EQUAL TO RV-CMP-ACT-AMOUNT
011360         MOVE "AGREES"  TO RPT-ACM-RESULT
011370     ELSE
011380         MOVE "DIFFERS" TO RPT-ACM-RESULT
011390         ADD 1 TO RV-MISMATCH-COUNT
011400     END-IF.
011410     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
011420         PERFORM 2710-WRITE-REPORT-HEADINGS
011430             THRU 2710-EXIT
011440     END-IF.
011450     WRITE RCVR-REPORT-LINE FROM RPT-AMOUNT-COMPARE-LINE.
011460     ADD 1 TO RPT-LINE-COUNT.
011470 9130-EXIT.
011480     EXIT.
011490
011500****************************************************************
011510* 9140-EDIT-STAMP - RV-EDIT-DATE-NUM AND RV-EDIT-TIME-NUM INTO  *
011520*                   RPT-STAMP-OUT AS YYYY-MM-DD HH:MM:SS.HH     *
011530****************************************************************
011540 9140-EDIT-STAMP.
011550     MOVE RV-EDIT-YEAR      TO RPT-STAMP-YEAR.
011560     MOVE RV-EDIT-MONTH     TO RPT-STAMP-MONTH.
011570     MOVE RV-EDIT-DAY       TO RPT-STAMP-DAY.
011580     MOVE RV-EDIT-HOUR      TO RPT-STAMP-HOUR.
011590     MOVE RV-EDIT-MINUTE    TO RPT-STAMP-MINUTE.
011600     MOVE RV-EDIT-SECOND    TO RPT-STAMP-SECOND.
011610     MOVE RV-EDIT-HUNDREDTH TO RPT-STAMP-HUNDREDTH.
011620 9140-EXIT.
011630     EXIT.
011640
011650****************************************************************
011660* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
011670*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
011680*                         PROGRAM.  A DIFFERENCE OR AN ANOMALY  *
011690*                         MAKES IT A WARNING                    *
011700****************************************************************
011710 9060-WRITE-JOB-STATUS.
011720     OPEN INPUT JOB-STATUS.
011730     IF JOBSTAT-FILE-FOUND
011740         CLOSE JOB-STATUS
011750         OPEN EXTEND JOB-STATUS
011760     ELSE
011770         OPEN OUTPUT JOB-STATUS
011780     END-IF.
011790     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
011800     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
011810     MOVE "LOANRCVR"          TO JS-PROGRAM.
011820     MOVE RV-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
011830     COMPUTE JS-ITEMS-IN =
011840           RV-JRNL-APPLIED + RV-JRNL-PAST-STOP.
011850     MOVE RV-JRNL-APPLIED     TO JS-ITEMS-OK.
011860     MOVE RV-ANOMALY-COUNT    TO JS-ITEMS-REJECTED.
011870     MOVE RV-RECS-LOADED      TO JS-ITEMS-OTHER.
011880     IF RV-MISMATCH-COUNT IS GREATER THAN ZERO
011890         MOVE "W"                TO JS-STATUS
011900         MOVE "REBUILD DIFFERS"  TO JS-NOTE
011910     ELSE
011920         IF RV-ANOMALY-COUNT IS GREATER THAN ZERO
011930             MOVE "W"                TO JS-STATUS
011940             MOVE "RECOVERY ANOMALIES" TO JS-NOTE
011950         ELSE
011960             MOVE "C"                TO JS-STATUS
011970             MOVE "REBUILD AGREES"   TO JS-NOTE
011980         END-IF
011990     END-IF.
012000     WRITE JOB-STATUS-RECORD.
012010     CLOSE JOB-STATUS.
012020 9060-EXIT.
012030     EXIT.
012040
012050****************************************************************
012060* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED    *
012070*                            STARTUP ABORT, EMPTIES THE LOCK    *
012080*                            FILE SO THE NEXT UPDATER RUNS      *
012090*                            FREE.  ONLY A TRUE ABEND LEAVES    *
012100*                            THE STALE LOCK FOR THE OPERATOR    *
012110*                            OVERRIDE PATH                      *
012120****************************************************************
012130 9050-RELEASE-MASTER-LOCK.
012140     OPEN OUTPUT LOCK-FILE.
012150     CLOSE LOCK-FILE.
012160 9050-EXIT.
012170     EXIT.
012180
012190 END PROGRAM LOANRCVR.
