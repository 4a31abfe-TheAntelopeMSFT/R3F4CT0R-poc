000010****************************************************************
000020* BORRMNT                                                       *
000030*                                                               *
000040* BORROWER MASTER MAINTENANCE.  DRIVEN BY A TRANSACTION FILE OF *
000050* ADD/CHANGE/DELETE REQUESTS AGAINST THE BORRMSTR FILE THAT     *
000060* CARRIES EACH BORROWER'S NAME, RISK GRADE, AND APPROVED        *
000070* EXPOSURE LIMIT.  A CHANGE REPLACES ONLY THE FIELDS IT         *
000080* SUPPLIES - A BLANK FIELD IS LEFT AS IT WAS.  EVERY            *
000090* TRANSACTION - APPLIED OR REJECTED - IS LISTED ON THE          *
000100* MAINTENANCE REPORT, AND A CHANGE IS LISTED WITH THE VALUES    *
000110* IT REPLACED.  COBCALC HOLDS NEW BOOKINGS TO THESE LIMITS;     *
000120* LOANCONC REPORTS EXPOSURE AGAINST THEM.                       *
000130****************************************************************
000140 IDENTIFICATION DIVISION.
000150 PROGRAM-ID.     BORRMNT.
000160 AUTHOR.         R. MCALLISTER.
000170 INSTALLATION.   LOAN SERVICING DIVISION.
000180 DATE-WRITTEN.   10/15/2026.
000190 DATE-COMPILED.
000200****************************************************************
000210* MODIFICATION HISTORY                                          *
000220*  DATE        INIT  DESCRIPTION                                *
000230*  ----------  ----  ------------------------------------------ *
000240*  2026-10-15  RLM   INITIAL VERSION.  BORROWER LIMITS WERE      *
000250*                    KEPT ON A SPREADSHEET NOTHING IN THE        *
000253*                    BATCH COULD READ.                           *
000256*  2026-10-15  RLM   THE BUSINESS DATE ON THE JOBSTAT RECORD     *
000260*                    COMES FROM DATECTL, NOT THE RUN DATE.       *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BORR-TRANS    ASSIGN TO "BORRTRAN"
000320                           ORGANIZATION IS SEQUENTIAL
000330                           FILE STATUS IS BN-TRANS-STATUS.
000340     SELECT BORROWER-MASTER ASSIGN TO "BORRMSTR"
000350                           ORGANIZATION IS INDEXED
000360                           ACCESS MODE IS DYNAMIC
000370                           RECORD KEY IS BM-BORROWER-ID
000380                           FILE STATUS IS BN-BORRMSTR-STATUS.
000390     SELECT BORR-REPORT   ASSIGN TO "BORRRPT"
000400                           ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000420                           ORGANIZATION IS SEQUENTIAL
000425                           FILE STATUS IS BN-JOBSTAT-STATUS.
000430     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000431                           ORGANIZATION IS SEQUENTIAL
000432                           FILE STATUS IS BN-DATECTL-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  BORR-TRANS
000470     RECORDING MODE IS F.
000480 01  BORR-TRANS-RECORD.
000490     05  BT-ACTION             PIC X(01).
000500         88  BT-ADD-BORROWER          VALUE "A".
000510         88  BT-CHANGE-BORROWER       VALUE "C".
000520         88  BT-DELETE-BORROWER       VALUE "D".
000530     05  BT-BORROWER-ID        PIC 9(08).
000540     05  BT-BORROWER-NAME      PIC X(30).
000550     05  BT-RISK-GRADE         PIC X(02).
000560     05  BT-APPROVED-LIMIT     PIC 9(11)V99.
000570     05  BT-APPROVED-LIMIT-X REDEFINES BT-APPROVED-LIMIT
000580                               PIC X(13).
000590     05  BT-LIMIT-CURRENCY     PIC X(03).
000600     05  FILLER                PIC X(23).
000610 FD  BORROWER-MASTER.
000620     COPY BMRECORD.
000630 FD  BORR-REPORT.
000640 01  BORR-REPORT-LINE          PIC X(132).
000650 FD  JOB-STATUS
000660     RECORDING MODE IS F.
000665     COPY JSRECORD.
000670 FD  DATE-CONTROL
000671     RECORDING MODE IS F.
000672     COPY DCRECORD.
000680 WORKING-STORAGE SECTION.
000690 01  BN-SWITCHES.
000700     05  BN-TRANS-EOF-SW       PIC X(01)  VALUE "N".
000710         88  TRANS-EOF                    VALUE "Y".
000720     05  BN-TRAN-OK-SW         PIC X(01)  VALUE "Y".
000730         88  TRAN-VALID                   VALUE "Y".
000740         88  TRAN-INVALID                 VALUE "N".
000750 01  BN-TRANS-STATUS           PIC X(02).
000760     88  TRANS-FILE-FOUND                 VALUE "00".
000770 01  BN-BORRMSTR-STATUS        PIC X(02).
000780     88  BORRMSTR-OPEN-OK                 VALUE "00".
000790 01  BN-JOBSTAT-STATUS         PIC X(02).
000795     88  JOBSTAT-FILE-FOUND               VALUE "00".
000800 01  BN-DATECTL-STATUS         PIC X(02).
000801     88  DATECTL-FILE-FOUND               VALUE "00".
000802 01  BN-BUS-DATE-NUM           PIC 9(08).
000810 77  BN-TRANS-READ             PIC S9(05) COMP VALUE ZERO.
000820 77  BN-TRANS-APPLIED          PIC S9(05) COMP VALUE ZERO.
000830 77  BN-TRANS-REJECTED         PIC S9(05) COMP VALUE ZERO.
000840 01  BN-REASON-TEXT            PIC X(40).
000850****************************************************************
000860* BEFORE IMAGE OF A CHANGED BORROWER, LISTED UNDER THE         *
000870* APPLIED LINE                                                 *
000880****************************************************************
000890 01  BN-BEFORE-NAME            PIC X(30).
000900 01  BN-BEFORE-GRADE           PIC X(02).
000910 01  BN-BEFORE-LIMIT           PIC S9(11)V99 COMP-3.
000920 01  BN-BEFORE-CURRENCY        PIC X(03).
000930****************************************************************
000940* MAINTENANCE REPORT FIELDS                                    *
000950****************************************************************
000960 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
000970 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
000980 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
000990 01  RPT-RUN-DATE.
001000     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001010     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001020     05  RPT-RUN-DATE-DAY      PIC 9(02).
001030 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001040                               PIC 9(08).
001050 01  RPT-RUN-TIME.
001060     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001070     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001080     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001090     05  FILLER                PIC 9(02).
001100 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
001110     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
001120     05  FILLER                PIC 9(02).
001130 01  RPT-RUN-DATE-OUT.
001140     05  RPT-RUN-YEAR          PIC 9(04).
001150     05  FILLER                PIC X(01) VALUE "-".
001160     05  RPT-RUN-MONTH         PIC 9(02).
001170     05  FILLER                PIC X(01) VALUE "-".
001180     05  RPT-RUN-DAY           PIC 9(02).
001190 01  RPT-RUN-TIME-OUT.
001200     05  RPT-RUN-HOUR          PIC 9(02).
001210     05  FILLER                PIC X(01) VALUE ":".
001220     05  RPT-RUN-MINUTE        PIC 9(02).
001230     05  FILLER                PIC X(01) VALUE ":".
001240     05  RPT-RUN-SECOND        PIC 9(02).
001250 01  RPT-HEADING-1.
001260     05  FILLER                PIC X(40) VALUE
001270         "COBCALC BORROWER MASTER MAINTENANCE".
001280     05  FILLER                PIC X(05) VALUE "PAGE:".
001290     05  RPT-H1-PAGE-NO        PIC ZZ9.
001300 01  RPT-HEADING-2.
001310     05  FILLER                PIC X(09) VALUE "RUN DATE:".
001320     05  RPT-H2-RUN-DATE       PIC X(10).
001330     05  FILLER                PIC X(05) VALUE SPACES.
001340     05  FILLER                PIC X(09) VALUE "RUN TIME:".
001350     05  RPT-H2-RUN-TIME       PIC X(08).
001360 01  RPT-COLUMN-HEADING.
001370     05  FILLER                PIC X(08) VALUE "ACTION".
001380     05  FILLER                PIC X(10) VALUE "BORROWER".
001390     05  FILLER                PIC X(32) VALUE "NAME".
001400     05  FILLER                PIC X(04) VALUE "GR".
001410     05  FILLER                PIC X(19) VALUE
001420         "    APPROVED LIMIT".
001430     05  FILLER                PIC X(05) VALUE "CUR".
001440     05  FILLER                PIC X(10) VALUE "STATUS".
001450     05  FILLER                PIC X(40) VALUE "REASON".
001460 01  RPT-DETAIL-LINE.
001470     05  RPT-DET-ACTION        PIC X(01).
001480     05  FILLER                PIC X(07) VALUE SPACES.
001490     05  RPT-DET-BORROWER-ID   PIC 9(08).
001500     05  FILLER                PIC X(02) VALUE SPACES.
001510     05  RPT-DET-NAME          PIC X(30).
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  RPT-DET-GRADE         PIC X(02).
001540     05  FILLER                PIC X(02) VALUE SPACES.
001550     05  RPT-DET-LIMIT         PIC -(13)9.99.
001560     05  FILLER                PIC X(02) VALUE SPACES.
001570     05  RPT-DET-CURRENCY      PIC X(03).
001580     05  FILLER                PIC X(02) VALUE SPACES.
001590     05  RPT-DET-STATUS        PIC X(08).
001600     05  FILLER                PIC X(02) VALUE SPACES.
001610     05  RPT-DET-REASON        PIC X(40).
001620 01  RPT-TRAILER-LINE.
001630     05  RPT-TRL-READ          PIC ZZZZ9.
001640     05  FILLER                PIC X(14) VALUE " TRANS READ,  ".
001650     05  RPT-TRL-APPLIED       PIC ZZZZ9.
001660     05  FILLER                PIC X(10) VALUE " APPLIED, ".
001670     05  RPT-TRL-REJECTED      PIC ZZZZ9.
001680     05  FILLER                PIC X(09) VALUE " REJECTED".
001690
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE
001730         THRU 1000-EXIT.
001740     PERFORM 2000-PROCESS-ONE-TRAN
001750         THRU 2000-EXIT
001760         UNTIL TRANS-EOF.
001770     PERFORM 9000-TERMINATE
001780         THRU 9000-EXIT.
001790     GOBACK.
001800
001810****************************************************************
001820* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST TRANSACTION *
001830****************************************************************
001832 1000-INITIALIZE.
001834     PERFORM 1050-READ-DATE-CONTROL
001836         THRU 1050-EXIT.
001840     CLOSE DATE-CONTROL.
001850     OPEN INPUT BORR-TRANS.
001860     IF NOT TRANS-FILE-FOUND
001870         DISPLAY "BORRMNT: FATAL - TRANSACTION FILE NOT FOUND, "
001880             "STATUS " BN-TRANS-STATUS ".  RUN ABORTED."
001890         MOVE 16 TO RETURN-CODE
001900         STOP RUN
001910     END-IF.
001920     PERFORM 1060-OPEN-BORROWER-MASTER
001930         THRU 1060-EXIT.
001940     OPEN OUTPUT BORR-REPORT.
001950     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
001960     ACCEPT RPT-RUN-TIME FROM TIME.
001970     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
001980     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
001990     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
002000     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
002010     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
002020     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
002030     PERFORM 2100-READ-TRAN
002040         THRU 2100-EXIT.
002050 1000-EXIT.
002060     EXIT.
002070
002071****************************************************************
002072* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
002073*                          SHOP'S DATE-CONTROL RECORD.  NO     *
002074*                          DATECTL, OR ONE WITHOUT A CURRENT   *
002075*                          BUSINESS DATE, ABORTS THE RUN - NO  *
002076*                          JOB GUESSES ITS OWN DATE            *
002077****************************************************************
002078 1050-READ-DATE-CONTROL.
002079     OPEN INPUT DATE-CONTROL.
002080     IF NOT DATECTL-FILE-FOUND
002081         DISPLAY "BORRMNT: FATAL - DATECTL NOT FOUND, "
002082             "STATUS " BN-DATECTL-STATUS ".  RUN ABORTED."
002083         MOVE 16 TO RETURN-CODE
002084         STOP RUN
002085     END-IF.
002086     READ DATE-CONTROL
002087         AT END
002088             DISPLAY "BORRMNT: FATAL - DATECTL IS EMPTY.  "
002089                 "RUN ABORTED."
002090             MOVE 16 TO RETURN-CODE
002091             STOP RUN
002092     END-READ.
002093     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002094             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002095         DISPLAY "BORRMNT: FATAL - DATECTL BUSINESS DATE MISSING "
002096             "OR NOT NUMERIC.  RUN ABORTED."
002097         MOVE 16 TO RETURN-CODE
002098         STOP RUN
002099     END-IF.
002100     MOVE DC-CURRENT-BUS-DATE TO BN-BUS-DATE-NUM.
002101 1050-EXIT.
002102     EXIT.
002103
002104****************************************************************
002105* 1060-OPEN-BORROWER-MASTER - THE FIRST-EVER RUN FINDS NO      *
002106*                             MASTER AND CREATES AN EMPTY ONE  *
002110*                             FOR ITS ADDS TO LOAD             *
002120****************************************************************
002130 1060-OPEN-BORROWER-MASTER.
002140     OPEN I-O BORROWER-MASTER.
002150     IF BORRMSTR-OPEN-OK
002160         GO TO 1060-EXIT
002170     END-IF.
002180     OPEN OUTPUT BORROWER-MASTER.
002190     CLOSE BORROWER-MASTER.
002200     OPEN I-O BORROWER-MASTER.
002210     IF NOT BORRMSTR-OPEN-OK
002220         DISPLAY "BORRMNT: FATAL - BORROWER MASTER CANNOT BE "
002230             "OPENED, STATUS " BN-BORRMSTR-STATUS
002240             ".  RUN ABORTED."
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280 1060-EXIT.
002290     EXIT.
002300
002310****************************************************************
002320* 2000-PROCESS-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION       *
002330****************************************************************
002340 2000-PROCESS-ONE-TRAN.
002350     ADD 1 TO BN-TRANS-READ.
002360     PERFORM 2150-EDIT-TRAN
002370         THRU 2150-EXIT.
002380     IF TRAN-INVALID
002390         PERFORM 2160-REJECT-TRAN
002400             THRU 2160-EXIT
002410         GO TO 2000-READ-NEXT
002420     END-IF.
002430     EVALUATE TRUE
002440         WHEN BT-ADD-BORROWER
002450             PERFORM 2200-ADD-BORROWER
002460                 THRU 2200-EXIT
002470         WHEN BT-CHANGE-BORROWER
002480             PERFORM 2300-CHANGE-BORROWER
002490                 THRU 2300-EXIT
002500         WHEN BT-DELETE-BORROWER
002510             PERFORM 2400-DELETE-BORROWER
002520                 THRU 2400-EXIT
002530     END-EVALUATE.
002540 2000-READ-NEXT.
002550     PERFORM 2100-READ-TRAN
002560         THRU 2100-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590
002600****************************************************************
002610* 2100-READ-TRAN - READ THE NEXT MAINTENANCE TRANSACTION       *
002620****************************************************************
002630 2100-READ-TRAN.
002640     READ BORR-TRANS
002650         AT END
002660             SET TRANS-EOF TO TRUE
002670     END-READ.
002680 2100-EXIT.
002690     EXIT.
002700
002710****************************************************************
002720* 2150-EDIT-TRAN - VALIDATE THE TRANSACTION BEFORE TOUCHING    *
002730*                  THE MASTER FILE.  AN ADD MUST CARRY A NAME, *
002740*                  A LIMIT, AND ITS CURRENCY; A CHANGE MUST    *
002750*                  CARRY AT LEAST ONE NEW VALUE                *
002760****************************************************************
002770 2150-EDIT-TRAN.
002780     SET TRAN-VALID TO TRUE.
002790     IF NOT BT-ADD-BORROWER AND NOT BT-CHANGE-BORROWER
002800             AND NOT BT-DELETE-BORROWER
002810         MOVE "ACTION MUST BE A, C, OR D" TO BN-REASON-TEXT
002820         GO TO 2150-REJECT
002830     END-IF.
002840     IF BT-BORROWER-ID IS NOT NUMERIC
002850             OR BT-BORROWER-ID IS EQUAL TO ZERO
002860         MOVE "BORROWER ID MISSING OR NOT NUMERIC"
002870             TO BN-REASON-TEXT
002880         GO TO 2150-REJECT
002890     END-IF.
002900     IF BT-ADD-BORROWER
002910         IF BT-BORROWER-NAME IS EQUAL TO SPACES
002920             MOVE "BORROWER NAME MISSING" TO BN-REASON-TEXT
002930             GO TO 2150-REJECT
002940         END-IF
002950         IF BT-APPROVED-LIMIT IS NOT NUMERIC
002960             MOVE "APPROVED LIMIT MISSING OR NOT NUMERIC"
002970                 TO BN-REASON-TEXT
002980             GO TO 2150-REJECT
002990         END-IF
003000         IF BT-LIMIT-CURRENCY IS EQUAL TO SPACES
003010             MOVE "LIMIT CURRENCY MISSING" TO BN-REASON-TEXT
003020             GO TO 2150-REJECT
003030         END-IF
003040     END-IF.
003050     IF BT-CHANGE-BORROWER
003060         IF BT-BORROWER-NAME IS EQUAL TO SPACES
003070                 AND BT-RISK-GRADE IS EQUAL TO SPACES
003080                 AND BT-APPROVED-LIMIT-X IS EQUAL TO SPACES
003090                 AND BT-LIMIT-CURRENCY IS EQUAL TO SPACES
003100             MOVE "CHANGE CARRIES NO NEW VALUE" TO BN-REASON-TEXT
003110             GO TO 2150-REJECT
003120         END-IF
003130         IF BT-APPROVED-LIMIT-X IS NOT EQUAL TO SPACES
003140                 AND BT-APPROVED-LIMIT IS NOT NUMERIC
003150             MOVE "APPROVED LIMIT NOT NUMERIC" TO BN-REASON-TEXT
003160             GO TO 2150-REJECT
003170         END-IF
003180     END-IF.
003190     GO TO 2150-EXIT.
003200 2150-REJECT.
003210     SET TRAN-INVALID TO TRUE.
003220 2150-EXIT.
003230     EXIT.
003240
003250****************************************************************
003260* 2160-REJECT-TRAN - LIST ONE REJECTED TRANSACTION AS IT CAME  *
003270*                    IN                                        *
003280****************************************************************
003290 2160-REJECT-TRAN.
003300     ADD 1 TO BN-TRANS-REJECTED.
003310     MOVE BT-ACTION         TO RPT-DET-ACTION.
003320     IF BT-BORROWER-ID IS NUMERIC
003330         MOVE BT-BORROWER-ID TO RPT-DET-BORROWER-ID
003340     ELSE
003350         MOVE ZERO           TO RPT-DET-BORROWER-ID
003360     END-IF.
003370     MOVE BT-BORROWER-NAME  TO RPT-DET-NAME.
003380     MOVE BT-RISK-GRADE     TO RPT-DET-GRADE.
003390     IF BT-APPROVED-LIMIT IS NUMERIC
003400         MOVE BT-APPROVED-LIMIT TO RPT-DET-LIMIT
003410     ELSE
003420         MOVE ZERO              TO RPT-DET-LIMIT
003430     END-IF.
003440     MOVE BT-LIMIT-CURRENCY TO RPT-DET-CURRENCY.
003450     MOVE "REJECTED"        TO RPT-DET-STATUS.
003460     MOVE BN-REASON-TEXT    TO RPT-DET-REASON.
003470     PERFORM 2700-WRITE-REPORT-LINE
003480         THRU 2700-EXIT.
003490 2160-EXIT.
003500     EXIT.
003510
003520****************************************************************
003530* 2170-APPLIED-TRAN - LIST ONE APPLIED TRANSACTION WITH THE    *
003540*                     BORROWER AS IT NOW STANDS ON THE MASTER  *
003550****************************************************************
003560 2170-APPLIED-TRAN.
003570     ADD 1 TO BN-TRANS-APPLIED.
003580     MOVE BT-ACTION         TO RPT-DET-ACTION.
003590     MOVE BM-BORROWER-ID    TO RPT-DET-BORROWER-ID.
003600     MOVE BM-BORROWER-NAME  TO RPT-DET-NAME.
003610     MOVE BM-RISK-GRADE     TO RPT-DET-GRADE.
003620     MOVE BM-APPROVED-LIMIT TO RPT-DET-LIMIT.
003630     MOVE BM-LIMIT-CURRENCY TO RPT-DET-CURRENCY.
003640     MOVE "APPLIED"         TO RPT-DET-STATUS.
003650     MOVE SPACES            TO RPT-DET-REASON.
003660     PERFORM 2700-WRITE-REPORT-LINE
003670         THRU 2700-EXIT.
003680 2170-EXIT.
003690     EXIT.
003700
003710****************************************************************
003720* 2200-ADD-BORROWER - ADD ONE BORROWER.  A BORROWER ALREADY    *
003730*                     ON FILE IS A REJECT - CHANGES GO         *
003740*                     THROUGH "C"                              *
003750****************************************************************
003760 2200-ADD-BORROWER.
003770     MOVE SPACES            TO BORROWER-MASTER-RECORD.
003780     MOVE BT-BORROWER-ID    TO BM-BORROWER-ID.
003790     MOVE BT-BORROWER-NAME  TO BM-BORROWER-NAME.
003800     MOVE BT-RISK-GRADE     TO BM-RISK-GRADE.
003810     MOVE BT-APPROVED-LIMIT TO BM-APPROVED-LIMIT.
003820     MOVE BT-LIMIT-CURRENCY TO BM-LIMIT-CURRENCY.
003830     MOVE RPT-RUN-DATE-NUM  TO BM-LAST-ACTIVITY-DATE.
003840     WRITE BORROWER-MASTER-RECORD
003850         INVALID KEY
003860             MOVE "BORROWER ALREADY ON FILE - USE C TO CHANGE"
003870                 TO BN-REASON-TEXT
003880             SET TRAN-INVALID TO TRUE
003890     END-WRITE.
003900     IF TRAN-INVALID
003910         PERFORM 2160-REJECT-TRAN
003920             THRU 2160-EXIT
003930         GO TO 2200-EXIT
003940     END-IF.
003950     PERFORM 2170-APPLIED-TRAN
003960         THRU 2170-EXIT.
003970 2200-EXIT.
003980     EXIT.
003990
004000****************************************************************
004010* 2300-CHANGE-BORROWER - REPLACE THE FIELDS THE TRANSACTION    *
004020*                        SUPPLIES, KEEPING THE BEFORE VALUES   *
004030*                        FOR THE REPORT                        *
004040****************************************************************
004050 2300-CHANGE-BORROWER.
004060     MOVE BT-BORROWER-ID TO BM-BORROWER-ID.
004070     READ BORROWER-MASTER
004080         KEY IS BM-BORROWER-ID
004090         INVALID KEY
004100             MOVE "BORROWER NOT ON FILE" TO BN-REASON-TEXT
004110             SET TRAN-INVALID TO TRUE
004120     END-READ.
004130     IF TRAN-INVALID
004140         PERFORM 2160-REJECT-TRAN
004150             THRU 2160-EXIT
004160         GO TO 2300-EXIT
004170     END-IF.
004180     MOVE BM-BORROWER-NAME  TO BN-BEFORE-NAME.
004190     MOVE BM-RISK-GRADE     TO BN-BEFORE-GRADE.
004200     MOVE BM-APPROVED-LIMIT TO BN-BEFORE-LIMIT.
004210     MOVE BM-LIMIT-CURRENCY TO BN-BEFORE-CURRENCY.
004220     IF BT-BORROWER-NAME IS NOT EQUAL TO SPACES
004230         MOVE BT-BORROWER-NAME  TO BM-BORROWER-NAME
004240     END-IF.
004250     IF BT-RISK-GRADE IS NOT EQUAL TO SPACES
004260         MOVE BT-RISK-GRADE     TO BM-RISK-GRADE
004270     END-IF.
004280     IF BT-APPROVED-LIMIT-X IS NOT EQUAL TO SPACES
004290         MOVE BT-APPROVED-LIMIT TO BM-APPROVED-LIMIT
004300     END-IF.
004310     IF BT-LIMIT-CURRENCY IS NOT EQUAL TO SPACES
004320         MOVE BT-LIMIT-CURRENCY TO BM-LIMIT-CURRENCY
004330     END-IF.
004340     MOVE RPT-RUN-DATE-NUM TO BM-LAST-ACTIVITY-DATE.
004350     REWRITE BORROWER-MASTER-RECORD.
004360     PERFORM 2170-APPLIED-TRAN
004370         THRU 2170-EXIT.
004380* THE VALUES JUST REPLACED, ON THE LINE BELOW
004390     MOVE SPACE              TO RPT-DET-ACTION.
004400     MOVE BN-BEFORE-NAME     TO RPT-DET-NAME.
004410     MOVE BN-BEFORE-GRADE    TO RPT-DET-GRADE.
004420     MOVE BN-BEFORE-LIMIT    TO RPT-DET-LIMIT.
004430     MOVE BN-BEFORE-CURRENCY TO RPT-DET-CURRENCY.
004440     MOVE "WAS"              TO RPT-DET-STATUS.
004450     MOVE SPACES             TO RPT-DET-REASON.
004460     PERFORM 2700-WRITE-REPORT-LINE
004470         THRU 2700-EXIT.
004480 2300-EXIT.
004490     EXIT.
004500
004510****************************************************************
004520* 2400-DELETE-BORROWER - DELETE ONE BORROWER.  LOANS STILL     *
004530*                        NAMING IT KEEP THE ID ON THEIR        *
004540*                        HEADERS; COBCALC THEN REJECTS NEW     *
004550*                        BOOKINGS FOR IT AND LOANCONC LISTS    *
004560*                        IT AS AN EXCEPTION                    *
004570****************************************************************
004580 2400-DELETE-BORROWER.
004590     MOVE BT-BORROWER-ID TO BM-BORROWER-ID.
004600     READ BORROWER-MASTER
004610         KEY IS BM-BORROWER-ID
004620         INVALID KEY
004630             MOVE "BORROWER NOT ON FILE" TO BN-REASON-TEXT
004640             SET TRAN-INVALID TO TRUE
004650     END-READ.
004660     IF TRAN-INVALID
004670         PERFORM 2160-REJECT-TRAN
004680             THRU 2160-EXIT
004690         GO TO 2400-EXIT
004700     END-IF.
004710     DELETE BORROWER-MASTER RECORD.
004720     PERFORM 2170-APPLIED-TRAN
004730         THRU 2170-EXIT.
004740 2400-EXIT.
004750     EXIT.
004760
004770****************************************************************
004780* 2700-WRITE-REPORT-LINE - LIST ONE TRANSACTION, HEADING A     *
004790*                          NEW PAGE IF NEEDED FIRST            *
004800****************************************************************
004810 2700-WRITE-REPORT-LINE.
004820     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
004830         PERFORM 2710-WRITE-REPORT-HEADINGS
004840             THRU 2710-EXIT
004850     END-IF.
004860     WRITE BORR-REPORT-LINE FROM RPT-DETAIL-LINE.
004870     ADD 1 TO RPT-LINE-COUNT.
004880 2700-EXIT.
004890     EXIT.
004900
004910****************************************************************
004920* 2710-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE         *
004930****************************************************************
004940 2710-WRITE-REPORT-HEADINGS.
004950     ADD 1 TO RPT-PAGE-COUNT.
004960     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
004970     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
004980     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
004990     IF RPT-PAGE-COUNT IS GREATER THAN 1
005000         WRITE BORR-REPORT-LINE FROM SPACES
005010         BEFORE ADVANCING PAGE
005020     END-IF.
005030     WRITE BORR-REPORT-LINE FROM RPT-HEADING-1.
005040     WRITE BORR-REPORT-LINE FROM RPT-HEADING-2.
005050     WRITE BORR-REPORT-LINE FROM SPACES.
005060     WRITE BORR-REPORT-LINE FROM RPT-COLUMN-HEADING.
005070     MOVE ZERO TO RPT-LINE-COUNT.
005080 2710-EXIT.
005090     EXIT.
005100
005110****************************************************************
005120* 9000-TERMINATE - TOTALS, CLOSE FILES, AND END THE RUN        *
005130****************************************************************
005140 9000-TERMINATE.
005150     MOVE BN-TRANS-READ     TO RPT-TRL-READ.
005160     MOVE BN-TRANS-APPLIED  TO RPT-TRL-APPLIED.
005170     MOVE BN-TRANS-REJECTED TO RPT-TRL-REJECTED.
005180     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
005190         PERFORM 2710-WRITE-REPORT-HEADINGS
005200             THRU 2710-EXIT
005210     END-IF.
005220     WRITE BORR-REPORT-LINE FROM SPACES.
005230     WRITE BORR-REPORT-LINE FROM RPT-TRAILER-LINE.
005240     CLOSE BORR-TRANS.
005250     CLOSE BORROWER-MASTER.
005260     CLOSE BORR-REPORT.
005270     PERFORM 9060-WRITE-JOB-STATUS
005280         THRU 9060-EXIT.
005290 9000-EXIT.
005300     EXIT.
005310
005320****************************************************************
005330* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE     *
005331*                         JOBSTAT FILE FOR THE MORNING-STATUS  *
005332*                         PROGRAM, STAMPED WITH THE DATECTL    *
005333*                         BUSINESS DATE                        *
005380****************************************************************
005390 9060-WRITE-JOB-STATUS.
005400     OPEN INPUT JOB-STATUS.
005410     IF JOBSTAT-FILE-FOUND
005420         CLOSE JOB-STATUS
005430         OPEN EXTEND JOB-STATUS
005440     ELSE
005450         OPEN OUTPUT JOB-STATUS
005460     END-IF.
005470     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
005480     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
005490     MOVE "BORRMNT"           TO JS-PROGRAM.
005500     MOVE BN-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
005510     MOVE BN-TRANS-READ       TO JS-ITEMS-IN.
005520     MOVE BN-TRANS-APPLIED    TO JS-ITEMS-OK.
005530     MOVE BN-TRANS-REJECTED   TO JS-ITEMS-REJECTED.
005540     MOVE ZERO                TO JS-ITEMS-OTHER.
005550     IF BN-TRANS-REJECTED IS GREATER THAN ZERO
005560         MOVE "W"               TO JS-STATUS
005570         MOVE "TRANS REJECTED"  TO JS-NOTE
005580     ELSE
005590         MOVE "C"               TO JS-STATUS
005600         MOVE "CLEAN"           TO JS-NOTE
005610     END-IF.
005620     WRITE JOB-STATUS-RECORD.
005630     CLOSE JOB-STATUS.
005640 9060-EXIT.
005650     EXIT.
005660
005670 END PROGRAM BORRMNT.
