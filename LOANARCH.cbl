000317*                    LOCKOVRD OVERRIDE IS NOW ONE-SHOT: IT       *
000318*                    MUST HOLD A RECORD TO BE HONORED AND IS     *
000319*                    EMPTIED AS IT IS USED.                      *
000320*  2026-10-15  RLM   THE MASTER RECORD BODY GREW TO 64 BYTES     *
000321*                    FOR THE PAID-STATUS FIELDS AND THE          *
000322*                    HEADER'S UNAPPLIED CASH.  THE ARCHIVE BODY  *
000323*                    FOLLOWS IT AND THE MARKER LEVEL IS NOW      *
000324*                    ARCHV003.  A 36-BYTE ARCHV002 ARCHIVE IS    *
000325*                    NEVER APPENDED TO BUT STILL RESTORES - ITS  *
000326*                    BODY IS PADDED AND THE NEW FIELDS START     *
000327*                    EMPTY.                                      *
000328*  2026-10-15  RLM   THE BUSINESS DATE ON THE JOBSTAT RECORD     *
000329*                    COMES FROM DATECTL, NOT THE RUN DATE.       *
000330*  2026-10-15  RLM   EVERY ADD, REWRITE, AND DELETE ON           *
000331*                    LOAN-MASTER IS JOURNALED TO LMJRNL          *
000332*                    (JRRECORD) WITH THE WHOLE RECORD BEFORE     *
000333*                    AND AFTER, FOR LOANRCVR FORWARD RECOVERY.   *
000334****************************************************************
000335 ENVIRONMENT DIVISION.
000336 INPUT-OUTPUT SECTION.
000337 FILE-CONTROL.
000340     SELECT ARCH-PARM     ASSIGN TO "ARCHPRM"
000350                           ORGANIZATION IS SEQUENTIAL
000360                           FILE STATUS IS AH-PARM-STATUS.
000390                           ACCESS MODE IS DYNAMIC
000400                           RECORD KEY IS LM-KEY
000410                           FILE STATUS IS AH-LOANMSTR-STATUS.
000412     SELECT MASTER-JOURNAL ASSIGN TO "LMJRNL"
000414                           ORGANIZATION IS SEQUENTIAL
000416                           FILE STATUS IS AH-JOURNAL-STATUS.
000420     SELECT ARCHIVE-FILE  ASSIGN TO "ARCHFILE"
000430                           ORGANIZATION IS SEQUENTIAL
000432                           FILE STATUS IS AH-ARCHIVE-STATUS.
000434*    THE SAME FILE READ ON THE ARCHV002 LAYOUT, FOR A RESTORE
000436     SELECT OLD-ARCHIVE-FILE ASSIGN TO "ARCHFILE"
000438                           ORGANIZATION IS SEQUENTIAL
000440                           FILE STATUS IS AH-OLDARCH-STATUS.
000450     SELECT ARCH-REPORT   ASSIGN TO "ARCHRPT"
000451                           ORGANIZATION IS LINE SEQUENTIAL.
000452     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000453                           ORGANIZATION IS SEQUENTIAL
000454                           FILE STATUS IS AH-JOBSTAT-STATUS.
000455     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000456                           ORGANIZATION IS SEQUENTIAL
000457                           FILE STATUS IS AH-DATECTL-STATUS.
000464     SELECT LOCK-FILE     ASSIGN TO "LOANLOCK"
000465                           ORGANIZATION IS SEQUENTIAL
000466                           FILE STATUS IS AH-LOCKF-STATUS.
000570     05  FILLER                PIC X(65).
000580 FD  LOAN-MASTER.
000590     COPY LMRECORD.
000592 FD  MASTER-JOURNAL
000594     RECORDING MODE IS F.
000596     COPY JRRECORD.
000600 FD  ARCHIVE-FILE
000610     RECORDING MODE IS F.
000620 01  ARCHIVE-RECORD.
000650*        THE BODY IS CARRIED AS ONE GROUP - A PERIOD-ZERO
000660*        HEADER'S TERMS AND A CASH-FLOW PERIOD'S AMOUNTS BOTH
000670*        TRAVEL BYTE FOR BYTE
000680     05  AR-RECORD-BODY        PIC X(64).
000690     05  AR-LAST-ACTIVITY-DATE PIC 9(08).
000691*    EVERY ARCHIVE ON THE CURRENT LAYOUT LEADS WITH ONE
000692*    MARKER RECORD (KEY ALL ZEROS - NO REAL LOAN CAN CLASH)
000695 01  ARCHIVE-MARKER-RECORD.
000696     05  AM-MARKER-KEY         PIC X(09).
000697     05  AM-LAYOUT-LEVEL       PIC X(08).
000698     05  FILLER                PIC X(64).
000699*    AN ARCHIVE UNLOADED WHILE THE MASTER BODY WAS 36 BYTES
000700*    (MARKER LEVEL ARCHV002).  IT IS ONLY EVER RESTORED FROM,
000701*    NEVER APPENDED TO
000702 FD  OLD-ARCHIVE-FILE
000703     RECORDING MODE IS F.
000704 01  OLD-ARCHIVE-RECORD.
000705     05  OA-LOAN-ID            PIC 9(06).
000706     05  OA-PERIOD-NO          PIC 9(03).
000707     05  OA-RECORD-BODY        PIC X(36).
000708     05  OA-LAST-ACTIVITY-DATE PIC 9(08).
000709 FD  ARCH-REPORT.
000710 01  ARCH-REPORT-LINE          PIC X(132).
000711 FD  JOB-STATUS
000712     RECORDING MODE IS F.
000713     COPY JSRECORD.
000714 FD  DATE-CONTROL
000715     RECORDING MODE IS F.
000716     COPY DCRECORD.
000717 FD  LOCK-FILE
000718     RECORDING MODE IS F.
000719     COPY LKRECORD.
000720 FD  LOCK-OVERRIDE
000721     RECORDING MODE IS F.
000722 01  LOCK-OVERRIDE-RECORD      PIC X(80).
000723 WORKING-STORAGE SECTION.
000730 01  AH-SWITCHES.
000740     05  AH-PARM-EOF-SW        PIC X(01)  VALUE "N".
000750         88  PARM-EOF                     VALUE "Y".
000810     88  PARM-FILE-FOUND                  VALUE "00".
000820 01  AH-LOANMSTR-STATUS        PIC X(02).
000830     88  LOANMSTR-OPEN-OK                 VALUE "00".
000831* LMJRNL CHANGE JOURNAL - 8500 KEEPS THE BEFORE IMAGE OF A
000832* REWRITE, 8510 WRITES THE JOURNAL RECORD
000833 01  AH-JOURNAL-STATUS         PIC X(02).
000834     88  JOURNAL-FILE-FOUND               VALUE "00".
000835 01  AH-JOURNAL-ACTION         PIC X(01).
000836     88  JOURNAL-ADD                      VALUE "A".
000837     88  JOURNAL-CHANGE                   VALUE "C".
000838     88  JOURNAL-DELETE                   VALUE "D".
000839 01  AH-JOURNAL-BEFORE         PIC X(81).
000840 01  AH-JOURNAL-HOLD           PIC X(81).
000841 01  AH-ARCHIVE-STATUS         PIC X(02).
000842     88  ARCHIVE-FILE-FOUND               VALUE "00".
000843 01  AH-OLDARCH-STATUS         PIC X(02).
000844     88  OLDARCH-FILE-FOUND               VALUE "00".
000845 01  AH-JOBSTAT-STATUS         PIC X(02).
000846     88  JOBSTAT-FILE-FOUND               VALUE "00".
000847 01  AH-DATECTL-STATUS         PIC X(02).
000848     88  DATECTL-FILE-FOUND               VALUE "00".
000849 01  AH-BUS-DATE-NUM           PIC 9(08).
000853 01  AH-LOCKF-STATUS           PIC X(02).
000854     88  LOCKF-FILE-FOUND                 VALUE "00".
000855 01  AH-LOCKOVR-STATUS         PIC X(02).
000865 77  AH-MAX-PERIODS            PIC S9(03) COMP VALUE 360.
000870 77  COUNTER                   PIC S9(03) COMP VALUE ZERO.
000872 77  AH-MARKER-KEY-V           PIC X(09) VALUE "000000000".
000873 77  AH-LAYOUT-LEVEL-V         PIC X(08) VALUE "ARCHV003".
000874 77  AH-OLD-LEVEL-V            PIC X(08) VALUE "ARCHV002".
000880****************************************************************
000890* ARCHIVE SELECTION.  PASS 1 SCANS THE MASTER IN KEY ORDER AND  *
000900* COLLECTS THE LOANS WHOSE NEWEST ACTIVITY DATE IS BEFORE THE   *
001860****************************************************************
001870* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST REQUEST      *
001880****************************************************************
001882 1000-INITIALIZE.
001884     PERFORM 1050-READ-DATE-CONTROL
001886         THRU 1050-EXIT.
001890     CLOSE DATE-CONTROL.
001900     OPEN INPUT ARCH-PARM.
001910     IF NOT PARM-FILE-FOUND
001920         DISPLAY "LOANARCH: FATAL - PARAMETER FILE NOT FOUND, "
002010         MOVE 16 TO RETURN-CODE
002020         STOP RUN
002030     END-IF.
002033     PERFORM 1073-OPEN-MASTER-JOURNAL
002036         THRU 1073-EXIT.
002040     OPEN OUTPUT ARCH-REPORT.
002050     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
002060     ACCEPT RPT-RUN-TIME FROM TIME.
002100     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
002110     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
002120     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
002121     PERFORM 2100-READ-PARM
002122         THRU 2100-EXIT.
002123 1000-EXIT.
002124     EXIT.
002125
002126****************************************************************
002127* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
002128*                          SHOP'S DATE-CONTROL RECORD.  NO      *
002129*                          DATECTL, OR ONE WITHOUT A CURRENT    *
002130*                          BUSINESS DATE, ABORTS THE RUN - NO   *
002131*                          JOB GUESSES ITS OWN DATE             *
002132****************************************************************
002133 1050-READ-DATE-CONTROL.
002134     OPEN INPUT DATE-CONTROL.
002135     IF NOT DATECTL-FILE-FOUND
002136         DISPLAY "LOANARCH: FATAL - DATECTL NOT FOUND, "
002137             "STATUS " AH-DATECTL-STATUS ".  RUN ABORTED."
002138         MOVE 16 TO RETURN-CODE
002139         STOP RUN
002140     END-IF.
002141     READ DATE-CONTROL
002142         AT END
002143             DISPLAY "LOANARCH: FATAL - DATECTL IS EMPTY.  "
002144                 "RUN ABORTED."
002145             MOVE 16 TO RETURN-CODE
002146             STOP RUN
002147     END-READ.
002148     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002149             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002150         DISPLAY "LOANARCH: FATAL - DATECTL BUSINESS DATE "
002151             "MISSING OR NOT NUMERIC.  RUN ABORTED."
002152         MOVE 16 TO RETURN-CODE
002153         STOP RUN
002154     END-IF.
002155     MOVE DC-CURRENT-BUS-DATE TO AH-BUS-DATE-NUM.
002156 1050-EXIT.
002160     EXIT.
002170
002171****************************************************************
002247 1030-EXIT.
002248     EXIT.
002249
002250****************************************************************
002251* 1073-OPEN-MASTER-JOURNAL - APPEND TO THE LMJRNL CHANGE        *
002252*                            JOURNAL.  EVERY ADD, CHANGE, AND   *
002253*                            DELETE ON LOAN-MASTER GOES THERE   *
002254*                            WITH ITS BEFORE AND AFTER IMAGES   *
002255*                            SO LOANRCVR CAN ROLL THE LAST      *
002256*                            LOANUNLD IMAGE FORWARD             *
002257****************************************************************
002258 1073-OPEN-MASTER-JOURNAL.
002259     OPEN INPUT MASTER-JOURNAL.
002260     IF JOURNAL-FILE-FOUND
002261         CLOSE MASTER-JOURNAL
002262         OPEN EXTEND MASTER-JOURNAL
002263     ELSE
002264         OPEN OUTPUT MASTER-JOURNAL
002265     END-IF.
002266 1073-EXIT.
002267     EXIT.
002268
002269****************************************************************
002270* 2000-PROCESS-ONE-REQUEST - DISPATCH ONE PARAMETER RECORD      *
002271****************************************************************
002272 2000-PROCESS-ONE-REQUEST.
002273     EVALUATE TRUE
002274         WHEN AP-ARCHIVE
002275             PERFORM 3000-ARCHIVE-BY-CUTOFF
002276                 THRU 3000-EXIT
002277         WHEN AP-RESTORE
002278             PERFORM 4000-RESTORE-ONE-LOAN
002280                 THRU 4000-EXIT
002290         WHEN OTHER
002300             MOVE SPACES TO RPT-MESSAGE-LINE
004370     END-IF.
004380     WRITE ARCHIVE-RECORD.
004390     DELETE LOAN-MASTER RECORD.
004391     IF LOANMSTR-OPEN-OK
004392         SET JOURNAL-DELETE TO TRUE
004393         PERFORM 8510-WRITE-MASTER-JOURNAL
004394             THRU 8510-EXIT
004395     END-IF.
004400     ADD 1 TO AH-LOAN-REC-COUNT.
004410 3350-EXIT.
004420     EXIT.
004430
004431****************************************************************
004432* 4000-RESTORE-ONE-LOAN - RELOAD ONE ARCHIVED LOAN-ID FROM THE *
004433*                         SEQUENTIAL ARCHIVE BACK ONTO THE     *
004434*                         MASTER.  A RECORD ALREADY ON THE     *
004435*                         MASTER IS REWRITTEN SO A RESTORE IS  *
004436*                         SAFE TO REPEAT.  AN ARCHV002         *
004437*                         ARCHIVE, UNLOADED WHILE THE BODY WAS *
004440*                         36 BYTES, IS READ ON ITS OWN LAYOUT  *
004500****************************************************************
004510 4000-RESTORE-ONE-LOAN.
004520     IF AP-LOAN-ID IS NOT NUMERIC
004660             THRU 2700-EXIT
004670         GO TO 4000-EXIT
004680     END-IF.
004681     MOVE "N"  TO AH-ARCH-EOF-SW.
004682     MOVE ZERO TO AH-LOAN-REC-COUNT.
004683     MOVE ZERO TO AH-CURR-HI-DATE.
004684* THE ARCHIVE MUST LEAD WITH A LAYOUT MARKER - A RESTORE OFF AN *
004685* UNMARKED UNLOAD WOULD MISPARSE EVERY RECORD AND POISON THE
004686* MASTER.  AN ARCHV002 ARCHIVE PREDATES THE 64-BYTE BODY AND IS
004687* READ ON ITS OWN LAYOUT
004688     READ ARCHIVE-FILE
004689         AT END
004690             SET ARCHIVE-SCAN-DONE TO TRUE
004691     END-READ.
004692     IF NOT ARCHIVE-SCAN-DONE
004693         IF AM-MARKER-KEY IS EQUAL TO AH-MARKER-KEY-V
004694                 AND AM-LAYOUT-LEVEL IS EQUAL TO AH-OLD-LEVEL-V
004695             CLOSE ARCHIVE-FILE
004696             PERFORM 4200-RESTORE-OLD-LAYOUT
004697                 THRU 4200-EXIT
004698             GO TO 4000-REPORT-LOAN
004699         END-IF
004708         IF AM-MARKER-KEY IS NOT EQUAL TO AH-MARKER-KEY-V
004710                 OR AM-LAYOUT-LEVEL
004712                     IS NOT EQUAL TO AH-LAYOUT-LEVEL-V
004724             GO TO 4000-EXIT
004726         END-IF
004728     END-IF.
004734     PERFORM 4100-RESTORE-ONE-RECORD
004736         THRU 4100-EXIT
004738         UNTIL ARCHIVE-SCAN-DONE.
004750     CLOSE ARCHIVE-FILE.
004755 4000-REPORT-LOAN.
004760     IF AH-LOAN-REC-COUNT IS EQUAL TO ZERO
004770         MOVE AH-RESTORE-LOAN-ID TO RPT-DET-LOAN-ID
004780         MOVE ZERO               TO RPT-DET-RECORDS
005050     MOVE AR-LOAN-ID             TO LM-LOAN-ID.
005060     MOVE AR-PERIOD-NO           TO LM-PERIOD-NO.
005070     MOVE AR-RECORD-BODY         TO LM-DETAIL-BODY.
005073     MOVE AR-LAST-ACTIVITY-DATE  TO LM-LAST-ACTIVITY-DATE.
005076     PERFORM 4150-STORE-RESTORED-RECORD
005079         THRU 4150-EXIT.
005082 4100-EXIT.
005085     EXIT.
005088
005091****************************************************************
005094* 4150-STORE-RESTORED-RECORD - PUT ONE RESTORED RECORD BACK ON *
005097*                              THE MASTER.  A RECORD ALREADY   *
005100*                              THERE IS REWRITTEN SO A RESTORE *
005103*                              IS SAFE TO REPEAT               *
005106****************************************************************
005109 4150-STORE-RESTORED-RECORD.
005120     WRITE LOAN-MASTER-RECORD
005130         INVALID KEY
005133             PERFORM 8500-SAVE-BEFORE-IMAGE
005136                 THRU 8500-EXIT
005140             REWRITE LOAN-MASTER-RECORD
005142             SET JOURNAL-CHANGE TO TRUE
005144         NOT INVALID KEY
005146             SET JOURNAL-ADD TO TRUE
005150     END-WRITE.
005151     PERFORM 8510-WRITE-MASTER-JOURNAL
005152         THRU 8510-EXIT.
005153     ADD 1 TO AH-LOAN-REC-COUNT.
005154     IF LM-LAST-ACTIVITY-DATE IS GREATER THAN AH-CURR-HI-DATE
005155         MOVE LM-LAST-ACTIVITY-DATE TO AH-CURR-HI-DATE
005156     END-IF.
005157 4150-EXIT.
005158     EXIT.
005159
005160****************************************************************
005161* 4200-RESTORE-OLD-LAYOUT - THE RESTORE SCAN FOR AN ARCHV002   *
005162*                           ARCHIVE, WHOSE RECORDS CARRY THE   *
005163*                           36-BYTE BODY                       *
005164****************************************************************
005165 4200-RESTORE-OLD-LAYOUT.
005166     OPEN INPUT OLD-ARCHIVE-FILE.
005167     MOVE "N" TO AH-ARCH-EOF-SW.
005168* THE MARKER WAS PROVED IN 4000 - STEP OVER IT                  *
005169     READ OLD-ARCHIVE-FILE
005170         AT END
005171             SET ARCHIVE-SCAN-DONE TO TRUE
005172     END-READ.
005173     PERFORM 4210-RESTORE-ONE-OLD-RECORD
005174         THRU 4210-EXIT
005175         UNTIL ARCHIVE-SCAN-DONE.
005176     CLOSE OLD-ARCHIVE-FILE.
005177 4200-EXIT.
005178     EXIT.
005179
005180****************************************************************
005181* 4210-RESTORE-ONE-OLD-RECORD - THE OLD BODY GOES BACK BYTE    *
005182*                               FOR BYTE, PADDED TO THE        *
005183*                               CURRENT LENGTH, AND THE FIELDS *
005184*                               BEYOND IT START EMPTY: NOTHING *
005185*                               PAID OR CURTAILED, NO          *
005186*                               UNAPPLIED CASH, NO BORROWER.   *
005187*                               THE BOOKED RESULT STAYS SPACES *
005188*                               - NO POSTING ON FILE TO        *
005189*                               REVERSE                        *
005190****************************************************************
005191 4210-RESTORE-ONE-OLD-RECORD.
005192     READ OLD-ARCHIVE-FILE
005193         AT END
005194             SET ARCHIVE-SCAN-DONE TO TRUE
005195             GO TO 4210-EXIT
005196     END-READ.
005197     IF OA-LOAN-ID IS NOT EQUAL TO AH-RESTORE-LOAN-ID
005198         GO TO 4210-EXIT
005199     END-IF.
005200     MOVE OA-LOAN-ID             TO LM-LOAN-ID.
005201     MOVE OA-PERIOD-NO           TO LM-PERIOD-NO.
005202     MOVE OA-RECORD-BODY         TO LM-DETAIL-BODY.
005203     MOVE OA-LAST-ACTIVITY-DATE  TO LM-LAST-ACTIVITY-DATE.
005204     IF LM-IS-LOAN-HEADER
005205         MOVE ZERO   TO LM-HDR-UNAPPLIED-CASH
005206         MOVE ZERO   TO LM-HDR-BORROWER-ID
005207     ELSE
005208         MOVE ZERO   TO LM-PAID-AMOUNT
005209         MOVE ZERO   TO LM-PAID-DATE
005210         MOVE SPACES TO LM-PAY-STATUS
005211         MOVE SPACES TO LM-PAST-DUE-FLAG
005212         MOVE ZERO   TO LM-CURTAIL-AMOUNT
005213     END-IF.
005214     PERFORM 4150-STORE-RESTORED-RECORD
005215         THRU 4150-EXIT.
005216 4210-EXIT.
005217     EXIT.
005220
005230****************************************************************
005240* 2700-WRITE-MESSAGE-LINE - WRITE ONE MESSAGE LINE, HEADING A   *
005660     MOVE ZERO TO RPT-LINE-COUNT.
005670 2710-EXIT.
005680     EXIT.
005681
005682****************************************************************
005683* 8500-SAVE-BEFORE-IMAGE - KEEP THE RECORD AS IT STANDS ON FILE *
005684*                          BEFORE A REWRITE REPLACES IT.  THE   *
005685*                          UPDATED RECORD IS HELD ASIDE WHILE   *
005686*                          THE FILE COPY IS READ BACK, THEN PUT *
005687*                          BACK                                 *
005688****************************************************************
005689 8500-SAVE-BEFORE-IMAGE.
005690     MOVE LOAN-MASTER-RECORD TO AH-JOURNAL-HOLD.
005691     READ LOAN-MASTER
005692         KEY IS LM-KEY
005693         INVALID KEY
005694             MOVE SPACES TO AH-JOURNAL-BEFORE
005695         NOT INVALID KEY
005696             MOVE LOAN-MASTER-RECORD TO AH-JOURNAL-BEFORE
005697     END-READ.
005698     MOVE AH-JOURNAL-HOLD TO LOAN-MASTER-RECORD.
005699 8500-EXIT.
005700     EXIT.
005701
005710****************************************************************
005711* 8510-WRITE-MASTER-JOURNAL - ONE JOURNAL RECORD FOR THE        *
005712*                             LOAN-MASTER UPDATE JUST MADE.     *
005713*                             THE CALLER SETS THE ACTION FIRST. *
005714*                             THE RECORD AREA HOLDS THE AFTER   *
005715*                             IMAGE OF AN ADD OR A CHANGE, AND  *
005716*                             THE RECORD JUST DELETED FOR A     *
005717*                             DELETE                            *
005718****************************************************************
005719 8510-WRITE-MASTER-JOURNAL.
005720     MOVE SPACES              TO MASTER-JOURNAL-RECORD.
005721     ACCEPT JR-STAMP-DATE     FROM DATE YYYYMMDD.
005722     ACCEPT JR-STAMP-TIME     FROM TIME.
005723     MOVE "LOANARCH"          TO JR-PROGRAM.
005724     MOVE AH-BUS-DATE-NUM     TO JR-BUSINESS-DATE.
005725     MOVE AH-JOURNAL-ACTION   TO JR-ACTION.
005726     EVALUATE TRUE
005727         WHEN JOURNAL-ADD
005728             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
005729         WHEN JOURNAL-CHANGE
005730             MOVE AH-JOURNAL-BEFORE  TO JR-BEFORE-IMAGE
005731             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
005732         WHEN JOURNAL-DELETE
005733             MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE
005734     END-EVALUATE.
005735     WRITE MASTER-JOURNAL-RECORD.
005736 8510-EXIT.
005737     EXIT.
005738
005739****************************************************************
005740* 9100-WRITE-ONE-TOTAL - ONE LABELED TOTAL LINE AT END OF       *
005741*                        REPORT                                 *
005742****************************************************************
005743 9100-WRITE-ONE-TOTAL.
005750     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
005760         PERFORM 2710-WRITE-REPORT-HEADINGS
005770             THRU 2710-EXIT
006170         THRU 9100-EXIT.
006180     CLOSE ARCH-PARM.
006190     CLOSE LOAN-MASTER.
006195     CLOSE MASTER-JOURNAL.
006200     CLOSE ARCH-REPORT.
006201     PERFORM 9060-WRITE-JOB-STATUS
006202         THRU 9060-EXIT.
006208****************************************************************
006209* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
006210*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
006211*                         PROGRAM, STAMPED WITH THE DATECTL     *
006212*                         BUSINESS DATE                         *
006214****************************************************************
006215 9060-WRITE-JOB-STATUS.
006216     OPEN INPUT JOB-STATUS.
006223     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
006224     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
006225     MOVE "LOANARCH"          TO JS-PROGRAM.
006226     MOVE AH-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
006227     MOVE AH-LOANS-ARCHIVED   TO JS-ITEMS-IN.
006228     MOVE AH-LOANS-ARCHIVED   TO JS-ITEMS-OK.
006229     MOVE ZERO                TO JS-ITEMS-REJECTED.
