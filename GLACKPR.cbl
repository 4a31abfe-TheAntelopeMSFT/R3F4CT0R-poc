000030*                                                               *
000040* GL POSTING ACKNOWLEDGMENT PROCESSOR.  THE DAY'S GL-FEED IS    *
000050* ADDED TO THE KEYED OUTSTANDING-POSTINGS SUSPENSE FILE         *
000060* (LOAN-ID / ACCOUNT / POSTING DATE / TYPE), ACKNOWLEDGMENTS    *
000070* ARE MATCHED AGAINST THE SUSPENSE FILE NO MATTER WHICH DAY     *
000080* THEY ARRIVE, ACCEPTED ITEMS ARE PURGED, AND EVERYTHING        *
000090* STILL OPEN - REJECTED OR NEVER ANSWERED - IS REPORTED EVERY   *
000100* RUN UNTIL IT CLEARS.  STILL-REJECTED ITEMS ARE ALSO           *
000110* EXTRACTED IN GL-FEED FORMAT SO CORRECTED POSTINGS CAN BE      *
000120* RE-SENT INSTEAD OF RE-KEYED AT THE POSTING SYSTEM.            *
000130* UNANSWERED ITEMS OLDER THAN THE AGING LIMIT ARE FLAGGED FOR   *
000140* CHASING BEFORE CLOSE.                                         *
000150****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.     GLACKPR.
000422*  2026-09-03  RLM   APPENDS A JOB-STATUS RECORD (JSRECORD       *
000424*                    COPYBOOK) TO THE JOBSTAT FILE AT END OF     *
000426*                    RUN - SENT/ACCEPTED/REJECTED/UNACKED        *
000427*                    COUNTS - FOR THE NIGHTSTA MORNING CHECK.    *
000428*  2026-10-15  RLM   THE BUSINESS DATE ON THE JOBSTAT RECORD     *
000429*                    COMES FROM DATECTL, NOT THE RUN DATE.       *
000430*  2026-10-15  RLM   THE POSTING TYPE IS NOW PART OF THE GLSUSP  *
000431*                    KEY, SO A SAME-DAY REBOOK'S REVERSAL (TYPE  *
000432*                    REV) NO LONGER OVERWRITES THE NEW POSTING.  *
000433*                    THE ACK CARRIES THE TYPE IN FORMER FILLER;  *
000434*                    AN ACK WITHOUT ONE SETTLES THE FIRST OPEN   *
000435*                    ITEM FOR ITS LOAN, ACCOUNT AND DATE.        *
000436*  2026-10-15  RLM   ONLY A MISSING GLSUSP (STATUS 35) IS NOW    *
000437*                    CREATED EMPTY; ANY OTHER OPEN FAILURE,      *
000438*                    SUCH AS A FILE STILL ON THE OLD KEY,        *
000439*                    ABORTS THE RUN INSTEAD OF WIPING THE OPEN   *
000440*                    ITEMS.  GLSPCNVT RELOADS AN OLD-KEY FILE.   *
000441****************************************************************
000442 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT GL-SENT       ASSIGN TO "GLFEED"
000610                           ORGANIZATION IS LINE SEQUENTIAL.
000612     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000614                           ORGANIZATION IS SEQUENTIAL
000615                           FILE STATUS IS GA-JOBSTAT-STATUS.
000616     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000617                           ORGANIZATION IS SEQUENTIAL
000618                           FILE STATUS IS GA-DATECTL-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  GL-SENT.
000850     05  GK-DISPOSITION        PIC X(01).
000860         88  GK-ACCEPTED              VALUE "A".
000870         88  GK-REJECTED              VALUE "R".
000875     05  GK-REASON             PIC X(30).
000880     05  GK-TYPE               PIC X(03).
000890     05  FILLER                PIC X(20).
000900 FD  GL-SUSPENSE.
000910 01  GL-SUSPENSE-RECORD.
000920     05  GP-KEY.
000980             15  GP-POST-MONTH  PIC 9(02).
000990             15  FILLER         PIC X(01).
001000             15  GP-POST-DAY    PIC 9(02).
001003*        THE TYPE KEEPS A SAME-DAY REVERSAL (REV) AND THE NEW
001006*        POSTING THAT REPLACES IT OPEN AS TWO SEPARATE ITEMS
001010         10  GP-TYPE           PIC X(03).
001020     05  GP-AMOUNT             PIC X(13).
001030     05  GP-CURRENCY           PIC X(03).
001040     05  GP-BASE-AMOUNT        PIC X(15).
001140 01  EXCEPTION-REPORT-LINE     PIC X(132).
001142 FD  JOB-STATUS
001144     RECORDING MODE IS F.
001145     COPY JSRECORD.
001146 FD  DATE-CONTROL
001147     RECORDING MODE IS F.
001148     COPY DCRECORD.
001150 WORKING-STORAGE SECTION.
001160 01  GA-SWITCHES.
001170     05  GA-SENT-EOF-SW        PIC X(01)  VALUE "N".
001320     88  ACK-FILE-FOUND                   VALUE "00".
001330 01  GA-SUSP-STATUS            PIC X(02).
001340     88  SUSP-FILE-OK                     VALUE "00".
001341     88  SUSP-FILE-NOT-FOUND              VALUE "35".
001342 01  GA-JOBSTAT-STATUS         PIC X(02).
001343     88  JOBSTAT-FILE-FOUND               VALUE "00".
001344 01  GA-DATECTL-STATUS         PIC X(02).
001345     88  DATECTL-FILE-FOUND               VALUE "00".
001346 01  GA-BUS-DATE-NUM           PIC 9(08).
001350****************************************************************
001360* AGING CONTROL.  AN UNANSWERED POSTING OLDER THAN THE LIMIT    *
001370* IS FLAGGED AGED SO IT CAN BE CHASED BEFORE CLOSE.  AGES ARE   *
002640*                   ONLY THE SUSPENSE FILE STILL REPORTS AND    *
002650*                   AGES EVERYTHING STILL OPEN                  *
002660****************************************************************
002662 1000-INITIALIZE.
002664     PERFORM 1050-READ-DATE-CONTROL
002666         THRU 1050-EXIT.
002670     CLOSE DATE-CONTROL.
002680     OPEN INPUT GL-SENT.
002690     IF SENT-FILE-FOUND
002700         SET SENT-FILE-OPEN TO TRUE
002800         SET ACK-EOF TO TRUE
002810     END-IF.
002820     OPEN I-O GL-SUSPENSE.
002830     IF SUSP-FILE-NOT-FOUND
002840* FIRST-EVER RUN - CREATE THE SUSPENSE FILE, SAME TREATMENT
002850* THE BATCH PROGRAM GIVES LOAN-MASTER.  ANY OTHER FAILURE -
002851* A FILE BUILT UNDER THE OLD KEY, SAY - MUST NOT BE EMPTIED
002860         OPEN OUTPUT GL-SUSPENSE
002870         CLOSE GL-SUSPENSE
002880         OPEN I-O GL-SUSPENSE
003100 1000-EXIT.
003110     EXIT.
003120
003121****************************************************************
003122* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
003123*                          SHOP'S DATE-CONTROL RECORD.  NO      *
003124*                          DATECTL, OR ONE WITHOUT A CURRENT    *
003125*                          BUSINESS DATE, ABORTS THE RUN - NO   *
003126*                          JOB GUESSES ITS OWN DATE             *
003127****************************************************************
003128 1050-READ-DATE-CONTROL.
003129     OPEN INPUT DATE-CONTROL.
003130     IF NOT DATECTL-FILE-FOUND
003131         DISPLAY "GLACKPR: FATAL - DATECTL NOT FOUND, "
003132             "STATUS " GA-DATECTL-STATUS ".  RUN ABORTED."
003133         MOVE 16 TO RETURN-CODE
003134         STOP RUN
003135     END-IF.
003136     READ DATE-CONTROL
003137         AT END
003138             DISPLAY "GLACKPR: FATAL - DATECTL IS EMPTY.  "
003139                 "RUN ABORTED."
003140             MOVE 16 TO RETURN-CODE
003141             STOP RUN
003142     END-READ.
003143     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
003144             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
003145         DISPLAY "GLACKPR: FATAL - DATECTL BUSINESS DATE MISSING "
003146             "OR NOT NUMERIC.  RUN ABORTED."
003147         MOVE 16 TO RETURN-CODE
003148         STOP RUN
003149     END-IF.
003150     MOVE DC-CURRENT-BUS-DATE TO GA-BUS-DATE-NUM.
003151 1050-EXIT.
003152     EXIT.
003153
003154****************************************************************
003156* 2000-LOAD-FEED-TO-SUSPENSE - ADD THE DAY'S GL-FEED TO THE     *
003158*                              SUSPENSE FILE, EVERY NEW ITEM    *
003160*                              STARTING OUT UNACKNOWLEDGED      *
003170****************************************************************
003180 2000-LOAD-FEED-TO-SUSPENSE.
003320     MOVE "N" TO GA-SUSP-FOUND-SW.
003330     MOVE GS-LOAN-ID      TO GP-LOAN-ID.
003340     MOVE GS-ACCOUNT      TO GP-ACCOUNT.
003345     MOVE GS-POSTING-DATE TO GP-POSTING-DATE.
003350     MOVE GS-TYPE         TO GP-TYPE.
003360     READ GL-SUSPENSE
003370         KEY IS GP-KEY
003380         INVALID KEY
003450* ARE REFRESHED AND IT GOES BACK TO UNACKNOWLEDGED, BUT THE
003460* FIRST-SENT DATE IS KEPT SO THE AGING TELLS THE TRUTH
003470         ADD 1 TO GA-RESENT-COUNT
003490         MOVE GS-AMOUNT      TO GP-AMOUNT
003500         MOVE GS-CURRENCY    TO GP-CURRENCY
003510         MOVE GS-BASE-AMOUNT TO GP-BASE-AMOUNT
003940     MOVE "N" TO GA-SUSP-FOUND-SW.
003950     MOVE GK-LOAN-ID      TO GP-LOAN-ID.
003960     MOVE GK-ACCOUNT      TO GP-ACCOUNT.
003961     MOVE GK-POSTING-DATE TO GP-POSTING-DATE.
003962     MOVE GK-TYPE         TO GP-TYPE.
003963     IF GK-TYPE IS EQUAL TO SPACES
003964         PERFORM 3050-FIND-UNTYPED-ITEM
003965             THRU 3050-EXIT
003970     ELSE
003980         READ GL-SUSPENSE
003990             KEY IS GP-KEY
004000             INVALID KEY
004010                 CONTINUE
004020             NOT INVALID KEY
004030                 SET SUSPENSE-ITEM-FOUND TO TRUE
004035         END-READ
004040     END-IF.
004050     IF NOT SUSPENSE-ITEM-FOUND
004060         ADD 1 TO GA-ORPHAN-COUNT
004070         MOVE GK-LOAN-ID      TO RPT-DET-LOAN-ID
004300                 CONTINUE
004310         END-REWRITE
004320     END-IF.
004321 3000-EXIT.
004322     EXIT.
004323
004324****************************************************************
004325* 3050-FIND-UNTYPED-ITEM - AN ACK THAT DOES NOT ECHO THE TYPE   *
004326*                          SETTLES THE FIRST OPEN ITEM FOR THE  *
004327*                          LOAN, ACCOUNT AND POSTING DATE,      *
004328*                          WHATEVER ITS TYPE                    *
004329****************************************************************
004330 3050-FIND-UNTYPED-ITEM.
004331     MOVE LOW-VALUES TO GP-TYPE.
004332     START GL-SUSPENSE
004333         KEY IS NOT LESS THAN GP-KEY
004334         INVALID KEY
004335             GO TO 3050-EXIT
004336     END-START.
004337     READ GL-SUSPENSE NEXT RECORD
004338         AT END
004339             GO TO 3050-EXIT
004340     END-READ.
004341     IF NOT SUSP-FILE-OK
004342         GO TO 3050-EXIT
004343     END-IF.
004344     IF GP-LOAN-ID IS EQUAL TO GK-LOAN-ID
004345        AND GP-ACCOUNT IS EQUAL TO GK-ACCOUNT
004346        AND GP-POSTING-DATE IS EQUAL TO GK-POSTING-DATE
004347         SET SUSPENSE-ITEM-FOUND TO TRUE
004348     END-IF.
004350 3050-EXIT.
004353     EXIT.
004356
004360****************************************************************
004370* 4000-REPORT-OPEN-ITEMS - WALK THE WHOLE SUSPENSE FILE IN KEY  *
004380*                          ORDER AND REPORT EVERY ITEM STILL    *
006412****************************************************************
006413* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
006414*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
006415*                         PROGRAM, STAMPED WITH THE DATECTL     *
006416*                         BUSINESS DATE                         *
006418****************************************************************
006419 9060-WRITE-JOB-STATUS.
006420     OPEN INPUT JOB-STATUS.
006427     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
006428     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
006429     MOVE "GLACKPR"           TO JS-PROGRAM.
006430     MOVE GA-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
006431     MOVE GA-FEED-COUNT       TO JS-ITEMS-IN.
006432     MOVE GA-ACCEPT-COUNT     TO JS-ITEMS-OK.
006433     MOVE GA-OPEN-REJECT-COUNT TO JS-ITEMS-REJECTED.
