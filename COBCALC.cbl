001331*                    NIGHT'S OUTCOME INSTEAD OF SOMEONE          *
001332*                    OPENING SIX REPORTS.  SHOCK RUNS WRITE      *
001333*                    NO STATUS RECORD.                           *
001335*  2026-10-15  RLM   PERIODS WRITTEN TO LOAN-MASTER START WITH   *
001336*                    THE NEW PAID-STATUS FIELDS CLEARED AND THE  *
001337*                    HEADER WITH NO UNAPPLIED CASH HELD, FOR     *
001338*                    THE LOANPAY PAYMENT-APPLICATION RUN.        *
001339*  2026-10-15  RLM   A BOOKED PERIOD ALSO STARTS WITH NO         *
001340*                    CURTAILMENT AGAINST IT.                     *
001341*  2026-10-15  RLM   A DETAIL RECORD MAY NOW CARRY A BORROWER    *
001342*                    ID, KEPT ON THE PERIOD-ZERO HEADER.  2150   *
001343*                    REJECTS A BOOKING THAT WOULD TAKE THE       *
001344*                    BORROWER'S AGGREGATE OUTSTANDING, IN BASE   *
001345*                    CURRENCY THROUGH FXRATES, PAST ITS LIMIT    *
001346*                    ON THE NEW BORROWER MASTER (B3); AN         *
001347*                    UNKNOWN BORROWER REJECTS B1, A LIMIT        *
001348*                    CURRENCY WITH NO FX RATE B2.  EXISTING      *
001349*                    EXPOSURE IS MEASURED OFF LOAN-MASTER AT     *
001350*                    STARTUP.  SHOCK RUNS APPLY NO LIMIT.        *
001351*  2026-10-15  RLM   BLANKS THE MAKER/CHECKER USER IDS ON EACH   *
001352*                    AUDITFIL RECORD - ONLY LOANMNT'S            *
001353*                    DUAL-CONTROL IMAGES CARRY THEM.             *
001354*  2026-10-15  RLM   A LOAN-ID ALREADY ON LOAN-MASTER NOW        *
001355*                    REJECTS AS A DUPLICATE BOOKING (D1) RATHER  *
001356*                    THAN BEING OVERLAID AND POSTED TO THE GL A  *
001357*                    SECOND TIME.  A DETAIL RECORD CARRYING THE  *
001358*                    REBOOK FLAG REPLACES THE LOAN UNDER         *
001359*                    CONTROL: ITS OLD PERIODS ARE REMOVED, THE   *
001360*                    PRIOR TERMS AND RESULT GO TO THE AUDIT      *
001361*                    TRAIL, THE ORIGINAL GL POSTING IS REVERSED  *
001362*                    AHEAD OF THE NEW ONE, AND THE REBOOK IS     *
001363*                    LISTED ON RECONRPT.  THE HEADER NOW KEEPS   *
001364*                    THE BOOKED RESULT FOR THAT REVERSAL.        *
001365*  2026-10-15  RLM   THE BUSINESS DATE NOW COMES FROM THE SHOP   *
001366*                    DATECTL RECORD: A HEADER WITHOUT ONE TAKES  *
001367*                    IT, AND A HEADER DATED ANY OTHER DAY ABORTS *
001368*                    THE RUN (SHOCK RUNS EXCEPTED).  FLOATING-   *
001369*                    RATE PERIOD DATES NOW FOLLOW THE DUE-DATE   *
001370*                    RULE - BOOKING DAY HELD TO THE MONTH'S LAST *
001371*                    DAY, MONTH-END BOOKINGS ON THE LAST DAY, AND*
001372*                    A WEEKEND OR HOLCAL HOLIDAY OF THE LOAN'S   *
001373*                    CURRENCY MOVED TO THE FOLLOWING BUSINESS    *
001374*                    DAY - INSTEAD OF REUSING THE BOOKING DAY IN *
001375*                    EVERY MONTH.                                *
001376*  2026-10-15  RLM   EVERY ADD, REWRITE, AND DELETE ON           *
001377*                    LOAN-MASTER IS JOURNALED TO LMJRNL          *
001378*                    (JRRECORD) WITH THE WHOLE RECORD BEFORE     *
001379*                    AND AFTER, FOR LOANRCVR FORWARD RECOVERY.   *
001380*                    A SHOCK RUN OPENS NO JOURNAL.               *
001381*  2026-10-15  RLM   A REBOOK NOW PRICES FROM FLOWS HELD IN      *
001382*                    STORAGE; THE PRIOR BOOKING IS REMOVED AND   *
001383*                    REVERSED ONLY ONCE THE NEW ONE HAS PRICED,  *
001384*                    SO A REBOOK THAT FAILS LEAVES IT INTACT.    *
001385*                    THE REVERSAL GOES TO THE GL AS TYPE REV.    *
001386*                    DATECTL IS READ AND CLOSED BEFORE THE LOCK  *
001387*                    IS TAKEN.                                   *
001388****************************************************************
001389 ENVIRONMENT DIVISION.
001390 INPUT-OUTPUT SECTION.
001391 FILE-CONTROL.
001392     SELECT LOAN-INPUT    ASSIGN TO "LOANIN"
001393                           ORGANIZATION IS SEQUENTIAL.
001394     SELECT PV-REPORT     ASSIGN TO "PVRPT"
001395                           ORGANIZATION IS LINE SEQUENTIAL.
001396     SELECT ERROR-LISTING ASSIGN TO "ERRLIST"
001397                           ORGANIZATION IS LINE SEQUENTIAL.
001398     SELECT RECYCLE-FILE  ASSIGN TO "RECYCLE"
001399                           ORGANIZATION IS SEQUENTIAL.
001400     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
001401                           ORGANIZATION IS INDEXED
001402                           ACCESS MODE IS DYNAMIC
001403                           RECORD KEY IS LM-KEY
001404                           FILE STATUS IS WS-LOANMSTR-STATUS.
001405     SELECT MASTER-JOURNAL ASSIGN TO "LMJRNL"
001406                           ORGANIZATION IS SEQUENTIAL
001407                           FILE STATUS IS WS-JOURNAL-STATUS.
001408     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
001409                           ORGANIZATION IS LINE SEQUENTIAL
001410                           FILE STATUS IS WS-AUDITLOG-STATUS.
001411     SELECT AUDIT-DATA    ASSIGN TO "AUDITFIL"
001412                           ORGANIZATION IS SEQUENTIAL
001413                           FILE STATUS IS WS-AUDITDAT-STATUS.
001414     SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT"
001415                           ORGANIZATION IS SEQUENTIAL
001416                           FILE STATUS IS WS-CHKPT-STATUS.
001417     SELECT RECON-REPORT  ASSIGN TO "RECONRPT"
001418                           ORGANIZATION IS LINE SEQUENTIAL.
001419     SELECT GL-FEED        ASSIGN TO "GLFEED"
001420                           ORGANIZATION IS LINE SEQUENTIAL.
001421     SELECT CURRENCY-TABLE ASSIGN TO "CURRTAB"
001430                           ORGANIZATION IS SEQUENTIAL
001440                           FILE STATUS IS WS-CURRTAB-STATUS.
001441     SELECT FX-RATE-TABLE ASSIGN TO "FXRATES"
001467                           FILE STATUS IS WS-SHOCKPRM-STATUS.
001468     SELECT SHOCK-REPORT  ASSIGN TO "SHOCKRPT"
001469                           ORGANIZATION IS LINE SEQUENTIAL.
001470     SELECT BORROWER-MASTER ASSIGN TO "BORRMSTR"
001471                           ORGANIZATION IS INDEXED
001472                           ACCESS MODE IS RANDOM
001473                           RECORD KEY IS BM-BORROWER-ID
001474                           FILE STATUS IS WS-BORRMSTR-STATUS.
001475     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
001476                           ORGANIZATION IS SEQUENTIAL
001477                           FILE STATUS IS WS-DATECTL-STATUS.
001478     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
001479                           ORGANIZATION IS SEQUENTIAL
001480                           FILE STATUS IS WS-HOLCAL-STATUS.
001482 DATA DIVISION.
001484 FILE SECTION.
001486 FD  LOAN-INPUT
001488     RECORDING MODE IS F.
001490 01  LOAN-INPUT-RECORD.
001500     05  LI-RECORD-TYPE        PIC X(01).
001510         88  LI-IS-HEADER             VALUE "H".
001609*        LI-INTEREST-RATE, WHICH MAY THEN BE ZERO
001610     05  LI-RATE-INDEX         PIC X(03).
001611     05  LI-RATE-SPREAD        PIC 9(01)V9(04).
001612*        A BLANK BORROWER ID BOOKS THE LOAN AGAINST NO BORROWER
001613*        AND NO EXPOSURE LIMIT
001614     05  LI-BORROWER-ID        PIC 9(08).
001615     05  LI-BORROWER-ID-X REDEFINES LI-BORROWER-ID
001616                               PIC X(08).
001617*        A REBOOK FLAG OF "Y" LETS THE LOAN REPLACE ONE ALREADY
001618*        BOOKED UNDER THE SAME LOAN-ID; WITHOUT IT THAT LOAN-ID
001619*        REJECTS AS A DUPLICATE BOOKING
001620     05  LI-REBOOK-FLAG        PIC X(01).
001621         88  LI-IS-REBOOK             VALUE "Y".
001622     05  FILLER                PIC X(20).
001623 01  LOAN-CONTROL-RECORD REDEFINES LOAN-INPUT-RECORD.
001630     05  LC-RECORD-TYPE        PIC X(01).
001640     05  LC-LOAN-COUNT         PIC 9(07).
001650     05  LC-CONTROL-TOTAL      PIC 9(09)V99.
001706 01  RECYCLE-RECORD            PIC X(80).
001710 FD  LOAN-MASTER.
001720     COPY LMRECORD.
001730 FD  MASTER-JOURNAL
001740     RECORDING MODE IS F.
001750     COPY JRRECORD.
001770 FD  AUDIT-LOG.
001780 01  AUDIT-LOG-LINE            PIC X(132).
001782 FD  AUDIT-DATA
001870     05  CHKPT-PAGE-COUNT        PIC 9(03).
001872     05  CHKPT-SCH-PAGE-COUNT    PIC 9(03).
001874     05  CHKPT-BASE-TOTAL        PIC 9(11)V99.
001876     05  CHKPT-REBOOK-COUNT      PIC 9(05).
001880     05  FILLER                  PIC X(16).
001890 FD  RECON-REPORT.
001900 01  RECON-REPORT-LINE         PIC X(132).
001910 FD  GL-FEED.
001950 01  CURRENCY-TABLE-RECORD.
001960     05  CT-CURRENCY-CODE      PIC X(03).
001970     05  CT-DAY-COUNT-BASIS    PIC 9(03).
001971     05  CT-ROUNDING-RULE      PIC X(01).
001972     05  FILLER                PIC X(73).
001973 FD  FX-RATE-TABLE
001974     RECORDING MODE IS F.
001975 01  FX-RATE-RECORD.
001976     05  FX-CURRENCY-CODE      PIC X(03).
001977     05  FX-RATE-TO-BASE       PIC 9(03)V9(06).
001978     05  FILLER                PIC X(68).
001979 FD  RATE-INDEX-FILE
001980     RECORDING MODE IS F.
001981 01  RATE-INDEX-RECORD.
001982     05  RX-INDEX-CODE         PIC X(03).
001983     05  RX-EFFECTIVE-DATE     PIC 9(08).
001984     05  RX-RATE               PIC 9(01)V9(04).
001985     05  FILLER                PIC X(64).
001986 FD  AMORT-REPORT.
001987 01  AMORT-REPORT-LINE         PIC X(132).
001988 FD  SUMMARY-REPORT.
001989 01  SUMMARY-REPORT-LINE       PIC X(132).
001990 FD  BATCH-REGISTRY.
001991     COPY BRRECORD.
001992 FD  JOB-STATUS
001993     RECORDING MODE IS F.
001994     COPY JSRECORD.
001995 FD  LOCK-FILE
001996     RECORDING MODE IS F.
001997     COPY LKRECORD.
001998 FD  LOCK-OVERRIDE
001999     RECORDING MODE IS F.
002000 01  LOCK-OVERRIDE-RECORD      PIC X(80).
002001 FD  SHOCK-PARM
002002     RECORDING MODE IS F.
002004 01  SHOCK-PARM-RECORD.
002006     05  SP-SHOCK-BP           PIC S9(04)
002010     05  FILLER                PIC X(75).
002012 FD  SHOCK-REPORT.
002014 01  SHOCK-REPORT-LINE         PIC X(132).
002015 FD  BORROWER-MASTER.
002016     COPY BMRECORD.
002017 FD  DATE-CONTROL
002018     RECORDING MODE IS F.
002019     COPY DCRECORD.
002020 FD  HOLIDAY-CALENDAR
002021     RECORDING MODE IS F.
002022     COPY HCRECORD.
002024 WORKING-STORAGE SECTION.
002026 01  WS-SWITCHES.
002028     05  WS-LOAN-EOF-SW        PIC X(01)  VALUE "N".
002030         88  LOAN-EOF                     VALUE "Y".
002040     05  WS-EDIT-SW            PIC X(01)  VALUE "Y".
002050         88  LOAN-VALID                   VALUE "Y".
002113         88  SPREAD-VALUE-OK              VALUE "Y".
002114     05  WS-INDEX-FOUND-SW     PIC X(01)  VALUE "N".
002115         88  INDEX-RATE-FOUND             VALUE "Y".
002116     05  WS-BORR-ID-OK-SW      PIC X(01)  VALUE "Y".
002117         88  BORROWER-ID-OK               VALUE "Y".
002118     05  WS-REBOOK-SW          PIC X(01)  VALUE "N".
002120         88  REBOOK-PRIOR-ON-FILE         VALUE "Y".
002122     05  WS-RESTART-FIRST-SW   PIC X(01)  VALUE "N".
002124         88  RESTART-FIRST-LOAN           VALUE "Y".
002126 01  PARM-1.
002128     05  CALL-FEEDBACK         PIC X(02).
002130 77  COUNTER                   PIC S9(03) COMP VALUE ZERO.
002140 01  LOAN-AMOUNT-IN            PIC S9(09)V99 COMP-3.
002150 01  INTEREST-IN               PIC S9(01)V9(04) COMP-3.
002220 01  CURRENCY-CODE-IN          PIC X(03).
002221 01  RATE-INDEX-IN             PIC X(03).
002223 01  RATE-SPREAD-IN            PIC S9(01)V9(04) COMP-3.
002224 01  BORROWER-ID-IN            PIC 9(08).
002225 01  REBOOK-FLAG-IN            PIC X(01).
002226     88  LOAN-IS-REBOOK                   VALUE "Y".
002227 01  CF-LOAN-ID-IN             PIC 9(06).
002228 01  CF-PERIOD-NO-IN           PIC S9(03) COMP.
002229 01  CF-AMOUNT-IN              PIC S9(09)V99 COMP-3.
002230 01  CALC-RESULT               PIC S9(09)V99 COMP-3.
002232 01  CALC-RESULT-BASE          PIC S9(11)V99 COMP-3.
002240 01  CALC-RESULT-RAW           PIC S9(09)V9(04) COMP-3.
002402     05  RCY-WORK-REASON       PIC X(02).
002403     05  RCY-WORK-RESUBMIT     PIC X(01).
002404     05  FILLER                PIC X(37).
002407 01  ERR-HEADING-1             PIC X(60) VALUE
002410     "COBCALC LOAN REJECT LISTING".
002420 01  ERR-COLUMN-HEADING.
002430     05  FILLER                PIC X(16) VALUE "LOAN AMOUNT".
003390     05  AUD-DET-RATE          PIC Z9.9999.
003400     05  FILLER                PIC X(05) VALUE SPACES.
003410     05  AUD-DET-PERIODS       PIC ZZ9.
003411     05  FILLER                PIC X(04) VALUE SPACES.
003412     05  AUD-DET-TYPE          PIC X(03).
003413     05  FILLER                PIC X(03) VALUE SPACES.
003414     05  AUD-DET-RESULT        PIC -(8)9.99.
003415     05  FILLER                PIC X(04) VALUE SPACES.
003416     05  AUD-DET-RESUB         PIC X(05).
003417     05  FILLER                PIC X(01) VALUE SPACES.
003418     05  AUD-DET-RESUB-REASON  PIC X(02).
003419*    THE TERMS AND RESULT A CONTROLLED REBOOK TOOK OFF THE FILE
003420 01  AUD-REBOOK-LINE.
003421     05  AUD-RBK-RUN-DATE      PIC X(10).
003422     05  FILLER                PIC X(02) VALUE SPACES.
003423     05  AUD-RBK-RUN-TIME      PIC X(08).
003424     05  FILLER                PIC X(04) VALUE SPACES.
003425     05  FILLER                PIC X(07) VALUE "REBOOK ".
003426     05  AUD-RBK-LOAN-ID       PIC 9(06).
003427     05  FILLER                PIC X(08) VALUE " PRIOR: ".
003428     05  AUD-RBK-TYPE          PIC X(03).
003429     05  FILLER                PIC X(01) VALUE SPACES.
003430     05  AUD-RBK-RATE          PIC Z9.9999.
003431     05  FILLER                PIC X(01) VALUE SPACES.
003432     05  AUD-RBK-PERIODS       PIC ZZ9.
003433     05  FILLER                PIC X(01) VALUE SPACES.
003434     05  AUD-RBK-CURRENCY      PIC X(03).
003435     05  FILLER                PIC X(01) VALUE SPACES.
003436     05  AUD-RBK-ACCOUNT       PIC X(10).
003437     05  FILLER                PIC X(01) VALUE SPACES.
003438     05  AUD-RBK-INDEX         PIC X(03).
003439     05  FILLER                PIC X(01) VALUE SPACES.
003440     05  AUD-RBK-SPREAD        PIC Z9.9999.
003441     05  FILLER                PIC X(08) VALUE " BOOKED ".
003442     05  AUD-RBK-BOOK-DATE     PIC 9(08).
003443     05  FILLER                PIC X(08) VALUE " RESULT ".
003444     05  AUD-RBK-RESULT        PIC -(8)9.99.
003445****************************************************************
003446* AMORTIZATION SCHEDULE FIELDS                                  *
003454****************************************************************
003455 77  SCH-LINE-COUNT            PIC S9(03) COMP VALUE 999.
003456 77  SCH-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
003497     05  FILLER                PIC X(03) VALUE SPACES.
003498     05  SCH-DET-BALANCE       PIC -(8)9.99.
003499****************************************************************
003501* LOAN-MASTER / AUDIT-LOG FILE STATUS FIELDS - USED TO TELL A  *
003503* FIRST-EVER RUN (FILE DOES NOT YET EXIST) FROM A LATER ONE SO *
003505* NEITHER FILE IS TRUNCATED ON OPEN                             *
003507****************************************************************
003510 01  WS-LOANMSTR-STATUS        PIC X(02).
003520     88  LOANMSTR-FILE-FOUND              VALUE "00".
003521* LMJRNL CHANGE JOURNAL - 8500 KEEPS THE BEFORE IMAGE OF A
003522* REWRITE, 8510 WRITES THE JOURNAL RECORD
003523 01  WS-JOURNAL-STATUS         PIC X(02).
003524     88  JOURNAL-FILE-FOUND               VALUE "00".
003525 01  WS-JOURNAL-ACTION         PIC X(01).
003526     88  JOURNAL-ADD                      VALUE "A".
003527     88  JOURNAL-CHANGE                   VALUE "C".
003528     88  JOURNAL-DELETE                   VALUE "D".
003529 01  WS-JOURNAL-BEFORE         PIC X(81).
003530 01  WS-JOURNAL-HOLD           PIC X(81).
003535 01  WS-AUDITLOG-STATUS        PIC X(02).
003540     88  AUDITLOG-FILE-FOUND                VALUE "00".
003542 01  WS-AUDITDAT-STATUS        PIC X(02).
003544     88  AUDITDAT-FILE-FOUND                VALUE "00".
003547     05  FILLER                PIC X(13) VALUE "RESUBMISSION ".
003548     05  ADR-RESUB-CODE        PIC X(02).
003549     05  FILLER                PIC X(15) VALUE SPACES.
003550 01  ADR-REBOOK-REASON.
003551     05  FILLER                PIC X(06) VALUE "PRIOR ".
003552     05  ADR-RBK-TYPE          PIC X(03).
003553     05  FILLER                PIC X(01) VALUE SPACES.
003554     05  ADR-RBK-PERIODS       PIC 9(03).
003555     05  FILLER                PIC X(01) VALUE SPACES.
003556     05  ADR-RBK-CURRENCY      PIC X(03).
003557     05  FILLER                PIC X(01) VALUE SPACES.
003558     05  ADR-RBK-ACCOUNT       PIC X(10).
003559     05  FILLER                PIC X(02) VALUE SPACES.
003560****************************************************************
003561* CHECKPOINT CONTROL FIELDS                                    *
003570****************************************************************
003580 01  WS-CHKPT-STATUS           PIC X(02).
003590     88  CHKPT-FILE-FOUND                VALUE "00".
003651     88  RECON-MISMATCHED                 VALUE "Y".
003652 01  WS-BATCH-ID-IN            PIC X(08).
003653 01  WS-BUSINESS-DATE-IN       PIC 9(08).
003654 01  WS-DATECTL-STATUS         PIC X(02).
003655     88  DATECTL-FILE-FOUND               VALUE "00".
003657 01  WS-DC-BUS-DATE            PIC 9(08).
003660****************************************************************
003661* CONTROL TOTAL RECONCILIATION FIELDS                          *
003662****************************************************************
003830     05  RECON-DET-LABEL       PIC X(20).
003840     05  RECON-DET-HDR-VALUE   PIC -(9)9.99.
003850     05  FILLER                PIC X(02) VALUE SPACES.
003851     05  RECON-DET-TRL-VALUE   PIC -(9)9.99.
003852     05  FILLER                PIC X(02) VALUE SPACES.
003853     05  RECON-DET-ACT-VALUE   PIC -(9)9.99.
003854     05  FILLER                PIC X(02) VALUE SPACES.
003855     05  RECON-DET-STATUS      PIC X(08).
003856 01  RECON-BASE-LINE.
003857     05  FILLER                PIC X(36) VALUE
003858         "TOTAL VALUE PROCESSED IN BASE (USD):".
003859     05  FILLER                PIC X(02) VALUE SPACES.
003860     05  RECON-BASE-TOTAL      PIC -(11)9.99.
003861 01  RECON-REBOOK-HEADING      PIC X(60) VALUE
003862     "CONTROLLED REBOOKS - PRIOR BOOKINGS REVERSED".
003863 01  RECON-REBOOK-NONE         PIC X(60) VALUE
003864     "NO CONTROLLED REBOOKS THIS RUN".
003865 01  RECON-REBOOK-COLUMNS.
003866     05  FILLER                PIC X(09) VALUE "LOAN ID".
003867     05  FILLER                PIC X(06) VALUE "TYPE".
003868     05  FILLER                PIC X(12) VALUE "GL ACCOUNT".
003869     05  FILLER                PIC X(05) VALUE "CCY".
003870     05  FILLER                PIC X(06) VALUE "TERM".
003871     05  FILLER                PIC X(15) VALUE "PRIOR RESULT".
003872     05  FILLER                PIC X(06) VALUE "NEW".
003873     05  FILLER                PIC X(15) VALUE "NEW RESULT".
003874     05  FILLER                PIC X(10) VALUE "STATUS".
003875 01  RECON-REBOOK-LINE.
003876     05  RECON-RBK-LOAN-ID     PIC 9(06).
003877     05  FILLER                PIC X(03) VALUE SPACES.
003878     05  RECON-RBK-PRIOR-TYPE  PIC X(03).
003879     05  FILLER                PIC X(03) VALUE SPACES.
003880     05  RECON-RBK-ACCOUNT     PIC X(10).
003881     05  FILLER                PIC X(02) VALUE SPACES.
003882     05  RECON-RBK-CURRENCY    PIC X(03).
003883     05  FILLER                PIC X(02) VALUE SPACES.
003884     05  RECON-RBK-PERIODS     PIC ZZ9.
003885     05  FILLER                PIC X(03) VALUE SPACES.
003886     05  RECON-RBK-PRIOR-RESULT
003887                               PIC -(8)9.99.
003888     05  FILLER                PIC X(03) VALUE SPACES.
003889     05  RECON-RBK-NEW-TYPE    PIC X(03).
003890     05  FILLER                PIC X(03) VALUE SPACES.
003891     05  RECON-RBK-NEW-RESULT  PIC -(8)9.99.
003892     05  FILLER                PIC X(03) VALUE SPACES.
003893     05  RECON-RBK-STATUS      PIC X(10).
003894 01  RECON-REBOOK-TOTAL-LINE.
003895     05  FILLER                PIC X(28) VALUE
003896         "REBOOKS THIS RUN:".
003897     05  RECON-RBK-TOTAL-COUNT PIC ZZZZ9.
003898 01  RECON-REBOOK-OVERFLOW-LINE.
003899     05  FILLER                PIC X(34) VALUE
003900         "WARNING - REBOOK LIST FULL,       ".
003901     05  RECON-RBK-OVF-COUNT   PIC ZZZZ9.
003902     05  FILLER                PIC X(33) VALUE
003903         " REBOOK(S) NOT LISTED - SEE AUDIT".
003904 01  RECON-REBOOK-RESTART-NOTE PIC X(60) VALUE
003909     "NOTE - RESTARTED RUN - EARLIER REBOOKS ON THE AUDIT TRAIL".
003910****************************************************************
003911* GL FEED FIELDS                                               *
003912****************************************************************
003913 01  GL-DETAIL-LINE.
003914     05  GL-DET-LOAN-ID        PIC 9(06).
003915     05  FILLER                PIC X(02) VALUE SPACES.
003916     05  GL-DET-ACCOUNT        PIC X(10).
003917     05  FILLER                PIC X(02) VALUE SPACES.
003918     05  GL-DET-TYPE           PIC X(03).
003919     05  FILLER                PIC X(02) VALUE SPACES.
003920     05  GL-DET-AMOUNT         PIC -(9)9.99.
003921     05  FILLER                PIC X(02) VALUE SPACES.
003922     05  GL-DET-POSTING-DATE   PIC X(10).
003923     05  FILLER                PIC X(02) VALUE SPACES.
003924     05  GL-DET-CURRENCY       PIC X(03).
003925     05  FILLER                PIC X(02) VALUE SPACES.
003926     05  GL-DET-BASE-AMOUNT    PIC -(11)9.99.
003927****************************************************************
003928* PORTFOLIO SUMMARY FIELDS - RESULT COUNTS AND TOTALS ROLLED   *
003929* UP BY CURRENCY, BY GL ACCOUNT WITHIN CURRENCY, AND BY        *
003930* CALCULATION TYPE, PRINTED AT END OF RUN.  BREAKS APPEAR IN   *
003931* FIRST-SEEN ORDER SINCE THE BATCH IS NOT SORTED               *
003932****************************************************************
003933 77  SUM-MAX-CURRENCIES        PIC S9(03) COMP VALUE 20.
003934 77  SUM-MAX-ACCOUNTS          PIC S9(03) COMP VALUE 10.
003935 77  SUM-CURR-COUNT            PIC S9(03) COMP VALUE ZERO.
003936 77  SUM-CURR-SUB              PIC S9(03) COMP VALUE ZERO.
003937 77  SUM-ACCT-SUB              PIC S9(03) COMP VALUE ZERO.
003938 77  SUM-CURR-HIT              PIC S9(03) COMP VALUE ZERO.
003939 77  SUM-ACCT-HIT              PIC S9(03) COMP VALUE ZERO.
003940 77  SUM-OVERFLOW-COUNT        PIC S9(05) COMP VALUE ZERO.
003941 01  WS-SUM-FOUND-SW           PIC X(01)  VALUE "N".
003942     88  SUM-SLOT-FOUND                   VALUE "Y".
003943 01  SUMMARY-TABLE.
003944     05  SUM-CURR-ENTRY OCCURS 20 TIMES.
003945         10  SUM-CURR-CODE         PIC X(03).
003946         10  SUM-CURR-LOANS        PIC S9(07) COMP.
003947         10  SUM-CURR-TOTAL        PIC S9(11)V99 COMP-3.
003948         10  SUM-CURR-BASE-TOTAL   PIC S9(11)V99 COMP-3.
003949         10  SUM-ACCT-USED         PIC S9(03) COMP.
003950         10  SUM-ACCT-ENTRY OCCURS 10 TIMES.
003951             15  SUM-ACCT-CODE     PIC X(10).
003952             15  SUM-ACCT-LOANS    PIC S9(07) COMP.
003953             15  SUM-ACCT-TOTAL    PIC S9(11)V99 COMP-3.
003954             15  SUM-ACCT-BASE-TOTAL
003955                                   PIC S9(11)V99 COMP-3.
003956 01  SUMMARY-TYPE-TOTALS.
003957     05  SUM-PV-LOANS              PIC S9(07) COMP VALUE ZERO.
003958     05  SUM-PV-TOTAL              PIC S9(11)V99 COMP-3
003959                                    VALUE ZERO.
003960     05  SUM-PV-BASE-TOTAL         PIC S9(11)V99 COMP-3
003961                                    VALUE ZERO.
003962     05  SUM-FV-LOANS              PIC S9(07) COMP VALUE ZERO.
003963     05  SUM-FV-TOTAL              PIC S9(11)V99 COMP-3
003964                                    VALUE ZERO.
003965     05  SUM-FV-BASE-TOTAL         PIC S9(11)V99 COMP-3
003966                                    VALUE ZERO.
003967     05  SUM-PMT-LOANS             PIC S9(07) COMP VALUE ZERO.
003968     05  SUM-PMT-TOTAL             PIC S9(11)V99 COMP-3
003969                                    VALUE ZERO.
003970     05  SUM-PMT-BASE-TOTAL        PIC S9(11)V99 COMP-3
003971                                    VALUE ZERO.
003972 01  SUM-HEADING-1             PIC X(60) VALUE
003973     "COBCALC PORTFOLIO SUMMARY".
003974 01  SUM-COLUMN-HEADING.
003975     05  FILLER                PIC X(10) VALUE "CURRENCY".
003976     05  FILLER                PIC X(12) VALUE "GL ACCOUNT".
003977     05  FILLER                PIC X(06) VALUE "TYPE".
003978     05  FILLER                PIC X(10) VALUE "LOANS".
003979     05  FILLER                PIC X(18) VALUE "TOTAL VALUE".
003980     05  FILLER                PIC X(16) VALUE "BASE VALUE USD".
003981 01  SUM-DETAIL-LINE.
003982     05  SUM-DET-CURRENCY      PIC X(03).
003983     05  FILLER                PIC X(07) VALUE SPACES.
003984     05  SUM-DET-ACCOUNT       PIC X(10).
003985     05  FILLER                PIC X(02) VALUE SPACES.
003986     05  SUM-DET-TYPE          PIC X(03).
003987     05  FILLER                PIC X(03) VALUE SPACES.
003988     05  SUM-DET-LOANS         PIC ZZZZZZ9.
003989     05  FILLER                PIC X(03) VALUE SPACES.
003990     05  SUM-DET-TOTAL         PIC -(11)9.99.
003991     05  FILLER                PIC X(03) VALUE SPACES.
003992     05  SUM-DET-BASE-TOTAL    PIC -(11)9.99.
003993 01  SUM-GRAND-LINE.
003994     05  FILLER                PIC X(28) VALUE "GRAND TOTAL".
003995     05  SUM-GRD-LOANS         PIC ZZZZZZ9.
003996     05  FILLER                PIC X(03) VALUE SPACES.
003997     05  SUM-GRD-TOTAL         PIC -(11)9.99.
003998     05  FILLER                PIC X(03) VALUE SPACES.
003999     05  SUM-GRD-BASE-TOTAL    PIC -(11)9.99.
004000 01  SUM-RESTART-NOTE          PIC X(60) VALUE
004001     "NOTE - RESTARTED RUN - BREAKS COVER POST-RESTART LOANS".
004002 01  SUM-OVERFLOW-LINE.
004003     05  FILLER                PIC X(34) VALUE
004004         "WARNING - SUMMARY TABLE FULL,     ".
004005     05  SUM-OVF-COUNT         PIC ZZZZ9.
004006     05  FILLER                PIC X(25) VALUE
004007         " LOAN(S) NOT SUMMARIZED".
004008 01  WS-JOBSTAT-STATUS         PIC X(02).
004009     88  JOBSTAT-FILE-FOUND               VALUE "00".
004010****************************************************************
004011* LOAN-MASTER UPDATE LOCK FIELDS                                *
004012****************************************************************
004013 01  WS-LOCKF-STATUS           PIC X(02).
004014     88  LOCKF-FILE-FOUND                 VALUE "00".
004015 01  WS-LOCKOVR-STATUS         PIC X(02).
004016     88  LOCKOVR-FILE-FOUND               VALUE "00".
004017 01  WS-LOCK-HELD-SW           PIC X(01)  VALUE "N".
004018     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
004019 01  WS-OVERRIDE-SW            PIC X(01)  VALUE "N".
004020     88  OVERRIDE-SUPPLIED                VALUE "Y".
004021 01  LOCK-HOLDER-PROGRAM       PIC X(08).
004022 01  LOCK-HOLDER-DATE          PIC X(10).
004023 01  LOCK-HOLDER-TIME          PIC X(08).
004024****************************************************************
004025* RATE-SHOCK SENSITIVITY FIELDS.  A SHOCK RUN PRICES OFF THIS  *
004026* IN-STORAGE FLOW TABLE INSTEAD OF LOAN-MASTER SO THE MASTER   *
004027* FILE IS NEVER TOUCHED BY A WHAT-IF RUN                       *
004028****************************************************************
004029 01  WS-SHOCKPRM-STATUS        PIC X(02).
004030     88  SHOCKPRM-FILE-FOUND              VALUE "00".
004031 01  WS-SHKPRM-EOF-SW          PIC X(01)  VALUE "N".
004032     88  SHOCK-PARM-EOF                   VALUE "Y".
004033 77  SHK-MAX-SHOCKS            PIC S9(03) COMP VALUE 10.
004034 77  SHK-SHOCK-COUNT           PIC S9(03) COMP VALUE ZERO.
004035 77  SHK-SUB                   PIC S9(03) COMP VALUE ZERO.
004036 01  SHK-SHOCK-TABLE.
004037     05  SHK-TBL-BP            OCCURS 10 TIMES
004038                               PIC S9(04) COMP.
004039* ONE LOAN'S CASH FLOWS HELD IN STORAGE - A SHOCK RUN'S, OR A
004040* CONTROLLED REBOOK'S UNTIL IT HAS PRICED CLEANLY
004041 01  SHK-FLOW-TABLE.
004042     05  SHK-FLOW-AMOUNT       OCCURS 360 TIMES
004043                               PIC S9(09)V99 COMP-3.
004044 01  SHK-SAVE-RATE             PIC S9(01)V9(04) COMP-3.
004045 01  SHK-SHOCK-RATE            PIC S9(01)V9(04) COMP-3.
004046 01  SHK-BASE-RESULT           PIC S9(09)V99 COMP-3.
004047 01  SHK-CHANGE-AMT            PIC S9(10)V99 COMP-3.
004048 77  SHR-LINE-COUNT            PIC S9(03) COMP VALUE 999.
004049 77  SHR-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
004050 01  SHR-HEADING-1.
004051     05  FILLER                PIC X(33) VALUE
004052         "COBCALC RATE SHOCK SENSITIVITY".
004053     05  FILLER                PIC X(02) VALUE SPACES.
004054     05  FILLER                PIC X(05) VALUE "PAGE:".
004055     05  SHR-H1-PAGE-NO        PIC ZZ9.
004056 01  SHR-HEADING-2.
004057     05  FILLER                PIC X(09) VALUE "RUN DATE:".
004058     05  SHR-H2-RUN-DATE       PIC X(10).
004059     05  FILLER                PIC X(05) VALUE SPACES.
004060     05  FILLER                PIC X(09) VALUE "RUN TIME:".
004061     05  SHR-H2-RUN-TIME       PIC X(08).
004062 01  SHR-COLUMN-HEADING.
004063     05  FILLER                PIC X(09) VALUE "LOAN ID".
004064     05  FILLER                PIC X(10) VALUE "SHOCK BP".
004065     05  FILLER                PIC X(16) VALUE "BASE PV".
004066     05  FILLER                PIC X(16) VALUE "SHOCKED PV".
004067     05  FILLER                PIC X(16) VALUE "CHANGE".
004068 01  SHR-DETAIL-LINE.
004069     05  SHR-DET-LOAN-ID       PIC 9(06).
004070     05  FILLER                PIC X(03) VALUE SPACES.
004071     05  SHR-DET-BP            PIC ++++9.
004072     05  FILLER                PIC X(04) VALUE SPACES.
004073     05  SHR-DET-BASE          PIC -(8)9.99.
004074     05  FILLER                PIC X(03) VALUE SPACES.
004075     05  SHR-DET-SHOCKED       PIC -(8)9.99.
004076     05  FILLER                PIC X(03) VALUE SPACES.
004077     05  SHR-DET-CHANGE        PIC -(9)9.99.
004078 01  SHR-MESSAGE-LINE.
004079     05  SHR-MSG-LOAN-ID       PIC 9(06).
004080     05  FILLER                PIC X(03) VALUE SPACES.
004081     05  SHR-MSG-BP            PIC ++++9.
004082     05  FILLER                PIC X(04) VALUE SPACES.
004083     05  SHR-MSG-TEXT          PIC X(44).
004084****************************************************************
004085* CURRENCY TABLE FIELDS                                        *
004086****************************************************************
004087 77  CT-MAX-ENTRIES            PIC 9(03) COMP VALUE 50.
004088 77  CT-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
004090 01  WS-CURRTAB-STATUS         PIC X(02).
004100     88  CURRTAB-FILE-FOUND               VALUE "00".
004110 01  WS-CURR-EOF-SW            PIC X(01)  VALUE "N".
004120     88  CURR-TABLE-EOF                   VALUE "Y".
004121 01  WS-CURR-FOUND-SW          PIC X(01)  VALUE "N".
004122     88  CURR-FOUND                       VALUE "Y".
004123 01  CURR-DAY-COUNT-BASIS      PIC 9(03).
004124 01  CURR-ROUNDING-RULE        PIC X(01).
004125 01  CURRENCY-TABLE-ENTRIES.
004126     05  CT-ENTRY OCCURS 50 TIMES
004127             INDEXED BY CT-IDX.
004128         10  CT-TBL-CURRENCY-CODE   PIC X(03).
004129         10  CT-TBL-DAY-COUNT-BASIS PIC 9(03).
004130         10  CT-TBL-ROUNDING-RULE   PIC X(01).
004131****************************************************************
004132* FX RATE TABLE FIELDS.  THE DAILY FXRATES FILE GIVES EACH      *
004133* CURRENCY ITS RATE TO THE BASE CURRENCY AND IS LOADED ONCE AT  *
004134* STARTUP LIKE CURRTAB.  THE BASE CURRENCY ITSELF ALWAYS        *
004135* TRANSLATES AT 1 AND NEEDS NO ROW ON THE FILE                  *
004136****************************************************************
004137 77  BASE-CURRENCY-CODE        PIC X(03) VALUE "USD".
004138 77  FX-MAX-ENTRIES            PIC 9(03) COMP VALUE 50.
004139 77  FX-ENTRY-COUNT            PIC 9(03) COMP VALUE ZERO.
004140 01  WS-FXRATES-STATUS         PIC X(02).
004141     88  FXRATES-FILE-FOUND               VALUE "00".
004142 01  WS-FX-EOF-SW              PIC X(01)  VALUE "N".
004143     88  FX-TABLE-EOF                     VALUE "Y".
004144 01  WS-FX-FOUND-SW            PIC X(01)  VALUE "N".
004145     88  FX-FOUND                         VALUE "Y".
004146 01  CURR-FX-RATE              PIC 9(03)V9(06) COMP-3.
004147 01  FX-RATE-TABLE-ENTRIES.
004148     05  FX-ENTRY OCCURS 50 TIMES
004149             INDEXED BY FX-IDX.
004150         10  FX-TBL-CURRENCY-CODE   PIC X(03).
004151         10  FX-TBL-RATE-TO-BASE    PIC 9(03)V9(06) COMP-3.
004152****************************************************************
004153* BORROWER EXPOSURE FIELDS.  AT STARTUP EVERY LOAN ON LOAN-     *
004154* MASTER WHOSE HEADER NAMES A BORROWER IS MEASURED - BALANCE    *
004155* STILL OUTSTANDING, TRANSLATED TO BASE - AND ADDED INTO THAT   *
004156* BORROWER'S ENTRY, AND EVERY LOAN BOOKED BY THE RUN IS POSTED  *
004157* THE SAME WAY, SO THE TABLE ALWAYS HOLDS EACH BORROWER'S       *
004158* AGGREGATE BASE-CURRENCY EXPOSURE.  A LOAN BOOKED AGAIN UNDER  *
004159* THE SAME LOAN-ID (A RESTARTED SEGMENT) REPLACES ITS EARLIER   *
004160* BOOKING RATHER THAN ADDING TO IT.  A FULL TABLE ABORTS THE    *
004161* RUN - AN UNCOUNTED BORROWER WOULD SLIP PAST ITS LIMIT         *
004162****************************************************************
004163 77  BX-MAX-ENTRIES            PIC S9(05) COMP VALUE 5000.
004164 77  BX-ENTRY-COUNT            PIC S9(05) COMP VALUE ZERO.
004165 77  BX-SUB                    PIC S9(05) COMP VALUE ZERO.
004166 77  BX-HIT                    PIC S9(05) COMP VALUE ZERO.
004167 77  BX-PRIOR-HIT              PIC S9(05) COMP VALUE ZERO.
004168 77  BX-NO-RATE-COUNT          PIC S9(07) COMP VALUE ZERO.
004169 01  WS-BORRMSTR-STATUS        PIC X(02).
004170     88  BORRMSTR-FILE-FOUND              VALUE "00".
004171 01  WS-BORRMSTR-OPEN-SW       PIC X(01)  VALUE "N".
004172     88  BORRMSTR-OPEN                    VALUE "Y".
004173 01  WS-NEW-MASTER-SW          PIC X(01)  VALUE "N".
004174     88  LOANMSTR-CREATED                 VALUE "Y".
004175 01  WS-BX-SCAN-EOF-SW         PIC X(01)  VALUE "N".
004176     88  BX-SCAN-DONE                     VALUE "Y".
004177 01  WS-BX-SPLIT-SW            PIC X(01)  VALUE "N".
004178     88  BX-LOAN-HAS-SPLIT                VALUE "Y".
004179 01  WS-BX-FX-FOUND-SW         PIC X(01)  VALUE "N".
004180     88  BX-FX-FOUND                      VALUE "Y".
004181 01  BX-FIND-BORROWER          PIC 9(08).
004182 01  BX-FIND-CURRENCY          PIC X(03).
004183 01  BX-FIND-RATE              PIC 9(03)V9(06) COMP-3.
004184 01  BX-CURR-LOAN-ID           PIC 9(06).
004185 01  BX-LOAN-BORROWER          PIC 9(08).
004186 01  BX-LOAN-CURRENCY          PIC X(03).
004187 01  BX-LOAN-OUTSTANDING       PIC S9(13)V99 COMP-3.
004188 01  BX-LOAN-BASE              PIC S9(13)V99 COMP-3.
004189 01  BX-NEW-BASE               PIC S9(13)V99 COMP-3.
004190 01  BX-PRIOR-BASE             PIC S9(13)V99 COMP-3.
004191 01  BX-LIMIT-BASE             PIC S9(13)V99 COMP-3.
004192 01  BX-AGGREGATE-BASE         PIC S9(13)V99 COMP-3.
004193 01  BORROWER-EXPOSURE-TABLE.
004194     05  BX-ENTRY OCCURS 5000 TIMES.
004195         10  BX-TBL-BORROWER-ID     PIC 9(08).
004196         10  BX-TBL-EXPOSURE        PIC S9(13)V99 COMP-3.
004197****************************************************************
004198* CONTROLLED REBOOK FIELDS.  A LOAN-ID ALREADY ON LOAN-MASTER   *
004199* BOOKS AGAIN ONLY UNDER THE REBOOK FLAG, AND ONLY WHEN ITS     *
004200* HEADER CARRIES THE RESULT ORIGINALLY POSTED TO THE GL - THAT  *
004201* IS WHAT THE REVERSAL UNDOES.  THE PRIOR TERMS ARE HELD HERE   *
004202* FROM THE EDIT UNTIL THE OLD BOOKING COMES OFF THE FILE.  EACH *
004203* REBOOK IS KEPT FOR THE RECONRPT SECTION; A FULL LIST ONLY     *
004204* COUNTS THE REST - THE AUDIT TRAIL HAS EVERY ONE               *
004205****************************************************************
004206 77  RBK-MAX-ENTRIES           PIC S9(03) COMP VALUE 200.
004207 77  RBK-ENTRY-COUNT           PIC S9(03) COMP VALUE ZERO.
004208 77  RBK-SUB                   PIC S9(03) COMP VALUE ZERO.
004209 77  RBK-HIT                   PIC S9(03) COMP VALUE ZERO.
004210 77  RBK-REBOOK-COUNT          PIC S9(05) COMP VALUE ZERO.
004211 77  RBK-OVERFLOW-COUNT        PIC S9(05) COMP VALUE ZERO.
004212 77  RBK-PRIOR-LAST-PERIOD     PIC S9(05) COMP VALUE ZERO.
004213 77  RBK-PERIOD-SUB            PIC S9(05) COMP VALUE ZERO.
004214 01  WS-RBK-SCAN-EOF-SW        PIC X(01)  VALUE "N".
004215     88  RBK-SCAN-DONE                    VALUE "Y".
004216 01  WS-RBK-CASH-SW            PIC X(01)  VALUE "N".
004217     88  RBK-PRIOR-HAS-CASH               VALUE "Y".
004218 01  RBK-PRIOR-TERMS.
004219     05  RBK-PRIOR-RATE        PIC S9(01)V9(04) COMP-3.
004220     05  RBK-PRIOR-CURRENCY    PIC X(03).
004221     05  RBK-PRIOR-ACCOUNT     PIC X(10).
004222     05  RBK-PRIOR-TYPE        PIC X(03).
004223     05  RBK-PRIOR-PERIODS     PIC 9(03).
004224     05  RBK-PRIOR-INDEX       PIC X(03).
004225     05  RBK-PRIOR-SPREAD      PIC S9(01)V9(04) COMP-3.
004226     05  RBK-PRIOR-BOOK-DATE   PIC 9(08).
004227     05  RBK-PRIOR-RESULT      PIC S9(09)V99 COMP-3.
004228     05  RBK-PRIOR-BASE        PIC S9(11)V99 COMP-3.
004229 01  REBOOK-TABLE.
004230     05  RBK-ENTRY OCCURS 200 TIMES.
004231         10  RBK-TBL-LOAN-ID        PIC 9(06).
004232         10  RBK-TBL-PRIOR-TYPE     PIC X(03).
004233         10  RBK-TBL-PRIOR-ACCOUNT  PIC X(10).
004234         10  RBK-TBL-PRIOR-CURRENCY PIC X(03).
004235         10  RBK-TBL-PRIOR-PERIODS  PIC 9(03).
004236         10  RBK-TBL-PRIOR-RESULT   PIC S9(09)V99 COMP-3.
004237         10  RBK-TBL-NEW-TYPE       PIC X(03).
004238         10  RBK-TBL-NEW-RESULT     PIC S9(09)V99 COMP-3.
004239         10  RBK-TBL-STATUS         PIC X(10).
004243****************************************************************
004244* RATE INDEX FIELDS.  THE EFFECTIVE-DATED RATEIDX FILE IS       *
004245* LOADED ONCE AT STARTUP; A FLOATING LOAN'S PERIOD RESOLVES TO  *
004285 01  RTE-START-DATE-NUM REDEFINES RTE-START-DATE
004286                               PIC 9(08).
004287 01  RTE-PERIOD-DATE           PIC 9(08).
004288****************************************************************
004289* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP; A *
004290* MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE     *
004291* CLOSED.  A FULL TABLE ABORTS THE RUN - A HOLIDAY LEFT OFF     *
004292* WOULD PUT A DATE ON A CLOSED DAY                              *
004293****************************************************************
004294 77  BD-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
004295 77  BD-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
004296 01  WS-HOLCAL-STATUS          PIC X(02).
004297     88  HOLCAL-FILE-FOUND                VALUE "00".
004298 01  WS-HOL-EOF-SW             PIC X(01)  VALUE "N".
004299     88  HOLIDAY-TABLE-EOF                VALUE "Y".
004300 01  WS-HOL-FOUND-SW           PIC X(01)  VALUE "N".
004301     88  HOLIDAY-FOUND                    VALUE "Y".
004302 01  BD-HOLIDAY-TABLE.
004303     05  BD-HOL-ENTRY OCCURS 2000 TIMES
004304             INDEXED BY BD-HOL-IDX.
004305         10  BD-HOL-CURRENCY   PIC X(03).
004306         10  BD-HOL-DATE       PIC 9(08).
004307****************************************************************
004308* CALENDAR DATE FIELDS.  8110 SETS BD-CAL-DATE TO THE DUE DATE  *
004309* OF PERIOD BD-CAL-PERIOD OF A LOAN BOOKED ON BD-CAL-BOOK-DATE: *
004310* THE BOOKING DAY OF THE MONTH, HELD TO THE MONTH'S LAST DAY    *
004311* WHEN THE MONTH IS SHORTER AND ALWAYS ON THE LAST DAY WHEN THE *
004312* LOAN WAS BOOKED ON A MONTH END, THEN MOVED FORWARD TO THE     *
004313* FOLLOWING BUSINESS DAY OF BD-CAL-CURRENCY                     *
004314****************************************************************
004315 01  BD-CAL-CURRENCY           PIC X(03).
004316 77  BD-CAL-PERIOD             PIC S9(05) COMP.
004317 01  BD-CAL-BOOK-DATE.
004318     05  BD-CAL-BOOK-YEAR      PIC 9(04).
004319     05  BD-CAL-BOOK-MONTH     PIC 9(02).
004320     05  BD-CAL-BOOK-DAY       PIC 9(02).
004321 01  BD-CAL-BOOK-DATE-NUM REDEFINES BD-CAL-BOOK-DATE
004322                               PIC 9(08).
004323 01  BD-CAL-DATE.
004324     05  BD-CAL-YEAR           PIC 9(04).
004325     05  BD-CAL-MONTH          PIC 9(02).
004326     05  BD-CAL-DAY            PIC 9(02).
004327 01  BD-CAL-DATE-NUM REDEFINES BD-CAL-DATE
004328                               PIC 9(08).
004329 77  BD-CAL-MONTH-TOTAL        PIC S9(07) COMP.
004330 77  BD-CAL-MONTH-WORK         PIC S9(03) COMP.
004331 01  WS-CAL-EOM-SW             PIC X(01)  VALUE "N".
004332     88  BOOKED-AT-MONTH-END              VALUE "Y".
004333 01  WS-CAL-BUS-DAY-SW         PIC X(01)  VALUE "N".
004334     88  CAL-ON-BUSINESS-DAY              VALUE "Y".
004335 77  BD-ML-YEAR                PIC 9(04).
004336 77  BD-ML-MONTH               PIC 9(02).
004337 77  BD-ML-DAYS                PIC S9(03) COMP.
004338 77  BD-ML-QUOTIENT            PIC S9(05) COMP.
004339 77  BD-ML-REM-4               PIC S9(03) COMP.
004340 77  BD-ML-REM-100             PIC S9(03) COMP.
004341 77  BD-ML-REM-400             PIC S9(03) COMP.
004342****************************************************************
004343* DAY-NUMBER FIELDS - 8160 TURNS BD-DN-DATE INTO ITS JULIAN DAY *
004344* NUMBER; THE NUMBER MOD 7 GIVES THE WEEKDAY, 0 = MONDAY        *
004345****************************************************************
004346 01  BD-DN-DATE.
004347     05  BD-DN-YEAR            PIC 9(04).
004348     05  BD-DN-MONTH           PIC 9(02).
004349     05  BD-DN-DAY             PIC 9(02).
004350 01  BD-DN-DATE-NUM REDEFINES BD-DN-DATE
004351                               PIC 9(08).
004352 77  BD-DN-A                   PIC S9(03) COMP.
004353 77  BD-DN-Y                   PIC S9(05) COMP.
004354 77  BD-DN-M                   PIC S9(03) COMP.
004355 77  BD-DN-MONTH-DAYS          PIC S9(05) COMP.
004356 77  BD-DN-LEAP-4              PIC S9(05) COMP.
004357 77  BD-DN-LEAP-100            PIC S9(05) COMP.
004358 77  BD-DN-LEAP-400            PIC S9(05) COMP.
004359 77  BD-DN-NUMBER              PIC S9(09) COMP.
004360 77  BD-DN-WORK                PIC S9(09) COMP.
004361 77  BD-DN-DOW                 PIC S9(03) COMP.
004362
004363 PROCEDURE DIVISION.
004364 0000-MAINLINE.
004365     PERFORM 1000-INITIALIZE
004366         THRU 1000-EXIT.
004367     PERFORM 2000-PROCESS-ONE-LOAN
004368         THRU 2000-EXIT
004369         UNTIL LOAN-EOF.
004370     PERFORM 9000-TERMINATE
004371         THRU 9000-EXIT.
004372     GOBACK.
004373
004374****************************************************************
004375* 1000-INITIALIZE - OPEN FILES AND PRIME THE READ              *
004376****************************************************************
004380 1000-INITIALIZE.
004390     MOVE "01" TO CALL-FEEDBACK.
004400     OPEN INPUT  LOAN-INPUT.
004406* AND REPORT OPENS BELOW
004408     PERFORM 1040-LOAD-SHOCK-PARMS
004409         THRU 1040-EXIT.
004410* THE BUSINESS DATE IS SETTLED BEFORE THE LOCK IS TAKEN, SO A
004411* MISSING OR BAD DATECTL HAS NO LOCK TO STRAND
004412     PERFORM 1088-READ-DATE-CONTROL
004413         THRU 1088-EXIT.
004414     CLOSE DATE-CONTROL.
004415* NO UPDATER TOUCHES LOAN-MASTER UNTIL THE LOCK IS HELD
004416     PERFORM 1030-ACQUIRE-MASTER-LOCK
004417         THRU 1030-EXIT.
004418     PERFORM 1100-ESTABLISH-RESTART-POINT
004420         THRU 1100-EXIT.
004430     PERFORM 1062-OPEN-PV-REPORT
004440         THRU 1062-EXIT.
004500         THRU 1070-EXIT.
004502     PERFORM 1071-OPEN-AUDIT-DATA
004504         THRU 1071-EXIT.
004506     PERFORM 1073-OPEN-MASTER-JOURNAL
004508         THRU 1073-EXIT.
004510     PERFORM 1072-OPEN-GL-FEED
004520         THRU 1072-EXIT.
004530     PERFORM 1075-LOAD-CURRENCY-TABLE
004542     PERFORM 1077-LOAD-FX-RATE-TABLE
004544         THRU 1077-EXIT.
004546     PERFORM 1079-LOAD-RATE-INDEX-TABLE
004547         THRU 1079-EXIT.
004548     PERFORM 1082-LOAD-BORROWER-EXPOSURE
004549         THRU 1082-EXIT.
004551     PERFORM 8100-LOAD-HOLIDAYS
004553         THRU 8100-EXIT.
004555     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
004560     ACCEPT RPT-RUN-TIME FROM TIME.
004570     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
004580     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
004970         WRITE ERROR-LISTING-LINE FROM ERR-HEADING-1
004980         WRITE ERROR-LISTING-LINE FROM SPACES
004990         WRITE ERROR-LISTING-LINE FROM ERR-COLUMN-HEADING
004991     END-IF.
004992 1064-EXIT.
004993     EXIT.
004994
004995****************************************************************
004996* 1065-OPEN-RECYCLE-FILE - SAME APPEND-ON-RESTART TREATMENT AS  *
004997*                          THE ERROR LISTING, BUT NO HEADINGS -  *
004998*                          THE RECYCLE FILE IS MACHINE-READ.     *
004999*                          A SHOCK RUN MUST NOT TOUCH IT: ITS    *
005000*                          REJECTS MIRROR THE REAL RUN'S AND     *
005001*                          OPENING OUTPUT WOULD WIPE THE REAL    *
005002*                          FILE BEFORE DATA ENTRY WORKS IT       *
005003****************************************************************
005004 1065-OPEN-RECYCLE-FILE.
005005     IF SHOCK-MODE
005006         GO TO 1065-EXIT
005007     END-IF.
005008     IF WS-RESTART-COUNT IS GREATER THAN ZERO
005009         OPEN EXTEND RECYCLE-FILE
005010     ELSE
005011         OPEN OUTPUT RECYCLE-FILE
005012     END-IF.
005013 1065-EXIT.
005014     EXIT.
005015
005022****************************************************************
005023* 1040-LOAD-SHOCK-PARMS - A PRESENT SHOCKPRM FILE PUTS THE RUN  *
005024*                         IN SENSITIVITY MODE AND SUPPLIES THE   *
005152 1030-EXIT.
005153     EXIT.
005154
005155****************************************************************
005156* 1068-OPEN-SHOCK-REPORT - SHOCK RUNS NEVER RESTART FROM A      *
005157*                          CHECKPOINT SO THE REPORT IS ALWAYS    *
005158*                          CREATED FRESH                         *
005159****************************************************************
005160 1068-OPEN-SHOCK-REPORT.
005161     OPEN OUTPUT SHOCK-REPORT.
005162 1068-EXIT.
005163     EXIT.
005164
005165****************************************************************
005166* 1066-OPEN-AMORT-REPORT - SAME APPEND-ON-RESTART TREATMENT AS  *
005167*                          1062-OPEN-PV-REPORT.                  *
005168****************************************************************
005169 1066-OPEN-AMORT-REPORT.
005170     IF WS-RESTART-COUNT IS GREATER THAN ZERO
005171         OPEN EXTEND AMORT-REPORT
005172     ELSE
005173         OPEN OUTPUT AMORT-REPORT
005174     END-IF.
005175 1066-EXIT.
005176     EXIT.
005177
005178****************************************************************
005179* 1060-OPEN-LOAN-MASTER - OPEN FOR UPDATE SO A LOAN'S CASH      *
005180*                         FLOWS SURVIVE ACROSS RUNS; ONLY THE   *
005181*                         VERY FIRST RUN EVER CREATES THE FILE  *
005182****************************************************************
005183 1060-OPEN-LOAN-MASTER.
005184     IF SHOCK-MODE
005185* A SHOCK RUN PRICES OFF THE IN-STORAGE FLOW TABLE AND MUST
005186* LEAVE THE MASTER FILE ALONE - NOT EVEN AN OPEN
005187         GO TO 1060-EXIT
005188     END-IF.
005189     OPEN I-O LOAN-MASTER.
005190     IF NOT LOANMSTR-FILE-FOUND
005191         OPEN OUTPUT LOAN-MASTER
005192         SET LOANMSTR-CREATED TO TRUE
005193     END-IF.
005194 1060-EXIT.
005195     EXIT.
005196
005197****************************************************************
005198* 1070-OPEN-AUDIT-LOG - APPEND TO THE AUDIT TRAIL RATHER THAN   *
005199*                       RECREATING IT EACH RUN; THE HEADING AND *
005200*                       COLUMN-HEADING LINES ARE WRITTEN ONLY   *
005210*                       WHEN THE FILE IS BEING CREATED FOR THE  *
005220*                       FIRST TIME. OPEN EXTEND DOES NOT CREATE *
005360         WRITE AUDIT-LOG-LINE FROM AUD-COLUMN-HEADING
005370     END-IF.
005380 1070-EXIT.
005381     EXIT.
005382
005383****************************************************************
005384* 1071-OPEN-AUDIT-DATA - APPEND TO THE MACHINE-READABLE AUDIT   *
005385*                        FILE, SAME EXISTENCE TEST AS THE       *
005386*                        PRINT-IMAGE TRAIL BUT NO HEADINGS -    *
005387*                        THE FILE IS MACHINE-READ               *
005388****************************************************************
005389 1071-OPEN-AUDIT-DATA.
005390     IF SHOCK-MODE
005391* A WHAT-IF RUN WRITES NO AUDIT RECORDS - LEAVE THE FILE ALONE
005392         GO TO 1071-EXIT
005393     END-IF.
005394     OPEN INPUT AUDIT-DATA.
005395     IF AUDITDAT-FILE-FOUND
005396         CLOSE AUDIT-DATA
005397         OPEN EXTEND AUDIT-DATA
005398     ELSE
005399         OPEN OUTPUT AUDIT-DATA
005400     END-IF.
005401 1071-EXIT.
005402     EXIT.
005403
005412****************************************************************
005413* 1073-OPEN-MASTER-JOURNAL - APPEND TO THE LMJRNL CHANGE        *
005414*                            JOURNAL.  EVERY ADD, CHANGE, AND   *
005415*                            DELETE ON LOAN-MASTER GOES THERE   *
005416*                            WITH ITS BEFORE AND AFTER IMAGES   *
005417*                            SO LOANRCVR CAN ROLL THE LAST      *
005418*                            LOANUNLD IMAGE FORWARD             *
005419****************************************************************
005420 1073-OPEN-MASTER-JOURNAL.
005421     IF SHOCK-MODE
005422* A WHAT-IF RUN CHANGES NOTHING ON LOAN-MASTER - THERE IS
005423* NOTHING TO JOURNAL
005424         GO TO 1073-EXIT
005425     END-IF.
005426     OPEN INPUT MASTER-JOURNAL.
005427     IF JOURNAL-FILE-FOUND
005428         CLOSE MASTER-JOURNAL
005429         OPEN EXTEND MASTER-JOURNAL
005430     ELSE
005431         OPEN OUTPUT MASTER-JOURNAL
005432     END-IF.
005433 1073-EXIT.
005434     EXIT.
005435
005436****************************************************************
005437* 1072-OPEN-GL-FEED - SAME APPEND-ON-RESTART TREATMENT AS       *
005438*                     1062-OPEN-PV-REPORT; OTHERWISE A RESTART  *
005440*                     WOULD PERMANENTLY LOSE THE GL POSTINGS    *
005450*                     FOR LOANS PROCESSED BEFORE THE ABEND.     *
005460****************************************************************
006000     MOVE CT-DAY-COUNT-BASIS TO CT-TBL-DAY-COUNT-BASIS(CT-IDX).
006010     MOVE CT-ROUNDING-RULE   TO CT-TBL-ROUNDING-RULE(CT-IDX).
006020 1080-EXIT.
006021     EXIT.
006022
006023****************************************************************
006024* 1077-LOAD-FX-RATE-TABLE - READ THE DAY'S FX RATE FILE INTO    *
006025*                           AN IN-MEMORY TABLE ONCE, AT          *
006026*                           STARTUP, SAME TREATMENT AS CURRTAB   *
006027****************************************************************
006028 1077-LOAD-FX-RATE-TABLE.
006029     OPEN INPUT FX-RATE-TABLE.
006030     IF NOT FXRATES-FILE-FOUND
006031*        NO FX RATE FILE MEANS NO LOAN CAN BE TRANSLATED TO
006032*        BASE CURRENCY, SO THE RUN IS ABORTED RATHER THAN
006033*        LETTING EVERY LOAN FALL THROUGH TO A C2 REJECTION
006034         DISPLAY "COBCALC: FATAL - FX-RATE-TABLE NOT FOUND, "
006035             "STATUS " WS-FXRATES-STATUS ".  RUN ABORTED."
006036*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
006037*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
006038         PERFORM 9050-RELEASE-MASTER-LOCK
006039             THRU 9050-EXIT
006040         MOVE 16 TO RETURN-CODE
006041         STOP RUN
006042     END-IF.
006043     MOVE "N" TO WS-FX-EOF-SW.
006044     PERFORM 1078-READ-FX-RATE-RECORD
006045         THRU 1078-EXIT
006046         UNTIL FX-TABLE-EOF.
006047     CLOSE FX-RATE-TABLE.
006048 1077-EXIT.
006049     EXIT.
006050
006051 1078-READ-FX-RATE-RECORD.
006052     READ FX-RATE-TABLE
006053         AT END
006054             SET FX-TABLE-EOF TO TRUE
006055             GO TO 1078-EXIT
006056     END-READ.
006057     IF FX-ENTRY-COUNT IS NOT LESS THAN FX-MAX-ENTRIES
006058         SET FX-TABLE-EOF TO TRUE
006059         GO TO 1078-EXIT
006060     END-IF.
006061     IF FX-RATE-TO-BASE IS NOT NUMERIC
006062             OR FX-RATE-TO-BASE IS EQUAL TO ZERO
006063*        BAD PARAMETER RECORD - LEAVE THIS CURRENCY OFF THE
006064*        TABLE SO A LOAN QUOTING IT IS REJECTED C2 RATHER THAN
006065*        TRANSLATED AT A ZERO RATE
006066         GO TO 1078-EXIT
006067     END-IF.
006068     ADD 1 TO FX-ENTRY-COUNT.
006069     SET FX-IDX TO FX-ENTRY-COUNT.
006070     MOVE FX-CURRENCY-CODE TO FX-TBL-CURRENCY-CODE(FX-IDX).
006071     MOVE FX-RATE-TO-BASE  TO FX-TBL-RATE-TO-BASE(FX-IDX).
006072 1078-EXIT.
006073     EXIT.
006074
006080****************************************************************
006081* 1079-LOAD-RATE-INDEX-TABLE - READ THE EFFECTIVE-DATED RATE    *
006082*                              INDEX FILE INTO AN IN-MEMORY     *
006125 1081-EXIT.
006126     EXIT.
006127
006128****************************************************************
006129* 1082-LOAD-BORROWER-EXPOSURE - OPEN THE BORROWER MASTER AND    *
006130*                               MEASURE EVERY LOAN ALREADY ON   *
006131*                               LOAN-MASTER INTO ITS BORROWER'S *
006132*                               EXPOSURE ENTRY.  NEEDS THE FX   *
006133*                               TABLE LOADED FIRST.  WITHOUT A  *
006134*                               BORROWER MASTER THERE IS NO     *
006135*                               LIMIT TO TEST, AND ANY LOAN     *
006136*                               NAMING A BORROWER REJECTS B1    *
006137****************************************************************
006138 1082-LOAD-BORROWER-EXPOSURE.
006139     IF SHOCK-MODE
006140* A WHAT-IF RUN BOOKS NOTHING AND NEVER OPENS LOAN-MASTER, SO
006141* IT HAS NO EXPOSURE TO MEASURE AND APPLIES NO LIMIT
006142         GO TO 1082-EXIT
006143     END-IF.
006144     OPEN INPUT BORROWER-MASTER.
006145     IF NOT BORRMSTR-FILE-FOUND
006146         DISPLAY "COBCALC: WARNING - BORROWER MASTER NOT FOUND, "
006147             "STATUS " WS-BORRMSTR-STATUS ".  LOANS NAMING A "
006148             "BORROWER WILL REJECT B1."
006149         GO TO 1082-EXIT
006150     END-IF.
006151     SET BORRMSTR-OPEN TO TRUE.
006152     IF LOANMSTR-CREATED
006153* A MASTER CREATED BY THIS RUN HOLDS NO LOANS YET
006154         GO TO 1082-EXIT
006155     END-IF.
006156     MOVE "N"  TO WS-BX-SCAN-EOF-SW.
006157     MOVE ZERO TO BX-CURR-LOAN-ID.
006158     PERFORM 1084-RESET-LOAN-WORK
006159         THRU 1084-EXIT.
006160     MOVE ZERO TO LM-LOAN-ID.
006161     MOVE ZERO TO LM-PERIOD-NO.
006162     START LOAN-MASTER
006163         KEY IS GREATER THAN LM-KEY
006164         INVALID KEY
006165             SET BX-SCAN-DONE TO TRUE
006166     END-START.
006167     PERFORM 1083-SCAN-ONE-MASTER-RECORD
006168         THRU 1083-EXIT
006169         UNTIL BX-SCAN-DONE.
006170     IF BX-CURR-LOAN-ID IS GREATER THAN ZERO
006171* CLOSE OUT THE LAST LOAN ON THE FILE
006172         PERFORM 1086-CLOSE-ONE-LOAN
006173             THRU 1086-EXIT
006174     END-IF.
006175     IF BX-NO-RATE-COUNT IS GREATER THAN ZERO
006176         DISPLAY "COBCALC: WARNING - " BX-NO-RATE-COUNT
006177             " BOOKED LOAN(S) IN A CURRENCY WITH NO FX RATE LEFT "
006178             "OUT OF BORROWER EXPOSURE."
006179     END-IF.
006180 1082-EXIT.
006181     EXIT.
006182
006183 1083-SCAN-ONE-MASTER-RECORD.
006184     READ LOAN-MASTER NEXT RECORD
006185         AT END
006186             SET BX-SCAN-DONE TO TRUE
006187             GO TO 1083-EXIT
006188     END-READ.
006189     IF NOT LOANMSTR-FILE-FOUND
006190* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN
006191* RATHER THAN SPIN ON THE SAME RECORD
006192         SET BX-SCAN-DONE TO TRUE
006193         GO TO 1083-EXIT
006194     END-IF.
006195     IF LM-LOAN-ID IS NOT EQUAL TO BX-CURR-LOAN-ID
006196         IF BX-CURR-LOAN-ID IS GREATER THAN ZERO
006197             PERFORM 1086-CLOSE-ONE-LOAN
006198                 THRU 1086-EXIT
006199         END-IF
006200         MOVE LM-LOAN-ID TO BX-CURR-LOAN-ID
006201         PERFORM 1084-RESET-LOAN-WORK
006202             THRU 1084-EXIT
006203     END-IF.
006204     PERFORM 1085-ADD-ONE-PERIOD
006205         THRU 1085-EXIT.
006206 1083-EXIT.
006207     EXIT.
006208
006209 1084-RESET-LOAN-WORK.
006210     MOVE "N"    TO WS-BX-SPLIT-SW.
006211     MOVE ZERO   TO BX-LOAN-BORROWER.
006212     MOVE SPACES TO BX-LOAN-CURRENCY.
006213     MOVE ZERO   TO BX-LOAN-OUTSTANDING.
006214     MOVE ZERO   TO BX-LOAN-BASE.
006215 1084-EXIT.
006216     EXIT.
006217
006218****************************************************************
006219* 1085-ADD-ONE-PERIOD - THE HEADER GIVES THE BORROWER AND THE   *
006220*                       CURRENCY.  OUTSTANDING IS MEASURED THE  *
006221*                       WAY THE GL RECONCILIATION MEASURES IT:  *
006222*                       AN AMORTIZED LOAN STILL OWES THE        *
006223*                       PRINCIPAL OF EVERY PERIOD NOT YET FULLY *
006224*                       PAID; A PV/FV BOOKING, WITH NO SPLIT,   *
006225*                       STILL OWES THE UNPAID PART OF EACH FLOW *
006226****************************************************************
006227 1085-ADD-ONE-PERIOD.
006228     IF LM-IS-LOAN-HEADER
006229* A HEADER WRITTEN BEFORE THE BORROWER FIELD EXISTED HOLDS
006230* SPACES THERE AND BELONGS TO NO BORROWER
006231         IF LM-HDR-BORROWER-ID IS NUMERIC
006232             MOVE LM-HDR-BORROWER-ID TO BX-LOAN-BORROWER
006233         END-IF
006234         MOVE LM-HDR-CURRENCY-CODE TO BX-LOAN-CURRENCY
006235         GO TO 1085-EXIT
006236     END-IF.
006237     IF LM-PERIOD-NO IS EQUAL TO 1
006238         IF LM-PRINCIPAL-PORTION IS NOT EQUAL TO ZERO
006239                 OR LM-BALANCE-REMAINING IS NOT EQUAL TO ZERO
006240             SET BX-LOAN-HAS-SPLIT TO TRUE
006241         END-IF
006242     END-IF.
006243     IF LM-FULLY-PAID
006244         GO TO 1085-EXIT
006245     END-IF.
006246     IF BX-LOAN-HAS-SPLIT
006247         ADD LM-PRINCIPAL-PORTION TO BX-LOAN-OUTSTANDING
006248     ELSE
006249         COMPUTE BX-LOAN-OUTSTANDING =
006250               BX-LOAN-OUTSTANDING + LM-AMOUNT - LM-PAID-AMOUNT
006251     END-IF.
006252 1085-EXIT.
006253     EXIT.
006254
006255****************************************************************
006256* 1086-CLOSE-ONE-LOAN - ALL OF ONE LOAN'S RECORDS HAVE BEEN     *
006257*                       SEEN.  TRANSLATE ITS OUTSTANDING TO     *
006258*                       BASE AND ADD IT TO ITS BORROWER'S       *
006259*                       ENTRY                                   *
006260****************************************************************
006261 1086-CLOSE-ONE-LOAN.
006262     IF BX-LOAN-BORROWER IS EQUAL TO ZERO
006263         GO TO 1086-EXIT
006264     END-IF.
006265     MOVE BX-LOAN-CURRENCY TO BX-FIND-CURRENCY.
006266     PERFORM 2176-LOOKUP-OTHER-FX-RATE
006267         THRU 2176-EXIT.
006268     IF NOT BX-FX-FOUND
006269         ADD 1 TO BX-NO-RATE-COUNT
006270         GO TO 1086-EXIT
006271     END-IF.
006272     COMPUTE BX-LOAN-BASE ROUNDED =
006273           BX-LOAN-OUTSTANDING * BX-FIND-RATE.
006274     MOVE BX-LOAN-BORROWER TO BX-FIND-BORROWER.
006275     PERFORM 2198-FIND-BORROWER-ENTRY
006276         THRU 2198-EXIT.
006277     IF BX-HIT IS EQUAL TO ZERO
006278         PERFORM 2594-ADD-BORROWER-ENTRY
006279             THRU 2594-EXIT
006280     END-IF.
006281     ADD BX-LOAN-BASE TO BX-TBL-EXPOSURE(BX-HIT).
006282 1086-EXIT.
006283     EXIT.
006284
006285****************************************************************
006286* 1088-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
006287*                          SHOP'S DATE-CONTROL RECORD.  NO      *
006288*                          DATECTL, OR ONE WITHOUT A CURRENT    *
006289*                          BUSINESS DATE, ABORTS THE RUN - NO   *
006290*                          JOB GUESSES ITS OWN DATE             *
006291****************************************************************
006292 1088-READ-DATE-CONTROL.
006293     OPEN INPUT DATE-CONTROL.
006294     IF NOT DATECTL-FILE-FOUND
006295         DISPLAY "COBCALC: FATAL - DATECTL NOT FOUND, "
006296             "STATUS " WS-DATECTL-STATUS ".  RUN ABORTED."
006300         MOVE 16 TO RETURN-CODE
006301         STOP RUN
006302     END-IF.
006303     READ DATE-CONTROL
006304         AT END
006305             DISPLAY "COBCALC: FATAL - DATECTL IS EMPTY.  "
006306                 "RUN ABORTED."
006311             MOVE 16 TO RETURN-CODE
006312             STOP RUN
006313     END-READ.
006314     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
006315             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
006316         DISPLAY "COBCALC: FATAL - DATECTL BUSINESS DATE MISSING "
006317             "OR NOT NUMERIC.  RUN ABORTED."
006318         MOVE 16 TO RETURN-CODE
006319         STOP RUN
006320     END-IF.
006324     MOVE DC-CURRENT-BUS-DATE TO WS-DC-BUS-DATE.
006325 1088-EXIT.
006326     EXIT.
006327****************************************************************
006328* 1050-READ-CONTROL-HEADER - THE FIRST RECORD OF THE BATCH IS   *
006329*                            A HEADER CARRYING THE LOAN COUNT   *
006330*                            AND TOTAL VALUE THE BATCH IS       *
006331*                            SUPPOSED TO CONTAIN.  ITS BUSINESS *
006332*                            DATE MUST BE DATECTL'S; A HEADER   *
006333*                            WITHOUT ONE TAKES DATECTL'S        *
006334****************************************************************
006335 1050-READ-CONTROL-HEADER.
006336     READ LOAN-INPUT
006337         AT END
006338             SET LOAN-EOF TO TRUE
006339             GO TO 1050-EXIT
006340     END-READ.
006341     IF NOT LI-IS-HEADER
006342*        THE BATCH CONTRACT REQUIRES A LEADING HEADER RECORD;
006343*        WITHOUT ONE THE FIRST LOAN CAN NEVER BE RUN THROUGH
006344*        EDIT/PROCESS, SO THE RUN IS ABORTED RATHER THAN
006345*        SILENTLY DISCARDING IT
006346         DISPLAY "COBCALC: FATAL - FIRST LOAN-INPUT RECORD IS "
006347             "NOT A HEADER RECORD.  RUN ABORTED."
006348*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
006349*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
006350         PERFORM 9050-RELEASE-MASTER-LOCK
006351             THRU 9050-EXIT
006352         MOVE 16 TO RETURN-CODE
006353         STOP RUN
006354     END-IF.
006355     MOVE LC-LOAN-COUNT    TO WS-CTL-HDR-COUNT.
006356     MOVE LC-CONTROL-TOTAL TO WS-CTL-HDR-TOTAL.
006357     MOVE LC-BATCH-ID      TO WS-BATCH-ID-IN.
006358     IF LC-BUSINESS-DATE IS NUMERIC
006359         MOVE LC-BUSINESS-DATE TO WS-BUSINESS-DATE-IN
006360     ELSE
006361         MOVE ZERO             TO WS-BUSINESS-DATE-IN
006362     END-IF.
006363     IF WS-BUSINESS-DATE-IN IS EQUAL TO ZERO
006364         MOVE WS-DC-BUS-DATE TO WS-BUSINESS-DATE-IN
006365     END-IF.
006366     IF SHOCK-MODE
006367* A WHAT-IF RUN NEITHER CHECKS NOR RECORDS THE REGISTRY - IT
006368* MUST BE FREE TO RE-PRICE A BATCH THAT ALREADY POSTED
006369         GO TO 1050-EXIT
006370     END-IF.
006371     IF WS-BUSINESS-DATE-IN IS NOT EQUAL TO WS-DC-BUS-DATE
006372*        A BATCH DATED FOR ANOTHER DAY WOULD BOOK ITS LOANS AND
006373*        POST ITS GL ON THE WRONG DATE - DATECTL IS THE ONLY
006374*        BUSINESS DATE THE SHOP RUNS ON
006375         DISPLAY "COBCALC: FATAL - LOAN-INPUT HEADER DATED "
006376             WS-BUSINESS-DATE-IN ", DATECTL BUSINESS DATE IS "
006377             WS-DC-BUS-DATE ".  RUN ABORTED."
006378*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
006379*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
006380         PERFORM 9050-RELEASE-MASTER-LOCK
006381             THRU 9050-EXIT
006382         MOVE 16 TO RETURN-CODE
006383         STOP RUN
006384     END-IF.
006385     IF WS-BATCH-ID-IN IS EQUAL TO SPACES
006386*        WITHOUT A BATCH ID THE DOUBLE-PROCESSING GUARD CANNOT
006387*        WORK, SO A HEADER THAT OMITS ONE IS A FATAL SETUP ERROR
006388         DISPLAY "COBCALC: FATAL - LOAN-INPUT HEADER CARRIES "
006389             "NO BATCH ID.  RUN ABORTED."
006390*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
006391*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
006392         PERFORM 9050-RELEASE-MASTER-LOCK
006393             THRU 9050-EXIT
006394         MOVE 16 TO RETURN-CODE
006395         STOP RUN
006396     END-IF.
006397     PERFORM 1055-REGISTER-BATCH
006398         THRU 1055-EXIT.
006399 1050-EXIT.
006400     EXIT.
006401
006402****************************************************************
006403* 1055-REGISTER-BATCH - LOOK THE BATCH ID UP ON THE REGISTRY.   *
006404*                       ALREADY COMPLETED MEANS THE RUN IS       *
006405*                       ABORTED BEFORE ANY LOAN IS TOUCHED; A    *
006406*                       RESTARTABLE RECORD MEANS AN ABENDED RUN  *
006407*                       IS BEING PICKED BACK UP; A NEW BATCH IS  *
006408*                       REGISTERED IN FLIGHT SO AN ABEND LEAVES  *
006409*                       IT RESTARTABLE                           *
006410****************************************************************
006411 1055-REGISTER-BATCH.
006412     OPEN I-O BATCH-REGISTRY.
006413     IF NOT BATCHREG-FILE-FOUND
006414         OPEN OUTPUT BATCH-REGISTRY
006415         CLOSE BATCH-REGISTRY
006416         OPEN I-O BATCH-REGISTRY
006417     END-IF.
006418     IF NOT BATCHREG-FILE-FOUND
006419*        REGISTRY UNAVAILABLE - RUN ON WITHOUT THE GUARD, SAME
006420*        BEST-EFFORT TREATMENT THE LOAN-MASTER OPEN GETS
006421         GO TO 1055-EXIT
006422     END-IF.
006423     SET BATCHREG-OPEN TO TRUE.
006424     MOVE "N" TO WS-BATCH-ON-FILE-SW.
006425     MOVE WS-BATCH-ID-IN TO BR-BATCH-ID.
006426     READ BATCH-REGISTRY
006427         KEY IS BR-BATCH-ID
006428         INVALID KEY
006429             CONTINUE
006430         NOT INVALID KEY
006431             SET BATCH-ON-FILE TO TRUE
006432     END-READ.
006433     IF BATCH-ON-FILE
006434         IF BR-COMPLETED OR BR-MISMATCHED
006435             DISPLAY "COBCALC: FATAL - BATCH " WS-BATCH-ID-IN
006436                 " ALREADY PROCESSED ON " BR-RUN-DATE
006437                 " WITH DISPOSITION " BR-DISPOSITION
006438                 ".  RUN ABORTED."
006439* A RERUN OF AN ALREADY-POSTED BATCH IS ROUTINE - IT MUST
006440* NOT STRAND THE LOCK AND BLOCK THE REAL NIGHTLY RUN
006441             PERFORM 9050-RELEASE-MASTER-LOCK
006442                 THRU 9050-EXIT
006443             MOVE 16 TO RETURN-CODE
006444             STOP RUN
006445         END-IF
006446* RESTARTABLE - AN ABENDED RUN IS BEING PICKED BACK UP; STAMP
006447* THE NEW ATTEMPT'S DATE AND TIME, DISPOSITION STAYS R
006448         MOVE RPT-RUN-DATE-OUT TO BR-RUN-DATE
006449         MOVE RPT-RUN-TIME-OUT TO BR-RUN-TIME
006450         REWRITE BATCH-REGISTRY-RECORD
006451             INVALID KEY
006452                 CONTINUE
006453         END-REWRITE
006454         GO TO 1055-EXIT
006455     END-IF.
006456     MOVE WS-BATCH-ID-IN       TO BR-BATCH-ID.
006457     MOVE WS-BUSINESS-DATE-IN  TO BR-BUSINESS-DATE.
006458     MOVE "R"                  TO BR-DISPOSITION.
006459     MOVE RPT-RUN-DATE-OUT     TO BR-RUN-DATE.
006460     MOVE RPT-RUN-TIME-OUT     TO BR-RUN-TIME.
006461     MOVE ZERO                 TO BR-LOAN-COUNT.
006462     MOVE ZERO                 TO BR-CONTROL-TOTAL.
006463     WRITE BATCH-REGISTRY-RECORD
006464         INVALID KEY
006465             CONTINUE
006466     END-WRITE.
006467 1055-EXIT.
006468     EXIT.
006469
006470****************************************************************
006471* 1100-ESTABLISH-RESTART-POINT - IF A CHECKPOINT WAS LEFT BY AN *
006472*                                ABENDED RUN, READ HOW MANY      *
006473*                                LOANS IT ALREADY HANDLED AND    *
006474*                                HOW MUCH IT HAD ALREADY         *
006475*                                ACCUMULATED TOWARD THE CONTROL  *
006476*                                TOTALS                          *
006477****************************************************************
006478 1100-ESTABLISH-RESTART-POINT.
006479     MOVE ZERO TO WS-RESTART-COUNT.
006480     MOVE ZERO TO WS-CTL-ACTUAL-COUNT.
006481     MOVE ZERO TO WS-CTL-ACTUAL-TOTAL.
006482     MOVE ZERO TO WS-REJECT-COUNT.
006483     MOVE ZERO TO RPT-PAGE-COUNT.
006484     MOVE ZERO TO SCH-PAGE-COUNT.
006485     MOVE ZERO TO RBK-REBOOK-COUNT.
006486     IF SHOCK-MODE
006487* A SHOCK RUN NEITHER TAKES NOR CONSUMES CHECKPOINTS - A REAL
006488* RUN'S RESTART POINT MUST SURVIVE AN INTERLEAVED WHAT-IF RUN
006489         GO TO 1100-EXIT
006490     END-IF.
006491     OPEN INPUT CHECKPOINT-FILE.
006492     IF CHKPT-FILE-FOUND
006493         READ CHECKPOINT-FILE
006494             AT END
006500                 MOVE ZERO TO WS-RESTART-COUNT
006510             NOT AT END
006520                 MOVE CHKPT-RECORDS-PROCESSED TO WS-RESTART-COUNT
006600                     TO RPT-PAGE-COUNT
006602                 MOVE CHKPT-SCH-PAGE-COUNT
006604                     TO SCH-PAGE-COUNT
006605* A CHECKPOINT TAKEN BEFORE THE REBOOK COUNT WAS KEPT HOLDS
006606* SPACES THERE
006607                 IF CHKPT-REBOOK-COUNT IS NUMERIC
006608                     MOVE CHKPT-REBOOK-COUNT
006609                         TO RBK-REBOOK-COUNT
006612                 END-IF
006615         END-READ
006620         CLOSE CHECKPOINT-FILE
006630     END-IF.
006640 1100-EXIT.
006760         UNTIL WS-RECORDS-PROCESSED
006770             IS GREATER THAN WS-RESTART-COUNT
006780             OR LOAN-EOF.
006781* THE FIRST LOAN PAST THE RESTART POINT MAY HAVE BEEN IN FLIGHT
006782* WHEN THE PRIOR SEGMENT ABENDED - 2192 LETS IT FINISH BOOKING
006783     IF WS-RESTART-COUNT IS GREATER THAN ZERO
006784         SET RESTART-FIRST-LOAN TO TRUE
006785     END-IF.
006790 1150-EXIT.
006800     EXIT.
006810
006872             THRU 2650-EXIT
006873         GO TO 2000-EXIT
006874     END-IF.
006875     PERFORM 2110-MOVE-LOAN-FIELDS
006876         THRU 2110-EXIT.
006877     PERFORM 2150-EDIT-LOAN-DATA
006880         THRU 2150-EXIT.
006890     MOVE "N" TO WS-CALC-OVERFLOW-SW.
006900     IF LOAN-VALID
007190         ELSE
007200             PERFORM 2190-APPLY-ROUNDING-RULE
007210                 THRU 2190-EXIT
007211* Only now that the replacement has priced cleanly does a
007212* controlled rebook take the prior booking off the master and
007213* reverse its GL posting, then lay down the new flows it held
007214* in storage
007215             IF REBOOK-PRIOR-ON-FILE
007216                 PERFORM 2230-REMOVE-PRIOR-BOOKING
007217                     THRU 2230-EXIT
007218                 PERFORM 2240-STORE-REBOOK-FLOWS
007219                     THRU 2240-EXIT
007222             END-IF
007225* Report it
007230             PERFORM 2700-WRITE-REPORT-LINE
007240                 THRU 2700-EXIT
007250* Record it on the audit trail and feed it to the GL posting
007275                     THRU 2600-EXIT
007280                 PERFORM 2800-WRITE-GL-FEED
007285                     THRU 2800-EXIT
007286                 IF REBOOK-PRIOR-ON-FILE
007287                     PERFORM 2239-POST-REBOOK-RESULT
007288                         THRU 2239-EXIT
007289                 END-IF
007290             END-IF
007302* Spell out the interest/principal split behind an amortized
007304* payment, period by period
007307                 PERFORM 2550-BUILD-AMORT-SCHEDULE
007308                     THRU 2550-EXIT
007309             END-IF
007310* With the loan fully on file, carry it in its borrower's
007311* exposure for the loans still to come in this run
007312             IF NOT SHOCK-MODE
007313                 PERFORM 2590-POST-BORROWER-EXPOSURE
007314                     THRU 2590-EXIT
007316             END-IF
007318             ADD 1 TO WS-CTL-ACTUAL-COUNT
007320             ADD CALC-RESULT TO WS-CTL-ACTUAL-TOTAL
007321             ADD CALC-RESULT-BASE TO WS-CTL-BASE-TOTAL
007322* Roll the result into the end-of-run portfolio summary
007350     END-IF.
007360     PERFORM 2650-TAKE-CHECKPOINT
007370         THRU 2650-EXIT.
007380     MOVE "N" TO WS-RESTART-FIRST-SW.
007400 2000-EXIT.
007410     EXIT.
007420
007597         GO TO 2100-EXIT
007598     END-IF.
007599     MOVE "N" TO WS-CASHFLOW-REC-SW.
007600 2100-EXIT.
007601     EXIT.
007602
007603****************************************************************
007604* 2110-MOVE-LOAN-FIELDS - PICK UP THE LOAN RECORD THE MAIN      *
007605*                         LOOP IS ABOUT TO PROCESS              *
007606****************************************************************
007607 2110-MOVE-LOAN-FIELDS.
007608     MOVE LI-LOAN-AMOUNT       TO LOAN-AMOUNT-IN.
007610     MOVE LI-INTEREST-RATE     TO INTEREST-IN.
007620     MOVE LI-NO-OF-PERIODS     TO NO-OF-PERIODS-IN.
007630     MOVE LI-TRANS-CODE        TO TRANS-CODE-IN.
007650     MOVE LI-GL-ACCOUNT        TO GL-ACCOUNT-IN.
007660     MOVE LI-CURRENCY-CODE     TO CURRENCY-CODE-IN.
007662     MOVE LI-REASON-CODE       TO REASON-CODE-IN.
007663     MOVE LI-RESUBMIT-FLAG     TO RESUBMIT-FLAG-IN.
007664     MOVE LI-REBOOK-FLAG       TO REBOOK-FLAG-IN.
007665     MOVE LI-RATE-INDEX        TO RATE-INDEX-IN.
007666     MOVE "Y" TO WS-SPREAD-OK-SW.
007667     IF LI-RATE-INDEX IS EQUAL TO SPACES
007676             MOVE "N"  TO WS-SPREAD-OK-SW
007677         END-IF
007678     END-IF.
007679     MOVE "Y" TO WS-BORR-ID-OK-SW.
007680     IF LI-BORROWER-ID IS NUMERIC
007681         MOVE LI-BORROWER-ID TO BORROWER-ID-IN
007682     ELSE
007683         MOVE ZERO TO BORROWER-ID-IN
007684         IF LI-BORROWER-ID-X IS NOT EQUAL TO SPACES
007685             MOVE "N" TO WS-BORR-ID-OK-SW
007686         END-IF
007687     END-IF.
007688* Hold the raw record image for the recycle file - the file
007689* buffer is gone by the time an overflow reject is detected
007690     MOVE LOAN-INPUT-RECORD    TO RCY-HOLD-RECORD.
007691 2110-EXIT.
007692     EXIT.
007693
007700****************************************************************
007710* 2150-EDIT-LOAN-DATA - VALIDATE NO-OF-PERIODS-IN, INTEREST-IN, *
007720*                       AND TRANS-CODE-IN BEFORE ANY CASH FLOWS *
007740****************************************************************
007750 2150-EDIT-LOAN-DATA.
007760     SET LOAN-VALID TO TRUE.
007761     MOVE "N" TO WS-REBOOK-SW.
007770     IF NO-OF-PERIODS-IN IS LESS THAN 1
007780         MOVE "P1" TO EDIT-REASON-CODE
007790         MOVE "NUMBER OF PERIODS MUST BE GREATER THAN ZERO"
008240         MOVE "REPRICED INTEREST RATE ROUNDS TO ZERO"
008250             TO EDIT-REASON-TEXT
008260         GO TO 2150-REJECT
008261     END-IF.
008262     PERFORM 2192-CHECK-DUPLICATE-BOOKING
008263         THRU 2192-EXIT.
008264     IF LOAN-INVALID
008265         GO TO 2150-REJECT
008271     END-IF.
008272* LAST EDIT, AND THE COSTLIEST - IT READS THE BORROWER MASTER
008273* AND ANY EARLIER BOOKING OF THE LOAN
008274     PERFORM 2195-CHECK-BORROWER-EXPOSURE
008275         THRU 2195-EXIT.
008276     IF LOAN-INVALID
008277         GO TO 2150-REJECT
008278     END-IF.
008280     GO TO 2150-EXIT.
008290 2150-REJECT.
008300     SET LOAN-INVALID TO TRUE.
008538 2168-EXIT.
008539     EXIT.
008540
008542****************************************************************
008544* 2170-LOOKUP-CURRENCY-RATE - FIND THIS LOAN'S CURRENCY CODE IN *
008546*                             THE IN-MEMORY CURRENCY TABLE AND  *
008550*                             CARRY ITS DAY-COUNT BASIS AND     *
008560*                             ROUNDING RULE FORWARD             *
008570****************************************************************
008798 2174-EXIT.
008799     EXIT.
008800
008801****************************************************************
008802* 2176-LOOKUP-OTHER-FX-RATE - FIND BX-FIND-CURRENCY'S RATE TO   *
008803*                             BASE FOR THE EXPOSURE CHECK.      *
008804*                             KEPT APART FROM 2172 SO THE       *
008805*                             LOAN'S OWN CURR-FX-RATE IS LEFT   *
008806*                             ALONE                             *
008807****************************************************************
008808 2176-LOOKUP-OTHER-FX-RATE.
008809     MOVE "N" TO WS-BX-FX-FOUND-SW.
008810     IF BX-FIND-CURRENCY IS EQUAL TO BASE-CURRENCY-CODE
008811         MOVE 1 TO BX-FIND-RATE
008812         SET BX-FX-FOUND TO TRUE
008813         GO TO 2176-EXIT
008814     END-IF.
008815     PERFORM 2177-SEARCH-OTHER-FX-ENTRY
008816         THRU 2177-EXIT
008817         VARYING FX-IDX FROM 1 BY 1
008818         UNTIL FX-IDX IS GREATER THAN FX-ENTRY-COUNT
008819         OR BX-FX-FOUND.
008820 2176-EXIT.
008821     EXIT.
008822
008823 2177-SEARCH-OTHER-FX-ENTRY.
008824     IF FX-TBL-CURRENCY-CODE(FX-IDX) IS EQUAL TO BX-FIND-CURRENCY
008825         MOVE FX-TBL-RATE-TO-BASE(FX-IDX) TO BX-FIND-RATE
008826         SET BX-FX-FOUND TO TRUE
008827     END-IF.
008828 2177-EXIT.
008829     EXIT.
008830****************************************************************
008831* 2180-REPRICE-INTEREST-RATE - RESTATE THE QUOTED RATE (ON A    *
008832*                              360-DAY BASIS) ONTO THIS         *
008833*                              CURRENCY'S OWN DAY-COUNT BASIS   *
008834****************************************************************
008840 2180-REPRICE-INTEREST-RATE.
008850     COMPUTE CURR-RATE-NUMERATOR =
008860           INTEREST-IN * CURR-DAY-COUNT-BASIS.
008870     COMPUTE INTEREST = CURR-RATE-NUMERATOR / 360.
008871 2180-EXIT.
008872     EXIT.
008873
008874****************************************************************
008875* 2190-APPLY-ROUNDING-RULE - ROUND OR TRUNCATE THE RAW RESULT   *
008876*                            TO CENTS PER THIS CURRENCY'S        *
008877*                            ROUNDING RULE                       *
008878****************************************************************
008879 2190-APPLY-ROUNDING-RULE.
008880     EVALUATE CURR-ROUNDING-RULE
008881         WHEN "N"
008882             COMPUTE CALC-RESULT ROUNDED = CALC-RESULT-RAW
008883         WHEN OTHER
008884             COMPUTE CALC-RESULT = CALC-RESULT-RAW
008885     END-EVALUATE.
008886* THE BASE-CURRENCY EQUIVALENT IS ALWAYS ROUNDED TO CENTS -
008887* THE NATIVE ROUNDING RULE GOVERNS THE NATIVE AMOUNT ONLY
008888     COMPUTE CALC-RESULT-BASE ROUNDED =
008889           CALC-RESULT * CURR-FX-RATE.
008890 2190-EXIT.
008891     EXIT.
008892
008893****************************************************************
008894* 2192-CHECK-DUPLICATE-BOOKING - A LOAN-ID ALREADY ON LOAN-     *
008895*                                MASTER IS A DUPLICATE BOOKING  *
008896*                                UNLESS THE RECORD CARRIES THE  *
008897*                                REBOOK FLAG.  A REBOOK NEEDS   *
008898*                                THE RESULT ORIGINALLY POSTED,  *
008899*                                TO REVERSE IT, AND NO CASH     *
008900*                                APPLIED TO THE LOAN, WHOSE     *
008901*                                PAYMENT HISTORY WOULD          *
008902*                                OTHERWISE OUTLIVE IT.  THE     *
008903*                                PRIOR TERMS                    *
008904*                                ARE HELD FOR 2230.  LEAVES     *
008905*                                LOAN-INVALID SET WITH THE      *
008906*                                REASON ON A REJECT             *
008907****************************************************************
008908 2192-CHECK-DUPLICATE-BOOKING.
008909     IF SHOCK-MODE
008910         GO TO 2192-EXIT
008911     END-IF.
008912* A MASTER CREATED BY THIS RUN CANNOT BE READ BACK UNTIL THE
008913* NEXT RUN, AND HOLDS NOTHING BOOKED BEFORE IT
008914     IF LOANMSTR-CREATED
008915         GO TO 2192-EXIT
008916     END-IF.
008917     MOVE LOAN-ID-IN TO LM-LOAN-ID.
008918     MOVE ZERO       TO LM-PERIOD-NO.
008919     READ LOAN-MASTER
008920         KEY IS LM-KEY
008921         INVALID KEY
008922             GO TO 2192-NO-HEADER
008923     END-READ.
008924* THE LOAN IN FLIGHT WHEN THE PRIOR SEGMENT ABENDED IS ON FILE
008925* UNDER THIS BATCH'S OWN TERMS - IT IS FINISHING, NOT DUPLICATING
008926     IF RESTART-FIRST-LOAN
008927         PERFORM 2288-SET-LOAN-START-DATE
008928             THRU 2288-EXIT
008929         IF LM-HDR-BOOK-DATE = RTE-START-DATE-NUM
008930                 AND LM-HDR-TRANS-CODE = TRANS-CODE-IN
008931                 AND LM-HDR-NO-OF-PERIODS = NO-OF-PERIODS-IN
008932                 AND LM-HDR-GL-ACCOUNT = GL-ACCOUNT-IN
008933                 AND LM-HDR-CURRENCY-CODE = CURRENCY-CODE-IN
008934             GO TO 2192-EXIT
008935         END-IF
008936     END-IF.
008937     IF NOT LOAN-IS-REBOOK
008938         MOVE "D1" TO EDIT-REASON-CODE
008939         MOVE "LOAN ID ALREADY ON FILE - DUPLICATE BOOKING"
008940             TO EDIT-REASON-TEXT
008941         GO TO 2192-REJECT
008942     END-IF.
008943* A HEADER WRITTEN BEFORE THE BOOKED RESULT WAS KEPT HAS NOTHING
008944* TO REVERSE - THAT LOAN COMES OFF THROUGH LOANMNT, BY HAND
008945     IF LM-HDR-BOOKED-RESULT IS NOT NUMERIC
008946             OR LM-HDR-BOOKED-BASE IS NOT NUMERIC
008947         MOVE "D2" TO EDIT-REASON-CODE
008948         MOVE "PRIOR RESULT NOT ON FILE - DELETE VIA LOANMNT"
008949             TO EDIT-REASON-TEXT
008950         GO TO 2192-REJECT
008951     END-IF.
008952     MOVE LM-HDR-INTEREST-RATE TO RBK-PRIOR-RATE.
008953     MOVE LM-HDR-CURRENCY-CODE TO RBK-PRIOR-CURRENCY.
008954     MOVE LM-HDR-GL-ACCOUNT    TO RBK-PRIOR-ACCOUNT.
008955     EVALUATE LM-HDR-TRANS-CODE
008956         WHEN "P"
008957             MOVE "PV"  TO RBK-PRIOR-TYPE
008958         WHEN "F"
008959             MOVE "FV"  TO RBK-PRIOR-TYPE
008960         WHEN "M"
008961             MOVE "PMT" TO RBK-PRIOR-TYPE
008962         WHEN OTHER
008963             MOVE LM-HDR-TRANS-CODE TO RBK-PRIOR-TYPE
008964     END-EVALUATE.
008965     MOVE LM-HDR-NO-OF-PERIODS TO RBK-PRIOR-PERIODS.
008966     MOVE LM-HDR-RATE-INDEX    TO RBK-PRIOR-INDEX.
008967     MOVE LM-HDR-RATE-SPREAD   TO RBK-PRIOR-SPREAD.
008968     MOVE LM-HDR-BOOK-DATE     TO RBK-PRIOR-BOOK-DATE.
008969     MOVE LM-HDR-BOOKED-RESULT TO RBK-PRIOR-RESULT.
008970     MOVE LM-HDR-BOOKED-BASE   TO RBK-PRIOR-BASE.
008971     MOVE "N" TO WS-RBK-CASH-SW.
008972     IF LM-HDR-UNAPPLIED-CASH IS NUMERIC
008973             AND LM-HDR-UNAPPLIED-CASH IS GREATER THAN ZERO
008974         SET RBK-PRIOR-HAS-CASH TO TRUE
008975     END-IF.
008976     MOVE ZERO TO RBK-PRIOR-LAST-PERIOD.
008977     MOVE "N" TO WS-RBK-SCAN-EOF-SW.
008978     START LOAN-MASTER
008979         KEY IS GREATER THAN LM-KEY
008980         INVALID KEY
008981             SET RBK-SCAN-DONE TO TRUE
008982     END-START.
008983     PERFORM 2193-SCAN-PRIOR-PERIOD
008984         THRU 2193-EXIT
008985         UNTIL RBK-SCAN-DONE
008986         OR RBK-PRIOR-HAS-CASH.
008987     IF RBK-PRIOR-HAS-CASH
008988         MOVE "D3" TO EDIT-REASON-CODE
008989         MOVE "CASH APPLIED TO PRIOR BOOKING - CANNOT REBOOK"
008990             TO EDIT-REASON-TEXT
008991         GO TO 2192-REJECT
008992     END-IF.
008993     SET REBOOK-PRIOR-ON-FILE TO TRUE.
008994     GO TO 2192-EXIT.
008995 2192-NO-HEADER.
008996* A LOAN BOOKED BEFORE THE PERIOD-ZERO HEADER EXISTED IS ON FILE
008997* IF ITS FIRST PERIOD IS, AND HAS NO RESULT ON FILE TO REVERSE
008998     MOVE 1 TO LM-PERIOD-NO.
008999     READ LOAN-MASTER
009000         KEY IS LM-KEY
009001         INVALID KEY
009002             GO TO 2192-EXIT
009003     END-READ.
009004* ...UNLESS IT IS THIS BATCH'S OWN LOAN, CUT OFF BY THE ABEND
009005* BEFORE ITS HEADER WAS WRITTEN
009006     IF RESTART-FIRST-LOAN
009007         GO TO 2192-EXIT
009008     END-IF.
009009     IF NOT LOAN-IS-REBOOK
009010         MOVE "D1" TO EDIT-REASON-CODE
009011         MOVE "LOAN ID ALREADY ON FILE - DUPLICATE BOOKING"
009012             TO EDIT-REASON-TEXT
009013     ELSE
009014         MOVE "D2" TO EDIT-REASON-CODE
009015         MOVE "PRIOR RESULT NOT ON FILE - DELETE VIA LOANMNT"
009016             TO EDIT-REASON-TEXT
009017     END-IF.
009018 2192-REJECT.
009019     SET LOAN-INVALID TO TRUE.
009020 2192-EXIT.
009021     EXIT.
009022
009023 2193-SCAN-PRIOR-PERIOD.
009024     READ LOAN-MASTER NEXT RECORD
009025         AT END
009026             SET RBK-SCAN-DONE TO TRUE
009027             GO TO 2193-EXIT
009028     END-READ.
009029     IF NOT LOANMSTR-FILE-FOUND
009030             OR LM-LOAN-ID IS NOT EQUAL TO LOAN-ID-IN
009031         SET RBK-SCAN-DONE TO TRUE
009032         GO TO 2193-EXIT
009033     END-IF.
009034     MOVE LM-PERIOD-NO TO RBK-PRIOR-LAST-PERIOD.
009035     IF LM-PAID-AMOUNT IS GREATER THAN ZERO
009036         SET RBK-PRIOR-HAS-CASH TO TRUE
009037     END-IF.
009038 2193-EXIT.
009039     EXIT.
009040
009041****************************************************************
009042* 2195-CHECK-BORROWER-EXPOSURE - A LOAN NAMING A BORROWER MUST  *
009043*                                NOT TAKE THAT BORROWER'S       *
009044*                                AGGREGATE OUTSTANDING, IN BASE *
009045*                                CURRENCY, PAST THE APPROVED    *
009046*                                LIMIT.  THE NEW LOAN COUNTS AT *
009047*                                ITS FULL PRINCIPAL (M) OR ITS  *
009048*                                LEVEL FLOWS OVER THE TERM (P,  *
009049*                                F).  AN EARLIER BOOKING OF THE *
009050*                                SAME LOAN-ID IS BACKED OUT     *
009051*                                FIRST, SINCE THIS ONE REPLACES *
009052*                                IT.  LEAVES LOAN-INVALID SET   *
009053*                                WITH THE REASON ON A REJECT    *
009054****************************************************************
009055 2195-CHECK-BORROWER-EXPOSURE.
009056     MOVE ZERO TO BX-HIT.
009057     MOVE ZERO TO BX-PRIOR-HIT.
009058     MOVE ZERO TO BX-PRIOR-BASE.
009059     MOVE ZERO TO BX-NEW-BASE.
009060     IF SHOCK-MODE
009061         GO TO 2195-EXIT
009062     END-IF.
009063     PERFORM 2196-MEASURE-BOOKED-LOAN
009064         THRU 2196-EXIT.
009065     IF BX-LOAN-BORROWER IS GREATER THAN ZERO
009066         MOVE BX-LOAN-BASE     TO BX-PRIOR-BASE
009067         MOVE BX-LOAN-BORROWER TO BX-FIND-BORROWER
009068         PERFORM 2198-FIND-BORROWER-ENTRY
009069             THRU 2198-EXIT
009070         MOVE BX-HIT TO BX-PRIOR-HIT
009071     END-IF.
009072     IF NOT BORROWER-ID-OK
009073         MOVE "B1" TO EDIT-REASON-CODE
009074         MOVE "BORROWER ID NOT NUMERIC"
009075             TO EDIT-REASON-TEXT
009076         GO TO 2195-REJECT
009077     END-IF.
009078     IF BORROWER-ID-IN IS EQUAL TO ZERO
009079         GO TO 2195-EXIT
009080     END-IF.
009081     IF NOT BORRMSTR-OPEN
009082         MOVE "B1" TO EDIT-REASON-CODE
009083         MOVE "BORROWER MASTER NOT AVAILABLE"
009084             TO EDIT-REASON-TEXT
009085         GO TO 2195-REJECT
009086     END-IF.
009087     MOVE BORROWER-ID-IN TO BM-BORROWER-ID.
009088     READ BORROWER-MASTER
009089         INVALID KEY
009090             MOVE "B1" TO EDIT-REASON-CODE
009091             MOVE "BORROWER NOT ON BORROWER MASTER"
009092                 TO EDIT-REASON-TEXT
009093             GO TO 2195-REJECT
009094     END-READ.
009095     MOVE BM-LIMIT-CURRENCY TO BX-FIND-CURRENCY.
009096     PERFORM 2176-LOOKUP-OTHER-FX-RATE
009097         THRU 2176-EXIT.
009098     IF NOT BX-FX-FOUND
009099         MOVE "B2" TO EDIT-REASON-CODE
009100         MOVE "NO FX RATE ON FILE FOR BORROWER LIMIT CURRENCY"
009101             TO EDIT-REASON-TEXT
009102         GO TO 2195-REJECT
009103     END-IF.
009104     COMPUTE BX-LIMIT-BASE ROUNDED =
009105           BM-APPROVED-LIMIT * BX-FIND-RATE.
009106     IF TRANS-CODE-IN IS EQUAL TO "M"
009107         MOVE LOAN-AMOUNT-IN TO BX-LOAN-OUTSTANDING
009108     ELSE
009109         COMPUTE BX-LOAN-OUTSTANDING =
009110               LOAN-AMOUNT-IN * NO-OF-PERIODS-IN
009111     END-IF.
009112     COMPUTE BX-NEW-BASE ROUNDED =
009113           BX-LOAN-OUTSTANDING * CURR-FX-RATE.
009114     MOVE BORROWER-ID-IN TO BX-FIND-BORROWER.
009115     PERFORM 2198-FIND-BORROWER-ENTRY
009116         THRU 2198-EXIT.
009117     MOVE BX-NEW-BASE TO BX-AGGREGATE-BASE.
009118     IF BX-HIT IS GREATER THAN ZERO
009119         ADD BX-TBL-EXPOSURE(BX-HIT) TO BX-AGGREGATE-BASE
009120         IF BX-PRIOR-HIT IS EQUAL TO BX-HIT
009121             SUBTRACT BX-PRIOR-BASE FROM BX-AGGREGATE-BASE
009122         END-IF
009123     END-IF.
009124     IF BX-AGGREGATE-BASE IS GREATER THAN BX-LIMIT-BASE
009125         MOVE "B3" TO EDIT-REASON-CODE
009126         MOVE "BORROWER EXPOSURE WOULD EXCEED APPROVED LIMIT"
009127             TO EDIT-REASON-TEXT
009128         GO TO 2195-REJECT
009129     END-IF.
009130     GO TO 2195-EXIT.
009131 2195-REJECT.
009132     SET LOAN-INVALID TO TRUE.
009133 2195-EXIT.
009134     EXIT.
009135
009136****************************************************************
009137* 2196-MEASURE-BOOKED-LOAN - MEASURE LOAN-ID-IN AS IT NOW       *
009138*                            STANDS ON LOAN-MASTER: ITS HEADER  *
009139*                            BORROWER AND ITS OUTSTANDING IN    *
009140*                            BASE.  BX-LOAN-BORROWER IS LEFT    *
009141*                            ZERO WHEN THE LOAN IS NOT ON FILE, *
009142*                            NAMES NO BORROWER, OR IS IN A      *
009143*                            CURRENCY WITH NO FX RATE - THE     *
009144*                            SAME LOANS THE STARTUP SCAN LEAVES *
009145*                            OUT                                *
009146****************************************************************
009147 2196-MEASURE-BOOKED-LOAN.
009148     PERFORM 1084-RESET-LOAN-WORK
009149         THRU 1084-EXIT.
009150     IF LOANMSTR-CREATED
009151         GO TO 2196-EXIT
009152     END-IF.
009153     MOVE LOAN-ID-IN TO LM-LOAN-ID.
009154     MOVE ZERO       TO LM-PERIOD-NO.
009155     READ LOAN-MASTER
009156         KEY IS LM-KEY
009157         INVALID KEY
009158             GO TO 2196-EXIT
009159     END-READ.
009160     PERFORM 1085-ADD-ONE-PERIOD
009161         THRU 1085-EXIT.
009162     IF BX-LOAN-BORROWER IS EQUAL TO ZERO
009163         GO TO 2196-EXIT
009164     END-IF.
009165     MOVE "N" TO WS-BX-SCAN-EOF-SW.
009166     START LOAN-MASTER
009167         KEY IS GREATER THAN LM-KEY
009168         INVALID KEY
009169             SET BX-SCAN-DONE TO TRUE
009170     END-START.
009171     PERFORM 2197-READ-BOOKED-PERIOD
009172         THRU 2197-EXIT
009173         UNTIL BX-SCAN-DONE.
009174     MOVE BX-LOAN-CURRENCY TO BX-FIND-CURRENCY.
009175     PERFORM 2176-LOOKUP-OTHER-FX-RATE
009176         THRU 2176-EXIT.
009177     IF NOT BX-FX-FOUND
009178         MOVE ZERO TO BX-LOAN-BORROWER
009179         GO TO 2196-EXIT
009180     END-IF.
009181     COMPUTE BX-LOAN-BASE ROUNDED =
009182           BX-LOAN-OUTSTANDING * BX-FIND-RATE.
009183 2196-EXIT.
009184     EXIT.
009185
009186 2197-READ-BOOKED-PERIOD.
009187     READ LOAN-MASTER NEXT RECORD
009188         AT END
009189             SET BX-SCAN-DONE TO TRUE
009190             GO TO 2197-EXIT
009191     END-READ.
009192     IF NOT LOANMSTR-FILE-FOUND
009193             OR LM-LOAN-ID IS NOT EQUAL TO LOAN-ID-IN
009194         SET BX-SCAN-DONE TO TRUE
009195         GO TO 2197-EXIT
009196     END-IF.
009197     PERFORM 1085-ADD-ONE-PERIOD
009198         THRU 1085-EXIT.
009199 2197-EXIT.
009200     EXIT.
009201
009202****************************************************************
009203* 2198-FIND-BORROWER-ENTRY - LOCATE BX-FIND-BORROWER IN THE     *
009204*                            EXPOSURE TABLE.  BX-HIT IS ZERO    *
009205*                            WHEN THE BORROWER HAS NO ENTRY     *
009206****************************************************************
009207 2198-FIND-BORROWER-ENTRY.
009208     MOVE ZERO TO BX-HIT.
009209     PERFORM 2199-TEST-ONE-BORROWER-ENTRY
009210         THRU 2199-EXIT
009211         VARYING BX-SUB FROM 1 BY 1
009212         UNTIL BX-SUB IS GREATER THAN BX-ENTRY-COUNT
009213         OR BX-HIT IS GREATER THAN ZERO.
009214 2198-EXIT.
009215     EXIT.
009216
009217 2199-TEST-ONE-BORROWER-ENTRY.
009218     IF BX-TBL-BORROWER-ID(BX-SUB) IS EQUAL TO BX-FIND-BORROWER
009219         MOVE BX-SUB TO BX-HIT
009220     END-IF.
009221 2199-EXIT.
009222     EXIT.
009223****************************************************************
009224* 2200-GET-AMOUNTS - WRITE ONE PERIOD OF THE LOAN'S LEVEL       *
009225*                    CASH FLOW TO LOAN-MASTER, KEYED BY         *
009226*                    LOAN-ID AND PERIOD NUMBER                  *
009227****************************************************************
009228 2200-GET-AMOUNTS.
009229     IF SHOCK-MODE
009230             OR REBOOK-PRIOR-ON-FILE
009231* WHAT-IF FLOWS STAY IN STORAGE - THE MASTER FILE IS NEVER
009232* TOUCHED BY A SHOCK RUN.  A REBOOK'S FLOWS WAIT THERE TOO,
009233* UNTIL 2240 STORES THEM OVER THE PRIOR BOOKING
009234         MOVE LOAN-AMOUNT-IN TO SHK-FLOW-AMOUNT(COUNTER)
009235         GO TO 2200-EXIT
009236     END-IF.
009237     MOVE LOAN-ID-IN     TO LM-LOAN-ID.
009238     MOVE COUNTER        TO LM-PERIOD-NO.
009239     MOVE LOAN-AMOUNT-IN TO LM-AMOUNT.
009240     MOVE ZERO           TO LM-INTEREST-PORTION.
009241     MOVE ZERO           TO LM-PRINCIPAL-PORTION.
009242     MOVE ZERO           TO LM-BALANCE-REMAINING.
009243     PERFORM 2206-CLEAR-PAID-STATUS
009244         THRU 2206-EXIT.
009245     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
009246     WRITE LOAN-MASTER-RECORD
009247         INVALID KEY
009248             PERFORM 2205-REWRITE-LOAN-MASTER
009249                 THRU 2205-EXIT
009250         NOT INVALID KEY
009251             SET JOURNAL-ADD TO TRUE
009252             PERFORM 8510-WRITE-MASTER-JOURNAL
009253                 THRU 8510-EXIT
009254     END-WRITE.
009255 2200-EXIT.
009256     EXIT.
009257
009258****************************************************************
009259* 2205-REWRITE-LOAN-MASTER - ONLY THE LOAN IN FLIGHT WHEN       *
009260*                            A PRIOR SEGMENT ABENDED FINDS ITS  *
009261*                            KEY ALREADY ON FILE - 2192 TURNS   *
009262*                            ANY OTHER LOAN-ID ON FILE AWAY,    *
009263*                            AND A REBOOK CLEARS ITS OLD        *
009265*                            PERIODS FIRST                      *
009270****************************************************************
009280 2205-REWRITE-LOAN-MASTER.
009283     PERFORM 8500-SAVE-BEFORE-IMAGE
009286         THRU 8500-EXIT.
009290     REWRITE LOAN-MASTER-RECORD.
009291     IF LOANMSTR-FILE-FOUND
009292         SET JOURNAL-CHANGE TO TRUE
009293         PERFORM 8510-WRITE-MASTER-JOURNAL
009294             THRU 8510-EXIT
009295     END-IF.
009300 2205-EXIT.
009310     EXIT.
009311
009312****************************************************************
009313* 2206-CLEAR-PAID-STATUS - A PERIOD COMES OFF THE BATCH WITH     *
009314*                          NOTHING PAID AGAINST IT AND NOT PAST  *
009315*                          DUE; LOANPAY MAINTAINS THESE FIELDS   *
009316*                          FROM THEN ON                          *
009317****************************************************************
009318 2206-CLEAR-PAID-STATUS.
009319     MOVE ZERO           TO LM-PAID-AMOUNT.
009320     MOVE ZERO           TO LM-PAID-DATE.
009321     MOVE SPACE          TO LM-PAY-STATUS.
009322     MOVE SPACE          TO LM-PAST-DUE-FLAG.
009323* NO CURTAILMENT EITHER - ONLY A LOANMOD MODIFICATION SETS ONE
009324     MOVE ZERO           TO LM-CURTAIL-AMOUNT.
009325 2206-EXIT.
009326     EXIT.
009327
009328****************************************************************
009329* 2230-REMOVE-PRIOR-BOOKING - TAKE THE EARLIER BOOKING OF A     *
009330*                             CONTROLLED REBOOK OFF             *
009331*                             LOAN-MASTER, HEADER LAST, BACK IT *
009332*                             OUT OF ITS BORROWER'S EXPOSURE,   *
009333*                             AND REVERSE THE RESULT IT POSTED  *
009334*                             TO THE GL. CALLED ONLY ONCE THE   *
009335*                             NEW BOOKING HAS PRICED, SO A      *
009336*                             REBOOK THAT FAILS ITS EDITS OR    *
009337*                             CALCULATION LEAVES THE PRIOR ONE  *
009338*                             ON FILE AND UNREVERSED            *
009339****************************************************************
009340 2230-REMOVE-PRIOR-BOOKING.
009341     PERFORM 2232-DELETE-PRIOR-PERIOD
009342         THRU 2232-EXIT
009343         VARYING RBK-PERIOD-SUB FROM 1 BY 1
009344         UNTIL RBK-PERIOD-SUB > RBK-PRIOR-LAST-PERIOD.
009345     MOVE ZERO TO RBK-PERIOD-SUB.
009346     PERFORM 2232-DELETE-PRIOR-PERIOD
009347         THRU 2232-EXIT.
009348* 2590 BACKS THE PRIOR BOOKING OUT ONLY ONCE THE NEW ONE IS ON
009349* FILE - DO IT NOW, SINCE THE OLD ONE IS GONE EITHER WAY
009350     IF BX-PRIOR-HIT IS GREATER THAN ZERO
009351         SUBTRACT BX-PRIOR-BASE FROM BX-TBL-EXPOSURE(BX-PRIOR-HIT)
009352         MOVE ZERO TO BX-PRIOR-HIT
009353     END-IF.
009354     PERFORM 2234-AUDIT-PRIOR-BOOKING
009355         THRU 2234-EXIT.
009356     PERFORM 2236-WRITE-GL-REVERSAL
009357         THRU 2236-EXIT.
009358     PERFORM 2238-LIST-REBOOK
009359         THRU 2238-EXIT.
009360     ADD 1 TO RBK-REBOOK-COUNT.
009361 2230-EXIT.
009362     EXIT.
009363
009364 2232-DELETE-PRIOR-PERIOD.
009365     MOVE LOAN-ID-IN     TO LM-LOAN-ID.
009366     MOVE RBK-PERIOD-SUB TO LM-PERIOD-NO.
009367     READ LOAN-MASTER
009368         KEY IS LM-KEY
009369         INVALID KEY
009370             GO TO 2232-EXIT
009371     END-READ.
009372     DELETE LOAN-MASTER RECORD.
009373     IF LOANMSTR-FILE-FOUND
009374         SET JOURNAL-DELETE TO TRUE
009375         PERFORM 8510-WRITE-MASTER-JOURNAL
009376             THRU 8510-EXIT
009377     END-IF.
009378 2232-EXIT.
009379     EXIT.
009380
009381****************************************************************
009382* 2234-AUDIT-PRIOR-BOOKING - RECORD THE TERMS AND RESULT THE    *
009383*                            REBOOK TOOK OFF THE FILE, ON BOTH  *
009384*                            AUDIT TRAILS, BEFORE ANYTHING NEW  *
009385*                            IS WRITTEN FOR THE LOAN            *
009386****************************************************************
009387 2234-AUDIT-PRIOR-BOOKING.
009388     MOVE RPT-RUN-DATE-OUT    TO AUD-RBK-RUN-DATE.
009389     MOVE RPT-RUN-TIME-OUT    TO AUD-RBK-RUN-TIME.
009390     MOVE LOAN-ID-IN          TO AUD-RBK-LOAN-ID.
009391     MOVE RBK-PRIOR-TYPE      TO AUD-RBK-TYPE.
009392     MOVE RBK-PRIOR-RATE      TO AUD-RBK-RATE.
009393     MOVE RBK-PRIOR-PERIODS   TO AUD-RBK-PERIODS.
009394     MOVE RBK-PRIOR-CURRENCY  TO AUD-RBK-CURRENCY.
009395     MOVE RBK-PRIOR-ACCOUNT   TO AUD-RBK-ACCOUNT.
009396     MOVE RBK-PRIOR-INDEX     TO AUD-RBK-INDEX.
009397     MOVE RBK-PRIOR-SPREAD    TO AUD-RBK-SPREAD.
009398     MOVE RBK-PRIOR-BOOK-DATE TO AUD-RBK-BOOK-DATE.
009399     MOVE RBK-PRIOR-RESULT    TO AUD-RBK-RESULT.
009400     WRITE AUDIT-LOG-LINE FROM AUD-REBOOK-LINE.
009401     MOVE RPT-RUN-DATE-NUM    TO AD-RUN-DATE.
009402     MOVE RPT-RUN-TIME-HHMMSS TO AD-RUN-TIME.
009403     MOVE "COBCALC"           TO AD-PROGRAM.
009404     MOVE WS-BATCH-ID-IN      TO AD-BATCH-ID.
009405     MOVE LOAN-ID-IN          TO AD-LOAN-ID.
009406     MOVE ZERO                TO AD-PERIOD-NO.
009407     MOVE "REBOOK "           TO AD-ACTION.
009408     MOVE RBK-PRIOR-RESULT    TO AD-BEFORE-AMOUNT.
009409     MOVE ZERO                TO AD-AFTER-AMOUNT.
009410     MOVE RBK-PRIOR-TYPE      TO ADR-RBK-TYPE.
009411     MOVE RBK-PRIOR-PERIODS   TO ADR-RBK-PERIODS.
009412     MOVE RBK-PRIOR-CURRENCY  TO ADR-RBK-CURRENCY.
009413     MOVE RBK-PRIOR-ACCOUNT   TO ADR-RBK-ACCOUNT.
009414     MOVE ADR-REBOOK-REASON   TO AD-REASON.
009415     MOVE SPACES              TO AD-MAKER-ID.
009416     MOVE SPACES              TO AD-CHECKER-ID.
009417     WRITE AUDIT-DATA-RECORD.
009418 2234-EXIT.
009419     EXIT.
009420
009421****************************************************************
009422* 2236-WRITE-GL-REVERSAL - POST THE PRIOR RESULT BACK OUT, TO   *
009423*                          THE ACCOUNT AND IN THE CURRENCY IT   *
009424*                          WAS ORIGINALLY POSTED TO, DATED      *
009425*                          TODAY                                *
009426****************************************************************
009427 2236-WRITE-GL-REVERSAL.
009428     MOVE LOAN-ID-IN         TO GL-DET-LOAN-ID.
009429     MOVE RBK-PRIOR-ACCOUNT  TO GL-DET-ACCOUNT.
009430* A REVERSAL GOES OUT AS TYPE REV SO IT STAYS A SEPARATE OPEN
009431* ITEM FROM THE SAME-DAY POSTING THAT REPLACES IT
009432     MOVE "REV"              TO GL-DET-TYPE.
009433     COMPUTE GL-DET-AMOUNT = ZERO - RBK-PRIOR-RESULT.
009434     MOVE RPT-RUN-DATE-OUT   TO GL-DET-POSTING-DATE.
009435     MOVE RBK-PRIOR-CURRENCY TO GL-DET-CURRENCY.
009436     COMPUTE GL-DET-BASE-AMOUNT = ZERO - RBK-PRIOR-BASE.
009437     WRITE GL-FEED-LINE FROM GL-DETAIL-LINE.
009438 2236-EXIT.
009439     EXIT.
009440
009441****************************************************************
009442* 2238-LIST-REBOOK - KEEP THE REBOOK FOR THE RECONRPT SECTION.  *
009443*                    IT STANDS AS NOT BOOKED UNTIL 2239 POSTS   *
009444*                    THE NEW RESULT; A FULL LIST ONLY COUNTS IT *
009445****************************************************************
009446 2238-LIST-REBOOK.
009447     IF RBK-ENTRY-COUNT IS NOT LESS THAN RBK-MAX-ENTRIES
009448         ADD 1 TO RBK-OVERFLOW-COUNT
009449         MOVE ZERO TO RBK-HIT
009450         GO TO 2238-EXIT
009451     END-IF.
009452     ADD 1 TO RBK-ENTRY-COUNT.
009453     MOVE RBK-ENTRY-COUNT    TO RBK-HIT.
009454     MOVE LOAN-ID-IN         TO RBK-TBL-LOAN-ID(RBK-HIT).
009455     MOVE RBK-PRIOR-TYPE     TO RBK-TBL-PRIOR-TYPE(RBK-HIT).
009456     MOVE RBK-PRIOR-ACCOUNT  TO RBK-TBL-PRIOR-ACCOUNT(RBK-HIT).
009457     MOVE RBK-PRIOR-CURRENCY TO RBK-TBL-PRIOR-CURRENCY(RBK-HIT).
009458     MOVE RBK-PRIOR-PERIODS  TO RBK-TBL-PRIOR-PERIODS(RBK-HIT).
009459     MOVE RBK-PRIOR-RESULT   TO RBK-TBL-PRIOR-RESULT(RBK-HIT).
009460     MOVE SPACES             TO RBK-TBL-NEW-TYPE(RBK-HIT).
009461     MOVE ZERO               TO RBK-TBL-NEW-RESULT(RBK-HIT).
009462     MOVE "NOT BOOKED"       TO RBK-TBL-STATUS(RBK-HIT).
009463 2238-EXIT.
009464     EXIT.
009465
009466 2239-POST-REBOOK-RESULT.
009467     IF RBK-HIT IS EQUAL TO ZERO
009468         GO TO 2239-EXIT
009469     END-IF.
009470     EVALUATE TRANS-CODE-IN
009471         WHEN "P"
009472             MOVE "PV"  TO RBK-TBL-NEW-TYPE(RBK-HIT)
009473         WHEN "F"
009474             MOVE "FV"  TO RBK-TBL-NEW-TYPE(RBK-HIT)
009475         WHEN "M"
009476             MOVE "PMT" TO RBK-TBL-NEW-TYPE(RBK-HIT)
009477     END-EVALUATE.
009478     MOVE CALC-RESULT TO RBK-TBL-NEW-RESULT(RBK-HIT).
009479     MOVE "REBOOKED"  TO RBK-TBL-STATUS(RBK-HIT).
009480 2239-EXIT.
009481     EXIT.
009482
009483****************************************************************
009484* 2240-STORE-REBOOK-FLOWS - WRITE THE REBOOK'S PV/FV CASH FLOWS *
009485*                           FROM STORAGE TO LOAN-MASTER, NOW    *
009486*                           THAT 2230 HAS CLEARED THE PRIOR     *
009487*                           PERIODS.  A PAYMENT LOAN'S PERIODS  *
009488*                           COME FROM 2550 INSTEAD              *
009489****************************************************************
009490 2240-STORE-REBOOK-FLOWS.
009491     IF TRANS-CODE-IN IS NOT EQUAL TO "P"
009492             AND TRANS-CODE-IN IS NOT EQUAL TO "F"
009493         GO TO 2240-EXIT
009494     END-IF.
009495     PERFORM 2242-STORE-ONE-FLOW
009496         THRU 2242-EXIT
009497         VARYING COUNTER FROM 1 BY 1
009498         UNTIL COUNTER IS GREATER THAN NO-OF-PERIODS.
009499 2240-EXIT.
009500     EXIT.
009501
009502 2242-STORE-ONE-FLOW.
009503     MOVE LOAN-ID-IN     TO LM-LOAN-ID.
009504     MOVE COUNTER        TO LM-PERIOD-NO.
009505     MOVE SHK-FLOW-AMOUNT(COUNTER) TO LM-AMOUNT.
009506     MOVE ZERO           TO LM-INTEREST-PORTION.
009507     MOVE ZERO           TO LM-PRINCIPAL-PORTION.
009508     MOVE ZERO           TO LM-BALANCE-REMAINING.
009509     PERFORM 2206-CLEAR-PAID-STATUS
009510         THRU 2206-EXIT.
009511     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
009512     WRITE LOAN-MASTER-RECORD
009513         INVALID KEY
009514             PERFORM 2205-REWRITE-LOAN-MASTER
009515                 THRU 2205-EXIT
009516         NOT INVALID KEY
009517             SET JOURNAL-ADD TO TRUE
009518             PERFORM 8510-WRITE-MASTER-JOURNAL
009519                 THRU 8510-EXIT
009520     END-WRITE.
009521 2242-EXIT.
009522     EXIT.
009523****************************************************************
009524* 2250-BUILD-CASH-FLOWS - DRIVE 2200-GET-AMOUNTS ACROSS EVERY   *
009525*                         PERIOD OF THE LOAN                    *
009526****************************************************************
009527 2250-BUILD-CASH-FLOWS.
009528     PERFORM 2200-GET-AMOUNTS
009529         THRU 2200-EXIT
009530         VARYING COUNTER FROM 1 BY 1
009531         UNTIL COUNTER IS GREATER THAN NO-OF-PERIODS.
009532 2250-EXIT.
009533     EXIT.
009534
009535****************************************************************
009536* 2260-READ-CASH-FLOW-AMOUNT - READ ONE PERIOD'S CASH FLOW      *
009537*                              BACK FROM LOAN-MASTER BY KEY     *
009538****************************************************************
009539 2260-READ-CASH-FLOW-AMOUNT.
009540     IF SHOCK-MODE
009541             OR REBOOK-PRIOR-ON-FILE
009542         MOVE SHK-FLOW-AMOUNT(COUNTER) TO LM-AMOUNT
009543         GO TO 2260-EXIT
009544     END-IF.
009545     MOVE LOAN-ID-IN TO LM-LOAN-ID.
009546     MOVE COUNTER    TO LM-PERIOD-NO.
009547     READ LOAN-MASTER
009548         KEY IS LM-KEY
009549         INVALID KEY
009550             MOVE ZERO TO LM-AMOUNT
009560     END-READ.
009561 2260-EXIT.
009562     EXIT.
009563
009564****************************************************************
009565* 2280-ABSORB-CASHFLOW-DETAIL - READ AHEAD THROUGH ANY "C"      *
009566*                               RECORDS SUPPLIED BEHIND THE     *
009567*                               LOAN JUST EDITED.  ON RETURN    *
009568*                               THE RECORD IN HAND IS THE NEXT  *
009569*                               LOAN (OR THE TRAILER/EOF)       *
009570****************************************************************
009571 2280-ABSORB-CASHFLOW-DETAIL.
009572     PERFORM 2100-READ-LOAN-DATA
009573         THRU 2100-EXIT.
009574     PERFORM 2285-APPLY-ONE-CASH-FLOW
009575         THRU 2285-EXIT
009576         UNTIL LOAN-EOF
009577         OR NOT CASHFLOW-RECORD.
009578 2280-EXIT.
009579     EXIT.
009580
009581****************************************************************
009582* 2285-APPLY-ONE-CASH-FLOW - OVERLAY ONE PERIOD'S LEVEL FLOW    *
009583*                            ON LOAN-MASTER WITH THE AMOUNT     *
009584*                            ACTUALLY SUPPLIED.  DETAIL THAT    *
009585*                            DOES NOT BELONG TO THE LOAN IN     *
009586*                            FRONT OF IT IS REJECTED; DETAIL    *
009587*                            BEHIND A REJECTED LOAN GOES WITH   *
009588*                            ITS LOAN                           *
009589****************************************************************
009590 2285-APPLY-ONE-CASH-FLOW.
009591     IF LOAN-INVALID
009592* Detail behind a rejected loan recycles with its loan, under
009593* the loan's reason code, so the corrected resubmission still
009594* carries the full uneven schedule
009595         MOVE LOAN-INPUT-RECORD TO RCY-WORK-AREA
009596         PERFORM 2168-WRITE-RECYCLE-RECORD
009597             THRU 2168-EXIT
009598         GO TO 2285-READ-NEXT
009599     END-IF.
009600     IF TRANS-CODE-IN IS EQUAL TO "M"
009601         MOVE "F4" TO EDIT-REASON-CODE
009602         MOVE "CASH-FLOW DETAIL NOT ALLOWED ON PAYMENT LOAN"
009603             TO EDIT-REASON-TEXT
009604         PERFORM 2165-WRITE-CASHFLOW-REJECT
009605             THRU 2165-EXIT
009606         GO TO 2285-READ-NEXT
009607     END-IF.
009608     IF CF-LOAN-ID-IN IS NOT EQUAL TO LOAN-ID-IN
009609         MOVE "F2" TO EDIT-REASON-CODE
009610         MOVE "CASH-FLOW LOAN ID DOES NOT MATCH LOAN"
009611             TO EDIT-REASON-TEXT
009612         PERFORM 2165-WRITE-CASHFLOW-REJECT
009613             THRU 2165-EXIT
009614         GO TO 2285-READ-NEXT
009615     END-IF.
009616     IF CF-PERIOD-NO-IN IS LESS THAN 1
009617             OR CF-PERIOD-NO-IN IS GREATER THAN NO-OF-PERIODS
009618         MOVE "F3" TO EDIT-REASON-CODE
009619         MOVE "CASH-FLOW PERIOD OUTSIDE LOAN TERM"
009620             TO EDIT-REASON-TEXT
009621         PERFORM 2165-WRITE-CASHFLOW-REJECT
009622             THRU 2165-EXIT
009623         GO TO 2285-READ-NEXT
009624     END-IF.
009625     IF SHOCK-MODE
009626             OR REBOOK-PRIOR-ON-FILE
009627         MOVE CF-AMOUNT-IN TO SHK-FLOW-AMOUNT(CF-PERIOD-NO-IN)
009628         GO TO 2285-READ-NEXT
009629     END-IF.
009630     MOVE LOAN-ID-IN      TO LM-LOAN-ID.
009631     MOVE CF-PERIOD-NO-IN TO LM-PERIOD-NO.
009632     MOVE CF-AMOUNT-IN    TO LM-AMOUNT.
009633     MOVE ZERO            TO LM-INTEREST-PORTION.
009634     MOVE ZERO            TO LM-PRINCIPAL-PORTION.
009635     MOVE ZERO            TO LM-BALANCE-REMAINING.
009636     PERFORM 2206-CLEAR-PAID-STATUS
009637         THRU 2206-EXIT.
009638     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
009639     WRITE LOAN-MASTER-RECORD
009640         INVALID KEY
009641             PERFORM 2205-REWRITE-LOAN-MASTER
009642                 THRU 2205-EXIT
009643         NOT INVALID KEY
009644             SET JOURNAL-ADD TO TRUE
009645             PERFORM 8510-WRITE-MASTER-JOURNAL
009646                 THRU 8510-EXIT
009647     END-WRITE.
009648 2285-READ-NEXT.
009649     PERFORM 2100-READ-LOAN-DATA
009653
009654****************************************************************
009655* 2288-SET-LOAN-START-DATE - THE LOAN'S PERIODS ARE MONTHLY     *
009656*                            FROM THE BATCH BUSINESS DATE,      *
009657*                            WHICH 1050 HAS ALREADY SETTLED     *
009658*                            AGAINST DATECTL                    *
009659****************************************************************
009660 2288-SET-LOAN-START-DATE.
009661     MOVE WS-BUSINESS-DATE-IN TO RTE-START-DATE-NUM.
009662 2288-EXIT.
009663     EXIT.
009664
009665****************************************************************
009666* 2290-BUILD-RATE-FACTORS - RESOLVE EVERY PERIOD'S RATE AND     *
009667*                           BUILD THE CUMULATIVE COMPOUNDING    *
009668*                           FACTORS THE PV/FV/PAYMENT LOOPS     *
009669*                           PRICE OFF.  A FIXED LOAN RESOLVES   *
009670*                           EVERY PERIOD TO THE ONE REPRICED    *
009671*                           RATE IN INTEREST                    *
009672****************************************************************
009673 2290-BUILD-RATE-FACTORS.
009674     PERFORM 2288-SET-LOAN-START-DATE
009675         THRU 2288-EXIT.
009676     MOVE 1 TO RTE-CUM-WORK.
009677     PERFORM 2295-RESOLVE-ONE-PERIOD-RATE
009678         THRU 2295-EXIT
009679         VARYING COUNTER FROM 1 BY 1
009680         UNTIL COUNTER IS GREATER THAN NO-OF-PERIODS
009681         OR CALC-OVERFLOW.
009682 2290-EXIT.
009683     EXIT.
009684
009685****************************************************************
009686* 2292-COMPUTE-PERIOD-DATE - RTE-PERIOD-DATE = THE DUE DATE OF  *
009687*                            PERIOD COUNTER OF A LOAN STARTING  *
009688*                            ON RTE-START-DATE, BY THE SHOP'S   *
009689*                            DUE-DATE RULE (8110) IN THE LOAN'S *
009690*                            CURRENCY                           *
009691****************************************************************
009692 2292-COMPUTE-PERIOD-DATE.
009693     MOVE RTE-START-DATE-NUM TO BD-CAL-BOOK-DATE-NUM.
009694     MOVE COUNTER            TO BD-CAL-PERIOD.
009695     MOVE CURRENCY-CODE-IN   TO BD-CAL-CURRENCY.
009696     PERFORM 8110-SET-DUE-DATE
009697         THRU 8110-EXIT.
009698     MOVE BD-CAL-DATE-NUM    TO RTE-PERIOD-DATE.
009699 2292-EXIT.
009700     EXIT.
009701
009702****************************************************************
009703* 2295-RESOLVE-ONE-PERIOD-RATE - ONE PERIOD'S RATE.  FLOATING   *
009704*                                TAKES THE INDEX QUOTE IN       *
009705*                                FORCE AT THE PERIOD DATE,      *
009706*                                ADDS THE SPREAD AND ANY        *
009707*                                SHOCK, AND REPRICES ONTO THE   *
009708*                                CURRENCY'S DAY-COUNT BASIS     *
009709*                                EXACTLY AS 2180 DOES FOR A     *
009710*                                FLAT RATE                      *
009711****************************************************************
009712 2295-RESOLVE-ONE-PERIOD-RATE.
009713     IF LOAN-IS-FLOATING
009714         PERFORM 2292-COMPUTE-PERIOD-DATE
009715             THRU 2292-EXIT
009716         PERFORM 2305-LOOKUP-INDEX-RATE
009717             THRU 2305-EXIT
009718         IF NOT INDEX-RATE-FOUND
009719*            CANNOT HAPPEN ONCE THE FIRST PERIOD PASSED EDIT,
009720*            BUT A TRUNCATED INDEX TABLE IS SAFER REJECTED
009721*            THAN PRICED AT A STALE BUFFER
009722             SET CALC-OVERFLOW TO TRUE
009723             GO TO 2295-EXIT
009724         END-IF
009725         COMPUTE RTE-RATE-WORK =
009726               RTE-RESOLVED-RATE + RATE-SPREAD-IN
009727         COMPUTE CURR-RATE-NUMERATOR =
009728               RTE-RATE-WORK * CURR-DAY-COUNT-BASIS
009729         COMPUTE RTE-RATE-WORK = CURR-RATE-NUMERATOR / 360
009730* THE SHOCK, LIKE THE FIXED-RATE PATH'S, SHIFTS THE ALREADY-
009731* REPRICED RATE
009732         ADD RTE-SHOCK-ADJ TO RTE-RATE-WORK
009733     ELSE
009734         MOVE INTEREST TO RTE-RATE-WORK
009735     END-IF.
009771 2306-EXIT.
009772     EXIT.
009773
009775****************************************************************
009777* 2300-CALC-PRESENT-VALUE - SUM THE CASH-FLOW TABLE DISCOUNTED  *
009779*                           BACK TO PERIOD ZERO, EACH PERIOD    *
009781*                           AT ITS OWN RESOLVED RATE            *
009783****************************************************************
009785 2300-CALC-PRESENT-VALUE.
009787     MOVE ZERO TO CALC-RESULT-RAW.
009789     PERFORM 2290-BUILD-RATE-FACTORS
009791         THRU 2290-EXIT.
009793     IF CALC-OVERFLOW
009795         GO TO 2300-EXIT
009797     END-IF.
009799     PERFORM 2310-DISCOUNT-ONE-PERIOD
009801         THRU 2310-EXIT
009803         VARYING COUNTER FROM 1 BY 1
009805         UNTIL COUNTER IS GREATER THAN NO-OF-PERIODS.
009807 2300-EXIT.
009809     EXIT.
009811
009813 2310-DISCOUNT-ONE-PERIOD.
009815     PERFORM 2260-READ-CASH-FLOW-AMOUNT
009817         THRU 2260-EXIT.
009830     COMPUTE CALC-RESULT-RAW =
009840           CALC-RESULT-RAW
009850           + (LM-AMOUNT / RTE-CUM-FACTOR(COUNTER)).
010180     EXIT.
010190
010200****************************************************************
010201* 2500-CALC-PAYMENT - COMPUTE THE LEVEL PAYMENT THAT AMORTIZES  *
010202*                     THE LOAN PRINCIPAL OVER ITS TERM.  THE    *
010203*                     PAYMENT IS THE PRINCIPAL OVER THE SUM OF  *
010204*                     THE PER-PERIOD DISCOUNT FACTORS - FOR A   *
010205*                     FIXED LOAN THE CLASSIC I(1+I)**N OVER     *
010206*                     (1+I)**N - 1 FORMULA RESTATED             *
010207****************************************************************
010208 2500-CALC-PAYMENT.
010209     PERFORM 2290-BUILD-RATE-FACTORS
010210         THRU 2290-EXIT.
010211     IF CALC-OVERFLOW
010212         GO TO 2500-EXIT
010213     END-IF.
010214     MOVE ZERO TO RTE-ANNUITY-SUM.
010215     PERFORM 2510-SUM-ONE-ANNUITY-PERIOD
010216         THRU 2510-EXIT
010217         VARYING COUNTER FROM 1 BY 1
010218         UNTIL COUNTER IS GREATER THAN NO-OF-PERIODS.
010219     IF RTE-ANNUITY-SUM IS EQUAL TO ZERO
010220*        EVERY DISCOUNT FACTOR TRUNCATED AWAY - TREAT AS AN
010221*        OVERFLOW REJECT RATHER THAN DIVIDE BY ZERO
010222         SET CALC-OVERFLOW TO TRUE
010223         GO TO 2500-EXIT
010224     END-IF.
010225     COMPUTE CALC-RESULT-RAW =
010226           LOAN-AMOUNT-IN / RTE-ANNUITY-SUM.
010227 2500-EXIT.
010228     EXIT.
010229
010230 2510-SUM-ONE-ANNUITY-PERIOD.
010231     COMPUTE RTE-ANNUITY-SUM =
010232           RTE-ANNUITY-SUM
010233           + (1 / RTE-CUM-FACTOR(COUNTER)).
010234 2510-EXIT.
010235     EXIT.
010236
010237****************************************************************
010238* 2550-BUILD-AMORT-SCHEDULE - SPLIT EACH LEVEL PAYMENT INTO ITS *
010239*                             INTEREST AND PRINCIPAL PORTIONS,  *
010240*                             RUNNING THE BALANCE DOWN TO ZERO, *
010241*                             PRINTING THE SCHEDULE AND STORING *
010242*                             IT ON LOAN-MASTER PERIOD BY       *
010243*                             PERIOD                            *
010244****************************************************************
010245 2550-BUILD-AMORT-SCHEDULE.
010246     MOVE LOAN-AMOUNT-IN   TO SCH-BALANCE-AMT.
010247     MOVE LOAN-ID-IN       TO SCH-LH-LOAN-ID.
010248     MOVE LOAN-AMOUNT-IN   TO SCH-LH-PRINCIPAL.
010249     MOVE INTEREST-IN      TO SCH-LH-RATE.
010250     MOVE NO-OF-PERIODS-IN TO SCH-LH-PERIODS.
010251     IF SCH-LINE-COUNT + 4 IS GREATER THAN RPT-MAX-LINES
010252         PERFORM 2570-WRITE-AMORT-HEADINGS
010253             THRU 2570-EXIT
010254     ELSE
010255         WRITE AMORT-REPORT-LINE FROM SPACES
010256         WRITE AMORT-REPORT-LINE FROM SCH-LOAN-HEADING
010257         WRITE AMORT-REPORT-LINE FROM SCH-COLUMN-HEADING
010258         ADD 3 TO SCH-LINE-COUNT
010259     END-IF.
010260     PERFORM 2555-AMORTIZE-ONE-PERIOD
010261         THRU 2555-EXIT
010262         VARYING COUNTER FROM 1 BY 1
010263         UNTIL COUNTER IS GREATER THAN NO-OF-PERIODS.
010264 2550-EXIT.
010265     EXIT.
010266
010267****************************************************************
010268* 2555-AMORTIZE-ONE-PERIOD - ONE ROW OF THE SCHEDULE.  INTEREST *
010269*                            ACCRUES ON THE OPEN BALANCE AT THE *
010270*                            REPRICED RATE AND IS ROUNDED OR    *
010271*                            TRUNCATED PER THE CURRENCY'S       *
010272*                            ROUNDING RULE; THE FINAL PAYMENT   *
010273*                            RETIRES WHATEVER BALANCE THE       *
010274*                            PENNY-ROUNDING LEFT OVER           *
010275****************************************************************
010276 2555-AMORTIZE-ONE-PERIOD.
010277     COMPUTE SCH-INTEREST-RAW =
010278           SCH-BALANCE-AMT * RTE-PERIOD-RATE(COUNTER).
010279     EVALUATE CURR-ROUNDING-RULE
010280         WHEN "N"
010281             COMPUTE SCH-INTEREST-AMT ROUNDED = SCH-INTEREST-RAW
010282         WHEN OTHER
010283             COMPUTE SCH-INTEREST-AMT = SCH-INTEREST-RAW
010284     END-EVALUATE.
010285     IF COUNTER IS EQUAL TO NO-OF-PERIODS
010286         MOVE SCH-BALANCE-AMT TO SCH-PRINCIPAL-AMT
010287         COMPUTE SCH-PAYMENT-AMT =
010288               SCH-PRINCIPAL-AMT + SCH-INTEREST-AMT
010289     ELSE
010290         MOVE CALC-RESULT TO SCH-PAYMENT-AMT
010291         COMPUTE SCH-PRINCIPAL-AMT =
010292               SCH-PAYMENT-AMT - SCH-INTEREST-AMT
010293     END-IF.
010294     COMPUTE SCH-BALANCE-AMT =
010295           SCH-BALANCE-AMT - SCH-PRINCIPAL-AMT.
010296     PERFORM 2560-WRITE-SCHEDULE-MASTER
010297         THRU 2560-EXIT.
010298     IF SCH-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
010299         PERFORM 2570-WRITE-AMORT-HEADINGS
010300             THRU 2570-EXIT
010301     END-IF.
010302     MOVE COUNTER           TO SCH-DET-PERIOD.
010303     MOVE SCH-PAYMENT-AMT   TO SCH-DET-PAYMENT.
010304     MOVE SCH-INTEREST-AMT  TO SCH-DET-INTEREST.
010305     MOVE SCH-PRINCIPAL-AMT TO SCH-DET-PRINCIPAL.
010306     MOVE SCH-BALANCE-AMT   TO SCH-DET-BALANCE.
010307     WRITE AMORT-REPORT-LINE FROM SCH-DETAIL-LINE.
010308     ADD 1 TO SCH-LINE-COUNT.
010309 2555-EXIT.
010310     EXIT.
010311
010312****************************************************************
010313* 2560-WRITE-SCHEDULE-MASTER - STORE ONE SCHEDULE ROW ON        *
010314*                              LOAN-MASTER NEXT TO THE CASH     *
010315*                              FLOWS SO A LOAN'S SCHEDULE CAN   *
010316*                              BE RELISTED WITHOUT RERUNNING    *
010317*                              THE BATCH                        *
010318****************************************************************
010319 2560-WRITE-SCHEDULE-MASTER.
010320     IF SHOCK-MODE
010321         GO TO 2560-EXIT
010322     END-IF.
010323     MOVE LOAN-ID-IN        TO LM-LOAN-ID.
010324     MOVE COUNTER           TO LM-PERIOD-NO.
010325     MOVE SCH-PAYMENT-AMT   TO LM-AMOUNT.
010326     MOVE SCH-INTEREST-AMT  TO LM-INTEREST-PORTION.
010327     MOVE SCH-PRINCIPAL-AMT TO LM-PRINCIPAL-PORTION.
010328     MOVE SCH-BALANCE-AMT   TO LM-BALANCE-REMAINING.
010329     PERFORM 2206-CLEAR-PAID-STATUS
010330         THRU 2206-EXIT.
010331     MOVE RPT-RUN-DATE-NUM  TO LM-LAST-ACTIVITY-DATE.
010332     WRITE LOAN-MASTER-RECORD
010333         INVALID KEY
010334             PERFORM 2205-REWRITE-LOAN-MASTER
010335                 THRU 2205-EXIT
010336         NOT INVALID KEY
010337             SET JOURNAL-ADD TO TRUE
010338             PERFORM 8510-WRITE-MASTER-JOURNAL
010339                 THRU 8510-EXIT
010340     END-WRITE.
010341 2560-EXIT.
010342     EXIT.
010343
010344****************************************************************
010345* 2570-WRITE-AMORT-HEADINGS - START A NEW SCHEDULE PAGE.  THE   *
010346*                             LOAN AND COLUMN HEADINGS ARE      *
010347*                             REPEATED SO A SCHEDULE SPLIT      *
010348*                             ACROSS PAGES STAYS READABLE       *
010349****************************************************************
010350 2570-WRITE-AMORT-HEADINGS.
010351     ADD 1 TO SCH-PAGE-COUNT.
010352     MOVE SCH-PAGE-COUNT   TO SCH-H1-PAGE-NO.
010353     MOVE RPT-RUN-DATE-OUT TO SCH-H2-RUN-DATE.
010354     MOVE RPT-RUN-TIME-OUT TO SCH-H2-RUN-TIME.
010355     IF SCH-PAGE-COUNT IS GREATER THAN 1
010356         WRITE AMORT-REPORT-LINE FROM SPACES
010357         BEFORE ADVANCING PAGE
010358     END-IF.
010359     WRITE AMORT-REPORT-LINE FROM SCH-HEADING-1.
010360     WRITE AMORT-REPORT-LINE FROM SCH-HEADING-2.
010361     WRITE AMORT-REPORT-LINE FROM SPACES.
010362     WRITE AMORT-REPORT-LINE FROM SCH-LOAN-HEADING.
010363     WRITE AMORT-REPORT-LINE FROM SCH-COLUMN-HEADING.
010364     MOVE ZERO TO SCH-LINE-COUNT.
010365 2570-EXIT.
010366     EXIT.
010367
010368
010369****************************************************************
010370* 2580-WRITE-LOAN-HEADER - STORE THE TERMS THE LOAN WAS BOOKED  *
010371*                          AT ON ITS PERIOD-ZERO HEADER RECORD  *
010372*                          SO THEY SURVIVE THE BATCH.  A RERUN  *
010373*                          OF A LOAN ALREADY ON FILE RESTATES   *
010374*                          THE HEADER RATHER THAN DUPLICATING   *
010375*                          THE KEY                              *
010376****************************************************************
010377 2580-WRITE-LOAN-HEADER.
010378     MOVE LOAN-ID-IN       TO LM-LOAN-ID.
010379     MOVE ZERO             TO LM-PERIOD-NO.
010380     MOVE SPACES           TO LM-HEADER-BODY.
010381     MOVE INTEREST-IN      TO LM-HDR-INTEREST-RATE.
010382     MOVE CURRENCY-CODE-IN TO LM-HDR-CURRENCY-CODE.
010383     MOVE GL-ACCOUNT-IN    TO LM-HDR-GL-ACCOUNT.
010384     MOVE TRANS-CODE-IN    TO LM-HDR-TRANS-CODE.
010385     MOVE NO-OF-PERIODS-IN TO LM-HDR-NO-OF-PERIODS.
010386     MOVE RATE-INDEX-IN    TO LM-HDR-RATE-INDEX.
010387     MOVE RATE-SPREAD-IN   TO LM-HDR-RATE-SPREAD.
010388     MOVE BORROWER-ID-IN   TO LM-HDR-BORROWER-ID.
010389     MOVE ZERO             TO LM-HDR-UNAPPLIED-CASH.
010390* THE RESULT AS POSTED TO THE GL - A LATER REBOOK REVERSES IT
010391     MOVE CALC-RESULT      TO LM-HDR-BOOKED-RESULT.
010392     MOVE CALC-RESULT-BASE TO LM-HDR-BOOKED-BASE.
010393* THE BOOKING DATE THE PERIODS RUN FROM - THE SAME START
010394* DATE THE RATE RESOLUTION USES - IS KEPT AS ITS OWN FIELD;
010395* LM-LAST-ACTIVITY-DATE MOVES WITH EVERY TOUCH AND CANNOT
010396* SERVE AS A BOOKING DATE
010397     PERFORM 2288-SET-LOAN-START-DATE
010398         THRU 2288-EXIT.
010399     MOVE RTE-START-DATE-NUM TO LM-HDR-BOOK-DATE.
010407     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
010408     WRITE LOAN-MASTER-RECORD
010409         INVALID KEY
010410             PERFORM 2205-REWRITE-LOAN-MASTER
010411                 THRU 2205-EXIT
010412         NOT INVALID KEY
010413             SET JOURNAL-ADD TO TRUE
010414             PERFORM 8510-WRITE-MASTER-JOURNAL
010415                 THRU 8510-EXIT
010420     END-WRITE.
010421 2580-EXIT.
010422     EXIT.
010423
010424****************************************************************
010425* 2590-POST-BORROWER-EXPOSURE - THE LOAN IS NOW ON LOAN-MASTER. *
010426*                               BACK ANY EARLIER BOOKING OF THE *
010427*                               SAME LOAN-ID OUT OF ITS         *
010428*                               BORROWER'S ENTRY AND ADD THE    *
010429*                               LOAN AS BOOKED, MEASURED OFF    *
010430*                               THE FILE THE SAME WAY THE       *
010431*                               STARTUP SCAN MEASURES IT        *
010432****************************************************************
010433 2590-POST-BORROWER-EXPOSURE.
010434     IF BX-PRIOR-HIT IS GREATER THAN ZERO
010435         SUBTRACT BX-PRIOR-BASE FROM BX-TBL-EXPOSURE(BX-PRIOR-HIT)
010436     END-IF.
010437     IF LOANMSTR-CREATED
010438* A MASTER CREATED BY THIS RUN CANNOT BE READ BACK UNTIL THE
010439* NEXT RUN - CARRY THE LOAN AT THE AMOUNT IT WAS EDITED AT
010440         MOVE BORROWER-ID-IN TO BX-LOAN-BORROWER
010441         MOVE BX-NEW-BASE    TO BX-LOAN-BASE
010442     ELSE
010443         PERFORM 2196-MEASURE-BOOKED-LOAN
010444             THRU 2196-EXIT
010445     END-IF.
010446     IF BX-LOAN-BORROWER IS EQUAL TO ZERO
010447         GO TO 2590-EXIT
010448     END-IF.
010449     MOVE BX-LOAN-BORROWER TO BX-FIND-BORROWER.
010450     PERFORM 2198-FIND-BORROWER-ENTRY
010451         THRU 2198-EXIT.
010452     IF BX-HIT IS EQUAL TO ZERO
010453         PERFORM 2594-ADD-BORROWER-ENTRY
010454             THRU 2594-EXIT
010455     END-IF.
010456     ADD BX-LOAN-BASE TO BX-TBL-EXPOSURE(BX-HIT).
010457 2590-EXIT.
010458     EXIT.
010459
010460****************************************************************
010461* 2594-ADD-BORROWER-ENTRY - GIVE BX-FIND-BORROWER A NEW ZERO    *
010462*                           ENTRY AND POINT BX-HIT AT IT.  A    *
010463*                           FULL TABLE ABORTS THE RUN - LEFT    *
010464*                           UNCOUNTED, THE BORROWER'S LIMIT     *
010465*                           WOULD NOT BE ENFORCED               *
010466****************************************************************
010467 2594-ADD-BORROWER-ENTRY.
010468     IF BX-ENTRY-COUNT IS NOT LESS THAN BX-MAX-ENTRIES
010469         DISPLAY "COBCALC: FATAL - BORROWER EXPOSURE TABLE "
010470             "FULL AT " BX-MAX-ENTRIES " BORROWERS.  RUN ABORTED."
010471*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
010472*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
010473         PERFORM 9050-RELEASE-MASTER-LOCK
010474             THRU 9050-EXIT
010475         MOVE 16 TO RETURN-CODE
010476         STOP RUN
010477     END-IF.
010478     ADD 1 TO BX-ENTRY-COUNT.
010479     MOVE BX-ENTRY-COUNT   TO BX-HIT.
010480     MOVE BX-FIND-BORROWER TO BX-TBL-BORROWER-ID(BX-HIT).
010481     MOVE ZERO             TO BX-TBL-EXPOSURE(BX-HIT).
010482 2594-EXIT.
010483     EXIT.
010484****************************************************************
010485* 2600-WRITE-AUDIT-LOG - WRITE ONE AUDIT RECORD FOR THIS LOAN'S *
010486*                        RUN DATE/TIME, INPUT TERMS, AND RESULT *
010487****************************************************************
010488 2600-WRITE-AUDIT-LOG.
010489     MOVE RPT-RUN-DATE-OUT TO AUD-DET-RUN-DATE.
010490     MOVE RPT-RUN-TIME-OUT TO AUD-DET-RUN-TIME.
010491     MOVE LOAN-AMOUNT-IN   TO AUD-DET-AMOUNT.
010492     MOVE INTEREST-IN      TO AUD-DET-RATE.
010493     MOVE NO-OF-PERIODS-IN TO AUD-DET-PERIODS.
010500     EVALUATE TRANS-CODE-IN
010510         WHEN "P"
010520             MOVE "PV"  TO AUD-DET-TYPE
010606     ELSE
010607         MOVE SPACES          TO AD-REASON
010608     END-IF.
010610     MOVE SPACES              TO AD-MAKER-ID.
010612     MOVE SPACES              TO AD-CHECKER-ID.
010614     WRITE AUDIT-DATA-RECORD.
010616 2600-EXIT.
010618     EXIT.
010620
010630****************************************************************
010640* 2650-TAKE-CHECKPOINT - EVERY CHKPT-INTERVAL LOANS, RECORD HOW *
010770         MOVE WS-REJECT-COUNT      TO CHKPT-REJECT-COUNT
010780         MOVE RPT-PAGE-COUNT       TO CHKPT-PAGE-COUNT
010781         MOVE SCH-PAGE-COUNT       TO CHKPT-SCH-PAGE-COUNT
010782         MOVE RBK-REBOOK-COUNT     TO CHKPT-REBOOK-COUNT
010790         OPEN OUTPUT CHECKPOINT-FILE
010800         WRITE CHECKPOINT-RECORD
010810         CLOSE CHECKPOINT-FILE
011484     MOVE CALC-RESULT-BASE TO GL-DET-BASE-AMOUNT.
011490     WRITE GL-FEED-LINE FROM GL-DETAIL-LINE.
011500 2800-EXIT.
011501     EXIT.
011502
011503****************************************************************
011504* 2850-ACCUMULATE-SUMMARY - ROLL ONE CALCULATED LOAN INTO THE   *
011505*                           BY-CURRENCY, BY-ACCOUNT, AND         *
011506*                           BY-TYPE SUMMARY TOTALS               *
011507****************************************************************
011508 2850-ACCUMULATE-SUMMARY.
011509     MOVE "N" TO WS-SUM-FOUND-SW.
011510     PERFORM 2855-FIND-CURRENCY-SLOT
011511         THRU 2855-EXIT
011512         VARYING SUM-CURR-SUB FROM 1 BY 1
011513         UNTIL SUM-CURR-SUB IS GREATER THAN SUM-CURR-COUNT
011514         OR SUM-SLOT-FOUND.
011515     IF NOT SUM-SLOT-FOUND
011516         IF SUM-CURR-COUNT IS NOT LESS THAN SUM-MAX-CURRENCIES
011517*            MORE CURRENCIES THAN THE TABLE HOLDS - COUNT THE
011518*            LOAN SO THE SHORTFALL IS FLAGGED ON THE REPORT
011519             ADD 1 TO SUM-OVERFLOW-COUNT
011520             GO TO 2850-BY-TYPE
011521         END-IF
011522         ADD 1 TO SUM-CURR-COUNT
011523         MOVE SUM-CURR-COUNT TO SUM-CURR-HIT
011524         MOVE CURRENCY-CODE-IN TO SUM-CURR-CODE(SUM-CURR-HIT)
011525         MOVE ZERO TO SUM-CURR-LOANS(SUM-CURR-HIT)
011526         MOVE ZERO TO SUM-CURR-TOTAL(SUM-CURR-HIT)
011527         MOVE ZERO TO SUM-CURR-BASE-TOTAL(SUM-CURR-HIT)
011528         MOVE ZERO TO SUM-ACCT-USED(SUM-CURR-HIT)
011529     END-IF.
011530     ADD 1           TO SUM-CURR-LOANS(SUM-CURR-HIT).
011531     ADD CALC-RESULT TO SUM-CURR-TOTAL(SUM-CURR-HIT).
011532     ADD CALC-RESULT-BASE
011533         TO SUM-CURR-BASE-TOTAL(SUM-CURR-HIT).
011534     MOVE "N" TO WS-SUM-FOUND-SW.
011535     PERFORM 2860-FIND-ACCOUNT-SLOT
011536         THRU 2860-EXIT
011537         VARYING SUM-ACCT-SUB FROM 1 BY 1
011538         UNTIL SUM-ACCT-SUB
011539             IS GREATER THAN SUM-ACCT-USED(SUM-CURR-HIT)
011540         OR SUM-SLOT-FOUND.
011541     IF NOT SUM-SLOT-FOUND
011542         IF SUM-ACCT-USED(SUM-CURR-HIT)
011543                 IS NOT LESS THAN SUM-MAX-ACCOUNTS
011544             ADD 1 TO SUM-OVERFLOW-COUNT
011545             GO TO 2850-BY-TYPE
011546         END-IF
011547         ADD 1 TO SUM-ACCT-USED(SUM-CURR-HIT)
011548         MOVE SUM-ACCT-USED(SUM-CURR-HIT) TO SUM-ACCT-HIT
011549         MOVE GL-ACCOUNT-IN
011550             TO SUM-ACCT-CODE(SUM-CURR-HIT SUM-ACCT-HIT)
011551         MOVE ZERO
011552             TO SUM-ACCT-LOANS(SUM-CURR-HIT SUM-ACCT-HIT)
011553         MOVE ZERO
011554             TO SUM-ACCT-TOTAL(SUM-CURR-HIT SUM-ACCT-HIT)
011555         MOVE ZERO
011556             TO SUM-ACCT-BASE-TOTAL(SUM-CURR-HIT SUM-ACCT-HIT)
011557     END-IF.
011558     ADD 1 TO SUM-ACCT-LOANS(SUM-CURR-HIT SUM-ACCT-HIT).
011559     ADD CALC-RESULT
011560         TO SUM-ACCT-TOTAL(SUM-CURR-HIT SUM-ACCT-HIT).
011561     ADD CALC-RESULT-BASE
011562         TO SUM-ACCT-BASE-TOTAL(SUM-CURR-HIT SUM-ACCT-HIT).
011563 2850-BY-TYPE.
011564     EVALUATE TRANS-CODE-IN
011565         WHEN "P"
011566             ADD 1           TO SUM-PV-LOANS
011567             ADD CALC-RESULT TO SUM-PV-TOTAL
011568             ADD CALC-RESULT-BASE TO SUM-PV-BASE-TOTAL
011569         WHEN "F"
011570             ADD 1           TO SUM-FV-LOANS
011571             ADD CALC-RESULT TO SUM-FV-TOTAL
011572             ADD CALC-RESULT-BASE TO SUM-FV-BASE-TOTAL
011573         WHEN "M"
011574             ADD 1           TO SUM-PMT-LOANS
011575             ADD CALC-RESULT TO SUM-PMT-TOTAL
011576             ADD CALC-RESULT-BASE TO SUM-PMT-BASE-TOTAL
011577     END-EVALUATE.
011578 2850-EXIT.
011579     EXIT.
011580
011581 2855-FIND-CURRENCY-SLOT.
011582     IF SUM-CURR-CODE(SUM-CURR-SUB)
011583             IS EQUAL TO CURRENCY-CODE-IN
011584         SET SUM-SLOT-FOUND TO TRUE
011585         MOVE SUM-CURR-SUB TO SUM-CURR-HIT
011586     END-IF.
011587 2855-EXIT.
011588     EXIT.
011589
011590 2860-FIND-ACCOUNT-SLOT.
011591     IF SUM-ACCT-CODE(SUM-CURR-HIT SUM-ACCT-SUB)
011592             IS EQUAL TO GL-ACCOUNT-IN
011593         SET SUM-SLOT-FOUND TO TRUE
011594         MOVE SUM-ACCT-SUB TO SUM-ACCT-HIT
011595     END-IF.
011596 2860-EXIT.
011597     EXIT.
011598
011599****************************************************************
011600* 2900-RUN-RATE-SHOCKS - REPRICE THE LOAN'S BASE PV AT EVERY    *
011601*                        BASIS-POINT SHOCK ON THE PARAMETER     *
011602*                        FILE, REUSING THE PROVEN 2300 LOOP     *
011603*                        WITH THE SHOCKED RATE IN ITS PLACE     *
011604****************************************************************
011605 2900-RUN-RATE-SHOCKS.
011606     MOVE CALC-RESULT TO SHK-BASE-RESULT.
011607     MOVE INTEREST    TO SHK-SAVE-RATE.
011608     PERFORM 2910-SHOCK-ONE-RATE
011609         THRU 2910-EXIT
011610         VARYING SHK-SUB FROM 1 BY 1
011611         UNTIL SHK-SUB IS GREATER THAN SHK-SHOCK-COUNT.
011612     MOVE SHK-SAVE-RATE   TO INTEREST.
011613     MOVE SHK-BASE-RESULT TO CALC-RESULT.
011614     MOVE "N"  TO WS-CALC-OVERFLOW-SW.
011615     MOVE ZERO TO RTE-SHOCK-ADJ.
011616 2900-EXIT.
011617     EXIT.
011618
011619****************************************************************
011620* 2910-SHOCK-ONE-RATE - ONE SHOCKED REPRICING.  A SHOCK THAT    *
011621*                       DRIVES THE DISCOUNT BASE TO OR BELOW    *
011622*                       ZERO, OR BLOWS THE EXPONENT FIELD, IS   *
011623*                       REPORTED AS UNUSABLE RATHER THAN        *
011624*                       PRICED WITH NONSENSE                    *
011625****************************************************************
011626 2910-SHOCK-ONE-RATE.
011627     COMPUTE SHK-SHOCK-RATE =
011628           SHK-SAVE-RATE + (SHK-TBL-BP(SHK-SUB) / 10000)
011629         ON SIZE ERROR
011630             MOVE "SHOCKED RATE OUTSIDE FIELD CAPACITY"
011631                 TO SHR-MSG-TEXT
011632             PERFORM 2930-WRITE-SHOCK-MESSAGE
011633                 THRU 2930-EXIT
011634             GO TO 2910-EXIT
011635     END-COMPUTE.
011636     IF SHK-SHOCK-RATE IS NOT GREATER THAN -1
011637         MOVE "SHOCKED RATE AT OR BELOW -100 PCT - SKIPPED"
011638             TO SHR-MSG-TEXT
011639         PERFORM 2930-WRITE-SHOCK-MESSAGE
011640             THRU 2930-EXIT
011641         GO TO 2910-EXIT
011642     END-IF.
011643     MOVE SHK-SHOCK-RATE TO INTEREST.
011644* A FLOATING LOAN'S PERIOD RATES RESOLVE FROM THE INDEX, NOT
011645* FROM INTEREST - THE SAME SHIFT IS CARRIED TO THEM THROUGH
011646* RTE-SHOCK-ADJ
011647     COMPUTE RTE-SHOCK-ADJ = SHK-TBL-BP(SHK-SUB) / 10000.
011651     MOVE "N" TO WS-CALC-OVERFLOW-SW.
011652     PERFORM 2300-CALC-PRESENT-VALUE
011653         THRU 2300-EXIT.
011717 2940-EXIT.
011718     EXIT.
011719
011720****************************************************************
011721* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE       *
011722*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO    *
011723*                      HOLCAL MEANS NO HOLIDAYS - ONLY WEEKENDS *
011724*                      ARE CLOSED                               *
011725****************************************************************
011726 8100-LOAD-HOLIDAYS.
011727     OPEN INPUT HOLIDAY-CALENDAR.
011728     IF NOT HOLCAL-FILE-FOUND
011729         GO TO 8100-EXIT
011730     END-IF.
011731     MOVE "N" TO WS-HOL-EOF-SW.
011732     PERFORM 8105-READ-HOLIDAY-RECORD
011733         THRU 8105-EXIT
011734         UNTIL HOLIDAY-TABLE-EOF.
011735     CLOSE HOLIDAY-CALENDAR.
011736 8100-EXIT.
011737     EXIT.
011738
011739 8105-READ-HOLIDAY-RECORD.
011740     READ HOLIDAY-CALENDAR
011741         AT END
011742             SET HOLIDAY-TABLE-EOF TO TRUE
011743             GO TO 8105-EXIT
011744     END-READ.
011745     IF HC-HOLIDAY-DATE IS NOT NUMERIC
011746             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
011747         GO TO 8105-EXIT
011748     END-IF.
011749     IF BD-HOL-ENTRY-COUNT IS NOT LESS THAN BD-HOL-MAX-ENTRIES
011750         DISPLAY "COBCALC: FATAL - HOLIDAY TABLE FULL AT 2000 "
011751             "ENTRIES.  RUN ABORTED."
011752*        THE LOCK IS ALREADY HELD - A CONTROLLED ABORT MUST
011753*        NOT STRAND IT AND BLOCK THE NEXT UPDATER
011754         PERFORM 9050-RELEASE-MASTER-LOCK
011755             THRU 9050-EXIT
011756         MOVE 16 TO RETURN-CODE
011757         STOP RUN
011758     END-IF.
011759     ADD 1 TO BD-HOL-ENTRY-COUNT.
011760     SET BD-HOL-IDX TO BD-HOL-ENTRY-COUNT.
011761     MOVE HC-CURRENCY-CODE TO BD-HOL-CURRENCY(BD-HOL-IDX).
011762     MOVE HC-HOLIDAY-DATE  TO BD-HOL-DATE(BD-HOL-IDX).
011763 8105-EXIT.
011764     EXIT.
011765
011766****************************************************************
011767* 8110-SET-DUE-DATE - BD-CAL-DATE = THE DUE DATE OF PERIOD      *
011768*                     BD-CAL-PERIOD OF A LOAN BOOKED ON         *
011769*                     BD-CAL-BOOK-DATE IN BD-CAL-CURRENCY.  THE *
011770*                     MONTH IS THE BOOKING MONTH PLUS THE       *
011771*                     PERIOD; THE DAY IS THE BOOKING DAY, CUT   *
011772*                     BACK TO THE MONTH'S LAST DAY WHEN THE     *
011773*                     MONTH IS SHORTER, OR THE LAST DAY         *
011774*                     OUTRIGHT WHEN THE LOAN WAS BOOKED ON A    *
011775*                     MONTH END.  A CLOSED DAY THEN MOVES TO    *
011776*                     THE FOLLOWING BUSINESS DAY                *
011777****************************************************************
011778 8110-SET-DUE-DATE.
011779     COMPUTE BD-CAL-MONTH-TOTAL =
011780           (BD-CAL-BOOK-YEAR * 12) + BD-CAL-BOOK-MONTH - 1
011781           + BD-CAL-PERIOD.
011782     DIVIDE BD-CAL-MONTH-TOTAL BY 12
011783         GIVING BD-CAL-YEAR
011784         REMAINDER BD-CAL-MONTH-WORK.
011785     ADD 1 TO BD-CAL-MONTH-WORK.
011786     MOVE BD-CAL-MONTH-WORK TO BD-CAL-MONTH.
011787     MOVE "N" TO WS-CAL-EOM-SW.
011788     MOVE BD-CAL-BOOK-YEAR  TO BD-ML-YEAR.
011789     MOVE BD-CAL-BOOK-MONTH TO BD-ML-MONTH.
011790     PERFORM 8120-SET-MONTH-LENGTH
011791         THRU 8120-EXIT.
011792     IF BD-CAL-BOOK-DAY IS NOT LESS THAN BD-ML-DAYS
011793         SET BOOKED-AT-MONTH-END TO TRUE
011794     END-IF.
011795     MOVE BD-CAL-YEAR  TO BD-ML-YEAR.
011796     MOVE BD-CAL-MONTH TO BD-ML-MONTH.
011797     PERFORM 8120-SET-MONTH-LENGTH
011798         THRU 8120-EXIT.
011799     IF BOOKED-AT-MONTH-END
011800             OR BD-CAL-BOOK-DAY IS GREATER THAN BD-ML-DAYS
011801         MOVE BD-ML-DAYS TO BD-CAL-DAY
011802     ELSE
011803         MOVE BD-CAL-BOOK-DAY TO BD-CAL-DAY
011804     END-IF.
011805     PERFORM 8130-ROLL-TO-BUSINESS-DAY
011806         THRU 8130-EXIT.
011807 8110-EXIT.
011808     EXIT.
011809
011810****************************************************************
011811* 8120-SET-MONTH-LENGTH - BD-ML-DAYS = THE NUMBER OF DAYS IN    *
011812*                         MONTH BD-ML-MONTH OF YEAR BD-ML-YEAR. *
011813*                         FEBRUARY HAS 29 IN A YEAR DIVISIBLE   *
011814*                         BY 4, EXCEPT A CENTURY NOT DIVISIBLE  *
011815*                         BY 400                                *
011816****************************************************************
011817 8120-SET-MONTH-LENGTH.
011818     EVALUATE BD-ML-MONTH
011819         WHEN 4
011820         WHEN 6
011821         WHEN 9
011822         WHEN 11
011823             MOVE 30 TO BD-ML-DAYS
011824         WHEN 2
011825             MOVE 28 TO BD-ML-DAYS
011826             DIVIDE BD-ML-YEAR BY 4
011827                 GIVING BD-ML-QUOTIENT
011828                 REMAINDER BD-ML-REM-4
011829             DIVIDE BD-ML-YEAR BY 100
011830                 GIVING BD-ML-QUOTIENT
011831                 REMAINDER BD-ML-REM-100
011832             DIVIDE BD-ML-YEAR BY 400
011833                 GIVING BD-ML-QUOTIENT
011834                 REMAINDER BD-ML-REM-400
011835             IF BD-ML-REM-4 IS EQUAL TO ZERO
011836                 AND (BD-ML-REM-100 IS NOT EQUAL TO ZERO
011837                   OR BD-ML-REM-400 IS EQUAL TO ZERO)
011838                 MOVE 29 TO BD-ML-DAYS
011839             END-IF
011840         WHEN OTHER
011841             MOVE 31 TO BD-ML-DAYS
011842     END-EVALUATE.
011843 8120-EXIT.
011844     EXIT.
011845
011846****************************************************************
011847* 8130-ROLL-TO-BUSINESS-DAY - LEAVE BD-CAL-DATE WHERE IT IS IF  *
011848*                             IT IS A BUSINESS DAY OF           *
011849*                             BD-CAL-CURRENCY, OTHERWISE MOVE   *
011850*                             IT FORWARD A DAY AT A TIME UNTIL  *
011851*                             IT IS ONE                         *
011852****************************************************************
011853 8130-ROLL-TO-BUSINESS-DAY.
011854     PERFORM 8140-TEST-BUSINESS-DAY
011855         THRU 8140-EXIT.
011856     PERFORM 8135-STEP-ONE-DAY
011857         THRU 8135-EXIT
011858         UNTIL CAL-ON-BUSINESS-DAY.
011859 8130-EXIT.
011860     EXIT.
011861
011862 8135-STEP-ONE-DAY.
011863     PERFORM 8150-ADVANCE-ONE-DAY
011864         THRU 8150-EXIT.
011865     PERFORM 8140-TEST-BUSINESS-DAY
011866         THRU 8140-EXIT.
011867 8135-EXIT.
011868     EXIT.
011869
011870****************************************************************
011871* 8140-TEST-BUSINESS-DAY - SET CAL-ON-BUSINESS-DAY UNLESS       *
011872*                          BD-CAL-DATE IS A SATURDAY, A SUNDAY, *
011873*                          OR A HOLIDAY OF BD-CAL-CURRENCY      *
011874****************************************************************
011875 8140-TEST-BUSINESS-DAY.
011876     MOVE "N" TO WS-CAL-BUS-DAY-SW.
011877     MOVE BD-CAL-DATE-NUM TO BD-DN-DATE-NUM.
011878     PERFORM 8160-DATE-TO-DAY-NUMBER
011879         THRU 8160-EXIT.
011880     IF BD-DN-DOW IS GREATER THAN 4
011881         GO TO 8140-EXIT
011882     END-IF.
011883     MOVE "N" TO WS-HOL-FOUND-SW.
011884     PERFORM 8145-SEARCH-ONE-HOLIDAY
011885         THRU 8145-EXIT
011886         VARYING BD-HOL-IDX FROM 1 BY 1
011887         UNTIL BD-HOL-IDX IS GREATER THAN BD-HOL-ENTRY-COUNT
011888         OR HOLIDAY-FOUND.
011889     IF NOT HOLIDAY-FOUND
011890         SET CAL-ON-BUSINESS-DAY TO TRUE
011891     END-IF.
011892 8140-EXIT.
011893     EXIT.
011894
011895 8145-SEARCH-ONE-HOLIDAY.
011896     IF BD-HOL-DATE(BD-HOL-IDX) = BD-CAL-DATE-NUM
011897         AND BD-HOL-CURRENCY(BD-HOL-IDX) = BD-CAL-CURRENCY
011898         SET HOLIDAY-FOUND TO TRUE
011899     END-IF.
011900 8145-EXIT.
011901     EXIT.
011902
011903****************************************************************
011904* 8150-ADVANCE-ONE-DAY - BD-CAL-DATE = THE NEXT CALENDAR DAY    *
011905****************************************************************
011906 8150-ADVANCE-ONE-DAY.
011907     MOVE BD-CAL-YEAR  TO BD-ML-YEAR.
011908     MOVE BD-CAL-MONTH TO BD-ML-MONTH.
011909     PERFORM 8120-SET-MONTH-LENGTH
011910         THRU 8120-EXIT.
011911     IF BD-CAL-DAY IS LESS THAN BD-ML-DAYS
011912         ADD 1 TO BD-CAL-DAY
011913         GO TO 8150-EXIT
011914     END-IF.
011915     MOVE 1 TO BD-CAL-DAY.
011916     IF BD-CAL-MONTH IS LESS THAN 12
011917         ADD 1 TO BD-CAL-MONTH
011918         GO TO 8150-EXIT
011919     END-IF.
011920     MOVE 1 TO BD-CAL-MONTH.
011921     ADD 1 TO BD-CAL-YEAR.
011922 8150-EXIT.
011923     EXIT.
011924
011925****************************************************************
011926* 8160-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF BD-DN-DATE AND *
011927*                           ITS WEEKDAY (0 = MONDAY).  EACH     *
011928*                           DIVISION TRUNCATES ON ITS OWN       *
011929****************************************************************
011930 8160-DATE-TO-DAY-NUMBER.
011931     COMPUTE BD-DN-A = (14 - BD-DN-MONTH) / 12.
011932     COMPUTE BD-DN-Y = BD-DN-YEAR + 4800 - BD-DN-A.
011933     COMPUTE BD-DN-M = BD-DN-MONTH + (12 * BD-DN-A) - 3.
011934     COMPUTE BD-DN-MONTH-DAYS = ((153 * BD-DN-M) + 2) / 5.
011935     COMPUTE BD-DN-LEAP-4   = BD-DN-Y / 4.
011936     COMPUTE BD-DN-LEAP-100 = BD-DN-Y / 100.
011937     COMPUTE BD-DN-LEAP-400 = BD-DN-Y / 400.
011938     COMPUTE BD-DN-NUMBER = BD-DN-DAY + BD-DN-MONTH-DAYS
011939         + (365 * BD-DN-Y) + BD-DN-LEAP-4 - BD-DN-LEAP-100
011940         + BD-DN-LEAP-400 - 32045.
011941     DIVIDE BD-DN-NUMBER BY 7
011942         GIVING BD-DN-WORK
011943         REMAINDER BD-DN-DOW.
011944 8160-EXIT.
011945     EXIT.
011946****************************************************************
011947* 8500-SAVE-BEFORE-IMAGE - KEEP THE RECORD AS IT STANDS ON FILE *
011948*                          BEFORE A REWRITE REPLACES IT.  THE   *
011949*                          UPDATED RECORD IS HELD ASIDE WHILE   *
011950*                          THE FILE COPY IS READ BACK, THEN PUT *
011951*                          BACK                                 *
011952****************************************************************
011953 8500-SAVE-BEFORE-IMAGE.
011954     MOVE LOAN-MASTER-RECORD TO WS-JOURNAL-HOLD.
011955     READ LOAN-MASTER
011956         KEY IS LM-KEY
011957         INVALID KEY
011958             MOVE SPACES TO WS-JOURNAL-BEFORE
011959         NOT INVALID KEY
011960             MOVE LOAN-MASTER-RECORD TO WS-JOURNAL-BEFORE
011961     END-READ.
011962     MOVE WS-JOURNAL-HOLD TO LOAN-MASTER-RECORD.
011963 8500-EXIT.
011964     EXIT.
011965
011966****************************************************************
011967* 8510-WRITE-MASTER-JOURNAL - ONE JOURNAL RECORD FOR THE        *
011968*                             LOAN-MASTER UPDATE JUST MADE.     *
011969*                             THE CALLER SETS THE ACTION FIRST. *
011970*                             THE RECORD AREA HOLDS THE AFTER   *
011971*                             IMAGE OF AN ADD OR A CHANGE, AND  *
011972*                             THE RECORD JUST DELETED FOR A     *
011973*                             DELETE                            *
011974****************************************************************
011975 8510-WRITE-MASTER-JOURNAL.
011976     MOVE SPACES              TO MASTER-JOURNAL-RECORD.
011977     ACCEPT JR-STAMP-DATE     FROM DATE YYYYMMDD.
011978     ACCEPT JR-STAMP-TIME     FROM TIME.
011979     MOVE "COBCALC"           TO JR-PROGRAM.
011980     MOVE WS-BUSINESS-DATE-IN TO JR-BUSINESS-DATE.
011981     MOVE WS-JOURNAL-ACTION   TO JR-ACTION.
011982     EVALUATE TRUE
011983         WHEN JOURNAL-ADD
011984             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
011985         WHEN JOURNAL-CHANGE
011986             MOVE WS-JOURNAL-BEFORE  TO JR-BEFORE-IMAGE
011987             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
011988         WHEN JOURNAL-DELETE
011989             MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE
011990     END-EVALUATE.
011991     WRITE MASTER-JOURNAL-RECORD.
011992 8510-EXIT.
011993     EXIT.
011994
011995****************************************************************
011996* 9000-TERMINATE - CLOSE FILES AND END THE RUN                 *
011997****************************************************************
011998 9000-TERMINATE.
011999     MOVE SPACES TO ERR-TRAILER-LINE.
012000     MOVE WS-REJECT-COUNT TO DISP-REJECT-COUNT.
012001     STRING DISP-REJECT-COUNT " LOAN(S) REJECTED"
012002     DELIMITED BY SIZE
012003     INTO ERR-TRAILER-LINE.
012004     WRITE ERROR-LISTING-LINE FROM SPACES.
012005     WRITE ERROR-LISTING-LINE FROM ERR-TRAILER-LINE.
012006     CLOSE LOAN-INPUT.
012007     CLOSE PV-REPORT.
012008     CLOSE AMORT-REPORT.
012009     CLOSE ERROR-LISTING.
012010     IF NOT SHOCK-MODE
012011         CLOSE RECYCLE-FILE
012012     END-IF.
012013     IF NOT SHOCK-MODE
012014         CLOSE LOAN-MASTER
012015     END-IF.
012016     IF SHOCK-MODE
012017         IF SHR-PAGE-COUNT IS EQUAL TO ZERO
012018* NO "P" LOANS CAME THROUGH - LEAVE AN IDENTIFIED, EMPTY
012019* REPORT RATHER THAN A ZERO-BYTE FILE
012020             PERFORM 2940-WRITE-SHOCK-HEADINGS
012021                 THRU 2940-EXIT
012022         END-IF
012023         CLOSE SHOCK-REPORT
012024     END-IF.
012025     IF NOT SHOCK-MODE
012026         CLOSE AUDIT-LOG
012027         CLOSE AUDIT-DATA
012028         CLOSE MASTER-JOURNAL
012029         CLOSE GL-FEED
012030     END-IF.
012031     IF BORRMSTR-OPEN
012032         CLOSE BORROWER-MASTER
012033     END-IF.
012034     PERFORM 9100-CLEAR-CHECKPOINT
012035         THRU 9100-EXIT.
012036     PERFORM 9200-WRITE-RECON-REPORT
012037         THRU 9200-EXIT.
012038     PERFORM 9250-UPDATE-BATCH-REGISTRY
012039         THRU 9250-EXIT.
012040     PERFORM 9300-WRITE-SUMMARY-REPORT
012041         THRU 9300-EXIT.
012042     PERFORM 9060-WRITE-JOB-STATUS
012043         THRU 9060-EXIT.
012044     PERFORM 9050-RELEASE-MASTER-LOCK
012045         THRU 9050-EXIT.
012046 9000-EXIT.
012047     EXIT.
012048
012049****************************************************************
012050* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
012051*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
012052*                         PROGRAM.  A SHOCK RUN IS A WHAT-IF    *
012053*                         AND LEAVES NO STATUS RECORD           *
012054****************************************************************
012055 9060-WRITE-JOB-STATUS.
012056     IF SHOCK-MODE
012057         GO TO 9060-EXIT
012058     END-IF.
012059     OPEN INPUT JOB-STATUS.
012060     IF JOBSTAT-FILE-FOUND
012061         CLOSE JOB-STATUS
012062         OPEN EXTEND JOB-STATUS
012063     ELSE
012064         OPEN OUTPUT JOB-STATUS
012065     END-IF.
012066     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
012067     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
012068     MOVE "COBCALC"           TO JS-PROGRAM.
012069     IF WS-BUSINESS-DATE-IN IS GREATER THAN ZERO
012070         MOVE WS-BUSINESS-DATE-IN TO JS-BUSINESS-DATE
012071     ELSE
012072         MOVE WS-DC-BUS-DATE TO JS-BUSINESS-DATE
012073     END-IF.
012074     MOVE WS-CTL-ACTUAL-COUNT TO JS-ITEMS-OK.
012075     COMPUTE JS-ITEMS-IN =
012076           WS-CTL-ACTUAL-COUNT + WS-REJECT-COUNT.
012077     MOVE WS-REJECT-COUNT     TO JS-ITEMS-REJECTED.
012078* ITEMS-OTHER CARRIES THE CONTROLLED REBOOKS FOR THE RUN
012079     MOVE RBK-REBOOK-COUNT     TO JS-ITEMS-OTHER.
012080     IF RECON-MISMATCHED
012081         MOVE "W"              TO JS-STATUS
012082         MOVE "RECON MISMATCH" TO JS-NOTE
012083     ELSE
012084         IF WS-REJECT-COUNT IS GREATER THAN ZERO
012085             MOVE "W"              TO JS-STATUS
012086             MOVE "REJECTS PRESENT" TO JS-NOTE
012087         ELSE
012088             MOVE "C"              TO JS-STATUS
012089             MOVE "CLEAN"          TO JS-NOTE
012090         END-IF
012091     END-IF.
012092     WRITE JOB-STATUS-RECORD.
012093     CLOSE JOB-STATUS.
012094 9060-EXIT.
012095     EXIT.
012096
012097****************************************************************
012098* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED    *
012099*                            STARTUP ABORT, EMPTIES THE LOCK    *
012100*                            FILE SO THE NEXT UPDATER RUNS      *
012101*                            FREE.  ONLY A TRUE ABEND LEAVES    *
012102*                            THE STALE LOCK FOR THE OPERATOR    *
012103*                            OVERRIDE PATH                      *
012104****************************************************************
012105 9050-RELEASE-MASTER-LOCK.
012106     IF SHOCK-MODE
012107         GO TO 9050-EXIT
012108     END-IF.
012109     OPEN OUTPUT LOCK-FILE.
012110     CLOSE LOCK-FILE.
012111 9050-EXIT.
012112     EXIT.
012113
012114****************************************************************
012115* 9250-UPDATE-BATCH-REGISTRY - A FINISHED RUN SETTLES ITS       *
012116*                              REGISTRY RECORD: COMPLETED WHEN  *
012117*                              THE CONTROLS MATCHED, MISMATCHED *
012118*                              OTHERWISE.  AN ABEND NEVER GETS  *
012119*                              HERE, LEAVING THE RECORD          *
012120*                              RESTARTABLE                       *
012121****************************************************************
012122 9250-UPDATE-BATCH-REGISTRY.
012123     IF NOT BATCHREG-OPEN
012124         GO TO 9250-EXIT
012125     END-IF.
012126     MOVE WS-BATCH-ID-IN TO BR-BATCH-ID.
012127     READ BATCH-REGISTRY
012128         KEY IS BR-BATCH-ID
012129         INVALID KEY
012130             GO TO 9250-CLOSE
012131     END-READ.
012132     IF RECON-MISMATCHED
012133         MOVE "M" TO BR-DISPOSITION
012134     ELSE
012135         MOVE "C" TO BR-DISPOSITION
012136     END-IF.
012137     MOVE WS-CTL-ACTUAL-COUNT TO BR-LOAN-COUNT.
012138     MOVE WS-CTL-ACTUAL-TOTAL TO BR-CONTROL-TOTAL.
012139     REWRITE BATCH-REGISTRY-RECORD
012140         INVALID KEY
012141             CONTINUE
012142     END-REWRITE.
012143 9250-CLOSE.
012144     CLOSE BATCH-REGISTRY.
012145 9250-EXIT.
012146     EXIT.
012147
012148****************************************************************
012149* 9100-CLEAR-CHECKPOINT - A CLEAN FINISH NEEDS NO RESTART POINT *
012150*                         SO THE NEXT RUN STARTS FROM SCRATCH   *
012151****************************************************************
012152 9100-CLEAR-CHECKPOINT.
012153     IF SHOCK-MODE
012154         GO TO 9100-EXIT
012155     END-IF.
012156     OPEN OUTPUT CHECKPOINT-FILE.
012157     CLOSE CHECKPOINT-FILE.
012158 9100-EXIT.
012159     EXIT.
012160
012161****************************************************************
012162* 9200-WRITE-RECON-REPORT - COMPARE THE LOAN COUNT AND TOTAL    *
012163*                           VALUE ACTUALLY PROCESSED AGAINST    *
012164*                           THE BATCH'S HEADER AND TRAILER      *
012165*                           CONTROL RECORDS                     *
012166****************************************************************
012167 9200-WRITE-RECON-REPORT.
012168     OPEN OUTPUT RECON-REPORT.
012169     WRITE RECON-REPORT-LINE FROM RECON-HEADING-1.
012170     WRITE RECON-REPORT-LINE FROM SPACES.
012171     WRITE RECON-REPORT-LINE FROM RECON-COLUMN-HEADING.
012172     MOVE "LOAN COUNT"        TO RECON-DET-LABEL.
012173     MOVE WS-CTL-HDR-COUNT    TO RECON-DET-HDR-VALUE.
012174     MOVE WS-CTL-TRL-COUNT    TO RECON-DET-TRL-VALUE.
012175     MOVE WS-CTL-ACTUAL-COUNT TO RECON-DET-ACT-VALUE.
012176     IF TRAILER-SEEN
012177         IF WS-CTL-ACTUAL-COUNT IS EQUAL TO WS-CTL-TRL-COUNT
012178             MOVE "MATCHED"  TO RECON-DET-STATUS
012179         ELSE
012180             MOVE "MISMATCH" TO RECON-DET-STATUS
012181             SET RECON-MISMATCHED TO TRUE
012182         END-IF
012183     ELSE
012184         MOVE "NO TRLR" TO RECON-DET-STATUS
012185         SET RECON-MISMATCHED TO TRUE
012186     END-IF.
012187     WRITE RECON-REPORT-LINE FROM RECON-DETAIL-LINE.
012188     MOVE "CONTROL TOTAL"     TO RECON-DET-LABEL.
012189     MOVE WS-CTL-HDR-TOTAL    TO RECON-DET-HDR-VALUE.
012190     MOVE WS-CTL-TRL-TOTAL    TO RECON-DET-TRL-VALUE.
012191     MOVE WS-CTL-ACTUAL-TOTAL TO RECON-DET-ACT-VALUE.
012192     IF TRAILER-SEEN
012193         IF WS-CTL-ACTUAL-TOTAL IS EQUAL TO WS-CTL-TRL-TOTAL
012194             MOVE "MATCHED"  TO RECON-DET-STATUS
012195         ELSE
012200             MOVE "MISMATCH" TO RECON-DET-STATUS
012202             SET RECON-MISMATCHED TO TRUE
012210         END-IF
012257     MOVE WS-CTL-BASE-TOTAL TO RECON-BASE-TOTAL.
012258     WRITE RECON-REPORT-LINE FROM SPACES.
012259     WRITE RECON-REPORT-LINE FROM RECON-BASE-LINE.
012261     PERFORM 9210-WRITE-REBOOK-SECTION
012263         THRU 9210-EXIT.
012265     CLOSE RECON-REPORT.
012270 9200-EXIT.
012280     EXIT.
012281****************************************************************
012282* 9210-WRITE-REBOOK-SECTION - LIST EVERY CONTROLLED REBOOK THE  *
012283*                             RUN MADE: THE PRIOR BOOKING IT    *
012284*                             REVERSED AND THE NEW RESULT, IF   *
012285*                             THE NEW BOOKING WENT THROUGH. A   *
012286*                             RESTARTED RUN CARRIES THE COUNT   *
012287*                             OF EARLIER SEGMENTS BUT NOT THEIR *
012288*                             DETAIL - THAT IS ON THE AUDIT     *
012289*                             TRAIL                             *
012290****************************************************************
012291 9210-WRITE-REBOOK-SECTION.
012292     WRITE RECON-REPORT-LINE FROM SPACES.
012293     WRITE RECON-REPORT-LINE FROM RECON-REBOOK-HEADING.
012294     WRITE RECON-REPORT-LINE FROM SPACES.
012295     IF RBK-REBOOK-COUNT IS EQUAL TO ZERO
012296         WRITE RECON-REPORT-LINE FROM RECON-REBOOK-NONE
012297         GO TO 9210-EXIT
012298     END-IF.
012299     WRITE RECON-REPORT-LINE FROM RECON-REBOOK-COLUMNS.
012300     PERFORM 9215-WRITE-REBOOK-LINE
012301         THRU 9215-EXIT
012302         VARYING RBK-SUB FROM 1 BY 1
012303         UNTIL RBK-SUB IS GREATER THAN RBK-ENTRY-COUNT.
012304     MOVE RBK-REBOOK-COUNT TO RECON-RBK-TOTAL-COUNT.
012305     WRITE RECON-REPORT-LINE FROM SPACES.
012306     WRITE RECON-REPORT-LINE FROM RECON-REBOOK-TOTAL-LINE.
012307     IF RBK-OVERFLOW-COUNT IS GREATER THAN ZERO
012308         MOVE RBK-OVERFLOW-COUNT TO RECON-RBK-OVF-COUNT
012309         WRITE RECON-REPORT-LINE FROM RECON-REBOOK-OVERFLOW-LINE
012310     END-IF.
012311     IF RBK-REBOOK-COUNT IS GREATER THAN
012312             RBK-ENTRY-COUNT + RBK-OVERFLOW-COUNT
012313         WRITE RECON-REPORT-LINE FROM RECON-REBOOK-RESTART-NOTE
012314     END-IF.
012315 9210-EXIT.
012316     EXIT.
012317
012318 9215-WRITE-REBOOK-LINE.
012319     MOVE RBK-TBL-LOAN-ID(RBK-SUB)   TO RECON-RBK-LOAN-ID.
012320     MOVE RBK-TBL-PRIOR-TYPE(RBK-SUB) TO RECON-RBK-PRIOR-TYPE.
012321     MOVE RBK-TBL-PRIOR-ACCOUNT(RBK-SUB)
012322                                     TO RECON-RBK-ACCOUNT.
012323     MOVE RBK-TBL-PRIOR-CURRENCY(RBK-SUB)
012324                                     TO RECON-RBK-CURRENCY.
012325     MOVE RBK-TBL-PRIOR-PERIODS(RBK-SUB)
012326                                     TO RECON-RBK-PERIODS.
012327     MOVE RBK-TBL-PRIOR-RESULT(RBK-SUB)
012328                                     TO RECON-RBK-PRIOR-RESULT.
012329     MOVE RBK-TBL-NEW-TYPE(RBK-SUB)  TO RECON-RBK-NEW-TYPE.
012330     MOVE RBK-TBL-NEW-RESULT(RBK-SUB) TO RECON-RBK-NEW-RESULT.
012331     MOVE RBK-TBL-STATUS(RBK-SUB)    TO RECON-RBK-STATUS.
012332     WRITE RECON-REPORT-LINE FROM RECON-REBOOK-LINE.
012333 9215-EXIT.
012343     EXIT.
012353
012363****************************************************************
012373* 9300-WRITE-SUMMARY-REPORT - PORTFOLIO ROLL-UP AT END OF RUN:  *
012383*                             EACH CURRENCY, EACH GL ACCOUNT    *
012393*                             WITHIN IT, THEN THE BY-TYPE       *
012403*                             SECTION AND A GRAND TOTAL THAT    *
012413*                             TIES TO THE CONTROL TOTAL ROW ON  *
012423*                             THE RECONCILIATION REPORT         *
012433****************************************************************
012443 9300-WRITE-SUMMARY-REPORT.
012453     OPEN OUTPUT SUMMARY-REPORT.
012463     WRITE SUMMARY-REPORT-LINE FROM SUM-HEADING-1.
012473     WRITE SUMMARY-REPORT-LINE FROM SPACES.
012483     WRITE SUMMARY-REPORT-LINE FROM SUM-COLUMN-HEADING.
012493     PERFORM 9310-SUMMARIZE-ONE-CURRENCY
012503         THRU 9310-EXIT
012513         VARYING SUM-CURR-SUB FROM 1 BY 1
012523         UNTIL SUM-CURR-SUB IS GREATER THAN SUM-CURR-COUNT.
012533     WRITE SUMMARY-REPORT-LINE FROM SPACES.
012543     PERFORM 9330-SUMMARIZE-BY-TYPE
012553         THRU 9330-EXIT.
012563     WRITE SUMMARY-REPORT-LINE FROM SPACES.
012573     MOVE WS-CTL-ACTUAL-COUNT TO SUM-GRD-LOANS.
012583     MOVE WS-CTL-ACTUAL-TOTAL TO SUM-GRD-TOTAL.
012593     MOVE WS-CTL-BASE-TOTAL   TO SUM-GRD-BASE-TOTAL.
012603     WRITE SUMMARY-REPORT-LINE FROM SUM-GRAND-LINE.
012613     IF WS-RESTART-COUNT IS GREATER THAN ZERO
012623* The in-storage break totals start over on a restart but the
012633* grand total rides the checkpoint - say so rather than leave
012643* an unexplained gap on the morning report
012653         WRITE SUMMARY-REPORT-LINE FROM SUM-RESTART-NOTE
012663     END-IF.
012673     IF SUM-OVERFLOW-COUNT IS GREATER THAN ZERO
012683         MOVE SUM-OVERFLOW-COUNT TO SUM-OVF-COUNT
012693         WRITE SUMMARY-REPORT-LINE FROM SUM-OVERFLOW-LINE
012703     END-IF.
012713     CLOSE SUMMARY-REPORT.
012723 9300-EXIT.
012733     EXIT.
012743
012753 9310-SUMMARIZE-ONE-CURRENCY.
012763     MOVE SPACES                        TO SUM-DETAIL-LINE.
012773     MOVE SUM-CURR-CODE(SUM-CURR-SUB)   TO SUM-DET-CURRENCY.
012783     MOVE SUM-CURR-LOANS(SUM-CURR-SUB)  TO SUM-DET-LOANS.
012793     MOVE SUM-CURR-TOTAL(SUM-CURR-SUB)  TO SUM-DET-TOTAL.
012803     MOVE SUM-CURR-BASE-TOTAL(SUM-CURR-SUB)
012813                                        TO SUM-DET-BASE-TOTAL.
012823     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
012833     PERFORM 9320-SUMMARIZE-ONE-ACCOUNT
012843         THRU 9320-EXIT
012853         VARYING SUM-ACCT-SUB FROM 1 BY 1
012863         UNTIL SUM-ACCT-SUB
012873             IS GREATER THAN SUM-ACCT-USED(SUM-CURR-SUB).
012883 9310-EXIT.
012893     EXIT.
012903
012913 9320-SUMMARIZE-ONE-ACCOUNT.
012923     MOVE SPACES TO SUM-DETAIL-LINE.
012933     MOVE SUM-ACCT-CODE(SUM-CURR-SUB SUM-ACCT-SUB)
012943         TO SUM-DET-ACCOUNT.
012953     MOVE SUM-ACCT-LOANS(SUM-CURR-SUB SUM-ACCT-SUB)
012963         TO SUM-DET-LOANS.
012973     MOVE SUM-ACCT-TOTAL(SUM-CURR-SUB SUM-ACCT-SUB)
012983         TO SUM-DET-TOTAL.
012993     MOVE SUM-ACCT-BASE-TOTAL(SUM-CURR-SUB SUM-ACCT-SUB)
013003         TO SUM-DET-BASE-TOTAL.
013013     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
013023 9320-EXIT.
013033     EXIT.
013043
013053 9330-SUMMARIZE-BY-TYPE.
013063     MOVE SPACES        TO SUM-DETAIL-LINE.
013073     MOVE "PV"          TO SUM-DET-TYPE.
013083     MOVE SUM-PV-LOANS  TO SUM-DET-LOANS.
013093     MOVE SUM-PV-TOTAL  TO SUM-DET-TOTAL.
013103     MOVE SUM-PV-BASE-TOTAL  TO SUM-DET-BASE-TOTAL.
013113     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
013123     MOVE SPACES        TO SUM-DETAIL-LINE.
013133     MOVE "FV"          TO SUM-DET-TYPE.
013143     MOVE SUM-FV-LOANS  TO SUM-DET-LOANS.
013153     MOVE SUM-FV-TOTAL  TO SUM-DET-TOTAL.
013163     MOVE SUM-FV-BASE-TOTAL  TO SUM-DET-BASE-TOTAL.
013173     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
013183     MOVE SPACES        TO SUM-DETAIL-LINE.
013193     MOVE "PMT"         TO SUM-DET-TYPE.
013203     MOVE SUM-PMT-LOANS TO SUM-DET-LOANS.
013213     MOVE SUM-PMT-TOTAL TO SUM-DET-TOTAL.
013223     MOVE SUM-PMT-BASE-TOTAL TO SUM-DET-BASE-TOTAL.
013233     WRITE SUMMARY-REPORT-LINE FROM SUM-DETAIL-LINE.
013243 9330-EXIT.
013253     EXIT.
013263
013273 END PROGRAM COBCALC.
