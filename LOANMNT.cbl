000070* BOOKED IN ERROR.  EVERY CHANGE WRITES A BEFORE/AFTER IMAGE    *
000080* TO THE AUDIT TRAIL, AND EVERY TRANSACTION - APPLIED OR        *
000090* REJECTED - IS LISTED ON THE MAINTENANCE REPORT.               *
000091*                                                               *
000092* KEYED CHANGES ARE UNDER DUAL CONTROL.  A SUBMISSION RUN       *
000093* (LOANTRAN) HOLDS EACH TRANSACTION ON THE PENDING FILE         *
000094* STAMPED WITH THE USER WHO KEYED IT - ONLY A SMALL AMOUNT      *
000095* CORRECTION UNDER THE MNTPARM THRESHOLD GOES STRAIGHT          *
000096* THROUGH.  AN APPROVAL RUN (MNTAPPR PRESENT) APPLIES WHAT A    *
000097* DIFFERENT USER APPROVED, REMOVES WHAT WAS REJECTED, AND       *
000098* EXPIRES WHAT WAS NEVER DECIDED.                               *
000100****************************************************************
000110 IDENTIFICATION DIVISION.
000120 PROGRAM-ID.     LOANMNT.
000297*                    STRANDING IT.  THE LOCKOVRD OVERRIDE IS     *
000298*                    NOW ONE-SHOT: IT MUST HOLD A RECORD TO BE   *
000299*                    HONORED AND IS EMPTIED AS IT IS USED.       *
000300*  2026-10-15  RLM   AN ADDED PERIOD STARTS WITH NOTHING PAID    *
000301*                    AND NOT PAST DUE; A CHANGED AMOUNT          *
000302*                    RESTATES THE PERIOD'S PAID STATUS AGAINST   *
000303*                    CASH LOANPAY HAS ALREADY APPLIED.           *
000304*  2026-10-15  RLM   AN ADDED PERIOD CARRIES NO CURTAILMENT.     *
000305*  2026-10-15  RLM   HEADER FIELD BI SETS OR CLEARS THE LOAN'S   *
000306*                    BORROWER ID (ZERO CLEARS IT).               *
000307*  2026-10-15  RLM   MAKER/CHECKER DUAL CONTROL.  KEYED ITEMS    *
000308*                    ARE HELD ON PENDMNT UNDER THE KEYING USER;  *
000309*                    AN APPROVAL RUN (MNTAPPR) APPLIES ONLY WHAT *
000310*                    A DIFFERENT USER APPROVED, DROPS REJECTED   *
000311*                    AND EXPIRED ITEMS WITH A REASON, AND PUTS   *
000312*                    BOTH USER IDS ON THE AUDIT IMAGES.  AMOUNT  *
000313*                    CORRECTIONS UNDER THE MNTPARM THRESHOLD GO  *
000314*                    STRAIGHT THROUGH; "X" DELETES AND HEADER    *
000315*                    CHANGES NEVER DO.                           *
000316*  2026-10-15  RLM   PENDING ITEMS ARE STAMPED, AND AGED FOR     *
000317*                    EXPIRY, ON THE DATECTL BUSINESS DATE; A     *
000318*                    WEEKDAY HOLIDAY OF THE SHOP'S CALENDAR      *
000319*                    CURRENCY (HOLCAL) IS NOT A BUSINESS DAY.    *
000320*                    JOBSTAT CARRIES THE BUSINESS DATE.          *
000321*  2026-10-15  RLM   EVERY ADD, REWRITE, AND DELETE ON           *
000322*                    LOAN-MASTER IS JOURNALED TO LMJRNL          *
000323*                    (JRRECORD) WITH THE WHOLE RECORD BEFORE     *
000324*                    AND AFTER, FOR LOANRCVR FORWARD RECOVERY.   *
000325****************************************************************
000326 ENVIRONMENT DIVISION.
000327 INPUT-OUTPUT SECTION.
000328 FILE-CONTROL.
000329     SELECT MAINT-TRANS   ASSIGN TO "LOANTRAN"
000330                           ORGANIZATION IS SEQUENTIAL
000331                           FILE STATUS IS MT-TRANS-STATUS.
000332     SELECT MAINT-PARMS   ASSIGN TO "MNTPARM"
000333                           ORGANIZATION IS SEQUENTIAL
000334                           FILE STATUS IS MT-PARM-STATUS.
000335     SELECT MAINT-DECISIONS ASSIGN TO "MNTAPPR"
000336                           ORGANIZATION IS SEQUENTIAL
000337                           FILE STATUS IS MT-DECISION-STATUS.
000338     SELECT PENDING-MAINT ASSIGN TO "PENDMNT"
000339                           ORGANIZATION IS INDEXED
000340                           ACCESS MODE IS DYNAMIC
000341                           RECORD KEY IS PM-PENDING-ID
000342                           FILE STATUS IS MT-PENDMNT-STATUS.
000343     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000350                           ORGANIZATION IS INDEXED
000360                           ACCESS MODE IS DYNAMIC
000370                           RECORD KEY IS LM-KEY
000380                           FILE STATUS IS MT-LOANMSTR-STATUS.
000382     SELECT MASTER-JOURNAL ASSIGN TO "LMJRNL"
000384                           ORGANIZATION IS SEQUENTIAL
000386                           FILE STATUS IS MT-JOURNAL-STATUS.
000390     SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
000400                           ORGANIZATION IS LINE SEQUENTIAL
000410                           FILE STATUS IS MT-AUDITLOG-STATUS.
000437     SELECT LOCK-OVERRIDE ASSIGN TO "LOCKOVRD"
000438                           ORGANIZATION IS SEQUENTIAL
000439                           FILE STATUS IS MT-LOCKOVR-STATUS.
000440     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000441                           ORGANIZATION IS SEQUENTIAL
000442                           FILE STATUS IS MT-DATECTL-STATUS.
000443     SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
000444                           ORGANIZATION IS SEQUENTIAL
000445                           FILE STATUS IS MT-HOLCAL-STATUS.
000446 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MAINT-TRANS
000470     RECORDING MODE IS F.
000480 01  MAINT-TRANS-IN            PIC X(80).
000481 FD  MAINT-PARMS
000482     RECORDING MODE IS F.
000483 01  MAINT-PARM-RECORD.
000484     05  MP-STP-THRESHOLD      PIC 9(09)V99.
000485     05  MP-EXPIRY-DAYS        PIC 9(03).
000486     05  FILLER                PIC X(66).
000487 FD  MAINT-DECISIONS
000488     RECORDING MODE IS F.
000489 01  MAINT-DECISION-RECORD.
000490     05  MA-PENDING-ID         PIC 9(08).
000491     05  MA-DECISION           PIC X(01).
000492         88  MA-APPROVE               VALUE "A".
000493         88  MA-REJECT                VALUE "R".
000494     05  MA-CHECKER-ID         PIC X(06).
000495     05  MA-REASON             PIC X(30).
000496     05  FILLER                PIC X(35).
000497 FD  PENDING-MAINT.
000498     COPY PMRECORD.
000580 FD  LOAN-MASTER.
000590     COPY LMRECORD.
000592 FD  MASTER-JOURNAL
000594     RECORDING MODE IS F.
000596     COPY JRRECORD.
000600 FD  AUDIT-LOG.
000610 01  AUDIT-LOG-LINE            PIC X(132).
000612 FD  AUDIT-DATA
000637 FD  LOCK-OVERRIDE
000638     RECORDING MODE IS F.
000639 01  LOCK-OVERRIDE-RECORD      PIC X(80).
000640 FD  DATE-CONTROL
000641     RECORDING MODE IS F.
000642     COPY DCRECORD.
000643 FD  HOLIDAY-CALENDAR
000644     RECORDING MODE IS F.
000645     COPY HCRECORD.
000646 WORKING-STORAGE SECTION.
000647* THE TRANSACTION BEING WORKED - READ FROM LOANTRAN, OR LAID
000648* BACK OVER FROM A PENDING ITEM IN AN APPROVAL RUN
000649     COPY MTRECORD.
000650 01  MT-SWITCHES.
000660     05  MT-TRANS-EOF-SW       PIC X(01)  VALUE "N".
000670         88  TRANS-EOF                    VALUE "Y".
000680     05  MT-TRAN-OK-SW         PIC X(01)  VALUE "Y".
000690         88  TRAN-VALID                   VALUE "Y".
000700         88  TRAN-INVALID                 VALUE "N".
000701     05  MT-RUN-MODE-SW        PIC X(01)  VALUE "S".
000702         88  SUBMISSION-RUN               VALUE "S".
000703         88  APPROVAL-RUN                 VALUE "A".
000704     05  MT-DECISION-EOF-SW    PIC X(01)  VALUE "N".
000705         88  DECISIONS-EOF                VALUE "Y".
000706     05  MT-PEND-EOF-SW        PIC X(01)  VALUE "N".
000707         88  PENDING-SCAN-DONE            VALUE "Y".
000708     05  MT-STP-SW             PIC X(01)  VALUE "N".
000709         88  STRAIGHT-THROUGH             VALUE "Y".
000711     05  MT-PEND-CTL-SW        PIC X(01)  VALUE "N".
000713         88  PEND-CONTROL-ON-FILE         VALUE "Y".
000715 01  MT-TRANS-STATUS           PIC X(02).
000720     88  TRANS-FILE-FOUND                 VALUE "00".
000721 01  MT-PARM-STATUS            PIC X(02).
000722     88  PARM-FILE-FOUND                  VALUE "00".
000723 01  MT-DECISION-STATUS        PIC X(02).
000724     88  DECISION-FILE-FOUND              VALUE "00".
000725 01  MT-PENDMNT-STATUS         PIC X(02).
000726     88  PENDMNT-OPEN-OK                  VALUE "00".
000730 01  MT-LOANMSTR-STATUS        PIC X(02).
000740     88  LOANMSTR-OPEN-OK                 VALUE "00".
000741* LMJRNL CHANGE JOURNAL - 8500 KEEPS THE BEFORE IMAGE OF A
000742* REWRITE, 8510 WRITES THE JOURNAL RECORD
000743 01  MT-JOURNAL-STATUS         PIC X(02).
000744     88  JOURNAL-FILE-FOUND               VALUE "00".
000745 01  MT-JOURNAL-ACTION         PIC X(01).
000746     88  JOURNAL-ADD                      VALUE "A".
000747     88  JOURNAL-CHANGE                   VALUE "C".
000748     88  JOURNAL-DELETE                   VALUE "D".
000749 01  MT-JOURNAL-BEFORE         PIC X(81).
000750 01  MT-JOURNAL-HOLD           PIC X(81).
000755 01  MT-AUDITLOG-STATUS        PIC X(02).
000760     88  AUDITLOG-FILE-FOUND              VALUE "00".
000761 01  MT-AUDITDAT-STATUS        PIC X(02).
000762     88  AUDITDAT-FILE-FOUND              VALUE "00".
000766     88  LOCKF-FILE-FOUND                 VALUE "00".
000767 01  MT-LOCKOVR-STATUS         PIC X(02).
000768     88  LOCKOVR-FILE-FOUND               VALUE "00".
000769 01  MT-DATECTL-STATUS         PIC X(02).
000770     88  DATECTL-FILE-FOUND               VALUE "00".
000771 01  MT-BUS-DATE-NUM           PIC 9(08).
000772 01  MT-LOCK-HELD-SW           PIC X(01)  VALUE "N".
000773     88  LOCK-HELD-ELSEWHERE              VALUE "Y".
000774 01  MT-OVERRIDE-SW            PIC X(01)  VALUE "N".
000775     88  OVERRIDE-SUPPLIED                VALUE "Y".
000776 01  LOCK-HOLDER-PROGRAM       PIC X(08).
000777 01  LOCK-HOLDER-DATE          PIC X(10).
000778 01  LOCK-HOLDER-TIME          PIC X(08).
000779 77  MT-MAX-PERIODS            PIC S9(03) COMP VALUE 360.
000780 77  MT-TRANS-READ             PIC S9(05) COMP VALUE ZERO.
000790 77  MT-TRANS-APPLIED          PIC S9(05) COMP VALUE ZERO.
000800 77  MT-TRANS-REJECTED         PIC S9(05) COMP VALUE ZERO.
000810 77  MT-RECORDS-DELETED        PIC S9(05) COMP VALUE ZERO.
000811 77  MT-TRANS-HELD             PIC S9(05) COMP VALUE ZERO.
000812 77  MT-ITEMS-DECLINED         PIC S9(05) COMP VALUE ZERO.
000813 77  MT-ITEMS-EXPIRED          PIC S9(05) COMP VALUE ZERO.
000820 77  COUNTER                   PIC S9(03) COMP VALUE ZERO.
000830 01  MT-BEFORE-AMOUNT          PIC S9(09)V99 COMP-3.
000840 01  MT-AMOUNT-EDIT            PIC -(8)9.99.
000842 01  MT-RATE-EDIT              PIC Z9.9999.
000844 01  MT-PERIOD-EDIT            PIC ZZZ9.
000845 01  MT-REASON-TEXT            PIC X(40).
000846****************************************************************
000847* DUAL-CONTROL FIELDS - THE MNTPARM STRAIGHT-THROUGH            *
000848* THRESHOLD AND EXPIRY LIMIT (DEFAULTS: NOTHING GOES STRAIGHT   *
000849* THROUGH, TEN BUSINESS DAYS), THE LAST PENDING-ITEM NUMBER     *
000850* ISSUED, AND THE USER IDS AND ITEM NUMBER THE CURRENT AUDIT    *
000851* IMAGE CARRIES.  A STRAIGHT-THROUGH CHANGE HAS A MAKER BUT     *
000852* NO CHECKER                                                    *
000853****************************************************************
000854 01  MT-STP-THRESHOLD          PIC S9(09)V99 COMP-3 VALUE ZERO.
000855 77  MT-EXPIRY-DAYS            PIC S9(03) COMP VALUE 10.
000856 01  MT-AMOUNT-DIFF            PIC S9(09)V99 COMP-3.
000857 01  MT-LAST-PENDING-ID        PIC 9(08)  VALUE ZERO.
000858 01  MT-MAKER-ID               PIC X(06).
000859 01  MT-CHECKER-ID             PIC X(06).
000860 01  MT-AD-BATCH-ID            PIC X(08).
000861 01  MT-HOLD-REASON.
000862     05  FILLER                PIC X(21) VALUE
000863         "HELD AS PENDING ITEM ".
000864     05  MT-HR-PENDING-ID      PIC 9(08).
000865 01  MT-EXPIRE-REASON.
000866     05  FILLER                PIC X(15) VALUE "NO DECISION IN ".
000867     05  MT-ER-DAYS            PIC ZZ9.
000868     05  FILLER                PIC X(09) VALUE " BUS DAYS".
000869****************************************************************
000870* BUSINESS-DAY COUNT FIELDS - 8000 COUNTS THE WEEKDAYS AFTER    *
000871* MT-BD-FROM-DATE UP TO AND INCLUDING MT-BD-TO-DATE FROM        *
000872* EACH DATE'S DAY NUMBER (JULIAN DAY NUMBER; THE NUMBER         *
000873* MOD 7 GIVES THE WEEKDAY, 0 = MONDAY), LESS THE WEEKDAY         *
000877* HOLIDAYS OF MT-CAL-CURRENCY                                   *
000878****************************************************************
000879 01  MT-BD-FROM-DATE           PIC 9(08).
000880 01  MT-BD-TO-DATE             PIC 9(08).
000881 77  MT-BUS-DAYS               PIC S9(05) COMP VALUE ZERO.
000882 77  MT-BD-FROM-NUMBER         PIC S9(09) COMP.
000883 77  MT-BD-FROM-DOW            PIC S9(03) COMP.
000884 77  MT-BD-SPAN                PIC S9(09) COMP.
000885 77  MT-BD-WEEKS               PIC S9(07) COMP.
000886 77  MT-BD-ODD-DAYS            PIC S9(03) COMP.
000887 77  MT-BD-DAY                 PIC S9(03) COMP.
000888 77  MT-BD-DOW                 PIC S9(03) COMP.
000889 01  MT-DN-DATE.
000890     05  MT-DN-YEAR            PIC 9(04).
000891     05  MT-DN-MONTH           PIC 9(02).
000892     05  MT-DN-DAY             PIC 9(02).
000893 01  MT-DN-DATE-NUM REDEFINES MT-DN-DATE
000894                               PIC 9(08).
000895 77  MT-DN-A                   PIC S9(03) COMP.
000896 77  MT-DN-Y                   PIC S9(05) COMP.
000897 77  MT-DN-M                   PIC S9(03) COMP.
000898 77  MT-DN-MONTH-DAYS          PIC S9(05) COMP.
000899 77  MT-DN-LEAP-4              PIC S9(05) COMP.
000900 77  MT-DN-LEAP-100            PIC S9(05) COMP.
000901 77  MT-DN-LEAP-400            PIC S9(05) COMP.
000902 77  MT-DN-NUMBER              PIC S9(09) COMP.
000903 77  MT-DN-WORK                PIC S9(09) COMP.
000904 77  MT-DN-DOW                 PIC S9(03) COMP.
000905****************************************************************
000906* HOLIDAY CALENDAR FIELDS.  HOLCAL IS LOADED ONCE AT STARTUP; A *
000907* MISSING FILE LEAVES THE TABLE EMPTY AND ONLY WEEKENDS ARE     *
000908* SKIPPED.  THE COUNT USES THE HOLIDAYS OF THE SHOP'S CALENDAR  *
000909* CURRENCY ON DATECTL                                           *
000910****************************************************************
000911 77  MT-HOL-MAX-ENTRIES        PIC S9(05) COMP VALUE 2000.
000912 77  MT-HOL-ENTRY-COUNT        PIC S9(05) COMP VALUE ZERO.
000913 01  MT-HOLCAL-STATUS          PIC X(02).
000914     88  HOLCAL-FILE-FOUND                VALUE "00".
000915 01  MT-HOL-EOF-SW             PIC X(01)  VALUE "N".
000916     88  HOLIDAY-TABLE-EOF                VALUE "Y".
000917 01  MT-HOLIDAY-TABLE.
000918     05  MT-HOL-ENTRY OCCURS 2000 TIMES
000919             INDEXED BY MT-HOL-IDX.
000920         10  MT-HOL-CURRENCY   PIC X(03).
000921         10  MT-HOL-DATE       PIC 9(08).
000922 01  MT-CAL-CURRENCY           PIC X(03).
000923****************************************************************
000924* MACHINE-READABLE AUDIT WORK FIELDS - THE CALLER OF 2600 SETS  *
000925* THE BEFORE/AFTER AMOUNTS AND REASON BEFORE THE IMAGE WRITE.   *
000926* A HEADER CHANGE CARRIES NO MONEY - ITS BEFORE/AFTER VALUES    *
000927* GO IN THE REASON FIELD INSTEAD                                *
000928****************************************************************
000929 01  MT-ADB-BEFORE             PIC S9(09)V99 COMP-3.
000930 01  MT-ADB-AFTER              PIC S9(09)V99 COMP-3.
000931 01  MT-AD-REASON              PIC X(30).
000932 01  MT-ADR-HDR-REASON.
000933     05  MT-ADR-FIELD          PIC X(02).
000934     05  FILLER                PIC X(01) VALUE SPACES.
000935     05  MT-ADR-BEFORE         PIC X(12).
000936     05  FILLER                PIC X(03) VALUE " > ".
000937     05  MT-ADR-AFTER          PIC X(12).
000938****************************************************************
000939* AUDIT IMAGE LINE - ONE PER RECORD TOUCHED, CARRYING THE       *
000940* AMOUNT BEFORE AND AFTER THE CHANGE                            *
000941****************************************************************
000942 01  AUD-HEADING-1             PIC X(60) VALUE
000943     "COBCALC LOAN AUDIT TRAIL".
000944 01  MNT-AUDIT-LINE.
000945     05  MNT-AUD-RUN-DATE      PIC X(10).
000946     05  FILLER                PIC X(02) VALUE SPACES.
000950     05  MNT-AUD-RUN-TIME      PIC X(08).
000960     05  FILLER                PIC X(02) VALUE SPACES.
000970     05  FILLER                PIC X(12) VALUE "MAINTENANCE ".
001040     05  MNT-AUD-BEFORE        PIC X(12).
001050     05  FILLER                PIC X(07) VALUE " AFTER:".
001060     05  MNT-AUD-AFTER         PIC X(12).
001061     05  FILLER                PIC X(05) VALUE " MKR:".
001062     05  MNT-AUD-MAKER         PIC X(06).
001063     05  FILLER                PIC X(05) VALUE " CHK:".
001064     05  MNT-AUD-CHECKER       PIC X(06).
001070****************************************************************
001080* MAINTENANCE REPORT FIELDS                                     *
001090****************************************************************
001430     05  FILLER                PIC X(05) VALUE SPACES.
001440     05  FILLER                PIC X(09) VALUE "RUN TIME:".
001450     05  RPT-H2-RUN-TIME       PIC X(08).
001451     05  FILLER                PIC X(05) VALUE SPACES.
001452     05  RPT-H2-RUN-TYPE       PIC X(14).
001460 01  RPT-COLUMN-HEADING.
001470     05  FILLER                PIC X(08) VALUE "ACTION".
001480     05  FILLER                PIC X(10) VALUE "LOAN ID".
001490     05  FILLER                PIC X(08) VALUE "PERIOD".
001500     05  FILLER                PIC X(15) VALUE "AMOUNT".
001510     05  FILLER                PIC X(10) VALUE "STATUS".
001511     05  FILLER                PIC X(08) VALUE "MAKER".
001512     05  FILLER                PIC X(08) VALUE "CHECKER".
001520     05  FILLER                PIC X(40) VALUE "REASON".
001530 01  RPT-DETAIL-LINE.
001540     05  RPT-DET-ACTION        PIC X(01).
001610     05  FILLER                PIC X(03) VALUE SPACES.
001620     05  RPT-DET-STATUS        PIC X(08).
001630     05  FILLER                PIC X(02) VALUE SPACES.
001631     05  RPT-DET-MAKER         PIC X(06).
001632     05  FILLER                PIC X(02) VALUE SPACES.
001633     05  RPT-DET-CHECKER       PIC X(06).
001634     05  FILLER                PIC X(02) VALUE SPACES.
001640     05  RPT-DET-REASON        PIC X(40).
001650 01  RPT-TRAILER-LINE.
001660     05  RPT-TRL-READ          PIC ZZZZ9.
001680     05  RPT-TRL-APPLIED       PIC ZZZZ9.
001690     05  FILLER                PIC X(10) VALUE " APPLIED, ".
001700     05  RPT-TRL-REJECTED      PIC ZZZZ9.
001710     05  FILLER                PIC X(11) VALUE " REJECTED, ".
001711     05  RPT-TRL-HELD          PIC ZZZZ9.
001712     05  FILLER                PIC X(07) VALUE " HELD, ".
001713     05  RPT-TRL-DECLINED      PIC ZZZZ9.
001714     05  FILLER                PIC X(11) VALUE " DECLINED, ".
001715     05  RPT-TRL-EXPIRED       PIC ZZZZ9.
001716     05  FILLER                PIC X(08) VALUE " EXPIRED".
001720
001730 PROCEDURE DIVISION.
001740 0000-MAINLINE.
001750     PERFORM 1000-INITIALIZE
001760         THRU 1000-EXIT.
001762     IF APPROVAL-RUN
001764         PERFORM 3000-PROCESS-ONE-DECISION
001766             THRU 3000-EXIT
001768             UNTIL DECISIONS-EOF
001770         PERFORM 3500-EXPIRE-PENDING-ITEMS
001772             THRU 3500-EXIT
001774     ELSE
001776         PERFORM 2000-PROCESS-ONE-TRAN
001778             THRU 2000-EXIT
001780             UNTIL TRANS-EOF
001790     END-IF.
001800     PERFORM 9000-TERMINATE
001810         THRU 9000-EXIT.
001820     GOBACK.
001840****************************************************************
001850* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST TRANSACTION  *
001860****************************************************************
001861 1000-INITIALIZE.
001862* THE BUSINESS DATE AND HOLIDAYS ARE IN HAND BEFORE THE LOCK -
001863* A MISSING DATECTL ABORTS WITHOUT HOLDING IT
001864     PERFORM 1050-READ-DATE-CONTROL
001865         THRU 1050-EXIT.
001866     CLOSE DATE-CONTROL.
001867     PERFORM 8100-LOAD-HOLIDAYS
001871         THRU 8100-EXIT.
001872     PERFORM 1010-LOAD-MAINT-PARMS
001874         THRU 1010-EXIT.
001876     PERFORM 1020-OPEN-INPUT
001878         THRU 1020-EXIT.
001942* NO UPDATER TOUCHES LOAN-MASTER UNTIL THE LOCK IS HELD
001944     PERFORM 1030-ACQUIRE-MASTER-LOCK
001946         THRU 1030-EXIT.
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002012     PERFORM 1075-OPEN-PENDING-FILE
002014         THRU 1075-EXIT.
002020     PERFORM 1070-OPEN-AUDIT-LOG
002030         THRU 1070-EXIT.
002032     PERFORM 1071-OPEN-AUDIT-DATA
002034         THRU 1071-EXIT.
002036     PERFORM 1073-OPEN-MASTER-JOURNAL
002038         THRU 1073-EXIT.
002040     OPEN OUTPUT MAINT-REPORT.
002041     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
002042     ACCEPT RPT-RUN-TIME FROM TIME.
002043     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
002044     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
002045     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
002046     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
002047     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
002048     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
002049     IF APPROVAL-RUN
002050         MOVE "APPROVAL RUN"   TO RPT-H2-RUN-TYPE
002051         PERFORM 3100-READ-DECISION
002052             THRU 3100-EXIT
002053     ELSE
002054         MOVE "SUBMISSION RUN" TO RPT-H2-RUN-TYPE
002055         PERFORM 1080-READ-PENDING-CONTROL
002056             THRU 1080-EXIT
002057         PERFORM 2100-READ-TRAN
002058             THRU 2100-EXIT
002059     END-IF.
002060 1000-EXIT.
002061     EXIT.
002062
002063****************************************************************
002064* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
002065*                          SHOP'S DATE-CONTROL RECORD.  NO      *
002066*                          DATECTL, OR ONE WITHOUT A CURRENT    *
002067*                          BUSINESS DATE, ABORTS THE RUN - NO   *
002068*                          JOB GUESSES ITS OWN DATE             *
002069****************************************************************
002070 1050-READ-DATE-CONTROL.
002071     OPEN INPUT DATE-CONTROL.
002072     IF NOT DATECTL-FILE-FOUND
002073         DISPLAY "LOANMNT: FATAL - DATECTL NOT FOUND, "
002074             "STATUS " MT-DATECTL-STATUS ".  RUN ABORTED."
002075         MOVE 16 TO RETURN-CODE
002076         STOP RUN
002077     END-IF.
002078     READ DATE-CONTROL
002079         AT END
002080             DISPLAY "LOANMNT: FATAL - DATECTL IS EMPTY.  "
002081                 "RUN ABORTED."
002082             MOVE 16 TO RETURN-CODE
002083             STOP RUN
002084     END-READ.
002085     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002086             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002087         DISPLAY "LOANMNT: FATAL - DATECTL BUSINESS DATE MISSING "
002088             "OR NOT NUMERIC.  RUN ABORTED."
002089         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002091     END-IF.
002092     MOVE DC-CURRENT-BUS-DATE  TO MT-BUS-DATE-NUM.
002093     MOVE DC-CALENDAR-CURRENCY TO MT-CAL-CURRENCY.
002094 1050-EXIT.
002095     EXIT.
002096
002097****************************************************************
002098* 1010-LOAD-MAINT-PARMS - THE OPTIONAL MNTPARM RECORD SETS      *
002099*                         THE STRAIGHT-THROUGH THRESHOLD AND    *
002100*                         THE EXPIRY LIMIT IN BUSINESS DAYS.    *
002101*                         NO FILE, OR A FIELD THAT WILL NOT     *
002102*                         EDIT, KEEPS THE DEFAULT - NOTHING     *
002103*                         STRAIGHT THROUGH, TEN DAYS            *
002104****************************************************************
002105 1010-LOAD-MAINT-PARMS.
002106     OPEN INPUT MAINT-PARMS.
002107     IF NOT PARM-FILE-FOUND
002108         GO TO 1010-EXIT
002109     END-IF.
002110     READ MAINT-PARMS
002111         AT END
002112             CLOSE MAINT-PARMS
002113             GO TO 1010-EXIT
002114     END-READ.
002115     IF MP-STP-THRESHOLD IS NUMERIC
002116         MOVE MP-STP-THRESHOLD TO MT-STP-THRESHOLD
002117     ELSE
002118         DISPLAY "LOANMNT: WARNING - MNTPARM THRESHOLD NOT "
002119             "NUMERIC, NOTHING GOES STRAIGHT THROUGH."
002120     END-IF.
002121     IF MP-EXPIRY-DAYS IS NUMERIC
002122             AND MP-EXPIRY-DAYS IS GREATER THAN ZERO
002123         MOVE MP-EXPIRY-DAYS TO MT-EXPIRY-DAYS
002124     ELSE
002125         DISPLAY "LOANMNT: WARNING - MNTPARM EXPIRY DAYS ZERO "
002126             "OR NOT NUMERIC, TEN BUSINESS DAYS USED."
002127     END-IF.
002128     CLOSE MAINT-PARMS.
002129 1010-EXIT.
002130     EXIT.
002131
002132****************************************************************
002133* 1020-OPEN-INPUT - A DECISIONS FILE (MNTAPPR) MAKES THIS AN    *
002134*                   APPROVAL RUN AGAINST THE PENDING FILE;      *
002135*                   OTHERWISE IT IS A SUBMISSION RUN AND THE    *
002136*                   TRANSACTION FILE MUST BE THERE              *
002137****************************************************************
002138 1020-OPEN-INPUT.
002139     OPEN INPUT MAINT-DECISIONS.
002140     IF DECISION-FILE-FOUND
002141         SET APPROVAL-RUN TO TRUE
002142         GO TO 1020-EXIT
002143     END-IF.
002144     OPEN INPUT MAINT-TRANS.
002145     IF NOT TRANS-FILE-FOUND
002146         DISPLAY "LOANMNT: FATAL - TRANSACTION FILE NOT FOUND, "
002147             "STATUS " MT-TRANS-STATUS ".  RUN ABORTED."
002148         MOVE 16 TO RETURN-CODE
002149         STOP RUN
002150     END-IF.
002151 1020-EXIT.
002160     EXIT.
002170
002171****************************************************************
002247 1030-EXIT.
002248     EXIT.
002249
002250****************************************************************
002251* 1070-OPEN-AUDIT-LOG - APPEND TO THE SHARED AUDIT TRAIL, SAME  *
002252*                       EXISTENCE TEST AS THE BATCH PROGRAM     *
002253*                       USES, SO A FIRST-EVER RUN CREATES THE   *
002254*                       FILE WITH ITS HEADING                   *
002255****************************************************************
002256 1070-OPEN-AUDIT-LOG.
002257     OPEN INPUT AUDIT-LOG.
002260     IF AUDITLOG-FILE-FOUND
002270         CLOSE AUDIT-LOG
002280         OPEN EXTEND AUDIT-LOG
002300         OPEN OUTPUT AUDIT-LOG
002310         WRITE AUDIT-LOG-LINE FROM AUD-HEADING-1
002320         WRITE AUDIT-LOG-LINE FROM SPACES
002321     END-IF.
002322 1070-EXIT.
002323     EXIT.
002324
002325****************************************************************
002326* 1071-OPEN-AUDIT-DATA - APPEND TO THE MACHINE-READABLE AUDIT   *
002327*                        FILE, SAME EXISTENCE TEST AS THE       *
002328*                        PRINT-IMAGE TRAIL BUT NO HEADINGS -    *
002329*                        THE FILE IS MACHINE-READ               *
002330****************************************************************
002331 1071-OPEN-AUDIT-DATA.
002332     OPEN INPUT AUDIT-DATA.
002333     IF AUDITDAT-FILE-FOUND
002334         CLOSE AUDIT-DATA
002335         OPEN EXTEND AUDIT-DATA
002336     ELSE
002337         OPEN OUTPUT AUDIT-DATA
002338     END-IF.
002339 1071-EXIT.
002340     EXIT.
002341
002342****************************************************************
002343* 1073-OPEN-MASTER-JOURNAL - APPEND TO THE LMJRNL CHANGE        *
002344*                            JOURNAL.  EVERY ADD, CHANGE, AND   *
002345*                            DELETE ON LOAN-MASTER GOES THERE   *
002346*                            WITH ITS BEFORE AND AFTER IMAGES   *
002347*                            SO LOANRCVR CAN ROLL THE LAST      *
002348*                            LOANUNLD IMAGE FORWARD             *
002349****************************************************************
002350 1073-OPEN-MASTER-JOURNAL.
002351     OPEN INPUT MASTER-JOURNAL.
002352     IF JOURNAL-FILE-FOUND
002353         CLOSE MASTER-JOURNAL
002354         OPEN EXTEND MASTER-JOURNAL
002355     ELSE
002356         OPEN OUTPUT MASTER-JOURNAL
002357     END-IF.
002358 1073-EXIT.
002359     EXIT.
002368
002369****************************************************************
002370* 1075-OPEN-PENDING-FILE - THE FIRST-EVER SUBMISSION FINDS NO   *
002371*                          PENDING FILE AND CREATES AN EMPTY    *
002372*                          ONE; AN APPROVAL RUN AGAINST A NEW   *
002373*                          FILE SIMPLY FINDS NOTHING PENDING    *
002374****************************************************************
002375 1075-OPEN-PENDING-FILE.
002376     OPEN I-O PENDING-MAINT.
002377     IF PENDMNT-OPEN-OK
002378         GO TO 1075-EXIT
002379     END-IF.
002380     OPEN OUTPUT PENDING-MAINT.
002381     CLOSE PENDING-MAINT.
002382     OPEN I-O PENDING-MAINT.
002383     IF NOT PENDMNT-OPEN-OK
002384         DISPLAY "LOANMNT: FATAL - PENDING FILE CANNOT BE "
002385             "OPENED, STATUS " MT-PENDMNT-STATUS
002386             ".  RUN ABORTED."
002387         PERFORM 9050-RELEASE-MASTER-LOCK
002388             THRU 9050-EXIT
002389         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002391     END-IF.
002392 1075-EXIT.
002393     EXIT.
002394
002395****************************************************************
002396* 1080-READ-PENDING-CONTROL - ITEM ZERO CARRIES THE LAST ITEM   *
002397*                             NUMBER ISSUED.  A NEW FILE HAS    *
002398*                             NO CONTROL RECORD UNTIL ITS       *
002399*                             FIRST ITEM IS HELD                *
002400****************************************************************
002401 1080-READ-PENDING-CONTROL.
002402     MOVE ZERO TO PM-PENDING-ID.
002403     READ PENDING-MAINT
002404         KEY IS PM-PENDING-ID
002405         INVALID KEY
002406             MOVE ZERO TO MT-LAST-PENDING-ID
002407             GO TO 1080-EXIT
002408     END-READ.
002409     SET PEND-CONTROL-ON-FILE TO TRUE.
002410     MOVE PM-LAST-ISSUED-ID TO MT-LAST-PENDING-ID.
002411 1080-EXIT.
002412     EXIT.
002413****************************************************************
002414* 2000-PROCESS-ONE-TRAN - EDIT ONE TRANSACTION, THEN APPLY IT   *
002415*                         STRAIGHT THROUGH OR HOLD IT FOR       *
002416*                         APPROVAL                              *
002417****************************************************************
002418 2000-PROCESS-ONE-TRAN.
002419     ADD 1 TO MT-TRANS-READ.
002420     MOVE TX-MAKER-ID TO MT-MAKER-ID.
002421     MOVE SPACES      TO MT-CHECKER-ID.
002422     MOVE SPACES      TO MT-AD-BATCH-ID.
002423     PERFORM 2150-EDIT-TRAN
002430         THRU 2150-EXIT.
002440     IF TRAN-INVALID
002450         PERFORM 2160-REJECT-TRAN
002460             THRU 2160-EXIT
002470         GO TO 2000-READ-NEXT
002480     END-IF.
002482     PERFORM 2180-TEST-STRAIGHT-THROUGH
002484         THRU 2180-EXIT.
002486     IF STRAIGHT-THROUGH
002488         PERFORM 2050-APPLY-TRAN
002490             THRU 2050-EXIT
002492     ELSE
002494         PERFORM 2190-HOLD-FOR-APPROVAL
002496             THRU 2190-EXIT
002498     END-IF.
002499 2000-READ-NEXT.
002500     PERFORM 2100-READ-TRAN
002501         THRU 2100-EXIT.
002502 2000-EXIT.
002503     EXIT.
002504
002505****************************************************************
002506* 2050-APPLY-TRAN - APPLY ONE EDITED TRANSACTION TO             *
002507*                   LOAN-MASTER: A STRAIGHT-THROUGH CHANGE FROM *
002508*                   A SUBMISSION RUN, OR AN APPROVED ITEM FROM  *
002509*                   AN APPROVAL RUN                             *
002510****************************************************************
002511 2050-APPLY-TRAN.
002512     EVALUATE TRUE
002513         WHEN TX-ADD-PERIOD
002514             PERFORM 2200-ADD-PERIOD
002520                 THRU 2200-EXIT
002530         WHEN TX-CHANGE-PERIOD
002540             PERFORM 2300-CHANGE-PERIOD
002614             PERFORM 2350-CHANGE-HEADER
002616                 THRU 2350-EXIT
002620     END-EVALUATE.
002621 2050-EXIT.
002670     EXIT.
002680
002690****************************************************************
002700* 2100-READ-TRAN - READ THE NEXT MAINTENANCE TRANSACTION        *
002710****************************************************************
002720 2100-READ-TRAN.
002730     READ MAINT-TRANS INTO MAINT-TRANS-RECORD
002740         AT END
002750             SET TRANS-EOF TO TRUE
002760     END-READ.
002880         MOVE "ACTION MUST BE A, C, D, X, OR H" TO MT-REASON-TEXT
002890         GO TO 2150-REJECT
002900     END-IF.
002902     IF TX-MAKER-ID IS EQUAL TO SPACES
002904         MOVE "SUBMITTING USER ID MISSING" TO MT-REASON-TEXT
002906         GO TO 2150-REJECT
002908     END-IF.
002910     IF TX-LOAN-ID IS NOT NUMERIC
002920             OR TX-LOAN-ID IS EQUAL TO ZERO
002930         MOVE "LOAN ID MISSING OR NOT NUMERIC" TO MT-REASON-TEXT
003090             GO TO 2150-REJECT
003100         END-IF
003110     END-IF.
003111     IF TX-CHANGE-HEADER
003112         IF NOT TX-HDR-RATE-FLD AND NOT TX-HDR-CURR-FLD
003113                 AND NOT TX-HDR-GL-FLD AND NOT TX-HDR-TC-FLD
003114                 AND NOT TX-HDR-PERIODS-FLD
003115                 AND NOT TX-HDR-INDEX-FLD
003116                 AND NOT TX-HDR-SPREAD-FLD
003117                 AND NOT TX-HDR-BORROWER-FLD
003118             MOVE "HEADER FIELD NOT RT CC GL TC NP RI RS BI"
003119                 TO MT-REASON-TEXT
003120             GO TO 2150-REJECT
003121         END-IF
003136                 GO TO 2150-REJECT
003137             END-IF
003138         END-IF
003140         IF TX-HDR-BORROWER-FLD
003142             IF TX-HDR-BORROWER-ID IS NOT NUMERIC
003144                 MOVE "HEADER BORROWER ID NOT NUMERIC"
003146                     TO MT-REASON-TEXT
003148                 GO TO 2150-REJECT
003150             END-IF
003152         END-IF
003154     END-IF.
003156     GO TO 2150-EXIT.
003158 2150-REJECT.
003160     SET TRAN-INVALID TO TRUE.
003162 2150-EXIT.
003164     EXIT.
003170
003180****************************************************************
003190* 2160-REJECT-TRAN - LIST ONE REJECTED TRANSACTION              *
003390 2170-EXIT.
003400     EXIT.
003410
003411****************************************************************
003412* 2180-TEST-STRAIGHT-THROUGH - ONLY AN AMOUNT CHANGE ("C")      *
003413*                              MOVING THE PERIOD BY LESS THAN   *
003414*                              THE MNTPARM THRESHOLD SKIPS      *
003415*                              APPROVAL.  ADDS, DELETES, "X"    *
003416*                              LOAN DELETES, AND EVERY HEADER   *
003417*                              CHANGE - RATES INCLUDED - WAIT   *
003418*                              FOR A CHECKER WHATEVER THE SIZE  *
003419****************************************************************
003420 2180-TEST-STRAIGHT-THROUGH.
003421     MOVE "N" TO MT-STP-SW.
003422     IF NOT TX-CHANGE-PERIOD
003423         GO TO 2180-EXIT
003424     END-IF.
003425     IF MT-STP-THRESHOLD IS NOT GREATER THAN ZERO
003426         GO TO 2180-EXIT
003427     END-IF.
003428     MOVE TX-LOAN-ID   TO LM-LOAN-ID.
003429     MOVE TX-PERIOD-NO TO LM-PERIOD-NO.
003430* A PERIOD NOT ON FILE GOES THROUGH TO BE REJECTED NOW - THERE
003431* IS NOTHING FOR A CHECKER TO APPROVE
003432     READ LOAN-MASTER
003433         KEY IS LM-KEY
003434         INVALID KEY
003435             SET STRAIGHT-THROUGH TO TRUE
003436             GO TO 2180-EXIT
003437     END-READ.
003438     COMPUTE MT-AMOUNT-DIFF = TX-AMOUNT - LM-AMOUNT.
003439     IF MT-AMOUNT-DIFF IS NEGATIVE
003440         COMPUTE MT-AMOUNT-DIFF = ZERO - MT-AMOUNT-DIFF
003441     END-IF.
003442     IF MT-AMOUNT-DIFF IS LESS THAN MT-STP-THRESHOLD
003443         SET STRAIGHT-THROUGH TO TRUE
003444     END-IF.
003445 2180-EXIT.
003446     EXIT.
003447
003448****************************************************************
003449* 2190-HOLD-FOR-APPROVAL - PUT THE TRANSACTION ON THE PENDING   *
003450*                          FILE UNDER THE NEXT ITEM NUMBER,     *
003451*                          STAMPED WITH THE KEYING USER AND THE *
003452*                          RUN DATE, AND AUDIT THE SUBMISSION.  *
003453*                          THE CONTROL RECORD IS UPDATED FIRST  *
003454*                          SO A NUMBER IS NEVER ISSUED TWICE    *
003455****************************************************************
003456 2190-HOLD-FOR-APPROVAL.
003457     ADD 1 TO MT-LAST-PENDING-ID.
003458     MOVE SPACES              TO PENDING-MAINT-RECORD.
003459     MOVE ZERO                TO PM-PENDING-ID.
003460     MOVE MT-LAST-PENDING-ID  TO PM-LAST-ISSUED-ID.
003461     IF PEND-CONTROL-ON-FILE
003462         REWRITE PENDING-MAINT-RECORD
003463     ELSE
003464         WRITE PENDING-MAINT-RECORD
003465         SET PEND-CONTROL-ON-FILE TO TRUE
003466     END-IF.
003467     MOVE SPACES              TO PENDING-MAINT-RECORD.
003468     MOVE MT-LAST-PENDING-ID  TO PM-PENDING-ID.
003469     MOVE TX-MAKER-ID         TO PM-MAKER-ID.
003470     MOVE MT-BUS-DATE-NUM     TO PM-SUBMIT-DATE.
003471     MOVE RPT-RUN-TIME-HHMMSS TO PM-SUBMIT-TIME.
003472     MOVE MAINT-TRANS-RECORD  TO PM-TRANSACTION.
003473     WRITE PENDING-MAINT-RECORD
003474         INVALID KEY
003475             MOVE "PENDING ITEM NUMBER ALREADY ON FILE"
003476                 TO MT-REASON-TEXT
003477             SET TRAN-INVALID TO TRUE
003478     END-WRITE.
003479     IF TRAN-INVALID
003480         PERFORM 2160-REJECT-TRAN
003481             THRU 2160-EXIT
003482         GO TO 2190-EXIT
003483     END-IF.
003484     ADD 1 TO MT-TRANS-HELD.
003485     MOVE MT-LAST-PENDING-ID  TO MT-AD-BATCH-ID.
003486     MOVE MT-LAST-PENDING-ID  TO MT-HR-PENDING-ID.
003487     MOVE "SUBMIT "           TO MNT-AUD-ACTION.
003488     MOVE "(NONE)"            TO MNT-AUD-BEFORE.
003489     MOVE "PENDING"           TO MNT-AUD-AFTER.
003490     MOVE ZERO                TO MT-ADB-BEFORE.
003491     MOVE ZERO                TO MT-ADB-AFTER.
003492     MOVE MT-HOLD-REASON      TO MT-AD-REASON.
003493     PERFORM 2600-WRITE-AUDIT-IMAGE
003494         THRU 2600-EXIT.
003495     MOVE "PENDING"           TO RPT-DET-STATUS.
003496     MOVE MT-HOLD-REASON      TO RPT-DET-REASON.
003497     PERFORM 2700-WRITE-REPORT-LINE
003498         THRU 2700-EXIT.
003499 2190-EXIT.
003500     EXIT.
003501****************************************************************
003502* 2200-ADD-PERIOD - ADD ONE PERIOD RECORD.  A KEY ALREADY ON    *
003503*                   FILE IS A REJECT - CHANGES GO THROUGH "C"   *
003504****************************************************************
003505 2200-ADD-PERIOD.
003506     MOVE TX-LOAN-ID   TO LM-LOAN-ID.
003507     MOVE TX-PERIOD-NO TO LM-PERIOD-NO.
003508     MOVE TX-AMOUNT    TO LM-AMOUNT.
003509     MOVE ZERO         TO LM-INTEREST-PORTION.
003510     MOVE ZERO         TO LM-PRINCIPAL-PORTION.
003520     MOVE ZERO         TO LM-BALANCE-REMAINING.
003521     MOVE ZERO         TO LM-PAID-AMOUNT.
003522     MOVE ZERO         TO LM-PAID-DATE.
003523     MOVE SPACE        TO LM-PAY-STATUS.
003524     MOVE SPACE        TO LM-PAST-DUE-FLAG.
003525     MOVE ZERO         TO LM-CURTAIL-AMOUNT.
003527     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
003530     WRITE LOAN-MASTER-RECORD
003540         INVALID KEY
003550             MOVE "PERIOD ALREADY ON FILE - USE C TO CHANGE"
003560                 TO MT-REASON-TEXT
003570             SET TRAN-INVALID TO TRUE
003572         NOT INVALID KEY
003574             SET JOURNAL-ADD TO TRUE
003576             PERFORM 8510-WRITE-MASTER-JOURNAL
003578                 THRU 8510-EXIT
003580     END-WRITE.
003590     IF TRAN-INVALID
003600         PERFORM 2160-REJECT-TRAN
003930     END-IF.
003940     MOVE LM-AMOUNT TO MT-BEFORE-AMOUNT.
003950     MOVE TX-AMOUNT TO LM-AMOUNT.
003951* CASH ALREADY APPLIED STAYS APPLIED - THE PAID STATUS IS
003952* RESTATED AGAINST THE CORRECTED AMOUNT
003953     IF LM-PAID-AMOUNT IS GREATER THAN ZERO
003954         IF LM-PAID-AMOUNT IS NOT LESS THAN LM-AMOUNT
003955             SET LM-FULLY-PAID  TO TRUE
003956             MOVE SPACE         TO LM-PAST-DUE-FLAG
003957         ELSE
003958             SET LM-PARTLY-PAID TO TRUE
003959         END-IF
003960     END-IF.
003961     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
003962     PERFORM 8500-SAVE-BEFORE-IMAGE
003963         THRU 8500-EXIT.
003964     REWRITE LOAN-MASTER-RECORD.
003965     IF LOANMSTR-OPEN-OK
003966         SET JOURNAL-CHANGE TO TRUE
003967         PERFORM 8510-WRITE-MASTER-JOURNAL
003968             THRU 8510-EXIT
003969     END-IF.
003970     MOVE "CHANGE " TO MNT-AUD-ACTION.
003980     MOVE MT-BEFORE-AMOUNT TO MT-AMOUNT-EDIT.
003990     MOVE MT-AMOUNT-EDIT   TO MNT-AUD-BEFORE.
004138             MOVE TX-HDR-PERIODS       TO LM-HDR-NO-OF-PERIODS
004139             MOVE TX-HDR-PERIODS       TO MT-PERIOD-EDIT
004140             MOVE MT-PERIOD-EDIT       TO MNT-AUD-AFTER
004141         WHEN TX-HDR-BORROWER-FLD
004142* A HEADER OLDER THAN THE BORROWER ID HOLDS SPACES THERE
004143             IF LM-HDR-BORROWER-ID IS NUMERIC
004144                 MOVE LM-HDR-BORROWER-ID TO MNT-AUD-BEFORE
004145             ELSE
004146                 MOVE "(NONE)"             TO MNT-AUD-BEFORE
004147             END-IF
004148             MOVE TX-HDR-BORROWER-ID   TO LM-HDR-BORROWER-ID
004149             MOVE TX-HDR-BORROWER-ID   TO MNT-AUD-AFTER
004150     END-EVALUATE.
004151     MOVE RPT-RUN-DATE-NUM TO LM-LAST-ACTIVITY-DATE.
004152     PERFORM 8500-SAVE-BEFORE-IMAGE
004153         THRU 8500-EXIT.
004154     REWRITE LOAN-MASTER-RECORD.
004155     IF LOANMSTR-OPEN-OK
004156         SET JOURNAL-CHANGE TO TRUE
004157         PERFORM 8510-WRITE-MASTER-JOURNAL
004158             THRU 8510-EXIT
004159     END-IF.
004160     MOVE "HDRCHG " TO MNT-AUD-ACTION.
004161* A HEADER CHANGE CARRIES NO MONEY - THE BEFORE/AFTER VALUES
004162* TRAVEL IN THE MACHINE RECORD'S REASON FIELD
004163     MOVE ZERO             TO MT-ADB-BEFORE.
004164     MOVE ZERO             TO MT-ADB-AFTER.
004165     MOVE TX-HDR-FIELD     TO MT-ADR-FIELD.
004166     MOVE MNT-AUD-BEFORE   TO MT-ADR-BEFORE.
004167     MOVE MNT-AUD-AFTER    TO MT-ADR-AFTER.
004168     MOVE MT-ADR-HDR-REASON TO MT-AD-REASON.
004169     PERFORM 2600-WRITE-AUDIT-IMAGE
004170         THRU 2600-EXIT.
004171     PERFORM 2170-APPLIED-TRAN
004172         THRU 2170-EXIT.
004173 2350-EXIT.
004174     EXIT.
004175
004176****************************************************************
004177* 2400-DELETE-PERIOD - DELETE ONE PERIOD RECORD                 *
004178****************************************************************
004179 2400-DELETE-PERIOD.
004180     MOVE TX-LOAN-ID   TO LM-LOAN-ID.
004181     MOVE TX-PERIOD-NO TO LM-PERIOD-NO.
004182     READ LOAN-MASTER
004183         KEY IS LM-KEY
004184         INVALID KEY
004185             MOVE "PERIOD NOT ON FILE" TO MT-REASON-TEXT
004190             SET TRAN-INVALID TO TRUE
004200     END-READ.
004210     IF TRAN-INVALID
004250     END-IF.
004260     MOVE LM-AMOUNT TO MT-BEFORE-AMOUNT.
004270     DELETE LOAN-MASTER RECORD.
004271     IF LOANMSTR-OPEN-OK
004272         SET JOURNAL-DELETE TO TRUE
004273         PERFORM 8510-WRITE-MASTER-JOURNAL
004274             THRU 8510-EXIT
004275     END-IF.
004280     MOVE "DELETE " TO MNT-AUD-ACTION.
004290     MOVE MT-BEFORE-AMOUNT TO MT-AMOUNT-EDIT.
004300     MOVE MT-AMOUNT-EDIT   TO MNT-AUD-BEFORE.
004670     END-READ.
004680     MOVE LM-AMOUNT TO MT-BEFORE-AMOUNT.
004690     DELETE LOAN-MASTER RECORD.
004691     IF LOANMSTR-OPEN-OK
004692         SET JOURNAL-DELETE TO TRUE
004693         PERFORM 8510-WRITE-MASTER-JOURNAL
004694             THRU 8510-EXIT
004695     END-IF.
004700     ADD 1 TO MT-RECORDS-DELETED.
004710     MOVE "PURGE  " TO MNT-AUD-ACTION.
004712* THE PERIOD-ZERO HEADER CARRIES TERMS, NOT AN AMOUNT - ITS
004760     MOVE TX-LOAN-ID       TO MNT-AUD-LOAN-ID.
004770     MOVE RPT-RUN-DATE-OUT TO MNT-AUD-RUN-DATE.
004780     MOVE RPT-RUN-TIME-OUT TO MNT-AUD-RUN-TIME.
004782     MOVE MT-MAKER-ID      TO MNT-AUD-MAKER.
004784     MOVE MT-CHECKER-ID    TO MNT-AUD-CHECKER.
004790     WRITE AUDIT-LOG-LINE FROM MNT-AUDIT-LINE.
004791* THE SAME EVENT, FIXED-FIELD, FOR THE AUDITQRY EXTRACTS
004792     MOVE RPT-RUN-DATE-NUM    TO AD-RUN-DATE.
004793     MOVE RPT-RUN-TIME-HHMMSS TO AD-RUN-TIME.
004794     MOVE "LOANMNT"           TO AD-PROGRAM.
004795     MOVE MT-AD-BATCH-ID      TO AD-BATCH-ID.
004796     MOVE TX-LOAN-ID          TO AD-LOAN-ID.
004797     MOVE COUNTER             TO AD-PERIOD-NO.
004798     MOVE "PURGE  "           TO AD-ACTION.
004803     END-IF.
004804     MOVE ZERO                TO AD-AFTER-AMOUNT.
004805     MOVE SPACES              TO AD-REASON.
004807     MOVE MT-MAKER-ID         TO AD-MAKER-ID.
004809     MOVE MT-CHECKER-ID       TO AD-CHECKER-ID.
004811     WRITE AUDIT-DATA-RECORD.
004813 2510-EXIT.
004815     EXIT.
004820
004830****************************************************************
004840* 2600-WRITE-AUDIT-IMAGE - WRITE ONE BEFORE/AFTER IMAGE TO THE  *
004910     IF TX-PERIOD-NO IS NUMERIC
004912         MOVE TX-PERIOD-NO TO MNT-AUD-PERIOD
004914     ELSE
004915         MOVE ZERO         TO MNT-AUD-PERIOD
004916     END-IF.
004917     MOVE MT-MAKER-ID      TO MNT-AUD-MAKER.
004918     MOVE MT-CHECKER-ID    TO MNT-AUD-CHECKER.
004919     WRITE AUDIT-LOG-LINE FROM MNT-AUDIT-LINE.
004920* THE SAME EVENT, FIXED-FIELD, FOR THE AUDITQRY EXTRACTS.
004921* THE CALLER HAS ALREADY SET THE BEFORE/AFTER AMOUNTS AND
004922* REASON IN MT-ADB-BEFORE/MT-ADB-AFTER/MT-AD-REASON.  THE
004923* PENDING ITEM NUMBER, IF ANY, TRAVELS IN THE BATCH-ID FIELD
004924     MOVE RPT-RUN-DATE-NUM    TO AD-RUN-DATE.
004925     MOVE RPT-RUN-TIME-HHMMSS TO AD-RUN-TIME.
004926     MOVE "LOANMNT"           TO AD-PROGRAM.
004927     MOVE MT-AD-BATCH-ID      TO AD-BATCH-ID.
004928     MOVE TX-LOAN-ID          TO AD-LOAN-ID.
004929     IF TX-PERIOD-NO IS NUMERIC
004930             AND NOT TX-CHANGE-HEADER
004936     MOVE MT-ADB-BEFORE       TO AD-BEFORE-AMOUNT.
004937     MOVE MT-ADB-AFTER        TO AD-AFTER-AMOUNT.
004938     MOVE MT-AD-REASON        TO AD-REASON.
004940     MOVE MT-MAKER-ID         TO AD-MAKER-ID.
004942     MOVE MT-CHECKER-ID       TO AD-CHECKER-ID.
004944     WRITE AUDIT-DATA-RECORD.
004946 2600-EXIT.
004948     EXIT.
004950
004960****************************************************************
004970* 2700-WRITE-REPORT-LINE - LIST ONE TRANSACTION, HEADING A NEW  *
005100     ELSE
005110         MOVE ZERO      TO RPT-DET-AMOUNT
005120     END-IF.
005122     MOVE MT-MAKER-ID   TO RPT-DET-MAKER.
005124     MOVE MT-CHECKER-ID TO RPT-DET-CHECKER.
005130     WRITE MAINT-REPORT-LINE FROM RPT-DETAIL-LINE.
005140     ADD 1 TO RPT-LINE-COUNT.
005150 2700-EXIT.
005350 2710-EXIT.
005360     EXIT.
005370
005371****************************************************************
005372* 3000-PROCESS-ONE-DECISION - MATCH ONE CHECKER DECISION TO     *
005373*                             ITS PENDING ITEM.  AN APPROVED    *
005374*                             ITEM IS APPLIED THROUGH THE SAME  *
005375*                             PARAGRAPHS AS A STRAIGHT-THROUGH  *
005376*                             CHANGE AND COMES OFF THE PENDING  *
005377*                             FILE; A REJECTED ONE COMES OFF    *
005378*                             WITH THE CHECKER'S REASON.  A     *
005379*                             DECISION THAT WILL NOT EDIT, OR A *
005380*                             CHECKER DECIDING AN ITEM THEY     *
005381*                             KEYED, IS REJECTED AND THE ITEM   *
005382*                             STAYS PENDING                     *
005383****************************************************************
005384 3000-PROCESS-ONE-DECISION.
005385     ADD 1 TO MT-TRANS-READ.
005386     MOVE SPACES        TO MAINT-TRANS-RECORD.
005387     MOVE ZERO          TO TX-LOAN-ID.
005388     MOVE ZERO          TO TX-PERIOD-NO.
005389     MOVE ZERO          TO TX-AMOUNT.
005390     MOVE SPACES        TO MT-MAKER-ID.
005391     MOVE MA-CHECKER-ID TO MT-CHECKER-ID.
005392     MOVE SPACES        TO MT-AD-BATCH-ID.
005393     SET TRAN-VALID TO TRUE.
005394     IF MA-PENDING-ID IS NOT NUMERIC
005395             OR MA-PENDING-ID IS EQUAL TO ZERO
005396         MOVE "ITEM NUMBER MISSING OR NOT NUMERIC"
005397             TO MT-REASON-TEXT
005398         GO TO 3000-REJECT
005399     END-IF.
005400     MOVE MA-PENDING-ID TO MT-AD-BATCH-ID.
005401     IF NOT MA-APPROVE AND NOT MA-REJECT
005402         MOVE "DECISION MUST BE A OR R" TO MT-REASON-TEXT
005403         GO TO 3000-REJECT
005404     END-IF.
005405     IF MA-CHECKER-ID IS EQUAL TO SPACES
005406         MOVE "CHECKER USER ID MISSING" TO MT-REASON-TEXT
005407         GO TO 3000-REJECT
005408     END-IF.
005409     MOVE MA-PENDING-ID TO PM-PENDING-ID.
005410     READ PENDING-MAINT
005411         KEY IS PM-PENDING-ID
005412         INVALID KEY
005413             MOVE "ITEM NOT PENDING - DECIDED OR EXPIRED"
005414                 TO MT-REASON-TEXT
005415             GO TO 3000-REJECT
005416     END-READ.
005417     MOVE PM-TRANSACTION TO MAINT-TRANS-RECORD.
005418     MOVE PM-MAKER-ID    TO MT-MAKER-ID.
005419     IF MA-CHECKER-ID IS EQUAL TO PM-MAKER-ID
005420         MOVE "CHECKER MAY NOT DECIDE OWN ITEM" TO MT-REASON-TEXT
005421         GO TO 3000-REJECT
005422     END-IF.
005423     IF MA-REJECT
005424         PERFORM 3200-DECLINE-ITEM
005425             THRU 3200-EXIT
005426         GO TO 3000-READ-NEXT
005427     END-IF.
005428* AN APPROVED ITEM THAT NO LONGER FITS THE MASTER - ITS PERIOD
005429* DELETED OR ADDED SINCE IT WAS KEYED - IS REJECTED BY THE
005430* APPLY AND STILL COMES OFF; THE MAKER KEYS IT AGAIN
005431     PERFORM 2050-APPLY-TRAN
005432         THRU 2050-EXIT.
005433     DELETE PENDING-MAINT RECORD.
005434     GO TO 3000-READ-NEXT.
005435 3000-REJECT.
005436     PERFORM 2160-REJECT-TRAN
005437         THRU 2160-EXIT.
005438 3000-READ-NEXT.
005439     PERFORM 3100-READ-DECISION
005440         THRU 3100-EXIT.
005441 3000-EXIT.
005442     EXIT.
005443
005444****************************************************************
005445* 3100-READ-DECISION - READ THE NEXT CHECKER DECISION           *
005446****************************************************************
005447 3100-READ-DECISION.
005448     READ MAINT-DECISIONS
005449         AT END
005450             SET DECISIONS-EOF TO TRUE
005451     END-READ.
005452 3100-EXIT.
005453     EXIT.
005454
005455****************************************************************
005456* 3200-DECLINE-ITEM - TAKE A REJECTED ITEM OFF THE PENDING      *
005457*                     FILE, AUDITED UNDER BOTH USER IDS WITH    *
005458*                     THE CHECKER'S REASON                      *
005459****************************************************************
005460 3200-DECLINE-ITEM.
005461     DELETE PENDING-MAINT RECORD.
005462     ADD 1 TO MT-ITEMS-DECLINED.
005463     IF MA-REASON IS EQUAL TO SPACES
005464         MOVE "NO REASON GIVEN" TO MA-REASON
005465     END-IF.
005466     MOVE "REJECT "       TO MNT-AUD-ACTION.
005467     MOVE "PENDING"       TO MNT-AUD-BEFORE.
005468     MOVE "(NONE)"        TO MNT-AUD-AFTER.
005469     MOVE ZERO            TO MT-ADB-BEFORE.
005470     MOVE ZERO            TO MT-ADB-AFTER.
005471     MOVE MA-REASON       TO MT-AD-REASON.
005472     PERFORM 2600-WRITE-AUDIT-IMAGE
005473         THRU 2600-EXIT.
005474     MOVE "DECLINED"      TO RPT-DET-STATUS.
005475     MOVE MA-REASON       TO RPT-DET-REASON.
005476     PERFORM 2700-WRITE-REPORT-LINE
005477         THRU 2700-EXIT.
005478 3200-EXIT.
005479     EXIT.
005480
005481****************************************************************
005482* 3500-EXPIRE-PENDING-ITEMS - AFTER THE DECISIONS, SWEEP THE    *
005483*                             PENDING FILE FOR ITEMS STILL      *
005484*                             UNDECIDED MORE THAN THE EXPIRY    *
005485*                             LIMIT OF BUSINESS DAYS AFTER      *
005486*                             THEY WERE KEYED AND TAKE THEM     *
005487*                             OFF.  THE SWEEP STARTS AFTER      *
005488*                             THE ITEM-ZERO CONTROL RECORD      *
005489****************************************************************
005490 3500-EXPIRE-PENDING-ITEMS.
005491     MOVE "N"  TO MT-PEND-EOF-SW.
005492     MOVE ZERO TO PM-PENDING-ID.
005493     START PENDING-MAINT
005494         KEY IS GREATER THAN PM-PENDING-ID
005495         INVALID KEY
005496             GO TO 3500-EXIT
005497     END-START.
005498     PERFORM 3510-EXPIRE-ONE-ITEM
005499         THRU 3510-EXIT
005500         UNTIL PENDING-SCAN-DONE.
005501 3500-EXIT.
005502     EXIT.
005503
005504 3510-EXPIRE-ONE-ITEM.
005505     READ PENDING-MAINT NEXT RECORD
005506         AT END
005507             SET PENDING-SCAN-DONE TO TRUE
005508             GO TO 3510-EXIT
005509     END-READ.
005510     MOVE PM-SUBMIT-DATE   TO MT-BD-FROM-DATE.
005511     MOVE MT-BUS-DATE-NUM  TO MT-BD-TO-DATE.
005512     PERFORM 8000-COUNT-BUSINESS-DAYS
005513         THRU 8000-EXIT.
005514     IF MT-BUS-DAYS IS NOT GREATER THAN MT-EXPIRY-DAYS
005515         GO TO 3510-EXIT
005516     END-IF.
005517     MOVE PM-TRANSACTION   TO MAINT-TRANS-RECORD.
005518     MOVE PM-MAKER-ID      TO MT-MAKER-ID.
005519     MOVE SPACES           TO MT-CHECKER-ID.
005520     MOVE PM-PENDING-ID    TO MT-AD-BATCH-ID.
005521     MOVE MT-BUS-DAYS      TO MT-ER-DAYS.
005522     DELETE PENDING-MAINT RECORD.
005523     ADD 1 TO MT-ITEMS-EXPIRED.
005524     MOVE "EXPIRE "        TO MNT-AUD-ACTION.
005525     MOVE "PENDING"        TO MNT-AUD-BEFORE.
005526     MOVE "(NONE)"         TO MNT-AUD-AFTER.
005527     MOVE ZERO             TO MT-ADB-BEFORE.
005528     MOVE ZERO             TO MT-ADB-AFTER.
005529     MOVE MT-EXPIRE-REASON TO MT-AD-REASON.
005530     PERFORM 2600-WRITE-AUDIT-IMAGE
005531         THRU 2600-EXIT.
005532     MOVE "EXPIRED"        TO RPT-DET-STATUS.
005533     MOVE MT-EXPIRE-REASON TO RPT-DET-REASON.
005534     PERFORM 2700-WRITE-REPORT-LINE
005535         THRU 2700-EXIT.
005536 3510-EXIT.
005537     EXIT.
005538
005539****************************************************************
005540* 8000-COUNT-BUSINESS-DAYS - MT-BUS-DAYS = THE WEEKDAYS AFTER   *
005541*                            MT-BD-FROM-DATE UP TO AND          *
005542*                            INCLUDING MT-BD-TO-DATE.  EVERY    *
005543*                            FULL WEEK HOLDS FIVE; THE ODD      *
005544*                            DAYS LEFT OVER ARE TESTED ONE BY   *
005545*                            ONE FROM THE FROM-DATE'S WEEKDAY.  *
005555*                            WEEKDAY HOLIDAYS COME OFF AFTER    *
005565****************************************************************
005575 8000-COUNT-BUSINESS-DAYS.
005585     MOVE ZERO TO MT-BUS-DAYS.
005595     MOVE MT-BD-FROM-DATE TO MT-DN-DATE-NUM.
005605     PERFORM 8010-DATE-TO-DAY-NUMBER
005615         THRU 8010-EXIT.
005625     MOVE MT-DN-NUMBER    TO MT-BD-FROM-NUMBER.
005635     MOVE MT-DN-DOW       TO MT-BD-FROM-DOW.
005645     MOVE MT-BD-TO-DATE   TO MT-DN-DATE-NUM.
005655     PERFORM 8010-DATE-TO-DAY-NUMBER
005665         THRU 8010-EXIT.
005675     COMPUTE MT-BD-SPAN = MT-DN-NUMBER - MT-BD-FROM-NUMBER.
005685     IF MT-BD-SPAN IS NOT GREATER THAN ZERO
005695         GO TO 8000-EXIT
005705     END-IF.
005715     DIVIDE MT-BD-SPAN BY 7
005725         GIVING MT-BD-WEEKS
005735         REMAINDER MT-BD-ODD-DAYS.
005745     COMPUTE MT-BUS-DAYS = MT-BD-WEEKS * 5.
005755     PERFORM 8020-COUNT-ONE-ODD-DAY
005765         THRU 8020-EXIT
005775         VARYING MT-BD-DAY FROM 1 BY 1
005785         UNTIL MT-BD-DAY IS GREATER THAN MT-BD-ODD-DAYS.
005795     PERFORM 8030-DROP-ONE-HOLIDAY
005805         THRU 8030-EXIT
005815         VARYING MT-HOL-IDX FROM 1 BY 1
005825         UNTIL MT-HOL-IDX IS GREATER THAN MT-HOL-ENTRY-COUNT.
005835     IF MT-BUS-DAYS IS LESS THAN ZERO
005845         MOVE ZERO TO MT-BUS-DAYS
005855     END-IF.
005865 8000-EXIT.
005875     EXIT.
005885
005895****************************************************************
005905* 8010-DATE-TO-DAY-NUMBER - JULIAN DAY NUMBER OF MT-DN-DATE     *
005915*                           AND ITS WEEKDAY (0 = MONDAY).       *
005925*                           EACH DIVISION TRUNCATES ON ITS OWN  *
005935****************************************************************
005945 8010-DATE-TO-DAY-NUMBER.
005955     COMPUTE MT-DN-A = (14 - MT-DN-MONTH) / 12.
005965     COMPUTE MT-DN-Y = MT-DN-YEAR + 4800 - MT-DN-A.
005975     COMPUTE MT-DN-M = MT-DN-MONTH + (12 * MT-DN-A) - 3.
005985     COMPUTE MT-DN-MONTH-DAYS = ((153 * MT-DN-M) + 2) / 5.
005995     COMPUTE MT-DN-LEAP-4   = MT-DN-Y / 4.
006005     COMPUTE MT-DN-LEAP-100 = MT-DN-Y / 100.
006015     COMPUTE MT-DN-LEAP-400 = MT-DN-Y / 400.
006025     COMPUTE MT-DN-NUMBER = MT-DN-DAY + MT-DN-MONTH-DAYS
006035         + (365 * MT-DN-Y) + MT-DN-LEAP-4 - MT-DN-LEAP-100
006045         + MT-DN-LEAP-400 - 32045.
006055     DIVIDE MT-DN-NUMBER BY 7
006065         GIVING MT-DN-WORK
006075         REMAINDER MT-DN-DOW.
006085 8010-EXIT.
006095     EXIT.
006105
006115 8020-COUNT-ONE-ODD-DAY.
006125     COMPUTE MT-BD-DOW = MT-BD-FROM-DOW + MT-BD-DAY.
006135     IF MT-BD-DOW IS GREATER THAN 6
006145         SUBTRACT 7 FROM MT-BD-DOW
006155     END-IF.
006165     IF MT-BD-DOW IS LESS THAN 5
006175         ADD 1 TO MT-BUS-DAYS
006185     END-IF.
006195 8020-EXIT.
006205     EXIT.
006215
006225****************************************************************
006235* 8030-DROP-ONE-HOLIDAY - A HOLIDAY OF THE SHOP'S CALENDAR      *
006245*                         CURRENCY (DATECTL) THAT FALLS ON A    *
006255*                         WEEKDAY AFTER MT-BD-FROM-DATE UP TO   *
006265*                         AND INCLUDING MT-BD-TO-DATE WAS       *
006275*                         COUNTED AS A BUSINESS DAY - TAKE IT   *
006285*                         BACK OUT                              *
006295****************************************************************
006305 8030-DROP-ONE-HOLIDAY.
006315     IF MT-HOL-CURRENCY(MT-HOL-IDX)
006325             IS NOT EQUAL TO MT-CAL-CURRENCY
006335         GO TO 8030-EXIT
006345     END-IF.
006355     IF MT-HOL-DATE(MT-HOL-IDX)
006365             IS NOT GREATER THAN MT-BD-FROM-DATE
006375             OR MT-HOL-DATE(MT-HOL-IDX)
006385             IS GREATER THAN MT-BD-TO-DATE
006395         GO TO 8030-EXIT
006405     END-IF.
006415     MOVE MT-HOL-DATE(MT-HOL-IDX) TO MT-DN-DATE-NUM.
006425     PERFORM 8010-DATE-TO-DAY-NUMBER
006435         THRU 8010-EXIT.
006445     IF MT-DN-DOW IS LESS THAN 5
006455         SUBTRACT 1 FROM MT-BUS-DAYS
006465     END-IF.
006475 8030-EXIT.
006485     EXIT.
006495
006505****************************************************************
006515* 8100-LOAD-HOLIDAYS - READ THE HOLIDAY CALENDAR INTO THE       *
006525*                      IN-MEMORY TABLE ONCE, AT STARTUP.  NO    *
006535*                      HOLCAL MEANS NO HOLIDAYS - ONLY WEEKENDS *
006545*                      ARE CLOSED                               *
006555****************************************************************
006565 8100-LOAD-HOLIDAYS.
006575     OPEN INPUT HOLIDAY-CALENDAR.
006585     IF NOT HOLCAL-FILE-FOUND
006595         GO TO 8100-EXIT
006605     END-IF.
006615     MOVE "N" TO MT-HOL-EOF-SW.
006625     PERFORM 8105-READ-HOLIDAY-RECORD
006635         THRU 8105-EXIT
006645         UNTIL HOLIDAY-TABLE-EOF.
006655     CLOSE HOLIDAY-CALENDAR.
006665 8100-EXIT.
006675     EXIT.
006685
006695 8105-READ-HOLIDAY-RECORD.
006705     READ HOLIDAY-CALENDAR
006715         AT END
006725             SET HOLIDAY-TABLE-EOF TO TRUE
006735             GO TO 8105-EXIT
006745     END-READ.
006755     IF HC-HOLIDAY-DATE IS NOT NUMERIC
006765             OR HC-HOLIDAY-DATE IS EQUAL TO ZERO
006775         GO TO 8105-EXIT
006785     END-IF.
006795     IF MT-HOL-ENTRY-COUNT IS NOT LESS THAN MT-HOL-MAX-ENTRIES
006805         DISPLAY "LOANMNT: FATAL - HOLIDAY TABLE FULL AT 2000 "
006815             "ENTRIES.  RUN ABORTED."
006825         MOVE 16 TO RETURN-CODE
006835         STOP RUN
006845     END-IF.
006855     ADD 1 TO MT-HOL-ENTRY-COUNT.
006865     SET MT-HOL-IDX TO MT-HOL-ENTRY-COUNT.
006875     MOVE HC-CURRENCY-CODE TO MT-HOL-CURRENCY(MT-HOL-IDX).
006885     MOVE HC-HOLIDAY-DATE  TO MT-HOL-DATE(MT-HOL-IDX).
006895 8105-EXIT.
006905     EXIT.
006915****************************************************************
006925* 8500-SAVE-BEFORE-IMAGE - KEEP THE RECORD AS IT STANDS ON FILE *
006935*                          BEFORE A REWRITE REPLACES IT.  THE   *
006945*                          UPDATED RECORD IS HELD ASIDE WHILE   *
006955*                          THE FILE COPY IS READ BACK, THEN PUT *
006965*                          BACK                                 *
006975****************************************************************
006985 8500-SAVE-BEFORE-IMAGE.
006995     MOVE LOAN-MASTER-RECORD TO MT-JOURNAL-HOLD.
007005     READ LOAN-MASTER
007015         KEY IS LM-KEY
007025         INVALID KEY
007035             MOVE SPACES TO MT-JOURNAL-BEFORE
007045         NOT INVALID KEY
007055             MOVE LOAN-MASTER-RECORD TO MT-JOURNAL-BEFORE
007065     END-READ.
007075     MOVE MT-JOURNAL-HOLD TO LOAN-MASTER-RECORD.
007085 8500-EXIT.
007095     EXIT.
007105
007115****************************************************************
007125* 8510-WRITE-MASTER-JOURNAL - ONE JOURNAL RECORD FOR THE        *
007135*                             LOAN-MASTER UPDATE JUST MADE.     *
007145*                             THE CALLER SETS THE ACTION FIRST. *
007155*                             THE RECORD AREA HOLDS THE AFTER   *
007165*                             IMAGE OF AN ADD OR A CHANGE, AND  *
007175*                             THE RECORD JUST DELETED FOR A     *
007185*                             DELETE                            *
007195****************************************************************
007205 8510-WRITE-MASTER-JOURNAL.
007215     MOVE SPACES              TO MASTER-JOURNAL-RECORD.
007225     ACCEPT JR-STAMP-DATE     FROM DATE YYYYMMDD.
007235     ACCEPT JR-STAMP-TIME     FROM TIME.
007245     MOVE "LOANMNT"           TO JR-PROGRAM.
007255     MOVE MT-BUS-DATE-NUM     TO JR-BUSINESS-DATE.
007265     MOVE MT-JOURNAL-ACTION   TO JR-ACTION.
007275     EVALUATE TRUE
007285         WHEN JOURNAL-ADD
007295             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
007305         WHEN JOURNAL-CHANGE
007315             MOVE MT-JOURNAL-BEFORE  TO JR-BEFORE-IMAGE
007325             MOVE LOAN-MASTER-RECORD TO JR-AFTER-IMAGE
007335         WHEN JOURNAL-DELETE
007345             MOVE LOAN-MASTER-RECORD TO JR-BEFORE-IMAGE
007355     END-EVALUATE.
007365     WRITE MASTER-JOURNAL-RECORD.
007375 8510-EXIT.
007385     EXIT.
007395
007405****************************************************************
007415* 9000-TERMINATE - TOTALS, CLOSE FILES, AND END THE RUN         *
007425****************************************************************
007435 9000-TERMINATE.
007445     MOVE MT-TRANS-READ     TO RPT-TRL-READ.
007455     MOVE MT-TRANS-APPLIED  TO RPT-TRL-APPLIED.
007465     MOVE MT-TRANS-REJECTED TO RPT-TRL-REJECTED.
007475     MOVE MT-TRANS-HELD     TO RPT-TRL-HELD.
007485     MOVE MT-ITEMS-DECLINED TO RPT-TRL-DECLINED.
007495     MOVE MT-ITEMS-EXPIRED  TO RPT-TRL-EXPIRED.
007505     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
007515         PERFORM 2710-WRITE-REPORT-HEADINGS
007525             THRU 2710-EXIT
007535     END-IF.
007545     WRITE MAINT-REPORT-LINE FROM SPACES.
007555     WRITE MAINT-REPORT-LINE FROM RPT-TRAILER-LINE.
007565     IF APPROVAL-RUN
007575         CLOSE MAINT-DECISIONS
007585     ELSE
007595         CLOSE MAINT-TRANS
007605     END-IF.
007615     CLOSE PENDING-MAINT.
007625     CLOSE LOAN-MASTER.
007635     CLOSE AUDIT-LOG.
007645     CLOSE AUDIT-DATA.
007655     CLOSE MASTER-JOURNAL.
007665     CLOSE MAINT-REPORT.
007675     PERFORM 9060-WRITE-JOB-STATUS
007685         THRU 9060-EXIT.
007695     PERFORM 9050-RELEASE-MASTER-LOCK
007705         THRU 9050-EXIT.
007715 9000-EXIT.
007725     EXIT.
007735
007745****************************************************************
007755* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
007765*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
007775*                         PROGRAM.  IT STAMPS THE DATECTL       *
007785*                         BUSINESS DATE                         *
007795****************************************************************
007805 9060-WRITE-JOB-STATUS.
007815     OPEN INPUT JOB-STATUS.
007825     IF JOBSTAT-FILE-FOUND
007835         CLOSE JOB-STATUS
007845         OPEN EXTEND JOB-STATUS
007855     ELSE
007865         OPEN OUTPUT JOB-STATUS
007875     END-IF.
007885     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
007895     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
007905     MOVE "LOANMNT"           TO JS-PROGRAM.
007915     MOVE MT-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
007925     MOVE MT-TRANS-READ       TO JS-ITEMS-IN.
007935     MOVE MT-TRANS-APPLIED    TO JS-ITEMS-OK.
007945     MOVE MT-TRANS-REJECTED   TO JS-ITEMS-REJECTED.
007955     COMPUTE JS-ITEMS-OTHER = MT-TRANS-HELD + MT-ITEMS-DECLINED
007965         + MT-ITEMS-EXPIRED.
007975     EVALUATE TRUE
007985         WHEN MT-TRANS-REJECTED IS GREATER THAN ZERO
007995             MOVE "W"               TO JS-STATUS
008005             MOVE "TRANS REJECTED"  TO JS-NOTE
008015         WHEN MT-ITEMS-EXPIRED IS GREATER THAN ZERO
008025             MOVE "W"               TO JS-STATUS
008035             MOVE "ITEMS EXPIRED"   TO JS-NOTE
008045         WHEN OTHER
008055             MOVE "C"               TO JS-STATUS
008065             MOVE "CLEAN"           TO JS-NOTE
008075     END-EVALUATE.
008085     WRITE JOB-STATUS-RECORD.
008095     CLOSE JOB-STATUS.
008105 9060-EXIT.
008115     EXIT.
008125
008135****************************************************************
008145* 9050-RELEASE-MASTER-LOCK - A CLEAN FINISH, OR A CONTROLLED    *
008155*                            STARTUP ABORT, EMPTIES THE LOCK    *
008165*                            FILE SO THE NEXT UPDATER RUNS      *
008175*                            FREE.  ONLY A TRUE ABEND LEAVES    *
008185*                            THE STALE LOCK FOR THE OPERATOR    *
008195*                            OVERRIDE PATH                      *
008205****************************************************************
008215 9050-RELEASE-MASTER-LOCK.
008225     OPEN OUTPUT LOCK-FILE.
008235     CLOSE LOCK-FILE.
008245 9050-EXIT.
008255     EXIT.
008265
008275 END PROGRAM LOANMNT.
