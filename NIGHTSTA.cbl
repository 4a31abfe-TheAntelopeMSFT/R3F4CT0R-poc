000030*                                                               *
000040* CONSOLIDATED NIGHT-STATUS REPORT.  READS THE BATCH REGISTRY   *
000050* PLUS THE JOBSTAT RECORDS THE NIGHT'S JOBS APPENDED AND        *
000060* PRINTS ONE PAGE FOR DATECTL'S BUSINESS DATE: BATCH            *
000070* DISPOSITION, LOANS PROCESSED AND REJECTED, RECONCILIATION     *
000080* OUTCOME, GL ITEMS SENT/ACCEPTED/REJECTED/UNACKED FROM         *
000090* GLACKPR, AND MAINTENANCE/ARCHIVE/ACCRUAL/VERIFY ACTIVITY -    *
000120* SOMEONE INSTEAD OF THE MORNING SHIFT OPENING SIX REPORTS.     *
000130* A DATE WITH NO REGISTRY ENTRY AND NO JOB RECORDS AT ALL IS    *
000140* REPORTED FAILED - "NOTHING HAPPENED" IS THE WORST ANSWER.     *
000141* THE VERDICT IS STAMPED BACK ON DATECTL AGAINST THE DATE       *
000142* JUDGED; EODROLL WILL NOT ROLL THE SHOP PAST A DATE JUDGED     *
000143* FAILED.                                                       *
000150****************************************************************
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID.     NIGHTSTA.
000250*  ----------  ----  ------------------------------------------ *
000260*  2026-09-03  RLM   INITIAL VERSION, ALONGSIDE THE JOBSTAT     *
000270*                    RECORDS THE SUITE'S JOBS NOW WRITE.        *
000272*  2026-10-15  RLM   JOB TABLE RAISED FROM 10 TO 20 PROGRAMS -  *
000274*                    THE SUITE NOW HAS MORE JOBSTAT WRITERS     *
000276*                    THAN THE OLD TABLE HELD.                   *
000277*  2026-10-15  RLM   BUSINESS DATE NOW TAKEN FROM DATECTL IN     *
000278*                    PLACE OF THE NSPARM PARAMETER, AND THE      *
000279*                    NIGHT'S VERDICT STAMPED BACK ON DATECTL     *
000282*                    FOR THE EODROLL DATE ROLL.                  *
000285****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000330                           ORGANIZATION IS SEQUENTIAL
000340                           FILE STATUS IS NS-DATECTL-STATUS.
000350     SELECT BATCH-REGISTRY ASSIGN TO "BATCHREG"
000360                           ORGANIZATION IS INDEXED
000370                           ACCESS MODE IS DYNAMIC
000440                           ORGANIZATION IS LINE SEQUENTIAL.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DATE-CONTROL
000480     RECORDING MODE IS F.
000490     COPY DCRECORD.
000520 FD  BATCH-REGISTRY.
000530     COPY BRRECORD.
000540 FD  JOB-STATUS
000680         88  REGISTRY-OPEN                VALUE "Y".
000690     05  NS-JOBSTAT-OPEN-SW    PIC X(01)  VALUE "N".
000700         88  JOBSTAT-OPEN                 VALUE "Y".
000710 01  NS-DATECTL-STATUS         PIC X(02).
000720     88  DATECTL-FILE-FOUND               VALUE "00".
000730 01  NS-BATCHREG-STATUS        PIC X(02).
000740     88  BATCHREG-OPEN-OK                 VALUE "00".
000750 01  NS-JOBSTAT-STATUS         PIC X(02).
001000****************************************************************
001010* LATEST JOBSTAT RECORD PER PROGRAM FOR THE DATE               *
001020****************************************************************
001030 77  NS-MAX-JOBS               PIC S9(03) COMP VALUE 20.
001040 77  NS-JOB-COUNT              PIC S9(03) COMP VALUE ZERO.
001050 77  NS-JOB-SUB                PIC S9(03) COMP VALUE ZERO.
001060 77  NS-JOB-HIT                PIC S9(03) COMP VALUE ZERO.
001070 77  NS-WARNING-COUNT          PIC S9(03) COMP VALUE ZERO.
001080 01  NS-JOB-TABLE.
001090     05  NS-JOB-ENTRY OCCURS 20 TIMES.
001100         10  NS-JT-PROGRAM     PIC X(08).
001110         10  NS-JT-RUN-DATE    PIC 9(08).
001120         10  NS-JT-RUN-TIME    PIC 9(06).
002310     GOBACK.
002320
002330****************************************************************
002340* 1000-INITIALIZE - DATE-CONTROL RECORD AND FILES.  DATECTL IS *
002350*                   HELD OPEN FOR THE VERDICT STAMP AT THE     *
002360*                   END.  NEITHER THE REGISTRY NOR JOBSTAT IS  *
002370*                   REQUIRED TO EXIST - AN EMPTY NIGHT STILL   *
002375*                   GETS ITS (FAILED) PAGE                     *
002380****************************************************************
002390 1000-INITIALIZE.
002410     OPEN I-O DATE-CONTROL.
002420     IF NOT DATECTL-FILE-FOUND
002430         DISPLAY "NIGHTSTA: FATAL - DATECTL NOT FOUND, "
002435             "STATUS " NS-DATECTL-STATUS ".  RUN ABORTED."
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470     READ DATE-CONTROL
002480         AT END
002500             DISPLAY "NIGHTSTA: FATAL - DATECTL IS EMPTY.  "
002505                 "RUN ABORTED."
002510             MOVE 16 TO RETURN-CODE
002520             STOP RUN
002530     END-READ.
002550     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002555             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002560         DISPLAY "NIGHTSTA: FATAL - BUSINESS DATE MISSING OR "
002570             "NOT NUMERIC.  RUN ABORTED."
002580         MOVE 16 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002620     MOVE DC-CURRENT-BUS-DATE TO NS-BUSINESS-DATE.
002630     OPEN INPUT BATCH-REGISTRY.
002640     IF BATCHREG-OPEN-OK
002650         SET REGISTRY-OPEN TO TRUE
005500     EXIT.
005510
005520****************************************************************
005530* 9000-TERMINATE - STAMP THE VERDICT, CLOSE FILES, AND SET THE *
005540*                  SCHEDULER'S RETURN CODE: 0 CLEAN, 4 CHECK,  *
005545*                  8 FAILED                                    *
005550****************************************************************
005560 9000-TERMINATE.
005570     IF REGISTRY-OPEN
005610         CLOSE JOB-STATUS
005620     END-IF.
005630     CLOSE STATUS-REPORT.
005632     PERFORM 9100-STAMP-VERDICT
005634         THRU 9100-EXIT.
005640     EVALUATE NS-OVERALL-LEVEL
005650         WHEN 2
005660             MOVE 8 TO RETURN-CODE
005710     END-EVALUATE.
005720 9000-EXIT.
005730     EXIT.
005731
005732****************************************************************
005733* 9100-STAMP-VERDICT - RECORD THE VERDICT ON DATECTL AGAINST   *
005734*                      THE DATE JUDGED: C CLEAN, K CHECK, F    *
005735*                      FAILED.  A RUN REPEATED FOR THE SAME    *
005736*                      DATE RESTAMPS IT.  AN UNSTAMPED RECORD  *
005737*                      HOLDS THE DATE ROLL, SO A FAILED        *
005738*                      REWRITE IS REPORTED AS FAILED           *
005739****************************************************************
005740 9100-STAMP-VERDICT.
005741     MOVE NS-BUSINESS-DATE TO DC-NIGHT-DATE.
005742     EVALUATE NS-OVERALL-LEVEL
005743         WHEN 2
005744             MOVE "F" TO DC-NIGHT-STATUS
005745         WHEN 1
005746             MOVE "K" TO DC-NIGHT-STATUS
005747         WHEN OTHER
005748             MOVE "C" TO DC-NIGHT-STATUS
005749     END-EVALUATE.
005750     REWRITE DATE-CONTROL-RECORD.
005751     IF NOT DATECTL-FILE-FOUND
005752         DISPLAY "NIGHTSTA: DATECTL VERDICT NOT STAMPED, STATUS "
005753             NS-DATECTL-STATUS ".  THE DATE WILL NOT ROLL."
005754         MOVE 2 TO NS-OVERALL-LEVEL
005755     END-IF.
005756     CLOSE DATE-CONTROL.
005757 9100-EXIT.
005758     EXIT.
005768
005778 END PROGRAM NIGHTSTA.
