000272*  2026-09-03  RLM   APPENDS A JOB-STATUS RECORD (JSRECORD      *
000274*                    COPYBOOK) TO THE JOBSTAT FILE AT END OF    *
000276*                    RUN FOR THE NIGHTSTA MORNING CHECK.        *
000277*  2026-10-15  RLM   THE BALANCE CHAIN ALLOWS FOR A PRINCIPAL   *
000278*                    CURTAILMENT RECORDED ON THE PERIOD BY A    *
000279*                    LOANMOD MODIFICATION.                      *
000281*  2026-10-15  RLM   THE BUSINESS DATE ON THE JOBSTAT RECORD     *
000283*                    COMES FROM DATECTL, NOT THE RUN DATE.       *
000285****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000380                           ORGANIZATION IS LINE SEQUENTIAL.
000382     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000384                           ORGANIZATION IS SEQUENTIAL
000385                           FILE STATUS IS VF-JOBSTAT-STATUS.
000386     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000387                           ORGANIZATION IS SEQUENTIAL
000388                           FILE STATUS IS VF-DATECTL-STATUS.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  LOAN-MASTER.
000440 01  VRFY-REPORT-LINE          PIC X(132).
000442 FD  JOB-STATUS
000444     RECORDING MODE IS F.
000445     COPY JSRECORD.
000446 FD  DATE-CONTROL
000447     RECORDING MODE IS F.
000448     COPY DCRECORD.
000450 WORKING-STORAGE SECTION.
000460 01  VF-SWITCHES.
000470     05  VF-MASTER-EOF-SW      PIC X(01)  VALUE "N".
000530 01  VF-LOANMSTR-STATUS        PIC X(02).
000540     88  LOANMSTR-OPEN-OK                 VALUE "00".
000542 01  VF-JOBSTAT-STATUS         PIC X(02).
000543     88  JOBSTAT-FILE-FOUND               VALUE "00".
000544 01  VF-DATECTL-STATUS         PIC X(02).
000545     88  DATECTL-FILE-FOUND               VALUE "00".
000546 01  VF-BUS-DATE-NUM           PIC 9(08).
000550 77  VF-MAX-PERIODS            PIC S9(03) COMP VALUE 360.
000560 77  COUNTER                   PIC S9(03) COMP VALUE ZERO.
000570****************************************************************
001670****************************************************************
001680* 1000-INITIALIZE - OPEN FILES                                 *
001690****************************************************************
001692 1000-INITIALIZE.
001694     PERFORM 1050-READ-DATE-CONTROL
001696         THRU 1050-EXIT.
001700     CLOSE DATE-CONTROL.
001710     OPEN INPUT LOAN-MASTER.
001720     IF NOT LOANMSTR-OPEN-OK
001730         DISPLAY "LOANVRFY: FATAL - LOAN-MASTER NOT FOUND, "
001870 1000-EXIT.
001880     EXIT.
001890
001891****************************************************************
001892* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
001893*                          SHOP'S DATE-CONTROL RECORD.  NO      *
001894*                          DATECTL, OR ONE WITHOUT A CURRENT    *
001895*                          BUSINESS DATE, ABORTS THE RUN - NO   *
001896*                          JOB GUESSES ITS OWN DATE             *
001897****************************************************************
001898 1050-READ-DATE-CONTROL.
001899     OPEN INPUT DATE-CONTROL.
001900     IF NOT DATECTL-FILE-FOUND
001901         DISPLAY "LOANVRFY: FATAL - DATECTL NOT FOUND, "
001902             "STATUS " VF-DATECTL-STATUS ".  RUN ABORTED."
001903         MOVE 16 TO RETURN-CODE
001904         STOP RUN
001905     END-IF.
001906     READ DATE-CONTROL
001907         AT END
001908             DISPLAY "LOANVRFY: FATAL - DATECTL IS EMPTY.  "
001909                 "RUN ABORTED."
001910             MOVE 16 TO RETURN-CODE
001911             STOP RUN
001912     END-READ.
001913     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
001914             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
001915         DISPLAY "LOANVRFY: FATAL - DATECTL BUSINESS DATE "
001916             "MISSING OR NOT NUMERIC.  RUN ABORTED."
001917         MOVE 16 TO RETURN-CODE
001918         STOP RUN
001919     END-IF.
001920     MOVE DC-CURRENT-BUS-DATE TO VF-BUS-DATE-NUM.
001921 1050-EXIT.
001922     EXIT.
001923
001924****************************************************************
001925* 2000-SCAN-MASTER - READ EVERY MASTER RECORD IN KEY ORDER,    *
001926*                    BREAKING ON LOAN-ID                       *
001930****************************************************************
001940 2000-SCAN-MASTER.
001950     MOVE "N"  TO VF-MASTER-EOF-SW.
003020     END-IF.
003030     IF BALANCE-CHAIN-LIVE
003040             AND LM-PERIOD-NO IS EQUAL TO VF-PREV-PERIOD + 1
003042* A CURTAILMENT TAKEN AHEAD OF THE PERIOD COMES OFF THE
003044* OPENING BALANCE BEFORE THE PERIOD'S PRINCIPAL DOES
003050         COMPUTE VF-EXPECT-BALANCE =
003060               VF-PREV-BALANCE - LM-CURTAIL-AMOUNT
003062               - LM-PRINCIPAL-PORTION
003070         IF VF-EXPECT-BALANCE
003080                 IS NOT EQUAL TO LM-BALANCE-REMAINING
003090             ADD 1 TO VF-CHAIN-COUNT
004882****************************************************************
004883* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
004884*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
004885*                         PROGRAM, STAMPED WITH THE DATECTL     *
004886*                         BUSINESS DATE                         *
004888****************************************************************
004889 9060-WRITE-JOB-STATUS.
004890     OPEN INPUT JOB-STATUS.
004897     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
004898     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
004899     MOVE "LOANVRFY"          TO JS-PROGRAM.
004900     MOVE VF-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
004901     MOVE VF-LOANS-CHECKED    TO JS-ITEMS-IN.
004902     COMPUTE JS-ITEMS-OK =
004903           VF-LOANS-CHECKED - VF-LOANS-FLAGGED.
