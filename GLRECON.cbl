000010****************************************************************
000020* GLRECON                                                       *
000030*                                                               *
000040* MONTH-END LOAN SUB-LEDGER TO GENERAL LEDGER RECONCILIATION.   *
000050* THE GL SYSTEM'S TRIAL-BALANCE EXTRACT (ACCOUNT, CURRENCY,     *
000060* BALANCE) IS SET AGAINST THE BALANCE OUTSTANDING ON            *
000070* LOAN-MASTER, TOTALED BY EACH LOAN'S HEADER GL ACCOUNT AND     *
000080* CURRENCY.  EVERY ACCOUNT WHERE THE TWO DISAGREE IS LISTED     *
000090* WITH THE GL POSTINGS STILL OPEN ON THE GLSUSP SUSPENSE FILE   *
000100* FOR IT - REJECTED OR NEVER ANSWERED, SO NOT YET IN THE        *
000110* LEDGER - AS KNOWN RECONCILING ITEMS, AND WHATEVER THEY DO     *
000120* NOT EXPLAIN IS CALLED OUT AS THE UNEXPLAINED DIFFERENCE.      *
000130* AN ACCOUNT CARRYING A BALANCE ON ONE SIDE ONLY IS FLAGGED.    *
000140* A JOB-STATUS RECORD PUTS AN OUT-OF-BALANCE ACCOUNT ON THE     *
000150* NIGHTSTA PAGE.  READ-ONLY - NOTHING IS UPDATED.               *
000160****************************************************************
000170 IDENTIFICATION DIVISION.
000180 PROGRAM-ID.     GLRECON.
000190 AUTHOR.         R. MCALLISTER.
000200 INSTALLATION.   LOAN SERVICING DIVISION.
000210 DATE-WRITTEN.   10/15/2026.
000220 DATE-COMPILED.
000230****************************************************************
000240* MODIFICATION HISTORY                                          *
000250*  DATE        INIT  DESCRIPTION                                *
000260*  ----------  ----  ------------------------------------------ *
000270*  2026-10-15  RLM   INITIAL VERSION.  GLACKPR PROVES EACH       *
000280*                    POSTING WAS ACCEPTED BUT NOTHING PROVED     *
000290*                    THE LEDGER BALANCE STILL AGREED WITH THE    *
000292*                    LOANS - A BREAK SURFACED ONLY AT AUDIT.     *
000294*  2026-10-15  RLM   THE BUSINESS DATE ON THE JOBSTAT RECORD     *
000296*                    COMES FROM DATECTL, NOT THE RUN DATE.       *
000298*  2026-10-15  RLM   GLSUSP KEY NOW ENDS WITH THE POSTING TYPE,  *
000299*                    AS IN GLACKPR.                              *
000300*  2026-10-15  RLM   ONLY A MISSING GLSUSP (STATUS 35) NOW       *
000303*                    MEANS NO RECONCILING ITEMS; ANY OTHER OPEN  *
000306*                    FAILURE ABORTS THE RUN.                     *
000310****************************************************************
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TB-EXTRACT    ASSIGN TO "GLTBEXT"
000360                           ORGANIZATION IS SEQUENTIAL
000370                           FILE STATUS IS RC-TBEXT-STATUS.
000380     SELECT LOAN-MASTER   ASSIGN TO "LOANMSTR"
000390                           ORGANIZATION IS INDEXED
000400                           ACCESS MODE IS DYNAMIC
000410                           RECORD KEY IS LM-KEY
000420                           FILE STATUS IS RC-LOANMSTR-STATUS.
000430     SELECT GL-SUSPENSE   ASSIGN TO "GLSUSP"
000440                           ORGANIZATION IS INDEXED
000450                           ACCESS MODE IS DYNAMIC
000460                           RECORD KEY IS GP-KEY
000470                           FILE STATUS IS RC-SUSP-STATUS.
000480     SELECT RECON-REPORT  ASSIGN TO "GLRECRPT"
000490                           ORGANIZATION IS LINE SEQUENTIAL.
000500     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000510                           ORGANIZATION IS SEQUENTIAL
000515                           FILE STATUS IS RC-JOBSTAT-STATUS.
000520     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000521                           ORGANIZATION IS SEQUENTIAL
000522                           FILE STATUS IS RC-DATECTL-STATUS.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TB-EXTRACT
000560     RECORDING MODE IS F.
000570 01  TB-EXTRACT-RECORD.
000580     05  TB-GL-ACCOUNT         PIC X(10).
000590     05  TB-CURRENCY           PIC X(03).
000600     05  TB-BALANCE            PIC S9(11)V99
000610                               SIGN IS LEADING SEPARATE.
000620     05  TB-AS-OF-DATE         PIC 9(08).
000630     05  FILLER                PIC X(45).
000640 FD  LOAN-MASTER.
000650     COPY LMRECORD.
000660 FD  GL-SUSPENSE.
000670 01  GL-SUSPENSE-RECORD.
000680     05  GP-KEY.
000690         10  GP-LOAN-ID        PIC 9(06).
000700         10  GP-ACCOUNT        PIC X(10).
000710         10  GP-POSTING-DATE   PIC X(10).
000720         10  GP-TYPE           PIC X(03).
000730     05  GP-AMOUNT             PIC X(13).
000740     05  GP-CURRENCY           PIC X(03).
000750     05  GP-BASE-AMOUNT        PIC X(15).
000760     05  GP-DISPOSITION        PIC X(01).
000770*        SPACE = UNACKNOWLEDGED, R = REJECTED; ACCEPTED ITEMS
000780*        ARE DELETED BY GLACKPR, NOT KEPT
000790         88  GP-ITEM-REJECTED         VALUE "R".
000800     05  GP-REASON             PIC X(30).
000810     05  GP-FIRST-SENT-DATE    PIC 9(08).
000820 FD  RECON-REPORT.
000830 01  RECON-REPORT-LINE         PIC X(132).
000840 FD  JOB-STATUS
000850     RECORDING MODE IS F.
000855     COPY JSRECORD.
000860 FD  DATE-CONTROL
000861     RECORDING MODE IS F.
000862     COPY DCRECORD.
000870 WORKING-STORAGE SECTION.
000880 01  RC-SWITCHES.
000890     05  RC-TBEXT-EOF-SW       PIC X(01)  VALUE "N".
000900         88  TB-EXTRACT-EOF               VALUE "Y".
000910     05  RC-MASTER-EOF-SW      PIC X(01)  VALUE "N".
000920         88  MASTER-SCAN-DONE             VALUE "Y".
000930     05  RC-SUSP-EOF-SW        PIC X(01)  VALUE "N".
000940         88  SUSPENSE-SCAN-DONE           VALUE "Y".
000950     05  RC-SUSP-OPEN-SW       PIC X(01)  VALUE "N".
000960         88  SUSPENSE-FILE-OPEN           VALUE "Y".
000970     05  RC-LOAN-HDR-SW        PIC X(01)  VALUE "N".
000980         88  LOAN-HAS-HEADER              VALUE "Y".
000990     05  RC-LOAN-SPLIT-SW      PIC X(01)  VALUE "N".
001000         88  LOAN-HAS-SPLIT               VALUE "Y".
001010     05  RC-ACCT-FOUND-SW      PIC X(01)  VALUE "N".
001020         88  ACCOUNT-FOUND                VALUE "Y".
001030 01  RC-TBEXT-STATUS           PIC X(02).
001040     88  TBEXT-FILE-FOUND                 VALUE "00".
001050 01  RC-LOANMSTR-STATUS        PIC X(02).
001060     88  LOANMSTR-OPEN-OK                 VALUE "00".
001070 01  RC-SUSP-STATUS            PIC X(02).
001080     88  SUSP-FILE-OK                     VALUE "00".
001081     88  SUSP-FILE-NOT-FOUND              VALUE "35".
001090 01  RC-JOBSTAT-STATUS         PIC X(02).
001095     88  JOBSTAT-FILE-FOUND               VALUE "00".
001100 01  RC-DATECTL-STATUS         PIC X(02).
001101     88  DATECTL-FILE-FOUND               VALUE "00".
001102 01  RC-BUS-DATE-NUM           PIC 9(08).
001110****************************************************************
001120* ACCOUNT TABLE - ONE ENTRY PER GL ACCOUNT AND CURRENCY SEEN   *
001130* ON EITHER SIDE, TRIAL-BALANCE ACCOUNTS FIRST IN EXTRACT      *
001140* ORDER, THEN ANY ACCOUNT ONLY THE LOANS CARRY                 *
001150****************************************************************
001160 77  RC-MAX-ACCOUNTS           PIC S9(03) COMP VALUE 500.
001170 77  RC-ACCT-COUNT             PIC S9(03) COMP VALUE ZERO.
001180 77  RC-ACCT-SUB               PIC S9(03) COMP VALUE ZERO.
001190 77  RC-ACCT-HIT               PIC S9(03) COMP VALUE ZERO.
001200 01  RC-ACCOUNT-TABLE.
001210     05  RC-ACCT-ENTRY OCCURS 500 TIMES.
001220         10  RC-AT-ACCOUNT     PIC X(10).
001230         10  RC-AT-CURRENCY    PIC X(03).
001240         10  RC-AT-ON-GL-SW    PIC X(01).
001250             88  RC-AT-ON-GL              VALUE "Y".
001260         10  RC-AT-ON-LOANS-SW PIC X(01).
001270             88  RC-AT-ON-LOANS           VALUE "Y".
001280         10  RC-AT-LOAN-COUNT  PIC S9(07) COMP.
001290         10  RC-AT-LOAN-TOTAL  PIC S9(13)V99 COMP-3.
001300         10  RC-AT-GL-BALANCE  PIC S9(13)V99 COMP-3.
001310         10  RC-AT-SUSP-COUNT  PIC S9(05) COMP.
001320         10  RC-AT-SUSP-TOTAL  PIC S9(13)V99 COMP-3.
001330 01  RC-FIND-ACCOUNT           PIC X(10).
001340 01  RC-FIND-CURRENCY          PIC X(03).
001350****************************************************************
001360* OPEN SUSPENSE ITEMS, HELD SO EACH ONE CAN BE LISTED UNDER    *
001370* THE ACCOUNT IT RECONCILES                                    *
001380****************************************************************
001390 77  RC-MAX-ITEMS              PIC S9(05) COMP VALUE 2000.
001400 77  RC-ITEM-COUNT             PIC S9(05) COMP VALUE ZERO.
001410 77  RC-ITEM-SUB               PIC S9(05) COMP VALUE ZERO.
001420 01  RC-SUSPENSE-TABLE.
001430     05  RC-SUSP-ENTRY OCCURS 2000 TIMES.
001440         10  RC-ST-ACCT-SUB    PIC S9(03) COMP.
001450         10  RC-ST-LOAN-ID     PIC 9(06).
001460         10  RC-ST-TYPE        PIC X(03).
001470         10  RC-ST-POSTED      PIC X(10).
001480         10  RC-ST-DISPOSITION PIC X(01).
001490         10  RC-ST-AMOUNT      PIC S9(11)V99 COMP-3.
001500 01  RC-EDITED-AMOUNT-X        PIC X(13).
001510 01  RC-EDITED-AMOUNT REDEFINES RC-EDITED-AMOUNT-X
001520                               PIC -(9)9.99.
001530 01  RC-ITEM-AMOUNT            PIC S9(11)V99 COMP-3.
001540****************************************************************
001550* PER-LOAN WORK FIELDS.  THE HEADER GIVES THE ACCOUNT AND      *
001560* CURRENCY; THE PERIODS GIVE THE BALANCE STILL OUTSTANDING     *
001570****************************************************************
001580 01  RC-CURR-LOAN-ID           PIC 9(06).
001590 01  RC-LOAN-ACCOUNT           PIC X(10).
001600 01  RC-LOAN-CURRENCY          PIC X(03).
001610 01  RC-LOAN-OUTSTANDING       PIC S9(11)V99 COMP-3.
001620 01  RC-DIFFERENCE             PIC S9(13)V99 COMP-3.
001630 01  RC-UNEXPLAINED            PIC S9(13)V99 COMP-3.
001640 01  RC-AS-OF-DATE             PIC 9(08) VALUE ZERO.
001650 01  RC-AS-OF-DATE-R REDEFINES RC-AS-OF-DATE.
001660     05  RC-AS-OF-YEAR         PIC 9(04).
001670     05  RC-AS-OF-MONTH        PIC 9(02).
001680     05  RC-AS-OF-DAY          PIC 9(02).
001690****************************************************************
001700* RUN TOTALS                                                   *
001710****************************************************************
001720 77  RC-TB-RECORDS             PIC S9(07) COMP VALUE ZERO.
001730 77  RC-LOANS-TOTALED          PIC S9(07) COMP VALUE ZERO.
001740 77  RC-NO-HEADER-COUNT        PIC S9(07) COMP VALUE ZERO.
001750 77  RC-AGREE-COUNT            PIC S9(07) COMP VALUE ZERO.
001760 77  RC-EXPLAINED-COUNT        PIC S9(07) COMP VALUE ZERO.
001770 77  RC-OUT-COUNT              PIC S9(07) COMP VALUE ZERO.
001780 77  RC-GL-ONLY-COUNT          PIC S9(07) COMP VALUE ZERO.
001790 77  RC-LOANS-ONLY-COUNT       PIC S9(07) COMP VALUE ZERO.
001800 77  RC-SUSP-READ-COUNT        PIC S9(07) COMP VALUE ZERO.
001810 77  RC-SUSP-UNMATCHED-COUNT   PIC S9(07) COMP VALUE ZERO.
001820 77  RC-OVERFLOW-COUNT         PIC S9(07) COMP VALUE ZERO.
001830****************************************************************
001840* RECONCILIATION REPORT FIELDS                                 *
001850****************************************************************
001860 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
001870 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
001880 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
001890 01  RPT-RUN-DATE.
001900     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001910     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001920     05  RPT-RUN-DATE-DAY      PIC 9(02).
001930 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001940                               PIC 9(08).
001950 01  RPT-RUN-TIME.
001960     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001970     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001980     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001990     05  FILLER                PIC 9(02).
002000 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
002010     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
002020     05  FILLER                PIC 9(02).
002030 01  RPT-RUN-DATE-OUT.
002040     05  RPT-RUN-YEAR          PIC 9(04).
002050     05  FILLER                PIC X(01) VALUE "-".
002060     05  RPT-RUN-MONTH         PIC 9(02).
002070     05  FILLER                PIC X(01) VALUE "-".
002080     05  RPT-RUN-DAY           PIC 9(02).
002090 01  RPT-RUN-TIME-OUT.
002100     05  RPT-RUN-HOUR          PIC 9(02).
002110     05  FILLER                PIC X(01) VALUE ":".
002120     05  RPT-RUN-MINUTE        PIC 9(02).
002130     05  FILLER                PIC X(01) VALUE ":".
002140     05  RPT-RUN-SECOND        PIC 9(02).
002150 01  RPT-AS-OF-OUT.
002160     05  RPT-AS-OF-YEAR        PIC 9(04).
002170     05  FILLER                PIC X(01) VALUE "-".
002180     05  RPT-AS-OF-MONTH       PIC 9(02).
002190     05  FILLER                PIC X(01) VALUE "-".
002200     05  RPT-AS-OF-DAY         PIC 9(02).
002210 01  RPT-HEADING-1.
002220     05  FILLER                PIC X(40) VALUE
002230         "COBCALC SUB-LEDGER TO GL RECONCILIATION".
002240     05  FILLER                PIC X(05) VALUE "PAGE:".
002250     05  RPT-H1-PAGE-NO        PIC ZZ9.
002260 01  RPT-HEADING-2.
002270     05  FILLER                PIC X(09) VALUE "RUN DATE:".
002280     05  RPT-H2-RUN-DATE       PIC X(10).
002290     05  FILLER                PIC X(05) VALUE SPACES.
002300     05  FILLER                PIC X(09) VALUE "RUN TIME:".
002310     05  RPT-H2-RUN-TIME       PIC X(08).
002320     05  FILLER                PIC X(05) VALUE SPACES.
002330     05  FILLER                PIC X(21) VALUE
002340         "TRIAL BALANCE AS OF:".
002350     05  RPT-H2-AS-OF          PIC X(10).
002360 01  RPT-COLUMN-HEADING.
002370     05  FILLER                PIC X(12) VALUE "GL ACCOUNT".
002380     05  FILLER                PIC X(05) VALUE "CUR".
002390     05  FILLER                PIC X(07) VALUE "LOANS".
002400     05  FILLER                PIC X(19) VALUE
002410         "        SUB-LEDGER".
002420     05  FILLER                PIC X(19) VALUE
002430         "    GENERAL LEDGER".
002440     05  FILLER                PIC X(19) VALUE
002450         "        DIFFERENCE".
002460     05  FILLER                PIC X(22) VALUE "FINDING".
002470 01  RPT-DETAIL-LINE.
002480     05  RPT-DET-ACCOUNT       PIC X(10).
002490     05  FILLER                PIC X(02) VALUE SPACES.
002500     05  RPT-DET-CURRENCY      PIC X(03).
002510     05  FILLER                PIC X(02) VALUE SPACES.
002520     05  RPT-DET-LOAN-COUNT    PIC ZZZZ9.
002530     05  FILLER                PIC X(02) VALUE SPACES.
002540     05  RPT-DET-SUB-LEDGER    PIC -(13)9.99.
002550     05  FILLER                PIC X(02) VALUE SPACES.
002560     05  RPT-DET-GL-BALANCE    PIC -(13)9.99.
002570     05  FILLER                PIC X(02) VALUE SPACES.
002580     05  RPT-DET-DIFFERENCE    PIC -(13)9.99.
002590     05  FILLER                PIC X(02) VALUE SPACES.
002600     05  RPT-DET-FINDING       PIC X(22).
002610 01  RPT-ITEM-LINE.
002620     05  FILLER                PIC X(06) VALUE SPACES.
002630     05  FILLER                PIC X(16) VALUE
002640         "SUSPENSE ITEM  ".
002650     05  FILLER                PIC X(05) VALUE "LOAN ".
002660     05  RPT-ITM-LOAN-ID       PIC 9(06).
002670     05  FILLER                PIC X(02) VALUE SPACES.
002680     05  RPT-ITM-TYPE          PIC X(03).
002690     05  FILLER                PIC X(02) VALUE SPACES.
002700     05  RPT-ITM-POSTED        PIC X(10).
002710     05  FILLER                PIC X(02) VALUE SPACES.
002720     05  RPT-ITM-STATE         PIC X(08).
002730     05  FILLER                PIC X(02) VALUE SPACES.
002740     05  RPT-ITM-AMOUNT        PIC -(13)9.99.
002750 01  RPT-SUBTOTAL-LINE.
002760     05  FILLER                PIC X(06) VALUE SPACES.
002770     05  RPT-SUB-LABEL         PIC X(56).
002780     05  RPT-SUB-AMOUNT        PIC -(13)9.99.
002790 01  RPT-MESSAGE-LINE          PIC X(80).
002800 01  RPT-TOTAL-LINE.
002810     05  RPT-TOT-LABEL         PIC X(34).
002820     05  RPT-TOT-VALUE         PIC ZZZZZZ9.
002830 01  RPT-CLEAN-LINE            PIC X(48) VALUE
002840     "EVERY GL ACCOUNT AGREES WITH THE LOAN SUB-LEDGER".
002850
002860 PROCEDURE DIVISION.
002870 0000-MAINLINE.
002880     PERFORM 1000-INITIALIZE
002890         THRU 1000-EXIT.
002900     PERFORM 2000-LOAD-TRIAL-BALANCE
002910         THRU 2000-EXIT.
002920     PERFORM 3000-TOTAL-LOAN-MASTER
002930         THRU 3000-EXIT.
002940     PERFORM 4000-LOAD-SUSPENSE-ITEMS
002950         THRU 4000-EXIT.
002960     PERFORM 5000-REPORT-ACCOUNTS
002970         THRU 5000-EXIT.
002980     PERFORM 9000-TERMINATE
002990         THRU 9000-EXIT.
003000     GOBACK.
003010
003020****************************************************************
003030* 1000-INITIALIZE - OPEN FILES.  THE EXTRACT AND THE MASTER    *
003040*                   ARE REQUIRED; WITHOUT THE SUSPENSE FILE    *
003050*                   THERE ARE SIMPLY NO RECONCILING ITEMS      *
003060****************************************************************
003062 1000-INITIALIZE.
003064     PERFORM 1050-READ-DATE-CONTROL
003066         THRU 1050-EXIT.
003070     CLOSE DATE-CONTROL.
003080     OPEN INPUT TB-EXTRACT.
003090     IF NOT TBEXT-FILE-FOUND
003100         DISPLAY "GLRECON: FATAL - TRIAL-BALANCE EXTRACT NOT "
003110             "FOUND, STATUS " RC-TBEXT-STATUS ".  RUN ABORTED."
003120         MOVE 16 TO RETURN-CODE
003130         STOP RUN
003140     END-IF.
003150     OPEN INPUT LOAN-MASTER.
003160     IF NOT LOANMSTR-OPEN-OK
003170         DISPLAY "GLRECON: FATAL - LOAN-MASTER NOT FOUND, "
003180             "STATUS " RC-LOANMSTR-STATUS ".  RUN ABORTED."
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF.
003220     OPEN INPUT GL-SUSPENSE.
003230     IF SUSP-FILE-OK
003240         SET SUSPENSE-FILE-OPEN TO TRUE
003250     END-IF.
003251* NO GLSUSP AT ALL MEANS NO RECONCILING ITEMS; ONE THAT WILL NOT
003252* OPEN WOULD SILENTLY DROP THEM, SO THE RUN STOPS
003253     IF NOT SUSP-FILE-OK
003254             AND NOT SUSP-FILE-NOT-FOUND
003255         DISPLAY "GLRECON: FATAL - GLSUSP UNUSABLE, "
003256             "STATUS " RC-SUSP-STATUS ".  RUN ABORTED."
003257         MOVE 16 TO RETURN-CODE
003258         STOP RUN
003259     END-IF.
003260     OPEN OUTPUT RECON-REPORT.
003270     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
003280     ACCEPT RPT-RUN-TIME FROM TIME.
003290     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
003300     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
003310     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
003320     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
003330     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
003340     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
003350 1000-EXIT.
003360     EXIT.
003370
003371****************************************************************
003372* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE     *
003373*                          SHOP'S DATE-CONTROL RECORD.  NO     *
003374*                          DATECTL, OR ONE WITHOUT A CURRENT   *
003375*                          BUSINESS DATE, ABORTS THE RUN - NO  *
003376*                          JOB GUESSES ITS OWN DATE            *
003377****************************************************************
003378 1050-READ-DATE-CONTROL.
003379     OPEN INPUT DATE-CONTROL.
003380     IF NOT DATECTL-FILE-FOUND
003381         DISPLAY "GLRECON: FATAL - DATECTL NOT FOUND, "
003382             "STATUS " RC-DATECTL-STATUS ".  RUN ABORTED."
003383         MOVE 16 TO RETURN-CODE
003384         STOP RUN
003385     END-IF.
003386     READ DATE-CONTROL
003387         AT END
003388             DISPLAY "GLRECON: FATAL - DATECTL IS EMPTY.  "
003389                 "RUN ABORTED."
003390             MOVE 16 TO RETURN-CODE
003391             STOP RUN
003392     END-READ.
003393     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
003394             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
003395         DISPLAY "GLRECON: FATAL - DATECTL BUSINESS DATE MISSING "
003396             "OR NOT NUMERIC.  RUN ABORTED."
003397         MOVE 16 TO RETURN-CODE
003398         STOP RUN
003399     END-IF.
003400     MOVE DC-CURRENT-BUS-DATE TO RC-BUS-DATE-NUM.
003401 1050-EXIT.
003402     EXIT.
003403
003404****************************************************************
003405* 2000-LOAD-TRIAL-BALANCE - ONE TABLE ENTRY PER ACCOUNT AND    *
003406*                           CURRENCY ON THE EXTRACT.  A        *
003410*                           REPEATED ACCOUNT IS ADDED INTO     *
003420*                           ITS ENTRY                          *
003430****************************************************************
003440 2000-LOAD-TRIAL-BALANCE.
003450     PERFORM 2100-LOAD-ONE-TB-RECORD
003460         THRU 2100-EXIT
003470         UNTIL TB-EXTRACT-EOF.
003480     MOVE RC-AS-OF-YEAR  TO RPT-AS-OF-YEAR.
003490     MOVE RC-AS-OF-MONTH TO RPT-AS-OF-MONTH.
003500     MOVE RC-AS-OF-DAY   TO RPT-AS-OF-DAY.
003510 2000-EXIT.
003520     EXIT.
003530
003540 2100-LOAD-ONE-TB-RECORD.
003550     READ TB-EXTRACT
003560         AT END
003570             SET TB-EXTRACT-EOF TO TRUE
003580             GO TO 2100-EXIT
003590     END-READ.
003600     ADD 1 TO RC-TB-RECORDS.
003610     IF TB-AS-OF-DATE IS NUMERIC
003620             AND TB-AS-OF-DATE IS GREATER THAN RC-AS-OF-DATE
003630         MOVE TB-AS-OF-DATE TO RC-AS-OF-DATE
003640     END-IF.
003650     IF TB-BALANCE IS NOT NUMERIC
003660         DISPLAY "GLRECON: WARNING - TRIAL-BALANCE RECORD FOR "
003670             TB-GL-ACCOUNT " " TB-CURRENCY
003680             " HAS A NON-NUMERIC BALANCE - TAKEN AS ZERO."
003690         MOVE ZERO TO TB-BALANCE
003700     END-IF.
003710     MOVE TB-GL-ACCOUNT TO RC-FIND-ACCOUNT.
003720     MOVE TB-CURRENCY   TO RC-FIND-CURRENCY.
003730     PERFORM 2500-FIND-ACCOUNT-ENTRY
003740         THRU 2500-EXIT.
003750     IF NOT ACCOUNT-FOUND
003760         GO TO 2100-EXIT
003770     END-IF.
003780     MOVE "Y" TO RC-AT-ON-GL-SW(RC-ACCT-HIT).
003790     ADD TB-BALANCE TO RC-AT-GL-BALANCE(RC-ACCT-HIT).
003800 2100-EXIT.
003810     EXIT.
003820
003830****************************************************************
003840* 2500-FIND-ACCOUNT-ENTRY - LOCATE THE ENTRY FOR RC-FIND-      *
003850*                           ACCOUNT AND RC-FIND-CURRENCY,      *
003860*                           ADDING IT IF IT IS NEW.  A FULL    *
003870*                           TABLE LEAVES ACCOUNT-FOUND OFF     *
003880*                           AND IS COUNTED - THE RUN THEN      *
003890*                           CANNOT CALL ITSELF CLEAN           *
003900****************************************************************
003910 2500-FIND-ACCOUNT-ENTRY.
003920     MOVE "N"  TO RC-ACCT-FOUND-SW.
003930     MOVE ZERO TO RC-ACCT-HIT.
003940     PERFORM 2510-TEST-ONE-ACCOUNT-ENTRY
003950         THRU 2510-EXIT
003960         VARYING RC-ACCT-SUB FROM 1 BY 1
003970         UNTIL RC-ACCT-SUB IS GREATER THAN RC-ACCT-COUNT
003980         OR ACCOUNT-FOUND.
003990     IF ACCOUNT-FOUND
004000         GO TO 2500-EXIT
004010     END-IF.
004020     IF RC-ACCT-COUNT IS NOT LESS THAN RC-MAX-ACCOUNTS
004030         ADD 1 TO RC-OVERFLOW-COUNT
004040         GO TO 2500-EXIT
004050     END-IF.
004060     ADD 1 TO RC-ACCT-COUNT.
004070     MOVE RC-ACCT-COUNT    TO RC-ACCT-HIT.
004080     MOVE RC-FIND-ACCOUNT  TO RC-AT-ACCOUNT(RC-ACCT-HIT).
004090     MOVE RC-FIND-CURRENCY TO RC-AT-CURRENCY(RC-ACCT-HIT).
004100     MOVE "N"              TO RC-AT-ON-GL-SW(RC-ACCT-HIT).
004110     MOVE "N"              TO RC-AT-ON-LOANS-SW(RC-ACCT-HIT).
004120     MOVE ZERO             TO RC-AT-LOAN-COUNT(RC-ACCT-HIT).
004130     MOVE ZERO             TO RC-AT-LOAN-TOTAL(RC-ACCT-HIT).
004140     MOVE ZERO             TO RC-AT-GL-BALANCE(RC-ACCT-HIT).
004150     MOVE ZERO             TO RC-AT-SUSP-COUNT(RC-ACCT-HIT).
004160     MOVE ZERO             TO RC-AT-SUSP-TOTAL(RC-ACCT-HIT).
004170     SET ACCOUNT-FOUND TO TRUE.
004180 2500-EXIT.
004190     EXIT.
004200
004210 2510-TEST-ONE-ACCOUNT-ENTRY.
004220     IF RC-AT-ACCOUNT(RC-ACCT-SUB) IS EQUAL TO RC-FIND-ACCOUNT
004230             AND RC-AT-CURRENCY(RC-ACCT-SUB)
004240                 IS EQUAL TO RC-FIND-CURRENCY
004250         MOVE RC-ACCT-SUB TO RC-ACCT-HIT
004260         SET ACCOUNT-FOUND TO TRUE
004270     END-IF.
004280 2510-EXIT.
004290     EXIT.
004300
004310****************************************************************
004320* 3000-TOTAL-LOAN-MASTER - READ EVERY MASTER RECORD IN KEY     *
004330*                          ORDER, BREAKING ON LOAN-ID, AND     *
004340*                          ADD EACH LOAN'S OUTSTANDING         *
004350*                          BALANCE INTO ITS HEADER ACCOUNT     *
004360*                          AND CURRENCY                        *
004370****************************************************************
004380 3000-TOTAL-LOAN-MASTER.
004390     MOVE "N"  TO RC-MASTER-EOF-SW.
004400     MOVE ZERO TO RC-CURR-LOAN-ID.
004410     PERFORM 3050-RESET-LOAN-WORK
004420         THRU 3050-EXIT.
004430     MOVE ZERO TO LM-LOAN-ID.
004440     MOVE ZERO TO LM-PERIOD-NO.
004450     START LOAN-MASTER
004460         KEY IS GREATER THAN LM-KEY
004470         INVALID KEY
004480             SET MASTER-SCAN-DONE TO TRUE
004490     END-START.
004500     PERFORM 3100-SCAN-ONE-RECORD
004510         THRU 3100-EXIT
004520         UNTIL MASTER-SCAN-DONE.
004530     IF RC-CURR-LOAN-ID IS GREATER THAN ZERO
004540* CLOSE OUT THE LAST LOAN ON THE FILE
004550         PERFORM 3300-CLOSE-ONE-LOAN
004560             THRU 3300-EXIT
004570     END-IF.
004580 3000-EXIT.
004590     EXIT.
004600
004610 3050-RESET-LOAN-WORK.
004620     MOVE "N"    TO RC-LOAN-HDR-SW.
004630     MOVE "N"    TO RC-LOAN-SPLIT-SW.
004640     MOVE SPACES TO RC-LOAN-ACCOUNT.
004650     MOVE SPACES TO RC-LOAN-CURRENCY.
004660     MOVE ZERO   TO RC-LOAN-OUTSTANDING.
004670 3050-EXIT.
004680     EXIT.
004690
004700 3100-SCAN-ONE-RECORD.
004710     READ LOAN-MASTER NEXT RECORD
004720         AT END
004730             SET MASTER-SCAN-DONE TO TRUE
004740             GO TO 3100-EXIT
004750     END-READ.
004760     IF NOT LOANMSTR-OPEN-OK
004770* A HARD I/O ERROR DOES NOT RAISE AT END - STOP THE SCAN
004780* RATHER THAN SPIN ON THE SAME RECORD
004790         SET MASTER-SCAN-DONE TO TRUE
004800         GO TO 3100-EXIT
004810     END-IF.
004820     IF LM-LOAN-ID IS NOT EQUAL TO RC-CURR-LOAN-ID
004830         IF RC-CURR-LOAN-ID IS GREATER THAN ZERO
004840             PERFORM 3300-CLOSE-ONE-LOAN
004850                 THRU 3300-EXIT
004860         END-IF
004870         MOVE LM-LOAN-ID TO RC-CURR-LOAN-ID
004880         PERFORM 3050-RESET-LOAN-WORK
004890             THRU 3050-EXIT
004900     END-IF.
004910     PERFORM 3200-ADD-ONE-RECORD
004920         THRU 3200-EXIT.
004930 3100-EXIT.
004940     EXIT.
004950
004960****************************************************************
004970* 3200-ADD-ONE-RECORD - THE HEADER GIVES THE ACCOUNT AND       *
004980*                       CURRENCY.  AN AMORTIZED LOAN STILL     *
004990*                       OWES THE PRINCIPAL OF EVERY PERIOD     *
005000*                       NOT YET FULLY PAID; A PV/FV BOOKING,   *
005010*                       WITH NO SPLIT, STILL OWES THE UNPAID   *
005020*                       PART OF EACH SUPPLIED FLOW             *
005030****************************************************************
005040 3200-ADD-ONE-RECORD.
005050     IF LM-IS-LOAN-HEADER
005060         SET LOAN-HAS-HEADER TO TRUE
005070         MOVE LM-HDR-GL-ACCOUNT    TO RC-LOAN-ACCOUNT
005080         MOVE LM-HDR-CURRENCY-CODE TO RC-LOAN-CURRENCY
005090         GO TO 3200-EXIT
005100     END-IF.
005110     IF LM-PERIOD-NO IS EQUAL TO 1
005120         IF LM-PRINCIPAL-PORTION IS NOT EQUAL TO ZERO
005130                 OR LM-BALANCE-REMAINING IS NOT EQUAL TO ZERO
005140             SET LOAN-HAS-SPLIT TO TRUE
005150         END-IF
005160     END-IF.
005170     IF LM-FULLY-PAID
005180         GO TO 3200-EXIT
005190     END-IF.
005200     IF LOAN-HAS-SPLIT
005210         ADD LM-PRINCIPAL-PORTION TO RC-LOAN-OUTSTANDING
005220     ELSE
005230         COMPUTE RC-LOAN-OUTSTANDING =
005240               RC-LOAN-OUTSTANDING + LM-AMOUNT - LM-PAID-AMOUNT
005250     END-IF.
005260 3200-EXIT.
005270     EXIT.
005280
005290****************************************************************
005300* 3300-CLOSE-ONE-LOAN - ALL OF ONE LOAN'S RECORDS HAVE BEEN    *
005310*                       SEEN.  A LOAN WITH NO TERMS HEADER     *
005320*                       HAS NO ACCOUNT TO BE TOTALED UNDER     *
005330*                       AND IS LISTED INSTEAD                  *
005340****************************************************************
005350 3300-CLOSE-ONE-LOAN.
005360     IF NOT LOAN-HAS-HEADER
005370         ADD 1 TO RC-NO-HEADER-COUNT
005380         MOVE SPACES TO RPT-MESSAGE-LINE
005390         STRING "LOAN " DELIMITED BY SIZE
005400                RC-CURR-LOAN-ID DELIMITED BY SIZE
005410                " HAS NO TERMS HEADER - NOT IN ANY ACCOUNT TOTAL"
005420                    DELIMITED BY SIZE
005430             INTO RPT-MESSAGE-LINE
005440         PERFORM 5900-WRITE-MESSAGE-LINE
005450             THRU 5900-EXIT
005460         GO TO 3300-EXIT
005470     END-IF.
005480     MOVE RC-LOAN-ACCOUNT  TO RC-FIND-ACCOUNT.
005490     MOVE RC-LOAN-CURRENCY TO RC-FIND-CURRENCY.
005500     PERFORM 2500-FIND-ACCOUNT-ENTRY
005510         THRU 2500-EXIT.
005520     IF NOT ACCOUNT-FOUND
005530         GO TO 3300-EXIT
005540     END-IF.
005550     ADD 1 TO RC-LOANS-TOTALED.
005560     MOVE "Y" TO RC-AT-ON-LOANS-SW(RC-ACCT-HIT).
005570     ADD 1 TO RC-AT-LOAN-COUNT(RC-ACCT-HIT).
005580     ADD RC-LOAN-OUTSTANDING TO RC-AT-LOAN-TOTAL(RC-ACCT-HIT).
005590 3300-EXIT.
005600     EXIT.
005610
005620****************************************************************
005630* 4000-LOAD-SUSPENSE-ITEMS - WALK THE GLSUSP FILE AND HOLD     *
005640*                            EVERY OPEN POSTING AGAINST THE    *
005650*                            ACCOUNT AND CURRENCY IT WAS SENT  *
005660*                            TO.  NONE OF THEM IS IN THE       *
005670*                            LEDGER YET, SO EACH ONE EXPLAINS  *
005680*                            ITS AMOUNT OF THE DIFFERENCE      *
005690****************************************************************
005700 4000-LOAD-SUSPENSE-ITEMS.
005710     IF NOT SUSPENSE-FILE-OPEN
005720         GO TO 4000-EXIT
005730     END-IF.
005740     MOVE "N" TO RC-SUSP-EOF-SW.
005750     MOVE LOW-VALUES TO GP-KEY.
005760     START GL-SUSPENSE
005770         KEY IS GREATER THAN GP-KEY
005780         INVALID KEY
005790             SET SUSPENSE-SCAN-DONE TO TRUE
005800     END-START.
005810     PERFORM 4100-LOAD-ONE-ITEM
005820         THRU 4100-EXIT
005830         UNTIL SUSPENSE-SCAN-DONE.
005840 4000-EXIT.
005850     EXIT.
005860
005870 4100-LOAD-ONE-ITEM.
005880     READ GL-SUSPENSE NEXT RECORD
005890         AT END
005900             SET SUSPENSE-SCAN-DONE TO TRUE
005910             GO TO 4100-EXIT
005920     END-READ.
005930     IF NOT SUSP-FILE-OK
005940         SET SUSPENSE-SCAN-DONE TO TRUE
005950         GO TO 4100-EXIT
005960     END-IF.
005970     ADD 1 TO RC-SUSP-READ-COUNT.
005980* ONLY AN ACCOUNT ALREADY ON ONE SIDE OR THE OTHER IS BEING
005990* RECONCILED - AN ITEM FOR ANY OTHER ACCOUNT IS COUNTED, NOT
006000* GIVEN AN ENTRY OF ITS OWN
006010     MOVE "N" TO RC-ACCT-FOUND-SW.
006020     MOVE GP-ACCOUNT  TO RC-FIND-ACCOUNT.
006030     MOVE GP-CURRENCY TO RC-FIND-CURRENCY.
006040     PERFORM 2510-TEST-ONE-ACCOUNT-ENTRY
006050         THRU 2510-EXIT
006060         VARYING RC-ACCT-SUB FROM 1 BY 1
006070         UNTIL RC-ACCT-SUB IS GREATER THAN RC-ACCT-COUNT
006080         OR ACCOUNT-FOUND.
006090     IF NOT ACCOUNT-FOUND
006100         ADD 1 TO RC-SUSP-UNMATCHED-COUNT
006110         GO TO 4100-EXIT
006120     END-IF.
006130* THE FEED CARRIES THE AMOUNT EDITED - MOVING IT BACK TO A
006140* NUMERIC FIELD DE-EDITS IT
006150     MOVE GP-AMOUNT        TO RC-EDITED-AMOUNT-X.
006160     MOVE RC-EDITED-AMOUNT TO RC-ITEM-AMOUNT.
006170     ADD 1 TO RC-AT-SUSP-COUNT(RC-ACCT-HIT).
006180     ADD RC-ITEM-AMOUNT TO RC-AT-SUSP-TOTAL(RC-ACCT-HIT).
006190     IF RC-ITEM-COUNT IS NOT LESS THAN RC-MAX-ITEMS
006200* THE ITEM STILL COUNTS IN THE ACCOUNT'S RECONCILING TOTAL;
006210* ONLY ITS DETAIL LINE IS LOST
006220         ADD 1 TO RC-OVERFLOW-COUNT
006230         GO TO 4100-EXIT
006240     END-IF.
006250     ADD 1 TO RC-ITEM-COUNT.
006260     MOVE RC-ACCT-HIT    TO RC-ST-ACCT-SUB(RC-ITEM-COUNT).
006270     MOVE GP-LOAN-ID     TO RC-ST-LOAN-ID(RC-ITEM-COUNT).
006280     MOVE GP-TYPE        TO RC-ST-TYPE(RC-ITEM-COUNT).
006290     MOVE GP-POSTING-DATE TO RC-ST-POSTED(RC-ITEM-COUNT).
006300     MOVE GP-DISPOSITION TO RC-ST-DISPOSITION(RC-ITEM-COUNT).
006310     MOVE RC-ITEM-AMOUNT TO RC-ST-AMOUNT(RC-ITEM-COUNT).
006320 4100-EXIT.
006330     EXIT.
006340
006350****************************************************************
006360* 5000-REPORT-ACCOUNTS - SET EACH ACCOUNT'S SUB-LEDGER TOTAL   *
006370*                        AGAINST ITS LEDGER BALANCE.  AN       *
006380*                        ACCOUNT THAT AGREES IS ONLY COUNTED;  *
006390*                        EVERY OTHER ONE IS LISTED WITH ITS    *
006400*                        FINDING                               *
006410****************************************************************
006420 5000-REPORT-ACCOUNTS.
006430     PERFORM 5100-RECONCILE-ONE-ACCOUNT
006440         THRU 5100-EXIT
006450         VARYING RC-ACCT-SUB FROM 1 BY 1
006460         UNTIL RC-ACCT-SUB IS GREATER THAN RC-ACCT-COUNT.
006470 5000-EXIT.
006480     EXIT.
006490
006500****************************************************************
006510* 5100-RECONCILE-ONE-ACCOUNT - DIFFERENCE IS SUB-LEDGER LESS   *
006520*                              LEDGER.  AN ACCOUNT WITH A      *
006530*                              BALANCE ON ONE SIDE ONLY IS     *
006540*                              FLAGGED AS SUCH; ONE WITH       *
006550*                              NOTHING ON EITHER SIDE AGREES   *
006560****************************************************************
006570 5100-RECONCILE-ONE-ACCOUNT.
006580     COMPUTE RC-DIFFERENCE =
006590           RC-AT-LOAN-TOTAL(RC-ACCT-SUB)
006600           - RC-AT-GL-BALANCE(RC-ACCT-SUB).
006610     IF RC-DIFFERENCE IS EQUAL TO ZERO
006620         ADD 1 TO RC-AGREE-COUNT
006630         GO TO 5100-EXIT
006640     END-IF.
006650     MOVE RC-AT-ACCOUNT(RC-ACCT-SUB)    TO RPT-DET-ACCOUNT.
006660     MOVE RC-AT-CURRENCY(RC-ACCT-SUB)   TO RPT-DET-CURRENCY.
006670     MOVE RC-AT-LOAN-COUNT(RC-ACCT-SUB) TO RPT-DET-LOAN-COUNT.
006680     MOVE RC-AT-LOAN-TOTAL(RC-ACCT-SUB) TO RPT-DET-SUB-LEDGER.
006690     MOVE RC-AT-GL-BALANCE(RC-ACCT-SUB) TO RPT-DET-GL-BALANCE.
006700     MOVE RC-DIFFERENCE                 TO RPT-DET-DIFFERENCE.
006710     COMPUTE RC-UNEXPLAINED =
006720           RC-DIFFERENCE - RC-AT-SUSP-TOTAL(RC-ACCT-SUB).
006730     EVALUATE TRUE
006740         WHEN NOT RC-AT-ON-GL(RC-ACCT-SUB)
006750             ADD 1 TO RC-LOANS-ONLY-COUNT
006760             MOVE "NOT ON GENERAL LEDGER" TO RPT-DET-FINDING
006770         WHEN NOT RC-AT-ON-LOANS(RC-ACCT-SUB)
006780             ADD 1 TO RC-GL-ONLY-COUNT
006790             MOVE "NO LOANS IN ACCOUNT"   TO RPT-DET-FINDING
006800         WHEN RC-UNEXPLAINED IS EQUAL TO ZERO
006810             ADD 1 TO RC-EXPLAINED-COUNT
006820             MOVE "EXPLAINED BY SUSPENSE" TO RPT-DET-FINDING
006830         WHEN OTHER
006840             ADD 1 TO RC-OUT-COUNT
006850             MOVE "OUT OF BALANCE"        TO RPT-DET-FINDING
006860     END-EVALUATE.
006870     PERFORM 5800-WRITE-REPORT-LINE
006880         THRU 5800-EXIT.
006890     IF RC-AT-SUSP-COUNT(RC-ACCT-SUB) IS GREATER THAN ZERO
006900         PERFORM 5200-LIST-ONE-ITEM
006910             THRU 5200-EXIT
006920             VARYING RC-ITEM-SUB FROM 1 BY 1
006930             UNTIL RC-ITEM-SUB IS GREATER THAN RC-ITEM-COUNT
006940         MOVE "RECONCILING ITEMS ON SUSPENSE" TO RPT-SUB-LABEL
006950         MOVE RC-AT-SUSP-TOTAL(RC-ACCT-SUB)   TO RPT-SUB-AMOUNT
006960         PERFORM 5850-WRITE-SUBTOTAL-LINE
006970             THRU 5850-EXIT
006980     END-IF.
006990     MOVE "UNEXPLAINED DIFFERENCE" TO RPT-SUB-LABEL.
007000     MOVE RC-UNEXPLAINED           TO RPT-SUB-AMOUNT.
007010     PERFORM 5850-WRITE-SUBTOTAL-LINE
007020         THRU 5850-EXIT.
007030     MOVE SPACES TO RPT-MESSAGE-LINE.
007040     PERFORM 5900-WRITE-MESSAGE-LINE
007050         THRU 5900-EXIT.
007060 5100-EXIT.
007070     EXIT.
007080
007090 5200-LIST-ONE-ITEM.
007100     IF RC-ST-ACCT-SUB(RC-ITEM-SUB) IS NOT EQUAL TO RC-ACCT-SUB
007110         GO TO 5200-EXIT
007120     END-IF.
007130     MOVE RC-ST-LOAN-ID(RC-ITEM-SUB) TO RPT-ITM-LOAN-ID.
007140     MOVE RC-ST-TYPE(RC-ITEM-SUB)    TO RPT-ITM-TYPE.
007150     MOVE RC-ST-POSTED(RC-ITEM-SUB)  TO RPT-ITM-POSTED.
007160     IF RC-ST-DISPOSITION(RC-ITEM-SUB) IS EQUAL TO "R"
007170         MOVE "REJECTED" TO RPT-ITM-STATE
007180     ELSE
007190         MOVE "NO ACK"   TO RPT-ITM-STATE
007200     END-IF.
007210     MOVE RC-ST-AMOUNT(RC-ITEM-SUB)  TO RPT-ITM-AMOUNT.
007220     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
007230         PERFORM 5810-WRITE-REPORT-HEADINGS
007240             THRU 5810-EXIT
007250     END-IF.
007260     WRITE RECON-REPORT-LINE FROM RPT-ITEM-LINE.
007270     ADD 1 TO RPT-LINE-COUNT.
007280 5200-EXIT.
007290     EXIT.
007300
007310****************************************************************
007320* 5800-WRITE-REPORT-LINE - ONE ACCOUNT LINE, HEADING A NEW     *
007330*                          PAGE IF NEEDED FIRST                *
007340****************************************************************
007350 5800-WRITE-REPORT-LINE.
007360     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
007370         PERFORM 5810-WRITE-REPORT-HEADINGS
007380             THRU 5810-EXIT
007390     END-IF.
007400     WRITE RECON-REPORT-LINE FROM RPT-DETAIL-LINE.
007410     ADD 1 TO RPT-LINE-COUNT.
007420 5800-EXIT.
007430     EXIT.
007440
007450****************************************************************
007460* 5810-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE         *
007470****************************************************************
007480 5810-WRITE-REPORT-HEADINGS.
007490     ADD 1 TO RPT-PAGE-COUNT.
007500     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
007510     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
007520     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
007530     MOVE RPT-AS-OF-OUT    TO RPT-H2-AS-OF.
007540     IF RPT-PAGE-COUNT IS GREATER THAN 1
007550         WRITE RECON-REPORT-LINE FROM SPACES
007560         BEFORE ADVANCING PAGE
007570     END-IF.
007580     WRITE RECON-REPORT-LINE FROM RPT-HEADING-1.
007590     WRITE RECON-REPORT-LINE FROM RPT-HEADING-2.
007600     WRITE RECON-REPORT-LINE FROM SPACES.
007610     WRITE RECON-REPORT-LINE FROM RPT-COLUMN-HEADING.
007620     MOVE ZERO TO RPT-LINE-COUNT.
007630 5810-EXIT.
007640     EXIT.
007650
007660 5850-WRITE-SUBTOTAL-LINE.
007670     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
007680         PERFORM 5810-WRITE-REPORT-HEADINGS
007690             THRU 5810-EXIT
007700     END-IF.
007710     WRITE RECON-REPORT-LINE FROM RPT-SUBTOTAL-LINE.
007720     ADD 1 TO RPT-LINE-COUNT.
007730 5850-EXIT.
007740     EXIT.
007750
007760 5900-WRITE-MESSAGE-LINE.
007770     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
007780         PERFORM 5810-WRITE-REPORT-HEADINGS
007790             THRU 5810-EXIT
007800     END-IF.
007810     WRITE RECON-REPORT-LINE FROM RPT-MESSAGE-LINE.
007820     ADD 1 TO RPT-LINE-COUNT.
007830 5900-EXIT.
007840     EXIT.
007850
007860****************************************************************
007870* 9000-TERMINATE - RUN TOTALS, CLOSE FILES, AND END THE RUN    *
007880****************************************************************
007890 9000-TERMINATE.
007900     IF NOT SUSPENSE-FILE-OPEN
007910         MOVE "NOTE - NO GLSUSP FILE - NO RECONCILING ITEMS"
007920             TO RPT-MESSAGE-LINE
007930         PERFORM 5900-WRITE-MESSAGE-LINE
007940             THRU 5900-EXIT
007950     END-IF.
007960     IF RC-OVERFLOW-COUNT IS GREATER THAN ZERO
007970         MOVE "WARNING - TABLE FULL - NOT ALL LISTED"
007980             TO RPT-MESSAGE-LINE
007990         PERFORM 5900-WRITE-MESSAGE-LINE
008000             THRU 5900-EXIT
008010     END-IF.
008020     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
008030*        NOTHING OUT OF BALANCE - SAY SO RATHER THAN HAND OVER
008040*        AN EMPTY FILE THE OPERATORS WILL QUESTION
008050         PERFORM 5810-WRITE-REPORT-HEADINGS
008060             THRU 5810-EXIT
008070         WRITE RECON-REPORT-LINE FROM RPT-CLEAN-LINE
008080         ADD 1 TO RPT-LINE-COUNT
008090     END-IF.
008100     WRITE RECON-REPORT-LINE FROM SPACES.
008110     ADD 1 TO RPT-LINE-COUNT.
008120     MOVE "TRIAL-BALANCE RECORDS READ"   TO RPT-TOT-LABEL.
008130     MOVE RC-TB-RECORDS                  TO RPT-TOT-VALUE.
008140     PERFORM 9100-WRITE-ONE-TOTAL
008150         THRU 9100-EXIT.
008160     MOVE "LOANS TOTALED"                TO RPT-TOT-LABEL.
008170     MOVE RC-LOANS-TOTALED               TO RPT-TOT-VALUE.
008180     PERFORM 9100-WRITE-ONE-TOTAL
008190         THRU 9100-EXIT.
008200     MOVE "LOANS WITH NO TERMS HEADER"   TO RPT-TOT-LABEL.
008210     MOVE RC-NO-HEADER-COUNT             TO RPT-TOT-VALUE.
008220     PERFORM 9100-WRITE-ONE-TOTAL
008230         THRU 9100-EXIT.
008240     MOVE "ACCOUNTS COMPARED"            TO RPT-TOT-LABEL.
008250     MOVE RC-ACCT-COUNT                  TO RPT-TOT-VALUE.
008260     PERFORM 9100-WRITE-ONE-TOTAL
008270         THRU 9100-EXIT.
008280     MOVE "ACCOUNTS IN AGREEMENT"        TO RPT-TOT-LABEL.
008290     MOVE RC-AGREE-COUNT                 TO RPT-TOT-VALUE.
008300     PERFORM 9100-WRITE-ONE-TOTAL
008310         THRU 9100-EXIT.
008320     MOVE "ACCOUNTS EXPLAINED BY SUSPENSE" TO RPT-TOT-LABEL.
008330     MOVE RC-EXPLAINED-COUNT             TO RPT-TOT-VALUE.
008340     PERFORM 9100-WRITE-ONE-TOTAL
008350         THRU 9100-EXIT.
008360     MOVE "ACCOUNTS OUT OF BALANCE"      TO RPT-TOT-LABEL.
008370     MOVE RC-OUT-COUNT                   TO RPT-TOT-VALUE.
008380     PERFORM 9100-WRITE-ONE-TOTAL
008390         THRU 9100-EXIT.
008400     MOVE "ACCOUNTS NOT ON GENERAL LEDGER" TO RPT-TOT-LABEL.
008410     MOVE RC-LOANS-ONLY-COUNT            TO RPT-TOT-VALUE.
008420     PERFORM 9100-WRITE-ONE-TOTAL
008430         THRU 9100-EXIT.
008440     MOVE "LEDGER ACCOUNTS WITH NO LOANS" TO RPT-TOT-LABEL.
008450     MOVE RC-GL-ONLY-COUNT               TO RPT-TOT-VALUE.
008460     PERFORM 9100-WRITE-ONE-TOTAL
008470         THRU 9100-EXIT.
008480     MOVE "OPEN SUSPENSE ITEMS READ"     TO RPT-TOT-LABEL.
008490     MOVE RC-SUSP-READ-COUNT             TO RPT-TOT-VALUE.
008500     PERFORM 9100-WRITE-ONE-TOTAL
008510         THRU 9100-EXIT.
008520     MOVE "OF WHICH FOR OTHER ACCOUNTS"  TO RPT-TOT-LABEL.
008530     MOVE RC-SUSP-UNMATCHED-COUNT        TO RPT-TOT-VALUE.
008540     PERFORM 9100-WRITE-ONE-TOTAL
008550         THRU 9100-EXIT.
008560     CLOSE TB-EXTRACT.
008570     CLOSE LOAN-MASTER.
008580     IF SUSPENSE-FILE-OPEN
008590         CLOSE GL-SUSPENSE
008600     END-IF.
008610     CLOSE RECON-REPORT.
008620     PERFORM 9060-WRITE-JOB-STATUS
008630         THRU 9060-EXIT.
008640 9000-EXIT.
008650     EXIT.
008660
008670****************************************************************
008680* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE     *
008681*                         JOBSTAT FILE FOR THE MORNING-STATUS  *
008682*                         PROGRAM.  AN UNEXPLAINED DIFFERENCE, *
008683*                         A ONE-SIDED ACCOUNT, A LOAN LEFT OUT *
008684*                         OF THE TOTALS, OR A FULL TABLE MAKES *
008685*                         IT A WARNING.  IT STAMPS THE DATECTL *
008686*                         BUSINESS DATE                        *
008760****************************************************************
008770 9060-WRITE-JOB-STATUS.
008780     OPEN INPUT JOB-STATUS.
008790     IF JOBSTAT-FILE-FOUND
008800         CLOSE JOB-STATUS
008810         OPEN EXTEND JOB-STATUS
008820     ELSE
008830         OPEN OUTPUT JOB-STATUS
008840     END-IF.
008850     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
008860     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
008870     MOVE "GLRECON"           TO JS-PROGRAM.
008880     MOVE RC-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
008890     MOVE RC-ACCT-COUNT       TO JS-ITEMS-IN.
008900     COMPUTE JS-ITEMS-OK = RC-AGREE-COUNT + RC-EXPLAINED-COUNT.
008910     MOVE RC-OUT-COUNT        TO JS-ITEMS-REJECTED.
008920     COMPUTE JS-ITEMS-OTHER =
008930           RC-LOANS-ONLY-COUNT + RC-GL-ONLY-COUNT.
008940     IF RC-OUT-COUNT IS GREATER THAN ZERO
008950             OR RC-LOANS-ONLY-COUNT IS GREATER THAN ZERO
008960             OR RC-GL-ONLY-COUNT IS GREATER THAN ZERO
008970             OR RC-NO-HEADER-COUNT IS GREATER THAN ZERO
008980             OR RC-OVERFLOW-COUNT IS GREATER THAN ZERO
008990         MOVE "W"                 TO JS-STATUS
009000         MOVE "GL OUT OF BALANCE" TO JS-NOTE
009010     ELSE
009020         MOVE "C"                 TO JS-STATUS
009030         MOVE "GL RECONCILED"     TO JS-NOTE
009040     END-IF.
009050     WRITE JOB-STATUS-RECORD.
009060     CLOSE JOB-STATUS.
009070 9060-EXIT.
009080     EXIT.
009090
009100 9100-WRITE-ONE-TOTAL.
009110     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
009120         PERFORM 5810-WRITE-REPORT-HEADINGS
009130             THRU 5810-EXIT
009140     END-IF.
009150     WRITE RECON-REPORT-LINE FROM RPT-TOTAL-LINE.
009160     ADD 1 TO RPT-LINE-COUNT.
009170 9100-EXIT.
009180     EXIT.
009190
009200 END PROGRAM GLRECON.
