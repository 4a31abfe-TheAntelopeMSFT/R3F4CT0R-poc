000010****************************************************************
000020* GLSPCNVT                                                      *
000030*                                                               *
000040* ONE-TIME GL SUSPENSE KEY CONVERSION.  THE GLSUSP KEY GREW     *
000050* FROM 26 TO 29 BYTES WHEN THE POSTING TYPE, ALREADY CARRIED    *
000060* JUST AFTER THE POSTING DATE, JOINED THE LOAN, ACCOUNT, AND    *
000070* POSTING DATE IN THE KEY, SO A REBOOK'S REVERSAL AND ITS NEW   *
000080* POSTING ON THE SAME DAY EACH KEEP AN OPEN ITEM.  THE RECORD   *
000090* ITSELF IS UNCHANGED AT 99 BYTES.  THIS RUN READS THE OLD-KEY  *
000100* FILE, RENAMED GLSOLD BY OPERATIONS, AND WRITES EVERY OPEN     *
000110* ITEM BYTE FOR BYTE TO A NEW GLSUSP ON THE CURRENT KEY.  A     *
000120* GLSUSP THAT ALREADY HOLDS RECORDS IS NEVER OVERWRITTEN.  RUN  *
000130* IT ONCE, BEFORE THE FIRST GLACKPR ON THE NEW KEY.             *
000140****************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID.     GLSPCNVT.
000170 AUTHOR.         R. MCALLISTER.
000180 INSTALLATION.   LOAN SERVICING DIVISION.
000190 DATE-WRITTEN.   10/15/2026.
000200 DATE-COMPILED.
000210****************************************************************
000220* MODIFICATION HISTORY                                          *
000230*  DATE        INIT  DESCRIPTION                                *
000240*  ----------  ----  ------------------------------------------ *
000250*  2026-10-15  RLM   INITIAL VERSION.  RELOADS THE SUSPENSE      *
000260*                    FILE WRITTEN BEFORE THE POSTING TYPE        *
000270*                    JOINED THE KEY.                             *
000280****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT OLD-SUSPENSE  ASSIGN TO "GLSOLD"
000330                           ORGANIZATION IS INDEXED
000340                           ACCESS MODE IS SEQUENTIAL
000350                           RECORD KEY IS OS-KEY
000360                           FILE STATUS IS SC-OLDSUSP-STATUS.
000370     SELECT GL-SUSPENSE   ASSIGN TO "GLSUSP"
000380                           ORGANIZATION IS INDEXED
000390                           ACCESS MODE IS DYNAMIC
000400                           RECORD KEY IS GP-KEY
000410                           FILE STATUS IS SC-SUSP-STATUS.
000420     SELECT CNVT-REPORT   ASSIGN TO "GLSCRPT"
000430                           ORGANIZATION IS LINE SEQUENTIAL.
000440     SELECT JOB-STATUS    ASSIGN TO "JOBSTAT"
000450                           ORGANIZATION IS SEQUENTIAL
000460                           FILE STATUS IS SC-JOBSTAT-STATUS.
000470     SELECT DATE-CONTROL  ASSIGN TO "DATECTL"
000480                           ORGANIZATION IS SEQUENTIAL
000490                           FILE STATUS IS SC-DATECTL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520*    THE SUSPENSE FILE AS IT STOOD BEFORE THE TYPE JOINED THE
000530*    KEY - THE SAME 99 BYTES IN THE SAME PLACES, KEYED ON THE
000540*    LOAN, ACCOUNT, AND POSTING DATE ALONE
000560 FD  OLD-SUSPENSE.
000570 01  OLD-SUSPENSE-RECORD.
000580     05  OS-KEY.
000590         10  OS-LOAN-ID        PIC 9(06).
000600         10  OS-ACCOUNT        PIC X(10).
000610         10  OS-POSTING-DATE   PIC X(10).
000615     05  OS-TYPE               PIC X(03).
000620     05  OS-RECORD-BODY        PIC X(70).
000630 FD  GL-SUSPENSE.
000640 01  GL-SUSPENSE-RECORD.
000650     05  GP-KEY.
000660         10  GP-LOAN-ID        PIC 9(06).
000670         10  GP-ACCOUNT        PIC X(10).
000680         10  GP-POSTING-DATE   PIC X(10).
000690         10  GP-TYPE           PIC X(03).
000700     05  GP-RECORD-BODY        PIC X(70).
000710 FD  CNVT-REPORT.
000720 01  CNVT-REPORT-LINE          PIC X(132).
000730 FD  JOB-STATUS
000740     RECORDING MODE IS F.
000750     COPY JSRECORD.
000760 FD  DATE-CONTROL
000770     RECORDING MODE IS F.
000780     COPY DCRECORD.
000790 WORKING-STORAGE SECTION.
000800 01  SC-SWITCHES.
000810     05  SC-OLD-EOF-SW         PIC X(01)  VALUE "N".
000820         88  OLD-SUSPENSE-DONE            VALUE "Y".
000830     05  SC-NEW-FULL-SW        PIC X(01)  VALUE "N".
000840         88  NEW-SUSPENSE-HAS-RECORDS     VALUE "Y".
000850 01  SC-OLDSUSP-STATUS         PIC X(02).
000860     88  OLDSUSP-OPEN-OK                  VALUE "00".
000870 01  SC-SUSP-STATUS            PIC X(02).
000880     88  SUSP-FILE-OK                     VALUE "00".
000890     88  SUSP-FILE-NOT-FOUND              VALUE "35".
000900 01  SC-JOBSTAT-STATUS         PIC X(02).
000910     88  JOBSTAT-FILE-FOUND               VALUE "00".
000920 01  SC-DATECTL-STATUS         PIC X(02).
000930     88  DATECTL-FILE-FOUND               VALUE "00".
000940 01  SC-BUS-DATE-NUM           PIC 9(08).
000950****************************************************************
000960* RUN COUNTS                                                    *
000970****************************************************************
000980 77  SC-RECS-READ              PIC S9(07) COMP VALUE ZERO.
000990 77  SC-RECS-WRITTEN           PIC S9(07) COMP VALUE ZERO.
001000 77  SC-RECS-REJECTED          PIC S9(07) COMP VALUE ZERO.
001010 77  SC-READ-ERRORS            PIC S9(07) COMP VALUE ZERO.
001020****************************************************************
001030* CONVERSION REPORT FIELDS                                      *
001040****************************************************************
001050 77  RPT-MAX-LINES             PIC S9(03) COMP VALUE 60.
001060 77  RPT-LINE-COUNT            PIC S9(03) COMP VALUE 999.
001070 77  RPT-PAGE-COUNT            PIC S9(03) COMP VALUE ZERO.
001080 01  RPT-RUN-DATE.
001090     05  RPT-RUN-DATE-YEAR     PIC 9(04).
001100     05  RPT-RUN-DATE-MONTH    PIC 9(02).
001110     05  RPT-RUN-DATE-DAY      PIC 9(02).
001120 01  RPT-RUN-DATE-NUM REDEFINES RPT-RUN-DATE
001130                               PIC 9(08).
001140 01  RPT-RUN-TIME.
001150     05  RPT-RUN-TIME-HOUR     PIC 9(02).
001160     05  RPT-RUN-TIME-MINUTE   PIC 9(02).
001170     05  RPT-RUN-TIME-SECOND   PIC 9(02).
001180     05  FILLER                PIC 9(02).
001190 01  RPT-RUN-TIME-R REDEFINES RPT-RUN-TIME.
001200     05  RPT-RUN-TIME-HHMMSS   PIC 9(06).
001210     05  FILLER                PIC 9(02).
001220 01  RPT-RUN-DATE-OUT.
001230     05  RPT-RUN-YEAR          PIC 9(04).
001240     05  FILLER                PIC X(01) VALUE "-".
001250     05  RPT-RUN-MONTH         PIC 9(02).
001260     05  FILLER                PIC X(01) VALUE "-".
001270     05  RPT-RUN-DAY           PIC 9(02).
001280 01  RPT-RUN-TIME-OUT.
001290     05  RPT-RUN-HOUR          PIC 9(02).
001300     05  FILLER                PIC X(01) VALUE ":".
001310     05  RPT-RUN-MINUTE        PIC 9(02).
001320     05  FILLER                PIC X(01) VALUE ":".
001330     05  RPT-RUN-SECOND        PIC 9(02).
001340 01  RPT-HEADING-1.
001350     05  FILLER                PIC X(38) VALUE
001360         "GL SUSPENSE KEY CONVERSION".
001370     05  FILLER                PIC X(05) VALUE "PAGE:".
001380     05  RPT-H1-PAGE-NO        PIC ZZ9.
001390 01  RPT-HEADING-2.
001400     05  FILLER                PIC X(09) VALUE "RUN DATE:".
001410     05  RPT-H2-RUN-DATE       PIC X(10).
001420     05  FILLER                PIC X(05) VALUE SPACES.
001430     05  FILLER                PIC X(09) VALUE "RUN TIME:".
001440     05  RPT-H2-RUN-TIME       PIC X(08).
001450 01  RPT-COLUMN-HEADING.
001460     05  FILLER                PIC X(09) VALUE "LOAN ID".
001470     05  FILLER                PIC X(12) VALUE "ACCOUNT".
001480     05  FILLER                PIC X(12) VALUE "POSTED".
001490     05  FILLER                PIC X(08) VALUE "STATUS".
001500     05  FILLER                PIC X(40) VALUE "NOT CONVERTED".
001510 01  RPT-DETAIL-LINE.
001520     05  RPT-DET-LOAN-ID       PIC 9(06).
001530     05  FILLER                PIC X(03) VALUE SPACES.
001540     05  RPT-DET-ACCOUNT       PIC X(10).
001550     05  FILLER                PIC X(02) VALUE SPACES.
001560     05  RPT-DET-POSTED        PIC X(10).
001570     05  FILLER                PIC X(02) VALUE SPACES.
001580     05  RPT-DET-STATUS        PIC X(02).
001590     05  FILLER                PIC X(06) VALUE SPACES.
001600     05  RPT-DET-TEXT          PIC X(50).
001610 01  RPT-CLEAN-LINE            PIC X(44) VALUE
001620     "EVERY OLD SUSPENSE ITEM CONVERTED".
001630 01  RPT-TOTAL-LINE.
001640     05  RPT-TOT-LABEL         PIC X(34).
001650     05  RPT-TOT-VALUE         PIC ZZZZZZZZ9.
001660
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE
001700         THRU 1000-EXIT.
001710     PERFORM 2000-CONVERT-SUSPENSE
001720         THRU 2000-EXIT.
001730     PERFORM 9000-TERMINATE
001740         THRU 9000-EXIT.
001750     GOBACK.
001760
001770****************************************************************
001780* 1000-INITIALIZE - DATE AND CLOCK, THEN PROVE THE NEW SUSPENSE *
001790*                   FILE IS EMPTY BEFORE IT IS CREATED          *
001800****************************************************************
001810 1000-INITIALIZE.
001820     PERFORM 1050-READ-DATE-CONTROL
001830         THRU 1050-EXIT.
001840     CLOSE DATE-CONTROL.
001850     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
001860     ACCEPT RPT-RUN-TIME FROM TIME.
001870     MOVE RPT-RUN-DATE-YEAR   TO RPT-RUN-YEAR.
001880     MOVE RPT-RUN-DATE-MONTH  TO RPT-RUN-MONTH.
001890     MOVE RPT-RUN-DATE-DAY    TO RPT-RUN-DAY.
001900     MOVE RPT-RUN-TIME-HOUR   TO RPT-RUN-HOUR.
001910     MOVE RPT-RUN-TIME-MINUTE TO RPT-RUN-MINUTE.
001920     MOVE RPT-RUN-TIME-SECOND TO RPT-RUN-SECOND.
001930     PERFORM 1020-CHECK-NEW-SUSPENSE
001940         THRU 1020-EXIT.
001950     OPEN INPUT OLD-SUSPENSE.
001960     IF NOT OLDSUSP-OPEN-OK
001970         DISPLAY "GLSPCNVT: FATAL - GLSOLD NOT FOUND OR NOT ON "
001980             "THE OLD KEY, STATUS " SC-OLDSUSP-STATUS
001990             ".  RUN ABORTED."
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002030     OPEN OUTPUT GL-SUSPENSE.
002040     IF NOT SUSP-FILE-OK
002050         DISPLAY "GLSPCNVT: FATAL - GLSUSP CANNOT BE CREATED, "
002060             "STATUS " SC-SUSP-STATUS ".  RUN ABORTED."
002070         CLOSE OLD-SUSPENSE
002080         MOVE 16 TO RETURN-CODE
002090         STOP RUN
002100     END-IF.
002110     OPEN OUTPUT CNVT-REPORT.
002120 1000-EXIT.
002130     EXIT.
002140
002150****************************************************************
002160* 1020-CHECK-NEW-SUSPENSE - GLSUSP MUST BE ABSENT OR EMPTY.     *
002170*                           ONE THAT HOLDS RECORDS IS EITHER    *
002180*                           ALREADY CONVERTED OR STILL THE OLD  *
002190*                           FILE, NOT YET RENAMED TO GLSOLD -   *
002200*                           EITHER WAY OPENING IT FOR OUTPUT    *
002210*                           WOULD DESTROY THE OPEN ITEMS        *
002220****************************************************************
002230 1020-CHECK-NEW-SUSPENSE.
002240     OPEN INPUT GL-SUSPENSE.
002250     IF SUSP-FILE-NOT-FOUND
002260         GO TO 1020-EXIT
002270     END-IF.
002280     IF NOT SUSP-FILE-OK
002290         DISPLAY "GLSPCNVT: FATAL - GLSUSP IS STILL ON HAND, "
002300             "STATUS " SC-SUSP-STATUS " - RENAME IT TO "
002310             "GLSOLD FIRST.  RUN ABORTED."
002320         MOVE 16 TO RETURN-CODE
002330         STOP RUN
002340     END-IF.
002350     READ GL-SUSPENSE NEXT RECORD
002360         AT END
002370             CONTINUE
002380         NOT AT END
002390             SET NEW-SUSPENSE-HAS-RECORDS TO TRUE
002400     END-READ.
002410     CLOSE GL-SUSPENSE.
002420     IF NEW-SUSPENSE-HAS-RECORDS
002430         DISPLAY "GLSPCNVT: FATAL - GLSUSP ALREADY HOLDS "
002440             "RECORDS - NOTHING CONVERTED.  RUN ABORTED."
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF.
002480 1020-EXIT.
002490     EXIT.
002500
002510****************************************************************
002520* 1050-READ-DATE-CONTROL - TAKE THE BUSINESS DATE FROM THE      *
002530*                          SHOP'S DATE-CONTROL RECORD.  NO      *
002540*                          DATECTL, OR ONE WITHOUT A CURRENT    *
002550*                          BUSINESS DATE, ABORTS THE RUN - NO   *
002560*                          JOB GUESSES ITS OWN DATE             *
002570****************************************************************
002580 1050-READ-DATE-CONTROL.
002590     OPEN INPUT DATE-CONTROL.
002600     IF NOT DATECTL-FILE-FOUND
002610         DISPLAY "GLSPCNVT: FATAL - DATECTL NOT FOUND, "
002620             "STATUS " SC-DATECTL-STATUS ".  RUN ABORTED."
002630         MOVE 16 TO RETURN-CODE
002640         STOP RUN
002650     END-IF.
002660     READ DATE-CONTROL
002670         AT END
002680             DISPLAY "GLSPCNVT: FATAL - DATECTL IS EMPTY.  "
002690                 "RUN ABORTED."
002700             MOVE 16 TO RETURN-CODE
002710             STOP RUN
002720     END-READ.
002730     IF DC-CURRENT-BUS-DATE IS NOT NUMERIC
002740             OR DC-CURRENT-BUS-DATE IS EQUAL TO ZERO
002750         DISPLAY "GLSPCNVT: FATAL - DATECTL BUSINESS DATE "
002760             "MISSING OR NOT NUMERIC.  RUN ABORTED."
002770         MOVE 16 TO RETURN-CODE
002780         STOP RUN
002790     END-IF.
002800     MOVE DC-CURRENT-BUS-DATE TO SC-BUS-DATE-NUM.
002810 1050-EXIT.
002820     EXIT.
002830
002840****************************************************************
002850* 2000-CONVERT-SUSPENSE - COPY THE OLD ITEMS ACROSS IN KEY      *
002860*                         ORDER                                 *
002870****************************************************************
002880 2000-CONVERT-SUSPENSE.
002890     MOVE "N" TO SC-OLD-EOF-SW.
002900     PERFORM 2100-CONVERT-ONE-ITEM
002910         THRU 2100-EXIT
002920         UNTIL OLD-SUSPENSE-DONE.
002930 2000-EXIT.
002940     EXIT.
002950
002960****************************************************************
002970* 2100-CONVERT-ONE-ITEM - THE OLD RECORD GOES ACROSS BYTE FOR   *
002980*                         BYTE; ITS TYPE NOW ENDS THE KEY       *
003000****************************************************************
003010 2100-CONVERT-ONE-ITEM.
003020     READ OLD-SUSPENSE NEXT RECORD
003030         AT END
003040             SET OLD-SUSPENSE-DONE TO TRUE
003050             GO TO 2100-EXIT
003060     END-READ.
003070     IF NOT OLDSUSP-OPEN-OK
003080* A HARD I/O ERROR DOES NOT RAISE AT END - STOP RATHER THAN
003090* SPIN ON THE SAME RECORD
003100         ADD 1 TO SC-READ-ERRORS
003110         MOVE ZERO               TO RPT-DET-LOAN-ID
003120         MOVE SPACES             TO RPT-DET-ACCOUNT
003130         MOVE SPACES             TO RPT-DET-POSTED
003140         MOVE SC-OLDSUSP-STATUS  TO RPT-DET-STATUS
003150         MOVE "GLSOLD READ ERROR - CONVERSION STOPPED SHORT"
003160             TO RPT-DET-TEXT
003170         PERFORM 2700-WRITE-REPORT-LINE
003180             THRU 2700-EXIT
003190         SET OLD-SUSPENSE-DONE TO TRUE
003200         GO TO 2100-EXIT
003210     END-IF.
003220     ADD 1 TO SC-RECS-READ.
003230     MOVE OLD-SUSPENSE-RECORD TO GL-SUSPENSE-RECORD.
003280     WRITE GL-SUSPENSE-RECORD
003290         INVALID KEY
003300             ADD 1 TO SC-RECS-REJECTED
003310             MOVE GP-LOAN-ID      TO RPT-DET-LOAN-ID
003320             MOVE GP-ACCOUNT      TO RPT-DET-ACCOUNT
003330             MOVE GP-POSTING-DATE TO RPT-DET-POSTED
003340             MOVE SC-SUSP-STATUS  TO RPT-DET-STATUS
003350             MOVE "WRITE TO NEW GLSUSP REFUSED" TO RPT-DET-TEXT
003360             PERFORM 2700-WRITE-REPORT-LINE
003370                 THRU 2700-EXIT
003380             GO TO 2100-EXIT
003390     END-WRITE.
003400     ADD 1 TO SC-RECS-WRITTEN.
003410 2100-EXIT.
003420     EXIT.
003430
003440****************************************************************
003450* 2700-WRITE-REPORT-LINE - ONE ITEM NOT CONVERTED, HEADING A    *
003460*                          NEW PAGE IF NEEDED FIRST             *
003470****************************************************************
003480 2700-WRITE-REPORT-LINE.
003490     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
003500         PERFORM 2710-WRITE-REPORT-HEADINGS
003510             THRU 2710-EXIT
003520     END-IF.
003530     WRITE CNVT-REPORT-LINE FROM RPT-DETAIL-LINE.
003540     ADD 1 TO RPT-LINE-COUNT.
003550 2700-EXIT.
003560     EXIT.
003570
003580****************************************************************
003590* 2710-WRITE-REPORT-HEADINGS - START A NEW REPORT PAGE          *
003600****************************************************************
003610 2710-WRITE-REPORT-HEADINGS.
003620     ADD 1 TO RPT-PAGE-COUNT.
003630     MOVE RPT-PAGE-COUNT   TO RPT-H1-PAGE-NO.
003640     MOVE RPT-RUN-DATE-OUT TO RPT-H2-RUN-DATE.
003650     MOVE RPT-RUN-TIME-OUT TO RPT-H2-RUN-TIME.
003660     IF RPT-PAGE-COUNT IS GREATER THAN 1
003670         WRITE CNVT-REPORT-LINE FROM SPACES
003680         BEFORE ADVANCING PAGE
003690     END-IF.
003700     WRITE CNVT-REPORT-LINE FROM RPT-HEADING-1.
003710     WRITE CNVT-REPORT-LINE FROM RPT-HEADING-2.
003720     WRITE CNVT-REPORT-LINE FROM SPACES.
003730     WRITE CNVT-REPORT-LINE FROM RPT-COLUMN-HEADING.
003740     MOVE ZERO TO RPT-LINE-COUNT.
003750 2710-EXIT.
003760     EXIT.
003770
003780****************************************************************
003790* 9000-TERMINATE - RUN TOTALS, CLOSE THE FILES, AND RECORD THE  *
003800*                  OUTCOME                                      *
003810****************************************************************
003820 9000-TERMINATE.
003830     IF RPT-PAGE-COUNT IS EQUAL TO ZERO
003840         PERFORM 2710-WRITE-REPORT-HEADINGS
003850             THRU 2710-EXIT
003860     END-IF.
003870     IF SC-RECS-REJECTED IS EQUAL TO ZERO
003880             AND SC-READ-ERRORS IS EQUAL TO ZERO
003890         WRITE CNVT-REPORT-LINE FROM RPT-CLEAN-LINE
003900         ADD 1 TO RPT-LINE-COUNT
003910     END-IF.
003920     MOVE SPACES TO RPT-TOTAL-LINE.
003930     PERFORM 9100-WRITE-ONE-TOTAL
003940         THRU 9100-EXIT.
003950     MOVE "OLD SUSPENSE ITEMS READ"        TO RPT-TOT-LABEL.
003960     MOVE SC-RECS-READ                     TO RPT-TOT-VALUE.
003970     PERFORM 9100-WRITE-ONE-TOTAL
003980         THRU 9100-EXIT.
003990     MOVE "SUSPENSE ITEMS WRITTEN"         TO RPT-TOT-LABEL.
004000     MOVE SC-RECS-WRITTEN                  TO RPT-TOT-VALUE.
004010     PERFORM 9100-WRITE-ONE-TOTAL
004020         THRU 9100-EXIT.
004030     MOVE "ITEMS NOT CONVERTED"            TO RPT-TOT-LABEL.
004040     MOVE SC-RECS-REJECTED                 TO RPT-TOT-VALUE.
004050     PERFORM 9100-WRITE-ONE-TOTAL
004060         THRU 9100-EXIT.
004070     IF SC-READ-ERRORS IS GREATER THAN ZERO
004080         MOVE "GLSOLD READ ERRORS - RUN SHORT" TO RPT-TOT-LABEL
004090         MOVE SC-READ-ERRORS               TO RPT-TOT-VALUE
004100         PERFORM 9100-WRITE-ONE-TOTAL
004110             THRU 9100-EXIT
004120     END-IF.
004130     CLOSE OLD-SUSPENSE.
004140     CLOSE GL-SUSPENSE.
004150     CLOSE CNVT-REPORT.
004160     PERFORM 9060-WRITE-JOB-STATUS
004170         THRU 9060-EXIT.
004180     IF SC-RECS-REJECTED IS GREATER THAN ZERO
004190             OR SC-READ-ERRORS IS GREATER THAN ZERO
004200* RETURN CODE 4 HOLDS THE SCHEDULE - THE NEW SUSPENSE IS SHORT
004210         MOVE 4 TO RETURN-CODE
004220     END-IF.
004230 9000-EXIT.
004240     EXIT.
004250
004260****************************************************************
004270* 9100-WRITE-ONE-TOTAL - ONE LABELED COUNT LINE                 *
004280****************************************************************
004290 9100-WRITE-ONE-TOTAL.
004300     IF RPT-LINE-COUNT IS GREATER THAN OR EQUAL TO RPT-MAX-LINES
004310         PERFORM 2710-WRITE-REPORT-HEADINGS
004320             THRU 2710-EXIT
004330     END-IF.
004340     WRITE CNVT-REPORT-LINE FROM RPT-TOTAL-LINE.
004350     ADD 1 TO RPT-LINE-COUNT.
004360 9100-EXIT.
004370     EXIT.
004380
004390****************************************************************
004400* 9060-WRITE-JOB-STATUS - APPEND THIS RUN'S OUTCOME TO THE      *
004410*                         JOBSTAT FILE FOR THE MORNING-STATUS   *
004420*                         PROGRAM.  AN ITEM NOT CONVERTED       *
004430*                         MAKES IT A WARNING                    *
004440****************************************************************
004450 9060-WRITE-JOB-STATUS.
004460     OPEN INPUT JOB-STATUS.
004470     IF JOBSTAT-FILE-FOUND
004480         CLOSE JOB-STATUS
004490         OPEN EXTEND JOB-STATUS
004500     ELSE
004510         OPEN OUTPUT JOB-STATUS
004520     END-IF.
004530     MOVE RPT-RUN-DATE-NUM    TO JS-RUN-DATE.
004540     MOVE RPT-RUN-TIME-HHMMSS TO JS-RUN-TIME.
004550     MOVE "GLSPCNVT"          TO JS-PROGRAM.
004560     MOVE SC-BUS-DATE-NUM     TO JS-BUSINESS-DATE.
004570     MOVE SC-RECS-READ        TO JS-ITEMS-IN.
004580     MOVE SC-RECS-WRITTEN     TO JS-ITEMS-OK.
004590     MOVE SC-RECS-REJECTED    TO JS-ITEMS-REJECTED.
004600     MOVE SC-READ-ERRORS      TO JS-ITEMS-OTHER.
004610     IF SC-RECS-REJECTED IS GREATER THAN ZERO
004620             OR SC-READ-ERRORS IS GREATER THAN ZERO
004630         MOVE "W"                  TO JS-STATUS
004640         MOVE "CONVERSION SHORT"   TO JS-NOTE
004650     ELSE
004660         MOVE "C"                  TO JS-STATUS
004670         MOVE "SUSPENSE CONVERTED" TO JS-NOTE
004680     END-IF.
004690     WRITE JOB-STATUS-RECORD.
004700     CLOSE JOB-STATUS.
004710 9060-EXIT.
004720     EXIT.
004730
004740 END PROGRAM GLSPCNVT.
