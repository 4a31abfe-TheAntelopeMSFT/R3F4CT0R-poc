000230*  ----------  ----  ------------------------------------------ *
000240*  2026-09-03  RLM   INITIAL VERSION, ALONGSIDE THE NEW         *
000250*                    MACHINE-READABLE AUDIT FILE THE BATCH      *
000253*                    AND MAINTENANCE PROGRAMS NOW WRITE.        *
000256*  2026-10-15  RLM   A DUAL-CONTROL MAINTENANCE RECORD GETS A   *
000260*                    SECOND LINE NAMING ITS MAKER AND CHECKER.  *
000270****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
001450     05  RPT-DET-AFTER         PIC -(8)9.99.
001460     05  FILLER                PIC X(02) VALUE SPACES.
001470     05  RPT-DET-REASON        PIC X(30).
001472 01  RPT-USER-LINE.
001474     05  FILLER                PIC X(38) VALUE SPACES.
001476     05  FILLER                PIC X(07) VALUE "MAKER: ".
001478     05  RPT-USR-MAKER         PIC X(06).
001479     05  FILLER                PIC X(11) VALUE "  CHECKER: ".
001480     05  RPT-USR-CHECKER       PIC X(06).
001485 01  RPT-MESSAGE-LINE          PIC X(60).
001490 01  RPT-COUNT-LINE.
001500     05  RPT-CNT-VALUE         PIC ZZZZZZ9.
001510     05  FILLER                PIC X(24) VALUE
003090     END-IF.
003100     WRITE QUERY-REPORT-LINE FROM RPT-DETAIL-LINE.
003110     ADD 1 TO RPT-LINE-COUNT.
003112* ONLY DUAL-CONTROL IMAGES - LOANMNT MAINTENANCE AND LOANMOD
003113* MODIFICATIONS - NAME A MAKER OR CHECKER.
003114* AN OLDER RECORD HOLDS WHATEVER WAS IN THE RESERVED BYTES, SO
003116* ANYTHING BELOW A PRINTABLE VALUE COUNTS AS NONE
003118     IF AD-MAKER-ID IS GREATER THAN SPACES
003120             OR AD-CHECKER-ID IS GREATER THAN SPACES
003122         MOVE AD-MAKER-ID   TO RPT-USR-MAKER
003124         MOVE AD-CHECKER-ID TO RPT-USR-CHECKER
003126         WRITE QUERY-REPORT-LINE FROM RPT-USER-LINE
003128         ADD 1 TO RPT-LINE-COUNT
003129     END-IF.
003132 2300-EXIT.
003135     EXIT.
003140
003150****************************************************************
003160* 2700-WRITE-MESSAGE-LINE - ONE MESSAGE LINE, HEADING A NEW     *
