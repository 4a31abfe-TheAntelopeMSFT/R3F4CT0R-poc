000090* LOAN X BETWEEN TWO DATES" IS A FILE EXTRACT (AUDITQRY), NOT   *
000100* AN EYEBALL PASS OVER A LISTING.  AMOUNTS ARE PACKED; THE      *
000110* FILE IS MACHINE-READ, NEVER PRINTED RAW.                      *
000112* MAINTENANCE UNDER DUAL CONTROL ALSO CARRIES THE USER WHO      *
000114* KEYED THE CHANGE (MAKER) AND THE USER WHO APPROVED OR         *
000116* REJECTED IT (CHECKER), AS DOES A LOANMOD MODIFICATION; EVERY  *
000117* OTHER IMAGE LEAVES BOTH BLANK.                                *
000120****************************************************************
000130 01  AUDIT-DATA-RECORD.
000140     05  AD-RUN-DATE           PIC 9(08).
000210     05  AD-BEFORE-AMOUNT      PIC S9(09)V99 COMP-3.
000220     05  AD-AFTER-AMOUNT       PIC S9(09)V99 COMP-3.
000230     05  AD-REASON             PIC X(30).
000240     05  AD-MAKER-ID           PIC X(06).
000250     05  AD-CHECKER-ID         PIC X(06).
