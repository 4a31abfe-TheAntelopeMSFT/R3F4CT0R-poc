000010****************************************************************
000020* PMRECORD - PENDING LOAN-MASTER MAINTENANCE RECORD LAYOUT      *
000030*                                                               *
000040* ONE RECORD PER MAINTENANCE TRANSACTION HELD FOR A SECOND      *
000050* USER'S APPROVAL, KEYED BY A PENDING-ITEM NUMBER LOANMNT       *
000060* ASSIGNS IN ARRIVAL ORDER.  PM-TRANSACTION IS THE LOANTRAN     *
000070* RECORD EXACTLY AS KEYED (MTRECORD LAYOUT); PM-MAKER-ID IS     *
000080* THE USER WHO KEYED IT AND THE SUBMIT DATE DRIVES THE          *
000090* EXPIRY AND AGING TESTS.  WRITTEN BY A LOANMNT SUBMISSION      *
000100* RUN, REMOVED BY A LOANMNT APPROVAL RUN WHEN THE ITEM IS       *
000110* APPLIED, REJECTED, OR EXPIRES, AND LISTED BY LOANPEND.        *
000120*                                                               *
000130* ITEM NUMBER ZERO IS THE FILE'S CONTROL RECORD.  ITS BODY      *
000140* REDEFINES THE ITEM FIELDS AND CARRIES THE LAST ITEM NUMBER    *
000150* ISSUED, SO A NUMBER IS NEVER REUSED EVEN ONCE THE FILE HAS    *
000160* EMPTIED AND THE AUDIT TRAIL'S ITEM NUMBERS STAY UNIQUE.       *
000170* EVERY PASS OVER THE ITEMS STARTS AFTER IT.                    *
000180****************************************************************
000190 01  PENDING-MAINT-RECORD.
000200     05  PM-PENDING-ID         PIC 9(08).
000210     05  PM-ITEM-BODY.
000220         10  PM-MAKER-ID       PIC X(06).
000230         10  PM-SUBMIT-DATE    PIC 9(08).
000240         10  PM-SUBMIT-TIME    PIC 9(06).
000250         10  PM-TRANSACTION    PIC X(80).
000260     05  PM-CONTROL-BODY REDEFINES PM-ITEM-BODY.
000270         10  PM-LAST-ISSUED-ID PIC 9(08).
000280         10  FILLER            PIC X(92).
000290     05  FILLER                PIC X(12).
