000010****************************************************************
000020* BMRECORD - BORROWER MASTER RECORD LAYOUT                      *
000030*                                                               *
000040* ONE RECORD PER BORROWER (OBLIGOR), KEYED BY THE BORROWER ID   *
000050* CARRIED ON EACH LOAN'S PERIOD-ZERO HEADER.  THE APPROVED      *
000060* LIMIT CAPS THE BORROWER'S AGGREGATE OUTSTANDING BALANCE       *
000070* ACROSS ALL OF ITS LOANS AND IS STATED IN THE LIMIT CURRENCY;  *
000080* EVERY COMPARISON AGAINST IT IS MADE IN BASE CURRENCY THROUGH  *
000090* THE DAY'S FXRATES.  RISK GRADE IS THE CREDIT AREA'S OWN       *
000100* CODE AND IS CARRIED FOR REPORTING ONLY.  MAINTAINED BY        *
000110* BORRMNT; READ BY COBCALC FOR THE LIMIT CHECK AND BY LOANCONC  *
000120* FOR THE CONCENTRATION REPORT.                                 *
000130****************************************************************
000140 01  BORROWER-MASTER-RECORD.
000150     05  BM-BORROWER-ID        PIC 9(08).
000160     05  BM-BORROWER-NAME      PIC X(30).
000170     05  BM-RISK-GRADE         PIC X(02).
000180     05  BM-APPROVED-LIMIT     PIC S9(11)V99 COMP-3.
000190     05  BM-LIMIT-CURRENCY     PIC X(03).
000200     05  BM-LAST-ACTIVITY-DATE PIC 9(08).
000210     05  FILLER                PIC X(22).
