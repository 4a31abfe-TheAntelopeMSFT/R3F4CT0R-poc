000010****************************************************************
000020* ULRECORD - LOAN-MASTER POINT-IN-TIME UNLOAD RECORD LAYOUTS    *
000030*                                                               *
000040* THE LMUNLOAD FILE WRITTEN BY LOANUNLD AND READ BY LOANRCVR.   *
000050* A HEADER RECORD (KEY ALL ZEROS) CARRIES THE LAYOUT LEVEL AND  *
000060* THE DATE AND TIME THE IMAGE WAS TAKEN, TO THE HUNDREDTH OF A  *
000070* SECOND; ONE DETAIL RECORD FOLLOWS FOR EVERY LOAN-MASTER       *
000080* RECORD IN KEY ORDER, PERIOD-ZERO HEADERS INCLUDED, AS THE     *
000090* WHOLE 81-BYTE MASTER RECORD; A TRAILER RECORD (KEY ALL NINES) *
000100* CLOSES THE FILE WITH ITS RECORD COUNTS AND THE AMOUNT, PAID,  *
000110* AND BALANCE TOTALS OF THE CASH-FLOW PERIODS.  NEITHER MARKER  *
000120* KEY CAN CLASH WITH A REAL LOAN.  A FILE WITHOUT BOTH MARKERS, *
000130* OR WHOSE COUNT DOES NOT AGREE WITH ITS TRAILER, IS NOT A      *
000140* USABLE IMAGE.                                                 *
000150****************************************************************
000160 01  UNLOAD-DETAIL-RECORD.
000170     05  UL-MASTER-IMAGE       PIC X(81).
000180     05  FILLER                PIC X(19).
000190 01  UNLOAD-HEADER-RECORD.
000200     05  UH-MARKER-KEY         PIC X(09).
000210     05  UH-LAYOUT-LEVEL       PIC X(08).
000220     05  UH-STAMP.
000230         10  UH-STAMP-DATE     PIC 9(08).
000240         10  UH-STAMP-TIME     PIC 9(08).
000250     05  UH-BUSINESS-DATE      PIC 9(08).
000260     05  FILLER                PIC X(59).
000270 01  UNLOAD-TRAILER-RECORD.
000280     05  UT-MARKER-KEY         PIC X(09).
000290     05  UT-RECORD-COUNT       PIC 9(07).
000300     05  UT-HEADER-COUNT       PIC 9(07).
000310     05  UT-PERIOD-COUNT       PIC 9(07).
000320     05  UT-AMOUNT-TOTAL       PIC S9(13)V99 COMP-3.
000330     05  UT-PAID-TOTAL         PIC S9(13)V99 COMP-3.
000340     05  UT-BALANCE-TOTAL      PIC S9(13)V99 COMP-3.
000350     05  FILLER                PIC X(46).
