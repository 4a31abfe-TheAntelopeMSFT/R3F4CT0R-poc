000010****************************************************************
000020* PHRECORD - PAYMENT HISTORY RECORD LAYOUT                      *
000030*                                                               *
000040* ONE RECORD ON THE PAYHIST FILE FOR EVERY MOVE OF BORROWER     *
000050* CASH LOANPAY MAKES: AN AMOUNT APPLIED TO A PERIOD (FULLY OR   *
000060* PARTLY PAYING IT), AN AMOUNT HELD ON THE HEADER AS UNAPPLIED  *
000070* CASH, OR A REMITTANCE SENT TO SUSPENSE.  PH-SOURCE TELLS A    *
000080* REMITTANCE RECEIVED TODAY FROM HELD CASH SWEPT ONTO A PERIOD  *
000090* THAT HAS SINCE FALLEN DUE.  PH-REMIT-SEQ IS THE REMITTANCE'S  *
000100* RECORD NUMBER IN THAT BUSINESS DATE'S FILE (ZERO FOR A SWEEP) *
000110* AND IS HOW A RESTARTED RUN KNOWS WHERE TO PICK BACK UP.       *
000120* AMOUNTS ARE PACKED; THE FILE IS MACHINE-READ, NEVER PRINTED.  *
000130****************************************************************
000140 01  PAYMENT-HISTORY-RECORD.
000150     05  PH-RUN-DATE           PIC 9(08).
000160     05  PH-RUN-TIME           PIC 9(06).
000170     05  PH-BUSINESS-DATE      PIC 9(08).
000180     05  PH-REMIT-SEQ          PIC 9(07).
000190     05  PH-LOAN-ID            PIC 9(06).
000200     05  PH-PERIOD-NO          PIC 9(03).
000210     05  PH-SOURCE             PIC X(01).
000220         88  PH-FROM-REMITTANCE       VALUE "R".
000230         88  PH-FROM-HELD-CASH        VALUE "H".
000240     05  PH-APPLY-TYPE         PIC X(01).
000250         88  PH-PERIOD-PAID           VALUE "F".
000260         88  PH-PERIOD-PART-PAID      VALUE "P".
000270         88  PH-HELD-UNAPPLIED        VALUE "U".
000280         88  PH-TO-SUSPENSE           VALUE "S".
000290     05  PH-RECEIVED-DATE      PIC 9(08).
000300     05  PH-DUE-DATE           PIC 9(08).
000310     05  PH-DAYS-LATE          PIC 9(05).
000320     05  PH-APPLIED-AMOUNT     PIC S9(09)V99 COMP-3.
000330     05  PH-REFERENCE          PIC X(16).
000340     05  FILLER                PIC X(17).
