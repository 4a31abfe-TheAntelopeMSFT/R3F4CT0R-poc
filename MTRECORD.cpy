000010****************************************************************
000020* MTRECORD - LOAN-MASTER MAINTENANCE TRANSACTION LAYOUT         *
000030*                                                               *
000040* ONE LOANTRAN RECORD: ADD/CHANGE/DELETE A PERIOD, DELETE A     *
000050* WHOLE LOAN ("X"), OR CHANGE ONE FIELD OF THE LOAN'S           *
000060* PERIOD-ZERO HEADER ("H").  TX-MAKER-ID IS THE USER WHO        *
000070* KEYED THE TRANSACTION.  LOANMNT READS IT FROM LOANTRAN;       *
000080* AN ITEM HELD FOR APPROVAL IS KEPT WHOLE ON THE PENDING        *
000090* FILE (PMRECORD) AND LAID BACK OVER THIS LAYOUT WHEN IT IS     *
000100* APPROVED OR LISTED.                                           *
000110****************************************************************
000120 01  MAINT-TRANS-RECORD.
000130     05  TX-ACTION             PIC X(01).
000140         88  TX-ADD-PERIOD            VALUE "A".
000150         88  TX-CHANGE-PERIOD         VALUE "C".
000160         88  TX-DELETE-PERIOD         VALUE "D".
000170         88  TX-DELETE-LOAN           VALUE "X".
000180         88  TX-CHANGE-HEADER         VALUE "H".
000190     05  TX-LOAN-ID            PIC 9(06).
000200     05  TX-PERIOD-NO          PIC 9(03).
000210     05  TX-AMOUNT             PIC 9(09)V99.
000220     05  TX-HDR-FIELD          PIC X(02).
000230         88  TX-HDR-RATE-FLD          VALUE "RT".
000240         88  TX-HDR-CURR-FLD          VALUE "CC".
000250         88  TX-HDR-GL-FLD            VALUE "GL".
000260         88  TX-HDR-TC-FLD            VALUE "TC".
000270         88  TX-HDR-PERIODS-FLD       VALUE "NP".
000280         88  TX-HDR-INDEX-FLD         VALUE "RI".
000290         88  TX-HDR-SPREAD-FLD        VALUE "RS".
000300         88  TX-HDR-BORROWER-FLD      VALUE "BI".
000310     05  TX-HDR-VALUE          PIC X(10).
000320     05  TX-HDR-VALUE-NUM REDEFINES TX-HDR-VALUE.
000330         10  TX-HDR-RATE       PIC 9(01)V9(04).
000340         10  FILLER            PIC X(05).
000350     05  TX-HDR-VALUE-NP REDEFINES TX-HDR-VALUE.
000360         10  TX-HDR-PERIODS    PIC 9(03).
000370         10  FILLER            PIC X(07).
000380     05  TX-HDR-VALUE-CCY REDEFINES TX-HDR-VALUE.
000390         10  TX-HDR-CURRENCY   PIC X(03).
000400         10  FILLER            PIC X(07).
000410     05  TX-HDR-VALUE-TC REDEFINES TX-HDR-VALUE.
000420         10  TX-HDR-TRANS-CODE PIC X(01).
000430         10  FILLER            PIC X(09).
000440     05  TX-HDR-VALUE-IDX REDEFINES TX-HDR-VALUE.
000450         10  TX-HDR-RATE-INDEX PIC X(03).
000460         10  FILLER            PIC X(07).
000470     05  TX-HDR-VALUE-BI REDEFINES TX-HDR-VALUE.
000480         10  TX-HDR-BORROWER-ID PIC 9(08).
000490         10  FILLER            PIC X(02).
000500     05  TX-MAKER-ID           PIC X(06).
000510     05  FILLER                PIC X(41).
