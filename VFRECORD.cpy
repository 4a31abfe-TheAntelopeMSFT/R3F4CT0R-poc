000010****************************************************************
000020* VFRECORD - BILLING-NOTICE PRINT-VENDOR FEED RECORD LAYOUTS    *
000030*                                                               *
000040* THE BILLFEED FILE LOANBILL SENDS TO THE STATEMENT             *
000050* PRINT-AND-MAIL VENDOR, ONE FILE PER RUN.  A HEADER RECORD     *
000060* (TYPE H) CARRIES THE BUSINESS DATE OF THE NOTICES AND THE     *
000070* DUE-DATE WINDOW THEY COVER; ONE DETAIL RECORD (TYPE D)        *
000080* FOLLOWS FOR EACH NOTICE; A TRAILER RECORD (TYPE T) CLOSES THE *
000090* FILE WITH THE DETAIL COUNT AND A HASH TOTAL OF THE AMOUNTS    *
000100* DUE, ALL CURRENCIES ADDED TOGETHER.  A FILE WITH NO NOTICES   *
000110* STILL CARRIES ITS HEADER AND TRAILER.  EVERY FIELD IS DISPLAY *
000120* - NO PACKED FIELDS LEAVE THE SHOP.  AMOUNTS ARE UNSIGNED WITH *
000130* TWO IMPLIED DECIMALS.  THE VENDOR ADDRESSES THE NOTICE FROM   *
000140* ITS OWN MAILING FILE BY BORROWER ID.  THE SPLIT FLAG IS N FOR *
000150* A SCHEDULED CASH FLOW WITH NO INTEREST/PRINCIPAL SPLIT; THE   *
000160* SPLIT AND BALANCE FIELDS ARE THEN ZERO.                       *
000170****************************************************************
000180 01  VENDOR-FEED-DETAIL.
000190     05  VD-RECORD-TYPE        PIC X(01).
000200     05  VD-LOAN-ID            PIC 9(06).
000210     05  VD-PERIOD-NO          PIC 9(03).
000220     05  VD-BORROWER-ID        PIC 9(08).
000230     05  VD-BORROWER-NAME      PIC X(30).
000240     05  VD-CURRENCY-CODE      PIC X(03).
000250     05  VD-GL-ACCOUNT         PIC X(10).
000260     05  VD-NOTICE-DATE        PIC 9(08).
000270     05  VD-DUE-DATE           PIC 9(08).
000280     05  VD-INSTALLMENT        PIC 9(09)V99.
000290     05  VD-PAID-TO-DATE       PIC 9(09)V99.
000300     05  VD-AMOUNT-DUE         PIC 9(09)V99.
000310     05  VD-SPLIT-FLAG         PIC X(01).
000320     05  VD-INTEREST-PORTION   PIC 9(09)V99.
000330     05  VD-PRINCIPAL-PORTION  PIC 9(09)V99.
000340     05  VD-BALANCE-AFTER      PIC 9(09)V99.
000350     05  FILLER                PIC X(06).
000360 01  VENDOR-FEED-HEADER.
000370     05  VH-RECORD-TYPE        PIC X(01).
000380     05  VH-FILE-ID            PIC X(08).
000390     05  VH-BUSINESS-DATE      PIC 9(08).
000400     05  VH-CREATE-DATE        PIC 9(08).
000410     05  VH-CREATE-TIME        PIC 9(06).
000420     05  VH-WINDOW-FROM        PIC 9(08).
000430     05  VH-WINDOW-TO          PIC 9(08).
000440     05  FILLER                PIC X(103).
000450 01  VENDOR-FEED-TRAILER.
000460     05  VT-RECORD-TYPE        PIC X(01).
000470     05  VT-NOTICE-COUNT       PIC 9(07).
000480     05  VT-AMOUNT-HASH        PIC 9(13)V99.
000490     05  FILLER                PIC X(127).
