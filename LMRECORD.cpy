000094* WHICH EVERY TOUCH RESTAMPS.  A LOAN WITH NO PERIOD-ZERO       *
000095* RECORD PREDATES THE HEADER; A HEADER WITH A ZERO BOOKING      *
000096* DATE PREDATES THE FIELD.                                      *
000097*                                                               *
000098* A CASH-FLOW PERIOD ALSO CARRIES WHAT THE BORROWER HAS PAID    *
000099* AGAINST IT (LOANPAY): THE AMOUNT AND DATE OF THE LATEST       *
000100* APPLICATION, A PAID STATUS, AND A PAST-DUE FLAG SET BY THE    *
000101* AGING PASS.  CASH RECEIVED BEYOND THE OPEN PERIODS IS HELD    *
000102* ON THE HEADER AS UNAPPLIED CASH UNTIL THE NEXT PERIOD FALLS   *
000103* DUE.  BOTH BODIES ARE 64 BYTES WITH THE UNUSED TAIL RESERVED. *
000104*                                                               *
000105* LM-CURTAIL-AMOUNT IS A LUMP-SUM PRINCIPAL REDUCTION TAKEN     *
000106* AHEAD OF THE PERIOD BY A LOAN MODIFICATION (LOANMOD); THE     *
000107* PERIOD'S OPENING BALANCE IS THE PRIOR PERIOD'S BALANCE LESS   *
000108* IT.  A LATER LOANMOD REBUILD CARRIES IT FORWARD.  ZERO ON     *
000109* EVERY PERIOD THE BATCH OR MAINTENANCE WRITES.                 *
000110*                                                               *
000111* LM-HDR-BORROWER-ID TIES THE LOAN TO ITS BORROWER ON THE       *
000112* BORROWER MASTER (BMRECORD) FOR THE AGGREGATE EXPOSURE LIMIT.  *
000113*                                                               *
000114* LM-HDR-BOOKED-RESULT AND LM-HDR-BOOKED-BASE ARE THE RESULT    *
000115* COBCALC POSTED TO THE GL WHEN IT BOOKED THE LOAN, NATIVE AND  *
000116* BASE, SO A CONTROLLED REBOOK CAN REVERSE EXACTLY THAT         *
000117* POSTING.  A HEADER WRITTEN BEFORE THE FIELDS HOLDS SPACES.    *
000118*                                                               *
000119* A MASTER WRITTEN WHILE BOTH BODIES WERE 36 BYTES IS CONVERTED *
000120* ONCE BY LOANCNVT: THE OLD BODY CARRIES ACROSS UNCHANGED, THE  *
000121* NEW AMOUNT, DATE, AND BORROWER FIELDS START ZERO, THE FLAGS   *
000122* SPACE, AND THE BOOKED RESULT SPACES.                          *
000123****************************************************************
000124 01  LOAN-MASTER-RECORD.
000125     05  LM-KEY.
000126         10  LM-LOAN-ID        PIC 9(06).
000130         10  LM-PERIOD-NO      PIC 9(03).
000132             88  LM-IS-LOAN-HEADER        VALUE ZERO.
000140     05  LM-DETAIL-BODY.
000160         10  LM-INTEREST-PORTION   PIC S9(09)V99 COMP-3.
000170         10  LM-PRINCIPAL-PORTION  PIC S9(09)V99 COMP-3.
000180         10  LM-BALANCE-REMAINING  PIC S9(09)V99 COMP-3.
000181         10  LM-PAID-AMOUNT        PIC S9(09)V99 COMP-3.
000182         10  LM-PAID-DATE          PIC 9(08).
000183         10  LM-PAY-STATUS         PIC X(01).
000184             88  LM-NOTHING-PAID          VALUE SPACE.
000185             88  LM-PARTLY-PAID           VALUE "P".
000186             88  LM-FULLY-PAID            VALUE "F".
000187         10  LM-PAST-DUE-FLAG      PIC X(01).
000188             88  LM-IS-PAST-DUE           VALUE "Y".
000189         10  LM-CURTAIL-AMOUNT     PIC S9(09)V99 COMP-3.
000190         10  FILLER                PIC X(18).
000200     05  LM-HEADER-BODY REDEFINES LM-DETAIL-BODY.
000210         10  LM-HDR-INTEREST-RATE  PIC S9(01)V9(04) COMP-3.
000220         10  LM-HDR-CURRENCY-CODE  PIC X(03).
000256         10  LM-HDR-RATE-INDEX     PIC X(03).
000258         10  LM-HDR-RATE-SPREAD    PIC S9(01)V9(04) COMP-3.
000259         10  LM-HDR-BOOK-DATE      PIC 9(08).
000260         10  LM-HDR-UNAPPLIED-CASH PIC S9(09)V99 COMP-3.
000261*            ZERO BORROWER ID MEANS THE LOAN WAS BOOKED WITH NO
000262*            BORROWER AND COUNTS AGAINST NO EXPOSURE LIMIT
000263         10  LM-HDR-BORROWER-ID    PIC 9(08).
000264         10  LM-HDR-BOOKED-RESULT  PIC S9(09)V99 COMP-3.
000265         10  LM-HDR-BOOKED-BASE    PIC S9(11)V99 COMP-3.
000266         10  FILLER                PIC X(03).
000270     05  LM-LAST-ACTIVITY-DATE PIC 9(08).
