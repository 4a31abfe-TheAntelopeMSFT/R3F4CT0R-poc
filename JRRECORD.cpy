000010****************************************************************
000020* JRRECORD - LOAN-MASTER CHANGE JOURNAL RECORD LAYOUT           *
000030*                                                               *
000040* ONE FIXED-FIELD RECORD APPENDED TO THE LMJRNL FILE FOR EVERY  *
000050* RECORD AN UPDATING PROGRAM ADDS TO, CHANGES ON, OR DELETES    *
000060* FROM LOAN-MASTER - PERIOD-ZERO HEADERS INCLUDED.  EACH RECORD *
000070* CARRIES THE WHOLE MASTER RECORD AS IT STOOD BEFORE THE CHANGE *
000080* AND AS IT STANDS AFTER IT: AN ADD HAS NO BEFORE IMAGE, A      *
000090* DELETE NO AFTER IMAGE (BOTH LEFT AS SPACES).  THE STAMP IS    *
000100* THE CLOCK TIME OF THE UPDATE TO THE HUNDREDTH OF A SECOND, SO *
000110* LOANRCVR CAN ROLL THE LAST LOANUNLD IMAGE FORWARD TO ANY      *
000120* CHOSEN POINT.  THE IMAGE FIELDS OVERLAY THE LMRECORD          *
000130* POSITIONS THE RECOVERY CONTROL TOTALS NEED; THE REST OF EACH  *
000140* IMAGE TRAVELS BYTE FOR BYTE.                                  *
000150****************************************************************
000160 01  MASTER-JOURNAL-RECORD.
000170     05  JR-STAMP.
000180         10  JR-STAMP-DATE     PIC 9(08).
000190         10  JR-STAMP-TIME     PIC 9(08).
000200     05  JR-PROGRAM            PIC X(08).
000210     05  JR-BUSINESS-DATE      PIC 9(08).
000220     05  JR-ACTION             PIC X(01).
000230         88  JR-RECORD-ADDED          VALUE "A".
000240         88  JR-RECORD-CHANGED        VALUE "C".
000250         88  JR-RECORD-DELETED        VALUE "D".
000260     05  JR-BEFORE-IMAGE       PIC X(81).
000270     05  JR-BEFORE-FIELDS REDEFINES JR-BEFORE-IMAGE.
000280         10  JR-BEF-LOAN-ID    PIC 9(06).
000290         10  JR-BEF-PERIOD-NO  PIC 9(03).
000300         10  JR-BEF-AMOUNT     PIC S9(09)V99 COMP-3.
000310         10  FILLER            PIC X(12).
000320         10  JR-BEF-BALANCE    PIC S9(09)V99 COMP-3.
000330         10  JR-BEF-PAID       PIC S9(09)V99 COMP-3.
000340         10  FILLER            PIC X(42).
000350     05  JR-AFTER-IMAGE        PIC X(81).
000360     05  JR-AFTER-FIELDS REDEFINES JR-AFTER-IMAGE.
000370         10  JR-AFT-LOAN-ID    PIC 9(06).
000380         10  JR-AFT-PERIOD-NO  PIC 9(03).
000390         10  JR-AFT-AMOUNT     PIC S9(09)V99 COMP-3.
000400         10  FILLER            PIC X(12).
000410         10  JR-AFT-BALANCE    PIC S9(09)V99 COMP-3.
000420         10  JR-AFT-PAID       PIC S9(09)V99 COMP-3.
000430         10  FILLER            PIC X(42).
000440     05  FILLER                PIC X(05).
