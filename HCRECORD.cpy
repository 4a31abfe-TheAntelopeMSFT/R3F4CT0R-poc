000010****************************************************************
000020* HCRECORD - HOLIDAY CALENDAR RECORD LAYOUT                     *
000030*                                                               *
000040* ONE RECORD PER BANK HOLIDAY PER CURRENCY, IN ANY ORDER.       *
000050* SATURDAY AND SUNDAY ARE NEVER BUSINESS DAYS AND NEED NO       *
000060* RECORD.  A SCHEDULED DUE DATE THAT FALLS ON A NON-BUSINESS    *
000070* DAY OF THE LOAN'S CURRENCY MOVES TO THE FOLLOWING BUSINESS    *
000080* DAY.  THE SHOP CALENDAR USED TO ROLL THE BUSINESS DATE AND TO *
000090* COUNT APPROVAL AGE IS THE CURRENCY NAMED ON DATECTL.  A       *
000100* CURRENCY WITH NO RECORDS, OR A MISSING HOLCAL, MEANS WEEKENDS *
000110* ONLY.                                                         *
000120****************************************************************
000130 01  HOLIDAY-CALENDAR-RECORD.
000140     05  HC-CURRENCY-CODE      PIC X(03).
000150     05  HC-HOLIDAY-DATE       PIC 9(08).
000160     05  HC-DESCRIPTION        PIC X(30).
000170     05  FILLER                PIC X(39).
