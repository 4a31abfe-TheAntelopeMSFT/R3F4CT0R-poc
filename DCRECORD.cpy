000010****************************************************************
000020* DCRECORD - BUSINESS-DATE CONTROL RECORD LAYOUT                *
000030*                                                               *
000040* THE ONE RECORD ON DATECTL.  EVERY SUITE JOB TAKES ITS         *
000050* BUSINESS DATE FROM DC-CURRENT-BUS-DATE RATHER THAN FROM A     *
000060* PARAMETER OR THE MACHINE CLOCK, SO THE WHOLE NIGHT RUNS ON    *
000070* ONE DAY.  ONLY EODROLL MOVES THE DATES: THE CURRENT DATE      *
000080* BECOMES THE PRIOR DATE AND THE NEXT BUSINESS DAY ON THE SHOP  *
000090* CALENDAR (HOLCAL UNDER DC-CALENDAR-CURRENCY) BECOMES CURRENT. *
000100* THE MONTH-END FLAG IS "Y" WHEN THE CURRENT DATE IS THE LAST   *
000110* BUSINESS DAY OF ITS MONTH.  NIGHTSTA STAMPS ITS VERDICT ON    *
000120* THE DATE IT JUDGED (C = CLEAN, K = CHECK, F = FAILED) AND     *
000130* EODROLL WILL NOT ROLL PAST A DATE THAT IS UNJUDGED OR FAILED. *
000140* OPERATIONS KEYS THE FIRST RECORD WITH THE CURRENT DATE AND    *
000150* THE CALENDAR CURRENCY; THE REST FILLS IN AT THE FIRST ROLL.   *
000160****************************************************************
000170 01  DATE-CONTROL-RECORD.
000180     05  DC-CURRENT-BUS-DATE   PIC 9(08).
000190     05  DC-PRIOR-BUS-DATE     PIC 9(08).
000200     05  DC-NEXT-BUS-DATE      PIC 9(08).
000210     05  DC-MONTH-END-FLAG     PIC X(01).
000220         88  DC-IS-MONTH-END          VALUE "Y".
000230     05  DC-CALENDAR-CURRENCY  PIC X(03).
000240     05  DC-NIGHT-DATE         PIC 9(08).
000250     05  DC-NIGHT-STATUS       PIC X(01).
000260         88  DC-NIGHT-CLEAN           VALUE "C".
000270         88  DC-NIGHT-CHECK           VALUE "K".
000280         88  DC-NIGHT-FAILED          VALUE "F".
000290     05  DC-ROLL-RUN-DATE      PIC 9(08).
000300     05  DC-ROLL-RUN-TIME      PIC 9(06).
000310     05  FILLER                PIC X(29).
