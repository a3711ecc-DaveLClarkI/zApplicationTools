      *               ANSWER -- THE OPEN/CLOSED STATE OF THE FISCAL
      *               PERIOD CALQ-DATE FALLS IN (SEE CALPERF), SO A
      *               POSTING STEP CAN REFUSE A CLOSED PERIOD.
      * 10/15/2026 DLC NAMED CALENDARS -- A CALLER THAT SETS
      *               CALQ-NAMED-CALENDAR IS ANSWERED FROM THE
      *               CALENDAR IN CALQ-CAL-ID (SEE CALFILE) INSTEAD OF
      *               THE SHOP CALENDAR; AN ID WITH NO RECORDS IS AN
      *               ERROR.  ADD THE BB REQUEST -- A BUSINESS DAY IN
      *               BOTH CALQ-CAL-ID AND CALQ-CAL-ID2, FOR
      *               SETTLEMENT.  CALLERS THAT NEVER SET THE SWITCH
      *               ARE ANSWERED FROM THE SHOP CALENDAR AS BEFORE.
      * END OF HISTORY ------------------------------------------------
       01  CALQUERY-PARMS.
      * BD = IS CALQ-DATE A BUSINESS DAY (ANSWER IN CALQ-BUSDAY-SW)
      *      CALQ-SPAN-DAYS)
      * ND = THE CALQ-NTH BUSINESS DAY OF CALQ-DATE'S MONTH
      *      (CALQ-RESULT-DATE; 'E' WHEN THE MONTH RUNS OUT)
      * BB = IS CALQ-DATE A BUSINESS DAY IN BOTH CALENDARS -- THE
      *      ONE REQUESTED AS BELOW AND CALQ-CAL-ID2 (ANSWER IN
      *      CALQ-BUSDAY-SW)
           05  CALQ-REQUEST            PIC  X(02).
               88  CALQ-BUSINESS-DAY           VALUE 'BD'.
               88  CALQ-NEXT-BUS-DAY           VALUE 'NB'.
               88  CALQ-BUS-SPAN               VALUE 'SP'.
               88  CALQ-NTH-BUS-DAY            VALUE 'ND'.
               88  CALQ-PERIOD-STATUS-REQ      VALUE 'PS'.
               88  CALQ-BOTH-BUS-DAY           VALUE 'BB'.
           05  CALQ-DATE               PIC  9(08).
           05  CALQ-RESULT-DATE        PIC  9(08).
           05  CALQ-BUSDAY-SW          PIC  X(01).
           05  CALQ-PERIOD-STATUS      PIC  X(01).
               88  CALQ-PERIOD-OPEN            VALUE 'O'.
               88  CALQ-PERIOD-CLOSED          VALUE 'C'.
      * 'C' = ANSWER FROM THE CALENDAR NAMED IN CALQ-CAL-ID (SPACES
      * THERE STILL MEANS THE SHOP CALENDAR); ANY OTHER VALUE = THE
      * SHOP CALENDAR, WHATEVER CALQ-CAL-ID HOLDS
           05  CALQ-CAL-SW             PIC  X(01).
               88  CALQ-NAMED-CALENDAR         VALUE 'C'.
           05  CALQ-CAL-ID             PIC  X(08).
      * THE SECOND CALENDAR FOR THE BB REQUEST (SPACES = SHOP)
           05  CALQ-CAL-ID2            PIC  X(08).
