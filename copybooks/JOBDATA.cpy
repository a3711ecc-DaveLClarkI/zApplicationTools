      *               PCE-PCECPUT), SO A JOB THAT SAT ON A TAPE MOUNT
      *               FOR AN HOUR STOPS LOOKING IDENTICAL TO ONE THAT
      *               BURNED THE ENGINE FOR AN HOUR.
      * 10/15/2026 DLC ADD JOBD-CLOCK-DATE AND JOBD-DATE-SW.  A STEP RUN
      *               WITH THE PDATE= SYSPARM TAG GETS THE PROCDTF
      *               PROCESSING DATE IN JOBD-JOB-DATE INSTEAD OF THE
      *               CLOCK; THE CLOCK DATE IS ALWAYS IN JOBD-CLOCK-
      *               DATE, AND JOBD-DATE-SW SAYS WHICH BASIS WAS USED.
      * END OF HISTORY ------------------------------------------------
       01  JOBDATA-PARMS.
      * NOTE -- JOBD-HIST-SW (PIC X(01)) IS AN OPTIONAL INPUT FIELD;
           03  JOBD-PWR-UINF           PIC  X(16).
      * VSE SECURITY USER ID
           03  JOBD-SEC-USER           PIC  X(08).
      * VSE JOB DATE (PARTITION) -- OR THE PROCESSING DATE, SEE BELOW
           03  JOBD-JOB-DATE           PIC  X(08).
      * VSE JOB NAME
           03  JOBD-JOB-NAME           PIC  X(08).
      * BATCH; CICSJOB FILLS IT) -- CARRIED INTO JOBDHIST-APPLID.
      * A CALLER THAT SETS JOBD-HIST-SW MUST ALSO SET THIS FIELD.
           03  JOBD-APPLID             PIC  X(08).
      * THE PARTITION'S CLOCK DATE, WHATEVER JOBD-JOB-DATE HOLDS
           03  JOBD-CLOCK-DATE         PIC  X(08).
      * WHICH DATE IS IN JOBD-JOB-DATE -- THE CLOCK, OR THE PROCDTF
      * PROCESSING DATE ASKED FOR BY THE SYSPARM TAG PDATE=Y (SHOP
      * CALENDAR) OR PDATE=XXXXXXXX (A NAMED CALENDAR).  'X' MEANS
      * THE TAG WAS GIVEN BUT NO PROCESSING DATE COULD BE READ, SO
      * JOBD-JOB-DATE FELL BACK TO THE CLOCK.
           03  JOBD-DATE-SW            PIC  X(01).
               88  JOBD-CLOCK-BASIS            VALUE 'C'.
               88  JOBD-PROCESSING-BASIS       VALUE 'P'.
               88  JOBD-PDATE-MISSING          VALUE 'X'.
