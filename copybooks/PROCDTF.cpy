      ******************************************************************
      *                                                                *
      *    PROCDTF  --  SYSTEM PROCESSING-DATE RECORD.  ONE RECORD PER *
      *                 CALENDAR (SPACES = THE SHOP CALENDAR, SEE      *
      *                 CALFILE) HOLDING THE BUSINESS DATE THE BATCH   *
      *                 IS WORKING ON.  ONLY THE PROCROLL END-OF-DAY   *
      *                 STEP ADVANCES IT, AND ONLY ONCE THE DAY'S      *
      *                 CHAINS HAVE COMPLETED, SO A NIGHTLY RUN THAT   *
      *                 FINISHES AFTER MIDNIGHT STAYS ON THE BUSINESS  *
      *                 DAY IT STARTED.  JOBDATA SERVES IT AS THE JOB  *
      *                 DATE TO ANY STEP RUN WITH THE PDATE= SYSPARM   *
      *                 TAG; PROCSHOW DISPLAYS IT ONLINE.              *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  PROCDTF-RECORD.
           05  PROCDTF-KEY.
               10  PDTE-CAL-ID         PIC  X(08).
      * THE CURRENT BUSINESS DATE (CCYYMMDD) AND THE ONE BEFORE IT
           05  PDTE-CUR-DATE           PIC  X(08).
           05  PDTE-PREV-DATE          PIC  X(08).
      * WHEN THE LAST ROLL HAPPENED, BY THE CLOCK (CCYYMMDD, HHMMSS)
           05  PDTE-ROLL-DATE          PIC  X(08).
           05  PDTE-ROLL-TIME          PIC  X(06).
      * WHO ROLLED IT -- THE JOB, ITS POWER NUMBER AND SECURITY USER
           05  PDTE-ROLL-JOB           PIC  X(08).
           05  PDTE-ROLL-NUMB          PIC  X(06).
           05  PDTE-ROLL-USER          PIC  X(08).
           05  FILLER                  PIC  X(30).
