      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD RUNBOOKF-SLA-TIME AND RUNBOOKF-SLA-DAYS --
      *               THE CLOCK TIME THE BUSINESS NEEDS THE JOB DONE
      *               BY ("THE GL EXTRACT BY 05:30"), OPTIONALLY ONLY
      *               ON BUSINESS DAYS.  JOBDMON WARNS AS SOON AS A
      *               RUNNING JOB'S PROJECTED FINISH PASSES IT, AND
      *               JOBDSLA REPORTS THE MONTH'S ATTAINMENT.  ADDED
      *               AT THE END OF THE RECORD SO EXISTING OFFSETS
      *               HOLD; THE FILE MUST BE REDEFINED/RELOADED FOR
      *               THE NEW RECORD LENGTH.
      * 10/15/2026 DLC ADD THE RETURN-CODE POLICY -- THE HIGHEST RC
      *               THAT IS STILL A CLEAN RUN AND THE HIGHEST THAT
      *               IS ONLY A WARNING; ANYTHING ABOVE IS A FAILED
      *               RUN.  JOBDENDR, OPSDASH, JOBDINQ, AND THE
      *               SCHEDFDB FEED ALL CLASSIFY COMPLETIONS FROM IT.
      *               ADDED AT THE END OF THE RECORD; RELOAD AS ABOVE.
      * END OF HISTORY ------------------------------------------------
       01  RUNBOOKF-RECORD.
           05  RUNBOOKF-KEY.
           05  RUNBOOKF-OWNER          PIC  X(08).
           05  RUNBOOKF-CONTACT        PIC  X(20).
           05  RUNBOOKF-RERUN          PIC  X(60).
      * HH:MM THE RUN MUST END BY (SPACES = NO DEADLINE) -- THE FIRST
      * TIME THE CLOCK READS HH:MM AFTER THE RUN STARTS
           05  RUNBOOKF-SLA-TIME       PIC  X(05).
      * B = THE DEADLINE HOLDS ON BUSINESS DAYS ONLY, ELSE EVERY DAY
           05  RUNBOOKF-SLA-DAYS       PIC  X(01).
               88  RUNBOOKF-SLA-BUS-DAYS       VALUE 'B'.
      * RETURN-CODE POLICY: HIGHEST RC THAT IS A CLEAN RUN, HIGHEST RC
      * THAT IS A WARNING, ANYTHING HIGHER IS A FAILED RUN.  SPACES
      * (NOT NUMERIC) MEANS THE SHOP DEFAULT -- 0 CLEAN, 4 WARNING.
           05  RUNBOOKF-RC-POLICY.
               10  RUNBOOKF-RC-CLEAN   PIC  9(04).
               10  RUNBOOKF-RC-WARN    PIC  9(04).
