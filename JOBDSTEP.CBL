
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC KEY THE STEP RECORD BY THE CLOCK (JOBD-CLOCK-
      *               DATE), THE SAME AS JOBDATA AND JOBDEND, SO IT
      *               STAYS WITH ITS RUN WHEN THE JOB DATE IS THE
      *               PROCESSING DATE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

           MOVE JOBD-JOB-NAME          TO JOBDHIST-JOB-NAME.
           MOVE JOBD-PWR-NUMB          TO JOBDHIST-PWR-NUMB.
           MOVE JOBD-CLOCK-DATE        TO JOBDHIST-HIST-DATE.
           MOVE JOBD-PGM-STIM          TO JOBDHIST-PGM-STIM.
           MOVE JOBD-PWR-NAME          TO JOBDHIST-PWR-NAME.
           MOVE JOBD-PART-ID           TO JOBDHIST-PART-ID.
