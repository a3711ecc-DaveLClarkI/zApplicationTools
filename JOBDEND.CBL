      *               MEASURES ELAPSED FROM, SO SCHEDFDB-END-TIME NOW
      *               CARRIES START PLUS ELAPSED (WRAPPED AT
      *               MIDNIGHT) INSTEAD OF THE START STAMP.
      * 10/15/2026 DLC TELL THE SCHEDULER WHAT THE RETURN CODE MEANS
      *               -- SCHEDFDB-RC-CLASS CARRIES CLEAN, WARNING, OR
      *               FAILED UNDER THE JOB'S RUNBOOKF RC POLICY (SHOP
      *               DEFAULT 0 CLEAN, 4 WARNING WHEN THE JOB HAS
      *               NONE), SO A BY-DESIGN RC 4 STOPS LOOKING LIKE A
      *               PROBLEM ON THEIR SIDE.
      * 10/15/2026 DLC KEY THE COMPLETION RECORD AND DATE THE SCHEDFDB
      *               FEED BY THE CLOCK (JOBD-CLOCK-DATE).  A RUN ON
      *               THE PROCESSING DATE (PDATE= TAG, SEE JOBDATA)
      *               STILL CARRIES THAT DATE IN JOBDHIST-JOB-DATE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT SCHEDFDB             ASSIGN TO SCHEDFDB
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS SCHEDFDB-STATUS.
           SELECT RUNBOOKF             ASSIGN TO RUNBOOKF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS RUNBOOKF-KEY
                                       FILE STATUS IS RUNBOOKF-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY SCHEDFDB.

       FD  RUNBOOKF
           LABEL RECORDS ARE STANDARD.
           COPY RUNBOOKF.

       WORKING-STORAGE SECTION.
       77  JOBDHIST-STATUS             PIC  X(02).
       77  SCHEDFDB-STATUS             PIC  X(02).
       77  RUNBOOKF-STATUS             PIC  X(02).
       77  RC-CLEAN-MAX                PIC  9(04).
       77  RC-WARN-MAX                 PIC  9(04).
       77  ELAPSED-HHMMSS              PIC  9(06).
       77  HIST-TRY                    PIC S9(4)    COMP.
       77  HIST-WRITTEN-SW             PIC  X(01).

           MOVE JOBD-JOB-NAME          TO JOBDHIST-JOB-NAME.
           MOVE JOBD-PWR-NUMB          TO JOBDHIST-PWR-NUMB.
           MOVE JOBD-CLOCK-DATE        TO JOBDHIST-HIST-DATE.
           MOVE JOBD-PGM-STIM          TO JOBDHIST-PGM-STIM.
           MOVE JOBD-PWR-NAME          TO JOBDHIST-PWR-NAME.
           MOVE JOBD-PART-ID           TO JOBDHIST-PART-ID.
           MOVE JOBD-EXT-RUNID         TO SCHEDFDB-RUNID.
           MOVE JOBD-JOB-NAME          TO SCHEDFDB-JOB-NAME.
           MOVE JOBD-PWR-NUMB          TO SCHEDFDB-PWR-NUMB.
           MOVE JOBD-CLOCK-DATE        TO SCHEDFDB-END-DATE.
      * THE END-OF-JOB TIME IS THE START STAMP PLUS THE ELAPSED RUN
      * TIME, WRAPPED AT MIDNIGHT THE SAME WAY JOBDATA'S OWN ELAPSED
      * ARITHMETIC WRAPS
                                  +  JOBD-ELAPSED-SECONDS.
           MOVE ELAPSED-HHMMSS         TO SCHEDFDB-ELAPSED.
           MOVE JOBD-EXT-SYSTEM        TO SCHEDFDB-SYSTEM.
           PERFORM B10-CLASSIFY-RC THRU B19-EXIT.
           WRITE SCHEDFDB-RECORD.
           CLOSE SCHEDFDB.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    JUDGE THE FINAL RETURN CODE AGAINST THE JOB'S RUNBOOKF RC   *
      *    POLICY -- NO RUNBOOK (OR NO POLICY ON IT) MEANS THE SHOP    *
      *    DEFAULT OF 0 CLEAN, 4 WARNING, ANYTHING HIGHER FAILED       *
      ******************************************************************
       B10-CLASSIFY-RC.
           MOVE 0                      TO RC-CLEAN-MAX.
           MOVE 4                      TO RC-WARN-MAX.
           OPEN INPUT RUNBOOKF.
           IF  RUNBOOKF-STATUS = '00'
               MOVE JOBD-JOB-NAME      TO RUNBOOKF-JOB-NAME
               READ RUNBOOKF
                   INVALID KEY
                       MOVE SPACES     TO RUNBOOKF-RC-POLICY
               END-READ
               IF  RUNBOOKF-RC-CLEAN IS NUMERIC
               AND RUNBOOKF-RC-WARN  IS NUMERIC
                   MOVE RUNBOOKF-RC-CLEAN TO RC-CLEAN-MAX
                   MOVE RUNBOOKF-RC-WARN  TO RC-WARN-MAX
               END-IF
               CLOSE RUNBOOKF
           END-IF.
           EVALUATE TRUE
               WHEN JOBDEND-HIGH-RC > RC-WARN-MAX
                   SET  SCHEDFDB-RC-FAILED  TO TRUE
               WHEN JOBDEND-HIGH-RC > RC-CLEAN-MAX
                   SET  SCHEDFDB-RC-WARNING TO TRUE
               WHEN OTHER
                   SET  SCHEDFDB-RC-CLEAN   TO TRUE
           END-EVALUATE.
       B19-EXIT.
           EXIT.
