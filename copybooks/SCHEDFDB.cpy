      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD SCHEDFDB-RC-CLASS, THE RUN'S CLASSIFICATION
      *               UNDER THE JOB'S RUNBOOKF RETURN-CODE POLICY, OUT
      *               OF THE TRAILING FILLER (RECORD STAYS 80 BYTES).
      * END OF HISTORY ------------------------------------------------
       01  SCHEDFDB-RECORD.
      * THE SCHEDULER'S OWN RUN IDENTIFIER, ROUND-TRIPPED FROM XRUNID=
           05  SCHEDFDB-ELAPSED        PIC  9(06).
      * REQUESTING SYSTEM NAME, ROUND-TRIPPED FROM XSYS=
           05  SCHEDFDB-SYSTEM         PIC  X(08).
      * THE RETURN CODE JUDGED AGAINST THE JOB'S RC POLICY
           05  SCHEDFDB-RC-CLASS       PIC  X(01).
               88  SCHEDFDB-RC-CLEAN           VALUE 'C'.
               88  SCHEDFDB-RC-WARNING         VALUE 'W'.
               88  SCHEDFDB-RC-FAILED          VALUE 'F'.
           05  FILLER                  PIC  X(15).
