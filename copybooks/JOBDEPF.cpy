      ******************************************************************
      *                                                                *
      *    JOBDEPF  --  JOB-DEPENDENCY (PREDECESSOR) RECORD, KEYED BY  *
      *                  SUCCESSOR JOB NAME PLUS PREDECESSOR JOB NAME, *
      *                  SO ONE SUCCESSOR CAN WAIT ON ANY NUMBER OF    *
      *                  PREDECESSORS.  THE JOBDGATE STEP AT THE TOP   *
      *                  OF A CHAIN READS EVERY RECORD FOR ITS JOB AND *
      *                  WILL NOT RELEASE THE CHAIN UNTIL EACH         *
      *                  PREDECESSOR HAS A TYPE 'E' JOBDHIST           *
      *                  COMPLETION FOR TODAY'S JOB DATE WITHIN THE    *
      *                  MAXIMUM RETURN CODE CARRIED HERE.  FIELDS     *
      *                  ARE PLAIN DISPLAY SO THE RECORDS CAN BE       *
      *                  MAINTAINED WITH ANY FILE UTILITY.             *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  JOBDEPF-RECORD.
           05  JOBDEPF-KEY.
               10  JOBDEPF-SUCC-JOB    PIC  X(08).
               10  JOBDEPF-PRED-JOB    PIC  X(08).
      * HIGHEST RETURN CODE THE PREDECESSOR MAY END WITH AND STILL
      * RELEASE THE SUCCESSOR
           05  JOBDEPF-MAX-RC          PIC  9(04).
           05  JOBDEPF-DESC            PIC  X(20).
