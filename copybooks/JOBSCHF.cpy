      ******************************************************************
      *                                                                *
      *    JOBSCHF  --  EXPECTED-RUN SCHEDULE RECORD, KEYED BY JOB     *
      *                  NAME.  SAYS ON WHICH DAYS THE JOB IS SUPPOSED *
      *                  TO RUN, AS A RULE CODE RESOLVED THROUGH       *
      *                  CALQUERY.  THE JOBDNOSH MORNING REPORT        *
      *                  CHECKS EVERY RECORD AGAINST THAT DAY'S        *
      *                  JOBDHIST SNAPSHOTS AND STAMPS ITS VERDICT     *
      *                  BACK ON THE RECORD, WHICH IS WHERE OPSDASH    *
      *                  PICKS UP ITS "JOBS THAT NEVER RAN" COUNT.     *
      *                  FIELDS ARE PLAIN DISPLAY SO THE RECORDS CAN   *
      *                  BE MAINTAINED WITH ANY FILE UTILITY.          *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  JOBSCHF-RECORD.
           05  JOBSCHF-KEY.
               10  JOBSCHF-JOB-NAME    PIC  X(08).
      * DY = EVERY CALENDAR DAY
      * BD = EVERY BUSINESS DAY
      * LM = LAST BUSINESS DAY OF THE MONTH
      * FP = FIRST BUSINESS DAY OF A FISCAL PERIOD
      * ND = THE JOBSCHF-NTH BUSINESS DAY OF THE MONTH
           05  JOBSCHF-RULE            PIC  X(02).
               88  JOBSCHF-EVERY-DAY           VALUE 'DY'.
               88  JOBSCHF-BUSINESS-DAY        VALUE 'BD'.
               88  JOBSCHF-LAST-BUS-DAY        VALUE 'LM'.
               88  JOBSCHF-PERIOD-START        VALUE 'FP'.
               88  JOBSCHF-NTH-BUS-DAY         VALUE 'ND'.
           05  JOBSCHF-NTH             PIC  9(03).
           05  JOBSCHF-DESC            PIC  X(20).
      * THE LAST DATE JOBDNOSH CHECKED AND WHAT IT FOUND
           05  JOBSCHF-LAST-DATE       PIC  X(08).
           05  JOBSCHF-LAST-RESULT     PIC  X(01).
               88  JOBSCHF-RAN                 VALUE 'R'.
               88  JOBSCHF-NO-SHOW             VALUE 'M'.
               88  JOBSCHF-NOT-DUE             VALUE 'N'.
