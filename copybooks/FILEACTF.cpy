      ******************************************************************
      *                                                                *
      *    FILEACTF  --  CICS FILE-ACTIVITY HISTORY RECORD WRITTEN BY  *
      *                  THE FILESTAT COLLECTOR EACH INTERVAL FOR      *
      *                  EVERY FILE ON THE FILEMONF LIST -- THE READS, *
      *                  ADDS, UPDATES, DELETES, BROWSES AND STRING    *
      *                  WAITS SINCE THE PREVIOUS SAMPLE, FROM THE     *
      *                  CICS FILE STATISTICS.  VSAMCAP SAYS HOW BIG A *
      *                  FILE IS; THIS SAYS HOW HARD IT IS WORKED.     *
      *                  THE FILEARPT DAILY REPORT RANKS THE BUSIEST   *
      *                  FILES BY HOUR.                                *
      *                                                                *
      *                  A RECORD WITH A ZERO STAMP IS THE FILE'S      *
      *                  RUNNING-TOTALS RECORD -- THE CUMULATIVE       *
      *                  COUNTS AS OF THE LAST SAMPLE, WHICH THE NEXT  *
      *                  SAMPLE'S DELTAS ARE TAKEN FROM.               *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  FILEACTF-RECORD.
      * STAMP FIRST, SO A DAY IS ONE RUN OF THE FILE AND THE
      * RETENTION TRIM STOPS AT THE FIRST RECORD IT KEEPS
           05  FILEACTF-KEY.
               10  FACT-STAMP          PIC S9(15)   PACKED-DECIMAL.
               10  FACT-APPLID         PIC  X(08).
               10  FACT-FILE           PIC  X(08).
      * LOCAL DATE AND TIME OF THE SAMPLE -- CCYYMMDD AND HHMMSS
           05  FACT-DATE               PIC  X(08).
           05  FACT-TIME               PIC  X(06).
      * SECONDS SINCE THE PREVIOUS SAMPLE OF THE FILE
           05  FACT-ELAPSED-SECS       PIC S9(09)   BINARY.
      * ON THE TOTALS RECORD, WHEN ITS COUNTS WERE TAKEN
           05  FACT-LAST-STAMP         PIC S9(15)   PACKED-DECIMAL.
      * DELTAS ON A HISTORY RECORD, CUMULATIVE ON THE TOTALS RECORD
           05  FACT-COUNTS.
               10  FACT-READS          PIC S9(09)   BINARY.
               10  FACT-ADDS           PIC S9(09)   BINARY.
               10  FACT-UPDATES        PIC S9(09)   BINARY.
               10  FACT-DELETES        PIC S9(09)   BINARY.
               10  FACT-BROWSES        PIC S9(09)   BINARY.
               10  FACT-STRWAITS       PIC S9(09)   BINARY.
           05  FACT-COUNT-TABLE REDEFINES FACT-COUNTS.
               10  FACT-COUNT          PIC S9(09)   BINARY
                                       OCCURS 6 TIMES.
           05  FILLER                  PIC  X(20).
