      *                  CORRUPTING MONTH-END.  MAINTAINED THROUGH     *
      *                  CALMAINT'S S FUNCTION (BEHIND THE AUTHCHK     *
      *                  GATE) AND ANSWERED BY CALQUERY'S PS REQUEST.  *
      *                  NO RECORD MEANS OPEN.  CLOSERDY STAMPS THE    *
      *                  PERIOD'S CLOSE READINESS HERE, AND CALMAINT   *
      *                  WILL NOT CLOSE A PERIOD THAT IS NOT READY     *
      *                  WITHOUT AN AUDITED OVERRIDE.                  *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD THE CLOSE-READINESS STAMP (WRITTEN BY THE
      *               CLOSERDY REPORT -- READY OR NOT, HOW MANY OPEN
      *               ITEMS, AND WHEN IT WAS CHECKED) AND THE OVERRIDE
      *               FIELDS (WHO CLOSED A PERIOD THAT WAS NOT READY,
      *               AND WHY).  ADDED AT THE END OF THE RECORD SO
      *               EXISTING OFFSETS HOLD; THE FILE MUST BE
      *               REDEFINED/RELOADED FOR THE NEW RECORD LENGTH.
      * END OF HISTORY ------------------------------------------------
       01  CALPERF-RECORD.
           05  CALPERF-KEY.
               88  CALPERF-CLOSED              VALUE 'C'.
           05  CALPERF-CLOSED-BY       PIC  X(03).
           05  CALPERF-CLOSED-WHEN     PIC S9(15)   PACKED-DECIMAL.
      * CLOSE READINESS AS LAST FOUND BY CLOSERDY -- 'R' = NO OPEN
      * ITEMS, 'N' = OPEN ITEMS (OR A CHECK THAT COULD NOT BE MADE),
      * SPACES = NEVER CHECKED.  THE CLOCK DATE/TIME OF THAT RUN.
           05  CALPERF-RDY-SW          PIC  X(01).
               88  CALPERF-READY               VALUE 'R'.
               88  CALPERF-NOT-READY           VALUE 'N'.
           05  CALPERF-RDY-ITEMS       PIC  9(05).
           05  CALPERF-RDY-DATE        PIC  X(08).
           05  CALPERF-RDY-TIME        PIC  X(06).
      * SET WHEN THE PERIOD WAS CLOSED WHILE NOT READY -- THE
      * AUTHORIZED OPERATOR AND THE REASON GIVEN (SPACES OTHERWISE)
           05  CALPERF-OVRD-BY         PIC  X(03).
           05  CALPERF-OVRD-REASON     PIC  X(37).
           05  FILLER                  PIC  X(20).
