      ******************************************************************
      *                                                                *
      *    SCHEDF  --  TIME-OF-DAY SCHEDULE RECORD.  ONE RECORD PER    *
      *                  SCHEDULED START OF A CICS-STARTED UTILITY --  *
      *                  THE TRANSACTION, UP TO FOUR RUN TIMES A DAY,  *
      *                  WHICH DAYS IT RUNS ON, AND THE DATA TO PASS   *
      *                  ON THE START.  THE SCHDISP DISPATCHER STARTS  *
      *                  EACH ENTRY WHEN IT IS DUE AND KEEPS THE LAST  *
      *                  AND NEXT RUN HERE.  MAINTAINED BY SCHEDM.     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  SCHEDF-RECORD.
           05  SCHEDF-KEY.
               10  SCHD-ID             PIC  X(08).
           05  SCHD-TRANSID            PIC  X(04).
           05  SCHD-DESC               PIC  X(20).
      * 'N' = HELD (NEVER STARTED); ANY OTHER VALUE = ACTIVE
           05  SCHD-ENABLE-SW          PIC  X(01).
               88  SCHD-HELD                   VALUE 'N'.
      * WHICH DAYS -- 'D' EVERY DAY, 'B' BUSINESS DAYS (NOT A WEEKEND
      * OR CALFILE HOLIDAY), 'W' THE WEEKDAYS FLAGGED BELOW, 'M' THE
      * FIRST OF THE MONTH
           05  SCHD-DAY-RULE           PIC  X(01).
               88  SCHD-EVERY-DAY              VALUE 'D'.
               88  SCHD-BUSINESS-DAYS          VALUE 'B'.
               88  SCHD-WEEKDAYS               VALUE 'W'.
               88  SCHD-FIRST-OF-MONTH         VALUE 'M'.
      * FOR RULE 'W' -- 'Y' IN THE POSITION OF EACH DAY TO RUN,
      * SUNDAY THROUGH SATURDAY
           05  SCHD-WEEKDAY-FLAGS.
               10  SCHD-WEEKDAY-FLAG   PIC  X(01)   OCCURS 7 TIMES.
      * LOCAL HHMM RUN TIMES, SPACES = UNUSED
           05  SCHD-RUN-TIMES.
               10  SCHD-RUN-TIME       PIC  X(04)   OCCURS 4 TIMES.
      * PASSED ON THE START (RETRIEVE IT); ZERO LENGTH = NO DATA
           05  SCHD-DATA-LEN           PIC  9(02).
           05  SCHD-DATA               PIC  X(40).
      * SET BY SCHDISP -- THE LAST START (WHEN, WHICH SLOT, AND 'S'
      * STARTED OR 'F' FAILED) AND THE NEXT DUE SLOT (SPACES = NOT
      * YET WORKED OUT, E.G. JUST ADDED OR CHANGED)
           05  SCHD-LAST-STAMP         PIC S9(15)   PACKED-DECIMAL.
           05  SCHD-LAST-DATE          PIC  X(08).
           05  SCHD-LAST-TIME          PIC  X(04).
           05  SCHD-LAST-RESULT        PIC  X(01).
               88  SCHD-LAST-STARTED           VALUE 'S'.
               88  SCHD-LAST-FAILED            VALUE 'F'.
           05  SCHD-NEXT-RUN.
               10  SCHD-NEXT-DATE      PIC  X(08).
               10  SCHD-NEXT-TIME      PIC  X(04).
           05  SCHD-OPID               PIC  X(03).
           05  FILLER                  PIC  X(20).
