      ******************************************************************
      *                                                                *
      *    FRZWINF  --  CHANGE-FREEZE WINDOW RECORD.  ONE RECORD PER   *
      *                  FREEZE ON THE BUSINESS CALENDAR -- FISCAL     *
      *                  CLOSE, YEAR-END, AN AUDIT VISIT.  WHILE A     *
      *                  WINDOW IS IN FORCE, AUTHCHK REFUSES ITS       *
      *                  FUNCTIONS TO EVERY OPERATOR EXCEPT ONE WHO    *
      *                  HOLDS AN AUTHF GRANT FOR 'FRZOVRD' BY NAME    *
      *                  AND KEYS A CHANGE REFERENCE, WHICH GOES ON    *
      *                  THE AUDIT TRAIL (ACTION 'FRZOVRD'; REFUSALS   *
      *                  ARE 'FRZDENY').  A DATE WINDOW RUNS FROM ITS  *
      *                  FIRST DATE THROUGH ITS LAST; A PERIOD WINDOW  *
      *                  RUNS FROM ITS FIRST DATE UNTIL THE FISCAL     *
      *                  PERIOD NAMED IS CLOSED ON CALPERF (OR ITS     *
      *                  LAST DATE, IF ONE IS GIVEN, HAS PASSED).  NO  *
      *                  RECORD (OR NO FILE) MEANS NO FREEZE.  FREEZE  *
      *                  MAINTENANCE ('FRZMNT', 'FRZOVRD') AND THE     *
      *                  PERIOD CLOSE ('CALPERF', 'PEROVRD') ARE NEVER *
      *                  FROZEN, WHATEVER A WINDOW NAMES -- A PERIOD   *
      *                  WINDOW MUST NOT HOLD UP ITS OWN CLOSE.        *
      *                  MAINTAINED BY FRZWINM; OVERRIDES REPORTED BY  *
      *                  FRZORPT.                                      *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC NOTE THE PERIOD CLOSE AS NEVER FROZEN.
      * END OF HISTORY ------------------------------------------------
       01  FRZWINF-RECORD.
           05  FRZWINF-KEY.
               10  FRZWINF-ID          PIC  X(08).
      * 'D' = DATE RANGE, 'P' = UNTIL THE FISCAL PERIOD IS CLOSED
           05  FRZWINF-TYPE            PIC  X(01).
               88  FRZWINF-BY-DATES            VALUE 'D'.
               88  FRZWINF-BY-PERIOD           VALUE 'P'.
      * CCYYMMDD, BOTH INCLUSIVE.  THE LAST DATE IS OPTIONAL ON A
      * PERIOD WINDOW (A BACKSTOP SHOULD THE CLOSE NEVER BE RECORDED)
           05  FRZWINF-FROM-DATE       PIC  X(08).
           05  FRZWINF-TO-DATE         PIC  X(08).
      * THE CALPERF PERIOD A 'P' WINDOW WAITS ON
           05  FRZWINF-FY              PIC  9(04).
           05  FRZWINF-FP              PIC  9(02).
      * THE AUTHCHK FUNCTIONS FROZEN -- '*ALL' (OR ALL BLANK) FOR
      * EVERY FUNCTION BUT FREEZE MAINTENANCE AND THE PERIOD CLOSE
           05  FRZWINF-FUNCTIONS.
               10  FRZWINF-FUNCTION    PIC  X(08)   OCCURS 4 TIMES.
           05  FRZWINF-DESC            PIC  X(30).
      * WHO LAST SET THE RECORD
           05  FRZWINF-OPID            PIC  X(03).
