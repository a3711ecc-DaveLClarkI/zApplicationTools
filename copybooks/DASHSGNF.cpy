      ******************************************************************
      *                                                                *
      *    DASHSGNF  --  OPSDASH EXCEPTION SIGN-OFF RECORD.  ONE PER   *
      *                  DASHBOARD DETAIL LINE AN OPERATOR HAS         *
      *                  REVIEWED, WITH WHO, WHEN AND A DISPOSITION    *
      *                  COMMENT.  KEYED BY THE DAY OF THE SIGN-OFF    *
      *                  AND THE LINE ITSELF (SOURCE NAME AND DETAIL   *
      *                  TEXT), SO THE NEXT MORNING'S DASHBOARD FINDS  *
      *                  YESTERDAY'S SIGN-OFFS AND THE MONTHLY         *
      *                  DASHSRPT REPORT READS A MONTH IN ORDER.       *
      *                  SIGNING THE SAME LINE AGAIN THE SAME DAY      *
      *                  REPLACES THE EARLIER DISPOSITION.             *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  DASHSGNF-RECORD.
           05  DASHSGNF-KEY.
      * CCYYMMDD
               10  DASHSGNF-DATE       PIC  X(08).
               10  DASHSGNF-SOURCE     PIC  X(08).
               10  DASHSGNF-DETAIL     PIC  X(60).
           05  DASHSGNF-OPID           PIC  X(03).
           05  DASHSGNF-STAMP          PIC S9(15)   PACKED-DECIMAL.
      * HHMMSS
           05  DASHSGNF-TIME           PIC  X(06).
           05  DASHSGNF-DISP           PIC  X(50).
           05  FILLER                  PIC  X(17).
