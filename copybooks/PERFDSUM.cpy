      ******************************************************************
      *                                                                *
      *    PERFDSUM  --  PERMANENT DAILY RESPONSE-TIME SUMMARY RECORD, *
      *                  ONE PER TRANSACTION PER DAY PER HOUR OF DAY.  *
      *                  PERFBASE ROLLS EACH PERFHIST TURN INTO ITS    *
      *                  RECORD HERE JUST BEFORE RETIRING THE DETAIL,  *
      *                  SO "WAS RESPONSE BETTER LAST QUARTER?" STAYS  *
      *                  ANSWERABLE LONG AFTER THE TURNS ARE GONE.     *
      *                  THE BAND COUNTS (SEE PERFBAND) ARE KEPT SO A  *
      *                  MONTH'S 90TH PERCENTILE CAN BE TAKEN ACROSS   *
      *                  ITS DAYS -- SEE THE PERFTRND MONTHLY REPORT.  *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  PERFDSUM-RECORD.
           05  PERFDSUM-KEY.
               10  PERFDSUM-TRNID      PIC  X(04).
               10  PERFDSUM-DATE       PIC  X(08).
               10  PERFDSUM-HOUR       PIC  9(02).
           05  PERFDSUM-COUNT          PIC S9(09)   BINARY.
           05  PERFDSUM-SUM-MS         PIC S9(13)   COMP-3.
           05  PERFDSUM-AVG-MS         PIC S9(09)   BINARY.
           05  PERFDSUM-P90-MS         PIC S9(09)   BINARY.
           05  PERFDSUM-MAX-MS         PIC S9(09)   BINARY.
           05  PERFDSUM-BAND           PIC S9(09)   BINARY
                                       OCCURS 16 TIMES.
