      ******************************************************************
      *                                                                *
      *    RPTREADF  --  REPORT-READ RECORD.  ONE PER OPERATOR PER     *
      *                  ARCHIVED RUN THEY HAVE PAGED IN RPTVIEW,      *
      *                  KEYED OPERATOR ID PLUS THE RUN'S RPTARCHF KEY *
      *                  (REPORT ID, DATE AND TIME) -- A RUN WITH NO   *
      *                  RECORD HERE IS UNREAD AND "MY REPORTS" MARKS  *
      *                  IT NEW.                                       *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  RPTREADF-RECORD.
           05  RPTREADF-KEY.
               10  RRD-OPID            PIC  X(03).
               10  RRD-RUN             PIC  X(22).
      * WHEN THE RUN WAS FIRST PAGED (ABSTIME)
           05  RRD-STAMP               PIC S9(15)   PACKED-DECIMAL.
           05  FILLER                  PIC  X(07).
