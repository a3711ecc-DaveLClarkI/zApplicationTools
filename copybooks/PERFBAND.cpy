      ******************************************************************
      *                                                                *
      *    PERFBAND  --  RESPONSE-TIME HISTOGRAM BAND UPPER BOUNDS IN  *
      *                  MILLISECONDS (THE LAST BAND CATCHES ALL).     *
      *                  SHARED BY PERFBASE, WHICH COUNTS TURNS INTO   *
      *                  THESE BANDS FOR THE BASELINE AND THE PERFDSUM *
      *                  DAILY SUMMARY, AND PERFTRND, WHICH TAKES THE  *
      *                  90TH PERCENTILE BACK OUT OF THE SUMMARY'S     *
      *                  BAND COUNTS -- SO THE TWO NEVER DISAGREE.     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT, LIFTED OUT OF PERFBASE.
      * END OF HISTORY ------------------------------------------------
       01  BAND-BOUNDS.
           03  FILLER                  PIC S9(09) COMP VALUE +100.
           03  FILLER                  PIC S9(09) COMP VALUE +200.
           03  FILLER                  PIC S9(09) COMP VALUE +300.
           03  FILLER                  PIC S9(09) COMP VALUE +500.
           03  FILLER                  PIC S9(09) COMP VALUE +750.
           03  FILLER                  PIC S9(09) COMP VALUE +1000.
           03  FILLER                  PIC S9(09) COMP VALUE +1500.
           03  FILLER                  PIC S9(09) COMP VALUE +2000.
           03  FILLER                  PIC S9(09) COMP VALUE +3000.
           03  FILLER                  PIC S9(09) COMP VALUE +5000.
           03  FILLER                  PIC S9(09) COMP VALUE +7500.
           03  FILLER                  PIC S9(09) COMP VALUE +10000.
           03  FILLER                  PIC S9(09) COMP VALUE +15000.
           03  FILLER                  PIC S9(09) COMP VALUE +20000.
           03  FILLER                  PIC S9(09) COMP VALUE +30000.
           03  FILLER                  PIC S9(09) COMP VALUE +999999999.
       01  BAND-TAB REDEFINES BAND-BOUNDS.
           03  BAND-TOP                PIC S9(09) COMP OCCURS 16.
