      ******************************************************************
      *                                                                *
      *    REGVSUM  --  HOURLY REGION-VITALS SUMMARY RECORD, ROLLED UP *
      *                  FROM REGVITF DETAIL BY THE REGVTRIM RETENTION *
      *                  JOB.  ONE RECORD PER APPLID PER CLOCK HOUR,   *
      *                  SO THE REGVRPT CAPACITY REPORT KEEPS MONTHS   *
      *                  OF TASK AND TS SHAPE AFTER THE DETAIL IS      *
      *                  GONE.                                         *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  REGVSUM-RECORD.
           05  REGVSUM-KEY.
               10  REGVSUM-APPLID      PIC  X(08).
      * LOCAL DATE (CCYYMMDD) AND HOUR (00-23) OF THE SAMPLES
               10  REGVSUM-DATE        PIC  X(08).
               10  REGVSUM-HOUR        PIC  X(02).
           05  REGVSUM-SAMPLES         PIC S9(09)   COMP.
      * SUM OF THE SAMPLED TASK COUNTS -- AVERAGE = TOTAL / SAMPLES
           05  REGVSUM-TASKS-TOTAL     PIC S9(11)   COMP-3.
           05  REGVSUM-TASKS-PEAK      PIC S9(04)   BINARY.
      * THE HIGHEST MAX TASK SETTING IN FORCE DURING THE HOUR
           05  REGVSUM-MAXTASKS        PIC S9(04)   BINARY.
      * AT-MAX-TASK AND SHORT-ON-STORAGE SAMPLES, WITH THE FIRST AND
      * LAST SUCH SAMPLE OF THE HOUR (ZERO WHEN THERE WERE NONE)
           05  REGVSUM-ATMAX-SAMPLES   PIC S9(09)   COMP.
           05  REGVSUM-ATMAX-FIRST     PIC S9(15)   PACKED-DECIMAL.
           05  REGVSUM-ATMAX-LAST      PIC S9(15)   PACKED-DECIMAL.
           05  REGVSUM-SOS-SAMPLES     PIC S9(09)   COMP.
           05  REGVSUM-SOS-FIRST       PIC S9(15)   PACKED-DECIMAL.
           05  REGVSUM-SOS-LAST        PIC S9(15)   PACKED-DECIMAL.
      * THE SAVED-SESSION TS FOOTPRINT -- PEAK FOR THE HOUR AND AS
      * OF ITS LAST SAMPLE
           05  REGVSUM-TSQ-COUNT-PEAK  PIC S9(04)   BINARY.
           05  REGVSUM-TSQ-BYTES-PEAK  PIC S9(09)   BINARY.
           05  REGVSUM-TSQ-COUNT-LAST  PIC S9(04)   BINARY.
           05  REGVSUM-TSQ-BYTES-LAST  PIC S9(09)   BINARY.
           05  REGVSUM-LAST-STAMP      PIC S9(15)   PACKED-DECIMAL.
