      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD STATE 'P' -- CLOSED INSIDE THE FILE'S
      *               PLANNED BATCH WINDOW (SEE FILEHNDF).
      * END OF HISTORY ------------------------------------------------
       01  FILEAVLF-RECORD.
           05  FILEAVLF-KEY.
               10  FILEAVLF-FILE       PIC  X(08).
               10  FILEAVLF-STAMP      PIC S9(15)   PACKED-DECIMAL.
      * 'A' = AVAILABLE, 'U' = UNAVAILABLE, 'P' = CLOSED INSIDE ITS
      * PLANNED BATCH WINDOW, SPACE = FIRST SIGHTING
           05  FILEAVLF-OLD-STATE      PIC  X(01).
           05  FILEAVLF-NEW-STATE      PIC  X(01).
