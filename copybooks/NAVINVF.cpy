      ******************************************************************
      *                                                                *
      *    NAVINVF  --  NAVIGATION-HISTORY INVESTIGATION FILE RECORD.  *
      *                  A KSDS WITH EXACTLY THE NAVHIST LAYOUT AND    *
      *                  KEY, FILLED FROM THE NAVARCH ARCHIVE BY THE   *
      *                  NAVRELD RELOAD (AND EMPTIED BY IT WHEN THE    *
      *                  CASE CLOSES).  READERS MOVE THE RECORD INTO   *
      *                  NAVHIST-RECORD AND CARRY ON AS FOR THE LIVE   *
      *                  FILE.  ONLINE IT IS FILE NAVINVF, WITH AN     *
      *                  ALTERNATE-INDEX PATH NAVINVP BUILT THE SAME   *
      *                  WAY AS NAVHISTP (APPLID + OPID + STAMP).      *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  NAVINVF-RECORD.
      * SAME BYTES AS NAVHIST-KEY (APPLID, TERMID, STAMP)
           05  NAVINVF-KEY             PIC  X(21).
           05  FILLER                  PIC  X(24).
