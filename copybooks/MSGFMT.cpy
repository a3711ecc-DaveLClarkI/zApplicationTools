      ******************************************************************
      *                                                                *
      *    MSGFMT  --  CALLER PARAMETER AREA FOR THE MSGFMT CATALOG-   *
      *                  MESSAGE FORMATTING SUBPROGRAM.  GIVE IT A     *
      *                  MESSAGE ID, ITS MSGCATF TEXT TEMPLATE, AND    *
      *                  UP TO FOUR INSERTS; IT RETURNS THE DELIVERED  *
      *                  TEXT -- THE ID, A SPACE, AND THE TEMPLATE     *
      *                  WITH EACH &1 THROUGH &4 REPLACED BY THE       *
      *                  MATCHING INSERT (TRAILING SPACES DROPPED),    *
      *                  CUT OFF AT 100 BYTES.  A BLANK TEMPLATE (THE  *
      *                  ID IS NOT IN THE CATALOG) RETURNS THE ID AND  *
      *                  THE INSERTS SO NOTHING THE WRITER SENT IS     *
      *                  LOST.  NO I/O, SO ONLINE AND BATCH ALIKE      *
      *                  CALL IT.                                      *
      *                                                                *
      *        CALL 'MSGFMT'        USING MSGFMT-PARMS.                *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  MSGFMT-PARMS.
           05  MSGF-ID                 PIC  X(08).
           05  MSGF-TEMPLATE           PIC  X(91).
           05  MSGF-INSERTS.
               10  MSGF-INSERT         PIC  X(20)   OCCURS 4 TIMES.
      * RETURNED
           05  MSGF-TEXT               PIC  X(100).
