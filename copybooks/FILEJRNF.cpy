      *                  ON A DESIGNATED CRITICAL FILE AND THE FULL    *
      *                  RECORD IMAGE LANDS HERE, KEYED BY FILE,       *
      *                  RECORD KEY, AND TIMESTAMP.  BROWSED AND       *
      *                  RESTORED BY FILEJRNI; A WHOLE FILE IS ROLLED  *
      *                  BACK TO A POINT IN TIME BY FILEJRNR.          *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC NOTE THE FILEJRNR POINT-IN-TIME ROLLBACK, WHICH
      *               ALSO WRITES 'ROLLBACK' IMAGES OF WHAT IT REPLACES.
      * END OF HISTORY ------------------------------------------------
       01  FILEJRNF-RECORD.
           05  FILEJRNF-KEY.
