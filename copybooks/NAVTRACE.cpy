      *               RATHER THAN EVERY SESSION ON THE TERMINAL --
      *               THE PRICE OF NO LONGER LETTING TWO SESSIONS'
      *               TRAILS INTERLEAVE UNDER ONE KEY.
      * 10/15/2026 DLC ADD THE OPTIONAL TRAILING NAVTRACE-SOURCE -- 'I'
      *               BROWSES THE NAVINVF INVESTIGATION FILE (HISTORY
      *               RELOADED FROM NAVARCH BY NAVRELD) INSTEAD OF THE
      *               LIVE FILE.  A SHORTER COMMAREA STILL GETS THE
      *               LIVE FILE AND KEEPS ITS NAVTRACE-APPLID.
      * END OF HISTORY ------------------------------------------------
      * THE CALLER SETS NAVTRACE-TERMID AND/OR NAVTRACE-OPID BEFORE
      * LINKING TO NAVTRACE.  TERMID ALONE BROWSES THAT TERMINAL'S
      * (SPACES = THE CALLER'S OWN REGION).  ONLY HONORED WHEN THE
      * CALLER'S COMMAREA IS LONG ENOUGH TO CARRY IT.
         03  NAVTRACE-APPLID             PIC  X(08).
      * OPTIONAL TRAILING FIELD -- WHICH FILE TO BROWSE (ONLY HONORED
      * WHEN THE CALLER'S COMMAREA IS LONG ENOUGH TO CARRY IT)
         03  NAVTRACE-SOURCE             PIC  X(01).
             88  NAVTRACE-LIVE                      VALUE SPACE.
             88  NAVTRACE-INVESTIGATION             VALUE 'I'.
