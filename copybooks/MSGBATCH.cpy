      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD CATALOG MESSAGES, AS FOR MSGROUTE --
      *               SEVERITY 'M' SAYS THE MESSAGE IS THE MSGCATF
      *               ENTRY NAMED IN MSGB-MSGID WITH MSGB-INSERT
      *               FILLED IN, AND MSGB-TEXT IS IGNORED.  ONLY A
      *               CATALOG MESSAGE IS LOOKED AT PAST MSGB-TEXT, SO
      *               OLD CALLERS ARE UNTOUCHED.
      * END OF HISTORY ------------------------------------------------
       01  MSGBATCH-PARMS.
           05  MSGB-COMPONENT          PIC  X(08).
      * I = INFORMATION, W = WARNING, E = ERROR, C = CRITICAL,
      * M = CATALOG MESSAGE (SEE MSGB-CATALOG-AREA)
           05  MSGB-SEVERITY           PIC  X(01).
               88  MSGB-CATALOG                VALUE 'M'.
           05  MSGB-TEXT               PIC  X(100).
      * CATALOG MESSAGES ONLY -- THE MSGCATF ID (E.G. FMON001W) AND THE
      * INSERTS FOR ITS &1 THROUGH &4
           05  MSGB-CATALOG-AREA.
               10  MSGB-MSGID          PIC  X(08).
               10  MSGB-INSERT         PIC  X(20)   OCCURS 4 TIMES.
