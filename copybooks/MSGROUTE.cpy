      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD CATALOG MESSAGES -- SEVERITY 'M' SAYS THE
      *               MESSAGE IS THE MSGCATF ENTRY NAMED IN MSGR-MSGID
      *               WITH MSGR-INSERT FILLED IN; THE CATALOG SUPPLIES
      *               THE SEVERITY AND THE TEXT, AND THE DELIVERED
      *               LINE LEADS WITH THE ID.  MSGR-TEXT IS IGNORED
      *               FOR ONE.  A CALLER SENDING CATALOG MESSAGES MUST
      *               BE COMPILED WITH THIS COPYBOOK; OLD CALLERS ARE
      *               UNTOUCHED.
      * END OF HISTORY ------------------------------------------------
         03  MSGR-COMPONENT            PIC  X(08).
      * I = INFORMATION, W = WARNING, E = ERROR, C = CRITICAL,
      * M = CATALOG MESSAGE (SEE MSGR-CATALOG-AREA)
         03  MSGR-SEVERITY             PIC  X(01).
           88  MSGR-CATALOG                         VALUE 'M'.
         03  MSGR-TEXT                 PIC  X(100).
      * CATALOG MESSAGES ONLY -- THE MSGCATF ID (E.G. FMON001W) AND THE
      * INSERTS FOR ITS &1 THROUGH &4
         03  MSGR-CATALOG-AREA.
           05  MSGR-MSGID              PIC  X(08).
           05  MSGR-INSERT             PIC  X(20)   OCCURS 4 TIMES.
