      ******************************************************************
      *                                                                *
      *    MSGCATF  --  MESSAGE CATALOG RECORD.  EVERY PROGRAM USED TO *
      *                  BUILD ITS OWN FREE-FORM MSGROUTE TEXT, SO THE *
      *                  SAME CONDITION READ THREE DIFFERENT WAYS AND  *
      *                  NOTHING TOLD THE OPERATOR WHAT TO DO ABOUT    *
      *                  IT.  A CATALOGED MESSAGE HAS A NUMBERED ID    *
      *                  (FOUR-CHARACTER COMPONENT PREFIX, THREE-DIGIT *
      *                  NUMBER, SEVERITY SUFFIX -- E.G. FMON001W), A  *
      *                  DEFAULT SEVERITY, A TEXT TEMPLATE WITH INSERT *
      *                  POSITIONS, AN EXPLANATION, AND THE OPERATOR   *
      *                  RESPONSE.  A WRITER SENDS MSGROUTE OR         *
      *                  MSGBATCH THE ID AND ITS INSERTS (SEVERITY     *
      *                  'M'); THE DELIVERED LINE LEADS WITH THE ID,   *
      *                  AND THE MSGI TRANSACTION (MSGCATI) SHOWS ANY  *
      *                  ID'S EXPLANATION AND RESPONSE.  MAINTAINED    *
      *                  ONLINE BY MSGCATM.                            *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  MSGCATF-RECORD.
           05  MSGCATF-KEY.
               10  MSGCATF-ID          PIC  X(08).
      * I = INFORMATION, W = WARNING, E = ERROR, C = CRITICAL -- ALWAYS
      * THE LAST CHARACTER OF THE ID
           05  MSGCATF-SEVERITY        PIC  X(01).
      * &1 THROUGH &4 MARK WHERE THE WRITER'S INSERTS GO.  SIZED SO THE
      * ID, A SPACE, AND THE TEMPLATE FILL THE 100-BYTE MESSAGE TEXT
           05  MSGCATF-TEMPLATE        PIC  X(91).
           05  MSGCATF-EXPLAIN.
               10  MSGCATF-EXPL        PIC  X(60)   OCCURS 3 TIMES.
           05  MSGCATF-RESPONSE.
               10  MSGCATF-RESP        PIC  X(60)   OCCURS 3 TIMES.
