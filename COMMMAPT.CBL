      *               RIDE THE MAPCACHE ALONGSIDE THE TITLE, AND THE
      *               PER-MAP MINIMUM (WHEN NONZERO) REPLACES THE
      *               SHOP FLOOR IN THE SCRN-TOO-SMALL CHECK.
      * 10/15/2026 DLC NATIONAL-LANGUAGE TITLES -- THE OPERATOR'S
      *               LANGUAGE COMES FROM OPERPROF (INTO PROF-LANG FOR
      *               THE HOST), THE MAP'S TITLE IS LOOKED UP UNDER
      *               THAT LANGUAGE FIRST AND UNDER ENGLISH WHEN THE
      *               MAP HAS NO TRANSLATION (SEE MAPTITLE), AND THE
      *               CACHE IS KEYED BY MAP ID PLUS LANGUAGE.  THE
      *               CACHE/FILE LOOKUP MOVES TO M20-TITLE-LOOKUP SO
      *               IT CAN RUN ONCE PER LANGUAGE, AND THE PERFORMED
      *               PARAGRAPHS ARE NOW JUMPED OVER ON THE WAY
      *               THROUGH INSTEAD OF FALLEN INTO.
      * END OF HISTORY ------------------------------------------------
      * THE OPERATOR'S NATIONAL LANGUAGE FROM THE DURABLE OPERPROF
      * PROFILE (SPACES = ENGLISH); A PRE-LANGUAGE PROFILE IS SHORT
      * AND ANSWERS LENGERR, WHICH STILL MEANS ENGLISH
           MOVE SPACES                 TO PROF-LANG PROF-OPID.
           EXEC CICS ASSIGN
                     OPID     (PROF-OPID)
                     NOHANDLE
           END-EXEC.
           IF  PROF-OPID > SPACES
               MOVE PROF-OPID          TO OPERPROF-OPID
               MOVE SPACES             TO OPERPROF-IDLE-EXEMPT
                                          OPERPROF-LANG
               MOVE LENGTH OF OPERPROF-RECORD TO OPT-LEN
               EXEC CICS READ
                         DATASET  ('OPERPROF')
                         INTO     (OPERPROF-RECORD)
                         RIDFLD   (OPERPROF-KEY)
                         LENGTH   (OPT-LEN)
                         EQUAL
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
               OR  EIBRESP = DFHRESP(LENGERR)
                   IF  NOT OPERPROF-LANG-ENGLISH
                       MOVE OPERPROF-LANG TO PROF-LANG
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES                 TO MAPT-PROFILE.
           MOVE ZEROES                 TO MAPT-MIN-HGHT MAPT-MIN-WDTH.

      * THE TITLE IN THE OPERATOR'S LANGUAGE FIRST, THEN THE ENGLISH
      * ONE WHEN THE MAP HAS NO TRANSLATION, THEN THE PROGRAM NAME
           MOVE PROF-LANG              TO MAPTITLE-LANG.
           PERFORM M20-TITLE-LOOKUP THRU M29-EXIT.
           IF  NOT MAPCACHE-FOUND
           AND NOT PROF-LANG-ENGLISH
               MOVE SPACES             TO MAPTITLE-LANG
               PERFORM M20-TITLE-LOOKUP THRU M29-EXIT
           END-IF.
           IF  NOT MAPCACHE-FOUND
               MOVE THIS-PGM           TO MAPTITLE
           END-IF.

           EXEC CICS ASSIGN
                     SCRNHT   (SCRNHGHT)
                     SCRNWD   (SCRNWDTH)
               SET  SCRN-SIZE-OK       TO TRUE
           END-IF.

           GO TO M99-MAPT-DONE.

      ******************************************************************
      *    SEARCH THE IN-MEMORY MAP-TITLE CACHE TABLE FOR A MATCH      *
      ******************************************************************
            END-IF.
        M19-EXIT.
            EXIT.

      ******************************************************************
      *    LOOK UP ONE MAP ID/LANGUAGE -- THE MAPCACHE TS QUEUE FIRST, *
      *    THEN DAPSYSF (CACHING WHAT IT FINDS); MAPCACHE-FOUND SAYS   *
      *    WHETHER EITHER ONE ANSWERED                                 *
      ******************************************************************
        M20-TITLE-LOOKUP.
           EXEC CICS READQ TS
                     QUEUE    ('MAPCACHE')
                     INTO     (MAPCACHE-TABLE)
                     LENGTH   (LENGTH OF MAPCACHE-TABLE)
                     ITEM     (1)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE ZERO               TO MAPCACHE-COUNT
           END-IF.

           MOVE ZERO                   TO MX.
           MOVE 'N'                    TO MAPCACHE-FOUND-SW.
           PERFORM M10-CACHE-SEARCH THRU M19-EXIT
                   UNTIL MX NOT < MAPCACHE-COUNT
                   OR    MAPCACHE-FOUND.
           IF  MAPCACHE-FOUND
               GO TO M29-EXIT
           END-IF.

           EXEC CICS READ
                     DATASET  (DAPSYSF)
                     SET      (ADDRESS OF MAPTITLE-RECORD)
                     RIDFLD   (MAPTITLE-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO M29-EXIT
           END-IF.
           MOVE 'Y'                    TO MAPCACHE-FOUND-SW.
           MOVE MAPTITLE-VALUE         TO MAPTITLE.
           MOVE MAPTITLE-HELP-TOPIC    TO MAPT-HELP-TOPIC.
           IF  MAPTITLE-MIN-HGHT IS NUMERIC
               MOVE MAPTITLE-MIN-HGHT  TO MAPT-MIN-HGHT
           END-IF.
           IF  MAPTITLE-MIN-WDTH IS NUMERIC
               MOVE MAPTITLE-MIN-WDTH  TO MAPT-MIN-WDTH
           END-IF.
           MOVE MAPTITLE-POPBDR        TO MAPT-POPBDR.
           MOVE MAPTITLE-POPOPT        TO MAPT-POPOPT.
           IF  MAPCACHE-COUNT NOT < 25
               GO TO M29-EXIT
           END-IF.
           ADD  1                      TO MAPCACHE-COUNT.
           MOVE MAPCACHE-COUNT         TO MX.
           MOVE MAPTITLE-KEY           TO MAPCACHE-KEY(MX).
           MOVE MAPTITLE-VALUE         TO MAPCACHE-VALUE(MX).
           MOVE MAPT-PROFILE           TO MAPCACHE-PROF(MX).
           EXEC CICS WRITEQ TS
                     QUEUE    ('MAPCACHE')
                     FROM     (MAPCACHE-TABLE)
                     LENGTH   (LENGTH OF MAPCACHE-TABLE)
                     ITEM     (1)
                     REWRITE
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               EXEC CICS WRITEQ TS
                         QUEUE    ('MAPCACHE')
                         FROM     (MAPCACHE-TABLE)
                         LENGTH   (LENGTH OF MAPCACHE-TABLE)
                         NOHANDLE
               END-EXEC
           END-IF.
        M29-EXIT.
            EXIT.

        M99-MAPT-DONE.
