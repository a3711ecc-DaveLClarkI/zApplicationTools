      *REMARKS.       LEVEL TEXT -- SO COMM-HELPFLD FINALLY LANDS
      *REMARKS.       THE OPERATOR ON FIELD-LEVEL HELP.  ENTER PAGES
      *REMARKS.       FORWARD; ANY OTHER KEY ENDS THE DISPLAY.
      *REMARKS.       TEXT IS SHOWN IN THE OPERATOR'S OPERPROF
      *REMARKS.       LANGUAGE WHEN IT HAS BEEN TRANSLATED, IN
      *REMARKS.       ENGLISH OTHERWISE.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               IBM3270 COPYBOOK INSTEAD OF A HARD-CODED HEX
      *               LITERAL, SO THE AID CONSTANTS STAY IN ONE
      *               PLACE.
      * 10/15/2026 DLC NATIONAL-LANGUAGE HELP -- THE OPERATOR'S
      *               LANGUAGE COMES FROM OPERPROF AND EACH LEVEL IS
      *               TRIED IN THAT LANGUAGE BEFORE ENGLISH: FIELD
      *               TEXT, ENGLISH FIELD TEXT, TOPIC TEXT, ENGLISH
      *               TOPIC TEXT.  THE PAGE HEADING AND PAGING
      *               PROMPTS FOLLOW THE SAME LANGUAGE ('ES' SO FAR).
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  SHOWN-ANY-SW              PIC  X(01).
           88  SHOWN-ANY                            VALUE 'Y'.
         03  WANT-FIELD                PIC  X(08).
         03  WANT-LANG                 PIC  X(02).
         03  OPER-LANG                 PIC  X(02)   VALUE SPACES.
         03  PROF-LEN                  PIC S9(04)   BINARY.
         03  HELP-HEAD                 PIC  X(07)   VALUE 'HELP:  '.
         03  HELP-END                  PIC  X(21)
                                       VALUE '(END -- PRESS ENTER)'.
         03  HELP-MORE                 PIC  X(21)
                                       VALUE '(MORE -- PRESS ENTER)'.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1600).

       COPY HELPTXT.

       COPY OPERPROF.

       COPY IBM3270.

      /*****************************************************************

           MOVE 'N'                    TO HELPSHOW-FOUND-SW
                                          SHOWN-ANY-SW.
           PERFORM A10-OPERATOR-LANG THRU A19-EXIT.

      * FIELD-LEVEL TEXT FIRST; WHEN THE FIELD HAS NONE, FALL BACK
      * TO THE TOPIC-LEVEL (BLANK-FIELD) TEXT -- EACH IN THE
      * OPERATOR'S LANGUAGE FIRST, THEN IN ENGLISH
           IF  HELPSHOW-FIELD > SPACES
               MOVE HELPSHOW-FIELD     TO WANT-FIELD
               PERFORM A20-SHOW-LEVEL THRU A29-EXIT
           END-IF.
           IF  NOT SHOWN-ANY
               MOVE SPACES             TO WANT-FIELD
               PERFORM A20-SHOW-LEVEL THRU A29-EXIT
           END-IF.

           IF  SHOWN-ANY
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    THE OPERATOR'S NATIONAL LANGUAGE FROM OPERPROF (SPACES =    *
      *    ENGLISH; A SHORT PRE-LANGUAGE PROFILE ANSWERS LENGERR AND   *
      *    STAYS ENGLISH), AND THE PROMPTS TO MATCH IT                 *
      ******************************************************************
       A10-OPERATOR-LANG.
           MOVE SPACES                 TO OPERPROF-RECORD.
           EXEC CICS ASSIGN
                     OPID     (OPERPROF-OPID)
                     NOHANDLE
           END-EXEC.
           IF  OPERPROF-OPID NOT > SPACES
               GO TO A19-EXIT
           END-IF.
           MOVE LENGTH OF OPERPROF-RECORD TO PROF-LEN.
           EXEC CICS READ
                     DATASET  ('OPERPROF')
                     INTO     (OPERPROF-RECORD)
                     RIDFLD   (OPERPROF-KEY)
                     LENGTH   (PROF-LEN)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(LENGERR)
               GO TO A19-EXIT
           END-IF.
           IF  NOT OPERPROF-LANG-ENGLISH
               MOVE OPERPROF-LANG      TO OPER-LANG
           END-IF.
           IF  OPER-LANG = 'ES'
               MOVE 'AYUDA: '          TO HELP-HEAD
               MOVE '(FIN -- PULSE ENTER)' TO HELP-END
               MOVE '(MAS -- PULSE ENTER)' TO HELP-MORE
           END-IF.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE LEVEL (FIELD OR TOPIC) -- THE OPERATOR'S LANGUAGE, THEN *
      *    ENGLISH WHEN NOTHING IN THAT LANGUAGE WAS SHOWN             *
      ******************************************************************
       A20-SHOW-LEVEL.
           IF  OPER-LANG > SPACES
               MOVE OPER-LANG          TO WANT-LANG
               PERFORM B00-SHOW-TEXT THRU B90-EXIT
           END-IF.
           IF  NOT SHOWN-ANY
               MOVE SPACES             TO WANT-LANG
               PERFORM B00-SHOW-TEXT THRU B90-EXIT
           END-IF.
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE THE TOPIC/FIELD'S NUMBERED LINES, SENDING A PAGE AT  *
      *    A TIME; ENTER PAGES FORWARD, ANYTHING ELSE STOPS            *
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE HELPSHOW-TOPIC         TO HELPTXT-TOPIC.
           MOVE WANT-FIELD             TO HELPTXT-FIELD.
           MOVE WANT-LANG              TO HELPTXT-LANG.
           MOVE ZEROES                 TO HELPTXT-LINE-NO.
           EXEC CICS STARTBR
                     DATASET  ('HELPTXT ')
       C00-SHOW-PAGE.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING HELP-HEAD                DELIMITED BY SIZE
                  HELPSHOW-TOPIC           DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WANT-FIELD               DELIMITED BY SIZE
           MOVE 'Y'                    TO SHOWN-ANY-SW.

           IF  NO-MORE-ENTRIES
               STRING HELP-END             DELIMITED BY SIZE
                   INTO TEXT-BUFFER   WITH POINTER BUF-PTR
           ELSE
               STRING HELP-MORE            DELIMITED BY SIZE
                   INTO TEXT-BUFFER   WITH POINTER BUF-PTR
           END-IF.
           SUBTRACT 1                FROM BUF-PTR.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  HELPTXT-TOPIC NOT = HELPSHOW-TOPIC
           OR  HELPTXT-FIELD NOT = WANT-FIELD
           OR  HELPTXT-LANG NOT = WANT-LANG
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO C19-EXIT
           END-IF.
