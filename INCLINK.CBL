       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    INCLINK.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       INCIDENT SERVICE.  LINKED (SEE THE INCLINK
      *REMARKS.       COPYBOOK) BY ANY CONSOLE THAT HAS AN EVENT IN
      *REMARKS.       FRONT OF THE OPERATOR -- ALERTCON, UNEXERRI,
      *REMARKS.       INCTLINE AND THE INCIDWB WORKBENCH ITSELF -- TO
      *REMARKS.       ATTACH THE EVENT TO AN INCIDENT ON INCIDF, OR TO
      *REMARKS.       OPEN A NEW INCIDENT (NUMBERED FROM THE INCIDENT
      *REMARKS.       ZERO CONTROL RECORD) WITH THE EVENT ATTACHED.
      *REMARKS.       THE CHANGE IS GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'INCIDENT') AND AUDITED THROUGH AUDITWRT.  A
      *REMARKS.       CLOSED INCIDENT TAKES NO MORE EVENTS, AN EVENT
      *REMARKS.       IS ATTACHED TO AN INCIDENT ONLY ONCE, AND AN
      *REMARKS.       EVENT OLDER THAN THE INCIDENT'S START MOVES THE
      *REMARKS.       START BACK TO IT.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'INCLINK'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  MORE-EVENTS-SW            PIC  X(01).
           88  NO-MORE-EVENTS                       VALUE 'N'.
         03  CTL-FOUND-SW              PIC  X(01).
           88  CTL-FOUND                            VALUE 'Y'.
         03  BRWS-KEY                  PIC  X(12).
         03  SEQ-ED                    PIC  9(04).

       COPY INCIDF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY INCLINK.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                         ABCODE('CALN')
               END-EXEC
           END-IF.

           SET  INCL-FAILED            TO TRUE.
           MOVE ZERO                   TO INCL-EVT-SEQ.
           MOVE SPACES                 TO INCL-MSG.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE SPACES                 TO INCL-OPID.
           EXEC CICS ASSIGN
                     OPID     (INCL-OPID)
                     NOHANDLE
           END-EXEC.

           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               SET  INCL-DENIED        TO TRUE
               MOVE 'NOT AUTHORIZED TO CHANGE INCIDENTS' TO INCL-MSG
               GO TO A90-MAINLINE-EXIT
           END-IF.

           IF  INCL-NEW
               PERFORM B00-NEW-INCIDENT THRU B90-EXIT
               IF  NOT INCL-DONE
               OR  INCL-SOURCE NOT > SPACES
                   GO TO A90-MAINLINE-EXIT
               END-IF
           END-IF.

           IF  NOT INCL-NEW
           AND NOT INCL-ATTACH
               MOVE 'INVALID INCLINK REQUEST' TO INCL-MSG
               GO TO A90-MAINLINE-EXIT
           END-IF.

           PERFORM C00-ATTACH-EVENT THRU C90-EXIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    TAKE THE NEXT INCIDENT NUMBER FROM THE CONTROL RECORD (ONE  *
      *    IS STARTED ON A NEW FILE) AND WRITE THE NEW HEADER          *
      ******************************************************************
       B00-NEW-INCIDENT.
           MOVE ZERO                   TO INCIDF-ID
                                          INCIDF-SEQ.
           SET  INCIDF-CONTROL         TO TRUE.
           MOVE 'Y'                    TO CTL-FOUND-SW.
           EXEC CICS READ
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'N'            TO CTL-FOUND-SW
                   MOVE SPACES         TO INCIDF-BODY
                   MOVE ZERO           TO INCIDF-LAST-ID
               WHEN OTHER
                   MOVE 'INCIDENT FILE UNAVAILABLE' TO INCL-MSG
                   GO TO B90-EXIT
           END-EVALUATE.
           IF  INCIDF-LAST-ID NOT NUMERIC
               MOVE ZERO               TO INCIDF-LAST-ID
           END-IF.
           ADD  1                      TO INCIDF-LAST-ID.
           MOVE INCIDF-LAST-ID         TO INCL-ID.
           IF  CTL-FOUND
               EXEC CICS REWRITE
                         DATASET  ('INCIDF  ')
                         FROM     (INCIDF-RECORD)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                         DATASET  ('INCIDF  ')
                         FROM     (INCIDF-RECORD)
                         RIDFLD   (INCIDF-KEY)
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'INCIDENT NUMBER NOT ASSIGNED - SEE SYSTEM LOG'
                                       TO INCL-MSG
               GO TO B90-EXIT
           END-IF.

           MOVE INCL-ID                TO INCIDF-ID.
           SET  INCIDF-HEADER          TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           MOVE SPACES                 TO INCIDF-BODY.
           MOVE INCL-TITLE             TO INCIDF-TITLE.
           IF  INCIDF-TITLE NOT > SPACES
               MOVE INCL-TEXT          TO INCIDF-TITLE
           END-IF.
           MOVE INCL-SEVERITY          TO INCIDF-SEVERITY.
           IF  INCIDF-SEVERITY < 1
           OR  INCIDF-SEVERITY > 4
               MOVE 3                  TO INCIDF-SEVERITY
           END-IF.
           SET  INCIDF-OPEN            TO TRUE.
           MOVE INCL-OPID              TO INCIDF-OWNER
                                          INCIDF-OPENED-BY.
           MOVE CURR-ABSTIME           TO INCIDF-OPEN-STAMP
                                          INCIDF-START-STAMP.
           MOVE ZERO                   TO INCIDF-END-STAMP
                                          INCIDF-CLOSE-STAMP
                                          INCIDF-LAST-UPD-SEQ
                                          INCIDF-LAST-EVT-SEQ.
           MOVE INCL-PGM               TO INCIDF-ORIGIN.
           EXEC CICS WRITE
                     DATASET  ('INCIDF  ')
                     FROM     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'INCIDENT NOT OPENED - SEE SYSTEM LOG' TO INCL-MSG
               GO TO B90-EXIT
           END-IF.
           SET  INCL-DONE              TO TRUE.
           MOVE SPACES                 TO INCL-MSG.
           STRING 'INCIDENT ' INCL-ID ' OPENED'
                                       DELIMITED BY SIZE
               INTO INCL-MSG.
           MOVE 'OPEN'                 TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           STRING 'SEV ' INCIDF-SEVERITY ' ' INCIDF-TITLE
                                       DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    ATTACH THE EVENT -- REFUSED WHEN IT IS ALREADY ON THE       *
      *    INCIDENT (CHECKED BEFORE THE HEADER IS HELD FOR UPDATE) OR  *
      *    THE INCIDENT IS CLOSED                                      *
      ******************************************************************
       C00-ATTACH-EVENT.
           SET  INCL-FAILED            TO TRUE.
           PERFORM D00-CHECK-DUPLICATE THRU D90-EXIT.
           IF  INCL-DUPLICATE
               GO TO C90-EXIT
           END-IF.

           MOVE INCL-ID                TO INCIDF-ID.
           SET  INCIDF-HEADER          TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           EXEC CICS READ
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  INCL-NOT-FOUND     TO TRUE
               MOVE SPACES             TO INCL-MSG
               STRING 'INCIDENT ' INCL-ID ' NOT FOUND'
                                       DELIMITED BY SIZE
                   INTO INCL-MSG
               GO TO C90-EXIT
           END-IF.
           IF  INCIDF-CLOSED
               EXEC CICS UNLOCK
                         DATASET  ('INCIDF  ')
                         NOHANDLE
               END-EXEC
               SET  INCL-IS-CLOSED     TO TRUE
               MOVE SPACES             TO INCL-MSG
               STRING 'INCIDENT ' INCL-ID ' IS CLOSED'
                                       DELIMITED BY SIZE
                   INTO INCL-MSG
               GO TO C90-EXIT
           END-IF.
           ADD  1                      TO INCIDF-LAST-EVT-SEQ.
           MOVE INCIDF-LAST-EVT-SEQ    TO INCL-EVT-SEQ.
           IF  INCL-STAMP > ZERO
           AND (INCIDF-START-STAMP = ZERO
           OR   INCL-STAMP < INCIDF-START-STAMP)
               MOVE INCL-STAMP         TO INCIDF-START-STAMP
           END-IF.
           EXEC CICS REWRITE
                     DATASET  ('INCIDF  ')
                     FROM     (INCIDF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'ATTACH FAILED - SEE SYSTEM LOG' TO INCL-MSG
               GO TO C90-EXIT
           END-IF.

           MOVE INCL-ID                TO INCIDF-ID.
           SET  INCIDF-EVENT           TO TRUE.
           MOVE INCL-EVT-SEQ           TO INCIDF-SEQ.
           MOVE SPACES                 TO INCIDF-BODY.
           MOVE INCL-SOURCE            TO INCIDF-EVT-SOURCE.
           MOVE INCL-FILE              TO INCIDF-EVT-FILE.
           MOVE INCL-KEY               TO INCIDF-EVT-KEY.
           MOVE INCL-STAMP             TO INCIDF-EVT-STAMP.
           MOVE INCL-OFFENDER          TO INCIDF-EVT-OFFENDER.
           MOVE INCL-TEXT              TO INCIDF-EVT-TEXT.
           MOVE INCL-OPID              TO INCIDF-EVT-OPID.
           MOVE CURR-ABSTIME           TO INCIDF-EVT-ADDED.
           EXEC CICS WRITE
                     DATASET  ('INCIDF  ')
                     FROM     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'ATTACH FAILED - SEE SYSTEM LOG' TO INCL-MSG
               GO TO C90-EXIT
           END-IF.
           SET  INCL-DONE              TO TRUE.
           MOVE INCL-EVT-SEQ           TO SEQ-ED.
           MOVE SPACES                 TO INCL-MSG.
           IF  INCL-NEW
               STRING 'INCIDENT ' INCL-ID ' OPENED WITH THE '
                      INCL-SOURCE ' EVENT'
                                       DELIMITED BY SIZE
                   INTO INCL-MSG
           ELSE
               STRING INCL-SOURCE ' EVENT ATTACHED TO INCIDENT '
                      INCL-ID ' AS ' SEQ-ED
                                       DELIMITED BY SIZE
                   INTO INCL-MSG
           END-IF.
           MOVE 'ATTACH'               TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           STRING INCL-SOURCE ' ' INCL-FILE ' ' INCL-OFFENDER ' '
                  INCL-TEXT            DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    WALK THE INCIDENT'S EVENTS FOR ONE FROM THE SAME FILE WITH  *
      *    THE SAME KEY                                                *
      ******************************************************************
       D00-CHECK-DUPLICATE.
           MOVE 'Y'                    TO MORE-EVENTS-SW.
           MOVE INCL-ID                TO INCIDF-ID.
           SET  INCIDF-EVENT           TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           MOVE INCIDF-KEY             TO BRWS-KEY.
           EXEC CICS STARTBR
                     DATASET  ('INCIDF  ')
                     RIDFLD   (BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO D90-EXIT
           END-IF.
           PERFORM D10-READ-EVENT THRU D10-EXIT
                   UNTIL NO-MORE-EVENTS.
           EXEC CICS ENDBR
                     DATASET  ('INCIDF  ')
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       D10-READ-EVENT.
           EXEC CICS READNEXT
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  INCIDF-ID NOT = INCL-ID
           OR  NOT INCIDF-EVENT
               SET  NO-MORE-EVENTS     TO TRUE
               GO TO D10-EXIT
           END-IF.
           IF  INCIDF-EVT-SOURCE = INCL-SOURCE
           AND INCIDF-EVT-FILE   = INCL-FILE
           AND INCIDF-EVT-KEY    = INCL-KEY
               SET  INCL-DUPLICATE     TO TRUE
               SET  NO-MORE-EVENTS     TO TRUE
               MOVE INCIDF-SEQ         TO SEQ-ED
               MOVE SPACES             TO INCL-MSG
               STRING 'ALREADY ON INCIDENT ' INCL-ID ' AS EVENT '
                      SEQ-ED           DELIMITED BY SIZE
                   INTO INCL-MSG
           END-IF.
       D10-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE CHANGE THROUGH AUTHCHK UNDER THE CALLER'S NAME (A  *
      *    FAILED LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)     *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'INCIDENT'             TO AUTH-FUNCTION.
           MOVE INCL-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           MOVE SPACES                 TO AUTH-OPID.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD UNDER THE CALLER'S NAME        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE INCL-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE INCIDF-KEY             TO AUDIT-REC-KEY.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
