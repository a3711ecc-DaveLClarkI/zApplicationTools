      *               TOKEN IN A PER-TASK MAIN TS QUEUE (ABN-QUEUE,
      *               SEE COMMWORK) SO A HARD ABEND STILL WRITES THE
      *               SAME UNEXERRF EVENT A HANDLED ERROR DOES.
      * 10/15/2026 DLC CHECK THE TRNSTATF TRANSACTION-STATUS FILE ON
      *               EVERY TASK ENTRY.  INSIDE ITS WINDOW A CLOSED
      *               TRANSACTION SAVES ANY IN-FLIGHT COMMAREA VIA
      *               T40-SAVE-COMMAREA, SENDS THE OPERATOR THE SHOP'S
      *               MESSAGE AND ENDS THE CONVERSATION CLEANLY; A
      *               READ-ONLY ONE SETS TRAN-READ-ONLY (SEE COMMWORK)
      *               FOR THE HOST PROGRAM TO TEST BEFORE UPDATING.
      * 10/15/2026 DLC CHECK THE COMMAREA TRACE SWITCH (CTRCCTL, SET BY
      *               CTRACEV) ON EVERY TASK ENTRY.  WHILE A TRACE IS
      *               ON FOR THIS TERMINAL OR OPERATOR THE ENTRY IMAGE
      *               IS FILED THROUGH Z70-TRACE-TURN (SEE COMMLNK2)
      *               AND COMMRETN FILES THE RETURN IMAGE; THE FIRST
      *               TASK TO FIND THE SWITCH PAST ITS EXPIRY DELETES
      *               IT, SO THE TRACE ENDS BY ITSELF.
      * 10/15/2026 DLC THE PROBLEM-REPORT KEY (PROB-KEY-AID, SEE
      *               COMMWORK) ON ANY SCREEN LINKS TO PROBRPT WITH
      *               THE COMMAREA HEADER, WHICH CAPTURES THE SCREEN,
      *               FILES AN INCIDENT AND TELLS THE HELP DESK; THE
      *               CONVERSATION IS THEN SAVED AND RESUMED THE WAY
      *               A RETURN FROM ANOTHER PROGRAM IS, SO THE HOST
      *               SCREEN COMES BACK ON THE NEXT KEY.
      * 10/15/2026 DLC RE-LAY THE TWO "CANNOT RECOVER SAVED COMMAREA"
      *               STRING STATEMENTS, WHICH RAN PAST COLUMN 72.
      * END OF HISTORY ------------------------------------------------
      * NOTE -- COMM-TEMPSES (PIC X(01)) IS THE TEMP-AREA MIRROR OF
      * COMM-SESSION; THE 'SESN' START PATH BELOW STUFFS IT WITH THE
                     APPLID   (THIS-APPLID)
                     NOHANDLE
           END-EXEC.
      * a transaction taken out of service (see TRNSTATF) stops here
      * -- inside its window a closed one ends the conversation, a
      * read-only one runs with TRAN-READ-ONLY set for the host
           MOVE SPACE                  TO TRAN-STATE-SW.
           MOVE THIS-TRN               TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND (TRNSTATF-CLOSED OR TRNSTATF-READ-ONLY)
               EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME
                         ABSTIME  (WS-ABSTIME)
                         YYYYMMDD (TRNS-NOW-DATE)
                         TIME     (TRNS-NOW-TIME)
                         NOHANDLE
               END-EXEC
               IF  (TRNSTATF-FROM  NOT > SPACES
               OR   TRNSTATF-FROM  NOT > TRNS-NOW)
               AND (TRNSTATF-UNTIL NOT > SPACES
               OR   TRNSTATF-UNTIL     > TRNS-NOW)
                   MOVE TRNSTATF-STATE TO TRAN-STATE-SW
               END-IF
           END-IF.
           IF  TRAN-CLOSED
      * ... an in-flight conversation is saved the normal way (so
      * ... TSRESUME can pick it up once the transaction reopens)
               IF  EIBCALEN     = LENGTH OF DFHCOMMAREA
               AND COMM-TRANSID = THIS-TRN
                   PERFORM T40-SAVE-COMMAREA THRU T45-EXIT
               END-IF
               MOVE SPACES             TO DLC9-MSG
               IF  TRNSTATF-TEXT > SPACES
                   STRING THIS-TRN ': '     DELIMITED BY SIZE
                          TRNSTATF-TEXT     DELIMITED BY SIZE
                       INTO DLC9-MSG
               ELSE
                   STRING THIS-TRN          DELIMITED BY SIZE
                          ': THIS TRANSACTION IS CLOSED FOR '
                                            DELIMITED BY SIZE
                          'MAINTENANCE -- PLEASE TRY AGAIN LATER'
                                            DELIMITED BY SIZE
                       INTO DLC9-MSG
               END-IF
               EXEC CICS SEND TEXT
                         FROM     (DLC9-MSG)
                         LENGTH   (LENGTH OF DLC9-MSG)
                         ERASE
                         FREEKB
                         NOHANDLE
               END-EXEC
               EXEC CICS HANDLE ABEND
                         CANCEL
                         NOHANDLE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE THIS-APPLID            TO TSQXREF-APPLID.
           MOVE THIS-QUE               TO TSQXREF-QUEUE.
           IF  EIBCALEN     NOT = LENGTH OF DFHCOMMAREA
                           END-IF
                       ELSE
                           MOVE SPACES     TO DLC9-MSG
                           STRING THIS-PGM     DELIMITED BY SIZE
                                  ': CANNOT RECOVER SAVED COMMAREA, '
                                  'QUEUE '     DELIMITED BY SIZE
                                  THIS-QUE     DELIMITED BY SIZE
                                  ', CHKPT='   DELIMITED BY SIZE
                                  COMM-CHKPTOKEN
                                               DELIMITED BY SIZE
                               INTO DLC9-MSG
                           MOVE THIS-PGM TO MSGR-COMPONENT
                           MOVE 'W' TO MSGR-SEVERITY
                             END-IF
                           ELSE
                               MOVE SPACES     TO DLC9-MSG
                               STRING THIS-PGM DELIMITED BY SIZE
                                    ': CANNOT RECOVER SAVED COMMAREA, '
                                    'QUEUE '   DELIMITED BY SIZE
                                    THIS-QUE   DELIMITED BY SIZE
                                    ', CHKPT=' DELIMITED BY SIZE
                                    COMM-CHKPTOKEN
                                               DELIMITED BY SIZE
                                   INTO DLC9-MSG
                               MOVE THIS-PGM TO MSGR-COMPONENT
                               MOVE 'W' TO MSGR-SEVERITY
                     MAIN
                     NOHANDLE
           END-EXEC.

      * a commarea trace switched on for this terminal or operator
      * (see CTRACEV) files the turn's entry image; the first task to
      * find the switch past its expiry deletes it -- the trace ends
           MOVE 'N'                    TO CTRC-TRACE-SW.
           MOVE LENGTH OF CTRCCTL-RECORD TO CTRC-QLEN.
           EXEC CICS READQ TS
                     QUEUE    ('CTRCCTL ')
                     INTO     (CTRCCTL-RECORD)
                     LENGTH   (CTRC-QLEN)
                     ITEM     (1)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               IF  CTRCCTL-UNTIL NOT > TURN-START
                   EXEC CICS DELETEQ TS
                             QUEUE    ('CTRCCTL ')
                             NOHANDLE
                   END-EXEC
                   IF  EIBRESP = DFHRESP(NORMAL)
                       MOVE SPACES     TO DLC9-MSG
                       STRING THIS-PGM ': COMMAREA TRACE OF '
                                            DELIMITED BY SIZE
                              CTRCCTL-TARGET
                                            DELIMITED BY SIZE
                              ' EXPIRED -- TRACE SWITCHED OFF'
                                            DELIMITED BY SIZE
                           INTO DLC9-MSG
                       MOVE THIS-PGM   TO MSGR-COMPONENT
                       MOVE 'I'        TO MSGR-SEVERITY
                       MOVE DLC9-MSG   TO MSGR-TEXT
                       EXEC CICS LINK
                                 PROGRAM  ('MSGROUTE')
                                 COMMAREA (MSGR-AREA)
                                 LENGTH   (LENGTH OF MSGR-AREA)
                                 NOHANDLE
                       END-EXEC
                   END-IF
               ELSE
                   MOVE SPACES         TO CTRC-OPID
                   EXEC CICS ASSIGN
                             OPID     (CTRC-OPID)
                             NOHANDLE
                   END-EXEC
                   IF  (CTRCCTL-BY-TERMINAL
                   AND  CTRCCTL-TARGET = EIBTRMID)
                   OR  (CTRCCTL-BY-OPERATOR
                   AND  CTRCCTL-TARGET(1:3) = CTRC-OPID)
                       SET  CTRC-TRACING TO TRUE
                       MOVE 'E'        TO CTRC-PHASE
                       PERFORM Z70-TRACE-TURN THRU Z79-EXIT
                   END-IF
               END-IF
           END-IF.

      * the problem-report key files an incident with the evidence
      * (see PROBRPT) -- the screen is captured before anything else
      * touches it, and the conversation is saved and resumed the way
      * a return from another program is, so the next key brings the
      * host screen back
           IF  EIBAID = PROB-KEY-AID
               MOVE SPACES             TO PROB-AREA
               MOVE THIS-TRN           TO PROB-TRANSID
               MOVE THIS-PGM           TO PROB-PGM
               MOVE COMM-SESSION       TO PROB-SESSION
               MOVE COMM-CHKPTOKEN     TO PROB-CHKPTOKEN
               MOVE ZERO               TO PROB-HOPS
                                          PROB-ID
               EXEC CICS LINK
                         PROGRAM  ('PROBRPT ')
                         COMMAREA (PROB-AREA)
                         LENGTH   (LENGTH OF PROB-AREA)
                         NOHANDLE
               END-EXEC
               PERFORM T40-SAVE-COMMAREA THRU T45-EXIT
               MOVE 'RETN'             TO COMM-TRANSID
               GO TO Z95-CICS-RETURN
           END-IF.
