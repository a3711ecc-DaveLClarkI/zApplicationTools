      *REMARKS.       COPYBOOK), THE QUEUE-SIDE COMPANION OF THE
      *REMARKS.       SETCTLBK HELPER JOBDATA ALREADY USES.  PAIRED
      *REMARKS.       WITH JOBDINQ, THE BATCH WINDOW IS FINALLY
      *REMARKS.       VISIBLE FROM A TERMINAL.  A PICKED ENTRY CAN BE
      *REMARKS.       HELD, RELEASED, DELETED (AFTER A CONFIRMATION),
      *REMARKS.       RE-CLASSED, OR RE-PRIORITIZED THROUGH THE
      *REMARKS.       PWRQACT QUEUE-ACTION SERVICE, EACH ACTION UNDER
      *REMARKS.       ITS OWN AUTHCHK FUNCTION AND AUDITED VIA
      *REMARKS.       AUDITWRT WITH THE BEFORE AND AFTER STATE.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC PICKING AN ENTRY NOW OFFERS H(OLD), R(ELEASE),
      *               D(ELETE), C(LASS), AND P(RIORITY) THROUGH THE
      *               NEW PWRQACT SERVICE.  EACH ACTION HAS ITS OWN
      *               AUTHCHK FUNCTION (PWRHOLD/PWRRLSE/PWRDEL/
      *               PWRCLASS/PWRPRTY), A DELETE MUST BE CONFIRMED,
      *               AND EVERY ACTION TAKEN IS AUDITED VIA AUDITWRT
      *               WITH THE CLASS/PRIORITY/DISPOSITION BEFORE AND
      *               AFTER.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  CLASS-DUP-SW              PIC  X(01).
           88  CLASS-DUP                            VALUE 'Y'.
         03  PRIO-ED                   PIC  9.
         03  ACT-DONE-TEXT             PIC  X(12).

       01  PWRP-ACTION-LINE.
         03  PWRP-IN-ACTION            PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  PWRP-IN-NEW               PIC  X(01).

       01  PWRP-INPUT-LINE.
         03  PWRP-IN-FUNC              PIC  X(01).

       COPY PWRQSCAN.

       COPY PWRQACT.

       01  POPLIST-AREA.
           COPY POPLIST.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  AUTH-AREA.
         COPY AUTHCHK.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
                      ' DISP ' PWRQ-DISP(QX)
                                       DELIMITED BY SIZE
                   INTO PWRP-MSG
               PERFORM K00-ENTRY-ACTION THRU K90-EXIT
           ELSE
               MOVE 'READY'            TO PWRP-MSG
           END-IF.
               INTO POPLIST-DSC(CX).
       H39-EXIT.
           EXIT.

      ******************************************************************
      *    OFFER THE ACTIONS ON THE PICKED ENTRY (QX), GATE THE ONE    *
      *    CHOSEN THROUGH AUTHCHK, AND HAVE PWRQACT CARRY IT OUT       *
      ******************************************************************
       K00-ENTRY-ACTION.
           MOVE SPACES                  TO PWRP-PROMPT.
           MOVE 1                       TO PWRP-PROMPT-LEN.
           STRING 'PWRQPAN   '                 DELIMITED BY SIZE
                  PWRP-MSG                     DELIMITED BY SIZE
                  '  A(H=HOLD/R=RELEASE/D=DELETE/C=CLASS/'
                                                DELIMITED BY SIZE
                  'P=PRIORITY/BLANK) NEW(C/P) ==> '
                                                DELIMITED BY SIZE
               INTO PWRP-PROMPT         WITH POINTER PWRP-PROMPT-LEN.
           SUBTRACT 1                   FROM PWRP-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (PWRP-PROMPT)
                     LENGTH   (PWRP-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                  TO PWRP-ACTION-LINE.
           MOVE LENGTH OF PWRP-ACTION-LINE TO PWRP-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (PWRP-ACTION-LINE)
                     LENGTH   (PWRP-IN-LENG)
                     NOHANDLE
           END-EXEC.
           IF  PWRP-IN-ACTION = SPACE
               GO TO K90-EXIT
           END-IF.

           MOVE PWRP-IN-ACTION          TO PWRA-ACTION.
           EVALUATE TRUE
               WHEN PWRA-HOLD
                   MOVE 'PWRHOLD '     TO AUTH-FUNCTION
                   MOVE 'HOLD'         TO AUDIT-ACTION
                   MOVE 'HELD'         TO ACT-DONE-TEXT
               WHEN PWRA-RELEASE
                   MOVE 'PWRRLSE '     TO AUTH-FUNCTION
                   MOVE 'RELEASE'      TO AUDIT-ACTION
                   MOVE 'RELEASED'     TO ACT-DONE-TEXT
               WHEN PWRA-DELETE
                   MOVE 'PWRDEL  '     TO AUTH-FUNCTION
                   MOVE 'DELETE'       TO AUDIT-ACTION
                   MOVE 'DELETED'      TO ACT-DONE-TEXT
               WHEN PWRA-CHG-CLASS
                   IF  PWRP-IN-NEW IS NOT ALPHABETIC
                   AND PWRP-IN-NEW IS NOT NUMERIC
                   OR  PWRP-IN-NEW = SPACE
                       MOVE 'NEW CLASS MUST BE A-Z OR 0-9'
                                       TO PWRP-MSG
                       GO TO K90-EXIT
                   END-IF
                   MOVE 'PWRCLASS'     TO AUTH-FUNCTION
                   MOVE 'RECLASS'      TO AUDIT-ACTION
                   MOVE 'RE-CLASSED'   TO ACT-DONE-TEXT
               WHEN PWRA-CHG-PRIORITY
                   IF  PWRP-IN-NEW IS NOT NUMERIC
                       MOVE 'NEW PRIORITY MUST BE 0-9'
                                       TO PWRP-MSG
                       GO TO K90-EXIT
                   END-IF
                   MOVE 'PWRPRTY '     TO AUTH-FUNCTION
                   MOVE 'PRIORITY'     TO AUDIT-ACTION
                   MOVE 'RE-PRIORITIZED' TO ACT-DONE-TEXT
               WHEN OTHER
                   MOVE 'INVALID ACTION - USE H, R, D, C, OR P'
                                       TO PWRP-MSG
                   GO TO K90-EXIT
           END-EVALUATE.

           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO K90-EXIT
           END-IF.
           IF  PWRA-DELETE
               PERFORM K10-CONFIRM-DELETE THRU K19-EXIT
               IF  PWRP-IN-ACTION NOT = 'Y'
                   MOVE 'DELETE CANCELLED'  TO PWRP-MSG
                   GO TO K90-EXIT
               END-IF
           END-IF.

           MOVE SCAN-QUEUE              TO PWRA-QUEUE.
           MOVE PWRQ-JOB-NAME(QX)       TO PWRA-JOB-NAME.
           MOVE PWRQ-JOB-NUMB(QX)       TO PWRA-JOB-NUMB.
           MOVE SPACE                   TO PWRA-NEW-CLASS.
           MOVE ZERO                    TO PWRA-NEW-PRIORITY.
           IF  PWRA-CHG-CLASS
               MOVE PWRP-IN-NEW         TO PWRA-NEW-CLASS
           END-IF.
           IF  PWRA-CHG-PRIORITY
               MOVE PWRP-IN-NEW         TO PWRA-NEW-PRIORITY
           END-IF.
           MOVE SPACES                  TO PWRA-OUT-CLASS
                                           PWRA-OUT-PRIORITY
                                           PWRA-OUT-DISP.
           SET  PWRA-OK                 TO TRUE.
           CALL 'PWRQACT'            USING PWRQACT-PARMS.
           EVALUATE TRUE
               WHEN PWRA-NOT-FOUND
                   MOVE 'ENTRY IS NO LONGER ON THE QUEUE'
                                        TO PWRP-MSG
                   GO TO K90-EXIT
               WHEN PWRA-ERROR
                   MOVE 'POWER ACTION FAILED - SEE SYSTEM LOG'
                                        TO PWRP-MSG
                   GO TO K90-EXIT
           END-EVALUATE.

           MOVE SPACES                  TO PWRP-MSG.
           STRING PWRA-JOB-NAME ' NUMBER ' PWRA-JOB-NUMB ' '
                  ACT-DONE-TEXT         DELIMITED BY SIZE
               INTO PWRP-MSG.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       K90-EXIT.
           EXIT.

      ******************************************************************
      *    A DELETE CANNOT BE UNDONE -- ASK AGAIN ON A SCREEN OF ITS   *
      *    OWN; ONLY Y GOES AHEAD                                      *
      ******************************************************************
       K10-CONFIRM-DELETE.
           MOVE SPACES                  TO PWRP-PROMPT.
           MOVE 1                       TO PWRP-PROMPT-LEN.
           IF  SCAN-QUEUE = 'L'
               STRING 'PWRQPAN   DELETE '        DELIMITED BY SIZE
                      PWRQ-JOB-NAME(QX)          DELIMITED BY SIZE
                      ' NUMBER ' PWRQ-JOB-NUMB(QX)
                                                 DELIMITED BY SIZE
                      ' FROM THE LST QUEUE?  OUTPUT IS LOST.'
                                                 DELIMITED BY SIZE
                      '  (Y/N) ==> '             DELIMITED BY SIZE
                   INTO PWRP-PROMPT     WITH POINTER PWRP-PROMPT-LEN
           ELSE
               STRING 'PWRQPAN   DELETE '        DELIMITED BY SIZE
                      PWRQ-JOB-NAME(QX)          DELIMITED BY SIZE
                      ' NUMBER ' PWRQ-JOB-NUMB(QX)
                                                 DELIMITED BY SIZE
                      ' FROM THE RDR QUEUE?  IT WILL NOT RUN.'
                                                 DELIMITED BY SIZE
                      '  (Y/N) ==> '             DELIMITED BY SIZE
                   INTO PWRP-PROMPT     WITH POINTER PWRP-PROMPT-LEN
           END-IF.
           SUBTRACT 1                   FROM PWRP-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (PWRP-PROMPT)
                     LENGTH   (PWRP-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                  TO PWRP-ACTION-LINE.
           MOVE LENGTH OF PWRP-ACTION-LINE TO PWRP-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (PWRP-ACTION-LINE)
                     LENGTH   (PWRP-IN-LENG)
                     NOHANDLE
           END-EXEC.
       K19-EXIT.
           EXIT.

      ******************************************************************
      *    AUDIT AN ACTION TAKEN -- THE KEY IS THE QUEUE ENTRY, THE    *
      *    OLD/NEW VALUES ITS CLASS, PRIORITY, AND DISPOSITION         *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY
                                          AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           STRING PWRA-QUEUE ' ' PWRA-JOB-NAME ' ' PWRA-JOB-NUMB
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE PWRQ-PRIORITY(QX)      TO PRIO-ED.
           STRING 'CLASS ' PWRQ-ENT-CLASS(QX)
                  ' PRI ' PRIO-ED
                  ' DISP ' PWRQ-DISP(QX)
                                       DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           IF  PWRA-DELETE
               MOVE 'DELETED'          TO AUDIT-NEW-VALUE
           ELSE
               STRING 'CLASS ' PWRA-OUT-CLASS
                      ' PRI ' PWRA-OUT-PRIORITY
                      ' DISP ' PWRA-OUT-DISP
                                       DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE ACTION THROUGH AUTHCHK UNDER THE FUNCTION SET BY   *
      *    THE CALLER (A FAILED LINK LEAVES THE PRE-SET ALLOWED ANSWER *
      *    IN PLACE)                                                   *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS ACTION' TO PWRP-MSG
           END-IF.
       Z89-EXIT.
           EXIT.
