      *REMARKS.       INTERVAL IN THE TSQCTL 'ALERTCON' CONTROL
      *REMARKS.       RECORD (SEE TSSWCTL -- THE IDLE FIELD IS THE
      *REMARKS.       RE-RAISE AGE HERE, DEFAULT 30 MINUTES; DEFAULT
      *REMARKS.       INTERVAL 10 MINUTES).  THE ACKNOWLEDGING
      *REMARKS.       OPERATOR IS SHOWN WITH THEIR OPERDIRF NAME.
      *REMARKS.       FUNCTION I LISTS THE NEWEST ALERTS, ACKNOWLEDGED
      *REMARKS.       OR NOT, AND ATTACHES THE PICKED ONE TO THE
      *REMARKS.       INCIDENT KEYED WITH IT (SEE INCLINK).  AN
      *REMARKS.       ACKNOWLEDGED ALERT WHOSE COMPONENT HAS A KNOWN-
      *REMARKS.       ERROR ENTRY ON KNOWNERF HAS ITS REMEDIATION
      *REMARKS.       SHOWN (SEE KNOWNLK).  EVERY ACKNOWLEDGMENT IS
      *REMARKS.       ALSO SENT ON THE OUTBOUND ALERT FEED (ALRTFEED).

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *               SERVICE AT THE START OF EVERY STARTED-MODE
      *               PASS, SO THE TASKWDG PANEL CAN TELL A RUNNING
      *               MONITOR FROM A QUIETLY DEAD ONE.
      * 10/15/2026 DLC NAME THE ACKNOWLEDGING OPERATOR (FROM THE NEW
      *               OPERDIRF DIRECTORY) NEXT TO THEIR OPID IN THE
      *               ACKNOWLEDGED AND ALREADY-ACKNOWLEDGED MESSAGES
      *               AND ON THE AUDIT RECORD.
      * 10/15/2026 DLC NEW FUNCTION I NNNNNNN -- PICK FROM THE NEWEST
      *               ALERTS AND ATTACH THE ALERT TO THAT INCIDENT ON
      *               INCIDF THROUGH THE NEW INCLINK SERVICE.
      * 10/15/2026 DLC AFTER AN ACKNOWLEDGMENT, SHOW THE DIAGNOSIS,
      *               REMEDIATION STEPS AND RETRY ADVICE OF THE
      *               KNOWNERF KNOWN-ERROR ENTRY FOR THE ALERT'S
      *               COMPONENT (THROUGH THE NEW KNOWNLK SERVICE), SO
      *               THE NIGHT OPERATOR CAN ACT ON IT.
      * 10/15/2026 DLC SEND EVERY ACKNOWLEDGMENT ON THE NEW OUTBOUND
      *               ALERT FEED (THROUGH ALRTFEED) WITH THE ALERT'S
      *               OWN EVENT ID, SO THE ENTERPRISE MONITORING
      *               CONSOLE CAN CLOSE ITS COPY.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  THIS-PGM                  PIC  X(08)   VALUE 'ALERTCON'.
         03  ACON-FUNC                 PIC  X(01).
           88  ACON-LIST                              VALUE 'L'.
           88  ACON-ATTACH                            VALUE 'I'.
           88  ACON-QUIT                              VALUE 'E'.
         03  ACON-MSG                  PIC  X(60)   VALUE 'READY'.
         03  ACON-PROMPT               PIC  X(120).
         03  MON-ENABLE-SW             PIC  X(01)   VALUE 'Y'.
           88  MON-DISABLED                         VALUE 'N'.
         03  ACK-OPID                  PIC  X(03).
         03  OPER-NAME                 PIC  X(30).
         03  STAMP-ED                  PIC  9(15).
         03  ALERT-READ-SW             PIC  X(01).
           88  ALERT-WAS-READ                       VALUE 'Y'.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(800).

       01  ACON-INPUT-LINE.
         03  ACON-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  ACON-IN-INCID             PIC  X(07).
         03  FILLER                    PIC  X(11).

      * THE LISTED (OR RE-RAISE-DUE) ALERT KEYS, SAVED SO A POPLIST
      * PICK OR THE POST-BROWSE UPDATE PASS CAN GO BACK BY FULL KEY

       COPY TSSWCTL.

       COPY OPERDIRF.

       01  MSGR-AREA.
         COPY MSGROUTE.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  INCL-AREA.
         COPY INCLINK.

       01  KNWL-AREA.
         COPY KNOWNLK.

       01  AFED-AREA.
         COPY ALRTFEED.

       01  POPLIST-AREA.
           COPY POPLIST.

                   MOVE 'ALERTCON TERMINATED' TO ACON-MSG
               WHEN ACON-LIST
                   PERFORM F00-LIST-ALERTS THRU F90-EXIT
               WHEN ACON-ATTACH
                   IF  ACON-IN-INCID NOT NUMERIC
                       MOVE 'I NEEDS THE INCIDENT NUMBER (7 DIGITS)'
                                            TO ACON-MSG
                   ELSE
                       PERFORM F00-LIST-ALERTS THRU F90-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE L, I OR E'
                                            TO ACON-MSG
           END-EVALUATE.
       C90-EXIT.
           MOVE 1                       TO ACON-PROMPT-LEN.
           STRING 'ALERTCON  '                 DELIMITED BY SIZE
                  ACON-MSG                     DELIMITED BY SIZE
                  '  FUNC(L/E, I NNNNNNN=ATTACH TO INCIDENT) ==> '
                                               DELIMITED BY SIZE
               INTO ACON-PROMPT         WITH POINTER ACON-PROMPT-LEN.
           SUBTRACT 1                   FROM ACON-PROMPT-LEN.
           EXEC CICS SEND TEXT

      ******************************************************************
      *    LIST THE UNACKNOWLEDGED ALERTS THROUGH POPLIST AND           *
      *    ACKNOWLEDGE THE PICKED ONE -- OR, FOR I, LIST THE NEWEST    *
      *    ALERTS (READ BACKWARD FROM THE END OF THE FILE) AND ATTACH  *
      *    THE PICKED ONE TO THE INCIDENT                              *
      ******************************************************************
       F00-LIST-ALERTS.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           IF  ACON-ATTACH
               MOVE HIGH-VALUES        TO ALERTF-KEY
           ELSE
               MOVE LOW-VALUES         TO ALERTF-KEY
           END-IF.
           EXEC CICS STARTBR
                     DATASET  ('ALERTF  ')
                     RIDFLD   (ALERTF-KEY)
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               IF  ACON-ATTACH
                   PERFORM G50-READ-RECENT THRU G59-EXIT
                           UNTIL NO-MORE-ENTRIES
                           OR    HIT-COUNT NOT < 100
               ELSE
                   PERFORM G00-READ-ALERT THRU G90-EXIT
                           UNTIL NO-MORE-ENTRIES
                           OR    HIT-COUNT NOT < 100
               END-IF
               EXEC CICS ENDBR
                         DATASET  ('ALERTF  ')
                         NOHANDLE
           END-IF.

           IF  HIT-COUNT = ZERO
               IF  ACON-ATTACH
                   MOVE 'NO ALERTS ON FILE'     TO ACON-MSG
               ELSE
                   MOVE 'NO UNACKNOWLEDGED ALERTS'  TO ACON-MSG
               END-IF
               GO TO F90-EXIT
           END-IF.

                                          POPLIST-HELP-TOPIC.
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           IF  ACON-ATTACH
               MOVE ' Alerts (AGE-MIN TEXT) -- PICK TO ATTACH'
                                       TO POPLIST-HDR
           ELSE
               MOVE ' Alerts (AGE-MIN TEXT) -- PICK TO ACK'
                                       TO POPLIST-HDR
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
               GO TO F90-EXIT
           END-IF.
           MOVE POPLIST-PICK           TO QX.
           IF  ACON-ATTACH
               PERFORM H70-ATTACH-ALERT THRU H79-EXIT
           ELSE
               PERFORM H00-ACK-ALERT THRU H90-EXIT
               IF  ALERT-WAS-READ
                   PERFORM H30-SHOW-KNOWN THRU H39-EXIT
               END-IF
           END-IF.
       F90-EXIT.
           EXIT.

       G90-EXIT.
           EXIT.

      * NEWEST FIRST, ACKNOWLEDGED OR NOT
       G50-READ-RECENT.
           EXEC CICS READPREV
                     DATASET  ('ALERTF  ')
                     INTO     (ALERTF-RECORD)
                     RIDFLD   (ALERTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO G59-EXIT
           END-IF.
           ADD  1                      TO HIT-COUNT.
           MOVE ALERTF-KEY             TO HIT-KEY(HIT-COUNT).
           MOVE ALERTF-COMPONENT       TO POPLIST-KEY(HIT-COUNT).
           COMPUTE ELAPSED-TICKS = CURR-ABSTIME - ALERTF-STAMP.
           COMPUTE ELAPSED-MINUTES = ELAPSED-TICKS / 60000000.
           MOVE ELAPSED-MINUTES        TO AGE-MIN-ED.
           MOVE SPACES                 TO POPLIST-DSC(HIT-COUNT).
           STRING AGE-MIN-ED ' '           DELIMITED BY SIZE
                  ALERTF-TEXT(1:18)        DELIMITED BY SIZE
               INTO POPLIST-DSC(HIT-COUNT).
       G59-EXIT.
           EXIT.

      ******************************************************************
      *    STAMP THE PICKED ALERT WITH THE ACKNOWLEDGING OPERATOR'S    *
      *    OPID AND AUDIT THE ACKNOWLEDGMENT                           *
      ******************************************************************
       H00-ACK-ALERT.
           MOVE 'N'                    TO ALERT-READ-SW.
           MOVE HIT-KEY(QX)            TO ALERTF-KEY.
           EXEC CICS READ
                     DATASET  ('ALERTF  ')
               MOVE 'ALERT GONE - RELIST'       TO ACON-MSG
               GO TO H90-EXIT
           END-IF.
           MOVE 'Y'                    TO ALERT-READ-SW.
           IF  ALERTF-ACKED
               EXEC CICS UNLOCK
                         DATASET  ('ALERTF  ')
                         NOHANDLE
               END-EXEC
               MOVE ALERTF-ACK-OPID    TO ACK-OPID
               PERFORM H50-OPER-NAME THRU H59-EXIT
               MOVE SPACES             TO ACON-MSG
               STRING 'ALREADY ACKNOWLEDGED BY ' ACK-OPID ' '
                      OPER-NAME        DELIMITED BY SIZE
                   INTO ACON-MSG
               GO TO H90-EXIT
           END-IF.
           MOVE SPACES                 TO ACK-OPID.
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM H50-OPER-NAME THRU H59-EXIT
               MOVE SPACES             TO ACON-MSG
               STRING 'ALERT ACKNOWLEDGED BY ' ACK-OPID ' '
                      OPER-NAME        DELIMITED BY SIZE
                   INTO ACON-MSG
               MOVE 'ACK'              TO AUDIT-ACTION
               MOVE ALERTF-TEXT(1:40)  TO AUDIT-OLD-VALUE
               MOVE SPACES             TO AUDIT-NEW-VALUE
               STRING 'ACKED BY ' ACK-OPID ' ' OPER-NAME
                                       DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               PERFORM H40-FEED-ACK THRU H49-EXIT
           ELSE
               MOVE 'ACK FAILED - SEE SYSTEM LOG' TO ACON-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW THE KNOWN-ERROR REMEDIATION FOR THE PICKED ALERT'S     *
      *    COMPONENT, IF KNOWNERF HAS ONE (NOTHING IS SHOWN OTHERWISE, *
      *    NOR WHEN THE KNOWNLK LINK FAILS), AND WAIT FOR A KEY        *
      ******************************************************************
       H30-SHOW-KNOWN.
           MOVE SPACES                 TO KNWL-AREA.
           SET  KNWL-ALERT             TO TRUE.
           MOVE ALERTF-COMPONENT       TO KNWL-NAME.
           MOVE 'N'                    TO KNWL-FOUND-SW.
           EXEC CICS LINK
                     PROGRAM  ('KNOWNLK ')
                     COMMAREA (KNWL-AREA)
                     LENGTH   (LENGTH OF KNWL-AREA)
                     NOHANDLE
           END-EXEC.
           IF  NOT KNWL-FOUND
               GO TO H39-EXIT
           END-IF.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING ACON-MSG                        NEWLINE
                  'ALERT FROM ' ALERTF-COMPONENT  NEWLINE
                  ALERTF-TEXT                     NEWLINE
                                                  NEWLINE
                  'KNOWN ERROR -- ' KNWL-DIAG     NEWLINE
                  '  1. ' KNWL-STEP(1)            NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  KNWL-STEP(2) > SPACES
               STRING '  2. ' KNWL-STEP(2)        NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           IF  KNWL-STEP(3) > SPACES
               STRING '  3. ' KNWL-STEP(3)        NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           IF  KNWL-RETRY-SAFE
               STRING '  RETRY: SAFE FOR THE OPERATOR' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           ELSE
               STRING '  RETRY: NOT SAFE - FOLLOW THE STEPS' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           STRING NEWLINE 'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO ACON-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (ACON-INPUT-LINE)
                     LENGTH   (ACON-IN-LENG)
                     NOHANDLE
           END-EXEC.
       H39-EXIT.
           EXIT.

      ******************************************************************
      *    THE ACKNOWLEDGMENT GOES ON THE OUTBOUND ALERT FEED UNDER    *
      *    THE ALERT'S OWN EVENT ID (ITS ALERTF KEY) -- UNCHECKED      *
      ******************************************************************
       H40-FEED-ACK.
           MOVE SPACES                 TO AFED-AREA.
           SET  AFED-ACK               TO TRUE.
           MOVE ALERTF-STAMP           TO AFED-STAMP.
           MOVE ALERTF-TASKN           TO AFED-TASKN.
           MOVE ALERTF-COMPONENT       TO AFED-COMPONENT.
           MOVE 'C'                    TO AFED-SEVERITY.
           MOVE ALERTF-TEXT            TO AFED-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('ALRTFEED')
                     COMMAREA (AFED-AREA)
                     LENGTH   (LENGTH OF AFED-AREA)
                     NOHANDLE
           END-EXEC.
       H49-EXIT.
           EXIT.

      * THE OPERATOR'S NAME FROM THE OPERDIRF DIRECTORY (BLANK WHEN
      * THEY ARE NOT ON IT)
       H50-OPER-NAME.
           MOVE SPACES                 TO OPER-NAME.
           IF  ACK-OPID NOT > SPACES
               GO TO H59-EXIT
           END-IF.
           MOVE ACK-OPID               TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE OPERDIRF-NAME      TO OPER-NAME
           END-IF.
       H59-EXIT.
           EXIT.

      ******************************************************************
      *    ATTACH THE PICKED ALERT TO THE KEYED INCIDENT (INCLINK      *
      *    CHECKS AUTHORITY, REFUSES A CLOSED INCIDENT OR A REPEAT,    *
      *    AND AUDITS IT)                                              *
      ******************************************************************
       H70-ATTACH-ALERT.
           MOVE HIT-KEY(QX)            TO ALERTF-KEY.
           EXEC CICS READ
                     DATASET  ('ALERTF  ')
                     INTO     (ALERTF-RECORD)
                     RIDFLD   (ALERTF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'ALERT GONE - RELIST'       TO ACON-MSG
               GO TO H79-EXIT
           END-IF.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-ATTACH            TO TRUE.
           MOVE THIS-PGM               TO INCL-PGM.
           MOVE ACON-IN-INCID          TO INCL-ID.
           MOVE 'ALRT'                 TO INCL-SOURCE.
           MOVE 'ALERTF'               TO INCL-FILE.
           MOVE ALERTF-KEY             TO INCL-KEY.
           MOVE ALERTF-STAMP           TO INCL-STAMP.
           MOVE ZERO                   TO INCL-SEVERITY.
           MOVE ALERTF-COMPONENT       TO INCL-OFFENDER.
           MOVE ALERTF-TEXT            TO INCL-TEXT.
           SET  INCL-FAILED            TO TRUE.
           MOVE 'INCIDENT SERVICE UNAVAILABLE' TO INCL-MSG.
           EXEC CICS LINK
                     PROGRAM  ('INCLINK ')
                     COMMAREA (INCL-AREA)
                     LENGTH   (LENGTH OF INCL-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE INCL-MSG               TO ACON-MSG.
       H79-EXIT.
           EXIT.

      ******************************************************************
      *    STARTED MODE -- COLLECT THE ALERTS WHOSE LAST RAISE IS      *
      *    OLDER THAN THE RE-RAISE AGE (THE UPDATES WAIT UNTIL THE     *
