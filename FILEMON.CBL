      *REMARKS.       RECORD (SEE TSSWCTL; DEFAULT 5 MINUTES).  RUN
      *REMARKS.       FROM A TERMINAL IT IS A STATUS PANEL INSTEAD:
      *REMARKS.       S SCANS AND SHOWS THE WHOLE LIST, A/D ADD OR
      *REMARKS.       DROP A FILE, E EXITS.  EACH STARTED PASS ALSO
      *REMARKS.       ANNOUNCES (ONCE, THROUGH MSGROUTE) EVERY TRNSTATF
      *REMARKS.       MAINTENANCE WINDOW THAT STARTS WITHIN THE LEAD
      *REMARKS.       TIME -- THE 'FILEMON' RECORD'S IDLE-MINUTES
      *REMARKS.       FIELD, DEFAULT 60 -- OR HAS ALREADY STARTED.
      *REMARKS.       A FILE FOUND CLOSED INSIDE ITS FILEHNDF PLANNED
      *REMARKS.       BATCH WINDOW IS STATE 'P' (PLANNED) -- NO ALERT,
      *REMARKS.       NO AUTOMATIC REOPEN -- AND ONLY STILL BEING
      *REMARKS.       CLOSED ONCE THE WINDOW IS OVER RAISES THE
      *REMARKS.       CRITICAL ALERT, AS AN OVERRUN.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               SERVICE AT THE START OF EVERY STARTED-MODE
      *               PASS, SO THE TASKWDG PANEL CAN TELL A RUNNING
      *               MONITOR FROM A QUIETLY DEAD ONE.
      * 10/15/2026 DLC ANNOUNCE UPCOMING TRNSTATF TRANSACTION
      *               MAINTENANCE WINDOWS TO OPERATIONS THROUGH
      *               MSGROUTE, ONCE EACH, AHEAD BY THE LEAD TIME IN
      *               THE 'FILEMON' CONTROL RECORD'S IDLE-MINUTES
      *               FIELD (UNUSED UNTIL NOW; DEFAULT 60 MINUTES).
      * 10/15/2026 DLC PLANNED BATCH-CLOSURE WINDOWS (SEE FILEHNDF) --
      *               A DOWN FILE INSIDE ITS WINDOW IS STATE 'P' AND
      *               RAISES NOTHING; STILL DOWN AFTER THE WINDOW IS
      *               A CRITICAL "OVERRAN ITS WINDOW" ALERT NAMING
      *               THE CHAIN.  A FILE HANDED TO BATCH BY FILEHAND
      *               IS NEVER AUTOMATICALLY REOPENED UNDER IT.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1400).
         03  LINE-COUNT                PIC S9(04)   BINARY.
         03  ANNOUNCE-MINS             PIC S9(04)   BINARY VALUE +60.
         03  LEAD-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  NOW-STAMP.
           05  NOW-DATE                PIC  X(08).
           05  NOW-TIME                PIC  X(06).
         03  LEAD-STAMP.
           05  LEAD-DATE               PIC  X(08).
           05  LEAD-TIME               PIC  X(06).
         03  STATE-WORD                PIC  X(09).
         03  ANN-COUNT                 PIC S9(04)   BINARY.
         03  AX                        PIC S9(04)   BINARY.
         03  ANN-TABLE.
           05  ANN-TRAN                PIC  X(04)   OCCURS 50 TIMES.
         03  HANDOFF-SW                PIC  X(01).
           88  HANDOFF-NONE                         VALUE 'N'.
           88  HANDOFF-IN-WINDOW                    VALUE 'W'.
           88  HANDOFF-OUTSIDE                      VALUE 'O'.
         03  NOW-HHMM                  PIC  9(04).

       01  MSGR-AREA.
         COPY MSGROUTE.

       COPY FILEAVLF.

       COPY TRNSTATF.

       COPY FILEHNDF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

           PERFORM Z90-MARK-WATCHDOG THRU Z99-EXIT.
           IF  NOT MON-DISABLED
               PERFORM F00-SCAN-LIST THRU F90-EXIT
               PERFORM J00-ANNOUNCE-WINDOWS THRU J90-EXIT
           END-IF.
           IF  INTERVAL-MINS > ZERO
               DIVIDE INTERVAL-MINS BY 60

      ******************************************************************
      *    READ THE TSQCTL 'FILEMON' CONTROL RECORD FOR THE SCAN       *
      *    INTERVAL AND ENABLE SWITCH (SEE TSSWCTL; THE IDLE-MINUTES   *
      *    FIELD IS THE MAINTENANCE-WINDOW ANNOUNCEMENT LEAD TIME, THE *
      *    RETENTION FIELD IS TSSWEEP'S AND IS IGNORED HERE)           *
      ******************************************************************
       B90-READ-CONTROL.
           MOVE 'FILEMON '             TO TSSWCTL-KEY.
                   MOVE 1440           TO INTERVAL-MINS
               END-IF
           END-IF.
           IF  TSSWCTL-IDLE-MINUTES IS NUMERIC
           AND TSSWCTL-IDLE-MINUTES > ZERO
               MOVE TSSWCTL-IDLE-MINUTES TO ANNOUNCE-MINS
           END-IF.
       B99-EXIT.
           EXIT.


      ******************************************************************
      *    INQUIRE ONE FILE'S STATE; A TRANSITION RAISES A CRITICAL    *
      *    ALERT (DOWN) OR AN ALL-CLEAR (BACK UP) THROUGH MSGROUTE.  A *
      *    FILE DOWN INSIDE ITS PLANNED BATCH WINDOW IS 'P' INSTEAD    *
      ******************************************************************
       G00-CHECK-FILE.
           MOVE 'N'                    TO REOPEN-DONE-SW.
             END-IF
           END-IF.

           MOVE 'N'                    TO HANDOFF-SW.
           IF  NEW-STATE = 'U'
               PERFORM G30-CHECK-HANDOFF THRU G39-EXIT
               IF  HANDOFF-IN-WINDOW
                   MOVE 'P'            TO NEW-STATE
               END-IF
           END-IF.

      * NEVER REOPEN A FILE UNDER A BATCH CHAIN THAT HAS IT
           IF  NEW-STATE = 'U'
           AND FMON-AUTO-REOPEN
           AND NOT PANEL-MODE
           AND NOT (HANDOFF-OUTSIDE AND FHND-WITH-BATCH)
               PERFORM G05-TRY-REOPEN THRU G05-EXIT
           END-IF.

       G10-ALERT-TRANSITION.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE SPACES                 TO MSGR-TEXT.
      * A CLOSURE INSIDE ITS PLANNED BATCH WINDOW IS EXPECTED
           IF  NEW-STATE = 'P'
               GO TO G19-EXIT
           END-IF.
           IF  NEW-STATE = 'U'
           AND FMON-LAST-STATE = 'P'
           AND NOT HANDOFF-NONE
               MOVE 'C'                TO MSGR-SEVERITY
               STRING THIS-PGM ': FILE '    DELIMITED BY SIZE
                      FMON-FILE             DELIMITED BY SIZE
                      ' PLANNED CLOSURE OVERRAN ITS WINDOW '
                                            DELIMITED BY SIZE
                      FHND-WINDOW-FROM '-' FHND-WINDOW-UNTIL
                                            DELIMITED BY SIZE
                      ' (CHAIN '            DELIMITED BY SIZE
                      FHND-CHAIN            DELIMITED BY SPACE
                      ')'                   DELIMITED BY SIZE
                   INTO MSGR-TEXT
               GO TO G18-SEND
           END-IF.
           IF  NEW-STATE = 'U'
               MOVE 'C'                TO MSGR-SEVERITY
               MOVE 1                  TO BUF-PTR
               STRING THIS-PGM ': FILE '    DELIMITED BY SIZE
                      FMON-FILE             DELIMITED BY SIZE
                      ' IS NOT AVAILABLE -- '
                                            DELIMITED BY SIZE
                      FMON-DESC             DELIMITED BY SIZE
                   INTO MSGR-TEXT    WITH POINTER BUF-PTR
               IF  HANDOFF-OUTSIDE
                   STRING ' (CHAIN '        DELIMITED BY SIZE
                          FHND-CHAIN        DELIMITED BY SPACE
                          ' OUTSIDE ITS WINDOW)'
                                            DELIMITED BY SIZE
                       INTO MSGR-TEXT WITH POINTER BUF-PTR
               END-IF
           ELSE
      * NO ALARM FOR A BRAND-NEW ENTRY'S FIRST GOOD CHECK
               IF  FMON-LAST-STATE NOT = 'U'
                      ' IS AVAILABLE AGAIN'  DELIMITED BY SIZE
                   INTO MSGR-TEXT
           END-IF.
       G18-SEND.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
       G07-EXIT.
           EXIT.

      ******************************************************************
      *    A DOWN FILE WITH A FILEHNDF HANDOFF RECORD -- IS IT INSIDE  *
      *    ITS PLANNED WINDOW (LOCAL HHMM; A FROM LATER THAN THE UNTIL *
      *    SPANS MIDNIGHT)?  NO RECORD, OR NO FILEHNDF, IS NO WINDOW   *
      ******************************************************************
       G30-CHECK-HANDOFF.
           MOVE FMON-FILE              TO FHND-FILE.
           EXEC CICS READ
                     DATASET  ('FILEHNDF')
                     INTO     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G39-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           MOVE NOW-TIME(1:4)          TO NOW-HHMM.
           SET  HANDOFF-OUTSIDE        TO TRUE.
           IF  FHND-WINDOW-FROM < FHND-WINDOW-UNTIL
               IF  NOW-HHMM NOT < FHND-WINDOW-FROM
               AND NOW-HHMM < FHND-WINDOW-UNTIL
                   SET  HANDOFF-IN-WINDOW TO TRUE
               END-IF
           ELSE
               IF  NOW-HHMM NOT < FHND-WINDOW-FROM
               OR  NOW-HHMM < FHND-WINDOW-UNTIL
                   SET  HANDOFF-IN-WINDOW TO TRUE
               END-IF
           END-IF.
       G39-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY TRANSITION GOES ON THE AVAILABILITY HISTORY --        *
      *    UNCHECKED, BECAUSE MONITORING MUST NEVER FAIL OVER ITS      *
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    ANNOUNCE EVERY TRNSTATF MAINTENANCE WINDOW THAT STARTS      *
      *    WITHIN THE LEAD TIME (OR HAS STARTED) AND IS NOT YET OVER   *
      *    -- ONCE EACH; THE RECORDS ARE COLLECTED FIRST BECAUSE FILE  *
      *    CONTROL DOES NOT ALLOW THE UPDATE MID-BROWSE                *
      ******************************************************************
       J00-ANNOUNCE-WINDOWS.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           COMPUTE LEAD-ABSTIME = CURR-ABSTIME
                                + (ANNOUNCE-MINS * 60 * 1000000).
           EXEC CICS FORMATTIME
                     ABSTIME  (LEAD-ABSTIME)
                     YYYYMMDD (LEAD-DATE)
                     TIME     (LEAD-TIME)
                     NOHANDLE
           END-EXEC.

           MOVE ZERO                   TO ANN-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO TRNSTATF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('TRNSTATF')
                     RIDFLD   (TRNSTATF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J90-EXIT
           END-IF.
           PERFORM J10-CHECK-WINDOW THRU J10-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    ANN-COUNT NOT < 50.
           EXEC CICS ENDBR
                     DATASET  ('TRNSTATF')
                     NOHANDLE
           END-EXEC.

           PERFORM J20-ANNOUNCE THRU J29-EXIT
                   VARYING AX FROM 1 BY 1 UNTIL AX > ANN-COUNT.
       J90-EXIT.
           EXIT.

       J10-CHECK-WINDOW.
           EXEC CICS READNEXT
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J10-EXIT
           END-IF.
           IF  TRNSTATF-ANNOUNCED
           OR  NOT (TRNSTATF-CLOSED OR TRNSTATF-READ-ONLY)
               GO TO J10-EXIT
           END-IF.
           IF  TRNSTATF-UNTIL > SPACES
           AND TRNSTATF-UNTIL NOT > NOW-STAMP
               GO TO J10-EXIT
           END-IF.
           IF  TRNSTATF-FROM > LEAD-STAMP
               GO TO J10-EXIT
           END-IF.
           ADD  1                      TO ANN-COUNT.
           MOVE TRNSTATF-TRANSID       TO ANN-TRAN(ANN-COUNT).
       J10-EXIT.
           EXIT.

       J20-ANNOUNCE.
           MOVE ANN-TRAN(AX)           TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J29-EXIT
           END-IF.
           IF  TRNSTATF-CLOSED
               MOVE 'CLOSED'           TO STATE-WORD
           ELSE
               MOVE 'READ-ONLY'        TO STATE-WORD
           END-IF.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'I'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           MOVE 1                      TO BUF-PTR.
           STRING THIS-PGM                  DELIMITED BY SPACE
                  ': TRANSACTION '          DELIMITED BY SIZE
                  TRNSTATF-TRANSID          DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  STATE-WORD                DELIMITED BY SPACE
               INTO MSGR-TEXT        WITH POINTER BUF-PTR.
           IF  TRNSTATF-FROM > SPACES
               STRING ' FROM '              DELIMITED BY SIZE
                      TRNSTATF-FROM-DATE    DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      TRNSTATF-FROM-TIME(1:4)
                                            DELIMITED BY SIZE
                   INTO MSGR-TEXT    WITH POINTER BUF-PTR
           END-IF.
           IF  TRNSTATF-UNTIL > SPACES
               STRING ' UNTIL '             DELIMITED BY SIZE
                      TRNSTATF-UNTIL-DATE   DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      TRNSTATF-UNTIL-TIME(1:4)
                                            DELIMITED BY SIZE
                   INTO MSGR-TEXT    WITH POINTER BUF-PTR
           END-IF.
           IF  TRNSTATF-TEXT > SPACES
               STRING ' -- '                DELIMITED BY SIZE
                      TRNSTATF-TEXT         DELIMITED BY SIZE
                   INTO MSGR-TEXT    WITH POINTER BUF-PTR
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE 'Y'                    TO TRNSTATF-ANNOUNCED-SW.
           EXEC CICS REWRITE
                     DATASET  ('TRNSTATF')
                     FROM     (TRNSTATF-RECORD)
                     NOHANDLE
           END-EXEC.
       J29-EXIT.
           EXIT.

      ******************************************************************
      *    HEARTBEAT FOR THE TASKWDG WATCHDOG (SEE WDGMARK)            *
      ******************************************************************
