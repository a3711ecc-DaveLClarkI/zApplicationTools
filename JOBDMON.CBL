      *REMARKS.       THE JOBDMOND TS QUEUE SO IT FIRES ONCE.  RUN
      *REMARKS.       FROM A TERMINAL IT ONLY REPORTS -- S LISTS THE
      *REMARKS.       RUNNING JOBS WITH ELAPSED AND NORM, E EXITS.
      *REMARKS.       A JOB WITH AN SLA DEADLINE ON ITS RUNBOOKF
      *REMARKS.       RECORD IS ALSO PROJECTED TO FINISH AT ITS
      *REMARKS.       START PLUS ITS NORM (OR NOW, IF IT IS ALREADY
      *REMARKS.       PAST ITS NORM), AND A SEPARATE ONE-TIME
      *REMARKS.       WARNING FIRES AS SOON AS THAT PROJECTION PASSES
      *REMARKS.       THE DEADLINE -- BEFORE THE DEADLINE IS MISSED,
      *REMARKS.       NOT AFTER.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *               SERVICE AT THE START OF EVERY STARTED-MODE
      *               PASS, SO THE TASKWDG PANEL CAN TELL A RUNNING
      *               MONITOR FROM A QUIETLY DEAD ONE.
      * 10/15/2026 DLC ADD THE SLA AT-RISK CHECK -- EACH RUNNING JOB
      *               WITH A RUNBOOKF SLA DEADLINE IS PROJECTED TO
      *               FINISH FROM ITS NORM AND A MSGROUTE WARNING
      *               FIRES ONCE THE PROJECTION PASSES THE DEADLINE
      *               (BUSINESS-DAY-ONLY DEADLINES ARE SKIPPED ON A
      *               WEEKEND OR CALFILE HOLIDAY).  JOBDMOND ITEMS
      *               NOW CARRY A KIND SO THE OVERRUN AND SLA ALERTS
      *               EACH FIRE ONCE; AN OLD ITEM WITHOUT ONE COUNTS
      *               AS AN OVERRUN.  THE PANEL SHOWS THE DEADLINE
      *               AND PROJECTION.
      * 10/15/2026 DLC READ THE SHOP CALENDAR EXPLICITLY NOW THAT
      *               CALFILE IS KEYED BY CALENDAR ID.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1400).
         03  LINE-COUNT                PIC S9(04)   BINARY.
         03  DONE-WANT-KIND            PIC  X(01).
         03  DOW-NUM                   PIC S9(08)   BINARY.
         03  BUSDAY-SW                 PIC  X(01).
           88  TODAY-IS-BUSDAY                      VALUE 'Y'.
         03  SLA-SW                    PIC  X(01).
           88  SLA-APPLIES                          VALUE 'Y'.
         03  DEADLINE-SECS             PIC S9(09)   BINARY.
         03  PROJECT-SECS              PIC S9(09)   BINARY.
         03  CLOCK-SECS                PIC S9(09)   BINARY.
         03  CLOCK-HH                  PIC  9(02).
         03  CLOCK-MM                  PIC  9(02).
         03  CLOCK-REM                 PIC S9(09)   BINARY.
         03  CLOCK-DAYS                PIC S9(04)   BINARY.
         03  PROJECT-HHMM.
           05  PROJECT-HH              PIC  9(02).
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  PROJECT-MM              PIC  9(02).
         03  SLA-VERDICT               PIC  X(07).

       01  SLA-PARSE.
         03  SLA-HH                    PIC  99.
         03  FILLER                    PIC  X(01).
         03  SLA-MM                    PIC  99.

       01  STAMP-PARSE.
         03  SP-HH                     PIC  99.
           05  N-RUNS                  PIC S9(04)   BINARY.
           05  N-TOT-SECS              PIC S9(11)   COMP-3.

      * ONE JOBDMOND TS ITEM PER ALERTED RUN AND KIND OF ALERT
       01  DONE-ENTRY.
         03  DONE-JOB                  PIC  X(08).
         03  DONE-NUMB                 PIC  X(06).
         03  DONE-DATE                 PIC  X(08).
         03  DONE-KIND                 PIC  X(01).
           88  DONE-OVERRUN                         VALUE 'O'.
           88  DONE-SLA                             VALUE 'S'.

       COPY JOBDHIST.


       COPY TSSWCTL.

       COPY RUNBOOKF.

       COPY CALFILE.

       01  MSGR-AREA.
         COPY MSGROUTE.

           END-EXEC.
           MOVE NOW-TIME               TO STAMP-PARSE.
           COMPUTE NOW-SECS = (SP-HH * 3600) + (SP-MM * 60) + SP-SS.
           PERFORM F10-CHECK-BUSDAY THRU F19-EXIT.

           MOVE ZERO                   TO RUN-COUNT
                                          NORM-COUNT
           IF  PANEL-MODE
               MOVE SPACES             TO TEXT-BUFFER
               MOVE 1                  TO BUF-PTR
               STRING 'JOB      NUMBER  ELAPSED     NORM'
                      '  SLA   PROJ'        NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    IS TODAY A BUSINESS DAY -- NOT SATURDAY OR SUNDAY AND NOT A *
      *    CALFILE HOLIDAY (THE SAME RULE CALQUERY APPLIES IN BATCH)   *
      ******************************************************************
       F10-CHECK-BUSDAY.
           MOVE 'N'                    TO BUSDAY-SW.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     DAYOFWEEK(DOW-NUM)
                     NOHANDLE
           END-EXEC.
           IF  DOW-NUM = 0 OR DOW-NUM = 6
               GO TO F19-EXIT
           END-IF.
           MOVE SPACES                 TO CAL-ID.
           MOVE TODAY-DATE             TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
                     INTO     (CALFILE-RECORD)
                     RIDFLD   (CALFILE-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND CAL-HOLIDAY
               GO TO F19-EXIT
           END-IF.
           MOVE 'Y'                    TO BUSDAY-SW.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    FOLD ONE HISTORY RECORD IN -- COMPLETIONS FEED THE NORMS,   *
      *    TODAY'S SNAPSHOTS AND COMPLETIONS FEED THE RUN TABLE        *
           END-IF.

           PERFORM I00-GET-NORM THRU I90-EXIT.
           PERFORM K00-PROJECT-SLA THRU K90-EXIT.

           IF  PANEL-MODE
               IF  LINE-COUNT < 16
                          R-NUMB(RX)        DELIMITED BY SIZE
                          SECS-ED           DELIMITED BY SIZE
                          NORM-ED           DELIMITED BY SIZE
                       INTO TEXT-BUFFER  WITH POINTER BUF-PTR
                   IF  SLA-APPLIES
                       STRING '  ' RUNBOOKF-SLA-TIME
                              ' ' PROJECT-HHMM
                              ' ' SLA-VERDICT
                                            DELIMITED BY SIZE
                           INTO TEXT-BUFFER  WITH POINTER BUF-PTR
                   END-IF
                   STRING NEWLINE           DELIMITED BY SIZE
                       INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               END-IF
               GO TO H90-EXIT
           END-IF.

           IF  SLA-APPLIES
           AND PROJECT-SECS > DEADLINE-SECS
               PERFORM K50-RAISE-SLA THRU K59-EXIT
           END-IF.

           IF  NORM-SECS < 1
               GO TO H90-EXIT
           END-IF.
               GO TO H90-EXIT
           END-IF.

           MOVE 'O'                    TO DONE-WANT-KIND.
           PERFORM J00-CHECK-DONE THRU J90-EXIT.
           IF  ALREADY-DONE
               GO TO H90-EXIT
           MOVE R-JOB(RX)              TO DONE-JOB.
           MOVE R-NUMB(RX)             TO DONE-NUMB.
           MOVE R-DATE(RX)             TO DONE-DATE.
           MOVE DONE-WANT-KIND         TO DONE-KIND.
           EXEC CICS WRITEQ TS
                     QUEUE    ('JOBDMOND')
                     FROM     (DONE-ENTRY)
           EXIT.

       J10-READ-DONE.
           MOVE SPACES                 TO DONE-ENTRY.
           MOVE LENGTH OF DONE-ENTRY   TO DONE-LEN.
           EXEC CICS READQ TS
                     QUEUE    ('JOBDMOND')
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J10-EXIT
           END-IF.
      * AN ITEM WRITTEN BEFORE ALERTS CARRIED A KIND IS AN OVERRUN
           IF  DONE-KIND = SPACE
               MOVE 'O'                TO DONE-KIND
           END-IF.
           IF  DONE-JOB  = R-JOB(RX)
           AND DONE-NUMB = R-NUMB(RX)
           AND DONE-DATE = R-DATE(RX)
           AND DONE-KIND = DONE-WANT-KIND
               SET  ALREADY-DONE       TO TRUE
           END-IF.
       J10-EXIT.
           EXIT.

      ******************************************************************
      *    THE RUN'S SLA DEADLINE, IF ITS RUNBOOK CARRIES ONE THAT     *
      *    HOLDS TODAY, AND ITS PROJECTED FINISH -- START PLUS THE     *
      *    NORM, OR NOW WHEN IT IS ALREADY PAST THE NORM.  ALL IN      *
      *    SECONDS FROM THE START DAY'S MIDNIGHT, THE DEADLINE BEING   *
      *    THE FIRST TIME THE CLOCK READS IT AFTER THE START           *
      ******************************************************************
       K00-PROJECT-SLA.
           MOVE 'N'                    TO SLA-SW.
           MOVE R-JOB(RX)              TO RUNBOOKF-JOB-NAME.
           EXEC CICS READ
                     DATASET  ('RUNBOOKF')
                     INTO     (RUNBOOKF-RECORD)
                     RIDFLD   (RUNBOOKF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  RUNBOOKF-SLA-TIME NOT > SPACES
               GO TO K90-EXIT
           END-IF.
           IF  RUNBOOKF-SLA-BUS-DAYS
           AND NOT TODAY-IS-BUSDAY
               GO TO K90-EXIT
           END-IF.
           MOVE RUNBOOKF-SLA-TIME      TO SLA-PARSE.
           IF  SLA-HH IS NOT NUMERIC
           OR  SLA-MM IS NOT NUMERIC
               GO TO K90-EXIT
           END-IF.
           MOVE 'Y'                    TO SLA-SW.
           COMPUTE DEADLINE-SECS = (SLA-HH * 3600) + (SLA-MM * 60).
           IF  DEADLINE-SECS < START-SECS
               ADD  86400              TO DEADLINE-SECS
           END-IF.
           IF  NORM-SECS > ELAPSED-SECS
               COMPUTE PROJECT-SECS = START-SECS + NORM-SECS
           ELSE
               COMPUTE PROJECT-SECS = START-SECS + ELAPSED-SECS
           END-IF.
           MOVE PROJECT-SECS           TO CLOCK-SECS.
           PERFORM K10-CLOCK-TIME THRU K19-EXIT.
           MOVE CLOCK-HH               TO PROJECT-HH.
           MOVE CLOCK-MM               TO PROJECT-MM.
           EVALUATE TRUE
               WHEN START-SECS + ELAPSED-SECS > DEADLINE-SECS
                   MOVE 'MISSED'       TO SLA-VERDICT
               WHEN PROJECT-SECS > DEADLINE-SECS
                   MOVE 'AT RISK'      TO SLA-VERDICT
               WHEN OTHER
                   MOVE 'ON TIME'      TO SLA-VERDICT
           END-EVALUATE.
       K90-EXIT.
           EXIT.

       K10-CLOCK-TIME.
           DIVIDE CLOCK-SECS BY 86400 GIVING CLOCK-DAYS
               REMAINDER CLOCK-REM.
           DIVIDE CLOCK-REM BY 3600 GIVING CLOCK-HH
               REMAINDER CLOCK-SECS.
           DIVIDE CLOCK-SECS BY 60 GIVING CLOCK-MM.
       K19-EXIT.
           EXIT.

      ******************************************************************
      *    THE PROJECTION PASSED THE DEADLINE -- WARN ONCE PER RUN     *
      ******************************************************************
       K50-RAISE-SLA.
           MOVE 'S'                    TO DONE-WANT-KIND.
           PERFORM J00-CHECK-DONE THRU J90-EXIT.
           IF  ALREADY-DONE
               GO TO K59-EXIT
           END-IF.

           MOVE R-JOB(RX)              TO DONE-JOB.
           MOVE R-NUMB(RX)             TO DONE-NUMB.
           MOVE R-DATE(RX)             TO DONE-DATE.
           MOVE DONE-WANT-KIND         TO DONE-KIND.
           EXEC CICS WRITEQ TS
                     QUEUE    ('JOBDMOND')
                     FROM     (DONE-ENTRY)
                     LENGTH   (LENGTH OF DONE-ENTRY)
                     NOHANDLE
           END-EXEC.

           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'W'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING THIS-PGM ': JOB '        DELIMITED BY SIZE
                  R-JOB(RX)                DELIMITED BY SIZE
                  ' ('                     DELIMITED BY SIZE
                  R-NUMB(RX)               DELIMITED BY SIZE
                  ') SLA '                 DELIMITED BY SIZE
                  RUNBOOKF-SLA-TIME        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  SLA-VERDICT              DELIMITED BY SIZE
                  ' -- PROJECTED FINISH '  DELIMITED BY SIZE
                  PROJECT-HHMM             DELIMITED BY SIZE
                  ', CALL '                DELIMITED BY SIZE
                  RUNBOOKF-CONTACT         DELIMITED BY SIZE
               INTO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       K59-EXIT.
           EXIT.

      ******************************************************************
      *    HEARTBEAT FOR THE TASKWDG WATCHDOG (SEE WDGMARK)            *
      ******************************************************************
