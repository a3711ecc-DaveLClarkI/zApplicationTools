       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SCHDISP.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       TIME-OF-DAY DISPATCHER FOR THE CICS-STARTED
      *REMARKS.       UTILITIES, ON THE FILEMON SELF-RESCHEDULING
      *REMARKS.       PATTERN.  EVERY PASS IT STARTS EACH SCHEDF
      *REMARKS.       ENTRY WHOSE NEXT RUN HAS COME DUE (PASSING THE
      *REMARKS.       ENTRY'S DATA ON THE START), RECORDS THE LAST
      *REMARKS.       RUN, AND WORKS OUT THE NEXT ONE FROM THE
      *REMARKS.       ENTRY'S RUN TIMES AND DAY RULE -- EVERY DAY,
      *REMARKS.       BUSINESS DAYS (NOT A WEEKEND OR CALFILE HOLIDAY,
      *REMARKS.       THE SAME RULE CALQUERY APPLIES IN BATCH), GIVEN
      *REMARKS.       WEEKDAYS, OR THE FIRST OF THE MONTH.  A RUN
      *REMARKS.       MISSED WHILE THE DISPATCHER WAS DOWN IS STARTED
      *REMARKS.       ONCE ON ITS RETURN IF IT WAS DUE TODAY; AN
      *REMARKS.       OLDER ONE IS REPORTED AND SKIPPED.  CONTROL
      *REMARKS.       COMES FROM THE TSQCTL 'SCHDISP' RECORD (SEE
      *REMARKS.       TSSWCTL; INTERVAL DEFAULT 1 MINUTE) AND EVERY
      *REMARKS.       PASS HEARTBEATS THROUGH WDGMARK FOR TASKWDG.
      *REMARKS.       RUN FROM A TERMINAL IT ONLY REPORTS -- S LISTS
      *REMARKS.       THE SCHEDULE WITH LAST AND NEXT RUN, E EXITS.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC READ THE SHOP CALENDAR EXPLICITLY NOW THAT
      *               CALFILE IS KEYED BY CALENDAR ID.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SCHDISP'.
         03  SDSP-FUNC                 PIC  X(01).
           88  SDSP-SCAN                              VALUE 'S'.
           88  SDSP-QUIT                              VALUE 'E'.
         03  SDSP-MSG                  PIC  X(60)   VALUE 'READY'.
         03  SDSP-PROMPT               PIC  X(120).
         03  SDSP-PROMPT-LEN           PIC S9(04)   BINARY.
         03  SDSP-IN-LENG              PIC S9(04)   BINARY.
         03  PANEL-SW                  PIC  X(01).
           88  PANEL-MODE                           VALUE 'Y'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  INTERVAL-MINS             PIC S9(04)   BINARY VALUE +1.
         03  INTERVAL-HRS              PIC S9(04)   BINARY.
         03  INTERVAL-REM              PIC S9(04)   BINARY.
         03  INTERVAL-HHMMSS           PIC S9(07)   COMP-3.
         03  MON-ENABLE-SW             PIC  X(01)   VALUE 'Y'.
           88  MON-DISABLED                         VALUE 'N'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  DAY-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  DAY-TICKS                 PIC S9(15)   PACKED-DECIMAL
                                                    VALUE 86400000000.
         03  NOW-DATE                  PIC  X(08).
         03  NOW-TIME                  PIC  X(06).
         03  NOW-RUN.
           05  NOW-RUN-DATE            PIC  X(08).
           05  NOW-RUN-TIME            PIC  X(04).
         03  TRY-DATE                  PIC  X(08).
         03  DOW-NUM                   PIC S9(08)   BINARY.
         03  DAY-SW                    PIC  X(01).
           88  DAY-QUALIFIES                        VALUE 'Y'.
         03  INCLUSIVE-SW              PIC  X(01).
           88  INCLUDE-NOW                          VALUE 'Y'.
         03  BEST-TIME                 PIC  X(04).
         03  SCHD-COUNT                PIC S9(04)   BINARY.
         03  SX                        PIC S9(04)   BINARY.
         03  DX                        PIC S9(04)   BINARY.
         03  TX                        PIC S9(04)   BINARY.
         03  START-LEN                 PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1400).
         03  LINE-COUNT                PIC S9(04)   BINARY.
         03  SCHD-TABLE.
           05  SCHD-ENTRY-ID           PIC  X(08)   OCCURS 100 TIMES.

       COPY SCHEDF.

       COPY TSSWCTL.

       COPY CALFILE.

       01  MSGR-AREA.
         COPY MSGROUTE.

       01  WDGM-AREA.
         COPY WDGMARK.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBTRMID > SPACES
               MOVE 'Y'                TO PANEL-SW
               PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                       UNTIL SDSP-QUIT
               GO TO A90-MAINLINE-EXIT
           END-IF.

      * STARTED MODE -- ONE PASS, THEN RESCHEDULE
           MOVE 'N'                    TO PANEL-SW.
           PERFORM B90-READ-CONTROL THRU B99-EXIT.
           PERFORM Z90-MARK-WATCHDOG THRU Z99-EXIT.
           IF  NOT MON-DISABLED
               PERFORM F00-DISPATCH-PASS THRU F90-EXIT
           END-IF.
           IF  INTERVAL-MINS > ZERO
               DIVIDE INTERVAL-MINS BY 60
                   GIVING INTERVAL-HRS REMAINDER INTERVAL-REM
               COMPUTE INTERVAL-HHMMSS =  (INTERVAL-HRS * 10000)
                                       +  (INTERVAL-REM * 100)
               EXEC CICS START
                         TRANSID  (EIBTRNID)
                         INTERVAL (INTERVAL-HHMMSS)
                         NOHANDLE
               END-EXEC
           END-IF.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    READ THE TSQCTL 'SCHDISP' CONTROL RECORD FOR THE PASS       *
      *    INTERVAL AND ENABLE SWITCH (SEE TSSWCTL; THE IDLE AND       *
      *    RETENTION FIELDS ARE IGNORED HERE)                          *
      ******************************************************************
       B90-READ-CONTROL.
           MOVE 'SCHDISP '             TO TSSWCTL-KEY.
           EXEC CICS READ
                     DATASET  ('TSQCTL  ')
                     INTO     (TSSWCTL-RECORD)
                     RIDFLD   (TSSWCTL-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO B99-EXIT
           END-IF.
           MOVE TSSWCTL-ENABLE-SW      TO MON-ENABLE-SW.
           IF  TSSWCTL-INTERVAL-MINS IS NUMERIC
               MOVE TSSWCTL-INTERVAL-MINS TO INTERVAL-MINS
               IF  INTERVAL-MINS > 1440
                   MOVE 1440           TO INTERVAL-MINS
               END-IF
           END-IF.
       B99-EXIT.
           EXIT.

      ******************************************************************
      *    PANEL MODE -- PROMPT, RECEIVE, DISPATCH (REPORT ONLY)       *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           EVALUATE TRUE
               WHEN SDSP-QUIT
                   MOVE 'SCHDISP TERMINATED' TO SDSP-MSG
               WHEN SDSP-SCAN
                   PERFORM G00-SHOW-SCHEDULE THRU G90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE S OR E'
                                            TO SDSP-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO SDSP-PROMPT.
           MOVE 1                       TO SDSP-PROMPT-LEN.
           STRING 'SCHDISP   '                 DELIMITED BY SIZE
                  SDSP-MSG                     DELIMITED BY SIZE
                  '  FUNC(S/E) ==> '           DELIMITED BY SIZE
               INTO SDSP-PROMPT         WITH POINTER SDSP-PROMPT-LEN.
           SUBTRACT 1                   FROM SDSP-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (SDSP-PROMPT)
                     LENGTH   (SDSP-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACE                   TO SDSP-FUNC.
           MOVE LENGTH OF SDSP-FUNC     TO SDSP-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SDSP-FUNC)
                     LENGTH   (SDSP-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PASS -- COLLECT THE ENTRIES FIRST, BECAUSE FILE CONTROL *
      *    DOES NOT ALLOW THE UPDATE MID-BROWSE, THEN DISPATCH EACH    *
      ******************************************************************
       F00-DISPATCH-PASS.
           PERFORM F10-TAKE-TIME THRU F19-EXIT.
           PERFORM F20-COLLECT-ENTRIES THRU F29-EXIT.
           PERFORM K00-DISPATCH-ENTRY THRU K90-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX > SCHD-COUNT.
       F90-EXIT.
           EXIT.

       F10-TAKE-TIME.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           MOVE NOW-DATE               TO NOW-RUN-DATE.
           MOVE NOW-TIME(1:4)          TO NOW-RUN-TIME.
       F19-EXIT.
           EXIT.

       F20-COLLECT-ENTRIES.
           MOVE ZERO                   TO SCHD-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO SCHEDF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('SCHEDF  ')
                     RIDFLD   (SCHEDF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO F29-EXIT
           END-IF.
           PERFORM F25-NEXT-ENTRY THRU F25-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    SCHD-COUNT NOT < 100.
           EXEC CICS ENDBR
                     DATASET  ('SCHEDF  ')
                     NOHANDLE
           END-EXEC.
       F29-EXIT.
           EXIT.

       F25-NEXT-ENTRY.
           EXEC CICS READNEXT
                     DATASET  ('SCHEDF  ')
                     INTO     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO F25-EXIT
           END-IF.
           ADD  1                      TO SCHD-COUNT.
           MOVE SCHD-ID                TO SCHD-ENTRY-ID(SCHD-COUNT).
       F25-EXIT.
           EXIT.

      ******************************************************************
      *    PANEL MODE -- LIST THE SCHEDULE WITH ITS LAST AND NEXT RUN  *
      ******************************************************************
       G00-SHOW-SCHEDULE.
           MOVE ZERO                   TO LINE-COUNT.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'ID       TRAN R LAST          R NEXT'
                  '          DESCRIPTION'   NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER  WITH POINTER BUF-PTR.
           PERFORM F20-COLLECT-ENTRIES THRU F29-EXIT.
           PERFORM G10-SHOW-ENTRY THRU G10-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > SCHD-COUNT
                   OR    LINE-COUNT NOT < 17.
           STRING 'PRESS ENTER TO CONTINUE' DELIMITED BY SIZE
               INTO TEXT-BUFFER  WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO SDSP-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SDSP-FUNC)
                     LENGTH   (SDSP-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE SPACE                  TO SDSP-FUNC.
           MOVE 'READY'                TO SDSP-MSG.
       G90-EXIT.
           EXIT.

       G10-SHOW-ENTRY.
           MOVE SCHD-ENTRY-ID(SX)      TO SCHD-ID.
           EXEC CICS READ
                     DATASET  ('SCHEDF  ')
                     INTO     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G10-EXIT
           END-IF.
           IF  SCHD-HELD
               MOVE 'HELD'             TO SCHD-NEXT-RUN
           END-IF.
           IF  SCHD-NEXT-DATE = '99999999'
               MOVE 'NONE'             TO SCHD-NEXT-RUN
           END-IF.
           ADD  1                      TO LINE-COUNT.
           STRING SCHD-ID ' ' SCHD-TRANSID ' '
                  SCHD-LAST-RESULT ' ' SCHD-LAST-DATE ' '
                  SCHD-LAST-TIME ' ' SCHD-DAY-RULE ' '
                  SCHD-NEXT-DATE ' ' SCHD-NEXT-TIME ' '
                  SCHD-DESC             DELIMITED BY SIZE
                  NEWLINE               DELIMITED BY SIZE
               INTO TEXT-BUFFER  WITH POINTER BUF-PTR.
       G10-EXIT.
           EXIT.

      ******************************************************************
      *    ONE ENTRY -- START IT WHEN ITS NEXT RUN HAS COME DUE, THEN  *
      *    WORK OUT THE ONE AFTER; AN ENTRY NOT YET WORKED OUT (NEW OR *
      *    JUST CHANGED) ONLY HAS ITS NEXT RUN SET                     *
      ******************************************************************
       K00-DISPATCH-ENTRY.
           MOVE SCHD-ENTRY-ID(SX)      TO SCHD-ID.
           EXEC CICS READ
                     DATASET  ('SCHEDF  ')
                     INTO     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO K90-EXIT
           END-IF.
           IF  SCHD-HELD
               GO TO K80-UNLOCK
           END-IF.

           IF  SCHD-NEXT-RUN = SPACES
               MOVE 'Y'                TO INCLUSIVE-SW
               PERFORM L00-FIND-NEXT THRU L90-EXIT
               GO TO K70-REWRITE
           END-IF.
           IF  SCHD-NEXT-RUN > NOW-RUN
               GO TO K80-UNLOCK
           END-IF.

           IF  SCHD-NEXT-DATE = NOW-DATE
               PERFORM K10-START-ENTRY THRU K19-EXIT
           ELSE
               PERFORM K20-REPORT-MISSED THRU K29-EXIT
           END-IF.
           MOVE 'N'                    TO INCLUSIVE-SW.
           PERFORM L00-FIND-NEXT THRU L90-EXIT.

       K70-REWRITE.
           EXEC CICS REWRITE
                     DATASET  ('SCHEDF  ')
                     FROM     (SCHEDF-RECORD)
                     NOHANDLE
           END-EXEC.
           GO TO K90-EXIT.

       K80-UNLOCK.
           EXEC CICS UNLOCK
                     DATASET  ('SCHEDF  ')
                     NOHANDLE
           END-EXEC.
       K90-EXIT.
           EXIT.

      ******************************************************************
      *    START THE ENTRY'S TRANSACTION, PASSING ITS DATA IF ANY; A   *
      *    START THAT FAILS IS RECORDED AND ROUTED TO OPERATIONS       *
      ******************************************************************
       K10-START-ENTRY.
           MOVE ZERO                   TO START-LEN.
           IF  SCHD-DATA-LEN IS NUMERIC
               MOVE SCHD-DATA-LEN      TO START-LEN
           END-IF.
           IF  START-LEN > LENGTH OF SCHD-DATA
               MOVE LENGTH OF SCHD-DATA TO START-LEN
           END-IF.
           IF  START-LEN > ZERO
               EXEC CICS START
                         TRANSID  (SCHD-TRANSID)
                         FROM     (SCHD-DATA)
                         LENGTH   (START-LEN)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS START
                         TRANSID  (SCHD-TRANSID)
                         NOHANDLE
               END-EXEC
           END-IF.
           MOVE CURR-ABSTIME           TO SCHD-LAST-STAMP.
           MOVE SCHD-NEXT-DATE         TO SCHD-LAST-DATE.
           MOVE SCHD-NEXT-TIME         TO SCHD-LAST-TIME.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  SCHD-LAST-STARTED  TO TRUE
               GO TO K19-EXIT
           END-IF.
           SET  SCHD-LAST-FAILED       TO TRUE.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'W'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING THIS-PGM ': SCHEDULE '     DELIMITED BY SIZE
                  SCHD-ID                    DELIMITED BY SIZE
                  ' COULD NOT START TRANSACTION '
                                             DELIMITED BY SIZE
                  SCHD-TRANSID               DELIMITED BY SIZE
                  ' DUE AT '                 DELIMITED BY SIZE
                  SCHD-NEXT-TIME             DELIMITED BY SIZE
               INTO MSGR-TEXT.
           PERFORM Z80-ROUTE-MESSAGE THRU Z89-EXIT.
       K19-EXIT.
           EXIT.

      * DUE ON AN EARLIER DAY -- THE DISPATCHER WAS DOWN OR HELD; A
      * STALE RUN IS NOT STARTED LATE, ONLY REPORTED
       K20-REPORT-MISSED.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'W'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING THIS-PGM ': SCHEDULE '     DELIMITED BY SIZE
                  SCHD-ID                    DELIMITED BY SIZE
                  ' MISSED ITS RUN OF '      DELIMITED BY SIZE
                  SCHD-NEXT-DATE             DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  SCHD-NEXT-TIME             DELIMITED BY SIZE
                  ' -- NOT STARTED LATE'     DELIMITED BY SIZE
               INTO MSGR-TEXT.
           PERFORM Z80-ROUTE-MESSAGE THRU Z89-EXIT.
       K29-EXIT.
           EXIT.

      ******************************************************************
      *    THE NEXT RUN -- THE EARLIEST RUN TIME ON THE FIRST DAY THE  *
      *    DAY RULE ALLOWS, TODAY INCLUDED (TODAY ONLY AFTER THE       *
      *    CURRENT MINUTE, OR FROM IT WHEN INCLUDE-NOW).  NOTHING      *
      *    WITHIN A YEAR AND A MONTH IS 'NEVER' (ALL NINES)            *
      ******************************************************************
       L00-FIND-NEXT.
           MOVE SPACES                 TO SCHD-NEXT-RUN.
           PERFORM L10-TRY-DAY THRU L19-EXIT
                   VARYING DX FROM 0 BY 1
                   UNTIL DX > 400
                   OR    SCHD-NEXT-RUN NOT = SPACES.
           IF  SCHD-NEXT-RUN = SPACES
               MOVE '99999999'         TO SCHD-NEXT-DATE
               MOVE '9999'             TO SCHD-NEXT-TIME
           END-IF.
       L90-EXIT.
           EXIT.

       L10-TRY-DAY.
           COMPUTE DAY-ABSTIME = CURR-ABSTIME + (DX * DAY-TICKS).
           EXEC CICS FORMATTIME
                     ABSTIME  (DAY-ABSTIME)
                     YYYYMMDD (TRY-DATE)
                     DAYOFWEEK(DOW-NUM)
                     NOHANDLE
           END-EXEC.
           PERFORM L20-CHECK-DAY THRU L29-EXIT.
           IF  NOT DAY-QUALIFIES
               GO TO L19-EXIT
           END-IF.
           MOVE HIGH-VALUES            TO BEST-TIME.
           PERFORM L30-CHECK-TIME THRU L39-EXIT
                   VARYING TX FROM 1 BY 1 UNTIL TX > 4.
           IF  BEST-TIME NOT = HIGH-VALUES
               MOVE TRY-DATE           TO SCHD-NEXT-DATE
               MOVE BEST-TIME          TO SCHD-NEXT-TIME
           END-IF.
       L19-EXIT.
           EXIT.

       L20-CHECK-DAY.
           MOVE 'N'                    TO DAY-SW.
           EVALUATE TRUE
               WHEN SCHD-EVERY-DAY
                   MOVE 'Y'            TO DAY-SW
               WHEN SCHD-FIRST-OF-MONTH
                   IF  TRY-DATE(7:2) = '01'
                       MOVE 'Y'        TO DAY-SW
                   END-IF
               WHEN SCHD-WEEKDAYS
                   IF  SCHD-WEEKDAY-FLAG(DOW-NUM + 1) = 'Y'
                       MOVE 'Y'        TO DAY-SW
                   END-IF
               WHEN SCHD-BUSINESS-DAYS
                   PERFORM L25-CHECK-BUSDAY THRU L25-EXIT
           END-EVALUATE.
       L29-EXIT.
           EXIT.

      ******************************************************************
      *    A BUSINESS DAY -- NOT SATURDAY OR SUNDAY AND NOT A CALFILE  *
      *    HOLIDAY (THE SAME RULE CALQUERY APPLIES IN BATCH)           *
      ******************************************************************
       L25-CHECK-BUSDAY.
           IF  DOW-NUM = 0 OR DOW-NUM = 6
               GO TO L25-EXIT
           END-IF.
           MOVE SPACES                 TO CAL-ID.
           MOVE TRY-DATE               TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
                     INTO     (CALFILE-RECORD)
                     RIDFLD   (CALFILE-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND CAL-HOLIDAY
               GO TO L25-EXIT
           END-IF.
           MOVE 'Y'                    TO DAY-SW.
       L25-EXIT.
           EXIT.

       L30-CHECK-TIME.
           IF  SCHD-RUN-TIME(TX) NOT NUMERIC
               GO TO L39-EXIT
           END-IF.
           IF  DX = ZERO
               IF  INCLUDE-NOW
                   IF  SCHD-RUN-TIME(TX) < NOW-RUN-TIME
                       GO TO L39-EXIT
                   END-IF
               ELSE
                   IF  SCHD-RUN-TIME(TX) NOT > NOW-RUN-TIME
                       GO TO L39-EXIT
                   END-IF
               END-IF
           END-IF.
           IF  SCHD-RUN-TIME(TX) < BEST-TIME
               MOVE SCHD-RUN-TIME(TX)  TO BEST-TIME
           END-IF.
       L39-EXIT.
           EXIT.

      ******************************************************************
      *    ROUTE THE PREPARED MESSAGE TO OPERATIONS                    *
      ******************************************************************
       Z80-ROUTE-MESSAGE.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    HEARTBEAT FOR THE TASKWDG WATCHDOG PANEL                    *
      ******************************************************************
       Z90-MARK-WATCHDOG.
           MOVE 'SCHDISP '             TO WDGM-TASK.
           MOVE EIBTRNID               TO WDGM-TRANSID.
           MOVE INTERVAL-MINS          TO WDGM-INTERVAL-MINS.
           EXEC CICS LINK
                     PROGRAM  ('WDGMARK ')
                     COMMAREA (WDGM-AREA)
                     LENGTH   (LENGTH OF WDGM-AREA)
                     NOHANDLE
           END-EXEC.
       Z99-EXIT.
           EXIT.
