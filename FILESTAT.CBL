       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILESTAT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       FILE I/O STATISTICS COLLECTOR ON THE TSQCTL-
      *REMARKS.       INTERVAL SELF-RESCHEDULING PATTERN.  FILEMON
      *REMARKS.       SAYS WHETHER A FILE IS UP; THIS SAYS HOW HARD
      *REMARKS.       IT IS WORKED.  EACH CYCLE COLLECTS THE CICS
      *REMARKS.       FILE STATISTICS FOR EVERY FILE ON THE FILEMONF
      *REMARKS.       LIST AND WRITES THE READS, ADDS, UPDATES,
      *REMARKS.       DELETES, BROWSES AND STRING WAITS SINCE THE
      *REMARKS.       PREVIOUS SAMPLE TO THE FILEACTF HISTORY FILE,
      *REMARKS.       KEEPING EACH FILE'S RUNNING TOTALS THERE ON A
      *REMARKS.       ZERO-STAMP RECORD.  THE FILEARPT DAILY REPORT
      *REMARKS.       RANKS THE BUSIEST FILES BY HOUR FROM IT.
      *REMARKS.       CONTROL COMES FROM THE TSQCTL 'FILESTAT' RECORD
      *REMARKS.       (SEE TSSWCTL -- INTERVAL DEFAULT 15 MINUTES;
      *REMARKS.       THE RETENTION TRIMS OLD HISTORY EACH PASS,
      *REMARKS.       DEFAULT 35 DAYS; THE IDLE FIELD IS NOT USED).
      *REMARKS.       RUN FROM A TERMINAL IT TAKES A SAMPLE AND SHOWS
      *REMARKS.       THE ACTIVITY SINCE THE LAST ONE -- S SAMPLES AND
      *REMARKS.       SHOWS, E EXITS.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'FILESTAT'.
         03  FSTA-FUNC                 PIC  X(01).
           88  FSTA-SCAN                              VALUE 'S'.
           88  FSTA-QUIT                              VALUE 'E'.
         03  FSTA-MSG                  PIC  X(60)   VALUE 'READY'.
         03  FSTA-PROMPT               PIC  X(120).
         03  FSTA-PROMPT-LEN           PIC S9(04)   BINARY.
         03  FSTA-IN-LENG              PIC S9(04)   BINARY.
         03  PANEL-SW                  PIC  X(01).
           88  PANEL-MODE                           VALUE 'Y'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  RETAIN-TICKS              PIC S9(15)   PACKED-DECIMAL.
         03  ELAPSED-TICKS             PIC S9(15)   PACKED-DECIMAL.
         03  INTERVAL-MINS             PIC S9(04)   BINARY VALUE +15.
         03  RETAIN-DAYS               PIC S9(04)   BINARY VALUE +35.
         03  INTERVAL-HRS              PIC S9(04)   BINARY.
         03  INTERVAL-REM              PIC S9(04)   BINARY.
         03  INTERVAL-HHMMSS           PIC S9(07)   COMP-3.
         03  MON-ENABLE-SW             PIC  X(01)   VALUE 'Y'.
           88  MON-DISABLED                         VALUE 'N'.
         03  OWN-APPLID                PIC  X(08).
         03  CURR-DATE                 PIC  X(08).
         03  CURR-TIME                 PIC  X(06).
         03  REC-LEN                   PIC S9(04)   BINARY.
         03  FILE-COUNT                PIC S9(04)   BINARY.
         03  LINE-COUNT                PIC S9(04)   BINARY.
         03  PURGE-COUNT               PIC S9(04)   BINARY.
         03  PX                        PIC S9(04)   BINARY.
         03  CX                        PIC S9(04)   BINARY.
         03  COUNT-ED                  PIC -(7)9.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1500).

      * THE SIX COUNTERS IN FACT-COUNTS ORDER -- READS, ADDS, UPDATES,
      * DELETES, BROWSES, STRING WAITS
       01  CURR-COUNTS.
         03  CURR-COUNT                PIC S9(09)   BINARY
                                       OCCURS 6 TIMES.

       01  PRIOR-COUNTS.
         03  PRIOR-COUNT               PIC S9(09)   BINARY
                                       OCCURS 6 TIMES.

       01  PURGE-TABLE.
         03  PURGE-ENTRY OCCURS 100 TIMES.
           05  PURGE-KEY               PIC  X(24).

       COPY FILEMONF.

       COPY FILEACTF.

       COPY TSSWCTL.

       01  WDGM-AREA.
         COPY WDGMARK.

      ******************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

      * THE CICS FILE STATISTICS RECORD (DFHA17DS) RETURNED BY COLLECT
      * STATISTICS FILE -- ONLY THE COUNTS THIS PROGRAM USES ARE NAMED
       01  FILE-STATS.
         03  A17FNAM                   PIC  X(08).
         03  FILLER                    PIC  X(44).
         03  FILLER                    PIC  X(44).
         03  FILLER                    PIC  X(08).
      * READ, REWRITE (WRITE UPDATE), WRITE ADD AND BROWSE REQUESTS
         03  A17DSRD                   PIC S9(08)   BINARY.
         03  A17DSWRU                  PIC S9(08)   BINARY.
         03  A17DSWRA                  PIC S9(08)   BINARY.
         03  A17DSBR                   PIC S9(08)   BINARY.
         03  A17DSDEL                  PIC S9(08)   BINARY.
         03  FILLER                    PIC  X(12).
      * WAITS FOR A STRING -- THE TOTAL AND THE HIGHEST AT ONE TIME
         03  A17DSTSW                  PIC S9(08)   BINARY.
         03  A17DSHSW                  PIC S9(08)   BINARY.
         03  FILLER                    PIC  X(16).
      * READPREV REQUESTS -- COUNTED WITH THE BROWSES
         03  A17DSBRP                  PIC S9(08)   BINARY.

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
                       UNTIL FSTA-QUIT
               GO TO A90-MAINLINE-EXIT
           END-IF.

      * STARTED MODE -- ONE SAMPLE, THEN RESCHEDULE
           MOVE 'N'                    TO PANEL-SW.
           PERFORM B90-READ-CONTROL THRU B99-EXIT.
           PERFORM Z90-MARK-WATCHDOG THRU Z99-EXIT.
           IF  NOT MON-DISABLED
               PERFORM F00-SAMPLE-FILES THRU F90-EXIT
               PERFORM J00-PURGE-OLD THRU J90-EXIT
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
      *    READ THE TSQCTL 'FILESTAT' CONTROL RECORD (SEE TSSWCTL)     *
      ******************************************************************
       B90-READ-CONTROL.
           MOVE 'FILESTAT'             TO TSSWCTL-KEY.
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
           IF  TSSWCTL-RETAIN-DAYS IS NUMERIC
           AND TSSWCTL-RETAIN-DAYS > ZERO
               MOVE TSSWCTL-RETAIN-DAYS TO RETAIN-DAYS
           END-IF.
       B99-EXIT.
           EXIT.

      ******************************************************************
      *    PANEL MODE -- PROMPT, RECEIVE, DISPATCH                     *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           EVALUATE TRUE
               WHEN FSTA-QUIT
                   MOVE 'FILESTAT TERMINATED' TO FSTA-MSG
               WHEN FSTA-SCAN
                   PERFORM B90-READ-CONTROL THRU B99-EXIT
                   PERFORM F00-SAMPLE-FILES THRU F90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE S OR E'
                                            TO FSTA-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO FSTA-PROMPT.
           MOVE 1                       TO FSTA-PROMPT-LEN.
           STRING 'FILESTAT  '                 DELIMITED BY SIZE
                  FSTA-MSG                     DELIMITED BY SIZE
                  '  FUNC(S/E) ==> '           DELIMITED BY SIZE
               INTO FSTA-PROMPT         WITH POINTER FSTA-PROMPT-LEN.
           SUBTRACT 1                   FROM FSTA-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (FSTA-PROMPT)
                     LENGTH   (FSTA-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACE                   TO FSTA-FUNC.
           MOVE LENGTH OF FSTA-FUNC     TO FSTA-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (FSTA-FUNC)
                     LENGTH   (FSTA-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE SAMPLE -- EVERY FILE ON THE FILEMONF LIST, AND (IN      *
      *    PANEL MODE) THE ACTIVITY SINCE THE PREVIOUS SAMPLE          *
      ******************************************************************
       F00-SAMPLE-FILES.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     YYYYMMDD (CURR-DATE)
                     TIME     (CURR-TIME)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO OWN-APPLID.
           EXEC CICS ASSIGN
                     APPLID   (OWN-APPLID)
                     NOHANDLE
           END-EXEC.

           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE ZERO                   TO FILE-COUNT LINE-COUNT.
           IF  PANEL-MODE
               MOVE SPACES             TO TEXT-BUFFER
               MOVE 1                  TO BUF-PTR
               STRING 'FILE        READS     ADDS  UPDATES  DELETES'
                      '  BROWSES  STRWAIT'  NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.

           MOVE LOW-VALUES             TO FILEMONF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('FILEMONF')
                     RIDFLD   (FILEMONF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'NO FILES ON THE WATCH LIST' TO FSTA-MSG
               GO TO F90-EXIT
           END-IF.
           PERFORM G00-SAMPLE-FILE THRU G90-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('FILEMONF')
                     NOHANDLE
           END-EXEC.

           IF  PANEL-MODE
               STRING 'PRESS ENTER TO CONTINUE' DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               SUBTRACT 1            FROM BUF-PTR
               EXEC CICS SEND TEXT
                         FROM     (TEXT-BUFFER)
                         LENGTH   (BUF-PTR)
                         ERASE
                         NOHANDLE
               END-EXEC
               MOVE 1                  TO FSTA-IN-LENG
               EXEC CICS RECEIVE
                         INTO     (FSTA-FUNC)
                         LENGTH   (FSTA-IN-LENG)
                         NOHANDLE
               END-EXEC
               MOVE SPACE              TO FSTA-FUNC
               MOVE 'READY'            TO FSTA-MSG
           END-IF.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    COLLECT ONE FILE'S STATISTICS AND RECORD THE ACTIVITY SINCE *
      *    ITS RUNNING-TOTALS RECORD WAS LAST UPDATED                  *
      ******************************************************************
       G00-SAMPLE-FILE.
      * A FILEMONF RECORD WRITTEN BEFORE ITS ACTION FIELDS EXISTED IS
      * SHORT -- THE LENGERR PASSES, AS IN FILEMON
           MOVE LENGTH OF FILEMONF-RECORD TO REC-LEN.
           EXEC CICS READNEXT
                     DATASET  ('FILEMONF')
                     INTO     (FILEMONF-RECORD)
                     RIDFLD   (FILEMONF-KEY)
                     LENGTH   (REC-LEN)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(LENGERR)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO G90-EXIT
           END-IF.

      * A FILE NOT DEFINED IN THIS REGION HAS NO STATISTICS
           EXEC CICS COLLECT STATISTICS
                     FILE     (FMON-FILE)
                     SET      (ADDRESS OF FILE-STATS)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G90-EXIT
           END-IF.
           ADD  1                      TO FILE-COUNT.
           MOVE A17DSRD                TO CURR-COUNT(1).
           MOVE A17DSWRA               TO CURR-COUNT(2).
           MOVE A17DSWRU               TO CURR-COUNT(3).
           MOVE A17DSDEL               TO CURR-COUNT(4).
           COMPUTE CURR-COUNT(5)  =  A17DSBR + A17DSBRP.
           MOVE A17DSTSW               TO CURR-COUNT(6).

           MOVE ZERO                   TO FACT-STAMP.
           MOVE OWN-APPLID             TO FACT-APPLID.
           MOVE FMON-FILE              TO FACT-FILE.
           EXEC CICS READ
                     DATASET  ('FILEACTF')
                     INTO     (FILEACTF-RECORD)
                     RIDFLD   (FILEACTF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               PERFORM G20-FIRST-SIGHT THRU G29-EXIT
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G90-EXIT
           END-IF.

      * THE ACTIVITY SINCE THE LAST SAMPLE.  A COUNT BELOW THE SAVED
      * TOTAL MEANS THE STATISTICS WERE RESET IN BETWEEN (AN INTERVAL
      * OR END-OF-DAY RESET, OR A NEW START OF THE REGION) -- ALL OF
      * IT IS THEN ACTIVITY SINCE THE RESET
           MOVE FACT-COUNTS            TO PRIOR-COUNTS.
           COMPUTE ELAPSED-TICKS = CURR-ABSTIME - FACT-LAST-STAMP.
           PERFORM G10-TAKE-DELTA THRU G10-EXIT
                   VARYING CX FROM 1 BY 1 UNTIL CX > 6.
           PERFORM G30-WRITE-HISTORY THRU G39-EXIT.
       G90-EXIT.
           EXIT.

       G10-TAKE-DELTA.
           IF  CURR-COUNT(CX) < PRIOR-COUNT(CX)
               MOVE CURR-COUNT(CX)     TO FACT-COUNT(CX)
           ELSE
               COMPUTE FACT-COUNT(CX) = CURR-COUNT(CX)
                                      - PRIOR-COUNT(CX)
           END-IF.
       G10-EXIT.
           EXIT.

      ******************************************************************
      *    A FILE NEW TO THE LIST (OR TO THIS REGION) -- ITS TOTALS    *
      *    RECORD STARTS HERE AND ITS HISTORY WITH THE NEXT SAMPLE     *
      ******************************************************************
       G20-FIRST-SIGHT.
           MOVE SPACES                 TO FILEACTF-RECORD.
           MOVE ZERO                   TO FACT-STAMP.
           MOVE OWN-APPLID             TO FACT-APPLID.
           MOVE FMON-FILE              TO FACT-FILE.
           MOVE CURR-DATE              TO FACT-DATE.
           MOVE CURR-TIME              TO FACT-TIME.
           MOVE ZERO                   TO FACT-ELAPSED-SECS.
           MOVE CURR-ABSTIME           TO FACT-LAST-STAMP.
           MOVE CURR-COUNTS            TO FACT-COUNTS.
           EXEC CICS WRITE
                     DATASET  ('FILEACTF')
                     FROM     (FILEACTF-RECORD)
                     RIDFLD   (FILEACTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  PANEL-MODE
           AND LINE-COUNT < 17
               ADD  1                  TO LINE-COUNT
               STRING FMON-FILE '    FIRST SAMPLE -- TOTALS SAVED'
                      NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
       G29-EXIT.
           EXIT.

      ******************************************************************
      *    REWRITE THE HELD RUNNING TOTALS, THEN ADD THE HISTORY       *
      *    RECORD OF THE DELTAS NOW IN FACT-COUNTS                     *
      ******************************************************************
       G30-WRITE-HISTORY.
      * THE PRIOR TOTALS ARE SPENT -- THE DELTAS WAIT THERE INSTEAD
           MOVE FACT-COUNTS            TO PRIOR-COUNTS.
           MOVE CURR-DATE              TO FACT-DATE.
           MOVE CURR-TIME              TO FACT-TIME.
           MOVE ZERO                   TO FACT-ELAPSED-SECS.
           MOVE CURR-ABSTIME           TO FACT-LAST-STAMP.
           MOVE CURR-COUNTS            TO FACT-COUNTS.
           EXEC CICS REWRITE
                     DATASET  ('FILEACTF')
                     FROM     (FILEACTF-RECORD)
                     NOHANDLE
           END-EXEC.

           MOVE CURR-ABSTIME           TO FACT-STAMP.
           MOVE PRIOR-COUNTS           TO FACT-COUNTS.
           COMPUTE FACT-ELAPSED-SECS = ELAPSED-TICKS / 1000000.
           MOVE ZERO                   TO FACT-LAST-STAMP.
           EXEC CICS WRITE
                     DATASET  ('FILEACTF')
                     FROM     (FILEACTF-RECORD)
                     RIDFLD   (FILEACTF-KEY)
                     NOHANDLE
           END-EXEC.

           IF  PANEL-MODE
           AND LINE-COUNT < 17
               ADD  1                  TO LINE-COUNT
               STRING FMON-FILE '  ' DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               PERFORM G40-SHOW-COUNT THRU G49-EXIT
                       VARYING CX FROM 1 BY 1 UNTIL CX > 6
               STRING NEWLINE DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
       G39-EXIT.
           EXIT.

       G40-SHOW-COUNT.
           MOVE FACT-COUNT(CX)         TO COUNT-ED.
           STRING ' ' COUNT-ED DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
       G49-EXIT.
           EXIT.

      ******************************************************************
      *    TRIM HISTORY PAST THE RETENTION -- THE KEY LEADS WITH THE   *
      *    STAMP, SO THE BROWSE STOPS AT THE FIRST RECORD IT KEEPS.    *
      *    THE DELETES WAIT UNTIL THE BROWSE ENDS (THE TSSWEEP         *
      *    PATTERN); AN OVERFLOWING PASS LEAVES THE EXCESS FOR THE     *
      *    NEXT ONE.  THE ZERO-STAMP TOTALS RECORDS ARE NEVER TRIMMED. *
      ******************************************************************
       J00-PURGE-OLD.
           COMPUTE RETAIN-TICKS = RETAIN-DAYS * 86400 * 1000000.
           MOVE ZERO                   TO PURGE-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO FILEACTF-KEY.
           MOVE 1                      TO FACT-STAMP.
           EXEC CICS STARTBR
                     DATASET  ('FILEACTF')
                     RIDFLD   (FILEACTF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J90-EXIT
           END-IF.
           PERFORM J10-READ-OLD THRU J10-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    PURGE-COUNT NOT < 100.
           EXEC CICS ENDBR
                     DATASET  ('FILEACTF')
                     NOHANDLE
           END-EXEC.
           PERFORM J20-PURGE-ENTRY THRU J20-EXIT
                   VARYING PX FROM 1 BY 1 UNTIL PX > PURGE-COUNT.
       J90-EXIT.
           EXIT.

       J10-READ-OLD.
           EXEC CICS READNEXT
                     DATASET  ('FILEACTF')
                     INTO     (FILEACTF-RECORD)
                     RIDFLD   (FILEACTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J10-EXIT
           END-IF.
           COMPUTE ELAPSED-TICKS = CURR-ABSTIME - FACT-STAMP.
           IF  ELAPSED-TICKS NOT > RETAIN-TICKS
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J10-EXIT
           END-IF.
           IF  FACT-APPLID = OWN-APPLID
               ADD  1                  TO PURGE-COUNT
               MOVE FILEACTF-KEY       TO PURGE-KEY(PURGE-COUNT)
           END-IF.
       J10-EXIT.
           EXIT.

       J20-PURGE-ENTRY.
           EXEC CICS DELETE
                     DATASET  ('FILEACTF')
                     RIDFLD   (PURGE-KEY(PX))
                     NOHANDLE
           END-EXEC.
       J20-EXIT.
           EXIT.

      ******************************************************************
      *    HEARTBEAT FOR THE TASKWDG WATCHDOG (SEE WDGMARK)            *
      ******************************************************************
       Z90-MARK-WATCHDOG.
           MOVE 'FILESTAT'             TO WDGM-TASK.
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
