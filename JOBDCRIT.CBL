       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBDCRIT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       BATCH-WINDOW CRITICAL-PATH FORECAST.  WALKS THE
      *REMARKS.       JOBDEPF DEPENDENCY NETWORK AND ANSWERS "WHEN
      *REMARKS.       WILL TONIGHT'S WINDOW END, AND WHICH JOBS ARE
      *REMARKS.       ON THE CRITICAL PATH".  EACH JOB'S EXPECTED
      *REMARKS.       AND WORST-CASE RUN TIME IS ITS LATEST JOBDSUM
      *REMARKS.       MONTH'S AVERAGE AND MAXIMUM, FALLING BACK TO
      *REMARKS.       ITS JOBDHIST TYPE 'E' COMPLETIONS.  A JOB THAT
      *REMARKS.       HAS ALREADY FINISHED IN THE WINDOW USES ITS
      *REMARKS.       ACTUAL JOBDHIST TIMES, AND ONE STILL RUNNING
      *REMARKS.       USES ITS ACTUAL START, SO A MID-WINDOW RUN IS A
      *REMARKS.       LIVE RE-FORECAST AFTER A LATE START.  PRINTS
      *REMARKS.       EVERY JOB (CRITICAL PATH MARKED *), EVERY
      *REMARKS.       CHAIN'S EXPECTED AND WORST-CASE END WITH ITS
      *REMARKS.       CONTROLLING PATH, AND THE WINDOW'S OVERALL END.
      *REMARKS.       SYSPARM TAGS (SEE JOBDATA):
      *REMARKS.         START=HH:MM -- THE WINDOW'S PLANNED START ON
      *REMARKS.                 THE WINDOW DATE; THE WINDOW THEN RUNS
      *REMARKS.                 UNTIL THE SAME TIME NEXT DAY.  NO TAG
      *REMARKS.                 FORECASTS FROM NOW AND COUNTS ONLY THE
      *REMARKS.                 WINDOW DATE'S OWN HISTORY.
      *REMARKS.         OFFSET=-N -- THE WINDOW DATE IS N DAYS BACK
      *REMARKS.                 (OFFSET=-1 AFTER MIDNIGHT FOR A
      *REMARKS.                 WINDOW THAT STARTED LAST NIGHT).
      *REMARKS.         RC 0 -- FORECAST COMPLETE
      *REMARKS.         RC 4 -- DEPENDENCY LOOP OR TABLE OVERFLOW;
      *REMARKS.                 THE FORECAST IS NOT TRUSTWORTHY
      *REMARKS.         RC 8 -- A REQUIRED FILE WAS UNREADABLE

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC UNPUNCHED OFFSET=/START= TAGS FALL BACK TO THE
      *               NEW BATPARMF PARAMETER FILE (VIA BATPARM), AND
      *               THE VALUES ACTUALLY USED ARE PRINTED AT THE TOP
      *               OF THE REPORT WITH WHERE EACH CAME FROM.  THE
      *               REPORT IS NOW OPENED FIRST SO THOSE LINES ARE
      *               ARCHIVED WITH IT.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBDEPF              ASSIGN TO JOBDEPF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDEPF-KEY
                                       FILE STATUS IS JOBDEPF-STATUS.
           SELECT JOBDSUM              ASSIGN TO JOBDSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDSUM-KEY
                                       FILE STATUS IS JOBDSUM-STATUS.
           SELECT JOBDHIST             ASSIGN TO JOBDHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOBDEPF
           LABEL RECORDS ARE STANDARD.
           COPY JOBDEPF.

       FD  JOBDSUM
           LABEL RECORDS ARE STANDARD.
           COPY JOBDSUM.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       WORKING-STORAGE SECTION.
       77  JOBDEPF-STATUS              PIC  X(02).
       77  JOBDSUM-STATUS              PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  SUM-OPEN-SW                 PIC  X(01)   VALUE 'N'.
           88  SUM-OPEN                             VALUE 'Y'.
       77  MORE-DEPS-SW                PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-DEPS                         VALUE 'N'.
       77  MORE-SUM-SW                 PIC  X(01).
           88  NO-MORE-SUM                          VALUE 'N'.
       77  MORE-HIST-SW                PIC  X(01).
           88  NO-MORE-HIST                         VALUE 'N'.
       77  CHANGED-SW                  PIC  X(01).
           88  FORECAST-CHANGED                     VALUE 'Y'.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  START-GIVEN-SW              PIC  X(01)   VALUE 'N'.
           88  START-GIVEN                          VALUE 'Y'.
       77  IN-WINDOW-SW                PIC  X(01).
           88  IN-WINDOW                            VALUE 'Y'.
       77  WINDOW-DATE                 PIC  9(08).
       77  WINDOW-DATE-X REDEFINES WINDOW-DATE
                                       PIC  X(08).
       77  NEXT-DATE                   PIC  9(08).
       77  NEXT-DATE-X REDEFINES NEXT-DATE
                                       PIC  X(08).
       77  OFFSET-DAYS                 PIC S9(04)   COMP VALUE ZERO.
       77  CRIT-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  NX                          PIC S9(04)   COMP.
       77  PX                          PIC S9(04)   COMP.
       77  EX                          PIC S9(04)   COMP.
       77  WX                          PIC S9(04)   COMP.
       77  NODE-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  EDGE-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  PASS-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  WALK-COUNT                  PIC S9(04)   COMP.
       77  PATH-PTR                    PIC S9(04)   COMP.
       77  WANT-JOB                    PIC  X(08).
       77  SUCC-NX                     PIC S9(04)   COMP.
       77  NOW-SECS                    PIC S9(09)   COMP.
       77  WINDOW-START-SECS           PIC S9(09)   COMP VALUE ZERO.
       77  BASE-SECS                   PIC S9(09)   COMP.
       77  REC-START-SECS              PIC S9(09)   COMP.
       77  REC-ELAPSED-SECS            PIC S9(09)   COMP.
       77  HIST-RUNS                   PIC S9(09)   COMP.
       77  HIST-TOTAL-SECS             PIC S9(11)   COMP-3.
       77  HIST-MAX-SECS               PIC S9(09)   COMP.
       77  NEW-EXP-START               PIC S9(09)   COMP.
       77  NEW-EXP-END                 PIC S9(09)   COMP.
       77  NEW-WST-START               PIC S9(09)   COMP.
       77  NEW-WST-END                 PIC S9(09)   COMP.
       77  NEW-PRED                    PIC S9(04)   COMP.
       77  PRED-EXP-END                PIC S9(09)   COMP.
       77  PRED-WST-END                PIC S9(09)   COMP.
       77  WINDOW-EXP-END              PIC S9(09)   COMP VALUE ZERO.
       77  WINDOW-WST-END              PIC S9(09)   COMP VALUE ZERO.
       77  WINDOW-END-NX               PIC S9(04)   COMP VALUE ZERO.
       77  CHAIN-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  EDIT-SECS                   PIC S9(09)   COMP.
       77  EDIT-DAYS                   PIC S9(09)   COMP.
       77  EDIT-REM                    PIC S9(09)   COMP.
       77  EDIT-MINS                   PIC S9(09)   COMP.

      * WORK AREA FOR PULLING THE START=/OFFSET= TAGS OUT OF THE VSE
      * SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA/CALGATE)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).

       01  START-TAG.
           05  START-TAG-HH            PIC  X(02).
           05  START-TAG-COLON         PIC  X(01).
           05  START-TAG-MM            PIC  X(02).

       01  HIST-STAMP.
           05  HIST-HH                 PIC  99.
           05  FILLER                  PIC  X.
           05  HIST-MM                 PIC  99.
           05  FILLER                  PIC  X.
           05  HIST-SS                 PIC  99.

      * A FORECAST TIME AS HH:MM, WITH +N WHEN IT FALLS N DAYS AFTER
      * THE WINDOW DATE
       01  EDIT-TIME.
           05  EDIT-HH                 PIC  99.
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  EDIT-MM                 PIC  99.
           05  EDIT-NEXT               PIC  X(02).

      * EVERY JOB NAMED IN JOBDEPF, AS SUCCESSOR OR PREDECESSOR.
      * TIMES ARE SECONDS FROM MIDNIGHT STARTING THE WINDOW DATE.
       01  NODE-TABLE.
           03  NODE-ENTRY OCCURS 200 TIMES.
               05  NODE-JOB            PIC  X(08).
               05  NODE-STATE          PIC  X(01).
                   88  NODE-DONE              VALUE 'D'.
                   88  NODE-RUNNING           VALUE 'R'.
                   88  NODE-WAITING           VALUE 'W'.
               05  NODE-SRC            PIC  X(01).
                   88  NODE-FROM-SUM          VALUE 'S'.
                   88  NODE-FROM-HIST         VALUE 'H'.
                   88  NODE-NO-HISTORY        VALUE 'N'.
               05  NODE-SUCC-SW        PIC  X(01).
                   88  NODE-HAS-SUCC          VALUE 'Y'.
               05  NODE-PATH-SW        PIC  X(01).
                   88  NODE-ON-PATH           VALUE 'Y'.
               05  NODE-AVG-SECS       PIC S9(09)   COMP.
               05  NODE-MAX-SECS       PIC S9(09)   COMP.
               05  NODE-ACT-START      PIC S9(09)   COMP.
               05  NODE-ACT-END        PIC S9(09)   COMP.
               05  NODE-EXP-START      PIC S9(09)   COMP.
               05  NODE-EXP-END        PIC S9(09)   COMP.
               05  NODE-WST-START      PIC S9(09)   COMP.
               05  NODE-WST-END        PIC S9(09)   COMP.
      * THE PREDECESSOR WHOSE EXPECTED END HOLDS THIS JOB BACK
               05  NODE-CRIT-PRED      PIC S9(04)   COMP.

      * ONE ENTRY PER JOBDEPF RECORD, AS NODE-TABLE SUBSCRIPTS
       01  EDGE-TABLE.
           03  EDGE-ENTRY OCCURS 500 TIMES.
               05  EDGE-SUCC           PIC S9(04)   COMP.
               05  EDGE-PRED           PIC S9(04)   COMP.

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY DTEMAN.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(42)
                   VALUE 'J O B D C R I T  -  BATCH WINDOW FORECAST'.
           05  FILLER                  PIC  X(12)
                   VALUE 'WINDOW DATE '.
           05  RPT-H-DATE              PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE ' START '.
           05  RPT-H-START             PIC  X(07).
           05  FILLER                  PIC  X(07)   VALUE ' AS OF '.
           05  RPT-H-NOW               PIC  X(07).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(11)   VALUE 'JOB'.
           05  FILLER                  PIC  X(09)   VALUE 'STATE'.
           05  FILLER                  PIC  X(06)   VALUE 'FROM'.
           05  FILLER                  PIC  X(08)   VALUE ' AVG MIN'.
           05  FILLER                  PIC  X(08)   VALUE ' MAX MIN'.
           05  FILLER                  PIC  X(10)   VALUE '  START'.
           05  FILLER                  PIC  X(10)   VALUE '  EXP END'.
           05  FILLER                  PIC  X(10)   VALUE '  WORST'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(08)   VALUE SPACES.
           05  RPT-PATH-MARK           PIC  X(02).
           05  RPT-JOB-NAME            PIC  X(11).
           05  RPT-STATE               PIC  X(09).
           05  RPT-SRC                 PIC  X(06).
           05  RPT-AVG-MIN             PIC  ZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-MAX-MIN             PIC  ZZZZZ9.
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-START               PIC  X(10).
           05  RPT-EXP-END             PIC  X(10).
           05  RPT-WST-END             PIC  X(10).

       01  RPT-HDG3.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(11)   VALUE 'CHAIN END'.
           05  FILLER                  PIC  X(10)   VALUE 'EXP END'.
           05  FILLER                  PIC  X(10)   VALUE 'WORST'.
           05  FILLER                  PIC  X(40)
                   VALUE 'CONTROLLING PATH (LAST JOB FIRST)'.

       01  RPT-CHAIN.
           05  FILLER                  PIC  X(08)   VALUE SPACES.
           05  RPT-CH-MARK             PIC  X(02).
           05  RPT-CH-JOB              PIC  X(11).
           05  RPT-CH-EXP-END          PIC  X(10).
           05  RPT-CH-WST-END          PIC  X(10).
           05  RPT-CH-PATH             PIC  X(59).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(22)
                   VALUE 'WINDOW EXPECTED END  '.
           05  RPT-TOT-EXP-END         PIC  X(08).
           05  FILLER                  PIC  X(18)
                   VALUE ' WORST-CASE END  '.
           05  RPT-TOT-WST-END         PIC  X(08).
           05  FILLER                  PIC  X(26)
                   VALUE ' CRITICAL PATH ENDS WITH '.
           05  RPT-TOT-JOB             PIC  X(08).

       01  RPT-COUNTS.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-CNT-JOBS            PIC  ZZZ9.
           05  FILLER                  PIC  X(09)   VALUE ' JOB(S), '.
           05  RPT-CNT-CHAINS          PIC  ZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' CHAIN(S)'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'JOBDCRIT: '.
           05  RPT-TROUBLE-TEXT        PIC  X(60).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'JOBDCRIT'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           MOVE 'OFFSET='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A10-SET-OFFSET THRU A19-EXIT.
           MOVE OFFSET-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'START='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A20-SET-START THRU A29-EXIT.
           IF  START-GIVEN
               MOVE START-TAG          TO BPRM-VALUE
           ELSE
               MOVE 'NOW'              TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

      * THE WINDOW DATE (TODAY PLUS THE OFFSET) AND THE DAY AFTER IT,
      * VIA DTEMAN
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE JOBD-JOB-DATE          TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           COMPUTE DTE-TOTD = DTE-TOTD + OFFSET-DAYS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO WINDOW-DATE.
           COMPUTE DTE-TOTD = DTE-TOTD + 1.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO NEXT-DATE.

      * NOW, ON THE WINDOW DATE'S CLOCK -- A DAY LATER PER DAY BACK
           MOVE JOBD-PGM-STIM          TO HIST-STAMP.
           COMPUTE NOW-SECS = (HIST-HH * 3600) + (HIST-MM * 60)
                            +  HIST-SS - (OFFSET-DAYS * 86400).
           MOVE NOW-SECS               TO BASE-SECS.
           IF  START-GIVEN
           AND WINDOW-START-SECS > BASE-SECS
               MOVE WINDOW-START-SECS  TO BASE-SECS
           END-IF.

           MOVE WINDOW-DATE-X          TO RPT-H-DATE.
           MOVE 'NOW'                  TO RPT-H-START.
           IF  START-GIVEN
               MOVE WINDOW-START-SECS  TO EDIT-SECS
               PERFORM X20-EDIT-TIME THRU X29-EXIT
               MOVE EDIT-TIME          TO RPT-H-START
           END-IF.
           MOVE NOW-SECS               TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-H-NOW.
           MOVE RPT-HDG1        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

           OPEN INPUT JOBDEPF.
           IF  JOBDEPF-STATUS NOT = '00'
               MOVE 8                  TO CRIT-RC
               MOVE 'DEPENDENCY FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               CLOSE JOBDEPF
               MOVE 8                  TO CRIT-RC
               MOVE 'JOB HISTORY UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
      * NO SUMMARY FILE JUST MEANS EVERY RUN TIME COMES FROM JOBDHIST
           OPEN INPUT JOBDSUM.
           IF  JOBDSUM-STATUS = '00'
               MOVE 'Y'                TO SUM-OPEN-SW
           END-IF.

           MOVE LOW-VALUES             TO JOBDEPF-KEY.
           START JOBDEPF KEY NOT LESS THAN JOBDEPF-KEY
               INVALID KEY
                   SET NO-MORE-DEPS    TO TRUE
           END-START.
           PERFORM B00-LOAD-EDGE THRU B90-EXIT
                   UNTIL NO-MORE-DEPS.
           CLOSE JOBDEPF.

           PERFORM C00-PROFILE-JOB THRU C90-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > NODE-COUNT.
           CLOSE JOBDHIST.
           IF  SUM-OPEN
               CLOSE JOBDSUM
           END-IF.

      * RELAX THE NETWORK UNTIL NOTHING MOVES -- MORE PASSES THAN
      * THERE ARE JOBS CAN ONLY MEAN A DEPENDENCY LOOP
           MOVE 'Y'                    TO CHANGED-SW.
           PERFORM D00-FORECAST-PASS THRU D90-EXIT
                   UNTIL NOT FORECAST-CHANGED
                   OR    PASS-COUNT > NODE-COUNT + 1.
           IF  FORECAST-CHANGED
               MOVE 4                  TO CRIT-RC
               MOVE 'DEPENDENCY LOOP IN JOBDEPF - FORECAST UNRELIABLE'
                                       TO RPT-TROUBLE-TEXT
               MOVE RPT-TROUBLE TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.

           PERFORM E00-FIND-WINDOW-END THRU E09-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > NODE-COUNT.
           IF  WINDOW-END-NX > ZERO
               MOVE WINDOW-END-NX      TO WX
               MOVE ZERO               TO WALK-COUNT
               PERFORM E10-MARK-PATH THRU E19-EXIT
                       UNTIL WX = ZERO
                       OR    WALK-COUNT > NODE-COUNT
           END-IF.

           MOVE RPT-HDG2        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM F00-PRINT-JOB THRU F90-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > NODE-COUNT.

           MOVE RPT-HDG3        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM G00-PRINT-CHAIN THRU G90-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > NODE-COUNT.

           MOVE WINDOW-EXP-END         TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-TOT-EXP-END.
           MOVE WINDOW-WST-END         TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-TOT-WST-END.
           MOVE SPACES                 TO RPT-TOT-JOB.
           IF  WINDOW-END-NX > ZERO
               MOVE NODE-JOB(WINDOW-END-NX) TO RPT-TOT-JOB
           END-IF.
           MOVE RPT-TOTAL       TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE NODE-COUNT             TO RPT-CNT-JOBS.
           MOVE CHAIN-COUNT            TO RPT-CNT-CHAINS.
           MOVE RPT-COUNTS      TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           GO TO A90-EXIT.

       A80-TROUBLE.
           MOVE RPT-TROUBLE     TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

       A90-EXIT.
           MOVE CRIT-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    OFFSET=-N CALENDAR DAYS BACK FROM TODAY (NO TAG LEAVES THE  *
      *    WINDOW DATE AT TODAY)                                       *
      ******************************************************************
       A10-SET-OFFSET.
           IF  EXT-VALUE(1:1) = '-'
           AND EXT-VALUE(2:1) IS NUMERIC
               MOVE EXT-VALUE(2:1)     TO OFFSET-DAYS
               COMPUTE OFFSET-DAYS = ZERO - OFFSET-DAYS
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    START=HH:MM, THE WINDOW'S PLANNED START (AN UNUSABLE VALUE  *
      *    IS IGNORED, LEAVING THE FORECAST TO RUN FROM NOW)           *
      ******************************************************************
       A20-SET-START.
           MOVE EXT-VALUE(1:5)         TO START-TAG.
           IF  START-TAG-HH IS NOT NUMERIC
           OR  START-TAG-MM IS NOT NUMERIC
           OR  START-TAG-COLON NOT = ':'
           OR  START-TAG-HH > '23'
           OR  START-TAG-MM > '59'
               SET  BPRM-FROM-DEFAULT  TO TRUE
               GO TO A29-EXIT
           END-IF.
           MOVE 'Y'                    TO START-GIVEN-SW.
           MOVE START-TAG-HH           TO HIST-HH.
           MOVE START-TAG-MM           TO HIST-MM.
           COMPUTE WINDOW-START-SECS = (HIST-HH * 3600)
                                     + (HIST-MM * 60).
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    ONE DEPENDENCY RECORD -- BOTH JOBS BECOME NODES, AND THE    *
      *    RECORD BECOMES AN EDGE FROM PREDECESSOR TO SUCCESSOR        *
      ******************************************************************
       B00-LOAD-EDGE.
           READ JOBDEPF NEXT RECORD
               AT END
                   SET NO-MORE-DEPS    TO TRUE
           END-READ.
           IF  NO-MORE-DEPS
               GO TO B90-EXIT
           END-IF.
           IF  EDGE-COUNT NOT < 500
               GO TO B80-TABLE-FULL
           END-IF.
           MOVE JOBDEPF-SUCC-JOB       TO WANT-JOB.
           PERFORM B10-FIND-NODE THRU B19-EXIT.
           IF  NOT ENTRY-FOUND
               GO TO B80-TABLE-FULL
           END-IF.
           MOVE NX                     TO SUCC-NX.
           MOVE JOBDEPF-PRED-JOB       TO WANT-JOB.
           PERFORM B10-FIND-NODE THRU B19-EXIT.
           IF  NOT ENTRY-FOUND
               GO TO B80-TABLE-FULL
           END-IF.
           ADD  1                      TO EDGE-COUNT.
           MOVE SUCC-NX                TO EDGE-SUCC(EDGE-COUNT).
           MOVE NX                     TO EDGE-PRED(EDGE-COUNT).
           MOVE 'Y'                    TO NODE-SUCC-SW(NX).
           GO TO B90-EXIT.

       B80-TABLE-FULL.
           IF  CRIT-RC = ZERO
               MOVE 4                  TO CRIT-RC
               MOVE 'DEPENDENCY NETWORK TOO LARGE - FORECAST PARTIAL'
                                       TO RPT-TROUBLE-TEXT
               MOVE RPT-TROUBLE TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    FIND WANT-JOB IN THE NODE TABLE, ADDING IT WHEN NEW.  NX    *
      *    COMES BACK AS ITS SUBSCRIPT; NOT FOUND ONLY WHEN FULL       *
      ******************************************************************
       B10-FIND-NODE.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM B15-MATCH-NODE THRU B15-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > NODE-COUNT OR ENTRY-FOUND.
           IF  ENTRY-FOUND
               GO TO B19-EXIT
           END-IF.
           IF  NODE-COUNT NOT < 200
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO NODE-COUNT.
           MOVE NODE-COUNT             TO NX.
           MOVE WANT-JOB               TO NODE-JOB(NX).
           MOVE 'W'                    TO NODE-STATE(NX).
           MOVE 'N'                    TO NODE-SRC(NX)
                                          NODE-SUCC-SW(NX)
                                          NODE-PATH-SW(NX).
           MOVE ZERO                   TO NODE-AVG-SECS(NX)
                                          NODE-MAX-SECS(NX)
                                          NODE-ACT-START(NX)
                                          NODE-ACT-END(NX)
                                          NODE-EXP-START(NX)
                                          NODE-EXP-END(NX)
                                          NODE-WST-START(NX)
                                          NODE-WST-END(NX)
                                          NODE-CRIT-PRED(NX).
           SET  ENTRY-FOUND            TO TRUE.
       B19-EXIT.
           EXIT.

       B15-MATCH-NODE.
           IF  NODE-JOB(NX) = WANT-JOB
               SET  ENTRY-FOUND        TO TRUE
               SUBTRACT 1            FROM NX
           END-IF.
       B15-EXIT.
           EXIT.

      ******************************************************************
      *    ONE JOB'S RUN-TIME PROFILE (LATEST JOBDSUM MONTH, ELSE ITS  *
      *    JOBDHIST COMPLETIONS) AND ITS PROGRESS IN THIS WINDOW       *
      ******************************************************************
       C00-PROFILE-JOB.
           IF  SUM-OPEN
               PERFORM C10-READ-SUMMARY THRU C19-EXIT
           END-IF.
           MOVE ZERO                   TO HIST-RUNS
                                          HIST-TOTAL-SECS
                                          HIST-MAX-SECS.
           MOVE LOW-VALUES             TO JOBDHIST-KEY.
           MOVE NODE-JOB(NX)           TO JOBDHIST-JOB-NAME.
           MOVE 'Y'                    TO MORE-HIST-SW.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-HIST    TO TRUE
           END-START.
           PERFORM C20-READ-HISTORY THRU C29-EXIT
                   UNTIL NO-MORE-HIST.
           IF  NOT NODE-FROM-SUM(NX)
           AND HIST-RUNS > ZERO
               MOVE 'H'                TO NODE-SRC(NX)
               COMPUTE NODE-AVG-SECS(NX) = HIST-TOTAL-SECS / HIST-RUNS
               MOVE HIST-MAX-SECS      TO NODE-MAX-SECS(NX)
           END-IF.
       C90-EXIT.
           EXIT.

      * THE SUMMARY KEY RUNS JOB NAME THEN CCYYMM, SO THE LAST MONTH
      * WITH RUNS READ FOR THE JOB IS THE MOST RECENT ONE
       C10-READ-SUMMARY.
           MOVE LOW-VALUES             TO JOBDSUM-KEY.
           MOVE NODE-JOB(NX)           TO JOBDSUM-JOB-NAME.
           MOVE 'Y'                    TO MORE-SUM-SW.
           START JOBDSUM KEY NOT LESS THAN JOBDSUM-KEY
               INVALID KEY
                   SET NO-MORE-SUM     TO TRUE
           END-START.
           PERFORM C15-READ-MONTH THRU C15-EXIT
                   UNTIL NO-MORE-SUM.
       C19-EXIT.
           EXIT.

       C15-READ-MONTH.
           READ JOBDSUM NEXT RECORD
               AT END
                   SET NO-MORE-SUM     TO TRUE
           END-READ.
           IF  NO-MORE-SUM
               GO TO C15-EXIT
           END-IF.
           IF  JOBDSUM-JOB-NAME NOT = NODE-JOB(NX)
               SET  NO-MORE-SUM        TO TRUE
               GO TO C15-EXIT
           END-IF.
           IF  JOBDSUM-RUNS > ZERO
               MOVE 'S'                TO NODE-SRC(NX)
               COMPUTE NODE-AVG-SECS(NX) =
                   JOBDSUM-TOTAL-SECS / JOBDSUM-RUNS
               MOVE JOBDSUM-MAX-SECS   TO NODE-MAX-SECS(NX)
           END-IF.
       C15-EXIT.
           EXIT.

      * EVERY COMPLETION FEEDS THE FALLBACK PROFILE; A START OR A
      * COMPLETION INSIDE THIS WINDOW IS THE JOB'S ACTUAL PROGRESS
       C20-READ-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-HIST    TO TRUE
           END-READ.
           IF  NO-MORE-HIST
               GO TO C29-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = NODE-JOB(NX)
               SET  NO-MORE-HIST       TO TRUE
               GO TO C29-EXIT
           END-IF.
           IF  JOBDHIST-STEP-REC
               GO TO C29-EXIT
           END-IF.
           COMPUTE REC-ELAPSED-SECS =
               (JOBDHIST-ELAPSED-HOURS * 3600)
             + (JOBDHIST-ELAPSED-MINUTES * 60)
             +  JOBDHIST-ELAPSED-SECONDS.
           IF  JOBDHIST-COMPLETION
               ADD  1                  TO HIST-RUNS
               ADD  REC-ELAPSED-SECS   TO HIST-TOTAL-SECS
               IF  REC-ELAPSED-SECS > HIST-MAX-SECS
                   MOVE REC-ELAPSED-SECS TO HIST-MAX-SECS
               END-IF
           END-IF.

           PERFORM C30-CHECK-WINDOW THRU C39-EXIT.
           IF  NOT IN-WINDOW
               GO TO C29-EXIT
           END-IF.
           IF  JOBDHIST-COMPLETION
               MOVE 'D'                TO NODE-STATE(NX)
               MOVE REC-START-SECS     TO NODE-ACT-START(NX)
               COMPUTE NODE-ACT-END(NX) =
                   REC-START-SECS + REC-ELAPSED-SECS
           ELSE
               IF  NODE-WAITING(NX)
                   MOVE 'R'            TO NODE-STATE(NX)
                   MOVE REC-START-SECS TO NODE-ACT-START(NX)
               END-IF
           END-IF.
       C29-EXIT.
           EXIT.

      * WITH A START= TAG THE WINDOW IS START ON THE WINDOW DATE UP TO
      * START THE NEXT DAY; WITHOUT ONE, THE WHOLE WINDOW DATE
       C30-CHECK-WINDOW.
           MOVE 'N'                    TO IN-WINDOW-SW.
           MOVE JOBDHIST-PGM-STIM      TO HIST-STAMP.
           COMPUTE REC-START-SECS = (HIST-HH * 3600) + (HIST-MM * 60)
                                  +  HIST-SS.
           IF  JOBDHIST-JOB-DATE = WINDOW-DATE-X
               IF  NOT START-GIVEN
               OR  REC-START-SECS NOT < WINDOW-START-SECS
                   MOVE 'Y'            TO IN-WINDOW-SW
               END-IF
               GO TO C39-EXIT
           END-IF.
           IF  START-GIVEN
           AND JOBDHIST-JOB-DATE = NEXT-DATE-X
           AND REC-START-SECS < WINDOW-START-SECS
               ADD  86400              TO REC-START-SECS
               MOVE 'Y'                TO IN-WINDOW-SW
           END-IF.
       C39-EXIT.
           EXIT.

      ******************************************************************
      *    ONE RELAXATION PASS OVER EVERY JOB -- A WAITING JOB STARTS  *
      *    WHEN ITS LAST PREDECESSOR ENDS (OR AT THE WINDOW BASE), A   *
      *    RUNNING JOB FROM ITS ACTUAL START, A FINISHED JOB IS FIXED  *
      ******************************************************************
       D00-FORECAST-PASS.
           MOVE 'N'                    TO CHANGED-SW.
           ADD  1                      TO PASS-COUNT.
           PERFORM D10-FORECAST-JOB THRU D19-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > NODE-COUNT.
       D90-EXIT.
           EXIT.

       D10-FORECAST-JOB.
           MOVE ZERO                   TO PRED-EXP-END
                                          PRED-WST-END
                                          NEW-PRED.
           PERFORM D20-CHECK-PRED THRU D29-EXIT
                   VARYING EX FROM 1 BY 1
                   UNTIL EX > EDGE-COUNT.
           EVALUATE TRUE
               WHEN NODE-DONE(NX)
                   MOVE NODE-ACT-START(NX) TO NEW-EXP-START
                                              NEW-WST-START
                   MOVE NODE-ACT-END(NX)   TO NEW-EXP-END
                                              NEW-WST-END
               WHEN NODE-RUNNING(NX)
                   MOVE NODE-ACT-START(NX) TO NEW-EXP-START
                                              NEW-WST-START
                   COMPUTE NEW-EXP-END =
                       NEW-EXP-START + NODE-AVG-SECS(NX)
                   COMPUTE NEW-WST-END =
                       NEW-WST-START + NODE-MAX-SECS(NX)
      * A RUN ALREADY PAST ITS NORM ENDS NO SOONER THAN NOW
                   IF  NEW-EXP-END < NOW-SECS
                       MOVE NOW-SECS   TO NEW-EXP-END
                   END-IF
                   IF  NEW-WST-END < NOW-SECS
                       MOVE NOW-SECS   TO NEW-WST-END
                   END-IF
               WHEN OTHER
                   MOVE BASE-SECS      TO NEW-EXP-START
                                          NEW-WST-START
                   IF  PRED-EXP-END > NEW-EXP-START
                       MOVE PRED-EXP-END TO NEW-EXP-START
                   END-IF
                   IF  PRED-WST-END > NEW-WST-START
                       MOVE PRED-WST-END TO NEW-WST-START
                   END-IF
                   COMPUTE NEW-EXP-END =
                       NEW-EXP-START + NODE-AVG-SECS(NX)
                   COMPUTE NEW-WST-END =
                       NEW-WST-START + NODE-MAX-SECS(NX)
           END-EVALUATE.
           IF  NEW-EXP-START NOT = NODE-EXP-START(NX)
           OR  NEW-EXP-END   NOT = NODE-EXP-END(NX)
           OR  NEW-WST-START NOT = NODE-WST-START(NX)
           OR  NEW-WST-END   NOT = NODE-WST-END(NX)
           OR  NEW-PRED      NOT = NODE-CRIT-PRED(NX)
               MOVE 'Y'                TO CHANGED-SW
               MOVE NEW-EXP-START      TO NODE-EXP-START(NX)
               MOVE NEW-EXP-END        TO NODE-EXP-END(NX)
               MOVE NEW-WST-START      TO NODE-WST-START(NX)
               MOVE NEW-WST-END        TO NODE-WST-END(NX)
               MOVE NEW-PRED           TO NODE-CRIT-PRED(NX)
           END-IF.
       D19-EXIT.
           EXIT.

      * THE LATEST-ENDING PREDECESSOR, EXPECTED AND WORST CASE
       D20-CHECK-PRED.
           IF  EDGE-SUCC(EX) NOT = NX
               GO TO D29-EXIT
           END-IF.
           MOVE EDGE-PRED(EX)          TO PX.
           IF  NODE-EXP-END(PX) > PRED-EXP-END
           OR  NEW-PRED = ZERO
               MOVE NODE-EXP-END(PX)   TO PRED-EXP-END
               MOVE PX                 TO NEW-PRED
           END-IF.
           IF  NODE-WST-END(PX) > PRED-WST-END
               MOVE NODE-WST-END(PX)   TO PRED-WST-END
           END-IF.
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    THE WINDOW ENDS WITH THE LAST CHAIN TO FINISH -- A CHAIN    *
      *    ENDS AT EVERY JOB THAT NOTHING ELSE WAITS ON                *
      ******************************************************************
       E00-FIND-WINDOW-END.
           IF  NODE-HAS-SUCC(NX)
               GO TO E09-EXIT
           END-IF.
           ADD  1                      TO CHAIN-COUNT.
           IF  NODE-EXP-END(NX) > WINDOW-EXP-END
           OR  WINDOW-END-NX = ZERO
               MOVE NODE-EXP-END(NX)   TO WINDOW-EXP-END
               MOVE NX                 TO WINDOW-END-NX
           END-IF.
           IF  NODE-WST-END(NX) > WINDOW-WST-END
               MOVE NODE-WST-END(NX)   TO WINDOW-WST-END
           END-IF.
       E09-EXIT.
           EXIT.

      * FOLLOW THE CONTROLLING PREDECESSORS BACK FROM THE WINDOW END
       E10-MARK-PATH.
           ADD  1                      TO WALK-COUNT.
           MOVE 'Y'                    TO NODE-PATH-SW(WX).
           MOVE NODE-CRIT-PRED(WX)     TO WX.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE JOB'S FORECAST LINE -- CRITICAL-PATH JOBS MARKED *      *
      ******************************************************************
       F00-PRINT-JOB.
           MOVE NODE-JOB(NX)           TO RPT-JOB-NAME.
           MOVE SPACES                 TO RPT-PATH-MARK.
           IF  NODE-ON-PATH(NX)
               MOVE '*'                TO RPT-PATH-MARK
           END-IF.
           EVALUATE TRUE
               WHEN NODE-DONE(NX)
                   MOVE 'DONE'         TO RPT-STATE
               WHEN NODE-RUNNING(NX)
                   MOVE 'RUNNING'      TO RPT-STATE
               WHEN OTHER
                   MOVE 'WAITING'      TO RPT-STATE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN NODE-FROM-SUM(NX)
                   MOVE 'SUM'          TO RPT-SRC
               WHEN NODE-FROM-HIST(NX)
                   MOVE 'HIST'         TO RPT-SRC
               WHEN OTHER
                   MOVE 'NONE'         TO RPT-SRC
           END-EVALUATE.
           COMPUTE EDIT-MINS ROUNDED = NODE-AVG-SECS(NX) / 60.
           MOVE EDIT-MINS              TO RPT-AVG-MIN.
           COMPUTE EDIT-MINS ROUNDED = NODE-MAX-SECS(NX) / 60.
           MOVE EDIT-MINS              TO RPT-MAX-MIN.
           MOVE NODE-EXP-START(NX)     TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-START.
           MOVE NODE-EXP-END(NX)       TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-EXP-END.
           MOVE NODE-WST-END(NX)       TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-WST-END.
           MOVE RPT-DETAIL      TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE CHAIN'S LINE -- ITS END JOB, EXPECTED AND WORST-CASE    *
      *    END, AND THE PATH OF CONTROLLING PREDECESSORS BEHIND IT     *
      ******************************************************************
       G00-PRINT-CHAIN.
           IF  NODE-HAS-SUCC(NX)
               GO TO G90-EXIT
           END-IF.
           MOVE NODE-JOB(NX)           TO RPT-CH-JOB.
           MOVE SPACES                 TO RPT-CH-MARK.
           IF  NX = WINDOW-END-NX
               MOVE '*'                TO RPT-CH-MARK
           END-IF.
           MOVE NODE-EXP-END(NX)       TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-CH-EXP-END.
           MOVE NODE-WST-END(NX)       TO EDIT-SECS.
           PERFORM X20-EDIT-TIME THRU X29-EXIT.
           MOVE EDIT-TIME              TO RPT-CH-WST-END.
           MOVE SPACES                 TO RPT-CH-PATH.
           MOVE 1                      TO PATH-PTR.
           MOVE NX                     TO WX.
           MOVE ZERO                   TO WALK-COUNT.
           PERFORM G10-ADD-TO-PATH THRU G19-EXIT
                   UNTIL WX = ZERO
                   OR    WALK-COUNT > NODE-COUNT
                   OR    PATH-PTR > 48.
           MOVE RPT-CHAIN       TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
       G90-EXIT.
           EXIT.

       G10-ADD-TO-PATH.
           ADD  1                      TO WALK-COUNT.
           IF  WX NOT = NX
               STRING ' < '            DELIMITED BY SIZE
                   INTO RPT-CH-PATH  WITH POINTER PATH-PTR
           END-IF.
           STRING NODE-JOB(WX)         DELIMITED BY SPACE
               INTO RPT-CH-PATH      WITH POINTER PATH-PTR.
           MOVE NODE-CRIT-PRED(WX)     TO WX.
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    EDIT EDIT-SECS (SECONDS FROM THE WINDOW DATE'S MIDNIGHT)    *
      *    AS HH:MM, WITH +N FOR EACH DAY PAST THE WINDOW DATE         *
      ******************************************************************
       X20-EDIT-TIME.
           MOVE SPACES                 TO EDIT-NEXT.
           IF  EDIT-SECS < ZERO
               MOVE ZERO               TO EDIT-SECS
           END-IF.
           DIVIDE EDIT-SECS BY 86400 GIVING EDIT-DAYS
               REMAINDER EDIT-REM.
           DIVIDE EDIT-REM BY 3600 GIVING EDIT-HH
               REMAINDER EDIT-SECS.
           DIVIDE EDIT-SECS BY 60 GIVING EDIT-MM.
           IF  EDIT-DAYS > ZERO
               MOVE '+'                TO EDIT-NEXT(1:1)
               IF  EDIT-DAYS > 9
                   MOVE '9'            TO EDIT-NEXT(2:1)
               ELSE
                   MOVE EDIT-DAYS      TO EDIT-NEXT(2:1)
               END-IF
           END-IF.
       X29-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM WITH TEST BEFORE
             VARYING EXT-IX FROM 1 BY 1
               UNTIL EXT-IX > (101 - EXT-TAGLEN)
                  OR EXT-POS > ZERO
             IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
                 EXT-TAG(1:EXT-TAGLEN)
                 COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
             END-IF
           END-PERFORM.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS > ZERO
               MOVE EXT-POS            TO EXT-END
               PERFORM WITH TEST BEFORE
                 VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                      OR JOBD-SYS-PARM(EXT-END:1) = ','
                      OR JOBD-SYS-PARM(EXT-END:1) = SPACE
               END-PERFORM
               IF  EXT-END > EXT-POS
                   MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'JOBDCRIT'             TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-LINE              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X39-EXIT.
           EXIT.
