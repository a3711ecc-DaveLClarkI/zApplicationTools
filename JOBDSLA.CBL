       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBDSLA.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY SLA ATTAINMENT REPORT.  FOR EVERY JOB
      *REMARKS.       WHOSE RUNBOOKF RECORD CARRIES AN SLA DEADLINE,
      *REMARKS.       EACH DAY OF THE MONTH THE JOB COMPLETED (ITS
      *REMARKS.       LATEST TYPE 'E' JOBDHIST COMPLETION FOR THAT
      *REMARKS.       JOB DATE) IS JUDGED MET OR MISSED AGAINST THE
      *REMARKS.       DEADLINE, WITH THE MINUTES LATE.  THE FINISH
      *REMARKS.       IS THE START PLUS THE ELAPSED TIME, AND THE
      *REMARKS.       DEADLINE IS THE FIRST TIME THE CLOCK READS IT
      *REMARKS.       AFTER THE START, SO AN OVERNIGHT RUN IS HELD TO
      *REMARKS.       THE NEXT MORNING'S DEADLINE.  A BUSINESS-DAY-
      *REMARKS.       ONLY DEADLINE IS NOT JUDGED ON OTHER DAYS
      *REMARKS.       (CALQUERY).  SYSPARM TAG MONTH=CCYYMM PICKS THE
      *REMARKS.       MONTH; THE DEFAULT IS LAST MONTH.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 8 -- A FILE WAS UNREADABLE

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED MONTH= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM) BEFORE
      *               DEFAULTING TO LAST MONTH, AND THE MONTH ACTUALLY
      *               REPORTED IS PRINTED UNDER THE HEADING WITH
      *               WHERE IT CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNBOOKF             ASSIGN TO RUNBOOKF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS RUNBOOKF-KEY
                                       FILE STATUS IS RUNBOOKF-STATUS.
           SELECT JOBDHIST             ASSIGN TO JOBDHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RUNBOOKF
           LABEL RECORDS ARE STANDARD.
           COPY RUNBOOKF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       WORKING-STORAGE SECTION.
       77  RUNBOOKF-STATUS             PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  MORE-BOOKS-SW               PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-BOOKS                        VALUE 'N'.
       77  MORE-HIST-SW                PIC  X(01).
           88  NO-MORE-HIST                         VALUE 'N'.
       77  SLA-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-MONTH                   PIC  X(06).
       77  SEL-YY                      PIC  9(04).
       77  SEL-MM                      PIC  9(02).
       77  DX                          PIC S9(04)   COMP.
       77  DAY-DD                      PIC  9(02).
       77  START-SECS                  PIC S9(09)   COMP.
       77  FINISH-SECS                 PIC S9(09)   COMP.
       77  DEADLINE-SECS               PIC S9(09)   COMP.
       77  LATE-SECS                   PIC S9(09)   COMP.
       77  LATE-MINS                   PIC S9(07)   COMP.
       77  CLOCK-SECS                  PIC S9(09)   COMP.
       77  CLOCK-DAYS                  PIC S9(04)   COMP.
       77  CLOCK-REM                   PIC S9(09)   COMP.
       77  CLOCK-HH                    PIC  9(02).
       77  CLOCK-MM                    PIC  9(02).
       77  JOB-MET                     PIC S9(04)   COMP.
       77  JOB-MISSED                  PIC S9(04)   COMP.
       77  JOB-LATE-MINS               PIC S9(07)   COMP.
       77  TOT-JOBS                    PIC S9(04)   COMP VALUE ZERO.
       77  TOT-MET                     PIC S9(04)   COMP VALUE ZERO.
       77  TOT-MISSED                  PIC S9(04)   COMP VALUE ZERO.
       77  PCT-WORK                    PIC S9(03)   COMP.

       01  STAMP-PARSE.
           05  SP-HH                   PIC  99.
           05  FILLER                  PIC  X(01).
           05  SP-MM                   PIC  99.
           05  FILLER                  PIC  X(01).
           05  SP-SS                   PIC  99.

       01  SLA-PARSE.
           05  SLA-HH                  PIC  99.
           05  FILLER                  PIC  X(01).
           05  SLA-MM                  PIC  99.

      * THE JOB'S LATEST COMPLETION FOR EACH DAY OF THE MONTH
       01  DAY-TABLE.
           03  DAY-ENTRY OCCURS 31 TIMES.
               05  DAY-FOUND-SW        PIC  X(01).
                   88  DAY-FOUND              VALUE 'Y'.
               05  DAY-NUMB            PIC  X(06).
               05  DAY-START           PIC  X(08).
               05  DAY-START-SECS      PIC S9(09)   COMP.
               05  DAY-FINISH-SECS     PIC S9(09)   COMP.

      * WORK AREA FOR PULLING THE MONTH= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/JOBDCHG)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY CALQUERY.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(44)
                   VALUE 'J O B D S L A  -  SLA ATTAINMENT FOR MONTH '.
           05  RPT-H-MONTH             PIC  X(06).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'JOB'.
           05  FILLER                  PIC  X(10)   VALUE 'JOB DATE'.
           05  FILLER                  PIC  X(08)   VALUE 'NUMBER'.
           05  FILLER                  PIC  X(10)   VALUE 'START'.
           05  FILLER                  PIC  X(07)   VALUE 'FINISH'.
           05  FILLER                  PIC  X(07)   VALUE 'SLA'.
           05  FILLER                  PIC  X(08)   VALUE 'RESULT'.
           05  FILLER                  PIC  X(12)
                   VALUE 'MINUTES LATE'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-JOB-NAME            PIC  X(10).
           05  RPT-JOB-DATE            PIC  X(10).
           05  RPT-NUMB                PIC  X(08).
           05  RPT-START               PIC  X(10).
           05  RPT-FINISH-HH           PIC  9(02).
           05  RPT-FINISH-SEP          PIC  X(01).
           05  RPT-FINISH-MM           PIC  9(02).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-SLA                 PIC  X(07).
           05  RPT-RESULT              PIC  X(08).
           05  RPT-LATE                PIC  ZZZ,ZZ9.

       01  RPT-JOB-TOTAL.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-JT-JOB              PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-JT-MET              PIC  ZZZ9.
           05  FILLER                  PIC  X(06)   VALUE ' MET, '.
           05  RPT-JT-MISSED           PIC  ZZZ9.
           05  FILLER                  PIC  X(09)   VALUE ' MISSED, '.
           05  RPT-JT-PCT              PIC  ZZ9.
           05  FILLER                  PIC  X(12)   VALUE ' PCT MET, '.
           05  RPT-JT-LATE             PIC  ZZZ,ZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' MINUTES LATE'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-TOT-JOBS            PIC  ZZZ9.
           05  FILLER                  PIC  X(16)
                   VALUE ' SLA JOB(S),    '.
           05  RPT-TOT-MET             PIC  ZZZ9.
           05  FILLER                  PIC  X(06)   VALUE ' MET, '.
           05  RPT-TOT-MISSED          PIC  ZZZ9.
           05  FILLER                  PIC  X(09)   VALUE ' MISSED, '.
           05  RPT-TOT-PCT             PIC  ZZ9.
           05  FILLER                  PIC  X(08)   VALUE ' PCT MET'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(09)
                   VALUE 'JOBDSLA: '.
           05  RPT-TROUBLE-TEXT        PIC  X(40).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

      * THE DEFAULT MONTH IS LAST MONTH -- THE REPORT RUNS EARLY IN
      * THE NEW ONE
           MOVE 'MONTH='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:6) IS NUMERIC
               MOVE EXT-VALUE(1:6)     TO SEL-MONTH
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE JOBD-JOB-DATE(1:4) TO SEL-YY
               MOVE JOBD-JOB-DATE(5:2) TO SEL-MM
               IF  SEL-MM > 1
                   SUBTRACT 1          FROM SEL-MM
               ELSE
                   MOVE 12             TO SEL-MM
                   SUBTRACT 1          FROM SEL-YY
               END-IF
               MOVE SEL-YY             TO SEL-MONTH(1:4)
               MOVE SEL-MM             TO SEL-MONTH(5:2)
           END-IF.

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'JOBDSLA '              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO RPT-H-MONTH.
           MOVE RPT-HDG1        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           OPEN INPUT RUNBOOKF.
           IF  RUNBOOKF-STATUS NOT = '00'
               MOVE 8                  TO SLA-RC
               MOVE 'RUNBOOK FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               CLOSE RUNBOOKF
               MOVE 8                  TO SLA-RC
               MOVE 'JOB HISTORY UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.

           MOVE RPT-HDG2        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE LOW-VALUES             TO RUNBOOKF-KEY.
           START RUNBOOKF KEY NOT LESS THAN RUNBOOKF-KEY
               INVALID KEY
                   SET NO-MORE-BOOKS   TO TRUE
           END-START.

           PERFORM B00-JUDGE-JOB THRU B90-EXIT
                   UNTIL NO-MORE-BOOKS.

           CLOSE JOBDHIST
                 RUNBOOKF.

           MOVE TOT-JOBS               TO RPT-TOT-JOBS.
           MOVE TOT-MET                TO RPT-TOT-MET.
           MOVE TOT-MISSED             TO RPT-TOT-MISSED.
           IF  TOT-MET + TOT-MISSED > ZERO
               COMPUTE PCT-WORK = (TOT-MET * 100)
                                / (TOT-MET + TOT-MISSED)
           ELSE
               MOVE ZERO               TO PCT-WORK
           END-IF.
           MOVE PCT-WORK               TO RPT-TOT-PCT.
           MOVE RPT-TOTAL       TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           GO TO A90-EXIT.

       A80-TROUBLE.
           MOVE RPT-TROUBLE     TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

       A90-EXIT.
           MOVE SLA-RC                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    ONE RUNBOOK RECORD -- IF IT CARRIES A DEADLINE, COLLECT THE *
      *    JOB'S COMPLETIONS FOR THE MONTH AND JUDGE EACH DAY          *
      ******************************************************************
       B00-JUDGE-JOB.
           READ RUNBOOKF NEXT RECORD
               AT END
                   SET NO-MORE-BOOKS   TO TRUE
           END-READ.
           IF  NO-MORE-BOOKS
               GO TO B90-EXIT
           END-IF.
           IF  RUNBOOKF-SLA-TIME NOT > SPACES
               GO TO B90-EXIT
           END-IF.
           MOVE RUNBOOKF-SLA-TIME      TO SLA-PARSE.
           IF  SLA-HH IS NOT NUMERIC
           OR  SLA-MM IS NOT NUMERIC
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO TOT-JOBS.
           MOVE ZERO                   TO JOB-MET
                                          JOB-MISSED
                                          JOB-LATE-MINS.

           PERFORM B10-CLEAR-DAY THRU B19-EXIT
                   VARYING DX FROM 1 BY 1 UNTIL DX > 31.
           MOVE LOW-VALUES             TO JOBDHIST-KEY.
           MOVE RUNBOOKF-JOB-NAME      TO JOBDHIST-JOB-NAME.
           MOVE 'Y'                    TO MORE-HIST-SW.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-HIST    TO TRUE
           END-START.
           PERFORM C00-SCAN-HISTORY THRU C90-EXIT
                   UNTIL NO-MORE-HIST.

           PERFORM D00-JUDGE-DAY THRU D90-EXIT
                   VARYING DX FROM 1 BY 1 UNTIL DX > 31.

           MOVE RUNBOOKF-JOB-NAME      TO RPT-JT-JOB.
           MOVE JOB-MET                TO RPT-JT-MET.
           MOVE JOB-MISSED             TO RPT-JT-MISSED.
           MOVE JOB-LATE-MINS          TO RPT-JT-LATE.
           IF  JOB-MET + JOB-MISSED > ZERO
               COMPUTE PCT-WORK = (JOB-MET * 100)
                                / (JOB-MET + JOB-MISSED)
           ELSE
               MOVE ZERO               TO PCT-WORK
           END-IF.
           MOVE PCT-WORK               TO RPT-JT-PCT.
           MOVE RPT-JOB-TOTAL   TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           ADD  JOB-MET                TO TOT-MET.
           ADD  JOB-MISSED             TO TOT-MISSED.
       B90-EXIT.
           EXIT.

       B10-CLEAR-DAY.
           MOVE 'N'                    TO DAY-FOUND-SW(DX).
           MOVE ZERO                   TO DAY-START-SECS(DX)
                                          DAY-FINISH-SECS(DX).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    WALK THE JOB'S HISTORY, KEEPING EACH DAY'S LATEST FINISH    *
      ******************************************************************
       C00-SCAN-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-HIST    TO TRUE
           END-READ.
           IF  NO-MORE-HIST
               GO TO C90-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = RUNBOOKF-JOB-NAME
               SET  NO-MORE-HIST       TO TRUE
               GO TO C90-EXIT
           END-IF.
           IF  NOT JOBDHIST-COMPLETION
           OR  JOBDHIST-JOB-DATE(1:6) NOT = SEL-MONTH
           OR  JOBDHIST-JOB-DATE(7:2) IS NOT NUMERIC
               GO TO C90-EXIT
           END-IF.
           MOVE JOBDHIST-JOB-DATE(7:2) TO DX.
           IF  DX < 1 OR DX > 31
               GO TO C90-EXIT
           END-IF.
           MOVE JOBDHIST-PGM-STIM      TO STAMP-PARSE.
           IF  SP-HH IS NOT NUMERIC
           OR  SP-MM IS NOT NUMERIC
           OR  SP-SS IS NOT NUMERIC
               GO TO C90-EXIT
           END-IF.
           COMPUTE START-SECS = (SP-HH * 3600) + (SP-MM * 60) + SP-SS.
           COMPUTE FINISH-SECS = START-SECS
               + (JOBDHIST-ELAPSED-HOURS * 3600)
               + (JOBDHIST-ELAPSED-MINUTES * 60)
               +  JOBDHIST-ELAPSED-SECONDS.
           IF  DAY-FOUND(DX)
           AND FINISH-SECS NOT > DAY-FINISH-SECS(DX)
               GO TO C90-EXIT
           END-IF.
           MOVE 'Y'                    TO DAY-FOUND-SW(DX).
           MOVE JOBDHIST-PWR-NUMB      TO DAY-NUMB(DX).
           MOVE JOBDHIST-PGM-STIM      TO DAY-START(DX).
           MOVE START-SECS             TO DAY-START-SECS(DX).
           MOVE FINISH-SECS            TO DAY-FINISH-SECS(DX).
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    JUDGE ONE DAY'S COMPLETION AGAINST THE DEADLINE AND PRINT   *
      *    IT                                                          *
      ******************************************************************
       D00-JUDGE-DAY.
           IF  NOT DAY-FOUND(DX)
               GO TO D90-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-JOB-DATE.
           MOVE SEL-MONTH              TO RPT-JOB-DATE(1:6).
           MOVE DX                     TO DAY-DD.
           MOVE DAY-DD                 TO RPT-JOB-DATE(7:2).
           IF  RUNBOOKF-SLA-BUS-DAYS
               SET  CALQ-BUSINESS-DAY  TO TRUE
               MOVE RPT-JOB-DATE(1:8)  TO CALQ-DATE
               CALL 'CALQUERY'      USING CALQUERY-PARMS
               IF  CALQ-OK
               AND NOT CALQ-IS-BUSINESS-DAY
                   GO TO D90-EXIT
               END-IF
           END-IF.

           COMPUTE DEADLINE-SECS = (SLA-HH * 3600) + (SLA-MM * 60).
           IF  DEADLINE-SECS < DAY-START-SECS(DX)
               ADD  86400              TO DEADLINE-SECS
           END-IF.
           COMPUTE LATE-SECS = DAY-FINISH-SECS(DX) - DEADLINE-SECS.

           MOVE RUNBOOKF-JOB-NAME      TO RPT-JOB-NAME.
           MOVE DAY-NUMB(DX)           TO RPT-NUMB.
           MOVE DAY-START(DX)          TO RPT-START.
           MOVE DAY-FINISH-SECS(DX)    TO CLOCK-SECS.
           DIVIDE CLOCK-SECS BY 86400 GIVING CLOCK-DAYS
               REMAINDER CLOCK-REM.
           DIVIDE CLOCK-REM BY 3600 GIVING CLOCK-HH
               REMAINDER CLOCK-SECS.
           DIVIDE CLOCK-SECS BY 60 GIVING CLOCK-MM.
           MOVE CLOCK-HH               TO RPT-FINISH-HH.
           MOVE ':'                    TO RPT-FINISH-SEP.
           MOVE CLOCK-MM               TO RPT-FINISH-MM.
           MOVE RUNBOOKF-SLA-TIME      TO RPT-SLA.
           IF  LATE-SECS > ZERO
               COMPUTE LATE-MINS = (LATE-SECS + 59) / 60
               ADD  1                  TO JOB-MISSED
               ADD  LATE-MINS          TO JOB-LATE-MINS
               MOVE 'MISSED'           TO RPT-RESULT
               MOVE LATE-MINS          TO RPT-LATE
           ELSE
               ADD  1                  TO JOB-MET
               MOVE 'MET'              TO RPT-RESULT
               MOVE ZERO               TO RPT-LATE
           END-IF.
           MOVE RPT-DETAIL      TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
       D90-EXIT.
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
           MOVE 'JOBDSLA'              TO BPRM-STEP-NAME.
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
