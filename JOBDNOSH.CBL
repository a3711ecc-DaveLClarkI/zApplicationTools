       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBDNOSH.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MORNING NO-SHOW REPORT.  JOBDENDR FINDS RUNS
      *REMARKS.       THAT STARTED AND NEVER FINISHED; THIS FINDS
      *REMARKS.       JOBS THAT WERE SUPPOSED TO RUN AND NEVER
      *REMARKS.       STARTED AT ALL.  EVERY JOBSCHF SCHEDULE RULE
      *REMARKS.       IS RESOLVED THROUGH CALQUERY FOR THE CHECKED
      *REMARKS.       DATE -- YESTERDAY, OR TODAY PLUS THE SYSPARM
      *REMARKS.       TAG OFFSET=NNN OR OFFSET=-NN CALENDAR DAYS --
      *REMARKS.       AND A JOB DUE THAT DAY WITH NO JOBDHIST
      *REMARKS.       SNAPSHOT FOR THAT JOB DATE IS LISTED WITH ITS
      *REMARKS.       RUNBOOKF OWNER AND CONTACT.  THE VERDICT IS
      *REMARKS.       STAMPED BACK ON EACH SCHEDULE RECORD FOR THE
      *REMARKS.       OPSDASH "NEVER RAN" LINE.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 8 -- A FILE WAS UNREADABLE OR THE
      *REMARKS.                 CALENDAR COULD NOT ANSWER A RULE

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED OFFSET= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               OFFSET ACTUALLY USED IS PRINTED UNDER THE
      *               HEADING WITH WHERE IT CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSCHF              ASSIGN TO JOBSCHF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBSCHF-KEY
                                       FILE STATUS IS JOBSCHF-STATUS.
           SELECT JOBDHIST             ASSIGN TO JOBDHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.
           SELECT RUNBOOKF             ASSIGN TO RUNBOOKF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS RUNBOOKF-KEY
                                       FILE STATUS IS RUNBOOKF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOBSCHF
           LABEL RECORDS ARE STANDARD.
           COPY JOBSCHF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       FD  RUNBOOKF
           LABEL RECORDS ARE STANDARD.
           COPY RUNBOOKF.

       WORKING-STORAGE SECTION.
       77  JOBSCHF-STATUS              PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  RUNBOOKF-STATUS             PIC  X(02).
       77  RUNBOOK-OPEN-SW             PIC  X(01)   VALUE 'N'.
           88  RUNBOOK-OPEN                         VALUE 'Y'.
       77  MORE-SCHED-SW               PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-SCHED                        VALUE 'N'.
       77  MORE-HIST-SW                PIC  X(01).
           88  NO-MORE-HIST                         VALUE 'N'.
       77  DUE-SW                      PIC  X(01).
           88  JOB-IS-DUE                           VALUE 'Y'.
           88  RULE-UNRESOLVED                      VALUE 'E'.
       77  SHOWED-SW                   PIC  X(01).
           88  JOB-SHOWED                           VALUE 'Y'.
       77  CHECK-DATE                  PIC  9(08).
       77  CHECK-DATE-X REDEFINES CHECK-DATE
                                       PIC  X(08).
       77  OFFSET-DAYS                 PIC S9(04)   COMP VALUE -1.
       77  PERIOD-YEAR                 PIC  9(04).
       77  PERIOD-NUMB                 PIC  9(02).
       77  NOSH-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  SCHED-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  DUE-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  MISS-COUNT                  PIC S9(04)   COMP VALUE ZERO.

      * WORK AREA FOR PULLING THE OFFSET= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/CALGATE)
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

       COPY DTEMAN.

       COPY CALQUERY.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'J O B D N O S H  -  JOBS THAT NEVER RAN'.
           05  FILLER                  PIC  X(09)   VALUE 'JOB DATE '.
           05  RPT-H-DATE              PIC  X(08).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'JOB'.
           05  FILLER                  PIC  X(06)   VALUE 'RULE'.
           05  FILLER                  PIC  X(22)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC  X(10)   VALUE 'OWNER'.
           05  FILLER                  PIC  X(20)   VALUE 'CONTACT'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-JOB-NAME            PIC  X(10).
           05  RPT-RULE                PIC  X(06).
           05  RPT-DESC                PIC  X(22).
           05  RPT-OWNER               PIC  X(10).
           05  RPT-CONTACT             PIC  X(20).
           05  RPT-NOTE                PIC  X(16).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-TOT-SCHED           PIC  ZZZ9.
           05  FILLER                  PIC  X(12)
                   VALUE ' SCHEDULED, '.
           05  RPT-TOT-DUE             PIC  ZZZ9.
           05  FILLER                  PIC  X(06)   VALUE ' DUE, '.
           05  RPT-TOT-MISS            PIC  ZZZ9.
           05  FILLER                  PIC  X(15)
                   VALUE ' NEVER RAN'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'JOBDNOSH: '.
           05  RPT-TROUBLE-TEXT        PIC  X(40).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

           MOVE 'OFFSET='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A10-SET-OFFSET THRU A19-EXIT.

      * THE CHECKED DATE -- TODAY PLUS THE OFFSET, VIA DTEMAN
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE JOBD-JOB-DATE          TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           COMPUTE DTE-TOTD = DTE-TOTD + OFFSET-DAYS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO CHECK-DATE.

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'JOBDNOSH'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE CHECK-DATE-X           TO RPT-H-DATE.
           MOVE RPT-HDG1        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE OFFSET-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           OPEN I-O JOBSCHF.
           IF  JOBSCHF-STATUS NOT = '00'
               MOVE 8                  TO NOSH-RC
               MOVE 'SCHEDULE FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               CLOSE JOBSCHF
               MOVE 8                  TO NOSH-RC
               MOVE 'JOB HISTORY UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
      * NO RUNBOOK FILE JUST MEANS NO OWNER/CONTACT ON THE LINES
           OPEN INPUT RUNBOOKF.
           IF  RUNBOOKF-STATUS = '00'
               MOVE 'Y'                TO RUNBOOK-OPEN-SW
           END-IF.

           MOVE RPT-HDG2        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE LOW-VALUES             TO JOBSCHF-KEY.
           START JOBSCHF KEY NOT LESS THAN JOBSCHF-KEY
               INVALID KEY
                   SET NO-MORE-SCHED   TO TRUE
           END-START.

           PERFORM B00-CHECK-SCHEDULE THRU B90-EXIT
                   UNTIL NO-MORE-SCHED.

           CLOSE JOBDHIST
                 JOBSCHF.
           IF  RUNBOOK-OPEN
               CLOSE RUNBOOKF
           END-IF.

           MOVE SCHED-COUNT            TO RPT-TOT-SCHED.
           MOVE DUE-COUNT              TO RPT-TOT-DUE.
           MOVE MISS-COUNT             TO RPT-TOT-MISS.
           MOVE RPT-TOTAL       TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           GO TO A90-EXIT.

       A80-TROUBLE.
           MOVE RPT-TROUBLE     TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

       A90-EXIT.
           MOVE NOSH-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    OFFSET=NNN OR OFFSET=-NN CALENDAR DAYS FROM TODAY (NO TAG   *
      *    LEAVES THE MORNING DEFAULT OF YESTERDAY)                    *
      ******************************************************************
       A10-SET-OFFSET.
           IF  EXT-VALUE(1:1) = '-'
               IF  EXT-VALUE(2:2) IS NUMERIC
                   MOVE EXT-VALUE(2:2) TO OFFSET-DAYS
                   COMPUTE OFFSET-DAYS = ZERO - OFFSET-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
               GO TO A19-EXIT
           END-IF.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO OFFSET-DAYS
           ELSE
             IF  EXT-VALUE(1:2) IS NUMERIC
             AND EXT-VALUE(3:1) = SPACE
                 MOVE EXT-VALUE(1:2)   TO OFFSET-DAYS
             ELSE
               IF  EXT-VALUE(1:1) IS NUMERIC
               AND EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO OFFSET-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
             END-IF
           END-IF.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE SCHEDULE RECORD -- WAS THE JOB DUE ON THE CHECKED DATE, *
      *    AND IF SO DID IT SHOW UP.  THE VERDICT GOES BACK ON THE     *
      *    RECORD FOR OPSDASH                                          *
      ******************************************************************
       B00-CHECK-SCHEDULE.
           READ JOBSCHF NEXT RECORD
               AT END
                   SET NO-MORE-SCHED   TO TRUE
           END-READ.
           IF  NO-MORE-SCHED
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO SCHED-COUNT.

           PERFORM C00-RESOLVE-RULE THRU C90-EXIT.
           IF  RULE-UNRESOLVED
      * A BROKEN CALENDAR MUST NOT QUIETLY EXCUSE A NO-SHOW
               MOVE 8                  TO NOSH-RC
               PERFORM E00-PRINT-JOB THRU E90-EXIT
               MOVE 'RULE UNRESOLVED'  TO RPT-NOTE
               PERFORM E10-WRITE-DETAIL THRU E19-EXIT
               GO TO B90-EXIT
           END-IF.
           MOVE CHECK-DATE-X           TO JOBSCHF-LAST-DATE.
           IF  NOT JOB-IS-DUE
               SET  JOBSCHF-NOT-DUE    TO TRUE
               GO TO B80-REWRITE
           END-IF.
           ADD  1                      TO DUE-COUNT.

           PERFORM D00-LOOK-FOR-RUN THRU D90-EXIT.
           IF  JOB-SHOWED
               SET  JOBSCHF-RAN        TO TRUE
               GO TO B80-REWRITE
           END-IF.
           SET  JOBSCHF-NO-SHOW        TO TRUE.
           ADD  1                      TO MISS-COUNT.
           PERFORM E00-PRINT-JOB THRU E90-EXIT.
           PERFORM E10-WRITE-DETAIL THRU E19-EXIT.

       B80-REWRITE.
           REWRITE JOBSCHF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    RESOLVE THE RECORD'S RULE FOR THE CHECKED DATE THROUGH      *
      *    CALQUERY -- DUE-SW COMES BACK Y (DUE), N (NOT DUE), OR E    *
      ******************************************************************
       C00-RESOLVE-RULE.
           MOVE 'N'                    TO DUE-SW.
           MOVE CHECK-DATE             TO CALQ-DATE.
           EVALUATE TRUE
               WHEN JOBSCHF-EVERY-DAY
                   MOVE 'Y'            TO DUE-SW
                   GO TO C90-EXIT
               WHEN JOBSCHF-BUSINESS-DAY
                   SET  CALQ-BUSINESS-DAY      TO TRUE
               WHEN JOBSCHF-LAST-BUS-DAY
                   SET  CALQ-LAST-BUS-OF-MONTH TO TRUE
               WHEN JOBSCHF-PERIOD-START
                   PERFORM C10-PERIOD-START THRU C19-EXIT
                   GO TO C90-EXIT
               WHEN JOBSCHF-NTH-BUS-DAY
                   SET  CALQ-NTH-BUS-DAY       TO TRUE
                   MOVE JOBSCHF-NTH            TO CALQ-NTH
               WHEN OTHER
                   MOVE 'E'            TO DUE-SW
                   GO TO C90-EXIT
           END-EVALUATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               MOVE 'E'                TO DUE-SW
               GO TO C90-EXIT
           END-IF.
           IF  JOBSCHF-NTH-BUS-DAY
               IF  CALQ-RESULT-DATE = CHECK-DATE
                   MOVE 'Y'            TO DUE-SW
               END-IF
           ELSE
               IF  CALQ-IS-BUSINESS-DAY
                   MOVE 'Y'            TO DUE-SW
               END-IF
           END-IF.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    FIRST BUSINESS DAY OF A FISCAL PERIOD -- A BUSINESS DAY     *
      *    WHOSE FISCAL PERIOD DIFFERS FROM THE PREVIOUS BUSINESS      *
      *    DAY'S                                                       *
      ******************************************************************
       C10-PERIOD-START.
           SET  CALQ-BUSINESS-DAY      TO TRUE.
           MOVE CHECK-DATE             TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               MOVE 'E'                TO DUE-SW
               GO TO C19-EXIT
           END-IF.
           IF  NOT CALQ-IS-BUSINESS-DAY
               GO TO C19-EXIT
           END-IF.

           SET  CALQ-FISCAL-PERIOD-REQ TO TRUE.
           MOVE CHECK-DATE             TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
           OR  CALQ-FISCAL-YEAR = ZERO
               MOVE 'E'                TO DUE-SW
               GO TO C19-EXIT
           END-IF.
           MOVE CALQ-FISCAL-YEAR       TO PERIOD-YEAR.
           MOVE CALQ-FISCAL-PERIOD     TO PERIOD-NUMB.

           SET  CALQ-PREV-BUS-DAY      TO TRUE.
           MOVE CHECK-DATE             TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               MOVE 'E'                TO DUE-SW
               GO TO C19-EXIT
           END-IF.
           SET  CALQ-FISCAL-PERIOD-REQ TO TRUE.
           MOVE CALQ-RESULT-DATE       TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               MOVE 'E'                TO DUE-SW
               GO TO C19-EXIT
           END-IF.
           IF  CALQ-FISCAL-YEAR   NOT = PERIOD-YEAR
           OR  CALQ-FISCAL-PERIOD NOT = PERIOD-NUMB
               MOVE 'Y'                TO DUE-SW
           END-IF.
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    WALK THE JOB'S HISTORY RECORDS FOR A SNAPSHOT WHOSE JOB     *
      *    DATE IS THE CHECKED DATE -- ANY START AT ALL COUNTS; A RUN  *
      *    THAT STARTED AND DIED IS JOBDENDR'S BUSINESS                *
      ******************************************************************
       D00-LOOK-FOR-RUN.
           MOVE 'N'                    TO SHOWED-SW.
           MOVE LOW-VALUES             TO JOBDHIST-KEY.
           MOVE JOBSCHF-JOB-NAME       TO JOBDHIST-JOB-NAME.
           MOVE 'Y'                    TO MORE-HIST-SW.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-HIST    TO TRUE
           END-START.
           PERFORM D10-SCAN-HISTORY THRU D19-EXIT
                   UNTIL NO-MORE-HIST
                   OR    JOB-SHOWED.
       D90-EXIT.
           EXIT.

       D10-SCAN-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-HIST    TO TRUE
           END-READ.
           IF  NO-MORE-HIST
               GO TO D19-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = JOBSCHF-JOB-NAME
               SET  NO-MORE-HIST       TO TRUE
               GO TO D19-EXIT
           END-IF.
           IF  JOBDHIST-SNAPSHOT
           AND JOBDHIST-JOB-DATE = CHECK-DATE-X
               MOVE 'Y'                TO SHOWED-SW
           END-IF.
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD THE JOB'S REPORT LINE, WITH ITS RUNBOOK OWNER AND     *
      *    CONTACT WHEN ONE IS ON FILE                                 *
      ******************************************************************
       E00-PRINT-JOB.
           MOVE SPACES                 TO RPT-DETAIL(11:84).
           MOVE JOBSCHF-JOB-NAME       TO RPT-JOB-NAME.
           MOVE JOBSCHF-RULE           TO RPT-RULE.
           MOVE JOBSCHF-DESC           TO RPT-DESC.
           IF  NOT RUNBOOK-OPEN
               GO TO E90-EXIT
           END-IF.
           MOVE JOBSCHF-JOB-NAME       TO RUNBOOKF-JOB-NAME.
           READ RUNBOOKF
               INVALID KEY
                   GO TO E90-EXIT
           END-READ.
           MOVE RUNBOOKF-OWNER         TO RPT-OWNER.
           MOVE RUNBOOKF-CONTACT       TO RPT-CONTACT.
       E90-EXIT.
           EXIT.

       E10-WRITE-DETAIL.
           MOVE RPT-DETAIL      TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
       E19-EXIT.
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
           MOVE 'JOBDNOSH'             TO BPRM-STEP-NAME.
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
