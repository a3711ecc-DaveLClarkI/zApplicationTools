       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CLOSERDY.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       FISCAL PERIOD-CLOSE READINESS REPORT.  FOR THE
      *REMARKS.       PERIOD IN THE SYSPARM TAG PERIOD=CCYYPP (NO TAG
      *REMARKS.       MEANS THE PERIOD BEFORE THE ONE THE JOB DATE
      *REMARKS.       FALLS IN -- THE ONE BEING CLOSED) IT LISTS
      *REMARKS.       EVERY OPEN ITEM THAT SHOULD STOP THE CLOSE:
      *REMARKS.         - A JOBSCHF JOB DUE ON A DAY OF THE PERIOD
      *REMARKS.           WITH NO CLEAN JOBDHIST COMPLETION FOR THAT
      *REMARKS.           JOB DATE (CLEAN PER THE RUNBOOKF RC POLICY)
      *REMARKS.         - A BALCHKF CHAIN STEP FOR A DATE IN THE
      *REMARKS.           PERIOD THAT IS INCOMPLETE OR OUT OF BALANCE
      *REMARKS.         - A BATCHCKP CHECKPOINT STILL ON FILE FOR A
      *REMARKS.           DATE NO LATER THAN THE PERIOD END (A RUN
      *REMARKS.           THAT NEVER FINISHED)
      *REMARKS.         - AN INCIDF INCIDENT STILL OPEN OR UNDER
      *REMARKS.           INVESTIGATION THAT IS TAGGED PERIOD-END
      *REMARKS.       A CHECK THAT CANNOT BE MADE (FILE UNREADABLE,
      *REMARKS.       CALENDAR CANNOT ANSWER) IS ITSELF AN OPEN ITEM.
      *REMARKS.       THE VERDICT IS STAMPED ON THE CALPERF RECORD,
      *REMARKS.       WHERE CALMAINT'S CLOSE FUNCTION LOOKS FOR IT.
      *REMARKS.         RC 0 -- READY TO CLOSE
      *REMARKS.         RC 4 -- OPEN ITEMS; NOT READY
      *REMARKS.         RC 8 -- A CHECK COULD NOT BE MADE, OR THE
      *REMARKS.                 PERIOD IS NOT ON THE CALENDAR

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALFILE              ASSIGN TO CALFILE
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS CALFILE-KEY
                                       FILE STATUS IS CALFILE-STATUS.
           SELECT CALPERF              ASSIGN TO CALPERF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS CALPERF-KEY
                                       FILE STATUS IS CALPERF-STATUS.
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
           SELECT BALCHKF              ASSIGN TO BALCHKF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS BALCHKF-KEY
                                       FILE STATUS IS BALCHKF-STATUS.
           SELECT BATCHCKP             ASSIGN TO BATCHCKP
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS BATCHCKF-KEY
                                       FILE STATUS IS BATCHCKP-STATUS.
           SELECT INCIDF               ASSIGN TO INCIDF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS INCIDF-KEY
                                       FILE STATUS IS INCID-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CALFILE
           LABEL RECORDS ARE STANDARD.
           COPY CALFILE.

       FD  CALPERF
           LABEL RECORDS ARE STANDARD.
           COPY CALPERF.

       FD  JOBSCHF
           LABEL RECORDS ARE STANDARD.
           COPY JOBSCHF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       FD  RUNBOOKF
           LABEL RECORDS ARE STANDARD.
           COPY RUNBOOKF.

       FD  BALCHKF
           LABEL RECORDS ARE STANDARD.
           COPY BALCHKF.

       FD  BATCHCKP
           LABEL RECORDS ARE STANDARD.
           COPY BATCHCKF.

       FD  INCIDF
           LABEL RECORDS ARE STANDARD.
           COPY INCIDF.

       WORKING-STORAGE SECTION.
       77  CALFILE-STATUS              PIC  X(02).
       77  CALPERF-STATUS              PIC  X(02).
       77  JOBSCHF-STATUS              PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  RUNBOOKF-STATUS             PIC  X(02).
       77  BALCHKF-STATUS              PIC  X(02).
       77  BATCHCKP-STATUS             PIC  X(02).
       77  INCID-STATUS                PIC  X(02).
       77  RUNBOOK-OPEN-SW             PIC  X(01)   VALUE 'N'.
           88  RUNBOOK-OPEN                         VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01).
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  MORE-HIST-SW                PIC  X(01).
           88  NO-MORE-HIST                         VALUE 'N'.
       77  PERIOD-SW                   PIC  X(01)   VALUE 'N'.
           88  PERIOD-FOUND                         VALUE 'Y'.
       77  DEFAULT-SW                  PIC  X(01)   VALUE 'N'.
           88  PERIOD-DEFAULTED                     VALUE 'Y'.
       77  PER-FY                      PIC  9(04).
       77  PER-FP                      PIC  9(02).
       77  CUR-FY                      PIC  9(04).
       77  CUR-FP                      PIC  9(02).
       77  PREV-FY                     PIC  9(04)   VALUE ZERO.
       77  PREV-FP                     PIC  9(02)   VALUE ZERO.
       77  PREV-DATE                   PIC  X(08)   VALUE SPACES.
       77  PER-START                   PIC  X(08)   VALUE SPACES.
       77  PER-END                     PIC  X(08)   VALUE SPACES.
       77  START-TOTD                  PIC S9(09)   COMP.
       77  END-TOTD                    PIC S9(09)   COMP.
       77  DAY-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  DX                          PIC S9(04)   COMP.
       77  FX                          PIC S9(04)   COMP.
       77  FIRST-BUS-DX                PIC S9(04)   COMP VALUE ZERO.
       77  JOB-DUE-DAYS                PIC S9(04)   COMP.
       77  RC-CLEAN-MAX                PIC  9(04).
       77  ITEM-COUNT                  PIC S9(05)   COMP VALUE ZERO.
       77  SECT-COUNT                  PIC S9(05)   COMP.
       77  RDY-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  CLOCK-TIME                  PIC  9(08).
       77  MONTH-START                 PIC  9(08).
       77  OWNER-WORK                  PIC  X(08).

      * WORK AREA FOR PULLING THE PERIOD= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/JOBDNOSH)
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

      * ONE ENTRY PER CALENDAR DAY OF THE PERIOD -- WHAT THE SHOP
      * CALENDAR SAYS OF IT (ONCE), THEN WHETHER THE JOB IN HAND WAS
      * DUE THAT DAY AND HOW IT DID (PER JOB)
       01  DAY-TABLE.
           05  DAY-ENTRY               OCCURS 62 TIMES.
               10  DAY-DATE            PIC  X(08).
      * B = BUSINESS DAY, N = NOT, E = THE CALENDAR COULD NOT SAY
               10  DAY-CAL-SW          PIC  X(01).
      * Y = LAST BUSINESS DAY OF ITS MONTH / FIRST OF THE PERIOD
               10  DAY-LAST-SW         PIC  X(01).
               10  DAY-FPST-SW         PIC  X(01).
      * WHICH BUSINESS DAY OF ITS MONTH (ZERO WHEN NOT ONE)
               10  DAY-NTH             PIC  9(03).
      * Y = DUE, N = NOT DUE, E = RULE NOT UNDERSTOOD
               10  DAY-DUE-SW          PIC  X(01).
      * Y = CLEAN COMPLETION, F = ONLY FAILED ONES, N = NONE
               10  DAY-DONE-SW         PIC  X(01).
               10  DAY-RC              PIC  9(04).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'C L O S E R D Y  -  PERIOD-CLOSE READINESS'.
           05  FILLER                  PIC  X(09)   VALUE 'RUN DATE '.
           05  RPT-H-DATE              PIC  X(08).

       01  RPT-PERIOD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(14)
                   VALUE 'FISCAL PERIOD '.
           05  RPT-P-FY                PIC  9(04).
           05  FILLER                  PIC  X(01)   VALUE '/'.
           05  RPT-P-FP                PIC  9(02).
           05  FILLER                  PIC  X(06)   VALUE ' RUNS '.
           05  RPT-P-START             PIC  X(08).
           05  FILLER                  PIC  X(06)   VALUE ' THRU '.
           05  RPT-P-END               PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-P-STATUS            PIC  X(20).

       01  RPT-SECTION.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-S-TEXT              PIC  X(70).

       01  RPT-ITEM.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-I-NAME              PIC  X(10).
           05  RPT-I-DATE              PIC  X(10).
           05  RPT-I-TEXT              PIC  X(44).
           05  RPT-I-MORE              PIC  X(14).

       01  RPT-COUNT.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-C-COUNT             PIC  ZZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' OPEN ITEM(S)'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(17)
                   VALUE 'CLOSERDY: PERIOD '.
           05  RPT-T-FY                PIC  9(04).
           05  RPT-T-FP                PIC  9(02).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-T-COUNT             PIC  ZZZZ9.
           05  FILLER                  PIC  X(17)
                   VALUE ' OPEN ITEM(S) -- '.
           05  RPT-T-VERDICT           PIC  X(24).

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'CLOSERDY: '.
           05  RPT-TROUBLE-TEXT        PIC  X(60).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE SPACE                  TO CALQ-CAL-SW.

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'CLOSERDY'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE JOBD-CLOCK-DATE        TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           MOVE 'PERIOD='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A10-SET-PERIOD THRU A19-EXIT.
           IF  RDY-RC NOT = ZERO
               GO TO A90-EXIT
           END-IF.

           PERFORM B00-FIND-PERIOD THRU B90-EXIT.
           IF  NOT PERIOD-FOUND
               MOVE 8                  TO RDY-RC
               GO TO A90-EXIT
           END-IF.
           MOVE PER-FY                 TO RPT-P-FY.
           MOVE PER-FP                 TO RPT-P-FP.
           MOVE PER-START              TO RPT-P-START.
           MOVE PER-END                TO RPT-P-END.
           MOVE SPACES                 TO RPT-P-STATUS.
           IF  PER-END NOT < JOBD-JOB-DATE
               MOVE '(NOT YET ENDED)'  TO RPT-P-STATUS
           END-IF.
           MOVE RPT-PERIOD             TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           PERFORM C00-BUILD-DAYS THRU C90-EXIT.
           IF  DAY-COUNT = ZERO
               MOVE 8                  TO RDY-RC
               GO TO A90-EXIT
           END-IF.
           PERFORM D00-CHECK-JOBS THRU D90-EXIT.
           PERFORM E00-CHECK-BALANCING THRU E90-EXIT.
           PERFORM F00-CHECK-CHECKPOINTS THRU F90-EXIT.
           PERFORM G00-CHECK-INCIDENTS THRU G90-EXIT.

           IF  ITEM-COUNT > ZERO
           AND RDY-RC < 4
               MOVE 4                  TO RDY-RC
           END-IF.
           PERFORM H00-STAMP-PERIOD THRU H90-EXIT.

           MOVE PER-FY                 TO RPT-T-FY.
           MOVE PER-FP                 TO RPT-T-FP.
           MOVE ITEM-COUNT             TO RPT-T-COUNT.
           IF  ITEM-COUNT = ZERO
               MOVE 'READY TO CLOSE'   TO RPT-T-VERDICT
           ELSE
               MOVE 'NOT READY TO CLOSE' TO RPT-T-VERDICT
           END-IF.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

       A90-EXIT.
           MOVE RDY-RC                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    PERIOD=CCYYPP NAMES THE PERIOD; NO TAG MEANS THE ONE BEFORE *
      *    THE PERIOD THE JOB DATE FALLS IN (FOUND BY B00)             *
      ******************************************************************
       A10-SET-PERIOD.
           IF  EXT-VALUE(1:6) IS NUMERIC
           AND EXT-VALUE(7:1) = SPACE
           AND EXT-VALUE(5:2) NOT = '00'
               MOVE EXT-VALUE(1:4)     TO PER-FY
               MOVE EXT-VALUE(5:2)     TO PER-FP
               SET  BPRM-SHOW          TO TRUE
               PERFORM X30-SHOW-PARM THRU X39-EXIT
               GO TO A19-EXIT
           END-IF.
           IF  EXT-VALUE > SPACES
               MOVE 8                  TO RDY-RC
               MOVE 'PERIOD= MUST BE CCYYPP' TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO A19-EXIT
           END-IF.

           SET  CALQ-FISCAL-PERIOD-REQ TO TRUE.
           MOVE JOBD-JOB-DATE          TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
           OR  CALQ-FISCAL-YEAR = ZERO
               MOVE 8                  TO RDY-RC
               MOVE 'JOB DATE IS IN NO FISCAL PERIOD ON THE CALENDAR'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO A19-EXIT
           END-IF.
           MOVE CALQ-FISCAL-YEAR       TO CUR-FY.
           MOVE CALQ-FISCAL-PERIOD     TO CUR-FP.
           MOVE 'Y'                    TO DEFAULT-SW.
           MOVE 'PREVIOUS'             TO BPRM-VALUE.
           SET  BPRM-FROM-DEFAULT      TO TRUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    THE PERIOD'S DATES FROM THE SHOP CALENDAR'S FISCAL          *
      *    BOUNDARY RECORDS -- IT STARTS ON ITS OWN BOUNDARY AND ENDS  *
      *    THE DAY BEFORE THE NEXT ONE                                 *
      ******************************************************************
       B00-FIND-PERIOD.
           OPEN INPUT CALFILE.
           IF  CALFILE-STATUS NOT = '00'
               MOVE 'CALENDAR FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO B90-EXIT
           END-IF.
           MOVE SPACES                 TO CAL-ID.
           MOVE LOW-VALUES             TO CAL-DATE.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START CALFILE KEY NOT LESS THAN CALFILE-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-BOUNDARY THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    PERIOD-FOUND.
           CLOSE CALFILE.
           IF  PERIOD-FOUND
               GO TO B90-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-TROUBLE-TEXT.
           IF  PERIOD-DEFAULTED
               MOVE 'THE PREVIOUS PERIOD IS NOT ON THE CALENDAR'
                                       TO RPT-TROUBLE-TEXT
           ELSE
               STRING 'PERIOD ' PER-FY PER-FP
                      ' (OR THE ONE AFTER IT) IS NOT ON THE CALENDAR'
                                       DELIMITED BY SIZE
                   INTO RPT-TROUBLE-TEXT
           END-IF.
           PERFORM X50-PRINT-TROUBLE THRU X59-EXIT.
       B90-EXIT.
           EXIT.

       B10-READ-BOUNDARY.
           READ CALFILE NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  CAL-ID NOT = SPACES
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  CAL-FISCAL-YEAR = ZERO
               GO TO B19-EXIT
           END-IF.
      * THIS BOUNDARY ENDS THE PREVIOUS ONE'S PERIOD -- IS THAT THE
      * PERIOD WANTED (NAMED, OR THE ONE BEFORE THE CURRENT PERIOD)
           IF  PREV-DATE > SPACES
               IF  PERIOD-DEFAULTED
                   IF  CAL-FISCAL-YEAR   = CUR-FY
                   AND CAL-FISCAL-PERIOD = CUR-FP
                       MOVE PREV-FY    TO PER-FY
                       MOVE PREV-FP    TO PER-FP
                       MOVE 'Y'        TO PERIOD-SW
                   END-IF
               ELSE
                   IF  PREV-FY = PER-FY
                   AND PREV-FP = PER-FP
                       MOVE 'Y'        TO PERIOD-SW
                   END-IF
               END-IF
           END-IF.
           IF  PERIOD-FOUND
               MOVE PREV-DATE          TO PER-START
               SET  DTE-REQUEST-GREG-EDIT TO TRUE
               MOVE CAL-DATE           TO DTE-GNUM
               CALL 'DTEMAN'        USING DTEMAN-PARMS
               SUBTRACT 1            FROM DTE-TOTD
               SET  DTE-REQUEST-TOTL-DAYS TO TRUE
               CALL 'DTEMAN'        USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO PER-END
               GO TO B19-EXIT
           END-IF.
           MOVE CAL-DATE               TO PREV-DATE.
           MOVE CAL-FISCAL-YEAR        TO PREV-FY.
           MOVE CAL-FISCAL-PERIOD      TO PREV-FP.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE TABLE ENTRY PER DAY OF THE PERIOD, WITH WHAT THE SHOP   *
      *    CALENDAR SAYS OF IT -- ASKED ONCE HERE SO EACH JOB'S RULE   *
      *    IS JUST A LOOK AT THE TABLE.  A DAY THE CALENDAR CANNOT     *
      *    ANSWER FOR IS AN OPEN ITEM OF ITS OWN                       *
      ******************************************************************
       C00-BUILD-DAYS.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE PER-START              TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO START-TOTD.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE PER-END                TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO END-TOTD.
           COMPUTE DAY-COUNT = END-TOTD - START-TOTD + 1.
           IF  DAY-COUNT < 1
           OR  DAY-COUNT > 62
               MOVE ZERO               TO DAY-COUNT
               MOVE 'PERIOD IS NOT 1 TO 62 DAYS LONG ON THE CALENDAR'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO C90-EXIT
           END-IF.

           MOVE 'CALENDAR DAYS THE CALENDAR COULD NOT ANSWER FOR'
                                       TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           PERFORM C10-ONE-DAY THRU C19-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DAY-COUNT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       C90-EXIT.
           EXIT.

       C10-ONE-DAY.
           COMPUTE DTE-TOTD = START-TOTD + DX - 1.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO DAY-DATE(DX).
           MOVE 'N'                    TO DAY-CAL-SW(DX)
                                          DAY-LAST-SW(DX)
                                          DAY-FPST-SW(DX).
           MOVE ZERO                   TO DAY-NTH(DX).

           SET  CALQ-BUSINESS-DAY      TO TRUE.
           MOVE DAY-DATE(DX)           TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               GO TO C18-NO-ANSWER
           END-IF.
           IF  NOT CALQ-IS-BUSINESS-DAY
               GO TO C19-EXIT
           END-IF.
           MOVE 'B'                    TO DAY-CAL-SW(DX).
           IF  FIRST-BUS-DX = ZERO
               MOVE DX                 TO FIRST-BUS-DX
               MOVE 'Y'                TO DAY-FPST-SW(DX)
           END-IF.

           SET  CALQ-LAST-BUS-OF-MONTH TO TRUE.
           MOVE DAY-DATE(DX)           TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               GO TO C18-NO-ANSWER
           END-IF.
           IF  CALQ-IS-BUSINESS-DAY
               MOVE 'Y'                TO DAY-LAST-SW(DX)
           END-IF.

      * ITS NUMBER AMONG THE MONTH'S BUSINESS DAYS -- THE SPAN FROM
      * THE LAST DAY OF THE MONTH BEFORE THROUGH THIS DAY
           MOVE DAY-DATE(DX)           TO MONTH-START.
           MOVE '01'                   TO MONTH-START(7:2).
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE MONTH-START            TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           SUBTRACT 1                FROM DTE-TOTD.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           SET  CALQ-BUS-SPAN          TO TRUE.
           MOVE DTE-GNUM               TO CALQ-DATE.
           MOVE DAY-DATE(DX)           TO CALQ-DATE2.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               GO TO C18-NO-ANSWER
           END-IF.
           MOVE CALQ-SPAN-DAYS         TO DAY-NTH(DX).
           GO TO C19-EXIT.

       C18-NO-ANSWER.
           MOVE 'E'                    TO DAY-CAL-SW(DX).
           MOVE 8                      TO RDY-RC.
           MOVE SPACES                 TO RPT-ITEM.
           MOVE 'CALFILE'              TO RPT-I-NAME.
           MOVE DAY-DATE(DX)           TO RPT-I-DATE.
           MOVE 'CALENDAR COULD NOT ANSWER -- JOBS NOT CHECKED'
                                       TO RPT-I-TEXT.
           PERFORM X80-PRINT-ITEM THRU X89-EXIT.
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY SCHEDULED JOB, EVERY DAY OF THE PERIOD IT WAS DUE --  *
      *    IS THERE A CLEAN COMPLETION FOR THAT JOB DATE               *
      ******************************************************************
       D00-CHECK-JOBS.
           MOVE 'JOBS DUE IN THE PERIOD WITHOUT A CLEAN COMPLETION'
                                       TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           OPEN INPUT JOBSCHF.
           IF  JOBSCHF-STATUS NOT = '00'
               MOVE 'JOBSCHF'          TO RPT-I-NAME
               PERFORM X90-NOT-CHECKED THRU X99-EXIT
               GO TO D80-FOOT
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               CLOSE JOBSCHF
               MOVE 'JOBDHIST'         TO RPT-I-NAME
               PERFORM X90-NOT-CHECKED THRU X99-EXIT
               GO TO D80-FOOT
           END-IF.
      * NO RUNBOOK FILE JUST MEANS THE SHOP RC POLICY AND NO OWNER
           OPEN INPUT RUNBOOKF.
           IF  RUNBOOKF-STATUS = '00'
               MOVE 'Y'                TO RUNBOOK-OPEN-SW
           END-IF.

           MOVE LOW-VALUES             TO JOBSCHF-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START JOBSCHF KEY NOT LESS THAN JOBSCHF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM D10-ONE-JOB THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.

           CLOSE JOBDHIST
                 JOBSCHF.
           IF  RUNBOOK-OPEN
               CLOSE RUNBOOKF
           END-IF.
       D80-FOOT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       D90-EXIT.
           EXIT.

       D10-ONE-JOB.
           READ JOBSCHF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO D19-EXIT
           END-IF.
           MOVE ZERO                   TO JOB-DUE-DAYS.
           PERFORM D20-DUE-DAY THRU D29-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DAY-COUNT.
           IF  JOB-DUE-DAYS = ZERO
               GO TO D19-EXIT
           END-IF.
           PERFORM D30-JOB-POLICY THRU D39-EXIT.

           MOVE LOW-VALUES             TO JOBDHIST-KEY.
           MOVE JOBSCHF-JOB-NAME       TO JOBDHIST-JOB-NAME.
           MOVE 'Y'                    TO MORE-HIST-SW.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-HIST    TO TRUE
           END-START.
           PERFORM D40-SCAN-HISTORY THRU D49-EXIT
                   UNTIL NO-MORE-HIST.

           PERFORM D60-REPORT-DAY THRU D69-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DAY-COUNT.
       D19-EXIT.
           EXIT.

      * THE SCHEDULE RULE AGAINST ONE DAY'S CALENDAR FACTS (THE SAME
      * RULES JOBDNOSH RESOLVES).  A DAY THE CALENDAR COULD NOT
      * ANSWER FOR IS ALREADY AN OPEN ITEM AND IS NOT CHARGED TO
      * EVERY JOB
       D20-DUE-DAY.
           MOVE 'N'                    TO DAY-DUE-SW(DX)
                                          DAY-DONE-SW(DX).
           MOVE ZERO                   TO DAY-RC(DX).
           EVALUATE TRUE
               WHEN JOBSCHF-EVERY-DAY
                   MOVE 'Y'            TO DAY-DUE-SW(DX)
               WHEN DAY-CAL-SW(DX) = 'E'
                   CONTINUE
               WHEN JOBSCHF-BUSINESS-DAY
                   IF  DAY-CAL-SW(DX) = 'B'
                       MOVE 'Y'        TO DAY-DUE-SW(DX)
                   END-IF
               WHEN JOBSCHF-LAST-BUS-DAY
                   IF  DAY-LAST-SW(DX) = 'Y'
                       MOVE 'Y'        TO DAY-DUE-SW(DX)
                   END-IF
               WHEN JOBSCHF-PERIOD-START
                   IF  DAY-FPST-SW(DX) = 'Y'
                       MOVE 'Y'        TO DAY-DUE-SW(DX)
                   END-IF
               WHEN JOBSCHF-NTH-BUS-DAY
                   IF  DAY-CAL-SW(DX) = 'B'
                   AND DAY-NTH(DX) = JOBSCHF-NTH
                       MOVE 'Y'        TO DAY-DUE-SW(DX)
                   END-IF
               WHEN OTHER
                   MOVE 'E'            TO DAY-DUE-SW(DX)
           END-EVALUATE.
           IF  DAY-DUE-SW(DX) NOT = 'N'
               ADD  1                  TO JOB-DUE-DAYS
           END-IF.
       D29-EXIT.
           EXIT.

      * THE HIGHEST RC THAT IS STILL A CLEAN RUN (RUNBOOKF POLICY, OR
      * THE SHOP DEFAULT OF 0) AND THE OWNER FOR THE REPORT LINES
       D30-JOB-POLICY.
           MOVE 0                      TO RC-CLEAN-MAX.
           MOVE SPACES                 TO OWNER-WORK.
           IF  NOT RUNBOOK-OPEN
               GO TO D39-EXIT
           END-IF.
           MOVE JOBSCHF-JOB-NAME       TO RUNBOOKF-JOB-NAME.
           READ RUNBOOKF
               INVALID KEY
                   GO TO D39-EXIT
           END-READ.
           MOVE RUNBOOKF-OWNER         TO OWNER-WORK.
           IF  RUNBOOKF-RC-CLEAN IS NUMERIC
               MOVE RUNBOOKF-RC-CLEAN  TO RC-CLEAN-MAX
           END-IF.
       D39-EXIT.
           EXIT.

      * THE JOB'S COMPLETIONS -- A CLEAN ONE FOR A DAY SETTLES IT; A
      * FAILED ONE IS REMEMBERED UNLESS A CLEAN RERUN TURNS UP
       D40-SCAN-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-HIST    TO TRUE
           END-READ.
           IF  NO-MORE-HIST
               GO TO D49-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = JOBSCHF-JOB-NAME
               SET  NO-MORE-HIST       TO TRUE
               GO TO D49-EXIT
           END-IF.
           IF  NOT JOBDHIST-COMPLETION
           OR  JOBDHIST-JOB-DATE < PER-START
           OR  JOBDHIST-JOB-DATE > PER-END
               GO TO D49-EXIT
           END-IF.
           PERFORM D45-FIND-DAY THRU D45-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > DAY-COUNT
                   OR    DAY-DATE(FX) = JOBDHIST-JOB-DATE.
           IF  FX > DAY-COUNT
               GO TO D49-EXIT
           END-IF.
           IF  JOBDHIST-HIGH-RC NOT > RC-CLEAN-MAX
               MOVE 'Y'                TO DAY-DONE-SW(FX)
           ELSE
               IF  DAY-DONE-SW(FX) NOT = 'Y'
                   MOVE 'F'            TO DAY-DONE-SW(FX)
                   MOVE JOBDHIST-HIGH-RC TO DAY-RC(FX)
               END-IF
           END-IF.
       D49-EXIT.
           EXIT.

       D45-FIND-DAY.
           CONTINUE.
       D45-EXIT.
           EXIT.

       D60-REPORT-DAY.
           IF  DAY-DUE-SW(DX) = 'N'
           OR  DAY-DONE-SW(DX) = 'Y'
               GO TO D69-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-ITEM.
           MOVE JOBSCHF-JOB-NAME       TO RPT-I-NAME.
           MOVE DAY-DATE(DX)           TO RPT-I-DATE.
           MOVE OWNER-WORK             TO RPT-I-MORE.
           EVALUATE TRUE
               WHEN DAY-DUE-SW(DX) = 'E'
                   STRING 'SCHEDULE RULE ' JOBSCHF-RULE
                          ' NOT UNDERSTOOD'
                                       DELIMITED BY SIZE
                       INTO RPT-I-TEXT
               WHEN DAY-DONE-SW(DX) = 'F'
                   STRING 'ONLY FAILED RUNS -- LAST RC ' DAY-RC(DX)
                                       DELIMITED BY SIZE
                       INTO RPT-I-TEXT
               WHEN DAY-DATE(DX) > JOBD-JOB-DATE
                   MOVE 'NOT RUN YET'  TO RPT-I-TEXT
               WHEN OTHER
                   MOVE 'NO COMPLETION ON FILE' TO RPT-I-TEXT
           END-EVALUATE.
           PERFORM X80-PRINT-ITEM THRU X89-EXIT.
       D69-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY BALANCING CHAIN STEP FOR A DATE IN THE PERIOD MUST BE *
      *    PRODUCED, CONSUMED AND MATCHED (AS BALCHKR JUDGES IT).  NO  *
      *    BALCHKF AT ALL MEANS NO CHAIN IS BALANCED THAT WAY          *
      ******************************************************************
       E00-CHECK-BALANCING.
           MOVE 'BALANCING CHAIN STEPS NOT BALANCED' TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           OPEN INPUT BALCHKF.
           IF  BALCHKF-STATUS = '35'
               GO TO E80-FOOT
           END-IF.
           IF  BALCHKF-STATUS NOT = '00'
               MOVE 'BALCHKF'          TO RPT-I-NAME
               PERFORM X90-NOT-CHECKED THRU X99-EXIT
               GO TO E80-FOOT
           END-IF.
           MOVE LOW-VALUES             TO BALCHKF-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START BALCHKF KEY NOT LESS THAN BALCHKF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM E10-ONE-STEP THRU E19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE BALCHKF.
       E80-FOOT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       E90-EXIT.
           EXIT.

       E10-ONE-STEP.
           READ BALCHKF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO E19-EXIT
           END-IF.
           IF  BALCHKF-JOB-DATE < PER-START
           OR  BALCHKF-JOB-DATE > PER-END
               GO TO E19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-ITEM.
           MOVE BALCHKF-CHAIN          TO RPT-I-NAME.
           MOVE BALCHKF-JOB-DATE       TO RPT-I-DATE.
           EVALUATE TRUE
               WHEN NOT BALCHKF-PRODUCED
               WHEN NOT BALCHKF-CONSUMED
                   STRING 'STEP ' BALCHKF-STEP ' INCOMPLETE'
                                       DELIMITED BY SIZE
                       INTO RPT-I-TEXT
               WHEN BALCHKF-PROD-COUNT NOT = BALCHKF-CONS-COUNT
               WHEN BALCHKF-PROD-HASH  NOT = BALCHKF-CONS-HASH
                   STRING 'STEP ' BALCHKF-STEP ' OUT OF BALANCE'
                                       DELIMITED BY SIZE
                       INTO RPT-I-TEXT
               WHEN OTHER
                   GO TO E19-EXIT
           END-EVALUATE.
           PERFORM X80-PRINT-ITEM THRU X89-EXIT.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    A CHECKPOINT STILL ON FILE IS A RUN THAT NEVER FINISHED     *
      *    (BATCHCKP DELETES IT ON A CLEAN END) -- ONE FOR A DATE UP   *
      *    TO THE PERIOD END HOLDS THE CLOSE                           *
      ******************************************************************
       F00-CHECK-CHECKPOINTS.
           MOVE 'CHECKPOINTS STILL OUTSTANDING (UNFINISHED RUNS)'
                                       TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           OPEN INPUT BATCHCKP.
           IF  BATCHCKP-STATUS = '35'
               GO TO F80-FOOT
           END-IF.
           IF  BATCHCKP-STATUS NOT = '00'
               MOVE 'BATCHCKP'         TO RPT-I-NAME
               PERFORM X90-NOT-CHECKED THRU X99-EXIT
               GO TO F80-FOOT
           END-IF.
           MOVE LOW-VALUES             TO BATCHCKF-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START BATCHCKP KEY NOT LESS THAN BATCHCKF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM F10-ONE-CHECKPOINT THRU F19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE BATCHCKP.
       F80-FOOT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       F90-EXIT.
           EXIT.

       F10-ONE-CHECKPOINT.
           READ BATCHCKP NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO F19-EXIT
           END-IF.
           IF  BATCHCKF-JOB-DATE > PER-END
               GO TO F19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-ITEM.
           MOVE BATCHCKF-JOB-NAME      TO RPT-I-NAME.
           MOVE BATCHCKF-JOB-DATE      TO RPT-I-DATE.
           STRING 'CHECKPOINT OUTSTANDING -- RUN '
                  BATCHCKF-PWR-NUMB    DELIMITED BY SIZE
               INTO RPT-I-TEXT.
           PERFORM X80-PRINT-ITEM THRU X89-EXIT.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    INCIDENTS STILL OPEN OR UNDER INVESTIGATION THAT ARE        *
      *    TAGGED PERIOD-END (INCIDWB FUNCTION P)                      *
      ******************************************************************
       G00-CHECK-INCIDENTS.
           MOVE 'OPEN INCIDENTS TAGGED PERIOD-END' TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           OPEN INPUT INCIDF.
           IF  INCID-STATUS = '35'
               GO TO G80-FOOT
           END-IF.
           IF  INCID-STATUS NOT = '00'
               MOVE 'INCIDF'           TO RPT-I-NAME
               PERFORM X90-NOT-CHECKED THRU X99-EXIT
               GO TO G80-FOOT
           END-IF.
           MOVE LOW-VALUES             TO INCIDF-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START INCIDF KEY NOT LESS THAN INCIDF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM G10-ONE-INCIDENT THRU G19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE INCIDF.
       G80-FOOT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       G90-EXIT.
           EXIT.

       G10-ONE-INCIDENT.
           READ INCIDF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO G19-EXIT
           END-IF.
           IF  NOT INCIDF-HEADER
           OR  NOT INCIDF-ACTIVE
           OR  NOT INCIDF-PERIOD-END
               GO TO G19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-ITEM.
           MOVE INCIDF-ID              TO RPT-I-NAME.
           STRING 'SEV ' INCIDF-SEVERITY ' ' INCIDF-STATUS
                                       DELIMITED BY SIZE
               INTO RPT-I-DATE.
           MOVE INCIDF-TITLE           TO RPT-I-TEXT.
           STRING 'OWNER ' INCIDF-OWNER DELIMITED BY SIZE
               INTO RPT-I-MORE.
           PERFORM X80-PRINT-ITEM THRU X89-EXIT.
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    STAMP THE VERDICT ON THE PERIOD'S CALPERF RECORD (MADE,     *
      *    OPEN, WHEN THE PERIOD HAS NONE YET) FOR CALMAINT'S CLOSE    *
      ******************************************************************
       H00-STAMP-PERIOD.
           OPEN I-O CALPERF.
           IF  CALPERF-STATUS NOT = '00'
               MOVE 8                  TO RDY-RC
               MOVE 'PERIOD STATUS FILE UNAVAILABLE -- NOT STAMPED'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO H90-EXIT
           END-IF.
           MOVE PER-FY                 TO CALPERF-FY.
           MOVE PER-FP                 TO CALPERF-FP.
           MOVE '00'                   TO CALPERF-STATUS.
           READ CALPERF
               INVALID KEY
                   MOVE '23'           TO CALPERF-STATUS
           END-READ.
           IF  CALPERF-STATUS NOT = '00'
               MOVE SPACES             TO CALPERF-RECORD
               MOVE PER-FY             TO CALPERF-FY
               MOVE PER-FP             TO CALPERF-FP
               MOVE 'O'                TO CALPERF-STATUS-SW
               MOVE ZERO               TO CALPERF-CLOSED-WHEN
           END-IF.

           ACCEPT CLOCK-TIME         FROM TIME.
           IF  ITEM-COUNT = ZERO
               SET  CALPERF-READY      TO TRUE
           ELSE
               SET  CALPERF-NOT-READY  TO TRUE
           END-IF.
           MOVE ITEM-COUNT             TO CALPERF-RDY-ITEMS.
           MOVE JOBD-CLOCK-DATE        TO CALPERF-RDY-DATE.
           MOVE CLOCK-TIME(1:6)        TO CALPERF-RDY-TIME.

           IF  CALPERF-STATUS = '00'
               REWRITE CALPERF-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE CALPERF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF  CALPERF-STATUS NOT = '00'
               MOVE 8                  TO RDY-RC
               MOVE 'PERIOD STATUS NOT UPDATED -- READINESS NOT STAMPED'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
           END-IF.
           CLOSE CALPERF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM X12-FIND-TAG THRU X12-EXIT
                   VARYING EXT-IX FROM 1 BY 1
                   UNTIL EXT-IX > (101 - EXT-TAGLEN)
                   OR    EXT-POS > ZERO.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS = ZERO
               GO TO X10-FALLBACK
           END-IF.
           PERFORM X14-FIND-END THRU X14-EXIT
                   VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                   OR    JOBD-SYS-PARM(EXT-END:1) = ','
                   OR    JOBD-SYS-PARM(EXT-END:1) = SPACE.
           IF  EXT-END > EXT-POS
               MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
       X10-FALLBACK.
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'CLOSERDY'             TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

       X12-FIND-TAG.
           IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
               EXT-TAG(1:EXT-TAGLEN)
               COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
           END-IF.
       X12-EXIT.
           EXIT.

       X14-FIND-END.
           CONTINUE.
       X14-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-LINE              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X39-EXIT.
           EXIT.

       X40-PRINT-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X49-EXIT.
           EXIT.

       X50-PRINT-TROUBLE.
           MOVE RPT-TROUBLE            TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X59-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION HEADING (RPT-S-TEXT SET BY THE CALLER) AND FOOTING  *
      *    WITH THE SECTION'S OPEN-ITEM COUNT                          *
      ******************************************************************
       X60-SECTION-HEAD.
           MOVE ZERO                   TO SECT-COUNT.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-SECTION            TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X69-EXIT.
           EXIT.

       X70-SECTION-FOOT.
           IF  SECT-COUNT = ZERO
               MOVE '  NONE'           TO RPT-S-TEXT
               MOVE RPT-SECTION        TO RPTA-LINE
           ELSE
               MOVE SECT-COUNT         TO RPT-C-COUNT
               MOVE RPT-COUNT          TO RPTA-LINE
           END-IF.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X79-EXIT.
           EXIT.

      * ONE OPEN ITEM (RPT-ITEM BUILT BY THE CALLER)
       X80-PRINT-ITEM.
           ADD  1                      TO SECT-COUNT
                                          ITEM-COUNT.
           MOVE RPT-ITEM               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X89-EXIT.
           EXIT.

      * A CHECK THAT COULD NOT BE MADE (RPT-I-NAME SET BY THE CALLER)
      * -- AN OPEN ITEM, AND THE RUN ENDS RC 8
       X90-NOT-CHECKED.
           MOVE 8                      TO RDY-RC.
           MOVE SPACES                 TO RPT-I-DATE
                                          RPT-I-TEXT
                                          RPT-I-MORE.
           MOVE 'FILE UNAVAILABLE -- NOT CHECKED' TO RPT-I-TEXT.
           PERFORM X80-PRINT-ITEM THRU X89-EXIT.
       X99-EXIT.
           EXIT.
