       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    REGVRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       REGION VITALS TREND AND CAPACITY REPORT OVER THE
      *REMARKS.       REGVITF DETAIL THAT REGNMON WRITES EACH CYCLE
      *REMARKS.       AND THE REGVSUM HOURLY SUMMARIES THAT REGVTRIM
      *REMARKS.       ROLLS IT INTO (A SAMPLE IS ON ONE OR THE OTHER,
      *REMARKS.       NEVER BOTH).  PER APPLID IT PRINTS --
      *REMARKS.         PEAK AND AVERAGE ACTIVE TASKS AGAINST MAX TASK
      *REMARKS.         BY HOUR OF THE DAY;
      *REMARKS.         EVERY AT-MAX-TASK AND SHORT-ON-STORAGE
      *REMARKS.         INTERVAL WITH ITS DURATION (ROLLED-UP HOURS
      *REMARKS.         SHOW FIRST TO LAST SAMPLE WITHIN THE HOUR);
      *REMARKS.         THE SAVED-SESSION TS FOOTPRINT (QUEUES AND
      *REMARKS.         BYTES) DAY BY DAY AND ITS GROWTH.
      *REMARKS.       SYSPARM TAG PERIOD=WEEK REPORTS THE SEVEN DAYS
      *REMARKS.       BEFORE THE RUN DATE; PERIOD=MONTH (THE DEFAULT)
      *REMARKS.       REPORTS THE MONTH IN TAG MONTH=CCYYMM, DEFAULT
      *REMARKS.       LAST MONTH.  WRITTEN THROUGH RPTARCH.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 4 -- NO VITALS IN THE PERIOD
      *REMARKS.         RC 8 -- THE VITALS FILE WAS UNREADABLE

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
           SELECT REGVITF              ASSIGN TO REGVITF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS REGVITF-KEY
                                       FILE STATUS IS REGVITF-STATUS.
           SELECT REGVSUM              ASSIGN TO REGVSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS REGVSUM-KEY
                                       FILE STATUS IS REGVSUM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REGVITF
           LABEL RECORDS ARE STANDARD.
           COPY REGVITF.

       FD  REGVSUM
           LABEL RECORDS ARE STANDARD.
           COPY REGVSUM.

       WORKING-STORAGE SECTION.
       77  REGVITF-STATUS              PIC  X(02).
       77  REGVSUM-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  PERIOD-SW                   PIC  X(01)   VALUE 'M'.
           88  WEEKLY-REPORT                        VALUE 'W'.
           88  MONTHLY-REPORT                       VALUE 'M'.
       77  RPT-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-MONTH                   PIC  X(06).
       77  SEL-YY                      PIC  9(04).
       77  SEL-MM                      PIC  9(02).
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  FROM-TOTD                   PIC S9(09)   COMP.
       77  UNTIL-TOTD                  PIC S9(09)   COMP.
       77  PERIOD-DAYS                 PIC S9(04)   COMP.
       77  FROM-DATE                   PIC  X(08).
       77  UNTIL-DATE                  PIC  X(08).
       77  LAST-DATE                   PIC  X(08).
       77  FROM-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  UNTIL-STAMP                 PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-TIME                   PIC  9(04).
       77  REC-HOUR                    PIC  9(02).
       77  AX                          PIC S9(04)   COMP.
       77  HX                          PIC S9(04)   COMP.
       77  DX                          PIC S9(04)   COMP.
       77  IX                          PIC S9(04)   COMP.
       77  FIRST-DX                    PIC S9(04)   COMP.
       77  LAST-DX                     PIC S9(04)   COMP.
       77  APPL-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  INTV-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  INTV-DROPPED                PIC S9(09)   COMP VALUE ZERO.
       77  SAMPLE-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  WORK-AVG                    PIC S9(07)   COMP-3.
       77  WORK-PCT                    PIC S9(05)   COMP-3.
       77  WORK-MINS                   PIC S9(09)   COMP.
       77  WORK-HH                     PIC S9(07)   COMP.
       77  WORK-MM                     PIC S9(04)   COMP.
       77  BAR-LEN                     PIC S9(04)   COMP.
       77  BAR-STARS                   PIC  X(20)   VALUE ALL '*'.

      * THE INTERVAL OPEN ON THE APPLID NOW BEING READ FROM REGVITF --
      * AT MAX TASK (M) AND SHORT ON STORAGE (S)
       77  CUR-APPLID                  PIC  X(08)   VALUE LOW-VALUES.
       77  MAX-OPEN-START              PIC S9(15)   PACKED-DECIMAL
                                                    VALUE ZERO.
       77  MAX-OPEN-LAST               PIC S9(15)   PACKED-DECIMAL.
       77  MAX-OPEN-SAMPLES            PIC S9(09)   COMP.
       77  SOS-OPEN-START              PIC S9(15)   PACKED-DECIMAL
                                                    VALUE ZERO.
       77  SOS-OPEN-LAST               PIC S9(15)   PACKED-DECIMAL.
       77  SOS-OPEN-SAMPLES            PIC S9(09)   COMP.

      * WHAT ONE NEW INTERVAL ENTRY IS BUILT FROM (SEE H00)
       01  NEW-INTERVAL.
           05  NEW-TYPE                PIC  X(01).
           05  NEW-SOURCE              PIC  X(01).
           05  NEW-START               PIC S9(15)   PACKED-DECIMAL.
           05  NEW-END                 PIC S9(15)   PACKED-DECIMAL.
           05  NEW-SAMPLES             PIC S9(09)   COMP.

      * PER APPLID -- THE HOUR-OF-DAY PROFILE AND THE DAILY TS FOOTPRINT
       01  APPL-TABLE.
           03  APPL-ENTRY OCCURS 20 TIMES.
               05  APPL-ID             PIC  X(08).
               05  APPL-MAXTASKS       PIC S9(04)   BINARY.
               05  APPL-HOUR OCCURS 24 TIMES.
                   07  HR-SAMPLES      PIC S9(09)   COMP.
                   07  HR-TASKS-TOTAL  PIC S9(11)   COMP-3.
                   07  HR-PEAK         PIC S9(04)   BINARY.
                   07  HR-MAXTASKS     PIC S9(04)   BINARY.
               05  APPL-DAY OCCURS 31 TIMES.
                   07  DY-TSQ-PEAK     PIC S9(04)   BINARY.
                   07  DY-BYTES-PEAK   PIC S9(09)   BINARY.
                   07  DY-SEEN-SW      PIC  X(01).
                       88  DY-SEEN                  VALUE 'Y'.

      * EVERY AT-MAX AND SOS INTERVAL IN THE PERIOD.  SOURCE D IS FROM
      * THE DETAIL (START TO THE FIRST SAMPLE OFF AGAIN); SOURCE H IS
      * A ROLLED-UP HOUR (FIRST TO LAST SUCH SAMPLE IN THE HOUR)
       01  INTV-TABLE.
           03  INTV-ENTRY OCCURS 300 TIMES.
               05  INTV-APPLID         PIC  X(08).
               05  INTV-TYPE           PIC  X(01).
               05  INTV-SOURCE         PIC  X(01).
               05  INTV-START          PIC S9(15)   PACKED-DECIMAL.
               05  INTV-END            PIC S9(15)   PACKED-DECIMAL.
               05  INTV-SAMPLES        PIC S9(09)   COMP.

      * WORK AREA FOR PULLING THE PERIOD= AND MONTH= TAGS OUT OF THE
      * VSE SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA/INCIDRPT)
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

       COPY ABSTIME.

       COPY DTEMAN.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'R E G V R P T  -  REGION VITALS AND CAPACITY'.

       01  RPT-PERIOD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(12)
                   VALUE 'PERIOD FROM '.
           05  RPT-P-FROM              PIC  X(08).
           05  FILLER                  PIC  X(06)   VALUE ' THRU '.
           05  RPT-P-THRU              PIC  X(08).

       01  RPT-APPL-HDG.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(08)   VALUE 'APPLID '.
           05  RPT-AH-APPLID           PIC  X(08).
           05  FILLER                  PIC  X(14)
                   VALUE '   MAX TASK  '.
           05  RPT-AH-MAXT             PIC  ZZZZ9.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(06)   VALUE 'HOUR'.
           05  FILLER                  PIC  X(08)   VALUE 'SAMPLES'.
           05  FILLER                  PIC  X(07)   VALUE '   AVG'.
           05  FILLER                  PIC  X(06)   VALUE '  PEAK'.
           05  FILLER                  PIC  X(06)   VALUE '  MAXT'.
           05  FILLER                  PIC  X(07)   VALUE '  PEAK%'.
           05  FILLER                  PIC  X(25)
                   VALUE '  (* = 5% OF MAX TASK)'.

       01  RPT-HOUR-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-HR-HOUR             PIC  99.
           05  FILLER                  PIC  X(03)   VALUE ':00'.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-HR-SAMPLES          PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-HR-AVG              PIC  ZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-HR-PEAK             PIC  ZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-HR-MAXT             PIC  ZZZZ9.
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-HR-PCT              PIC  ZZ9.
           05  FILLER                  PIC  X(03)   VALUE '%  '.
           05  RPT-HR-BAR              PIC  X(20).

       01  RPT-HDG3.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'AT-MAX-TASK AND SHORT-ON-STORAGE INTERVALS'.

       01  RPT-HDG4.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'APPLID'.
           05  FILLER                  PIC  X(07)   VALUE 'TYPE'.
           05  FILLER                  PIC  X(14)   VALUE 'FROM'.
           05  FILLER                  PIC  X(14)   VALUE 'TO'.
           05  FILLER                  PIC  X(10)   VALUE 'DURATION'.
           05  FILLER                  PIC  X(08)   VALUE 'SAMPLES'.

       01  RPT-INTV-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-IV-APPLID           PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-IV-TYPE             PIC  X(06).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-IV-FROM-DATE        PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-IV-FROM-TIME        PIC  9(04).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-IV-TO-DATE          PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-IV-TO-TIME          PIC  9(04).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-IV-HH               PIC  ZZZ9.
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  RPT-IV-MM               PIC  99.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-IV-SAMPLES          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-IV-NOTE             PIC  X(15).

       01  RPT-INTV-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'NO APPLID REACHED MAX TASK OR WENT SHORT ON '.
           05  FILLER                  PIC  X(07)   VALUE 'STORAGE'.

       01  RPT-INTV-MORE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-IM-COUNT            PIC  ZZZZZ9.
           05  FILLER                  PIC  X(40)
                   VALUE ' MORE INTERVAL(S) NOT LISTED'.

       01  RPT-HDG5.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(34)
                   VALUE 'SAVED-SESSION TS FOOTPRINT BY DAY '.
           05  FILLER                  PIC  X(12)
                   VALUE '(DAILY PEAK)'.

       01  RPT-HDG6.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'APPLID'.
           05  FILLER                  PIC  X(10)   VALUE 'DATE'.
           05  FILLER                  PIC  X(08)   VALUE '  QUEUES'.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(05)   VALUE 'BYTES'.

       01  RPT-DAY-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-DY-APPLID           PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-DY-DATE             PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-DY-TSQ              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-DY-BYTES            PIC  ZZZ,ZZZ,ZZ9.

       01  RPT-GROWTH-LINE.
           05  FILLER                  PIC  X(14)   VALUE SPACES.
           05  FILLER                  PIC  X(11)   VALUE 'GROWTH'.
           05  RPT-GR-TSQ              PIC  -(6)9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-GR-BYTES            PIC  -(10)9.

       01  RPT-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO REGION VITALS WERE RECORDED IN PERIOD'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-SAMPLES         PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(16)
                   VALUE ' SAMPLE(S) FROM '.
           05  RPT-TOT-APPLS           PIC  ZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' APPLID(S)'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(09)
                   VALUE 'REGVRPT: '.
           05  RPT-TROUBLE-TEXT        PIC  X(40).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN INCIDRPT
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'REGVRPT'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM A10-GET-PERIOD THRU A19-EXIT.

           MOVE FROM-DATE              TO RPT-P-FROM.
           MOVE LAST-DATE              TO RPT-P-THRU.
           MOVE RPT-PERIOD             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           INITIALIZE APPL-TABLE.

           OPEN INPUT REGVITF.
           IF  REGVITF-STATUS NOT = '00'
               MOVE 8                  TO RPT-RC
               MOVE 'VITALS FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.

      * THE SUMMARY FILE EXISTS ONLY ONCE REGVTRIM HAS ROLLED
      * SOMETHING -- UNTIL THEN THE DETAIL IS ALL THERE IS
           OPEN INPUT REGVSUM.
           IF  REGVSUM-STATUS = '00'
               PERFORM B00-READ-SUMMARIES THRU B09-EXIT
               CLOSE REGVSUM
           END-IF.

           PERFORM C00-READ-DETAIL THRU C09-EXIT.
           CLOSE REGVITF.

           IF  RPT-RC = 8
               MOVE 'VITALS FILE UNREADABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           IF  SAMPLE-TOTAL = ZERO
               MOVE 4                  TO RPT-RC
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO A90-EXIT
           END-IF.

           PERFORM D00-PRINT-HOURS THRU D09-EXIT
                   VARYING AX FROM 1 BY 1 UNTIL AX > APPL-COUNT.
           PERFORM E00-PRINT-INTERVALS THRU E09-EXIT.
           PERFORM G00-PRINT-FOOTPRINT THRU G09-EXIT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SAMPLE-TOTAL           TO RPT-TOT-SAMPLES.
           MOVE APPL-COUNT             TO RPT-TOT-APPLS.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           GO TO A90-EXIT.

       A80-TROUBLE.
           MOVE RPT-TROUBLE            TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

       A90-EXIT.
           MOVE RPT-RC                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    SETTLE THE REPORTING PERIOD.  WEEKLY IS THE SEVEN DAYS      *
      *    BEFORE THE RUN DATE; MONTHLY IS MONTH= OR LAST MONTH.  THE  *
      *    PERIOD RUNS FROM FROM-DATE UP TO (NOT INCLUDING) UNTIL-DATE *
      ******************************************************************
       A10-GET-PERIOD.
           MOVE 'PERIOD='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           EVALUATE EXT-VALUE(1:1)
             WHEN 'W'
               SET  WEEKLY-REPORT      TO TRUE
               MOVE 'WEEK'             TO BPRM-VALUE
             WHEN 'M'
               SET  MONTHLY-REPORT     TO TRUE
               MOVE 'MONTH'            TO BPRM-VALUE
             WHEN OTHER
               SET  MONTHLY-REPORT     TO TRUE
               MOVE 'MONTH'            TO BPRM-VALUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-EVALUATE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           IF  WEEKLY-REPORT
               MOVE JOBD-JOB-DATE      TO DTE-GNUM
               SET  DTE-REQUEST-GREG-EDIT TO TRUE
               CALL 'DTEMAN'        USING DTEMAN-PARMS
               MOVE DTE-TOTD           TO UNTIL-TOTD
               COMPUTE FROM-TOTD = UNTIL-TOTD - 7
               GO TO A15-SET-STAMPS
           END-IF.

      * THE DEFAULT MONTH IS LAST MONTH -- THE REPORT RUNS EARLY IN
      * THE NEW ONE
           MOVE 'MONTH='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:6) IS NUMERIC
               MOVE EXT-VALUE(1:6)     TO SEL-MONTH
               MOVE SEL-MONTH(1:4)     TO SEL-YY
               MOVE SEL-MONTH(5:2)     TO SEL-MM
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
           MOVE SEL-MONTH              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE SEL-MONTH              TO FROM-DATE(1:6).
           MOVE '01'                   TO FROM-DATE(7:2).
           MOVE FROM-DATE              TO DTE-GNUM.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO FROM-TOTD.
           IF  SEL-MM < 12
               ADD  1                  TO SEL-MM
           ELSE
               MOVE 1                  TO SEL-MM
               ADD  1                  TO SEL-YY
           END-IF.
           MOVE SEL-YY                 TO UNTIL-DATE(1:4).
           MOVE SEL-MM                 TO UNTIL-DATE(5:2).
           MOVE '01'                   TO UNTIL-DATE(7:2).
           MOVE UNTIL-DATE             TO DTE-GNUM.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO UNTIL-TOTD.

       A15-SET-STAMPS.
           COMPUTE PERIOD-DAYS = UNTIL-TOTD - FROM-TOTD.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           MOVE FROM-TOTD              TO DTE-TOTD.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO FROM-DATE.
           MOVE UNTIL-TOTD             TO DTE-TOTD.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO UNTIL-DATE.
           COMPUTE DTE-TOTD = UNTIL-TOTD - 1.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO LAST-DATE.
           COMPUTE FROM-STAMP  = (FROM-TOTD - ADJUSTMENT-DAYS)
                               * 86400 * 1000000.
           COMPUTE UNTIL-STAMP = (UNTIL-TOTD - ADJUSTMENT-DAYS)
                               * 86400 * 1000000.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    THE HOURLY SUMMARIES IN THE PERIOD -- DETAIL ALREADY ROLLED *
      *    UP AND PURGED BY REGVTRIM                                   *
      ******************************************************************
       B00-READ-SUMMARIES.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO REGVSUM-KEY.
           START REGVSUM KEY NOT LESS THAN REGVSUM-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-SUMMARY THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
       B09-EXIT.
           EXIT.

       B10-READ-SUMMARY.
           READ REGVSUM NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  REGVSUM-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  REGVSUM-DATE < FROM-DATE
           OR  REGVSUM-DATE NOT < UNTIL-DATE
           OR  REGVSUM-SAMPLES NOT > ZERO
               GO TO B19-EXIT
           END-IF.

           MOVE REGVSUM-APPLID         TO CUR-APPLID.
           PERFORM F00-FIND-APPL THRU F09-EXIT.
           IF  AX > APPL-COUNT
               GO TO B19-EXIT
           END-IF.
           ADD  REGVSUM-SAMPLES        TO SAMPLE-TOTAL.
           MOVE REGVSUM-HOUR           TO REC-HOUR.
           COMPUTE HX = REC-HOUR + 1.
           ADD  REGVSUM-SAMPLES        TO HR-SAMPLES(AX HX).
           ADD  REGVSUM-TASKS-TOTAL    TO HR-TASKS-TOTAL(AX HX).
           IF  REGVSUM-TASKS-PEAK > HR-PEAK(AX HX)
               MOVE REGVSUM-TASKS-PEAK TO HR-PEAK(AX HX)
           END-IF.
           IF  REGVSUM-MAXTASKS > HR-MAXTASKS(AX HX)
               MOVE REGVSUM-MAXTASKS   TO HR-MAXTASKS(AX HX)
           END-IF.
           IF  REGVSUM-MAXTASKS > APPL-MAXTASKS(AX)
               MOVE REGVSUM-MAXTASKS   TO APPL-MAXTASKS(AX)
           END-IF.

           MOVE REGVSUM-DATE           TO DTE-GNUM.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           COMPUTE DX = DTE-TOTD - FROM-TOTD + 1.
           IF  DX > ZERO AND DX < 32
               SET  DY-SEEN(AX DX)     TO TRUE
               IF  REGVSUM-TSQ-COUNT-PEAK > DY-TSQ-PEAK(AX DX)
                   MOVE REGVSUM-TSQ-COUNT-PEAK
                                       TO DY-TSQ-PEAK(AX DX)
               END-IF
               IF  REGVSUM-TSQ-BYTES-PEAK > DY-BYTES-PEAK(AX DX)
                   MOVE REGVSUM-TSQ-BYTES-PEAK
                                       TO DY-BYTES-PEAK(AX DX)
               END-IF
           END-IF.

           IF  REGVSUM-ATMAX-SAMPLES > ZERO
               MOVE 'M'                TO NEW-TYPE
               MOVE 'H'                TO NEW-SOURCE
               MOVE REGVSUM-ATMAX-FIRST TO NEW-START
               MOVE REGVSUM-ATMAX-LAST TO NEW-END
               MOVE REGVSUM-ATMAX-SAMPLES TO NEW-SAMPLES
               PERFORM H00-ADD-INTERVAL THRU H09-EXIT
           END-IF.
           IF  REGVSUM-SOS-SAMPLES > ZERO
               MOVE 'S'                TO NEW-TYPE
               MOVE 'H'                TO NEW-SOURCE
               MOVE REGVSUM-SOS-FIRST  TO NEW-START
               MOVE REGVSUM-SOS-LAST   TO NEW-END
               MOVE REGVSUM-SOS-SAMPLES TO NEW-SAMPLES
               PERFORM H00-ADD-INTERVAL THRU H09-EXIT
           END-IF.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    THE DETAIL SAMPLES IN THE PERIOD.  THE FILE IS IN STAMP     *
      *    ORDER WITHIN APPLID, SO AN INTERVAL RUNS FROM ITS FIRST     *
      *    AT-MAX (OR SOS) SAMPLE TO THE FIRST SAMPLE OFF IT AGAIN     *
      ******************************************************************
       C00-READ-DETAIL.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO REGVITF-KEY
                                          CUR-APPLID.
           START REGVITF KEY NOT LESS THAN REGVITF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-READ-SAMPLE THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM C50-CLOSE-OPEN THRU C59-EXIT.
       C09-EXIT.
           EXIT.

       C10-READ-SAMPLE.
           READ REGVITF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C19-EXIT
           END-IF.
           IF  REGVITF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE 8                  TO RPT-RC
               GO TO C19-EXIT
           END-IF.
           IF  REGVITF-STAMP < FROM-STAMP
           OR  REGVITF-STAMP NOT < UNTIL-STAMP
               GO TO C19-EXIT
           END-IF.

           IF  REGVITF-APPLID NOT = CUR-APPLID
               PERFORM C50-CLOSE-OPEN THRU C59-EXIT
               MOVE REGVITF-APPLID     TO CUR-APPLID
           END-IF.
           PERFORM F00-FIND-APPL THRU F09-EXIT.
           IF  AX > APPL-COUNT
               GO TO C19-EXIT
           END-IF.
           ADD  1                      TO SAMPLE-TOTAL.

           MOVE REGVITF-STAMP          TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           COMPUTE HX = REC-HOUR + 1.
           ADD  1                      TO HR-SAMPLES(AX HX).
           ADD  REGVITF-TASKS          TO HR-TASKS-TOTAL(AX HX).
           IF  REGVITF-TASKS > HR-PEAK(AX HX)
               MOVE REGVITF-TASKS      TO HR-PEAK(AX HX)
           END-IF.
           IF  REGVITF-MAXTASKS > HR-MAXTASKS(AX HX)
               MOVE REGVITF-MAXTASKS   TO HR-MAXTASKS(AX HX)
           END-IF.
           IF  REGVITF-MAXTASKS > APPL-MAXTASKS(AX)
               MOVE REGVITF-MAXTASKS   TO APPL-MAXTASKS(AX)
           END-IF.

           COMPUTE DX = DTE-TOTD - FROM-TOTD + 1.
           IF  DX > ZERO AND DX < 32
               SET  DY-SEEN(AX DX)     TO TRUE
               IF  REGVITF-TSQ-COUNT > DY-TSQ-PEAK(AX DX)
                   MOVE REGVITF-TSQ-COUNT TO DY-TSQ-PEAK(AX DX)
               END-IF
               IF  REGVITF-TSQ-BYTES > DY-BYTES-PEAK(AX DX)
                   MOVE REGVITF-TSQ-BYTES TO DY-BYTES-PEAK(AX DX)
               END-IF
           END-IF.

           IF  REGVITF-AT-MAX
               IF  MAX-OPEN-START = ZERO
                   MOVE REGVITF-STAMP  TO MAX-OPEN-START
                   MOVE ZERO           TO MAX-OPEN-SAMPLES
               END-IF
               ADD  1                  TO MAX-OPEN-SAMPLES
               MOVE REGVITF-STAMP      TO MAX-OPEN-LAST
           ELSE
               IF  MAX-OPEN-START NOT = ZERO
                   MOVE REGVITF-STAMP  TO MAX-OPEN-LAST
                   PERFORM C60-CLOSE-MAX THRU C69-EXIT
               END-IF
           END-IF.
           IF  REGVITF-SOS
               IF  SOS-OPEN-START = ZERO
                   MOVE REGVITF-STAMP  TO SOS-OPEN-START
                   MOVE ZERO           TO SOS-OPEN-SAMPLES
               END-IF
               ADD  1                  TO SOS-OPEN-SAMPLES
               MOVE REGVITF-STAMP      TO SOS-OPEN-LAST
           ELSE
               IF  SOS-OPEN-START NOT = ZERO
                   MOVE REGVITF-STAMP  TO SOS-OPEN-LAST
                   PERFORM C70-CLOSE-SOS THRU C79-EXIT
               END-IF
           END-IF.
       C19-EXIT.
           EXIT.

      * AN APPLID (OR THE PERIOD) THAT ENDS STILL AT MAX OR SOS CLOSES
      * ITS INTERVAL AT THE LAST SAMPLE SEEN
       C50-CLOSE-OPEN.
           IF  MAX-OPEN-START NOT = ZERO
               PERFORM C60-CLOSE-MAX THRU C69-EXIT
           END-IF.
           IF  SOS-OPEN-START NOT = ZERO
               PERFORM C70-CLOSE-SOS THRU C79-EXIT
           END-IF.
       C59-EXIT.
           EXIT.

       C60-CLOSE-MAX.
           MOVE 'M'                    TO NEW-TYPE.
           MOVE 'D'                    TO NEW-SOURCE.
           MOVE MAX-OPEN-START         TO NEW-START.
           MOVE MAX-OPEN-LAST          TO NEW-END.
           MOVE MAX-OPEN-SAMPLES       TO NEW-SAMPLES.
           PERFORM H00-ADD-INTERVAL THRU H09-EXIT.
           MOVE ZERO                   TO MAX-OPEN-START.
       C69-EXIT.
           EXIT.

       C70-CLOSE-SOS.
           MOVE 'S'                    TO NEW-TYPE.
           MOVE 'D'                    TO NEW-SOURCE.
           MOVE SOS-OPEN-START         TO NEW-START.
           MOVE SOS-OPEN-LAST          TO NEW-END.
           MOVE SOS-OPEN-SAMPLES       TO NEW-SAMPLES.
           PERFORM H00-ADD-INTERVAL THRU H09-EXIT.
           MOVE ZERO                   TO SOS-OPEN-START.
       C79-EXIT.
           EXIT.

      ******************************************************************
      *    THE HOUR-OF-DAY PROFILE FOR ONE APPLID                      *
      ******************************************************************
       D00-PRINT-HOURS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE APPL-ID(AX)            TO RPT-AH-APPLID.
           MOVE APPL-MAXTASKS(AX)      TO RPT-AH-MAXT.
           MOVE RPT-APPL-HDG           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM D10-PRINT-HOUR THRU D19-EXIT
                   VARYING HX FROM 1 BY 1 UNTIL HX > 24.
       D09-EXIT.
           EXIT.

       D10-PRINT-HOUR.
           IF  HR-SAMPLES(AX HX) NOT > ZERO
               GO TO D19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-HR-BAR.
           COMPUTE RPT-HR-HOUR = HX - 1.
           MOVE HR-SAMPLES(AX HX)      TO RPT-HR-SAMPLES.
           COMPUTE WORK-AVG ROUNDED =
                   HR-TASKS-TOTAL(AX HX) / HR-SAMPLES(AX HX).
           MOVE WORK-AVG               TO RPT-HR-AVG.
           MOVE HR-PEAK(AX HX)         TO RPT-HR-PEAK.
           MOVE HR-MAXTASKS(AX HX)     TO RPT-HR-MAXT.
           MOVE ZERO                   TO WORK-PCT.
           IF  HR-MAXTASKS(AX HX) > ZERO
               COMPUTE WORK-PCT =
                       (HR-PEAK(AX HX) * 100) / HR-MAXTASKS(AX HX)
           END-IF.
           MOVE WORK-PCT               TO RPT-HR-PCT.
           COMPUTE BAR-LEN = WORK-PCT / 5.
           IF  BAR-LEN > 20
               MOVE 20                 TO BAR-LEN
           END-IF.
           IF  BAR-LEN > ZERO
               MOVE BAR-STARS(1:BAR-LEN) TO RPT-HR-BAR
           END-IF.
           MOVE RPT-HOUR-LINE          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY AT-MAX AND SOS INTERVAL, APPLID BY APPLID             *
      ******************************************************************
       E00-PRINT-INTERVALS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG3               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  INTV-COUNT = ZERO
               MOVE RPT-INTV-NONE      TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO E09-EXIT
           END-IF.
           MOVE RPT-HDG4               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM E10-PRINT-APPL-INTV THRU E19-EXIT
                   VARYING AX FROM 1 BY 1 UNTIL AX > APPL-COUNT.
           IF  INTV-DROPPED > ZERO
               MOVE INTV-DROPPED       TO RPT-IM-COUNT
               MOVE RPT-INTV-MORE      TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       E09-EXIT.
           EXIT.

       E10-PRINT-APPL-INTV.
           PERFORM E20-PRINT-INTERVAL THRU E29-EXIT
                   VARYING IX FROM 1 BY 1 UNTIL IX > INTV-COUNT.
       E19-EXIT.
           EXIT.

       E20-PRINT-INTERVAL.
           IF  INTV-APPLID(IX) NOT = APPL-ID(AX)
               GO TO E29-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-INTV-LINE.
           MOVE INTV-APPLID(IX)        TO RPT-IV-APPLID.
           IF  INTV-TYPE(IX) = 'M'
               MOVE 'MAXT'             TO RPT-IV-TYPE
           ELSE
               MOVE 'SOS'              TO RPT-IV-TYPE
           END-IF.
           MOVE INTV-START(IX)         TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO RPT-IV-FROM-DATE.
           MOVE LOOK-TIME              TO RPT-IV-FROM-TIME.
           MOVE INTV-END(IX)           TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO RPT-IV-TO-DATE.
           MOVE LOOK-TIME              TO RPT-IV-TO-TIME.
           COMPUTE WORK-MINS =
                   (INTV-END(IX) - INTV-START(IX)) / 60000000.
           IF  WORK-MINS < ZERO
               MOVE ZERO               TO WORK-MINS
           END-IF.
           DIVIDE WORK-MINS BY 60  GIVING WORK-HH
                                REMAINDER WORK-MM.
           MOVE WORK-HH                TO RPT-IV-HH.
           MOVE WORK-MM                TO RPT-IV-MM.
           MOVE INTV-SAMPLES(IX)       TO RPT-IV-SAMPLES.
           IF  INTV-SOURCE(IX) = 'H'
               MOVE '(HOURLY ROLLUP)'  TO RPT-IV-NOTE
           END-IF.
           MOVE RPT-INTV-LINE          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       E29-EXIT.
           EXIT.

      ******************************************************************
      *    THE SAVED-SESSION TS FOOTPRINT DAY BY DAY, AND HOW MUCH IT  *
      *    GREW FROM THE FIRST DAY SEEN TO THE LAST                    *
      ******************************************************************
       G00-PRINT-FOOTPRINT.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG5               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG6               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM G10-PRINT-APPL-DAYS THRU G19-EXIT
                   VARYING AX FROM 1 BY 1 UNTIL AX > APPL-COUNT.
       G09-EXIT.
           EXIT.

       G10-PRINT-APPL-DAYS.
           MOVE ZERO                   TO FIRST-DX
                                          LAST-DX.
           PERFORM G20-PRINT-DAY THRU G29-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > PERIOD-DAYS
                   OR    DX > 31.
           IF  FIRST-DX > ZERO
           AND LAST-DX > FIRST-DX
               COMPUTE RPT-GR-TSQ = DY-TSQ-PEAK(AX LAST-DX)
                                  - DY-TSQ-PEAK(AX FIRST-DX)
               COMPUTE RPT-GR-BYTES = DY-BYTES-PEAK(AX LAST-DX)
                                    - DY-BYTES-PEAK(AX FIRST-DX)
               MOVE RPT-GROWTH-LINE    TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       G19-EXIT.
           EXIT.

       G20-PRINT-DAY.
           IF  NOT DY-SEEN(AX DX)
               GO TO G29-EXIT
           END-IF.
           IF  FIRST-DX = ZERO
               MOVE DX                 TO FIRST-DX
           END-IF.
           MOVE DX                     TO LAST-DX.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD = FROM-TOTD + DX - 1.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE SPACES                 TO RPT-DAY-LINE.
           MOVE APPL-ID(AX)            TO RPT-DY-APPLID.
           MOVE DTE-GNUM               TO RPT-DY-DATE.
           MOVE DY-TSQ-PEAK(AX DX)     TO RPT-DY-TSQ.
           MOVE DY-BYTES-PEAK(AX DX)   TO RPT-DY-BYTES.
           MOVE RPT-DAY-LINE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       G29-EXIT.
           EXIT.

      ******************************************************************
      *    FIND (OR ADD) CUR-APPLID IN THE APPLID TABLE -- AX IS LEFT  *
      *    PAST APPL-COUNT WHEN THE TABLE IS FULL                      *
      ******************************************************************
       F00-FIND-APPL.
           PERFORM F10-SCAN-APPL THRU F19-EXIT
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > APPL-COUNT
                   OR    APPL-ID(AX) = CUR-APPLID.
           IF  AX > APPL-COUNT
           AND APPL-COUNT < 20
               ADD  1                  TO APPL-COUNT
               MOVE CUR-APPLID         TO APPL-ID(AX)
           END-IF.
       F09-EXIT.
           EXIT.

      * THE SEARCH IS ALL IN THE UNTIL -- NOTHING TO DO PER ENTRY
       F10-SCAN-APPL.
           CONTINUE.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    KEEP ONE AT-MAX OR SOS INTERVAL FOR THE LISTING             *
      ******************************************************************
       H00-ADD-INTERVAL.
           IF  INTV-COUNT NOT < 300
               ADD  1                  TO INTV-DROPPED
               GO TO H09-EXIT
           END-IF.
           ADD  1                      TO INTV-COUNT.
           MOVE CUR-APPLID             TO INTV-APPLID(INTV-COUNT).
           MOVE NEW-TYPE               TO INTV-TYPE(INTV-COUNT).
           MOVE NEW-SOURCE             TO INTV-SOURCE(INTV-COUNT).
           MOVE NEW-START              TO INTV-START(INTV-COUNT).
           MOVE NEW-END                TO INTV-END(INTV-COUNT).
           MOVE NEW-SAMPLES            TO INTV-SAMPLES(INTV-COUNT).
       H09-EXIT.
           EXIT.

      ******************************************************************
      *    THE ABSTIME STAMP IN LOOK-STAMP AS A CCYYMMDD DATE (IN      *
      *    DTE-GNUM, DAY NUMBER IN DTE-TOTD), ITS HOUR AND ITS HHMM    *
      *    (SEE ABSTIME AND DTEMAN)                                    *
      ******************************************************************
       Y10-STAMP-DATE.
           MOVE LOOK-STAMP             TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO REC-HOUR.
           COMPUTE LOOK-TIME           =  ABS-HOURS * 100
                                       +  ABS-MINUTES.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD            =  ABS-DAYS + ADJUSTMENT-DAYS.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
       Y19-EXIT.
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
           MOVE 'REGVRPT '             TO BPRM-STEP-NAME.
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
