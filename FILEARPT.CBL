       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILEARPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       DAILY CICS FILE-ACTIVITY REPORT OVER THE FILEACTF
      *REMARKS.       HISTORY THAT THE FILESTAT COLLECTOR WRITES EACH
      *REMARKS.       INTERVAL.  FOR ONE DAY IT PRINTS --
      *REMARKS.         THE BUSIEST FILES OF THE DAY, RANKED BY TOTAL
      *REMARKS.         REQUESTS, WITH THE READ/ADD/UPDATE/DELETE/
      *REMARKS.         BROWSE BREAKDOWN AND STRING WAITS;
      *REMARKS.         HOUR BY HOUR, THE THREE BUSIEST FILES;
      *REMARKS.         STRING-WAIT SPIKES -- A FILE-HOUR WITH AT LEAST
      *REMARKS.         THE STRW= MINIMUM OF WAITS (DEFAULT 10) AND AT
      *REMARKS.         LEAST TWICE THAT FILE'S HOURLY AVERAGE FOR THE
      *REMARKS.         DAY.
      *REMARKS.       EACH HOUR IS SHOWN AGAINST THE AVERAGE TURN
      *REMARKS.       RESPONSE FROM PERFHIST FOR THE SAME HOUR, FLAGGED
      *REMARKS.       SLOW PAST HALF AGAIN THE DAY'S AVERAGE, SO A WAIT
      *REMARKS.       SPIKE LINES UP AGAINST A SLOW PERIOD ON ONE PAGE.
      *REMARKS.       A SAMPLE'S ACTIVITY IS COUNTED IN THE HOUR THE
      *REMARKS.       SAMPLE WAS TAKEN.  SYSPARM TAG DATE=CCYYMMDD
      *REMARKS.       PICKS THE DAY, DEFAULT YESTERDAY.  WRITTEN
      *REMARKS.       THROUGH RPTARCH.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 4 -- NO FILE ACTIVITY ON THE DAY
      *REMARKS.         RC 8 -- THE ACTIVITY FILE WAS UNREADABLE

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
           SELECT FILEACTF             ASSIGN TO FILEACTF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS FILEACTF-KEY
                                       FILE STATUS IS FILEACTF-STATUS.
           SELECT PERFHIST             ASSIGN TO PERFHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFHIST-KEY
                                       FILE STATUS IS PERFHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FILEACTF
           LABEL RECORDS ARE STANDARD.
           COPY FILEACTF.

       FD  PERFHIST
           LABEL RECORDS ARE STANDARD.
           COPY PERFHIST.

       WORKING-STORAGE SECTION.
       77  FILEACTF-STATUS             PIC  X(02).
       77  PERFHIST-STATUS             PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  PERF-SW                     PIC  X(01)   VALUE 'N'.
           88  PERF-AVAILABLE                       VALUE 'Y'.
       77  RANK-SW                     PIC  X(01).
           88  RANK-BY-DAY                          VALUE 'D'.
           88  RANK-BY-HOUR                         VALUE 'H'.
       77  RPT-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-DATE                    PIC  X(08).
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  SEL-TOTD                    PIC S9(09)   COMP.
       77  FROM-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  UNTIL-STAMP                 PIC S9(15)   PACKED-DECIMAL.
       77  HOUR-TICKS                  PIC S9(15)   PACKED-DECIMAL
                                                    VALUE 3600000000.
       77  STRW-MIN                    PIC S9(09)   COMP VALUE +10.
       77  FX                          PIC S9(04)   COMP.
       77  HX                          PIC S9(04)   COMP.
       77  CX                          PIC S9(04)   COMP.
       77  RX                          PIC S9(04)   COMP.
       77  BEST-FX                     PIC S9(04)   COMP.
       77  BEST-VALUE                  PIC S9(09)   COMP.
       77  PICK-VALUE                  PIC S9(09)   COMP.
       77  FILE-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  FILES-DROPPED               PIC S9(09)   COMP VALUE ZERO.
       77  SAMPLE-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  SPIKE-COUNT                 PIC S9(09)   COMP VALUE ZERO.
       77  REC-OPS                     PIC S9(09)   COMP.
       77  DAY-TURNS                   PIC S9(09)   COMP VALUE ZERO.
       77  DAY-SUM-MS                  PIC S9(13)   COMP-3 VALUE ZERO.
       77  DAY-AVG-MS                  PIC S9(09)   COMP VALUE ZERO.
       77  HOUR-AVG-MS                 PIC S9(09)   COMP.
       77  FILE-AVG-STRW               PIC S9(09)   COMP.
       77  SLOW-LIMIT-MS               PIC S9(09)   COMP.

      * PER APPLID AND FILE -- THE DAY'S COUNTS (IN FACT-COUNTS ORDER)
      * AND THE REQUESTS AND STRING WAITS IN EACH HOUR
       01  FILE-TABLE.
           03  FILE-ENTRY OCCURS 100 TIMES.
               05  FT-APPLID           PIC  X(08).
               05  FT-FILE             PIC  X(08).
               05  FT-PICKED-SW        PIC  X(01).
                   88  FT-PICKED                    VALUE 'Y'.
               05  FT-COUNT            PIC S9(09)   COMP
                                       OCCURS 6 TIMES.
               05  FT-OPS              PIC S9(09)   COMP.
               05  FT-ACTIVE-HOURS     PIC S9(04)   COMP.
               05  FT-HOUR OCCURS 24 TIMES.
                   07  FH-OPS          PIC S9(09)   COMP.
                   07  FH-STRW         PIC S9(09)   COMP.

      * PER HOUR OF THE DAY -- ALL FILES, AND THE PERFHIST TURNS
       01  HOUR-TABLE.
           03  HOUR-ENTRY OCCURS 24 TIMES.
               05  HT-OPS              PIC S9(09)   COMP.
               05  HT-STRW             PIC S9(09)   COMP.
               05  HT-TURNS            PIC S9(09)   COMP.
               05  HT-SUM-MS           PIC S9(13)   COMP-3.

      * WORK AREA FOR PULLING THE DATE= AND STRW= TAGS OUT OF THE
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

       COPY DTEMAN.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'F I L E A R P T  -  CICS FILE ACTIVITY FOR '.
           05  RPT-H1-DATE             PIC  X(08).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'BUSIEST FILES OF THE DAY'.

       01  RPT-HDG3.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(05)   VALUE 'RANK'.
           05  FILLER                  PIC  X(09)   VALUE 'APPLID'.
           05  FILLER                  PIC  X(08)   VALUE 'FILE'.
           05  FILLER                  PIC  X(10)   VALUE '     READS'.
           05  FILLER                  PIC  X(09)   VALUE '     ADDS'.
           05  FILLER                  PIC  X(09)   VALUE '  UPDATES'.
           05  FILLER                  PIC  X(09)   VALUE '  DELETES'.
           05  FILLER                  PIC  X(10)   VALUE '   BROWSES'.
           05  FILLER                  PIC  X(11)   VALUE '      TOTAL'.
           05  FILLER                  PIC  X(09)   VALUE '  STRWAIT'.
           05  FILLER                  PIC  X(06)   VALUE '  PEAK'.

       01  RPT-DAY-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-DY-RANK             PIC  ZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-DY-APPLID           PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-DY-FILE             PIC  X(08).
           05  RPT-DY-READS            PIC  ZZZZZZZZZ9.
           05  RPT-DY-ADDS             PIC  ZZZZZZZZ9.
           05  RPT-DY-UPDATES          PIC  ZZZZZZZZ9.
           05  RPT-DY-DELETES          PIC  ZZZZZZZZ9.
           05  RPT-DY-BROWSES          PIC  ZZZZZZZZZ9.
           05  RPT-DY-TOTAL            PIC  ZZZZZZZZZZ9.
           05  RPT-DY-STRW             PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-DY-PEAK             PIC  99.
           05  FILLER                  PIC  X(03)   VALUE ':00'.

       01  RPT-HDG4.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'BUSIEST FILES BY HOUR, AGAINST TURN RESPONSE'.

       01  RPT-HDG5.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(07)   VALUE 'HOUR'.
           05  FILLER                  PIC  X(10)   VALUE '  REQUESTS'.
           05  FILLER                  PIC  X(09)   VALUE '  STRWAIT'.
           05  FILLER                  PIC  X(09)   VALUE '   AVG MS'.
           05  FILLER                  PIC  X(07)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'BUSIEST FILES (REQUESTS)'.

       01  RPT-HOUR-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-HR-HOUR             PIC  99.
           05  FILLER                  PIC  X(03)   VALUE ':00'.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-HR-OPS              PIC  ZZZZZZZZZ9.
           05  RPT-HR-STRW             PIC  ZZZZZZZZ9.
           05  RPT-HR-AVG              PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-HR-SLOW             PIC  X(04).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-HR-TOP OCCURS 3 TIMES.
               07  RPT-HR-FILE         PIC  X(08).
               07  FILLER              PIC  X(01).
               07  RPT-HR-FILE-OPS     PIC  ZZZZZZZZ9.
               07  FILLER              PIC  X(02).

       01  RPT-HDG6.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'STRING-WAIT SPIKES ('.
           05  RPT-H6-MIN              PIC  ZZZZ9.
           05  FILLER                  PIC  X(22)
                   VALUE ' OR MORE WAITS, TWICE '.
           05  FILLER                  PIC  X(25)
                   VALUE 'THE FILE''S HOURLY AVG)'.

       01  RPT-HDG7.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(07)   VALUE 'HOUR'.
           05  FILLER                  PIC  X(09)   VALUE 'APPLID'.
           05  FILLER                  PIC  X(08)   VALUE 'FILE'.
           05  FILLER                  PIC  X(09)   VALUE '  STRWAIT'.
           05  FILLER                  PIC  X(09)   VALUE '  HRLY AV'.
           05  FILLER                  PIC  X(10)   VALUE '  REQUESTS'.
           05  FILLER                  PIC  X(09)   VALUE '   AVG MS'.

       01  RPT-SPIKE-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-SP-HOUR             PIC  99.
           05  FILLER                  PIC  X(03)   VALUE ':00'.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-SP-APPLID           PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-SP-FILE             PIC  X(08).
           05  RPT-SP-STRW             PIC  ZZZZZZZZ9.
           05  RPT-SP-AVG              PIC  ZZZZZZZZ9.
           05  RPT-SP-OPS              PIC  ZZZZZZZZZ9.
           05  RPT-SP-MS               PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-SP-SLOW             PIC  X(04).

       01  RPT-SPIKE-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO STRING-WAIT SPIKES ON THE DAY'.

       01  RPT-NO-PERF.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'TURN RESPONSE HISTORY UNAVAILABLE -- AVG MS '.
           05  FILLER                  PIC  X(12)   VALUE 'NOT SHOWN'.

       01  RPT-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO FILE ACTIVITY WAS RECORDED ON THE DAY'.

       01  RPT-DROPPED.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-DR-COUNT            PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(45)
                   VALUE ' SAMPLE(S) BEYOND THE 100-FILE TABLE SKIPPED'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-SAMPLES         PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(16)
                   VALUE ' SAMPLE(S) OVER '.
           05  RPT-TOT-FILES           PIC  ZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' FILE(S), '.
           05  RPT-TOT-SPIKES          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(21)
                   VALUE ' STRING-WAIT SPIKE(S)'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'FILEARPT: '.
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
           MOVE 'FILEARPT'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM A10-GET-PARMS THRU A19-EXIT.

           MOVE SEL-DATE               TO RPT-H1-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           INITIALIZE FILE-TABLE HOUR-TABLE.

           OPEN INPUT FILEACTF.
           IF  FILEACTF-STATUS NOT = '00'
               MOVE 8                  TO RPT-RC
               MOVE 'ACTIVITY FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           PERFORM B00-READ-ACTIVITY THRU B09-EXIT.
           CLOSE FILEACTF.

           IF  RPT-RC = 8
               MOVE 'ACTIVITY FILE UNREADABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           IF  SAMPLE-TOTAL = ZERO
               MOVE 4                  TO RPT-RC
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO A90-EXIT
           END-IF.

      * THE RESPONSE HISTORY IS ONLY CONTEXT -- THE REPORT STANDS
      * WITHOUT IT
           OPEN INPUT PERFHIST.
           IF  PERFHIST-STATUS = '00'
               SET  PERF-AVAILABLE     TO TRUE
               PERFORM C00-READ-TURNS THRU C09-EXIT
               CLOSE PERFHIST
           END-IF.

           PERFORM D00-PRINT-DAY THRU D09-EXIT.
           PERFORM E00-PRINT-HOURS THRU E09-EXIT.
           PERFORM G00-PRINT-SPIKES THRU G09-EXIT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  FILES-DROPPED > ZERO
               MOVE FILES-DROPPED      TO RPT-DR-COUNT
               MOVE RPT-DROPPED        TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
           MOVE SAMPLE-TOTAL           TO RPT-TOT-SAMPLES.
           MOVE FILE-COUNT             TO RPT-TOT-FILES.
           MOVE SPIKE-COUNT            TO RPT-TOT-SPIKES.
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
      *    SETTLE THE DAY (DATE= OR YESTERDAY) AND THE STRING-WAIT     *
      *    SPIKE MINIMUM (STRW=, DEFAULT 10), AND THE STAMPS THAT      *
      *    BOUND THE DAY                                               *
      ******************************************************************
       A10-GET-PARMS.
           MOVE 'DATE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:8) IS NUMERIC
               MOVE EXT-VALUE(1:8)     TO SEL-DATE
               MOVE SEL-DATE           TO DTE-GNUM
               SET  DTE-REQUEST-GREG-EDIT TO TRUE
               CALL 'DTEMAN'        USING DTEMAN-PARMS
               MOVE DTE-TOTD           TO SEL-TOTD
           ELSE
      * THE DEFAULT IS YESTERDAY -- THE REPORT RUNS IN THE NIGHT BATCH
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE JOBD-JOB-DATE      TO DTE-GNUM
               SET  DTE-REQUEST-GREG-EDIT TO TRUE
               CALL 'DTEMAN'        USING DTEMAN-PARMS
               COMPUTE SEL-TOTD = DTE-TOTD - 1
               SET  DTE-REQUEST-TOTL-DAYS TO TRUE
               MOVE SEL-TOTD           TO DTE-TOTD
               CALL 'DTEMAN'        USING DTEMAN-PARMS
               MOVE DTE-GNUM           TO SEL-DATE
           END-IF.
           MOVE SEL-DATE               TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'STRW='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           EVALUATE TRUE
             WHEN EXT-VALUE(1:4) IS NUMERIC
               MOVE EXT-VALUE(1:4)     TO STRW-MIN
             WHEN EXT-VALUE(1:3) IS NUMERIC
             AND  EXT-VALUE(4:1) = SPACE
               MOVE EXT-VALUE(1:3)     TO STRW-MIN
             WHEN EXT-VALUE(1:2) IS NUMERIC
             AND  EXT-VALUE(3:1) = SPACE
               MOVE EXT-VALUE(1:2)     TO STRW-MIN
             WHEN EXT-VALUE(1:1) IS NUMERIC
             AND  EXT-VALUE(2:1) = SPACE
               MOVE EXT-VALUE(1:1)     TO STRW-MIN
             WHEN OTHER
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-EVALUATE.
           IF  STRW-MIN < 1
               MOVE 10                 TO STRW-MIN
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE STRW-MIN               TO RPT-H6-MIN.
           MOVE STRW-MIN               TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           COMPUTE FROM-STAMP  = (SEL-TOTD - ADJUSTMENT-DAYS)
                               * 86400 * 1000000.
           COMPUTE UNTIL-STAMP = FROM-STAMP + (86400 * 1000000).
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    THE DAY'S SAMPLES -- THE KEY LEADS WITH THE STAMP, SO THE   *
      *    DAY IS ONE RUN OF THE FILE (THE ZERO-STAMP TOTALS RECORDS   *
      *    SORT AHEAD OF IT AND ARE NEVER READ)                        *
      ******************************************************************
       B00-READ-ACTIVITY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO FILEACTF-KEY.
           MOVE FROM-STAMP             TO FACT-STAMP.
           START FILEACTF KEY NOT LESS THAN FILEACTF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-SAMPLE THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
       B09-EXIT.
           EXIT.

       B10-READ-SAMPLE.
           READ FILEACTF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  FILEACTF-STATUS NOT = '00'
               MOVE 8                  TO RPT-RC
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  FACT-STAMP NOT < UNTIL-STAMP
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B19-EXIT
           END-IF.

           PERFORM B20-FIND-FILE THRU B29-EXIT.
           IF  FX > FILE-COUNT
               ADD  1                  TO FILES-DROPPED
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO SAMPLE-TOTAL.
           COMPUTE HX = ((FACT-STAMP - FROM-STAMP) / HOUR-TICKS) + 1.
           COMPUTE REC-OPS = FACT-READS + FACT-ADDS + FACT-UPDATES
                           + FACT-DELETES + FACT-BROWSES.
           PERFORM B30-ADD-COUNT THRU B39-EXIT
                   VARYING CX FROM 1 BY 1 UNTIL CX > 6.
           ADD  REC-OPS                TO FT-OPS(FX).
           IF  FH-OPS(FX HX) = ZERO
           AND FH-STRW(FX HX) = ZERO
           AND (REC-OPS > ZERO OR FACT-STRWAITS > ZERO)
               ADD  1                  TO FT-ACTIVE-HOURS(FX)
           END-IF.
           ADD  REC-OPS                TO FH-OPS(FX HX)
                                          HT-OPS(HX).
           ADD  FACT-STRWAITS          TO FH-STRW(FX HX)
                                          HT-STRW(HX).
       B19-EXIT.
           EXIT.

      * FIND (OR ADD) THE SAMPLE'S APPLID AND FILE -- FX PAST
      * FILE-COUNT WHEN THE TABLE IS FULL
       B20-FIND-FILE.
           PERFORM B25-FIND-NEXT THRU B25-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > FILE-COUNT
                   OR   (FT-APPLID(FX) = FACT-APPLID
                   AND   FT-FILE(FX) = FACT-FILE).
           IF  FX > FILE-COUNT
           AND FILE-COUNT < 100
               ADD  1                  TO FILE-COUNT
               MOVE FILE-COUNT         TO FX
               MOVE FACT-APPLID        TO FT-APPLID(FX)
               MOVE FACT-FILE          TO FT-FILE(FX)
           END-IF.
       B29-EXIT.
           EXIT.

       B25-FIND-NEXT.
       B25-EXIT.
           EXIT.

       B30-ADD-COUNT.
           ADD  FACT-COUNT(CX)         TO FT-COUNT(FX CX).
       B39-EXIT.
           EXIT.

      ******************************************************************
      *    THE DAY'S TURNS FROM PERFHIST, BY HOUR.  THE FILE IS KEYED  *
      *    BY TERMINAL, SO EVERY RECORD IS LOOKED AT                   *
      ******************************************************************
       C00-READ-TURNS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO PERFHIST-KEY.
           START PERFHIST KEY NOT LESS THAN PERFHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-READ-TURN THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           IF  DAY-TURNS > ZERO
               COMPUTE DAY-AVG-MS = DAY-SUM-MS / DAY-TURNS
           END-IF.
       C09-EXIT.
           EXIT.

       C10-READ-TURN.
           READ PERFHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C19-EXIT
           END-IF.
           IF  PERFHIST-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO C19-EXIT
           END-IF.
           IF  PERFHIST-STAMP < FROM-STAMP
           OR  PERFHIST-STAMP NOT < UNTIL-STAMP
               GO TO C19-EXIT
           END-IF.
           COMPUTE HX = ((PERFHIST-STAMP - FROM-STAMP) / HOUR-TICKS)
                      + 1.
           ADD  1                      TO HT-TURNS(HX) DAY-TURNS.
           ADD  PERFHIST-ELAPSED-MS    TO HT-SUM-MS(HX) DAY-SUM-MS.
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    THE BUSIEST FILES OF THE DAY, MOST REQUESTS FIRST           *
      ******************************************************************
       D00-PRINT-DAY.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG3               TO RPTA-LINE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           SET  RANK-BY-DAY            TO TRUE.
           PERFORM K00-CLEAR-PICKS THRU K09-EXIT.
           PERFORM D10-PRINT-FILE THRU D19-EXIT
                   VARYING RX FROM 1 BY 1 UNTIL RX > FILE-COUNT.
       D09-EXIT.
           EXIT.

       D10-PRINT-FILE.
           PERFORM K10-PICK-BEST THRU K19-EXIT.
           IF  BEST-FX = ZERO
               MOVE FILE-COUNT         TO RX
               GO TO D19-EXIT
           END-IF.
           MOVE BEST-FX                TO FX.
           MOVE RX                     TO RPT-DY-RANK.
           MOVE FT-APPLID(FX)          TO RPT-DY-APPLID.
           MOVE FT-FILE(FX)            TO RPT-DY-FILE.
           MOVE FT-COUNT(FX 1)         TO RPT-DY-READS.
           MOVE FT-COUNT(FX 2)         TO RPT-DY-ADDS.
           MOVE FT-COUNT(FX 3)         TO RPT-DY-UPDATES.
           MOVE FT-COUNT(FX 4)         TO RPT-DY-DELETES.
           MOVE FT-COUNT(FX 5)         TO RPT-DY-BROWSES.
           MOVE FT-OPS(FX)             TO RPT-DY-TOTAL.
           MOVE FT-COUNT(FX 6)         TO RPT-DY-STRW.
      * THE FILE'S BUSIEST HOUR
           MOVE 1                      TO HX.
           MOVE ZERO                   TO BEST-VALUE.
           PERFORM D20-PEAK-HOUR THRU D29-EXIT
                   VARYING CX FROM 1 BY 1 UNTIL CX > 24.
           COMPUTE RPT-DY-PEAK = HX - 1.
           MOVE RPT-DAY-LINE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

       D20-PEAK-HOUR.
           IF  FH-OPS(FX CX) > BEST-VALUE
               MOVE FH-OPS(FX CX)      TO BEST-VALUE
               MOVE CX                 TO HX
           END-IF.
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    HOUR BY HOUR -- ALL-FILE REQUESTS AND WAITS, THE AVERAGE    *
      *    TURN RESPONSE, AND THE THREE BUSIEST FILES                  *
      ******************************************************************
       E00-PRINT-HOURS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG4               TO RPTA-LINE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  NOT PERF-AVAILABLE
               MOVE RPT-NO-PERF        TO RPTA-LINE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
           MOVE RPT-HDG5               TO RPTA-LINE.
           CALL RPTARCH             USING RPTARCH-PARMS.
      * AN HOUR IS SLOW PAST HALF AGAIN THE DAY'S AVERAGE RESPONSE
           COMPUTE SLOW-LIMIT-MS = (DAY-AVG-MS * 3) / 2.
           SET  RANK-BY-HOUR           TO TRUE.
           PERFORM E10-PRINT-HOUR THRU E19-EXIT
                   VARYING HX FROM 1 BY 1 UNTIL HX > 24.
       E09-EXIT.
           EXIT.

       E10-PRINT-HOUR.
           IF  HT-OPS(HX) = ZERO
           AND HT-STRW(HX) = ZERO
               GO TO E19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-HOUR-LINE.
           COMPUTE RPT-HR-HOUR = HX - 1.
           MOVE ':00'                  TO RPT-HOUR-LINE(8:3).
           MOVE HT-OPS(HX)             TO RPT-HR-OPS.
           MOVE HT-STRW(HX)            TO RPT-HR-STRW.
           PERFORM Y00-HOUR-RESPONSE THRU Y09-EXIT.
           IF  HT-TURNS(HX) > ZERO
               MOVE HOUR-AVG-MS        TO RPT-HR-AVG
           END-IF.
           PERFORM K00-CLEAR-PICKS THRU K09-EXIT.
           PERFORM E20-TOP-FILE THRU E29-EXIT
                   VARYING RX FROM 1 BY 1 UNTIL RX > 3.
           MOVE RPT-HOUR-LINE          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       E19-EXIT.
           EXIT.

       E20-TOP-FILE.
           PERFORM K10-PICK-BEST THRU K19-EXIT.
           IF  BEST-FX = ZERO
               MOVE 3                  TO RX
               GO TO E29-EXIT
           END-IF.
           MOVE FT-FILE(BEST-FX)       TO RPT-HR-FILE(RX).
           MOVE BEST-VALUE             TO RPT-HR-FILE-OPS(RX).
       E29-EXIT.
           EXIT.

      ******************************************************************
      *    STRING-WAIT SPIKES -- AT LEAST THE STRW= MINIMUM AND AT     *
      *    LEAST TWICE THE FILE'S AVERAGE OVER ITS ACTIVE HOURS        *
      ******************************************************************
       G00-PRINT-SPIKES.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG6               TO RPTA-LINE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG7               TO RPTA-LINE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM G10-SPIKE-HOUR THRU G19-EXIT
                   VARYING HX FROM 1 BY 1 UNTIL HX > 24.
           IF  SPIKE-COUNT = ZERO
               MOVE RPT-SPIKE-NONE     TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       G09-EXIT.
           EXIT.

       G10-SPIKE-HOUR.
           IF  HT-STRW(HX) < STRW-MIN
               GO TO G19-EXIT
           END-IF.
           PERFORM Y00-HOUR-RESPONSE THRU Y09-EXIT.
           PERFORM G20-SPIKE-FILE THRU G29-EXIT
                   VARYING FX FROM 1 BY 1 UNTIL FX > FILE-COUNT.
       G19-EXIT.
           EXIT.

       G20-SPIKE-FILE.
           IF  FH-STRW(FX HX) < STRW-MIN
           OR  FT-ACTIVE-HOURS(FX) = ZERO
               GO TO G29-EXIT
           END-IF.
           COMPUTE FILE-AVG-STRW = FT-COUNT(FX 6)
                                 / FT-ACTIVE-HOURS(FX).
           IF  FH-STRW(FX HX) < (FILE-AVG-STRW * 2)
               GO TO G29-EXIT
           END-IF.
           ADD  1                      TO SPIKE-COUNT.
           MOVE SPACES                 TO RPT-SP-SLOW.
           COMPUTE RPT-SP-HOUR = HX - 1.
           MOVE FT-APPLID(FX)          TO RPT-SP-APPLID.
           MOVE FT-FILE(FX)            TO RPT-SP-FILE.
           MOVE FH-STRW(FX HX)         TO RPT-SP-STRW.
           MOVE FILE-AVG-STRW          TO RPT-SP-AVG.
           MOVE FH-OPS(FX HX)          TO RPT-SP-OPS.
           MOVE HOUR-AVG-MS            TO RPT-SP-MS.
           MOVE RPT-HR-SLOW            TO RPT-SP-SLOW.
           MOVE RPT-SPIKE-LINE         TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       G29-EXIT.
           EXIT.

      ******************************************************************
      *    RANKING -- K10 RETURNS THE BUSIEST FILE NOT YET PICKED (BY  *
      *    THE DAY, OR BY HOUR HX) IN BEST-FX, ZERO WHEN NONE IS LEFT  *
      *    WITH ANY ACTIVITY, AND MARKS IT PICKED                      *
      ******************************************************************
       K00-CLEAR-PICKS.
           PERFORM K05-CLEAR-PICK THRU K05-EXIT
                   VARYING FX FROM 1 BY 1 UNTIL FX > FILE-COUNT.
       K09-EXIT.
           EXIT.

       K05-CLEAR-PICK.
           MOVE 'N'                    TO FT-PICKED-SW(FX).
       K05-EXIT.
           EXIT.

       K10-PICK-BEST.
           MOVE ZERO                   TO BEST-FX BEST-VALUE.
           PERFORM K20-CHECK-FILE THRU K29-EXIT
                   VARYING FX FROM 1 BY 1 UNTIL FX > FILE-COUNT.
           IF  BEST-FX > ZERO
               MOVE 'Y'                TO FT-PICKED-SW(BEST-FX)
           END-IF.
       K19-EXIT.
           EXIT.

       K20-CHECK-FILE.
           IF  FT-PICKED(FX)
               GO TO K29-EXIT
           END-IF.
           IF  RANK-BY-DAY
               MOVE FT-OPS(FX)         TO PICK-VALUE
           ELSE
               MOVE FH-OPS(FX HX)      TO PICK-VALUE
           END-IF.
           IF  PICK-VALUE > BEST-VALUE
               MOVE PICK-VALUE         TO BEST-VALUE
               MOVE FX                 TO BEST-FX
           END-IF.
       K29-EXIT.
           EXIT.

      ******************************************************************
      *    THE AVERAGE TURN RESPONSE FOR HOUR HX INTO HOUR-AVG-MS,     *
      *    AND THE SLOW FLAG INTO RPT-HR-SLOW                          *
      ******************************************************************
       Y00-HOUR-RESPONSE.
           MOVE ZERO                   TO HOUR-AVG-MS.
           MOVE SPACES                 TO RPT-HR-SLOW.
           IF  HT-TURNS(HX) = ZERO
               GO TO Y09-EXIT
           END-IF.
           COMPUTE HOUR-AVG-MS = HT-SUM-MS(HX) / HT-TURNS(HX).
           IF  HOUR-AVG-MS > SLOW-LIMIT-MS
               MOVE 'SLOW'             TO RPT-HR-SLOW
           END-IF.
       Y09-EXIT.
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
           MOVE 'FILEARPT'             TO BPRM-STEP-NAME.
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
