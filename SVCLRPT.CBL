       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SVCLRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY SERVICE-LEVEL REPORT -- ONE PAGE ON HOW
      *REMARKS.       THE SYSTEM PERFORMED, PULLED FROM THE HISTORY
      *REMARKS.       FILES THE SEPARATE REPORTS EACH READ --
      *REMARKS.         FILE AVAILABILITY PERCENT (FILEAVLF);
      *REMARKS.         ONLINE RESPONSE, AVERAGE AND AS A PERCENT OF
      *REMARKS.         THE PERFBASF BASELINE (PERFHIST PLUS THE
      *REMARKS.         RETIRED TURNS ON PERFDSUM);
      *REMARKS.         BATCH SUCCESS RATE BY THE RUNBOOK RC POLICY AND
      *REMARKS.         SLA ATTAINMENT AS JOBDSLA JUDGES IT (JOBDHIST);
      *REMARKS.         UNEXPECTED-ERROR AND ABEND COUNTS (UNEXERRF);
      *REMARKS.         CRITICAL ALERTS AND MEAN MINUTES TO ACKNOWLEDGE
      *REMARKS.         (ALERTF);
      *REMARKS.         MINUTES AT MAX TASKS AND SHORT ON STORAGE AS
      *REMARKS.         REGVRPT MEASURES THEM (REGVITF PLUS THE ROLLED-
      *REMARKS.         UP HOURS ON REGVSUM).
      *REMARKS.       EACH MEASURE IS SHOWN FOR THE MONTH AND THE ONE
      *REMARKS.       BEFORE IT, WITH THE TREND, AND JUDGED AGAINST ITS
      *REMARKS.       TARGET ON THE SVCTGTF TARGETS FILE (MAINTAINED
      *REMARKS.       ONLINE BY SVCTGTM).  SYSPARM TAG MONTH=CCYYMM
      *REMARKS.       PICKS THE MONTH; THE DEFAULT IS LAST MONTH.
      *REMARKS.       WRITTEN THROUGH RPTARCH.
      *REMARKS.         RC 0 -- EVERY TARGET MET (OR NONE SET)
      *REMARKS.         RC 4 -- A MEASURE MISSED ITS TARGET
      *REMARKS.         RC 8 -- A HISTORY FILE WAS UNREADABLE (ITS
      *REMARKS.                 MEASURES PRINT AS UNAVAILABLE)

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
           SELECT FILEAVLF             ASSIGN TO FILEAVLF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS FILEAVLF-KEY
                                       FILE STATUS IS FILEAVLF-STATUS.
           SELECT PERFHIST             ASSIGN TO PERFHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFHIST-KEY
                                       FILE STATUS IS PERFHIST-STATUS.
           SELECT PERFDSUM             ASSIGN TO PERFDSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFDSUM-KEY
                                       FILE STATUS IS PERFDSUM-STATUS.
           SELECT PERFBASF             ASSIGN TO PERFBASF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFBASF-KEY
                                       FILE STATUS IS PERFBASF-STATUS.
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
           SELECT UNEXERRF             ASSIGN TO UNEXERRF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS UNEXERRF-KEY
                                       FILE STATUS IS UNEXERRF-STATUS.
           SELECT ALERTF               ASSIGN TO ALERTF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS ALERTF-KEY
                                       FILE STATUS IS ALERTF-STATUS.
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
           SELECT SVCTGTF              ASSIGN TO SVCTGTF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS SVCTGTF-KEY
                                       FILE STATUS IS SVCTGTF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FILEAVLF
           LABEL RECORDS ARE STANDARD.
           COPY FILEAVLF.

       FD  PERFHIST
           LABEL RECORDS ARE STANDARD.
           COPY PERFHIST.

       FD  PERFDSUM
           LABEL RECORDS ARE STANDARD.
           COPY PERFDSUM.

       FD  PERFBASF
           LABEL RECORDS ARE STANDARD.
           COPY PERFBASF.

       FD  RUNBOOKF
           LABEL RECORDS ARE STANDARD.
           COPY RUNBOOKF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       FD  UNEXERRF
           LABEL RECORDS ARE STANDARD.
           COPY UNEXERRF.

       FD  ALERTF
           LABEL RECORDS ARE STANDARD.
           COPY ALERTF.

       FD  REGVITF
           LABEL RECORDS ARE STANDARD.
           COPY REGVITF.

       FD  REGVSUM
           LABEL RECORDS ARE STANDARD.
           COPY REGVSUM.

       FD  SVCTGTF
           LABEL RECORDS ARE STANDARD.
           COPY SVCTGTF.

       WORKING-STORAGE SECTION.
       77  FILEAVLF-STATUS             PIC  X(02).
       77  PERFHIST-STATUS             PIC  X(02).
       77  PERFDSUM-STATUS             PIC  X(02).
       77  PERFBASF-STATUS             PIC  X(02).
       77  RUNBOOKF-STATUS             PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  UNEXERRF-STATUS             PIC  X(02).
       77  ALERTF-STATUS               PIC  X(02).
       77  REGVITF-STATUS              PIC  X(02).
       77  REGVSUM-STATUS              PIC  X(02).
       77  SVCTGTF-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01).
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RPT-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-MONTH                   PIC  X(06).
       77  PRIOR-MONTH                 PIC  X(06).
       77  SEL-YY                      PIC  9(04).
       77  SEL-MM                      PIC  9(02).
       77  WORK-DATE                   PIC  X(08).
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  MX                          PIC S9(04)   COMP.
       77  QX                          PIC S9(04)   COMP.
       77  DX                          PIC S9(04)   COMP.
       77  DAY-DD                      PIC  9(02).
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-DATE                   PIC  X(08).
       77  SPAN-FROM                   PIC S9(15)   PACKED-DECIMAL.
       77  SPAN-TO                     PIC S9(15)   PACKED-DECIMAL.
       77  SPAN-QX                     PIC S9(04)   COMP.
       77  CLIP-FROM                   PIC S9(15)   PACKED-DECIMAL.
       77  CLIP-TO                     PIC S9(15)   PACKED-DECIMAL.
       77  MARK-QX                     PIC S9(04)   COMP.

      * WHERE EACH MEASURE SITS IN THE MEASURE TABLES BELOW
       77  MQ-FILEAVL                  PIC S9(04)   COMP VALUE 1.
       77  MQ-RESPMS                   PIC S9(04)   COMP VALUE 2.
       77  MQ-RESPBASE                 PIC S9(04)   COMP VALUE 3.
       77  MQ-BATCHOK                  PIC S9(04)   COMP VALUE 4.
       77  MQ-SLAMET                   PIC S9(04)   COMP VALUE 5.
       77  MQ-UNEXERR                  PIC S9(04)   COMP VALUE 6.
       77  MQ-ABENDS                   PIC S9(04)   COMP VALUE 7.
       77  MQ-CRITALRT                 PIC S9(04)   COMP VALUE 8.
       77  MQ-ACKMINS                  PIC S9(04)   COMP VALUE 9.
       77  MQ-ATMAXMIN                 PIC S9(04)   COMP VALUE 10.
       77  MQ-SOSMIN                   PIC S9(04)   COMP VALUE 11.
       77  MEAS-COUNT                  PIC S9(04)   COMP VALUE 11.

      * FILE AVAILABILITY -- THE FILE NOW BEING READ AND ITS OUTAGE
       77  CUR-FILE                    PIC  X(08).
       77  FILE-COUNT                  PIC S9(09)   COMP VALUE ZERO.
       77  FILE-DOWN-SW                PIC  X(01).
           88  FILE-DOWN                            VALUE 'Y'.
       77  DOWN-START                  PIC S9(15)   PACKED-DECIMAL.

      * RESPONSE -- THE BASELINE LAST LOOKED UP ON PERFBASF
       77  BASE-OPEN-SW                PIC  X(01)   VALUE 'N'.
           88  BASE-OPEN                            VALUE 'Y'.
       77  BASE-WANT                   PIC  X(06).
       77  BASE-LAST                   PIC  X(06)   VALUE LOW-VALUES.
       77  BASE-AVG-MS                 PIC S9(09)   COMP VALUE ZERO.
       77  BASE-HOUR                   PIC  9(02).

      * BATCH -- THE JOB NOW BEING READ AND ITS RUNBOOK TERMS
       77  BOOK-OPEN-SW                PIC  X(01)   VALUE 'N'.
           88  BOOK-OPEN                            VALUE 'Y'.
       77  CUR-JOB                     PIC  X(08).
       77  HAVE-JOB-SW                 PIC  X(01).
           88  HAVE-JOB                             VALUE 'Y'.
       77  RC-WARN-MAX                 PIC  9(04).
       77  JOB-SLA-SW                  PIC  X(01).
           88  JOB-HAS-SLA                          VALUE 'Y'.
       77  JOB-BUS-DAYS-SW             PIC  X(01).
           88  JOB-BUS-DAYS-ONLY                    VALUE 'B'.
       77  START-SECS                  PIC S9(09)   COMP.
       77  FINISH-SECS                 PIC S9(09)   COMP.
       77  DEADLINE-SECS               PIC S9(09)   COMP.

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

      * THE JOB'S LATEST COMPLETION FOR EACH DAY -- THE PRIOR MONTH'S
      * DAYS ARE 1-31, THE REPORTED MONTH'S 32-62
       01  DAY-TABLE.
           03  DAY-ENTRY OCCURS 62 TIMES.
               05  DAY-FOUND-SW        PIC  X(01).
                   88  DAY-FOUND              VALUE 'Y'.
               05  DAY-START-SECS      PIC S9(09)   COMP.
               05  DAY-FINISH-SECS     PIC S9(09)   COMP.

      * REGION -- THE AT-MAX (MAX) AND SHORT-ON-STORAGE (SOS) INTERVAL
      * OPEN ON THE APPLID NOW BEING READ, AS IN REGVRPT
       77  CUR-APPLID                  PIC  X(08).
       77  MAX-OPEN-START              PIC S9(15)   PACKED-DECIMAL.
       77  MAX-OPEN-LAST               PIC S9(15)   PACKED-DECIMAL.
       77  SOS-OPEN-START              PIC S9(15)   PACKED-DECIMAL.
       77  SOS-OPEN-LAST               PIC S9(15)   PACKED-DECIMAL.

      * REPORTING
       77  TARGETS-OPEN-SW             PIC  X(01)   VALUE 'N'.
           88  TARGETS-OPEN                         VALUE 'Y'.
       77  MET-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  MISSED-COUNT                PIC S9(04)   COMP VALUE ZERO.
       77  NOTARGET-COUNT              PIC S9(04)   COMP VALUE ZERO.
       77  VALUE-ED                    PIC  ZZZZZZZZ9.99.
       77  TARGET-ED                   PIC  ZZZZZZ9.99.

      * THE PRIOR MONTH (1) AND THE REPORTED MONTH (2) -- ID, DAYS,
      * AND THE STAMPS IT RUNS FROM AND UP TO (NOT INCLUDING)
       01  MONTH-TABLE.
           03  MONTH-ENTRY OCCURS 2 TIMES.
               05  MONTH-ID            PIC  X(06).
               05  MONTH-FROM-TOTD     PIC S9(09)   COMP.
               05  MONTH-DAYS          PIC S9(04)   COMP.
               05  MONTH-FROM          PIC S9(15)   PACKED-DECIMAL.
               05  MONTH-UNTIL         PIC S9(15)   PACKED-DECIMAL.

      * THE MEASURES -- CODE (THE SVCTGTF KEY), DESCRIPTION, WHICH WAY
      * IS BETTER (H = HIGHER, L = LOWER) AND HOW THE MONTH'S FIGURE
      * COMES FROM ITS ACCUMULATORS (V = 100 LESS THE DOWN PERCENT,
      * P = PERCENT, A = AVERAGE, C = THE COUNT ITSELF)
       01  MEASURE-VALUES.
           05  FILLER                  PIC  X(08)   VALUE 'FILEAVL'.
           05  FILLER                  PIC  X(28)
                   VALUE 'FILE AVAILABILITY PERCENT'.
           05  FILLER                  PIC  X(02)   VALUE 'HV'.
           05  FILLER                  PIC  X(08)   VALUE 'RESPMS'.
           05  FILLER                  PIC  X(28)
                   VALUE 'ONLINE RESPONSE AVERAGE MS'.
           05  FILLER                  PIC  X(02)   VALUE 'LA'.
           05  FILLER                  PIC  X(08)   VALUE 'RESPBASE'.
           05  FILLER                  PIC  X(28)
                   VALUE 'RESPONSE PCT OF BASELINE'.
           05  FILLER                  PIC  X(02)   VALUE 'LP'.
           05  FILLER                  PIC  X(08)   VALUE 'BATCHOK'.
           05  FILLER                  PIC  X(28)
                   VALUE 'BATCH SUCCESS PERCENT'.
           05  FILLER                  PIC  X(02)   VALUE 'HP'.
           05  FILLER                  PIC  X(08)   VALUE 'SLAMET'.
           05  FILLER                  PIC  X(28)
                   VALUE 'BATCH SLA MET PERCENT'.
           05  FILLER                  PIC  X(02)   VALUE 'HP'.
           05  FILLER                  PIC  X(08)   VALUE 'UNEXERR'.
           05  FILLER                  PIC  X(28)
                   VALUE 'UNEXPECTED ERRORS'.
           05  FILLER                  PIC  X(02)   VALUE 'LC'.
           05  FILLER                  PIC  X(08)   VALUE 'ABENDS'.
           05  FILLER                  PIC  X(28)
                   VALUE 'TRANSACTION ABENDS'.
           05  FILLER                  PIC  X(02)   VALUE 'LC'.
           05  FILLER                  PIC  X(08)   VALUE 'CRITALRT'.
           05  FILLER                  PIC  X(28)
                   VALUE 'CRITICAL ALERTS'.
           05  FILLER                  PIC  X(02)   VALUE 'LC'.
           05  FILLER                  PIC  X(08)   VALUE 'ACKMINS'.
           05  FILLER                  PIC  X(28)
                   VALUE 'MEAN MINUTES TO ACKNOWLEDGE'.
           05  FILLER                  PIC  X(02)   VALUE 'LA'.
           05  FILLER                  PIC  X(08)   VALUE 'ATMAXMIN'.
           05  FILLER                  PIC  X(28)
                   VALUE 'MINUTES AT MAX TASKS'.
           05  FILLER                  PIC  X(02)   VALUE 'LC'.
           05  FILLER                  PIC  X(08)   VALUE 'SOSMIN'.
           05  FILLER                  PIC  X(28)
                   VALUE 'MINUTES SHORT ON STORAGE'.
           05  FILLER                  PIC  X(02)   VALUE 'LC'.
       01  MEASURE-TABLE REDEFINES MEASURE-VALUES.
           03  MEAS-ENTRY OCCURS 11 TIMES.
               05  MEAS-CODE           PIC  X(08).
               05  MEAS-DESC           PIC  X(28).
               05  MEAS-DIR            PIC  X(01).
                   88  MEAS-HIGH-BETTER       VALUE 'H'.
               05  MEAS-KIND           PIC  X(01).
                   88  MEAS-AVAIL-PCT         VALUE 'V'.
                   88  MEAS-PERCENT           VALUE 'P'.
                   88  MEAS-AVERAGE           VALUE 'A'.
                   88  MEAS-COUNTER           VALUE 'C'.

      * EACH MEASURE'S ACCUMULATORS AND FIGURE BY MONTH (AS ABOVE)
       01  MEASURE-FIGURES.
           03  MFIG-ENTRY OCCURS 11 TIMES.
               05  MEAS-AVAIL-SW       PIC  X(01).
                   88  MEAS-UNAVAILABLE       VALUE 'N'.
               05  MEAS-MONTH OCCURS 2 TIMES.
                   10  MEAS-NUM        PIC S9(13)V99 COMP-3.
                   10  MEAS-DEN        PIC S9(15)    COMP-3.
                   10  MEAS-VALUE      PIC S9(11)V99 COMP-3.
                   10  MEAS-HAVE-SW    PIC  X(01).
                       88  MEAS-HAVE-VALUE    VALUE 'Y'.

      * WORK AREA FOR PULLING THE MONTH= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/JOBDSLA)
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

       COPY ABSTIME.

       COPY DTEMAN.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(44)
                   VALUE 'S V C L R P T  -  SERVICE LEVELS FOR MONTH '.
           05  RPT-H-MONTH             PIC  X(06).
           05  FILLER                  PIC  X(18)
                   VALUE ' AGAINST MONTH '.
           05  RPT-H-PRIOR             PIC  X(06).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'MEASURE'.
           05  FILLER                  PIC  X(28)   VALUE 'DESCRIPTION'.
           05  FILLER                  PIC  X(13)
                   VALUE '  THIS MONTH'.
           05  FILLER                  PIC  X(13)
                   VALUE ' PRIOR MONTH'.
           05  FILLER                  PIC  X(07)   VALUE 'TREND'.
           05  FILLER                  PIC  X(13)
                   VALUE '      TARGET'.
           05  FILLER                  PIC  X(06)   VALUE 'RESULT'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-CODE                PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-DESC                PIC  X(28).
           05  RPT-THIS                PIC  X(12).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-PRIOR               PIC  X(12).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-TREND               PIC  X(06).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-TARGET              PIC  X(12).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-RESULT              PIC  X(06).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-TOT-MET             PIC  ZZ9.
           05  FILLER                  PIC  X(14)
                   VALUE ' TARGET(S) MET'.
           05  FILLER                  PIC  X(02)   VALUE ', '.
           05  RPT-TOT-MISSED          PIC  ZZ9.
           05  FILLER                  PIC  X(08)   VALUE ' MISSED,'.
           05  RPT-TOT-NONE            PIC  ZZ9.
           05  FILLER                  PIC  X(32)
                   VALUE ' MEASURE(S) WITH NO TARGET SET'.

       01  RPT-NOTARGETS.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(46)
                   VALUE 'TARGETS FILE UNAVAILABLE -- NOTHING JUDGED'.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN REGVRPT
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'SVCLRPT '             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM A10-GET-MONTH THRU A19-EXIT.

           INITIALIZE MEASURE-FIGURES.
           PERFORM B00-FILE-AVAILABILITY THRU B09-EXIT.
           PERFORM C00-ONLINE-RESPONSE THRU C09-EXIT.
           PERFORM D00-BATCH-RESULTS THRU D09-EXIT.
           PERFORM E00-UNEXPECTED-ERRORS THRU E09-EXIT.
           PERFORM F00-CRITICAL-ALERTS THRU F09-EXIT.
           PERFORM G00-REGION-STRESS THRU G09-EXIT.

           PERFORM H00-PRINT-MEASURES THRU H09-EXIT.
           GO TO A90-EXIT.

       A90-EXIT.
           MOVE RPT-RC                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    SETTLE THE MONTH (DEFAULT LAST MONTH -- THE REPORT RUNS     *
      *    EARLY IN THE NEW ONE) AND THE MONTH BEFORE IT, AND THE      *
      *    STAMPS EACH RUNS BETWEEN                                    *
      ******************************************************************
       A10-GET-MONTH.
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
           MOVE SEL-MONTH              TO MONTH-ID(2).
           IF  SEL-MM > 1
               SUBTRACT 1              FROM SEL-MM
           ELSE
               MOVE 12                 TO SEL-MM
               SUBTRACT 1              FROM SEL-YY
           END-IF.
           MOVE SEL-YY                 TO PRIOR-MONTH(1:4).
           MOVE SEL-MM                 TO PRIOR-MONTH(5:2).
           MOVE PRIOR-MONTH            TO MONTH-ID(1).

           MOVE SEL-MONTH              TO RPT-H-MONTH.
           MOVE PRIOR-MONTH            TO RPT-H-PRIOR.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

      * THE FIRST OF THE PRIOR MONTH, OF THE MONTH, AND OF THE NEXT
           PERFORM A15-MONTH-START THRU A15-EXIT
                   VARYING MX FROM 1 BY 1 UNTIL MX > 2.
           MOVE SEL-MONTH(1:4)         TO SEL-YY.
           MOVE SEL-MONTH(5:2)         TO SEL-MM.
           IF  SEL-MM < 12
               ADD  1                  TO SEL-MM
           ELSE
               MOVE 1                  TO SEL-MM
               ADD  1                  TO SEL-YY
           END-IF.
           MOVE SEL-YY                 TO WORK-DATE(1:4).
           MOVE SEL-MM                 TO WORK-DATE(5:2).
           MOVE '01'                   TO WORK-DATE(7:2).
           MOVE WORK-DATE              TO DTE-GNUM.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.

           MOVE MONTH-FROM(2)          TO MONTH-UNTIL(1).
           COMPUTE MONTH-DAYS(1) = MONTH-FROM-TOTD(2)
                                 - MONTH-FROM-TOTD(1).
           COMPUTE MONTH-UNTIL(2) = (DTE-TOTD - ADJUSTMENT-DAYS)
                                  * 86400 * 1000000.
           COMPUTE MONTH-DAYS(2) = DTE-TOTD - MONTH-FROM-TOTD(2).
       A19-EXIT.
           EXIT.

       A15-MONTH-START.
           MOVE MONTH-ID(MX)           TO WORK-DATE(1:6).
           MOVE '01'                   TO WORK-DATE(7:2).
           MOVE WORK-DATE              TO DTE-GNUM.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO MONTH-FROM-TOTD(MX).
           COMPUTE MONTH-FROM(MX) = (DTE-TOTD - ADJUSTMENT-DAYS)
                                  * 86400 * 1000000.
       A15-EXIT.
           EXIT.

      ******************************************************************
      *    FILE AVAILABILITY -- EVERY FILE FILEMON HAS SEEN, WITH THE  *
      *    TIME EACH SPENT UNAVAILABLE (A DROP TO 'U' UNTIL THE RETURN *
      *    TO 'A', OR THE START OF A PLANNED 'P' CLOSURE, AS IN        *
      *    FILEAVLR) CUT TO EACH MONTH.  AN OUTAGE STILL OPEN RUNS TO  *
      *    THE END OF THE MONTH                                        *
      ******************************************************************
       B00-FILE-AVAILABILITY.
           OPEN INPUT FILEAVLF.
           IF  FILEAVLF-STATUS NOT = '00'
               MOVE MQ-FILEAVL         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO B09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE 'N'                    TO FILE-DOWN-SW.
           MOVE LOW-VALUES             TO FILEAVLF-KEY
                                          CUR-FILE.
           START FILEAVLF KEY NOT LESS THAN FILEAVLF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-TRANSITION THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM B20-END-OF-FILE THRU B29-EXIT.
           CLOSE FILEAVLF.

           PERFORM B30-SET-MINUTES THRU B39-EXIT
                   VARYING MX FROM 1 BY 1 UNTIL MX > 2.
       B09-EXIT.
           EXIT.

       B10-READ-TRANSITION.
           READ FILEAVLF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  FILEAVLF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-FILEAVL         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO B19-EXIT
           END-IF.
           IF  FILEAVLF-FILE NOT = CUR-FILE
               PERFORM B20-END-OF-FILE THRU B29-EXIT
               MOVE FILEAVLF-FILE      TO CUR-FILE
               IF  FILEAVLF-STAMP < MONTH-UNTIL(2)
                   ADD  1              TO FILE-COUNT
               END-IF
           END-IF.
           IF  FILEAVLF-NEW-STATE = 'U'
           AND NOT FILE-DOWN
               MOVE 'Y'                TO FILE-DOWN-SW
               MOVE FILEAVLF-STAMP     TO DOWN-START
           END-IF.
           IF  (FILEAVLF-NEW-STATE = 'A' OR 'P')
           AND FILE-DOWN
               MOVE 'N'                TO FILE-DOWN-SW
               MOVE DOWN-START         TO SPAN-FROM
               MOVE FILEAVLF-STAMP     TO SPAN-TO
               MOVE MQ-FILEAVL         TO SPAN-QX
               PERFORM Y30-CLIP-SPAN THRU Y39-EXIT
           END-IF.
       B19-EXIT.
           EXIT.

       B20-END-OF-FILE.
           IF  FILE-DOWN
               MOVE 'N'                TO FILE-DOWN-SW
               MOVE DOWN-START         TO SPAN-FROM
               MOVE MONTH-UNTIL(2)     TO SPAN-TO
               MOVE MQ-FILEAVL         TO SPAN-QX
               PERFORM Y30-CLIP-SPAN THRU Y39-EXIT
           END-IF.
       B29-EXIT.
           EXIT.

      * THE MINUTES THE FILES COULD HAVE BEEN UP IN THE MONTH
       B30-SET-MINUTES.
           COMPUTE MEAS-DEN(MQ-FILEAVL MX) = FILE-COUNT
                                           * MONTH-DAYS(MX) * 1440.
       B39-EXIT.
           EXIT.

      ******************************************************************
      *    ONLINE RESPONSE -- EVERY TURN IN THE MONTH ON PERFHIST, AND *
      *    THE RETIRED TURNS PERFDSUM KEEPS (A TURN IS ON ONE OR THE   *
      *    OTHER, NEVER BOTH).  AGAINST BASELINE IS THE ACTUAL TIME AS *
      *    A PERCENT OF WHAT THE PERFBASF AVERAGE FOR THE TRANSACTION  *
      *    AND HOUR WOULD HAVE GIVEN, OVER THE TURNS THAT HAVE ONE     *
      ******************************************************************
       C00-ONLINE-RESPONSE.
           OPEN INPUT PERFBASF.
           IF  PERFBASF-STATUS = '00'
               MOVE 'Y'                TO BASE-OPEN-SW
           ELSE
               MOVE MQ-RESPBASE        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
           END-IF.

           OPEN INPUT PERFHIST.
           IF  PERFHIST-STATUS NOT = '00'
               MOVE MQ-RESPMS          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-RESPBASE        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO C05-CLOSE-BASE
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO PERFHIST-KEY.
           START PERFHIST KEY NOT LESS THAN PERFHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-READ-TURN THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE PERFHIST.

      * THE SUMMARY ONLY EXISTS ONCE PERFBASE HAS RETIRED SOME TURNS
           OPEN INPUT PERFDSUM.
           IF  PERFDSUM-STATUS = '00'
               MOVE 'Y'                TO MORE-RECORDS-SW
               MOVE LOW-VALUES         TO PERFDSUM-KEY
               START PERFDSUM KEY NOT LESS THAN PERFDSUM-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
               PERFORM C20-READ-SUMMARY THRU C29-EXIT
                       UNTIL NO-MORE-RECORDS
               CLOSE PERFDSUM
           END-IF.

       C05-CLOSE-BASE.
           IF  BASE-OPEN
               CLOSE PERFBASF
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
               MOVE MQ-RESPMS          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-RESPBASE        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO C19-EXIT
           END-IF.
           MOVE PERFHIST-STAMP         TO LOOK-STAMP.
           PERFORM Y20-STAMP-MONTH THRU Y29-EXIT.
           IF  MX = ZERO
               GO TO C19-EXIT
           END-IF.
           ADD  PERFHIST-ELAPSED-MS    TO MEAS-NUM(MQ-RESPMS MX).
           ADD  1                      TO MEAS-DEN(MQ-RESPMS MX).

           MOVE PERFHIST-STAMP         TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO BASE-HOUR.
           MOVE PERFHIST-TRNID         TO BASE-WANT(1:4).
           MOVE BASE-HOUR              TO BASE-WANT(5:2).
           PERFORM C30-GET-BASELINE THRU C39-EXIT.
           IF  BASE-AVG-MS > ZERO
               ADD  PERFHIST-ELAPSED-MS TO MEAS-NUM(MQ-RESPBASE MX)
               ADD  BASE-AVG-MS        TO MEAS-DEN(MQ-RESPBASE MX)
           END-IF.
       C19-EXIT.
           EXIT.

       C20-READ-SUMMARY.
           READ PERFDSUM NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C29-EXIT
           END-IF.
           IF  PERFDSUM-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-RESPMS          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-RESPBASE        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO C29-EXIT
           END-IF.
           MOVE PERFDSUM-DATE          TO LOOK-DATE.
           PERFORM Y40-DATE-MONTH THRU Y49-EXIT.
           IF  MX = ZERO
               GO TO C29-EXIT
           END-IF.
           ADD  PERFDSUM-SUM-MS        TO MEAS-NUM(MQ-RESPMS MX).
           ADD  PERFDSUM-COUNT         TO MEAS-DEN(MQ-RESPMS MX).

           MOVE PERFDSUM-TRNID         TO BASE-WANT(1:4).
           MOVE PERFDSUM-HOUR          TO BASE-WANT(5:2).
           PERFORM C30-GET-BASELINE THRU C39-EXIT.
           IF  BASE-AVG-MS > ZERO
               ADD  PERFDSUM-SUM-MS    TO MEAS-NUM(MQ-RESPBASE MX)
               COMPUTE MEAS-DEN(MQ-RESPBASE MX) =
                       MEAS-DEN(MQ-RESPBASE MX)
                     + (BASE-AVG-MS * PERFDSUM-COUNT)
           END-IF.
       C29-EXIT.
           EXIT.

      * THE BASELINE AVERAGE FOR BASE-WANT (TRANSACTION AND HOUR) --
      * THE LAST ONE READ IS KEPT, AS TURNS COME IN RUNS
       C30-GET-BASELINE.
           IF  NOT BASE-OPEN
               MOVE ZERO               TO BASE-AVG-MS
               GO TO C39-EXIT
           END-IF.
           IF  BASE-WANT = BASE-LAST
               GO TO C39-EXIT
           END-IF.
           MOVE BASE-WANT              TO BASE-LAST.
           MOVE BASE-WANT(1:4)         TO PERFBASF-TRNID.
           MOVE BASE-WANT(5:2)         TO PERFBASF-HOUR.
           READ PERFBASF
               INVALID KEY
                   MOVE ZERO           TO PERFBASF-AVG-MS
           END-READ.
           MOVE PERFBASF-AVG-MS        TO BASE-AVG-MS.
       C39-EXIT.
           EXIT.

      ******************************************************************
      *    BATCH -- EVERY TYPE 'E' COMPLETION IN THE MONTH IS A        *
      *    SUCCESS UNLESS ITS HIGH RC IS OVER THE RUNBOOK'S WARNING    *
      *    LEVEL (SHOP DEFAULT 4, AS IN JOBDENDR).  A JOB WITH AN SLA  *
      *    DEADLINE HAS EACH DAY'S LATEST COMPLETION JUDGED MET OR     *
      *    MISSED THE WAY JOBDSLA JUDGES IT                            *
      ******************************************************************
       D00-BATCH-RESULTS.
           OPEN INPUT RUNBOOKF.
           IF  RUNBOOKF-STATUS = '00'
               MOVE 'Y'                TO BOOK-OPEN-SW
           ELSE
               MOVE MQ-SLAMET          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
           END-IF.

           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               MOVE MQ-BATCHOK         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-SLAMET          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO D05-CLOSE-BOOK
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE 'N'                    TO HAVE-JOB-SW.
           MOVE LOW-VALUES             TO JOBDHIST-KEY
                                          CUR-JOB.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM D10-READ-HISTORY THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.
           IF  HAVE-JOB
               PERFORM D30-JUDGE-JOB THRU D39-EXIT
           END-IF.
           CLOSE JOBDHIST.

       D05-CLOSE-BOOK.
           IF  BOOK-OPEN
               CLOSE RUNBOOKF
           END-IF.
       D09-EXIT.
           EXIT.

       D10-READ-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO D19-EXIT
           END-IF.
           IF  JOBDHIST-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-BATCHOK         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-SLAMET          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO D19-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = CUR-JOB
               IF  HAVE-JOB
                   PERFORM D30-JUDGE-JOB THRU D39-EXIT
               END-IF
               MOVE JOBDHIST-JOB-NAME  TO CUR-JOB
               MOVE 'Y'                TO HAVE-JOB-SW
               PERFORM D20-GET-RUNBOOK THRU D29-EXIT
           END-IF.
           IF  NOT JOBDHIST-COMPLETION
               GO TO D19-EXIT
           END-IF.
           MOVE JOBDHIST-JOB-DATE      TO LOOK-DATE.
           PERFORM Y40-DATE-MONTH THRU Y49-EXIT.
           IF  MX = ZERO
               GO TO D19-EXIT
           END-IF.
           ADD  1                      TO MEAS-DEN(MQ-BATCHOK MX).
           IF  JOBDHIST-HIGH-RC IS NUMERIC
           AND JOBDHIST-HIGH-RC NOT > RC-WARN-MAX
               ADD  1                  TO MEAS-NUM(MQ-BATCHOK MX)
           END-IF.

           IF  NOT JOB-HAS-SLA
           OR  JOBDHIST-JOB-DATE(7:2) IS NOT NUMERIC
               GO TO D19-EXIT
           END-IF.
           MOVE JOBDHIST-JOB-DATE(7:2) TO DAY-DD.
           IF  DAY-DD < 1 OR DAY-DD > 31
               GO TO D19-EXIT
           END-IF.
           COMPUTE DX = ((MX - 1) * 31) + DAY-DD.
           MOVE JOBDHIST-PGM-STIM      TO STAMP-PARSE.
           IF  SP-HH IS NOT NUMERIC
           OR  SP-MM IS NOT NUMERIC
           OR  SP-SS IS NOT NUMERIC
               GO TO D19-EXIT
           END-IF.
           COMPUTE START-SECS = (SP-HH * 3600) + (SP-MM * 60) + SP-SS.
           COMPUTE FINISH-SECS = START-SECS
               + (JOBDHIST-ELAPSED-HOURS * 3600)
               + (JOBDHIST-ELAPSED-MINUTES * 60)
               +  JOBDHIST-ELAPSED-SECONDS.
           IF  DAY-FOUND(DX)
           AND FINISH-SECS NOT > DAY-FINISH-SECS(DX)
               GO TO D19-EXIT
           END-IF.
           MOVE 'Y'                    TO DAY-FOUND-SW(DX).
           MOVE START-SECS             TO DAY-START-SECS(DX).
           MOVE FINISH-SECS            TO DAY-FINISH-SECS(DX).
       D19-EXIT.
           EXIT.

      * THE NEW JOB'S RC POLICY AND SLA DEADLINE, IF IT HAS ONE
       D20-GET-RUNBOOK.
           MOVE 4                      TO RC-WARN-MAX.
           MOVE 'N'                    TO JOB-SLA-SW.
           MOVE SPACE                  TO JOB-BUS-DAYS-SW.
           INITIALIZE DAY-TABLE.
           IF  NOT BOOK-OPEN
               GO TO D29-EXIT
           END-IF.
           MOVE CUR-JOB                TO RUNBOOKF-JOB-NAME.
           READ RUNBOOKF
               INVALID KEY
                   GO TO D29-EXIT
           END-READ.
           IF  RUNBOOKF-RC-WARN IS NUMERIC
               MOVE RUNBOOKF-RC-WARN   TO RC-WARN-MAX
           END-IF.
           IF  RUNBOOKF-SLA-TIME NOT > SPACES
               GO TO D29-EXIT
           END-IF.
           MOVE RUNBOOKF-SLA-TIME      TO SLA-PARSE.
           IF  SLA-HH IS NUMERIC
           AND SLA-MM IS NUMERIC
               MOVE 'Y'                TO JOB-SLA-SW
               MOVE RUNBOOKF-SLA-DAYS  TO JOB-BUS-DAYS-SW
           END-IF.
       D29-EXIT.
           EXIT.

       D30-JUDGE-JOB.
           IF  JOB-HAS-SLA
               PERFORM D40-JUDGE-DAY THRU D49-EXIT
                       VARYING DX FROM 1 BY 1 UNTIL DX > 62
           END-IF.
       D39-EXIT.
           EXIT.

      * ONE DAY'S LATEST COMPLETION AGAINST THE DEADLINE -- THE FIRST
      * TIME THE CLOCK READS IT AFTER THE START
       D40-JUDGE-DAY.
           IF  NOT DAY-FOUND(DX)
               GO TO D49-EXIT
           END-IF.
           IF  DX > 31
               MOVE 2                  TO MX
               COMPUTE DAY-DD = DX - 31
           ELSE
               MOVE 1                  TO MX
               MOVE DX                 TO DAY-DD
           END-IF.
           IF  JOB-BUS-DAYS-ONLY
               MOVE MONTH-ID(MX)       TO WORK-DATE(1:6)
               MOVE DAY-DD             TO WORK-DATE(7:2)
               SET  CALQ-BUSINESS-DAY  TO TRUE
               MOVE WORK-DATE          TO CALQ-DATE
               CALL 'CALQUERY'      USING CALQUERY-PARMS
               IF  CALQ-OK
               AND NOT CALQ-IS-BUSINESS-DAY
                   GO TO D49-EXIT
               END-IF
           END-IF.
           COMPUTE DEADLINE-SECS = (SLA-HH * 3600) + (SLA-MM * 60).
           IF  DEADLINE-SECS < DAY-START-SECS(DX)
               ADD  86400              TO DEADLINE-SECS
           END-IF.
           ADD  1                      TO MEAS-DEN(MQ-SLAMET MX).
           IF  DAY-FINISH-SECS(DX) NOT > DEADLINE-SECS
               ADD  1                  TO MEAS-NUM(MQ-SLAMET MX)
           END-IF.
       D49-EXIT.
           EXIT.

      ******************************************************************
      *    UNEXPECTED ERRORS AND ABENDS (ABNDHDLR'S RECORDS CARRY      *
      *    'ABEND ' AHEAD OF THE CODE IN THE DETAIL) -- THE FILE IS IN *
      *    STAMP ORDER, SO ONLY THE TWO MONTHS ARE READ                *
      ******************************************************************
       E00-UNEXPECTED-ERRORS.
           OPEN INPUT UNEXERRF.
           IF  UNEXERRF-STATUS NOT = '00'
               MOVE MQ-UNEXERR         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-ABENDS          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO E09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO UNEXERRF-KEY.
           MOVE MONTH-FROM(1)          TO UNEXERRF-STAMP.
           START UNEXERRF KEY NOT LESS THAN UNEXERRF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM E10-READ-ERROR THRU E19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE UNEXERRF.
       E09-EXIT.
           EXIT.

       E10-READ-ERROR.
           READ UNEXERRF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO E19-EXIT
           END-IF.
           IF  UNEXERRF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-UNEXERR         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-ABENDS          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO E19-EXIT
           END-IF.
           MOVE UNEXERRF-STAMP         TO LOOK-STAMP.
           PERFORM Y20-STAMP-MONTH THRU Y29-EXIT.
           IF  MX = ZERO
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO E19-EXIT
           END-IF.
           IF  UNEXERRF-DETAIL(1:6) = 'ABEND '
               ADD  1                  TO MEAS-NUM(MQ-ABENDS MX)
           ELSE
               ADD  1                  TO MEAS-NUM(MQ-UNEXERR MX)
           END-IF.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    CRITICAL ALERTS AND, OVER THOSE ACKNOWLEDGED, THE MEAN TIME *
      *    FROM THE ALERT TO ITS ACKNOWLEDGEMENT (STAMP ORDER, AS      *
      *    ABOVE)                                                      *
      ******************************************************************
       F00-CRITICAL-ALERTS.
           OPEN INPUT ALERTF.
           IF  ALERTF-STATUS NOT = '00'
               MOVE MQ-CRITALRT        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-ACKMINS         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO F09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO ALERTF-KEY.
           MOVE MONTH-FROM(1)          TO ALERTF-STAMP.
           START ALERTF KEY NOT LESS THAN ALERTF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM F10-READ-ALERT THRU F19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE ALERTF.
       F09-EXIT.
           EXIT.

       F10-READ-ALERT.
           READ ALERTF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO F19-EXIT
           END-IF.
           IF  ALERTF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-CRITALRT        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-ACKMINS         TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO F19-EXIT
           END-IF.
           MOVE ALERTF-STAMP           TO LOOK-STAMP.
           PERFORM Y20-STAMP-MONTH THRU Y29-EXIT.
           IF  MX = ZERO
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO F19-EXIT
           END-IF.
           ADD  1                      TO MEAS-NUM(MQ-CRITALRT MX).
           IF  ALERTF-ACKED
           AND ALERTF-ACK-STAMP > ALERTF-STAMP
               COMPUTE MEAS-NUM(MQ-ACKMINS MX) ROUNDED =
                       MEAS-NUM(MQ-ACKMINS MX)
                     + ((ALERTF-ACK-STAMP - ALERTF-STAMP) / 60000000)
               ADD  1                  TO MEAS-DEN(MQ-ACKMINS MX)
           END-IF.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    REGION STRESS -- MINUTES AT MAX TASKS AND SHORT ON STORAGE, *
      *    MEASURED AS REGVRPT MEASURES ITS INTERVALS (FIRST FLAGGED   *
      *    SAMPLE TO THE FIRST CLEAR ONE AFTER IT) ON THE REGVITF      *
      *    DETAIL, PLUS FIRST TO LAST FLAGGED SAMPLE OF EACH HOUR      *
      *    REGVTRIM HAS ROLLED UP ONTO REGVSUM                         *
      ******************************************************************
       G00-REGION-STRESS.
           OPEN INPUT REGVITF.
           IF  REGVITF-STATUS NOT = '00'
               MOVE MQ-ATMAXMIN        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-SOSMIN          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO G09-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE ZERO                   TO MAX-OPEN-START
                                          SOS-OPEN-START.
           MOVE LOW-VALUES             TO REGVITF-KEY
                                          CUR-APPLID.
           START REGVITF KEY NOT LESS THAN REGVITF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM G10-READ-SAMPLE THRU G19-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM G50-CLOSE-OPEN THRU G59-EXIT.
           CLOSE REGVITF.

      * THE SUMMARY ONLY EXISTS ONCE REGVTRIM HAS RUN
           OPEN INPUT REGVSUM.
           IF  REGVSUM-STATUS = '00'
               MOVE 'Y'                TO MORE-RECORDS-SW
               MOVE LOW-VALUES         TO REGVSUM-KEY
               START REGVSUM KEY NOT LESS THAN REGVSUM-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
               PERFORM G20-READ-SUMMARY THRU G29-EXIT
                       UNTIL NO-MORE-RECORDS
               CLOSE REGVSUM
           END-IF.
       G09-EXIT.
           EXIT.

       G10-READ-SAMPLE.
           READ REGVITF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO G19-EXIT
           END-IF.
           IF  REGVITF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-ATMAXMIN        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-SOSMIN          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO G19-EXIT
           END-IF.
           IF  REGVITF-APPLID NOT = CUR-APPLID
               PERFORM G50-CLOSE-OPEN THRU G59-EXIT
               MOVE REGVITF-APPLID     TO CUR-APPLID
           END-IF.
           IF  REGVITF-AT-MAX
               IF  MAX-OPEN-START = ZERO
                   MOVE REGVITF-STAMP  TO MAX-OPEN-START
               END-IF
               MOVE REGVITF-STAMP      TO MAX-OPEN-LAST
           ELSE
               IF  MAX-OPEN-START NOT = ZERO
                   MOVE REGVITF-STAMP  TO MAX-OPEN-LAST
                   PERFORM G60-CLOSE-MAX THRU G69-EXIT
               END-IF
           END-IF.
           IF  REGVITF-SOS
               IF  SOS-OPEN-START = ZERO
                   MOVE REGVITF-STAMP  TO SOS-OPEN-START
               END-IF
               MOVE REGVITF-STAMP      TO SOS-OPEN-LAST
           ELSE
               IF  SOS-OPEN-START NOT = ZERO
                   MOVE REGVITF-STAMP  TO SOS-OPEN-LAST
                   PERFORM G70-CLOSE-SOS THRU G79-EXIT
               END-IF
           END-IF.
       G19-EXIT.
           EXIT.

       G20-READ-SUMMARY.
           READ REGVSUM NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO G29-EXIT
           END-IF.
           IF  REGVSUM-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE MQ-ATMAXMIN        TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               MOVE MQ-SOSMIN          TO MARK-QX
               PERFORM Y50-MARK-UNAVAILABLE THRU Y59-EXIT
               GO TO G29-EXIT
           END-IF.
           IF  REGVSUM-ATMAX-SAMPLES > ZERO
               MOVE REGVSUM-ATMAX-FIRST
                                       TO SPAN-FROM
               MOVE REGVSUM-ATMAX-LAST TO SPAN-TO
               MOVE MQ-ATMAXMIN        TO SPAN-QX
               PERFORM Y30-CLIP-SPAN THRU Y39-EXIT
           END-IF.
           IF  REGVSUM-SOS-SAMPLES > ZERO
               MOVE REGVSUM-SOS-FIRST  TO SPAN-FROM
               MOVE REGVSUM-SOS-LAST   TO SPAN-TO
               MOVE MQ-SOSMIN          TO SPAN-QX
               PERFORM Y30-CLIP-SPAN THRU Y39-EXIT
           END-IF.
       G29-EXIT.
           EXIT.

      * AN APPLID (OR THE FILE) THAT ENDS STILL AT MAX OR SOS CLOSES
      * ITS INTERVAL AT THE LAST SAMPLE SEEN
       G50-CLOSE-OPEN.
           IF  MAX-OPEN-START NOT = ZERO
               PERFORM G60-CLOSE-MAX THRU G69-EXIT
           END-IF.
           IF  SOS-OPEN-START NOT = ZERO
               PERFORM G70-CLOSE-SOS THRU G79-EXIT
           END-IF.
       G59-EXIT.
           EXIT.

       G60-CLOSE-MAX.
           MOVE MAX-OPEN-START         TO SPAN-FROM.
           MOVE MAX-OPEN-LAST          TO SPAN-TO.
           MOVE MQ-ATMAXMIN            TO SPAN-QX.
           PERFORM Y30-CLIP-SPAN THRU Y39-EXIT.
           MOVE ZERO                   TO MAX-OPEN-START.
       G69-EXIT.
           EXIT.

       G70-CLOSE-SOS.
           MOVE SOS-OPEN-START         TO SPAN-FROM.
           MOVE SOS-OPEN-LAST          TO SPAN-TO.
           MOVE MQ-SOSMIN              TO SPAN-QX.
           PERFORM Y30-CLIP-SPAN THRU Y39-EXIT.
           MOVE ZERO                   TO SOS-OPEN-START.
       G79-EXIT.
           EXIT.

      ******************************************************************
      *    THE PAGE -- ONE LINE PER MEASURE, THIS MONTH AGAINST THE    *
      *    PRIOR ONE AND AGAINST ITS SVCTGTF TARGET                    *
      ******************************************************************
       H00-PRINT-MEASURES.
           OPEN INPUT SVCTGTF.
           IF  SVCTGTF-STATUS = '00'
               MOVE 'Y'                TO TARGETS-OPEN-SW
           ELSE
               MOVE RPT-NOTARGETS      TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM H10-PRINT-MEASURE THRU H19-EXIT
                   VARYING QX FROM 1 BY 1 UNTIL QX > MEAS-COUNT.
           IF  TARGETS-OPEN
               CLOSE SVCTGTF
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE MET-COUNT              TO RPT-TOT-MET.
           MOVE MISSED-COUNT           TO RPT-TOT-MISSED.
           MOVE NOTARGET-COUNT         TO RPT-TOT-NONE.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  MISSED-COUNT > ZERO
           AND RPT-RC < 4
               MOVE 4                  TO RPT-RC
           END-IF.
       H09-EXIT.
           EXIT.

       H10-PRINT-MEASURE.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE MEAS-CODE(QX)          TO RPT-CODE.
           MOVE MEAS-DESC(QX)          TO RPT-DESC.
           IF  MEAS-UNAVAILABLE(QX)
               MOVE ' UNAVAILABLE'     TO RPT-THIS
               GO TO H18-WRITE
           END-IF.
           PERFORM H20-MONTH-FIGURE THRU H29-EXIT
                   VARYING MX FROM 1 BY 1 UNTIL MX > 2.

           IF  MEAS-HAVE-VALUE(QX 2)
               MOVE MEAS-VALUE(QX 2)   TO VALUE-ED
               MOVE VALUE-ED           TO RPT-THIS
           ELSE
               MOVE '         N/A'     TO RPT-THIS
           END-IF.
           IF  MEAS-HAVE-VALUE(QX 1)
               MOVE MEAS-VALUE(QX 1)   TO VALUE-ED
               MOVE VALUE-ED           TO RPT-PRIOR
           ELSE
               MOVE '         N/A'     TO RPT-PRIOR
           END-IF.

           IF  MEAS-HAVE-VALUE(QX 1)
           AND MEAS-HAVE-VALUE(QX 2)
               EVALUATE TRUE
                 WHEN MEAS-VALUE(QX 2) = MEAS-VALUE(QX 1)
                   MOVE 'SAME'         TO RPT-TREND
                 WHEN MEAS-VALUE(QX 2) > MEAS-VALUE(QX 1)
                 AND  MEAS-HIGH-BETTER(QX)
                 WHEN MEAS-VALUE(QX 2) < MEAS-VALUE(QX 1)
                 AND  NOT MEAS-HIGH-BETTER(QX)
                   MOVE 'BETTER'       TO RPT-TREND
                 WHEN OTHER
                   MOVE 'WORSE'        TO RPT-TREND
               END-EVALUATE
           END-IF.

           IF  NOT TARGETS-OPEN
               GO TO H18-WRITE
           END-IF.
           MOVE MEAS-CODE(QX)          TO SVCTGTF-MEASURE.
           READ SVCTGTF
               INVALID KEY
                   MOVE '        NONE' TO RPT-TARGET
                   ADD  1              TO NOTARGET-COUNT
                   GO TO H18-WRITE
           END-READ.
           MOVE SVCTGTF-TARGET         TO TARGET-ED.
           MOVE TARGET-ED              TO RPT-TARGET(3:10).
           IF  NOT MEAS-HAVE-VALUE(QX 2)
               GO TO H18-WRITE
           END-IF.
           IF  (MEAS-HIGH-BETTER(QX)
           AND  MEAS-VALUE(QX 2) NOT < SVCTGTF-TARGET)
           OR  (NOT MEAS-HIGH-BETTER(QX)
           AND  MEAS-VALUE(QX 2) NOT > SVCTGTF-TARGET)
               MOVE 'MET'              TO RPT-RESULT
               ADD  1                  TO MET-COUNT
           ELSE
               MOVE 'MISSED'           TO RPT-RESULT
               ADD  1                  TO MISSED-COUNT
           END-IF.

       H18-WRITE.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       H19-EXIT.
           EXIT.

      * ONE MONTH'S FIGURE FROM ITS ACCUMULATORS (SEE MEASURE-VALUES)
       H20-MONTH-FIGURE.
           MOVE 'N'                    TO MEAS-HAVE-SW(QX MX).
           MOVE ZERO                   TO MEAS-VALUE(QX MX).
           IF  MEAS-COUNTER(QX)
               MOVE MEAS-NUM(QX MX)    TO MEAS-VALUE(QX MX)
               MOVE 'Y'                TO MEAS-HAVE-SW(QX MX)
               GO TO H29-EXIT
           END-IF.
           IF  MEAS-DEN(QX MX) NOT > ZERO
               GO TO H29-EXIT
           END-IF.
           MOVE 'Y'                    TO MEAS-HAVE-SW(QX MX).
           EVALUATE TRUE
             WHEN MEAS-AVAIL-PCT(QX)
               COMPUTE MEAS-VALUE(QX MX) ROUNDED = 100
                     - ((MEAS-NUM(QX MX) * 100) / MEAS-DEN(QX MX))
               IF  MEAS-VALUE(QX MX) < ZERO
                   MOVE ZERO           TO MEAS-VALUE(QX MX)
               END-IF
             WHEN MEAS-PERCENT(QX)
               COMPUTE MEAS-VALUE(QX MX) ROUNDED =
                       (MEAS-NUM(QX MX) * 100) / MEAS-DEN(QX MX)
             WHEN OTHER
               COMPUTE MEAS-VALUE(QX MX) ROUNDED =
                       MEAS-NUM(QX MX) / MEAS-DEN(QX MX)
           END-EVALUATE.
       H29-EXIT.
           EXIT.

      ******************************************************************
      *    WHICH MONTH LOOK-STAMP FALLS IN -- 1 PRIOR, 2 REPORTED, OR  *
      *    ZERO FOR NEITHER                                            *
      ******************************************************************
       Y20-STAMP-MONTH.
           EVALUATE TRUE
             WHEN LOOK-STAMP < MONTH-FROM(1)
               MOVE ZERO               TO MX
             WHEN LOOK-STAMP < MONTH-UNTIL(1)
               MOVE 1                  TO MX
             WHEN LOOK-STAMP < MONTH-UNTIL(2)
               MOVE 2                  TO MX
             WHEN OTHER
               MOVE ZERO               TO MX
           END-EVALUATE.
       Y29-EXIT.
           EXIT.

      ******************************************************************
      *    ADD THE MINUTES OF SPAN-FROM TO SPAN-TO THAT FALL IN EACH   *
      *    MONTH TO MEASURE SPAN-QX                                    *
      ******************************************************************
       Y30-CLIP-SPAN.
           PERFORM Y35-CLIP-MONTH THRU Y35-EXIT
                   VARYING MX FROM 1 BY 1 UNTIL MX > 2.
       Y39-EXIT.
           EXIT.

       Y35-CLIP-MONTH.
           MOVE SPAN-FROM              TO CLIP-FROM.
           IF  CLIP-FROM < MONTH-FROM(MX)
               MOVE MONTH-FROM(MX)     TO CLIP-FROM
           END-IF.
           MOVE SPAN-TO                TO CLIP-TO.
           IF  CLIP-TO > MONTH-UNTIL(MX)
               MOVE MONTH-UNTIL(MX)    TO CLIP-TO
           END-IF.
           IF  CLIP-TO > CLIP-FROM
               COMPUTE MEAS-NUM(SPAN-QX MX) ROUNDED =
                       MEAS-NUM(SPAN-QX MX)
                     + ((CLIP-TO - CLIP-FROM) / 60000000)
           END-IF.
       Y35-EXIT.
           EXIT.

      * WHICH MONTH THE CCYYMMDD IN LOOK-DATE FALLS IN, AS ABOVE
       Y40-DATE-MONTH.
           EVALUATE LOOK-DATE(1:6)
             WHEN MONTH-ID(1)
               MOVE 1                  TO MX
             WHEN MONTH-ID(2)
               MOVE 2                  TO MX
             WHEN OTHER
               MOVE ZERO               TO MX
           END-EVALUATE.
       Y49-EXIT.
           EXIT.

      * A SOURCE FILE COULD NOT BE READ -- ITS MEASURE IS NOT REPORTED
       Y50-MARK-UNAVAILABLE.
           MOVE 'N'                    TO MEAS-AVAIL-SW(MARK-QX).
           MOVE 8                      TO RPT-RC.
       Y59-EXIT.
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
           MOVE 'SVCLRPT'              TO BPRM-STEP-NAME.
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
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X39-EXIT.
           EXIT.
