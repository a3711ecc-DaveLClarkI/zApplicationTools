       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    INCIDRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY INCIDENT REPORT OVER THE INCIDF FILE
      *REMARKS.       THE INCIDWB WORKBENCH MAINTAINS.  FOR THE
      *REMARKS.       INCIDENTS OPENED IN THE MONTH IT PRINTS EACH
      *REMARKS.       INCIDENT, THEN THE COUNTS BY SEVERITY AND
      *REMARKS.       CURRENT STATUS WITH THE AVERAGE AND LONGEST
      *REMARKS.       TIME TO RESOLVE (START OF THE TROUBLE TO
      *REMARKS.       RESOLUTION, IN MINUTES), THEN THE REPEAT
      *REMARKS.       OFFENDERS -- EVERY COMPONENT, PROGRAM, FILE OR
      *REMARKS.       JOB BLAMED BY THE LINKED EVENTS OF TWO OR MORE
      *REMARKS.       OF THE MONTH'S INCIDENTS.  WRITTEN THROUGH
      *REMARKS.       RPTARCH SO THE REVIEWED COPY IS KEPT.  SYSPARM
      *REMARKS.       TAG MONTH=CCYYMM PICKS THE MONTH; THE DEFAULT IS
      *REMARKS.       LAST MONTH.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 4 -- NO INCIDENTS OPENED IN THE MONTH
      *REMARKS.         RC 8 -- THE INCIDENT FILE WAS UNREADABLE

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
           SELECT INCIDF               ASSIGN TO INCIDF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS INCIDF-KEY
                                       FILE STATUS IS INCID-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INCIDF
           LABEL RECORDS ARE STANDARD.
           COPY INCIDF.

       WORKING-STORAGE SECTION.
       77  INCID-STATUS                PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RPT-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-MONTH                   PIC  X(06).
       77  SEL-YY                      PIC  9(04).
       77  SEL-MM                      PIC  9(02).
       77  CURR-ID                     PIC  9(07)   VALUE ZERO.
       77  REC-DATE                    PIC  9(08).
       77  RESOLVE-MINS                PIC S9(09)   COMP.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  SX                          PIC S9(04)   COMP.
       77  TX                          PIC S9(04)   COMP.
       77  PX                          PIC S9(04)   COMP.
       77  OX                          PIC S9(04)   COMP.
       77  PEND-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  EVT-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  OFF-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  REPEAT-COUNT                PIC S9(04)   COMP VALUE ZERO.
       77  INC-TOTAL                   PIC S9(04)   COMP VALUE ZERO.

      * ONE ROW PER SEVERITY, THE FIFTH FOR THE MONTH AS A WHOLE.
      * STATUS 1-4 IS OPEN, INVESTIGATING, RESOLVED, CLOSED
       01  SEV-TABLE.
           03  SEV-ENTRY OCCURS 5 TIMES.
               05  SEV-OPENED          PIC S9(04)   COMP.
               05  SEV-STATUS-CNT      PIC S9(04)   COMP OCCURS 4.
               05  SEV-RESOLVED        PIC S9(04)   COMP.
               05  SEV-TOTAL-MINS      PIC S9(09)   COMP.
               05  SEV-MAX-MINS        PIC S9(09)   COMP.

      * THE CULPRITS NAMED BY THE EVENTS OF THE INCIDENT BEING READ
      * -- ITS EVENTS COME AHEAD OF ITS HEADER IN KEY ORDER, SO THEY
      * WAIT HERE UNTIL THE HEADER SAYS WHETHER IT IS IN THE MONTH
       01  PEND-TABLE.
           03  PEND-ENTRY OCCURS 100 TIMES.
               05  PEND-SOURCE         PIC  X(04).
               05  PEND-OFFENDER       PIC  X(08).

      * EVERY CULPRIT OF THE MONTH, WITH THE NUMBER OF INCIDENTS AND
      * EVENTS THAT NAMED IT
       01  OFF-TABLE.
           03  OFF-ENTRY OCCURS 500 TIMES.
               05  OFF-SOURCE          PIC  X(04).
               05  OFF-OFFENDER        PIC  X(08).
               05  OFF-LAST-ID         PIC  9(07).
               05  OFF-INCIDENTS       PIC S9(04)   COMP.
               05  OFF-EVENTS          PIC S9(04)   COMP.

       01  SEV-NAMES.
           03  FILLER                  PIC  X(10)   VALUE '1 CRITICAL'.
           03  FILLER                  PIC  X(10)   VALUE '2 HIGH'.
           03  FILLER                  PIC  X(10)   VALUE '3 MEDIUM'.
           03  FILLER                  PIC  X(10)   VALUE '4 LOW'.
           03  FILLER                  PIC  X(10)   VALUE 'ALL'.
       01  SEV-NAME-TABLE              REDEFINES SEV-NAMES.
           03  SEV-NAME                PIC  X(10)   OCCURS 5.

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

       COPY ABSTIME.

       COPY DTEMAN.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'I N C I D R P T  -  INCIDENTS FOR MONTH '.
           05  RPT-H-MONTH             PIC  X(06).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'INCIDENT'.
           05  FILLER                  PIC  X(04)   VALUE 'SEV'.
           05  FILLER                  PIC  X(03)   VALUE 'ST'.
           05  FILLER                  PIC  X(10)   VALUE 'OPENED'.
           05  FILLER                  PIC  X(06)   VALUE 'OWNER'.
           05  FILLER                  PIC  X(12)   VALUE 'RESOLVE MIN'.
           05  FILLER                  PIC  X(07)   VALUE 'EVENTS'.
           05  FILLER                  PIC  X(05)   VALUE 'TITLE'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-ID                  PIC  9(07).
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-SEV                 PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-STATUS              PIC  X(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-OPENED              PIC  X(08).
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-OWNER               PIC  X(03).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-RESOLVE             PIC  Z(09)9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-EVENTS              PIC  ZZZ9.
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-TITLE               PIC  X(43).

       01  RPT-HDG3.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(12)   VALUE 'SEVERITY'.
           05  FILLER                  PIC  X(08)   VALUE 'OPENED'.
           05  FILLER                  PIC  X(06)   VALUE 'OPEN'.
           05  FILLER                  PIC  X(08)   VALUE 'INVEST'.
           05  FILLER                  PIC  X(10)   VALUE 'RESOLVED'.
           05  FILLER                  PIC  X(08)   VALUE 'CLOSED'.
           05  FILLER                  PIC  X(22)
                   VALUE 'TO RESOLVE: AVG MIN'.
           05  FILLER                  PIC  X(07)   VALUE 'MAX MIN'.

       01  RPT-SEV-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-SV-NAME             PIC  X(10).
           05  RPT-SV-OPENED           PIC  ZZZZZ9.
           05  RPT-SV-STAT-ENT         OCCURS 4.
               10  RPT-SV-STAT         PIC  ZZZZZ9.
               10  FILLER              PIC  X(02).
           05  FILLER                  PIC  X(08)   VALUE SPACES.
           05  RPT-SV-AVG              PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-SV-MAX              PIC  ZZZ,ZZZ,ZZ9.

       01  RPT-HDG4.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(41)
                   VALUE 'REPEAT OFFENDERS (IN 2 OR MORE INCIDENTS)'.

       01  RPT-HDG5.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(08)   VALUE 'SOURCE'.
           05  FILLER                  PIC  X(10)   VALUE 'CULPRIT'.
           05  FILLER                  PIC  X(11)   VALUE 'INCIDENTS'.
           05  FILLER                  PIC  X(06)   VALUE 'EVENTS'.

       01  RPT-OFF-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-OF-SOURCE           PIC  X(04).
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-OF-OFFENDER         PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-OF-INCIDENTS        PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-OF-EVENTS           PIC  ZZZZZ9.

       01  RPT-NO-REPEAT.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'NO REPEAT OFFENDERS'.

       01  RPT-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(36)
                   VALUE 'NO INCIDENTS WERE OPENED THIS MONTH'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-INC             PIC  ZZZ9.
           05  FILLER                  PIC  X(21)
                   VALUE ' INCIDENT(S) REPORTED'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'INCIDRPT: '.
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
           MOVE 'INCIDRPT'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO RPT-H-MONTH.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN FILEAVLR
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           INITIALIZE SEV-TABLE.

           OPEN INPUT INCIDF.
           IF  INCID-STATUS NOT = '00'
               MOVE 8                  TO RPT-RC
               MOVE 'INCIDENT FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE LOW-VALUES             TO INCIDF-KEY.
           START INCIDF KEY NOT LESS THAN INCIDF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM B00-READ-INCIDF THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.

           CLOSE INCIDF.

           IF  INC-TOTAL = ZERO
               MOVE 4                  TO RPT-RC
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO A90-EXIT
           END-IF.

           PERFORM D00-PRINT-SEVERITIES THRU D90-EXIT.
           PERFORM E00-PRINT-OFFENDERS THRU E90-EXIT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE INC-TOTAL              TO RPT-TOT-INC.
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
      *    ONE INCIDF RECORD.  A NEW INCIDENT NUMBER EMPTIES THE       *
      *    PENDING CULPRITS; EACH EVENT ADDS ONE; THE HEADER DECIDES   *
      *    WHETHER THE INCIDENT (AND SO ITS CULPRITS) IS REPORTED.     *
      *    UPDATES AND THE CONTROL RECORD ARE NOT NEEDED HERE          *
      ******************************************************************
       B00-READ-INCIDF.
           READ INCIDF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           IF  INCID-STATUS NOT = '00'
               SET NO-MORE-RECORDS     TO TRUE
               MOVE 8                  TO RPT-RC
               GO TO B90-EXIT
           END-IF.

           IF  INCIDF-ID NOT = CURR-ID
               MOVE INCIDF-ID          TO CURR-ID
               MOVE ZERO               TO PEND-COUNT
                                          EVT-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN INCIDF-EVENT
                   ADD  1              TO EVT-COUNT
                   IF  PEND-COUNT < 100
                   AND INCIDF-EVT-OFFENDER > SPACES
                       ADD  1          TO PEND-COUNT
                       MOVE INCIDF-EVT-SOURCE
                                       TO PEND-SOURCE(PEND-COUNT)
                       MOVE INCIDF-EVT-OFFENDER
                                       TO PEND-OFFENDER(PEND-COUNT)
                   END-IF
               WHEN INCIDF-HEADER
                   PERFORM C00-TAKE-INCIDENT THRU C90-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    AN INCIDENT OPENED IN THE MONTH -- PRINT IT, COUNT IT BY    *
      *    SEVERITY AND STATUS, TIME ITS RESOLUTION, AND FOLD ITS      *
      *    CULPRITS INTO THE MONTH'S TABLE                             *
      ******************************************************************
       C00-TAKE-INCIDENT.
           MOVE INCIDF-OPEN-STAMP      TO ABS-INPUT.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           IF  REC-DATE(1:6) NOT = SEL-MONTH
               GO TO C90-EXIT
           END-IF.
           ADD  1                      TO INC-TOTAL.

           MOVE INCIDF-SEVERITY        TO SX.
           IF  SX < 1 OR SX > 4
               MOVE 3                  TO SX
           END-IF.
           EVALUATE TRUE
               WHEN INCIDF-OPEN          MOVE 1 TO TX
               WHEN INCIDF-INVESTIGATING MOVE 2 TO TX
               WHEN INCIDF-RESOLVED      MOVE 3 TO TX
               WHEN OTHER                MOVE 4 TO TX
           END-EVALUATE.
           ADD  1                      TO SEV-OPENED(SX)
                                          SEV-OPENED(5)
                                          SEV-STATUS-CNT(SX TX)
                                          SEV-STATUS-CNT(5 TX).

           MOVE SPACES                 TO RPT-DETAIL.
           MOVE INCIDF-ID              TO RPT-ID.
           MOVE INCIDF-SEVERITY        TO RPT-SEV.
           MOVE INCIDF-STATUS          TO RPT-STATUS.
           MOVE REC-DATE               TO RPT-OPENED.
           MOVE INCIDF-OWNER           TO RPT-OWNER.
           MOVE EVT-COUNT              TO RPT-EVENTS.
           MOVE INCIDF-TITLE           TO RPT-TITLE.
      * TIME TO RESOLVE RUNS FROM THE START OF THE TROUBLE (THE
      * EARLIEST LINKED EVENT, OR THE OPENING) TO THE RESOLUTION
           IF  INCIDF-END-STAMP > ZERO
               COMPUTE RESOLVE-MINS =
                       (INCIDF-END-STAMP - INCIDF-START-STAMP)
                     / 60000000
               IF  RESOLVE-MINS < ZERO
                   MOVE ZERO           TO RESOLVE-MINS
               END-IF
               MOVE RESOLVE-MINS       TO RPT-RESOLVE
               ADD  1                  TO SEV-RESOLVED(SX)
                                          SEV-RESOLVED(5)
               ADD  RESOLVE-MINS       TO SEV-TOTAL-MINS(SX)
                                          SEV-TOTAL-MINS(5)
               IF  RESOLVE-MINS > SEV-MAX-MINS(SX)
                   MOVE RESOLVE-MINS   TO SEV-MAX-MINS(SX)
               END-IF
               IF  RESOLVE-MINS > SEV-MAX-MINS(5)
                   MOVE RESOLVE-MINS   TO SEV-MAX-MINS(5)
               END-IF
           END-IF.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM C10-TAKE-CULPRIT THRU C19-EXIT
                   VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT.
       C90-EXIT.
           EXIT.

      * A CULPRIT COUNTS ONCE PER INCIDENT, HOWEVER MANY OF THE
      * INCIDENT'S EVENTS NAME IT
       C10-TAKE-CULPRIT.
           MOVE 1                      TO OX.
           PERFORM C20-FIND-CULPRIT THRU C29-EXIT
                   UNTIL OX > OFF-COUNT
                   OR   (OFF-SOURCE(OX)   = PEND-SOURCE(PX)
                   AND   OFF-OFFENDER(OX) = PEND-OFFENDER(PX)).
           IF  OX > OFF-COUNT
               IF  OFF-COUNT NOT < 500
                   GO TO C19-EXIT
               END-IF
               ADD  1                  TO OFF-COUNT
               MOVE PEND-SOURCE(PX)    TO OFF-SOURCE(OX)
               MOVE PEND-OFFENDER(PX)  TO OFF-OFFENDER(OX)
               MOVE ZERO               TO OFF-LAST-ID(OX)
                                          OFF-INCIDENTS(OX)
                                          OFF-EVENTS(OX)
           END-IF.
           ADD  1                      TO OFF-EVENTS(OX).
           IF  OFF-LAST-ID(OX) NOT = CURR-ID
               MOVE CURR-ID            TO OFF-LAST-ID(OX)
               ADD  1                  TO OFF-INCIDENTS(OX)
           END-IF.
       C19-EXIT.
           EXIT.

       C20-FIND-CULPRIT.
           ADD  1                      TO OX.
       C29-EXIT.
           EXIT.

      ******************************************************************
      *    THE COUNTS BY SEVERITY AND STATUS, WITH TIME TO RESOLVE     *
      ******************************************************************
       D00-PRINT-SEVERITIES.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG3               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM D10-PRINT-SEVERITY THRU D19-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX > 5.
       D90-EXIT.
           EXIT.

       D10-PRINT-SEVERITY.
           MOVE SPACES                 TO RPT-SEV-LINE.
           MOVE SEV-NAME(SX)           TO RPT-SV-NAME.
           MOVE SEV-OPENED(SX)         TO RPT-SV-OPENED.
           PERFORM D20-MOVE-STATUS THRU D29-EXIT
                   VARYING TX FROM 1 BY 1 UNTIL TX > 4.
           IF  SEV-RESOLVED(SX) > ZERO
               COMPUTE RPT-SV-AVG ROUNDED =
                       SEV-TOTAL-MINS(SX) / SEV-RESOLVED(SX)
               MOVE SEV-MAX-MINS(SX)   TO RPT-SV-MAX
           ELSE
               MOVE ZERO               TO RPT-SV-AVG
                                          RPT-SV-MAX
           END-IF.
           MOVE RPT-SEV-LINE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

       D20-MOVE-STATUS.
           MOVE SEV-STATUS-CNT(SX TX)  TO RPT-SV-STAT(TX).
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    THE CULPRITS NAMED IN TWO OR MORE OF THE MONTH'S INCIDENTS  *
      ******************************************************************
       E00-PRINT-OFFENDERS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG4               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG5               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE ZERO                   TO REPEAT-COUNT.
           PERFORM E10-PRINT-OFFENDER THRU E19-EXIT
                   VARYING OX FROM 1 BY 1 UNTIL OX > OFF-COUNT.
           IF  REPEAT-COUNT = ZERO
               MOVE RPT-NO-REPEAT      TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       E90-EXIT.
           EXIT.

       E10-PRINT-OFFENDER.
           IF  OFF-INCIDENTS(OX) < 2
               GO TO E19-EXIT
           END-IF.
           ADD  1                      TO REPEAT-COUNT.
           MOVE SPACES                 TO RPT-OFF-LINE.
           MOVE OFF-SOURCE(OX)         TO RPT-OF-SOURCE.
           MOVE OFF-OFFENDER(OX)       TO RPT-OF-OFFENDER.
           MOVE OFF-INCIDENTS(OX)      TO RPT-OF-INCIDENTS.
           MOVE OFF-EVENTS(OX)         TO RPT-OF-EVENTS.
           MOVE RPT-OFF-LINE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    THE ABSTIME STAMP IN ABS-INPUT AS A CCYYMMDD DATE (SEE      *
      *    ABSTIME AND DTEMAN)                                         *
      ******************************************************************
       Y10-STAMP-DATE.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD = ABS-DAYS + ADJUSTMENT-DAYS.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO REC-DATE.
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
           MOVE 'INCIDRPT'             TO BPRM-STEP-NAME.
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
