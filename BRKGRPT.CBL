       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    BRKGRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       EMERGENCY ("BREAK-GLASS") ACCESS REPORT, RUN
      *REMARKS.       FIRST THING EACH MORNING.  LISTS EVERY GRANT
      *REMARKS.       BRKGLASS GAVE OUT IN THE LAST DAYS=N DAYS
      *REMARKS.       (SYSPARM TAG OR BATPARMF, DEFAULT 1) -- WHO,
      *REMARKS.       WHICH FUNCTION, FOR HOW LONG AND WHY -- AND
      *REMARKS.       UNDER EACH ONE EVERY AUDITLOG RECORD WRITTEN BY
      *REMARKS.       THAT OPERATOR WHILE THE GRANT WAS IN FORCE.
      *REMARKS.       WRITTEN THROUGH RPTARCH SO THE REVIEWED COPY IS
      *REMARKS.       KEPT.  RETURN CODE 4 WHEN ANY EMERGENCY GRANT
      *REMARKS.       WAS FOUND, 8 WHEN AUDITLOG COULD NOT BE READ.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SCALE THE GRANT HOURS TO ABSTIME TICKS AS THE
      *               REST OF THE SYSTEM DOES (3600 * 1000000 AN HOUR).
      * 10/15/2026 DLC SCALE THE REPORTING DAYS TO ABSTIME TICKS AS
      *               NAVPURGE DOES (86400 * 1000000 A DAY).
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG             ASSIGN TO AUDITLOG
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUDITLOG-KEY
                                       FILE STATUS IS AUDITLOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDITLOG
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       77  AUDITLOG-STATUS             PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  GX                          PIC S9(04)   COMP.
       77  GRANT-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  ACT-COUNT                   PIC S9(05)   COMP.
       77  TOTAL-ACTS                  PIC S9(07)   COMP VALUE ZERO.
       77  REPORT-DAYS                 PIC S9(04)   COMP VALUE +1.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  NOW-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  FROM-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  UNTIL-STAMP                 PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-TIME                   PIC  9(06).

      * WORK AREA FOR PULLING THE DAYS= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
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

      * THE 'BRKGLASS' AUDIT RECORDS IN THE REPORTING WINDOW
       01  GRANT-TABLE.
           03  GRANT-ENTRY OCCURS 200 TIMES.
               05  GRANT-STAMP         PIC S9(15)   PACKED-DECIMAL.
               05  GRANT-OPID          PIC  X(03).
               05  GRANT-USERID        PIC  X(08).
               05  GRANT-FUNC          PIC  X(08).
               05  GRANT-HOURS         PIC  9(01).
               05  GRANT-UNTIL         PIC  X(15).
               05  GRANT-REASON        PIC  X(40).

      * THE OLD VALUE BRKGLASS PUTS ON ITS AUDIT RECORD
       01  BRKG-OLD-VALUE.
           05  FILLER                  PIC  X(06).
           05  BRKG-OLD-HOURS          PIC  X(01).
           05  FILLER                  PIC  X(07).
           05  BRKG-OLD-UNTIL          PIC  X(15).
           05  FILLER                  PIC  X(11).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'B R K G R P T  -  '.
           05  FILLER                  PIC  X(26)
                   VALUE 'EMERGENCY ACCESS GRANTED, '.
           05  FILLER                  PIC  X(05)   VALUE 'LAST '.
           05  RPT-H-DAYS              PIC  ZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' DAY(S) AS OF'.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-GRANT.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-G-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-G-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(06)   VALUE '  OPID'.
           05  RPT-G-OPID              PIC  X(04).
           05  FILLER                  PIC  X(05)   VALUE 'USER '.
           05  RPT-G-USERID            PIC  X(09).
           05  FILLER                  PIC  X(09)   VALUE 'FUNCTION '.
           05  RPT-G-FUNC              PIC  X(09).
           05  FILLER                  PIC  X(06)   VALUE 'HOURS '.
           05  RPT-G-HOURS             PIC  9.
           05  FILLER                  PIC  X(07)   VALUE '  UNTIL'.
           05  RPT-G-UNTIL             PIC  X(16).

       01  RPT-REASON.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(08)   VALUE 'REASON: '.
           05  RPT-R-TEXT              PIC  X(40).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'DATE     TIME'.
           05  FILLER                  PIC  X(09)   VALUE 'ACTION'.
           05  FILLER                  PIC  X(09)   VALUE 'PROGRAM'.
           05  FILLER                  PIC  X(05)   VALUE 'TERM'.
           05  FILLER                  PIC  X(32)   VALUE 'RECORD KEY'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-D-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-ACTION            PIC  X(09).
           05  RPT-D-PGM               PIC  X(09).
           05  RPT-D-TERM              PIC  X(05).
           05  RPT-D-KEY               PIC  X(32).

       01  RPT-NONE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-N-TEXT              PIC  X(50).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-GRANTS          PIC  ZZZ9.
           05  FILLER                  PIC  X(29)
                   VALUE ' EMERGENCY GRANT(S) REPORTED,'.
           05  RPT-TOT-ACTS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(22)
                   VALUE ' ACTION(S) UNDER THEM'.

       01  RPT-NOFILE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'AUDITLOG NOT OPENED -- NOTHING REPORTED'.

       01  RPT-SIGNOFF.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'REVIEWED BY ____________________________'.
           05  FILLER                  PIC  X(26)
                   VALUE '____   DATE ____________'.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'BRKGRPT'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           PERFORM A10-GET-DAYS THRU A19-EXIT.
           MOVE JOBD-JOB-DATE          TO RPT-H-DATE.
           MOVE REPORT-DAYS            TO RPT-H-DAYS.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO NOW-STAMP.
           COMPUTE FROM-STAMP          =  NOW-STAMP
                                       -  (REPORT-DAYS * 86400
                                          * 1000000).
      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           OPEN INPUT AUDITLOG.
           IF  AUDITLOG-STATUS NOT = '00'
               MOVE RPT-NOFILE         TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM B00-FIND-GRANTS THRU B09-EXIT.
           PERFORM C00-PRINT-GRANT THRU C09-EXIT
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > GRANT-COUNT.
           CLOSE AUDITLOG.

           IF  GRANT-COUNT = ZERO
               MOVE SPACES             TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 'NO EMERGENCY ACCESS WAS TAKEN' TO RPT-N-TEXT
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE GRANT-COUNT            TO RPT-TOT-GRANTS.
           MOVE TOTAL-ACTS             TO RPT-TOT-ACTS.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  GRANT-COUNT > ZERO
               MOVE SPACES             TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE RPT-SIGNOFF        TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PULL THE DAYS= TAG OUT OF THE SYSPARM STRING, OR THE        *
      *    BATPARMF FILE, ELSE DEFAULT TO 1 DAY (YESTERDAY ON)         *
      ******************************************************************
       A10-GET-DAYS.
           MOVE 'DAYS='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:2) IS NUMERIC
           AND EXT-VALUE(3:1) = SPACE
               MOVE EXT-VALUE(1:2)     TO REPORT-DAYS
           ELSE
               IF  EXT-VALUE(1:1) IS NUMERIC
               AND EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO REPORT-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
           END-IF.
           IF  REPORT-DAYS < 1
               MOVE 1                  TO REPORT-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE REPORT-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY 'BRKGLASS' AUDIT RECORD SINCE THE CUTOFF              *
      ******************************************************************
       B00-FIND-GRANTS.
           MOVE FROM-STAMP             TO AUDITLOG-STAMP.
           MOVE ZERO                   TO AUDITLOG-TASKN.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-GRANT THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    GRANT-COUNT NOT < 200.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
       B09-EXIT.
           EXIT.

       B10-READ-GRANT.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  AUDITLOG-ACTION NOT = 'BRKGLASS'
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO GRANT-COUNT.
           MOVE AUDITLOG-OLD-VALUE     TO BRKG-OLD-VALUE.
           MOVE AUDITLOG-STAMP         TO GRANT-STAMP(GRANT-COUNT).
           MOVE AUDITLOG-REC-KEY(1:3)  TO GRANT-OPID(GRANT-COUNT).
           MOVE AUDITLOG-REC-KEY(4:8)  TO GRANT-FUNC(GRANT-COUNT).
           MOVE AUDITLOG-USERID        TO GRANT-USERID(GRANT-COUNT).
           MOVE AUDITLOG-NEW-VALUE     TO GRANT-REASON(GRANT-COUNT).
           MOVE BRKG-OLD-UNTIL         TO GRANT-UNTIL(GRANT-COUNT).
           IF  BRKG-OLD-HOURS IS NUMERIC
               MOVE BRKG-OLD-HOURS     TO GRANT-HOURS(GRANT-COUNT)
           ELSE
               MOVE 8                  TO GRANT-HOURS(GRANT-COUNT)
           END-IF.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE GRANT, THEN EVERYTHING ITS OPERATOR DID WHILE IT LASTED *
      ******************************************************************
       C00-PRINT-GRANT.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE GRANT-STAMP(GX)        TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO RPT-G-DATE.
           MOVE LOOK-TIME              TO RPT-G-TIME.
           MOVE GRANT-OPID(GX)         TO RPT-G-OPID.
           MOVE GRANT-USERID(GX)       TO RPT-G-USERID.
           MOVE GRANT-FUNC(GX)         TO RPT-G-FUNC.
           MOVE GRANT-HOURS(GX)        TO RPT-G-HOURS.
           MOVE GRANT-UNTIL(GX)        TO RPT-G-UNTIL.
           MOVE RPT-GRANT              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE GRANT-REASON(GX)       TO RPT-R-TEXT.
           MOVE RPT-REASON             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE ZERO                   TO ACT-COUNT.
           COMPUTE UNTIL-STAMP = GRANT-STAMP(GX)
                               + GRANT-HOURS(GX) * 3600 * 1000000.
           MOVE GRANT-STAMP(GX)        TO AUDITLOG-STAMP.
           MOVE ZERO                   TO AUDITLOG-TASKN.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-READ-ACTION THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           IF  ACT-COUNT = ZERO
               MOVE 'NOTHING WAS DONE UNDER THIS GRANT' TO RPT-N-TEXT
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       C09-EXIT.
           EXIT.

      * THE GRANT'S OWN 'BRKGLASS' RECORD IS THE HEADING, NOT A LINE
       C10-READ-ACTION.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C19-EXIT
           END-IF.
           IF  AUDITLOG-STAMP > UNTIL-STAMP
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO C19-EXIT
           END-IF.
           IF  AUDITLOG-OPID NOT = GRANT-OPID(GX)
           OR  AUDITLOG-STAMP = GRANT-STAMP(GX)
           AND AUDITLOG-ACTION = 'BRKGLASS'
               GO TO C19-EXIT
           END-IF.
           ADD  1                      TO ACT-COUNT TOTAL-ACTS.
           MOVE AUDITLOG-STAMP         TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE DTE-GNUM               TO RPT-D-DATE.
           MOVE LOOK-TIME              TO RPT-D-TIME.
           MOVE AUDITLOG-ACTION        TO RPT-D-ACTION.
           MOVE AUDITLOG-PGM           TO RPT-D-PGM.
           MOVE AUDITLOG-TERMID        TO RPT-D-TERM.
           MOVE AUDITLOG-REC-KEY       TO RPT-D-KEY.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    LOOK-STAMP (CICS ABSTIME) TO A CCYYMMDD DATE IN DTE-GNUM    *
      *    AND AN HHMMSS TIME OF DAY IN LOOK-TIME                      *
      ******************************************************************
       Y10-STAMP-DATE.
           MOVE LOOK-STAMP             TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           COMPUTE LOOK-TIME           =  ABS-HOURS * 10000
                                       +  ABS-MINUTES * 100
                                       +  ABS-SECONDS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD            =  ABS-DAYS + ADJUSTMENT-DAYS.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
       Y19-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE IN EXT-VALUE          *
      *    (SPACES IF THE TAG ISN'T PRESENT AT ALL) -- SAME PARSE      *
      *    JOBDATA USES FOR ITS OWN SYSPARM TAGS                       *
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
           MOVE 'BRKGRPT'              TO BPRM-STEP-NAME.
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
