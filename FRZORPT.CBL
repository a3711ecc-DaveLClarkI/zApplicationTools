       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FRZORPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CHANGE-FREEZE OVERRIDE REPORT, RUN ONCE A FREEZE
      *REMARKS.       (SEE FRZWINF) IS OVER.  LISTS EVERY OVERRIDE
      *REMARKS.       AUTHCHK LET THROUGH IN THE LAST DAYS=N DAYS
      *REMARKS.       (SYSPARM TAG OR BATPARMF, DEFAULT 31), OR ONLY
      *REMARKS.       THOSE UNDER ONE FREEZE WITH WINDOW=ID -- WHO,
      *REMARKS.       WHICH FUNCTION, FROM WHICH PROGRAM AND TERMINAL,
      *REMARKS.       AND THE CHANGE REFERENCE THEY KEYED -- AND UNDER
      *REMARKS.       EACH ONE THE AUDITLOG RECORDS THE SAME TASK WROTE
      *REMARKS.       BEFORE ITS NEXT AUTHORIZATION CHECK, WHICH ARE
      *REMARKS.       THE CHANGES THE OVERRIDE LET THROUGH.  REFUSALS
      *REMARKS.       ('FRZDENY') ARE COUNTED IN THE TOTALS.  WRITTEN
      *REMARKS.       THROUGH RPTARCH SO THE REVIEWED COPY IS KEPT.
      *REMARKS.       RETURN CODE 4 WHEN ANY OVERRIDE WAS FOUND, 8 WHEN
      *REMARKS.       AUDITLOG COULD NOT BE READ.

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
       77  OX                          PIC S9(04)   COMP.
       77  OVR-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  DENY-COUNT                  PIC S9(05)   COMP VALUE ZERO.
       77  ACT-COUNT                   PIC S9(05)   COMP.
       77  TOTAL-ACTS                  PIC S9(07)   COMP VALUE ZERO.
       77  REPORT-DAYS                 PIC S9(04)   COMP VALUE +31.
       77  REPORT-WINDOW               PIC  X(08)   VALUE SPACES.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  NOW-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  FROM-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  UNTIL-STAMP                 PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-TIME                   PIC  9(06).

      * WORK AREA FOR PULLING THE DAYS= AND WINDOW= TAGS OUT OF THE
      * VSE SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
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

      * THE KEY AUTHCHK PUTS ON ITS FRZOVRD/FRZDENY AUDIT RECORDS --
      * FUNCTION, OPERATOR AND FREEZE WINDOW
       01  FRZ-REC-KEY.
           05  FRZ-KEY-FUNC            PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  FRZ-KEY-OPID            PIC  X(03).
           05  FILLER                  PIC  X(01).
           05  FRZ-KEY-WINDOW          PIC  X(08).
           05  FILLER                  PIC  X(11).

      * THE 'FRZOVRD' AUDIT RECORDS IN THE REPORTING WINDOW
       01  OVR-TABLE.
           03  OVR-ENTRY OCCURS 200 TIMES.
               05  OVR-STAMP           PIC S9(15)   PACKED-DECIMAL.
               05  OVR-TASKN           PIC S9(07)   COMP-3.
               05  OVR-OPID            PIC  X(03).
               05  OVR-USERID          PIC  X(08).
               05  OVR-TERMID          PIC  X(04).
               05  OVR-PGM             PIC  X(08).
               05  OVR-FUNC            PIC  X(08).
               05  OVR-WINDOW          PIC  X(08).
               05  OVR-REF             PIC  X(20).
               05  OVR-DESC            PIC  X(30).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'F R Z O R P T  -  '.
           05  FILLER                  PIC  X(25)
                   VALUE 'CHANGE-FREEZE OVERRIDES, '.
           05  FILLER                  PIC  X(05)   VALUE 'LAST '.
           05  RPT-H-DAYS              PIC  ZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' DAY(S) AS OF'.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-OVERRIDE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-O-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-O-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(06)   VALUE '  OPID'.
           05  RPT-O-OPID              PIC  X(04).
           05  FILLER                  PIC  X(05)   VALUE 'USER '.
           05  RPT-O-USERID            PIC  X(09).
           05  FILLER                  PIC  X(09)   VALUE 'FUNCTION '.
           05  RPT-O-FUNC              PIC  X(09).
           05  FILLER                  PIC  X(04)   VALUE 'PGM '.
           05  RPT-O-PGM               PIC  X(09).
           05  FILLER                  PIC  X(05)   VALUE 'TERM '.
           05  RPT-O-TERM              PIC  X(04).

       01  RPT-REFERENCE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(08)   VALUE 'FREEZE: '.
           05  RPT-R-WINDOW            PIC  X(09).
           05  RPT-R-DESC              PIC  X(31).
           05  FILLER                  PIC  X(11)   VALUE 'REFERENCE: '.
           05  RPT-R-REF               PIC  X(20).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'DATE     TIME'.
           05  FILLER                  PIC  X(09)   VALUE 'ACTION'.
           05  FILLER                  PIC  X(09)   VALUE 'PROGRAM'.
           05  FILLER                  PIC  X(33)   VALUE 'RECORD KEY'.
           05  FILLER                  PIC  X(20)   VALUE 'NEW VALUE'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-D-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-ACTION            PIC  X(09).
           05  RPT-D-PGM               PIC  X(09).
           05  RPT-D-KEY               PIC  X(33).
           05  RPT-D-NEW               PIC  X(40).

       01  RPT-NONE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-N-TEXT              PIC  X(50).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-OVRS            PIC  ZZZ9.
           05  FILLER                  PIC  X(22)
                   VALUE ' OVERRIDE(S) REPORTED,'.
           05  RPT-TOT-ACTS            PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(22)
                   VALUE ' CHANGE(S) UNDER THEM,'.
           05  RPT-TOT-DENY            PIC  ZZZZ9.
           05  FILLER                  PIC  X(22)
                   VALUE ' REFUSED BY A FREEZE'.

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
           MOVE 'FRZORPT'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           PERFORM A10-GET-DAYS THRU A19-EXIT.
           PERFORM A20-GET-WINDOW THRU A29-EXIT.
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

           PERFORM B00-FIND-OVERRIDES THRU B09-EXIT.
           PERFORM C00-PRINT-OVERRIDE THRU C09-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OVR-COUNT.
           CLOSE AUDITLOG.

           IF  OVR-COUNT = ZERO
               MOVE SPACES             TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 'NO CHANGE-FREEZE OVERRIDE WAS USED' TO RPT-N-TEXT
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE OVR-COUNT              TO RPT-TOT-OVRS.
           MOVE TOTAL-ACTS             TO RPT-TOT-ACTS.
           MOVE DENY-COUNT             TO RPT-TOT-DENY.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  OVR-COUNT > ZERO
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
      *    BATPARMF FILE, ELSE DEFAULT TO 31 DAYS                      *
      ******************************************************************
       A10-GET-DAYS.
           MOVE 'DAYS='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           EVALUATE TRUE
               WHEN EXT-VALUE(1:3) IS NUMERIC
               AND  EXT-VALUE(4:1) = SPACE
                   MOVE EXT-VALUE(1:3) TO REPORT-DAYS
               WHEN EXT-VALUE(1:2) IS NUMERIC
               AND  EXT-VALUE(3:1) = SPACE
                   MOVE EXT-VALUE(1:2) TO REPORT-DAYS
               WHEN EXT-VALUE(1:1) IS NUMERIC
               AND  EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO REPORT-DAYS
               WHEN OTHER
                   SET  BPRM-FROM-DEFAULT TO TRUE
           END-EVALUATE.
           IF  REPORT-DAYS < 1
               MOVE 31                 TO REPORT-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE REPORT-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    THE WINDOW= TAG NARROWS THE REPORT TO ONE FREEZE (FRZWINF   *
      *    ID); ABSENT, EVERY FREEZE IS REPORTED                       *
      ******************************************************************
       A20-GET-WINDOW.
           MOVE 'WINDOW='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE              TO REPORT-WINDOW.
           IF  REPORT-WINDOW > SPACES
               MOVE REPORT-WINDOW      TO BPRM-VALUE
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE 'ALL'              TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY 'FRZOVRD' AUDIT RECORD SINCE THE CUTOFF (AND FOR THE  *
      *    WINDOW ASKED FOR), COUNTING THE 'FRZDENY' REFUSALS          *
      ******************************************************************
       B00-FIND-OVERRIDES.
           MOVE FROM-STAMP             TO AUDITLOG-STAMP.
           MOVE ZERO                   TO AUDITLOG-TASKN.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-OVERRIDE THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    OVR-COUNT NOT < 200.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
       B09-EXIT.
           EXIT.

       B10-READ-OVERRIDE.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  AUDITLOG-ACTION NOT = 'FRZOVRD'
           AND AUDITLOG-ACTION NOT = 'FRZDENY'
               GO TO B19-EXIT
           END-IF.
           MOVE AUDITLOG-REC-KEY       TO FRZ-REC-KEY.
           IF  REPORT-WINDOW > SPACES
           AND FRZ-KEY-WINDOW NOT = REPORT-WINDOW
               GO TO B19-EXIT
           END-IF.
           IF  AUDITLOG-ACTION = 'FRZDENY'
               ADD  1                  TO DENY-COUNT
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO OVR-COUNT.
           MOVE AUDITLOG-STAMP         TO OVR-STAMP(OVR-COUNT).
           MOVE AUDITLOG-TASKN         TO OVR-TASKN(OVR-COUNT).
           MOVE FRZ-KEY-OPID           TO OVR-OPID(OVR-COUNT).
           MOVE AUDITLOG-USERID        TO OVR-USERID(OVR-COUNT).
           MOVE AUDITLOG-TERMID        TO OVR-TERMID(OVR-COUNT).
           MOVE AUDITLOG-PGM           TO OVR-PGM(OVR-COUNT).
           MOVE FRZ-KEY-FUNC           TO OVR-FUNC(OVR-COUNT).
           MOVE FRZ-KEY-WINDOW         TO OVR-WINDOW(OVR-COUNT).
           MOVE AUDITLOG-NEW-VALUE     TO OVR-REF(OVR-COUNT).
           MOVE AUDITLOG-OLD-VALUE     TO OVR-DESC(OVR-COUNT).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE OVERRIDE, THEN WHAT ITS TASK DID WITH IT                *
      ******************************************************************
       C00-PRINT-OVERRIDE.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE OVR-STAMP(OX)          TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO RPT-O-DATE.
           MOVE LOOK-TIME              TO RPT-O-TIME.
           MOVE OVR-OPID(OX)           TO RPT-O-OPID.
           MOVE OVR-USERID(OX)         TO RPT-O-USERID.
           MOVE OVR-FUNC(OX)           TO RPT-O-FUNC.
           MOVE OVR-PGM(OX)            TO RPT-O-PGM.
           MOVE OVR-TERMID(OX)         TO RPT-O-TERM.
           MOVE RPT-OVERRIDE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE OVR-WINDOW(OX)         TO RPT-R-WINDOW.
           MOVE OVR-DESC(OX)           TO RPT-R-DESC.
           MOVE OVR-REF(OX)            TO RPT-R-REF.
           MOVE RPT-REFERENCE          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

      * A MAINTENANCE TASK WRITES ITS CHANGE STRAIGHT AFTER THE CHECK;
      * A DAY IS AMPLE, AND STOPS A SESSION LEFT OPEN FROM RUNNING ON
           MOVE ZERO                   TO ACT-COUNT.
           COMPUTE UNTIL-STAMP = OVR-STAMP(OX) + 86400 * 1000000.
           MOVE OVR-STAMP(OX)          TO AUDITLOG-STAMP.
           MOVE OVR-TASKN(OX)          TO AUDITLOG-TASKN.
           START AUDITLOG KEY GREATER THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-READ-ACTION THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           IF  ACT-COUNT = ZERO
               MOVE 'NO CHANGE WAS MADE UNDER THIS OVERRIDE'
                                       TO RPT-N-TEXT
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
       C09-EXIT.
           EXIT.

      * THE SAME TASK'S RECORDS UP TO ITS NEXT AUTHCHK DECISION (ONE
      * OVERRIDE COVERS ONE ACTION)
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
           IF  AUDITLOG-TASKN  NOT = OVR-TASKN(OX)
           OR  AUDITLOG-TERMID NOT = OVR-TERMID(OX)
               GO TO C19-EXIT
           END-IF.
           IF  AUDITLOG-ACTION = 'AUTHUSE'
           OR  AUDITLOG-ACTION = 'FRZOVRD'
           OR  AUDITLOG-ACTION = 'FRZDENY'
           OR  AUDITLOG-ACTION = 'DENY'
           OR  AUDITLOG-ACTION = 'SODDENY'
           OR  AUDITLOG-ACTION = 'OPERDENY'
               SET  NO-MORE-RECORDS    TO TRUE
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
           MOVE AUDITLOG-REC-KEY       TO RPT-D-KEY.
           MOVE AUDITLOG-NEW-VALUE     TO RPT-D-NEW.
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
           MOVE 'FRZORPT'              TO BPRM-STEP-NAME.
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
