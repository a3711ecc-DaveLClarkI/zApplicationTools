       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    AUTHRCRT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ACCESS RECERTIFICATION REPORT.  TWICE A YEAR
      *REMARKS.       AUDIT ASKS FOR EVERY AUTHF GRANT TO BE
      *REMARKS.       CERTIFIED AS STILL NEEDED; THIS REPORT LISTS,
      *REMARKS.       FOR EVERY OPERATOR ON THE AUTHF FILE, EACH
      *REMARKS.       OPERATOR/FUNCTION RECORD -- DIRECT, INHERITED
      *REMARKS.       THROUGH THE OPERATOR'S '*GROUP' MEMBERSHIP --
      *REMARKS.       AND THEN THE '***' EVERYONE RECORDS, EACH WITH
      *REMARKS.       THE LAST TIME IT WAS ACTUALLY EXERCISED (THE
      *REMARKS.       'AUTHUSE' AUDITLOG RECORDS AUTHCHK WRITES FOR
      *REMARKS.       EVERY GRANTED CHECK) AND THE OPERATOR'S LAST
      *REMARKS.       NAVHIST ACTIVITY.  A GRANT UNUSED FOR MORE
      *REMARKS.       THAN THE SYSPARM TAG UNUSED=NNN DAYS (DEFAULT
      *REMARKS.       90) IS FLAGGED, AS IS AN OPERATOR WITH NO
      *REMARKS.       ACTIVITY AT ALL.  WRITTEN THROUGH RPTARCH SO
      *REMARKS.       THE SIGNED-OFF COPY IS KEPT.  RETURN CODE 4
      *REMARKS.       WHEN ANYTHING WAS FLAGGED, 8 WHEN THE AUTHF
      *REMARKS.       FILE COULD NOT BE READ.

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
           SELECT AUTHF                ASSIGN TO AUTHF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUTHF-KEY
                                       FILE STATUS IS AUTHF-STATUS.
           SELECT AUDITLOG             ASSIGN TO AUDITLOG
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUDITLOG-KEY
                                       FILE STATUS IS AUDITLOG-STATUS.
           SELECT NAVHIST              ASSIGN TO NAVHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVHIST-KEY
                                       FILE STATUS IS NAVHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUTHF
           LABEL RECORDS ARE STANDARD.
           COPY AUTHF.

       FD  AUDITLOG
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.

       FD  NAVHIST
           LABEL RECORDS ARE STANDARD.
           COPY NAVHIST.

       WORKING-STORAGE SECTION.
       77  AUTHF-STATUS                PIC  X(02).
       77  AUDITLOG-STATUS             PIC  X(02).
       77  NAVHIST-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  GX                          PIC S9(04)   COMP.
       77  KX                          PIC S9(04)   COMP.
       77  OX                          PIC S9(04)   COMP.
       77  RX                          PIC S9(04)   COMP.
       77  GRANT-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  GROUP-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  OPER-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  ROW-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  FLAG-GRANTS                 PIC S9(05)   COMP VALUE ZERO.
       77  FLAG-OPERS                  PIC S9(05)   COMP VALUE ZERO.
       77  UNUSED-DAYS                 PIC S9(04)   COMP VALUE +90.
       77  NOW-DAYS                    PIC S9(09)   COMP.
       77  AGE-DAYS                    PIC S9(09)   COMP.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  LOOK-OPID                   PIC  X(03).
       77  LOOK-VIA                    PIC  X(03).
       77  LOOK-FUNC                   PIC  X(08).
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  CURR-GROUP                  PIC  X(03).
       77  AGE-ED                      PIC  ZZZZ9.

      * WORK AREA FOR PULLING THE UNUSED= TAG OUT OF THE VSE SYSPARM
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

      * THE WHOLE AUTHF FILE, IN KEY ORDER
       01  GRANT-TABLE.
           03  GRANT-ENTRY OCCURS 1000 TIMES.
               05  GRANT-OPID          PIC  X(03).
               05  GRANT-FUNC          PIC  X(08).
               05  GRANT-ALLOW         PIC  X(01).
               05  GRANT-DESC          PIC  X(20).

      * GROUP NAMES NAMED BY '*GROUP' MEMBERSHIP RECORDS -- AN AUTHF
      * OPERATOR ID THAT IS ONE OF THESE IS A GROUP, NOT A PERSON
       01  GROUP-TABLE.
           03  GROUP-NAME OCCURS 100 TIMES
                                       PIC  X(03).

       01  OPER-TABLE.
           03  OPER-ENTRY OCCURS 300 TIMES.
               05  OPER-ID             PIC  X(03).
               05  OPER-GROUP          PIC  X(03).
               05  OPER-LAST-NAV       PIC S9(15)  PACKED-DECIMAL.
               05  OPER-LAST-USE       PIC S9(15)  PACKED-DECIMAL.

      * ONE LINE OF THE REPORT PER GRANT AN OPERATOR HOLDS;
      * ROW-OPID '***' ROWS ARE THE EVERYONE SECTION
       01  ROW-TABLE.
           03  ROW-ENTRY OCCURS 3000 TIMES.
               05  ROW-OPID            PIC  X(03).
               05  ROW-VIA             PIC  X(03).
               05  ROW-FUNC            PIC  X(08).
               05  ROW-ALLOW           PIC  X(01).
               05  ROW-LAST-USE        PIC S9(15)  PACKED-DECIMAL.

      * THE KEY AUTHCHK PUTS ON ITS 'AUTHUSE' AUDIT RECORDS
       01  USE-KEY.
           05  USE-FUNCTION            PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  USE-OPID                PIC  X(03).
           05  FILLER                  PIC  X(01).
           05  USE-VIA                 PIC  X(03).
           05  FILLER                  PIC  X(01).
           05  USE-GRANT-FUNC          PIC  X(08).
           05  FILLER                  PIC  X(07).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'A U T H R C R T  -  '.
           05  FILLER                  PIC  X(30)
                   VALUE 'AUTHF ACCESS RECERTIFICATION'.
           05  FILLER                  PIC  X(06)   VALUE ' AS OF'.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-OPER.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'OPERATOR '.
           05  RPT-O-ID                PIC  X(03).
           05  FILLER                  PIC  X(08)   VALUE '  GROUP '.
           05  RPT-O-GROUP             PIC  X(03).
           05  FILLER                  PIC  X(15)
                   VALUE '  LAST NAVHIST '.
           05  RPT-O-NAV               PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-O-AGE               PIC  X(10).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-O-FLAG              PIC  X(20).

       01  RPT-EVERYONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(25)
                   VALUE 'EVERYONE (''***'') RECORDS'.
           05  FILLER                  PIC  X(28)
                   VALUE ' -- APPLY TO ALL OPERATORS'.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'FUNCTION'.
           05  FILLER                  PIC  X(12)   VALUE 'HELD VIA'.
           05  FILLER                  PIC  X(07)   VALUE 'ALLOW'.
           05  FILLER                  PIC  X(11)   VALUE 'LAST USED'.
           05  FILLER                  PIC  X(07)   VALUE ' DAYS'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-FUNC                PIC  X(10).
           05  RPT-VIA                 PIC  X(12).
           05  RPT-ALLOW               PIC  X(07).
           05  RPT-LAST                PIC  X(11).
           05  RPT-AGE                 PIC  X(07).
           05  RPT-FLAG                PIC  X(30).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-OPERS           PIC  ZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' OPERATOR(S),'.
           05  RPT-TOT-ROWS            PIC  ZZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' GRANT(S),'.
           05  RPT-TOT-FLAGG           PIC  ZZZZ9.
           05  FILLER                  PIC  X(09)   VALUE ' UNUSED,'.
           05  RPT-TOT-FLAGO           PIC  ZZZZ9.
           05  FILLER                  PIC  X(21)
                   VALUE ' OPERATOR(S) INACTIVE'.

       01  RPT-NOFILE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-NF-FILE             PIC  X(09).
           05  FILLER                  PIC  X(37)
                   VALUE 'NOT OPENED -- ITS DATES ARE NOT SHOWN'.

       01  RPT-SIGNOFF.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'REVIEWED AND CERTIFIED BY ______________'.
           05  FILLER                  PIC  X(26)
                   VALUE '____   DATE ____________'.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'AUTHRCRT'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           MOVE JOBD-JOB-DATE          TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM A10-GET-UNUSED THRU A19-EXIT.

           CALL 'ASKTIME'           USING ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-DAYS               TO NOW-DAYS.
      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           PERFORM B00-LOAD-GRANTS THRU B09-EXIT.
           IF  AUTHF-STATUS NOT = '00'
           AND GRANT-COUNT = ZERO
               MOVE 'AUTHF'            TO RPT-NF-FILE
               MOVE RPT-NOFILE         TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM B20-NOTE-GROUP THRU B29-EXIT
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > GRANT-COUNT.
           PERFORM B30-NOTE-OPERATOR THRU B39-EXIT
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > GRANT-COUNT.

           PERFORM C00-BUILD-ROWS THRU C09-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OPER-COUNT.
           MOVE '***'                  TO LOOK-OPID LOOK-VIA.
           PERFORM C10-ADD-ROW THRU C19-EXIT
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > GRANT-COUNT.

           PERFORM D00-SCAN-AUDIT THRU D09-EXIT.
           PERFORM E00-SCAN-NAVHIST THRU E09-EXIT.

           PERFORM F00-PRINT-OPERATOR THRU F09-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OPER-COUNT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-EVERYONE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE '***'                  TO LOOK-OPID.
           PERFORM F10-PRINT-ROW THRU F19-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > ROW-COUNT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE OPER-COUNT             TO RPT-TOT-OPERS.
           MOVE ROW-COUNT              TO RPT-TOT-ROWS.
           MOVE FLAG-GRANTS            TO RPT-TOT-FLAGG.
           MOVE FLAG-OPERS             TO RPT-TOT-FLAGO.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-SIGNOFF            TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           IF  FLAG-GRANTS > ZERO
           OR  FLAG-OPERS > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PULL THE UNUSED= TAG OUT OF THE SYSPARM STRING, OR THE      *
      *    BATPARMF FILE, ELSE DEFAULT TO 90 DAYS                      *
      ******************************************************************
       A10-GET-UNUSED.
           MOVE 'UNUSED='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO UNUSED-DAYS
           ELSE
             IF  EXT-VALUE(1:2) IS NUMERIC
             AND EXT-VALUE(3:1) = SPACE
                 MOVE EXT-VALUE(1:2)   TO UNUSED-DAYS
             ELSE
               IF  EXT-VALUE(1:1) IS NUMERIC
               AND EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO UNUSED-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
             END-IF
           END-IF.
           IF  UNUSED-DAYS < 1
               MOVE 90                 TO UNUSED-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE UNUSED-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD THE WHOLE AUTHF FILE                                   *
      ******************************************************************
       B00-LOAD-GRANTS.
           OPEN INPUT AUTHF.
           IF  AUTHF-STATUS NOT = '00'
               GO TO B09-EXIT
           END-IF.
           MOVE LOW-VALUES             TO AUTHF-KEY.
           START AUTHF KEY NOT LESS THAN AUTHF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-GRANT THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    GRANT-COUNT NOT < 1000.
           CLOSE AUTHF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE '00'                   TO AUTHF-STATUS.
       B09-EXIT.
           EXIT.

       B10-READ-GRANT.
           READ AUTHF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO GRANT-COUNT.
           MOVE AUTHF-OPID             TO GRANT-OPID(GRANT-COUNT).
           MOVE AUTHF-FUNCTION         TO GRANT-FUNC(GRANT-COUNT).
           MOVE AUTHF-ALLOW-SW         TO GRANT-ALLOW(GRANT-COUNT).
           MOVE AUTHF-DESC             TO GRANT-DESC(GRANT-COUNT).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY GROUP NAMED BY A '*GROUP' MEMBERSHIP RECORD           *
      ******************************************************************
       B20-NOTE-GROUP.
           IF  GRANT-FUNC(GX) NOT = '*GROUP'
           OR  GRANT-DESC(GX)(1:3) NOT > SPACES
               GO TO B29-EXIT
           END-IF.
           MOVE GRANT-DESC(GX)(1:3)    TO CURR-GROUP.
           PERFORM B25-FIND-GROUP THRU B25-EXIT.
           IF  NOT ENTRY-FOUND
           AND GROUP-COUNT < 100
               ADD  1                  TO GROUP-COUNT
               MOVE CURR-GROUP         TO GROUP-NAME(GROUP-COUNT)
           END-IF.
       B29-EXIT.
           EXIT.

       B25-FIND-GROUP.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM B26-SCAN-GROUP THRU B26-EXIT
                   VARYING KX FROM 1 BY 1
                   UNTIL KX > GROUP-COUNT OR ENTRY-FOUND.
       B25-EXIT.
           EXIT.

       B26-SCAN-GROUP.
           IF  GROUP-NAME(KX) = CURR-GROUP
               SET  ENTRY-FOUND        TO TRUE
           END-IF.
       B26-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY AUTHF OPERATOR ID THAT IS NEITHER A GROUP NOR THE     *
      *    '***' CATCH-ALL IS A PERSON TO BE RECERTIFIED               *
      ******************************************************************
       B30-NOTE-OPERATOR.
           IF  GRANT-OPID(GX) = '***'
               GO TO B39-EXIT
           END-IF.
           MOVE GRANT-OPID(GX)         TO CURR-GROUP.
           PERFORM B25-FIND-GROUP THRU B25-EXIT.
           IF  ENTRY-FOUND
               GO TO B39-EXIT
           END-IF.
           IF  OPER-COUNT = ZERO
           OR  OPER-ID(OPER-COUNT) NOT = GRANT-OPID(GX)
               IF  OPER-COUNT NOT < 300
                   GO TO B39-EXIT
               END-IF
               ADD  1                  TO OPER-COUNT
               MOVE GRANT-OPID(GX)     TO OPER-ID(OPER-COUNT)
               MOVE SPACES             TO OPER-GROUP(OPER-COUNT)
               MOVE ZERO               TO OPER-LAST-NAV(OPER-COUNT)
                                          OPER-LAST-USE(OPER-COUNT)
           END-IF.
           IF  GRANT-FUNC(GX) = '*GROUP'
               MOVE GRANT-DESC(GX)(1:3) TO OPER-GROUP(OPER-COUNT)
           END-IF.
       B39-EXIT.
           EXIT.

      ******************************************************************
      *    ONE OPERATOR'S ROWS -- ITS OWN RECORDS, THEN ITS GROUP'S    *
      ******************************************************************
       C00-BUILD-ROWS.
           MOVE OPER-ID(OX)            TO LOOK-OPID LOOK-VIA.
           PERFORM C10-ADD-ROW THRU C19-EXIT
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > GRANT-COUNT.
           IF  OPER-GROUP(OX) > SPACES
               MOVE OPER-GROUP(OX)     TO LOOK-VIA
               PERFORM C10-ADD-ROW THRU C19-EXIT
                       VARYING GX FROM 1 BY 1
                       UNTIL GX > GRANT-COUNT
           END-IF.
       C09-EXIT.
           EXIT.

      * A GROUP'S OWN MEMBERSHIP RECORD (IF ANY) IS NOT INHERITED
       C10-ADD-ROW.
           IF  GRANT-OPID(GX) NOT = LOOK-VIA
               GO TO C19-EXIT
           END-IF.
           IF  LOOK-VIA NOT = LOOK-OPID
           AND GRANT-FUNC(GX) = '*GROUP'
               GO TO C19-EXIT
           END-IF.
           IF  ROW-COUNT NOT < 3000
               GO TO C19-EXIT
           END-IF.
           ADD  1                      TO ROW-COUNT.
           MOVE LOOK-OPID              TO ROW-OPID(ROW-COUNT).
           MOVE LOOK-VIA               TO ROW-VIA(ROW-COUNT).
           MOVE GRANT-FUNC(GX)         TO ROW-FUNC(ROW-COUNT).
           MOVE GRANT-ALLOW(GX)        TO ROW-ALLOW(ROW-COUNT).
           MOVE ZERO                   TO ROW-LAST-USE(ROW-COUNT).
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY GRANT AUTHCHK SAID YES TO LEFT AN 'AUTHUSE' RECORD    *
      *    NAMING THE OPERATOR AND THE AUTHF RECORD THAT DECIDED       *
      ******************************************************************
       D00-SCAN-AUDIT.
           OPEN INPUT AUDITLOG.
           IF  AUDITLOG-STATUS NOT = '00'
               MOVE 'AUDITLOG'         TO RPT-NF-FILE
               MOVE RPT-NOFILE         TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO D09-EXIT
           END-IF.
           MOVE LOW-VALUES             TO AUDITLOG-KEY.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM D10-READ-AUDIT THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE AUDITLOG.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
       D09-EXIT.
           EXIT.

       D10-READ-AUDIT.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO D19-EXIT
           END-IF.
           IF  AUDITLOG-ACTION NOT = 'AUTHUSE'
               GO TO D19-EXIT
           END-IF.
           MOVE AUDITLOG-REC-KEY       TO USE-KEY.
           MOVE AUDITLOG-STAMP         TO LOOK-STAMP.

           MOVE USE-OPID               TO LOOK-OPID.
           PERFORM D20-FIND-OPER THRU D29-EXIT.
           IF  ENTRY-FOUND
           AND LOOK-STAMP > OPER-LAST-USE(OX)
               MOVE LOOK-STAMP         TO OPER-LAST-USE(OX)
           END-IF.

      * THE '***' RECORDS ARE LISTED ONCE, UNDER EVERYONE
           IF  USE-VIA = '***'
               MOVE '***'              TO LOOK-OPID
           END-IF.
           MOVE USE-VIA                TO LOOK-VIA.
           MOVE USE-GRANT-FUNC         TO LOOK-FUNC.
           PERFORM D30-MARK-ROW THRU D30-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > ROW-COUNT.
       D19-EXIT.
           EXIT.

       D20-FIND-OPER.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM D25-SCAN-OPER THRU D25-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OPER-COUNT OR ENTRY-FOUND.
       D29-EXIT.
           EXIT.

       D25-SCAN-OPER.
           IF  OPER-ID(OX) = LOOK-OPID
               SET  ENTRY-FOUND        TO TRUE
               SUBTRACT 1            FROM OX
           END-IF.
       D25-EXIT.
           EXIT.

       D30-MARK-ROW.
           IF  ROW-OPID(RX) = LOOK-OPID
           AND ROW-VIA(RX)  = LOOK-VIA
           AND ROW-FUNC(RX) = LOOK-FUNC
           AND LOOK-STAMP > ROW-LAST-USE(RX)
               MOVE LOOK-STAMP         TO ROW-LAST-USE(RX)
           END-IF.
       D30-EXIT.
           EXIT.

      ******************************************************************
      *    EACH OPERATOR'S LATEST NAVIGATION HOP                       *
      ******************************************************************
       E00-SCAN-NAVHIST.
           OPEN INPUT NAVHIST.
           IF  NAVHIST-STATUS NOT = '00'
               MOVE 'NAVHIST'          TO RPT-NF-FILE
               MOVE RPT-NOFILE         TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO E09-EXIT
           END-IF.
           MOVE LOW-VALUES             TO NAVHIST-KEY.
           START NAVHIST KEY NOT LESS THAN NAVHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM E10-READ-NAVHIST THRU E19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE NAVHIST.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
       E09-EXIT.
           EXIT.

       E10-READ-NAVHIST.
           READ NAVHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO E19-EXIT
           END-IF.
           MOVE NAVHIST-OPID           TO LOOK-OPID.
           PERFORM D20-FIND-OPER THRU D29-EXIT.
           IF  ENTRY-FOUND
           AND NAVHIST-STAMP > OPER-LAST-NAV(OX)
               MOVE NAVHIST-STAMP      TO OPER-LAST-NAV(OX)
           END-IF.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE OPERATOR -- LAST ACTIVITY, THEN EVERY GRANT HELD        *
      ******************************************************************
       F00-PRINT-OPERATOR.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SPACES                 TO RPT-O-AGE RPT-O-FLAG.
           MOVE OPER-ID(OX)            TO RPT-O-ID.
           IF  OPER-GROUP(OX) > SPACES
               MOVE OPER-GROUP(OX)     TO RPT-O-GROUP
           ELSE
               MOVE '-'                TO RPT-O-GROUP
           END-IF.
           IF  OPER-LAST-NAV(OX) = ZERO
               MOVE 'NONE'             TO RPT-O-NAV
           ELSE
               MOVE OPER-LAST-NAV(OX)  TO LOOK-STAMP
               PERFORM Y10-STAMP-DATE THRU Y19-EXIT
               MOVE DTE-GNUM           TO RPT-O-NAV
               MOVE AGE-ED             TO RPT-O-AGE(1:5)
               MOVE ' DAYS'            TO RPT-O-AGE(6:5)
           END-IF.
           IF  OPER-LAST-NAV(OX) = ZERO
           AND OPER-LAST-USE(OX) = ZERO
               MOVE '** NO ACTIVITY **' TO RPT-O-FLAG
               ADD  1                  TO FLAG-OPERS
           END-IF.
           MOVE RPT-OPER               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE OPER-ID(OX)            TO LOOK-OPID.
           PERFORM F10-PRINT-ROW THRU F19-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > ROW-COUNT.
       F09-EXIT.
           EXIT.

      * AN EXPLICIT DENY IS NOT A GRANT, AND A MEMBERSHIP RECORD IS
      * NEVER "USED" ITSELF -- NEITHER IS FLAGGED
       F10-PRINT-ROW.
           IF  ROW-OPID(RX) NOT = LOOK-OPID
               GO TO F19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE ROW-FUNC(RX)           TO RPT-FUNC.
           EVALUATE TRUE
               WHEN ROW-VIA(RX) = '***'
                   MOVE 'EVERYONE'     TO RPT-VIA
               WHEN ROW-VIA(RX) = ROW-OPID(RX)
                   MOVE 'DIRECT'       TO RPT-VIA
               WHEN OTHER
                   STRING 'GROUP ' ROW-VIA(RX)
                                       DELIMITED BY SIZE
                       INTO RPT-VIA
           END-EVALUATE.
           IF  ROW-ALLOW(RX) = 'Y'
               MOVE 'YES'              TO RPT-ALLOW
           ELSE
               MOVE 'DENY'             TO RPT-ALLOW
           END-IF.
           IF  ROW-FUNC(RX) = '*GROUP'
               MOVE 'MEMBER'           TO RPT-ALLOW
           END-IF.
           IF  ROW-LAST-USE(RX) = ZERO
               MOVE 'NEVER'            TO RPT-LAST
           ELSE
               MOVE ROW-LAST-USE(RX)   TO LOOK-STAMP
               PERFORM Y10-STAMP-DATE THRU Y19-EXIT
               MOVE DTE-GNUM           TO RPT-LAST
               MOVE AGE-ED             TO RPT-AGE
           END-IF.
           IF  ROW-ALLOW(RX) = 'Y'
           AND ROW-FUNC(RX) NOT = '*GROUP'
               IF  ROW-LAST-USE(RX) = ZERO
               OR  AGE-DAYS > UNUSED-DAYS
                   MOVE '** UNUSED - RECERTIFY **' TO RPT-FLAG
                   ADD  1              TO FLAG-GRANTS
               END-IF
           END-IF.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    LOOK-STAMP (CICS ABSTIME) TO A CCYYMMDD DATE IN DTE-GNUM    *
      *    AND ITS AGE IN DAYS IN AGE-DAYS/AGE-ED                      *
      ******************************************************************
       Y10-STAMP-DATE.
           MOVE LOOK-STAMP             TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           COMPUTE AGE-DAYS            =  NOW-DAYS - ABS-DAYS.
           MOVE AGE-DAYS               TO AGE-ED.
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
           MOVE 'AUTHRCRT'             TO BPRM-STEP-NAME.
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
