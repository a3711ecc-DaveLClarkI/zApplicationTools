       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DASHSRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY MORNING-REVIEW REPORT OVER THE DASHSGNF
      *REMARKS.       SIGN-OFFS TAKEN ON THE OPSDASH DETAIL SCREENS.
      *REMARKS.       FOR THE MONTH IT PRINTS EACH SIGNED-OFF
      *REMARKS.       EXCEPTION -- WHEN, BY WHOM, THE DASHBOARD
      *REMARKS.       SOURCE AND LINE, AND THE DISPOSITION -- THEN THE
      *REMARKS.       COUNTS BY SOURCE AND BY OPERATOR.  WRITTEN
      *REMARKS.       THROUGH RPTARCH SO THE REVIEWED COPY IS KEPT.
      *REMARKS.       SYSPARM TAG MONTH=CCYYMM PICKS THE MONTH; THE
      *REMARKS.       DEFAULT IS LAST MONTH.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 4 -- NOTHING WAS SIGNED OFF IN THE MONTH
      *REMARKS.         RC 8 -- THE SIGN-OFF FILE WAS UNREADABLE

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
           SELECT DASHSGNF             ASSIGN TO DASHSGNF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS DASHSGNF-KEY
                                       FILE STATUS IS SGN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DASHSGNF
           LABEL RECORDS ARE STANDARD.
           COPY DASHSGNF.

       WORKING-STORAGE SECTION.
       77  SGN-STATUS                  PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RPT-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-MONTH                   PIC  X(06).
       77  SEL-YY                      PIC  9(04).
       77  SEL-MM                      PIC  9(02).
       77  SX                          PIC S9(04)   COMP.
       77  OX                          PIC S9(04)   COMP.
       77  SRC-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  OPR-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  SGN-TOTAL                   PIC S9(09)   COMP VALUE ZERO.

      * THE DASHBOARD SOURCES SIGNED OFF IN THE MONTH
       01  SRC-TABLE.
           03  SRC-ENTRY OCCURS 50 TIMES.
               05  SRC-NAME            PIC  X(08).
               05  SRC-SIGNED          PIC S9(09)   COMP.

      * THE OPERATORS WHO SIGNED OFF IN THE MONTH
       01  OPR-TABLE.
           03  OPR-ENTRY OCCURS 200 TIMES.
               05  OPR-OPID            PIC  X(03).
               05  OPR-SIGNED          PIC S9(09)   COMP.

      * WORK AREA FOR PULLING THE MONTH= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/INCIDRPT)
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

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(44)
                   VALUE 'D A S H S R P T  -  EXCEPTIONS SIGNED OFF IN'.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-H-MONTH             PIC  X(06).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'DATE'.
           05  FILLER                  PIC  X(05)   VALUE 'TIME'.
           05  FILLER                  PIC  X(04)   VALUE 'BY'.
           05  FILLER                  PIC  X(09)   VALUE 'SOURCE'.
           05  FILLER                  PIC  X(15)   VALUE 'EXCEPTION'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-DATE                PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-TIME                PIC  X(04).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-OPID                PIC  X(03).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-SOURCE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-EXCEPTION           PIC  X(60).

       01  RPT-DISP-LINE.
           05  FILLER                  PIC  X(33)   VALUE SPACES.
           05  FILLER                  PIC  X(13)
                   VALUE 'DISPOSITION: '.
           05  RPT-DISP                PIC  X(50).

       01  RPT-HDG3.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'SOURCE'.
           05  FILLER                  PIC  X(10)   VALUE 'SIGNED'.

       01  RPT-SRC-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-SR-NAME             PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-SR-SIGNED           PIC  ZZZZZ9.

       01  RPT-HDG4.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'OPERATOR'.
           05  FILLER                  PIC  X(10)   VALUE 'SIGNED'.

       01  RPT-OPR-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-OP-OPID             PIC  X(03).
           05  FILLER                  PIC  X(07)   VALUE SPACES.
           05  RPT-OP-SIGNED           PIC  ZZZZZ9.

       01  RPT-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO EXCEPTIONS WERE SIGNED OFF THIS MONTH'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-SGN             PIC  ZZZZZ9.
           05  FILLER                  PIC  X(25)
                   VALUE ' EXCEPTION(S) SIGNED OFF'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'DASHSRPT: '.
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
           MOVE 'DASHSRPT'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO RPT-H-MONTH.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           OPEN INPUT DASHSGNF.
           IF  SGN-STATUS NOT = '00'
               MOVE 8                  TO RPT-RC
               MOVE 'SIGN-OFF FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

      * THE KEY LEADS WITH THE SIGN-OFF DATE, SO THE MONTH IS ONE RUN
      * OF THE FILE STARTING AT ITS FIRST DAY
           MOVE LOW-VALUES             TO DASHSGNF-KEY.
           MOVE SEL-MONTH              TO DASHSGNF-DATE(1:6).
           MOVE '01'                   TO DASHSGNF-DATE(7:2).
           START DASHSGNF KEY NOT LESS THAN DASHSGNF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM B00-READ-SIGNOFF THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.

           CLOSE DASHSGNF.

           IF  RPT-RC = 8
               MOVE 'SIGN-OFF FILE UNREADABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           IF  SGN-TOTAL = ZERO
               MOVE 4                  TO RPT-RC
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO A90-EXIT
           END-IF.

           PERFORM D00-PRINT-SOURCES THRU D90-EXIT.
           PERFORM E00-PRINT-OPERATORS THRU E90-EXIT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SGN-TOTAL              TO RPT-TOT-SGN.
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
      *    ONE SIGN-OFF OF THE MONTH -- PRINT IT AND COUNT IT BY       *
      *    SOURCE AND BY OPERATOR                                      *
      ******************************************************************
       B00-READ-SIGNOFF.
           READ DASHSGNF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           IF  SGN-STATUS NOT = '00'
               SET NO-MORE-RECORDS     TO TRUE
               MOVE 8                  TO RPT-RC
               GO TO B90-EXIT
           END-IF.
           IF  DASHSGNF-DATE(1:6) NOT = SEL-MONTH
               SET NO-MORE-RECORDS     TO TRUE
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO SGN-TOTAL.

           MOVE SPACES                 TO RPT-DETAIL.
           MOVE DASHSGNF-DATE          TO RPT-DATE.
           MOVE DASHSGNF-TIME(1:4)     TO RPT-TIME.
           MOVE DASHSGNF-OPID          TO RPT-OPID.
           MOVE DASHSGNF-SOURCE        TO RPT-SOURCE.
           MOVE DASHSGNF-DETAIL        TO RPT-EXCEPTION.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE DASHSGNF-DISP          TO RPT-DISP.
           MOVE RPT-DISP-LINE          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM B10-FIND-SOURCE THRU B19-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > SRC-COUNT
                   OR    SRC-NAME(SX) = DASHSGNF-SOURCE.
           IF  SX > SRC-COUNT
               IF  SRC-COUNT < 50
                   ADD  1              TO SRC-COUNT
                   MOVE DASHSGNF-SOURCE TO SRC-NAME(SX)
                   MOVE ZERO           TO SRC-SIGNED(SX)
               END-IF
           END-IF.
           IF  SX NOT > SRC-COUNT
               ADD  1                  TO SRC-SIGNED(SX)
           END-IF.

           PERFORM B10-FIND-SOURCE THRU B19-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OPR-COUNT
                   OR    OPR-OPID(OX) = DASHSGNF-OPID.
           IF  OX > OPR-COUNT
               IF  OPR-COUNT < 200
                   ADD  1              TO OPR-COUNT
                   MOVE DASHSGNF-OPID  TO OPR-OPID(OX)
                   MOVE ZERO           TO OPR-SIGNED(OX)
               END-IF
           END-IF.
           IF  OX NOT > OPR-COUNT
               ADD  1                  TO OPR-SIGNED(OX)
           END-IF.
       B90-EXIT.
           EXIT.

      * THE SEARCH IS ALL IN THE UNTIL -- NOTHING TO DO PER ENTRY
       B10-FIND-SOURCE.
           CONTINUE.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    THE SIGN-OFFS BY DASHBOARD SOURCE                           *
      ******************************************************************
       D00-PRINT-SOURCES.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG3               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM D10-PRINT-SOURCE THRU D19-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX > SRC-COUNT.
       D90-EXIT.
           EXIT.

       D10-PRINT-SOURCE.
           MOVE SPACES                 TO RPT-SRC-LINE.
           MOVE SRC-NAME(SX)           TO RPT-SR-NAME.
           MOVE SRC-SIGNED(SX)         TO RPT-SR-SIGNED.
           MOVE RPT-SRC-LINE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    THE SIGN-OFFS BY OPERATOR -- WHO DID THE REVIEWING          *
      ******************************************************************
       E00-PRINT-OPERATORS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG4               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM E10-PRINT-OPERATOR THRU E19-EXIT
                   VARYING OX FROM 1 BY 1 UNTIL OX > OPR-COUNT.
       E90-EXIT.
           EXIT.

       E10-PRINT-OPERATOR.
           MOVE SPACES                 TO RPT-OPR-LINE.
           MOVE OPR-OPID(OX)           TO RPT-OP-OPID.
           MOVE OPR-SIGNED(OX)         TO RPT-OP-SIGNED.
           MOVE RPT-OPR-LINE           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
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
           MOVE 'DASHSRPT'             TO BPRM-STEP-NAME.
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
