       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PERFTRND.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MONTHLY RESPONSE-TIME TREND REPORT OVER THE
      *REMARKS.       PERMANENT PERFDSUM DAILY SUMMARY THAT PERFBASE
      *REMARKS.       ROLLS THE PERFHIST DETAIL INTO BEFORE RETIRING
      *REMARKS.       IT.  FOR EACH TRANSACTION IT SETS THE MONTH
      *REMARKS.       AGAINST THE ONE BEFORE -- TURNS, AVERAGE, 90TH
      *REMARKS.       PERCENTILE (FROM THE SUMMED BAND COUNTS, SEE
      *REMARKS.       PERFBAND), WORST -- AND FLAGS A TRANSACTION
      *REMARKS.       WHOSE AVERAGE GOT WORSE BY THE THRESHOLD
      *REMARKS.       PERCENTAGE OR MORE (SYSPARM TAG PCT=NNN, DEFAULT
      *REMARKS.       20) ON AT LEAST TEN TURNS, THEN LISTS THE
      *REMARKS.       BIGGEST REGRESSIONS WORST FIRST.  SYSPARM TAG
      *REMARKS.       MONTH=CCYYMM PICKS THE MONTH; THE DEFAULT IS
      *REMARKS.       LAST MONTH.  WRITTEN THROUGH RPTARCH.
      *REMARKS.         RC 0 -- REPORT COMPLETE
      *REMARKS.         RC 4 -- NO SUMMARY DATA FOR THE MONTH
      *REMARKS.         RC 8 -- THE SUMMARY FILE WAS UNREADABLE

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
           SELECT PERFDSUM             ASSIGN TO PERFDSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFDSUM-KEY
                                       FILE STATUS IS PERFDSUM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PERFDSUM
           LABEL RECORDS ARE STANDARD.
           COPY PERFDSUM.

       WORKING-STORAGE SECTION.
       77  PERFDSUM-STATUS             PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RPT-RC                      PIC S9(04)   COMP VALUE ZERO.
       77  SEL-MONTH                   PIC  X(06).
       77  PRIOR-MONTH                 PIC  X(06).
       77  SEL-YY                      PIC  9(04).
       77  SEL-MM                      PIC  9(02).
       77  THRESH-PCT                  PIC S9(04)   COMP VALUE ZERO.
      * FEWER TURNS THAN THIS IN THE MONTH IS TOO THIN TO FLAG
       77  MIN-TURNS                   PIC S9(09)   COMP VALUE +10.
       77  TX                          PIC S9(04)   COMP.
       77  MX                          PIC S9(04)   COMP.
       77  NX                          PIC S9(04)   COMP.
       77  RX                          PIC S9(04)   COMP.
       77  BEST-TX                     PIC S9(04)   COMP.
       77  TRN-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  FLAG-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  THIS-TURNS                  PIC S9(09)   COMP VALUE ZERO.
       77  NEED-COUNT                  PIC S9(09)   COMP.
       77  SEEN-COUNT                  PIC S9(09)   COMP.
       77  WORK-P90                    PIC S9(09)   COMP.
       77  BEST-PCT                    PIC S9(07)   COMP-3.

      * HISTOGRAM BAND UPPER BOUNDS IN MILLISECONDS (LAST CATCHES ALL)
       COPY PERFBAND.

      * PER TRANSACTION, THE PRIOR MONTH (1) AND THE REPORTED MONTH (2)
       01  TRN-TABLE.
           03  TRN-ENTRY OCCURS 300 TIMES.
               05  TRN-ID              PIC  X(04).
               05  TRN-CHANGE-PCT      PIC S9(07)   COMP-3.
               05  TRN-FLAG-SW         PIC  X(01).
                   88  TRN-REGRESSED                VALUE 'Y'.
               05  TRN-LISTED-SW       PIC  X(01).
                   88  TRN-LISTED                   VALUE 'Y'.
               05  TRN-MONTH OCCURS 2 TIMES.
                   07  TM-COUNT        PIC S9(09)   COMP.
                   07  TM-SUM-MS       PIC S9(15)   COMP-3.
                   07  TM-AVG-MS       PIC S9(09)   COMP.
                   07  TM-P90-MS       PIC S9(09)   COMP.
                   07  TM-MAX-MS       PIC S9(09)   COMP.
                   07  TM-BAND         PIC S9(09)   COMP
                                       OCCURS 16 TIMES.

      * WORK AREA FOR PULLING THE MONTH= AND PCT= TAGS OUT OF THE VSE
      * SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA/INCIDRPT)
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
           05  FILLER                  PIC  X(45)
                   VALUE 'P E R F T R N D  -  RESPONSE-TIME TREND FOR '.
           05  RPT-H-MONTH             PIC  X(06).
           05  FILLER                  PIC  X(04)   VALUE ' VS '.
           05  RPT-H-PRIOR             PIC  X(06).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(06)   VALUE 'TRAN'.
           05  FILLER                  PIC  X(10)   VALUE '     TURNS'.
           05  FILLER                  PIC  X(16)
                   VALUE '   AVG MS (WAS)'.
           05  FILLER                  PIC  X(08)   VALUE '   CHG%'.
           05  FILLER                  PIC  X(16)
                   VALUE '   P90 MS (WAS)'.
           05  FILLER                  PIC  X(09)   VALUE '    WORST'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TRNID               PIC  X(04).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-TURNS               PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-AVG                 PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE ' ('.
           05  RPT-AVG-WAS             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE ')'.
           05  RPT-CHG                 PIC  -(5)9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-P90                 PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE ' ('.
           05  RPT-P90-WAS             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE ')'.
           05  RPT-WORST               PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-FLAG                PIC  X(14).

       01  RPT-HDG3.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'BIGGEST REGRESSIONS, WORST FIRST'.

       01  RPT-RANK-LINE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-RK-RANK             PIC  Z9.
           05  FILLER                  PIC  X(02)   VALUE '. '.
           05  RPT-RK-TRNID            PIC  X(04).
           05  FILLER                  PIC  X(10)   VALUE '  AVERAGE'.
           05  RPT-RK-WAS              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(04)   VALUE ' -> '.
           05  RPT-RK-NOW              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(05)   VALUE ' MS, '.
           05  RPT-RK-CHG              PIC  +(5)9.
           05  FILLER                  PIC  X(01)   VALUE '%'.

       01  RPT-RANK-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO TRANSACTION REGRESSED PAST THE LIMIT'.

       01  RPT-NONE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO RESPONSE-TIME SUMMARY FOR THIS MONTH'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-TRN             PIC  ZZZ9.
           05  FILLER                  PIC  X(17)
                   VALUE ' TRANSACTION(S), '.
           05  RPT-TOT-FLAG            PIC  ZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' REGRESSED'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'PERFTRND: '.
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
           IF  SEL-MM > 1
               SUBTRACT 1              FROM SEL-MM
           ELSE
               MOVE 12                 TO SEL-MM
               SUBTRACT 1              FROM SEL-YY
           END-IF.
           MOVE SEL-YY                 TO PRIOR-MONTH(1:4).
           MOVE SEL-MM                 TO PRIOR-MONTH(5:2).

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'PERFTRND'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO RPT-H-MONTH.
           MOVE PRIOR-MONTH            TO RPT-H-PRIOR.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SEL-MONTH              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'PCT='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO THRESH-PCT
           ELSE
             IF  EXT-VALUE(1:2) IS NUMERIC
             AND EXT-VALUE(3:1) = SPACE
                 MOVE EXT-VALUE(1:2)   TO THRESH-PCT
             ELSE
                 SET  BPRM-FROM-DEFAULT TO TRUE
             END-IF
           END-IF.
           IF  THRESH-PCT < 1
               MOVE 20                 TO THRESH-PCT
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE THRESH-PCT             TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           INITIALIZE TRN-TABLE.

           OPEN INPUT PERFDSUM.
           IF  PERFDSUM-STATUS NOT = '00'
               MOVE 8                  TO RPT-RC
               MOVE 'SUMMARY FILE UNAVAILABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.

           MOVE LOW-VALUES             TO PERFDSUM-KEY.
           START PERFDSUM KEY NOT LESS THAN PERFDSUM-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B00-READ-SUMMARY THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE PERFDSUM.

           IF  RPT-RC = 8
               MOVE 'SUMMARY FILE UNREADABLE' TO RPT-TROUBLE-TEXT
               GO TO A80-TROUBLE
           END-IF.
           IF  THIS-TURNS = ZERO
               MOVE 4                  TO RPT-RC
               MOVE RPT-NONE           TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO A90-EXIT
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM C00-PRINT-TRANSACTION THRU C90-EXIT
                   VARYING TX FROM 1 BY 1 UNTIL TX > TRN-COUNT.

           PERFORM D00-PRINT-REGRESSIONS THRU D90-EXIT.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE TRN-COUNT              TO RPT-TOT-TRN.
           MOVE FLAG-COUNT             TO RPT-TOT-FLAG.
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
      *    ONE DAY/HOUR SUMMARY -- ADD IT TO ITS TRANSACTION'S PRIOR   *
      *    OR REPORTED MONTH; ANY OTHER MONTH IS PASSED OVER           *
      ******************************************************************
       B00-READ-SUMMARY.
           READ PERFDSUM NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           IF  PERFDSUM-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE 8                  TO RPT-RC
               GO TO B90-EXIT
           END-IF.
           EVALUATE PERFDSUM-DATE(1:6)
             WHEN PRIOR-MONTH
               MOVE 1                  TO MX
             WHEN SEL-MONTH
               MOVE 2                  TO MX
               ADD  PERFDSUM-COUNT     TO THIS-TURNS
             WHEN OTHER
               GO TO B90-EXIT
           END-EVALUATE.

      * THE FILE IS IN TRANSACTION ORDER, SO A NEW ONE IS ALWAYS THE
      * NEXT ENTRY
           IF  TRN-COUNT = ZERO
           OR  TRN-ID(TRN-COUNT) NOT = PERFDSUM-TRNID
               IF  TRN-COUNT NOT < 300
                   GO TO B90-EXIT
               END-IF
               ADD  1                  TO TRN-COUNT
               MOVE PERFDSUM-TRNID     TO TRN-ID(TRN-COUNT)
           END-IF.
           MOVE TRN-COUNT              TO TX.
           ADD  PERFDSUM-COUNT         TO TM-COUNT(TX MX).
           ADD  PERFDSUM-SUM-MS        TO TM-SUM-MS(TX MX).
           IF  PERFDSUM-MAX-MS > TM-MAX-MS(TX MX)
               MOVE PERFDSUM-MAX-MS    TO TM-MAX-MS(TX MX)
           END-IF.
           PERFORM B10-ADD-BAND THRU B19-EXIT
                   VARYING NX FROM 1 BY 1 UNTIL NX > 16.
       B90-EXIT.
           EXIT.

       B10-ADD-BAND.
           ADD  PERFDSUM-BAND(NX)      TO TM-BAND(TX MX NX).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    ONE TRANSACTION, THIS MONTH AGAINST LAST                    *
      ******************************************************************
       C00-PRINT-TRANSACTION.
           PERFORM C10-MONTH-FIGURES THRU C19-EXIT
                   VARYING MX FROM 1 BY 1 UNTIL MX > 2.

           MOVE SPACES                 TO RPT-DETAIL.
           MOVE TRN-ID(TX)             TO RPT-TRNID.
           MOVE TM-COUNT(TX 2)         TO RPT-TURNS.
           MOVE TM-AVG-MS(TX 2)        TO RPT-AVG.
           MOVE TM-AVG-MS(TX 1)        TO RPT-AVG-WAS.
           MOVE TM-P90-MS(TX 2)        TO RPT-P90.
           MOVE TM-P90-MS(TX 1)        TO RPT-P90-WAS.
           MOVE TM-MAX-MS(TX 2)        TO RPT-WORST.
           MOVE ZERO                   TO TRN-CHANGE-PCT(TX).

           EVALUATE TRUE
             WHEN TM-COUNT(TX 2) = ZERO
               MOVE 'NO TURNS'         TO RPT-FLAG
             WHEN TM-COUNT(TX 1) = ZERO
             OR   TM-AVG-MS(TX 1) < 1
               MOVE 'NEW'              TO RPT-FLAG
             WHEN OTHER
               COMPUTE TRN-CHANGE-PCT(TX) ROUNDED =
                       ((TM-AVG-MS(TX 2) - TM-AVG-MS(TX 1)) * 100)
                     / TM-AVG-MS(TX 1)
               MOVE TRN-CHANGE-PCT(TX) TO RPT-CHG
               IF  TRN-CHANGE-PCT(TX) NOT < THRESH-PCT
               AND TM-COUNT(TX 2) NOT < MIN-TURNS
                   SET  TRN-REGRESSED(TX) TO TRUE
                   ADD  1              TO FLAG-COUNT
                   MOVE '** REGRESSED'  TO RPT-FLAG
               END-IF
           END-EVALUATE.

           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       C90-EXIT.
           EXIT.

      * THE MONTH'S AVERAGE, AND ITS 90TH PERCENTILE AS THE FIRST BAND
      * COVERING 90 PERCENT OF THE TURNS (NEVER ABOVE THE WORST TURN)
       C10-MONTH-FIGURES.
           MOVE ZERO                   TO TM-AVG-MS(TX MX)
                                          TM-P90-MS(TX MX).
           IF  TM-COUNT(TX MX) < 1
               GO TO C19-EXIT
           END-IF.
           COMPUTE TM-AVG-MS(TX MX) ROUNDED =
                   TM-SUM-MS(TX MX) / TM-COUNT(TX MX).
           COMPUTE NEED-COUNT = (TM-COUNT(TX MX) * 9) / 10.
           IF  NEED-COUNT < 1
               MOVE 1                  TO NEED-COUNT
           END-IF.
           MOVE ZERO                   TO SEEN-COUNT.
           MOVE BAND-TOP(16)           TO WORK-P90.
           PERFORM C20-SCAN-BAND THRU C29-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > 16
                   OR    SEEN-COUNT NOT < NEED-COUNT.
           IF  WORK-P90 > TM-MAX-MS(TX MX)
               MOVE TM-MAX-MS(TX MX)   TO WORK-P90
           END-IF.
           MOVE WORK-P90               TO TM-P90-MS(TX MX).
       C19-EXIT.
           EXIT.

       C20-SCAN-BAND.
           ADD  TM-BAND(TX MX NX)      TO SEEN-COUNT.
           IF  SEEN-COUNT NOT < NEED-COUNT
               MOVE BAND-TOP(NX)       TO WORK-P90
           END-IF.
       C29-EXIT.
           EXIT.

      ******************************************************************
      *    THE FLAGGED TRANSACTIONS, BIGGEST PERCENTAGE RISE FIRST --  *
      *    TEN AT MOST, PICKED BY REPEATED HIGHEST-REMAINING SCANS     *
      ******************************************************************
       D00-PRINT-REGRESSIONS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG3               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  FLAG-COUNT = ZERO
               MOVE RPT-RANK-NONE      TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               GO TO D90-EXIT
           END-IF.
           PERFORM D10-NEXT-WORST THRU D19-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > 10
                   OR    RX > FLAG-COUNT.
       D90-EXIT.
           EXIT.

       D10-NEXT-WORST.
           MOVE ZERO                   TO BEST-TX.
           MOVE ZERO                   TO BEST-PCT.
           PERFORM D20-CHECK-ENTRY THRU D29-EXIT
                   VARYING TX FROM 1 BY 1 UNTIL TX > TRN-COUNT.
           IF  BEST-TX = ZERO
               GO TO D19-EXIT
           END-IF.
           SET  TRN-LISTED(BEST-TX)    TO TRUE.
           MOVE RX                     TO RPT-RK-RANK.
           MOVE TRN-ID(BEST-TX)        TO RPT-RK-TRNID.
           MOVE TM-AVG-MS(BEST-TX 1)   TO RPT-RK-WAS.
           MOVE TM-AVG-MS(BEST-TX 2)   TO RPT-RK-NOW.
           MOVE TRN-CHANGE-PCT(BEST-TX) TO RPT-RK-CHG.
           MOVE RPT-RANK-LINE          TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

       D20-CHECK-ENTRY.
           IF  TRN-REGRESSED(TX)
           AND NOT TRN-LISTED(TX)
           AND (BEST-TX = ZERO
           OR   TRN-CHANGE-PCT(TX) > BEST-PCT)
               MOVE TX                 TO BEST-TX
               MOVE TRN-CHANGE-PCT(TX) TO BEST-PCT
           END-IF.
       D29-EXIT.
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
           MOVE 'PERFTRND'             TO BPRM-STEP-NAME.
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
