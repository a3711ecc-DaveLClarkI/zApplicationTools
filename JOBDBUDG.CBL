       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBDBUDG.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MID-PERIOD CHARGEBACK BUDGET STATEMENT.  JOBDCHG
      *REMARKS.       TELLS A DEPARTMENT WHAT IT SPENT AFTER THE
      *REMARKS.       MONTH IS OVER; THIS RUN TELLS IT BEFORE THE
      *REMARKS.       BUDGET IS GONE.  THE FISCAL PERIOD THE JOB DATE
      *REMARKS.       FALLS IN COMES FROM CALQUERY (FP), AND EVERY
      *REMARKS.       JOBDHIST TYPE 'E' COMPLETION FROM THAT PERIOD UP
      *REMARKS.       TO THE JOB DATE IS PRICED WITH THE SAME
      *REMARKS.       EFFECTIVE-DATED CHGRATEF RULES JOBDCHG USES.
      *REMARKS.       THE STATEMENT SHOWS EACH DEPARTMENT'S
      *REMARKS.       PERIOD-TO-DATE SPEND BY SUBMITTING USER AGAINST
      *REMARKS.       ITS DEPTBUDF BUDGET, AND A DEPARTMENT PAST ITS
      *REMARKS.       WARNING PERCENTAGE (DEPTBUDF, ELSE SYSPARM TAG
      *REMARKS.       PCT=NNN, DEFAULT 80) GETS A MSGBATCH WARNING
      *REMARKS.       ROUTED UNDER ITS OWN MSGRCTL COMPONENT -- AN
      *REMARKS.       ERROR RATHER THAN A WARNING ONCE THE BUDGET IS
      *REMARKS.       SPENT.  RETURN CODE 4 WHEN ANY DEPARTMENT WAS
      *REMARKS.       WARNED, 8 WHEN THE JOB DATE HAS NO FISCAL
      *REMARKS.       PERIOD ON THE CALENDAR.

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
           SELECT JOBDHIST             ASSIGN TO JOBDHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.
           SELECT CHGRATEF             ASSIGN TO CHGRATEF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS CHGRATEF-KEY
                                       FILE STATUS IS CHGRATEF-STATUS.
           SELECT DEPTBUDF             ASSIGN TO DEPTBUDF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS DEPTBUDF-KEY
                                       FILE STATUS IS DEPTBUDF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       FD  CHGRATEF
           LABEL RECORDS ARE STANDARD.
           COPY CHGRATEF.

       FD  DEPTBUDF
           LABEL RECORDS ARE STANDARD.
           COPY DEPTBUDF.

       WORKING-STORAGE SECTION.
       77  JOBDHIST-STATUS             PIC  X(02).
       77  CHGRATEF-STATUS             PIC  X(02).
       77  DEPTBUDF-STATUS             PIC  X(02).
       77  BEST-EFF                    PIC  X(08).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  BUDGET-OPEN-SW              PIC  X(01)   VALUE 'N'.
           88  BUDGET-OPEN                          VALUE 'Y'.
       77  IN-PERIOD-SW                PIC  X(01).
           88  IN-PERIOD                            VALUE 'Y'.
       77  UX                          PIC S9(04)   COMP.
       77  RX                          PIC S9(04)   COMP.
       77  DX                          PIC S9(04)   COMP.
       77  KX                          PIC S9(04)   COMP.
       77  USER-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  RATE-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  DEPT-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  CACHE-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  WARN-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  REC-USER                    PIC  X(08).
       77  REC-ELAP-SECS               PIC S9(09)   COMP.
       77  REC-CPU-SECS                PIC S9(09)   COMP.
       77  WORK-COST                   PIC S9(09)V99 COMP-3.
       77  GRAND-COST                  PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  RUN-PCT                     PIC S9(04)   COMP VALUE +80.
       77  DEPT-WARN-PCT               PIC S9(04)   COMP.
       77  PCT-USED                    PIC S9(05)   COMP.
       77  AS-OF-DATE                  PIC  9(08).
       77  RUN-FY                      PIC  9(04).
       77  RUN-FP                      PIC  9(02).
       77  COST-ED                     PIC  ZZZZZZZZ9.99.
       77  BUDGET-ED                   PIC  ZZZZZZZZ9.99.
       77  PCT-ED                      PIC  ZZZZ9.

      * WORK AREA FOR PULLING THE PCT= TAG OUT OF THE VSE SYSPARM
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

       COPY CALQUERY.

       77  MSGBATCH                    PIC  X(8)    VALUE 'MSGBATCH'.
       COPY MSGBATCH.

       01  RATE-TABLE.
           03  RATE-ENTRY OCCURS 200 TIMES.
               05  RATE-USER           PIC  X(08).
               05  RATE-EFF            PIC  X(08).
               05  RATE-DEPT           PIC  X(08).
               05  RATE-ELAP           PIC  9(04)V99.
               05  RATE-CPU            PIC  9(04)V99.

       01  USER-TABLE.
           03  USER-ENTRY OCCURS 200 TIMES.
               05  USER-ID             PIC  X(08).
               05  USER-DEPT           PIC  X(08).
               05  USER-JOBS           PIC S9(05)  COMP.
               05  USER-ELAP-SECS      PIC S9(09)  COMP.
               05  USER-CPU-SECS       PIC S9(09)  COMP.
               05  USER-COST           PIC S9(09)V99 COMP-3.

       01  DEPT-TABLE.
           03  DEPT-ENTRY OCCURS 50 TIMES.
               05  DEPT-ID             PIC  X(08).
               05  DEPT-JOBS           PIC S9(05)  COMP.
               05  DEPT-COST           PIC S9(09)V99 COMP-3.

      * JOB DATES ALREADY ASKED OF CALQUERY, AND WHETHER EACH FELL IN
      * THE RUN'S PERIOD -- JOBDHIST IS IN JOB-NAME ORDER, SO THE SAME
      * FEW DOZEN DATES COME BACK OVER AND OVER
       01  PERIOD-CACHE.
           03  CACHE-ENTRY OCCURS 400 TIMES.
               05  CACHE-DATE          PIC  X(08).
               05  CACHE-IN-SW         PIC  X(01).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'J O B D B U D G  -  PERIOD-TO-DATE'.
           05  FILLER                  PIC  X(28)
                   VALUE ' CHARGEBACK AGAINST BUDGET'.

       01  RPT-HDG-PERIOD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(14)
                   VALUE 'FISCAL PERIOD '.
           05  RPT-P-FY                PIC  9(04).
           05  FILLER                  PIC  X(01)   VALUE '/'.
           05  RPT-P-FP                PIC  9(02).
           05  FILLER                  PIC  X(09)   VALUE ' THROUGH '.
           05  RPT-P-DATE              PIC  9(08).

       01  RPT-DEPT-HDG.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(11)   VALUE 'DEPARTMENT '.
           05  RPT-H-DEPT              PIC  X(10).
           05  FILLER                  PIC  X(07)   VALUE 'BUDGET '.
           05  RPT-H-BUDGET            PIC  X(12).
           05  FILLER                  PIC  X(10)   VALUE '  WARN AT '.
           05  RPT-H-WARN              PIC  ZZ9.
           05  FILLER                  PIC  X(01)   VALUE '%'.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'USER'.
           05  FILLER                  PIC  X(07)   VALUE 'JOBS'.
           05  FILLER                  PIC  X(11)   VALUE 'ELAP SEC'.
           05  FILLER                  PIC  X(11)   VALUE 'CPU SEC'.
           05  FILLER                  PIC  X(12)   VALUE 'COST'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-USER                PIC  X(10).
           05  RPT-JOBS                PIC  ZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-ELAP                PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-CPU                 PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-COST                PIC  ZZZZZZ9.99.

       01  RPT-DEPT-TOTAL.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'PERIOD TO'.
           05  FILLER                  PIC  X(05)   VALUE 'DATE '.
           05  RPT-T-COST              PIC  ZZZZZZZZ9.99.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-T-PCT-TEXT          PIC  X(45).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(12)   VALUE 'TOTAL COST'.
           05  RPT-TOT-COST            PIC  ZZZZZZ9.99.
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-TOT-WARN            PIC  ZZZ9.
           05  FILLER                  PIC  X(24)
                   VALUE ' DEPARTMENT(S) WARNED'.

       01  RPT-NO-PERIOD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'NO FISCAL PERIOD ON THE CALENDAR FOR '.
           05  RPT-N-DATE              PIC  9(08).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'JOBDBUDG'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.
           PERFORM A10-GET-THRESHOLD THRU A19-EXIT.

           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

      * THE PERIOD THE JOB DATE FALLS IN IS THE PERIOD REPORTED
           MOVE ZERO                   TO RUN-FY RUN-FP.
           IF  JOBD-JOB-DATE IS NUMERIC
               MOVE JOBD-JOB-DATE      TO AS-OF-DATE
               SET  CALQ-FISCAL-PERIOD-REQ TO TRUE
               MOVE AS-OF-DATE         TO CALQ-DATE
               CALL 'CALQUERY'      USING CALQUERY-PARMS
               IF  CALQ-OK
                   MOVE CALQ-FISCAL-YEAR   TO RUN-FY
                   MOVE CALQ-FISCAL-PERIOD TO RUN-FP
               END-IF
           ELSE
               MOVE ZERO               TO AS-OF-DATE
           END-IF.
           IF  RUN-FY = ZERO
               MOVE AS-OF-DATE         TO RPT-N-DATE
               MOVE RPT-NO-PERIOD      TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE RUN-FY                 TO RPT-P-FY.
           MOVE RUN-FP                 TO RPT-P-FP.
           MOVE AS-OF-DATE             TO RPT-P-DATE.
           MOVE RPT-HDG-PERIOD         TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM B00-LOAD-RATES THRU B90-EXIT.

           OPEN INPUT JOBDHIST.
           MOVE LOW-VALUES             TO JOBDHIST-KEY.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C00-READ-AND-ACCUM THRU C90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE JOBDHIST.

           PERFORM D00-FOLD-USER THRU D90-EXIT
                   VARYING UX FROM 1 BY 1
                   UNTIL UX > USER-COUNT.

           OPEN INPUT DEPTBUDF.
           IF  DEPTBUDF-STATUS = '00'
               MOVE 'Y'                TO BUDGET-OPEN-SW
           END-IF.
           PERFORM E00-PRINT-DEPT THRU E90-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DEPT-COUNT.
           IF  BUDGET-OPEN
               CLOSE DEPTBUDF
           END-IF.

           MOVE GRAND-COST             TO RPT-TOT-COST.
           MOVE WARN-COUNT             TO RPT-TOT-WARN.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           IF  WARN-COUNT > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    PULL THE PCT= TAG OUT OF THE SYSPARM STRING, OR THE         *
      *    BATPARMF FILE, ELSE DEFAULT TO 80 PERCENT                   *
      ******************************************************************
       A10-GET-THRESHOLD.
           MOVE 'PCT='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO RUN-PCT
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           IF  RUN-PCT < 1
               MOVE 80                 TO RUN-PCT
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RUN-PCT                TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD THE EFFECTIVE-DATED RATE HISTORY FROM THE CHGRATEF     *
      *    FILE; '*DEFAULT' CATCHES EVERYONE ELSE (AS IN JOBDCHG)      *
      ******************************************************************
       B00-LOAD-RATES.
           OPEN INPUT CHGRATEF.
           IF  CHGRATEF-STATUS NOT = '00'
               GO TO B90-EXIT
           END-IF.
           MOVE LOW-VALUES             TO CHGRATEF-KEY.
           START CHGRATEF KEY NOT LESS THAN CHGRATEF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
      * LOAD AT MOST 199 RATES -- THE LAST TABLE SLOT IS RESERVED FOR
      * THE ZERO-RATE DUMMY C20-FIND-RATE BUILDS FOR UNPRICED USERS
           PERFORM B10-READ-RATE THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    RATE-COUNT NOT < 199.
           CLOSE CHGRATEF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
       B90-EXIT.
           EXIT.

       B10-READ-RATE.
           READ CHGRATEF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO RATE-COUNT.
           MOVE CHGRATEF-USER          TO RATE-USER(RATE-COUNT).
           MOVE CHGRATEF-EFF-DATE      TO RATE-EFF(RATE-COUNT).
           MOVE CHGRATEF-DEPT          TO RATE-DEPT(RATE-COUNT).
           MOVE CHGRATEF-ELAP-RATE     TO RATE-ELAP(RATE-COUNT).
           MOVE CHGRATEF-CPU-RATE      TO RATE-CPU(RATE-COUNT).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    FOLD ONE PERIOD-TO-DATE COMPLETION RECORD INTO ITS          *
      *    SUBMITTING USER'S ENTRY, PRICED AGAINST THAT USER'S RATE    *
      *    CARD EXACTLY AS JOBDCHG PRICES IT                           *
      ******************************************************************
       C00-READ-AND-ACCUM.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C90-EXIT
           END-IF.
           IF  NOT JOBDHIST-COMPLETION
               GO TO C90-EXIT
           END-IF.
           IF  JOBDHIST-JOB-DATE IS NOT NUMERIC
           OR  JOBDHIST-JOB-DATE > AS-OF-DATE
               GO TO C90-EXIT
           END-IF.
           PERFORM C30-CHECK-PERIOD THRU C39-EXIT.
           IF  NOT IN-PERIOD
               GO TO C90-EXIT
           END-IF.

           MOVE JOBDHIST-PWR-FUSR      TO REC-USER.
           IF  REC-USER NOT > SPACES
               MOVE JOBDHIST-SEC-USER  TO REC-USER
           END-IF.
           COMPUTE REC-ELAP-SECS =
               (JOBDHIST-ELAPSED-HOURS * 3600)
             + (JOBDHIST-ELAPSED-MINUTES * 60)
             +  JOBDHIST-ELAPSED-SECONDS.
           COMPUTE REC-CPU-SECS =
               (JOBDHIST-CPU-HOURS * 3600)
             + (JOBDHIST-CPU-MINUTES * 60)
             +  JOBDHIST-CPU-SECONDS.

           MOVE 'N'                    TO FOUND-SW.
           PERFORM C10-FIND-USER THRU C10-EXIT
                   VARYING UX FROM 1 BY 1
                   UNTIL UX > USER-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
               IF  USER-COUNT < 200
                   ADD  1              TO USER-COUNT
                   MOVE USER-COUNT     TO UX
                   MOVE REC-USER       TO USER-ID(UX)
                   PERFORM C20-FIND-RATE THRU C29-EXIT
                   MOVE RATE-DEPT(RX)  TO USER-DEPT(UX)
                   MOVE ZERO           TO USER-JOBS(UX)
                                          USER-ELAP-SECS(UX)
                                          USER-CPU-SECS(UX)
                                          USER-COST(UX)
                   SET  ENTRY-FOUND    TO TRUE
               ELSE
                   GO TO C90-EXIT
               END-IF
           ELSE
               PERFORM C20-FIND-RATE THRU C29-EXIT
           END-IF.

           ADD  1                      TO USER-JOBS(UX).
           ADD  REC-ELAP-SECS          TO USER-ELAP-SECS(UX).
           ADD  REC-CPU-SECS           TO USER-CPU-SECS(UX).
           COMPUTE WORK-COST ROUNDED =
                 (REC-ELAP-SECS * RATE-ELAP(RX) / 3600)
               + (REC-CPU-SECS  * RATE-CPU(RX)  / 3600).
           ADD  WORK-COST              TO USER-COST(UX).
           ADD  WORK-COST              TO GRAND-COST.
       C90-EXIT.
           EXIT.

       C10-FIND-USER.
           IF  USER-ID(UX) = REC-USER
               SET  ENTRY-FOUND        TO TRUE
               SUBTRACT 1            FROM UX
           END-IF.
       C10-EXIT.
           EXIT.

      ******************************************************************
      *    FIND THE RATE FOR REC-USER AND THE RUN'S JOB DATE -- THE    *
      *    LATEST EFFECTIVE DATE ON OR BEFORE THE RUN, FALLING BACK    *
      *    TO '*DEFAULT' (SAME RULE) AND FINALLY TO A ZERO-RATE        *
      *    DUMMY IN ENTRY RATE-COUNT+1                                 *
      ******************************************************************
       C20-FIND-RATE.
           MOVE ZERO                   TO RX.
           MOVE LOW-VALUES             TO BEST-EFF.
           PERFORM C25-SCAN-RATE THRU C25-EXIT
                   VARYING TALLY FROM 1 BY 1
                   UNTIL TALLY > RATE-COUNT.
           IF  RX = ZERO
               MOVE LOW-VALUES         TO BEST-EFF
               PERFORM C26-SCAN-DEFAULT THRU C26-EXIT
                       VARYING TALLY FROM 1 BY 1
                       UNTIL TALLY > RATE-COUNT
           END-IF.
           IF  RX = ZERO
      * NO RATE AND NO DEFAULT -- PRICE AT ZERO SO THE USAGE STILL
      * SHOWS ON THE REPORT INSTEAD OF VANISHING
               COMPUTE RX = RATE-COUNT + 1
               MOVE REC-USER           TO RATE-USER(RX)
               MOVE '*NORATE*'         TO RATE-DEPT(RX)
               MOVE ZERO               TO RATE-ELAP(RX)
               MOVE ZERO               TO RATE-CPU(RX)
           END-IF.
       C29-EXIT.
           EXIT.

       C25-SCAN-RATE.
           IF  RATE-USER(TALLY) = REC-USER
           AND RATE-EFF(TALLY) NOT > JOBDHIST-JOB-DATE
           AND RATE-EFF(TALLY) > BEST-EFF
               MOVE TALLY              TO RX
               MOVE RATE-EFF(TALLY)    TO BEST-EFF
           END-IF.
       C25-EXIT.
           EXIT.

       C26-SCAN-DEFAULT.
           IF  RATE-USER(TALLY) = '*DEFAULT'
           AND RATE-EFF(TALLY) NOT > JOBDHIST-JOB-DATE
           AND RATE-EFF(TALLY) > BEST-EFF
               MOVE TALLY              TO RX
               MOVE RATE-EFF(TALLY)    TO BEST-EFF
           END-IF.
       C26-EXIT.
           EXIT.

      ******************************************************************
      *    DOES THIS RECORD'S JOB DATE FALL IN THE RUN'S FISCAL        *
      *    PERIOD?  ASK CALQUERY ONCE PER DATE AND REMEMBER THE ANSWER *
      ******************************************************************
       C30-CHECK-PERIOD.
           MOVE 'N'                    TO IN-PERIOD-SW.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM C35-FIND-DATE THRU C35-EXIT
                   VARYING KX FROM 1 BY 1
                   UNTIL KX > CACHE-COUNT OR ENTRY-FOUND.
           IF  ENTRY-FOUND
               MOVE CACHE-IN-SW(KX)    TO IN-PERIOD-SW
               GO TO C39-EXIT
           END-IF.
           SET  CALQ-FISCAL-PERIOD-REQ TO TRUE.
           MOVE JOBDHIST-JOB-DATE      TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-OK
           AND CALQ-FISCAL-YEAR   = RUN-FY
           AND CALQ-FISCAL-PERIOD = RUN-FP
               SET  IN-PERIOD          TO TRUE
           END-IF.
           IF  CACHE-COUNT < 400
               ADD  1                  TO CACHE-COUNT
               MOVE JOBDHIST-JOB-DATE  TO CACHE-DATE(CACHE-COUNT)
               MOVE IN-PERIOD-SW       TO CACHE-IN-SW(CACHE-COUNT)
           END-IF.
       C39-EXIT.
           EXIT.

       C35-FIND-DATE.
           IF  CACHE-DATE(KX) = JOBDHIST-JOB-DATE
               SET  ENTRY-FOUND        TO TRUE
               SUBTRACT 1            FROM KX
           END-IF.
       C35-EXIT.
           EXIT.

      ******************************************************************
      *    FOLD ONE USER INTO ITS DEPARTMENT                           *
      ******************************************************************
       D00-FOLD-USER.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM D10-FIND-DEPT THRU D10-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DEPT-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
               IF  DEPT-COUNT < 50
                   ADD  1              TO DEPT-COUNT
                   MOVE DEPT-COUNT     TO DX
                   MOVE USER-DEPT(UX)  TO DEPT-ID(DX)
                   MOVE ZERO           TO DEPT-JOBS(DX)
                                          DEPT-COST(DX)
                   SET  ENTRY-FOUND    TO TRUE
               END-IF
           END-IF.
           IF  ENTRY-FOUND
               ADD  USER-JOBS(UX)      TO DEPT-JOBS(DX)
               ADD  USER-COST(UX)      TO DEPT-COST(DX)
           END-IF.
       D90-EXIT.
           EXIT.

       D10-FIND-DEPT.
           IF  DEPT-ID(DX) = USER-DEPT(UX)
               SET  ENTRY-FOUND        TO TRUE
               SUBTRACT 1            FROM DX
           END-IF.
       D10-EXIT.
           EXIT.

      ******************************************************************
      *    ONE DEPARTMENT'S STATEMENT -- ITS BUDGET, ITS USERS, AND    *
      *    ITS PERIOD-TO-DATE SPEND AGAINST THE BUDGET, WARNING THE    *
      *    DEPARTMENT WHEN IT HAS CROSSED ITS PERCENTAGE               *
      ******************************************************************
       E00-PRINT-DEPT.
           MOVE 'N'                    TO FOUND-SW.
           IF  BUDGET-OPEN
               MOVE DEPT-ID(DX)        TO DEPTBUDF-DEPT
               MOVE RUN-FY             TO DEPTBUDF-FY
               MOVE RUN-FP             TO DEPTBUDF-FP
               READ DEPTBUDF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF  DEPTBUDF-STATUS = '00'
                   SET  ENTRY-FOUND    TO TRUE
               END-IF
           END-IF.
           IF  NOT ENTRY-FOUND
               MOVE ZERO               TO DEPTBUDF-BUDGET
                                          DEPTBUDF-WARN-PCT
               MOVE SPACES             TO DEPTBUDF-MSG-COMP
           END-IF.
           IF  DEPTBUDF-WARN-PCT > ZERO
               MOVE DEPTBUDF-WARN-PCT  TO DEPT-WARN-PCT
           ELSE
               MOVE RUN-PCT            TO DEPT-WARN-PCT
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE DEPT-ID(DX)            TO RPT-H-DEPT.
           IF  DEPTBUDF-BUDGET > ZERO
               MOVE DEPTBUDF-BUDGET    TO BUDGET-ED
               MOVE BUDGET-ED          TO RPT-H-BUDGET
           ELSE
               MOVE 'NONE ON FILE'     TO RPT-H-BUDGET
           END-IF.
           MOVE DEPT-WARN-PCT          TO RPT-H-WARN.
           MOVE RPT-DEPT-HDG           TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM E10-PRINT-USER THRU E19-EXIT
                   VARYING UX FROM 1 BY 1
                   UNTIL UX > USER-COUNT.

           MOVE DEPT-COST(DX)          TO RPT-T-COST.
           MOVE SPACES                 TO RPT-T-PCT-TEXT.
           IF  DEPTBUDF-BUDGET NOT > ZERO
               MOVE 'NO BUDGET FOR THIS PERIOD'  TO RPT-T-PCT-TEXT
           ELSE
               COMPUTE PCT-USED ROUNDED =
                   DEPT-COST(DX) * 100 / DEPTBUDF-BUDGET
               MOVE PCT-USED           TO PCT-ED
               IF  PCT-USED NOT < DEPT-WARN-PCT
                   STRING PCT-ED '% OF BUDGET  *** WARNED ***'
                                       DELIMITED BY SIZE
                       INTO RPT-T-PCT-TEXT
                   PERFORM E20-WARN-DEPT THRU E29-EXIT
               ELSE
                   STRING PCT-ED '% OF BUDGET'
                                       DELIMITED BY SIZE
                       INTO RPT-T-PCT-TEXT
               END-IF
           END-IF.
           MOVE RPT-DEPT-TOTAL         TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       E90-EXIT.
           EXIT.

       E10-PRINT-USER.
           IF  USER-DEPT(UX) NOT = DEPT-ID(DX)
               GO TO E19-EXIT
           END-IF.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE USER-ID(UX)            TO RPT-USER.
           MOVE USER-JOBS(UX)          TO RPT-JOBS.
           MOVE USER-ELAP-SECS(UX)     TO RPT-ELAP.
           MOVE USER-CPU-SECS(UX)      TO RPT-CPU.
           MOVE USER-COST(UX)          TO RPT-COST.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       E19-EXIT.
           EXIT.

      * ROUTED UNDER THE DEPARTMENT'S OWN MSGRCTL COMPONENT; A SPENT
      * BUDGET IS AN ERROR, NOT JUST A WARNING
       E20-WARN-DEPT.
           ADD  1                      TO WARN-COUNT.
           IF  DEPTBUDF-MSG-COMP > SPACES
               MOVE DEPTBUDF-MSG-COMP  TO MSGB-COMPONENT
           ELSE
               MOVE 'JOBDBUDG'         TO MSGB-COMPONENT
           END-IF.
           IF  PCT-USED NOT < 100
               MOVE 'E'                TO MSGB-SEVERITY
           ELSE
               MOVE 'W'                TO MSGB-SEVERITY
           END-IF.
           MOVE DEPT-COST(DX)          TO COST-ED.
           MOVE DEPTBUDF-BUDGET        TO BUDGET-ED.
           MOVE SPACES                 TO MSGB-TEXT.
           STRING 'JOBDBUDG DEPT ' DEPT-ID(DX)
                  ' FY' RUN-FY '/' RUN-FP
                  ' SPEND ' COST-ED
                  ' IS ' PCT-ED '% OF BUDGET ' BUDGET-ED
                                       DELIMITED BY SIZE
               INTO MSGB-TEXT.
           CALL MSGBATCH            USING MSGBATCH-PARMS.
       E29-EXIT.
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
           MOVE 'JOBDBUDG'             TO BPRM-STEP-NAME.
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
