       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PROCROLL.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       END-OF-DAY ROLLOVER OF THE SYSTEM PROCESSING
      *REMARKS.       DATE (SEE PROCDTF).  THE LAST STEP OF THE
      *REMARKS.       NIGHT.  THE DAY'S CHAINS ARE THE JOBDEPF
      *REMARKS.       PREDECESSORS OF THIS JOB (OR THE SYSPARM TAG
      *REMARKS.       JOB=XXXXXXXX), JUDGED AS JOBDGATE JUDGES THEM
      *REMARKS.       BUT AGAINST THE PROCESSING DATE RATHER THAN THE
      *REMARKS.       CLOCK.  ONLY WHEN EVERY ONE HAS A GOOD TYPE 'E'
      *REMARKS.       COMPLETION FOR THE DAY IS THE DATE ADVANCED, TO
      *REMARKS.       THE NEXT BUSINESS DAY CALQUERY GIVES FOR THE
      *REMARKS.       CALENDAR (CAL=XXXXXXXX, DEFAULT THE SHOP
      *REMARKS.       CALENDAR), STAMPED WITH WHEN AND BY WHOM:
      *REMARKS.         RC 0 -- ROLLED
      *REMARKS.         RC 4 -- NO RECORD YET; STARTED ON THE CLOCK
      *REMARKS.                 DATE, NOT ROLLED
      *REMARKS.         RC 8 -- NOT ROLLED: A CHAIN IS NOT DONE, NO
      *REMARKS.                 PREDECESSORS ARE ON FILE, OR A FILE OR
      *REMARKS.                 THE CALENDAR COULD NOT BE READ
      *REMARKS.       A SECOND RUN THE SAME NIGHT FINDS NO COMPLETIONS
      *REMARKS.       FOR THE NEW DATE AND HOLDS, SO A RERUN CANNOT
      *REMARKS.       SKIP A BUSINESS DAY.  THE CHAINS THEMSELVES
      *REMARKS.       SHOULD RUN WITH PDATE= (SEE JOBDATA) SO THEIR
      *REMARKS.       COMPLETIONS CARRY THE PROCESSING DATE.

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
           SELECT PROCDTF              ASSIGN TO PROCDTF
                                       ORGANIZATION INDEXED
                                       ACCESS RANDOM
                                       RECORD KEY IS PROCDTF-KEY
                                       FILE STATUS IS PROCDTF-STATUS.
           SELECT JOBDEPF              ASSIGN TO JOBDEPF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDEPF-KEY
                                       FILE STATUS IS JOBDEPF-STATUS.
           SELECT JOBDHIST             ASSIGN TO JOBDHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PROCDTF
           LABEL RECORDS ARE STANDARD.
           COPY PROCDTF.

       FD  JOBDEPF
           LABEL RECORDS ARE STANDARD.
           COPY JOBDEPF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       WORKING-STORAGE SECTION.
       77  PROCDTF-STATUS              PIC  X(02).
       77  JOBDEPF-STATUS              PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  MORE-DEPS-SW                PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-DEPS                         VALUE 'N'.
       77  MORE-HIST-SW                PIC  X(01).
           88  NO-MORE-HIST                         VALUE 'N'.
       77  ROLL-CAL-ID                 PIC  X(08).
       77  GATE-JOB                    PIC  X(08).
       77  GATE-DATE                   PIC  X(08).
       77  NEXT-DATE                   PIC  X(08)   VALUE SPACES.
       77  ROLL-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  PRED-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  HELD-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  LATEST-WHEN                 PIC  X(16).
       77  LATEST-RC                   PIC  9(04).
       77  LATEST-NUMB                 PIC  X(06).
       77  CLOCK-TIME                  PIC  9(08).

      * WORK AREA FOR PULLING THE CAL=/JOB= TAGS OUT OF THE VSE
      * SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA/JOBDGATE)
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

       01  RPT-HEAD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(19)
                   VALUE 'PROCROLL: CALENDAR '.
           05  RPT-H-CAL               PIC  X(08).
           05  FILLER                  PIC  X(17)
                   VALUE ' PROCESSING DATE '.
           05  RPT-H-DATE              PIC  X(08).
           05  FILLER                  PIC  X(11)   VALUE ' CHAINS OF '.
           05  RPT-H-JOB               PIC  X(08).

       01  RPT-PRED.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(12)
                   VALUE 'PREDECESSOR '.
           05  RPT-P-JOB               PIC  X(08).
           05  FILLER                  PIC  X(08)   VALUE '  MAXRC '.
           05  RPT-P-MAXRC             PIC  9(04).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-P-VERDICT           PIC  X(08).
           05  RPT-P-DETAIL            PIC  X(31).

       01  RPT-RUN-DETAIL.
           05  FILLER                  PIC  X(04)   VALUE ' RC='.
           05  RPT-R-RC                PIC  9(04).
           05  FILLER                  PIC  X(05)   VALUE ' JOB '.
           05  RPT-R-NUMB              PIC  X(06).
           05  FILLER                  PIC  X(04)   VALUE ' AT '.
           05  RPT-R-WHEN              PIC  X(08).

       01  RPT-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'PROCROLL: '.
           05  RPT-FROM                PIC  X(08).
           05  FILLER                  PIC  X(04)   VALUE ' TO '.
           05  RPT-TO                  PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE ' PREDS='.
           05  RPT-PREDS               PIC  ZZ9.
           05  FILLER                  PIC  X(06)   VALUE ' HELD='.
           05  RPT-HELD                PIC  ZZ9.
           05  FILLER                  PIC  X(04)   VALUE ' RC='.
           05  RPT-RC                  PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-VERDICT             PIC  X(32).

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

           MOVE 'CAL='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE > SPACES
               MOVE EXT-VALUE          TO BPRM-VALUE
           ELSE
               MOVE 'SHOP'             TO BPRM-VALUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           IF  EXT-VALUE = 'SHOP'
               MOVE SPACES             TO EXT-VALUE
           END-IF.
           MOVE EXT-VALUE(1:8)         TO ROLL-CAL-ID.

           MOVE 'JOB='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE > SPACES
               MOVE EXT-VALUE(1:8)     TO GATE-JOB
           ELSE
               MOVE JOBD-JOB-NAME      TO GATE-JOB
           END-IF.
           MOVE GATE-JOB               TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE SPACES                 TO GATE-DATE.
           PERFORM B00-READ-PROCDATE THRU B90-EXIT.
           IF  ROLL-RC NOT = ZERO
               GO TO A80-REPORT
           END-IF.

           MOVE ROLL-CAL-ID            TO RPT-H-CAL.
           IF  ROLL-CAL-ID = SPACES
               MOVE 'SHOP'             TO RPT-H-CAL
           END-IF.
           MOVE GATE-DATE              TO RPT-H-DATE.
           MOVE GATE-JOB               TO RPT-H-JOB.
           DISPLAY RPT-HEAD            UPON PRINTER.

           PERFORM C00-CHECK-CHAINS THRU C90-EXIT.
           IF  ROLL-RC NOT = ZERO
               GO TO A70-CLOSE
           END-IF.

      * THE DAY IS DONE -- ON TO THE CALENDAR'S NEXT BUSINESS DAY
           SET  CALQ-NEXT-BUS-DAY      TO TRUE.
           MOVE GATE-DATE              TO CALQ-DATE.
           SET  CALQ-NAMED-CALENDAR    TO TRUE.
           MOVE ROLL-CAL-ID            TO CALQ-CAL-ID.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
               MOVE 8                  TO ROLL-RC
               MOVE 'CALENDAR ERROR -- NOT ROLLED' TO RPT-VERDICT
               GO TO A70-CLOSE
           END-IF.
           MOVE CALQ-RESULT-DATE       TO NEXT-DATE.

           MOVE PDTE-CUR-DATE          TO PDTE-PREV-DATE.
           MOVE NEXT-DATE              TO PDTE-CUR-DATE.
           PERFORM X20-STAMP-ROLL THRU X29-EXIT.
           REWRITE PROCDTF-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF  PROCDTF-STATUS = '00'
               MOVE 'ROLLED'           TO RPT-VERDICT
           ELSE
               MOVE 8                  TO ROLL-RC
               MOVE SPACES             TO NEXT-DATE
               MOVE 'REWRITE FAILED -- NOT ROLLED' TO RPT-VERDICT
           END-IF.

       A70-CLOSE.
           CLOSE PROCDTF.

       A80-REPORT.
           MOVE GATE-DATE              TO RPT-FROM.
           MOVE NEXT-DATE              TO RPT-TO.
           MOVE PRED-COUNT             TO RPT-PREDS.
           MOVE HELD-COUNT             TO RPT-HELD.
           MOVE ROLL-RC                TO RPT-RC.
           DISPLAY RPT-LINE            UPON PRINTER.
           MOVE ROLL-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    OPEN THE PROCESSING-DATE FILE AND READ THIS CALENDAR'S      *
      *    RECORD.  A CALENDAR WITH NO RECORD YET IS STARTED ON THE    *
      *    CLOCK DATE (RC 4) AND LEFT FOR THE NEXT NIGHT TO ROLL       *
      ******************************************************************
       B00-READ-PROCDATE.
           OPEN I-O PROCDTF.
           EVALUATE PROCDTF-STATUS
               WHEN '00'
                   CONTINUE
      * '35' -- THE FILE HAS NEVER BEEN WRITTEN TO (SEE JOBDATA)
               WHEN '35'
                   OPEN OUTPUT PROCDTF
                   PERFORM B50-START-DATE THRU B59-EXIT
                   CLOSE PROCDTF
                   GO TO B90-EXIT
               WHEN OTHER
                   MOVE 8              TO ROLL-RC
                   MOVE 'PROCESSING DATE FILE UNAVAILABLE'
                                       TO RPT-VERDICT
                   GO TO B90-EXIT
           END-EVALUATE.

           MOVE ROLL-CAL-ID            TO PDTE-CAL-ID.
           READ PROCDTF
               INVALID KEY
                   PERFORM B50-START-DATE THRU B59-EXIT
                   CLOSE PROCDTF
                   GO TO B90-EXIT
           END-READ.
           MOVE PDTE-CUR-DATE          TO GATE-DATE.
       B90-EXIT.
           EXIT.

       B50-START-DATE.
           MOVE SPACES                 TO PROCDTF-RECORD.
           MOVE ROLL-CAL-ID            TO PDTE-CAL-ID.
           MOVE JOBD-CLOCK-DATE        TO PDTE-CUR-DATE.
           PERFORM X20-STAMP-ROLL THRU X29-EXIT.
           WRITE PROCDTF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF  PROCDTF-STATUS = '00'
               MOVE 4                  TO ROLL-RC
               MOVE PDTE-CUR-DATE      TO NEXT-DATE
               MOVE 'NO RECORD -- STARTED ON CLOCK' TO RPT-VERDICT
           ELSE
               MOVE 8                  TO ROLL-RC
               MOVE 'PROCESSING DATE NOT WRITTEN' TO RPT-VERDICT
           END-IF.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    HAVE THE DAY'S CHAINS COMPLETED?  EVERY JOBDEPF PREDECESSOR *
      *    OF THE ROLLOVER JOB MUST HAVE A GOOD COMPLETION FOR THE     *
      *    PROCESSING DATE, AND THERE MUST BE AT LEAST ONE             *
      ******************************************************************
       C00-CHECK-CHAINS.
           OPEN INPUT JOBDEPF.
           IF  JOBDEPF-STATUS NOT = '00'
               MOVE 8                  TO ROLL-RC
               MOVE 'DEPENDENCY FILE UNAVAILABLE' TO RPT-VERDICT
               GO TO C90-EXIT
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               CLOSE JOBDEPF
               MOVE 8                  TO ROLL-RC
               MOVE 'JOB HISTORY UNAVAILABLE' TO RPT-VERDICT
               GO TO C90-EXIT
           END-IF.

           MOVE GATE-JOB               TO JOBDEPF-SUCC-JOB.
           MOVE LOW-VALUES             TO JOBDEPF-PRED-JOB.
           START JOBDEPF KEY NOT LESS THAN JOBDEPF-KEY
               INVALID KEY
                   SET NO-MORE-DEPS    TO TRUE
           END-START.

           PERFORM D00-CHECK-PREDECESSOR THRU D90-EXIT
                   UNTIL NO-MORE-DEPS.

           CLOSE JOBDHIST
                 JOBDEPF.

           EVALUATE TRUE
      * WITH NOTHING TO WAIT FOR THERE IS NO PROOF THE DAY IS DONE,
      * AND NOTHING TO STOP A SECOND ROLL THE SAME NIGHT
               WHEN PRED-COUNT = ZERO
                   MOVE 8              TO ROLL-RC
                   MOVE 'NO PREDECESSORS -- NOT ROLLED'
                                       TO RPT-VERDICT
               WHEN HELD-COUNT NOT = ZERO
                   MOVE 8              TO ROLL-RC
                   MOVE 'HOLD -- CHAIN NOT DONE' TO RPT-VERDICT
           END-EVALUATE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PREDECESSOR -- FIND ITS LATEST TYPE 'E' COMPLETION FOR  *
      *    THE PROCESSING DATE AND JUDGE IT (SEE JOBDGATE)             *
      ******************************************************************
       D00-CHECK-PREDECESSOR.
           READ JOBDEPF NEXT RECORD
               AT END
                   SET NO-MORE-DEPS    TO TRUE
           END-READ.
           IF  NO-MORE-DEPS
               GO TO D90-EXIT
           END-IF.
           IF  JOBDEPF-SUCC-JOB NOT = GATE-JOB
               SET  NO-MORE-DEPS       TO TRUE
               GO TO D90-EXIT
           END-IF.
           ADD  1                      TO PRED-COUNT.

           MOVE LOW-VALUES             TO LATEST-WHEN.
           MOVE ZERO                   TO LATEST-RC.
           MOVE SPACES                 TO LATEST-NUMB.
           MOVE LOW-VALUES             TO JOBDHIST-KEY.
           MOVE JOBDEPF-PRED-JOB       TO JOBDHIST-JOB-NAME.
           MOVE 'Y'                    TO MORE-HIST-SW.
           START JOBDHIST KEY NOT LESS THAN JOBDHIST-KEY
               INVALID KEY
                   SET NO-MORE-HIST    TO TRUE
           END-START.
           PERFORM E00-SCAN-HISTORY THRU E90-EXIT
                   UNTIL NO-MORE-HIST.

           MOVE JOBDEPF-PRED-JOB       TO RPT-P-JOB.
           MOVE JOBDEPF-MAX-RC         TO RPT-P-MAXRC.
           MOVE SPACES                 TO RPT-P-DETAIL.
           IF  LATEST-WHEN = LOW-VALUES
               ADD  1                  TO HELD-COUNT
               MOVE 'MISSING'          TO RPT-P-VERDICT
           ELSE
               MOVE LATEST-RC          TO RPT-R-RC
               MOVE LATEST-NUMB        TO RPT-R-NUMB
               MOVE LATEST-WHEN(9:8)   TO RPT-R-WHEN
               MOVE RPT-RUN-DETAIL     TO RPT-P-DETAIL
               IF  LATEST-RC > JOBDEPF-MAX-RC
                   ADD  1              TO HELD-COUNT
                   MOVE 'FAILED'       TO RPT-P-VERDICT
               ELSE
                   MOVE 'DONE'         TO RPT-P-VERDICT
               END-IF
           END-IF.
           DISPLAY RPT-PRED            UPON PRINTER.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    WALK THE PREDECESSOR'S HISTORY RECORDS, KEEPING THE LATEST  *
      *    COMPLETION WHOSE JOB DATE IS THE PROCESSING DATE            *
      ******************************************************************
       E00-SCAN-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-HIST    TO TRUE
           END-READ.
           IF  NO-MORE-HIST
               GO TO E90-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = JOBDEPF-PRED-JOB
               SET  NO-MORE-HIST       TO TRUE
               GO TO E90-EXIT
           END-IF.
           IF  NOT JOBDHIST-COMPLETION
           OR  JOBDHIST-JOB-DATE NOT = GATE-DATE
               GO TO E90-EXIT
           END-IF.
      * HISTORY DATE PLUS START TIME -- SEE JOBDHIST-KEY
           IF  JOBDHIST-KEY(15:16) > LATEST-WHEN
               MOVE JOBDHIST-KEY(15:16) TO LATEST-WHEN
               MOVE JOBDHIST-HIGH-RC   TO LATEST-RC
               MOVE JOBDHIST-PWR-NUMB  TO LATEST-NUMB
           END-IF.
       E90-EXIT.
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
           MOVE 'PROCROLL'             TO BPRM-STEP-NAME.
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
      *    WHEN AND BY WHOM -- THE CLOCK, AND THIS JOB                 *
      ******************************************************************
       X20-STAMP-ROLL.
           ACCEPT CLOCK-TIME         FROM TIME.
           MOVE JOBD-CLOCK-DATE        TO PDTE-ROLL-DATE.
           MOVE CLOCK-TIME(1:6)        TO PDTE-ROLL-TIME.
           MOVE JOBD-JOB-NAME          TO PDTE-ROLL-JOB.
           MOVE JOBD-PWR-NUMB          TO PDTE-ROLL-NUMB.
           MOVE JOBD-SEC-USER          TO PDTE-ROLL-USER.
       X29-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           DISPLAY BPRM-LINE           UPON PRINTER.
       X39-EXIT.
           EXIT.
