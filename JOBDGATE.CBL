       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBDGATE.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       JOB-DEPENDENCY GATE STEP FOR THE NIGHTLY JCL,
      *REMARKS.       THE PREDECESSOR TWIN OF CALGATE.  READS EVERY
      *REMARKS.       JOBDEPF RECORD FOR THIS JOB (OR THE SYSPARM TAG
      *REMARKS.       JOB=XXXXXXXX) AND LOOKS IN JOBDHIST FOR EACH
      *REMARKS.       PREDECESSOR'S TYPE 'E' COMPLETION RECORD (SEE
      *REMARKS.       JOBDEND) ON TODAY'S JOB DATE.  THE LATEST
      *REMARKS.       COMPLETION OF THE DAY DECIDES, SO A FAILED RUN
      *REMARKS.       THAT WAS RERUN CLEAN RELEASES THE CHAIN:
      *REMARKS.         RC 0 -- EVERY PREDECESSOR DONE WITHIN ITS
      *REMARKS.                 MAXIMUM RETURN CODE (OR NONE ON FILE)
      *REMARKS.         RC 8 -- ANY PREDECESSOR MISSING OR FAILED,
      *REMARKS.                 OR THE DEPENDENCY FILE UNREADABLE
      *REMARKS.       ONE LINE PER PREDECESSOR IS PRINTED, SO THE
      *REMARKS.       NIGHT'S SYSLST SAYS WHICH ONE HELD THE CHAIN.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED JOB= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM) BEFORE
      *               DEFAULTING TO THIS JOB, AND THE JOB ACTUALLY
      *               GATED IS PRINTED WITH WHERE IT CAME FROM.
      * 10/15/2026 DLC THE LATEST COMPLETION IS JUDGED ON THE CLOCK
      *               DATE AND TIME THAT KEY IT, NOT THE START TIME
      *               ALONE -- ON THE PROCESSING DATE (PDATE= TAG, SEE
      *               JOBDATA) A RERUN AFTER MIDNIGHT MUST STILL BEAT
      *               THE FAILED RUN BEFORE IT.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  JOBDEPF
           LABEL RECORDS ARE STANDARD.
           COPY JOBDEPF.

       FD  JOBDHIST
           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       WORKING-STORAGE SECTION.
       77  JOBDEPF-STATUS              PIC  X(02).
       77  JOBDHIST-STATUS             PIC  X(02).
       77  MORE-DEPS-SW                PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-DEPS                         VALUE 'N'.
       77  MORE-HIST-SW                PIC  X(01).
           88  NO-MORE-HIST                         VALUE 'N'.
       77  GATE-JOB                    PIC  X(08).
       77  GATE-DATE                   PIC  X(08).
       77  GATE-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  PRED-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  HELD-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  LATEST-WHEN                 PIC  X(16).
       77  LATEST-RC                   PIC  9(04).
       77  LATEST-NUMB                 PIC  X(06).

      * WORK AREA FOR PULLING THE JOB= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/CALGATE)
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

       01  RPT-HEAD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'JOBDGATE: '.
           05  RPT-H-JOB               PIC  X(08).
           05  FILLER                  PIC  X(10)   VALUE ' JOB DATE '.
           05  RPT-H-DATE              PIC  X(08).

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
                   VALUE 'JOBDGATE: '.
           05  RPT-JOB                 PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE ' PREDS='.
           05  RPT-PREDS               PIC  ZZ9.
           05  FILLER                  PIC  X(06)   VALUE ' HELD='.
           05  RPT-HELD                PIC  ZZ9.
           05  FILLER                  PIC  X(04)   VALUE ' RC='.
           05  RPT-RC                  PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-VERDICT             PIC  X(28).

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

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
           MOVE JOBD-JOB-DATE          TO GATE-DATE.

           MOVE GATE-JOB               TO RPT-H-JOB.
           MOVE GATE-DATE              TO RPT-H-DATE.
           DISPLAY RPT-HEAD            UPON PRINTER.

           OPEN INPUT JOBDEPF.
           IF  JOBDEPF-STATUS NOT = '00'
      * AN UNREADABLE RULE FILE MUST NOT QUIETLY WAVE A CHAIN THROUGH
               MOVE 8                  TO GATE-RC
               MOVE 'DEPENDENCY FILE UNAVAILABLE' TO RPT-VERDICT
               GO TO A80-REPORT
           END-IF.
           OPEN INPUT JOBDHIST.
           IF  JOBDHIST-STATUS NOT = '00'
               CLOSE JOBDEPF
               MOVE 8                  TO GATE-RC
               MOVE 'JOB HISTORY UNAVAILABLE' TO RPT-VERDICT
               GO TO A80-REPORT
           END-IF.

           MOVE GATE-JOB               TO JOBDEPF-SUCC-JOB.
           MOVE LOW-VALUES             TO JOBDEPF-PRED-JOB.
           START JOBDEPF KEY NOT LESS THAN JOBDEPF-KEY
               INVALID KEY
                   SET NO-MORE-DEPS    TO TRUE
           END-START.

           PERFORM B00-CHECK-PREDECESSOR THRU B90-EXIT
                   UNTIL NO-MORE-DEPS.

           CLOSE JOBDHIST
                 JOBDEPF.

           EVALUATE TRUE
               WHEN PRED-COUNT = ZERO
                   MOVE 'NO PREDECESSORS ON FILE' TO RPT-VERDICT
               WHEN HELD-COUNT = ZERO
                   MOVE 'RUN'          TO RPT-VERDICT
               WHEN OTHER
                   MOVE 8              TO GATE-RC
                   MOVE 'HOLD -- PREDECESSOR NOT DONE' TO RPT-VERDICT
           END-EVALUATE.

       A80-REPORT.
           MOVE GATE-JOB               TO RPT-JOB.
           MOVE PRED-COUNT             TO RPT-PREDS.
           MOVE HELD-COUNT             TO RPT-HELD.
           MOVE GATE-RC                TO RPT-RC.
           DISPLAY RPT-LINE            UPON PRINTER.
           MOVE GATE-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    ONE PREDECESSOR OF THE GATED JOB -- FIND ITS LATEST TYPE    *
      *    'E' COMPLETION FOR TODAY'S JOB DATE AND JUDGE IT            *
      ******************************************************************
       B00-CHECK-PREDECESSOR.
           READ JOBDEPF NEXT RECORD
               AT END
                   SET NO-MORE-DEPS    TO TRUE
           END-READ.
           IF  NO-MORE-DEPS
               GO TO B90-EXIT
           END-IF.
           IF  JOBDEPF-SUCC-JOB NOT = GATE-JOB
               SET  NO-MORE-DEPS       TO TRUE
               GO TO B90-EXIT
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
           PERFORM C00-SCAN-HISTORY THRU C90-EXIT
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
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    WALK THE PREDECESSOR'S HISTORY RECORDS, KEEPING THE LATEST  *
      *    COMPLETION WHOSE JOB DATE IS THE GATED DATE                 *
      ******************************************************************
       C00-SCAN-HISTORY.
           READ JOBDHIST NEXT RECORD
               AT END
                   SET NO-MORE-HIST    TO TRUE
           END-READ.
           IF  NO-MORE-HIST
               GO TO C90-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME NOT = JOBDEPF-PRED-JOB
               SET  NO-MORE-HIST       TO TRUE
               GO TO C90-EXIT
           END-IF.
           IF  NOT JOBDHIST-COMPLETION
           OR  JOBDHIST-JOB-DATE NOT = GATE-DATE
               GO TO C90-EXIT
           END-IF.
      * HISTORY DATE PLUS START TIME -- SEE JOBDHIST-KEY
           IF  JOBDHIST-KEY(15:16) > LATEST-WHEN
               MOVE JOBDHIST-KEY(15:16) TO LATEST-WHEN
               MOVE JOBDHIST-HIGH-RC   TO LATEST-RC
               MOVE JOBDHIST-PWR-NUMB  TO LATEST-NUMB
           END-IF.
       C90-EXIT.
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
           MOVE 'JOBDGATE'             TO BPRM-STEP-NAME.
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
           DISPLAY BPRM-LINE           UPON PRINTER.
       X39-EXIT.
           EXIT.
