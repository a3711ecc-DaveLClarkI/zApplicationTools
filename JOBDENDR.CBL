      *REMARKS.       THAT HAS A START SNAPSHOT BUT NO TYPE 'E'
      *REMARKS.       COMPLETION RECORD FROM JOBDEND -- I.E. THE RUNS
      *REMARKS.       THAT ABENDED, WERE CANCELLED, OR NEVER REACHED
      *REMARKS.       THEIR LAST STEP.  A SECOND SECTION LISTS THE
      *REMARKS.       COMPLETIONS WHOSE RETURN CODE IS A WARNING OR A
      *REMARKS.       FAILURE UNDER THE JOB'S RUNBOOKF RC POLICY.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               REPORT-WRITER LAYER -- SYSLST OUTPUT IS
      *               UNCHANGED, BUT THE RUN IS ALSO STORED IN THE
      *               RPTARCHF ARCHIVE FOR THE RPTVIEW ONLINE VIEWER.
      * 10/15/2026 DLC CLASSIFY EVERY COMPLETION AS CLEAN, WARNING, OR
      *               FAILED UNDER THE JOB'S RUNBOOKF RC POLICY (SHOP
      *               DEFAULT 0 CLEAN, 4 WARNING) AND LIST THE
      *               WARNINGS AND FAILURES IN A SECOND SECTION, WITH
      *               THE RUNBOOK LINE UNDER EACH FAILURE AND A COUNT
      *               OF EACH CLASS -- A BY-DESIGN RC 4 NO LONGER
      *               CLUTTERS THE MORNING REVIEW.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  MISS-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  CLEAN-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  WARN-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  FAIL-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  RC-CLEAN-MAX                PIC  9(04).
       77  RC-WARN-MAX                 PIC  9(04).
       77  RC-CLASS                    PIC  X(01).
           88  RC-CLASS-CLEAN                       VALUE 'C'.
           88  RC-CLASS-WARNING                     VALUE 'W'.
           88  RC-CLASS-FAILED                      VALUE 'F'.

       01  RUN-TABLE.
           03  RUN-ENTRY OCCURS 300 TIMES.
               05  RUN-START-STIM      PIC  X(08).
               05  RUN-DONE-SW         PIC  X(01).
                   88  RUN-COMPLETED          VALUE 'Y'.
               05  RUN-HIGH-RC         PIC  9(04).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-JOB-DATE            PIC  X(10).
           05  RPT-START               PIC  X(08).

       01  RPT-HDG3.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'COMPLETIONS OUTSIDE THEIR CLEAN RC POLICY'.

       01  RPT-HDG4.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'JOB'.
           05  FILLER                  PIC  X(08)   VALUE 'NUMBER'.
           05  FILLER                  PIC  X(10)   VALUE 'DATE'.
           05  FILLER                  PIC  X(10)   VALUE 'START'.
           05  FILLER                  PIC  X(06)   VALUE 'RC'.
           05  FILLER                  PIC  X(10)   VALUE 'CLASS'.
           05  FILLER                  PIC  X(10)   VALUE 'POLICY'.

       01  RPT-RC-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-RC-JOB-NAME         PIC  X(10).
           05  RPT-RC-PWR-NUMB         PIC  X(08).
           05  RPT-RC-JOB-DATE         PIC  X(10).
           05  RPT-RC-START            PIC  X(10).
           05  RPT-RC-HIGH-RC          PIC  ZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-RC-CLASS            PIC  X(10).
           05  RPT-RC-CLEAN-MAX        PIC  ZZZ9.
           05  FILLER                  PIC  X(01)   VALUE '/'.
           05  RPT-RC-WARN-MAX         PIC  9(04).

       01  RPT-RUNBOOK.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-RB-CRIT             PIC  X(01).
           05  FILLER                  PIC  X(30)
                   VALUE ' RUN(S) WITHOUT A COMPLETION'.

       01  RPT-RC-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-TOT-CLEAN           PIC  ZZZ9.
           05  FILLER                  PIC  X(08)   VALUE ' CLEAN, '.
           05  RPT-TOT-WARN            PIC  ZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' WARNING, '.
           05  RPT-TOT-FAIL            PIC  ZZZ9.
           05  FILLER                  PIC  X(08)   VALUE ' FAILED'.


       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE RPT-HDG3        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-HDG4        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM D00-PRINT-RC-CLASS THRU D90-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > RUN-COUNT.
           MOVE CLEAN-COUNT            TO RPT-TOT-CLEAN.
           MOVE WARN-COUNT             TO RPT-TOT-WARN.
           MOVE FAIL-COUNT             TO RPT-TOT-FAIL.
           MOVE RPT-RC-TOTAL    TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

           IF  RUNBOOK-OPEN
               CLOSE RUNBOOKF
           END-IF.
                   MOVE JOBDHIST-JOB-DATE TO RUN-JOB-DATE(RX)
                   MOVE JOBDHIST-PGM-STIM TO RUN-START-STIM(RX)
                   MOVE 'N'            TO RUN-DONE-SW(RX)
                   MOVE ZERO           TO RUN-HIGH-RC(RX)
                   SET  ENTRY-FOUND    TO TRUE
               ELSE
                   GO TO B90-EXIT

           IF  JOBDHIST-COMPLETION
               MOVE 'Y'                TO RUN-DONE-SW(RX)
               MOVE JOBDHIST-HIGH-RC   TO RUN-HIGH-RC(RX)
           END-IF.
       B90-EXIT.
           EXIT.
           CALL RPTARCH             USING RPTARCH-PARMS.
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    CLASSIFY ONE COMPLETED RUN UNDER ITS RC POLICY AND LIST IT  *
      *    UNLESS IT IS CLEAN -- A FAILURE GETS ITS RUNBOOK LINE TOO   *
      ******************************************************************
       D00-PRINT-RC-CLASS.
           IF  NOT RUN-COMPLETED(RX)
               GO TO D90-EXIT
           END-IF.
           PERFORM D10-CLASSIFY-RC THRU D19-EXIT.
           IF  RC-CLASS-CLEAN
               ADD  1                  TO CLEAN-COUNT
               GO TO D90-EXIT
           END-IF.
           IF  RC-CLASS-WARNING
               ADD  1                  TO WARN-COUNT
               MOVE 'WARNING'          TO RPT-RC-CLASS
           ELSE
               ADD  1                  TO FAIL-COUNT
               MOVE 'FAILED'           TO RPT-RC-CLASS
           END-IF.
           MOVE RUN-JOB-NAME(RX)       TO RPT-RC-JOB-NAME.
           MOVE RUN-PWR-NUMB(RX)       TO RPT-RC-PWR-NUMB.
           MOVE RUN-JOB-DATE(RX)       TO RPT-RC-JOB-DATE.
           MOVE RUN-START-STIM(RX)     TO RPT-RC-START.
           MOVE RUN-HIGH-RC(RX)        TO RPT-RC-HIGH-RC.
           MOVE RC-CLEAN-MAX           TO RPT-RC-CLEAN-MAX.
           MOVE RC-WARN-MAX            TO RPT-RC-WARN-MAX.
           MOVE RPT-RC-DETAIL   TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  RC-CLASS-FAILED
               PERFORM C10-PRINT-RUNBOOK THRU C19-EXIT
           END-IF.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    JUDGE THE RUN'S RETURN CODE AGAINST THE JOB'S RUNBOOKF RC   *
      *    POLICY -- NO RUNBOOK (OR NO POLICY ON IT) MEANS THE SHOP    *
      *    DEFAULT OF 0 CLEAN, 4 WARNING, ANYTHING HIGHER FAILED       *
      ******************************************************************
       D10-CLASSIFY-RC.
           MOVE 0                      TO RC-CLEAN-MAX.
           MOVE 4                      TO RC-WARN-MAX.
           IF  RUNBOOK-OPEN
               MOVE RUN-JOB-NAME(RX)   TO RUNBOOKF-JOB-NAME
               READ RUNBOOKF
                   INVALID KEY
                       MOVE SPACES     TO RUNBOOKF-RC-POLICY
               END-READ
               IF  RUNBOOKF-RC-CLEAN IS NUMERIC
               AND RUNBOOKF-RC-WARN  IS NUMERIC
                   MOVE RUNBOOKF-RC-CLEAN TO RC-CLEAN-MAX
                   MOVE RUNBOOKF-RC-WARN  TO RC-WARN-MAX
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RUN-HIGH-RC(RX) > RC-WARN-MAX
                   SET  RC-CLASS-FAILED     TO TRUE
               WHEN RUN-HIGH-RC(RX) > RC-CLEAN-MAX
                   SET  RC-CLASS-WARNING    TO TRUE
               WHEN OTHER
                   SET  RC-CLASS-CLEAN      TO TRUE
           END-EVALUATE.
       D19-EXIT.
           EXIT.
