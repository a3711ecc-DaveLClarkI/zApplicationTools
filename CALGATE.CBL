      *REMARKS.                  ONLY ON HOLIDAYS/WEEKENDS
      *REMARKS.         WARN=Y -- DOWNGRADES THE SKIP TO RC 4
      *REMARKS.                  (RUN-WITH-WARNING)
      *REMARKS.         CAL=XXXXXXXX -- GATE ON A NAMED CALENDAR
      *REMARKS.                  INSTEAD OF THE SHOP CALENDAR
      *REMARKS.         CAL2=XXXXXXXX -- A BUSINESS DAY MUST BE ONE
      *REMARKS.                  IN BOTH CALENDARS (SETTLEMENT
      *REMARKS.                  CHAINS); SHOP NAMES THE SHOP
      *REMARKS.                  CALENDAR IN EITHER TAG
      *REMARKS.       "TODAY" IS JOBDATA'S JOB DATE -- THE CLOCK, OR
      *REMARKS.       THE PROCDTF PROCESSING DATE WHEN THE STEP RUNS
      *REMARKS.       WITH PDATE= (RC 8 IF IT CANNOT BE READ).
      *REMARKS.       THE DECISION AND THE DATE IT WAS MADE FOR ARE
      *REMARKS.       PRINTED, SO THE NIGHT'S SYSLST SAYS WHY A
      *REMARKS.       CHAIN DID OR DID NOT RUN.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC UNPUNCHED OFFSET=/RULE=/WARN= TAGS FALL BACK TO
      *               THE NEW BATPARMF PARAMETER FILE (VIA BATPARM),
      *               AND THE VALUES ACTUALLY USED ARE PRINTED AHEAD
      *               OF THE DECISION WITH WHERE EACH CAME FROM.
      * 10/15/2026 DLC CAL= GATES ON A NAMED CALENDAR (SEE CALFILE),
      *               AND CAL2= ASKS CALQUERY'S BB REQUEST SO A
      *               SETTLEMENT CHAIN RUNS ONLY WHEN BOTH CALENDARS
      *               ARE OPEN.  THE CALENDAR(S) ARE PRINTED WITH THE
      *               DECISION.
      * 10/15/2026 DLC PRINT WHETHER TODAY IS THE CLOCK OR THE PROCDTF
      *               PROCESSING DATE (PDATE= TAG, SEE JOBDATA), AND
      *               REFUSE WITH RC 8 WHEN THE PROCESSING DATE WAS
      *               ASKED FOR BUT COULD NOT BE READ.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  WARN-SW                     PIC  X(01)   VALUE 'N'.
           88  WARN-ONLY                            VALUE 'Y'.
       77  GATE-RC                     PIC S9(04)   COMP.
       77  GATE-CAL-ID                 PIC  X(08)   VALUE SPACES.
       77  GATE-CAL-ID2                PIC  X(08)   VALUE SPACES.
       77  BOTH-CAL-SW                 PIC  X(01)   VALUE 'N'.
           88  BOTH-CALENDARS                       VALUE 'Y'.

      * WORK AREA FOR PULLING THE OFFSET=/RULE=/WARN= TAGS OUT OF
      * THE VSE SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA)
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY DTEMAN.

       COPY CALQUERY.

       01  RPT-BASIS.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'CALGATE: DATE BASIS '.
           05  RPT-B-BASIS             PIC  X(15).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-B-DATE              PIC  X(08).
           05  FILLER                  PIC  X(08)   VALUE ' (CLOCK '.
           05  RPT-B-CLOCK             PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE ')'.

       01  RPT-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(09)
           05  RPT-RC                  PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-VERDICT             PIC  X(18).
           05  FILLER                  PIC  X(05)   VALUE ' CAL='.
           05  RPT-CAL                 PIC  X(08).
           05  RPT-CAL-AND             PIC  X(01).
           05  RPT-CAL2                PIC  X(08).

       PROCEDURE DIVISION.

           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A10-SET-OFFSET THRU A19-EXIT.
           MOVE OFFSET-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'RULE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) = 'HOL'
               MOVE 'Y'                TO RULE-HOL-SW
               MOVE 'HOL'              TO BPRM-VALUE
           ELSE
               MOVE 'BD'               TO BPRM-VALUE
               IF  EXT-VALUE NOT = 'BD'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'WARN='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:1) = 'Y'
               MOVE 'Y'                TO WARN-SW
               MOVE 'Y'                TO BPRM-VALUE
           ELSE
               MOVE 'N'                TO BPRM-VALUE
               IF  EXT-VALUE NOT = 'N'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'CAL='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A20-SET-CALENDAR THRU A29-EXIT.
           MOVE EXT-VALUE(1:8)         TO GATE-CAL-ID.

           MOVE 'CAL2='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE > SPACES
               MOVE 'Y'                TO BOTH-CAL-SW
           END-IF.
           PERFORM A20-SET-CALENDAR THRU A29-EXIT.
           MOVE EXT-VALUE(1:8)         TO GATE-CAL-ID2.

           EVALUATE TRUE
               WHEN JOBD-PROCESSING-BASIS
                   MOVE 'PROCESSING DATE' TO RPT-B-BASIS
               WHEN JOBD-PDATE-MISSING
                   MOVE 'PDATE MISSING'   TO RPT-B-BASIS
               WHEN OTHER
                   MOVE 'CLOCK'           TO RPT-B-BASIS
           END-EVALUATE.
           MOVE JOBD-JOB-DATE          TO RPT-B-DATE.
           MOVE JOBD-CLOCK-DATE        TO RPT-B-CLOCK.
           DISPLAY RPT-BASIS           UPON PRINTER.
           IF  JOBD-PDATE-MISSING
      * GATING ON THE CLOCK WHEN THE BUSINESS DATE WAS ASKED FOR IS
      * THE VERY MISTAKE THE PROCESSING DATE EXISTS TO PREVENT
               MOVE JOBD-JOB-DATE      TO GATE-DATE
               MOVE 8                  TO GATE-RC
               MOVE 'NO PROCESSING DATE' TO RPT-VERDICT
               MOVE ' '                TO RPT-BUSDAY
               GO TO A80-REPORT
           END-IF.

      * THE GATED DATE -- TODAY PLUS THE OFFSET, VIA DTEMAN
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-GNUM               TO GATE-DATE.

           IF  BOTH-CALENDARS
               SET  CALQ-BOTH-BUS-DAY  TO TRUE
           ELSE
               SET  CALQ-BUSINESS-DAY  TO TRUE
           END-IF.
           MOVE GATE-DATE              TO CALQ-DATE.
           SET  CALQ-NAMED-CALENDAR    TO TRUE.
           MOVE GATE-CAL-ID            TO CALQ-CAL-ID.
           MOVE GATE-CAL-ID2           TO CALQ-CAL-ID2.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.

           IF  CALQ-ERROR
       A80-REPORT.
           MOVE GATE-DATE              TO RPT-DATE.
           MOVE GATE-RC                TO RPT-RC.
           MOVE GATE-CAL-ID            TO RPT-CAL.
           IF  GATE-CAL-ID = SPACES
               MOVE 'SHOP'             TO RPT-CAL
           END-IF.
           MOVE SPACES                 TO RPT-CAL-AND RPT-CAL2.
           IF  BOTH-CALENDARS
               MOVE '+'                TO RPT-CAL-AND
               MOVE GATE-CAL-ID2       TO RPT-CAL2
               IF  GATE-CAL-ID2 = SPACES
                   MOVE 'SHOP'         TO RPT-CAL2
               END-IF
           END-IF.
           DISPLAY RPT-LINE            UPON PRINTER.
           MOVE GATE-RC                TO RETURN-CODE.
           GOBACK.
               IF  EXT-VALUE(2:2) IS NUMERIC
                   MOVE EXT-VALUE(2:2) TO OFFSET-DAYS
                   COMPUTE OFFSET-DAYS = ZERO - OFFSET-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
               GO TO A19-EXIT
           END-IF.
               IF  EXT-VALUE(1:1) IS NUMERIC
               AND EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO OFFSET-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
             END-IF
           END-IF.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    CAL=/CAL2= -- A CALENDAR ID (SEE CALFILE), WHERE SHOP OR    *
      *    NOTHING AT ALL MEANS THE SHOP CALENDAR; SHOWN AS SETTLED    *
      ******************************************************************
       A20-SET-CALENDAR.
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
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'CALGATE'              TO BPRM-STEP-NAME.
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
