      *REMARKS.       MONTH), FPSTART (FISCAL PERIOD START) --
      *REMARKS.       OPTIONALLY FOLLOWED BY +N OR -N AND A UNIT, D
      *REMARKS.       FOR CALENDAR DAYS OR BD FOR BUSINESS DAYS:
      *REMARKS.       TODAY-1BD, EOM, BOM-1D, FPSTART.  THE SYSPARM
      *REMARKS.       TAG CAL=XXXXXXXX RESOLVES BUSINESS DAYS AND
      *REMARKS.       FISCAL PERIODS FROM A NAMED CALENDAR (SEE
      *REMARKS.       CALFILE) INSTEAD OF THE SHOP CALENDAR (AN
      *REMARKS.       UNPUNCHED CAL= FALLS BACK TO BATPARMF), AND
      *REMARKS.       PDATE= MAKES TODAY THE PROCDTF PROCESSING DATE
      *REMARKS.       RATHER THAN THE CLOCK (SEE JOBDATA).  AN
      *REMARKS.       UNRESOLVABLE CARD IS FLAGGED AND SETS RETURN
      *REMARKS.       CODE 8 SO THE CHAIN STOPS BEFORE A BAD DATE
      *REMARKS.       GOES OUT.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SYSPARM TAG CAL= NAMES THE CALENDAR CALQUERY
      *               ANSWERS FROM (SHOP, OR NO TAG, IS THE SHOP
      *               CALENDAR); THE CALENDAR USED IS PRINTED AHEAD OF
      *               THE CARDS.
      * 10/15/2026 DLC PRINT TODAY AND WHETHER IT IS THE CLOCK OR THE
      *               PROCDTF PROCESSING DATE (PDATE= TAG, SEE
      *               JOBDATA); WHEN THE PROCESSING DATE WAS ASKED FOR
      *               BUT COULD NOT BE READ, NO CARDS ARE WRITTEN AND
      *               THE STEP ENDS RC 8.
      * 10/15/2026 DLC AN UNPUNCHED CAL= TAG FALLS BACK TO THE BATPARMF
      *               PARAMETER FILE (VIA BATPARM), AND THE CALENDAR
      *               LINE NOW SAYS WHERE THE CALENDAR CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  HOLD-FP                     PIC  9(02).
       77  HOLD-FY                     PIC  9(04).

      * WORK AREA FOR PULLING THE CAL= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA), OR FROM BATPARMF
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

       COPY DTEMAN.

       COPY CALQUERY.
           05  FILLER                  PIC  X(04)   VALUE ' => '.
           05  RPT-RESULT              PIC  X(12).

       01  RPT-BASIS-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(15)
                   VALUE 'DATESYM: TODAY '.
           05  RPT-TODAY               PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE ' ('.
           05  RPT-BASIS               PIC  X(15).
           05  FILLER                  PIC  X(01)   VALUE ')'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-TOT-CARDS           PIC  ZZZ9.
       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

           MOVE 'CAL='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
      * SHOP, OR NO CALENDAR AT ALL, IS THE SHOP CALENDAR
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
           SET  CALQ-NAMED-CALENDAR    TO TRUE.
           MOVE EXT-VALUE(1:8)         TO CALQ-CAL-ID.

           EVALUATE TRUE
               WHEN JOBD-PROCESSING-BASIS
                   MOVE 'PROCESSING DATE' TO RPT-BASIS
               WHEN JOBD-PDATE-MISSING
                   MOVE 'PDATE MISSING'   TO RPT-BASIS
               WHEN OTHER
                   MOVE 'CLOCK'           TO RPT-BASIS
           END-EVALUATE.
           MOVE JOBD-JOB-DATE          TO RPT-TODAY.
           DISPLAY RPT-BASIS-LINE      UPON PRINTER.
           IF  JOBD-PDATE-MISSING
      * EVERY CARD WOULD BE RESOLVED FROM THE WRONG DAY
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT DATESYMI.
           IF  SYMI-STATUS NOT = '00'
               MOVE 8                  TO RETURN-CODE
           END-IF.
       E10-EXIT.
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
               GO TO X10-BATPARM
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
       X10-BATPARM.
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'DATESYM'              TO BPRM-STEP-NAME.
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
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           DISPLAY BPRM-LINE           UPON PRINTER.
       X39-EXIT.
           EXIT.
