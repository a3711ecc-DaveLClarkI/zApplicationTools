      *               REPORT-WRITER LAYER -- SYSLST OUTPUT IS
      *               UNCHANGED, BUT THE RUN IS ALSO STORED IN THE
      *               RPTARCHF ARCHIVE FOR THE RPTVIEW ONLINE VIEWER.
      * 10/15/2026 DLC AN UNPUNCHED MONTH= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               MONTH ACTUALLY USED IS PRINTED AT THE TOP OF THE
      *               REPORT WITH WHERE IT CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       01  RATE-TABLE.
           03  RATE-ENTRY OCCURS 200 TIMES.
               05  RATE-USER           PIC  X(08).
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:6) IS NUMERIC
               MOVE EXT-VALUE(1:6)     TO SEL-MONTH
               MOVE SEL-MONTH          TO BPRM-VALUE
           ELSE
               MOVE 'ALL MONTHS'       TO BPRM-VALUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           PERFORM B00-LOAD-RATES THRU B90-EXIT.

                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'JOBDCHG'              TO BPRM-STEP-NAME.
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
