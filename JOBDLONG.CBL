      *               REPORT-WRITER LAYER -- SYSLST OUTPUT IS
      *               UNCHANGED, BUT THE RUN IS ALSO STORED IN THE
      *               RPTARCHF ARCHIVE FOR THE RPTVIEW ONLINE VIEWER.
      * 10/15/2026 DLC AN UNPUNCHED PCT= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               THRESHOLD ACTUALLY USED IS PRINTED AT THE TOP OF
      *               THE REPORT WITH WHERE IT CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       01  JOB-TABLE.
           03  JOB-ENTRY OCCURS 200 TIMES.
               05  JOB-NAME            PIC  X(08).
           GOBACK.

      ******************************************************************
      *    PULL THE PCT= TAG OUT OF THE SYSPARM STRING, OR THE         *
      *    BATPARMF PARAMETER FILE WHEN IT IS NOT PUNCHED              *
      ******************************************************************
       A10-GET-THRESHOLD.
           MOVE 'PCT='                 TO EXT-TAG.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO THRESH-PCT
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           IF  THRESH-PCT < 101
               MOVE 150                TO THRESH-PCT
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE THRESH-PCT             TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'JOBDLONG'             TO BPRM-STEP-NAME.
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
