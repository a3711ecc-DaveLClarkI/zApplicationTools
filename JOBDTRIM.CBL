      *               AFTER A CANCEL REPOSITIONS THERE INSTEAD OF
      *               RE-BROWSING FROM THE TOP, AND A CLEAN END
      *               RETIRES THE CHECKPOINT.
      * 10/15/2026 DLC AN UNPUNCHED CUTDATE= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               CUTOFF ACTUALLY USED IS PRINTED UNDER THE
      *               HEADING WITH WHERE IT CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       77  BATCHCKP                    PIC  X(8)    VALUE 'BATCHCKP'.
       COPY BATCHCKP.

           END-IF.

           DISPLAY RPT-HDG1            UPON PRINTER.
           IF  CUT-DATE = SPACES
               MOVE 'NONE'             TO BPRM-VALUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           ELSE
               MOVE CUT-DATE           TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           IF  CUT-DATE = SPACES
               DISPLAY RPT-NOCUT       UPON PRINTER
               MOVE 4                  TO RETURN-CODE
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'JOBDTRIM'             TO BPRM-STEP-NAME.
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
