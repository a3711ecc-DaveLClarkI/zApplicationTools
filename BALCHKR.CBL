
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED CHAIN= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               CHAIN ACTUALLY VERIFIED IS PRINTED UNDER THE
      *               HEADING WITH WHERE IT CAME FROM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
           END-IF.

           DISPLAY RPT-HDG1            UPON PRINTER.
           IF  CHAIN-NAME = SPACES
               MOVE 'NONE'             TO BPRM-VALUE
           ELSE
               MOVE CHAIN-NAME         TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           IF  CHAIN-NAME = SPACES
               DISPLAY RPT-NOCHAIN     UPON PRINTER
               MOVE 4                  TO RETURN-CODE
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'BALCHKR'              TO BPRM-STEP-NAME.
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
