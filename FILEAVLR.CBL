      *REMARKS.       THREE-HOUR BANDS) -- THE EVIDENCE THAT TAKES A
      *REMARKS.       RECURRING FILE CLOSURE FROM ANECDOTE TO
      *REMARKS.       ACTION.  AN OUTAGE STILL OPEN AT MONTH END IS
      *REMARKS.       COUNTED TO THE END OF THE HISTORY SEEN.  TIME
      *REMARKS.       CLOSED INSIDE A PLANNED BATCH WINDOW (STATE 'P')
      *REMARKS.       IS NOT AN OUTAGE.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED MONTH= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               MONTH ACTUALLY USED IS PRINTED UNDER THE
      *               HEADING WITH WHERE IT CAME FROM.
      * 10/15/2026 DLC FILEMON'S NEW 'P' STATE (CLOSED INSIDE A PLANNED
      *               BATCH WINDOW) ENDS AN OPEN OUTAGE THE SAME AS A
      *               RETURN TO 'A' -- PLANNED TIME IS NOT DOWNTIME.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY ABSTIME.

       COPY DTEMAN.
           END-IF.

           DISPLAY RPT-HDG1            UPON PRINTER.
           IF  SEL-MONTH = SPACES
               MOVE 'NONE'             TO BPRM-VALUE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           ELSE
               MOVE SEL-MONTH          TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           IF  SEL-MONTH = SPACES
               DISPLAY RPT-NOMONTH     UPON PRINTER
               MOVE 4                  TO RETURN-CODE

      ******************************************************************
      *    FOLD ONE TRANSITION INTO ITS FILE'S MONTH FIGURES -- A      *
      *    DROP TO 'U' OPENS AN OUTAGE, THE RETURN TO 'A' (OR THE      *
      *    START OF A PLANNED 'P' CLOSURE) CLOSES IT                   *
      ******************************************************************
       B00-READ-TRANSITION.
           READ FILEAVLF NEXT RECORD
      * A TRANSITION OUTSIDE THE MONTH STILL CLOSES AN OPEN OUTAGE
      * AT THE LAST IN-MONTH POINT SEEN
               IF  FILE-DOWN
               AND (FILEAVLF-NEW-STATE = 'A' OR 'P')
                   PERFORM B30-CLOSE-OUTAGE THRU B39-EXIT
               END-IF
               GO TO B90-EXIT
               END-IF
               ADD  1                  TO BAND-COUNT(BX)
           END-IF.
           IF  (FILEAVLF-NEW-STATE = 'A' OR 'P')
           AND FILE-DOWN
               PERFORM B30-CLOSE-OUTAGE THRU B39-EXIT
           END-IF.
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'FILEAVLR'             TO BPRM-STEP-NAME.
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
