      *               RETIRES THE CHECKPOINT.  THE PER-DAY BREAKDOWN
      *               ON A RESTARTED RUN COVERS ONLY THE REMAINDER;
      *               THE GRAND TOTALS CARRY ACROSS.
      * 10/15/2026 DLC AN UNPUNCHED RETDAYS= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               RETENTION ACTUALLY USED IS PRINTED AT THE TOP OF
      *               THE RUN WITH WHERE IT CAME FROM.
      * 10/15/2026 DLC WIDEN THE NAVARCH RECORD FOR THE NEW NAVHIST
      *               HOP-TYPE BYTE (SEE NAVHIST.CPY).
      * 10/15/2026 DLC NAVARCH RECORDS ARE NOW 45 BYTES; GENERATIONS
      *               ARCHIVED BEFORE THE HOP-TYPE BYTE HOLD 44-BYTE
      *               RECORDS AND STAY THAT WAY.  NAVRELD READS BOTH.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       FD  NAVARCH
           LABEL RECORDS ARE STANDARD.
      * MATCHES THE NAVHIST RECORD LENGTH (NOW WITH THE HOP TYPE)
       01  NAVARCH-RECORD              PIC  X(45).

       WORKING-STORAGE SECTION.
       77  NAVHIST-STATUS              PIC  X(02).
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       77  BATCHCKP                    PIC  X(8)    VALUE 'BATCHCKP'.
       COPY BATCHCKP.

           GOBACK.

      ******************************************************************
      *    PULL THE RETDAYS= TAG OUT OF THE SYSPARM STRING, OR THE     *
      *    BATPARMF PARAMETER FILE WHEN IT IS NOT PUNCHED              *
      ******************************************************************
       A10-GET-RETENTION.
           MOVE 'RETDAYS='             TO EXT-TAG.
               IF  EXT-VALUE(1:1) IS NUMERIC
               AND EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO RETAIN-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
             END-IF
           END-IF.
           IF  RETAIN-DAYS < 1
               MOVE 30                 TO RETAIN-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RETAIN-DAYS            TO BPRM-NUMBER.
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
           MOVE 'NAVPURGE'             TO BPRM-STEP-NAME.
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
