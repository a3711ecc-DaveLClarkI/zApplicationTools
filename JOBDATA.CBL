      *               SHARED BY AN MRO PAIR CAN NOW TELL THE REGIONS
      *               APART.  A CALLER THAT REQUESTS HISTORY MUST SET
      *               THE FIELD (SPACES IN PLAIN BATCH).
      * 10/15/2026 DLC A PDATE= TAG IN THE VSE SYSPARM STRING SWAPS THE
      *               CLOCK FOR THE PROCDTF PROCESSING DATE IN
      *               JOBD-JOB-DATE (AND SO IN JOBDHIST-JOB-DATE), SO
      *               A NIGHTLY RUN THAT CROSSES MIDNIGHT STAYS ON ITS
      *               BUSINESS DAY.  THE CLOCK DATE IS RETURNED IN THE
      *               NEW JOBD-CLOCK-DATE AND STILL KEYS THE JOBDHIST
      *               SNAPSHOT, AND JOBD-DATE-SW SAYS WHICH BASIS WAS
      *               USED.  WITHOUT THE TAG NOTHING IS OPENED.
      * END OF HISTORY ------------------------------------------------

      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      * these tags in its SYSPARM, so all three come back spaces/     *
      * zero -- JOBD-SYS-PARM itself is unaffected either way.         *
      *                                                               *
      *      A step that should work on the business date rather     *
      * than the clock adds one more tag:                             *
      *                                                               *
      *      PDATE=Y  (or SHOP)   the shop calendar's processing date *
      *      PDATE=<calendar id>  a named calendar's processing date  *
      *                                                               *
      * JOBD-JOB-DATE then comes back as the PROCDTF processing date  *
      * (advanced only by the PROCROLL end-of-day step), the clock    *
      * date comes back in JOBD-CLOCK-DATE either way, and            *
      * JOBD-DATE-SW says which one JOBD-JOB-DATE holds.              *
      *                                                               *
      * ============================================================= *
      *                                                               *
      *                          INVOCATION                           *
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBDHIST-KEY
                                       FILE STATUS IS JOBDHIST-STATUS.
           SELECT PROCDTF              ASSIGN TO PROCDTF
                                       ORGANIZATION INDEXED
                                       ACCESS RANDOM
                                       RECORD KEY IS PROCDTF-KEY
                                       FILE STATUS IS PROCDTF-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY JOBDHIST.

       FD  PROCDTF
           LABEL RECORDS ARE STANDARD.
           COPY PROCDTF.

       WORKING-STORAGE SECTION.
       77  JOBDHIST-STATUS             PIC  X(02).
       77  PROCDTF-STATUS              PIC  X(02).
       77  L                           PIC S9(4)    BINARY.
       77  P                           PIC S9(4)    BINARY.
       77  EDITTED-NUMBER              PIC  ZZZZZ9-.
           MOVE TODCOM-CURDATE         TO MDY-DATE.
           MOVE          CORR MDY-DATE TO YMD-DATE.
           MOVE TODCOM-CENTURY         TO CC.
           MOVE              CYMD-DATE TO JOBD-JOB-DATE
                                          JOBD-CLOCK-DATE.
           MOVE 'C'                    TO JOBD-DATE-SW.
           MOVE COMREG-COMNAME         TO JOBD-JOB-NAME.
           MOVE COMREG-IJBPHNAM        TO JOBD-EXEC-PGM.
           MOVE PJB-PJBJTIME           TO JOBD-PGM-STIM.
               END-IF
           END-IF.

           MOVE 'PDATE='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM B10-PARSE-EXT-TAG THRU B10-EXIT.
           IF  EXT-VALUE NOT = SPACES
               PERFORM B30-PROCESSING-DATE THRU B30-EXIT
           END-IF.

           IF  JOBD-HIST-REQUESTED
               MOVE JOBD-JOB-NAME      TO JOBDHIST-JOB-NAME
               MOVE JOBD-PWR-NUMB      TO JOBDHIST-PWR-NUMB
               MOVE JOBD-CLOCK-DATE    TO JOBDHIST-HIST-DATE
               MOVE JOBD-PGM-STIM      TO JOBDHIST-PGM-STIM
               MOVE JOBD-PWR-NAME      TO JOBDHIST-PWR-NAME
               MOVE JOBD-PART-ID       TO JOBDHIST-PART-ID
           END-WRITE.
       B21-EXIT.
           EXIT.

      ******************************************************************
      *    PDATE= WAS GIVEN -- THE JOB DATE BECOMES THAT CALENDAR'S   *
      *    PROCDTF PROCESSING DATE.  A MISSING OR UNREADABLE RECORD   *
      *    LEAVES THE CLOCK DATE IN PLACE, FLAGGED 'X' AND LOGGED, SO *
      *    A GATE STEP CAN REFUSE TO DECIDE ON THE WRONG DAY          *
      ******************************************************************
       B30-PROCESSING-DATE.
           MOVE 'X'                    TO JOBD-DATE-SW.
           IF  EXT-VALUE = 'Y' OR 'SHOP'
               MOVE SPACES             TO PDTE-CAL-ID
           ELSE
               MOVE EXT-VALUE(1:8)     TO PDTE-CAL-ID
           END-IF.
           OPEN INPUT PROCDTF.
           IF  PROCDTF-STATUS NOT = '00'
               DISPLAY 'JOBDATA: PROCDTF OPEN FAILED, STATUS='
                   PROCDTF-STATUS UPON CONSOLE
               GO TO B30-EXIT
           END-IF.
           READ PROCDTF
               INVALID KEY
                   DISPLAY 'JOBDATA: NO PROCESSING DATE FOR CALENDAR '
                       EXT-VALUE(1:8) UPON CONSOLE
               NOT INVALID KEY
                   IF  PDTE-CUR-DATE IS NUMERIC
                       MOVE PDTE-CUR-DATE TO JOBD-JOB-DATE
                       MOVE 'P'        TO JOBD-DATE-SW
                   END-IF
           END-READ.
           CLOSE PROCDTF.
       B30-EXIT.
           EXIT.
