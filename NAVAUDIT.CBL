      *REMARKS.       TIME, AND THE FLAG, FOLLOWED BY A PER-OPERATOR
      *REMARKS.       SUMMARY -- WHAT INTERNAL AUDIT ASKS FOR AFTER
      *REMARKS.       EVERY INCIDENT, WITHOUT THE SYSLST GREP AND
      *REMARKS.       THE GUESSING.  WITH SYSPARM TAG INVEST=YES THE
      *REMARKS.       TRAIL IS READ FROM THE NAVINVF INVESTIGATION
      *REMARKS.       FILE (AS RELOADED BY NAVRELD) INSTEAD OF NAVHIST.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC UNPUNCHED FROM=/TO= TAGS FALL BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               SHOP-HOURS WINDOW ACTUALLY USED IS PRINTED AT
      *               THE TOP OF THE RUN WITH WHERE EACH END CAME
      *               FROM.
      * 10/15/2026 DLC INVEST=YES READS THE NAVINVF INVESTIGATION FILE
      *               RELOADED FROM THE NAVARCH ARCHIVE BY NAVRELD, SO
      *               AN OLD INCIDENT CAN BE REPORTED THE SAME WAY.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVHIST-KEY
                                       FILE STATUS IS NAVHIST-STATUS.
           SELECT NAVINVF              ASSIGN TO NAVINVF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVINVF-KEY
                                       FILE STATUS IS NAVINVF-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY NAVHIST.

       FD  NAVINVF
           LABEL RECORDS ARE STANDARD.
           COPY NAVINVF.

       WORKING-STORAGE SECTION.
       77  NAVHIST-STATUS              PIC  X(02).
       77  NAVINVF-STATUS              PIC  X(02).
       77  INVEST-SW                   PIC  X(01)   VALUE 'N'.
           88  INVEST-MODE                          VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  FROM-HHMM                   PIC  9(04)   VALUE 0700.
               05  OPR-ID              PIC  X(03).
               05  OPR-HITS            PIC S9(09)  COMP.

      * WORK AREA FOR PULLING THE FROM=/TO=/INVEST= TAGS OUT OF THE VSE
      * SYSPARM STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY ABSTIME.

       COPY DTEMAN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:4) IS NUMERIC
               MOVE EXT-VALUE(1:4)     TO FROM-HHMM
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE FROM-HHMM              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'TO='                  TO EXT-TAG.
           MOVE 3                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:4) IS NUMERIC
               MOVE EXT-VALUE(1:4)     TO TO-HHMM
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE TO-HHMM                TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'INVEST='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:1) = 'Y'
               MOVE 'Y'                TO INVEST-SW
               MOVE 'YES'              TO BPRM-VALUE
           ELSE
               IF  EXT-VALUE(1:1) NOT = 'N'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
               MOVE 'NO'               TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           DISPLAY RPT-HDG1            UPON PRINTER.
           DISPLAY RPT-HDG2            UPON PRINTER.

      * THE INVESTIGATION FILE HAS THE NAVHIST LAYOUT AND KEY
           IF  INVEST-MODE
               OPEN INPUT NAVINVF
               MOVE LOW-VALUES         TO NAVINVF-KEY
               START NAVINVF KEY NOT LESS THAN NAVINVF-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
           ELSE
               OPEN INPUT NAVHIST
               MOVE LOW-VALUES         TO NAVHIST-KEY
               START NAVHIST KEY NOT LESS THAN NAVHIST-KEY
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START
           END-IF.

           PERFORM B00-JUDGE-HOP THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           IF  INVEST-MODE
               CLOSE NAVINVF
           ELSE
               CLOSE NAVHIST
           END-IF.

           DISPLAY RPT-OPR-HDG         UPON PRINTER.
           PERFORM D00-PRINT-OPR THRU D90-EXIT
      *    HOURS WINDOW IS AN EXCEPTION                                *
      ******************************************************************
       B00-JUDGE-HOP.
           IF  INVEST-MODE
               READ NAVINVF NEXT RECORD INTO NAVHIST-RECORD
                   AT END
                       SET NO-MORE-RECORDS TO TRUE
               END-READ
           ELSE
               READ NAVHIST NEXT RECORD
                   AT END
                       SET NO-MORE-RECORDS TO TRUE
               END-READ
           END-IF.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'NAVAUDIT'             TO BPRM-STEP-NAME.
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
