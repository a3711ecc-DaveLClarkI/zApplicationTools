       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    REGVTRIM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       RETENTION AND SUMMARIZATION FOR THE REGVITF
      *REMARKS.       REGION-VITALS KSDS THAT REGNMON WRITES EACH
      *REMARKS.       CYCLE.  DETAIL OLDER THAN THE RETENTION (SYSPARM
      *REMARKS.       TAG RETDAYS=NNN, DEFAULT 35 DAYS -- LONG ENOUGH
      *REMARKS.       FOR THE MONTHLY REGVRPT TO SEE A WHOLE MONTH OF
      *REMARKS.       DETAIL) IS ROLLED INTO HOURLY PER-APPLID SUMMARY
      *REMARKS.       RECORDS ON THE REGVSUM FILE -- SAMPLES, TASK
      *REMARKS.       TOTAL AND PEAK, MAX TASK, AT-MAX AND SOS
      *REMARKS.       SAMPLES, TS FOOTPRINT -- AND THEN DELETED, THE
      *REMARKS.       WAY JOBDTRIM HANDLES JOBDHIST.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGVITF              ASSIGN TO REGVITF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS REGVITF-KEY
                                       FILE STATUS IS REGVITF-STATUS.
           SELECT REGVSUM              ASSIGN TO REGVSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS REGVSUM-KEY
                                       FILE STATUS IS REGVSUM-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REGVITF
           LABEL RECORDS ARE STANDARD.
           COPY REGVITF.

       FD  REGVSUM
           LABEL RECORDS ARE STANDARD.
           COPY REGVSUM.

       WORKING-STORAGE SECTION.
       77  REGVITF-STATUS              PIC  X(02).
       77  REGVSUM-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RETAIN-DAYS                 PIC S9(04)   COMP VALUE ZERO.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  CURR-ABSTIME                PIC S9(15)   PACKED-DECIMAL.
       77  CUTOFF-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
       77  REC-HOUR                    PIC  9(02).
       77  ROLLED-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  KEPT-TOTAL                  PIC S9(09)   COMP VALUE ZERO.

      * WORK AREA FOR PULLING THE RETDAYS= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/AUDITPRG/JOBDTRIM)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).

       77  CKP-SINCE                   PIC S9(09)   COMP VALUE ZERO.

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       77  BATCHCKP                    PIC  X(8)    VALUE 'BATCHCKP'.
       COPY BATCHCKP.

       COPY ABSTIME.

       COPY DTEMAN.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'R E G V T R I M  -  REGVITF RETENTION ROLLUP'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(08)   VALUE 'ROLLED'.
           05  RPT-TOT-ROLLED          PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(08)   VALUE ',  KEPT'.
           05  RPT-TOT-KEPT            PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(10)
                   VALUE ',  RETAIN '.
           05  RPT-RETAIN              PIC  ZZ9.
           05  FILLER                  PIC  X(05)   VALUE ' DAYS'.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           DISPLAY RPT-HDG1            UPON PRINTER.
           PERFORM A10-GET-RETENTION THRU A19-EXIT.

           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO CURR-ABSTIME.
           COMPUTE CUTOFF-ABSTIME      =  CURR-ABSTIME
                                       -  (RETAIN-DAYS * 86400
                                          * 1000000).

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           OPEN I-O REGVITF.
           OPEN I-O REGVSUM.
           IF  REGVSUM-STATUS = '35'
      * '35' MEANS THE SUMMARY FILE HAS NEVER BEEN WRITTEN TO -- THE
      * FIRST ROLLUP CREATES IT (SEE JOBDTRIM FOR THE SAME PATTERN)
               OPEN OUTPUT REGVSUM
               CLOSE REGVSUM
               OPEN I-O REGVSUM
           END-IF.

           MOVE LOW-VALUES             TO REGVITF-KEY.

      * A SURVIVING CHECKPOINT MEANS THE LAST RUN WAS CANCELLED --
      * PICK UP WHERE IT LEFT OFF INSTEAD OF RE-BROWSING FROM THE TOP
           SET  BCKP-RESTART           TO TRUE.
           CALL BATCHCKP            USING BATCHCKP-PARMS.
           IF  BCKP-FOUND
               MOVE BCKP-KEY-POSITION(1:16) TO REGVITF-KEY
               MOVE BCKP-COUNTER-1     TO ROLLED-TOTAL
               MOVE BCKP-COUNTER-3     TO KEPT-TOTAL
           END-IF.

           START REGVITF KEY NOT LESS THAN REGVITF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM B00-READ-AND-ROLL THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.

           CLOSE REGVITF REGVSUM.
           SET  BCKP-COMPLETE          TO TRUE.
           CALL BATCHCKP            USING BATCHCKP-PARMS.

           MOVE ROLLED-TOTAL           TO RPT-TOT-ROLLED.
           MOVE KEPT-TOTAL             TO RPT-TOT-KEPT.
           MOVE RETAIN-DAYS            TO RPT-RETAIN.
           DISPLAY RPT-TOTAL           UPON PRINTER.

           MOVE ZEROES                 TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    PULL THE RETDAYS= TAG OUT OF THE SYSPARM STRING, OR THE     *
      *    BATPARMF PARAMETER FILE WHEN IT IS NOT PUNCHED              *
      ******************************************************************
       A10-GET-RETENTION.
           MOVE 'RETDAYS='             TO EXT-TAG.
           MOVE 8                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO RETAIN-DAYS
           ELSE
             IF  EXT-VALUE(1:2) IS NUMERIC
             AND EXT-VALUE(3:1) = SPACE
                 MOVE EXT-VALUE(1:2)   TO RETAIN-DAYS
             ELSE
               IF  EXT-VALUE(1:1) IS NUMERIC
               AND EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO RETAIN-DAYS
               ELSE
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
             END-IF
           END-IF.
           IF  RETAIN-DAYS < 1
               MOVE 35                 TO RETAIN-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RETAIN-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE DETAIL RECORD; ROLL IT INTO ITS HOURLY SUMMARY     *
      *    AND DELETE IT WHEN OLDER THAN THE CUTOFF                    *
      ******************************************************************
       B00-READ-AND-ROLL.
           READ REGVITF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           IF  REGVITF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B90-EXIT
           END-IF.
      * THE FILE IS IN STAMP ORDER WITHIN EACH APPLID, SO A KEPT
      * RECORD DOES NOT END THE PASS -- THE NEXT APPLID MAY BE OLDER
           IF  REGVITF-STAMP NOT < CUTOFF-ABSTIME
               ADD  1                  TO KEPT-TOTAL
               GO TO B90-EXIT
           END-IF.

           PERFORM C00-ROLL-INTO-SUMMARY THRU C90-EXIT.
           ADD  1                      TO ROLLED-TOTAL.
           DELETE REGVITF RECORD.
           ADD  1                      TO CKP-SINCE.
           IF  CKP-SINCE NOT < 1000
               PERFORM B20-TAKE-CHECKPOINT THRU B29-EXIT
           END-IF.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    SAVE THE POSITION AND TOTALS SO A CANCEL COSTS AT MOST A    *
      *    THOUSAND RECORDS' WORK                                      *
      ******************************************************************
       B20-TAKE-CHECKPOINT.
           MOVE ZERO                   TO CKP-SINCE.
           SET  BCKP-CHECKPOINT        TO TRUE.
           MOVE SPACES                 TO BCKP-KEY-POSITION.
           MOVE REGVITF-KEY            TO BCKP-KEY-POSITION(1:16).
           MOVE ROLLED-TOTAL           TO BCKP-COUNTER-1.
           MOVE ZERO                   TO BCKP-COUNTER-2.
           MOVE KEPT-TOTAL             TO BCKP-COUNTER-3.
           CALL BATCHCKP            USING BATCHCKP-PARMS.
       B29-EXIT.
           EXIT.

      ******************************************************************
      *    ADD THE DETAIL SAMPLE TO ITS APPLID'S SUMMARY FOR THAT      *
      *    CLOCK HOUR, CREATING THE SUMMARY RECORD ON FIRST SIGHT      *
      ******************************************************************
       C00-ROLL-INTO-SUMMARY.
           MOVE REGVITF-STAMP          TO ABS-INPUT.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.

           MOVE REGVITF-APPLID         TO REGVSUM-APPLID.
           MOVE DTE-GNUM               TO REGVSUM-DATE.
           MOVE REC-HOUR               TO REGVSUM-HOUR.
           READ REGVSUM
               INVALID KEY
                   PERFORM C10-NEW-SUMMARY THRU C19-EXIT
                   WRITE REGVSUM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM C20-ADD-SAMPLE THRU C29-EXIT
                   REWRITE REGVSUM-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ.
       C90-EXIT.
           EXIT.

       C10-NEW-SUMMARY.
           MOVE ZERO                   TO REGVSUM-SAMPLES
                                          REGVSUM-TASKS-TOTAL
                                          REGVSUM-TASKS-PEAK
                                          REGVSUM-MAXTASKS
                                          REGVSUM-ATMAX-SAMPLES
                                          REGVSUM-ATMAX-FIRST
                                          REGVSUM-ATMAX-LAST
                                          REGVSUM-SOS-SAMPLES
                                          REGVSUM-SOS-FIRST
                                          REGVSUM-SOS-LAST
                                          REGVSUM-TSQ-COUNT-PEAK
                                          REGVSUM-TSQ-BYTES-PEAK
                                          REGVSUM-TSQ-COUNT-LAST
                                          REGVSUM-TSQ-BYTES-LAST
                                          REGVSUM-LAST-STAMP.
           PERFORM C20-ADD-SAMPLE THRU C29-EXIT.
       C19-EXIT.
           EXIT.

       C20-ADD-SAMPLE.
           ADD  1                      TO REGVSUM-SAMPLES.
           ADD  REGVITF-TASKS          TO REGVSUM-TASKS-TOTAL.
           IF  REGVITF-TASKS > REGVSUM-TASKS-PEAK
               MOVE REGVITF-TASKS      TO REGVSUM-TASKS-PEAK
           END-IF.
           IF  REGVITF-MAXTASKS > REGVSUM-MAXTASKS
               MOVE REGVITF-MAXTASKS   TO REGVSUM-MAXTASKS
           END-IF.
           IF  REGVITF-AT-MAX
               ADD  1                  TO REGVSUM-ATMAX-SAMPLES
               IF  REGVSUM-ATMAX-FIRST = ZERO
               OR  REGVITF-STAMP < REGVSUM-ATMAX-FIRST
                   MOVE REGVITF-STAMP  TO REGVSUM-ATMAX-FIRST
               END-IF
               IF  REGVITF-STAMP > REGVSUM-ATMAX-LAST
                   MOVE REGVITF-STAMP  TO REGVSUM-ATMAX-LAST
               END-IF
           END-IF.
           IF  REGVITF-SOS
               ADD  1                  TO REGVSUM-SOS-SAMPLES
               IF  REGVSUM-SOS-FIRST = ZERO
               OR  REGVITF-STAMP < REGVSUM-SOS-FIRST
                   MOVE REGVITF-STAMP  TO REGVSUM-SOS-FIRST
               END-IF
               IF  REGVITF-STAMP > REGVSUM-SOS-LAST
                   MOVE REGVITF-STAMP  TO REGVSUM-SOS-LAST
               END-IF
           END-IF.
           IF  REGVITF-TSQ-COUNT > REGVSUM-TSQ-COUNT-PEAK
               MOVE REGVITF-TSQ-COUNT  TO REGVSUM-TSQ-COUNT-PEAK
           END-IF.
           IF  REGVITF-TSQ-BYTES > REGVSUM-TSQ-BYTES-PEAK
               MOVE REGVITF-TSQ-BYTES  TO REGVSUM-TSQ-BYTES-PEAK
           END-IF.
      * A RESTARTED RUN CAN REVISIT AN HOUR, SO "LAST" GOES BY STAMP
           IF  REGVITF-STAMP > REGVSUM-LAST-STAMP
               MOVE REGVITF-STAMP      TO REGVSUM-LAST-STAMP
               MOVE REGVITF-TSQ-COUNT  TO REGVSUM-TSQ-COUNT-LAST
               MOVE REGVITF-TSQ-BYTES  TO REGVSUM-TSQ-BYTES-LAST
           END-IF.
       C29-EXIT.
           EXIT.

      ******************************************************************
      *    THE ABSTIME STAMP IN ABS-INPUT AS A CCYYMMDD DATE (IN       *
      *    DTE-GNUM) AND ITS HOUR OF THE DAY (SEE ABSTIME AND DTEMAN)  *
      ******************************************************************
       Y10-STAMP-DATE.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO REC-HOUR.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD            =  ABS-DAYS + ADJUSTMENT-DAYS.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
       Y19-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM WITH TEST BEFORE
             VARYING EXT-IX FROM 1 BY 1
               UNTIL EXT-IX > (101 - EXT-TAGLEN)
                  OR EXT-POS > ZERO
             IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
                 EXT-TAG(1:EXT-TAGLEN)
                 COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
             END-IF
           END-PERFORM.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS > ZERO
               MOVE EXT-POS            TO EXT-END
               PERFORM WITH TEST BEFORE
                 VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                      OR JOBD-SYS-PARM(EXT-END:1) = ','
                      OR JOBD-SYS-PARM(EXT-END:1) = SPACE
               END-PERFORM
               IF  EXT-END > EXT-POS
                   MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'REGVTRIM'             TO BPRM-STEP-NAME.
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
