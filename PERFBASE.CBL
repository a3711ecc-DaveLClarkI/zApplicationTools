      *REMARKS.       RETIRES DETAIL OLDER THAN THE RETENTION
      *REMARKS.       (SYSPARM TAG RETDAYS=NNN, DEFAULT 14 -- THE
      *REMARKS.       FILE GROWS WITH EVERY TURN OF EVERY TERMINAL
      *REMARKS.       AND NOTHING TRIMMED IT -- EACH RETIRED TURN IS
      *REMARKS.       FIRST ROLLED INTO THE PERMANENT PERFDSUM DAILY
      *REMARKS.       SUMMARY BY TRANSACTION, DAY AND HOUR, WHICH THE
      *REMARKS.       PERFTRND MONTHLY REPORT READS), (2) REBUILDS THE
      *REMARKS.       PERFBASF BASELINE -- AVERAGE AND 90TH
      *REMARKS.       PERCENTILE BY TRANSACTION AND HOUR OF DAY,
      *REMARKS.       THE PERCENTILE FROM A BANDED HISTOGRAM -- AND

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC UNPUNCHED RETDAYS=/PCT= TAGS FALL BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               RETENTION AND THRESHOLD ACTUALLY USED ARE
      *               PRINTED AT THE TOP OF THE RUN WITH WHERE EACH
      *               CAME FROM.
      * 10/15/2026 DLC RETIRED TURNS ARE ROLLED INTO THE NEW PERFDSUM
      *               DAILY SUMMARY (TURN COUNT, AVERAGE, 90TH
      *               PERCENTILE, WORST, BAND COUNTS) BEFORE THEY ARE
      *               DELETED.  THE HISTOGRAM BANDS MOVED TO THE
      *               PERFBAND COPYBOOK SO PERFTRND READS THEM ALIKE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFBASF-KEY
                                       FILE STATUS IS PERFBASF-STATUS.
           SELECT PERFDSUM             ASSIGN TO PERFDSUM
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS PERFDSUM-KEY
                                       FILE STATUS IS PERFDSUM-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY PERFBASF.

       FD  PERFDSUM
           LABEL RECORDS ARE STANDARD.
           COPY PERFDSUM.

       WORKING-STORAGE SECTION.
       77  PERFHIST-STATUS             PIC  X(02).
       77  PERFBASF-STATUS             PIC  X(02).
       77  PERFDSUM-STATUS             PIC  X(02).
       77  DSUM-NEW-SW                 PIC  X(01).
           88  DSUM-NEW                             VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RETAIN-DAYS                 PIC S9(04)   COMP VALUE +14.
       77  FLAG-COUNT                  PIC S9(04)   COMP VALUE ZERO.

      * HISTOGRAM BAND UPPER BOUNDS IN MILLISECONDS (LAST CATCHES ALL)
       COPY PERFBAND.

       01  BUCKET-TABLE.
           03  BKT-ENTRY OCCURS 400 TIMES.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY ABSTIME.

       COPY DTEMAN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:3) IS NUMERIC
               MOVE EXT-VALUE(1:3)     TO RETAIN-DAYS
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           IF  RETAIN-DAYS < 1
               MOVE 14                 TO RETAIN-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RETAIN-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'PCT='                 TO EXT-TAG.
           MOVE 4                      TO EXT-TAGLEN.
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

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
               CLOSE PERFBASF
               OPEN I-O PERFBASF
           END-IF.
           OPEN I-O PERFDSUM.
           IF  PERFDSUM-STATUS = '35'
               OPEN OUTPUT PERFDSUM
               CLOSE PERFDSUM
               OPEN I-O PERFDSUM
           END-IF.
           DISPLAY RPT-HDG1            UPON PRINTER.

           MOVE LOW-VALUES             TO PERFHIST-KEY.
           END-START.
           PERFORM B00-READ-TURN THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE PERFHIST PERFDSUM.

           PERFORM C00-WRITE-BASELINE THRU C90-EXIT
                   VARYING BX FROM 1 BY 1
           MOVE ABS-HOURS              TO REC-HOUR.

           IF  REC-DATE < CUT-DATE
               PERFORM B10-ROLL-TURN THRU B19-EXIT
               DELETE PERFHIST RECORD
               ADD  1                  TO RETIRED-TOTAL
               GO TO B90-EXIT
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    ROLL A RETIRING TURN INTO ITS PERMANENT DAILY SUMMARY FOR   *
      *    THE TRANSACTION, DAY AND HOUR, CREATING IT ON FIRST SIGHT   *
      ******************************************************************
       B10-ROLL-TURN.
           MOVE PERFHIST-TRNID         TO PERFDSUM-TRNID.
           MOVE REC-DATE               TO PERFDSUM-DATE.
           MOVE REC-HOUR               TO PERFDSUM-HOUR.
           MOVE 'N'                    TO DSUM-NEW-SW.
           READ PERFDSUM
               INVALID KEY
                   SET  DSUM-NEW       TO TRUE
           END-READ.
           IF  DSUM-NEW
               MOVE ZERO               TO PERFDSUM-COUNT
                                          PERFDSUM-SUM-MS
                                          PERFDSUM-MAX-MS
               PERFORM B11-CLEAR-SUM-BAND THRU B11-EXIT
                       VARYING NX FROM 1 BY 1 UNTIL NX > 16
           END-IF.
           ADD  1                      TO PERFDSUM-COUNT.
           ADD  PERFHIST-ELAPSED-MS    TO PERFDSUM-SUM-MS.
           IF  PERFHIST-ELAPSED-MS > PERFDSUM-MAX-MS
               MOVE PERFHIST-ELAPSED-MS TO PERFDSUM-MAX-MS
           END-IF.
           PERFORM B23-FIND-BAND THRU B23-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > 16
                   OR    PERFHIST-ELAPSED-MS NOT > BAND-TOP(NX).
           IF  NX > 16
               MOVE 16                 TO NX
           END-IF.
           ADD  1                      TO PERFDSUM-BAND(NX).
           COMPUTE PERFDSUM-AVG-MS = PERFDSUM-SUM-MS / PERFDSUM-COUNT.
           COMPUTE NEED-COUNT = (PERFDSUM-COUNT * 9) / 10.
           IF  NEED-COUNT < 1
               MOVE 1                  TO NEED-COUNT
           END-IF.
           MOVE ZERO                   TO SEEN-COUNT.
           MOVE BAND-TOP(16)           TO PERFDSUM-P90-MS.
           PERFORM B12-SCAN-SUM-BAND THRU B12-EXIT
                   VARYING NX FROM 1 BY 1
                   UNTIL NX > 16
                   OR    SEEN-COUNT NOT < NEED-COUNT.
      * THE WORST TURN BOUNDS THE PERCENTILE -- A BAND TOP CAN SIT
      * WELL ABOVE EVERYTHING ACTUALLY SEEN
           IF  PERFDSUM-P90-MS > PERFDSUM-MAX-MS
               MOVE PERFDSUM-MAX-MS    TO PERFDSUM-P90-MS
           END-IF.
           IF  DSUM-NEW
               WRITE PERFDSUM-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE PERFDSUM-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       B19-EXIT.
           EXIT.

       B11-CLEAR-SUM-BAND.
           MOVE ZERO                   TO PERFDSUM-BAND(NX).
       B11-EXIT.
           EXIT.

       B12-SCAN-SUM-BAND.
           ADD  PERFDSUM-BAND(NX)      TO SEEN-COUNT.
           IF  SEEN-COUNT NOT < NEED-COUNT
               MOVE BAND-TOP(NX)       TO PERFDSUM-P90-MS
           END-IF.
       B12-EXIT.
           EXIT.

       B20-FOLD-BUCKET.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM B21-FIND-BUCKET THRU B21-EXIT
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'PERFBASE'             TO BPRM-STEP-NAME.
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
