       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MSGHPRG.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       RETENTION PURGE AND ARCHIVE FOR THE MSGHIST
      *REMARKS.       ROUTED-MESSAGE HISTORY KSDS WRITTEN BY MSGROUTE
      *REMARKS.       AND MSGBATCH.  RECORDS OLDER THAN THE RETENTION
      *REMARKS.       (SYSPARM TAG RETDAYS=NNN, OR THE BATPARMF ENTRY
      *REMARKS.       FOR THE STEP, DEFAULT 30 DAYS) ARE UNLOADED TO
      *REMARKS.       THE SEQUENTIAL MSGHARCH ARCHIVE AND DELETED FROM
      *REMARKS.       THE KSDS, WITH A COUNT PRINTED BY DAY.  THE SAME
      *REMARKS.       ARCHIVE-BEFORE-DELETE FAIL-SAFE AND BATCHCKP
      *REMARKS.       CHECKPOINT/RESTART AS NAVPURGE.

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
           SELECT MSGHIST              ASSIGN TO MSGHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MSGHIST-KEY
                                       FILE STATUS IS MSGHIST-STATUS.
           SELECT MSGHARCH             ASSIGN TO MSGHARCH
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS MSGHARCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MSGHIST
           LABEL RECORDS ARE STANDARD.
           COPY MSGHIST.

       FD  MSGHARCH
           LABEL RECORDS ARE STANDARD.
      * MATCHES THE MSGHIST RECORD LENGTH
       01  MSGHARCH-RECORD             PIC  X(180).

       WORKING-STORAGE SECTION.
       77  MSGHIST-STATUS              PIC  X(02).
       77  MSGHARCH-STATUS             PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  RETAIN-DAYS                 PIC S9(04)   COMP VALUE +30.
       77  CURR-ABSTIME                PIC S9(15)   PACKED-DECIMAL.
       77  CUTOFF-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  DX                          PIC S9(04)   COMP.
       77  DAY-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  DAY-FOUND-SW                PIC  X(01).
           88  DAY-FOUND                            VALUE 'Y'.
       77  PURGE-TOTAL                 PIC S9(09)   COMP VALUE ZERO.
       77  KEPT-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  ARCHFAIL-SW                 PIC  X(01)   VALUE 'N'.
           88  ARCH-FAILED                          VALUE 'Y'.

      * WORK AREA FOR PULLING THE RETDAYS= RETENTION TAG OUT OF THE
      * VSE SYSPARM STRING (SAME TAG CONVENTION JOBDATA USES FOR ITS
      * XRUNID=/XSYS=/XPRI= EXTERNAL-SCHEDULER TAGS)
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

       01  DAY-TABLE.
           03  DAY-ENTRY OCCURS 100 TIMES.
               05  DAY-TOTD            PIC S9(09)  COMP.
               05  DAY-PURGED          PIC S9(09)  COMP.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'M S G H P R G  -  MSGHIST RETENTION PURGE'.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(12)   VALUE 'DAY'.
           05  FILLER                  PIC  X(10)   VALUE 'ARCHIVED'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-DAY                 PIC  9(08).
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-PURGED              PIC  ZZZZZZZ9.

       01  RPT-ARCHFAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'MSGHARCH WRITE FAILED -- PURGE STOPPED, REST'.
           05  FILLER                  PIC  X(10)   VALUE ' KEPT'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'ARCHIVED'.
           05  RPT-TOT-PURGED          PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(08)   VALUE ',  KEPT'.
           05  RPT-TOT-KEPT            PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(15)
                   VALUE ',  RETAIN DAYS'.
           05  RPT-RETAIN              PIC  ZZZ9.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           PERFORM A10-GET-RETENTION THRU A19-EXIT.

           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO CURR-ABSTIME.
           COMPUTE CUTOFF-ABSTIME      =  CURR-ABSTIME
                                       -  (RETAIN-DAYS * 86400
                                          * 1000000).

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN ISOTSTMP
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           OPEN I-O MSGHIST.
           OPEN OUTPUT MSGHARCH.
           DISPLAY RPT-HDG1            UPON PRINTER.
           DISPLAY RPT-HDG2            UPON PRINTER.

           MOVE LOW-VALUES             TO MSGHIST-KEY.

      * A SURVIVING CHECKPOINT MEANS THE LAST RUN WAS CANCELLED --
      * PICK UP WHERE IT LEFT OFF INSTEAD OF RE-BROWSING THE WINDOW
           SET  BCKP-RESTART           TO TRUE.
           CALL BATCHCKP            USING BATCHCKP-PARMS.
           IF  BCKP-FOUND
               MOVE BCKP-KEY-POSITION(1:20) TO MSGHIST-KEY
               MOVE BCKP-COUNTER-1     TO PURGE-TOTAL
               MOVE BCKP-COUNTER-2     TO KEPT-TOTAL
           END-IF.

           START MSGHIST KEY NOT LESS THAN MSGHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM B00-READ-AND-PURGE THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.

           PERFORM C00-PRINT-DAY THRU C90-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DAY-COUNT.

           MOVE PURGE-TOTAL            TO RPT-TOT-PURGED.
           MOVE KEPT-TOTAL             TO RPT-TOT-KEPT.
           MOVE RETAIN-DAYS            TO RPT-RETAIN.
           DISPLAY RPT-TOTAL           UPON PRINTER.
           IF  ARCH-FAILED
               DISPLAY RPT-ARCHFAIL    UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               CLOSE MSGHIST MSGHARCH
               GOBACK
           END-IF.

           CLOSE MSGHIST MSGHARCH.
           SET  BCKP-COMPLETE          TO TRUE.
           CALL BATCHCKP            USING BATCHCKP-PARMS.
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
               MOVE 30                 TO RETAIN-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RETAIN-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE MSGHIST RECORD; ARCHIVE AND DELETE IT WHEN OLDER   *
      *    THAN THE RETENTION CUTOFF                                   *
      ******************************************************************
       B00-READ-AND-PURGE.
           READ MSGHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           IF  MSGHIST-STAMP NOT < CUTOFF-ABSTIME
               ADD  1                  TO KEPT-TOTAL
               GO TO B90-EXIT
           END-IF.

           MOVE MSGHIST-RECORD         TO MSGHARCH-RECORD.
           WRITE MSGHARCH-RECORD.
      * A RECORD THAT COULD NOT BE ARCHIVED MUST NOT BE DELETED --
      * STOP THE PURGE AND LEAVE THE REST FOR A RUN WITH ROOM
           IF  MSGHARCH-STATUS NOT = '00'
               SET  ARCH-FAILED        TO TRUE
               SET  NO-MORE-RECORDS    TO TRUE
               ADD  1                  TO KEPT-TOTAL
               GO TO B90-EXIT
           END-IF.
           DELETE MSGHIST RECORD.
           ADD  1                      TO PURGE-TOTAL.
           PERFORM B10-COUNT-DAY THRU B19-EXIT.
           ADD  1                      TO CKP-SINCE.
           IF  CKP-SINCE NOT < 1000
               PERFORM B20-TAKE-CHECKPOINT THRU B29-EXIT
           END-IF.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    BUMP THE ARCHIVED COUNT FOR THE RECORD'S CALENDAR DAY       *
      ******************************************************************
       B10-COUNT-DAY.
           MOVE MSGHIST-STAMP          TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           COMPUTE DTE-TOTD            =  ABS-DAYS + ADJUSTMENT-DAYS.

           MOVE 'N'                    TO DAY-FOUND-SW.
           PERFORM B15-FIND-DAY THRU B15-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DAY-COUNT
                   OR    DAY-FOUND.
           IF  NOT DAY-FOUND
               IF  DAY-COUNT < 100
                   ADD  1              TO DAY-COUNT
                   MOVE DAY-COUNT      TO DX
                   MOVE DTE-TOTD       TO DAY-TOTD(DX)
                   MOVE ZERO           TO DAY-PURGED(DX)
                   SET  DAY-FOUND      TO TRUE
               END-IF
           END-IF.
           IF  DAY-FOUND
               ADD  1                  TO DAY-PURGED(DX)
           END-IF.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    SAVE THE POSITION AND TOTALS SO A CANCEL COSTS AT MOST A    *
      *    THOUSAND RECORDS' WORK                                      *
      ******************************************************************
       B20-TAKE-CHECKPOINT.
           MOVE ZERO                   TO CKP-SINCE.
           SET  BCKP-CHECKPOINT        TO TRUE.
           MOVE SPACES                 TO BCKP-KEY-POSITION.
           MOVE MSGHIST-KEY            TO BCKP-KEY-POSITION(1:20).
           MOVE PURGE-TOTAL            TO BCKP-COUNTER-1.
           MOVE KEPT-TOTAL             TO BCKP-COUNTER-2.
           MOVE ZERO                   TO BCKP-COUNTER-3.
           CALL BATCHCKP            USING BATCHCKP-PARMS.
       B29-EXIT.
           EXIT.

       B15-FIND-DAY.
           IF  DAY-TOTD(DX) = DTE-TOTD
               SET  DAY-FOUND          TO TRUE
               SUBTRACT 1            FROM DX
           END-IF.
       B15-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT ONE DAY'S ARCHIVED COUNT, CONVERTING THE DAY NUMBER   *
      *    BACK TO A GREGORIAN DATE VIA DTEMAN                         *
      ******************************************************************
       C00-PRINT-DAY.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           MOVE DAY-TOTD(DX)           TO DTE-TOTD.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE DTE-GNUM               TO RPT-DAY.
           MOVE DAY-PURGED(DX)         TO RPT-PURGED.
           DISPLAY RPT-DETAIL          UPON PRINTER.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE IN EXT-VALUE          *
      *    (SPACES IF THE TAG ISN'T PRESENT AT ALL) -- SAME PARSE      *
      *    JOBDATA USES FOR ITS OWN SYSPARM TAGS                       *
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
           MOVE 'MSGHPRG '             TO BPRM-STEP-NAME.
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
