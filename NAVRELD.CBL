       CBL XOPTS(EXCI)
       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    NAVRELD.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       NAVIGATION-HISTORY INVESTIGATION RELOAD.  PULLS
      *REMARKS.       THE HOPS NAVPURGE ARCHIVED TO NAVARCH BACK INTO
      *REMARKS.       THE NAVINVF INVESTIGATION FILE (THE NAVHIST
      *REMARKS.       LAYOUT), SO NAVTRACE, NAVOPRPT, NAVAUDIT AND
      *REMARKS.       INCTLINE CAN BE POINTED AT A PERIOD THE LIVE
      *REMARKS.       FILE NO LONGER HOLDS.  THE LIVE NAVHIST FILE IS
      *REMARKS.       NEVER TOUCHED.  SYSPARM TAGS --
      *REMARKS.         ACTION=RELOAD (DEFAULT) OR EMPTY -- EMPTY
      *REMARKS.                 DELETES EVERYTHING ON NAVINVF WHEN
      *REMARKS.                 THE CASE CLOSES
      *REMARKS.         CASE=     CASE/INCIDENT REFERENCE (REQUIRED)
      *REMARKS.         APPLID=   CICS REGION THAT KEEPS AUDITLOG
      *REMARKS.                   (REQUIRED)
      *REMARKS.         FROM=CCYYMMDD  TO=CCYYMMDD  TERM=XXXX
      *REMARKS.         OPID=XXX -- THE SELECTION, ALL GIVEN ONES MUST
      *REMARKS.                 MATCH AND AT LEAST ONE IS REQUIRED
      *REMARKS.       NAVARCH MAY BE SEVERAL GENERATIONS CONCATENATED;
      *REMARKS.       GENERATIONS WRITTEN BEFORE THE HOP-TYPE BYTE
      *REMARKS.       (44-BYTE RECORDS) RELOAD AS ORDINARY HOPS;
      *REMARKS.       A RELOAD ADDS TO WHAT IS ALREADY ON NAVINVF (A
      *REMARKS.       HOP ALREADY THERE IS COUNTED, NOT DOUBLED).
      *REMARKS.       EVERY RELOAD AND EMPTY IS WRITTEN TO AUDITLOG
      *REMARKS.       THROUGH AUDITWRT (LINKED OVER THE EXTERNAL CICS
      *REMARKS.       INTERFACE) BEFORE ANY RECORD MOVES -- NO AUDIT,
      *REMARKS.       NO RELOAD.
      *REMARKS.         RC 0 -- DONE
      *REMARKS.         RC 4 -- NOTHING SELECTED / NOTHING TO EMPTY
      *REMARKS.         RC 8 -- BAD PARAMETER, NOT AUDITED, OR A FILE
      *REMARKS.                 COULD NOT BE READ OR WRITTEN

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC READ NAVARCH AS VARIABLE LENGTH SO THE 44-BYTE
      *               GENERATIONS ARCHIVED BEFORE THE HOP-TYPE BYTE
      *               STILL RELOAD (WITH A SPACE HOP TYPE).
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAVARCH              ASSIGN TO NAVARCH
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS NAVARCH-STATUS.
           SELECT NAVINVF              ASSIGN TO NAVINVF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVINVF-KEY
                                       FILE STATUS IS NAVINVF-STATUS.

       DATA DIVISION.

       FILE SECTION.
      * MATCHES THE NAVHIST RECORD LENGTH (SEE NAVPURGE) -- 45 BYTES
      * NOW, 44 IN THE GENERATIONS WRITTEN BEFORE THE HOP-TYPE BYTE
       FD  NAVARCH
           RECORD IS VARYING IN SIZE FROM 44 TO 45
               DEPENDING ON NAVARCH-LEN
           LABEL RECORDS ARE STANDARD.
       01  NAVARCH-RECORD              PIC  X(45).

       FD  NAVINVF
           LABEL RECORDS ARE STANDARD.
           COPY NAVINVF.

       WORKING-STORAGE SECTION.
       77  NAVARCH-STATUS              PIC  X(02).
       77  NAVARCH-LEN                 PIC S9(04)   COMP.
       77  NAVINVF-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
      * Y = NAVINVF WAS EMPTY AND IS OPEN FOR ITS FIRST (LOAD) WRITE
       77  LOAD-MODE-SW                PIC  X(01)   VALUE 'N'.
           88  LOAD-MODE                            VALUE 'Y'.
       77  RELD-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  RELD-ACTION                 PIC  X(08).
           88  RELD-RELOAD                          VALUE 'RELOAD'.
           88  RELD-EMPTY                           VALUE 'EMPTY'.
       77  RELD-CASE                   PIC  X(12).
       77  RELD-APPLID                 PIC  X(08).
       77  RELD-FROM                   PIC  X(08).
       77  RELD-TO                     PIC  X(08).
       77  RELD-TERM                   PIC  X(04).
       77  RELD-OPID                   PIC  X(03).
       77  DATE-WORK                   PIC  X(08).
       77  DATE-OK-SW                  PIC  X(01).
           88  DATE-OK                              VALUE 'Y'.
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP.
       77  LOW-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  HIGH-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  READ-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  PICK-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  LOAD-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  DUP-TOTAL                   PIC S9(09)   COMP VALUE ZERO.
       77  DEL-TOTAL                   PIC S9(09)   COMP VALUE ZERO.

      * WORK AREA FOR PULLING THE TAGS OUT OF THE VSE SYSPARM STRING
      * (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY DTEMAN.

       COPY NAVHIST.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * EXTERNAL CICS INTERFACE RETURN AREA (DFHXCPLO LAYOUT)
       01  EXCI-RETURN.
           05  EXCI-RESP               PIC  9(08)   COMP.
           05  EXCI-RESP2              PIC  9(08)   COMP.
           05  EXCI-ABCODE             PIC  X(04).
           05  EXCI-MSG-LEN            PIC  9(08)   COMP.
           05  EXCI-MSG-PTR            USAGE IS POINTER.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'N A V R E L D  -  NAVHIST INVESTIGATION FILE'.
           05  FILLER                  PIC  X(09)   VALUE 'RUN DATE '.
           05  RPT-H-DATE              PIC  X(08).

       01  RPT-EXCI.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'EXCI RESP='.
           05  RPT-X-RESP              PIC  Z(07)9.
           05  FILLER                  PIC  X(07)   VALUE ' RESP2='.
           05  RPT-X-RESP2             PIC  Z(07)9.
           05  FILLER                  PIC  X(08)   VALUE ' ABCODE='.
           05  RPT-X-ABCODE            PIC  X(04).

       01  RPT-RELOAD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(05)   VALUE 'READ'.
           05  RPT-R-READ              PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ',  PICKED'.
           05  RPT-R-PICK              PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(13)   VALUE ',  RELOADED'.
           05  RPT-R-LOAD              PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(18)
                   VALUE ',  ALREADY THERE'.
           05  RPT-R-DUP               PIC  ZZZZZZZZ9.

       01  RPT-EMPTIED.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'RECORDS DELETED'.
           05  RPT-E-DEL               PIC  ZZZZZZZZ9.

       01  RPT-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(09)
                   VALUE 'NAVRELD: '.
           05  RPT-ACTION              PIC  X(08).
           05  FILLER                  PIC  X(06)   VALUE ' CASE '.
           05  RPT-CASE                PIC  X(12).
           05  FILLER                  PIC  X(04)   VALUE ' RC='.
           05  RPT-RC                  PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-VERDICT             PIC  X(40).

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE JOBD-CLOCK-DATE        TO RPT-H-DATE.
           DISPLAY RPT-HDG1            UPON PRINTER.

           PERFORM A10-GET-PARMS THRU A19-EXIT.
           IF  RELD-RC NOT = ZERO
               GO TO A80-REPORT
           END-IF.

           IF  RELD-EMPTY
               PERFORM D00-EMPTY-FILE THRU D90-EXIT
           ELSE
               PERFORM B00-RELOAD THRU B90-EXIT
           END-IF.

       A80-REPORT.
           MOVE RELD-ACTION            TO RPT-ACTION.
           MOVE RELD-CASE              TO RPT-CASE.
           MOVE RELD-RC                TO RPT-RC.
           DISPLAY RPT-LINE            UPON PRINTER.
           MOVE RELD-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    PULL AND CHECK THE TAGS; ANY FAULT ENDS THE RUN RC 8 BEFORE *
      *    ANYTHING IS AUDITED OR MOVED                                *
      ******************************************************************
       A10-GET-PARMS.
           MOVE 'ACTION='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO RELD-ACTION.
           IF  RELD-ACTION = SPACES
               MOVE 'RELOAD'           TO RELD-ACTION
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RELD-ACTION            TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'CASE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:12)        TO RELD-CASE.
           MOVE RELD-CASE              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'APPLID='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO RELD-APPLID.
           MOVE RELD-APPLID            TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           IF  NOT RELD-RELOAD
           AND NOT RELD-EMPTY
               MOVE 8                  TO RELD-RC
               MOVE 'ACTION= MUST BE RELOAD OR EMPTY' TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
           IF  RELD-CASE = SPACES
               MOVE 8                  TO RELD-RC
               MOVE 'CASE= IS REQUIRED' TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
           IF  RELD-APPLID = SPACES
               MOVE 8                  TO RELD-RC
               MOVE 'NO APPLID= FOR THE AUDITLOG REGION'
                                       TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.
           IF  RELD-EMPTY
               GO TO A19-EXIT
           END-IF.

           MOVE 'FROM='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO RELD-FROM.
           MOVE RELD-FROM              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'TO='                  TO EXT-TAG.
           MOVE 3                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO RELD-TO.
           MOVE RELD-TO                TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'TERM='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:4)         TO RELD-TERM.
           MOVE RELD-TERM              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
           MOVE 'OPID='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:3)         TO RELD-OPID.
           MOVE RELD-OPID              TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           IF  RELD-FROM = SPACES
           AND RELD-TO = SPACES
           AND RELD-TERM = SPACES
           AND RELD-OPID = SPACES
               MOVE 8                  TO RELD-RC
               MOVE 'GIVE FROM=, TO=, TERM= OR OPID=' TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.

      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           MOVE ZERO                   TO LOW-STAMP.
           MOVE 999999999999999        TO HIGH-STAMP.
           IF  RELD-FROM > SPACES
               MOVE RELD-FROM          TO DATE-WORK
               PERFORM A20-CHECK-DATE THRU A29-EXIT
               IF  NOT DATE-OK
                   MOVE 8              TO RELD-RC
                   MOVE 'FROM= MUST BE CCYYMMDD' TO RPT-VERDICT
                   GO TO A19-EXIT
               END-IF
               COMPUTE LOW-STAMP = (DTE-TOTD - ADJUSTMENT-DAYS)
                                 * 86400 * 1000000
           END-IF.
           IF  RELD-TO > SPACES
               MOVE RELD-TO            TO DATE-WORK
               PERFORM A20-CHECK-DATE THRU A29-EXIT
               IF  NOT DATE-OK
                   MOVE 8              TO RELD-RC
                   MOVE 'TO= MUST BE CCYYMMDD' TO RPT-VERDICT
                   GO TO A19-EXIT
               END-IF
      * THROUGH THE END OF THE TO= DAY
               COMPUTE HIGH-STAMP = (DTE-TOTD - ADJUSTMENT-DAYS + 1)
                                  * 86400 * 1000000
           END-IF.
           IF  HIGH-STAMP NOT > LOW-STAMP
               MOVE 8                  TO RELD-RC
               MOVE 'TO= IS BEFORE FROM=' TO RPT-VERDICT
               GO TO A19-EXIT
           END-IF.

       A19-EXIT.
           EXIT.

      * DATE-WORK MUST BE A PLAUSIBLE CCYYMMDD; DTE-TOTD IS ITS DAY
      * NUMBER WHEN IT IS
       A20-CHECK-DATE.
           MOVE 'N'                    TO DATE-OK-SW.
           IF  DATE-WORK NOT NUMERIC
           OR  DATE-WORK(1:2) < '19'
           OR  DATE-WORK(5:2) < '01'
           OR  DATE-WORK(5:2) > '12'
           OR  DATE-WORK(7:2) < '01'
           OR  DATE-WORK(7:2) > '31'
               GO TO A29-EXIT
           END-IF.
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE DATE-WORK              TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           SET  DATE-OK                TO TRUE.
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    RELOAD -- AUDIT FIRST, THEN COPY EVERY ARCHIVED HOP THAT    *
      *    MATCHES THE SELECTION ONTO NAVINVF                          *
      ******************************************************************
       B00-RELOAD.
           MOVE SPACES                 TO AUDIT-AREA.
           MOVE 'NAVRELD'              TO AUDIT-ACTION.
           STRING 'FROM ' RELD-FROM ' TO ' RELD-TO
                                       DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           STRING 'TERM ' RELD-TERM ' OPID ' RELD-OPID
                                       DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM X60-WRITE-AUDIT THRU X69-EXIT.
           IF  RELD-RC NOT = ZERO
               GO TO B90-EXIT
           END-IF.

           OPEN INPUT NAVARCH.
           IF  NAVARCH-STATUS NOT = '00'
               MOVE 8                  TO RELD-RC
               MOVE 'NAVARCH ARCHIVE NOT AVAILABLE' TO RPT-VERDICT
               GO TO B90-EXIT
           END-IF.
      * A NEVER-LOADED (OR JUST-EMPTIED) CLUSTER WILL NOT OPEN I-O --
      * IT TAKES ITS FIRST RECORD IN LOAD MODE (SEE B20)
           OPEN I-O NAVINVF.
           IF  NAVINVF-STATUS NOT = '00'
               OPEN OUTPUT NAVINVF
               IF  NAVINVF-STATUS NOT = '00'
                   CLOSE NAVARCH
                   MOVE 8              TO RELD-RC
                   MOVE 'NAVINVF NOT AVAILABLE' TO RPT-VERDICT
                   GO TO B90-EXIT
               END-IF
               SET  LOAD-MODE          TO TRUE
           END-IF.

           PERFORM B10-ONE-HOP THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE NAVARCH NAVINVF.

           MOVE READ-TOTAL             TO RPT-R-READ.
           MOVE PICK-TOTAL             TO RPT-R-PICK.
           MOVE LOAD-TOTAL             TO RPT-R-LOAD.
           MOVE DUP-TOTAL              TO RPT-R-DUP.
           DISPLAY RPT-RELOAD          UPON PRINTER.
           IF  RELD-RC NOT = ZERO
               GO TO B90-EXIT
           END-IF.
           IF  PICK-TOTAL = ZERO
               MOVE 4                  TO RELD-RC
               MOVE 'NOTHING ON NAVARCH MATCHED' TO RPT-VERDICT
           ELSE
               MOVE 'RELOADED -- POINT THE READERS AT NAVINVF'
                                       TO RPT-VERDICT
           END-IF.
       B90-EXIT.
           EXIT.

       B10-ONE-HOP.
           READ NAVARCH
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO B19-EXIT
           END-READ.
           IF  NAVARCH-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE 8                  TO RELD-RC
               MOVE 'NAVARCH READ FAILED -- RELOAD INCOMPLETE'
                                       TO RPT-VERDICT
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO READ-TOTAL.
           MOVE NAVARCH-RECORD         TO NAVHIST-RECORD.
           IF  NAVARCH-LEN < LENGTH OF NAVHIST-RECORD
               MOVE SPACE              TO NAVHIST-HOP-TYPE
           END-IF.
           IF  NAVHIST-STAMP < LOW-STAMP
           OR  NAVHIST-STAMP NOT < HIGH-STAMP
               GO TO B19-EXIT
           END-IF.
           IF  RELD-TERM > SPACES
           AND NAVHIST-TERMID(1:4) NOT = RELD-TERM
               GO TO B19-EXIT
           END-IF.
           IF  RELD-OPID > SPACES
           AND NAVHIST-OPID NOT = RELD-OPID
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO PICK-TOTAL.
           PERFORM B20-WRITE-HOP THRU B29-EXIT.
       B19-EXIT.
           EXIT.

      * A HOP ALREADY ON FILE (AN EARLIER RELOAD FOR THE CASE) IS
      * COUNTED; ANY OTHER WRITE FAILURE STOPS THE RELOAD
       B20-WRITE-HOP.
           MOVE NAVHIST-RECORD         TO NAVINVF-RECORD.
           WRITE NAVINVF-RECORD.
           IF  NAVINVF-STATUS = '22'
               ADD  1                  TO DUP-TOTAL
               GO TO B29-EXIT
           END-IF.
           IF  NAVINVF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE 8                  TO RELD-RC
               MOVE 'NAVINVF WRITE FAILED -- RELOAD INCOMPLETE'
                                       TO RPT-VERDICT
               GO TO B29-EXIT
           END-IF.
           ADD  1                      TO LOAD-TOTAL.
      * THE FIRST RECORD IS IN -- FROM HERE ON THE CLUSTER TAKES
      * RANDOM WRITES, IN WHATEVER ORDER THE GENERATIONS ARRIVE
           IF  LOAD-MODE
               CLOSE NAVINVF
               OPEN I-O NAVINVF
               MOVE 'N'                TO LOAD-MODE-SW
               IF  NAVINVF-STATUS NOT = '00'
                   SET  NO-MORE-RECORDS TO TRUE
                   MOVE 8              TO RELD-RC
                   MOVE 'NAVINVF REOPEN FAILED -- RELOAD INCOMPLETE'
                                       TO RPT-VERDICT
               END-IF
           END-IF.
       B29-EXIT.
           EXIT.

      ******************************************************************
      *    EMPTY -- COUNT WHAT IS THERE, AUDIT IT, THEN DELETE IT ALL  *
      ******************************************************************
       D00-EMPTY-FILE.
           OPEN I-O NAVINVF.
           IF  NAVINVF-STATUS NOT = '00'
               MOVE 4                  TO RELD-RC
               MOVE 'NAVINVF ALREADY EMPTY (OR NOT DEFINED)'
                                       TO RPT-VERDICT
               GO TO D90-EXIT
           END-IF.
           MOVE LOW-VALUES             TO NAVINVF-KEY.
           START NAVINVF KEY NOT LESS THAN NAVINVF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM D10-COUNT-ONE THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.
           IF  READ-TOTAL = ZERO
               CLOSE NAVINVF
               MOVE 4                  TO RELD-RC
               MOVE 'NAVINVF ALREADY EMPTY' TO RPT-VERDICT
               GO TO D90-EXIT
           END-IF.

           MOVE SPACES                 TO AUDIT-AREA.
           MOVE 'NAVIEMPT'             TO AUDIT-ACTION.
           MOVE READ-TOTAL             TO RPT-E-DEL.
           STRING 'RECORDS ' RPT-E-DEL DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE 'EMPTIED'              TO AUDIT-NEW-VALUE.
           PERFORM X60-WRITE-AUDIT THRU X69-EXIT.
           IF  RELD-RC NOT = ZERO
               CLOSE NAVINVF
               GO TO D90-EXIT
           END-IF.

           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO NAVINVF-KEY.
           START NAVINVF KEY NOT LESS THAN NAVINVF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM D20-DELETE-ONE THRU D29-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE NAVINVF.

           MOVE DEL-TOTAL              TO RPT-E-DEL.
           DISPLAY RPT-EMPTIED         UPON PRINTER.
           IF  RELD-RC = ZERO
               MOVE 'INVESTIGATION FILE EMPTIED' TO RPT-VERDICT
           END-IF.
       D90-EXIT.
           EXIT.

       D10-COUNT-ONE.
           READ NAVINVF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO D19-EXIT
           END-READ.
           ADD  1                      TO READ-TOTAL.
       D19-EXIT.
           EXIT.

       D20-DELETE-ONE.
           READ NAVINVF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO D29-EXIT
           END-READ.
           DELETE NAVINVF RECORD.
           IF  NAVINVF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               MOVE 8                  TO RELD-RC
               MOVE 'NAVINVF DELETE FAILED -- FILE NOT EMPTY'
                                       TO RPT-VERDICT
               GO TO D29-EXIT
           END-IF.
           ADD  1                      TO DEL-TOTAL.
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM X12-FIND-TAG THRU X12-EXIT
                   VARYING EXT-IX FROM 1 BY 1
                   UNTIL EXT-IX > (101 - EXT-TAGLEN)
                   OR    EXT-POS > ZERO.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS = ZERO
               GO TO X10-FALLBACK
           END-IF.
           PERFORM X14-FIND-END THRU X14-EXIT
                   VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                   OR    JOBD-SYS-PARM(EXT-END:1) = ','
                   OR    JOBD-SYS-PARM(EXT-END:1) = SPACE.
           IF  EXT-END > EXT-POS
               MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
       X10-FALLBACK.
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'NAVRELD'              TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

       X12-FIND-TAG.
           IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
               EXT-TAG(1:EXT-TAGLEN)
               COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
           END-IF.
       X12-EXIT.
           EXIT.

       X14-FIND-END.
           CONTINUE.
       X14-EXIT.
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

      ******************************************************************
      *    ONE AUDITLOG RECORD THROUGH AUDITWRT IN THE APPLID= REGION  *
      *    (AUDIT-ACTION AND THE OLD/NEW VALUES SET BY THE CALLER).    *
      *    THE KEY NAMES THE CASE AND THE POWER JOB THAT DID IT.  A    *
      *    REGION THAT DOES NOT ANSWER ENDS THE RUN RC 8 UNTOUCHED     *
      ******************************************************************
       X60-WRITE-AUDIT.
           MOVE 'NAVRELD'              TO AUDIT-PGM.
           STRING RELD-CASE ' ' JOBD-PWR-NAME ' ' JOBD-PWR-NUMB
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           EXEC CICS LINK
                     PROGRAM    ('AUDITWRT')
                     APPLID     (RELD-APPLID)
                     COMMAREA   (AUDIT-AREA)
                     LENGTH     (LENGTH OF AUDIT-AREA)
                     DATALENGTH (LENGTH OF AUDIT-AREA)
                     RETCODE    (EXCI-RETURN)
                     SYNCONRETURN
           END-EXEC.
           IF  EXCI-RESP NOT = ZERO
               MOVE EXCI-RESP          TO RPT-X-RESP
               MOVE EXCI-RESP2         TO RPT-X-RESP2
               MOVE EXCI-ABCODE        TO RPT-X-ABCODE
               DISPLAY RPT-EXCI        UPON PRINTER
               MOVE 8                  TO RELD-RC
               MOVE 'NOT AUDITED (REGION NOT REACHED) -- NOTHING DONE'
                                       TO RPT-VERDICT
           END-IF.
       X69-EXIT.
           EXIT.
