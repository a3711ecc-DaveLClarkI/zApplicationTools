      *REMARKS.       IN THE SAME INSTANT AND ANCHOR ALIKE) AND
      *REMARKS.       COUNTED AS A COLLISION.  RECORDS WRITTEN
      *REMARKS.       BEFORE THE CHAIN EXISTED ARE COUNTED AS
      *REMARKS.       PRE-CHAIN AND RESTART THE CHAIN.  AFTER AN
      *REMARKS.       AUDITPRG PURGE THE CHAIN STARTS FROM THE
      *REMARKS.       '*ANCHOR*' RECORD AT KEY ZERO; WITH SYSPARM TAG
      *REMARKS.       ARCHIVE=YES THE AUDARCH ARCHIVE (ONE GENERATION
      *REMARKS.       OR SEVERAL CONCATENATED OLDEST FIRST) IS
      *REMARKS.       VERIFIED AHEAD OF THE LIVE FILE AS ONE CHAIN,
      *REMARKS.       AND EVERY ANCHOR MET PART WAY MUST CARRY THE
      *REMARKS.       HASHES THE CHAIN HAD REACHED.  RETURN CODE
      *REMARKS.       8 ON A BREAK, 0 ON A CLEAN PASS.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC START THE CHAIN FROM THE AUDITPRG RETENTION
      *               ANCHOR, AND VERIFY THE AUDARCH ARCHIVE PLUS THE
      *               LIVE FILE AS ONE CONTINUOUS CHAIN WHEN THE
      *               ARCHIVE=YES TAG IS PUNCHED (OR SET IN BATPARMF).
      *               A BREAK NOW SAYS WHICH FILE IT WAS FOUND IN.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUDITLOG-KEY
                                       FILE STATUS IS AUDITLOG-STATUS.
           SELECT AUDARCH              ASSIGN TO AUDARCH
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS AUDARCH-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.

       FD  AUDARCH
           LABEL RECORDS ARE STANDARD.
           COPY AUDARCH.

       WORKING-STORAGE SECTION.
       77  AUDITLOG-STATUS             PIC  X(02).
       77  AUDARCH-STATUS              PIC  X(02).
       77  ARCHIVE-SW                  PIC  X(01)   VALUE 'N'.
           88  ARCHIVE-MODE                         VALUE 'Y'.
       77  PRECHAIN-SW                 PIC  X(01).
           88  REC-PRECHAIN                         VALUE 'Y'.
       77  ANCHOR-SW                   PIC  X(01).
           88  REC-ANCHOR                           VALUE 'Y'.
       77  STARTED-SW                  PIC  X(01)   VALUE 'N'.
           88  CHAIN-STARTED                        VALUE 'Y'.
       77  REC-FROM                    PIC  X(08).
       77  ARCH-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  ANCHOR-TOTAL                PIC S9(04)   COMP VALUE ZERO.
       77  HASH-ED                     PIC  9(09).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  BREAK-SW                    PIC  X(01)   VALUE 'N'.
       77  STAMP-ED                    PIC  9(15).
       77  TASKN-ED                    PIC  9(07).

      * WORK AREA FOR PULLING THE ARCHIVE= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
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

       01  HASH-PAIR.
           05  HASH-HI                 PIC  X(01)   VALUE LOW-VALUE.
           05  HASH-LO                 PIC  X(01).
           05  RPT-B-PGM               PIC  X(08).
           05  FILLER                  PIC  X(08)   VALUE ' ACTION='.
           05  RPT-B-ACTION            PIC  X(08).
           05  FILLER                  PIC  X(04)   VALUE ' IN '.
           05  RPT-B-FROM              PIC  X(08).

       01  RPT-ANCHOR.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(12)   VALUE 'ANCHOR FROM'.
           05  RPT-A-FROM              PIC  X(08).
           05  FILLER                  PIC  X(06)   VALUE ' HASH '.
           05  RPT-A-HASH              PIC  9(09).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-A-PURGED            PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(15)
                   VALUE ' ARCHIVED THRU '.
           05  RPT-A-STAMP             PIC  9(15).
           05  FILLER                  PIC  X(01)   VALUE '/'.
           05  RPT-A-TASKN             PIC  9(07).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(13)
                   VALUE ' COLLISION(S)'.

       01  RPT-TOT-ARCH.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-ARCHIVED        PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(29)
                   VALUE ' ARCHIVED RECORD(S) AHEAD OF'.
           05  FILLER                  PIC  X(15)
                   VALUE ' THE LIVE FILE,'.
           05  RPT-TOT-ANCH            PIC  ZZZ9.
           05  FILLER                  PIC  X(10)
                   VALUE ' ANCHOR(S)'.

       01  RPT-CLEAN.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(30)
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           OPEN INPUT AUDITLOG.
           DISPLAY RPT-HDG1            UPON PRINTER.
           PERFORM A10-GET-MODE THRU A19-EXIT.

      * THE ARCHIVE, OLDEST FIRST, IS THE FRONT OF THE SAME CHAIN
           IF  ARCHIVE-MODE
               OPEN INPUT AUDARCH
               MOVE 'AUDARCH'          TO REC-FROM
               PERFORM B50-VERIFY-ARCHIVE THRU B59-EXIT
                       UNTIL NO-MORE-RECORDS
                       OR    BREAK-FOUND
               CLOSE AUDARCH
               MOVE 'Y'                TO MORE-RECORDS-SW
           END-IF.

           MOVE 'AUDITLOG'             TO REC-FROM.
           MOVE LOW-VALUES             TO AUDITLOG-KEY.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           IF  BREAK-FOUND
               SET  NO-MORE-RECORDS    TO TRUE
           END-IF.
           PERFORM B00-VERIFY-RECORD THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS
                   OR    BREAK-FOUND.
           MOVE PRECHAIN-TOTAL         TO RPT-TOT-PRE.
           MOVE COLLIDE-TOTAL          TO RPT-TOT-COLL.
           DISPLAY RPT-TOTAL           UPON PRINTER.
           IF  ARCHIVE-MODE
           OR  ANCHOR-TOTAL > ZERO
               MOVE ARCH-TOTAL         TO RPT-TOT-ARCHIVED
               MOVE ANCHOR-TOTAL       TO RPT-TOT-ANCH
               DISPLAY RPT-TOT-ARCH    UPON PRINTER
           END-IF.

           IF  BREAK-FOUND
               MOVE 8                  TO RETURN-CODE
           GOBACK.

      ******************************************************************
      *    ARCHIVE=YES (SYSPARM, OR THE BATPARMF PARAMETER FILE)       *
      *    VERIFIES THE AUDARCH ARCHIVE AHEAD OF THE LIVE FILE         *
      ******************************************************************
       A10-GET-MODE.
           MOVE 'ARCHIVE='             TO EXT-TAG.
           MOVE 8                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:1) = 'Y'
               MOVE 'Y'                TO ARCHIVE-SW
               MOVE 'YES'              TO BPRM-VALUE
           ELSE
               IF  EXT-VALUE(1:1) NOT = 'N'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
               MOVE 'NO'               TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE LIVE RECORD.  STATUS '04' IS A SHORT PRE-CHAIN     *
      *    RECORD; THE RETENTION ANCHOR IS ALWAYS THE FIRST RECORD     *
      ******************************************************************
       B00-VERIFY-RECORD.
           MOVE ZERO                   TO AUDITLOG-CHAIN-HASH.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           MOVE 'N'                    TO PRECHAIN-SW ANCHOR-SW.
           IF  AUDITLOG-STATUS = '04'
               MOVE 'Y'                TO PRECHAIN-SW
           END-IF.
           IF  AUDITLOG-IS-ANCHOR
           AND AUDITLOG-STAMP = ZERO
               MOVE 'Y'                TO ANCHOR-SW
           ELSE
               ADD  1                  TO REC-TOTAL
           END-IF.
           PERFORM B10-CHECK-RECORD THRU B19-EXIT.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE ARCHIVED RECORD INTO THE AUDITLOG RECORD AREA --   *
      *    THE ARCHIVE SAYS ITSELF WHICH RECORDS WERE PRE-CHAIN AND    *
      *    WHICH ARE ANCHOR COPIES                                     *
      ******************************************************************
       B50-VERIFY-ARCHIVE.
           READ AUDARCH
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B59-EXIT
           END-IF.
           MOVE AUDARCH-IMAGE          TO AUDITLOG-RECORD.
           MOVE 'N'                    TO PRECHAIN-SW ANCHOR-SW.
           IF  AUDARCH-PRECHAIN
               MOVE 'Y'                TO PRECHAIN-SW
           END-IF.
           IF  AUDARCH-ANCHOR
               MOVE 'Y'                TO ANCHOR-SW
           ELSE
               ADD  1                  TO ARCH-TOTAL
           END-IF.
           PERFORM B10-CHECK-RECORD THRU B19-EXIT.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    VERIFY ONE RECORD AGAINST THE RUNNING CHAIN.  A PRE-CHAIN   *
      *    RECORD CARRIES NO HASH, SO THE CHAIN RESTARTS AT ZERO       *
      *    BEHIND IT, WHICH IS EXACTLY WHERE AUDITWRT ANCHORED THE     *
      *    FIRST CHAINED RECORD THAT FOLLOWED                          *
      ******************************************************************
       B10-CHECK-RECORD.
           IF  REC-ANCHOR
               PERFORM B20-CHECK-ANCHOR THRU B29-EXIT
               GO TO B19-EXIT
           END-IF.
           SET  CHAIN-STARTED          TO TRUE.

           IF  REC-PRECHAIN
               ADD  1                  TO PRECHAIN-TOTAL
               MOVE PREV-HASH          TO PREV2-HASH
               MOVE ZERO               TO PREV-HASH
               GO TO B19-EXIT
           END-IF.

           MOVE PREV-HASH              TO HASH-START.
           IF  AUDITLOG-CHAIN-HASH = EXPECT-HASH
               MOVE PREV-HASH          TO PREV2-HASH
               MOVE AUDITLOG-CHAIN-HASH TO PREV-HASH
               GO TO B19-EXIT
           END-IF.

      * THE SAME-INSTANT ANCHOR COLLISION AUDITWRT DOCUMENTS -- THE
               ADD  1                  TO COLLIDE-TOTAL
               MOVE PREV-HASH          TO PREV2-HASH
               MOVE AUDITLOG-CHAIN-HASH TO PREV-HASH
               GO TO B19-EXIT
           END-IF.

           PERFORM B30-REPORT-BREAK THRU B39-EXIT.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    THE RETENTION ANCHOR.  AT THE FRONT OF THE CHAIN IT SEEDS   *
      *    THE RUNNING HASHES; MET PART WAY (THE LIVE ANCHOR AFTER     *
      *    THE ARCHIVE, OR THE NEXT GENERATION'S COPY) IT MUST CARRY   *
      *    EXACTLY THE HASHES THE CHAIN HAS REACHED -- ANYTHING ELSE   *
      *    MEANS RECORDS WERE LOST OR ALTERED ACROSS THE PURGE         *
      ******************************************************************
       B20-CHECK-ANCHOR.
           ADD  1                      TO ANCHOR-TOTAL.
           MOVE REC-FROM               TO RPT-A-FROM.
           MOVE AUDITLOG-CHAIN-HASH    TO HASH-ED.
           MOVE HASH-ED                TO RPT-A-HASH.
           MOVE AUDITLOG-ANCH-PURGED   TO RPT-A-PURGED.
           MOVE AUDITLOG-ANCH-LAST-STAMP TO RPT-A-STAMP.
           MOVE AUDITLOG-ANCH-LAST-TASKN TO RPT-A-TASKN.
           DISPLAY RPT-ANCHOR          UPON PRINTER.
           IF  CHAIN-STARTED
               IF  AUDITLOG-CHAIN-HASH NOT = PREV-HASH
               OR  AUDITLOG-ANCH-PREV2-HASH NOT = PREV2-HASH
                   PERFORM B30-REPORT-BREAK THRU B39-EXIT
               END-IF
           ELSE
               SET  CHAIN-STARTED      TO TRUE
               MOVE AUDITLOG-CHAIN-HASH TO PREV-HASH
               MOVE AUDITLOG-ANCH-PREV2-HASH TO PREV2-HASH
           END-IF.
       B29-EXIT.
           EXIT.

       B30-REPORT-BREAK.
           SET  BREAK-FOUND            TO TRUE.
           MOVE AUDITLOG-STAMP         TO STAMP-ED.
           MOVE AUDITLOG-TASKN         TO TASKN-ED.
           MOVE TASKN-ED               TO RPT-B-TASKN.
           MOVE AUDITLOG-PGM           TO RPT-B-PGM.
           MOVE AUDITLOG-ACTION        TO RPT-B-ACTION.
           MOVE REC-FROM               TO RPT-B-FROM.
           DISPLAY RPT-BREAK           UPON PRINTER.
       B39-EXIT.
           EXIT.

      ******************************************************************
               REMAINDER HASH-WORK.
       C10-EXIT.
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
           MOVE 'AUDITVFY'             TO BPRM-STEP-NAME.
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
