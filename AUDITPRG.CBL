       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    AUDITPRG.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       RETENTION PURGE AND ARCHIVE FOR THE AUDITLOG
      *REMARKS.       AUDIT TRAIL.  RECORDS OLDER THAN THE RETENTION
      *REMARKS.       (SYSPARM TAG RETDAYS=NNN, DEFAULT 365 DAYS) ARE
      *REMARKS.       UNLOADED TO THE SEQUENTIAL AUDARCH ARCHIVE AND
      *REMARKS.       DELETED FROM THE KSDS.  A PLAIN DELETE WOULD
      *REMARKS.       BREAK THE AUDITWRT HASH CHAIN AT THE FIRST
      *REMARKS.       SURVIVING RECORD, SO THE PURGE KEEPS ONE
      *REMARKS.       '*ANCHOR*' RECORD AT KEY ZERO CARRYING THE HASH
      *REMARKS.       OF THE LAST RECORD ARCHIVED; AUDITVFY STARTS
      *REMARKS.       THE CHAIN FROM IT.  THE ANCHOR IS REWRITTEN
      *REMARKS.       AFTER EVERY DELETE, SO A CANCELLED RUN LEAVES A
      *REMARKS.       LIVE FILE THAT STILL VERIFIES, AND EACH ARCHIVE
      *REMARKS.       GENERATION OPENS WITH A COPY OF THE ANCHOR IT
      *REMARKS.       STARTED FROM SO THE GENERATIONS AND THE LIVE
      *REMARKS.       FILE CAN BE VERIFIED AS ONE CHAIN.  THE RUN
      *REMARKS.       ENDS BY PROVING THE JOIN -- THE FIRST SURVIVING
      *REMARKS.       RECORD MUST CHAIN FROM THE NEW ANCHOR -- AND
      *REMARKS.       PRINTS THE RESULT FOR THE AUDITORS.  RETURN
      *REMARKS.       CODE 8 WHEN THE ARCHIVE FAILED OR THE JOIN DID
      *REMARKS.       NOT PROVE, 0 OTHERWISE.

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
           SELECT AUDITLOG             ASSIGN TO AUDITLOG
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUDITLOG-KEY
                                       FILE STATUS IS AUDITLOG-STATUS.
           SELECT AUDARCH              ASSIGN TO AUDARCH
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS AUDARCH-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDITLOG
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.

       FD  AUDARCH
           LABEL RECORDS ARE STANDARD.
           COPY AUDARCH.

       WORKING-STORAGE SECTION.
       77  AUDITLOG-STATUS             PIC  X(02).
       77  AUDARCH-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  ARCHFAIL-SW                 PIC  X(01)   VALUE 'N'.
           88  ARCH-FAILED                          VALUE 'Y'.
       77  ANCHOR-SW                   PIC  X(01)   VALUE 'N'.
           88  ANCHOR-ON-FILE                       VALUE 'Y'.
       77  KEPT-SW                     PIC  X(01)   VALUE 'N'.
           88  KEPT-FOUND                           VALUE 'Y'.
       77  JOIN-SW                     PIC  X(01)   VALUE 'Y'.
           88  JOIN-BROKEN                          VALUE 'N'.
       77  RETAIN-DAYS                 PIC S9(04)   COMP VALUE +365.
       77  CURR-ABSTIME                PIC S9(15)   PACKED-DECIMAL.
       77  CUTOFF-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
       77  PREV-HASH                   PIC S9(09)   COMP VALUE ZERO.
       77  PREV2-HASH                  PIC S9(09)   COMP VALUE ZERO.
       77  EXPECT-HASH                 PIC S9(09)   COMP.
       77  BODY-LEN                    PIC S9(04)   COMP.
       77  HASH-START                  PIC S9(09)   COMP.
       77  HASH-WORK                   PIC S9(18)   COMP-3.
       77  HASH-QUOT                   PIC S9(18)   COMP-3.
       77  HX                          PIC S9(04)   COMP.
       77  PURGE-TOTAL                 PIC S9(09)   COMP VALUE ZERO.
       77  PRIOR-PURGED                PIC S9(09)   COMP VALUE ZERO.
       77  LAST-STAMP                  PIC S9(15)   PACKED-DECIMAL
                                                    VALUE ZERO.
       77  LAST-TASKN                  PIC S9(07)   COMP-3 VALUE ZERO.
       77  SAVE-KEY                    PIC  X(12).
       77  STAMP-ED                    PIC  9(15).
       77  TASKN-ED                    PIC  9(07).
       77  HASH-ED                     PIC  9(09).

      * WORK AREA FOR PULLING THE RETDAYS= RETENTION TAG OUT OF THE
      * VSE SYSPARM STRING (SAME TAG CONVENTION AS NAVPURGE)
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

       COPY ABSTIME.

       01  HASH-PAIR.
           05  HASH-HI                 PIC  X(01)   VALUE LOW-VALUE.
           05  HASH-LO                 PIC  X(01).
       01  HASH-BIN   REDEFINES HASH-PAIR
                                       PIC S9(04)   COMP.

      * THE ANCHOR AS IT STOOD WHEN THE RUN STARTED
       01  ANCHOR-SAVE                 PIC  X(177).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'A U D I T P R G  -  AUDITLOG RETENTION PURGE'.

       01  RPT-ANCHOR.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-A-TEXT              PIC  X(20).
           05  FILLER                  PIC  X(06)   VALUE 'HASH '.
           05  RPT-A-HASH              PIC  9(09).
           05  FILLER                  PIC  X(17)
                   VALUE '  ARCHIVED THRU '.
           05  RPT-A-STAMP             PIC  9(15).
           05  FILLER                  PIC  X(01)   VALUE '/'.
           05  RPT-A-TASKN             PIC  9(07).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'ARCHIVED'.
           05  RPT-TOT-PURGED          PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(17)
                   VALUE ',  ALL PURGES'.
           05  RPT-TOT-ALL             PIC  ZZZZZZZZ9.
           05  FILLER                  PIC  X(15)
                   VALUE ',  RETAIN DAYS'.
           05  RPT-RETAIN              PIC  ZZZ9.

       01  RPT-ARCHFAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(45)
                   VALUE 'AUDARCH WRITE FAILED -- PURGE STOPPED, REST'.
           05  FILLER                  PIC  X(10)   VALUE ' KEPT'.

       01  RPT-JOIN.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-J-TEXT              PIC  X(60).
           05  RPT-J-STAMP             PIC  9(15).
           05  FILLER                  PIC  X(01)   VALUE '/'.
           05  RPT-J-TASKN             PIC  9(07).

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

           OPEN I-O AUDITLOG.
           OPEN OUTPUT AUDARCH.

           MOVE LOW-VALUES             TO AUDITLOG-KEY.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM B00-READ-AND-PURGE THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.

           IF  ANCHOR-ON-FILE
               MOVE PREV-HASH          TO HASH-ED
               MOVE HASH-ED            TO RPT-A-HASH
               MOVE LAST-STAMP         TO STAMP-ED
               MOVE STAMP-ED           TO RPT-A-STAMP
               MOVE LAST-TASKN         TO TASKN-ED
               MOVE TASKN-ED           TO RPT-A-TASKN
               MOVE 'CHAIN ANCHOR NOW'  TO RPT-A-TEXT
               DISPLAY RPT-ANCHOR      UPON PRINTER
           END-IF.

           MOVE PURGE-TOTAL            TO RPT-TOT-PURGED.
           COMPUTE RPT-TOT-ALL = PRIOR-PURGED + PURGE-TOTAL.
           MOVE RETAIN-DAYS            TO RPT-RETAIN.
           DISPLAY RPT-TOTAL           UPON PRINTER.

           PERFORM D00-PROVE-JOIN THRU D90-EXIT.

           CLOSE AUDITLOG AUDARCH.
           IF  ARCH-FAILED
               DISPLAY RPT-ARCHFAIL    UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           IF  JOIN-BROKEN
               MOVE 8                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
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
               MOVE 365                TO RETAIN-DAYS
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE RETAIN-DAYS            TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE AUDITLOG RECORD.  THE ANCHOR (ALWAYS FIRST) SEEDS  *
      *    THE CHAIN; A RECORD OLDER THAN THE CUTOFF IS ARCHIVED,      *
      *    DELETED, AND BECOMES THE NEW ANCHOR POINT; THE FIRST NEWER  *
      *    RECORD ENDS THE PURGE (THE FILE IS IN STAMP ORDER)          *
      ******************************************************************
       B00-READ-AND-PURGE.
           MOVE ZERO                   TO AUDITLOG-CHAIN-HASH.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.

           IF  AUDITLOG-IS-ANCHOR
           AND AUDITLOG-STAMP = ZERO
               PERFORM B10-TAKE-ANCHOR THRU B19-EXIT
               GO TO B90-EXIT
           END-IF.

           IF  AUDITLOG-STAMP NOT < CUTOFF-ABSTIME
               SET  KEPT-FOUND         TO TRUE
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B90-EXIT
           END-IF.

           IF  AUDITLOG-STATUS = '04'
               SET  AUDARCH-PRECHAIN   TO TRUE
           ELSE
               SET  AUDARCH-CHAINED    TO TRUE
           END-IF.
           MOVE AUDITLOG-RECORD        TO AUDARCH-IMAGE.
           WRITE AUDARCH-RECORD.
      * A RECORD THAT COULD NOT BE ARCHIVED MUST NOT BE DELETED --
      * STOP THE PURGE AND LEAVE THE REST FOR A RUN WITH ROOM
           IF  AUDARCH-STATUS NOT = '00'
               SET  ARCH-FAILED        TO TRUE
               SET  KEPT-FOUND         TO TRUE
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B90-EXIT
           END-IF.
           DELETE AUDITLOG RECORD.
           ADD  1                      TO PURGE-TOTAL.

      * ADVANCE THE CHAIN EXACTLY AS AUDITVFY WILL -- A PRE-CHAIN
      * RECORD RESTARTS IT AT ZERO
           MOVE PREV-HASH              TO PREV2-HASH.
           IF  AUDARCH-PRECHAIN
               MOVE ZERO               TO PREV-HASH
           ELSE
               MOVE AUDITLOG-CHAIN-HASH TO PREV-HASH
           END-IF.
           MOVE AUDITLOG-STAMP         TO LAST-STAMP.
           MOVE AUDITLOG-TASKN         TO LAST-TASKN.
           MOVE AUDITLOG-KEY           TO SAVE-KEY.
           PERFORM B20-WRITE-ANCHOR THRU B29-EXIT.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    AN EARLIER PURGE LEFT AN ANCHOR -- PICK THE CHAIN UP FROM   *
      *    IT AND OPEN THIS ARCHIVE GENERATION WITH A COPY OF IT       *
      ******************************************************************
       B10-TAKE-ANCHOR.
           SET  ANCHOR-ON-FILE         TO TRUE.
           MOVE AUDITLOG-RECORD        TO ANCHOR-SAVE.
           MOVE AUDITLOG-CHAIN-HASH    TO PREV-HASH.
           MOVE AUDITLOG-ANCH-PREV2-HASH TO PREV2-HASH.
           MOVE AUDITLOG-ANCH-LAST-STAMP TO LAST-STAMP.
           MOVE AUDITLOG-ANCH-LAST-TASKN TO LAST-TASKN.
           MOVE AUDITLOG-ANCH-PURGED   TO PRIOR-PURGED.

           MOVE AUDITLOG-CHAIN-HASH    TO HASH-ED.
           MOVE HASH-ED                TO RPT-A-HASH.
           MOVE AUDITLOG-ANCH-LAST-STAMP TO RPT-A-STAMP.
           MOVE AUDITLOG-ANCH-LAST-TASKN TO RPT-A-TASKN.
           MOVE 'CHAIN ANCHOR WAS'     TO RPT-A-TEXT.
           DISPLAY RPT-ANCHOR          UPON PRINTER.

           SET  AUDARCH-ANCHOR         TO TRUE.
           MOVE AUDITLOG-RECORD        TO AUDARCH-IMAGE.
           WRITE AUDARCH-RECORD.
           IF  AUDARCH-STATUS NOT = '00'
               SET  ARCH-FAILED        TO TRUE
               SET  NO-MORE-RECORDS    TO TRUE
           END-IF.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE (FIRST PURGE EVER) OR REWRITE THE ANCHOR SO IT NOW    *
      *    CARRIES THE HASH OF THE RECORD JUST DELETED, THEN PUT THE   *
      *    BROWSE BACK WHERE IT WAS                                    *
      ******************************************************************
       B20-WRITE-ANCHOR.
           IF  ANCHOR-ON-FILE
               MOVE ANCHOR-SAVE        TO AUDITLOG-RECORD
           ELSE
               MOVE SPACES             TO AUDITLOG-RECORD
               MOVE ZERO               TO AUDITLOG-STAMP
                                          AUDITLOG-TASKN
               MOVE 'AUDITPRG'         TO AUDITLOG-PGM
               SET  AUDITLOG-IS-ANCHOR TO TRUE
               MOVE 'AUDITLOG RETENTION CHAIN ANCHOR'
                                       TO AUDITLOG-REC-KEY
           END-IF.
           MOVE JOBD-PWR-NAME          TO AUDITLOG-PWR-NAME.
           MOVE JOBD-PWR-NUMB          TO AUDITLOG-PWR-NUMB.
           MOVE LAST-STAMP             TO AUDITLOG-ANCH-LAST-STAMP.
           MOVE LAST-TASKN             TO AUDITLOG-ANCH-LAST-TASKN.
           MOVE PREV2-HASH             TO AUDITLOG-ANCH-PREV2-HASH.
           COMPUTE AUDITLOG-ANCH-PURGED = PRIOR-PURGED + PURGE-TOTAL.
           MOVE SPACES                 TO AUDITLOG-NEW-VALUE.
           STRING 'LAST PURGE ' JOBD-JOB-DATE ' JOB ' JOBD-JOB-NAME
                                       DELIMITED BY SIZE
               INTO AUDITLOG-NEW-VALUE.
           MOVE PREV-HASH              TO AUDITLOG-CHAIN-HASH.

           IF  ANCHOR-ON-FILE
               REWRITE AUDITLOG-RECORD
           ELSE
               WRITE AUDITLOG-RECORD
           END-IF.
           IF  AUDITLOG-STATUS = '00'
               SET  ANCHOR-ON-FILE     TO TRUE
               MOVE AUDITLOG-RECORD    TO ANCHOR-SAVE
           END-IF.

           MOVE SAVE-KEY               TO AUDITLOG-KEY.
           START AUDITLOG KEY GREATER THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
       B29-EXIT.
           EXIT.

      ******************************************************************
      *    PROVE THE PURGE LEFT THE CHAIN WHOLE -- THE FIRST SURVIVING *
      *    RECORD MUST FOLD FROM THE ANCHOR'S HASH (OR ITS PREDECESSOR *
      *    UNDER THE SAME-INSTANT COLLISION RULE AUDITVFY APPLIES)     *
      ******************************************************************
       D00-PROVE-JOIN.
           IF  NOT ANCHOR-ON-FILE
               MOVE 'NO ANCHOR -- NOTHING HAS BEEN PURGED'
                                       TO RPT-J-TEXT
               MOVE ZERO               TO RPT-J-STAMP RPT-J-TASKN
               DISPLAY RPT-JOIN        UPON PRINTER
               GO TO D90-EXIT
           END-IF.
           IF  NOT KEPT-FOUND
               MOVE 'NO LIVE RECORDS FOLLOW -- NEXT ONE CHAINS TO IT'
                                       TO RPT-J-TEXT
               MOVE ZERO               TO RPT-J-STAMP RPT-J-TASKN
               DISPLAY RPT-JOIN        UPON PRINTER
               GO TO D90-EXIT
           END-IF.

           MOVE AUDITLOG-STAMP         TO STAMP-ED.
           MOVE STAMP-ED               TO RPT-J-STAMP.
           MOVE AUDITLOG-TASKN         TO TASKN-ED.
           MOVE TASKN-ED               TO RPT-J-TASKN.
           IF  AUDITLOG-STATUS = '04'
               MOVE 'JOIN PROVEN -- FIRST LIVE RECORD IS PRE-CHAIN'
                                       TO RPT-J-TEXT
               DISPLAY RPT-JOIN        UPON PRINTER
               GO TO D90-EXIT
           END-IF.
           MOVE PREV-HASH              TO HASH-START.
           PERFORM C00-FOLD-HASH THRU C90-EXIT.
           MOVE HASH-WORK              TO EXPECT-HASH.
           IF  AUDITLOG-CHAIN-HASH NOT = EXPECT-HASH
               MOVE PREV2-HASH         TO HASH-START
               PERFORM C00-FOLD-HASH THRU C90-EXIT
               MOVE HASH-WORK          TO EXPECT-HASH
           END-IF.
           IF  AUDITLOG-CHAIN-HASH = EXPECT-HASH
               MOVE 'JOIN PROVEN -- ANCHOR CHAINS TO FIRST LIVE RECORD'
                                       TO RPT-J-TEXT
           ELSE
               MOVE 'N'                TO JOIN-SW
               MOVE '** JOIN BROKEN ** FIRST LIVE RECORD DOES NOT CHAIN'
                                       TO RPT-J-TEXT
           END-IF.
           DISPLAY RPT-JOIN            UPON PRINTER.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    FOLD THE RECORD'S CONTENT (EVERYTHING BUT THE HASH FIELD    *
      *    ITSELF) OVER HASH-START -- THE SAME ARITHMETIC AUDITWRT     *
      *    USES TO STAMP THE RECORD                                    *
      ******************************************************************
       C00-FOLD-HASH.
           COMPUTE BODY-LEN = LENGTH OF AUDITLOG-RECORD
                            - LENGTH OF AUDITLOG-CHAIN-HASH.
           MOVE HASH-START             TO HASH-WORK.
           PERFORM C10-HASH-BYTE THRU C10-EXIT
                   VARYING HX FROM 1 BY 1 UNTIL HX > BODY-LEN.
       C90-EXIT.
           EXIT.

       C10-HASH-BYTE.
           MOVE AUDITLOG-RECORD(HX:1)  TO HASH-LO.
           COMPUTE HASH-WORK = (HASH-WORK * 33) + HASH-BIN.
           DIVIDE HASH-WORK BY 16777213 GIVING HASH-QUOT
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
           MOVE 'AUDITPRG'             TO BPRM-STEP-NAME.
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
