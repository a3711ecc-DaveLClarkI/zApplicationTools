       CBL XOPTS(EXCI)
       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILEHAND.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE/BATCH FILE-HANDOFF STEP.  RUN AT THE HEAD
      *REMARKS.       OF A BATCH CHAIN WITH ACTION=CLOSE TO HAVE CICS
      *REMARKS.       CLOSE AND DISABLE EVERY FILE THE FILEHNDF
      *REMARKS.       CONTROL FILE GIVES TO THE CHAIN, AND AT ITS TAIL
      *REMARKS.       WITH ACTION=OPEN TO HAND THEM BACK.  THE WORK IS
      *REMARKS.       DONE BY THE FILEHNDS SERVER, LINKED THROUGH THE
      *REMARKS.       EXTERNAL CICS INTERFACE, WHICH VERIFIES EACH
      *REMARKS.       FILE'S STATE AFTERWARD.  SYSPARM TAGS --
      *REMARKS.         ACTION=CLOSE|OPEN (SYSPARM ONLY; BOTH STEPS
      *REMARKS.                 SHARE ONE BATPARMF STEP NAME)
      *REMARKS.         APPLID=   TARGET CICS REGION (REQUIRED)
      *REMARKS.         CHAIN=    DEFAULT THIS JOB
      *REMARKS.       RETURN CODES --
      *REMARKS.         RC 0 -- EVERY FILE IN THE STATE ASKED FOR
      *REMARKS.         RC 4 -- NO FILES ON FILEHNDF FOR THE CHAIN
      *REMARKS.         RC 8 -- ANY FILE NOT, THE REGION UNREACHABLE,
      *REMARKS.                 OR A BAD PARAMETER -- SO A CLOSE STEP
      *REMARKS.                 HOLDS THE CHAIN RATHER THAN LET IT RUN
      *REMARKS.                 AGAINST FILES CICS STILL HAS OPEN
      *REMARKS.       ONE LINE PER FILE IS PRINTED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77  HAND-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  HAND-ACTION                 PIC  X(08).
       77  HAND-APPLID                 PIC  X(08).
       77  HAND-CHAIN                  PIC  X(08).
       77  FX                          PIC S9(04)   COMP.

      * WORK AREA FOR PULLING THE TAGS OUT OF THE VSE SYSPARM STRING
      * (SAME TAG CONVENTION AS JOBDATA/CALGATE)
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

       01  HAND-COMMAREA.
         COPY FILEHNDC.

      * EXTERNAL CICS INTERFACE RETURN AREA (DFHXCPLO LAYOUT)
       01  EXCI-RETURN.
           05  EXCI-RESP               PIC  9(08)   COMP.
           05  EXCI-RESP2              PIC  9(08)   COMP.
           05  EXCI-ABCODE             PIC  X(04).
           05  EXCI-MSG-LEN            PIC  9(08)   COMP.
           05  EXCI-MSG-PTR            USAGE IS POINTER.

       01  RPT-HEAD.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'FILEHAND: '.
           05  RPT-H-ACTION            PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE ' CHAIN '.
           05  RPT-H-CHAIN             PIC  X(08).
           05  FILLER                  PIC  X(08)   VALUE ' REGION '.
           05  RPT-H-APPLID            PIC  X(08).

       01  RPT-FILE.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(05)   VALUE 'FILE '.
           05  RPT-F-FILE              PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-F-VERDICT           PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-F-TEXT              PIC  X(20).

       01  RPT-EXCI.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'EXCI RESP='.
           05  RPT-X-RESP              PIC  Z(07)9.
           05  FILLER                  PIC  X(07)   VALUE ' RESP2='.
           05  RPT-X-RESP2             PIC  Z(07)9.
           05  FILLER                  PIC  X(08)   VALUE ' ABCODE='.
           05  RPT-X-ABCODE            PIC  X(04).

       01  RPT-LINE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'FILEHAND: '.
           05  RPT-CHAIN               PIC  X(08).
           05  FILLER                  PIC  X(07)   VALUE ' FILES='.
           05  RPT-FILES               PIC  ZZ9.
           05  FILLER                  PIC  X(04)   VALUE ' RC='.
           05  RPT-RC                  PIC  9(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-VERDICT             PIC  X(32).

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE LOW-VALUES             TO HAND-COMMAREA.
           MOVE ZERO                   TO FHNDC-COUNT.

      * PUNCH THE ACTION ON SYSPARM -- THE CLOSE AND OPEN STEPS OF A
      * CHAIN SHARE ONE BATPARMF ENTRY, SO IT CANNOT BE PARKED THERE
           MOVE 'ACTION='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO HAND-ACTION.
           EVALUATE HAND-ACTION
               WHEN 'CLOSE'
                   SET  FHNDC-CLOSE    TO TRUE
               WHEN 'OPEN'
                   SET  FHNDC-OPEN     TO TRUE
               WHEN OTHER
                   MOVE SPACES         TO FHNDC-ACTION
           END-EVALUATE.

           MOVE 'APPLID='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE(1:8)         TO HAND-APPLID.
           MOVE HAND-APPLID            TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'CHAIN='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE > SPACES
               MOVE EXT-VALUE(1:8)     TO HAND-CHAIN
           ELSE
               MOVE JOBD-JOB-NAME      TO HAND-CHAIN
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE HAND-CHAIN             TO BPRM-VALUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE HAND-ACTION            TO RPT-H-ACTION.
           MOVE HAND-CHAIN             TO RPT-H-CHAIN.
           MOVE HAND-APPLID            TO RPT-H-APPLID.
           DISPLAY RPT-HEAD            UPON PRINTER.

           IF  NOT FHNDC-CLOSE
           AND NOT FHNDC-OPEN
               MOVE 8                  TO HAND-RC
               MOVE 'ACTION= MUST BE CLOSE OR OPEN' TO RPT-VERDICT
               GO TO A80-REPORT
           END-IF.
           IF  HAND-APPLID NOT > SPACES
               MOVE 8                  TO HAND-RC
               MOVE 'NO APPLID= FOR THE CICS REGION' TO RPT-VERDICT
               GO TO A80-REPORT
           END-IF.

           MOVE HAND-CHAIN             TO FHNDC-CHAIN.
           MOVE JOBD-JOB-NAME          TO FHNDC-JOB.
           MOVE ZERO                   TO FHNDC-RC.
           EXEC CICS LINK
                     PROGRAM    ('FILEHNDS')
                     APPLID     (HAND-APPLID)
                     COMMAREA   (HAND-COMMAREA)
                     LENGTH     (LENGTH OF HAND-COMMAREA)
                     DATALENGTH (LENGTH OF HAND-COMMAREA)
                     RETCODE    (EXCI-RETURN)
                     SYNCONRETURN
           END-EXEC.
           IF  EXCI-RESP NOT = ZERO
      * THE REGION NEVER ANSWERED -- NOTHING CAN BE ASSUMED ABOUT THE
      * FILES, SO THE CHAIN IS HELD
               MOVE EXCI-RESP          TO RPT-X-RESP
               MOVE EXCI-RESP2         TO RPT-X-RESP2
               MOVE EXCI-ABCODE        TO RPT-X-ABCODE
               DISPLAY RPT-EXCI        UPON PRINTER
               MOVE 8                  TO HAND-RC
               MOVE 'CICS REGION NOT REACHED' TO RPT-VERDICT
               GO TO A80-REPORT
           END-IF.

           PERFORM B00-SHOW-FILE THRU B90-EXIT
                   VARYING FX FROM 1 BY 1
                     UNTIL FX > FHNDC-COUNT
                        OR FX > 30.

           MOVE FHNDC-RC               TO HAND-RC.
           EVALUATE FHNDC-RC
               WHEN ZERO
                   IF  FHNDC-CLOSE
                       MOVE 'FILES CLOSED -- CHAIN MAY RUN'
                                       TO RPT-VERDICT
                   ELSE
                       MOVE 'FILES HANDED BACK TO ONLINE'
                                       TO RPT-VERDICT
                   END-IF
               WHEN 4
                   MOVE 'NO FILES ON FILE FOR THE CHAIN' TO RPT-VERDICT
               WHEN OTHER
                   MOVE 8              TO HAND-RC
                   IF  FHNDC-CLOSE
                       MOVE 'HOLD -- FILE(S) STILL OPEN'
                                       TO RPT-VERDICT
                   ELSE
                       MOVE 'FILE(S) DID NOT REOPEN'
                                       TO RPT-VERDICT
                   END-IF
           END-EVALUATE.

       A80-REPORT.
           MOVE HAND-CHAIN             TO RPT-CHAIN.
           MOVE FHNDC-COUNT            TO RPT-FILES.
           MOVE HAND-RC                TO RPT-RC.
           DISPLAY RPT-LINE            UPON PRINTER.
           MOVE HAND-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    ONE LINE PER FILE THE SERVER HANDLED                        *
      ******************************************************************
       B00-SHOW-FILE.
           MOVE FHNDC-FILE(FX)         TO RPT-F-FILE.
           MOVE FHNDC-TEXT(FX)         TO RPT-F-TEXT.
           EVALUATE FHNDC-RESULT(FX)
               WHEN 'C'
                   MOVE 'CLOSED'       TO RPT-F-VERDICT
               WHEN 'O'
                   MOVE 'OPEN'         TO RPT-F-VERDICT
               WHEN 'N'
                   MOVE 'SKIPPED'      TO RPT-F-VERDICT
               WHEN OTHER
                   MOVE 'FAILED'       TO RPT-F-VERDICT
           END-EVALUATE.
           DISPLAY RPT-FILE            UPON PRINTER.
       B90-EXIT.
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
           MOVE 'FILEHAND'             TO BPRM-STEP-NAME.
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
