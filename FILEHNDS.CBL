       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILEHNDS.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE/BATCH FILE-HANDOFF SERVER.  LINKED FROM
      *REMARKS.       THE FILEHAND BATCH STEP THROUGH THE EXTERNAL
      *REMARKS.       CICS INTERFACE (SEE THE FILEHNDC COPYBOOK).  FOR
      *REMARKS.       EVERY FILEHNDF RECORD OF THE NAMED CHAIN IT
      *REMARKS.       EITHER CLOSES AND DISABLES THE FILE (ACTION C)
      *REMARKS.       OR OPENS AND ENABLES IT (ACTION O), THEN
      *REMARKS.       INQUIRES IT TO VERIFY THE STATE ACTUALLY
      *REMARKS.       REACHED, STAMPS THE HANDOFF ON THE FILEHNDF
      *REMARKS.       RECORD AND AUDITS IT THROUGH AUDITWRT.  A FILE
      *REMARKS.       NOT DEFINED TO THIS REGION IS REPORTED BUT DOES
      *REMARKS.       NOT FAIL THE REQUEST -- NOTHING HERE HOLDS IT.
      *REMARKS.       THE CLOSE WAITS FOR THE FILE'S CURRENT USERS TO
      *REMARKS.       FINISH, SO THE BATCH STEP MAY SIT A MOMENT.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'FILEHNDS'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  OPEN-CVDA                 PIC S9(08)   BINARY.
         03  ENAB-CVDA                 PIC S9(08)   BINARY.
         03  FX                        PIC S9(04)   BINARY.
         03  FAIL-COUNT                PIC S9(04)   BINARY.

       COPY FILEHNDF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY FILEHNDC.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ZERO                   TO FHNDC-RC FHNDC-COUNT
                                          FAIL-COUNT.
           IF  NOT FHNDC-CLOSE
           AND NOT FHNDC-OPEN
           OR  FHNDC-CHAIN NOT > SPACES
               MOVE 8                  TO FHNDC-RC
               GO TO A90-MAINLINE-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.

           PERFORM B00-COLLECT-FILES THRU B90-EXIT.
           IF  FHNDC-COUNT = ZERO
               MOVE 4                  TO FHNDC-RC
               GO TO A90-MAINLINE-EXIT
           END-IF.

           PERFORM C00-HANDOFF-FILE THRU C90-EXIT
                   VARYING FX FROM 1 BY 1 UNTIL FX > FHNDC-COUNT.
           IF  FAIL-COUNT > ZERO
               MOVE 8                  TO FHNDC-RC
           END-IF.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    THE CHAIN'S FILES -- COLLECTED FIRST, BECAUSE FILE CONTROL  *
      *    DOES NOT ALLOW THE STAMPING UPDATE MID-BROWSE               *
      ******************************************************************
       B00-COLLECT-FILES.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO FILEHNDF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('FILEHNDF')
                     RIDFLD   (FILEHNDF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO B90-EXIT
           END-IF.
           PERFORM B10-NEXT-FILE THRU B10-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    FHNDC-COUNT NOT < 30.
           EXEC CICS ENDBR
                     DATASET  ('FILEHNDF')
                     NOHANDLE
           END-EXEC.
       B90-EXIT.
           EXIT.

       B10-NEXT-FILE.
           EXEC CICS READNEXT
                     DATASET  ('FILEHNDF')
                     INTO     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO B10-EXIT
           END-IF.
           IF  FHND-CHAIN NOT = FHNDC-CHAIN
               GO TO B10-EXIT
           END-IF.
           ADD  1                      TO FHNDC-COUNT.
           MOVE FHND-FILE              TO FHNDC-FILE(FHNDC-COUNT).
           MOVE SPACE                  TO FHNDC-RESULT(FHNDC-COUNT).
           MOVE SPACES                 TO FHNDC-TEXT(FHNDC-COUNT).
       B10-EXIT.
           EXIT.

      ******************************************************************
      *    CLOSE OR OPEN ONE FILE, THEN VERIFY WHAT IT ACTUALLY IS     *
      ******************************************************************
       C00-HANDOFF-FILE.
           IF  FHNDC-CLOSE
               EXEC CICS SET FILE(FHNDC-FILE(FX))
                         CLOSED
                         DISABLED
                         WAIT
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS SET FILE(FHNDC-FILE(FX))
                         OPEN
                         ENABLED
                         NOHANDLE
               END-EXEC
           END-IF.

           EXEC CICS INQUIRE FILE(FHNDC-FILE(FX))
                     OPENSTATUS   (OPEN-CVDA)
                     ENABLESTATUS (ENAB-CVDA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(FILENOTFOUND)
               MOVE 'N'                TO FHNDC-RESULT(FX)
               MOVE 'NOT DEFINED HERE' TO FHNDC-TEXT(FX)
               GO TO C90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'F'                TO FHNDC-RESULT(FX)
               MOVE 'INQUIRE FAILED'   TO FHNDC-TEXT(FX)
               ADD  1                  TO FAIL-COUNT
               GO TO C90-EXIT
           END-IF.

           IF  FHNDC-CLOSE
               IF  OPEN-CVDA = DFHVALUE(CLOSED)
                   MOVE 'C'            TO FHNDC-RESULT(FX)
                   MOVE 'CLOSED'       TO FHNDC-TEXT(FX)
               ELSE
                   MOVE 'F'            TO FHNDC-RESULT(FX)
                   MOVE 'STILL OPEN'   TO FHNDC-TEXT(FX)
                   ADD  1              TO FAIL-COUNT
                   GO TO C90-EXIT
               END-IF
           ELSE
               IF  OPEN-CVDA = DFHVALUE(OPEN)
               AND ENAB-CVDA = DFHVALUE(ENABLED)
                   MOVE 'O'            TO FHNDC-RESULT(FX)
                   MOVE 'OPEN AND ENABLED' TO FHNDC-TEXT(FX)
               ELSE
                   MOVE 'F'            TO FHNDC-RESULT(FX)
                   MOVE 'DID NOT REOPEN' TO FHNDC-TEXT(FX)
                   ADD  1              TO FAIL-COUNT
                   GO TO C90-EXIT
               END-IF
           END-IF.

           PERFORM D00-STAMP-HANDOFF THRU D90-EXIT.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    STAMP THE HANDOFF ON THE FILEHNDF RECORD AND AUDIT IT --    *
      *    UNCHECKED; THE FILE IS ALREADY IN THE STATE THE CHAIN NEEDS *
      ******************************************************************
       D00-STAMP-HANDOFF.
           MOVE FHNDC-FILE(FX)         TO FHND-FILE.
           EXEC CICS READ
                     DATASET  ('FILEHNDF')
                     INTO     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               IF  FHNDC-CLOSE
                   MOVE 'B'            TO FHND-STATE
                   MOVE CURR-ABSTIME   TO FHND-CLOSED-STAMP
                   MOVE FHNDC-JOB      TO FHND-CLOSED-JOB
               ELSE
                   MOVE 'O'            TO FHND-STATE
                   MOVE CURR-ABSTIME   TO FHND-OPENED-STAMP
                   MOVE FHNDC-JOB      TO FHND-OPENED-JOB
               END-IF
               EXEC CICS REWRITE
                         DATASET  ('FILEHNDF')
                         FROM     (FILEHNDF-RECORD)
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  FHNDC-CLOSE
               MOVE 'HANDOFF'          TO AUDIT-ACTION
               MOVE 'ONLINE'           TO AUDIT-OLD-VALUE
               MOVE SPACES             TO AUDIT-NEW-VALUE
               STRING 'CLOSED FOR BATCH BY ' FHNDC-JOB
                          DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
           ELSE
               MOVE 'HANDBACK'         TO AUDIT-ACTION
               MOVE 'WITH BATCH'       TO AUDIT-OLD-VALUE
               MOVE SPACES             TO AUDIT-NEW-VALUE
               STRING 'REOPENED FOR ONLINE BY ' FHNDC-JOB
                          DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
           END-IF.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE FHNDC-FILE(FX)         TO AUDIT-REC-KEY.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.
