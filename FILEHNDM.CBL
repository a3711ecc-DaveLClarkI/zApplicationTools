       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILEHNDM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE FILEHNDF ONLINE/BATCH FILE-HANDOFF CONTROL
      *REMARKS.       FILE.  RUN AS ITS OWN TRANSACTION, LIKE FRZWINM.
      *REMARKS.       EACH RECORD NAMES A CICS FILE, THE BATCH CHAIN
      *REMARKS.       THAT CLOSES IT (VIA FILEHAND) AND THE PLANNED
      *REMARKS.       CLOSURE WINDOW FILEMON HOLDS ITS ALERTS FOR.
      *REMARKS.       THE HANDOFF STATE AND STAMPS BELONG TO FILEHNDS
      *REMARKS.       AND ARE ONLY SHOWN HERE -- A CHANGE KEEPS THEM.
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'FILEHND').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'FILEHNDM'.
         03  FHNM-FUNC                 PIC  X(01).
           88  FHNM-ADD                               VALUE 'A'.
           88  FHNM-CHANGE                            VALUE 'C'.
           88  FHNM-DELETE                            VALUE 'D'.
           88  FHNM-BROWSE                            VALUE 'B'.
           88  FHNM-QUIT                              VALUE 'E'.
         03  FHNM-MSG                  PIC  X(110)  VALUE 'READY'.
         03  FHNM-PROMPT               PIC  X(240).
         03  FHNM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  FHNM-IN-LENG              PIC S9(04)   BINARY.
         03  FHNM-STATE-TEXT           PIC  X(10).
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  FHNM-INPUT-LINE.
         03  FHNM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  FHNM-IN-FILE              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  FHNM-IN-CHAIN             PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  FHNM-IN-FROM.
           05  FHNM-IN-FROM-HH         PIC  X(02).
           05  FHNM-IN-FROM-MM         PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  FHNM-IN-UNTIL.
           05  FHNM-IN-UNTIL-HH        PIC  X(02).
           05  FHNM-IN-UNTIL-MM        PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  FHNM-IN-DESC              PIC  X(20).

       COPY FILEHNDF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(08)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(097).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL FHNM-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    SEND THE PROMPT/STATUS LINE, RECEIVE ONE REQUEST, AND       *
      *    DISPATCH IT TO THE MATCHING FUNCTION                        *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE FHNM-IN-FUNC            TO FHNM-FUNC.
           IF  FHNM-QUIT
               MOVE 'FILEHNDM TERMINATED' TO FHNM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  FHNM-IN-FILE NOT > SPACES
               MOVE 'A FILE NAME IS REQUIRED' TO FHNM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  FHNM-ADD OR FHNM-CHANGE
               PERFORM F20-VALIDATE-INPUT THRU F29-EXIT
               IF  FHNM-MSG > SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FHNM-ADD
               WHEN FHNM-CHANGE
               WHEN FHNM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN FHNM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN FHNM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN FHNM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN FHNM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO FHNM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO FHNM-PROMPT.
           MOVE 1                       TO FHNM-PROMPT-LEN.
           STRING 'FILEHNDM  '                 DELIMITED BY SIZE
                  FHNM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) FILE(8) CHAIN(8)'
                                                DELIMITED BY SIZE
                  ' FROM(HHMM) UNTIL(HHMM) DESC(20) ==> '
                                                DELIMITED BY SIZE
               INTO FHNM-PROMPT         WITH POINTER FHNM-PROMPT-LEN.
           SUBTRACT 1                   FROM FHNM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (FHNM-PROMPT)
                     LENGTH   (FHNM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO FHNM-INPUT-LINE.
           MOVE LENGTH OF FHNM-INPUT-LINE TO FHNM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (FHNM-INPUT-LINE)
                     LENGTH   (FHNM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      * ONLY THE OPERATOR'S FIELDS -- THE HANDOFF STATE AND STAMPS ARE
      * LEFT AS FILEHNDS LAST SET THEM
       F10-BUILD-BODY.
           MOVE FHNM-IN-DESC           TO FHND-DESC.
           MOVE FHNM-IN-CHAIN          TO FHND-CHAIN.
           MOVE FHNM-IN-FROM           TO FHND-WINDOW-FROM.
           MOVE FHNM-IN-UNTIL          TO FHND-WINDOW-UNTIL.
           MOVE AUTH-OPID              TO FHND-OPID.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE CHAIN IS REQUIRED AND BOTH WINDOW TIMES MUST BE VALID   *
      *    HHMM; A FROM LATER THAN THE UNTIL IS AN OVERNIGHT WINDOW.   *
      *    FHNM-MSG STAYS BLANK WHEN THE LINE IS GOOD                  *
      ******************************************************************
       F20-VALIDATE-INPUT.
           MOVE SPACES                 TO FHNM-MSG.
           IF  FHNM-IN-CHAIN NOT > SPACES
               MOVE 'THE OWNING BATCH CHAIN IS REQUIRED' TO FHNM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  FHNM-IN-FROM NOT NUMERIC
           OR  FHNM-IN-FROM-HH > '23'
           OR  FHNM-IN-FROM-MM > '59'
               MOVE 'FROM MUST BE AN HHMM TIME' TO FHNM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  FHNM-IN-UNTIL NOT NUMERIC
           OR  FHNM-IN-UNTIL-HH > '23'
           OR  FHNM-IN-UNTIL-MM > '59'
               MOVE 'UNTIL MUST BE AN HHMM TIME' TO FHNM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  FHNM-IN-FROM = FHNM-IN-UNTIL
               MOVE 'FROM AND UNTIL MAY NOT BE THE SAME' TO FHNM-MSG
               GO TO F29-EXIT
           END-IF.
       F29-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- CHAIN, WINDOW AND STATE (THE
      * DESCRIPTION IS NOT AUDITED)
       F30-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING FHND-CHAIN ' ' FHND-WINDOW-FROM '-'
                  FHND-WINDOW-UNTIL ' ' FHND-STATE
                                       DELIMITED BY SIZE
               INTO NEW-IMAGE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW HANDOFF CONTROL RECORD -- THE FILE STARTS ONLINE  *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SPACES                  TO FILEHNDF-RECORD.
           MOVE FHNM-IN-FILE            TO FHND-FILE.
           MOVE 'O'                     TO FHND-STATE.
           MOVE ZERO                    TO FHND-CLOSED-STAMP
                                           FHND-OPENED-STAMP.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('FILEHNDF')
                     FROM     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'FILE ADDED'             TO FHNM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'FILE ALREADY EXISTS'    TO FHNM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO FHNM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING HANDOFF CONTROL RECORD                   *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE FHNM-IN-FILE            TO FHND-FILE.
           EXEC CICS READ
                     DATASET  ('FILEHNDF')
                     INTO     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'FILE NOT FOUND'             TO FHNM-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE               TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('FILEHNDF')
                     FROM     (FILEHNDF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'FILE CHANGED'               TO FHNM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO FHNM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A HANDOFF CONTROL RECORD (PRE-READ FOR THE AUDIT     *
      *    IMAGE)                                                      *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE FHNM-IN-FILE            TO FHND-FILE.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('FILEHNDF')
                     INTO     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM F30-AUDIT-IMAGE THRU F39-EXIT
               MOVE NEW-IMAGE          TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('FILEHNDF')
                     RIDFLD   (FILEHNDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'FILE DELETED'               TO FHNM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO FILEHNDF-RECORD(9:89)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'FILE NOT FOUND'             TO FHNM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE HANDOFF CONTROL RECORD BY KEY     *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE FHNM-IN-FILE            TO FHND-FILE.
           EXEC CICS READ
                     DATASET  ('FILEHNDF')
                     INTO     (FILEHNDF-RECORD)
                     RIDFLD   (FILEHNDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               IF  FHND-WITH-BATCH
                   MOVE 'WITH BATCH'       TO FHNM-STATE-TEXT
               ELSE
                   MOVE 'ONLINE'           TO FHNM-STATE-TEXT
               END-IF
               MOVE SPACES                 TO FHNM-MSG
               STRING FHND-FILE ' CHAIN ' FHND-CHAIN ' WINDOW '
                      FHND-WINDOW-FROM '-' FHND-WINDOW-UNTIL ' '
                      FHNM-STATE-TEXT ' CLOSED BY ' FHND-CLOSED-JOB
                      ' OPENED BY ' FHND-OPENED-JOB ' '
                      FHND-DESC             DELIMITED BY SIZE
                   INTO FHNM-MSG
           ELSE
               MOVE 'FILE NOT FOUND'             TO FHNM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE FILEHNDF-KEY           TO SEEN-KEY.
           MOVE FILEHNDF-RECORD        TO SEEN-IMAGE.
           EXEC CICS ASKTIME ABSTIME(SEEN-ABSTIME) END-EXEC.
       Z59-EXIT.
           EXIT.

      ******************************************************************
      *    STRAIGHT AFTER THE READ FOR A CHANGE OR DELETE -- HAS THE   *
      *    RECORD CHANGED (OR GONE) SINCE THE OPERATOR WAS SHOWN IT?   *
      *    IF SO THE ACTION IS REFUSED, THE RECORD IS BROWSED AFRESH   *
      *    AND LASTCHG SHOWS WHO CHANGED IT (FROM AUDITLOG) AND WHAT   *
      *    IT NOW HOLDS; THE OPERATOR HAS THEN SEEN THE NEW VALUES, SO *
      *    A RE-KEYED ACTION GOES THROUGH.  A KEY NOT SHOWN IN THIS    *
      *    SESSION IS NOT CHECKED                                      *
      ******************************************************************
       Z60-CHECK-SEEN.
           MOVE 'N'                    TO SEEN-CHANGED-SW.
           IF  FILEHNDF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  FILEHNDF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('FILEHNDF')
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   GO TO Z69-EXIT
           END-EVALUATE.
           SET  SEEN-CHANGED           TO TRUE.
           MOVE THIS-PGM               TO LCHG-PGM.
           MOVE SPACES                 TO LCHG-REC-KEY.
           MOVE FILEHNDF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE FHNM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO FHNM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO FHNM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO FHNM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'FILEHND '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           MOVE SPACES                 TO AUTH-OPID.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO FHNM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE FILEHNDF-KEY           TO AUDIT-REC-KEY.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE              TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
