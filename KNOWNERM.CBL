       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    KNOWNERM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE KNOWNERF KNOWN-ERROR REMEDIATION FILE SHOWN
      *REMARKS.       BY UNEXERRI AND ALERTCON (THROUGH KNOWNLK) AND
      *REMARKS.       PRINTED BY UNEXTRND.  A TYPE U ENTRY IS KEYED BY
      *REMARKS.       PROGRAM, EIBFN (FOUR HEX DIGITS) AND EIBRESP
      *REMARKS.       (FOUR DECIMAL DIGITS), ANY OF WHICH MAY BE
      *REMARKS.       '*ANY'; A TYPE A ENTRY BY MSGROUTE COMPONENT.
      *REMARKS.       RUN AS ITS OWN TRANSACTION, LIKE DAPSYSFM.
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'KNOWNERR').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'KNOWNERM'.
         03  KNMM-FUNC                 PIC  X(01).
           88  KNMM-ADD                               VALUE 'A'.
           88  KNMM-CHANGE                            VALUE 'C'.
           88  KNMM-DELETE                            VALUE 'D'.
           88  KNMM-BROWSE                            VALUE 'B'.
           88  KNMM-QUIT                              VALUE 'E'.
         03  KNMM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  KNMM-PROMPT               PIC  X(240).
         03  KNMM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  KNMM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  KEY-OK-SW                 PIC  X(01).
           88  KEY-OK                               VALUE 'Y'.
         03  BODY-OK-SW                PIC  X(01).
           88  BODY-OK                              VALUE 'Y'.
         03  FOUND-SW                  PIC  X(01).
           88  RECORD-FOUND                         VALUE 'Y'.
         03  HEX-CHECK                 PIC  X(04).
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(600).

      * THE 40-BYTE AUDIT IMAGE OF A KNOWN-ERROR RECORD
       01  KNMM-IMAGE.
         03  KNMM-IMG-RETRY            PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  KNMM-IMG-DIAG             PIC  X(38).

       01  KNMM-INPUT-LINE.
         03  KNMM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-TYPE              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-NAME              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-FN                PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-RESP              PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-RETRY             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-DIAG              PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-STEP1             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-STEP2             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  KNMM-IN-STEP3             PIC  X(60).

       COPY KNOWNERF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(17)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(258).

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
                   UNTIL KNMM-QUIT.
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
           MOVE KNMM-IN-FUNC            TO KNMM-FUNC.
           IF  KNMM-QUIT
               MOVE 'KNOWNERM TERMINATED' TO KNMM-MSG
               GO TO C90-EXIT
           END-IF.
           PERFORM F50-EDIT-KEY THRU F59-EXIT.
           IF  NOT KEY-OK
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN KNMM-ADD
               WHEN KNMM-CHANGE
               WHEN KNMM-DELETE
                   IF  NOT KNMM-DELETE
                       PERFORM F60-EDIT-BODY THRU F69-EXIT
                       IF  NOT BODY-OK
                           GO TO C90-EXIT
                       END-IF
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN KNMM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN KNMM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN KNMM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN KNMM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
                   IF  RECORD-FOUND
                       PERFORM I50-SHOW-DETAIL THRU I59-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO KNMM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO KNMM-PROMPT.
           MOVE 1                       TO KNMM-PROMPT-LEN.
           STRING 'KNOWNERM  '                 DELIMITED BY SIZE
                  KNMM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) TYPE(U/A) NAME(8) FN(4 HEX)'
                                                DELIMITED BY SIZE
                  ' RESP(4) RETRY(Y/N) DIAG(60) STEP1(60)'
                                                DELIMITED BY SIZE
                  ' STEP2(60) STEP3(60) ==> '  DELIMITED BY SIZE
               INTO KNMM-PROMPT         WITH POINTER KNMM-PROMPT-LEN.
           SUBTRACT 1                   FROM KNMM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (KNMM-PROMPT)
                     LENGTH   (KNMM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO KNMM-INPUT-LINE.
           MOVE LENGTH OF KNMM-INPUT-LINE TO KNMM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (KNMM-INPUT-LINE)
                     LENGTH   (KNMM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE KNMM-IN-DIAG            TO KNOWNERF-DIAG.
           MOVE KNMM-IN-STEP1           TO KNOWNERF-STEP(1).
           MOVE KNMM-IN-STEP2           TO KNOWNERF-STEP(2).
           MOVE KNMM-IN-STEP3           TO KNOWNERF-STEP(3).
           MOVE KNMM-IN-RETRY           TO KNOWNERF-RETRY.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE AUDIT IMAGE OF THE RECORD NOW IN KNOWNERF-RECORD        *
      ******************************************************************
       F30-BUILD-IMAGE.
           MOVE SPACES                  TO KNMM-IMAGE.
           MOVE KNOWNERF-RETRY          TO KNMM-IMG-RETRY.
           MOVE KNOWNERF-DIAG           TO KNMM-IMG-DIAG.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD AND VALIDATE THE KEY -- TYPE U NEEDS A PROGRAM, AN    *
      *    EIBFN OF FOUR HEX DIGITS AND AN EIBRESP OF FOUR DECIMAL     *
      *    DIGITS, ANY OF THEM '*ANY' BUT NOT ALL THREE; TYPE A NEEDS  *
      *    A REAL COMPONENT AND NOTHING ELSE                           *
      ******************************************************************
       F50-EDIT-KEY.
           MOVE 'N'                     TO KEY-OK-SW.
           IF  KNMM-IN-TYPE NOT = 'U' AND NOT = 'A'
               MOVE 'TYPE MUST BE U (UNEXPECTED ERROR) OR A (ALERT)'
                                            TO KNMM-MSG
               GO TO F59-EXIT
           END-IF.
           IF  KNMM-IN-NAME NOT > SPACES
               MOVE 'PROGRAM OR COMPONENT NAME REQUIRED' TO KNMM-MSG
               GO TO F59-EXIT
           END-IF.
           IF  KNMM-IN-TYPE = 'A'
               IF  KNMM-IN-FN   NOT = SPACES
               OR  KNMM-IN-RESP NOT = SPACES
                   MOVE 'FN AND RESP MUST BE BLANK FOR AN ALERT'
                                            TO KNMM-MSG
                   GO TO F59-EXIT
               END-IF
               IF  KNMM-IN-NAME = '*ANY'
                   MOVE 'AN ALERT ENTRY NEEDS A REAL COMPONENT'
                                            TO KNMM-MSG
                   GO TO F59-EXIT
               END-IF
           ELSE
               IF  KNMM-IN-FN NOT = '*ANY'
                   MOVE KNMM-IN-FN      TO HEX-CHECK
                   INSPECT HEX-CHECK CONVERTING '0123456789ABCDEF'
                                             TO '0000000000000000'
                   IF  HEX-CHECK NOT = '0000'
                       MOVE 'FN MUST BE 4 HEX DIGITS (0602) OR *ANY'
                                            TO KNMM-MSG
                       GO TO F59-EXIT
                   END-IF
               END-IF
               IF  KNMM-IN-RESP NOT = '*ANY'
               AND KNMM-IN-RESP IS NOT NUMERIC
                   MOVE 'RESP MUST BE 4 DIGITS (0019) OR *ANY'
                                            TO KNMM-MSG
                   GO TO F59-EXIT
               END-IF
               IF  KNMM-IN-NAME = '*ANY'
               AND KNMM-IN-FN   = '*ANY'
               AND KNMM-IN-RESP = '*ANY'
                   MOVE '*ANY FOR ALL THREE WOULD MATCH EVERY ERROR'
                                            TO KNMM-MSG
                   GO TO F59-EXIT
               END-IF
           END-IF.
           MOVE KNMM-IN-TYPE            TO KNOWNERF-TYPE.
           MOVE KNMM-IN-NAME            TO KNOWNERF-NAME.
           MOVE KNMM-IN-FN              TO KNOWNERF-FN.
           MOVE KNMM-IN-RESP            TO KNOWNERF-RESP.
           MOVE 'Y'                     TO KEY-OK-SW.
       F59-EXIT.
           EXIT.

      ******************************************************************
      *    THE DIAGNOSIS AND AT LEAST THE FIRST STEP ARE REQUIRED, AND *
      *    THE RETRY FLAG IS Y OR N                                    *
      ******************************************************************
       F60-EDIT-BODY.
           MOVE 'N'                     TO BODY-OK-SW.
           IF  KNMM-IN-RETRY NOT = 'Y' AND NOT = 'N'
               MOVE 'RETRY MUST BE Y (SAFE TO RETRY) OR N'
                                            TO KNMM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  KNMM-IN-DIAG NOT > SPACES
               MOVE 'DIAGNOSIS REQUIRED'    TO KNMM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  KNMM-IN-STEP1 NOT > SPACES
               MOVE 'AT LEAST ONE REMEDIATION STEP REQUIRED'
                                            TO KNMM-MSG
               GO TO F69-EXIT
           END-IF.
           MOVE 'Y'                     TO BODY-OK-SW.
       F69-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW KNOWN-ERROR RECORD                                *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('KNOWNERF')
                     FROM     (KNOWNERF-RECORD)
                     RIDFLD   (KNOWNERF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO KNMM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO KNMM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO KNMM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING KNOWN-ERROR RECORD                       *
      ******************************************************************
       G00-CHANGE-RECORD.
           EXEC CICS READ
                     DATASET  ('KNOWNERF')
                     INTO     (KNOWNERF-RECORD)
                     RIDFLD   (KNOWNERF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE KNMM-IMAGE          TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('KNOWNERF')
                         FROM     (KNOWNERF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO KNMM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO KNMM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO KNMM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A KNOWN-ERROR RECORD (PRE-READ FOR THE AUDIT IMAGE)  *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('KNOWNERF')
                     INTO     (KNOWNERF-RECORD)
                     RIDFLD   (KNOWNERF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE KNMM-IMAGE          TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('KNOWNERF')
                     RIDFLD   (KNOWNERF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO KNMM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO KNOWNERF-DIAG
                                          KNOWNERF-STEPS
                                          KNOWNERF-RETRY
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO KNMM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE A SINGLE KNOWN-ERROR RECORD BY KEY -- THE STATUS     *
      *    LINE GETS THE SHORT FORM (LASTCHG SHOWS IT TOO)             *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE 'N'                     TO FOUND-SW.
           EXEC CICS READ
                     DATASET  ('KNOWNERF')
                     INTO     (KNOWNERF-RECORD)
                     RIDFLD   (KNOWNERF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  RECORD-FOUND           TO TRUE
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO KNMM-MSG
               STRING KNOWNERF-TYPE ' ' KNOWNERF-NAME
                      ' ' KNOWNERF-FN ' ' KNOWNERF-RESP
                      ' RETRY ' KNOWNERF-RETRY
                      ' ' KNOWNERF-DIAG  DELIMITED BY SIZE
                   INTO KNMM-MSG
           ELSE
               MOVE 'RECORD NOT FOUND'          TO KNMM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW THE BROWSED RECORD IN FULL, STEPS AND ALL, AND WAIT    *
      *    FOR A KEY                                                   *
      ******************************************************************
       I50-SHOW-DETAIL.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'KNOWN ERROR ' KNOWNERF-TYPE ' ' KNOWNERF-NAME
                  '  FN ' KNOWNERF-FN '  RESP ' KNOWNERF-RESP
                                                NEWLINE
                  'DIAGNOSIS  ' KNOWNERF-DIAG   NEWLINE
                  'STEP 1     ' KNOWNERF-STEP(1) NEWLINE
                  'STEP 2     ' KNOWNERF-STEP(2) NEWLINE
                  'STEP 3     ' KNOWNERF-STEP(3) NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  KNOWNERF-RETRY-SAFE
               STRING 'RETRY      SAFE FOR THE OPERATOR' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           ELSE
               STRING 'RETRY      NOT SAFE - FOLLOW THE STEPS' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           STRING NEWLINE 'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO KNMM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (KNMM-INPUT-LINE)
                     LENGTH   (KNMM-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE 'RECORD SHOWN'         TO KNMM-MSG.
       I59-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE KNOWNERF-KEY           TO SEEN-KEY.
           MOVE KNOWNERF-RECORD        TO SEEN-IMAGE.
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
           IF  KNOWNERF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  KNOWNERF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('KNOWNERF')
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
           MOVE KNOWNERF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE KNMM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO KNMM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO KNMM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO KNMM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)           *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'KNOWNERR'             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO KNMM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE KNOWNERF-KEY           TO AUDIT-REC-KEY.
           PERFORM F30-BUILD-IMAGE THRU F39-EXIT.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE KNMM-IMAGE             TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
