       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MSGCATM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE MSGCATF MESSAGE CATALOG THAT MSGROUTE AND
      *REMARKS.       MSGBATCH WORD CATALOG MESSAGES FROM AND MSGCATI
      *REMARKS.       SHOWS TO OPERATORS.  AN ENTRY IS KEYED BY ITS
      *REMARKS.       MESSAGE ID, WHOSE LAST LETTER MUST BE ITS
      *REMARKS.       SEVERITY (FMON001W IS A WARNING), AND CARRIES
      *REMARKS.       THE TEXT TEMPLATE (&1 THROUGH &4 MARK THE
      *REMARKS.       INSERTS), UP TO THREE LINES OF EXPLANATION AND
      *REMARKS.       UP TO THREE OF OPERATOR RESPONSE.  RUN AS ITS
      *REMARKS.       OWN TRANSACTION, LIKE KNOWNERM.  EVERY
      *REMARKS.       SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT AND
      *REMARKS.       THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'MSGCAT').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'MSGCATM'.
         03  MCTM-FUNC                 PIC  X(01).
           88  MCTM-ADD                               VALUE 'A'.
           88  MCTM-CHANGE                            VALUE 'C'.
           88  MCTM-DELETE                            VALUE 'D'.
           88  MCTM-BROWSE                            VALUE 'B'.
           88  MCTM-QUIT                              VALUE 'E'.
         03  MCTM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  MCTM-PROMPT               PIC  X(240).
         03  MCTM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  MCTM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  KEY-OK-SW                 PIC  X(01).
           88  KEY-OK                               VALUE 'Y'.
         03  BODY-OK-SW                PIC  X(01).
           88  BODY-OK                              VALUE 'Y'.
         03  FOUND-SW                  PIC  X(01).
           88  RECORD-FOUND                         VALUE 'Y'.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(800).

      * THE 40-BYTE AUDIT IMAGE OF A CATALOG ENTRY
       01  MCTM-IMAGE.
         03  MCTM-IMG-SEVERITY         PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  MCTM-IMG-TEMPLATE         PIC  X(38).

       01  MCTM-INPUT-LINE.
         03  MCTM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-ID                PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-SEVERITY          PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-TEMPLATE          PIC  X(91).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-EXPL1             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-EXPL2             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-EXPL3             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-RESP1             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-RESP2             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  MCTM-IN-RESP3             PIC  X(60).

       COPY MSGCATF.

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
         03  SEEN-IMAGE                PIC  X(460).

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
                   UNTIL MCTM-QUIT.
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
           MOVE MCTM-IN-FUNC            TO MCTM-FUNC.
           IF  MCTM-QUIT
               MOVE 'MSGCATM TERMINATED' TO MCTM-MSG
               GO TO C90-EXIT
           END-IF.
           PERFORM F50-EDIT-KEY THRU F59-EXIT.
           IF  NOT KEY-OK
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MCTM-ADD
               WHEN MCTM-CHANGE
               WHEN MCTM-DELETE
                   IF  NOT MCTM-DELETE
                       PERFORM F60-EDIT-BODY THRU F69-EXIT
                       IF  NOT BODY-OK
                           GO TO C90-EXIT
                       END-IF
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN MCTM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN MCTM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN MCTM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN MCTM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
                   IF  RECORD-FOUND
                       PERFORM I50-SHOW-DETAIL THRU I59-EXIT
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO MCTM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO MCTM-PROMPT.
           MOVE 1                       TO MCTM-PROMPT-LEN.
           STRING 'MSGCATM  '                  DELIMITED BY SIZE
                  MCTM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) ID(8) SEV(I/W/E/C)'
                                                DELIMITED BY SIZE
                  ' TEXT(91, &1-&4 = INSERTS) EXPL1(60) EXPL2(60)'
                                                DELIMITED BY SIZE
                  ' EXPL3(60) RESP1(60) RESP2(60) RESP3(60) ==> '
                                                DELIMITED BY SIZE
               INTO MCTM-PROMPT         WITH POINTER MCTM-PROMPT-LEN.
           SUBTRACT 1                   FROM MCTM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (MCTM-PROMPT)
                     LENGTH   (MCTM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO MCTM-INPUT-LINE.
           MOVE LENGTH OF MCTM-INPUT-LINE TO MCTM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (MCTM-INPUT-LINE)
                     LENGTH   (MCTM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE MCTM-IN-SEVERITY        TO MSGCATF-SEVERITY.
           MOVE MCTM-IN-TEMPLATE        TO MSGCATF-TEMPLATE.
           MOVE MCTM-IN-EXPL1           TO MSGCATF-EXPL(1).
           MOVE MCTM-IN-EXPL2           TO MSGCATF-EXPL(2).
           MOVE MCTM-IN-EXPL3           TO MSGCATF-EXPL(3).
           MOVE MCTM-IN-RESP1           TO MSGCATF-RESP(1).
           MOVE MCTM-IN-RESP2           TO MSGCATF-RESP(2).
           MOVE MCTM-IN-RESP3           TO MSGCATF-RESP(3).
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE AUDIT IMAGE OF THE RECORD NOW IN MSGCATF-RECORD         *
      ******************************************************************
       F30-BUILD-IMAGE.
           MOVE SPACES                  TO MCTM-IMAGE.
           MOVE MSGCATF-SEVERITY        TO MCTM-IMG-SEVERITY.
           MOVE MSGCATF-TEMPLATE        TO MCTM-IMG-TEMPLATE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    THE KEY IS THE MESSAGE ID -- EIGHT CHARACTERS, NO EMBEDDED  *
      *    BLANKS                                                      *
      ******************************************************************
       F50-EDIT-KEY.
           MOVE 'N'                     TO KEY-OK-SW.
           IF  MCTM-IN-ID NOT > SPACES
               MOVE 'MESSAGE ID REQUIRED'   TO MCTM-MSG
               GO TO F59-EXIT
           END-IF.
           IF  MCTM-IN-ID(8:1) = SPACE
               MOVE 'MESSAGE ID MUST BE 8 CHARACTERS (E.G. FMON001W)'
                                            TO MCTM-MSG
               GO TO F59-EXIT
           END-IF.
           MOVE MCTM-IN-ID              TO MSGCATF-ID.
           MOVE 'Y'                     TO KEY-OK-SW.
       F59-EXIT.
           EXIT.

      ******************************************************************
      *    THE SEVERITY IS I/W/E/C AND IS THE ID'S LAST LETTER, SO THE *
      *    ID ALONE TELLS AN OPERATOR HOW BAD IT IS; THE TEMPLATE, THE *
      *    FIRST EXPLANATION LINE AND THE FIRST RESPONSE LINE ARE      *
      *    REQUIRED                                                    *
      ******************************************************************
       F60-EDIT-BODY.
           MOVE 'N'                     TO BODY-OK-SW.
           IF  MCTM-IN-SEVERITY NOT = 'I' AND NOT = 'W'
                            AND NOT = 'E' AND NOT = 'C'
               MOVE 'SEVERITY MUST BE I, W, E, OR C' TO MCTM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  MCTM-IN-SEVERITY NOT = MCTM-IN-ID(8:1)
               MOVE 'THE ID MUST END WITH ITS SEVERITY (FMON001W)'
                                            TO MCTM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  MCTM-IN-TEMPLATE NOT > SPACES
               MOVE 'MESSAGE TEXT REQUIRED' TO MCTM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  MCTM-IN-EXPL1 NOT > SPACES
               MOVE 'EXPLANATION REQUIRED'  TO MCTM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  MCTM-IN-RESP1 NOT > SPACES
               MOVE 'OPERATOR RESPONSE REQUIRED' TO MCTM-MSG
               GO TO F69-EXIT
           END-IF.
           MOVE 'Y'                     TO BODY-OK-SW.
       F69-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW CATALOG ENTRY                                     *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('MSGCATF ')
                     FROM     (MSGCATF-RECORD)
                     RIDFLD   (MSGCATF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO MCTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO MCTM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO MCTM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING CATALOG ENTRY                            *
      ******************************************************************
       G00-CHANGE-RECORD.
           EXEC CICS READ
                     DATASET  ('MSGCATF ')
                     INTO     (MSGCATF-RECORD)
                     RIDFLD   (MSGCATF-KEY)
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
               MOVE MCTM-IMAGE          TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('MSGCATF ')
                         FROM     (MSGCATF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO MCTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO MCTM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO MCTM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A CATALOG ENTRY (PRE-READ FOR THE AUDIT IMAGE)       *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('MSGCATF ')
                     INTO     (MSGCATF-RECORD)
                     RIDFLD   (MSGCATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE MCTM-IMAGE          TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('MSGCATF ')
                     RIDFLD   (MSGCATF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO MCTM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO MSGCATF-SEVERITY
                                          MSGCATF-TEMPLATE
                                          MSGCATF-EXPLAIN
                                          MSGCATF-RESPONSE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO MCTM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE A SINGLE CATALOG ENTRY BY ID -- THE STATUS LINE GETS *
      *    THE SHORT FORM (LASTCHG SHOWS IT TOO)                       *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE 'N'                     TO FOUND-SW.
           EXEC CICS READ
                     DATASET  ('MSGCATF ')
                     INTO     (MSGCATF-RECORD)
                     RIDFLD   (MSGCATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  RECORD-FOUND           TO TRUE
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO MCTM-MSG
               STRING MSGCATF-ID ' ' MSGCATF-SEVERITY
                      ' ' MSGCATF-TEMPLATE  DELIMITED BY SIZE
                   INTO MCTM-MSG
           ELSE
               MOVE 'RECORD NOT FOUND'          TO MCTM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW THE BROWSED ENTRY IN FULL, EXPLANATION AND RESPONSE    *
      *    AND ALL, AND WAIT FOR A KEY                                 *
      ******************************************************************
       I50-SHOW-DETAIL.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'MESSAGE ' MSGCATF-ID '  SEVERITY '
                  MSGCATF-SEVERITY              NEWLINE
                  'TEXT       ' MSGCATF-TEMPLATE NEWLINE
                  'EXPLAIN    ' MSGCATF-EXPL(1)  NEWLINE
                  '           ' MSGCATF-EXPL(2)  NEWLINE
                  '           ' MSGCATF-EXPL(3)  NEWLINE
                  'RESPONSE   ' MSGCATF-RESP(1)  NEWLINE
                  '           ' MSGCATF-RESP(2)  NEWLINE
                  '           ' MSGCATF-RESP(3)  NEWLINE
                  NEWLINE 'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO MCTM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (MCTM-INPUT-LINE)
                     LENGTH   (MCTM-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE 'RECORD SHOWN'         TO MCTM-MSG.
       I59-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE MSGCATF-KEY            TO SEEN-KEY.
           MOVE MSGCATF-RECORD         TO SEEN-IMAGE.
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
           IF  MSGCATF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  MSGCATF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('MSGCATF ')
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
           MOVE MSGCATF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE MCTM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO MCTM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO MCTM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO MCTM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)           *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'MSGCAT'               TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO MCTM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE MSGCATF-KEY            TO AUDIT-REC-KEY.
           PERFORM F30-BUILD-IMAGE THRU F39-EXIT.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE MCTM-IMAGE             TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
