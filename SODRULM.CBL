       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SODRULM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE SODRULF SEGREGATION-OF-DUTIES CONFLICT RULE
      *REMARKS.       FILE.  RUN AS ITS OWN TRANSACTION, LIKE AUTHFM.
      *REMARKS.       A RULE NAMES TWO AUTHCHK FUNCTION CODES NO ONE
      *REMARKS.       OPERATOR OR GROUP MAY HOLD TOGETHER; IT IS
      *REMARKS.       KEPT BOTH WAYS ROUND, SO EVERY ADD, CHANGE AND
      *REMARKS.       DELETE HERE APPLIES TO THE MIRROR RECORD TOO.
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'SODMNT').

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SODRULM'.
         03  SODM-FUNC                 PIC  X(01).
           88  SODM-ADD                               VALUE 'A'.
           88  SODM-CHANGE                            VALUE 'C'.
           88  SODM-DELETE                            VALUE 'D'.
           88  SODM-BROWSE                            VALUE 'B'.
           88  SODM-QUIT                              VALUE 'E'.
         03  SODM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  SODM-PROMPT               PIC  X(130).
         03  SODM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  SODM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(31).

       01  SODM-INPUT-LINE.
         03  SODM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SODM-IN-FUNCTION          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  SODM-IN-CONFLICT          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  SODM-IN-OVERRIDE          PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SODM-IN-DESC              PIC  X(30).

       COPY SODRULF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(16)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(047).

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
                   UNTIL SODM-QUIT.
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
           MOVE SODM-IN-FUNC            TO SODM-FUNC.
           IF  SODM-QUIT
               MOVE 'SODRULM TERMINATED' TO SODM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  SODM-IN-FUNCTION NOT > SPACES
           OR  SODM-IN-CONFLICT NOT > SPACES
               MOVE 'BOTH FUNCTION CODES ARE REQUIRED'
                                            TO SODM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  SODM-IN-FUNCTION = SODM-IN-CONFLICT
               MOVE 'A FUNCTION CANNOT CONFLICT WITH ITSELF'
                                            TO SODM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SODM-ADD
               WHEN SODM-CHANGE
               WHEN SODM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN SODM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN SODM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN SODM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN SODM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO SODM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO SODM-PROMPT.
           MOVE 1                       TO SODM-PROMPT-LEN.
           STRING 'SODRULM   '                 DELIMITED BY SIZE
                  SODM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) FUNC(8) CONFLICT(8)'
                                                DELIMITED BY SIZE
                  ' OVERRIDE(Y/N) DESC(30) ==> ' DELIMITED BY SIZE
               INTO SODM-PROMPT         WITH POINTER SODM-PROMPT-LEN.
           SUBTRACT 1                   FROM SODM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (SODM-PROMPT)
                     LENGTH   (SODM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO SODM-INPUT-LINE.
           MOVE LENGTH OF SODM-INPUT-LINE TO SODM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SODM-INPUT-LINE)
                     LENGTH   (SODM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           IF  SODM-IN-OVERRIDE = 'Y'
               MOVE 'Y'                TO SODRULF-OVERRIDE-SW
           ELSE
               MOVE 'N'                TO SODRULF-OVERRIDE-SW
           END-IF.
           MOVE SODM-IN-DESC           TO SODRULF-DESC.
       F19-EXIT.
           EXIT.

      * THE SAME RULE FROM THE OTHER FUNCTION'S SIDE
       F20-MIRROR-KEY.
           MOVE SODM-IN-CONFLICT        TO SODRULF-FUNCTION.
           MOVE SODM-IN-FUNCTION        TO SODRULF-CONFLICT.
       F29-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW RULE, AND ITS MIRROR (A MIRROR THAT WILL NOT GO   *
      *    ON TAKES THE FIRST HALF BACK OFF)                           *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('SODRULF ')
                     FROM     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RULE ALREADY EXISTS'    TO SODM-MSG
                   GO TO F90-EXIT
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO SODM-MSG
                   GO TO F90-EXIT
           END-EVALUATE.
           PERFORM F20-MIRROR-KEY THRU F29-EXIT.
           EXEC CICS WRITE
                     DATASET  ('SODRULF ')
                     FROM     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     NOHANDLE
           END-EXEC.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RULE ADDED'                 TO SODM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'ADD'              TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               EXEC CICS DELETE
                         DATASET  ('SODRULF ')
                         RIDFLD   (SODRULF-KEY)
                         NOHANDLE
               END-EXEC
               MOVE 'ADD FAILED - MIRROR RULE IS ALREADY ON FILE'
                                                 TO SODM-MSG
           END-IF.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING RULE, THEN ITS MIRROR                    *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           PERFORM G10-REWRITE-ONE THRU G19-EXIT.
           IF  SODM-MSG NOT = 'RULE CHANGED'
               GO TO G90-EXIT
           END-IF.
           PERFORM F20-MIRROR-KEY THRU F29-EXIT.
           PERFORM G10-REWRITE-ONE THRU G19-EXIT.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           IF  SODM-MSG = 'RULE CHANGED'
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RULE CHANGED - MIRROR RULE NOT UPDATED'
                                                 TO SODM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

       G10-REWRITE-ONE.
           EXEC CICS READ
                     DATASET  ('SODRULF ')
                     INTO     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
      * ONLY THE RULE AS KEYED WAS SHOWN -- THE MIRROR'S KEY NEVER
      * MATCHES, SO ITS REWRITE IS NOT CHECKED
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G19-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE SODRULF-RECORD(17:31) TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('SODRULF ')
                         FROM     (SODRULF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RULE CHANGED'          TO SODM-MSG
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO SODM-MSG
               END-IF
           ELSE
               MOVE 'RULE NOT FOUND'            TO SODM-MSG
           END-IF.
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A RULE AND ITS MIRROR (PRE-READ FOR THE AUDIT IMAGE) *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('SODRULF ')
                     INTO     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE SODRULF-RECORD(17:31) TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('SODRULF ')
                     RIDFLD   (SODRULF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'RULE NOT FOUND'            TO SODM-MSG
               GO TO H90-EXIT
           END-IF.
           PERFORM F20-MIRROR-KEY THRU F29-EXIT.
           EXEC CICS DELETE
                     DATASET  ('SODRULF ')
                     RIDFLD   (SODRULF-KEY)
                     NOHANDLE
           END-EXEC.
           MOVE 'RULE DELETED'                  TO SODM-MSG.
           MOVE LOW-VALUES             TO SEEN-KEY.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           MOVE 'DELETE'               TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           MOVE OLD-IMAGE              TO AUDIT-OLD-VALUE.
           MOVE SPACES                 TO SODRULF-RECORD(17:31).
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE RULE BY KEY                       *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE SODM-IN-FUNCTION        TO SODRULF-FUNCTION.
           MOVE SODM-IN-CONFLICT        TO SODRULF-CONFLICT.
           EXEC CICS READ
                     DATASET  ('SODRULF ')
                     INTO     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO SODM-MSG
               STRING SODRULF-FUNCTION '/' SODRULF-CONFLICT
                      ' OVERRIDE=' SODRULF-OVERRIDE-SW
                      ' ' SODRULF-DESC      DELIMITED BY SIZE
                   INTO SODM-MSG
           ELSE
               MOVE 'RULE NOT FOUND'            TO SODM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE SODRULF-KEY            TO SEEN-KEY.
           MOVE SODRULF-RECORD         TO SEEN-IMAGE.
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
           IF  SODRULF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  SODRULF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('SODRULF ')
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
           MOVE SODRULF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE SODM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO SODM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO SODM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO SODM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'SODMNT  '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO SODM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE SODRULF-KEY            TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE SODRULF-RECORD(17:31)  TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
