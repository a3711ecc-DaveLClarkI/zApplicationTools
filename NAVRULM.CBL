       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    NAVRULM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE NAVRULF ALLOWED-TRANSFER RULE FILE.  RUN AS
      *REMARKS.       ITS OWN TRANSACTION, LIKE AUTHFM.  A RULE LETS
      *REMARKS.       THE FROM-PROGRAM TRANSFER TO THE TO-PROGRAM
      *REMARKS.       THROUGH COMMLNK2; '*ANY' ON EITHER SIDE MATCHES
      *REMARKS.       EVERY PROGRAM.  EVERY SUCCESSFUL ACTION IS
      *REMARKS.       AUDITED VIA AUDITWRT AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'NAVRULE').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'NAVRULM'.
         03  NRLM-FUNC                 PIC  X(01).
           88  NRLM-ADD                               VALUE 'A'.
           88  NRLM-CHANGE                            VALUE 'C'.
           88  NRLM-DELETE                            VALUE 'D'.
           88  NRLM-BROWSE                            VALUE 'B'.
           88  NRLM-QUIT                              VALUE 'E'.
         03  NRLM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  NRLM-PROMPT               PIC  X(130).
         03  NRLM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  NRLM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(30).

       01  NRLM-INPUT-LINE.
         03  NRLM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  NRLM-IN-FROM              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  NRLM-IN-TO                PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  NRLM-IN-DESC              PIC  X(30).

       COPY NAVRULF.

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
         03  SEEN-IMAGE                PIC  X(046).

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
                   UNTIL NRLM-QUIT.
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
           MOVE NRLM-IN-FUNC            TO NRLM-FUNC.
           IF  NRLM-QUIT
               MOVE 'NAVRULM TERMINATED'  TO NRLM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  NRLM-IN-FROM NOT > SPACES
           OR  NRLM-IN-TO   NOT > SPACES
               MOVE 'FROM AND TO PROGRAMS ARE REQUIRED' TO NRLM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  NRLM-IN-FROM = '*ANY'
           AND NRLM-IN-TO   = '*ANY'
               MOVE '*ANY TO *ANY WOULD ALLOW EVERYTHING' TO NRLM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NRLM-ADD
               WHEN NRLM-CHANGE
               WHEN NRLM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN NRLM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN NRLM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN NRLM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN NRLM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO NRLM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO NRLM-PROMPT.
           MOVE 1                       TO NRLM-PROMPT-LEN.
           STRING 'NAVRULM   '                 DELIMITED BY SIZE
                  NRLM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) FROM(8) TO(8)'
                                                DELIMITED BY SIZE
                  ' DESC(30) ==> '              DELIMITED BY SIZE
               INTO NRLM-PROMPT         WITH POINTER NRLM-PROMPT-LEN.
           SUBTRACT 1                   FROM NRLM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (NRLM-PROMPT)
                     LENGTH   (NRLM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO NRLM-INPUT-LINE.
           MOVE LENGTH OF NRLM-INPUT-LINE TO NRLM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (NRLM-INPUT-LINE)
                     LENGTH   (NRLM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE NRLM-IN-DESC           TO NAVRULF-DESC.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW TRANSFER RULE                                     *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE NRLM-IN-FROM            TO NAVRULF-FROM.
           MOVE NRLM-IN-TO              TO NAVRULF-TO.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('NAVRULF ')
                     FROM     (NAVRULF-RECORD)
                     RIDFLD   (NAVRULF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RULE ADDED'             TO NRLM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RULE ALREADY EXISTS'     TO NRLM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO NRLM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE THE DESCRIPTION OF A TRANSFER RULE                   *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE NRLM-IN-FROM            TO NAVRULF-FROM.
           MOVE NRLM-IN-TO              TO NAVRULF-TO.
           EXEC CICS READ
                     DATASET  ('NAVRULF ')
                     INTO     (NAVRULF-RECORD)
                     RIDFLD   (NAVRULF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'RULE NOT FOUND'             TO NRLM-MSG
               GO TO G90-EXIT
           END-IF.
           MOVE NAVRULF-DESC   TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('NAVRULF ')
                     FROM     (NAVRULF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RULE CHANGED'               TO NRLM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO NRLM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A TRANSFER RULE (PRE-READ FOR THE AUDIT IMAGE)       *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE NRLM-IN-FROM            TO NAVRULF-FROM.
           MOVE NRLM-IN-TO              TO NAVRULF-TO.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('NAVRULF ')
                     INTO     (NAVRULF-RECORD)
                     RIDFLD   (NAVRULF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE NAVRULF-DESC TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('NAVRULF ')
                     RIDFLD   (NAVRULF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RULE DELETED'               TO NRLM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO NAVRULF-DESC
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RULE NOT FOUND'             TO NRLM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE TRANSFER RULE BY KEY             *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE NRLM-IN-FROM            TO NAVRULF-FROM.
           MOVE NRLM-IN-TO              TO NAVRULF-TO.
           EXEC CICS READ
                     DATASET  ('NAVRULF ')
                     INTO     (NAVRULF-RECORD)
                     RIDFLD   (NAVRULF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO NRLM-MSG
               STRING NAVRULF-FROM ' TO ' NAVRULF-TO
                      ' ' NAVRULF-DESC      DELIMITED BY SIZE
                   INTO NRLM-MSG
           ELSE
               MOVE 'RULE NOT FOUND'             TO NRLM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE NAVRULF-KEY            TO SEEN-KEY.
           MOVE NAVRULF-RECORD         TO SEEN-IMAGE.
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
           IF  NAVRULF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  NAVRULF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('NAVRULF ')
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
           MOVE NAVRULF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE NRLM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO NRLM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO NRLM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO NRLM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'NAVRULE '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO NRLM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE NAVRULF-KEY            TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE NAVRULF-DESC           TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
