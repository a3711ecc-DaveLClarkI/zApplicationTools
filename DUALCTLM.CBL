       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DUALCTLM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE DUALCTLF DUAL-CONTROL DESIGNATION FILE.  RUN
      *REMARKS.       AS ITS OWN TRANSACTION, LIKE AUTHFM.  A FUNCTION
      *REMARKS.       ON FILE HERE NEEDS A SECOND OPERATOR TO APPROVE
      *REMARKS.       (IN DUALAPPR) ANY CHANGE MADE UNDER IT, WITHIN
      *REMARKS.       THE NUMBER OF HOURS GIVEN (ZERO MEANS 24).
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'DUALMNT').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'DUALCTLM'.
         03  DCTM-FUNC                 PIC  X(01).
           88  DCTM-ADD                               VALUE 'A'.
           88  DCTM-CHANGE                            VALUE 'C'.
           88  DCTM-DELETE                            VALUE 'D'.
           88  DCTM-BROWSE                            VALUE 'B'.
           88  DCTM-QUIT                              VALUE 'E'.
         03  DCTM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  DCTM-PROMPT               PIC  X(130).
         03  DCTM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DCTM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(33).

       01  DCTM-INPUT-LINE.
         03  DCTM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DCTM-IN-FUNCTION          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DCTM-IN-HOURS             PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  DCTM-IN-DESC              PIC  X(30).

       COPY DUALCTLF.

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
         03  SEEN-IMAGE                PIC  X(041).

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
                   UNTIL DCTM-QUIT.
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
           MOVE DCTM-IN-FUNC            TO DCTM-FUNC.
           IF  DCTM-QUIT
               MOVE 'DUALCTLM TERMINATED' TO DCTM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  DCTM-IN-FUNCTION NOT > SPACES
               MOVE 'A FUNCTION CODE IS REQUIRED' TO DCTM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  (DCTM-ADD OR DCTM-CHANGE)
           AND DCTM-IN-HOURS > SPACES
           AND DCTM-IN-HOURS NOT NUMERIC
               MOVE 'HOURS MUST BE 3 DIGITS (000 = 24)' TO DCTM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN DCTM-ADD
               WHEN DCTM-CHANGE
               WHEN DCTM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN DCTM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN DCTM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN DCTM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN DCTM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO DCTM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO DCTM-PROMPT.
           MOVE 1                       TO DCTM-PROMPT-LEN.
           STRING 'DUALCTLM  '                 DELIMITED BY SIZE
                  DCTM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) FUNC(8) HOURS(3)'
                                                DELIMITED BY SIZE
                  ' DESC(30) ==> '              DELIMITED BY SIZE
               INTO DCTM-PROMPT         WITH POINTER DCTM-PROMPT-LEN.
           SUBTRACT 1                   FROM DCTM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (DCTM-PROMPT)
                     LENGTH   (DCTM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO DCTM-INPUT-LINE.
           MOVE LENGTH OF DCTM-INPUT-LINE TO DCTM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (DCTM-INPUT-LINE)
                     LENGTH   (DCTM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           IF  DCTM-IN-HOURS NUMERIC
               MOVE DCTM-IN-HOURS      TO DUALCTLF-HOURS
           ELSE
               MOVE ZERO               TO DUALCTLF-HOURS
           END-IF.
           MOVE DCTM-IN-DESC           TO DUALCTLF-DESC.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW DUAL-CONTROL FUNCTION                             *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE DCTM-IN-FUNCTION        TO DUALCTLF-FUNCTION.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('DUALCTLF')
                     FROM     (DUALCTLF-RECORD)
                     RIDFLD   (DUALCTLF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'FUNCTION ADDED'         TO DCTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'FUNCTION ALREADY EXISTS' TO DCTM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO DCTM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING DUAL-CONTROL FUNCTION                    *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE DCTM-IN-FUNCTION        TO DUALCTLF-FUNCTION.
           EXEC CICS READ
                     DATASET  ('DUALCTLF')
                     INTO     (DUALCTLF-RECORD)
                     RIDFLD   (DUALCTLF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'FUNCTION NOT FOUND'         TO DCTM-MSG
               GO TO G90-EXIT
           END-IF.
           MOVE DUALCTLF-RECORD(9:33)   TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('DUALCTLF')
                     FROM     (DUALCTLF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'FUNCTION CHANGED'           TO DCTM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO DCTM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A DUAL-CONTROL FUNCTION (PRE-READ FOR THE AUDIT      *
      *    IMAGE)                                                      *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE DCTM-IN-FUNCTION        TO DUALCTLF-FUNCTION.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('DUALCTLF')
                     INTO     (DUALCTLF-RECORD)
                     RIDFLD   (DUALCTLF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE DUALCTLF-RECORD(9:33) TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('DUALCTLF')
                     RIDFLD   (DUALCTLF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'FUNCTION DELETED'           TO DCTM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO DUALCTLF-RECORD(9:33)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'FUNCTION NOT FOUND'         TO DCTM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE DUAL-CONTROL FUNCTION BY KEY      *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE DCTM-IN-FUNCTION        TO DUALCTLF-FUNCTION.
           EXEC CICS READ
                     DATASET  ('DUALCTLF')
                     INTO     (DUALCTLF-RECORD)
                     RIDFLD   (DUALCTLF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO DCTM-MSG
               STRING DUALCTLF-FUNCTION
                      ' HOURS=' DUALCTLF-HOURS
                      ' ' DUALCTLF-DESC     DELIMITED BY SIZE
                   INTO DCTM-MSG
           ELSE
               MOVE 'FUNCTION NOT FOUND'         TO DCTM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE DUALCTLF-KEY           TO SEEN-KEY.
           MOVE DUALCTLF-RECORD        TO SEEN-IMAGE.
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
           IF  DUALCTLF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  DUALCTLF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('DUALCTLF')
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
           MOVE DUALCTLF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE DCTM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO DCTM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO DCTM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO DCTM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'DUALMNT '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DCTM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE DUALCTLF-KEY           TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE DUALCTLF-RECORD(9:33)  TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
