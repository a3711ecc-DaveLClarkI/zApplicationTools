       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    TRNSTATM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE TRNSTATF TRANSACTION-STATUS FILE.  RUN AS
      *REMARKS.       ITS OWN TRANSACTION, LIKE OPERDIRM.  A RECORD
      *REMARKS.       CLOSES (C) A TRANSACTION OR MAKES IT READ-ONLY
      *REMARKS.       (R) FOR A WINDOW GIVEN AS TWO CCYYMMDDHHMM
      *REMARKS.       STAMPS -- A BLANK START MEANS AT ONCE, A BLANK
      *REMARKS.       END MEANS UNTIL CHANGED -- SO A WINDOW CAN BE
      *REMARKS.       SCHEDULED WELL AHEAD.  COMMENT2 ENFORCES IT;
      *REMARKS.       DELETING THE RECORD (OR SETTING IT O) REOPENS
      *REMARKS.       THE TRANSACTION.  EVERY SUCCESSFUL ACTION IS
      *REMARKS.       AUDITED VIA AUDITWRT, THE BEFORE IMAGE IS
      *REMARKS.       JOURNALED THROUGH FILEJRNL, AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'TRNSTAT').  A TRANSACTION CLOSED BY
      *REMARKS.       ABNDHDLR'S CIRCUIT BREAKER CAN ONLY BE PUT BACK
      *REMARKS.       WITH THE REOPEN FUNCTION (R), AUDITED AS
      *REMARKS.       'REOPEN'; CHANGE AND DELETE REFUSE IT.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADD THE REOPEN FUNCTION (R) FOR A TRANSACTION
      *               THE ABEND CIRCUIT BREAKER CLOSED -- THE RECORD
      *               GOES BACK TO OPEN WITH THE REOPEN STAMPED ON IT,
      *               SO THE BREAKER COUNTS ONLY LATER ABENDS.  CHANGE
      *               AND DELETE REFUSE A TRIPPED RECORD, AND BROWSE
      *               NAMES THE PROGRAM THAT TRIPPED IT.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'TRNSTATM'.
         03  TRSM-FUNC                 PIC  X(01).
           88  TRSM-ADD                               VALUE 'A'.
           88  TRSM-CHANGE                            VALUE 'C'.
           88  TRSM-DELETE                            VALUE 'D'.
           88  TRSM-BROWSE                            VALUE 'B'.
           88  TRSM-REOPEN                            VALUE 'R'.
           88  TRSM-QUIT                              VALUE 'E'.
         03  TRSM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  TRSM-PROMPT               PIC  X(160).
         03  TRSM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  TRSM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  TRSM-STATE-CHK            PIC  X(01).
           88  TRSM-VALID-STATE                       VALUE 'C' 'R' 'O'.
         03  OWN-OPID                  PIC  X(03).
      * THE STAMP BEING EDITED (START OR END OF THE WINDOW)
         03  EDIT-STAMP.
           05  EDIT-CCYY               PIC  X(04).
           05  EDIT-MM                 PIC  X(02).
           05  EDIT-DD                 PIC  X(02).
           05  EDIT-HH                 PIC  X(02).
           05  EDIT-MI                 PIC  X(02).
         03  EDIT-OK-SW                PIC  X(01).
           88  EDIT-OK                                VALUE 'Y'.
         03  REOPEN-ABSTIME            PIC S9(15)   PACKED-DECIMAL.

      * THE AUDIT VIEW OF A RECORD -- STATE AND WINDOW
       01  AUDIT-IMAGE.
         03  AUDI-STATE                PIC  X(01).
         03  FILLER                    PIC  X(01)   VALUE SPACE.
         03  AUDI-FROM                 PIC  X(12).
         03  FILLER                    PIC  X(01)   VALUE '-'.
         03  AUDI-UNTIL                PIC  X(12).
         03  FILLER                    PIC  X(01)   VALUE SPACE.
         03  AUDI-OPID                 PIC  X(03).

       01  TRSM-INPUT-LINE.
         03  TRSM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  TRSM-IN-TRAN              PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  TRSM-IN-STATE             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  TRSM-IN-FROM              PIC  X(12).
         03  FILLER                    PIC  X(01).
         03  TRSM-IN-UNTIL             PIC  X(12).
         03  FILLER                    PIC  X(01).
         03  TRSM-IN-TEXT              PIC  X(60).

       COPY TRNSTATF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  JRNL-AREA.
         COPY FILEJRNL.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(04)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(121).

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
                   UNTIL TRSM-QUIT.
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
           MOVE TRSM-IN-FUNC            TO TRSM-FUNC.
           IF  TRSM-QUIT
               MOVE 'TRNSTATM TERMINATED' TO TRSM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  TRSM-IN-TRAN NOT > SPACES
               MOVE 'TRANSACTION ID REQUIRED' TO TRSM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  TRSM-ADD OR TRSM-CHANGE
               PERFORM C50-EDIT-INPUT THRU C59-EXIT
               IF  TRSM-MSG NOT = SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TRSM-ADD
               WHEN TRSM-CHANGE
               WHEN TRSM-DELETE
               WHEN TRSM-REOPEN
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN TRSM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN TRSM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN TRSM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                           WHEN TRSM-REOPEN
                               PERFORM J00-REOPEN-RECORD THRU J90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN TRSM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, R, B, OR E'
                                            TO TRSM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    STATE IS C, R OR O (BLANK = C); EACH WINDOW STAMP IS BLANK  *
      *    OR A PLAUSIBLE CCYYMMDDHHMM, AND THE END FOLLOWS THE START  *
      ******************************************************************
       C50-EDIT-INPUT.
           MOVE SPACES                  TO TRSM-MSG.
           IF  TRSM-IN-STATE = SPACE
               MOVE 'C'                 TO TRSM-IN-STATE
           END-IF.
           MOVE TRSM-IN-STATE           TO TRSM-STATE-CHK.
           IF  NOT TRSM-VALID-STATE
               MOVE 'STATE MUST BE C, R, OR O' TO TRSM-MSG
               GO TO C59-EXIT
           END-IF.
           MOVE TRSM-IN-FROM            TO EDIT-STAMP.
           PERFORM C60-EDIT-STAMP THRU C69-EXIT.
           IF  NOT EDIT-OK
               MOVE 'FROM MUST BE CCYYMMDDHHMM (OR BLANK FOR NOW)'
                                            TO TRSM-MSG
               GO TO C59-EXIT
           END-IF.
           MOVE TRSM-IN-UNTIL           TO EDIT-STAMP.
           PERFORM C60-EDIT-STAMP THRU C69-EXIT.
           IF  NOT EDIT-OK
               MOVE 'UNTIL MUST BE CCYYMMDDHHMM (OR BLANK)'
                                            TO TRSM-MSG
               GO TO C59-EXIT
           END-IF.
           IF  TRSM-IN-FROM  > SPACES
           AND TRSM-IN-UNTIL > SPACES
           AND TRSM-IN-UNTIL NOT > TRSM-IN-FROM
               MOVE 'UNTIL MUST BE LATER THAN FROM' TO TRSM-MSG
           END-IF.
       C59-EXIT.
           EXIT.

       C60-EDIT-STAMP.
           MOVE 'Y'                     TO EDIT-OK-SW.
           IF  EDIT-STAMP NOT > SPACES
               GO TO C69-EXIT
           END-IF.
           IF  EDIT-STAMP IS NOT NUMERIC
           OR  EDIT-MM < '01' OR EDIT-MM > '12'
           OR  EDIT-DD < '01' OR EDIT-DD > '31'
           OR  EDIT-HH > '23'
           OR  EDIT-MI > '59'
               MOVE 'N'                 TO EDIT-OK-SW
           END-IF.
       C69-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO TRSM-PROMPT.
           MOVE 1                       TO TRSM-PROMPT-LEN.
           STRING 'TRNSTATM  '                 DELIMITED BY SIZE
                  TRSM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/R/B/E) TRAN(4) STATE(C/R/O)'
                                                DELIMITED BY SIZE
                  ' FROM(12) UNTIL(12) MSG(60) ==> '
                                                DELIMITED BY SIZE
               INTO TRSM-PROMPT         WITH POINTER TRSM-PROMPT-LEN.
           SUBTRACT 1                   FROM TRSM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (TRSM-PROMPT)
                     LENGTH   (TRSM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO TRSM-INPUT-LINE.
           MOVE LENGTH OF TRSM-INPUT-LINE TO TRSM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (TRSM-INPUT-LINE)
                     LENGTH   (TRSM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      * A CHANGED WINDOW IS ANNOUNCED AFRESH
       F10-BUILD-BODY.
           MOVE TRSM-IN-TRAN            TO TRNSTATF-TRANSID.
           MOVE TRSM-IN-STATE           TO TRNSTATF-STATE.
           MOVE TRSM-IN-TEXT            TO TRNSTATF-TEXT.
           MOVE SPACES                  TO TRNSTATF-FROM
                                           TRNSTATF-UNTIL.
           IF  TRSM-IN-FROM > SPACES
               MOVE TRSM-IN-FROM        TO TRNSTATF-FROM(1:12)
               MOVE '00'                TO TRNSTATF-FROM(13:2)
           END-IF.
           IF  TRSM-IN-UNTIL > SPACES
               MOVE TRSM-IN-UNTIL       TO TRNSTATF-UNTIL(1:12)
               MOVE '00'                TO TRNSTATF-UNTIL(13:2)
           END-IF.
           MOVE SPACES                  TO OWN-OPID.
           EXEC CICS ASSIGN
                     OPID     (OWN-OPID)
                     NOHANDLE
           END-EXEC.
           MOVE OWN-OPID                TO TRNSTATF-OPID.
           MOVE 'N'                     TO TRNSTATF-ANNOUNCED-SW.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW TRANSACTION-STATUS RECORD                         *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SPACES                  TO TRNSTATF-RECORD.
           MOVE ZERO                    TO TRNSTATF-TRIP-COUNT
                                           TRNSTATF-RESET-ABSTIME.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('TRNSTATF')
                     FROM     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO TRSM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO TRSM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO TRSM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING TRANSACTION-STATUS RECORD                *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE TRSM-IN-TRAN            TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND TRNSTATF-TRIP-PGM > SPACES
               EXEC CICS UNLOCK
                         DATASET  ('TRNSTATF')
                         NOHANDLE
               END-EXEC
               MOVE 'BREAKER TRIPPED - USE R TO REOPEN' TO TRSM-MSG
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT
               MOVE AUDIT-IMAGE        TO OLD-IMAGE
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('TRNSTATF')
                         FROM     (TRNSTATF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO TRSM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO TRSM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO TRSM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A TRANSACTION-STATUS RECORD -- THE TRANSACTION IS    *
      *    OPEN AGAIN (PRE-READ FOR THE AUDIT IMAGE)                   *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE TRSM-IN-TRAN            TO TRNSTATF-TRANSID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND TRNSTATF-TRIP-PGM > SPACES
               MOVE 'BREAKER TRIPPED - USE R TO REOPEN' TO TRSM-MSG
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT
               MOVE AUDIT-IMAGE        TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           MOVE TRSM-IN-TRAN            TO TRNSTATF-TRANSID.
           EXEC CICS DELETE
                     DATASET  ('TRNSTATF')
                     RIDFLD   (TRNSTATF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED - TRANSACTION IS OPEN' TO TRSM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO TRNSTATF-STATE
                                          TRNSTATF-FROM
                                          TRNSTATF-UNTIL
                                          TRNSTATF-OPID
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO TRSM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE RECORD BY TRANSACTION ID          *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE TRSM-IN-TRAN            TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT
               MOVE SPACES                 TO TRSM-MSG
               IF  TRNSTATF-TRIP-PGM > SPACES
                   STRING TRNSTATF-TRANSID ' ' AUDIT-IMAGE
                          ' TRIPPED BY ' TRNSTATF-TRIP-PGM
                                         DELIMITED BY SIZE
                       INTO TRSM-MSG
               ELSE
                   STRING TRNSTATF-TRANSID ' ' AUDIT-IMAGE
                          ' ' TRNSTATF-TEXT(1:18) DELIMITED BY SIZE
                       INTO TRSM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND - TRANSACTION IS OPEN'
                                                TO TRSM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REOPEN A TRANSACTION THE ABEND CIRCUIT BREAKER CLOSED.  THE *
      *    RECORD STAYS, OPEN, WITH THE REOPEN STAMPED ON IT -- THE    *
      *    ABENDS THAT TRIPPED THE BREAKER ARE STILL ON UNEXERRF AND   *
      *    MUST NOT COUNT TOWARD THE NEXT TRIP                         *
      ******************************************************************
       J00-REOPEN-RECORD.
           MOVE TRSM-IN-TRAN            TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO J90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NOT FOUND'          TO TRSM-MSG
               GO TO J90-EXIT
           END-IF.
           IF  TRNSTATF-TRIP-PGM NOT > SPACES
               EXEC CICS UNLOCK
                         DATASET  ('TRNSTATF')
                         NOHANDLE
               END-EXEC
               MOVE 'BREAKER NOT TRIPPED - USE C OR D' TO TRSM-MSG
               GO TO J90-EXIT
           END-IF.
           PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT.
           MOVE AUDIT-IMAGE            TO OLD-IMAGE.
           MOVE 'REWRITE'              TO JRNL-ACTION.
           PERFORM Z70-WRITE-JRNL THRU Z79-EXIT.
           EXEC CICS ASKTIME ABSTIME(REOPEN-ABSTIME) END-EXEC.
           MOVE SPACES                 TO OWN-OPID.
           EXEC CICS ASSIGN
                     OPID     (OWN-OPID)
                     NOHANDLE
           END-EXEC.
           MOVE 'O'                    TO TRNSTATF-STATE.
           MOVE SPACES                 TO TRNSTATF-TEXT
                                          TRNSTATF-FROM
                                          TRNSTATF-UNTIL
                                          TRNSTATF-TRIP-PGM
                                          TRNSTATF-TRIP-ABCODE.
           MOVE ZERO                   TO TRNSTATF-TRIP-COUNT.
           MOVE REOPEN-ABSTIME         TO TRNSTATF-RESET-ABSTIME.
           MOVE OWN-OPID               TO TRNSTATF-OPID.
           MOVE 'N'                    TO TRNSTATF-ANNOUNCED-SW.
           EXEC CICS REWRITE
                     DATASET  ('TRNSTATF')
                     FROM     (TRNSTATF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'BREAKER RESET - TRANSACTION IS OPEN' TO TRSM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'REOPEN'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'REOPEN FAILED - SEE SYSTEM LOG' TO TRSM-MSG
           END-IF.
       J90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE TRNSTATF-KEY           TO SEEN-KEY.
           MOVE TRNSTATF-RECORD        TO SEEN-IMAGE.
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
           IF  TRNSTATF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
      * FILEMON'S ANNOUNCED FLAG IS NOT A CHANGE THE OPERATOR NEEDS
      * TO SEE BEFORE ACTING
                   MOVE TRNSTATF-ANNOUNCED-SW TO SEEN-IMAGE(97:1)
                   IF  TRNSTATF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('TRNSTATF')
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
           MOVE TRNSTATF-TRANSID       TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE TRSM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO TRSM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO TRSM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO TRSM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'TRNSTAT '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO TRSM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION -- THE *
      *    STATE, THE WINDOW AND WHO SET IT                            *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE TRNSTATF-TRANSID       TO AUDIT-REC-KEY.
           PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE AUDIT-IMAGE            TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

       Z20-BUILD-IMAGE.
           MOVE TRNSTATF-STATE         TO AUDI-STATE.
           MOVE TRNSTATF-FROM(1:12)    TO AUDI-FROM.
           MOVE TRNSTATF-UNTIL(1:12)   TO AUDI-UNTIL.
           MOVE TRNSTATF-OPID          TO AUDI-OPID.
       Z29-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL THE FULL BEFORE IMAGE AHEAD OF A REWRITE/DELETE     *
      *    (SEE FILEJRNL) -- AUDITLOG'S 40-BYTE VALUES CANNOT          *
      *    RECONSTRUCT A WHOLE RECORD; THE JOURNAL CAN                 *
      ******************************************************************
       Z70-WRITE-JRNL.
           MOVE 'TRNSTATF'             TO JRNL-FILE.
           MOVE SPACES                 TO JRNL-REC-KEY.
           MOVE TRNSTATF-KEY           TO JRNL-REC-KEY.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE LENGTH OF TRNSTATF-RECORD TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE TRNSTATF-RECORD TO JRNL-IMAGE(1:JRNL-REC-LEN).
           EXEC CICS LINK
                     PROGRAM  ('FILEJRNL')
                     COMMAREA (JRNL-AREA)
                     LENGTH   (LENGTH OF JRNL-AREA)
                     NOHANDLE
           END-EXEC.
       Z79-EXIT.
           EXIT.
