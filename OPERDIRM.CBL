       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    OPERDIRM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE OPERDIRF OPERATOR DIRECTORY -- NAME, USER
      *REMARKS.       ID, DEPARTMENT, SUPERVISOR, PHONE AND STATUS
      *REMARKS.       (A = ACTIVE, S = SUSPENDED, T = TERMINATED).
      *REMARKS.       RUN AS ITS OWN TRANSACTION, LIKE OPERPRFM.  A
      *REMARKS.       SUPERVISOR MUST ALREADY BE ON THE DIRECTORY.
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT,
      *REMARKS.       THE BEFORE IMAGE IS JOURNALED THROUGH FILEJRNL,
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'OPERDIR').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'OPERDIRM'.
         03  DIRM-FUNC                 PIC  X(01).
           88  DIRM-ADD                               VALUE 'A'.
           88  DIRM-CHANGE                            VALUE 'C'.
           88  DIRM-DELETE                            VALUE 'D'.
           88  DIRM-BROWSE                            VALUE 'B'.
           88  DIRM-QUIT                              VALUE 'E'.
         03  DIRM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  DIRM-PROMPT               PIC  X(170).
         03  DIRM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DIRM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  OLD-STATUS                PIC  X(01).
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  NOW-DATE                  PIC  X(08).
         03  DIRM-STATUS-CHK           PIC  X(01).
           88  DIRM-VALID-STATUS                      VALUE 'A' 'S' 'T'.

       01  DIRM-INPUT-LINE.
         03  DIRM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-OPID              PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-STATUS            PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-NAME              PIC  X(30).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-USERID            PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-DEPT              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-SUPV              PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  DIRM-IN-PHONE             PIC  X(15).

       COPY OPERDIRF.

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
         03  SEEN-KEY                  PIC  X(03)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(076).

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
                   UNTIL DIRM-QUIT.
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
           MOVE DIRM-IN-FUNC            TO DIRM-FUNC.
           IF  DIRM-QUIT
               MOVE 'OPERDIRM TERMINATED' TO DIRM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  DIRM-IN-OPID NOT > SPACES
               MOVE 'OPERATOR ID REQUIRED'  TO DIRM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  DIRM-ADD OR DIRM-CHANGE
               PERFORM C50-EDIT-INPUT THRU C59-EXIT
               IF  DIRM-MSG NOT = SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DIRM-ADD
               WHEN DIRM-CHANGE
               WHEN DIRM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN DIRM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN DIRM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN DIRM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN DIRM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO DIRM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    NAME AND STATUS ARE REQUIRED; A SUPERVISOR MUST BE SOMEONE  *
      *    ELSE WHO IS ALREADY ON THE DIRECTORY                        *
      ******************************************************************
       C50-EDIT-INPUT.
           MOVE SPACES                  TO DIRM-MSG.
           IF  DIRM-IN-STATUS = SPACE
               MOVE 'A'                 TO DIRM-IN-STATUS
           END-IF.
           MOVE DIRM-IN-STATUS          TO DIRM-STATUS-CHK.
           IF  NOT DIRM-VALID-STATUS
               MOVE 'STATUS MUST BE A, S, OR T' TO DIRM-MSG
               GO TO C59-EXIT
           END-IF.
           IF  DIRM-IN-NAME NOT > SPACES
               MOVE 'OPERATOR NAME REQUIRED' TO DIRM-MSG
               GO TO C59-EXIT
           END-IF.
           IF  DIRM-IN-SUPV NOT > SPACES
               GO TO C59-EXIT
           END-IF.
           IF  DIRM-IN-SUPV = DIRM-IN-OPID
               MOVE 'AN OPERATOR CANNOT BE THEIR OWN SUPERVISOR'
                                            TO DIRM-MSG
               GO TO C59-EXIT
           END-IF.
           MOVE DIRM-IN-SUPV            TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SUPERVISOR IS NOT ON THE DIRECTORY' TO DIRM-MSG
           END-IF.
       C59-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO DIRM-PROMPT.
           MOVE 1                       TO DIRM-PROMPT-LEN.
           STRING 'OPERDIRM  '                 DELIMITED BY SIZE
                  DIRM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) OPID(3) STATUS(A/S/T) NAME(30)'
                                                DELIMITED BY SIZE
                  ' USERID(8) DEPT(8) SUPV(3) PHONE(15) ==> '
                                                DELIMITED BY SIZE
               INTO DIRM-PROMPT         WITH POINTER DIRM-PROMPT-LEN.
           SUBTRACT 1                   FROM DIRM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (DIRM-PROMPT)
                     LENGTH   (DIRM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO DIRM-INPUT-LINE.
           MOVE LENGTH OF DIRM-INPUT-LINE TO DIRM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (DIRM-INPUT-LINE)
                     LENGTH   (DIRM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      * THE STATUS DATE MOVES ONLY WHEN THE STATUS ITSELF DOES
       F10-BUILD-BODY.
           MOVE DIRM-IN-OPID            TO OPERDIRF-OPID.
           MOVE DIRM-IN-STATUS          TO OPERDIRF-STAT.
           MOVE DIRM-IN-NAME            TO OPERDIRF-NAME.
           MOVE DIRM-IN-USERID          TO OPERDIRF-USERID.
           MOVE DIRM-IN-DEPT            TO OPERDIRF-DEPT.
           MOVE DIRM-IN-SUPV            TO OPERDIRF-SUPV-OPID.
           MOVE DIRM-IN-PHONE           TO OPERDIRF-PHONE.
           IF  OPERDIRF-STAT NOT = OLD-STATUS
               EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC
               EXEC CICS FORMATTIME
                         ABSTIME  (NOW-ABSTIME)
                         YYYYMMDD (NOW-DATE)
                         NOHANDLE
               END-EXEC
               MOVE NOW-DATE            TO OPERDIRF-STAT-DATE
           END-IF.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW DIRECTORY RECORD                                  *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SPACES                  TO OPERDIRF-RECORD.
           MOVE SPACE                   TO OLD-STATUS.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('OPERDIRF')
                     FROM     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO DIRM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO DIRM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO DIRM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING DIRECTORY RECORD                         *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE DIRM-IN-OPID            TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE OPERDIRF-RECORD(4:40) TO OLD-IMAGE
               MOVE OPERDIRF-STAT      TO OLD-STATUS
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('OPERDIRF')
                         FROM     (OPERDIRF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO DIRM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO DIRM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO DIRM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A DIRECTORY RECORD (PRE-READ FOR THE AUDIT IMAGE).   *
      *    A LEAVER IS NORMALLY MARKED T RATHER THAN DELETED, SO THE   *
      *    NAME STILL SHOWS AGAINST THEIR OLD AUDIT RECORDS            *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE DIRM-IN-OPID            TO OPERDIRF-OPID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE OPERDIRF-RECORD(4:40) TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           MOVE DIRM-IN-OPID            TO OPERDIRF-OPID.
           EXEC CICS DELETE
                     DATASET  ('OPERDIRF')
                     RIDFLD   (OPERDIRF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO DIRM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO OPERDIRF-RECORD(4:73)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO DIRM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE DIRECTORY RECORD BY OPERATOR ID   *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE DIRM-IN-OPID            TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO DIRM-MSG
               STRING OPERDIRF-OPID ' ' OPERDIRF-STAT
                      ' ' OPERDIRF-NAME(1:22)
                      ' ' OPERDIRF-DEPT
                      ' SUPV=' OPERDIRF-SUPV-OPID
                      ' ' OPERDIRF-USERID   DELIMITED BY SIZE
                   INTO DIRM-MSG
           ELSE
               MOVE 'RECORD NOT FOUND'          TO DIRM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE OPERDIRF-KEY           TO SEEN-KEY.
           MOVE OPERDIRF-RECORD        TO SEEN-IMAGE.
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
           IF  OPERDIRF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  OPERDIRF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('OPERDIRF')
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
           MOVE OPERDIRF-OPID          TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE DIRM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO DIRM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO DIRM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO DIRM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'OPERDIR '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DIRM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION -- THE *
      *    FIRST 40 BYTES OF THE BODY (STATUS, DEPARTMENT, SUPERVISOR, *
      *    USER ID AND THE START OF THE NAME)                          *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE OPERDIRF-OPID          TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE OPERDIRF-RECORD(4:40)  TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL THE FULL BEFORE IMAGE AHEAD OF A REWRITE/DELETE     *
      *    (SEE FILEJRNL) -- AUDITLOG'S 40-BYTE VALUES CANNOT          *
      *    RECONSTRUCT A WHOLE RECORD; THE JOURNAL CAN                 *
      ******************************************************************
       Z70-WRITE-JRNL.
           MOVE 'OPERDIRF'             TO JRNL-FILE.
           MOVE SPACES                 TO JRNL-REC-KEY.
           MOVE OPERDIRF-KEY           TO JRNL-REC-KEY.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE LENGTH OF OPERDIRF-RECORD TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE OPERDIRF-RECORD TO JRNL-IMAGE(1:JRNL-REC-LEN).
           EXEC CICS LINK
                     PROGRAM  ('FILEJRNL')
                     COMMAREA (JRNL-AREA)
                     LENGTH   (LENGTH OF JRNL-AREA)
                     NOHANDLE
           END-EXEC.
       Z79-EXIT.
           EXIT.
