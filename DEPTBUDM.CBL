       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DEPTBUDM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE DEPTBUDF DEPARTMENT CHARGEBACK BUDGET FILE
      *REMARKS.       READ BY THE JOBDBUDG PERIOD-TO-DATE STATEMENT.
      *REMARKS.       ONE RECORD PER DEPARTMENT PER FISCAL YEAR AND
      *REMARKS.       PERIOD, CARRYING THE BUDGET, AN OPTIONAL WARNING
      *REMARKS.       PERCENTAGE, AND THE MSGRCTL COMPONENT THE
      *REMARKS.       DEPARTMENT'S WARNINGS ARE ROUTED UNDER.  EVERY
      *REMARKS.       SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT, THE
      *REMARKS.       BEFORE IMAGE OF EVERY REWRITE AND DELETE IS
      *REMARKS.       JOURNALED VIA FILEJRNL, AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'DEPTBUD').  BROWSE SHOWS THE FIRST RECORD AT OR
      *REMARKS.       AFTER THE KEY GIVEN.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'DEPTBUDM'.
         03  DBDM-FUNC                 PIC  X(01).
           88  DBDM-ADD                               VALUE 'A'.
           88  DBDM-CHANGE                            VALUE 'C'.
           88  DBDM-DELETE                            VALUE 'D'.
           88  DBDM-BROWSE                            VALUE 'B'.
           88  DBDM-QUIT                              VALUE 'E'.
         03  DBDM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  DBDM-PROMPT               PIC  X(180).
         03  DBDM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DBDM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(22).
         03  BUDGET-ED                 PIC  ZZZZZZZZ9.99.

       01  DBDM-INPUT-LINE.
         03  DBDM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DBDM-IN-DEPT              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DBDM-IN-FY                PIC  X(04).
         03  DBDM-IN-FY-N REDEFINES DBDM-IN-FY
                                       PIC  9(04).
         03  FILLER                    PIC  X(01).
         03  DBDM-IN-FP                PIC  X(02).
         03  DBDM-IN-FP-N REDEFINES DBDM-IN-FP
                                       PIC  9(02).
         03  FILLER                    PIC  X(01).
         03  DBDM-IN-BUDGET            PIC  X(11).
         03  DBDM-IN-BUDGET-N REDEFINES DBDM-IN-BUDGET
                                       PIC  9(09)V99.
         03  FILLER                    PIC  X(01).
         03  DBDM-IN-PCT               PIC  X(03).
         03  DBDM-IN-PCT-N REDEFINES DBDM-IN-PCT
                                       PIC  9(03).
         03  FILLER                    PIC  X(01).
         03  DBDM-IN-COMP              PIC  X(08).

       COPY DEPTBUDF.

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
         03  SEEN-KEY                  PIC  X(14)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(036).

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
                   UNTIL DBDM-QUIT.
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
           MOVE DBDM-IN-FUNC            TO DBDM-FUNC.
           IF  DBDM-QUIT
               MOVE 'DEPTBUDM TERMINATED' TO DBDM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN DBDM-ADD
               WHEN DBDM-CHANGE
               WHEN DBDM-DELETE
                   IF  DBDM-IN-DEPT NOT > SPACES
                   OR  DBDM-IN-FY IS NOT NUMERIC
                   OR  DBDM-IN-FP IS NOT NUMERIC
                       MOVE 'DEPT, FISCAL YEAR (4), AND PERIOD (2)'
                                            TO DBDM-MSG
                       GO TO C90-EXIT
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN DBDM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN DBDM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN DBDM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN DBDM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO DBDM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO DBDM-PROMPT.
           MOVE 1                       TO DBDM-PROMPT-LEN.
           STRING 'DEPTBUDM  '                 DELIMITED BY SIZE
                  DBDM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) DEPT(8) FY(4) FP(2)'
                                                DELIMITED BY SIZE
                  ' BUDGET(9V99) PCT(3) COMP(8) ==> '
                                                DELIMITED BY SIZE
               INTO DBDM-PROMPT         WITH POINTER DBDM-PROMPT-LEN.
           SUBTRACT 1                   FROM DBDM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (DBDM-PROMPT)
                     LENGTH   (DBDM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO DBDM-INPUT-LINE.
           MOVE LENGTH OF DBDM-INPUT-LINE TO DBDM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (DBDM-INPUT-LINE)
                     LENGTH   (DBDM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW DEPARTMENT BUDGET RECORD                          *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           IF  DBDM-MSG NOT = SPACES
               GO TO F90-EXIT
           END-IF.
           EXEC CICS WRITE
                     DATASET  ('DEPTBUDF')
                     FROM     (DEPTBUDF-RECORD)
                     RIDFLD   (DEPTBUDF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO DBDM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO DBDM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO DBDM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD THE RECORD BODY FROM THE INPUT LINE -- NON-NUMERIC    *
      *    AMOUNTS REFUSE THE ACTION RATHER THAN STORE GARBAGE; A      *
      *    BLANK PERCENTAGE MEANS "USE THE RUN'S PCT= VALUE"           *
      ******************************************************************
       F10-BUILD-BODY.
           MOVE SPACES                  TO DBDM-MSG.
           IF  DBDM-IN-BUDGET IS NOT NUMERIC
               MOVE 'BUDGET MUST BE ELEVEN DIGITS, 9(9)V99' TO DBDM-MSG
               GO TO F19-EXIT
           END-IF.
           IF  DBDM-IN-PCT NOT = SPACES
           AND DBDM-IN-PCT IS NOT NUMERIC
               MOVE 'WARNING PERCENT MUST BE THREE DIGITS OR BLANK'
                                            TO DBDM-MSG
               GO TO F19-EXIT
           END-IF.
           MOVE DBDM-IN-BUDGET-N        TO DEPTBUDF-BUDGET.
           IF  DBDM-IN-PCT = SPACES
               MOVE ZERO                TO DEPTBUDF-WARN-PCT
           ELSE
               MOVE DBDM-IN-PCT-N       TO DEPTBUDF-WARN-PCT
           END-IF.
           MOVE DBDM-IN-COMP            TO DEPTBUDF-MSG-COMP.
       F19-EXIT.
           EXIT.

       F30-MOVE-KEY.
           MOVE DBDM-IN-DEPT            TO DEPTBUDF-DEPT.
           MOVE DBDM-IN-FY-N            TO DEPTBUDF-FY.
           MOVE DBDM-IN-FP-N            TO DEPTBUDF-FP.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING DEPARTMENT BUDGET RECORD                 *
      ******************************************************************
       G00-CHANGE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS READ
                     DATASET  ('DEPTBUDF')
                     INTO     (DEPTBUDF-RECORD)
                     RIDFLD   (DEPTBUDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE DEPTBUDF-RECORD(15:22) TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               IF  DBDM-MSG NOT = SPACES
                   EXEC CICS UNLOCK
                             DATASET  ('DEPTBUDF')
                             NOHANDLE
                   END-EXEC
                   GO TO G90-EXIT
               END-IF
               MOVE OLD-IMAGE           TO DEPTBUDF-RECORD(15:22)
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('DEPTBUDF')
                         FROM     (DEPTBUDF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO DBDM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO DBDM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO DBDM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A DEPARTMENT BUDGET RECORD (PRE-READ FOR THE AUDIT   *
      *    AND JOURNAL IMAGES)                                         *
      ******************************************************************
       H00-DELETE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('DEPTBUDF')
                     INTO     (DEPTBUDF-RECORD)
                     RIDFLD   (DEPTBUDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE DEPTBUDF-RECORD(15:22) TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS DELETE
                     DATASET  ('DEPTBUDF')
                     RIDFLD   (DEPTBUDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO DBDM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO DEPTBUDF-RECORD(15:22)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO DBDM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) THE FIRST BUDGET RECORD AT OR AFTER THE    *
      *    KEY GIVEN -- KEY THE ONE SHOWN TO STEP TO THE NEXT          *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE DBDM-IN-DEPT            TO DEPTBUDF-DEPT.
           MOVE ZERO                    TO DEPTBUDF-FY DEPTBUDF-FP.
           IF  DBDM-IN-FY IS NUMERIC
               MOVE DBDM-IN-FY-N        TO DEPTBUDF-FY
           END-IF.
           IF  DBDM-IN-FP IS NUMERIC
               MOVE DBDM-IN-FP-N        TO DEPTBUDF-FP
           END-IF.
           EXEC CICS READ
                     DATASET  ('DEPTBUDF')
                     INTO     (DEPTBUDF-RECORD)
                     RIDFLD   (DEPTBUDF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE DEPTBUDF-BUDGET             TO BUDGET-ED
               MOVE SPACES                      TO DBDM-MSG
               STRING DEPTBUDF-DEPT ' ' DEPTBUDF-FY ' ' DEPTBUDF-FP
                      ' BUDGET ' BUDGET-ED
                      ' WARN ' DEPTBUDF-WARN-PCT
                      ' COMP ' DEPTBUDF-MSG-COMP
                                                DELIMITED BY SIZE
                   INTO DBDM-MSG
           ELSE
               MOVE 'NO RECORD AT OR AFTER THAT KEY' TO DBDM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE DEPTBUDF-KEY           TO SEEN-KEY.
           MOVE DEPTBUDF-RECORD        TO SEEN-IMAGE.
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
           IF  DEPTBUDF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  DEPTBUDF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('DEPTBUDF')
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
           MOVE DEPTBUDF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE DBDM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO DBDM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO DBDM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO DBDM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL MAINTENANCE   *
      *    ACTION (SEE AUDITWRT)                                       *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE DEPTBUDF-KEY           TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE DEPTBUDF-RECORD(15:22) TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL THE FULL BEFORE IMAGE AHEAD OF A REWRITE/DELETE    *
      *    (SEE FILEJRNL)                                             *
      ******************************************************************
       Z70-WRITE-JRNL.
           MOVE 'DEPTBUDF'             TO JRNL-FILE.
           MOVE SPACES                 TO JRNL-REC-KEY.
           MOVE DEPTBUDF-KEY           TO JRNL-REC-KEY.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE LENGTH OF DEPTBUDF-RECORD TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE DEPTBUDF-RECORD TO JRNL-IMAGE(1:JRNL-REC-LEN).
           EXEC CICS LINK
                     PROGRAM  ('FILEJRNL')
                     COMMAREA (JRNL-AREA)
                     LENGTH   (LENGTH OF JRNL-AREA)
                     NOHANDLE
           END-EXEC.
       Z79-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)           *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'DEPTBUD '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DBDM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.
