       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FRZWINM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE FRZWINF CHANGE-FREEZE CALENDAR.  RUN AS ITS
      *REMARKS.       OWN TRANSACTION, LIKE DUALCTLM.  A WINDOW IS
      *REMARKS.       EITHER A DATE RANGE ('D') OR RUNS FROM A DATE
      *REMARKS.       UNTIL A FISCAL PERIOD IS CLOSED ON CALPERF ('P'),
      *REMARKS.       AND NAMES UP TO FOUR AUTHCHK FUNCTIONS (OR
      *REMARKS.       '*ALL') THAT AUTHCHK REFUSES WHILE IT IS IN
      *REMARKS.       FORCE, SHORT OF A FREEZE OVERRIDE.  EVERY
      *REMARKS.       SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT AND
      *REMARKS.       THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'FRZMNT', WHICH NO FREEZE
      *REMARKS.       COVERS, SO A WINDOW CAN ALWAYS BE ENDED).
      *REMARKS.       NOR DOES ANY WINDOW COVER THE PERIOD CLOSE
      *REMARKS.       (CALMAINT FUNCTION S, AUTHCHK FUNCTIONS
      *REMARKS.       'CALPERF' AND 'PEROVRD'), EVEN UNDER '*ALL' --
      *REMARKS.       CLOSING THE PERIOD IS WHAT ENDS A 'P' WINDOW.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC REMARKS NOTE THE PERIOD CLOSE IS NEVER FROZEN.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'FRZWINM'.
         03  FZWM-FUNC                 PIC  X(01).
           88  FZWM-ADD                               VALUE 'A'.
           88  FZWM-CHANGE                            VALUE 'C'.
           88  FZWM-DELETE                            VALUE 'D'.
           88  FZWM-BROWSE                            VALUE 'B'.
           88  FZWM-QUIT                              VALUE 'E'.
         03  FZWM-MSG                  PIC  X(110)  VALUE 'READY'.
         03  FZWM-PROMPT               PIC  X(240).
         03  FZWM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  FZWM-IN-LENG              PIC S9(04)   BINARY.
         03  FZWM-FX                   PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  FZWM-INPUT-LINE.
         03  FZWM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  FZWM-IN-ID                PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  FZWM-IN-TYPE              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  FZWM-IN-FROM              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  FZWM-IN-TO                PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  FZWM-IN-FY                PIC  X(04).
         03  FZWM-IN-FP                PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  FZWM-IN-FUNCTION-LIST.
           05  FZWM-IN-FUNCTION-ENT    OCCURS 4 TIMES.
             07  FZWM-IN-FUNCTION      PIC  X(08).
             07  FILLER                PIC  X(01).
         03  FZWM-IN-DESC              PIC  X(30).

       COPY FRZWINF.

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
         03  SEEN-IMAGE                PIC  X(096).

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
                   UNTIL FZWM-QUIT.
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
           MOVE FZWM-IN-FUNC            TO FZWM-FUNC.
           IF  FZWM-QUIT
               MOVE 'FRZWINM TERMINATED' TO FZWM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  FZWM-IN-ID NOT > SPACES
               MOVE 'A WINDOW ID IS REQUIRED' TO FZWM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  FZWM-ADD OR FZWM-CHANGE
               PERFORM F20-VALIDATE-INPUT THRU F29-EXIT
               IF  FZWM-MSG > SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN FZWM-ADD
               WHEN FZWM-CHANGE
               WHEN FZWM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN FZWM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN FZWM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN FZWM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN FZWM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO FZWM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO FZWM-PROMPT.
           MOVE 1                       TO FZWM-PROMPT-LEN.
           STRING 'FRZWINM  '                  DELIMITED BY SIZE
                  FZWM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) ID(8) T(D/P) FROM(8) TO(8)'
                                                DELIMITED BY SIZE
                  ' FY(4)FP(2) FUNC(8)X4 DESC(30) ==> '
                                                DELIMITED BY SIZE
               INTO FZWM-PROMPT         WITH POINTER FZWM-PROMPT-LEN.
           SUBTRACT 1                   FROM FZWM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (FZWM-PROMPT)
                     LENGTH   (FZWM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO FZWM-INPUT-LINE.
           MOVE LENGTH OF FZWM-INPUT-LINE TO FZWM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (FZWM-INPUT-LINE)
                     LENGTH   (FZWM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE FZWM-IN-TYPE           TO FRZWINF-TYPE.
           MOVE FZWM-IN-FROM           TO FRZWINF-FROM-DATE.
           MOVE FZWM-IN-TO             TO FRZWINF-TO-DATE.
           IF  FRZWINF-BY-PERIOD
               MOVE FZWM-IN-FY         TO FRZWINF-FY
               MOVE FZWM-IN-FP         TO FRZWINF-FP
           ELSE
               MOVE ZERO               TO FRZWINF-FY
                                          FRZWINF-FP
           END-IF.
           PERFORM F15-MOVE-FUNCTION THRU F15-EXIT
                   VARYING FZWM-FX FROM 1 BY 1
                   UNTIL FZWM-FX > 4.
           MOVE FZWM-IN-DESC           TO FRZWINF-DESC.
           MOVE AUTH-OPID              TO FRZWINF-OPID.
       F19-EXIT.
           EXIT.

       F15-MOVE-FUNCTION.
           MOVE FZWM-IN-FUNCTION(FZWM-FX)
                                       TO FRZWINF-FUNCTION(FZWM-FX).
       F15-EXIT.
           EXIT.

      ******************************************************************
      *    A DATE WINDOW NEEDS BOTH DATES, IN ORDER.  A PERIOD WINDOW  *
      *    NEEDS ITS FIRST DATE AND THE FISCAL YEAR/PERIOD IT WAITS    *
      *    ON; ITS LAST DATE IS OPTIONAL.  FZWM-MSG STAYS BLANK WHEN   *
      *    THE LINE IS GOOD                                            *
      ******************************************************************
       F20-VALIDATE-INPUT.
           MOVE SPACES                 TO FZWM-MSG.
           IF  FZWM-IN-TYPE NOT = 'D'
           AND FZWM-IN-TYPE NOT = 'P'
               MOVE 'TYPE MUST BE D (DATES) OR P (PERIOD)' TO FZWM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  FZWM-IN-FROM NOT NUMERIC
               MOVE 'FROM MUST BE A CCYYMMDD DATE' TO FZWM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  FZWM-IN-TYPE = 'D'
           AND FZWM-IN-TO NOT NUMERIC
               MOVE 'TO MUST BE A CCYYMMDD DATE' TO FZWM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  FZWM-IN-TO > SPACES
               IF  FZWM-IN-TO NOT NUMERIC
                   MOVE 'TO MUST BE A CCYYMMDD DATE OR BLANK'
                                       TO FZWM-MSG
                   GO TO F29-EXIT
               END-IF
               IF  FZWM-IN-TO < FZWM-IN-FROM
                   MOVE 'TO MAY NOT BE BEFORE FROM' TO FZWM-MSG
                   GO TO F29-EXIT
               END-IF
           END-IF.
           IF  FZWM-IN-TYPE = 'P'
               IF  FZWM-IN-FY NOT NUMERIC
               OR  FZWM-IN-FP NOT NUMERIC
               OR  FZWM-IN-FP = '00'
               OR  FZWM-IN-FP > '13'
                   MOVE 'FY MUST BE CCYY AND FP 01 THRU 13' TO FZWM-MSG
                   GO TO F29-EXIT
               END-IF
           END-IF.
       F29-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- TYPE, DATES, PERIOD AND THE
      * FIRST TWO FUNCTIONS (THE DESCRIPTION IS NOT AUDITED)
       F30-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING FRZWINF-TYPE FRZWINF-FROM-DATE FRZWINF-TO-DATE
                  FRZWINF-FY FRZWINF-FP
                  FRZWINF-FUNCTION(1) ' ' FRZWINF-FUNCTION(2)
                                       DELIMITED BY SIZE
               INTO NEW-IMAGE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW FREEZE WINDOW                                     *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE FZWM-IN-ID              TO FRZWINF-ID.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('FRZWINF ')
                     FROM     (FRZWINF-RECORD)
                     RIDFLD   (FRZWINF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'WINDOW ADDED'           TO FZWM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'WINDOW ALREADY EXISTS'  TO FZWM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO FZWM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING FREEZE WINDOW                            *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE FZWM-IN-ID              TO FRZWINF-ID.
           EXEC CICS READ
                     DATASET  ('FRZWINF ')
                     INTO     (FRZWINF-RECORD)
                     RIDFLD   (FRZWINF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'WINDOW NOT FOUND'           TO FZWM-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE               TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('FRZWINF ')
                     FROM     (FRZWINF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'WINDOW CHANGED'             TO FZWM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO FZWM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A FREEZE WINDOW (PRE-READ FOR THE AUDIT IMAGE)       *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE FZWM-IN-ID              TO FRZWINF-ID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('FRZWINF ')
                     INTO     (FRZWINF-RECORD)
                     RIDFLD   (FRZWINF-KEY)
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
                     DATASET  ('FRZWINF ')
                     RIDFLD   (FRZWINF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'WINDOW DELETED'             TO FZWM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO FRZWINF-RECORD(9:88)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'WINDOW NOT FOUND'           TO FZWM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE FREEZE WINDOW BY KEY              *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE FZWM-IN-ID              TO FRZWINF-ID.
           EXEC CICS READ
                     DATASET  ('FRZWINF ')
                     INTO     (FRZWINF-RECORD)
                     RIDFLD   (FRZWINF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO FZWM-MSG
               STRING FRZWINF-ID ' ' FRZWINF-TYPE ' '
                      FRZWINF-FROM-DATE '-' FRZWINF-TO-DATE ' '
                      FRZWINF-FY '/' FRZWINF-FP ' '
                      FRZWINF-FUNCTION(1) ' ' FRZWINF-FUNCTION(2) ' '
                      FRZWINF-FUNCTION(3) ' ' FRZWINF-FUNCTION(4) ' '
                      FRZWINF-DESC          DELIMITED BY SIZE
                   INTO FZWM-MSG
           ELSE
               MOVE 'WINDOW NOT FOUND'           TO FZWM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE FRZWINF-KEY            TO SEEN-KEY.
           MOVE FRZWINF-RECORD         TO SEEN-IMAGE.
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
           IF  FRZWINF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  FRZWINF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('FRZWINF ')
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
           MOVE FRZWINF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE FZWM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO FZWM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO FZWM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO FZWM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'FRZMNT  '             TO AUTH-FUNCTION.
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
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO FZWM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE FRZWINF-KEY            TO AUDIT-REC-KEY.
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
