       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SVCTGTM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE SVCTGTF SERVICE-LEVEL TARGET FILE READ BY
      *REMARKS.       THE SVCLRPT MONTHLY SERVICE REPORT.  ONE RECORD
      *REMARKS.       PER MEASURE CODE, CARRYING THE TARGET IN THE
      *REMARKS.       MEASURE'S OWN UNITS.  EVERY SUCCESSFUL ACTION IS
      *REMARKS.       AUDITED VIA AUDITWRT, THE BEFORE IMAGE OF EVERY
      *REMARKS.       REWRITE AND DELETE IS JOURNALED VIA FILEJRNL,
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'SVCTGT').  BROWSE SHOWS THE
      *REMARKS.       FIRST RECORD AT OR AFTER THE KEY GIVEN.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SVCTGTM'.
         03  STGM-FUNC                 PIC  X(01).
           88  STGM-ADD                               VALUE 'A'.
           88  STGM-CHANGE                            VALUE 'C'.
           88  STGM-DELETE                            VALUE 'D'.
           88  STGM-BROWSE                            VALUE 'B'.
           88  STGM-QUIT                              VALUE 'E'.
         03  STGM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  STGM-PROMPT               PIC  X(180).
         03  STGM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  STGM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(09).
         03  TARGET-ED                 PIC  ZZZZZZ9.99.

       01  STGM-INPUT-LINE.
         03  STGM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  STGM-IN-MEASURE           PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  STGM-IN-TARGET            PIC  X(09).
         03  STGM-IN-TARGET-N REDEFINES STGM-IN-TARGET
                                       PIC  9(07)V99.

       COPY SVCTGTF.

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
         03  SEEN-KEY                  PIC  X(08)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(017).

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
                   UNTIL STGM-QUIT.
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
           MOVE STGM-IN-FUNC            TO STGM-FUNC.
           IF  STGM-QUIT
               MOVE 'SVCTGTM TERMINATED' TO STGM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN STGM-ADD
               WHEN STGM-CHANGE
               WHEN STGM-DELETE
                   IF  STGM-IN-MEASURE NOT > SPACES
                       MOVE 'MEASURE CODE REQUIRED (SEE SVCLRPT)'
                                            TO STGM-MSG
                       GO TO C90-EXIT
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN STGM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN STGM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN STGM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN STGM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO STGM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO STGM-PROMPT.
           MOVE 1                       TO STGM-PROMPT-LEN.
           STRING 'SVCTGTM   '                 DELIMITED BY SIZE
                  STGM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) MEASURE(8) TARGET(7V99) ==> '
                                                DELIMITED BY SIZE
               INTO STGM-PROMPT         WITH POINTER STGM-PROMPT-LEN.
           SUBTRACT 1                   FROM STGM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (STGM-PROMPT)
                     LENGTH   (STGM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO STGM-INPUT-LINE.
           MOVE LENGTH OF STGM-INPUT-LINE TO STGM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (STGM-INPUT-LINE)
                     LENGTH   (STGM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW SERVICE-LEVEL TARGET RECORD                       *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           IF  STGM-MSG NOT = SPACES
               GO TO F90-EXIT
           END-IF.
           EXEC CICS WRITE
                     DATASET  ('SVCTGTF ')
                     FROM     (SVCTGTF-RECORD)
                     RIDFLD   (SVCTGTF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO STGM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO STGM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO STGM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD THE RECORD BODY FROM THE INPUT LINE -- A NON-NUMERIC  *
      *    TARGET REFUSES THE ACTION RATHER THAN STORE GARBAGE         *
      ******************************************************************
       F10-BUILD-BODY.
           MOVE SPACES                  TO STGM-MSG.
           IF  STGM-IN-TARGET IS NOT NUMERIC
               MOVE 'TARGET MUST BE NINE DIGITS, 9(7)V99' TO STGM-MSG
               GO TO F19-EXIT
           END-IF.
           MOVE STGM-IN-TARGET-N        TO SVCTGTF-TARGET.
       F19-EXIT.
           EXIT.

       F30-MOVE-KEY.
           MOVE STGM-IN-MEASURE         TO SVCTGTF-MEASURE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING SERVICE-LEVEL TARGET RECORD              *
      ******************************************************************
       G00-CHANGE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS READ
                     DATASET  ('SVCTGTF ')
                     INTO     (SVCTGTF-RECORD)
                     RIDFLD   (SVCTGTF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE SVCTGTF-RECORD(9:9)  TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               IF  STGM-MSG NOT = SPACES
                   EXEC CICS UNLOCK
                             DATASET  ('SVCTGTF ')
                             NOHANDLE
                   END-EXEC
                   GO TO G90-EXIT
               END-IF
               MOVE OLD-IMAGE           TO SVCTGTF-RECORD(9:9)
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('SVCTGTF ')
                         FROM     (SVCTGTF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO STGM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO STGM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO STGM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A SERVICE-LEVEL TARGET RECORD (PRE-READ FOR THE      *
      *    AUDIT AND JOURNAL IMAGES)                                   *
      ******************************************************************
       H00-DELETE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('SVCTGTF ')
                     INTO     (SVCTGTF-RECORD)
                     RIDFLD   (SVCTGTF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE SVCTGTF-RECORD(9:9)  TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS DELETE
                     DATASET  ('SVCTGTF ')
                     RIDFLD   (SVCTGTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO STGM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO SVCTGTF-RECORD(9:9)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO STGM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) THE FIRST TARGET RECORD AT OR AFTER THE    *
      *    KEY GIVEN -- KEY THE ONE SHOWN TO STEP TO THE NEXT          *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE STGM-IN-MEASURE         TO SVCTGTF-MEASURE.
           EXEC CICS READ
                     DATASET  ('SVCTGTF ')
                     INTO     (SVCTGTF-RECORD)
                     RIDFLD   (SVCTGTF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SVCTGTF-TARGET              TO TARGET-ED
               MOVE SPACES                      TO STGM-MSG
               STRING SVCTGTF-MEASURE ' TARGET ' TARGET-ED
                                                DELIMITED BY SIZE
                   INTO STGM-MSG
           ELSE
               MOVE 'NO RECORD AT OR AFTER THAT KEY' TO STGM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE SVCTGTF-KEY            TO SEEN-KEY.
           MOVE SVCTGTF-RECORD         TO SEEN-IMAGE.
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
           IF  SVCTGTF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  SVCTGTF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('SVCTGTF ')
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
           MOVE SVCTGTF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE STGM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO STGM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO STGM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO STGM-MSG
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
           MOVE SVCTGTF-KEY            TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE SVCTGTF-RECORD(9:9)    TO AUDIT-NEW-VALUE.
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
           MOVE 'SVCTGTF '             TO JRNL-FILE.
           MOVE SPACES                 TO JRNL-REC-KEY.
           MOVE SVCTGTF-KEY            TO JRNL-REC-KEY.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE LENGTH OF SVCTGTF-RECORD TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE SVCTGTF-RECORD TO JRNL-IMAGE(1:JRNL-REC-LEN).
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
           MOVE 'SVCTGT  '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO STGM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.
