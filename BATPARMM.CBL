       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    BATPARMM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE BATPARMF BATCH RUN-PARAMETER FILE READ BY
      *REMARKS.       THE BATPARM SUBROUTINE WHENEVER A BATCH
      *REMARKS.       PROGRAM'S SYSPARM TAG IS NOT PUNCHED.  RUN AS
      *REMARKS.       ITS OWN TRANSACTION, LIKE DAPSYSFM.  EVERY
      *REMARKS.       SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT, THE
      *REMARKS.       BEFORE IMAGE OF EVERY REWRITE AND DELETE IS
      *REMARKS.       JOURNALED VIA FILEJRNL, AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'BATPARM').  BROWSE SHOWS THE FIRST RECORD AT OR
      *REMARKS.       AFTER THE KEY GIVEN, SO THE FILE CAN BE WALKED
      *REMARKS.       WITHOUT KNOWING EVERY KEY.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'BATPARMM'.
         03  BPMM-FUNC                 PIC  X(01).
           88  BPMM-ADD                               VALUE 'A'.
           88  BPMM-CHANGE                            VALUE 'C'.
           88  BPMM-DELETE                            VALUE 'D'.
           88  BPMM-BROWSE                            VALUE 'B'.
           88  BPMM-QUIT                              VALUE 'E'.
         03  BPMM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  BPMM-PROMPT               PIC  X(180).
         03  BPMM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  BPMM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-VALUE                 PIC  X(40).
         03  TAG-EQUALS                PIC S9(04)   BINARY.
         03  TAG-LENGTH                PIC S9(04)   BINARY.

       01  BPMM-INPUT-LINE.
         03  BPMM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  BPMM-IN-KEY.
           05  BPMM-IN-JOB             PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  BPMM-IN-STEP            PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  BPMM-IN-TAG             PIC  X(10).
         03  FILLER                    PIC  X(01).
         03  BPMM-IN-VALUE             PIC  X(40).
         03  FILLER                    PIC  X(01).
         03  BPMM-IN-DESC              PIC  X(30).

       COPY BATPARMF.

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
         03  SEEN-KEY                  PIC  X(26)   VALUE LOW-VALUES.
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
                   UNTIL BPMM-QUIT.
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
           MOVE BPMM-IN-FUNC            TO BPMM-FUNC.
           IF  BPMM-QUIT
               MOVE 'BATPARMM TERMINATED' TO BPMM-MSG
               GO TO C90-EXIT
           END-IF.
           PERFORM F20-EDIT-KEY THRU F29-EXIT.
           EVALUATE TRUE
               WHEN BPMM-ADD
               WHEN BPMM-CHANGE
               WHEN BPMM-DELETE
                   IF  BPMM-IN-JOB NOT > SPACES
                   OR  BPMM-IN-STEP NOT > SPACES
                   OR  BPMM-IN-TAG NOT > SPACES
                       MOVE 'JOB, STEP, AND TAG REQUIRED (* = ANY)'
                                            TO BPMM-MSG
                       GO TO C90-EXIT
                   END-IF
                   IF  NOT BPMM-DELETE
                   AND BPMM-IN-VALUE NOT > SPACES
                       MOVE 'VALUE REQUIRED - USE D TO REMOVE A TAG'
                                            TO BPMM-MSG
                       GO TO C90-EXIT
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN BPMM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN BPMM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN BPMM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN BPMM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO BPMM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO BPMM-PROMPT.
           MOVE 1                       TO BPMM-PROMPT-LEN.
           STRING 'BATPARMM  '                 DELIMITED BY SIZE
                  BPMM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) JOB(8) STEP(8) TAG(10)'
                                                DELIMITED BY SIZE
                  ' VALUE(40) DESC(30) ==> '   DELIMITED BY SIZE
               INTO BPMM-PROMPT         WITH POINTER BPMM-PROMPT-LEN.
           SUBTRACT 1                   FROM BPMM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (BPMM-PROMPT)
                     LENGTH   (BPMM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO BPMM-INPUT-LINE.
           MOVE LENGTH OF BPMM-INPUT-LINE TO BPMM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (BPMM-INPUT-LINE)
                     LENGTH   (BPMM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW BATPARMF PARAMETER RECORD                         *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('BATPARMF')
                     FROM     (BATPARMF-RECORD)
                     RIDFLD   (BATPARMF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO BPMM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE BATPARMF-VALUE TO AUDIT-NEW-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO BPMM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO BPMM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE BPMM-IN-VALUE           TO BATPARMF-VALUE.
           MOVE BPMM-IN-DESC            TO BATPARMF-DESC.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE PROGRAMS LOOK FOR THEIR TAGS WITH THE '=' ATTACHED      *
      *    (RETDAYS=), SO A TAG KEYED WITHOUT ONE GETS IT ADDED HERE   *
      *    -- OTHERWISE THE RECORD WOULD NEVER BE FOUND                *
      ******************************************************************
       F20-EDIT-KEY.
           IF  BPMM-IN-TAG NOT > SPACES
               GO TO F29-EXIT
           END-IF.
           MOVE ZERO                    TO TAG-EQUALS TAG-LENGTH.
           INSPECT BPMM-IN-TAG TALLYING TAG-EQUALS FOR ALL '='.
           IF  TAG-EQUALS > ZERO
               GO TO F29-EXIT
           END-IF.
           INSPECT BPMM-IN-TAG TALLYING TAG-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  TAG-LENGTH < LENGTH OF BPMM-IN-TAG
               MOVE '='                 TO BPMM-IN-TAG(TAG-LENGTH + 1:1)
           END-IF.
       F29-EXIT.
           EXIT.

       F30-MOVE-KEY.
           MOVE BPMM-IN-JOB             TO BATPARMF-JOB-NAME.
           MOVE BPMM-IN-STEP            TO BATPARMF-STEP-NAME.
           MOVE BPMM-IN-TAG             TO BATPARMF-TAG.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE THE VALUE OF AN EXISTING BATPARMF RECORD             *
      ******************************************************************
       G00-CHANGE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS READ
                     DATASET  ('BATPARMF')
                     INTO     (BATPARMF-RECORD)
                     RIDFLD   (BATPARMF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE BATPARMF-VALUE      TO OLD-VALUE
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('BATPARMF')
                         FROM     (BATPARMF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO BPMM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE OLD-VALUE      TO AUDIT-OLD-VALUE
                   MOVE BATPARMF-VALUE TO AUDIT-NEW-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO BPMM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO BPMM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A BATPARMF RECORD                                    *
      ******************************************************************
       H00-DELETE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
      * PRE-READ SO THE AUDIT RECORD CAN CARRY THE VALUE THAT WAS
      * DELETED; A MISS JUST LEAVES THE OLD VALUE BLANK
           MOVE SPACES                  TO OLD-VALUE.
           EXEC CICS READ
                     DATASET  ('BATPARMF')
                     INTO     (BATPARMF-RECORD)
                     RIDFLD   (BATPARMF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE BATPARMF-VALUE      TO OLD-VALUE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS DELETE
                     DATASET  ('BATPARMF')
                     RIDFLD   (BATPARMF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO BPMM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-VALUE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO AUDIT-NEW-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO BPMM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) THE FIRST BATPARMF RECORD AT OR AFTER THE  *
      *    KEY GIVEN -- KEY THE ONE SHOWN TO STEP TO THE NEXT          *
      ******************************************************************
       I00-BROWSE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS READ
                     DATASET  ('BATPARMF')
                     INTO     (BATPARMF-RECORD)
                     RIDFLD   (BATPARMF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                      TO BPMM-MSG
               STRING BATPARMF-JOB-NAME ' ' BATPARMF-STEP-NAME
                      ' ' BATPARMF-TAG ' ' BATPARMF-VALUE
                      ' ' BATPARMF-DESC(1:20)
                                                DELIMITED BY SIZE
                   INTO BPMM-MSG
           ELSE
               MOVE 'NO RECORD AT OR AFTER THAT KEY' TO BPMM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE BATPARMF-KEY           TO SEEN-KEY.
           MOVE BATPARMF-RECORD        TO SEEN-IMAGE.
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
           IF  BATPARMF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  BATPARMF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('BATPARMF')
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
           MOVE BATPARMF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE BPMM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO BPMM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO BPMM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO BPMM-MSG
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
           MOVE BATPARMF-KEY           TO AUDIT-REC-KEY.
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
           MOVE 'BATPARMF'             TO JRNL-FILE.
           MOVE SPACES                 TO JRNL-REC-KEY.
           MOVE BATPARMF-KEY           TO JRNL-REC-KEY.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE LENGTH OF BATPARMF-RECORD TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE BATPARMF-RECORD TO JRNL-IMAGE(1:JRNL-REC-LEN).
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
           MOVE 'BATPARM '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO BPMM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.
