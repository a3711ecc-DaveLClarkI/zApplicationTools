       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DEPLOYM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE DEPLOYF DEPLOYMENT REGISTRY.  RUN AS ITS OWN
      *REMARKS.       TRANSACTION, LIKE DUALCTLM.  ONE RECORD PER
      *REMARKS.       TRANSACTION -- ITS PROGRAM, REGION, THE COMMAREA
      *REMARKS.       LAYOUT VERSION IN PRODUCTION AND THE VERSION OF
      *REMARKS.       THE NEXT ROLLOUT -- SO DEPLRPT CAN SAY BEFORE A
      *REMARKS.       ROLLOUT WHICH SAVED SESSIONS IT WILL EXPIRE.
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'DEPLMNT').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'DEPLOYM'.
         03  DPLM-FUNC                 PIC  X(01).
           88  DPLM-ADD                               VALUE 'A'.
           88  DPLM-CHANGE                            VALUE 'C'.
           88  DPLM-DELETE                            VALUE 'D'.
           88  DPLM-BROWSE                            VALUE 'B'.
           88  DPLM-QUIT                              VALUE 'E'.
         03  DPLM-MSG                  PIC  X(110)  VALUE 'READY'.
         03  DPLM-PROMPT               PIC  X(240).
         03  DPLM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DPLM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  DPLM-INPUT-LINE.
         03  DPLM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-TRANSID           PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-PGM               PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-APPLID            PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-CUR               PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-NEW               PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-DATE              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  DPLM-IN-DESC              PIC  X(30).

       COPY DEPLOYF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(04)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(069).

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
                   UNTIL DPLM-QUIT.
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
           MOVE DPLM-IN-FUNC            TO DPLM-FUNC.
           IF  DPLM-QUIT
               MOVE 'DEPLOYM TERMINATED' TO DPLM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  DPLM-IN-TRANSID NOT > SPACES
               MOVE 'A TRANSACTION ID IS REQUIRED' TO DPLM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  DPLM-ADD OR DPLM-CHANGE
               PERFORM F20-VALIDATE-INPUT THRU F29-EXIT
               IF  DPLM-MSG > SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DPLM-ADD
               WHEN DPLM-CHANGE
               WHEN DPLM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN DPLM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN DPLM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN DPLM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN DPLM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO DPLM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO DPLM-PROMPT.
           MOVE 1                       TO DPLM-PROMPT-LEN.
           STRING 'DEPLOYM  '                  DELIMITED BY SIZE
                  DPLM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) TRAN(4) PGM(8) APPLID(8)'
                                                DELIMITED BY SIZE
                  ' CUR(4) NEW(4) DATE(8) DESC(30) ==> '
                                                DELIMITED BY SIZE
               INTO DPLM-PROMPT         WITH POINTER DPLM-PROMPT-LEN.
           SUBTRACT 1                   FROM DPLM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (DPLM-PROMPT)
                     LENGTH   (DPLM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO DPLM-INPUT-LINE.
           MOVE LENGTH OF DPLM-INPUT-LINE TO DPLM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (DPLM-INPUT-LINE)
                     LENGTH   (DPLM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE DPLM-IN-PGM            TO DEPLOYF-PGM.
           MOVE DPLM-IN-APPLID         TO DEPLOYF-APPLID.
           MOVE DPLM-IN-CUR            TO DEPLOYF-CUR-LAYOUT.
           MOVE DPLM-IN-NEW            TO DEPLOYF-NEW-LAYOUT.
           MOVE DPLM-IN-DATE           TO DEPLOYF-ROLLOUT-DATE.
           MOVE DPLM-IN-DESC           TO DEPLOYF-DESC.
           MOVE AUTH-OPID              TO DEPLOYF-OPID.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE PROGRAM, REGION AND CURRENT VERSION ARE REQUIRED; THE   *
      *    NEW VERSION AND THE ROLLOUT DATE ARE OPTIONAL.  DPLM-MSG    *
      *    STAYS BLANK WHEN THE LINE IS GOOD                           *
      ******************************************************************
       F20-VALIDATE-INPUT.
           MOVE SPACES                 TO DPLM-MSG.
           IF  DPLM-IN-PGM NOT > SPACES
               MOVE 'A PROGRAM NAME IS REQUIRED' TO DPLM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  DPLM-IN-APPLID NOT > SPACES
               MOVE 'THE REGION APPLID IS REQUIRED' TO DPLM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  DPLM-IN-CUR NOT > SPACES
               MOVE 'THE CURRENT LAYOUT VERSION IS REQUIRED'
                                       TO DPLM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  DPLM-IN-DATE > SPACES
           AND DPLM-IN-DATE NOT NUMERIC
               MOVE 'DATE MUST BE A CCYYMMDD DATE OR BLANK'
                                       TO DPLM-MSG
               GO TO F29-EXIT
           END-IF.
       F29-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- PROGRAM, REGION, VERSIONS AND
      * ROLLOUT DATE (THE DESCRIPTION IS NOT AUDITED)
       F30-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING DEPLOYF-PGM ' ' DEPLOYF-APPLID ' '
                  DEPLOYF-CUR-LAYOUT ' ' DEPLOYF-NEW-LAYOUT ' '
                  DEPLOYF-ROLLOUT-DATE DELIMITED BY SIZE
               INTO NEW-IMAGE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW REGISTRY RECORD                                   *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE DPLM-IN-TRANSID         TO DEPLOYF-TRANSID.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('DEPLOYF ')
                     FROM     (DEPLOYF-RECORD)
                     RIDFLD   (DEPLOYF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'TRANSACTION ADDED'      TO DPLM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'TRANSACTION ALREADY EXISTS'
                                                 TO DPLM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO DPLM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING REGISTRY RECORD                          *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE DPLM-IN-TRANSID         TO DEPLOYF-TRANSID.
           EXEC CICS READ
                     DATASET  ('DEPLOYF ')
                     INTO     (DEPLOYF-RECORD)
                     RIDFLD   (DEPLOYF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'TRANSACTION NOT FOUND'      TO DPLM-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE               TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('DEPLOYF ')
                     FROM     (DEPLOYF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'TRANSACTION CHANGED'        TO DPLM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO DPLM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A REGISTRY RECORD (PRE-READ FOR THE AUDIT IMAGE)     *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE DPLM-IN-TRANSID         TO DEPLOYF-TRANSID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('DEPLOYF ')
                     INTO     (DEPLOYF-RECORD)
                     RIDFLD   (DEPLOYF-KEY)
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
                     DATASET  ('DEPLOYF ')
                     RIDFLD   (DEPLOYF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'TRANSACTION DELETED'        TO DPLM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO DEPLOYF-RECORD(5:65)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'TRANSACTION NOT FOUND'      TO DPLM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE REGISTRY RECORD BY KEY            *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE DPLM-IN-TRANSID         TO DEPLOYF-TRANSID.
           EXEC CICS READ
                     DATASET  ('DEPLOYF ')
                     INTO     (DEPLOYF-RECORD)
                     RIDFLD   (DEPLOYF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO DPLM-MSG
               STRING DEPLOYF-TRANSID ' ' DEPLOYF-PGM ' '
                      DEPLOYF-APPLID ' CUR ' DEPLOYF-CUR-LAYOUT
                      ' NEW ' DEPLOYF-NEW-LAYOUT ' ON '
                      DEPLOYF-ROLLOUT-DATE ' ' DEPLOYF-OPID ' '
                      DEPLOYF-DESC          DELIMITED BY SIZE
                   INTO DPLM-MSG
           ELSE
               MOVE 'TRANSACTION NOT FOUND'      TO DPLM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE DEPLOYF-KEY            TO SEEN-KEY.
           MOVE DEPLOYF-RECORD         TO SEEN-IMAGE.
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
           IF  DEPLOYF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  DEPLOYF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('DEPLOYF ')
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
           MOVE DEPLOYF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE DPLM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO DPLM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO DPLM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO DPLM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'DEPLMNT '             TO AUTH-FUNCTION.
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
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DPLM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE DEPLOYF-KEY            TO AUDIT-REC-KEY.
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
