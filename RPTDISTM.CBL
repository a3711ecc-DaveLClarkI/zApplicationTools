       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    RPTDISTM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE RPTDISTF REPORT DISTRIBUTION LISTS.  RUN AS
      *REMARKS.       ITS OWN TRANSACTION, LIKE FRZWINM.  EACH RECORD
      *REMARKS.       NAMES AN RPTARCH REPORT ID'S RECIPIENTS (UP TO
      *REMARKS.       EIGHT OPERATORS, GROUPS OR DEPARTMENTS, EACH
      *REMARKS.       KEYED AS ITS TYPE LETTER STRAIGHT BEFORE THE
      *REMARKS.       ID), WHETHER IT IS RESTRICTED TO THEM IN RPTVIEW,
      *REMARKS.       AND THE COMPONENT ITS NEW-RUN NOTICE GOES OUT
      *REMARKS.       UNDER (SEE RPTARCH).
      *REMARKS.       EVERY SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT
      *REMARKS.       AND THE DESTRUCTIVE FUNCTIONS ARE GATED THROUGH
      *REMARKS.       AUTHCHK (FUNCTION 'RPTDIST').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'RPTDISTM'.
         03  RDSM-FUNC                 PIC  X(01).
           88  RDSM-ADD                               VALUE 'A'.
           88  RDSM-CHANGE                            VALUE 'C'.
           88  RDSM-DELETE                            VALUE 'D'.
           88  RDSM-BROWSE                            VALUE 'B'.
           88  RDSM-QUIT                              VALUE 'E'.
         03  RDSM-MSG                  PIC  X(110)  VALUE 'READY'.
         03  RDSM-PROMPT               PIC  X(240).
         03  RDSM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  RDSM-IN-LENG              PIC S9(04)   BINARY.
         03  RDSM-RESTRICT-TEXT        PIC  X(10).
         03  RDSM-MSG-PTR              PIC S9(04)   BINARY.
         03  RDSM-RECIP-COUNT          PIC S9(04)   BINARY.
         03  RX                        PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  RDSM-INPUT-LINE.
         03  RDSM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  RDSM-IN-ID                PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  RDSM-IN-RESTRICT          PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  RDSM-IN-NOTIFY            PIC  X(08).
         03  FILLER                    PIC  X(01).
      * EACH RECIPIENT IS ITS TYPE LETTER (O/G/D) STRAIGHT BEFORE THE
      * ID, E.G. 'OJDS' OR 'DFINANCE'
         03  RDSM-IN-RECIP             OCCURS 8 TIMES.
           05  RDSM-IN-RTYPE           PIC  X(01).
           05  RDSM-IN-RID             PIC  X(08).
           05  FILLER                  PIC  X(01).
         03  RDSM-IN-DESC              PIC  X(20).

       COPY RPTDISTF.

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
         03  SEEN-IMAGE                PIC  X(132).

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
                   UNTIL RDSM-QUIT.
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
           MOVE RDSM-IN-FUNC            TO RDSM-FUNC.
           IF  RDSM-QUIT
               MOVE 'RPTDISTM TERMINATED' TO RDSM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  RDSM-IN-ID NOT > SPACES
               MOVE 'A REPORT ID IS REQUIRED' TO RDSM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  RDSM-ADD OR RDSM-CHANGE
               PERFORM F20-VALIDATE-INPUT THRU F29-EXIT
               IF  RDSM-MSG > SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN RDSM-ADD
               WHEN RDSM-CHANGE
               WHEN RDSM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN RDSM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN RDSM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN RDSM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN RDSM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO RDSM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO RDSM-PROMPT.
           MOVE 1                       TO RDSM-PROMPT-LEN.
           STRING 'RPTDISTM  '                 DELIMITED BY SIZE
                  RDSM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) REPORT(8) RESTRICT(Y/N) NOTICE(8)'
                                                DELIMITED BY SIZE
                  ' 8 X RCPT(O/G/D + ID(8)) DESC(20) ==> '
                                                DELIMITED BY SIZE
               INTO RDSM-PROMPT         WITH POINTER RDSM-PROMPT-LEN.
           SUBTRACT 1                   FROM RDSM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (RDSM-PROMPT)
                     LENGTH   (RDSM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO RDSM-INPUT-LINE.
           MOVE LENGTH OF RDSM-INPUT-LINE TO RDSM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (RDSM-INPUT-LINE)
                     LENGTH   (RDSM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE RDSM-IN-DESC           TO RDST-DESC.
           MOVE RDSM-IN-RESTRICT       TO RDST-RESTRICT-SW.
           MOVE RDSM-IN-NOTIFY         TO RDST-NOTIFY-COMP.
           PERFORM F15-BUILD-RECIP THRU F15-EXIT
                   VARYING RX FROM 1 BY 1 UNTIL RX > 8.
           MOVE AUTH-OPID              TO RDST-OPID.
       F19-EXIT.
           EXIT.

       F15-BUILD-RECIP.
           MOVE RDSM-IN-RTYPE(RX)      TO RDST-RECIP-TYPE(RX).
           MOVE RDSM-IN-RID(RX)        TO RDST-RECIP-ID(RX).
       F15-EXIT.
           EXIT.

      ******************************************************************
      *    RESTRICT IS Y OR N (BLANK TAKEN AS N); EACH RECIPIENT IS O  *
      *    (OPERATOR, 3 BYTES), G (GROUP, 3 BYTES) OR D (DEPARTMENT)   *
      *    WITH AN ID, AND THERE MUST BE AT LEAST ONE.                 *
      *    RDSM-MSG STAYS BLANK WHEN THE LINE IS GOOD                  *
      ******************************************************************
       F20-VALIDATE-INPUT.
           MOVE SPACES                 TO RDSM-MSG.
           IF  RDSM-IN-RESTRICT = SPACE
               MOVE 'N'                TO RDSM-IN-RESTRICT
           END-IF.
           IF  RDSM-IN-RESTRICT NOT = 'Y' AND 'N'
               MOVE 'RESTRICT MUST BE Y OR N'  TO RDSM-MSG
               GO TO F29-EXIT
           END-IF.
           MOVE ZERO                   TO RDSM-RECIP-COUNT.
           PERFORM F25-CHECK-RECIP THRU F25-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > 8 OR RDSM-MSG > SPACES.
           IF  RDSM-MSG > SPACES
               GO TO F29-EXIT
           END-IF.
           IF  RDSM-RECIP-COUNT = ZERO
               MOVE 'AT LEAST ONE RECIPIENT IS REQUIRED' TO RDSM-MSG
               GO TO F29-EXIT
           END-IF.
       F29-EXIT.
           EXIT.

       F25-CHECK-RECIP.
           IF  RDSM-IN-RTYPE(RX) = SPACE
           AND RDSM-IN-RID(RX) NOT > SPACES
               GO TO F25-EXIT
           END-IF.
           IF  RDSM-IN-RTYPE(RX) NOT = 'O' AND 'G' AND 'D'
           OR  RDSM-IN-RID(RX) NOT > SPACES
               MOVE 'EACH RECIPIENT IS O, G OR D FOLLOWED BY ITS ID'
                                       TO RDSM-MSG
               GO TO F25-EXIT
           END-IF.
           IF  RDSM-IN-RTYPE(RX) NOT = 'D'
           AND RDSM-IN-RID(RX)(4:5) NOT = SPACES
               MOVE 'AN OPERATOR OR GROUP ID IS 3 CHARACTERS'
                                       TO RDSM-MSG
               GO TO F25-EXIT
           END-IF.
           ADD  1                      TO RDSM-RECIP-COUNT.
       F25-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- RESTRICT FLAG, NOTICE COMPONENT
      * AND AS MANY RECIPIENTS AS FIT (THE DESCRIPTION IS NOT AUDITED)
       F30-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING 'R' RDST-RESTRICT-SW ' ' RDST-NOTIFY-COMP ' '
                  RDST-RECIPIENTS      DELIMITED BY SIZE
               INTO NEW-IMAGE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW REPORT DISTRIBUTION RECORD                        *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SPACES                  TO RPTDISTF-RECORD.
           MOVE RDSM-IN-ID              TO RDST-ID.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('RPTDISTF')
                     FROM     (RPTDISTF-RECORD)
                     RIDFLD   (RPTDISTF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'REPORT ADDED'           TO RDSM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'REPORT ALREADY EXISTS' TO RDSM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO RDSM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING REPORT DISTRIBUTION RECORD               *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE RDSM-IN-ID              TO RDST-ID.
           EXEC CICS READ
                     DATASET  ('RPTDISTF')
                     INTO     (RPTDISTF-RECORD)
                     RIDFLD   (RPTDISTF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'REPORT NOT FOUND'           TO RDSM-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE               TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('RPTDISTF')
                     FROM     (RPTDISTF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'REPORT CHANGED'             TO RDSM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO RDSM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A REPORT DISTRIBUTION RECORD (PRE-READ FOR THE       *
      *    AUDIT IMAGE)                                                *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE RDSM-IN-ID              TO RDST-ID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('RPTDISTF')
                     INTO     (RPTDISTF-RECORD)
                     RIDFLD   (RPTDISTF-KEY)
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
                     DATASET  ('RPTDISTF')
                     RIDFLD   (RPTDISTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'REPORT DELETED'             TO RDSM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO RPTDISTF-RECORD(9:124)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'REPORT NOT FOUND'           TO RDSM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE REPORT DISTRIBUTION RECORD BY KEY *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE RDSM-IN-ID              TO RDST-ID.
           EXEC CICS READ
                     DATASET  ('RPTDISTF')
                     INTO     (RPTDISTF-RECORD)
                     RIDFLD   (RPTDISTF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'REPORT NOT FOUND'           TO RDSM-MSG
               GO TO I90-EXIT
           END-IF.
           PERFORM Z50-NOTE-SEEN THRU Z59-EXIT.
           IF  RDST-RESTRICTED
               MOVE 'RESTRICTED'       TO RDSM-RESTRICT-TEXT
           ELSE
               MOVE 'OPEN'             TO RDSM-RESTRICT-TEXT
           END-IF.
           MOVE SPACES                 TO RDSM-MSG.
           MOVE 1                      TO RDSM-MSG-PTR.
           STRING RDST-ID ' ' RDSM-RESTRICT-TEXT ' NOTICE '
                  RDST-NOTIFY-COMP ' TO'
                                       DELIMITED BY SIZE
               INTO RDSM-MSG         WITH POINTER RDSM-MSG-PTR.
           PERFORM I10-SHOW-RECIP THRU I10-EXIT
                   VARYING RX FROM 1 BY 1 UNTIL RX > 8.
           STRING ' ' RDST-DESC        DELIMITED BY SIZE
               INTO RDSM-MSG         WITH POINTER RDSM-MSG-PTR.
       I90-EXIT.
           EXIT.

       I10-SHOW-RECIP.
           IF  RDST-RECIP-ID(RX) > SPACES
               STRING ' ' RDST-RECIP-TYPE(RX)
                                       DELIMITED BY SIZE
                      RDST-RECIP-ID(RX)
                                       DELIMITED BY SPACE
                   INTO RDSM-MSG     WITH POINTER RDSM-MSG-PTR
           END-IF.
       I10-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE RPTDISTF-KEY           TO SEEN-KEY.
           MOVE RPTDISTF-RECORD        TO SEEN-IMAGE.
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
           IF  RPTDISTF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  RPTDISTF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('RPTDISTF')
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
           MOVE RPTDISTF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE RDSM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO RDSM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO RDSM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO RDSM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'RPTDIST '             TO AUTH-FUNCTION.
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
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO RDSM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE RPTDISTF-KEY           TO AUDIT-REC-KEY.
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
