       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    TERMINVM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE TERMINVF TERMINAL INVENTORY.  RUN AS ITS OWN
      *REMARKS.       TRANSACTION, LIKE FRZWINM.  EACH RECORD SAYS
      *REMARKS.       WHERE A TERMINAL IS (BUILDING, FLOOR, LOCATION),
      *REMARKS.       WHICH DEPARTMENT OWNS IT, ITS DEFAULT PRINTER
      *REMARKS.       (TERMPRT) AND WHETHER IT IS IN SERVICE (OPERBCST
      *REMARKS.       SKIPS ONE THAT IS NOT).  EVERY SUCCESSFUL ACTION
      *REMARKS.       IS AUDITED VIA AUDITWRT AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'TERMINV').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'TERMINVM'.
         03  TINM-FUNC                 PIC  X(01).
           88  TINM-ADD                               VALUE 'A'.
           88  TINM-CHANGE                            VALUE 'C'.
           88  TINM-DELETE                            VALUE 'D'.
           88  TINM-BROWSE                            VALUE 'B'.
           88  TINM-QUIT                              VALUE 'E'.
         03  TINM-MSG                  PIC  X(110)  VALUE 'READY'.
         03  TINM-PROMPT               PIC  X(240).
         03  TINM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  TINM-IN-LENG              PIC S9(04)   BINARY.
         03  TINM-SERVICE-TEXT         PIC  X(14).
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  TINM-INPUT-LINE.
         03  TINM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-TERMID            PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-BUILDING          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-FLOOR             PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-DEPT              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-PRINTER           PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-SERVICE           PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  TINM-IN-LOCATION          PIC  X(20).

       COPY TERMINVF.

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
         03  SEEN-IMAGE                PIC  X(070).

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
                   UNTIL TINM-QUIT.
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
           MOVE TINM-IN-FUNC            TO TINM-FUNC.
           IF  TINM-QUIT
               MOVE 'TERMINVM TERMINATED' TO TINM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  TINM-IN-TERMID NOT > SPACES
               MOVE 'A TERMINAL ID IS REQUIRED' TO TINM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  TINM-ADD OR TINM-CHANGE
               PERFORM F20-VALIDATE-INPUT THRU F29-EXIT
               IF  TINM-MSG > SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TINM-ADD
               WHEN TINM-CHANGE
               WHEN TINM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN TINM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN TINM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN TINM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN TINM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO TINM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO TINM-PROMPT.
           MOVE 1                       TO TINM-PROMPT-LEN.
           STRING 'TERMINVM  '                 DELIMITED BY SIZE
                  TINM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) TERM(4) BLDG(8) FLR(3) DEPT(8)'
                                                DELIMITED BY SIZE
                  ' PRT(4) SVC(Y/N) LOCATION(20) ==> '
                                                DELIMITED BY SIZE
               INTO TINM-PROMPT         WITH POINTER TINM-PROMPT-LEN.
           SUBTRACT 1                   FROM TINM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (TINM-PROMPT)
                     LENGTH   (TINM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO TINM-INPUT-LINE.
           MOVE LENGTH OF TINM-INPUT-LINE TO TINM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (TINM-INPUT-LINE)
                     LENGTH   (TINM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE TINM-IN-BUILDING       TO TINV-BUILDING.
           MOVE TINM-IN-FLOOR          TO TINV-FLOOR.
           MOVE TINM-IN-LOCATION       TO TINV-LOCATION.
           MOVE TINM-IN-DEPT           TO TINV-DEPT.
           MOVE TINM-IN-PRINTER        TO TINV-PRINTER.
           MOVE TINM-IN-SERVICE        TO TINV-SERVICE-SW.
           MOVE AUTH-OPID              TO TINV-OPID.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE BUILDING AND OWNING DEPARTMENT ARE REQUIRED; IN SERVICE *
      *    IS Y OR N (BLANK TAKEN AS Y).  TINM-MSG STAYS BLANK WHEN    *
      *    THE LINE IS GOOD                                            *
      ******************************************************************
       F20-VALIDATE-INPUT.
           MOVE SPACES                 TO TINM-MSG.
           IF  TINM-IN-BUILDING NOT > SPACES
               MOVE 'THE BUILDING IS REQUIRED'  TO TINM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  TINM-IN-DEPT NOT > SPACES
               MOVE 'THE OWNING DEPARTMENT IS REQUIRED' TO TINM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  TINM-IN-SERVICE = SPACE
               MOVE 'Y'                TO TINM-IN-SERVICE
           END-IF.
           IF  TINM-IN-SERVICE NOT = 'Y' AND 'N'
               MOVE 'IN SERVICE MUST BE Y OR N' TO TINM-MSG
               GO TO F29-EXIT
           END-IF.
       F29-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- BUILDING, FLOOR, DEPARTMENT,
      * PRINTER AND SERVICE FLAG (THE LOCATION TEXT IS NOT AUDITED)
       F30-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING TINV-BUILDING '/' TINV-FLOOR ' ' TINV-DEPT
                  ' PRT ' TINV-PRINTER ' SVC ' TINV-SERVICE-SW
                                       DELIMITED BY SIZE
               INTO NEW-IMAGE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW TERMINAL INVENTORY RECORD                         *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SPACES                  TO TERMINVF-RECORD.
           MOVE TINM-IN-TERMID          TO TINV-TERMID.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('TERMINVF')
                     FROM     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'TERMINAL ADDED'         TO TINM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'TERMINAL ALREADY EXISTS' TO TINM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO TINM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING TERMINAL INVENTORY RECORD                *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE TINM-IN-TERMID          TO TINV-TERMID.
           EXEC CICS READ
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'TERMINAL NOT FOUND'         TO TINM-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE               TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('TERMINVF')
                     FROM     (TERMINVF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'TERMINAL CHANGED'           TO TINM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO TINM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A TERMINAL INVENTORY RECORD (PRE-READ FOR THE AUDIT  *
      *    IMAGE)                                                      *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE TINM-IN-TERMID          TO TINV-TERMID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
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
                     DATASET  ('TERMINVF')
                     RIDFLD   (TERMINVF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'TERMINAL DELETED'           TO TINM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO TERMINVF-RECORD(5:66)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'TERMINAL NOT FOUND'         TO TINM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE TERMINAL INVENTORY RECORD BY KEY  *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE TINM-IN-TERMID          TO TINV-TERMID.
           EXEC CICS READ
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               IF  TINV-OUT-OF-SERVICE
                   MOVE 'OUT OF SERVICE'   TO TINM-SERVICE-TEXT
               ELSE
                   MOVE 'IN SERVICE'       TO TINM-SERVICE-TEXT
               END-IF
               MOVE SPACES                 TO TINM-MSG
               STRING TINV-TERMID ' AT ' TINV-BUILDING '/'
                      TINV-FLOOR ' ' TINV-LOCATION ' DEPT '
                      TINV-DEPT ' PRINTER ' TINV-PRINTER ' '
                      TINM-SERVICE-TEXT     DELIMITED BY SIZE
                   INTO TINM-MSG
           ELSE
               MOVE 'TERMINAL NOT FOUND'         TO TINM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE TERMINVF-KEY           TO SEEN-KEY.
           MOVE TERMINVF-RECORD        TO SEEN-IMAGE.
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
           IF  TERMINVF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  TERMINVF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('TERMINVF')
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
           MOVE TERMINVF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE TINM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO TINM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO TINM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO TINM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'TERMINV '             TO AUTH-FUNCTION.
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
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO TINM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE TERMINVF-KEY           TO AUDIT-REC-KEY.
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
