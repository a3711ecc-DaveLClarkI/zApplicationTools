       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SCHEDM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE SCHEDF TIME-OF-DAY SCHEDULE THE SCHDISP
      *REMARKS.       DISPATCHER WORKS FROM.  RUN AS ITS OWN
      *REMARKS.       TRANSACTION, LIKE FRZWINM.  EACH ENTRY NAMES A
      *REMARKS.       TRANSACTION, UP TO FOUR HHMM RUN TIMES, A DAY
      *REMARKS.       RULE (D EVERY DAY, B BUSINESS DAYS, W THE
      *REMARKS.       FLAGGED WEEKDAYS SUNDAY-SATURDAY, M FIRST OF
      *REMARKS.       THE MONTH), WHETHER IT IS ACTIVE, AND UP TO 40
      *REMARKS.       BYTES OF DATA TO PASS ON THE START.  AN ADD OR
      *REMARKS.       CHANGE CLEARS THE NEXT RUN SO SCHDISP WORKS IT
      *REMARKS.       OUT AFRESH; THE LAST RUN BELONGS TO SCHDISP AND
      *REMARKS.       IS ONLY SHOWN HERE.  EVERY SUCCESSFUL ACTION IS
      *REMARKS.       AUDITED VIA AUDITWRT AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'SCHEDMNT').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SCHEDM'.
         03  SCHM-FUNC                 PIC  X(01).
           88  SCHM-ADD                               VALUE 'A'.
           88  SCHM-CHANGE                            VALUE 'C'.
           88  SCHM-DELETE                            VALUE 'D'.
           88  SCHM-BROWSE                            VALUE 'B'.
           88  SCHM-QUIT                              VALUE 'E'.
         03  SCHM-MSG                  PIC  X(110)  VALUE 'READY'.
         03  SCHM-PROMPT               PIC  X(240).
         03  SCHM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  SCHM-IN-LENG              PIC S9(04)   BINARY.
         03  SCHM-TX                   PIC S9(04)   BINARY.
         03  SCHM-DX                   PIC S9(04)   BINARY.
         03  SCHM-FLAG-COUNT           PIC S9(04)   BINARY.
         03  SCHM-TIME-COUNT           PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  SCHM-INPUT-LINE.
         03  SCHM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-ID                PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-TRANSID           PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-RULE              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-WEEKDAYS.
           05  SCHM-IN-WEEKDAY         PIC  X(01)   OCCURS 7 TIMES.
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-TIME-LIST.
           05  SCHM-IN-TIME-ENT        OCCURS 4 TIMES.
             07  SCHM-IN-TIME.
               09  SCHM-IN-TIME-HH     PIC  X(02).
               09  SCHM-IN-TIME-MM     PIC  X(02).
             07  FILLER                PIC  X(01).
         03  SCHM-IN-ACTIVE            PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-DATA              PIC  X(40).
         03  FILLER                    PIC  X(01).
         03  SCHM-IN-DESC              PIC  X(20).

       COPY SCHEDF.

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
         03  SEEN-IMAGE                PIC  X(155).

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
                   UNTIL SCHM-QUIT.
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
           MOVE SCHM-IN-FUNC            TO SCHM-FUNC.
           IF  SCHM-QUIT
               MOVE 'SCHEDM TERMINATED' TO SCHM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  SCHM-IN-ID NOT > SPACES
               MOVE 'A SCHEDULE ID IS REQUIRED' TO SCHM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  SCHM-ADD OR SCHM-CHANGE
               PERFORM F20-VALIDATE-INPUT THRU F29-EXIT
               IF  SCHM-MSG > SPACES
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SCHM-ADD
               WHEN SCHM-CHANGE
               WHEN SCHM-DELETE
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN SCHM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN SCHM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN SCHM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN SCHM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO SCHM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO SCHM-PROMPT.
           MOVE 1                       TO SCHM-PROMPT-LEN.
           STRING 'SCHEDM    '                 DELIMITED BY SIZE
                  SCHM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) ID(8) TRAN(4) RULE(D/B/W/M)'
                                                DELIMITED BY SIZE
                  ' DAYS(7) TIME(HHMM)X4 ACT(Y/N) DATA(40)'
                                                DELIMITED BY SIZE
                  ' DESC(20) ==> '             DELIMITED BY SIZE
               INTO SCHM-PROMPT         WITH POINTER SCHM-PROMPT-LEN.
           SUBTRACT 1                   FROM SCHM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (SCHM-PROMPT)
                     LENGTH   (SCHM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO SCHM-INPUT-LINE.
           MOVE LENGTH OF SCHM-INPUT-LINE TO SCHM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SCHM-INPUT-LINE)
                     LENGTH   (SCHM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      * ONLY THE OPERATOR'S FIELDS -- THE LAST RUN IS LEFT AS SCHDISP
      * RECORDED IT, AND THE NEXT RUN IS CLEARED FOR IT TO REWORK
       F10-BUILD-BODY.
           MOVE SCHM-IN-TRANSID        TO SCHD-TRANSID.
           MOVE SCHM-IN-DESC           TO SCHD-DESC.
           IF  SCHM-IN-ACTIVE = 'N'
               MOVE 'N'                TO SCHD-ENABLE-SW
           ELSE
               MOVE 'Y'                TO SCHD-ENABLE-SW
           END-IF.
           MOVE SCHM-IN-RULE           TO SCHD-DAY-RULE.
           IF  SCHD-WEEKDAYS
               MOVE SCHM-IN-WEEKDAYS   TO SCHD-WEEKDAY-FLAGS
           ELSE
               MOVE SPACES             TO SCHD-WEEKDAY-FLAGS
           END-IF.
           PERFORM F15-MOVE-TIME THRU F15-EXIT
                   VARYING SCHM-TX FROM 1 BY 1
                   UNTIL SCHM-TX > 4.
           MOVE SCHM-IN-DATA           TO SCHD-DATA.
           PERFORM F17-DATA-END THRU F17-EXIT
                   VARYING SCHM-DX FROM 40 BY -1
                   UNTIL SCHM-DX < 1
                   OR    SCHM-IN-DATA(SCHM-DX:1) NOT = SPACE.
           MOVE SCHM-DX                TO SCHD-DATA-LEN.
           MOVE SPACES                 TO SCHD-NEXT-RUN.
           MOVE AUTH-OPID              TO SCHD-OPID.
       F19-EXIT.
           EXIT.

       F15-MOVE-TIME.
           MOVE SCHM-IN-TIME(SCHM-TX)  TO SCHD-RUN-TIME(SCHM-TX).
       F15-EXIT.
           EXIT.

      * THE DATA LENGTH IS UP TO ITS LAST NON-BLANK BYTE
       F17-DATA-END.
           EXIT.
       F17-EXIT.
           EXIT.

      ******************************************************************
      *    THE TRANSACTION IS REQUIRED, THE RULE MUST BE KNOWN (AND A  *
      *    WEEKDAY RULE NEEDS AT LEAST ONE DAY FLAGGED), AND THERE     *
      *    MUST BE AT LEAST ONE RUN TIME, EACH A VALID HHMM.           *
      *    SCHM-MSG STAYS BLANK WHEN THE LINE IS GOOD                  *
      ******************************************************************
       F20-VALIDATE-INPUT.
           MOVE SPACES                 TO SCHM-MSG.
           IF  SCHM-IN-TRANSID NOT > SPACES
               MOVE 'A TRANSACTION ID IS REQUIRED' TO SCHM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  SCHM-IN-RULE NOT = 'D' AND NOT = 'B'
                        AND NOT = 'W' AND NOT = 'M'
               MOVE 'RULE MUST BE D, B, W, OR M' TO SCHM-MSG
               GO TO F29-EXIT
           END-IF.
           MOVE ZERO                   TO SCHM-FLAG-COUNT.
           IF  SCHM-IN-RULE = 'W'
               INSPECT SCHM-IN-WEEKDAYS TALLYING SCHM-FLAG-COUNT
                       FOR ALL 'Y'
               IF  SCHM-FLAG-COUNT = ZERO
                   MOVE 'DAYS MUST FLAG AT LEAST ONE WEEKDAY WITH Y'
                                       TO SCHM-MSG
                   GO TO F29-EXIT
               END-IF
           END-IF.
           IF  SCHM-IN-ACTIVE NOT = 'Y' AND NOT = 'N'
                          AND NOT = SPACE
               MOVE 'ACTIVE MUST BE Y OR N' TO SCHM-MSG
               GO TO F29-EXIT
           END-IF.
           MOVE ZERO                   TO SCHM-TIME-COUNT.
           PERFORM F25-CHECK-TIME THRU F25-EXIT
                   VARYING SCHM-TX FROM 1 BY 1
                   UNTIL SCHM-TX > 4
                   OR    SCHM-MSG > SPACES.
           IF  SCHM-MSG > SPACES
               GO TO F29-EXIT
           END-IF.
           IF  SCHM-TIME-COUNT = ZERO
               MOVE 'AT LEAST ONE RUN TIME IS REQUIRED' TO SCHM-MSG
               GO TO F29-EXIT
           END-IF.
       F29-EXIT.
           EXIT.

       F25-CHECK-TIME.
           IF  SCHM-IN-TIME(SCHM-TX) = SPACES
               GO TO F25-EXIT
           END-IF.
           IF  SCHM-IN-TIME(SCHM-TX) NOT NUMERIC
           OR  SCHM-IN-TIME-HH(SCHM-TX) > '23'
           OR  SCHM-IN-TIME-MM(SCHM-TX) > '59'
               MOVE 'EACH RUN TIME MUST BE HHMM OR BLANK' TO SCHM-MSG
               GO TO F25-EXIT
           END-IF.
           ADD  1                      TO SCHM-TIME-COUNT.
       F25-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- TRANSACTION, RULE, DAYS, RUN
      * TIMES AND ACTIVE SWITCH (THE DATA AND DESCRIPTION ARE NOT
      * AUDITED)
       F30-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING SCHD-TRANSID ' ' SCHD-DAY-RULE ' '
                  SCHD-WEEKDAY-FLAGS ' ' SCHD-RUN-TIMES ' '
                  SCHD-ENABLE-SW       DELIMITED BY SIZE
               INTO NEW-IMAGE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW SCHEDULE ENTRY                                    *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE SPACES                  TO SCHEDF-RECORD.
           MOVE SCHM-IN-ID              TO SCHD-ID.
           MOVE ZERO                    TO SCHD-LAST-STAMP.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('SCHEDF  ')
                     FROM     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'ENTRY ADDED'            TO SCHM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'                    TO AUDIT-ACTION
                   MOVE SPACES                   TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'ENTRY ALREADY EXISTS'    TO SCHM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO SCHM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING SCHEDULE ENTRY                           *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE SCHM-IN-ID              TO SCHD-ID.
           EXEC CICS READ
                     DATASET  ('SCHEDF  ')
                     INTO     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'ENTRY NOT FOUND'            TO SCHM-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM F30-AUDIT-IMAGE THRU F39-EXIT.
           MOVE NEW-IMAGE               TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('SCHEDF  ')
                     FROM     (SCHEDF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'ENTRY CHANGED'              TO SCHM-MSG
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE 'CHANGE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO SCHM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A SCHEDULE ENTRY (PRE-READ FOR THE AUDIT IMAGE)      *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE SCHM-IN-ID              TO SCHD-ID.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('SCHEDF  ')
                     INTO     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
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
                     DATASET  ('SCHEDF  ')
                     RIDFLD   (SCHEDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'ENTRY DELETED'              TO SCHM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO SCHEDF-RECORD(9:147)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'ENTRY NOT FOUND'            TO SCHM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) A SINGLE SCHEDULE ENTRY BY KEY             *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE SCHM-IN-ID              TO SCHD-ID.
           EXEC CICS READ
                     DATASET  ('SCHEDF  ')
                     INTO     (SCHEDF-RECORD)
                     RIDFLD   (SCHEDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO SCHM-MSG
               STRING SCHD-ID ' ' SCHD-TRANSID ' ' SCHD-DAY-RULE ' '
                      SCHD-WEEKDAY-FLAGS ' ' SCHD-RUN-TIMES
                      ' ACT=' SCHD-ENABLE-SW
                      ' LAST ' SCHD-LAST-DATE ' ' SCHD-LAST-TIME
                      SCHD-LAST-RESULT
                      ' NEXT ' SCHD-NEXT-DATE ' ' SCHD-NEXT-TIME ' '
                      SCHD-DESC             DELIMITED BY SIZE
                   INTO SCHM-MSG
           ELSE
               MOVE 'ENTRY NOT FOUND'            TO SCHM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE SCHEDF-KEY           TO SEEN-KEY.
           MOVE SCHEDF-RECORD        TO SEEN-IMAGE.
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
           IF  SCHEDF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  SCHEDF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('SCHEDF  ')
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
           MOVE SCHEDF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE SCHM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO SCHM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO SCHM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO SCHM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'SCHEDMNT'             TO AUTH-FUNCTION.
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
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO SCHM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE SCHEDF-KEY           TO AUDIT-REC-KEY.
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
