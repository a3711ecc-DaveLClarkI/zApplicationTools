       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MENUM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE MENUF SHOP MENU FILE SHOWN BY THE SHOPMENU
      *REMARKS.       TRANSACTION.  ONE RECORD PER MENU ID AND SEQUENCE:
      *REMARKS.       SEQUENCE 000 IS THE MENU'S HEADER (ITS TITLE),
      *REMARKS.       THE OTHERS ITS ENTRIES -- A TRANSACTION TO START
      *REMARKS.       (TYPE T) OR A SUB-MENU TO OPEN (TYPE M), WITH THE
      *REMARKS.       AUTHCHK FUNCTION NEEDED TO SEE IT.  EVERY
      *REMARKS.       SUCCESSFUL ACTION IS AUDITED VIA AUDITWRT, THE
      *REMARKS.       BEFORE IMAGE OF EVERY REWRITE AND DELETE IS
      *REMARKS.       JOURNALED VIA FILEJRNL, AND THE DESTRUCTIVE
      *REMARKS.       FUNCTIONS ARE GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'MENUMNT').  BROWSE SHOWS THE FIRST RECORD AT OR
      *REMARKS.       AFTER THE KEY GIVEN.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'MENUM'.
         03  MENM-FUNC                 PIC  X(01).
           88  MENM-ADD                               VALUE 'A'.
           88  MENM-CHANGE                            VALUE 'C'.
           88  MENM-DELETE                            VALUE 'D'.
           88  MENM-BROWSE                            VALUE 'B'.
           88  MENM-QUIT                              VALUE 'E'.
         03  MENM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  MENM-PROMPT               PIC  X(200).
         03  MENM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  MENM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(42).
         03  SAVE-KEY                  PIC  X(11).

       01  MENM-INPUT-LINE.
         03  MENM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  MENM-IN-MENU-ID           PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  MENM-IN-SEQ               PIC  X(03).
         03  MENM-IN-SEQ-N REDEFINES MENM-IN-SEQ
                                       PIC  9(03).
         03  FILLER                    PIC  X(01).
         03  MENM-IN-TYPE              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  MENM-IN-TARGET            PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  MENM-IN-AUTH              PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  MENM-IN-DESC              PIC  X(25).

       COPY MENUF.

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
         03  SEEN-KEY                  PIC  X(11)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(053).

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
                   UNTIL MENM-QUIT.
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
           MOVE MENM-IN-FUNC            TO MENM-FUNC.
           IF  MENM-QUIT
               MOVE 'MENUM TERMINATED'  TO MENM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN MENM-ADD
               WHEN MENM-CHANGE
               WHEN MENM-DELETE
                   IF  MENM-IN-MENU-ID NOT > SPACES
                       MOVE 'MENU ID REQUIRED'  TO MENM-MSG
                       GO TO C90-EXIT
                   END-IF
                   IF  MENM-IN-SEQ IS NOT NUMERIC
                       MOVE 'SEQUENCE MUST BE 3 DIGITS, 000 = HEADER'
                                            TO MENM-MSG
                       GO TO C90-EXIT
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN MENM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN MENM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN MENM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN MENM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, OR E'
                                            TO MENM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO MENM-PROMPT.
           MOVE 1                       TO MENM-PROMPT-LEN.
           STRING 'MENUM     '                 DELIMITED BY SIZE
                  MENM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) MENU(8) SEQ(3) TYPE(T/M) TARGET(8)'
                  ' AUTH(8) DESC(25) ==> '     DELIMITED BY SIZE
               INTO MENM-PROMPT         WITH POINTER MENM-PROMPT-LEN.
           SUBTRACT 1                   FROM MENM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (MENM-PROMPT)
                     LENGTH   (MENM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO MENM-INPUT-LINE.
           MOVE LENGTH OF MENM-INPUT-LINE TO MENM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (MENM-INPUT-LINE)
                     LENGTH   (MENM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW MENU HEADER OR ENTRY RECORD                       *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           IF  MENM-MSG NOT = SPACES
               GO TO F90-EXIT
           END-IF.
           EXEC CICS WRITE
                     DATASET  ('MENUF   ')
                     FROM     (MENUF-RECORD)
                     RIDFLD   (MENUF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO MENM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO MENM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO MENM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD THE RECORD BODY FROM THE INPUT LINE -- A HEADER NEEDS *
      *    ONLY ITS TITLE; AN ENTRY NEEDS A TYPE AND A TARGET, AND A   *
      *    SUB-MENU TARGET MUST ALREADY HAVE ITS OWN HEADER ON FILE    *
      *    (THAT CHECK READS INTO THE RECORD AREA, SO THE KEY IS PUT   *
      *    BACK AND THE BODY IS BUILT AFTER IT)                        *
      ******************************************************************
       F10-BUILD-BODY.
           MOVE SPACES                  TO MENM-MSG.
           IF  MENM-IN-DESC NOT > SPACES
               MOVE 'DESCRIPTION REQUIRED (THE TITLE ON A HEADER)'
                                        TO MENM-MSG
               GO TO F19-EXIT
           END-IF.
           IF  MENM-IN-SEQ-N = ZERO
               MOVE MENM-IN-DESC        TO MENUF-DESC
               MOVE SPACES              TO MENUF-TYPE
                                           MENUF-TARGET
                                           MENUF-AUTH-FUNC
               GO TO F19-EXIT
           END-IF.
           MOVE MENM-IN-TYPE            TO MENUF-TYPE.
           IF  NOT MENUF-TYPE-VALID
               MOVE 'TYPE MUST BE T (TRANSACTION) OR M (SUB-MENU)'
                                        TO MENM-MSG
               GO TO F19-EXIT
           END-IF.
           IF  MENM-IN-TARGET NOT > SPACES
               MOVE 'TARGET TRANSACTION OR MENU ID REQUIRED'
                                        TO MENM-MSG
               GO TO F19-EXIT
           END-IF.
           IF  MENUF-SUB-MENU
               IF  MENM-IN-TARGET = MENM-IN-MENU-ID
                   MOVE 'A MENU CANNOT OPEN ITSELF' TO MENM-MSG
                   GO TO F19-EXIT
               END-IF
               MOVE MENUF-KEY           TO SAVE-KEY
               MOVE MENM-IN-TARGET      TO MENUF-MENU-ID
               MOVE ZERO                TO MENUF-SEQ
               EXEC CICS READ
                         DATASET  ('MENUF   ')
                         INTO     (MENUF-RECORD)
                         RIDFLD   (MENUF-KEY)
                         EQUAL
                         NOHANDLE
               END-EXEC
               MOVE SAVE-KEY            TO MENUF-KEY
               IF  EIBRESP = DFHRESP(NOTFND)
                   MOVE 'SUB-MENU HAS NO HEADER (SEQ 000) ON FILE'
                                        TO MENM-MSG
                   GO TO F19-EXIT
               END-IF
           END-IF.
           MOVE MENM-IN-TYPE            TO MENUF-TYPE.
           MOVE MENM-IN-DESC            TO MENUF-DESC.
           MOVE MENM-IN-TARGET          TO MENUF-TARGET.
           MOVE MENM-IN-AUTH            TO MENUF-AUTH-FUNC.
       F19-EXIT.
           EXIT.

       F30-MOVE-KEY.
           MOVE MENM-IN-MENU-ID         TO MENUF-MENU-ID.
           MOVE MENM-IN-SEQ-N           TO MENUF-SEQ.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING MENU HEADER OR ENTRY RECORD              *
      ******************************************************************
       G00-CHANGE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS READ
                     DATASET  ('MENUF   ')
                     INTO     (MENUF-RECORD)
                     RIDFLD   (MENUF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE MENUF-RECORD(12:42) TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               IF  MENM-MSG NOT = SPACES
                   EXEC CICS UNLOCK
                             DATASET  ('MENUF   ')
                             NOHANDLE
                   END-EXEC
                   GO TO G90-EXIT
               END-IF
               MOVE OLD-IMAGE           TO MENUF-RECORD(12:42)
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('MENUF   ')
                         FROM     (MENUF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO MENM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO MENM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO MENM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A MENU HEADER OR ENTRY RECORD (PRE-READ FOR THE      *
      *    AUDIT AND JOURNAL IMAGES)                                   *
      ******************************************************************
       H00-DELETE-RECORD.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('MENUF   ')
                     INTO     (MENUF-RECORD)
                     RIDFLD   (MENUF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE MENUF-RECORD(12:42) TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           PERFORM F30-MOVE-KEY THRU F39-EXIT.
           EXEC CICS DELETE
                     DATASET  ('MENUF   ')
                     RIDFLD   (MENUF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO MENM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO MENUF-RECORD(12:42)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO MENM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE (DISPLAY) THE FIRST MENU RECORD AT OR AFTER THE KEY  *
      *    GIVEN (A BLANK OR NON-NUMERIC SEQUENCE STARTS AT THE MENU'S *
      *    HEADER) -- KEY THE ONE SHOWN TO STEP TO THE NEXT            *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE MENM-IN-MENU-ID         TO MENUF-MENU-ID.
           MOVE ZERO                    TO MENUF-SEQ.
           IF  MENM-IN-SEQ IS NUMERIC
               MOVE MENM-IN-SEQ-N       TO MENUF-SEQ
           END-IF.
           EXEC CICS READ
                     DATASET  ('MENUF   ')
                     INTO     (MENUF-RECORD)
                     RIDFLD   (MENUF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                      TO MENM-MSG
               IF  MENUF-HEADER
                   STRING MENUF-MENU-ID ' ' MENUF-SEQ
                          ' HEADER TITLE=' MENUF-DESC
                                                DELIMITED BY SIZE
                       INTO MENM-MSG
               ELSE
                   STRING MENUF-MENU-ID ' ' MENUF-SEQ
                          ' TYPE=' MENUF-TYPE
                          ' TARGET=' MENUF-TARGET
                          ' AUTH=' MENUF-AUTH-FUNC
                          ' ' MENUF-DESC        DELIMITED BY SIZE
                       INTO MENM-MSG
               END-IF
           ELSE
               MOVE 'NO RECORD AT OR AFTER THAT KEY' TO MENM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE MENUF-KEY              TO SEEN-KEY.
           MOVE MENUF-RECORD           TO SEEN-IMAGE.
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
           IF  MENUF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  MENUF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('MENUF   ')
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
           MOVE MENUF-KEY              TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE MENM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO MENM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO MENM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO MENM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL MAINTENANCE   *
      *    ACTION (SEE AUDITWRT) -- THE VALUE FIELDS CARRY THE TITLE,  *
      *    TYPE, TARGET AND THE FIRST SIX BYTES OF THE AUTH FUNCTION;  *
      *    THE FULL IMAGE IS ON THE JOURNAL                            *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE MENUF-KEY              TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE MENUF-RECORD(12:42)    TO AUDIT-NEW-VALUE.
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
           MOVE 'MENUF   '             TO JRNL-FILE.
           MOVE SPACES                 TO JRNL-REC-KEY.
           MOVE MENUF-KEY              TO JRNL-REC-KEY.
           MOVE THIS-PGM               TO JRNL-PGM.
           MOVE LENGTH OF MENUF-RECORD TO JRNL-REC-LEN.
           MOVE SPACES                 TO JRNL-IMAGE.
           MOVE MENUF-RECORD   TO JRNL-IMAGE(1:JRNL-REC-LEN).
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
           MOVE 'MENUMNT '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO MENM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.
