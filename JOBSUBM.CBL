       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBSUBM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       JOB-LIBRARY SUBMIT PANEL FOR OPERATIONS.
      *REMARKS.       PWRQPAN SHOWS WHAT IS ON THE POWER RDR QUEUE;
      *REMARKS.       THIS PUTS SOMETHING THERE.  S PICKS A
      *REMARKS.       PRE-APPROVED DECK FROM THE JOBLIBF JOB LIBRARY
      *REMARKS.       (BY NAME, OR FROM A POPLIST POPUP WHEN NO NAME
      *REMARKS.       IS KEYED), ASKS FOR EACH OF ITS PARAMETERS IN
      *REMARKS.       TURN (ENTER TAKES THE DEFAULT), REPLACES EVERY
      *REMARKS.       &NAME IN THE CARDS WITH THE VALUE, AND -- ONCE
      *REMARKS.       THE OPERATOR CONFIRMS -- HANDS THE DECK TO THE
      *REMARKS.       PWRSUBM READER-SUBMIT SERVICE (SEE ITS
      *REMARKS.       COPYBOOK).  EACH DECK IS GATED THROUGH AUTHCHK
      *REMARKS.       BY ITS OWN FUNCTION CODE (THE DECK NAME UNLESS
      *REMARKS.       THE HEADER NAMES ANOTHER), AND EVERY SUBMISSION
      *REMARKS.       IS AUDITED VIA AUDITWRT WITH THE PARAMETERS
      *REMARKS.       USED AND THE POWER JOB NUMBER RETURNED.  THE
      *REMARKS.       LIBRARY ITSELF IS LOADED BY JOBLLOAD.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'JOBSUBM'.
         03  JSUB-FUNC                 PIC  X(01).
           88  JSUB-SUBMIT                            VALUE 'S'.
           88  JSUB-QUIT                              VALUE 'E'.
         03  JSUB-MSG                  PIC  X(60)   VALUE 'READY'.
         03  JSUB-ASK-MSG              PIC  X(60).
         03  JSUB-PROMPT               PIC  X(200).
         03  JSUB-PROMPT-LEN           PIC S9(04)   BINARY.
         03  JSUB-IN-LENG              PIC S9(04)   BINARY.
         03  DECK-NAME                 PIC  X(08).
         03  DECK-DESC                 PIC  X(30).
         03  DECK-COUNT                PIC S9(04)   BINARY.
         03  CARD-COUNT                PIC S9(04)   BINARY.
         03  DX                        PIC S9(04)   BINARY.
         03  PX                        PIC S9(04)   BINARY.
         03  MATCH-PX                  PIC S9(04)   BINARY.
         03  IX                        PIC S9(04)   BINARY.
         03  OX                        PIC S9(04)   BINARY.
         03  PARM-PTR                  PIC S9(04)   BINARY.
         03  VALUE-LEN                 PIC S9(04)   BINARY.
         03  CANCEL-SW                 PIC  X(01).
           88  SUBMIT-CANCELLED                       VALUE 'Y'.
         03  SETTLED-SW                PIC  X(01).
           88  PARM-SETTLED                           VALUE 'Y'.
         03  MATCH-SW                  PIC  X(01).
           88  PARM-MATCHED                           VALUE 'Y'.
         03  OVERFLOW-SW               PIC  X(01).
           88  CARD-OVERFLOW                          VALUE 'Y'.
         03  MORE-CARDS-SW             PIC  X(01).
           88  NO-MORE-CARDS                          VALUE 'N'.
         03  SEQ-ED                    PIC  9(03).

       01  JSUB-INPUT-LINE.
         03  JSUB-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  JSUB-IN-DECK              PIC  X(08).

      * A PARAMETER VALUE AS KEYED -- ROOM TO SEE THAT IT RAN LONG
       01  JSUB-VALUE-LINE.
         03  JSUB-IN-VALUE             PIC  X(10).
         03  JSUB-IN-EXCESS            PIC  X(30).

      * THE PICKED DECK'S PARAMETERS AND THE VALUES SETTLED ON --
      * NAME AND VALUE LENGTHS KEPT FOR THE SUBSTITUTION
       01  PARM-TABLE.
         03  PARM-ENTRY OCCURS 4 TIMES.
           05  PARM-NAME               PIC  X(08).
           05  PARM-NAME-LEN           PIC S9(04)   BINARY.
           05  PARM-DFLT               PIC  X(10).
           05  PARM-VALUE              PIC  X(10).
           05  PARM-VALUE-LEN          PIC S9(04)   BINARY.

      * ONE CARD BEFORE AND AFTER SUBSTITUTION -- THE WORK AREA IS
      * WIDER THAN A CARD SO AN OVERLONG RESULT CAN BE SEEN
       01  SUB-CARD                    PIC  X(80).
       01  SUB-WORK                    PIC  X(120).

      * "NAME=VALUE ..." FOR THE CONFIRMATION AND THE AUDIT RECORD
       01  PARM-STRING                 PIC  X(80).
       01  PARM-STRING-HALVES REDEFINES PARM-STRING.
         03  PARM-STRING-1             PIC  X(40).
         03  PARM-STRING-2             PIC  X(40).

       COPY JOBLIBF.

       COPY PWRSUBM.

       01  POPLIST-AREA.
           COPY POPLIST.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  AUTH-AREA.
         COPY AUTHCHK.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL JSUB-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    SEND THE PROMPT/STATUS LINE, RECEIVE ONE REQUEST, AND       *
      *    DISPATCH IT                                                 *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE JSUB-IN-FUNC            TO JSUB-FUNC.
           EVALUATE TRUE
               WHEN JSUB-QUIT
                   MOVE 'JOBSUBM TERMINATED' TO JSUB-MSG
               WHEN JSUB-SUBMIT
                   PERFORM F00-SUBMIT-DECK THRU F90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE S OR E'
                                            TO JSUB-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO JSUB-PROMPT.
           MOVE 1                       TO JSUB-PROMPT-LEN.
           STRING 'JOBSUBM   '                 DELIMITED BY SIZE
                  JSUB-MSG                     DELIMITED BY SIZE
                  '  F(S=SUBMIT/E) DECK(8, BLANK=LIST) ==> '
                                                DELIMITED BY SIZE
               INTO JSUB-PROMPT         WITH POINTER JSUB-PROMPT-LEN.
           PERFORM D10-SEND-TEXT THRU D19-EXIT.
       D90-EXIT.
           EXIT.

       D10-SEND-TEXT.
           SUBTRACT 1                   FROM JSUB-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (JSUB-PROMPT)
                     LENGTH   (JSUB-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D19-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO JSUB-INPUT-LINE.
           MOVE LENGTH OF JSUB-INPUT-LINE TO JSUB-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (JSUB-INPUT-LINE)
                     LENGTH   (JSUB-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       E10-RECEIVE-VALUE.
           MOVE SPACES                  TO JSUB-VALUE-LINE.
           MOVE LENGTH OF JSUB-VALUE-LINE TO JSUB-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (JSUB-VALUE-LINE)
                     LENGTH   (JSUB-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    PICK THE DECK, CLEAR IT WITH AUTHCHK, GATHER ITS PARAMETER  *
      *    VALUES, BUILD THE CARDS, CONFIRM, SUBMIT, AND AUDIT         *
      ******************************************************************
       F00-SUBMIT-DECK.
           MOVE JSUB-IN-DECK            TO DECK-NAME.
           IF  DECK-NAME NOT > SPACES
               PERFORM G00-PICK-DECK THRU G90-EXIT
               IF  DECK-NAME NOT > SPACES
                   GO TO F90-EXIT
               END-IF
           END-IF.

           MOVE DECK-NAME               TO JOBLIBF-DECK.
           MOVE ZERO                    TO JOBLIBF-SEQ.
           EXEC CICS READ
                     DATASET  ('JOBLIBF ')
                     INTO     (JOBLIBF-RECORD)
                     RIDFLD   (JOBLIBF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES              TO JSUB-MSG
               STRING DECK-NAME ' IS NOT IN THE JOB LIBRARY'
                                        DELIMITED BY SIZE
                   INTO JSUB-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE JOBLIBF-DESC            TO DECK-DESC.

           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO F90-EXIT
           END-IF.

      * THE HEADER'S PARAMETERS ARE KEPT ASIDE -- THE CARD BROWSE
      * REUSES THE RECORD AREA
           PERFORM F10-LOAD-PARM THRU F19-EXIT
                   VARYING PX FROM 1 BY 1 UNTIL PX > 4.
           MOVE 'N'                     TO CANCEL-SW.
           PERFORM H00-GET-PARM THRU H90-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > 4 OR SUBMIT-CANCELLED.
           IF  SUBMIT-CANCELLED
               MOVE 'SUBMISSION CANCELLED'   TO JSUB-MSG
               GO TO F90-EXIT
           END-IF.

           PERFORM I00-BUILD-DECK THRU I90-EXIT.
           IF  SUBMIT-CANCELLED
               GO TO F90-EXIT
           END-IF.

           PERFORM J00-CONFIRM THRU J90-EXIT.
           IF  SUBMIT-CANCELLED
               MOVE 'SUBMISSION CANCELLED'   TO JSUB-MSG
               GO TO F90-EXIT
           END-IF.

           MOVE CARD-COUNT              TO PWRS-CARD-CNT.
           MOVE SPACES                  TO PWRS-JOB-NAME
                                           PWRS-JOB-NUMB.
           SET  PWRS-OK                 TO TRUE.
           CALL 'PWRSUBM'            USING PWRSUBM-PARMS.
           IF  PWRS-ERROR
               MOVE 'POWER SUBMIT FAILED - SEE SYSTEM LOG'
                                            TO JSUB-MSG
               GO TO F90-EXIT
           END-IF.

           MOVE SPACES                  TO JSUB-MSG.
           STRING DECK-NAME ' SUBMITTED AS ' PWRS-JOB-NAME
                  ' NUMBER ' PWRS-JOB-NUMB
                                        DELIMITED BY SIZE
               INTO JSUB-MSG.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       F90-EXIT.
           EXIT.

       F10-LOAD-PARM.
           MOVE JOBLIBF-PARM-NAME(PX)   TO PARM-NAME(PX).
           MOVE JOBLIBF-PARM-DFLT(PX)   TO PARM-DFLT(PX).
           MOVE SPACES                  TO PARM-VALUE(PX).
           MOVE ZERO                    TO PARM-NAME-LEN(PX)
                                           PARM-VALUE-LEN(PX).
           INSPECT PARM-NAME(PX) TALLYING PARM-NAME-LEN(PX)
               FOR CHARACTERS BEFORE INITIAL SPACE.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    OFFER THE DECKS IN THE LIBRARY THROUGH POPLIST              *
      ******************************************************************
       G00-PICK-DECK.
           MOVE ZERO                    TO DECK-COUNT.
           MOVE LOW-VALUES              TO JOBLIBF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('JOBLIBF ')
                     RIDFLD   (JOBLIBF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO MORE-CARDS-SW
               PERFORM G10-READ-HEADER THRU G19-EXIT
                       UNTIL NO-MORE-CARDS
                       OR    DECK-COUNT NOT < 500
               EXEC CICS ENDBR
                         DATASET  ('JOBLIBF ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  DECK-COUNT = ZERO
               MOVE 'THE JOB LIBRARY IS EMPTY'   TO JSUB-MSG
               GO TO G90-EXIT
           END-IF.

           MOVE 'POPLIST '             TO POPLIST-PGMID.
           MOVE 3                      TO POPLIST-ROW.
           MOVE 20                     TO POPLIST-COL.
           MOVE DECK-COUNT             TO POPLIST-CNT.
           MOVE SPACE                  TO POPLIST-BDR
                                          POPLIST-OPT
                                          POPLIST-MULTI-SW
                                          POPLIST-RESTORE-SW
                                          POPLIST-TSQ-SW
                                          POPLIST-ACT-AIDS
                                          POPLIST-LVL-SW
                                          POPLIST-HELP-TOPIC.
           MOVE 'JOBSUBM '             TO POPLIST-LIST-ID.
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           MOVE ' Pick a deck to submit' TO POPLIST-HDR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
                     LENGTH   (LENGTH OF POPLIST-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                            TO JSUB-MSG
               GO TO G90-EXIT
           END-IF.
           IF  POPLIST-ITEM-PICKED
               MOVE POPLIST-PICK       TO DX
               MOVE POPLIST-KEY(DX)    TO DECK-NAME
           ELSE
               MOVE 'NO DECK PICKED'   TO JSUB-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      * ONLY THE HEADERS (SEQUENCE 000) BECOME LIST ENTRIES
       G10-READ-HEADER.
           EXEC CICS READNEXT
                     DATASET  ('JOBLIBF ')
                     INTO     (JOBLIBF-RECORD)
                     RIDFLD   (JOBLIBF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-CARDS      TO TRUE
               GO TO G19-EXIT
           END-IF.
           IF  NOT JOBLIBF-HEADER
               GO TO G19-EXIT
           END-IF.
           ADD  1                      TO DECK-COUNT.
           MOVE JOBLIBF-DECK           TO POPLIST-KEY(DECK-COUNT).
           MOVE JOBLIBF-DESC           TO POPLIST-DSC(DECK-COUNT).
           MOVE SPACE                  TO POPLIST-CLR(DECK-COUNT).
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    ASK FOR ONE PARAMETER UNTIL IT HAS A USABLE VALUE -- ENTER  *
      *    TAKES THE DEFAULT, '*' CANCELS THE SUBMISSION               *
      ******************************************************************
       H00-GET-PARM.
           IF  PARM-NAME(PX) NOT > SPACES
               GO TO H90-EXIT
           END-IF.
           MOVE SPACES                  TO JSUB-ASK-MSG.
           MOVE 'N'                     TO SETTLED-SW.
           PERFORM H10-ASK-PARM THRU H19-EXIT
                   UNTIL PARM-SETTLED OR SUBMIT-CANCELLED.
       H90-EXIT.
           EXIT.

       H10-ASK-PARM.
           MOVE SPACES                  TO JSUB-PROMPT.
           MOVE 1                       TO JSUB-PROMPT-LEN.
           STRING 'JOBSUBM   '                 DELIMITED BY SIZE
                  DECK-NAME ' '                DELIMITED BY SIZE
                  JSUB-ASK-MSG                 DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  PARM-NAME(PX)                DELIMITED BY SPACE
                  ' (DEFAULT '                 DELIMITED BY SIZE
                  PARM-DFLT(PX)                DELIMITED BY SIZE
                  ') * CANCELS ==> '           DELIMITED BY SIZE
               INTO JSUB-PROMPT         WITH POINTER JSUB-PROMPT-LEN.
           PERFORM D10-SEND-TEXT THRU D19-EXIT.
           PERFORM E10-RECEIVE-VALUE THRU E19-EXIT.

           IF  JSUB-IN-VALUE = '*'
               SET  SUBMIT-CANCELLED    TO TRUE
               GO TO H19-EXIT
           END-IF.
           IF  JSUB-VALUE-LINE NOT > SPACES
               MOVE PARM-DFLT(PX)       TO JSUB-IN-VALUE
           END-IF.
           IF  JSUB-IN-VALUE NOT > SPACES
               MOVE 'VALUE REQUIRED - NO DEFAULT' TO JSUB-ASK-MSG
               GO TO H19-EXIT
           END-IF.
      * THE VALUE GOES INTO A JCL CARD -- NO SPACES, TEN AT MOST
           MOVE ZERO                    TO VALUE-LEN.
           INSPECT JSUB-IN-VALUE TALLYING VALUE-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  JSUB-IN-EXCESS > SPACES
           OR  VALUE-LEN = ZERO
           OR  (VALUE-LEN < LENGTH OF JSUB-IN-VALUE
                AND JSUB-IN-VALUE(VALUE-LEN + 1:) > SPACES)
               MOVE 'ONE WORD, 10 CHARACTERS AT MOST' TO JSUB-ASK-MSG
               GO TO H19-EXIT
           END-IF.
           MOVE JSUB-IN-VALUE           TO PARM-VALUE(PX).
           MOVE VALUE-LEN               TO PARM-VALUE-LEN(PX).
           SET  PARM-SETTLED            TO TRUE.
       H19-EXIT.
           EXIT.

      ******************************************************************
      *    READ THE DECK'S CARDS INTO THE SUBMIT TABLE, SUBSTITUTING   *
      *    EACH &NAME AS IT GOES                                       *
      ******************************************************************
       I00-BUILD-DECK.
           MOVE ZERO                    TO CARD-COUNT.
           MOVE DECK-NAME               TO JOBLIBF-DECK.
           MOVE 1                       TO JOBLIBF-SEQ.
           EXEC CICS STARTBR
                     DATASET  ('JOBLIBF ')
                     RIDFLD   (JOBLIBF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y'                 TO MORE-CARDS-SW
               PERFORM I10-READ-CARD THRU I19-EXIT
                       UNTIL NO-MORE-CARDS
                       OR    SUBMIT-CANCELLED
               EXEC CICS ENDBR
                         DATASET  ('JOBLIBF ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  SUBMIT-CANCELLED
               GO TO I90-EXIT
           END-IF.
           IF  CARD-COUNT = ZERO
               SET  SUBMIT-CANCELLED    TO TRUE
               MOVE SPACES              TO JSUB-MSG
               STRING DECK-NAME ' HAS NO CARD IMAGES - NOT SUBMITTED'
                                        DELIMITED BY SIZE
                   INTO JSUB-MSG
           END-IF.
       I90-EXIT.
           EXIT.

       I10-READ-CARD.
           EXEC CICS READNEXT
                     DATASET  ('JOBLIBF ')
                     INTO     (JOBLIBF-RECORD)
                     RIDFLD   (JOBLIBF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  JOBLIBF-DECK NOT = DECK-NAME
               SET  NO-MORE-CARDS       TO TRUE
               GO TO I19-EXIT
           END-IF.
           IF  CARD-COUNT NOT < 100
               SET  SUBMIT-CANCELLED    TO TRUE
               MOVE SPACES              TO JSUB-MSG
               STRING DECK-NAME ' HAS MORE THAN 100 CARDS'
                                        DELIMITED BY SIZE
                   INTO JSUB-MSG
               GO TO I19-EXIT
           END-IF.

           MOVE JOBLIBF-CARD            TO SUB-CARD.
           MOVE SPACES                  TO SUB-WORK.
           MOVE 'N'                     TO OVERFLOW-SW.
           MOVE 1                       TO IX OX.
           PERFORM I20-SCAN-CHAR THRU I29-EXIT
                   UNTIL IX > 80 OR CARD-OVERFLOW.
           IF  CARD-OVERFLOW
           OR  SUB-WORK(81:40) > SPACES
               SET  SUBMIT-CANCELLED    TO TRUE
               MOVE JOBLIBF-SEQ         TO SEQ-ED
               MOVE SPACES              TO JSUB-MSG
               STRING 'CARD ' SEQ-ED ' RUNS PAST COLUMN 80 WITH '
                      'THE VALUES GIVEN'
                                        DELIMITED BY SIZE
                   INTO JSUB-MSG
               GO TO I19-EXIT
           END-IF.
           ADD  1                       TO CARD-COUNT.
           MOVE SUB-WORK(1:80)          TO PWRS-CARD(CARD-COUNT).
       I19-EXIT.
           EXIT.

      * COPY ONE CHARACTER, OR THE VALUE OF THE &NAME STARTING HERE
       I20-SCAN-CHAR.
           MOVE 'N'                     TO MATCH-SW.
           IF  SUB-CARD(IX:1) = '&'
               PERFORM I30-MATCH-PARM THRU I39-EXIT
                       VARYING PX FROM 1 BY 1
                       UNTIL PX > 4 OR PARM-MATCHED
           END-IF.
           IF  PARM-MATCHED
               IF  OX + PARM-VALUE-LEN(MATCH-PX) > 121
                   SET  CARD-OVERFLOW   TO TRUE
                   GO TO I29-EXIT
               END-IF
               MOVE PARM-VALUE(MATCH-PX)(1:PARM-VALUE-LEN(MATCH-PX))
                   TO SUB-WORK(OX:PARM-VALUE-LEN(MATCH-PX))
               ADD  PARM-VALUE-LEN(MATCH-PX) TO OX
               COMPUTE IX = IX + PARM-NAME-LEN(MATCH-PX) + 1
               GO TO I29-EXIT
           END-IF.
           IF  OX > 120
               SET  CARD-OVERFLOW       TO TRUE
               GO TO I29-EXIT
           END-IF.
           MOVE SUB-CARD(IX:1)          TO SUB-WORK(OX:1).
           ADD  1                       TO IX OX.
       I29-EXIT.
           EXIT.

       I30-MATCH-PARM.
           IF  PARM-NAME-LEN(PX) = ZERO
           OR  IX + PARM-NAME-LEN(PX) > 80
               GO TO I39-EXIT
           END-IF.
           IF  SUB-CARD(IX + 1:PARM-NAME-LEN(PX)) =
               PARM-NAME(PX)(1:PARM-NAME-LEN(PX))
               SET  PARM-MATCHED        TO TRUE
               MOVE PX                  TO MATCH-PX
           END-IF.
       I39-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW WHAT IS ABOUT TO GO TO POWER AND WAIT FOR A Y          *
      ******************************************************************
       J00-CONFIRM.
           MOVE SPACES                  TO PARM-STRING.
           MOVE 1                       TO PARM-PTR.
           PERFORM J10-ADD-PARM THRU J19-EXIT
                   VARYING PX FROM 1 BY 1 UNTIL PX > 4.

           MOVE SPACES                  TO JSUB-PROMPT.
           MOVE 1                       TO JSUB-PROMPT-LEN.
           STRING 'JOBSUBM   SUBMIT '          DELIMITED BY SIZE
                  DECK-NAME ' '                DELIMITED BY SIZE
                  DECK-DESC ' '                DELIMITED BY SIZE
                  PARM-STRING                  DELIMITED BY SIZE
                  ' (Y/N) ==> '                DELIMITED BY SIZE
               INTO JSUB-PROMPT         WITH POINTER JSUB-PROMPT-LEN.
           PERFORM D10-SEND-TEXT THRU D19-EXIT.
           PERFORM E10-RECEIVE-VALUE THRU E19-EXIT.
           IF  JSUB-IN-VALUE(1:1) NOT = 'Y'
               SET  SUBMIT-CANCELLED    TO TRUE
           END-IF.
       J90-EXIT.
           EXIT.

       J10-ADD-PARM.
           IF  PARM-NAME-LEN(PX) = ZERO
               GO TO J19-EXIT
           END-IF.
           STRING PARM-NAME(PX)(1:PARM-NAME-LEN(PX)) '='
                  PARM-VALUE(PX)(1:PARM-VALUE-LEN(PX)) ' '
                                        DELIMITED BY SIZE
               INTO PARM-STRING         WITH POINTER PARM-PTR.
       J19-EXIT.
           EXIT.

      ******************************************************************
      *    AUDIT THE SUBMISSION -- THE KEY CARRIES THE DECK AND THE    *
      *    POWER JOB NAME/NUMBER, THE OLD/NEW VALUES THE PARAMETERS    *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE 'SUBMIT'               TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING DECK-NAME ' ' PWRS-JOB-NAME ' ' PWRS-JOB-NUMB
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE PARM-STRING-1          TO AUDIT-OLD-VALUE.
           MOVE PARM-STRING-2          TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DECK THROUGH AUTHCHK BY ITS OWN FUNCTION CODE (A   *
      *    FAILED LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)     *
      ******************************************************************
       Z80-CHECK-AUTH.
           IF  JOBLIBF-AUTH-FUNC > SPACES
               MOVE JOBLIBF-AUTH-FUNC  TO AUTH-FUNCTION
           ELSE
               MOVE DECK-NAME          TO AUTH-FUNCTION
           END-IF.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE SPACES             TO JSUB-MSG
               STRING 'NOT AUTHORIZED TO SUBMIT ' DECK-NAME
                                       DELIMITED BY SIZE
                   INTO JSUB-MSG
           END-IF.
       Z89-EXIT.
           EXIT.
