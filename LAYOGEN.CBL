       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    LAYOGEN.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       BUILD THE LAYOUTF DICTIONARY ENTRIES FOR ONE
      *REMARKS.       RECORD STRAIGHT FROM ITS COPYBOOK SOURCE (THE
      *REMARKS.       MEMBER PUNCHED TO CPYSRC), SO LAYODUMP AND
      *REMARKS.       VSAMWB'S V FUNCTION NO LONGER WAIT ON OFFSETS
      *REMARKS.       KEYED BY HAND.  EVERY ELEMENTARY ITEM OF THE
      *REMARKS.       01 LEVEL (RECORD= TAG, ELSE THE FIRST ONE; A
      *REMARKS.       MEMBER WITH NO 01 IS TAKEN AS ONE RECORD) GETS
      *REMARKS.       ITS OFFSET, LENGTH AND TYPE WORKED OUT FROM ITS
      *REMARKS.       PICTURE AND USAGE -- REDEFINES VIEWS START AT
      *REMARKS.       THE ITEM THEY REDEFINE, AND EACH OCCURRENCE OF
      *REMARKS.       A TABLE IS LISTED WITH ITS SUBSCRIPT UP TO THE
      *REMARKS.       OCCURS= TAG (DEFAULT 3) PER TABLE.  FILLER
      *REMARKS.       ITEMS TAKE SPACE BUT GET NO ENTRY, AND A NAME
      *REMARKS.       TOO LONG FOR LAYOUTF DROPS ITS RECORD PREFIX
      *REMARKS.       (E.G. JOBDHIST-) BEFORE IT IS CUT.  THE PROOF
      *REMARKS.       REPORT LISTS EVERY ENTRY AND FINDING; MODE=LOAD
      *REMARKS.       REPLACES THE RECORD NAME'S ENTRIES AS A WHOLE
      *REMARKS.       (RECNAME= TAG), CARRYING ANY MASK FLAG OR DATE
      *REMARKS.       TYPE ALREADY SET OVER BY FIELD NAME; THE PROOF
      *REMARKS.       MODE (THE DEFAULT) WRITES NOTHING.  RETURN
      *REMARKS.       CODE 4 ON A WARNING, 8 ON AN ERROR (NOTHING IS
      *REMARKS.       LOADED).

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC CARRY A HAND-SET DATE TYPE (D) OVER A REFRESH
      *               THE SAME WAY AS THE MASK FLAG, AND KEEP A SPACE
      *               BETWEEN THE NOTES ON A PROOF LINE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LAYOUTF              ASSIGN TO LAYOUTF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS LAYOUTF-KEY
                                       FILE STATUS IS LAYOUTF-STATUS.
           SELECT CPYSRC               ASSIGN TO CPYSRC
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS CPYSRC-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LAYOUTF
           LABEL RECORDS ARE STANDARD.
           COPY LAYOUTF.

       FD  CPYSRC
           LABEL RECORDS ARE STANDARD.
       01  CPYSRC-CARD.
           05  CPY-SEQNO               PIC  X(06).
           05  CPY-IND                 PIC  X(01).
           05  CPY-TEXT                PIC  X(65).
           05  FILLER                  PIC  X(08).

       WORKING-STORAGE SECTION.
       77  LAYOUTF-STATUS              PIC  X(02).
       77  CPYSRC-STATUS               PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  MORE-DICT-SW                PIC  X(01).
           88  NO-MORE-DICT                         VALUE 'N'.
       77  LOAD-MODE-SW                PIC  X(01)   VALUE 'N'.
           88  LOAD-MODE                            VALUE 'Y'.
       77  CARD-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  ERROR-TOTAL                 PIC S9(09)   COMP VALUE ZERO.
       77  WARN-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  KEPT-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  LOADED-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  DICT-NAME                   PIC  X(08)   VALUE SPACES.
       77  SEL-RECORD                  PIC  X(30)   VALUE SPACES.
       77  OCC-LIMIT                   PIC S9(04)   COMP VALUE +3.
       77  OTHER-01                    PIC S9(04)   COMP VALUE ZERO.
       77  REC-SIZE                    PIC S9(09)   COMP VALUE ZERO.

      * WHERE THE SCAN STANDS AGAINST THE 01 LEVELS OF THE MEMBER
       77  SCAN-STATE                  PIC  X(01)   VALUE 'H'.
           88  SCAN-HUNTING                         VALUE 'H'.
           88  SCAN-COLLECTING                      VALUE 'C'.
           88  SCAN-SKIPPING                        VALUE 'S'.
           88  SCAN-DONE                            VALUE 'D'.

      * CARD AND STATEMENT SCANNING
       77  CX                          PIC S9(04)   COMP.
       77  CX-START                    PIC S9(04)   COMP.
       77  SX                          PIC S9(04)   COMP.
       77  LEAD                        PIC S9(04)   COMP.
       77  SCAN-CH                     PIC  X(01).
       77  QUOTE-CHAR                  PIC  X(01)   VALUE SPACE.
       77  STMT-LEN                    PIC S9(04)   COMP VALUE ZERO.
       77  STMT-FULL-SW                PIC  X(01)   VALUE 'N'.
           88  STMT-FULL                            VALUE 'Y'.
       77  TX                          PIC S9(04)   COMP.
       77  TOK-CNT                     PIC S9(04)   COMP.
       77  TOK-LEN                     PIC S9(04)   COMP.
       77  TQ                          PIC  X(01).
       77  NUM-LEN                     PIC S9(04)   COMP.
       77  LVL                         PIC  9(02).

       01  STMT-TEXT                   PIC  X(2000) VALUE SPACES.

       01  TOKEN-TABLE.
           03  TOK OCCURS 60 TIMES     PIC  X(30).

      * ONE WORD OF AN ENTRY, SORTED INTO THE CLAUSES THAT MATTER
      * FOR STORAGE -- ANY OTHER WORD (VALUE LITERALS, INDEX NAMES,
      * KEY NAMES AND THE LIKE) IS PASSED OVER
       01  WORD-AREA.
           03  WORD                    PIC  X(30).
               88  WORD-IS-CLAUSE      VALUE 'PIC' 'PICTURE'
                                             'REDEFINES' 'OCCURS'
                                             'USAGE' 'VALUE' 'VALUES'
                                             'SIGN' 'SYNC'
                                             'SYNCHRONIZED' 'JUST'
                                             'JUSTIFIED' 'BLANK'
                                             'EXTERNAL' 'GLOBAL'
                                             'BASED'.
               88  WORD-IS-PACKED      VALUE 'COMP-3'
                                             'COMPUTATIONAL-3'
                                             'PACKED-DECIMAL'.
               88  WORD-IS-BINARY      VALUE 'COMP' 'COMPUTATIONAL'
                                             'COMP-4'
                                             'COMPUTATIONAL-4'
                                             'COMP-5'
                                             'COMPUTATIONAL-5'
                                             'BINARY'.
               88  WORD-IS-DISPLAY     VALUE 'DISPLAY'.
               88  WORD-IS-SHORT-FLOAT VALUE 'COMP-1'
                                             'COMPUTATIONAL-1'.
               88  WORD-IS-LONG-FLOAT  VALUE 'COMP-2'
                                             'COMPUTATIONAL-2'.
               88  WORD-IS-ADDRESS     VALUE 'POINTER' 'INDEX'.

      * EVERY DATA ENTRY OF THE CHOSEN RECORD, IN SOURCE ORDER.
      * OFFSETS ARE 0-BASED HERE; A TABLE ITEM'S OFFSET IS THAT OF
      * ITS FIRST OCCURRENCE AND ITS UNIT THE SIZE OF ONE OCCURRENCE
       77  ITM-CNT                     PIC S9(04)   COMP VALUE ZERO.
       77  ITM-MAX                     PIC S9(04)   COMP VALUE +500.
       01  ITEM-TABLE.
           03  ITM-ENTRY OCCURS 500 TIMES.
               05  ITM-LEVEL           PIC  9(02).
               05  ITM-NAME            PIC  X(30).
               05  ITM-PIC             PIC  X(30).
               05  ITM-REDEF-NAME      PIC  X(30).
      * P=PACKED, B=BINARY, D=DISPLAY, F/G=FLOAT, A=POINTER/INDEX
               05  ITM-USAGE           PIC  X(01).
               05  ITM-SEP-SW          PIC  X(01).
               05  ITM-REDEF-SW        PIC  X(01).
               05  ITM-ELEM-SW         PIC  X(01).
                   88  ITM-ELEMENTARY          VALUE 'Y'.
               05  ITM-TYPE            PIC  X(01).
               05  ITM-OCCURS          PIC S9(04)   COMP.
               05  ITM-PARENT          PIC S9(04)   COMP.
               05  ITM-OFFSET          PIC S9(09)   COMP.
               05  ITM-UNIT            PIC S9(09)   COMP.
               05  ITM-CURSOR          PIC S9(09)   COMP.
               05  ITM-HIGH            PIC S9(09)   COMP.

      * THE GROUPS STILL OPEN WHILE OFFSETS ARE ASSIGNED
       77  STK-TOP                     PIC S9(04)   COMP.
       01  STACK-TABLE.
           03  STK-IX OCCURS 50 TIMES  PIC S9(04)   COMP.

       77  IX                          PIC S9(04)   COMP.
       77  RX                          PIC S9(04)   COMP.
       77  RX-START                    PIC S9(04)   COMP.
       77  KX                          PIC S9(04)   COMP.
       77  PAR                         PIC S9(04)   COMP.
       77  REDEF-IX                    PIC S9(04)   COMP.
       77  END-POS                     PIC S9(09)   COMP.
       77  ROOT-CURSOR                 PIC S9(09)   COMP.
       77  ROOT-HIGH                   PIC S9(09)   COMP.
       77  CLOSE-DONE-SW               PIC  X(01).
           88  CLOSE-DONE                           VALUE 'Y'.

      * PICTURE STRING ANALYSIS
       77  PX                          PIC S9(04)   COMP.
       77  PIC-CHARS                   PIC S9(04)   COMP.
       77  PIC-DIGITS                  PIC S9(04)   COMP.
       77  PIC-ALPHA-SW                PIC  X(01).
       77  PIC-EDIT-SW                 PIC  X(01).
       77  LAST-SYM                    PIC  X(01).
       77  SYM-COUNT                   PIC S9(04)   COMP.
       77  REP-N                       PIC S9(04)   COMP.
       77  REP-SW                      PIC  X(01).
           88  IN-REPEAT                            VALUE 'Y'.
       77  DIGIT-X                     PIC  X(01).
       77  DIGIT-N REDEFINES DIGIT-X   PIC  9(01).

      * UP TO THREE TABLE DIMENSIONS PER FIELD, INNERMOST FIRST
       77  D-CNT                       PIC S9(04)   COMP.
       77  DEEP-SW                     PIC  X(01).
       77  CUT-SW                      PIC  X(01).
       77  REDEF-VIEW-SW               PIC  X(01).
       01  DIM-TABLE.
           03  DIM-ENTRY OCCURS 3 TIMES.
               05  DIM-CNT             PIC S9(04)   COMP.
               05  DIM-UNIT            PIC S9(09)   COMP.
       77  S1                          PIC S9(04)   COMP.
       77  S2                          PIC S9(04)   COMP.
       77  S3                          PIC S9(04)   COMP.
       77  NAME-LEN                    PIC S9(04)   COMP.
       77  KEEP-LEN                    PIC S9(04)   COMP.
       77  NAME-START                  PIC S9(04)   COMP.
       77  PFX-LEN                     PIC S9(04)   COMP.
       77  SUB-TEXT                    PIC  X(16).
       77  SUB-PTR                     PIC S9(04)   COMP.
       77  SUB-LEN                     PIC S9(04)   COMP.
       77  NUM-ED                      PIC  ZZZ9.
       77  NUM-LEAD                    PIC S9(04)   COMP.
       77  NOTE-PTR                    PIC S9(04)   COMP.

      * THE ENTRIES TO BE WRITTEN, IN SEQUENCE ORDER
       77  ENT-CNT                     PIC S9(04)   COMP VALUE ZERO.
       77  EX                          PIC S9(04)   COMP.
       77  EY                          PIC S9(04)   COMP.
       01  ENTRY-TABLE.
           03  ENT-ENTRY OCCURS 999 TIMES.
               05  ENT-NAME            PIC  X(16).
               05  ENT-OFFSET          PIC S9(09)   COMP.
               05  ENT-LENGTH          PIC S9(09)   COMP.
               05  ENT-TYPE            PIC  X(01).
               05  ENT-MASK            PIC  X(01).
               05  ENT-NOTE            PIC  X(30).

      * THE RECORD NAME'S ENTRIES AS THEY STAND ON LAYOUTF NOW --
      * ONLY THEIR MASK FLAGS CARRY OVER
       77  OLD-CNT                     PIC S9(04)   COMP VALUE ZERO.
       77  OX                          PIC S9(04)   COMP.
       77  MATCH-OX                    PIC S9(04)   COMP.
       01  OLD-TABLE.
           03  OLD-ENTRY OCCURS 999 TIMES.
               05  OLD-NAME            PIC  X(16).
               05  OLD-MASK            PIC  X(01).
               05  OLD-TYPE            PIC  X(01).
               05  OLD-USED-SW         PIC  X(01).
                   88  OLD-USED                VALUE 'Y'.

      * WORK AREA FOR PULLING THE TAGS OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(46)   VALUE
                   'L A Y O G E N  -  LAYOUTF FROM COPYBOOK SOURCE'.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'SEQ  OFFSET LENGTH TYPE MASK FIELD'.
           05  FILLER                  PIC  X(20)
                   VALUE '           NOTE'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-D-SEQ               PIC  ZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-D-OFFSET            PIC  ZZZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-D-LENGTH            PIC  ZZZ9.
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-D-TYPE              PIC  X(01).
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-D-MASK              PIC  X(01).
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-D-FIELD             PIC  X(16).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-D-NOTE              PIC  X(30).

       01  RPT-FLAG.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-F-SEV               PIC  X(08).
           05  RPT-F-TEXT              PIC  X(45).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-F-WHAT              PIC  X(40).

       01  RPT-RECLEN.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(14)   VALUE
                   'RECORD LENGTH '.
           05  RPT-R-LENGTH            PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' -- ITEMS '.
           05  RPT-R-ITEMS             PIC  ZZZ9.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-FIELDS          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' FIELD(S), '.
           05  RPT-TOT-ERRORS          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' ERROR(S), '.
           05  RPT-TOT-WARNS           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(13)   VALUE
                   ' WARNING(S), '.
           05  RPT-TOT-KEPT            PIC  ZZZZZ9.
           05  FILLER                  PIC  X(13)   VALUE
                   ' MASKS KEPT, '.
           05  RPT-TOT-LOADED          PIC  ZZZZZ9.
           05  FILLER                  PIC  X(07)   VALUE ' LOADED'.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           DISPLAY RPT-HDG1            UPON PRINTER.
           PERFORM A10-GET-MODE THRU A19-EXIT.
           PERFORM A20-GET-RECNAME THRU A29-EXIT.
           PERFORM A30-GET-RECORD THRU A39-EXIT.
           PERFORM A40-GET-OCCURS THRU A49-EXIT.
           DISPLAY SPACES              UPON PRINTER.

           IF  DICT-NAME NOT > SPACES
               MOVE 'RECNAME= TAG MISSING - NOTHING DONE'
                                       TO RPT-F-TEXT
               MOVE SPACES             TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO A90-FINISH
           END-IF.

           OPEN INPUT CPYSRC.
           IF  CPYSRC-STATUS NOT = '00'
               MOVE 'CPYSRC WOULD NOT OPEN - STATUS'
                                       TO RPT-F-TEXT
               MOVE CPYSRC-STATUS      TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO A90-FINISH
           END-IF.
           PERFORM B00-READ-CARD THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE CPYSRC.
           IF  STMT-LEN > ZERO
               MOVE 'LAST ENTRY HAS NO ENDING PERIOD'
                                       TO RPT-F-TEXT
               MOVE STMT-TEXT          TO RPT-F-WHAT
               PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
               PERFORM C00-END-STATEMENT THRU C90-EXIT
           END-IF.

           IF  ITM-CNT = ZERO
               IF  SEL-RECORD > SPACES
                   MOVE 'RECORD= 01 LEVEL NOT FOUND IN THE MEMBER'
                                       TO RPT-F-TEXT
                   MOVE SEL-RECORD     TO RPT-F-WHAT
               ELSE
                   MOVE 'NO DATA ENTRIES FOUND IN THE MEMBER'
                                       TO RPT-F-TEXT
                   MOVE SPACES         TO RPT-F-WHAT
               END-IF
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO A90-FINISH
           END-IF.
           IF  OTHER-01 > ZERO
               MOVE 'FURTHER 01 LEVELS IGNORED - SEE RECORD= TAG'
                                       TO RPT-F-TEXT
               MOVE OTHER-01           TO NUM-ED
               MOVE NUM-ED             TO RPT-F-WHAT
               PERFORM Y20-FLAG-NOTE THRU Y29-EXIT
           END-IF.

           PERFORM E00-LAY-OUT THRU E90-EXIT.
           PERFORM G00-GENERATE THRU G90-EXIT.
           PERFORM H00-LOAD-OLD THRU H90-EXIT.
           PERFORM I00-PROOF-LIST THRU I90-EXIT.

           IF  LOAD-MODE
               IF  ERROR-TOTAL > ZERO
                   MOVE 'NOTHING LOADED - CORRECT THE ERRORS ABOVE'
                                       TO RPT-F-TEXT
                   MOVE SPACES         TO RPT-F-WHAT
                   PERFORM Y20-FLAG-NOTE THRU Y29-EXIT
               ELSE
                   PERFORM J00-LOAD-DICT THRU J90-EXIT
               END-IF
           END-IF.

       A90-FINISH.
           MOVE ENT-CNT                TO RPT-TOT-FIELDS.
           MOVE ERROR-TOTAL            TO RPT-TOT-ERRORS.
           MOVE WARN-TOTAL             TO RPT-TOT-WARNS.
           MOVE KEPT-TOTAL             TO RPT-TOT-KEPT.
           MOVE LOADED-TOTAL           TO RPT-TOT-LOADED.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-TOTAL           UPON PRINTER.

           EVALUATE TRUE
               WHEN ERROR-TOTAL > ZERO
                   MOVE 8              TO RETURN-CODE
               WHEN WARN-TOTAL > ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROES         TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      *    MODE=LOAD APPLIES THE ENTRIES; ANYTHING ELSE IS A PROOF RUN *
      ******************************************************************
       A10-GET-MODE.
           MOVE 'MODE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:4) = 'LOAD'
               MOVE 'Y'                TO LOAD-MODE-SW
           END-IF.
           IF  LOAD-MODE
               MOVE 'LOAD'             TO BPRM-VALUE
           ELSE
               MOVE 'PROOF'            TO BPRM-VALUE
               IF  EXT-VALUE NOT = 'PROOF'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    RECNAME= NAMES THE LAYOUTF RECORD THE ENTRIES GO UNDER      *
      ******************************************************************
       A20-GET-RECNAME.
           MOVE 'RECNAME='             TO EXT-TAG.
           MOVE 8                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE              TO DICT-NAME.
           IF  EXT-VALUE(9:1) > SPACE
               MOVE SPACES             TO DICT-NAME
           END-IF.
           MOVE DICT-NAME              TO BPRM-VALUE.
           IF  DICT-NAME NOT > SPACES
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE '(NONE)'           TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    RECORD= PICKS THE 01 LEVEL OF A MEMBER HOLDING MORE THAN    *
      *    ONE; ABSENT, THE FIRST ONE IS TAKEN                         *
      ******************************************************************
       A30-GET-RECORD.
           MOVE 'RECORD='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           MOVE EXT-VALUE              TO SEL-RECORD.
           MOVE SEL-RECORD             TO BPRM-VALUE.
           IF  SEL-RECORD NOT > SPACES
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE 'FIRST'            TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A39-EXIT.
           EXIT.

      ******************************************************************
      *    OCCURS= IS HOW MANY OCCURRENCES OF EACH TABLE ARE LISTED    *
      *    (1-99, DEFAULT 3) -- THE REST STILL TAKE THEIR SPACE        *
      ******************************************************************
       A40-GET-OCCURS.
           MOVE 'OCCURS='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           EVALUATE TRUE
               WHEN EXT-VALUE(1:2) IS NUMERIC
               AND  EXT-VALUE(3:1) = SPACE
                   MOVE EXT-VALUE(1:2) TO OCC-LIMIT
               WHEN EXT-VALUE(1:1) IS NUMERIC
               AND  EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO OCC-LIMIT
               WHEN OTHER
                   SET  BPRM-FROM-DEFAULT TO TRUE
           END-EVALUATE.
           IF  OCC-LIMIT < 1
               MOVE 3                  TO OCC-LIMIT
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE OCC-LIMIT              TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A49-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE SOURCE CARD AND FEED COLUMNS 8-72 TO THE STATEMENT *
      *    BUILDER.  COMMENTS, DEBUG LINES AND LISTING CONTROLS ARE    *
      *    SKIPPED; A CONTINUATION LINE RESUMES ITS OPEN LITERAL       *
      ******************************************************************
       B00-READ-CARD.
           READ CPYSRC
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO CARD-TOTAL.
           IF  CPY-IND = '*' OR '/' OR 'D'
               GO TO B90-EXIT
           END-IF.
           MOVE ZERO                   TO LEAD.
           INSPECT CPY-TEXT TALLYING LEAD FOR LEADING SPACES.
           IF  LEAD > 60
               GO TO B90-EXIT
           END-IF.
           IF  CPY-TEXT(LEAD + 1:5) = 'EJECT'
           OR  CPY-TEXT(LEAD + 1:4) = 'SKIP'
               GO TO B90-EXIT
           END-IF.

           COMPUTE CX-START = LEAD + 1.
           IF  CPY-IND = '-'
           AND QUOTE-CHAR NOT = SPACE
               MOVE ZERO               TO CX-START
               INSPECT CPY-TEXT TALLYING CX-START
                       FOR CHARACTERS BEFORE INITIAL QUOTE-CHAR
               ADD  2                  TO CX-START
           END-IF.
           PERFORM B20-SCAN-CHAR THRU B20-EXIT
                   VARYING CX FROM CX-START BY 1
                   UNTIL CX > 65.
      * A LITERAL STILL OPEN AT COLUMN 72 RUNS ON INTO THE NEXT CARD
           IF  QUOTE-CHAR = SPACE
               MOVE SPACE              TO SCAN-CH
               PERFORM B30-ADD-CHAR THRU B30-EXIT
           END-IF.
       B90-EXIT.
           EXIT.

       B20-SCAN-CHAR.
           MOVE CPY-TEXT(CX:1)         TO SCAN-CH.
           IF  QUOTE-CHAR NOT = SPACE
               PERFORM B30-ADD-CHAR THRU B30-EXIT
               IF  SCAN-CH = QUOTE-CHAR
                   MOVE SPACE          TO QUOTE-CHAR
               END-IF
               GO TO B20-EXIT
           END-IF.
           IF  SCAN-CH = QUOTE OR ''''
               MOVE SCAN-CH            TO QUOTE-CHAR
               PERFORM B30-ADD-CHAR THRU B30-EXIT
               GO TO B20-EXIT
           END-IF.
      * A PERIOD ENDS THE ENTRY ONLY WHEN A SPACE OR THE END OF THE
      * LINE FOLLOWS IT -- ONE INSIDE A PICTURE STRING DOES NOT
           IF  SCAN-CH = '.'
               IF  CX = 65
                   PERFORM C00-END-STATEMENT THRU C90-EXIT
                   GO TO B20-EXIT
               END-IF
               IF  CPY-TEXT(CX + 1:1) = SPACE
                   PERFORM C00-END-STATEMENT THRU C90-EXIT
                   GO TO B20-EXIT
               END-IF
           END-IF.
           PERFORM B30-ADD-CHAR THRU B30-EXIT.
       B20-EXIT.
           EXIT.

       B30-ADD-CHAR.
           IF  STMT-LEN = ZERO
           AND SCAN-CH = SPACE
               GO TO B30-EXIT
           END-IF.
           IF  STMT-LEN < LENGTH OF STMT-TEXT
               ADD  1                  TO STMT-LEN
               MOVE SCAN-CH            TO STMT-TEXT(STMT-LEN:1)
           ELSE
               SET  STMT-FULL          TO TRUE
           END-IF.
       B30-EXIT.
           EXIT.

      ******************************************************************
      *    ONE COMPLETE ENTRY -- SPLIT IT INTO WORDS, FILE IT, AND     *
      *    START AFRESH                                                *
      ******************************************************************
       C00-END-STATEMENT.
           IF  STMT-LEN = ZERO
               GO TO C80-RESET
           END-IF.
           IF  STMT-FULL
               MOVE 'ENTRY TOO LONG - TRUNCATED'
                                       TO RPT-F-TEXT
               MOVE STMT-TEXT          TO RPT-F-WHAT
               PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
           END-IF.
           MOVE ZERO                   TO TOK-CNT TOK-LEN.
           MOVE SPACE                  TO TQ.
           MOVE SPACES                 TO TOKEN-TABLE.
           PERFORM C10-TOKEN-CHAR THRU C10-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > STMT-LEN.
           IF  TOK-CNT > ZERO
               PERFORM D00-FILE-ENTRY THRU D90-EXIT
           END-IF.
       C80-RESET.
           MOVE ZERO                   TO STMT-LEN.
           MOVE 'N'                    TO STMT-FULL-SW.
           MOVE SPACES                 TO STMT-TEXT.
       C90-EXIT.
           EXIT.

       C10-TOKEN-CHAR.
           MOVE STMT-TEXT(SX:1)        TO SCAN-CH.
           IF  TQ = SPACE
               IF  SCAN-CH = SPACE
                   MOVE ZERO           TO TOK-LEN
                   GO TO C10-EXIT
               END-IF
               IF  (SCAN-CH = ',' OR ';')
               AND STMT-TEXT(SX + 1:1) = SPACE
                   MOVE ZERO           TO TOK-LEN
                   GO TO C10-EXIT
               END-IF
               IF  SCAN-CH = QUOTE OR ''''
                   MOVE SCAN-CH        TO TQ
               END-IF
           ELSE
               IF  SCAN-CH = TQ
                   MOVE SPACE          TO TQ
               END-IF
           END-IF.
           IF  TOK-LEN = ZERO
               IF  TOK-CNT NOT < 60
                   GO TO C10-EXIT
               END-IF
               ADD  1                  TO TOK-CNT
           END-IF.
           ADD  1                      TO TOK-LEN.
           IF  TOK-LEN NOT > 30
               MOVE SCAN-CH            TO TOK(TOK-CNT)(TOK-LEN:1)
           END-IF.
       C10-EXIT.
           EXIT.

      ******************************************************************
      *    FILE ONE DATA ENTRY OF THE CHOSEN RECORD -- LEVEL, NAME,    *
      *    AND THE CLAUSES THAT DECIDE ITS STORAGE.  88 LEVELS TAKE    *
      *    NONE AND ARE PASSED OVER                                    *
      ******************************************************************
       D00-FILE-ENTRY.
           IF  TOK(1) = 'COPY'
               MOVE 'NESTED COPY NOT EXPANDED - OFFSETS UNSURE'
                                       TO RPT-F-TEXT
               MOVE STMT-TEXT          TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO D90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN TOK(1)(1:2) IS NUMERIC
               AND  TOK(1)(3:1) = SPACE
                   MOVE TOK(1)(1:2)    TO LVL
               WHEN TOK(1)(1:1) IS NUMERIC
               AND  TOK(1)(2:1) = SPACE
                   MOVE TOK(1)(1:1)    TO LVL
               WHEN OTHER
                   MOVE 'NOT A DATA ENTRY - SKIPPED'
                                       TO RPT-F-TEXT
                   MOVE STMT-TEXT      TO RPT-F-WHAT
                   PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
                   GO TO D90-EXIT
           END-EVALUATE.
           IF  LVL = 88
               GO TO D90-EXIT
           END-IF.
           IF  LVL = 66
               IF  SCAN-COLLECTING
                   MOVE 'RENAMES (66) PASSED OVER'
                                       TO RPT-F-TEXT
                   MOVE STMT-TEXT      TO RPT-F-WHAT
                   PERFORM Y20-FLAG-NOTE THRU Y29-EXIT
               END-IF
               GO TO D90-EXIT
           END-IF.
           IF  LVL = 77
               MOVE 1                  TO LVL
           END-IF.
           IF  LVL < 1 OR LVL > 49
               MOVE 'LEVEL NUMBER OUT OF RANGE - SKIPPED'
                                       TO RPT-F-TEXT
               MOVE STMT-TEXT          TO RPT-F-WHAT
               PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
               GO TO D90-EXIT
           END-IF.

      * WHICH 01 LEVEL ARE WE IN?
           IF  LVL = 1
               EVALUATE TRUE
                   WHEN SCAN-COLLECTING
                       SET  SCAN-DONE  TO TRUE
                       ADD  1          TO OTHER-01
                   WHEN SCAN-DONE
                       ADD  1          TO OTHER-01
                   WHEN SEL-RECORD NOT > SPACES
                   OR   TOK(2) = SEL-RECORD
                       SET  SCAN-COLLECTING TO TRUE
                   WHEN OTHER
                       SET  SCAN-SKIPPING TO TRUE
               END-EVALUATE
           ELSE
               IF  SCAN-HUNTING
               AND SEL-RECORD NOT > SPACES
                   SET  SCAN-COLLECTING TO TRUE
               END-IF
           END-IF.
           IF  NOT SCAN-COLLECTING
               GO TO D90-EXIT
           END-IF.

           IF  ITM-CNT NOT < ITM-MAX
               MOVE 'MORE THAN 500 DATA ENTRIES - REST IGNORED'
                                       TO RPT-F-TEXT
               MOVE STMT-TEXT          TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               SET  SCAN-DONE          TO TRUE
               GO TO D90-EXIT
           END-IF.
           ADD  1                      TO ITM-CNT.
           MOVE ITM-CNT                TO IX.
           MOVE LVL                    TO ITM-LEVEL(IX).
           MOVE SPACES                 TO ITM-NAME(IX)
                                          ITM-PIC(IX)
                                          ITM-REDEF-NAME(IX)
                                          ITM-USAGE(IX)
                                          ITM-TYPE(IX).
           MOVE 'N'                    TO ITM-SEP-SW(IX)
                                          ITM-REDEF-SW(IX)
                                          ITM-ELEM-SW(IX).
           MOVE 1                      TO ITM-OCCURS(IX).
           MOVE ZERO                   TO ITM-PARENT(IX)
                                          ITM-OFFSET(IX)
                                          ITM-UNIT(IX)
                                          ITM-CURSOR(IX)
                                          ITM-HIGH(IX).

      * AN UNNAMED ENTRY IS A FILLER
           MOVE TOK(2)                 TO WORD.
           IF  TOK-CNT < 2
           OR  WORD-IS-CLAUSE
           OR  WORD-IS-PACKED
           OR  WORD-IS-BINARY
           OR  WORD-IS-DISPLAY
           OR  WORD-IS-SHORT-FLOAT
           OR  WORD-IS-LONG-FLOAT
           OR  WORD-IS-ADDRESS
               MOVE 'FILLER'           TO ITM-NAME(IX)
               MOVE 2                  TO TX
           ELSE
               MOVE TOK(2)             TO ITM-NAME(IX)
               MOVE 3                  TO TX
           END-IF.
           PERFORM D20-CLAUSE THRU D20-EXIT
                   UNTIL TX > TOK-CNT.
       D90-EXIT.
           EXIT.

       D20-CLAUSE.
           MOVE TOK(TX)                TO WORD.
           ADD  1                      TO TX.
           EVALUATE TRUE
               WHEN WORD = 'PIC' OR 'PICTURE'
                   IF  TOK(TX) = 'IS'
                       ADD  1          TO TX
                   END-IF
                   IF  TX NOT > TOK-CNT
                       MOVE TOK(TX)    TO ITM-PIC(IX)
                       ADD  1          TO TX
                   END-IF
               WHEN WORD = 'REDEFINES'
                   IF  TX NOT > TOK-CNT
                       MOVE TOK(TX)    TO ITM-REDEF-NAME(IX)
                       ADD  1          TO TX
                   END-IF
               WHEN WORD = 'OCCURS'
                   PERFORM D30-OCCURS-COUNT THRU D39-EXIT
               WHEN WORD-IS-PACKED
                   MOVE 'P'            TO ITM-USAGE(IX)
               WHEN WORD-IS-BINARY
                   MOVE 'B'            TO ITM-USAGE(IX)
               WHEN WORD-IS-DISPLAY
                   MOVE 'D'            TO ITM-USAGE(IX)
               WHEN WORD-IS-SHORT-FLOAT
                   MOVE 'F'            TO ITM-USAGE(IX)
               WHEN WORD-IS-LONG-FLOAT
                   MOVE 'G'            TO ITM-USAGE(IX)
               WHEN WORD-IS-ADDRESS
                   MOVE 'A'            TO ITM-USAGE(IX)
               WHEN WORD = 'SEPARATE'
                   MOVE 'Y'            TO ITM-SEP-SW(IX)
               WHEN WORD = 'SYNC' OR 'SYNCHRONIZED'
                   MOVE 'SYNC SLACK BYTES NOT ALLOWED FOR'
                                       TO RPT-F-TEXT
                   MOVE ITM-NAME(IX)   TO RPT-F-WHAT
                   PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
               WHEN WORD = 'DEPENDING'
                   MOVE 'OCCURS DEPENDING ON - LAID OUT AT MAXIMUM'
                                       TO RPT-F-TEXT
                   MOVE ITM-NAME(IX)   TO RPT-F-WHAT
                   PERFORM Y20-FLAG-NOTE THRU Y29-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       D20-EXIT.
           EXIT.

      * OCCURS N [TIMES] OR OCCURS N TO M [TIMES] -- THE MAXIMUM
      * DECIDES THE SPACE
       D30-OCCURS-COUNT.
           IF  TX > TOK-CNT
               GO TO D39-EXIT
           END-IF.
           IF  TX < TOK-CNT
           AND TOK(TX + 1) = 'TO'
               ADD  2                  TO TX
           END-IF.
           IF  TX > TOK-CNT
               GO TO D39-EXIT
           END-IF.
           MOVE ZERO                   TO NUM-LEN.
           INSPECT TOK(TX) TALLYING NUM-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  NUM-LEN < 1 OR NUM-LEN > 4
               GO TO D38-BAD-COUNT
           END-IF.
           IF  TOK(TX)(1:NUM-LEN) IS NOT NUMERIC
               GO TO D38-BAD-COUNT
           END-IF.
           MOVE TOK(TX)(1:NUM-LEN)     TO ITM-OCCURS(IX).
           ADD  1                      TO TX.
           IF  ITM-OCCURS(IX) < 1
               MOVE 1                  TO ITM-OCCURS(IX)
           END-IF.
           GO TO D39-EXIT.
       D38-BAD-COUNT.
           MOVE 'OCCURS COUNT NOT RECOGNIZED'
                                       TO RPT-F-TEXT.
           MOVE STMT-TEXT              TO RPT-F-WHAT.
           PERFORM Y00-FLAG-ERROR THRU Y09-EXIT.
       D39-EXIT.
           EXIT.

      ******************************************************************
      *    ASSIGN EVERY ITEM ITS OFFSET AND SIZE.  A GROUP STAYS OPEN  *
      *    UNTIL AN ENTRY AT ITS OWN LEVEL OR HIGHER COMES ALONG; ITS  *
      *    SIZE IS THEN ITS FURTHEST CHILD, TIMES ITS OCCURS.  A       *
      *    REDEFINES STARTS WHERE ITS TARGET STARTS AND DOES NOT MOVE  *
      *    THE PARENT ON                                               *
      ******************************************************************
       E00-LAY-OUT.
           MOVE ZERO                   TO ROOT-CURSOR ROOT-HIGH
                                          STK-TOP.
           PERFORM E10-PLACE-ITEM THRU E10-EXIT
                   VARYING IX FROM 1 BY 1
                   UNTIL IX > ITM-CNT.
           PERFORM E30-CLOSE-TOP THRU E30-EXIT
                   UNTIL STK-TOP = ZERO.
           MOVE ROOT-HIGH              TO REC-SIZE.
       E90-EXIT.
           EXIT.

       E10-PLACE-ITEM.
           MOVE 'N'                    TO CLOSE-DONE-SW.
           PERFORM E15-CLOSE-ONE THRU E15-EXIT
                   UNTIL CLOSE-DONE.
           IF  STK-TOP = ZERO
               MOVE ZERO               TO PAR
           ELSE
               MOVE STK-IX(STK-TOP)    TO PAR
           END-IF.
           MOVE PAR                    TO ITM-PARENT(IX).
      * USAGE ON A GROUP HOLDS FOR EVERYTHING UNDER IT
           IF  ITM-USAGE(IX) = SPACE
           AND PAR > ZERO
               MOVE ITM-USAGE(PAR)     TO ITM-USAGE(IX)
           END-IF.

           MOVE ZERO                   TO REDEF-IX.
           IF  ITM-REDEF-NAME(IX) > SPACES
               COMPUTE RX-START = IX - 1
               PERFORM E20-FIND-REDEF THRU E20-EXIT
                       VARYING RX FROM RX-START BY -1
                       UNTIL RX < 1
                       OR    REDEF-IX > ZERO
               IF  REDEF-IX = ZERO
                   MOVE 'REDEFINES TARGET NOT FOUND'
                                       TO RPT-F-TEXT
                   MOVE ITM-REDEF-NAME(IX) TO RPT-F-WHAT
                   PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN REDEF-IX > ZERO
                   MOVE ITM-OFFSET(REDEF-IX) TO ITM-OFFSET(IX)
                   MOVE 'Y'            TO ITM-REDEF-SW(IX)
               WHEN PAR = ZERO
                   MOVE ROOT-CURSOR    TO ITM-OFFSET(IX)
               WHEN OTHER
                   MOVE ITM-CURSOR(PAR) TO ITM-OFFSET(IX)
           END-EVALUATE.
           MOVE ITM-OFFSET(IX)         TO ITM-CURSOR(IX)
                                          ITM-HIGH(IX).

           IF  ITM-PIC(IX) > SPACES
           OR  ITM-USAGE(IX) = 'F' OR 'G' OR 'A'
               MOVE 'Y'                TO ITM-ELEM-SW(IX)
               PERFORM F00-ITEM-SIZE THRU F90-EXIT
           END-IF.

           IF  STK-TOP NOT < 50
               MOVE 'GROUPS NESTED TOO DEEP'
                                       TO RPT-F-TEXT
               MOVE ITM-NAME(IX)       TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO E10-EXIT
           END-IF.
           ADD  1                      TO STK-TOP.
           MOVE IX                     TO STK-IX(STK-TOP).
       E10-EXIT.
           EXIT.

       E15-CLOSE-ONE.
           IF  STK-TOP = ZERO
               SET  CLOSE-DONE         TO TRUE
               GO TO E15-EXIT
           END-IF.
           IF  ITM-LEVEL(STK-IX(STK-TOP)) < ITM-LEVEL(IX)
               SET  CLOSE-DONE         TO TRUE
               GO TO E15-EXIT
           END-IF.
           PERFORM E30-CLOSE-TOP THRU E30-EXIT.
       E15-EXIT.
           EXIT.

      * THE REDEFINED ITEM IS THE NEAREST EARLIER ONE OF THAT NAME
      * UNDER THE SAME PARENT
       E20-FIND-REDEF.
           IF  ITM-NAME(RX) = ITM-REDEF-NAME(IX)
           AND ITM-PARENT(RX) = PAR
               MOVE RX                 TO REDEF-IX
           END-IF.
       E20-EXIT.
           EXIT.

       E30-CLOSE-TOP.
           MOVE STK-IX(STK-TOP)        TO KX.
           SUBTRACT 1                FROM STK-TOP.
           IF  NOT ITM-ELEMENTARY(KX)
               COMPUTE ITM-UNIT(KX) = ITM-HIGH(KX) - ITM-OFFSET(KX)
           END-IF.
           COMPUTE END-POS = ITM-OFFSET(KX)
                           + ITM-UNIT(KX) * ITM-OCCURS(KX).
           MOVE ITM-PARENT(KX)         TO PAR.
           IF  PAR = ZERO
               IF  ITM-REDEF-SW(KX) NOT = 'Y'
                   MOVE END-POS        TO ROOT-CURSOR
               END-IF
               IF  END-POS > ROOT-HIGH
                   MOVE END-POS        TO ROOT-HIGH
               END-IF
           ELSE
               IF  ITM-REDEF-SW(KX) NOT = 'Y'
                   MOVE END-POS        TO ITM-CURSOR(PAR)
               END-IF
               IF  END-POS > ITM-HIGH(PAR)
                   MOVE END-POS        TO ITM-HIGH(PAR)
               END-IF
           END-IF.
       E30-EXIT.
           EXIT.

      ******************************************************************
      *    SIZE AND TYPE OF AN ELEMENTARY ITEM FROM ITS PICTURE AND    *
      *    USAGE.  S, V AND P TAKE NO SPACE; A REPEAT COUNT IN         *
      *    PARENTHESES APPLIES TO THE SYMBOL BEFORE IT                 *
      ******************************************************************
       F00-ITEM-SIZE.
           MOVE ZERO                   TO PIC-CHARS PIC-DIGITS.
           MOVE 'N'                    TO PIC-ALPHA-SW PIC-EDIT-SW
                                          REP-SW.
           MOVE SPACE                  TO LAST-SYM.
           PERFORM F10-PIC-CHAR THRU F10-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > 30.
      * A GROUP'S COMPUTATIONAL USAGE CANNOT APPLY TO AN ALPHANUMERIC
      * PICTURE UNDER IT
           IF  PIC-ALPHA-SW = 'Y'
           AND (ITM-USAGE(IX) = 'P' OR 'B')
               MOVE 'D'                TO ITM-USAGE(IX)
           END-IF.

           EVALUATE ITM-USAGE(IX)
               WHEN 'P'
                   COMPUTE ITM-UNIT(IX) = (PIC-DIGITS / 2) + 1
                   MOVE 'P'            TO ITM-TYPE(IX)
               WHEN 'B'
                   EVALUATE TRUE
                       WHEN PIC-DIGITS < 5
                           MOVE 2      TO ITM-UNIT(IX)
                       WHEN PIC-DIGITS < 10
                           MOVE 4      TO ITM-UNIT(IX)
                       WHEN OTHER
                           MOVE 8      TO ITM-UNIT(IX)
                   END-EVALUATE
                   MOVE 'B'            TO ITM-TYPE(IX)
               WHEN 'F'
                   MOVE 4              TO ITM-UNIT(IX)
                   MOVE 'C'            TO ITM-TYPE(IX)
               WHEN 'G'
                   MOVE 8              TO ITM-UNIT(IX)
                   MOVE 'C'            TO ITM-TYPE(IX)
               WHEN 'A'
                   MOVE 4              TO ITM-UNIT(IX)
                   MOVE 'B'            TO ITM-TYPE(IX)
               WHEN OTHER
                   MOVE PIC-CHARS      TO ITM-UNIT(IX)
                   IF  ITM-SEP-SW(IX) = 'Y'
                       ADD  1          TO ITM-UNIT(IX)
                   END-IF
                   IF  PIC-ALPHA-SW = 'Y'
                   OR  PIC-EDIT-SW = 'Y'
                   OR  PIC-DIGITS = ZERO
                       MOVE 'C'        TO ITM-TYPE(IX)
                   ELSE
                       MOVE 'Z'        TO ITM-TYPE(IX)
                   END-IF
           END-EVALUATE.
           IF  ITM-UNIT(IX) < 1
               MOVE 'PICTURE NOT RECOGNIZED'
                                       TO RPT-F-TEXT
               MOVE ITM-NAME(IX)       TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
           END-IF.
       F90-EXIT.
           EXIT.

       F10-PIC-CHAR.
           MOVE ITM-PIC(IX)(PX:1)      TO SCAN-CH.
           IF  SCAN-CH = SPACE
               MOVE 30                 TO PX
               GO TO F10-EXIT
           END-IF.
           IF  IN-REPEAT
               IF  SCAN-CH = ')'
                   MOVE 'N'            TO REP-SW
                   COMPUTE SYM-COUNT = REP-N - 1
                   PERFORM F20-COUNT-SYMBOL THRU F20-EXIT
               ELSE
                   IF  SCAN-CH IS NUMERIC
                       MOVE SCAN-CH    TO DIGIT-X
                       COMPUTE REP-N = REP-N * 10 + DIGIT-N
                   END-IF
               END-IF
               GO TO F10-EXIT
           END-IF.
           IF  SCAN-CH = '('
               SET  IN-REPEAT          TO TRUE
               MOVE ZERO               TO REP-N
               GO TO F10-EXIT
           END-IF.
           MOVE SCAN-CH                TO LAST-SYM.
           MOVE 1                      TO SYM-COUNT.
           PERFORM F20-COUNT-SYMBOL THRU F20-EXIT.
       F10-EXIT.
           EXIT.

       F20-COUNT-SYMBOL.
           IF  SYM-COUNT < 1
               GO TO F20-EXIT
           END-IF.
           EVALUATE LAST-SYM
               WHEN 'S'
               WHEN 'V'
               WHEN 'P'
                   CONTINUE
               WHEN '9'
                   ADD  SYM-COUNT      TO PIC-CHARS PIC-DIGITS
               WHEN 'X'
               WHEN 'A'
                   ADD  SYM-COUNT      TO PIC-CHARS
                   MOVE 'Y'            TO PIC-ALPHA-SW
               WHEN OTHER
                   ADD  SYM-COUNT      TO PIC-CHARS
                   MOVE 'Y'            TO PIC-EDIT-SW
           END-EVALUATE.
       F20-EXIT.
           EXIT.

      ******************************************************************
      *    ONE DICTIONARY ENTRY PER NAMED ELEMENTARY ITEM, AND PER     *
      *    LISTED OCCURRENCE OF ANY TABLE IT SITS IN (NAME(I,J) WITH   *
      *    THE OUTERMOST SUBSCRIPT FIRST)                              *
      ******************************************************************
       G00-GENERATE.
           PERFORM G10-ITEM-ENTRIES THRU G10-EXIT
                   VARYING IX FROM 1 BY 1
                   UNTIL IX > ITM-CNT.
       G90-EXIT.
           EXIT.

       G10-ITEM-ENTRIES.
           IF  NOT ITM-ELEMENTARY(IX)
           OR  ITM-NAME(IX) = 'FILLER'
               GO TO G10-EXIT
           END-IF.
           MOVE ZERO                   TO D-CNT.
           MOVE 'N'                    TO DEEP-SW CUT-SW
                                          REDEF-VIEW-SW.
           MOVE 1                      TO DIM-CNT(1) DIM-CNT(2)
                                          DIM-CNT(3).
           MOVE ZERO                   TO DIM-UNIT(1) DIM-UNIT(2)
                                          DIM-UNIT(3).
           MOVE IX                     TO KX.
           PERFORM G12-TABLE-DIM THRU G12-EXIT
                   UNTIL KX = ZERO.
           IF  DEEP-SW = 'Y'
               MOVE 'MORE THAN 3 TABLE LEVELS - OUTER ONES AT 1'
                                       TO RPT-F-TEXT
               MOVE ITM-NAME(IX)       TO RPT-F-WHAT
               PERFORM Y20-FLAG-NOTE THRU Y29-EXIT
           END-IF.
           IF  ITM-UNIT(IX) > 9999
           OR  ITM-OFFSET(IX) + ITM-UNIT(IX) > 99999
               MOVE 'FIELD TOO LONG OR TOO FAR IN FOR LAYOUTF'
                                       TO RPT-F-TEXT
               MOVE ITM-NAME(IX)       TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO G10-EXIT
           END-IF.
           MOVE ZERO                   TO NAME-LEN.
           INSPECT ITM-NAME(IX) TALLYING NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           PERFORM G20-EMIT-ENTRY THRU G20-EXIT
                   VARYING S3 FROM 1 BY 1 UNTIL S3 > DIM-CNT(3)
                     AFTER S2 FROM 1 BY 1 UNTIL S2 > DIM-CNT(2)
                     AFTER S1 FROM 1 BY 1 UNTIL S1 > DIM-CNT(1).
       G10-EXIT.
           EXIT.

      * WALK UP FROM THE ITEM NOTING EVERY TABLE IT SITS IN, AND
      * WHETHER IT IS PART OF A REDEFINES VIEW
       G12-TABLE-DIM.
           IF  ITM-REDEF-SW(KX) = 'Y'
               MOVE 'Y'                TO REDEF-VIEW-SW
           END-IF.
           IF  ITM-OCCURS(KX) > 1
               IF  D-CNT < 3
                   ADD  1              TO D-CNT
                   MOVE ITM-UNIT(KX)   TO DIM-UNIT(D-CNT)
                   IF  ITM-OCCURS(KX) > OCC-LIMIT
                       MOVE OCC-LIMIT  TO DIM-CNT(D-CNT)
                       MOVE 'Y'        TO CUT-SW
                   ELSE
                       MOVE ITM-OCCURS(KX) TO DIM-CNT(D-CNT)
                   END-IF
               ELSE
                   MOVE 'Y'            TO DEEP-SW
               END-IF
           END-IF.
           MOVE ITM-PARENT(KX)         TO KX.
       G12-EXIT.
           EXIT.

       G20-EMIT-ENTRY.
           IF  ENT-CNT NOT < 999
               IF  ENT-CNT = 999
                   MOVE 'MORE THAN 999 ENTRIES - LOWER OCCURS='
                                       TO RPT-F-TEXT
                   MOVE ITM-NAME(IX)   TO RPT-F-WHAT
                   PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
                   ADD  1              TO ENT-CNT
               END-IF
               GO TO G20-EXIT
           END-IF.
           ADD  1                      TO ENT-CNT.
           MOVE ENT-CNT                TO EX.
           COMPUTE ENT-OFFSET(EX) = ITM-OFFSET(IX) + 1
                                  + (S1 - 1) * DIM-UNIT(1)
                                  + (S2 - 1) * DIM-UNIT(2)
                                  + (S3 - 1) * DIM-UNIT(3).
           MOVE ITM-UNIT(IX)           TO ENT-LENGTH(EX).
           MOVE ITM-TYPE(IX)           TO ENT-TYPE(EX).
           MOVE SPACE                  TO ENT-MASK(EX).
           MOVE SPACES                 TO ENT-NOTE(EX).
           MOVE 1                      TO NOTE-PTR.

      * THE SUBSCRIPT SUFFIX, OUTERMOST FIRST
           MOVE SPACES                 TO SUB-TEXT.
           MOVE 1                      TO SUB-PTR.
           IF  D-CNT > ZERO
               STRING '('              DELIMITED BY SIZE
                   INTO SUB-TEXT    WITH POINTER SUB-PTR
               IF  D-CNT > 2
                   MOVE S3             TO NUM-ED
                   PERFORM G30-ADD-SUBSCRIPT THRU G30-EXIT
               END-IF
               IF  D-CNT > 1
                   MOVE S2             TO NUM-ED
                   PERFORM G30-ADD-SUBSCRIPT THRU G30-EXIT
               END-IF
               MOVE S1                 TO NUM-ED
               PERFORM G30-ADD-SUBSCRIPT THRU G30-EXIT
               SUBTRACT 1            FROM SUB-PTR
               MOVE ')'                TO SUB-TEXT(SUB-PTR:1)
               ADD  1                  TO SUB-PTR
           END-IF.
           COMPUTE SUB-LEN = SUB-PTR - 1.
           COMPUTE KEEP-LEN = 16 - SUB-LEN.
           MOVE 1                      TO NAME-START.
      * A NAME TOO LONG FOR LAYOUTF LOSES ITS RECORD PREFIX (UP TO THE
      * FIRST HYPHEN) FIRST, THEN ITS TAIL
           IF  KEEP-LEN < NAME-LEN
               STRING 'SHORTENED '      DELIMITED BY SIZE
                   INTO ENT-NOTE(EX) WITH POINTER NOTE-PTR
               MOVE ZERO               TO PFX-LEN
               INSPECT ITM-NAME(IX) TALLYING PFX-LEN
                       FOR CHARACTERS BEFORE INITIAL '-'
               IF  PFX-LEN < NAME-LEN - 1
                   COMPUTE NAME-START = PFX-LEN + 2
               END-IF
           END-IF.
           IF  KEEP-LEN > NAME-LEN - NAME-START + 1
               COMPUTE KEEP-LEN = NAME-LEN - NAME-START + 1
           END-IF.
           MOVE SPACES                 TO ENT-NAME(EX).
           MOVE ITM-NAME(IX)(NAME-START:KEEP-LEN)
                                       TO ENT-NAME(EX).
           IF  SUB-LEN > ZERO
               MOVE SUB-TEXT(1:SUB-LEN)
                                       TO ENT-NAME(EX)(KEEP-LEN + 1:)
           END-IF.
           IF  REDEF-VIEW-SW = 'Y'
               STRING 'REDEFINES '      DELIMITED BY SIZE
                   INTO ENT-NOTE(EX) WITH POINTER NOTE-PTR
           END-IF.
           IF  CUT-SW = 'Y'
               STRING 'MORE OCCURS '    DELIMITED BY SIZE
                   INTO ENT-NOTE(EX) WITH POINTER NOTE-PTR
           END-IF.
       G20-EXIT.
           EXIT.

       G30-ADD-SUBSCRIPT.
           MOVE ZERO                   TO NUM-LEAD.
           INSPECT NUM-ED TALLYING NUM-LEAD FOR LEADING SPACES.
           STRING NUM-ED(NUM-LEAD + 1:) ','
                                       DELIMITED BY SIZE
               INTO SUB-TEXT        WITH POINTER SUB-PTR.
       G30-EXIT.
           EXIT.

      ******************************************************************
      *    THE RECORD NAME'S CURRENT ENTRIES, FOR THEIR MASK FLAGS.    *
      *    A FILE NEVER YET WRITTEN ('35') SIMPLY HAS NONE             *
      ******************************************************************
       H00-LOAD-OLD.
           OPEN INPUT LAYOUTF.
           IF  LAYOUTF-STATUS = '35'
               GO TO H90-EXIT
           END-IF.
           IF  LAYOUTF-STATUS NOT = '00'
               MOVE 'LAYOUTF WOULD NOT OPEN - MASKS NOT SEEN'
                                       TO RPT-F-TEXT
               MOVE LAYOUTF-STATUS     TO RPT-F-WHAT
               IF  LOAD-MODE
                   PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               ELSE
                   PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
               END-IF
               GO TO H90-EXIT
           END-IF.
           MOVE DICT-NAME              TO LAYOUTF-RECNAME.
           MOVE ZERO                   TO LAYOUTF-SEQ.
           MOVE 'Y'                    TO MORE-DICT-SW.
           START LAYOUTF KEY NOT LESS THAN LAYOUTF-KEY
               INVALID KEY
                   SET NO-MORE-DICT    TO TRUE
           END-START.
           PERFORM H10-READ-OLD THRU H10-EXIT
                   UNTIL NO-MORE-DICT.
           CLOSE LAYOUTF.
       H90-EXIT.
           EXIT.

       H10-READ-OLD.
           READ LAYOUTF NEXT RECORD
               AT END
                   SET NO-MORE-DICT    TO TRUE
           END-READ.
           IF  NO-MORE-DICT
               GO TO H10-EXIT
           END-IF.
           IF  LAYOUTF-RECNAME NOT = DICT-NAME
           OR  OLD-CNT NOT < 999
               SET  NO-MORE-DICT       TO TRUE
               GO TO H10-EXIT
           END-IF.
           ADD  1                      TO OLD-CNT.
           MOVE LAYOUTF-FIELD          TO OLD-NAME(OLD-CNT).
           MOVE LAYOUTF-MASK-SW        TO OLD-MASK(OLD-CNT).
           MOVE LAYOUTF-TYPE           TO OLD-TYPE(OLD-CNT).
           MOVE 'N'                    TO OLD-USED-SW(OLD-CNT).
       H10-EXIT.
           EXIT.

      ******************************************************************
      *    THE PROOF LISTING -- EVERY ENTRY AS IT WILL BE WRITTEN,     *
      *    WITH ITS CARRIED-OVER MASK FLAG, THEN ANY MASKED FIELD THE  *
      *    COPYBOOK NO LONGER HAS                                      *
      ******************************************************************
       I00-PROOF-LIST.
           MOVE REC-SIZE               TO RPT-R-LENGTH.
           MOVE ITM-CNT                TO RPT-R-ITEMS.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-RECLEN          UPON PRINTER.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-HDG2            UPON PRINTER.
           IF  ENT-CNT > 999
               MOVE 999                TO ENT-CNT
           END-IF.
           PERFORM I10-LIST-ENTRY THRU I10-EXIT
                   VARYING EX FROM 1 BY 1
                   UNTIL EX > ENT-CNT.
           PERFORM I30-DROPPED-MASK THRU I30-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OLD-CNT.
           IF  ENT-CNT > 64
               MOVE 'LAYODUMP SHOWS ONLY THE FIRST 64 ENTRIES'
                                       TO RPT-F-TEXT
               MOVE SPACES             TO RPT-F-WHAT
               PERFORM Y20-FLAG-NOTE THRU Y29-EXIT
           END-IF.
       I90-EXIT.
           EXIT.

       I10-LIST-ENTRY.
           MOVE ZERO                   TO MATCH-OX.
           PERFORM I20-MATCH-OLD THRU I20-EXIT
                   VARYING OX FROM 1 BY 1
                   UNTIL OX > OLD-CNT
                   OR    MATCH-OX > ZERO.
           MOVE 1                      TO NOTE-PTR.
           INSPECT ENT-NOTE(EX) TALLYING NOTE-PTR
                   FOR CHARACTERS BEFORE INITIAL '  '.
           IF  NOTE-PTR > 1
               ADD  1                  TO NOTE-PTR
           END-IF.
           IF  MATCH-OX > ZERO
               SET  OLD-USED(MATCH-OX) TO TRUE
               MOVE OLD-MASK(MATCH-OX) TO ENT-MASK(EX)
               IF  OLD-MASK(MATCH-OX) = 'Y'
                   ADD  1              TO KEPT-TOTAL
                   STRING 'MASK KEPT '  DELIMITED BY SIZE
                       INTO ENT-NOTE(EX) WITH POINTER NOTE-PTR
               END-IF
      * A DATE TYPE IS SET BY HAND -- THE COPYBOOK CANNOT SAY WHICH
      * FIELDS HOLD DATES -- SO IT CARRIES OVER LIKE THE MASK FLAG
               IF  OLD-TYPE(MATCH-OX) = 'D'
               AND (ENT-TYPE(EX) = 'C' OR 'Z')
               AND (ENT-LENGTH(EX) = 8 OR 10)
                   MOVE 'D'            TO ENT-TYPE(EX)
                   STRING 'DATE KEPT '  DELIMITED BY SIZE
                       INTO ENT-NOTE(EX) WITH POINTER NOTE-PTR
               END-IF
           ELSE
               IF  OLD-CNT > ZERO
                   STRING 'NEW'        DELIMITED BY SIZE
                       INTO ENT-NOTE(EX) WITH POINTER NOTE-PTR
               END-IF
           END-IF.
           MOVE EX                     TO RPT-D-SEQ.
           MOVE ENT-OFFSET(EX)         TO RPT-D-OFFSET.
           MOVE ENT-LENGTH(EX)         TO RPT-D-LENGTH.
           MOVE ENT-TYPE(EX)           TO RPT-D-TYPE.
           MOVE ENT-MASK(EX)           TO RPT-D-MASK.
           MOVE ENT-NAME(EX)           TO RPT-D-FIELD.
           MOVE ENT-NOTE(EX)           TO RPT-D-NOTE.
           DISPLAY RPT-DETAIL          UPON PRINTER.

      * A SHORTENED NAME CAN COLLIDE WITH ANOTHER -- THEN A MASK FLAG
      * COULD BE CARRIED TO THE WRONG FIELD ON THE NEXT REFRESH
           PERFORM I25-CHECK-DUPLICATE THRU I25-EXIT
                   VARYING EY FROM 1 BY 1
                   UNTIL EY NOT < EX.
       I10-EXIT.
           EXIT.

       I20-MATCH-OLD.
           IF  NOT OLD-USED(OX)
           AND OLD-NAME(OX) = ENT-NAME(EX)
               MOVE OX                 TO MATCH-OX
           END-IF.
       I20-EXIT.
           EXIT.

       I25-CHECK-DUPLICATE.
           IF  ENT-NAME(EY) = ENT-NAME(EX)
               MOVE 'DUPLICATE FIELD NAME IN THE DICTIONARY'
                                       TO RPT-F-TEXT
               MOVE ENT-NAME(EX)       TO RPT-F-WHAT
               PERFORM Y10-FLAG-WARNING THRU Y19-EXIT
               MOVE EX                 TO EY
           END-IF.
       I25-EXIT.
           EXIT.

       I30-DROPPED-MASK.
           IF  OLD-USED(OX)
           OR  OLD-MASK(OX) NOT = 'Y'
               GO TO I30-EXIT
           END-IF.
           MOVE 'MASKED FIELD NO LONGER IN THE COPYBOOK'
                                       TO RPT-F-TEXT.
           MOVE OLD-NAME(OX)           TO RPT-F-WHAT.
           PERFORM Y10-FLAG-WARNING THRU Y19-EXIT.
       I30-EXIT.
           EXIT.

      ******************************************************************
      *    REPLACE THE RECORD NAME'S ENTRIES AS A WHOLE, SO A SHORTER  *
      *    NEW LAYOUT LEAVES NO STALE FIELDS BEHIND                    *
      ******************************************************************
       J00-LOAD-DICT.
           OPEN I-O LAYOUTF.
           IF  LAYOUTF-STATUS = '35'
      * '35' MEANS THE FILE HAS NEVER BEEN WRITTEN TO -- THE FIRST
      * LOAD CREATES IT (SEE JOBDTRIM'S JOBDSUM HANDLING)
               OPEN OUTPUT LAYOUTF
               CLOSE LAYOUTF
               OPEN I-O LAYOUTF
           END-IF.
           IF  LAYOUTF-STATUS NOT = '00'
               MOVE 'LAYOUTF WOULD NOT OPEN FOR UPDATE - STATUS'
                                       TO RPT-F-TEXT
               MOVE LAYOUTF-STATUS     TO RPT-F-WHAT
               PERFORM Y00-FLAG-ERROR THRU Y09-EXIT
               GO TO J90-EXIT
           END-IF.
           MOVE DICT-NAME              TO LAYOUTF-RECNAME.
           MOVE ZERO                   TO LAYOUTF-SEQ.
           MOVE 'Y'                    TO MORE-DICT-SW.
           START LAYOUTF KEY NOT LESS THAN LAYOUTF-KEY
               INVALID KEY
                   SET NO-MORE-DICT    TO TRUE
           END-START.
           PERFORM J10-DELETE-OLD THRU J10-EXIT
                   UNTIL NO-MORE-DICT.
           PERFORM J20-WRITE-ENTRY THRU J20-EXIT
                   VARYING EX FROM 1 BY 1
                   UNTIL EX > ENT-CNT.
           CLOSE LAYOUTF.
       J90-EXIT.
           EXIT.

       J10-DELETE-OLD.
           READ LAYOUTF NEXT RECORD
               AT END
                   SET NO-MORE-DICT    TO TRUE
           END-READ.
           IF  NO-MORE-DICT
               GO TO J10-EXIT
           END-IF.
           IF  LAYOUTF-RECNAME NOT = DICT-NAME
               SET  NO-MORE-DICT       TO TRUE
               GO TO J10-EXIT
           END-IF.
           DELETE LAYOUTF RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       J10-EXIT.
           EXIT.

       J20-WRITE-ENTRY.
           MOVE DICT-NAME              TO LAYOUTF-RECNAME.
           MOVE EX                     TO LAYOUTF-SEQ.
           MOVE ENT-NAME(EX)           TO LAYOUTF-FIELD.
           MOVE ENT-OFFSET(EX)         TO LAYOUTF-OFFSET.
           MOVE ENT-LENGTH(EX)         TO LAYOUTF-LENGTH.
           MOVE ENT-TYPE(EX)           TO LAYOUTF-TYPE.
           MOVE ENT-MASK(EX)           TO LAYOUTF-MASK-SW.
           WRITE LAYOUTF-RECORD
               INVALID KEY
                   REWRITE LAYOUTF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
           ADD  1                      TO LOADED-TOTAL.
       J20-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT ONE FINDING -- AN ERROR STOPS THE LOAD, A WARNING     *
      *    SETS RETURN CODE 4, A NOTE IS FOR INFORMATION ONLY          *
      ******************************************************************
       Y00-FLAG-ERROR.
           ADD  1                      TO ERROR-TOTAL.
           MOVE 'ERROR'                TO RPT-F-SEV.
           DISPLAY RPT-FLAG            UPON PRINTER.
       Y09-EXIT.
           EXIT.

       Y10-FLAG-WARNING.
           ADD  1                      TO WARN-TOTAL.
           MOVE 'WARNING'              TO RPT-F-SEV.
           DISPLAY RPT-FLAG            UPON PRINTER.
       Y19-EXIT.
           EXIT.

       Y20-FLAG-NOTE.
           MOVE 'NOTE'                 TO RPT-F-SEV.
           DISPLAY RPT-FLAG            UPON PRINTER.
       Y29-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE (SEE JOBDATA)         *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM WITH TEST BEFORE
             VARYING EXT-IX FROM 1 BY 1
               UNTIL EXT-IX > (101 - EXT-TAGLEN)
                  OR EXT-POS > ZERO
             IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
                 EXT-TAG(1:EXT-TAGLEN)
                 COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
             END-IF
           END-PERFORM.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS > ZERO
               MOVE EXT-POS            TO EXT-END
               PERFORM WITH TEST BEFORE
                 VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                      OR JOBD-SYS-PARM(EXT-END:1) = ','
                      OR JOBD-SYS-PARM(EXT-END:1) = SPACE
               END-PERFORM
               IF  EXT-END > EXT-POS
                   MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'LAYOGEN'              TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           DISPLAY BPRM-LINE           UPON PRINTER.
       X39-EXIT.
           EXIT.
