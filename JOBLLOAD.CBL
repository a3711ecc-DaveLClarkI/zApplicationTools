       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    JOBLLOAD.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       VALIDATED BATCH LOAD OF PRE-APPROVED JOB DECKS
      *REMARKS.       INTO THE JOBLIBF JOB LIBRARY SUBMITTED FROM
      *REMARKS.       THE JOBSUBM PANEL.  EACH JOBLSEQ CARD CARRIES
      *REMARKS.       DECK NAME, SEQUENCE, AND THE JOBLIBF BODY --
      *REMARKS.       SEQUENCE 000 THE HEADER, 001-100 THE CARD
      *REMARKS.       IMAGES.  EVERY CARD IS CHECKED -- DECK NAME
      *REMARKS.       PRESENT, NUMERIC ASCENDING SEQUENCE STARTING
      *REMARKS.       WITH THE HEADER, A DESCRIPTION ON THE HEADER,
      *REMARKS.       AT LEAST ONE CARD IMAGE -- AND THE PROOF REPORT
      *REMARKS.       LISTS EVERY FINDING.  MODE=LOAD (SYSPARM TAG)
      *REMARKS.       REPLACES EACH CLEAN DECK AS A WHOLE (A DECK
      *REMARKS.       WITH ANY FINDING IS NOT LOADED AT ALL, SO A
      *REMARKS.       HALF-LOADED DECK CAN NEVER BE SUBMITTED); THE
      *REMARKS.       DEFAULT PROOF MODE WRITES NOTHING.  RETURN
      *REMARKS.       CODE 4 WHEN ANYTHING WAS FLAGGED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLIBF              ASSIGN TO JOBLIBF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS JOBLIBF-KEY
                                       FILE STATUS IS JOBLIBF-STATUS.
           SELECT JOBLSEQ              ASSIGN TO JOBLSEQ
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS JOBLSEQ-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOBLIBF
           LABEL RECORDS ARE STANDARD.
           COPY JOBLIBF.

       FD  JOBLSEQ
           LABEL RECORDS ARE STANDARD.
       01  JOBLSEQ-CARD.
           05  SEQ-DECK                PIC  X(08).
           05  FILLER                  PIC  X(01).
           05  SEQ-NO                  PIC  X(03).
           05  SEQ-NO-N REDEFINES SEQ-NO
                                       PIC  9(03).
           05  FILLER                  PIC  X(01).
           05  SEQ-BODY                PIC  X(110).

       WORKING-STORAGE SECTION.
       77  JOBLIBF-STATUS              PIC  X(02).
       77  JOBLSEQ-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  MORE-DECK-SW                PIC  X(01).
           88  NO-MORE-DECK                         VALUE 'N'.
       77  LOAD-MODE-SW                PIC  X(01)   VALUE 'N'.
           88  LOAD-MODE                            VALUE 'Y'.
       77  CARD-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  LOADED-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  FLAG-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  LAST-DECK                   PIC  X(08)   VALUE LOW-VALUES.
       77  LAST-SEQ                    PIC S9(04)   COMP VALUE ZERO.
       77  DECK-CARDS                  PIC S9(04)   COMP VALUE ZERO.
       77  BAD-COUNT                   PIC S9(04)   COMP VALUE ZERO.
       77  BX                          PIC S9(04)   COMP.
       77  CHECK-DECK                  PIC  X(08).
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.

      * THE DECKS WITH ANY FINDING -- NONE OF THEIR CARDS LOAD
       01  BAD-DECK-TABLE.
           03  BAD-DECK OCCURS 200 TIMES
                                       PIC  X(08).

      * WORK AREA FOR PULLING THE MODE= TAG OUT OF THE VSE SYSPARM
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
           05  FILLER                  PIC  X(50)
                   VALUE 'J O B L L O A D  -  JOB-LIBRARY PROOF/LOAD'.

       01  RPT-FLAG.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-F-DECK              PIC  X(09).
           05  RPT-F-SEQ               PIC  X(04).
           05  RPT-F-TEXT              PIC  X(40).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-CARDS           PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' CARD(S), '.
           05  RPT-TOT-FLAGS           PIC  ZZZZZ9.
           05  FILLER                  PIC  X(11)   VALUE ' FLAGGED, '.
           05  RPT-TOT-LOADED          PIC  ZZZZZZZ9.
           05  FILLER                  PIC  X(07)   VALUE ' LOADED'.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           MOVE 'MODE='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:4) = 'LOAD'
               MOVE 'Y'                TO LOAD-MODE-SW
           END-IF.

           DISPLAY RPT-HDG1            UPON PRINTER.
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

      * PASS 1 -- VALIDATE EVERY CARD AND NOTE THE DECKS THAT HAVE
      * ANY FINDING
           OPEN INPUT JOBLSEQ.
           IF  JOBLSEQ-STATUS NOT = '00'
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM B00-CHECK-CARD THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM B50-END-DECK THRU B59-EXIT.
           CLOSE JOBLSEQ.

      * PASS 2 -- IN LOAD MODE, REPLACE EVERY CLEAN DECK
           IF  LOAD-MODE
               MOVE 'Y'                TO MORE-RECORDS-SW
               MOVE LOW-VALUES         TO LAST-DECK
               OPEN INPUT JOBLSEQ
               OPEN I-O JOBLIBF
               IF  JOBLIBF-STATUS = '35'
      * '35' MEANS THE FILE HAS NEVER BEEN WRITTEN TO -- THE FIRST
      * LOAD CREATES IT (SEE JOBDTRIM'S JOBDSUM HANDLING)
                   OPEN OUTPUT JOBLIBF
                   CLOSE JOBLIBF
                   OPEN I-O JOBLIBF
               END-IF
               PERFORM C00-LOAD-CARD THRU C90-EXIT
                       UNTIL NO-MORE-RECORDS
               CLOSE JOBLSEQ
               CLOSE JOBLIBF
           END-IF.

           MOVE CARD-TOTAL             TO RPT-TOT-CARDS.
           MOVE FLAG-TOTAL             TO RPT-TOT-FLAGS.
           MOVE LOADED-TOTAL           TO RPT-TOT-LOADED.
           DISPLAY RPT-TOTAL           UPON PRINTER.

           IF  FLAG-TOTAL > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    VALIDATE ONE CARD -- ANY FINDING PRINTS AND MARKS THE WHOLE *
      *    DECK BAD                                                    *
      ******************************************************************
       B00-CHECK-CARD.
           READ JOBLSEQ
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO CARD-TOTAL.

           IF  SEQ-DECK NOT > SPACES
               PERFORM Y00-FLAG-CARD THRU Y09-EXIT
               MOVE 'DECK NAME MISSING' TO RPT-F-TEXT
               DISPLAY RPT-FLAG        UPON PRINTER
               GO TO B90-EXIT
           END-IF.

           IF  SEQ-DECK NOT = LAST-DECK
               PERFORM B50-END-DECK THRU B59-EXIT
               MOVE SEQ-DECK           TO LAST-DECK
               MOVE -1                 TO LAST-SEQ
               MOVE ZERO               TO DECK-CARDS
           END-IF.

           IF  SEQ-NO IS NOT NUMERIC
               PERFORM Y00-FLAG-CARD THRU Y09-EXIT
               MOVE 'SEQUENCE NOT NUMERIC' TO RPT-F-TEXT
               DISPLAY RPT-FLAG        UPON PRINTER
               GO TO B90-EXIT
           END-IF.
           IF  LAST-SEQ < ZERO
           AND SEQ-NO-N NOT = ZERO
               PERFORM Y00-FLAG-CARD THRU Y09-EXIT
               MOVE 'DECK MUST START WITH HEADER 000'
                                       TO RPT-F-TEXT
               DISPLAY RPT-FLAG        UPON PRINTER
           END-IF.
           IF  SEQ-NO-N NOT > LAST-SEQ
               PERFORM Y00-FLAG-CARD THRU Y09-EXIT
               MOVE 'SEQUENCE OUT OF ORDER' TO RPT-F-TEXT
               DISPLAY RPT-FLAG        UPON PRINTER
               GO TO B90-EXIT
           END-IF.
           IF  SEQ-NO-N > 100
               PERFORM Y00-FLAG-CARD THRU Y09-EXIT
               MOVE 'MORE THAN 100 CARDS' TO RPT-F-TEXT
               DISPLAY RPT-FLAG        UPON PRINTER
               GO TO B90-EXIT
           END-IF.
           MOVE SEQ-NO-N               TO LAST-SEQ.

           IF  SEQ-NO-N = ZERO
               MOVE SEQ-BODY           TO JOBLIBF-BODY
               IF  JOBLIBF-DESC NOT > SPACES
                   PERFORM Y00-FLAG-CARD THRU Y09-EXIT
                   MOVE 'HEADER DESCRIPTION MISSING' TO RPT-F-TEXT
                   DISPLAY RPT-FLAG    UPON PRINTER
               END-IF
           ELSE
               ADD  1                  TO DECK-CARDS
           END-IF.
       B90-EXIT.
           EXIT.

      * A DECK THAT ENDS WITH ONLY ITS HEADER HAS NOTHING TO SUBMIT
       B50-END-DECK.
           IF  LAST-DECK = LOW-VALUES
           OR  LAST-SEQ < ZERO
           OR  DECK-CARDS > ZERO
               GO TO B59-EXIT
           END-IF.
           ADD  1                      TO FLAG-TOTAL.
           MOVE LAST-DECK              TO CHECK-DECK.
           PERFORM Y10-NOTE-BAD-DECK THRU Y19-EXIT.
           MOVE SPACES                 TO RPT-FLAG(6:53).
           MOVE LAST-DECK              TO RPT-F-DECK.
           MOVE 'DECK HAS NO CARD IMAGES' TO RPT-F-TEXT.
           DISPLAY RPT-FLAG            UPON PRINTER.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    LOAD ONE CARD OF A CLEAN DECK -- THE FIRST CARD OF EACH     *
      *    DECK CLEARS OUT WHATEVER VERSION OF IT WAS THERE BEFORE     *
      ******************************************************************
       C00-LOAD-CARD.
           READ JOBLSEQ
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C90-EXIT
           END-IF.
           MOVE SEQ-DECK               TO CHECK-DECK.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM Y20-FIND-BAD-DECK THRU Y29-EXIT
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > BAD-COUNT OR ENTRY-FOUND.
           IF  ENTRY-FOUND
           OR  SEQ-DECK NOT > SPACES
               GO TO C90-EXIT
           END-IF.

           IF  SEQ-DECK NOT = LAST-DECK
               MOVE SEQ-DECK           TO LAST-DECK
               PERFORM D00-CLEAR-DECK THRU D90-EXIT
               ADD  1                  TO LOADED-TOTAL
           END-IF.

           MOVE SEQ-DECK               TO JOBLIBF-DECK.
           MOVE SEQ-NO-N               TO JOBLIBF-SEQ.
           MOVE SEQ-BODY               TO JOBLIBF-BODY.
           WRITE JOBLIBF-RECORD
               INVALID KEY
                   REWRITE JOBLIBF-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE EVERY RECORD OF THE DECK ABOUT TO BE RELOADED, SO A  *
      *    SHORTER NEW VERSION LEAVES NO STALE CARDS BEHIND            *
      ******************************************************************
       D00-CLEAR-DECK.
           MOVE LAST-DECK              TO JOBLIBF-DECK.
           MOVE ZERO                   TO JOBLIBF-SEQ.
           START JOBLIBF KEY NOT LESS THAN JOBLIBF-KEY
               INVALID KEY
                   GO TO D90-EXIT
           END-START.
           MOVE 'Y'                    TO MORE-DECK-SW.
           PERFORM D10-DELETE-CARD THRU D19-EXIT
                   UNTIL NO-MORE-DECK.
       D90-EXIT.
           EXIT.

       D10-DELETE-CARD.
           READ JOBLIBF NEXT RECORD
               AT END
                   SET NO-MORE-DECK    TO TRUE
           END-READ.
           IF  NO-MORE-DECK
               GO TO D19-EXIT
           END-IF.
           IF  JOBLIBF-DECK NOT = LAST-DECK
               SET  NO-MORE-DECK       TO TRUE
               GO TO D19-EXIT
           END-IF.
           DELETE JOBLIBF RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       D19-EXIT.
           EXIT.

       Y00-FLAG-CARD.
           ADD  1                      TO FLAG-TOTAL.
           MOVE SEQ-DECK               TO CHECK-DECK.
           PERFORM Y10-NOTE-BAD-DECK THRU Y19-EXIT.
           MOVE SPACES                 TO RPT-FLAG(6:53).
           MOVE SEQ-DECK               TO RPT-F-DECK.
           MOVE SEQ-NO                 TO RPT-F-SEQ.
       Y09-EXIT.
           EXIT.

       Y10-NOTE-BAD-DECK.
           IF  CHECK-DECK NOT > SPACES
               GO TO Y19-EXIT
           END-IF.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM Y20-FIND-BAD-DECK THRU Y29-EXIT
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > BAD-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
           AND BAD-COUNT < 200
               ADD  1                  TO BAD-COUNT
               MOVE CHECK-DECK         TO BAD-DECK(BAD-COUNT)
           END-IF.
       Y19-EXIT.
           EXIT.

       Y20-FIND-BAD-DECK.
           IF  BAD-DECK(BX) = CHECK-DECK
               SET  ENTRY-FOUND        TO TRUE
           END-IF.
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
           MOVE 'JOBLLOAD'             TO BPRM-STEP-NAME.
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
