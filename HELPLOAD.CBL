      *REMARKS.       HELPUNLD FOR THE LAYOUT) INTO THE HELPTXT HELP
      *REMARKS.       FILE.  EVERY CARD IS CHECKED -- TOPIC PRESENT,
      *REMARKS.       NUMERIC LINE NUMBER, LINE NUMBERS ASCENDING
      *REMARKS.       WITHIN EACH TOPIC/FIELD/LANGUAGE, A LANGUAGE
      *REMARKS.       CODE OF TWO LETTERS OR BLANK (ENGLISH; 'EN'
      *REMARKS.       LOADS AS BLANK) -- AND A FIELD-LEVEL
      *REMARKS.       ENTRY WHOSE TOPIC HAS NO TOPIC-LEVEL TEXT IN
      *REMARKS.       THE DECK IS FLAGGED AS AN ORPHAN.  THE PROOF
      *REMARKS.       REPORT LISTS EVERY FINDING; MODE=LOAD (SYSPARM

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AN UNPUNCHED MODE= TAG FALLS BACK TO THE NEW
      *               BATPARMF PARAMETER FILE (VIA BATPARM), AND THE
      *               MODE ACTUALLY USED IS PRINTED UNDER THE HEADING
      *               WITH WHERE IT CAME FROM.
      * 10/15/2026 DLC LOAD THE NEW SEQ-LANG COLUMN (SEE HELPUNLD) INTO
      *               THE HELP TEXT'S LANGUAGE -- A CODE MUST BE TWO
      *               LETTERS OR BLANK, 'EN' LOADS AS BLANK (ENGLISH),
      *               AND LINE SEQUENCING IS NOW CHECKED WITHIN EACH
      *               TOPIC/FIELD/LANGUAGE.  THE PROOF LINES SHOW THE
      *               LANGUAGE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
           05  SEQ-LINE-NO             PIC  X(03).
           05  FILLER                  PIC  X(01).
           05  SEQ-TEXT                PIC  X(70).
           05  FILLER                  PIC  X(01).
           05  SEQ-LANG                PIC  X(02).

       WORKING-STORAGE SECTION.
       77  HELPTXT-STATUS              PIC  X(02).
       77  FLAG-TOTAL                  PIC S9(09)   COMP VALUE ZERO.
       77  CARD-BAD-SW                 PIC  X(01).
           88  CARD-BAD                             VALUE 'Y'.
       77  LAST-GROUP                  PIC  X(18)   VALUE LOW-VALUES.
       77  LAST-LINE-NO                PIC  9(03)   VALUE ZERO.
       77  TOPIC-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  TX                          PIC S9(04)   COMP.
       77  REC-FOUND-SW                PIC  X(01).
           88  REC-FOUND                            VALUE 'Y'.

      * ONE CARD'S TOPIC/FIELD/LANGUAGE -- LINES ASCEND WITHIN IT
       01  CARD-GROUP.
           05  GRP-TOPIC               PIC  X(08).
           05  GRP-FIELD               PIC  X(08).
           05  GRP-LANG                PIC  X(02).

      * THE TOPICS THAT CARRY TOPIC-LEVEL TEXT IN THIS DECK --
      * A FIELD ENTRY OUTSIDE THIS SET IS AN ORPHAN
       01  TOPIC-TABLE.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-F-TOPIC             PIC  X(09).
           05  RPT-F-FIELD             PIC  X(09).
           05  RPT-F-LANG              PIC  X(03).
           05  RPT-F-LINE              PIC  X(04).
           05  RPT-F-TEXT              PIC  X(40).

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

      * PASS 1 -- COLLECT THE TOPICS WITH TOPIC-LEVEL TEXT, SO THE
      * ORPHAN CHECK CAN JUDGE THE FIELD ENTRIES
               GO TO C90-EXIT
           END-IF.

           IF  SEQ-LANG = 'EN'
               MOVE SPACES             TO SEQ-LANG
           END-IF.
           IF  SEQ-LANG NOT = SPACES
               IF  SEQ-LANG IS NOT ALPHABETIC
               OR  SEQ-LANG(1:1) = SPACE
               OR  SEQ-LANG(2:1) = SPACE
                   PERFORM Y00-FLAG-CARD THRU Y09-EXIT
                   MOVE 'LANGUAGE NOT TWO LETTERS OR BLANK'
                                       TO RPT-F-TEXT
                   DISPLAY RPT-FLAG    UPON PRINTER
                   GO TO C90-EXIT
               END-IF
           END-IF.

      * LINE SEQUENCING WITHIN EACH TOPIC/FIELD/LANGUAGE GROUP
           MOVE SEQ-TOPIC              TO GRP-TOPIC.
           MOVE SEQ-FIELD              TO GRP-FIELD.
           MOVE SEQ-LANG               TO GRP-LANG.
           IF  CARD-GROUP NOT = LAST-GROUP
               MOVE CARD-GROUP         TO LAST-GROUP
               MOVE ZERO               TO LAST-LINE-NO
           END-IF.
           IF  SEQ-LINE-NO NOT > LAST-LINE-NO
      * ADD OR REPLACE BY KEY
           MOVE SEQ-TOPIC              TO HELPTXT-TOPIC.
           MOVE SEQ-FIELD              TO HELPTXT-FIELD.
           MOVE SEQ-LANG               TO HELPTXT-LANG.
           MOVE SEQ-LINE-NO            TO HELPTXT-LINE-NO.
           MOVE SEQ-TEXT               TO HELPTXT-TEXT.
           WRITE HELPTXT-RECORD
       Y00-FLAG-CARD.
           SET  CARD-BAD               TO TRUE.
           ADD  1                      TO FLAG-TOTAL.
           MOVE SPACES                 TO RPT-FLAG(6:65).
           MOVE SEQ-TOPIC              TO RPT-F-TOPIC.
           MOVE SEQ-FIELD              TO RPT-F-FIELD.
           MOVE SEQ-LANG               TO RPT-F-LANG.
           MOVE SEQ-LINE-NO            TO RPT-F-LINE.
       Y09-EXIT.
           EXIT.
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'HELPLOAD'             TO BPRM-STEP-NAME.
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
