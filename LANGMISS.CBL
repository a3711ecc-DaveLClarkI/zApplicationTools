       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    LANGMISS.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MISSING-TRANSLATION REPORT.  THE NATIONAL
      *REMARKS.       LANGUAGES IN USE ARE THE ONES THAT ALREADY HAVE
      *REMARKS.       AT LEAST ONE MAP TITLE ON DAPSYSF OR ONE LINE OF
      *REMARKS.       HELP TEXT ON HELPTXT (OR JUST THE ONE NAMED BY
      *REMARKS.       THE SYSPARM TAG LANG=XX).  FOR EACH OF THEM IT
      *REMARKS.       LISTS:
      *REMARKS.         - EVERY ENGLISH MAP TITLE WITH NO TITLE IN
      *REMARKS.           THAT LANGUAGE
      *REMARKS.         - EVERY ENGLISH HELP TOPIC/FIELD WITH NO TEXT
      *REMARKS.           IN THAT LANGUAGE
      *REMARKS.       SUCH A SCREEN STILL WORKS -- IT FALLS BACK TO THE
      *REMARKS.       ENGLISH -- SO THIS IS A TO-DO LIST FOR WHOEVER
      *REMARKS.       IS DOING THE TRANSLATING (DAPSYSFM, HELPTXTM).
      *REMARKS.         RC 0 -- NOTHING MISSING
      *REMARKS.         RC 4 -- SOMETHING MISSING
      *REMARKS.         RC 8 -- A FILE COULD NOT BE READ, OR LANG= IS
      *REMARKS.                 NOT TWO LETTERS

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
           SELECT DAPSYSF              ASSIGN TO DAPSYSF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MAPTITLE-KEY
                                       FILE STATUS IS DAPSYSF-STATUS.
           SELECT HELPTXT              ASSIGN TO HELPTXT
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS HELPTXT-KEY
                                       FILE STATUS IS HELPTXT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DAPSYSF
           LABEL RECORDS ARE STANDARD.
       01  MAPTITLE-RECORD.
           COPY MAPTITLE.

       FD  HELPTXT
           LABEL RECORDS ARE STANDARD.
           COPY HELPTXT.

       WORKING-STORAGE SECTION.
       77  DAPSYSF-STATUS              PIC  X(02).
       77  HELPTXT-STATUS              PIC  X(02).
       77  DAPSYSF-OPEN-SW             PIC  X(01)   VALUE 'N'.
           88  DAPSYSF-OPEN                         VALUE 'Y'.
       77  HELPTXT-OPEN-SW             PIC  X(01)   VALUE 'N'.
           88  HELPTXT-OPEN                         VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01).
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  ENGL-SW                     PIC  X(01).
           88  ENGL-FOUND                           VALUE 'Y'.
       77  LANG-FIXED-SW               PIC  X(01)   VALUE 'N'.
           88  LANG-FIXED                           VALUE 'Y'.
       77  LANG-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  LX                          PIC S9(04)   COMP.
       77  FX                          PIC S9(04)   COMP.
       77  ITEM-COUNT                  PIC S9(05)   COMP VALUE ZERO.
       77  SECT-COUNT                  PIC S9(05)   COMP.
       77  MISS-RC                     PIC S9(04)   COMP VALUE ZERO.
       77  FIND-LANG                   PIC  X(02).
       77  CUR-GROUP                   PIC  X(16).
       77  ENGL-TEXT                   PIC  X(50).

      * WORK AREA FOR PULLING THE LANG= TAG OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/JOBDNOSH)
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

      * THE LANGUAGES IN USE, AND WHETHER THE MAP OR TOPIC IN HAND
      * HAS ANYTHING IN EACH ONE
       01  LANG-TABLE.
           05  LANG-ENTRY              OCCURS 30 TIMES.
               10  LANG-CODE           PIC  X(02).
               10  LANG-HAVE-SW        PIC  X(01).
               10  LANG-MISSING        PIC S9(05)   COMP.

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'L A N G M I S S  -  MISSING TRANSLATIONS'.
           05  FILLER                  PIC  X(09)   VALUE 'RUN DATE '.
           05  RPT-H-DATE              PIC  X(08).

       01  RPT-LANGS.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(19)
                   VALUE 'LANGUAGES IN USE:  '.
           05  RPT-L-LIST              PIC  X(51).

       01  RPT-SECTION.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-S-TEXT              PIC  X(70).

       01  RPT-COLS.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-K-NAME              PIC  X(10).
           05  RPT-K-FIELD             PIC  X(10).
           05  FILLER                  PIC  X(06)   VALUE 'LANG'.
           05  FILLER                  PIC  X(50)   VALUE 'ENGLISH'.

       01  RPT-ITEM.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-I-NAME              PIC  X(10).
           05  RPT-I-FIELD             PIC  X(10).
           05  RPT-I-LANG              PIC  X(06).
           05  RPT-I-TEXT              PIC  X(50).

       01  RPT-COUNT.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  RPT-C-COUNT             PIC  ZZZZ9.
           05  FILLER                  PIC  X(21)
                   VALUE ' MISSING TRANSLATIONS'.

       01  RPT-BY-LANG.
           05  FILLER                  PIC  X(12)   VALUE SPACES.
           05  FILLER                  PIC  X(09)   VALUE 'LANGUAGE '.
           05  RPT-B-LANG              PIC  X(02).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-B-COUNT             PIC  ZZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' MISSING'.

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'LANGMISS: '.
           05  RPT-T-COUNT             PIC  ZZZZ9.
           05  FILLER                  PIC  X(37)
                   VALUE ' MISSING TRANSLATION(S) IN ALL'.

       01  RPT-TROUBLE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)
                   VALUE 'LANGMISS: '.
           05  RPT-TROUBLE-TEXT        PIC  X(60).

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.

           SET  RPTA-OPEN              TO TRUE.
           MOVE 'LANGMISS'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE JOBD-CLOCK-DATE        TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           MOVE 'LANG='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM A10-SET-LANGUAGE THRU A19-EXIT.
           IF  MISS-RC NOT = ZERO
               GO TO A90-EXIT
           END-IF.

           OPEN INPUT DAPSYSF.
           IF  DAPSYSF-STATUS = '00'
               SET  DAPSYSF-OPEN       TO TRUE
           ELSE
               MOVE 8                  TO MISS-RC
               MOVE 'DAPSYSF NOT AVAILABLE -- MAP TITLES NOT CHECKED'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
           END-IF.
           OPEN INPUT HELPTXT.
           IF  HELPTXT-STATUS = '00'
               SET  HELPTXT-OPEN       TO TRUE
           ELSE
               MOVE 8                  TO MISS-RC
               MOVE 'HELPTXT NOT AVAILABLE -- HELP TEXT NOT CHECKED'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
           END-IF.

           IF  NOT LANG-FIXED
               PERFORM B00-COLLECT-LANGUAGES THRU B90-EXIT
           END-IF.
           PERFORM A20-SHOW-LANGUAGES THRU A29-EXIT.
           IF  LANG-COUNT = ZERO
               MOVE 'NO TRANSLATIONS ON FILE -- NOTHING TO REPORT'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO A80-CLOSE
           END-IF.

           IF  DAPSYSF-OPEN
               PERFORM C00-CHECK-TITLES THRU C90-EXIT
           END-IF.
           IF  HELPTXT-OPEN
               PERFORM D00-CHECK-HELP THRU D90-EXIT
           END-IF.

           MOVE 'MISSING BY LANGUAGE'  TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           PERFORM E10-LANGUAGE-TOTAL THRU E19-EXIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > LANG-COUNT.

           IF  ITEM-COUNT > ZERO
           AND MISS-RC < 4
               MOVE 4                  TO MISS-RC
           END-IF.
           MOVE ITEM-COUNT             TO RPT-T-COUNT.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

       A80-CLOSE.
           IF  DAPSYSF-OPEN
               CLOSE DAPSYSF
           END-IF.
           IF  HELPTXT-OPEN
               CLOSE HELPTXT
           END-IF.
       A90-EXIT.
           MOVE MISS-RC                TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    LANG=XX LIMITS THE RUN TO ONE LANGUAGE; NO TAG MEANS EVERY  *
      *    LANGUAGE THAT HAS ANYTHING ON FILE (FOUND BY B00)           *
      ******************************************************************
       A10-SET-LANGUAGE.
           IF  EXT-VALUE = SPACES
               GO TO A19-EXIT
           END-IF.
           IF  EXT-VALUE(1:1) IS NOT ALPHABETIC
           OR  EXT-VALUE(2:1) IS NOT ALPHABETIC
           OR  EXT-VALUE(1:1) = SPACE
           OR  EXT-VALUE(2:1) = SPACE
           OR  EXT-VALUE(3:1) NOT = SPACE
           OR  EXT-VALUE(1:2) = 'EN'
               MOVE 8                  TO MISS-RC
               MOVE 'LANG= MUST BE A TWO-LETTER CODE OTHER THAN EN'
                                       TO RPT-TROUBLE-TEXT
               PERFORM X50-PRINT-TROUBLE THRU X59-EXIT
               GO TO A19-EXIT
           END-IF.
           MOVE 1                      TO LANG-COUNT.
           MOVE EXT-VALUE(1:2)         TO LANG-CODE(1).
           MOVE ZERO                   TO LANG-MISSING(1).
           SET  LANG-FIXED             TO TRUE.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A19-EXIT.
           EXIT.

       A20-SHOW-LANGUAGES.
           MOVE SPACES                 TO RPT-L-LIST.
           IF  LANG-COUNT = ZERO
               MOVE '(NONE)'           TO RPT-L-LIST
           END-IF.
           PERFORM A25-LIST-ONE THRU A25-EXIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > LANG-COUNT
                   OR    LX > 17.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-LANGS              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       A29-EXIT.
           EXIT.

       A25-LIST-ONE.
           COMPUTE FX = (LX - 1) * 3 + 1.
           MOVE LANG-CODE(LX)          TO RPT-L-LIST(FX:2).
       A25-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY NON-ENGLISH LANGUAGE CODE ON EITHER FILE, ONCE EACH   *
      ******************************************************************
       B00-COLLECT-LANGUAGES.
           IF  NOT DAPSYSF-OPEN
               GO TO B50-HELPTXT
           END-IF.
           MOVE LOW-VALUES             TO MAPTITLE-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START DAPSYSF KEY NOT LESS THAN MAPTITLE-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-TITLE-LANGUAGE THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
       B50-HELPTXT.
           IF  NOT HELPTXT-OPEN
               GO TO B90-EXIT
           END-IF.
           MOVE LOW-VALUES             TO HELPTXT-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START HELPTXT KEY NOT LESS THAN HELPTXT-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B20-HELP-LANGUAGE THRU B29-EXIT
                   UNTIL NO-MORE-RECORDS.
       B90-EXIT.
           EXIT.

       B10-TITLE-LANGUAGE.
           READ DAPSYSF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO B19-EXIT
           END-READ.
           IF  DAPSYSF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  MAPTITLE-LANG > SPACES
               MOVE MAPTITLE-LANG      TO FIND-LANG
               PERFORM B30-ADD-LANGUAGE THRU B39-EXIT
           END-IF.
       B19-EXIT.
           EXIT.

       B20-HELP-LANGUAGE.
           READ HELPTXT NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO B29-EXIT
           END-READ.
           IF  HELPTXT-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO B29-EXIT
           END-IF.
           IF  HELPTXT-LANG > SPACES
               MOVE HELPTXT-LANG       TO FIND-LANG
               PERFORM B30-ADD-LANGUAGE THRU B39-EXIT
           END-IF.
       B29-EXIT.
           EXIT.

      * FIND-LANG INTO THE TABLE UNLESS IT IS ALREADY THERE (A FULL
      * TABLE SIMPLY STOPS TAKING NEW CODES)
       B30-ADD-LANGUAGE.
           PERFORM X20-FIND-LANGUAGE THRU X29-EXIT.
           IF  FX > ZERO
           OR  LANG-COUNT NOT < 30
               GO TO B39-EXIT
           END-IF.
           ADD  1                      TO LANG-COUNT.
           MOVE FIND-LANG              TO LANG-CODE(LANG-COUNT).
           MOVE ZERO                   TO LANG-MISSING(LANG-COUNT).
       B39-EXIT.
           EXIT.

      ******************************************************************
      *    DAPSYSF -- ONE GROUP PER MAP ID (ENGLISH SORTS FIRST); AN   *
      *    ENGLISH TITLE WITH NO RECORD IN A LANGUAGE IN USE IS        *
      *    MISSING ITS TRANSLATION                                     *
      ******************************************************************
       C00-CHECK-TITLES.
           MOVE 'MAP TITLES WITH NO TRANSLATION' TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           MOVE 'MAP ID'               TO RPT-K-NAME.
           MOVE SPACES                 TO RPT-K-FIELD.
           MOVE RPT-COLS               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           MOVE SPACES                 TO CUR-GROUP.
           MOVE 'N'                    TO ENGL-SW.
           MOVE LOW-VALUES             TO MAPTITLE-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START DAPSYSF KEY NOT LESS THAN MAPTITLE-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-ONE-TITLE THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM C20-END-MAP THRU C29-EXIT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       C90-EXIT.
           EXIT.

       C10-ONE-TITLE.
           READ DAPSYSF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO C19-EXIT
           END-READ.
           IF  DAPSYSF-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO C19-EXIT
           END-IF.
           IF  MAPTITLE-MAP-ID NOT = CUR-GROUP
               PERFORM C20-END-MAP THRU C29-EXIT
               MOVE MAPTITLE-MAP-ID    TO CUR-GROUP
               MOVE 'N'                TO ENGL-SW
               PERFORM X15-CLEAR-HAVE THRU X15-EXIT
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > LANG-COUNT
           END-IF.
           IF  MAPTITLE-LANG = SPACES
               SET  ENGL-FOUND         TO TRUE
               MOVE MAPTITLE-VALUE     TO ENGL-TEXT
               GO TO C19-EXIT
           END-IF.
           MOVE MAPTITLE-LANG          TO FIND-LANG.
           PERFORM X20-FIND-LANGUAGE THRU X29-EXIT.
           IF  FX > ZERO
               MOVE 'Y'                TO LANG-HAVE-SW(FX)
           END-IF.
       C19-EXIT.
           EXIT.

      * THE MAP JUST FINISHED -- ONE LINE PER LANGUAGE IT LACKS (A
      * TRANSLATION WITH NO ENGLISH RECORD BEHIND IT IS NOT LISTED;
      * DAPSYSFM WILL NOT ADD ONE)
       C20-END-MAP.
           IF  CUR-GROUP = SPACES
           OR  NOT ENGL-FOUND
               GO TO C29-EXIT
           END-IF.
           MOVE CUR-GROUP(1:8)         TO RPT-I-NAME.
           MOVE SPACES                 TO RPT-I-FIELD.
           PERFORM X80-LIST-MISSING THRU X89-EXIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > LANG-COUNT.
       C29-EXIT.
           EXIT.

      ******************************************************************
      *    HELPTXT -- ONE GROUP PER TOPIC/FIELD (ENGLISH LINES SORT    *
      *    FIRST); ANY LINE IN A LANGUAGE COUNTS AS HAVING IT          *
      ******************************************************************
       D00-CHECK-HELP.
           MOVE 'HELP TOPICS WITH NO TRANSLATION' TO RPT-S-TEXT.
           PERFORM X60-SECTION-HEAD THRU X69-EXIT.
           MOVE 'TOPIC'                TO RPT-K-NAME.
           MOVE 'FIELD'                TO RPT-K-FIELD.
           MOVE RPT-COLS               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.

           MOVE SPACES                 TO CUR-GROUP.
           MOVE 'N'                    TO ENGL-SW.
           MOVE LOW-VALUES             TO HELPTXT-KEY.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           START HELPTXT KEY NOT LESS THAN HELPTXT-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM D10-ONE-LINE THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM D20-END-TOPIC THRU D29-EXIT.
           PERFORM X70-SECTION-FOOT THRU X79-EXIT.
       D90-EXIT.
           EXIT.

       D10-ONE-LINE.
           READ HELPTXT NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
                   GO TO D19-EXIT
           END-READ.
           IF  HELPTXT-STATUS NOT = '00'
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO D19-EXIT
           END-IF.
           IF  HELPTXT-KEY(1:16) NOT = CUR-GROUP
               PERFORM D20-END-TOPIC THRU D29-EXIT
               MOVE HELPTXT-KEY(1:16)  TO CUR-GROUP
               MOVE 'N'                TO ENGL-SW
               PERFORM X15-CLEAR-HAVE THRU X15-EXIT
                       VARYING LX FROM 1 BY 1
                       UNTIL LX > LANG-COUNT
           END-IF.
           IF  HELPTXT-LANG = SPACES
               IF  NOT ENGL-FOUND
                   SET  ENGL-FOUND     TO TRUE
                   MOVE HELPTXT-TEXT   TO ENGL-TEXT
               END-IF
               GO TO D19-EXIT
           END-IF.
           MOVE HELPTXT-LANG           TO FIND-LANG.
           PERFORM X20-FIND-LANGUAGE THRU X29-EXIT.
           IF  FX > ZERO
               MOVE 'Y'                TO LANG-HAVE-SW(FX)
           END-IF.
       D19-EXIT.
           EXIT.

       D20-END-TOPIC.
           IF  CUR-GROUP = SPACES
           OR  NOT ENGL-FOUND
               GO TO D29-EXIT
           END-IF.
           MOVE CUR-GROUP(1:8)         TO RPT-I-NAME.
           MOVE CUR-GROUP(9:8)         TO RPT-I-FIELD.
           IF  CUR-GROUP(9:8) = SPACES
               MOVE '(TOPIC)'          TO RPT-I-FIELD
           END-IF.
           PERFORM X80-LIST-MISSING THRU X89-EXIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > LANG-COUNT.
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    HOW MANY EACH LANGUAGE IS MISSING, TITLES AND HELP TOGETHER *
      ******************************************************************
       E10-LANGUAGE-TOTAL.
           MOVE LANG-CODE(LX)          TO RPT-B-LANG.
           MOVE LANG-MISSING(LX)       TO RPT-B-COUNT.
           MOVE RPT-BY-LANG            TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       E19-EXIT.
           EXIT.

      ******************************************************************
      *    SYSPARM TAG EXTRACT -- SCAN JOBD-SYS-PARM FOR EXT-TAG AND   *
      *    RETURN WHAT FOLLOWS IT UP TO A COMMA OR SPACE IN EXT-VALUE  *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM X12-FIND-TAG THRU X12-EXIT
                   VARYING EXT-IX FROM 1 BY 1
                   UNTIL EXT-IX > (101 - EXT-TAGLEN)
                   OR    EXT-POS > ZERO.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS = ZERO
               GO TO X10-FALLBACK
           END-IF.
           PERFORM X14-FIND-END THRU X14-EXIT
                   VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                   OR    JOBD-SYS-PARM(EXT-END:1) = ','
                   OR    JOBD-SYS-PARM(EXT-END:1) = SPACE.
           IF  EXT-END > EXT-POS
               MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
       X10-FALLBACK.
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'LANGMISS'             TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

       X12-FIND-TAG.
           IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
               EXT-TAG(1:EXT-TAGLEN)
               COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
           END-IF.
       X12-EXIT.
           EXIT.

       X14-FIND-END.
           CONTINUE.
       X14-EXIT.
           EXIT.

       X15-CLEAR-HAVE.
           MOVE 'N'                    TO LANG-HAVE-SW(LX).
       X15-EXIT.
           EXIT.

      * FX = WHERE FIND-LANG IS IN THE TABLE (ZERO WHEN IT IS NOT)
       X20-FIND-LANGUAGE.
           MOVE ZERO                   TO FX.
           PERFORM X25-MATCH-ONE THRU X25-EXIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > LANG-COUNT
                   OR    FX > ZERO.
       X29-EXIT.
           EXIT.

       X25-MATCH-ONE.
           IF  LANG-CODE(LX) = FIND-LANG
               MOVE LX                 TO FX
           END-IF.
       X25-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-LINE              TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X39-EXIT.
           EXIT.

       X40-PRINT-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X49-EXIT.
           EXIT.

       X50-PRINT-TROUBLE.
           MOVE RPT-TROUBLE            TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X59-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION HEADING (RPT-S-TEXT SET BY THE CALLER) AND FOOTING  *
      *    WITH THE SECTION'S MISSING COUNT                            *
      ******************************************************************
       X60-SECTION-HEAD.
           MOVE ZERO                   TO SECT-COUNT.
           MOVE SPACES                 TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
           MOVE RPT-SECTION            TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X69-EXIT.
           EXIT.

       X70-SECTION-FOOT.
           IF  SECT-COUNT = ZERO
               MOVE '  NONE'           TO RPT-S-TEXT
               MOVE RPT-SECTION        TO RPTA-LINE
           ELSE
               MOVE SECT-COUNT         TO RPT-C-COUNT
               MOVE RPT-COUNT          TO RPTA-LINE
           END-IF.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X79-EXIT.
           EXIT.

      * ONE LINE WHEN THE MAP OR TOPIC IN HAND (RPT-I-NAME/FIELD SET
      * BY THE CALLER) HAS NOTHING IN LANGUAGE LX
       X80-LIST-MISSING.
           IF  LANG-HAVE-SW(LX) = 'Y'
               GO TO X89-EXIT
           END-IF.
           ADD  1                      TO SECT-COUNT
                                          ITEM-COUNT
                                          LANG-MISSING(LX).
           MOVE LANG-CODE(LX)          TO RPT-I-LANG.
           MOVE ENGL-TEXT              TO RPT-I-TEXT.
           MOVE RPT-ITEM               TO RPTA-LINE.
           PERFORM X40-PRINT-LINE THRU X49-EXIT.
       X89-EXIT.
           EXIT.
