       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    LAYOMASK.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MASKED TEST-DATA COPY.  READS A PRODUCTION FILE
      *REMARKS.       THROUGH PRODIN (THE FILE, OR THE IDCAMS REPRO
      *REMARKS.       COPY OF A KEYED ONE) AND WRITES THE TEST COPY TO
      *REMARKS.       TESTOUT, EVERY FIELD ITS LAYOUTF DICTIONARY
      *REMARKS.       RECORD (RECNAME= TAG) FLAGS LAYOUTF-MASKED
      *REMARKS.       REPLACED BY A SUBSTITUTE.  THE SUBSTITUTE IS
      *REMARKS.       WORKED OUT FROM THE REAL VALUE AND THE SEED=
      *REMARKS.       TAG ALONE, SO THE SAME REAL VALUE ALWAYS GETS
      *REMARKS.       THE SAME FAKE ONE -- IN EVERY FIELD AND EVERY
      *REMARKS.       FILE COPIED WITH THE SAME SEED -- AND JOINS
      *REMARKS.       BETWEEN THE FILES STILL WORK.  IT KEEPS THE
      *REMARKS.       FIELD'S FORM: A DIGIT STAYS A DIGIT, A LETTER A
      *REMARKS.       LETTER, SPACES AND PUNCTUATION AND A PACKED
      *REMARKS.       SIGN STAY PUT, AND A DATE STAYS A REAL DATE IN
      *REMARKS.       ITS OWN YEAR.  A MASKED FIELD INSIDE THE KEY
      *REMARKS.       (KEYPOS=/KEYLEN= TAGS, WHICH MUST BE GIVEN WHEN
      *REMARKS.       ANY FIELD IS MASKED -- KEYLEN=0 FOR NO KEY) IS
      *REMARKS.       LEFT ALONE UNLESS MASKKEY=YES; A MASKED KEY CAN
      *REMARKS.       UPSET THE KEY ORDER, SO SORT THAT COPY BEFORE
      *REMARKS.       IT IS REPRO'D INTO A KEYED FILE.  THE COUNTS OF
      *REMARKS.       RECORDS AND FIELD VALUES MASKED ARE PRINTED AS
      *REMARKS.       THE EVIDENCE FOR THE DATA-PROTECTION REVIEW.
      *REMARKS.       RETURN CODE 4 WHEN THE DICTIONARY MASKS
      *REMARKS.       NOTHING, 8 WHEN NO COPY COULD BE MADE.

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
           SELECT LAYOUTF              ASSIGN TO LAYOUTF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS LAYOUTF-KEY
                                       FILE STATUS IS LAYOUTF-STATUS.
           SELECT PRODIN               ASSIGN TO PRODIN
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS PRODIN-STATUS.
           SELECT TESTOUT              ASSIGN TO TESTOUT
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS TESTOUT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LAYOUTF
           LABEL RECORDS ARE STANDARD.
           COPY LAYOUTF.

       FD  PRODIN
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 32000
               DEPENDING ON IN-LEN.
       01  PRODIN-RECORD               PIC  X(32000).

       FD  TESTOUT
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 32000
               DEPENDING ON OUT-LEN.
       01  TESTOUT-RECORD              PIC  X(32000).

       WORKING-STORAGE SECTION.
       77  LAYOUTF-STATUS              PIC  X(02).
       77  PRODIN-STATUS               PIC  X(02).
       77  TESTOUT-STATUS              PIC  X(02).
       77  IN-LEN                      PIC S9(05)   COMP.
       77  OUT-LEN                     PIC S9(05)   COMP.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  MORE-DICT-SW                PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-DICT                         VALUE 'N'.
       77  MASK-KEY-SW                 PIC  X(01)   VALUE 'N'.
           88  MASK-KEY                             VALUE 'Y'.
       77  RECORD-HIT-SW               PIC  X(01).
           88  RECORD-HIT                           VALUE 'Y'.
       77  RECORD-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  WRITTEN-TOTAL               PIC S9(09)   COMP VALUE ZERO.
       77  HIT-RECORD-TOTAL            PIC S9(09)   COMP VALUE ZERO.
       77  VALUE-TOTAL                 PIC S9(09)   COMP VALUE ZERO.
       77  MASK-FIELD-CNT              PIC S9(04)   COMP VALUE ZERO.
       77  DICT-NAME                   PIC  X(08)   VALUE SPACES.
       77  KEY-POS                     PIC S9(05)   COMP VALUE +1.
       77  KEY-LEN                     PIC S9(05)   COMP VALUE -1.
       77  KEY-END                     PIC S9(05)   COMP.
       77  SEED                        PIC S9(09)   COMP VALUE +7919.
       77  TAG-NUMBER                  PIC S9(05)   COMP.
       77  FX                          PIC S9(04)   COMP.
       77  BX                          PIC S9(05)   COMP.
       77  FLD-POS                     PIC S9(05)   COMP.
       77  FLD-LEN                     PIC S9(05)   COMP.
       77  FLD-LAST                    PIC S9(05)   COMP.

      * THE RECORD NAME'S MASKED FIELDS, WITH THEIR COUNTS
       77  FLD-CNT                     PIC S9(04)   COMP VALUE ZERO.
       01  FIELD-TABLE.
           03  FLD-ENTRY OCCURS 999 TIMES.
               05  FLD-NAME            PIC  X(16).
               05  FLD-OFFSET          PIC S9(05)   COMP.
               05  FLD-LENGTH          PIC S9(05)   COMP.
               05  FLD-TYPE            PIC  X(01).
               05  FLD-KEY-SW          PIC  X(01).
                   88  FLD-IN-KEY              VALUE 'Y'.
               05  FLD-MASKED          PIC S9(09)   COMP.
               05  FLD-SHORT           PIC S9(09)   COMP.

      * THE SUBSTITUTION HASH -- RUN OVER THE FIELD'S BYTES FROM THE
      * SEED, SO EACH SUBSTITUTE BYTE DEPENDS ON THE REAL BYTES UP TO
      * AND INCLUDING IT AND ON NOTHING ELSE
       77  HASH                        PIC S9(09)   COMP.
       77  HASH-QUOT                   PIC S9(09)   COMP.
       77  HASH-IN                     PIC S9(04)   COMP.
       77  PICK                        PIC S9(04)   COMP.
       77  HI-NIB                      PIC S9(04)   COMP.
       77  LO-NIB                      PIC S9(04)   COMP.
       77  BYTE-X                      PIC  X(01).

      * ONE BYTE'S VALUE, 0-255, BY WAY OF A HALFWORD
       01  HALF-AREA.
           05  HALF-BIN                PIC S9(04)   BINARY.
       01  HALF-X     REDEFINES HALF-AREA
                                       PIC  X(02).

       01  SUBSTITUTES.
           05  SUB-DIGITS              PIC  X(10)   VALUE
                   '0123456789'.
           05  SUB-UPPER               PIC  X(26)   VALUE
                   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  SUB-LOWER               PIC  X(26)   VALUE
                   'abcdefghijklmnopqrstuvwxyz'.

      * A DATE FIELD, CCYYMMDD OR CCYY-MM-DD (SEE LAYOUTF TYPE D)
       01  DATE-TEXT                   PIC  X(10).
       01  DATE-MM                     PIC  9(02).
       01  DATE-DD                     PIC  9(02).
       01  DATE-MM-POS                 PIC S9(04)   COMP.
       01  DATE-DD-POS                 PIC S9(04)   COMP.

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
                   'L A Y O M A S K  -  MASKED TEST-DATA COPY'.

       01  RPT-MSG.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-M-TEXT              PIC  X(60).
           05  RPT-M-WHAT              PIC  X(20).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'MASKED FIELD     TYPE OFFSET LENGTH'.
           05  FILLER                  PIC  X(24)
                   VALUE '   VALUES MASKED  NOTE'.

       01  RPT-COUNT.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-C-FIELD             PIC  X(16).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-C-TYPE              PIC  X(01).
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-C-OFFSET            PIC  ZZZZ9.
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-C-LENGTH            PIC  ZZZ9.
           05  FILLER                  PIC  X(04)   VALUE SPACES.
           05  RPT-C-MASKED            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-C-NOTE              PIC  X(30).

       01  RPT-TOTAL1.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-READ            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(16)   VALUE
                   ' RECORDS READ,  '.
           05  RPT-TOT-WRITTEN         PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(16)   VALUE
                   ' WRITTEN'.

       01  RPT-TOTAL2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-HIT             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(16)   VALUE
                   ' RECORDS MASKED,'.
           05  RPT-TOT-VALUES          PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(20)   VALUE
                   ' FIELD VALUES MASKED'.
           05  FILLER                  PIC  X(04)   VALUE ' IN '.
           05  RPT-TOT-FIELDS          PIC  ZZ9.
           05  FILLER                  PIC  X(15)   VALUE
                   ' MASKED FIELDS'.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           DISPLAY RPT-HDG1            UPON PRINTER.
           PERFORM A10-GET-RECNAME THRU A19-EXIT.
           PERFORM A20-GET-KEYPOS THRU A29-EXIT.
           PERFORM A30-GET-KEYLEN THRU A39-EXIT.
           PERFORM A40-GET-MASKKEY THRU A49-EXIT.
           PERFORM A50-GET-SEED THRU A59-EXIT.
           DISPLAY SPACES              UPON PRINTER.

           IF  DICT-NAME NOT > SPACES
               MOVE 'RECNAME= TAG MISSING - NO COPY MADE'
                                       TO RPT-M-TEXT
               MOVE SPACES             TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM B00-LOAD-DICT THRU B90-EXIT.
           IF  LAYOUTF-STATUS NOT = '00'
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           IF  MASK-FIELD-CNT > ZERO
           AND KEY-LEN < ZERO
               MOVE 'KEYLEN= TAG REQUIRED (0 = NO KEY) - NO COPY MADE'
                                       TO RPT-M-TEXT
               MOVE SPACES             TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM B50-MARK-KEY-FIELDS THRU B59-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > FLD-CNT.

           OPEN INPUT PRODIN.
           IF  PRODIN-STATUS NOT = '00'
               MOVE 'PRODIN WOULD NOT OPEN - STATUS'
                                       TO RPT-M-TEXT
               MOVE PRODIN-STATUS      TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TESTOUT.
           IF  TESTOUT-STATUS NOT = '00'
               MOVE 'TESTOUT WOULD NOT OPEN - STATUS'
                                       TO RPT-M-TEXT
               MOVE TESTOUT-STATUS     TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               CLOSE PRODIN
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM C00-COPY-RECORD THRU C90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE PRODIN
                 TESTOUT.

           PERFORM F00-FIELD-COUNTS THRU F90-EXIT.
           MOVE RECORD-TOTAL           TO RPT-TOT-READ.
           MOVE WRITTEN-TOTAL          TO RPT-TOT-WRITTEN.
           MOVE HIT-RECORD-TOTAL       TO RPT-TOT-HIT.
           MOVE VALUE-TOTAL            TO RPT-TOT-VALUES.
           MOVE MASK-FIELD-CNT         TO RPT-TOT-FIELDS.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-TOTAL1          UPON PRINTER.
           DISPLAY RPT-TOTAL2          UPON PRINTER.

           EVALUATE TRUE
               WHEN WRITTEN-TOTAL NOT = RECORD-TOTAL
                   MOVE 8              TO RETURN-CODE
               WHEN MASK-FIELD-CNT = ZERO
                   MOVE 4              TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROES         TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      ******************************************************************
      *    RECNAME= NAMES THE LAYOUTF RECORD DESCRIBING THE FILE       *
      ******************************************************************
       A10-GET-RECNAME.
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
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    KEYPOS= AND KEYLEN= PLACE THE KEY, SO ITS FIELDS ARE LEFT   *
      *    ALONE UNLESS MASKKEY=YES.  KEYLEN= HAS NO DEFAULT -- A      *
      *    GUESSED KEY COULD MASK ONE THAT WAS MEANT TO SURVIVE        *
      ******************************************************************
       A20-GET-KEYPOS.
           MOVE 'KEYPOS='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-TAG-NUMBER THRU X29-EXIT.
           IF  TAG-NUMBER < 1
               SET  BPRM-FROM-DEFAULT  TO TRUE
           ELSE
               MOVE TAG-NUMBER         TO KEY-POS
           END-IF.
           MOVE KEY-POS                TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A29-EXIT.
           EXIT.

       A30-GET-KEYLEN.
           MOVE 'KEYLEN='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-TAG-NUMBER THRU X29-EXIT.
           MOVE TAG-NUMBER             TO KEY-LEN.
           IF  KEY-LEN < ZERO
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE '(NONE)'           TO BPRM-VALUE
               SET  BPRM-SHOW          TO TRUE
           ELSE
               MOVE KEY-LEN            TO BPRM-NUMBER
               SET  BPRM-SHOW-NUMBER   TO TRUE
           END-IF.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A39-EXIT.
           EXIT.

       A40-GET-MASKKEY.
           MOVE 'MASKKEY='             TO EXT-TAG.
           MOVE 8                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           IF  EXT-VALUE(1:1) = 'Y'
               MOVE 'Y'                TO MASK-KEY-SW
               MOVE 'YES'              TO BPRM-VALUE
           ELSE
               MOVE 'NO'               TO BPRM-VALUE
               IF  EXT-VALUE(1:1) NOT = 'N'
                   SET  BPRM-FROM-DEFAULT TO TRUE
               END-IF
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A49-EXIT.
           EXIT.

      ******************************************************************
      *    SEED= VARIES THE SUBSTITUTES.  USE ONE SEED FOR EVERY FILE  *
      *    OF A TEST REFRESH SO JOINS HOLD; THE VALUE IS NOT PRINTED   *
      ******************************************************************
       A50-GET-SEED.
           MOVE 'SEED='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-TAG-NUMBER THRU X29-EXIT.
           IF  TAG-NUMBER < ZERO
               SET  BPRM-FROM-DEFAULT  TO TRUE
               MOVE '(STANDARD)'       TO BPRM-VALUE
           ELSE
               MOVE TAG-NUMBER         TO SEED
               MOVE '(GIVEN)'          TO BPRM-VALUE
           END-IF.
           SET  BPRM-SHOW              TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A59-EXIT.
           EXIT.

      ******************************************************************
      *    HOLD THE RECORD NAME'S MASKED FIELDS FOR THE WHOLE RUN      *
      ******************************************************************
       B00-LOAD-DICT.
           OPEN INPUT LAYOUTF.
           IF  LAYOUTF-STATUS NOT = '00'
               MOVE 'LAYOUTF WOULD NOT OPEN - NO COPY MADE - STATUS'
                                       TO RPT-M-TEXT
               MOVE LAYOUTF-STATUS     TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               GO TO B90-EXIT
           END-IF.
           MOVE DICT-NAME              TO LAYOUTF-RECNAME.
           MOVE ZERO                   TO LAYOUTF-SEQ.
           START LAYOUTF KEY NOT LESS THAN LAYOUTF-KEY
               INVALID KEY
                   SET NO-MORE-DICT    TO TRUE
           END-START.
           PERFORM B10-READ-FIELD THRU B10-EXIT
                   UNTIL NO-MORE-DICT.
           CLOSE LAYOUTF.
           MOVE '00'                   TO LAYOUTF-STATUS.
           IF  MASK-FIELD-CNT = ZERO
               MOVE 'NO FIELD OF THIS RECORD IS FLAGGED FOR MASKING'
                                       TO RPT-M-TEXT
               MOVE DICT-NAME          TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
           END-IF.
       B90-EXIT.
           EXIT.

       B10-READ-FIELD.
           READ LAYOUTF NEXT RECORD
               AT END
                   SET NO-MORE-DICT    TO TRUE
           END-READ.
           IF  NO-MORE-DICT
               GO TO B10-EXIT
           END-IF.
           IF  LAYOUTF-RECNAME NOT = DICT-NAME
           OR  FLD-CNT NOT < 999
               SET  NO-MORE-DICT       TO TRUE
               GO TO B10-EXIT
           END-IF.
           IF  NOT LAYOUTF-MASKED
           OR  LAYOUTF-OFFSET < 1
           OR  LAYOUTF-LENGTH < 1
               GO TO B10-EXIT
           END-IF.
           ADD  1                      TO FLD-CNT.
           ADD  1                      TO MASK-FIELD-CNT.
           MOVE LAYOUTF-FIELD          TO FLD-NAME(FLD-CNT).
           MOVE LAYOUTF-OFFSET         TO FLD-OFFSET(FLD-CNT).
           MOVE LAYOUTF-LENGTH         TO FLD-LENGTH(FLD-CNT).
           MOVE LAYOUTF-TYPE           TO FLD-TYPE(FLD-CNT).
           MOVE 'N'                    TO FLD-KEY-SW(FLD-CNT).
           MOVE ZERO                   TO FLD-MASKED(FLD-CNT)
                                          FLD-SHORT(FLD-CNT).
       B10-EXIT.
           EXIT.

      * A FIELD TOUCHING ANY BYTE OF THE KEY COUNTS AS A KEY FIELD
       B50-MARK-KEY-FIELDS.
           IF  KEY-LEN < 1
               GO TO B59-EXIT
           END-IF.
           COMPUTE KEY-END = KEY-POS + KEY-LEN - 1.
           COMPUTE FLD-LAST = FLD-OFFSET(FX) + FLD-LENGTH(FX) - 1.
           IF  FLD-OFFSET(FX) NOT > KEY-END
           AND FLD-LAST NOT < KEY-POS
               MOVE 'Y'                TO FLD-KEY-SW(FX)
           END-IF.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    COPY ONE RECORD, MASKING EVERY FLAGGED FIELD IT REACHES     *
      ******************************************************************
       C00-COPY-RECORD.
           READ PRODIN
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C90-EXIT
           END-IF.
           IF  PRODIN-STATUS NOT = '00'
               MOVE 'PRODIN READ FAILED - COPY STOPPED - STATUS'
                                       TO RPT-M-TEXT
               MOVE PRODIN-STATUS      TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               SET  NO-MORE-RECORDS    TO TRUE
               ADD  1                  TO RECORD-TOTAL
               GO TO C90-EXIT
           END-IF.
           ADD  1                      TO RECORD-TOTAL.
           MOVE 'N'                    TO RECORD-HIT-SW.
           PERFORM D00-MASK-FIELD THRU D90-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > FLD-CNT.
           IF  RECORD-HIT
               ADD  1                  TO HIT-RECORD-TOTAL
           END-IF.
           MOVE IN-LEN                 TO OUT-LEN.
           WRITE TESTOUT-RECORD      FROM PRODIN-RECORD.
           IF  TESTOUT-STATUS NOT = '00'
               MOVE 'TESTOUT WRITE FAILED - COPY STOPPED - STATUS'
                                       TO RPT-M-TEXT
               MOVE TESTOUT-STATUS     TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO C90-EXIT
           END-IF.
           ADD  1                      TO WRITTEN-TOTAL.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    MASK ONE FIELD IN PLACE, BY ITS DICTIONARY TYPE             *
      ******************************************************************
       D00-MASK-FIELD.
           IF  FLD-IN-KEY(FX)
           AND NOT MASK-KEY
               GO TO D90-EXIT
           END-IF.
           MOVE FLD-OFFSET(FX)         TO FLD-POS.
           MOVE FLD-LENGTH(FX)         TO FLD-LEN.
           COMPUTE FLD-LAST = FLD-POS + FLD-LEN - 1.
           IF  FLD-LAST > IN-LEN
               ADD  1                  TO FLD-SHORT(FX)
               GO TO D90-EXIT
           END-IF.
           MOVE SEED                   TO HASH.
           EVALUATE TRUE
               WHEN FLD-TYPE(FX) = 'P'
                   PERFORM D20-MASK-PACKED THRU D29-EXIT
                           VARYING BX FROM FLD-POS BY 1
                           UNTIL BX > FLD-LAST
               WHEN FLD-TYPE(FX) = 'B'
                   PERFORM D30-MASK-BINARY THRU D39-EXIT
                           VARYING BX FROM FLD-POS BY 1
                           UNTIL BX > FLD-LAST
               WHEN FLD-TYPE(FX) = 'D'
               AND  (FLD-LEN = 8 OR FLD-LEN = 10)
                   PERFORM D40-MASK-DATE THRU D49-EXIT
               WHEN OTHER
                   PERFORM D10-MASK-CHAR THRU D19-EXIT
                           VARYING BX FROM FLD-POS BY 1
                           UNTIL BX > FLD-LAST
           END-EVALUATE.
           ADD  1                      TO FLD-MASKED(FX)
                                          VALUE-TOTAL.
           SET  RECORD-HIT             TO TRUE.
       D90-EXIT.
           EXIT.

      * CHARACTER AND ZONED -- DIGITS FOR DIGITS, AND (CHARACTER ONLY)
      * LETTERS FOR LETTERS OF THE SAME CASE.  A ZONED FIELD'S SIGNED
      * LAST BYTE IS LEFT AS IT IS, SO THE FIELD STAYS NUMERIC
       D10-MASK-CHAR.
           MOVE PRODIN-RECORD(BX:1)    TO BYTE-X.
           PERFORM X40-HASH-BYTE THRU X49-EXIT.
           EVALUATE TRUE
               WHEN BYTE-X IS NUMERIC
                   DIVIDE HASH BY 10 GIVING HASH-QUOT
                       REMAINDER PICK
                   MOVE SUB-DIGITS(PICK + 1:1)
                                       TO PRODIN-RECORD(BX:1)
               WHEN FLD-TYPE(FX) = 'Z'
               OR   BYTE-X = SPACE
                   CONTINUE
               WHEN BYTE-X IS ALPHABETIC-UPPER
                   DIVIDE HASH BY 26 GIVING HASH-QUOT
                       REMAINDER PICK
                   MOVE SUB-UPPER(PICK + 1:1)
                                       TO PRODIN-RECORD(BX:1)
               WHEN BYTE-X IS ALPHABETIC-LOWER
                   DIVIDE HASH BY 26 GIVING HASH-QUOT
                       REMAINDER PICK
                   MOVE SUB-LOWER(PICK + 1:1)
                                       TO PRODIN-RECORD(BX:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       D19-EXIT.
           EXIT.

      * PACKED -- EVERY DIGIT NIBBLE REPLACED, THE SIGN NIBBLE KEPT
       D20-MASK-PACKED.
           MOVE ZERO                   TO HALF-BIN.
           MOVE PRODIN-RECORD(BX:1)    TO HALF-X(2:1).
           DIVIDE HALF-BIN BY 16 GIVING HI-NIB
               REMAINDER LO-NIB.
           IF  HI-NIB < 10
               MOVE HI-NIB             TO HASH-IN
               PERFORM X50-HASH-STEP THRU X59-EXIT
               DIVIDE HASH BY 10 GIVING HASH-QUOT
                   REMAINDER HI-NIB
           END-IF.
           IF  BX < FLD-LAST
           AND LO-NIB < 10
               MOVE LO-NIB             TO HASH-IN
               PERFORM X50-HASH-STEP THRU X59-EXIT
               DIVIDE HASH BY 10 GIVING HASH-QUOT
                   REMAINDER LO-NIB
           END-IF.
           COMPUTE HALF-BIN = HI-NIB * 16 + LO-NIB.
           MOVE HALF-X(2:1)            TO PRODIN-RECORD(BX:1).
       D29-EXIT.
           EXIT.

       D30-MASK-BINARY.
           MOVE PRODIN-RECORD(BX:1)    TO BYTE-X.
           PERFORM X40-HASH-BYTE THRU X49-EXIT.
           DIVIDE HASH BY 256 GIVING HASH-QUOT
               REMAINDER HALF-BIN.
           MOVE HALF-X(2:1)            TO PRODIN-RECORD(BX:1).
       D39-EXIT.
           EXIT.

      * A DATE KEEPS ITS YEAR AND GETS A SUBSTITUTE MONTH AND DAY (1-28,
      * SO EVERY MONTH HOLDS IT).  AN EMPTY OR BROKEN DATE IS LEFT BE
       D40-MASK-DATE.
           MOVE PRODIN-RECORD(FLD-POS:FLD-LEN) TO DATE-TEXT.
           IF  FLD-LEN = 10
               MOVE 6                  TO DATE-MM-POS
               MOVE 9                  TO DATE-DD-POS
           ELSE
               MOVE 5                  TO DATE-MM-POS
               MOVE 7                  TO DATE-DD-POS
           END-IF.
           IF  DATE-TEXT(1:4) IS NOT NUMERIC
           OR  DATE-TEXT(DATE-MM-POS:2) IS NOT NUMERIC
           OR  DATE-TEXT(DATE-DD-POS:2) IS NOT NUMERIC
           OR  DATE-TEXT(1:FLD-LEN) = ZEROES
               GO TO D49-EXIT
           END-IF.
           PERFORM D45-HASH-DATE-BYTE THRU D45-EXIT
                   VARYING BX FROM FLD-POS BY 1
                   UNTIL BX > FLD-LAST.
           DIVIDE HASH BY 12 GIVING HASH-QUOT
               REMAINDER DATE-MM.
           ADD  1                      TO DATE-MM.
           DIVIDE HASH-QUOT BY 28 GIVING HASH-QUOT
               REMAINDER DATE-DD.
           ADD  1                      TO DATE-DD.
           MOVE DATE-MM                TO DATE-TEXT(DATE-MM-POS:2).
           MOVE DATE-DD                TO DATE-TEXT(DATE-DD-POS:2).
           MOVE DATE-TEXT(1:FLD-LEN)   TO PRODIN-RECORD
                                          (FLD-POS:FLD-LEN).
       D49-EXIT.
           EXIT.

       D45-HASH-DATE-BYTE.
           MOVE PRODIN-RECORD(BX:1)    TO BYTE-X.
           PERFORM X40-HASH-BYTE THRU X49-EXIT.
       D45-EXIT.
           EXIT.

      ******************************************************************
      *    THE EVIDENCE -- EVERY MASKED FIELD AND HOW MANY VALUES OF   *
      *    IT WERE REPLACED                                            *
      ******************************************************************
       F00-FIELD-COUNTS.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-HDG2            UPON PRINTER.
           PERFORM F10-FIELD-COUNT THRU F10-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > FLD-CNT.
       F90-EXIT.
           EXIT.

       F10-FIELD-COUNT.
           MOVE FLD-NAME(FX)           TO RPT-C-FIELD.
           MOVE FLD-TYPE(FX)           TO RPT-C-TYPE.
           MOVE FLD-OFFSET(FX)         TO RPT-C-OFFSET.
           MOVE FLD-LENGTH(FX)         TO RPT-C-LENGTH.
           MOVE FLD-MASKED(FX)         TO RPT-C-MASKED.
           EVALUATE TRUE
               WHEN FLD-IN-KEY(FX)
               AND  NOT MASK-KEY
                   MOVE 'KEY FIELD - LEFT AS IT IS'
                                       TO RPT-C-NOTE
               WHEN FLD-IN-KEY(FX)
                   MOVE 'KEY FIELD - MASKED (MASKKEY=)'
                                       TO RPT-C-NOTE
               WHEN FLD-SHORT(FX) > ZERO
                   MOVE 'NOT IN SOME SHORT RECORDS'
                                       TO RPT-C-NOTE
               WHEN OTHER
                   MOVE SPACES         TO RPT-C-NOTE
           END-EVALUATE.
           DISPLAY RPT-COUNT           UPON PRINTER.
       F10-EXIT.
           EXIT.

      ******************************************************************
      *    A NUMERIC TAG VALUE OF UP TO FIVE DIGITS; -1 WHEN THE TAG   *
      *    IS ABSENT OR NOT A NUMBER                                   *
      ******************************************************************
       X20-TAG-NUMBER.
           MOVE -1                     TO TAG-NUMBER.
           EVALUATE TRUE
               WHEN EXT-VALUE(1:5) IS NUMERIC
               AND  EXT-VALUE(6:1) = SPACE
                   MOVE EXT-VALUE(1:5) TO TAG-NUMBER
               WHEN EXT-VALUE(1:4) IS NUMERIC
               AND  EXT-VALUE(5:1) = SPACE
                   MOVE EXT-VALUE(1:4) TO TAG-NUMBER
               WHEN EXT-VALUE(1:3) IS NUMERIC
               AND  EXT-VALUE(4:1) = SPACE
                   MOVE EXT-VALUE(1:3) TO TAG-NUMBER
               WHEN EXT-VALUE(1:2) IS NUMERIC
               AND  EXT-VALUE(3:1) = SPACE
                   MOVE EXT-VALUE(1:2) TO TAG-NUMBER
               WHEN EXT-VALUE(1:1) IS NUMERIC
               AND  EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO TAG-NUMBER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       X29-EXIT.
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
           MOVE 'LAYOMASK'             TO BPRM-STEP-NAME.
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

      ******************************************************************
      *    FOLD ONE BYTE (BYTE-X), OR ONE NIBBLE (HASH-IN), INTO THE   *
      *    SUBSTITUTION HASH                                           *
      ******************************************************************
       X40-HASH-BYTE.
           MOVE ZERO                   TO HALF-BIN.
           MOVE BYTE-X                 TO HALF-X(2:1).
           MOVE HALF-BIN               TO HASH-IN.
           PERFORM X50-HASH-STEP THRU X59-EXIT.
       X49-EXIT.
           EXIT.

       X50-HASH-STEP.
           COMPUTE HASH = HASH * 31 + HASH-IN + 7.
           DIVIDE HASH BY 999983 GIVING HASH-QUOT
               REMAINDER HASH.
       X59-EXIT.
           EXIT.
