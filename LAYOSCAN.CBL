       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    LAYOSCAN.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       DATA-QUALITY SCAN OF ONE FILE AGAINST ITS
      *REMARKS.       LAYOUTF DICTIONARY RECORD (RECNAME= TAG).  EVERY
      *REMARKS.       RECORD READ THROUGH SCANIN (THE FILE ITSELF, OR
      *REMARKS.       THE IDCAMS REPRO COPY OF A KEYED FILE) HAS EACH
      *REMARKS.       DICTIONARY FIELD IT REACHES CHECKED BY TYPE --
      *REMARKS.       ZONED FIELDS MUST BE NUMERIC, PACKED FIELDS MUST
      *REMARKS.       HOLD VALID DIGITS AND SIGN, DATE FIELDS MUST BE
      *REMARKS.       REAL CALENDAR DATES (OR EMPTY).  EACH FAILURE IS
      *REMARKS.       PRINTED WITH THE RECORD KEY (KEYPOS=/KEYLEN=
      *REMARKS.       TAGS) AND THE OFFENDING BYTES THROUGH HEXDUMP --
      *REMARKS.       A MASKED FIELD'S BYTES ARE NEVER PRINTED -- UP
      *REMARKS.       TO THE LIMIT= TAG; THE COUNTING GOES ON PAST IT.
      *REMARKS.       A PER-FIELD FAILURE COUNT CLOSES THE REPORT, SO
      *REMARKS.       A CLEAN RUN IS PROOF A FILE IS CLEAN AFTER A
      *REMARKS.       CONVERSION OR A VSAMWB REPAIR.  RETURN CODE 4
      *REMARKS.       WHEN ANY FIELD FAILED, 8 WHEN THE FILE OR ITS
      *REMARKS.       DICTIONARY COULD NOT BE READ.

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
           SELECT SCANIN               ASSIGN TO SCANIN
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS SCANIN-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LAYOUTF
           LABEL RECORDS ARE STANDARD.
           COPY LAYOUTF.

       FD  SCANIN
           LABEL RECORDS ARE STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 32000
               DEPENDING ON SCAN-LEN.
       01  SCANIN-RECORD               PIC  X(32000).

       WORKING-STORAGE SECTION.
       77  LAYOUTF-STATUS              PIC  X(02).
       77  SCANIN-STATUS               PIC  X(02).
       77  SCAN-LEN                    PIC S9(05)   COMP.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  MORE-DICT-SW                PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-DICT                         VALUE 'N'.
       77  RECORD-BAD-SW               PIC  X(01).
           88  RECORD-BAD                           VALUE 'Y'.
       77  FIELD-BAD-SW                PIC  X(01).
           88  FIELD-BAD                            VALUE 'Y'.
       77  RECORD-TOTAL                PIC S9(09)   COMP VALUE ZERO.
       77  BAD-RECORD-TOTAL            PIC S9(09)   COMP VALUE ZERO.
       77  FAILURE-TOTAL               PIC S9(09)   COMP VALUE ZERO.
       77  SHOWN-TOTAL                 PIC S9(09)   COMP VALUE ZERO.
       77  DICT-NAME                   PIC  X(08)   VALUE SPACES.
       77  KEY-POS                     PIC S9(05)   COMP VALUE +1.
       77  KEY-LEN                     PIC S9(04)   COMP VALUE +16.
       77  SHOW-LIMIT                  PIC S9(09)   COMP VALUE +100.
       77  TAG-NUMBER                  PIC S9(05)   COMP.
       77  FX                          PIC S9(04)   COMP.
       77  LX                          PIC S9(04)   COMP.
       77  FLD-POS                     PIC S9(05)   COMP.
       77  FLD-LEN                     PIC S9(05)   COMP.
       77  BODY-LEN                    PIC S9(05)   COMP.
       77  PX                          PIC S9(04)   COMP.
       77  FAIL-REASON                 PIC  X(24).

      * THE RECORD NAME'S DICTIONARY, HELD FOR THE WHOLE RUN, WITH
      * EACH FIELD'S FAILURE COUNT
       77  FLD-CNT                     PIC S9(04)   COMP VALUE ZERO.
       01  FIELD-TABLE.
           03  FLD-ENTRY OCCURS 999 TIMES.
               05  FLD-NAME            PIC  X(16).
               05  FLD-OFFSET          PIC S9(05)   COMP.
               05  FLD-LENGTH          PIC S9(05)   COMP.
               05  FLD-TYPE            PIC  X(01).
               05  FLD-MASK-SW         PIC  X(01).
               05  FLD-FAILS           PIC S9(09)   COMP.

      * ZONED -- THE LAST BYTE MAY CARRY THE SIGN IN ITS ZONE
       01  ZONE-LAST                   PIC  X(01).
       01  ZONE-LAST-N REDEFINES ZONE-LAST
                                       PIC S9(01).

      * RIGHT-JUSTIFIED ASSEMBLY AREA FOR A PACKED FIELD OF ANY
      * SUPPORTED LENGTH (1-8 BYTES, AS LAYODUMP)
       01  PK-AREA                     PIC  X(08).
       01  PK-NUM     REDEFINES PK-AREA
                                       PIC S9(15)   PACKED-DECIMAL.

      * A DATE FIELD, CCYYMMDD OR CCYY-MM-DD
       01  DATE-TEXT                   PIC  X(10).
       01  DATE-DIGITS.
           05  DATE-CCYY               PIC  9(04).
           05  DATE-MM                 PIC  9(02).
           05  DATE-DD                 PIC  9(02).
       01  DATE-WORK.
           05  DAYS-IN-MONTH           PIC  9(02).
           05  LEAP-QUOT               PIC  9(04).
           05  LEAP-REM                PIC  9(04).
           05  MONTH-END-TABLE.
               10  FILLER              PIC  X(24)   VALUE
                       '312831303130313130313031'.
           05  MONTH-ENDS REDEFINES MONTH-END-TABLE.
               10  MONTH-END           PIC  9(02)   OCCURS 12.

       01  DUMP-AREA                   PIC  X(256).

       COPY HEXDUMP.

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
                   'L A Y O S C A N  -  FILE DATA-QUALITY SCAN'.

       01  RPT-FAIL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(04)   VALUE 'KEY '.
           05  RPT-F-KEY               PIC  X(32).
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-F-FIELD             PIC  X(16).
           05  FILLER                  PIC  X(04)   VALUE ' AT '.
           05  RPT-F-OFFSET            PIC  ZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-F-REASON            PIC  X(24).

       01  RPT-DUMP.
           05  FILLER                  PIC  X(09)   VALUE SPACES.
           05  RPT-DUMP-LABEL          PIC  X(05).
           05  RPT-DUMP-LINE           PIC  X(75).

       01  RPT-MSG.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-M-TEXT              PIC  X(60).
           05  RPT-M-WHAT              PIC  X(20).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'FIELD            TYPE OFFSET LENGTH MASK'.
           05  FILLER                  PIC  X(12)
                   VALUE '    FAILURES'.

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
           05  RPT-C-MASK              PIC  X(01).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-C-FAILS             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-C-NOTE              PIC  X(20).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-RECORDS         PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(16)   VALUE
                   ' RECORDS READ,  '.
           05  RPT-TOT-BAD             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(16)   VALUE
                   ' WITH FAILURES, '.
           05  RPT-TOT-FAILS           PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC  X(16)   VALUE
                   ' FIELD FAILURES'.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           CALL JOBDATA             USING JOBDATA-PARMS.
           DISPLAY RPT-HDG1            UPON PRINTER.
           PERFORM A10-GET-RECNAME THRU A19-EXIT.
           PERFORM A20-GET-KEYPOS THRU A29-EXIT.
           PERFORM A30-GET-KEYLEN THRU A39-EXIT.
           PERFORM A40-GET-LIMIT THRU A49-EXIT.
           DISPLAY SPACES              UPON PRINTER.

           IF  DICT-NAME NOT > SPACES
               MOVE 'RECNAME= TAG MISSING - NOTHING SCANNED'
                                       TO RPT-M-TEXT
               MOVE SPACES             TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM B00-LOAD-DICT THRU B90-EXIT.
           IF  FLD-CNT = ZERO
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT SCANIN.
           IF  SCANIN-STATUS NOT = '00'
               MOVE 'SCANIN WOULD NOT OPEN - STATUS'
                                       TO RPT-M-TEXT
               MOVE SCANIN-STATUS      TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM C00-SCAN-RECORD THRU C90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE SCANIN.

           IF  FAILURE-TOTAL > SHOWN-TOTAL
               MOVE SPACES             TO RPT-M-WHAT
               MOVE 'FURTHER FAILURES COUNTED, NOT SHOWN (LIMIT= TAG)'
                                       TO RPT-M-TEXT
               DISPLAY SPACES          UPON PRINTER
               DISPLAY RPT-MSG         UPON PRINTER
           END-IF.
           PERFORM F00-FIELD-COUNTS THRU F90-EXIT.

           MOVE RECORD-TOTAL           TO RPT-TOT-RECORDS.
           MOVE BAD-RECORD-TOTAL       TO RPT-TOT-BAD.
           MOVE FAILURE-TOTAL          TO RPT-TOT-FAILS.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-TOTAL           UPON PRINTER.

           IF  FAILURE-TOTAL > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
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
      *    KEYPOS= AND KEYLEN= PLACE THE KEY PRINTED WITH A FAILURE    *
      *    (DEFAULT THE FIRST 16 BYTES; AT MOST 32)                    *
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
           IF  TAG-NUMBER < 1 OR TAG-NUMBER > 32
               SET  BPRM-FROM-DEFAULT  TO TRUE
           ELSE
               MOVE TAG-NUMBER         TO KEY-LEN
           END-IF.
           MOVE KEY-LEN                TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A39-EXIT.
           EXIT.

      ******************************************************************
      *    LIMIT= CAPS THE FAILURES SHOWN IN DETAIL (DEFAULT 100)      *
      ******************************************************************
       A40-GET-LIMIT.
           MOVE 'LIMIT='               TO EXT-TAG.
           MOVE 6                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-TAG-NUMBER THRU X29-EXIT.
           IF  TAG-NUMBER < ZERO
               SET  BPRM-FROM-DEFAULT  TO TRUE
           ELSE
               MOVE TAG-NUMBER         TO SHOW-LIMIT
           END-IF.
           MOVE SHOW-LIMIT             TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
       A49-EXIT.
           EXIT.

      ******************************************************************
      *    HOLD THE RECORD NAME'S FIELD ENTRIES FOR THE WHOLE RUN      *
      ******************************************************************
       B00-LOAD-DICT.
           OPEN INPUT LAYOUTF.
           IF  LAYOUTF-STATUS NOT = '00'
               MOVE 'LAYOUTF WOULD NOT OPEN - STATUS'
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
           IF  FLD-CNT = ZERO
               MOVE 'NO LAYOUTF DICTIONARY ENTRIES FOR'
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
           ADD  1                      TO FLD-CNT.
           MOVE LAYOUTF-FIELD          TO FLD-NAME(FLD-CNT).
           MOVE LAYOUTF-OFFSET         TO FLD-OFFSET(FLD-CNT).
           MOVE LAYOUTF-LENGTH         TO FLD-LENGTH(FLD-CNT).
           MOVE LAYOUTF-TYPE           TO FLD-TYPE(FLD-CNT).
           MOVE LAYOUTF-MASK-SW        TO FLD-MASK-SW(FLD-CNT).
           MOVE ZERO                   TO FLD-FAILS(FLD-CNT).
       B10-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE RECORD AND CHECK EVERY FIELD IT REACHES -- A FIELD *
      *    PAST THE END OF A SHORT RECORD IS NOT THERE TO CHECK        *
      ******************************************************************
       C00-SCAN-RECORD.
           READ SCANIN
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C90-EXIT
           END-IF.
           IF  SCANIN-STATUS NOT = '00'
               MOVE 'SCANIN READ FAILED - SCAN STOPPED - STATUS'
                                       TO RPT-M-TEXT
               MOVE SCANIN-STATUS      TO RPT-M-WHAT
               DISPLAY RPT-MSG         UPON PRINTER
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO C90-EXIT
           END-IF.
           ADD  1                      TO RECORD-TOTAL.
           MOVE 'N'                    TO RECORD-BAD-SW.
           PERFORM D00-CHECK-FIELD THRU D90-EXIT
                   VARYING FX FROM 1 BY 1
                   UNTIL FX > FLD-CNT.
           IF  RECORD-BAD
               ADD  1                  TO BAD-RECORD-TOTAL
           END-IF.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    CHECK ONE FIELD BY ITS DICTIONARY TYPE.  CHARACTER AND      *
      *    BINARY FIELDS HOLD ANY BIT PATTERN AND ARE NOT CHECKED      *
      ******************************************************************
       D00-CHECK-FIELD.
           MOVE FLD-OFFSET(FX)         TO FLD-POS.
           MOVE FLD-LENGTH(FX)         TO FLD-LEN.
           IF  FLD-POS < 1
           OR  FLD-LEN < 1
           OR  FLD-POS + FLD-LEN - 1 > SCAN-LEN
               GO TO D90-EXIT
           END-IF.
           MOVE 'N'                    TO FIELD-BAD-SW.
           EVALUATE FLD-TYPE(FX)
               WHEN 'Z'
                   PERFORM D10-CHECK-ZONED THRU D19-EXIT
               WHEN 'P'
                   PERFORM D20-CHECK-PACKED THRU D29-EXIT
               WHEN 'D'
                   PERFORM D30-CHECK-DATE THRU D39-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  FIELD-BAD
               SET  RECORD-BAD         TO TRUE
               ADD  1                  TO FLD-FAILS(FX)
                                          FAILURE-TOTAL
               IF  SHOWN-TOTAL < SHOW-LIMIT
                   ADD  1              TO SHOWN-TOTAL
                   PERFORM E00-SHOW-FAILURE THRU E90-EXIT
               END-IF
           END-IF.
       D90-EXIT.
           EXIT.

      * DIGITS ALL THE WAY, THE SIGN EITHER IN THE LAST BYTE'S ZONE
      * OR SEPARATE AS A LEADING OR TRAILING + OR -
       D10-CHECK-ZONED.
           MOVE FLD-LEN                TO BODY-LEN.
           IF  SCANIN-RECORD(FLD-POS:1) = '+' OR '-'
               IF  FLD-LEN = 1
                   GO TO D18-NOT-NUMERIC
               END-IF
               ADD  1                  TO FLD-POS
               SUBTRACT 1            FROM BODY-LEN
           ELSE
               IF  SCANIN-RECORD(FLD-POS + FLD-LEN - 1:1) = '+' OR '-'
                   IF  FLD-LEN = 1
                       GO TO D18-NOT-NUMERIC
                   END-IF
                   SUBTRACT 1        FROM BODY-LEN
               END-IF
           END-IF.
           IF  BODY-LEN > 1
               IF  SCANIN-RECORD(FLD-POS:BODY-LEN - 1) IS NOT NUMERIC
                   GO TO D18-NOT-NUMERIC
               END-IF
           END-IF.
           MOVE SCANIN-RECORD(FLD-POS + BODY-LEN - 1:1)
                                       TO ZONE-LAST.
           IF  ZONE-LAST-N IS NUMERIC
               GO TO D19-EXIT
           END-IF.
       D18-NOT-NUMERIC.
           SET  FIELD-BAD              TO TRUE.
           IF  SCANIN-RECORD(FLD-OFFSET(FX):FLD-LEN) = SPACES
               MOVE 'SPACES IN NUMERIC FIELD' TO FAIL-REASON
           ELSE
               MOVE 'NOT NUMERIC'      TO FAIL-REASON
           END-IF.
       D19-EXIT.
           EXIT.

       D20-CHECK-PACKED.
           IF  FLD-LEN > 8
               GO TO D29-EXIT
           END-IF.
           MOVE LOW-VALUES             TO PK-AREA.
           COMPUTE PX = 9 - FLD-LEN.
           MOVE SCANIN-RECORD(FLD-POS:FLD-LEN)
                                       TO PK-AREA(PX:FLD-LEN).
           IF  PK-NUM IS NOT NUMERIC
               SET  FIELD-BAD          TO TRUE
               MOVE 'BAD PACKED DIGIT/SIGN' TO FAIL-REASON
           END-IF.
       D29-EXIT.
           EXIT.

      * CCYYMMDD, OR CCYY-MM-DD WHEN THE FIELD IS 10 LONG.  AN EMPTY
      * DATE (SPACES OR ZEROS) IS LEFT ALONE -- MANY ARE OPTIONAL
       D30-CHECK-DATE.
           IF  FLD-LEN NOT = 8 AND FLD-LEN NOT = 10
               GO TO D39-EXIT
           END-IF.
           MOVE SCANIN-RECORD(FLD-POS:FLD-LEN) TO DATE-TEXT.
           IF  DATE-TEXT(1:FLD-LEN) = SPACES
           OR  DATE-TEXT(1:FLD-LEN) = ZEROES
               GO TO D39-EXIT
           END-IF.
           IF  FLD-LEN = 10
               IF  DATE-TEXT(5:1) NOT = '-'
               OR  DATE-TEXT(8:1) NOT = '-'
                   GO TO D38-BAD-DATE
               END-IF
               MOVE DATE-TEXT(1:4)     TO DATE-DIGITS(1:4)
               MOVE DATE-TEXT(6:2)     TO DATE-DIGITS(5:2)
               MOVE DATE-TEXT(9:2)     TO DATE-DIGITS(7:2)
           ELSE
               MOVE DATE-TEXT(1:8)     TO DATE-DIGITS
           END-IF.
           IF  DATE-DIGITS IS NOT NUMERIC
               GO TO D38-BAD-DATE
           END-IF.
           IF  DATE-CCYY < 1
           OR  DATE-MM < 1 OR DATE-MM > 12
           OR  DATE-DD < 1
               GO TO D38-BAD-DATE
           END-IF.
      * DAYS IN THE MONTH, LEAP FEBRUARY INCLUDED (AS CALSHOW)
           MOVE MONTH-END(DATE-MM)     TO DAYS-IN-MONTH.
           IF  DATE-MM = 2
               DIVIDE DATE-CCYY BY 4 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM
               IF  LEAP-REM = ZERO
                   MOVE 29             TO DAYS-IN-MONTH
               END-IF
               DIVIDE DATE-CCYY BY 100 GIVING LEAP-QUOT
                   REMAINDER LEAP-REM
               IF  LEAP-REM = ZERO
                   MOVE 28             TO DAYS-IN-MONTH
                   DIVIDE DATE-CCYY BY 400 GIVING LEAP-QUOT
                       REMAINDER LEAP-REM
                   IF  LEAP-REM = ZERO
                       MOVE 29         TO DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.
           IF  DATE-DD NOT > DAYS-IN-MONTH
               GO TO D39-EXIT
           END-IF.
       D38-BAD-DATE.
           SET  FIELD-BAD              TO TRUE.
           MOVE 'NOT A REAL DATE'      TO FAIL-REASON.
       D39-EXIT.
           EXIT.

      ******************************************************************
      *    ONE FAILURE -- THE KEY (CHARACTER AND HEX), THE FIELD, AND  *
      *    ITS BYTES THROUGH HEXDUMP UNLESS THE FIELD IS MASKED        *
      ******************************************************************
       E00-SHOW-FAILURE.
           MOVE SPACES                 TO RPT-F-KEY.
           MOVE ZERO                   TO LX.
           IF  KEY-POS NOT > SCAN-LEN
               COMPUTE LX = SCAN-LEN - KEY-POS + 1
               IF  LX > KEY-LEN
                   MOVE KEY-LEN        TO LX
               END-IF
               MOVE SCANIN-RECORD(KEY-POS:LX) TO RPT-F-KEY(1:LX)
           END-IF.
           MOVE FLD-NAME(FX)           TO RPT-F-FIELD.
           MOVE FLD-OFFSET(FX)         TO RPT-F-OFFSET.
           MOVE FAIL-REASON            TO RPT-F-REASON.
           DISPLAY SPACES              UPON PRINTER.
           DISPLAY RPT-FAIL            UPON PRINTER.

      * A KEY HOLDING PACKED OR BINARY PARTS IS ONLY READABLE IN HEX
           IF  LX > ZERO
               MOVE LX                 TO HEXD-LENG
               MOVE SPACES             TO DUMP-AREA
               MOVE SCANIN-RECORD(KEY-POS:LX) TO DUMP-AREA(1:LX)
               MOVE 'KEY'              TO RPT-DUMP-LABEL
               PERFORM E10-DUMP-BYTES THRU E10-EXIT
           END-IF.

           MOVE 'DATA'                 TO RPT-DUMP-LABEL.
           IF  FLD-MASK-SW(FX) = 'Y'
               MOVE '*MASKED*'         TO RPT-DUMP-LINE
               DISPLAY RPT-DUMP        UPON PRINTER
               GO TO E90-EXIT
           END-IF.
           MOVE FLD-LENGTH(FX)         TO HEXD-LENG.
           IF  HEXD-LENG > LENGTH OF DUMP-AREA
               MOVE LENGTH OF DUMP-AREA TO HEXD-LENG
           END-IF.
           MOVE SPACES                 TO DUMP-AREA.
           MOVE SCANIN-RECORD(FLD-OFFSET(FX):HEXD-LENG)
                                       TO DUMP-AREA(1:HEXD-LENG).
           PERFORM E10-DUMP-BYTES THRU E10-EXIT.
       E90-EXIT.
           EXIT.

      * AT MOST FOUR DUMP LINES (64 BYTES) OF ANY ONE AREA
       E10-DUMP-BYTES.
           MOVE 4                      TO HEXD-LINE-MAX.
           CALL 'HEXDUMP'           USING HEXDUMP-PARMS DUMP-AREA.
           PERFORM E20-SHOW-DUMP-LINE THRU E20-EXIT
                   VARYING LX FROM 1 BY 1
                   UNTIL LX > HEXD-LINE-CNT.
       E10-EXIT.
           EXIT.

       E20-SHOW-DUMP-LINE.
           MOVE HEXD-LINE(LX)          TO RPT-DUMP-LINE.
           DISPLAY RPT-DUMP            UPON PRINTER.
           MOVE SPACES                 TO RPT-DUMP-LABEL.
       E20-EXIT.
           EXIT.

      ******************************************************************
      *    THE PER-FIELD FAILURE COUNTS -- EVERY DICTIONARY FIELD IS   *
      *    LISTED, SO A ZERO IS POSITIVE PROOF THE FIELD WAS CHECKED   *
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
           MOVE FLD-MASK-SW(FX)        TO RPT-C-MASK.
           MOVE FLD-FAILS(FX)          TO RPT-C-FAILS.
           EVALUATE TRUE
               WHEN FLD-TYPE(FX) = 'C' OR 'B'
                   MOVE 'NOT CHECKED'  TO RPT-C-NOTE
               WHEN FLD-TYPE(FX) = 'P'
               AND  FLD-LENGTH(FX) > 8
                   MOVE 'TOO LONG TO CHECK' TO RPT-C-NOTE
               WHEN FLD-TYPE(FX) = 'D'
               AND  FLD-LENGTH(FX) NOT = 8
               AND  FLD-LENGTH(FX) NOT = 10
                   MOVE 'DATE FORM UNKNOWN' TO RPT-C-NOTE
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
           MOVE 'LAYOSCAN'             TO BPRM-STEP-NAME.
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
