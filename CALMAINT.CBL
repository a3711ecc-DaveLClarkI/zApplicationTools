      *REMARKS.       THE CALFILE BUSINESS CALENDAR READ BY CALQUERY.
      *REMARKS.       ONE RECORD PER DATE (CCYYMMDD): A HOLIDAY
      *REMARKS.       MARK, A FISCAL YEAR/PERIOD BOUNDARY, OR BOTH,
      *REMARKS.       WITH A DESCRIPTION.  THE TRAILING CAL COLUMN
      *REMARKS.       NAMES THE CALENDAR WORKED ON (BLANK IS THE
      *REMARKS.       SHOP CALENDAR).  RUN AS ITS OWN
      *REMARKS.       TRANSACTION, LIKE DAPSYSFM.  EVERY SUCCESSFUL
      *REMARKS.       ACTION IS AUDITED VIA AUDITWRT.

      *               REQUEST ANSWERS FROM THE RECORD.  GATED THROUGH
      *               AUTHCHK AND AUDITED LIKE THE OTHER DESTRUCTIVE
      *               FUNCTIONS.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * 10/15/2026 DLC WORK ON ANY CALENDAR -- THE NEW TRAILING CAL
      *               COLUMN NAMES IT (BLANK IS THE SHOP CALENDAR) FOR
      *               EVERY RECORD FUNCTION AND FOR THE YEAR GENERATOR,
      *               WHICH NOW READS THAT CALENDAR'S OWN CALRULES.
      *               AUDIT KEYS FOR A NAMED CALENDAR CARRY ITS ID
      *               AFTER THE DATE.  FISCAL PERIOD STATUS (S) STAYS
      *               SHOP-WIDE.
      * 10/15/2026 DLC FUNCTION S WILL NOT CLOSE (HOL C) A PERIOD THAT
      *               THE CLOSERDY READINESS REPORT HAS NOT FOUND
      *               READY.  HOL F FORCES THE CLOSE ANYWAY FOR AN
      *               OPERATOR AUTHCHK ALLOWS FUNCTION 'PEROVRD ', WITH
      *               A REASON TYPED AFTER THE HOL COLUMN -- THE
      *               OPERATOR AND REASON GO ON THE CALPERF RECORD AND
      *               THE OVERRIDE IS AUDITED AS ACTION 'PEROVRD'.
      * 10/15/2026 DLC FUNCTION S IS NOW GATED AS AUTHCHK FUNCTION
      *               'CALPERF ' RATHER THAN 'CALFILE ' -- A FRZWINF
      *               PERIOD FREEZE NAMING '*ALL' NO LONGER BLOCKS THE
      *               VERY CLOSE THAT ENDS IT.  OPERATORS WHO CLOSE
      *               PERIODS NEED A 'CALPERF ' GRANT ON AUTHF.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  CALM-PERIOD                            VALUE 'S'.
           88  CALM-QUIT                              VALUE 'E'.
         03  CALM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  CALM-PROMPT               PIC  X(140).
         03  CALM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  CALM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(27).
         03  GEN-WRITE-SW              PIC  X(01).
           88  GEN-WRITING                          VALUE 'Y'.
         03  GEN-YEAR                  PIC  9(04).
         03  GEN-CAL-ID                PIC  X(08).
         03  REC-KEY-WORK              PIC  X(32).
         03  GEN-COUNT                 PIC S9(04)   BINARY.
         03  GEN-CNT-ED                PIC -(4)9.
         03  MORE-RULES-SW             PIC  X(01).
         03  PER-OPID                  PIC  X(03).
         03  PER-FOUND-SW              PIC  X(01).
           88  PER-FOUND                            VALUE 'Y'.
         03  PER-OVRD-SW               PIC  X(01).
           88  PER-OVERRIDDEN                       VALUE 'Y'.
         03  PER-ITEMS-ED              PIC  ZZZZ9.
         03  PAT-DIGIT-X               PIC  X(01).
         03  PAT-DIGIT-9 REDEFINES PAT-DIGIT-X
                                       PIC  9(01).
         03  CALM-IN-FP                PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  CALM-IN-DESC              PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  CALM-IN-CAL               PIC  X(08).

      * FUNCTION S WITH HOL F -- THE REST OF THE LINE IS THE REASON
       01  CALM-PERIOD-LINE REDEFINES CALM-INPUT-LINE.
         03  FILLER                    PIC  X(13).
         03  CALM-IN-REASON            PIC  X(37).

       COPY CALFILE.

       01  JRNL-AREA.
         COPY FILEJRNL.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(16)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(043).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
                  CALM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/G/P/S/E) DATE(8) HOL(1) FY(4) FP(2)'
                                                DELIMITED BY SIZE
                  ' DESC(20) CAL(8) ==> '       DELIMITED BY SIZE
               INTO CALM-PROMPT         WITH POINTER CALM-PROMPT-LEN.
           SUBTRACT 1                   FROM CALM-PROMPT-LEN.
           EXEC CICS SEND TEXT
      *    ADD A NEW CALENDAR RECORD                                   *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE CALM-IN-CAL             TO CAL-ID.
           MOVE CALM-IN-DATE            TO CAL-DATE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO CALM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
      *    CHANGE AN EXISTING CALENDAR RECORD                          *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE CALM-IN-CAL             TO CAL-ID.
           MOVE CALM-IN-DATE            TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE CALFILE-RECORD(17:27) TO OLD-IMAGE
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO CALM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
      *    WHAT WAS DELETED)                                           *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE CALM-IN-CAL             TO CAL-ID.
           MOVE CALM-IN-DATE            TO CAL-DATE.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE CALFILE-RECORD(17:27) TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           MOVE CALM-IN-CAL             TO CAL-ID.
           MOVE CALM-IN-DATE            TO CAL-DATE.
           EXEC CICS DELETE
                     DATASET  ('CALFILE ')
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO CALM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO CALFILE-RECORD(17:27)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO CALM-MSG
      *    BROWSE (DISPLAY) A SINGLE CALENDAR RECORD BY DATE           *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE CALM-IN-CAL             TO CAL-ID.
           MOVE CALM-IN-DATE            TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO CALM-MSG
               STRING CAL-DATE ' HOL=' CAL-HOLIDAY-SW
                      ' FY=' CAL-FISCAL-YEAR
                      ' FP=' CAL-FISCAL-PERIOD
                      ' ' CAL-DESC ' ' CAL-ID
                                            DELIMITED BY SIZE
                   INTO CALM-MSG
           ELSE
               MOVE 'RECORD NOT FOUND'          TO CALM-MSG
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE CALFILE-KEY            TO SEEN-KEY.
           MOVE CALFILE-RECORD         TO SEEN-IMAGE.
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
           IF  CALFILE-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  CALFILE-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('CALFILE ')
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   GO TO Z69-EXIT
           END-EVALUATE.
           SET  SEEN-CHANGED           TO TRUE.
           MOVE THIS-PGM               TO LCHG-PGM.
           PERFORM Z20-SET-REC-KEY THRU Z29-EXIT.
           MOVE REC-KEY-WORK           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE CALM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO CALM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO CALM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO CALM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.


      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE).  PERIOD   *
      *    STATUS IS ITS OWN FUNCTION, WHICH A FREEZE NEVER HOLDS      *
      ******************************************************************
       Z80-CHECK-AUTH.
           IF  CALM-PERIOD
               MOVE 'CALPERF '         TO AUTH-FUNCTION
           ELSE
               MOVE 'CALFILE '         TO AUTH-FUNCTION
           END-IF.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           PERFORM Z20-SET-REC-KEY THRU Z29-EXIT.
           MOVE REC-KEY-WORK           TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE CALFILE-RECORD(17:27)  TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    THE AUDIT/LASTCHG KEY FOR THE RECORD IN HAND -- THE DATE    *
      *    ALONE FOR THE SHOP CALENDAR (AS IT ALWAYS WAS), THE DATE    *
      *    AND CALENDAR ID FOR A NAMED ONE                             *
      ******************************************************************
       Z20-SET-REC-KEY.
           MOVE SPACES                 TO REC-KEY-WORK.
           IF  CAL-ID = SPACES
               MOVE CAL-DATE           TO REC-KEY-WORK
           ELSE
               STRING CAL-DATE ' ' CAL-ID DELIMITED BY SIZE
                   INTO REC-KEY-WORK
           END-IF.
       Z29-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL THE FULL BEFORE IMAGE AHEAD OF A REWRITE/DELETE    *
      *    (SEE FILEJRNL) -- AUDITLOG'S 40-BYTE VALUES CANNOT         *
      ******************************************************************
       K00-BUILD-YEAR.
           MOVE CALM-IN-DATE(1:4)      TO GEN-YEAR.
           MOVE CALM-IN-CAL            TO GEN-CAL-ID.
           MOVE ZERO                   TO GEN-COUNT.
      * FEBRUARY'S LENGTH FOR THE YEAR IN HAND
           MOVE 28                     TO MONTH-END(2).
           END-EXEC.

           MOVE 'Y'                    TO MORE-RULES-SW.
           MOVE GEN-CAL-ID             TO CALR-ID.
           MOVE ZEROES                 TO CALR-SEQ.
           EXEC CICS STARTBR
                     DATASET  ('CALRULES')
                     RIDFLD   (CALRULES-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  CALR-ID NOT = GEN-CAL-ID
               SET  NO-MORE-RULES      TO TRUE
               GO TO K19-EXIT
           END-IF.
               GO TO K59-EXIT
           END-IF.

           MOVE GEN-CAL-ID             TO CAL-ID.
           MOVE EMIT-DATE              TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
                         NOHANDLE
               END-EXEC
           ELSE
               MOVE GEN-CAL-ID         TO CAL-ID
               MOVE EMIT-DATE          TO CAL-DATE
               MOVE EMIT-HOL-SW        TO CAL-HOLIDAY-SW
               MOVE EMIT-FY            TO CAL-FISCAL-YEAR
           MOVE 'GENERATE'             TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING 'YEAR ' GEN-YEAR ' ' GEN-CAL-ID
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           MOVE GEN-COUNT              TO GEN-CNT-ED.

      ******************************************************************
      *    SET A FISCAL PERIOD OPEN OR CLOSED -- CLOSING STAMPS WHO    *
      *    AND WHEN, SO MONTH-END HAS A NAME ON IT.  A PERIOD CLOSERDY *
      *    HAS NOT FOUND READY CLOSES ONLY BY AN AUTHORIZED OVERRIDE   *
      *    (HOL F) WITH A REASON                                       *
      ******************************************************************
       L00-SET-PERIOD.
           IF  CALM-IN-HOL NOT = 'O' AND NOT = 'C' AND NOT = 'F'
               MOVE 'HOL MUST BE O (OPEN), C (CLOSE) OR F (FORCE CLOSE)'
                                            TO CALM-MSG
               GO TO L90-EXIT
           END-IF.
           IF  CALM-IN-HOL = 'F'
           AND CALM-IN-REASON NOT > SPACES
               MOVE 'F NEEDS A REASON TYPED AFTER THE HOL COLUMN'
                                            TO CALM-MSG
               GO TO L90-EXIT
           END-IF.
           MOVE 'N'                    TO PER-OVRD-SW.
           MOVE CALM-IN-DATE(1:4)      TO CALPERF-FY.
           MOVE CALM-IN-DATE(5:2)      TO CALPERF-FP.
           MOVE 'Y'                    TO PER-FOUND-SW.
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'N'                TO PER-FOUND-SW
               MOVE SPACES             TO CALPERF-RECORD
               MOVE CALM-IN-DATE(1:4)  TO CALPERF-FY
               MOVE CALM-IN-DATE(5:2)  TO CALPERF-FP
               MOVE ZERO               TO CALPERF-CLOSED-WHEN
                                          CALPERF-RDY-ITEMS
           END-IF.

           IF  CALM-IN-HOL NOT = 'O'
           AND NOT CALPERF-READY
               PERFORM L10-NOT-READY THRU L19-EXIT
               IF  NOT PER-OVERRIDDEN
                   IF  PER-FOUND
                       EXEC CICS UNLOCK
                                 DATASET  ('CALPERF ')
                                 NOHANDLE
                       END-EXEC
                   END-IF
                   GO TO L90-EXIT
               END-IF
           END-IF.

           MOVE SPACES                 TO CALPERF-OVRD-BY
                                          CALPERF-OVRD-REASON.
           IF  CALM-IN-HOL NOT = 'O'
               MOVE SPACES             TO PER-OPID
               EXEC CICS ASSIGN
                         OPID     (PER-OPID)
               MOVE 'C'                TO CALPERF-STATUS-SW
               MOVE PER-OPID           TO CALPERF-CLOSED-BY
               MOVE PER-ABSTIME        TO CALPERF-CLOSED-WHEN
               IF  PER-OVERRIDDEN
                   MOVE PER-OPID       TO CALPERF-OVRD-BY
                   MOVE CALM-IN-REASON TO CALPERF-OVRD-REASON
               END-IF
           ELSE
               MOVE 'O'                TO CALPERF-STATUS-SW
               MOVE SPACES             TO CALPERF-CLOSED-BY
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE SPACES             TO CALM-MSG
               STRING 'PERIOD ' CALM-IN-DATE(1:6)
                      ' SET ' CALPERF-STATUS-SW DELIMITED BY SIZE
                   INTO CALM-MSG
               MOVE 'PERIOD'           TO AUDIT-ACTION
               MOVE THIS-PGM           TO AUDIT-PGM
                   INTO AUDIT-REC-KEY
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE SPACES             TO AUDIT-NEW-VALUE
               STRING 'SET ' CALPERF-STATUS-SW DELIMITED BY SIZE
                   INTO AUDIT-NEW-VALUE
               EXEC CICS LINK
                         PROGRAM  ('AUDITWRT')
                         LENGTH   (LENGTH OF AUDIT-AREA)
                         NOHANDLE
               END-EXEC
               IF  PER-OVERRIDDEN
                   PERFORM L20-AUDIT-OVERRIDE THRU L29-EXIT
               END-IF
           ELSE
               MOVE 'PERIOD UPDATE FAILED - SEE SYSTEM LOG'
                                            TO CALM-MSG
           END-IF.
       L90-EXIT.
           EXIT.

      * THE PERIOD IS NOT KNOWN READY -- C IS REFUSED WITH WHAT
      * CLOSERDY LAST FOUND; F GOES ON ONLY FOR AN OPERATOR AUTHCHK
      * ALLOWS TO OVERRIDE (PER-OVRD-SW COMES BACK Y)
       L10-NOT-READY.
           MOVE SPACES                 TO CALM-MSG.
           IF  CALM-IN-HOL = 'C'
               IF  CALPERF-NOT-READY
                   MOVE CALPERF-RDY-ITEMS TO PER-ITEMS-ED
                   STRING 'PERIOD NOT READY: ' PER-ITEMS-ED
                          ' OPEN ITEM(S) (CLOSERDY '
                          CALPERF-RDY-DATE ')'
                                       DELIMITED BY SIZE
                       INTO CALM-MSG
               ELSE
                   MOVE 'PERIOD NEVER CHECKED - RUN CLOSERDY FIRST'
                                       TO CALM-MSG
               END-IF
               GO TO L19-EXIT
           END-IF.
           MOVE 'PEROVRD '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED TO OVERRIDE THE PERIOD CLOSE'
                                       TO CALM-MSG
               GO TO L19-EXIT
           END-IF.
           MOVE 'Y'                    TO PER-OVRD-SW.
       L19-EXIT.
           EXIT.

      * THE OVERRIDE ITSELF -- WHAT THE PERIOD STILL HAD OPEN, AND
      * THE REASON GIVEN FOR CLOSING IT ANYWAY
       L20-AUDIT-OVERRIDE.
           MOVE 'PEROVRD'              TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           IF  CALPERF-NOT-READY
               MOVE CALPERF-RDY-ITEMS  TO PER-ITEMS-ED
               STRING 'NOT READY ' PER-ITEMS-ED ' ITEM(S) AS OF '
                      CALPERF-RDY-DATE DELIMITED BY SIZE
                   INTO AUDIT-OLD-VALUE
           ELSE
               MOVE 'NEVER CHECKED BY CLOSERDY' TO AUDIT-OLD-VALUE
           END-IF.
           MOVE CALM-IN-REASON         TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       L29-EXIT.
           EXIT.
