      *REMARKS.       WITHOUT THE AUTHF FILE AT ALL IS LEFT WIDE
      *REMARKS.       OPEN, AS TODAY, SO THE GATE ROLLS OUT FILE-
      *REMARKS.       FIRST.  EVERY DENIAL IS WRITTEN THROUGH
      *REMARKS.       AUDITWRT, AND SO IS EVERY GRANT ACTUALLY USED
      *REMARKS.       (ACTION 'AUTHUSE', NAMING THE AUTHF RECORD
      *REMARKS.       THAT DECIDED) SO AUTHRCRT CAN SHOW WHEN EACH
      *REMARKS.       GRANT WAS LAST EXERCISED.  AN ALLOWED ANSWER IS
      *REMARKS.       STILL TURNED TO A DENIAL WHEN THE OPERATOR ALSO
      *REMARKS.       HOLDS THE OTHER SIDE OF A SODRULF SEGREGATION-
      *REMARKS.       OF-DUTIES RULE THAT CANNOT BE OVERRIDDEN.  AN
      *REMARKS.       ALLOWED FUNCTION ON DUALCTLF IS ANSWERED AS
      *REMARKS.       UNDER DUAL CONTROL, SO THE CALLER QUEUES THE
      *REMARKS.       CHANGE FOR A SECOND OPERATOR (SEE DUALREQ).  AN
      *REMARKS.       AUTHF RECORD PAST ITS EXPIRY (AS BRKGLASS
      *REMARKS.       EMERGENCY GRANTS ARE) COUNTS AS NOT THERE.  AN
      *REMARKS.       OPERATOR SUSPENDED OR TERMINATED ON THE OPERDIRF
      *REMARKS.       DIRECTORY IS DENIED EVERYTHING, WHATEVER AUTHF
      *REMARKS.       SAYS.  AN OPERATOR WHOSE DENIALS REACH THE LIMIT
      *REMARKS.       WITHIN THE WINDOW (TSQCTL RECORD 'DENYALRT',
      *REMARKS.       DEFAULT 5 IN 15 MINUTES) IS RAISED AS A
      *REMARKS.       MSGROUTE WARNING.  AN ALLOWED FUNCTION INSIDE
      *REMARKS.       A FRZWINF CHANGE-FREEZE WINDOW (A DATE RANGE, OR
      *REMARKS.       UNTIL A CALPERF PERIOD IS CLOSED) IS REFUSED
      *REMARKS.       ('FRZDENY') UNLESS THE OPERATOR HOLDS A FREEZE
      *REMARKS.       OVERRIDE GRANT AND KEYS A CHANGE REFERENCE HERE,
      *REMARKS.       WHICH GOES ON THE AUDIT TRAIL ('FRZOVRD').
      *REMARKS.       FREEZE MAINTENANCE AND THE PERIOD CLOSE
      *REMARKS.       ('CALPERF', 'PEROVRD') ARE NEVER FROZEN.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC AUDIT EVERY ALLOWED CHECK DECIDED BY AN AUTHF
      *               RECORD AS ACTION 'AUTHUSE' -- KEY IS FUNCTION,
      *               OPERATOR, AND THE OPERATOR/FUNCTION OF THE
      *               DECIDING RECORD (DIRECT, GROUP, OR '***') -- SO
      *               THE AUTHRCRT RECERTIFICATION REPORT CAN SHOW THE
      *               LAST USE OF EVERY GRANT.  A REGION WITHOUT THE
      *               FILE WRITES NOTHING, AS BEFORE.
      * 10/15/2026 DLC DENY A FUNCTION (ACTION 'SODDENY') WHEN THE
      *               OPERATOR ALSO HOLDS THE OTHER SIDE OF A HARD
      *               SODRULF CONFLICT RULE.  THE LOOKUP CHAIN IS NOW
      *               A PARAGRAPH SO IT CAN ANSWER FOR EITHER SIDE.
      *               A REGION WITHOUT SODRULF CHECKS NO RULES.
      * 10/15/2026 DLC ANSWER DUAL CONTROL (AND ITS EXPIRY HOURS) FROM
      *               DUALCTLF FOR AN ALLOWED FUNCTION.  THE ANSWER IS
      *               APPENDED TO THE COMMAREA, SO A CALLER STILL
      *               PASSING THE OLD LENGTH IS SERVED AS BEFORE.
      * 10/15/2026 DLC AN AUTHF RECORD (GRANT, DENY, OR '*GROUP'
      *               MEMBERSHIP) WHOSE AUTHF-EXPIRES HAS PASSED IS
      *               TREATED AS ABSENT, SO THE LOOKUP FALLS THROUGH.
      * 10/15/2026 DLC DENY EVERY FUNCTION (ACTION 'OPERDENY') TO AN
      *               OPERATOR THE OPERDIRF DIRECTORY SHOWS SUSPENDED
      *               OR TERMINATED, BEFORE AUTHF IS CONSULTED.  AN
      *               OPERATOR NOT ON THE DIRECTORY (OR A REGION
      *               WITHOUT IT) IS DECIDED BY AUTHF AS BEFORE.
      * 10/15/2026 DLC RAISE A MSGROUTE WARNING WHEN ONE OPERATOR'S
      *               DENIALS ON AUDITLOG REACH THE LIMIT WITHIN THE
      *               WINDOW.  THE TSQCTL 'DENYALRT' RECORD CARRIES
      *               THE WINDOW IN ITS IDLE FIELD AND THE LIMIT IN
      *               ITS INTERVAL FIELD ('N' TURNS THE CHECK OFF).
      * 10/15/2026 DLC SCALE THE REPEATED-DENIAL WINDOW TO ABSTIME
      *               TICKS AS THE REST OF THE SYSTEM DOES (60 *
      *               1000000 A MINUTE).
      * 10/15/2026 DLC ENFORCE THE FRZWINF CHANGE-FREEZE CALENDAR ON AN
      *               ALLOWED FUNCTION.  ONLY AN OPERATOR WITH AN AUTHF
      *               GRANT FOR 'FRZOVRD' ITSELF ('*ALL' IS NOT ENOUGH)
      *               MAY GO AHEAD, AND ONLY AFTER KEYING A CHANGE
      *               REFERENCE AT THE TERMINAL; IT IS AUDITED AS
      *               'FRZOVRD', A REFUSAL AS 'FRZDENY'.  THE ANSWER
      *               AND REFERENCE ARE APPENDED TO THE COMMAREA.  A
      *               REGION WITHOUT FRZWINF HAS NO FREEZE.
      * 10/15/2026 DLC ANSWER AN INQUIRY (AUTH-INQUIRY-SW 'I', APPENDED
      *               TO THE COMMAREA) WITHOUT AUDITING, COUNTING A
      *               DENIAL, OR ASKING FOR A FREEZE REFERENCE, SO
      *               SHOPMENU CAN SHOW EACH OPERATOR ONLY THE ENTRIES
      *               THEY MAY USE.  THE FREEZE ANSWER'S LENGTH TEST
      *               IS NOW ITS OWN CONSTANT, SO A CALLER PASSING THE
      *               PRE-INQUIRY LENGTH STILL GETS IT.
      * 10/15/2026 DLC WRITE THE 'AUTHUSE' RECORD ONLY AFTER THE FREEZE
      *               CHECK HAS LET THE FUNCTION THROUGH, AND COUNT A
      *               'FRZDENY' REFUSAL TOWARD THE REPEATED-DENIAL
      *               WARNING.  THE PERIOD CLOSE ('CALPERF', OR
      *               'PEROVRD' TO FORCE IT) IS NEVER FROZEN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  OWN-OPID                  PIC  X(03).
         03  REC-FOUND-SW              PIC  X(01).
           88  REC-FOUND                            VALUE 'Y'.
         03  REC-LAPSED-SW             PIC  X(01).
           88  REC-LAPSED                           VALUE 'Y'.
         03  FILE-ABSENT-SW            PIC  X(01).
           88  FILE-ABSENT                          VALUE 'Y'.
         03  OPER-BLOCKED-SW           PIC  X(01).
           88  OPER-BLOCKED                         VALUE 'Y'.
         03  GROUP-ID                  PIC  X(03).
         03  LOOK-FUNCTION             PIC  X(08).
         03  USED-KEY.
           05  USED-OPID               PIC  X(03).
           05  USED-FUNCTION           PIC  X(08).
         03  SOD-OTHER                 PIC  X(08).
         03  SOD-CONFLICT-SW           PIC  X(01).
           88  SOD-CONFLICT                         VALUE 'Y'.
         03  MORE-RULES-SW             PIC  X(01).
           88  NO-MORE-RULES                        VALUE 'N'.
      * NOW, IN THE FORM AUTHF-EXPIRES IS KEPT IN
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  NOW-STAMP.
           05  NOW-DATE                PIC  X(08).
           05  NOW-TIME                PIC  X(06).
      * REPEATED-DENIAL WARNING -- SO MANY DENIALS IN SO MANY MINUTES
         03  ALERT-ENABLE-SW           PIC  X(01).
           88  ALERT-DISABLED                       VALUE 'N'.
         03  DENY-WINDOW-MINS          PIC  9(04).
         03  DENY-LIMIT                PIC  9(04).
         03  DENY-SEEN                 PIC S9(04)   BINARY.
         03  DENY-EDIT                 PIC  ZZZ9.
         03  WINDOW-EDIT               PIC  ZZZ9.
         03  AUDIT-LEN                 PIC S9(04)   BINARY.
         03  MORE-AUDIT-SW             PIC  X(01).
           88  NO-MORE-AUDIT                        VALUE 'N'.
      * THE COMMAREA LENGTH BEFORE THE DUAL-CONTROL ANSWER WAS ADDED,
      * BEFORE THE CHANGE-FREEZE ANSWER WAS, AND BEFORE THE INQUIRY
      * SWITCH WAS
         03  BASE-CALEN                PIC S9(04)   BINARY VALUE +20.
         03  DUAL-CALEN                PIC S9(04)   BINARY VALUE +23.
         03  FREEZE-CALEN              PIC S9(04)   BINARY VALUE +52.
         03  INQUIRY-SW                PIC  X(01).
           88  INQUIRY-ONLY                         VALUE 'Y'.
      * CHANGE FREEZE -- THE WINDOW IN FORCE AND THE REFERENCE KEYED
         03  FROZEN-SW                 PIC  X(01).
           88  FROZEN                               VALUE 'Y'.
         03  FREEZE-ID                 PIC  X(08).
         03  FREEZE-DESC               PIC  X(30).
         03  CHG-REF                   PIC  X(20).
         03  CHG-REF-LEN               PIC S9(04)   BINARY.
         03  MORE-WINDOWS-SW           PIC  X(01).
           88  NO-MORE-WINDOWS                      VALUE 'N'.
         03  WINDOW-APPLIES-SW         PIC  X(01).
           88  WINDOW-APPLIES                       VALUE 'Y'.
         03  FX                        PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(500).

       COPY AUTHF.

       COPY SODRULF.

       COPY DUALCTLF.

       COPY OPERDIRF.

       COPY TSSWCTL.

       COPY FRZWINF.

       COPY CALPERF.

       COPY AUDITLOG.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  MSGR-AREA.
         COPY MSGROUTE.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < BASE-CALEN
               EXEC CICS ABEND
                         ABCODE('CALN')
               END-EXEC
                     NOHANDLE
           END-EXEC.
           MOVE OWN-OPID               TO AUTH-OPID.
           MOVE 'N'                    TO INQUIRY-SW.
           IF  EIBCALEN NOT < LENGTH OF DFHCOMMAREA
           AND AUTH-INQUIRY-ONLY
               MOVE 'Y'                TO INQUIRY-SW
           END-IF.

           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (NOW-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.

           PERFORM A20-CHECK-DIRECTORY THRU A29-EXIT.
           IF  OPER-BLOCKED
               GO TO A50-DECIDE
           END-IF.

           MOVE 'N'                    TO FILE-ABSENT-SW.
           MOVE AUTH-FUNCTION          TO LOOK-FUNCTION.
           PERFORM B50-RESOLVE THRU B59-EXIT.
           GO TO A50-DECIDE.

      ******************************************************************
      *    THE FIRST RECORD FOUND DECIDES; NO RECORD AT ALL IS A DENY  *
      *    UNLESS THE WHOLE FILE IS ABSENT (PRE-ROLLOUT REGION).  AN   *
      *    ALLOWED ANSWER MUST ALSO CLEAR THE HARD SODRULF RULES       *
      ******************************************************************
       A50-DECIDE.
           IF  INQUIRY-ONLY
               GO TO A60-INQUIRY-ANSWER
           END-IF.
           EVALUATE TRUE
               WHEN OPER-BLOCKED
                   SET  AUTH-DENIED    TO TRUE
                   PERFORM Z40-AUDIT-STATUS THRU Z49-EXIT
               WHEN FILE-ABSENT
                   SET  AUTH-ALLOWED   TO TRUE
                   PERFORM G00-CHECK-FREEZE THRU G90-EXIT
               WHEN REC-FOUND AND AUTHF-ALLOWED
                   MOVE AUTHF-KEY      TO USED-KEY
                   PERFORM D00-CHECK-SOD THRU D90-EXIT
                   IF  SOD-CONFLICT
                       SET  AUTH-DENIED    TO TRUE
                       PERFORM Z30-AUDIT-SOD THRU Z39-EXIT
                   ELSE
                       SET  AUTH-ALLOWED   TO TRUE
                       PERFORM E00-CHECK-DUAL THRU E90-EXIT
                       PERFORM G00-CHECK-FREEZE THRU G90-EXIT
                       IF  AUTH-ALLOWED
                           PERFORM Z20-AUDIT-USE THRU Z29-EXIT
                       END-IF
                   END-IF
               WHEN OTHER
                   SET  AUTH-DENIED    TO TRUE
                   PERFORM Z10-AUDIT-DENIAL THRU Z19-EXIT
           END-EVALUATE.
           IF  AUTH-DENIED
               PERFORM F00-CHECK-REPEATS THRU F90-EXIT
           END-IF.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    AN INQUIRY GETS THE SAME ANSWER WITHOUT ANY OF THE SIDE     *
      *    EFFECTS -- NO AUDIT RECORD, NO DENIAL COUNT, NO FREEZE      *
      *    PROMPT (A FROZEN FUNCTION IS STILL REFUSED WHEN USED)       *
      ******************************************************************
       A60-INQUIRY-ANSWER.
           EVALUATE TRUE
               WHEN OPER-BLOCKED
                   SET  AUTH-DENIED    TO TRUE
               WHEN FILE-ABSENT
                   SET  AUTH-ALLOWED   TO TRUE
               WHEN REC-FOUND AND AUTHF-ALLOWED
                   PERFORM D00-CHECK-SOD THRU D90-EXIT
                   IF  SOD-CONFLICT
                       SET  AUTH-DENIED    TO TRUE
                   ELSE
                       SET  AUTH-ALLOWED   TO TRUE
                   END-IF
               WHEN OTHER
                   SET  AUTH-DENIED    TO TRUE
           END-EVALUATE.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    A SUSPENDED OR TERMINATED OPERATOR GETS NOTHING.  NO        *
      *    DIRECTORY RECORD (OR NO DIRECTORY) LEAVES IT TO AUTHF       *
      ******************************************************************
       A20-CHECK-DIRECTORY.
           MOVE 'N'                    TO OPER-BLOCKED-SW.
           MOVE OWN-OPID               TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND (OPERDIRF-SUSPENDED OR OPERDIRF-TERMINATED)
               SET  OPER-BLOCKED       TO TRUE
           END-IF.
       A29-EXIT.
           EXIT.

      ******************************************************************
      *    READ ONE AUTHF RECORD BY THE KEY ALREADY SET UP.  A FILE-   *
      *    LEVEL FAILURE MEANS THE REGION HAS NO AUTHORIZATION FILE    *
      *    AND EVERY CHECK PASSES, AS BEFORE THE GATE EXISTED          *
      ******************************************************************
       B00-TRY-RECORD.
           MOVE SPACES                 TO AUTHF-EXPIRES.
           EXEC CICS READ
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   PERFORM B95-CHECK-EXPIRY THRU B99-EXIT
                   IF  NOT REC-LAPSED
                       SET  REC-FOUND  TO TRUE
                   END-IF
               WHEN EIBRESP = DFHRESP(FILENOTFOUND)
               WHEN EIBRESP = DFHRESP(NOTOPEN)
               WHEN EIBRESP = DFHRESP(DISABLED)
       B90-EXIT.
           EXIT.

      * A RECORD PAST ITS EXPIRY IS AS GOOD AS NOT ON FILE
       B95-CHECK-EXPIRY.
           MOVE 'N'                    TO REC-LAPSED-SW.
           IF  AUTHF-EXPIRES > SPACES
           AND AUTHF-EXPIRES NOT > NOW-STAMP
               SET  REC-LAPSED         TO TRUE
           END-IF.
       B99-EXIT.
           EXIT.

      ******************************************************************
      *    WALK THE AUTHF LOOKUP CHAIN FOR THE SIGNED-ON OPERATOR AND  *
      *    LOOK-FUNCTION -- EXACT OPERATOR/FUNCTION, OPERATOR+'*ALL',  *
      *    THE GROUP'S FUNCTION AND '*ALL', THEN THE '***' CATCH-ALLS. *
      *    REC-FOUND WITH THE DECIDING RECORD IN AUTHF-RECORD, OR NOT  *
      ******************************************************************
       B50-RESOLVE.
           MOVE 'N'                    TO REC-FOUND-SW.
           MOVE OWN-OPID               TO AUTHF-OPID.
           MOVE LOOK-FUNCTION          TO AUTHF-FUNCTION.
           PERFORM B00-TRY-RECORD THRU B90-EXIT.
           IF  REC-FOUND OR FILE-ABSENT
               GO TO B59-EXIT
           END-IF.

           MOVE '*ALL'                 TO AUTHF-FUNCTION.
           PERFORM B00-TRY-RECORD THRU B90-EXIT.
           IF  REC-FOUND
               GO TO B59-EXIT
           END-IF.

      * A '*GROUP' MEMBERSHIP RECORD LETS ONE SET OF GROUP RECORDS
      * COVER A WHOLE SHIFT OF OPERATORS
           PERFORM C00-FIND-GROUP THRU C90-EXIT.
           IF  GROUP-ID > SPACES
               MOVE GROUP-ID           TO AUTHF-OPID
               MOVE LOOK-FUNCTION      TO AUTHF-FUNCTION
               PERFORM B00-TRY-RECORD THRU B90-EXIT
               IF  REC-FOUND
                   GO TO B59-EXIT
               END-IF
               MOVE '*ALL'             TO AUTHF-FUNCTION
               PERFORM B00-TRY-RECORD THRU B90-EXIT
               IF  REC-FOUND
                   GO TO B59-EXIT
               END-IF
           END-IF.

           MOVE '***'                  TO AUTHF-OPID.
           MOVE LOOK-FUNCTION          TO AUTHF-FUNCTION.
           PERFORM B00-TRY-RECORD THRU B90-EXIT.
           IF  REC-FOUND
               GO TO B59-EXIT
           END-IF.

           MOVE '*ALL'                 TO AUTHF-FUNCTION.
           PERFORM B00-TRY-RECORD THRU B90-EXIT.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    THE OPERATOR'S GROUP, IF A '*GROUP' MEMBERSHIP RECORD       *
      *    NAMES ONE                                                   *
           MOVE SPACES                 TO GROUP-ID.
           MOVE OWN-OPID               TO AUTHF-OPID.
           MOVE '*GROUP'               TO AUTHF-FUNCTION.
           MOVE SPACES                 TO AUTHF-EXPIRES.
           EXEC CICS READ
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM B95-CHECK-EXPIRY THRU B99-EXIT
               IF  NOT REC-LAPSED
                   MOVE AUTHF-DESC(1:3) TO GROUP-ID
               END-IF
           END-IF.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY HARD SODRULF RULE ON THIS FUNCTION -- IF THE OPERATOR *
      *    ALSO HOLDS THE OTHER SIDE, THE ANSWER BECOMES A DENIAL.     *
      *    OVERRIDABLE RULES WERE SETTLED (WITH A REASON) IN AUTHFM    *
      ******************************************************************
       D00-CHECK-SOD.
           MOVE 'N'                    TO SOD-CONFLICT-SW.
           MOVE 'Y'                    TO MORE-RULES-SW.
           MOVE AUTH-FUNCTION          TO SODRULF-FUNCTION.
           MOVE LOW-VALUES             TO SODRULF-CONFLICT.
           EXEC CICS STARTBR
                     DATASET  ('SODRULF ')
                     RIDFLD   (SODRULF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO D90-EXIT
           END-IF.
           PERFORM D10-NEXT-RULE THRU D19-EXIT
                   UNTIL NO-MORE-RULES.
           EXEC CICS ENDBR
                     DATASET  ('SODRULF ')
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       D10-NEXT-RULE.
           EXEC CICS READNEXT
                     DATASET  ('SODRULF ')
                     INTO     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  SODRULF-FUNCTION NOT = AUTH-FUNCTION
               SET  NO-MORE-RULES      TO TRUE
               GO TO D19-EXIT
           END-IF.
           IF  SODRULF-OVERRIDABLE
               GO TO D19-EXIT
           END-IF.
           MOVE SODRULF-CONFLICT       TO SOD-OTHER
                                          LOOK-FUNCTION.
           PERFORM B50-RESOLVE THRU B59-EXIT.
           IF  REC-FOUND AND AUTHF-ALLOWED
               SET  SOD-CONFLICT       TO TRUE
               SET  NO-MORE-RULES      TO TRUE
           END-IF.
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    A FUNCTION ON DUALCTLF NEEDS A SECOND OPERATOR -- TELL THE  *
      *    CALLER (IF ITS COMMAREA CARRIES THE ANSWER) SO IT QUEUES    *
      *    THE CHANGE RATHER THAN APPLYING IT                          *
      ******************************************************************
       E00-CHECK-DUAL.
           IF  EIBCALEN < DUAL-CALEN
               GO TO E90-EXIT
           END-IF.
           MOVE 'N'                    TO AUTH-DUAL-SW.
           MOVE ZERO                   TO AUTH-DUAL-HOURS.
           MOVE AUTH-FUNCTION          TO DUALCTLF-FUNCTION.
           EXEC CICS READ
                     DATASET  ('DUALCTLF')
                     INTO     (DUALCTLF-RECORD)
                     RIDFLD   (DUALCTLF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  AUTH-DUAL-CONTROL  TO TRUE
               MOVE DUALCTLF-HOURS     TO AUTH-DUAL-HOURS
           END-IF.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    AN ALLOWED FUNCTION INSIDE A FRZWINF CHANGE-FREEZE WINDOW   *
      *    IS REFUSED, UNLESS THE OPERATOR HOLDS A FREEZE OVERRIDE --  *
      *    AN AUTHF GRANT OF 'FRZOVRD' BY NAME ('*ALL' DOES NOT COUNT; *
      *    A REGION WITHOUT AUTHF LETS ANYONE) -- AND KEYS A CHANGE    *
      *    REFERENCE.  FREEZE MAINTENANCE ITSELF IS NEVER FROZEN, SO A *
      *    WINDOW CAN ALWAYS BE ENDED EARLY; NOR IS THE PERIOD CLOSE   *
      *    ('CALPERF', AND 'PEROVRD' TO FORCE IT), SINCE CLOSING THE   *
      *    PERIOD IS WHAT ENDS A PERIOD WINDOW                         *
      ******************************************************************
       G00-CHECK-FREEZE.
           MOVE 'N'                    TO FROZEN-SW.
           MOVE SPACES                 TO FREEZE-ID
                                          FREEZE-DESC
                                          CHG-REF.
           IF  AUTH-FUNCTION = 'FRZMNT  '
           OR  AUTH-FUNCTION = 'FRZOVRD '
           OR  AUTH-FUNCTION = 'CALPERF '
           OR  AUTH-FUNCTION = 'PEROVRD '
               GO TO G80-ANSWER
           END-IF.
           MOVE 'Y'                    TO MORE-WINDOWS-SW.
           MOVE LOW-VALUES             TO FRZWINF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('FRZWINF ')
                     RIDFLD   (FRZWINF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO G80-ANSWER
           END-IF.
           PERFORM G10-NEXT-WINDOW THRU G19-EXIT
                   UNTIL NO-MORE-WINDOWS.
           EXEC CICS ENDBR
                     DATASET  ('FRZWINF ')
                     NOHANDLE
           END-EXEC.
           IF  NOT FROZEN
               GO TO G80-ANSWER
           END-IF.

           MOVE 'FRZOVRD '             TO LOOK-FUNCTION.
           PERFORM B50-RESOLVE THRU B59-EXIT.
           IF  FILE-ABSENT
           OR (REC-FOUND AND AUTHF-ALLOWED
               AND AUTHF-FUNCTION = 'FRZOVRD ')
               PERFORM G50-ASK-REFERENCE THRU G59-EXIT
           ELSE
               PERFORM G60-SHOW-FREEZE THRU G69-EXIT
           END-IF.
           IF  CHG-REF > SPACES
               SET  AUTH-ALLOWED       TO TRUE
               PERFORM Z60-AUDIT-OVERRIDE THRU Z69-EXIT
           ELSE
               SET  AUTH-DENIED        TO TRUE
               PERFORM Z70-AUDIT-FREEZE THRU Z79-EXIT
           END-IF.

      * THE ANSWER GOES BACK ONLY TO A CALLER WHOSE COMMAREA HAS ROOM
       G80-ANSWER.
           IF  EIBCALEN < FREEZE-CALEN
               GO TO G90-EXIT
           END-IF.
           MOVE FROZEN-SW              TO AUTH-FREEZE-SW.
           MOVE FREEZE-ID              TO AUTH-FREEZE-ID.
           MOVE CHG-REF                TO AUTH-CHG-REF.
       G90-EXIT.
           EXIT.

      * THE FIRST WINDOW IN FORCE TODAY THAT NAMES THIS FUNCTION (OR
      * '*ALL', OR NONE AT ALL).  A PERIOD WINDOW HOLDS UNTIL CALPERF
      * SHOWS THE PERIOD CLOSED -- NO CALPERF RECORD IS STILL OPEN
       G10-NEXT-WINDOW.
           EXEC CICS READNEXT
                     DATASET  ('FRZWINF ')
                     INTO     (FRZWINF-RECORD)
                     RIDFLD   (FRZWINF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-WINDOWS    TO TRUE
               GO TO G19-EXIT
           END-IF.
           IF  FRZWINF-FROM-DATE > NOW-DATE
           OR (FRZWINF-TO-DATE > SPACES
               AND FRZWINF-TO-DATE < NOW-DATE)
               GO TO G19-EXIT
           END-IF.
           IF  FRZWINF-FUNCTIONS = SPACES
               SET  WINDOW-APPLIES     TO TRUE
           ELSE
               MOVE 'N'                TO WINDOW-APPLIES-SW
               PERFORM G20-TEST-FUNCTION THRU G29-EXIT
                       VARYING FX FROM 1 BY 1
                       UNTIL FX > 4
                       OR    WINDOW-APPLIES
           END-IF.
           IF  NOT WINDOW-APPLIES
               GO TO G19-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN FRZWINF-BY-DATES
                   CONTINUE
               WHEN FRZWINF-BY-PERIOD
                   MOVE FRZWINF-FY     TO CALPERF-FY
                   MOVE FRZWINF-FP     TO CALPERF-FP
                   EXEC CICS READ
                             DATASET  ('CALPERF ')
                             INTO     (CALPERF-RECORD)
                             RIDFLD   (CALPERF-KEY)
                             EQUAL
                             NOHANDLE
                   END-EXEC
                   IF  EIBRESP = DFHRESP(NORMAL)
                   AND CALPERF-CLOSED
                       GO TO G19-EXIT
                   END-IF
               WHEN OTHER
                   GO TO G19-EXIT
           END-EVALUATE.
           SET  FROZEN                 TO TRUE.
           SET  NO-MORE-WINDOWS        TO TRUE.
           MOVE FRZWINF-ID             TO FREEZE-ID.
           MOVE FRZWINF-DESC           TO FREEZE-DESC.
       G19-EXIT.
           EXIT.

       G20-TEST-FUNCTION.
           IF  FRZWINF-FUNCTION(FX) = AUTH-FUNCTION
           OR  FRZWINF-FUNCTION(FX) = '*ALL    '
               SET  WINDOW-APPLIES     TO TRUE
           END-IF.
       G29-EXIT.
           EXIT.

      * AN OVERRIDE HOLDER AT A TERMINAL IS ASKED FOR THE CHANGE
      * REFERENCE (THE EMERGENCY CHANGE NUMBER); BLANK CANCELS.  A
      * TASK WITHOUT A TERMINAL CANNOT ANSWER AND IS REFUSED
       G50-ASK-REFERENCE.
           IF  EIBTRMID NOT > SPACES
               GO TO G59-EXIT
           END-IF.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'CHANGE FREEZE ' FREEZE-ID ' IN EFFECT: '
                  FREEZE-DESC NEWLINE NEWLINE
                  AUTH-FUNCTION ' CHANGES ARE FROZEN.  YOU HOLD A '
                  'FREEZE OVERRIDE.' NEWLINE
                  'THE OVERRIDE AND YOUR REFERENCE GO ON THE AUDIT '
                  'TRAIL.' NEWLINE NEWLINE
                  'CHANGE REFERENCE (BLANK TO CANCEL) ==> '
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE LENGTH OF CHG-REF      TO CHG-REF-LEN.
           EXEC CICS RECEIVE
                     INTO     (CHG-REF)
                     LENGTH   (CHG-REF-LEN)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(LENGERR)
               MOVE SPACES             TO CHG-REF
           END-IF.
       G59-EXIT.
           EXIT.

      * ANYONE ELSE IS TOLD WHY, SO THE CALLER'S REFUSAL MAKES SENSE
       G60-SHOW-FREEZE.
           IF  EIBTRMID NOT > SPACES
               GO TO G69-EXIT
           END-IF.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'CHANGE FREEZE ' FREEZE-ID ' IN EFFECT: '
                  FREEZE-DESC NEWLINE NEWLINE
                  AUTH-FUNCTION ' CHANGES ARE FROZEN -- YOUR UPDATE '
                  'WILL NOT BE MADE.' NEWLINE
                  'AN EMERGENCY CHANGE NEEDS AN OPERATOR WITH A '
                  'FREEZE OVERRIDE.' NEWLINE NEWLINE
                  'PRESS ENTER'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO CHG-REF-LEN.
           EXEC CICS RECEIVE
                     INTO     (CHG-REF)
                     LENGTH   (CHG-REF-LEN)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO CHG-REF.
       G69-EXIT.
           EXIT.

      ******************************************************************
      *    COUNT THIS OPERATOR'S DENIALS ON AUDITLOG WITHIN THE        *
      *    WINDOW (THE ONE JUST WRITTEN INCLUDED).  THE WARNING GOES   *
      *    OUT ONCE, ON THE DENIAL THAT REACHES THE LIMIT              *
      ******************************************************************
       F00-CHECK-REPEATS.
           IF  OWN-OPID NOT > SPACES
               GO TO F90-EXIT
           END-IF.
           PERFORM F50-READ-CONTROL THRU F59-EXIT.
           IF  ALERT-DISABLED
               GO TO F90-EXIT
           END-IF.

           MOVE ZERO                   TO DENY-SEEN.
           MOVE 'Y'                    TO MORE-AUDIT-SW.
           COMPUTE AUDITLOG-STAMP = NOW-ABSTIME
                                  - DENY-WINDOW-MINS * 60 * 1000000.
           MOVE ZERO                   TO AUDITLOG-TASKN.
           EXEC CICS STARTBR
                     DATASET  ('AUDITLOG')
                     RIDFLD   (AUDITLOG-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO F90-EXIT
           END-IF.
           PERFORM F10-COUNT-DENIAL THRU F19-EXIT
                   UNTIL NO-MORE-AUDIT
                   OR    DENY-SEEN > DENY-LIMIT.
           EXEC CICS ENDBR
                     DATASET  ('AUDITLOG')
                     NOHANDLE
           END-EXEC.

           IF  DENY-SEEN = DENY-LIMIT
               PERFORM Z50-SEND-WARNING THRU Z59-EXIT
           END-IF.
       F90-EXIT.
           EXIT.

       F10-COUNT-DENIAL.
           MOVE LENGTH OF AUDITLOG-RECORD TO AUDIT-LEN.
           EXEC CICS READNEXT
                     DATASET  ('AUDITLOG')
                     INTO     (AUDITLOG-RECORD)
                     RIDFLD   (AUDITLOG-KEY)
                     LENGTH   (AUDIT-LEN)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(LENGERR)
               SET  NO-MORE-AUDIT      TO TRUE
               GO TO F19-EXIT
           END-IF.
           IF  AUDITLOG-OPID = OWN-OPID
           AND (AUDITLOG-ACTION = 'DENY'
           OR   AUDITLOG-ACTION = 'SODDENY'
           OR   AUDITLOG-ACTION = 'OPERDENY'
           OR   AUDITLOG-ACTION = 'FRZDENY')
               ADD  1                  TO DENY-SEEN
           END-IF.
       F19-EXIT.
           EXIT.

      * TSQCTL 'DENYALRT' -- THE IDLE FIELD IS THE WINDOW IN MINUTES
      * HERE, THE INTERVAL FIELD THE DENIAL LIMIT (SEE TSSWCTL;
      * RETENTION IS IGNORED).  NO RECORD MEANS 5 IN 15 MINUTES
       F50-READ-CONTROL.
           MOVE 'Y'                    TO ALERT-ENABLE-SW.
           MOVE 15                     TO DENY-WINDOW-MINS.
           MOVE 5                      TO DENY-LIMIT.
           MOVE 'DENYALRT'             TO TSSWCTL-KEY.
           EXEC CICS READ
                     DATASET  ('TSQCTL  ')
                     INTO     (TSSWCTL-RECORD)
                     RIDFLD   (TSSWCTL-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO F59-EXIT
           END-IF.
           MOVE TSSWCTL-ENABLE-SW      TO ALERT-ENABLE-SW.
           IF  TSSWCTL-IDLE-MINUTES IS NUMERIC
           AND TSSWCTL-IDLE-MINUTES > ZERO
               MOVE TSSWCTL-IDLE-MINUTES TO DENY-WINDOW-MINS
               IF  DENY-WINDOW-MINS > 1440
                   MOVE 1440           TO DENY-WINDOW-MINS
               END-IF
           END-IF.
           IF  TSSWCTL-INTERVAL-MINS IS NUMERIC
           AND TSSWCTL-INTERVAL-MINS > ZERO
               MOVE TSSWCTL-INTERVAL-MINS TO DENY-LIMIT
           END-IF.
       F59-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY DENIAL GOES ON THE AUDIT TRAIL -- WHO ASKED FOR WHAT  *
      *    AND FROM WHICH PROGRAM (SEE AUDITWRT)                       *
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY GRANT EXERCISED GOES ON THE AUDIT TRAIL TOO, NAMING   *
      *    THE AUTHF RECORD THAT DECIDED, SO RECERTIFICATION CAN TELL  *
      *    A GRANT IN USE FROM ONE NOBODY NEEDS ANY MORE               *
      ******************************************************************
       Z20-AUDIT-USE.
           MOVE 'AUTHUSE'              TO AUDIT-ACTION.
           MOVE AUTH-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING AUTH-FUNCTION ' ' OWN-OPID ' '
                  USED-OPID ' ' USED-FUNCTION
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           MOVE 'AUTHORIZATION GRANTED' TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z29-EXIT.
           EXIT.

      ******************************************************************
      *    A SEGREGATION-OF-DUTIES DENIAL NAMES THE FUNCTION ASKED     *
      *    FOR, THE OPERATOR, AND THE CONFLICTING FUNCTION HELD        *
      ******************************************************************
       Z30-AUDIT-SOD.
           MOVE 'SODDENY'              TO AUDIT-ACTION.
           MOVE AUTH-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING AUTH-FUNCTION ' ' OWN-OPID ' ' SOD-OTHER
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           MOVE 'SEGREGATION OF DUTIES CONFLICT'
                                       TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z39-EXIT.
           EXIT.

      ******************************************************************
      *    A DIRECTORY-STATUS DENIAL NAMES THE FUNCTION, THE OPERATOR  *
      *    AND THE STATUS THAT STOPPED THEM                            *
      ******************************************************************
       Z40-AUDIT-STATUS.
           MOVE 'OPERDENY'             TO AUDIT-ACTION.
           MOVE AUTH-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING AUTH-FUNCTION ' ' OWN-OPID
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           IF  OPERDIRF-SUSPENDED
               MOVE 'OPERATOR SUSPENDED'  TO AUDIT-NEW-VALUE
           ELSE
               MOVE 'OPERATOR TERMINATED' TO AUDIT-NEW-VALUE
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z49-EXIT.
           EXIT.

      ******************************************************************
      *    REPEATED DENIALS -- SOMEBODY MAY BE PROBING FOR ACCESS      *
      ******************************************************************
       Z50-SEND-WARNING.
           MOVE DENY-SEEN              TO DENY-EDIT.
           MOVE DENY-WINDOW-MINS       TO WINDOW-EDIT.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'W'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING 'OPERATOR ' OWN-OPID ' DENIED ' DENY-EDIT
                  ' TIMES IN ' WINDOW-EDIT ' MINUTES, LAST '
                  AUTH-FUNCTION ' FROM ' AUTH-PGM
                                       DELIMITED BY SIZE
               INTO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       Z59-EXIT.
           EXIT.

      ******************************************************************
      *    A FREEZE OVERRIDE NAMES THE FUNCTION, THE OPERATOR AND THE  *
      *    WINDOW, WITH THE CHANGE REFERENCE KEYED AS THE NEW VALUE.   *
      *    FRZORPT LISTS THESE AFTER THE FREEZE                        *
      ******************************************************************
       Z60-AUDIT-OVERRIDE.
           MOVE 'FRZOVRD'              TO AUDIT-ACTION.
           MOVE AUTH-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING AUTH-FUNCTION ' ' OWN-OPID ' ' FREEZE-ID
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE FREEZE-DESC            TO AUDIT-OLD-VALUE.
           MOVE CHG-REF                TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    A CHANGE REFUSED BY A FREEZE -- SAME KEY AS AN OVERRIDE     *
      ******************************************************************
       Z70-AUDIT-FREEZE.
           MOVE 'FRZDENY'              TO AUDIT-ACTION.
           MOVE AUTH-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING AUTH-FUNCTION ' ' OWN-OPID ' ' FREEZE-ID
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           MOVE FREEZE-DESC            TO AUDIT-OLD-VALUE.
           MOVE 'CHANGE FREEZE IN EFFECT' TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z79-EXIT.
           EXIT.
