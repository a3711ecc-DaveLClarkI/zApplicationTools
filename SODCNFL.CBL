       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SODCNFL.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SEGREGATION-OF-DUTIES CONFLICTS ALREADY ON FILE.
      *REMARKS.       AUTHFM STOPS A NEW GRANT FROM GIVING ANYONE BOTH
      *REMARKS.       SIDES OF A SODRULF RULE, BUT GRANTS MADE BEFORE
      *REMARKS.       A RULE WAS ADDED (AND RULES PASSED ON A REASON)
      *REMARKS.       ARE STILL THERE.  FOR EVERY OPERATOR AND GROUP
      *REMARKS.       ON THE AUTHF FILE THIS WALKS THE SAME LOOKUP
      *REMARKS.       CHAIN AUTHCHK DOES -- OWN RECORDS, THE '*GROUP'
      *REMARKS.       MEMBERSHIP'S RECORDS, THEN THE '***' CATCH-ALLS
      *REMARKS.       -- FOR BOTH FUNCTIONS OF EVERY RULE, AND LISTS
      *REMARKS.       EACH PAIR HELD TOGETHER WITH WHERE EACH SIDE
      *REMARKS.       COMES FROM, SO A CONFLICT THAT ONLY ARISES
      *REMARKS.       THROUGH GROUP MEMBERSHIP SHOWS AS SUCH.  WRITTEN
      *REMARKS.       THROUGH RPTARCH.  RETURN CODE 4 WHEN ANY
      *REMARKS.       CONFLICT IS FOUND, 8 WHEN A FILE WOULD NOT OPEN.

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
           SELECT AUTHF                ASSIGN TO AUTHF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUTHF-KEY
                                       FILE STATUS IS AUTHF-STATUS.
           SELECT SODRULF              ASSIGN TO SODRULF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS SODRULF-KEY
                                       FILE STATUS IS SODRULF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUTHF
           LABEL RECORDS ARE STANDARD.
           COPY AUTHF.

       FD  SODRULF
           LABEL RECORDS ARE STANDARD.
           COPY SODRULF.

       WORKING-STORAGE SECTION.
       77  AUTHF-STATUS                PIC  X(02).
       77  SODRULF-STATUS              PIC  X(02).
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  HOLDS-SW                    PIC  X(01).
           88  HOLDS-FUNCTION                       VALUE 'Y'.
       77  KX                          PIC S9(04)   COMP.
       77  PX                          PIC S9(04)   COMP.
       77  RX                          PIC S9(04)   COMP.
       77  RULE-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  PRIN-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  GROUP-COUNT                 PIC S9(04)   COMP VALUE ZERO.
       77  CONFLICT-COUNT              PIC S9(05)   COMP VALUE ZERO.
       77  HARD-COUNT                  PIC S9(05)   COMP VALUE ZERO.
       77  HOLD-FUNC                   PIC  X(08).
       77  HOLD-GROUP                  PIC  X(03).
       77  HOLD-VIA                    PIC  X(14).
       77  CURR-GROUP                  PIC  X(03).

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

      * EACH SODRULF RULE ONCE (THE LOWER FUNCTION CODE'S RECORD)
       01  RULE-TABLE.
           03  RULE-ENTRY OCCURS 500 TIMES.
               05  RULE-FUNC           PIC  X(08).
               05  RULE-OTHER          PIC  X(08).
               05  RULE-OVERRIDE-SW    PIC  X(01).
               05  RULE-DESC           PIC  X(30).

      * EVERY OPERATOR OR GROUP ID ON AUTHF BUT THE '***' CATCH-ALL
       01  PRIN-TABLE.
           03  PRIN-ID OCCURS 1000 TIMES
                                       PIC  X(03).

      * GROUP NAMES NAMED BY '*GROUP' MEMBERSHIP RECORDS
       01  GROUP-TABLE.
           03  GROUP-NAME OCCURS 100 TIMES
                                       PIC  X(03).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'S O D C N F L  -  '.
           05  FILLER                  PIC  X(40)
                   VALUE 'SEGREGATION OF DUTIES CONFLICTS ON FILE'.
           05  FILLER                  PIC  X(06)   VALUE ' AS OF'.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-HDG2.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'HOLDER'.
           05  FILLER                  PIC  X(09)   VALUE 'FUNCTION'.
           05  FILLER                  PIC  X(15)   VALUE 'HELD VIA'.
           05  FILLER                  PIC  X(09)   VALUE 'FUNCTION'.
           05  FILLER                  PIC  X(15)   VALUE 'HELD VIA'.
           05  FILLER                  PIC  X(09)   VALUE 'RULE'.
           05  FILLER                  PIC  X(30)   VALUE 'DESCRIPTION'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-HOLDER              PIC  X(03).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-TYPE                PIC  X(05).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-FUNC-A              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-VIA-A               PIC  X(14).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-FUNC-B              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-VIA-B               PIC  X(14).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-RULE                PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-DESC                PIC  X(30).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-TOT-PRIN            PIC  ZZZ9.
           05  FILLER                  PIC  X(24)
                   VALUE ' OPERATOR(S)/GROUP(S),'.
           05  RPT-TOT-RULES           PIC  ZZZ9.
           05  FILLER                  PIC  X(10)   VALUE ' RULE(S),'.
           05  RPT-TOT-CONF            PIC  ZZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' CONFLICT(S),'.
           05  RPT-TOT-HARD            PIC  ZZZZ9.
           05  FILLER                  PIC  X(14)
                   VALUE ' ON HARD RULES'.

       01  RPT-NOFILE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-NF-FILE             PIC  X(09).
           05  FILLER                  PIC  X(40)
                   VALUE 'COULD NOT BE OPENED -- NOTHING CHECKED'.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'SODCNFL'              TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           MOVE JOBD-JOB-DATE          TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           OPEN INPUT SODRULF.
           IF  SODRULF-STATUS NOT = '00'
               MOVE 'SODRULF'          TO RPT-NF-FILE
               GO TO A80-NO-FILE
           END-IF.
           OPEN INPUT AUTHF.
           IF  AUTHF-STATUS NOT = '00'
               CLOSE SODRULF
               MOVE 'AUTHF'            TO RPT-NF-FILE
               GO TO A80-NO-FILE
           END-IF.

           PERFORM B00-LOAD-RULES THRU B09-EXIT.
           PERFORM C00-LOAD-PRINCIPALS THRU C09-EXIT.

           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           PERFORM D00-CHECK-PRINCIPAL THRU D09-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > PRIN-COUNT.
           CLOSE AUTHF
                 SODRULF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE PRIN-COUNT             TO RPT-TOT-PRIN.
           MOVE RULE-COUNT             TO RPT-TOT-RULES.
           MOVE CONFLICT-COUNT         TO RPT-TOT-CONF.
           MOVE HARD-COUNT             TO RPT-TOT-HARD.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           IF  CONFLICT-COUNT > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

       A80-NO-FILE.
           MOVE RPT-NOFILE             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE 8                      TO RETURN-CODE.
           GOBACK.

      ******************************************************************
      *    EACH RULE IS ON FILE BOTH WAYS ROUND -- KEEP ONE OF THEM    *
      ******************************************************************
       B00-LOAD-RULES.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO SODRULF-KEY.
           START SODRULF KEY NOT LESS THAN SODRULF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM B10-READ-RULE THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
       B09-EXIT.
           EXIT.

       B10-READ-RULE.
           READ SODRULF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           IF  SODRULF-FUNCTION NOT < SODRULF-CONFLICT
           OR  RULE-COUNT NOT < 500
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO RULE-COUNT.
           MOVE SODRULF-FUNCTION       TO RULE-FUNC(RULE-COUNT).
           MOVE SODRULF-CONFLICT       TO RULE-OTHER(RULE-COUNT).
           MOVE SODRULF-OVERRIDE-SW    TO RULE-OVERRIDE-SW(RULE-COUNT).
           MOVE SODRULF-DESC           TO RULE-DESC(RULE-COUNT).
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    EVERY DISTINCT OPERATOR/GROUP ID ON AUTHF, AND THE NAMES    *
      *    OF THE GROUPS (SO THE REPORT CAN SAY WHICH IS WHICH)        *
      ******************************************************************
       C00-LOAD-PRINCIPALS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO AUTHF-KEY.
           START AUTHF KEY NOT LESS THAN AUTHF-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM C10-READ-AUTHF THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
       C09-EXIT.
           EXIT.

       C10-READ-AUTHF.
           READ AUTHF NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO C19-EXIT
           END-IF.
           IF  AUTHF-FUNCTION = '*GROUP'
           AND AUTHF-DESC(1:3) > SPACES
               MOVE AUTHF-DESC(1:3)    TO CURR-GROUP
               PERFORM C20-FIND-GROUP THRU C29-EXIT
               IF  NOT ENTRY-FOUND
               AND GROUP-COUNT < 100
                   ADD  1              TO GROUP-COUNT
                   MOVE CURR-GROUP     TO GROUP-NAME(GROUP-COUNT)
               END-IF
           END-IF.
           IF  AUTHF-OPID = '***'
               GO TO C19-EXIT
           END-IF.
           IF  PRIN-COUNT > ZERO
           AND PRIN-ID(PRIN-COUNT) = AUTHF-OPID
               GO TO C19-EXIT
           END-IF.
           IF  PRIN-COUNT < 1000
               ADD  1                  TO PRIN-COUNT
               MOVE AUTHF-OPID         TO PRIN-ID(PRIN-COUNT)
           END-IF.
       C19-EXIT.
           EXIT.

       C20-FIND-GROUP.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM C25-SCAN-GROUP THRU C25-EXIT
                   VARYING KX FROM 1 BY 1
                   UNTIL KX > GROUP-COUNT OR ENTRY-FOUND.
       C29-EXIT.
           EXIT.

       C25-SCAN-GROUP.
           IF  GROUP-NAME(KX) = CURR-GROUP
               SET  ENTRY-FOUND        TO TRUE
           END-IF.
       C25-EXIT.
           EXIT.

      ******************************************************************
      *    ONE OPERATOR OR GROUP AGAINST EVERY RULE                    *
      ******************************************************************
       D00-CHECK-PRINCIPAL.
           PERFORM D10-CHECK-RULE THRU D19-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > RULE-COUNT.
       D09-EXIT.
           EXIT.

       D10-CHECK-RULE.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE RULE-FUNC(RX)          TO HOLD-FUNC.
           PERFORM E00-HOLDS THRU E09-EXIT.
           IF  NOT HOLDS-FUNCTION
               GO TO D19-EXIT
           END-IF.
           MOVE HOLD-VIA               TO RPT-VIA-A.
           MOVE RULE-OTHER(RX)         TO HOLD-FUNC.
           PERFORM E00-HOLDS THRU E09-EXIT.
           IF  NOT HOLDS-FUNCTION
               GO TO D19-EXIT
           END-IF.
           MOVE HOLD-VIA               TO RPT-VIA-B.

           ADD  1                      TO CONFLICT-COUNT.
           MOVE PRIN-ID(PX)            TO RPT-HOLDER
                                          CURR-GROUP.
           PERFORM C20-FIND-GROUP THRU C29-EXIT.
           IF  ENTRY-FOUND
               MOVE 'GROUP'            TO RPT-TYPE
           END-IF.
           MOVE RULE-FUNC(RX)          TO RPT-FUNC-A.
           MOVE RULE-OTHER(RX)         TO RPT-FUNC-B.
           IF  RULE-OVERRIDE-SW(RX) = 'Y'
               MOVE 'OVERRIDE'         TO RPT-RULE
           ELSE
               MOVE 'HARD'             TO RPT-RULE
               ADD  1                  TO HARD-COUNT
           END-IF.
           MOVE RULE-DESC(RX)          TO RPT-DESC.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    DOES PRIN-ID(PX) HOLD HOLD-FUNC?  THE SAME CHAIN AUTHCHK    *
      *    WALKS -- OWN RECORD, OWN '*ALL', GROUP, GROUP '*ALL', THEN  *
      *    THE '***' CATCH-ALLS; THE FIRST RECORD FOUND DECIDES.       *
      *    HOLD-VIA SAYS WHICH RECORD THAT WAS                         *
      ******************************************************************
       E00-HOLDS.
           MOVE 'N'                    TO HOLDS-SW.
           MOVE PRIN-ID(PX)            TO AUTHF-OPID.
           MOVE HOLD-FUNC              TO AUTHF-FUNCTION.
           PERFORM E10-TRY-RECORD THRU E19-EXIT.
           IF  ENTRY-FOUND
               GO TO E08-DECIDE
           END-IF.
           MOVE '*ALL'                 TO AUTHF-FUNCTION.
           PERFORM E10-TRY-RECORD THRU E19-EXIT.
           IF  ENTRY-FOUND
               GO TO E08-DECIDE
           END-IF.

           MOVE SPACES                 TO HOLD-GROUP.
           MOVE '*GROUP'               TO AUTHF-FUNCTION.
           PERFORM E10-TRY-RECORD THRU E19-EXIT.
           IF  ENTRY-FOUND
               MOVE AUTHF-DESC(1:3)    TO HOLD-GROUP
           END-IF.
           IF  HOLD-GROUP > SPACES
               MOVE HOLD-GROUP         TO AUTHF-OPID
               MOVE HOLD-FUNC          TO AUTHF-FUNCTION
               PERFORM E10-TRY-RECORD THRU E19-EXIT
               IF  ENTRY-FOUND
                   GO TO E08-DECIDE
               END-IF
               MOVE '*ALL'             TO AUTHF-FUNCTION
               PERFORM E10-TRY-RECORD THRU E19-EXIT
               IF  ENTRY-FOUND
                   GO TO E08-DECIDE
               END-IF
           END-IF.

           MOVE '***'                  TO AUTHF-OPID.
           MOVE HOLD-FUNC              TO AUTHF-FUNCTION.
           PERFORM E10-TRY-RECORD THRU E19-EXIT.
           IF  ENTRY-FOUND
               GO TO E08-DECIDE
           END-IF.
           MOVE '*ALL'                 TO AUTHF-FUNCTION.
           PERFORM E10-TRY-RECORD THRU E19-EXIT.
           IF  NOT ENTRY-FOUND
               GO TO E09-EXIT
           END-IF.
       E08-DECIDE.
           IF  NOT AUTHF-ALLOWED
               GO TO E09-EXIT
           END-IF.
           SET  HOLDS-FUNCTION         TO TRUE.
           MOVE SPACES                 TO HOLD-VIA.
           EVALUATE TRUE
               WHEN AUTHF-OPID = PRIN-ID(PX)
                   MOVE 'DIRECT'       TO HOLD-VIA
               WHEN AUTHF-OPID = '***'
                   MOVE 'EVERYONE'     TO HOLD-VIA
               WHEN OTHER
                   STRING 'GROUP ' AUTHF-OPID
                                       DELIMITED BY SIZE
                       INTO HOLD-VIA
           END-EVALUATE.
           IF  AUTHF-FUNCTION = '*ALL'
               MOVE '*ALL'             TO HOLD-VIA(11:4)
           END-IF.
       E09-EXIT.
           EXIT.

       E10-TRY-RECORD.
           MOVE 'N'                    TO FOUND-SW.
           READ AUTHF
               INVALID KEY
                   GO TO E19-EXIT
           END-READ.
           SET  ENTRY-FOUND            TO TRUE.
       E19-EXIT.
           EXIT.
