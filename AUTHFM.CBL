      *REMARKS.       VIA AUDITWRT, AND THE DESTRUCTIVE FUNCTIONS ARE
      *REMARKS.       THEMSELVES GATED THROUGH AUTHCHK (FUNCTION
      *REMARKS.       'AUTHMNT') -- THE KEYS TO THE KEY CABINET LIVE
      *REMARKS.       IN THE CABINET.  NO ADD, CHANGE OR DELETE MAY
      *REMARKS.       LEAVE AN OPERATOR OR GROUP HOLDING BOTH SIDES
      *REMARKS.       OF A SODRULF SEGREGATION-OF-DUTIES RULE THEY
      *REMARKS.       DID NOT ALREADY HOLD; AN OVERRIDABLE RULE MAY
      *REMARKS.       BE PASSED BY KEYING A REASON, WHICH IS AUDITED.
      *REMARKS.       WITH 'AUTHMNT' UNDER DUAL CONTROL (DUALCTLF) THE
      *REMARKS.       ACTION IS QUEUED THROUGH DUALREQ FOR A SECOND
      *REMARKS.       OPERATOR TO APPROVE IN DUALAPPR INSTEAD.  A
      *REMARKS.       GRANT MAY CARRY AN EXPIRY DATE, AFTER WHICH
      *REMARKS.       AUTHCHK NO LONGER HONOURS IT.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SEGREGATION-OF-DUTIES CHECK AGAINST SODRULF
      *               BEFORE EVERY ADD/CHANGE/DELETE, COVERING THE
      *               RECORD'S OPERATOR OR GROUP, THE GROUP'S MEMBERS,
      *               AND EVERYONE FOR A '***' RECORD.  OPTIONAL
      *               REASON(30) ON THE INPUT LINE OVERRIDES A RULE
      *               THAT ALLOWS IT (AUDIT ACTION 'SODOVRD').
      * 10/15/2026 DLC QUEUE ADD/CHANGE/DELETE FOR APPROVAL WHEN AUTHCHK
      *               ANSWERS DUAL CONTROL.
      * 10/15/2026 DLC OPTIONAL EXPIRES(CCYYMMDD) ON THE INPUT LINE SETS
      *               AUTHF-EXPIRES (END OF THAT DAY); THE SEGREGATION
      *               CHECK IGNORES RECORDS THAT HAVE ALREADY LAPSED.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  AUTM-BROWSE                            VALUE 'B'.
           88  AUTM-QUIT                              VALUE 'E'.
         03  AUTM-MSG                  PIC  X(60)   VALUE 'READY'.
         03  AUTM-PROMPT               PIC  X(170).
         03  AUTM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  AUTM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(35).
      * NOW, IN THE FORM AUTHF-EXPIRES IS KEPT IN
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  NOW-STAMP.
           05  NOW-DATE                PIC  X(08).
           05  NOW-TIME                PIC  X(06).
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  FOUND-SW                  PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
         03  PX                        PIC S9(04)   BINARY.
         03  RX                        PIC S9(04)   BINARY.
         03  KX                        PIC S9(04)   BINARY.
         03  RULE-COUNT                PIC S9(04)   BINARY.
         03  PRIN-COUNT                PIC S9(04)   BINARY.
         03  NEW-PRIN                  PIC  X(03).
      * THE RECORD AS IT WILL BE ONCE THIS ACTION IS APPLIED
         03  PEND-KEY.
           05  PEND-OPID               PIC  X(03).
           05  PEND-FUNCTION           PIC  X(08).
         03  PEND-STATE                PIC  X(01).
           88  PEND-REMOVED                         VALUE 'X'.
         03  PEND-DESC3                PIC  X(03).
         03  PEND-MODE-SW              PIC  X(01).
           88  PEND-APPLIED                         VALUE 'A'.
           88  PEND-IGNORED                         VALUE 'I'.
         03  TRY-KEY.
           05  TRY-OPID                PIC  X(03).
           05  TRY-FUNCTION            PIC  X(08).
         03  TRY-FOUND-SW              PIC  X(01).
           88  TRY-FOUND                            VALUE 'Y'.
         03  TRY-ALLOW                 PIC  X(01).
         03  TRY-DESC3                 PIC  X(03).
         03  HOLD-FUNC                 PIC  X(08).
         03  HOLD-GROUP                PIC  X(03).
         03  HOLDS-SW                  PIC  X(01).
           88  HOLDS-FUNCTION                       VALUE 'Y'.
         03  SOD-RESULT                PIC  X(01).
           88  SOD-CLEAR                            VALUE ' '.
           88  SOD-HARD                             VALUE 'H'.
           88  SOD-SOFT                             VALUE 'O'.
           88  SOD-REFUSED                          VALUE 'R'.
           88  SOD-OVERRIDDEN                       VALUE 'V'.
         03  SOD-PRINCIPAL             PIC  X(03).
         03  SOD-FUNC-A                PIC  X(08).
         03  SOD-FUNC-B                PIC  X(08).

       01  AUTM-INPUT-LINE.
         03  AUTM-IN-FUNC              PIC  X(01).
         03  AUTM-IN-ALLOW             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  AUTM-IN-DESC              PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  AUTM-IN-REASON            PIC  X(30).
         03  FILLER                    PIC  X(01).
         03  AUTM-IN-EXPIRES           PIC  X(08).

      * EACH SODRULF RULE ONCE (THE LOWER FUNCTION CODE'S RECORD)
       01  RULE-TABLE.
         03  RULE-ENTRY OCCURS 200 TIMES.
           05  RULE-FUNC               PIC  X(08).
           05  RULE-OTHER              PIC  X(08).
           05  RULE-OVERRIDE-SW        PIC  X(01).

      * THE OPERATORS AND GROUPS THE ACTION CAN AFFECT
       01  PRIN-TABLE.
         03  PRIN-ID OCCURS 300 TIMES  PIC  X(03).

       COPY AUTHF.

       COPY SODRULF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  DUALREQ-AREA.
         COPY DUALREQ.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(11)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(046).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
                                            TO AUTM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  (AUTM-ADD OR AUTM-CHANGE)
           AND AUTM-IN-EXPIRES > SPACES
           AND AUTM-IN-EXPIRES IS NOT NUMERIC
               MOVE 'EXPIRES MUST BE CCYYMMDD (OR BLANK FOR NEVER)'
                                            TO AUTM-MSG
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AUTM-ADD
               WHEN AUTM-CHANGE
                  AUTM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) OPID(3) FUNC(8) ALLOW(1)'
                                                DELIMITED BY SIZE
                  ' DESC(20) [REASON(30)] [EXPIRES(8)] ==> '
                                                DELIMITED BY SIZE
               INTO AUTM-PROMPT         WITH POINTER AUTM-PROMPT-LEN.
           SUBTRACT 1                   FROM AUTM-PROMPT-LEN.
           EXEC CICS SEND TEXT
               MOVE 'N'                TO AUTHF-ALLOW-SW
           END-IF.
           MOVE AUTM-IN-DESC           TO AUTHF-DESC.
           IF  AUTM-IN-EXPIRES > SPACES
               MOVE AUTM-IN-EXPIRES    TO AUTHF-EXP-DATE
               MOVE '235959'           TO AUTHF-EXP-TIME
           ELSE
               MOVE SPACES             TO AUTHF-EXPIRES
           END-IF.
       F19-EXIT.
           EXIT.

      *    ADD A NEW AUTHORIZATION RECORD                               *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM J05-PEND-INPUT THRU J05-EXIT.
           PERFORM J00-CHECK-SOD THRU J09-EXIT.
           IF  SOD-REFUSED
               GO TO F90-EXIT
           END-IF.
           MOVE AUTM-IN-OPID            TO AUTHF-OPID.
           MOVE AUTM-IN-FUNCTION        TO AUTHF-FUNCTION.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           IF  AUTH-DUAL-CONTROL
               MOVE 'A'                TO DREQ-ACTION
               MOVE ZERO               TO DREQ-BEFORE-LEN
               MOVE SPACES             TO DREQ-BEFORE OLD-IMAGE
               PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
               GO TO F90-EXIT
           END-IF.
           EXEC CICS WRITE
                     DATASET  ('AUTHF   ')
                     FROM     (AUTHF-RECORD)
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO AUTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
                   PERFORM Z20-AUDIT-OVERRIDE THRU Z29-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO AUTM-MSG
               WHEN OTHER
      *    CHANGE AN EXISTING AUTHORIZATION RECORD                      *
      ******************************************************************
       G00-CHANGE-RECORD.
           PERFORM J05-PEND-INPUT THRU J05-EXIT.
           PERFORM J00-CHECK-SOD THRU J09-EXIT.
           IF  SOD-REFUSED
               GO TO G90-EXIT
           END-IF.
           MOVE AUTM-IN-OPID            TO AUTHF-OPID.
           MOVE AUTM-IN-FUNCTION        TO AUTHF-FUNCTION.
           EXEC CICS READ
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE AUTHF-RECORD(12:35) TO OLD-IMAGE
               MOVE AUTHF-RECORD       TO DREQ-BEFORE
               MOVE LENGTH OF AUTHF-RECORD TO DREQ-BEFORE-LEN
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               IF  AUTH-DUAL-CONTROL
                   EXEC CICS UNLOCK
                             DATASET  ('AUTHF   ')
                             NOHANDLE
                   END-EXEC
                   MOVE 'C'            TO DREQ-ACTION
                   PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
                   GO TO G90-EXIT
               END-IF
               EXEC CICS REWRITE
                         DATASET  ('AUTHF   ')
                         FROM     (AUTHF-RECORD)
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO AUTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
                   PERFORM Z20-AUDIT-OVERRIDE THRU Z29-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO AUTM-MSG
               END-IF
           MOVE AUTM-IN-OPID            TO AUTHF-OPID.
           MOVE AUTM-IN-FUNCTION        TO AUTHF-FUNCTION.
           MOVE SPACES                  TO OLD-IMAGE.
           MOVE SPACE                   TO SOD-RESULT.
           EXEC CICS READ
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE AUTHF-RECORD(12:35) TO OLD-IMAGE
               MOVE AUTHF-RECORD        TO DREQ-BEFORE
               MOVE LENGTH OF AUTHF-RECORD TO DREQ-BEFORE-LEN
               MOVE AUTM-IN-OPID        TO PEND-OPID
               MOVE AUTM-IN-FUNCTION    TO PEND-FUNCTION
               MOVE 'X'                 TO PEND-STATE
               MOVE SPACES              TO PEND-DESC3
               PERFORM J00-CHECK-SOD THRU J09-EXIT
               IF  SOD-REFUSED
                   GO TO H90-EXIT
               END-IF
           ELSE
               IF  AUTH-DUAL-CONTROL
                   MOVE 'RECORD NOT FOUND'      TO AUTM-MSG
                   GO TO H90-EXIT
               END-IF
           END-IF.
           IF  AUTH-DUAL-CONTROL
               MOVE AUTM-IN-OPID       TO AUTHF-OPID
               MOVE AUTM-IN-FUNCTION   TO AUTHF-FUNCTION
               MOVE 'D'                TO DREQ-ACTION
               PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
               GO TO H90-EXIT
           END-IF.
           MOVE AUTM-IN-OPID            TO AUTHF-OPID.
           MOVE AUTM-IN-FUNCTION        TO AUTHF-FUNCTION.
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO AUTM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO AUTHF-RECORD(12:35)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               PERFORM Z20-AUDIT-OVERRIDE THRU Z29-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO AUTM-MSG
           END-IF.
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO AUTM-MSG
               STRING AUTHF-OPID '/' AUTHF-FUNCTION
                      ' ALLOW=' AUTHF-ALLOW-SW
                      ' ' AUTHF-DESC        DELIMITED BY SIZE
                   INTO AUTM-MSG
               IF  AUTHF-EXPIRES > SPACES
                   MOVE ' UNTIL '          TO AUTM-MSG(42:7)
                   MOVE AUTHF-EXP-DATE     TO AUTM-MSG(49:8)
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO AUTM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE AUTHF-KEY              TO SEEN-KEY.
           MOVE AUTHF-RECORD           TO SEEN-IMAGE.
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
           IF  AUTHF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  AUTHF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('AUTHF   ')
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   GO TO Z69-EXIT
           END-EVALUATE.
           SET  SEEN-CHANGED           TO TRUE.
           MOVE THIS-PGM               TO LCHG-PGM.
           MOVE SPACES                 TO LCHG-REC-KEY.
           MOVE AUTHF-KEY              TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE AUTM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO AUTM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO AUTM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO AUTM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    SEGREGATION OF DUTIES -- WOULD THIS ACTION LEAVE ANY        *
      *    OPERATOR OR GROUP HOLDING BOTH SIDES OF A SODRULF RULE     *
      *    THAT THEY DO NOT ALREADY HOLD TODAY?  THE ONES AFFECTED     *
      *    ARE THE RECORD'S OWN OPERATOR OR GROUP, THAT GROUP'S        *
      *    MEMBERS, OR -- FOR A '***' RECORD -- EVERY OPERATOR ON FILE *
      ******************************************************************
       J00-CHECK-SOD.
           MOVE SPACE                  TO SOD-RESULT.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (NOW-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           PERFORM J10-LOAD-RULES THRU J19-EXIT.
           IF  RULE-COUNT = ZERO
               GO TO J09-EXIT
           END-IF.
           PERFORM J20-LOAD-PRINCIPALS THRU J29-EXIT.
           PERFORM J30-CHECK-PRINCIPAL THRU J39-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > PRIN-COUNT
                   OR    SOD-HARD.
           EVALUATE TRUE
               WHEN SOD-HARD
                   MOVE SPACES         TO AUTM-MSG
                   STRING 'REFUSED - ' SOD-PRINCIPAL
                          ' WOULD HOLD ' SOD-FUNC-A
                          ' AND ' SOD-FUNC-B
                                       DELIMITED BY SIZE
                       INTO AUTM-MSG
                   SET  SOD-REFUSED    TO TRUE
               WHEN SOD-SOFT
               AND  AUTM-IN-REASON NOT > SPACES
                   MOVE SPACES         TO AUTM-MSG
                   STRING SOD-PRINCIPAL ' WOULD HOLD ' SOD-FUNC-A
                          ' AND ' SOD-FUNC-B ' - GIVE A REASON'
                                       DELIMITED BY SIZE
                       INTO AUTM-MSG
                   SET  SOD-REFUSED    TO TRUE
               WHEN SOD-SOFT
                   SET  SOD-OVERRIDDEN TO TRUE
           END-EVALUATE.
       J09-EXIT.
           EXIT.

      * ADD AND CHANGE -- THE RECORD AS KEYED
       J05-PEND-INPUT.
           MOVE AUTM-IN-OPID           TO PEND-OPID.
           MOVE AUTM-IN-FUNCTION       TO PEND-FUNCTION.
           IF  AUTM-IN-ALLOW = 'Y'
               MOVE 'Y'                TO PEND-STATE
           ELSE
               MOVE 'N'                TO PEND-STATE
           END-IF.
           MOVE AUTM-IN-DESC(1:3)      TO PEND-DESC3.
       J05-EXIT.
           EXIT.

       J10-LOAD-RULES.
           MOVE ZERO                   TO RULE-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO SODRULF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('SODRULF ')
                     RIDFLD   (SODRULF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J19-EXIT
           END-IF.
           PERFORM J15-READ-RULE THRU J15-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('SODRULF ')
                     NOHANDLE
           END-EXEC.
       J19-EXIT.
           EXIT.

       J15-READ-RULE.
           EXEC CICS READNEXT
                     DATASET  ('SODRULF ')
                     INTO     (SODRULF-RECORD)
                     RIDFLD   (SODRULF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J15-EXIT
           END-IF.
           IF  SODRULF-FUNCTION < SODRULF-CONFLICT
           AND RULE-COUNT < 200
               ADD  1                  TO RULE-COUNT
               MOVE SODRULF-FUNCTION   TO RULE-FUNC(RULE-COUNT)
               MOVE SODRULF-CONFLICT   TO RULE-OTHER(RULE-COUNT)
               MOVE SODRULF-OVERRIDE-SW
                                       TO RULE-OVERRIDE-SW(RULE-COUNT)
           END-IF.
       J15-EXIT.
           EXIT.

       J20-LOAD-PRINCIPALS.
           MOVE ZERO                   TO PRIN-COUNT.
           IF  PEND-OPID NOT = '***'
               MOVE PEND-OPID          TO NEW-PRIN
               PERFORM J25-ADD-PRINCIPAL THRU J25-EXIT
           END-IF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO AUTHF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('AUTHF   ')
                     RIDFLD   (AUTHF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J29-EXIT
           END-IF.
           PERFORM J22-READ-AUTHF THRU J22-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('AUTHF   ')
                     NOHANDLE
           END-EXEC.
       J29-EXIT.
           EXIT.

       J22-READ-AUTHF.
           EXEC CICS READNEXT
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
                     RIDFLD   (AUTHF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J22-EXIT
           END-IF.
           IF  PEND-OPID = '***'
           AND AUTHF-OPID NOT = '***'
               MOVE AUTHF-OPID         TO NEW-PRIN
               PERFORM J25-ADD-PRINCIPAL THRU J25-EXIT
           END-IF.
           IF  AUTHF-FUNCTION = '*GROUP'
           AND AUTHF-DESC(1:3) = PEND-OPID
               MOVE AUTHF-OPID         TO NEW-PRIN
               PERFORM J25-ADD-PRINCIPAL THRU J25-EXIT
           END-IF.
       J22-EXIT.
           EXIT.

       J25-ADD-PRINCIPAL.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM J26-SCAN-PRINCIPAL THRU J26-EXIT
                   VARYING KX FROM 1 BY 1
                   UNTIL KX > PRIN-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
           AND PRIN-COUNT < 300
               ADD  1                  TO PRIN-COUNT
               MOVE NEW-PRIN           TO PRIN-ID(PRIN-COUNT)
           END-IF.
       J25-EXIT.
           EXIT.

       J26-SCAN-PRINCIPAL.
           IF  PRIN-ID(KX) = NEW-PRIN
               SET  ENTRY-FOUND        TO TRUE
           END-IF.
       J26-EXIT.
           EXIT.

       J30-CHECK-PRINCIPAL.
           PERFORM J40-CHECK-RULE THRU J49-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > RULE-COUNT
                   OR    SOD-HARD.
       J39-EXIT.
           EXIT.

      * A CONFLICT ONLY COUNTS IF THIS ACTION CREATES IT -- ONE
      * ALREADY ON FILE IS SODCNFL'S TO REPORT, AND MUST NOT BLOCK
      * THE VERY CHANGES THAT WOULD CLEAR IT
       J40-CHECK-RULE.
           SET  PEND-APPLIED           TO TRUE.
           PERFORM J45-HOLDS-BOTH THRU J45-EXIT.
           IF  NOT HOLDS-FUNCTION
               GO TO J49-EXIT
           END-IF.
           SET  PEND-IGNORED           TO TRUE.
           PERFORM J45-HOLDS-BOTH THRU J45-EXIT.
           IF  HOLDS-FUNCTION
               GO TO J49-EXIT
           END-IF.
           IF  RULE-OVERRIDE-SW(RX) = 'Y'
               IF  NOT SOD-CLEAR
                   GO TO J49-EXIT
               END-IF
               SET  SOD-SOFT           TO TRUE
           ELSE
               SET  SOD-HARD           TO TRUE
           END-IF.
           MOVE PRIN-ID(PX)            TO SOD-PRINCIPAL.
           MOVE RULE-FUNC(RX)          TO SOD-FUNC-A.
           MOVE RULE-OTHER(RX)         TO SOD-FUNC-B.
       J49-EXIT.
           EXIT.

       J45-HOLDS-BOTH.
           MOVE RULE-FUNC(RX)          TO HOLD-FUNC.
           PERFORM J50-HOLDS THRU J59-EXIT.
           IF  HOLDS-FUNCTION
               MOVE RULE-OTHER(RX)     TO HOLD-FUNC
               PERFORM J50-HOLDS THRU J59-EXIT
           END-IF.
       J45-EXIT.
           EXIT.

      ******************************************************************
      *    DOES PRIN-ID(PX) HOLD HOLD-FUNC?  THE SAME CHAIN AUTHCHK    *
      *    WALKS -- OWN RECORD, OWN '*ALL', GROUP, GROUP '*ALL', THEN  *
      *    THE '***' CATCH-ALLS; THE FIRST RECORD FOUND DECIDES        *
      ******************************************************************
       J50-HOLDS.
           MOVE 'N'                    TO HOLDS-SW.
           MOVE PRIN-ID(PX)            TO TRY-OPID.
           MOVE HOLD-FUNC              TO TRY-FUNCTION.
           PERFORM J60-TRY-RECORD THRU J69-EXIT.
           IF  TRY-FOUND
               GO TO J58-DECIDE
           END-IF.
           MOVE '*ALL'                 TO TRY-FUNCTION.
           PERFORM J60-TRY-RECORD THRU J69-EXIT.
           IF  TRY-FOUND
               GO TO J58-DECIDE
           END-IF.

           MOVE SPACES                 TO HOLD-GROUP.
           MOVE '*GROUP'               TO TRY-FUNCTION.
           PERFORM J60-TRY-RECORD THRU J69-EXIT.
           IF  TRY-FOUND
               MOVE TRY-DESC3          TO HOLD-GROUP
           END-IF.
           IF  HOLD-GROUP > SPACES
               MOVE HOLD-GROUP         TO TRY-OPID
               MOVE HOLD-FUNC          TO TRY-FUNCTION
               PERFORM J60-TRY-RECORD THRU J69-EXIT
               IF  TRY-FOUND
                   GO TO J58-DECIDE
               END-IF
               MOVE '*ALL'             TO TRY-FUNCTION
               PERFORM J60-TRY-RECORD THRU J69-EXIT
               IF  TRY-FOUND
                   GO TO J58-DECIDE
               END-IF
           END-IF.

           MOVE '***'                  TO TRY-OPID.
           MOVE HOLD-FUNC              TO TRY-FUNCTION.
           PERFORM J60-TRY-RECORD THRU J69-EXIT.
           IF  TRY-FOUND
               GO TO J58-DECIDE
           END-IF.
           MOVE '*ALL'                 TO TRY-FUNCTION.
           PERFORM J60-TRY-RECORD THRU J69-EXIT.
           IF  NOT TRY-FOUND
               GO TO J59-EXIT
           END-IF.
       J58-DECIDE.
           IF  TRY-ALLOW = 'Y'
               SET  HOLDS-FUNCTION     TO TRUE
           END-IF.
       J59-EXIT.
           EXIT.

      * ONE AUTHF KEY, AS THE FILE STANDS OR AS THIS ACTION LEAVES IT
       J60-TRY-RECORD.
           MOVE 'N'                    TO TRY-FOUND-SW.
           IF  PEND-APPLIED
           AND TRY-KEY = PEND-KEY
               IF  NOT PEND-REMOVED
                   SET  TRY-FOUND      TO TRUE
                   MOVE PEND-STATE     TO TRY-ALLOW
                   MOVE PEND-DESC3     TO TRY-DESC3
               END-IF
               GO TO J69-EXIT
           END-IF.
           MOVE TRY-KEY                TO AUTHF-KEY.
           MOVE SPACES                 TO AUTHF-EXPIRES.
           EXEC CICS READ
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
                     RIDFLD   (AUTHF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
      * A LAPSED RECORD IS NOT HELD, AS AUTHCHK SEES IT
           IF  EIBRESP = DFHRESP(NORMAL)
           AND (AUTHF-EXPIRES NOT > SPACES
           OR   AUTHF-EXPIRES > NOW-STAMP)
               SET  TRY-FOUND          TO TRUE
               MOVE AUTHF-ALLOW-SW     TO TRY-ALLOW
               MOVE AUTHF-DESC(1:3)    TO TRY-DESC3
           END-IF.
       J69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED    *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)            *
           MOVE 'AUTHMNT '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           MOVE 'N'                    TO AUTH-DUAL-SW.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE AUTHF-KEY              TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE AUTHF-RECORD(12:35)    TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    A RULE PASSED ON A REASON GETS ITS OWN AUDIT RECORD: THE    *
      *    AUTHF KEY, THE TWO FUNCTIONS, WHO HOLDS THEM, AND WHY       *
      ******************************************************************
       Z20-AUDIT-OVERRIDE.
           IF  NOT SOD-OVERRIDDEN
               GO TO Z29-EXIT
           END-IF.
           MOVE 'SODOVRD'              TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY
                                          AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           STRING PEND-KEY ' ' SOD-FUNC-A ' ' SOD-FUNC-B
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           STRING 'HELD BY ' SOD-PRINCIPAL
                                       DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE AUTM-IN-REASON         TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z29-EXIT.
           EXIT.

      ******************************************************************
      *    UNDER DUAL CONTROL: HAND THE WHOLE CHANGE TO DUALREQ FOR A  *
      *    SECOND OPERATOR'S APPROVAL (THE ACTION AND BEFORE IMAGE ARE *
      *    ALREADY SET; THE RECORD AREA HOLDS THE AFTER IMAGE).  A     *
      *    RULE PASSED ON A REASON IS AUDITED WHEN THE ACTION QUEUES   *
      ******************************************************************
       Z90-QUEUE-CHANGE.
           MOVE AUTH-FUNCTION          TO DREQ-FUNCTION.
           MOVE THIS-PGM               TO DREQ-PGM.
           MOVE 'AUTHF   '             TO DREQ-DATASET.
           MOVE SPACES                 TO DREQ-REC-KEY
                                          DREQ-AUDIT-KEY
                                          DREQ-AUDIT-OLD
                                          DREQ-AUDIT-NEW.
           MOVE AUTHF-KEY              TO DREQ-REC-KEY
                                          DREQ-AUDIT-KEY.
           MOVE AUTH-DUAL-HOURS        TO DREQ-HOURS.
           MOVE OLD-IMAGE              TO DREQ-AUDIT-OLD.
           IF  DREQ-DELETE
               MOVE ZERO               TO DREQ-AFTER-LEN
               MOVE SPACES             TO DREQ-AFTER
           ELSE
               MOVE AUTHF-RECORD(12:35) TO DREQ-AUDIT-NEW
               MOVE AUTHF-RECORD       TO DREQ-AFTER
               MOVE LENGTH OF AUTHF-RECORD TO DREQ-AFTER-LEN
           END-IF.
           SET  DREQ-FAILED            TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('DUALREQ ')
                     COMMAREA (DUALREQ-AREA)
                     LENGTH   (LENGTH OF DUALREQ-AREA)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN DREQ-QUEUED
                   MOVE 'QUEUED FOR APPROVAL BY A SECOND OPERATOR'
                                                 TO AUTM-MSG
                   PERFORM Z20-AUDIT-OVERRIDE THRU Z29-EXIT
               WHEN DREQ-CANCELLED
                   MOVE 'NOT QUEUED - NO REASON GIVEN' TO AUTM-MSG
               WHEN OTHER
                   MOVE 'QUEUE FAILED - SEE SYSTEM LOG' TO AUTM-MSG
           END-EVALUATE.
       Z99-EXIT.
           EXIT.
