       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    BRKGLASS.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SELF-SERVICE EMERGENCY ("BREAK-GLASS") ACCESS.
      *REMARKS.       AN OPERATOR WHO HOLDS AUTHCHK FUNCTION 'BRKGLASS'
      *REMARKS.       KEYS THE FUNCTION THEY NEED, FOR HOW MANY HOURS
      *REMARKS.       (1-8, BLANK = 4), AND A REASON, AND IS GIVEN AN
      *REMARKS.       AUTHF GRANT FOR THEIR OWN OPERATOR ID THAT
      *REMARKS.       LAPSES WHEN THE HOURS RUN OUT.  EVERY USE IS
      *REMARKS.       RAISED AT ONCE AS A CRITICAL MSGROUTE ALERT AND
      *REMARKS.       AUDITED AS ACTION 'BRKGLASS' (HOURS AND EXPIRY
      *REMARKS.       IN THE OLD VALUE, REASON IN THE NEW), WHICH IS
      *REMARKS.       WHAT BRKGRPT REPORTS ON THE NEXT MORNING.  THE
      *REMARKS.       SECURITY-ADMINISTRATION FUNCTIONS THEMSELVES
      *REMARKS.       CANNOT BE TAKEN THIS WAY, AND AN EXPLICIT DENY
      *REMARKS.       ON FILE FOR THE OPERATOR IS NOT OVERRIDDEN.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SCALE THE GRANT HOURS TO ABSTIME TICKS AS THE
      *               REST OF THE SYSTEM DOES (3600 * 1000000 AN HOUR).
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'BRKGLASS'.
         03  BRKG-MSG                  PIC  X(60)   VALUE 'READY'.
         03  BRKG-PROMPT               PIC  X(150).
         03  BRKG-PROMPT-LEN           PIC S9(04)   BINARY.
         03  BRKG-IN-LENG              PIC S9(04)   BINARY.
         03  BRKG-QUIT-SW              PIC  X(01)   VALUE 'N'.
           88  BRKG-QUIT                              VALUE 'Y'.
         03  OWN-OPID                  PIC  X(03).
         03  OWN-USERID                PIC  X(08).
         03  GRANT-HOURS               PIC  9(01).
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  EXP-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
      * BOTH IN THE FORM AUTHF-EXPIRES IS KEPT IN
         03  NOW-STAMP.
           05  NOW-DATE                PIC  X(08).
           05  NOW-TIME                PIC  X(06).
         03  EXP-STAMP.
           05  EXP-DATE                PIC  X(08).
           05  EXP-TIME                PIC  X(06).
         03  OLD-IMAGE                 PIC  X(35).
      * THESE GUARD THE SECURITY FILES; EMERGENCY ACCESS TO THEM
      * WOULD LET AN OPERATOR GRANT THEMSELVES ANYTHING, FOR EVER
         03  BRKG-IN-FUNCTION-CHK      PIC  X(08).
           88  BRKG-RESERVED-FUNCTION         VALUE 'AUTHMNT '
                                                    'SODMNT  '
                                                    'DUALMNT '
                                                    'BRKGLASS'.

       01  BRKG-INPUT-LINE.
         03  BRKG-IN-FUNCTION          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  BRKG-IN-HOURS             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  BRKG-IN-REASON            PIC  X(40).

       COPY AUTHF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  MSGR-AREA.
         COPY MSGROUTE.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               PERFORM D00-SEND-PROMPT THRU D90-EXIT
               GO TO A90-MAINLINE-EXIT
           END-IF.
           MOVE SPACES                 TO OWN-OPID OWN-USERID.
           EXEC CICS ASSIGN
                     OPID     (OWN-OPID)
                     USERID   (OWN-USERID)
                     NOHANDLE
           END-EXEC.
           IF  OWN-OPID NOT > SPACES
               MOVE 'NO OPERATOR ID - SIGN ON BEFORE USING BRKGLASS'
                                            TO BRKG-MSG
               PERFORM D00-SEND-PROMPT THRU D90-EXIT
               GO TO A90-MAINLINE-EXIT
           END-IF.
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL BRKG-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    SEND THE PROMPT/STATUS LINE, RECEIVE ONE REQUEST, AND       *
      *    VALIDATE IT BEFORE ANYTHING IS GRANTED                      *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           IF  BRKG-IN-FUNCTION NOT > SPACES
           OR  BRKG-IN-FUNCTION = 'E'
               SET  BRKG-QUIT          TO TRUE
               MOVE 'BRKGLASS TERMINATED' TO BRKG-MSG
               GO TO C90-EXIT
           END-IF.
           MOVE BRKG-IN-FUNCTION       TO BRKG-IN-FUNCTION-CHK.
           IF  BRKG-RESERVED-FUNCTION
               MOVE 'SECURITY FUNCTIONS CANNOT BE TAKEN BY BREAK-GLASS'
                                            TO BRKG-MSG
               GO TO C90-EXIT
           END-IF.
           IF  BRKG-IN-HOURS NOT > SPACES
               MOVE 4                  TO GRANT-HOURS
           ELSE
               IF  BRKG-IN-HOURS NOT NUMERIC
               OR  BRKG-IN-HOURS < '1'
               OR  BRKG-IN-HOURS > '8'
                   MOVE 'HOURS MUST BE 1 THRU 8 (BLANK = 4)'
                                            TO BRKG-MSG
                   GO TO C90-EXIT
               END-IF
               MOVE BRKG-IN-HOURS      TO GRANT-HOURS
           END-IF.
           IF  BRKG-IN-REASON NOT > SPACES
               MOVE 'A REASON IS REQUIRED FOR EMERGENCY ACCESS'
                                            TO BRKG-MSG
               GO TO C90-EXIT
           END-IF.
           PERFORM F00-GRANT-ACCESS THRU F90-EXIT.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO BRKG-PROMPT.
           MOVE 1                       TO BRKG-PROMPT-LEN.
           STRING 'BRKGLASS  '                 DELIMITED BY SIZE
                  BRKG-MSG                     DELIMITED BY SIZE
                  '  FUNC(8) HOURS(1) REASON(40)'
                                                DELIMITED BY SIZE
                  ' (E OR BLANK ENDS) ==> '     DELIMITED BY SIZE
               INTO BRKG-PROMPT         WITH POINTER BRKG-PROMPT-LEN.
           SUBTRACT 1                   FROM BRKG-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (BRKG-PROMPT)
                     LENGTH   (BRKG-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO BRKG-INPUT-LINE.
           MOVE LENGTH OF BRKG-INPUT-LINE TO BRKG-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (BRKG-INPUT-LINE)
                     LENGTH   (BRKG-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE (OR EXTEND) THE OPERATOR'S OWN TIME-LIMITED GRANT.    *
      *    A STANDING GRANT IS LEFT ALONE, AS IS ONE THAT ALREADY RUNS *
      *    PAST THE NEW EXPIRY; AN UNLAPSED DENY IS NEVER OVERRIDDEN   *
      ******************************************************************
       F00-GRANT-ACCESS.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           COMPUTE EXP-ABSTIME         = NOW-ABSTIME
                                       + GRANT-HOURS * 3600 * 1000000.
           EXEC CICS FORMATTIME
                     ABSTIME  (NOW-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (EXP-ABSTIME)
                     YYYYMMDD (EXP-DATE)
                     TIME     (EXP-TIME)
                     NOHANDLE
           END-EXEC.

           MOVE OWN-OPID               TO AUTHF-OPID.
           MOVE BRKG-IN-FUNCTION       TO AUTHF-FUNCTION.
           MOVE SPACES                 TO AUTHF-EXPIRES.
           EXEC CICS READ
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
                     RIDFLD   (AUTHF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               MOVE SPACES             TO OLD-IMAGE
               EXEC CICS WRITE
                         DATASET  ('AUTHF   ')
                         FROM     (AUTHF-RECORD)
                         RIDFLD   (AUTHF-KEY)
                         NOHANDLE
               END-EXEC
               GO TO F80-CHECK-RESULT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'AUTHF READ FAILED - SEE SYSTEM LOG' TO BRKG-MSG
               GO TO F90-EXIT
           END-IF.

           IF  AUTHF-EXPIRES > SPACES
           AND AUTHF-EXPIRES NOT > NOW-STAMP
               CONTINUE
           ELSE
               IF  NOT AUTHF-ALLOWED
                   PERFORM F20-RELEASE-RECORD THRU F29-EXIT
                   MOVE 'EXPLICITLY DENIED - SEE SECURITY ADMIN'
                                            TO BRKG-MSG
                   GO TO F90-EXIT
               END-IF
               IF  AUTHF-EXPIRES NOT > SPACES
               OR  AUTHF-EXPIRES NOT < EXP-STAMP
                   PERFORM F20-RELEASE-RECORD THRU F29-EXIT
                   MOVE 'ALREADY GRANTED - NO EMERGENCY ACCESS NEEDED'
                                            TO BRKG-MSG
                   GO TO F90-EXIT
               END-IF
           END-IF.

           MOVE AUTHF-RECORD(12:35)    TO OLD-IMAGE.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS REWRITE
                     DATASET  ('AUTHF   ')
                     FROM     (AUTHF-RECORD)
                     NOHANDLE
           END-EXEC.

       F80-CHECK-RESULT.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'GRANT FAILED - SEE SYSTEM LOG' TO BRKG-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE SPACES                 TO BRKG-MSG.
           STRING BRKG-IN-FUNCTION     DELIMITED BY SPACE
                  ' GRANTED UNTIL '    DELIMITED BY SIZE
                  EXP-DATE ' ' EXP-TIME
                  ' - THIS USE HAS BEEN REPORTED'
                                       DELIMITED BY SIZE
               INTO BRKG-MSG.
           PERFORM Z20-ROUTE-ALERT THRU Z29-EXIT.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       F90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           SET  AUTHF-ALLOWED          TO TRUE.
           MOVE SPACES                 TO AUTHF-DESC.
           STRING 'BREAK-GLASS ' NOW-DATE DELIMITED BY SIZE
               INTO AUTHF-DESC.
           MOVE EXP-STAMP              TO AUTHF-EXPIRES.
       F19-EXIT.
           EXIT.

       F20-RELEASE-RECORD.
           EXEC CICS UNLOCK
                     DATASET  ('AUTHF   ')
                     NOHANDLE
           END-EXEC.
       F29-EXIT.
           EXIT.

      ******************************************************************
      *    THE FUNCTION ITSELF IS GATED THROUGH AUTHCHK (A FAILED LINK *
      *    LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)                 *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'BRKGLASS'             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR EMERGENCY ACCESS' TO BRKG-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    AUDIT THE GRANT -- BRKGRPT FINDS IT BY THE ACTION, AND      *
      *    TAKES THE HOURS FROM POSITION 7 OF THE OLD VALUE            *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE 'BRKGLASS'             TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE AUTHF-KEY              TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           STRING 'HOURS=' GRANT-HOURS ' UNTIL ' EXP-DATE ' ' EXP-TIME
                                            DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE BRKG-IN-REASON         TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

      * EMERGENCY ACCESS IS RAISED THE MOMENT IT IS TAKEN, NOT WHEN
      * SOMEONE NEXT READS THE AUDIT TRAIL
       Z20-ROUTE-ALERT.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'C'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING 'BREAK-GLASS: OPID='      DELIMITED BY SIZE
                  OWN-OPID                  DELIMITED BY SIZE
                  ' USER='                  DELIMITED BY SIZE
                  OWN-USERID                DELIMITED BY SPACE
                  ' TOOK '                  DELIMITED BY SIZE
                  BRKG-IN-FUNCTION          DELIMITED BY SPACE
                  ' UNTIL '                 DELIMITED BY SIZE
                  EXP-DATE ' ' EXP-TIME     DELIMITED BY SIZE
                  ' REASON: '               DELIMITED BY SIZE
                  BRKG-IN-REASON            DELIMITED BY SIZE
               INTO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       Z29-EXIT.
           EXIT.
