      *REMARKS.       HOUR).  EVERY SUCCESSFUL ACTION IS AUDITED VIA
      *REMARKS.       AUDITWRT AND THE DESTRUCTIVE FUNCTIONS ARE
      *REMARKS.       GATED THROUGH AUTHCHK (FUNCTION 'CHGRATE') --
      *REMARKS.       A RATE CHANGE IS A MONEY CHANGE.  WITH 'CHGRATE'
      *REMARKS.       UNDER DUAL CONTROL (DUALCTLF) THE CHANGE IS
      *REMARKS.       QUEUED THROUGH DUALREQ FOR A SECOND OPERATOR
      *REMARKS.       TO APPROVE IN DUALAPPR INSTEAD OF APPLIED.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC QUEUE ADD/CHANGE/DELETE FOR APPROVAL WHEN AUTHCHK
      *               ANSWERS DUAL CONTROL.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  DUALREQ-AREA.
         COPY DUALREQ.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(16)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(036).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
           IF  CRTM-MSG NOT = SPACES
               GO TO F90-EXIT
           END-IF.
           IF  AUTH-DUAL-CONTROL
               MOVE 'A'                TO DREQ-ACTION
               MOVE ZERO               TO DREQ-BEFORE-LEN
               MOVE SPACES             TO DREQ-BEFORE OLD-IMAGE
               PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
               GO TO F90-EXIT
           END-IF.
           EXEC CICS WRITE
                     DATASET  ('CHGRATEF')
                     FROM     (CHGRATEF-RECORD)
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO CRTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE CHGRATEF-RECORD(17:20) TO OLD-IMAGE
               MOVE CHGRATEF-RECORD    TO DREQ-BEFORE
               MOVE LENGTH OF CHGRATEF-RECORD TO DREQ-BEFORE-LEN
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               IF  CRTM-MSG NOT = SPACES
                   EXEC CICS UNLOCK
                   END-EXEC
                   GO TO G90-EXIT
               END-IF
               IF  AUTH-DUAL-CONTROL
                   EXEC CICS UNLOCK
                             DATASET  ('CHGRATEF')
                             NOHANDLE
                   END-EXEC
                   MOVE 'C'            TO DREQ-ACTION
                   PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
                   GO TO G90-EXIT
               END-IF
               EXEC CICS REWRITE
                         DATASET  ('CHGRATEF')
                         FROM     (CHGRATEF-RECORD)
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO CRTM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE CHGRATEF-RECORD(17:20) TO OLD-IMAGE
               MOVE CHGRATEF-RECORD    TO DREQ-BEFORE
               MOVE LENGTH OF CHGRATEF-RECORD TO DREQ-BEFORE-LEN
           ELSE
               IF  AUTH-DUAL-CONTROL
                   MOVE 'RECORD NOT FOUND'      TO CRTM-MSG
                   GO TO H90-EXIT
               END-IF
           END-IF.
           IF  AUTH-DUAL-CONTROL
               MOVE 'D'                TO DREQ-ACTION
               PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
               GO TO H90-EXIT
           END-IF.
           MOVE CRTM-IN-USER            TO CHGRATEF-USER.
           MOVE CRTM-IN-EFF             TO CHGRATEF-EFF-DATE.
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO CRTM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO CRTM-MSG
               MOVE 1                      TO CRTM-PROMPT-LEN
               MOVE CHGRATEF-ELAP-RATE     TO RATE-ED
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE CHGRATEF-KEY           TO SEEN-KEY.
           MOVE CHGRATEF-RECORD        TO SEEN-IMAGE.
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
           IF  CHGRATEF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  CHGRATEF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('CHGRATEF')
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
           MOVE CHGRATEF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE CRTM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO CRTM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO CRTM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO CRTM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)           *
           MOVE 'CHGRATE '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           MOVE 'N'                    TO AUTH-DUAL-SW.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
           END-EXEC.
       Z19-EXIT.
           EXIT.

      ******************************************************************
      *    UNDER DUAL CONTROL: HAND THE WHOLE CHANGE TO DUALREQ FOR A  *
      *    SECOND OPERATOR'S APPROVAL (THE ACTION AND BEFORE IMAGE ARE *
      *    ALREADY SET; THE RECORD AREA HOLDS THE AFTER IMAGE)         *
      ******************************************************************
       Z90-QUEUE-CHANGE.
           MOVE AUTH-FUNCTION          TO DREQ-FUNCTION.
           MOVE THIS-PGM               TO DREQ-PGM.
           MOVE 'CHGRATEF'             TO DREQ-DATASET.
           MOVE SPACES                 TO DREQ-REC-KEY
                                          DREQ-AUDIT-KEY
                                          DREQ-AUDIT-OLD
                                          DREQ-AUDIT-NEW.
           MOVE CHGRATEF-KEY           TO DREQ-REC-KEY
                                          DREQ-AUDIT-KEY.
           MOVE AUTH-DUAL-HOURS        TO DREQ-HOURS.
           MOVE OLD-IMAGE              TO DREQ-AUDIT-OLD.
           IF  DREQ-DELETE
               MOVE ZERO               TO DREQ-AFTER-LEN
               MOVE SPACES             TO DREQ-AFTER
           ELSE
               MOVE CHGRATEF-RECORD(17:20) TO DREQ-AUDIT-NEW
               MOVE CHGRATEF-RECORD    TO DREQ-AFTER
               MOVE LENGTH OF CHGRATEF-RECORD TO DREQ-AFTER-LEN
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
                                                 TO CRTM-MSG
               WHEN DREQ-CANCELLED
                   MOVE 'NOT QUEUED - NO REASON GIVEN' TO CRTM-MSG
               WHEN OTHER
                   MOVE 'QUEUE FAILED - SEE SYSTEM LOG' TO CRTM-MSG
           END-EVALUATE.
       Z99-EXIT.
           EXIT.
