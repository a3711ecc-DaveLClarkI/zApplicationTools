
      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC CARRY THE NEW SLA DEADLINE (HH:MM) AND ITS
      *               BUSINESS-DAYS-ONLY FLAG AT THE END OF THE INPUT
      *               LINE, EDITED BEFORE ANY WRITE.  THE AUDIT
      *               IMAGE IS NOW BUILT FROM THE FIELDS (CRITICALITY,
      *               DESCRIPTION, OWNER, SLA) INSTEAD OF THE FIRST 40
      *               BYTES OF THE RECORD, SO A DEADLINE CHANGE SHOWS
      *               IN THE TRAIL.
      * 10/15/2026 DLC CARRY THE NEW RETURN-CODE POLICY (HIGHEST CLEAN
      *               RC, HIGHEST WARNING RC) AFTER THE SLA ON THE
      *               INPUT LINE -- BOTH BLANK FOR THE SHOP DEFAULT OR
      *               BOTH FOUR DIGITS, WARNING NOT BELOW CLEAN.  THE
      *               AUDIT IMAGE NOW CARRIES THE POLICY, WITH THE
      *               DESCRIPTION CUT TO ITS FIRST 16 BYTES TO MAKE
      *               ROOM.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  RBKM-DELETE                            VALUE 'D'.
           88  RBKM-BROWSE                            VALUE 'B'.
           88  RBKM-QUIT                              VALUE 'E'.
         03  RBKM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  RBKM-PROMPT               PIC  X(220).
         03  RBKM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  RBKM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  SLA-OK-SW                 PIC  X(01).
           88  SLA-OK                               VALUE 'Y'.
         03  POLICY-OK-SW              PIC  X(01).
           88  POLICY-OK                            VALUE 'Y'.

      * THE 40-BYTE AUDIT IMAGE OF A RUNBOOK RECORD
       01  RBKM-IMAGE.
         03  RBKM-IMG-CRIT             PIC  X(01).
         03  RBKM-IMG-DESC             PIC  X(16).
         03  RBKM-IMG-OWNER            PIC  X(08).
         03  RBKM-IMG-SLA-TIME         PIC  X(05).
         03  RBKM-IMG-SLA-DAYS         PIC  X(01).
         03  RBKM-IMG-RC-CLEAN         PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  RBKM-IMG-RC-WARN          PIC  X(04).

       01  SLA-EDIT.
         03  SLA-HH                    PIC  X(02).
         03  SLA-COLON                 PIC  X(01).
         03  SLA-MM                    PIC  X(02).

       01  RBKM-INPUT-LINE.
         03  RBKM-IN-FUNC              PIC  X(01).
         03  RBKM-IN-CONTACT           PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  RBKM-IN-RERUN             PIC  X(60).
         03  FILLER                    PIC  X(01).
         03  RBKM-IN-SLA-TIME          PIC  X(05).
         03  FILLER                    PIC  X(01).
         03  RBKM-IN-SLA-DAYS          PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  RBKM-IN-RC-CLEAN          PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  RBKM-IN-RC-WARN           PIC  X(04).

       COPY RUNBOOKF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(08)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(131).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
               WHEN RBKM-ADD
               WHEN RBKM-CHANGE
               WHEN RBKM-DELETE
                   IF  NOT RBKM-DELETE
                       PERFORM F20-EDIT-SLA THRU F29-EXIT
                       IF  NOT SLA-OK
                           GO TO C90-EXIT
                       END-IF
                       PERFORM F40-EDIT-POLICY THRU F49-EXIT
                       IF  NOT POLICY-OK
                           GO TO C90-EXIT
                       END-IF
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                  RBKM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) JOB(8) CRIT(1) DESC(20)'
                                                DELIMITED BY SIZE
                  ' OWNER(8) CONTACT(20) RERUN(60)'
                                                DELIMITED BY SIZE
                  ' SLA(HH:MM) DAYS(B) CLEAN(4) WARN(4) ==> '
                                                DELIMITED BY SIZE
               INTO RBKM-PROMPT         WITH POINTER RBKM-PROMPT-LEN.
           SUBTRACT 1                   FROM RBKM-PROMPT-LEN.
           MOVE RBKM-IN-OWNER           TO RUNBOOKF-OWNER.
           MOVE RBKM-IN-CONTACT         TO RUNBOOKF-CONTACT.
           MOVE RBKM-IN-RERUN           TO RUNBOOKF-RERUN.
           MOVE RBKM-IN-SLA-TIME        TO RUNBOOKF-SLA-TIME.
           MOVE RBKM-IN-SLA-DAYS        TO RUNBOOKF-SLA-DAYS.
           IF  RBKM-IN-RC-CLEAN = SPACES
               MOVE SPACES              TO RUNBOOKF-RC-POLICY
           ELSE
               MOVE RBKM-IN-RC-CLEAN    TO RUNBOOKF-RC-CLEAN
               MOVE RBKM-IN-RC-WARN     TO RUNBOOKF-RC-WARN
           END-IF.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE SLA DEADLINE IS BLANK OR A REAL HH:MM CLOCK TIME, AND   *
      *    THE DAYS FLAG IS BLANK OR B                                 *
      ******************************************************************
       F20-EDIT-SLA.
           MOVE 'N'                     TO SLA-OK-SW.
           IF  RBKM-IN-SLA-DAYS NOT = SPACE
           AND RBKM-IN-SLA-DAYS NOT = 'B'
               MOVE 'SLA DAYS MUST BE B (BUSINESS DAYS) OR BLANK'
                                            TO RBKM-MSG
               GO TO F29-EXIT
           END-IF.
           IF  RBKM-IN-SLA-TIME = SPACES
               IF  RBKM-IN-SLA-DAYS = 'B'
                   MOVE 'SLA DAYS GIVEN WITHOUT AN SLA TIME'
                                            TO RBKM-MSG
                   GO TO F29-EXIT
               END-IF
               MOVE 'Y'                 TO SLA-OK-SW
               GO TO F29-EXIT
           END-IF.
           MOVE RBKM-IN-SLA-TIME        TO SLA-EDIT.
           IF  SLA-HH IS NOT NUMERIC
           OR  SLA-MM IS NOT NUMERIC
           OR  SLA-COLON NOT = ':'
           OR  SLA-HH > '23'
           OR  SLA-MM > '59'
               MOVE 'SLA TIME MUST BE HH:MM (00:00 - 23:59)'
                                            TO RBKM-MSG
               GO TO F29-EXIT
           END-IF.
           MOVE 'Y'                     TO SLA-OK-SW.
       F29-EXIT.
           EXIT.

      ******************************************************************
      *    THE AUDIT IMAGE OF THE RECORD NOW IN RUNBOOKF-RECORD        *
      ******************************************************************
       F30-BUILD-IMAGE.
           MOVE SPACES                  TO RBKM-IMAGE.
           MOVE RUNBOOKF-CRIT           TO RBKM-IMG-CRIT.
           MOVE RUNBOOKF-DESC           TO RBKM-IMG-DESC.
           MOVE RUNBOOKF-OWNER          TO RBKM-IMG-OWNER.
           MOVE RUNBOOKF-SLA-TIME       TO RBKM-IMG-SLA-TIME.
           MOVE RUNBOOKF-SLA-DAYS       TO RBKM-IMG-SLA-DAYS.
           MOVE RUNBOOKF-RC-POLICY(1:4) TO RBKM-IMG-RC-CLEAN.
           MOVE RUNBOOKF-RC-POLICY(5:4) TO RBKM-IMG-RC-WARN.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    THE RETURN-CODE POLICY IS BOTH BLANK (SHOP DEFAULT) OR BOTH *
      *    FOUR DIGITS, WITH THE WARNING LIMIT NOT BELOW THE CLEAN ONE *
      ******************************************************************
       F40-EDIT-POLICY.
           MOVE 'N'                     TO POLICY-OK-SW.
           IF  RBKM-IN-RC-CLEAN = SPACES
           AND RBKM-IN-RC-WARN  = SPACES
               MOVE 'Y'                 TO POLICY-OK-SW
               GO TO F49-EXIT
           END-IF.
           IF  RBKM-IN-RC-CLEAN IS NOT NUMERIC
           OR  RBKM-IN-RC-WARN  IS NOT NUMERIC
               MOVE 'CLEAN AND WARN RC MUST BOTH BE 4 DIGITS OR BLANK'
                                            TO RBKM-MSG
               GO TO F49-EXIT
           END-IF.
           IF  RBKM-IN-RC-WARN < RBKM-IN-RC-CLEAN
               MOVE 'WARN RC MAY NOT BE LOWER THAN CLEAN RC'
                                            TO RBKM-MSG
               GO TO F49-EXIT
           END-IF.
           MOVE 'Y'                     TO POLICY-OK-SW.
       F49-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW RUNBOOK RECORD                                    *
      ******************************************************************
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO RBKM-MSG
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
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE RBKM-IMAGE          TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('RUNBOOKF')
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO RBKM-MSG
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
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE RBKM-IMAGE          TO OLD-IMAGE
           END-IF.
           MOVE RBKM-IN-JOB             TO RUNBOOKF-JOB-NAME.
           EXEC CICS DELETE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO RBKM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO RUNBOOKF-CRIT
                                          RUNBOOKF-DESC
                                          RUNBOOKF-OWNER
                                          RUNBOOKF-SLA-TIME
                                          RUNBOOKF-SLA-DAYS
                                          RUNBOOKF-RC-POLICY
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO RBKM-MSG
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO RBKM-MSG
               STRING RUNBOOKF-JOB-NAME ' ' RUNBOOKF-CRIT
                      ' ' RUNBOOKF-DESC
                      ' ' RUNBOOKF-OWNER
                      ' ' RUNBOOKF-CONTACT
                      ' SLA ' RUNBOOKF-SLA-TIME
                      ' ' RUNBOOKF-SLA-DAYS
                      ' RC ' RUNBOOKF-RC-POLICY(1:4)
                      '/' RUNBOOKF-RC-POLICY(5:4) DELIMITED BY SIZE
                   INTO RBKM-MSG
           ELSE
               MOVE 'RECORD NOT FOUND'          TO RBKM-MSG
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE RUNBOOKF-KEY           TO SEEN-KEY.
           MOVE RUNBOOKF-RECORD        TO SEEN-IMAGE.
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
           IF  RUNBOOKF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  RUNBOOKF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('RUNBOOKF')
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
           MOVE RUNBOOKF-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE RBKM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO RBKM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO RBKM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO RBKM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)           *
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE RUNBOOKF-KEY           TO AUDIT-REC-KEY.
           PERFORM F30-BUILD-IMAGE THRU F39-EXIT.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE RBKM-IMAGE             TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
