      *REMARKS.       ENTERED AS CHARACTERS (UP TO 20; A SHORT KEY
      *REMARKS.       POSITIONS GENERICALLY), SO FILES WITH LONGER
      *REMARKS.       OR BINARY KEYS ARE REACHED BY BROWSING FROM A
      *REMARKS.       PREFIX.  WITH 'VSAMWB' UNDER DUAL CONTROL
      *REMARKS.       (DUALCTLF) A CHANGE OR DELETE IS QUEUED, WHOLE
      *REMARKS.       RECORD IMAGES AND ALL, THROUGH DUALREQ FOR A
      *REMARKS.       SECOND OPERATOR TO APPROVE IN DUALAPPR.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC QUEUE CHANGE/DELETE FOR APPROVAL WHEN AUTHCHK
      *               ANSWERS DUAL CONTROL.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  DUALREQ-AREA.
         COPY DUALREQ.

       01  POPLIST-AREA.
           COPY POPLIST.


           MOVE SPACES                 TO OLD-SLICE NEW-SLICE.
           MOVE WB-RECORD(UPD-OFF:UPD-LEN) TO OLD-SLICE(1:UPD-LEN).
           IF  AUTH-DUAL-CONTROL
               MOVE WB-RECORD          TO DREQ-BEFORE
           END-IF.
           MOVE WB-IN-VALUE(1:UPD-LEN) TO WB-RECORD(UPD-OFF:UPD-LEN).
           MOVE WB-RECORD(UPD-OFF:UPD-LEN) TO NEW-SLICE(1:UPD-LEN).

           IF  AUTH-DUAL-CONTROL
               EXEC CICS UNLOCK
                         DATASET  (WB-FILE)
                         NOHANDLE
               END-EXEC
               MOVE 'C'                TO DREQ-ACTION
               PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
               GO TO K90-EXIT
           END-IF.

           EXEC CICS REWRITE
                     DATASET  (WB-FILE)
                     FROM     (WB-RECORD)
           IF  EIBRESP = DFHRESP(NORMAL)
           OR  EIBRESP = DFHRESP(LENGERR)
               MOVE WB-RECORD(1:40)    TO OLD-SLICE
           ELSE
               IF  AUTH-DUAL-CONTROL
                   MOVE 'RECORD NOT FOUND (FULL KEY REQUIRED)'
                                            TO WB-MSG
                   GO TO L90-EXIT
               END-IF
           END-IF.
           IF  AUTH-DUAL-CONTROL
               MOVE WB-RECORD          TO DREQ-BEFORE
               MOVE SPACES             TO NEW-SLICE
               MOVE 'D'                TO DREQ-ACTION
               PERFORM Z90-QUEUE-CHANGE THRU Z99-EXIT
               GO TO L90-EXIT
           END-IF.
           MOVE LOW-VALUES             TO WB-KEY.
           MOVE WB-IN-KEY              TO WB-KEY(1:20).
           MOVE 'VSAMWB  '             TO AUTH-FUNCTION.
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
      *    UNDER DUAL CONTROL: HAND THE WHOLE RECORD TO DUALREQ FOR A  *
      *    SECOND OPERATOR'S APPROVAL (THE ACTION AND BEFORE IMAGE ARE *
      *    ALREADY SET; WB-RECORD HOLDS THE AFTER IMAGE) -- A RECORD   *
      *    LONGER THAN THE WORK AREA CANNOT BE QUEUED WHOLE            *
      ******************************************************************
       Z90-QUEUE-CHANGE.
           IF  WB-REC-LEN > LENGTH OF WB-RECORD
               MOVE 'RECORD TOO LONG TO QUEUE FOR APPROVAL' TO WB-MSG
               GO TO Z99-EXIT
           END-IF.
           MOVE AUTH-FUNCTION          TO DREQ-FUNCTION.
           MOVE THIS-PGM               TO DREQ-PGM.
           MOVE WB-FILE                TO DREQ-DATASET.
           MOVE WB-KEY                 TO DREQ-REC-KEY.
           MOVE AUTH-DUAL-HOURS        TO DREQ-HOURS.
           MOVE SPACES                 TO DREQ-AUDIT-KEY.
           STRING WB-FILE ' ' WB-IN-KEY
                                       DELIMITED BY SIZE
               INTO DREQ-AUDIT-KEY.
           MOVE OLD-SLICE              TO DREQ-AUDIT-OLD.
           MOVE NEW-SLICE              TO DREQ-AUDIT-NEW.
           MOVE WB-REC-LEN             TO DREQ-BEFORE-LEN.
           IF  DREQ-DELETE
               MOVE ZERO               TO DREQ-AFTER-LEN
               MOVE SPACES             TO DREQ-AFTER
           ELSE
               MOVE WB-REC-LEN         TO DREQ-AFTER-LEN
               MOVE WB-RECORD          TO DREQ-AFTER
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
                                                 TO WB-MSG
               WHEN DREQ-CANCELLED
                   MOVE 'NOT QUEUED - NO REASON GIVEN' TO WB-MSG
               WHEN OTHER
                   MOVE 'QUEUE FAILED - SEE SYSTEM LOG' TO WB-MSG
           END-EVALUATE.
       Z99-EXIT.
           EXIT.
