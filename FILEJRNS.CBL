       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    FILEJRNS.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       POINT-IN-TIME ROLLBACK SERVER.  LINKED FROM THE
      *REMARKS.       FILEJRNR BATCH STEP THROUGH THE EXTERNAL CICS
      *REMARKS.       INTERFACE (SEE THE FILEJRNC COPYBOOK) TO DO THE
      *REMARKS.       FILE CONTROL THE STEP CANNOT DO ITSELF -- WALK
      *REMARKS.       ONE FILE'S FILEJRNF JOURNAL BACKWARD A RECORD AT
      *REMARKS.       A TIME, READ THE LIVE RECORD A JOURNAL RECORD
      *REMARKS.       NAMES, AND PUT A JOURNALED IMAGE BACK.  THE PUT
      *REMARKS.       TAKES ITS IMAGE FROM FILEJRNF ITSELF, NOT FROM
      *REMARKS.       THE CALLER, AND REFUSES WHEN THE LIVE RECORD IS
      *REMARKS.       NO LONGER WHAT THE CALLER LAST READ (AS
      *REMARKS.       CALMAINT DOES), SO NOTHING CHANGED IN BETWEEN IS
      *REMARKS.       LOST UNJOURNALED.  THE CALLER GATES, JOURNALS
      *REMARKS.       AND AUDITS.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC LAND THE BACKWARD BROWSE ON A REAL RECORD WITH
      *               ONE READNEXT BEFORE THE FIRST READPREV -- A GTEQ
      *               START ON A KEY NOT ON FILE FAILED EVERY FILE BUT
      *               THE LAST ONE ON THE JOURNAL.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'FILEJRNS'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  BRWS-KEY                  PIC  X(52).
         03  TGT-LEN                   PIC S9(04)   BINARY.

       01  TGT-RECORD                  PIC  X(4000).

       COPY FILEJRNF.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY FILEJRNC.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE ZERO                   TO FJRC-RESP.
           EVALUATE TRUE
               WHEN FJRC-PREV
                   PERFORM B00-PREV-ENTRY THRU B90-EXIT
               WHEN FJRC-GET
                   PERFORM C00-GET-LIVE THRU C90-EXIT
               WHEN FJRC-PUT
                   PERFORM D00-PUT-IMAGE THRU D90-EXIT
               WHEN OTHER
                   SET  FJRC-FAILED    TO TRUE
           END-EVALUATE.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    THE JOURNAL RECORD JUST BEFORE THE POSITION.  THE BROWSE    *
      *    STARTS AT THE POSITION AND READS BACKWARD PAST ANYTHING NOT *
      *    BELOW IT; WHEN NOTHING FOLLOWS THE POSITION, HIGH-VALUES    *
      *    POSITIONS AT THE VERY END                                   *
      ******************************************************************
       B00-PREV-ENTRY.
           SET  FJRC-END               TO TRUE.
           MOVE FJRC-POS-KEY           TO BRWS-KEY.
           EXEC CICS STARTBR
                     DATASET  ('FILEJRNF')
                     RIDFLD   (BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES        TO BRWS-KEY
               EXEC CICS STARTBR
                         DATASET  ('FILEJRNF')
                         RIDFLD   (BRWS-KEY)
                         GTEQ
                         NOHANDLE
               END-EXEC
           END-IF.
      * NOTHING AT ALL ON THE JOURNAL IS SIMPLY THE END OF IT
           IF  EIBRESP = DFHRESP(NOTFND)
               GO TO B90-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  FJRC-FAILED        TO TRUE
               MOVE EIBRESP            TO FJRC-RESP
               GO TO B90-EXIT
           END-IF.
      * A GTEQ START ON A KEY THAT IS NOT ON FILE WILL NOT TAKE A
      * READPREV -- ONE READNEXT LANDS THE BROWSE ON THE REAL RECORD
      * IT FOUND (THE READPREV AFTER IT RETURNS THAT SAME RECORD,
      * WHICH B10 PASSES OVER).  ALL HIGH-VALUES NEEDS NO SUCH STEP
           IF  BRWS-KEY NOT = HIGH-VALUES
               EXEC CICS READNEXT
                         DATASET  ('FILEJRNF')
                         INTO     (FILEJRNF-RECORD)
                         RIDFLD   (BRWS-KEY)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP NOT = DFHRESP(NORMAL)
                   SET  FJRC-FAILED    TO TRUE
                   MOVE EIBRESP        TO FJRC-RESP
                   EXEC CICS ENDBR
                             DATASET  ('FILEJRNF')
                             NOHANDLE
                   END-EXEC
                   GO TO B90-EXIT
               END-IF
           END-IF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           PERFORM B10-READ-PREV THRU B19-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('FILEJRNF')
                     NOHANDLE
           END-EXEC.
       B90-EXIT.
           EXIT.

      * A RECORD BELOW THE POSITION ENDS THE WALK -- FOUND IF IT IS
      * STILL THE SAME FILE'S, OTHERWISE THE FILE'S JOURNAL IS DONE
       B10-READ-PREV.
           EXEC CICS READPREV
                     DATASET  ('FILEJRNF')
                     INTO     (FILEJRNF-RECORD)
                     RIDFLD   (BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(ENDFILE)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  FJRC-FAILED        TO TRUE
               MOVE EIBRESP            TO FJRC-RESP
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  FILEJRNF-KEY NOT < FJRC-POS-KEY
               GO TO B19-EXIT
           END-IF.
           SET  NO-MORE-ENTRIES        TO TRUE.
           IF  FILEJRNF-FILE NOT = FJRC-FILE
               GO TO B19-EXIT
           END-IF.
           SET  FJRC-FOUND             TO TRUE.
           MOVE FILEJRNF-KEY           TO FJRC-POS-KEY.
           MOVE FILEJRNF-RECORD        TO FJRC-JRNL-RECORD.
           MOVE SPACES                 TO FJRC-ENT-DATE
                                          FJRC-ENT-TIME.
           EXEC CICS FORMATTIME
                     ABSTIME  (FILEJRNF-STAMP)
                     YYYYMMDD (FJRC-ENT-DATE)
                     TIME     (FJRC-ENT-TIME)
                     NOHANDLE
           END-EXEC.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    THE LIVE RECORD AS IT STANDS NOW                            *
      ******************************************************************
       C00-GET-LIVE.
           MOVE FJRC-JRNL-RECORD       TO FILEJRNF-RECORD.
           MOVE ZERO                   TO FJRC-CUR-LEN.
           MOVE SPACES                 TO FJRC-CUR-IMAGE.
           MOVE LENGTH OF FJRC-CUR-IMAGE TO TGT-LEN.
           EXEC CICS READ
                     DATASET  (FILEJRNF-FILE)
                     INTO     (FJRC-CUR-IMAGE)
                     RIDFLD   (FILEJRNF-REC-KEY)
                     LENGTH   (TGT-LEN)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           MOVE EIBRESP                TO FJRC-RESP.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
               WHEN EIBRESP = DFHRESP(LENGERR)
                   IF  TGT-LEN > LENGTH OF FJRC-CUR-IMAGE
                       MOVE LENGTH OF FJRC-CUR-IMAGE TO TGT-LEN
                   END-IF
                   MOVE TGT-LEN        TO FJRC-CUR-LEN
                   SET  FJRC-FOUND     TO TRUE
               WHEN EIBRESP = DFHRESP(NOTFND)
                   SET  FJRC-NOT-FOUND TO TRUE
               WHEN OTHER
                   SET  FJRC-FAILED    TO TRUE
           END-EVALUATE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    PUT THE JOURNALED IMAGE BACK -- REWRITE THE RECORD THAT IS  *
      *    THERE, OR WRITE IT FRESH WHEN IT WAS DELETED -- BUT ONLY IF *
      *    THE LIVE RECORD IS STILL WHAT THE CALLER WAS GIVEN          *
      ******************************************************************
       D00-PUT-IMAGE.
           MOVE FJRC-JRNL-RECORD       TO FILEJRNF-RECORD.
           EXEC CICS READ
                     DATASET  ('FILEJRNF')
                     INTO     (FILEJRNF-RECORD)
                     RIDFLD   (FILEJRNF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  FJRC-FAILED        TO TRUE
               MOVE EIBRESP            TO FJRC-RESP
               GO TO D90-EXIT
           END-IF.

           MOVE LENGTH OF TGT-RECORD   TO TGT-LEN.
           EXEC CICS READ
                     DATASET  (FILEJRNF-FILE)
                     INTO     (TGT-RECORD)
                     RIDFLD   (FILEJRNF-REC-KEY)
                     LENGTH   (TGT-LEN)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
               WHEN EIBRESP = DFHRESP(LENGERR)
                   IF  TGT-LEN > LENGTH OF TGT-RECORD
                       MOVE LENGTH OF TGT-RECORD TO TGT-LEN
                   END-IF
                   IF  FJRC-CUR-LEN NOT = TGT-LEN
                   OR  TGT-RECORD(1:TGT-LEN) NOT =
                       FJRC-CUR-IMAGE(1:TGT-LEN)
                       EXEC CICS UNLOCK
                                 DATASET  (FILEJRNF-FILE)
                                 NOHANDLE
                       END-EXEC
                       SET  FJRC-CHANGED TO TRUE
                       GO TO D90-EXIT
                   END-IF
                   MOVE FILEJRNF-REC-LEN TO TGT-LEN
                   MOVE FILEJRNF-IMAGE(1:TGT-LEN)
                                       TO TGT-RECORD(1:TGT-LEN)
                   EXEC CICS REWRITE
                             DATASET  (FILEJRNF-FILE)
                             FROM     (TGT-RECORD)
                             LENGTH   (TGT-LEN)
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   IF  FJRC-CUR-LEN NOT = ZERO
                       SET  FJRC-CHANGED TO TRUE
                       GO TO D90-EXIT
                   END-IF
                   MOVE FILEJRNF-REC-LEN TO TGT-LEN
                   MOVE FILEJRNF-IMAGE(1:TGT-LEN)
                                       TO TGT-RECORD(1:TGT-LEN)
                   EXEC CICS WRITE
                             DATASET  (FILEJRNF-FILE)
                             FROM     (TGT-RECORD)
                             RIDFLD   (FILEJRNF-REC-KEY)
                             LENGTH   (TGT-LEN)
                             NOHANDLE
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE EIBRESP                TO FJRC-RESP.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  FJRC-FOUND         TO TRUE
           ELSE
               SET  FJRC-FAILED        TO TRUE
           END-IF.
       D90-EXIT.
           EXIT.
