       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    DUALAPPR.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       DUAL-CONTROL APPROVAL TRANSACTION.  LISTS THE
      *REMARKS.       CHANGES QUEUED ON PENDCHGF BY DUALREQ IN A
      *REMARKS.       POPLIST POPUP (EXPIRING ANY PAST THEIR TIME ON
      *REMARKS.       THE WAY), SHOWS THE PICKED ONE IN FULL, AND
      *REMARKS.       LETS A SECOND OPERATOR APPROVE OR REJECT IT.
      *REMARKS.       THE APPROVER MUST NOT BE THE REQUESTER AND MUST
      *REMARKS.       BE AUTHORIZED (AUTHCHK) FOR THE SAME FUNCTION.
      *REMARKS.       AN APPROVED CHANGE IS APPLIED HERE FROM THE
      *REMARKS.       QUEUED IMAGES, LIKE A FILEJRNI RESTORE, BUT
      *REMARKS.       ONLY IF THE RECORD STILL MATCHES THE BEFORE
      *REMARKS.       IMAGE; IT IS AUDITED AS THE ORIGINAL ACTION OF
      *REMARKS.       THE REQUESTING PROGRAM PLUS A DUALAPPR RECORD
      *REMARKS.       NAMING BOTH OPERATORS.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'DUALAPPR'.
         03  DAPR-QUIT-SW              PIC  X(01)   VALUE 'N'.
           88  DAPR-QUIT                            VALUE 'Y'.
         03  DAPR-MSG                  PIC  X(60)   VALUE 'READY'.
         03  DAPR-PROMPT               PIC  X(120).
         03  DAPR-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DAPR-IN-LENG              PIC S9(04)   BINARY.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  APPLIED-SW                PIC  X(01).
           88  CHANGE-APPLIED                       VALUE 'Y'.
         03  HIT-COUNT                 PIC S9(04)   BINARY.
         03  LIST-COUNT                PIC S9(04)   BINARY.
         03  EXPIRED-COUNT             PIC S9(04)   BINARY.
         03  EXPIRED-ED                PIC  ZZZ9.
         03  QX                        PIC S9(04)   BINARY.
         03  HX                        PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(900).
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  FMT-STAMP                 PIC S9(15)   PACKED-DECIMAL.
         03  REC-DATE                  PIC  X(08).
         03  REC-TIME                  PIC  X(06).
         03  EXP-DATE                  PIC  X(08).
         03  EXP-TIME                  PIC  X(06).
         03  OWN-OPID                  PIC  X(03).
         03  OWN-USERID                PIC  X(08).
         03  TGT-KEY                   PIC  X(64).
         03  TGT-LEN                   PIC S9(04)   BINARY.

       01  DAPR-INPUT-LINE.
         03  DAPR-IN-FUNC              PIC  X(01).

      * THE PENDING KEYS FOUND ON THE BROWSE, THEN THE ONES STILL
      * PENDING AFTER EXPIRY -- IN POPLIST ORDER, SO THE PICK CAN GO
      * BACK BY FULL KEY
       01  HIT-TABLE.
         03  HIT-ENTRY OCCURS 100 TIMES.
           05  HIT-KEY                 PIC  X(12).

       01  ORD-TABLE.
         03  ORD-ENTRY OCCURS 100 TIMES.
           05  ORD-KEY                 PIC  X(12).

       01  TGT-RECORD                  PIC  X(4000).

       COPY PENDCHGF.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  POPLIST-AREA.
           COPY POPLIST.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL DAPR-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    PROMPT, LIST THE PENDING CHANGES, AND SHOW THE PICKED ONE   *
      *    FOR A DECISION                                              *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           IF  DAPR-IN-FUNC = 'E'
               SET  DAPR-QUIT          TO TRUE
               GO TO C90-EXIT
           END-IF.
           PERFORM F00-FIND-PENDING THRU F90-EXIT.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO DAPR-PROMPT.
           MOVE 1                       TO DAPR-PROMPT-LEN.
           STRING 'DUALAPPR  '                 DELIMITED BY SIZE
                  DAPR-MSG                     DELIMITED BY SIZE
                  '  ENTER=LIST PENDING CHANGES OR E ==> '
                                                DELIMITED BY SIZE
               INTO DAPR-PROMPT         WITH POINTER DAPR-PROMPT-LEN.
           SUBTRACT 1                   FROM DAPR-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (DAPR-PROMPT)
                     LENGTH   (DAPR-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO DAPR-INPUT-LINE.
           MOVE LENGTH OF DAPR-INPUT-LINE TO DAPR-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (DAPR-INPUT-LINE)
                     LENGTH   (DAPR-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PASS OVER PENDCHGF KEEPING THE FIRST 100 PENDING KEYS,  *
      *    THEN EXPIRE THE OVERDUE ONES AND LIST THE REST              *
      ******************************************************************
       F00-FIND-PENDING.
           MOVE ZERO                   TO HIT-COUNT LIST-COUNT
                                          EXPIRED-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO PENDCHGF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('PENDCHGF')
                     RIDFLD   (PENDCHGF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               PERFORM G00-READ-PENDING THRU G90-EXIT
                       UNTIL NO-MORE-ENTRIES
               EXEC CICS ENDBR
                         DATASET  ('PENDCHGF')
                         NOHANDLE
               END-EXEC
           END-IF.

           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           PERFORM H00-LIST-ENTRY THRU H90-EXIT
                   VARYING HX FROM 1 BY 1
                   UNTIL HX > HIT-COUNT.

           IF  LIST-COUNT = ZERO
               MOVE EXPIRED-COUNT      TO EXPIRED-ED
               MOVE SPACES             TO DAPR-MSG
               STRING 'NO PENDING CHANGES (' EXPIRED-ED
                      ' JUST EXPIRED)'  DELIMITED BY SIZE
                   INTO DAPR-MSG
               GO TO F90-EXIT
           END-IF.

           MOVE 'POPLIST '             TO POPLIST-PGMID.
           MOVE 3                      TO POPLIST-ROW.
           MOVE 20                     TO POPLIST-COL.
           MOVE LIST-COUNT             TO POPLIST-CNT.
           MOVE SPACE                  TO POPLIST-BDR
                                          POPLIST-OPT
                                          POPLIST-MULTI-SW
                                          POPLIST-RESTORE-SW
                                          POPLIST-TSQ-SW
                                          POPLIST-ACT-AIDS
                                          POPLIST-LVL-SW
                                          POPLIST-LIST-ID
                                          POPLIST-HELP-TOPIC.
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           MOVE ' Pending (ACT FILE OPID DATE)'
                                       TO POPLIST-HDR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
                     LENGTH   (LENGTH OF POPLIST-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                            TO DAPR-MSG
               GO TO F90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE 'NO CHANGE PICKED'      TO DAPR-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE POPLIST-PICK           TO QX.
           PERFORM I00-SHOW-ENTRY THRU I90-EXIT.
       F90-EXIT.
           EXIT.

       G00-READ-PENDING.
           EXEC CICS READNEXT
                     DATASET  ('PENDCHGF')
                     INTO     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO G90-EXIT
           END-IF.
           IF  NOT PENDCHGF-PENDING
               GO TO G90-EXIT
           END-IF.
           ADD  1                      TO HIT-COUNT.
           MOVE PENDCHGF-KEY           TO HIT-KEY(HIT-COUNT).
           IF  HIT-COUNT NOT < 100
               SET  NO-MORE-ENTRIES    TO TRUE
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    EXPIRE ONE PENDING CHANGE THAT IS PAST ITS TIME, OR TURN IT *
      *    INTO A LIST ENTRY                                           *
      ******************************************************************
       H00-LIST-ENTRY.
           MOVE HIT-KEY(HX)            TO PENDCHGF-KEY.
           EXEC CICS READ
                     DATASET  ('PENDCHGF')
                     INTO     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  NOT PENDCHGF-PENDING
               GO TO H90-EXIT
           END-IF.
           IF  PENDCHGF-EXPIRES < NOW-ABSTIME
               PERFORM M00-EXPIRE-ENTRY THRU M90-EXIT
               GO TO H90-EXIT
           END-IF.
           ADD  1                      TO LIST-COUNT.
           MOVE PENDCHGF-KEY           TO ORD-KEY(LIST-COUNT).
           MOVE PENDCHGF-STAMP         TO FMT-STAMP.
           PERFORM X00-STAMP-TO-DATE THRU X00-EXIT.
           MOVE PENDCHGF-FUNCTION      TO POPLIST-KEY(LIST-COUNT).
           MOVE SPACES                 TO POPLIST-DSC(LIST-COUNT).
           STRING PENDCHGF-ACTION          DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  PENDCHGF-DATASET         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  PENDCHGF-REQ-OPID        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  REC-DATE                 DELIMITED BY SIZE
               INTO POPLIST-DSC(LIST-COUNT).
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    DISPLAY THE PICKED CHANGE IN FULL AND TAKE THE DECISION     *
      ******************************************************************
       I00-SHOW-ENTRY.
           MOVE ORD-KEY(QX)            TO PENDCHGF-KEY.
           EXEC CICS READ
                     DATASET  ('PENDCHGF')
                     INTO     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE GONE - RE-ENTER REQUEST' TO DAPR-MSG
               GO TO I90-EXIT
           END-IF.
           MOVE PENDCHGF-EXPIRES       TO FMT-STAMP.
           PERFORM X00-STAMP-TO-DATE THRU X00-EXIT.
           MOVE REC-DATE               TO EXP-DATE.
           MOVE REC-TIME               TO EXP-TIME.
           MOVE PENDCHGF-STAMP         TO FMT-STAMP.
           PERFORM X00-STAMP-TO-DATE THRU X00-EXIT.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'REQUESTED ' REC-DATE ' ' REC-TIME
                  '  BY '       PENDCHGF-REQ-OPID
                  ' '           PENDCHGF-REQ-USERID
                  '  TERM '     PENDCHGF-REQ-TERMID    NEWLINE
                  'EXPIRES   ' EXP-DATE ' ' EXP-TIME   NEWLINE
                  'FUNCTION '   PENDCHGF-FUNCTION
                  '  PROGRAM '  PENDCHGF-PGM
                  '  ACTION '   PENDCHGF-ACTION
                  '  FILE '     PENDCHGF-DATASET       NEWLINE
                  'KEY '        PENDCHGF-AUDIT-KEY     NEWLINE
                  'OLD '        PENDCHGF-AUDIT-OLD     NEWLINE
                  'NEW '        PENDCHGF-AUDIT-NEW     NEWLINE
                  'REASON '     PENDCHGF-REASON        NEWLINE
                  'A=APPROVE  R=REJECT  (BLANK=NEITHER) ==> '
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE 'READY'                TO DAPR-MSG.
           EVALUATE DAPR-IN-FUNC
               WHEN 'A'
                   PERFORM J00-APPROVE-CHANGE THRU J90-EXIT
               WHEN 'R'
                   PERFORM K00-REJECT-CHANGE THRU K90-EXIT
           END-EVALUATE.
           MOVE SPACES                 TO DAPR-INPUT-LINE.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    APPROVE: STILL PENDING AND IN TIME, A DIFFERENT OPERATOR    *
      *    AUTHORIZED FOR THE SAME FUNCTION -- THEN APPLY AND CLOSE    *
      ******************************************************************
       J00-APPROVE-CHANGE.
           EXEC CICS READ
                     DATASET  ('PENDCHGF')
                     INTO     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE GONE - RE-ENTER REQUEST' TO DAPR-MSG
               GO TO J90-EXIT
           END-IF.
           IF  NOT PENDCHGF-PENDING
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               MOVE 'CHANGE ALREADY DECIDED'     TO DAPR-MSG
               GO TO J90-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           IF  PENDCHGF-EXPIRES < NOW-ABSTIME
               PERFORM M10-CLOSE-EXPIRED THRU M90-EXIT
               MOVE 'CHANGE HAS EXPIRED - NOT APPLIED' TO DAPR-MSG
               GO TO J90-EXIT
           END-IF.
           PERFORM Y00-GET-OPERATOR THRU Y09-EXIT.
           IF  OWN-USERID = PENDCHGF-REQ-USERID
           OR  (OWN-OPID > SPACES
           AND  OWN-OPID = PENDCHGF-REQ-OPID)
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               MOVE 'A SECOND OPERATOR MUST APPROVE THIS CHANGE'
                                                 TO DAPR-MSG
               GO TO J90-EXIT
           END-IF.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               GO TO J90-EXIT
           END-IF.

           PERFORM L00-APPLY-CHANGE THRU L90-EXIT.
           IF  NOT CHANGE-APPLIED
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               GO TO J90-EXIT
           END-IF.

           SET  PENDCHGF-APPROVED      TO TRUE.
           MOVE OWN-OPID               TO PENDCHGF-DEC-OPID.
           MOVE NOW-ABSTIME            TO PENDCHGF-DEC-STAMP.
           EXEC CICS REWRITE
                     DATASET  ('PENDCHGF')
                     FROM     (PENDCHGF-RECORD)
                     NOHANDLE
           END-EXEC.
           MOVE 'CHANGE APPROVED AND APPLIED'    TO DAPR-MSG.

      * THE CHANGE ITSELF, AS THE REQUESTING PROGRAM WOULD HAVE
      * AUDITED IT, THEN WHO ASKED AND WHO APPROVED
           EVALUATE TRUE
               WHEN PENDCHGF-ADD
                   MOVE 'ADD'          TO AUDIT-ACTION
               WHEN PENDCHGF-CHANGE
                   MOVE 'CHANGE'       TO AUDIT-ACTION
               WHEN PENDCHGF-DELETE
                   MOVE 'DELETE'       TO AUDIT-ACTION
           END-EVALUATE.
           MOVE PENDCHGF-PGM           TO AUDIT-PGM.
           MOVE PENDCHGF-AUDIT-OLD     TO AUDIT-OLD-VALUE.
           MOVE PENDCHGF-AUDIT-NEW     TO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
           MOVE 'DUALAPPR'             TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           STRING 'REQUESTED BY ' PENDCHGF-REQ-OPID
                  ' APPROVED BY ' OWN-OPID  DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE PENDCHGF-REASON        TO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       J90-EXIT.
           EXIT.

       J80-RELEASE-PENDING.
           EXEC CICS UNLOCK
                     DATASET  ('PENDCHGF')
                     NOHANDLE
           END-EXEC.
       J89-EXIT.
           EXIT.

      ******************************************************************
      *    REJECT: STILL PENDING, AND AUTHORIZED FOR THE FUNCTION (THE *
      *    REQUESTER MAY WITHDRAW A CHANGE THIS WAY)                   *
      ******************************************************************
       K00-REJECT-CHANGE.
           EXEC CICS READ
                     DATASET  ('PENDCHGF')
                     INTO     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE GONE - RE-ENTER REQUEST' TO DAPR-MSG
               GO TO K90-EXIT
           END-IF.
           IF  NOT PENDCHGF-PENDING
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               MOVE 'CHANGE ALREADY DECIDED'     TO DAPR-MSG
               GO TO K90-EXIT
           END-IF.
           PERFORM Y00-GET-OPERATOR THRU Y09-EXIT.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               GO TO K90-EXIT
           END-IF.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           SET  PENDCHGF-REJECTED      TO TRUE.
           MOVE OWN-OPID               TO PENDCHGF-DEC-OPID.
           MOVE NOW-ABSTIME            TO PENDCHGF-DEC-STAMP.
           EXEC CICS REWRITE
                     DATASET  ('PENDCHGF')
                     FROM     (PENDCHGF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'REJECT FAILED - SEE SYSTEM LOG' TO DAPR-MSG
               GO TO K90-EXIT
           END-IF.
           MOVE 'CHANGE REJECTED'                TO DAPR-MSG.
           MOVE 'DUALREJ'              TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           STRING 'REQUESTED BY ' PENDCHGF-REQ-OPID
                  ' REJECTED BY ' OWN-OPID  DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE PENDCHGF-REASON        TO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       K90-EXIT.
           EXIT.

      ******************************************************************
      *    APPLY THE QUEUED IMAGES TO THE TARGET FILE -- A CHANGE OR   *
      *    DELETE ONLY WHILE THE RECORD STILL MATCHES THE BEFORE IMAGE *
      *    (ANYTHING ELSE MEANS SOMEONE GOT THERE FIRST)               *
      ******************************************************************
       L00-APPLY-CHANGE.
           MOVE 'N'                    TO APPLIED-SW.
           MOVE PENDCHGF-REC-KEY       TO TGT-KEY.
           IF  PENDCHGF-ADD
               MOVE PENDCHGF-AFTER-LEN TO TGT-LEN
               EXEC CICS WRITE
                         DATASET  (PENDCHGF-DATASET)
                         FROM     (PENDCHGF-AFTER)
                         RIDFLD   (TGT-KEY)
                         LENGTH   (TGT-LEN)
                         NOHANDLE
               END-EXEC
               EVALUATE TRUE
                   WHEN EIBRESP = DFHRESP(NORMAL)
                       SET  CHANGE-APPLIED     TO TRUE
                   WHEN EIBRESP = DFHRESP(DUPREC)
                       MOVE 'RECORD NOW ON FILE - NOT APPLIED'
                                                 TO DAPR-MSG
                   WHEN OTHER
                       MOVE 'APPLY FAILED - SEE SYSTEM LOG'
                                                 TO DAPR-MSG
               END-EVALUATE
               GO TO L90-EXIT
           END-IF.

           MOVE LENGTH OF TGT-RECORD   TO TGT-LEN.
           EXEC CICS READ
                     DATASET  (PENDCHGF-DATASET)
                     INTO     (TGT-RECORD)
                     RIDFLD   (TGT-KEY)
                     LENGTH   (TGT-LEN)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'RECORD NOT ON FILE - NOT APPLIED' TO DAPR-MSG
               GO TO L90-EXIT
           END-IF.
           IF  TGT-LEN NOT = PENDCHGF-BEFORE-LEN
           OR  TGT-RECORD(1:TGT-LEN)
                   NOT = PENDCHGF-BEFORE(1:TGT-LEN)
               EXEC CICS UNLOCK
                         DATASET  (PENDCHGF-DATASET)
                         NOHANDLE
               END-EXEC
               MOVE 'RECORD CHANGED SINCE REQUEST - NOT APPLIED'
                                                 TO DAPR-MSG
               GO TO L90-EXIT
           END-IF.
           IF  PENDCHGF-CHANGE
               MOVE PENDCHGF-AFTER-LEN TO TGT-LEN
               EXEC CICS REWRITE
                         DATASET  (PENDCHGF-DATASET)
                         FROM     (PENDCHGF-AFTER)
                         LENGTH   (TGT-LEN)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS DELETE
                         DATASET  (PENDCHGF-DATASET)
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  CHANGE-APPLIED     TO TRUE
           ELSE
               MOVE 'APPLY FAILED - SEE SYSTEM LOG' TO DAPR-MSG
           END-IF.
       L90-EXIT.
           EXIT.

      ******************************************************************
      *    CLOSE A PENDING CHANGE THAT OUTLIVED ITS APPROVAL WINDOW    *
      *    (M10 IS ENTERED WITH THE RECORD ALREADY HELD FOR UPDATE)    *
      ******************************************************************
       M00-EXPIRE-ENTRY.
           EXEC CICS READ
                     DATASET  ('PENDCHGF')
                     INTO     (PENDCHGF-RECORD)
                     RIDFLD   (PENDCHGF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO M90-EXIT
           END-IF.
           IF  NOT PENDCHGF-PENDING
               PERFORM J80-RELEASE-PENDING THRU J89-EXIT
               GO TO M90-EXIT
           END-IF.
       M10-CLOSE-EXPIRED.
           SET  PENDCHGF-EXPIRED       TO TRUE.
           MOVE SPACES                 TO PENDCHGF-DEC-OPID.
           MOVE NOW-ABSTIME            TO PENDCHGF-DEC-STAMP.
           EXEC CICS REWRITE
                     DATASET  ('PENDCHGF')
                     FROM     (PENDCHGF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO M90-EXIT
           END-IF.
           ADD  1                      TO EXPIRED-COUNT.
           MOVE 'DUALEXP'              TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           STRING 'REQUESTED BY ' PENDCHGF-REQ-OPID
                  ' NOT DECIDED IN TIME'  DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE PENDCHGF-REASON        TO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       M90-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT AN ABSTIME STAMP AS A DATE AND TIME                  *
      ******************************************************************
       X00-STAMP-TO-DATE.
           MOVE SPACES                 TO REC-DATE REC-TIME.
           EXEC CICS FORMATTIME
                     ABSTIME  (FMT-STAMP)
                     YYYYMMDD (REC-DATE)
                     TIME     (REC-TIME)
                     NOHANDLE
           END-EXEC.
       X00-EXIT.
           EXIT.

       Y00-GET-OPERATOR.
           MOVE SPACES                 TO OWN-OPID OWN-USERID.
           EXEC CICS ASSIGN
                     OPID     (OWN-OPID)
                     USERID   (OWN-USERID)
                     NOHANDLE
           END-EXEC.
       Y09-EXIT.
           EXIT.

      ******************************************************************
      *    THE DECIDING OPERATOR MUST HOLD THE CHANGE'S OWN FUNCTION   *
      *    (A FAILED LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)  *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE PENDCHGF-FUNCTION      TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO DAPR-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD (SEE AUDITWRT) -- THE CALLER   *
      *    SETS THE ACTION, PROGRAM, AND OLD/NEW VALUES                *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE PENDCHGF-AUDIT-KEY     TO AUDIT-REC-KEY.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
