       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SHFTHAND.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SHIFT HANDOVER LOG OVER THE SHFTLOGF FILE.  RUN
      *REMARKS.       AS ITS OWN TRANSACTION, LIKE INCIDWB.  THE
      *REMARKS.       OUTGOING OPERATOR STARTS A HANDOVER WITH N (THE
      *REMARKS.       TEXT IS A ONE-LINE SUMMARY OF THE SHIFT) AND
      *REMARKS.       ADDS ITS ITEMS WITH I -- EACH AN OPEN ISSUE (O),
      *REMARKS.       AN ACTION TAKEN (A) OR SOMETHING TO WATCH (W),
      *REMARKS.       OPTIONALLY NAMING THE INCIDENT (I, ITS NUMBER),
      *REMARKS.       ALERT (A, ITS COMPONENT) OR JOB (J, ITS NAME) IT
      *REMARKS.       CONCERNS.  THE INCOMING OPERATOR READS IT WITH S
      *REMARKS.       (OR PICKS IT FROM THE L LIST OF HANDOVERS NOT
      *REMARKS.       YET ACKNOWLEDGED) AND ACKNOWLEDGES IT WITH K,
      *REMARKS.       WHICH RECORDS THEIR OPID AND CLOSES THE HANDOVER
      *REMARKS.       TO FURTHER ITEMS.  A HANDOVER CANNOT BE
      *REMARKS.       ACKNOWLEDGED BY THE OPERATOR WHO WROTE IT.
      *REMARKS.       STARTING AND ACKNOWLEDGING ARE AUDITED VIA
      *REMARKS.       AUDITWRT.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'SHFTHAND'.
         03  SHO-FUNC                  PIC  X(01).
           88  SHO-NEW                                VALUE 'N'.
           88  SHO-ITEM                               VALUE 'I'.
           88  SHO-ACK                                VALUE 'K'.
           88  SHO-SHOW                               VALUE 'S'.
           88  SHO-LIST                               VALUE 'L'.
           88  SHO-QUIT                               VALUE 'E'.
         03  SHO-MSG                   PIC  X(70)   VALUE 'READY'.
         03  SHO-PROMPT                PIC  X(240).
         03  SHO-PROMPT-LEN            PIC S9(04)   BINARY.
         03  SHO-IN-LENG               PIC S9(04)   BINARY.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  CURR-OPID                 PIC  X(03).
         03  HIT-COUNT                 PIC S9(04)   BINARY.
         03  QX                        PIC S9(04)   BINARY.
         03  LX                        PIC S9(04)   BINARY.
         03  PAGE-END                  PIC S9(04)   BINARY.
         03  LINE-COUNT                PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1800).
         03  SHO-BRWS-KEY              PIC  X(12).
         03  NEXT-ID                   PIC  9(07).
         03  SHOW-ID                   PIC  9(07).
         03  SEQ-ED                    PIC  9(04).
         03  TYPE-WORD                 PIC  X(06).
         03  LINK-WORD                 PIC  X(08).
         03  FMT-STAMP                 PIC S9(15)   PACKED-DECIMAL.
         03  FMT-DATE                  PIC  X(08).
         03  FMT-TIME                  PIC  X(08).
         03  OUT-TEXT                  PIC  X(17).
         03  ACK-TEXT                  PIC  X(17).
         03  NEW-IMAGE                 PIC  X(40).

       01  SHO-INPUT-LINE.
         03  SHO-IN-FUNC               PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SHO-IN-ID                 PIC  X(07).
         03  FILLER                    PIC  X(01).
         03  SHO-IN-TYPE               PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SHO-IN-LINK-TYPE          PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  SHO-IN-LINK-KEY           PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  SHO-IN-TEXT               PIC  X(60).

      * THE HANDOVER AS SHOWN, ONE SCREEN LINE PER ENTRY
       01  SHOW-TABLE.
         03  SHOW-LINE OCCURS 200 TIMES
                                       PIC  X(79).

       COPY SHFTLOGF.

       COPY INCIDF.

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
                   UNTIL SHO-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    SEND THE PROMPT/STATUS LINE, RECEIVE ONE REQUEST, AND       *
      *    DISPATCH IT TO THE MATCHING FUNCTION                        *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE SHO-IN-FUNC            TO SHO-FUNC.
           IF  SHO-QUIT
               MOVE 'SHFTHAND TERMINATED' TO SHO-MSG
               GO TO C90-EXIT
           END-IF.
           IF  SHO-ITEM OR SHO-ACK OR SHO-SHOW
               IF  SHO-IN-ID NOT NUMERIC
                   MOVE 'A HANDOVER NUMBER (7 DIGITS) IS REQUIRED'
                                       TO SHO-MSG
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN SHO-NEW
                   PERFORM F00-NEW-HANDOVER THRU F90-EXIT
               WHEN SHO-ITEM
                   PERFORM G00-ADD-ITEM THRU G90-EXIT
               WHEN SHO-ACK
                   PERFORM H00-ACKNOWLEDGE THRU H90-EXIT
               WHEN SHO-SHOW
                   MOVE SHO-IN-ID      TO SHOW-ID
                   PERFORM I00-SHOW-HANDOVER THRU I90-EXIT
               WHEN SHO-LIST
                   PERFORM J00-LIST-HANDOVERS THRU J90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE N,I,K,S,L OR E'
                                       TO SHO-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO SHO-PROMPT.
           MOVE 1                       TO SHO-PROMPT-LEN.
           STRING 'SHFTHAND  '                 DELIMITED BY SIZE
                  SHO-MSG                      DELIMITED BY SIZE
                  '  F(N/I/K/S/L/E) ID(7) ITEM(O/A/W)'
                                                DELIMITED BY SIZE
                  ' LINK(I/A/J) INC/COMPONENT/JOB(8) TEXT(60) ==> '
                                                DELIMITED BY SIZE
               INTO SHO-PROMPT          WITH POINTER SHO-PROMPT-LEN.
           SUBTRACT 1                   FROM SHO-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (SHO-PROMPT)
                     LENGTH   (SHO-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO SHO-INPUT-LINE.
           MOVE LENGTH OF SHO-INPUT-LINE TO SHO-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SHO-INPUT-LINE)
                     LENGTH   (SHO-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    START A NEW HANDOVER -- THE TEXT IS THE SHIFT SUMMARY.  THE *
      *    NUMBER COMES FROM THE CONTROL RECORD                        *
      ******************************************************************
       F00-NEW-HANDOVER.
           IF  SHO-IN-TEXT NOT > SPACES
               MOVE 'A SHIFT SUMMARY (TEXT) IS REQUIRED'
                                       TO SHO-MSG
               GO TO F90-EXIT
           END-IF.
           PERFORM Y30-GET-OPID THRU Y39-EXIT.
           PERFORM F10-NEXT-NUMBER THRU F19-EXIT.
           IF  SHO-MSG > SPACES
               GO TO F90-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE NEXT-ID                TO SHFTLOGF-ID.
           SET  SHFTLOGF-HEADER        TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           MOVE SPACES                 TO SHFTLOGF-BODY.
           MOVE CURR-OPID              TO SHFTLOGF-OUT-OPID.
           MOVE CURR-ABSTIME           TO SHFTLOGF-OUT-STAMP.
           MOVE SHO-IN-TEXT            TO SHFTLOGF-SUMMARY.
           MOVE 'N'                    TO SHFTLOGF-ACK-SW.
           MOVE ZERO                   TO SHFTLOGF-ACK-STAMP
                                          SHFTLOGF-LAST-SEQ.
           EXEC CICS WRITE
                     DATASET  ('SHFTLOGF')
                     FROM     (SHFTLOGF-RECORD)
                     RIDFLD   (SHFTLOGF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'HANDOVER NOT FILED - SEE SYSTEM LOG' TO SHO-MSG
               GO TO F90-EXIT
           END-IF.
           STRING 'HANDOVER ' NEXT-ID ' STARTED - ADD ITEMS WITH I'
                                       DELIMITED BY SIZE
               INTO SHO-MSG.
           MOVE 'HANDOVER'             TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           PERFORM Y20-AUDIT-IMAGE THRU Y29-EXIT.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       F90-EXIT.
           EXIT.

      * THE NEXT HANDOVER NUMBER -- SHO-MSG STAYS BLANK WHEN THE
      * CONTROL RECORD (WRITTEN FRESH THE FIRST TIME) WAS UPDATED
       F10-NEXT-NUMBER.
           MOVE SPACES                 TO SHO-MSG.
           MOVE ZERO                   TO SHFTLOGF-ID.
           SET  SHFTLOGF-CONTROL       TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           EXEC CICS READ
                     DATASET  ('SHFTLOGF')
                     INTO     (SHFTLOGF-RECORD)
                     RIDFLD   (SHFTLOGF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   COMPUTE NEXT-ID = SHFTLOGF-LAST-ID + 1
                   MOVE NEXT-ID        TO SHFTLOGF-LAST-ID
                   EXEC CICS REWRITE
                             DATASET  ('SHFTLOGF')
                             FROM     (SHFTLOGF-RECORD)
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 1              TO NEXT-ID
                   MOVE SPACES         TO SHFTLOGF-BODY
                   MOVE NEXT-ID        TO SHFTLOGF-LAST-ID
                   EXEC CICS WRITE
                             DATASET  ('SHFTLOGF')
                             FROM     (SHFTLOGF-RECORD)
                             RIDFLD   (SHFTLOGF-KEY)
                             NOHANDLE
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'HANDOVER LOG NOT AVAILABLE - SEE SYSTEM LOG'
                                       TO SHO-MSG
           END-IF.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    ADD ONE ITEM TO A HANDOVER NOT YET ACKNOWLEDGED.  AN        *
      *    INCIDENT LINK MUST NAME AN INCIDENT ON FILE                 *
      ******************************************************************
       G00-ADD-ITEM.
           MOVE SPACES                 TO SHO-MSG.
           IF  SHO-IN-TYPE NOT = 'O'
           AND SHO-IN-TYPE NOT = 'A'
           AND SHO-IN-TYPE NOT = 'W'
               MOVE 'ITEM MUST BE O (OPEN ISSUE), A (ACTION) OR W'
                                       TO SHO-MSG
               GO TO G90-EXIT
           END-IF.
           IF  SHO-IN-TEXT NOT > SPACES
               MOVE 'THE ITEM TEXT IS REQUIRED' TO SHO-MSG
               GO TO G90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SHO-IN-LINK-TYPE = SPACE
                   IF  SHO-IN-LINK-KEY > SPACES
                       MOVE 'GIVE A LINK TYPE (I, A OR J) FOR THE LINK'
                                       TO SHO-MSG
                   END-IF
               WHEN SHO-IN-LINK-TYPE = 'I'
                   PERFORM G20-CHECK-INCIDENT THRU G29-EXIT
               WHEN SHO-IN-LINK-TYPE = 'A'
               OR   SHO-IN-LINK-TYPE = 'J'
                   IF  SHO-IN-LINK-KEY NOT > SPACES
                       MOVE 'NAME THE ALERT COMPONENT OR JOB LINKED TO'
                                       TO SHO-MSG
                   END-IF
               WHEN OTHER
                   MOVE 'LINK MUST BE I (INCIDENT), A (ALERT) OR J'
                                       TO SHO-MSG
           END-EVALUATE.
           IF  SHO-MSG > SPACES
               GO TO G90-EXIT
           END-IF.
           PERFORM G10-READ-FOR-UPDATE THRU G19-EXIT.
           IF  SHO-MSG > SPACES
               GO TO G90-EXIT
           END-IF.

           PERFORM Y30-GET-OPID THRU Y39-EXIT.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           ADD  1                      TO SHFTLOGF-LAST-SEQ.
           MOVE SHFTLOGF-LAST-SEQ      TO SEQ-ED.
           EXEC CICS REWRITE
                     DATASET  ('SHFTLOGF')
                     FROM     (SHFTLOGF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - SEE SYSTEM LOG' TO SHO-MSG
               GO TO G90-EXIT
           END-IF.
           SET  SHFTLOGF-ITEM          TO TRUE.
           MOVE SEQ-ED                 TO SHFTLOGF-SEQ.
           MOVE SPACES                 TO SHFTLOGF-BODY.
           MOVE SHO-IN-TYPE            TO SHFTLOGF-ITEM-TYPE.
           MOVE SHO-IN-LINK-TYPE       TO SHFTLOGF-LINK-TYPE.
           MOVE SHO-IN-LINK-KEY        TO SHFTLOGF-LINK-KEY.
           MOVE CURR-OPID              TO SHFTLOGF-ITEM-OPID.
           MOVE CURR-ABSTIME           TO SHFTLOGF-ITEM-STAMP.
           MOVE SHO-IN-TEXT            TO SHFTLOGF-ITEM-TEXT.
           EXEC CICS WRITE
                     DATASET  ('SHFTLOGF')
                     FROM     (SHFTLOGF-RECORD)
                     RIDFLD   (SHFTLOGF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NOT FILED - SEE SYSTEM LOG' TO SHO-MSG
               GO TO G90-EXIT
           END-IF.
           STRING 'HANDOVER ' SHFTLOGF-ID ' ITEM ' SEQ-ED ' ADDED'
                                       DELIMITED BY SIZE
               INTO SHO-MSG.
       G90-EXIT.
           EXIT.

      * THE HEADER, HELD FOR UPDATE -- SHO-MSG STAYS BLANK WHEN IT IS
      * THERE AND NOT YET ACKNOWLEDGED
       G10-READ-FOR-UPDATE.
           MOVE SPACES                 TO SHO-MSG.
           MOVE SHO-IN-ID              TO SHFTLOGF-ID.
           SET  SHFTLOGF-HEADER        TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           EXEC CICS READ
                     DATASET  ('SHFTLOGF')
                     INTO     (SHFTLOGF-RECORD)
                     RIDFLD   (SHFTLOGF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               STRING 'HANDOVER ' SHO-IN-ID ' NOT FOUND'
                                       DELIMITED BY SIZE
                   INTO SHO-MSG
               GO TO G19-EXIT
           END-IF.
           IF  SHFTLOGF-ACKED
               EXEC CICS UNLOCK
                         DATASET  ('SHFTLOGF')
                         NOHANDLE
               END-EXEC
               STRING 'HANDOVER ' SHO-IN-ID ' IS ALREADY ACKNOWLEDGED'
                                       DELIMITED BY SIZE
                   INTO SHO-MSG
           END-IF.
       G19-EXIT.
           EXIT.

      * AN INCIDENT LINK IS ITS SEVEN-DIGIT NUMBER, AND IT MUST EXIST
       G20-CHECK-INCIDENT.
           IF  SHO-IN-LINK-KEY(1:7) NOT NUMERIC
           OR  SHO-IN-LINK-KEY(8:1) NOT = SPACE
               MOVE 'AN INCIDENT LINK IS ITS 7-DIGIT NUMBER'
                                       TO SHO-MSG
               GO TO G29-EXIT
           END-IF.
           MOVE SHO-IN-LINK-KEY(1:7)   TO INCIDF-ID.
           SET  INCIDF-HEADER          TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           EXEC CICS READ
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               STRING 'INCIDENT ' SHO-IN-LINK-KEY(1:7) ' NOT FOUND'
                                       DELIMITED BY SIZE
                   INTO SHO-MSG
           END-IF.
       G29-EXIT.
           EXIT.

      ******************************************************************
      *    THE INCOMING OPERATOR ACKNOWLEDGES THE HANDOVER WITH THEIR  *
      *    OWN OPID -- NOT THE ONE WHO WROTE IT                        *
      ******************************************************************
       H00-ACKNOWLEDGE.
           PERFORM Y30-GET-OPID THRU Y39-EXIT.
           PERFORM G10-READ-FOR-UPDATE THRU G19-EXIT.
           IF  SHO-MSG > SPACES
               GO TO H90-EXIT
           END-IF.
           IF  SHFTLOGF-OUT-OPID = CURR-OPID
               EXEC CICS UNLOCK
                         DATASET  ('SHFTLOGF')
                         NOHANDLE
               END-EXEC
               MOVE 'THE INCOMING OPERATOR MUST ACKNOWLEDGE IT'
                                       TO SHO-MSG
               GO TO H90-EXIT
           END-IF.
           PERFORM Y20-AUDIT-IMAGE THRU Y29-EXIT.
           MOVE NEW-IMAGE              TO AUDIT-OLD-VALUE.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           SET  SHFTLOGF-ACKED         TO TRUE.
           MOVE CURR-OPID              TO SHFTLOGF-ACK-OPID.
           MOVE CURR-ABSTIME           TO SHFTLOGF-ACK-STAMP.
           EXEC CICS REWRITE
                     DATASET  ('SHFTLOGF')
                     FROM     (SHFTLOGF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - SEE SYSTEM LOG' TO SHO-MSG
               GO TO H90-EXIT
           END-IF.
           STRING 'HANDOVER ' SHFTLOGF-ID ' ACKNOWLEDGED BY '
                  CURR-OPID            DELIMITED BY SIZE
               INTO SHO-MSG.
           MOVE 'HANDACK'              TO AUDIT-ACTION.
           PERFORM Y20-AUDIT-IMAGE THRU Y29-EXIT.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW ONE HANDOVER IN FULL, A SCREEN AT A TIME -- THE HEADER *
      *    THEN ITS ITEMS IN THE ORDER THEY WERE ADDED                 *
      ******************************************************************
       I00-SHOW-HANDOVER.
           MOVE SHOW-ID                TO SHFTLOGF-ID.
           SET  SHFTLOGF-HEADER        TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           EXEC CICS READ
                     DATASET  ('SHFTLOGF')
                     INTO     (SHFTLOGF-RECORD)
                     RIDFLD   (SHFTLOGF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES             TO SHO-MSG
               STRING 'HANDOVER ' SHOW-ID ' NOT FOUND'
                                       DELIMITED BY SIZE
                   INTO SHO-MSG
               GO TO I90-EXIT
           END-IF.
           MOVE ZERO                   TO LINE-COUNT.
           PERFORM I10-HEADER-LINES THRU I19-EXIT.

           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE SHOW-ID                TO SHFTLOGF-ID.
           SET  SHFTLOGF-ITEM          TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           MOVE SHFTLOGF-KEY           TO SHO-BRWS-KEY.
           EXEC CICS STARTBR
                     DATASET  ('SHFTLOGF')
                     RIDFLD   (SHO-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM I20-READ-ITEM THRU I29-EXIT
                       UNTIL NO-MORE-ENTRIES
               EXEC CICS ENDBR
                         DATASET  ('SHFTLOGF')
                         NOHANDLE
               END-EXEC
           END-IF.

           MOVE 1                      TO LX.
           PERFORM I30-SEND-PAGE THRU I39-EXIT
                   UNTIL LX > LINE-COUNT.
           MOVE SPACES                 TO SHO-INPUT-LINE.
           MOVE 'READY'                TO SHO-MSG.
       I90-EXIT.
           EXIT.

       I10-HEADER-LINES.
           MOVE SHFTLOGF-OUT-STAMP     TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE SPACES                 TO OUT-TEXT.
           STRING FMT-DATE ' ' FMT-TIME DELIMITED BY SIZE
               INTO OUT-TEXT.
           MOVE SHFTLOGF-ACK-STAMP     TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE SPACES                 TO ACK-TEXT.
           STRING FMT-DATE ' ' FMT-TIME DELIMITED BY SIZE
               INTO ACK-TEXT.

           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING 'HANDOVER ' SHFTLOGF-ID
                  '  FROM ' SHFTLOGF-OUT-OPID ' AT ' OUT-TEXT
                                       DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           IF  SHFTLOGF-ACKED
               STRING 'ACKNOWLEDGED BY ' SHFTLOGF-ACK-OPID
                      ' AT ' ACK-TEXT  DELIMITED BY SIZE
                   INTO SHOW-LINE(LINE-COUNT)
           ELSE
               MOVE 'NOT YET ACKNOWLEDGED' TO SHOW-LINE(LINE-COUNT)
           END-IF.
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING 'SUMMARY ' SHFTLOGF-SUMMARY DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
       I19-EXIT.
           EXIT.

       I20-READ-ITEM.
           EXEC CICS READNEXT
                     DATASET  ('SHFTLOGF')
                     INTO     (SHFTLOGF-RECORD)
                     RIDFLD   (SHO-BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  SHFTLOGF-ID NOT = SHOW-ID
           OR  NOT SHFTLOGF-ITEM
           OR  LINE-COUNT NOT < 200
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO I29-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SHFTLOGF-OPEN-ISSUE
                   MOVE 'OPEN'         TO TYPE-WORD
               WHEN SHFTLOGF-ACTION-TAKEN
                   MOVE 'ACTION'       TO TYPE-WORD
               WHEN OTHER
                   MOVE 'WATCH'        TO TYPE-WORD
           END-EVALUATE.
           EVALUATE TRUE
               WHEN SHFTLOGF-LINK-INCIDENT
                   MOVE 'INCIDENT'     TO LINK-WORD
               WHEN SHFTLOGF-LINK-ALERT
                   MOVE 'ALERT'        TO LINK-WORD
               WHEN SHFTLOGF-LINK-JOB
                   MOVE 'JOB'          TO LINK-WORD
               WHEN OTHER
                   MOVE SPACES         TO LINK-WORD
           END-EVALUATE.
           MOVE SHFTLOGF-SEQ           TO SEQ-ED.
           MOVE SHFTLOGF-ITEM-STAMP    TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING SEQ-ED ' ' TYPE-WORD ' ' FMT-TIME ' '
                  SHFTLOGF-ITEM-OPID '  ' LINK-WORD ' '
                  SHFTLOGF-LINK-KEY
                                       DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING '     ' SHFTLOGF-ITEM-TEXT DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
       I29-EXIT.
           EXIT.

      * TWENTY LINES A SCREEN; ENTER FOR THE NEXT
       I30-SEND-PAGE.
           COMPUTE PAGE-END = LX + 19.
           IF  PAGE-END > LINE-COUNT
               MOVE LINE-COUNT         TO PAGE-END
           END-IF.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           PERFORM I35-PUT-LINE THRU I35-EXIT
                   VARYING LX FROM LX BY 1 UNTIL LX > PAGE-END.
           IF  LX > LINE-COUNT
               STRING 'END OF HANDOVER - PRESS ENTER TO CONTINUE'
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           ELSE
               STRING 'MORE - PRESS ENTER FOR THE NEXT PAGE'
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO SHO-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SHO-INPUT-LINE)
                     LENGTH   (SHO-IN-LENG)
                     NOHANDLE
           END-EXEC.
       I39-EXIT.
           EXIT.

       I35-PUT-LINE.
           STRING SHOW-LINE(LX) NEWLINE
                                       DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
       I35-EXIT.
           EXIT.

      ******************************************************************
      *    LIST THE HANDOVERS NOT YET ACKNOWLEDGED THROUGH POPLIST AND *
      *    SHOW THE PICKED ONE.  ONLY HEADERS ARE READ -- AFTER EACH   *
      *    ONE THE BROWSE SKIPS TO THE NEXT HANDOVER'S HEADER          *
      ******************************************************************
       J00-LIST-HANDOVERS.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE 1                      TO SHFTLOGF-ID.
           SET  SHFTLOGF-HEADER        TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           MOVE SHFTLOGF-KEY           TO SHO-BRWS-KEY.
           EXEC CICS STARTBR
                     DATASET  ('SHFTLOGF')
                     RIDFLD   (SHO-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               PERFORM J10-READ-HEADER THRU J19-EXIT
                       UNTIL NO-MORE-ENTRIES
                       OR    HIT-COUNT NOT < 100
               EXEC CICS ENDBR
                         DATASET  ('SHFTLOGF')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  HIT-COUNT = ZERO
               MOVE 'NO HANDOVERS AWAITING ACKNOWLEDGEMENT'
                                       TO SHO-MSG
               GO TO J90-EXIT
           END-IF.
           MOVE ' Handovers to acknowledge (FROM SUMMARY)'
                                       TO POPLIST-HDR.
           PERFORM P00-POPLIST-PICK THRU P90-EXIT.
           IF  QX = ZERO
               GO TO J90-EXIT
           END-IF.
           MOVE POPLIST-KEY(QX)(1:7)   TO SHOW-ID.
           PERFORM I00-SHOW-HANDOVER THRU I90-EXIT.
       J90-EXIT.
           EXIT.

       J10-READ-HEADER.
           EXEC CICS READNEXT
                     DATASET  ('SHFTLOGF')
                     INTO     (SHFTLOGF-RECORD)
                     RIDFLD   (SHO-BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J19-EXIT
           END-IF.
           IF  SHFTLOGF-HEADER
           AND NOT SHFTLOGF-ACKED
               ADD  1                  TO HIT-COUNT
               MOVE SPACES             TO POPLIST-KEY(HIT-COUNT)
                                          POPLIST-DSC(HIT-COUNT)
               MOVE SHFTLOGF-ID        TO POPLIST-KEY(HIT-COUNT)(1:7)
               STRING SHFTLOGF-OUT-OPID ' '
                      SHFTLOGF-SUMMARY DELIMITED BY SIZE
                   INTO POPLIST-DSC(HIT-COUNT)
           END-IF.
           IF  SHFTLOGF-ID NOT < 9999999
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J19-EXIT
           END-IF.
           COMPUTE NEXT-ID = SHFTLOGF-ID + 1.
           MOVE NEXT-ID                TO SHFTLOGF-ID.
           SET  SHFTLOGF-HEADER        TO TRUE.
           MOVE ZERO                   TO SHFTLOGF-SEQ.
           MOVE SHFTLOGF-KEY           TO SHO-BRWS-KEY.
           EXEC CICS RESETBR
                     DATASET  ('SHFTLOGF')
                     RIDFLD   (SHO-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           END-IF.
       J19-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW THE HIT-COUNT LIST ALREADY FILLED IN THROUGH POPLIST   *
      *    (THE CALLER SETS THE HEADING) -- QX COMES BACK AS THE PICK, *
      *    OR ZERO WITH THE MESSAGE SET                                *
      ******************************************************************
       P00-POPLIST-PICK.
           MOVE ZERO                   TO QX.
           MOVE 'POPLIST '             TO POPLIST-PGMID.
           MOVE 3                      TO POPLIST-ROW.
           MOVE 20                     TO POPLIST-COL.
           MOVE HIT-COUNT              TO POPLIST-CNT.
           MOVE SPACE                  TO POPLIST-BDR
                                          POPLIST-OPT
                                          POPLIST-MULTI-SW
                                          POPLIST-RESTORE-SW
                                          POPLIST-TSQ-SW
                                          POPLIST-ACT-AIDS
                                          POPLIST-LVL-SW
                                          POPLIST-LIST-ID
                                          POPLIST-HELP-TOPIC.
           MOVE SPACES                 TO POPLIST-TLR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
                     LENGTH   (LENGTH OF POPLIST-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                       TO SHO-MSG
               GO TO P90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE 'NOTHING PICKED'   TO SHO-MSG
               GO TO P90-EXIT
           END-IF.
           MOVE POPLIST-PICK           TO QX.
       P90-EXIT.
           EXIT.

      ******************************************************************
      *    AN ABSOLUTE TIME AS CCYYMMDD AND HH:MM:SS (DASHES FOR ZERO) *
      ******************************************************************
       Y10-FORMAT-STAMP.
           IF  FMT-STAMP = ZERO
               MOVE '--------'         TO FMT-DATE
               MOVE '--:--:--'         TO FMT-TIME
               GO TO Y19-EXIT
           END-IF.
           MOVE SPACES                 TO FMT-DATE FMT-TIME.
           EXEC CICS FORMATTIME
                     ABSTIME  (FMT-STAMP)
                     YYYYMMDD (FMT-DATE)
                     TIME     (FMT-TIME)
                     TIMESEP
                     NOHANDLE
           END-EXEC.
       Y19-EXIT.
           EXIT.

      * THE 40 BYTES OF AUDIT VALUE -- WHO HANDED OVER, WHO TOOK IT,
      * AND THE START OF THE SUMMARY
       Y20-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING SHFTLOGF-OUT-OPID ' ' SHFTLOGF-ACK-OPID ' '
                  SHFTLOGF-SUMMARY     DELIMITED BY SIZE
               INTO NEW-IMAGE.
       Y29-EXIT.
           EXIT.

      * THE SIGNED-ON OPERATOR
       Y30-GET-OPID.
           MOVE SPACES                 TO CURR-OPID.
           EXEC CICS ASSIGN
                     OPID     (CURR-OPID)
                     NOHANDLE
           END-EXEC.
       Y39-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION (THE   *
      *    HEADER KEY, WITH ITS NEW IMAGE)                             *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE SHFTLOGF-ID            TO AUDIT-REC-KEY(1:7).
           MOVE 'H0000'                TO AUDIT-REC-KEY(8:5).
           MOVE NEW-IMAGE              TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
