      *REMARKS.       THEIR JOBDSUM NORM (THE JOBDLONG QUESTION),
      *REMARKS.       TODAY'S VSAM ERROR BUCKETS (VSAMERRD), FILE
      *REMARKS.       OUTAGES IN THE LAST DAY (FILEAVLF), UNEXPECTED
      *REMARKS.       ERRORS IN THE LAST DAY (UNEXERRF), THE
      *REMARKS.       ORPHANED SESSIONS TSRPT LEFT IN ITS DETAIL
      *REMARKS.       QUEUE, AND SCHEDULED JOBS THAT NEVER RAN (THE
      *REMARKS.       JOBDNOSH QUESTION, FROM THE VERDICTS IT STAMPS
      *REMARKS.       ON JOBSCHF), AND THE COMPLETIONS THAT FAILED OR
      *REMARKS.       ONLY WARNED UNDER THEIR RUNBOOKF RC POLICY,
      *REMARKS.       AND THE TRANSACTIONS ABNDHDLR'S CIRCUIT BREAKER
      *REMARKS.       HAS TAKEN OUT OF SERVICE (TRNSTATF).
      *REMARKS.       PICKING A LINE PAGES THE DETAIL
      *REMARKS.       COLLECTED FOR THAT SOURCE AND NAMES THE TOOL
      *REMARKS.       THAT GOES DEEPER.  EACH DETAIL LINE CAN BE
      *REMARKS.       SIGNED OFF THERE WITH A DISPOSITION COMMENT,
      *REMARKS.       KEPT ON DASHSGNF WITH THE OPID AND TIME, SO THE
      *REMARKS.       NEXT MORNING'S REVIEW AND THE MONTHLY DASHSRPT
      *REMARKS.       REPORT SHOW WHAT WAS REVIEWED AND BY WHOM.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADD A SEVENTH SOURCE -- SCHEDULED JOBS THAT
      *               NEVER RAN, FROM THE JOBSCHF RECORDS THE MORNING
      *               JOBDNOSH REPORT MARKED AS NO-SHOWS FOR TODAY OR
      *               YESTERDAY, WITH THE RUNBOOKF OWNER AND CONTACT
      *               ON EACH DETAIL LINE.
      * 10/15/2026 DLC ADD AN EIGHTH AND NINTH SOURCE -- COMPLETIONS
      *               WHOSE HIGH RC IS A FAILURE, AND THOSE WHOSE HIGH
      *               RC IS A WARNING, UNDER THE JOB'S RUNBOOKF RC
      *               POLICY (SHOP DEFAULT 0 CLEAN, 4 WARNING).  CLEAN
      *               COMPLETIONS, INCLUDING A BY-DESIGN RC 4, ARE NO
      *               LONGER SOMETHING TO LOOK AT.
      * 10/15/2026 DLC ADD A TENTH SOURCE -- THE TRANSACTIONS THE ABEND
      *               CIRCUIT BREAKER HAS CLOSED IN TRNSTATF, WITH THE
      *               PROGRAM, ABEND COUNT AND TIME OF EACH TRIP.
      *               TRNSTATM REOPENS THEM.
      * 10/15/2026 DLC MORNING-REVIEW SIGN-OFF.  THE DETAIL SCREEN
      *               NUMBERS ITS LINES AND TAKES A LINE NUMBER AND A
      *               DISPOSITION COMMENT, FILED ON THE NEW DASHSGNF
      *               FILE UNDER THE OPERATOR'S OPID (AND AUDITED VIA
      *               AUDITWRT).  A LINE SIGNED OFF TODAY OR YESTERDAY
      *               SHOWS WHO SIGNED IT AND WHY, AND THE DASHBOARD
      *               LIST COUNTS EACH SOURCE'S SIGNED LINES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  ENTRY-FOUND                          VALUE 'Y'.
         03  REC-SECS                  PIC S9(09)   BINARY.
         03  NORM-SECS                 PIC S9(09)   BINARY.
         03  RC-CLEAN-MAX              PIC  9(04).
         03  RC-WARN-MAX               PIC  9(04).
         03  RC-ED                     PIC  9999.
         03  CNT-ED                    PIC -(6)9.
         03  DUMMY-AREA                PIC  X(90).
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(2000).
         03  SIGNED-COUNT              PIC S9(04)   BINARY.
         03  SGN-ED                    PIC  Z9.
         03  LINE-ED                   PIC  99.
         03  SGN-MSG                   PIC  X(60).
         03  SGN-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  SGN-DATE                  PIC  X(08).
         03  SGN-TIME                  PIC  X(06).
         03  SGN-OPID                  PIC  X(03).
         03  SGN-FOUND-SW              PIC  X(01).
           88  SIGNOFF-FOUND                        VALUE 'Y'.
         03  SGN-DONE-SW               PIC  X(01).
           88  SGN-DONE                             VALUE 'Y'.

      * THE TEN DASHBOARD SOURCES -- A COUNT AND UP TO TEN DETAIL
      * LINES EACH, COLLECTED IN ONE SCAN
       01  SOURCE-TABLE.
         03  SRC-ENTRY OCCURS 10 TIMES.
           05  SRC-NAME                PIC  X(08).
           05  SRC-TOOL                PIC  X(08).
           05  SRC-COUNT               PIC S9(09)   BINARY.
         03  DASH-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(19).

      * A SIGN-OFF ON THE DETAIL SCREEN -- THE LINE NUMBER SHOWN AND
      * THE DISPOSITION COMMENT
       01  SGN-INPUT-LINE.
         03  SGN-IN-LINE               PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  SGN-IN-DISP               PIC  X(50).

       COPY JOBDHIST.

       COPY JOBDSUM.

       COPY UNEXERRF.

       COPY JOBSCHF.

       COPY RUNBOOKF.

       COPY TRNSTATF.

       COPY DASHSGNF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  POPLIST-AREA.
           COPY POPLIST.

           EXIT.

      ******************************************************************
      *    ONE SCAN FILLS ALL TEN SOURCES, THEN THE DASHBOARD LIST     *
      ******************************************************************
       F00-BUILD-DASHBOARD.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           END-EXEC.

           PERFORM F05-CLEAR-SOURCE THRU F05-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX > 10.
           MOVE 'NOCOMPL '             TO SRC-NAME(1).
           MOVE 'JOBDENDR'             TO SRC-TOOL(1).
           MOVE 'OVERRUN '             TO SRC-NAME(2).
           MOVE 'UNEXERRI'             TO SRC-TOOL(5).
           MOVE 'ORPHANS '             TO SRC-NAME(6).
           MOVE 'TSWORK  '             TO SRC-TOOL(6).
           MOVE 'NEVERRAN'             TO SRC-NAME(7).
           MOVE 'JOBDNOSH'             TO SRC-TOOL(7).
           MOVE 'FAILED  '             TO SRC-NAME(8).
           MOVE 'JOBDENDR'             TO SRC-TOOL(8).
           MOVE 'WARNING '             TO SRC-NAME(9).
           MOVE 'JOBDENDR'             TO SRC-TOOL(9).
           MOVE 'BREAKER '             TO SRC-NAME(10).
           MOVE 'TRNSTATM'             TO SRC-TOOL(10).

           PERFORM G00-SCAN-JOBDHIST THRU G90-EXIT.
           PERFORM H00-SCAN-VSAMERRD THRU H90-EXIT.
           PERFORM I00-SCAN-FILEAVLF THRU I90-EXIT.
           PERFORM J00-SCAN-UNEXERRF THRU J90-EXIT.
           PERFORM K00-SCAN-TSRPT THRU K90-EXIT.
           PERFORM N00-SCAN-JOBSCHF THRU N90-EXIT.
           PERFORM P00-SCAN-TRNSTATF THRU P90-EXIT.

           PERFORM L00-FILL-LIST THRU L09-EXIT
                   VARYING SX FROM 1 BY 1 UNTIL SX > 10.

           MOVE 'POPLIST '             TO POPLIST-PGMID.
           MOVE 3                      TO POPLIST-ROW.
           MOVE 25                     TO POPLIST-COL.
           MOVE 10                     TO POPLIST-CNT.
           MOVE SPACE                  TO POPLIST-BDR
                                          POPLIST-OPT
                                          POPLIST-MULTI-SW
                                          POPLIST-HELP-TOPIC.
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           MOVE ' Overnight (COUNT TOOL SIGNED) -- PICK'
                                       TO POPLIST-HDR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
           EXIT.

      ******************************************************************
      *    SOURCES 1, 2, 8, AND 9 -- RUNS WITHOUT A COMPLETION,        *
      *    COMPLETIONS OVER THEIR JOBDSUM NORM, AND COMPLETIONS THAT   *
      *    FAILED OR WARNED UNDER THEIR RC POLICY, FROM ONE JOBDHIST   *
      *    BROWSE OF YESTERDAY'S AND TODAY'S RECORDS                   *
      ******************************************************************
       G00-SCAN-JOBDHIST.
               GO TO G10-EXIT
           END-IF.
           MOVE 'Y'                    TO R-ENDED-SW(RX).
           PERFORM G30-CLASSIFY-RC THRU G39-EXIT.

      * THE OVERRUN CHECK -- THIS COMPLETION AGAINST ITS MONTH NORM
           COMPUTE REC-SECS =
       G20-EXIT.
           EXIT.

      ******************************************************************
      *    JUDGE THE COMPLETION'S HIGH RC AGAINST THE JOB'S RUNBOOKF   *
      *    RC POLICY -- NO RUNBOOK (OR NO POLICY ON IT) MEANS THE SHOP *
      *    DEFAULT OF 0 CLEAN, 4 WARNING.  A CLEAN RUN IS NOT NOTED    *
      ******************************************************************
       G30-CLASSIFY-RC.
           MOVE 0                      TO RC-CLEAN-MAX.
           MOVE 4                      TO RC-WARN-MAX.
           MOVE JOBDHIST-JOB-NAME      TO RUNBOOKF-JOB-NAME.
           EXEC CICS READ
                     DATASET  ('RUNBOOKF')
                     INTO     (RUNBOOKF-RECORD)
                     RIDFLD   (RUNBOOKF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND RUNBOOKF-RC-CLEAN IS NUMERIC
           AND RUNBOOKF-RC-WARN  IS NUMERIC
               MOVE RUNBOOKF-RC-CLEAN  TO RC-CLEAN-MAX
               MOVE RUNBOOKF-RC-WARN   TO RC-WARN-MAX
           END-IF.
           EVALUATE TRUE
               WHEN JOBDHIST-HIGH-RC > RC-WARN-MAX
                   MOVE 8              TO SX
               WHEN JOBDHIST-HIGH-RC > RC-CLEAN-MAX
                   MOVE 9              TO SX
               WHEN OTHER
                   GO TO G39-EXIT
           END-EVALUATE.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES             TO RUNBOOKF-OWNER
           END-IF.
           MOVE JOBDHIST-HIGH-RC       TO RC-ED.
           MOVE SPACES                 TO DUMMY-AREA.
           STRING JOBDHIST-JOB-NAME ' ' JOBDHIST-PWR-NUMB
                  ' ' JOBDHIST-JOB-DATE
                  ' RC ' RC-ED
                  ' OWNER ' RUNBOOKF-OWNER DELIMITED BY SIZE
               INTO DUMMY-AREA.
           PERFORM Y00-NOTE-EXCEPTION THRU Y09-EXIT.
       G39-EXIT.
           EXIT.

       G50-JUDGE-RUN.
           IF  R-ENDED(RX)
               GO TO G59-EXIT
       K10-EXIT.
           EXIT.

      ******************************************************************
      *    SOURCE 7 -- SCHEDULED JOBS THE MORNING JOBDNOSH REPORT      *
      *    MARKED AS NO-SHOWS FOR TODAY OR YESTERDAY                   *
      ******************************************************************
       N00-SCAN-JOBSCHF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO JOBSCHF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('JOBSCHF ')
                     RIDFLD   (JOBSCHF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO N90-EXIT
           END-IF.
           PERFORM N10-READ-SCHEDULE THRU N10-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('JOBSCHF ')
                     NOHANDLE
           END-EXEC.
       N90-EXIT.
           EXIT.

       N10-READ-SCHEDULE.
           EXEC CICS READNEXT
                     DATASET  ('JOBSCHF ')
                     INTO     (JOBSCHF-RECORD)
                     RIDFLD   (JOBSCHF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO N10-EXIT
           END-IF.
           IF  NOT JOBSCHF-NO-SHOW
               GO TO N10-EXIT
           END-IF.
           IF  JOBSCHF-LAST-DATE NOT = TODAY-DATE
           AND JOBSCHF-LAST-DATE NOT = YESTER-DATE
               GO TO N10-EXIT
           END-IF.
           MOVE SPACES                 TO RUNBOOKF-OWNER
                                          RUNBOOKF-CONTACT.
           MOVE JOBSCHF-JOB-NAME       TO RUNBOOKF-JOB-NAME.
           EXEC CICS READ
                     DATASET  ('RUNBOOKF')
                     INTO     (RUNBOOKF-RECORD)
                     RIDFLD   (RUNBOOKF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES             TO RUNBOOKF-OWNER
                                          RUNBOOKF-CONTACT
           END-IF.
           MOVE 7                      TO SX.
           MOVE SPACES                 TO DUMMY-AREA.
           STRING JOBSCHF-JOB-NAME ' ' JOBSCHF-LAST-DATE
                  ' ' RUNBOOKF-OWNER
                  ' ' RUNBOOKF-CONTACT DELIMITED BY SIZE
               INTO DUMMY-AREA.
           PERFORM Y00-NOTE-EXCEPTION THRU Y09-EXIT.
       N10-EXIT.
           EXIT.

      ******************************************************************
      *    SOURCE 10 -- TRANSACTIONS THE ABEND CIRCUIT BREAKER HAS     *
      *    CLOSED AND NOBODY HAS REOPENED YET                          *
      ******************************************************************
       P00-SCAN-TRNSTATF.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO TRNSTATF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('TRNSTATF')
                     RIDFLD   (TRNSTATF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO P90-EXIT
           END-IF.
           PERFORM P10-READ-STATUS THRU P10-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('TRNSTATF')
                     NOHANDLE
           END-EXEC.
       P90-EXIT.
           EXIT.

       P10-READ-STATUS.
           EXEC CICS READNEXT
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO P10-EXIT
           END-IF.
           IF  NOT TRNSTATF-CLOSED
           OR  TRNSTATF-TRIP-PGM NOT > SPACES
               GO TO P10-EXIT
           END-IF.
           MOVE 10                     TO SX.
           MOVE TRNSTATF-TRIP-COUNT    TO CNT-ED.
           MOVE SPACES                 TO DUMMY-AREA.
           STRING TRNSTATF-TRANSID ' ' TRNSTATF-TRIP-PGM
                  ' ' TRNSTATF-TRIP-ABCODE CNT-ED ' ABENDS, OUT SINCE '
                  TRNSTATF-FROM-DATE ' ' TRNSTATF-FROM-TIME
                                       DELIMITED BY SIZE
               INTO DUMMY-AREA.
           PERFORM Y00-NOTE-EXCEPTION THRU Y09-EXIT.
       P10-EXIT.
           EXIT.

      ******************************************************************
      *    COUNT ONE EXCEPTION FOR SOURCE SX AND KEEP ITS FIRST TEN    *
      *    DETAIL LINES (FROM DUMMY-AREA)                              *
       L00-FILL-LIST.
           MOVE SRC-NAME(SX)           TO POPLIST-KEY(SX).
           MOVE SRC-COUNT(SX)          TO CNT-ED.
           MOVE ZERO                   TO SIGNED-COUNT.
           PERFORM L10-COUNT-SIGNED THRU L19-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > SRC-DTL-CNT(SX).
           MOVE SIGNED-COUNT           TO SGN-ED.
           MOVE SPACES                 TO POPLIST-DSC(SX).
           STRING CNT-ED '  '              DELIMITED BY SIZE
                  SRC-TOOL(SX)             DELIMITED BY SIZE
                  ' ' SGN-ED ' SGN'        DELIMITED BY SIZE
               INTO POPLIST-DSC(SX).
       L09-EXIT.
           EXIT.

       L10-COUNT-SIGNED.
           PERFORM Q00-FIND-SIGNOFF THRU Q09-EXIT.
           IF  SIGNOFF-FOUND
               ADD  1                  TO SIGNED-COUNT
           END-IF.
       L19-EXIT.
           EXIT.

      ******************************************************************
      *    THE PICKED SOURCE'S COLLECTED DETAIL, AND THE TOOL THAT     *
      *    GOES DEEPER.  THE SCREEN REPEATS UNTIL ENTER IS PRESSED ON  *
      *    ITS OWN -- A LINE NUMBER AND A DISPOSITION SIGNS THAT LINE  *
      *    OFF AND SHOWS THE SCREEN AGAIN                              *
      ******************************************************************
       M00-SHOW-DETAIL.
           MOVE QX                     TO SX.
           MOVE 'N'                    TO SGN-DONE-SW.
           MOVE 'LINE(2) DISPOSITION(50) TO SIGN OFF, ENTER TO RETURN'
                                       TO SGN-MSG.
           PERFORM M20-DETAIL-SCREEN THRU M29-EXIT
                   UNTIL SGN-DONE.
           MOVE SPACES                 TO DASH-INPUT-LINE.
           MOVE 'READY'                TO DASH-MSG.
       M90-EXIT.
           EXIT.

       M10-DETAIL-LINE.
           MOVE DX                     TO LINE-ED.
           STRING LINE-ED ' ' SRC-DTL(QX DX) NEWLINE
                                       DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           PERFORM Q00-FIND-SIGNOFF THRU Q09-EXIT.
           IF  SIGNOFF-FOUND
               STRING '   BY ' DASHSGNF-OPID ' ' DASHSGNF-DATE
                      ' ' DASHSGNF-TIME(1:4) ' ' DASHSGNF-DISP
                      NEWLINE          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
       M10-EXIT.
           EXIT.

       M20-DETAIL-SCREEN.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           MOVE SRC-COUNT(QX)          TO CNT-ED.
           PERFORM M10-DETAIL-LINE THRU M10-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > SRC-DTL-CNT(QX).
           STRING SGN-MSG ' ==> '      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO SGN-INPUT-LINE.
           MOVE LENGTH OF SGN-INPUT-LINE TO DASH-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SGN-INPUT-LINE)
                     LENGTH   (DASH-IN-LENG)
                     NOHANDLE
           END-EXEC.
           IF  SGN-INPUT-LINE NOT > SPACES
               SET  SGN-DONE           TO TRUE
               GO TO M29-EXIT
           END-IF.
           PERFORM Q10-SIGN-OFF THRU Q19-EXIT.
       M29-EXIT.
           EXIT.

      ******************************************************************
      *    THE SIGN-OFF OF DETAIL LINE DX OF SOURCE SX, IF IT WAS      *
      *    SIGNED OFF TODAY OR YESTERDAY (TODAY'S WINS)                *
      ******************************************************************
       Q00-FIND-SIGNOFF.
           MOVE 'N'                    TO SGN-FOUND-SW.
           MOVE TODAY-DATE             TO DASHSGNF-DATE.
           PERFORM Q05-READ-SIGNOFF THRU Q05-EXIT.
           IF  NOT SIGNOFF-FOUND
               MOVE YESTER-DATE        TO DASHSGNF-DATE
               PERFORM Q05-READ-SIGNOFF THRU Q05-EXIT
           END-IF.
       Q09-EXIT.
           EXIT.

       Q05-READ-SIGNOFF.
           MOVE SRC-NAME(SX)           TO DASHSGNF-SOURCE.
           MOVE SRC-DTL(SX DX)         TO DASHSGNF-DETAIL.
           EXEC CICS READ
                     DATASET  ('DASHSGNF')
                     INTO     (DASHSGNF-RECORD)
                     RIDFLD   (DASHSGNF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  SIGNOFF-FOUND      TO TRUE
           END-IF.
       Q05-EXIT.
           EXIT.

      ******************************************************************
      *    SIGN ONE DETAIL LINE OFF UNDER THE OPERATOR'S OPID -- A     *
      *    SECOND SIGN-OFF OF THE SAME LINE THE SAME DAY REPLACES THE  *
      *    FIRST.  SGN-MSG SAYS HOW IT WENT                            *
      ******************************************************************
       Q10-SIGN-OFF.
           IF  SGN-IN-LINE NOT NUMERIC
               MOVE 'LINE NUMBER MUST BE TWO DIGITS (01-10)' TO SGN-MSG
               GO TO Q19-EXIT
           END-IF.
           MOVE SGN-IN-LINE            TO DX.
           IF  DX < 1
           OR  DX > SRC-DTL-CNT(SX)
               MOVE 'NO SUCH LINE ON THIS SCREEN' TO SGN-MSG
               GO TO Q19-EXIT
           END-IF.
           IF  SGN-IN-DISP NOT > SPACES
               MOVE 'A DISPOSITION COMMENT IS REQUIRED' TO SGN-MSG
               GO TO Q19-EXIT
           END-IF.

           MOVE SPACES                 TO SGN-OPID SGN-DATE SGN-TIME.
           EXEC CICS ASSIGN
                     OPID     (SGN-OPID)
                     NOHANDLE
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(SGN-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (SGN-ABSTIME)
                     YYYYMMDD (SGN-DATE)
                     TIME     (SGN-TIME)
                     NOHANDLE
           END-EXEC.

           MOVE SGN-DATE               TO DASHSGNF-DATE.
           MOVE SRC-NAME(SX)           TO DASHSGNF-SOURCE.
           MOVE SRC-DTL(SX DX)         TO DASHSGNF-DETAIL.
           EXEC CICS READ
                     DATASET  ('DASHSGNF')
                     INTO     (DASHSGNF-RECORD)
                     RIDFLD   (DASHSGNF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y'                TO SGN-FOUND-SW
           ELSE
               MOVE 'N'                TO SGN-FOUND-SW
           END-IF.
           MOVE SGN-OPID               TO DASHSGNF-OPID.
           MOVE SGN-ABSTIME            TO DASHSGNF-STAMP.
           MOVE SGN-TIME               TO DASHSGNF-TIME.
           MOVE SGN-IN-DISP            TO DASHSGNF-DISP.
           IF  SIGNOFF-FOUND
               EXEC CICS REWRITE
                         DATASET  ('DASHSGNF')
                         FROM     (DASHSGNF-RECORD)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITE
                         DATASET  ('DASHSGNF')
                         FROM     (DASHSGNF-RECORD)
                         RIDFLD   (DASHSGNF-KEY)
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'SIGN-OFF NOT FILED - SEE SYSTEM LOG' TO SGN-MSG
               GO TO Q19-EXIT
           END-IF.
           MOVE DX                     TO LINE-ED.
           MOVE SPACES                 TO SGN-MSG.
           STRING 'LINE ' LINE-ED ' SIGNED OFF BY ' SGN-OPID
                  ' - NEXT LINE OR ENTER TO RETURN'
                                       DELIMITED BY SIZE
               INTO SGN-MSG.

           MOVE 'SIGNOFF'              TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE DASHSGNF-KEY           TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           MOVE DASHSGNF-DISP          TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Q19-EXIT.
           EXIT.
