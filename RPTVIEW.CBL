      *REMARKS.       RUN DATE AND TIME -- AND PAGES THE PICKED RUN
      *REMARKS.       ON SCREEN, FIFTEEN LINES AT A TIME.  THE
      *REMARKS.       MORNING REVIEW STOPS DEPENDING ON WHO KEPT THE
      *REMARKS.       PAPER.  M ("MY REPORTS") LISTS, NEWEST FIRST,
      *REMARKS.       THE RUNS OF EVERY REPORT WHOSE RPTDISTF
      *REMARKS.       DISTRIBUTION NAMES THE OPERATOR, THEIR AUTHF
      *REMARKS.       GROUP OR THEIR OPERDIRF DEPARTMENT, MARKING
      *REMARKS.       THE RUNS THEY HAVE NOT YET PAGED (RPTREADF) AS
      *REMARKS.       NEW.  A RESTRICTED REPORT IS REFUSED (AND THE
      *REMARKS.       REFUSAL AUDITED) TO ANYONE NOT ON ITS LIST.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ADD M, THE "MY REPORTS" VIEW OVER THE NEW
      *               RPTDISTF DISTRIBUTION LISTS, WITH UNREAD RUNS
      *               MARKED NEW FROM RPTREADF (EVERY PAGED RUN IS NOW
      *               RECORDED THERE).  L LEAVES OUT, AND A NAMED
      *               REPORT ID IS REFUSED FOR, ANY RESTRICTED REPORT
      *               THE OPERATOR IS NOT ON THE LIST FOR.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  THIS-PGM                  PIC  X(08)   VALUE 'RPTVIEW'.
         03  VIEW-FUNC                 PIC  X(01).
           88  VIEW-LIST                              VALUE 'L'.
           88  VIEW-MINE                              VALUE 'M'.
           88  VIEW-QUIT                              VALUE 'E'.
         03  VIEW-MSG                  PIC  X(60)   VALUE 'READY'.
         03  VIEW-PROMPT               PIC  X(120).
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1600).
         03  LIST-HDR                  PIC  X(40).
         03  SLOT-IX                   PIC S9(04)   BINARY.
         03  DX                        PIC S9(04)   BINARY.
         03  RX                        PIC S9(04)   BINARY.
         03  DIST-COUNT                PIC S9(04)   BINARY.
         03  NEW-RUN                   PIC  X(22).
      * WHO THE SIGNED-ON OPERATOR IS, FOR THE DISTRIBUTION LISTS --
      * WORKED OUT ONCE PER SESSION
         03  IDENT-SW                  PIC  X(01)   VALUE 'N'.
           88  IDENT-KNOWN                          VALUE 'Y'.
         03  OWN-OPID                  PIC  X(03).
         03  OWN-GROUP                 PIC  X(03).
         03  OWN-DEPT                  PIC  X(08).
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  NOW-STAMP.
           05  NOW-DATE                PIC  X(08).
           05  NOW-TIME                PIC  X(06).
         03  CHECK-ID                  PIC  X(08).
         03  CHECKED-ID                PIC  X(08).
         03  ACCESS-SW                 PIC  X(01).
           88  ACCESS-ALLOWED                       VALUE 'Y'.
         03  ON-LIST-SW                PIC  X(01).
           88  ON-LIST                              VALUE 'Y'.

       01  VIEW-INPUT-LINE.
         03  VIEW-IN-FUNC              PIC  X(01).
         03  HIT-ENTRY OCCURS 100 TIMES.
           05  HIT-RUN                 PIC  X(22).

      * THE REPORT IDS DISTRIBUTED TO THE OPERATOR (MY REPORTS)
       01  DIST-TABLE.
         03  DIST-ENTRY OCCURS 50 TIMES.
           05  DIST-ID                 PIC  X(08).

       COPY RPTARCHF.

       COPY RPTDISTF.

       COPY RPTREADF.

       COPY AUTHF.

       COPY OPERDIRF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  POPLIST-AREA.
           COPY POPLIST.

                   MOVE 'RPTVIEW TERMINATED' TO VIEW-MSG
               WHEN VIEW-LIST
                   PERFORM F00-LIST-RUNS THRU F90-EXIT
               WHEN VIEW-MINE
                   PERFORM J00-MY-REPORTS THRU J90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE L, M OR E'
                                            TO VIEW-MSG
           END-EVALUATE.
       C90-EXIT.
           MOVE 1                       TO VIEW-PROMPT-LEN.
           STRING 'RPTVIEW   '                 DELIMITED BY SIZE
                  VIEW-MSG                     DELIMITED BY SIZE
                  '  F(L/M/E) REPORT(8 OR BLANK) ==> '
                                                DELIMITED BY SIZE
               INTO VIEW-PROMPT         WITH POINTER VIEW-PROMPT-LEN.
           SUBTRACT 1                   FROM VIEW-PROMPT-LEN.

      ******************************************************************
      *    LIST THE ARCHIVED RUNS (LINE ONE OF EACH) THROUGH POPLIST   *
      *    AND PAGE THE PICKED ONE.  A RESTRICTED REPORT THE OPERATOR  *
      *    IS NOT ON THE LIST FOR IS LEFT OUT -- OR, ASKED FOR BY ID,  *
      *    REFUSED                                                     *
      ******************************************************************
       F00-LIST-RUNS.
           PERFORM P00-WHO-AM-I THRU P90-EXIT.
           MOVE SPACES                 TO CHECKED-ID.
           IF  VIEW-IN-ID > SPACES
               MOVE VIEW-IN-ID         TO CHECK-ID
               PERFORM Q00-CHECK-ACCESS THRU Q90-EXIT
               IF  NOT ACCESS-ALLOWED
                   PERFORM Q50-REFUSE THRU Q59-EXIT
                   GO TO F90-EXIT
               END-IF
           END-IF.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO RPTARCHF-KEY.
               MOVE 'NO ARCHIVED RUNS'      TO VIEW-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE ' Archived Runs (DATE TIME)'
                                       TO LIST-HDR.
           PERFORM K00-PICK-RUN THRU K90-EXIT.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    THE LISTED RUNS THROUGH POPLIST, THEN PAGE THE PICKED ONE   *
      ******************************************************************
       K00-PICK-RUN.
           MOVE 'POPLIST '             TO POPLIST-PGMID.
           MOVE 3                      TO POPLIST-ROW.
           MOVE 20                     TO POPLIST-COL.
                                          POPLIST-HELP-TOPIC.
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           MOVE LIST-HDR               TO POPLIST-HDR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                            TO VIEW-MSG
               GO TO K90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE 'NO RUN PICKED'         TO VIEW-MSG
               GO TO K90-EXIT
           END-IF.
           MOVE POPLIST-PICK           TO QX.
           PERFORM H00-PAGE-RUN THRU H90-EXIT.
       K90-EXIT.
           EXIT.

      ******************************************************************
           IF  RPTARCHF-LINE-NO NOT = 1
               GO TO G90-EXIT
           END-IF.
           IF  RPTARCHF-ID NOT = CHECKED-ID
               MOVE RPTARCHF-ID        TO CHECK-ID
               PERFORM Q00-CHECK-ACCESS THRU Q90-EXIT
           END-IF.
           IF  NOT ACCESS-ALLOWED
               GO TO G90-EXIT
           END-IF.
           ADD  1                      TO HIT-COUNT.
           MOVE RPTARCHF-KEY(1:22)     TO HIT-RUN(HIT-COUNT).
           MOVE RPTARCHF-ID            TO POPLIST-KEY(HIT-COUNT).
                     DATASET  ('RPTARCHF')
                     NOHANDLE
           END-EXEC.
           PERFORM H50-NOTE-READ THRU H59-EXIT.
           MOVE 'READY'                TO VIEW-MSG.
       H90-EXIT.
           EXIT.

      * THE OPERATOR HAS NOW READ THIS RUN (A REPEAT IS ALREADY THERE)
       H50-NOTE-READ.
           MOVE OWN-OPID               TO RRD-OPID.
           MOVE HIT-RUN(QX)            TO RRD-RUN.
           EXEC CICS ASKTIME ABSTIME(RRD-STAMP) END-EXEC.
           EXEC CICS WRITE
                     DATASET  ('RPTREADF')
                     FROM     (RPTREADF-RECORD)
                     RIDFLD   (RPTREADF-KEY)
                     NOHANDLE
           END-EXEC.
       H59-EXIT.
           EXIT.

       I00-SHOW-PAGE.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
       I10-EXIT.
           EXIT.

      ******************************************************************
      *    MY REPORTS -- THE REPORT IDS WHOSE DISTRIBUTION NAMES THE   *
      *    OPERATOR, THEN EVERY ARCHIVED RUN OF THEM, NEWEST FIRST     *
      *    (THE NEWEST 100 WHEN THERE ARE MORE), UNREAD RUNS MARKED    *
      ******************************************************************
       J00-MY-REPORTS.
           PERFORM P00-WHO-AM-I THRU P90-EXIT.
           MOVE ZERO                   TO HIT-COUNT DIST-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO RPTDISTF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('RPTDISTF')
                     RIDFLD   (RPTDISTF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM J10-READ-DIST THRU J19-EXIT
                       UNTIL NO-MORE-ENTRIES
                       OR    DIST-COUNT NOT < 50
               EXEC CICS ENDBR
                         DATASET  ('RPTDISTF')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  DIST-COUNT = ZERO
               MOVE 'NO REPORTS ARE DISTRIBUTED TO YOU' TO VIEW-MSG
               GO TO J90-EXIT
           END-IF.

           PERFORM J20-COLLECT-RUNS THRU J29-EXIT
                   VARYING DX FROM 1 BY 1 UNTIL DX > DIST-COUNT.
           IF  HIT-COUNT = ZERO
               MOVE 'NO ARCHIVED RUNS OF YOUR REPORTS' TO VIEW-MSG
               GO TO J90-EXIT
           END-IF.
           PERFORM J50-FILL-ENTRY THRU J59-EXIT
                   VARYING QX FROM 1 BY 1 UNTIL QX > HIT-COUNT.
           MOVE ' My Reports, Newest First (NEW=UNREAD)'
                                       TO LIST-HDR.
           PERFORM K00-PICK-RUN THRU K90-EXIT.
       J90-EXIT.
           EXIT.

       J10-READ-DIST.
           EXEC CICS READNEXT
                     DATASET  ('RPTDISTF')
                     INTO     (RPTDISTF-RECORD)
                     RIDFLD   (RPTDISTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J19-EXIT
           END-IF.
           PERFORM R00-CHECK-LIST THRU R90-EXIT.
           IF  ON-LIST
               ADD  1                  TO DIST-COUNT
               MOVE RDST-ID            TO DIST-ID(DIST-COUNT)
           END-IF.
       J19-EXIT.
           EXIT.

      * EVERY RUN OF ONE DISTRIBUTED REPORT (LINE ONE CARRIES EACH)
       J20-COLLECT-RUNS.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO RPTARCHF-KEY.
           MOVE DIST-ID(DX)            TO RPTARCHF-ID.
           EXEC CICS STARTBR
                     DATASET  ('RPTARCHF')
                     RIDFLD   (RPTARCHF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J29-EXIT
           END-IF.
           PERFORM J30-READ-RUN THRU J39-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('RPTARCHF')
                     NOHANDLE
           END-EXEC.
       J29-EXIT.
           EXIT.

       J30-READ-RUN.
           EXEC CICS READNEXT
                     DATASET  ('RPTARCHF')
                     INTO     (RPTARCHF-RECORD)
                     RIDFLD   (RPTARCHF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  RPTARCHF-ID NOT = DIST-ID(DX)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J39-EXIT
           END-IF.
           IF  RPTARCHF-LINE-NO NOT = 1
               GO TO J39-EXIT
           END-IF.
           MOVE RPTARCHF-KEY(1:22)     TO NEW-RUN.
           PERFORM J40-INSERT-RUN THRU J49-EXIT.
       J39-EXIT.
           EXIT.

      * INTO THE HIT TABLE NEWEST (RUN DATE AND TIME) FIRST -- WHEN IT
      * IS FULL THE OLDEST GIVES WAY, OR THE NEW RUN IS LEFT OUT
       J40-INSERT-RUN.
           IF  HIT-COUNT NOT < 100
               IF  NEW-RUN(9:14) NOT > HIT-RUN(100)(9:14)
                   GO TO J49-EXIT
               END-IF
               SUBTRACT 1            FROM HIT-COUNT
           END-IF.
           MOVE HIT-COUNT              TO SLOT-IX.
           PERFORM J45-SHIFT-DOWN THRU J45-EXIT
                   UNTIL SLOT-IX < 1
                   OR    HIT-RUN(SLOT-IX)(9:14) NOT < NEW-RUN(9:14).
           ADD  1                      TO SLOT-IX.
           MOVE NEW-RUN                TO HIT-RUN(SLOT-IX).
           ADD  1                      TO HIT-COUNT.
       J49-EXIT.
           EXIT.

       J45-SHIFT-DOWN.
           MOVE HIT-ENTRY(SLOT-IX)     TO HIT-ENTRY(SLOT-IX + 1).
           SUBTRACT 1                FROM SLOT-IX.
       J45-EXIT.
           EXIT.

      * ONE LIST LINE -- NEW WHEN THE OPERATOR HAS NO RPTREADF RECORD
      * FOR THE RUN
       J50-FILL-ENTRY.
           MOVE HIT-RUN(QX)(1:8)       TO POPLIST-KEY(QX).
           MOVE SPACE                  TO POPLIST-CLR(QX).
           MOVE SPACES                 TO POPLIST-DSC(QX).
           STRING HIT-RUN(QX)(9:8) ' '     DELIMITED BY SIZE
                  HIT-RUN(QX)(17:6)        DELIMITED BY SIZE
               INTO POPLIST-DSC(QX).
           MOVE OWN-OPID               TO RRD-OPID.
           MOVE HIT-RUN(QX)            TO RRD-RUN.
           EXEC CICS READ
                     DATASET  ('RPTREADF')
                     INTO     (RPTREADF-RECORD)
                     RIDFLD   (RPTREADF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               MOVE 'NEW'              TO POPLIST-DSC(QX)(17:3)
           END-IF.
       J59-EXIT.
           EXIT.

      ******************************************************************
      *    WHO THE OPERATOR IS FOR THE DISTRIBUTION LISTS -- THE OPID, *
      *    THE AUTHF '*GROUP' GROUP (UNLESS LAPSED) AND THE OPERDIRF   *
      *    DEPARTMENT                                                  *
      ******************************************************************
       P00-WHO-AM-I.
           IF  IDENT-KNOWN
               GO TO P90-EXIT
           END-IF.
           SET  IDENT-KNOWN            TO TRUE.
           MOVE SPACES                 TO OWN-OPID OWN-GROUP OWN-DEPT.
           EXEC CICS ASSIGN
                     OPID     (OWN-OPID)
                     NOHANDLE
           END-EXEC.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           MOVE SPACES                 TO NOW-STAMP.
           EXEC CICS FORMATTIME
                     ABSTIME  (NOW-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           MOVE OWN-OPID               TO AUTHF-OPID.
           MOVE '*GROUP'               TO AUTHF-FUNCTION.
           MOVE SPACES                 TO AUTHF-EXPIRES.
           EXEC CICS READ
                     DATASET  ('AUTHF   ')
                     INTO     (AUTHF-RECORD)
                     RIDFLD   (AUTHF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               IF  AUTHF-EXPIRES > SPACES
               AND AUTHF-EXPIRES NOT > NOW-STAMP
                   CONTINUE
               ELSE
                   MOVE AUTHF-DESC(1:3) TO OWN-GROUP
               END-IF
           END-IF.
           MOVE OWN-OPID               TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE OPERDIRF-DEPT      TO OWN-DEPT
           END-IF.
       P90-EXIT.
           EXIT.

      ******************************************************************
      *    MAY THE OPERATOR SEE REPORT CHECK-ID?  NO DISTRIBUTION      *
      *    RECORD, OR ONE NOT RESTRICTED, IS OPEN TO ALL               *
      ******************************************************************
       Q00-CHECK-ACCESS.
           MOVE CHECK-ID               TO CHECKED-ID.
           MOVE 'Y'                    TO ACCESS-SW.
           MOVE CHECK-ID               TO RDST-ID.
           EXEC CICS READ
                     DATASET  ('RPTDISTF')
                     INTO     (RPTDISTF-RECORD)
                     RIDFLD   (RPTDISTF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  NOT RDST-RESTRICTED
               GO TO Q90-EXIT
           END-IF.
           PERFORM R00-CHECK-LIST THRU R90-EXIT.
           IF  NOT ON-LIST
               MOVE 'N'                TO ACCESS-SW
           END-IF.
       Q90-EXIT.
           EXIT.

      ******************************************************************
      *    A RESTRICTED REPORT ASKED FOR BY SOMEONE NOT ON ITS LIST -- *
      *    SAY SO AND PUT THE REFUSAL ON THE AUDIT TRAIL               *
      ******************************************************************
       Q50-REFUSE.
           MOVE SPACES                 TO VIEW-MSG.
           STRING 'REPORT ' CHECK-ID
                  ' IS RESTRICTED - NOT ON ITS DISTRIBUTION'
                                       DELIMITED BY SIZE
               INTO VIEW-MSG.
           MOVE 'REFUSED'              TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY
                                          AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           MOVE CHECK-ID               TO AUDIT-REC-KEY.
           MOVE 'RESTRICTED REPORT VIEW REFUSED'
                                       TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Q59-EXIT.
           EXIT.

      ******************************************************************
      *    IS THE OPERATOR ON THE DISTRIBUTION IN RPTDISTF-RECORD --   *
      *    BY OPERATOR ID, GROUP OR DEPARTMENT?                        *
      ******************************************************************
       R00-CHECK-LIST.
           MOVE 'N'                    TO ON-LIST-SW.
           PERFORM R10-CHECK-RECIP THRU R10-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > 8 OR ON-LIST.
       R90-EXIT.
           EXIT.

       R10-CHECK-RECIP.
           IF  RDST-RECIP-ID(RX) NOT > SPACES
               GO TO R10-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN RDST-RECIP-OPER(RX)
                AND OWN-OPID > SPACES
                AND RDST-RECIP-ID(RX) = OWN-OPID
                   SET  ON-LIST        TO TRUE
               WHEN RDST-RECIP-GROUP(RX)
                AND OWN-GROUP > SPACES
                AND RDST-RECIP-ID(RX) = OWN-GROUP
                   SET  ON-LIST        TO TRUE
               WHEN RDST-RECIP-DEPT(RX)
                AND OWN-DEPT > SPACES
                AND RDST-RECIP-ID(RX) = OWN-DEPT
                   SET  ON-LIST        TO TRUE
           END-EVALUATE.
       R10-EXIT.
           EXIT.
