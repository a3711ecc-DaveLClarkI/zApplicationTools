      *REMARKS.       ORDER: EXACT, COMPONENT+'*', '*DEFAULT'+SEV,
      *REMARKS.       '*DEFAULT'+'*', THEN THE BUILT-IN CSMT
      *REMARKS.       FALLBACK, SO A MISSING FILE CHANGES NOTHING.
      *REMARKS.       A DESTINATION OF '@' PLUS A SUPPORT GROUP PAGES
      *REMARKS.       THAT GROUP'S CURRENT ON-CALL PERSON (ONCALLF).
      *REMARKS.       DELIVERED MESSAGES ALSO GO TO ALRTFEED FOR THE
      *REMARKS.       OUTBOUND MONITORING FEED.  A CATALOG MESSAGE
      *REMARKS.       (SEVERITY 'M') TAKES ITS SEVERITY AND WORDING
      *REMARKS.       FROM THE MSGCATF MESSAGE CATALOG AND ITS LINE
      *REMARKS.       LEADS WITH THE MESSAGE ID.  EVERY MESSAGE, A
      *REMARKS.       SUPPRESSED REPEAT INCLUDED, IS KEPT ON THE
      *REMARKS.       MSGHIST ROUTED-MESSAGE HISTORY FILE.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               RE-RAISE WHAT NOBODY ACKNOWLEDGED.  ALERTCON'S
      *               OWN RE-RAISE MESSAGES ARE EXEMPT -- AN ALERT
      *               ABOUT AN ALERT MUST NOT BREED A THIRD ONE.
      * 10/15/2026 DLC A MSGRCTL DESTINATION WRITTEN AS '@' PLUS A
      *               SUPPORT GROUP (E.G. '@DBA') NOW PAGES WHOEVER IS
      *               ON CALL FOR THAT GROUP RIGHT NOW -- THE ONCALLR
      *               SERVICE RESOLVES IT FROM THE ONCALLF ROTATION.
      *               A TD DESTINATION GETS A WRITEQ; A TERMINAL GETS
      *               THE ONCL TRANSACTION (ONCALLM) STARTED AT IT
      *               WITH THE MESSAGE.  THE BACKUP IS PAGED WHEN THE
      *               PRIMARY CANNOT BE REACHED, AND CSMT GETS THE
      *               MESSAGE (WITH A NOTE) WHEN NOBODY IS ON CALL.
      * 10/15/2026 DLC HAND EVERY DELIVERED MESSAGE TO THE NEW
      *               ALRTFEED WRITER, WHICH PUTS IT ON THE OUTBOUND
      *               ALERT FEED FOR THE ENTERPRISE MONITORING CONSOLE
      *               WHEN ITS SEVERITY IS AT OR ABOVE THE '*FEED'
      *               SETTING (SEE ALERTFDB).  THE EVENT IS STAMPED
      *               ONCE, SO A CRITICAL'S FEED EVENT ID AND ITS
      *               ALERTF KEY AGREE AND ALERTCON'S ACK CAN CLOSE IT.
      * 10/15/2026 DLC ACCEPT CATALOG MESSAGES -- SEVERITY 'M' WITH A
      *               MSGCATF MESSAGE ID AND UP TO FOUR INSERTS (SEE
      *               THE MSGROUTE COPYBOOK).  THE CATALOG ENTRY GIVES
      *               THE SEVERITY AND THE TEXT TEMPLATE, MSGFMT FILLS
      *               IN THE INSERTS, AND THE ROUTED LINE LEADS WITH
      *               THE ID INSTEAD OF THE SEVERITY LETTER.  AN ID
      *               MISSING FROM THE CATALOG STILL DELIVERS, AT THE
      *               SEVERITY ITS LAST LETTER NAMES, WITH ITS INSERTS.
      *               ROUTING, SUPPRESSION, ALERTS, AND THE FEED NOW
      *               WORK FROM A LOCAL COPY OF THE SEVERITY AND TEXT,
      *               SO THE CALLER'S COMMAREA COMES BACK UNCHANGED.
      * 10/15/2026 DLC KEEP EVERY MESSAGE THAT PASSES THROUGH ON THE
      *               NEW MSGHIST HISTORY FILE -- TIME, APPLID,
      *               COMPONENT, SEVERITY, CATALOG ID, TEXT, AND THE
      *               DESTINATIONS -- A SWALLOWED REPEAT MARKED AS
      *               SUPPRESSED, SO MSGHINQ CAN ANSWER WHAT WAS SAID
      *               LONG AFTER CSMT HAS WRAPPED.  UNCHECKED, LIKE
      *               THE ALERT FILE WRITE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  WINDOW-MIN-ED             PIC -(4)9.
         03  SUMM-LINE                 PIC  X(110).
         03  SUMM-LEN                  PIC S9(04)   BINARY.
         03  PAGE-TRNID                PIC  X(04)   VALUE 'ONCL'.
         03  PAGE-LINE                 PIC  X(110).
         03  PAGE-LEN                  PIC S9(04)   BINARY.
         03  PAGE-DEST                 PIC  X(04).
         03  PAGE-TYPE                 PIC  X(01).
         03  PAGE-SENT-SW              PIC  X(01).
           88  PAGE-SENT                            VALUE 'Y'.
         03  NOTE-LINE                 PIC  X(80).
         03  EVENT-ABSTIME             PIC S9(15)   PACKED-DECIMAL.
         03  MSG-SEVERITY              PIC  X(01).
         03  MSG-TEXT                  PIC  X(100).
         03  CATALOG-SW                PIC  X(01).
           88  CATALOG-MSG                          VALUE 'Y'.
         03  CAT-LEN                   PIC S9(04)   BINARY.
         03  HIST-APPLID               PIC  X(08).
         03  HIST-TRIES                PIC S9(04)   BINARY.
         03  HIST-DONE-SW              PIC  X(01).
           88  HIST-DONE                            VALUE 'Y'.

      * ONE TRACKED MESSAGE'S SUPPRESSION STATE -- ONE MSGRSUPP TS
      * ITEM PER DISTINCT COMPONENT/SEVERITY/TEXT SEEN

       COPY ALERTF.

       01  ONCR-AREA.
         COPY ONCALLR.

       01  AFED-AREA.
         COPY ALRTFEED.

       COPY MSGCATF.

       COPY MSGFMT.

       COPY MSGHIST.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
      * A CALLER COMPILED BEFORE CATALOG MESSAGES EXISTED SENDS THE
      * SHORTER COMMAREA -- STILL GOOD FOR A FREE-TEXT MESSAGE
           COMPUTE CAT-LEN = LENGTH OF DFHCOMMAREA
                           - LENGTH OF MSGR-CATALOG-AREA.
           IF  EIBCALEN < CAT-LEN
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'N'                    TO CATALOG-SW.
           MOVE MSGR-SEVERITY          TO MSG-SEVERITY.
           MOVE MSGR-TEXT              TO MSG-TEXT.
           IF  MSGR-CATALOG
               IF  EIBCALEN < LENGTH OF DFHCOMMAREA
                   EXEC CICS RETURN END-EXEC
               END-IF
               PERFORM M00-EXPAND-CATALOG THRU M90-EXIT
           END-IF.

      * THE ROUTED LINE LEADS WITH THE SEVERITY SO A SHARED QUEUE CAN
      * STILL BE EYEBALLED BY CLASS -- A CATALOG MESSAGE'S TEXT ALREADY
      * LEADS WITH ITS ID, WHOSE LAST LETTER IS THE SEVERITY
           MOVE ZERO                   TO TXT-LEN.
           INSPECT MSG-TEXT            TALLYING TXT-LEN
                                       FOR TRAILING SPACES.
           COMPUTE TXT-LEN = LENGTH OF MSG-TEXT - TXT-LEN.
           IF  TXT-LEN < 1
               MOVE 1                  TO TXT-LEN
           END-IF.
           MOVE SPACES                 TO OUT-LINE.
           IF  CATALOG-MSG
               MOVE MSG-TEXT(1:TXT-LEN) TO OUT-LINE(1:TXT-LEN)
           ELSE
               MOVE MSG-SEVERITY       TO OUT-LINE(1:1)
               MOVE MSG-TEXT(1:TXT-LEN) TO OUT-LINE(3:TXT-LEN)
               ADD  2                  TO TXT-LEN
           END-IF.

           PERFORM B00-FIND-ROUTE THRU B90-EXIT.

               PERFORM S00-CHECK-SUPPRESS THRU S90-EXIT
           END-IF.

           EXEC CICS ASKTIME ABSTIME(EVENT-ABSTIME) END-EXEC.
           IF  SUPP-DELIVER
               MOVE MSGRCTL-QUEUE1     TO OUT-QUEUE
               PERFORM C00-WRITE-DEST THRU C90-EXIT
                   MOVE MSGRCTL-QUEUE2 TO OUT-QUEUE
                   PERFORM C00-WRITE-DEST THRU C90-EXIT
               END-IF
               IF  MSG-SEVERITY = 'C'
               AND MSGR-COMPONENT NOT = 'ALERTCON'
                   PERFORM T00-WRITE-ALERT THRU T90-EXIT
               END-IF
               PERFORM U00-FEED-EVENT THRU U90-EXIT
           END-IF.
           PERFORM V00-LOG-MESSAGE THRU V90-EXIT.

           EXEC CICS RETURN END-EXEC.
           GOBACK.
           MOVE 'N'                    TO ROUTE-FOUND-SW.

           MOVE MSGR-COMPONENT         TO MSGRCTL-COMPONENT.
           MOVE MSG-SEVERITY           TO MSGRCTL-SEVERITY.
           PERFORM B10-TRY-ROUTE THRU B10-EXIT.
           IF  ROUTE-FOUND
               GO TO B90-EXIT
           END-IF.

           MOVE '*DEFAULT'             TO MSGRCTL-COMPONENT.
           MOVE MSG-SEVERITY           TO MSGRCTL-SEVERITY.
           PERFORM B10-TRY-ROUTE THRU B10-EXIT.
           IF  ROUTE-FOUND
               GO TO B90-EXIT
           EXIT.

       C00-WRITE-DEST.
           IF  OUT-QUEUE(1:1) = '@'
               MOVE OUT-LINE           TO PAGE-LINE
               MOVE TXT-LEN            TO PAGE-LEN
               PERFORM R00-PAGE-GROUP THRU R90-EXIT
               GO TO C90-EXIT
           END-IF.
           EXEC CICS WRITEQ TD
                     QUEUE    (OUT-QUEUE)
                     FROM     (OUT-LINE)
      * FULL, IN WHICH CASE IT SIMPLY DELIVERS UNTRACKED) AND DELIVER
               IF  SUPP-ITEM-CNT < 50
                   MOVE MSGR-COMPONENT TO SUPP-COMPONENT
                   MOVE MSG-SEVERITY   TO SUPP-SEVERITY
                   MOVE MSG-TEXT       TO SUPP-TEXT
                   MOVE CURR-ABSTIME   TO SUPP-FIRST-STAMP
                   MOVE 1              TO SUPP-COUNT
                   EXEC CICS WRITEQ TS
           END-IF.
           ADD  1                      TO SUPP-ITEM-CNT.
           IF  SUPP-COMPONENT = MSGR-COMPONENT
           AND SUPP-SEVERITY  = MSG-SEVERITY
           AND SUPP-TEXT      = MSG-TEXT
               SET  SUPP-FOUND         TO TRUE
      * THE VARYING BUMP FIRES EVEN ON THE FINDING PASS -- BACK THE
      * ITEM NUMBER UP SO S30-REWRITE-ITEM HITS THE RIGHT SLOT
           MOVE SWALLOWED-COUNT        TO SWALLOW-CNT-ED.
           MOVE SUPP-WINDOW-MINS       TO WINDOW-MIN-ED.
           MOVE SPACES                 TO SUMM-LINE.
           MOVE MSG-SEVERITY           TO SUMM-LINE(1:1).
           MOVE 3                      TO SUMM-LEN.
           STRING MSGR-COMPONENT ': LAST MESSAGE REPEATED'
                                            DELIMITED BY SIZE
           EXIT.

       S45-WRITE-SUMMARY.
           IF  OUT-QUEUE(1:1) = '@'
               MOVE SUMM-LINE          TO PAGE-LINE
               MOVE SUMM-LEN           TO PAGE-LEN
               PERFORM R00-PAGE-GROUP THRU R90-EXIT
               GO TO S45-EXIT
           END-IF.
           EXEC CICS WRITEQ TD
                     QUEUE    (OUT-QUEUE)
                     FROM     (SUMM-LINE)
       S45-EXIT.
           EXIT.

      ******************************************************************
      *    PAGE A SUPPORT GROUP -- ONCALLR SAYS WHO IS ON CALL FOR IT  *
      *    NOW.  THE PRIMARY IS PAGED, THE BACKUP WHEN THE PRIMARY     *
      *    CANNOT BE REACHED, AND CSMT (WITH A NOTE) WHEN NOBODY CAN   *
      ******************************************************************
       R00-PAGE-GROUP.
           MOVE SPACES                 TO ONCR-AREA.
           MOVE OUT-QUEUE(2:3)         TO ONCR-GROUP.
           MOVE 'N'                    TO ONCR-FOUND-SW
                                          PAGE-SENT-SW.
           EXEC CICS LINK
                     PROGRAM  ('ONCALLR ')
                     COMMAREA (ONCR-AREA)
                     LENGTH   (LENGTH OF ONCR-AREA)
                     NOHANDLE
           END-EXEC.
           IF  ONCR-FOUND
               MOVE ONCR-DEST          TO PAGE-DEST
               MOVE ONCR-DEST-TYPE     TO PAGE-TYPE
               PERFORM R10-SEND-PAGE THRU R19-EXIT
               IF  NOT PAGE-SENT
                   MOVE ONCR-BACKUP-DEST TO PAGE-DEST
                   MOVE ONCR-BACKUP-TYPE TO PAGE-TYPE
                   PERFORM R10-SEND-PAGE THRU R19-EXIT
               END-IF
           END-IF.
           IF  PAGE-SENT
               GO TO R90-EXIT
           END-IF.

           MOVE SPACES                 TO NOTE-LINE.
           STRING 'W MSGROUTE: NOBODY REACHABLE ON CALL FOR '
                  OUT-QUEUE ' - ROUTED TO CSMT'
                      DELIMITED BY SIZE
               INTO NOTE-LINE.
           EXEC CICS WRITEQ TD
                     QUEUE    ('CSMT')
                     FROM     (NOTE-LINE)
                     LENGTH   (LENGTH OF NOTE-LINE)
                     NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD
                     QUEUE    ('CSMT')
                     FROM     (PAGE-LINE)
                     LENGTH   (PAGE-LEN)
                     NOHANDLE
           END-EXEC.
       R90-EXIT.
           EXIT.

      * A TERMINAL IS PAGED BY STARTING THE ONCL TRANSACTION AT IT
      * WITH THE MESSAGE (ONCALLM SHOWS IT, THE OPERBCST WAY); ANY
      * OTHER DESTINATION IS A TD QUEUE
       R10-SEND-PAGE.
           IF  PAGE-DEST NOT > SPACES
               GO TO R19-EXIT
           END-IF.
           IF  PAGE-TYPE = 'T'
               EXEC CICS START
                         TRANSID  (PAGE-TRNID)
                         TERMID   (PAGE-DEST)
                         FROM     (PAGE-LINE)
                         LENGTH   (PAGE-LEN)
                         NOHANDLE
               END-EXEC
           ELSE
               EXEC CICS WRITEQ TD
                         QUEUE    (PAGE-DEST)
                         FROM     (PAGE-LINE)
                         LENGTH   (PAGE-LEN)
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  PAGE-SENT          TO TRUE
           END-IF.
       R19-EXIT.
           EXIT.

      ******************************************************************
      *    A DELIVERED CRITICAL ALSO GOES TO THE DURABLE ALERT FILE    *
      *    -- UNCHECKED, BECAUSE ROUTING MUST NEVER FAIL OVER ITS OWN  *
      *    BOOKKEEPING (SEE AUDITWRT FOR THE SAME STANCE)              *
      ******************************************************************
       T00-WRITE-ALERT.
           MOVE EVENT-ABSTIME          TO ALERTF-STAMP
                                          ALERTF-LAST-RAISE.
           MOVE EIBTASKN               TO ALERTF-TASKN.
           MOVE MSGR-COMPONENT         TO ALERTF-COMPONENT.
           MOVE MSG-TEXT               TO ALERTF-TEXT.
           MOVE 'N'                    TO ALERTF-ACK-SW.
           MOVE SPACES                 TO ALERTF-ACK-OPID.
           MOVE ZERO                   TO ALERTF-ACK-STAMP
           END-EXEC.
       T90-EXIT.
           EXIT.

      ******************************************************************
      *    A DELIVERED MESSAGE GOES TO ALRTFEED, WHICH DECIDES WHETHER *
      *    IT BELONGS ON THE OUTBOUND MONITORING FEED -- UNCHECKED,    *
      *    LIKE THE ALERT FILE WRITE                                   *
      ******************************************************************
       U00-FEED-EVENT.
           MOVE SPACES                 TO AFED-AREA.
           SET  AFED-MESSAGE           TO TRUE.
           MOVE EVENT-ABSTIME          TO AFED-STAMP.
           MOVE EIBTASKN               TO AFED-TASKN.
           MOVE MSGR-COMPONENT         TO AFED-COMPONENT.
           MOVE MSG-SEVERITY           TO AFED-SEVERITY.
           MOVE MSG-TEXT               TO AFED-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('ALRTFEED')
                     COMMAREA (AFED-AREA)
                     LENGTH   (LENGTH OF AFED-AREA)
                     NOHANDLE
           END-EXEC.
       U90-EXIT.
           EXIT.

      ******************************************************************
      *    A CATALOG MESSAGE -- THE MSGCATF ENTRY GIVES THE SEVERITY   *
      *    AND THE TEMPLATE, AND MSGFMT BUILDS THE TEXT FROM IT AND    *
      *    THE INSERTS.  AN ID NOT IN THE CATALOG (OR A REGION WITHOUT *
      *    IT) STILL DELIVERS, AT THE SEVERITY THE ID'S LAST LETTER    *
      *    NAMES (WARNING IF IT NAMES NONE), WITH ITS INSERTS          *
      ******************************************************************
       M00-EXPAND-CATALOG.
           SET  CATALOG-MSG            TO TRUE.
           MOVE MSGR-MSGID             TO MSGCATF-ID
                                          MSGF-ID.
           MOVE SPACES                 TO MSGF-TEMPLATE.
           MOVE MSGR-MSGID(8:1)        TO MSG-SEVERITY.
           EXEC CICS READ
                     DATASET  ('MSGCATF ')
                     INTO     (MSGCATF-RECORD)
                     RIDFLD   (MSGCATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE MSGCATF-SEVERITY   TO MSG-SEVERITY
               MOVE MSGCATF-TEMPLATE   TO MSGF-TEMPLATE
           END-IF.
           IF  MSG-SEVERITY NOT = 'I' AND NOT = 'W'
                        AND NOT = 'E' AND NOT = 'C'
               MOVE 'W'                TO MSG-SEVERITY
           END-IF.
           MOVE MSGR-INSERT(1)         TO MSGF-INSERT(1).
           MOVE MSGR-INSERT(2)         TO MSGF-INSERT(2).
           MOVE MSGR-INSERT(3)         TO MSGF-INSERT(3).
           MOVE MSGR-INSERT(4)         TO MSGF-INSERT(4).
           CALL 'MSGFMT'            USING MSGFMT-PARMS.
           MOVE MSGF-TEXT              TO MSG-TEXT.
       M90-EXIT.
           EXIT.

      ******************************************************************
      *    KEEP THE MESSAGE ON THE MSGHIST HISTORY FILE -- DELIVERED   *
      *    OR SWALLOWED AS A REPEAT -- UNCHECKED, LIKE THE ALERT FILE  *
      *    WRITE.  TWO MESSAGES FROM ONE TASK IN THE SAME INSTANT GET  *
      *    THE STAMP NUDGED ON BY A TICK                               *
      ******************************************************************
       V00-LOG-MESSAGE.
           MOVE SPACES                 TO MSGHIST-RECORD
                                          HIST-APPLID.
           EXEC CICS ASSIGN
                     APPLID   (HIST-APPLID)
                     NOHANDLE
           END-EXEC.
           MOVE EVENT-ABSTIME          TO MSGHIST-STAMP.
           MOVE HIST-APPLID            TO MSGHIST-ORIGIN
                                          MSGHIST-APPLID.
           MOVE EIBTASKN               TO MSGHIST-SEQ.
           SET  MSGHIST-ONLINE         TO TRUE.
           EXEC CICS FORMATTIME
                     ABSTIME  (EVENT-ABSTIME)
                     YYYYMMDD (MSGHIST-DATE)
                     TIME     (MSGHIST-TIME)
                     NOHANDLE
           END-EXEC.
           MOVE MSGR-COMPONENT         TO MSGHIST-COMPONENT.
           MOVE MSG-SEVERITY           TO MSGHIST-SEVERITY.
           IF  CATALOG-MSG
               MOVE MSGR-MSGID         TO MSGHIST-MSGID
           END-IF.
           IF  SUPP-DELIVER
               SET  MSGHIST-DELIVERED  TO TRUE
           ELSE
               SET  MSGHIST-SUPPRESSED TO TRUE
           END-IF.
           MOVE MSGRCTL-QUEUE1         TO MSGHIST-DEST1.
           MOVE MSGRCTL-QUEUE2         TO MSGHIST-DEST2.
           MOVE MSG-TEXT               TO MSGHIST-TEXT.
           MOVE ZERO                   TO HIST-TRIES.
           MOVE 'N'                    TO HIST-DONE-SW.
           PERFORM V10-WRITE-HIST THRU V19-EXIT
                   UNTIL HIST-DONE
                   OR    HIST-TRIES > 2.
       V90-EXIT.
           EXIT.

       V10-WRITE-HIST.
           EXEC CICS WRITE
                     DATASET  ('MSGHIST ')
                     FROM     (MSGHIST-RECORD)
                     RIDFLD   (MSGHIST-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(DUPREC)
               ADD  1                  TO MSGHIST-STAMP
                                          HIST-TRIES
           ELSE
               SET  HIST-DONE          TO TRUE
           END-IF.
       V19-EXIT.
           EXIT.
