      *REMARKS.       MSGROUTE, AND THEN RE-ABENDS WITH THE ORIGINAL
      *REMARKS.       CODE SO THE ABEND (AND ITS DUMP) PROCEEDS AS
      *REMARKS.       ALWAYS.  UNEXERRI NOW SHOWS ABENDS AND HANDLED
      *REMARKS.       ERRORS IN ONE PLACE.  WHEN ONE PROGRAM ABENDS
      *REMARKS.       TOO OFTEN UNDER ONE TRANSACTION (TSQCTL RECORD
      *REMARKS.       'ABNDBRKR', DEFAULT 5 IN 10 MINUTES) THE
      *REMARKS.       CIRCUIT BREAKER CLOSES THE TRANSACTION IN
      *REMARKS.       TRNSTATF, SO COMMENT2 TURNS THE NEXT OPERATOR
      *REMARKS.       AWAY, AND ROUTES ONE CRITICAL NAMING THE TRIP.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *               COMPANION FILE (SEE UNEXERRP) BEFORE THE
      *               RE-ABEND, SO AN ABEND'S EVENT REPLAYS IN
      *               UNEXERRI JUST LIKE A HANDLED ERROR'S.
      * 10/15/2026 DLC ADD THE ABEND CIRCUIT BREAKER.  THE ABENDS OF
      *               THIS PROGRAM AND TRANSACTION ON UNEXERRF WITHIN
      *               THE WINDOW ARE COUNTED; AT THE LIMIT THE
      *               TRANSACTION IS CLOSED IN TRNSTATF (MARKED AS A
      *               TRIP), A SINGLE CRITICAL IS ROUTED AND THE TRIP
      *               IS AUDITED AS 'BRKTRIP'.  THE TSQCTL 'ABNDBRKR'
      *               RECORD CARRIES THE WINDOW IN ITS IDLE FIELD AND
      *               THE LIMIT IN ITS INTERVAL FIELD ('N' TURNS THE
      *               BREAKER OFF).  TRNSTATM'S R FUNCTION REOPENS.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           05  FILLER                  PIC  X(02)   VALUE 'AB'.
           05  ABN-QUEUE-TASKN         PIC  9(06).
         03  ABN-TOKEN                 PIC  X(22).
      * THE CIRCUIT BREAKER -- SO MANY ABENDS IN SO MANY MINUTES
         03  BRKR-ENABLE-SW            PIC  X(01).
           88  BRKR-DISABLED                        VALUE 'N'.
         03  BRKR-WINDOW-MINS          PIC  9(04).
         03  BRKR-LIMIT                PIC  9(04).
         03  BRKR-SEEN                 PIC S9(04)   BINARY.
         03  BRKR-START                PIC S9(15)   PACKED-DECIMAL.
         03  BRKR-EDIT                 PIC  ZZZ9.
         03  WINDOW-EDIT               PIC  ZZZ9.
         03  MORE-EVENTS-SW            PIC  X(01).
           88  NO-MORE-EVENTS                       VALUE 'N'.
         03  TRIP-WRITE-SW             PIC  X(01).
           88  TRIP-IS-NEW                          VALUE 'Y'.
           88  TRIP-ALREADY-CLOSED                  VALUE 'C'.
      * NOW, IN THE FORM THE TRNSTATF WINDOW IS KEPT IN
         03  NOW-STAMP.
           05  NOW-DATE                PIC  X(08).
           05  NOW-TIME                PIC  X(06).
      * THE AUDIT VIEW OF THE TRANSACTION-STATUS RECORD
         03  AUDIT-IMAGE.
           05  AUDI-STATE              PIC  X(01).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  AUDI-FROM               PIC  X(12).
           05  FILLER                  PIC  X(01)   VALUE '-'.
           05  AUDI-UNTIL              PIC  X(12).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  AUDI-OPID               PIC  X(03).

       COPY UNEXERRF.
       77  SCRN-CAP-LEN                PIC S9(04)   BINARY.
       COPY SCRNSHOT.

       COPY TRNSTATF.

       COPY TSSWCTL.

       01  MSGR-AREA.
         COPY MSGROUTE.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
               END-IF
           END-IF.

      * TOO MANY OF THESE AND THE TRANSACTION COMES OUT OF SERVICE
           PERFORM B00-CHECK-BREAKER THRU B90-EXIT.

      * LET THE ABEND PROCEED -- CICS DROPPED THE HANDLER WHEN IT
      * GAVE US CONTROL, SO THIS RE-ABEND RUNS THE NORMAL COURSE
      * (DUMP AND ALL) UNDER THE ORIGINAL CODE
                     ABCODE   (ABEND-CODE)
           END-EXEC.
           GOBACK.

      ******************************************************************
      *    THE CIRCUIT BREAKER -- COUNT THIS PROGRAM'S ABENDS UNDER    *
      *    THIS TRANSACTION ON UNEXERRF WITHIN THE WINDOW (THE EVENT   *
      *    JUST WRITTEN INCLUDED, ANY BEFORE THE LAST REOPEN NOT) AND  *
      *    TRIP AT THE LIMIT.  A TRANSACTION ALREADY CLOSED IS LEFT    *
      *    ALONE, SO A TRIP IS ANNOUNCED ONCE.  TRNSTATF, LIKE         *
      *    UNEXERRF, MUST NOT BE RECOVERABLE, OR THE RE-ABEND BELOW    *
      *    WOULD BACK THE TRIP OUT AGAIN                               *
      ******************************************************************
       B00-CHECK-BREAKER.
           IF  EIBTRNID NOT > SPACES
           OR  ABEND-PGM NOT > SPACES
               GO TO B90-EXIT
           END-IF.
           PERFORM B50-READ-CONTROL THRU B59-EXIT.
           IF  BRKR-DISABLED
               GO TO B90-EXIT
           END-IF.

           MOVE SPACES                 TO NOW-STAMP.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           COMPUTE BRKR-START = CURR-ABSTIME
                              - (BRKR-WINDOW-MINS * 60 * 1000000).
           MOVE EIBTRNID               TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM B40-TEST-CLOSED THRU B49-EXIT
               IF  TRIP-ALREADY-CLOSED
                   GO TO B90-EXIT
               END-IF
               IF  TRNSTATF-RESET-ABSTIME IS NUMERIC
               AND TRNSTATF-RESET-ABSTIME NOT < BRKR-START
                   COMPUTE BRKR-START = TRNSTATF-RESET-ABSTIME + 1
               END-IF
           END-IF.

           MOVE ZERO                   TO BRKR-SEEN.
           MOVE 'Y'                    TO MORE-EVENTS-SW.
           MOVE LOW-VALUES             TO UNEXERRF-KEY.
           MOVE BRKR-START             TO UNEXERRF-STAMP.
           EXEC CICS STARTBR
                     DATASET  ('UNEXERRF')
                     RIDFLD   (UNEXERRF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO B90-EXIT
           END-IF.
           PERFORM B10-COUNT-ABEND THRU B19-EXIT
                   UNTIL NO-MORE-EVENTS
                   OR    BRKR-SEEN NOT < BRKR-LIMIT.
           EXEC CICS ENDBR
                     DATASET  ('UNEXERRF')
                     NOHANDLE
           END-EXEC.

           IF  BRKR-SEEN < BRKR-LIMIT
               GO TO B90-EXIT
           END-IF.
           PERFORM B20-TRIP-BREAKER THRU B29-EXIT.
           IF  TRIP-IS-NEW
               PERFORM Z50-SEND-TRIP THRU Z59-EXIT
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           END-IF.
       B90-EXIT.
           EXIT.

       B10-COUNT-ABEND.
           EXEC CICS READNEXT
                     DATASET  ('UNEXERRF')
                     INTO     (UNEXERRF-RECORD)
                     RIDFLD   (UNEXERRF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-EVENTS     TO TRUE
               GO TO B19-EXIT
           END-IF.
      * A HANDLED ERROR IS NOT AN ABEND
           IF  UNEXERRF-PGM   = ABEND-PGM
           AND UNEXERRF-TRNID = EIBTRNID
           AND UNEXERRF-DETAIL(1:6) = 'ABEND '
               ADD  1                  TO BRKR-SEEN
           END-IF.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    CLOSE THE TRANSACTION -- A NEW TRNSTATF RECORD, OR THE      *
      *    EXISTING ONE (A SCHEDULED OR READ-ONLY WINDOW) OVERLAID,    *
      *    AS OF NOW AND UNTIL REOPENED.  ANOTHER ABENDING TASK MAY    *
      *    HAVE GOT THERE FIRST, SO THE STATE IS TESTED AGAIN UNDER    *
      *    THE UPDATE LOCK                                             *
      ******************************************************************
       B20-TRIP-BREAKER.
           MOVE 'N'                    TO TRIP-WRITE-SW.
           MOVE SPACES                 TO AUDIT-OLD-VALUE.
           MOVE EIBTRNID               TO TRNSTATF-TRANSID.
           EXEC CICS READ
                     DATASET  ('TRNSTATF')
                     INTO     (TRNSTATF-RECORD)
                     RIDFLD   (TRNSTATF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   PERFORM B40-TEST-CLOSED THRU B49-EXIT
                   IF  TRIP-ALREADY-CLOSED
                       MOVE 'N'        TO TRIP-WRITE-SW
                       EXEC CICS UNLOCK
                                 DATASET  ('TRNSTATF')
                                 NOHANDLE
                       END-EXEC
                       GO TO B29-EXIT
                   END-IF
                   PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT
                   MOVE AUDIT-IMAGE    TO AUDIT-OLD-VALUE
                   PERFORM B30-BUILD-TRIP THRU B39-EXIT
                   EXEC CICS REWRITE
                             DATASET  ('TRNSTATF')
                             FROM     (TRNSTATF-RECORD)
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE SPACES         TO TRNSTATF-RECORD
                   MOVE EIBTRNID       TO TRNSTATF-TRANSID
                   MOVE ZERO           TO TRNSTATF-RESET-ABSTIME
                   PERFORM B30-BUILD-TRIP THRU B39-EXIT
                   EXEC CICS WRITE
                             DATASET  ('TRNSTATF')
                             FROM     (TRNSTATF-RECORD)
                             RIDFLD   (TRNSTATF-KEY)
                             NOHANDLE
                   END-EXEC
               WHEN OTHER
                   GO TO B29-EXIT
           END-EVALUATE.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  TRIP-IS-NEW        TO TRUE
           END-IF.
       B29-EXIT.
           EXIT.

      * THE ROUTED CRITICAL IS THE ANNOUNCEMENT, SO FILEMON NEED NOT
      * ANNOUNCE THE WINDOW AGAIN
       B30-BUILD-TRIP.
           MOVE 'C'                    TO TRNSTATF-STATE.
           MOVE SPACES                 TO TRNSTATF-TEXT.
           STRING 'TEMPORARILY OUT OF SERVICE AFTER REPEATED '
                  'FAILURES -- CALL OPERATIONS'
                                       DELIMITED BY SIZE
               INTO TRNSTATF-TEXT.
           MOVE NOW-STAMP              TO TRNSTATF-FROM.
           MOVE SPACES                 TO TRNSTATF-UNTIL.
           MOVE '***'                  TO TRNSTATF-OPID.
           MOVE 'Y'                    TO TRNSTATF-ANNOUNCED-SW.
           MOVE ABEND-PGM              TO TRNSTATF-TRIP-PGM.
           MOVE ABEND-CODE             TO TRNSTATF-TRIP-ABCODE.
           MOVE BRKR-SEEN              TO TRNSTATF-TRIP-COUNT.
       B39-EXIT.
           EXIT.

      * IS THE TRANSACTION ALREADY CLOSED RIGHT NOW
       B40-TEST-CLOSED.
           MOVE 'N'                    TO TRIP-WRITE-SW.
           IF  TRNSTATF-CLOSED
           AND (TRNSTATF-FROM  NOT > SPACES
           OR   TRNSTATF-FROM  NOT > NOW-STAMP)
           AND (TRNSTATF-UNTIL NOT > SPACES
           OR   TRNSTATF-UNTIL     > NOW-STAMP)
               SET  TRIP-ALREADY-CLOSED TO TRUE
           END-IF.
       B49-EXIT.
           EXIT.

      * TSQCTL 'ABNDBRKR' -- THE IDLE FIELD IS THE WINDOW IN MINUTES
      * HERE, THE INTERVAL FIELD THE ABEND LIMIT (SEE TSSWCTL;
      * RETENTION IS IGNORED).  NO RECORD MEANS 5 IN 10 MINUTES
       B50-READ-CONTROL.
           MOVE 'Y'                    TO BRKR-ENABLE-SW.
           MOVE 10                     TO BRKR-WINDOW-MINS.
           MOVE 5                      TO BRKR-LIMIT.
           MOVE 'ABNDBRKR'             TO TSSWCTL-KEY.
           EXEC CICS READ
                     DATASET  ('TSQCTL  ')
                     INTO     (TSSWCTL-RECORD)
                     RIDFLD   (TSSWCTL-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO B59-EXIT
           END-IF.
           MOVE TSSWCTL-ENABLE-SW      TO BRKR-ENABLE-SW.
           IF  TSSWCTL-IDLE-MINUTES IS NUMERIC
           AND TSSWCTL-IDLE-MINUTES > ZERO
               MOVE TSSWCTL-IDLE-MINUTES TO BRKR-WINDOW-MINS
               IF  BRKR-WINDOW-MINS > 1440
                   MOVE 1440           TO BRKR-WINDOW-MINS
               END-IF
           END-IF.
           IF  TSSWCTL-INTERVAL-MINS IS NUMERIC
           AND TSSWCTL-INTERVAL-MINS > ZERO
               MOVE TSSWCTL-INTERVAL-MINS TO BRKR-LIMIT
           END-IF.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    THE TRIP GOES ON THE AUDIT TRAIL -- THE BEFORE AND AFTER    *
      *    STATE OF THE TRANSACTION, AND WHICH PROGRAM TRIPPED IT      *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE 'BRKTRIP'              TO AUDIT-ACTION.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING TRNSTATF-TRANSID ' ' ABEND-PGM ' ' ABEND-CODE
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           PERFORM Z20-BUILD-IMAGE THRU Z29-EXIT.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE AUDIT-IMAGE            TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.

       Z20-BUILD-IMAGE.
           MOVE TRNSTATF-STATE         TO AUDI-STATE.
           MOVE TRNSTATF-FROM(1:12)    TO AUDI-FROM.
           MOVE TRNSTATF-UNTIL(1:12)   TO AUDI-UNTIL.
           MOVE TRNSTATF-OPID          TO AUDI-OPID.
       Z29-EXIT.
           EXIT.

      ******************************************************************
      *    ONE CRITICAL FOR THE TRIP ITSELF, ON TOP OF THE ONE PER     *
      *    ABEND                                                       *
      ******************************************************************
       Z50-SEND-TRIP.
           MOVE BRKR-SEEN              TO BRKR-EDIT.
           MOVE BRKR-WINDOW-MINS       TO WINDOW-EDIT.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'C'                    TO MSGR-SEVERITY.
           MOVE SPACES                 TO MSGR-TEXT.
           STRING THIS-PGM ': BREAKER TRIPPED -- TRAN '
                  EIBTRNID ' CLOSED AFTER ' BRKR-EDIT
                  ' ABENDS OF ' ABEND-PGM ' IN ' WINDOW-EDIT
                  ' MINUTES, SEE TRNSTATM'
                                       DELIMITED BY SIZE
               INTO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       Z59-EXIT.
           EXIT.
