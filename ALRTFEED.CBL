       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ALRTFEED.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       OUTBOUND ALERT-FEED WRITER FOR THE ENTERPRISE
      *REMARKS.       MONITORING / PAGING CONSOLE.  LINKED (SEE THE
      *REMARKS.       ALRTFEED COPYBOOK) BY MSGROUTE FOR EVERY
      *REMARKS.       DELIVERED MESSAGE AND BY ALERTCON FOR EVERY
      *REMARKS.       ACKNOWLEDGMENT.  A MESSAGE GOES ON THE FEED WHEN
      *REMARKS.       A MSGRCTL RECORD KEYED '*FEED' EXISTS FOR ITS
      *REMARKS.       SEVERITY OR ANY LOWER ONE (I < W < E < C), SO
      *REMARKS.       ONE '*FEED'/W RECORD FEEDS EVERY WARNING, ERROR
      *REMARKS.       AND CRITICAL; AN ACK GOES WHEREVER A CRITICAL
      *REMARKS.       WOULD.  THE RECORD'S FIRST DESTINATION NAMES THE
      *REMARKS.       EXTRAPARTITION TD QUEUE THE ALERTFDB RECORD IS
      *REMARKS.       WRITTEN TO.  NO '*FEED' RECORD, NO FEED; A
      *REMARKS.       FAILED WRITE IS IGNORED, SINCE ROUTING MUST
      *REMARKS.       NEVER FAIL OVER ITS OWN BOOKKEEPING.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'ALRTFEED'.
         03  SX                        PIC S9(04)   BINARY.
         03  SEV-RANK                  PIC S9(04)   BINARY.
         03  CTL-LEN                   PIC S9(04)   BINARY.
         03  FEED-ON-SW                PIC  X(01).
           88  FEED-ON                              VALUE 'Y'.
         03  FEED-QUEUE                PIC  X(04).
         03  FEED-SEVERITY             PIC  X(01).
         03  EVENT-ABSTIME             PIC S9(15)   PACKED-DECIMAL.
         03  APPLID                    PIC  X(08).
         03  OPID                      PIC  X(03).

      * THE SEVERITIES, LOWEST FIRST
       01  SEV-VALUES                  PIC  X(04)   VALUE 'IWEC'.
       01  SEV-TABLE                   REDEFINES SEV-VALUES.
         03  SEV-CODE                  PIC  X(01)   OCCURS 4 TIMES.

       COPY MSGRCTL.

       COPY ALERTFDB.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY ALRTFEED.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                         ABCODE('CALN')
               END-EXEC
           END-IF.

           MOVE 'N'                    TO AFED-WRITTEN-SW.
           IF  AFED-ACK
               MOVE 'C'                TO FEED-SEVERITY
           ELSE
               MOVE AFED-SEVERITY      TO FEED-SEVERITY
           END-IF.
           PERFORM B00-CHECK-FEED THRU B90-EXIT.
           IF  NOT FEED-ON
               GO TO A90-MAINLINE-EXIT
           END-IF.

           PERFORM C00-BUILD-RECORD THRU C90-EXIT.
           EXEC CICS WRITEQ TD
                     QUEUE    (FEED-QUEUE)
                     FROM     (ALERTFDB-RECORD)
                     LENGTH   (LENGTH OF ALERTFDB-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  AFED-WRITTEN       TO TRUE
           END-IF.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    IS THE FEED ON FOR THIS SEVERITY -- A '*FEED' RECORD FOR IT *
      *    OR FOR ANY LOWER SEVERITY.  AN UNKNOWN SEVERITY IS NOT FED  *
      ******************************************************************
       B00-CHECK-FEED.
           MOVE 'N'                    TO FEED-ON-SW.
           MOVE ZERO                   TO SEV-RANK.
           PERFORM B10-RANK-SEVERITY THRU B19-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4 OR SEV-RANK > ZERO.
           PERFORM B20-TRY-FEED THRU B29-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > SEV-RANK OR FEED-ON.
       B90-EXIT.
           EXIT.

       B10-RANK-SEVERITY.
           IF  SEV-CODE(SX) = FEED-SEVERITY
               MOVE SX                 TO SEV-RANK
           END-IF.
       B19-EXIT.
           EXIT.

      * A SHORT PRE-SUPPRESSION-FIELDS RECORD IS STILL A HIT, AS IN
      * MSGROUTE
       B20-TRY-FEED.
           MOVE '*FEED'                TO MSGRCTL-COMPONENT.
           MOVE SEV-CODE(SX)           TO MSGRCTL-SEVERITY.
           MOVE SPACES                 TO MSGRCTL-QUEUE1.
           MOVE LENGTH OF MSGRCTL-RECORD TO CTL-LEN.
           EXEC CICS READ
                     DATASET  ('MSGRCTL ')
                     INTO     (MSGRCTL-RECORD)
                     RIDFLD   (MSGRCTL-KEY)
                     LENGTH   (CTL-LEN)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  (EIBRESP = DFHRESP(NORMAL)
                OR EIBRESP = DFHRESP(LENGERR))
           AND MSGRCTL-QUEUE1 > SPACES
               SET  FEED-ON            TO TRUE
               MOVE MSGRCTL-QUEUE1     TO FEED-QUEUE
           END-IF.
       B29-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD THE FEED RECORD -- A MESSAGE IS STAMPED WITH ITS OWN  *
      *    EVENT TIME, AN ACK WITH THE TIME OF THE ACKNOWLEDGMENT      *
      ******************************************************************
       C00-BUILD-RECORD.
           MOVE SPACES                 TO ALERTFDB-RECORD.
           MOVE AFED-TYPE              TO ALERTFDB-TYPE.
           MOVE SPACES                 TO APPLID OPID.
           EXEC CICS ASSIGN
                     APPLID   (APPLID)
                     NOHANDLE
           END-EXEC.
           EXEC CICS ASSIGN
                     OPID     (OPID)
                     NOHANDLE
           END-EXEC.
           SET  ALERTFDB-EV-ONLINE     TO TRUE.
           MOVE APPLID                 TO ALERTFDB-EV-ORIGIN
                                          ALERTFDB-APPLID.
           MOVE AFED-STAMP             TO ALERTFDB-EV-STAMP.
           MOVE AFED-TASKN             TO ALERTFDB-EV-SEQ.
           IF  AFED-ACK
               EXEC CICS ASKTIME ABSTIME(EVENT-ABSTIME) END-EXEC
           ELSE
               MOVE AFED-STAMP         TO EVENT-ABSTIME
           END-IF.
           EXEC CICS FORMATTIME
                     ABSTIME  (EVENT-ABSTIME)
                     YYYYMMDD (ALERTFDB-DATE)
                     TIME     (ALERTFDB-TIME)
                     TIMESEP
                     NOHANDLE
           END-EXEC.
           MOVE AFED-COMPONENT         TO ALERTFDB-COMPONENT.
           MOVE FEED-SEVERITY          TO ALERTFDB-SEVERITY.
           IF  EIBTRMID > SPACES
               MOVE EIBTRMID           TO ALERTFDB-TERMID
           END-IF.
           MOVE OPID                   TO ALERTFDB-OPID.
           MOVE AFED-TEXT              TO ALERTFDB-TEXT.
       C90-EXIT.
           EXIT.
