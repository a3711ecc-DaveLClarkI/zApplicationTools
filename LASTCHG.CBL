       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    LASTCHG.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CHANGED-SINCE-SEEN SUBROUTINE FOR THE ONLINE
      *REMARKS.       MAINTENANCE TRANSACTIONS.  EACH OF THEM KEEPS
      *REMARKS.       AN IMAGE OF THE RECORD ITS OPERATOR WAS LAST
      *REMARKS.       SHOWN; WHEN A LATER CHANGE OR DELETE FINDS THE
      *REMARKS.       FILE NO LONGER MATCHES IT, THE ACTION IS REFUSED
      *REMARKS.       AND THE PROGRAM LINKS HERE (SEE THE LASTCHG
      *REMARKS.       COPYBOOK).  THIS ROUTINE READS AUDITLOG
      *REMARKS.       BACKWARD FROM NOW TO WHEN THE RECORD WAS SEEN
      *REMARKS.       FOR THE NEWEST EVENT AGAINST THE SAME PROGRAM
      *REMARKS.       AND KEY, SHOWS THE OPERATOR WHO CHANGED IT AND
      *REMARKS.       WHEN (WITH THE NAME FROM THE OPERDIRF
      *REMARKS.       DIRECTORY) AND THE VALUES IT NOW HOLDS, AND
      *REMARKS.       RETURNS THE WHO/WHEN TO THE CALLER.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'LASTCHG'.
         03  REC-LEN                   PIC S9(04)   BINARY.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
      * A BUSY TRAIL IS NOT READ BACK WITHOUT LIMIT
         03  READ-COUNT                PIC S9(09)   BINARY.
         03  READ-LIMIT                PIC S9(09)   BINARY VALUE +5000.
         03  OPER-NAME                 PIC  X(30).
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(600).
         03  REPLY-AREA                PIC  X(01).
         03  REPLY-LEN                 PIC S9(04)   BINARY.

       COPY AUDITLOG.

       COPY OPERDIRF.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY LASTCHG.

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

           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE SPACES                 TO LCHG-OPID
                                          LCHG-USERID
                                          LCHG-ACTION
                                          LCHG-DATE
                                          LCHG-TIME.
           PERFORM B00-FIND-CHANGE THRU B90-EXIT.
           PERFORM C00-SHOW-CHANGE THRU C90-EXIT.

           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    READ THE TRAIL BACKWARD FROM ITS END -- THE FIRST EVENT     *
      *    FOR THIS PROGRAM AND KEY IS THE NEWEST.  NOTHING BEFORE     *
      *    THE OPERATOR SAW THE RECORD CAN EXPLAIN THE DIFFERENCE      *
      ******************************************************************
       B00-FIND-CHANGE.
           MOVE ZERO                   TO READ-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE HIGH-VALUES            TO AUDITLOG-KEY.
           EXEC CICS STARTBR
                     DATASET  ('AUDITLOG')
                     RIDFLD   (AUDITLOG-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO B90-EXIT
           END-IF.
           PERFORM B10-READ-EVENT THRU B19-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    LCHG-FOUND.
           EXEC CICS ENDBR
                     DATASET  ('AUDITLOG')
                     NOHANDLE
           END-EXEC.
       B90-EXIT.
           EXIT.

       B10-READ-EVENT.
      * A PRE-CHAIN RECORD IS SHORTER THAN THE CURRENT LAYOUT (SEE
      * AUDITLOG) -- THE LENGERR IS ACCEPTED
           MOVE LENGTH OF AUDITLOG-RECORD TO REC-LEN.
           EXEC CICS READPREV
                     DATASET  ('AUDITLOG')
                     INTO     (AUDITLOG-RECORD)
                     RIDFLD   (AUDITLOG-KEY)
                     LENGTH   (REC-LEN)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(LENGERR)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO READ-COUNT.
           IF  AUDITLOG-STAMP < LCHG-SINCE
           OR  AUDITLOG-IS-ANCHOR
           OR  READ-COUNT > READ-LIMIT
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO B19-EXIT
           END-IF.
           IF  AUDITLOG-PGM     NOT = LCHG-PGM
           OR  AUDITLOG-REC-KEY NOT = LCHG-REC-KEY
               GO TO B19-EXIT
           END-IF.
           SET  LCHG-FOUND             TO TRUE.
           MOVE AUDITLOG-OPID          TO LCHG-OPID.
           MOVE AUDITLOG-USERID        TO LCHG-USERID.
           MOVE AUDITLOG-ACTION        TO LCHG-ACTION.
           EXEC CICS FORMATTIME
                     ABSTIME  (AUDITLOG-STAMP)
                     YYYYMMDD (LCHG-DATE)
                     TIME     (LCHG-TIME)
                     NOHANDLE
           END-EXEC.
       B19-EXIT.
           EXIT.

      ******************************************************************
      *    TELL THE OPERATOR -- NOT DONE, WHO GOT THERE FIRST, AND     *
      *    WHAT THE RECORD NOW HOLDS                                   *
      ******************************************************************
       C00-SHOW-CHANGE.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING LCHG-PGM ': ' LCHG-REC-KEY NEWLINE
                  'CHANGED SINCE YOU WERE SHOWN IT -- YOUR UPDATE WAS '
                  'NOT MADE' NEWLINE NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  LCHG-FOUND
               PERFORM C10-OPER-NAME THRU C19-EXIT
               STRING 'LAST CHANGED ' LCHG-DATE ' ' LCHG-TIME
                      '  ACTION ' LCHG-ACTION NEWLINE
                      'BY USER ' LCHG-USERID '  OPID ' LCHG-OPID
                      ' ' OPER-NAME NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           ELSE
               STRING 'NO AUDITLOG RECORD NAMES THIS KEY SINCE THEN -- '
                      'A BULK LOAD, RESTORE OR BATCH UPDATE' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           STRING NEWLINE 'NOW: ' LCHG-CURRENT NEWLINE NEWLINE
                  'PRESS ENTER, REVIEW, AND RE-KEY IF STILL NEEDED'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO REPLY-LEN.
           EXEC CICS RECEIVE
                     INTO     (REPLY-AREA)
                     LENGTH   (REPLY-LEN)
                     NOHANDLE
           END-EXEC.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    THE CHANGING OPERATOR'S NAME FROM THE OPERDIRF DIRECTORY    *
      *    (BLANK WHEN THEY ARE NOT ON IT)                             *
      ******************************************************************
       C10-OPER-NAME.
           MOVE SPACES                 TO OPER-NAME.
           IF  LCHG-OPID NOT > SPACES
               GO TO C19-EXIT
           END-IF.
           MOVE LCHG-OPID              TO OPERDIRF-OPID.
           EXEC CICS READ
                     DATASET  ('OPERDIRF')
                     INTO     (OPERDIRF-RECORD)
                     RIDFLD   (OPERDIRF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE OPERDIRF-NAME      TO OPER-NAME
           END-IF.
       C19-EXIT.
           EXIT.
