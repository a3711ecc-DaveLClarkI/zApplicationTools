       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MSGHINQ.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       INQUIRY OVER THE MSGHIST ROUTED-MESSAGE HISTORY
      *REMARKS.       WRITTEN BY MSGROUTE AND MSGBATCH.  KEYS ANY OF
      *REMARKS.       A COMPONENT, A SEVERITY, A FROM AND/OR TO DATE
      *REMARKS.       AND TIME, AND A TEXT STRING TO LOOK FOR; PICKS
      *REMARKS.       FROM THE NEWEST MATCHING MESSAGES IN A POPLIST
      *REMARKS.       POPUP, AND SEES THE FULL RECORD -- WHEN, WHERE
      *REMARKS.       FROM, WHERE IT WENT, AND WHETHER IT WAS
      *REMARKS.       DELIVERED OR SWALLOWED AS A REPEAT.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'MSGHINQ'.
         03  INQ-QUIT-SW               PIC  X(01)   VALUE 'N'.
           88  INQ-QUIT                             VALUE 'Y'.
         03  INQ-MSG                   PIC  X(60)   VALUE 'READY'.
         03  INQ-PROMPT                PIC  X(160).
         03  INQ-PROMPT-LEN            PIC S9(04)   BINARY.
         03  INQ-IN-LENG               PIC S9(04)   BINARY.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  HIT-COUNT                 PIC S9(04)   BINARY.
         03  HIT-NEXT                  PIC S9(04)   BINARY.
         03  QX                        PIC S9(04)   BINARY.
         03  HX                        PIC S9(04)   BINARY.
         03  FIND-LEN                  PIC S9(04)   BINARY.
         03  FIND-CNT                  PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(900).
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  TODAY                     PIC  X(08).
         03  REC-STAMP                 PIC  X(12).
         03  FROM-STAMP                PIC  X(12).
         03  TO-STAMP                  PIC  X(12).
         03  DISP-TEXT                 PIC  X(10).
         03  SOURCE-TEXT               PIC  X(06).

      * EVERY FILTER IS OPTIONAL.  A TIME WITHOUT A DATE IS TODAY'S;
      * A FROM TIME DEFAULTS TO 0000 AND A TO TIME TO 2359
       01  INQ-INPUT-LINE.
         03  INQ-IN-COMP               PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  INQ-IN-SEV                PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  INQ-IN-FROM-DATE          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  INQ-IN-FROM-TIME          PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  INQ-IN-TO-DATE            PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  INQ-IN-TO-TIME            PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  INQ-IN-TEXT               PIC  X(30).

      * RING OF THE NEWEST 100 MATCHING MESSAGE KEYS -- THE FILE IS
      * KEYED ASCENDING BY TIMESTAMP, SO THE LAST MATCHES ARE THE
      * MOST RECENT ONES
       01  HIT-TABLE.
         03  HIT-ENTRY OCCURS 100 TIMES.
           05  HIT-KEY                 PIC  X(20).

      * THE SAME KEYS REORDERED OLDEST-TO-NEWEST FOR THE DISPLAY --
      * KEPT SEPARATE SO THE RING IS NEVER OVERWRITTEN WHILE IT IS
      * STILL BEING READ OUT
       01  ORD-TABLE.
         03  ORD-ENTRY OCCURS 100 TIMES.
           05  ORD-KEY                 PIC  X(20).

       COPY MSGHIST.

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
                   UNTIL INQ-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    PROMPT FOR THE FILTERS, LIST THE NEWEST MATCHING MESSAGES,  *
      *    AND DISPLAY THE PICKED ONE                                  *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           IF  INQ-IN-COMP(1:1) = 'E'
           AND INQ-INPUT-LINE(2:) NOT > SPACES
               SET  INQ-QUIT           TO TRUE
               GO TO C90-EXIT
           END-IF.
           PERFORM E50-SET-WINDOW THRU E59-EXIT.
           PERFORM F00-FIND-MESSAGES THRU F90-EXIT.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO INQ-PROMPT.
           MOVE 1                       TO INQ-PROMPT-LEN.
           STRING 'MSGHINQ  '                  DELIMITED BY SIZE
                  INQ-MSG                      DELIMITED BY SIZE
                  '  COMPONENT(8) SEV(1) FROM DATE(8) TIME(4) TO'
                                                DELIMITED BY SIZE
                  ' DATE(8) TIME(4) TEXT(30) (BLANK=ALL) OR E ==> '
                                                DELIMITED BY SIZE
               INTO INQ-PROMPT          WITH POINTER INQ-PROMPT-LEN.
           SUBTRACT 1                   FROM INQ-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (INQ-PROMPT)
                     LENGTH   (INQ-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO INQ-INPUT-LINE.
           MOVE LENGTH OF INQ-INPUT-LINE TO INQ-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (INQ-INPUT-LINE)
                     LENGTH   (INQ-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    TURN THE DATE AND TIME FILTERS INTO A CCYYMMDDHHMM WINDOW,  *
      *    AND SIZE THE TEXT STRING TO LOOK FOR                        *
      ******************************************************************
       E50-SET-WINDOW.
           EXEC CICS ASKTIME
                     ABSTIME  (NOW-ABSTIME)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO TODAY.
           EXEC CICS FORMATTIME
                     ABSTIME  (NOW-ABSTIME)
                     YYYYMMDD (TODAY)
                     NOHANDLE
           END-EXEC.

           MOVE LOW-VALUES             TO FROM-STAMP.
           IF  INQ-IN-FROM-DATE > SPACES
           OR  INQ-IN-FROM-TIME > SPACES
               MOVE INQ-IN-FROM-DATE   TO FROM-STAMP(1:8)
               IF  INQ-IN-FROM-DATE NOT > SPACES
                   MOVE TODAY          TO FROM-STAMP(1:8)
               END-IF
               MOVE INQ-IN-FROM-TIME   TO FROM-STAMP(9:4)
               IF  INQ-IN-FROM-TIME NOT > SPACES
                   MOVE '0000'         TO FROM-STAMP(9:4)
               END-IF
           END-IF.

           MOVE HIGH-VALUES            TO TO-STAMP.
           IF  INQ-IN-TO-DATE > SPACES
           OR  INQ-IN-TO-TIME > SPACES
               MOVE INQ-IN-TO-DATE     TO TO-STAMP(1:8)
               IF  INQ-IN-TO-DATE NOT > SPACES
                   MOVE TODAY          TO TO-STAMP(1:8)
               END-IF
               MOVE INQ-IN-TO-TIME     TO TO-STAMP(9:4)
               IF  INQ-IN-TO-TIME NOT > SPACES
                   MOVE '2359'         TO TO-STAMP(9:4)
               END-IF
           END-IF.

           MOVE ZERO                   TO FIND-LEN.
           INSPECT INQ-IN-TEXT         TALLYING FIND-LEN
                                       FOR TRAILING SPACES.
           COMPUTE FIND-LEN = LENGTH OF INQ-IN-TEXT - FIND-LEN.
       E59-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PASS OVER THE HISTORY FILE KEEPING THE NEWEST 100 KEYS  *
      *    THAT MATCH THE FILTERS, THEN LIST THEM OLDEST TO NEWEST     *
      ******************************************************************
       F00-FIND-MESSAGES.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 1                      TO HIT-NEXT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO MSGHIST-KEY.
           EXEC CICS STARTBR
                     DATASET  ('MSGHIST ')
                     RIDFLD   (MSGHIST-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               PERFORM G00-READ-MESSAGE THRU G90-EXIT
                       UNTIL NO-MORE-ENTRIES
               EXEC CICS ENDBR
                         DATASET  ('MSGHIST ')
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  HIT-COUNT = ZERO
               MOVE 'NO MATCHING MESSAGES' TO INQ-MSG
               GO TO F90-EXIT
           END-IF.

           PERFORM H00-LIST-MESSAGE THRU H90-EXIT
                   VARYING HX FROM 1 BY 1
                   UNTIL HX > HIT-COUNT.

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
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           MOVE ' Messages (MMDD HHMM SEV DISP TEXT)'
                                       TO POPLIST-HDR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
                     LENGTH   (LENGTH OF POPLIST-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                            TO INQ-MSG
               GO TO F90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE 'NO MESSAGE PICKED'     TO INQ-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE POPLIST-PICK           TO QX.
           PERFORM I00-SHOW-MESSAGE THRU I90-EXIT.
       F90-EXIT.
           EXIT.

       G00-READ-MESSAGE.
           EXEC CICS READNEXT
                     DATASET  ('MSGHIST ')
                     INTO     (MSGHIST-RECORD)
                     RIDFLD   (MSGHIST-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO G90-EXIT
           END-IF.
           IF  INQ-IN-COMP > SPACES
           AND MSGHIST-COMPONENT NOT = INQ-IN-COMP
               GO TO G90-EXIT
           END-IF.
           IF  INQ-IN-SEV > SPACE
           AND MSGHIST-SEVERITY NOT = INQ-IN-SEV
               GO TO G90-EXIT
           END-IF.
           MOVE MSGHIST-DATE           TO REC-STAMP(1:8).
           MOVE MSGHIST-TIME(1:4)      TO REC-STAMP(9:4).
           IF  REC-STAMP < FROM-STAMP
           OR  REC-STAMP > TO-STAMP
               GO TO G90-EXIT
           END-IF.
           IF  FIND-LEN > ZERO
               MOVE ZERO               TO FIND-CNT
               INSPECT MSGHIST-TEXT    TALLYING FIND-CNT
                       FOR ALL INQ-IN-TEXT(1:FIND-LEN)
               IF  FIND-CNT = ZERO
                   GO TO G90-EXIT
               END-IF
           END-IF.
           MOVE MSGHIST-KEY            TO HIT-KEY(HIT-NEXT).
           ADD  1                      TO HIT-NEXT.
           IF  HIT-NEXT > 100
               MOVE 1                  TO HIT-NEXT
           END-IF.
           IF  HIT-COUNT < 100
               ADD  1                  TO HIT-COUNT
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    TURN ONE RETAINED KEY INTO A LIST ENTRY (RING ORDER --      *
      *    HIT-NEXT POINTS AT THE OLDEST RETAINED KEY)                 *
      ******************************************************************
       H00-LIST-MESSAGE.
           COMPUTE QX = HIT-NEXT + HX - 1.
           IF  QX > 100
               SUBTRACT 100          FROM QX
           END-IF.
           IF  HIT-COUNT < 100
               MOVE HX                 TO QX
           END-IF.
           MOVE HIT-KEY(QX)            TO ORD-KEY(HX).
           MOVE HIT-KEY(QX)            TO MSGHIST-KEY.
           EXEC CICS READ
                     DATASET  ('MSGHIST ')
                     INTO     (MSGHIST-RECORD)
                     RIDFLD   (MSGHIST-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES             TO POPLIST-KEY(HX)
                                          POPLIST-DSC(HX)
               GO TO H90-EXIT
           END-IF.
           MOVE MSGHIST-COMPONENT      TO POPLIST-KEY(HX).
           MOVE SPACES                 TO POPLIST-DSC(HX).
           STRING MSGHIST-DATE(5:4)        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  MSGHIST-TIME(1:4)        DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  MSGHIST-SEVERITY         DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  MSGHIST-DISP             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  MSGHIST-TEXT             DELIMITED BY SIZE
               INTO POPLIST-DSC(HX).
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    DISPLAY THE PICKED MESSAGE IN FULL                          *
      ******************************************************************
       I00-SHOW-MESSAGE.
           MOVE ORD-KEY(QX)            TO MSGHIST-KEY.
           EXEC CICS READ
                     DATASET  ('MSGHIST ')
                     INTO     (MSGHIST-RECORD)
                     RIDFLD   (MSGHIST-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'MESSAGE GONE - RE-ENTER REQUEST' TO INQ-MSG
               GO TO I90-EXIT
           END-IF.
           IF  MSGHIST-SUPPRESSED
               MOVE 'SUPPRESSED'       TO DISP-TEXT
           ELSE
               MOVE 'DELIVERED'        TO DISP-TEXT
           END-IF.
           IF  MSGHIST-BATCH
               MOVE 'BATCH'            TO SOURCE-TEXT
           ELSE
               MOVE 'ONLINE'           TO SOURCE-TEXT
           END-IF.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'WHEN '     MSGHIST-DATE ' ' MSGHIST-TIME
                  '  ' SOURCE-TEXT
                  '  FROM '   MSGHIST-ORIGIN         NEWLINE
                  'APPLID '   MSGHIST-APPLID
                  '  COMPONENT ' MSGHIST-COMPONENT
                  '  SEVERITY ' MSGHIST-SEVERITY
                  '  MESSAGE ID ' MSGHIST-MSGID      NEWLINE
                  DISP-TEXT
                  '  DESTINATIONS ' MSGHIST-DEST1
                  ' '         MSGHIST-DEST2          NEWLINE
                  'TEXT '     MSGHIST-TEXT           NEWLINE
                  'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO INQ-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (INQ-INPUT-LINE)
                     LENGTH   (INQ-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO INQ-INPUT-LINE.
           MOVE 'READY'                TO INQ-MSG.
       I90-EXIT.
           EXIT.
