       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    CTRACEV.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       COMMAREA TRACE SWITCH AND VIEWER.  SUPPORT
      *REMARKS.       SWITCHES A TRACE ON FOR ONE TERMINAL (T) OR ONE
      *REMARKS.       OPERATOR (O) FOR A NUMBER OF MINUTES, OR OFF
      *REMARKS.       AGAIN (X), BY WRITING THE CTRCCTL SWITCH QUEUE
      *REMARKS.       THAT COMMENT2 CHECKS ON EVERY TASK ENTRY.  V
      *REMARKS.       LISTS A TERMINAL'S TRACED TURNS (CTRACEF) IN A
      *REMARKS.       POPLIST POPUP AND SHOWS THE PICKED TURN'S ENTRY
      *REMARKS.       AND RETURN IMAGES SIDE BY SIDE, FIELD BY FIELD
      *REMARKS.       THROUGH LAYODUMP, WITH EVERY CHANGED FIELD
      *REMARKS.       HIGHLIGHTED.  P PURGES A TERMINAL'S TURNS.  THE
      *REMARKS.       SWITCH AND PURGE FUNCTIONS ARE GATED BY AUTHCHK
      *REMARKS.       (FUNCTION CTRACE) AND AUDITED THROUGH AUDITWRT.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'CTRACEV'.
         03  THIS-APPLID               PIC  X(08).
         03  CTV-FUNC                  PIC  X(01).
           88  CTV-TERM-ON                          VALUE 'T'.
           88  CTV-OPER-ON                          VALUE 'O'.
           88  CTV-OFF                              VALUE 'X'.
           88  CTV-VIEW                             VALUE 'V'.
           88  CTV-PURGE                            VALUE 'P'.
           88  CTV-QUIT                             VALUE 'E'.
         03  CTV-MSG                   PIC  X(80)   VALUE 'READY'.
         03  CTV-PROMPT                PIC  X(240).
         03  CTV-PROMPT-LEN            PIC S9(04)   BINARY.
         03  CTV-IN-LENG               PIC S9(04)   BINARY.
         03  CTL-QLEN                  PIC S9(04)   BINARY.
         03  NOW-ABSTIME               PIC S9(15)   PACKED-DECIMAL.
         03  TRACE-MINS                PIC  9(03).
         03  MINS-DIGITS               PIC S9(04)   BINARY.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  HIT-COUNT                 PIC S9(04)   BINARY.
         03  HIT-NEXT                  PIC S9(04)   BINARY.
         03  QX                        PIC S9(04)   BINARY.
         03  HX                        PIC S9(04)   BINARY.
         03  BX                        PIC S9(04)   BINARY.
         03  AX                        PIC S9(04)   BINARY.
         03  RX                        PIC S9(04)   BINARY.
         03  DX                        PIC S9(04)   BINARY.
         03  MATCH-AX                  PIC S9(04)   BINARY.
         03  REC-LEN                   PIC S9(04)   BINARY.
         03  PURGE-COUNT               PIC S9(04)   BINARY.
         03  COUNT-ED                  PIC  ZZZ9.
         03  LAST-ED                   PIC  ZZZ9.
         03  TOTAL-ED                  PIC  ZZZ9.
         03  ENTRY-KEY                 PIC  X(22).
         03  TURN-PGM                  PIC  X(08).
         03  TURN-TRNID                PIC  X(04).
         03  TURN-TERMID               PIC  X(04).
         03  TURN-OPID                 PIC  X(03).
         03  AFTER-SW                  PIC  X(01).
           88  AFTER-FOUND                          VALUE 'Y'.
         03  CHANGED-ONLY-SW           PIC  X(01).
           88  CHANGED-ONLY                         VALUE 'Y'.
         03  VIEW-DONE-SW              PIC  X(01).
           88  VIEW-DONE                            VALUE 'Y'.
         03  ROW-COUNT                 PIC S9(04)   BINARY.
         03  CHG-COUNT                 PIC S9(04)   BINARY.
         03  DISP-COUNT                PIC S9(04)   BINARY.
         03  TOP-ROW                   PIC S9(04)   BINARY.
         03  LAST-ROW                  PIC S9(04)   BINARY.
      * THE VIEW IS LAID OUT FOR A MODEL 2 (24 X 80) SCREEN -- TITLE,
      * HEADINGS, 20 FIELD ROWS, AND THE KEY LINE ON ROW 24
         03  SCRN-WIDTH                PIC S9(04)   BINARY VALUE +80.
         03  PAGE-ROWS                 PIC S9(04)   BINARY VALUE +20.
         03  SCRN-ROW                  PIC S9(04)   BINARY.
         03  HALF-WORD                 PIC S9(04)   BINARY.
         03  TWO-BYTES                 REDEFINES    HALF-WORD
                                       PIC  X(02).
         03  ROW-ATTR                  PIC  X(01).
         03  ROW-HILIT                 PIC  X(01).
         03  ROW-COLOR                 PIC  X(01).
         03  ROW-TEXT                  PIC  X(78).
         03  TIOA-LEN                  PIC S9(04)   BINARY.
         03  TIOA                      PIC  X(2400).
         03  TIME-ED.
           05  TE-HH                   PIC  99.
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  TE-MM                   PIC  99.
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  TE-SS                   PIC  99.

       01  CTV-INPUT-LINE.
         03  CTV-IN-FUNC               PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  CTV-IN-TARGET             PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  CTV-IN-MINS               PIC  X(03).

      * RING OF THE NEWEST 100 ENTRY-IMAGE KEYS FOR THE TERMINAL --
      * THE FILE IS KEYED ASCENDING BY TURN TIME WITHIN TERMINAL, SO
      * THE LAST ONES SEEN ARE THE MOST RECENT
       01  HIT-TABLE.
         03  HIT-ENTRY OCCURS 100 TIMES.
           05  HIT-KEY                 PIC  X(22).

      * THE SAME KEYS REORDERED OLDEST-TO-NEWEST FOR THE DISPLAY
       01  ORD-TABLE.
         03  ORD-ENTRY OCCURS 100 TIMES.
           05  ORD-KEY                 PIC  X(22).

      * LAYODUMP'S LINES FOR THE ENTRY AND THE RETURN IMAGE
       01  BEFORE-DUMP.
         03  BEF-CNT                   PIC S9(04)   BINARY.
         03  BEF-ENTRY OCCURS 64 TIMES.
           05  BEF-LINE                PIC  X(100).

       01  AFTER-DUMP.
         03  AFT-CNT                   PIC S9(04)   BINARY.
         03  AFT-ENTRY OCCURS 64 TIMES.
           05  AFT-LINE                PIC  X(100).
           05  AFT-USED-SW             PIC  X(01).
             88  AFT-USED                           VALUE 'Y'.

      * ONE ROW PER FIELD, MATCHED BY NAME ACROSS THE TWO IMAGES
       01  ROW-TABLE.
         03  ROW-ENTRY OCCURS 128 TIMES.
           05  ROW-NAME                PIC  X(16).
           05  ROW-BEFORE              PIC  X(30).
           05  ROW-AFTER               PIC  X(30).
           05  ROW-CHG-SW              PIC  X(01).
             88  ROW-CHANGED                        VALUE 'Y'.

      * THE ROWS ON SHOW (ALL, OR ONLY THE CHANGED ONES)
       01  DISP-TABLE.
         03  DISP-ROW                  PIC S9(04)   BINARY
                                       OCCURS 128 TIMES.

       COPY CTRACEF.

       COPY CTRCCTL.

       COPY ABSTIME.

       COPY LAYODUMP.

       01  POPLIST-AREA.
           COPY POPLIST.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       COPY IBM3270.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           COPY COMM3270.
           MOVE SPACES                 TO THIS-APPLID.
           EXEC CICS ASSIGN
                     APPLID   (THIS-APPLID)
                     NOHANDLE
           END-EXEC.
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL CTV-QUIT.
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
           MOVE CTV-IN-FUNC            TO CTV-FUNC.
           EVALUATE TRUE
               WHEN CTV-QUIT
                   CONTINUE
               WHEN CTV-TERM-ON
               WHEN CTV-OPER-ON
                   PERFORM F00-SWITCH-ON THRU F90-EXIT
               WHEN CTV-OFF
                   PERFORM G00-SWITCH-OFF THRU G90-EXIT
               WHEN CTV-VIEW
                   PERFORM H00-FIND-TURNS THRU H90-EXIT
               WHEN CTV-PURGE
                   PERFORM P00-PURGE-TURNS THRU P90-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN FUNCTION - USE T, O, X, V, P OR E'
                                       TO CTV-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO CTV-PROMPT.
           MOVE 1                       TO CTV-PROMPT-LEN.
           STRING 'CTRACEV  '                  DELIMITED BY SIZE
                  CTV-MSG                      DELIMITED BY SIZE
               INTO CTV-PROMPT          WITH POINTER CTV-PROMPT-LEN.
           PERFORM D50-TRACE-STATUS THRU D59-EXIT.
           STRING '  T TERM(4) MINS, O OPID(3) MINS, X=OFF,'
                                                DELIMITED BY SIZE
                  ' V TERM(4), P TERM(4), OR E ==> '
                                                DELIMITED BY SIZE
               INTO CTV-PROMPT          WITH POINTER CTV-PROMPT-LEN.
           SUBTRACT 1                   FROM CTV-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (CTV-PROMPT)
                     LENGTH   (CTV-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

      * WHAT THE SWITCH QUEUE SAYS RIGHT NOW
       D50-TRACE-STATUS.
           PERFORM Z50-READ-SWITCH THRU Z59-EXIT.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               STRING '  (NO TRACE ON)'          DELIMITED BY SIZE
                   INTO CTV-PROMPT      WITH POINTER CTV-PROMPT-LEN
               GO TO D59-EXIT
           END-IF.
           MOVE CTRCCTL-UNTIL          TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           EXEC CICS ASKTIME ABSTIME(NOW-ABSTIME) END-EXEC.
           IF  CTRCCTL-BY-OPERATOR
               STRING '  (TRACING OPERATOR '     DELIMITED BY SIZE
                      CTRCCTL-TARGET(1:3)        DELIMITED BY SIZE
                   INTO CTV-PROMPT      WITH POINTER CTV-PROMPT-LEN
           ELSE
               STRING '  (TRACING TERMINAL '     DELIMITED BY SIZE
                      CTRCCTL-TARGET             DELIMITED BY SIZE
                   INTO CTV-PROMPT      WITH POINTER CTV-PROMPT-LEN
           END-IF.
           IF  CTRCCTL-UNTIL NOT > NOW-ABSTIME
               STRING ', EXPIRED ' TIME-ED(1:5) ')'
                                                DELIMITED BY SIZE
                   INTO CTV-PROMPT      WITH POINTER CTV-PROMPT-LEN
           ELSE
               STRING ' UNTIL ' TIME-ED(1:5) ')'
                                                DELIMITED BY SIZE
                   INTO CTV-PROMPT      WITH POINTER CTV-PROMPT-LEN
           END-IF.
       D59-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO CTV-INPUT-LINE.
           MOVE LENGTH OF CTV-INPUT-LINE TO CTV-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (CTV-INPUT-LINE)
                     LENGTH   (CTV-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    SWITCH A TRACE ON FOR A TERMINAL OR AN OPERATOR -- ANY      *
      *    TRACE ALREADY ON IS REPLACED (ONE AT A TIME)                *
      ******************************************************************
       F00-SWITCH-ON.
           IF  CTV-IN-TARGET NOT > SPACES
               MOVE 'ENTER THE TERMINAL OR OPERATOR TO TRACE'
                                       TO CTV-MSG
               GO TO F90-EXIT
           END-IF.
           IF  CTV-IN-MINS NOT > SPACES
               MOVE 30                 TO TRACE-MINS
               GO TO F10-CHECK-MINS
           END-IF.
           MOVE ZERO                   TO MINS-DIGITS.
           INSPECT CTV-IN-MINS TALLYING MINS-DIGITS
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF  MINS-DIGITS = ZERO
               MOVE 'MINUTES MUST BE 1 TO 480 (BLANK = 30)'
                                       TO CTV-MSG
               GO TO F90-EXIT
           END-IF.
           IF  CTV-IN-MINS(1:MINS-DIGITS) NOT NUMERIC
               MOVE 'MINUTES MUST BE 1 TO 480 (BLANK = 30)'
                                       TO CTV-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE CTV-IN-MINS(1:MINS-DIGITS) TO TRACE-MINS.

       F10-CHECK-MINS.
           IF  TRACE-MINS < 1
           OR  TRACE-MINS > 480
               MOVE 'MINUTES MUST BE 1 TO 480 (BLANK = 30)'
                                       TO CTV-MSG
               GO TO F90-EXIT
           END-IF.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO F90-EXIT
           END-IF.

           MOVE CTV-FUNC               TO CTRCCTL-TYPE.
           MOVE SPACES                 TO CTRCCTL-TARGET.
           IF  CTRCCTL-BY-OPERATOR
               MOVE CTV-IN-TARGET(1:3) TO CTRCCTL-TARGET
           ELSE
               MOVE CTV-IN-TARGET      TO CTRCCTL-TARGET
           END-IF.
           EXEC CICS ASKTIME ABSTIME(CTRCCTL-FROM) END-EXEC.
           COMPUTE CTRCCTL-UNTIL       =  CTRCCTL-FROM
                                       +  TRACE-MINS * 60000000.
           MOVE SPACES                 TO CTRCCTL-OPID.
           EXEC CICS ASSIGN
                     OPID     (CTRCCTL-OPID)
                     NOHANDLE
           END-EXEC.
           EXEC CICS DELETEQ TS
                     QUEUE    ('CTRCCTL ')
                     NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TS
                     QUEUE    ('CTRCCTL ')
                     FROM     (CTRCCTL-RECORD)
                     LENGTH   (LENGTH OF CTRCCTL-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'TRACE NOT SWITCHED ON - WRITEQ FAILED'
                                       TO CTV-MSG
               GO TO F90-EXIT
           END-IF.

           MOVE CTRCCTL-UNTIL          TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           MOVE 'TRACEON'              TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           MOVE TRACE-MINS             TO COUNT-ED.
           STRING 'MINUTES ' COUNT-ED ' UNTIL ' TIME-ED
                                                DELIMITED BY SIZE
               INTO AUDIT-NEW-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
           MOVE SPACES                 TO CTV-MSG.
           IF  CTRCCTL-BY-OPERATOR
               STRING 'TRACE ON FOR OPERATOR ' CTRCCTL-TARGET(1:3)
                      ' UNTIL ' TIME-ED(1:5)    DELIMITED BY SIZE
                   INTO CTV-MSG
           ELSE
               STRING 'TRACE ON FOR TERMINAL ' CTRCCTL-TARGET
                      ' UNTIL ' TIME-ED(1:5)    DELIMITED BY SIZE
                   INTO CTV-MSG
           END-IF.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    SWITCH THE TRACE OFF AHEAD OF ITS EXPIRY                    *
      ******************************************************************
       G00-SWITCH-OFF.
           PERFORM Z50-READ-SWITCH THRU Z59-EXIT.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'NO TRACE IS ON'   TO CTV-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO G90-EXIT
           END-IF.
           EXEC CICS DELETEQ TS
                     QUEUE    ('CTRCCTL ')
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(QIDERR)
               MOVE 'TRACE NOT SWITCHED OFF - DELETEQ FAILED'
                                       TO CTV-MSG
               GO TO G90-EXIT
           END-IF.
           MOVE 'TRACEOFF'             TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           MOVE CTRCCTL-OPID           TO AUDIT-OLD-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
           MOVE 'TRACE SWITCHED OFF'   TO CTV-MSG.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    ONE PASS OVER THE TERMINAL'S TRACED TURNS KEEPING THE       *
      *    NEWEST 100, THEN LIST THEM NEWEST-LAST                      *
      ******************************************************************
       H00-FIND-TURNS.
           IF  CTV-IN-TARGET NOT > SPACES
               MOVE 'ENTER THE TERMINAL WHOSE TURNS TO VIEW'
                                       TO CTV-MSG
               GO TO H90-EXIT
           END-IF.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 1                      TO HIT-NEXT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO CTRACEF-KEY.
           MOVE THIS-APPLID            TO CTRACEF-APPLID.
           MOVE CTV-IN-TARGET          TO CTRACEF-TERMID(1:4).
           EXEC CICS STARTBR
                     DATASET  ('CTRACEF ')
                     RIDFLD   (CTRACEF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               PERFORM I00-READ-TURN THRU I90-EXIT
                       UNTIL NO-MORE-ENTRIES
               EXEC CICS ENDBR
                         DATASET  ('CTRACEF ')
                         NOHANDLE
               END-EXEC
           END-IF.

           IF  HIT-COUNT = ZERO
               MOVE 'NO TRACED TURNS ON FILE FOR THAT TERMINAL'
                                       TO CTV-MSG
               GO TO H90-EXIT
           END-IF.

      * REBUILD THE LIST IN RING ORDER (OLDEST RETAINED FIRST) SO THE
      * DISPLAY READS OLDEST TO NEWEST
           MOVE ZERO                   TO QX.
           PERFORM J00-LIST-TURN THRU J90-EXIT
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
           MOVE ' Traced Turns (TRAN OPID TIME)'
                                       TO POPLIST-HDR.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
                     LENGTH   (LENGTH OF POPLIST-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                            TO CTV-MSG
               GO TO H90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE 'NO TURN PICKED'        TO CTV-MSG
               GO TO H90-EXIT
           END-IF.
           MOVE POPLIST-PICK           TO QX.
           PERFORM K00-SHOW-TURN THRU K90-EXIT.
       H90-EXIT.
           EXIT.

       I00-READ-TURN.
           MOVE LENGTH OF CTRACEF-RECORD TO REC-LEN.
           EXEC CICS READNEXT
                     DATASET  ('CTRACEF ')
                     INTO     (CTRACEF-RECORD)
                     LENGTH   (REC-LEN)
                     RIDFLD   (CTRACEF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  CTRACEF-APPLID NOT = THIS-APPLID
           OR  CTRACEF-TERMID(1:4) NOT = CTV-IN-TARGET
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO I90-EXIT
           END-IF.
           IF  NOT CTRACEF-AT-ENTRY
               GO TO I90-EXIT
           END-IF.
           MOVE CTRACEF-KEY            TO HIT-KEY(HIT-NEXT).
           ADD  1                      TO HIT-NEXT.
           IF  HIT-NEXT > 100
               MOVE 1                  TO HIT-NEXT
           END-IF.
           IF  HIT-COUNT < 100
               ADD  1                  TO HIT-COUNT
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    TURN ONE RETAINED KEY INTO A LIST ENTRY (RING ORDER --      *
      *    HIT-NEXT POINTS AT THE OLDEST RETAINED KEY)                 *
      ******************************************************************
       J00-LIST-TURN.
           COMPUTE QX = HIT-NEXT + HX - 1.
           IF  QX > 100
               SUBTRACT 100          FROM QX
           END-IF.
           IF  HIT-COUNT < 100
               MOVE HX                 TO QX
           END-IF.
           MOVE HIT-KEY(QX)            TO ORD-KEY(HX).
           MOVE HIT-KEY(QX)            TO CTRACEF-KEY.
           MOVE LENGTH OF CTRACEF-RECORD TO REC-LEN.
           EXEC CICS READ
                     DATASET  ('CTRACEF ')
                     INTO     (CTRACEF-RECORD)
                     LENGTH   (REC-LEN)
                     RIDFLD   (CTRACEF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES             TO POPLIST-KEY(HX)
                                          POPLIST-DSC(HX)
               GO TO J90-EXIT
           END-IF.
           MOVE CTRACEF-PGM            TO POPLIST-KEY(HX).
           MOVE CTRACEF-STAMP          TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           MOVE SPACES                 TO POPLIST-DSC(HX).
           STRING CTRACEF-TRNID            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  CTRACEF-OPID             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TIME-ED                  DELIMITED BY SIZE
               INTO POPLIST-DSC(HX).
       J90-EXIT.
           EXIT.

      ******************************************************************
      *    READ THE PICKED TURN'S ENTRY AND RETURN IMAGES, RENDER      *
      *    EACH THROUGH LAYODUMP, PAIR THE FIELDS UP, AND SHOW THEM    *
      ******************************************************************
       K00-SHOW-TURN.
           MOVE ORD-KEY(QX)            TO CTRACEF-KEY.
           MOVE LENGTH OF CTRACEF-RECORD TO REC-LEN.
           EXEC CICS READ
                     DATASET  ('CTRACEF ')
                     INTO     (CTRACEF-RECORD)
                     LENGTH   (REC-LEN)
                     RIDFLD   (CTRACEF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'TURN GONE - RE-ENTER REQUEST' TO CTV-MSG
               GO TO K90-EXIT
           END-IF.
           MOVE CTRACEF-KEY            TO ENTRY-KEY.
           MOVE CTRACEF-PGM            TO TURN-PGM.
           MOVE CTRACEF-TRNID          TO TURN-TRNID.
           MOVE CTRACEF-TERMID         TO TURN-TERMID.
           MOVE CTRACEF-OPID           TO TURN-OPID.
           MOVE CTRACEF-STAMP          TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           IF  CTRACEF-NO-LAYOUT
               MOVE SPACES             TO CTV-MSG
               STRING 'NO LAYOUTF DICTIONARY FOR ' TURN-PGM
                      ' - TURN FILED WITHOUT ITS IMAGE'
                                       DELIMITED BY SIZE
                   INTO CTV-MSG
               GO TO K90-EXIT
           END-IF.

           PERFORM K50-DUMP-IMAGE THRU K59-EXIT.
           IF  NOT LAYO-OK
               GO TO K90-EXIT
           END-IF.
           MOVE LAYO-LINE-CNT          TO BEF-CNT.
           PERFORM K60-SAVE-BEFORE THRU K60-EXIT
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > BEF-CNT.

      * THE RETURN IMAGE (ABSENT WHEN THE TURN ABENDED, OR ENDED
      * WITHOUT RETURNING THROUGH COMMRETN)
           MOVE 'N'                    TO AFTER-SW.
           MOVE ZERO                   TO AFT-CNT.
           MOVE ENTRY-KEY              TO CTRACEF-KEY.
           SET  CTRACEF-AT-RETURN      TO TRUE.
           MOVE LENGTH OF CTRACEF-RECORD TO REC-LEN.
           EXEC CICS READ
                     DATASET  ('CTRACEF ')
                     INTO     (CTRACEF-RECORD)
                     LENGTH   (REC-LEN)
                     RIDFLD   (CTRACEF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND NOT CTRACEF-NO-LAYOUT
               PERFORM K50-DUMP-IMAGE THRU K59-EXIT
               IF  LAYO-OK
                   SET  AFTER-FOUND    TO TRUE
                   MOVE LAYO-LINE-CNT  TO AFT-CNT
                   PERFORM K70-SAVE-AFTER THRU K70-EXIT
                           VARYING AX FROM 1 BY 1
                           UNTIL AX > AFT-CNT
               END-IF
           END-IF.

           PERFORM L00-BUILD-ROWS THRU L90-EXIT.
           MOVE 'N'                    TO CHANGED-ONLY-SW
                                          VIEW-DONE-SW.
           PERFORM M00-BUILD-DISPLAY THRU M90-EXIT.
           PERFORM N00-SHOW-PAGE THRU N90-EXIT
                   UNTIL VIEW-DONE.
           MOVE SPACES                 TO CTV-INPUT-LINE.
           MOVE 'READY'                TO CTV-MSG.
       K90-EXIT.
           EXIT.

      * ONE IMAGE, FIELD BY FIELD, FROM THE PROGRAM'S DICTIONARY
       K50-DUMP-IMAGE.
           MOVE CTRACEF-PGM            TO LAYO-RECNAME.
           MOVE CTRACEF-LENG           TO LAYO-LENG.
           MOVE 'Y'                    TO LAYO-CICS-SW.
           MOVE 64                     TO LAYO-LINE-MAX.
           CALL 'LAYODUMP'          USING LAYODUMP-PARMS
                                          CTRACEF-IMAGE.
           EVALUATE TRUE
               WHEN LAYO-OK
                   CONTINUE
               WHEN LAYO-NO-LAYOUT
                   MOVE SPACES         TO CTV-MSG
                   STRING 'NO LAYOUTF DICTIONARY FOR ' CTRACEF-PGM
                          ' - CANNOT SHOW THE IMAGE'
                                       DELIMITED BY SIZE
                       INTO CTV-MSG
               WHEN OTHER
                   MOVE 'LAYOUTF READ FAILED - SEE SYSTEM LOG'
                                       TO CTV-MSG
           END-EVALUATE.
       K59-EXIT.
           EXIT.

       K60-SAVE-BEFORE.
           MOVE LAYO-LINE(BX)          TO BEF-LINE(BX).
       K60-EXIT.
           EXIT.

       K70-SAVE-AFTER.
           MOVE LAYO-LINE(AX)          TO AFT-LINE(AX).
           MOVE 'N'                    TO AFT-USED-SW(AX).
       K70-EXIT.
           EXIT.

      ******************************************************************
      *    PAIR THE ENTRY AND RETURN FIELDS UP BY NAME.  A FIELD IS    *
      *    CHANGED WHEN ITS FORMATTED VALUE OR ITS HEX DIFFERS, OR     *
      *    WHEN ONLY ONE IMAGE REACHES IT                              *
      ******************************************************************
       L00-BUILD-ROWS.
           MOVE ZERO                   TO ROW-COUNT CHG-COUNT.
           PERFORM L10-BEFORE-ROW THRU L10-EXIT
                   VARYING BX FROM 1 BY 1
                   UNTIL BX > BEF-CNT.
           PERFORM L30-AFTER-ONLY-ROW THRU L30-EXIT
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > AFT-CNT.
       L90-EXIT.
           EXIT.

       L10-BEFORE-ROW.
           ADD  1                      TO ROW-COUNT.
           MOVE ROW-COUNT              TO RX.
           MOVE BEF-LINE(BX)(1:16)     TO ROW-NAME(RX).
           MOVE BEF-LINE(BX)(18:30)    TO ROW-BEFORE(RX).
           MOVE SPACES                 TO ROW-AFTER(RX).
           MOVE 'N'                    TO ROW-CHG-SW(RX).
           IF  NOT AFTER-FOUND
               GO TO L10-EXIT
           END-IF.
           MOVE ZERO                   TO MATCH-AX.
           PERFORM L20-MATCH-AFTER THRU L20-EXIT
                   VARYING AX FROM 1 BY 1
                   UNTIL AX > AFT-CNT
                   OR    MATCH-AX > ZERO.
           IF  MATCH-AX = ZERO
               MOVE '(NOT IN RETURN IMAGE)' TO ROW-AFTER(RX)
               SET  ROW-CHANGED(RX)    TO TRUE
               ADD  1                  TO CHG-COUNT
               GO TO L10-EXIT
           END-IF.
           SET  AFT-USED(MATCH-AX)     TO TRUE.
           MOVE AFT-LINE(MATCH-AX)(18:30) TO ROW-AFTER(RX).
           IF  BEF-LINE(BX)(18:32) NOT = AFT-LINE(MATCH-AX)(18:32)
           OR  BEF-LINE(BX)(51:48) NOT = AFT-LINE(MATCH-AX)(51:48)
               SET  ROW-CHANGED(RX)    TO TRUE
               ADD  1                  TO CHG-COUNT
           END-IF.
       L10-EXIT.
           EXIT.

       L20-MATCH-AFTER.
           IF  NOT AFT-USED(AX)
           AND AFT-LINE(AX)(1:16) = ROW-NAME(RX)
               MOVE AX                 TO MATCH-AX
           END-IF.
       L20-EXIT.
           EXIT.

       L30-AFTER-ONLY-ROW.
           IF  AFT-USED(AX)
               GO TO L30-EXIT
           END-IF.
           ADD  1                      TO ROW-COUNT CHG-COUNT.
           MOVE ROW-COUNT              TO RX.
           MOVE AFT-LINE(AX)(1:16)     TO ROW-NAME(RX).
           MOVE '(NOT IN ENTRY IMAGE)' TO ROW-BEFORE(RX).
           MOVE AFT-LINE(AX)(18:30)    TO ROW-AFTER(RX).
           SET  ROW-CHANGED(RX)        TO TRUE.
       L30-EXIT.
           EXIT.

      ******************************************************************
      *    PICK THE ROWS ON SHOW -- ALL, OR ONLY THE CHANGED ONES      *
      ******************************************************************
       M00-BUILD-DISPLAY.
           MOVE ZERO                   TO DISP-COUNT.
           MOVE 1                      TO TOP-ROW.
           PERFORM M10-PICK-ROW THRU M10-EXIT
                   VARYING RX FROM 1 BY 1
                   UNTIL RX > ROW-COUNT.
       M90-EXIT.
           EXIT.

       M10-PICK-ROW.
           IF  CHANGED-ONLY
           AND NOT ROW-CHANGED(RX)
               GO TO M10-EXIT
           END-IF.
           ADD  1                      TO DISP-COUNT.
           MOVE RX                     TO DISP-ROW(DISP-COUNT).
       M10-EXIT.
           EXIT.

      ******************************************************************
      *    SEND ONE PAGE OF THE SIDE-BY-SIDE VIEW -- CHANGED FIELDS    *
      *    IN REVERSE-VIDEO YELLOW -- AND ACT ON THE KEY PRESSED       *
      ******************************************************************
       N00-SHOW-PAGE.
           MOVE 1                      TO TIOA-LEN.
           MOVE SPACES                 TO TIOA.
           COMPUTE LAST-ROW = TOP-ROW + PAGE-ROWS - 1.
           IF  LAST-ROW > DISP-COUNT
               MOVE DISP-COUNT         TO LAST-ROW
           END-IF.

           MOVE 1                      TO SCRN-ROW.
           MOVE FLDPRBRT               TO ROW-ATTR.
           MOVE X'00'                  TO ROW-HILIT.
           MOVE EXCWHITE               TO ROW-COLOR.
           MOVE CHG-COUNT              TO COUNT-ED.
           MOVE SPACES                 TO ROW-TEXT.
           STRING 'CTRACEV  ' TURN-PGM ' TRAN ' TURN-TRNID
                  ' TERM ' TURN-TERMID ' OPID ' TURN-OPID
                  ' AT ' TIME-ED '  ' COUNT-ED ' CHANGED'
                                       DELIMITED BY SIZE
               INTO ROW-TEXT.
           PERFORM N50-PUT-ROW THRU N59-EXIT.

           MOVE 2                      TO SCRN-ROW.
           MOVE FLDPROT                TO ROW-ATTR.
           MOVE EXHULINE               TO ROW-HILIT.
           MOVE EXCTURQU               TO ROW-COLOR.
           MOVE SPACES                 TO ROW-TEXT.
           MOVE 'FIELD'                TO ROW-TEXT(1:16).
           MOVE 'AT TASK ENTRY'        TO ROW-TEXT(18:30).
           IF  AFTER-FOUND
               MOVE 'AT RETURN'        TO ROW-TEXT(49:30)
           ELSE
               MOVE '(NO RETURN IMAGE)' TO ROW-TEXT(49:30)
           END-IF.
           PERFORM N50-PUT-ROW THRU N59-EXIT.

           MOVE 3                      TO SCRN-ROW.
           IF  DISP-COUNT = ZERO
               MOVE FLDPROT            TO ROW-ATTR
               MOVE X'00'              TO ROW-HILIT
               MOVE EXCGREEN           TO ROW-COLOR
               MOVE 'NO FIELDS CHANGED IN THIS TURN' TO ROW-TEXT
               PERFORM N50-PUT-ROW THRU N59-EXIT
           ELSE
               PERFORM N10-FIELD-ROW THRU N10-EXIT
                       VARYING DX FROM TOP-ROW BY 1
                       UNTIL DX > LAST-ROW
           END-IF.

           MOVE 24                     TO SCRN-ROW.
           MOVE FLDPROT                TO ROW-ATTR.
           MOVE X'00'                  TO ROW-HILIT.
           MOVE EXCTURQU               TO ROW-COLOR.
           MOVE TOP-ROW                TO COUNT-ED.
           MOVE LAST-ROW               TO LAST-ED.
           MOVE DISP-COUNT             TO TOTAL-ED.
           MOVE SPACES                 TO ROW-TEXT.
           IF  CHANGED-ONLY
               STRING 'ENTER=MORE  PF5=ALL FIELDS  PF3=BACK   ROWS '
                      COUNT-ED '-' LAST-ED ' OF ' TOTAL-ED
                                       DELIMITED BY SIZE
                   INTO ROW-TEXT
           ELSE
               STRING 'ENTER=MORE  PF5=CHANGED ONLY  PF3=BACK   ROWS '
                      COUNT-ED '-' LAST-ED ' OF ' TOTAL-ED
                                       DELIMITED BY SIZE
                   INTO ROW-TEXT
           END-IF.
           PERFORM N50-PUT-ROW THRU N59-EXIT.

           SUBTRACT 1                FROM TIOA-LEN.
           EXEC CICS SEND
                     FROM     (TIOA)
                     LENGTH   (TIOA-LEN)
                     CTLCHAR  (WRTFKFRS)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO CTV-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (CTV-INPUT-LINE)
                     LENGTH   (CTV-IN-LENG)
                     NOHANDLE
           END-EXEC.
           EVALUATE EIBAID
               WHEN AIDPFK03
               WHEN AIDCLEAR
                   SET  VIEW-DONE      TO TRUE
               WHEN AIDPFK05
                   IF  CHANGED-ONLY
                       MOVE 'N'        TO CHANGED-ONLY-SW
                   ELSE
                       SET  CHANGED-ONLY TO TRUE
                   END-IF
                   PERFORM M00-BUILD-DISPLAY THRU M90-EXIT
               WHEN OTHER
                   ADD  PAGE-ROWS      TO TOP-ROW
                   IF  TOP-ROW > DISP-COUNT
                       MOVE 1          TO TOP-ROW
                   END-IF
           END-EVALUATE.
       N90-EXIT.
           EXIT.

       N10-FIELD-ROW.
           MOVE DISP-ROW(DX)           TO RX.
           IF  ROW-CHANGED(RX)
               MOVE FLDPRBRT           TO ROW-ATTR
               MOVE EXHREVRS           TO ROW-HILIT
               MOVE EXCYELLW           TO ROW-COLOR
           ELSE
               MOVE FLDPROT            TO ROW-ATTR
               MOVE X'00'              TO ROW-HILIT
               MOVE EXCGREEN           TO ROW-COLOR
           END-IF.
           MOVE SPACES                 TO ROW-TEXT.
           MOVE ROW-NAME(RX)           TO ROW-TEXT(1:16).
           MOVE ROW-BEFORE(RX)         TO ROW-TEXT(18:30).
           MOVE ROW-AFTER(RX)          TO ROW-TEXT(49:30).
           PERFORM N50-PUT-ROW THRU N59-EXIT.
           ADD  1                      TO SCRN-ROW.
       N10-EXIT.
           EXIT.

      * ONE LINE OF THE STREAM -- THE FIELD ATTRIBUTE SITS IN COLUMN 1
      * SO THE TEXT STARTS IN COLUMN 2 (SAME TECHNIQUE AS POPLIST)
       N50-PUT-ROW.
           COMPUTE HALF-WORD = (SCRN-ROW - 1) * SCRN-WIDTH.
           STRING SCRSETBA TWO-BYTES
                  SCRSTFEX X'03'
                  TYPFIELD ROW-ATTR
                  TYPHILIT ROW-HILIT
                  TYPCOLOR ROW-COLOR
                  ROW-TEXT                DELIMITED BY SIZE
               INTO TIOA             WITH POINTER TIOA-LEN.
       N59-EXIT.
           EXIT.

      ******************************************************************
      *    PURGE EVERY TRACED TURN OF A TERMINAL (ALL ITS SESSIONS) IN *
      *    ONE GENERIC DELETE                                          *
      ******************************************************************
       P00-PURGE-TURNS.
           IF  CTV-IN-TARGET NOT > SPACES
               MOVE 'ENTER THE TERMINAL WHOSE TURNS TO PURGE'
                                       TO CTV-MSG
               GO TO P90-EXIT
           END-IF.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO P90-EXIT
           END-IF.
           MOVE LOW-VALUES             TO CTRACEF-KEY.
           MOVE THIS-APPLID            TO CTRACEF-APPLID.
           MOVE CTV-IN-TARGET          TO CTRACEF-TERMID(1:4).
           MOVE ZERO                   TO PURGE-COUNT.
           EXEC CICS DELETE
                     DATASET  ('CTRACEF ')
                     RIDFLD   (CTRACEF-KEY)
                     KEYLENGTH(12)
                     GENERIC
                     NUMREC   (PURGE-COUNT)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE 'NO TRACED TURNS ON FILE FOR THAT TERMINAL'
                                       TO CTV-MSG
                   GO TO P90-EXIT
               WHEN OTHER
                   MOVE 'PURGE FAILED - SEE SYSTEM LOG' TO CTV-MSG
                   GO TO P90-EXIT
           END-EVALUATE.
           MOVE 'TRACEPRG'             TO AUDIT-ACTION.
           MOVE SPACES                 TO AUDIT-OLD-VALUE
                                          AUDIT-NEW-VALUE.
           MOVE PURGE-COUNT            TO COUNT-ED.
           STRING 'RECORDS ' COUNT-ED  DELIMITED BY SIZE
               INTO AUDIT-OLD-VALUE.
           MOVE 'P'                    TO CTRCCTL-TYPE.
           MOVE CTV-IN-TARGET          TO CTRCCTL-TARGET.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
           MOVE SPACES                 TO CTV-MSG.
           STRING 'PURGED ' COUNT-ED ' TRACE RECORDS OF TERMINAL '
                  CTV-IN-TARGET        DELIMITED BY SIZE
               INTO CTV-MSG.
       P90-EXIT.
           EXIT.

      ******************************************************************
      *    READ THE SWITCH QUEUE (EIBRESP TELLS THE CALLER WHETHER A   *
      *    TRACE IS ON)                                                *
      ******************************************************************
       Z50-READ-SWITCH.
           MOVE LENGTH OF CTRCCTL-RECORD TO CTL-QLEN.
           EXEC CICS READQ TS
                     QUEUE    ('CTRCCTL ')
                     INTO     (CTRCCTL-RECORD)
                     LENGTH   (CTL-QLEN)
                     ITEM     (1)
                     NOHANDLE
           END-EXEC.
       Z59-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE SWITCH AND PURGE FUNCTIONS THROUGH AUTHCHK (A      *
      *    FAILED LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)     *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'CTRACE  '             TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           MOVE SPACES                 TO AUTH-OPID.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO CTV-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION -- THE *
      *    KEY IS THE TRACE TYPE AND ITS TERMINAL OR OPERATOR          *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           STRING CTRCCTL-TYPE ' ' CTRCCTL-TARGET
                                       DELIMITED BY SIZE
               INTO AUDIT-REC-KEY.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
