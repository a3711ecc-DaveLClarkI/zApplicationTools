       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    INCIDWB.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       INCIDENT WORKBENCH OVER THE INCIDF FILE.  RUN AS
      *REMARKS.       ITS OWN TRANSACTION, LIKE FRZWINM.  O OPENS AN
      *REMARKS.       INCIDENT (NUMBERED BY INCLINK), U RECORDS AN
      *REMARKS.       UPDATE -- STATUS (OPEN, INVESTIGATING,
      *REMARKS.       RESOLVED), SEVERITY, OWNER AND A LINE OF FREE
      *REMARKS.       TEXT -- AND C CLOSES IT.  S SHOWS AN INCIDENT
      *REMARKS.       IN FULL (HEADER, LINKED EVENTS, UPDATES) A PAGE
      *REMARKS.       AT A TIME, L LISTS THE INCIDENTS NOT YET CLOSED
      *REMARKS.       IN A POPLIST POPUP.  J AND F ATTACH A JOB RUN
      *REMARKS.       (JOBDHIST) OR A FILE OUTAGE (FILEAVLF) PICKED
      *REMARKS.       FROM A POPLIST OF THE JOB'S RUNS OR THE FILE'S
      *REMARKS.       OUTAGES; ALERTS, UNEXPECTED ERRORS AND TIMELINE
      *REMARKS.       EVENTS ARE ATTACHED FROM ALERTCON, UNEXERRI AND
      *REMARKS.       INCTLINE.  EVERY CHANGE IS GATED THROUGH AUTHCHK
      *REMARKS.       (FUNCTION 'INCIDENT') AND AUDITED VIA AUDITWRT.
      *REMARKS.       P TAGS AN INCIDENT PERIOD-END (ST COLUMN Y, OR N
      *REMARKS.       TO UNTAG) -- WHILE IT IS OPEN OR INVESTIGATING
      *REMARKS.       IT HOLDS UP THE FISCAL PERIOD CLOSE (CLOSERDY).

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC FUNCTION P TAGS OR UNTAGS AN INCIDENT AS
      *               PERIOD-END (INCIDF-PEREND-SW), WITH AN UPDATE
      *               LINE AND AN AUDIT RECORD; S SHOWS THE TAG.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'INCIDWB'.
         03  IWB-FUNC                  PIC  X(01).
           88  IWB-OPEN                               VALUE 'O'.
           88  IWB-UPDATE                             VALUE 'U'.
           88  IWB-CLOSE                              VALUE 'C'.
           88  IWB-SHOW                               VALUE 'S'.
           88  IWB-LIST                               VALUE 'L'.
           88  IWB-JOB                                VALUE 'J'.
           88  IWB-FILE                               VALUE 'F'.
           88  IWB-PERIOD-END                         VALUE 'P'.
           88  IWB-QUIT                               VALUE 'E'.
         03  IWB-MSG                   PIC  X(70)   VALUE 'READY'.
         03  IWB-PROMPT                PIC  X(240).
         03  IWB-PROMPT-LEN            PIC S9(04)   BINARY.
         03  IWB-IN-LENG               PIC S9(04)   BINARY.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  HIT-COUNT                 PIC S9(04)   BINARY.
         03  QX                        PIC S9(04)   BINARY.
         03  LX                        PIC S9(04)   BINARY.
         03  PAGE-END                  PIC S9(04)   BINARY.
         03  LINE-COUNT                PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1800).
         03  BRWS-KEY                  PIC  X(32).
         03  INC-BRWS-KEY              PIC  X(12).
         03  AVL-BRWS-KEY              PIC  X(16).
         03  NEXT-ID                   PIC  9(07).
         03  SHOW-ID                   PIC  9(07).
         03  SEQ-ED                    PIC  9(04).
         03  RC-ED                     PIC  ZZZ9.
         03  STATUS-WORD               PIC  X(13).
         03  FMT-STAMP                 PIC S9(15)   PACKED-DECIMAL.
         03  FMT-DATE                  PIC  X(08).
         03  FMT-TIME                  PIC  X(08).
         03  START-TEXT                PIC  X(17).
         03  END-TEXT                  PIC  X(17).
         03  CLOSE-TEXT                PIC  X(17).
         03  UPD-TEXT                  PIC  X(70).
         03  OLD-IMAGE                 PIC  X(40).
         03  NEW-IMAGE                 PIC  X(40).

       01  IWB-INPUT-LINE.
         03  IWB-IN-FUNC               PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  IWB-IN-ID                 PIC  X(07).
         03  FILLER                    PIC  X(01).
         03  IWB-IN-STATUS             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  IWB-IN-SEV                PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  IWB-IN-OWNER              PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  IWB-IN-NAME               PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  IWB-IN-TEXT               PIC  X(60).

      * THE FULL KEYS OF THE JOB RUNS OR FILE OUTAGES OFFERED IN A
      * POPLIST, SO THE PICK CAN GO BACK FOR THE RECORD
       01  HIT-TABLE.
         03  HIT-ENTRY OCCURS 100 TIMES.
           05  HIT-KEY                 PIC  X(32).

      * THE INCIDENT AS SHOWN, ONE SCREEN LINE PER ENTRY
       01  SHOW-TABLE.
         03  SHOW-LINE OCCURS 200 TIMES
                                       PIC  X(79).

       COPY INCIDF.

       COPY JOBDHIST.

       COPY FILEAVLF.

       01  INCL-AREA.
         COPY INCLINK.

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
                   UNTIL IWB-QUIT.
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
           MOVE IWB-IN-FUNC            TO IWB-FUNC.
           IF  IWB-QUIT
               MOVE 'INCIDWB TERMINATED' TO IWB-MSG
               GO TO C90-EXIT
           END-IF.
           IF  IWB-UPDATE OR IWB-CLOSE OR IWB-SHOW
           OR  IWB-JOB    OR IWB-FILE  OR IWB-PERIOD-END
               IF  IWB-IN-ID NOT NUMERIC
                   MOVE 'AN INCIDENT NUMBER (7 DIGITS) IS REQUIRED'
                                       TO IWB-MSG
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN IWB-OPEN
                   PERFORM F00-OPEN-INCIDENT THRU F90-EXIT
               WHEN IWB-UPDATE
                   PERFORM G00-UPDATE-INCIDENT THRU G90-EXIT
               WHEN IWB-CLOSE
                   PERFORM H00-CLOSE-INCIDENT THRU H90-EXIT
               WHEN IWB-SHOW
                   MOVE IWB-IN-ID      TO SHOW-ID
                   PERFORM I00-SHOW-INCIDENT THRU I90-EXIT
               WHEN IWB-LIST
                   PERFORM J00-LIST-INCIDENTS THRU J90-EXIT
               WHEN IWB-JOB
                   PERFORM K00-ATTACH-JOB THRU K90-EXIT
               WHEN IWB-FILE
                   PERFORM L00-ATTACH-OUTAGE THRU L90-EXIT
               WHEN IWB-PERIOD-END
                   PERFORM R00-PERIOD-END-TAG THRU R90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE O,U,C,S,L,J,F,P OR E'
                                       TO IWB-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO IWB-PROMPT.
           MOVE 1                       TO IWB-PROMPT-LEN.
           STRING 'INCIDWB  '                  DELIMITED BY SIZE
                  IWB-MSG                      DELIMITED BY SIZE
                  '  F(O/U/C/S/L/J/F/P/E) ID(7) ST(O/I/R) SEV(1-4)'
                                                DELIMITED BY SIZE
                  ' OWNER(3) JOB/FILE(8) TEXT(60) ==> '
                                                DELIMITED BY SIZE
               INTO IWB-PROMPT          WITH POINTER IWB-PROMPT-LEN.
           SUBTRACT 1                   FROM IWB-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (IWB-PROMPT)
                     LENGTH   (IWB-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO IWB-INPUT-LINE.
           MOVE LENGTH OF IWB-INPUT-LINE TO IWB-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (IWB-INPUT-LINE)
                     LENGTH   (IWB-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    OPEN A NEW INCIDENT -- THE TEXT IS ITS TITLE.  INCLINK      *
      *    ASSIGNS THE NUMBER, CHECKS AUTHORITY AND AUDITS IT          *
      ******************************************************************
       F00-OPEN-INCIDENT.
           IF  IWB-IN-TEXT NOT > SPACES
               MOVE 'A TITLE (TEXT) IS REQUIRED TO OPEN AN INCIDENT'
                                       TO IWB-MSG
               GO TO F90-EXIT
           END-IF.
           IF  IWB-IN-SEV > SPACES
           AND (IWB-IN-SEV < '1' OR IWB-IN-SEV > '4')
               MOVE 'SEVERITY MUST BE 1 (CRITICAL) THRU 4 (LOW)'
                                       TO IWB-MSG
               GO TO F90-EXIT
           END-IF.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-NEW               TO TRUE.
           MOVE ZERO                   TO INCL-ID
                                          INCL-STAMP
                                          INCL-SEVERITY.
           MOVE IWB-IN-TEXT            TO INCL-TITLE.
           IF  IWB-IN-SEV > SPACES
               MOVE IWB-IN-SEV         TO INCL-SEVERITY
           END-IF.
           PERFORM N00-LINK-INCLINK THRU N90-EXIT.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    RECORD AN UPDATE -- ANY OF STATUS, SEVERITY AND OWNER, AND  *
      *    A LINE OF TEXT.  RESOLVING STAMPS THE END TIME; GOING BACK  *
      *    TO OPEN OR INVESTIGATING CLEARS IT                          *
      ******************************************************************
       G00-UPDATE-INCIDENT.
           IF  IWB-IN-STATUS > SPACES
           AND IWB-IN-STATUS NOT = 'O'
           AND IWB-IN-STATUS NOT = 'I'
           AND IWB-IN-STATUS NOT = 'R'
               MOVE 'STATUS MUST BE O, I OR R (USE C TO CLOSE)'
                                       TO IWB-MSG
               GO TO G90-EXIT
           END-IF.
           IF  IWB-IN-SEV > SPACES
           AND (IWB-IN-SEV < '1' OR IWB-IN-SEV > '4')
               MOVE 'SEVERITY MUST BE 1 (CRITICAL) THRU 4 (LOW)'
                                       TO IWB-MSG
               GO TO G90-EXIT
           END-IF.
           IF  IWB-IN-STATUS NOT > SPACES
           AND IWB-IN-SEV    NOT > SPACES
           AND IWB-IN-OWNER  NOT > SPACES
           AND IWB-IN-TEXT   NOT > SPACES
               MOVE 'NOTHING TO UPDATE' TO IWB-MSG
               GO TO G90-EXIT
           END-IF.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO G90-EXIT
           END-IF.
           PERFORM G10-READ-FOR-UPDATE THRU G19-EXIT.
           IF  IWB-MSG > SPACES
               GO TO G90-EXIT
           END-IF.

           PERFORM Y20-AUDIT-IMAGE THRU Y29-EXIT.
           MOVE NEW-IMAGE              TO OLD-IMAGE.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           IF  IWB-IN-STATUS > SPACES
               MOVE IWB-IN-STATUS      TO INCIDF-STATUS
               IF  INCIDF-RESOLVED
                   IF  INCIDF-END-STAMP = ZERO
                       MOVE CURR-ABSTIME TO INCIDF-END-STAMP
                   END-IF
               ELSE
                   MOVE ZERO           TO INCIDF-END-STAMP
               END-IF
           END-IF.
           IF  IWB-IN-SEV > SPACES
               MOVE IWB-IN-SEV         TO INCIDF-SEVERITY
           END-IF.
           IF  IWB-IN-OWNER > SPACES
               MOVE IWB-IN-OWNER       TO INCIDF-OWNER
           END-IF.
           MOVE IWB-IN-TEXT            TO UPD-TEXT.
           IF  UPD-TEXT NOT > SPACES
               STRING 'STATUS ' INCIDF-STATUS
                      '  SEVERITY ' INCIDF-SEVERITY
                      '  OWNER ' INCIDF-OWNER
                                       DELIMITED BY SIZE
                   INTO UPD-TEXT
           END-IF.
           PERFORM M00-WRITE-UPDATE THRU M90-EXIT.
           IF  IWB-MSG > SPACES
               GO TO G90-EXIT
           END-IF.
           MOVE SPACES                 TO IWB-MSG.
           STRING 'INCIDENT ' INCIDF-ID ' UPDATED AS ' SEQ-ED
                                       DELIMITED BY SIZE
               INTO IWB-MSG.
           MOVE 'UPDATE'               TO AUDIT-ACTION.
           MOVE OLD-IMAGE              TO AUDIT-OLD-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       G90-EXIT.
           EXIT.

      * THE HEADER, HELD FOR UPDATE -- IWB-MSG STAYS BLANK WHEN IT IS
      * THERE AND STILL OPEN TO CHANGE
       G10-READ-FOR-UPDATE.
           MOVE SPACES                 TO IWB-MSG.
           MOVE IWB-IN-ID              TO INCIDF-ID.
           SET  INCIDF-HEADER          TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           EXEC CICS READ
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               STRING 'INCIDENT ' IWB-IN-ID ' NOT FOUND'
                                       DELIMITED BY SIZE
                   INTO IWB-MSG
               GO TO G19-EXIT
           END-IF.
           IF  INCIDF-CLOSED
               EXEC CICS UNLOCK
                         DATASET  ('INCIDF  ')
                         NOHANDLE
               END-EXEC
               STRING 'INCIDENT ' IWB-IN-ID ' IS ALREADY CLOSED'
                                       DELIMITED BY SIZE
                   INTO IWB-MSG
           END-IF.
       G19-EXIT.
           EXIT.

      ******************************************************************
      *    CLOSE AN INCIDENT -- ONE NEVER MARKED RESOLVED IS TAKEN AS  *
      *    RESOLVED NOW.  THE TEXT, IF ANY, IS THE CLOSING NOTE        *
      ******************************************************************
       H00-CLOSE-INCIDENT.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO H90-EXIT
           END-IF.
           PERFORM G10-READ-FOR-UPDATE THRU G19-EXIT.
           IF  IWB-MSG > SPACES
               GO TO H90-EXIT
           END-IF.
           PERFORM Y20-AUDIT-IMAGE THRU Y29-EXIT.
           MOVE NEW-IMAGE              TO OLD-IMAGE.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           SET  INCIDF-CLOSED          TO TRUE.
           IF  INCIDF-END-STAMP = ZERO
               MOVE CURR-ABSTIME       TO INCIDF-END-STAMP
           END-IF.
           MOVE CURR-ABSTIME           TO INCIDF-CLOSE-STAMP.
           MOVE IWB-IN-TEXT            TO UPD-TEXT.
           IF  UPD-TEXT NOT > SPACES
               MOVE 'CLOSED'           TO UPD-TEXT
           END-IF.
           PERFORM M00-WRITE-UPDATE THRU M90-EXIT.
           IF  IWB-MSG > SPACES
               GO TO H90-EXIT
           END-IF.
           MOVE SPACES                 TO IWB-MSG.
           STRING 'INCIDENT ' INCIDF-ID ' CLOSED'
                                       DELIMITED BY SIZE
               INTO IWB-MSG.
           MOVE 'CLOSE'                TO AUDIT-ACTION.
           MOVE OLD-IMAGE              TO AUDIT-OLD-VALUE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW ONE INCIDENT IN FULL, A SCREEN AT A TIME -- THE        *
      *    HEADER, THEN ITS LINKED EVENTS AND ITS UPDATES (THE KEY     *
      *    PUTS THE EVENTS AHEAD OF THE UPDATES)                       *
      ******************************************************************
       I00-SHOW-INCIDENT.
           MOVE SHOW-ID                TO INCIDF-ID.
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
               MOVE SPACES             TO IWB-MSG
               STRING 'INCIDENT ' SHOW-ID ' NOT FOUND'
                                       DELIMITED BY SIZE
                   INTO IWB-MSG
               GO TO I90-EXIT
           END-IF.
           MOVE ZERO                   TO LINE-COUNT.
           PERFORM I10-HEADER-LINES THRU I19-EXIT.

           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE SHOW-ID                TO INCIDF-ID.
           MOVE LOW-VALUES             TO INCIDF-REC-TYPE.
           MOVE ZERO                   TO INCIDF-SEQ.
           MOVE INCIDF-KEY             TO INC-BRWS-KEY.
           EXEC CICS STARTBR
                     DATASET  ('INCIDF  ')
                     RIDFLD   (INC-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM I20-READ-ENTRY THRU I29-EXIT
                       UNTIL NO-MORE-ENTRIES
               EXEC CICS ENDBR
                         DATASET  ('INCIDF  ')
                         NOHANDLE
               END-EXEC
           END-IF.

           MOVE 1                      TO LX.
           PERFORM I30-SEND-PAGE THRU I39-EXIT
                   UNTIL LX > LINE-COUNT.
           MOVE SPACES                 TO IWB-INPUT-LINE.
           MOVE 'READY'                TO IWB-MSG.
       I90-EXIT.
           EXIT.

       I10-HEADER-LINES.
           EVALUATE TRUE
               WHEN INCIDF-OPEN
                   MOVE 'OPEN'         TO STATUS-WORD
               WHEN INCIDF-INVESTIGATING
                   MOVE 'INVESTIGATING' TO STATUS-WORD
               WHEN INCIDF-RESOLVED
                   MOVE 'RESOLVED'     TO STATUS-WORD
               WHEN INCIDF-CLOSED
                   MOVE 'CLOSED'       TO STATUS-WORD
               WHEN OTHER
                   MOVE INCIDF-STATUS  TO STATUS-WORD
           END-EVALUATE.
           MOVE INCIDF-START-STAMP     TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE SPACES                 TO START-TEXT.
           STRING FMT-DATE ' ' FMT-TIME DELIMITED BY SIZE
               INTO START-TEXT.
           MOVE INCIDF-END-STAMP       TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE SPACES                 TO END-TEXT.
           STRING FMT-DATE ' ' FMT-TIME DELIMITED BY SIZE
               INTO END-TEXT.
           MOVE INCIDF-CLOSE-STAMP     TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE SPACES                 TO CLOSE-TEXT.
           STRING FMT-DATE ' ' FMT-TIME DELIMITED BY SIZE
               INTO CLOSE-TEXT.

           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING 'INCIDENT ' INCIDF-ID '  SEV ' INCIDF-SEVERITY
                  '  ' STATUS-WORD '  OWNER ' INCIDF-OWNER
                  '  OPENED BY ' INCIDF-OPENED-BY
                  ' VIA ' INCIDF-ORIGIN
                                       DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING 'TITLE ' INCIDF-TITLE DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
           IF  INCIDF-PERIOD-END
               MOVE 'PERIOD-END'       TO SHOW-LINE(LINE-COUNT)(69:10)
           END-IF.
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           STRING 'START ' START-TEXT '  END ' END-TEXT
                  '  CLOSED ' CLOSE-TEXT
                                       DELIMITED BY SIZE
               INTO SHOW-LINE(LINE-COUNT).
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
       I19-EXIT.
           EXIT.

       I20-READ-ENTRY.
           EXEC CICS READNEXT
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (INC-BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  INCIDF-ID NOT = SHOW-ID
           OR  LINE-COUNT NOT < 200
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO I29-EXIT
           END-IF.
           IF  NOT INCIDF-EVENT
           AND NOT INCIDF-UPDATE
               GO TO I29-EXIT
           END-IF.
           MOVE INCIDF-SEQ             TO SEQ-ED.
           ADD  1                      TO LINE-COUNT.
           MOVE SPACES                 TO SHOW-LINE(LINE-COUNT).
           IF  INCIDF-EVENT
               MOVE INCIDF-EVT-STAMP   TO FMT-STAMP
               IF  FMT-STAMP = ZERO
                   MOVE INCIDF-EVT-ADDED TO FMT-STAMP
               END-IF
               PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT
               STRING 'E' SEQ-ED ' ' FMT-DATE ' ' FMT-TIME ' '
                      INCIDF-EVT-SOURCE ' ' INCIDF-EVT-OFFENDER ' '
                      INCIDF-EVT-TEXT(1:40)
                                       DELIMITED BY SIZE
                   INTO SHOW-LINE(LINE-COUNT)
           ELSE
               MOVE INCIDF-UPD-STAMP   TO FMT-STAMP
               PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT
               STRING 'U' SEQ-ED ' ' FMT-DATE ' ' FMT-TIME ' '
                      INCIDF-UPD-OPID ' ' INCIDF-UPD-STATUS ' '
                      INCIDF-UPD-TEXT(1:48)
                                       DELIMITED BY SIZE
                   INTO SHOW-LINE(LINE-COUNT)
           END-IF.
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
               STRING 'END OF INCIDENT - PRESS ENTER TO CONTINUE'
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
           MOVE 1                      TO IWB-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (IWB-INPUT-LINE)
                     LENGTH   (IWB-IN-LENG)
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
      *    LIST THE INCIDENTS NOT YET CLOSED THROUGH POPLIST AND SHOW  *
      *    THE PICKED ONE.  ONLY HEADERS ARE READ -- AFTER EACH ONE    *
      *    THE BROWSE SKIPS TO THE NEXT INCIDENT'S HEADER              *
      ******************************************************************
       J00-LIST-INCIDENTS.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE 1                      TO INCIDF-ID.
           SET  INCIDF-HEADER          TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           MOVE INCIDF-KEY             TO INC-BRWS-KEY.
           EXEC CICS STARTBR
                     DATASET  ('INCIDF  ')
                     RIDFLD   (INC-BRWS-KEY)
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
                         DATASET  ('INCIDF  ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  HIT-COUNT = ZERO
               MOVE 'NO INCIDENTS OPEN' TO IWB-MSG
               GO TO J90-EXIT
           END-IF.
           MOVE ' Incidents (SEV STATUS TITLE)'
                                       TO POPLIST-HDR.
           PERFORM P00-POPLIST-PICK THRU P90-EXIT.
           IF  QX = ZERO
               GO TO J90-EXIT
           END-IF.
           MOVE POPLIST-KEY(QX)(1:7)   TO SHOW-ID.
           PERFORM I00-SHOW-INCIDENT THRU I90-EXIT.
       J90-EXIT.
           EXIT.

       J10-READ-HEADER.
           EXEC CICS READNEXT
                     DATASET  ('INCIDF  ')
                     INTO     (INCIDF-RECORD)
                     RIDFLD   (INC-BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J19-EXIT
           END-IF.
           IF  INCIDF-HEADER
           AND NOT INCIDF-CLOSED
               ADD  1                  TO HIT-COUNT
               MOVE SPACES             TO POPLIST-KEY(HIT-COUNT)
                                          POPLIST-DSC(HIT-COUNT)
               MOVE INCIDF-ID          TO POPLIST-KEY(HIT-COUNT)(1:7)
               STRING INCIDF-SEVERITY ' ' INCIDF-STATUS ' '
                      INCIDF-TITLE     DELIMITED BY SIZE
                   INTO POPLIST-DSC(HIT-COUNT)
           END-IF.
           IF  INCIDF-ID NOT < 9999999
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J19-EXIT
           END-IF.
           COMPUTE NEXT-ID = INCIDF-ID + 1.
           MOVE NEXT-ID                TO INCIDF-ID.
           SET  INCIDF-HEADER          TO TRUE.
           MOVE ZERO                   TO INCIDF-SEQ.
           MOVE INCIDF-KEY             TO INC-BRWS-KEY.
           EXEC CICS RESETBR
                     DATASET  ('INCIDF  ')
                     RIDFLD   (INC-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           END-IF.
       J19-EXIT.
           EXIT.

      ******************************************************************
      *    ATTACH A JOB RUN -- THE JOB'S COMPLETIONS ON JOBDHIST,      *
      *    NEWEST FIRST, IN A POPLIST.  THE BROWSE STARTS PAST THE     *
      *    JOB'S LAST RECORD AND READS BACKWARD (AS FILEJRNR DOES)     *
      ******************************************************************
       K00-ATTACH-JOB.
           IF  IWB-IN-NAME NOT > SPACES
               MOVE 'A JOB NAME IS REQUIRED' TO IWB-MSG
               GO TO K90-EXIT
           END-IF.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE HIGH-VALUES            TO BRWS-KEY.
           MOVE IWB-IN-NAME            TO BRWS-KEY(1:8).
           EXEC CICS STARTBR
                     DATASET  ('JOBDHIST')
                     RIDFLD   (BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES        TO BRWS-KEY
               EXEC CICS STARTBR
                         DATASET  ('JOBDHIST')
                         RIDFLD   (BRWS-KEY)
                         GTEQ
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               PERFORM K10-READ-RUN THRU K19-EXIT
                       UNTIL NO-MORE-ENTRIES
                       OR    HIT-COUNT NOT < 100
               EXEC CICS ENDBR
                         DATASET  ('JOBDHIST')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  HIT-COUNT = ZERO
               MOVE 'NO COMPLETED RUNS OF THAT JOB ON FILE' TO IWB-MSG
               GO TO K90-EXIT
           END-IF.
           MOVE ' Job runs (DATE START RC)'
                                       TO POPLIST-HDR.
           PERFORM P00-POPLIST-PICK THRU P90-EXIT.
           IF  QX = ZERO
               GO TO K90-EXIT
           END-IF.

           MOVE HIT-KEY(QX)            TO JOBDHIST-KEY.
           EXEC CICS READ
                     DATASET  ('JOBDHIST')
                     INTO     (JOBDHIST-RECORD)
                     RIDFLD   (JOBDHIST-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'JOB RUN GONE - RE-ENTER REQUEST' TO IWB-MSG
               GO TO K90-EXIT
           END-IF.
      * JOBDHIST CARRIES NO ABSOLUTE TIME, SO THE EVENT DOES NOT MOVE
      * THE INCIDENT'S START -- THE DATE AND TIME RIDE IN THE TEXT
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-ATTACH            TO TRUE.
           MOVE IWB-IN-ID              TO INCL-ID.
           MOVE 'JOB '                 TO INCL-SOURCE.
           MOVE 'JOBDHIST'             TO INCL-FILE.
           MOVE JOBDHIST-KEY           TO INCL-KEY.
           MOVE ZERO                   TO INCL-STAMP
                                          INCL-SEVERITY.
           MOVE JOBDHIST-JOB-NAME      TO INCL-OFFENDER.
           MOVE JOBDHIST-HIGH-RC       TO RC-ED.
           STRING 'JOB ' JOBDHIST-JOB-NAME ' ' JOBDHIST-PWR-NUMB
                  ' RAN ' JOBDHIST-HIST-DATE ' ' JOBDHIST-PGM-STIM
                  ' HIGH RC ' RC-ED
                                       DELIMITED BY SIZE
               INTO INCL-TEXT.
           PERFORM N00-LINK-INCLINK THRU N90-EXIT.
       K90-EXIT.
           EXIT.

       K10-READ-RUN.
           EXEC CICS READPREV
                     DATASET  ('JOBDHIST')
                     INTO     (JOBDHIST-RECORD)
                     RIDFLD   (BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  JOBDHIST-JOB-NAME < IWB-IN-NAME
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO K19-EXIT
           END-IF.
           IF  JOBDHIST-JOB-NAME > IWB-IN-NAME
           OR  NOT JOBDHIST-COMPLETION
               GO TO K19-EXIT
           END-IF.
           ADD  1                      TO HIT-COUNT.
           MOVE JOBDHIST-KEY           TO HIT-KEY(HIT-COUNT).
           MOVE JOBDHIST-HIST-DATE     TO POPLIST-KEY(HIT-COUNT).
           MOVE JOBDHIST-HIGH-RC       TO RC-ED.
           MOVE SPACES                 TO POPLIST-DSC(HIT-COUNT).
           STRING JOBDHIST-PGM-STIM ' RC ' RC-ED ' '
                  JOBDHIST-PWR-NUMB    DELIMITED BY SIZE
               INTO POPLIST-DSC(HIT-COUNT).
       K19-EXIT.
           EXIT.

      ******************************************************************
      *    ATTACH A FILE OUTAGE -- THE FILE'S DROPS TO UNAVAILABLE ON  *
      *    FILEAVLF, NEWEST FIRST, IN A POPLIST                        *
      ******************************************************************
       L00-ATTACH-OUTAGE.
           IF  IWB-IN-NAME NOT > SPACES
               MOVE 'A FILE NAME IS REQUIRED' TO IWB-MSG
               GO TO L90-EXIT
           END-IF.
           MOVE ZERO                   TO HIT-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE HIGH-VALUES            TO AVL-BRWS-KEY.
           MOVE IWB-IN-NAME            TO AVL-BRWS-KEY(1:8).
           EXEC CICS STARTBR
                     DATASET  ('FILEAVLF')
                     RIDFLD   (AVL-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES        TO AVL-BRWS-KEY
               EXEC CICS STARTBR
                         DATASET  ('FILEAVLF')
                         RIDFLD   (AVL-BRWS-KEY)
                         GTEQ
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
           ELSE
               PERFORM L10-READ-TRANSITION THRU L19-EXIT
                       UNTIL NO-MORE-ENTRIES
                       OR    HIT-COUNT NOT < 100
               EXEC CICS ENDBR
                         DATASET  ('FILEAVLF')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  HIT-COUNT = ZERO
               MOVE 'NO OUTAGES OF THAT FILE ON FILE' TO IWB-MSG
               GO TO L90-EXIT
           END-IF.
           MOVE ' Outages (DATE TIME WENT DOWN)'
                                       TO POPLIST-HDR.
           PERFORM P00-POPLIST-PICK THRU P90-EXIT.
           IF  QX = ZERO
               GO TO L90-EXIT
           END-IF.

           MOVE HIT-KEY(QX)(1:16)      TO FILEAVLF-KEY.
           MOVE FILEAVLF-STAMP         TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-ATTACH            TO TRUE.
           MOVE IWB-IN-ID              TO INCL-ID.
           MOVE 'FAVL'                 TO INCL-SOURCE.
           MOVE 'FILEAVLF'             TO INCL-FILE.
           MOVE FILEAVLF-KEY           TO INCL-KEY.
           MOVE FILEAVLF-STAMP         TO INCL-STAMP.
           MOVE ZERO                   TO INCL-SEVERITY.
           MOVE FILEAVLF-FILE          TO INCL-OFFENDER.
           STRING 'FILE ' FILEAVLF-FILE ' UNAVAILABLE FROM '
                  FMT-DATE ' ' FMT-TIME
                                       DELIMITED BY SIZE
               INTO INCL-TEXT.
           PERFORM N00-LINK-INCLINK THRU N90-EXIT.
       L90-EXIT.
           EXIT.

       L10-READ-TRANSITION.
           EXEC CICS READPREV
                     DATASET  ('FILEAVLF')
                     INTO     (FILEAVLF-RECORD)
                     RIDFLD   (AVL-BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  FILEAVLF-FILE < IWB-IN-NAME
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO L19-EXIT
           END-IF.
           IF  FILEAVLF-FILE > IWB-IN-NAME
           OR  FILEAVLF-NEW-STATE NOT = 'U'
               GO TO L19-EXIT
           END-IF.
           ADD  1                      TO HIT-COUNT.
           MOVE SPACES                 TO HIT-KEY(HIT-COUNT).
           MOVE FILEAVLF-KEY           TO HIT-KEY(HIT-COUNT)(1:16).
           MOVE FILEAVLF-STAMP         TO FMT-STAMP.
           PERFORM Y10-FORMAT-STAMP THRU Y19-EXIT.
           MOVE FMT-DATE               TO POPLIST-KEY(HIT-COUNT).
           MOVE SPACES                 TO POPLIST-DSC(HIT-COUNT).
           STRING FMT-TIME ' WAS ' FILEAVLF-OLD-STATE
                                       DELIMITED BY SIZE
               INTO POPLIST-DSC(HIT-COUNT).
       L19-EXIT.
           EXIT.

      ******************************************************************
      *    TAG (ST COLUMN Y) OR UNTAG (N) AN INCIDENT AS HOLDING UP    *
      *    THE FISCAL PERIOD CLOSE -- NOTED AS AN UPDATE AND AUDITED   *
      ******************************************************************
       R00-PERIOD-END-TAG.
           IF  IWB-IN-STATUS NOT = 'Y' AND NOT = 'N'
               MOVE 'ST MUST BE Y (TAG PERIOD-END) OR N (UNTAG)'
                                       TO IWB-MSG
               GO TO R90-EXIT
           END-IF.
           PERFORM Z80-CHECK-AUTH THRU Z89-EXIT.
           IF  AUTH-DENIED
               GO TO R90-EXIT
           END-IF.
           PERFORM G10-READ-FOR-UPDATE THRU G19-EXIT.
           IF  IWB-MSG > SPACES
               GO TO R90-EXIT
           END-IF.
           MOVE SPACES                 TO OLD-IMAGE.
           STRING 'PERIOD-END ' INCIDF-PEREND-SW DELIMITED BY SIZE
               INTO OLD-IMAGE.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE SPACES                 TO UPD-TEXT.
           IF  IWB-IN-STATUS = 'Y'
               SET  INCIDF-PERIOD-END  TO TRUE
               STRING 'TAGGED PERIOD-END -- ' IWB-IN-TEXT
                                       DELIMITED BY SIZE
                   INTO UPD-TEXT
           ELSE
               MOVE 'N'                TO INCIDF-PEREND-SW
               STRING 'PERIOD-END TAG REMOVED -- ' IWB-IN-TEXT
                                       DELIMITED BY SIZE
                   INTO UPD-TEXT
           END-IF.
           PERFORM M00-WRITE-UPDATE THRU M90-EXIT.
           IF  IWB-MSG > SPACES
               GO TO R90-EXIT
           END-IF.
           MOVE SPACES                 TO IWB-MSG.
           STRING 'INCIDENT ' INCIDF-ID ' PERIOD-END TAG SET TO '
                  IWB-IN-STATUS        DELIMITED BY SIZE
               INTO IWB-MSG.
           MOVE 'PEREND'               TO AUDIT-ACTION.
           MOVE OLD-IMAGE              TO AUDIT-OLD-VALUE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING 'PERIOD-END ' IWB-IN-STATUS DELIMITED BY SIZE
               INTO NEW-IMAGE.
           PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT.
       R90-EXIT.
           EXIT.

      ******************************************************************
      *    ADD THE UPDATE RECORD AND REWRITE THE HELD HEADER WITH ITS  *
      *    NEW SEQUENCE -- IWB-MSG STAYS BLANK WHEN BOTH WORK          *
      ******************************************************************
       M00-WRITE-UPDATE.
           MOVE SPACES                 TO IWB-MSG.
           ADD  1                      TO INCIDF-LAST-UPD-SEQ.
           MOVE INCIDF-LAST-UPD-SEQ    TO SEQ-ED.
           EXEC CICS REWRITE
                     DATASET  ('INCIDF  ')
                     FROM     (INCIDF-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - SEE SYSTEM LOG' TO IWB-MSG
               GO TO M90-EXIT
           END-IF.
           PERFORM Y20-AUDIT-IMAGE THRU Y29-EXIT.
           MOVE INCIDF-STATUS          TO STATUS-WORD.
           SET  INCIDF-UPDATE          TO TRUE.
           MOVE SEQ-ED                 TO INCIDF-SEQ.
           MOVE SPACES                 TO INCIDF-BODY.
           MOVE CURR-ABSTIME           TO INCIDF-UPD-STAMP.
           MOVE AUTH-OPID              TO INCIDF-UPD-OPID.
           MOVE STATUS-WORD(1:1)       TO INCIDF-UPD-STATUS.
           MOVE UPD-TEXT               TO INCIDF-UPD-TEXT.
           EXEC CICS WRITE
                     DATASET  ('INCIDF  ')
                     FROM     (INCIDF-RECORD)
                     RIDFLD   (INCIDF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE TEXT NOT FILED - SEE SYSTEM LOG'
                                       TO IWB-MSG
           END-IF.
       M90-EXIT.
           EXIT.

      ******************************************************************
      *    HAND THE PREPARED REQUEST TO INCLINK; ITS ANSWER IS THE     *
      *    MESSAGE                                                     *
      ******************************************************************
       N00-LINK-INCLINK.
           MOVE THIS-PGM               TO INCL-PGM.
           SET  INCL-FAILED            TO TRUE.
           MOVE 'INCIDENT SERVICE UNAVAILABLE' TO INCL-MSG.
           EXEC CICS LINK
                     PROGRAM  ('INCLINK ')
                     COMMAREA (INCL-AREA)
                     LENGTH   (LENGTH OF INCL-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE INCL-MSG               TO IWB-MSG.
       N90-EXIT.
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
                                       TO IWB-MSG
               GO TO P90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE 'NOTHING PICKED'   TO IWB-MSG
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

      * THE 40 BYTES OF AUDIT VALUE -- STATUS, SEVERITY, OWNER AND
      * THE START OF THE TITLE
       Y20-AUDIT-IMAGE.
           MOVE SPACES                 TO NEW-IMAGE.
           STRING INCIDF-STATUS ' ' INCIDF-SEVERITY ' '
                  INCIDF-OWNER ' ' INCIDF-TITLE
                                       DELIMITED BY SIZE
               INTO NEW-IMAGE.
       Y29-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE CHANGE THROUGH AUTHCHK (A FAILED LINK LEAVES THE   *
      *    PRE-SET ALLOWED ANSWER IN PLACE)                            *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'INCIDENT'             TO AUTH-FUNCTION.
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
               MOVE 'NOT AUTHORIZED TO CHANGE INCIDENTS' TO IWB-MSG
           END-IF.
           IF  AUTH-OPID NOT > SPACES
               EXEC CICS ASSIGN
                         OPID     (AUTH-OPID)
                         NOHANDLE
               END-EXEC
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION (THE   *
      *    HEADER KEY, WITH ITS NEW IMAGE)                             *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE IWB-IN-ID              TO AUDIT-REC-KEY(1:7).
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
