       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PROCSHOW.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       PROCESSING-DATE DISPLAY OVER PROCDTF.  ONE LINE
      *REMARKS.       PER CALENDAR (THE SHOP CALENDAR FIRST) WITH THE
      *REMARKS.       CURRENT BUSINESS DATE, THE ONE BEFORE IT, AND
      *REMARKS.       WHEN AND BY WHOM (JOB, POWER NUMBER AND USER)
      *REMARKS.       IT WAS LAST ROLLED BY PROCROLL, UNDER TODAY'S
      *REMARKS.       CLOCK DATE -- SO THE MORNING SHIFT CAN SEE AT A
      *REMARKS.       GLANCE WHETHER LAST NIGHT'S ROLLOVER HAPPENED.
      *REMARKS.       ENTER REFRESHES, E EXITS.  DISPLAY ONLY; THE
      *REMARKS.       DATE IS NEVER CHANGED FROM HERE.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'PROCSHOW'.
         03  SHOW-QUIT-SW              PIC  X(01)   VALUE 'N'.
           88  SHOW-QUIT                            VALUE 'Y'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  SHOW-MSG                  PIC  X(60)   VALUE 'READY'.
         03  SHOW-IN-LENG              PIC S9(04)   BINARY.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  CURR-DATE                 PIC  X(08).
         03  CURR-TIME                 PIC  X(06).
         03  CAL-LINES                 PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1600).

       01  SHOW-INPUT-LINE.
         03  SHOW-IN-TEXT              PIC  X(10).

      * ONE CALENDAR'S LINE ON THE SCREEN
       01  SHOW-LINE.
         03  SHOW-CAL                  PIC  X(08).
         03  FILLER                    PIC  X(02).
         03  SHOW-CUR                  PIC  X(08).
         03  FILLER                    PIC  X(02).
         03  SHOW-PREV                 PIC  X(08).
         03  FILLER                    PIC  X(02).
         03  SHOW-ROLL-DATE            PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  SHOW-ROLL-TIME.
           05  SHOW-ROLL-HH            PIC  X(02).
           05  FILLER                  PIC  X(01).
           05  SHOW-ROLL-MM            PIC  X(02).
           05  FILLER                  PIC  X(01).
           05  SHOW-ROLL-SS            PIC  X(02).
         03  FILLER                    PIC  X(02).
         03  SHOW-ROLL-JOB             PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  SHOW-ROLL-NUMB            PIC  X(06).
         03  FILLER                    PIC  X(01).
         03  SHOW-ROLL-USER            PIC  X(08).

       COPY PROCDTF.

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

           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL SHOW-QUIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    PAINT THE DATES, RECEIVE ONE REQUEST, AND DISPATCH IT       *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-PAINT-DATES THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.

           EVALUATE TRUE
               WHEN SHOW-IN-TEXT(1:1) = 'E'
                   SET  SHOW-QUIT      TO TRUE
               WHEN SHOW-IN-TEXT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'PRESS ENTER TO REFRESH, OR E TO EXIT'
                                            TO SHOW-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    THE SCREEN -- TODAY'S CLOCK, THEN ONE LINE PER CALENDAR ON  *
      *    PROCDTF (SPACES, THE SHOP CALENDAR, SORTS FIRST)            *
      ******************************************************************
       D00-PAINT-DATES.
           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE SPACES                 TO CURR-DATE CURR-TIME.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     YYYYMMDD (CURR-DATE)
                     TIME     (CURR-TIME)
                     NOHANDLE
           END-EXEC.

           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'PROCSHOW   '        DELIMITED BY SIZE
                  SHOW-MSG             DELIMITED BY SIZE
                  NEWLINE              DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           STRING 'CLOCK DATE ' CURR-DATE ' TIME ' CURR-TIME(1:2)
                  ':' CURR-TIME(3:2) NEWLINE
                  NEWLINE
                  'CALENDAR  CURRENT   PREVIOUS  '
                  'LAST ROLLED        BY JOB   NUMBER USER'
                  NEWLINE              DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.

           MOVE ZERO                   TO CAL-LINES.
           MOVE LOW-VALUES             TO PROCDTF-KEY.
           EXEC CICS STARTBR
                     DATASET  ('PROCDTF ')
                     RIDFLD   (PROCDTF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y'                TO MORE-ENTRIES-SW
               PERFORM D10-CALENDAR-LINE THRU D19-EXIT
                       UNTIL NO-MORE-ENTRIES
                       OR    CAL-LINES NOT < 15
               EXEC CICS ENDBR
                         DATASET  ('PROCDTF ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  CAL-LINES = ZERO
               STRING 'NO PROCESSING DATE ON FILE -- PROCROLL STARTS '
                      'ONE ON ITS FIRST RUN' NEWLINE
                                       DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.

           STRING NEWLINE 'ENTER = REFRESH / E ==> '
                                       DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 'READY'                TO SHOW-MSG.
       D90-EXIT.
           EXIT.

       D10-CALENDAR-LINE.
           EXEC CICS READNEXT
                     DATASET  ('PROCDTF ')
                     INTO     (PROCDTF-RECORD)
                     RIDFLD   (PROCDTF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO D19-EXIT
           END-IF.
           ADD  1                      TO CAL-LINES.
           MOVE SPACES                 TO SHOW-LINE.
           MOVE PDTE-CAL-ID            TO SHOW-CAL.
           IF  PDTE-CAL-ID = SPACES
               MOVE 'SHOP'             TO SHOW-CAL
           END-IF.
           MOVE PDTE-CUR-DATE          TO SHOW-CUR.
           MOVE PDTE-PREV-DATE         TO SHOW-PREV.
           MOVE PDTE-ROLL-DATE         TO SHOW-ROLL-DATE.
           MOVE PDTE-ROLL-TIME(1:2)    TO SHOW-ROLL-HH.
           MOVE PDTE-ROLL-TIME(3:2)    TO SHOW-ROLL-MM.
           MOVE PDTE-ROLL-TIME(5:2)    TO SHOW-ROLL-SS.
           IF  PDTE-ROLL-TIME > SPACES
               MOVE ':'                TO SHOW-ROLL-TIME(3:1)
                                          SHOW-ROLL-TIME(6:1)
           END-IF.
           MOVE PDTE-ROLL-JOB          TO SHOW-ROLL-JOB.
           MOVE PDTE-ROLL-NUMB         TO SHOW-ROLL-NUMB.
           MOVE PDTE-ROLL-USER         TO SHOW-ROLL-USER.
           STRING SHOW-LINE NEWLINE    DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
       D19-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO SHOW-INPUT-LINE.
           MOVE LENGTH OF SHOW-INPUT-LINE TO SHOW-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (SHOW-INPUT-LINE)
                     LENGTH   (SHOW-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.
