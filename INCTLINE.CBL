      *REMARKS.       VSAMLOG LINES CARRY NO TIMESTAMP AND NO
      *REMARKS.       TERMINAL, SO THEY LIST AT THE TOP OF THE
      *REMARKS.       WINDOW AS REGION-WIDE CONTEXT.  PERFHIST HAS
      *REMARKS.       NO OPERATOR ID, SO THE O FORM SKIPS IT.  FROM
      *REMARKS.       THE DETAIL, I NNNNNNN ATTACHES THE EVENT TO AN
      *REMARKS.       INCIDENT (SEE INCLINK).  THE T FORM SHOWS WHERE
      *REMARKS.       THE TERMINAL IS (FROM THE TERMINVF INVENTORY)
      *REMARKS.       IN THE LIST HEADING AND THE DETAIL.  AN I IN
      *REMARKS.       THE SOURCE COLUMN AFTER MINS LISTS THE HOPS ON
      *REMARKS.       THE NAVINVF INVESTIGATION FILE (AS RELOADED BY
      *REMARKS.       NAVRELD) FOR THE TERMINAL OR OPERATOR INSTEAD --
      *REMARKS.       NO WINDOW, DATE AND TIME ON EACH LINE, AND NONE
      *REMARKS.       OF THE LIVE-ONLY SOURCES.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *               A PRIVATE COPY OF THE LAYOUT, SO A LAYOUT
      *               CHANGE CANNOT SILENTLY DIVERGE FROM THIS
      *               READER.
      * 10/15/2026 DLC KEEP EACH EVENT'S SOURCE FILE, KEY AND CULPRIT
      *               (PROGRAM OR TARGET) IN THE TIMELINE, AND LET THE
      *               DETAIL TAKE I NNNNNNN TO ATTACH THE EVENT TO THAT
      *               INCIDENT ON INCIDF THROUGH THE NEW INCLINK
      *               SERVICE.
      * 10/15/2026 DLC SHOW THE TERMINAL'S LOCATION FROM TERMINVF
      *               BESIDE ITS ID FOR THE T FORM.
      * 10/15/2026 DLC SOURCE I LISTS THE NAVINVF INVESTIGATION FILE
      *               RELOADED FROM THE NAVARCH ARCHIVE BY NAVRELD.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  INC-BY-TERM                            VALUE 'T'.
           88  INC-BY-OPER                            VALUE 'O'.
           88  INC-QUIT                               VALUE 'E'.
         03  INC-SRC                   PIC  X(01).
           88  INC-INVEST                             VALUE 'I' 'i'.
         03  NAV-FILE                  PIC  X(08).
         03  INC-MSG                   PIC  X(60)   VALUE 'READY'.
         03  INC-PROMPT                PIC  X(130).
         03  INC-PROMPT-LEN            PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(400).
         03  VSAM-LINE                 PIC  X(120).
         03  TERM-WHERE                PIC  X(34).

       01  INC-INPUT-LINE.
         03  INC-IN-FUNC               PIC  X(01).
         03  INC-IN-ID                 PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  INC-IN-MINS               PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  INC-IN-SRC                PIC  X(01).

      * THE MERGED TIMELINE, HELD IN STAMP ORDER AS IT IS COLLECTED
       01  EVENT-TABLE.
           05  EVT-STAMP               PIC S9(15)   PACKED-DECIMAL.
           05  EVT-SOURCE              PIC  X(04).
           05  EVT-TEXT                PIC  X(70).
           05  EVT-FILE                PIC  X(08).
           05  EVT-KEY                 PIC  X(32).
           05  EVT-OFFENDER            PIC  X(08).

       COPY NAVHIST.


       COPY UNEXERRF.

       COPY TERMINVF.

       01  INCL-AREA.
         COPY INCLINK.

       01  POPLIST-AREA.
           COPY POPLIST.

           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE INC-IN-FUNC             TO INC-FUNC.
           MOVE INC-IN-SRC              TO INC-SRC.
           EVALUATE TRUE
               WHEN INC-QUIT
                   MOVE 'INCTLINE TERMINATED' TO INC-MSG
           MOVE 1                       TO INC-PROMPT-LEN.
           STRING 'INCTLINE  '                 DELIMITED BY SIZE
                  INC-MSG                      DELIMITED BY SIZE
                  '  F(T=TERM/O=OPER/E) ID(4) MINS(4) SRC(I=INVEST)'
                  ' ==> '
                                                DELIMITED BY SIZE
               INTO INC-PROMPT          WITH POINTER INC-PROMPT-LEN.
           SUBTRACT 1                   FROM INC-PROMPT-LEN.
                     NOHANDLE
           END-EXEC.
           MOVE ZERO                   TO EVT-COUNT.
           MOVE SPACES                 TO TERM-WHERE.
           IF  INC-BY-TERM
               PERFORM F50-TERMINAL-WHERE THRU F59-EXIT
           END-IF.

      * THE INVESTIGATION FILE HOLDS ONLY RELOADED HOPS -- THE OTHER
      * SOURCES ARE LIVE AND SAY NOTHING ABOUT AN ARCHIVED PERIOD
           IF  INC-INVEST
               MOVE 'NAVINVF '         TO NAV-FILE
               PERFORM H00-COLLECT-NAVHIST THRU H90-EXIT
           ELSE
               MOVE 'NAVHIST '         TO NAV-FILE
               PERFORM G00-COLLECT-VSAMLOG THRU G90-EXIT
               PERFORM H00-COLLECT-NAVHIST THRU H90-EXIT
               IF  INC-BY-TERM
                   PERFORM I00-COLLECT-PERFHIST THRU I90-EXIT
               END-IF
               PERFORM J00-COLLECT-UNEXERRF THRU J90-EXIT
           END-IF.

           IF  EVT-COUNT = ZERO
               IF  INC-INVEST
                   MOVE 'NOTHING ON NAVINVF FOR THAT ID' TO INC-MSG
               ELSE
                   MOVE 'NOTHING IN THAT WINDOW'    TO INC-MSG
               END-IF
               GO TO F90-EXIT
           END-IF.

                                          POPLIST-TLR.
           MOVE ' Timeline (HH:MM:SS TEXT)'
                                       TO POPLIST-HDR.
           IF  TERM-WHERE > SPACES
               MOVE SPACES             TO POPLIST-HDR
               STRING ' Timeline ' TERM-WHERE
                                       DELIMITED BY SIZE
                   INTO POPLIST-HDR
           END-IF.
           IF  INC-INVEST
               MOVE ' NAVINVF (MM/DD HH:MM TEXT)'
                                       TO POPLIST-HDR
           END-IF.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    WHERE THE TERMINAL IS, FROM THE TERMINAL INVENTORY (LEFT    *
      *    BLANK FOR ONE THAT IS NOT ON FILE)                          *
      ******************************************************************
       F50-TERMINAL-WHERE.
           MOVE INC-IN-ID              TO TINV-TERMID.
           EXEC CICS READ
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO F59-EXIT
           END-IF.
           STRING INC-IN-ID ' @ '          DELIMITED BY SIZE
                  TINV-BUILDING            DELIMITED BY SPACE
                  '/'                      DELIMITED BY SIZE
                  TINV-FLOOR               DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  TINV-LOCATION            DELIMITED BY SIZE
               INTO TERM-WHERE.
       F59-EXIT.
           EXIT.

      ******************************************************************
      *    VSAMLOG -- NO STAMPS AND NO TERMINAL, SO THE LAST LINES     *
      *    RIDE AT THE TOP OF THE WINDOW AS REGION-WIDE CONTEXT        *
           MOVE WINDOW-START           TO EVT-STAMP(SLOT-IX).
           MOVE 'VSAM'                 TO EVT-SOURCE(SLOT-IX).
           MOVE VSAM-LINE(1:70)        TO EVT-TEXT(SLOT-IX).
      * A QUEUE ITEM HAS NO LASTING KEY -- ITS TEXT STANDS IN FOR ONE
           MOVE 'VSAMLOG'              TO EVT-FILE(SLOT-IX).
           MOVE VSAM-LINE(1:32)        TO EVT-KEY(SLOT-IX).
           MOVE SPACES                 TO EVT-OFFENDER(SLOT-IX).
       G10-EXIT.
           EXIT.

      ******************************************************************
      *    NAVHIST HOPS IN THE WINDOW FOR THE TERMINAL (OR OPERATOR).  *
      *    THE INVESTIGATION FILE (SAME LAYOUT) IS READ WHOLE -- IT    *
      *    HOLDS WHATEVER REGION AND PERIOD THE RELOAD PICKED          *
      ******************************************************************
       H00-COLLECT-NAVHIST.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE LOW-VALUES             TO NAVHIST-KEY.
           IF  NOT INC-INVEST
               MOVE OWN-APPLID         TO NAVHIST-APPLID
               IF  INC-BY-TERM
                   MOVE INC-IN-ID      TO NAVHIST-TERMID(1:4)
               END-IF
           END-IF.
           EXEC CICS STARTBR
                     DATASET  (NAV-FILE)
                     RIDFLD   (NAVHIST-KEY)
                     GTEQ
                     NOHANDLE
           PERFORM H10-READ-HOP THRU H10-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  (NAV-FILE)
                     NOHANDLE
           END-EXEC.
       H90-EXIT.

       H10-READ-HOP.
           EXEC CICS READNEXT
                     DATASET  (NAV-FILE)
                     INTO     (NAVHIST-RECORD)
                     RIDFLD   (NAVHIST-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO H10-EXIT
           END-IF.
           IF  INC-INVEST
               GO TO H20-INVEST-HOP
           END-IF.
           IF  NAVHIST-APPLID NOT = OWN-APPLID
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO H10-EXIT
           END-IF.
           IF  NAVHIST-STAMP < WINDOW-START
               GO TO H10-EXIT
           END-IF.
           GO TO H30-ADD-HOP.

      * ANY REGION, ANY PERIOD -- JUST THE TERMINAL OR OPERATOR ASKED
       H20-INVEST-HOP.
           IF  INC-BY-TERM
           AND NAVHIST-TERMID(1:4) NOT = INC-IN-ID
               GO TO H10-EXIT
           END-IF.
           IF  INC-BY-OPER
           AND NAVHIST-OPID NOT = INC-IN-ID(1:3)
               GO TO H10-EXIT
           END-IF.

       H30-ADD-HOP.
           MOVE NAVHIST-STAMP          TO EVT-NEW-STAMP.
           PERFORM Y00-ADD-EVENT THRU Y09-EXIT.
           IF  SLOT-IX = ZERO
           END-IF.
           MOVE NAVHIST-STAMP          TO EVT-STAMP(SLOT-IX).
           MOVE 'NAV '                 TO EVT-SOURCE(SLOT-IX).
           MOVE NAV-FILE               TO EVT-FILE(SLOT-IX).
           MOVE SPACES                 TO EVT-KEY(SLOT-IX).
           MOVE NAVHIST-KEY            TO EVT-KEY(SLOT-IX).
           MOVE NAVHIST-TO             TO EVT-OFFENDER(SLOT-IX).
           MOVE SPACES                 TO EVT-TEXT(SLOT-IX).
           STRING NAVHIST-TRNID ' '        DELIMITED BY SIZE
                  NAVHIST-FROM             DELIMITED BY SIZE
           END-IF.
           MOVE PERFHIST-STAMP             TO EVT-STAMP(SLOT-IX).
           MOVE 'PERF'                 TO EVT-SOURCE(SLOT-IX).
           MOVE 'PERFHIST'             TO EVT-FILE(SLOT-IX).
           MOVE SPACES                 TO EVT-KEY(SLOT-IX).
           MOVE PERFHIST-KEY           TO EVT-KEY(SLOT-IX).
           MOVE PERFHIST-PGM           TO EVT-OFFENDER(SLOT-IX).
           MOVE PERFHIST-ELAPSED-MS        TO MS-ED.
           MOVE SPACES                 TO EVT-TEXT(SLOT-IX).
           STRING PERFHIST-TRNID ' '           DELIMITED BY SIZE
           END-IF.
           MOVE UNEXERRF-STAMP         TO EVT-STAMP(SLOT-IX).
           MOVE 'UNEX'                 TO EVT-SOURCE(SLOT-IX).
           MOVE 'UNEXERRF'             TO EVT-FILE(SLOT-IX).
           MOVE SPACES                 TO EVT-KEY(SLOT-IX).
           MOVE UNEXERRF-KEY           TO EVT-KEY(SLOT-IX).
           MOVE UNEXERRF-PGM           TO EVT-OFFENDER(SLOT-IX).
           MOVE SPACES                 TO EVT-TEXT(SLOT-IX).
           STRING UNEXERRF-PGM ' '         DELIMITED BY SIZE
                  UNEXERRF-DETAIL          DELIMITED BY SIZE
      ******************************************************************
       K00-FILL-LIST.
           MOVE EVT-SOURCE(EX)         TO POPLIST-KEY(EX).
           MOVE SPACES                 TO REC-DATE REC-TIME.
           EXEC CICS FORMATTIME
                     ABSTIME  (EVT-STAMP(EX))
                     YYYYMMDD (REC-DATE)
                     TIME     (REC-TIME)
                     TIMESEP
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO POPLIST-DSC(EX).
      * AN INVESTIGATION SPANS DAYS, SO ITS LINES CARRY THE DATE
           IF  INC-INVEST
               STRING REC-DATE(5:2) '/' REC-DATE(7:2) ' '
                      REC-TIME(1:5) ' '    DELIMITED BY SIZE
                      EVT-TEXT(EX)(1:13)   DELIMITED BY SIZE
                   INTO POPLIST-DSC(EX)
               GO TO K09-EXIT
           END-IF.
           STRING REC-TIME(1:8) ' '        DELIMITED BY SIZE
                  EVT-TEXT(EX)(1:16)       DELIMITED BY SIZE
               INTO POPLIST-DSC(EX).
           STRING 'SOURCE ' EVT-SOURCE(QX)
                  '  WHEN ' REC-DATE ' ' REC-TIME  NEWLINE
                  EVT-TEXT(QX)                     NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  TERM-WHERE > SPACES
               STRING 'TERMINAL ' TERM-WHERE       NEWLINE
                      DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           STRING 'I NNNNNNN ATTACHES THIS EVENT TO THAT INCIDENT'
                                                   NEWLINE
                  'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO INC-INPUT-LINE.
           MOVE 9                      TO INC-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (INC-INPUT-LINE)
                     LENGTH   (INC-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE 'READY'                TO INC-MSG.
           IF  INC-INPUT-LINE(1:1) = 'I' OR 'i'
               PERFORM L50-ATTACH-EVENT THRU L59-EXIT
           END-IF.
           MOVE SPACES                 TO INC-INPUT-LINE.
       L90-EXIT.
           EXIT.

      ******************************************************************
      *    ATTACH THE EVENT ON SHOW TO THE KEYED INCIDENT (INCLINK     *
      *    CHECKS AUTHORITY, REFUSES A CLOSED INCIDENT OR A REPEAT,    *
      *    AND AUDITS IT).  A VSAMLOG LINE'S STAMP IS ONLY THE WINDOW  *
      *    EDGE, SO IT GOES WITHOUT ONE                                *
      ******************************************************************
       L50-ATTACH-EVENT.
           IF  INC-INPUT-LINE(3:7) NOT NUMERIC
               MOVE 'I NEEDS THE INCIDENT NUMBER (7 DIGITS)' TO INC-MSG
               GO TO L59-EXIT
           END-IF.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-ATTACH            TO TRUE.
           MOVE THIS-PGM               TO INCL-PGM.
           MOVE INC-INPUT-LINE(3:7)    TO INCL-ID.
           MOVE EVT-SOURCE(QX)         TO INCL-SOURCE.
           MOVE EVT-FILE(QX)           TO INCL-FILE.
           MOVE EVT-KEY(QX)            TO INCL-KEY.
           IF  EVT-SOURCE(QX) = 'VSAM'
               MOVE ZERO               TO INCL-STAMP
           ELSE
               MOVE EVT-STAMP(QX)      TO INCL-STAMP
           END-IF.
           MOVE ZERO                   TO INCL-SEVERITY.
           MOVE EVT-OFFENDER(QX)       TO INCL-OFFENDER.
           MOVE EVT-TEXT(QX)           TO INCL-TEXT.
           SET  INCL-FAILED            TO TRUE.
           MOVE 'INCIDENT SERVICE UNAVAILABLE' TO INCL-MSG.
           EXEC CICS LINK
                     PROGRAM  ('INCLINK ')
                     COMMAREA (INCL-AREA)
                     LENGTH   (LENGTH OF INCL-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE INCL-MSG               TO INC-MSG.
       L59-EXIT.
           EXIT.
