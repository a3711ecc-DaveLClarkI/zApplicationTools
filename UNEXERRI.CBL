      *REMARKS.       POPLIST POPUP, AND SEES THE FULL EVENT --
      *REMARKS.       "HAS THIS ABEND HAPPENED BEFORE" IS NOW A
      *REMARKS.       LOOKUP, NOT A HUNT THROUGH WRAPPED CSMT TRACE.
      *REMARKS.       THE OPERATOR IS NAMED FROM THE OPERDIRF
      *REMARKS.       DIRECTORY.  FROM THE DETAIL, I NNNNNNN
      *REMARKS.       ATTACHES THE EVENT TO AN INCIDENT (INCLINK).
      *REMARKS.       THE DETAIL ALSO SHOWS THE EIBFN AND ANY KNOWN-
      *REMARKS.       ERROR REMEDIATION ON KNOWNERF (KNOWNLK).

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               THE OPERATOR'S EXACT SCREEN BACK UP, USING THE
      *               SAME SEND TECHNIQUE POPLIST'S WINDOW-MODE
      *               RESTORE USES.
      * 10/15/2026 DLC SHOW THE OPERATOR'S NAME (OPERDIRF) NEXT TO THE
      *               OPID ON THE EVENT DETAIL.
      * 10/15/2026 DLC THE EVENT DETAIL TAKES I NNNNNNN TO ATTACH THE
      *               EVENT TO THAT INCIDENT ON INCIDF THROUGH THE NEW
      *               INCLINK SERVICE.
      * 10/15/2026 DLC SHOW THE EIBFN (HEX) ON THE EVENT DETAIL, AND
      *               UNDER IT THE DIAGNOSIS, REMEDIATION STEPS AND
      *               RETRY ADVICE OF THE BEST-MATCHING KNOWNERF
      *               KNOWN-ERROR ENTRY (THROUGH THE NEW KNOWNLK
      *               SERVICE).  TEXT-BUFFER WIDENED TO HOLD THEM.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  HX                        PIC S9(04)   BINARY.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1200).
         03  RESP-ED                   PIC -(8)9.
         03  REC-LEN                   PIC S9(04)   BINARY.
         03  SCRN-FOUND-SW             PIC  X(01).
         03  RSTR-LEN                  PIC S9(04)   BINARY.
         03  LEN                       PIC S9(04)   BINARY.
         03  RSTR-TIOA                 PIC  X(3210).
         03  OPER-NAME                 PIC  X(30).
         03  TIME-ED.
           05  TE-HH                   PIC  99.
           05  FILLER                  PIC  X(01)   VALUE ':'.

       COPY SCRNSHOT.

       COPY OPERDIRF.

       COPY ABSTIME.

       01  INCL-AREA.
         COPY INCLINK.

       01  KNWL-AREA.
         COPY KNOWNLK.

       01  POPLIST-AREA.
           COPY POPLIST.

           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           PERFORM I50-OPER-NAME THRU I59-EXIT.
           PERFORM I30-KNOWN-ERROR THRU I39-EXIT.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'PROGRAM '  UNEXERRF-PGM
                  '  TRAN '   UNEXERRF-TRNID
                  '  TIME '   TIME-ED               NEWLINE
                  'TERMINAL ' UNEXERRF-TERMID
                  '  OPID '   UNEXERRF-OPID
                  ' '         OPER-NAME             NEWLINE
                  'EIBRESP'   RESP-ED
                  '  EIBFN X''' KNWL-FN-HEX ''''    NEWLINE
                  'DETAIL '   UNEXERRF-DETAIL       NEWLINE
                  'CHKPT '    UNEXERRF-CHKPTOKEN    NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  KNWL-FOUND
               STRING NEWLINE
                      'KNOWN ERROR (' KNWL-MATCH-KEY(2:8)
                      ' ' KNWL-MATCH-KEY(10:4)
                      ' ' KNWL-MATCH-KEY(14:4) ')' NEWLINE
                      '  ' KNWL-DIAG              NEWLINE
                      '  1. ' KNWL-STEP(1)        NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               IF  KNWL-STEP(2) > SPACES
                   STRING '  2. ' KNWL-STEP(2)    NEWLINE
                              DELIMITED BY SIZE
                       INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               END-IF
               IF  KNWL-STEP(3) > SPACES
                   STRING '  3. ' KNWL-STEP(3)    NEWLINE
                              DELIMITED BY SIZE
                       INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               END-IF
               IF  KNWL-RETRY-SAFE
                   STRING '  RETRY: SAFE FOR THE OPERATOR' NEWLINE
                              DELIMITED BY SIZE
                       INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               ELSE
                   STRING '  RETRY: NOT SAFE - FOLLOW THE STEPS'
                          NEWLINE     DELIMITED BY SIZE
                       INTO TEXT-BUFFER  WITH POINTER BUF-PTR
               END-IF
               STRING NEWLINE     DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.

      * DOES THE EVENT HAVE A CAPTURED SCREEN TO OFFER?
           MOVE 'N'                    TO SCRN-FOUND-SW.
                     EQUAL
                     NOHANDLE
           END-EXEC.
           STRING 'I NNNNNNN ATTACHES THIS EVENT TO THAT INCIDENT'
                  NEWLINE  DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND SCRNSHOT-LEN > 3
               SET  SCRN-FOUND         TO TRUE
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO INQ-INPUT-LINE.
           MOVE 9                      TO INQ-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (INQ-INPUT-LINE)
                     LENGTH   (INQ-IN-LENG)
           AND (INQ-INPUT-LINE(1:1) = 'S' OR 's')
               PERFORM J50-REPLAY-SCREEN THRU J59-EXIT
           END-IF.
           MOVE 'READY'                TO INQ-MSG.
           IF  INQ-INPUT-LINE(1:1) = 'I' OR 'i'
               PERFORM J70-ATTACH-EVENT THRU J79-EXIT
           END-IF.
           MOVE SPACES                 TO INQ-INPUT-LINE.
       I90-EXIT.
           EXIT.

      * THE BEST-MATCHING KNOWN-ERROR ENTRY FOR THE EVENT (KNOWNLK --
      * A FAILED LINK, OR A REGION WITHOUT KNOWNERF, FINDS NONE; THE
      * HEX EIBFN IS THEN LEFT BLANK)
       I30-KNOWN-ERROR.
           MOVE SPACES                 TO KNWL-AREA.
           SET  KNWL-UNEXPECTED        TO TRUE.
           MOVE UNEXERRF-PGM           TO KNWL-NAME.
           MOVE UNEXERRF-FN            TO KNWL-FN.
           MOVE UNEXERRF-RESP          TO KNWL-RESP.
           MOVE 'N'                    TO KNWL-FOUND-SW.
           EXEC CICS LINK
                     PROGRAM  ('KNOWNLK ')
                     COMMAREA (KNWL-AREA)
                     LENGTH   (LENGTH OF KNWL-AREA)
                     NOHANDLE
           END-EXEC.
       I39-EXIT.
           EXIT.

      * THE EVENT OPERATOR'S NAME FROM THE OPERDIRF DIRECTORY (BLANK
      * WHEN THEY ARE NOT ON IT)
       I50-OPER-NAME.
           MOVE SPACES                 TO OPER-NAME.
           IF  UNEXERRF-OPID NOT > SPACES
               GO TO I59-EXIT
           END-IF.
           MOVE UNEXERRF-OPID          TO OPERDIRF-OPID.
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
       I59-EXIT.
           EXIT.

      ******************************************************************
      *    PUT THE CAPTURED SCREEN BACK UP, ATTRIBUTES AND ALL, THE    *
      *    WAY POPLIST'S WINDOW-MODE RESTORE DOES, AND WAIT FOR A KEY  *
           END-EXEC.
       J59-EXIT.
           EXIT.

      ******************************************************************
      *    ATTACH THE EVENT ON SHOW TO THE KEYED INCIDENT (INCLINK     *
      *    CHECKS AUTHORITY, REFUSES A CLOSED INCIDENT OR A REPEAT,    *
      *    AND AUDITS IT)                                              *
      ******************************************************************
       J70-ATTACH-EVENT.
           IF  INQ-INPUT-LINE(3:7) NOT NUMERIC
               MOVE 'I NEEDS THE INCIDENT NUMBER (7 DIGITS)' TO INQ-MSG
               GO TO J79-EXIT
           END-IF.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-ATTACH            TO TRUE.
           MOVE THIS-PGM               TO INCL-PGM.
           MOVE INQ-INPUT-LINE(3:7)    TO INCL-ID.
           MOVE 'UNEX'                 TO INCL-SOURCE.
           MOVE 'UNEXERRF'             TO INCL-FILE.
           MOVE UNEXERRF-KEY           TO INCL-KEY.
           MOVE UNEXERRF-STAMP         TO INCL-STAMP.
           MOVE ZERO                   TO INCL-SEVERITY.
           MOVE UNEXERRF-PGM           TO INCL-OFFENDER.
           STRING UNEXERRF-PGM ' ' UNEXERRF-TRNID ' RESP' RESP-ED
                  ' ' UNEXERRF-DETAIL  DELIMITED BY SIZE
               INTO INCL-TEXT.
           SET  INCL-FAILED            TO TRUE.
           MOVE 'INCIDENT SERVICE UNAVAILABLE' TO INCL-MSG.
           EXEC CICS LINK
                     PROGRAM  ('INCLINK ')
                     COMMAREA (INCL-AREA)
                     LENGTH   (LENGTH OF INCL-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE INCL-MSG               TO INQ-MSG.
       J79-EXIT.
           EXIT.
