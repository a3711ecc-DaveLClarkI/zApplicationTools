      *REMARKS.       AND/OR DATE (CCYYMMDD), PICKS FROM THE NEWEST
      *REMARKS.       MATCHING EVENTS IN A POPLIST POPUP, AND SEES
      *REMARKS.       THE FULL RECORD -- WHO, WHERE, WHEN, ACTION,
      *REMARKS.       KEY, OLD VALUE, NEW VALUE -- WITH THE OPERATOR'S
      *REMARKS.       NAME FROM THE OPERDIRF DIRECTORY.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      * 09/02/2026 DLC TOLERATE THE SHORTER PRE-CHAIN-HASH RECORDS
      *               (SEE AUDITLOG) ON THE BROWSE -- A LENGERR THERE
      *               USED TO END THE LISTING EARLY.
      * 10/15/2026 DLC SHOW THE OPERATOR'S NAME (OPERDIRF) NEXT TO THE
      *               OPID ON THE EVENT DISPLAY.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  TEXT-BUFFER               PIC  X(900).
         03  REC-DATE                  PIC  X(08).
         03  REC-TIME                  PIC  X(06).
         03  OPER-NAME                 PIC  X(30).

       01  INQ-INPUT-LINE.
         03  INQ-IN-USER               PIC  X(08).

       COPY AUDITLOG.

       COPY OPERDIRF.

       01  POPLIST-AREA.
           COPY POPLIST.

               GO TO I90-EXIT
           END-IF.
           PERFORM X00-STAMP-TO-DATE THRU X00-EXIT.
           PERFORM X20-OPER-NAME THRU X29-EXIT.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'WHEN '     REC-DATE ' ' REC-TIME
                  '  ACTION ' AUDITLOG-ACTION        NEWLINE
                  'USER '     AUDITLOG-USERID
                  '  OPID '   AUDITLOG-OPID
                  ' '         OPER-NAME              NEWLINE
                  'TERM '     AUDITLOG-TERMID
                  '  TRAN '   AUDITLOG-TRNID
                  '  PROGRAM ' AUDITLOG-PGM
                  '  JOB '    AUDITLOG-PWR-NAME
                  ' '         AUDITLOG-PWR-NUMB      NEWLINE
                  'KEY '      AUDITLOG-REC-KEY       NEWLINE
           END-EXEC.
       X00-EXIT.
           EXIT.

      ******************************************************************
      *    THE RECORD OPERATOR'S NAME FROM THE OPERDIRF DIRECTORY      *
      *    (BLANK WHEN THEY ARE NOT ON IT)                             *
      ******************************************************************
       X20-OPER-NAME.
           MOVE SPACES                 TO OPER-NAME.
           IF  AUDITLOG-OPID NOT > SPACES
               GO TO X29-EXIT
           END-IF.
           MOVE AUDITLOG-OPID          TO OPERDIRF-OPID.
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
       X29-EXIT.
           EXIT.
