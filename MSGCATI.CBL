       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MSGCATI.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       MESSAGE CATALOG INQUIRY (TRANSACTION MSGI).  AN
      *REMARKS.       OPERATOR KEYS THE ID OF ANY CATALOG MESSAGE SEEN
      *REMARKS.       ON CSMT OR ANOTHER ROUTED QUEUE -- OR SIMPLY
      *REMARKS.       RE-KEYS THE LINE, SINCE A CATALOG MESSAGE LEADS
      *REMARKS.       WITH ITS ID -- AND IS SHOWN THE MSGCATF ENTRY:
      *REMARKS.       ITS SEVERITY, ITS TEXT, WHAT IT MEANS AND WHAT
      *REMARKS.       TO DO ABOUT IT.  READ ONLY, SO NOT GATED;
      *REMARKS.       MSGCATM MAINTAINS THE CATALOG.  A BLANK ENTRY
      *REMARKS.       ENDS THE TRANSACTION.

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'MSGCATI'.
         03  MCTI-MSG                  PIC  X(90)   VALUE 'READY'.
         03  MCTI-PROMPT               PIC  X(160).
         03  MCTI-PROMPT-LEN           PIC S9(04)   BINARY.
         03  MCTI-IN-LENG              PIC S9(04)   BINARY.
         03  MCTI-ID                   PIC  X(08).
         03  DONE-SW                   PIC  X(01)   VALUE 'N'.
           88  MCTI-DONE                            VALUE 'Y'.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(800).

      * AN ID, OR A WHOLE ROUTED LINE -- A CATALOG LINE LEADS WITH ITS
      * ID; A LINE THAT LEADS WITH A ONE-LETTER SEVERITY HAS ITS ID
      * (IF ANY) AFTER THAT
       01  MCTI-INPUT-LINE.
         03  MCTI-IN-ID                PIC  X(08).
         03  FILLER                    PIC  X(102).
       01  MCTI-INPUT-SEV              REDEFINES MCTI-INPUT-LINE.
         03  MCTI-IN-SEV               PIC  X(01).
         03  MCTI-IN-SEV-GAP           PIC  X(01).
         03  MCTI-IN-SEV-ID            PIC  X(08).
         03  FILLER                    PIC  X(100).

       COPY MSGCATF.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL MCTI-DONE.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    PROMPT FOR AN ID, LOOK IT UP, AND SHOW THE ENTRY            *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           IF  MCTI-INPUT-LINE NOT > SPACES
               SET  MCTI-DONE          TO TRUE
               GO TO C90-EXIT
           END-IF.
           IF  MCTI-IN-SEV-GAP = SPACE
               MOVE MCTI-IN-SEV-ID     TO MCTI-ID
           ELSE
               MOVE MCTI-IN-ID         TO MCTI-ID
           END-IF.
           MOVE MCTI-ID                TO MSGCATF-ID.
           EXEC CICS READ
                     DATASET  ('MSGCATF ')
                     INTO     (MSGCATF-RECORD)
                     RIDFLD   (MSGCATF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   PERFORM F00-SHOW-ENTRY THRU F90-EXIT
               WHEN EIBRESP = DFHRESP(NOTFND)
                   MOVE SPACES         TO MCTI-MSG
                   STRING MCTI-ID ' IS NOT IN THE MESSAGE CATALOG'
                              DELIMITED BY SIZE
                       INTO MCTI-MSG
               WHEN OTHER
                   MOVE 'MESSAGE CATALOG NOT AVAILABLE' TO MCTI-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO MCTI-PROMPT.
           MOVE 1                       TO MCTI-PROMPT-LEN.
           STRING 'MSGCATI  '                  DELIMITED BY SIZE
                  MCTI-MSG                     DELIMITED BY SIZE
                  '  MESSAGE ID OR MESSAGE LINE (BLANK TO END) ==> '
                                                DELIMITED BY SIZE
               INTO MCTI-PROMPT         WITH POINTER MCTI-PROMPT-LEN.
           SUBTRACT 1                   FROM MCTI-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (MCTI-PROMPT)
                     LENGTH   (MCTI-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO MCTI-INPUT-LINE.
           MOVE LENGTH OF MCTI-INPUT-LINE TO MCTI-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (MCTI-INPUT-LINE)
                     LENGTH   (MCTI-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    SHOW THE ENTRY -- WHAT THE MESSAGE MEANS AND WHAT THE       *
      *    OPERATOR SHOULD DO -- AND WAIT FOR A KEY                    *
      ******************************************************************
       F00-SHOW-ENTRY.
           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'MESSAGE ' MSGCATF-ID '  SEVERITY '
                  MSGCATF-SEVERITY              NEWLINE
                  'TEXT       ' MSGCATF-TEMPLATE NEWLINE
                  NEWLINE
                  'EXPLANATION'                 NEWLINE
                  '  ' MSGCATF-EXPL(1)          NEWLINE
                  '  ' MSGCATF-EXPL(2)          NEWLINE
                  '  ' MSGCATF-EXPL(3)          NEWLINE
                  NEWLINE
                  'OPERATOR RESPONSE'           NEWLINE
                  '  ' MSGCATF-RESP(1)          NEWLINE
                  '  ' MSGCATF-RESP(2)          NEWLINE
                  '  ' MSGCATF-RESP(3)          NEWLINE
                  NEWLINE 'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO MCTI-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (MCTI-INPUT-LINE)
                     LENGTH   (MCTI-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO MCTI-MSG.
           STRING MCTI-ID ' SHOWN' DELIMITED BY SIZE
               INTO MCTI-MSG.
       F90-EXIT.
           EXIT.
