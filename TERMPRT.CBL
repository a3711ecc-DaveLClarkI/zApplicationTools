      *REMARKS.       LINKED WITH A COMMAREA IT IS A SERVICE OTHER
      *REMARKS.       TRANSACTIONS (OR A PF-KEY HOOK) CAN CALL; RUN
      *REMARKS.       BARE AS ITS OWN TRANSACTION IT CAPTURES TO THE
      *REMARKS.       TERMINAL'S DEFAULT PRINTER (TERMINVF) OR, WHEN
      *REMARKS.       IT HAS NONE, TO THE ARCHIVE, AND CONFIRMS.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      *               C82-POPLIST-PRINT).  OTHER SCREENS WIRE UP
      *               THE SAME WAY: SPACES TO THE COMMAREA, SET THE
      *               DESTINATION, LINK, TEST TP-OK.
      * 10/15/2026 DLC DEFAULT TO THE TERMINAL'S OWN PRINTER FROM THE
      *               TERMINVF INVENTORY -- RUN BARE, OR LINKED WITH
      *               TP-TO-PRINTER AND NO TP-PRINTER, THE CAPTURE
      *               GOES THERE; WITH NO PRINTER ON FILE IT STILL
      *               GOES TO THE ARCHIVE.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  LINE-NO                   PIC  9(05).
         03  BARE-SW                   PIC  X(01).
           88  BARE-MODE                            VALUE 'Y'.
         03  KEY-SW                    PIC  X(01).
           88  RETURN-ARCH-KEY                      VALUE 'Y'.
         03  SENT-SW                   PIC  X(01).
           88  SENT-OK                              VALUE 'Y'.
         03  DEST-SW                   PIC  X(01).

       COPY RPTARCHF.

       COPY TERMINVF.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           MOVE 'N'                    TO KEY-SW.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
                        - LENGTH OF TP-ARCH-KEY
               MOVE 'Y'                TO BARE-SW
               MOVE 'A'                TO DEST-SW
               MOVE SPACES             TO DEST-QUEUE
               PERFORM B50-DEFAULT-PRINTER THRU B59-EXIT
           ELSE
               MOVE 'N'                TO BARE-SW
               MOVE TP-DEST            TO DEST-SW
               MOVE TP-PRINTER         TO DEST-QUEUE
               IF  TP-TO-PRINTER
               AND TP-PRINTER NOT > SPACES
                   PERFORM B50-DEFAULT-PRINTER THRU B59-EXIT
               END-IF
               IF  EIBCALEN NOT < LENGTH OF DFHCOMMAREA
                   MOVE 'Y'            TO KEY-SW
                   MOVE SPACES         TO TP-ARCH-KEY
               END-IF
           END-IF.
           MOVE 'N'                    TO SENT-SW.

           PERFORM C00-SLICE-LINE THRU C90-EXIT
                   UNTIL CX > CAP-LEN.
           SET  SENT-OK                TO TRUE.
           IF  RETURN-ARCH-KEY
           AND LINE-NO > ZERO
               MOVE RPTARCHF-KEY(1:22) TO TP-ARCH-KEY
           END-IF.

       A80-FINISH.
           IF  NOT BARE-MODE
               END-IF
               EXEC CICS RETURN END-EXEC
           END-IF.
           IF  SENT-OK
           AND DEST-SW = 'P'
               MOVE SPACES             TO CONF-MSG
               STRING 'TERMPRT: SCREEN SENT TO PRINTER '
                      DEST-QUEUE       DELIMITED BY SIZE
                   INTO CONF-MSG
               GO TO A85-CONFIRM
           END-IF.
           IF  SENT-OK
               MOVE 'TERMPRT: SCREEN CAPTURED TO ARCHIVE - SEE RPTVIEW'
                                       TO CONF-MSG
           ELSE
               MOVE 'TERMPRT: NOTHING CAPTURED'  TO CONF-MSG
           END-IF.

       A85-CONFIRM.
           EXEC CICS SEND TEXT
                     FROM     (CONF-MSG)
                     LENGTH   (LENGTH OF CONF-MSG)
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    NO PRINTER NAMED -- USE THE ONE THE TERMINAL INVENTORY      *
      *    GIVES THIS TERMINAL.  NONE ON FILE LEAVES THE CAPTURE       *
      *    GOING TO THE ARCHIVE                                        *
      ******************************************************************
       B50-DEFAULT-PRINTER.
           MOVE EIBTRMID               TO TINV-TERMID.
           EXEC CICS READ
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND TINV-PRINTER > SPACES
               MOVE 'P'                TO DEST-SW
               MOVE TINV-PRINTER       TO DEST-QUEUE
           ELSE
               MOVE 'A'                TO DEST-SW
               MOVE SPACES             TO DEST-QUEUE
           END-IF.
       B59-EXIT.
           EXIT.

       B00-CLEAN-BYTE.
           IF  CAP-TIOA(CX:1) < SPACE
               MOVE SPACE              TO CAP-TIOA(CX:1)
