      *               REPORT-WRITER LAYER -- SYSLST OUTPUT IS
      *               UNCHANGED, BUT THE RUN IS ALSO STORED IN THE
      *               RPTARCHF ARCHIVE FOR THE RPTVIEW ONLINE VIEWER.
      * 10/15/2026 DLC DAPSYSF NOW HOLDS TRANSLATED TITLES UNDER THE MAP
      *               ID PLUS A LANGUAGE (SEE MAPTITLE) -- ONLY THE
      *               ENGLISH RECORD STANDS FOR THE MAP HERE, SO A
      *               TRANSLATED MAP IS NOT LISTED TWICE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
           IF  NO-MORE-RECORDS
               GO TO G19-EXIT
           END-IF.
           IF  MAPTITLE-LANG > SPACES
               GO TO G19-EXIT
           END-IF.
           MOVE MAPTITLE-MAP-ID        TO SEEN-WORK.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM B36-FIND-SEEN THRU B36-EXIT
                   VARYING TX FROM 1 BY 1
           IF  NOT ENTRY-FOUND
               ADD  1                  TO UNVISITED
               MOVE SPACES             TO RPT-MISS-LINE
               MOVE MAPTITLE-MAP-ID    TO RPT-M-PGM
               MOVE MAPTITLE-VALUE     TO RPT-M-TITLE
               MOVE RPT-MISS-LINE   TO RPTA-LINE
               SET  RPTA-WRITE             TO TRUE
