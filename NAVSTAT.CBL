      *REMARKS.       NAVTRACE ANSWERS "HOW DID THIS ONE TERMINAL GET
      *REMARKS.       HERE"; THIS ANSWERS "WHO IS SITTING WHERE RIGHT
      *REMARKS.       NOW".  ENTER A MINUTE WINDOW (DEFAULT 15) OR E
      *REMARKS.       TO EXIT.  EACH TERMINAL'S BUILDING/FLOOR AND
      *REMARKS.       LOCATION COME FROM THE TERMINVF INVENTORY.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               -- THE NAVHIST KEY NOW LEADS WITH THE CICS
      *               APPLID (SEE NAVHIST.CPY), SO THIS PROGRAM
      *               POSITIONS ON THE RIGHT REGION'S TRAIL.
      * 10/15/2026 DLC SHOW WHERE EACH TERMINAL IS (BUILDING/FLOOR AND
      *               LOCATION FROM TERMINVF) BESIDE ITS ID.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  FILLER                    PIC  X(01)   VALUE SPACE.
         03  STAT-L-SESS               PIC  X(01).
         03  FILLER                    PIC  X(02)   VALUE SPACES.
         03  STAT-L-WHERE              PIC  X(20).
         03  FILLER                    PIC  X(02)   VALUE SPACES.
         03  STAT-L-OPID               PIC  X(03).
         03  FILLER                    PIC  X(02)   VALUE SPACES.
         03  STAT-L-TRNID              PIC  X(04).

       COPY NAVHIST.

       COPY TERMINVF.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
                  STAT-MIN-ED                   DELIMITED BY SIZE
                  ' MINUTE(S)'                  DELIMITED BY SIZE
                  NEWLINE                       DELIMITED BY SIZE
                  'TERM S  LOCATION'            DELIMITED BY SIZE
                  '              OP  TRAN  PROGRAM'
                                                DELIMITED BY SIZE
                  NEWLINE                       DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.

           END-IF.
           MOVE PREV-TERMID(9:4)       TO STAT-L-TERM.
           MOVE PREV-TERMID(13:1)      TO STAT-L-SESS.
           PERFORM E50-TERMINAL-WHERE THRU E59-EXIT.
           MOVE PREV-OPID              TO STAT-L-OPID.
           MOVE PREV-TRNID             TO STAT-L-TRNID.
           MOVE PREV-TO                TO STAT-L-PGM.
           ADD  1                      TO SHOWN-COUNT.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    WHERE THE TERMINAL IS, FROM THE TERMINAL INVENTORY (LEFT    *
      *    BLANK FOR ONE THAT IS NOT ON FILE)                          *
      ******************************************************************
       E50-TERMINAL-WHERE.
           MOVE SPACES                 TO STAT-L-WHERE.
           MOVE PREV-TERMID(9:4)       TO TINV-TERMID.
           EXEC CICS READ
                     DATASET  ('TERMINVF')
                     INTO     (TERMINVF-RECORD)
                     RIDFLD   (TERMINVF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO E59-EXIT
           END-IF.
           STRING TINV-BUILDING            DELIMITED BY SPACE
                  '/'                      DELIMITED BY SIZE
                  TINV-FLOOR               DELIMITED BY SPACE
                  ' '                      DELIMITED BY SIZE
                  TINV-LOCATION            DELIMITED BY SIZE
               INTO STAT-L-WHERE.
       E59-EXIT.
           EXIT.
