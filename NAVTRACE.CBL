      *               -- THE NAVHIST KEY NOW LEADS WITH THE CICS
      *               APPLID (SEE NAVHIST.CPY), SO THIS PROGRAM
      *               POSITIONS ON THE RIGHT REGION'S TRAIL.
      * 10/15/2026 DLC A CALLER MAY ASK FOR THE NAVINVF INVESTIGATION
      *               FILE (HISTORY RELOADED FROM NAVARCH BY NAVRELD)
      *               INSTEAD OF THE LIVE FILE -- SEE THE NEW TRAILING
      *               NAVTRACE-SOURCE.  THE FILE NAMES ARE NOW DATA
      *               ITEMS, WHICH ALSO GIVES THE BASE-KEY BROWSE'S
      *               DATASET NAME A DEFINITION.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  MORE-ENTRIES-SW           PIC  X(01)   VALUE 'Y'.
             88  NO-MORE-ENTRIES                    VALUE 'N'.
         03  WANT-APPLID               PIC  X(08).
      * THE FILE AND PATH BROWSED -- THE LIVE TRAIL UNLESS THE CALLER
      * ASKS FOR THE INVESTIGATION FILE
         03  NAVHIST                   PIC  X(08)   VALUE 'NAVHIST '.
         03  NAVHISTP                  PIC  X(08)   VALUE 'NAVHISTP'.

      * ALTERNATE-INDEX PATH KEY (SEE THE NAVHIST COPYBOOK NOTE)
         03  NAVHISTP-KEY.
      * CARRIES THE OPTIONAL FIELD, OTHERWISE THIS REGION'S OWN
           MOVE SPACES                 TO WANT-APPLID.
           IF  EIBCALEN NOT < LENGTH OF DFHCOMMAREA
                            - LENGTH OF NAVTRACE-SOURCE
           AND NAVTRACE-APPLID > SPACES
               MOVE NAVTRACE-APPLID    TO WANT-APPLID
           ELSE
               END-EXEC
           END-IF.

      * THE INVESTIGATION FILE WHEN THE CALLER'S COMMAREA CARRIES THE
      * OPTIONAL SOURCE BYTE AND ASKS FOR IT
           MOVE 'NAVHIST '             TO NAVHIST.
           MOVE 'NAVHISTP'             TO NAVHISTP.
           IF  EIBCALEN NOT < LENGTH OF DFHCOMMAREA
           AND NAVTRACE-INVESTIGATION
               MOVE 'NAVINVF '         TO NAVHIST
               MOVE 'NAVINVP '         TO NAVHISTP
           END-IF.

      * AN OPERATOR-ONLY REQUEST RIDES THE NAVHISTP ALTERNATE-INDEX
      * PATH; ANYTHING WITH A TERMINAL ID BROWSES THE BASE KEY
           IF  NAVTRACE-TERMID NOT > SPACES
           MOVE WANT-APPLID            TO NAVHISTP-APPLID.
           MOVE NAVTRACE-OPID          TO NAVHISTP-OPID.
           EXEC CICS STARTBR
                     DATASET  (NAVHISTP)
                     RIDFLD   (NAVHISTP-KEY)
                     GTEQ
                     NOHANDLE
                   UNTIL NO-MORE-ENTRIES
                   OR    NAVTRACE-COUNT NOT < 100.
           EXEC CICS ENDBR
                     DATASET  (NAVHISTP)
                     NOHANDLE
           END-EXEC.
       C90-EXIT.

       C10-READ-NEXT-PATH.
           EXEC CICS READNEXT
                     DATASET  (NAVHISTP)
                     INTO     (NAVHIST-RECORD)
                     RIDFLD   (NAVHISTP-KEY)
                     NOHANDLE
               ELSE
                   IF  NAVTRACE-OPID NOT > SPACES
                   OR  NAVHIST-OPID = NAVTRACE-OPID
                       PERFORM B10-ADD-ENTRY THRU B19-EXIT
                   END-IF
               END-IF
           END-IF.
       B90-EXIT.
           EXIT.

       B10-ADD-ENTRY.
           ADD  1                   TO NAVTRACE-COUNT.
           MOVE NAVHIST-STAMP       TO NAVTRACE-E-STAMP(NAVTRACE-COUNT).
           MOVE NAVHIST-OPID        TO NAVTRACE-E-OPID (NAVTRACE-COUNT).
           MOVE NAVHIST-TRNID       TO NAVTRACE-E-TRNID(NAVTRACE-COUNT).
           MOVE NAVHIST-FROM        TO NAVTRACE-E-FROM (NAVTRACE-COUNT).
           MOVE NAVHIST-TO          TO NAVTRACE-E-TO   (NAVTRACE-COUNT).
       B19-EXIT.
           EXIT.
