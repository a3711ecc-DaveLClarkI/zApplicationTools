      ******************************************************************
      *                                                                *
      *    INCLINK  --  COMMAREA FOR THE INCLINK INCIDENT SERVICE.     *
      *                  A CONSOLE OR INQUIRY THAT HAS AN EVENT IN     *
      *                  FRONT OF THE OPERATOR (ALERTCON, UNEXERRI,    *
      *                  INCTLINE, INCIDWB) LINKS HERE TO ATTACH IT    *
      *                  TO AN INCIDENT ('A'), OR TO OPEN A NEW        *
      *                  INCIDENT ('N') -- WITH THE EVENT ATTACHED     *
      *                  WHEN ONE IS GIVEN.  INCLINK GATES THE CHANGE  *
      *                  THROUGH AUTHCHK (FUNCTION 'INCIDENT'),        *
      *                  REFUSES A CLOSED INCIDENT OR AN EVENT ALREADY *
      *                  ON IT, AND AUDITS EVERY CHANGE.  SEE INCIDF.  *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
         03  INCL-REQUEST              PIC  X(01).
             88  INCL-ATTACH                 VALUE 'A'.
             88  INCL-NEW                    VALUE 'N'.
         03  INCL-PGM                  PIC  X(08).
      * GIVEN FOR 'A'; RETURNED FOR 'N'
         03  INCL-ID                   PIC  9(07).
      * THE EVENT -- SOURCE SPACES ON AN 'N' OPENS THE INCIDENT BARE
         03  INCL-SOURCE               PIC  X(04).
         03  INCL-FILE                 PIC  X(08).
         03  INCL-KEY                  PIC  X(32).
         03  INCL-STAMP                PIC S9(15)   PACKED-DECIMAL.
         03  INCL-OFFENDER             PIC  X(08).
         03  INCL-TEXT                 PIC  X(70).
      * THE NEW INCIDENT ('N' ONLY -- SEVERITY ZERO MEANS 3)
         03  INCL-TITLE                PIC  X(60).
         03  INCL-SEVERITY             PIC  9(01).
      * RETURNED
         03  INCL-RESULT-SW            PIC  X(01).
             88  INCL-DONE                   VALUE 'Y'.
             88  INCL-NOT-FOUND              VALUE 'F'.
             88  INCL-IS-CLOSED              VALUE 'C'.
             88  INCL-DUPLICATE              VALUE 'D'.
             88  INCL-DENIED                 VALUE 'N'.
             88  INCL-FAILED                 VALUE 'E'.
         03  INCL-EVT-SEQ              PIC  9(04).
         03  INCL-OPID                 PIC  X(03).
      * THE OUTCOME IN WORDS, READY FOR THE CALLER'S MESSAGE LINE
         03  INCL-MSG                  PIC  X(50).
