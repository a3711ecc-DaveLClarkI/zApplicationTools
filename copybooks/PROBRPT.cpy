      ******************************************************************
      *                                                                *
      *    PROBRPT  --  COMMAREA FOR THE PROBRPT REPORT-A-PROBLEM      *
      *                  SERVICE.  COMMENT2 LINKS HERE WHEN THE        *
      *                  OPERATOR PRESSES THE PROBLEM-REPORT KEY ON    *
      *                  ANY SCREEN, PASSING THE COMMAREA HEADER OF    *
      *                  THE CONVERSATION; PROBRPT CAPTURES THE SCREEN *
      *                  (TERMPRT), ASKS FOR A ONE-LINE DESCRIPTION,   *
      *                  FILES A NEW INCIDENT UNDER THE OPERATOR'S     *
      *                  OPID WITH THE SCREEN, THE HEADER AND THE LAST *
      *                  NAVHIST HOPS ATTACHED (INCLINK), AND TELLS    *
      *                  THE HELP DESK THROUGH MSGROUTE.  RUN BARE AS  *
      *                  ITS OWN TRANSACTION IT DOES THE SAME WITHOUT  *
      *                  A HEADER.                                     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
      * THE CONVERSATION THE KEY WAS PRESSED IN
         03  PROB-TRANSID              PIC  X(04).
         03  PROB-PGM                  PIC  X(08).
         03  PROB-SESSION              PIC  X(01).
         03  PROB-CHKPTOKEN            PIC  X(22).
      * HOW MANY OF THE LAST HOPS TO ATTACH -- ZERO MEANS 10, AND NO
      * MORE THAN 20 ARE TAKEN
         03  PROB-HOPS                 PIC S9(04)   BINARY.
      * RETURNED -- 'Y' AND THE NUMBER WHEN AN INCIDENT WAS FILED
         03  PROB-RESULT-SW            PIC  X(01).
             88  PROB-FILED                  VALUE 'Y'.
         03  PROB-ID                   PIC  9(07).
