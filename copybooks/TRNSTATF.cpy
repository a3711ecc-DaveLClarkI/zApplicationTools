      ******************************************************************
      *                                                                *
      *    TRNSTATF  --  TRANSACTION-STATUS (MAINTENANCE-MODE) RECORD. *
      *                  ONE RECORD PER TRANSACTION THAT IS, OR IS     *
      *                  SCHEDULED TO BE, TAKEN OUT OF NORMAL SERVICE. *
      *                  COMMENT2 READS IT AT EVERY TASK ENTRY: INSIDE *
      *                  THE WINDOW A CLOSED TRANSACTION SAVES ANY     *
      *                  IN-FLIGHT COMMAREA (COMMLNK2'S T40-SAVE-      *
      *                  COMMAREA, SO TSRESUME CAN PICK IT UP LATER),  *
      *                  SENDS THE OPERATOR THE MESSAGE BELOW AND      *
      *                  ENDS THE CONVERSATION CLEANLY; A READ-ONLY    *
      *                  ONE RUNS WITH TRAN-READ-ONLY SET (SEE         *
      *                  COMMWORK) FOR THE HOST PROGRAM TO REFUSE ITS  *
      *                  UPDATES.  NO RECORD (OR NO FILE) IS OPEN.     *
      *                  MAINTAINED BY TRNSTATM; ANNOUNCED AHEAD OF    *
      *                  TIME BY FILEMON (TO OPERATIONS) AND OPERBCST  *
      *                  (TO THE TERMINALS).  ABNDHDLR'S CIRCUIT       *
      *                  BREAKER CLOSES A TRANSACTION ON ITS OWN WHEN  *
      *                  ONE PROGRAM KEEPS ABENDING UNDER IT; ONLY     *
      *                  TRNSTATM'S REOPEN FUNCTION PUTS IT BACK.      *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD THE CIRCUIT-BREAKER TRIP FIELDS AND THE
      *               STAMP OF THE LAST REOPEN.
      * END OF HISTORY ------------------------------------------------
       01  TRNSTATF-RECORD.
           05  TRNSTATF-KEY.
               10  TRNSTATF-TRANSID    PIC  X(04).
      * 'C' = CLOSED, 'R' = READ-ONLY, 'O' (OR SPACE) = OPEN
           05  TRNSTATF-STATE          PIC  X(01).
               88  TRNSTATF-CLOSED             VALUE 'C'.
               88  TRNSTATF-READ-ONLY          VALUE 'R'.
               88  TRNSTATF-OPEN               VALUE 'O' ' '.
      * WHAT THE OPERATOR IS TOLD (BLANK = A STANDARD MESSAGE)
           05  TRNSTATF-TEXT           PIC  X(60).
      * CCYYMMDD HHMMSS WINDOW -- THE STATE APPLIES FROM THE FIRST
      * STAMP UP TO (NOT INCLUDING) THE SECOND.  A BLANK START MEANS
      * AT ONCE; A BLANK END MEANS UNTIL THE RECORD IS CHANGED
           05  TRNSTATF-FROM.
               10  TRNSTATF-FROM-DATE  PIC  X(08).
               10  TRNSTATF-FROM-TIME  PIC  X(06).
           05  TRNSTATF-UNTIL.
               10  TRNSTATF-UNTIL-DATE PIC  X(08).
               10  TRNSTATF-UNTIL-TIME PIC  X(06).
      * WHO LAST SET THE RECORD
           05  TRNSTATF-OPID           PIC  X(03).
      * 'Y' ONCE FILEMON HAS ANNOUNCED THE WINDOW TO OPERATIONS
           05  TRNSTATF-ANNOUNCED-SW   PIC  X(01).
               88  TRNSTATF-ANNOUNCED          VALUE 'Y'.
      * SET BY ABNDHDLR WHEN ITS CIRCUIT BREAKER TRIPS -- THE PROGRAM
      * WHOSE ABENDS CLOSED THE TRANSACTION, THE LAST ABEND CODE, AND
      * HOW MANY WERE SEEN (BLANK PROGRAM = CLOSED BY HAND)
           05  TRNSTATF-TRIP-PGM       PIC  X(08).
           05  TRNSTATF-TRIP-ABCODE    PIC  X(04).
           05  TRNSTATF-TRIP-COUNT     PIC  9(04).
      * WHEN TRNSTATM LAST REOPENED A TRIPPED TRANSACTION -- THE
      * BREAKER COUNTS ONLY THE ABENDS AFTER IT
           05  TRNSTATF-RESET-ABSTIME  PIC S9(15)   PACKED-DECIMAL.
