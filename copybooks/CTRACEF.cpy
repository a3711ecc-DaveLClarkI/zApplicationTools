      ******************************************************************
      *                                                                *
      *    CTRACEF  --  COMMAREA TRACE RECORD.  WHILE A TRACE IS       *
      *                  SWITCHED ON FOR A TERMINAL OR OPERATOR (SEE   *
      *                  CTRCCTL), COMMENT2 CAPTURES THE COMMAREA AT   *
      *                  TASK ENTRY AND COMMRETN AT THE RETURN, AND    *
      *                  CTRACEW FILES EACH IMAGE HERE -- TWO RECORDS  *
      *                  PER TURN, KEYED ON THE TURN'S ENTRY TIME, SO  *
      *                  CTRACEV CAN SHOW HOW THE COMMAREA CHANGED     *
      *                  FIELD BY FIELD.  FIELDS THE PROGRAM'S LAYOUTF *
      *                  DICTIONARY MARKS FOR MASKING ARE BLANKED OUT  *
      *                  BEFORE THE IMAGE IS WRITTEN, AND WITH NO      *
      *                  DICTIONARY AT ALL NO IMAGE IS KEPT.           *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  CTRACEF-RECORD.
           05  CTRACEF-KEY.
               10  CTRACEF-APPLID      PIC  X(08).
      * TERMINAL PLUS SESSION BYTE, THE SAME WAY NAVHIST-TERMID IS
               10  CTRACEF-TERMID      PIC  X(05).
      * CICS ABSTIME THE TURN STARTED (TURN-START, SEE COMMWORK)
               10  CTRACEF-STAMP       PIC S9(15)   PACKED-DECIMAL.
               10  CTRACEF-PHASE       PIC  X(01).
                   88  CTRACEF-AT-ENTRY        VALUE 'E'.
                   88  CTRACEF-AT-RETURN       VALUE 'R'.
           05  CTRACEF-PGM             PIC  X(08).
           05  CTRACEF-TRNID           PIC  X(04).
           05  CTRACEF-OPID            PIC  X(03).
      * THE COMMAREA'S FULL LENGTH, AND HOW MUCH OF IT IS HELD BELOW
           05  CTRACEF-FULL-LEN        PIC S9(08)   BINARY.
           05  CTRACEF-LENG            PIC S9(04)   BINARY.
      * 'Y' = LAYOUTF MASKING APPLIED; 'N' = NO DICTIONARY FOR THE
      * PROGRAM, SO NO IMAGE WAS KEPT
           05  CTRACEF-MASK-SW         PIC  X(01).
               88  CTRACEF-MASKED              VALUE 'Y'.
               88  CTRACEF-NO-LAYOUT           VALUE 'N'.
           05  CTRACEF-IMAGE           PIC  X(4000).
