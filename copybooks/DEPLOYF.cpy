      ******************************************************************
      *                                                                *
      *    DEPLOYF  --  DEPLOYMENT REGISTRY RECORD.  ONE RECORD PER    *
      *                  TRANSACTION WHOSE PROGRAM SAVES ITS COMMAREA  *
      *                  THROUGH COMMLNK2/COMMENT2.  IT CARRIES THE    *
      *                  COMMAREA-LAYOUT VERSION IN PRODUCTION (THE    *
      *                  PROGRAM'S THIS-LAYOUT, SEE COMMWORK) AND THE  *
      *                  VERSION OF THE NEXT ROLLOUT.  WHILE THE TWO   *
      *                  DIFFER THE ROLLOUT IS PENDING -- EVERY SAVED  *
      *                  SESSION OF THE TRANSACTION (TSQXREF OR        *
      *                  TSARCH) WILL BE DISCARDED BY COMMENT2 ONCE IT *
      *                  GOES IN, AND DEPLRPT REPORTS WHICH ONES.  SET *
      *                  THE CURRENT VERSION TO THE NEW ONE (AND CLEAR *
      *                  THE NEW ONE) ONCE THE ROLLOUT IS DONE.        *
      *                  MAINTAINED BY DEPLOYM.                        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  DEPLOYF-RECORD.
           05  DEPLOYF-KEY.
               10  DEPLOYF-TRANSID     PIC  X(04).
           05  DEPLOYF-PGM             PIC  X(08).
      * THE REGION THE TRANSACTION RUNS IN (ITS SAVED SESSIONS ARE
      * REGISTERED UNDER THIS APPLID)
           05  DEPLOYF-APPLID          PIC  X(08).
           05  DEPLOYF-CUR-LAYOUT      PIC  X(04).
      * BLANK (OR EQUAL TO THE CURRENT VERSION) WHEN NO LAYOUT CHANGE
      * IS ON ITS WAY
           05  DEPLOYF-NEW-LAYOUT      PIC  X(04).
      * CCYYMMDD THE ROLLOUT IS PLANNED FOR, IF KNOWN
           05  DEPLOYF-ROLLOUT-DATE    PIC  X(08).
           05  DEPLOYF-DESC            PIC  X(30).
      * WHO LAST SET THE RECORD
           05  DEPLOYF-OPID            PIC  X(03).
