      ******************************************************************
      *                                                                *
      *    MENUF  --  SHOP MENU RECORD, KEYED MENU ID PLUS SEQUENCE.   *
      *                  SEQUENCE 000 IS THE MENU'S OWN HEADER (ITS    *
      *                  TITLE); SEQUENCES 001-999 ARE ITS ENTRIES IN  *
      *                  DISPLAY ORDER.  AN ENTRY EITHER STARTS A      *
      *                  TRANSACTION OR OPENS ANOTHER MENU, AND MAY    *
      *                  NAME THE AUTHCHK FUNCTION AN OPERATOR MUST    *
      *                  HOLD TO SEE IT.  THE SHOPMENU TRANSACTION     *
      *                  OPENS ON THE OPERATOR'S OPERPROF HOME MENU    *
      *                  ('MAIN' IF NONE).  MAINTAINED ONLINE BY       *
      *                  MENUM.                                        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  MENUF-RECORD.
           05  MENUF-KEY.
               10  MENUF-MENU-ID       PIC  X(08).
               10  MENUF-SEQ           PIC  9(03).
                   88  MENUF-HEADER            VALUE ZERO.
      * THE MENU TITLE ON THE HEADER, THE LIST TEXT ON AN ENTRY
           05  MENUF-DESC              PIC  X(25).
      * 'T' STARTS TRANSACTION MENUF-TARGET(1:4); 'M' OPENS MENU
      * MENUF-TARGET.  NOT USED ON THE HEADER
           05  MENUF-TYPE              PIC  X(01).
               88  MENUF-TRANSACTION           VALUE 'T'.
               88  MENUF-SUB-MENU              VALUE 'M'.
               88  MENUF-TYPE-VALID            VALUE 'T' 'M'.
           05  MENUF-TARGET            PIC  X(08).
      * SPACES = SHOWN TO EVERY OPERATOR
           05  MENUF-AUTH-FUNC         PIC  X(08).
