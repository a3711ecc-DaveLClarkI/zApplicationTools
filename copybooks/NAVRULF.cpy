      ******************************************************************
      *                                                                *
      *    NAVRULF  --  ALLOWED PROGRAM-TRANSFER RULE, KEYED FROM-     *
      *                  PROGRAM PLUS TO-PROGRAM.  COMMLNK2'S          *
      *                  T00-LINK-TRANSFER LOOKS UP EVERY HOP HERE --  *
      *                  FROM/TO, THEN FROM/'*ANY', THEN '*ANY'/TO --  *
      *                  AND A HOP WITH NO RULE IS REFUSED (OR ONLY    *
      *                  MARKED ON NAVHIST WHILE THE TABLE IS BEING    *
      *                  LEARNED).  THE MODE IS THE ENABLE SWITCH ON   *
      *                  THE TSQCTL 'NAVRULES' CONTROL RECORD (SEE     *
      *                  TSSWCTL): 'Y' ENFORCES, 'L' MARKS ONLY, ANY-  *
      *                  THING ELSE (OR NO RECORD) CHECKS NOTHING.  A  *
      *                  REGION WITHOUT THIS FILE CHECKS NOTHING.      *
      *                  MAINTAINED ONLINE BY NAVRULM; NAVRRPT LISTS   *
      *                  THE TRAFFIC THE TABLE WOULD REFUSE.           *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  NAVRULF-RECORD.
           05  NAVRULF-KEY.
      * '*ANY' IN EITHER HALF OF THE KEY MATCHES EVERY PROGRAM
               10  NAVRULF-FROM        PIC  X(08).
               10  NAVRULF-TO          PIC  X(08).
           05  NAVRULF-DESC            PIC  X(30).
