      ******************************************************************
      *                                                                *
      *    TERMINVF  --  TERMINAL INVENTORY RECORD.  ONE RECORD PER    *
      *                  CICS TERMINAL ID -- WHERE IT IS (BUILDING,    *
      *                  FLOOR AND A FREE-FORM LOCATION), WHICH        *
      *                  DEPARTMENT OWNS IT, THE PRINTER ITS SCREEN    *
      *                  PRINTS GO TO BY DEFAULT, AND WHETHER IT IS IN *
      *                  SERVICE.  TERMPRT, OPERBCST, NAVSTAT AND      *
      *                  INCTLINE READ IT.  MAINTAINED BY TERMINVM.    *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  TERMINVF-RECORD.
           05  TERMINVF-KEY.
               10  TINV-TERMID         PIC  X(04).
           05  TINV-BUILDING           PIC  X(08).
           05  TINV-FLOOR              PIC  X(03).
      * ROOM, BAY OR DESK -- WHATEVER THE HELP DESK WOULD ASK FOR
           05  TINV-LOCATION           PIC  X(20).
      * THE OWNING DEPARTMENT (SAME CODES AS DEPTBUDF)
           05  TINV-DEPT               PIC  X(08).
      * THE PRINTER'S TD DESTINATION, SPACES = NONE (ARCHIVE INSTEAD)
           05  TINV-PRINTER            PIC  X(04).
      * 'N' = OUT OF SERVICE (NOT BROADCAST TO); ANY OTHER = IN SERVICE
           05  TINV-SERVICE-SW         PIC  X(01).
               88  TINV-OUT-OF-SERVICE         VALUE 'N'.
           05  TINV-OPID               PIC  X(03).
           05  FILLER                  PIC  X(19).
