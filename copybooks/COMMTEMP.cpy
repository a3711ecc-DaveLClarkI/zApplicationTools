      *               AREA (DFHCOMMAREA, COMM-TEMPAREA, COMM-HOLDAREA)
      *               IS BEING CHECKSUMMED FOR THE SAVED-COMMAREA
      *               INTEGRITY CHECK.
      * 10/15/2026 DLC ADD A BASED MIRROR OF THE CTRACEF COMMAREA TRACE
      *               RECORD -- COMMLNK2'S Z70-TRACE-TURN GETMAINS IT
      *               ONLY WHILE A TRACE IS ON, SO AN UNTRACED TURN
      *               CARRIES NO EXTRA STORAGE.
      * END OF HISTORY ------------------------------------------------
       01  COMM-TEMPAREA               PIC  X(32500) BASED.
       01  CKSM-AREA                   PIC  X(32500) BASED.
       01  CTRACEF-RECORD              BASED.
           05  CTRACEF-KEY.
               10  CTRACEF-APPLID      PIC  X(08).
               10  CTRACEF-TERMID      PIC  X(05).
               10  CTRACEF-STAMP       PIC S9(15)   PACKED-DECIMAL.
               10  CTRACEF-PHASE       PIC  X(01).
           05  CTRACEF-PGM             PIC  X(08).
           05  CTRACEF-TRNID           PIC  X(04).
           05  CTRACEF-OPID            PIC  X(03).
           05  CTRACEF-FULL-LEN        PIC S9(08)   BINARY.
           05  CTRACEF-LENG            PIC S9(04)   BINARY.
           05  CTRACEF-MASK-SW         PIC  X(01).
           05  CTRACEF-IMAGE           PIC  X(4000).
