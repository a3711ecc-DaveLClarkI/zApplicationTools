      ******************************************************************
      *                                                                *
      *    CICSRSCF --  CICS RESOURCE INVENTORY RECORD.  ONE RECORD    *
      *                  PER FILE, TRANSIENT DATA QUEUE AND PROGRAM    *
      *                  DEFINED TO THE REGION, AS LAST SEEN BY A      *
      *                  CICSINV PASS, SO THAT BATCH JOBS (CTLXREF)    *
      *                  CAN CHECK THE CONTROL FILES AGAINST WHAT      *
      *                  CICS ACTUALLY KNOWS.  RECORDS ARE NEVER       *
      *                  DELETED -- EACH PASS RESTAMPS WHAT IT FINDS   *
      *                  AND THEN REWRITES THE '*' HEADER RECORD WITH  *
      *                  THE STAMP THE PASS BEGAN AT, SO AN ENTRY      *
      *                  STAMPED BEFORE THE HEADER IS ONE THE REGION   *
      *                  NO LONGER HAS.                                *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  CICSRSCF-RECORD.
           05  CICSRSCF-KEY.
               10  CRSC-TYPE           PIC  X(01).
                   88  CRSC-HEADER             VALUE '*'.
                   88  CRSC-FILE               VALUE 'F'.
                   88  CRSC-TDQUEUE            VALUE 'Q'.
                   88  CRSC-PROGRAM            VALUE 'P'.
      * RESOURCE NAME (A TD QUEUE NAME IS 4 CHARACTERS, SPACE FILLED);
      * THE HEADER RECORD'S NAME IS 'INVENTRY'
               10  CRSC-NAME           PIC  X(08).
      * CICS ABSTIME OF THE PASS THAT LAST SAW IT (HEADER: THE STAMP
      * THE LATEST COMPLETE PASS BEGAN AT)
           05  CRSC-STAMP              PIC S9(15)   PACKED-DECIMAL.
           05  CRSC-APPLID             PIC  X(08).
      * HEADER RECORD ONLY -- WHAT THE LATEST PASS FOUND
           05  CRSC-COUNTS.
               10  CRSC-FILE-COUNT     PIC  9(05).
               10  CRSC-TDQ-COUNT      PIC  9(05).
               10  CRSC-PGM-COUNT      PIC  9(05).
