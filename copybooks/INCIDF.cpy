      ******************************************************************
      *                                                                *
      *    INCIDF  --  INCIDENT RECORD.  ONE FILE HOLDS AN INCIDENT    *
      *                  AS A HEADER ('H': TITLE, SEVERITY, STATUS,    *
      *                  OWNER, START/END/CLOSE TIMES), ITS FREE-TEXT  *
      *                  UPDATES ('U'), AND THE EVENTS LINKED TO IT    *
      *                  ('E') -- EACH EVENT POINTS BACK AT THE        *
      *                  ALERTF, UNEXERRF, FILEAVLF, JOBDHIST (OR      *
      *                  NAVHIST/PERFHIST/VSAMLOG) RECORD IT CAME      *
      *                  FROM BY FILE NAME AND FULL KEY.  INCIDENT     *
      *                  ZERO IS THE CONTROL RECORD ('C') HOLDING THE  *
      *                  LAST NUMBER ASSIGNED.  MAINTAINED BY THE      *
      *                  INCIDWB WORKBENCH AND THE INCLINK SERVICE;    *
      *                  REPORTED MONTHLY BY INCIDRPT.  AN INCIDENT    *
      *                  TAGGED PERIOD-END HOLDS UP THE FISCAL PERIOD  *
      *                  CLOSE (SEE CLOSERDY) UNTIL IT IS RESOLVED.    *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * 10/15/2026 DLC ADD INCIDF-PEREND-SW TO THE HEADER, CARVED FROM
      *               THE FILLER (SPACES IN EXISTING RECORDS = NOT
      *               TAGGED).
      * END OF HISTORY ------------------------------------------------
       01  INCIDF-RECORD.
           05  INCIDF-KEY.
               10  INCIDF-ID           PIC  9(07).
               10  INCIDF-REC-TYPE     PIC  X(01).
                   88  INCIDF-CONTROL          VALUE 'C'.
                   88  INCIDF-HEADER           VALUE 'H'.
                   88  INCIDF-UPDATE           VALUE 'U'.
                   88  INCIDF-EVENT            VALUE 'E'.
               10  INCIDF-SEQ          PIC  9(04).
           05  INCIDF-BODY             PIC  X(160).
      * ---- 'H' -- THE INCIDENT ITSELF (SEQUENCE ZERO) ----------------
           05  INCIDF-HDR-BODY         REDEFINES INCIDF-BODY.
               10  INCIDF-TITLE        PIC  X(60).
      * 1 = CRITICAL THRU 4 = LOW
               10  INCIDF-SEVERITY     PIC  9(01).
               10  INCIDF-STATUS       PIC  X(01).
                   88  INCIDF-OPEN             VALUE 'O'.
                   88  INCIDF-INVESTIGATING    VALUE 'I'.
                   88  INCIDF-RESOLVED         VALUE 'R'.
                   88  INCIDF-CLOSED           VALUE 'C'.
                   88  INCIDF-ACTIVE           VALUE 'O' 'I'.
               10  INCIDF-OWNER        PIC  X(03).
               10  INCIDF-OPENED-BY    PIC  X(03).
      * WHEN THE INCIDENT WAS OPENED, WHEN THE TROUBLE STARTED (MOVED
      * BACK WHEN AN EARLIER EVENT IS LINKED), WHEN IT WAS RESOLVED
      * AND WHEN IT WAS CLOSED -- ZERO UNTIL THAT HAPPENS
               10  INCIDF-OPEN-STAMP   PIC S9(15)   PACKED-DECIMAL.
               10  INCIDF-START-STAMP  PIC S9(15)   PACKED-DECIMAL.
               10  INCIDF-END-STAMP    PIC S9(15)   PACKED-DECIMAL.
               10  INCIDF-CLOSE-STAMP  PIC S9(15)   PACKED-DECIMAL.
               10  INCIDF-LAST-UPD-SEQ PIC  9(04).
               10  INCIDF-LAST-EVT-SEQ PIC  9(04).
      * THE PROGRAM THAT OPENED IT (INCIDWB, OR A CALLER OF INCLINK)
               10  INCIDF-ORIGIN       PIC  X(08).
      * 'Y' = THE INCIDENT MUST BE SETTLED BEFORE THE PERIOD CLOSES
               10  INCIDF-PEREND-SW    PIC  X(01).
                   88  INCIDF-PERIOD-END       VALUE 'Y'.
               10  FILLER              PIC  X(43).
      * ---- 'U' -- ONE FREE-TEXT UPDATE ------------------------------
           05  INCIDF-UPD-BODY         REDEFINES INCIDF-BODY.
               10  INCIDF-UPD-STAMP    PIC S9(15)   PACKED-DECIMAL.
               10  INCIDF-UPD-OPID     PIC  X(03).
      * THE STATUS THE INCIDENT WAS LEFT IN BY THIS UPDATE
               10  INCIDF-UPD-STATUS   PIC  X(01).
               10  INCIDF-UPD-TEXT     PIC  X(70).
               10  FILLER              PIC  X(78).
      * ---- 'E' -- ONE LINKED EVENT ----------------------------------
           05  INCIDF-EVT-BODY         REDEFINES INCIDF-BODY.
      * ALRT, UNEX, FAVL, JOB, NAV, PERF, VSAM OR USER
               10  INCIDF-EVT-SOURCE   PIC  X(04).
               10  INCIDF-EVT-FILE     PIC  X(08).
               10  INCIDF-EVT-KEY      PIC  X(32).
               10  INCIDF-EVT-STAMP    PIC S9(15)   PACKED-DECIMAL.
      * WHAT THE EVENT BLAMES -- COMPONENT, PROGRAM, FILE OR JOB --
      * FOR THE REPEAT-OFFENDER REPORT
               10  INCIDF-EVT-OFFENDER PIC  X(08).
               10  INCIDF-EVT-TEXT     PIC  X(70).
               10  INCIDF-EVT-OPID     PIC  X(03).
               10  INCIDF-EVT-ADDED    PIC S9(15)   PACKED-DECIMAL.
               10  FILLER              PIC  X(19).
      * ---- 'C' -- INCIDENT ZERO, THE NUMBER CONTROL -----------------
           05  INCIDF-CTL-BODY         REDEFINES INCIDF-BODY.
               10  INCIDF-LAST-ID      PIC  9(07).
               10  FILLER              PIC  X(153).
