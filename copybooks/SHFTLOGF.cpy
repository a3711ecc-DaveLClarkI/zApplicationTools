      ******************************************************************
      *                                                                *
      *    SHFTLOGF  --  SHIFT HANDOVER LOG RECORD.  ONE FILE HOLDS A  *
      *                  HANDOVER AS A HEADER ('H': THE OUTGOING       *
      *                  OPERATOR, WHEN, A ONE-LINE SUMMARY, AND WHO   *
      *                  ACKNOWLEDGED IT AND WHEN) AND ITS ITEMS ('I': *
      *                  AN OPEN ISSUE, AN ACTION TAKEN, OR SOMETHING  *
      *                  TO WATCH, EACH OPTIONALLY NAMING THE INCIDENT *
      *                  (INCIDF NUMBER), ALERT (ALERTF COMPONENT) OR  *
      *                  JOB IT CONCERNS).  HANDOVER ZERO IS THE       *
      *                  CONTROL RECORD ('C') HOLDING THE LAST NUMBER  *
      *                  ASSIGNED.  MAINTAINED BY SHFTHAND; ONCE THE   *
      *                  INCOMING OPERATOR ACKNOWLEDGES A HANDOVER IT  *
      *                  TAKES NO MORE ITEMS.                          *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  SHFTLOGF-RECORD.
           05  SHFTLOGF-KEY.
               10  SHFTLOGF-ID         PIC  9(07).
               10  SHFTLOGF-REC-TYPE   PIC  X(01).
                   88  SHFTLOGF-CONTROL        VALUE 'C'.
                   88  SHFTLOGF-HEADER         VALUE 'H'.
                   88  SHFTLOGF-ITEM           VALUE 'I'.
               10  SHFTLOGF-SEQ        PIC  9(04).
           05  SHFTLOGF-BODY           PIC  X(120).
      * ---- 'H' -- THE HANDOVER ITSELF (SEQUENCE ZERO) ----------------
           05  SHFTLOGF-HDR-BODY       REDEFINES SHFTLOGF-BODY.
               10  SHFTLOGF-OUT-OPID   PIC  X(03).
               10  SHFTLOGF-OUT-STAMP  PIC S9(15)   PACKED-DECIMAL.
               10  SHFTLOGF-SUMMARY    PIC  X(60).
               10  SHFTLOGF-ACK-SW     PIC  X(01).
                   88  SHFTLOGF-ACKED          VALUE 'Y'.
               10  SHFTLOGF-ACK-OPID   PIC  X(03).
               10  SHFTLOGF-ACK-STAMP  PIC S9(15)   PACKED-DECIMAL.
               10  SHFTLOGF-LAST-SEQ   PIC  9(04).
               10  FILLER              PIC  X(33).
      * ---- 'I' -- ONE ITEM OF THE HANDOVER ---------------------------
           05  SHFTLOGF-ITEM-BODY      REDEFINES SHFTLOGF-BODY.
               10  SHFTLOGF-ITEM-TYPE  PIC  X(01).
                   88  SHFTLOGF-OPEN-ISSUE     VALUE 'O'.
                   88  SHFTLOGF-ACTION-TAKEN   VALUE 'A'.
                   88  SHFTLOGF-TO-WATCH       VALUE 'W'.
      * WHAT THE ITEM IS ABOUT, IF ANYTHING -- THE INCIDENT NUMBER,
      * THE ALERT'S COMPONENT, OR THE JOB NAME
               10  SHFTLOGF-LINK-TYPE  PIC  X(01).
                   88  SHFTLOGF-NO-LINK        VALUE SPACE.
                   88  SHFTLOGF-LINK-INCIDENT  VALUE 'I'.
                   88  SHFTLOGF-LINK-ALERT     VALUE 'A'.
                   88  SHFTLOGF-LINK-JOB       VALUE 'J'.
               10  SHFTLOGF-LINK-KEY   PIC  X(08).
               10  SHFTLOGF-ITEM-OPID  PIC  X(03).
               10  SHFTLOGF-ITEM-STAMP PIC S9(15)   PACKED-DECIMAL.
               10  SHFTLOGF-ITEM-TEXT  PIC  X(60).
               10  FILLER              PIC  X(39).
      * ---- 'C' -- THE CONTROL RECORD (HANDOVER ZERO) -----------------
           05  SHFTLOGF-CTL-BODY       REDEFINES SHFTLOGF-BODY.
               10  SHFTLOGF-LAST-ID    PIC  9(07).
               10  FILLER              PIC  X(113).
