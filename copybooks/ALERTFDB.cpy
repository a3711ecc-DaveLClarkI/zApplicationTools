      ******************************************************************
      *                                                                *
      *    ALERTFDB  --  OUTBOUND ALERT-FEED RECORD FOR THE ENTERPRISE *
      *                  MONITORING / PAGING CONSOLE.  EVERY ROUTED    *
      *                  MESSAGE AT OR ABOVE THE FEED SEVERITY (THE    *
      *                  '*FEED' MSGRCTL RECORDS -- SEE MSGRCTL) IS    *
      *                  WRITTEN HERE BY MSGROUTE (THROUGH ALRTFEED)   *
      *                  AND BY MSGBATCH, AND EVERY ALERTCON           *
      *                  ACKNOWLEDGMENT FOLLOWS WITH THE SAME EVENT ID *
      *                  SO THE EXTERNAL CONSOLE CAN CLOSE ITS COPY.   *
      *                  ONLINE THE RECORDS GO TO THE EXTRAPARTITION   *
      *                  TD QUEUE NAMED ON THE '*FEED' RECORD, IN      *
      *                  BATCH TO THE ALERTFDB SEQUENTIAL FILE -- A    *
      *                  TRANSFER JOB PICKS BOTH UP, THE SAME WAY THE  *
      *                  SCHEDULER CONSUMES SCHEDFDB.  FIXED 200 BYTES *
      *                  OF PLAIN DISPLAY DATA.                        *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  ALERTFDB-RECORD.
      * M = A ROUTED MESSAGE, A = AN ACKNOWLEDGMENT OF AN EARLIER ONE
           05  ALERTFDB-TYPE           PIC  X(01).
               88  ALERTFDB-MESSAGE            VALUE 'M'.
               88  ALERTFDB-ACK                VALUE 'A'.
      * UNIQUE EVENT ID -- ONLINE, C + APPLID + ABSTIME + TASK NUMBER
      * (THE ALERTF KEY, SO AN ACK CARRIES ITS ALERT'S ID); IN BATCH,
      * B + JOB NAME + ABSTIME + THE RUN'S MESSAGE SEQUENCE NUMBER
           05  ALERTFDB-EVENT-ID.
               10  ALERTFDB-EV-SOURCE  PIC  X(01).
                   88  ALERTFDB-EV-ONLINE      VALUE 'C'.
                   88  ALERTFDB-EV-BATCH       VALUE 'B'.
               10  ALERTFDB-EV-ORIGIN  PIC  X(08).
               10  ALERTFDB-EV-STAMP   PIC  9(15).
               10  ALERTFDB-EV-SEQ     PIC  9(07).
      * WHEN THIS RECORD'S EVENT HAPPENED -- CCYYMMDD AND HH:MM:SS
           05  ALERTFDB-DATE           PIC  X(08).
           05  ALERTFDB-TIME           PIC  X(08).
      * THE CICS REGION (SPACES FROM BATCH)
           05  ALERTFDB-APPLID         PIC  X(08).
           05  ALERTFDB-COMPONENT      PIC  X(08).
      * I = INFORMATION, W = WARNING, E = ERROR, C = CRITICAL
           05  ALERTFDB-SEVERITY       PIC  X(01).
      * WHERE IT CAME FROM -- THE TERMINAL AND OPERATOR ONLINE (FOR AN
      * ACK, THE ACKNOWLEDGING ONES), THE JOB AND POWER NUMBER IN BATCH
           05  ALERTFDB-ORIGIN         PIC  X(14).
           05  ALERTFDB-ORIGIN-ONLINE  REDEFINES ALERTFDB-ORIGIN.
               10  ALERTFDB-TERMID     PIC  X(04).
               10  FILLER              PIC  X(01).
               10  ALERTFDB-OPID       PIC  X(03).
               10  FILLER              PIC  X(06).
           05  ALERTFDB-ORIGIN-BATCH   REDEFINES ALERTFDB-ORIGIN.
               10  ALERTFDB-JOB-NAME   PIC  X(08).
               10  ALERTFDB-PWR-NUMB   PIC  X(06).
           05  ALERTFDB-TEXT           PIC  X(100).
           05  FILLER                  PIC  X(21).
