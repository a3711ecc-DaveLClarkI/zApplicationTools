      ******************************************************************
      *                                                                *
      *    MSGHIST  --  ROUTED-MESSAGE HISTORY RECORD.  ONCE A MESSAGE *
      *                  WAS DELIVERED TO A TD QUEUE IT WAS GONE --    *
      *                  CSMT WRAPS, AND ONLY CRITICALS WERE KEPT (IN  *
      *                  ALERTF).  MSGROUTE ONLINE AND MSGBATCH IN     *
      *                  BATCH NOW WRITE ONE RECORD FOR EVERY MESSAGE  *
      *                  THAT PASSES THROUGH THEM, A SUPPRESSED REPEAT *
      *                  INCLUDED (MARKED AS SUCH), WITH WHEN, WHERE   *
      *                  FROM, AND WHERE IT WAS DELIVERED.  SEARCHED   *
      *                  ONLINE BY MSGHINQ; AGED OFF BY THE MSGHPRG    *
      *                  RETENTION JOB.  A REGION OR JOB WITHOUT THE   *
      *                  FILE SIMPLY KEEPS NO HISTORY.                 *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  MSGHIST-RECORD.
      * ASCENDING BY TIME, SO A BROWSE READS THE LOG IN ORDER
           05  MSGHIST-KEY.
               10  MSGHIST-STAMP       PIC S9(15)   PACKED-DECIMAL.
      * THE APPLID (ONLINE) OR THE JOB NAME (BATCH)
               10  MSGHIST-ORIGIN      PIC  X(08).
      * THE TASK NUMBER (ONLINE) OR THE RUN'S MESSAGE COUNT (BATCH)
               10  MSGHIST-SEQ         PIC S9(07)   COMP-3.
      * C = ONLINE (MSGROUTE), B = BATCH (MSGBATCH)
           05  MSGHIST-SOURCE          PIC  X(01).
               88  MSGHIST-ONLINE              VALUE 'C'.
               88  MSGHIST-BATCH               VALUE 'B'.
      * LOCAL DATE AND TIME OF THE MESSAGE -- CCYYMMDD AND HHMMSS
           05  MSGHIST-DATE            PIC  X(08).
           05  MSGHIST-TIME            PIC  X(06).
           05  MSGHIST-APPLID          PIC  X(08).
           05  MSGHIST-COMPONENT       PIC  X(08).
           05  MSGHIST-SEVERITY        PIC  X(01).
      * THE MSGCATF MESSAGE ID OF A CATALOG MESSAGE, ELSE SPACES
           05  MSGHIST-MSGID           PIC  X(08).
      * D = DELIVERED, S = SWALLOWED AS A REPEAT (SEE MSGRCTL)
           05  MSGHIST-DISP            PIC  X(01).
               88  MSGHIST-DELIVERED           VALUE 'D'.
               88  MSGHIST-SUPPRESSED          VALUE 'S'.
      * THE DESTINATIONS IT WENT TO (OR WOULD HAVE GONE TO), AS NAMED
      * BY MSGRCTL OR THE CSMT/CONS FALLBACK
           05  MSGHIST-DEST1           PIC  X(04).
           05  MSGHIST-DEST2           PIC  X(04).
           05  MSGHIST-TEXT            PIC  X(100).
           05  FILLER                  PIC  X(11).
