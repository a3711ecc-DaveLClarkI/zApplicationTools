      ******************************************************************
      *                                                                *
      *    ALRTFEED  --  COMMAREA FOR THE ALRTFEED OUTBOUND ALERT-FEED *
      *                  WRITER.  MSGROUTE LINKS WITH EVERY DELIVERED  *
      *                  MESSAGE AND ALERTCON WITH EVERY               *
      *                  ACKNOWLEDGMENT; ALRTFEED DECIDES FROM THE     *
      *                  '*FEED' MSGRCTL RECORDS WHETHER IT GOES ON    *
      *                  THE FEED (SEE ALERTFDB).  THE STAMP AND TASK  *
      *                  NUMBER ARE THOSE OF THE EVENT -- FOR AN ACK,  *
      *                  THE ALERTF KEY OF THE ALERT ACKNOWLEDGED.     *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
      * M = A ROUTED MESSAGE, A = AN ALERTCON ACKNOWLEDGMENT
         03  AFED-TYPE                 PIC  X(01).
           88  AFED-MESSAGE                         VALUE 'M'.
           88  AFED-ACK                             VALUE 'A'.
         03  AFED-STAMP                PIC S9(15)   PACKED-DECIMAL.
         03  AFED-TASKN                PIC S9(07)   COMP-3.
         03  AFED-COMPONENT            PIC  X(08).
         03  AFED-SEVERITY             PIC  X(01).
         03  AFED-TEXT                 PIC  X(100).
      * RETURNED -- 'Y' WHEN A FEED RECORD WAS WRITTEN
         03  AFED-WRITTEN-SW           PIC  X(01).
           88  AFED-WRITTEN                         VALUE 'Y'.
