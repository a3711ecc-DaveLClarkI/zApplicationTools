      *               SPACES/ZERO IN THE WINDOW TURNS SUPPRESSION OFF
      *               FOR THE COMPONENT, SO SHORT RECORDS WRITTEN
      *               BEFORE THIS CHANGE BEHAVE EXACTLY AS BEFORE.
      * 10/15/2026 DLC EITHER DESTINATION MAY NOW NAME A SUPPORT GROUP
      *               AS '@' PLUS THE GROUP (E.G. '@DBA') -- MSGROUTE
      *               AND MSGBATCH PAGE WHOEVER THE ONCALLF ROTATION
      *               SAYS IS ON CALL FOR IT AT THAT MOMENT.
      * 10/15/2026 DLC A RECORD KEYED '*FEED' PLUS A SEVERITY TURNS ON
      *               THE OUTBOUND ALERT FEED (SEE ALERTFDB) FOR THAT
      *               SEVERITY AND EVERY HIGHER ONE; ITS PRIMARY
      *               DESTINATION IS THE FEED'S EXTRAPARTITION TD
      *               QUEUE ONLINE (BATCH WRITES THE ALERTFDB FILE).
      *               NO MESSAGE IS EVER ROUTED BY IT.
      * END OF HISTORY ------------------------------------------------
       01  MSGRCTL-RECORD.
           05  MSGRCTL-KEY.
               10  MSGRCTL-COMPONENT   PIC  X(08).
               10  MSGRCTL-SEVERITY    PIC  X(01).
      * PRIMARY TD DESTINATION (E.G. 'CSMT'), OR '@' PLUS AN ONCALLF
      * SUPPORT GROUP (E.G. '@DBA') FOR WHOEVER IS ON CALL
           05  MSGRCTL-QUEUE1          PIC  X(04).
      * OPTIONAL SECOND TD DESTINATION (SPACES = NONE)
           05  MSGRCTL-QUEUE2          PIC  X(04).
