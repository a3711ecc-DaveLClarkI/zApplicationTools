      *REMARKS.       (MAINTAINED BY CALMAINT) FOR HOLIDAYS AND
      *REMARKS.       FISCAL BOUNDARIES AND DTEMAN FOR THE DATE
      *REMARKS.       ARITHMETIC.  THE CALENDAR FILE IS OPENED ON
      *REMARKS.       FIRST CALL AND STAYS OPEN FOR THE RUN.  THE
      *REMARKS.       SHOP CALENDAR ANSWERS UNLESS THE CALLER NAMES
      *REMARKS.       ANOTHER CALENDAR ON THE FILE.

      * CHANGE HISTORY ------------------------------------------------
      * 08/22/2026 DLC ORIGINAL PROGRAM.
      *               RECORD ANSWERS OPEN OR CLOSED (NO RECORD MEANS
      *               OPEN), SO A POSTING STEP CAN REFUSE A CLOSED
      *               MONTH INSTEAD OF CORRUPTING IT.
      * 10/15/2026 DLC ANSWER FROM A NAMED CALENDAR WHEN THE CALLER
      *               ASKS FOR ONE (CALFILE IS NOW KEYED BY CALENDAR
      *               ID; AN ID WITH NO RECORDS IS AN ERROR, NOT A
      *               CALENDAR WITH NO HOLIDAYS), AND ADD THE BB
      *               BUSINESS-DAY-IN-BOTH-CALENDARS REQUEST FOR
      *               SETTLEMENT PROCESSING.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
       77  NTH-SOUGHT                  PIC S9(04)   COMP.
       77  NTH-FOUND                   PIC S9(04)   COMP.
       77  MONTH-OF-REQ                PIC  9(06).
      * THE CALENDAR BEING ASKED ABOUT, AND THE LAST NAMED CALENDAR
      * FOUND ON FILE (SO THE EXISTENCE CHECK IS ONCE PER CHANGE)
       77  CUR-CAL-ID                  PIC  X(08).
       77  CHECK-CAL-ID                PIC  X(08).
       77  KNOWN-CAL-ID                PIC  X(08)   VALUE SPACES.

       COPY DTEMAN.

               GOBACK
           END-IF.

           MOVE SPACES                 TO CUR-CAL-ID.
           IF  CALQ-NAMED-CALENDAR
               MOVE CALQ-CAL-ID        TO CHECK-CAL-ID
               PERFORM J00-CHECK-CALENDAR THRU J90-EXIT
               MOVE CALQ-CAL-ID        TO CUR-CAL-ID
           END-IF.
           IF  CALQ-BOTH-BUS-DAY
               MOVE CALQ-CAL-ID2       TO CHECK-CAL-ID
               PERFORM J00-CHECK-CALENDAR THRU J90-EXIT
           END-IF.
           IF  CALQ-ERROR
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN CALQ-BUSINESS-DAY
                   MOVE CALQ-DATE      TO WORK-DATE
                   PERFORM G00-NTH-BUS-DAY THRU G90-EXIT
               WHEN CALQ-PERIOD-STATUS-REQ
                   PERFORM H00-PERIOD-STATUS THRU H90-EXIT
               WHEN CALQ-BOTH-BUS-DAY
                   PERFORM I00-BOTH-BUS-DAY THRU I90-EXIT
               WHEN OTHER
                   MOVE 'E'            TO CALQ-STATUS
           END-EVALUATE.
           END-IF.

           IF  CAL-OPEN
               MOVE CUR-CAL-ID         TO CAL-ID
               MOVE WORK-DATE          TO CAL-DATE
               READ CALFILE
                   INVALID KEY
           END-IF.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           MOVE LOW-VALUES             TO CALFILE-KEY.
           MOVE CUR-CAL-ID             TO CAL-ID.
           START CALFILE KEY NOT LESS THAN CALFILE-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
               GO TO E19-EXIT
           END-IF.
           MOVE CALQ-DATE              TO WORK-DATE.
           IF  CAL-ID NOT = CUR-CAL-ID
           OR  CAL-DATE > WORK-DATE
               SET NO-MORE-RECORDS     TO TRUE
               GO TO E19-EXIT
           END-IF.
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    A BUSINESS DAY IN BOTH CALENDARS -- THE REQUESTED ONE FIRST *
      *    AND, ONLY IF THAT SAYS YES, CALQ-CAL-ID2 (SETTLEMENT NEEDS  *
      *    THE SHOP AND THE BANK OPEN ON THE SAME DAY)                 *
      ******************************************************************
       I00-BOTH-BUS-DAY.
           MOVE CALQ-DATE              TO WORK-DATE
                                          CALQ-RESULT-DATE.
           PERFORM B00-CHECK-BUSDAY THRU B90-EXIT.
           IF  IS-BUSDAY
               MOVE CALQ-CAL-ID2       TO CUR-CAL-ID
               PERFORM B00-CHECK-BUSDAY THRU B90-EXIT
           END-IF.
           MOVE BUSDAY-SW              TO CALQ-BUSDAY-SW.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    A NAMED CALENDAR MUST HAVE AT LEAST ONE RECORD ON FILE -- A *
      *    MISTYPED ID WOULD OTHERWISE ANSWER AS A CALENDAR WITH NO    *
      *    HOLIDAYS AT ALL.  SPACES (THE SHOP CALENDAR) ALWAYS PASSES  *
      ******************************************************************
       J00-CHECK-CALENDAR.
           IF  CHECK-CAL-ID NOT > SPACES
           OR  CHECK-CAL-ID = KNOWN-CAL-ID
               GO TO J90-EXIT
           END-IF.
           IF  NOT CAL-OPEN
               MOVE 'E'                TO CALQ-STATUS
               GO TO J90-EXIT
           END-IF.
           MOVE LOW-VALUES             TO CALFILE-KEY.
           MOVE CHECK-CAL-ID           TO CAL-ID.
           START CALFILE KEY NOT LESS THAN CALFILE-KEY
               INVALID KEY
                   MOVE 'E'            TO CALQ-STATUS
                   GO TO J90-EXIT
           END-START.
           READ CALFILE NEXT RECORD
               AT END
                   MOVE 'E'            TO CALQ-STATUS
                   GO TO J90-EXIT
           END-READ.
           IF  CAL-ID NOT = CHECK-CAL-ID
               MOVE 'E'                TO CALQ-STATUS
               GO TO J90-EXIT
           END-IF.
           MOVE CHECK-CAL-ID           TO KNOWN-CAL-ID.
       J90-EXIT.
           EXIT.
