      *REMARKS.       A RECORD-BY-RECORD BROWSE.  ENTER CCYYMM TO
      *REMARKS.       JUMP TO A MONTH, A DAY NUMBER TO SEE THAT
      *REMARKS.       DAY'S DESCRIPTION AND FISCAL FIELDS, N/P (OR
      *REMARKS.       PF8/PF7) TO PAGE MONTHS, C AND A CALENDAR ID
      *REMARKS.       TO SWITCH CALENDARS (C ALONE IS THE SHOP
      *REMARKS.       CALENDAR), AND E TO EXIT.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SHOW ANY CALENDAR ON CALFILE -- C XXXXXXXX
      *               SWITCHES TO A NAMED CALENDAR (REFUSED WHEN IT
      *               HAS NO RECORDS), C ALONE BACK TO THE SHOP
      *               CALENDAR; THE HEADING SAYS WHICH IS SHOWN.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  SHOW-IN-LENG              PIC S9(04)   BINARY.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  CURR-DATE                 PIC  X(08).
         03  SHOW-CAL-ID               PIC  X(08)   VALUE SPACES.
         03  SHOW-CAL-NAME             PIC  X(08)   VALUE 'SHOP'.
         03  CAL-FOUND-SW              PIC  X(01).
           88  CAL-FOUND                            VALUE 'Y'.
         03  SHOW-YY                   PIC  9(04).
         03  SHOW-MM                   PIC  9(02).
         03  WORK-DATE                 PIC  9(08).
           05  MONTH-END               PIC  9(02)   OCCURS 12.

       01  SHOW-INPUT-LINE.
         03  SHOW-IN-TEXT              PIC  X(10).
         03  FILLER REDEFINES SHOW-IN-TEXT.
           05  FILLER                  PIC  X(02).
           05  SHOW-IN-CAL             PIC  X(08).

       COPY CALFILE.

                   PERFORM F10-PREV-MONTH THRU F19-EXIT
               WHEN SHOW-IN-TEXT(1:1) = 'N'
                   PERFORM F20-NEXT-MONTH THRU F29-EXIT
               WHEN SHOW-IN-TEXT(1:1) = 'C'
                   PERFORM H00-SWITCH-CALENDAR THRU H90-EXIT
               WHEN SHOW-IN-TEXT(1:6) IS NUMERIC
                   MOVE SHOW-IN-TEXT(1:4) TO SHOW-YY
                   MOVE SHOW-IN-TEXT(5:2) TO SHOW-MM
                       MOVE 'MONTH MUST BE CCYYMM' TO SHOW-MSG
                   END-IF
               WHEN SHOW-IN-TEXT(1:2) IS NUMERIC
               AND  SHOW-IN-TEXT(3:8) = SPACES
                   PERFORM G00-SHOW-DAY THRU G90-EXIT
               WHEN OTHER
                   MOVE 'ENTER CCYYMM, DAY(2), N, P, C ID, OR E'
                                            TO SHOW-MSG
           END-EVALUATE.
       C90-EXIT.
           STRING SHOW-MSG             DELIMITED BY SIZE
                  NEWLINE              DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           STRING ' SU  MO  TU  WE  TH  FR  SA'
                  '     CALENDAR ' SHOW-CAL-NAME NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.

           END-IF.

           STRING 'H=HOLIDAY P=PERIOD START' NEWLINE
                  'CCYYMM / DAY(2) / N / P / C ID / E ==> '
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
       D10-GRID-DAY.
           COMPUTE WORK-DATE = (SHOW-YY * 10000)
                             + (SHOW-MM * 100) + DAY-NO.
           MOVE SHOW-CAL-ID            TO CAL-ID.
           MOVE WORK-DATE              TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
           END-IF.
           COMPUTE WORK-DATE = (SHOW-YY * 10000)
                             + (SHOW-MM * 100) + DAY-NO.
           MOVE SHOW-CAL-ID            TO CAL-ID.
           MOVE WORK-DATE              TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    SWITCH CALENDARS -- A NAMED ONE MUST HAVE AT LEAST ONE      *
      *    RECORD ON FILE, OR THE GRID WOULD SHOW A MISTYPED ID AS A   *
      *    CALENDAR WITH NO HOLIDAYS                                   *
      ******************************************************************
       H00-SWITCH-CALENDAR.
           IF  SHOW-IN-CAL = SPACES
           OR  SHOW-IN-CAL = 'SHOP'
               MOVE SPACES             TO SHOW-CAL-ID
               MOVE 'SHOP'             TO SHOW-CAL-NAME
               GO TO H90-EXIT
           END-IF.
           MOVE 'N'                    TO CAL-FOUND-SW.
           MOVE SHOW-IN-CAL            TO CAL-ID.
           MOVE LOW-VALUES             TO CAL-DATE.
           EXEC CICS STARTBR
                     DATASET  ('CALFILE ')
                     RIDFLD   (CALFILE-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                         DATASET  ('CALFILE ')
                         INTO     (CALFILE-RECORD)
                         RIDFLD   (CALFILE-KEY)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
               AND CAL-ID = SHOW-IN-CAL
                   MOVE 'Y'            TO CAL-FOUND-SW
               END-IF
               EXEC CICS ENDBR
                         DATASET  ('CALFILE ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  CAL-FOUND
               MOVE SHOW-IN-CAL        TO SHOW-CAL-ID
                                          SHOW-CAL-NAME
           ELSE
               MOVE 'NO SUCH CALENDAR ON CALFILE' TO SHOW-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    DAYS IN THE DISPLAYED MONTH, LEAP FEBRUARY INCLUDED         *
      ******************************************************************
