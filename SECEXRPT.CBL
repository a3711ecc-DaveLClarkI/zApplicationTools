       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SECEXRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       DAILY SECURITY EXCEPTION REPORT OVER AUDITLOG
      *REMARKS.       FOR THE LAST DAYS=N DAYS (SYSPARM TAG OR
      *REMARKS.       BATPARMF, DEFAULT 1).  FOUR SECTIONS --
      *REMARKS.       (1) AUTHCHK DENIALS ('DENY', 'SODDENY' AND
      *REMARKS.       'OPERDENY') TOTALLED BY OPERATOR AND FUNCTION;
      *REMARKS.       (2) EVERY BREAK-GLASS GRANT AND SEGREGATION-OF-
      *REMARKS.       DUTIES OVERRIDE; (3) EVERY DESTRUCTIVE ACTION
      *REMARKS.       TAKEN BEFORE SHOPON=HHMM OR FROM SHOPOFF=HHMM ON
      *REMARKS.       (DEFAULTS 0700 AND 1900), OR ON A DAY CALQUERY
      *REMARKS.       SAYS IS NOT A BUSINESS DAY; (4) MAINTENANCE
      *REMARKS.       DONE FROM A TERMINAL THE OPERATOR HAS NOT USED
      *REMARKS.       IN THE HIST=N DAYS BEFORE THE WINDOW (DEFAULT
      *REMARKS.       30).  OPERATOR NAMES COME FROM OPERDIRF WHEN IT
      *REMARKS.       IS THERE.  WRITTEN THROUGH RPTARCH SO THE
      *REMARKS.       REVIEWED COPY IS KEPT.  RETURN CODE 4 WHEN ANY
      *REMARKS.       EXCEPTION IS LISTED, 8 WHEN AUDITLOG COULD NOT
      *REMARKS.       BE READ.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SCALE THE REPORTING DAYS TO ABSTIME TICKS AS
      *               NAVPURGE DOES (86400 * 1000000 A DAY).
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDITLOG             ASSIGN TO AUDITLOG
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS AUDITLOG-KEY
                                       FILE STATUS IS AUDITLOG-STATUS.
           SELECT OPERDIRF             ASSIGN TO OPERDIRF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS OPERDIRF-KEY
                                       FILE STATUS IS OPERDIRF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDITLOG
           LABEL RECORDS ARE STANDARD.
           COPY AUDITLOG.

       FD  OPERDIRF
           LABEL RECORDS ARE STANDARD.
           COPY OPERDIRF.

       WORKING-STORAGE SECTION.
       77  AUDITLOG-STATUS             PIC  X(02).
       77  OPERDIRF-STATUS             PIC  X(02).
       77  OPERDIRF-OPEN-SW            PIC  X(01)   VALUE 'N'.
           88  OPERDIRF-OPEN                        VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
           88  ENTRY-PLACED                         VALUE 'P'.
           88  ENTRY-SOUGHT                         VALUE 'N'.
       77  DX                          PIC S9(04)   COMP.
       77  SX                          PIC S9(04)   COMP.
       77  TX                          PIC S9(04)   COMP.
       77  DENY-TOTAL                  PIC S9(04)   COMP VALUE ZERO.
       77  TERM-TOTAL                  PIC S9(04)   COMP VALUE ZERO.
       77  DENY-RECS                   PIC S9(07)   COMP VALUE ZERO.
       77  OVRD-COUNT                  PIC S9(05)   COMP VALUE ZERO.
       77  HOURS-COUNT                 PIC S9(05)   COMP VALUE ZERO.
       77  TERM-COUNT                  PIC S9(05)   COMP VALUE ZERO.
       77  REPORT-DAYS                 PIC S9(04)   COMP VALUE +1.
       77  HIST-DAYS                   PIC S9(04)   COMP VALUE +30.
       77  SHOP-ON                     PIC  9(04)   VALUE 0700.
       77  SHOP-OFF                    PIC  9(04)   VALUE 1900.
       77  SHOP-ON-TIME                PIC  9(06).
       77  SHOP-OFF-TIME               PIC  9(06).
       77  ADJUSTMENT-DAYS             PIC S9(09)   COMP VALUE ZEROES.
       77  NOW-STAMP                   PIC S9(15)   PACKED-DECIMAL.
       77  FROM-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  HIST-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-STAMP                  PIC S9(15)   PACKED-DECIMAL.
       77  LOOK-TIME                   PIC  9(06).
       77  LAST-CAL-DATE               PIC  9(08)   VALUE ZERO.
       77  LAST-BUSDAY-SW              PIC  X(01)   VALUE 'Y'.
           88  LAST-WAS-BUSDAY                      VALUE 'Y'.

      * THE ACTIONS THAT CHANGE OR REMOVE SOMETHING -- WHAT THE OFF-
      * HOURS AND STRANGE-TERMINAL SECTIONS LOOK AT
       77  ACTION-WORK                 PIC  X(08).
           88  DESTRUCTIVE-ACTION           VALUE 'ADD'      'CHANGE'
                                                  'DELETE'   'CANCEL'
                                                  'HOLD'     'RELEASE'
                                                  'PRIORITY' 'RECLASS'
                                                  'PERIOD'   'REOPEN'
                                                  'RESTORE'  'UNDO'
                                                  'XFER'     'DUALAPPR'.
           88  DENIAL-ACTION                VALUE 'DENY'     'SODDENY'
                                                  'OPERDENY'.
           88  OVERRIDE-ACTION              VALUE 'BRKGLASS' 'SODOVRD'.

      * WORK AREA FOR PULLING THE TAGS OUT OF THE VSE SYSPARM
      * STRING (SAME TAG CONVENTION AS JOBDATA/NAVPURGE)
       77  EXT-TAG                     PIC  X(10).
       77  EXT-TAGLEN                  PIC S9(04)   BINARY.
       77  EXT-POS                     PIC S9(04)   BINARY.
       77  EXT-IX                      PIC S9(04)   BINARY.
       77  EXT-END                     PIC S9(04)   BINARY.
       77  EXT-VALUE                   PIC  X(40).
       77  EXT-NUMBER                  PIC  9(04).
       77  EXT-NUM-SW                  PIC  X(01).
           88  EXT-NUM-OK                           VALUE 'Y'.

       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       COPY JOBDATA.

       77  BATPARM                     PIC  X(8)    VALUE 'BATPARM'.
       COPY BATPARM.

       COPY ABSTIME.

       COPY DTEMAN.

       COPY CALQUERY.

      * DENIALS IN THE WINDOW, KEPT IN OPERATOR/FUNCTION ORDER
       01  DENY-TABLE.
           03  DENY-ENTRY OCCURS 300 TIMES.
               05  DENY-KEY.
                   07  DENY-OPID       PIC  X(03).
                   07  DENY-FUNC       PIC  X(08).
               05  DENY-AUTH           PIC S9(05)   COMP.
               05  DENY-SOD            PIC S9(05)   COMP.
               05  DENY-OPER           PIC S9(05)   COMP.
               05  DENY-LAST           PIC S9(15)   PACKED-DECIMAL.
       01  NEW-DENY-KEY.
           03  NEW-DENY-OPID           PIC  X(03).
           03  NEW-DENY-FUNC           PIC  X(08).

      * OPERATOR/TERMINAL PAIRS SEEN IN THE HISTORY DAYS BEFORE THE
      * WINDOW (AND ANY NEW PAIR ONCE IT HAS BEEN REPORTED)
       01  TERM-TABLE.
           03  TERM-ENTRY OCCURS 1000 TIMES.
               05  TERM-OPID           PIC  X(03).
               05  TERM-ID             PIC  X(04).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(20)
                   VALUE 'S E C E X R P T  -  '.
           05  FILLER                  PIC  X(25)
                   VALUE 'SECURITY EXCEPTIONS, LAST'.
           05  RPT-H-DAYS              PIC  ZZZ9.
           05  FILLER                  PIC  X(13)
                   VALUE ' DAY(S) AS OF'.
           05  RPT-H-DATE              PIC  X(09).

       01  RPT-SECTION.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-S-TEXT              PIC  X(70).

       01  RPT-DHDG.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(05)   VALUE 'OPID'.
           05  FILLER                  PIC  X(21)   VALUE 'NAME'.
           05  FILLER                  PIC  X(09)   VALUE 'FUNCTION'.
           05  FILLER                  PIC  X(07)   VALUE '   AUTH'.
           05  FILLER                  PIC  X(07)   VALUE '    SOD'.
           05  FILLER                  PIC  X(07)   VALUE '   OPER'.
           05  FILLER                  PIC  X(18)
                   VALUE '   LAST DENIED'.

       01  RPT-DENY.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-Y-OPID              PIC  X(05).
           05  RPT-Y-NAME              PIC  X(21).
           05  RPT-Y-FUNC              PIC  X(09).
           05  RPT-Y-AUTH              PIC  ZZZZZZ9.
           05  RPT-Y-SOD               PIC  ZZZZZZ9.
           05  RPT-Y-OPER              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-Y-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-Y-TIME              PIC  99B99B99.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(18)
                   VALUE 'DATE     TIME'.
           05  FILLER                  PIC  X(05)   VALUE 'OPID'.
           05  FILLER                  PIC  X(05)   VALUE 'TERM'.
           05  FILLER                  PIC  X(09)   VALUE 'ACTION'.
           05  FILLER                  PIC  X(09)   VALUE 'PROGRAM'.
           05  FILLER                  PIC  X(33)   VALUE 'RECORD KEY'.
           05  FILLER                  PIC  X(11)   VALUE 'WHY LISTED'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-D-DATE              PIC  X(08).
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-TIME              PIC  99B99B99.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-D-OPID              PIC  X(05).
           05  RPT-D-TERM              PIC  X(05).
           05  RPT-D-ACTION            PIC  X(09).
           05  RPT-D-PGM               PIC  X(09).
           05  RPT-D-KEY               PIC  X(33).
           05  RPT-D-WHY               PIC  X(11).

       01  RPT-REASON.
           05  FILLER                  PIC  X(28)   VALUE SPACES.
           05  FILLER                  PIC  X(08)   VALUE 'REASON: '.
           05  RPT-R-TEXT              PIC  X(40).

       01  RPT-NONE.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-N-TEXT              PIC  X(50).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  RPT-T-COUNT             PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACE.
           05  RPT-T-TEXT              PIC  X(50).

       01  RPT-NOFILE.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'AUDITLOG NOT OPENED -- NOTHING REPORTED'.

       01  RPT-SIGNOFF.
           05  FILLER                  PIC  X(05)   VALUE SPACES.
           05  FILLER                  PIC  X(40)
                   VALUE 'REVIEWED BY ____________________________'.
           05  FILLER                  PIC  X(26)
                   VALUE '____   DATE ____________'.

       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'SECEXRPT'             TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           CALL JOBDATA             USING JOBDATA-PARMS.

           PERFORM A10-GET-PARMS THRU A19-EXIT.
           MOVE JOBD-JOB-DATE          TO RPT-H-DATE.
           MOVE RPT-HDG1               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO NOW-STAMP.
           COMPUTE FROM-STAMP          =  NOW-STAMP
                                       -  (REPORT-DAYS * 86400
                                          * 1000000).
           COMPUTE HIST-STAMP          =  FROM-STAMP
                                       -  (HIST-DAYS * 86400
                                          * 1000000).
      * DAYS-SINCE-1900 TO GREGORIAN ADJUSTMENT, AS IN NAVPURGE
           SET  DTE-REQUEST-GREG-EDIT  TO TRUE.
           MOVE 19000101               TO DTE-GNUM.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
           MOVE DTE-TOTD               TO ADJUSTMENT-DAYS.

           OPEN INPUT AUDITLOG.
           IF  AUDITLOG-STATUS NOT = '00'
               MOVE RPT-NOFILE         TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 8                  TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OPERDIRF.
           IF  OPERDIRF-STATUS = '00'
               SET  OPERDIRF-OPEN      TO TRUE
           END-IF.

           PERFORM B00-DENIALS THRU B09-EXIT.
           PERFORM C00-OVERRIDES THRU C09-EXIT.
           PERFORM D00-OFF-HOURS THRU D09-EXIT.
           PERFORM E00-TERMINALS THRU E09-EXIT.
           CLOSE AUDITLOG.
           IF  OPERDIRF-OPEN
               CLOSE OPERDIRF
           END-IF.

           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE DENY-RECS              TO RPT-T-COUNT.
           MOVE 'DENIAL(S)'            TO RPT-T-TEXT.
           PERFORM X50-PRINT-TOTAL THRU X59-EXIT.
           MOVE OVRD-COUNT             TO RPT-T-COUNT.
           MOVE 'BREAK-GLASS GRANT(S) AND OVERRIDE(S)' TO RPT-T-TEXT.
           PERFORM X50-PRINT-TOTAL THRU X59-EXIT.
           MOVE HOURS-COUNT            TO RPT-T-COUNT.
           MOVE 'DESTRUCTIVE ACTION(S) OUTSIDE SHOP HOURS'
                                       TO RPT-T-TEXT.
           PERFORM X50-PRINT-TOTAL THRU X59-EXIT.
           MOVE TERM-COUNT             TO RPT-T-COUNT.
           MOVE 'MAINTENANCE ACTION(S) FROM AN UNUSUAL TERMINAL'
                                       TO RPT-T-TEXT.
           PERFORM X50-PRINT-TOTAL THRU X59-EXIT.

           IF  DENY-RECS   > ZERO
           OR  OVRD-COUNT  > ZERO
           OR  HOURS-COUNT > ZERO
           OR  TERM-COUNT  > ZERO
               MOVE SPACES             TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE RPT-SIGNOFF        TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    THE DAYS=, HIST=, SHOPON= AND SHOPOFF= TAGS FROM THE        *
      *    SYSPARM STRING, OR THE BATPARMF FILE, ELSE THE DEFAULTS     *
      ******************************************************************
       A10-GET-PARMS.
           MOVE 'DAYS='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-EXT-NUMBER THRU X29-EXIT.
           IF  EXT-NUM-OK
           AND EXT-NUMBER > ZERO
           AND EXT-NUMBER < 100
               MOVE EXT-NUMBER         TO REPORT-DAYS
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE REPORT-DAYS            TO BPRM-NUMBER
                                          RPT-H-DAYS.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'HIST='                TO EXT-TAG.
           MOVE 5                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-EXT-NUMBER THRU X29-EXIT.
           IF  EXT-NUM-OK
           AND EXT-NUMBER > ZERO
           AND EXT-NUMBER < 367
               MOVE EXT-NUMBER         TO HIST-DAYS
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE HIST-DAYS              TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'SHOPON='              TO EXT-TAG.
           MOVE 7                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-EXT-NUMBER THRU X29-EXIT.
           IF  EXT-NUM-OK
           AND EXT-NUMBER < 2400
               MOVE EXT-NUMBER         TO SHOP-ON
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE SHOP-ON                TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.

           MOVE 'SHOPOFF='             TO EXT-TAG.
           MOVE 8                      TO EXT-TAGLEN.
           PERFORM X10-PARSE-EXT-TAG THRU X10-EXIT.
           PERFORM X20-EXT-NUMBER THRU X29-EXIT.
           IF  EXT-NUM-OK
           AND EXT-NUMBER > SHOP-ON
           AND EXT-NUMBER NOT > 2400
               MOVE EXT-NUMBER         TO SHOP-OFF
           ELSE
               SET  BPRM-FROM-DEFAULT  TO TRUE
           END-IF.
           MOVE SHOP-OFF               TO BPRM-NUMBER.
           SET  BPRM-SHOW-NUMBER       TO TRUE.
           PERFORM X30-SHOW-PARM THRU X39-EXIT.
      * A BAD SHOPON= CAN STILL LEAVE THE DEFAULT CLOSE BEFORE IT
           IF  SHOP-OFF NOT > SHOP-ON
               MOVE 2400               TO SHOP-OFF
           END-IF.
           COMPUTE SHOP-ON-TIME        =  SHOP-ON  * 100.
           COMPUTE SHOP-OFF-TIME       =  SHOP-OFF * 100.
       A19-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION 1 -- EVERY AUTHCHK DENIAL IN THE WINDOW, TOTALLED   *
      *    BY OPERATOR AND FUNCTION                                    *
      ******************************************************************
       B00-DENIALS.
           MOVE 'DENIALS BY OPERATOR AND FUNCTION' TO RPT-S-TEXT.
           PERFORM X40-PRINT-SECTION THRU X49-EXIT.
           MOVE RPT-DHDG               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           PERFORM X60-START-WINDOW THRU X69-EXIT.
           PERFORM B10-READ-DENIAL THRU B19-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.

           PERFORM B50-PRINT-DENIAL THRU B59-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DENY-TOTAL.
           IF  DENY-TOTAL = ZERO
               MOVE 'NO REQUEST WAS DENIED' TO RPT-N-TEXT
               PERFORM X45-PRINT-NONE THRU X49-EXIT
           END-IF.
       B09-EXIT.
           EXIT.

       B10-READ-DENIAL.
           PERFORM X70-READ-NEXT THRU X79-EXIT.
           IF  NO-MORE-RECORDS
               GO TO B19-EXIT
           END-IF.
           MOVE AUDITLOG-ACTION        TO ACTION-WORK.
           IF  NOT DENIAL-ACTION
               GO TO B19-EXIT
           END-IF.
           ADD  1                      TO DENY-RECS.
           MOVE AUDITLOG-OPID          TO NEW-DENY-OPID.
           MOVE AUDITLOG-REC-KEY(1:8)  TO NEW-DENY-FUNC.
           PERFORM B20-FIND-DENIAL THRU B29-EXIT.
           IF  NOT ENTRY-FOUND
               IF  DENY-TOTAL NOT < 300
                   GO TO B19-EXIT
               END-IF
               PERFORM B30-INSERT-DENIAL THRU B39-EXIT
           END-IF.
           EVALUATE ACTION-WORK
               WHEN 'DENY'
                   ADD  1              TO DENY-AUTH(DX)
               WHEN 'SODDENY'
                   ADD  1              TO DENY-SOD(DX)
               WHEN OTHER
                   ADD  1              TO DENY-OPER(DX)
           END-EVALUATE.
           MOVE AUDITLOG-STAMP         TO DENY-LAST(DX).
       B19-EXIT.
           EXIT.

      * DX COMES BACK AT THE MATCHING ENTRY, OR WHERE IT BELONGS
       B20-FIND-DENIAL.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM B21-FIND-DENY THRU B21-EXIT
                   VARYING DX FROM 1 BY 1
                   UNTIL DX > DENY-TOTAL OR NOT ENTRY-SOUGHT.
       B29-EXIT.
           EXIT.

       B21-FIND-DENY.
           IF  DENY-KEY(DX) NOT < NEW-DENY-KEY
               IF  DENY-KEY(DX) = NEW-DENY-KEY
                   SET  ENTRY-FOUND    TO TRUE
               ELSE
                   SET  ENTRY-PLACED   TO TRUE
               END-IF
               SUBTRACT 1            FROM DX
           END-IF.
       B21-EXIT.
           EXIT.

       B30-INSERT-DENIAL.
           PERFORM B40-SHIFT-DENIAL THRU B49-EXIT
                   VARYING SX FROM DENY-TOTAL BY -1
                   UNTIL SX < DX.
           ADD  1                      TO DENY-TOTAL.
           MOVE NEW-DENY-KEY           TO DENY-KEY(DX).
           MOVE ZERO                   TO DENY-AUTH(DX)
                                          DENY-SOD(DX)
                                          DENY-OPER(DX).
       B39-EXIT.
           EXIT.

       B40-SHIFT-DENIAL.
           MOVE DENY-ENTRY(SX)         TO DENY-ENTRY(SX + 1).
       B49-EXIT.
           EXIT.

       B50-PRINT-DENIAL.
           MOVE SPACES                 TO RPT-Y-NAME.
           MOVE DENY-OPID(DX)          TO RPT-Y-OPID.
           IF  OPERDIRF-OPEN
               MOVE DENY-OPID(DX)      TO OPERDIRF-OPID
               READ OPERDIRF
                   INVALID KEY
                       MOVE SPACES     TO OPERDIRF-NAME
               END-READ
               MOVE OPERDIRF-NAME      TO RPT-Y-NAME
           END-IF.
           MOVE DENY-FUNC(DX)          TO RPT-Y-FUNC.
           MOVE DENY-AUTH(DX)          TO RPT-Y-AUTH.
           MOVE DENY-SOD(DX)           TO RPT-Y-SOD.
           MOVE DENY-OPER(DX)          TO RPT-Y-OPER.
           MOVE DENY-LAST(DX)          TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO RPT-Y-DATE.
           MOVE LOOK-TIME              TO RPT-Y-TIME.
           MOVE RPT-DENY               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       B59-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION 2 -- EVERY BREAK-GLASS GRANT AND EVERY SEGREGATION- *
      *    OF-DUTIES OVERRIDE, WITH THE REASON GIVEN                   *
      ******************************************************************
       C00-OVERRIDES.
           MOVE 'BREAK-GLASS GRANTS AND SEGREGATION OVERRIDES'
                                       TO RPT-S-TEXT.
           PERFORM X40-PRINT-SECTION THRU X49-EXIT.
           PERFORM X80-PRINT-HDG2 THRU X89-EXIT.
           PERFORM X60-START-WINDOW THRU X69-EXIT.
           PERFORM C10-READ-OVERRIDE THRU C19-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           IF  OVRD-COUNT = ZERO
               MOVE 'NO EMERGENCY ACCESS OR OVERRIDE WAS USED'
                                       TO RPT-N-TEXT
               PERFORM X45-PRINT-NONE THRU X49-EXIT
           END-IF.
       C09-EXIT.
           EXIT.

       C10-READ-OVERRIDE.
           PERFORM X70-READ-NEXT THRU X79-EXIT.
           IF  NO-MORE-RECORDS
               GO TO C19-EXIT
           END-IF.
           MOVE AUDITLOG-ACTION        TO ACTION-WORK.
           IF  NOT OVERRIDE-ACTION
               GO TO C19-EXIT
           END-IF.
           ADD  1                      TO OVRD-COUNT.
           IF  ACTION-WORK = 'BRKGLASS'
               MOVE 'BREAK-GLASS'      TO RPT-D-WHY
           ELSE
               MOVE 'SOD OVERRIDE'     TO RPT-D-WHY
           END-IF.
           PERFORM X90-PRINT-DETAIL THRU X99-EXIT.
           MOVE AUDITLOG-NEW-VALUE     TO RPT-R-TEXT.
           MOVE RPT-REASON             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       C19-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION 3 -- DESTRUCTIVE ACTIONS TAKEN OUTSIDE SHOP HOURS,  *
      *    OR ON A WEEKEND OR HOLIDAY BY THE CALFILE CALENDAR          *
      ******************************************************************
       D00-OFF-HOURS.
           MOVE 'DESTRUCTIVE ACTIONS OUTSIDE SHOP HOURS'
                                       TO RPT-S-TEXT.
           PERFORM X40-PRINT-SECTION THRU X49-EXIT.
           PERFORM X80-PRINT-HDG2 THRU X89-EXIT.
           PERFORM X60-START-WINDOW THRU X69-EXIT.
           PERFORM D10-READ-OFF-HOURS THRU D19-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           IF  HOURS-COUNT = ZERO
               MOVE 'NOTHING WAS CHANGED OUTSIDE SHOP HOURS'
                                       TO RPT-N-TEXT
               PERFORM X45-PRINT-NONE THRU X49-EXIT
           END-IF.
       D09-EXIT.
           EXIT.

       D10-READ-OFF-HOURS.
           PERFORM X70-READ-NEXT THRU X79-EXIT.
           IF  NO-MORE-RECORDS
               GO TO D19-EXIT
           END-IF.
           MOVE AUDITLOG-ACTION        TO ACTION-WORK.
           IF  NOT DESTRUCTIVE-ACTION
               GO TO D19-EXIT
           END-IF.
           MOVE AUDITLOG-STAMP         TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           PERFORM D20-CHECK-CALENDAR THRU D29-EXIT.
           EVALUATE TRUE
               WHEN NOT LAST-WAS-BUSDAY
                   MOVE 'NON-BUS DAY'  TO RPT-D-WHY
               WHEN LOOK-TIME < SHOP-ON-TIME
               WHEN LOOK-TIME NOT < SHOP-OFF-TIME
                   MOVE 'AFTER HOURS'  TO RPT-D-WHY
               WHEN OTHER
                   GO TO D19-EXIT
           END-EVALUATE.
           ADD  1                      TO HOURS-COUNT.
           PERFORM X90-PRINT-DETAIL THRU X99-EXIT.
       D19-EXIT.
           EXIT.

      * ONE CALQUERY CALL PER DATE -- THE FILE IS IN STAMP ORDER.  A
      * CALENDAR IT CANNOT ANSWER FROM COUNTS THE DAY AS A WORKDAY
       D20-CHECK-CALENDAR.
           IF  DTE-GNUM = LAST-CAL-DATE
               GO TO D29-EXIT
           END-IF.
           MOVE DTE-GNUM               TO LAST-CAL-DATE
                                          CALQ-DATE.
           SET  CALQ-BUSINESS-DAY      TO TRUE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           IF  CALQ-ERROR
           OR  CALQ-IS-BUSINESS-DAY
               MOVE 'Y'                TO LAST-BUSDAY-SW
           ELSE
               MOVE 'N'                TO LAST-BUSDAY-SW
           END-IF.
       D29-EXIT.
           EXIT.

      ******************************************************************
      *    SECTION 4 -- MAINTENANCE FROM A TERMINAL THE OPERATOR HAS   *
      *    NOT USED IN THE HISTORY DAYS BEFORE THE WINDOW.  EACH NEW   *
      *    OPERATOR/TERMINAL PAIR IS LISTED ONCE, AT ITS FIRST ACTION  *
      ******************************************************************
       E00-TERMINALS.
           MOVE 'MAINTENANCE FROM AN UNUSUAL TERMINAL' TO RPT-S-TEXT.
           PERFORM X40-PRINT-SECTION THRU X49-EXIT.
           PERFORM X80-PRINT-HDG2 THRU X89-EXIT.

           MOVE HIST-STAMP             TO AUDITLOG-STAMP.
           MOVE ZERO                   TO AUDITLOG-TASKN.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
           PERFORM E10-READ-HISTORY THRU E19-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.

           PERFORM X60-START-WINDOW THRU X69-EXIT.
           PERFORM E30-READ-WINDOW THRU E39-EXIT
                   UNTIL NO-MORE-RECORDS.
           MOVE 'Y'                    TO MORE-RECORDS-SW.
           IF  TERM-COUNT = ZERO
               MOVE 'ALL MAINTENANCE WAS FROM USUAL TERMINALS'
                                       TO RPT-N-TEXT
               PERFORM X45-PRINT-NONE THRU X49-EXIT
           END-IF.
       E09-EXIT.
           EXIT.

      * ANY ACTIVITY AT A TERMINAL MAKES IT ONE THE OPERATOR USES
       E10-READ-HISTORY.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO E19-EXIT
           END-IF.
           IF  AUDITLOG-STAMP NOT < FROM-STAMP
               SET  NO-MORE-RECORDS    TO TRUE
               GO TO E19-EXIT
           END-IF.
           IF  AUDITLOG-TERMID NOT > SPACES
           OR  AUDITLOG-OPID   NOT > SPACES
               GO TO E19-EXIT
           END-IF.
           PERFORM E20-FIND-TERMINAL THRU E29-EXIT.
           IF  NOT ENTRY-FOUND
           AND TERM-TOTAL < 1000
               ADD  1                  TO TERM-TOTAL
               MOVE AUDITLOG-OPID      TO TERM-OPID(TERM-TOTAL)
               MOVE AUDITLOG-TERMID    TO TERM-ID(TERM-TOTAL)
           END-IF.
       E19-EXIT.
           EXIT.

       E20-FIND-TERMINAL.
           MOVE 'N'                    TO FOUND-SW.
           PERFORM E21-FIND-TERM THRU E21-EXIT
                   VARYING TX FROM 1 BY 1
                   UNTIL TX > TERM-TOTAL OR ENTRY-FOUND.
       E29-EXIT.
           EXIT.

       E21-FIND-TERM.
           IF  TERM-OPID(TX) = AUDITLOG-OPID
           AND TERM-ID(TX)   = AUDITLOG-TERMID
               SET  ENTRY-FOUND        TO TRUE
           END-IF.
       E21-EXIT.
           EXIT.

       E30-READ-WINDOW.
           PERFORM X70-READ-NEXT THRU X79-EXIT.
           IF  NO-MORE-RECORDS
               GO TO E39-EXIT
           END-IF.
           MOVE AUDITLOG-ACTION        TO ACTION-WORK.
           IF  NOT DESTRUCTIVE-ACTION
           OR  AUDITLOG-TERMID NOT > SPACES
           OR  AUDITLOG-OPID   NOT > SPACES
               GO TO E39-EXIT
           END-IF.
           PERFORM E20-FIND-TERMINAL THRU E29-EXIT.
           IF  ENTRY-FOUND
               GO TO E39-EXIT
           END-IF.
           IF  TERM-TOTAL < 1000
               ADD  1                  TO TERM-TOTAL
               MOVE AUDITLOG-OPID      TO TERM-OPID(TERM-TOTAL)
               MOVE AUDITLOG-TERMID    TO TERM-ID(TERM-TOTAL)
           END-IF.
           ADD  1                      TO TERM-COUNT.
           MOVE 'NEW TERMINAL'         TO RPT-D-WHY.
           PERFORM X90-PRINT-DETAIL THRU X99-EXIT.
       E39-EXIT.
           EXIT.

      ******************************************************************
      *    LOOK-STAMP (CICS ABSTIME) TO A CCYYMMDD DATE IN DTE-GNUM    *
      *    AND AN HHMMSS TIME OF DAY IN LOOK-TIME                      *
      ******************************************************************
       Y10-STAMP-DATE.
           MOVE LOOK-STAMP             TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           COMPUTE LOOK-TIME           =  ABS-HOURS * 10000
                                       +  ABS-MINUTES * 100
                                       +  ABS-SECONDS.
           SET  DTE-REQUEST-TOTL-DAYS  TO TRUE.
           COMPUTE DTE-TOTD            =  ABS-DAYS + ADJUSTMENT-DAYS.
           CALL 'DTEMAN'            USING DTEMAN-PARMS.
       Y19-EXIT.
           EXIT.

      ******************************************************************
      *    LOCATE EXT-TAG IN JOBD-SYS-PARM AND RETURN WHATEVER         *
      *    FOLLOWS IT UP TO THE NEXT COMMA/SPACE IN EXT-VALUE          *
      *    (SPACES IF THE TAG ISN'T PRESENT AT ALL) -- SAME PARSE      *
      *    JOBDATA USES FOR ITS OWN SYSPARM TAGS                       *
      ******************************************************************
       X10-PARSE-EXT-TAG.
           MOVE ZERO                   TO EXT-POS.
           PERFORM WITH TEST BEFORE
             VARYING EXT-IX FROM 1 BY 1
               UNTIL EXT-IX > (101 - EXT-TAGLEN)
                  OR EXT-POS > ZERO
             IF  JOBD-SYS-PARM(EXT-IX:EXT-TAGLEN) =
                 EXT-TAG(1:EXT-TAGLEN)
                 COMPUTE EXT-POS = EXT-IX + EXT-TAGLEN
             END-IF
           END-PERFORM.
           MOVE SPACES                 TO EXT-VALUE.
           IF  EXT-POS > ZERO
               MOVE EXT-POS            TO EXT-END
               PERFORM WITH TEST BEFORE
                 VARYING EXT-END FROM EXT-POS BY 1
                   UNTIL EXT-END > 100
                      OR JOBD-SYS-PARM(EXT-END:1) = ','
                      OR JOBD-SYS-PARM(EXT-END:1) = SPACE
               END-PERFORM
               IF  EXT-END > EXT-POS
                   MOVE JOBD-SYS-PARM(EXT-POS:EXT-END - EXT-POS)
                                       TO EXT-VALUE
               END-IF
           END-IF.
      * A TAG NOT PUNCHED ON SYSPARM FALLS BACK TO THE BATPARMF
      * PARAMETER FILE ENTRY FOR THIS JOB AND STEP, IF ANY
           SET  BPRM-GET               TO TRUE.
           MOVE JOBD-JOB-NAME          TO BPRM-JOB-NAME.
           MOVE 'SECEXRPT'             TO BPRM-STEP-NAME.
           MOVE EXT-TAG                TO BPRM-TAG.
           MOVE EXT-VALUE              TO BPRM-VALUE.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-VALUE             TO EXT-VALUE.
       X10-EXIT.
           EXIT.

      * ONE TO FOUR DIGITS IN EXT-VALUE TO EXT-NUMBER, OR NOT OK
       X20-EXT-NUMBER.
           MOVE 'N'                    TO EXT-NUM-SW.
           MOVE ZERO                   TO EXT-NUMBER.
           EVALUATE TRUE
               WHEN EXT-VALUE(1:4) IS NUMERIC
               AND  EXT-VALUE(5:1) = SPACE
                   MOVE EXT-VALUE(1:4) TO EXT-NUMBER
                   SET  EXT-NUM-OK     TO TRUE
               WHEN EXT-VALUE(1:3) IS NUMERIC
               AND  EXT-VALUE(4:1) = SPACE
                   MOVE EXT-VALUE(1:3) TO EXT-NUMBER
                   SET  EXT-NUM-OK     TO TRUE
               WHEN EXT-VALUE(1:2) IS NUMERIC
               AND  EXT-VALUE(3:1) = SPACE
                   MOVE EXT-VALUE(1:2) TO EXT-NUMBER
                   SET  EXT-NUM-OK     TO TRUE
               WHEN EXT-VALUE(1:1) IS NUMERIC
               AND  EXT-VALUE(2:1) = SPACE
                   MOVE EXT-VALUE(1:1) TO EXT-NUMBER
                   SET  EXT-NUM-OK     TO TRUE
           END-EVALUATE.
       X29-EXIT.
           EXIT.

      ******************************************************************
      *    FORMAT THE "TAG= VALUE FROM WHERE" LINE FOR THE VALUE JUST  *
      *    SETTLED ON (SEE BATPARM) AND PRINT IT AT THE TOP OF THE RUN *
      ******************************************************************
       X30-SHOW-PARM.
           CALL BATPARM             USING BATPARM-PARMS.
           MOVE BPRM-LINE              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X39-EXIT.
           EXIT.

      ******************************************************************
      *    REPORT LINE HELPERS                                         *
      ******************************************************************
       X40-PRINT-SECTION.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           MOVE RPT-SECTION            TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
           GO TO X49-EXIT.

       X45-PRINT-NONE.
           MOVE RPT-NONE               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X49-EXIT.
           EXIT.

       X50-PRINT-TOTAL.
           MOVE RPT-TOTAL              TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X59-EXIT.
           EXIT.

      * POSITION AT THE START OF THE REPORTING WINDOW
       X60-START-WINDOW.
           MOVE FROM-STAMP             TO AUDITLOG-STAMP.
           MOVE ZERO                   TO AUDITLOG-TASKN.
           START AUDITLOG KEY NOT LESS THAN AUDITLOG-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.
       X69-EXIT.
           EXIT.

       X70-READ-NEXT.
           READ AUDITLOG NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
       X79-EXIT.
           EXIT.

       X80-PRINT-HDG2.
           MOVE RPT-HDG2               TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X89-EXIT.
           EXIT.

      * THE CURRENT AUDITLOG RECORD, RPT-D-WHY ALREADY SET
       X90-PRINT-DETAIL.
           MOVE AUDITLOG-STAMP         TO LOOK-STAMP.
           PERFORM Y10-STAMP-DATE THRU Y19-EXIT.
           MOVE DTE-GNUM               TO RPT-D-DATE.
           MOVE LOOK-TIME              TO RPT-D-TIME.
           MOVE AUDITLOG-OPID          TO RPT-D-OPID.
           MOVE AUDITLOG-TERMID        TO RPT-D-TERM.
           MOVE AUDITLOG-ACTION        TO RPT-D-ACTION.
           MOVE AUDITLOG-PGM           TO RPT-D-PGM.
           MOVE AUDITLOG-REC-KEY       TO RPT-D-KEY.
           MOVE RPT-DETAIL             TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.
       X99-EXIT.
           EXIT.
