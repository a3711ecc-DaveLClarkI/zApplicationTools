       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    NAVRRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       UNLISTED-TRANSFER REPORT OVER THE NAVHIST FILE.
      *REMARKS.       EVERY RECORDED HOP IS CHECKED AGAINST THE
      *REMARKS.       NAVRULF TRANSFER RULES IN THE SAME ORDER
      *REMARKS.       COMMLNK2 USES (FROM/TO, FROM/*ANY, *ANY/TO) AND
      *REMARKS.       EACH DISTINCT FROM/TO PAIR NOT ON THE LIST IS
      *REMARKS.       PRINTED WITH ITS HOP COUNT, HOW MANY OF THOSE
      *REMARKS.       HOPS COMMLNK2 ITSELF MARKED (REFUSED OR WOULD
      *REMARKS.       REFUSE), AND THE FIRST AND LAST TIMES SEEN --
      *REMARKS.       SO THE RULES CAN BE BUILT FROM REAL TRAFFIC
      *REMARKS.       BEFORE THE NAVRULES SWITCH IS SET TO ENFORCE.
      *REMARKS.       WITHOUT THE NAVRULF FILE EVERY PAIR IS LISTED.
      *REMARKS.       RUN IT AFTER NAVPURGE SO THE FILE HOLDS ONLY THE
      *REMARKS.       PERIOD OF INTEREST.  RETURN CODE 4 WHEN ANY
      *REMARKS.       PAIR IS LISTED.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       SPECIAL-NAMES.
           SYSLST IS PRINTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAVHIST              ASSIGN TO NAVHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVHIST-KEY
                                       FILE STATUS IS NAVHIST-STATUS.
           SELECT NAVRULF              ASSIGN TO NAVRULF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS NAVRULF-KEY
                                       FILE STATUS IS NAVRULF-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  NAVHIST
           LABEL RECORDS ARE STANDARD.
           COPY NAVHIST.

       FD  NAVRULF
           LABEL RECORDS ARE STANDARD.
           COPY NAVRULF.

       WORKING-STORAGE SECTION.
       77  NAVHIST-STATUS              PIC  X(02).
       77  NAVRULF-STATUS              PIC  X(02).
       77  NAVRULF-OPEN-SW             PIC  X(01)   VALUE 'N'.
           88  NAVRULF-OPEN                         VALUE 'Y'.
       77  MORE-RECORDS-SW             PIC  X(01)   VALUE 'Y'.
           88  NO-MORE-RECORDS                      VALUE 'N'.
       77  PX                          PIC S9(04)   COMP.
       77  PAIR-COUNT                  PIC S9(04)   COMP VALUE ZERO.
       77  HOPS-READ                   PIC S9(09)   COMP VALUE ZERO.
       77  HOPS-UNLISTED               PIC S9(09)   COMP VALUE ZERO.
       77  HOPS-MARKED                 PIC S9(09)   COMP VALUE ZERO.
       77  PAIRS-DROPPED               PIC S9(09)   COMP VALUE ZERO.
       77  FOUND-SW                    PIC  X(01).
           88  ENTRY-FOUND                          VALUE 'Y'.
       77  RULE-SW                     PIC  X(01).
           88  RULE-FOUND                           VALUE 'Y'.

       COPY ABSTIME.

       01  PAIR-TABLE.
           03  PAIR-ENTRY OCCURS 500 TIMES.
               05  PAIR-FROM           PIC  X(08).
               05  PAIR-TO             PIC  X(08).
               05  PAIR-FIRST-STAMP    PIC S9(15)  PACKED-DECIMAL.
               05  PAIR-LAST-STAMP     PIC S9(15)  PACKED-DECIMAL.
               05  PAIR-HOPS           PIC S9(09)  COMP.
               05  PAIR-MARKED         PIC S9(09)  COMP.
               05  PAIR-LAST-OPID      PIC  X(03).

       01  RPT-HDG1.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(50)
                   VALUE 'N A V R R P T  -  TRANSFERS NOT ON NAVRULF'.

       01  RPT-HDG2.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(10)   VALUE 'FROM'.
           05  FILLER                  PIC  X(10)   VALUE 'TO'.
           05  FILLER                  PIC  X(08)   VALUE 'HOPS'.
           05  FILLER                  PIC  X(08)   VALUE 'MARKED'.
           05  FILLER                  PIC  X(10)   VALUE 'FIRST'.
           05  FILLER                  PIC  X(10)   VALUE 'LAST'.
           05  FILLER                  PIC  X(07)   VALUE 'LAST OP'.

       01  RPT-NO-RULES.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  FILLER                  PIC  X(60)   VALUE
               'NAVRULF NOT AVAILABLE -- EVERY TRANSFER PAIR IS LISTED'.

       01  RPT-DETAIL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-FROM                PIC  X(10).
           05  RPT-TO                  PIC  X(10).
           05  RPT-HOPS                PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(01)   VALUE SPACES.
           05  RPT-MARKED              PIC  ZZZZZZ9.
           05  FILLER                  PIC  X(03)   VALUE SPACES.
           05  RPT-FIRST               PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-LAST                PIC  X(08).
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  RPT-OPID                PIC  X(03).

       01  RPT-TOTAL.
           05  FILLER                  PIC  X(10)   VALUE SPACES.
           05  RPT-TOT-LABEL           PIC  X(30).
           05  RPT-TOT-COUNT           PIC  ZZZ,ZZZ,ZZ9.

       01  TIME-EDIT.
           05  TE-HH                   PIC  99.
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  TE-MM                   PIC  99.
           05  FILLER                  PIC  X(01)   VALUE ':'.
           05  TE-SS                   PIC  99.


       77  RPTARCH                     PIC  X(8)    VALUE 'RPTARCH'.
       COPY RPTARCH.

       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           SET  RPTA-OPEN              TO TRUE.
           MOVE 'NAVRRPT'               TO RPTA-ID.
           CALL RPTARCH             USING RPTARCH-PARMS.
           OPEN INPUT NAVHIST.
           OPEN INPUT NAVRULF.
           IF  NAVRULF-STATUS = '00'
               SET  NAVRULF-OPEN       TO TRUE
           END-IF.
           MOVE RPT-HDG1        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
           IF  NOT NAVRULF-OPEN
               MOVE RPT-NO-RULES    TO RPTA-LINE
               SET  RPTA-WRITE         TO TRUE
               CALL RPTARCH         USING RPTARCH-PARMS
           END-IF.
           MOVE RPT-HDG2        TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE LOW-VALUES             TO NAVHIST-KEY.
           START NAVHIST KEY NOT LESS THAN NAVHIST-KEY
               INVALID KEY
                   SET NO-MORE-RECORDS TO TRUE
           END-START.

           PERFORM B00-READ-AND-ACCUM THRU B90-EXIT
                   UNTIL NO-MORE-RECORDS.
           CLOSE NAVHIST.

           PERFORM C00-PRINT-PAIR THRU C90-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > PAIR-COUNT.
           IF  NAVRULF-OPEN
               CLOSE NAVRULF
           END-IF.

           PERFORM D00-PRINT-TOTALS THRU D90-EXIT.

           IF  PAIR-COUNT > ZERO
               MOVE 4                  TO RETURN-CODE
           ELSE
               MOVE ZEROES             TO RETURN-CODE
           END-IF.
           GOBACK.

      ******************************************************************
      *    READ ONE HOP, CHECK IT AGAINST THE RULES AND FOLD AN        *
      *    UNLISTED ONE INTO ITS FROM/TO PAIR'S ENTRY                  *
      ******************************************************************
       B00-READ-AND-ACCUM.
           READ NAVHIST NEXT RECORD
               AT END
                   SET NO-MORE-RECORDS TO TRUE
           END-READ.
           IF  NO-MORE-RECORDS
               GO TO B90-EXIT
           END-IF.
           IF  NAVHIST-TO NOT > SPACES
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO HOPS-READ.

           PERFORM B50-CHECK-RULE THRU B59-EXIT.
           IF  RULE-FOUND
               GO TO B90-EXIT
           END-IF.
           ADD  1                      TO HOPS-UNLISTED.
           IF  NAVHIST-HOP-REFUSED
           OR  NAVHIST-HOP-UNLISTED
               ADD  1                  TO HOPS-MARKED
           END-IF.

           MOVE 'N'                    TO FOUND-SW.
           PERFORM B10-FIND-PAIR THRU B10-EXIT
                   VARYING PX FROM 1 BY 1
                   UNTIL PX > PAIR-COUNT OR ENTRY-FOUND.
           IF  NOT ENTRY-FOUND
               IF  PAIR-COUNT < 500
                   ADD  1              TO PAIR-COUNT
                   MOVE PAIR-COUNT     TO PX
                   MOVE NAVHIST-FROM   TO PAIR-FROM(PX)
                   MOVE NAVHIST-TO     TO PAIR-TO(PX)
                   MOVE NAVHIST-STAMP  TO PAIR-FIRST-STAMP(PX)
                   MOVE NAVHIST-STAMP  TO PAIR-LAST-STAMP(PX)
                   MOVE ZERO           TO PAIR-HOPS(PX)
                                          PAIR-MARKED(PX)
                   SET  ENTRY-FOUND    TO TRUE
               ELSE
                   ADD  1              TO PAIRS-DROPPED
                   GO TO B90-EXIT
               END-IF
           END-IF.

           ADD  1                      TO PAIR-HOPS(PX).
           IF  NAVHIST-HOP-REFUSED
           OR  NAVHIST-HOP-UNLISTED
               ADD  1                  TO PAIR-MARKED(PX)
           END-IF.
           IF  NAVHIST-STAMP < PAIR-FIRST-STAMP(PX)
               MOVE NAVHIST-STAMP      TO PAIR-FIRST-STAMP(PX)
           END-IF.
           IF  NAVHIST-STAMP NOT < PAIR-LAST-STAMP(PX)
               MOVE NAVHIST-STAMP      TO PAIR-LAST-STAMP(PX)
               MOVE NAVHIST-OPID       TO PAIR-LAST-OPID(PX)
           END-IF.
       B90-EXIT.
           EXIT.

       B10-FIND-PAIR.
           IF  PAIR-FROM(PX) = NAVHIST-FROM
           AND PAIR-TO(PX)   = NAVHIST-TO
               SET  ENTRY-FOUND        TO TRUE
               SUBTRACT 1            FROM PX
           END-IF.
       B10-EXIT.
           EXIT.

      ******************************************************************
      *    LOOK THE HOP UP THE SAME WAY COMMLNK2 DOES -- THE EXACT     *
      *    PAIR, THEN ANY TARGET FROM THIS PROGRAM, THEN THIS TARGET   *
      *    FROM ANY PROGRAM                                            *
      ******************************************************************
       B50-CHECK-RULE.
           MOVE 'N'                    TO RULE-SW.
           IF  NOT NAVRULF-OPEN
               GO TO B59-EXIT
           END-IF.

           MOVE NAVHIST-FROM           TO NAVRULF-FROM.
           MOVE NAVHIST-TO             TO NAVRULF-TO.
           PERFORM B55-READ-RULE THRU B55-EXIT.
           IF  RULE-FOUND
               GO TO B59-EXIT
           END-IF.

           MOVE NAVHIST-FROM           TO NAVRULF-FROM.
           MOVE '*ANY'                 TO NAVRULF-TO.
           PERFORM B55-READ-RULE THRU B55-EXIT.
           IF  RULE-FOUND
               GO TO B59-EXIT
           END-IF.

           MOVE '*ANY'                 TO NAVRULF-FROM.
           MOVE NAVHIST-TO             TO NAVRULF-TO.
           PERFORM B55-READ-RULE THRU B55-EXIT.
       B59-EXIT.
           EXIT.

       B55-READ-RULE.
           READ NAVRULF
               INVALID KEY
                   GO TO B55-EXIT
           END-READ.
           SET  RULE-FOUND             TO TRUE.
       B55-EXIT.
           EXIT.

      ******************************************************************
      *    PRINT ONE UNLISTED PAIR -- TIMES VIA THE SHOP'S ABSTIME     *
      *    CONVERTER                                                   *
      ******************************************************************
       C00-PRINT-PAIR.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE PAIR-FROM(PX)          TO RPT-FROM.
           MOVE PAIR-TO(PX)            TO RPT-TO.
           MOVE PAIR-HOPS(PX)          TO RPT-HOPS.
           MOVE PAIR-MARKED(PX)        TO RPT-MARKED.
           MOVE PAIR-LAST-OPID(PX)     TO RPT-OPID.

           MOVE PAIR-FIRST-STAMP(PX)   TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           MOVE TIME-EDIT              TO RPT-FIRST.

           MOVE PAIR-LAST-STAMP(PX)    TO ABS-INPUT.
           CALL 'ABSTIME'           USING ABSTIME-PARMS.
           MOVE ABS-HOURS              TO TE-HH.
           MOVE ABS-MINUTES            TO TE-MM.
           MOVE ABS-SECONDS            TO TE-SS.
           MOVE TIME-EDIT              TO RPT-LAST.

           MOVE RPT-DETAIL      TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    RUN TOTALS                                                  *
      ******************************************************************
       D00-PRINT-TOTALS.
           MOVE SPACES                 TO RPTA-LINE.
           SET  RPTA-WRITE             TO TRUE.
           CALL RPTARCH             USING RPTARCH-PARMS.

           MOVE 'TRANSFER HOPS READ'   TO RPT-TOT-LABEL.
           MOVE HOPS-READ              TO RPT-TOT-COUNT.
           PERFORM D10-PRINT-TOTAL THRU D10-EXIT.
           MOVE 'HOPS NOT ON NAVRULF'  TO RPT-TOT-LABEL.
           MOVE HOPS-UNLISTED          TO RPT-TOT-COUNT.
           PERFORM D10-PRINT-TOTAL THRU D10-EXIT.
           MOVE 'MARKED BY COMMLNK2'   TO RPT-TOT-LABEL.
           MOVE HOPS-MARKED            TO RPT-TOT-COUNT.
           PERFORM D10-PRINT-TOTAL THRU D10-EXIT.
           MOVE 'DISTINCT PAIRS LISTED' TO RPT-TOT-LABEL.
           MOVE PAIR-COUNT             TO RPT-TOT-COUNT.
           PERFORM D10-PRINT-TOTAL THRU D10-EXIT.
           IF  PAIRS-DROPPED > ZERO
               MOVE 'HOPS OVER TABLE LIMIT'
                                       TO RPT-TOT-LABEL
               MOVE PAIRS-DROPPED      TO RPT-TOT-COUNT
               PERFORM D10-PRINT-TOTAL THRU D10-EXIT
           END-IF.
       D90-EXIT.
           EXIT.

       D10-PRINT-TOTAL.
           MOVE RPT-TOTAL       TO RPTA-LINE
           SET  RPTA-WRITE             TO TRUE
           CALL RPTARCH             USING RPTARCH-PARMS.
       D10-EXIT.
           EXIT.
