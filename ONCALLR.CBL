       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ONCALLR.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ON-CALL RESOLUTION SERVICE.  LINKED (SEE THE
      *REMARKS.       ONCALLR COPYBOOK) BY MSGROUTE TO TURN A MSGRCTL
      *REMARKS.       '@GROUP' DESTINATION INTO WHOEVER IS ON CALL
      *REMARKS.       FOR THAT GROUP RIGHT NOW, AND BY ONCALLM FOR ITS
      *REMARKS.       "WHO IS ON CALL NOW" INQUIRY.  EVERY ONCALLF
      *REMARKS.       RECORD OF THE GROUP IS TRIED; ONE COVERS THIS
      *REMARKS.       MOMENT WHEN IT IS INSIDE THE RECORD'S DATE/TIME
      *REMARKS.       RANGE AND TIME-OF-DAY WINDOW AND TODAY IS THE
      *REMARKS.       KIND OF DAY IT COVERS -- A BUSINESS DAY IS NOT
      *REMARKS.       SATURDAY OR SUNDAY AND NOT A CALFILE HOLIDAY
      *REMARKS.       (THE SAME RULE CALQUERY APPLIES IN BATCH).  THE
      *REMARKS.       MOST SPECIFIC COVERING RECORD WINS, THEN THE
      *REMARKS.       LATEST START (SEE ONCALLF).  A REGION WITHOUT
      *REMARKS.       THE FILE FINDS NOBODY ON CALL.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC READ THE SHOP CALENDAR EXPLICITLY NOW THAT
      *               CALFILE IS KEYED BY CALENDAR ID.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
      *                                                                *
      *    ENVIRONMENT DIVISION                                        *
      *                                                                *
      ******************************************************************
       ENVIRONMENT DIVISION.

      ******************************************************************
      *    CONFIGURATION SECTION                                       *
      ******************************************************************
       CONFIGURATION SECTION.

       SOURCE-COMPUTER. IBM-2086-A04-140.
       OBJECT-COMPUTER. IBM-2086-A04-140.

      /*****************************************************************
      *                                                                *
      *    DATA DIVISION                                               *
      *                                                                *
      ******************************************************************
       DATA DIVISION.

      ******************************************************************
      *    WORKING-STORAGE SECTION                                     *
      ******************************************************************
       WORKING-STORAGE SECTION.

       01  CONTROL-FIELDS.
         03  THIS-PGM                  PIC  X(08)   VALUE 'ONCALLR'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  DOW-NUM                   PIC S9(08)   BINARY.
         03  NOW-DATE                  PIC  X(08).
         03  NOW-TIME                  PIC  X(06).
         03  NOW-HHMM                  PIC  9(04).
         03  NOW-STAMP                 PIC  9(12).
         03  FROM-STAMP                PIC  9(12).
         03  THRU-STAMP                PIC  9(12).
         03  ENTRY-SCORE               PIC S9(04)   BINARY.
         03  BEST-SCORE                PIC S9(04)   BINARY.
         03  BEST-STAMP                PIC  9(12).
         03  COVERS-SW                 PIC  X(01).
           88  ENTRY-COVERS                         VALUE 'Y'.
         03  BROWSE-SW                 PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.

       COPY ONCALLF.

       COPY CALFILE.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY ONCALLR.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               EXEC CICS ABEND
                         ABCODE('CALN')
               END-EXEC
           END-IF.

           MOVE 'N'                    TO ONCR-FOUND-SW.
           MOVE SPACES                 TO ONCR-MATCH-KEY
                                          ONCR-PERSON
                                          ONCR-DEST
                                          ONCR-DEST-TYPE
                                          ONCR-BACKUP
                                          ONCR-BACKUP-DEST
                                          ONCR-BACKUP-TYPE.

           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     YYYYMMDD (NOW-DATE)
                     TIME     (NOW-TIME)
                     NOHANDLE
           END-EXEC.
           MOVE NOW-DATE               TO ONCR-DATE.
           MOVE NOW-TIME(1:4)          TO ONCR-TIME NOW-HHMM.
           MOVE NOW-DATE               TO NOW-STAMP(1:8).
           MOVE NOW-HHMM               TO NOW-STAMP(9:4).
           PERFORM B00-CHECK-BUSDAY THRU B90-EXIT.

           MOVE -1                     TO BEST-SCORE.
           MOVE ZERO                   TO BEST-STAMP.
           MOVE LOW-VALUES             TO ONCALLF-KEY.
           MOVE ONCR-GROUP             TO ONCALLF-GROUP.
           MOVE 'Y'                    TO BROWSE-SW.
           EXEC CICS STARTBR
                     DATASET  ('ONCALLF ')
                     RIDFLD   (ONCALLF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO A90-MAINLINE-EXIT
           END-IF.
           PERFORM C00-READ-ENTRY THRU C90-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('ONCALLF ')
                     NOHANDLE
           END-EXEC.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    IS TODAY A BUSINESS DAY -- NOT SATURDAY OR SUNDAY AND NOT A *
      *    CALFILE HOLIDAY (THE SAME RULE CALQUERY APPLIES IN BATCH)   *
      ******************************************************************
       B00-CHECK-BUSDAY.
           MOVE 'N'                    TO ONCR-BUSDAY-SW.
           EXEC CICS FORMATTIME
                     ABSTIME  (CURR-ABSTIME)
                     DAYOFWEEK(DOW-NUM)
                     NOHANDLE
           END-EXEC.
           IF  DOW-NUM = 0 OR DOW-NUM = 6
               GO TO B90-EXIT
           END-IF.
           MOVE SPACES                 TO CAL-ID.
           MOVE NOW-DATE               TO CAL-DATE.
           EXEC CICS READ
                     DATASET  ('CALFILE ')
                     INTO     (CALFILE-RECORD)
                     RIDFLD   (CALFILE-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND CAL-HOLIDAY
               GO TO B90-EXIT
           END-IF.
           MOVE 'Y'                    TO ONCR-BUSDAY-SW.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    READ THE GROUP'S NEXT ROTATION RECORD AND, WHEN IT COVERS   *
      *    THIS MOMENT BETTER THAN ANYTHING SO FAR, TAKE ITS PEOPLE    *
      ******************************************************************
       C00-READ-ENTRY.
           EXEC CICS READNEXT
                     DATASET  ('ONCALLF ')
                     INTO     (ONCALLF-RECORD)
                     RIDFLD   (ONCALLF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  ONCALLF-GROUP NOT = ONCR-GROUP
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO C90-EXIT
           END-IF.
           PERFORM D00-CHECK-COVER THRU D90-EXIT.
           IF  NOT ENTRY-COVERS
               GO TO C90-EXIT
           END-IF.
           IF  ENTRY-SCORE < BEST-SCORE
               GO TO C90-EXIT
           END-IF.
           IF  ENTRY-SCORE = BEST-SCORE
           AND FROM-STAMP NOT > BEST-STAMP
               GO TO C90-EXIT
           END-IF.
           MOVE ENTRY-SCORE            TO BEST-SCORE.
           MOVE FROM-STAMP             TO BEST-STAMP.
           SET  ONCR-FOUND             TO TRUE.
           MOVE ONCALLF-KEY            TO ONCR-MATCH-KEY.
           MOVE ONCALLF-PERSON         TO ONCR-PERSON.
           MOVE ONCALLF-DEST           TO ONCR-DEST.
           MOVE ONCALLF-DEST-TYPE      TO ONCR-DEST-TYPE.
           MOVE ONCALLF-BACKUP         TO ONCR-BACKUP.
           MOVE ONCALLF-BACKUP-DEST    TO ONCR-BACKUP-DEST.
           MOVE ONCALLF-BACKUP-TYPE    TO ONCR-BACKUP-TYPE.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    DOES THIS RECORD COVER THIS MOMENT -- THE RIGHT KIND OF     *
      *    DAY, INSIDE THE RANGE, INSIDE THE TIME-OF-DAY WINDOW?  IT   *
      *    SCORES 2 FOR A BUSINESS-DAY OR HOLIDAY COVER AND 1 FOR A    *
      *    TIME-OF-DAY WINDOW, SO THE MOST SPECIFIC RECORD WINS        *
      ******************************************************************
       D00-CHECK-COVER.
           MOVE 'N'                    TO COVERS-SW.
           MOVE ZERO                   TO ENTRY-SCORE.
           EVALUATE TRUE
               WHEN ONCALLF-ALL-DAYS
                   CONTINUE
               WHEN ONCALLF-BUSINESS-DAYS AND ONCR-BUSDAY
               WHEN ONCALLF-HOLIDAYS  AND NOT ONCR-BUSDAY
                   ADD  2              TO ENTRY-SCORE
               WHEN OTHER
                   GO TO D90-EXIT
           END-EVALUATE.
           IF  ONCALLF-START-DATE IS NOT NUMERIC
           OR  ONCALLF-START-TIME IS NOT NUMERIC
           OR  ONCALLF-END-DATE   IS NOT NUMERIC
           OR  ONCALLF-END-TIME   IS NOT NUMERIC
           OR  ONCALLF-DAY-FROM   IS NOT NUMERIC
           OR  ONCALLF-DAY-TO     IS NOT NUMERIC
               GO TO D90-EXIT
           END-IF.
           MOVE ONCALLF-START-DATE     TO FROM-STAMP(1:8).
           MOVE ONCALLF-START-TIME     TO FROM-STAMP(9:4).
           MOVE ONCALLF-END-DATE       TO THRU-STAMP(1:8).
           MOVE ONCALLF-END-TIME       TO THRU-STAMP(9:4).
           IF  NOW-STAMP < FROM-STAMP
           OR  NOW-STAMP > THRU-STAMP
               GO TO D90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ONCALLF-DAY-FROM = ONCALLF-DAY-TO
                   CONTINUE
               WHEN ONCALLF-DAY-FROM < ONCALLF-DAY-TO
                   IF  NOW-HHMM < ONCALLF-DAY-FROM
                   OR  NOT NOW-HHMM < ONCALLF-DAY-TO
                       GO TO D90-EXIT
                   END-IF
                   ADD  1              TO ENTRY-SCORE
               WHEN OTHER
                   IF  NOW-HHMM < ONCALLF-DAY-FROM
                   AND NOT NOW-HHMM < ONCALLF-DAY-TO
                       GO TO D90-EXIT
                   END-IF
                   ADD  1              TO ENTRY-SCORE
           END-EVALUATE.
           SET  ENTRY-COVERS           TO TRUE.
       D90-EXIT.
           EXIT.
