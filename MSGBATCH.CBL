      *REMARKS.       IT HAPPENED ONLINE OR IN THE BATCH WINDOW.  THE
      *REMARKS.       CONTROL FILE IS OPENED ON FIRST CALL AND STAYS
      *REMARKS.       OPEN FOR THE RUN, LIKE CALQUERY'S CALENDAR.
      *REMARKS.       A DESTINATION OF '@' PLUS A SUPPORT GROUP IS
      *REMARKS.       RESOLVED THROUGH THE ONCALLF ROTATION TO WHOEVER
      *REMARKS.       IS ON CALL NOW, AS MSGROUTE DOES ONLINE.
      *REMARKS.       MESSAGES AT OR ABOVE THE '*FEED' SEVERITY ALSO
      *REMARKS.       GO TO THE ALERTFDB OUTBOUND MONITORING FEED.
      *REMARKS.       A CATALOG MESSAGE (SEVERITY 'M') TAKES ITS
      *REMARKS.       SEVERITY AND WORDING FROM THE MSGCATF CATALOG
      *REMARKS.       AND ITS LINE LEADS WITH THE MESSAGE ID.  EVERY
      *REMARKS.       MESSAGE IS ALSO KEPT ON THE MSGHIST ROUTED-
      *REMARKS.       MESSAGE HISTORY FILE, AS MSGROUTE DOES ONLINE.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC RESOLVE A MSGRCTL DESTINATION WRITTEN AS '@'
      *               PLUS A SUPPORT GROUP THROUGH THE NEW ONCALLF
      *               ON-CALL ROTATION, BY THE SAME RULES AS ONLINE
      *               (SEE ONCALLF) -- CALQUERY SAYS WHETHER TODAY IS
      *               A BUSINESS DAY.  A TD DESTINATION IS INTERPRETED
      *               FOR BATCH AS ANY OTHER; A TERMINAL CANNOT BE
      *               REACHED FROM BATCH, SO THE CONSOLE IS TOLD WHO
      *               TO CALL.  THE BACKUP STANDS IN WHEN THE PRIMARY
      *               HAS NO DESTINATION; NOBODY ON CALL FALLS BACK TO
      *               THE CONSOLE WITH A NOTE.  THE ROTATION FILE IS
      *               OPENED ON FIRST USE; WITHOUT IT NOBODY IS ON
      *               CALL.
      * 10/15/2026 DLC WRITE EVERY MESSAGE AT OR ABOVE THE '*FEED'
      *               SEVERITY (THE SAME MSGRCTL SETTING ALRTFEED
      *               HONORS ONLINE -- LOOKED UP ONCE PER RUN) TO THE
      *               NEW ALERTFDB OUTBOUND ALERT-FEED FILE FOR THE
      *               ENTERPRISE MONITORING CONSOLE, WITH THE JOB NAME
      *               AND POWER NUMBER (FROM JOBDATA) AND A UNIQUE
      *               EVENT ID.  THE FILE IS EXTENDED (OR STARTED) ON
      *               FIRST USE, AS JOBDEND DOES WITH SCHEDFDB.
      * 10/15/2026 DLC ACCEPT CATALOG MESSAGES, AS MSGROUTE DOES --
      *               SEVERITY 'M' WITH A MSGCATF MESSAGE ID AND UP TO
      *               FOUR INSERTS (SEE THE MSGBATCH COPYBOOK).  THE
      *               CATALOG ENTRY GIVES THE SEVERITY AND TEMPLATE,
      *               MSGFMT FILLS IN THE INSERTS, AND THE CONSOLE AND
      *               SYSLST LINE LEADS WITH THE ID.  AN ID MISSING
      *               FROM THE CATALOG STILL DELIVERS, AT THE SEVERITY
      *               ITS LAST LETTER NAMES, WITH ITS INSERTS.  THE
      *               CATALOG IS OPENED ON FIRST USE; EVERYTHING NOW
      *               WORKS FROM A LOCAL COPY OF THE SEVERITY AND
      *               TEXT, SO THE CALLER'S PARAMETERS COME BACK
      *               UNCHANGED.
      * 10/15/2026 DLC KEEP EVERY MESSAGE ON THE NEW MSGHIST HISTORY
      *               FILE, AS MSGROUTE DOES ONLINE, KEYED BY TIME,
      *               JOB NAME, AND THE RUN'S MESSAGE COUNT.  THE FILE
      *               IS OPENED ON FIRST USE; WITHOUT IT THE RUN KEEPS
      *               NO HISTORY.  JOBDATA IS NOW CALLED ONCE PER RUN
      *               FOR THE FEED AND THE HISTORY ALIKE.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MSGRCTL-KEY
                                       FILE STATUS IS MSGRCTL-STATUS.
           SELECT ONCALLF              ASSIGN TO ONCALLF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS ONCALLF-KEY
                                       FILE STATUS IS ONCALL-STATUS.
           SELECT MSGCATF              ASSIGN TO MSGCATF
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MSGCATF-KEY
                                       FILE STATUS IS MSGCATF-STATUS.
           SELECT MSGHIST              ASSIGN TO MSGHIST
                                       ORGANIZATION INDEXED
                                       ACCESS DYNAMIC
                                       RECORD KEY IS MSGHIST-KEY
                                       FILE STATUS IS MSGHIST-STATUS.
           SELECT ALERTFDB             ASSIGN TO ALERTFDB
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS ALERTFDB-STATUS.
           SELECT MSGLOG               ASSIGN TO MSGLOG
                                       ORGANIZATION SEQUENTIAL
                                       FILE STATUS IS MSGLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY MSGRCTL.

       FD  ONCALLF
           LABEL RECORDS ARE STANDARD.
           COPY ONCALLF.

       FD  MSGCATF
           LABEL RECORDS ARE STANDARD.
           COPY MSGCATF.

       FD  MSGHIST
           LABEL RECORDS ARE STANDARD.
           COPY MSGHIST.

       FD  ALERTFDB
           LABEL RECORDS ARE STANDARD.
           COPY ALERTFDB.

       FD  MSGLOG
           LABEL RECORDS ARE STANDARD.
       01  MSGLOG-RECORD               PIC  X(132).
       WORKING-STORAGE SECTION.
       77  MSGRCTL-STATUS              PIC  X(02).
       77  MSGLOG-STATUS               PIC  X(02).
       77  ONCALL-STATUS               PIC  X(02).
       77  ALERTFDB-STATUS             PIC  X(02).
       77  MSGCATF-STATUS              PIC  X(02).
       77  CAT-TRIED-SW                PIC  X(01)   VALUE 'N'.
           88  CAT-TRIED                            VALUE 'Y'.
       77  CAT-OPEN-SW                 PIC  X(01)   VALUE 'N'.
           88  CAT-OPEN                             VALUE 'Y'.
       77  CATALOG-SW                  PIC  X(01).
           88  CATALOG-MSG                          VALUE 'Y'.
       77  MSG-SEVERITY                PIC  X(01).
       77  MSG-TEXT                    PIC  X(100).
       77  MSGHIST-STATUS              PIC  X(02).
       77  HIST-TRIED-SW               PIC  X(01)   VALUE 'N'.
           88  HIST-TRIED                           VALUE 'Y'.
       77  HIST-OPEN-SW                PIC  X(01)   VALUE 'N'.
           88  HIST-OPEN                            VALUE 'Y'.
       77  HIST-DONE-SW                PIC  X(01).
           88  HIST-DONE                            VALUE 'Y'.
       77  HIST-TRIES                  PIC S9(04)   BINARY.
       77  HIST-SEQ                    PIC  9(07)   VALUE ZERO.
       77  JOBD-DONE-SW                PIC  X(01)   VALUE 'N'.
           88  JOBD-DONE                            VALUE 'Y'.
       77  FEED-OPEN-SW                PIC  X(01)   VALUE 'N'.
           88  FEED-OPEN                            VALUE 'Y'.
       77  FEED-BROKEN-SW              PIC  X(01)   VALUE 'N'.
           88  FEED-BROKEN                          VALUE 'Y'.
       77  FEED-RANK                   PIC S9(04)   BINARY VALUE ZERO.
       77  MSG-RANK                    PIC S9(04)   BINARY.
       77  SX                          PIC S9(04)   BINARY.
       77  FEED-SEQ                    PIC  9(07)   VALUE ZERO.
       77  JOBDATA                     PIC  X(8)    VALUE 'JOBDATA'.
       77  ONCALL-TRIED-SW             PIC  X(01)   VALUE 'N'.
           88  ONCALL-TRIED                         VALUE 'Y'.
       77  ONCALL-OPEN-SW              PIC  X(01)   VALUE 'N'.
           88  ONCALL-OPEN                          VALUE 'Y'.
       77  ONCALL-EOF-SW               PIC  X(01).
           88  NO-MORE-ONCALL                       VALUE 'Y'.
       77  ONCALL-FOUND-SW             PIC  X(01).
           88  ONCALL-FOUND                         VALUE 'Y'.
       77  COVERS-SW                   PIC  X(01).
           88  ENTRY-COVERS                         VALUE 'Y'.
       77  BUSDAY-SW                   PIC  X(01).
           88  TODAY-IS-BUSDAY                      VALUE 'Y'.
       77  PAGE-GROUP                  PIC  X(04).
       77  PAGE-PERSON                 PIC  X(20).
       77  PAGE-TYPE                   PIC  X(01).
       77  NOW-HHMM                    PIC  9(04).
       77  NOW-STAMP                   PIC  9(12).
       77  FROM-STAMP                  PIC  9(12).
       77  THRU-STAMP                  PIC  9(12).
       77  BEST-STAMP                  PIC  9(12).
       77  ENTRY-SCORE                 PIC S9(04)   BINARY.
       77  BEST-SCORE                  PIC S9(04)   BINARY.
       77  FIRST-TIME-SW               PIC  X(01)   VALUE 'Y'.
           88  FIRST-TIME                           VALUE 'Y'.
       77  CTL-OPEN-SW                 PIC  X(01)   VALUE 'N'.
           05  FILLER                  PIC  X(02)   VALUE SPACES.
           05  CON-TEXT                PIC  X(100).

      * WHO IS ON CALL -- THE WINNING ONCALLF RECORD'S PEOPLE
       01  ONCALL-PICK.
           05  PICK-PERSON             PIC  X(20).
           05  PICK-DEST               PIC  X(04).
           05  PICK-TYPE               PIC  X(01).
           05  PICK-BACKUP             PIC  X(20).
           05  PICK-BACKUP-DEST        PIC  X(04).
           05  PICK-BACKUP-TYPE        PIC  X(01).

       01  PAGE-NOTE.
           05  FILLER                  PIC  X(10)   VALUE 'MSGBATCH: '.
           05  NOTE-TEXT               PIC  X(70).

       COPY CALQUERY.

      * THE SEVERITIES, LOWEST FIRST
       01  SEV-VALUES                  PIC  X(04)   VALUE 'IWEC'.
       01  SEV-TABLE                   REDEFINES SEV-VALUES.
           05  SEV-CODE                PIC  X(01)   OCCURS 4 TIMES.

       01  FEED-TIME.
           05  FEED-HH                 PIC  X(02).
           05  FEED-MM                 PIC  X(02).
           05  FEED-SS                 PIC  X(02).
           05  FILLER                  PIC  X(02).

       COPY JOBDATA.

       COPY ABSTIME.

       COPY MSGFMT.

       LINKAGE SECTION.

       COPY MSGBATCH.
               OPEN INPUT MSGRCTL
               IF  MSGRCTL-STATUS = '00'
                   MOVE 'Y'            TO CTL-OPEN-SW
                   PERFORM E00-FIND-FEED THRU E09-EXIT
               END-IF
           END-IF.

           MOVE 'N'                    TO CATALOG-SW.
           MOVE MSGB-SEVERITY          TO MSG-SEVERITY.
           MOVE MSGB-TEXT              TO MSG-TEXT.
           IF  MSGB-CATALOG
               PERFORM M00-EXPAND-CATALOG THRU M90-EXIT
           END-IF.

           PERFORM B00-FIND-ROUTE THRU B90-EXIT.

      * THE SAME BUILT-IN FALLBACK MSGROUTE HAS -- A MISSING FILE OR
               PERFORM C00-WRITE-DEST THRU C90-EXIT
           END-IF.

           IF  FEED-RANK > ZERO
               PERFORM E10-FEED-EVENT THRU E90-EXIT
           END-IF.
           PERFORM V00-LOG-MESSAGE THRU V90-EXIT.

           GOBACK.

      ******************************************************************
           END-IF.

           MOVE MSGB-COMPONENT         TO MSGRCTL-COMPONENT.
           MOVE MSG-SEVERITY           TO MSGRCTL-SEVERITY.
           PERFORM B10-TRY-ROUTE THRU B10-EXIT.
           IF  ROUTE-FOUND
               GO TO B90-EXIT
           END-IF.

           MOVE '*DEFAULT'             TO MSGRCTL-COMPONENT.
           MOVE MSG-SEVERITY           TO MSGRCTL-SEVERITY.
           PERFORM B10-TRY-ROUTE THRU B10-EXIT.
           IF  ROUTE-FOUND
               GO TO B90-EXIT
      *    ON THE MSGLOG SEQUENTIAL LOG                                *
      ******************************************************************
       C00-WRITE-DEST.
           IF  OUT-QUEUE(1:1) = '@'
               PERFORM R00-PAGE-GROUP THRU R90-EXIT
               GO TO C90-EXIT
           END-IF.
           PERFORM C10-DELIVER THRU C19-EXIT.
       C90-EXIT.
           EXIT.

       C10-DELIVER.
           EVALUATE OUT-QUEUE
               WHEN 'CSMT'
               WHEN 'CONS'
                   PERFORM C20-BUILD-CON-LINE THRU C29-EXIT
                   DISPLAY CON-LINE    UPON CONSOLE
               WHEN 'LST '
               WHEN 'SYSL'
                   PERFORM C20-BUILD-CON-LINE THRU C29-EXIT
                   DISPLAY CON-LINE    UPON PRINTER
               WHEN OTHER
                   PERFORM D00-WRITE-LOG THRU D90-EXIT
           END-EVALUATE.
       C19-EXIT.
           EXIT.

      * THE LINE LEADS WITH THE SEVERITY -- A CATALOG MESSAGE'S TEXT
      * ALREADY LEADS WITH ITS ID, WHOSE LAST LETTER IS THE SEVERITY
       C20-BUILD-CON-LINE.
           IF  CATALOG-MSG
               MOVE MSG-TEXT           TO CON-LINE
           ELSE
               MOVE SPACES             TO CON-LINE
               MOVE MSG-SEVERITY       TO CON-SEV
               MOVE MSG-TEXT           TO CON-TEXT
           END-IF.
       C29-EXIT.
           EXIT.

      ******************************************************************
               END-IF
           END-IF.
           IF  NOT LOG-OPEN
               PERFORM C20-BUILD-CON-LINE THRU C29-EXIT
               DISPLAY CON-LINE        UPON CONSOLE
               GO TO D90-EXIT
           END-IF.
           ACCEPT CURR-TIME          FROM TIME.
           MOVE CURR-DATE              TO LOG-DATE.
           MOVE CURR-TIME(1:6)         TO LOG-TIME.
           MOVE MSG-SEVERITY           TO LOG-SEV.
           MOVE OUT-QUEUE              TO LOG-QUEUE.
           MOVE MSGB-COMPONENT         TO LOG-COMPONENT.
           MOVE MSG-TEXT               TO LOG-TEXT.
           WRITE MSGLOG-RECORD       FROM LOG-LINE.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    ONCE PER RUN -- THE LOWEST SEVERITY WITH A '*FEED' MSGRCTL  *
      *    RECORD IS THE FEED THRESHOLD (ZERO = NO FEED), THE RULE     *
      *    ALRTFEED APPLIES ONLINE                                     *
      ******************************************************************
       E00-FIND-FEED.
           MOVE ZERO                   TO FEED-RANK.
           PERFORM E05-TRY-FEED THRU E05-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4 OR FEED-RANK > ZERO.
       E09-EXIT.
           EXIT.

       E05-TRY-FEED.
           MOVE '*FEED'                TO MSGRCTL-COMPONENT.
           MOVE SEV-CODE(SX)           TO MSGRCTL-SEVERITY.
           READ MSGRCTL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF  MSGRCTL-STATUS = '00' OR '04'
               MOVE SX                 TO FEED-RANK
           END-IF.
       E05-EXIT.
           EXIT.

      ******************************************************************
      *    APPEND THE MESSAGE TO THE ALERTFDB FEED WHEN ITS SEVERITY   *
      *    IS AT OR ABOVE THE THRESHOLD.  THE FILE IS EXTENDED (OR     *
      *    STARTED) ON FIRST USE; ONE THAT WILL NOT OPEN IS REPORTED   *
      *    ONCE AND THE RUN CARRIES ON WITHOUT A FEED                  *
      ******************************************************************
       E10-FEED-EVENT.
           MOVE ZERO                   TO MSG-RANK.
           PERFORM E15-RANK-SEVERITY THRU E15-EXIT
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > 4 OR MSG-RANK > ZERO.
           IF  MSG-RANK < FEED-RANK
           OR  FEED-BROKEN
               GO TO E90-EXIT
           END-IF.
           IF  NOT FEED-OPEN
               OPEN EXTEND ALERTFDB
               IF  ALERTFDB-STATUS = '35'
      * '35' MEANS THE FILE HAS NEVER BEEN WRITTEN TO -- START IT
                   OPEN OUTPUT ALERTFDB
               END-IF
               IF  ALERTFDB-STATUS NOT = '00'
                   DISPLAY 'MSGBATCH: ALERTFDB OPEN FAILED, STATUS='
                       ALERTFDB-STATUS UPON CONSOLE
                   MOVE 'Y'            TO FEED-BROKEN-SW
                   GO TO E90-EXIT
               END-IF
               MOVE 'Y'                TO FEED-OPEN-SW
               PERFORM J00-GET-JOB THRU J09-EXIT
           END-IF.

           ADD  1                      TO FEED-SEQ.
           CALL 'ASKTIME'           USING ABS-INPUT.
           ACCEPT CURR-DATE          FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME          FROM TIME.
           MOVE CURR-TIME              TO FEED-TIME.
           MOVE SPACES                 TO ALERTFDB-RECORD.
           SET  ALERTFDB-MESSAGE       TO TRUE.
           SET  ALERTFDB-EV-BATCH      TO TRUE.
           MOVE JOBD-JOB-NAME          TO ALERTFDB-EV-ORIGIN
                                          ALERTFDB-JOB-NAME.
           MOVE ABS-INPUT              TO ALERTFDB-EV-STAMP.
           MOVE FEED-SEQ               TO ALERTFDB-EV-SEQ.
           MOVE CURR-DATE              TO ALERTFDB-DATE.
           STRING FEED-HH ':' FEED-MM ':' FEED-SS
                      DELIMITED BY SIZE
               INTO ALERTFDB-TIME.
           MOVE MSGB-COMPONENT         TO ALERTFDB-COMPONENT.
           MOVE MSG-SEVERITY           TO ALERTFDB-SEVERITY.
           MOVE JOBD-PWR-NUMB          TO ALERTFDB-PWR-NUMB.
           MOVE MSG-TEXT               TO ALERTFDB-TEXT.
           WRITE ALERTFDB-RECORD.
       E90-EXIT.
           EXIT.

       E15-RANK-SEVERITY.
           IF  SEV-CODE(SX) = MSG-SEVERITY
               MOVE SX                 TO MSG-RANK
           END-IF.
       E15-EXIT.
           EXIT.

      ******************************************************************
      *    PAGE A SUPPORT GROUP -- WHOEVER ONCALLF SAYS IS ON CALL FOR *
      *    IT NOW, THE BACKUP WHEN THE PRIMARY HAS NO DESTINATION, AND *
      *    THE CONSOLE (WITH A NOTE) WHEN NOBODY IS ON CALL            *
      ******************************************************************
       R00-PAGE-GROUP.
           MOVE OUT-QUEUE              TO PAGE-GROUP.
           PERFORM R10-FIND-ONCALL THRU R19-EXIT.
           IF  ONCALL-FOUND
           AND PICK-DEST > SPACES
               MOVE PICK-DEST          TO OUT-QUEUE
               MOVE PICK-TYPE          TO PAGE-TYPE
               MOVE PICK-PERSON        TO PAGE-PERSON
               PERFORM R40-PAGE-ONE THRU R49-EXIT
               GO TO R90-EXIT
           END-IF.
           IF  ONCALL-FOUND
           AND PICK-BACKUP-DEST > SPACES
               MOVE PICK-BACKUP-DEST   TO OUT-QUEUE
               MOVE PICK-BACKUP-TYPE   TO PAGE-TYPE
               MOVE PICK-BACKUP        TO PAGE-PERSON
               PERFORM R40-PAGE-ONE THRU R49-EXIT
               GO TO R90-EXIT
           END-IF.
           MOVE SPACES                 TO NOTE-TEXT.
           STRING 'NOBODY REACHABLE ON CALL FOR ' PAGE-GROUP
                  ' - ROUTED TO CONSOLE' DELIMITED BY SIZE
               INTO NOTE-TEXT.
           DISPLAY PAGE-NOTE           UPON CONSOLE.
           MOVE 'CONS'                 TO OUT-QUEUE.
           PERFORM C10-DELIVER THRU C19-EXIT.
       R90-EXIT.
           EXIT.

      ******************************************************************
      *    WHO IS ON CALL FOR THE GROUP NOW -- EVERY ONCALLF RECORD OF *
      *    THE GROUP IS TRIED AND THE MOST SPECIFIC ONE COVERING THIS  *
      *    MOMENT WINS, THEN THE LATEST START (THE RULES ONCALLR       *
      *    APPLIES ONLINE).  A CALENDAR THAT CANNOT ANSWER LEAVES      *
      *    TODAY A BUSINESS DAY, SO THE REGULAR ROTATION STILL PAGES   *
      ******************************************************************
       R10-FIND-ONCALL.
           MOVE 'N'                    TO ONCALL-FOUND-SW.
           IF  NOT ONCALL-TRIED
               MOVE 'Y'                TO ONCALL-TRIED-SW
               OPEN INPUT ONCALLF
               IF  ONCALL-STATUS = '00'
                   MOVE 'Y'            TO ONCALL-OPEN-SW
               END-IF
           END-IF.
           IF  NOT ONCALL-OPEN
               GO TO R19-EXIT
           END-IF.

           ACCEPT CURR-DATE          FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME          FROM TIME.
           MOVE CURR-TIME(1:4)         TO NOW-HHMM.
           MOVE CURR-DATE              TO NOW-STAMP(1:8).
           MOVE NOW-HHMM               TO NOW-STAMP(9:4).
           SET  CALQ-BUSINESS-DAY      TO TRUE.
           MOVE CURR-DATE              TO CALQ-DATE.
           CALL 'CALQUERY'          USING CALQUERY-PARMS.
           MOVE 'Y'                    TO BUSDAY-SW.
           IF  CALQ-OK
           AND NOT CALQ-IS-BUSINESS-DAY
               MOVE 'N'                TO BUSDAY-SW
           END-IF.

           MOVE -1                     TO BEST-SCORE.
           MOVE ZERO                   TO BEST-STAMP.
           MOVE 'N'                    TO ONCALL-EOF-SW.
           MOVE LOW-VALUES             TO ONCALLF-KEY.
           MOVE PAGE-GROUP(2:3)        TO ONCALLF-GROUP.
           START ONCALLF KEY NOT LESS THAN ONCALLF-KEY
               INVALID KEY
                   SET NO-MORE-ONCALL  TO TRUE
           END-START.
           PERFORM R20-READ-ONCALL THRU R29-EXIT
                   UNTIL NO-MORE-ONCALL.
       R19-EXIT.
           EXIT.

       R20-READ-ONCALL.
           READ ONCALLF NEXT RECORD
               AT END
                   SET NO-MORE-ONCALL  TO TRUE
           END-READ.
           IF  NO-MORE-ONCALL
               GO TO R29-EXIT
           END-IF.
           IF  ONCALL-STATUS NOT = '00'
           OR  ONCALLF-GROUP NOT = PAGE-GROUP(2:3)
               SET  NO-MORE-ONCALL     TO TRUE
               GO TO R29-EXIT
           END-IF.
           PERFORM R30-CHECK-COVER THRU R39-EXIT.
           IF  NOT ENTRY-COVERS
               GO TO R29-EXIT
           END-IF.
           IF  ENTRY-SCORE < BEST-SCORE
               GO TO R29-EXIT
           END-IF.
           IF  ENTRY-SCORE = BEST-SCORE
           AND FROM-STAMP NOT > BEST-STAMP
               GO TO R29-EXIT
           END-IF.
           MOVE ENTRY-SCORE            TO BEST-SCORE.
           MOVE FROM-STAMP             TO BEST-STAMP.
           SET  ONCALL-FOUND           TO TRUE.
           MOVE ONCALLF-PERSON         TO PICK-PERSON.
           MOVE ONCALLF-DEST           TO PICK-DEST.
           MOVE ONCALLF-DEST-TYPE      TO PICK-TYPE.
           MOVE ONCALLF-BACKUP         TO PICK-BACKUP.
           MOVE ONCALLF-BACKUP-DEST    TO PICK-BACKUP-DEST.
           MOVE ONCALLF-BACKUP-TYPE    TO PICK-BACKUP-TYPE.
       R29-EXIT.
           EXIT.

      ******************************************************************
      *    DOES THIS RECORD COVER THIS MOMENT -- THE RIGHT KIND OF     *
      *    DAY, INSIDE THE RANGE, INSIDE THE TIME-OF-DAY WINDOW?  IT   *
      *    SCORES 2 FOR A BUSINESS-DAY OR HOLIDAY COVER AND 1 FOR A    *
      *    TIME-OF-DAY WINDOW, SO THE MOST SPECIFIC RECORD WINS        *
      ******************************************************************
       R30-CHECK-COVER.
           MOVE 'N'                    TO COVERS-SW.
           MOVE ZERO                   TO ENTRY-SCORE.
           EVALUATE TRUE
               WHEN ONCALLF-ALL-DAYS
                   CONTINUE
               WHEN ONCALLF-BUSINESS-DAYS AND TODAY-IS-BUSDAY
               WHEN ONCALLF-HOLIDAYS  AND NOT TODAY-IS-BUSDAY
                   ADD  2              TO ENTRY-SCORE
               WHEN OTHER
                   GO TO R39-EXIT
           END-EVALUATE.
           IF  ONCALLF-START-DATE IS NOT NUMERIC
           OR  ONCALLF-START-TIME IS NOT NUMERIC
           OR  ONCALLF-END-DATE   IS NOT NUMERIC
           OR  ONCALLF-END-TIME   IS NOT NUMERIC
           OR  ONCALLF-DAY-FROM   IS NOT NUMERIC
           OR  ONCALLF-DAY-TO     IS NOT NUMERIC
               GO TO R39-EXIT
           END-IF.
           MOVE ONCALLF-START-DATE     TO FROM-STAMP(1:8).
           MOVE ONCALLF-START-TIME     TO FROM-STAMP(9:4).
           MOVE ONCALLF-END-DATE       TO THRU-STAMP(1:8).
           MOVE ONCALLF-END-TIME       TO THRU-STAMP(9:4).
           IF  NOW-STAMP < FROM-STAMP
           OR  NOW-STAMP > THRU-STAMP
               GO TO R39-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ONCALLF-DAY-FROM = ONCALLF-DAY-TO
                   CONTINUE
               WHEN ONCALLF-DAY-FROM < ONCALLF-DAY-TO
                   IF  NOW-HHMM < ONCALLF-DAY-FROM
                   OR  NOT NOW-HHMM < ONCALLF-DAY-TO
                       GO TO R39-EXIT
                   END-IF
                   ADD  1              TO ENTRY-SCORE
               WHEN OTHER
                   IF  NOW-HHMM < ONCALLF-DAY-FROM
                   AND NOT NOW-HHMM < ONCALLF-DAY-TO
                       GO TO R39-EXIT
                   END-IF
                   ADD  1              TO ENTRY-SCORE
           END-EVALUATE.
           SET  ENTRY-COVERS           TO TRUE.
       R39-EXIT.
           EXIT.

      ******************************************************************
      *    DELIVER TO THE ON-CALL DESTINATION -- A TD QUEUE NAME IS    *
      *    INTERPRETED FOR BATCH LIKE ANY OTHER; A TERMINAL CANNOT BE  *
      *    REACHED FROM BATCH, SO THE CONSOLE IS TOLD WHO TO CALL      *
      ******************************************************************
       R40-PAGE-ONE.
           IF  PAGE-TYPE NOT = 'T'
               PERFORM C10-DELIVER THRU C19-EXIT
               GO TO R49-EXIT
           END-IF.
           MOVE SPACES                 TO NOTE-TEXT.
           STRING 'CALL ' PAGE-PERSON ' (' PAGE-GROUP ' ON CALL AT'
                  ' TERMINAL ' OUT-QUEUE ') ABOUT:'
                      DELIMITED BY SIZE
               INTO NOTE-TEXT.
           DISPLAY PAGE-NOTE           UPON CONSOLE.
           PERFORM C20-BUILD-CON-LINE THRU C29-EXIT.
           DISPLAY CON-LINE            UPON CONSOLE.
       R49-EXIT.
           EXIT.

      ******************************************************************
      *    A CATALOG MESSAGE -- THE MSGCATF ENTRY GIVES THE SEVERITY   *
      *    AND THE TEMPLATE, AND MSGFMT BUILDS THE TEXT FROM IT AND    *
      *    THE INSERTS (THE RULES MSGROUTE APPLIES ONLINE).  THE       *
      *    CATALOG IS OPENED ON FIRST USE; AN ID NOT IN IT, OR NO      *
      *    CATALOG AT ALL, STILL DELIVERS AT THE SEVERITY THE ID'S     *
      *    LAST LETTER NAMES (WARNING IF IT NAMES NONE)                *
      ******************************************************************
       M00-EXPAND-CATALOG.
           SET  CATALOG-MSG            TO TRUE.
           IF  NOT CAT-TRIED
               MOVE 'Y'                TO CAT-TRIED-SW
               OPEN INPUT MSGCATF
               IF  MSGCATF-STATUS = '00'
                   MOVE 'Y'            TO CAT-OPEN-SW
               END-IF
           END-IF.
           MOVE MSGB-MSGID             TO MSGF-ID.
           MOVE SPACES                 TO MSGF-TEMPLATE.
           MOVE MSGB-MSGID(8:1)        TO MSG-SEVERITY.
           IF  CAT-OPEN
               MOVE MSGB-MSGID         TO MSGCATF-ID
               READ MSGCATF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF  MSGCATF-STATUS = '00'
                   MOVE MSGCATF-SEVERITY TO MSG-SEVERITY
                   MOVE MSGCATF-TEMPLATE TO MSGF-TEMPLATE
               END-IF
           END-IF.
           IF  MSG-SEVERITY NOT = 'I' AND NOT = 'W'
                        AND NOT = 'E' AND NOT = 'C'
               MOVE 'W'                TO MSG-SEVERITY
           END-IF.
           MOVE MSGB-INSERT(1)         TO MSGF-INSERT(1).
           MOVE MSGB-INSERT(2)         TO MSGF-INSERT(2).
           MOVE MSGB-INSERT(3)         TO MSGF-INSERT(3).
           MOVE MSGB-INSERT(4)         TO MSGF-INSERT(4).
           CALL 'MSGFMT'            USING MSGFMT-PARMS.
           MOVE MSGF-TEXT              TO MSG-TEXT.
       M90-EXIT.
           EXIT.

      ******************************************************************
      *    THE JOB NAME AND POWER NUMBER, ONCE PER RUN                 *
      ******************************************************************
       J00-GET-JOB.
           IF  JOBD-DONE
               GO TO J09-EXIT
           END-IF.
           MOVE 'Y'                    TO JOBD-DONE-SW.
           MOVE SPACES                 TO JOBD-HIST-SW.
           CALL JOBDATA             USING JOBDATA-PARMS.
       J09-EXIT.
           EXIT.

      ******************************************************************
      *    KEEP THE MESSAGE ON THE MSGHIST HISTORY FILE, AS MSGROUTE   *
      *    DOES ONLINE.  THE FILE IS OPENED ON FIRST USE; A FAILED     *
      *    WRITE IS IGNORED, SINCE ROUTING MUST NEVER FAIL OVER ITS    *
      *    OWN BOOKKEEPING.  A STAMP ALREADY ON FILE IS NUDGED ON BY A *
      *    TICK                                                        *
      ******************************************************************
       V00-LOG-MESSAGE.
           IF  NOT HIST-TRIED
               MOVE 'Y'                TO HIST-TRIED-SW
               OPEN I-O MSGHIST
               IF  MSGHIST-STATUS = '00'
                   MOVE 'Y'            TO HIST-OPEN-SW
               END-IF
           END-IF.
           IF  NOT HIST-OPEN
               GO TO V90-EXIT
           END-IF.
           PERFORM J00-GET-JOB THRU J09-EXIT.

           ADD  1                      TO HIST-SEQ.
           MOVE SPACES                 TO MSGHIST-RECORD.
           CALL 'ASKTIME'           USING ABS-INPUT.
           MOVE ABS-INPUT              TO MSGHIST-STAMP.
           MOVE JOBD-JOB-NAME          TO MSGHIST-ORIGIN.
           MOVE HIST-SEQ               TO MSGHIST-SEQ.
           SET  MSGHIST-BATCH          TO TRUE.
           ACCEPT CURR-DATE          FROM DATE YYYYMMDD.
           ACCEPT CURR-TIME          FROM TIME.
           MOVE CURR-DATE              TO MSGHIST-DATE.
           MOVE CURR-TIME(1:6)         TO MSGHIST-TIME.
           MOVE MSGB-COMPONENT         TO MSGHIST-COMPONENT.
           MOVE MSG-SEVERITY           TO MSGHIST-SEVERITY.
           IF  CATALOG-MSG
               MOVE MSGB-MSGID         TO MSGHIST-MSGID
           END-IF.
           SET  MSGHIST-DELIVERED      TO TRUE.
           MOVE MSGRCTL-QUEUE1         TO MSGHIST-DEST1.
           MOVE MSGRCTL-QUEUE2         TO MSGHIST-DEST2.
           MOVE MSG-TEXT               TO MSGHIST-TEXT.
           MOVE ZERO                   TO HIST-TRIES.
           MOVE 'N'                    TO HIST-DONE-SW.
           PERFORM V10-WRITE-HIST THRU V19-EXIT
                   UNTIL HIST-DONE
                   OR    HIST-TRIES > 2.
       V90-EXIT.
           EXIT.

      * '22' IS A DUPLICATE KEY
       V10-WRITE-HIST.
           WRITE MSGHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF  MSGHIST-STATUS = '22'
               ADD  1                  TO MSGHIST-STAMP
                                          HIST-TRIES
           ELSE
               SET  HIST-DONE          TO TRUE
           END-IF.
       V19-EXIT.
           EXIT.
