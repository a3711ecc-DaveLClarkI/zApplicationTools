       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    PROBRPT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       REPORT-A-PROBLEM SERVICE (SEE THE PROBRPT
      *REMARKS.       COPYBOOK).  COMMENT2 LINKS HERE WHEN THE
      *REMARKS.       OPERATOR PRESSES THE PROBLEM-REPORT KEY (PA2) ON
      *REMARKS.       ANY SCREEN.  THE SCREEN IS CAPTURED TO THE
      *REMARKS.       REPORT ARCHIVE THROUGH TERMPRT BEFORE ANYTHING
      *REMARKS.       OVERWRITES IT, THE OPERATOR TYPES ONE LINE
      *REMARKS.       SAYING WHAT WENT WRONG, AND A NEW INCIDENT IS
      *REMARKS.       OPENED THROUGH INCLINK UNDER THE OPERATOR'S OPID
      *REMARKS.       WITH THE DESCRIPTION AS ITS TITLE.  ATTACHED TO
      *REMARKS.       IT ARE A 'USER' EVENT POINTING AT THE ARCHIVED
      *REMARKS.       SCREEN AND CARRYING THE COMMAREA HEADER
      *REMARKS.       (TRANSACTION, PROGRAM, SESSION, CHECKPOINT
      *REMARKS.       TOKEN), AND ONE 'NAV' EVENT FOR EACH OF THE LAST
      *REMARKS.       NAVHIST HOPS OF THE TERMINAL'S SESSION.  THE
      *REMARKS.       HELP DESK IS TOLD THROUGH MSGROUTE UNDER
      *REMARKS.       COMPONENT 'PROBRPT' (ROUTE IT TO THEIR
      *REMARKS.       DESTINATION IN MSGRCTL).  RUN BARE AS ITS OWN
      *REMARKS.       TRANSACTION IT DOES THE SAME WITHOUT A HEADER.
      *REMARKS.       INCLINK GATES THE FILING THROUGH AUTHCHK UNDER
      *REMARKS.       PROGRAM PROBRPT -- GIVE '***' THE 'INCIDENT'
      *REMARKS.       FUNCTION FOR PROBRPT IN AUTHF SO EVERY OPERATOR
      *REMARKS.       CAN REPORT.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
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
         03  THIS-PGM                  PIC  X(08)   VALUE 'PROBRPT'.
         03  BARE-SW                   PIC  X(01).
           88  BARE-MODE                            VALUE 'Y'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  CURR-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  THIS-APPLID               PIC  X(08).
         03  THIS-OPID                 PIC  X(03).
         03  HDR-TRANSID               PIC  X(04).
         03  HDR-PGM                   PIC  X(08).
         03  HDR-SESSION               PIC  X(01).
         03  HDR-CHKPTOKEN             PIC  X(22).
         03  HOP-MAX                   PIC S9(04)   BINARY.
         03  HOP-COUNT                 PIC S9(04)   BINARY.
         03  HX                        PIC S9(04)   BINARY.
         03  NAV-PREFIX                PIC  X(13).
         03  NAV-BRWS-KEY              PIC  X(21).
         03  SCREEN-KEY                PIC  X(22).
         03  FILED-ID                  PIC  9(07).
         03  PROB-DESC                 PIC  X(60).
         03  DESC-LENG                 PIC S9(04)   BINARY.
         03  PROB-PROMPT               PIC  X(240).
         03  PROMPT-LEN                PIC S9(04)   BINARY.
         03  FMT-DATE                  PIC  X(08).
         03  FMT-TIME                  PIC  X(08).
         03  CONF-MSG                  PIC  X(160).

      * THE LAST HOPS, NEWEST FIRST AS THE BROWSE FINDS THEM
       01  HOP-TABLE.
         03  HOP-ENTRY OCCURS 20 TIMES.
           05  HOP-KEY                 PIC  X(21).
           05  HOP-STAMP               PIC S9(15)   PACKED-DECIMAL.
           05  HOP-OPID                PIC  X(03).
           05  HOP-TRNID               PIC  X(04).
           05  HOP-FROM                PIC  X(08).
           05  HOP-TO                  PIC  X(08).

       COPY NAVHIST.

       01  TP-AREA.
         COPY TERMPRT.

       01  INCL-AREA.
         COPY INCLINK.

       01  MSGR-AREA.
         COPY MSGROUTE.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

       01  DFHCOMMAREA.
         COPY PROBRPT.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           MOVE SPACES                 TO HDR-TRANSID
                                          HDR-PGM
                                          HDR-SESSION
                                          HDR-CHKPTOKEN.
           MOVE 10                     TO HOP-MAX.
           IF  EIBCALEN < LENGTH OF DFHCOMMAREA
               MOVE 'Y'                TO BARE-SW
           ELSE
               MOVE 'N'                TO BARE-SW
               MOVE PROB-TRANSID       TO HDR-TRANSID
               MOVE PROB-PGM           TO HDR-PGM
               MOVE PROB-SESSION       TO HDR-SESSION
               MOVE PROB-CHKPTOKEN     TO HDR-CHKPTOKEN
               IF  PROB-HOPS > ZERO
                   MOVE PROB-HOPS      TO HOP-MAX
               END-IF
               IF  HOP-MAX > 20
                   MOVE 20             TO HOP-MAX
               END-IF
               MOVE 'N'                TO PROB-RESULT-SW
               MOVE ZERO               TO PROB-ID
           END-IF.

           EXEC CICS ASKTIME ABSTIME(CURR-ABSTIME) END-EXEC.
           MOVE SPACES                 TO THIS-OPID
                                          THIS-APPLID.
           EXEC CICS ASSIGN
                     OPID     (THIS-OPID)
                     APPLID   (THIS-APPLID)
                     NOHANDLE
           END-EXEC.

      * THE SCREEN FIRST -- THE PROMPT BELOW WRITES OVER IT
           PERFORM B00-CAPTURE-SCREEN THRU B90-EXIT.

           PERFORM C00-ASK-DESCRIPTION THRU C90-EXIT.
           IF  PROB-DESC NOT > SPACES
               MOVE 'PROBLEM REPORT CANCELLED -- NOTHING WAS FILED.'
                                       TO CONF-MSG
               GO TO A80-FINISH
           END-IF.

           PERFORM D00-FILE-INCIDENT THRU D90-EXIT.
           IF  NOT INCL-DONE
               MOVE SPACES             TO CONF-MSG
               STRING 'PROBLEM REPORT NOT FILED: '
                                       DELIMITED BY SIZE
                      INCL-MSG         DELIMITED BY '  '
                      ' -- PLEASE CALL THE HELP DESK.'
                                       DELIMITED BY SIZE
                   INTO CONF-MSG
               GO TO A80-FINISH
           END-IF.
           MOVE INCL-ID                TO FILED-ID.

           PERFORM E00-COLLECT-HOPS THRU E90-EXIT.
           PERFORM E20-ATTACH-HOP THRU E29-EXIT
                   VARYING HX FROM HOP-COUNT BY -1 UNTIL HX < 1.

           PERFORM F00-TELL-HELP-DESK THRU F90-EXIT.

           IF  NOT BARE-MODE
               SET  PROB-FILED         TO TRUE
               MOVE FILED-ID           TO PROB-ID
           END-IF.
           MOVE SPACES                 TO CONF-MSG.
           STRING 'PROBLEM REPORTED AS INCIDENT ' FILED-ID
                  ' -- THE HELP DESK HAS BEEN TOLD.'
                                       DELIMITED BY SIZE
               INTO CONF-MSG.

       A80-FINISH.
           IF  NOT BARE-MODE
               MOVE SPACES             TO PROB-PROMPT
               STRING CONF-MSG         DELIMITED BY '  '
                      '  PRESS ENTER TO RETURN TO YOUR SCREEN.'
                                       DELIMITED BY SIZE
                   INTO PROB-PROMPT
               MOVE PROB-PROMPT        TO CONF-MSG
           END-IF.
           EXEC CICS SEND TEXT
                     FROM     (CONF-MSG)
                     LENGTH   (LENGTH OF CONF-MSG)
                     ERASE
                     FREEKB
                     NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    CAPTURE THE SCREEN TO THE REPORT ARCHIVE AND KEEP WHERE IT  *
      *    WENT -- A FAILED CAPTURE STILL LETS THE REPORT BE FILED     *
      ******************************************************************
       B00-CAPTURE-SCREEN.
           MOVE SPACES                 TO SCREEN-KEY
                                          TP-AREA.
           SET  TP-TO-ARCHIVE          TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('TERMPRT ')
                     COMMAREA (TP-AREA)
                     LENGTH   (LENGTH OF TP-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           AND TP-OK
               MOVE TP-ARCH-KEY        TO SCREEN-KEY
           END-IF.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    ASK FOR THE ONE-LINE DESCRIPTION (BLANK CANCELS)            *
      ******************************************************************
       C00-ASK-DESCRIPTION.
           MOVE SPACES                 TO PROB-PROMPT.
           MOVE 1                      TO PROMPT-LEN.
           IF  SCREEN-KEY > SPACES
               STRING 'PROBRPT  YOUR SCREEN HAS BEEN CAPTURED.  '
                                       DELIMITED BY SIZE
                   INTO PROB-PROMPT    WITH POINTER PROMPT-LEN
           ELSE
               STRING 'PROBRPT  '      DELIMITED BY SIZE
                   INTO PROB-PROMPT    WITH POINTER PROMPT-LEN
           END-IF.
           STRING 'DESCRIBE THE PROBLEM IN ONE LINE (BLANK CANCELS)'
                                       DELIMITED BY SIZE
                  ' ==> '              DELIMITED BY SIZE
               INTO PROB-PROMPT        WITH POINTER PROMPT-LEN.
           SUBTRACT 1                  FROM PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (PROB-PROMPT)
                     LENGTH   (PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO PROB-DESC.
           MOVE LENGTH OF PROB-DESC    TO DESC-LENG.
           EXEC CICS RECEIVE
                     INTO     (PROB-DESC)
                     LENGTH   (DESC-LENG)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           AND EIBRESP NOT = DFHRESP(LENGERR)
               MOVE SPACES             TO PROB-DESC
           END-IF.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    OPEN THE INCIDENT WITH THE 'USER' EVENT -- THE ARCHIVED     *
      *    SCREEN AS ITS KEY, THE COMMAREA HEADER AS ITS TEXT, AND     *
      *    THE PROGRAM AS THE CULPRIT FOR THE REPEAT-OFFENDER REPORT   *
      ******************************************************************
       D00-FILE-INCIDENT.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-NEW               TO TRUE.
           MOVE ZERO                   TO INCL-ID
                                          INCL-SEVERITY.
           MOVE PROB-DESC              TO INCL-TITLE.
           MOVE 'USER'                 TO INCL-SOURCE.
           IF  SCREEN-KEY > SPACES
               MOVE 'RPTARCHF'         TO INCL-FILE
               MOVE SCREEN-KEY         TO INCL-KEY
           ELSE
               MOVE EIBTRMID           TO INCL-KEY
           END-IF.
           MOVE CURR-ABSTIME           TO INCL-STAMP.
           MOVE HDR-PGM                TO INCL-OFFENDER.
           STRING 'TRN=' HDR-TRANSID ' PGM=' HDR-PGM
                  ' SES=' HDR-SESSION ' CHKPT=' HDR-CHKPTOKEN
                  ' TERM=' EIBTRMID
                                       DELIMITED BY SIZE
               INTO INCL-TEXT.
           PERFORM N00-LINK-INCLINK THRU N90-EXIT.
       D90-EXIT.
           EXIT.

      ******************************************************************
      *    THE LAST HOP-MAX HOPS OF THIS TERMINAL'S SESSION, BROWSING  *
      *    BACKWARD FROM THE END OF ITS BLOCK OF NAVHIST RECORDS.      *
      *    HOPS STILL STAGED FOR NAVDRAIN ARE NOT ON FILE YET          *
      ******************************************************************
       E00-COLLECT-HOPS.
           MOVE ZERO                   TO HOP-COUNT.
           MOVE 'Y'                    TO MORE-ENTRIES-SW.
           MOVE THIS-APPLID            TO NAV-PREFIX(1:8).
           MOVE EIBTRMID               TO NAV-PREFIX(9:4).
           MOVE HDR-SESSION            TO NAV-PREFIX(13:1).
           MOVE HIGH-VALUES            TO NAV-BRWS-KEY.
           MOVE NAV-PREFIX             TO NAV-BRWS-KEY(1:13).
           EXEC CICS STARTBR
                     DATASET  ('NAVHIST ')
                     RIDFLD   (NAV-BRWS-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES        TO NAV-BRWS-KEY
               EXEC CICS STARTBR
                         DATASET  ('NAVHIST ')
                         RIDFLD   (NAV-BRWS-KEY)
                         GTEQ
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO E90-EXIT
           END-IF.
           PERFORM E10-READ-HOP THRU E19-EXIT
                   UNTIL NO-MORE-ENTRIES
                   OR    HOP-COUNT NOT < HOP-MAX.
           EXEC CICS ENDBR
                     DATASET  ('NAVHIST ')
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       E10-READ-HOP.
           EXEC CICS READPREV
                     DATASET  ('NAVHIST ')
                     INTO     (NAVHIST-RECORD)
                     RIDFLD   (NAV-BRWS-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  NAVHIST-KEY(1:13) < NAV-PREFIX
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO E19-EXIT
           END-IF.
           IF  NAVHIST-KEY(1:13) > NAV-PREFIX
               GO TO E19-EXIT
           END-IF.
           ADD  1                      TO HOP-COUNT.
           MOVE NAVHIST-KEY            TO HOP-KEY  (HOP-COUNT).
           MOVE NAVHIST-STAMP          TO HOP-STAMP(HOP-COUNT).
           MOVE NAVHIST-OPID           TO HOP-OPID (HOP-COUNT).
           MOVE NAVHIST-TRNID          TO HOP-TRNID(HOP-COUNT).
           MOVE NAVHIST-FROM           TO HOP-FROM (HOP-COUNT).
           MOVE NAVHIST-TO             TO HOP-TO   (HOP-COUNT).
       E19-EXIT.
           EXIT.

      * ONE HOP, OLDEST FIRST SO THE EVENTS READ IN ORDER.  A HOP IS
      * CONTEXT, NOT A CAUSE -- NO STAMP (THE START STAYS THE REPORT)
      * AND NO CULPRIT
       E20-ATTACH-HOP.
           EXEC CICS FORMATTIME
                     ABSTIME  (HOP-STAMP(HX))
                     YYYYMMDD (FMT-DATE)
                     TIME     (FMT-TIME)
                     TIMESEP
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO INCL-AREA.
           SET  INCL-ATTACH            TO TRUE.
           MOVE FILED-ID               TO INCL-ID.
           MOVE 'NAV '                 TO INCL-SOURCE.
           MOVE 'NAVHIST '             TO INCL-FILE.
           MOVE HOP-KEY(HX)            TO INCL-KEY.
           MOVE ZERO                   TO INCL-STAMP
                                          INCL-SEVERITY.
           STRING 'HOP ' HOP-FROM(HX) ' TO ' HOP-TO(HX)
                  ' TRN ' HOP-TRNID(HX) ' BY ' HOP-OPID(HX)
                  ' AT ' FMT-DATE ' ' FMT-TIME
                                       DELIMITED BY SIZE
               INTO INCL-TEXT.
           PERFORM N00-LINK-INCLINK THRU N90-EXIT.
       E29-EXIT.
           EXIT.

      ******************************************************************
      *    TELL THE HELP DESK -- MSGRCTL ROUTES COMPONENT PROBRPT      *
      ******************************************************************
       F00-TELL-HELP-DESK.
           MOVE SPACES                 TO MSGR-AREA.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'W'                    TO MSGR-SEVERITY.
           STRING 'INC ' FILED-ID ' BY ' THIS-OPID ' ON ' EIBTRMID
                  ' IN ' HDR-PGM ': ' PROB-DESC
                                       DELIMITED BY SIZE
               INTO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    FILE OR ATTACH THROUGH THE INCIDENT SERVICE                 *
      ******************************************************************
       N00-LINK-INCLINK.
           MOVE THIS-PGM               TO INCL-PGM.
           SET  INCL-FAILED            TO TRUE.
           MOVE 'INCIDENT SERVICE UNAVAILABLE' TO INCL-MSG.
           EXEC CICS LINK
                     PROGRAM  ('INCLINK ')
                     COMMAREA (INCL-AREA)
                     LENGTH   (LENGTH OF INCL-AREA)
                     NOHANDLE
           END-EXEC.
       N90-EXIT.
           EXIT.
