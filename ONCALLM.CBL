       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    ONCALLM.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR
      *REMARKS.       THE ONCALLF ON-CALL ROTATION FILE THAT MSGROUTE
      *REMARKS.       (THROUGH ONCALLR) AND MSGBATCH USE TO RESOLVE A
      *REMARKS.       MSGRCTL '@GROUP' DESTINATION, PLUS A "WHO IS ON
      *REMARKS.       CALL NOW" INQUIRY (FUNCTION W) FOR ONE GROUP OR
      *REMARKS.       FOR EVERY GROUP ON FILE.  RUN AS ITS OWN
      *REMARKS.       TRANSACTION (ONCL), LIKE DAPSYSFM.  MSGROUTE
      *REMARKS.       ALSO STARTS ONCL AT AN ON-CALL TERMINAL WITH THE
      *REMARKS.       MESSAGE AS DATA -- STARTED THAT WAY IT SIMPLY
      *REMARKS.       SHOWS THE PAGE, THE SAME WAY OPERBCST DELIVERS A
      *REMARKS.       NOTICE.  EVERY SUCCESSFUL ACTION IS AUDITED VIA
      *REMARKS.       AUDITWRT AND THE DESTRUCTIVE FUNCTIONS ARE GATED
      *REMARKS.       THROUGH AUTHCHK (FUNCTION 'ONCALL').

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
         03  THIS-PGM                  PIC  X(08)   VALUE 'ONCALLM'.
         03  ONCM-FUNC                 PIC  X(01).
           88  ONCM-ADD                               VALUE 'A'.
           88  ONCM-CHANGE                            VALUE 'C'.
           88  ONCM-DELETE                            VALUE 'D'.
           88  ONCM-BROWSE                            VALUE 'B'.
           88  ONCM-WHO                               VALUE 'W'.
           88  ONCM-QUIT                              VALUE 'E'.
         03  ONCM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  ONCM-PROMPT               PIC  X(300).
         03  ONCM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  ONCM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(40).
         03  KEY-OK-SW                 PIC  X(01).
           88  KEY-OK                               VALUE 'Y'.
         03  BODY-OK-SW                PIC  X(01).
           88  BODY-OK                              VALUE 'Y'.
         03  FOUND-SW                  PIC  X(01).
           88  RECORD-FOUND                         VALUE 'Y'.
         03  TIME-OK-SW                PIC  X(01).
           88  TIME-OK                              VALUE 'Y'.
         03  DATE-OK-SW                PIC  X(01).
           88  DATE-OK                              VALUE 'Y'.
         03  BROWSE-SW                 PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  HHMM-CHECK                PIC  X(04).
         03  HHMM-PARTS                REDEFINES HHMM-CHECK.
           05  HHMM-HH                 PIC  9(02).
           05  HHMM-MM                 PIC  9(02).
         03  DATE-CHECK                PIC  X(08).
         03  DATE-PARTS                REDEFINES DATE-CHECK.
           05  DATE-CCYY               PIC  9(04).
           05  DATE-MM                 PIC  9(02).
           05  DATE-DD                 PIC  9(02).
         03  FROM-STAMP                PIC  X(12).
         03  THRU-STAMP                PIC  X(12).
         03  GX                        PIC S9(04)   BINARY.
         03  GROUP-CNT                 PIC S9(04)   BINARY.
         03  GROUP-ENTRY               PIC  X(03)   OCCURS 20 TIMES.
         03  BUF-PTR                   PIC S9(04)   BINARY.
         03  NEWLINE                   PIC  X(01)   VALUE X'15'.
         03  TEXT-BUFFER               PIC  X(1600).
         03  PAGE-LEN                  PIC S9(04)   BINARY.
         03  PAGE-DATA                 PIC  X(110).

      * THE 40-BYTE AUDIT IMAGE OF A ROTATION RECORD
       01  ONCM-IMAGE.
         03  ONCM-IMG-PERSON           PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  ONCM-IMG-DEST             PIC  X(04).
         03  ONCM-IMG-TYPE             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  ONCM-IMG-BACKUP-DEST      PIC  X(04).
         03  ONCM-IMG-BACKUP-TYPE      PIC  X(01).
         03  ONCM-IMG-END-DATE         PIC  X(08).

       01  ONCM-INPUT-LINE.
         03  ONCM-IN-FUNC              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-GROUP             PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-COVER             PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-START-DATE        PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-START-TIME        PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-DAY-FROM          PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-DAY-TO            PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-END-DATE          PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-END-TIME          PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-PERSON            PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-DEST              PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-TYPE              PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-BACKUP            PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-BACKUP-DEST       PIC  X(04).
         03  FILLER                    PIC  X(01).
         03  ONCM-IN-BACKUP-TYPE       PIC  X(01).

       COPY ONCALLF.

       01  ONCR-AREA.
         COPY ONCALLR.

       01  AUTH-AREA.
         COPY AUTHCHK.

       01  AUDIT-AREA.
         COPY AUDITWRT.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(20)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(86).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
      * STARTED WITH DATA AT AN ON-CALL TERMINAL -- JUST SHOW THE PAGE
           MOVE LENGTH OF PAGE-DATA    TO PAGE-LEN.
           MOVE SPACES                 TO PAGE-DATA.
           EXEC CICS RETRIEVE
                     INTO     (PAGE-DATA)
                     LENGTH   (PAGE-LEN)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           OR  EIBRESP = DFHRESP(LENGERR)
               PERFORM B00-DELIVER-PAGE THRU B90-EXIT
               GO TO A90-MAINLINE-EXIT
           END-IF.

      * OTHERWISE THE MAINTENANCE DIALOG
           PERFORM C00-PROCESS-REQUEST THRU C90-EXIT
                   UNTIL ONCM-QUIT.
           GO TO A90-MAINLINE-EXIT.

       A90-MAINLINE-EXIT.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    SHOW A ROUTED MESSAGE TO THE ON-CALL PERSON AT THIS         *
      *    TERMINAL                                                    *
      ******************************************************************
       B00-DELIVER-PAGE.
           MOVE SPACES                  TO ONCM-PROMPT.
           MOVE 1                       TO ONCM-PROMPT-LEN.
           STRING '*** ON-CALL PAGE *** '     DELIMITED BY SIZE
                  PAGE-DATA                   DELIMITED BY SIZE
               INTO ONCM-PROMPT         WITH POINTER ONCM-PROMPT-LEN.
           SUBTRACT 1                   FROM ONCM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (ONCM-PROMPT)
                     LENGTH   (ONCM-PROMPT-LEN)
                     ERASE
                     ALARM
                     NOHANDLE
           END-EXEC.
       B90-EXIT.
           EXIT.

      ******************************************************************
      *    SEND THE PROMPT/STATUS LINE, RECEIVE ONE REQUEST, AND       *
      *    DISPATCH IT TO THE MATCHING FUNCTION                        *
      ******************************************************************
       C00-PROCESS-REQUEST.
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE ONCM-IN-FUNC            TO ONCM-FUNC.
           IF  ONCM-QUIT
               MOVE 'ONCALLM TERMINATED' TO ONCM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  ONCM-WHO
               PERFORM J00-WHO-IS-ON THRU J90-EXIT
               GO TO C90-EXIT
           END-IF.
           PERFORM F50-EDIT-KEY THRU F59-EXIT.
           IF  NOT KEY-OK
               GO TO C90-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ONCM-ADD
               WHEN ONCM-CHANGE
               WHEN ONCM-DELETE
                   IF  NOT ONCM-DELETE
                       PERFORM F60-EDIT-BODY THRU F69-EXIT
                       IF  NOT BODY-OK
                           GO TO C90-EXIT
                       END-IF
                   END-IF
                   PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
                   IF  NOT AUTH-DENIED
                       EVALUATE TRUE
                           WHEN ONCM-ADD
                               PERFORM F00-ADD-RECORD THRU F90-EXIT
                           WHEN ONCM-CHANGE
                               PERFORM G00-CHANGE-RECORD THRU G90-EXIT
                           WHEN ONCM-DELETE
                               PERFORM H00-DELETE-RECORD THRU H90-EXIT
                       END-EVALUATE
                   END-IF
               WHEN ONCM-BROWSE
                   PERFORM I00-BROWSE-RECORD THRU I90-EXIT
               WHEN OTHER
                   MOVE 'INVALID FUNCTION - USE A, C, D, B, W, OR E'
                                            TO ONCM-MSG
           END-EVALUATE.
       C90-EXIT.
           EXIT.

       D00-SEND-PROMPT.
           MOVE SPACES                  TO ONCM-PROMPT.
           MOVE 1                       TO ONCM-PROMPT-LEN.
           STRING 'ONCALLM  '                  DELIMITED BY SIZE
                  ONCM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/W/E) GRP(3) COVER(B/H/A)'
                                                DELIMITED BY SIZE
                  ' START(CCYYMMDD HHMM) FROM(HHMM) TO(HHMM)'
                                                DELIMITED BY SIZE
                  ' END(CCYYMMDD HHMM) PERSON(20) DEST(4)'
                                                DELIMITED BY SIZE
                  ' TYPE(Q/T) BACKUP(20) DEST(4) TYPE(Q/T) ==> '
                                                DELIMITED BY SIZE
               INTO ONCM-PROMPT         WITH POINTER ONCM-PROMPT-LEN.
           SUBTRACT 1                   FROM ONCM-PROMPT-LEN.
           EXEC CICS SEND TEXT
                     FROM     (ONCM-PROMPT)
                     LENGTH   (ONCM-PROMPT-LEN)
                     ERASE
                     NOHANDLE
           END-EXEC.
       D90-EXIT.
           EXIT.

       E00-RECEIVE-LINE.
           MOVE SPACES                  TO ONCM-INPUT-LINE.
           MOVE LENGTH OF ONCM-INPUT-LINE TO ONCM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (ONCM-INPUT-LINE)
                     LENGTH   (ONCM-IN-LENG)
                     NOHANDLE
           END-EXEC.
       E90-EXIT.
           EXIT.

       F10-BUILD-BODY.
           MOVE ONCM-IN-DAY-TO          TO ONCALLF-DAY-TO.
           MOVE ONCM-IN-END-DATE        TO ONCALLF-END-DATE.
           MOVE ONCM-IN-END-TIME        TO ONCALLF-END-TIME.
           MOVE ONCM-IN-PERSON          TO ONCALLF-PERSON.
           MOVE ONCM-IN-DEST            TO ONCALLF-DEST.
           MOVE ONCM-IN-TYPE            TO ONCALLF-DEST-TYPE.
           MOVE ONCM-IN-BACKUP          TO ONCALLF-BACKUP.
           MOVE ONCM-IN-BACKUP-DEST     TO ONCALLF-BACKUP-DEST.
           MOVE ONCM-IN-BACKUP-TYPE     TO ONCALLF-BACKUP-TYPE.
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    THE AUDIT IMAGE OF THE RECORD NOW IN ONCALLF-RECORD         *
      ******************************************************************
       F30-BUILD-IMAGE.
           MOVE SPACES                  TO ONCM-IMAGE.
           MOVE ONCALLF-PERSON          TO ONCM-IMG-PERSON.
           MOVE ONCALLF-DEST            TO ONCM-IMG-DEST.
           MOVE ONCALLF-DEST-TYPE       TO ONCM-IMG-TYPE.
           MOVE ONCALLF-BACKUP-DEST     TO ONCM-IMG-BACKUP-DEST.
           MOVE ONCALLF-BACKUP-TYPE     TO ONCM-IMG-BACKUP-TYPE.
           MOVE ONCALLF-END-DATE        TO ONCM-IMG-END-DATE.
       F39-EXIT.
           EXIT.

      ******************************************************************
      *    BUILD AND VALIDATE THE KEY -- A GROUP, A COVER OF B/H/A, A  *
      *    REAL START DATE AND TIME, AND AN OPTIONAL TIME-OF-DAY       *
      *    WINDOW START (BLANK = 0000)                                 *
      ******************************************************************
       F50-EDIT-KEY.
           MOVE 'N'                     TO KEY-OK-SW.
           IF  ONCM-IN-GROUP NOT > SPACES
               MOVE 'SUPPORT GROUP REQUIRED' TO ONCM-MSG
               GO TO F59-EXIT
           END-IF.
           IF  ONCM-IN-COVER NOT = 'B' AND NOT = 'H' AND NOT = 'A'
               MOVE 'COVER MUST BE B (BUSINESS DAYS), H (HOLIDAYS) OR A'
                                            TO ONCM-MSG
               GO TO F59-EXIT
           END-IF.
           MOVE ONCM-IN-START-DATE      TO DATE-CHECK.
           PERFORM F80-EDIT-DATE THRU F89-EXIT.
           IF  NOT DATE-OK
               MOVE 'START DATE MUST BE A REAL CCYYMMDD' TO ONCM-MSG
               GO TO F59-EXIT
           END-IF.
           MOVE ONCM-IN-START-TIME      TO HHMM-CHECK.
           PERFORM F70-EDIT-TIME THRU F79-EXIT.
           IF  NOT TIME-OK
               MOVE 'START TIME MUST BE HHMM (0000 TO 2359)'
                                            TO ONCM-MSG
               GO TO F59-EXIT
           END-IF.
           IF  ONCM-IN-DAY-FROM = SPACES
               MOVE '0000'              TO ONCM-IN-DAY-FROM
           END-IF.
           MOVE ONCM-IN-DAY-FROM        TO HHMM-CHECK.
           PERFORM F70-EDIT-TIME THRU F79-EXIT.
           IF  NOT TIME-OK
               MOVE 'FROM MUST BE HHMM (0000 TO 2359) OR BLANK'
                                            TO ONCM-MSG
               GO TO F59-EXIT
           END-IF.
           MOVE ONCM-IN-GROUP           TO ONCALLF-GROUP.
           MOVE ONCM-IN-COVER           TO ONCALLF-COVER.
           MOVE ONCM-IN-START-DATE      TO ONCALLF-START-DATE.
           MOVE ONCM-IN-START-TIME      TO ONCALLF-START-TIME.
           MOVE ONCM-IN-DAY-FROM        TO ONCALLF-DAY-FROM.
           MOVE 'Y'                     TO KEY-OK-SW.
       F59-EXIT.
           EXIT.

      ******************************************************************
      *    THE WINDOW END (BLANK = 0000, SO FROM = TO MEANS ALL DAY),  *
      *    AN END NO EARLIER THAN THE START, AND A PERSON WITH A TD    *
      *    QUEUE OR TERMINAL.  THE BACKUP IS OPTIONAL, BUT A BACKUP    *
      *    DESTINATION NEEDS ITS TYPE TOO                              *
      ******************************************************************
       F60-EDIT-BODY.
           MOVE 'N'                     TO BODY-OK-SW.
           IF  ONCM-IN-DAY-TO = SPACES
               MOVE '0000'              TO ONCM-IN-DAY-TO
           END-IF.
           MOVE ONCM-IN-DAY-TO          TO HHMM-CHECK.
           PERFORM F70-EDIT-TIME THRU F79-EXIT.
           IF  NOT TIME-OK
               MOVE 'TO MUST BE HHMM (0000 TO 2359) OR BLANK'
                                            TO ONCM-MSG
               GO TO F69-EXIT
           END-IF.
           MOVE ONCM-IN-END-DATE        TO DATE-CHECK.
           PERFORM F80-EDIT-DATE THRU F89-EXIT.
           IF  NOT DATE-OK
               MOVE 'END DATE MUST BE A REAL CCYYMMDD' TO ONCM-MSG
               GO TO F69-EXIT
           END-IF.
           MOVE ONCM-IN-END-TIME        TO HHMM-CHECK.
           PERFORM F70-EDIT-TIME THRU F79-EXIT.
           IF  NOT TIME-OK
               MOVE 'END TIME MUST BE HHMM (0000 TO 2359)' TO ONCM-MSG
               GO TO F69-EXIT
           END-IF.
           MOVE ONCM-IN-START-DATE      TO FROM-STAMP(1:8).
           MOVE ONCM-IN-START-TIME      TO FROM-STAMP(9:4).
           MOVE ONCM-IN-END-DATE        TO THRU-STAMP(1:8).
           MOVE ONCM-IN-END-TIME        TO THRU-STAMP(9:4).
           IF  THRU-STAMP < FROM-STAMP
               MOVE 'END MUST NOT BE BEFORE THE START' TO ONCM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  ONCM-IN-PERSON NOT > SPACES
           OR  ONCM-IN-DEST   NOT > SPACES
               MOVE 'ON-CALL PERSON AND DESTINATION REQUIRED'
                                            TO ONCM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  ONCM-IN-TYPE NOT = 'Q' AND NOT = 'T'
               MOVE 'TYPE MUST BE Q (TD QUEUE) OR T (TERMINAL)'
                                            TO ONCM-MSG
               GO TO F69-EXIT
           END-IF.
           IF  ONCM-IN-BACKUP-DEST > SPACES
               IF  ONCM-IN-BACKUP-TYPE NOT = 'Q' AND NOT = 'T'
                   MOVE 'BACKUP TYPE MUST BE Q (TD QUEUE) OR T'
                                            TO ONCM-MSG
                   GO TO F69-EXIT
               END-IF
           ELSE
               IF  ONCM-IN-BACKUP-TYPE NOT = SPACE
                   MOVE 'BACKUP TYPE GIVEN WITHOUT A DESTINATION'
                                            TO ONCM-MSG
                   GO TO F69-EXIT
               END-IF
           END-IF.
           MOVE 'Y'                     TO BODY-OK-SW.
       F69-EXIT.
           EXIT.

      * HHMM-CHECK IS A TIME OF DAY, 0000 TO 2359
       F70-EDIT-TIME.
           MOVE 'N'                     TO TIME-OK-SW.
           IF  HHMM-CHECK IS NOT NUMERIC
               GO TO F79-EXIT
           END-IF.
           IF  HHMM-HH > 23
           OR  HHMM-MM > 59
               GO TO F79-EXIT
           END-IF.
           MOVE 'Y'                     TO TIME-OK-SW.
       F79-EXIT.
           EXIT.

      * DATE-CHECK IS A PLAUSIBLE CCYYMMDD
       F80-EDIT-DATE.
           MOVE 'N'                     TO DATE-OK-SW.
           IF  DATE-CHECK IS NOT NUMERIC
               GO TO F89-EXIT
           END-IF.
           IF  DATE-CCYY < 1900
           OR  DATE-MM < 1 OR DATE-MM > 12
           OR  DATE-DD < 1 OR DATE-DD > 31
               GO TO F89-EXIT
           END-IF.
           MOVE 'Y'                     TO DATE-OK-SW.
       F89-EXIT.
           EXIT.

      ******************************************************************
      *    ADD A NEW ROTATION RECORD                                   *
      ******************************************************************
       F00-ADD-RECORD.
           PERFORM F10-BUILD-BODY THRU F19-EXIT.
           EXEC CICS WRITE
                     DATASET  ('ONCALLF ')
                     FROM     (ONCALLF-RECORD)
                     RIDFLD   (ONCALLF-KEY)
                     NOHANDLE
           END-EXEC.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO ONCM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                   MOVE 'RECORD ALREADY EXISTS'  TO ONCM-MSG
               WHEN OTHER
                   MOVE 'ADD FAILED - SEE SYSTEM LOG' TO ONCM-MSG
           END-EVALUATE.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE AN EXISTING ROTATION RECORD                          *
      ******************************************************************
       G00-CHANGE-RECORD.
           EXEC CICS READ
                     DATASET  ('ONCALLF ')
                     INTO     (ONCALLF-RECORD)
                     RIDFLD   (ONCALLF-KEY)
                     UPDATE
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE ONCM-IMAGE          TO OLD-IMAGE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               EXEC CICS REWRITE
                         DATASET  ('ONCALLF ')
                         FROM     (ONCALLF-RECORD)
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO ONCM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
                   MOVE 'CHANGE FAILED - SEE SYSTEM LOG' TO ONCM-MSG
               END-IF
           ELSE
               MOVE 'RECORD NOT FOUND'          TO ONCM-MSG
           END-IF.
       G90-EXIT.
           EXIT.

      ******************************************************************
      *    DELETE A ROTATION RECORD (PRE-READ FOR THE AUDIT IMAGE)     *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE SPACES                  TO OLD-IMAGE.
           EXEC CICS READ
                     DATASET  ('ONCALLF ')
                     INTO     (ONCALLF-RECORD)
                     RIDFLD   (ONCALLF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM F30-BUILD-IMAGE THRU F39-EXIT
               MOVE ONCM-IMAGE          TO OLD-IMAGE
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('ONCALLF ')
                     RIDFLD   (ONCALLF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO ONCM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO ONCALLF-PERSON
                                          ONCALLF-DEST
                                          ONCALLF-DEST-TYPE
                                          ONCALLF-BACKUP
                                          ONCALLF-BACKUP-DEST
                                          ONCALLF-BACKUP-TYPE
               MOVE ZERO               TO ONCALLF-END-DATE
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO ONCM-MSG
           END-IF.
       H90-EXIT.
           EXIT.

      ******************************************************************
      *    BROWSE A SINGLE ROTATION RECORD BY KEY -- THE STATUS LINE   *
      *    GETS THE SHORT FORM (LASTCHG SHOWS IT TOO)                  *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE 'N'                     TO FOUND-SW.
           EXEC CICS READ
                     DATASET  ('ONCALLF ')
                     INTO     (ONCALLF-RECORD)
                     RIDFLD   (ONCALLF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               SET  RECORD-FOUND           TO TRUE
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO ONCM-MSG
               STRING ONCALLF-DAY-FROM '-' ONCALLF-DAY-TO
                      ' TO ' ONCALLF-END-DATE ' ' ONCALLF-END-TIME
                      ' ' ONCALLF-PERSON ' ' ONCALLF-DEST-TYPE
                      ':' ONCALLF-DEST ' BACKUP ' ONCALLF-BACKUP
                      ' ' ONCALLF-BACKUP-TYPE ':' ONCALLF-BACKUP-DEST
                          DELIMITED BY SIZE
                   INTO ONCM-MSG
           ELSE
               MOVE 'RECORD NOT FOUND'          TO ONCM-MSG
           END-IF.
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    WHO IS ON CALL NOW -- FOR THE GROUP KEYED, OR FOR EVERY     *
      *    GROUP ON FILE (UP TO 20) WHEN NONE IS.  EACH GROUP IS       *
      *    RESOLVED BY ONCALLR, SO THE ANSWER IS THE ONE MSGROUTE      *
      *    WOULD ACT ON, AND THE SCREEN WAITS FOR A KEY                *
      ******************************************************************
       J00-WHO-IS-ON.
           MOVE ZERO                   TO GROUP-CNT.
           IF  ONCM-IN-GROUP > SPACES
               MOVE 1                  TO GROUP-CNT
               MOVE ONCM-IN-GROUP      TO GROUP-ENTRY(1)
           ELSE
               PERFORM J10-LIST-GROUPS THRU J19-EXIT
           END-IF.
           IF  GROUP-CNT = ZERO
               MOVE 'NO ROTATION RECORDS ON FILE' TO ONCM-MSG
               GO TO J90-EXIT
           END-IF.

           MOVE SPACES                 TO TEXT-BUFFER.
           MOVE 1                      TO BUF-PTR.
           STRING 'WHO IS ON CALL NOW'  NEWLINE NEWLINE
                  'GRP PERSON               DEST T '
                  'BACKUP               DEST T'   NEWLINE
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           PERFORM J30-SHOW-GROUP THRU J39-EXIT
                   VARYING GX FROM 1 BY 1
                   UNTIL GX > GROUP-CNT.
           STRING NEWLINE 'AS OF ' ONCR-DATE ' ' ONCR-TIME
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           IF  ONCR-BUSDAY
               STRING ', A BUSINESS DAY' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           ELSE
               STRING ', A WEEKEND OR HOLIDAY' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
           STRING NEWLINE 'PRESS ENTER TO CONTINUE'
                      DELIMITED BY SIZE
               INTO TEXT-BUFFER      WITH POINTER BUF-PTR.
           SUBTRACT 1                FROM BUF-PTR.
           EXEC CICS SEND TEXT
                     FROM     (TEXT-BUFFER)
                     LENGTH   (BUF-PTR)
                     ERASE
                     NOHANDLE
           END-EXEC.
           MOVE 1                      TO ONCM-IN-LENG.
           EXEC CICS RECEIVE
                     INTO     (ONCM-INPUT-LINE)
                     LENGTH   (ONCM-IN-LENG)
                     NOHANDLE
           END-EXEC.
           MOVE 'ON-CALL INQUIRY SHOWN' TO ONCM-MSG.
       J90-EXIT.
           EXIT.

      * THE DISTINCT GROUPS ON FILE -- THE BROWSE IS ENDED BEFORE ANY
      * GROUP IS RESOLVED, SINCE ONCALLR BROWSES THE SAME FILE
       J10-LIST-GROUPS.
           MOVE LOW-VALUES             TO ONCALLF-KEY.
           MOVE 'Y'                    TO BROWSE-SW.
           EXEC CICS STARTBR
                     DATASET  ('ONCALLF ')
                     RIDFLD   (ONCALLF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               GO TO J19-EXIT
           END-IF.
           PERFORM J20-NEXT-GROUP THRU J29-EXIT
                   UNTIL NO-MORE-ENTRIES.
           EXEC CICS ENDBR
                     DATASET  ('ONCALLF ')
                     NOHANDLE
           END-EXEC.
       J19-EXIT.
           EXIT.

       J20-NEXT-GROUP.
           EXEC CICS READNEXT
                     DATASET  ('ONCALLF ')
                     INTO     (ONCALLF-RECORD)
                     RIDFLD   (ONCALLF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J29-EXIT
           END-IF.
           IF  GROUP-CNT > ZERO
           AND ONCALLF-GROUP = GROUP-ENTRY(GROUP-CNT)
               GO TO J29-EXIT
           END-IF.
           IF  GROUP-CNT NOT < 20
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO J29-EXIT
           END-IF.
           ADD  1                      TO GROUP-CNT.
           MOVE ONCALLF-GROUP          TO GROUP-ENTRY(GROUP-CNT).
       J29-EXIT.
           EXIT.

      * ONE LINE PER GROUP -- WHO, WHERE, AND THE BACKUP
       J30-SHOW-GROUP.
           MOVE SPACES                 TO ONCR-AREA.
           MOVE GROUP-ENTRY(GX)        TO ONCR-GROUP.
           MOVE 'N'                    TO ONCR-FOUND-SW.
           EXEC CICS LINK
                     PROGRAM  ('ONCALLR ')
                     COMMAREA (ONCR-AREA)
                     LENGTH   (LENGTH OF ONCR-AREA)
                     NOHANDLE
           END-EXEC.
           IF  ONCR-FOUND
               STRING ONCR-GROUP ' ' ONCR-PERSON ' ' ONCR-DEST ' '
                      ONCR-DEST-TYPE ' ' ONCR-BACKUP ' '
                      ONCR-BACKUP-DEST ' ' ONCR-BACKUP-TYPE NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           ELSE
               STRING ONCR-GROUP ' NOBODY ON CALL - PAGES FALL BACK'
                      ' TO CSMT' NEWLINE
                          DELIMITED BY SIZE
                   INTO TEXT-BUFFER  WITH POINTER BUF-PTR
           END-IF.
       J39-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE ONCALLF-KEY            TO SEEN-KEY.
           MOVE ONCALLF-RECORD         TO SEEN-IMAGE.
           EXEC CICS ASKTIME ABSTIME(SEEN-ABSTIME) END-EXEC.
       Z59-EXIT.
           EXIT.

      ******************************************************************
      *    STRAIGHT AFTER THE READ FOR A CHANGE OR DELETE -- HAS THE   *
      *    RECORD CHANGED (OR GONE) SINCE THE OPERATOR WAS SHOWN IT?   *
      *    IF SO THE ACTION IS REFUSED, THE RECORD IS BROWSED AFRESH   *
      *    AND LASTCHG SHOWS WHO CHANGED IT (FROM AUDITLOG) AND WHAT   *
      *    IT NOW HOLDS; THE OPERATOR HAS THEN SEEN THE NEW VALUES, SO *
      *    A RE-KEYED ACTION GOES THROUGH.  A KEY NOT SHOWN IN THIS    *
      *    SESSION IS NOT CHECKED                                      *
      ******************************************************************
       Z60-CHECK-SEEN.
           MOVE 'N'                    TO SEEN-CHANGED-SW.
           IF  ONCALLF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  ONCALLF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('ONCALLF ')
                             NOHANDLE
                   END-EXEC
               WHEN EIBRESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   GO TO Z69-EXIT
           END-EVALUATE.
           SET  SEEN-CHANGED           TO TRUE.
           MOVE THIS-PGM               TO LCHG-PGM.
           MOVE SPACES                 TO LCHG-REC-KEY.
           MOVE ONCALLF-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE ONCM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO ONCM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO ONCM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO ONCM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
      *    LINK LEAVES THE PRE-SET ALLOWED ANSWER IN PLACE)           *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE 'ONCALL'               TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
           IF  AUTH-DENIED
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO ONCM-MSG
           END-IF.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    WRITE THE AUDIT-TRAIL RECORD FOR A SUCCESSFUL ACTION        *
      ******************************************************************
       Z10-WRITE-AUDIT.
           MOVE THIS-PGM               TO AUDIT-PGM.
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE ONCALLF-KEY            TO AUDIT-REC-KEY.
           PERFORM F30-BUILD-IMAGE THRU F39-EXIT.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE ONCM-IMAGE             TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
                     LENGTH   (LENGTH OF AUDIT-AREA)
                     NOHANDLE
           END-EXEC.
       Z19-EXIT.
           EXIT.
