      *REMARKS.       ONLINE ADD/CHANGE/DELETE/BROWSE MAINTENANCE FOR THE
      *REMARKS.       DAPSYSF MAP-TITLE FILE READ BY COMMMAPT.  RUN AS
      *REMARKS.       ITS OWN TRANSACTION; NOT LINKED TO BY ANY OTHER
      *REMARKS.       PROGRAM.  A MAP'S TITLE CAN BE KEPT IN SEVERAL
      *REMARKS.       NATIONAL LANGUAGES (LANG COLUMN, BLANK OR 'EN' =
      *REMARKS.       ENGLISH).

      * CHANGE HISTORY ------------------------------------------------
      * 08/08/2026 DLC ORIGINAL PROGRAM.
      *               FILEJRNL SUBROUTINE AHEAD OF EVERY REWRITE AND
      *               DELETE -- A CLOBBERED RECORD CAN NOW BE
      *               RESTORED FROM FILEJRNI INSTEAD OF RE-KEYED.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * 10/15/2026 DLC THE INPUT LINE GROWS AN OPTIONAL LANG(2) COLUMN
      *               AFTER OPT FOR THE TITLE'S NATIONAL LANGUAGE (SEE
      *               MAPTITLE) -- BLANK OR 'EN' IS ENGLISH, ANYTHING
      *               ELSE MUST BE TWO LETTERS.  A TRANSLATION CAN
      *               ONLY BE ADDED FOR A MAP WITH AN ENGLISH RECORD,
      *               AND ITS BLANK PROFILE COLUMNS TAKE THE ENGLISH
      *               RECORD'S VALUES.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  DAPM-PROMPT               PIC  X(160).
         03  DAPM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  DAPM-IN-LENG              PIC S9(04)   BINARY.
         03  ENGL-FOUND-SW             PIC  X(01).
           88  ENGL-FOUND                             VALUE 'Y'.

       01  DAPM-INPUT-LINE.
         03  DAPM-IN-FUNC              PIC  X(01).
         03  DAPM-IN-BDR               PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DAPM-IN-OPT               PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  DAPM-IN-LANG              PIC  X(02).

       01  MAPTITLE-RECORD.
           COPY MAPTITLE.
       01  JRNL-AREA.
         COPY FILEJRNL.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(10)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(066).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
           PERFORM D00-SEND-PROMPT THRU D90-EXIT.
           PERFORM E00-RECEIVE-LINE THRU E90-EXIT.
           MOVE DAPM-IN-FUNC            TO DAPM-FUNC.
           IF  DAPM-IN-LANG = 'EN'
               MOVE SPACES              TO DAPM-IN-LANG
           END-IF.
           IF  DAPM-IN-LANG NOT = SPACES
               IF  DAPM-IN-LANG IS NOT ALPHABETIC
               OR  DAPM-IN-LANG(1:1) = SPACE
               OR  DAPM-IN-LANG(2:1) = SPACE
                   MOVE 'LANG MUST BE TWO LETTERS (BLANK = ENGLISH)'
                                            TO DAPM-MSG
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN DAPM-QUIT
                   MOVE 'DAPSYSFM TERMINATED' TO DAPM-MSG
                  DAPM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) KEY(8) TITLE(40) HELP(8)'
                                                DELIMITED BY SIZE
                  ' HGT(3) WID(3) BDR OPT LANG(2) ==> '
                                                DELIMITED BY SIZE
               INTO DAPM-PROMPT         WITH POINTER DAPM-PROMPT-LEN.
           SUBTRACT 1                   FROM DAPM-PROMPT-LEN.
           EXEC CICS SEND TEXT
      *    ADD A NEW DAPSYSF MAP-TITLE RECORD                          *
      ******************************************************************
       F00-ADD-RECORD.
           MOVE DAPM-IN-KEY             TO MAPTITLE-MAP-ID.
           MOVE DAPM-IN-LANG            TO MAPTITLE-LANG.
           IF  MAPTITLE-LANG > SPACES
               PERFORM F20-TRANSLATION-BODY THRU F29-EXIT
               IF  NOT ENGL-FOUND
                   GO TO F90-EXIT
               END-IF
           ELSE
               PERFORM F10-BUILD-BODY THRU F19-EXIT
           END-IF.
           EXEC CICS WRITE
                     DATASET  ('DAPSYSF')
                     FROM     (MAPTITLE-RECORD)
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO DAPM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   PERFORM Z00-CLEAR-MAPCACHE THRU Z09-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
       F19-EXIT.
           EXIT.

      ******************************************************************
      *    A NEW TRANSLATION STARTS FROM THE MAP'S ENGLISH PROFILE --  *
      *    ITS OWN TITLE, AND ANY BLANK HELP/HGT/WID/BDR/OPT COLUMN    *
      *    TAKES THE ENGLISH RECORD'S VALUE                            *
      ******************************************************************
       F20-TRANSLATION-BODY.
           MOVE 'N'                     TO ENGL-FOUND-SW.
           MOVE SPACES                  TO MAPTITLE-LANG.
           EXEC CICS READ
                     DATASET  ('DAPSYSF')
                     INTO     (MAPTITLE-RECORD)
                     RIDFLD   (MAPTITLE-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           MOVE DAPM-IN-LANG            TO MAPTITLE-LANG.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'NO ENGLISH RECORD FOR THIS MAP - ADD THAT FIRST'
                                            TO DAPM-MSG
               GO TO F29-EXIT
           END-IF.
           SET  ENGL-FOUND              TO TRUE.
           MOVE DAPM-IN-TITLE           TO MAPTITLE-VALUE.
           IF  DAPM-IN-HELP > SPACES
               MOVE DAPM-IN-HELP        TO MAPTITLE-HELP-TOPIC
           END-IF.
           IF  DAPM-IN-HGT IS NUMERIC
               MOVE DAPM-IN-HGT         TO MAPTITLE-MIN-HGHT
           END-IF.
           IF  DAPM-IN-WID IS NUMERIC
               MOVE DAPM-IN-WID         TO MAPTITLE-MIN-WDTH
           END-IF.
           IF  DAPM-IN-BDR NOT = SPACE
               MOVE DAPM-IN-BDR         TO MAPTITLE-POPBDR
           END-IF.
           IF  DAPM-IN-OPT NOT = SPACE
               MOVE DAPM-IN-OPT         TO MAPTITLE-POPOPT
           END-IF.
       F29-EXIT.
           EXIT.

      ******************************************************************
      *    CHANGE THE PROFILE OF AN EXISTING DAPSYSF RECORD            *
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE DAPM-IN-KEY             TO MAPTITLE-MAP-ID.
           MOVE DAPM-IN-LANG            TO MAPTITLE-LANG.
           EXEC CICS READ
                     DATASET  ('DAPSYSF')
                     INTO     (MAPTITLE-RECORD)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE MAPTITLE-VALUE      TO OLD-TITLE
               MOVE 'REWRITE'           TO JRNL-ACTION
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO DAPM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   PERFORM Z00-CLEAR-MAPCACHE THRU Z09-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE OLD-TITLE      TO AUDIT-OLD-VALUE
      *    DELETE A DAPSYSF RECORD                                     *
      ******************************************************************
       H00-DELETE-RECORD.
           MOVE DAPM-IN-KEY             TO MAPTITLE-MAP-ID.
           MOVE DAPM-IN-LANG            TO MAPTITLE-LANG.
      * PRE-READ SO THE AUDIT RECORD CAN CARRY THE TITLE THAT WAS
      * DELETED; A MISS JUST LEAVES THE OLD VALUE BLANK
           MOVE SPACES                  TO OLD-TITLE.
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE MAPTITLE-VALUE      TO OLD-TITLE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           MOVE DAPM-IN-KEY             TO MAPTITLE-MAP-ID.
           MOVE DAPM-IN-LANG            TO MAPTITLE-LANG.
           EXEC CICS DELETE
                     DATASET  ('DAPSYSF')
                     RIDFLD   (MAPTITLE-KEY)
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO DAPM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               PERFORM Z00-CLEAR-MAPCACHE THRU Z09-EXIT
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE OLD-TITLE          TO AUDIT-OLD-VALUE
      *    BROWSE (DISPLAY) A SINGLE DAPSYSF RECORD BY KEY             *
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE DAPM-IN-KEY             TO MAPTITLE-MAP-ID.
           MOVE DAPM-IN-LANG            TO MAPTITLE-LANG.
           EXEC CICS READ
                     DATASET  ('DAPSYSF')
                     INTO     (MAPTITLE-RECORD)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
      * THE STYLE BYTES ARE RAW 3270 ATTRIBUTE VALUES -- SHOW THEM
      * IN HEX SO THE BROWSE CAN VERIFY WHAT WAS STORED
               SET  HEX-DECODE-FROM-CHAR   TO TRUE
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE MAPTITLE-KEY           TO SEEN-KEY.
           MOVE MAPTITLE-RECORD        TO SEEN-IMAGE.
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
           IF  MAPTITLE-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  MAPTITLE-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('DAPSYSF')
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
           MOVE MAPTITLE-KEY           TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE DAPM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO DAPM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO DAPM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO DAPM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.

      ******************************************************************
      *    JOURNAL THE FULL BEFORE IMAGE AHEAD OF A REWRITE/DELETE    *
      *    (SEE FILEJRNL) -- AUDITLOG'S 40-BYTE VALUES CANNOT         *
