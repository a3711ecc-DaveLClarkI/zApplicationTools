      *               FILEJRNL SUBROUTINE AHEAD OF EVERY REWRITE AND
      *               DELETE -- A CLOBBERED RECORD CAN NOW BE
      *               RESTORED FROM FILEJRNI INSTEAD OF RE-KEYED.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * 10/15/2026 DLC MAINTAIN THE NEW NATIONAL-LANGUAGE CODE (SEE
      *               OPERPROF) -- THE INPUT LINE GROWS AN OPTIONAL
      *               LANG(2) COLUMN AFTER EXEMPT (BLANK OR 'EN' =
      *               ENGLISH, ANYTHING ELSE TWO LETTERS) AND THE
      *               BROWSE SHOWS IT.  PRE-CHANGE RECORDS READ AS
      *               ENGLISH.
      * 10/15/2026 DLC MAINTAIN THE NEW HOME MENU (SEE OPERPROF) -- THE
      *               INPUT LINE GROWS AN OPTIONAL HOME(8) COLUMN AFTER
      *               LANG, WHICH AN ADD OR CHANGE REFUSES UNLESS THE
      *               MENU'S HEADER IS ON MENUF (BLANK = SHOPMENU'S
      *               'MAIN'), AND THE BROWSE SHOWS IT.  THE STATUS
      *               LINE IS WIDENED SO THE BROWSE STILL FITS.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
           88  PRFM-DELETE                            VALUE 'D'.
           88  PRFM-BROWSE                            VALUE 'B'.
           88  PRFM-QUIT                              VALUE 'E'.
         03  PRFM-MSG                  PIC  X(90)   VALUE 'READY'.
         03  PRFM-PROMPT               PIC  X(200).
         03  PRFM-PROMPT-LEN           PIC S9(04)   BINARY.
         03  PRFM-IN-LENG              PIC S9(04)   BINARY.
         03  OLD-IMAGE                 PIC  X(35).
         03  REC-LEN                   PIC S9(04)   BINARY.

       01  PRFM-INPUT-LINE.
         03  PRFM-IN-DESC              PIC  X(20).
         03  FILLER                    PIC  X(01).
         03  PRFM-IN-EXEMPT            PIC  X(01).
         03  FILLER                    PIC  X(01).
         03  PRFM-IN-LANG              PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  PRFM-IN-HOME              PIC  X(08).

       COPY OPERPROF.

       COPY MENUF.

       01  AUDIT-AREA.
         COPY AUDITWRT.

       01  JRNL-AREA.
         COPY FILEJRNL.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(03)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(038).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
               MOVE 'OPERATOR ID REQUIRED'  TO PRFM-MSG
               GO TO C90-EXIT
           END-IF.
           IF  PRFM-IN-LANG = 'EN'
               MOVE SPACES              TO PRFM-IN-LANG
           END-IF.
           IF  PRFM-IN-LANG NOT = SPACES
               IF  PRFM-IN-LANG IS NOT ALPHABETIC
               OR  PRFM-IN-LANG(1:1) = SPACE
               OR  PRFM-IN-LANG(2:1) = SPACE
                   MOVE 'LANG MUST BE TWO LETTERS (BLANK = ENGLISH)'
                                            TO PRFM-MSG
                   GO TO C90-EXIT
               END-IF
           END-IF.
           IF  PRFM-IN-HOME > SPACES
           AND (PRFM-ADD OR PRFM-CHANGE)
               MOVE PRFM-IN-HOME        TO MENUF-MENU-ID
               MOVE ZERO                TO MENUF-SEQ
               EXEC CICS READ
                         DATASET  ('MENUF   ')
                         INTO     (MENUF-RECORD)
                         RIDFLD   (MENUF-KEY)
                         EQUAL
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NOTFND)
                   MOVE 'HOME MENU HAS NO HEADER ON MENUF (SEE MENUM)'
                                            TO PRFM-MSG
                   GO TO C90-EXIT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PRFM-ADD
               WHEN PRFM-CHANGE
                  PRFM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) OPID(3) BDR OPT SESS HELP'
                                                DELIMITED BY SIZE
                  ' DESC(20) EXEMPT(1) LANG(2) HOME(8) ==> '
                                                DELIMITED BY SIZE
               INTO PRFM-PROMPT         WITH POINTER PRFM-PROMPT-LEN.
           SUBTRACT 1                   FROM PRFM-PROMPT-LEN.
           EXEC CICS SEND TEXT
           ELSE
               MOVE ' '                 TO OPERPROF-IDLE-EXEMPT
           END-IF.
           MOVE PRFM-IN-LANG            TO OPERPROF-LANG.
           MOVE PRFM-IN-HOME            TO OPERPROF-HOME-MENU.
       F19-EXIT.
           EXIT.

           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD ADDED'           TO PRFM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
      ******************************************************************
       G00-CHANGE-RECORD.
           MOVE PRFM-IN-OPID            TO OPERPROF-OPID.
           MOVE SPACES                  TO OPERPROF-IDLE-EXEMPT
                                           OPERPROF-LANG
                                           OPERPROF-HOME-MENU.
           MOVE LENGTH OF OPERPROF-RECORD TO REC-LEN.
           EXEC CICS READ
                     DATASET  ('OPERPROF')
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO G90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
           OR  EIBRESP = DFHRESP(LENGERR)
               MOVE OPERPROF-RECORD(4:35) TO OLD-IMAGE
               MOVE 'REWRITE'           TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
               PERFORM F10-BUILD-BODY THRU F19-EXIT
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'RECORD CHANGED'        TO PRFM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   MOVE SPACES         TO AUDIT-OLD-VALUE
                   MOVE OLD-IMAGE      TO AUDIT-OLD-VALUE
       H00-DELETE-RECORD.
           MOVE PRFM-IN-OPID            TO OPERPROF-OPID.
           MOVE SPACES                  TO OLD-IMAGE.
           MOVE SPACES                  TO OPERPROF-IDLE-EXEMPT
                                           OPERPROF-LANG
                                           OPERPROF-HOME-MENU.
           MOVE LENGTH OF OPERPROF-RECORD TO REC-LEN.
           EXEC CICS READ
                     DATASET  ('OPERPROF')
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
           OR  EIBRESP = DFHRESP(LENGERR)
               MOVE OPERPROF-RECORD(4:35) TO OLD-IMAGE
               MOVE 'DELETE'            TO JRNL-ACTION
               PERFORM Z70-WRITE-JRNL THRU Z79-EXIT
           END-IF.
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'RECORD DELETED'            TO PRFM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO AUDIT-OLD-VALUE
               MOVE OLD-IMAGE          TO AUDIT-OLD-VALUE
               MOVE SPACES             TO OPERPROF-RECORD(4:35)
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
           ELSE
               MOVE 'RECORD NOT FOUND'          TO PRFM-MSG
      ******************************************************************
       I00-BROWSE-RECORD.
           MOVE PRFM-IN-OPID            TO OPERPROF-OPID.
           MOVE SPACES                  TO OPERPROF-IDLE-EXEMPT
                                           OPERPROF-LANG
                                           OPERPROF-HOME-MENU.
           MOVE LENGTH OF OPERPROF-RECORD TO REC-LEN.
           EXEC CICS READ
                     DATASET  ('OPERPROF')
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
           OR  EIBRESP = DFHRESP(LENGERR)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO PRFM-MSG
               STRING OPERPROF-OPID
                      ' BDR=' OPERPROF-POP-BDR
                      ' SESS=' OPERPROF-DFLT-SESSION
                      ' HELP=' OPERPROF-HELP-PREF
                      ' EXEMPT=' OPERPROF-IDLE-EXEMPT
                      ' LANG=' OPERPROF-LANG
                      ' HOME=' OPERPROF-HOME-MENU
                      ' ' OPERPROF-DESC     DELIMITED BY SIZE
                   INTO PRFM-MSG
           ELSE
       I90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE OPERPROF-KEY           TO SEEN-KEY.
           MOVE OPERPROF-RECORD        TO SEEN-IMAGE.
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
           IF  OPERPROF-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
               OR   EIBRESP = DFHRESP(LENGERR)
                   IF  OPERPROF-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('OPERPROF')
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
           MOVE OPERPROF-OPID          TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM I00-BROWSE-RECORD THRU I90-EXIT.
           MOVE PRFM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO PRFM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO PRFM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO PRFM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.


      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
           MOVE SPACES                 TO AUDIT-REC-KEY.
           MOVE OPERPROF-OPID          TO AUDIT-REC-KEY.
           MOVE SPACES                 TO AUDIT-NEW-VALUE.
           MOVE OPERPROF-RECORD(4:35)  TO AUDIT-NEW-VALUE.
           EXEC CICS LINK
                     PROGRAM  ('AUDITWRT')
                     COMMAREA (AUDIT-AREA)
