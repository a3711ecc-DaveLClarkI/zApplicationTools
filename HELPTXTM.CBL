      *REMARKS.       NUMBERED LINE PER RECORD UNDER A PROGRAM/TOPIC
      *REMARKS.       AND OPTIONAL FIELD NAME ('*' IN THE FIELD
      *REMARKS.       COLUMN MEANS TOPIC-LEVEL TEXT, STORED WITH A
      *REMARKS.       BLANK FIELD) AND LANGUAGE (BLANK OR 'EN' =
      *REMARKS.       ENGLISH).  RUN AS ITS OWN TRANSACTION,
      *REMARKS.       LIKE DAPSYSFM.  EVERY SUCCESSFUL ACTION IS
      *REMARKS.       AUDITED VIA AUDITWRT.

      *               MESSAGE AND THE ACTION IS SKIPPED; EVERY DENIAL
      *               IS AUDITED BY AUTHCHK ITSELF.  A REGION WITHOUT
      *               THE AUTHF FILE BEHAVES AS BEFORE.
      * 10/15/2026 DLC REFUSE A CHANGE OR DELETE WHEN THE RECORD NO
      *               LONGER MATCHES WHAT THE OPERATOR WAS LAST SHOWN
      *               OF IT -- LASTCHG SHOWS WHO CHANGED IT (FROM
      *               AUDITLOG) AND ITS CURRENT VALUES.
      * 10/15/2026 DLC THE INPUT LINE GROWS A LANG(2) COLUMN AHEAD OF
      *               THE LINE NUMBER FOR THE HELP TEXT'S NATIONAL
      *               LANGUAGE (SEE HELPTXT) -- BLANK OR 'EN' IS
      *               ENGLISH, ANYTHING ELSE MUST BE TWO LETTERS.
      * END OF HISTORY ------------------------------------------------

      /*****************************************************************
         03  FILLER                    PIC  X(01).
         03  HLPM-IN-FIELD             PIC  X(08).
         03  FILLER                    PIC  X(01).
         03  HLPM-IN-LANG              PIC  X(02).
         03  FILLER                    PIC  X(01).
         03  HLPM-IN-LINE              PIC  X(03).
         03  FILLER                    PIC  X(01).
         03  HLPM-IN-TEXT              PIC  X(70).
       01  AUTH-AREA.
         COPY AUTHCHK.

      * WHAT THE OPERATOR WAS LAST SHOWN OF A RECORD (BROWSED, ADDED
      * OR CHANGED HERE) -- A CHANGE OR DELETE OF THAT KEY IS REFUSED
      * WHEN THE FILE NO LONGER MATCHES IT (SEE LASTCHG)
       01  SEEN-AREA.
         03  SEEN-KEY                  PIC  X(21)   VALUE LOW-VALUES.
         03  SEEN-ABSTIME              PIC S9(15)   PACKED-DECIMAL.
         03  SEEN-CHANGED-SW           PIC  X(01).
           88  SEEN-CHANGED                         VALUE 'Y'.
         03  SEEN-IMAGE                PIC  X(091).

       01  LCHG-AREA.
         COPY LASTCHG.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
                  HLPM-MSG                     DELIMITED BY SIZE
                  '  F(A/C/D/B/E) TOPIC(8) FIELD(8,*=NONE)'
                                                DELIMITED BY SIZE
                  ' LANG(2) LINE(3) TEXT(70) ==> '
                                                DELIMITED BY SIZE
               INTO HLPM-PROMPT         WITH POINTER HLPM-PROMPT-LEN.
           SUBTRACT 1                   FROM HLPM-PROMPT-LEN.
           EXEC CICS SEND TEXT
           ELSE
               MOVE HLPM-IN-FIELD       TO HELPTXT-FIELD
           END-IF.
           IF  HLPM-IN-LANG = 'EN'
               MOVE SPACES              TO HLPM-IN-LANG
           END-IF.
           IF  HLPM-IN-LANG NOT = SPACES
               IF  HLPM-IN-LANG IS NOT ALPHABETIC
               OR  HLPM-IN-LANG(1:1) = SPACE
               OR  HLPM-IN-LANG(2:1) = SPACE
                   MOVE 'KEY NEEDS A TWO-LETTER LANG (BLANK = ENGLISH)'
                                            TO HLPM-MSG
                   GO TO F90-EXIT
               END-IF
           END-IF.
           MOVE HLPM-IN-LANG            TO HELPTXT-LANG.
           MOVE HLPM-IN-LINE            TO HELPTXT-LINE-NO.
       F90-EXIT.
           EXIT.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   MOVE 'LINE ADDED'             TO HLPM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'ADD'          TO AUDIT-ACTION
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               WHEN EIBRESP = DFHRESP(DUPREC)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO H90-EXIT
           END-IF.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE HLPM-IN-TEXT        TO HELPTXT-TEXT
               EXEC CICS REWRITE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
                   MOVE 'LINE CHANGED'          TO HLPM-MSG
                   PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
                   MOVE 'CHANGE'       TO AUDIT-ACTION
                   PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
               ELSE
      *    DELETE A HELP-TEXT LINE                                     *
      ******************************************************************
       I00-DELETE-RECORD.
      * PRE-READ SO A LINE CHANGED SINCE IT WAS SHOWN IS NOT DELETED
           EXEC CICS READ
                     DATASET  ('HELPTXT ')
                     INTO     (HELPTXT-RECORD)
                     RIDFLD   (HELPTXT-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           PERFORM Z60-CHECK-SEEN THRU Z69-EXIT.
           IF  SEEN-CHANGED
               GO TO I90-EXIT
           END-IF.
           EXEC CICS DELETE
                     DATASET  ('HELPTXT ')
                     RIDFLD   (HELPTXT-KEY)
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'LINE DELETED'              TO HLPM-MSG
               MOVE LOW-VALUES         TO SEEN-KEY
               MOVE 'DELETE'           TO AUDIT-ACTION
               MOVE SPACES             TO HELPTXT-TEXT
               PERFORM Z10-WRITE-AUDIT THRU Z19-EXIT
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               PERFORM Z50-NOTE-SEEN THRU Z59-EXIT
               MOVE SPACES                 TO HLPM-MSG
               STRING HELPTXT-LINE-NO ': ' HELPTXT-TEXT
                                                DELIMITED BY SIZE
       J90-EXIT.
           EXIT.

      ******************************************************************
      *    REMEMBER THE RECORD AS THE OPERATOR HAS NOW SEEN IT         *
      ******************************************************************
       Z50-NOTE-SEEN.
           MOVE HELPTXT-KEY            TO SEEN-KEY.
           MOVE HELPTXT-RECORD         TO SEEN-IMAGE.
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
           IF  HELPTXT-KEY NOT = SEEN-KEY
               GO TO Z69-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN EIBRESP = DFHRESP(NORMAL)
                   IF  HELPTXT-RECORD = SEEN-IMAGE
                       GO TO Z69-EXIT
                   END-IF
                   EXEC CICS UNLOCK
                             DATASET  ('HELPTXT ')
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
           MOVE HELPTXT-KEY            TO LCHG-REC-KEY.
           MOVE SEEN-ABSTIME           TO LCHG-SINCE.
           MOVE 'N'                    TO LCHG-FOUND-SW.
           MOVE LOW-VALUES             TO SEEN-KEY.
           PERFORM J00-BROWSE-RECORD THRU J90-EXIT.
           MOVE HLPM-MSG               TO LCHG-CURRENT.
           EXEC CICS LINK
                     PROGRAM  ('LASTCHG ')
                     COMMAREA (LCHG-AREA)
                     LENGTH   (LENGTH OF LCHG-AREA)
                     NOHANDLE
           END-EXEC.
           MOVE SPACES                 TO HLPM-MSG.
           IF  LCHG-FOUND
               STRING 'NOT DONE - CHANGED BY ' LCHG-OPID ' AT '
                      LCHG-TIME(1:2) ':' LCHG-TIME(3:2)
                      ' SINCE SHOWN'   DELIMITED BY SIZE
                   INTO HLPM-MSG
           ELSE
               MOVE 'NOT DONE - RECORD CHANGED SINCE SHOWN'
                                       TO HLPM-MSG
           END-IF.
       Z69-EXIT.
           EXIT.


      ******************************************************************
      *    GATE THE DESTRUCTIVE FUNCTIONS THROUGH AUTHCHK (A FAILED   *
