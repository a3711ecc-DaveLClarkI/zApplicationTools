       CBL XOPTS(SP)
      ******************************************************************
      *                                                                *
      *    IDENTIFICATION DIVISION                                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    SHOPMENU.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       SHOP MENU TRANSACTION.  OPENS ON THE OPERATOR'S
      *REMARKS.       OPERPROF HOME MENU ('MAIN' IF NONE IS SET) AND
      *REMARKS.       OFFERS THAT MENU'S MENUF ENTRIES THROUGH A
      *REMARKS.       POPLIST POPUP -- ONLY THE ONES THE OPERATOR IS
      *REMARKS.       AUTHORIZED FOR (AN ENTRY'S AUTHCHK FUNCTION IS
      *REMARKS.       ASKED AS AN INQUIRY, SO BUILDING THE LIST AUDITS
      *REMARKS.       NOTHING).  A SUB-MENU ENTRY OPENS THAT MENU (UP
      *REMARKS.       TO TEN DEEP); LEAVING THE POPUP WITHOUT A PICK
      *REMARKS.       GOES BACK ONE MENU, AND AT THE HOME MENU ENDS
      *REMARKS.       THE TRANSACTION.  A TRANSACTION ENTRY IS STARTED
      *REMARKS.       THROUGH COMMLNK2'S T00-LINK-TRANSFER, SO THE HOP
      *REMARKS.       IS CHECKED AGAINST NAVRULF AND LOGGED TO NAVHIST
      *REMARKS.       LIKE ANY OTHER, AND THE MENU POSITION IS SAVED;
      *REMARKS.       A 'RETN' BACK TO THIS TRANSACTION PICKS UP ON
      *REMARKS.       THE MENU THE OPERATOR LEFT FROM.  TURNS ENTER
      *REMARKS.       THROUGH COMMENT2 AND RETURN THROUGH COMMRETN
      *REMARKS.       LIKE ANY OTHER COMM HOST.  THE MENUS ARE
      *REMARKS.       MAINTAINED BY MENUM.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC ENTER EACH TURN THROUGH COMMENT2 AND RETURN
      *               THROUGH COMMRETN INSTEAD OF RECOVERING THE SAVED
      *               MENU POSITION BY HAND -- THE MENU NOW GETS THE
      *               ABEND HANDLER, TRNSTATF CHECK, COMMAREA TRACE,
      *               PROBLEM-REPORT KEY, TURN TIMING AND RECOVERY
      *               DIAGNOSTIC EVERY OTHER HOST HAS.  COMMAREA GAINS
      *               COMM-SYNCSW AND COMM-SHARED FOR THOSE MEMBERS.
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
         COPY COMMWORK.
      * THE TRANSFER TARGET HANDED TO T00-LINK-TRANSFER (SEE COMMLNK2)
         03  LINK-PGM                  PIC  X(08).

       01  SHOP-FIELDS.
         03  SHOP-QUIT-SW              PIC  X(01)   VALUE 'N'.
           88  SHOP-QUIT                            VALUE 'Y'.
         03  MORE-ENTRIES-SW           PIC  X(01).
           88  NO-MORE-ENTRIES                      VALUE 'N'.
         03  SHOP-MSG                  PIC  X(40)   VALUE SPACES.
         03  SHOP-MENU                 PIC  X(08).
         03  SHOP-TITLE                PIC  X(25).
         03  SHOP-MAX-DEPTH            PIC S9(04)   BINARY VALUE +10.
         03  ENTRY-COUNT               PIC S9(04)   BINARY.
         03  DX                        PIC S9(04)   BINARY.
      * THE MENUF TYPE OF EACH ENTRY OFFERED, IN POPLIST ORDER (THE
      * TARGET ITSELF RIDES IN POPLIST-KEY)
         03  ENTRY-TYPE OCCURS 500 TIMES
                                       PIC  X(01).

       COPY MENUF.

       01  POPLIST-AREA.
           COPY POPLIST.

       01  AUTH-AREA.
         COPY AUTHCHK.

       COPY UNEXERRW.

      /*****************************************************************
      *    LINKAGE SECTION                                             *
      ******************************************************************
       LINKAGE SECTION.

      * THE TRANSFER COMMAREA -- THE STANDARD HEADER THE COMM COPY
      * MEMBERS WORK FROM, THEN THIS TRANSACTION'S MENU POSITION.
      * ACQUIRED AT ENTRY; FILLED FROM THE SAVED QUEUE ON A RETURN
       01  DFHCOMMAREA.
         03  COMM-HEADER.
           05  COMM-TRANSID            PIC  X(04).
           05  COMM-SESSION            PIC  X(01).
           05  COMM-CURRPGM            PIC  X(08).
           05  COMM-CURRRTN            PIC  X(08).
           05  COMM-SAVE-FUNC          PIC  X(08).
           05  COMM-LINKPGM            PIC  X(08).
           05  FILLER REDEFINES COMM-LINKPGM.
             07  COMM-LINKTRN          PIC  X(04).
             07  COMM-LINKSFX          PIC  X(03).
             07  FILLER                PIC  X(01).
           05  COMM-LINKDEPTH          PIC S9(04)   BINARY.
           05  COMM-LAYOUTVER          PIC  X(04).
           05  COMM-CHKPTOKEN          PIC  X(22).
      * 'N' SKIPS THE TURN'S SYNCPOINT (SEE COMMRETN)
           05  COMM-SYNCSW             PIC  X(01).
      * NOTHING OF THIS TRANSACTION'S IS SHARED WITH ANOTHER
         03  COMM-SHARED               PIC  X(01).
         03  COMM-DETAIL.
           05  COMM-HOME-MENU          PIC  X(08).
           05  COMM-DEPTH              PIC S9(04)   BINARY.
           05  COMM-MENU-ID OCCURS 10 TIMES
                                       PIC  X(08).

      * WHERE COMMENT2 BUILDS A FRESH OR RECOVERED COMMAREA -- FIELD
      * FOR FIELD THE SAME SHAPE AS DFHCOMMAREA ABOVE
       01  COMM-TEMPAREA.
         03  COMM-TEMPHDR.
           05  COMM-TEMPTRN            PIC  X(04).
           05  COMM-TEMPSES            PIC  X(01).
           05  COMM-TEMPPGM            PIC  X(08).
           05  COMM-TEMPRTN            PIC  X(08).
           05  COMM-TEMPFUNC           PIC  X(08).
           05  COMM-TEMPLNK            PIC  X(08).
           05  COMM-TEMPDEPTH          PIC S9(04)   BINARY.
           05  COMM-TEMPVER            PIC  X(04).
           05  COMM-TEMPCHKP           PIC  X(22).
           05  COMM-TEMPSYNC           PIC  X(01).
         03  COMM-TEMPSHR              PIC  X(01).
         03  COMM-TEMPDTL              PIC  X(90).

      * THE SHAPED HOLDING AREA ABOVE STANDS IN FOR COMMTEMP'S GENERIC
      * ONE; ITS CHECKSUM AND TRACE OVERLAYS ARE STILL USED (COMMLNK2)
       COPY COMMTEMP REPLACING ==COMM-TEMPAREA== BY ==COMM-TEMPGENL==.

       COPY IBM3270.

      /*****************************************************************
      *                                                                *
      *    PROCEDURE DIVISION                                          *
      *                                                                *
      ******************************************************************
       PROCEDURE DIVISION.

       A00-MAINLINE-ROUTINE.
           COPY COMM3270.

           MOVE 'SHOPMENU'             TO THIS-PGM.
           MOVE EIBTRNID               TO THIS-TRN.
           COPY COMMENT2.

           PERFORM B00-START-SESSION THRU B90-EXIT.
           PERFORM C00-PROCESS-MENU THRU C90-EXIT
                   UNTIL SHOP-QUIT.
           GO TO Z90-END-SESSION.

      ******************************************************************
      *    PICK UP WHERE THE OPERATOR WAS.  THIS TRANSACTION'S OWN     *
      *    COMMAREA -- A TURN THAT ENDED IN A MESSAGE, OR A 'RETN'     *
      *    COMMENT2 RECOVERED THE SAVED POSITION FOR -- CARRIES ON     *
      *    WITH ITS MENUS; ANYTHING ELSE, OR A POSITION THAT DID NOT   *
      *    SURVIVE THE RECOVERY, OPENS THE OPERATOR'S HOME MENU        *
      ******************************************************************
       B00-START-SESSION.
           SET  RECOV-BAD              TO TRUE.
           IF  COMM-CURRPGM = THIS-PGM
           OR  COMM-CURRRTN = 'RETN'
               PERFORM B10-CHECK-POSITION THRU B19-EXIT
           END-IF.
           IF  RECOV-BAD
               PERFORM B20-HOME-MENU THRU B29-EXIT
           END-IF.

           MOVE THIS-TRN               TO COMM-TRANSID.
           MOVE THIS-PGM               TO COMM-CURRPGM.
           MOVE SPACES                 TO COMM-CURRRTN
                                          COMM-SAVE-FUNC
                                          COMM-LINKPGM.
           MOVE ZERO                   TO COMM-LINKDEPTH.
       B90-EXIT.
           EXIT.

      * A DISCARDED SAVE COMES BACK AS LOW-VALUES (DEPTH ZERO)
       B10-CHECK-POSITION.
           IF  COMM-DEPTH < 1
           OR  COMM-DEPTH > SHOP-MAX-DEPTH
               GO TO B19-EXIT
           END-IF.
           IF  COMM-MENU-ID(COMM-DEPTH) > SPACES
               SET  RECOV-GOOD         TO TRUE
           END-IF.
       B19-EXIT.
           EXIT.

      * A SHORT (PRE-HOME-MENU) PROFILE RECORD COMES BACK LENGERR
       B20-HOME-MENU.
           MOVE LOW-VALUES             TO COMM-DETAIL.
           MOVE 'MAIN'                 TO COMM-HOME-MENU.
           MOVE SPACES                 TO PROF-OPID.
           EXEC CICS ASSIGN
                     OPID     (PROF-OPID)
                     NOHANDLE
           END-EXEC.
           IF  PROF-OPID > SPACES
               MOVE PROF-OPID          TO OPERPROF-OPID
               MOVE SPACES             TO OPERPROF-IDLE-EXEMPT
                                          OPERPROF-LANG
                                          OPERPROF-HOME-MENU
               MOVE LENGTH OF OPERPROF-RECORD TO OPT-LEN
               EXEC CICS READ
                         DATASET  ('OPERPROF')
                         INTO     (OPERPROF-RECORD)
                         RIDFLD   (OPERPROF-KEY)
                         LENGTH   (OPT-LEN)
                         EQUAL
                         NOHANDLE
               END-EXEC
               IF  EIBRESP = DFHRESP(NORMAL)
               OR  EIBRESP = DFHRESP(LENGERR)
                   IF  OPERPROF-HOME-MENU > SPACES
                       MOVE OPERPROF-HOME-MENU TO COMM-HOME-MENU
                   END-IF
               END-IF
           END-IF.
           MOVE 1                      TO COMM-DEPTH.
           MOVE COMM-HOME-MENU         TO COMM-MENU-ID(1).
       B29-EXIT.
           EXIT.

      ******************************************************************
      *    OFFER THE CURRENT MENU AND ACT ON THE PICK -- OPEN A        *
      *    SUB-MENU, START A TRANSACTION, OR (NO PICK) GO BACK ONE     *
      ******************************************************************
       C00-PROCESS-MENU.
           MOVE COMM-MENU-ID(COMM-DEPTH) TO SHOP-MENU.
           PERFORM D00-BUILD-LIST THRU D90-EXIT.
           IF  ENTRY-COUNT = ZERO
               PERFORM C50-BACK-ONE THRU C59-EXIT
               GO TO C90-EXIT
           END-IF.
           PERFORM E00-SHOW-LIST THRU E90-EXIT.
           IF  SHOP-QUIT
               GO TO C90-EXIT
           END-IF.
           IF  NOT POPLIST-ITEM-PICKED
               MOVE SPACES             TO SHOP-MSG
               PERFORM C50-BACK-ONE THRU C59-EXIT
               GO TO C90-EXIT
           END-IF.

           MOVE POPLIST-PICK           TO DX.
           MOVE SPACES                 TO SHOP-MSG.
           IF  ENTRY-TYPE(DX) = 'M'
               IF  COMM-DEPTH NOT < SHOP-MAX-DEPTH
                   MOVE 'MENUS NESTED TOO DEEP - GO BACK FIRST'
                                       TO SHOP-MSG
                   GO TO C90-EXIT
               END-IF
               ADD  1                  TO COMM-DEPTH
               MOVE POPLIST-KEY(DX)    TO COMM-MENU-ID(COMM-DEPTH)
           ELSE
               PERFORM F00-START-TRANSACTION THRU F90-EXIT
           END-IF.
       C90-EXIT.
           EXIT.

      * BACK TO THE MENU THAT OPENED THIS ONE -- OR, AT THE HOME
      * MENU, THE END OF THE TRANSACTION
       C50-BACK-ONE.
           IF  COMM-DEPTH > 1
               SUBTRACT 1            FROM COMM-DEPTH
           ELSE
               SET  SHOP-QUIT          TO TRUE
           END-IF.
       C59-EXIT.
           EXIT.

      ******************************************************************
      *    THE MENU'S ENTRIES IN SEQUENCE ORDER, LESS THE ONES THE     *
      *    OPERATOR IS NOT AUTHORIZED FOR.  A MENU WITH NO HEADER, OR  *
      *    NOTHING LEFT TO OFFER, COMES BACK EMPTY WITH A MESSAGE      *
      ******************************************************************
       D00-BUILD-LIST.
           MOVE ZERO                   TO ENTRY-COUNT.
           MOVE SHOP-MENU              TO MENUF-MENU-ID.
           MOVE ZERO                   TO MENUF-SEQ.
           EXEC CICS READ
                     DATASET  ('MENUF   ')
                     INTO     (MENUF-RECORD)
                     RIDFLD   (MENUF-KEY)
                     EQUAL
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE SPACES             TO SHOP-MSG
               STRING 'MENU ' SHOP-MENU ' IS NOT ON FILE'
                                       DELIMITED BY SIZE
                   INTO SHOP-MSG
               GO TO D90-EXIT
           END-IF.
           MOVE MENUF-DESC             TO SHOP-TITLE.

           MOVE 1                      TO MENUF-SEQ.
           EXEC CICS STARTBR
                     DATASET  ('MENUF   ')
                     RIDFLD   (MENUF-KEY)
                     GTEQ
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP = DFHRESP(NORMAL)
               MOVE 'Y'                TO MORE-ENTRIES-SW
               PERFORM D10-READ-ENTRY THRU D19-EXIT
                       UNTIL NO-MORE-ENTRIES
                       OR    ENTRY-COUNT NOT < 500
               EXEC CICS ENDBR
                         DATASET  ('MENUF   ')
                         NOHANDLE
               END-EXEC
           END-IF.
           IF  ENTRY-COUNT = ZERO
               MOVE SPACES             TO SHOP-MSG
               STRING 'NOTHING ON MENU ' SHOP-MENU ' FOR YOU'
                                       DELIMITED BY SIZE
                   INTO SHOP-MSG
           END-IF.
       D90-EXIT.
           EXIT.

      * A BLANK AUTH FUNCTION IS SHOWN TO EVERYONE
       D10-READ-ENTRY.
           EXEC CICS READNEXT
                     DATASET  ('MENUF   ')
                     INTO     (MENUF-RECORD)
                     RIDFLD   (MENUF-KEY)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
           OR  MENUF-MENU-ID NOT = SHOP-MENU
               SET  NO-MORE-ENTRIES    TO TRUE
               GO TO D19-EXIT
           END-IF.
           IF  NOT MENUF-TYPE-VALID
           OR  MENUF-TARGET NOT > SPACES
               GO TO D19-EXIT
           END-IF.
           IF  MENUF-AUTH-FUNC > SPACES
               PERFORM Z80-CHECK-AUTH THRU Z89-EXIT
               IF  AUTH-DENIED
                   GO TO D19-EXIT
               END-IF
           END-IF.
           ADD  1                      TO ENTRY-COUNT.
           MOVE MENUF-TARGET           TO POPLIST-KEY(ENTRY-COUNT).
           MOVE MENUF-DESC             TO POPLIST-DSC(ENTRY-COUNT).
           MOVE SPACE                  TO POPLIST-CLR(ENTRY-COUNT).
           IF  MENUF-SUB-MENU
               MOVE EXCTURQU           TO POPLIST-CLR(ENTRY-COUNT)
           END-IF.
           MOVE MENUF-TYPE             TO ENTRY-TYPE(ENTRY-COUNT).
       D19-EXIT.
           EXIT.

      ******************************************************************
      *    POP THE LIST UP -- TITLED FROM THE MENU HEADER, WITH ANY    *
      *    MESSAGE FROM THE LAST PICK AS THE TRAILER                   *
      ******************************************************************
       E00-SHOW-LIST.
           MOVE 'POPLIST '             TO POPLIST-PGMID.
           MOVE 3                      TO POPLIST-ROW.
           MOVE 20                     TO POPLIST-COL.
           MOVE ENTRY-COUNT            TO POPLIST-CNT.
           MOVE SPACE                  TO POPLIST-BDR
                                          POPLIST-OPT
                                          POPLIST-MULTI-SW
                                          POPLIST-RESTORE-SW
                                          POPLIST-TSQ-SW
                                          POPLIST-ACT-AIDS
                                          POPLIST-LVL-SW
                                          POPLIST-HELP-TOPIC.
           MOVE SHOP-MENU              TO POPLIST-LIST-ID.
           MOVE SPACES                 TO POPLIST-HDR
                                          POPLIST-TLR.
           STRING ' ' SHOP-TITLE       DELIMITED BY SIZE
               INTO POPLIST-HDR.
           MOVE SHOP-MSG               TO POPLIST-TLR.
           MOVE SPACES                 TO SHOP-MSG.
           EXEC CICS LINK
                     PROGRAM  ('POPLIST')
                     COMMAREA (POPLIST-AREA)
                     LENGTH   (LENGTH OF POPLIST-AREA)
                     NOHANDLE
           END-EXEC.
           IF  EIBRESP NOT = DFHRESP(NORMAL)
               MOVE 'POPLIST LINK FAILED - SEE SYSTEM LOG'
                                       TO SHOP-MSG
               SET  SHOP-QUIT          TO TRUE
               GO TO E90-EXIT
           END-IF.
           IF  POPLIST-READ-TIMEOUT
               SET  SHOP-QUIT          TO TRUE
           END-IF.
       E90-EXIT.
           EXIT.

      ******************************************************************
      *    START THE PICKED TRANSACTION THROUGH T00-LINK-TRANSFER --   *
      *    IT SAVES THIS COMMAREA, CHECKS AND LOGS THE HOP, STARTS THE *
      *    TARGET ON THIS TERMINAL AND ENDS THIS TASK.  A HOP NAVRULF  *
      *    REFUSES IS TOLD TO THE OPERATOR THERE AND ENDS IT TOO       *
      ******************************************************************
       F00-START-TRANSACTION.
           MOVE SPACES                 TO LINK-PGM.
           MOVE POPLIST-KEY(DX)(1:4)   TO LINK-PGM(1:4).
           MOVE ZERO                   TO LINK-LEN.
           PERFORM T00-LINK-TRANSFER THRU T00-EXIT.
       F90-EXIT.
           EXIT.

      ******************************************************************
      *    ASK AUTHCHK, AS AN INQUIRY, WHETHER THE OPERATOR COULD USE  *
      *    THE ENTRY'S FUNCTION (A FAILED LINK LEAVES THE PRE-SET      *
      *    ALLOWED ANSWER IN PLACE, AS FOR EVERY OTHER CALLER)         *
      ******************************************************************
       Z80-CHECK-AUTH.
           MOVE MENUF-AUTH-FUNC        TO AUTH-FUNCTION.
           MOVE THIS-PGM               TO AUTH-PGM.
           SET  AUTH-ALLOWED           TO TRUE.
           SET  AUTH-INQUIRY-ONLY      TO TRUE.
           EXEC CICS LINK
                     PROGRAM  ('AUTHCHK ')
                     COMMAREA (AUTH-AREA)
                     LENGTH   (LENGTH OF AUTH-AREA)
                     NOHANDLE
           END-EXEC.
       Z89-EXIT.
           EXIT.

      ******************************************************************
      *    THE OPERATOR LEFT THE HOME MENU.  THE CONVERSATION ENDS     *
      *    HERE INSTEAD OF RETURNING FOR ANOTHER TURN, SO THE TURN'S   *
      *    ABEND STASH AND HANDLER (SEE COMMENT2) ARE DROPPED FIRST,   *
      *    AS COMMRETN WOULD HAVE DROPPED THEM                         *
      ******************************************************************
       Z90-END-SESSION.
           IF  SHOP-MSG = SPACES
               MOVE 'SHOPMENU ENDED'   TO SHOP-MSG
           END-IF.
           EXEC CICS SEND TEXT
                     FROM     (SHOP-MSG)
                     LENGTH   (LENGTH OF SHOP-MSG)
                     ERASE
                     FREEKB
                     NOHANDLE
           END-EXEC.
           MOVE EIBTASKN               TO ABN-QUEUE-TASKN.
           EXEC CICS DELETEQ TS
                     QUEUE    (ABN-QUEUE)
                     NOHANDLE
           END-EXEC.
           EXEC CICS HANDLE ABEND
                     CANCEL
                     NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.
           GOBACK.

      ******************************************************************
      *    PROGRAM TERMINATION -- BACK FOR THE NEXT TURN               *
      ******************************************************************
       Z95-CICS-RETURN.
           COPY COMMRETN.
           GOBACK.

      /*****************************************************************
      *    TRANSFERS TO OTHER TRANSACTIONS                             *
      ******************************************************************
       COPY COMMLNK2.

      /*****************************************************************
      *    PROGRAM ERRORS (UNEXPECTED)                                 *
      ******************************************************************
       COPY UNEXERRP.
      * the above copybook ends with a return to cics
