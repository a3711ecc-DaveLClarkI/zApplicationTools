      *               NAVSTAT, NAVPATH, NAVOPRPT, AND NAVPURGE ARE
      *               UNTOUCHED -- BUT THE BREADCRUMB IS NO LONGER
      *               THE SLOWEST THING IN THE OPERATOR'S TURN.
      * 10/15/2026 DLC CHECK EVERY HOP AGAINST THE NAVRULF ALLOWED-
      *               TRANSFER RULES (Z40-CHECK-RULE) BEFORE TAKING
      *               IT.  WHEN THE TSQCTL 'NAVRULES' RECORD SAYS TO
      *               ENFORCE, A HOP WITH NO RULE IS LOGGED TO NAVHIST
      *               MARKED REFUSED AND THE OPERATOR IS TOLD SO AND
      *               LEFT WHERE THEY ARE (T50-REFUSE-TRANSFER); IN
      *               LEARNING MODE THE HOP IS ONLY MARKED.  NO
      *               CONTROL RECORD, OR NO NAVRULF FILE, CHECKS
      *               NOTHING.
      * 10/15/2026 DLC ADD Z70-TRACE-TURN, WHICH HANDS ONE COMMAREA
      *               IMAGE OF A TRACED TURN (COMMENT2 AT ENTRY,
      *               COMMRETN AT RETURN) TO CTRACEW FOR MASKING AND
      *               FILING ON CTRACEF.  LIKE THE PERFHIST WRITE IT
      *               IS UNCHECKED -- A TRACE MUST NEVER FAIL A TURN.
      * END OF HISTORY ------------------------------------------------
      * NOTE -- COMM-LINKDEPTH (PIC S9(04) BINARY) IS A HEADER FIELD
      * COUNTING CONSECUTIVE EXIT HOPS; IT IS RESET WHENEVER THIS
               MOVE ZERO               TO COMM-LINKDEPTH
           END-IF.

           PERFORM Z40-CHECK-RULE THRU Z49-EXIT.
           PERFORM Z20-LOG-HOP THRU Z29-EXIT.
           IF  NAV-HOP-REFUSED
               GO TO T50-REFUSE-TRANSFER
           END-IF.

      * NOTE -- COMM-LINKSFX = 'LNK' CALLS A SUBPROGRAM VIA LINK AND
      * RETURNS CONTROL TO THE CALLER'S OWN TASK STEP, UNLIKE THE
/DLC8/ T00-EXIT.
/DLC8/     EXIT.

      * A HOP THE NAVRULF RULES DO NOT ALLOW -- THE OPERATOR IS TOLD
      * AND STAYS IN THIS PROGRAM, INSTEAD OF BEING CARRIED SOMEWHERE
      * ONLY A SUPERVISOR PATH SHOULD REACH (OR ABENDING ON THE WAY)
       T50-REFUSE-TRANSFER.
           MOVE SPACES                 TO DLC9-MSG.
           STRING THIS-PGM ': TRANSFER TO ' COMM-LINKPGM
                  ' NOT PERMITTED FROM THIS PROGRAM'
                                       DELIMITED BY SIZE
               INTO DLC9-MSG.
           MOVE THIS-PGM               TO MSGR-COMPONENT.
           MOVE 'W'                    TO MSGR-SEVERITY.
           MOVE DLC9-MSG               TO MSGR-TEXT.
           EXEC CICS LINK
                     PROGRAM  ('MSGROUTE')
                     COMMAREA (MSGR-AREA)
                     LENGTH   (LENGTH OF MSGR-AREA)
                     NOHANDLE
           END-EXEC.
           EXEC CICS SEND TEXT
                     FROM     (DLC9-MSG)
                     LENGTH   (LENGTH OF DLC9-MSG)
                     ERASE
                     FREEKB
                     NOHANDLE
           END-EXEC.
           MOVE THIS-TRN               TO COMM-TRANSID.
           MOVE SPACES                 TO COMM-LINKPGM.
           MOVE ZERO                   TO COMM-LINKDEPTH.
           GO TO Z95-CICS-RETURN.

       T40-SAVE-COMMAREA.
           MOVE EIBTRMID           TO THIS-QUE(1:4).
           MOVE THIS-TRN           TO THIS-QUE(5:4).
            MOVE THIS-TRN               TO NAVHIST-TRNID.
            MOVE COMM-CURRPGM           TO NAVHIST-FROM.
            MOVE COMM-LINKPGM           TO NAVHIST-TO.
            MOVE NAVRULE-SW             TO NAVHIST-HOP-TYPE.
      * staged, not written -- NAVDRAIN posts the batch to the KSDS
            EXEC CICS WRITEQ TD
                      QUEUE    ('NAVS')
            ADD  CKSM-BIN               TO CKSM-TOTAL.
        Z31-EXIT.
            EXIT.

      ******************************************************************
      *    LOOK THE HOP UP IN THE NAVRULF ALLOWED-TRANSFER RULES --    *
      *    FROM/TO, FROM/'*ANY', THEN '*ANY'/TO.  NAVRULE-SW COMES     *
      *    BACK SPACE (ALLOWED OR NOT CHECKED), 'R' (REFUSE IT) OR     *
      *    'W' (NO RULE, BUT THE RULES ARE ONLY BEING LEARNED)         *
      ******************************************************************
        Z40-CHECK-RULE.

            MOVE SPACE                  TO NAVRULE-SW.
            IF  COMM-LINKPGM NOT > SPACES
                GO TO Z49-EXIT
            END-IF.
            MOVE 'NAVRULES'             TO NAVRULE-CTL-KEY.
            EXEC CICS READ
                      DATASET  ('TSQCTL  ')
                      INTO     (NAVRULE-CTL)
                      RIDFLD   (NAVRULE-CTL-KEY)
                      EQUAL
                      NOHANDLE
            END-EXEC.
            IF  EIBRESP NOT = DFHRESP(NORMAL)
                GO TO Z49-EXIT
            END-IF.
            IF  NOT NAVRULE-ENFORCE
            AND NOT NAVRULE-LEARN
                GO TO Z49-EXIT
            END-IF.

            MOVE 'N'                    TO NAVRULE-SW.
            MOVE THIS-PGM               TO NAVRULF-FROM.
            MOVE COMM-LINKPGM           TO NAVRULF-TO.
            PERFORM Z45-READ-RULE THRU Z45-EXIT.
            IF  NAVRULE-SW = 'N'
                MOVE '*ANY'             TO NAVRULF-TO
                PERFORM Z45-READ-RULE THRU Z45-EXIT
            END-IF.
            IF  NAVRULE-SW = 'N'
                MOVE '*ANY'             TO NAVRULF-FROM
                MOVE COMM-LINKPGM       TO NAVRULF-TO
                PERFORM Z45-READ-RULE THRU Z45-EXIT
            END-IF.
            IF  NAVRULE-SW = 'N'
                IF  NAVRULE-ENFORCE
                    SET  NAV-HOP-REFUSED    TO TRUE
                ELSE
                    SET  NAV-HOP-UNLISTED   TO TRUE
                END-IF
            END-IF.
        Z49-EXIT.
            EXIT.

      * A RULE ON FILE -- OR NO RULE FILE IN THIS REGION -- ALLOWS IT
        Z45-READ-RULE.
            EXEC CICS READ
                      DATASET  ('NAVRULF ')
                      INTO     (NAVRULF-RECORD)
                      RIDFLD   (NAVRULF-KEY)
                      EQUAL
                      NOHANDLE
            END-EXEC.
            EVALUATE TRUE
                WHEN EIBRESP = DFHRESP(NORMAL)
                WHEN EIBRESP = DFHRESP(FILENOTFOUND)
                WHEN EIBRESP = DFHRESP(NOTOPEN)
                WHEN EIBRESP = DFHRESP(DISABLED)
                    MOVE SPACE          TO NAVRULE-SW
            END-EVALUATE.
        Z45-EXIT.
            EXIT.

      ******************************************************************
      *    FILE ONE COMMAREA IMAGE OF A TRACED TURN (CTRC-PHASE 'E' AT *
      *    ENTRY, 'R' AT RETURN) -- CTRACEW BLANKS THE LAYOUTF-MASKED  *
      *    FIELDS AND WRITES IT TO CTRACEF.  THE RECORD AREA (SEE      *
      *    COMMTEMP) IS ONLY ACQUIRED FOR THE CALL                     *
      ******************************************************************
        Z70-TRACE-TURN.

            EXEC CICS GETMAIN
                      SET      (ADDRESS OF CTRACEF-RECORD)
                      LENGTH   (LENGTH OF CTRACEF-RECORD)
                      INITIMG  (LOVALUE)
                      NOHANDLE
            END-EXEC.
            IF  EIBRESP NOT = DFHRESP(NORMAL)
                GO TO Z79-EXIT
            END-IF.
            MOVE THIS-APPLID            TO CTRACEF-APPLID.
            MOVE EIBTRMID(1:4)          TO CTRACEF-TERMID(1:4).
            MOVE COMM-SESSION           TO CTRACEF-TERMID(5:1).
            MOVE TURN-START             TO CTRACEF-STAMP.
            MOVE CTRC-PHASE             TO CTRACEF-PHASE.
            MOVE THIS-PGM               TO CTRACEF-PGM.
            MOVE THIS-TRN               TO CTRACEF-TRNID.
            MOVE CTRC-OPID              TO CTRACEF-OPID.
            MOVE LENGTH OF DFHCOMMAREA  TO CTRACEF-FULL-LEN.
            IF  CTRACEF-FULL-LEN > LENGTH OF CTRACEF-IMAGE
                MOVE LENGTH OF CTRACEF-IMAGE TO CTRACEF-LENG
            ELSE
                MOVE CTRACEF-FULL-LEN   TO CTRACEF-LENG
            END-IF.
            MOVE DFHCOMMAREA(1:CTRACEF-LENG)
                                        TO CTRACEF-IMAGE
                                           (1:CTRACEF-LENG).
            EXEC CICS LINK
                      PROGRAM  ('CTRACEW ')
                      COMMAREA (CTRACEF-RECORD)
                      LENGTH   (LENGTH OF CTRACEF-RECORD)
                      NOHANDLE
            END-EXEC.
            EXEC CICS FREEMAIN
                      DATA     (CTRACEF-RECORD)
                      NOHANDLE
            END-EXEC.
        Z79-EXIT.
            EXIT.
