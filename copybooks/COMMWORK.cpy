      *               CHECKPOINT TOKEN IN A PER-TASK MAIN TS QUEUE SO
      *               THE HANDLER CAN STAMP IT ON THE UNEXERRF EVENT;
      *               COMMRETN DROPS THE STASH AT NORMAL RETURN.
      * 10/15/2026 DLC ADD NAVHIST-HOP-TYPE TO THE INLINE NAVHIST-RECORD
      *               (MATCHING NAVHIST.CPY), AND THE NAVRULF RULE
      *               RECORD, TSQCTL 'NAVRULES' MODE RECORD AND
      *               NAVRULE-SW FOR COMMLNK2'S ALLOWED-TRANSFER CHECK.
      * 10/15/2026 DLC ADD THE INLINE TRNSTATF-RECORD (MATCHING
      *               TRNSTATF.CPY), TRAN-STATE-SW AND THE TRNS-NOW
      *               STAMP FOR COMMENT2'S TASK-ENTRY MAINTENANCE-MODE
      *               CHECK.  A HOST PROGRAM TESTS TRAN-READ-ONLY
      *               BEFORE ANY UPDATE.
      * 10/15/2026 DLC CARRY THE INLINE TRNSTATF-RECORD OUT TO THE NEW
      *               CIRCUIT-BREAKER FIELDS (AS FILLER) SO ITS LENGTH
      *               STILL MATCHES TRNSTATF.CPY.
      * 10/15/2026 DLC ADD THE INLINE CTRCCTL-RECORD (MATCHING
      *               CTRCCTL.CPY) AND THE CTRC-* TRACE FIELDS --
      *               COMMENT2 CHECKS THE COMMAREA TRACE SWITCH ON
      *               EVERY TASK ENTRY AND COMMRETN TRACES THE RETURN
      *               OF A TURN COMMENT2 TRACED THE ENTRY OF.
      * 10/15/2026 DLC ADD PROB-KEY-AID, THE PROBLEM-REPORT KEY (PA2),
      *               AND THE INLINE PROB-AREA (MATCHING PROBRPT.CPY)
      *               FOR COMMENT2'S LINK TO THE PROBRPT SERVICE.
      * 10/15/2026 DLC ADD OPERPROF-LANG TO THE INLINE OPERPROF-RECORD
      *               (MATCHING OPERPROF.CPY) AND PROF-LANG, THE
      *               OPERATOR'S LANGUAGE AS COMMMAPT SETTLED IT; WIDEN
      *               MAPCACHE-KEY TO THE MAP ID PLUS LANGUAGE (SEE
      *               MAPTITLE).
      * 10/15/2026 DLC ADD OPERPROF-HOME-MENU TO THE INLINE OPERPROF-
      *               RECORD (MATCHING OPERPROF.CPY), SO THIS COVER
      *               STAYS A TRUE MIRROR.
      * END OF HISTORY ------------------------------------------------
       03  THIS-PGM                    PIC  X(08).
       03  THIS-TRN                    PIC  X(04).
            05  NAVHIST-TRNID           PIC  X(04).
            05  NAVHIST-FROM            PIC  X(08).
            05  NAVHIST-TO              PIC  X(08).
            05  NAVHIST-HOP-TYPE        PIC  X(01).
        03  NAVRULE-SW                  PIC  X(01).
            88  NAV-HOP-REFUSED                      VALUE 'R'.
            88  NAV-HOP-UNLISTED                     VALUE 'W'.
        03  NAVRULF-RECORD.
            05  NAVRULF-KEY.
                10  NAVRULF-FROM        PIC  X(08).
                10  NAVRULF-TO          PIC  X(08).
            05  NAVRULF-DESC            PIC  X(30).
        03  NAVRULE-CTL.
            05  NAVRULE-CTL-KEY         PIC  X(08).
            05  NAVRULE-MODE            PIC  X(01).
                88  NAVRULE-ENFORCE                  VALUE 'Y'.
                88  NAVRULE-LEARN                    VALUE 'L'.
            05  FILLER                  PIC  X(12).
        03  TRAN-STATE-SW               PIC  X(01)   VALUE SPACE.
            88  TRAN-CLOSED                          VALUE 'C'.
            88  TRAN-READ-ONLY                       VALUE 'R'.
        03  TRNS-NOW.
            05  TRNS-NOW-DATE           PIC  X(08).
            05  TRNS-NOW-TIME           PIC  X(06).
        03  TRNSTATF-RECORD.
            05  TRNSTATF-KEY.
                10  TRNSTATF-TRANSID    PIC  X(04).
            05  TRNSTATF-STATE          PIC  X(01).
                88  TRNSTATF-CLOSED                  VALUE 'C'.
                88  TRNSTATF-READ-ONLY               VALUE 'R'.
            05  TRNSTATF-TEXT           PIC  X(60).
            05  TRNSTATF-FROM           PIC  X(14).
            05  TRNSTATF-UNTIL          PIC  X(14).
            05  TRNSTATF-OPID           PIC  X(03).
            05  TRNSTATF-ANNOUNCED-SW   PIC  X(01).
            05  FILLER                  PIC  X(24).
        03  MAPCACHE-FOUND-SW           PIC  X(01).
            88  MAPCACHE-FOUND                      VALUE 'Y'.
        03  MX                          PIC S9(04)   BINARY.
        03  MAPCACHE-TABLE.
            05  MAPCACHE-COUNT          PIC S9(04)   BINARY.
            05  MAPCACHE-ENTRY OCCURS 25 TIMES.
                10  MAPCACHE-KEY        PIC  X(10).
                10  MAPCACHE-VALUE      PIC  X(40).
                10  MAPCACHE-PROF.
                    15  MAPCACHE-HELP   PIC  X(08).
            05  OPERPROF-DESC            PIC  X(20).
            05  OPERPROF-IDLE-EXEMPT     PIC  X(01).
                88  OPERPROF-IS-IDLE-EXEMPT      VALUE 'Y'.
            05  OPERPROF-LANG            PIC  X(02).
                88  OPERPROF-LANG-ENGLISH        VALUE SPACES 'EN'.
            05  OPERPROF-HOME-MENU       PIC  X(08).
        03  PROF-LANG                    PIC  X(02)   VALUE SPACES.
            88  PROF-LANG-ENGLISH                     VALUE SPACES.
        03  MSGR-AREA.
            05  MSGR-COMPONENT           PIC  X(08).
            05  MSGR-SEVERITY            PIC  X(01).
            05  PERFHIST-TRNID           PIC  X(04).
            05  PERFHIST-PGM             PIC  X(08).
            05  PERFHIST-ELAPSED-MS      PIC S9(09)   BINARY.
        03  CTRC-TRACE-SW                PIC  X(01)   VALUE 'N'.
            88  CTRC-TRACING                          VALUE 'Y'.
        03  CTRC-OPID                    PIC  X(03).
        03  CTRC-QLEN                    PIC S9(04)   BINARY.
        03  CTRC-PHASE                   PIC  X(01).
        03  CTRCCTL-RECORD.
            05  CTRCCTL-TYPE             PIC  X(01).
                88  CTRCCTL-BY-TERMINAL               VALUE 'T'.
                88  CTRCCTL-BY-OPERATOR               VALUE 'O'.
            05  CTRCCTL-TARGET           PIC  X(04).
            05  CTRCCTL-FROM             PIC S9(15)   PACKED-DECIMAL.
            05  CTRCCTL-UNTIL            PIC S9(15)   PACKED-DECIMAL.
            05  CTRCCTL-OPID             PIC  X(03).
        03  PROB-KEY-AID                 PIC  X(01)   VALUE X'6E'.
        03  PROB-AREA.
            05  PROB-TRANSID             PIC  X(04).
            05  PROB-PGM                 PIC  X(08).
            05  PROB-SESSION             PIC  X(01).
            05  PROB-CHKPTOKEN           PIC  X(22).
            05  PROB-HOPS                PIC S9(04)   BINARY.
            05  PROB-RESULT-SW           PIC  X(01).
            05  PROB-ID                  PIC  9(07).
