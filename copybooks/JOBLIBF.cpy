      ******************************************************************
      *                                                                *
      *    JOBLIBF  --  JOB-LIBRARY RECORD.  ONE PRE-APPROVED JOB DECK *
      *                  PER DECK NAME: SEQUENCE 000 IS THE DECK       *
      *                  HEADER (DESCRIPTION, THE AUTHCHK FUNCTION     *
      *                  THAT GATES ITS SUBMISSION, AND UP TO FOUR     *
      *                  SUBSTITUTABLE PARAMETERS WITH THEIR           *
      *                  DEFAULTS); SEQUENCES 001-100 ARE THE CARD     *
      *                  IMAGES IN SUBMISSION ORDER.  A CARD NAMES A   *
      *                  PARAMETER AS &NAME (E.G. &MONTH) AND JOBSUBM  *
      *                  REPLACES IT WITH THE VALUE THE OPERATOR       *
      *                  KEYED.  LOADED (PROOFED FIRST) BY JOBLLOAD.   *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  JOBLIBF-RECORD.
           05  JOBLIBF-KEY.
               10  JOBLIBF-DECK        PIC  X(08).
               10  JOBLIBF-SEQ         PIC  9(03).
                   88  JOBLIBF-HEADER          VALUE ZERO.
           05  JOBLIBF-BODY            PIC  X(110).
      * SEQUENCE 000 -- THE DECK HEADER
           05  JOBLIBF-HDR REDEFINES JOBLIBF-BODY.
               10  JOBLIBF-DESC        PIC  X(30).
      * SPACES = GATED BY THE DECK NAME ITSELF
               10  JOBLIBF-AUTH-FUNC   PIC  X(08).
      * A PARAMETER WITH NO DEFAULT MUST BE KEYED AT SUBMISSION
               10  JOBLIBF-PARM OCCURS 4 TIMES.
                   15  JOBLIBF-PARM-NAME
                                       PIC  X(08).
                   15  JOBLIBF-PARM-DFLT
                                       PIC  X(10).
      * SEQUENCES 001-100 -- THE CARD IMAGES
           05  JOBLIBF-CARD-VIEW REDEFINES JOBLIBF-BODY.
               10  JOBLIBF-CARD        PIC  X(80).
               10  FILLER              PIC  X(30).
