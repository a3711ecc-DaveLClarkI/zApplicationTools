       PROCESS RMODE(ANY)
       IDENTIFICATION DIVISION.

       PROGRAM-ID.    MSGFMT.
       AUTHOR.        DAVE L CLARK I.
       DATE-WRITTEN.  OCT 2026.
       DATE-COMPILED.
       INSTALLATION.  WINWHOLESALE GROUP SERVICES.
       SECURITY.      NONE.
      *REMARKS.       CATALOG-MESSAGE FORMATTING SUBPROGRAM (SEE THE
      *REMARKS.       MSGFMT COPYBOOK FOR THE PARAMETER AREA).  BUILDS
      *REMARKS.       THE DELIVERED TEXT OF A MSGCATF MESSAGE -- THE
      *REMARKS.       ID, THEN THE TEMPLATE WITH EACH &1 THROUGH &4
      *REMARKS.       REPLACED BY THE CALLER'S INSERT -- SO MSGROUTE
      *REMARKS.       ONLINE AND MSGBATCH IN BATCH WORD A CATALOGED
      *REMARKS.       MESSAGE EXACTLY ALIKE.  NO FILES AND NO CICS
      *REMARKS.       COMMANDS, SO EITHER WORLD MAY CALL IT.

      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL PROGRAM.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-7060-H30.
       OBJECT-COMPUTER. IBM-7060-H30.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       77  TPL-LEN                     PIC S9(04)   BINARY.
       77  TX                          PIC S9(04)   BINARY.
       77  OUT-PTR                     PIC S9(04)   BINARY.
       77  INS-LEN                     PIC S9(04)   BINARY.
       77  ROOM-LEFT                   PIC S9(04)   BINARY.
       77  IX                          PIC S9(04)   BINARY.

      * WHAT AN UNCATALOGED ID IS SHOWN WITH -- ITS INSERTS, IN ORDER
       01  DEFAULT-TEMPLATE            PIC  X(91)   VALUE '&1 &2 &3 &4'.

       01  WORK-TEMPLATE               PIC  X(91).

       01  INSERT-DIGIT                PIC  X(01).
       01  INSERT-NUMBER               REDEFINES INSERT-DIGIT
                                       PIC  9(01).

       LINKAGE SECTION.

       COPY MSGFMT.

       PROCEDURE DIVISION            USING MSGFMT-PARMS.

       A00-MAINLINE-ROUTINE.
           MOVE SPACES                 TO MSGF-TEXT.
           MOVE MSGF-ID                TO MSGF-TEXT(1:8).
           MOVE 10                     TO OUT-PTR.

           IF  MSGF-TEMPLATE > SPACES
               MOVE MSGF-TEMPLATE      TO WORK-TEMPLATE
           ELSE
               MOVE DEFAULT-TEMPLATE   TO WORK-TEMPLATE
           END-IF.
           MOVE ZERO                   TO TPL-LEN.
           INSPECT WORK-TEMPLATE       TALLYING TPL-LEN
                                       FOR TRAILING SPACES.
           COMPUTE TPL-LEN = LENGTH OF WORK-TEMPLATE - TPL-LEN.

           MOVE 1                      TO TX.
           PERFORM B00-COPY-CHAR THRU B90-EXIT
                   UNTIL TX > TPL-LEN
                   OR    OUT-PTR > LENGTH OF MSGF-TEXT.

           GOBACK.

      ******************************************************************
      *    COPY ONE TEMPLATE CHARACTER, OR ONE WHOLE INSERT WHEN THE   *
      *    TEMPLATE HOLDS AN INSERT MARK (&1 THROUGH &4) HERE          *
      ******************************************************************
       B00-COPY-CHAR.
           IF  WORK-TEMPLATE(TX:1) = '&'
           AND TX < TPL-LEN
               MOVE WORK-TEMPLATE(TX + 1:1) TO INSERT-DIGIT
               IF  INSERT-DIGIT NOT < '1'
               AND INSERT-DIGIT NOT > '4'
                   MOVE INSERT-NUMBER  TO IX
                   PERFORM C00-PUT-INSERT THRU C90-EXIT
                   ADD  2              TO TX
                   GO TO B90-EXIT
               END-IF
           END-IF.
           MOVE WORK-TEMPLATE(TX:1)    TO MSGF-TEXT(OUT-PTR:1).
           ADD  1                      TO TX
                                          OUT-PTR.
       B90-EXIT.
           EXIT.

      * AN INSERT GOES IN WITHOUT ITS TRAILING SPACES, AND ONLY AS
      * MUCH OF IT AS THE TEXT STILL HAS ROOM FOR
       C00-PUT-INSERT.
           MOVE ZERO                   TO INS-LEN.
           INSPECT MSGF-INSERT(IX)     TALLYING INS-LEN
                                       FOR TRAILING SPACES.
           COMPUTE INS-LEN = LENGTH OF MSGF-INSERT(IX) - INS-LEN.
           IF  INS-LEN < 1
               GO TO C90-EXIT
           END-IF.
           COMPUTE ROOM-LEFT = LENGTH OF MSGF-TEXT - OUT-PTR + 1.
           IF  INS-LEN > ROOM-LEFT
               MOVE ROOM-LEFT          TO INS-LEN
           END-IF.
           MOVE MSGF-INSERT(IX)(1:INS-LEN)
                                       TO MSGF-TEXT(OUT-PTR:INS-LEN).
           ADD  INS-LEN                TO OUT-PTR.
       C90-EXIT.
           EXIT.
