       SECURITY.      NONE.
      *REMARKS.       BATCH UNLOAD OF THE HELPTXT HELP FILE TO THE
      *REMARKS.       SEQUENTIAL HELPSEQ FILE, ONE CARD PER HELP
      *REMARKS.       LINE (TOPIC, FIELD, LINE NUMBER, TEXT AND
      *REMARKS.       LANGUAGE, BLANK FOR ENGLISH) -- SO
      *REMARKS.       HELP CONTENT CAN BE AUTHORED AND REVIEWED
      *REMARKS.       OFFLINE AND CARRIED FROM TEST TO PRODUCTION
      *REMARKS.       LIKE CODE INSTEAD OF RETYPED A LINE AT A TIME
      *REMARKS.       IN HELPTXTM.  SEE HELPLOAD FOR THE VALIDATED
      *REMARKS.       LOAD.  TRANSLATIONS TRAVEL THE SAME WAY.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC CARRY THE HELP TEXT'S NATIONAL LANGUAGE (SEE
      *               HELPTXT) IN A NEW SEQ-LANG COLUMN AT THE END OF
      *               THE CARD, SO TRANSLATIONS CAN BE AUTHORED
      *               OFFLINE.  ENGLISH TEXT LEAVES IT BLANK, SO AN
      *               ENGLISH-ONLY DECK LOOKS JUST AS IT DID.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
           05  SEQ-LINE-NO             PIC  9(03).
           05  FILLER                  PIC  X(01).
           05  SEQ-TEXT                PIC  X(70).
           05  FILLER                  PIC  X(01).
           05  SEQ-LANG                PIC  X(02).

       WORKING-STORAGE SECTION.
       77  HELPTXT-STATUS              PIC  X(02).
           MOVE HELPTXT-FIELD          TO SEQ-FIELD.
           MOVE HELPTXT-LINE-NO        TO SEQ-LINE-NO.
           MOVE HELPTXT-TEXT           TO SEQ-TEXT.
           MOVE HELPTXT-LANG           TO SEQ-LANG.
           WRITE HELPSEQ-CARD.
           ADD  1                      TO UNLOAD-TOTAL.
       B90-EXIT.
