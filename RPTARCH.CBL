      *REMARKS.       PAGE ANY PAST RUN ON SCREEN.  AN ARCHIVE THAT
      *REMARKS.       CANNOT BE OPENED DEGRADES TO PLAIN PRINTING --
      *REMARKS.       THE REPORT MUST NEVER DIE OVER ITS OWN COPY.
      *REMARKS.       WHEN THE REPORT'S RPTDISTF DISTRIBUTION NAMES A
      *REMARKS.       NOTICE COMPONENT, THE FIRST ARCHIVED LINE OF A
      *REMARKS.       RUN ALSO SENDS A MSGBATCH NOTICE UNDER IT, SO
      *REMARKS.       THE RECIPIENTS HEAR THE NEW RUN HAS LANDED.

      * CHANGE HISTORY ------------------------------------------------
      * 09/02/2026 DLC ORIGINAL PROGRAM.
      * 10/15/2026 DLC SEND A NEW-RUN NOTICE THROUGH MSGBATCH FOR A
      *               REPORT WHOSE RPTDISTF DISTRIBUTION ASKS FOR ONE.
      *               A MISSING RPTDISTF JUST MEANS NO NOTICES.
      * END OF HISTORY ------------------------------------------------

       ENVIRONMENT DIVISION.
                                       ACCESS DYNAMIC
                                       RECORD KEY IS RPTARCHF-KEY
                                       FILE STATUS IS RPTARCHF-STATUS.
           SELECT RPTDISTF             ASSIGN TO RPTDISTF
                                       ORGANIZATION INDEXED
                                       ACCESS RANDOM
                                       RECORD KEY IS RPTDISTF-KEY
                                       FILE STATUS IS RPTDISTF-STATUS.

       DATA DIVISION.

           LABEL RECORDS ARE STANDARD.
           COPY RPTARCHF.

       FD  RPTDISTF
           LABEL RECORDS ARE STANDARD.
           COPY RPTDISTF.

       WORKING-STORAGE SECTION.
       77  RPTARCHF-STATUS             PIC  X(02).
       77  FIRST-TIME-SW               PIC  X(01)   VALUE 'Y'.
       77  RUN-DATE                    PIC  9(08).
       77  RUN-TIME                    PIC  9(08).
       77  LINE-NO                     PIC  9(05)   VALUE ZERO.
       77  RPTDISTF-STATUS             PIC  X(02).
       77  DIST-OPEN-SW                PIC  X(01)   VALUE 'N'.
           88  DIST-OPEN                            VALUE 'Y'.
       77  NOTICE-SW                   PIC  X(01)   VALUE 'N'.
           88  NOTICE-WANTED                        VALUE 'Y'.
       77  NOTICE-COMP                 PIC  X(08).
       77  MSGBATCH                    PIC  X(08)   VALUE 'MSGBATCH'.

       COPY MSGBATCH.

       LINKAGE SECTION.

               IF  RPTARCHF-STATUS = '00'
                   MOVE 'Y'            TO ARCH-OPEN-SW
               END-IF
               OPEN INPUT RPTDISTF
               IF  RPTDISTF-STATUS = '00'
                   MOVE 'Y'            TO DIST-OPEN-SW
               END-IF
           END-IF.

           EVALUATE TRUE
           ACCEPT RUN-DATE           FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME           FROM TIME.
           MOVE ZERO                   TO LINE-NO.
           MOVE 'N'                    TO NOTICE-SW.
           IF  NOT DIST-OPEN
               GO TO B90-EXIT
           END-IF.
           MOVE RUN-ID                 TO RDST-ID.
           READ RPTDISTF
               INVALID KEY
                   GO TO B90-EXIT
           END-READ.
           IF  RDST-NOTIFY-COMP > SPACES
               MOVE RDST-NOTIFY-COMP   TO NOTICE-COMP
               MOVE 'Y'                TO NOTICE-SW
           END-IF.
       B90-EXIT.
           EXIT.

           MOVE RPTA-LINE              TO RPTARCHF-LINE.
           WRITE RPTARCHF-RECORD
               INVALID KEY
                   GO TO C90-EXIT
           END-WRITE.
           IF  NOTICE-WANTED
               PERFORM D00-SEND-NOTICE THRU D90-EXIT
           END-IF.
       C90-EXIT.
           EXIT.

      ******************************************************************
      *    THE RUN IS IN THE ARCHIVE -- TELL THE DISTRIBUTION, ONCE,   *
      *    UNDER ITS NOTICE COMPONENT (MSGRCTL DECIDES WHERE IT LANDS) *
      ******************************************************************
       D00-SEND-NOTICE.
           MOVE 'N'                    TO NOTICE-SW.
           MOVE SPACES                 TO MSGBATCH-PARMS.
           MOVE NOTICE-COMP            TO MSGB-COMPONENT.
           MOVE 'I'                    TO MSGB-SEVERITY.
           STRING 'REPORT ' RUN-ID ' RUN ' RUN-DATE ' '
                  RUN-TIME(1:6) ' HAS LANDED - SEE RPTVIEW M'
                                       DELIMITED BY SIZE
               INTO MSGB-TEXT.
           CALL MSGBATCH            USING MSGBATCH-PARMS.
       D90-EXIT.
           EXIT.
