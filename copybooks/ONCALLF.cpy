      ******************************************************************
      *                                                                *
      *    ONCALLF  --  ON-CALL ROTATION RECORD.  WHO SHOULD BE PAGED  *
      *                  FOR A SUPPORT GROUP DEPENDS ON THE WEEK AND   *
      *                  THE HOUR, SO A MSGRCTL DESTINATION WRITTEN AS *
      *                  '@' PLUS A GROUP NAME (E.G. '@DBA') IS        *
      *                  RESOLVED THROUGH THIS FILE TO WHOEVER IS ON   *
      *                  CALL AT THAT MOMENT -- ONLINE BY THE ONCALLR  *
      *                  SERVICE FOR MSGROUTE, IN BATCH BY MSGBATCH.   *
      *                  EACH RECORD COVERS A DATE/TIME RANGE, ON      *
      *                  BUSINESS DAYS, ON WEEKENDS AND HOLIDAYS, OR   *
      *                  ON EVERY DAY, OPTIONALLY ONLY BETWEEN TWO     *
      *                  TIMES OF DAY.  WHEN SEVERAL RECORDS COVER THE *
      *                  SAME MOMENT THE MOST SPECIFIC WINS -- A       *
      *                  BUSINESS-DAY OR HOLIDAY RECORD OVER AN        *
      *                  EVERY-DAY ONE, A TIME-OF-DAY WINDOW OVER NONE *
      *                  -- AND THEN THE LATEST START.  MAINTAINED     *
      *                  ONLINE BY ONCALLM.                            *
      *                                                                *
      ******************************************************************
      * CHANGE HISTORY ------------------------------------------------
      * 10/15/2026 DLC ORIGINAL LAYOUT.
      * END OF HISTORY ------------------------------------------------
       01  ONCALLF-RECORD.
           05  ONCALLF-KEY.
      * THE SUPPORT GROUP -- MSGRCTL NAMES IT AS '@' + THIS
               10  ONCALLF-GROUP       PIC  X(03).
      * B = BUSINESS DAYS, H = WEEKENDS AND CALFILE HOLIDAYS,
      * A = EVERY DAY
               10  ONCALLF-COVER       PIC  X(01).
                   88  ONCALLF-BUSINESS-DAYS   VALUE 'B'.
                   88  ONCALLF-HOLIDAYS        VALUE 'H'.
                   88  ONCALLF-ALL-DAYS        VALUE 'A'.
      * THE RANGE THIS RECORD COVERS -- CCYYMMDD AND HHMM, INCLUSIVE
               10  ONCALLF-START-DATE  PIC  9(08).
               10  ONCALLF-START-TIME  PIC  9(04).
      * OPTIONAL TIME-OF-DAY WINDOW INSIDE THE RANGE (HHMM).  FROM =
      * TO MEANS ALL DAY; FROM > TO WRAPS MIDNIGHT (1800 TO 0800)
               10  ONCALLF-DAY-FROM    PIC  9(04).
           05  ONCALLF-DAY-TO          PIC  9(04).
           05  ONCALLF-END-DATE        PIC  9(08).
           05  ONCALLF-END-TIME        PIC  9(04).
      * THE ON-CALL PERSON AND WHERE TO REACH THEM -- A TD QUEUE (Q)
      * OR A TERMINAL ID (T)
           05  ONCALLF-PERSON          PIC  X(20).
           05  ONCALLF-DEST            PIC  X(04).
           05  ONCALLF-DEST-TYPE       PIC  X(01).
               88  ONCALLF-DEST-QUEUE          VALUE 'Q'.
               88  ONCALLF-DEST-TERMINAL       VALUE 'T'.
      * THE BACKUP -- PAGED WHEN THE PRIMARY CANNOT BE REACHED
           05  ONCALLF-BACKUP          PIC  X(20).
           05  ONCALLF-BACKUP-DEST     PIC  X(04).
           05  ONCALLF-BACKUP-TYPE     PIC  X(01).
               88  ONCALLF-BACKUP-QUEUE        VALUE 'Q'.
               88  ONCALLF-BACKUP-TERMINAL     VALUE 'T'.
