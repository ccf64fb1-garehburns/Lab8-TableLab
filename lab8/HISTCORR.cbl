       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HISTCORR.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - HISTORY CORRECTION
      *
      *   ONCE A DAY PUBLISHES (OR SUSPCORR RELEASES IT) IT LIVES ON
      *   STAHIST.DAT FOR GOOD, AND UNTIL NOW A BAD ONE COULD ONLY BE
      *   FIXED BY HAND-PATCHING THE INDEXED FILE THROUGH A FILEUTIL
      *   UNLOAD/RELOAD -- WITH NO RECORD OF WHAT IT SAID BEFORE AND
      *   NOTHING DOWNSTREAM FOLLOWING THE CHANGE.
      *
      *   THIS PROGRAM READS A FILE OF CORRECTION TRANSACTIONS KEYED
      *   BY STATION AND DATE AND REPLACES THE DAY'S HIGH, LOW, PEAK
      *   WIND, AND TOTAL PRECIPITATION ON STAHIST.DAT.  A FIGURE
      *   LEFT BLANK ON THE TRANSACTION KEEPS WHAT IS ON FILE, SO A
      *   PRECIP-ONLY FIX DOESN'T MEAN RETYPING THE TEMPS.  EVERY
      *   CORRECTION APPLIED WRITES A PERMANENT AUDIT RECORD (SEE
      *   COPY HAUDREC) TO HISTAUDT.TXT WITH THE BEFORE AND AFTER
      *   IMAGES, A TIMESTAMP, THE OPERATOR, AND THE DESK'S REASON,
      *   THE SAME WAY STATMAINT AUDITS THE STATION MASTER.
      *
      *   THE CHANGE IS CARRIED THROUGH TO WHAT WAS DERIVED FROM THE
      *   BAD DAY:
      *        MTDWEATH.TXT  A CORRECTED DAY STILL ON THE MONTH-TO-
      *                      DATE FILE HAS ITS HOURLY READINGS
      *                      REPLACED WITH AN IMAGE THAT DERIVES TO
      *                      THE CORRECTED FIGURES (HIGH IN THE FIRST
      *                      HOUR, LOW IN THE REST, PEAK WIND IN THE
      *                      FIRST HOUR, PRECIP SPREAD ACROSS THE
      *                      HOURS, EVERY HOUR FLAGGED REPORTED) AND
      *                      MONTHLYW.TXT IS RE-SORTED, SO WEAROLLUP
      *                      ROLLS UP THE CORRECTED DAY.
      *        DEGDAY.TXT    THE STATION'S MONTH-TO-DATE AND SEASON-
      *                      TO-DATE HEATING/COOLING TOTALS MOVE BY
      *                      THE DIFFERENCE BETWEEN THE OLD AND NEW
      *                      DAY, BUT ONLY WHERE THE RECORD'S MONTH,
      *                      HEATING SEASON, OR COOLING YEAR STAMP
      *                      COVERS THE CORRECTED DATE.
      *        BALSNAP.TXT   A CORRECTION REWRITES IN PLACE, SO
      *                      NEITHER STAHIST.DAT NOR MTDWEATH.TXT
      *                      CHANGES LENGTH.  THE MONTH-TO-DATE PASS
      *                      COUNTS WHAT IT COPIED OUT AND BACK, AND
      *                      ANY DIFFERENCE IS FOLDED INTO DAYBAL'S
      *                      SNAPSHOT THE WAY HISTLOAD FOLDS IN ITS
      *                      ADDS, SO THE NEXT BALANCING RUN NEVER
      *                      REPORTS A CORRECTION AS A BREAK.
      *        RECBOOK.DAT   THE STATION'S ALL-TIME ENTRY AND ITS
      *                      ENTRY FOR THE CORRECTED CALENDAR DATE
      *                      ARE RE-DERIVED FROM THE STATION'S
      *                      HISTORY (SEE COPY RBOOKREC), SO A
      *                      RECORD SET BY A BAD READING COMES OFF
      *                      THE BOOK AND ONE SET BY THE CORRECTED
      *                      FIGURES GOES ON.
      *
      *   EACH APPLIED CORRECTION ALSO GOES ON A CORRECTIONS NOTICE
      *   (HISTCNTC.TXT) -- STATION, NAME, REGION, DATE, AND THE
      *   FIGURES AS PUBLISHED AND AS CORRECTED -- WHICH THE DESKS
      *   FORWARD TO ANYONE WHO ALREADY GOT THE WRONG NUMBERS.  THE
      *   CORRECTION LOG (HISTCLOG.TXT) LISTS EVERY TRANSACTION WITH
      *   ITS RESULT AND THE RUN'S CONTROL TOTALS.
      *
      *   RUN BETWEEN DAILY STREAMS, NOT DURING ONE: TABLELAB
      *   REWRITES DEGDAY.TXT AND MTDWEATH.TXT AT ITS OWN EOJ.
      *
      *   TRANSACTION RECORD LAYOUT (HISTCTRN.TXT, ONE PER LINE):
      *        POSITION 1-3    STATION CODE
      *        POSITION 4-11   WEATHER DATE (YYYYMMDD)
      *        POSITION 12-15  CORRECTED HIGH TEMP (SIGNED, +072)
      *        POSITION 16-19  CORRECTED LOW TEMP (SIGNED, -010)
      *        POSITION 20-22  CORRECTED PEAK WIND
      *        POSITION 23-28  CORRECTED TOTAL PRECIP (9999V99)
      *        POSITION 29-36  OPERATOR/BATCH IDENTIFIER
      *        POSITION 37-66  REASON FOR THE CORRECTION
      *   A BLANK FIGURE KEEPS THE VALUE ALREADY ON FILE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CORRECTION-FILE
                ASSIGN TO 'HISTCTRN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTCTRN-STATUS.

            SELECT STATION-HISTORY-FILE
                ASSIGN TO 'STAHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-STAHIST-STATUS.

            SELECT STATION-MASTER-FILE
                ASSIGN TO 'STATMAST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STAMAST-STATUS.

            SELECT RECORD-BOOK-FILE
                ASSIGN TO 'RECBOOK.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RB-KEY
                FILE STATUS IS WS-RECBOOK-STATUS.

            SELECT AUDIT-FILE
                ASSIGN TO 'HISTAUDT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT CORR-LOG-FILE
                ASSIGN TO 'HISTCLOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NOTICE-FILE
                ASSIGN TO 'HISTCNTC.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MTD-FILE
                ASSIGN TO 'MTDWEATH.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MTD-STATUS.

            SELECT MTD-TEMP-FILE
                ASSIGN TO 'MTDCORR.TMP'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MONTHLY-SORT-FILE
                ASSIGN TO 'MTDSORT.TMP'.

            SELECT MONTHLY-FILE
                ASSIGN TO 'MONTHLYW.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEGREE-DAY-FILE
                ASSIGN TO 'DEGDAY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEGDAY-STATUS.

            SELECT SNAPSHOT-FILE
                ASSIGN TO 'BALSNAP.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPSHOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *EACH FIGURE HAS AN ALPHANUMERIC VIEW SO A BLANK ("LEAVE IT
      *AS IT IS") CAN BE TOLD FROM A KEYED VALUE.

       FD CORRECTION-FILE
          RECORD CONTAINS 66 CHARACTERS.

       01 CORRECTION-ITEM.
          05 CTRN-STATION-CODE    PIC X(3).
          05 CTRN-WEATHER-DATE    PIC 9(8).
          05 CTRN-WEATHER-DATE-X REDEFINES CTRN-WEATHER-DATE
                                  PIC X(8).
          05 CTRN-NEW-HIGH-X      PIC X(4).
          05 CTRN-NEW-HIGH REDEFINES CTRN-NEW-HIGH-X
                                  PIC S9(3) SIGN LEADING SEPARATE.
          05 CTRN-NEW-LOW-X       PIC X(4).
          05 CTRN-NEW-LOW REDEFINES CTRN-NEW-LOW-X
                                  PIC S9(3) SIGN LEADING SEPARATE.
          05 CTRN-NEW-WIND-X      PIC X(3).
          05 CTRN-NEW-WIND REDEFINES CTRN-NEW-WIND-X
                                  PIC 9(3).
          05 CTRN-NEW-PRECIP-X    PIC X(6).
          05 CTRN-NEW-PRECIP REDEFINES CTRN-NEW-PRECIP-X
                                  PIC 9(4)V9(2).
          05 CTRN-OPERATOR-ID     PIC X(8).
          05 CTRN-REASON          PIC X(30).

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

      *PERMANENT AUDIT TRAIL -- ONE RECORD PER CORRECTION APPLIED,
      *BEFORE AND AFTER IMAGES INCLUDED.  THE FILE ONLY EVER
      *EXTENDS.

       FD AUDIT-FILE
          RECORD CONTAINS 121 CHARACTERS.

       COPY HAUDREC.

       FD RECORD-BOOK-FILE
          RECORD CONTAINS 101 CHARACTERS.

       COPY RBOOKREC.

       FD CORR-LOG-FILE.

       01 CORR-LOG-ITEM PIC X(80).

       FD NOTICE-FILE.

       01 NOTICE-ITEM PIC X(80).

      *THE MONTH-TO-DATE FILE IS CARRIED IN FEED FORMAT, SO ITS
      *RECORD IS A WEATHER-ITEM -- A CORRECTED DAY IS REBUILT
      *STRAIGHT INTO THE HOURLY ARRAYS.

       FD MTD-FILE
          RECORD CONTAINS 155 CHARACTERS.

       COPY WEAREC.

       FD MTD-TEMP-FILE
          RECORD CONTAINS 155 CHARACTERS.

       01 MTD-TEMP-RECORD PIC X(155).

       SD MONTHLY-SORT-FILE
          RECORD CONTAINS 155 CHARACTERS.

       01 MONTHLY-SORT-RECORD.
           05 MTDS-STATION-CODE  PIC X(3).
           05 MTDS-WEATHER-DATE  PIC X(8).
           05 FILLER             PIC X(144).

       FD MONTHLY-FILE
          RECORD CONTAINS 155 CHARACTERS.

       01 MONTHLY-RECORD PIC X(155).

      *SAME ONE-RECORD-PER-STATION LAYOUT TABLELAB CARRIES ITS
      *DEGREE-DAY ACCUMULATIONS ON BETWEEN RUNS.

       FD DEGREE-DAY-FILE.

       01 DEGREE-DAY-RECORD.
           05 DD-STATION-CODE  PIC X(3).
           05 DD-YEAR-MONTH    PIC X(6).
           05 DD-HDD-SEASON    PIC 9(4).
           05 DD-CDD-YEAR      PIC 9(4).
           05 DD-MTD-HDD       PIC 9(5).
           05 DD-MTD-CDD       PIC 9(5).
           05 DD-STD-HDD       PIC 9(5).
           05 DD-STD-CDD       PIC 9(5).

      *DAYBAL'S RUN-TO-RUN PHYSICAL COUNTS -- SAME ONE-RECORD
      *LAYOUT DAYBAL READS AND REWRITES.

       FD SNAPSHOT-FILE.

       01 SNAPSHOT-RECORD.
           05 SNAP-MTD-COUNT   PIC 9(6).
           05 SNAP-HIST-COUNT  PIC 9(6).

       WORKING-STORAGE SECTION.

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.
          88 MORE-RECORDS            VALUE 'Y'.
          88 NO-MORE-RECORDS         VALUE 'N'.

       01 WS-HISTCTRN-STATUS  PIC XX.
       01 WS-STAHIST-STATUS   PIC XX.
       01 WS-STAMAST-STATUS   PIC XX.
       01 WS-AUDIT-STATUS     PIC XX.
       01 WS-MTD-STATUS       PIC XX.
       01 WS-DEGDAY-STATUS    PIC XX.
       01 WS-SNAPSHOT-STATUS  PIC XX.
       01 WS-RECBOOK-STATUS   PIC XX.

       01 WS-STAMAST-SWITCH  PIC X  VALUE SPACE.
          88 WS-STAMAST-AVAILABLE    VALUE 'Y'.

       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-CURRENT-TIME   PIC 9(8).

      *ONE SWITCH CARRIES THE TRANSACTION THROUGH ITS CHECKS -- THE
      *FIRST FAILURE NAMES ITSELF IN LOG-RESULT AND WINS, SAME AS
      *HISTLOAD'S EDIT.  A TRANSACTION WHOSE FIGURES ARE ALREADY
      *WHAT IS ON FILE IS NEITHER APPLIED NOR AN ERROR.

       01 WS-CORR-STATUS-SWITCH  PIC X  VALUE SPACE.
          88 WS-CORR-OK                 VALUE 'Y'.
          88 WS-CORR-REJECTED           VALUE 'N'.
          88 WS-CORR-UNCHANGED          VALUE 'U'.

       01 WS-TRANS-READ        PIC 9(6)  VALUE ZERO.
       01 WS-TRANS-APPLIED     PIC 9(6)  VALUE ZERO.
       01 WS-TRANS-UNCHANGED   PIC 9(6)  VALUE ZERO.
       01 WS-TRANS-REJECTED    PIC 9(6)  VALUE ZERO.

      *THE HISTORY RECORD AS IT STOOD BEFORE THIS TRANSACTION
      *TOUCHED IT, AS AN IMAGE FOR THE AUDIT RECORD AND AS FIGURES
      *FOR THE NOTICE AND THE DEGREE-DAY DIFFERENCE.

       01 WS-BEFORE-IMAGE   PIC X(28).

       01 WS-OLD-HIGH-TEMP     PIC S9(3).
       01 WS-OLD-LOW-TEMP      PIC S9(3).
       01 WS-OLD-HIGH-WIND     PIC 9(3).
       01 WS-OLD-TOTAL-PRECIP  PIC 9(4)V9(2).

      *TWELVE HOURLY SLOTS OF AT MOST 99.99 EACH IS ALL THE PRECIP
      *A FEED-FORMAT MONTH-TO-DATE RECORD CAN CARRY.

       01 WS-MAX-FEED-PRECIP   PIC 9(4)V9(2)  VALUE 1199.88.
       01 WS-MAX-HOUR-PRECIP   PIC 9(2)V9(2)  VALUE 99.99.

       01 WS-CORR-DATE   PIC 9(8)  VALUE ZERO.

       01 WS-CORR-DATE-R REDEFINES WS-CORR-DATE.
           05 WS-CORR-YEAR   PIC 9(4).
           05 WS-CORR-MONTH  PIC 9(2).
           05 WS-CORR-DAY    PIC 9(2).

       01 WS-CORR-DATE-R2 REDEFINES WS-CORR-DATE.
           05 WS-CORR-YEAR-MONTH  PIC X(6).
           05                     PIC X(2).

      *RECORD BOOK RE-DERIVATION FOR THE CORRECTED STATION -- THE
      *ALL-TIME MARKS (AT) AND THE CORRECTED CALENDAR DATE'S MARKS
      *(CD), ACCUMULATED OVER ONE BROWSE OF THE STATION'S HISTORY.

       01 WS-RF-STATION     PIC X(3).
       01 WS-RF-MONTH-DAY   PIC 9(4).

       01 WS-RF-EOF-FLAG  PIC X  VALUE SPACE.
          88 WS-RF-AT-END        VALUE 'Y'.

       01 WS-RF-AT-DAYS         PIC 9(5).
       01 WS-RF-AT-HIGH-TEMP    PIC S9(3).
       01 WS-RF-AT-HIGH-DATE    PIC 9(8).
       01 WS-RF-AT-LOW-TEMP     PIC S9(3).
       01 WS-RF-AT-LOW-DATE     PIC 9(8).
       01 WS-RF-AT-PRECIP       PIC 9(4)V9(2).
       01 WS-RF-AT-PRECIP-DATE  PIC 9(8).
       01 WS-RF-AT-WIND         PIC 9(3).
       01 WS-RF-AT-WIND-DATE    PIC 9(8).

       01 WS-RF-CD-DAYS         PIC 9(5).
       01 WS-RF-CD-HIGH-TEMP    PIC S9(3).
       01 WS-RF-CD-HIGH-DATE    PIC 9(8).
       01 WS-RF-CD-LOW-TEMP     PIC S9(3).
       01 WS-RF-CD-LOW-DATE     PIC 9(8).
       01 WS-RF-CD-PRECIP       PIC 9(4)V9(2).
       01 WS-RF-CD-PRECIP-DATE  PIC 9(8).
       01 WS-RF-CD-WIND         PIC 9(3).
       01 WS-RF-CD-WIND-DATE    PIC 9(8).

       01 WS-RF-FIRST-DATE      PIC 9(8).
       01 WS-RF-LAST-DATE       PIC 9(8).
       01 WS-RF-LAST-HIGH       PIC S9(3).
       01 WS-RF-LAST-LOW        PIC S9(3).
       01 WS-RF-PREV-DATE       PIC 9(8).
       01 WS-RF-PREV-HIGH       PIC S9(3).
       01 WS-RF-PREV-LOW        PIC S9(3).

       01 WS-BOOK-REFRESHED     PIC 9(6)  VALUE ZERO.

      *DEGREE-DAY WORK FIELDS -- BASE 65 OFF THE DAY'S HIGH/LOW
      *MEAN, ROUNDED THE WAY TABLELAB'S 540-UPDATE-DEGREE-DAYS
      *ROUNDS IT, SO THE DIFFERENCE BACKED OUT IS EXACTLY WHAT THE
      *BAD DAY PUT IN.

       01 WS-DD-HIGH-TEMP   PIC S9(3).
       01 WS-DD-LOW-TEMP    PIC S9(3).
       01 WS-DAY-MEAN-TEMP  PIC S9(3).
       01 WS-DAY-HDD        PIC S9(3).
       01 WS-DAY-CDD        PIC S9(3).

       01 WS-OLD-HDD        PIC S9(3).
       01 WS-OLD-CDD        PIC S9(3).
       01 WS-NEW-HDD        PIC S9(3).
       01 WS-NEW-CDD        PIC S9(3).

       01 WS-CORR-HDD-SEASON  PIC 9(4).
       01 WS-DD-WORK          PIC S9(6).

       01 WS-DEGDAY-EOF-FLAG  PIC X  VALUE SPACE.
          88 DEGDAY-AT-END          VALUE 'Y'.

       01 WS-DEGDAY-ADJUSTED  PIC 9(6)  VALUE ZERO.

       01 WS-DEGDAY-TOUCH-SWITCH  PIC X  VALUE SPACE.
          88 WS-DEGDAY-TOUCHED          VALUE 'Y'.

      *DEGDAY.TXT IS LOADED WHOLE AND REWRITTEN WHOLE, THE WAY
      *TABLELAB HANDLES IT, BUT EACH STATION KEEPS ITS OWN MONTH AND
      *SEASON STAMPS -- A CORRECTION ISN'T A ROLL-OVER.

       01 SUB-G  PIC 9(3).

       01 WS-DEGDAY-COUNT  PIC 9(3)  VALUE ZERO.

       01 DEGREE-DAY-TABLE.
           05  DEGREE-DAY-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DEGDAY-COUNT
                   INDEXED BY DEGDAY-INDEX.
               10  DDT-STATION-CODE  PIC X(3).
               10  DDT-YEAR-MONTH    PIC X(6).
               10  DDT-HDD-SEASON    PIC 9(4).
               10  DDT-CDD-YEAR      PIC 9(4).
               10  DDT-MTD-HDD       PIC 9(5).
               10  DDT-MTD-CDD       PIC 9(5).
               10  DDT-STD-HDD       PIC 9(5).
               10  DDT-STD-CDD       PIC 9(5).

      *EVERY DAY CORRECTED THIS RUN, WITH ITS FINAL FIGURES, FOR THE
      *MONTH-TO-DATE PASS AT EOJ.  A SECOND CORRECTION OF THE SAME
      *DAY IN ONE RUN REPLACES THE FIRST ENTRY, SO THE LAST ONE
      *APPLIED IS WHAT REACHES THE MONTHLY FEED.

       01 WS-MTD-CORR-COUNT  PIC 9(3)  VALUE ZERO.

       01 WS-MTD-CORR-OVERFLOW-SWITCH  PIC X  VALUE SPACE.
          88 WS-MTD-CORR-OVERFLOWED          VALUE 'Y'.

       01 MTD-CORRECTION-TABLE.
           05  MTD-CORRECTION-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-MTD-CORR-COUNT
                   INDEXED BY MTD-CORR-INDEX.
               10  MC-STATION-CODE  PIC X(3).
               10  MC-WEATHER-DATE  PIC X(8).
               10  MC-HIGH-TEMP     PIC S9(3).
               10  MC-LOW-TEMP      PIC S9(3).
               10  MC-HIGH-WIND     PIC 9(3).
               10  MC-TOTAL-PRECIP  PIC 9(4)V9(2).

       01 SUB-X  PIC 99.

       01 WS-PRECIP-LEFT  PIC 9(4)V9(2).

       01 WS-MTD-EOF-FLAG  PIC X  VALUE SPACE.
          88 MTD-AT-END          VALUE 'Y'.

       01 WS-MTD-TEMP-EOF-FLAG  PIC X  VALUE SPACE.
          88 MTD-TEMP-AT-END          VALUE 'Y'.

       01 WS-MTD-RECORDS-IN    PIC 9(6)  VALUE ZERO.
       01 WS-MTD-RECORDS-OUT   PIC 9(6)  VALUE ZERO.
       01 WS-MTD-REPLACED      PIC 9(6)  VALUE ZERO.

       01 WS-SNAP-MTD-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-SNAP-HIST-COUNT  PIC 9(6)  VALUE ZERO.

       01 WS-SNAPSHOT-SWITCH  PIC X  VALUE SPACE.
          88 WS-SNAPSHOT-LOADED      VALUE 'Y'.

       01 LOG-HEADER-LINE.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(22) VALUE 'History Correction Log'.

       01 LOG-COLUMN-LINE.
          05        PIC X(5)  VALUE 'Stn'.
          05        PIC X(10) VALUE 'Date'.
          05        PIC X(10) VALUE 'Operator'.
          05        PIC X(6)  VALUE 'Result'.

       01 LOG-DETAIL-LINE.
          05 LOG-STATION-CODE     PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 LOG-WEATHER-DATE     PIC X(8).
          05        PIC X(2)  VALUE SPACES.
          05 LOG-OPERATOR-ID      PIC X(8).
          05        PIC X(2)  VALUE SPACES.
          05 LOG-RESULT           PIC X(40).

       01 LOG-TRAILER-LINE.
          05        PIC X(6)  VALUE 'Read: '.
          05 LOG-TRANS-READ         PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(11) VALUE 'Corrected: '.
          05 LOG-TRANS-APPLIED      PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(11) VALUE 'Unchanged: '.
          05 LOG-TRANS-UNCHANGED    PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(10) VALUE 'Rejected: '.
          05 LOG-TRANS-REJECTED     PIC ZZZZZ9.

       01 LOG-MTD-LINE.
          05        PIC X(34) VALUE
              'Month-to-date days replaced:'.
          05 LOG-MTD-REPLACED       PIC ZZZZZ9.

       01 LOG-DEGDAY-LINE.
          05        PIC X(34) VALUE
              'Degree-day totals adjusted:'.
          05 LOG-DEGDAY-ADJUSTED    PIC ZZZZZ9.

       01 LOG-RECBOOK-LINE.
          05        PIC X(34) VALUE
              'Record book entries refreshed:'.
          05 LOG-BOOK-REFRESHED     PIC ZZZZZ9.

       01 LOG-SNAPSHOT-LINE.
          05        PIC X(34) VALUE
              'Balancing snapshot:'.
          05 LOG-SNAPSHOT-RESULT    PIC X(30).

       01 LOG-OVERFLOW-LINE.
          05        PIC X(46) VALUE
              '*** MONTH-TO-DATE TABLE FULL AT 500 - LATER '.
          05        PIC X(30) VALUE
              'DAYS NOT FED TO MONTHLY ***'.

       01 NOTICE-HEADER-LINE.
          05        PIC X(20) VALUE SPACES.
          05        PIC X(34) VALUE
              'Weather History Corrections Notice'.

       01 NOTICE-ISSUED-LINE.
          05        PIC X(8)  VALUE 'Issued: '.
          05 NTC-ISSUED-DATE   PIC 9(8).

       01 NOTICE-TEXT-LINE-1.
          05        PIC X(64) VALUE
              'The corrected figures below replace those previously publ
      -       'ished.'.

       01 NOTICE-TEXT-LINE-2.
          05        PIC X(64) VALUE
              'Please forward them to anyone who received the original f
      -       'igures.'.

       01 NOTICE-COLUMN-LINE.
          05        PIC X(3)  VALUE 'Rg'.
          05        PIC X(4)  VALUE 'Stn'.
          05        PIC X(18) VALUE 'Station Name'.
          05        PIC X(16) VALUE 'Date'.
          05        PIC X(6)  VALUE 'High'.
          05        PIC X(6)  VALUE 'Low'.
          05        PIC X(6)  VALUE 'Wind'.
          05        PIC X(6)  VALUE 'Precip'.

       01 NOTICE-DETAIL-LINE.
          05 NTC-REGION-CODE   PIC X(2).
          05        PIC X(1)  VALUE SPACES.
          05 NTC-STATION-CODE  PIC X(3).
          05        PIC X(1)  VALUE SPACES.
          05 NTC-STATION-NAME  PIC X(17).
          05        PIC X(1)  VALUE SPACES.
          05 NTC-WEATHER-DATE  PIC X(8).
          05        PIC X(2)  VALUE SPACES.
          05 NTC-LABEL         PIC X(4).
          05 NTC-HIGH-TEMP     PIC ---9.
          05        PIC X(2)  VALUE SPACES.
          05 NTC-LOW-TEMP      PIC ---9.
          05        PIC X(3)  VALUE SPACES.
          05 NTC-HIGH-WIND     PIC ZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 NTC-TOTAL-PRECIP  PIC ZZZ9.99.

       01 NOTICE-REASON-LINE.
          05        PIC X(7)  VALUE SPACES.
          05        PIC X(8)  VALUE 'Reason: '.
          05 NTC-REASON        PIC X(30).

       01 NOTICE-TRAILER-LINE.
          05        PIC X(20) VALUE 'Corrections issued: '.
          05 NTC-CORRECTIONS   PIC ZZZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *NO TRANSACTIONS OR NO HISTORY FILE MEANS THERE IS NOTHING TO
      *CORRECT, SO STOP BEFORE ANY OUTPUT IS TOUCHED.  A MISSING
      *STATION MASTER ONLY COSTS THE NOTICE ITS NAMES AND REGIONS.

           OPEN INPUT CORRECTION-FILE
           IF WS-HISTCTRN-STATUS NOT = '00'
               DISPLAY 'HISTCORR: NO CORRECTION TRANSACTIONS '
                       '(HISTCTRN.TXT) - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN I-O STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'HISTCORR: NO HISTORY FILE (STAHIST.DAT) - '
                       'RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT STATION-MASTER-FILE
           IF WS-STAMAST-STATUS = '00'
               MOVE 'Y' TO WS-STAMAST-SWITCH
           END-IF

           OPEN I-O RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS = '35'
               DISPLAY 'HISTCORR: NO RECORD BOOK (RECBOOK.DAT) - '
                       'STARTED EMPTY, RUN RECBOOK REBUILD'
               OPEN OUTPUT RECORD-BOOK-FILE
               CLOSE RECORD-BOOK-FILE
               OPEN I-O RECORD-BOOK-FILE
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF

           OPEN OUTPUT CORR-LOG-FILE
                       NOTICE-FILE

           PERFORM 260-LOAD-DEGREE-DAYS

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 700-PRINT-THE-HEADERS

          .

       260-LOAD-DEGREE-DAYS.

      *LOADS DEGDAY.TXT AS IT STANDS -- STAMPS AND ALL.  NO FILE
      *YET MEANS NO DEGREE DAYS HAVE BEEN ACCUMULATED, SO THERE IS
      *NOTHING TO ADJUST.

           MOVE ZERO  TO WS-DEGDAY-COUNT
           MOVE SPACE TO WS-DEGDAY-EOF-FLAG

           OPEN INPUT DEGREE-DAY-FILE
           IF WS-DEGDAY-STATUS = '00'
               PERFORM UNTIL DEGDAY-AT-END
                   READ DEGREE-DAY-FILE
                       AT END
                           MOVE 'Y' TO WS-DEGDAY-EOF-FLAG
                       NOT AT END
                           PERFORM 262-STASH-ONE-DEGDAY
                   END-READ
               END-PERFORM
               CLOSE DEGREE-DAY-FILE
           END-IF

          .

       262-STASH-ONE-DEGDAY.

           IF WS-DEGDAY-COUNT < 200
               ADD 1 TO WS-DEGDAY-COUNT
               MOVE DEGREE-DAY-RECORD
                 TO DEGREE-DAY-ITEM(WS-DEGDAY-COUNT)
           END-IF

          .

       300-READ-ROUTINE.

           PERFORM UNTIL NO-MORE-RECORDS
           READ CORRECTION-FILE
               AT END
                   MOVE 'N' TO END-OF-FILE-FLAG
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
                   PERFORM 400-APPLY-CORRECTION
            END-READ
            END-PERFORM
          .

       400-APPLY-CORRECTION.

      *EACH CHECK PARAGRAPH FLIPS THE SWITCH AND NAMES THE PROBLEM
      *IN LOG-RESULT; ONLY A TRANSACTION THAT CLEARS THEM ALL
      *TOUCHES THE HISTORY FILE.

           MOVE CTRN-STATION-CODE   TO LOG-STATION-CODE
           MOVE CTRN-WEATHER-DATE-X TO LOG-WEATHER-DATE
           MOVE CTRN-OPERATOR-ID    TO LOG-OPERATOR-ID
           MOVE SPACES              TO LOG-RESULT

           MOVE 'Y' TO WS-CORR-STATUS-SWITCH

           PERFORM 405-CHECK-TRANSACTION
           IF WS-CORR-OK
               PERFORM 420-FETCH-HISTORY-DAY
           END-IF
           IF WS-CORR-OK
               PERFORM 430-MERGE-NEW-FIGURES
           END-IF

           EVALUATE TRUE
               WHEN WS-CORR-OK
                   PERFORM 440-REWRITE-HISTORY-DAY
               WHEN WS-CORR-UNCHANGED
                   ADD 1 TO WS-TRANS-UNCHANGED
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
           END-EVALUATE

           WRITE CORR-LOG-ITEM FROM LOG-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       405-CHECK-TRANSACTION.

      *THE KEY HAS TO BE USABLE, AT LEAST ONE FIGURE HAS TO BE
      *SUPPLIED, AND EVERY FIGURE SUPPLIED HAS TO BE NUMERIC.  THE
      *DATE NEEDS NO CALENDAR CHECK OF ITS OWN -- IT EITHER MATCHES
      *A PUBLISHED DAY ON STAHIST.DAT OR IT DOESN'T.

           EVALUATE TRUE
               WHEN CTRN-STATION-CODE = SPACES
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - STATION CODE BLANK' TO LOG-RESULT
               WHEN CTRN-WEATHER-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - DATE NOT NUMERIC' TO LOG-RESULT
               WHEN CTRN-NEW-HIGH-X   = SPACES
                AND CTRN-NEW-LOW-X    = SPACES
                AND CTRN-NEW-WIND-X   = SPACES
                AND CTRN-NEW-PRECIP-X = SPACES
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - NO FIGURES SUPPLIED' TO LOG-RESULT
               WHEN CTRN-NEW-HIGH-X NOT = SPACES
                AND CTRN-NEW-HIGH IS NOT NUMERIC
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - HIGH TEMP NOT NUMERIC'
                     TO LOG-RESULT
               WHEN CTRN-NEW-LOW-X NOT = SPACES
                AND CTRN-NEW-LOW IS NOT NUMERIC
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - LOW TEMP NOT NUMERIC' TO LOG-RESULT
               WHEN CTRN-NEW-WIND-X NOT = SPACES
                AND CTRN-NEW-WIND IS NOT NUMERIC
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - PEAK WIND NOT NUMERIC'
                     TO LOG-RESULT
               WHEN CTRN-NEW-PRECIP-X NOT = SPACES
                AND CTRN-NEW-PRECIP IS NOT NUMERIC
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - PRECIP NOT NUMERIC' TO LOG-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

          .

       420-FETCH-HISTORY-DAY.

      *ONLY A DAY THAT ACTUALLY PUBLISHED CAN BE CORRECTED -- A DAY
      *NEVER ON FILE BELONGS TO SUSPCORR OR HISTLOAD, NOT HERE.

           MOVE CTRN-STATION-CODE TO HIST-STATION-CODE
           MOVE CTRN-WEATHER-DATE TO HIST-WEATHER-DATE

           READ STATION-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - DAY NOT ON HISTORY FILE'
                     TO LOG-RESULT
               NOT INVALID KEY
                   MOVE STATION-HISTORY-RECORD TO WS-BEFORE-IMAGE
                   MOVE HIST-HIGH-TEMP    TO WS-OLD-HIGH-TEMP
                   MOVE HIST-LOW-TEMP     TO WS-OLD-LOW-TEMP
                   MOVE HIST-HIGH-WIND    TO WS-OLD-HIGH-WIND
                   MOVE HIST-TOTAL-PRECIP TO WS-OLD-TOTAL-PRECIP
           END-READ

          .

       430-MERGE-NEW-FIGURES.

      *LAYS THE SUPPLIED FIGURES OVER THE RECORD JUST READ.  THE
      *RESULT STILL HAS TO BE A SENSIBLE DAY: A LOW ABOVE THE HIGH
      *IS A KEYING ERROR, AND A TOTAL THE MONTH-TO-DATE FEED RECORD
      *CAN'T HOLD WOULD LEAVE THE MONTHLY ROLLUP DISAGREEING WITH
      *THE HISTORY.

           IF CTRN-NEW-HIGH-X NOT = SPACES
               MOVE CTRN-NEW-HIGH TO HIST-HIGH-TEMP
           END-IF
           IF CTRN-NEW-LOW-X NOT = SPACES
               MOVE CTRN-NEW-LOW TO HIST-LOW-TEMP
           END-IF
           IF CTRN-NEW-WIND-X NOT = SPACES
               MOVE CTRN-NEW-WIND TO HIST-HIGH-WIND
           END-IF
           IF CTRN-NEW-PRECIP-X NOT = SPACES
               MOVE CTRN-NEW-PRECIP TO HIST-TOTAL-PRECIP
           END-IF

           EVALUATE TRUE
               WHEN HIST-LOW-TEMP > HIST-HIGH-TEMP
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - LOW TEMP ABOVE HIGH TEMP'
                     TO LOG-RESULT
               WHEN HIST-TOTAL-PRECIP > WS-MAX-FEED-PRECIP
                   MOVE 'N' TO WS-CORR-STATUS-SWITCH
                   MOVE 'REJECTED - PRECIP OVER 1199.88'
                     TO LOG-RESULT
               WHEN STATION-HISTORY-RECORD = WS-BEFORE-IMAGE
                   MOVE 'U' TO WS-CORR-STATUS-SWITCH
                   MOVE 'NO CHANGE - FIGURES ALREADY ON FILE'
                     TO LOG-RESULT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

          .

       440-REWRITE-HISTORY-DAY.

           REWRITE STATION-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   MOVE 'REJECTED - REWRITE ERROR' TO LOG-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-TRANS-APPLIED
                   MOVE 'HISTORY DAY CORRECTED' TO LOG-RESULT
                   MOVE HIST-WEATHER-DATE TO WS-CORR-DATE
                   PERFORM 460-WRITE-AUDIT-RECORD
                   PERFORM 470-WRITE-NOTICE-ENTRY
                   PERFORM 480-ADJUST-DEGREE-DAYS
                   PERFORM 490-STASH-MTD-CORRECTION
                   PERFORM 495-REFRESH-RECORD-BOOK
           END-REWRITE

          .

       460-WRITE-AUDIT-RECORD.

      *ONE PERMANENT AUDIT RECORD PER CORRECTION APPLIED.  THE
      *BEFORE IMAGE WAS SAVED BY 420 AHEAD OF THE REWRITE; THE
      *HISTORY RECORD AS IT NOW STANDS IS THE AFTER IMAGE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           MOVE WS-CURRENT-DATE         TO HAUD-TS-DATE
           MOVE WS-CURRENT-TIME         TO HAUD-TS-TIME
           MOVE CTRN-OPERATOR-ID        TO HAUD-OPERATOR-ID
           MOVE HIST-STATION-CODE       TO HAUD-STATION-CODE
           MOVE HIST-WEATHER-DATE       TO HAUD-WEATHER-DATE
           MOVE WS-BEFORE-IMAGE         TO HAUD-BEFORE-IMAGE
           MOVE STATION-HISTORY-RECORD  TO HAUD-AFTER-IMAGE
           MOVE CTRN-REASON             TO HAUD-REASON

           WRITE HISTORY-AUDIT-RECORD

          .

       470-WRITE-NOTICE-ENTRY.

      *THE FIGURES AS PUBLISHED, THEN AS CORRECTED, WITH THE DESK'S
      *REASON UNDERNEATH.  NAME AND REGION COME FROM THE MASTER AS
      *IT STANDS TODAY; A RETIRED OR MISSING STATION STILL GETS ITS
      *NOTICE, JUST WITHOUT THEM.

           MOVE SPACES TO NTC-STATION-NAME
           MOVE SPACES TO NTC-REGION-CODE

           IF WS-STAMAST-AVAILABLE
               MOVE HIST-STATION-CODE TO SM-STATION-CODE
               READ STATION-MASTER-FILE
                   INVALID KEY
                       MOVE 'NOT ON MASTER' TO NTC-STATION-NAME
                   NOT INVALID KEY
                       MOVE SM-STATION-NAME TO NTC-STATION-NAME
                       MOVE SM-REGION-CODE  TO NTC-REGION-CODE
               END-READ
           END-IF

           MOVE HIST-STATION-CODE   TO NTC-STATION-CODE
           MOVE CTRN-WEATHER-DATE-X TO NTC-WEATHER-DATE
           MOVE 'Was '              TO NTC-LABEL
           MOVE WS-OLD-HIGH-TEMP    TO NTC-HIGH-TEMP
           MOVE WS-OLD-LOW-TEMP     TO NTC-LOW-TEMP
           MOVE WS-OLD-HIGH-WIND    TO NTC-HIGH-WIND
           MOVE WS-OLD-TOTAL-PRECIP TO NTC-TOTAL-PRECIP

           WRITE NOTICE-ITEM FROM NOTICE-DETAIL-LINE
               AFTER ADVANCING 2 LINES

           MOVE SPACES              TO NTC-REGION-CODE
           MOVE SPACES              TO NTC-STATION-CODE
           MOVE SPACES              TO NTC-STATION-NAME
           MOVE SPACES              TO NTC-WEATHER-DATE
           MOVE 'Now '              TO NTC-LABEL
           MOVE HIST-HIGH-TEMP      TO NTC-HIGH-TEMP
           MOVE HIST-LOW-TEMP       TO NTC-LOW-TEMP
           MOVE HIST-HIGH-WIND      TO NTC-HIGH-WIND
           MOVE HIST-TOTAL-PRECIP   TO NTC-TOTAL-PRECIP

           WRITE NOTICE-ITEM FROM NOTICE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF CTRN-REASON NOT = SPACES
               MOVE CTRN-REASON TO NTC-REASON
               WRITE NOTICE-ITEM FROM NOTICE-REASON-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       480-ADJUST-DEGREE-DAYS.

      *BACKS THE BAD DAY'S HEATING/COOLING DEGREE DAYS OUT OF THE
      *STATION'S TOTALS AND PUTS THE CORRECTED DAY'S IN -- BUT ONLY
      *INTO AN ACCUMULATION WHOSE STAMP COVERS THE CORRECTED DATE.
      *A DAY FROM LAST MONTH MOVES THE SEASON TOTAL BUT NOT THIS
      *MONTH'S; A DAY FROM A CLOSED SEASON MOVES NOTHING.

           MOVE WS-OLD-HIGH-TEMP TO WS-DD-HIGH-TEMP
           MOVE WS-OLD-LOW-TEMP  TO WS-DD-LOW-TEMP
           PERFORM 485-COMPUTE-DAY-DEGREE-DAYS
           MOVE WS-DAY-HDD TO WS-OLD-HDD
           MOVE WS-DAY-CDD TO WS-OLD-CDD

           MOVE HIST-HIGH-TEMP TO WS-DD-HIGH-TEMP
           MOVE HIST-LOW-TEMP  TO WS-DD-LOW-TEMP
           PERFORM 485-COMPUTE-DAY-DEGREE-DAYS
           MOVE WS-DAY-HDD TO WS-NEW-HDD
           MOVE WS-DAY-CDD TO WS-NEW-CDD

           IF WS-CORR-MONTH >= 07
               MOVE WS-CORR-YEAR TO WS-CORR-HDD-SEASON
           ELSE
               COMPUTE WS-CORR-HDD-SEASON = WS-CORR-YEAR - 1
           END-IF

           IF WS-DEGDAY-COUNT > ZERO
               SET DEGDAY-INDEX TO 1
               SEARCH DEGREE-DAY-ITEM
               AT END
                   CONTINUE

               WHEN DDT-STATION-CODE(DEGDAY-INDEX) = HIST-STATION-CODE
                   PERFORM 482-ADJUST-ONE-DEGDAY
               END-SEARCH
           END-IF

          .

       482-ADJUST-ONE-DEGDAY.

      *THE TOTALS CAN'T GO BELOW ZERO -- A TOTAL SMALLER THAN THE
      *BAD DAY'S SHARE MEANS IT WAS RESET SINCE, AND ZERO IS THE
      *HONEST FLOOR.

           MOVE SPACE TO WS-DEGDAY-TOUCH-SWITCH

           IF DDT-YEAR-MONTH(DEGDAY-INDEX) = WS-CORR-YEAR-MONTH
               COMPUTE WS-DD-WORK = DDT-MTD-HDD(DEGDAY-INDEX)
                   + WS-NEW-HDD - WS-OLD-HDD
               IF WS-DD-WORK < ZERO
                   MOVE ZERO TO WS-DD-WORK
               END-IF
               MOVE WS-DD-WORK TO DDT-MTD-HDD(DEGDAY-INDEX)

               COMPUTE WS-DD-WORK = DDT-MTD-CDD(DEGDAY-INDEX)
                   + WS-NEW-CDD - WS-OLD-CDD
               IF WS-DD-WORK < ZERO
                   MOVE ZERO TO WS-DD-WORK
               END-IF
               MOVE WS-DD-WORK TO DDT-MTD-CDD(DEGDAY-INDEX)

               MOVE 'Y' TO WS-DEGDAY-TOUCH-SWITCH
           END-IF

           IF DDT-HDD-SEASON(DEGDAY-INDEX) = WS-CORR-HDD-SEASON
               COMPUTE WS-DD-WORK = DDT-STD-HDD(DEGDAY-INDEX)
                   + WS-NEW-HDD - WS-OLD-HDD
               IF WS-DD-WORK < ZERO
                   MOVE ZERO TO WS-DD-WORK
               END-IF
               MOVE WS-DD-WORK TO DDT-STD-HDD(DEGDAY-INDEX)
               MOVE 'Y' TO WS-DEGDAY-TOUCH-SWITCH
           END-IF

           IF DDT-CDD-YEAR(DEGDAY-INDEX) = WS-CORR-YEAR
               COMPUTE WS-DD-WORK = DDT-STD-CDD(DEGDAY-INDEX)
                   + WS-NEW-CDD - WS-OLD-CDD
               IF WS-DD-WORK < ZERO
                   MOVE ZERO TO WS-DD-WORK
               END-IF
               MOVE WS-DD-WORK TO DDT-STD-CDD(DEGDAY-INDEX)
               MOVE 'Y' TO WS-DEGDAY-TOUCH-SWITCH
           END-IF

           IF WS-DEGDAY-TOUCHED
               ADD 1 TO WS-DEGDAY-ADJUSTED
           END-IF

          .

       485-COMPUTE-DAY-DEGREE-DAYS.

      *SAME ARITHMETIC AS TABLELAB'S 540-UPDATE-DEGREE-DAYS.

           COMPUTE WS-DAY-MEAN-TEMP ROUNDED =
               (WS-DD-HIGH-TEMP + WS-DD-LOW-TEMP) / 2

           COMPUTE WS-DAY-HDD = 65 - WS-DAY-MEAN-TEMP
           IF WS-DAY-HDD < ZERO
               MOVE ZERO TO WS-DAY-HDD
           END-IF

           COMPUTE WS-DAY-CDD = WS-DAY-MEAN-TEMP - 65
           IF WS-DAY-CDD < ZERO
               MOVE ZERO TO WS-DAY-CDD
           END-IF

          .

       490-STASH-MTD-CORRECTION.

      *REMEMBERS THE CORRECTED DAY FOR THE MONTH-TO-DATE PASS.  A
      *DAY ALREADY CORRECTED EARLIER IN THE RUN HAS ITS ENTRY
      *OVERWRITTEN.

           IF WS-MTD-CORR-COUNT > ZERO
               SET MTD-CORR-INDEX TO 1
               SEARCH MTD-CORRECTION-ITEM
               AT END
                   PERFORM 492-ADD-MTD-CORRECTION

               WHEN MC-STATION-CODE(MTD-CORR-INDEX) = HIST-STATION-CODE
                AND MC-WEATHER-DATE(MTD-CORR-INDEX)
                      = CTRN-WEATHER-DATE-X
                   PERFORM 494-FILL-MTD-CORRECTION
               END-SEARCH
           ELSE
               PERFORM 492-ADD-MTD-CORRECTION
           END-IF

          .

       492-ADD-MTD-CORRECTION.

           IF WS-MTD-CORR-COUNT < 500
               ADD 1 TO WS-MTD-CORR-COUNT
               SET MTD-CORR-INDEX TO WS-MTD-CORR-COUNT
               PERFORM 494-FILL-MTD-CORRECTION
           ELSE
               IF NOT WS-MTD-CORR-OVERFLOWED
                   DISPLAY 'HISTCORR: MONTH-TO-DATE TABLE FULL AT '
                           '500 - LATER CORRECTIONS NOT FED TO '
                           'MONTHLY'
                   MOVE 'Y' TO WS-MTD-CORR-OVERFLOW-SWITCH
               END-IF
           END-IF

          .

       494-FILL-MTD-CORRECTION.

           MOVE HIST-STATION-CODE   TO MC-STATION-CODE(MTD-CORR-INDEX)
           MOVE CTRN-WEATHER-DATE-X TO MC-WEATHER-DATE(MTD-CORR-INDEX)
           MOVE HIST-HIGH-TEMP      TO MC-HIGH-TEMP(MTD-CORR-INDEX)
           MOVE HIST-LOW-TEMP       TO MC-LOW-TEMP(MTD-CORR-INDEX)
           MOVE HIST-HIGH-WIND      TO MC-HIGH-WIND(MTD-CORR-INDEX)
           MOVE HIST-TOTAL-PRECIP   TO MC-TOTAL-PRECIP(MTD-CORR-INDEX)

          .

       495-REFRESH-RECORD-BOOK.

      *A CORRECTION CAN TAKE A RECORD AWAY AS EASILY AS SET ONE, SO
      *THE TWO BOOK ENTRIES THE DAY FEEDS -- THE STATION'S ALL-TIME
      *ENTRY AND ITS ENTRY FOR THE CORRECTED CALENDAR DATE -- ARE
      *RE-DERIVED FROM THE STATION'S WHOLE HISTORY RATHER THAN
      *PATCHED.  THE HISTORY IS BROWSED IN DATE ORDER, SO THE
      *STRICT COMPARES KEEP THE RECORD THAT HAS STOOD LONGEST, SAME
      *AS RECBOOK'S REBUILD.  THIS RUNS LAST FOR THE TRANSACTION --
      *THE BROWSE LEAVES THE HISTORY RECORD AREA ON ANOTHER DAY.

           MOVE HIST-STATION-CODE  TO WS-RF-STATION
           MOVE WS-CORR-DATE(5:4)  TO WS-RF-MONTH-DAY

           MOVE ZERO TO WS-RF-AT-DAYS
           MOVE ZERO TO WS-RF-CD-DAYS
           MOVE ZERO TO WS-RF-FIRST-DATE
           MOVE ZERO TO WS-RF-LAST-DATE
           MOVE ZERO TO WS-RF-LAST-HIGH
           MOVE ZERO TO WS-RF-LAST-LOW
           MOVE ZERO TO WS-RF-PREV-DATE
           MOVE ZERO TO WS-RF-PREV-HIGH
           MOVE ZERO TO WS-RF-PREV-LOW
           MOVE SPACE TO WS-RF-EOF-FLAG

           MOVE WS-RF-STATION TO HIST-STATION-CODE
           MOVE ZERO          TO HIST-WEATHER-DATE

           START STATION-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RF-EOF-FLAG
           END-START

           PERFORM 496-READ-ONE-STATION-DAY
               UNTIL WS-RF-AT-END

           IF WS-RF-AT-DAYS > ZERO
               PERFORM 498-STORE-BOOK-ENTRIES
           END-IF

          .

       496-READ-ONE-STATION-DAY.

           READ STATION-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RF-EOF-FLAG
               NOT AT END
                   IF HIST-STATION-CODE NOT = WS-RF-STATION
                       MOVE 'Y' TO WS-RF-EOF-FLAG
                   ELSE
                       PERFORM 497-ACCUMULATE-BOOK-DAY
                   END-IF
           END-READ

          .

       497-ACCUMULATE-BOOK-DAY.

           ADD 1 TO WS-RF-AT-DAYS
           IF WS-RF-AT-DAYS = 1
               MOVE HIST-WEATHER-DATE TO WS-RF-FIRST-DATE
               MOVE HIST-HIGH-TEMP    TO WS-RF-AT-HIGH-TEMP
               MOVE HIST-WEATHER-DATE TO WS-RF-AT-HIGH-DATE
               MOVE HIST-LOW-TEMP     TO WS-RF-AT-LOW-TEMP
               MOVE HIST-WEATHER-DATE TO WS-RF-AT-LOW-DATE
               MOVE HIST-TOTAL-PRECIP TO WS-RF-AT-PRECIP
               MOVE HIST-WEATHER-DATE TO WS-RF-AT-PRECIP-DATE
               MOVE HIST-HIGH-WIND    TO WS-RF-AT-WIND
               MOVE HIST-WEATHER-DATE TO WS-RF-AT-WIND-DATE
           ELSE
               IF HIST-HIGH-TEMP > WS-RF-AT-HIGH-TEMP
                   MOVE HIST-HIGH-TEMP    TO WS-RF-AT-HIGH-TEMP
                   MOVE HIST-WEATHER-DATE TO WS-RF-AT-HIGH-DATE
               END-IF
               IF HIST-LOW-TEMP < WS-RF-AT-LOW-TEMP
                   MOVE HIST-LOW-TEMP     TO WS-RF-AT-LOW-TEMP
                   MOVE HIST-WEATHER-DATE TO WS-RF-AT-LOW-DATE
               END-IF
               IF HIST-TOTAL-PRECIP > WS-RF-AT-PRECIP
                   MOVE HIST-TOTAL-PRECIP TO WS-RF-AT-PRECIP
                   MOVE HIST-WEATHER-DATE TO WS-RF-AT-PRECIP-DATE
               END-IF
               IF HIST-HIGH-WIND > WS-RF-AT-WIND
                   MOVE HIST-HIGH-WIND    TO WS-RF-AT-WIND
                   MOVE HIST-WEATHER-DATE TO WS-RF-AT-WIND-DATE
               END-IF
           END-IF

           MOVE WS-RF-LAST-DATE   TO WS-RF-PREV-DATE
           MOVE WS-RF-LAST-HIGH   TO WS-RF-PREV-HIGH
           MOVE WS-RF-LAST-LOW    TO WS-RF-PREV-LOW
           MOVE HIST-WEATHER-DATE TO WS-RF-LAST-DATE
           MOVE HIST-HIGH-TEMP    TO WS-RF-LAST-HIGH
           MOVE HIST-LOW-TEMP     TO WS-RF-LAST-LOW

           IF HIST-WEATHER-DATE(5:4) = WS-RF-MONTH-DAY
               ADD 1 TO WS-RF-CD-DAYS
               IF WS-RF-CD-DAYS = 1
                   MOVE HIST-HIGH-TEMP    TO WS-RF-CD-HIGH-TEMP
                   MOVE HIST-WEATHER-DATE TO WS-RF-CD-HIGH-DATE
                   MOVE HIST-LOW-TEMP     TO WS-RF-CD-LOW-TEMP
                   MOVE HIST-WEATHER-DATE TO WS-RF-CD-LOW-DATE
                   MOVE HIST-TOTAL-PRECIP TO WS-RF-CD-PRECIP
                   MOVE HIST-WEATHER-DATE TO WS-RF-CD-PRECIP-DATE
                   MOVE HIST-HIGH-WIND    TO WS-RF-CD-WIND
                   MOVE HIST-WEATHER-DATE TO WS-RF-CD-WIND-DATE
               ELSE
                   IF HIST-HIGH-TEMP > WS-RF-CD-HIGH-TEMP
                       MOVE HIST-HIGH-TEMP    TO WS-RF-CD-HIGH-TEMP
                       MOVE HIST-WEATHER-DATE TO WS-RF-CD-HIGH-DATE
                   END-IF
                   IF HIST-LOW-TEMP < WS-RF-CD-LOW-TEMP
                       MOVE HIST-LOW-TEMP     TO WS-RF-CD-LOW-TEMP
                       MOVE HIST-WEATHER-DATE TO WS-RF-CD-LOW-DATE
                   END-IF
                   IF HIST-TOTAL-PRECIP > WS-RF-CD-PRECIP
                       MOVE HIST-TOTAL-PRECIP TO WS-RF-CD-PRECIP
                       MOVE HIST-WEATHER-DATE TO WS-RF-CD-PRECIP-DATE
                   END-IF
                   IF HIST-HIGH-WIND > WS-RF-CD-WIND
                       MOVE HIST-HIGH-WIND    TO WS-RF-CD-WIND
                       MOVE HIST-WEATHER-DATE TO WS-RF-CD-WIND-DATE
                   END-IF
               END-IF
           END-IF

          .

       498-STORE-BOOK-ENTRIES.

           MOVE WS-RF-STATION        TO RB-STATION-CODE
           MOVE ZERO                 TO RB-MONTH-DAY
           MOVE WS-RF-AT-DAYS        TO RB-DAYS-SEEN
           MOVE WS-RF-AT-HIGH-TEMP   TO RB-HIGH-TEMP
           MOVE WS-RF-AT-HIGH-DATE   TO RB-HIGH-DATE
           MOVE WS-RF-AT-LOW-TEMP    TO RB-LOW-TEMP
           MOVE WS-RF-AT-LOW-DATE    TO RB-LOW-DATE
           MOVE WS-RF-AT-PRECIP      TO RB-PRECIP
           MOVE WS-RF-AT-PRECIP-DATE TO RB-PRECIP-DATE
           MOVE WS-RF-AT-WIND        TO RB-WIND
           MOVE WS-RF-AT-WIND-DATE   TO RB-WIND-DATE
           MOVE WS-RF-FIRST-DATE     TO RB-FIRST-DATE
           MOVE WS-RF-LAST-DATE      TO RB-LAST-DATE
           MOVE WS-RF-LAST-HIGH      TO RB-LAST-HIGH
           MOVE WS-RF-LAST-LOW       TO RB-LAST-LOW
           MOVE WS-RF-PREV-DATE      TO RB-PREV-DATE
           MOVE WS-RF-PREV-HIGH      TO RB-PREV-HIGH
           MOVE WS-RF-PREV-LOW       TO RB-PREV-LOW

           PERFORM 499-PUT-BOOK-ENTRY

           MOVE WS-RF-STATION        TO RB-STATION-CODE
           MOVE WS-RF-MONTH-DAY      TO RB-MONTH-DAY
           MOVE WS-RF-CD-DAYS        TO RB-DAYS-SEEN
           MOVE WS-RF-CD-HIGH-TEMP   TO RB-HIGH-TEMP
           MOVE WS-RF-CD-HIGH-DATE   TO RB-HIGH-DATE
           MOVE WS-RF-CD-LOW-TEMP    TO RB-LOW-TEMP
           MOVE WS-RF-CD-LOW-DATE    TO RB-LOW-DATE
           MOVE WS-RF-CD-PRECIP      TO RB-PRECIP
           MOVE WS-RF-CD-PRECIP-DATE TO RB-PRECIP-DATE
           MOVE WS-RF-CD-WIND        TO RB-WIND
           MOVE WS-RF-CD-WIND-DATE   TO RB-WIND-DATE
           MOVE ZERO TO RB-FIRST-DATE
           MOVE ZERO TO RB-LAST-DATE
           MOVE ZERO TO RB-LAST-HIGH
           MOVE ZERO TO RB-LAST-LOW
           MOVE ZERO TO RB-PREV-DATE
           MOVE ZERO TO RB-PREV-HIGH
           MOVE ZERO TO RB-PREV-LOW

           PERFORM 499-PUT-BOOK-ENTRY

          .

       499-PUT-BOOK-ENTRY.

      *A STATION WITH NO BOOK ENTRY YET (THE BOOK NOT YET REBUILT)
      *GETS ONE WRITTEN; OTHERWISE THE ENTRY IS REPLACED OUTRIGHT.

           WRITE RECORD-BOOK-RECORD
               INVALID KEY
                   REWRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'HISTCORR: RECORD BOOK REWRITE '
                                   'FAILED FOR ' RB-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-BOOK-REFRESHED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-BOOK-REFRESHED
           END-WRITE

          .

       600-EOJ-ROUTINE.

      *THE HISTORY, AUDIT, AND NOTICE ARE COMPLETE BEFORE ANY
      *DERIVED FILE IS TOUCHED.  THE DERIVED FILES FOLLOW IN THE
      *ORDER THEY DEPEND ON EACH OTHER: THE MONTH-TO-DATE FILE, THE
      *MONTHLY FEED SORTED FROM IT, THEN THE DEGREE DAYS, THEN THE
      *BALANCING SNAPSHOT THAT COUNTS THEM.

           MOVE WS-TRANS-APPLIED TO NTC-CORRECTIONS
           WRITE NOTICE-ITEM FROM NOTICE-TRAILER-LINE
               AFTER ADVANCING 3 LINES

           CLOSE CORRECTION-FILE
                 STATION-HISTORY-FILE
                 RECORD-BOOK-FILE
                 AUDIT-FILE
                 NOTICE-FILE

           IF WS-STAMAST-AVAILABLE
               CLOSE STATION-MASTER-FILE
           END-IF

           IF WS-MTD-CORR-COUNT > ZERO
               PERFORM 610-CORRECT-MTD-FILE
           END-IF

           IF WS-MTD-REPLACED > ZERO
               PERFORM 620-BUILD-MONTHLY-FEED
           END-IF

           IF WS-DEGDAY-ADJUSTED > ZERO
               PERFORM 630-REWRITE-DEGREE-DAY-FILE
           END-IF

           PERFORM 650-ADJUST-BALANCE-SNAPSHOT

           PERFORM 660-PRINT-LOG-TRAILER

           CLOSE CORR-LOG-FILE

          .

       610-CORRECT-MTD-FILE.

      *COPIES MTDWEATH.TXT OUT TO A WORK FILE AND BACK, REBUILDING
      *ANY RECORD FOR A DAY CORRECTED THIS RUN ON THE WAY BACK --
      *THE SAME TWO-STEP COPY TABLELAB'S 245-TRIM-MTD-TO-CHECKPOINT
      *USES.  NO MONTH-TO-DATE FILE MEANS NOTHING OF THIS MONTH HAS
      *PUBLISHED, SO THERE IS NOTHING TO CARRY THE CHANGE INTO.

           MOVE SPACE TO WS-MTD-EOF-FLAG
           MOVE SPACE TO WS-MTD-TEMP-EOF-FLAG

           OPEN INPUT MTD-FILE
           IF WS-MTD-STATUS = '00'
               OPEN OUTPUT MTD-TEMP-FILE
               PERFORM 612-COPY-ONE-TO-TEMP
                   UNTIL MTD-AT-END
               CLOSE MTD-FILE
                     MTD-TEMP-FILE

               OPEN INPUT MTD-TEMP-FILE
               OPEN OUTPUT MTD-FILE
               PERFORM 614-COPY-ONE-FROM-TEMP
                   UNTIL MTD-TEMP-AT-END
               CLOSE MTD-TEMP-FILE
                     MTD-FILE
           END-IF

          .

       612-COPY-ONE-TO-TEMP.

           READ MTD-FILE
               AT END
                   MOVE 'Y' TO WS-MTD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MTD-RECORDS-IN
                   WRITE MTD-TEMP-RECORD FROM WEATHER-ITEM
           END-READ

          .

       614-COPY-ONE-FROM-TEMP.

           READ MTD-TEMP-FILE INTO WEATHER-ITEM
               AT END
                   MOVE 'Y' TO WS-MTD-TEMP-EOF-FLAG
               NOT AT END
                   SET MTD-CORR-INDEX TO 1
                   SEARCH MTD-CORRECTION-ITEM
                   AT END
                       CONTINUE

                   WHEN MC-STATION-CODE(MTD-CORR-INDEX)
                          = WI-WEATHER-STATION
                    AND MC-WEATHER-DATE(MTD-CORR-INDEX)
                          = WI-WEATHER-DATE
                       PERFORM 616-REBUILD-MTD-DAY
                   END-SEARCH
                   WRITE WEATHER-ITEM
                   ADD 1 TO WS-MTD-RECORDS-OUT
           END-READ

          .

       616-REBUILD-MTD-DAY.

      *THE ORIGINAL HOURLY READINGS ARE WHAT WAS WRONG, SO THEY ARE
      *REPLACED WITH TWELVE REPORTED HOURS THAT DERIVE BACK TO THE
      *CORRECTED FIGURES UNDER THE USUAL HIGH/LOW/PEAK/SUM PASS --
      *AND, BEING ALL TWELVE, CAN'T FALL FOUL OF THE COMPLETENESS
      *MINIMUM WEAROLLUP APPLIES.

           MOVE MC-TOTAL-PRECIP(MTD-CORR-INDEX) TO WS-PRECIP-LEFT

           PERFORM 618-REBUILD-ONE-HOUR
                VARYING SUB-X FROM 1 BY 1
                  UNTIL SUB-X > 12

           ADD 1 TO WS-MTD-REPLACED

          .

       618-REBUILD-ONE-HOUR.

           IF SUB-X = 1
               MOVE MC-HIGH-TEMP(MTD-CORR-INDEX)
                 TO WI-WEATHER-ARRAY(SUB-X)
               MOVE MC-HIGH-WIND(MTD-CORR-INDEX)
                 TO WI-WIND-ARRAY(SUB-X)
           ELSE
               MOVE MC-LOW-TEMP(MTD-CORR-INDEX)
                 TO WI-WEATHER-ARRAY(SUB-X)
               MOVE ZERO TO WI-WIND-ARRAY(SUB-X)
           END-IF

           IF WS-PRECIP-LEFT > WS-MAX-HOUR-PRECIP
               MOVE WS-MAX-HOUR-PRECIP TO WI-PRECIP-ARRAY(SUB-X)
               SUBTRACT WS-MAX-HOUR-PRECIP FROM WS-PRECIP-LEFT
           ELSE
               MOVE WS-PRECIP-LEFT TO WI-PRECIP-ARRAY(SUB-X)
               MOVE ZERO TO WS-PRECIP-LEFT
           END-IF

           MOVE 'R' TO WI-HOUR-FLAG(SUB-X)

          .

       620-BUILD-MONTHLY-FEED.

      *SAME REBUILD TABLELAB AND SUSPCORR DO AT EOJ, SO MONTHLYW.TXT
      *CARRIES THE CORRECTED DAY EVEN IF THE MONTH'S LAST DAILY RUN
      *HAS ALREADY SORTED IT.

           SORT MONTHLY-SORT-FILE
               ON ASCENDING KEY MTDS-STATION-CODE
                                MTDS-WEATHER-DATE
               USING MTD-FILE
               GIVING MONTHLY-FILE

          .

       630-REWRITE-DEGREE-DAY-FILE.

      *REWRITTEN WHOLE, EACH STATION UNDER THE STAMPS IT WAS LOADED
      *WITH.

           OPEN OUTPUT DEGREE-DAY-FILE

           PERFORM 632-WRITE-ONE-DEGDAY
                VARYING SUB-G FROM 1 BY 1
                  UNTIL SUB-G > WS-DEGDAY-COUNT

           CLOSE DEGREE-DAY-FILE

          .

       632-WRITE-ONE-DEGDAY.

           MOVE DEGREE-DAY-ITEM(SUB-G) TO DEGREE-DAY-RECORD
           WRITE DEGREE-DAY-RECORD

          .

       650-ADJUST-BALANCE-SNAPSHOT.

      *A CORRECTION REWRITES STAHIST.DAT IN PLACE AND REPLACES
      *MONTH-TO-DATE RECORDS ONE FOR ONE, SO NEITHER PHYSICAL COUNT
      *DAYBAL CARRIES SHOULD MOVE.  THE MONTH-TO-DATE PASS COUNTED
      *WHAT IT COPIED OUT AND BACK; IF THOSE EVER DIFFER THE
      *DIFFERENCE IS FOLDED INTO THE SNAPSHOT THE WAY HISTLOAD'S
      *650-ADJUST-BALANCE-SNAPSHOT FOLDS IN ITS ADDS, SO THE NEXT
      *BALANCING RUN DOESN'T REPORT THE CORRECTION AS A BREAK.  NO
      *SNAPSHOT YET MEANS DAYBAL HASN'T RUN ITS FIRST DAY.

           MOVE SPACE TO WS-SNAPSHOT-SWITCH

           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS = '00'
               READ SNAPSHOT-FILE
                   NOT AT END
                       MOVE SNAP-MTD-COUNT  TO WS-SNAP-MTD-COUNT
                       MOVE SNAP-HIST-COUNT TO WS-SNAP-HIST-COUNT
                       MOVE 'Y' TO WS-SNAPSHOT-SWITCH
               END-READ
               CLOSE SNAPSHOT-FILE
           END-IF

           EVALUATE TRUE
               WHEN NOT WS-SNAPSHOT-LOADED
                   MOVE 'NONE ON FILE - NOT ADJUSTED'
                     TO LOG-SNAPSHOT-RESULT
               WHEN WS-MTD-RECORDS-OUT = WS-MTD-RECORDS-IN
                   MOVE 'COUNTS UNCHANGED'
                     TO LOG-SNAPSHOT-RESULT
               WHEN OTHER
                   COMPUTE WS-SNAP-MTD-COUNT = WS-SNAP-MTD-COUNT
                       + WS-MTD-RECORDS-OUT - WS-MTD-RECORDS-IN

                   OPEN OUTPUT SNAPSHOT-FILE
                   MOVE WS-SNAP-MTD-COUNT  TO SNAP-MTD-COUNT
                   MOVE WS-SNAP-HIST-COUNT TO SNAP-HIST-COUNT
                   WRITE SNAPSHOT-RECORD
                   CLOSE SNAPSHOT-FILE

                   MOVE 'MONTH-TO-DATE COUNT ADJUSTED'
                     TO LOG-SNAPSHOT-RESULT
           END-EVALUATE

          .

       660-PRINT-LOG-TRAILER.

           MOVE WS-TRANS-READ        TO LOG-TRANS-READ
           MOVE WS-TRANS-APPLIED     TO LOG-TRANS-APPLIED
           MOVE WS-TRANS-UNCHANGED   TO LOG-TRANS-UNCHANGED
           MOVE WS-TRANS-REJECTED    TO LOG-TRANS-REJECTED

           WRITE CORR-LOG-ITEM FROM LOG-TRAILER-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-MTD-REPLACED      TO LOG-MTD-REPLACED
           WRITE CORR-LOG-ITEM FROM LOG-MTD-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-DEGDAY-ADJUSTED   TO LOG-DEGDAY-ADJUSTED
           WRITE CORR-LOG-ITEM FROM LOG-DEGDAY-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-BOOK-REFRESHED    TO LOG-BOOK-REFRESHED
           WRITE CORR-LOG-ITEM FROM LOG-RECBOOK-LINE
               AFTER ADVANCING 1 LINE

           WRITE CORR-LOG-ITEM FROM LOG-SNAPSHOT-LINE
               AFTER ADVANCING 1 LINE

           IF WS-MTD-CORR-OVERFLOWED
               WRITE CORR-LOG-ITEM FROM LOG-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       700-PRINT-THE-HEADERS.

           WRITE CORR-LOG-ITEM FROM LOG-HEADER-LINE
               AFTER ADVANCING 2 LINES
           WRITE CORR-LOG-ITEM FROM LOG-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-CURRENT-DATE TO NTC-ISSUED-DATE

           WRITE NOTICE-ITEM FROM NOTICE-HEADER-LINE
               AFTER ADVANCING 2 LINES
           WRITE NOTICE-ITEM FROM NOTICE-ISSUED-LINE
               AFTER ADVANCING 2 LINES
           WRITE NOTICE-ITEM FROM NOTICE-TEXT-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE NOTICE-ITEM FROM NOTICE-TEXT-LINE-2
               AFTER ADVANCING 1 LINE
           WRITE NOTICE-ITEM FROM NOTICE-COLUMN-LINE
               AFTER ADVANCING 2 LINES

          .
