       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FEEDSCOR.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - FEED-QUALITY SCORECARD
      *
      *   THE PARTNER FEEDS ARE ONLY AS GOOD AS WHAT SURVIVES
      *   TABLELAB, AND UNTIL NOW NOBODY COULD SAY WHICH STATIONS
      *   KEEP LANDING IN SUSPENSE, FOR WHAT, OR FOR HOW LONG.
      *   TABLELAB AND SUSPCORR NOW KEEP A PERMANENT DISPOSITION LOG
      *   (DISPLOG.DAT, SEE COPY DISPREC) OF EVERY DAY PUBLISHED
      *   FIRST TIME THROUGH AND EVERY DAY SENT TO SUSPENSE, WITH
      *   WHAT BECAME OF IT.  THIS PROGRAM SCORES ONE MONTH OF THAT
      *   LOG FOR EVERY ACTIVE STATION ON THE MASTER, THEN FOR EACH
      *   REGION AND FOR THE WHOLE NETWORK (FEEDRPT.TXT):
      *        DAYS EXPECTED -- EVERY DAY OF THE MONTH, OR THROUGH
      *          YESTERDAY FOR THE MONTH IN PROGRESS
      *        DAYS PUBLISHED FIRST TIME THROUGH
      *        DAYS SUSPENSED, BY THE REASON THEY WERE FIRST
      *          SUSPENSED UNDER (NF, IC, WD, QS)
      *        DAYS NEVER PUBLISHED -- EXPECTED DAYS WITH NOTHING ON
      *          THE STATION HISTORY FILE STAHIST.DAT, WHETHER THEY
      *          ARE STILL IN SUSPENSE, WERE WRITTEN OFF, OR NEVER
      *          ARRIVED AT ALL
      *        THE AVERAGE HOURLY SLOTS MISSING PER DAY RECEIVED
      *        THE AVERAGE DAYS A SUSPENSED DAY TOOK TO CLEAR
      *          (RELEASED OR ACCEPTED AS-IS)
      *
      *   A DAY SUSPENSED MORE THAN ONCE (A RERUN, OR A CORRECTION
      *   THAT FAILED AGAIN) COUNTS ONCE PER REASON.  ITS MISSING
      *   SLOTS ARE TAKEN FROM THE FIRST TIME IT ARRIVED.
      *
      *   PARAMETER CARD LAYOUT (FSPARM.TXT, ONE RECORD):
      *        POSITION 1-6    MONTH TO SCORE (YYYYMM)
      *   NO CARD, OR A MONTH THAT ISN'T NUMERIC, SCORES LAST MONTH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT SCORE-PARM-FILE
                ASSIGN TO 'FSPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FSPARM-STATUS.

            SELECT STATION-MASTER-FILE
                ASSIGN TO 'STATMAST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STAMAST-STATUS.

            SELECT DISPOSITION-FILE
                ASSIGN TO 'DISPLOG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISP-KEY
                FILE STATUS IS WS-DISPLOG-STATUS.

            SELECT STATION-HISTORY-FILE
                ASSIGN TO 'STAHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-STAHIST-STATUS.

            SELECT SCORE-REPORT-FILE
                ASSIGN TO 'FEEDRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SCORE-PARM-FILE
          RECORD CONTAINS 6 CHARACTERS.

       01 SCORE-PARM-RECORD.
          05 FSPARM-YEAR-MONTH      PIC X(6).

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

       FD DISPOSITION-FILE
          RECORD CONTAINS 46 CHARACTERS.

       COPY DISPREC.

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD SCORE-REPORT-FILE.

       01 SCORE-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FSPARM-STATUS   PIC XX.
       01 WS-STAMAST-STATUS  PIC XX.
       01 WS-DISPLOG-STATUS  PIC XX.
       01 WS-STAHIST-STATUS  PIC XX.

       01 WS-STATION-MASTER-EOF-FLAG  PIC X  VALUE SPACE.
          88 STATION-MASTER-AT-END        VALUE 'Y'.

       01 WS-DISPLOG-DONE-FLAG  PIC X  VALUE SPACE.
          88 DISPLOG-DONE            VALUE 'Y'.

       01 WS-HISTORY-DONE-FLAG  PIC X  VALUE SPACE.
          88 HISTORY-DONE            VALUE 'Y'.

       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
          05 WS-CURRENT-YEAR-MONTH  PIC 9(6).
          05 WS-CURRENT-DAY         PIC 99.

      *THE MONTH BEING SCORED AND THE SPAN OF IT THAT COUNTS.  A
      *MONTH STILL IN PROGRESS IS SCORED THROUGH YESTERDAY; A MONTH
      *NOT YET STARTED HAS NOTHING EXPECTED.

       01 WS-SCORE-MONTH    PIC 9(6)  VALUE ZERO.
       01 WS-SCORE-MONTH-PARTS REDEFINES WS-SCORE-MONTH.
          05 WS-SCORE-YEAR   PIC 9(4).
          05 WS-SCORE-MM     PIC 99.

       01 WS-START-DATE     PIC 9(8).
       01 WS-END-DATE       PIC 9(8).
       01 WS-EXPECTED-DAYS  PIC 99  VALUE ZERO.

      *DATE ARITHMETIC, SAME HELPERS AS DRYWATCH.

       01 WS-WALK-DATE      PIC 9(8).
       01 WS-WALK-DATE-PARTS REDEFINES WS-WALK-DATE.
          05 WS-WALK-YEAR   PIC 9(4).
          05 WS-WALK-MONTH  PIC 99.
          05 WS-WALK-DAY    PIC 99.

       01 WS-DAYS-IN-MONTH    PIC 99.
       01 WS-LEAP-QUOTIENT    PIC 9(4).
       01 WS-LEAP-REMAINDER   PIC 9(4).
       01 WS-LEAP-YEAR-SWITCH PIC X  VALUE SPACE.
          88 WS-LEAP-YEAR          VALUE 'Y'.

      *ONE STATION'S SCORE FOR THE MONTH.  THE REGION AND NETWORK
      *TOTALS ARE KEPT IN THE SAME SHAPE AND MOVED IN HERE TO PRINT.

       01 STATION-SCORE.
          05 SC-EXPECTED        PIC 9(5).
          05 SC-FIRST-TIME      PIC 9(5).
          05 SC-NF-DAYS         PIC 9(5).
          05 SC-IC-DAYS         PIC 9(5).
          05 SC-WD-DAYS         PIC 9(5).
          05 SC-QS-DAYS         PIC 9(5).
          05 SC-PUBLISHED       PIC 9(5).
          05 SC-NEVER           PIC 9(5).
          05 SC-DAYS-RECEIVED   PIC 9(5).
          05 SC-MISSING-SLOTS   PIC 9(7).
          05 SC-CLEARED         PIC 9(5).
          05 SC-CLEAR-DAYS      PIC 9(7).

       01 SCORE-SAVE-AREA.
          05 SV-EXPECTED        PIC 9(5).
          05 SV-FIRST-TIME      PIC 9(5).
          05 SV-NF-DAYS         PIC 9(5).
          05 SV-IC-DAYS         PIC 9(5).
          05 SV-WD-DAYS         PIC 9(5).
          05 SV-QS-DAYS         PIC 9(5).
          05 SV-PUBLISHED       PIC 9(5).
          05 SV-NEVER           PIC 9(5).
          05 SV-DAYS-RECEIVED   PIC 9(5).
          05 SV-MISSING-SLOTS   PIC 9(7).
          05 SV-CLEARED         PIC 9(5).
          05 SV-CLEAR-DAYS      PIC 9(7).

       01 GRAND-SCORE           PIC X(64)  VALUE ZERO.

      *ONE ENTRY PER REGION CODE, IN THE ORDER FIRST MET ON THE
      *MASTER.

       01 WS-REGION-COUNT     PIC 99  VALUE ZERO.
       01 WS-REGION-OVERFLOW  PIC 9(4)  VALUE ZERO.

       01 REGION-TABLE.
           05  REGION-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-REGION-COUNT
                   INDEXED BY REGION-INDEX.
               10  RG-REGION-CODE    PIC X(2).
               10  RG-SCORE          PIC X(64).

       01 SUB-R  PIC 99.

      *WHAT HAS ALREADY BEEN COUNTED FOR THE DAY THE DISPOSITION
      *LOG BROWSE IS ON.

       01 WS-DAY-DATE       PIC 9(8)  VALUE ZERO.
       01 WS-DAY-RECEIVED-SWITCH  PIC X  VALUE SPACE.
          88 WS-DAY-RECEIVED          VALUE 'Y'.
       01 WS-DAY-NF-SWITCH  PIC X  VALUE SPACE.
          88 WS-DAY-NF-COUNTED  VALUE 'Y'.
       01 WS-DAY-IC-SWITCH  PIC X  VALUE SPACE.
          88 WS-DAY-IC-COUNTED  VALUE 'Y'.
       01 WS-DAY-WD-SWITCH  PIC X  VALUE SPACE.
          88 WS-DAY-WD-COUNTED  VALUE 'Y'.
       01 WS-DAY-QS-SWITCH  PIC X  VALUE SPACE.
          88 WS-DAY-QS-COUNTED  VALUE 'Y'.

       01 WS-STATIONS-SCORED  PIC 9(4)  VALUE ZERO.

       01 WS-AVG-MISSING      PIC 99V99.
       01 WS-AVG-MISSING-EDITED  PIC Z9.99.
       01 WS-AVG-CLEAR        PIC 9(4)V9.
       01 WS-AVG-CLEAR-EDITED    PIC ZZZ9.9.

       01 HEADER-LINE-1.
          05        PIC X(22) VALUE SPACES.
          05        PIC X(27) VALUE 'Feed-Quality Scorecard for '.
          05 HDR-SCORE-YEAR    PIC 9(4).
          05        PIC X(1)  VALUE '/'.
          05 HDR-SCORE-MONTH   PIC 99.

       01 HEADER-LINE-2.
          05        PIC X(22) VALUE 'Days expected through '.
          05 HDR-END-DATE      PIC 9(8).
          05        PIC X(2)  VALUE ': '.
          05 HDR-EXPECTED-DAYS PIC Z9.

       01 COLUMN-LINE-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(5)  VALUE 'Days '.
          05        PIC X(5)  VALUE ' Pub '.
          05        PIC X(20) VALUE '---- Suspensed ---- '.
          05        PIC X(5)  VALUE ' Not '.
          05        PIC X(6)  VALUE '  Avg '.
          05        PIC X(6)  VALUE '   Avg'.

       01 COLUMN-LINE-2.
          05        PIC X(25) VALUE 'Sta Station           Rg '.
          05        PIC X(5)  VALUE ' Exp '.
          05        PIC X(5)  VALUE ' 1st '.
          05        PIC X(20) VALUE '  NF   IC   WD   QS '.
          05        PIC X(5)  VALUE ' Pub '.
          05        PIC X(6)  VALUE ' Miss '.
          05        PIC X(6)  VALUE ' Clear'.

       01 SCORE-DETAIL-LINE.
          05 SDL-STATION-CODE   PIC X(3).
          05        PIC X(1)  VALUE SPACES.
          05 SDL-STATION-NAME   PIC X(17).
          05        PIC X(1)  VALUE SPACES.
          05 SDL-REGION-CODE    PIC X(2).
          05        PIC X(1)  VALUE SPACES.
          05 SDL-EXPECTED       PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-FIRST-TIME     PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-NF-DAYS        PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-IC-DAYS        PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-WD-DAYS        PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-QS-DAYS        PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-NEVER          PIC ZZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 SDL-AVG-MISSING    PIC X(5).
          05        PIC X(1)  VALUE SPACES.
          05 SDL-AVG-CLEAR      PIC X(6).

       01 REGION-HEADER-LINE.
          05        PIC X(17) VALUE 'Totals by Region'.

       01 TRAILER-LINE.
          05        PIC X(16) VALUE 'Stations scored:'.
          05 TRL-STATIONS-SCORED  PIC ZZZ9.

       01 LEGEND-LINE-1.
          05        PIC X(40) VALUE
              '1st = published first time; Suspensed = '.
          05        PIC X(40) VALUE
              'days by first reason; Not Pub = never   '.

       01 LEGEND-LINE-2.
          05        PIC X(40) VALUE
              'published; Miss = avg hours missing per '.
          05        PIC X(40) VALUE
              'day received; Clear = avg days to clear '.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-SCORE-THE-STATIONS
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *THE SCORECARD IS OVER ACTIVE STATIONS AND IS BUILT FROM THE
      *DISPOSITION LOG AND THE HISTORY, SO ALL THREE ARE REQUIRED.

           PERFORM 210-LOAD-SCORE-PARMS
           PERFORM 220-SET-SCORE-SPAN

           OPEN INPUT STATION-MASTER-FILE
           IF WS-STAMAST-STATUS NOT = '00'
               DISPLAY 'FEEDSCOR: STATION MASTER FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT DISPOSITION-FILE
           IF WS-DISPLOG-STATUS NOT = '00'
               DISPLAY 'FEEDSCOR: DISPOSITION LOG (DISPLOG.DAT) NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'FEEDSCOR: STATION HISTORY FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN OUTPUT SCORE-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-SCORE-PARMS.

      *NO CARD MEANS LAST MONTH, THE MONTH THE DESK REVIEWS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT SCORE-PARM-FILE
           IF WS-FSPARM-STATUS = '00'
               READ SCORE-PARM-FILE
                   NOT AT END
                       IF FSPARM-YEAR-MONTH IS NUMERIC
                           MOVE FSPARM-YEAR-MONTH TO WS-SCORE-MONTH
                       END-IF
               END-READ
               CLOSE SCORE-PARM-FILE
           END-IF

           IF WS-SCORE-MM < 1 OR WS-SCORE-MM > 12
               MOVE WS-CURRENT-YEAR-MONTH TO WS-SCORE-MONTH
               IF WS-SCORE-MM > 1
                   SUBTRACT 1 FROM WS-SCORE-MM
               ELSE
                   MOVE 12 TO WS-SCORE-MM
                   SUBTRACT 1 FROM WS-SCORE-YEAR
               END-IF
           END-IF

          .

       220-SET-SCORE-SPAN.

      *A PAST MONTH IS EXPECTED IN FULL.  THE MONTH IN PROGRESS IS
      *EXPECTED THROUGH YESTERDAY -- TODAY'S STREAM HASN'T RUN.

           MOVE WS-SCORE-MONTH TO WS-WALK-DATE(1:6)
           MOVE 01             TO WS-WALK-DAY
           MOVE WS-WALK-DATE   TO WS-START-DATE

           PERFORM 810-SET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-WALK-DAY
           MOVE WS-WALK-DATE     TO WS-END-DATE

           IF WS-SCORE-MONTH NOT < WS-CURRENT-YEAR-MONTH
               MOVE WS-CURRENT-DATE TO WS-WALK-DATE
               PERFORM 800-BACK-UP-ONE-DAY
               MOVE WS-WALK-DATE TO WS-END-DATE
           END-IF

           MOVE ZERO TO WS-EXPECTED-DAYS
           IF WS-END-DATE NOT < WS-START-DATE
               MOVE WS-END-DATE(7:2) TO WS-EXPECTED-DAYS
           END-IF

          .

       300-SCORE-THE-STATIONS.

           PERFORM UNTIL STATION-MASTER-AT-END
               READ STATION-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STATION-MASTER-EOF-FLAG
                   NOT AT END
                       IF SM-ACTIVE
                           PERFORM 400-SCORE-ONE-STATION
                       END-IF
               END-READ
           END-PERFORM

          .

       400-SCORE-ONE-STATION.

           ADD 1 TO WS-STATIONS-SCORED

           MOVE ZERO             TO STATION-SCORE
           MOVE WS-EXPECTED-DAYS TO SC-EXPECTED

           IF WS-EXPECTED-DAYS > ZERO
               PERFORM 420-READ-DISPOSITIONS
               PERFORM 430-COUNT-PUBLISHED-DAYS
           END-IF

           IF SC-PUBLISHED < SC-EXPECTED
               COMPUTE SC-NEVER = SC-EXPECTED - SC-PUBLISHED
           END-IF

           MOVE SM-STATION-CODE TO SDL-STATION-CODE
           MOVE SM-STATION-NAME TO SDL-STATION-NAME
           MOVE SM-REGION-CODE  TO SDL-REGION-CODE
           PERFORM 550-PRINT-SCORE-LINE

           PERFORM 450-ROLL-UP-REGION

          .

       420-READ-DISPOSITIONS.

      *POSITIONS ON THE STATION'S FIRST LOG ENTRY IN THE MONTH AND
      *READS FORWARD TO THE END OF THE SPAN.  A DAY'S FIRST-TIME
      *PUBLICATION (STAMP ZERO) SORTS AHEAD OF ITS SUSPENSE EVENTS.

           MOVE SPACE            TO WS-DISPLOG-DONE-FLAG
           MOVE ZERO             TO WS-DAY-DATE
           MOVE SM-STATION-CODE  TO DISP-STATION-CODE
           MOVE WS-START-DATE    TO DISP-WEATHER-DATE
           MOVE ZERO             TO DISP-STAMP-DATE
           MOVE ZERO             TO DISP-STAMP-TIME

           START DISPOSITION-FILE KEY IS NOT LESS THAN DISP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DISPLOG-DONE-FLAG
           END-START

           PERFORM UNTIL DISPLOG-DONE
               READ DISPOSITION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-DISPLOG-DONE-FLAG
                   NOT AT END
                       IF DISP-STATION-CODE NOT = SM-STATION-CODE
                        OR DISP-WEATHER-DATE > WS-END-DATE
                           MOVE 'Y' TO WS-DISPLOG-DONE-FLAG
                       ELSE
                           PERFORM 425-TAKE-ONE-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

          .

       425-TAKE-ONE-DISPOSITION.

           IF DISP-WEATHER-DATE NOT = WS-DAY-DATE
               PERFORM 427-START-NEW-DAY
           END-IF

      *THE FIRST TIME A DAY ARRIVED SETS ITS MISSING SLOTS.

           IF NOT WS-DAY-RECEIVED
               MOVE 'Y' TO WS-DAY-RECEIVED-SWITCH
               ADD 1 TO SC-DAYS-RECEIVED
               ADD DISP-MISSING-SLOTS TO SC-MISSING-SLOTS
           END-IF

           IF DISP-PUBLISHED-FIRST
               ADD 1 TO SC-FIRST-TIME
           ELSE
               PERFORM 428-COUNT-SUSPENSE-REASON
               IF DISP-CLEARED
                   ADD 1 TO SC-CLEARED
                   ADD DISP-DAYS-IN-SUSPENSE TO SC-CLEAR-DAYS
               END-IF
           END-IF

          .

       427-START-NEW-DAY.

           MOVE DISP-WEATHER-DATE TO WS-DAY-DATE
           MOVE SPACE TO WS-DAY-RECEIVED-SWITCH
           MOVE SPACE TO WS-DAY-NF-SWITCH
           MOVE SPACE TO WS-DAY-IC-SWITCH
           MOVE SPACE TO WS-DAY-WD-SWITCH
           MOVE SPACE TO WS-DAY-QS-SWITCH

          .

       428-COUNT-SUSPENSE-REASON.

      *A DAY COUNTS ONCE UNDER EACH REASON IT WAS SUSPENSED FOR.

           EVALUATE TRUE
               WHEN DISP-FIRST-NOT-FOUND
                   IF NOT WS-DAY-NF-COUNTED
                       MOVE 'Y' TO WS-DAY-NF-SWITCH
                       ADD 1 TO SC-NF-DAYS
                   END-IF
               WHEN DISP-FIRST-INCOMPLETE
                   IF NOT WS-DAY-IC-COUNTED
                       MOVE 'Y' TO WS-DAY-IC-SWITCH
                       ADD 1 TO SC-IC-DAYS
                   END-IF
               WHEN DISP-FIRST-WRONG-DATE
                   IF NOT WS-DAY-WD-COUNTED
                       MOVE 'Y' TO WS-DAY-WD-SWITCH
                       ADD 1 TO SC-WD-DAYS
                   END-IF
               WHEN DISP-FIRST-QUEST-SWING
                   IF NOT WS-DAY-QS-COUNTED
                       MOVE 'Y' TO WS-DAY-QS-SWITCH
                       ADD 1 TO SC-QS-DAYS
                   END-IF
           END-EVALUATE

          .

       430-COUNT-PUBLISHED-DAYS.

      *WHATEVER ROUTE A DAY TOOK, IT PUBLISHED IF IT IS ON THE
      *STATION'S HISTORY.

           MOVE SPACE            TO WS-HISTORY-DONE-FLAG
           MOVE SM-STATION-CODE  TO HIST-STATION-CODE
           MOVE WS-START-DATE    TO HIST-WEATHER-DATE

           START STATION-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HISTORY-DONE-FLAG
           END-START

           PERFORM UNTIL HISTORY-DONE
               READ STATION-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-DONE-FLAG
                   NOT AT END
                       IF HIST-STATION-CODE NOT = SM-STATION-CODE
                        OR HIST-WEATHER-DATE > WS-END-DATE
                           MOVE 'Y' TO WS-HISTORY-DONE-FLAG
                       ELSE
                           ADD 1 TO SC-PUBLISHED
                       END-IF
               END-READ
           END-PERFORM

          .

       450-ROLL-UP-REGION.

      *ADDS THE STATION INTO ITS REGION'S ENTRY AND THE NETWORK
      *TOTAL.  THE SCORE IS SAVED ACROSS THE ADDS SINCE EACH TOTAL
      *IS BROUGHT INTO STATION-SCORE'S SHAPE TO ADD TO.

           MOVE STATION-SCORE TO SCORE-SAVE-AREA

           SET REGION-INDEX TO 1
           SEARCH REGION-ITEM
           AT END
               PERFORM 455-ADD-REGION-ENTRY

           WHEN RG-REGION-CODE(REGION-INDEX) = SM-REGION-CODE
               MOVE RG-SCORE(REGION-INDEX) TO STATION-SCORE
               PERFORM 460-ADD-SAVED-SCORE
               MOVE STATION-SCORE TO RG-SCORE(REGION-INDEX)
           END-SEARCH

           MOVE GRAND-SCORE TO STATION-SCORE
           PERFORM 460-ADD-SAVED-SCORE
           MOVE STATION-SCORE TO GRAND-SCORE

          .

       455-ADD-REGION-ENTRY.

           IF WS-REGION-COUNT < 50
               ADD 1 TO WS-REGION-COUNT
               MOVE SM-REGION-CODE  TO RG-REGION-CODE(WS-REGION-COUNT)
               MOVE SCORE-SAVE-AREA TO RG-SCORE(WS-REGION-COUNT)
           ELSE
               ADD 1 TO WS-REGION-OVERFLOW
           END-IF

          .

       460-ADD-SAVED-SCORE.

           ADD SV-EXPECTED       TO SC-EXPECTED
           ADD SV-FIRST-TIME     TO SC-FIRST-TIME
           ADD SV-NF-DAYS        TO SC-NF-DAYS
           ADD SV-IC-DAYS        TO SC-IC-DAYS
           ADD SV-WD-DAYS        TO SC-WD-DAYS
           ADD SV-QS-DAYS        TO SC-QS-DAYS
           ADD SV-PUBLISHED      TO SC-PUBLISHED
           ADD SV-NEVER          TO SC-NEVER
           ADD SV-DAYS-RECEIVED  TO SC-DAYS-RECEIVED
           ADD SV-MISSING-SLOTS  TO SC-MISSING-SLOTS
           ADD SV-CLEARED        TO SC-CLEARED
           ADD SV-CLEAR-DAYS     TO SC-CLEAR-DAYS

          .

       550-PRINT-SCORE-LINE.

      *PRINTS WHATEVER SCORE IS IN STATION-SCORE UNDER THE CODE,
      *NAME AND REGION THE CALLER HAS ALREADY PLACED.  AN AVERAGE
      *WITH NOTHING TO AVERAGE PRINTS BLANK.

           MOVE SC-EXPECTED   TO SDL-EXPECTED
           MOVE SC-FIRST-TIME TO SDL-FIRST-TIME
           MOVE SC-NF-DAYS    TO SDL-NF-DAYS
           MOVE SC-IC-DAYS    TO SDL-IC-DAYS
           MOVE SC-WD-DAYS    TO SDL-WD-DAYS
           MOVE SC-QS-DAYS    TO SDL-QS-DAYS
           MOVE SC-NEVER      TO SDL-NEVER

           MOVE SPACES TO SDL-AVG-MISSING
           IF SC-DAYS-RECEIVED > ZERO
               COMPUTE WS-AVG-MISSING ROUNDED =
                   SC-MISSING-SLOTS / SC-DAYS-RECEIVED
               MOVE WS-AVG-MISSING        TO WS-AVG-MISSING-EDITED
               MOVE WS-AVG-MISSING-EDITED TO SDL-AVG-MISSING
           END-IF

           MOVE SPACES TO SDL-AVG-CLEAR
           IF SC-CLEARED > ZERO
               COMPUTE WS-AVG-CLEAR ROUNDED =
                   SC-CLEAR-DAYS / SC-CLEARED
               MOVE WS-AVG-CLEAR        TO WS-AVG-CLEAR-EDITED
               MOVE WS-AVG-CLEAR-EDITED TO SDL-AVG-CLEAR
           END-IF

           WRITE SCORE-REPORT-ITEM FROM SCORE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       600-EOJ-ROUTINE.

           PERFORM 610-PRINT-REGION-TOTALS

           MOVE WS-STATIONS-SCORED TO TRL-STATIONS-SCORED
           WRITE SCORE-REPORT-ITEM FROM TRAILER-LINE
               AFTER ADVANCING 2 LINES
           WRITE SCORE-REPORT-ITEM FROM LEGEND-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE SCORE-REPORT-ITEM FROM LEGEND-LINE-2
               AFTER ADVANCING 1 LINE

           CLOSE STATION-MASTER-FILE
                 DISPOSITION-FILE
                 STATION-HISTORY-FILE
                 SCORE-REPORT-FILE

           IF WS-REGION-OVERFLOW > ZERO
               DISPLAY 'FEEDSCOR: REGION TABLE FULL - '
                       WS-REGION-OVERFLOW
                       ' STATIONS IN NETWORK TOTAL ONLY'
           END-IF

           DISPLAY 'FEEDSCOR: ' WS-STATIONS-SCORED
                   ' STATIONS SCORED FOR ' WS-SCORE-MONTH

          .

       610-PRINT-REGION-TOTALS.

           WRITE SCORE-REPORT-ITEM FROM REGION-HEADER-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 615-PRINT-ONE-REGION
                VARYING SUB-R FROM 1 BY 1
                  UNTIL SUB-R > WS-REGION-COUNT

           MOVE GRAND-SCORE TO STATION-SCORE
           MOVE SPACES      TO SDL-STATION-CODE
           MOVE 'All stations' TO SDL-STATION-NAME
           MOVE SPACES      TO SDL-REGION-CODE
           PERFORM 550-PRINT-SCORE-LINE

          .

       615-PRINT-ONE-REGION.

           MOVE RG-SCORE(SUB-R)       TO STATION-SCORE
           MOVE SPACES                TO SDL-STATION-CODE
           MOVE 'Region'              TO SDL-STATION-NAME
           MOVE RG-REGION-CODE(SUB-R) TO SDL-REGION-CODE
           PERFORM 550-PRINT-SCORE-LINE

          .

       700-PRINT-THE-HEADERS.

           MOVE WS-SCORE-YEAR TO HDR-SCORE-YEAR
           MOVE WS-SCORE-MM   TO HDR-SCORE-MONTH
           WRITE SCORE-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES

           MOVE WS-END-DATE      TO HDR-END-DATE
           MOVE WS-EXPECTED-DAYS TO HDR-EXPECTED-DAYS
           WRITE SCORE-REPORT-ITEM FROM HEADER-LINE-2
               AFTER ADVANCING 1 LINE

           WRITE SCORE-REPORT-ITEM FROM COLUMN-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE SCORE-REPORT-ITEM FROM COLUMN-LINE-2
               AFTER ADVANCING 1 LINE

          .

       800-BACK-UP-ONE-DAY.

      *STEPS WS-WALK-DATE BACK ONE CALENDAR DAY, ACROSS MONTH AND
      *YEAR ENDS.

           IF WS-WALK-DAY > 1
               SUBTRACT 1 FROM WS-WALK-DAY
           ELSE
               IF WS-WALK-MONTH > 1
                   SUBTRACT 1 FROM WS-WALK-MONTH
               ELSE
                   MOVE 12 TO WS-WALK-MONTH
                   SUBTRACT 1 FROM WS-WALK-YEAR
               END-IF
               PERFORM 810-SET-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-WALK-DAY
           END-IF

          .

       810-SET-DAYS-IN-MONTH.

           PERFORM 815-CHECK-LEAP-YEAR

           EVALUATE WS-WALK-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE

          .

       815-CHECK-LEAP-YEAR.

      *LEAP WHEN DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST
      *BE DIVISIBLE BY 400.

           MOVE SPACE TO WS-LEAP-YEAR-SWITCH

           DIVIDE WS-WALK-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
           END-IF

           DIVIDE WS-WALK-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE SPACE TO WS-LEAP-YEAR-SWITCH
               DIVIDE WS-WALK-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
               END-IF
           END-IF

          .
