       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HOURCONV.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - HOURLY INTAKE CONVERTER
      *
      *   WEATHEDIT AND TABLELAB ONLY UNDERSTAND THE DAILY
      *   WEATHER-ITEM LAYOUT (SEE WEAREC) -- ONE RECORD PER STATION
      *   PER DAY WITH ALL TWELVE READINGS IN IT.  SOME PARTNER
      *   NETWORKS CAN'T BUILD THAT; THEY SEND ONE RECORD PER STATION
      *   PER HOUR (HOURRAW.TXT, SEE COPY HOURREC) IN WHATEVER ORDER
      *   THE READINGS ARRIVE, WITH LATE HOURS AND RESENT HOURS MIXED
      *   IN.
      *
      *   THIS PROGRAM RUNS AHEAD OF WEATHEDIT.  IT EDITS EACH HOURLY
      *   RECORD AND COLLECTS THE GOOD ONES INTO ONE WEATHER-ITEM PER
      *   STATION PER DAY, EACH READING IN ITS HOUR'S SLOT OF
      *   WI-WEATHER-ARRAY / WI-WIND-ARRAY / WI-PRECIP-ARRAY WITH
      *   WI-HOUR-FLAG 'R'.  AN HOUR THAT NEVER CAME IN IS LEFT +000
      *   WITH A SPACE FLAG, THE SAME WAY WEATHEDIT NORMALIZES A
      *   MISSING HOUR.  A RESENT HOUR REPLACES THE EARLIER ONE -- THE
      *   FILE IS IN ARRIVAL ORDER, SO THE LAST ONE READ IS THE
      *   LATEST.
      *
      *   THE DAILY-FORMAT PARTNERS' FEED NOW LANDS AS DAILYRAW.TXT.
      *   IT IS COPIED THROUGH UNCHANGED AND THE DAYS BUILT FROM THE
      *   HOURLY FEED FOLLOW IT, SO WEATHRAW.TXT STILL CARRIES THE
      *   WHOLE DAY'S FEED FOR WEATHEDIT TO EDIT AS ALWAYS.  EITHER
      *   INPUT MAY BE ABSENT.  A STATION/DATE SENT BOTH WAYS IS LEFT
      *   FOR WEATHEDIT'S DUPLICATE CHECK TO CATCH.
      *
      *   THE INTAKE REPORT (INTKRPT.TXT) LISTS EVERY REJECTED HOURLY
      *   RECORD WITH THE FAILING FIELD NAMED, THEN COUNTS BY PARTNER
      *   -- READ, ACCEPTED, REPEATED (ACCEPTED, BUT REPLACING AN
      *   HOUR ALREADY IN), REJECTED, AND DAYS BUILT -- AND THE RUN'S
      *   CONTROL TOTALS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT HOURLY-FILE
                ASSIGN TO 'HOURRAW.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HOURRAW-STATUS.

            SELECT DAILY-FILE
                ASSIGN TO 'DAILYRAW.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DAILYRAW-STATUS.

            SELECT RAW-WEATHER-FILE
                ASSIGN TO 'WEATHRAW.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT INTAKE-REPORT-FILE
                ASSIGN TO 'INTKRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD HOURLY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HOURREC.

       FD DAILY-FILE
          RECORD CONTAINS 155 CHARACTERS.

       01 DAILY-ITEM PIC X(155).

       FD RAW-WEATHER-FILE
          RECORD CONTAINS 155 CHARACTERS.

       COPY WEAREC.

       FD INTAKE-REPORT-FILE.

       01 INTAKE-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-HOURRAW-STATUS   PIC XX.
       01 WS-DAILYRAW-STATUS  PIC XX.

       01 WS-HOURLY-OPEN-SWITCH  PIC X  VALUE SPACE.
          88 WS-HOURLY-OPEN           VALUE 'Y'.
       01 WS-DAILY-OPEN-SWITCH   PIC X  VALUE SPACE.
          88 WS-DAILY-OPEN            VALUE 'Y'.

       01 WS-HOURLY-EOF-FLAG  PIC X  VALUE SPACE.
          88 HOURLY-AT-END          VALUE 'Y'.

       01 WS-DAILY-EOF-FLAG  PIC X  VALUE SPACE.
          88 DAILY-AT-END           VALUE 'Y'.

       01 WS-EDIT-STATUS-SWITCH  PIC X  VALUE SPACE.
          88 WS-EDIT-PASSED             VALUE 'Y'.
          88 WS-EDIT-FAILED             VALUE 'N'.

       01 WS-HOURLY-READ       PIC 9(6)  VALUE ZERO.
       01 WS-HOURLY-ACCEPTED   PIC 9(6)  VALUE ZERO.
       01 WS-HOURLY-REPEATED   PIC 9(6)  VALUE ZERO.
       01 WS-HOURLY-REJECTED   PIC 9(6)  VALUE ZERO.
       01 WS-DAILY-COPIED      PIC 9(6)  VALUE ZERO.
       01 WS-RECORDS-WRITTEN   PIC 9(6)  VALUE ZERO.

       01 SUB-X  PIC 99.
       01 SUB-D  PIC 9(4).
       01 SUB-P  PIC 99.

      *ONE ENTRY PER PARTNER NETWORK, IN THE ORDER FIRST MET.

       01 WS-PARTNER-COUNT     PIC 99    VALUE ZERO.
       01 WS-PARTNER-OVERFLOW  PIC 9(6)  VALUE ZERO.

       01 PARTNER-TABLE.
           05  PARTNER-ITEM OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-PARTNER-COUNT
                   INDEXED BY PARTNER-INDEX.
               10  PT-PARTNER-ID     PIC X(4).
               10  PT-READ           PIC 9(6).
               10  PT-ACCEPTED       PIC 9(6).
               10  PT-REPEATED       PIC 9(6).
               10  PT-REJECTED       PIC 9(6).
               10  PT-DAYS-BUILT     PIC 9(6).

       01 WS-PARTNER-FOUND-SWITCH  PIC X  VALUE SPACE.
          88 WS-PARTNER-FOUND           VALUE 'Y'.

      *THE DAYS BEING BUILT, ONE ENTRY PER STATION/DATE IN THE ORDER
      *FIRST MET.  EACH ENTRY IS LAID OUT EXACTLY LIKE WEATHER-ITEM
      *SO IT GOES OUT TO WEATHRAW.TXT AS IT STANDS.  TWO NETWORKS'
      *WORTH OF STATIONS, EVEN WITH SEVERAL DAYS OF LATE HOURS
      *MIXED IN, IS WELL INSIDE 1000.

       01 WS-DAY-COUNT  PIC 9(4)  VALUE ZERO.

       01 DAY-TABLE.
           05  DAY-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-DAY-COUNT
                   INDEXED BY DAY-INDEX.
               10  DT-KEY.
                   15  DT-STATION    PIC X(3).
                   15  DT-DATE       PIC 9(8).
               10  DT-TEMP       OCCURS 12 TIMES
                                 PIC S9(3) SIGN LEADING SEPARATE.
               10  DT-HOUR-FLAG  OCCURS 12 TIMES PIC X(1).
                   88  DT-HOUR-REPORTED      VALUE 'R'.
               10  DT-WIND       OCCURS 12 TIMES PIC 9(3).
               10  DT-PRECIP     OCCURS 12 TIMES PIC 9(2)V9(2).

       01 WS-CURRENT-KEY.
          05 WS-KEY-STATION  PIC X(3).
          05 WS-KEY-DATE     PIC X(8).

      *CALENDAR WORK FIELDS FOR 440-CHECK-DATE.

       01 WS-DAYS-IN-MONTH    PIC 99.
       01 WS-LEAP-QUOTIENT    PIC 9(4).
       01 WS-LEAP-REMAINDER   PIC 9(4).
       01 WS-LEAP-YEAR-SWITCH PIC X  VALUE SPACE.
          88 WS-LEAP-YEAR          VALUE 'Y'.

       01 HEADER-LINE.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(25) VALUE 'Hourly Intake Report'.

       01 REJECT-HEADER-LINE.
          05        PIC X(25) VALUE 'Rejected Hourly Records'.

       01 REJECT-HEADER-LINE-2.
          05        PIC X(6)  VALUE 'Ptnr'.
          05        PIC X(5)  VALUE 'Sta'.
          05        PIC X(10) VALUE 'Date'.
          05        PIC X(4)  VALUE 'Hr'.
          05        PIC X(30) VALUE 'Reason Rejected'.

       01 REJECT-DETAIL-LINE.
          05 REJ-PARTNER-ID    PIC X(4).
          05                   PIC X(2)  VALUE SPACES.
          05 REJ-STATION-CODE  PIC X(3).
          05                   PIC X(2)  VALUE SPACES.
          05 REJ-WEATHER-DATE  PIC X(8).
          05                   PIC X(2)  VALUE SPACES.
          05 REJ-HOUR          PIC X(2).
          05                   PIC X(2)  VALUE SPACES.
          05 REJ-REASON        PIC X(30).

       01 NO-REJECTS-LINE.
          05        PIC X(30) VALUE '  None'.

       01 PARTNER-HEADER-LINE.
          05        PIC X(25) VALUE 'Counts by Partner'.

       01 PARTNER-HEADER-LINE-2.
          05        PIC X(8)  VALUE 'Partner'.
          05        PIC X(10) VALUE '      Read'.
          05        PIC X(10) VALUE '  Accepted'.
          05        PIC X(10) VALUE '  Repeated'.
          05        PIC X(10) VALUE '  Rejected'.
          05        PIC X(12) VALUE '  Days Built'.

       01 PARTNER-DETAIL-LINE.
          05 PDL-PARTNER-ID    PIC X(6).
          05                   PIC X(6)  VALUE SPACES.
          05 PDL-READ          PIC ZZZZZ9.
          05                   PIC X(4)  VALUE SPACES.
          05 PDL-ACCEPTED      PIC ZZZZZ9.
          05                   PIC X(4)  VALUE SPACES.
          05 PDL-REPEATED      PIC ZZZZZ9.
          05                   PIC X(4)  VALUE SPACES.
          05 PDL-REJECTED      PIC ZZZZZ9.
          05                   PIC X(6)  VALUE SPACES.
          05 PDL-DAYS-BUILT    PIC ZZZZZ9.

       01 PARTNER-OVERFLOW-LINE.
          05        PIC X(4)  VALUE '*** '.
          05 POV-COUNT         PIC ZZZZZ9.
          05        PIC X(44) VALUE
              ' RECORDS REJECTED - PARTNER TABLE FULL AT 20'.
          05        PIC X(4)  VALUE ' ***'.

       01 CONTROL-TOTAL-LINE-1.
          05        PIC X(13) VALUE 'Hourly read: '.
          05 CTL-HOURLY-READ         PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(10) VALUE 'Accepted: '.
          05 CTL-HOURLY-ACCEPTED     PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(10) VALUE 'Repeated: '.
          05 CTL-HOURLY-REPEATED     PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(10) VALUE 'Rejected: '.
          05 CTL-HOURLY-REJECTED     PIC ZZZZZ9.

       01 CONTROL-TOTAL-LINE-2.
          05        PIC X(12) VALUE 'Days built: '.
          05 CTL-DAYS-BUILT          PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(14) VALUE 'Daily copied: '.
          05 CTL-DAILY-COPIED        PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(22) VALUE 'WEATHRAW.TXT written: '.
          05 CTL-RECORDS-WRITTEN     PIC ZZZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-COPY-DAILY-FEED
           PERFORM 400-READ-HOURLY-FEED
           PERFORM 500-WRITE-BUILT-DAYS
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *NEITHER FEED IS REQUIRED -- ON A DAY ONE KIND OF PARTNER SENT
      *NOTHING, WEATHRAW.TXT IS SIMPLY THE OTHER KIND'S RECORDS.

           OPEN INPUT HOURLY-FILE
           IF WS-HOURRAW-STATUS NOT = '00'
               DISPLAY 'HOURCONV: NO HOURLY FEED (HOURRAW.TXT) - '
                       'DAILY FEED ONLY'
               MOVE 'Y' TO WS-HOURLY-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-HOURLY-OPEN-SWITCH
           END-IF

           OPEN INPUT DAILY-FILE
           IF WS-DAILYRAW-STATUS NOT = '00'
               DISPLAY 'HOURCONV: NO DAILY FEED (DAILYRAW.TXT) - '
                       'HOURLY FEED ONLY'
               MOVE 'Y' TO WS-DAILY-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-DAILY-OPEN-SWITCH
           END-IF

           OPEN OUTPUT RAW-WEATHER-FILE
                       INTAKE-REPORT-FILE

           PERFORM 700-PRINT-THE-HEADERS

          .

       300-COPY-DAILY-FEED.

           PERFORM UNTIL DAILY-AT-END
               READ DAILY-FILE
                   AT END
                       MOVE 'Y' TO WS-DAILY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DAILY-COPIED
                       ADD 1 TO WS-RECORDS-WRITTEN
                       WRITE WEATHER-ITEM FROM DAILY-ITEM
               END-READ
           END-PERFORM

          .

       400-READ-HOURLY-FEED.

           PERFORM UNTIL HOURLY-AT-END
               READ HOURLY-FILE
                   AT END
                       MOVE 'Y' TO WS-HOURLY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HOURLY-READ
                       PERFORM 410-INTAKE-ONE-HOUR
               END-READ
           END-PERFORM

           IF WS-HOURLY-REJECTED = ZERO
               WRITE INTAKE-REPORT-ITEM FROM NO-REJECTS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       410-INTAKE-ONE-HOUR.

      *EACH CHECK PARAGRAPH FLIPS THE SWITCH AND NAMES THE FAILING
      *FIELD IN REJ-REASON; THE FIRST FAILURE WINS, THE SAME AS
      *WEATHEDIT.

           MOVE 'Y' TO WS-EDIT-STATUS-SWITCH

           PERFORM 420-FIND-PARTNER
           IF WS-EDIT-PASSED
               PERFORM 430-CHECK-STATION
           END-IF
           IF WS-EDIT-PASSED
               PERFORM 440-CHECK-DATE
           END-IF
           IF WS-EDIT-PASSED
               PERFORM 450-CHECK-HOUR
           END-IF
           IF WS-EDIT-PASSED
               PERFORM 460-CHECK-READINGS
           END-IF
           IF WS-EDIT-PASSED
               PERFORM 470-FIND-DAY
           END-IF

           IF WS-EDIT-PASSED
               PERFORM 480-PLACE-READING
           ELSE
               ADD 1 TO WS-HOURLY-REJECTED
               IF WS-PARTNER-FOUND
                   ADD 1 TO PT-REJECTED(PARTNER-INDEX)
               END-IF
               MOVE HI-PARTNER-ID      TO REJ-PARTNER-ID
               MOVE HI-WEATHER-STATION TO REJ-STATION-CODE
               MOVE HI-WEATHER-DATE    TO REJ-WEATHER-DATE
               MOVE HI-HOUR            TO REJ-HOUR
               WRITE INTAKE-REPORT-ITEM FROM REJECT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       420-FIND-PARTNER.

           MOVE SPACE TO WS-PARTNER-FOUND-SWITCH

           IF HI-PARTNER-ID = SPACES
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'PARTNER ID BLANK' TO REJ-REASON
           ELSE
               SET PARTNER-INDEX TO 1
               SEARCH PARTNER-ITEM
               AT END
                   PERFORM 425-ADD-PARTNER

               WHEN PT-PARTNER-ID(PARTNER-INDEX) = HI-PARTNER-ID
                   MOVE 'Y' TO WS-PARTNER-FOUND-SWITCH
               END-SEARCH
           END-IF

           IF WS-PARTNER-FOUND
               ADD 1 TO PT-READ(PARTNER-INDEX)
           END-IF

          .

       425-ADD-PARTNER.

           IF WS-PARTNER-COUNT < 20
               ADD 1 TO WS-PARTNER-COUNT
               SET PARTNER-INDEX TO WS-PARTNER-COUNT
               MOVE HI-PARTNER-ID TO PT-PARTNER-ID(PARTNER-INDEX)
               MOVE ZERO TO PT-READ(PARTNER-INDEX)
               MOVE ZERO TO PT-ACCEPTED(PARTNER-INDEX)
               MOVE ZERO TO PT-REPEATED(PARTNER-INDEX)
               MOVE ZERO TO PT-REJECTED(PARTNER-INDEX)
               MOVE ZERO TO PT-DAYS-BUILT(PARTNER-INDEX)
               MOVE 'Y' TO WS-PARTNER-FOUND-SWITCH
           ELSE
               ADD 1 TO WS-PARTNER-OVERFLOW
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'PARTNER TABLE FULL' TO REJ-REASON
           END-IF

          .

       430-CHECK-STATION.

           IF HI-WEATHER-STATION = SPACES
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'STATION CODE BLANK' TO REJ-REASON
           END-IF

          .

       440-CHECK-DATE.

      *SAME CALENDAR TEST WEATHEDIT PUTS A DAILY RECORD'S DATE TO.

           IF HI-WEATHER-YEAR  IS NOT NUMERIC
            OR HI-WEATHER-MONTH IS NOT NUMERIC
            OR HI-WEATHER-DAY   IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'DATE NOT NUMERIC' TO REJ-REASON
           ELSE
               IF HI-WEATHER-MONTH < 01 OR HI-WEATHER-MONTH > 12
                   MOVE 'N' TO WS-EDIT-STATUS-SWITCH
                   MOVE 'MONTH NOT 01-12' TO REJ-REASON
               ELSE
                   PERFORM 445-SET-DAYS-IN-MONTH
                   IF HI-WEATHER-DAY < 01
                    OR HI-WEATHER-DAY > WS-DAYS-IN-MONTH
                       MOVE 'N' TO WS-EDIT-STATUS-SWITCH
                       MOVE 'DAY NOT VALID FOR MONTH' TO REJ-REASON
                   END-IF
               END-IF
           END-IF

          .

       445-SET-DAYS-IN-MONTH.

           PERFORM 447-CHECK-LEAP-YEAR

           EVALUATE HI-WEATHER-MONTH
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

       447-CHECK-LEAP-YEAR.

      *LEAP WHEN DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST BE
      *DIVISIBLE BY 400.

           MOVE SPACE TO WS-LEAP-YEAR-SWITCH

           DIVIDE HI-WEATHER-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
           END-IF

           DIVIDE HI-WEATHER-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE SPACE TO WS-LEAP-YEAR-SWITCH
               DIVIDE HI-WEATHER-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
               END-IF
           END-IF

          .

       450-CHECK-HOUR.

           IF HI-HOUR IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'HOUR NOT NUMERIC' TO REJ-REASON
           ELSE
               IF HI-HOUR < 01 OR HI-HOUR > 12
                   MOVE 'N' TO WS-EDIT-STATUS-SWITCH
                   MOVE 'HOUR NOT 01-12' TO REJ-REASON
               END-IF
           END-IF

          .

       460-CHECK-READINGS.

      *A RECEIVED HOUR IS A REPORTED HOUR, SO ALL THREE READINGS
      *MUST BE THERE -- THE SAME TEST WEATHEDIT GIVES AN 'R' SLOT.

           IF HI-TEMP IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'HOURLY TEMP NOT NUMERIC' TO REJ-REASON
           END-IF
           IF WS-EDIT-PASSED
            AND HI-WIND IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'HOURLY WIND NOT NUMERIC' TO REJ-REASON
           END-IF
           IF WS-EDIT-PASSED
            AND HI-PRECIP IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-STATUS-SWITCH
               MOVE 'HOURLY PRECIP NOT NUMERIC' TO REJ-REASON
           END-IF

          .

       470-FIND-DAY.

      *FINDS THE STATION/DATE'S DAY, OR STARTS A NEW ONE WITH EVERY
      *HOUR MISSING.  A LATE HOUR FINDS ITS DAY HOWEVER LONG AGO THE
      *DAY WAS STARTED.

           MOVE HI-WEATHER-STATION TO WS-KEY-STATION
           MOVE HI-WEATHER-DATE    TO WS-KEY-DATE

           SET DAY-INDEX TO 1
           SEARCH DAY-ITEM
           AT END
               IF WS-DAY-COUNT < 1000
                   ADD 1 TO WS-DAY-COUNT
                   SET DAY-INDEX TO WS-DAY-COUNT
                   MOVE WS-CURRENT-KEY TO DT-KEY(DAY-INDEX)
                   PERFORM 475-CLEAR-ONE-SLOT
                        VARYING SUB-X FROM 1 BY 1
                          UNTIL SUB-X > 12
                   ADD 1 TO PT-DAYS-BUILT(PARTNER-INDEX)
               ELSE
                   MOVE 'N' TO WS-EDIT-STATUS-SWITCH
                   MOVE 'DAY TABLE FULL AT 1000' TO REJ-REASON
               END-IF

           WHEN DT-KEY(DAY-INDEX) = WS-CURRENT-KEY
               CONTINUE
           END-SEARCH

          .

       475-CLEAR-ONE-SLOT.

           MOVE ZERO  TO DT-TEMP(DAY-INDEX SUB-X)
           MOVE SPACE TO DT-HOUR-FLAG(DAY-INDEX SUB-X)
           MOVE ZERO  TO DT-WIND(DAY-INDEX SUB-X)
           MOVE ZERO  TO DT-PRECIP(DAY-INDEX SUB-X)

          .

       480-PLACE-READING.

      *THE LAST COPY OF AN HOUR READ IS THE LATEST ONE SENT, SO IT
      *SIMPLY OVERWRITES WHATEVER THE SLOT HELD.

           ADD 1 TO WS-HOURLY-ACCEPTED
           ADD 1 TO PT-ACCEPTED(PARTNER-INDEX)

           MOVE HI-HOUR TO SUB-X
           IF DT-HOUR-REPORTED(DAY-INDEX SUB-X)
               ADD 1 TO WS-HOURLY-REPEATED
               ADD 1 TO PT-REPEATED(PARTNER-INDEX)
           END-IF

           MOVE HI-TEMP   TO DT-TEMP(DAY-INDEX SUB-X)
           MOVE 'R'       TO DT-HOUR-FLAG(DAY-INDEX SUB-X)
           MOVE HI-WIND   TO DT-WIND(DAY-INDEX SUB-X)
           MOVE HI-PRECIP TO DT-PRECIP(DAY-INDEX SUB-X)

          .

       500-WRITE-BUILT-DAYS.

      *THE BUILT DAYS FOLLOW THE DAILY FEED ON WEATHRAW.TXT, IN THE
      *ORDER EACH DAY'S FIRST HOUR ARRIVED.

           PERFORM 510-WRITE-ONE-DAY
                VARYING SUB-D FROM 1 BY 1
                  UNTIL SUB-D > WS-DAY-COUNT

          .

       510-WRITE-ONE-DAY.

           ADD 1 TO WS-RECORDS-WRITTEN
           WRITE WEATHER-ITEM FROM DAY-ITEM(SUB-D)

          .

       600-EOJ-ROUTINE.

           WRITE INTAKE-REPORT-ITEM FROM PARTNER-HEADER-LINE
               AFTER ADVANCING 3 LINES
           WRITE INTAKE-REPORT-ITEM FROM PARTNER-HEADER-LINE-2
               AFTER ADVANCING 2 LINES

           PERFORM 610-PRINT-ONE-PARTNER
                VARYING SUB-P FROM 1 BY 1
                  UNTIL SUB-P > WS-PARTNER-COUNT

           IF WS-PARTNER-OVERFLOW > ZERO
               MOVE WS-PARTNER-OVERFLOW TO POV-COUNT
               WRITE INTAKE-REPORT-ITEM FROM PARTNER-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-HOURLY-READ      TO CTL-HOURLY-READ
           MOVE WS-HOURLY-ACCEPTED  TO CTL-HOURLY-ACCEPTED
           MOVE WS-HOURLY-REPEATED  TO CTL-HOURLY-REPEATED
           MOVE WS-HOURLY-REJECTED  TO CTL-HOURLY-REJECTED
           WRITE INTAKE-REPORT-ITEM FROM CONTROL-TOTAL-LINE-1
               AFTER ADVANCING 2 LINES

           MOVE WS-DAY-COUNT        TO CTL-DAYS-BUILT
           MOVE WS-DAILY-COPIED     TO CTL-DAILY-COPIED
           MOVE WS-RECORDS-WRITTEN  TO CTL-RECORDS-WRITTEN
           WRITE INTAKE-REPORT-ITEM FROM CONTROL-TOTAL-LINE-2
               AFTER ADVANCING 1 LINE

           IF WS-HOURLY-OPEN
               CLOSE HOURLY-FILE
           END-IF
           IF WS-DAILY-OPEN
               CLOSE DAILY-FILE
           END-IF

           CLOSE RAW-WEATHER-FILE
                 INTAKE-REPORT-FILE

           DISPLAY 'HOURCONV: ' WS-RECORDS-WRITTEN
                   ' RECORDS TO WEATHRAW.TXT, ' WS-HOURLY-REJECTED
                   ' HOURLY RECORDS REJECTED'

          .

       610-PRINT-ONE-PARTNER.

           MOVE PT-PARTNER-ID(SUB-P) TO PDL-PARTNER-ID
           MOVE PT-READ(SUB-P)       TO PDL-READ
           MOVE PT-ACCEPTED(SUB-P)   TO PDL-ACCEPTED
           MOVE PT-REPEATED(SUB-P)   TO PDL-REPEATED
           MOVE PT-REJECTED(SUB-P)   TO PDL-REJECTED
           MOVE PT-DAYS-BUILT(SUB-P) TO PDL-DAYS-BUILT

           WRITE INTAKE-REPORT-ITEM FROM PARTNER-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       700-PRINT-THE-HEADERS.
           WRITE INTAKE-REPORT-ITEM FROM HEADER-LINE
           AFTER ADVANCING 2 LINES
           WRITE INTAKE-REPORT-ITEM FROM REJECT-HEADER-LINE
           AFTER ADVANCING 2 LINES
           WRITE INTAKE-REPORT-ITEM FROM REJECT-HEADER-LINE-2
           AFTER ADVANCING 2 LINES
          .
