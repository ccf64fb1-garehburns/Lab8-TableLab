       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RECBOOK.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - OFFICIAL RECORD BOOK
      *
      *   TABLELAB AND SUSPCORR TEST EVERY DAY THEY PUBLISH AGAINST
      *   THE STATION'S STANDING RECORDS, AND THEY USED TO FIND THOSE
      *   RECORDS BY BROWSING THE STATION'S WHOLE HISTORY ON
      *   STAHIST.DAT -- A COST THAT GREW WITH EVERY YEAR ON FILE.
      *   THE STANDING RECORDS NOW LIVE ON THE KEYED RECORD BOOK
      *   RECBOOK.DAT (SEE COPY RBOOKREC): PER STATION, ONE ALL-TIME
      *   ENTRY (MMDD 0000) AND ONE ENTRY PER CALENDAR DATE, KEPT
      *   CURRENT BY TABLELAB, SUSPCORR, HISTLOAD, AND HISTCORR AS
      *   DAYS LAND ON OR CHANGE ON THE HISTORY FILE.
      *
      *   THIS PROGRAM DOES THE TWO JOBS THOSE PROGRAMS DON'T:
      *        REBUILD   READS THE WHOLE HISTORY FILE AND WRITES
      *                  RECBOOK.DAT FRESH -- FOR THE FIRST LOAD,
      *                  AND WHENEVER OPERATIONS WANTS THE BOOK
      *                  PROVEN AGAINST THE HISTORY (AFTER A FILEUTIL
      *                  RELOAD OF STAHIST.DAT, SAY).  SAME STATION
      *                  BREAK AND CALENDAR-DAY TABLE AS WEANORM.
      *                  THE HISTORY COMES BACK IN DATE ORDER WITHIN
      *                  STATION, AND A TIE NEVER DISPLACES A MARK,
      *                  SO THE EARLIEST DAY TO SET A RECORD OWNS IT.
      *        PRINT     PRINTS THE OFFICIAL RECORD BOOK (RECBKRPT.TXT)
      *                  FOR ONE STATION OR ALL: NAME AND REGION FROM
      *                  THE STATION MASTER, PERIOD OF RECORD, THE
      *                  ALL-TIME MARKS WITH THEIR DATES, THEN ONE LINE
      *                  PER CALENDAR DATE WITH EACH RECORD AND THE
      *                  YEAR IT WAS SET.
      *
      *   PARAMETER CARD LAYOUT (RBPARM.TXT, ONE RECORD):
      *        POSITION 1      MODE  R = REBUILD FROM STAHIST.DAT,
      *                                  THEN PRINT
      *                              ANYTHING ELSE = PRINT ONLY
      *        POSITION 2-4    STATION CODE TO PRINT (SPACES = ALL)
      *   NO CARD AT ALL PRINTS THE WHOLE BOOK AS IT STANDS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RECBOOK-PARM-FILE
                ASSIGN TO 'RBPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RBPARM-STATUS.

            SELECT STATION-HISTORY-FILE
                ASSIGN TO 'STAHIST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-STAHIST-STATUS.

            SELECT RECORD-BOOK-FILE
                ASSIGN TO 'RECBOOK.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RB-KEY
                FILE STATUS IS WS-RECBOOK-STATUS.

            SELECT STATION-MASTER-FILE
                ASSIGN TO 'STATMAST.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SM-STATION-CODE
                FILE STATUS IS WS-STAMAST-STATUS.

            SELECT RECBOOK-REPORT-FILE
                ASSIGN TO 'RECBKRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RECBOOK-PARM-FILE
          RECORD CONTAINS 4 CHARACTERS.

       01 RECBOOK-PARM-RECORD.
          05 RP-MODE          PIC X(1).
          05 RP-STATION-CODE  PIC X(3).

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD RECORD-BOOK-FILE
          RECORD CONTAINS 101 CHARACTERS.

       COPY RBOOKREC.

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

       FD RECBOOK-REPORT-FILE.

       01 RECBOOK-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RBPARM-STATUS   PIC XX.
       01 WS-STAHIST-STATUS  PIC XX.
       01 WS-RECBOOK-STATUS  PIC XX.
       01 WS-STAMAST-STATUS  PIC XX.

      *SELECTIONS RESOLVED FROM THE PARAMETER CARD.  THE DEFAULTS
      *PRINT THE WHOLE BOOK WITHOUT REBUILDING IT.

       01 WS-MODE-SWITCH  PIC X  VALUE SPACE.
          88 WS-REBUILD-REQUESTED   VALUE 'R'.

       01 WS-SELECT-STATION  PIC X(3)  VALUE SPACES.

       01 WS-STAMAST-SWITCH  PIC X  VALUE SPACE.
          88 WS-STAMAST-AVAILABLE    VALUE 'Y'.

       01 WS-HISTORY-EOF-FLAG  PIC X  VALUE SPACE.
          88 HISTORY-AT-END         VALUE 'Y'.

       01 WS-BOOK-EOF-FLAG  PIC X  VALUE SPACE.
          88 BOOK-AT-END            VALUE 'Y'.

       01 WS-FIRST-RECORD-SWITCH  PIC X  VALUE 'Y'.
          88 WS-FIRST-RECORD             VALUE 'Y'.

       01 WS-PRIOR-STATION  PIC X(3)  VALUE SPACES.

       01 WS-DAYS-READ         PIC 9(6)  VALUE ZERO.
       01 WS-STATIONS-BUILT    PIC 9(4)  VALUE ZERO.
       01 WS-ENTRIES-WRITTEN   PIC 9(6)  VALUE ZERO.
       01 WS-STATIONS-PRINTED  PIC 9(4)  VALUE ZERO.
       01 WS-DATES-PRINTED     PIC 9(6)  VALUE ZERO.

      *THE HISTORY DATE BROKEN APART SO THE CALENDAR DAY (MMDD) CAN
      *INDEX THE CALENDAR-DAY TABLE INDEPENDENTLY OF THE YEAR.

       01 WS-HIST-DATE.
          05 WS-HIST-YEAR   PIC 9(4).
          05 WS-HIST-MONTH  PIC 9(2).
          05 WS-HIST-DAY    PIC 9(2).

       01 WS-HIST-MONTH-DAY.
          05 WS-HMD-MONTH   PIC 9(2).
          05 WS-HMD-DAY     PIC 9(2).

       01 WS-HIST-MONTH-DAY-N REDEFINES WS-HIST-MONTH-DAY
                              PIC 9(4).

      *THE STATION'S ALL-TIME MARKS AND ITS FIRST AND TWO LATEST
      *DAYS, ACCUMULATED ACROSS ITS WHOLE HISTORY.

       01 WS-AT-DAYS         PIC 9(5).
       01 WS-AT-HIGH-TEMP    PIC S9(3).
       01 WS-AT-HIGH-DATE    PIC 9(8).
       01 WS-AT-LOW-TEMP     PIC S9(3).
       01 WS-AT-LOW-DATE     PIC 9(8).
       01 WS-AT-PRECIP       PIC 9(4)V9(2).
       01 WS-AT-PRECIP-DATE  PIC 9(8).
       01 WS-AT-WIND         PIC 9(3).
       01 WS-AT-WIND-DATE    PIC 9(8).
       01 WS-AT-FIRST-DATE   PIC 9(8).
       01 WS-AT-LAST-DATE    PIC 9(8).
       01 WS-AT-LAST-HIGH    PIC S9(3).
       01 WS-AT-LAST-LOW     PIC S9(3).
       01 WS-AT-PREV-DATE    PIC 9(8).
       01 WS-AT-PREV-HIGH    PIC S9(3).
       01 WS-AT-PREV-LOW     PIC S9(3).

      *ONE SLOT PER CALENDAR DAY, ADDRESSED AS (MONTH - 1) * 31 +
      *DAY, SAME AS WEANORM'S TABLE.

       01 SUB-D  PIC 9(3).

       01 CALENDAR-RECORD-TABLE.
           05  CALENDAR-RECORD-ITEM OCCURS 372 TIMES.
               10  CRT-DAYS          PIC 9(5).
               10  CRT-HIGH-TEMP     PIC S9(3).
               10  CRT-HIGH-DATE     PIC 9(8).
               10  CRT-LOW-TEMP      PIC S9(3).
               10  CRT-LOW-DATE      PIC 9(8).
               10  CRT-PRECIP        PIC 9(4)V9(2).
               10  CRT-PRECIP-DATE   PIC 9(8).
               10  CRT-WIND          PIC 9(3).
               10  CRT-WIND-DATE     PIC 9(8).

       01 HEADER-LINE-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(30) VALUE 'Official Record Book'.

       01 HEADER-LINE-2.
          05        PIC X(9)  VALUE 'Station: '.
          05 HDR-SELECT-STATION  PIC X(3).

       01 REBUILD-TRAILER-LINE.
          05        PIC X(20) VALUE 'Rebuilt - days read '.
          05 RBT-DAYS-READ        PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(10) VALUE 'Stations: '.
          05 RBT-STATIONS-BUILT   PIC ZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(17) VALUE 'Entries written: '.
          05 RBT-ENTRIES-WRITTEN  PIC ZZZZZ9.

       01 NO-HISTORY-LINE.
          05        PIC X(48) VALUE
              'No history on file - record book rebuilt empty.'.

       01 STATION-LINE-1.
          05        PIC X(9)  VALUE 'Station: '.
          05 STN-STATION-CODE  PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 STN-STATION-NAME  PIC X(17).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(8)  VALUE 'Region: '.
          05 STN-REGION-CODE   PIC X(2).

       01 STATION-LINE-2.
          05        PIC X(18) VALUE 'Period of record: '.
          05 STN-FIRST-DATE    PIC 9(8).
          05        PIC X(4)  VALUE ' to '.
          05 STN-LAST-DATE     PIC 9(8).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(14) VALUE 'Days on file: '.
          05 STN-DAYS-SEEN     PIC ZZZZ9.

       01 ALL-TIME-TEMP-LINE.
          05 ATT-LABEL         PIC X(20).
          05 ATT-TEMP          PIC ---9.
          05        PIC X(8)  VALUE '   set '.
          05 ATT-DATE          PIC 9(8).

       01 ALL-TIME-PRECIP-LINE.
          05        PIC X(17) VALUE 'Wettest day:'.
          05 ATP-PRECIP        PIC ZZZ9.99.
          05        PIC X(8)  VALUE '   set '.
          05 ATP-DATE          PIC 9(8).

       01 ALL-TIME-WIND-LINE.
          05        PIC X(21) VALUE 'Peak wind:'.
          05 ATW-WIND          PIC ZZ9.
          05        PIC X(8)  VALUE '   set '.
          05 ATW-DATE          PIC 9(8).

       01 DATE-COLUMN-LINE.
          05        PIC X(10) VALUE 'Date'.
          05        PIC X(12) VALUE 'High  Year'.
          05        PIC X(12) VALUE 'Low   Year'.
          05        PIC X(15) VALUE 'Precip  Year'.
          05        PIC X(12) VALUE 'Wind  Year'.
          05        PIC X(5)  VALUE 'Years'.

       01 DATE-DETAIL-LINE.
          05 DTL-MONTH         PIC 99.
          05        PIC X(1)  VALUE '/'.
          05 DTL-DAY           PIC 99.
          05        PIC X(3)  VALUE SPACES.
          05 DTL-HIGH-TEMP     PIC ---9.
          05        PIC X(1)  VALUE SPACES.
          05 DTL-HIGH-YEAR     PIC X(4).
          05        PIC X(3)  VALUE SPACES.
          05 DTL-LOW-TEMP      PIC ---9.
          05        PIC X(1)  VALUE SPACES.
          05 DTL-LOW-YEAR      PIC X(4).
          05        PIC X(3)  VALUE SPACES.
          05 DTL-PRECIP        PIC ZZZ9.99.
          05        PIC X(1)  VALUE SPACES.
          05 DTL-PRECIP-YEAR   PIC X(4).
          05        PIC X(3)  VALUE SPACES.
          05 DTL-WIND          PIC ZZ9.
          05        PIC X(1)  VALUE SPACES.
          05 DTL-WIND-YEAR     PIC X(4).
          05        PIC X(3)  VALUE SPACES.
          05 DTL-DAYS-SEEN     PIC ZZZZ9.

       01 NO-BOOK-LINE.
          05        PIC X(45) VALUE
              'No record book entries for the selection.'.

       01 TRAILER-LINE.
          05        PIC X(18) VALUE 'Stations printed: '.
          05 TRL-STATIONS-PRINTED  PIC ZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(15) VALUE 'Dates printed: '.
          05 TRL-DATES-PRINTED     PIC ZZZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           IF WS-REBUILD-REQUESTED
               PERFORM 300-REBUILD-RECORD-BOOK
           END-IF
           PERFORM 500-PRINT-RECORD-BOOK
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

           PERFORM 210-LOAD-PARM-CARD

           OPEN OUTPUT RECBOOK-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-PARM-CARD.

      *A MISSING CARD OR A BLANK STATION PRINTS THE WHOLE BOOK; ONLY
      *AN 'R' IN POSITION 1 REBUILDS IT.

           OPEN INPUT RECBOOK-PARM-FILE
           IF WS-RBPARM-STATUS = '00'
               READ RECBOOK-PARM-FILE
                   NOT AT END
                       MOVE RP-MODE         TO WS-MODE-SWITCH
                       MOVE RP-STATION-CODE TO WS-SELECT-STATION
               END-READ
               CLOSE RECBOOK-PARM-FILE
           END-IF

          .

       300-REBUILD-RECORD-BOOK.

      *NO HISTORY FILE MEANS NOTHING TO BUILD FROM, SO STOP BEFORE
      *THE BOOK IS EMPTIED.

           OPEN INPUT STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'RECBOOK: STATION HISTORY FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               CLOSE RECBOOK-REPORT-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS NOT = '00'
               DISPLAY 'RECBOOK: CANNOT CREATE RECBOOK.DAT - '
                       'STATUS ' WS-RECBOOK-STATUS ' - RUN STOPPED'
               CLOSE STATION-HISTORY-FILE
                     RECBOOK-REPORT-FILE
               STOP RUN
           END-IF

           PERFORM UNTIL HISTORY-AT-END
               READ STATION-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DAYS-READ
                       PERFORM 400-CONTROL-BREAK-ROUTINE
               END-READ
           END-PERFORM

      *FLUSH THE LAST STATION -- THE FINAL CONTROL BREAK NEVER
      *FIRES SINCE THERE IS NO NEXT RECORD TO CHANGE KEY.

           IF NOT WS-FIRST-RECORD
               PERFORM 470-WRITE-STATION-ENTRIES
           ELSE
               WRITE RECBOOK-REPORT-ITEM FROM NO-HISTORY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           MOVE WS-DAYS-READ       TO RBT-DAYS-READ
           MOVE WS-STATIONS-BUILT  TO RBT-STATIONS-BUILT
           MOVE WS-ENTRIES-WRITTEN TO RBT-ENTRIES-WRITTEN

           WRITE RECBOOK-REPORT-ITEM FROM REBUILD-TRAILER-LINE
               AFTER ADVANCING 2 LINES

           CLOSE STATION-HISTORY-FILE
                 RECORD-BOOK-FILE

          .

       400-CONTROL-BREAK-ROUTINE.

           IF WS-FIRST-RECORD
               PERFORM 420-START-NEW-STATION
           ELSE
               IF HIST-STATION-CODE NOT = WS-PRIOR-STATION
                   PERFORM 470-WRITE-STATION-ENTRIES
                   PERFORM 420-START-NEW-STATION
               END-IF
           END-IF

           PERFORM 450-FOLD-IN-ONE-DAY

          .

       420-START-NEW-STATION.

           MOVE 'N'               TO WS-FIRST-RECORD-SWITCH
           MOVE HIST-STATION-CODE TO WS-PRIOR-STATION

           MOVE ZERO TO WS-AT-DAYS
           MOVE ZERO TO WS-AT-LAST-DATE
           MOVE ZERO TO WS-AT-LAST-HIGH
           MOVE ZERO TO WS-AT-LAST-LOW

           PERFORM 425-CLEAR-ONE-SLOT
                VARYING SUB-D FROM 1 BY 1
                  UNTIL SUB-D > 372

          .

       425-CLEAR-ONE-SLOT.

           MOVE ZERO TO CRT-DAYS(SUB-D)

          .

       450-FOLD-IN-ONE-DAY.

      *THE FIRST DAY SEEN SETS EVERY MARK; AFTER THAT ONLY A STRICT
      *IMPROVEMENT MOVES ONE, SO THE EARLIEST DAY KEEPS A TIE.

           ADD 1 TO WS-AT-DAYS
           IF WS-AT-DAYS = 1
               MOVE HIST-WEATHER-DATE TO WS-AT-FIRST-DATE
               MOVE HIST-HIGH-TEMP    TO WS-AT-HIGH-TEMP
               MOVE HIST-WEATHER-DATE TO WS-AT-HIGH-DATE
               MOVE HIST-LOW-TEMP     TO WS-AT-LOW-TEMP
               MOVE HIST-WEATHER-DATE TO WS-AT-LOW-DATE
               MOVE HIST-TOTAL-PRECIP TO WS-AT-PRECIP
               MOVE HIST-WEATHER-DATE TO WS-AT-PRECIP-DATE
               MOVE HIST-HIGH-WIND    TO WS-AT-WIND
               MOVE HIST-WEATHER-DATE TO WS-AT-WIND-DATE
           ELSE
               IF HIST-HIGH-TEMP > WS-AT-HIGH-TEMP
                   MOVE HIST-HIGH-TEMP    TO WS-AT-HIGH-TEMP
                   MOVE HIST-WEATHER-DATE TO WS-AT-HIGH-DATE
               END-IF
               IF HIST-LOW-TEMP < WS-AT-LOW-TEMP
                   MOVE HIST-LOW-TEMP     TO WS-AT-LOW-TEMP
                   MOVE HIST-WEATHER-DATE TO WS-AT-LOW-DATE
               END-IF
               IF HIST-TOTAL-PRECIP > WS-AT-PRECIP
                   MOVE HIST-TOTAL-PRECIP TO WS-AT-PRECIP
                   MOVE HIST-WEATHER-DATE TO WS-AT-PRECIP-DATE
               END-IF
               IF HIST-HIGH-WIND > WS-AT-WIND
                   MOVE HIST-HIGH-WIND    TO WS-AT-WIND
                   MOVE HIST-WEATHER-DATE TO WS-AT-WIND-DATE
               END-IF
           END-IF

      *THE HISTORY ARRIVES IN DATE ORDER, SO EACH DAY BECOMES THE
      *LATEST AND THE ONE BEFORE IT BECOMES THE PRIOR DAY.

           MOVE WS-AT-LAST-DATE   TO WS-AT-PREV-DATE
           MOVE WS-AT-LAST-HIGH   TO WS-AT-PREV-HIGH
           MOVE WS-AT-LAST-LOW    TO WS-AT-PREV-LOW
           MOVE HIST-WEATHER-DATE TO WS-AT-LAST-DATE
           MOVE HIST-HIGH-TEMP    TO WS-AT-LAST-HIGH
           MOVE HIST-LOW-TEMP     TO WS-AT-LAST-LOW

           MOVE HIST-WEATHER-DATE TO WS-HIST-DATE

           COMPUTE SUB-D =
               (WS-HIST-MONTH - 1) * 31 + WS-HIST-DAY

           PERFORM 460-FOLD-CALENDAR-SLOT

          .

       460-FOLD-CALENDAR-SLOT.

           ADD 1 TO CRT-DAYS(SUB-D)
           IF CRT-DAYS(SUB-D) = 1
               MOVE HIST-HIGH-TEMP    TO CRT-HIGH-TEMP(SUB-D)
               MOVE HIST-WEATHER-DATE TO CRT-HIGH-DATE(SUB-D)
               MOVE HIST-LOW-TEMP     TO CRT-LOW-TEMP(SUB-D)
               MOVE HIST-WEATHER-DATE TO CRT-LOW-DATE(SUB-D)
               MOVE HIST-TOTAL-PRECIP TO CRT-PRECIP(SUB-D)
               MOVE HIST-WEATHER-DATE TO CRT-PRECIP-DATE(SUB-D)
               MOVE HIST-HIGH-WIND    TO CRT-WIND(SUB-D)
               MOVE HIST-WEATHER-DATE TO CRT-WIND-DATE(SUB-D)
           ELSE
               IF HIST-HIGH-TEMP > CRT-HIGH-TEMP(SUB-D)
                   MOVE HIST-HIGH-TEMP    TO CRT-HIGH-TEMP(SUB-D)
                   MOVE HIST-WEATHER-DATE TO CRT-HIGH-DATE(SUB-D)
               END-IF
               IF HIST-LOW-TEMP < CRT-LOW-TEMP(SUB-D)
                   MOVE HIST-LOW-TEMP     TO CRT-LOW-TEMP(SUB-D)
                   MOVE HIST-WEATHER-DATE TO CRT-LOW-DATE(SUB-D)
               END-IF
               IF HIST-TOTAL-PRECIP > CRT-PRECIP(SUB-D)
                   MOVE HIST-TOTAL-PRECIP TO CRT-PRECIP(SUB-D)
                   MOVE HIST-WEATHER-DATE TO CRT-PRECIP-DATE(SUB-D)
               END-IF
               IF HIST-HIGH-WIND > CRT-WIND(SUB-D)
                   MOVE HIST-HIGH-WIND    TO CRT-WIND(SUB-D)
                   MOVE HIST-WEATHER-DATE TO CRT-WIND-DATE(SUB-D)
               END-IF
           END-IF

          .

       470-WRITE-STATION-ENTRIES.

      *THE ALL-TIME ENTRY (MMDD 0000) GOES FIRST, THEN THE CALENDAR
      *DATES IN ORDER -- ASCENDING KEY ORDER, AS A FRESH INDEXED
      *FILE WANTS IT.

           ADD 1 TO WS-STATIONS-BUILT

           MOVE WS-PRIOR-STATION  TO RB-STATION-CODE
           MOVE ZERO              TO RB-MONTH-DAY
           MOVE WS-AT-DAYS        TO RB-DAYS-SEEN
           MOVE WS-AT-HIGH-TEMP   TO RB-HIGH-TEMP
           MOVE WS-AT-HIGH-DATE   TO RB-HIGH-DATE
           MOVE WS-AT-LOW-TEMP    TO RB-LOW-TEMP
           MOVE WS-AT-LOW-DATE    TO RB-LOW-DATE
           MOVE WS-AT-PRECIP      TO RB-PRECIP
           MOVE WS-AT-PRECIP-DATE TO RB-PRECIP-DATE
           MOVE WS-AT-WIND        TO RB-WIND
           MOVE WS-AT-WIND-DATE   TO RB-WIND-DATE
           MOVE WS-AT-FIRST-DATE  TO RB-FIRST-DATE
           MOVE WS-AT-LAST-DATE   TO RB-LAST-DATE
           MOVE WS-AT-LAST-HIGH   TO RB-LAST-HIGH
           MOVE WS-AT-LAST-LOW    TO RB-LAST-LOW
           MOVE WS-AT-PREV-DATE   TO RB-PREV-DATE
           MOVE WS-AT-PREV-HIGH   TO RB-PREV-HIGH
           MOVE WS-AT-PREV-LOW    TO RB-PREV-LOW

           PERFORM 490-WRITE-BOOK-ENTRY

           PERFORM 480-WRITE-ONE-SLOT-ENTRY
                VARYING SUB-D FROM 1 BY 1
                  UNTIL SUB-D > 372

          .

       480-WRITE-ONE-SLOT-ENTRY.

      *ONLY A CALENDAR DAY THAT ACTUALLY HAS HISTORY GETS AN ENTRY.
      *THE SLOT NUMBER UNPACKS BACK INTO MMDD FOR THE KEY.

           IF CRT-DAYS(SUB-D) > ZERO

               COMPUTE WS-HMD-MONTH = (SUB-D - 1) / 31 + 1
               COMPUTE WS-HMD-DAY =
                   SUB-D - ((WS-HMD-MONTH - 1) * 31)

               MOVE WS-PRIOR-STATION        TO RB-STATION-CODE
               MOVE WS-HIST-MONTH-DAY-N     TO RB-MONTH-DAY
               MOVE CRT-DAYS(SUB-D)         TO RB-DAYS-SEEN
               MOVE CRT-HIGH-TEMP(SUB-D)    TO RB-HIGH-TEMP
               MOVE CRT-HIGH-DATE(SUB-D)    TO RB-HIGH-DATE
               MOVE CRT-LOW-TEMP(SUB-D)     TO RB-LOW-TEMP
               MOVE CRT-LOW-DATE(SUB-D)     TO RB-LOW-DATE
               MOVE CRT-PRECIP(SUB-D)       TO RB-PRECIP
               MOVE CRT-PRECIP-DATE(SUB-D)  TO RB-PRECIP-DATE
               MOVE CRT-WIND(SUB-D)         TO RB-WIND
               MOVE CRT-WIND-DATE(SUB-D)    TO RB-WIND-DATE
               MOVE ZERO TO RB-FIRST-DATE
               MOVE ZERO TO RB-LAST-DATE
               MOVE ZERO TO RB-LAST-HIGH
               MOVE ZERO TO RB-LAST-LOW
               MOVE ZERO TO RB-PREV-DATE
               MOVE ZERO TO RB-PREV-HIGH
               MOVE ZERO TO RB-PREV-LOW

               PERFORM 490-WRITE-BOOK-ENTRY

           END-IF

          .

       490-WRITE-BOOK-ENTRY.

           WRITE RECORD-BOOK-RECORD
               INVALID KEY
                   DISPLAY 'RECBOOK: RECORD BOOK WRITE FAILED FOR '
                           RB-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRIES-WRITTEN
           END-WRITE

          .

       500-PRINT-RECORD-BOOK.

      *NO BOOK MEANS NOTHING TO PRINT -- THE DAILY PROGRAMS START AN
      *EMPTY ONE, BUT ONLY A REBUILD FILLS IN THE PAST.

           OPEN INPUT RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS NOT = '00'
               DISPLAY 'RECBOOK: NO RECORD BOOK (RECBOOK.DAT) - '
                       'RUN STOPPED'
               CLOSE RECBOOK-REPORT-FILE
               STOP RUN
           END-IF

           OPEN INPUT STATION-MASTER-FILE
           IF WS-STAMAST-STATUS = '00'
               MOVE 'Y' TO WS-STAMAST-SWITCH
           END-IF

           MOVE WS-SELECT-STATION TO RB-STATION-CODE
           MOVE ZERO              TO RB-MONTH-DAY

           START RECORD-BOOK-FILE KEY IS NOT LESS THAN RB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BOOK-EOF-FLAG
           END-START

           PERFORM UNTIL BOOK-AT-END
               READ RECORD-BOOK-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOK-EOF-FLAG
                   NOT AT END
                       PERFORM 510-PRINT-ONE-ENTRY
               END-READ
           END-PERFORM

           IF WS-STATIONS-PRINTED = ZERO
            AND WS-DATES-PRINTED = ZERO
               WRITE RECBOOK-REPORT-ITEM FROM NO-BOOK-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

           CLOSE RECORD-BOOK-FILE

           IF WS-STAMAST-AVAILABLE
               CLOSE STATION-MASTER-FILE
           END-IF

          .

       510-PRINT-ONE-ENTRY.

      *A SINGLE-STATION BOOK ENDS WHERE THE NEXT STATION'S ENTRIES
      *BEGIN.  EACH STATION'S ALL-TIME ENTRY SORTS AHEAD OF ITS
      *CALENDAR DATES AND OPENS ITS BLOCK.

           IF WS-SELECT-STATION NOT = SPACES
            AND RB-STATION-CODE NOT = WS-SELECT-STATION
               MOVE 'Y' TO WS-BOOK-EOF-FLAG
           ELSE
               IF RB-ALL-TIME-ENTRY
                   PERFORM 520-PRINT-STATION-BLOCK
               ELSE
                   PERFORM 530-PRINT-DATE-LINE
               END-IF
           END-IF

          .

       520-PRINT-STATION-BLOCK.

           ADD 1 TO WS-STATIONS-PRINTED

           MOVE RB-STATION-CODE TO STN-STATION-CODE
           MOVE SPACES          TO STN-STATION-NAME
           MOVE SPACES          TO STN-REGION-CODE

           IF WS-STAMAST-AVAILABLE
               MOVE RB-STATION-CODE TO SM-STATION-CODE
               READ STATION-MASTER-FILE
                   INVALID KEY
                       MOVE '(NOT ON MASTER)' TO STN-STATION-NAME
                   NOT INVALID KEY
                       MOVE SM-STATION-NAME TO STN-STATION-NAME
                       MOVE SM-REGION-CODE  TO STN-REGION-CODE
               END-READ
           END-IF

           WRITE RECBOOK-REPORT-ITEM FROM STATION-LINE-1
               AFTER ADVANCING 3 LINES

           MOVE RB-FIRST-DATE TO STN-FIRST-DATE
           MOVE RB-LAST-DATE  TO STN-LAST-DATE
           MOVE RB-DAYS-SEEN  TO STN-DAYS-SEEN
           WRITE RECBOOK-REPORT-ITEM FROM STATION-LINE-2
               AFTER ADVANCING 1 LINE

           MOVE 'All-time high:'    TO ATT-LABEL
           MOVE RB-HIGH-TEMP        TO ATT-TEMP
           MOVE RB-HIGH-DATE        TO ATT-DATE
           WRITE RECBOOK-REPORT-ITEM FROM ALL-TIME-TEMP-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'All-time low:'     TO ATT-LABEL
           MOVE RB-LOW-TEMP         TO ATT-TEMP
           MOVE RB-LOW-DATE         TO ATT-DATE
           WRITE RECBOOK-REPORT-ITEM FROM ALL-TIME-TEMP-LINE
               AFTER ADVANCING 1 LINE

           MOVE RB-PRECIP           TO ATP-PRECIP
           MOVE RB-PRECIP-DATE      TO ATP-DATE
           WRITE RECBOOK-REPORT-ITEM FROM ALL-TIME-PRECIP-LINE
               AFTER ADVANCING 1 LINE

           MOVE RB-WIND             TO ATW-WIND
           MOVE RB-WIND-DATE        TO ATW-DATE
           WRITE RECBOOK-REPORT-ITEM FROM ALL-TIME-WIND-LINE
               AFTER ADVANCING 1 LINE

           WRITE RECBOOK-REPORT-ITEM FROM DATE-COLUMN-LINE
               AFTER ADVANCING 2 LINES

          .

       530-PRINT-DATE-LINE.

           ADD 1 TO WS-DATES-PRINTED

           MOVE RB-MONTH-DAY         TO WS-HIST-MONTH-DAY-N
           MOVE WS-HMD-MONTH         TO DTL-MONTH
           MOVE WS-HMD-DAY           TO DTL-DAY
           MOVE RB-HIGH-TEMP         TO DTL-HIGH-TEMP
           MOVE RB-HIGH-DATE(1:4)    TO DTL-HIGH-YEAR
           MOVE RB-LOW-TEMP          TO DTL-LOW-TEMP
           MOVE RB-LOW-DATE(1:4)     TO DTL-LOW-YEAR
           MOVE RB-PRECIP            TO DTL-PRECIP
           MOVE RB-PRECIP-DATE(1:4)  TO DTL-PRECIP-YEAR
           MOVE RB-WIND              TO DTL-WIND
           MOVE RB-WIND-DATE(1:4)    TO DTL-WIND-YEAR
           MOVE RB-DAYS-SEEN         TO DTL-DAYS-SEEN

           WRITE RECBOOK-REPORT-ITEM FROM DATE-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       600-EOJ-ROUTINE.

           MOVE WS-STATIONS-PRINTED TO TRL-STATIONS-PRINTED
           MOVE WS-DATES-PRINTED    TO TRL-DATES-PRINTED

           WRITE RECBOOK-REPORT-ITEM FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES

           CLOSE RECBOOK-REPORT-FILE

          .

       700-PRINT-THE-HEADERS.

           WRITE RECBOOK-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES

           IF WS-SELECT-STATION = SPACES
               MOVE 'ALL' TO HDR-SELECT-STATION
           ELSE
               MOVE WS-SELECT-STATION TO HDR-SELECT-STATION
           END-IF

           WRITE RECBOOK-REPORT-ITEM FROM HEADER-LINE-2
               AFTER ADVANCING 1 LINE

          .
