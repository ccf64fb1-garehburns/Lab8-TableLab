       IDENTIFICATION DIVISION.
       PROGRAM-ID.    FRZSEAS.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - FREEZE DATES / GROWING SEASON
      *
      *   THE COUNTY EXTENSION OFFICE CALLS EVERY SPRING AND FALL FOR
      *   THE LAST SPRING FREEZE, THE FIRST FALL FREEZE, AND THE
      *   GROWING-SEASON LENGTH AT EACH STATION.  THIS PROGRAM READS
      *   STAHIST.DAT AND PRINTS, PER STATION, FOR THE SEASON ASKED
      *   FOR (FRZRPT.TXT):
      *        LAST SPRING FREEZE DATE
      *        FIRST FALL FREEZE DATE
      *        GROWING-SEASON LENGTH IN DAYS
      *        THE STATION'S OWN MEDIAN OF EACH OVER ALL THE COMPLETE
      *          YEARS ON FILE, AND HOW MANY DAYS THIS SEASON RAN
      *          AHEAD OF (-) OR BEHIND (+) IT
      *   ONCE AT THE FREEZE LEVEL (HIST-LOW-TEMP AT OR BELOW 32) AND
      *   ONCE AT THE HARD-FREEZE LEVEL (AT OR BELOW 28).
      *
      *   A SPRING FREEZE IS ONE ON OR BEFORE JUNE 30, A FALL FREEZE
      *   ONE ON OR AFTER JULY 1.  THE SEASON IS THE DAYS FROM THE
      *   LAST SPRING FREEZE TO THE FIRST FALL FREEZE.  A YEAR WITH
      *   NO FREEZE ON ONE SIDE HAS NO SEASON LENGTH AND SITS OUT
      *   THAT MEDIAN.  MEDIAN DATES ARE TAKEN ON A NON-LEAP CALENDAR
      *   SO FEBRUARY 29 DOESN'T SHIFT EVERY DATE AFTER IT.
      *
      *   RUN IN-SEASON (THE CURRENT YEAR, NOT MARKED FINAL) THE
      *   REPORT SHOWS WHAT HAS HAPPENED THROUGH THE LAST DAY ON
      *   FILE: THE SPRING DATE IS MARKED STILL OPEN BEFORE JULY, AND
      *   A STATION WITHOUT A FALL FREEZE SHOWS "NO FALL FREEZE YET".
      *   A PAST YEAR, OR A CARD MARKED FINAL, IS THE YEAR-END RUN.
      *   ONLY YEARS BEFORE THE CURRENT ONE FEED THE MEDIANS.
      *
      *   PARAMETER CARD LAYOUT (FGPARM.TXT, ONE RECORD):
      *        POSITION 1-4    YEAR (YYYY)
      *        POSITION 5      'F' = FINAL YEAR-END RUN
      *   NO CARD, OR A YEAR THAT ISN'T NUMERIC, REPORTS THE CURRENT
      *   YEAR IN-SEASON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT FREEZE-PARM-FILE
                ASSIGN TO 'FGPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FGPARM-STATUS.

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

            SELECT FREEZE-REPORT-FILE
                ASSIGN TO 'FRZRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FREEZE-PARM-FILE
          RECORD CONTAINS 5 CHARACTERS.

       01 FREEZE-PARM-RECORD.
          05 FP-YEAR      PIC X(4).
          05 FP-RUN-TYPE  PIC X(1).

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

       FD FREEZE-REPORT-FILE.

       01 FREEZE-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-FGPARM-STATUS   PIC XX.
       01 WS-STAHIST-STATUS  PIC XX.
       01 WS-STAMAST-STATUS  PIC XX.

       01 WS-HISTORY-EOF-FLAG  PIC X  VALUE SPACE.
          88 HISTORY-AT-END         VALUE 'Y'.

       01 WS-STATION-MASTER-EOF-FLAG  PIC X  VALUE SPACE.
          88 STATION-MASTER-AT-END        VALUE 'Y'.

       01 WS-FIRST-RECORD-SWITCH  PIC X  VALUE 'Y'.
          88 WS-FIRST-RECORD             VALUE 'Y'.

       01 WS-PRIOR-STATION  PIC X(3)  VALUE SPACES.

       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
          05 WS-CURRENT-YEAR   PIC 9(4).
          05 WS-CURRENT-MMDD   PIC 9(4).

       01 WS-REPORT-YEAR    PIC 9(4)  VALUE ZERO.

       01 WS-RUN-TYPE-SWITCH  PIC X  VALUE 'I'.
          88 WS-IN-SEASON-RUN      VALUE 'I'.
          88 WS-FINAL-RUN          VALUE 'F'.

      *THE TWO FREEZE LEVELS, EACH WITH ITS REPORT LABEL.

       01 FREEZE-LEVEL-VALUES.
          05        PIC S9(3) VALUE +032.
          05        PIC X(11) VALUE 'Freeze (32)'.
          05        PIC S9(3) VALUE +028.
          05        PIC X(11) VALUE 'Hard (28)'.

       01 FREEZE-LEVEL-TABLE REDEFINES FREEZE-LEVEL-VALUES.
          05 FREEZE-LEVEL-ITEM OCCURS 2 TIMES.
             10 FL-TEMP   PIC S9(3).
             10 FL-NAME   PIC X(11).

      *DAYS BEFORE EACH MONTH ON A NON-LEAP CALENDAR.

       01 DAYS-BEFORE-MONTH-VALUES.
          05        PIC X(18) VALUE '000031059090120151'.
          05        PIC X(18) VALUE '181212243273304334'.

       01 DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
          05 DAYS-BEFORE-MONTH  PIC 9(3) OCCURS 12 TIMES.

      *THE STATION MASTER, FOR NAMES AND REGIONS AND SO AN ACTIVE
      *STATION WITH NOTHING ON FILE STILL APPEARS ON THE REPORT.

       01 WS-STATION-COUNT  PIC 9(3)  VALUE ZERO.

       01 STATION-TABLE.
           05  STATION-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-STATION-COUNT
                   INDEXED BY STATION-INDEX.
               10  STATION-CODE     PIC X(3).
               10  STATION-NAME     PIC X(17).
               10  STATION-REGION   PIC X(2).
               10  STATION-STATUS   PIC X(1).
                   88 STATION-ACTIVE          VALUE 'A'.
               10  STATION-REPORTED-FLAG  PIC X(1).
                   88 STATION-REPORTED        VALUE 'Y'.

       01 WS-CURRENT-NAME    PIC X(17)  VALUE SPACES.
       01 WS-CURRENT-REGION  PIC X(2)   VALUE SPACES.

      *ONE STATION'S YEARS, OLDEST FIRST AS THE HISTORY COMES BACK.
      *PER YEAR AND LEVEL, THE LATEST FREEZE ON OR BEFORE JUNE 30
      *AND THE EARLIEST ONE AFTER IT; ZERO MEANS NONE ON FILE.

       01 SUB-L  PIC 9.
       01 SUB-K  PIC 9.
       01 SUB-M  PIC 99.
       01 SUB-Y  PIC 9(3).
       01 SUB-S  PIC 9(3).

       01 WS-YEAR-COUNT      PIC 9(3)  VALUE ZERO.
       01 WS-DAYS-SKIPPED    PIC 9(6)  VALUE ZERO.
       01 WS-REPORT-SUB      PIC 9(3)  VALUE ZERO.

       01 STATION-YEAR-TABLE.
           05  STATION-YEAR-ITEM OCCURS 1 TO 150 TIMES
                   DEPENDING ON WS-YEAR-COUNT.
               10  SY-YEAR           PIC 9(4).
               10  SY-DAYS-ON-FILE   PIC 9(3).
               10  SY-LAST-DATE      PIC 9(8).
               10  SY-LEVEL-ITEM OCCURS 2 TIMES.
                   15  SY-LAST-SPRING   PIC 9(8).
                   15  SY-FIRST-FALL    PIC 9(8).

      *SORTED LISTS FOR THE MEDIANS -- 1 SPRING DATE, 2 FALL DATE
      *(BOTH AS NON-LEAP CALENDAR DAYS), 3 SEASON LENGTH.  EACH
      *VALUE SINKS INTO PLACE AS IT IS ADDED.

       01 MEDIAN-LISTS.
          05 MEDIAN-LIST OCCURS 3 TIMES.
             10 ML-COUNT    PIC 9(3).
             10 ML-VALUE    PIC 9(3) OCCURS 150 TIMES.
             10 ML-MEDIAN   PIC 9(3).

       01 WS-LIST-VALUE       PIC 9(3).
       01 WS-SWAP-VALUE       PIC 9(3).
       01 WS-MEDIAN-HALF      PIC 9(3).
       01 WS-MEDIAN-REMAINDER PIC 9.
       01 WS-YEARS-COMPARED   PIC 9(3).

       01 WS-SINK-SWITCH  PIC X  VALUE SPACE.
          88 WS-SINK-DONE       VALUE 'Y'.

      *DAY NUMBERS FOR ONE DATE -- CALENDAR DAY ON A NON-LEAP YEAR
      *(FOR MEDIANS) AND ACTUAL DAY OF THE YEAR (FOR LENGTHS).

       01 WS-DAY-DATE         PIC 9(8).
       01 WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
          05 WS-DAY-YEAR      PIC 9(4).
          05 WS-DAY-MONTH     PIC 99.
          05 WS-DAY-DAY       PIC 99.
       01 WS-CALENDAR-DAY     PIC 9(3).
       01 WS-YEAR-DAY         PIC 9(3).

       01 WS-LEAP-QUOTIENT    PIC 9(4).
       01 WS-LEAP-REMAINDER   PIC 9(4).
       01 WS-LEAP-YEAR-SWITCH PIC X  VALUE SPACE.
          88 WS-LEAP-YEAR          VALUE 'Y'.

       01 WS-SPRING-CAL-DAY   PIC 9(3).
       01 WS-SPRING-YEAR-DAY  PIC 9(3).
       01 WS-FALL-CAL-DAY     PIC 9(3).
       01 WS-FALL-YEAR-DAY    PIC 9(3).
       01 WS-SEASON-LENGTH    PIC 9(3).
       01 WS-DIFF-DAYS        PIC S9(3).

       01 WS-MEDIAN-DAY       PIC 9(3).
       01 WS-MEDIAN-MONTH     PIC 99.
       01 WS-MEDIAN-MMDD.
          05 WS-MEDIAN-MM     PIC 99.
          05                  PIC X  VALUE '/'.
          05 WS-MEDIAN-DD     PIC 99.

       01 WS-DIFF-EDITED      PIC +++9.
       01 WS-SEASON-EDITED    PIC ZZ9.

       01 WS-DAYS-READ         PIC 9(6)  VALUE ZERO.
       01 WS-STATIONS-REPORTED PIC 9(4)  VALUE ZERO.
       01 WS-STATIONS-NO-DATA  PIC 9(4)  VALUE ZERO.

       01 HEADER-LINE-1.
          05        PIC X(20) VALUE SPACES.
          05        PIC X(33) VALUE
              'Freeze Dates and Growing Season '.
          05 HDR-REPORT-YEAR  PIC 9(4).

       01 HEADER-LINE-2.
          05 HDR-RUN-TYPE     PIC X(40).
          05        PIC X(22) VALUE 'Medians: years before '.
          05 HDR-CURRENT-YEAR PIC 9(4).

       01 STATION-HEADING-LINE.
          05        PIC X(9)  VALUE 'Station: '.
          05 SHL-STATION-CODE  PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 SHL-STATION-NAME  PIC X(17).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(8)  VALUE 'Region: '.
          05 SHL-REGION-CODE   PIC X(2).

       01 DAYS-ON-FILE-LINE.
          05        PIC X(14) VALUE 'Days on file: '.
          05 DOF-DAYS          PIC ZZ9.
          05        PIC X(11) VALUE '  through '.
          05 DOF-LAST-DATE     PIC 9(8).

       01 NO-DAYS-LINE.
          05        PIC X(21) VALUE 'No days on file for '.
          05 NDL-YEAR          PIC 9(4).

       01 COLUMN-LINE-1.
          05        PIC X(12) VALUE SPACES.
          05        PIC X(20) VALUE '--- Last spring ----'.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(20) VALUE '---- First fall ----'.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(13) VALUE '-- Season ---'.

       01 COLUMN-LINE-2.
          05        PIC X(12) VALUE 'Level'.
          05        PIC X(20) VALUE 'Date      Med   Dif'.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(20) VALUE 'Date      Med   Dif'.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(15) VALUE 'Len  Med  Dif'.
          05        PIC X(3)  VALUE 'Yrs'.

       01 LEVEL-DETAIL-LINE.
          05 LDL-LEVEL-NAME     PIC X(11).
          05        PIC X(1)  VALUE SPACES.
          05 LDL-SPRING-DATE    PIC X(8).
          05        PIC X(2)  VALUE SPACES.
          05 LDL-SPRING-MEDIAN  PIC X(5).
          05        PIC X(1)  VALUE SPACES.
          05 LDL-SPRING-DIFF    PIC X(4).
          05        PIC X(3)  VALUE SPACES.
          05 LDL-FALL-DATE      PIC X(8).
          05        PIC X(2)  VALUE SPACES.
          05 LDL-FALL-MEDIAN    PIC X(5).
          05        PIC X(1)  VALUE SPACES.
          05 LDL-FALL-DIFF      PIC X(4).
          05        PIC X(3)  VALUE SPACES.
          05 LDL-SEASON         PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 LDL-SEASON-MEDIAN  PIC X(3).
          05        PIC X(1)  VALUE SPACES.
          05 LDL-SEASON-DIFF    PIC X(4).
          05        PIC X(2)  VALUE SPACES.
          05 LDL-YEARS          PIC ZZ9.

       01 NOTE-LINE.
          05        PIC X(12) VALUE SPACES.
          05 NL-NOTE-TEXT      PIC X(34).
          05        PIC X(15) VALUE ' - data through'.
          05        PIC X(1)  VALUE SPACES.
          05 NL-THROUGH-DATE   PIC 9(8).

       01 TRAILER-LINE.
          05        PIC X(11) VALUE 'Days read: '.
          05 TRL-DAYS-READ        PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(10) VALUE 'Stations: '.
          05 TRL-STATIONS-REPORTED PIC ZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(9)  VALUE 'No data: '.
          05 TRL-STATIONS-NO-DATA PIC ZZZ9.

       01 DAYS-SKIPPED-LINE.
          05        PIC X(4)  VALUE '*** '.
          05 YSL-DAYS-SKIPPED  PIC ZZZZZ9.
          05        PIC X(36) VALUE
              ' DAYS NOT USED - YEAR TABLE FULL ***'.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *NO HISTORY FILE MEANS NOTHING TO REPORT.  A MISSING MASTER
      *ONLY COSTS THE NAMES AND REGIONS.

           PERFORM 210-LOAD-PARM-CARD

           OPEN INPUT STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'FRZSEAS: STATION HISTORY FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           PERFORM 220-LOAD-STATION-MASTER

           OPEN OUTPUT FREEZE-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-PARM-CARD.

      *A PAST YEAR IS ALWAYS THE YEAR-END RUN; THE CURRENT YEAR IS
      *IN-SEASON UNLESS THE CARD SAYS FINAL.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR

           OPEN INPUT FREEZE-PARM-FILE
           IF WS-FGPARM-STATUS = '00'
               READ FREEZE-PARM-FILE
                   NOT AT END
                       IF FP-YEAR IS NUMERIC
                           MOVE FP-YEAR TO WS-REPORT-YEAR
                       END-IF
                       IF FP-RUN-TYPE = 'F'
                           MOVE 'F' TO WS-RUN-TYPE-SWITCH
                       END-IF
               END-READ
               CLOSE FREEZE-PARM-FILE
           END-IF

           IF WS-REPORT-YEAR < WS-CURRENT-YEAR
               MOVE 'F' TO WS-RUN-TYPE-SWITCH
           END-IF

          .

       220-LOAD-STATION-MASTER.

           MOVE ZERO  TO WS-STATION-COUNT
           MOVE SPACE TO WS-STATION-MASTER-EOF-FLAG

           OPEN INPUT STATION-MASTER-FILE
           IF WS-STAMAST-STATUS = '00'
               PERFORM UNTIL STATION-MASTER-AT-END
                   READ STATION-MASTER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-STATION-MASTER-EOF-FLAG
                       NOT AT END
                           IF WS-STATION-COUNT < 200
                               ADD 1 TO WS-STATION-COUNT
                               MOVE SM-STATION-CODE
                                 TO STATION-CODE(WS-STATION-COUNT)
                               MOVE SM-STATION-NAME
                                 TO STATION-NAME(WS-STATION-COUNT)
                               MOVE SM-REGION-CODE
                                 TO STATION-REGION(WS-STATION-COUNT)
                               MOVE SM-STATION-STATUS
                                 TO STATION-STATUS(WS-STATION-COUNT)
                               MOVE SPACE
                                 TO STATION-REPORTED-FLAG
                                        (WS-STATION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATION-MASTER-FILE
           END-IF

          .

       300-READ-ROUTINE.

      *EVERY YEAR ON FILE IS READ, NOT JUST THE ONE REPORTED -- THE
      *MEDIANS NEED THEM ALL.

           PERFORM UNTIL HISTORY-AT-END
               READ STATION-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DAYS-READ
                       PERFORM 400-CONTROL-BREAK-ROUTINE
               END-READ
           END-PERFORM

          .

       400-CONTROL-BREAK-ROUTINE.

           IF WS-FIRST-RECORD
               PERFORM 420-START-NEW-STATION
           ELSE
               IF HIST-STATION-CODE NOT = WS-PRIOR-STATION
                   PERFORM 500-FINISH-STATION
                   PERFORM 420-START-NEW-STATION
               END-IF
           END-IF

           IF WS-YEAR-COUNT = ZERO
               PERFORM 430-START-NEW-YEAR
           ELSE
               IF HIST-WEATHER-DATE(1:4) NOT = SY-YEAR(WS-YEAR-COUNT)
                   PERFORM 430-START-NEW-YEAR
               END-IF
           END-IF

           IF SY-YEAR(WS-YEAR-COUNT) = HIST-WEATHER-DATE(1:4)
               PERFORM 450-FOLD-IN-ONE-DAY
           END-IF

          .

       420-START-NEW-STATION.

           MOVE 'N'               TO WS-FIRST-RECORD-SWITCH
           MOVE HIST-STATION-CODE TO WS-PRIOR-STATION
           MOVE ZERO              TO WS-YEAR-COUNT

          .

       430-START-NEW-YEAR.

      *A STATION WITH MORE YEARS THAN THE TABLE HOLDS KEEPS ITS
      *OLDEST 150; DAYS FROM THE REST ARE COUNTED ON THE TRAILER.

           IF WS-YEAR-COUNT < 150
               ADD 1 TO WS-YEAR-COUNT
               MOVE HIST-WEATHER-DATE(1:4) TO SY-YEAR(WS-YEAR-COUNT)
               MOVE ZERO TO SY-DAYS-ON-FILE(WS-YEAR-COUNT)
               MOVE ZERO TO SY-LAST-DATE(WS-YEAR-COUNT)
               PERFORM 435-CLEAR-ONE-LEVEL
                    VARYING SUB-L FROM 1 BY 1
                      UNTIL SUB-L > 2
           ELSE
               ADD 1 TO WS-DAYS-SKIPPED
           END-IF

          .

       435-CLEAR-ONE-LEVEL.

           MOVE ZERO TO SY-LAST-SPRING(WS-YEAR-COUNT, SUB-L)
           MOVE ZERO TO SY-FIRST-FALL(WS-YEAR-COUNT, SUB-L)

          .

       450-FOLD-IN-ONE-DAY.

           ADD 1 TO SY-DAYS-ON-FILE(WS-YEAR-COUNT)
           MOVE HIST-WEATHER-DATE TO SY-LAST-DATE(WS-YEAR-COUNT)

           PERFORM 455-CHECK-ONE-LEVEL
                VARYING SUB-L FROM 1 BY 1
                  UNTIL SUB-L > 2

          .

       455-CHECK-ONE-LEVEL.

      *THE HISTORY COMES BACK IN DATE ORDER, SO THE LAST SPRING
      *FREEZE IS WHICHEVER ONE CAME LAST, AND THE FIRST FALL FREEZE
      *IS THE FIRST ONE STORED.

           IF HIST-LOW-TEMP <= FL-TEMP(SUB-L)
               IF HIST-WEATHER-DATE(5:4) <= '0630'
                   MOVE HIST-WEATHER-DATE
                     TO SY-LAST-SPRING(WS-YEAR-COUNT, SUB-L)
               ELSE
                   IF SY-FIRST-FALL(WS-YEAR-COUNT, SUB-L) = ZERO
                       MOVE HIST-WEATHER-DATE
                         TO SY-FIRST-FALL(WS-YEAR-COUNT, SUB-L)
                   END-IF
               END-IF
           END-IF

          .

       500-FINISH-STATION.

           PERFORM 510-LOOK-UP-STATION

           MOVE WS-PRIOR-STATION  TO SHL-STATION-CODE
           MOVE WS-CURRENT-NAME   TO SHL-STATION-NAME
           MOVE WS-CURRENT-REGION TO SHL-REGION-CODE
           WRITE FREEZE-REPORT-ITEM FROM STATION-HEADING-LINE
               AFTER ADVANCING 3 LINES

           MOVE ZERO TO WS-REPORT-SUB
           PERFORM 515-FIND-REPORT-YEAR
                VARYING SUB-Y FROM 1 BY 1
                  UNTIL SUB-Y > WS-YEAR-COUNT

           IF WS-REPORT-SUB = ZERO
               MOVE WS-REPORT-YEAR TO NDL-YEAR
               WRITE FREEZE-REPORT-ITEM FROM NO-DAYS-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE SY-DAYS-ON-FILE(WS-REPORT-SUB) TO DOF-DAYS
               MOVE SY-LAST-DATE(WS-REPORT-SUB)    TO DOF-LAST-DATE
               WRITE FREEZE-REPORT-ITEM FROM DAYS-ON-FILE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           WRITE FREEZE-REPORT-ITEM FROM COLUMN-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE FREEZE-REPORT-ITEM FROM COLUMN-LINE-2
               AFTER ADVANCING 1 LINE

           PERFORM 520-REPORT-ONE-LEVEL
                VARYING SUB-L FROM 1 BY 1
                  UNTIL SUB-L > 2

           ADD 1 TO WS-STATIONS-REPORTED

          .

       510-LOOK-UP-STATION.

           MOVE SPACES TO WS-CURRENT-NAME
           MOVE SPACES TO WS-CURRENT-REGION

           SET STATION-INDEX TO 1
           SEARCH STATION-ITEM
           AT END
               MOVE '(NOT ON MASTER)' TO WS-CURRENT-NAME

           WHEN STATION-CODE(STATION-INDEX) = WS-PRIOR-STATION
               MOVE STATION-NAME(STATION-INDEX)   TO WS-CURRENT-NAME
               MOVE STATION-REGION(STATION-INDEX) TO WS-CURRENT-REGION
               MOVE 'Y' TO STATION-REPORTED-FLAG(STATION-INDEX)
           END-SEARCH

          .

       515-FIND-REPORT-YEAR.

           IF SY-YEAR(SUB-Y) = WS-REPORT-YEAR
               MOVE SUB-Y TO WS-REPORT-SUB
           END-IF

          .

       520-REPORT-ONE-LEVEL.

           PERFORM 530-COMPUTE-MEDIANS

           MOVE FL-NAME(SUB-L) TO LDL-LEVEL-NAME
           MOVE WS-YEARS-COMPARED TO LDL-YEARS
           MOVE '--------' TO LDL-SPRING-DATE
           MOVE '--------' TO LDL-FALL-DATE
           MOVE SPACES TO LDL-SPRING-MEDIAN LDL-SPRING-DIFF
                          LDL-FALL-MEDIAN   LDL-FALL-DIFF
                          LDL-SEASON LDL-SEASON-MEDIAN LDL-SEASON-DIFF

           MOVE ZERO TO WS-SPRING-CAL-DAY
           MOVE ZERO TO WS-FALL-CAL-DAY

           IF WS-REPORT-SUB > ZERO
               PERFORM 540-SET-REPORT-YEAR-DATES
           END-IF

           PERFORM 550-SET-MEDIAN-COLUMNS

           WRITE FREEZE-REPORT-ITEM FROM LEVEL-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF WS-REPORT-SUB > ZERO
               PERFORM 560-PRINT-SEASON-NOTES
           END-IF

          .

       530-COMPUTE-MEDIANS.

      *ONLY COMPLETE YEARS -- THOSE BEFORE THE CURRENT ONE -- FEED
      *THE MEDIANS, SO AN UNFINISHED SEASON NEVER PULLS ITS OWN
      *YARDSTICK.

           MOVE ZERO TO WS-YEARS-COMPARED
           PERFORM 532-CLEAR-ONE-LIST
                VARYING SUB-K FROM 1 BY 1
                  UNTIL SUB-K > 3

           PERFORM 534-COLLECT-ONE-YEAR
                VARYING SUB-Y FROM 1 BY 1
                  UNTIL SUB-Y > WS-YEAR-COUNT

           PERFORM 538-TAKE-ONE-MEDIAN
                VARYING SUB-K FROM 1 BY 1
                  UNTIL SUB-K > 3

          .

       532-CLEAR-ONE-LIST.

           MOVE ZERO TO ML-COUNT(SUB-K)
           MOVE ZERO TO ML-MEDIAN(SUB-K)

          .

       534-COLLECT-ONE-YEAR.

           IF SY-YEAR(SUB-Y) < WS-CURRENT-YEAR
               ADD 1 TO WS-YEARS-COMPARED

               IF SY-LAST-SPRING(SUB-Y, SUB-L) > ZERO
                   MOVE SY-LAST-SPRING(SUB-Y, SUB-L) TO WS-DAY-DATE
                   PERFORM 800-SET-DAY-NUMBERS
                   MOVE WS-CALENDAR-DAY TO WS-SPRING-CAL-DAY
                   MOVE WS-YEAR-DAY     TO WS-SPRING-YEAR-DAY
                   MOVE 1               TO SUB-K
                   MOVE WS-CALENDAR-DAY TO WS-LIST-VALUE
                   PERFORM 536-ADD-TO-LIST
               END-IF

               IF SY-FIRST-FALL(SUB-Y, SUB-L) > ZERO
                   MOVE SY-FIRST-FALL(SUB-Y, SUB-L) TO WS-DAY-DATE
                   PERFORM 800-SET-DAY-NUMBERS
                   MOVE WS-YEAR-DAY     TO WS-FALL-YEAR-DAY
                   MOVE 2               TO SUB-K
                   MOVE WS-CALENDAR-DAY TO WS-LIST-VALUE
                   PERFORM 536-ADD-TO-LIST
               END-IF

               IF SY-LAST-SPRING(SUB-Y, SUB-L) > ZERO
                AND SY-FIRST-FALL(SUB-Y, SUB-L) > ZERO
                   MOVE 3 TO SUB-K
                   COMPUTE WS-LIST-VALUE =
                       WS-FALL-YEAR-DAY - WS-SPRING-YEAR-DAY
                   PERFORM 536-ADD-TO-LIST
               END-IF
           END-IF

          .

       536-ADD-TO-LIST.

           ADD 1 TO ML-COUNT(SUB-K)
           MOVE WS-LIST-VALUE TO ML-VALUE(SUB-K, ML-COUNT(SUB-K))

           MOVE SPACE TO WS-SINK-SWITCH
           PERFORM 537-SINK-ONE-PLACE
                VARYING SUB-S FROM ML-COUNT(SUB-K) BY -1
                  UNTIL SUB-S < 2
                     OR WS-SINK-DONE

          .

       537-SINK-ONE-PLACE.

           IF ML-VALUE(SUB-K, SUB-S - 1) > ML-VALUE(SUB-K, SUB-S)
               MOVE ML-VALUE(SUB-K, SUB-S)     TO WS-SWAP-VALUE
               MOVE ML-VALUE(SUB-K, SUB-S - 1)
                 TO ML-VALUE(SUB-K, SUB-S)
               MOVE WS-SWAP-VALUE TO ML-VALUE(SUB-K, SUB-S - 1)
           ELSE
               MOVE 'Y' TO WS-SINK-SWITCH
           END-IF

          .

       538-TAKE-ONE-MEDIAN.

      *AN EVEN COUNT TAKES THE MIDPOINT OF THE MIDDLE TWO.

           IF ML-COUNT(SUB-K) > ZERO
               DIVIDE ML-COUNT(SUB-K) BY 2
                   GIVING WS-MEDIAN-HALF
                   REMAINDER WS-MEDIAN-REMAINDER
               IF WS-MEDIAN-REMAINDER = 1
                   MOVE ML-VALUE(SUB-K, WS-MEDIAN-HALF + 1)
                     TO ML-MEDIAN(SUB-K)
               ELSE
                   COMPUTE ML-MEDIAN(SUB-K) ROUNDED =
                       (ML-VALUE(SUB-K, WS-MEDIAN-HALF)
                      + ML-VALUE(SUB-K, WS-MEDIAN-HALF + 1)) / 2
               END-IF
           END-IF

          .

       540-SET-REPORT-YEAR-DATES.

           IF SY-LAST-SPRING(WS-REPORT-SUB, SUB-L) > ZERO
               MOVE SY-LAST-SPRING(WS-REPORT-SUB, SUB-L)
                 TO LDL-SPRING-DATE
               MOVE SY-LAST-SPRING(WS-REPORT-SUB, SUB-L)
                 TO WS-DAY-DATE
               PERFORM 800-SET-DAY-NUMBERS
               MOVE WS-CALENDAR-DAY TO WS-SPRING-CAL-DAY
               MOVE WS-YEAR-DAY     TO WS-SPRING-YEAR-DAY
           END-IF

           IF SY-FIRST-FALL(WS-REPORT-SUB, SUB-L) > ZERO
               MOVE SY-FIRST-FALL(WS-REPORT-SUB, SUB-L)
                 TO LDL-FALL-DATE
               MOVE SY-FIRST-FALL(WS-REPORT-SUB, SUB-L)
                 TO WS-DAY-DATE
               PERFORM 800-SET-DAY-NUMBERS
               MOVE WS-CALENDAR-DAY TO WS-FALL-CAL-DAY
               MOVE WS-YEAR-DAY     TO WS-FALL-YEAR-DAY
           END-IF

           IF WS-SPRING-CAL-DAY > ZERO
            AND WS-FALL-CAL-DAY > ZERO
               COMPUTE WS-SEASON-LENGTH =
                   WS-FALL-YEAR-DAY - WS-SPRING-YEAR-DAY
               MOVE WS-SEASON-LENGTH TO WS-SEASON-EDITED
               MOVE WS-SEASON-EDITED TO LDL-SEASON
           END-IF

          .

       550-SET-MEDIAN-COLUMNS.

      *A DIFFERENCE PRINTS ONLY WHEN THIS SEASON AND THE MEDIAN
      *BOTH HAVE THE FIGURE.

           IF ML-COUNT(1) > ZERO
               MOVE ML-MEDIAN(1) TO WS-MEDIAN-DAY
               PERFORM 820-CALENDAR-DAY-TO-MMDD
               MOVE WS-MEDIAN-MMDD TO LDL-SPRING-MEDIAN
               IF WS-SPRING-CAL-DAY > ZERO
                   COMPUTE WS-DIFF-DAYS =
                       WS-SPRING-CAL-DAY - ML-MEDIAN(1)
                   MOVE WS-DIFF-DAYS   TO WS-DIFF-EDITED
                   MOVE WS-DIFF-EDITED TO LDL-SPRING-DIFF
               END-IF
           END-IF

           IF ML-COUNT(2) > ZERO
               MOVE ML-MEDIAN(2) TO WS-MEDIAN-DAY
               PERFORM 820-CALENDAR-DAY-TO-MMDD
               MOVE WS-MEDIAN-MMDD TO LDL-FALL-MEDIAN
               IF WS-FALL-CAL-DAY > ZERO
                   COMPUTE WS-DIFF-DAYS =
                       WS-FALL-CAL-DAY - ML-MEDIAN(2)
                   MOVE WS-DIFF-DAYS   TO WS-DIFF-EDITED
                   MOVE WS-DIFF-EDITED TO LDL-FALL-DIFF
               END-IF
           END-IF

           IF ML-COUNT(3) > ZERO
               MOVE ML-MEDIAN(3)     TO WS-SEASON-EDITED
               MOVE WS-SEASON-EDITED TO LDL-SEASON-MEDIAN
               IF WS-SPRING-CAL-DAY > ZERO
                AND WS-FALL-CAL-DAY > ZERO
                   COMPUTE WS-DIFF-DAYS =
                       WS-SEASON-LENGTH - ML-MEDIAN(3)
                   MOVE WS-DIFF-DAYS   TO WS-DIFF-EDITED
                   MOVE WS-DIFF-EDITED TO LDL-SEASON-DIFF
               END-IF
           END-IF

          .

       560-PRINT-SEASON-NOTES.

      *IN-SEASON, SAY WHICH FIGURES CAN STILL MOVE.  AT YEAR END A
      *MISSING DATE JUST STAYS DASHED.

           MOVE SY-LAST-DATE(WS-REPORT-SUB) TO NL-THROUGH-DATE

           IF WS-IN-SEASON-RUN
               IF SY-LAST-DATE(WS-REPORT-SUB)(5:4) <= '0630'
                   MOVE 'Spring freeze season still open'
                     TO NL-NOTE-TEXT
                   WRITE FREEZE-REPORT-ITEM FROM NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
               IF SY-FIRST-FALL(WS-REPORT-SUB, SUB-L) = ZERO
                   MOVE 'No fall freeze yet' TO NL-NOTE-TEXT
                   WRITE FREEZE-REPORT-ITEM FROM NOTE-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF

          .

       600-EOJ-ROUTINE.

      *FLUSH THE LAST STATION -- THE FINAL CONTROL BREAK NEVER
      *FIRES SINCE THERE IS NO NEXT RECORD TO CHANGE KEY.  THEN THE
      *ACTIVE STATIONS WITH NOTHING ON FILE AT ALL.

           IF NOT WS-FIRST-RECORD
               PERFORM 500-FINISH-STATION
           END-IF

           PERFORM 610-PRINT-NO-DATA-STATION
                VARYING STATION-INDEX FROM 1 BY 1
                  UNTIL STATION-INDEX > WS-STATION-COUNT

           MOVE WS-DAYS-READ         TO TRL-DAYS-READ
           MOVE WS-STATIONS-REPORTED TO TRL-STATIONS-REPORTED
           MOVE WS-STATIONS-NO-DATA  TO TRL-STATIONS-NO-DATA

           WRITE FREEZE-REPORT-ITEM FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES

           IF WS-DAYS-SKIPPED > ZERO
               MOVE WS-DAYS-SKIPPED TO YSL-DAYS-SKIPPED
               WRITE FREEZE-REPORT-ITEM FROM DAYS-SKIPPED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           CLOSE STATION-HISTORY-FILE
                 FREEZE-REPORT-FILE

          .

       610-PRINT-NO-DATA-STATION.

           IF STATION-ACTIVE(STATION-INDEX)
            AND NOT STATION-REPORTED(STATION-INDEX)
               MOVE STATION-CODE(STATION-INDEX)   TO SHL-STATION-CODE
               MOVE STATION-NAME(STATION-INDEX)   TO SHL-STATION-NAME
               MOVE STATION-REGION(STATION-INDEX) TO SHL-REGION-CODE
               WRITE FREEZE-REPORT-ITEM FROM STATION-HEADING-LINE
                   AFTER ADVANCING 3 LINES

               MOVE WS-REPORT-YEAR TO NDL-YEAR
               WRITE FREEZE-REPORT-ITEM FROM NO-DAYS-LINE
                   AFTER ADVANCING 1 LINE

               ADD 1 TO WS-STATIONS-NO-DATA
           END-IF

          .

       700-PRINT-THE-HEADERS.

           MOVE WS-REPORT-YEAR  TO HDR-REPORT-YEAR
           WRITE FREEZE-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES

           IF WS-FINAL-RUN
               MOVE 'Final year-end run' TO HDR-RUN-TYPE
           ELSE
               MOVE 'In-season run' TO HDR-RUN-TYPE
           END-IF
           MOVE WS-CURRENT-YEAR TO HDR-CURRENT-YEAR
           WRITE FREEZE-REPORT-ITEM FROM HEADER-LINE-2
               AFTER ADVANCING 1 LINE

          .

       800-SET-DAY-NUMBERS.

      *CALENDAR DAY COUNTS ON A NON-LEAP YEAR, SO FEBRUARY 29 AND
      *MARCH 1 SHARE DAY 60; THE YEAR DAY IS THE TRUE ONE, FOR
      *LENGTHS.

           COMPUTE WS-CALENDAR-DAY =
               DAYS-BEFORE-MONTH(WS-DAY-MONTH) + WS-DAY-DAY
           MOVE WS-CALENDAR-DAY TO WS-YEAR-DAY

           IF WS-DAY-MONTH > 2
               PERFORM 810-CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-YEAR-DAY
               END-IF
           END-IF

           IF WS-DAY-MONTH = 2
            AND WS-DAY-DAY = 29
               MOVE 60 TO WS-CALENDAR-DAY
           END-IF

          .

       810-CHECK-LEAP-YEAR.

      *LEAP WHEN DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST
      *BE DIVISIBLE BY 400.

           MOVE SPACE TO WS-LEAP-YEAR-SWITCH

           DIVIDE WS-DAY-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
           END-IF

           DIVIDE WS-DAY-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE SPACE TO WS-LEAP-YEAR-SWITCH
               DIVIDE WS-DAY-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
               END-IF
           END-IF

          .

       820-CALENDAR-DAY-TO-MMDD.

           MOVE 1 TO WS-MEDIAN-MONTH
           PERFORM 825-CHECK-ONE-MONTH
                VARYING SUB-M FROM 2 BY 1
                  UNTIL SUB-M > 12

           MOVE WS-MEDIAN-MONTH TO WS-MEDIAN-MM
           COMPUTE WS-MEDIAN-DD =
               WS-MEDIAN-DAY - DAYS-BEFORE-MONTH(WS-MEDIAN-MONTH)

          .

       825-CHECK-ONE-MONTH.

           IF DAYS-BEFORE-MONTH(SUB-M) < WS-MEDIAN-DAY
               MOVE SUB-M TO WS-MEDIAN-MONTH
           END-IF

          .
