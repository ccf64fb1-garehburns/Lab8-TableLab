       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CLIMSUM.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - ANNUAL CLIMATE SUMMARY
      *
      *   AT YEAR END THE DESK USED TO BUILD EACH STATION'S ANNUAL
      *   CLIMATE SUMMARY BY HAND FROM TWELVE WEAROLLUP PRINTOUTS.
      *   THIS PROGRAM READS ONE CALENDAR YEAR OF STAHIST.DAT AND
      *   PRINTS THE SUMMARY (CLIMRPT.TXT) PER STATION AND THEN PER
      *   REGION (SM-REGION-CODE ON THE STATION MASTER):
      *        ANNUAL HIGH AND LOW, WITH THEIR DATES
      *        EACH MONTH'S MEAN HIGH AND MEAN LOW WITH THE
      *          DEPARTURE FROM NORMAL (NORMALS.DAT, SEE WEANORM)
      *        TOTAL PRECIPITATION AGAINST NORMAL, AND THE WETTEST
      *          MONTH
      *        PEAK GUST, WITH ITS DATE
      *        DAYS AT OR BELOW THE FREEZE LEVEL AND AT OR ABOVE THE
      *          HEAT LEVEL -- THE SAME DESK-SET LEVELS TABLELAB'S
      *          ADVISORIES USE, OFF ADVPARM.TXT
      *
      *   MISSING DAYS ARE COUNTED AND PRINTED, MONTH BY MONTH, NOT
      *   SILENTLY AVERAGED OVER: A MONTH'S MEANS ARE TAKEN OVER THE
      *   DAYS ACTUALLY ON FILE, AND THE NORMALS THEY ARE COMPARED
      *   WITH (AND THE NORMAL PRECIPITATION) ARE SUMMED OVER THOSE
      *   SAME DAYS, SO A STATION WITH A TWO-WEEK OUTAGE SHOWS THE
      *   HOLE INSTEAD OF A MILD, DRY YEAR.  AN ACTIVE STATION WITH
      *   NOTHING ON FILE FOR THE YEAR STILL PRINTS, WITH EVERY DAY
      *   MISSING, AND COUNTS AGAINST ITS REGION.
      *
      *   THE HISTORY COMES BACK STATION-MAJOR, DATE-MINOR, SO EACH
      *   STATION IS ACCUMULATED AND PRINTED ON THE CHANGE OF STATION
      *   CODE, THE SAME BREAK WEANORM USES.  EACH STATION'S FIGURES
      *   THEN FOLD INTO ITS REGION'S ENTRY, WHICH HAS THE SAME SHAPE
      *   AS A STATION'S, SO THE REGION BLOCKS PRINT THROUGH THE SAME
      *   PARAGRAPHS.
      *
      *   PARAMETER CARD LAYOUT (CSPARM.TXT, ONE RECORD):
      *        POSITION 1-4    YEAR (YYYY)
      *   NO CARD, OR A YEAR THAT ISN'T NUMERIC, SUMMARIZES THE
      *   CALENDAR YEAR BEFORE TODAY'S.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CLIMSUM-PARM-FILE
                ASSIGN TO 'CSPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSPARM-STATUS.

            SELECT ADVISORY-PARM-FILE
                ASSIGN TO 'ADVPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADVPARM-STATUS.

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

            SELECT NORMALS-FILE
                ASSIGN TO 'NORMALS.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NORM-KEY
                FILE STATUS IS WS-NORMALS-STATUS.

            SELECT CLIMATE-REPORT-FILE
                ASSIGN TO 'CLIMRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CLIMSUM-PARM-FILE
          RECORD CONTAINS 4 CHARACTERS.

       01 CLIMSUM-PARM-RECORD.
          05 CP-YEAR  PIC X(4).

      *SHARED WITH TABLELAB SO THE FREEZE AND HEAT DAYS COUNTED HERE
      *ARE THE SAME DAYS THE DAILY ADVISORIES FLAGGED -- SEE COPY
      *ADVPARM.

       FD ADVISORY-PARM-FILE.

       COPY ADVPARM.

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

       FD NORMALS-FILE
          RECORD CONTAINS 24 CHARACTERS.

       COPY NORMREC.

       FD CLIMATE-REPORT-FILE.

       01 CLIMATE-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-CSPARM-STATUS   PIC XX.
       01 WS-ADVPARM-STATUS  PIC XX.
       01 WS-STAHIST-STATUS  PIC XX.
       01 WS-STAMAST-STATUS  PIC XX.
       01 WS-NORMALS-STATUS  PIC XX.

       01 WS-NORMALS-SWITCH  PIC X  VALUE SPACE.
          88 WS-NORMALS-AVAILABLE    VALUE 'Y'.

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

      *THE YEAR BEING SUMMARIZED, AND ITS CALENDAR -- DAYS IN EACH
      *MONTH, WITH FEBRUARY SET BY THE SAME LEAP-YEAR RULE WEATHEDIT
      *AND HISTLOAD APPLY.

       01 WS-SUMMARY-YEAR   PIC 9(4)  VALUE ZERO.
       01 WS-DAYS-IN-YEAR   PIC 9(3)  VALUE ZERO.

       01 WS-LEAP-QUOTIENT    PIC 9(4).
       01 WS-LEAP-REMAINDER   PIC 9(4).
       01 WS-LEAP-YEAR-SWITCH PIC X  VALUE SPACE.
          88 WS-LEAP-YEAR          VALUE 'Y'.

       01 MONTH-CALENDAR-VALUES.
          05        PIC X(20) VALUE 'JAN31FEB28MAR31APR30'.
          05        PIC X(20) VALUE 'MAY31JUN30JUL31AUG31'.
          05        PIC X(20) VALUE 'SEP30OCT31NOV30DEC31'.

       01 MONTH-CALENDAR-TABLE REDEFINES MONTH-CALENDAR-VALUES.
          05 MONTH-CALENDAR-ITEM OCCURS 12 TIMES.
             10 MCT-MONTH-NAME     PIC X(3).
             10 MCT-DAYS-IN-MONTH  PIC 99.

      *THE DESK'S FREEZE AND HEAT LEVELS.  IF THE PARAMETER FILE
      *HASN'T BEEN SET UP YET THESE VALUES STAND AS THE DEFAULT,
      *SAME AS TABLELAB.

       01 WS-FREEZE-THRESHOLD  PIC S9(3)  VALUE +032.
       01 WS-HEAT-THRESHOLD    PIC S9(3)  VALUE +090.

      *THE STATION MASTER, FOR NAMES AND REGIONS AND SO AN ACTIVE
      *STATION WITH NO HISTORY FOR THE YEAR STILL GETS A SUMMARY.
      *A HISTORY STATION NOT ON THE MASTER GROUPS UNDER A BLANK
      *REGION.

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
               10  STATION-SUMMARIZED-FLAG  PIC X(1).
                   88 STATION-SUMMARIZED      VALUE 'Y'.

       01 WS-CURRENT-NAME    PIC X(17)  VALUE SPACES.
       01 WS-CURRENT-REGION  PIC X(2)   VALUE SPACES.

      *ONE STATION'S (OR, AT PRINT TIME, ONE REGION'S) YEAR.  THE
      *EXTREMES CARRY THE STATION THAT SET THEM SO A REGION BLOCK
      *CAN SAY WHERE.  MONTHLY NORMALS ARE SUMMED ONLY OVER DAYS ON
      *FILE THAT HAVE A NORMAL.

       01 SUB-M  PIC 99.
       01 SUB-R  PIC 99.

       01 CLIMATE-SUMMARY-AREA.
          05 CS-STATIONS        PIC 9(4).
          05 CS-DAYS-ON-FILE    PIC 9(6).
          05 CS-DAYS-MISSING    PIC 9(6).
          05 CS-HIGH-TEMP       PIC S9(3).
          05 CS-HIGH-DATE       PIC 9(8).
          05 CS-HIGH-STATION    PIC X(3).
          05 CS-LOW-TEMP        PIC S9(3).
          05 CS-LOW-DATE        PIC 9(8).
          05 CS-LOW-STATION     PIC X(3).
          05 CS-PEAK-GUST       PIC 9(3).
          05 CS-GUST-DATE       PIC 9(8).
          05 CS-GUST-STATION    PIC X(3).
          05 CS-FREEZE-DAYS     PIC 9(6).
          05 CS-HEAT-DAYS       PIC 9(6).
          05 CS-MONTH-ITEM OCCURS 12 TIMES.
             10 CSM-DAYS             PIC 9(6).
             10 CSM-MISSING          PIC 9(6).
             10 CSM-SUM-HIGH         PIC S9(8).
             10 CSM-SUM-LOW          PIC S9(8).
             10 CSM-NORM-DAYS        PIC 9(6).
             10 CSM-NORM-HIGH-SUM    PIC S9(8).
             10 CSM-NORM-LOW-SUM     PIC S9(8).
             10 CSM-PRECIP           PIC 9(7)V9(2).
             10 CSM-NORM-PRECIP      PIC 9(7)V9(2).

      *REGION ENTRIES, SAME SHAPE AS THE SUMMARY AREA ABOVE SO A
      *REGION MOVES IN WHOLE AND PRINTS THROUGH THE STATION
      *PARAGRAPHS.  A 21ST REGION CODE IS COUNTED, NOT SUMMARIZED,
      *THE SAME WAY TABLELAB'S REGION SUBTOTALS HANDLE IT.

       01 WS-REGION-COUNT     PIC 99    VALUE ZERO.
       01 WS-REGION-OVERFLOW  PIC 9(4)  VALUE ZERO.

       01 REGION-SUMMARY-TABLE.
           05  REGION-SUMMARY-ITEM OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-REGION-COUNT
                   INDEXED BY REGION-INDEX.
               10  RS-REGION-CODE    PIC X(2).
               10  RS-SUMMARY        PIC X(886).

       01 REGION-WORK-AREA.
          05 RW-STATIONS        PIC 9(4).
          05 RW-DAYS-ON-FILE    PIC 9(6).
          05 RW-DAYS-MISSING    PIC 9(6).
          05 RW-HIGH-TEMP       PIC S9(3).
          05 RW-HIGH-DATE       PIC 9(8).
          05 RW-HIGH-STATION    PIC X(3).
          05 RW-LOW-TEMP        PIC S9(3).
          05 RW-LOW-DATE        PIC 9(8).
          05 RW-LOW-STATION     PIC X(3).
          05 RW-PEAK-GUST       PIC 9(3).
          05 RW-GUST-DATE       PIC 9(8).
          05 RW-GUST-STATION    PIC X(3).
          05 RW-FREEZE-DAYS     PIC 9(6).
          05 RW-HEAT-DAYS       PIC 9(6).
          05 RW-MONTH-ITEM OCCURS 12 TIMES.
             10 RWM-DAYS             PIC 9(6).
             10 RWM-MISSING          PIC 9(6).
             10 RWM-SUM-HIGH         PIC S9(8).
             10 RWM-SUM-LOW          PIC S9(8).
             10 RWM-NORM-DAYS        PIC 9(6).
             10 RWM-NORM-HIGH-SUM    PIC S9(8).
             10 RWM-NORM-LOW-SUM     PIC S9(8).
             10 RWM-PRECIP           PIC 9(7)V9(2).
             10 RWM-NORM-PRECIP      PIC 9(7)V9(2).

      *PRINT-TIME WORK FIELDS.

       01 WS-MEAN-TEMP      PIC S9(4).
       01 WS-NORM-TEMP      PIC S9(4).
       01 WS-DEP-TEMP       PIC S9(4).
       01 WS-TEMP-EDITED    PIC ---9.
       01 WS-DEP-EDITED     PIC +++9.

       01 WS-YEAR-PRECIP        PIC 9(7)V9(2).
       01 WS-YEAR-NORM-PRECIP   PIC 9(7)V9(2).
       01 WS-PRECIP-PERCENT     PIC 9(5).
       01 WS-WETTEST-MONTH      PIC 99.
       01 WS-WETTEST-PRECIP     PIC 9(7)V9(2).

       01 WS-DAYS-READ         PIC 9(6)  VALUE ZERO.
       01 WS-DAYS-SELECTED     PIC 9(6)  VALUE ZERO.
       01 WS-STATIONS-PRINTED  PIC 9(4)  VALUE ZERO.
       01 WS-STATIONS-NO-DATA  PIC 9(4)  VALUE ZERO.

       01 HEADER-LINE-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(24) VALUE 'Annual Climate Summary '.
          05 HDR-SUMMARY-YEAR  PIC 9(4).

       01 HEADER-LINE-2.
          05        PIC X(18) VALUE 'Freeze level: <= '.
          05 HDR-FREEZE-THRESHOLD  PIC ---9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(16) VALUE 'Heat level: >= '.
          05 HDR-HEAT-THRESHOLD    PIC ---9.

       01 STATION-HEADING-LINE.
          05        PIC X(9)  VALUE 'Station: '.
          05 SHL-STATION-CODE  PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 SHL-STATION-NAME  PIC X(17).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(8)  VALUE 'Region: '.
          05 SHL-REGION-CODE   PIC X(2).

       01 REGION-HEADING-LINE.
          05        PIC X(8)  VALUE 'Region: '.
          05 RHL-REGION-CODE   PIC X(2).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(10) VALUE 'Stations: '.
          05 RHL-STATIONS      PIC ZZZ9.

       01 DAYS-LINE.
          05        PIC X(14) VALUE 'Days on file: '.
          05 DL-DAYS-ON-FILE   PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(9)  VALUE 'Missing: '.
          05 DL-DAYS-MISSING   PIC ZZZZZ9.

       01 EXTREMES-LINE.
          05 EXL-LABEL         PIC X(13).
          05 EXL-TEMP          PIC ---9.
          05        PIC X(4)  VALUE ' on '.
          05 EXL-DATE          PIC 9(8).
          05        PIC X(2)  VALUE SPACES.
          05 EXL-STATION       PIC X(3).

       01 GUST-LINE.
          05        PIC X(13) VALUE 'Peak gust:'.
          05 GL-PEAK-GUST      PIC ZZZ9.
          05        PIC X(4)  VALUE ' on '.
          05 GL-GUST-DATE      PIC 9(8).
          05        PIC X(2)  VALUE SPACES.
          05 GL-GUST-STATION   PIC X(3).

       01 FREEZE-HEAT-LINE.
          05        PIC X(13) VALUE 'Freeze days:'.
          05 FHL-FREEZE-DAYS   PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(11) VALUE 'Heat days: '.
          05 FHL-HEAT-DAYS     PIC ZZZZZ9.

       01 MONTH-COLUMN-LINE-1.
          05        PIC X(17) VALUE SPACES.
          05        PIC X(18) VALUE '---- Mean High ---'.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(18) VALUE '---- Mean Low ----'.
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(17) VALUE '---- Precip -----'.

       01 MONTH-COLUMN-LINE-2.
          05        PIC X(17) VALUE 'Mon  Days  Miss'.
          05        PIC X(20) VALUE 'Temp  Norm   Dep'.
          05        PIC X(20) VALUE 'Temp  Norm   Dep'.
          05        PIC X(17) VALUE 'Total   Normal'.

       01 MONTH-DETAIL-LINE.
          05 MDL-MONTH-NAME    PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-DAYS          PIC ZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 MDL-MISSING       PIC ZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 MDL-MEAN-HIGH     PIC X(4).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-NORM-HIGH     PIC X(4).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-DEP-HIGH      PIC X(4).
          05        PIC X(4)  VALUE SPACES.
          05 MDL-MEAN-LOW      PIC X(4).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-NORM-LOW      PIC X(4).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-DEP-LOW       PIC X(4).
          05        PIC X(2)  VALUE SPACES.
          05 MDL-PRECIP        PIC ZZZZ9.99.
          05        PIC X(1)  VALUE SPACES.
          05 MDL-NORM-PRECIP   PIC X(8).

       01 WS-PRECIP-EDITED  PIC ZZZZ9.99.

       01 PRECIP-LINE.
          05        PIC X(13) VALUE 'Year precip:'.
          05 PL-YEAR-PRECIP    PIC ZZZZZZ9.99.
          05        PIC X(10) VALUE '  Normal: '.
          05 PL-NORM-PRECIP    PIC X(10).
          05        PIC X(2)  VALUE SPACES.
          05 PL-PERCENT        PIC X(16).

       01 PERCENT-DETAIL.
          05 PD-PERCENT        PIC ZZZZ9.
          05        PIC X(11) VALUE '% of normal'.

       01 WS-NORM-PRECIP-EDITED  PIC ZZZZZZ9.99.

       01 WETTEST-LINE.
          05        PIC X(15) VALUE 'Wettest month: '.
          05 WL-MONTH-NAME     PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 WL-PRECIP         PIC ZZZZZZ9.99.

       01 NO-DATA-LINE.
          05        PIC X(24) VALUE 'No days published in '.
          05 NDL-YEAR          PIC 9(4).
          05        PIC X(8)  VALUE ' - all '.
          05 NDL-DAYS          PIC ZZZZZ9.
          05        PIC X(15) VALUE ' days missing.'.

       01 REGION-SECTION-HEADING.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(20) VALUE 'Regional Summaries'.

       01 REGION-OVERFLOW-LINE.
          05        PIC X(4)  VALUE '*** '.
          05 RGN-OVERFLOW-COUNT  PIC ZZZ9.
          05        PIC X(48) VALUE
              ' STATIONS NOT SUMMARIZED - REGION TABLE FULL ***'.

       01 TRAILER-LINE.
          05        PIC X(11) VALUE 'Days read: '.
          05 TRL-DAYS-READ        PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(10) VALUE 'In year: '.
          05 TRL-DAYS-SELECTED    PIC ZZZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(10) VALUE 'Stations: '.
          05 TRL-STATIONS-PRINTED PIC ZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(9)  VALUE 'No data: '.
          05 TRL-STATIONS-NO-DATA PIC ZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *NO HISTORY FILE MEANS NOTHING TO SUMMARIZE.  A MISSING
      *MASTER ONLY COSTS THE NAMES AND REGIONS; A MISSING NORMALS
      *FILE ONLY COSTS THE NORMAL COLUMNS.

           PERFORM 210-LOAD-PARM-CARD
           PERFORM 225-LOAD-ADVISORY-PARMS
           PERFORM 230-SET-YEAR-CALENDAR

           OPEN INPUT STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'CLIMSUM: STATION HISTORY FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           PERFORM 220-LOAD-STATION-MASTER

           OPEN INPUT NORMALS-FILE
           IF WS-NORMALS-STATUS = '00'
               MOVE 'Y' TO WS-NORMALS-SWITCH
           END-IF

           OPEN OUTPUT CLIMATE-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-PARM-CARD.

      *THE DEFAULT IS LAST YEAR -- THE YEAR-END RUN GOES IN AFTER
      *NEW YEAR'S, ONCE DECEMBER 31 HAS PUBLISHED.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-SUMMARY-YEAR = WS-CURRENT-YEAR - 1

           OPEN INPUT CLIMSUM-PARM-FILE
           IF WS-CSPARM-STATUS = '00'
               READ CLIMSUM-PARM-FILE
                   NOT AT END
                       IF CP-YEAR IS NUMERIC
                           MOVE CP-YEAR TO WS-SUMMARY-YEAR
                       END-IF
               END-READ
               CLOSE CLIMSUM-PARM-FILE
           END-IF

          .

       220-LOAD-STATION-MASTER.

      *EVERY STATION ON THE MASTER LOADS, ACTIVE OR NOT -- A STATION
      *RETIRED SINCE STILL OWNS ITS HISTORY FOR THE YEAR AND STILL
      *NEEDS ITS NAME AND REGION.  ONLY AN ACTIVE ONE IS OWED A
      *SUMMARY WHEN IT HAS NOTHING ON FILE.

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
                                 TO STATION-SUMMARIZED-FLAG
                                        (WS-STATION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATION-MASTER-FILE
           END-IF

          .

       225-LOAD-ADVISORY-PARMS.

      *READS THE DESK'S CURRENT FREEZE/HEAT LEVELS FROM ADVPARM.TXT.
      *IF THE FILE HASN'T BEEN SET UP YET THE VALUE-CLAUSE DEFAULTS
      *ABOVE ARE LEFT STANDING.

           OPEN INPUT ADVISORY-PARM-FILE
           IF WS-ADVPARM-STATUS = '00'
               READ ADVISORY-PARM-FILE
                   NOT AT END
                       MOVE APARM-FREEZE-THRESHOLD
                         TO WS-FREEZE-THRESHOLD
                       MOVE APARM-HEAT-THRESHOLD
                         TO WS-HEAT-THRESHOLD
               END-READ
               CLOSE ADVISORY-PARM-FILE
           END-IF

          .

       230-SET-YEAR-CALENDAR.

      *LEAP WHEN DIVISIBLE BY 4, EXCEPT CENTURY YEARS, WHICH MUST
      *BE DIVISIBLE BY 400.

           MOVE SPACE TO WS-LEAP-YEAR-SWITCH

           DIVIDE WS-SUMMARY-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
           END-IF

           DIVIDE WS-SUMMARY-YEAR BY 100
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE SPACE TO WS-LEAP-YEAR-SWITCH
               DIVIDE WS-SUMMARY-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 'Y' TO WS-LEAP-YEAR-SWITCH
               END-IF
           END-IF

           IF WS-LEAP-YEAR
               MOVE 29  TO MCT-DAYS-IN-MONTH(2)
               MOVE 366 TO WS-DAYS-IN-YEAR
           ELSE
               MOVE 28  TO MCT-DAYS-IN-MONTH(2)
               MOVE 365 TO WS-DAYS-IN-YEAR
           END-IF

          .

       300-READ-ROUTINE.

           PERFORM UNTIL HISTORY-AT-END
               READ STATION-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DAYS-READ
                       IF HIST-WEATHER-DATE(1:4) = WS-SUMMARY-YEAR
                           ADD 1 TO WS-DAYS-SELECTED
                           PERFORM 400-CONTROL-BREAK-ROUTINE
                       END-IF
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

           PERFORM 450-FOLD-IN-ONE-DAY

          .

       420-START-NEW-STATION.

           MOVE 'N'               TO WS-FIRST-RECORD-SWITCH
           MOVE HIST-STATION-CODE TO WS-PRIOR-STATION

           PERFORM 425-CLEAR-SUMMARY-AREA

          .

       425-CLEAR-SUMMARY-AREA.

           MOVE ZERO   TO CS-STATIONS
           MOVE ZERO   TO CS-DAYS-ON-FILE
           MOVE ZERO   TO CS-DAYS-MISSING
           MOVE -999   TO CS-HIGH-TEMP
           MOVE ZERO   TO CS-HIGH-DATE
           MOVE SPACES TO CS-HIGH-STATION
           MOVE +999   TO CS-LOW-TEMP
           MOVE ZERO   TO CS-LOW-DATE
           MOVE SPACES TO CS-LOW-STATION
           MOVE ZERO   TO CS-PEAK-GUST
           MOVE ZERO   TO CS-GUST-DATE
           MOVE SPACES TO CS-GUST-STATION
           MOVE ZERO   TO CS-FREEZE-DAYS
           MOVE ZERO   TO CS-HEAT-DAYS

           PERFORM 427-CLEAR-ONE-MONTH
                VARYING SUB-M FROM 1 BY 1
                  UNTIL SUB-M > 12

          .

       427-CLEAR-ONE-MONTH.

           MOVE ZERO TO CSM-DAYS(SUB-M)
           MOVE ZERO TO CSM-MISSING(SUB-M)
           MOVE ZERO TO CSM-SUM-HIGH(SUB-M)
           MOVE ZERO TO CSM-SUM-LOW(SUB-M)
           MOVE ZERO TO CSM-NORM-DAYS(SUB-M)
           MOVE ZERO TO CSM-NORM-HIGH-SUM(SUB-M)
           MOVE ZERO TO CSM-NORM-LOW-SUM(SUB-M)
           MOVE ZERO TO CSM-PRECIP(SUB-M)
           MOVE ZERO TO CSM-NORM-PRECIP(SUB-M)

          .

       450-FOLD-IN-ONE-DAY.

      *EXTREMES KEEP THE FIRST DAY TO REACH THEM -- A LATER TIE
      *DOESN'T MOVE THE DATE, SAME AS THE RECORD BOOK.

           MOVE HIST-WEATHER-DATE(5:2) TO SUB-M

           ADD 1 TO CS-DAYS-ON-FILE
           ADD 1 TO CSM-DAYS(SUB-M)
           ADD HIST-HIGH-TEMP    TO CSM-SUM-HIGH(SUB-M)
           ADD HIST-LOW-TEMP     TO CSM-SUM-LOW(SUB-M)
           ADD HIST-TOTAL-PRECIP TO CSM-PRECIP(SUB-M)

           IF HIST-HIGH-TEMP > CS-HIGH-TEMP
               MOVE HIST-HIGH-TEMP    TO CS-HIGH-TEMP
               MOVE HIST-WEATHER-DATE TO CS-HIGH-DATE
               MOVE HIST-STATION-CODE TO CS-HIGH-STATION
           END-IF
           IF HIST-LOW-TEMP < CS-LOW-TEMP
               MOVE HIST-LOW-TEMP     TO CS-LOW-TEMP
               MOVE HIST-WEATHER-DATE TO CS-LOW-DATE
               MOVE HIST-STATION-CODE TO CS-LOW-STATION
           END-IF
           IF HIST-HIGH-WIND > CS-PEAK-GUST
               MOVE HIST-HIGH-WIND    TO CS-PEAK-GUST
               MOVE HIST-WEATHER-DATE TO CS-GUST-DATE
               MOVE HIST-STATION-CODE TO CS-GUST-STATION
           END-IF

           IF HIST-LOW-TEMP <= WS-FREEZE-THRESHOLD
               ADD 1 TO CS-FREEZE-DAYS
           END-IF
           IF HIST-HIGH-TEMP >= WS-HEAT-THRESHOLD
               ADD 1 TO CS-HEAT-DAYS
           END-IF

           IF WS-NORMALS-AVAILABLE
               PERFORM 460-FOLD-DAY-NORMAL
           END-IF

          .

       460-FOLD-DAY-NORMAL.

      *THE NORMAL FOR THIS STATION AND CALENDAR DAY, SUMMED ONLY
      *FOR A DAY THAT IS ACTUALLY ON FILE.

           MOVE HIST-STATION-CODE      TO NORM-STATION-CODE
           MOVE HIST-WEATHER-DATE(5:4) TO NORM-MONTH-DAY

           READ NORMALS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1               TO CSM-NORM-DAYS(SUB-M)
                   ADD NORM-AVG-HIGH   TO CSM-NORM-HIGH-SUM(SUB-M)
                   ADD NORM-AVG-LOW    TO CSM-NORM-LOW-SUM(SUB-M)
                   ADD NORM-AVG-PRECIP TO CSM-NORM-PRECIP(SUB-M)
           END-READ

          .

       500-FINISH-STATION.

      *THE STATION'S MISSING DAYS ARE WHATEVER OF THE CALENDAR IT
      *DIDN'T SEND.  THE BLOCK PRINTS, THEN THE YEAR FOLDS INTO
      *THE STATION'S REGION.

           MOVE 1 TO CS-STATIONS
           PERFORM 505-COUNT-MISSING-DAYS
                VARYING SUB-M FROM 1 BY 1
                  UNTIL SUB-M > 12

           PERFORM 510-LOOK-UP-STATION

           MOVE WS-PRIOR-STATION  TO SHL-STATION-CODE
           MOVE WS-CURRENT-NAME   TO SHL-STATION-NAME
           MOVE WS-CURRENT-REGION TO SHL-REGION-CODE
           WRITE CLIMATE-REPORT-ITEM FROM STATION-HEADING-LINE
               AFTER ADVANCING 3 LINES

           PERFORM 540-PRINT-SUMMARY-BODY
           ADD 1 TO WS-STATIONS-PRINTED

           PERFORM 530-FOLD-INTO-REGION

          .

       505-COUNT-MISSING-DAYS.

           COMPUTE CSM-MISSING(SUB-M) =
               MCT-DAYS-IN-MONTH(SUB-M) - CSM-DAYS(SUB-M)
           ADD CSM-MISSING(SUB-M) TO CS-DAYS-MISSING

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
               MOVE 'Y' TO STATION-SUMMARIZED-FLAG(STATION-INDEX)
           END-SEARCH

          .

       530-FOLD-INTO-REGION.

      *A REGION SEEN FOR THE FIRST TIME OPENS A NEW ENTRY WITH THIS
      *STATION'S YEAR AS IT STANDS; AFTER THAT EACH STATION ADDS IN.

           SET REGION-INDEX TO 1
           SEARCH REGION-SUMMARY-ITEM
           AT END
               IF WS-REGION-COUNT < 20
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-CURRENT-REGION
                     TO RS-REGION-CODE(WS-REGION-COUNT)
                   MOVE CLIMATE-SUMMARY-AREA
                     TO RS-SUMMARY(WS-REGION-COUNT)
               ELSE
                   ADD 1 TO WS-REGION-OVERFLOW
               END-IF

           WHEN RS-REGION-CODE(REGION-INDEX) = WS-CURRENT-REGION
               PERFORM 532-ADD-INTO-REGION
           END-SEARCH

          .

       532-ADD-INTO-REGION.

      *THE STATION'S FIGURES STAND ASIDE IN THE REGION-WORK AREA
      *WHILE THE REGION'S ENTRY IS BROUGHT INTO THE SUMMARY AREA,
      *ADDED TO, AND PUT BACK.

           MOVE CLIMATE-SUMMARY-AREA TO REGION-WORK-AREA
           MOVE RS-SUMMARY(REGION-INDEX) TO CLIMATE-SUMMARY-AREA

           ADD RW-STATIONS     TO CS-STATIONS
           ADD RW-DAYS-ON-FILE TO CS-DAYS-ON-FILE
           ADD RW-DAYS-MISSING TO CS-DAYS-MISSING
           ADD RW-FREEZE-DAYS  TO CS-FREEZE-DAYS
           ADD RW-HEAT-DAYS    TO CS-HEAT-DAYS

           IF RW-DAYS-ON-FILE > ZERO
               IF RW-HIGH-TEMP > CS-HIGH-TEMP
                   MOVE RW-HIGH-TEMP    TO CS-HIGH-TEMP
                   MOVE RW-HIGH-DATE    TO CS-HIGH-DATE
                   MOVE RW-HIGH-STATION TO CS-HIGH-STATION
               END-IF
               IF RW-LOW-TEMP < CS-LOW-TEMP
                   MOVE RW-LOW-TEMP     TO CS-LOW-TEMP
                   MOVE RW-LOW-DATE     TO CS-LOW-DATE
                   MOVE RW-LOW-STATION  TO CS-LOW-STATION
               END-IF
               IF RW-PEAK-GUST > CS-PEAK-GUST
                   MOVE RW-PEAK-GUST    TO CS-PEAK-GUST
                   MOVE RW-GUST-DATE    TO CS-GUST-DATE
                   MOVE RW-GUST-STATION TO CS-GUST-STATION
               END-IF
           END-IF

           PERFORM 534-ADD-ONE-MONTH
                VARYING SUB-M FROM 1 BY 1
                  UNTIL SUB-M > 12

           MOVE CLIMATE-SUMMARY-AREA TO RS-SUMMARY(REGION-INDEX)

          .

       534-ADD-ONE-MONTH.

           ADD RWM-DAYS(SUB-M)          TO CSM-DAYS(SUB-M)
           ADD RWM-MISSING(SUB-M)       TO CSM-MISSING(SUB-M)
           ADD RWM-SUM-HIGH(SUB-M)      TO CSM-SUM-HIGH(SUB-M)
           ADD RWM-SUM-LOW(SUB-M)       TO CSM-SUM-LOW(SUB-M)
           ADD RWM-NORM-DAYS(SUB-M)     TO CSM-NORM-DAYS(SUB-M)
           ADD RWM-NORM-HIGH-SUM(SUB-M) TO CSM-NORM-HIGH-SUM(SUB-M)
           ADD RWM-NORM-LOW-SUM(SUB-M)  TO CSM-NORM-LOW-SUM(SUB-M)
           ADD RWM-PRECIP(SUB-M)        TO CSM-PRECIP(SUB-M)
           ADD RWM-NORM-PRECIP(SUB-M)   TO CSM-NORM-PRECIP(SUB-M)

          .

       540-PRINT-SUMMARY-BODY.

      *PRINTS WHATEVER IS IN THE SUMMARY AREA -- ONE STATION, OR A
      *WHOLE REGION.  A YEAR WITH NO DAYS ON FILE PRINTS THE NO-DATA
      *LINE INSTEAD OF EXTREMES IT NEVER HAD.

           MOVE CS-DAYS-ON-FILE TO DL-DAYS-ON-FILE
           MOVE CS-DAYS-MISSING TO DL-DAYS-MISSING
           WRITE CLIMATE-REPORT-ITEM FROM DAYS-LINE
               AFTER ADVANCING 1 LINE

           IF CS-DAYS-ON-FILE = ZERO
               MOVE WS-SUMMARY-YEAR TO NDL-YEAR
               MOVE CS-DAYS-MISSING TO NDL-DAYS
               WRITE CLIMATE-REPORT-ITEM FROM NO-DATA-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 545-PRINT-EXTREMES
               PERFORM 550-PRINT-MONTHS
               PERFORM 560-PRINT-PRECIP-SUMMARY
           END-IF

          .

       545-PRINT-EXTREMES.

           MOVE 'Annual high:'  TO EXL-LABEL
           MOVE CS-HIGH-TEMP    TO EXL-TEMP
           MOVE CS-HIGH-DATE    TO EXL-DATE
           MOVE SPACES          TO EXL-STATION
           IF CS-STATIONS > 1
               MOVE CS-HIGH-STATION TO EXL-STATION
           END-IF
           WRITE CLIMATE-REPORT-ITEM FROM EXTREMES-LINE
               AFTER ADVANCING 2 LINES

           MOVE 'Annual low:'   TO EXL-LABEL
           MOVE CS-LOW-TEMP     TO EXL-TEMP
           MOVE CS-LOW-DATE     TO EXL-DATE
           MOVE SPACES          TO EXL-STATION
           IF CS-STATIONS > 1
               MOVE CS-LOW-STATION TO EXL-STATION
           END-IF
           WRITE CLIMATE-REPORT-ITEM FROM EXTREMES-LINE
               AFTER ADVANCING 1 LINE

           MOVE CS-PEAK-GUST    TO GL-PEAK-GUST
           MOVE CS-GUST-DATE    TO GL-GUST-DATE
           MOVE SPACES          TO GL-GUST-STATION
           IF CS-STATIONS > 1
               MOVE CS-GUST-STATION TO GL-GUST-STATION
           END-IF
           WRITE CLIMATE-REPORT-ITEM FROM GUST-LINE
               AFTER ADVANCING 1 LINE

           MOVE CS-FREEZE-DAYS  TO FHL-FREEZE-DAYS
           MOVE CS-HEAT-DAYS    TO FHL-HEAT-DAYS
           WRITE CLIMATE-REPORT-ITEM FROM FREEZE-HEAT-LINE
               AFTER ADVANCING 1 LINE

          .

       550-PRINT-MONTHS.

           WRITE CLIMATE-REPORT-ITEM FROM MONTH-COLUMN-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE CLIMATE-REPORT-ITEM FROM MONTH-COLUMN-LINE-2
               AFTER ADVANCING 1 LINE

           PERFORM 555-PRINT-ONE-MONTH
                VARYING SUB-M FROM 1 BY 1
                  UNTIL SUB-M > 12

          .

       555-PRINT-ONE-MONTH.

      *MEANS ARE OVER THE DAYS ON FILE; THE NORMAL IS OVER THE SAME
      *DAYS.  A MONTH WITH NOTHING ON FILE, OR NO NORMALS, LEAVES
      *THOSE COLUMNS BLANK RATHER THAN PRINT A FAKE ZERO.

           MOVE MCT-MONTH-NAME(SUB-M) TO MDL-MONTH-NAME
           MOVE CSM-DAYS(SUB-M)       TO MDL-DAYS
           MOVE CSM-MISSING(SUB-M)    TO MDL-MISSING
           MOVE CSM-PRECIP(SUB-M)     TO MDL-PRECIP

           MOVE SPACES TO MDL-MEAN-HIGH MDL-NORM-HIGH MDL-DEP-HIGH
                          MDL-MEAN-LOW  MDL-NORM-LOW  MDL-DEP-LOW
                          MDL-NORM-PRECIP

           IF CSM-DAYS(SUB-M) > ZERO
               COMPUTE WS-MEAN-TEMP ROUNDED =
                   CSM-SUM-HIGH(SUB-M) / CSM-DAYS(SUB-M)
               MOVE WS-MEAN-TEMP   TO WS-TEMP-EDITED
               MOVE WS-TEMP-EDITED TO MDL-MEAN-HIGH

               IF CSM-NORM-DAYS(SUB-M) > ZERO
                   COMPUTE WS-NORM-TEMP ROUNDED =
                       CSM-NORM-HIGH-SUM(SUB-M) / CSM-NORM-DAYS(SUB-M)
                   COMPUTE WS-DEP-TEMP = WS-MEAN-TEMP - WS-NORM-TEMP
                   MOVE WS-NORM-TEMP   TO WS-TEMP-EDITED
                   MOVE WS-TEMP-EDITED TO MDL-NORM-HIGH
                   MOVE WS-DEP-TEMP    TO WS-DEP-EDITED
                   MOVE WS-DEP-EDITED  TO MDL-DEP-HIGH
               END-IF

               COMPUTE WS-MEAN-TEMP ROUNDED =
                   CSM-SUM-LOW(SUB-M) / CSM-DAYS(SUB-M)
               MOVE WS-MEAN-TEMP   TO WS-TEMP-EDITED
               MOVE WS-TEMP-EDITED TO MDL-MEAN-LOW

               IF CSM-NORM-DAYS(SUB-M) > ZERO
                   COMPUTE WS-NORM-TEMP ROUNDED =
                       CSM-NORM-LOW-SUM(SUB-M) / CSM-NORM-DAYS(SUB-M)
                   COMPUTE WS-DEP-TEMP = WS-MEAN-TEMP - WS-NORM-TEMP
                   MOVE WS-NORM-TEMP   TO WS-TEMP-EDITED
                   MOVE WS-TEMP-EDITED TO MDL-NORM-LOW
                   MOVE WS-DEP-TEMP    TO WS-DEP-EDITED
                   MOVE WS-DEP-EDITED  TO MDL-DEP-LOW

                   MOVE CSM-NORM-PRECIP(SUB-M) TO WS-PRECIP-EDITED
                   MOVE WS-PRECIP-EDITED       TO MDL-NORM-PRECIP
               END-IF
           END-IF

           WRITE CLIMATE-REPORT-ITEM FROM MONTH-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       560-PRINT-PRECIP-SUMMARY.

      *THE YEAR'S PRECIPITATION AGAINST THE NORMAL FOR THE DAYS ON
      *FILE, AND THE WETTEST MONTH (THE FIRST ONE, ON A TIE).

           MOVE ZERO TO WS-YEAR-PRECIP
           MOVE ZERO TO WS-YEAR-NORM-PRECIP
           MOVE 1    TO WS-WETTEST-MONTH
           MOVE ZERO TO WS-WETTEST-PRECIP

           PERFORM 565-SUM-ONE-MONTH-PRECIP
                VARYING SUB-M FROM 1 BY 1
                  UNTIL SUB-M > 12

           MOVE WS-YEAR-PRECIP TO PL-YEAR-PRECIP
           MOVE SPACES         TO PL-NORM-PRECIP
           MOVE SPACES         TO PL-PERCENT

           IF WS-YEAR-NORM-PRECIP > ZERO
               MOVE WS-YEAR-NORM-PRECIP   TO WS-NORM-PRECIP-EDITED
               MOVE WS-NORM-PRECIP-EDITED TO PL-NORM-PRECIP
               COMPUTE WS-PRECIP-PERCENT ROUNDED =
                   WS-YEAR-PRECIP * 100 / WS-YEAR-NORM-PRECIP
               MOVE WS-PRECIP-PERCENT TO PD-PERCENT
               MOVE PERCENT-DETAIL    TO PL-PERCENT
           END-IF

           WRITE CLIMATE-REPORT-ITEM FROM PRECIP-LINE
               AFTER ADVANCING 2 LINES

           MOVE MCT-MONTH-NAME(WS-WETTEST-MONTH) TO WL-MONTH-NAME
           MOVE WS-WETTEST-PRECIP                TO WL-PRECIP
           WRITE CLIMATE-REPORT-ITEM FROM WETTEST-LINE
               AFTER ADVANCING 1 LINE

          .

       565-SUM-ONE-MONTH-PRECIP.

           ADD CSM-PRECIP(SUB-M) TO WS-YEAR-PRECIP

           IF CSM-NORM-DAYS(SUB-M) > ZERO
               ADD CSM-NORM-PRECIP(SUB-M) TO WS-YEAR-NORM-PRECIP
           END-IF

           IF CSM-PRECIP(SUB-M) > WS-WETTEST-PRECIP
               MOVE CSM-PRECIP(SUB-M) TO WS-WETTEST-PRECIP
               MOVE SUB-M             TO WS-WETTEST-MONTH
           END-IF

          .

       600-EOJ-ROUTINE.

      *FLUSH THE LAST STATION -- THE FINAL CONTROL BREAK NEVER
      *FIRES SINCE THERE IS NO NEXT RECORD TO CHANGE KEY.  THEN THE
      *ACTIVE STATIONS THAT SENT NOTHING ALL YEAR, THEN THE REGIONS.

           IF NOT WS-FIRST-RECORD
               PERFORM 500-FINISH-STATION
           END-IF

           PERFORM 610-PRINT-NO-DATA-STATION
                VARYING STATION-INDEX FROM 1 BY 1
                  UNTIL STATION-INDEX > WS-STATION-COUNT

           PERFORM 620-PRINT-REGIONS

           MOVE WS-DAYS-READ        TO TRL-DAYS-READ
           MOVE WS-DAYS-SELECTED    TO TRL-DAYS-SELECTED
           MOVE WS-STATIONS-PRINTED TO TRL-STATIONS-PRINTED
           MOVE WS-STATIONS-NO-DATA TO TRL-STATIONS-NO-DATA

           WRITE CLIMATE-REPORT-ITEM FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES

           CLOSE STATION-HISTORY-FILE
                 CLIMATE-REPORT-FILE

           IF WS-NORMALS-AVAILABLE
               CLOSE NORMALS-FILE
           END-IF

          .

       610-PRINT-NO-DATA-STATION.

      *AN ACTIVE STATION WITH NOTHING ON FILE FOR THE YEAR IS A
      *WHOLE YEAR MISSING, NOT A STATION TO LEAVE OFF.

           IF STATION-ACTIVE(STATION-INDEX)
            AND NOT STATION-SUMMARIZED(STATION-INDEX)
               PERFORM 425-CLEAR-SUMMARY-AREA
               MOVE 1 TO CS-STATIONS
               PERFORM 505-COUNT-MISSING-DAYS
                    VARYING SUB-M FROM 1 BY 1
                      UNTIL SUB-M > 12

               MOVE STATION-CODE(STATION-INDEX)   TO WS-PRIOR-STATION
               MOVE STATION-NAME(STATION-INDEX)   TO WS-CURRENT-NAME
               MOVE STATION-REGION(STATION-INDEX) TO WS-CURRENT-REGION

               MOVE WS-PRIOR-STATION  TO SHL-STATION-CODE
               MOVE WS-CURRENT-NAME   TO SHL-STATION-NAME
               MOVE WS-CURRENT-REGION TO SHL-REGION-CODE
               WRITE CLIMATE-REPORT-ITEM FROM STATION-HEADING-LINE
                   AFTER ADVANCING 3 LINES

               PERFORM 540-PRINT-SUMMARY-BODY
               ADD 1 TO WS-STATIONS-NO-DATA

               PERFORM 530-FOLD-INTO-REGION
           END-IF

          .

       620-PRINT-REGIONS.

           IF WS-REGION-COUNT > ZERO
               WRITE CLIMATE-REPORT-ITEM FROM REGION-SECTION-HEADING
                   AFTER ADVANCING 3 LINES
               PERFORM 625-PRINT-ONE-REGION
                    VARYING SUB-R FROM 1 BY 1
                      UNTIL SUB-R > WS-REGION-COUNT
           END-IF

           IF WS-REGION-OVERFLOW > ZERO
               MOVE WS-REGION-OVERFLOW TO RGN-OVERFLOW-COUNT
               WRITE CLIMATE-REPORT-ITEM FROM REGION-OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
           END-IF

          .

       625-PRINT-ONE-REGION.

           MOVE RS-SUMMARY(SUB-R) TO CLIMATE-SUMMARY-AREA

           MOVE RS-REGION-CODE(SUB-R) TO RHL-REGION-CODE
           MOVE CS-STATIONS           TO RHL-STATIONS
           WRITE CLIMATE-REPORT-ITEM FROM REGION-HEADING-LINE
               AFTER ADVANCING 3 LINES

           PERFORM 540-PRINT-SUMMARY-BODY

          .

       700-PRINT-THE-HEADERS.

           MOVE WS-SUMMARY-YEAR     TO HDR-SUMMARY-YEAR
           WRITE CLIMATE-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES

           MOVE WS-FREEZE-THRESHOLD TO HDR-FREEZE-THRESHOLD
           MOVE WS-HEAT-THRESHOLD   TO HDR-HEAT-THRESHOLD
           WRITE CLIMATE-REPORT-ITEM FROM HEADER-LINE-2
               AFTER ADVANCING 1 LINE

          .
