       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DRYWATCH.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - DROUGHT WATCH
      *
      *   THE DRAINAGE DISTRICT AND THE BURN-BAN COMMITTEE NEED TO
      *   KNOW WHEN A STATION IS DRYING OUT, NOT JUST EACH MONTH'S
      *   TOTAL OFF WEAROLLUP.  THIS STEP RUNS AFTER TABLELAB (SO
      *   THE DAY JUST PUBLISHED IS ON STAHIST.DAT) AND AHEAD OF
      *   DISTRIB, AND PRINTS FOR EVERY ACTIVE STATION ON THE MASTER
      *   (DRYRPT.TXT), AS OF THE STREAM'S BUSINESS DATE:
      *        THE CURRENT RUN OF DAYS WITHOUT MEASURABLE
      *          PRECIPITATION (UNDER .01)
      *        ROLLING 30-, 60- AND 90-DAY PRECIPITATION TOTALS
      *        EACH WINDOW'S PERCENT OF NORMAL (NORM-AVG-PRECIP ON
      *          NORMALS.DAT, SEE WEANORM)
      *        A FLAG WHEN THE STATION CROSSES A DESK-SET LEVEL
      *
      *   MISSING DAYS ARE COUNTED PER WINDOW AND PRINTED.  THE
      *   NORMAL A WINDOW IS HELD TO IS SUMMED OVER THE SAME DAYS ON
      *   FILE, SO A DEAD GAUGE READS AS A HOLE, NOT AS A DROUGHT.
      *   A MISSING DAY NEITHER ADDS TO NOR BREAKS THE DRY RUN --
      *   NOBODY MEASURED IT.  A RUN THAT REACHES BACK PAST THE 90-
      *   DAY WINDOW PRINTS AS 90+.
      *
      *   EACH FLAGGED STATION ALSO GOES TO DRYADV.TXT, ONE LINE
      *   LEADING WITH ITS REGION CODE THE SAME AS AN ADVISORY
      *   RECORD, FOR DISTRIB TO ROUTE TO THE STATION'S DESK WITH
      *   THE DAY'S ADVISORIES.
      *
      *   THE AS-OF DATE IS THE BUSINESS DATE OFF TABLELAB'S
      *   CONTROL CARD (RUNCTL.TXT -- ON A CATCH-UP CARD, THE LAST
      *   DATE LISTED).  NO CARD MEANS YESTERDAY.
      *
      *   PARAMETER CARD LAYOUT (DRYPARM.TXT, ONE RECORD THE DESK
      *   EDITS TO RESET THE LEVELS WITHOUT A RECOMPILE):
      *        POSITION 1-3    DRY-RUN DAYS THAT FLAG THE STATION
      *        POSITION 4-6    30-DAY PERCENT OF NORMAL AT OR BELOW
      *                        WHICH THE STATION FLAGS
      *        POSITION 7-9    SAME, 60-DAY
      *        POSITION 10-12  SAME, 90-DAY
      *   NO CARD, OR A FIELD THAT ISN'T NUMERIC, LEAVES THAT LEVEL
      *   AT ITS DEFAULT: 21 DAYS, 50, 60 AND 70 PERCENT.
      *
      *   MODIFICATION HISTORY
      *   ---------------------------------------------------------
      *   THE RUN NOW RECORDS ITS STEP ON THE DAILY STREAM-CONTROL FILE
      *   STRMCTL.DAT (SEE COPY STRMREC) UNDER THE STREAM'S BUSINESS
      *   DATE -- STARTED AS IT BEGINS, COMPLETE WITH ITS RETURN CODE
      *   AT A CLEAN END OF JOB.  IT WON'T START UNTIL TABLELAB HAS
      *   FINISHED CLEANLY FOR THE DATE.  IT ALSO WON'T START WHEN ITS
      *   OWN STEP HAS ALREADY COMPLETED FOR THE DATE, UNLESS THE
      *   RESTART OVERRIDE CARD (STRMOVR.TXT, STEP NAME IN 1-9, DATE IN
      *   10-17) NAMES IT.  A REFUSED START DISPLAYS THE STEP IN THE
      *   WAY AND ENDS WITH RETURN CODE 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT DROUGHT-PARM-FILE
                ASSIGN TO 'DRYPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DRYPARM-STATUS.

            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

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

            SELECT DROUGHT-REPORT-FILE
                ASSIGN TO 'DRYRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DROUGHT-ADVISORY-FILE
                ASSIGN TO 'DRYADV.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT STREAM-CONTROL-FILE
                ASSIGN TO 'STRMCTL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STRM-KEY
                FILE STATUS IS WS-STRMCTL-STATUS.

            SELECT STREAM-OVERRIDE-FILE
                ASSIGN TO 'STRMOVR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STRMOVR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DROUGHT-PARM-FILE
          RECORD CONTAINS 12 CHARACTERS.

       01 DROUGHT-PARM-RECORD.
          05 DPARM-DRY-DAYS-LIMIT   PIC X(3).
          05 DPARM-PERCENT-30       PIC X(3).
          05 DPARM-PERCENT-60       PIC X(3).
          05 DPARM-PERCENT-90       PIC X(3).

      *SAME CONTROL CARD TABLELAB RUNS FROM -- READ HERE ONLY FOR
      *THE STREAM'S BUSINESS DATE.

       FD RUN-CONTROL-FILE.

       01 RUN-CONTROL-RECORD.
           05 RUNCTL-BUSINESS-DATE      PIC 9(8).

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

       FD NORMALS-FILE
          RECORD CONTAINS 24 CHARACTERS.

       COPY NORMREC.

       FD DROUGHT-REPORT-FILE.

       01 DROUGHT-REPORT-ITEM PIC X(80).

       FD DROUGHT-ADVISORY-FILE.

       01 DROUGHT-ADVISORY-ITEM PIC X(80).

      *DAILY STREAM-CONTROL FILE SHARED BY EVERY STEP OF THE
      *STREAM (SEE STRMREC), AND THE OPERATOR'S RESTART OVERRIDE
      *CARD -- STEP NAME IN 1-9, BUSINESS DATE IN 10-17.

       FD STREAM-CONTROL-FILE
          RECORD CONTAINS 57 CHARACTERS.

       COPY STRMREC.

       FD STREAM-OVERRIDE-FILE.

       01 STREAM-OVERRIDE-RECORD.
           05 SOVR-STEP-NAME            PIC X(9).
           05 SOVR-BUSINESS-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.

       01 WS-DRYPARM-STATUS  PIC XX.
       01 WS-RUNCTL-STATUS   PIC XX.
       01 WS-STAHIST-STATUS  PIC XX.
       01 WS-STAMAST-STATUS  PIC XX.
       01 WS-NORMALS-STATUS  PIC XX.

       01 WS-NORMALS-SWITCH  PIC X  VALUE SPACE.
          88 WS-NORMALS-AVAILABLE    VALUE 'Y'.

       01 WS-RUNCTL-EOF-FLAG  PIC X  VALUE SPACE.
          88 RUNCTL-AT-END          VALUE 'Y'.

       01 WS-STATION-MASTER-EOF-FLAG  PIC X  VALUE SPACE.
          88 STATION-MASTER-AT-END        VALUE 'Y'.

       01 WS-HISTORY-DONE-FLAG  PIC X  VALUE SPACE.
          88 HISTORY-DONE            VALUE 'Y'.

       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-AS-OF-DATE     PIC 9(8)  VALUE ZERO.

      *THE DESK'S LEVELS.  IF THE PARAMETER FILE HASN'T BEEN SET UP
      *YET THESE VALUES STAND AS THE DEFAULT.

       01 WS-DRY-DAYS-LIMIT  PIC 9(3)  VALUE 021.

      *ONE DAY BACK AT A TIME, FOR LAYING OUT THE 90-DAY WINDOW.

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

      *THE 90 CALENDAR DAYS ENDING ON THE AS-OF DATE, OLDEST FIRST.
      *REFILLED FOR EACH STATION FROM ITS HISTORY AND NORMALS.

       01 SUB-W  PIC 99.
       01 SUB-K  PIC 9.

       01 WINDOW-TABLE.
           05  WINDOW-ITEM OCCURS 90 TIMES
                   ASCENDING KEY IS WINDOW-DATE
                   INDEXED BY WINDOW-INDEX.
               10  WINDOW-DATE          PIC 9(8).
               10  WINDOW-ON-FILE-FLAG  PIC X(1).
                   88 WINDOW-ON-FILE         VALUE 'Y'.
               10  WINDOW-PRECIP        PIC 9(4)V9(2).

      *THE THREE ROLLING WINDOWS AND THE DESK'S PERCENT-OF-NORMAL
      *LEVEL FOR EACH.

       01 ROLLING-VALUES.
          05        PIC 99   VALUE 30.
          05        PIC 9(3) VALUE 050.
          05        PIC 99   VALUE 60.
          05        PIC 9(3) VALUE 060.
          05        PIC 99   VALUE 90.
          05        PIC 9(3) VALUE 070.

       01 ROLLING-LEVEL-TABLE REDEFINES ROLLING-VALUES.
          05 ROLLING-LEVEL-ITEM OCCURS 3 TIMES.
             10 RL-SIZE      PIC 99.
             10 RL-LEVEL     PIC 9(3).

       01 ROLLING-TOTAL-TABLE.
          05 ROLLING-TOTAL-ITEM OCCURS 3 TIMES.
             10 RT-DAYS         PIC 99.
             10 RT-MISSING      PIC 99.
             10 RT-PRECIP       PIC 9(5)V9(2).
             10 RT-NORM-PRECIP  PIC 9(5)V9(2).
             10 RT-NORM-FLAG    PIC X(1).
                88 RT-HAS-NORMAL      VALUE 'Y'.
             10 RT-PERCENT      PIC 9(4).

       01 WS-DRY-RUN          PIC 99.
       01 WS-DAY-NORMAL-SWITCH PIC X  VALUE SPACE.
          88 WS-DAY-HAS-NORMAL     VALUE 'Y'.
       01 WS-WET-DAY-SWITCH   PIC X  VALUE SPACE.
          88 WS-WET-DAY-FOUND      VALUE 'Y'.

       01 WS-FLAG-SWITCH      PIC X  VALUE SPACE.
          88 WS-STATION-FLAGGED    VALUE 'Y'.
       01 WS-DRY-FLAG-SWITCH  PIC X  VALUE SPACE.
          88 WS-DRY-RUN-FLAGGED    VALUE 'Y'.
       01 WS-DEFICIT-SWITCH   PIC X  VALUE SPACE.
          88 WS-DEFICIT-FLAGGED    VALUE 'Y'.

       01 WS-STATIONS-CHECKED  PIC 9(4)  VALUE ZERO.
       01 WS-STATIONS-FLAGGED  PIC 9(4)  VALUE ZERO.
       01 WS-STATIONS-NO-DATA  PIC 9(4)  VALUE ZERO.

       01 WS-PERCENT-EDITED   PIC ZZZ9.

       01 HEADER-LINE-1.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(20) VALUE 'Drought Watch as of '.
          05 HDR-AS-OF-DATE    PIC 9(8).

       01 HEADER-LINE-2.
          05        PIC X(18) VALUE 'Levels: dry run >='.
          05 HDR-DRY-DAYS-LIMIT  PIC ZZ9.
          05        PIC X(17) VALUE ' days; pct <= 30d'.
          05 HDR-PERCENT-30      PIC ZZ9.
          05        PIC X(5)  VALUE '  60d'.
          05 HDR-PERCENT-60      PIC ZZ9.
          05        PIC X(5)  VALUE '  90d'.
          05 HDR-PERCENT-90      PIC ZZ9.

       01 COLUMN-LINE-1.
          05        PIC X(29) VALUE SPACES.
          05        PIC X(16) VALUE '--- 30 days ---'.
          05        PIC X(16) VALUE '--- 60 days ---'.
          05        PIC X(16) VALUE '--- 90 days ---'.

       01 COLUMN-LINE-2.
          05        PIC X(26) VALUE 'Sta Station           Rg'.
          05        PIC X(4)  VALUE 'Dry'.
          05        PIC X(16) VALUE ' Total   Pct Ms'.
          05        PIC X(16) VALUE ' Total   Pct Ms'.
          05        PIC X(16) VALUE ' Total   Pct Ms'.

       01 DROUGHT-DETAIL-LINE.
          05 DDL-STATION-CODE   PIC X(3).
          05        PIC X(1)  VALUE SPACES.
          05 DDL-STATION-NAME   PIC X(17).
          05        PIC X(1)  VALUE SPACES.
          05 DDL-REGION-CODE    PIC X(2).
          05        PIC X(2)  VALUE SPACES.
          05 DDL-DRY-RUN        PIC X(3).
          05 DDL-WINDOW-ITEM OCCURS 3 TIMES.
             10        PIC X(1)  VALUE SPACES.
             10 DDL-PRECIP      PIC ZZ9.99.
             10        PIC X(1)  VALUE SPACES.
             10 DDL-PERCENT     PIC X(4).
             10        PIC X(1)  VALUE SPACES.
             10 DDL-MISSING     PIC Z9.
             10        PIC X(1)  VALUE SPACES.
          05 DDL-FLAG           PIC X(2).

       01 WS-DRY-RUN-EDITED   PIC Z9.

      *THE DRYADV.TXT RECORD -- REGION CODE FIRST, THE SAME AS AN
      *ADVISORY RECORD, SO DISTRIB ROUTES IT UNCHANGED.

       01 DROUGHT-ADVISORY-LINE.
          05 DAL-REGION-CODE   PIC X(2).
          05                   PIC X(1)   VALUE SPACES.
          05 DAL-STATION-NAME  PIC X(17).
          05                   PIC X(2)   VALUE SPACES.
          05 DAL-MESSAGE       PIC X(17).
          05                   PIC X(5)   VALUE 'Dry: '.
          05 DAL-DRY-RUN       PIC X(3).
          05 DAL-WINDOW-ITEM OCCURS 3 TIMES.
             10 DAL-WINDOW-LABEL  PIC X(6).
             10 DAL-PERCENT       PIC X(4).
             10                   PIC X(1)   VALUE '%'.

       01 NO-DATA-TEXT       PIC X(24)
                                 VALUE 'No days in 90-day window'.

       01 TRAILER-LINE.
          05        PIC X(10) VALUE 'Stations: '.
          05 TRL-STATIONS-CHECKED  PIC ZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(9)  VALUE 'Flagged: '.
          05 TRL-STATIONS-FLAGGED  PIC ZZZ9.
          05        PIC X(3)  VALUE SPACES.
          05        PIC X(9)  VALUE 'No data: '.
          05 TRL-STATIONS-NO-DATA  PIC ZZZ9.

       01 LEGEND-LINE.
          05        PIC X(60) VALUE
              '** = flagged; Ms = days missing; Pct blank = no normals'.

       01 WS-STRMCTL-STATUS    PIC XX.
       01 WS-STRMOVR-STATUS    PIC XX.
       01 WS-STRMOVR-EOF-FLAG  PIC X  VALUE SPACE.
          88 STRMOVR-AT-END         VALUE 'Y'.

      *STREAM STEP CONTROL -- THIS PROGRAM'S STEP NAME, AND THE
      *STEPS THAT MUST HAVE FINISHED CLEANLY FOR THE BUSINESS DATE
      *BEFORE IT STARTS.
       01 WS-STREAM-STEP       PIC X(9)  VALUE 'DRYWATCH'.

       01 STREAM-PREREQ-VALUES.
          05  PIC X(9)  VALUE 'TABLELAB'.

       01 STREAM-PREREQ-TABLE REDEFINES STREAM-PREREQ-VALUES.
          05 STREAM-PREREQ-STEP  PIC X(9)  OCCURS 1 TIMES.

       01 WS-STREAM-PREREQ-COUNT  PIC 9  VALUE 1.
       01 SUB-Q  PIC 9.

       01 WS-STREAM-DATE       PIC 9(8)  VALUE ZERO.
       01 WS-STREAM-NOW-DATE   PIC 9(8).
       01 WS-STREAM-NOW-TIME   PIC 9(8).
       01 WS-STREAM-CHECK-STEP PIC X(9).
       01 WS-STREAM-REASON     PIC X(30).
       01 WS-STREAM-OVERRIDE-SWITCH  PIC X  VALUE 'N'.
          88 STREAM-OVERRIDE-GIVEN  VALUE 'Y'.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-CHECK-THE-STATIONS
           PERFORM 600-EOJ-ROUTINE
           PERFORM 190-FINISH-STREAM-STEP
           STOP RUN

          .

       120-START-STREAM-STEP.

      *RECORDS THIS STEP'S START ON THE STREAM-CONTROL FILE FOR THE
      *BUSINESS DATE, ONCE EVERY STEP IT DEPENDS ON HAS FINISHED
      *CLEANLY FOR THAT DATE.  A STEP LEFT SHOWING STARTED BY AN
      *ABEND RESTARTS WITHOUT ANY OVERRIDE; RERUNNING A STEP THAT
      *ALREADY COMPLETED TAKES A RESTART OVERRIDE CARD (STRMOVR.TXT)
      *NAMING THE STEP AND THE DATE.  NO DATE ON THE CONTROL CARD
      *RECORDS THE STEP UNDER TODAY'S DATE.

           ACCEPT WS-STREAM-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STREAM-NOW-TIME FROM TIME
           IF WS-STREAM-DATE = ZERO
               MOVE WS-STREAM-NOW-DATE TO WS-STREAM-DATE
           END-IF

           PERFORM 122-LOAD-STREAM-OVERRIDE

           OPEN I-O STREAM-CONTROL-FILE
           IF WS-STRMCTL-STATUS = '35'
               OPEN OUTPUT STREAM-CONTROL-FILE
               CLOSE STREAM-CONTROL-FILE
               OPEN I-O STREAM-CONTROL-FILE
           END-IF
           IF WS-STRMCTL-STATUS NOT = '00'
               DISPLAY 'DRYWATCH: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 124-CHECK-ONE-PREREQ
                VARYING SUB-Q FROM 1 BY 1
                  UNTIL SUB-Q > WS-STREAM-PREREQ-COUNT

           MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
           MOVE WS-STREAM-STEP TO STRM-STEP-NAME
           READ STREAM-CONTROL-FILE
               INVALID KEY
                   MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
                   MOVE WS-STREAM-STEP TO STRM-STEP-NAME
                   MOVE ZERO TO STRM-RUN-COUNT
           END-READ

           IF WS-STRMCTL-STATUS = '00'
              AND STRM-STEP-COMPLETE
              AND NOT STREAM-OVERRIDE-GIVEN
               MOVE WS-STREAM-STEP TO WS-STREAM-CHECK-STEP
               MOVE 'ALREADY COMPLETED' TO WS-STREAM-REASON
               PERFORM 128-REFUSE-STREAM-STEP
           END-IF

           MOVE 'S'                TO STRM-STEP-STATUS
           MOVE WS-STREAM-NOW-DATE TO STRM-START-DATE
           MOVE WS-STREAM-NOW-TIME TO STRM-START-TIME
           MOVE ZERO               TO STRM-END-DATE
                                      STRM-END-TIME
                                      STRM-RETURN-CODE
           ADD 1 TO STRM-RUN-COUNT

           IF WS-STRMCTL-STATUS = '00'
               REWRITE STREAM-CONTROL-RECORD
           ELSE
               WRITE STREAM-CONTROL-RECORD
           END-IF

           CLOSE STREAM-CONTROL-FILE

          .

       122-LOAD-STREAM-OVERRIDE.

      *ONLY A CARD FOR THIS STEP AND THIS BUSINESS DATE COUNTS, SO
      *ONE LEFT BEHIND CAN'T LET A LATER NIGHT'S STEP RUN TWICE.  NO
      *OVERRIDE CARD IS THE NORMAL CASE.

           MOVE 'N'   TO WS-STREAM-OVERRIDE-SWITCH
           MOVE SPACE TO WS-STRMOVR-EOF-FLAG

           OPEN INPUT STREAM-OVERRIDE-FILE
           IF WS-STRMOVR-STATUS = '00'
               PERFORM UNTIL STRMOVR-AT-END
                   READ STREAM-OVERRIDE-FILE
                       AT END
                           MOVE 'Y' TO WS-STRMOVR-EOF-FLAG
                       NOT AT END
                           IF SOVR-STEP-NAME = WS-STREAM-STEP
                              AND SOVR-BUSINESS-DATE IS NUMERIC
                              AND SOVR-BUSINESS-DATE = WS-STREAM-DATE
                               MOVE 'Y' TO WS-STREAM-OVERRIDE-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-OVERRIDE-FILE
           END-IF

           IF STREAM-OVERRIDE-GIVEN
               DISPLAY 'DRYWATCH: RESTART OVERRIDE ACCEPTED FOR '
                       WS-STREAM-DATE
           END-IF

          .

       124-CHECK-ONE-PREREQ.

           MOVE WS-STREAM-DATE            TO STRM-BUSINESS-DATE
           MOVE STREAM-PREREQ-STEP(SUB-Q) TO STRM-STEP-NAME
                                             WS-STREAM-CHECK-STEP

           READ STREAM-CONTROL-FILE
               INVALID KEY
                   MOVE 'HAS NOT RUN' TO WS-STREAM-REASON
                   PERFORM 128-REFUSE-STREAM-STEP
           END-READ

           IF NOT STRM-STEP-COMPLETE
              OR STRM-RETURN-CODE > 4
               MOVE 'DID NOT FINISH CLEANLY' TO WS-STREAM-REASON
               PERFORM 128-REFUSE-STREAM-STEP
           END-IF

          .

       128-REFUSE-STREAM-STEP.

      *NOTHING ELSE HAS BEEN OPENED OR WRITTEN YET, SO STOPPING HERE
      *LEAVES THE DAY'S FILES -- AND THIS STEP'S OWN STREAM-CONTROL
      *RECORD -- AS THEY WERE.

           DISPLAY 'DRYWATCH: ' WS-STREAM-CHECK-STEP ' FOR '
                   WS-STREAM-DATE ' ' WS-STREAM-REASON
           DISPLAY 'DRYWATCH: STEP NOT STARTED - RUN STOPPED'
           CLOSE STREAM-CONTROL-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN

          .

       190-FINISH-STREAM-STEP.

      *MARKS THIS STEP COMPLETE FOR THE DATE WITH THE RUN'S RETURN
      *CODE.  ONLY A CLEAN END OF JOB GETS HERE -- A RUN THAT STOPS
      *ITSELF OR ABENDS LEAVES ITS STEP SHOWING STARTED.

           ACCEPT WS-STREAM-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STREAM-NOW-TIME FROM TIME

           OPEN I-O STREAM-CONTROL-FILE
           IF WS-STRMCTL-STATUS NOT = '00'
               DISPLAY 'DRYWATCH: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - STEP NOT MARKED COMPLETE'
           ELSE
               MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
               MOVE WS-STREAM-STEP TO STRM-STEP-NAME
               READ STREAM-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'DRYWATCH: STREAM CONTROL RECORD '
                               'GONE - STEP NOT MARKED COMPLETE'
                   NOT INVALID KEY
                       MOVE 'C'                TO STRM-STEP-STATUS
                       MOVE WS-STREAM-NOW-DATE TO STRM-END-DATE
                       MOVE WS-STREAM-NOW-TIME TO STRM-END-TIME
                       MOVE RETURN-CODE        TO STRM-RETURN-CODE
                       REWRITE STREAM-CONTROL-RECORD
               END-READ
               CLOSE STREAM-CONTROL-FILE
           END-IF

          .

       200-HOUSEKEEPING.

      *THE WATCH IS OVER ACTIVE STATIONS, SO NO MASTER IS AS FATAL
      *AS NO HISTORY.  A MISSING NORMALS FILE ONLY COSTS THE
      *PERCENTS, AND WITH THEM THE DEFICIT FLAGS.

           PERFORM 210-LOAD-DROUGHT-PARMS
           PERFORM 215-LOAD-RUN-CONTROL
           PERFORM 120-START-STREAM-STEP
           PERFORM 230-BUILD-WINDOW

           OPEN INPUT STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'DRYWATCH: STATION HISTORY FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT STATION-MASTER-FILE
           IF WS-STAMAST-STATUS NOT = '00'
               DISPLAY 'DRYWATCH: STATION MASTER FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT NORMALS-FILE
           IF WS-NORMALS-STATUS = '00'
               MOVE 'Y' TO WS-NORMALS-SWITCH
           END-IF

           OPEN OUTPUT DROUGHT-REPORT-FILE
                       DROUGHT-ADVISORY-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-DROUGHT-PARMS.

           OPEN INPUT DROUGHT-PARM-FILE
           IF WS-DRYPARM-STATUS = '00'
               READ DROUGHT-PARM-FILE
                   NOT AT END
                       IF DPARM-DRY-DAYS-LIMIT IS NUMERIC
                           MOVE DPARM-DRY-DAYS-LIMIT
                             TO WS-DRY-DAYS-LIMIT
                       END-IF
                       IF DPARM-PERCENT-30 IS NUMERIC
                           MOVE DPARM-PERCENT-30 TO RL-LEVEL(1)
                       END-IF
                       IF DPARM-PERCENT-60 IS NUMERIC
                           MOVE DPARM-PERCENT-60 TO RL-LEVEL(2)
                       END-IF
                       IF DPARM-PERCENT-90 IS NUMERIC
                           MOVE DPARM-PERCENT-90 TO RL-LEVEL(3)
                       END-IF
               END-READ
               CLOSE DROUGHT-PARM-FILE
           END-IF

          .

       215-LOAD-RUN-CONTROL.

      *A CATCH-UP CARD LISTS SEVERAL DATES OLDEST FIRST, SO THE
      *LAST ONE IS THE STREAM'S CURRENT DATE.  NO CARD MEANS THE
      *WATCH RUNS AS OF YESTERDAY.

           MOVE SPACE TO WS-RUNCTL-EOF-FLAG

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = '00'
               PERFORM UNTIL RUNCTL-AT-END
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF-FLAG
                       NOT AT END
                           IF RUNCTL-BUSINESS-DATE IS NUMERIC
                               MOVE RUNCTL-BUSINESS-DATE
                                 TO WS-AS-OF-DATE
                                    WS-STREAM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

           IF WS-AS-OF-DATE = ZERO
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE TO WS-WALK-DATE
               PERFORM 800-BACK-UP-ONE-DAY
               MOVE WS-WALK-DATE TO WS-AS-OF-DATE
           END-IF

          .

       230-BUILD-WINDOW.

           MOVE WS-AS-OF-DATE TO WS-WALK-DATE

           PERFORM 232-SET-ONE-WINDOW-DATE
                VARYING SUB-W FROM 90 BY -1
                  UNTIL SUB-W < 1

          .

       232-SET-ONE-WINDOW-DATE.

           MOVE WS-WALK-DATE TO WINDOW-DATE(SUB-W)
           PERFORM 800-BACK-UP-ONE-DAY

          .

       300-CHECK-THE-STATIONS.

           PERFORM UNTIL STATION-MASTER-AT-END
               READ STATION-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STATION-MASTER-EOF-FLAG
                   NOT AT END
                       IF SM-ACTIVE
                           PERFORM 400-CHECK-ONE-STATION
                       END-IF
               END-READ
           END-PERFORM

          .

       400-CHECK-ONE-STATION.

           ADD 1 TO WS-STATIONS-CHECKED

           PERFORM 410-CLEAR-ONE-WINDOW-DAY
                VARYING SUB-W FROM 1 BY 1
                  UNTIL SUB-W > 90

           PERFORM 420-LOAD-WINDOW-HISTORY

           PERFORM 450-CLEAR-ONE-ROLLING-TOTAL
                VARYING SUB-K FROM 1 BY 1
                  UNTIL SUB-K > 3

           PERFORM 460-TOTAL-ONE-WINDOW-DAY
                VARYING SUB-W FROM 1 BY 1
                  UNTIL SUB-W > 90

           PERFORM 480-FIND-DRY-RUN

           PERFORM 500-SET-THE-FLAGS
           PERFORM 550-PRINT-STATION-LINE

           IF WS-STATION-FLAGGED
               PERFORM 560-WRITE-DROUGHT-ADVISORY
           END-IF

          .

       410-CLEAR-ONE-WINDOW-DAY.

           MOVE SPACE TO WINDOW-ON-FILE-FLAG(SUB-W)
           MOVE ZERO  TO WINDOW-PRECIP(SUB-W)

          .

       420-LOAD-WINDOW-HISTORY.

      *POSITIONS ON THE STATION'S FIRST DAY IN THE WINDOW AND READS
      *FORWARD TO THE AS-OF DATE.

           MOVE SPACE            TO WS-HISTORY-DONE-FLAG
           MOVE SM-STATION-CODE  TO HIST-STATION-CODE
           MOVE WINDOW-DATE(1)   TO HIST-WEATHER-DATE

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
                        OR HIST-WEATHER-DATE > WS-AS-OF-DATE
                           MOVE 'Y' TO WS-HISTORY-DONE-FLAG
                       ELSE
                           PERFORM 425-PLACE-ONE-DAY
                       END-IF
               END-READ
           END-PERFORM

          .

       425-PLACE-ONE-DAY.

           SEARCH ALL WINDOW-ITEM
           AT END
               CONTINUE

           WHEN WINDOW-DATE(WINDOW-INDEX) = HIST-WEATHER-DATE
               MOVE 'Y'               TO WINDOW-ON-FILE-FLAG
                                             (WINDOW-INDEX)
               MOVE HIST-TOTAL-PRECIP TO WINDOW-PRECIP(WINDOW-INDEX)
           END-SEARCH

          .

       450-CLEAR-ONE-ROLLING-TOTAL.

           MOVE ZERO  TO RT-DAYS(SUB-K)
           MOVE ZERO  TO RT-MISSING(SUB-K)
           MOVE ZERO  TO RT-PRECIP(SUB-K)
           MOVE ZERO  TO RT-NORM-PRECIP(SUB-K)
           MOVE SPACE TO RT-NORM-FLAG(SUB-K)
           MOVE ZERO  TO RT-PERCENT(SUB-K)

          .

       460-TOTAL-ONE-WINDOW-DAY.

      *A DAY ON FILE ADDS ITS PRECIPITATION AND ITS NORMAL TO EVERY
      *WINDOW IT FALLS IN; A DAY NOT ON FILE ONLY COUNTS MISSING.

           MOVE ZERO  TO NORM-AVG-PRECIP
           MOVE SPACE TO WS-DAY-NORMAL-SWITCH

           IF WINDOW-ON-FILE(SUB-W)
            AND WS-NORMALS-AVAILABLE
               MOVE SM-STATION-CODE         TO NORM-STATION-CODE
               MOVE WINDOW-DATE(SUB-W)(5:4) TO NORM-MONTH-DAY
               READ NORMALS-FILE
                   INVALID KEY
                       MOVE ZERO TO NORM-AVG-PRECIP
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DAY-NORMAL-SWITCH
               END-READ
           END-IF

           PERFORM 465-ADD-DAY-TO-ONE-WINDOW
                VARYING SUB-K FROM 1 BY 1
                  UNTIL SUB-K > 3

          .

       465-ADD-DAY-TO-ONE-WINDOW.

           IF SUB-W > 90 - RL-SIZE(SUB-K)
               IF WINDOW-ON-FILE(SUB-W)
                   ADD 1 TO RT-DAYS(SUB-K)
                   ADD WINDOW-PRECIP(SUB-W) TO RT-PRECIP(SUB-K)
                   IF WS-DAY-HAS-NORMAL
                       ADD NORM-AVG-PRECIP TO RT-NORM-PRECIP(SUB-K)
                       MOVE 'Y' TO RT-NORM-FLAG(SUB-K)
                   END-IF
               ELSE
                   ADD 1 TO RT-MISSING(SUB-K)
               END-IF
           END-IF

          .

       480-FIND-DRY-RUN.

      *WALKS BACK FROM THE AS-OF DATE TO THE LAST DAY WITH
      *MEASURABLE PRECIPITATION, COUNTING ONLY DAYS ON FILE.

           MOVE ZERO  TO WS-DRY-RUN
           MOVE SPACE TO WS-WET-DAY-SWITCH

           PERFORM 485-CHECK-ONE-DRY-DAY
                VARYING SUB-W FROM 90 BY -1
                  UNTIL SUB-W < 1
                     OR WS-WET-DAY-FOUND

          .

       485-CHECK-ONE-DRY-DAY.

           IF WINDOW-ON-FILE(SUB-W)
               IF WINDOW-PRECIP(SUB-W) < .01
                   ADD 1 TO WS-DRY-RUN
               ELSE
                   MOVE 'Y' TO WS-WET-DAY-SWITCH
               END-IF
           END-IF

          .

       500-SET-THE-FLAGS.

      *A WINDOW WITH NO NORMAL TO MEASURE AGAINST CAN'T FLAG A
      *DEFICIT.  A DRY RUN THAT NEVER FOUND A WET DAY IN THE
      *WINDOW IS AT LEAST AS LONG AS THE DAYS COUNTED.

           MOVE SPACE TO WS-FLAG-SWITCH
           MOVE SPACE TO WS-DRY-FLAG-SWITCH
           MOVE SPACE TO WS-DEFICIT-SWITCH

           IF RT-DAYS(3) > ZERO
            AND WS-DRY-RUN >= WS-DRY-DAYS-LIMIT
               MOVE 'Y' TO WS-DRY-FLAG-SWITCH
               MOVE 'Y' TO WS-FLAG-SWITCH
           END-IF

           PERFORM 510-CHECK-ONE-WINDOW-LEVEL
                VARYING SUB-K FROM 1 BY 1
                  UNTIL SUB-K > 3

           IF WS-STATION-FLAGGED
               ADD 1 TO WS-STATIONS-FLAGGED
           END-IF

          .

       510-CHECK-ONE-WINDOW-LEVEL.

           IF RT-HAS-NORMAL(SUB-K)
            AND RT-NORM-PRECIP(SUB-K) > ZERO
               COMPUTE RT-PERCENT(SUB-K) ROUNDED =
                   RT-PRECIP(SUB-K) * 100 / RT-NORM-PRECIP(SUB-K)
               IF RT-PERCENT(SUB-K) <= RL-LEVEL(SUB-K)
                   MOVE 'Y' TO WS-DEFICIT-SWITCH
                   MOVE 'Y' TO WS-FLAG-SWITCH
               END-IF
           END-IF

          .

       550-PRINT-STATION-LINE.

           MOVE SM-STATION-CODE TO DDL-STATION-CODE
           MOVE SM-STATION-NAME TO DDL-STATION-NAME
           MOVE SM-REGION-CODE  TO DDL-REGION-CODE
           MOVE SPACES          TO DDL-FLAG

           PERFORM 555-SET-DRY-RUN-TEXT
           MOVE DAL-DRY-RUN TO DDL-DRY-RUN

           PERFORM 552-SET-ONE-WINDOW-COLUMNS
                VARYING SUB-K FROM 1 BY 1
                  UNTIL SUB-K > 3

           IF WS-STATION-FLAGGED
               MOVE '**' TO DDL-FLAG
           END-IF

           WRITE DROUGHT-REPORT-ITEM FROM DROUGHT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           IF RT-DAYS(3) = ZERO
               ADD 1 TO WS-STATIONS-NO-DATA
               MOVE SPACES       TO DROUGHT-REPORT-ITEM
               MOVE NO-DATA-TEXT TO DROUGHT-REPORT-ITEM(5:24)
               WRITE DROUGHT-REPORT-ITEM
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       552-SET-ONE-WINDOW-COLUMNS.

           MOVE RT-PRECIP(SUB-K)  TO DDL-PRECIP(SUB-K)
           MOVE RT-MISSING(SUB-K) TO DDL-MISSING(SUB-K)
           MOVE SPACES            TO DDL-PERCENT(SUB-K)
           MOVE SPACES            TO DAL-PERCENT(SUB-K)

           IF RT-HAS-NORMAL(SUB-K)
            AND RT-NORM-PRECIP(SUB-K) > ZERO
               MOVE RT-PERCENT(SUB-K) TO WS-PERCENT-EDITED
               MOVE WS-PERCENT-EDITED TO DDL-PERCENT(SUB-K)
               MOVE WS-PERCENT-EDITED TO DAL-PERCENT(SUB-K)
           END-IF

          .

       555-SET-DRY-RUN-TEXT.

           IF RT-DAYS(3) = ZERO
               MOVE '---' TO DAL-DRY-RUN
           ELSE
               IF WS-WET-DAY-FOUND
                   MOVE WS-DRY-RUN        TO WS-DRY-RUN-EDITED
                   MOVE SPACE             TO DAL-DRY-RUN
                   MOVE WS-DRY-RUN-EDITED TO DAL-DRY-RUN(2:2)
               ELSE
                   MOVE '90+' TO DAL-DRY-RUN
               END-IF
           END-IF

          .

       560-WRITE-DROUGHT-ADVISORY.

           MOVE SM-REGION-CODE  TO DAL-REGION-CODE
           MOVE SM-STATION-NAME TO DAL-STATION-NAME

           EVALUATE TRUE
               WHEN WS-DRY-RUN-FLAGGED AND WS-DEFICIT-FLAGGED
                   MOVE 'DRY SPELL/DEFICIT' TO DAL-MESSAGE
               WHEN WS-DRY-RUN-FLAGGED
                   MOVE 'DRY SPELL WATCH'   TO DAL-MESSAGE
               WHEN OTHER
                   MOVE 'PRECIP DEFICIT'    TO DAL-MESSAGE
           END-EVALUATE

           MOVE '  30d ' TO DAL-WINDOW-LABEL(1)
           MOVE '  60d ' TO DAL-WINDOW-LABEL(2)
           MOVE '  90d ' TO DAL-WINDOW-LABEL(3)

           WRITE DROUGHT-ADVISORY-ITEM FROM DROUGHT-ADVISORY-LINE

          .

       600-EOJ-ROUTINE.

           MOVE WS-STATIONS-CHECKED TO TRL-STATIONS-CHECKED
           MOVE WS-STATIONS-FLAGGED TO TRL-STATIONS-FLAGGED
           MOVE WS-STATIONS-NO-DATA TO TRL-STATIONS-NO-DATA

           WRITE DROUGHT-REPORT-ITEM FROM TRAILER-LINE
               AFTER ADVANCING 2 LINES
           WRITE DROUGHT-REPORT-ITEM FROM LEGEND-LINE
               AFTER ADVANCING 1 LINE

           CLOSE STATION-HISTORY-FILE
                 STATION-MASTER-FILE
                 DROUGHT-REPORT-FILE
                 DROUGHT-ADVISORY-FILE

           IF WS-NORMALS-AVAILABLE
               CLOSE NORMALS-FILE
           END-IF

           DISPLAY 'DRYWATCH: ' WS-STATIONS-CHECKED
                   ' STATIONS CHECKED, ' WS-STATIONS-FLAGGED
                   ' FLAGGED'

          .

       700-PRINT-THE-HEADERS.

           MOVE WS-AS-OF-DATE TO HDR-AS-OF-DATE
           WRITE DROUGHT-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES

           MOVE WS-DRY-DAYS-LIMIT TO HDR-DRY-DAYS-LIMIT
           MOVE RL-LEVEL(1)       TO HDR-PERCENT-30
           MOVE RL-LEVEL(2)       TO HDR-PERCENT-60
           MOVE RL-LEVEL(3)       TO HDR-PERCENT-90
           WRITE DROUGHT-REPORT-ITEM FROM HEADER-LINE-2
               AFTER ADVANCING 1 LINE

           WRITE DROUGHT-REPORT-ITEM FROM COLUMN-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE DROUGHT-REPORT-ITEM FROM COLUMN-LINE-2
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
