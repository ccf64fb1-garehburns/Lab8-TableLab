       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DATAREQ.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - OUTSIDE DATA REQUESTS
      *
      *   INSURANCE ADJUSTERS, LAW FIRMS AND CONTRACTORS ASK FOR A
      *   STATION'S CERTIFIED WEATHER OVER A DATE RANGE -- "WAS IT
      *   BELOW FREEZING AT GRB THE NIGHT THE PIPE BURST".  THOSE
      *   USED TO BE ANSWERED BY RUNNING WEAHIST AND RETYPING THE
      *   FIGURES INTO A LETTER, WITH NO RECORD OF WHAT WENT OUT.
      *
      *   THIS PROGRAM TAKES ONE REQUEST CARD PER REQUEST AND PRINTS
      *   A CERTIFIED REPORT FOR EACH ONE TO DATARPT.TXT, STARTING
      *   ON A NEW PAGE: EVERY STATION ASKED FOR, WITH ITS NAME AND
      *   REGION FROM STATMAST.DAT, AND EVERY CALENDAR DAY OF THE
      *   RANGE FROM STAHIST.DAT -- A DAY NOT ON FILE PRINTS AN
      *   EXPLICIT 'NO DATA PUBLISHED' LINE RATHER THAN BEING LEFT
      *   OUT.  DEPARTURE FROM NORMAL COMES FROM NORMALS.DAT WHEN THE
      *   CARD ASKS FOR IT; A CALENDAR DAY WITH NO NORMAL SAYS N/A.
      *
      *   EVERY REQUEST, FULFILLED OR REJECTED, GOES ON THE PERMANENT
      *   REQUEST LOG REQLOG.DAT (SEE COPY RLOGREC) WITH ITS PAGE
      *   COUNT AND RECORD COUNT (DAYS RELEASED WITH DATA) FOR
      *   BILLING, AND EVERY STATION/DAY RELEASED IS LOGGED WITH THE
      *   FIGURES AS RELEASED.  A REQUEST NUMBER ALREADY ON THE LOG
      *   IS REJECTED -- A REISSUE GETS A NEW NUMBER, SO NOTHING IS
      *   BILLED TWICE UNDER ONE.
      *
      *   EACH RUN FIRST READS THE HISTORY CORRECTION AUDIT FILE
      *   (HISTAUDT.TXT, WRITTEN BY HISTCORR) AND FLAGS ON THE LOG
      *   ANY RELEASED DAY CORRECTED AFTER IT WENT OUT.  NEWLY
      *   FLAGGED DAYS ARE LISTED ON THE RUN LISTING (REQRPT.TXT)
      *   WITH THE REQUEST AND REQUESTER THAT NEED AN AMENDED COPY.
      *   A DAY IS FLAGGED ONCE; THE FLAG STAYS ON THE LOG.
      *
      *   REQUEST CARD LAYOUT (DATAREQ.TXT, ONE PER REQUEST):
      *        POSITION 1-8    REQUEST NUMBER
      *        POSITION 9-38   REQUESTER
      *        POSITION 39-46  FIRST DATE (YYYYMMDD)
      *        POSITION 47-54  LAST DATE  (YYYYMMDD)
      *        POSITION 55     'Y' = HIGH AND LOW TEMPERATURE
      *        POSITION 56     'Y' = PEAK WIND
      *        POSITION 57     'Y' = TOTAL PRECIPITATION
      *        POSITION 58     'Y' = DEPARTURE FROM NORMAL (FOR THE
      *                        TEMPERATURE AND PRECIP ASKED FOR)
      *        POSITION 59-88  UP TO 10 STATION CODES, 3 EACH
      *   NONE OF 55-57 MARKED MEANS ALL THREE.  THE RANGE IS LIMITED
      *   TO 400 DAYS, THE SAME AS WEAHIST'S.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT REQUEST-CARD-FILE
                ASSIGN TO 'DATAREQ.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DATAREQ-STATUS.

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

            SELECT HISTORY-AUDIT-FILE
                ASSIGN TO 'HISTAUDT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTAUDT-STATUS.

            SELECT REQUEST-LOG-FILE
                ASSIGN TO 'REQLOG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RLOG-KEY
                FILE STATUS IS WS-REQLOG-STATUS.

            SELECT CERTIFIED-REPORT-FILE
                ASSIGN TO 'DATARPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REQUEST-LISTING-FILE
                ASSIGN TO 'REQRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REQUEST-CARD-FILE
          RECORD CONTAINS 88 CHARACTERS.

       01 REQUEST-CARD-RECORD.
          05 RQ-REQUEST-NUMBER   PIC X(8).
          05 RQ-REQUESTER        PIC X(30).
          05 RQ-START-DATE       PIC X(8).
          05 RQ-END-DATE         PIC X(8).
          05 RQ-FIGURES-WANTED.
             10 RQ-WANT-TEMPS-FLAG      PIC X(1).
                88 RQ-WANT-TEMPS            VALUE 'Y'.
             10 RQ-WANT-WIND-FLAG       PIC X(1).
                88 RQ-WANT-WIND             VALUE 'Y'.
             10 RQ-WANT-PRECIP-FLAG     PIC X(1).
                88 RQ-WANT-PRECIP           VALUE 'Y'.
             10 RQ-WANT-DEPARTURE-FLAG  PIC X(1).
                88 RQ-WANT-DEPARTURE        VALUE 'Y'.
          05 RQ-STATION-LIST.
             10 RQ-STATION-CODE  PIC X(3)  OCCURS 10 TIMES.

       FD STATION-HISTORY-FILE
          RECORD CONTAINS 28 CHARACTERS.

       COPY HISTREC.

       FD STATION-MASTER-FILE
          RECORD CONTAINS 30 CHARACTERS.

       COPY STAREC.

       FD NORMALS-FILE
          RECORD CONTAINS 24 CHARACTERS.

       COPY NORMREC.

       FD HISTORY-AUDIT-FILE
          RECORD CONTAINS 121 CHARACTERS.

       COPY HAUDREC.

       FD REQUEST-LOG-FILE
          RECORD CONTAINS 135 CHARACTERS.

       COPY RLOGREC.

       FD CERTIFIED-REPORT-FILE.

       01 CERTIFIED-REPORT-ITEM PIC X(80).

       FD REQUEST-LISTING-FILE.

       01 REQUEST-LISTING-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-DATAREQ-STATUS   PIC XX.
       01 WS-STAHIST-STATUS   PIC XX.
       01 WS-STAMAST-STATUS   PIC XX.
       01 WS-NORMALS-STATUS   PIC XX.
       01 WS-HISTAUDT-STATUS  PIC XX.
       01 WS-REQLOG-STATUS    PIC XX.

       01 WS-NORMALS-SWITCH  PIC X  VALUE SPACE.
          88 WS-NORMALS-AVAILABLE    VALUE 'Y'.

       01 WS-DATAREQ-EOF-FLAG  PIC X  VALUE SPACE.
          88 DATAREQ-AT-END         VALUE 'Y'.

       01 WS-HISTAUDT-EOF-FLAG  PIC X  VALUE SPACE.
          88 HISTAUDT-AT-END         VALUE 'Y'.

       01 WS-RELEASES-DONE-FLAG  PIC X  VALUE SPACE.
          88 RELEASES-DONE           VALUE 'Y'.

       01 WS-CURRENT-DATE     PIC 9(8).
       01 WS-CURRENT-TIME     PIC 9(8).

      *RUN TOTALS FOR THE LISTING TRAILER.

       01 WS-REQUESTS-READ       PIC 9(5)  VALUE ZERO.
       01 WS-REQUESTS-FULFILLED  PIC 9(5)  VALUE ZERO.
       01 WS-REQUESTS-REJECTED   PIC 9(5)  VALUE ZERO.
       01 WS-TOTAL-PAGES         PIC 9(6)  VALUE ZERO.
       01 WS-TOTAL-RECORDS       PIC 9(7)  VALUE ZERO.
       01 WS-CORRECTIONS-READ    PIC 9(6)  VALUE ZERO.
       01 WS-AMENDMENTS-FLAGGED  PIC 9(6)  VALUE ZERO.

      *THE REQUEST IN HAND.

       01 WS-REQUEST-SWITCH  PIC X  VALUE SPACE.
          88 WS-REQUEST-OK           VALUE 'Y'.

       01 WS-REJECT-REASON   PIC X(2).
       01 WS-REJECT-TEXT     PIC X(40).

       01 WS-START-DATE      PIC 9(8).
       01 WS-END-DATE        PIC 9(8).
       01 WS-RANGE-DAYS      PIC 9(4).
       01 WS-STATIONS-LISTED PIC 99.

       01 WS-REQUEST-PAGES     PIC 9(4).
       01 WS-REQUEST-RECORDS   PIC 9(6).
       01 WS-REQUEST-NO-DATA   PIC 9(6).

       01 WS-STATION-RECORDS   PIC 9(4).
       01 WS-STATION-NO-DATA   PIC 9(4).

       01 SUB-S  PIC 99.
       01 SUB-R  PIC 99.

       01 WS-REPEAT-SWITCH  PIC X  VALUE SPACE.
          88 WS-STATION-REPEATED     VALUE 'Y'.

       01 WS-IN-STATION-SWITCH  PIC X  VALUE SPACE.
          88 WS-IN-STATION           VALUE 'Y'.

       01 WS-DAY-DATE        PIC 9(8).
       01 WS-DAY-DATE-R REDEFINES WS-DAY-DATE.
          05 WS-DAY-YEAR       PIC 9(4).
          05 WS-DAY-MONTH-DAY  PIC 9(4).

       01 WS-DAY-STATUS      PIC X.

       01 WS-DATE-VALID-SWITCH  PIC X  VALUE SPACE.
          88 WS-DATE-VALID           VALUE 'Y'.

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

      *DEPARTURE WORK FIELDS AND THE EDITED FORMS THE DETAIL LINE
      *IS BUILT FROM.

       01 WS-NORMAL-SWITCH  PIC X  VALUE SPACE.
          88 WS-NORMAL-FOUND         VALUE 'Y'.

       01 WS-DEP-HIGH       PIC S9(4).
       01 WS-DEP-LOW        PIC S9(4).
       01 WS-DEP-PRECIP     PIC S9(4)V9(2).

       01 WS-TEMP-EDIT      PIC ---9.
       01 WS-DEP-EDIT       PIC ++++9.
       01 WS-WIND-EDIT      PIC ZZZ9.
       01 WS-PRECIP-EDIT    PIC ZZZ9.99.
       01 WS-DEP-PRECIP-EDIT  PIC ++++9.99.

      *A YYYYMMDD DATE AS THE CERTIFIED REPORT PRINTS IT.

       01 WS-EDIT-DATE      PIC 9(8).
       01 WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
          05 WS-EDIT-YEAR   PIC 9(4).
          05 WS-EDIT-MONTH  PIC 99.
          05 WS-EDIT-DAY    PIC 99.

       01 PRINT-DATE.
          05 PD-MONTH       PIC 99.
          05                PIC X(1)  VALUE '/'.
          05 PD-DAY         PIC 99.
          05                PIC X(1)  VALUE '/'.
          05 PD-YEAR        PIC 9(4).

      *CERTIFIED REPORT PAGING.  A PAGE HOLDS 60 LINES; THE PAGE
      *COUNT IS WHAT THE REQUESTER IS BILLED FOR.

       01 WS-LINES-ON-PAGE   PIC 99  VALUE ZERO.
       01 WS-PAGE-LIMIT      PIC 99  VALUE 60.
       01 WS-CERT-ADVANCE    PIC 9   VALUE 1.
       01 WS-CERT-LINE       PIC X(80).

       01 CERT-HEADER-1.
          05        PIC X(20) VALUE SPACES.
          05        PIC X(31) VALUE 'CERTIFIED CLIMATOLOGICAL RECORD'.
          05        PIC X(17) VALUE SPACES.
          05        PIC X(6)  VALUE 'Page: '.
          05 CH1-PAGE          PIC ZZZ9.

       01 CERT-HEADER-2.
          05        PIC X(9)  VALUE 'Request: '.
          05 CH2-REQUEST-NUMBER  PIC X(8).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(14) VALUE 'Prepared for: '.
          05 CH2-REQUESTER       PIC X(30).

       01 CERT-HEADER-3.
          05        PIC X(8)  VALUE 'Period: '.
          05 CH3-START-DATE      PIC X(10).
          05        PIC X(9)  VALUE ' through '.
          05 CH3-END-DATE        PIC X(10).

       01 STATION-HEADING-LINE.
          05        PIC X(9)  VALUE 'Station: '.
          05 SH-STATION-CODE     PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05 SH-STATION-NAME     PIC X(17).
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(8)  VALUE 'Region: '.
          05 SH-REGION-CODE      PIC X(2).

       01 STATION-MISSING-LINE.
          05        PIC X(9)  VALUE 'Station: '.
          05 SM-LINE-CODE        PIC X(3).
          05        PIC X(2)  VALUE SPACES.
          05        PIC X(48) VALUE
              'IS NOT ON THE STATION MASTER - NOTHING CERTIFIED'.

       01 CERT-COLUMN-LINE.
          05 CC-DATE          PIC X(13)  VALUE 'Date'.
          05 CC-TEMPS         PIC X(13)  VALUE 'High   Low   '.
          05 CC-DEP-TEMPS     PIC X(14)  VALUE 'DepHi DepLo   '.
          05 CC-WIND          PIC X(7)   VALUE 'Wind   '.
          05 CC-PRECIP        PIC X(9)   VALUE ' Precip  '.
          05 CC-DEP-PRECIP    PIC X(8)   VALUE ' DepPrcp'.

       01 CERT-DETAIL-LINE.
          05 CD-DATE          PIC X(10).
          05                  PIC X(3)  VALUE SPACES.
          05 CD-HIGH          PIC X(4).
          05                  PIC X(2)  VALUE SPACES.
          05 CD-LOW           PIC X(4).
          05                  PIC X(3)  VALUE SPACES.
          05 CD-DEP-HIGH      PIC X(5).
          05                  PIC X(1)  VALUE SPACES.
          05 CD-DEP-LOW       PIC X(5).
          05                  PIC X(3)  VALUE SPACES.
          05 CD-WIND          PIC X(4).
          05                  PIC X(3)  VALUE SPACES.
          05 CD-PRECIP        PIC X(7).
          05                  PIC X(2)  VALUE SPACES.
          05 CD-DEP-PRECIP    PIC X(8).

       01 NO-DATA-LINE.
          05 ND-DATE          PIC X(10).
          05                  PIC X(3)  VALUE SPACES.
          05                  PIC X(17) VALUE 'NO DATA PUBLISHED'.

       01 STATION-TOTAL-LINE.
          05        PIC X(13) VALUE SPACES.
          05        PIC X(15) VALUE 'Days with data:'.
          05 ST-RECORDS        PIC ZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(26) VALUE 'Days with no data on file:'.
          05 ST-NO-DATA        PIC ZZZ9.

       01 CERTIFY-LINE-1.
          05        PIC X(45) VALUE
              'Certified a true copy of the published daily '.
          05        PIC X(21) VALUE 'station record as of '.
          05 CL1-AS-OF-DATE    PIC X(10).

       01 CERTIFY-LINE-2.
          05        PIC X(22) VALUE 'Station-days released:'.
          05 CL2-RECORDS       PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(19) VALUE 'No data published: '.
          05 CL2-NO-DATA       PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(7)  VALUE 'Pages: '.
          05 CL2-PAGES         PIC ZZZ9.

      *RUN LISTING LINES.

       01 LIST-HEADER-1.
          05        PIC X(22) VALUE SPACES.
          05        PIC X(36) VALUE
              'Outside Data Requests - Run Listing'.

       01 LIST-HEADER-2.
          05        PIC X(10) VALUE 'Run date: '.
          05 LH2-RUN-DATE      PIC 9(8).

       01 AMEND-HEADING.
          05        PIC X(52) VALUE
              'Released days since corrected - amended copy due'.

       01 AMEND-COLUMN-LINE.
          05        PIC X(10) VALUE 'Request'.
          05        PIC X(32) VALUE 'Requester'.
          05        PIC X(5)  VALUE 'Stn'.
          05        PIC X(10) VALUE 'Date'.
          05        PIC X(10) VALUE 'Released'.
          05        PIC X(9)  VALUE 'Corrected'.

       01 AMEND-DETAIL-LINE.
          05 AD-REQUEST-NUMBER   PIC X(8).
          05                     PIC X(2)  VALUE SPACES.
          05 AD-REQUESTER        PIC X(30).
          05                     PIC X(2)  VALUE SPACES.
          05 AD-STATION-CODE     PIC X(3).
          05                     PIC X(2)  VALUE SPACES.
          05 AD-WEATHER-DATE     PIC 9(8).
          05                     PIC X(2)  VALUE SPACES.
          05 AD-RELEASE-DATE     PIC 9(8).
          05                     PIC X(2)  VALUE SPACES.
          05 AD-CORRECTED-DATE   PIC 9(8).

       01 NO-AMEND-LINE.
          05        PIC X(42) VALUE
              'No released day corrected since last run.'.

       01 REQUEST-HEADING.
          05        PIC X(29) VALUE 'Requests processed this run'.

       01 REQUEST-COLUMN-LINE.
          05        PIC X(10) VALUE 'Request'.
          05        PIC X(32) VALUE 'Requester'.
          05        PIC X(11) VALUE 'Status'.
          05        PIC X(6)  VALUE 'Pages'.
          05        PIC X(8)  VALUE 'Records'.
          05        PIC X(7)  VALUE 'No data'.

       01 REQUEST-DETAIL-LINE.
          05 RD-REQUEST-NUMBER   PIC X(8).
          05                     PIC X(2)  VALUE SPACES.
          05 RD-REQUESTER        PIC X(30).
          05                     PIC X(2)  VALUE SPACES.
          05 RD-STATUS           PIC X(9).
          05                     PIC X(2)  VALUE SPACES.
          05 RD-PAGES            PIC ZZZ9.
          05                     PIC X(2)  VALUE SPACES.
          05 RD-RECORDS          PIC ZZZZZ9.
          05                     PIC X(2)  VALUE SPACES.
          05 RD-NO-DATA          PIC ZZZZZ9.

       01 REJECT-REASON-LINE.
          05        PIC X(10) VALUE SPACES.
          05        PIC X(8)  VALUE 'Reason: '.
          05 RR-REJECT-TEXT      PIC X(40).

       01 LIST-TRAILER-1.
          05        PIC X(15) VALUE 'Requests read: '.
          05 LT1-READ            PIC ZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(11) VALUE 'Fulfilled: '.
          05 LT1-FULFILLED       PIC ZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(10) VALUE 'Rejected: '.
          05 LT1-REJECTED        PIC ZZZZ9.

       01 LIST-TRAILER-2.
          05        PIC X(16) VALUE 'Pages released: '.
          05 LT2-PAGES           PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(18) VALUE 'Records released: '.
          05 LT2-RECORDS         PIC ZZZZZZ9.

       01 LIST-TRAILER-3.
          05        PIC X(20) VALUE 'Corrections read:   '.
          05 LT3-CORRECTIONS     PIC ZZZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(26) VALUE 'Released days now amended:'.
          05 LT3-AMENDMENTS      PIC ZZZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-FLAG-AMENDMENTS
           PERFORM 400-READ-REQUESTS
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *HISTORY AND THE STATION MASTER ARE WHAT GETS CERTIFIED, SO
      *NEITHER CAN BE MISSING, AND NEITHER CAN THE LOG BILLING
      *DEPENDS ON.  A MISSING NORMALS FILE ONLY COSTS THE
      *DEPARTURES, WHICH THEN PRINT N/A.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME

           OPEN INPUT STATION-HISTORY-FILE
           IF WS-STAHIST-STATUS NOT = '00'
               DISPLAY 'DATAREQ: STATION HISTORY FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT STATION-MASTER-FILE
           IF WS-STAMAST-STATUS NOT = '00'
               DISPLAY 'DATAREQ: STATION MASTER FILE NOT '
                       'AVAILABLE - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT NORMALS-FILE
           IF WS-NORMALS-STATUS = '00'
               MOVE 'Y' TO WS-NORMALS-SWITCH
           END-IF

           OPEN I-O REQUEST-LOG-FILE
           IF WS-REQLOG-STATUS = '35'
               OPEN OUTPUT REQUEST-LOG-FILE
               CLOSE REQUEST-LOG-FILE
               OPEN I-O REQUEST-LOG-FILE
           END-IF
           IF WS-REQLOG-STATUS NOT = '00'
               DISPLAY 'DATAREQ: REQUEST LOG (REQLOG.DAT) WON''T '
                       'OPEN - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CERTIFIED-REPORT-FILE
                       REQUEST-LISTING-FILE

           PERFORM 700-PRINT-LIST-HEADERS

          .

       300-FLAG-AMENDMENTS.

      *EVERY CORRECTION HISTCORR HAS APPLIED IS ON HISTAUDT.TXT.
      *EACH ONE IS CHECKED AGAINST THE LOG'S RELEASES OF THAT
      *STATION/DAY; NO AUDIT FILE MEANS NOTHING HAS EVER BEEN
      *CORRECTED.

           WRITE REQUEST-LISTING-ITEM FROM AMEND-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REQUEST-LISTING-ITEM FROM AMEND-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           OPEN INPUT HISTORY-AUDIT-FILE
           IF WS-HISTAUDT-STATUS = '00'
               PERFORM UNTIL HISTAUDT-AT-END
                   READ HISTORY-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTAUDT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-CORRECTIONS-READ
                           PERFORM 310-CHECK-ONE-CORRECTION
                   END-READ
               END-PERFORM
               CLOSE HISTORY-AUDIT-FILE
           END-IF

           IF WS-AMENDMENTS-FLAGGED = ZERO
               WRITE REQUEST-LISTING-ITEM FROM NO-AMEND-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       310-CHECK-ONE-CORRECTION.

      *THE DAY ENTRIES FOR ONE STATION/DAY SIT TOGETHER ON THE LOG,
      *ONE PER REQUEST THAT RELEASED IT.

           MOVE '2'               TO RLOG-ENTRY-TYPE
           MOVE HAUD-STATION-CODE TO RLOG-STATION-CODE
           MOVE HAUD-WEATHER-DATE TO RLOG-WEATHER-DATE
           MOVE LOW-VALUES        TO RLOG-REQUEST-NUMBER
           MOVE SPACE             TO WS-RELEASES-DONE-FLAG

           START REQUEST-LOG-FILE
               KEY IS NOT LESS THAN RLOG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RELEASES-DONE-FLAG
           END-START

           PERFORM UNTIL RELEASES-DONE
               READ REQUEST-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RELEASES-DONE-FLAG
                   NOT AT END
                       IF NOT RLOG-DAY-ENTRY
                          OR RLOG-STATION-CODE NOT = HAUD-STATION-CODE
                          OR RLOG-WEATHER-DATE NOT = HAUD-WEATHER-DATE
                           MOVE 'Y' TO WS-RELEASES-DONE-FLAG
                       ELSE
                           PERFORM 320-FLAG-ONE-RELEASE
                       END-IF
               END-READ
           END-PERFORM

          .

       320-FLAG-ONE-RELEASE.

      *ONLY A RELEASE THAT WENT OUT BEFORE THE CORRECTION CARRIES
      *THE OLD FIGURES.  ONE ALREADY FLAGGED WAS LISTED ON THE RUN
      *THAT FLAGGED IT.

           IF NOT RLOG-AMEND-DUE
              AND (RLOG-RELEASE-DATE < HAUD-TS-DATE
                OR (RLOG-RELEASE-DATE = HAUD-TS-DATE
                    AND RLOG-RELEASE-TIME < HAUD-TS-TIME))
               MOVE 'Y'          TO RLOG-AMEND-FLAG
               MOVE HAUD-TS-DATE TO RLOG-CORRECTED-DATE
               REWRITE REQUEST-LOG-RECORD
               ADD 1 TO WS-AMENDMENTS-FLAGGED

               MOVE RLOG-REQUEST-NUMBER  TO AD-REQUEST-NUMBER
               MOVE RLOG-DAY-REQUESTER   TO AD-REQUESTER
               MOVE RLOG-STATION-CODE    TO AD-STATION-CODE
               MOVE RLOG-WEATHER-DATE    TO AD-WEATHER-DATE
               MOVE RLOG-RELEASE-DATE    TO AD-RELEASE-DATE
               MOVE RLOG-CORRECTED-DATE  TO AD-CORRECTED-DATE
               WRITE REQUEST-LISTING-ITEM FROM AMEND-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       400-READ-REQUESTS.

           WRITE REQUEST-LISTING-ITEM FROM REQUEST-HEADING
               AFTER ADVANCING 3 LINES
           WRITE REQUEST-LISTING-ITEM FROM REQUEST-COLUMN-LINE
               AFTER ADVANCING 2 LINES

           OPEN INPUT REQUEST-CARD-FILE
           IF WS-DATAREQ-STATUS NOT = '00'
               DISPLAY 'DATAREQ: NO REQUEST CARDS (DATAREQ.TXT) - '
                       'AMENDMENT CHECK ONLY'
           ELSE
               PERFORM UNTIL DATAREQ-AT-END
                   READ REQUEST-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-DATAREQ-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM 410-PROCESS-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-CARD-FILE
           END-IF

          .

       410-PROCESS-ONE-REQUEST.

           MOVE ZERO TO WS-REQUEST-PAGES
                        WS-REQUEST-RECORDS
                        WS-REQUEST-NO-DATA

           PERFORM 420-EDIT-REQUEST

           IF WS-REQUEST-OK
               PERFORM 450-FULFILL-REQUEST
               ADD 1 TO WS-REQUESTS-FULFILLED
               ADD WS-REQUEST-PAGES   TO WS-TOTAL-PAGES
               ADD WS-REQUEST-RECORDS TO WS-TOTAL-RECORDS
           ELSE
               ADD 1 TO WS-REQUESTS-REJECTED
           END-IF

           PERFORM 480-LOG-REQUEST
           PERFORM 490-LIST-REQUEST

          .

       420-EDIT-REQUEST.

      *A REJECTED CARD IS STILL LOGGED AND LISTED WITH ITS REASON,
      *UNLESS ITS NUMBER IS ALREADY ON THE LOG -- THAT ENTRY IS THE
      *ORIGINAL REQUEST'S AND IS LEFT ALONE.

           MOVE 'Y'    TO WS-REQUEST-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
                          WS-REJECT-TEXT
           MOVE ZERO   TO WS-START-DATE
                          WS-END-DATE

           IF RQ-REQUEST-NUMBER = SPACES
               MOVE 'NR' TO WS-REJECT-REASON
               MOVE 'NO REQUEST NUMBER' TO WS-REJECT-TEXT
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE '1'               TO RLOG-ENTRY-TYPE
               MOVE SPACES            TO RLOG-STATION-CODE
               MOVE ZERO              TO RLOG-WEATHER-DATE
               MOVE RQ-REQUEST-NUMBER TO RLOG-REQUEST-NUMBER
               READ REQUEST-LOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'DU' TO WS-REJECT-REASON
                       MOVE 'REQUEST NUMBER ALREADY ON THE LOG'
                         TO WS-REJECT-TEXT
               END-READ
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 425-EDIT-DATE-RANGE
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-STATIONS-LISTED
               PERFORM 428-COUNT-ONE-STATION
                    VARYING SUB-S FROM 1 BY 1
                      UNTIL SUB-S > 10
               IF WS-STATIONS-LISTED = ZERO
                   MOVE 'ST' TO WS-REJECT-REASON
                   MOVE 'NO STATIONS LISTED' TO WS-REJECT-TEXT
               END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'N' TO WS-REQUEST-SWITCH
           END-IF

           IF NOT RQ-WANT-TEMPS
              AND NOT RQ-WANT-WIND
              AND NOT RQ-WANT-PRECIP
               MOVE 'Y' TO RQ-WANT-TEMPS-FLAG
                           RQ-WANT-WIND-FLAG
                           RQ-WANT-PRECIP-FLAG
           END-IF

          .

       425-EDIT-DATE-RANGE.

           IF RQ-START-DATE IS NOT NUMERIC
              OR RQ-END-DATE IS NOT NUMERIC
               MOVE 'DT' TO WS-REJECT-REASON
               MOVE 'DATE RANGE NOT NUMERIC' TO WS-REJECT-TEXT
           ELSE
               MOVE RQ-START-DATE TO WS-START-DATE
               MOVE RQ-END-DATE   TO WS-END-DATE

               MOVE WS-START-DATE TO WS-WALK-DATE
               PERFORM 820-CHECK-WALK-DATE
               IF WS-DATE-VALID
                   MOVE WS-END-DATE TO WS-WALK-DATE
                   PERFORM 820-CHECK-WALK-DATE
               END-IF

               IF NOT WS-DATE-VALID
                   MOVE 'DT' TO WS-REJECT-REASON
                   MOVE 'NOT A CALENDAR DATE' TO WS-REJECT-TEXT
               ELSE
                   IF WS-START-DATE > WS-END-DATE
                       MOVE 'DT' TO WS-REJECT-REASON
                       MOVE 'FIRST DATE AFTER LAST DATE'
                         TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE 1 TO WS-RANGE-DAYS
               MOVE WS-START-DATE TO WS-WALK-DATE
               PERFORM 427-COUNT-ONE-DAY
                   UNTIL WS-WALK-DATE = WS-END-DATE
                      OR WS-RANGE-DAYS > 400
               IF WS-RANGE-DAYS > 400
                   MOVE 'RG' TO WS-REJECT-REASON
                   MOVE 'RANGE OVER 400 DAYS' TO WS-REJECT-TEXT
               END-IF
           END-IF

          .

       427-COUNT-ONE-DAY.

           PERFORM 800-FORWARD-ONE-DAY
           ADD 1 TO WS-RANGE-DAYS

          .

       428-COUNT-ONE-STATION.

           IF RQ-STATION-CODE(SUB-S) NOT = SPACES
               ADD 1 TO WS-STATIONS-LISTED
           END-IF

          .

       450-FULFILL-REQUEST.

      *EACH REQUEST STARTS ON A NEW PAGE AND IS PAGED ON ITS OWN,
      *SO ITS PAGE COUNT IS EXACTLY WHAT WAS MAILED.

           MOVE RQ-REQUEST-NUMBER TO CH2-REQUEST-NUMBER
           MOVE RQ-REQUESTER      TO CH2-REQUESTER
           MOVE WS-START-DATE     TO WS-EDIT-DATE
           PERFORM 770-FORMAT-PRINT-DATE
           MOVE PRINT-DATE        TO CH3-START-DATE
           MOVE WS-END-DATE       TO WS-EDIT-DATE
           PERFORM 770-FORMAT-PRINT-DATE
           MOVE PRINT-DATE        TO CH3-END-DATE

           PERFORM 455-SET-COLUMN-HEADINGS

           MOVE SPACE TO WS-IN-STATION-SWITCH
           PERFORM 760-START-CERT-PAGE

           PERFORM 460-CERTIFY-ONE-STATION
                VARYING SUB-S FROM 1 BY 1
                  UNTIL SUB-S > 10

           MOVE SPACE TO WS-IN-STATION-SWITCH
           PERFORM 470-PRINT-CERTIFICATION

          .

       455-SET-COLUMN-HEADINGS.

      *ONLY THE FIGURES THE CARD ASKED FOR ARE HEADED OR PRINTED.

           MOVE 'High   Low   '  TO CC-TEMPS
           MOVE 'DepHi DepLo   ' TO CC-DEP-TEMPS
           MOVE 'Wind   '        TO CC-WIND
           MOVE ' Precip  '      TO CC-PRECIP
           MOVE ' DepPrcp'       TO CC-DEP-PRECIP

           IF NOT RQ-WANT-TEMPS
               MOVE SPACES TO CC-TEMPS
           END-IF
           IF NOT RQ-WANT-TEMPS
              OR NOT RQ-WANT-DEPARTURE
               MOVE SPACES TO CC-DEP-TEMPS
           END-IF
           IF NOT RQ-WANT-WIND
               MOVE SPACES TO CC-WIND
           END-IF
           IF NOT RQ-WANT-PRECIP
               MOVE SPACES TO CC-PRECIP
           END-IF
           IF NOT RQ-WANT-PRECIP
              OR NOT RQ-WANT-DEPARTURE
               MOVE SPACES TO CC-DEP-PRECIP
           END-IF

          .

       460-CERTIFY-ONE-STATION.

      *A STATION LISTED TWICE ON THE CARD IS CERTIFIED ONCE.

           IF RQ-STATION-CODE(SUB-S) NOT = SPACES
               MOVE SPACE TO WS-REPEAT-SWITCH
               PERFORM 465-CHECK-REPEAT
                    VARYING SUB-R FROM 1 BY 1
                      UNTIL SUB-R >= SUB-S
               IF NOT WS-STATION-REPEATED
                   PERFORM 462-CERTIFY-STATION-DAYS
               END-IF
           END-IF

          .

       462-CERTIFY-STATION-DAYS.

           MOVE RQ-STATION-CODE(SUB-S) TO SM-STATION-CODE
           READ STATION-MASTER-FILE
               INVALID KEY
                   MOVE RQ-STATION-CODE(SUB-S) TO SM-LINE-CODE
                   MOVE STATION-MISSING-LINE TO WS-CERT-LINE
                   MOVE 2 TO WS-CERT-ADVANCE
                   PERFORM 750-PRINT-CERT-LINE
               NOT INVALID KEY
                   MOVE SM-STATION-CODE TO SH-STATION-CODE
                   MOVE SM-STATION-NAME TO SH-STATION-NAME
                   MOVE SM-REGION-CODE  TO SH-REGION-CODE
                   MOVE ZERO TO WS-STATION-RECORDS
                                WS-STATION-NO-DATA
                   PERFORM 755-PRINT-STATION-HEADING
                   MOVE 'Y' TO WS-IN-STATION-SWITCH

                   MOVE WS-START-DATE TO WS-DAY-DATE
                   PERFORM 466-CERTIFY-ONE-DAY
                       UNTIL WS-DAY-DATE > WS-END-DATE

                   MOVE SPACE TO WS-IN-STATION-SWITCH
                   MOVE WS-STATION-RECORDS TO ST-RECORDS
                   MOVE WS-STATION-NO-DATA TO ST-NO-DATA
                   MOVE STATION-TOTAL-LINE TO WS-CERT-LINE
                   MOVE 1 TO WS-CERT-ADVANCE
                   PERFORM 750-PRINT-CERT-LINE
           END-READ

          .

       465-CHECK-REPEAT.

           IF RQ-STATION-CODE(SUB-R) = RQ-STATION-CODE(SUB-S)
               MOVE 'Y' TO WS-REPEAT-SWITCH
           END-IF

          .

       466-CERTIFY-ONE-DAY.

           MOVE WS-DAY-DATE TO WS-EDIT-DATE
           PERFORM 770-FORMAT-PRINT-DATE

           MOVE SM-STATION-CODE TO HIST-STATION-CODE
           MOVE WS-DAY-DATE     TO HIST-WEATHER-DATE
           READ STATION-HISTORY-FILE
               INVALID KEY
                   MOVE PRINT-DATE TO ND-DATE
                   MOVE NO-DATA-LINE TO WS-CERT-LINE
                   ADD 1 TO WS-STATION-NO-DATA
                            WS-REQUEST-NO-DATA
                   MOVE 'N' TO WS-DAY-STATUS
               NOT INVALID KEY
                   PERFORM 467-BUILD-DETAIL-LINE
                   MOVE CERT-DETAIL-LINE TO WS-CERT-LINE
                   ADD 1 TO WS-STATION-RECORDS
                            WS-REQUEST-RECORDS
                   MOVE 'P' TO WS-DAY-STATUS
           END-READ

           MOVE 1 TO WS-CERT-ADVANCE
           PERFORM 750-PRINT-CERT-LINE
           PERFORM 468-LOG-RELEASED-DAY

           MOVE WS-DAY-DATE TO WS-WALK-DATE
           PERFORM 800-FORWARD-ONE-DAY
           MOVE WS-WALK-DATE TO WS-DAY-DATE

          .

       467-BUILD-DETAIL-LINE.

           MOVE SPACES     TO CERT-DETAIL-LINE
           MOVE PRINT-DATE TO CD-DATE

           MOVE SPACE TO WS-NORMAL-SWITCH
           IF RQ-WANT-DEPARTURE
              AND WS-NORMALS-AVAILABLE
               MOVE SM-STATION-CODE  TO NORM-STATION-CODE
               MOVE WS-DAY-MONTH-DAY TO NORM-MONTH-DAY
               READ NORMALS-FILE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NORMAL-SWITCH
               END-READ
           END-IF

           IF RQ-WANT-TEMPS
               MOVE HIST-HIGH-TEMP TO WS-TEMP-EDIT
               MOVE WS-TEMP-EDIT   TO CD-HIGH
               MOVE HIST-LOW-TEMP  TO WS-TEMP-EDIT
               MOVE WS-TEMP-EDIT   TO CD-LOW
               IF RQ-WANT-DEPARTURE
                   IF NOT WS-NORMAL-FOUND
                       MOVE '  n/a' TO CD-DEP-HIGH
                                       CD-DEP-LOW
                   ELSE
                       COMPUTE WS-DEP-HIGH =
                           HIST-HIGH-TEMP - NORM-AVG-HIGH
                       COMPUTE WS-DEP-LOW =
                           HIST-LOW-TEMP - NORM-AVG-LOW
                       MOVE WS-DEP-HIGH TO WS-DEP-EDIT
                       MOVE WS-DEP-EDIT TO CD-DEP-HIGH
                       MOVE WS-DEP-LOW  TO WS-DEP-EDIT
                       MOVE WS-DEP-EDIT TO CD-DEP-LOW
                   END-IF
               END-IF
           END-IF

           IF RQ-WANT-WIND
               MOVE HIST-HIGH-WIND TO WS-WIND-EDIT
               MOVE WS-WIND-EDIT   TO CD-WIND
           END-IF

           IF RQ-WANT-PRECIP
               MOVE HIST-TOTAL-PRECIP TO WS-PRECIP-EDIT
               MOVE WS-PRECIP-EDIT    TO CD-PRECIP
               IF RQ-WANT-DEPARTURE
                   IF NOT WS-NORMAL-FOUND
                       MOVE '     n/a' TO CD-DEP-PRECIP
                   ELSE
                       COMPUTE WS-DEP-PRECIP =
                           HIST-TOTAL-PRECIP - NORM-AVG-PRECIP
                       MOVE WS-DEP-PRECIP      TO WS-DEP-PRECIP-EDIT
                       MOVE WS-DEP-PRECIP-EDIT TO CD-DEP-PRECIP
                   END-IF
               END-IF
           END-IF

          .

       468-LOG-RELEASED-DAY.

      *THE FIGURES ARE LOGGED WHOLE, WHETHER OR NOT THE CARD ASKED
      *FOR ALL OF THEM, SO AN AMENDMENT CAN BE CHECKED AGAINST WHAT
      *STAHIST.DAT SAID AT RELEASE.

           MOVE SPACES            TO REQUEST-LOG-RECORD
           MOVE WS-DAY-STATUS     TO RLOG-DAY-STATUS
           MOVE '2'               TO RLOG-ENTRY-TYPE
           MOVE SM-STATION-CODE   TO RLOG-STATION-CODE
           MOVE WS-DAY-DATE       TO RLOG-WEATHER-DATE
           MOVE RQ-REQUEST-NUMBER TO RLOG-REQUEST-NUMBER
           MOVE WS-CURRENT-DATE   TO RLOG-RELEASE-DATE
           MOVE WS-CURRENT-TIME   TO RLOG-RELEASE-TIME
           MOVE RQ-REQUESTER      TO RLOG-DAY-REQUESTER
           MOVE 'N'               TO RLOG-AMEND-FLAG
           MOVE ZERO              TO RLOG-CORRECTED-DATE

           IF RLOG-DAY-RELEASED
               MOVE HIST-HIGH-TEMP    TO RLOG-HIGH-TEMP
               MOVE HIST-LOW-TEMP     TO RLOG-LOW-TEMP
               MOVE HIST-HIGH-WIND    TO RLOG-HIGH-WIND
               MOVE HIST-TOTAL-PRECIP TO RLOG-TOTAL-PRECIP
           ELSE
               MOVE ZERO TO RLOG-HIGH-TEMP
                            RLOG-LOW-TEMP
                            RLOG-HIGH-WIND
                            RLOG-TOTAL-PRECIP
           END-IF

           WRITE REQUEST-LOG-RECORD
               INVALID KEY
                   DISPLAY 'DATAREQ: RELEASE ALREADY LOGGED - '
                           RLOG-KEY
           END-WRITE

          .

       470-PRINT-CERTIFICATION.

           MOVE WS-CURRENT-DATE TO WS-EDIT-DATE
           PERFORM 770-FORMAT-PRINT-DATE
           MOVE PRINT-DATE TO CL1-AS-OF-DATE

      *THE CERTIFICATION STAYS ON ONE PAGE WITH ITS COUNTS, SO A
      *PAGE BREAK IS TAKEN FIRST IF BOTH LINES WON'T FIT.

           IF WS-LINES-ON-PAGE + 5 > WS-PAGE-LIMIT
               PERFORM 760-START-CERT-PAGE
           END-IF

           MOVE WS-REQUEST-RECORDS TO CL2-RECORDS
           MOVE WS-REQUEST-NO-DATA TO CL2-NO-DATA
           MOVE WS-REQUEST-PAGES   TO CL2-PAGES

           MOVE CERTIFY-LINE-1 TO WS-CERT-LINE
           MOVE 3 TO WS-CERT-ADVANCE
           PERFORM 750-PRINT-CERT-LINE
           MOVE CERTIFY-LINE-2 TO WS-CERT-LINE
           MOVE 2 TO WS-CERT-ADVANCE
           PERFORM 750-PRINT-CERT-LINE

          .

       480-LOG-REQUEST.

           IF WS-REJECT-REASON NOT = 'DU'
               MOVE SPACES            TO REQUEST-LOG-RECORD
               MOVE '1'               TO RLOG-ENTRY-TYPE
               MOVE SPACES            TO RLOG-STATION-CODE
               MOVE ZERO              TO RLOG-WEATHER-DATE
               MOVE RQ-REQUEST-NUMBER TO RLOG-REQUEST-NUMBER
               MOVE WS-CURRENT-DATE   TO RLOG-RELEASE-DATE
               MOVE WS-CURRENT-TIME   TO RLOG-RELEASE-TIME
               MOVE RQ-REQUESTER      TO RLOG-REQUESTER
               MOVE WS-START-DATE     TO RLOG-START-DATE
               MOVE WS-END-DATE       TO RLOG-END-DATE
               MOVE RQ-FIGURES-WANTED TO RLOG-FIGURES-WANTED
               MOVE RQ-STATION-LIST   TO RLOG-STATION-LIST
               MOVE WS-REJECT-REASON  TO RLOG-REJECT-REASON
               MOVE WS-REQUEST-PAGES   TO RLOG-PAGE-COUNT
               MOVE WS-REQUEST-RECORDS TO RLOG-RECORD-COUNT
               MOVE WS-REQUEST-NO-DATA TO RLOG-NO-DATA-COUNT
               IF WS-REQUEST-OK
                   MOVE 'F' TO RLOG-REQUEST-STATUS
               ELSE
                   MOVE 'R' TO RLOG-REQUEST-STATUS
               END-IF

               WRITE REQUEST-LOG-RECORD
                   INVALID KEY
                       DISPLAY 'DATAREQ: REQUEST ALREADY LOGGED - '
                               RQ-REQUEST-NUMBER
               END-WRITE
           END-IF

          .

       490-LIST-REQUEST.

           MOVE RQ-REQUEST-NUMBER  TO RD-REQUEST-NUMBER
           MOVE RQ-REQUESTER       TO RD-REQUESTER
           MOVE WS-REQUEST-PAGES   TO RD-PAGES
           MOVE WS-REQUEST-RECORDS TO RD-RECORDS
           MOVE WS-REQUEST-NO-DATA TO RD-NO-DATA

           IF WS-REQUEST-OK
               MOVE 'FULFILLED' TO RD-STATUS
               WRITE REQUEST-LISTING-ITEM FROM REQUEST-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'REJECTED'  TO RD-STATUS
               WRITE REQUEST-LISTING-ITEM FROM REQUEST-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-REJECT-TEXT TO RR-REJECT-TEXT
               WRITE REQUEST-LISTING-ITEM FROM REJECT-REASON-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       600-EOJ-ROUTINE.

           MOVE WS-REQUESTS-READ      TO LT1-READ
           MOVE WS-REQUESTS-FULFILLED TO LT1-FULFILLED
           MOVE WS-REQUESTS-REJECTED  TO LT1-REJECTED
           MOVE WS-TOTAL-PAGES        TO LT2-PAGES
           MOVE WS-TOTAL-RECORDS      TO LT2-RECORDS
           MOVE WS-CORRECTIONS-READ   TO LT3-CORRECTIONS
           MOVE WS-AMENDMENTS-FLAGGED TO LT3-AMENDMENTS

           WRITE REQUEST-LISTING-ITEM FROM LIST-TRAILER-1
               AFTER ADVANCING 3 LINES
           WRITE REQUEST-LISTING-ITEM FROM LIST-TRAILER-2
               AFTER ADVANCING 1 LINE
           WRITE REQUEST-LISTING-ITEM FROM LIST-TRAILER-3
               AFTER ADVANCING 1 LINE

           CLOSE STATION-HISTORY-FILE
                 STATION-MASTER-FILE
                 REQUEST-LOG-FILE
                 CERTIFIED-REPORT-FILE
                 REQUEST-LISTING-FILE

           IF WS-NORMALS-AVAILABLE
               CLOSE NORMALS-FILE
           END-IF

          .

       700-PRINT-LIST-HEADERS.

           MOVE WS-CURRENT-DATE TO LH2-RUN-DATE

           WRITE REQUEST-LISTING-ITEM FROM LIST-HEADER-1
               AFTER ADVANCING 2 LINES
           WRITE REQUEST-LISTING-ITEM FROM LIST-HEADER-2
               AFTER ADVANCING 1 LINE

          .

       750-PRINT-CERT-LINE.

      *EVERY CERTIFIED-REPORT LINE BELOW THE PAGE HEADINGS COMES
      *THROUGH HERE, SO THE PAGE COUNT IS ALWAYS RIGHT.

           IF WS-LINES-ON-PAGE + WS-CERT-ADVANCE > WS-PAGE-LIMIT
               PERFORM 760-START-CERT-PAGE
           END-IF

           WRITE CERTIFIED-REPORT-ITEM FROM WS-CERT-LINE
               AFTER ADVANCING WS-CERT-ADVANCE LINES
           ADD WS-CERT-ADVANCE TO WS-LINES-ON-PAGE

          .

       755-PRINT-STATION-HEADING.

      *KEEPS A STATION'S HEADING WITH AT LEAST A FEW OF ITS DAYS.

           IF WS-LINES-ON-PAGE + 8 > WS-PAGE-LIMIT
               PERFORM 760-START-CERT-PAGE
           END-IF

           MOVE STATION-HEADING-LINE TO WS-CERT-LINE
           MOVE 3 TO WS-CERT-ADVANCE
           PERFORM 750-PRINT-CERT-LINE
           MOVE CERT-COLUMN-LINE TO WS-CERT-LINE
           MOVE 2 TO WS-CERT-ADVANCE
           PERFORM 750-PRINT-CERT-LINE

          .

       760-START-CERT-PAGE.

      *A STATION THAT RUNS ONTO A NEW PAGE REPEATS ITS HEADING
      *THERE.

           ADD 1 TO WS-REQUEST-PAGES
           MOVE WS-REQUEST-PAGES TO CH1-PAGE

           WRITE CERTIFIED-REPORT-ITEM FROM CERT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE CERTIFIED-REPORT-ITEM FROM CERT-HEADER-2
               AFTER ADVANCING 2 LINES
           WRITE CERTIFIED-REPORT-ITEM FROM CERT-HEADER-3
               AFTER ADVANCING 1 LINE
           MOVE 4 TO WS-LINES-ON-PAGE

           IF WS-IN-STATION
               WRITE CERTIFIED-REPORT-ITEM FROM STATION-HEADING-LINE
                   AFTER ADVANCING 2 LINES
               WRITE CERTIFIED-REPORT-ITEM FROM CERT-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               ADD 4 TO WS-LINES-ON-PAGE
           END-IF

          .

       770-FORMAT-PRINT-DATE.

           MOVE WS-EDIT-MONTH TO PD-MONTH
           MOVE WS-EDIT-DAY   TO PD-DAY
           MOVE WS-EDIT-YEAR  TO PD-YEAR

          .

       800-FORWARD-ONE-DAY.

      *STEPS WS-WALK-DATE FORWARD ONE CALENDAR DAY, ACROSS MONTH
      *AND YEAR ENDS.

           PERFORM 810-SET-DAYS-IN-MONTH

           IF WS-WALK-DAY < WS-DAYS-IN-MONTH
               ADD 1 TO WS-WALK-DAY
           ELSE
               MOVE 1 TO WS-WALK-DAY
               IF WS-WALK-MONTH < 12
                   ADD 1 TO WS-WALK-MONTH
               ELSE
                   MOVE 1 TO WS-WALK-MONTH
                   ADD 1 TO WS-WALK-YEAR
               END-IF
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

       820-CHECK-WALK-DATE.

      *A REAL CALENDAR DATE -- MONTH 1-12, DAY WITHIN THE MONTH.

           MOVE SPACE TO WS-DATE-VALID-SWITCH

           IF WS-WALK-MONTH >= 1
              AND WS-WALK-MONTH <= 12
              AND WS-WALK-DAY >= 1
               PERFORM 810-SET-DAYS-IN-MONTH
               IF WS-WALK-DAY <= WS-DAYS-IN-MONTH
                   MOVE 'Y' TO WS-DATE-VALID-SWITCH
               END-IF
           END-IF

          .
