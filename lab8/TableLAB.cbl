      *   REGIONAL DESK -- WITH THAT REGION'S ADVISORIES -- INSTEAD
      *   OF EVERY DESK HUNTING THROUGH THE FULL REPORT FOR ITS OWN
      *   STATIONS.
      *
      *   THE RECORD-EVENT TESTS AND THE SWING CHECK'S PRIOR DAY NO
      *   LONGER BROWSE THE STATION'S WHOLE HISTORY FOR EVERY
      *   PUBLISHED DAY -- SINCE THE ARCHIVE BACKLOAD THAT BROWSE
      *   GREW EVERY YEAR.  THEY NOW COME FROM TWO RANDOM READS ON
      *   THE KEYED STANDING-RECORDS BOOK RECBOOK.DAT (SEE COPY
      *   RBOOKREC): THE STATION'S ALL-TIME ENTRY, WHICH ALSO HOLDS
      *   ITS TWO MOST RECENT PUBLISHED DAYS, AND ITS ENTRY FOR THE
      *   CALENDAR DATE.  EACH DAY WRITTEN TO STAHIST.DAT IS FOLDED
      *   STRAIGHT INTO BOTH ENTRIES (SEE 578-UPDATE-RECORD-BOOK).
      *   ONLY A DAY OLDER THAN THE STATION'S TWO LATEST STILL
      *   BROWSES HISTORY, AND THEN ONLY FOR ITS PRIOR DAY.  RECBOOK
      *   REBUILDS THE BOOK FROM STAHIST.DAT AND PRINTS IT.
      *
      *   WEACSV.TXT NOW CARRIES THE BUSINESS DATE ON EVERY STATION
      *   RECORD, AND EACH DATE'S EXTRACT IS BRACKETED BY A HEADER
      *   (EXTRACT ID, DAILY OR CATCHUP) AND A CONTROL TRAILER
      *   (RECORD COUNT AND A HASH TOTAL OF THE HIGHS AND LOWS).
      *   EVERY EXTRACT IS ENTERED ON THE EXTRACT LOG CSVLOG.DAT
      *   (SEE COPY CSVLREC) SO CSVRECON CAN MATCH THE CLIMATE-
      *   DATABASE TEAM'S LOAD ACKNOWLEDGMENT BACK TO IT.
      *
      *   EVERY RECORD SENT TO SUSPENSE NOW ALSO OPENS AN ENTRY ON
      *   THE PERMANENT DISPOSITION LOG DISPLOG.DAT (SEE COPY
      *   DISPREC) UNDER ITS SUSPENSE STAMP, WITH ITS REASON AND THE
      *   HOURS THE FEED WAS SHORT, AND EVERY DAY PUBLISHED FIRST
      *   TIME THROUGH IS ENTERED THERE TOO.  SUSPCORR POSTS EACH
      *   SUSPENSE ENTRY'S OUTCOME, AND FEEDSCOR PRINTS THE MONTHLY
      *   FEED-QUALITY SCORECARD FROM THE LOG.
      *
      *   THE RUN NOW RECORDS ITS STEP ON THE DAILY STREAM-CONTROL FILE
      *   STRMCTL.DAT (SEE COPY STRMREC) UNDER THE STREAM'S BUSINESS
      *   DATE -- STARTED AS IT BEGINS, COMPLETE WITH ITS RETURN CODE
      *   AT A CLEAN END OF JOB.  ON A CATCH-UP CARD THE STEP IS
      *   RECORDED UNDER THE LAST PENDING DATE; WITHOUT A CARD, UNDER
      *   TODAY.  IT WON'T START UNTIL WEATHEDIT HAS FINISHED CLEANLY
      *   FOR THE DATE.  IT ALSO WON'T START WHEN ITS OWN STEP HAS
      *   ALREADY COMPLETED FOR THE DATE, UNLESS THE RESTART OVERRIDE
      *   CARD (STRMOVR.TXT, STEP NAME IN 1-9, DATE IN 10-17) NAMES IT.
      *   A REFUSED START DISPLAYS THE STEP IN THE WAY AND ENDS WITH
      *   RETURN CODE 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ASSIGN TO 'WEACSV.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CSV-LOG-FILE
                ASSIGN TO 'CSVLOG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CSVL-EXTRACT-ID
                FILE STATUS IS WS-CSVLOG-STATUS.

            SELECT RANK-INPUT-FILE
                ASSIGN TO 'RANKIN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-STAHIST-STATUS.

            SELECT RECORD-BOOK-FILE
                ASSIGN TO 'RECBOOK.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RB-KEY
                FILE STATUS IS WS-RECBOOK-STATUS.

            SELECT DISPOSITION-FILE
                ASSIGN TO 'DISPLOG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISP-KEY
                FILE STATUS IS WS-DISPLOG-STATUS.

            SELECT RUN-BALANCE-FILE
                ASSIGN TO 'TABLBAL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                ASSIGN TO 'SILENTRPT.TXT'
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

                 15 CHKPT-DDT-TOUCHED-FLAG  PIC X(1).
           05 CHKPT-COMPLETE-FLAG       PIC X.
              88 CHKPT-RUN-COMPLETE          VALUE 'Y'.
      *THE CSV EXTRACT'S CONTROLS RIDE AT THE END SO A CHECKPOINT
      *LEFT BY AN EARLIER LAYOUT STILL READS -- 231 TESTS THEM FOR
      *NUMERIC BEFORE TRUSTING THEM.
           05 CHKPT-CSV-EXTRACT-TIME    PIC 9(6).
           05 CHKPT-CSV-RECORD-COUNT    PIC 9(6).
           05 CHKPT-CSV-HASH-TOTAL      PIC S9(9) SIGN LEADING
                                                  SEPARATE.

       FD CSV-FILE.

       01 CSV-ITEM PIC X(80).

      *ONE ENTRY PER WEACSV.TXT EXTRACT (ONE PER BUSINESS DATE
      *PUBLISHED), WRITTEN WITH THE EXTRACT'S CONTROL TRAILER SO
      *CSVRECON CAN MATCH THE CLIMATE-DATABASE TEAM'S LOAD
      *ACKNOWLEDGMENT BACK TO IT.

       FD CSV-LOG-FILE
          RECORD CONTAINS 67 CHARACTERS.

       COPY CSVLREC.

      *RANK-INPUT-FILE COLLECTS ONE RECORD PER PROCESSED STATION AS
      *THE RUN GOES, THEN 660-PRINT-RANKING-REPORT SORTS IT TWO WAYS
      *(HIGH DESCENDING, LOW ASCENDING) TO BUILD THE TOP-N LIST.

       COPY HISTREC.

      *STANDING ALL-TIME AND CALENDAR-DATE RECORDS PER STATION, READ
      *AT RANDOM FOR THE RECORD-EVENT TESTS AND THE SWING CHECK'S
      *PRIOR DAY, AND KEPT CURRENT AS EACH DAY PUBLISHES.

       FD RECORD-BOOK-FILE
          RECORD CONTAINS 101 CHARACTERS.

       COPY RBOOKREC.

      *PERMANENT LOG OF EVERY DAY SENT TO SUSPENSE AND EVERY DAY
      *PUBLISHED FIRST TIME THROUGH -- SUSPCORR POSTS EACH SUSPENSE
      *ENTRY'S OUTCOME, AND FEEDSCOR SCORES THE PARTNER FEEDS FROM
      *IT.

       FD DISPOSITION-FILE
          RECORD CONTAINS 46 CHARACTERS.

       COPY DISPREC.

      *ONE-RECORD MACHINE-READABLE COPY OF THE RUN'S CONTROL TOTALS
      *AND FILE-GROWTH COUNTS, WRITTEN ONLY AT CLEAN EOJ, FOR THE
      *DAYBAL END-OF-DAY BALANCING RUN.  A HISTORY REWRITE (RERUN OR

       01 SILENT-REPORT-ITEM PIC X(80).

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

       01 END-OF-FILE-FLAG  PIC X  VALUE SPACE.
       01 WS-DEP-LOW     PIC S9(4).
       01 WS-DEP-EDITED  PIC ---9.

      *RECORD-EVENT FIELDS (SEE 506-FETCH-STANDING-RECORDS).  THE
      *STANDING ALL-TIME AND SAME-CALENDAR-DATE RECORDS ARE READ
      *OFF THE RECORD BOOK BEFORE TODAY'S DAY IS WRITTEN.  TIES
      *KEEP THE RECORD THAT STOOD -- EQUALING A RECORD ISN'T
      *BREAKING IT.  THE SCAN FLAG NOW ONLY SERVES THE RARE PRIOR-
      *DAY BROWSE IN 508-SCAN-FOR-PRIOR-DAY.

       01 WS-RECBOOK-STATUS  PIC XX.
       01 WS-DISPLOG-STATUS  PIC XX.

      *HOURS THE FEED DIDN'T DELIVER FOR A SUSPENSED DAY, FOR ITS
      *DISPOSITION LOG ENTRY.

       01 WS-MISSING-SLOTS   PIC 99  VALUE ZERO.

       01 WS-BOOK-MONTH-DAY  PIC 9(4).

      *SET BY 577-WRITE-HISTORY-RECORD: ONLY A DAY NEW TO STAHIST.DAT
      *ADDS TO AN ENTRY'S DAYS-SEEN COUNT, SO A RERUN REWRITING THE
      *SAME KEY DOESN'T COUNT THE DAY TWICE.

       01 WS-HIST-ADD-SWITCH  PIC X  VALUE SPACE.
          88 WS-HIST-DAY-ADDED       VALUE 'Y'.

       01 WS-SCAN-EOF-FLAG  PIC X  VALUE SPACE.
          88 SCAN-AT-END         VALUE 'Y'.
       01 WS-CD-WIND-DATE    PIC 9(8).

      *THE STATION'S MOST RECENT PUBLISHED DAY BEFORE TODAY, ALSO
      *TAKEN FROM THE RECORD BOOK, FOR THE DAY-OVER-DAY PLAUSIBILITY
      *CHECK (SEE 509-CHECK-DAY-OVER-DAY-SWING).  THE TOLERANCE IS
      *DESK-SET ON ADVPARM.TXT.

      *THE CLIMATE-TRACKING LOAD JOB SEES BELOW-ZERO DAYS AS WHAT
      *THEY WERE.

      *EVERY WEACSV.TXT EXTRACT -- ONE PER BUSINESS DATE PUBLISHED,
      *SO A CATCH-UP RUN STACKS SEVERAL IN THE ONE FILE -- OPENS
      *WITH A HEADER RECORD AND CLOSES WITH A CONTROL TRAILER, AND
      *EVERY STATION RECORD CARRIES THE BUSINESS DATE:
      *     H,EXTRACT ID,WEACSV,DAILY OR CATCHUP,BUSINESS DATE
      *     D,BUSINESS DATE,STATION,NAME,HIGH,LOW
      *     T,EXTRACT ID,RECORD COUNT,HASH TOTAL
      *THE HASH TOTAL IS THE SUM OF EVERY D RECORD'S HIGH AND LOW.
      *THE EXTRACT ID IS LAID OUT IN COPY CSVLREC -- THE SAME ID
      *GOES ON THE EXTRACT LOG (CSVLOG.DAT) AND COMES BACK ON THE
      *LOAD ACKNOWLEDGMENT CSVRECON MATCHES.  THE ID'S TIME, THE
      *COUNT, AND THE HASH RIDE THE CHECKPOINT SO A RESTARTED PASS
      *TRAILS THE SAME EXTRACT ITS ABENDED RUN STARTED.

       01 CSV-DETAIL-LINE.
          05 CSV-BUSINESS-DATE  PIC 9(8).
          05 CSV-STATION-CODE   PIC X(3).
          05 CSV-HIGH-TEMP      PIC S9(3) SIGN LEADING SEPARATE.
          05 CSV-LOW-TEMP       PIC S9(3) SIGN LEADING SEPARATE.

       01 CSV-CONTROL-FIELDS.
          05 CSV-EXTRACT-ID.
             10 CSV-EXTRACT-SOURCE  PIC X(1)  VALUE 'W'.
             10 CSV-EXTRACT-DATE    PIC 9(8).
             10 CSV-EXTRACT-TIME    PIC 9(6).
          05 CSV-EXTRACT-TYPE       PIC X(7).
          05 CSV-TRAILER-COUNT      PIC 9(6).
          05 CSV-TRAILER-HASH       PIC S9(9) SIGN LEADING SEPARATE.

       01 WS-CSV-RECORD-COUNT  PIC 9(6)   VALUE ZERO.
       01 WS-CSV-HASH-TOTAL    PIC S9(9)  VALUE ZERO.
       01 WS-CSVLOG-STATUS     PIC XX.

      *CONTROLS FOR THE HOTTEST/COLDEST RANKING PASS IN
      *660-PRINT-RANKING-REPORT.

          05                        PIC X(2)   VALUE SPACES.
          05 RANK-DTL-LOW-TEMP      PIC ---9.

       01 WS-STRMCTL-STATUS    PIC XX.
       01 WS-STRMOVR-STATUS    PIC XX.
       01 WS-STRMOVR-EOF-FLAG  PIC X  VALUE SPACE.
          88 STRMOVR-AT-END         VALUE 'Y'.

      *STREAM STEP CONTROL -- THIS PROGRAM'S STEP NAME, AND THE
      *STEPS THAT MUST HAVE FINISHED CLEANLY FOR THE BUSINESS DATE
      *BEFORE IT STARTS.
       01 WS-STREAM-STEP       PIC X(9)  VALUE 'TABLELAB'.

       01 STREAM-PREREQ-VALUES.
          05  PIC X(9)  VALUE 'WEATHEDIT'.

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

           PERFORM 205-LOAD-RUN-CONTROL

           IF WS-DATE-CHECK-ACTIVE
               MOVE PENDING-DATE(WS-PENDING-DATE-COUNT)
                 TO WS-STREAM-DATE
           END-IF
           PERFORM 120-START-STREAM-STEP

           IF WS-DATE-CHECK-ACTIVE
               PERFORM 150-PROCESS-ONE-DATE
                    VARYING WS-DATE-SUB FROM 1 BY 1
               PERFORM 600-EOJ-ROUTINE
           END-IF

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
               DISPLAY 'TABLELAB: STREAM CONTROL FILE (STRMCTL.DAT) '
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
               DISPLAY 'TABLELAB: RESTART OVERRIDE ACCEPTED FOR '
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

           DISPLAY 'TABLELAB: ' WS-STREAM-CHECK-STEP ' FOR '
                   WS-STREAM-DATE ' ' WS-STREAM-REASON
           DISPLAY 'TABLELAB: STEP NOT STARTED - RUN STOPPED'
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
               DISPLAY 'TABLELAB: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - STEP NOT MARKED COMPLETE'
           ELSE
               MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
               MOVE WS-STREAM-STEP TO STRM-STEP-NAME
               READ STREAM-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'TABLELAB: STREAM CONTROL RECORD '
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

       150-PROCESS-ONE-DATE.

      *ONE FULL PUBLISH CYCLE FOR ONE PENDING BUSINESS DATE -- ITS
           MOVE ZERO TO WS-ESCALATED-COUNT
           MOVE ZERO TO WS-RECORD-EVENTS-WRITTEN
           MOVE ZERO TO WS-DEGDAY-COUNT
           MOVE ZERO TO WS-CSV-RECORD-COUNT
           MOVE ZERO TO WS-CSV-HASH-TOTAL

           MOVE -999   TO WS-GRAND-HIGH-TEMP
           MOVE +999   TO WS-GRAND-LOW-TEMP
           PERFORM 235-OPEN-RUN-OUTPUT-FILES
           PERFORM 240-OPEN-MTD-FILE
           PERFORM 250-OPEN-HISTORY-FILE
           PERFORM 252-OPEN-RECORD-BOOK
           PERFORM 253-OPEN-DISPOSITION-LOG
           PERFORM 255-OPEN-NORMALS-FILE
           PERFORM 260-LOAD-DEGREE-DAYS

           PERFORM 233-LOAD-ONE-DEGDAY
                VARYING SUB-G FROM 1 BY 1
                  UNTIL SUB-G > WS-DEGDAY-COUNT
           IF CHKPT-CSV-EXTRACT-TIME IS NUMERIC
            AND CHKPT-CSV-RECORD-COUNT IS NUMERIC
            AND CHKPT-CSV-HASH-TOTAL IS NUMERIC
               MOVE CHKPT-CSV-EXTRACT-TIME
                 TO CSV-EXTRACT-TIME
               MOVE CHKPT-CSV-RECORD-COUNT
                 TO WS-CSV-RECORD-COUNT
               MOVE CHKPT-CSV-HASH-TOTAL
                 TO WS-CSV-HASH-TOTAL
           ELSE
               ACCEPT WS-CURRENT-TIME FROM TIME
               MOVE WS-CURRENT-TIME(1:6) TO CSV-EXTRACT-TIME
               MOVE ZERO TO WS-CSV-RECORD-COUNT
               MOVE ZERO TO WS-CSV-HASH-TOTAL
           END-IF

          .

               END-IF
           END-IF

           PERFORM 237-IDENTIFY-CSV-EXTRACT
           IF WS-CHECKPOINT-COUNT = ZERO
               PERFORM 238-START-CSV-EXTRACT
           END-IF

          .

       237-IDENTIFY-CSV-EXTRACT.

      *THE EXTRACT IS DATED WITH THE BUSINESS DATE THE PASS IS
      *PUBLISHING -- OR, WITH NO RUN CONTROL CARD, THE DATE IT RAN.
      *EVERY PASS OF A MULTI-DATE CARD IS A CATCH-UP EXTRACT, SO THE
      *DATABASE TEAM CAN TELL THE BACKLOG APART FROM A NORMAL DAY.

           IF WS-DATE-CHECK-ACTIVE
               MOVE WS-BUSINESS-DATE TO CSV-EXTRACT-DATE
           ELSE
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE WS-CURRENT-DATE  TO CSV-EXTRACT-DATE
           END-IF

           IF WS-PENDING-DATE-COUNT > 1
               MOVE 'CATCHUP' TO CSV-EXTRACT-TYPE
           ELSE
               MOVE 'DAILY'   TO CSV-EXTRACT-TYPE
           END-IF

          .

       238-START-CSV-EXTRACT.

      *A FRESH PASS OPENS ITS EXTRACT WITH THE HEADER RECORD.  A
      *RESTART PICKED THE EXTRACT ID'S TIME, THE COUNT, AND THE
      *HASH BACK UP IN 231 -- ITS HEADER IS ALREADY ON THE FILE
      *FROM THE RUN THAT ABENDED.

           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:6) TO CSV-EXTRACT-TIME
           MOVE ZERO TO WS-CSV-RECORD-COUNT
           MOVE ZERO TO WS-CSV-HASH-TOTAL

           MOVE SPACES TO CSV-ITEM
           STRING 'H,'                              DELIMITED BY SIZE
                  CSV-EXTRACT-ID                    DELIMITED BY SIZE
                  ',WEACSV,'                        DELIMITED BY SIZE
                  CSV-EXTRACT-TYPE                  DELIMITED BY SPACE
                  ','                               DELIMITED BY SIZE
                  CSV-EXTRACT-DATE                  DELIMITED BY SIZE
             INTO CSV-ITEM
           END-STRING

           WRITE CSV-ITEM

          .

       240-OPEN-MTD-FILE.

          .

       252-OPEN-RECORD-BOOK.

      *THE STANDING-RECORDS BOOK IS RECBOOK'S BUILD.  IF IT ISN'T
      *THERE YET IT IS CREATED EMPTY SO THE DAY STILL PUBLISHES, BUT
      *UNTIL RECBOOK SEEDS IT FROM HISTORY THE RECORD TESTS AND THE
      *SWING CHECK ONLY SEE DAYS PUBLISHED FROM HERE ON -- SO THE
      *CONSOLE SAYS SO.

           OPEN I-O RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS = '35'
               DISPLAY 'TABLELAB: NO RECORD BOOK (RECBOOK.DAT) - '
                       'STARTED EMPTY, RUN RECBOOK REBUILD'
               OPEN OUTPUT RECORD-BOOK-FILE
               CLOSE RECORD-BOOK-FILE
               OPEN I-O RECORD-BOOK-FILE
           END-IF

          .

       253-OPEN-DISPOSITION-LOG.

      *THE DISPOSITION LOG STARTS EMPTY THE FIRST TIME THROUGH.  A
      *RESTART REWRITES THE ENTRIES OF THE RECORDS IT REPROCESSES.

           OPEN I-O DISPOSITION-FILE
           IF WS-DISPLOG-STATUS = '35'
               OPEN OUTPUT DISPOSITION-FILE
               CLOSE DISPOSITION-FILE
               OPEN I-O DISPOSITION-FILE
           END-IF

          .

       255-OPEN-NORMALS-FILE.

      *THE NORMALS FILE IS WEANORM'S MONTHLY BUILD.  UNTIL THE
           MOVE WS-BAL-HIST-REWRITTEN  TO CHKPT-BAL-HIST-REWRITTEN
           PERFORM 325-SAVE-REGION-CHECKPOINT
           PERFORM 327-SAVE-DEGDAY-CHECKPOINT
           MOVE CSV-EXTRACT-TIME       TO CHKPT-CSV-EXTRACT-TIME
           MOVE WS-CSV-RECORD-COUNT    TO CHKPT-CSV-RECORD-COUNT
           MOVE WS-CSV-HASH-TOTAL      TO CHKPT-CSV-HASH-TOTAL
           MOVE 'N' TO CHKPT-COMPLETE-FLAG
           WRITE CHECKPOINT-RECORD

                        VARYING SUB-X FROM 1 BY 1
                          UNTIL SUB-X > 12

      * ONE LOOKUP IN THE RECORD BOOK SERVES BOTH THE DAY-OVER-
      * DAY PLAUSIBILITY CHECK AND THE RECORD-EVENT TESTS IN 576.

                   MOVE WI-WEATHER-STATION TO WS-SCAN-STATION
                   MOVE WI-WEATHER-DATE    TO WS-SCAN-DATE
                   PERFORM 506-FETCH-STANDING-RECORDS
                   PERFORM 509-CHECK-DAY-OVER-DAY-SWING

                   IF WS-SWING-QUESTIONABLE
                       PERFORM 575-WRITE-MTD-RECORD
                       PERFORM 576-CHECK-RECORD-EVENTS
                       PERFORM 577-WRITE-HISTORY-RECORD
                       PERFORM 578-UPDATE-RECORD-BOOK
                       PERFORM 579-LOG-FIRST-PUBLICATION
                   END-IF
               END-IF

       570-WRITE-CSV-EXTRACT.

      *ONE CSV RECORD PER STATION FOR THE CLIMATE-TRACKING DATABASE
      *TEAM'S LOAD JOB, COUNTED AND HASHED FOR THE TRAILER.  WITH
      *NO RUN CONTROL CARD THE RECORD CARRIES ITS OWN WEATHER DATE.

           IF WS-DATE-CHECK-ACTIVE
               MOVE WS-BUSINESS-DATE  TO CSV-BUSINESS-DATE
           ELSE
               MOVE WI-WEATHER-DATE   TO CSV-BUSINESS-DATE
           END-IF
           MOVE WI-WEATHER-STATION  TO CSV-STATION-CODE
           MOVE WS-HIGH-TEMP        TO CSV-HIGH-TEMP
           MOVE WS-LOW-TEMP         TO CSV-LOW-TEMP

           ADD 1 TO WS-CSV-RECORD-COUNT
           ADD WS-HIGH-TEMP WS-LOW-TEMP TO WS-CSV-HASH-TOTAL

           MOVE SPACES TO CSV-ITEM
           STRING 'D,'                              DELIMITED BY SIZE
                  CSV-BUSINESS-DATE                 DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  CSV-STATION-CODE                  DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  FUNCTION TRIM(DETAIL-STATION-NAME)
                                                     DELIMITED BY SIZE
       576-CHECK-RECORD-EVENTS.

      *TESTS TODAY'S FIGURES AGAINST THE STANDING RECORDS THE
      *RECORD-BOOK LOOKUP (506, RUN EARLIER FROM 400) FETCHED --
      *ALL-TIME FIRST, THEN THE SAME CALENDAR DATE ACROSS YEARS.
      *RUNS BEFORE TODAY'S DAY JOINS THE FILE; A STATION WITH NO
      *PRIOR HISTORY HAS NO RECORD TO BREAK, SO ITS FIRST DAY

          .

       506-FETCH-STANDING-RECORDS.

      *TWO RANDOM READS ON THE RECORD BOOK: THE STATION'S ALL-TIME
      *ENTRY AND ITS ENTRY FOR TODAY'S CALENDAR DATE.  A STATION OR
      *DATE WITH NO ENTRY HAS NO RECORD TO BREAK.  A RERUN OR
      *RESTART REPUBLISHING A DAY THE BOOK ALREADY HOLDS MEETS ITS
      *OWN FIGURES AS THE STANDING MARK, AND EQUALING A RECORD
      *ISN'T BREAKING IT -- SO A DAY STILL CAN'T BREAK ITS OWN
      *RECORD.

           MOVE ZERO  TO WS-HIST-DAYS-SEEN
           MOVE ZERO  TO WS-CD-DAYS-SEEN


           MOVE WS-SCAN-DATE(5:4) TO WS-SCAN-MONTH-DAY

           MOVE WS-SCAN-STATION TO RB-STATION-CODE
           MOVE ZERO            TO RB-MONTH-DAY

           READ RECORD-BOOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RB-DAYS-SEEN   TO WS-HIST-DAYS-SEEN
                   MOVE RB-HIGH-TEMP   TO WS-AT-HIGH-TEMP
                   MOVE RB-HIGH-DATE   TO WS-AT-HIGH-DATE
                   MOVE RB-LOW-TEMP    TO WS-AT-LOW-TEMP
                   MOVE RB-LOW-DATE    TO WS-AT-LOW-DATE
                   MOVE RB-PRECIP      TO WS-AT-PRECIP
                   MOVE RB-PRECIP-DATE TO WS-AT-PRECIP-DATE
                   MOVE RB-WIND        TO WS-AT-WIND
                   MOVE RB-WIND-DATE   TO WS-AT-WIND-DATE
                   PERFORM 507-PICK-PRIOR-DAY
           END-READ

           MOVE WS-SCAN-STATION   TO RB-STATION-CODE
           MOVE WS-SCAN-MONTH-DAY TO RB-MONTH-DAY

           READ RECORD-BOOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RB-DAYS-SEEN   TO WS-CD-DAYS-SEEN
                   MOVE RB-HIGH-TEMP   TO WS-CD-HIGH-TEMP
                   MOVE RB-HIGH-DATE   TO WS-CD-HIGH-DATE
                   MOVE RB-LOW-TEMP    TO WS-CD-LOW-TEMP
                   MOVE RB-LOW-DATE    TO WS-CD-LOW-DATE
                   MOVE RB-PRECIP      TO WS-CD-PRECIP
                   MOVE RB-PRECIP-DATE TO WS-CD-PRECIP-DATE
                   MOVE RB-WIND        TO WS-CD-WIND
                   MOVE RB-WIND-DATE   TO WS-CD-WIND-DATE
           END-READ

          .

       507-PICK-PRIOR-DAY.

      *THE ALL-TIME ENTRY CARRIES THE STATION'S TWO LATEST PUBLISHED
      *DAYS.  THE LATEST ONE BEFORE TODAY IS THE PRIOR DAY: THE LAST
      *DAY WHEN TODAY IS NEW, THE ONE BEFORE IT WHEN TODAY IS BEING
      *REPUBLISHED OR FALLS BETWEEN THEM.  A STATION WITH A SINGLE
      *DAY ON FILE THAT ISN'T BEFORE TODAY HAS NO PRIOR DAY.  ONLY A
      *DAY OLDER THAN BOTH -- A CATCH-UP OF A LONG-PAST DATE --
      *HAS TO GO BACK TO THE HISTORY FILE FOR IT.

           EVALUATE TRUE
               WHEN RB-LAST-DATE < WS-SCAN-DATE
                   MOVE 'Y'          TO WS-PRIOR-DAY-SWITCH
                   MOVE RB-LAST-DATE TO WS-PRIOR-DAY-DATE
                   MOVE RB-LAST-HIGH TO WS-PRIOR-DAY-HIGH
                   MOVE RB-LAST-LOW  TO WS-PRIOR-DAY-LOW
               WHEN RB-PREV-DATE = ZERO
                   CONTINUE
               WHEN RB-PREV-DATE < WS-SCAN-DATE
                   MOVE 'Y'          TO WS-PRIOR-DAY-SWITCH
                   MOVE RB-PREV-DATE TO WS-PRIOR-DAY-DATE
                   MOVE RB-PREV-HIGH TO WS-PRIOR-DAY-HIGH
                   MOVE RB-PREV-LOW  TO WS-PRIOR-DAY-LOW
               WHEN OTHER
                   PERFORM 508-SCAN-FOR-PRIOR-DAY
           END-EVALUATE

          .

       508-SCAN-FOR-PRIOR-DAY.

      *KEYED BROWSE FROM THE STATION'S FIRST HISTORY RECORD UP TO
      *(NOT INCLUDING) TODAY -- THE LAST DAY READ IS THE PRIOR DAY.
      *THE BROWSE MOVES THE FILE POSITION, WHICH THE KEYED WRITE IN
      *577 DOESN'T MIND.

           MOVE SPACE TO WS-SCAN-EOF-FLAG

           MOVE WS-SCAN-STATION TO HIST-STATION-CODE
           MOVE ZERO            TO HIST-WEATHER-DATE

                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START

           PERFORM 504-READ-ONE-EARLIER-DAY
               UNTIL SCAN-AT-END

          .

       504-READ-ONE-EARLIER-DAY.

           READ STATION-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF HIST-STATION-CODE NOT = WS-SCAN-STATION
                    OR HIST-WEATHER-DATE NOT < WS-SCAN-DATE
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       MOVE 'Y'               TO WS-PRIOR-DAY-SWITCH
                       MOVE HIST-WEATHER-DATE TO WS-PRIOR-DAY-DATE
                       MOVE HIST-HIGH-TEMP    TO WS-PRIOR-DAY-HIGH
                       MOVE HIST-LOW-TEMP     TO WS-PRIOR-DAY-LOW
                   END-IF
           END-READ

          .

       591-WRITE-TEMP-EVENT.

           MOVE WS-EVT-NEW-TEMP   TO WS-EVT-TEMP-EDIT
           MOVE WS-HIGH-WIND       TO HIST-HIGH-WIND
           MOVE WS-TOTAL-PRECIP    TO HIST-TOTAL-PRECIP

           MOVE SPACE TO WS-HIST-ADD-SWITCH

           WRITE STATION-HISTORY-RECORD
               INVALID KEY
                   REWRITE STATION-HISTORY-RECORD
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-BAL-HIST-ADDED
                   MOVE 'Y' TO WS-HIST-ADD-SWITCH
           END-WRITE

          .

       578-UPDATE-RECORD-BOOK.

      *FOLDS THE DAY JUST WRITTEN TO STAHIST.DAT INTO THE STATION'S
      *ALL-TIME ENTRY AND ITS CALENDAR-DATE ENTRY, SO TOMORROW'S
      *LOOKUP SEES IT WITHOUT ANYONE REBUILDING THE BOOK.  THE
      *HISTORY RECORD STILL HOLDS THE DAY'S FIGURES.

           MOVE ZERO TO WS-BOOK-MONTH-DAY
           PERFORM 580-FOLD-INTO-BOOK-ENTRY

           MOVE WS-SCAN-MONTH-DAY TO WS-BOOK-MONTH-DAY
           PERFORM 580-FOLD-INTO-BOOK-ENTRY

          .

       579-LOG-FIRST-PUBLICATION.

      *A DAY THAT PUBLISHED FIRST TIME THROUGH GOES ON THE
      *DISPOSITION LOG UNDER A ZERO STAMP, WITH THE HOURS IT WAS
      *SHORT, SO THE SCORECARD SEES THE WHOLE FEED AND NOT JUST ITS
      *FAILURES.  A RERUN OR RESTART OF THE SAME DAY REWRITES IT.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           MOVE WI-WEATHER-STATION  TO DISP-STATION-CODE
           MOVE WI-WEATHER-DATE     TO DISP-WEATHER-DATE
           MOVE ZERO                TO DISP-STAMP-DATE
           MOVE ZERO                TO DISP-STAMP-TIME
           MOVE SPACES              TO DISP-FIRST-REASON
           MOVE SPACES              TO DISP-REASON-CODE
           MOVE 'P'                 TO DISP-OUTCOME
           MOVE WS-CURRENT-DATE     TO DISP-OUTCOME-DATE
           MOVE ZERO                TO DISP-DAYS-IN-SUSPENSE
           COMPUTE DISP-MISSING-SLOTS = 12 - WS-POPULATED-SLOTS

           WRITE DISPOSITION-RECORD
               INVALID KEY
                   REWRITE DISPOSITION-RECORD
           END-WRITE

          .

       580-FOLD-INTO-BOOK-ENTRY.

           MOVE HIST-STATION-CODE TO RB-STATION-CODE
           MOVE WS-BOOK-MONTH-DAY TO RB-MONTH-DAY

           READ RECORD-BOOK-FILE
               INVALID KEY
                   PERFORM 582-START-BOOK-ENTRY
                   WRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'TABLELAB: RECORD BOOK WRITE '
                                   'FAILED FOR ' RB-KEY
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 584-FOLD-BOOK-RECORDS
                   REWRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'TABLELAB: RECORD BOOK REWRITE '
                                   'FAILED FOR ' RB-KEY
                   END-REWRITE
           END-READ

          .

       582-START-BOOK-ENTRY.

      *THE STATION'S (OR THE CALENDAR DATE'S) FIRST DAY SETS EVERY
      *MARK.

           MOVE HIST-STATION-CODE TO RB-STATION-CODE
           MOVE WS-BOOK-MONTH-DAY TO RB-MONTH-DAY
           MOVE 1                 TO RB-DAYS-SEEN

           MOVE HIST-HIGH-TEMP    TO RB-HIGH-TEMP
           MOVE HIST-WEATHER-DATE TO RB-HIGH-DATE
           MOVE HIST-LOW-TEMP     TO RB-LOW-TEMP
           MOVE HIST-WEATHER-DATE TO RB-LOW-DATE
           MOVE HIST-TOTAL-PRECIP TO RB-PRECIP
           MOVE HIST-WEATHER-DATE TO RB-PRECIP-DATE
           MOVE HIST-HIGH-WIND    TO RB-WIND
           MOVE HIST-WEATHER-DATE TO RB-WIND-DATE

           MOVE ZERO TO RB-FIRST-DATE
           MOVE ZERO TO RB-LAST-DATE
           MOVE ZERO TO RB-LAST-HIGH
           MOVE ZERO TO RB-LAST-LOW
           MOVE ZERO TO RB-PREV-DATE
           MOVE ZERO TO RB-PREV-HIGH
           MOVE ZERO TO RB-PREV-LOW

           IF RB-ALL-TIME-ENTRY
               MOVE HIST-WEATHER-DATE TO RB-FIRST-DATE
               MOVE HIST-WEATHER-DATE TO RB-LAST-DATE
               MOVE HIST-HIGH-TEMP    TO RB-LAST-HIGH
               MOVE HIST-LOW-TEMP     TO RB-LAST-LOW
           END-IF

          .

       584-FOLD-BOOK-RECORDS.

      *STRICTLY GREATER (OR LESS, FOR THE LOW) SO THE EARLIEST DAY
      *TO SET A MARK KEEPS IT -- THE RECORD THE DESK QUOTES IS THE
      *ONE THAT HAS STOOD LONGEST.

           IF WS-HIST-DAY-ADDED
               ADD 1 TO RB-DAYS-SEEN
           END-IF

           IF HIST-HIGH-TEMP > RB-HIGH-TEMP
               MOVE HIST-HIGH-TEMP    TO RB-HIGH-TEMP
               MOVE HIST-WEATHER-DATE TO RB-HIGH-DATE
           END-IF
           IF HIST-LOW-TEMP < RB-LOW-TEMP
               MOVE HIST-LOW-TEMP     TO RB-LOW-TEMP
               MOVE HIST-WEATHER-DATE TO RB-LOW-DATE
           END-IF
           IF HIST-TOTAL-PRECIP > RB-PRECIP
               MOVE HIST-TOTAL-PRECIP TO RB-PRECIP
               MOVE HIST-WEATHER-DATE TO RB-PRECIP-DATE
           END-IF
           IF HIST-HIGH-WIND > RB-WIND
               MOVE HIST-HIGH-WIND    TO RB-WIND
               MOVE HIST-WEATHER-DATE TO RB-WIND-DATE
           END-IF

           IF RB-ALL-TIME-ENTRY
               PERFORM 586-FOLD-BOOK-RECENT-DAYS
           END-IF

          .

       586-FOLD-BOOK-RECENT-DAYS.

      *KEEPS THE TWO LATEST DATES ON FILE IN DATE ORDER, WHATEVER
      *ORDER THE DAYS ARRIVE IN -- A CATCH-UP DATE OR A RELEASE
      *FROM SUSPENSE CAN LAND BEHIND A DAY ALREADY PUBLISHED.

           IF HIST-WEATHER-DATE < RB-FIRST-DATE
               MOVE HIST-WEATHER-DATE TO RB-FIRST-DATE
           END-IF

           EVALUATE TRUE
               WHEN HIST-WEATHER-DATE > RB-LAST-DATE
                   MOVE RB-LAST-DATE      TO RB-PREV-DATE
                   MOVE RB-LAST-HIGH      TO RB-PREV-HIGH
                   MOVE RB-LAST-LOW       TO RB-PREV-LOW
                   MOVE HIST-WEATHER-DATE TO RB-LAST-DATE
                   MOVE HIST-HIGH-TEMP    TO RB-LAST-HIGH
                   MOVE HIST-LOW-TEMP     TO RB-LAST-LOW
               WHEN HIST-WEATHER-DATE = RB-LAST-DATE
                   MOVE HIST-HIGH-TEMP    TO RB-LAST-HIGH
                   MOVE HIST-LOW-TEMP     TO RB-LAST-LOW
               WHEN HIST-WEATHER-DATE >= RB-PREV-DATE
                   MOVE HIST-WEATHER-DATE TO RB-PREV-DATE
                   MOVE HIST-HIGH-TEMP    TO RB-PREV-HIGH
                   MOVE HIST-LOW-TEMP     TO RB-PREV-LOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

          .

       520-UPDATE-GRAND-TOTALS.

      *KEEPS THE RUN-WIDE HIGH/LOW SO 640-PRINT-GRAND-TOTAL-TRAILER

           WRITE SUSPENSE-ITEM

           PERFORM 567-LOG-SUSPENSE-EVENT

          .

       567-LOG-SUSPENSE-EVENT.

      *OPENS THE RECORD'S DISPOSITION LOG ENTRY UNDER THE SAME STAMP
      *THE SUSPENSE RECORD CARRIES, AS STILL IN SUSPENSE.  SUSPCORR
      *POSTS THE OUTCOME AGAINST IT.

           MOVE ZERO TO WS-MISSING-SLOTS
           PERFORM 568-COUNT-MISSING-SLOT
                VARYING SUB-X FROM 1 BY 1
                  UNTIL SUB-X > 12

           MOVE SUSP-STATION-CODE   TO DISP-STATION-CODE
           MOVE SUSP-WEATHER-DATE   TO DISP-WEATHER-DATE
           MOVE SUSP-TS-DATE        TO DISP-STAMP-DATE
           MOVE SUSP-TS-TIME        TO DISP-STAMP-TIME
           MOVE SUSP-REASON-CODE    TO DISP-FIRST-REASON
           MOVE SUSP-REASON-CODE    TO DISP-REASON-CODE
           MOVE 'C'                 TO DISP-OUTCOME
           MOVE SUSP-TS-DATE        TO DISP-OUTCOME-DATE
           MOVE ZERO                TO DISP-DAYS-IN-SUSPENSE
           MOVE WS-MISSING-SLOTS    TO DISP-MISSING-SLOTS

           WRITE DISPOSITION-RECORD
               INVALID KEY
                   REWRITE DISPOSITION-RECORD
           END-WRITE

          .

       568-COUNT-MISSING-SLOT.

           IF NOT SUSP-HOUR-REPORTED(SUB-X)
               ADD 1 TO WS-MISSING-SLOTS
           END-IF

          .

       566-COPY-RAW-ARRAYS.
           PERFORM 640-PRINT-GRAND-TOTAL-TRAILER
           PERFORM 690-PRINT-DEGREE-DAY-SECTION
           PERFORM 650-PRINT-CONTROL-TOTALS
           PERFORM 610-WRITE-CSV-TRAILER

           CLOSE WEATHER-FILE
                 REPORT-FILE
                 DIST-EXTRACT-FILE
                 MTD-FILE
                 STATION-HISTORY-FILE
                 RECORD-BOOK-FILE
                 DISPOSITION-FILE

           IF WS-NORMALS-AVAILABLE
               CLOSE NORMALS-FILE
           PERFORM 636-WRITE-BALANCE-RECORD
           PERFORM 680-PRINT-SILENT-REPORT
           PERFORM 695-REWRITE-DEGREE-DAY-FILE
           PERFORM 615-LOG-CSV-EXTRACT

           PERFORM 630-CLOSE-OUT-CHECKPOINT
           CLOSE CHECKPOINT-FILE

          .

       610-WRITE-CSV-TRAILER.

      *CLOSES THE PASS'S EXTRACT.  THE COUNT AND HASH COVER THE
      *WHOLE BUSINESS DATE EVEN ACROSS A CHECKPOINT RESTART.

           MOVE WS-CSV-RECORD-COUNT  TO CSV-TRAILER-COUNT
           MOVE WS-CSV-HASH-TOTAL    TO CSV-TRAILER-HASH

           MOVE SPACES TO CSV-ITEM
           STRING 'T,'                              DELIMITED BY SIZE
                  CSV-EXTRACT-ID                    DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  CSV-TRAILER-COUNT                 DELIMITED BY SIZE
                  ','                               DELIMITED BY SIZE
                  CSV-TRAILER-HASH                  DELIMITED BY SIZE
             INTO CSV-ITEM
           END-STRING

           WRITE CSV-ITEM

          .

       615-LOG-CSV-EXTRACT.

      *PUTS THE EXTRACT ON THE PERMANENT EXTRACT LOG, UNACKNOWLEDGED,
      *DATED THE DAY IT WENT OUT.  A RESTART THAT ABENDED AFTER THE
      *LOG WRITE BUT BEFORE THE COMPLETE CHECKPOINT FINDS ITS ENTRY
      *ALREADY THERE AND REWRITES IT.

           OPEN I-O CSV-LOG-FILE
           IF WS-CSVLOG-STATUS = '35'
               OPEN OUTPUT CSV-LOG-FILE
               CLOSE CSV-LOG-FILE
               OPEN I-O CSV-LOG-FILE
           END-IF

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE CSV-EXTRACT-ID        TO CSVL-EXTRACT-ID
           MOVE CSV-EXTRACT-TYPE      TO CSVL-EXTRACT-TYPE
           MOVE WS-CURRENT-DATE       TO CSVL-CREATED-DATE
           MOVE WS-CSV-RECORD-COUNT   TO CSVL-RECORD-COUNT
           MOVE WS-CSV-HASH-TOTAL     TO CSVL-HASH-TOTAL
           MOVE SPACE                 TO CSVL-ACK-STATUS
           MOVE ZERO                  TO CSVL-ACK-DATE
           MOVE ZERO                  TO CSVL-RECORDS-LOADED
           MOVE ZERO                  TO CSVL-RECORDS-REJECTED

           WRITE CSV-LOG-RECORD
               INVALID KEY
                   REWRITE CSV-LOG-RECORD
           END-WRITE

           CLOSE CSV-LOG-FILE

          .

       690-PRINT-DEGREE-DAY-SECTION.

      *ONE LINE PER STATION THAT PUBLISHED TODAY -- THE DAY'S
           MOVE WS-BAL-HIST-REWRITTEN  TO CHKPT-BAL-HIST-REWRITTEN
           PERFORM 325-SAVE-REGION-CHECKPOINT
           PERFORM 327-SAVE-DEGDAY-CHECKPOINT
           MOVE CSV-EXTRACT-TIME       TO CHKPT-CSV-EXTRACT-TIME
           MOVE WS-CSV-RECORD-COUNT    TO CHKPT-CSV-RECORD-COUNT
           MOVE WS-CSV-HASH-TOTAL      TO CHKPT-CSV-HASH-TOTAL
           MOVE 'Y' TO CHKPT-COMPLETE-FLAG
           WRITE CHECKPOINT-RECORD

