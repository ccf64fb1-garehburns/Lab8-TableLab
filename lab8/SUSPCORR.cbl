      *   DOES NOT RE-RUN THE SWING CHECK, SINCE THE WHOLE POINT OF
      *   'QS' IS THAT A HUMAN HAS NOW LOOKED AT IT.
      *
      *   THE RECORD TESTS NO LONGER BROWSE THE STATION'S WHOLE
      *   HISTORY: THE STANDING RECORDS COME FROM TWO RANDOM READS
      *   ON THE KEYED RECORD BOOK RECBOOK.DAT (SEE COPY RBOOKREC),
      *   AND A RELEASED DAY IS FOLDED INTO THE BOOK AS IT LANDS ON
      *   STAHIST.DAT, THE SAME WAY TABLELAB KEEPS IT CURRENT.
      *
      *   SUSPCSV.TXT NOW CARRIES EACH RELEASED DAY'S DATE AND IS
      *   BRACKETED BY A RELEASE HEADER AND A CONTROL TRAILER
      *   (RECORD COUNT, HASH TOTAL OF THE HIGHS AND LOWS) LIKE
      *   TABLELAB'S WEACSV.TXT, AND THE EXTRACT IS ENTERED ON THE
      *   EXTRACT LOG CSVLOG.DAT (SEE COPY CSVLREC) FOR CSVRECON'S
      *   LOAD RECONCILIATION.
      *
      *   EVERY SUSPENSE RECORD'S OUTCOME -- STILL CARRIED, RELEASED,
      *   ACCEPTED AS-IS, OR WRITTEN OFF -- IS NOW POSTED ON THE
      *   PERMANENT DISPOSITION LOG DISPLOG.DAT (SEE COPY DISPREC)
      *   UNDER THE ENTRY TABLELAB OPENED FOR IT, WITH THE DAYS IT
      *   SPENT IN SUSPENSE, FOR FEEDSCOR'S FEED-QUALITY SCORECARD.
      *   A NEW ACTION 'W' WRITES OFF A DAY THE PARTNER WILL NEVER
      *   RESEND: IT LEAVES SUSPENSE WITHOUT PUBLISHING, AND THE
      *   WRITE-OFF COUNT JOINS THE BALANCING RECORD SO DAYBAL'S
      *   SUSPENSE LEG STILL FOOTS.
      *
      *   CORRECTION RECORD LAYOUT (SUSPTRAN.TXT, ONE PER LINE):
      *        POSITION 1      ACTION CODE       S = FIX STATION CODE
      *                                          R = SUPPLY READINGS
      *                                          A = ACCEPT AS-IS
      *                                          W = WRITE OFF
      *        POSITION 2-4    STATION CODE AS IT APPEARS ON SUSPENSE
      *        POSITION 5-12   WEATHER DATE (YYYYMMDD)
      *        POSITION 13-15  NEW STATION CODE (ACTION S ONLY)
      *        POSITION 16-63  12 SIGNED HOURLY TEMPS (ACTION R ONLY)
      *        POSITION 64-75  12 HOUR FLAGS, 'R' = REPORTED
      *                        (ACTION R ONLY)
      *
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
                ASSIGN TO 'SUSPCSV.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CSV-LOG-FILE
                ASSIGN TO 'CSVLOG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CSVL-EXTRACT-ID
                FILE STATUS IS WS-CSVLOG-STATUS.

            SELECT ADVISORY-FILE
                ASSIGN TO 'SUSPADV.TXT'
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

            SELECT SUSP-BALANCE-FILE
                ASSIGN TO 'SUSPBAL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                ASSIGN TO 'SUSPEVT.TXT'
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


       01 CSV-ITEM PIC X(80).

      *THE EXTRACT LOG TABLELAB ALSO WRITES TO -- ONE ENTRY PER
      *SUSPCSV.TXT THIS PROGRAM SENDS.

       FD CSV-LOG-FILE
          RECORD CONTAINS 67 CHARACTERS.

       COPY CSVLREC.

       FD ADVISORY-FILE.

       01 ADVISORY-ITEM PIC X(80).

       COPY HISTREC.

      *STANDING RECORDS PER STATION -- SAME BOOK TABLELAB READS AND
      *KEEPS CURRENT.

       FD RECORD-BOOK-FILE
          RECORD CONTAINS 101 CHARACTERS.

       COPY RBOOKREC.

      *PERMANENT SUSPENSE DISPOSITION LOG.  TABLELAB OPENS AN ENTRY
      *FOR EVERY RECORD IT SUSPENSES; THIS PROGRAM POSTS EACH ONE'S
      *OUTCOME EVERY TIME IT SEES IT.

       FD DISPOSITION-FILE
          RECORD CONTAINS 46 CHARACTERS.

       COPY DISPREC.

      *ONE-RECORD MACHINE-READABLE COPY OF THE RUN'S CONTROL TOTALS
      *AND FILE-GROWTH COUNTS, WRITTEN ONLY AT CLEAN EOJ, FOR THE
      *DAYBAL END-OF-DAY BALANCING RUN -- SAME IDEA AS TABLELAB'S
           05 SBAL-MTD-STAGED       PIC 9(6).
           05 SBAL-HIST-ADDED       PIC 9(6).
           05 SBAL-HIST-REWRITTEN   PIC 9(6).
           05 SBAL-RECORDS-WRITTEN-OFF PIC 9(6).

      *SAME CONTROL CARD TABLELAB RUNS FROM -- READ HERE ONLY TO
      *STAMP THE BALANCING RECORD WITH THE STREAM'S BUSINESS DATE.

       01 RECORD-EVENT-ITEM PIC X(80).

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
       01 WS-SUSPENSE-READ        PIC 9(6)  VALUE ZERO.
       01 WS-RECORDS-RELEASED     PIC 9(6)  VALUE ZERO.
       01 WS-RECORDS-CARRIED      PIC 9(6)  VALUE ZERO.
       01 WS-RECORDS-WRITTEN-OFF  PIC 9(6)  VALUE ZERO.
       01 WS-CORRECTIONS-LOADED   PIC 9(6)  VALUE ZERO.

      *FILE-GROWTH COUNTS FOR THE BALANCING RECORD (SEE
       01 WS-DEP-LOW     PIC S9(4).
       01 WS-DEP-EDITED  PIC ---9.

      *RECORD-EVENT FIELDS, SAME SHAPE AS TABLELAB'S (SEE ITS
      *506-FETCH-STANDING-RECORDS) SO A RELEASED DAY FACES EXACTLY
      *THE SAME RECORD TESTS AS A FIRST-TIME PUBLISH.

       01 WS-RECBOOK-STATUS  PIC XX.
       01 WS-DISPLOG-STATUS  PIC XX.

      *THE SUSPENSE RECORD AS IT CAME IN, BEFORE ANY CORRECTION
      *TOUCHED IT -- ITS DISPOSITION LOG ENTRY IS KEYED BY THE
      *STATION CODE TABLELAB SUSPENSED IT UNDER.

       01 WS-ORIG-STATION-CODE  PIC X(3).
       01 WS-ORIG-REASON-CODE   PIC X(2).
       01 WS-ORIG-MISSING-SLOTS PIC 99  VALUE ZERO.

       01 WS-DISP-POST-STATION  PIC X(3).
       01 WS-DISP-POST-OUTCOME  PIC X(1).

      *DAY NUMBERS FOR THE DAYS-IN-SUSPENSE COUNT (SEE
      *596-COMPUTE-DAY-NUMBER).

       01 WS-DAYNUM-DATE     PIC 9(8).
       01 WS-DAYNUM-DATE-R REDEFINES WS-DAYNUM-DATE.
           05 WS-DAYNUM-YEAR    PIC 9(4).
           05 WS-DAYNUM-MONTH   PIC 9(2).
           05 WS-DAYNUM-DAY     PIC 9(2).
       01 WS-DAYNUM-Y        PIC 9(5).
       01 WS-DAYNUM-M        PIC 9(3).
       01 WS-DAYNUM-WORK     PIC 9(7).
       01 WS-DAYNUM-RESULT   PIC 9(7).
       01 WS-DAYNUM-TODAY    PIC 9(7).

       01 WS-BOOK-MONTH-DAY  PIC 9(4).

      *SET BY 550-WRITE-HISTORY-RECORD: ONLY A DAY NEW TO STAHIST.DAT
      *ADDS TO AN ENTRY'S DAYS-SEEN COUNT.

       01 WS-HIST-ADD-SWITCH  PIC X  VALUE SPACE.
          88 WS-HIST-DAY-ADDED       VALUE 'Y'.

       01 WS-SCAN-STATION    PIC X(3).
       01 WS-SCAN-DATE       PIC 9(8).
          05                   PIC X(3)   VALUE SPACES.
          05 ADV-MESSAGE       PIC X(20).

      *SUSPCSV.TXT IS BRACKETED THE WAY TABLELAB BRACKETS EACH
      *WEACSV.TXT EXTRACT -- A HEADER TYPED RELEASE, D RECORDS
      *CARRYING THE BUSINESS DATE THE RELEASED DAY BELONGS TO, AND
      *A CONTROL TRAILER WITH THE RECORD COUNT AND THE HASH TOTAL
      *OF THE HIGHS AND LOWS:
      *     H,EXTRACT ID,SUSPCSV,RELEASE,BUSINESS DATE
      *     D,WEATHER DATE,STATION,NAME,HIGH,LOW
      *     T,EXTRACT ID,RECORD COUNT,HASH TOTAL
      *THE HEADER'S DATE IS THE STREAM'S BUSINESS DATE (THE RUN
      *DATE WITH NO CONTROL CARD).  SEE COPY CSVLREC FOR THE ID.

       01 CSV-DETAIL-LINE.
          05 CSV-BUSINESS-DATE  PIC 9(8).
          05 CSV-STATION-CODE   PIC X(3).
          05 CSV-HIGH-TEMP      PIC S9(3) SIGN LEADING SEPARATE.
          05 CSV-LOW-TEMP       PIC S9(3) SIGN LEADING SEPARATE.

       01 CSV-CONTROL-FIELDS.
          05 CSV-EXTRACT-ID.
             10 CSV-EXTRACT-SOURCE  PIC X(1)  VALUE 'S'.
             10 CSV-EXTRACT-DATE    PIC 9(8).
             10 CSV-EXTRACT-TIME    PIC 9(6).
          05 CSV-TRAILER-COUNT      PIC 9(6).
          05 CSV-TRAILER-HASH       PIC S9(9) SIGN LEADING SEPARATE.

       01 WS-CSV-RECORD-COUNT  PIC 9(6)   VALUE ZERO.
       01 WS-CSV-HASH-TOTAL    PIC S9(9)  VALUE ZERO.
       01 WS-CSVLOG-STATUS     PIC XX.
       01 WS-CURRENT-DATE      PIC 9(8).
       01 WS-CURRENT-TIME      PIC 9(8).

       01 RECORD-EVENT-LINE.
          05 REV-STATION-CODE  PIC X(3).
          05                   PIC X(1)  VALUE SPACES.
          05        PIC X(9)  VALUE 'Carried: '.
          05 CTL-RECORDS-CARRIED     PIC ZZZZZ9.

       01 WRITE-OFF-NOTE-LINE.
          05        PIC X(44) VALUE
              'Written off by the desk (never to publish): '.
          05        PIC X(15) VALUE SPACES.
          05 WRITE-OFF-COUNT  PIC ZZZ9.

       01 OFF-MONTH-NOTE-LINE.
          05        PIC X(43) VALUE
              'Released outside current rollup month (not '.
          05        PIC X(1)  VALUE SPACES.
          05 OFF-MONTH-COUNT  PIC ZZZ9.

       01 WS-STRMCTL-STATUS    PIC XX.
       01 WS-STRMOVR-STATUS    PIC XX.
       01 WS-STRMOVR-EOF-FLAG  PIC X  VALUE SPACE.
          88 STRMOVR-AT-END         VALUE 'Y'.

      *STREAM STEP CONTROL -- THIS PROGRAM'S STEP NAME, AND THE
      *STEPS THAT MUST HAVE FINISHED CLEANLY FOR THE BUSINESS DATE
      *BEFORE IT STARTS.
       01 WS-STREAM-STEP       PIC X(9)  VALUE 'SUSPCORR'.

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
           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
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
               DISPLAY 'SUSPCORR: STREAM CONTROL FILE (STRMCTL.DAT) '
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
               DISPLAY 'SUSPCORR: RESTART OVERRIDE ACCEPTED FOR '
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

           DISPLAY 'SUSPCORR: ' WS-STREAM-CHECK-STEP ' FOR '
                   WS-STREAM-DATE ' ' WS-STREAM-REASON
           DISPLAY 'SUSPCORR: STEP NOT STARTED - RUN STOPPED'
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
               DISPLAY 'SUSPCORR: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - STEP NOT MARKED COMPLETE'
           ELSE
               MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
               MOVE WS-STREAM-STEP TO STRM-STEP-NAME
               READ STREAM-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'SUSPCORR: STREAM CONTROL RECORD '
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

           PERFORM 205-LOAD-RUN-CONTROL
           MOVE WS-BUSINESS-DATE TO WS-STREAM-DATE
           PERFORM 120-START-STREAM-STEP

           OPEN INPUT SUSPENSE-FILE
           PERFORM 210-LOAD-CORRECTIONS
                       SUSPENSE-OUT-FILE
                       RECORD-EVENT-FILE

           PERFORM 235-START-CSV-EXTRACT
           PERFORM 230-PEEK-MTD-MONTH

           OPEN OUTPUT MTD-STAGE-FILE
               OPEN I-O STATION-HISTORY-FILE
           END-IF

           OPEN I-O RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS = '35'
               DISPLAY 'SUSPCORR: NO RECORD BOOK (RECBOOK.DAT) - '
                       'STARTED EMPTY, RUN RECBOOK REBUILD'
               OPEN OUTPUT RECORD-BOOK-FILE
               CLOSE RECORD-BOOK-FILE
               OPEN I-O RECORD-BOOK-FILE
           END-IF

           OPEN I-O DISPOSITION-FILE
           IF WS-DISPLOG-STATUS = '35'
               OPEN OUTPUT DISPOSITION-FILE
               CLOSE DISPOSITION-FILE
               OPEN I-O DISPOSITION-FILE
           END-IF

           MOVE WS-CURRENT-DATE TO WS-DAYNUM-DATE
           PERFORM 596-COMPUTE-DAY-NUMBER
           MOVE WS-DAYNUM-RESULT TO WS-DAYNUM-TODAY

           OPEN INPUT NORMALS-FILE
           IF WS-NORMALS-STATUS = '00'
               MOVE 'Y' TO WS-NORMALS-SWITCH

          .

       235-START-CSV-EXTRACT.

      *OPENS SUSPCSV.TXT WITH ITS HEADER RECORD.  EVERY RUN SENDS AN
      *EXTRACT, EVEN ONE THAT RELEASED NOTHING, SO THE DATABASE
      *TEAM'S ACKNOWLEDGMENT OF A ZERO-RECORD TRAILER STILL CLOSES
      *THE RUN OUT ON THE EXTRACT LOG.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF WS-BUSINESS-DATE > ZERO
               MOVE WS-BUSINESS-DATE TO CSV-EXTRACT-DATE
           ELSE
               MOVE WS-CURRENT-DATE  TO CSV-EXTRACT-DATE
           END-IF
           MOVE WS-CURRENT-TIME(1:6) TO CSV-EXTRACT-TIME

           MOVE SPACES TO CSV-ITEM
           STRING 'H,'                              DELIMITED BY SIZE
                  CSV-EXTRACT-ID                    DELIMITED BY SIZE
                  ',SUSPCSV,RELEASE,'               DELIMITED BY SIZE
                  CSV-EXTRACT-DATE                  DELIMITED BY SIZE
             INTO CSV-ITEM
           END-STRING

           WRITE CSV-ITEM

          .

       230-PEEK-MTD-MONTH.

      *READS THE FIRST RECORD OF THE MONTH-TO-DATE FILE TO LEARN
      *CARRIES FORWARD UNTOUCHED; A MATCHED ONE GETS THE CORRECTION
      *APPLIED AND THEN FACES THE SAME CHECKS TABLELAB RAN.

           MOVE SUSP-STATION-CODE TO WS-ORIG-STATION-CODE
           MOVE SUSP-REASON-CODE  TO WS-ORIG-REASON-CODE
           MOVE ZERO TO WS-ORIG-MISSING-SLOTS
           PERFORM 588-COUNT-MISSING-SLOT
                VARYING SUB-X FROM 1 BY 1
                  UNTIL SUB-X > 12

           SET CORRECTION-INDEX TO 1
           SEARCH CORRECTION-ENTRY
           AT END
                   PERFORM 420-REVALIDATE
               WHEN 'A'
                   PERFORM 420-REVALIDATE
               WHEN 'W'
                   PERFORM 585-WRITE-OFF
               WHEN OTHER
                   PERFORM 580-CARRY-FORWARD
           END-EVALUATE
           PERFORM 540-WRITE-MTD-RECORD
           PERFORM 545-CHECK-RECORD-EVENTS
           PERFORM 550-WRITE-HISTORY-RECORD
           PERFORM 555-UPDATE-RECORD-BOOK

           IF CT-ACTION(CORRECTION-INDEX) = 'A'
               MOVE 'A' TO WS-DISP-POST-OUTCOME
           ELSE
               MOVE 'R' TO WS-DISP-POST-OUTCOME
           END-IF
           MOVE WS-ORIG-STATION-CODE TO WS-DISP-POST-STATION
           PERFORM 587-POST-DISPOSITION

      *A DAY RELEASED UNDER A CORRECTED STATION CODE IS CHARGED TO
      *THE STATION IT REALLY CAME FROM AS WELL.

           IF SUSP-STATION-CODE NOT = WS-ORIG-STATION-CODE
               MOVE SUSP-STATION-CODE TO WS-DISP-POST-STATION
               PERFORM 587-POST-DISPOSITION
           END-IF

          .


      *SAME RECORD TESTS AS TABLELAB'S 576-CHECK-RECORD-EVENTS,
      *DRIVEN OFF THE RELEASED DAY'S FIGURES.  RUNS BEFORE THE DAY
      *JOINS THE HISTORY FILE AND THE RECORD BOOK.

           MOVE SUSP-STATION-CODE TO WS-SCAN-STATION
           MOVE SUSP-WEATHER-DATE TO WS-SCAN-DATE

           PERFORM 546-FETCH-STANDING-RECORDS

           MOVE WS-SCAN-STATION TO REV-STATION-CODE
           MOVE WS-SCAN-DATE    TO REV-WEATHER-DATE

          .

       546-FETCH-STANDING-RECORDS.

      *TWO RANDOM READS ON THE RECORD BOOK -- THE STATION'S ALL-TIME
      *ENTRY AND ITS ENTRY FOR THE RELEASED DAY'S CALENDAR DATE --
      *SAME LOOKUP AS TABLELAB'S 506-FETCH-STANDING-RECORDS.  A
      *RE-RELEASE MEETS ITS OWN FIGURES AS THE STANDING MARK, AND
      *EQUALING A RECORD ISN'T BREAKING IT.

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

           MOVE WS-HIGH-WIND       TO HIST-HIGH-WIND
           MOVE WS-TOTAL-PRECIP    TO HIST-TOTAL-PRECIP

           MOVE SPACE TO WS-HIST-ADD-SWITCH

           WRITE STATION-HISTORY-RECORD
               INVALID KEY
                   REWRITE STATION-HISTORY-RECORD
                   ADD 1 TO WS-BAL-HIST-REWRITTEN
               NOT INVALID KEY
                   ADD 1 TO WS-BAL-HIST-ADDED
                   MOVE 'Y' TO WS-HIST-ADD-SWITCH
           END-WRITE

          .

       555-UPDATE-RECORD-BOOK.

      *FOLDS THE RELEASED DAY INTO THE STATION'S ALL-TIME AND
      *CALENDAR-DATE ENTRIES THE MOMENT IT LANDS ON STAHIST.DAT --
      *SAME FOLD AS TABLELAB'S 578-UPDATE-RECORD-BOOK, SO A
      *REPAIRED DAY THAT SET A RECORD IS THE STANDING MARK FROM
      *HERE ON.

           MOVE ZERO TO WS-BOOK-MONTH-DAY
           PERFORM 556-FOLD-INTO-BOOK-ENTRY

           MOVE WS-SCAN-MONTH-DAY TO WS-BOOK-MONTH-DAY
           PERFORM 556-FOLD-INTO-BOOK-ENTRY

          .

       556-FOLD-INTO-BOOK-ENTRY.

           MOVE HIST-STATION-CODE TO RB-STATION-CODE
           MOVE WS-BOOK-MONTH-DAY TO RB-MONTH-DAY

           READ RECORD-BOOK-FILE
               INVALID KEY
                   PERFORM 557-START-BOOK-ENTRY
                   WRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'SUSPCORR: RECORD BOOK WRITE '
                                   'FAILED FOR ' RB-KEY
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 558-FOLD-BOOK-RECORDS
                   REWRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'SUSPCORR: RECORD BOOK REWRITE '
                                   'FAILED FOR ' RB-KEY
                   END-REWRITE
           END-READ

          .

       557-START-BOOK-ENTRY.

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

       558-FOLD-BOOK-RECORDS.

      *STRICT COMPARES KEEP THE RECORD THAT HAS STOOD LONGEST, SAME
      *AS TABLELAB.

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
               PERFORM 559-FOLD-BOOK-RECENT-DAYS
           END-IF

          .

       559-FOLD-BOOK-RECENT-DAYS.

      *A RELEASED DAY IS USUALLY OLDER THAN WHAT TABLELAB HAS
      *PUBLISHED SINCE, SO IT MOSTLY LANDS BEHIND THE TWO LATEST
      *DAYS AND LEAVES THEM ALONE -- BUT WHEN IT IS ONE OF THE TWO
      *LATEST IT TAKES ITS PLACE IN DATE ORDER, SO TABLELAB'S SWING
      *CHECK COMPARES AGAINST THE RIGHT DAY.

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

       540-WRITE-MTD-RECORD.

      *ONLY A DAY BELONGING TO THE MONTH MTDWEATH.TXT IS CURRENTLY

      *SAME CSV SHAPE AS TABLELAB'S 570-WRITE-CSV-EXTRACT SO THE
      *CLIMATE-TRACKING LOAD JOB CAN TAKE A RELEASED DAY WITHOUT
      *KNOWING IT EVER SAT IN SUSPENSE.  THE RECORD'S DATE IS THE
      *DAY IT BELONGS TO, NOT THE DAY IT WAS RELEASED.

           MOVE SUSP-WEATHER-DATE   TO CSV-BUSINESS-DATE
           MOVE SUSP-STATION-CODE   TO CSV-STATION-CODE
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

           WRITE SUSPENSE-OUT-ITEM FROM SUSPENSE-ITEM

           MOVE 'C'                  TO WS-DISP-POST-OUTCOME
           MOVE WS-ORIG-STATION-CODE TO WS-DISP-POST-STATION
           PERFORM 587-POST-DISPOSITION

          .

       585-WRITE-OFF.

      *THE DESK HAS GIVEN UP ON THE DAY -- THE PARTNER WILL NEVER
      *RESEND IT.  IT LEAVES SUSPENSE WITHOUT PUBLISHING: NOT
      *CARRIED TO SUSPOUT.TXT, NOT AGED, JUST COUNTED AND CLOSED
      *OUT ON THE DISPOSITION LOG.

           ADD 1 TO WS-RECORDS-WRITTEN-OFF

           MOVE 'W'                  TO WS-DISP-POST-OUTCOME
           MOVE WS-ORIG-STATION-CODE TO WS-DISP-POST-STATION
           PERFORM 587-POST-DISPOSITION

          .

       587-POST-DISPOSITION.

      *POSTS THE RECORD'S OUTCOME ON ITS DISPOSITION LOG ENTRY --
      *THE ONE TABLELAB OPENED UNDER THE SAME SUSPENSE STAMP -- WITH
      *THE REASON IT NOW STANDS UNDER AND HOW MANY DAYS IT HAS SAT.
      *A RECORD SUSPENSED BEFORE THE LOG EXISTED, OR BEING CHARGED
      *TO ITS CORRECTED STATION FOR THE FIRST TIME, GETS A FRESH
      *ENTRY CARRYING ITS ORIGINAL REASON AND MISSING HOURS.

           MOVE WS-DISP-POST-STATION TO DISP-STATION-CODE
           MOVE SUSP-WEATHER-DATE    TO DISP-WEATHER-DATE
           MOVE SUSP-TS-DATE         TO DISP-STAMP-DATE
           MOVE SUSP-TS-TIME         TO DISP-STAMP-TIME

           READ DISPOSITION-FILE
               INVALID KEY
                   MOVE WS-DISP-POST-STATION  TO DISP-STATION-CODE
                   MOVE SUSP-WEATHER-DATE     TO DISP-WEATHER-DATE
                   MOVE SUSP-TS-DATE          TO DISP-STAMP-DATE
                   MOVE SUSP-TS-TIME          TO DISP-STAMP-TIME
                   MOVE WS-ORIG-REASON-CODE   TO DISP-FIRST-REASON
                   MOVE WS-ORIG-MISSING-SLOTS TO DISP-MISSING-SLOTS
           END-READ

           MOVE SUSP-REASON-CODE     TO DISP-REASON-CODE
           MOVE WS-DISP-POST-OUTCOME TO DISP-OUTCOME
           MOVE WS-CURRENT-DATE      TO DISP-OUTCOME-DATE

           MOVE ZERO TO DISP-DAYS-IN-SUSPENSE
           IF SUSP-TS-DATE IS NUMERIC
              AND SUSP-TS-DATE > ZERO
              AND SUSP-TS-DATE < WS-CURRENT-DATE
               MOVE SUSP-TS-DATE TO WS-DAYNUM-DATE
               PERFORM 596-COMPUTE-DAY-NUMBER
               COMPUTE DISP-DAYS-IN-SUSPENSE =
                   WS-DAYNUM-TODAY - WS-DAYNUM-RESULT
           END-IF

           IF WS-DISPLOG-STATUS = '00'
               REWRITE DISPOSITION-RECORD
           ELSE
               WRITE DISPOSITION-RECORD
           END-IF

          .

       588-COUNT-MISSING-SLOT.

           IF NOT SUSP-HOUR-REPORTED(SUB-X)
               ADD 1 TO WS-ORIG-MISSING-SLOTS
           END-IF

          .

       596-COMPUTE-DAY-NUMBER.

      *TURNS WS-DAYNUM-DATE INTO A RUNNING DAY COUNT SO TWO DATES
      *CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.  THE YEAR IS
      *TAKEN AS STARTING IN MARCH SO THE LEAP DAY FALLS AT ITS END.

           MOVE WS-DAYNUM-YEAR  TO WS-DAYNUM-Y
           MOVE WS-DAYNUM-MONTH TO WS-DAYNUM-M
           IF WS-DAYNUM-M < 3
               SUBTRACT 1 FROM WS-DAYNUM-Y
               ADD 12 TO WS-DAYNUM-M
           END-IF

           COMPUTE WS-DAYNUM-RESULT =
               365 * WS-DAYNUM-Y + WS-DAYNUM-DAY

           DIVIDE WS-DAYNUM-Y BY 4 GIVING WS-DAYNUM-WORK
           ADD WS-DAYNUM-WORK TO WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-Y BY 100 GIVING WS-DAYNUM-WORK
           SUBTRACT WS-DAYNUM-WORK FROM WS-DAYNUM-RESULT
           DIVIDE WS-DAYNUM-Y BY 400 GIVING WS-DAYNUM-WORK
           ADD WS-DAYNUM-WORK TO WS-DAYNUM-RESULT

           COMPUTE WS-DAYNUM-WORK = 153 * (WS-DAYNUM-M - 3) + 2
           DIVIDE WS-DAYNUM-WORK BY 5 GIVING WS-DAYNUM-WORK
           ADD WS-DAYNUM-WORK TO WS-DAYNUM-RESULT

          .

       600-EOJ-ROUTINE.

           PERFORM 640-PRINT-AGING-SUMMARY
           PERFORM 650-PRINT-CONTROL-TOTALS
           PERFORM 610-WRITE-CSV-TRAILER

           CLOSE SUSPENSE-FILE
                 CORR-REPORT-FILE
                 RECORD-EVENT-FILE
                 MTD-STAGE-FILE
                 STATION-HISTORY-FILE
                 RECORD-BOOK-FILE
                 DISPOSITION-FILE

           IF WS-NORMALS-AVAILABLE
               CLOSE NORMALS-FILE
           PERFORM 660-APPEND-STAGED-MTD
           PERFORM 670-BUILD-MONTHLY-FEED
           PERFORM 680-WRITE-BALANCE-RECORD
           PERFORM 615-LOG-CSV-EXTRACT

          .

       610-WRITE-CSV-TRAILER.

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

      *ENTERS THE RUN'S EXTRACT ON THE PERMANENT EXTRACT LOG,
      *UNACKNOWLEDGED, FOR CSVRECON -- ONLY AT CLEAN EOJ, SO AN
      *ABENDED CORRECTION RUN LOGS NOTHING IT NEVER FINISHED
      *SENDING.

           OPEN I-O CSV-LOG-FILE
           IF WS-CSVLOG-STATUS = '35'
               OPEN OUTPUT CSV-LOG-FILE
               CLOSE CSV-LOG-FILE
               OPEN I-O CSV-LOG-FILE
           END-IF

           MOVE CSV-EXTRACT-ID        TO CSVL-EXTRACT-ID
           MOVE 'RELEASE'             TO CSVL-EXTRACT-TYPE
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

           MOVE WS-BAL-MTD-STAGED     TO SBAL-MTD-STAGED
           MOVE WS-BAL-HIST-ADDED     TO SBAL-HIST-ADDED
           MOVE WS-BAL-HIST-REWRITTEN TO SBAL-HIST-REWRITTEN
           MOVE WS-RECORDS-WRITTEN-OFF TO SBAL-RECORDS-WRITTEN-OFF

           WRITE SUSP-BALANCE-RECORD

           WRITE CORR-REPORT-ITEM FROM CONTROL-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           IF WS-RECORDS-WRITTEN-OFF > ZERO
               MOVE WS-RECORDS-WRITTEN-OFF TO WRITE-OFF-COUNT
               WRITE CORR-REPORT-ITEM FROM WRITE-OFF-NOTE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

           IF WS-MTD-OFF-MONTH > ZERO
               MOVE WS-MTD-OFF-MONTH TO OFF-MONTH-COUNT
               WRITE CORR-REPORT-ITEM FROM OFF-MONTH-NOTE-LINE
