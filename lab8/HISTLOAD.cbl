      *   OUTSIDE THE DAILY STREAM, AND WITHOUT THE ADJUSTMENT THE
      *   NEXT NIGHT'S BALANCING RUN WOULD FLAG EVERY ARCHIVE FILE
      *   OF THE SEEDING CAMPAIGN AS A FALSE OUT-OF-BALANCE DAY.
      *
      *   MODIFICATION HISTORY
      *   ---------------------------------------------------------
      *   EACH DAY LOADED IS NOW ALSO FOLDED INTO THE KEYED RECORD
      *   BOOK RECBOOK.DAT (SEE COPY RBOOKREC) -- THE STATION'S
      *   ALL-TIME ENTRY AND ITS CALENDAR-DATE ENTRY -- SO AN
      *   ARCHIVE DAY THAT SET A RECORD STANDS IN THE BOOK THE
      *   MOMENT IT LANDS, WITHOUT WAITING FOR A RECBOOK REBUILD.
      *   A DAY ALREADY ON FILE IS ALREADY IN THE BOOK AND IS LEFT
      *   ALONE THERE TOO.
      *
      *   THE RUN NOW RECORDS ITS STEP ON THE DAILY STREAM-CONTROL FILE
      *   STRMCTL.DAT (SEE COPY STRMREC) UNDER THE STREAM'S BUSINESS
      *   DATE -- STARTED AS IT BEGINS, COMPLETE WITH ITS RETURN CODE
      *   AT A CLEAN END OF JOB.  THE BUSINESS DATE IS THE LAST ONE ON
      *   THE RUN CONTROL CARD (RUNCTL.TXT), OR TODAY WITHOUT ONE.  IT
      *   WON'T START WHILE THAT DATE'S STREAM IS IN PROGRESS
      *   (WEATHEDIT STARTED, DAYBAL NOT COMPLETE), SO AN ARCHIVE LOAD
      *   CAN'T LAND UNDER DAYBAL'S GROWTH LEGS -- THE OVERRIDE CARD
      *   LETS IT RUN ANYWAY FOR A STREAM THAT'S BEEN GIVEN UP ON.  IT
      *   ALSO WON'T START WHEN ITS OWN STEP HAS ALREADY COMPLETED FOR
      *   THE DATE, UNLESS THE RESTART OVERRIDE CARD (STRMOVR.TXT, STEP
      *   NAME IN 1-9, DATE IN 10-17) NAMES IT.  A REFUSED START
      *   DISPLAYS THE STEP IN THE WAY AND ENDS WITH RETURN CODE 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                RECORD KEY IS HIST-KEY
                FILE STATUS IS WS-STAHIST-STATUS.

            SELECT RECORD-BOOK-FILE
                ASSIGN TO 'RECBOOK.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RB-KEY
                FILE STATUS IS WS-RECBOOK-STATUS.

            SELECT LOAD-REPORT-FILE
                ASSIGN TO 'HISTLRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SNAPSHOT-STATUS.

            SELECT RUN-CONTROL-FILE
                ASSIGN TO 'RUNCTL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

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


       COPY HISTREC.

      *STANDING RECORDS PER STATION -- SAME BOOK TABLELAB READS AND
      *KEEPS CURRENT.

       FD RECORD-BOOK-FILE
          RECORD CONTAINS 101 CHARACTERS.

       COPY RBOOKREC.

       FD LOAD-REPORT-FILE.

       01 LOAD-REPORT-ITEM PIC X(80).
           05 SNAP-MTD-COUNT   PIC 9(6).
           05 SNAP-HIST-COUNT  PIC 9(6).

      *SAME CONTROL CARD TABLELAB RUNS FROM -- READ HERE ONLY FOR
      *THE BUSINESS DATE THIS STEP IS RECORDED UNDER.

       FD RUN-CONTROL-FILE.

       01 RUN-CONTROL-RECORD.
           05 RUNCTL-BUSINESS-DATE      PIC 9(8).

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
       01 WS-ADVPARM-STATUS  PIC XX.
       01 WS-STAHIST-STATUS  PIC XX.
       01 WS-SNAPSHOT-STATUS PIC XX.
       01 WS-RECBOOK-STATUS  PIC XX.

       01 WS-BOOK-MONTH-DAY  PIC 9(4).

       01 WS-SNAP-MTD-COUNT   PIC 9(6)  VALUE ZERO.
       01 WS-SNAP-HIST-COUNT  PIC 9(6)  VALUE ZERO.
          05        PIC X(9)  VALUE 'Invalid: '.
          05 TRL-RECORDS-INVALID  PIC ZZZZZ9.

       01 WS-RUNCTL-STATUS     PIC XX.
       01 WS-RUNCTL-EOF-FLAG   PIC X  VALUE SPACE.
          88 RUNCTL-AT-END          VALUE 'Y'.

       01 WS-STRMCTL-STATUS    PIC XX.
       01 WS-STRMOVR-STATUS    PIC XX.
       01 WS-STRMOVR-EOF-FLAG  PIC X  VALUE SPACE.
          88 STRMOVR-AT-END         VALUE 'Y'.

      *STREAM STEP CONTROL -- THIS PROGRAM'S STEP NAME, AND THE
      *STEPS THAT MUST HAVE FINISHED CLEANLY FOR THE BUSINESS DATE
      *BEFORE IT STARTS.
       01 WS-STREAM-STEP       PIC X(9)  VALUE 'HISTLOAD'.

       01 STREAM-PREREQ-VALUES.
          05  PIC X(9)  VALUE SPACES.

       01 STREAM-PREREQ-TABLE REDEFINES STREAM-PREREQ-VALUES.
          05 STREAM-PREREQ-STEP  PIC X(9)  OCCURS 1 TIMES.

       01 WS-STREAM-PREREQ-COUNT  PIC 9  VALUE 0.
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

           PERFORM 120-START-STREAM-STEP
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

           PERFORM 121-LOAD-STREAM-DATE

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
               DISPLAY 'HISTLOAD: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - RUN STOPPED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 124-CHECK-ONE-PREREQ
                VARYING SUB-Q FROM 1 BY 1
                  UNTIL SUB-Q > WS-STREAM-PREREQ-COUNT
           PERFORM 126-CHECK-STREAM-IDLE

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

       121-LOAD-STREAM-DATE.

      *A CATCH-UP CARD LISTS SEVERAL DATES OLDEST FIRST, SO THE
      *LAST ONE IS THE STREAM'S CURRENT DATE.

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
                                 TO WS-STREAM-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF

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
               DISPLAY 'HISTLOAD: RESTART OVERRIDE ACCEPTED FOR '
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

       126-CHECK-STREAM-IDLE.

      *HISTORY CHANGED UNDER A HALF-RUN STREAM THROWS DAYBAL'S
      *GROWTH LEGS OFF, SO THIS STEP WON'T START WHILE THE DATE'S
      *STREAM IS IN PROGRESS -- WEATHEDIT HAS STARTED FOR THE DATE
      *BUT DAYBAL HASN'T COMPLETED.  A RESTART OVERRIDE CARD FOR
      *THIS STEP AND DATE LETS IT RUN ANYWAY, FOR THE NIGHT THE
      *STREAM IS GIVEN UP ON.

           MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
           MOVE 'WEATHEDIT'    TO STRM-STEP-NAME

           READ STREAM-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'DAYBAL' TO STRM-STEP-NAME
                   READ STREAM-CONTROL-FILE
                       INVALID KEY
                           MOVE SPACE TO STRM-STEP-STATUS
                   END-READ
                   IF NOT STRM-STEP-COMPLETE
                      AND NOT STREAM-OVERRIDE-GIVEN
                       MOVE 'DAYBAL' TO WS-STREAM-CHECK-STEP
                       MOVE 'NOT DONE - STREAM IN PROGRESS'
                         TO WS-STREAM-REASON
                       PERFORM 128-REFUSE-STREAM-STEP
                   END-IF
           END-READ

          .

       128-REFUSE-STREAM-STEP.

      *NOTHING ELSE HAS BEEN OPENED OR WRITTEN YET, SO STOPPING HERE
      *LEAVES THE DAY'S FILES -- AND THIS STEP'S OWN STREAM-CONTROL
      *RECORD -- AS THEY WERE.

           DISPLAY 'HISTLOAD: ' WS-STREAM-CHECK-STEP ' FOR '
                   WS-STREAM-DATE ' ' WS-STREAM-REASON
           DISPLAY 'HISTLOAD: STEP NOT STARTED - RUN STOPPED'
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
               DISPLAY 'HISTLOAD: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - STEP NOT MARKED COMPLETE'
           ELSE
               MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
               MOVE WS-STREAM-STEP TO STRM-STEP-NAME
               READ STREAM-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'HISTLOAD: STREAM CONTROL RECORD '
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

           OPEN INPUT WEATHER-FILE
               OPEN I-O STATION-HISTORY-FILE
           END-IF

           OPEN I-O RECORD-BOOK-FILE
           IF WS-RECBOOK-STATUS = '35'
               DISPLAY 'HISTLOAD: NO RECORD BOOK (RECBOOK.DAT) - '
                       'STARTED EMPTY, RUN RECBOOK REBUILD'
               OPEN OUTPUT RECORD-BOOK-FILE
               CLOSE RECORD-BOOK-FILE
               OPEN I-O RECORD-BOOK-FILE
           END-IF

           OPEN OUTPUT LOAD-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

                   ADD 1 TO WS-ALREADY-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDS-LOADED
                   PERFORM 520-UPDATE-RECORD-BOOK
           END-WRITE

          .

          .

       520-UPDATE-RECORD-BOOK.

      *FOLDS THE NEWLY LOADED DAY INTO THE STATION'S ALL-TIME ENTRY
      *(MMDD 0000) AND ITS CALENDAR-DATE ENTRY -- SAME FOLD AS
      *TABLELAB'S 578-UPDATE-RECORD-BOOK.  ONLY A DAY NEW TO
      *STAHIST.DAT GETS HERE, SO EVERY FOLD COUNTS A DAY SEEN.

           MOVE ZERO TO WS-BOOK-MONTH-DAY
           PERFORM 522-FOLD-INTO-BOOK-ENTRY

           MOVE WI-WEATHER-DATE(5:4) TO WS-BOOK-MONTH-DAY
           PERFORM 522-FOLD-INTO-BOOK-ENTRY

          .

       522-FOLD-INTO-BOOK-ENTRY.

           MOVE HIST-STATION-CODE TO RB-STATION-CODE
           MOVE WS-BOOK-MONTH-DAY TO RB-MONTH-DAY

           READ RECORD-BOOK-FILE
               INVALID KEY
                   PERFORM 524-START-BOOK-ENTRY
                   WRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'HISTLOAD: RECORD BOOK WRITE '
                                   'FAILED FOR ' RB-KEY
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 526-FOLD-BOOK-RECORDS
                   REWRITE RECORD-BOOK-RECORD
                       INVALID KEY
                           DISPLAY 'HISTLOAD: RECORD BOOK REWRITE '
                                   'FAILED FOR ' RB-KEY
                   END-REWRITE
           END-READ

          .

       524-START-BOOK-ENTRY.

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

       526-FOLD-BOOK-RECORDS.

      *STRICT COMPARES KEEP THE RECORD THAT HAS STOOD LONGEST, SAME
      *AS TABLELAB.  AN ARCHIVE DAY IS USUALLY OLDER THAN ANYTHING
      *ON FILE, SO IT MOSTLY PUSHES BACK THE FIRST DATE AND LEAVES
      *THE TWO LATEST DAYS ALONE.

           ADD 1 TO RB-DAYS-SEEN

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
                   WHEN HIST-WEATHER-DATE > RB-PREV-DATE
                       MOVE HIST-WEATHER-DATE TO RB-PREV-DATE
                       MOVE HIST-HIGH-TEMP    TO RB-PREV-HIGH
                       MOVE HIST-LOW-TEMP     TO RB-PREV-LOW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

          .

       600-EOJ-ROUTINE.

           MOVE WS-RECORDS-READ    TO TRL-RECORDS-READ

           CLOSE WEATHER-FILE
                 STATION-HISTORY-FILE
                 RECORD-BOOK-FILE
                 LOAD-REPORT-FILE

           PERFORM 650-ADJUST-BALANCE-SNAPSHOT
