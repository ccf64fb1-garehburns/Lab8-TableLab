       IDENTIFICATION DIVISION.
       PROGRAM-ID.    STRMRPT.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - DAILY STREAM STATUS
      *
      *   EVERY STEP OF THE DAILY STREAM RECORDS ITS START, ITS
      *   CLEAN FINISH AND ITS RETURN CODE ON THE STREAM-CONTROL
      *   FILE STRMCTL.DAT (SEE COPY STRMREC), UNDER THE BUSINESS
      *   DATE IT RAN FOR.  THIS PROGRAM PRINTS THAT FILE FOR THE
      *   MORNING SHIFT, ONE BLOCK PER BUSINESS DATE, SO WHERE THE
      *   NIGHT STOPPED IS ON ONE PAGE INSTEAD OF SPREAD ACROSS
      *   EIGHT JOB LOGS.
      *
      *   EACH DATE LISTS THE STREAM STEPS IN RUNNING ORDER --
      *   WEATHEDIT, TABLELAB, SUSPCORR, DRYWATCH, DISTRIB, DAYBAL --
      *   WITH 'NOT RUN' FOR ANY THAT HAVEN'T STARTED, FOLLOWED BY
      *   WHATEVER ELSE RAN UNDER THE DATE (HISTLOAD, WEANORM).  A
      *   STEP STILL SHOWING STARTED NEVER REACHED A CLEAN END OF
      *   JOB -- IT ABENDED, STOPPED ITSELF, OR IS STILL RUNNING.
      *   THE DATE LINE SAYS EITHER THE STREAM COMPLETED OR WHICH
      *   STEP IT STOPPED AT: THE FIRST STEP IN RUNNING ORDER THAT
      *   HASN'T FINISHED CLEANLY (COMPLETE, RETURN CODE 4 OR LESS),
      *   MARKED '<<<' ON ITS LINE.  SUSPCORR DOESN'T RUN EVERY
      *   NIGHT, SO IT ONLY STOPS THE STREAM IF IT STARTED.
      *
      *   PARAMETER CARD LAYOUT (STRMPARM.TXT, ONE RECORD):
      *        POSITION 1-8    FIRST BUSINESS DATE YYYYMMDD
      *        POSITION 9-16   LAST BUSINESS DATE YYYYMMDD
      *   NO CARD, OR A DATE THAT ISN'T NUMERIC, PRINTS THE LAST
      *   SEVEN DAYS THROUGH TODAY.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT STREAM-PARM-FILE
                ASSIGN TO 'STRMPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STRMPARM-STATUS.

            SELECT STREAM-CONTROL-FILE
                ASSIGN TO 'STRMCTL.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS STRM-KEY
                FILE STATUS IS WS-STRMCTL-STATUS.

            SELECT STREAM-REPORT-FILE
                ASSIGN TO 'STRMRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STREAM-PARM-FILE
          RECORD CONTAINS 16 CHARACTERS.

       01 STREAM-PARM-RECORD.
          05 SP-START-DATE    PIC X(8).
          05 SP-END-DATE      PIC X(8).

       FD STREAM-CONTROL-FILE
          RECORD CONTAINS 57 CHARACTERS.

       COPY STRMREC.

       FD STREAM-REPORT-FILE.

       01 STREAM-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-STRMPARM-STATUS  PIC XX.
       01 WS-STRMCTL-STATUS   PIC XX.

       01 WS-STRMCTL-EOF-FLAG  PIC X  VALUE SPACE.
          88 STRMCTL-AT-END         VALUE 'Y'.

       01 WS-SELECT-START     PIC 9(8)  VALUE ZERO.
       01 WS-SELECT-END       PIC 9(8)  VALUE ZERO.

       01 WS-CURRENT-DATE     PIC 9(8).

      *THE STREAM STEPS IN RUNNING ORDER.  'R' MARKS A STEP THAT
      *RUNS EVERY NIGHT; SUSPCORR ONLY RUNS WHEN THE DESK HAS
      *CORRECTIONS.

       01 STREAM-ORDER-VALUES.
          05  PIC X(10)  VALUE 'WEATHEDITR'.
          05  PIC X(10)  VALUE 'TABLELAB R'.
          05  PIC X(10)  VALUE 'SUSPCORR  '.
          05  PIC X(10)  VALUE 'DRYWATCH R'.
          05  PIC X(10)  VALUE 'DISTRIB  R'.
          05  PIC X(10)  VALUE 'DAYBAL   R'.

       01 STREAM-ORDER-TABLE REDEFINES STREAM-ORDER-VALUES.
          05 STREAM-ORDER-ENTRY OCCURS 6 TIMES.
             10 SO-STEP-NAME       PIC X(9).
             10 SO-REQUIRED-FLAG   PIC X.
                88 SO-REQUIRED          VALUE 'R'.

       01 WS-STREAM-ORDER-COUNT  PIC 9  VALUE 6.

      *ONE BUSINESS DATE'S STEPS, HELD UNTIL THE DATE CHANGES SO
      *THEY CAN BE PRINTED IN RUNNING ORDER RATHER THAN KEY ORDER.

       01 WS-STEP-COUNT  PIC 99  VALUE ZERO.

       01 STEP-TABLE.
          05 STEP-ENTRY OCCURS 20 TIMES.
             10 ST-STEP-NAME       PIC X(9).
             10 ST-STEP-STATUS     PIC X.
                88 ST-STEP-COMPLETE     VALUE 'C'.
             10 ST-START-DATE      PIC 9(8).
             10 ST-START-TIME      PIC 9(8).
             10 ST-END-DATE        PIC 9(8).
             10 ST-END-TIME        PIC 9(8).
             10 ST-RETURN-CODE     PIC 9(4).
             10 ST-RUN-COUNT       PIC 9(3).
             10 ST-PRINTED-FLAG    PIC X.
                88 ST-PRINTED           VALUE 'Y'.

       01 SUB-O  PIC 9.
       01 SUB-T  PIC 99.
       01 WS-FOUND-SUB  PIC 99.

       01 WS-DATE-IN-HAND     PIC 9(8)  VALUE ZERO.
       01 WS-STOP-STEP        PIC X(9).
       01 WS-TABLE-FULL-COUNT PIC 9(4)  VALUE ZERO.

       01 WS-DATES-PRINTED    PIC 9(4)  VALUE ZERO.
       01 WS-DATES-STOPPED    PIC 9(4)  VALUE ZERO.

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

      *A DATE/TIME STAMP AS PRINTED -- THE TIME IS CARRIED AS
      *HHMMSSHH AND PRINTED TO THE SECOND.

       01 WS-STAMP-TIME     PIC 9(8).
       01 WS-STAMP-TIME-PARTS REDEFINES WS-STAMP-TIME.
          05 WS-STAMP-HH    PIC 99.
          05 WS-STAMP-MM    PIC 99.
          05 WS-STAMP-SS    PIC 99.
          05                PIC 99.

       01 STAMP-DISPLAY.
          05 SD-DATE        PIC 9(8).
          05                PIC X(1)  VALUE SPACE.
          05 SD-HH          PIC 99.
          05                PIC X(1)  VALUE ':'.
          05 SD-MM          PIC 99.
          05                PIC X(1)  VALUE ':'.
          05 SD-SS          PIC 99.

       01 WS-RC-EDIT        PIC ZZZ9.
       01 WS-RUNS-EDIT      PIC ZZ9.

       01 HEADER-LINE-1.
          05        PIC X(29) VALUE SPACES.
          05        PIC X(19) VALUE 'Daily Stream Status'.

       01 HEADER-LINE-2.
          05        PIC X(25) VALUE SPACES.
          05        PIC X(6)  VALUE 'From: '.
          05 HDR-START-DATE    PIC 9(8).
          05        PIC X(6)  VALUE '  To: '.
          05 HDR-END-DATE      PIC 9(8).

       01 DATE-LINE.
          05        PIC X(15) VALUE 'Business date: '.
          05 DL-BUSINESS-DATE  PIC 9(8).
          05        PIC X(4)  VALUE SPACES.
          05 DL-VERDICT        PIC X(18).
          05 DL-STOP-STEP      PIC X(9).

       01 COLUMN-LINE.
          05        PIC X(11) VALUE 'Step'.
          05        PIC X(15) VALUE 'Status'.
          05        PIC X(19) VALUE 'Started'.
          05        PIC X(19) VALUE 'Finished'.
          05        PIC X(6)  VALUE '  RC'.
          05        PIC X(4)  VALUE 'Runs'.

       01 STEP-DETAIL-LINE.
          05 DTL-STEP-NAME     PIC X(9).
          05                   PIC X(2)  VALUE SPACES.
          05 DTL-STATUS        PIC X(14).
          05                   PIC X(1)  VALUE SPACES.
          05 DTL-STARTED       PIC X(17).
          05                   PIC X(2)  VALUE SPACES.
          05 DTL-FINISHED      PIC X(17).
          05                   PIC X(2)  VALUE SPACES.
          05 DTL-RC            PIC X(4).
          05                   PIC X(2)  VALUE SPACES.
          05 DTL-RUNS          PIC X(3).
          05                   PIC X(1)  VALUE SPACES.
          05 DTL-FLAG          PIC X(3).

       01 NO-DATES-LINE.
          05        PIC X(40)
                      VALUE 'No stream steps recorded for these dates'.

       01 TRAILER-LINE.
          05        PIC X(15) VALUE 'Dates printed: '.
          05 TRL-DATES-PRINTED    PIC ZZZ9.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(22) VALUE 'Stopped short of end: '.
          05 TRL-DATES-STOPPED    PIC ZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-READ-ROUTINE
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

           PERFORM 210-LOAD-PARM-CARD

           OPEN INPUT STREAM-CONTROL-FILE
           IF WS-STRMCTL-STATUS NOT = '00'
               DISPLAY 'STRMRPT: NO STREAM CONTROL FILE '
                       '(STRMCTL.DAT) - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN OUTPUT STREAM-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-PARM-CARD.

      *THE MORNING SHIFT'S USUAL ASK IS THE LAST FEW NIGHTS, SO
      *THAT IS THE DEFAULT; A CARD PULLS ANY RANGE OF DATES BACK.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-SELECT-END
                                   WS-WALK-DATE
           PERFORM 800-BACK-UP-ONE-DAY 6 TIMES
           MOVE WS-WALK-DATE TO WS-SELECT-START

           OPEN INPUT STREAM-PARM-FILE
           IF WS-STRMPARM-STATUS = '00'
               READ STREAM-PARM-FILE
                   NOT AT END
                       IF SP-START-DATE IS NUMERIC
                          AND SP-END-DATE IS NUMERIC
                           MOVE SP-START-DATE TO WS-SELECT-START
                           MOVE SP-END-DATE   TO WS-SELECT-END
                       END-IF
               END-READ
               CLOSE STREAM-PARM-FILE
           END-IF

          .

       300-READ-ROUTINE.

           MOVE WS-SELECT-START TO STRM-BUSINESS-DATE
           MOVE LOW-VALUES      TO STRM-STEP-NAME
           START STREAM-CONTROL-FILE
               KEY IS NOT LESS THAN STRM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-STRMCTL-EOF-FLAG
           END-START

           PERFORM UNTIL STRMCTL-AT-END
               READ STREAM-CONTROL-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-STRMCTL-EOF-FLAG
                   NOT AT END
                       IF STRM-BUSINESS-DATE > WS-SELECT-END
                           MOVE 'Y' TO WS-STRMCTL-EOF-FLAG
                       ELSE
                           PERFORM 400-TAKE-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM

           IF WS-STEP-COUNT > ZERO
               PERFORM 500-PRINT-ONE-DATE
           END-IF

          .

       400-TAKE-ONE-STEP.

      *THE FILE COMES BACK DATE-MAJOR, SO A CHANGE OF DATE MEANS
      *THE DATE IN HAND HAS ALL ITS STEPS AND CAN BE PRINTED.

           IF STRM-BUSINESS-DATE NOT = WS-DATE-IN-HAND
               IF WS-STEP-COUNT > ZERO
                   PERFORM 500-PRINT-ONE-DATE
               END-IF
               MOVE STRM-BUSINESS-DATE TO WS-DATE-IN-HAND
               MOVE ZERO TO WS-STEP-COUNT
           END-IF

           IF WS-STEP-COUNT >= 20
               ADD 1 TO WS-TABLE-FULL-COUNT
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE STRM-STEP-NAME    TO ST-STEP-NAME(WS-STEP-COUNT)
               MOVE STRM-STEP-STATUS  TO ST-STEP-STATUS(WS-STEP-COUNT)
               MOVE STRM-START-DATE   TO ST-START-DATE(WS-STEP-COUNT)
               MOVE STRM-START-TIME   TO ST-START-TIME(WS-STEP-COUNT)
               MOVE STRM-END-DATE     TO ST-END-DATE(WS-STEP-COUNT)
               MOVE STRM-END-TIME     TO ST-END-TIME(WS-STEP-COUNT)
               MOVE STRM-RETURN-CODE  TO ST-RETURN-CODE(WS-STEP-COUNT)
               MOVE STRM-RUN-COUNT    TO ST-RUN-COUNT(WS-STEP-COUNT)
               MOVE SPACE             TO ST-PRINTED-FLAG(WS-STEP-COUNT)
           END-IF

          .

       500-PRINT-ONE-DATE.

           MOVE SPACES TO WS-STOP-STEP
           PERFORM 510-CHECK-STREAM-STEP
                VARYING SUB-O FROM 1 BY 1
                  UNTIL SUB-O > WS-STREAM-ORDER-COUNT

           MOVE WS-DATE-IN-HAND TO DL-BUSINESS-DATE
           IF WS-STOP-STEP = SPACES
               MOVE 'STREAM COMPLETE'    TO DL-VERDICT
               MOVE SPACES               TO DL-STOP-STEP
           ELSE
               MOVE 'STREAM STOPPED AT ' TO DL-VERDICT
               MOVE WS-STOP-STEP         TO DL-STOP-STEP
               ADD 1 TO WS-DATES-STOPPED
           END-IF
           ADD 1 TO WS-DATES-PRINTED

           WRITE STREAM-REPORT-ITEM FROM DATE-LINE
               AFTER ADVANCING 3 LINES
           WRITE STREAM-REPORT-ITEM FROM COLUMN-LINE
               AFTER ADVANCING 2 LINES

           PERFORM 520-PRINT-STREAM-STEP
                VARYING SUB-O FROM 1 BY 1
                  UNTIL SUB-O > WS-STREAM-ORDER-COUNT

           PERFORM 530-PRINT-OTHER-STEP
                VARYING SUB-T FROM 1 BY 1
                  UNTIL SUB-T > WS-STEP-COUNT

          .

       510-CHECK-STREAM-STEP.

      *THE STREAM STOPPED AT THE FIRST STEP IN RUNNING ORDER THAT
      *HASN'T FINISHED CLEANLY -- AN EVERY-NIGHT STEP THAT HASN'T
      *RUN, OR ANY STEP THAT RAN AND DIDN'T FINISH CLEANLY.

           IF WS-STOP-STEP = SPACES
               PERFORM 515-FIND-STEP
               IF WS-FOUND-SUB = ZERO
                   IF SO-REQUIRED(SUB-O)
                       MOVE SO-STEP-NAME(SUB-O) TO WS-STOP-STEP
                   END-IF
               ELSE
                   IF NOT ST-STEP-COMPLETE(WS-FOUND-SUB)
                      OR ST-RETURN-CODE(WS-FOUND-SUB) > 4
                       MOVE SO-STEP-NAME(SUB-O) TO WS-STOP-STEP
                   END-IF
               END-IF
           END-IF

          .

       515-FIND-STEP.

           MOVE ZERO TO WS-FOUND-SUB
           PERFORM 517-MATCH-ONE-STEP
                VARYING SUB-T FROM 1 BY 1
                  UNTIL SUB-T > WS-STEP-COUNT
                     OR WS-FOUND-SUB > ZERO

          .

       517-MATCH-ONE-STEP.

           IF ST-STEP-NAME(SUB-T) = SO-STEP-NAME(SUB-O)
               MOVE SUB-T TO WS-FOUND-SUB
           END-IF

          .

       520-PRINT-STREAM-STEP.

           PERFORM 515-FIND-STEP

           IF WS-FOUND-SUB = ZERO
               MOVE SPACES              TO STEP-DETAIL-LINE
               MOVE SO-STEP-NAME(SUB-O) TO DTL-STEP-NAME
               MOVE 'NOT RUN'           TO DTL-STATUS
               IF SO-STEP-NAME(SUB-O) = WS-STOP-STEP
                   MOVE '<<<' TO DTL-FLAG
               END-IF
               WRITE STREAM-REPORT-ITEM FROM STEP-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE WS-FOUND-SUB TO SUB-T
               PERFORM 550-PRINT-ONE-STEP
           END-IF

          .

       530-PRINT-OTHER-STEP.

      *STEPS OUTSIDE THE NIGHTLY STREAM -- HISTLOAD, WEANORM --
      *FOLLOW THE STREAM STEPS IN KEY ORDER.

           IF NOT ST-PRINTED(SUB-T)
               PERFORM 550-PRINT-ONE-STEP
           END-IF

          .

       550-PRINT-ONE-STEP.

           MOVE SPACES              TO STEP-DETAIL-LINE
           MOVE ST-STEP-NAME(SUB-T) TO DTL-STEP-NAME

           MOVE ST-START-DATE(SUB-T) TO SD-DATE
           MOVE ST-START-TIME(SUB-T) TO WS-STAMP-TIME
           PERFORM 560-FORMAT-STAMP
           MOVE STAMP-DISPLAY TO DTL-STARTED

           IF ST-STEP-COMPLETE(SUB-T)
               MOVE 'COMPLETE' TO DTL-STATUS
               MOVE ST-END-DATE(SUB-T) TO SD-DATE
               MOVE ST-END-TIME(SUB-T) TO WS-STAMP-TIME
               PERFORM 560-FORMAT-STAMP
               MOVE STAMP-DISPLAY TO DTL-FINISHED
               MOVE ST-RETURN-CODE(SUB-T) TO WS-RC-EDIT
               MOVE WS-RC-EDIT TO DTL-RC
           ELSE
               MOVE 'STARTED ONLY' TO DTL-STATUS
           END-IF

           MOVE ST-RUN-COUNT(SUB-T) TO WS-RUNS-EDIT
           MOVE WS-RUNS-EDIT TO DTL-RUNS

           IF ST-STEP-NAME(SUB-T) = WS-STOP-STEP
               MOVE '<<<' TO DTL-FLAG
           END-IF

           WRITE STREAM-REPORT-ITEM FROM STEP-DETAIL-LINE
               AFTER ADVANCING 1 LINE

           MOVE 'Y' TO ST-PRINTED-FLAG(SUB-T)

          .

       560-FORMAT-STAMP.

           MOVE WS-STAMP-HH TO SD-HH
           MOVE WS-STAMP-MM TO SD-MM
           MOVE WS-STAMP-SS TO SD-SS

          .

       600-EOJ-ROUTINE.

           IF WS-DATES-PRINTED = ZERO
               WRITE STREAM-REPORT-ITEM FROM NO-DATES-LINE
                   AFTER ADVANCING 3 LINES
           END-IF

           MOVE WS-DATES-PRINTED TO TRL-DATES-PRINTED
           MOVE WS-DATES-STOPPED TO TRL-DATES-STOPPED

           WRITE STREAM-REPORT-ITEM FROM TRAILER-LINE
               AFTER ADVANCING 3 LINES

           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY 'STRMRPT: MORE THAN 20 STEPS ON ONE DATE - '
                       WS-TABLE-FULL-COUNT ' NOT PRINTED'
           END-IF

           CLOSE STREAM-CONTROL-FILE
                 STREAM-REPORT-FILE

          .

       700-PRINT-THE-HEADERS.

           MOVE WS-SELECT-START TO HDR-START-DATE
           MOVE WS-SELECT-END   TO HDR-END-DATE

           WRITE STREAM-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE STREAM-REPORT-ITEM FROM HEADER-LINE-2
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
