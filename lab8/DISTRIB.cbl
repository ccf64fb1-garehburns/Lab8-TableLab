      *   WITH NO CONTROL RECORD FALLS THROUGH TO THE CATCH-ALL
      *   REGOUTX.TXT, SO NOTHING IS EVER DROPPED -- A MISSING
      *   CONTROL FILE JUST SENDS THE WHOLE DAY TO THE CATCH-ALL.
      *
      *   MODIFICATION HISTORY
      *   ---------------------------------------------------------
      *   DROUGHT-WATCH LINES (DRYADV.TXT, WRITTEN BY DRYWATCH
      *   AHEAD OF THIS STEP) LEAD WITH THEIR REGION CODE THE SAME
      *   AS ADVISORY RECORDS, AND NOW ROUTE THE SAME WAY, AFTER THE
      *   DAY'S ADVISORIES IN EACH DESK'S ADVISORY SECTION.  NO
      *   DRYADV.TXT (DRYWATCH NOT RUN, OR NOTHING FLAGGED) IS NOT
      *   AN ERROR.
      *
      *   THE RUN NOW RECORDS ITS STEP ON THE DAILY STREAM-CONTROL FILE
      *   STRMCTL.DAT (SEE COPY STRMREC) UNDER THE STREAM'S BUSINESS
      *   DATE -- STARTED AS IT BEGINS, COMPLETE WITH ITS RETURN CODE
      *   AT A CLEAN END OF JOB.  THE BUSINESS DATE IS THE LAST ONE ON
      *   THE RUN CONTROL CARD (RUNCTL.TXT), OR TODAY WITHOUT ONE.  IT
      *   WON'T START UNTIL TABLELAB AND DRYWATCH HAVE FINISHED CLEANLY
      *   FOR THE DATE, SO A DAY TABLELAB NEVER FINISHED CAN'T GO OUT
      *   ON THE DAY BEFORE'S DISTEXT.TXT.  IT ALSO WON'T START WHEN
      *   ITS OWN STEP HAS ALREADY COMPLETED FOR THE DATE, UNLESS THE
      *   RESTART OVERRIDE CARD (STRMOVR.TXT, STEP NAME IN 1-9, DATE IN
      *   10-17) NAMES IT.  A REFUSED START DISPLAYS THE STEP IN THE
      *   WAY AND ENDS WITH RETURN CODE 16.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ADVISORY-STATUS.

            SELECT DROUGHT-WATCH-FILE
                ASSIGN TO 'DRYADV.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DRYADV-STATUS.

            SELECT REGION-OUT-FILE-1
                ASSIGN TO 'REGOUT1.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.
                ASSIGN TO 'REGOUTX.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

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

          05 ADV-IN-REGION-CODE  PIC X(2).
          05                     PIC X(78).

       FD DROUGHT-WATCH-FILE.

       01 DROUGHT-WATCH-ITEM.
          05 DRY-IN-REGION-CODE  PIC X(2).
          05                     PIC X(78).

       FD REGION-OUT-FILE-1.

       01 REGION-OUT-ITEM-1 PIC X(80).

       01 REGION-OUT-ITEM-X PIC X(80).

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

       01 WS-DISTCTL-STATUS   PIC XX.
       01 WS-DISTEXT-STATUS   PIC XX.
       01 WS-ADVISORY-STATUS  PIC XX.
       01 WS-DRYADV-STATUS    PIC XX.

       01 WS-CONTROL-EOF-FLAG  PIC X  VALUE SPACE.
          88 CONTROL-AT-END         VALUE 'Y'.
       01 WS-ADVISORY-EOF-FLAG  PIC X  VALUE SPACE.
          88 ADVISORY-AT-END          VALUE 'Y'.

       01 WS-DROUGHT-EOF-FLAG  PIC X  VALUE SPACE.
          88 DROUGHT-WATCH-AT-END    VALUE 'Y'.

       01 WS-STATIONS-ROUTED   PIC 9(6)  VALUE ZERO.
       01 WS-ADVISORIES-ROUTED PIC 9(6)  VALUE ZERO.
       01 WS-DRY-WATCH-ROUTED  PIC 9(6)  VALUE ZERO.
       01 WS-UNMAPPED-COUNT    PIC 9(6)  VALUE ZERO.

      *THE DESK'S REGION-TO-FILE MAP, IN CONTROL-FILE ORDER -- THE
       01 NO-STATIONS-LINE.
          05        PIC X(33) VALUE 'No stations published this run.'.

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
       01 WS-STREAM-STEP       PIC X(9)  VALUE 'DISTRIB'.

       01 STREAM-PREREQ-VALUES.
          05  PIC X(9)  VALUE 'TABLELAB'.
          05  PIC X(9)  VALUE 'DRYWATCH'.

       01 STREAM-PREREQ-TABLE REDEFINES STREAM-PREREQ-VALUES.
          05 STREAM-PREREQ-STEP  PIC X(9)  OCCURS 2 TIMES.

       01 WS-STREAM-PREREQ-COUNT  PIC 9  VALUE 2.
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
           PERFORM 300-ROUTE-THE-STATIONS
           PERFORM 400-PRINT-THE-SUBTOTALS
           PERFORM 500-ROUTE-THE-ADVISORIES
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
               DISPLAY 'DISTRIB: STREAM CONTROL FILE (STRMCTL.DAT) '
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
               DISPLAY 'DISTRIB: RESTART OVERRIDE ACCEPTED FOR '
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

           DISPLAY 'DISTRIB: ' WS-STREAM-CHECK-STEP ' FOR '
                   WS-STREAM-DATE ' ' WS-STREAM-REASON
           DISPLAY 'DISTRIB: STEP NOT STARTED - RUN STOPPED'
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
               DISPLAY 'DISTRIB: STREAM CONTROL FILE (STRMCTL.DAT) '
                       'WON''T OPEN - STEP NOT MARKED COMPLETE'
           ELSE
               MOVE WS-STREAM-DATE TO STRM-BUSINESS-DATE
               MOVE WS-STREAM-STEP TO STRM-STEP-NAME
               READ STREAM-CONTROL-FILE
                   INVALID KEY
                       DISPLAY 'DISTRIB: STREAM CONTROL RECORD '
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

           PERFORM 210-LOAD-DIST-CONTROL

          .

       327-FIND-DROUGHT-SLOT.

           MOVE 9 TO WS-SLOT-NUMBER

           SET CONTROL-INDEX TO 1
           SEARCH CONTROL-ENTRY
           AT END
               CONTINUE

           WHEN CT-REGION-CODE(CONTROL-INDEX) = DRY-IN-REGION-CODE
               SET WS-SLOT-NUMBER TO CONTROL-INDEX
           END-SEARCH

          .

       400-PRINT-THE-SUBTOTALS.

           PERFORM 410-PRINT-ONE-SUBTOTAL
               CLOSE ADVISORY-FILE
           END-IF

           PERFORM 520-ROUTE-THE-DROUGHT-WATCH

          .

       520-ROUTE-THE-DROUGHT-WATCH.

      *DRYWATCH'S FLAGGED STATIONS FOLLOW THE ADVISORIES, ONE LINE
      *EACH, VERBATIM TO THE STATION'S DESK.

           OPEN INPUT DROUGHT-WATCH-FILE
           IF WS-DRYADV-STATUS = '00'
               PERFORM UNTIL DROUGHT-WATCH-AT-END
                   READ DROUGHT-WATCH-FILE
                       AT END
                           MOVE 'Y' TO WS-DROUGHT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-DRY-WATCH-ROUTED
                           PERFORM 327-FIND-DROUGHT-SLOT
                           MOVE DROUGHT-WATCH-ITEM TO WS-DIST-LINE
                           PERFORM 550-WRITE-TO-SLOT
                   END-READ
               END-PERFORM
               CLOSE DROUGHT-WATCH-FILE
           END-IF

          .

       510-PRINT-ADVISORY-HEADER.
           DISPLAY 'DISTRIB: ' WS-STATIONS-ROUTED ' STATIONS AND '
                   WS-ADVISORIES-ROUTED ' ADVISORIES ROUTED, '
                   WS-UNMAPPED-COUNT ' TO CATCH-ALL'
           DISPLAY 'DISTRIB: ' WS-DRY-WATCH-ROUTED
                   ' DROUGHT-WATCH LINES ROUTED'

          .

