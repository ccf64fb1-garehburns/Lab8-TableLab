       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSVRECON.
       AUTHOR.        GARRETT BURNS.
      ******************************************************************
      *        CS370           TABLE LAB - CSV LOAD RECONCILIATION
      *
      *   TABLELAB'S WEACSV.TXT AND SUSPCORR'S SUSPCSV.TXT GO TO THE
      *   CLIMATE-DATABASE TEAM FOR LOADING.  EACH EXTRACT CARRIES A
      *   HEADER AND A CONTROL TRAILER AND IS ENTERED ON THE EXTRACT
      *   LOG CSVLOG.DAT (SEE COPY CSVLREC) WHEN IT GOES OUT.  THE
      *   TEAM SENDS BACK AN ACKNOWLEDGMENT FILE (CSVACK.TXT) SAYING,
      *   FOR EACH EXTRACT THEY PROCESSED, HOW MANY RECORDS LOADED,
      *   HOW MANY THEY REJECTED, AND WHY.  THIS PROGRAM:
      *        MATCHES EACH ACKNOWLEDGMENT TO ITS EXTRACT ON THE LOG
      *          AND POSTS THE COUNTS THERE
      *        PRINTS, PER EXTRACT, WHAT WAS SENT AGAINST WHAT
      *          LOADED -- EVERY REJECTED RECORD WITH ITS REASON,
      *          AND ANY RECORDS THE ACK DOESN'T ACCOUNT FOR AT ALL
      *        LISTS EVERY EXTRACT STILL WAITING ON AN ACK, FLAGGING
      *          THE ONES SENT MORE THAN THE DESK-SET NUMBER OF DAYS
      *          AGO SO THE GAP IS CHASED BEFORE MONTH END
      *   REPORT IS CSVRRPT.TXT.  AN ACK FOR AN EXTRACT THAT ISN'T ON
      *   THE LOG PRINTS AS UNMATCHED AND CHANGES NOTHING.  AN ACK
      *   RECEIVED AGAIN SIMPLY POSTS OVER THE FIRST ONE.  NO ACK
      *   FILE TODAY STILL PRINTS THE OUTSTANDING LIST.
      *
      *   ACKNOWLEDGMENT FILE LAYOUT (CSVACK.TXT, ONE PER LINE):
      *        POSITION 1      RECORD TYPE       A = EXTRACT SUMMARY
      *                                          R = REJECTED RECORD
      *        POSITION 2-16   EXTRACT ID (FROM THE EXTRACT'S H/T
      *                        RECORDS)
      *      TYPE A:
      *        POSITION 17-22  RECORDS LOADED
      *        POSITION 23-28  RECORDS REJECTED
      *        POSITION 29-36  DATE LOADED (YYYYMMDD)
      *      TYPE R:
      *        POSITION 17-24  WEATHER DATE OF THE REJECTED RECORD
      *        POSITION 25-27  STATION CODE
      *        POSITION 28-67  REJECT REASON
      *
      *   PARAMETER CARD LAYOUT (CSVRPARM.TXT, ONE RECORD):
      *        POSITION 1-3    DAYS AN EXTRACT MAY GO UNACKNOWLEDGED
      *                        BEFORE IT IS FLAGGED OVERDUE
      *   NO CARD, OR A FIELD THAT ISN'T NUMERIC, LEAVES IT AT 5.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT RECON-PARM-FILE
                ASSIGN TO 'CSVRPARM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RECPARM-STATUS.

            SELECT ACK-FILE
                ASSIGN TO 'CSVACK.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACK-STATUS.

            SELECT CSV-LOG-FILE
                ASSIGN TO 'CSVLOG.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CSVL-EXTRACT-ID
                FILE STATUS IS WS-CSVLOG-STATUS.

            SELECT RECON-REPORT-FILE
                ASSIGN TO 'CSVRRPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RECON-PARM-FILE
          RECORD CONTAINS 3 CHARACTERS.

       01 RECON-PARM-RECORD.
          05 RPARM-AGE-LIMIT        PIC X(3).

       FD ACK-FILE
          RECORD CONTAINS 80 CHARACTERS.

       01 ACK-RECORD.
          05 ACK-RECORD-TYPE        PIC X(1).
             88 ACK-EXTRACT-SUMMARY      VALUE 'A'.
             88 ACK-REJECTED-RECORD      VALUE 'R'.
          05 ACK-EXTRACT-ID         PIC X(15).
          05 ACK-SUMMARY-AREA.
             10 ACK-RECORDS-LOADED    PIC X(6).
             10 ACK-RECORDS-REJECTED  PIC X(6).
             10 ACK-LOAD-DATE         PIC X(8).
             10                       PIC X(44).
          05 ACK-REJECT-AREA REDEFINES ACK-SUMMARY-AREA.
             10 ACK-REJ-WEATHER-DATE  PIC X(8).
             10 ACK-REJ-STATION-CODE  PIC X(3).
             10 ACK-REJ-REASON        PIC X(40).
             10                       PIC X(13).

      *THE EXTRACT LOG TABLELAB AND SUSPCORR WRITE -- REWRITTEN
      *HERE AS EACH EXTRACT'S ACKNOWLEDGMENT ARRIVES.

       FD CSV-LOG-FILE
          RECORD CONTAINS 67 CHARACTERS.

       COPY CSVLREC.

       FD RECON-REPORT-FILE.

       01 RECON-REPORT-ITEM PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-RECPARM-STATUS  PIC XX.
       01 WS-ACK-STATUS      PIC XX.
       01 WS-CSVLOG-STATUS   PIC XX.

       01 WS-ACK-EOF-FLAG  PIC X  VALUE SPACE.
          88 ACK-AT-END          VALUE 'Y'.

       01 WS-LOG-EOF-FLAG  PIC X  VALUE SPACE.
          88 LOG-AT-END          VALUE 'Y'.

       01 WS-ACK-FILE-SWITCH  PIC X  VALUE SPACE.
          88 WS-ACK-FILE-RECEIVED     VALUE 'Y'.

       01 WS-CURRENT-DATE   PIC 9(8).
       01 WS-CUTOFF-DATE    PIC 9(8).

      *THE DESK'S LIMIT.  IF THE PARAMETER FILE HASN'T BEEN SET UP
      *YET THIS VALUE STANDS AS THE DEFAULT.

       01 WS-AGE-LIMIT      PIC 9(3)  VALUE 005.

      *ONE DAY BACK AT A TIME, FOR THE OVERDUE CUTOFF.

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

      *RECORDS AN EXTRACT SENT THAT ITS ACK NEITHER LOADED NOR
      *REJECTED.  NEGATIVE WHEN THE ACK CLAIMS MORE THAN WAS SENT.

       01 WS-UNACCOUNTED      PIC S9(7).

       01 WS-ACKS-APPLIED       PIC 9(5)  VALUE ZERO.
       01 WS-ACKS-UNMATCHED     PIC 9(5)  VALUE ZERO.
       01 WS-REJECTS-LISTED     PIC 9(6)  VALUE ZERO.
       01 WS-RECORDS-NOT-LOADED PIC 9(7)  VALUE ZERO.
       01 WS-EXTRACTS-AWAITING  PIC 9(5)  VALUE ZERO.
       01 WS-EXTRACTS-OVERDUE   PIC 9(5)  VALUE ZERO.

       01 HEADER-LINE-1.
          05        PIC X(20) VALUE SPACES.
          05        PIC X(37) VALUE
              'Climate-Database Load Reconciliation '.
          05 HDR-RUN-DATE       PIC 9(8).

       01 HEADER-LINE-2.
          05        PIC X(35) VALUE
              'Unacknowledged extracts overdue at '.
          05 HDR-AGE-LIMIT      PIC ZZ9.
          05        PIC X(20) VALUE ' days (sent before '.
          05 HDR-CUTOFF-DATE    PIC 9(8).
          05        PIC X(1)  VALUE ')'.

       01 ACK-SECTION-HEADING.
          05        PIC X(24) VALUE 'Acknowledgments received'.

       01 ACK-COLUMN-LINE.
          05        PIC X(16) VALUE 'Extract ID'.
          05        PIC X(8)  VALUE 'Type'.
          05        PIC X(8)  VALUE '  Sent'.
          05        PIC X(8)  VALUE 'Loaded'.
          05        PIC X(8)  VALUE 'Reject'.
          05        PIC X(8)  VALUE 'Unacct'.
          05        PIC X(6)  VALUE 'Status'.

       01 ACK-DETAIL-LINE.
          05 AKL-EXTRACT-ID     PIC X(15).
          05        PIC X(1)  VALUE SPACES.
          05 AKL-EXTRACT-TYPE   PIC X(7).
          05        PIC X(1)  VALUE SPACES.
          05 AKL-SENT           PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 AKL-LOADED         PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 AKL-REJECTED       PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 AKL-UNACCOUNTED    PIC -----9.
          05        PIC X(2)  VALUE SPACES.
          05 AKL-STATUS         PIC X(20).

       01 REJECT-DETAIL-LINE.
          05        PIC X(4)  VALUE SPACES.
          05        PIC X(12) VALUE 'Not loaded: '.
          05 RJL-STATION-CODE   PIC X(3).
          05        PIC X(1)  VALUE SPACES.
          05 RJL-WEATHER-DATE   PIC X(8).
          05        PIC X(2)  VALUE SPACES.
          05 RJL-REASON         PIC X(40).

       01 NO-ACK-FILE-LINE.
          05        PIC X(31) VALUE
              'No acknowledgment file received'.

       01 OUTSTANDING-HEADING.
          05        PIC X(38) VALUE
              'Extracts sent and not yet acknowledged'.

       01 OUTSTANDING-COLUMN-LINE.
          05        PIC X(16) VALUE 'Extract ID'.
          05        PIC X(8)  VALUE 'Type'.
          05        PIC X(10) VALUE 'Sent on'.
          05        PIC X(8)  VALUE 'Records'.
          05        PIC X(12) VALUE 'Hash total'.
          05        PIC X(4)  VALUE 'Flag'.

       01 OUTSTANDING-DETAIL-LINE.
          05 OSL-EXTRACT-ID     PIC X(15).
          05        PIC X(1)  VALUE SPACES.
          05 OSL-EXTRACT-TYPE   PIC X(7).
          05        PIC X(1)  VALUE SPACES.
          05 OSL-SENT-DATE      PIC 9(8).
          05        PIC X(2)  VALUE SPACES.
          05 OSL-RECORDS        PIC ZZZZZ9.
          05        PIC X(2)  VALUE SPACES.
          05 OSL-HASH-TOTAL     PIC ---------9.
          05        PIC X(2)  VALUE SPACES.
          05 OSL-FLAG           PIC X(7).

       01 NONE-OUTSTANDING-LINE.
          05        PIC X(16) VALUE 'None outstanding'.

       01 TRAILER-LINE-1.
          05        PIC X(14) VALUE 'Acks applied: '.
          05 TRL-ACKS-APPLIED       PIC ZZZZ9.
          05        PIC X(14) VALUE '   Unmatched: '.
          05 TRL-ACKS-UNMATCHED     PIC ZZZZ9.
          05        PIC X(24) VALUE '   Records not loaded: '.
          05 TRL-RECORDS-NOT-LOADED PIC ZZZZZZ9.

       01 TRAILER-LINE-2.
          05        PIC X(14) VALUE 'Awaiting ack: '.
          05 TRL-EXTRACTS-AWAITING  PIC ZZZZ9.
          05        PIC X(14) VALUE '   Overdue:   '.
          05 TRL-EXTRACTS-OVERDUE   PIC ZZZZ9.



       PROCEDURE DIVISION.

       100-MAIN.

           PERFORM 200-HOUSEKEEPING
           PERFORM 300-APPLY-ACKNOWLEDGMENTS
           PERFORM 400-LIST-OUTSTANDING
           PERFORM 600-EOJ-ROUTINE
           STOP RUN

          .

       200-HOUSEKEEPING.

      *NO EXTRACT LOG MEANS NOTHING HAS EVER BEEN SENT UNDER THE
      *HEADER/TRAILER FORMAT, SO THERE IS NOTHING TO RECONCILE.

           PERFORM 210-LOAD-RECON-PARMS
           PERFORM 220-SET-CUTOFF-DATE

           OPEN I-O CSV-LOG-FILE
           IF WS-CSVLOG-STATUS NOT = '00'
               DISPLAY 'CSVRECON: EXTRACT LOG (CSVLOG.DAT) NOT '
                       'AVAILABLE - RUN STOPPED'
               STOP RUN
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS = '00'
               MOVE 'Y' TO WS-ACK-FILE-SWITCH
           END-IF

           OPEN OUTPUT RECON-REPORT-FILE
           PERFORM 700-PRINT-THE-HEADERS

          .

       210-LOAD-RECON-PARMS.

           OPEN INPUT RECON-PARM-FILE
           IF WS-RECPARM-STATUS = '00'
               READ RECON-PARM-FILE
                   NOT AT END
                       IF RPARM-AGE-LIMIT IS NUMERIC
                           MOVE RPARM-AGE-LIMIT TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE RECON-PARM-FILE
           END-IF

          .

       220-SET-CUTOFF-DATE.

      *AN EXTRACT SENT BEFORE THE CUTOFF HAS GONE UNACKNOWLEDGED
      *LONGER THAN THE DESK ALLOWS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-WALK-DATE
           PERFORM 800-BACK-UP-ONE-DAY WS-AGE-LIMIT TIMES
           MOVE WS-WALK-DATE TO WS-CUTOFF-DATE

          .

       300-APPLY-ACKNOWLEDGMENTS.

      *THE TEAM'S FILE LISTS EACH EXTRACT'S SUMMARY FOLLOWED BY ITS
      *REJECTED RECORDS, SO THE REJECTS PRINT UNDER THEIR EXTRACT.

           WRITE RECON-REPORT-ITEM FROM ACK-SECTION-HEADING
               AFTER ADVANCING 2 LINES

           IF WS-ACK-FILE-RECEIVED
               WRITE RECON-REPORT-ITEM FROM ACK-COLUMN-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM UNTIL ACK-AT-END
                   READ ACK-FILE
                       AT END
                           MOVE 'Y' TO WS-ACK-EOF-FLAG
                       NOT AT END
                           PERFORM 310-APPLY-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           ELSE
               WRITE RECON-REPORT-ITEM FROM NO-ACK-FILE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       310-APPLY-ONE-ACK.

           EVALUATE TRUE
               WHEN ACK-EXTRACT-SUMMARY
                   PERFORM 315-POST-ACK-TO-LOG
               WHEN ACK-REJECTED-RECORD
                   PERFORM 320-PRINT-ONE-REJECT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

          .

       315-POST-ACK-TO-LOG.

      *MATCHES THE ACK TO ITS EXTRACT AND POSTS THE COUNTS.  AN
      *EXTRACT LOADS CLEAN ONLY WHEN NOTHING WAS REJECTED AND THE
      *ACK ACCOUNTS FOR EVERY RECORD THE TRAILER SAID WAS SENT.

           MOVE ACK-EXTRACT-ID TO AKL-EXTRACT-ID
           MOVE SPACES         TO AKL-EXTRACT-TYPE
           MOVE ZERO           TO AKL-SENT
           MOVE ZERO           TO AKL-LOADED
           MOVE ZERO           TO AKL-REJECTED
           MOVE ZERO           TO AKL-UNACCOUNTED

           IF ACK-RECORDS-LOADED   IS NOT NUMERIC
            OR ACK-RECORDS-REJECTED IS NOT NUMERIC
            OR ACK-LOAD-DATE        IS NOT NUMERIC
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE 'UNREADABLE ACK' TO AKL-STATUS
           ELSE
               MOVE ACK-EXTRACT-ID TO CSVL-EXTRACT-ID
               READ CSV-LOG-FILE
                   INVALID KEY
                       ADD 1 TO WS-ACKS-UNMATCHED
                       MOVE ACK-RECORDS-LOADED   TO AKL-LOADED
                       MOVE ACK-RECORDS-REJECTED TO AKL-REJECTED
                       MOVE 'NOT ON EXTRACT LOG' TO AKL-STATUS
                   NOT INVALID KEY
                       PERFORM 317-UPDATE-LOG-ENTRY
               END-READ
           END-IF

           WRITE RECON-REPORT-ITEM FROM ACK-DETAIL-LINE
               AFTER ADVANCING 2 LINES

          .

       317-UPDATE-LOG-ENTRY.

           ADD 1 TO WS-ACKS-APPLIED

           MOVE ACK-RECORDS-LOADED   TO CSVL-RECORDS-LOADED
           MOVE ACK-RECORDS-REJECTED TO CSVL-RECORDS-REJECTED
           MOVE ACK-LOAD-DATE        TO CSVL-ACK-DATE

           COMPUTE WS-UNACCOUNTED = CSVL-RECORD-COUNT
                                  - CSVL-RECORDS-LOADED
                                  - CSVL-RECORDS-REJECTED

           ADD CSVL-RECORDS-REJECTED TO WS-RECORDS-NOT-LOADED

           EVALUATE TRUE
               WHEN WS-UNACCOUNTED < ZERO
                   MOVE 'E' TO CSVL-ACK-STATUS
                   MOVE 'ACK EXCEEDS SENT' TO AKL-STATUS
               WHEN WS-UNACCOUNTED > ZERO
                   MOVE 'E' TO CSVL-ACK-STATUS
                   ADD WS-UNACCOUNTED TO WS-RECORDS-NOT-LOADED
                   MOVE 'NOT ALL LOADED' TO AKL-STATUS
               WHEN CSVL-RECORDS-REJECTED > ZERO
                   MOVE 'E' TO CSVL-ACK-STATUS
                   MOVE 'NOT ALL LOADED' TO AKL-STATUS
               WHEN OTHER
                   MOVE 'L' TO CSVL-ACK-STATUS
                   MOVE 'Loaded clean' TO AKL-STATUS
           END-EVALUATE

           REWRITE CSV-LOG-RECORD

           MOVE CSVL-EXTRACT-TYPE     TO AKL-EXTRACT-TYPE
           MOVE CSVL-RECORD-COUNT     TO AKL-SENT
           MOVE CSVL-RECORDS-LOADED   TO AKL-LOADED
           MOVE CSVL-RECORDS-REJECTED TO AKL-REJECTED
           MOVE WS-UNACCOUNTED        TO AKL-UNACCOUNTED

          .

       320-PRINT-ONE-REJECT.

           ADD 1 TO WS-REJECTS-LISTED

           MOVE ACK-REJ-STATION-CODE  TO RJL-STATION-CODE
           MOVE ACK-REJ-WEATHER-DATE  TO RJL-WEATHER-DATE
           MOVE ACK-REJ-REASON        TO RJL-REASON

           WRITE RECON-REPORT-ITEM FROM REJECT-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       400-LIST-OUTSTANDING.

      *ONE PASS OF THE LOG IN EXTRACT-ID ORDER -- SOURCE, THEN
      *DATE -- FOR EVERY EXTRACT STILL WAITING ON ITS ACK.

           WRITE RECON-REPORT-ITEM FROM OUTSTANDING-HEADING
               AFTER ADVANCING 3 LINES
           WRITE RECON-REPORT-ITEM FROM OUTSTANDING-COLUMN-LINE
               AFTER ADVANCING 1 LINE

           MOVE LOW-VALUES TO CSVL-EXTRACT-ID
           START CSV-LOG-FILE
               KEY IS NOT LESS THAN CSVL-EXTRACT-ID
               INVALID KEY
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
           END-START

           PERFORM UNTIL LOG-AT-END
               READ CSV-LOG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOG-EOF-FLAG
                   NOT AT END
                       IF CSVL-NOT-ACKNOWLEDGED
                           PERFORM 410-LIST-ONE-OUTSTANDING
                       END-IF
               END-READ
           END-PERFORM

           IF WS-EXTRACTS-AWAITING = ZERO
               WRITE RECON-REPORT-ITEM FROM NONE-OUTSTANDING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF

          .

       410-LIST-ONE-OUTSTANDING.

           ADD 1 TO WS-EXTRACTS-AWAITING

           MOVE CSVL-EXTRACT-ID    TO OSL-EXTRACT-ID
           MOVE CSVL-EXTRACT-TYPE  TO OSL-EXTRACT-TYPE
           MOVE CSVL-CREATED-DATE  TO OSL-SENT-DATE
           MOVE CSVL-RECORD-COUNT  TO OSL-RECORDS
           MOVE CSVL-HASH-TOTAL    TO OSL-HASH-TOTAL

           IF CSVL-CREATED-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-EXTRACTS-OVERDUE
               MOVE 'OVERDUE' TO OSL-FLAG
           ELSE
               MOVE SPACES    TO OSL-FLAG
           END-IF

           WRITE RECON-REPORT-ITEM FROM OUTSTANDING-DETAIL-LINE
               AFTER ADVANCING 1 LINE

          .

       600-EOJ-ROUTINE.

           MOVE WS-ACKS-APPLIED       TO TRL-ACKS-APPLIED
           MOVE WS-ACKS-UNMATCHED     TO TRL-ACKS-UNMATCHED
           MOVE WS-RECORDS-NOT-LOADED TO TRL-RECORDS-NOT-LOADED
           MOVE WS-EXTRACTS-AWAITING  TO TRL-EXTRACTS-AWAITING
           MOVE WS-EXTRACTS-OVERDUE   TO TRL-EXTRACTS-OVERDUE

           WRITE RECON-REPORT-ITEM FROM TRAILER-LINE-1
               AFTER ADVANCING 3 LINES
           WRITE RECON-REPORT-ITEM FROM TRAILER-LINE-2
               AFTER ADVANCING 1 LINE

           CLOSE CSV-LOG-FILE
                 RECON-REPORT-FILE

           DISPLAY 'CSVRECON: ' WS-ACKS-APPLIED ' ACKS APPLIED, '
                   WS-REJECTS-LISTED ' REJECTS LISTED'
           DISPLAY 'CSVRECON: ' WS-EXTRACTS-AWAITING
                   ' EXTRACTS AWAITING ACK, '
                   WS-EXTRACTS-OVERDUE ' OVERDUE'

          .

       700-PRINT-THE-HEADERS.

           MOVE WS-CURRENT-DATE TO HDR-RUN-DATE
           WRITE RECON-REPORT-ITEM FROM HEADER-LINE-1
               AFTER ADVANCING 2 LINES

           MOVE WS-AGE-LIMIT    TO HDR-AGE-LIMIT
           MOVE WS-CUTOFF-DATE  TO HDR-CUTOFF-DATE
           WRITE RECON-REPORT-ITEM FROM HEADER-LINE-2
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
