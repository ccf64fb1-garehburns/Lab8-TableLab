      * RLOGREC.cpy
      * RECORD LAYOUT FOR THE PERMANENT OUTSIDE DATA-REQUEST LOG
      * (REQLOG.DAT, INDEXED).  DATAREQ WRITES TWO KINDS OF ENTRY:
      *   '1'  ONE PER REQUEST CARD -- WHO ASKED, FOR WHAT, WHETHER
      *        IT WAS FULFILLED OR REJECTED, AND THE PAGE AND RECORD
      *        COUNTS BILLING CHARGES FROM.  STATION AND DATE IN THE
      *        KEY ARE SPACES AND ZERO, SO THE REQUEST ENTRIES FILE
      *        TOGETHER IN REQUEST-NUMBER ORDER.
      *   '2'  ONE PER STATION/DAY RELEASED ON A CERTIFIED REPORT,
      *        WITH THE FIGURES AS RELEASED (OR 'NO DATA PUBLISHED').
      *        KEYED STATION + DATE FIRST, SO A HISTORY CORRECTION
      *        (HISTAUDT.TXT, SEE COPY HAUDREC) FINDS EVERY RELEASE OF
      *        THE DAY IT CHANGED.  A DAY CORRECTED AFTER IT WAS
      *        RELEASED IS FLAGGED AMENDMENT DUE WITH THE DATE OF THE
      *        CORRECTION -- THE REQUESTER IS OWED AN AMENDED COPY.
      * NOTHING IS EVER DELETED.  THE RELEASE STAMP IS THE RUN THAT
      * PRODUCED THE CERTIFIED REPORT.
       01 REQUEST-LOG-RECORD.
          05 RLOG-KEY.
             10 RLOG-ENTRY-TYPE        PIC X(1).
                88 RLOG-REQUEST-ENTRY      VALUE '1'.
                88 RLOG-DAY-ENTRY          VALUE '2'.
             10 RLOG-STATION-CODE      PIC X(3).
             10 RLOG-WEATHER-DATE      PIC 9(8).
             10 RLOG-REQUEST-NUMBER    PIC X(8).
          05 RLOG-RELEASE-DATE         PIC 9(8).
          05 RLOG-RELEASE-TIME         PIC 9(8).
          05 RLOG-REQUEST-DETAIL.
             10 RLOG-REQUESTER         PIC X(30).
             10 RLOG-START-DATE        PIC 9(8).
             10 RLOG-END-DATE          PIC 9(8).
             10 RLOG-FIGURES-WANTED    PIC X(4).
             10 RLOG-STATION-LIST      PIC X(30).
             10 RLOG-REQUEST-STATUS    PIC X(1).
                88 RLOG-FULFILLED          VALUE 'F'.
                88 RLOG-REJECTED           VALUE 'R'.
             10 RLOG-REJECT-REASON     PIC X(2).
             10 RLOG-PAGE-COUNT        PIC 9(4).
             10 RLOG-RECORD-COUNT      PIC 9(6).
             10 RLOG-NO-DATA-COUNT     PIC 9(6).
          05 RLOG-DAY-DETAIL REDEFINES RLOG-REQUEST-DETAIL.
             10 RLOG-DAY-STATUS        PIC X(1).
                88 RLOG-DAY-RELEASED       VALUE 'P'.
                88 RLOG-DAY-NO-DATA        VALUE 'N'.
             10 RLOG-HIGH-TEMP         PIC S9(3) SIGN LEADING SEPARATE.
             10 RLOG-LOW-TEMP          PIC S9(3) SIGN LEADING SEPARATE.
             10 RLOG-HIGH-WIND         PIC 9(3).
             10 RLOG-TOTAL-PRECIP      PIC 9(4)V9(2).
             10 RLOG-DAY-REQUESTER     PIC X(30).
             10 RLOG-AMEND-FLAG        PIC X(1).
                88 RLOG-AMEND-DUE          VALUE 'Y'.
             10 RLOG-CORRECTED-DATE    PIC 9(8).
             10 FILLER                 PIC X(42).
