      * CSVLREC.cpy
      * RECORD LAYOUT FOR THE CLIMATE-DATABASE EXTRACT LOG
      * (CSVLOG.DAT, INDEXED BY EXTRACT ID).  ONE ENTRY PER CSV
      * EXTRACT SENT TO THE CLIMATE-DATABASE TEAM -- WRITTEN BY
      * TABLELAB (WEACSV.TXT, ONE PER BUSINESS DATE PUBLISHED) AND
      * SUSPCORR (SUSPCSV.TXT, ONE PER RELEASE RUN) WHEN THE EXTRACT'S
      * CONTROL TRAILER GOES OUT.  THE EXTRACT ID IS THE SAME ONE ON
      * THE EXTRACT'S HEADER AND TRAILER RECORDS AND ON THE
      * ACKNOWLEDGMENT THE TEAM SENDS BACK: SOURCE (W = WEACSV,
      * S = SUSPCSV), THE BUSINESS DATE (THE RUN DATE WHEN NO RUN
      * CONTROL CARD WAS IN PLAY), AND THE HHMMSS THE EXTRACT WAS
      * STARTED.  CSVRECON FILLS IN THE ACKNOWLEDGMENT FIELDS WHEN
      * THE TEAM'S ACK ARRIVES.
       01 CSV-LOG-RECORD.
          05 CSVL-EXTRACT-ID.
             10 CSVL-SOURCE        PIC X(1).
                88 CSVL-FROM-TABLELAB    VALUE 'W'.
                88 CSVL-FROM-SUSPCORR    VALUE 'S'.
             10 CSVL-EXTRACT-DATE  PIC 9(8).
             10 CSVL-EXTRACT-TIME  PIC 9(6).
          05 CSVL-EXTRACT-TYPE     PIC X(7).
          05 CSVL-CREATED-DATE     PIC 9(8).
          05 CSVL-RECORD-COUNT     PIC 9(6).
          05 CSVL-HASH-TOTAL       PIC S9(9) SIGN LEADING SEPARATE.
          05 CSVL-ACK-STATUS       PIC X(1).
             88 CSVL-NOT-ACKNOWLEDGED  VALUE SPACE.
             88 CSVL-LOADED-CLEAN      VALUE 'L'.
             88 CSVL-LOAD-EXCEPTIONS   VALUE 'E'.
          05 CSVL-ACK-DATE         PIC 9(8).
          05 CSVL-RECORDS-LOADED   PIC 9(6).
          05 CSVL-RECORDS-REJECTED PIC 9(6).
