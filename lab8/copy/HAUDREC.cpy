      * HAUDREC.cpy
      * RECORD LAYOUT FOR THE STATION HISTORY CORRECTION AUDIT FILE
      * (HISTAUDT.TXT).  ONE RECORD PER CORRECTION HISTCORR APPLIES
      * TO STAHIST.DAT, CARRYING THE FULL BEFORE AND AFTER IMAGES OF
      * STATION-HISTORY-RECORD, A TIMESTAMP, THE OPERATOR/BATCH
      * IDENTIFIER AND THE DESK'S REASON FROM THE TRANSACTION -- THE
      * SAME IDEA AS AUDREC FOR THE STATION MASTER.  THE STATION AND
      * DATE ARE BROKEN OUT AHEAD OF THE IMAGES SO A READER CAN ASK
      * "WAS THIS DAY EVER CORRECTED" WITHOUT UNPACKING THEM.  THE
      * FILE ONLY EVER EXTENDS.
       01 HISTORY-AUDIT-RECORD.
          05 HAUD-TS-DATE       PIC 9(8).
          05 HAUD-TS-TIME       PIC 9(8).
          05 HAUD-OPERATOR-ID   PIC X(8).
          05 HAUD-STATION-CODE  PIC X(3).
          05 HAUD-WEATHER-DATE  PIC 9(8).
          05 HAUD-BEFORE-IMAGE  PIC X(28).
          05 HAUD-AFTER-IMAGE   PIC X(28).
          05 HAUD-REASON        PIC X(30).
