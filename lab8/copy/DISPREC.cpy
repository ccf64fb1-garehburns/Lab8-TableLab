      * DISPREC.cpy
      * RECORD LAYOUT FOR THE PERMANENT SUSPENSE DISPOSITION LOG
      * (DISPLOG.DAT, INDEXED BY STATION CODE + WEATHER DATE + EVENT
      * STAMP).  TABLELAB WRITES ONE ENTRY FOR EVERY RECORD IT SENDS
      * TO SUSPENSE, STAMPED WITH THE SAME DATE/TIME AS THE SUSPENSE
      * RECORD'S SUSP-TIMESTAMP, AND ONE ENTRY (STAMP ZERO) FOR EVERY
      * DAY IT PUBLISHES FIRST TIME THROUGH.  SUSPCORR FINDS A
      * SUSPENSE RECORD'S ENTRY BY THAT STAMP ON EVERY RUN AND POSTS
      * ITS OUTCOME -- STILL CARRIED, RELEASED, ACCEPTED AS-IS, OR
      * WRITTEN OFF -- WITH THE DAYS IT HAS SPENT IN SUSPENSE.  A DAY
      * RELEASED UNDER A CORRECTED STATION CODE IS ALSO ENTERED UNDER
      * THE CORRECTED CODE, SO THE STATION IT REALLY BELONGS TO IS
      * CHARGED WITH THE SUSPENSE.  THE FIRST REASON IS THE ONE THE
      * RECORD WAS SUSPENSED UNDER; THE REASON CODE FOLLOWS IT IF A
      * CORRECTION FAILS A DIFFERENT CHECK.  MISSING SLOTS ARE THE
      * HOURS THE FEED DIDN'T DELIVER, COUNTED AS IT ARRIVED.  NOTHING
      * IS EVER DELETED -- FEEDSCOR BUILDS THE MONTHLY FEED-QUALITY
      * SCORECARD FROM IT.
       01 DISPOSITION-RECORD.
          05 DISP-KEY.
             10 DISP-STATION-CODE    PIC X(3).
             10 DISP-WEATHER-DATE    PIC 9(8).
             10 DISP-EVENT-STAMP.
                15 DISP-STAMP-DATE   PIC 9(8).
                15 DISP-STAMP-TIME   PIC 9(8).
          05 DISP-FIRST-REASON       PIC X(2).
             88 DISP-FIRST-NOT-FOUND     VALUE 'NF'.
             88 DISP-FIRST-INCOMPLETE    VALUE 'IC'.
             88 DISP-FIRST-WRONG-DATE    VALUE 'WD'.
             88 DISP-FIRST-QUEST-SWING   VALUE 'QS'.
          05 DISP-REASON-CODE        PIC X(2).
          05 DISP-OUTCOME            PIC X(1).
             88 DISP-PUBLISHED-FIRST     VALUE 'P'.
             88 DISP-STILL-CARRIED       VALUE 'C'.
             88 DISP-RELEASED            VALUE 'R'.
             88 DISP-ACCEPTED-AS-IS      VALUE 'A'.
             88 DISP-WRITTEN-OFF         VALUE 'W'.
             88 DISP-CLEARED             VALUE 'R' 'A'.
          05 DISP-OUTCOME-DATE       PIC 9(8).
          05 DISP-DAYS-IN-SUSPENSE   PIC 9(4).
          05 DISP-MISSING-SLOTS      PIC 9(2).
