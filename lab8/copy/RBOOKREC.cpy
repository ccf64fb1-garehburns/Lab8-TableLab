      * RBOOKREC.cpy
      * RECORD LAYOUT FOR THE STANDING-RECORDS BOOK (RECBOOK.DAT,
      * INDEXED BY STATION CODE + CALENDAR MONTH/DAY).  PER STATION,
      * ONE ENTRY KEYED MMDD = 0000 HOLDS THE ALL-TIME RECORDS, AND
      * ONE ENTRY PER CALENDAR DAY (MMDD) HOLDS THE RECORDS FOR THAT
      * DATE ACROSS YEARS -- HIGHEST HIGH, LOWEST LOW, WETTEST DAY,
      * PEAK WIND, EACH WITH THE DATE IT WAS SET, PLUS HOW MANY
      * DAYS FED THE ENTRY.  ONLY THE ALL-TIME ENTRY CARRIES THE
      * FIRST DATE ON FILE AND THE STATION'S TWO MOST RECENT
      * PUBLISHED DAYS (THE DAY-OVER-DAY SWING CHECK'S "PRIOR
      * DAY"); THOSE FIELDS ARE ZERO ON A CALENDAR-DAY ENTRY.
      * KEPT CURRENT BY TABLELAB, SUSPCORR, AND HISTLOAD AS DAYS
      * LAND ON STAHIST.DAT, RE-DERIVED FOR A STATION BY HISTCORR
      * AFTER A CORRECTION, AND REBUILT WHOLE FROM STAHIST.DAT BY
      * RECBOOK, WHICH ALSO PRINTS THE OFFICIAL RECORD BOOK.
       01 RECORD-BOOK-RECORD.
          05 RB-KEY.
             10 RB-STATION-CODE  PIC X(3).
             10 RB-MONTH-DAY     PIC 9(4).
                88 RB-ALL-TIME-ENTRY    VALUE ZERO.
          05 RB-DAYS-SEEN        PIC 9(5).
          05 RB-HIGH-TEMP     PIC S9(3) SIGN LEADING SEPARATE.
          05 RB-HIGH-DATE        PIC 9(8).
          05 RB-LOW-TEMP      PIC S9(3) SIGN LEADING SEPARATE.
          05 RB-LOW-DATE         PIC 9(8).
          05 RB-PRECIP           PIC 9(4)V9(2).
          05 RB-PRECIP-DATE      PIC 9(8).
          05 RB-WIND             PIC 9(3).
          05 RB-WIND-DATE        PIC 9(8).
          05 RB-FIRST-DATE       PIC 9(8).
          05 RB-LAST-DATE        PIC 9(8).
          05 RB-LAST-HIGH     PIC S9(3) SIGN LEADING SEPARATE.
          05 RB-LAST-LOW      PIC S9(3) SIGN LEADING SEPARATE.
          05 RB-PREV-DATE        PIC 9(8).
          05 RB-PREV-HIGH     PIC S9(3) SIGN LEADING SEPARATE.
          05 RB-PREV-LOW      PIC S9(3) SIGN LEADING SEPARATE.
