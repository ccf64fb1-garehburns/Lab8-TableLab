      * HOURREC.cpy
      * RECORD LAYOUT FOR AN HOURLY PARTNER OBSERVATION (HOURRAW.TXT).
      * NETWORKS THAT CAN'T PRODUCE THE DAILY WEATHER-ITEM LAYOUT
      * (SEE WEAREC) SEND ONE OF THESE PER STATION PER HOUR, IN
      * ARRIVAL ORDER -- A LATE HOUR CAN TURN UP AFTER OTHER DAYS, AND
      * A RESENT HOUR REPLACES THE ONE BEFORE IT.  HOURCONV COLLECTS
      * THEM INTO WEATHER-ITEM DAYS FOR WEATHEDIT.  THE HOUR IS THE
      * READING SLOT, 01-12, THE SAME TWELVE READINGS A DAILY RECORD
      * CARRIES.  THE PARTNER ID NAMES THE SENDING NETWORK FOR THE
      * INTAKE REPORT'S COUNTS.
       01 HOURLY-ITEM.
          05 HI-PARTNER-ID         PIC X(4).
          05 HI-WEATHER-STATION    PIC X(3).
          05 HI-WEATHER-DATE.
             10 HI-WEATHER-YEAR    PIC 9(4).
             10 HI-WEATHER-MONTH   PIC 9(2).
             10 HI-WEATHER-DAY     PIC 9(2).
          05 HI-HOUR               PIC 9(2).
          05 HI-TEMP               PIC S9(3) SIGN LEADING SEPARATE.
          05 HI-WIND               PIC 9(3).
          05 HI-PRECIP             PIC 9(2)V9(2).
