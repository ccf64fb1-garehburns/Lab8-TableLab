      * STRMREC.cpy
      * RECORD LAYOUT FOR THE DAILY STREAM-CONTROL FILE (STRMCTL.DAT,
      * INDEXED BY BUSINESS DATE + STEP NAME).  EVERY STREAM PROGRAM
      * -- WEATHEDIT, TABLELAB, SUSPCORR, DRYWATCH, DISTRIB, DAYBAL,
      * AND HISTLOAD / WEANORM ON THEIR OWN SCHEDULES -- WRITES ITS
      * STEP HERE AS IT STARTS (STATUS 'S') AND MARKS IT COMPLETE
      * ('C') WITH ITS RETURN CODE AT A CLEAN END OF JOB.  A STEP
      * STILL SHOWING 'S' NEVER GOT THERE -- IT ABENDED OR STOPPED
      * ITSELF.  EACH PROGRAM CHECKS THE STEPS IT NEEDS FOR THE DATE
      * BEFORE IT STARTS; A STEP COUNTS AS CLEAN WHEN IT IS COMPLETE
      * WITH A RETURN CODE OF 4 OR LESS.  THE RUN COUNT GOES UP BY
      * ONE EVERY TIME THE STEP STARTS FOR THE DATE, SO A RESTART OR
      * AN OVERRIDDEN RERUN SHOWS.  STRMRPT PRINTS THE FILE FOR THE
      * MORNING SHIFT.
       01 STREAM-CONTROL-RECORD.
          05 STRM-KEY.
             10 STRM-BUSINESS-DATE   PIC 9(8).
             10 STRM-STEP-NAME       PIC X(9).
          05 STRM-STEP-STATUS        PIC X(1).
             88 STRM-STEP-STARTED        VALUE 'S'.
             88 STRM-STEP-COMPLETE       VALUE 'C'.
          05 STRM-START-DATE         PIC 9(8).
          05 STRM-START-TIME         PIC 9(8).
          05 STRM-END-DATE           PIC 9(8).
          05 STRM-END-TIME           PIC 9(8).
          05 STRM-RETURN-CODE        PIC 9(4).
          05 STRM-RUN-COUNT          PIC 9(3).
