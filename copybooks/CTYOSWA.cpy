      *----------------------------------------------------------------
      *    CTYOSWA - REQUEST/REPLY AREA BETWEEN THE BATCH ONLINE-FILE
      *    SWITCH (CITY-ONLINE-SWITCH, PGM=CTYOSWT) AND ITS CICS
      *    SERVER (CITY-ONLINE-FILES, PROGRAM CTYOSRV).
      *    OSW-FUNCTION "CLOSE" CLOSES AND DISABLES EVERY CICS FILE
      *    THE NIGHTLY BATCH TOUCHES; "OPEN " ENABLES AND OPENS THEM
      *    AGAIN. THE SERVER FILLS ONE OSW-FILE-ENTRY PER FILE WITH
      *    THE CICS RESPONSE TO ITS SET FILE, AND OSW-RESULT-RC WITH
      *    0 (ALL SWITCHED) OR 8 (AT LEAST ONE FILE WAS NOT).
      *----------------------------------------------------------------
       01 CTYOSW-AREA.
           05 OSW-FUNCTION        PIC X(5).
           05 OSW-RESULT-RC       PIC 9(2).
           05 OSW-FILE-COUNT      PIC 9(2).
           05 OSW-FILE-ENTRY OCCURS 10 TIMES.
               10 OSW-FILE-NAME   PIC X(8).
               10 OSW-FILE-RESP   PIC 9(8).
               10 OSW-FILE-RESP2  PIC 9(8).
