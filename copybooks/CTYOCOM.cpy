      *----------------------------------------------------------------
      *    CTYOCOM - COMMAREA SHARED BY THE ONLINE CITY SCREENS
      *    (CTYI INQUIRY, CTYC CLAIMS, CTYH HISTORY, CTYM MAINTENANCE).
      *    EVERY PROGRAM RETURNS WITH THIS AREA AND PASSES IT ON ANY
      *    XCTL, SO THE CITY A REP IS WORKING STAYS SELECTED FROM ONE
      *    SCREEN TO THE NEXT.
      *    CTYO-PROGRAM NAMES THE PROGRAM THAT LAST SENT A SCREEN - A
      *    PROGRAM THAT FINDS ANOTHER NAME THERE HAS JUST BEEN
      *    XCTL'D TO AND STARTS ITS OWN DISPLAY FROM THE TOP.
      *    CTYO-FIRST-KEY/CTYO-LAST-KEY HOLD THE FULL RECORD KEY OF
      *    THE FIRST AND LAST LINE ON THE PAGE BEING SHOWN (CITYNAME
      *    PLUS CITYKEY ON THE NAME LIST, CITYKEY PLUS CLAIM NUMBER
      *    ON THE CLAIM PAGE, THE 26-BYTE HISTORY KEY ON THE HISTORY
      *    PAGE), SO PF7/PF8 RESTART THE BROWSE FROM THERE. EACH
      *    SCREEN REBUILDS THEM FOR ITSELF.
      *    CTYO-NAME-POS/CTYO-NAME-MORE-SW HOLD THE FIRST LINE OF THE
      *    CITY NAME LIST (CITYNAME PLUS CITYKEY) AND WHETHER IT HAS
      *    MORE PAGES. ONLY CTYINQ SETS THEM - THE CLAIM AND HISTORY
      *    SCREENS LEAVE THEM ALONE, SO CTYINQ PUTS THE SAME NAME
      *    PAGE BACK UP WHEN THE REP RETURNS.
      *----------------------------------------------------------------
       01 CTYO-COMMAREA.
           05 CTYO-PROGRAM        PIC X(8).
           05 CTYO-CITYKEY        PIC X(5).
           05 CTYO-NAME-START     PIC X(12).
           05 CTYO-FIRST-KEY      PIC X(26).
           05 CTYO-LAST-KEY       PIC X(26).
           05 CTYO-MORE-SW        PIC X(1).
           05 CTYO-NAME-POS       PIC X(17).
           05 CTYO-NAME-MORE-SW   PIC X(1).
           05 FILLER              PIC X(4).
