       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-INQUIRY.
      *    ONLINE CITY INQUIRY - CICS TRANSACTION CTYI, PROGRAM CTYINQ,
      *    MAPSET CTYMSI (bms/CTYMSI.bms). THE ONLINE COUNTERPART OF
      *    READ-FILE-LOCAL'S "K"/"N"/"P" LOOKUP REQUESTS: A SERVICE
      *    REP KEYS A CITYKEY AND GETS THE CITY STRAIGHT OFF
      *    PROD.CITY.MASTER, OR KEYS A NAME (WHOLE OR ITS LEADING
      *    PART) AND PAGES THROUGH THE CITIES IN NAME ORDER FROM THERE
      *    OFF THE CITYNAME ALTERNATE-INDEX PATH - NO REQUEST LINE TO
      *    STAGE AND NO WAIT FOR THE NEXT BATCH LOOKUP RUN.
      *    PSEUDO-CONVERSATIONAL: EVERY SCREEN ENDS THE TASK WITH A
      *    RETURN TRANSID CARRYING THE CTYOCOM COMMAREA. WITH A CITY
      *    SELECTED, PF5 MOVES TO ITS CLAIMS (CTYCLM), PF6 TO ITS
      *    CHANGE HISTORY (CTYHSC) AND PF9 TO MAINTENANCE (CTYMNT).
      *    THE CITY FILES ARE CLOSED AND DISABLED IN CICS ACROSS THE
      *    NIGHTLY BATCH WINDOW (jcl/CTYONLC.jcl TO jcl/CTYONLO.jcl).
      *    A DISABLED OR CLOSED FILE IS ANSWERED WITH A "TRY LATER"
      *    MESSAGE ON THE SCREEN, NEVER AN ABEND.
      *    CICS FILE NAMES (SEE jcl/CTYCICS.jcl): CITYMAST = THE CITY
      *    MASTER BY CITYKEY, CITYNAME = THE SAME RECORDS THROUGH
      *    PROD.CITY.MASTER.PATH.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WS-FOUND-SW       PIC X VALUE "N".
           05 WS-BROWSE-END-SW  PIC X VALUE "N".
           05 WS-PASSED-SW      PIC X VALUE "N".
           05 WS-SKIP-SW        PIC X VALUE "N".
           05 WS-LOCKED-SW      PIC X VALUE "N".

       01 CICS-FIELDS.
           05 WS-RESP           PIC S9(8) COMP VALUE 0.
           05 WS-RESP2          PIC S9(8) COMP VALUE 0.
           05 WS-ABSTIME        PIC S9(15) COMP-3 VALUE 0.
           05 WS-COMM-LEN       PIC S9(4) COMP VALUE 0.
           05 WS-FILE-NAME      PIC X(8) VALUE SPACES.
           05 WS-XCTL-PROGRAM   PIC X(8) VALUE SPACES.
           05 WS-NAME-RID       PIC X(12) VALUE SPACES.
           05 WS-KEY-RID        PIC X(5) VALUE SPACES.
           05 WS-ED-RESP        PIC Z(7)9.
           05 WS-ED-RESP2       PIC Z(7)9.

       01 COUNTERS.
           05 WS-LINE-IDX       PIC 9(2) VALUE 0.
           05 WS-LINE-MAX       PIC 9(2) VALUE 12.

      *    WHERE 220-FILL-NAME-LIST STARTS: "N" = FROM THE FIRST CITY
      *    AT OR AFTER WS-START-NAME; "I" = FROM THE CITY WS-START-
      *    NAME/WS-START-KEY ITSELF (REDISPLAY THE SAME PAGE); "X" =
      *    FROM THE CITY AFTER IT (PF8). CITYNAME ALLOWS DUPLICATES,
      *    SO THE KEY IS NEEDED TO FIND THE RIGHT ONE AMONG THEM.
       01 LIST-START-FIELDS.
           05 WS-START-MODE     PIC X VALUE "N".
           05 WS-START-NAME     PIC X(12) VALUE SPACES.
           05 WS-START-KEY      PIC X(5) VALUE SPACES.

       01 WS-MESSAGE            PIC X(79) VALUE SPACES.
       01 WS-SCREEN-DATE        PIC X(10) VALUE SPACES.
       01 WS-END-TEXT           PIC X(24)
               VALUE "CITY INQUIRY ENDED".

      *    MIRROR OF INRECORD IN READ-FILE-LOCAL (52 BYTES).
       01 CITY-RECORD.
           05 CITYKEY  PIC A(5).
           05 CITYNAME PIC A(12).
           05 CITYTYPE PIC A(5).
           05 CITYCODE PIC 9(6).
           05 CITYCODE-X REDEFINES CITYCODE PIC X(6).
           05 CLM-FROM-DT-IND              PIC X(1).
           05 CLM-FROM-DT-PACKED           PIC S9(5) COMP-3.
           05 CLM-FROM-DT-PACKED-ALT       PIC S9(5) COMP-3.
           05 CLM-FROM-DT-CYMD             PIC 9(7).
           05 CLM-FROM-DT-CENT-BIN         PIC 9 COMP.
           05 CITY-SOURCE-SYSTEM           PIC X(8).

      *    ONE CITY ON ONE SCREEN LINE - THE DETAIL LINE AND EVERY
      *    NAME-LIST LINE SHARE IT, UNDER THE MAP'S COLUMN HEADINGS.
       01 CITY-LINE.
           05 LINE-CITYKEY      PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-CITYNAME     PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-CITYTYPE     PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-CITYCODE     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-CLM-DATE     PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-SOURCE       PIC X(8).
           05 FILLER            PIC X(28) VALUE SPACES.

           COPY "HGCPCLM.cpy".

       01 WS-CYMD-WORK PIC 9(7) VALUE 0.

      *    DAYS ELAPSED BEFORE THE 1ST OF EACH MONTH, USED TO RESOLVE
      *    A JULIAN (YYDDD) CLAIM-FROM-DATE TO A CALENDAR MONTH/DAY.
       01 WS-JULIAN-TABLES.
           05 WS-JULIAN-DAYS-BEFORE PIC 9(3) OCCURS 12 TIMES VALUES
               0 31 59 90 120 151 181 212 243 273 304 334.
           05 WS-JULIAN-DAYS-BEFORE-LEAP PIC 9(3) OCCURS 12 TIMES
               VALUES 0 31 60 91 121 152 182 213 244 274 305 335.
           05 WS-JULIAN-MM-IDX PIC 9(2).

           COPY "CTYOCOM.cpy".

           COPY "CTYMSI.cpy".

           COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(100).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE LENGTH OF CTYO-COMMAREA TO WS-COMM-LEN.
           MOVE LOW-VALUES TO CTYMIO.
           MOVE SPACES TO WS-MESSAGE.
           IF EIBCALEN = 0
               MOVE SPACES TO CTYO-COMMAREA
               MOVE "ENTER A CITYKEY, OR A CITYNAME TO LIST FROM"
                   TO WS-MESSAGE
           ELSE
               MOVE DFHCOMMAREA TO CTYO-COMMAREA
               IF CTYO-PROGRAM NOT = "CTYINQ"
                   PERFORM 150-RESTORE-SCREEN
               ELSE
                   PERFORM 100-PROCESS-KEY
               END-IF
           END-IF.
           PERFORM 800-SEND-MAP.
           MOVE "CTYINQ" TO CTYO-PROGRAM.
           EXEC CICS RETURN
               TRANSID('CTYI')
               COMMAREA(CTYO-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       100-PROCESS-KEY.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                   PERFORM 900-END-SESSION
               WHEN EIBAID = DFHENTER
                   PERFORM 200-RECEIVE-AND-INQUIRE
               WHEN EIBAID = DFHPF5
                   MOVE "CTYCLM" TO WS-XCTL-PROGRAM
                   PERFORM 700-TRANSFER
               WHEN EIBAID = DFHPF6
                   MOVE "CTYHSC" TO WS-XCTL-PROGRAM
                   PERFORM 700-TRANSFER
               WHEN EIBAID = DFHPF9
                   MOVE "CTYMNT" TO WS-XCTL-PROGRAM
                   PERFORM 700-TRANSFER
               WHEN EIBAID = DFHPF7
                   PERFORM 230-NAME-LIST-TOP
               WHEN EIBAID = DFHPF8
                   PERFORM 240-NAME-LIST-FORWARD
               WHEN OTHER
                   MOVE "THAT KEY IS NOT ACTIVE ON THIS SCREEN"
                       TO WS-MESSAGE
                   PERFORM 150-RESTORE-SCREEN
           END-EVALUATE.

      *    ARRIVING BACK FROM ANOTHER CITY SCREEN (OR AFTER A KEY
      *    THAT DOES NOTHING): PUT THE SELECTED CITY AND THE NAME
      *    PAGE LAST SHOWN BACK UP AS THEY WERE.
       150-RESTORE-SCREEN.
           IF CTYO-CITYKEY NOT = SPACES
               PERFORM 210-SHOW-CITY
           END-IF.
           IF CTYO-NAME-START NOT = SPACES
               MOVE "I" TO WS-START-MODE
               MOVE CTYO-NAME-POS (1:12) TO WS-START-NAME
               MOVE CTYO-NAME-POS (13:5) TO WS-START-KEY
               IF CTYO-NAME-POS = SPACES
                   MOVE "N" TO WS-START-MODE
                   MOVE CTYO-NAME-START TO WS-START-NAME
               END-IF
               PERFORM 220-FILL-NAME-LIST
           END-IF.

      *    A CITYKEY KEYED SELECTS THAT CITY; A NAME KEYED (WITH OR
      *    WITHOUT A KEY) STARTS THE NAME LIST THERE. A NAME ALONE
      *    SELECTS THE FIRST CITY ON THE LIST, SO PF5/PF6 WORK
      *    STRAIGHT AWAY WHEN THE NAME IS UNIQUE.
       200-RECEIVE-AND-INQUIRE.
           EXEC CICS RECEIVE
               MAP('CTYMI')
               MAPSET('CTYMSI')
               INTO(CTYMII)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO IKEYI INAMEI
           ELSE
               IF IKEYL = 0
                   MOVE SPACES TO IKEYI
               END-IF
               IF INAMEL = 0
                   MOVE SPACES TO INAMEI
               END-IF
               INSPECT IKEYI REPLACING ALL LOW-VALUES BY SPACES
               INSPECT INAMEI REPLACING ALL LOW-VALUES BY SPACES
           END-IF.
           EVALUATE TRUE
               WHEN IKEYI = SPACES AND INAMEI = SPACES
                   MOVE SPACES TO CTYO-COMMAREA
                   MOVE "ENTER A CITYKEY, OR A CITYNAME TO LIST FROM"
                       TO WS-MESSAGE
               WHEN IKEYI NOT = SPACES
                   MOVE IKEYI TO CTYO-CITYKEY
                   PERFORM 210-SHOW-CITY
                   MOVE INAMEI TO CTYO-NAME-START
                   MOVE SPACES TO CTYO-NAME-POS CTYO-LAST-KEY
                   IF INAMEI NOT = SPACES
                       MOVE "N" TO WS-START-MODE
                       MOVE INAMEI TO WS-START-NAME
                       PERFORM 220-FILL-NAME-LIST
                   END-IF
               WHEN OTHER
                   MOVE INAMEI TO CTYO-NAME-START
                   MOVE SPACES TO CTYO-NAME-POS
                   MOVE "N" TO WS-START-MODE
                   MOVE INAMEI TO WS-START-NAME
                   PERFORM 220-FILL-NAME-LIST
                   IF WS-LINE-IDX > 0
                       MOVE CTYO-NAME-POS (13:5) TO CTYO-CITYKEY
                       PERFORM 210-SHOW-CITY
                   ELSE
                       MOVE SPACES TO CTYO-CITYKEY
                   END-IF
           END-EVALUATE.

       210-SHOW-CITY.
           MOVE CTYO-CITYKEY TO WS-KEY-RID.
           MOVE "CITYMAST" TO WS-FILE-NAME.
           EXEC CICS READ
               FILE('CITYMAST')
               INTO(CITY-RECORD)
               RIDFLD(WS-KEY-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 260-FORMAT-CITY-LINE
                   MOVE CITY-LINE TO IDETLO
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO WS-MESSAGE
                   STRING "CITYKEY " CTYO-CITYKEY
                       " IS NOT ON THE CITY MASTER - PF6 SHOWS ANY "
                       "HISTORY IT HAS"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       220-FILL-NAME-LIST.
           MOVE SPACES TO CTYO-LAST-KEY.
           MOVE "N" TO CTYO-NAME-MORE-SW.
           MOVE 0 TO WS-LINE-IDX.
           IF WS-START-MODE = "N"
               MOVE "Y" TO WS-PASSED-SW
           ELSE
               MOVE "N" TO WS-PASSED-SW
           END-IF.
           MOVE WS-START-NAME TO WS-NAME-RID.
           MOVE "CITYNAME" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CITYNAME')
               RIDFLD(WS-NAME-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 221-READ-NEXT-NAME
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CITYNAME')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.
           IF WS-LOCKED-SW = "N" AND WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-LINE-IDX = 0
                       MOVE SPACES TO CTYO-NAME-POS
                       STRING "NO CITY NAMES FROM " WS-START-NAME
                           " ONWARD"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN CTYO-NAME-MORE-SW = "Y"
                       MOVE "PF8 FOR MORE CITIES"
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "END OF THE CITY MASTER"
                           TO WS-MESSAGE
               END-EVALUATE
           END-IF.

      *    DUPKEY IS A NORMAL ANSWER ON THIS PATH - IT ONLY SAYS MORE
      *    CITIES SHARE THE NAME JUST READ.
       221-READ-NEXT-NAME.
           EXEC CICS READNEXT
               FILE('CITYNAME')
               INTO(CITY-RECORD)
               RIDFLD(WS-NAME-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   OR WS-RESP = DFHRESP(DUPKEY)
                   MOVE "N" TO WS-SKIP-SW
                   IF WS-PASSED-SW = "N"
                       PERFORM 222-CHECK-START-POSITION
                   END-IF
                   IF WS-PASSED-SW = "Y" AND WS-SKIP-SW = "N"
                       PERFORM 223-TAKE-NAME-LINE
                   END-IF
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE "Y" TO WS-BROWSE-END-SW
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-END-SW
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

      *    UNTIL THE START CITY IS REACHED, SKIP THE OTHER CITIES
      *    SHARING ITS NAME. A CITY GONE SINCE THE LAST SCREEN LEAVES
      *    THE LIST RESTARTING AT THE NEXT NAME.
       222-CHECK-START-POSITION.
           EVALUATE TRUE
               WHEN CITYNAME > WS-START-NAME
                   MOVE "Y" TO WS-PASSED-SW
               WHEN CITYKEY = WS-START-KEY
                   MOVE "Y" TO WS-PASSED-SW
                   IF WS-START-MODE = "X"
                       MOVE "Y" TO WS-SKIP-SW
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-SKIP-SW
           END-EVALUATE.

       223-TAKE-NAME-LINE.
           IF WS-LINE-IDX < WS-LINE-MAX
               COMPUTE WS-LINE-IDX = WS-LINE-IDX + 1
               PERFORM 260-FORMAT-CITY-LINE
               MOVE CITY-LINE TO ILINEO (WS-LINE-IDX)
               IF WS-LINE-IDX = 1
                   MOVE CITYNAME TO CTYO-NAME-POS (1:12)
                   MOVE CITYKEY TO CTYO-NAME-POS (13:5)
               END-IF
               MOVE CITYNAME TO CTYO-LAST-KEY (1:12)
               MOVE CITYKEY TO CTYO-LAST-KEY (13:5)
           ELSE
               MOVE "Y" TO CTYO-NAME-MORE-SW
               MOVE "Y" TO WS-BROWSE-END-SW
           END-IF.

       230-NAME-LIST-TOP.
           IF CTYO-CITYKEY NOT = SPACES
               PERFORM 210-SHOW-CITY
           END-IF.
           IF CTYO-NAME-START = SPACES
               MOVE "NO NAME LIST - KEY A CITYNAME TO LIST FROM"
                   TO WS-MESSAGE
           ELSE
               MOVE "N" TO WS-START-MODE
               MOVE CTYO-NAME-START TO WS-START-NAME
               PERFORM 220-FILL-NAME-LIST
           END-IF.

       240-NAME-LIST-FORWARD.
           IF CTYO-CITYKEY NOT = SPACES
               PERFORM 210-SHOW-CITY
           END-IF.
           EVALUATE TRUE
               WHEN CTYO-NAME-START = SPACES
                   MOVE "NO NAME LIST - KEY A CITYNAME TO LIST FROM"
                       TO WS-MESSAGE
               WHEN CTYO-NAME-MORE-SW NOT = "Y"
                   MOVE "I" TO WS-START-MODE
                   MOVE CTYO-NAME-POS (1:12) TO WS-START-NAME
                   MOVE CTYO-NAME-POS (13:5) TO WS-START-KEY
                   IF CTYO-NAME-POS = SPACES
                       MOVE "N" TO WS-START-MODE
                       MOVE CTYO-NAME-START TO WS-START-NAME
                   END-IF
                   PERFORM 220-FILL-NAME-LIST
                   MOVE "ALREADY AT THE END OF THE CITY MASTER"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "X" TO WS-START-MODE
                   MOVE CTYO-LAST-KEY (1:12) TO WS-START-NAME
                   MOVE CTYO-LAST-KEY (13:5) TO WS-START-KEY
                   PERFORM 220-FILL-NAME-LIST
           END-EVALUATE.

       260-FORMAT-CITY-LINE.
           MOVE CITYKEY TO LINE-CITYKEY.
           MOVE CITYNAME TO LINE-CITYNAME.
           MOVE CITYTYPE TO LINE-CITYTYPE.
           MOVE CITYCODE-X TO LINE-CITYCODE.
           MOVE CITY-SOURCE-SYSTEM TO LINE-SOURCE.
           PERFORM 224-SET-CITY-CLAIM-DATE-INPUT.
           PERFORM 225-CONVERT-CLAIM-DATE.
           MOVE CLM-FROM-DT-EXTERNAL TO LINE-CLM-DATE.

      *    SAME THREE-WAY CLAIM-DATE NORMALIZATION AS READ-FILE-LOCAL
      *    (224/225 THERE) - SEE HGCPCLM.cpy. THE SCREEN SHOWS THE
      *    DATE EXACTLY AS THE EXTRACT AND THE LOOKUP REPORT DO.
       224-SET-CITY-CLAIM-DATE-INPUT.
           MOVE CLM-FROM-DT-IND TO HGCPCLM-IN-DT-IND.
           MOVE CLM-FROM-DT-PACKED TO HGCPCLM-IN-DT-PACKED.
           MOVE CLM-FROM-DT-PACKED-ALT TO HGCPCLM-IN-DT-PACKED-ALT.
           MOVE CLM-FROM-DT-CYMD TO HGCPCLM-IN-DT-CYMD.
           MOVE CLM-FROM-DT-CENT-BIN TO HGCPCLM-IN-DT-CENT-BIN.

       225-CONVERT-CLAIM-DATE.
           MOVE "Y" TO HGCPCLM-DATE-VALID-SW.
           EVALUATE HGCPCLM-IN-DT-IND
               WHEN "1"
                   PERFORM 225A-CONVERT-FROM-JULIAN-PACKED
               WHEN "2"
                   PERFORM 225B-CONVERT-FROM-JULIAN-PACKED-ALT
               WHEN OTHER
                   PERFORM 225C-CONVERT-FROM-CYMD
           END-EVALUATE.

           IF HGCPCLM-CYMD-MM < 1 OR HGCPCLM-CYMD-MM > 12
               OR HGCPCLM-CYMD-DD < 1 OR HGCPCLM-CYMD-DD > 31
               MOVE "N" TO HGCPCLM-DATE-VALID-SW
           END-IF.

           IF HGCPCLM-DATE-VALID-SW = "Y"
               STRING HGCPCLM-CCYY "-" HGCPCLM-CYMD-MM "-"
                   HGCPCLM-CYMD-DD
                   DELIMITED BY SIZE INTO CLM-FROM-DT-EXTERNAL
           ELSE
               MOVE "INVALID-DT" TO CLM-FROM-DT-EXTERNAL
           END-IF.

       225C-CONVERT-FROM-CYMD.
           MOVE HGCPCLM-IN-DT-CYMD TO WS-CYMD-WORK.
           DIVIDE WS-CYMD-WORK BY 1000000
               GIVING HGCPCLM-CYMD-CENTURY
               REMAINDER WS-CYMD-WORK.
           DIVIDE WS-CYMD-WORK BY 10000
               GIVING HGCPCLM-CYMD-YY
               REMAINDER WS-CYMD-WORK.
           DIVIDE WS-CYMD-WORK BY 100
               GIVING HGCPCLM-CYMD-MM
               REMAINDER HGCPCLM-CYMD-DD.
           COMPUTE HGCPCLM-CCYY =
               1900 + (HGCPCLM-CYMD-CENTURY * 100) + HGCPCLM-CYMD-YY.

       225A-CONVERT-FROM-JULIAN-PACKED.
           MOVE HGCPCLM-IN-DT-PACKED TO WS-CYMD-WORK.
           PERFORM 225D-RESOLVE-JULIAN.

       225B-CONVERT-FROM-JULIAN-PACKED-ALT.
           MOVE HGCPCLM-IN-DT-PACKED-ALT TO WS-CYMD-WORK.
           PERFORM 225D-RESOLVE-JULIAN.

       225D-RESOLVE-JULIAN.
           DIVIDE WS-CYMD-WORK BY 1000
               GIVING HGCPCLM-JULIAN-YY
               REMAINDER HGCPCLM-JULIAN-DDD.
           COMPUTE HGCPCLM-CCYY =
               1900 + (HGCPCLM-IN-DT-CENT-BIN * 100)
               + HGCPCLM-JULIAN-YY.

           MOVE "N" TO HGCPCLM-LEAP-SW.
           IF FUNCTION MOD (HGCPCLM-CCYY, 4) = 0
               AND (FUNCTION MOD (HGCPCLM-CCYY, 100) NOT = 0
                   OR FUNCTION MOD (HGCPCLM-CCYY, 400) = 0)
               MOVE "Y" TO HGCPCLM-LEAP-SW
           END-IF.

           IF HGCPCLM-JULIAN-DDD < 1 OR HGCPCLM-JULIAN-DDD > 366
               MOVE 0 TO HGCPCLM-CYMD-MM
               MOVE 0 TO HGCPCLM-CYMD-DD
           ELSE
               MOVE 1 TO HGCPCLM-CYMD-MM
               PERFORM VARYING WS-JULIAN-MM-IDX FROM 12 BY -1
                       UNTIL WS-JULIAN-MM-IDX < 1
                   IF (HGCPCLM-LEAP-SW = "Y"
                           AND HGCPCLM-JULIAN-DDD >
                               WS-JULIAN-DAYS-BEFORE-LEAP
                                   (WS-JULIAN-MM-IDX))
                       OR (HGCPCLM-LEAP-SW = "N"
                           AND HGCPCLM-JULIAN-DDD >
                               WS-JULIAN-DAYS-BEFORE (WS-JULIAN-MM-IDX))
                       MOVE WS-JULIAN-MM-IDX TO HGCPCLM-CYMD-MM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF HGCPCLM-LEAP-SW = "Y"
                   COMPUTE HGCPCLM-CYMD-DD = HGCPCLM-JULIAN-DDD -
                       WS-JULIAN-DAYS-BEFORE-LEAP (HGCPCLM-CYMD-MM)
               ELSE
                   COMPUTE HGCPCLM-CYMD-DD = HGCPCLM-JULIAN-DDD -
                       WS-JULIAN-DAYS-BEFORE (HGCPCLM-CYMD-MM)
               END-IF
           END-IF.

      *    CLAIMS AND HISTORY NEED A CITY; MAINTENANCE CAN START
      *    WITHOUT ONE (AN ADD HAS NO CITY TO SELECT YET).
       700-TRANSFER.
           IF CTYO-CITYKEY = SPACES AND WS-XCTL-PROGRAM NOT = "CTYMNT"
               MOVE "KEY A CITYKEY (OR A CITYNAME) FIRST" TO WS-MESSAGE
               PERFORM 150-RESTORE-SCREEN
           ELSE
               MOVE "CTYINQ" TO CTYO-PROGRAM
               EXEC CICS XCTL
                   PROGRAM(WS-XCTL-PROGRAM)
                   COMMAREA(CTYO-COMMAREA)
                   LENGTH(WS-COMM-LEN)
                   RESP(WS-RESP)
               END-EXEC
               MOVE SPACES TO WS-MESSAGE
               STRING "PROGRAM " WS-XCTL-PROGRAM
                   " IS NOT AVAILABLE - CALL SUPPORT"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM 150-RESTORE-SCREEN
           END-IF.

       800-SEND-MAP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-SCREEN-DATE)
               DATESEP('-')
           END-EXEC.
           MOVE WS-SCREEN-DATE TO IDATEO.
           MOVE CTYO-CITYKEY TO IKEYO.
           MOVE CTYO-NAME-START TO INAMEO.
           MOVE WS-MESSAGE TO IMSGO.
           EXEC CICS SEND
               MAP('CTYMI')
               MAPSET('CTYMSI')
               FROM(CTYMIO)
               ERASE
           END-EXEC.

       900-END-SESSION.
           EXEC CICS SEND TEXT
               FROM(WS-END-TEXT)
               LENGTH(LENGTH OF WS-END-TEXT)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      *    A FILE CLOSED OR DISABLED BY THE NIGHTLY SWITCH (CTYONLC)
      *    IS THE BATCH WINDOW, NOT A FAULT - SAY SO AND LET THE REP
      *    TRY LATER. ANYTHING ELSE IS SHOWN WITH ITS RESPONSE CODES
      *    FOR SUPPORT.
       950-FILE-PROBLEM.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-RESP = DFHRESP(DISABLED) OR WS-RESP = DFHRESP(NOTOPEN)
               MOVE "Y" TO WS-LOCKED-SW
               STRING "CITY FILES ARE CLOSED FOR THE NIGHTLY BATCH "
                   "WINDOW - TRY AGAIN LATER"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE WS-RESP TO WS-ED-RESP
               MOVE WS-RESP2 TO WS-ED-RESP2
               STRING "FILE " WS-FILE-NAME " RESP " WS-ED-RESP
                   " RESP2 " WS-ED-RESP2 " - CALL SUPPORT"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       END PROGRAM CITY-INQUIRY.
