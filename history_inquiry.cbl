       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-HISTORY-INQUIRY.
      *    ONLINE CHANGE-HISTORY SCROLL FOR ONE CITY - CICS
      *    TRANSACTION CTYH, PROGRAM CTYHSC, MAPSET CTYMSH
      *    (bms/CTYMSH.bms). THE ONLINE COUNTERPART OF READ-FILE-
      *    LOCAL'S "HIST" INQUIRY: EVERY EVENT HELD FOR THE CITYKEY ON
      *    PROD.CITY.HISTORY, OLDEST FIRST (THE HISTORY MASTER'S OWN
      *    KEY ORDER - CITYKEY, RUN DATE, RUN TIME, RUN SEQUENCE),
      *    TWELVE TO A PAGE, WITH WHO SUBMITTED AND APPROVED EACH
      *    CHANGE. A KEY NO LONGER ON THE CITY MASTER STILL SHOWS ITS
      *    HISTORY, SO A DELETED OR MERGED-AWAY CITY CAN BE TRACED;
      *    A MRGOUT/MRGIN LINE NAMES THE PARTNER KEY TO KEY NEXT.
      *    EVENTS KEYED ONLINE TODAY REACH THE HISTORY MASTER WITH
      *    TONIGHT'S CTYHIST RUN, LIKE EVERY OTHER MAINTENANCE EVENT.
      *    PF8 PAGES FORWARD, PF7 BACK, ENTER WITH ANOTHER CITYKEY
      *    SWITCHES CITY, PF5 GOES TO THE CITY'S CLAIMS.
      *    PSEUDO-CONVERSATIONAL ON THE CTYOCOM COMMAREA (FIRST/LAST
      *    KEY = THE 26-BYTE HISTORY KEY OF THE PAGE'S FIRST/LAST
      *    LINE). CICS FILE NAME (SEE jcl/CTYCICS.jcl): CITYHIST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WS-BROWSE-END-SW  PIC X VALUE "N".
           05 WS-LOCKED-SW      PIC X VALUE "N".
           05 WS-AT-TOP-SW      PIC X VALUE "N".

       01 CICS-FIELDS.
           05 WS-RESP           PIC S9(8) COMP VALUE 0.
           05 WS-RESP2          PIC S9(8) COMP VALUE 0.
           05 WS-ABSTIME        PIC S9(15) COMP-3 VALUE 0.
           05 WS-COMM-LEN       PIC S9(4) COMP VALUE 0.
           05 WS-FILE-NAME      PIC X(8) VALUE SPACES.
           05 WS-XCTL-PROGRAM   PIC X(8) VALUE SPACES.
           05 WS-HIST-RID       PIC X(26) VALUE SPACES.
           05 WS-ED-RESP        PIC Z(7)9.
           05 WS-ED-RESP2       PIC Z(7)9.

       01 COUNTERS.
           05 WS-LINE-IDX       PIC 9(2) VALUE 0.
           05 WS-LINE-MAX       PIC 9(2) VALUE 12.
           05 WS-BACK-COUNT     PIC 9(2) VALUE 0.

      *    WHERE 220-FILL-HISTORY-PAGE STARTS: "I" = AT WS-START-RID
      *    ITSELF (OR THE FIRST EVENT AFTER IT), "X" = STRICTLY AFTER
      *    IT (PF8 FROM THE LAST EVENT SHOWN).
       01 PAGE-START-FIELDS.
           05 WS-START-MODE     PIC X VALUE "I".
           05 WS-START-RID      PIC X(26) VALUE SPACES.

       01 WS-MESSAGE            PIC X(79) VALUE SPACES.
       01 WS-SCREEN-DATE        PIC X(10) VALUE SPACES.
       01 WS-END-TEXT           PIC X(26)
               VALUE "CITY HISTORY INQUIRY ENDED".

      *    MIRROR OF HISTRECORD IN READ-FILE-LOCAL (122 BYTES).
       01 HISTRECORD.
           05 HIST-KEY.
               10 HIST-CITYKEY  PIC A(5).
               10 HIST-RUN-DATE PIC 9(8).
               10 HIST-RUN-TIME PIC 9(6).
               10 HIST-RUN-SEQ  PIC 9(7).
           05 HIST-ACTION       PIC X(6).
           05 HIST-CITY-DATA.
               10 HIST-OLD-NAME     PIC A(12).
               10 HIST-OLD-TYPE     PIC A(5).
               10 HIST-OLD-CODE     PIC 9(6).
               10 HIST-OLD-CLM-DATE PIC X(10).
               10 HIST-NEW-NAME     PIC A(12).
               10 HIST-NEW-TYPE     PIC A(5).
               10 HIST-NEW-CODE     PIC 9(6).
               10 HIST-NEW-CLM-DATE PIC X(10).
           05 HIST-CLAIM-DATA REDEFINES HIST-CITY-DATA.
               10 HIST-CLM-NUMBER     PIC X(10).
               10 HIST-CLM-OLD-AMOUNT PIC 9(7)V99.
               10 HIST-CLM-OLD-DATE   PIC X(10).
               10 HIST-CLM-NEW-AMOUNT PIC 9(7)V99.
               10 HIST-CLM-NEW-DATE   PIC X(10).
               10 FILLER              PIC X(18).
           05 HIST-MERGE-DATA REDEFINES HIST-CITY-DATA.
               10 HIST-MRG-NAME        PIC A(12).
               10 HIST-MRG-TYPE        PIC A(5).
               10 HIST-MRG-CODE        PIC 9(6).
               10 HIST-MRG-CLM-DATE    PIC X(10).
               10 HIST-MRG-PARTNER-KEY PIC A(5).
               10 HIST-MRG-CLM-COUNT   PIC 9(5).
               10 HIST-MRG-CLM-AMOUNT  PIC 9(9)V99.
               10 HIST-MRG-COLLISIONS  PIC 9(5).
               10 FILLER               PIC X(7).
           05 HIST-SOURCE-SYSTEM PIC X(8).
           05 HIST-SUBMITTER     PIC X(8).
           05 HIST-APPROVER      PIC X(8).

       01 HISTORY-LINE.
           05 LINE-RUN-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-RUN-TIME     PIC 9(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-ACTION       PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-SOURCE       PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-SUBMITTER    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-APPROVER     PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 LINE-DETAIL       PIC X(29).

      *    LINE-DETAIL VIEWS: A CITY EVENT'S NAME/TYPE/CODE, A CLAIM
      *    EVENT'S NUMBER AND AMOUNT, A MERGE EVENT'S PARTNER KEY AND
      *    THE NUMBER OF CLAIMS IT MOVED.
       01 CITY-DETAIL.
           05 DET-CITYNAME      PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DET-CITYTYPE      PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DET-CITYCODE      PIC X(6).
           05 FILLER            PIC X(4) VALUE SPACES.

       01 CLAIM-DETAIL.
           05 DET-CLM-NUMBER    PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 DET-CLM-AMOUNT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(6) VALUE SPACES.

       01 MERGE-DETAIL.
           05 FILLER            PIC X(8) VALUE "PARTNER ".
           05 DET-MRG-PARTNER   PIC X(5).
           05 FILLER            PIC X(8) VALUE " CLAIMS ".
           05 DET-MRG-CLAIMS    PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.

       01 HEADING-LINE.
           05 FILLER            PIC X(19) VALUE "HISTORY OF CITYKEY ".
           05 HEAD-CITYKEY      PIC X(5).
           05 FILLER            PIC X(55) VALUE SPACES.

           COPY "CTYOCOM.cpy".

           COPY "CTYMSH.cpy".

           COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(100).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE LENGTH OF CTYO-COMMAREA TO WS-COMM-LEN.
           MOVE LOW-VALUES TO CTYMHO.
           MOVE SPACES TO WS-MESSAGE.
           IF EIBCALEN = 0
               MOVE SPACES TO CTYO-COMMAREA
               MOVE "KEY A CITYKEY TO SHOW ITS HISTORY" TO WS-MESSAGE
           ELSE
               MOVE DFHCOMMAREA TO CTYO-COMMAREA
               IF CTYO-PROGRAM NOT = "CTYHSC"
                   PERFORM 150-FIRST-PAGE
               ELSE
                   PERFORM 100-PROCESS-KEY
               END-IF
           END-IF.
           PERFORM 800-SEND-MAP.
           MOVE "CTYHSC" TO CTYO-PROGRAM.
           EXEC CICS RETURN
               TRANSID('CTYH')
               COMMAREA(CTYO-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       100-PROCESS-KEY.
           EVALUATE TRUE
               WHEN EIBAID = DFHCLEAR
                   PERFORM 900-END-SESSION
               WHEN EIBAID = DFHPF3
                   MOVE "CTYINQ" TO WS-XCTL-PROGRAM
                   PERFORM 700-TRANSFER
               WHEN EIBAID = DFHPF5
                   MOVE "CTYCLM" TO WS-XCTL-PROGRAM
                   PERFORM 700-TRANSFER
               WHEN EIBAID = DFHENTER
                   PERFORM 200-RECEIVE-CITY
               WHEN EIBAID = DFHPF7
                   PERFORM 240-PAGE-BACK
               WHEN EIBAID = DFHPF8
                   PERFORM 230-PAGE-FORWARD
               WHEN OTHER
                   MOVE "THAT KEY IS NOT ACTIVE ON THIS SCREEN"
                       TO WS-MESSAGE
                   PERFORM 160-SAME-PAGE
           END-EVALUATE.

       150-FIRST-PAGE.
           IF CTYO-CITYKEY = SPACES
               MOVE "KEY A CITYKEY TO SHOW ITS HISTORY" TO WS-MESSAGE
           ELSE
               MOVE CTYO-CITYKEY TO WS-START-RID (1:5)
               MOVE LOW-VALUES TO WS-START-RID (6:21)
               MOVE "I" TO WS-START-MODE
               PERFORM 220-FILL-HISTORY-PAGE
           END-IF.

       160-SAME-PAGE.
           IF CTYO-CITYKEY NOT = SPACES
               IF CTYO-FIRST-KEY = SPACES
                   PERFORM 150-FIRST-PAGE
               ELSE
                   MOVE CTYO-FIRST-KEY TO WS-START-RID
                   MOVE "I" TO WS-START-MODE
                   PERFORM 220-FILL-HISTORY-PAGE
               END-IF
           END-IF.

       200-RECEIVE-CITY.
           EXEC CICS RECEIVE
               MAP('CTYMH')
               MAPSET('CTYMSH')
               INTO(CTYMHI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL) OR HKEYL = 0
               MOVE SPACES TO HKEYI
           END-IF.
           INSPECT HKEYI REPLACING ALL LOW-VALUES BY SPACES.
           IF HKEYI NOT = SPACES
               MOVE HKEYI TO CTYO-CITYKEY
           END-IF.
           PERFORM 150-FIRST-PAGE.

       220-FILL-HISTORY-PAGE.
           MOVE SPACES TO CTYO-FIRST-KEY CTYO-LAST-KEY.
           MOVE "N" TO CTYO-MORE-SW.
           MOVE 0 TO WS-LINE-IDX.
           MOVE WS-START-RID TO WS-HIST-RID.
           MOVE "CITYHIST" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CITYHIST')
               RIDFLD(WS-HIST-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 221-READ-NEXT-EVENT
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CITYHIST')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.
           IF WS-LOCKED-SW = "N" AND WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-LINE-IDX = 0
                       MOVE "NO HISTORY ON FILE FOR THIS CITYKEY"
                           TO WS-MESSAGE
                   WHEN CTYO-MORE-SW = "Y"
                       MOVE "PF8 FOR LATER EVENTS" TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "END OF THIS CITY'S HISTORY" TO WS-MESSAGE
               END-EVALUATE
           END-IF.

      *    A PRE-SUBMITTER ROW IS SHORTER THAN HISTRECORD AND LEAVES
      *    ITS TAIL UNTOUCHED, SO THE TAIL IS CLEARED FIRST.
       221-READ-NEXT-EVENT.
           MOVE SPACES TO HIST-SUBMITTER HIST-APPROVER.
           EXEC CICS READNEXT
               FILE('CITYHIST')
               INTO(HISTRECORD)
               RIDFLD(WS-HIST-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN HIST-CITYKEY NOT = CTYO-CITYKEY
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN WS-START-MODE = "X"
                           AND HIST-KEY = WS-START-RID
                           CONTINUE
                       WHEN WS-LINE-IDX < WS-LINE-MAX
                           PERFORM 225-TAKE-EVENT-LINE
                       WHEN OTHER
                           MOVE "Y" TO CTYO-MORE-SW
                           MOVE "Y" TO WS-BROWSE-END-SW
                   END-EVALUATE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE "Y" TO WS-BROWSE-END-SW
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-END-SW
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       225-TAKE-EVENT-LINE.
           COMPUTE WS-LINE-IDX = WS-LINE-IDX + 1.
           MOVE HIST-RUN-DATE TO LINE-RUN-DATE.
           MOVE HIST-RUN-TIME TO LINE-RUN-TIME.
           MOVE HIST-ACTION TO LINE-ACTION.
           MOVE HIST-SOURCE-SYSTEM TO LINE-SOURCE.
           MOVE HIST-SUBMITTER TO LINE-SUBMITTER.
           MOVE HIST-APPROVER TO LINE-APPROVER.
           PERFORM 226-FORMAT-DETAIL.
           MOVE HISTORY-LINE TO HLINEO (WS-LINE-IDX).
           IF WS-LINE-IDX = 1
               MOVE HIST-KEY TO CTYO-FIRST-KEY
           END-IF.
           MOVE HIST-KEY TO CTYO-LAST-KEY.

      *    A DELETE OR CLMDEL HAS ONLY ITS BEFORE-IMAGE, SO THAT IS
      *    WHAT IT SHOWS; EVERYTHING ELSE SHOWS ITS AFTER-IMAGE.
       226-FORMAT-DETAIL.
           EVALUATE HIST-ACTION
               WHEN "ADD"
               WHEN "CHANGE"
                   MOVE HIST-NEW-NAME TO DET-CITYNAME
                   MOVE HIST-NEW-TYPE TO DET-CITYTYPE
                   MOVE HIST-NEW-CODE TO DET-CITYCODE
                   MOVE CITY-DETAIL TO LINE-DETAIL
               WHEN "DELETE"
                   MOVE HIST-OLD-NAME TO DET-CITYNAME
                   MOVE HIST-OLD-TYPE TO DET-CITYTYPE
                   MOVE HIST-OLD-CODE TO DET-CITYCODE
                   MOVE CITY-DETAIL TO LINE-DETAIL
               WHEN "CLMADD"
               WHEN "CLMCHG"
                   MOVE HIST-CLM-NUMBER TO DET-CLM-NUMBER
                   MOVE 0 TO DET-CLM-AMOUNT
                   IF HIST-CLM-NEW-AMOUNT NUMERIC
                       MOVE HIST-CLM-NEW-AMOUNT TO DET-CLM-AMOUNT
                   END-IF
                   MOVE CLAIM-DETAIL TO LINE-DETAIL
               WHEN "CLMDEL"
                   MOVE HIST-CLM-NUMBER TO DET-CLM-NUMBER
                   MOVE 0 TO DET-CLM-AMOUNT
                   IF HIST-CLM-OLD-AMOUNT NUMERIC
                       MOVE HIST-CLM-OLD-AMOUNT TO DET-CLM-AMOUNT
                   END-IF
                   MOVE CLAIM-DETAIL TO LINE-DETAIL
               WHEN "MRGOUT"
               WHEN "MRGIN"
                   MOVE HIST-MRG-PARTNER-KEY TO DET-MRG-PARTNER
                   MOVE 0 TO DET-MRG-CLAIMS
                   IF HIST-MRG-CLM-COUNT NUMERIC
                       MOVE HIST-MRG-CLM-COUNT TO DET-MRG-CLAIMS
                   END-IF
                   MOVE MERGE-DETAIL TO LINE-DETAIL
               WHEN OTHER
                   MOVE SPACES TO LINE-DETAIL
           END-EVALUATE.

       230-PAGE-FORWARD.
           IF CTYO-CITYKEY = SPACES
               MOVE "KEY A CITYKEY TO SHOW ITS HISTORY" TO WS-MESSAGE
           ELSE
               IF CTYO-MORE-SW NOT = "Y"
                   PERFORM 160-SAME-PAGE
                   MOVE "ALREADY AT THE LAST PAGE OF HISTORY"
                       TO WS-MESSAGE
               ELSE
                   MOVE CTYO-LAST-KEY TO WS-START-RID
                   MOVE "X" TO WS-START-MODE
                   PERFORM 220-FILL-HISTORY-PAGE
               END-IF
           END-IF.

      *    PF7: SAME BACKWARD STEP AS CITY-CLAIM-INQUIRY'S PF7, OVER
      *    THE HISTORY KEY.
       240-PAGE-BACK.
           IF CTYO-CITYKEY = SPACES
               MOVE "KEY A CITYKEY TO SHOW ITS HISTORY" TO WS-MESSAGE
           ELSE
               IF CTYO-FIRST-KEY = SPACES
                   PERFORM 150-FIRST-PAGE
               ELSE
                   PERFORM 245-BROWSE-BACK
               END-IF
           END-IF.

       245-BROWSE-BACK.
           MOVE 0 TO WS-BACK-COUNT.
           MOVE "N" TO WS-AT-TOP-SW.
           MOVE CTYO-FIRST-KEY TO WS-START-RID.
           MOVE WS-START-RID TO WS-HIST-RID.
           MOVE "CITYHIST" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CITYHIST')
               RIDFLD(WS-HIST-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 246-READ-PREV-EVENT
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CITYHIST')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "Y" TO WS-AT-TOP-SW
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.
           IF WS-LOCKED-SW = "N"
               IF WS-BACK-COUNT = 0 OR WS-AT-TOP-SW = "Y"
                   MOVE CTYO-CITYKEY TO WS-START-RID (1:5)
                   MOVE LOW-VALUES TO WS-START-RID (6:21)
               END-IF
               MOVE "I" TO WS-START-MODE
               PERFORM 220-FILL-HISTORY-PAGE
               IF WS-BACK-COUNT = 0
                   MOVE "ALREADY AT THE FIRST PAGE OF HISTORY"
                       TO WS-MESSAGE
               END-IF
           END-IF.

       246-READ-PREV-EVENT.
           MOVE SPACES TO HIST-SUBMITTER HIST-APPROVER.
           EXEC CICS READPREV
               FILE('CITYHIST')
               INTO(HISTRECORD)
               RIDFLD(WS-HIST-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN HIST-KEY NOT < CTYO-FIRST-KEY
                           CONTINUE
                       WHEN HIST-CITYKEY NOT = CTYO-CITYKEY
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN OTHER
                           COMPUTE WS-BACK-COUNT = WS-BACK-COUNT + 1
                           MOVE HIST-KEY TO WS-START-RID
                           IF WS-BACK-COUNT NOT < WS-LINE-MAX
                               MOVE "Y" TO WS-BROWSE-END-SW
                           END-IF
                   END-EVALUATE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE "Y" TO WS-BROWSE-END-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "Y" TO WS-BROWSE-END-SW
                   MOVE "Y" TO WS-AT-TOP-SW
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-END-SW
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       700-TRANSFER.
           MOVE "CTYHSC" TO CTYO-PROGRAM.
           EXEC CICS XCTL
               PROGRAM(WS-XCTL-PROGRAM)
               COMMAREA(CTYO-COMMAREA)
               LENGTH(WS-COMM-LEN)
               RESP(WS-RESP)
           END-EXEC.
           PERFORM 160-SAME-PAGE.
           MOVE SPACES TO WS-MESSAGE.
           STRING "PROGRAM " WS-XCTL-PROGRAM
               " IS NOT AVAILABLE - CALL SUPPORT"
               DELIMITED BY SIZE INTO WS-MESSAGE.

       800-SEND-MAP.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-SCREEN-DATE)
               DATESEP('-')
           END-EXEC.
           MOVE WS-SCREEN-DATE TO HDATEO.
           MOVE CTYO-CITYKEY TO HKEYO.
           IF CTYO-CITYKEY NOT = SPACES
               MOVE CTYO-CITYKEY TO HEAD-CITYKEY
               MOVE HEADING-LINE TO HHEADO
           END-IF.
           MOVE WS-MESSAGE TO HMSGO.
           EXEC CICS SEND
               MAP('CTYMH')
               MAPSET('CTYMSH')
               FROM(CTYMHO)
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

      *    SAME LOCKOUT ANSWER AS CITY-INQUIRY'S 950-FILE-PROBLEM.
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

       END PROGRAM CITY-HISTORY-INQUIRY.
