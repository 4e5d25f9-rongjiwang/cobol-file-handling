       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-CLAIM-INQUIRY.
      *    ONLINE CLAIM PAGING FOR ONE CITY - CICS TRANSACTION CTYC,
      *    PROGRAM CTYCLM, MAPSET CTYMSC (bms/CTYMSC.bms). REACHED BY
      *    PF5 FROM CITY INQUIRY (CTYINQ) OR CITY HISTORY (CTYHSC), OR
      *    STARTED DIRECTLY AND A CITYKEY KEYED. SHOWS THE CITY'S
      *    CLAIMS OFF PROD.CITY.CLAIM.MASTER TWELVE TO A PAGE IN CLAIM
      *    NUMBER ORDER (THE CLAIM MASTER'S OWN KEY ORDER), WITH THE
      *    CITY'S CLAIM COUNT AND TOTAL AMOUNT IN THE HEADING.
      *    PF8 PAGES FORWARD FROM THE LAST CLAIM SHOWN, PF7 BACK FROM
      *    THE FIRST; ENTER WITH ANOTHER CITYKEY SWITCHES CITY.
      *    PSEUDO-CONVERSATIONAL ON THE CTYOCOM COMMAREA; THE PAGE IS
      *    REMEMBERED AS THE FULL CLAIM KEY (CITYKEY + CLAIM NUMBER)
      *    OF ITS FIRST AND LAST LINES IN CTYO-FIRST-KEY/LAST-KEY.
      *    CICS FILE NAMES (SEE jcl/CTYCICS.jcl): CLMMAST = THE CLAIM
      *    MASTER, CITYMAST = THE CITY MASTER (FOR THE HEADING NAME).
      *    A FILE CLOSED FOR THE NIGHTLY BATCH WINDOW IS ANSWERED WITH
      *    A "TRY LATER" MESSAGE, AS ON THE INQUIRY SCREEN.
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
           05 WS-KEY-RID        PIC X(5) VALUE SPACES.
           05 WS-CLM-RID        PIC X(15) VALUE SPACES.
           05 WS-ED-RESP        PIC Z(7)9.
           05 WS-ED-RESP2       PIC Z(7)9.

       01 COUNTERS.
           05 WS-LINE-IDX       PIC 9(2) VALUE 0.
           05 WS-LINE-MAX       PIC 9(2) VALUE 12.
           05 WS-BACK-COUNT     PIC 9(2) VALUE 0.
           05 WS-CITY-CLAIMS    PIC 9(7) VALUE 0.
           05 WS-CITY-AMOUNT    PIC 9(11)V99 VALUE 0.

      *    WHERE 220-FILL-CLAIM-PAGE STARTS: "I" = AT WS-START-RID
      *    ITSELF (OR THE FIRST CLAIM AFTER IT), "X" = STRICTLY AFTER
      *    IT (PF8 FROM THE LAST CLAIM SHOWN).
       01 PAGE-START-FIELDS.
           05 WS-START-MODE     PIC X VALUE "I".
           05 WS-START-RID      PIC X(15) VALUE SPACES.

       01 WS-MESSAGE            PIC X(79) VALUE SPACES.
       01 WS-SCREEN-DATE        PIC X(10) VALUE SPACES.
       01 WS-CITY-NAME          PIC X(12) VALUE SPACES.
       01 WS-END-TEXT           PIC X(24)
               VALUE "CITY CLAIM INQUIRY ENDED".

      *    MIRROR OF INRECORD IN READ-FILE-LOCAL (52 BYTES).
       01 CITY-RECORD.
           05 CITYKEY  PIC A(5).
           05 CITYNAME PIC A(12).
           05 CITYTYPE PIC A(5).
           05 CITYCODE PIC 9(6).
           05 CLM-FROM-DT-IND              PIC X(1).
           05 CLM-FROM-DT-PACKED           PIC S9(5) COMP-3.
           05 CLM-FROM-DT-PACKED-ALT       PIC S9(5) COMP-3.
           05 CLM-FROM-DT-CYMD             PIC 9(7).
           05 CLM-FROM-DT-CENT-BIN         PIC 9 COMP.
           05 CITY-SOURCE-SYSTEM           PIC X(8).

      *    MIRROR OF CLMMASTRECORD IN READ-FILE-LOCAL (40 BYTES).
       01 CLMMASTRECORD.
           05 CLMMAST-KEY.
               10 CLMMAST-CITYKEY PIC A(5).
               10 CLMMAST-NUMBER  PIC X(10).
           05 CLMMAST-AMOUNT   PIC 9(7)V99.
           05 CLMMAST-CLM-DATE PIC X(10).
           05 FILLER           PIC X(6).

       01 CLAIM-LINE.
           05 LINE-CLM-NUMBER   PIC X(10).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LINE-CLM-AMOUNT   PIC Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 LINE-CLM-DATE     PIC X(10).
           05 FILLER            PIC X(43) VALUE SPACES.

       01 HEADING-LINE.
           05 FILLER            PIC X(5) VALUE "CITY ".
           05 HEAD-CITYKEY      PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 HEAD-CITYNAME     PIC X(18).
           05 FILLER            PIC X(8) VALUE "CLAIMS ".
           05 HEAD-CLAIMS       PIC Z,ZZZ,ZZ9.
           05 FILLER            PIC X(9) VALUE "   TOTAL ".
           05 HEAD-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(6) VALUE SPACES.

           COPY "CTYOCOM.cpy".

           COPY "CTYMSC.cpy".

           COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(100).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE LENGTH OF CTYO-COMMAREA TO WS-COMM-LEN.
           MOVE LOW-VALUES TO CTYMCO.
           MOVE SPACES TO WS-MESSAGE.
           IF EIBCALEN = 0
               MOVE SPACES TO CTYO-COMMAREA
               MOVE "KEY A CITYKEY TO LIST ITS CLAIMS" TO WS-MESSAGE
           ELSE
               MOVE DFHCOMMAREA TO CTYO-COMMAREA
               IF CTYO-PROGRAM NOT = "CTYCLM"
                   PERFORM 150-FIRST-PAGE
               ELSE
                   PERFORM 100-PROCESS-KEY
               END-IF
           END-IF.
           PERFORM 800-SEND-MAP.
           MOVE "CTYCLM" TO CTYO-PROGRAM.
           EXEC CICS RETURN
               TRANSID('CTYC')
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
               WHEN EIBAID = DFHPF6
                   MOVE "CTYHSC" TO WS-XCTL-PROGRAM
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

      *    THE PAGE KEYS MAY STILL HOLD ANOTHER SCREEN'S POSITION
      *    (THE NAME LIST'S, OR THE HISTORY KEY) - CLEAR THEM FIRST SO
      *    PF7/PF8 AFTER A FILE PROBLEM START AGAIN FROM THE TOP AND
      *    NEVER BROWSE FROM THEM AS A CLAIM KEY.
       150-FIRST-PAGE.
           MOVE SPACES TO CTYO-FIRST-KEY CTYO-LAST-KEY.
           MOVE "N" TO CTYO-MORE-SW.
           IF CTYO-CITYKEY = SPACES
               MOVE "KEY A CITYKEY TO LIST ITS CLAIMS" TO WS-MESSAGE
           ELSE
               PERFORM 210-SHOW-HEADING
               IF WS-LOCKED-SW = "N"
                   MOVE CTYO-CITYKEY TO WS-START-RID (1:5)
                   MOVE LOW-VALUES TO WS-START-RID (6:10)
                   MOVE "I" TO WS-START-MODE
                   PERFORM 220-FILL-CLAIM-PAGE
               END-IF
           END-IF.

       160-SAME-PAGE.
           IF CTYO-CITYKEY NOT = SPACES
               IF CTYO-FIRST-KEY = SPACES
                   PERFORM 150-FIRST-PAGE
               ELSE
                   PERFORM 210-SHOW-HEADING
                   IF WS-LOCKED-SW = "N"
                       MOVE CTYO-FIRST-KEY (1:15) TO WS-START-RID
                       MOVE "I" TO WS-START-MODE
                       PERFORM 220-FILL-CLAIM-PAGE
                   END-IF
               END-IF
           END-IF.

       200-RECEIVE-CITY.
           EXEC CICS RECEIVE
               MAP('CTYMC')
               MAPSET('CTYMSC')
               INTO(CTYMCI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL) OR CKEYL = 0
               MOVE SPACES TO CKEYI
           END-IF.
           INSPECT CKEYI REPLACING ALL LOW-VALUES BY SPACES.
           IF CKEYI = SPACES
               IF CTYO-CITYKEY = SPACES
                   MOVE "KEY A CITYKEY TO LIST ITS CLAIMS"
                       TO WS-MESSAGE
               ELSE
                   PERFORM 150-FIRST-PAGE
               END-IF
           ELSE
               MOVE CKEYI TO CTYO-CITYKEY
               PERFORM 150-FIRST-PAGE
           END-IF.

      *    HEADING: THE CITY'S NAME OFF THE CITY MASTER (A CITY SINCE
      *    DELETED CAN STILL HAVE CLAIMS LEFT UNDER ITS KEY) AND ITS
      *    CLAIM COUNT AND TOTAL FROM A PASS OVER ALL ITS CLAIMS.
       210-SHOW-HEADING.
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
                   MOVE CITYNAME TO WS-CITY-NAME
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "(NOT ON FILE)" TO WS-CITY-NAME
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.
           IF WS-LOCKED-SW = "N"
               PERFORM 215-TOTAL-CITY-CLAIMS
           END-IF.
           MOVE CTYO-CITYKEY TO HEAD-CITYKEY.
           MOVE WS-CITY-NAME TO HEAD-CITYNAME.
           MOVE WS-CITY-CLAIMS TO HEAD-CLAIMS.
           MOVE WS-CITY-AMOUNT TO HEAD-AMOUNT.
           MOVE HEADING-LINE TO CHEADO.

       215-TOTAL-CITY-CLAIMS.
           MOVE 0 TO WS-CITY-CLAIMS WS-CITY-AMOUNT.
           MOVE CTYO-CITYKEY TO WS-CLM-RID (1:5).
           MOVE LOW-VALUES TO WS-CLM-RID (6:10).
           MOVE "CLMMAST" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CLMMAST')
               RIDFLD(WS-CLM-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 216-ADD-NEXT-CLAIM
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CLMMAST')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       216-ADD-NEXT-CLAIM.
           EXEC CICS READNEXT
               FILE('CLMMAST')
               INTO(CLMMASTRECORD)
               RIDFLD(WS-CLM-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF CLMMAST-CITYKEY NOT = CTYO-CITYKEY
                       MOVE "Y" TO WS-BROWSE-END-SW
                   ELSE
                       COMPUTE WS-CITY-CLAIMS = WS-CITY-CLAIMS + 1
                       IF CLMMAST-AMOUNT NUMERIC
                           COMPUTE WS-CITY-AMOUNT =
                               WS-CITY-AMOUNT + CLMMAST-AMOUNT
                       END-IF
                   END-IF
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE "Y" TO WS-BROWSE-END-SW
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-END-SW
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       220-FILL-CLAIM-PAGE.
           MOVE SPACES TO CTYO-FIRST-KEY CTYO-LAST-KEY.
           MOVE "N" TO CTYO-MORE-SW.
           MOVE 0 TO WS-LINE-IDX.
           MOVE WS-START-RID TO WS-CLM-RID.
           MOVE "CLMMAST" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CLMMAST')
               RIDFLD(WS-CLM-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 221-READ-NEXT-CLAIM
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CLMMAST')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.
           IF WS-LOCKED-SW = "N" AND WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-LINE-IDX = 0
                       MOVE "NO CLAIMS ON FILE FOR THIS CITY"
                           TO WS-MESSAGE
                   WHEN CTYO-MORE-SW = "Y"
                       MOVE "PF8 FOR MORE CLAIMS" TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "END OF THIS CITY'S CLAIMS" TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       221-READ-NEXT-CLAIM.
           EXEC CICS READNEXT
               FILE('CLMMAST')
               INTO(CLMMASTRECORD)
               RIDFLD(WS-CLM-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN CLMMAST-CITYKEY NOT = CTYO-CITYKEY
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN WS-START-MODE = "X"
                           AND CLMMAST-KEY = WS-START-RID
                           CONTINUE
                       WHEN WS-LINE-IDX < WS-LINE-MAX
                           PERFORM 225-TAKE-CLAIM-LINE
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

       225-TAKE-CLAIM-LINE.
           COMPUTE WS-LINE-IDX = WS-LINE-IDX + 1.
           MOVE CLMMAST-NUMBER TO LINE-CLM-NUMBER.
           IF CLMMAST-AMOUNT NUMERIC
               MOVE CLMMAST-AMOUNT TO LINE-CLM-AMOUNT
           ELSE
               MOVE 0 TO LINE-CLM-AMOUNT
           END-IF.
           MOVE CLMMAST-CLM-DATE TO LINE-CLM-DATE.
           MOVE CLAIM-LINE TO CLINEO (WS-LINE-IDX).
           IF WS-LINE-IDX = 1
               MOVE CLMMAST-KEY TO CTYO-FIRST-KEY (1:15)
           END-IF.
           MOVE CLMMAST-KEY TO CTYO-LAST-KEY (1:15).

       230-PAGE-FORWARD.
           IF CTYO-CITYKEY = SPACES
               MOVE "KEY A CITYKEY TO LIST ITS CLAIMS" TO WS-MESSAGE
           ELSE
               IF CTYO-MORE-SW NOT = "Y"
                   PERFORM 160-SAME-PAGE
                   MOVE "ALREADY AT THE LAST PAGE OF CLAIMS"
                       TO WS-MESSAGE
               ELSE
                   PERFORM 210-SHOW-HEADING
                   IF WS-LOCKED-SW = "N"
                       MOVE CTYO-LAST-KEY (1:15) TO WS-START-RID
                       MOVE "X" TO WS-START-MODE
                       PERFORM 220-FILL-CLAIM-PAGE
                   END-IF
               END-IF
           END-IF.

      *    PF7: BROWSE BACKWARD FROM THE FIRST CLAIM SHOWN FOR UP TO A
      *    PAGE OF THIS CITY'S CLAIMS, THEN FILL THE PAGE FORWARD FROM
      *    THE EARLIEST ONE REACHED. FROM THE FIRST PAGE, OR IF THE
      *    BROWSE CANNOT BE POSITIONED, THE FIRST PAGE IS REDISPLAYED.
       240-PAGE-BACK.
           IF CTYO-CITYKEY = SPACES
               MOVE "KEY A CITYKEY TO LIST ITS CLAIMS" TO WS-MESSAGE
           ELSE
               IF CTYO-FIRST-KEY = SPACES
                   PERFORM 150-FIRST-PAGE
               ELSE
                   PERFORM 210-SHOW-HEADING
                   IF WS-LOCKED-SW = "N"
                       PERFORM 245-BROWSE-BACK
                   END-IF
               END-IF
           END-IF.

       245-BROWSE-BACK.
           MOVE 0 TO WS-BACK-COUNT.
           MOVE "N" TO WS-AT-TOP-SW.
           MOVE CTYO-FIRST-KEY (1:15) TO WS-START-RID.
           MOVE WS-START-RID TO WS-CLM-RID.
           MOVE "CLMMAST" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CLMMAST')
               RIDFLD(WS-CLM-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 246-READ-PREV-CLAIM
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CLMMAST')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "Y" TO WS-AT-TOP-SW
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.
           IF WS-LOCKED-SW = "N"
               IF WS-BACK-COUNT = 0 OR WS-AT-TOP-SW = "Y"
                   MOVE CTYO-CITYKEY TO WS-START-RID (1:5)
                   MOVE LOW-VALUES TO WS-START-RID (6:10)
               END-IF
               MOVE "I" TO WS-START-MODE
               PERFORM 220-FILL-CLAIM-PAGE
               IF WS-BACK-COUNT = 0
                   MOVE "ALREADY AT THE FIRST PAGE OF CLAIMS"
                       TO WS-MESSAGE
               END-IF
           END-IF.

      *    THE FIRST READPREV AFTER A GTEQ START RETURNS THE START
      *    CLAIM ITSELF; IT AND ANYTHING AFTER IT ARE PASSED OVER.
       246-READ-PREV-CLAIM.
           EXEC CICS READPREV
               FILE('CLMMAST')
               INTO(CLMMASTRECORD)
               RIDFLD(WS-CLM-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN CLMMAST-KEY NOT < CTYO-FIRST-KEY (1:15)
                           CONTINUE
                       WHEN CLMMAST-CITYKEY NOT = CTYO-CITYKEY
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN OTHER
                           COMPUTE WS-BACK-COUNT = WS-BACK-COUNT + 1
                           MOVE CLMMAST-KEY TO WS-START-RID
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
           MOVE "CTYCLM" TO CTYO-PROGRAM.
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
           MOVE WS-SCREEN-DATE TO CDATEO.
           MOVE CTYO-CITYKEY TO CKEYO.
           MOVE WS-MESSAGE TO CMSGO.
           EXEC CICS SEND
               MAP('CTYMC')
               MAPSET('CTYMSC')
               FROM(CTYMCO)
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

       END PROGRAM CITY-CLAIM-INQUIRY.
