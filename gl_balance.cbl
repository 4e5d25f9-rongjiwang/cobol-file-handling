       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BALANCE.
      *    RELEASE GATE FOR THE GL CLAIM JOURNAL THAT GL-JOURNAL
      *    HAS JUST BUILT. THE FILE IS ONLY LET THROUGH TO FINANCE
      *    WHEN:
      *      - IT IS WHOLE: HEADER FIRST, TRAILER LAST, AND THE
      *        TRAILER'S LINE COUNT, DEBIT AND CREDIT TOTALS AND NET
      *        MOVEMENT AGREE WITH THE DETAIL LINES;
      *      - IT BALANCES: TOTAL DEBITS EQUAL TOTAL CREDITS;
      *      - IT STARTS WHERE THE LEDGER LEFT OFF: THE HEADER'S
      *        OPENING POSITION IS THE ONE ON THE GL CONTROL RECORD;
      *      - IT TIES TO THE CYCLE: OPENING POSITION PLUS THE NET
      *        MOVEMENT EQUALS THE CLAIM AMOUNT LOADSTP RECORDED ON
      *        THE CYCLE-CONTROL DATASET (CCTL-CLM-AMOUNT) FOR THE
      *        SAME CYCLE DATE, AND THAT LOAD ENDED RC 0 OR 4.
      *    ON A TIE THE PROGRAM WRITES THE NEW GL CONTROL RECORD -
      *    THE CYCLE, THE POSITION NOW POSTED AND THE FILE'S
      *    WATERMARK - WHICH THE RELEASE STEPS SWAP IN. OTHERWISE
      *    RC=8 AND NOTHING MOVES: THE WATERMARK STAYS PUT, SO THE
      *    HELD EVENTS RIDE ON THE NEXT NIGHT'S FILE. A NIGHT A
      *    SOURCE'S CITIES WERE CARRIED FORWARD NEEDS NO SPECIAL
      *    HANDLING: LOADSTP (233-CARRY-PRIOR-CLAIMS) COPIES THEIR
      *    CLAIMS INTO THE EXTRACT WITH NO EVENTS AND ADDS THEIR
      *    AMOUNTS TO ITS CLAIM TOTAL, SO CCTL-CLM-AMOUNT STILL
      *    INCLUDES THEM - ALREADY IN THE OPENING POSITION, NOT
      *    MOVED - AND THE NIGHT TIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE BALSTP DD STATEMENTS IN jcl/CTYGL.jcl.
           SELECT GLIN ASSIGN TO GLIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLIN-STATUS.
           SELECT GLCTLIN ASSIGN TO GLCTLIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLCTL-STATUS.
           SELECT CYCLECTL ASSIGN TO CYCLECTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CCTL-STATUS.
           SELECT GLCTLOUT ASSIGN TO GLCTLOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLCTLOUT-STATUS.
           SELECT GLBRPT ASSIGN TO GLBRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GLIN.

      *    MIRROR OF THE GLOUT RECORDS IN GL-JOURNAL.
       01 GLHRECORD.
           05 GLH-REC-TYPE      PIC X(1).
           05 GLH-INTERFACE-ID  PIC X(8).
           05 GLH-CYCLE-DATE    PIC 9(8).
           05 GLH-RUN-DATE      PIC 9(8).
           05 GLH-RUN-TIME      PIC 9(6).
           05 GLH-TAKEON-SW     PIC X(1).
           05 GLH-OPEN-POSITION PIC 9(11)V99.
           05 GLH-WATERMARK     PIC X(21).
           05 FILLER            PIC X(14).
       01 GLDRECORD.
           05 GLD-REC-TYPE      PIC X(1).
           05 GLD-CYCLE-DATE    PIC 9(8).
           05 GLD-ACCOUNT       PIC X(12).
           05 GLD-DRCR          PIC X(1).
           05 GLD-AMOUNT        PIC 9(11)V99.
           05 GLD-SOURCE-SYSTEM PIC X(8).
           05 GLD-CITYTYPE      PIC X(5).
           05 GLD-MOVEMENT      PIC X(6).
           05 GLD-EVENT-COUNT   PIC 9(7).
           05 FILLER            PIC X(19).
       01 GLTRECORD.
           05 GLT-REC-TYPE      PIC X(1).
           05 GLT-DETAIL-COUNT  PIC 9(7).
           05 GLT-TOTAL-DEBITS  PIC 9(13)V99.
           05 GLT-TOTAL-CREDITS PIC 9(13)V99.
           05 GLT-NET-SIGN      PIC X(1).
           05 GLT-NET-MOVEMENT  PIC 9(13)V99.
           05 GLT-EXTRACT-POSITION PIC 9(13)V99.
           05 FILLER            PIC X(11).

       FD GLCTLIN.

      *    MIRROR OF GLCRECORD IN GL-JOURNAL.
       01 GLCRECORD.
           05 GLC-CYCLE-DATE    PIC 9(8).
           05 GLC-POSITION      PIC 9(11)V99.
           05 GLC-WATERMARK     PIC X(21).
           05 GLC-RELEASE-DATE  PIC 9(8).
           05 GLC-RELEASE-TIME  PIC 9(6).
           05 FILLER            PIC X(24).

       FD CYCLECTL.

      *    MIRROR OF CCTLRECORD IN READ-FILE-LOCAL.
       01 CCTLRECORD.
           05 CCTL-CYCLE-DATE   PIC 9(8).
           05 CCTL-STEP         PIC X(8).
           05 CCTL-REC-IN       PIC 9(9).
           05 CCTL-REC-OUT      PIC 9(9).
           05 CCTL-REC-REJECT   PIC 9(9).
           05 CCTL-REC-DUP      PIC 9(9).
           05 CCTL-REC-SKIP     PIC 9(9).
           05 CCTL-SUSP-ADD     PIC 9(9).
           05 CCTL-SUSP-WORKOFF PIC 9(9).
           05 CCTL-SUSP-DEPTH   PIC 9(9).
           05 CCTL-CLM-IN       PIC 9(9).
           05 CCTL-CLM-OUT      PIC 9(9).
           05 CCTL-CLM-SUSP     PIC 9(9).
           05 CCTL-CLM-SKIP     PIC 9(9).
           05 CCTL-CLM-AMOUNT   PIC 9(11)V99.
           05 CCTL-RECYCLE      PIC 9(9).
           05 CCTL-JOB-RC       PIC 9(2).
           05 CCTL-REASON-COUNT PIC 9(7) OCCURS 8 TIMES.

       FD GLCTLOUT.

       01 GLCOUTRECORD.
           05 GLCO-CYCLE-DATE   PIC 9(8).
           05 GLCO-POSITION     PIC 9(11)V99.
           05 GLCO-WATERMARK    PIC X(21).
           05 GLCO-RELEASE-DATE PIC 9(8).
           05 GLCO-RELEASE-TIME PIC 9(6).
           05 FILLER            PIC X(24).

       FD GLBRPT.

       01 RPTRECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH      PIC X VALUE "N".
           05 WS-HEADER-SW    PIC X VALUE "N".
           05 WS-TRAILER-SW   PIC X VALUE "N".
           05 WS-SEQUENCE-SW  PIC X VALUE "Y".
           05 WS-CONTROL-SW   PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-GLIN-STATUS     PIC X(2) VALUE "00".
           05 WS-GLCTL-STATUS    PIC X(2) VALUE "00".
           05 WS-CCTL-STATUS     PIC X(2) VALUE "00".
           05 WS-GLCTLOUT-STATUS PIC X(2) VALUE "00".

      *    THE HEADER AND TRAILER ARE KEPT ASIDE AS READ - THE FD
      *    AREA IS OVERLAID BY EVERY LATER RECORD.
       01 HOLD-RECORDS.
           05 WS-HOLD-HEADER  PIC X(80) VALUE SPACES.
           05 WS-HOLD-TRAILER PIC X(80) VALUE SPACES.

      *    FIGURES RECOUNTED OFF THE DETAIL LINES.
       01 RECOUNT-FIELDS.
           05 WS-DETAIL-COUNT  PIC 9(7) VALUE 0.
           05 WS-DEBITS        PIC 9(13)V99 VALUE 0.
           05 WS-CREDITS       PIC 9(13)V99 VALUE 0.
           05 WS-RAISED        PIC 9(13)V99 VALUE 0.
           05 WS-CUT           PIC 9(13)V99 VALUE 0.
           05 WS-NET-SIGN      PIC X(1) VALUE "+".
           05 WS-NET-MOVEMENT  PIC 9(13)V99 VALUE 0.

       01 TIE-FIELDS.
           05 WS-OPEN-POSITION  PIC 9(11)V99 VALUE 0.
           05 WS-CLOSE-POSITION PIC S9(13)V99 VALUE 0.
           05 WS-LOAD-FOUND-SW  PIC X VALUE "N".
           05 WS-LOAD-CLM-AMOUNT PIC 9(11)V99 VALUE 0.
           05 WS-LOAD-RC        PIC 9(2) VALUE 0.
           05 WS-FAIL-COUNT     PIC 9(3) VALUE 0.
           05 WS-FAIL-TEXT      PIC X(60) VALUE SPACES.

       01 REPORT-WORK-FIELDS.
           05 WS-ED-AMOUNT  PIC -(13)9.99.
           05 WS-ED-AMOUNT2 PIC -(13)9.99.

       01 CONTROL-REPORT-FIELDS.
           05 WS-RUN-DATE PIC 9(8).
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
               10 WS-RUN-DATE-CCYY PIC 9(4).
               10 WS-RUN-DATE-MM   PIC 9(2).
               10 WS-RUN-DATE-DD   PIC 9(2).
           05 WS-RUN-TIME PIC 9(8).
           05 WS-RUN-TIME-X REDEFINES WS-RUN-TIME.
               10 WS-RUN-TIME-HH PIC 9(2).
               10 WS-RUN-TIME-MM PIC 9(2).
               10 WS-RUN-TIME-SS PIC 9(2).
               10 WS-RUN-TIME-TH PIC 9(2).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-RECOUNT-JOURNAL
               UNTIL EOF-SWITCH = "Y".
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT GLBRPT.
           MOVE SPACES TO RPTRECORD
           STRING "GL CLAIM JOURNAL - BALANCING AND RELEASE"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           OPEN INPUT GLIN.
           IF WS-GLIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE "GL JOURNAL FILE WOULD NOT OPEN" TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.

       200-RECOUNT-JOURNAL.
           READ GLIN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   IF WS-TRAILER-SW = "Y"
                       MOVE "N" TO WS-SEQUENCE-SW
                   END-IF
                   EVALUATE GLH-REC-TYPE
                       WHEN "H"
                           IF WS-HEADER-SW = "Y"
                               OR WS-DETAIL-COUNT > 0
                               MOVE "N" TO WS-SEQUENCE-SW
                           END-IF
                           MOVE "Y" TO WS-HEADER-SW
                           MOVE GLHRECORD TO WS-HOLD-HEADER
                       WHEN "D"
                           IF WS-HEADER-SW = "N"
                               MOVE "N" TO WS-SEQUENCE-SW
                           END-IF
                           PERFORM 210-RECOUNT-DETAIL
                       WHEN "T"
                           MOVE "Y" TO WS-TRAILER-SW
                           MOVE GLTRECORD TO WS-HOLD-TRAILER
                       WHEN OTHER
                           MOVE "N" TO WS-SEQUENCE-SW
                   END-EVALUATE
           END-READ.

       210-RECOUNT-DETAIL.
           COMPUTE WS-DETAIL-COUNT = WS-DETAIL-COUNT + 1.
           IF GLD-DRCR = "D"
               COMPUTE WS-DEBITS = WS-DEBITS + GLD-AMOUNT
      *        THE DEBIT SIDE SAYS WHICH WAY THE RESERVE MOVED.
               IF GLD-MOVEMENT = "CLMDEC" OR GLD-MOVEMENT = "CLMDEL"
                   COMPUTE WS-CUT = WS-CUT + GLD-AMOUNT
               ELSE
                   COMPUTE WS-RAISED = WS-RAISED + GLD-AMOUNT
               END-IF
           ELSE
               COMPUTE WS-CREDITS = WS-CREDITS + GLD-AMOUNT
           END-IF.

       300-TERMINATE.
           IF WS-GLIN-STATUS = "00" OR WS-GLIN-STATUS = "10"
               CLOSE GLIN
               PERFORM 310-CHECK-STRUCTURE
           END-IF.
           IF WS-HEADER-SW = "Y"
               PERFORM 320-READ-GL-CONTROL
               PERFORM 330-FIND-LOADSTP-ROW
               PERFORM 340-CHECK-TIE
           END-IF.
           IF WS-FAIL-COUNT = 0
               PERFORM 350-WRITE-NEW-CONTROL
           END-IF.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           IF WS-FAIL-COUNT = 0
               STRING "JOURNAL BALANCED AND TIED - RELEASED TO FINANCE"
                   DELIMITED BY SIZE INTO RPTRECORD
           ELSE
               STRING "JOURNAL HELD - " WS-FAIL-COUNT
                   " CHECK(S) FAILED; EVENTS ROLL TO THE NEXT FILE"
                   DELIMITED BY SIZE INTO RPTRECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE RPTRECORD.
           CLOSE GLBRPT.

       310-CHECK-STRUCTURE.
           IF WS-HEADER-SW = "N" OR WS-TRAILER-SW = "N"
               OR WS-SEQUENCE-SW = "N"
               MOVE "HEADER/TRAILER MISSING OR OUT OF PLACE"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.
           IF WS-TRAILER-SW = "Y"
               MOVE WS-HOLD-TRAILER TO GLTRECORD
               IF GLT-DETAIL-COUNT NOT = WS-DETAIL-COUNT
                   MOVE "TRAILER LINE COUNT DOES NOT MATCH THE DETAIL"
                       TO WS-FAIL-TEXT
                   PERFORM 390-REPORT-FAILURE
               END-IF
               IF GLT-TOTAL-DEBITS NOT = WS-DEBITS
                   OR GLT-TOTAL-CREDITS NOT = WS-CREDITS
                   MOVE "TRAILER DEBIT/CREDIT TOTALS DO NOT MATCH"
                       TO WS-FAIL-TEXT
                   PERFORM 390-REPORT-FAILURE
               END-IF
               IF WS-RAISED < WS-CUT
                   MOVE "-" TO WS-NET-SIGN
                   COMPUTE WS-NET-MOVEMENT = WS-CUT - WS-RAISED
               ELSE
                   MOVE "+" TO WS-NET-SIGN
                   COMPUTE WS-NET-MOVEMENT = WS-RAISED - WS-CUT
               END-IF
               IF GLT-NET-MOVEMENT NOT = WS-NET-MOVEMENT
                   OR (GLT-NET-SIGN NOT = WS-NET-SIGN
                   AND WS-NET-MOVEMENT NOT = 0)
                   MOVE "TRAILER NET MOVEMENT DOES NOT MATCH"
                       TO WS-FAIL-TEXT
                   PERFORM 390-REPORT-FAILURE
               END-IF
           END-IF.
           IF WS-DEBITS NOT = WS-CREDITS
               MOVE "DEBITS DO NOT EQUAL CREDITS" TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.
           MOVE WS-DEBITS TO WS-ED-AMOUNT.
           MOVE WS-CREDITS TO WS-ED-AMOUNT2.
           MOVE SPACES TO RPTRECORD
           STRING "DETAIL LINES: " WS-DETAIL-COUNT
               "   DEBITS: " WS-ED-AMOUNT "   CREDITS: " WS-ED-AMOUNT2
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    NO CONTROL RECORD IS ONLY RIGHT FOR THE TAKE-ON FILE,
      *    WHOSE LEDGER OPENS AT ZERO.
       320-READ-GL-CONTROL.
           MOVE WS-HOLD-HEADER TO GLHRECORD.
           OPEN INPUT GLCTLIN.
           IF WS-GLCTL-STATUS = "00"
               READ GLCTLIN
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-SW
                       MOVE GLC-POSITION TO WS-OPEN-POSITION
               END-READ
               CLOSE GLCTLIN
           END-IF.
           IF WS-CONTROL-SW = "N" AND GLH-TAKEON-SW NOT = "Y"
               MOVE "NO GL CONTROL RECORD FOR A NON-TAKE-ON FILE"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.
           IF WS-CONTROL-SW = "Y" AND GLH-TAKEON-SW = "Y"
               MOVE "TAKE-ON FILE BUT THE LEDGER IS ALREADY OPEN"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.
           IF GLH-OPEN-POSITION NOT = WS-OPEN-POSITION
               MOVE "OPENING POSITION IS NOT THE LEDGER'S POSITION"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.

      *    LAST LOADSTP ROW FOR THE CYCLE WINS - A RERUN THAT STOOD
      *    REPLACES THE RUN IT REPEATED, AS IN CYCLE-BALANCER.
       330-FIND-LOADSTP-ROW.
           OPEN INPUT CYCLECTL.
           IF WS-CCTL-STATUS NOT = "00"
               MOVE "CYCLE CONTROL FILE WOULD NOT OPEN"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           ELSE
               MOVE "N" TO EOF-SWITCH
               PERFORM UNTIL EOF-SWITCH = "Y"
                   READ CYCLECTL
                       AT END
                           MOVE "Y" TO EOF-SWITCH
                       NOT AT END
                           IF CCTL-STEP = "LOADSTP"
                               AND CCTL-CYCLE-DATE = GLH-CYCLE-DATE
                               MOVE "Y" TO WS-LOAD-FOUND-SW
                               MOVE CCTL-CLM-AMOUNT
                                   TO WS-LOAD-CLM-AMOUNT
                               MOVE CCTL-JOB-RC TO WS-LOAD-RC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLECTL
           END-IF.
           IF WS-LOAD-FOUND-SW = "N"
               MOVE "NO LOADSTP CYCLE-CONTROL ROW FOR THE CYCLE DATE"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           ELSE
               IF WS-LOAD-RC > 4
                   MOVE "THE CYCLE'S LOAD DID NOT END RC 0 OR 4"
                       TO WS-FAIL-TEXT
                   PERFORM 390-REPORT-FAILURE
               END-IF
           END-IF.

       340-CHECK-TIE.
           IF WS-NET-SIGN = "-"
               COMPUTE WS-CLOSE-POSITION =
                   WS-OPEN-POSITION - WS-NET-MOVEMENT
           ELSE
               COMPUTE WS-CLOSE-POSITION =
                   WS-OPEN-POSITION + WS-NET-MOVEMENT
           END-IF.
           MOVE WS-OPEN-POSITION TO WS-ED-AMOUNT.
           MOVE SPACES TO RPTRECORD
           STRING "CYCLE " GLH-CYCLE-DATE
               "   OPENING POSITION: " WS-ED-AMOUNT
               "   NET MOVEMENT: " WS-NET-SIGN WS-NET-MOVEMENT
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-CLOSE-POSITION TO WS-ED-AMOUNT.
           MOVE WS-LOAD-CLM-AMOUNT TO WS-ED-AMOUNT2.
           MOVE SPACES TO RPTRECORD
           STRING "CLOSING POSITION: " WS-ED-AMOUNT
               "   LOADSTP CLAIM AMOUNT: " WS-ED-AMOUNT2
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           IF WS-LOAD-FOUND-SW = "Y"
               AND WS-CLOSE-POSITION NOT = WS-LOAD-CLM-AMOUNT
               MOVE "NET DOES NOT TIE TO THE CYCLE-CONTROL CLAIM AMOUNT"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           END-IF.

       350-WRITE-NEW-CONTROL.
           OPEN OUTPUT GLCTLOUT.
           IF WS-GLCTLOUT-STATUS NOT = "00"
               MOVE "NEW GL CONTROL RECORD COULD NOT BE WRITTEN"
                   TO WS-FAIL-TEXT
               PERFORM 390-REPORT-FAILURE
           ELSE
               MOVE SPACES TO GLCOUTRECORD
               MOVE GLH-CYCLE-DATE TO GLCO-CYCLE-DATE
               MOVE WS-LOAD-CLM-AMOUNT TO GLCO-POSITION
               MOVE GLH-WATERMARK TO GLCO-WATERMARK
               MOVE WS-RUN-DATE TO GLCO-RELEASE-DATE
               MOVE WS-RUN-TIME (1:6) TO GLCO-RELEASE-TIME
               WRITE GLCOUTRECORD
               CLOSE GLCTLOUT
           END-IF.

       390-REPORT-FAILURE.
           COMPUTE WS-FAIL-COUNT = WS-FAIL-COUNT + 1.
           MOVE SPACES TO RPTRECORD
           STRING "*** NOT RELEASED: " WS-FAIL-TEXT
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       END PROGRAM GL-BALANCE.
