       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-BALANCER.
      *    END-OF-CYCLE TIE-OUT ACROSS THE CITY JOB STREAMS. EVERY
      *    STEP (LOADSTP, MAINTSTP, ONLNMNT, SUSPWORK, HISTLOAD)
      *    APPENDS ITS CLOSING COUNTERS TO THE SHARED CYCLE-CONTROL
      *    DATASET; THIS PROGRAM CROSS-FOOTS THE REQUESTED CYCLE'S
      *    ROWS - FEED IN MINUS REJECTS AND SKIPS EQUALS EXTRACT
      *    OUT, SUSPENSE
      *    ADDS MINUS WORK-OFFS EQUALS THE CHANGE IN SUSPENSE
      *    DEPTH, AND RECYCLED RECORDS REAPPEAR IN THE NEXT LOAD'S
      *    COUNTS - AND ENDS RC=8 WITH A ONE-PAGE DISCREPANCY
      *    REPORT WHEN THE CYCLE DOES NOT TIE. REPLACES THE
      *    FRIDAY SPREADSHEET. THE EXPECTED-FEED CHECK (FEEDCHK)
      *    LEAVES ONE ROW PER SOURCE SAYING WHETHER IT LOADED, WAS
      *    CARRIED FORWARD OR HELD THE LOAD; THOSE DECISIONS ARE
      *    LISTED AHEAD OF THE CHECKS SO A SHORT NIGHT EXPLAINS
      *    ITSELF, AND A HELD NIGHT MUST SHOW A LOAD THAT WROTE
      *    NOTHING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 CCTL-RECYCLE      PIC 9(9).
           05 CCTL-JOB-RC       PIC 9(2).
           05 CCTL-REASON-COUNT PIC 9(7) OCCURS 8 TIMES.
      *    A "FEEDCHK" ROW CARRIES ONE SOURCE'S FEED-CALENDAR
      *    DECISION IN THE COUNTER AREA - SEE FEED-CHECK.
       01 CCTLFEEDRECORD.
           05 FILLER             PIC X(16).
           05 CCTL-FEED-SOURCE   PIC X(8).
           05 CCTL-FEED-DECISION PIC X(6).
           05 CCTL-FEED-STATUS   PIC X(12).
           05 CCTL-FEED-POLICY   PIC X(1).
           05 CCTL-FEED-HDR-DATE PIC 9(8).
           05 CCTL-FEED-DUE-SW   PIC X(1).
           05 FILLER             PIC X(94).
           05 CCTL-FEED-JOB-RC   PIC 9(2).
           05 FILLER             PIC X(56).

       FD CYCLRPT.

           05 WS-HIST-REJECT   PIC 9(9) VALUE 0.
           05 WS-HIST-DUP      PIC 9(9) VALUE 0.

      *    ONE FEEDCHK RUN WRITES ALL ITS ROWS IN ONE GO, SO A
      *    FEEDCHK ROW FOR THE CYCLE FOLLOWING ANY OTHER ROW STARTS
      *    A NEW RUN (A RERUN OF CTYLOAD) AND THE TABLE IS REBUILT -
      *    ONLY THE LAST RUN'S DECISIONS STAND.
       01 FEEDCHK-ROWS.
           05 WS-FEED-FOUND-SW PIC X VALUE "N".
           05 WS-FEED-RUN-SW   PIC X VALUE "N".
           05 WS-FEED-HOLD-SW  PIC X VALUE "N".
           05 WS-FEED-RC       PIC 9(2) VALUE 0.
           05 WS-FEED-COUNT    PIC 9(2) VALUE 0.
           05 WS-FEED-MAX      PIC 9(2) VALUE 20.
           05 WS-FEED-ENTRY OCCURS 20 TIMES.
               10 WS-FEED-SOURCE   PIC X(8).
               10 WS-FEED-DECISION PIC X(6).
               10 WS-FEED-STATUS   PIC X(12).
               10 WS-FEED-POLICY   PIC X(1).
               10 WS-FEED-DUE-SW   PIC X(1).
               10 WS-FEED-HDR-DATE PIC 9(8).
           05 WS-FEED-IDX      PIC 9(2) VALUE 0.

      *    THE CROSS-RUN CHAIN: SUSPENSE DEPTH AND THE PENDING
      *    RECYCLE COUNT CARRY FROM ROW TO ROW, SO THE REQUESTED
      *    CYCLE'S EXPECTATIONS ARE WHATEVER THE TRAIL OF EARLIER
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   IF CCTL-STEP NOT = "FEEDCHK"
                       MOVE "N" TO WS-FEED-RUN-SW
                   END-IF
                   EVALUATE CCTL-STEP
                       WHEN "LOADSTP"
                           PERFORM 210-TAKE-LOADSTP-ROW
                       WHEN "MAINTSTP"
                       WHEN "ONLNMNT"
                           PERFORM 215-TAKE-MAINTSTP-ROW
                       WHEN "SUSPWORK"
                           PERFORM 220-TAKE-SUSPWORK-ROW
                       WHEN "HISTLOAD"
                           PERFORM 230-TAKE-HISTLOAD-ROW
                       WHEN "FEEDCHK"
                           PERFORM 240-TAKE-FEEDCHK-ROW
                   END-EVALUATE
           END-READ.

      *    MAINTENANCE SUSPENSE ADDS FEED THE SAME DEPTH CHAIN AS
      *    THE LOAD'S - THE WORK-OFF READS ONE DATASET AND MUST BE
      *    OWED EVERY ROW THAT LANDED ON IT, WHICHEVER STEP WROTE
      *    IT. ONLINE-DRAIN'S ONLNMNT ROW (THE DAY'S ONLINE
      *    MAINTENANCE) IS TAKEN THE SAME WAY. NOTHING ELSE ON A
      *    MAINTSTP ROW IS CROSS-FOOTED.
       215-TAKE-MAINTSTP-ROW.
           COMPUTE WS-ADDS-SINCE = WS-ADDS-SINCE + CCTL-SUSP-ADD.

               MOVE CCTL-REC-DUP TO WS-HIST-DUP
           END-IF.

       240-TAKE-FEEDCHK-ROW.
           IF CCTL-CYCLE-DATE NOT = WS-CYCLE-DATE
               MOVE "N" TO WS-FEED-RUN-SW
           ELSE
               IF WS-FEED-RUN-SW = "N"
                   MOVE "Y" TO WS-FEED-RUN-SW
                   MOVE 0 TO WS-FEED-COUNT
                   MOVE "N" TO WS-FEED-HOLD-SW
               END-IF
               MOVE "Y" TO WS-FEED-FOUND-SW
               MOVE CCTL-FEED-JOB-RC TO WS-FEED-RC
               IF CCTL-FEED-DECISION = "HOLD"
                   MOVE "Y" TO WS-FEED-HOLD-SW
               END-IF
               IF WS-FEED-COUNT < WS-FEED-MAX
                   COMPUTE WS-FEED-COUNT = WS-FEED-COUNT + 1
                   MOVE CCTL-FEED-SOURCE
                       TO WS-FEED-SOURCE (WS-FEED-COUNT)
                   MOVE CCTL-FEED-DECISION
                       TO WS-FEED-DECISION (WS-FEED-COUNT)
                   MOVE CCTL-FEED-STATUS
                       TO WS-FEED-STATUS (WS-FEED-COUNT)
                   MOVE CCTL-FEED-POLICY
                       TO WS-FEED-POLICY (WS-FEED-COUNT)
                   MOVE CCTL-FEED-DUE-SW
                       TO WS-FEED-DUE-SW (WS-FEED-COUNT)
                   MOVE CCTL-FEED-HDR-DATE
                       TO WS-FEED-HDR-DATE (WS-FEED-COUNT)
               ELSE
                   DISPLAY "FEEDCHK TABLE FULL, ENTRY DROPPED >>> "
                       CCTL-FEED-SOURCE
               END-IF
           END-IF.

       300-TERMINATE.
           PERFORM 310-WRITE-REPORT-HEADER.
           PERFORM 315-REPORT-FEED-DECISIONS.
           PERFORM 320-CHECK-LOADSTP.
           PERFORM 330-CHECK-SUSPWORK.
           PERFORM 340-CHECK-HISTLOAD.
               MOVE WS-LOAD-EXP-RECYCLE TO WS-EXPECTED
               MOVE WS-LOAD-RECYCLE TO WS-ACTUAL
               PERFORM 390-WRITE-CHECK-LINE
      *        A NIGHT THE FEED CHECK HELD MUST NOT HAVE LOADED -
      *        ANY EXTRACT ROW MEANS THE HOLD WAS NOT HONOURED.
               IF WS-FEED-HOLD-SW = "Y"
                   MOVE "HELD LOAD WROTE NO EXTRACT"
                       TO WS-CHECK-NAME
                   MOVE 0 TO WS-EXPECTED
                   MOVE WS-LOAD-OUT TO WS-ACTUAL
                   PERFORM 390-WRITE-CHECK-LINE
               END-IF
           END-IF.

      *    INFORMATIONAL - THE DECISIONS THEMSELVES ARE NOT A
      *    DISCREPANCY; FEEDCHK'S OWN RC ALREADY WOKE OPS.
       315-REPORT-FEED-DECISIONS.
           MOVE SPACES TO RPTRECORD
           IF WS-FEED-FOUND-SW = "N"
               STRING "FEEDCHK DID NOT RUN THIS CYCLE"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           ELSE
               STRING "FEED CALENDAR DECISIONS (FEEDCHK RC="
                   WS-FEED-RC "):"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                       UNTIL WS-FEED-IDX > WS-FEED-COUNT
                   MOVE SPACES TO RPTRECORD
                   STRING "  " WS-FEED-SOURCE (WS-FEED-IDX)
                       " " WS-FEED-STATUS (WS-FEED-IDX)
                       " " WS-FEED-DECISION (WS-FEED-IDX)
                       " POLICY " WS-FEED-POLICY (WS-FEED-IDX)
                       " DUE " WS-FEED-DUE-SW (WS-FEED-IDX)
                       " HDR " WS-FEED-HDR-DATE (WS-FEED-IDX)
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
               END-PERFORM
               IF WS-FEED-HOLD-SW = "Y"
                   MOVE SPACES TO RPTRECORD
                   STRING "LOAD HELD BY EXPECTED-FEED CHECK"
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
               END-IF
           END-IF.

       330-CHECK-SUSPWORK.
