       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLINE-DRAIN.
      *    CARRIES THE DAY'S ONLINE MAINTENANCE (CITY-ONLINE-MAINT,
      *    CICS TRANSACTION CTYM) INTO THE BATCH RECORDS MAINTSTP
      *    KEEPS FOR ITS OWN TRANSACTIONS. CICS CANNOT APPEND TO THE
      *    SEQUENTIAL AUDIT TRAIL, SUSPENSE OR CYCLE-CONTROL DATASETS,
      *    SO EVERY ONLINE APPROVAL LEAVES ONE ROW ON THE ONLINE
      *    JOURNAL (CTYOJRN.cpy) AND THIS STEP, RUN BY CTYONLC ONCE
      *    THE CICS FILES ARE CLOSED AND BEFORE CTYLOAD STARTS:
      *      - APPENDS EACH APPLIED CHANGE'S AUDIT RECORD TO
      *        PROD.CITY.AUDIT.TRAIL, SO HISTLOAD FOLDS IT INTO THE
      *        CHANGE HISTORY AND CTYUNDO CAN BACK IT OUT;
      *      - APPENDS EACH EDIT REJECT'S SUSPENSE RECORD TO
      *        PROD.CITY.SUSPENSE, AS 212-WRITE-MAINT-SUSPENSE DOES;
      *      - WRITES ONE CYCLE-CONTROL ROW, STEP "ONLNMNT", WITH THE
      *        SAME COUNTERS MAINTSTP'S 371-WRITE-CYCLE-CONTROL
      *        RECORDS (APPLIED, REJECTED, SUSPENSE ADDS).
      *    THE JOURNAL IS ONLY READ HERE; CTYONLC'S NEXT STEP EMPTIES
      *    IT, AND ONLY WHEN THIS STEP ENDED RC=4 OR BETTER, SO A
      *    FAILED DRAIN LEAVES THE ROWS FOR THE RERUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE DD STATEMENTS OF THE SAME NAME IN jcl/CTYONLC.jcl.
           SELECT CITYOJRN ASSIGN TO CITYOJRN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS JRN-KEY
              FILE STATUS IS WS-JRN-STATUS.
           SELECT CITYAUD ASSIGN TO CITYAUD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUD-STATUS.
           SELECT CITYSUSP ASSIGN TO CITYSUSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.
           SELECT CYCLECTL ASSIGN TO CYCLECTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CITYOJRN.

           COPY "CTYOJRN.cpy".

       FD CITYAUD.

      *    AUDRECORD IN READ-FILE-LOCAL, CARRIED WHOLE FROM JRN-BODY.
       01 AUDRECORD             PIC X(122).

       FD CITYSUSP.

      *    SUSPRECORD IN READ-FILE-LOCAL, CARRIED WHOLE FROM JRN-BODY.
       01 SUSPRECORD            PIC X(143).

       FD CYCLECTL.

      *    MIRROR OF CCTLRECORD IN READ-FILE-LOCAL - SHARED
      *    CYCLE-CONTROL DATASET, ONE ROW OF CLOSING COUNTERS PER
      *    STEP, CROSS-FOOTED BY CYCLE-BALANCER.
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

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-JRN-STATUS   PIC X(2) VALUE "00".
           05 WS-AUD-STATUS   PIC X(2) VALUE "00".
           05 WS-SUSP-STATUS  PIC X(2) VALUE "00".
           05 WS-CCTL-STATUS  PIC X(2) VALUE "00".

       01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *    THE CYCLE-CONTROL ROW IS KEYED BY THE CYCLE DATE THE
      *    SCHEDULER PINS WITH CITYCYCL, AS FOR EVERY OTHER STEP.
       01 WS-CYCLE-DATE PIC 9(8) VALUE 0.
       01 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(8).

       01 COUNTERS.
           05 REC-READ-COUNTER       PIC 9(7) VALUE 0.
           05 REC-MAINT-APPLIED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-MAINT-REJECT-COUNTER   PIC 9(7) VALUE 0.
           05 REC-MAINT-SUSP-COUNTER     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           PERFORM 200-DRAIN-JOURNAL
               UNTIL EOF-SWITCH = "Y".
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-CYCLE-DATE-X.
           ACCEPT WS-CYCLE-DATE-X FROM ENVIRONMENT "CITYCYCL".
           IF WS-CYCLE-DATE-X = SPACES OR WS-CYCLE-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
      *    A DRAIN THAT COULD NOT READ THE JOURNAL MUST NOT END
      *    RC=0 - THE JOURNAL RESET BEHIND IT IS COND-PROTECTED ON
      *    THIS STEP'S CONDITION CODE.
           OPEN INPUT CITYOJRN.
           IF WS-JRN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "ONLINE JOURNAL OPEN FAILED - STATUS "
                   WS-JRN-STATUS " - NOTHING DRAINED"
           END-IF.
           OPEN EXTEND CITYAUD.
           IF WS-AUD-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "AUDIT TRAIL FILE STATUS " WS-AUD-STATUS
                   " - NOTHING DRAINED"
           END-IF.
           OPEN EXTEND CITYSUSP.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "SUSPENSE FILE STATUS " WS-SUSP-STATUS
                   " - NOTHING DRAINED"
           END-IF.

       200-DRAIN-JOURNAL.
           READ CITYOJRN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
      *            THE ALL-ZERO KEY IS THE SEED ROW THE CLUSTER IS
      *            DEFINED WITH, NOT AN APPROVAL.
                   IF JRN-STAMP NOT = 0 OR JRN-TASK NOT = 0
                       COMPUTE REC-READ-COUNTER = REC-READ-COUNTER + 1
                       PERFORM 210-TAKE-JOURNAL-ROW
                   END-IF
           END-READ.

      *    THE SAME COUNTS MAINTSTP KEEPS: AN APPLIED CHANGE IS ONE
      *    APPLIED; AN EDIT REJECT IS ONE REJECTED AND ONE SUSPENSE
      *    ADD; A KEY REJECT IS ONE REJECTED AND NOTHING WRITTEN.
       210-TAKE-JOURNAL-ROW.
           EVALUATE JRN-OUTCOME
               WHEN "A"
                   MOVE JRN-BODY (1:122) TO AUDRECORD
                   WRITE AUDRECORD
                   COMPUTE REC-MAINT-APPLIED-COUNTER =
                       REC-MAINT-APPLIED-COUNTER + 1
               WHEN "S"
                   MOVE JRN-BODY TO SUSPRECORD
                   WRITE SUSPRECORD
                   COMPUTE REC-MAINT-SUSP-COUNTER =
                       REC-MAINT-SUSP-COUNTER + 1
                   PERFORM 220-REPORT-REJECT
               WHEN OTHER
                   PERFORM 220-REPORT-REJECT
           END-EVALUATE.

       220-REPORT-REJECT.
           COMPUTE REC-MAINT-REJECT-COUNTER =
               REC-MAINT-REJECT-COUNTER + 1.
           DISPLAY "ONLINE MAINTENANCE REJECTED, TASK " JRN-TASK
               " - " JRN-REASON.

       300-TERMINATE.
           IF REC-MAINT-REJECT-COUNTER > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "ONLINE JOURNAL ROWS READ >>>> " REC-READ-COUNTER.
           DISPLAY "ONLINE CHANGES APPLIED >>>> "
               REC-MAINT-APPLIED-COUNTER.
           DISPLAY "ONLINE CHANGES REJECTED >>>> "
               REC-MAINT-REJECT-COUNTER.
           DISPLAY "SUSPENSE RECORDS WRITTEN >>>> "
               REC-MAINT-SUSP-COUNTER.
           IF WS-JRN-STATUS = "00" OR WS-JRN-STATUS = "10"
               CLOSE CITYOJRN
           END-IF.
           IF WS-AUD-STATUS = "00"
               CLOSE CITYAUD
           END-IF.
           IF WS-SUSP-STATUS = "00"
               CLOSE CITYSUSP
           END-IF.
           PERFORM 310-WRITE-CYCLE-CONTROL.

      *    LAID OUT AS MAINTSTP'S ROW: TRANSACTIONS IN = APPLIED PLUS
      *    REJECTED, OUT = APPLIED, SUSPENSE ADDS FEED THE BALANCER'S
      *    DEPTH CHAIN ALONGSIDE MAINTSTP'S.
       310-WRITE-CYCLE-CONTROL.
           OPEN EXTEND CYCLECTL.
           IF WS-CCTL-STATUS NOT = "00"
               DISPLAY "CYCLE CONTROL FILE STATUS " WS-CCTL-STATUS
                   " - STEP COUNTERS NOT RECORDED"
           ELSE
               INITIALIZE CCTLRECORD
               MOVE WS-CYCLE-DATE TO CCTL-CYCLE-DATE
               MOVE "ONLNMNT" TO CCTL-STEP
               COMPUTE CCTL-REC-IN = REC-MAINT-APPLIED-COUNTER
                   + REC-MAINT-REJECT-COUNTER
               MOVE REC-MAINT-APPLIED-COUNTER TO CCTL-REC-OUT
               MOVE REC-MAINT-REJECT-COUNTER TO CCTL-REC-REJECT
               MOVE REC-MAINT-SUSP-COUNTER TO CCTL-SUSP-ADD
               MOVE RETURN-CODE TO CCTL-JOB-RC
               WRITE CCTLRECORD
               CLOSE CYCLECTL
           END-IF.

       END PROGRAM ONLINE-DRAIN.
