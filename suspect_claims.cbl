       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPECT-CLAIMS.
      *    NIGHTLY CROSS-CITY SUSPECT-CLAIMS ANALYSIS OVER THE CLAIM
      *    MASTER AND THE CLAIM EVENTS ON THE CHANGE-HISTORY MASTER.
      *    THE LOAD'S OWN CLAIM EDITS ONLY SEE ONE CITYKEY AT A TIME
      *    (E006) OR ONE AMOUNT AT A TIME (E008); THIS LOOKS ACROSS
      *    CITIES AND ACROSS NIGHTS FOR THE PATTERNS THE CLAIMS
      *    REVIEWERS CHASE. FOUR RULES:
      *      DUPN - THE SAME CLAIM NUMBER HELD UNDER MORE THAN ONE
      *             CITY (WORSE WHEN THE CITIES COME FROM DIFFERENT
      *             SOURCE SYSTEMS);
      *      SAMA - THE SAME AMOUNT CLAIMED IN SEVERAL CITIES WITH
      *             CLAIM DATES INSIDE A SHORT WINDOW;
      *      UPCH - A CLAIM STILL ON THE MASTER WHOSE CLMCHG HISTORY
      *             SHOWS REPEATED UPWARD AMOUNT CHANGES;
      *      SPIK - A CITY WHOSE NEW CLAIMS TONIGHT (CLMADD COUNT OR
      *             AMOUNT) RUN FAR ABOVE ITS OWN TRAILING PER-RUN
      *             AVERAGE. A SPIKE IS A CITY-LEVEL ITEM (NO CLAIM
      *             NUMBER).
      *    EVERY FLAGGED CLAIM (OR CITY) GETS A SCORE - THE SUM OF
      *    THE WEIGHTS OF THE RULES THAT FIRED ON IT - AND THE
      *    REVIEW REPORT LISTS THEM HIGHEST SCORE FIRST, ONE DETAIL
      *    LINE PER RULE.
      *    REVIEWERS KEY THEIR OUTCOMES TO THE REVIEW-OUTCOME FEED
      *    (CITYREVW). AN OUTCOME OF "C" (CLEARED) STOPS THE ITEM
      *    COMING BACK: FOR A CLAIM, FOR AS LONG AS ITS AMOUNT IS
      *    STILL THE AMOUNT THE REVIEWER CLEARED (ZERO = ANY
      *    AMOUNT); FOR A CITY SPIKE, FOR THE TRAILING-AVERAGE
      *    PERIOD AFTER THE REVIEW DATE, BY WHICH TIME THE SPIKE HAS
      *    ROLLED INTO THE AVERAGE. A BLANK RULE ON THE OUTCOME ROW
      *    COVERS EVERY RULE. ANY OTHER OUTCOME IS SHOWN ON THE
      *    REPORT BESIDE THE ITEM. THE LAST ROW FOR AN ITEM WINS.
      *    OPS TUNING (JCL/SHELL ENVIRONMENT, ZERO PADDED - LEFT
      *    UNSET OR NON-NUMERIC, THE DEFAULT APPLIES):
      *      CITYSCWN - SAMA CLAIM-DATE WINDOW IN DAYS (007);
      *      CITYSCTD - SPIK TRAILING-AVERAGE PERIOD IN DAYS (030);
      *      CITYSCSX - SPIK MULTIPLE OF THE AVERAGE (03).
      *    RC 0 = NOTHING TO REVIEW; RC 4 = ITEMS ON THE REPORT (OR
      *    A TABLE FILLED AND ITEMS WERE DROPPED); RC 12 = AN INPUT
      *    WOULD NOT OPEN, NOTHING ANALYSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE DD STATEMENTS OF THE SAME NAME IN jcl/CTYSUSC.jcl.
           SELECT CLMMAST ASSIGN TO CLMMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLMMAST-KEY
              FILE STATUS IS WS-CLMMAST-STATUS.
           SELECT CITYHIST ASSIGN TO CITYHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS HIST-KEY
              FILE STATUS IS WS-HIST-STATUS.
           SELECT CITYMAST ASSIGN TO CITYMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS MAST-CITYKEY
              FILE STATUS IS WS-MAST-STATUS.
           SELECT CLMBYNUM ASSIGN TO CLMBYNUM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-NUM-STATUS.
           SELECT CLMBYAMT ASSIGN TO CLMBYAMT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AMT-STATUS.
           SELECT CITYREVW ASSIGN TO CITYREVW
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REVW-STATUS.
           SELECT SCLMRPT ASSIGN TO SCLMRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CLMMAST.

      *    MIRROR OF CLMMASTRECORD IN READ-FILE-LOCAL.
       01 CLMMASTRECORD.
           05 CLMMAST-KEY.
               10 CLMMAST-CITYKEY PIC A(5).
               10 CLMMAST-NUMBER  PIC X(10).
           05 CLMMAST-AMOUNT   PIC 9(7)V99.
           05 CLMMAST-CLM-DATE PIC X(10).
           05 FILLER           PIC X(6).

       FD CITYHIST.

      *    MIRROR OF HISTRECORD IN READ-FILE-LOCAL'S HIST MODE.
      *    ONLY THE CLAIM EVENTS AND MRGIN ARE LOOKED AT HERE.
       01 HISTRECORD.
           05 HIST-KEY.
               10 HIST-CITYKEY  PIC A(5).
               10 HIST-RUN-DATE PIC 9(8).
               10 HIST-RUN-TIME PIC 9(6).
               10 HIST-RUN-SEQ  PIC 9(7).
           05 HIST-ACTION       PIC X(6).
           05 HIST-CITY-DATA    PIC X(66).
           05 HIST-CLM-DATA REDEFINES HIST-CITY-DATA.
               10 HIST-CLM-NUMBER     PIC X(10).
               10 HIST-CLM-OLD-AMOUNT PIC 9(7)V99.
               10 HIST-CLM-OLD-DATE   PIC X(10).
               10 HIST-CLM-NEW-AMOUNT PIC 9(7)V99.
               10 HIST-CLM-NEW-DATE   PIC X(10).
               10 FILLER              PIC X(18).
           05 HIST-SOURCE-SYSTEM PIC X(8).
           05 HIST-SUBMITTER     PIC X(8).
           05 HIST-APPROVER      PIC X(8).

       FD CITYMAST.

      *    MIRROR OF INRECORD IN READ-FILE-LOCAL - ONLY THE KEY AND
      *    THE SOURCE SYSTEM ARE USED.
       01 MASTRECORD.
           05 MAST-CITYKEY       PIC A(5).
           05 MAST-CITYNAME      PIC A(12).
           05 MAST-CITYTYPE      PIC A(5).
           05 MAST-CITYCODE      PIC 9(6).
           05 FILLER             PIC X(16).
           05 MAST-SOURCE-SYSTEM PIC X(8).

       FD CLMBYNUM.

      *    THE CLAIM MASTER RE-SORTED ON CLAIM NUMBER + CITYKEY.
       01 NUMRECORD.
           05 NUM-CITYKEY  PIC A(5).
           05 NUM-NUMBER   PIC X(10).
           05 NUM-AMOUNT   PIC 9(7)V99.
           05 NUM-CLM-DATE PIC X(10).
           05 FILLER       PIC X(6).

       FD CLMBYAMT.

      *    THE CLAIM MASTER RE-SORTED ON AMOUNT + CLAIM DATE +
      *    CITYKEY, ZERO AMOUNTS LEFT OUT.
       01 AMTRECORD.
           05 AMT-CITYKEY  PIC A(5).
           05 AMT-NUMBER   PIC X(10).
           05 AMT-AMOUNT   PIC 9(7)V99.
           05 AMT-CLM-DATE PIC X(10).
           05 FILLER       PIC X(6).

       FD CITYREVW.

      *    REVIEW-OUTCOME FEED, KEYED BY THE CLAIMS REVIEWERS FROM
      *    THE REPORT. CLAIM NUMBER BLANK = A CITY-LEVEL (SPIK)
      *    ITEM; RULE BLANK = EVERY RULE ON THE ITEM. OUTCOME "C" =
      *    CLEARED; ANY OTHER CODE (E.G. "E" ESCALATED) IS CARRIED
      *    ONTO THE REPORT. AMOUNT IS THE CLAIM AMOUNT THE REVIEWER
      *    LOOKED AT (NINE DIGITS, TWO ASSUMED DECIMALS; ZEROS OR
      *    BLANK = ANY AMOUNT).
       01 REVWRECORD.
           05 REVW-CITYKEY   PIC X(5).
           05 REVW-CLM-NUMBER PIC X(10).
           05 REVW-RULE      PIC X(4).
           05 REVW-OUTCOME   PIC X(1).
           05 REVW-AMOUNT-X  PIC X(9).
           05 REVW-AMOUNT REDEFINES REVW-AMOUNT-X PIC 9(7)V99.
           05 REVW-DATE-X    PIC X(8).
           05 REVW-DATE REDEFINES REVW-DATE-X PIC 9(8).
           05 REVW-REVIEWER  PIC X(8).
           05 REVW-NOTE      PIC X(34).
           05 FILLER         PIC X(1).

       FD SCLMRPT.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WS-CLM-EOF-SW   PIC X VALUE "N".
           05 WS-HIST-EOF-SW  PIC X VALUE "N".
           05 WS-NUM-EOF-SW   PIC X VALUE "N".
           05 WS-AMT-EOF-SW   PIC X VALUE "N".
           05 WS-REVW-EOF-SW  PIC X VALUE "N".
           05 WS-REVW-OPEN-SW PIC X VALUE "N".
           05 WS-OPEN-FAIL-SW PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-CLMMAST-STATUS PIC X(2) VALUE "00".
           05 WS-HIST-STATUS    PIC X(2) VALUE "00".
           05 WS-MAST-STATUS    PIC X(2) VALUE "00".
           05 WS-NUM-STATUS     PIC X(2) VALUE "00".
           05 WS-AMT-STATUS     PIC X(2) VALUE "00".
           05 WS-REVW-STATUS    PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-CLM-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-HIST-READ-COUNTER PIC 9(7) VALUE 0.
           05 REC-NUM-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-AMT-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-REVW-READ-COUNTER PIC 9(7) VALUE 0.
           05 REC-REVW-REJ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-CITY-COUNTER      PIC 9(7) VALUE 0.
           05 REC-DUPN-COUNTER      PIC 9(7) VALUE 0.
           05 REC-SAMA-COUNTER      PIC 9(7) VALUE 0.
           05 REC-UPCH-COUNTER      PIC 9(7) VALUE 0.
           05 REC-SPIK-COUNTER      PIC 9(7) VALUE 0.
           05 REC-CLEARED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-DROPPED-COUNTER   PIC 9(7) VALUE 0.

      *    OPS TUNING - SEE THE PROGRAM HEADER. THE MINIMUMS BELOW
      *    ARE FIXED: THREE CITIES FOR SAMA, TWO UPWARD CHANGES FOR
      *    UPCH, THREE NEW CLAIMS TONIGHT BEFORE A SPIKE COUNTS.
       01 RULE-PARAMETERS.
           05 WS-WINDOW-DAYS-X PIC X(3) VALUE SPACES.
           05 WS-WINDOW-DAYS-9 REDEFINES WS-WINDOW-DAYS-X PIC 9(3).
           05 WS-WINDOW-DAYS   PIC 9(3) VALUE 7.
           05 WS-TRAIL-DAYS-X  PIC X(3) VALUE SPACES.
           05 WS-TRAIL-DAYS-9 REDEFINES WS-TRAIL-DAYS-X PIC 9(3).
           05 WS-TRAIL-DAYS    PIC 9(3) VALUE 30.
           05 WS-SPIKE-MULT-X  PIC X(2) VALUE SPACES.
           05 WS-SPIKE-MULT-9 REDEFINES WS-SPIKE-MULT-X PIC 9(2).
           05 WS-SPIKE-MULT    PIC 9(2) VALUE 3.
           05 WS-SAMA-MIN-CITIES PIC 9(3) VALUE 3.
           05 WS-UPCH-MIN-CHANGES PIC 9(3) VALUE 2.
           05 WS-SPIK-MIN-CLAIMS PIC 9(5) VALUE 3.

       01 RULE-NAMES.
           05 WS-RULE-CODES PIC X(16) VALUE "DUPNSAMAUPCHSPIK".
           05 WS-RULE-CODE-TBL REDEFINES WS-RULE-CODES.
               10 WS-RULE-CODE PIC X(4) OCCURS 4 TIMES.

      *    THE NEXT UNPROCESSED CITYKEY ON THE CLAIM-MASTER AND
      *    HISTORY STREAMS - HIGH-VALUES ONCE A STREAM IS EXHAUSTED.
       01 MATCH-KEYS.
           05 WS-CLM-KEY    PIC X(5) VALUE LOW-VALUES.
           05 WS-HIST-KEY   PIC X(5) VALUE LOW-VALUES.
           05 WS-CUR-KEY    PIC X(5) VALUE SPACES.

      *    ONE CITY'S CLAIMS OFF THE CLAIM MASTER.
       01 CITY-CLAIM-TABLE.
           05 WS-CC-COUNT PIC 9(4) VALUE 0.
           05 WS-CC-MAX   PIC 9(4) VALUE 2000.
           05 WS-CC-ENTRY OCCURS 2000 TIMES.
               10 WS-CC-NUMBER PIC X(10).
               10 WS-CC-AMOUNT PIC 9(7)V99.
               10 WS-CC-DATE   PIC X(10).
           05 WS-CC-IDX       PIC 9(4) VALUE 0.
           05 WS-CC-MATCH-IDX PIC 9(4) VALUE 0.

      *    ONE CITY'S CLAIMS WITH AT LEAST ONE UPWARD CLMCHG.
       01 UPWARD-CHANGE-TABLE.
           05 WS-UC-COUNT PIC 9(3) VALUE 0.
           05 WS-UC-MAX   PIC 9(3) VALUE 500.
           05 WS-UC-ENTRY OCCURS 500 TIMES.
               10 WS-UC-NUMBER    PIC X(10).
               10 WS-UC-UPS       PIC 9(3).
               10 WS-UC-FIRST-OLD PIC 9(7)V99.
               10 WS-UC-LAST-NEW  PIC 9(7)V99.
               10 WS-UC-LAST-DATE PIC 9(8).
           05 WS-UC-IDX       PIC 9(3) VALUE 0.
           05 WS-UC-MATCH-IDX PIC 9(3) VALUE 0.

      *    ONE CITY'S CLAIM INTAKE FROM ITS CLMADD EVENTS - TONIGHT
      *    (RUN DATE ON OR AFTER THE CYCLE DATE) AGAINST THE
      *    TRAILING PERIOD BEFORE IT.
       01 CITY-SPIKE-FIELDS.
           05 WS-TODAY-COUNT   PIC 9(5) VALUE 0.
           05 WS-TODAY-AMOUNT  PIC 9(11)V99 VALUE 0.
           05 WS-TRAIL-COUNT   PIC 9(7) VALUE 0.
           05 WS-TRAIL-AMOUNT  PIC 9(11)V99 VALUE 0.
           05 WS-AVG-COUNT     PIC 9(7)V99 VALUE 0.
           05 WS-AVG-AMOUNT    PIC 9(11)V99 VALUE 0.
           05 WS-EVENT-AMOUNT  PIC 9(7)V99 VALUE 0.
           05 WS-FIRST-CLM-INT PIC 9(7) VALUE 0.
      *    RUN DATES IN THE TRAILING PERIOD THAT HAD CLMADD EVENTS
      *    - THE AVERAGE IS PER NIGHT THE CITY ACTUALLY FILED, NOT
      *    PER CALENDAR DAY, SO WEEKENDS AND DARK NIGHTS DO NOT
      *    DILUTE IT.
           05 WS-TRAIL-RUNS    PIC 9(5) VALUE 0.
           05 WS-TRAIL-LAST-INT PIC 9(7) VALUE 0.
           05 WS-MERGE-IN-SW   PIC X VALUE "N".
           05 WS-COUNT-SPIKE-SW  PIC X VALUE "N".
           05 WS-AMOUNT-SPIKE-SW PIC X VALUE "N".

      *    ONE CLAIM-NUMBER GROUP (DUPN) OR ONE AMOUNT GROUP (SAMA).
       01 CLAIM-GROUP-TABLE.
           05 WS-CG-COUNT PIC 9(3) VALUE 0.
           05 WS-CG-MAX   PIC 9(3) VALUE 200.
           05 WS-CG-ENTRY OCCURS 200 TIMES.
               10 WS-CG-CITYKEY  PIC X(5).
               10 WS-CG-NUMBER   PIC X(10).
               10 WS-CG-AMOUNT   PIC 9(7)V99.
               10 WS-CG-DATE     PIC X(10).
               10 WS-CG-DATE-INT PIC 9(7).
               10 WS-CG-SOURCE   PIC X(8).
               10 WS-CG-CITIES   PIC 9(3).
               10 WS-CG-WIN-DATE PIC X(10).
           05 WS-CG-IDX       PIC 9(3) VALUE 0.
           05 WS-CG-IDX2      PIC 9(3) VALUE 0.
           05 WS-CG-IDX3      PIC 9(3) VALUE 0.
           05 WS-CG-OTHER-IDX PIC 9(3) VALUE 0.
           05 WS-CG-OVERFLOW  PIC 9(5) VALUE 0.
           05 WS-GRP-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-GRP-AMOUNT   PIC 9(7)V99 VALUE 0.
           05 WS-SRC-DIFF-SW  PIC X VALUE "N".
           05 WS-WIN-CITIES   PIC 9(3) VALUE 0.
           05 WS-WIN-END-IDX  PIC 9(3) VALUE 0.
           05 WS-WIN-STOP-SW  PIC X VALUE "N".
           05 WS-SEEN-SW      PIC X VALUE "N".

       01 REVIEW-TABLE.
           05 WS-RV-COUNT PIC 9(4) VALUE 0.
           05 WS-RV-MAX   PIC 9(4) VALUE 3000.
           05 WS-RV-ENTRY OCCURS 3000 TIMES.
               10 WS-RV-CITYKEY  PIC X(5).
               10 WS-RV-NUMBER   PIC X(10).
               10 WS-RV-RULE     PIC X(4).
               10 WS-RV-OUTCOME  PIC X(1).
               10 WS-RV-AMOUNT   PIC 9(7)V99.
               10 WS-RV-DATE     PIC 9(8).
               10 WS-RV-DATE-INT PIC 9(7).
               10 WS-RV-REVIEWER PIC X(8).
           05 WS-RV-IDX       PIC 9(4) VALUE 0.
           05 WS-RV-MATCH-IDX PIC 9(4) VALUE 0.

      *    THE REVIEW LIST - ONE ENTRY PER FLAGGED CLAIM (OR CITY),
      *    ONE SLOT PER RULE.
       01 FINDING-TABLE.
           05 WS-FD-COUNT PIC 9(4) VALUE 0.
           05 WS-FD-MAX   PIC 9(4) VALUE 2000.
           05 WS-FD-ENTRY OCCURS 2000 TIMES.
               10 WS-FD-CITYKEY  PIC X(5).
               10 WS-FD-NUMBER   PIC X(10).
               10 WS-FD-AMOUNT   PIC 9(11)V99.
               10 WS-FD-CLM-DATE PIC X(10).
               10 WS-FD-SCORE    PIC 9(3).
               10 WS-FD-PRIOR    PIC X(40).
               10 WS-FD-RULE-SLOT OCCURS 4 TIMES.
                   15 WS-FD-RULE-SW PIC X.
                   15 WS-FD-DETAIL  PIC X(80).
           05 WS-FD-IDX       PIC 9(4) VALUE 0.
           05 WS-FD-MATCH-IDX PIC 9(4) VALUE 0.
           05 WS-RULE-IDX     PIC 9(1) VALUE 0.
           05 WS-RULE-POS     PIC 9(3) VALUE 0.
           05 WS-MAX-SCORE    PIC 9(3) VALUE 0.
           05 WS-SCORE-SCAN   PIC 9(3) VALUE 0.
           05 WS-RANK         PIC 9(5) VALUE 0.

      *    THE FINDING BEING OFFERED TO 400-ADD-FINDING.
       01 NEW-FINDING-FIELDS.
           05 WS-NF-CITYKEY  PIC X(5) VALUE SPACES.
           05 WS-NF-NUMBER   PIC X(10) VALUE SPACES.
           05 WS-NF-AMOUNT   PIC 9(11)V99 VALUE 0.
           05 WS-NF-CLM-DATE PIC X(10) VALUE SPACES.
           05 WS-NF-RULE-IDX PIC 9(1) VALUE 0.
           05 WS-NF-SCORE    PIC 9(3) VALUE 0.
           05 WS-NF-DETAIL   PIC X(80) VALUE SPACES.
           05 WS-NF-PRIOR    PIC X(40) VALUE SPACES.
           05 WS-NF-CLEARED-SW PIC X VALUE "N".
           05 WS-SCORE-WORK  PIC 9(5) VALUE 0.

       01 DATE-WORK-FIELDS.
           05 WS-DT-CCYYMMDD PIC 9(8) VALUE 0.
           05 WS-DT-CCYYMMDD-X REDEFINES WS-DT-CCYYMMDD.
               10 WS-DT-CCYY PIC 9(4).
               10 WS-DT-MM   PIC 9(2).
               10 WS-DT-DD   PIC 9(2).
           05 WS-DT-EXTERNAL PIC X(10) VALUE SPACES.
           05 WS-DT-INT      PIC 9(7) VALUE 0.
           05 WS-CYCLE-INT   PIC 9(7) VALUE 0.
           05 WS-TRAIL-START-INT PIC 9(7) VALUE 0.
           05 WS-DAY-DIFF    PIC 9(7) VALUE 0.
           05 WS-JOB-RC      PIC 9(2) VALUE 0.
           05 WS-NEW-RC      PIC 9(2) VALUE 0.

       01 EDIT-FIELDS.
           05 WS-ED-AMOUNT   PIC Z(10)9.99.
           05 WS-ED-AMOUNT2  PIC Z(10)9.99.
           05 WS-ED-AVG-CNT  PIC Z(6)9.99.
           05 WS-ED-COUNT    PIC Z(4)9.
           05 WS-ED-COUNT2   PIC Z(4)9.
           05 WS-ED-RANK     PIC Z(4)9.
           05 WS-ED-SCORE    PIC ZZ9.
           05 WS-ED-DAYS     PIC ZZ9.
           05 WS-ED-MIN      PIC ZZ9.

       01 CONTROL-REPORT-FIELDS.
           05 WS-CYCLE-DATE PIC 9(8) VALUE 0.
           05 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE PIC X(8).
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
           IF WS-OPEN-FAIL-SW = "N"
               PERFORM 200-SWEEP-NEXT-CITY
                   UNTIL WS-CLM-KEY = HIGH-VALUES
                     AND WS-HIST-KEY = HIGH-VALUES
               PERFORM 230-READ-BY-NUMBER
               PERFORM 235-SCAN-NUMBER-GROUP
                   UNTIL WS-NUM-EOF-SW = "Y"
               PERFORM 260-READ-BY-AMOUNT
               PERFORM 265-SCAN-AMOUNT-GROUP
                   UNTIL WS-AMT-EOF-SW = "Y"
           END-IF.
           PERFORM 300-TERMINATE.
           STOP RUN.

      *    EVERY ANALYSIS INPUT OR NOTHING - A HALF-RUN WOULD MISS
      *    WHOLE RULES AND LOOK CLEAN. THE REVIEW FEED ALONE MAY BE
      *    ABSENT: NOTHING IS SUPPRESSED THEN.
       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      *    THE SAME CYCLE DATE THE LOAD RAN FOR - ITS CLMADD EVENTS
      *    ARE STAMPED ON OR AFTER IT.
           MOVE SPACES TO WS-CYCLE-DATE-X.
           ACCEPT WS-CYCLE-DATE-X FROM ENVIRONMENT "CITYCYCL".
           IF WS-CYCLE-DATE-X = SPACES OR WS-CYCLE-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-DT-CCYYMMDD.
           PERFORM 285-DATE-TO-INTEGER.
           IF WS-DT-INT = 0
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               MOVE WS-CYCLE-DATE TO WS-DT-CCYYMMDD
               PERFORM 285-DATE-TO-INTEGER
           END-IF.
           MOVE WS-DT-INT TO WS-CYCLE-INT.
           ACCEPT WS-WINDOW-DAYS-X FROM ENVIRONMENT "CITYSCWN".
           IF WS-WINDOW-DAYS-9 NUMERIC
               MOVE WS-WINDOW-DAYS-9 TO WS-WINDOW-DAYS
           END-IF.
           ACCEPT WS-TRAIL-DAYS-X FROM ENVIRONMENT "CITYSCTD".
           IF WS-TRAIL-DAYS-9 NUMERIC AND WS-TRAIL-DAYS-9 > 0
               MOVE WS-TRAIL-DAYS-9 TO WS-TRAIL-DAYS
           END-IF.
           ACCEPT WS-SPIKE-MULT-X FROM ENVIRONMENT "CITYSCSX".
           IF WS-SPIKE-MULT-9 NUMERIC AND WS-SPIKE-MULT-9 > 0
               MOVE WS-SPIKE-MULT-9 TO WS-SPIKE-MULT
           END-IF.
           COMPUTE WS-TRAIL-START-INT = WS-CYCLE-INT - WS-TRAIL-DAYS.

           OPEN OUTPUT SCLMRPT.
           MOVE SPACES TO RPTRECORD
           STRING "CROSS-CITY SUSPECT CLAIMS REVIEW"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               "   CYCLE DATE: " WS-CYCLE-DATE
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-WINDOW-DAYS TO WS-ED-DAYS.
           MOVE SPACES TO RPTRECORD
           STRING "RULES: DUPN CLAIM NUMBER HELD UNDER MORE THAN ONE "
               "CITY"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           MOVE WS-SAMA-MIN-CITIES TO WS-ED-MIN.
           STRING "       SAMA SAME AMOUNT IN" WS-ED-MIN
               "+ CITIES, CLAIM DATES WITHIN" WS-ED-DAYS " DAYS"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           MOVE WS-UPCH-MIN-CHANGES TO WS-ED-MIN.
           STRING "       UPCH" WS-ED-MIN
               "+ UPWARD CLMCHG AMOUNT CHANGES ON ONE CLAIM"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-TRAIL-DAYS TO WS-ED-DAYS.
           MOVE SPACES TO RPTRECORD
           MOVE WS-SPIKE-MULT TO WS-ED-MIN.
           STRING "       SPIK NEW CLAIMS TONIGHT OVER" WS-ED-MIN
               " X THE CITY'S PER-RUN AVERAGE FOR THE LAST"
               WS-ED-DAYS " DAYS"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.

           OPEN INPUT CLMMAST.
           IF WS-CLMMAST-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "CLAIM MASTER OPEN FAILED - STATUS "
                   WS-CLMMAST-STATUS
           END-IF.
           OPEN INPUT CITYHIST.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "HISTORY MASTER OPEN FAILED - STATUS "
                   WS-HIST-STATUS
           END-IF.
           OPEN INPUT CITYMAST.
           IF WS-MAST-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "CITY MASTER OPEN FAILED - STATUS "
                   WS-MAST-STATUS
           END-IF.
           OPEN INPUT CLMBYNUM.
           IF WS-NUM-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "CLAIM-NUMBER SORT FILE STATUS " WS-NUM-STATUS
           END-IF.
           OPEN INPUT CLMBYAMT.
           IF WS-AMT-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "CLAIM-AMOUNT SORT FILE STATUS " WS-AMT-STATUS
           END-IF.
           IF WS-OPEN-FAIL-SW = "Y"
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           ELSE
               PERFORM 110-LOAD-REVIEW-OUTCOMES
               PERFORM 120-READ-CLAIM
               PERFORM 130-READ-HISTORY
           END-IF.

      *    A ROW WITH NO CITYKEY OR NO OUTCOME CANNOT BE MATCHED TO
      *    AN ITEM AND IS COUNTED AS REJECTED.
       110-LOAD-REVIEW-OUTCOMES.
           OPEN INPUT CITYREVW.
           IF WS-REVW-STATUS NOT = "00"
               DISPLAY "REVIEW OUTCOME FEED STATUS " WS-REVW-STATUS
                   " - NOTHING SUPPRESSED"
           ELSE
               MOVE "Y" TO WS-REVW-OPEN-SW
               PERFORM UNTIL WS-REVW-EOF-SW = "Y"
                   READ CITYREVW
                       AT END
                           MOVE "Y" TO WS-REVW-EOF-SW
                       NOT AT END
                           COMPUTE REC-REVW-READ-COUNTER =
                               REC-REVW-READ-COUNTER + 1
                           PERFORM 115-TAKE-REVIEW-ROW
                   END-READ
               END-PERFORM
               CLOSE CITYREVW
           END-IF.

       115-TAKE-REVIEW-ROW.
           IF REVW-CITYKEY = SPACES OR REVW-OUTCOME = SPACES
               COMPUTE REC-REVW-REJ-COUNTER = REC-REVW-REJ-COUNTER + 1
           ELSE
               IF WS-RV-COUNT < WS-RV-MAX
                   COMPUTE WS-RV-COUNT = WS-RV-COUNT + 1
                   MOVE REVW-CITYKEY TO WS-RV-CITYKEY (WS-RV-COUNT)
                   MOVE REVW-CLM-NUMBER TO WS-RV-NUMBER (WS-RV-COUNT)
                   MOVE REVW-RULE TO WS-RV-RULE (WS-RV-COUNT)
                   MOVE REVW-OUTCOME TO WS-RV-OUTCOME (WS-RV-COUNT)
                   MOVE REVW-REVIEWER TO WS-RV-REVIEWER (WS-RV-COUNT)
                   IF REVW-AMOUNT NUMERIC
                       MOVE REVW-AMOUNT TO WS-RV-AMOUNT (WS-RV-COUNT)
                   ELSE
                       MOVE 0 TO WS-RV-AMOUNT (WS-RV-COUNT)
                   END-IF
                   MOVE 0 TO WS-RV-DATE (WS-RV-COUNT)
                   MOVE 0 TO WS-RV-DATE-INT (WS-RV-COUNT)
                   IF REVW-DATE NUMERIC
                       MOVE REVW-DATE TO WS-RV-DATE (WS-RV-COUNT)
                       MOVE REVW-DATE TO WS-DT-CCYYMMDD
                       PERFORM 285-DATE-TO-INTEGER
                       MOVE WS-DT-INT TO WS-RV-DATE-INT (WS-RV-COUNT)
                   END-IF
               ELSE
                   COMPUTE REC-REVW-REJ-COUNTER =
                       REC-REVW-REJ-COUNTER + 1
                   DISPLAY "REVIEW TABLE FULL, ENTRY DROPPED >>> "
                       REVW-CITYKEY " " REVW-CLM-NUMBER
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               END-IF
           END-IF.

      *    A BLANK CITYKEY IS NEVER A CLAIM AND IS READ PAST.
       120-READ-CLAIM.
           MOVE SPACES TO WS-CLM-KEY.
           PERFORM UNTIL WS-CLM-KEY NOT = SPACES
               READ CLMMAST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CLM-EOF-SW
                       MOVE HIGH-VALUES TO WS-CLM-KEY
                   NOT AT END
                       IF CLMMAST-CITYKEY NOT = SPACES
                           COMPUTE REC-CLM-READ-COUNTER =
                               REC-CLM-READ-COUNTER + 1
                           MOVE CLMMAST-CITYKEY TO WS-CLM-KEY
                       END-IF
               END-READ
           END-PERFORM.

      *    THE BLANK-KEY SEED ROW DEFSTP PRIMED THE CLUSTER WITH IS
      *    NOT A CITY.
       130-READ-HISTORY.
           MOVE SPACES TO WS-HIST-KEY.
           PERFORM UNTIL WS-HIST-KEY NOT = SPACES
               READ CITYHIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                       MOVE HIGH-VALUES TO WS-HIST-KEY
                   NOT AT END
                       IF HIST-CITYKEY NOT = SPACES
                           COMPUTE REC-HIST-READ-COUNTER =
                               REC-HIST-READ-COUNTER + 1
                           MOVE HIST-CITYKEY TO WS-HIST-KEY
                       END-IF
               END-READ
           END-PERFORM.

      *    PASS ONE - CLAIM MASTER AND HISTORY MATCHED ONE CITYKEY
      *    AT A TIME: THE CITY'S CLAIMS ARE TABLED FIRST SO ITS
      *    CLAIM EVENTS CAN BE HELD AGAINST THE CLAIMS STILL LIVE.
       200-SWEEP-NEXT-CITY.
           MOVE WS-CLM-KEY TO WS-CUR-KEY.
           IF WS-HIST-KEY < WS-CUR-KEY
               MOVE WS-HIST-KEY TO WS-CUR-KEY
           END-IF.
           COMPUTE REC-CITY-COUNTER = REC-CITY-COUNTER + 1.
           MOVE 0 TO WS-CC-COUNT.
           PERFORM 205-LOAD-CITY-CLAIM
               UNTIL WS-CLM-KEY NOT = WS-CUR-KEY.
           MOVE 0 TO WS-UC-COUNT.
           MOVE 0 TO WS-TODAY-COUNT.
           MOVE 0 TO WS-TODAY-AMOUNT.
           MOVE 0 TO WS-TRAIL-COUNT.
           MOVE 0 TO WS-TRAIL-AMOUNT.
           MOVE 0 TO WS-TRAIL-RUNS.
           MOVE 0 TO WS-TRAIL-LAST-INT.
           MOVE 0 TO WS-FIRST-CLM-INT.
           MOVE "N" TO WS-MERGE-IN-SW.
           PERFORM 210-TAKE-HISTORY-ROW
               UNTIL WS-HIST-KEY NOT = WS-CUR-KEY.
           PERFORM 220-CHECK-UPWARD-CHANGES.
           PERFORM 225-CHECK-CITY-SPIKE.

       205-LOAD-CITY-CLAIM.
           IF WS-CC-COUNT < WS-CC-MAX
               COMPUTE WS-CC-COUNT = WS-CC-COUNT + 1
               MOVE CLMMAST-NUMBER TO WS-CC-NUMBER (WS-CC-COUNT)
               MOVE CLMMAST-AMOUNT TO WS-CC-AMOUNT (WS-CC-COUNT)
               MOVE CLMMAST-CLM-DATE TO WS-CC-DATE (WS-CC-COUNT)
           ELSE
               COMPUTE REC-DROPPED-COUNTER = REC-DROPPED-COUNTER + 1
               DISPLAY "CITY CLAIM TABLE FULL, ENTRY DROPPED >>> "
                   CLMMAST-CITYKEY " " CLMMAST-NUMBER
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           END-IF.
           PERFORM 120-READ-CLAIM.

      *    A MRGIN THE NIGHT BEFORE THE CYCLE OR LATER MEANS
      *    TONIGHT'S CLMADD EVENTS ARE THE MERGED-AWAY CITY'S CLAIMS
      *    ARRIVING UNDER THE SURVIVOR - NOT A SPIKE.
       210-TAKE-HISTORY-ROW.
           MOVE HIST-RUN-DATE TO WS-DT-CCYYMMDD.
           PERFORM 285-DATE-TO-INTEGER.
           EVALUATE HIST-ACTION
               WHEN "CLMADD"
                   PERFORM 212-NOTE-FIRST-CLAIM-EVENT
                   MOVE 0 TO WS-EVENT-AMOUNT
                   IF HIST-CLM-NEW-AMOUNT NUMERIC
                       MOVE HIST-CLM-NEW-AMOUNT TO WS-EVENT-AMOUNT
                   END-IF
                   IF WS-DT-INT NOT < WS-CYCLE-INT
                       COMPUTE WS-TODAY-COUNT = WS-TODAY-COUNT + 1
                       COMPUTE WS-TODAY-AMOUNT =
                           WS-TODAY-AMOUNT + WS-EVENT-AMOUNT
                   ELSE
                       IF WS-DT-INT NOT < WS-TRAIL-START-INT
                           COMPUTE WS-TRAIL-COUNT = WS-TRAIL-COUNT + 1
                           COMPUTE WS-TRAIL-AMOUNT =
                               WS-TRAIL-AMOUNT + WS-EVENT-AMOUNT
                           IF WS-DT-INT NOT = WS-TRAIL-LAST-INT
                               COMPUTE WS-TRAIL-RUNS =
                                   WS-TRAIL-RUNS + 1
                               MOVE WS-DT-INT TO WS-TRAIL-LAST-INT
                           END-IF
                       END-IF
                   END-IF
               WHEN "CLMCHG"
                   PERFORM 212-NOTE-FIRST-CLAIM-EVENT
                   IF HIST-CLM-NEW-AMOUNT NUMERIC
                       AND HIST-CLM-OLD-AMOUNT NUMERIC
                       AND HIST-CLM-NEW-AMOUNT > HIST-CLM-OLD-AMOUNT
                       PERFORM 215-TAKE-UPWARD-CHANGE
                   END-IF
               WHEN "CLMDEL"
                   PERFORM 212-NOTE-FIRST-CLAIM-EVENT
               WHEN "MRGIN"
                   IF WS-DT-INT > 0
                       AND WS-DT-INT + 1 NOT < WS-CYCLE-INT
                       MOVE "Y" TO WS-MERGE-IN-SW
                   END-IF
           END-EVALUATE.
           PERFORM 130-READ-HISTORY.

      *    HISTORY IS IN RUN-DATE ORDER WITHIN A CITYKEY, SO THE
      *    FIRST DATED CLAIM EVENT IS THE EARLIEST.
       212-NOTE-FIRST-CLAIM-EVENT.
           IF WS-FIRST-CLM-INT = 0
               MOVE WS-DT-INT TO WS-FIRST-CLM-INT
           END-IF.

       215-TAKE-UPWARD-CHANGE.
           MOVE 0 TO WS-UC-MATCH-IDX.
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
               UNTIL WS-UC-IDX > WS-UC-COUNT
                  OR WS-UC-MATCH-IDX > 0
               IF WS-UC-NUMBER (WS-UC-IDX) = HIST-CLM-NUMBER
                   MOVE WS-UC-IDX TO WS-UC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-UC-MATCH-IDX = 0
               IF WS-UC-COUNT < WS-UC-MAX
                   COMPUTE WS-UC-COUNT = WS-UC-COUNT + 1
                   MOVE WS-UC-COUNT TO WS-UC-MATCH-IDX
                   MOVE HIST-CLM-NUMBER TO WS-UC-NUMBER (WS-UC-COUNT)
                   MOVE 0 TO WS-UC-UPS (WS-UC-COUNT)
                   MOVE HIST-CLM-OLD-AMOUNT
                       TO WS-UC-FIRST-OLD (WS-UC-COUNT)
               ELSE
                   COMPUTE REC-DROPPED-COUNTER =
                       REC-DROPPED-COUNTER + 1
                   DISPLAY "UPWARD CHANGE TABLE FULL, ENTRY DROPPED "
                       ">>> " HIST-CITYKEY " " HIST-CLM-NUMBER
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               END-IF
           END-IF.
           IF WS-UC-MATCH-IDX > 0
               IF WS-UC-UPS (WS-UC-MATCH-IDX) < 999
                   COMPUTE WS-UC-UPS (WS-UC-MATCH-IDX) =
                       WS-UC-UPS (WS-UC-MATCH-IDX) + 1
               END-IF
               MOVE HIST-CLM-NEW-AMOUNT
                   TO WS-UC-LAST-NEW (WS-UC-MATCH-IDX)
               MOVE HIST-RUN-DATE TO WS-UC-LAST-DATE (WS-UC-MATCH-IDX)
           END-IF.

      *    ONLY A CLAIM STILL ON THE MASTER IS WORTH REVIEWING.
      *    WEIGHT 15 PER UPWARD CHANGE (TO 60), PLUS 20 WHEN THE
      *    AMOUNT HAS AT LEAST DOUBLED SINCE THE FIRST OF THEM.
       220-CHECK-UPWARD-CHANGES.
           PERFORM VARYING WS-UC-IDX FROM 1 BY 1
               UNTIL WS-UC-IDX > WS-UC-COUNT
               IF WS-UC-UPS (WS-UC-IDX) NOT < WS-UPCH-MIN-CHANGES
                   MOVE 0 TO WS-CC-MATCH-IDX
                   PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CC-COUNT
                          OR WS-CC-MATCH-IDX > 0
                       IF WS-CC-NUMBER (WS-CC-IDX) =
                           WS-UC-NUMBER (WS-UC-IDX)
                           MOVE WS-CC-IDX TO WS-CC-MATCH-IDX
                       END-IF
                   END-PERFORM
                   IF WS-CC-MATCH-IDX > 0
                       PERFORM 222-FLAG-UPWARD-CHANGES
                   END-IF
               END-IF
           END-PERFORM.

       222-FLAG-UPWARD-CHANGES.
           COMPUTE WS-SCORE-WORK = WS-UC-UPS (WS-UC-IDX) * 15.
           IF WS-SCORE-WORK > 60
               MOVE 60 TO WS-SCORE-WORK
           END-IF.
           IF WS-UC-LAST-NEW (WS-UC-IDX) NOT <
               WS-UC-FIRST-OLD (WS-UC-IDX) * 2
               COMPUTE WS-SCORE-WORK = WS-SCORE-WORK + 20
           END-IF.
           MOVE WS-SCORE-WORK TO WS-NF-SCORE.
           MOVE WS-CUR-KEY TO WS-NF-CITYKEY.
           MOVE WS-CC-NUMBER (WS-CC-MATCH-IDX) TO WS-NF-NUMBER.
           MOVE WS-CC-AMOUNT (WS-CC-MATCH-IDX) TO WS-NF-AMOUNT.
           MOVE WS-CC-DATE (WS-CC-MATCH-IDX) TO WS-NF-CLM-DATE.
           MOVE 3 TO WS-NF-RULE-IDX.
           MOVE WS-UC-UPS (WS-UC-IDX) TO WS-ED-COUNT.
           MOVE WS-UC-FIRST-OLD (WS-UC-IDX) TO WS-ED-AMOUNT.
           MOVE WS-UC-LAST-NEW (WS-UC-IDX) TO WS-ED-AMOUNT2.
           MOVE SPACES TO WS-NF-DETAIL.
           STRING WS-ED-COUNT " UPWARD CHANGES, FROM" WS-ED-AMOUNT
               " TO" WS-ED-AMOUNT2 ", LATEST "
               WS-UC-LAST-DATE (WS-UC-IDX)
               DELIMITED BY SIZE INTO WS-NF-DETAIL.
           PERFORM 400-ADD-FINDING.
           IF WS-NF-CLEARED-SW = "N"
               COMPUTE REC-UPCH-COUNTER = REC-UPCH-COUNTER + 1
           END-IF.

      *    ONLY AN ESTABLISHED CITY - ONE WITH CLAIM EVENTS FROM
      *    BEFORE THE TRAILING PERIOD - HAS AN AVERAGE OF ITS OWN
      *    (ON THE TAKE-ON NIGHT EVERY CITY'S CLAIMS ARRIVE AT
      *    ONCE). THE AVERAGE IS OVER THE TRAILING RUN DATES THAT
      *    HAD CLMADD EVENTS; WITH NONE IT IS ZERO. WEIGHT 30, PLUS
      *    20 WHEN COUNT AND AMOUNT BOTH SPIKED.
       225-CHECK-CITY-SPIKE.
           MOVE "N" TO WS-COUNT-SPIKE-SW.
           MOVE "N" TO WS-AMOUNT-SPIKE-SW.
           IF WS-FIRST-CLM-INT > 0
               AND WS-FIRST-CLM-INT < WS-TRAIL-START-INT
               AND WS-MERGE-IN-SW = "N"
               AND WS-TODAY-COUNT NOT < WS-SPIK-MIN-CLAIMS
               MOVE 0 TO WS-AVG-COUNT
               MOVE 0 TO WS-AVG-AMOUNT
               IF WS-TRAIL-RUNS > 0
                   COMPUTE WS-AVG-COUNT ROUNDED =
                       WS-TRAIL-COUNT / WS-TRAIL-RUNS
                   COMPUTE WS-AVG-AMOUNT ROUNDED =
                       WS-TRAIL-AMOUNT / WS-TRAIL-RUNS
               END-IF
               IF WS-TODAY-COUNT > WS-AVG-COUNT * WS-SPIKE-MULT
                   MOVE "Y" TO WS-COUNT-SPIKE-SW
               END-IF
               IF WS-TODAY-AMOUNT > WS-AVG-AMOUNT * WS-SPIKE-MULT
                   MOVE "Y" TO WS-AMOUNT-SPIKE-SW
               END-IF
           END-IF.
           IF WS-COUNT-SPIKE-SW = "Y" OR WS-AMOUNT-SPIKE-SW = "Y"
               MOVE 30 TO WS-NF-SCORE
               IF WS-COUNT-SPIKE-SW = "Y" AND WS-AMOUNT-SPIKE-SW = "Y"
                   MOVE 50 TO WS-NF-SCORE
               END-IF
               MOVE WS-CUR-KEY TO WS-NF-CITYKEY
               MOVE SPACES TO WS-NF-NUMBER
               MOVE WS-TODAY-AMOUNT TO WS-NF-AMOUNT
               MOVE SPACES TO WS-NF-CLM-DATE
               MOVE 4 TO WS-NF-RULE-IDX
               MOVE WS-TODAY-COUNT TO WS-ED-COUNT
               MOVE WS-AVG-COUNT TO WS-ED-AVG-CNT
               MOVE WS-AVG-AMOUNT TO WS-ED-AMOUNT
               MOVE SPACES TO WS-NF-DETAIL
               STRING WS-ED-COUNT " NEW CLAIMS TONIGHT VS PER-RUN AVG"
                   WS-ED-AVG-CNT " CLAIMS /" WS-ED-AMOUNT " AMOUNT"
                   DELIMITED BY SIZE INTO WS-NF-DETAIL
               PERFORM 400-ADD-FINDING
               IF WS-NF-CLEARED-SW = "N"
                   COMPUTE REC-SPIK-COUNTER = REC-SPIK-COUNTER + 1
               END-IF
           END-IF.

      *    PASS TWO - THE CLAIM MASTER IN CLAIM-NUMBER ORDER. A
      *    NUMBER CAN ONLY REPEAT ACROSS CITIES (THE MASTER KEY IS
      *    CITYKEY + NUMBER).
       230-READ-BY-NUMBER.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM UNTIL WS-SEEN-SW = "Y"
               READ CLMBYNUM
                   AT END
                       MOVE "Y" TO WS-NUM-EOF-SW
                       MOVE "Y" TO WS-SEEN-SW
                   NOT AT END
                       IF NUM-CITYKEY NOT = SPACES
                           AND NUM-NUMBER NOT = SPACES
                           COMPUTE REC-NUM-READ-COUNTER =
                               REC-NUM-READ-COUNTER + 1
                           MOVE "Y" TO WS-SEEN-SW
                       END-IF
               END-READ
           END-PERFORM.

       235-SCAN-NUMBER-GROUP.
           MOVE 0 TO WS-CG-COUNT.
           MOVE NUM-NUMBER TO WS-GRP-NUMBER.
           PERFORM UNTIL WS-NUM-EOF-SW = "Y"
                      OR NUM-NUMBER NOT = WS-GRP-NUMBER
               IF WS-CG-COUNT < WS-CG-MAX
                   COMPUTE WS-CG-COUNT = WS-CG-COUNT + 1
                   MOVE NUM-CITYKEY TO WS-CG-CITYKEY (WS-CG-COUNT)
                   MOVE NUM-NUMBER TO WS-CG-NUMBER (WS-CG-COUNT)
                   MOVE NUM-AMOUNT TO WS-CG-AMOUNT (WS-CG-COUNT)
                   MOVE NUM-CLM-DATE TO WS-CG-DATE (WS-CG-COUNT)
               ELSE
                   COMPUTE WS-CG-OVERFLOW = WS-CG-OVERFLOW + 1
                   DISPLAY "CLAIM GROUP TABLE FULL, ENTRY DROPPED >>> "
                       NUM-CITYKEY " " NUM-NUMBER
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               END-IF
               PERFORM 230-READ-BY-NUMBER
           END-PERFORM.
           IF WS-CG-COUNT > 1
               PERFORM 240-CHECK-NUMBER-GROUP
           END-IF.

      *    EVERY HOLDER OF THE NUMBER IS FLAGGED, NAMING ONE OTHER
      *    HOLDER. WEIGHT 30, PLUS 10 PER CITY BEYOND TWO (TO 60),
      *    PLUS 20 WHEN THE HOLDERS CAME FROM DIFFERENT SOURCES.
       240-CHECK-NUMBER-GROUP.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-COUNT
               PERFORM 245-GET-CITY-SOURCE
           END-PERFORM.
           MOVE "N" TO WS-SRC-DIFF-SW.
           PERFORM VARYING WS-CG-IDX FROM 2 BY 1
               UNTIL WS-CG-IDX > WS-CG-COUNT
               IF WS-CG-SOURCE (WS-CG-IDX) NOT = WS-CG-SOURCE (1)
                   MOVE "Y" TO WS-SRC-DIFF-SW
               END-IF
           END-PERFORM.
           COMPUTE WS-SCORE-WORK = 30 + (WS-CG-COUNT - 2) * 10.
           IF WS-SCORE-WORK > 60
               MOVE 60 TO WS-SCORE-WORK
           END-IF.
           IF WS-SRC-DIFF-SW = "Y"
               COMPUTE WS-SCORE-WORK = WS-SCORE-WORK + 20
           END-IF.
           MOVE WS-CG-COUNT TO WS-ED-COUNT.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-COUNT
               IF WS-CG-IDX = 1
                   MOVE 2 TO WS-CG-OTHER-IDX
               ELSE
                   MOVE 1 TO WS-CG-OTHER-IDX
               END-IF
               MOVE WS-SCORE-WORK TO WS-NF-SCORE
               MOVE WS-CG-CITYKEY (WS-CG-IDX) TO WS-NF-CITYKEY
               MOVE WS-CG-NUMBER (WS-CG-IDX) TO WS-NF-NUMBER
               MOVE WS-CG-AMOUNT (WS-CG-IDX) TO WS-NF-AMOUNT
               MOVE WS-CG-DATE (WS-CG-IDX) TO WS-NF-CLM-DATE
               MOVE 1 TO WS-NF-RULE-IDX
               MOVE SPACES TO WS-NF-DETAIL
               IF WS-SRC-DIFF-SW = "Y"
                   STRING WS-ED-COUNT " HOLDERS; ALSO "
                       WS-CG-CITYKEY (WS-CG-OTHER-IDX) " SRC "
                       WS-CG-SOURCE (WS-CG-OTHER-IDX)
                       "; OWN SRC " WS-CG-SOURCE (WS-CG-IDX)
                       "; SOURCES DIFFER"
                       DELIMITED BY SIZE INTO WS-NF-DETAIL
               ELSE
                   STRING WS-ED-COUNT " HOLDERS; ALSO "
                       WS-CG-CITYKEY (WS-CG-OTHER-IDX)
                       "; ALL FROM SRC " WS-CG-SOURCE (WS-CG-IDX)
                       DELIMITED BY SIZE INTO WS-NF-DETAIL
               END-IF
               PERFORM 400-ADD-FINDING
               IF WS-NF-CLEARED-SW = "N"
                   COMPUTE REC-DUPN-COUNTER = REC-DUPN-COUNTER + 1
               END-IF
           END-PERFORM.

      *    THE CLAIM MASTER CARRIES NO SOURCE - THE CITY'S DOES. A
      *    CLAIM WHOSE CITY IS GONE IS AN INTEGRITY-SWEEP ORPHAN AND
      *    SHOWS HERE AS NOT-MAST.
       245-GET-CITY-SOURCE.
           MOVE WS-CG-CITYKEY (WS-CG-IDX) TO MAST-CITYKEY.
           READ CITYMAST
               INVALID KEY
                   MOVE "NOT-MAST" TO WS-CG-SOURCE (WS-CG-IDX)
               NOT INVALID KEY
                   IF MAST-SOURCE-SYSTEM = SPACES
                       MOVE "(NONE)" TO WS-CG-SOURCE (WS-CG-IDX)
                   ELSE
                       MOVE MAST-SOURCE-SYSTEM
                           TO WS-CG-SOURCE (WS-CG-IDX)
                   END-IF
           END-READ.

      *    PASS THREE - THE CLAIM MASTER IN AMOUNT + CLAIM-DATE
      *    ORDER, ONE AMOUNT AT A TIME.
       260-READ-BY-AMOUNT.
           MOVE "N" TO WS-SEEN-SW.
           PERFORM UNTIL WS-SEEN-SW = "Y"
               READ CLMBYAMT
                   AT END
                       MOVE "Y" TO WS-AMT-EOF-SW
                       MOVE "Y" TO WS-SEEN-SW
                   NOT AT END
                       IF AMT-CITYKEY NOT = SPACES
                           AND AMT-AMOUNT NUMERIC
                           AND AMT-AMOUNT > 0
                           COMPUTE REC-AMT-READ-COUNTER =
                               REC-AMT-READ-COUNTER + 1
                           MOVE "Y" TO WS-SEEN-SW
                       END-IF
               END-READ
           END-PERFORM.

       265-SCAN-AMOUNT-GROUP.
           MOVE 0 TO WS-CG-COUNT.
           MOVE AMT-AMOUNT TO WS-GRP-AMOUNT.
           PERFORM UNTIL WS-AMT-EOF-SW = "Y"
                      OR AMT-AMOUNT NOT = WS-GRP-AMOUNT
               IF WS-CG-COUNT < WS-CG-MAX
                   COMPUTE WS-CG-COUNT = WS-CG-COUNT + 1
                   MOVE AMT-CITYKEY TO WS-CG-CITYKEY (WS-CG-COUNT)
                   MOVE AMT-NUMBER TO WS-CG-NUMBER (WS-CG-COUNT)
                   MOVE AMT-AMOUNT TO WS-CG-AMOUNT (WS-CG-COUNT)
                   MOVE AMT-CLM-DATE TO WS-CG-DATE (WS-CG-COUNT)
                   MOVE AMT-CLM-DATE TO WS-DT-EXTERNAL
                   PERFORM 280-EXTERNAL-TO-INTEGER
                   MOVE WS-DT-INT TO WS-CG-DATE-INT (WS-CG-COUNT)
                   MOVE 0 TO WS-CG-CITIES (WS-CG-COUNT)
                   MOVE SPACES TO WS-CG-WIN-DATE (WS-CG-COUNT)
               ELSE
                   COMPUTE WS-CG-OVERFLOW = WS-CG-OVERFLOW + 1
                   DISPLAY "CLAIM GROUP TABLE FULL, ENTRY DROPPED >>> "
                       AMT-CITYKEY " " AMT-NUMBER
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               END-IF
               PERFORM 260-READ-BY-AMOUNT
           END-PERFORM.
           IF WS-CG-COUNT NOT < WS-SAMA-MIN-CITIES
               PERFORM 270-CHECK-AMOUNT-GROUP
           END-IF.

      *    EACH DATED CLAIM OPENS A WINDOW RUNNING CITYSCWN DAYS
      *    FORWARD (THE GROUP IS IN CLAIM-DATE ORDER). A WINDOW
      *    HOLDING ENOUGH DISTINCT CITIES MARKS EVERY CLAIM IN IT.
      *    WEIGHT 20, PLUS 10 PER CITY BEYOND THE MINIMUM (TO 50).
       270-CHECK-AMOUNT-GROUP.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-COUNT
               IF WS-CG-DATE-INT (WS-CG-IDX) > 0
                   PERFORM 275-CHECK-DATE-WINDOW
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
               UNTIL WS-CG-IDX > WS-CG-COUNT
               IF WS-CG-CITIES (WS-CG-IDX) > 0
                   COMPUTE WS-SCORE-WORK = 20 +
                       (WS-CG-CITIES (WS-CG-IDX) - WS-SAMA-MIN-CITIES)
                       * 10
                   IF WS-SCORE-WORK > 50
                       MOVE 50 TO WS-SCORE-WORK
                   END-IF
                   MOVE WS-SCORE-WORK TO WS-NF-SCORE
                   MOVE WS-CG-CITYKEY (WS-CG-IDX) TO WS-NF-CITYKEY
                   MOVE WS-CG-NUMBER (WS-CG-IDX) TO WS-NF-NUMBER
                   MOVE WS-CG-AMOUNT (WS-CG-IDX) TO WS-NF-AMOUNT
                   MOVE WS-CG-DATE (WS-CG-IDX) TO WS-NF-CLM-DATE
                   MOVE 2 TO WS-NF-RULE-IDX
                   MOVE WS-CG-CITIES (WS-CG-IDX) TO WS-ED-COUNT
                   MOVE WS-WINDOW-DAYS TO WS-ED-DAYS
                   MOVE SPACES TO WS-NF-DETAIL
                   STRING "SAME AMOUNT IN" WS-ED-COUNT
                       " CITIES, CLAIM DATES WITHIN" WS-ED-DAYS
                       " DAYS FROM " WS-CG-WIN-DATE (WS-CG-IDX)
                       DELIMITED BY SIZE INTO WS-NF-DETAIL
                   PERFORM 400-ADD-FINDING
                   IF WS-NF-CLEARED-SW = "N"
                       COMPUTE REC-SAMA-COUNTER = REC-SAMA-COUNTER + 1
                   END-IF
               END-IF
           END-PERFORM.

       275-CHECK-DATE-WINDOW.
           MOVE 0 TO WS-WIN-CITIES.
           MOVE WS-CG-IDX TO WS-WIN-END-IDX.
           MOVE "N" TO WS-WIN-STOP-SW.
           PERFORM VARYING WS-CG-IDX2 FROM WS-CG-IDX BY 1
               UNTIL WS-CG-IDX2 > WS-CG-COUNT
                  OR WS-WIN-STOP-SW = "Y"
               IF WS-CG-DATE-INT (WS-CG-IDX2) > 0
                   COMPUTE WS-DAY-DIFF = WS-CG-DATE-INT (WS-CG-IDX2)
                       - WS-CG-DATE-INT (WS-CG-IDX)
                   IF WS-DAY-DIFF > WS-WINDOW-DAYS
                       MOVE "Y" TO WS-WIN-STOP-SW
                   ELSE
                       MOVE WS-CG-IDX2 TO WS-WIN-END-IDX
                       MOVE "N" TO WS-SEEN-SW
                       PERFORM VARYING WS-CG-IDX3 FROM WS-CG-IDX BY 1
                           UNTIL WS-CG-IDX3 NOT < WS-CG-IDX2
                              OR WS-SEEN-SW = "Y"
                           IF WS-CG-DATE-INT (WS-CG-IDX3) > 0
                               AND WS-CG-CITYKEY (WS-CG-IDX3) =
                                   WS-CG-CITYKEY (WS-CG-IDX2)
                               MOVE "Y" TO WS-SEEN-SW
                           END-IF
                       END-PERFORM
                       IF WS-SEEN-SW = "N"
                           COMPUTE WS-WIN-CITIES = WS-WIN-CITIES + 1
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-WIN-CITIES NOT < WS-SAMA-MIN-CITIES
               PERFORM VARYING WS-CG-IDX2 FROM WS-CG-IDX BY 1
                   UNTIL WS-CG-IDX2 > WS-WIN-END-IDX
                   IF WS-CG-DATE-INT (WS-CG-IDX2) > 0
                       AND WS-CG-CITIES (WS-CG-IDX2) < WS-WIN-CITIES
                       MOVE WS-WIN-CITIES TO WS-CG-CITIES (WS-CG-IDX2)
                       MOVE WS-CG-DATE (WS-CG-IDX)
                           TO WS-CG-WIN-DATE (WS-CG-IDX2)
                   END-IF
               END-PERFORM
           END-IF.

      *    THE CLAIM MASTER'S DATE IS "CCYY-MM-DD" OR THE INVALID-DT
      *    SENTINEL; ANYTHING THAT IS NOT A REAL DAY COMES BACK 0.
       280-EXTERNAL-TO-INTEGER.
           MOVE 0 TO WS-DT-INT.
           IF WS-DT-EXTERNAL (1:4) NUMERIC
               AND WS-DT-EXTERNAL (6:2) NUMERIC
               AND WS-DT-EXTERNAL (9:2) NUMERIC
               MOVE WS-DT-EXTERNAL (1:4) TO WS-DT-CCYY
               MOVE WS-DT-EXTERNAL (6:2) TO WS-DT-MM
               MOVE WS-DT-EXTERNAL (9:2) TO WS-DT-DD
               PERFORM 285-DATE-TO-INTEGER
           END-IF.

       285-DATE-TO-INTEGER.
           MOVE 0 TO WS-DT-INT.
           IF WS-DT-CCYYMMDD NUMERIC
               AND WS-DT-CCYY > 1600
               AND WS-DT-MM > 0 AND WS-DT-MM < 13
               AND WS-DT-DD > 0 AND WS-DT-DD < 32
               COMPUTE WS-DT-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DT-CCYYMMDD)
           END-IF.

       300-TERMINATE.
           IF WS-OPEN-FAIL-SW = "N"
               PERFORM 310-WRITE-RANKED-FINDINGS
           END-IF.
           PERFORM 320-WRITE-TOTALS.
           DISPLAY "CLAIMS / HISTORY ROWS READ >>>> "
               REC-CLM-READ-COUNTER " / " REC-HIST-READ-COUNTER.
           DISPLAY "ITEMS FOR REVIEW >>>> " WS-FD-COUNT
               "  CLEARED BY REVIEW >>>> " REC-CLEARED-COUNTER.
           MOVE WS-JOB-RC TO RETURN-CODE.
           IF WS-CLMMAST-STATUS = "00" OR WS-CLMMAST-STATUS = "10"
               CLOSE CLMMAST
           END-IF.
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE CITYHIST
           END-IF.
           IF WS-MAST-STATUS = "00" OR WS-MAST-STATUS = "23"
               CLOSE CITYMAST
           END-IF.
           IF WS-NUM-STATUS = "00" OR WS-NUM-STATUS = "10"
               CLOSE CLMBYNUM
           END-IF.
           IF WS-AMT-STATUS = "00" OR WS-AMT-STATUS = "10"
               CLOSE CLMBYAMT
           END-IF.
           CLOSE SCLMRPT.

      *    HIGHEST SCORE FIRST; EQUAL SCORES IN THE ORDER FOUND.
       310-WRITE-RANKED-FINDINGS.
           MOVE SPACES TO RPTRECORD
           STRING " RANK SCORE CITY  CLAIM NO          AMOUNT"
               " CLAIM DATE RULES                PRIOR REVIEW"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE 0 TO WS-RANK.
           PERFORM VARYING WS-SCORE-SCAN FROM WS-MAX-SCORE BY -1
               UNTIL WS-SCORE-SCAN = 0
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
                   IF WS-FD-SCORE (WS-FD-IDX) = WS-SCORE-SCAN
                       PERFORM 315-WRITE-FINDING
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-FD-COUNT = 0
               MOVE SPACES TO RPTRECORD
               STRING "NO SUSPECT CLAIMS FOR REVIEW THIS CYCLE"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.

       315-WRITE-FINDING.
           COMPUTE WS-RANK = WS-RANK + 1.
           MOVE WS-RANK TO WS-ED-RANK.
           MOVE WS-FD-SCORE (WS-FD-IDX) TO WS-ED-SCORE.
           MOVE WS-FD-AMOUNT (WS-FD-IDX) TO WS-ED-AMOUNT.
           MOVE SPACES TO RPTRECORD
           IF WS-FD-NUMBER (WS-FD-IDX) = SPACES
               STRING WS-ED-RANK "   " WS-ED-SCORE " "
                   WS-FD-CITYKEY (WS-FD-IDX) " (CITY)    "
                   WS-ED-AMOUNT " TONIGHT    "
                   DELIMITED BY SIZE INTO RPTRECORD
           ELSE
               STRING WS-ED-RANK "   " WS-ED-SCORE " "
                   WS-FD-CITYKEY (WS-FD-IDX) " "
                   WS-FD-NUMBER (WS-FD-IDX) WS-ED-AMOUNT " "
                   WS-FD-CLM-DATE (WS-FD-IDX) " "
                   DELIMITED BY SIZE INTO RPTRECORD
           END-IF.
           MOVE 55 TO WS-RULE-POS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 4
               IF WS-FD-RULE-SW (WS-FD-IDX WS-RULE-IDX) = "Y"
                   MOVE WS-RULE-CODE (WS-RULE-IDX)
                       TO RPTRECORD (WS-RULE-POS:4)
                   COMPUTE WS-RULE-POS = WS-RULE-POS + 5
               END-IF
           END-PERFORM.
           MOVE WS-FD-PRIOR (WS-FD-IDX) TO RPTRECORD (76:40).
           WRITE RPTRECORD.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 4
               IF WS-FD-RULE-SW (WS-FD-IDX WS-RULE-IDX) = "Y"
                   MOVE SPACES TO RPTRECORD
                   STRING "             " WS-RULE-CODE (WS-RULE-IDX)
                       " " WS-FD-DETAIL (WS-FD-IDX WS-RULE-IDX)
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
               END-IF
           END-PERFORM.

       320-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           IF WS-OPEN-FAIL-SW = "Y"
               MOVE SPACES TO RPTRECORD
               STRING "*** AN INPUT WOULD NOT OPEN - NOTHING ANALYSED,"
                   " RC=12 ***"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.
           MOVE SPACES TO RPTRECORD
           IF WS-REVW-OPEN-SW = "Y"
               STRING "REVIEW OUTCOMES READ: " REC-REVW-READ-COUNTER
                   "  REJECTED: " REC-REVW-REJ-COUNTER
                   "  ITEMS CLEARED BY REVIEW: " REC-CLEARED-COUNTER
                   DELIMITED BY SIZE INTO RPTRECORD
           ELSE
               STRING "NO REVIEW OUTCOME FEED - NOTHING SUPPRESSED"
                   DELIMITED BY SIZE INTO RPTRECORD
           END-IF.
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "READ - CLAIMS: " REC-CLM-READ-COUNTER
               "  HISTORY ROWS: " REC-HIST-READ-COUNTER
               "  CITIES: " REC-CITY-COUNTER
               "  BY NUMBER: " REC-NUM-READ-COUNTER
               "  BY AMOUNT: " REC-AMT-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RULES FIRED - DUPN: " REC-DUPN-COUNTER
               "  SAMA: " REC-SAMA-COUNTER
               "  UPCH: " REC-UPCH-COUNTER
               "  SPIK: " REC-SPIK-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-FD-COUNT TO WS-ED-COUNT.
           MOVE SPACES TO RPTRECORD
           STRING "ITEMS FOR REVIEW: " WS-ED-COUNT
               "  ITEMS DROPPED (TABLE FULL): " REC-DROPPED-COUNTER
               "  GROUP ROWS DROPPED: " WS-CG-OVERFLOW
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "JOB CONDITION CODE SET: " WS-JOB-RC
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    OFFER ONE RULE'S FINDING FOR A CLAIM (OR CITY). A CLEARED
      *    REVIEW OUTCOME DROPS IT; OTHERWISE IT JOINS THE ITEM'S
      *    ENTRY (A RULE ALREADY ON THE ENTRY IS NOT COUNTED TWICE)
      *    AND ITS WEIGHT ADDS TO THE ITEM'S SCORE.
       400-ADD-FINDING.
           PERFORM 410-CHECK-REVIEW.
           IF WS-NF-CLEARED-SW = "Y"
               COMPUTE REC-CLEARED-COUNTER = REC-CLEARED-COUNTER + 1
           ELSE
               MOVE 0 TO WS-FD-MATCH-IDX
               PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
                      OR WS-FD-MATCH-IDX > 0
                   IF WS-FD-CITYKEY (WS-FD-IDX) = WS-NF-CITYKEY
                       AND WS-FD-NUMBER (WS-FD-IDX) = WS-NF-NUMBER
                       MOVE WS-FD-IDX TO WS-FD-MATCH-IDX
                   END-IF
               END-PERFORM
               IF WS-FD-MATCH-IDX = 0
                   PERFORM 420-NEW-FINDING-ENTRY
               END-IF
               IF WS-FD-MATCH-IDX > 0
                   PERFORM 430-TAKE-RULE
               END-IF
           END-IF.

      *    THE LAST OUTCOME ROW FOR THE ITEM (THIS RULE OR ALL
      *    RULES) DECIDES.
       410-CHECK-REVIEW.
           MOVE "N" TO WS-NF-CLEARED-SW.
           MOVE SPACES TO WS-NF-PRIOR.
           MOVE 0 TO WS-RV-MATCH-IDX.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
               UNTIL WS-RV-IDX > WS-RV-COUNT
               IF WS-RV-CITYKEY (WS-RV-IDX) = WS-NF-CITYKEY
                   AND WS-RV-NUMBER (WS-RV-IDX) = WS-NF-NUMBER
                   AND (WS-RV-RULE (WS-RV-IDX) = SPACES
                       OR WS-RV-RULE (WS-RV-IDX) =
                           WS-RULE-CODE (WS-NF-RULE-IDX))
                   MOVE WS-RV-IDX TO WS-RV-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-RV-MATCH-IDX > 0
               MOVE WS-RV-MATCH-IDX TO WS-RV-IDX
               IF WS-RV-OUTCOME (WS-RV-IDX) = "C"
                   PERFORM 415-CHECK-CLEARANCE
               ELSE
                   STRING "OUTCOME " WS-RV-OUTCOME (WS-RV-IDX) " "
                       WS-RV-DATE (WS-RV-IDX) " "
                       WS-RV-REVIEWER (WS-RV-IDX)
                       DELIMITED BY SIZE INTO WS-NF-PRIOR
               END-IF
           END-IF.

      *    A CLAIM STAYS CLEARED WHILE ITS AMOUNT IS THE ONE THE
      *    REVIEWER SAW; A CITY SPIKE STAYS CLEARED FOR THE
      *    TRAILING-AVERAGE PERIOD AFTER THE REVIEW.
       415-CHECK-CLEARANCE.
           IF WS-NF-NUMBER NOT = SPACES
               IF WS-RV-AMOUNT (WS-RV-IDX) = 0
                   OR WS-RV-AMOUNT (WS-RV-IDX) = WS-NF-AMOUNT
                   MOVE "Y" TO WS-NF-CLEARED-SW
               ELSE
                   MOVE WS-RV-AMOUNT (WS-RV-IDX) TO WS-ED-AMOUNT2
                   STRING "CLEARED " WS-RV-DATE (WS-RV-IDX)
                       " AT" WS-ED-AMOUNT2
                       DELIMITED BY SIZE INTO WS-NF-PRIOR
               END-IF
           ELSE
               IF WS-RV-DATE-INT (WS-RV-IDX) > 0
                   AND WS-RV-DATE-INT (WS-RV-IDX) + WS-TRAIL-DAYS
                       NOT < WS-CYCLE-INT
                   MOVE "Y" TO WS-NF-CLEARED-SW
               ELSE
                   STRING "CLEARED " WS-RV-DATE (WS-RV-IDX)
                       " " WS-RV-REVIEWER (WS-RV-IDX) " - LAPSED"
                       DELIMITED BY SIZE INTO WS-NF-PRIOR
               END-IF
           END-IF.

       420-NEW-FINDING-ENTRY.
           IF WS-FD-COUNT < WS-FD-MAX
               COMPUTE WS-FD-COUNT = WS-FD-COUNT + 1
               MOVE WS-FD-COUNT TO WS-FD-MATCH-IDX
               MOVE WS-NF-CITYKEY TO WS-FD-CITYKEY (WS-FD-COUNT)
               MOVE WS-NF-NUMBER TO WS-FD-NUMBER (WS-FD-COUNT)
               MOVE WS-NF-AMOUNT TO WS-FD-AMOUNT (WS-FD-COUNT)
               MOVE WS-NF-CLM-DATE TO WS-FD-CLM-DATE (WS-FD-COUNT)
               MOVE 0 TO WS-FD-SCORE (WS-FD-COUNT)
               MOVE SPACES TO WS-FD-PRIOR (WS-FD-COUNT)
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > 4
                   MOVE "N" TO WS-FD-RULE-SW (WS-FD-COUNT WS-RULE-IDX)
                   MOVE SPACES
                       TO WS-FD-DETAIL (WS-FD-COUNT WS-RULE-IDX)
               END-PERFORM
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           ELSE
               COMPUTE REC-DROPPED-COUNTER = REC-DROPPED-COUNTER + 1
               DISPLAY "FINDING TABLE FULL, ENTRY DROPPED >>> "
                   WS-NF-CITYKEY " " WS-NF-NUMBER " "
                   WS-RULE-CODE (WS-NF-RULE-IDX)
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           END-IF.

       430-TAKE-RULE.
           IF WS-FD-RULE-SW (WS-FD-MATCH-IDX WS-NF-RULE-IDX) = "N"
               MOVE "Y" TO WS-FD-RULE-SW (WS-FD-MATCH-IDX
                   WS-NF-RULE-IDX)
               MOVE WS-NF-DETAIL
                   TO WS-FD-DETAIL (WS-FD-MATCH-IDX WS-NF-RULE-IDX)
               COMPUTE WS-SCORE-WORK =
                   WS-FD-SCORE (WS-FD-MATCH-IDX) + WS-NF-SCORE
               IF WS-SCORE-WORK > 999
                   MOVE 999 TO WS-SCORE-WORK
               END-IF
               MOVE WS-SCORE-WORK TO WS-FD-SCORE (WS-FD-MATCH-IDX)
               IF WS-SCORE-WORK > WS-MAX-SCORE
                   MOVE WS-SCORE-WORK TO WS-MAX-SCORE
               END-IF
           END-IF.
           IF WS-NF-PRIOR NOT = SPACES
               MOVE WS-NF-PRIOR TO WS-FD-PRIOR (WS-FD-MATCH-IDX)
           END-IF.

       970-RAISE-RC.
           IF WS-NEW-RC > WS-JOB-RC
               MOVE WS-NEW-RC TO WS-JOB-RC
           END-IF.

       END PROGRAM SUSPECT-CLAIMS.
