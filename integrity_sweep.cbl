       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
      *    RECORD-LEVEL REFERENTIAL INTEGRITY SWEEP ACROSS THE CITY
      *    MASTER, THE CLAIM MASTER, THE CHANGE-HISTORY MASTER AND
      *    OPEN SUSPENSE. CYCLE-BALANCER PROVES THE COUNTS TIE; THIS
      *    PROVES THE FILES AGREE KEY BY KEY, SO A BROKEN CITY IS
      *    FOUND HERE BEFORE A HIST OR AS-OF INQUIRY HANDS THE
      *    BUSINESS A WRONG ANSWER.
      *    ALL FOUR INPUTS ARE READ IN CITYKEY ORDER (SUSPENSE IS
      *    SORTED AHEAD OF THIS STEP ON CITYKEY + CLAIM NUMBER) AND
      *    MATCHED ONE CITYKEY AT A TIME:
      *      - A CLAIM WHOSE CITY IS NOT ON THE MASTER (ORPHAN);
      *      - A CITY STILL ON THE MASTER WHOSE LAST HISTORY EVENT
      *        IS DELETE OR MRGOUT (A MERGED-AWAY KEY IS OFF THE
      *        MASTER FOR GOOD);
      *      - A CITY WHOSE MASTER NAME/TYPE/CODE DIFFER FROM THE
      *        AFTER-IMAGE OF ITS LAST HISTORY EVENT;
      *      - A CITY WHOSE HISTORY SAYS IT IS LIVE BUT WHICH IS
      *        NOT ON THE MASTER;
      *      - A SUSPENSE ITEM FOR A CITY OR CLAIM THAT HAS SINCE
      *        LOADED CLEAN;
      *      - A HISTORY GAP - A CITY ON THE MASTER WITH NO HISTORY
      *        LEFT, OR WHOSE HISTORY NO LONGER STARTS WITH ITS ADD
      *        (ARCHIVE-PURGE TOOK THE EARLY EVENTS), SO AN AS-OF
      *        INQUIRY BEFORE THE FIRST SURVIVING EVENT CANNOT BE
      *        ANSWERED.
      *    EVERY FINDING CARRIES A SEVERITY. A CITY WITH AN OPEN
      *    CITY-LEVEL SUSPENSE ITEM IS EXPECTED TO BE ON THE MASTER
      *    (BLDSTP LOADS THE RAW FEED) BUT OUT OF THE EXTRACT, SO ITS
      *    DELETE/AFTER-IMAGE FINDINGS DROP TO INFO.
      *    RC 0 = CLEAN OR INFO ONLY; RC 4 = WARNINGS; RC 8 = SEVERE
      *    FINDINGS - HOLD THE SCHEDULE; RC 12 = AN INPUT WOULD NOT
      *    OPEN, NOTHING PROVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE DD STATEMENTS OF THE SAME NAME IN jcl/CTYINTG.jcl.
           SELECT CITYMAST ASSIGN TO CITYMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-CITYKEY
              FILE STATUS IS WS-MAST-STATUS.
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
           SELECT CITYSUSP ASSIGN TO CITYSUSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.
           SELECT INTGRPT ASSIGN TO INTGRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CITYMAST.

      *    MIRROR OF INRECORD IN READ-FILE-LOCAL - ONLY THE KEY AND
      *    THE NAME/TYPE/CODE THE AUDIT TRAIL IMAGES ARE EXAMINED.
       01 MASTRECORD.
           05 MAST-CITYKEY  PIC A(5).
           05 MAST-CITYNAME PIC A(12).
           05 MAST-CITYTYPE PIC A(5).
           05 MAST-CITYCODE PIC 9(6).
           05 FILLER        PIC X(24).

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
      *    ONLY CITY-LEVEL EVENTS (ADD, CHANGE, DELETE, MRGOUT,
      *    MRGIN) MATTER HERE; CLAIM EVENTS ARE PASSED OVER.
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
           05 HIST-MERGE-DATA REDEFINES HIST-CITY-DATA.
               10 HIST-MRG-NAME        PIC A(12).
               10 HIST-MRG-TYPE        PIC A(5).
               10 HIST-MRG-CODE        PIC 9(6).
               10 HIST-MRG-CLM-DATE    PIC X(10).
               10 HIST-MRG-PARTNER-KEY PIC A(5).
               10 FILLER               PIC X(28).
           05 HIST-SOURCE-SYSTEM PIC X(8).
           05 HIST-SUBMITTER     PIC X(8).
           05 HIST-APPROVER      PIC X(8).

       FD CITYSUSP.

      *    MIRROR OF SUSPRECORD IN READ-FILE-LOCAL. A CLAIM ROW
      *    (E005-E008) CARRIES ITS CLAIM NUMBER; A CITY ROW LEAVES
      *    IT BLANK AND SO SORTS AHEAD OF ITS CITY'S CLAIM ROWS.
       01 SUSPRECORD.
           05 CITYKEY-SUSP     PIC A(5).
           05 CITYNAME-SUSP    PIC A(12).
           05 CITYTYPE-SUSP    PIC A(5).
           05 CITYCODE-SUSP    PIC X(6).
           05 SUSP-REASON-CODE PIC X(4).
           05 SUSP-REASON-TEXT PIC X(60).
           05 SUSP-ENTRY-DATE  PIC 9(8).
           05 SUSP-CLM-FROM-DT-IND        PIC X(1).
           05 SUSP-CLM-FROM-DT-PACKED     PIC S9(5) COMP-3.
           05 SUSP-CLM-FROM-DT-PACKED-ALT PIC S9(5) COMP-3.
           05 SUSP-CLM-FROM-DT-CYMD      PIC 9(7).
           05 SUSP-CLM-FROM-DT-CENT-BIN  PIC 9 COMP.
           05 SUSP-CLM-NUMBER  PIC X(10).
           05 SUSP-CLM-AMOUNT  PIC X(9).
           05 SUSP-SOURCE-SYSTEM PIC X(8).

       FD INTGRPT.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WS-MAST-EOF-SW  PIC X VALUE "N".
           05 WS-CLM-EOF-SW   PIC X VALUE "N".
           05 WS-HIST-EOF-SW  PIC X VALUE "N".
           05 WS-SUSP-EOF-SW  PIC X VALUE "N".
           05 WS-OPEN-FAIL-SW PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-MAST-STATUS    PIC X(2) VALUE "00".
           05 WS-CLMMAST-STATUS PIC X(2) VALUE "00".
           05 WS-HIST-STATUS    PIC X(2) VALUE "00".
           05 WS-SUSP-STATUS    PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-MAST-READ-COUNTER PIC 9(7) VALUE 0.
           05 REC-CLM-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-HIST-READ-COUNTER PIC 9(7) VALUE 0.
           05 REC-SUSP-READ-COUNTER PIC 9(7) VALUE 0.
           05 REC-KEY-COUNTER       PIC 9(7) VALUE 0.
           05 REC-SEVERE-COUNTER    PIC 9(7) VALUE 0.
           05 REC-WARNING-COUNTER   PIC 9(7) VALUE 0.
           05 REC-INFO-COUNTER      PIC 9(7) VALUE 0.
           05 REC-ORPHAN-COUNTER    PIC 9(7) VALUE 0.
           05 REC-DELETED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-IMAGE-COUNTER     PIC 9(7) VALUE 0.
           05 REC-LIVE-OFF-COUNTER  PIC 9(7) VALUE 0.
           05 REC-SUSP-CLEAN-COUNTER PIC 9(7) VALUE 0.
           05 REC-GAP-COUNTER       PIC 9(7) VALUE 0.

      *    THE NEXT UNPROCESSED KEY ON EACH STREAM - HIGH-VALUES
      *    ONCE A STREAM IS EXHAUSTED, SO THE LOWEST OF THE FOUR IS
      *    ALWAYS THE NEXT CITYKEY TO SETTLE.
       01 MATCH-KEYS.
           05 WS-MAST-KEY   PIC X(5) VALUE LOW-VALUES.
           05 WS-CLM-KEY    PIC X(5) VALUE LOW-VALUES.
           05 WS-HIST-KEY   PIC X(5) VALUE LOW-VALUES.
           05 WS-SUSP-KEY   PIC X(5) VALUE LOW-VALUES.
           05 WS-CUR-KEY    PIC X(5) VALUE SPACES.

      *    ONE CITYKEY'S PICTURE, REBUILT FOR EVERY KEY.
       01 CITY-WORK-FIELDS.
           05 WS-ON-MAST-SW      PIC X VALUE "N".
           05 WS-CUR-NAME        PIC A(12) VALUE SPACES.
           05 WS-CUR-TYPE        PIC A(5) VALUE SPACES.
           05 WS-CUR-CODE        PIC 9(6) VALUE 0.
           05 WS-HIST-EVENTS     PIC 9(5) VALUE 0.
           05 WS-FIRST-ACTION    PIC X(6) VALUE SPACES.
           05 WS-FIRST-DATE      PIC 9(8) VALUE 0.
           05 WS-LAST-ACTION     PIC X(6) VALUE SPACES.
           05 WS-LAST-DATE       PIC 9(8) VALUE 0.
           05 WS-LAST-NAME       PIC A(12) VALUE SPACES.
           05 WS-LAST-TYPE       PIC A(5) VALUE SPACES.
           05 WS-LAST-CODE       PIC 9(6) VALUE 0.
           05 WS-SUSP-CITY-SW    PIC X VALUE "N".
           05 WS-CLEAN-SW        PIC X VALUE "N".

       01 FINDING-FIELDS.
           05 WS-FIND-SEV    PIC X(7) VALUE SPACES.
           05 WS-FIND-CHECK  PIC X(30) VALUE SPACES.
           05 WS-FIND-DETAIL PIC X(80) VALUE SPACES.
           05 WS-JOB-RC      PIC 9(2) VALUE 0.
           05 WS-NEW-RC      PIC 9(2) VALUE 0.

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
           IF WS-OPEN-FAIL-SW = "N"
               PERFORM 200-SETTLE-NEXT-KEY
                   UNTIL WS-MAST-KEY = HIGH-VALUES
                     AND WS-CLM-KEY = HIGH-VALUES
                     AND WS-HIST-KEY = HIGH-VALUES
                     AND WS-SUSP-KEY = HIGH-VALUES
           END-IF.
           PERFORM 300-TERMINATE.
           STOP RUN.

      *    ALL FOUR INPUTS OR NOTHING - A SWEEP MISSING ONE SIDE
      *    WOULD REPORT EVERY KEY ON THE OTHER THREE AS BROKEN.
       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT INTGRPT.
           MOVE SPACES TO RPTRECORD
           STRING "CITY REFERENTIAL INTEGRITY SWEEP"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.

           OPEN INPUT CITYMAST.
           IF WS-MAST-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "CITY MASTER OPEN FAILED - STATUS "
                   WS-MAST-STATUS
           END-IF.
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
           OPEN INPUT CITYSUSP.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "Y" TO WS-OPEN-FAIL-SW
               DISPLAY "SUSPENSE FILE STATUS " WS-SUSP-STATUS
           END-IF.
           IF WS-OPEN-FAIL-SW = "Y"
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           ELSE
               PERFORM 110-READ-MASTER
               PERFORM 120-READ-CLAIM
               PERFORM 130-READ-HISTORY
               PERFORM 140-READ-SUSPENSE
           END-IF.

       110-READ-MASTER.
           READ CITYMAST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAST-EOF-SW
                   MOVE HIGH-VALUES TO WS-MAST-KEY
               NOT AT END
                   COMPUTE REC-MAST-READ-COUNTER =
                       REC-MAST-READ-COUNTER + 1
                   MOVE MAST-CITYKEY TO WS-MAST-KEY
           END-READ.

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

       140-READ-SUSPENSE.
           READ CITYSUSP
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-SW
                   MOVE HIGH-VALUES TO WS-SUSP-KEY
               NOT AT END
                   COMPUTE REC-SUSP-READ-COUNTER =
                       REC-SUSP-READ-COUNTER + 1
                   MOVE CITYKEY-SUSP TO WS-SUSP-KEY
           END-READ.

      *    THE LOWEST PENDING KEY ACROSS THE FOUR STREAMS IS
      *    SETTLED IN ONE PASS: ITS HISTORY IS SUMMED UP FIRST,
      *    THEN ITS MASTER ROW, THEN ITS CLAIMS AND SUSPENSE ITEMS
      *    (WHICH ALSO SAY WHETHER THE CITY IS HELD IN SUSPENSE),
      *    AND ONLY THEN THE CITY-LEVEL CHECKS.
       200-SETTLE-NEXT-KEY.
           MOVE WS-MAST-KEY TO WS-CUR-KEY.
           IF WS-CLM-KEY < WS-CUR-KEY
               MOVE WS-CLM-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-HIST-KEY < WS-CUR-KEY
               MOVE WS-HIST-KEY TO WS-CUR-KEY
           END-IF.
           IF WS-SUSP-KEY < WS-CUR-KEY
               MOVE WS-SUSP-KEY TO WS-CUR-KEY
           END-IF.
           COMPUTE REC-KEY-COUNTER = REC-KEY-COUNTER + 1.
           PERFORM 210-SUM-UP-HISTORY.
           MOVE "N" TO WS-ON-MAST-SW.
           IF WS-MAST-KEY = WS-CUR-KEY
               MOVE "Y" TO WS-ON-MAST-SW
               MOVE MAST-CITYNAME TO WS-CUR-NAME
               MOVE MAST-CITYTYPE TO WS-CUR-TYPE
               MOVE MAST-CITYCODE TO WS-CUR-CODE
               PERFORM 110-READ-MASTER
           END-IF.
           MOVE "N" TO WS-SUSP-CITY-SW.
           PERFORM 230-MATCH-CLAIMS-SUSPENSE
               UNTIL WS-CLM-KEY NOT = WS-CUR-KEY
                 AND WS-SUSP-KEY NOT = WS-CUR-KEY.
           PERFORM 250-CHECK-CITY.

      *    FIRST AND LAST CITY-LEVEL EVENT, AND THE LAST EVENT'S
      *    AFTER-IMAGE - FOR A MERGE ROW, THE KEY'S OWN VALUES AT
      *    THE MOMENT OF THE MERGE.
       210-SUM-UP-HISTORY.
           MOVE 0 TO WS-HIST-EVENTS.
           MOVE SPACES TO WS-FIRST-ACTION.
           MOVE 0 TO WS-FIRST-DATE.
           MOVE SPACES TO WS-LAST-ACTION.
           MOVE 0 TO WS-LAST-DATE.
           PERFORM UNTIL WS-HIST-KEY NOT = WS-CUR-KEY
               EVALUATE HIST-ACTION
                   WHEN "ADD"
                   WHEN "CHANGE"
                   WHEN "DELETE"
                       PERFORM 215-TAKE-CITY-EVENT
                       MOVE HIST-NEW-NAME TO WS-LAST-NAME
                       MOVE HIST-NEW-TYPE TO WS-LAST-TYPE
                       MOVE HIST-NEW-CODE TO WS-LAST-CODE
                   WHEN "MRGOUT"
                   WHEN "MRGIN"
                       PERFORM 215-TAKE-CITY-EVENT
                       MOVE HIST-MRG-NAME TO WS-LAST-NAME
                       MOVE HIST-MRG-TYPE TO WS-LAST-TYPE
                       MOVE HIST-MRG-CODE TO WS-LAST-CODE
               END-EVALUATE
               PERFORM 130-READ-HISTORY
           END-PERFORM.

       215-TAKE-CITY-EVENT.
           COMPUTE WS-HIST-EVENTS = WS-HIST-EVENTS + 1.
           IF WS-HIST-EVENTS = 1
               MOVE HIST-ACTION TO WS-FIRST-ACTION
               MOVE HIST-RUN-DATE TO WS-FIRST-DATE
           END-IF.
           MOVE HIST-ACTION TO WS-LAST-ACTION.
           MOVE HIST-RUN-DATE TO WS-LAST-DATE.

      *    CLAIMS AND SUSPENSE ROWS FOR THE KEY, MERGED ON CLAIM
      *    NUMBER. A SUSPENSE ROW SORTING AT OR BELOW THE NEXT
      *    CLAIM IS TAKEN FIRST, SO A SUSPENDED CLAIM NUMBER MEETS
      *    ITS CLAIM-MASTER TWIN BEFORE THE TWIN IS READ PAST.
       230-MATCH-CLAIMS-SUSPENSE.
           IF WS-SUSP-KEY = WS-CUR-KEY
               AND (WS-CLM-KEY NOT = WS-CUR-KEY
                   OR SUSP-CLM-NUMBER NOT > CLMMAST-NUMBER)
               PERFORM 240-CHECK-SUSPENSE-ROW
               PERFORM 140-READ-SUSPENSE
           ELSE
               PERFORM 235-CHECK-CLAIM
               PERFORM 120-READ-CLAIM
           END-IF.

      *    A CLAIM LEFT UNDER A MERGED-AWAY KEY IS A MERGE COLLISION
      *    THE MERGE REGISTER ALREADY LISTED; ANY OTHER CLAIM WITH
      *    NO CITY IS AN ORPHAN THE INQUIRIES CANNOT EXPLAIN.
       235-CHECK-CLAIM.
           IF WS-ON-MAST-SW = "N"
               COMPUTE REC-ORPHAN-COUNTER = REC-ORPHAN-COUNTER + 1
               MOVE "ORPHAN CLAIM - NO CITY" TO WS-FIND-CHECK
               MOVE SPACES TO WS-FIND-DETAIL
               IF WS-LAST-ACTION = "MRGOUT"
                   MOVE "WARNING" TO WS-FIND-SEV
                   STRING "CLAIM " CLMMAST-NUMBER
                       " LEFT ON MERGED-AWAY KEY (MERGE COLLISION)"
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
               ELSE
                   MOVE "SEVERE" TO WS-FIND-SEV
                   STRING "CLAIM " CLMMAST-NUMBER
                       " AMOUNT " CLMMAST-AMOUNT
                       " LAST CITY EVENT " WS-LAST-ACTION
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
               END-IF
               PERFORM 400-WRITE-FINDING
           END-IF.

      *    A CITY ROW (NO CLAIM NUMBER) HAS LOADED CLEAN SINCE IT
      *    WAS SUSPENDED WHEN THE CITY IS ON THE MASTER, ITS LAST
      *    EVENT PUT IT IN THE EXTRACT ON OR AFTER THE ENTRY DATE,
      *    AND THE MASTER STILL MATCHES THAT EVENT. A CLAIM ROW HAS
      *    LOADED CLEAN WHEN ITS CLAIM NUMBER IS ON THE CLAIM
      *    MASTER UNDER THE SAME CITY. EITHER WAY THE WORK-OFF
      *    WOULD RECYCLE STALE DATA OVER GOOD.
       240-CHECK-SUSPENSE-ROW.
           MOVE "N" TO WS-CLEAN-SW.
           IF SUSP-CLM-NUMBER = SPACES
               MOVE "Y" TO WS-SUSP-CITY-SW
               IF WS-ON-MAST-SW = "Y"
                   AND (WS-LAST-ACTION = "ADD"
                       OR WS-LAST-ACTION = "CHANGE"
                       OR WS-LAST-ACTION = "MRGIN")
                   AND SUSP-ENTRY-DATE IS NUMERIC
                   AND WS-LAST-DATE NOT < SUSP-ENTRY-DATE
                   AND WS-CUR-NAME = WS-LAST-NAME
                   AND WS-CUR-TYPE = WS-LAST-TYPE
                   AND WS-CUR-CODE = WS-LAST-CODE
                   MOVE "Y" TO WS-CLEAN-SW
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING SUSP-REASON-CODE " ENTERED "
                       SUSP-ENTRY-DATE " - CITY LOADED CLEAN "
                       WS-LAST-DATE " (" WS-LAST-ACTION ")"
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
               END-IF
           ELSE
               IF WS-CLM-KEY = WS-CUR-KEY
                   AND CLMMAST-NUMBER = SUSP-CLM-NUMBER
                   MOVE "Y" TO WS-CLEAN-SW
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING SUSP-REASON-CODE " ENTERED "
                       SUSP-ENTRY-DATE " - CLAIM " SUSP-CLM-NUMBER
                       " IS ON THE CLAIM MASTER"
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
               END-IF
           END-IF.
           IF WS-CLEAN-SW = "Y"
               COMPUTE REC-SUSP-CLEAN-COUNTER =
                   REC-SUSP-CLEAN-COUNTER + 1
               MOVE "WARNING" TO WS-FIND-SEV
               MOVE "SUSPENSE ITEM LOADED CLEAN" TO WS-FIND-CHECK
               PERFORM 400-WRITE-FINDING
           END-IF.

       250-CHECK-CITY.
           EVALUATE TRUE
               WHEN WS-ON-MAST-SW = "Y"
                   AND (WS-LAST-ACTION = "DELETE"
                       OR WS-LAST-ACTION = "MRGOUT")
                   PERFORM 255-CHECK-DELETED-ON-MASTER
               WHEN WS-ON-MAST-SW = "Y" AND WS-HIST-EVENTS > 0
                   PERFORM 260-CHECK-AFTER-IMAGE
               WHEN WS-ON-MAST-SW = "N"
                   AND (WS-LAST-ACTION = "ADD"
                       OR WS-LAST-ACTION = "CHANGE"
                       OR WS-LAST-ACTION = "MRGIN")
                   COMPUTE REC-LIVE-OFF-COUNTER =
                       REC-LIVE-OFF-COUNTER + 1
                   MOVE "WARNING" TO WS-FIND-SEV
                   MOVE "LIVE IN HISTORY, NOT ON MASTER"
                       TO WS-FIND-CHECK
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "LAST EVENT " WS-LAST-ACTION " "
                       WS-LAST-DATE " - NO DELETE ON RECORD"
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
                   PERFORM 400-WRITE-FINDING
           END-EVALUATE.
           IF WS-ON-MAST-SW = "Y"
               PERFORM 270-CHECK-HISTORY-GAP
           END-IF.

      *    A MERGED-AWAY KEY BACK ON THE MASTER MEANS THE STANDING
      *    "M" OVERRIDE DID NOT HOLD - ALWAYS SEVERE. A DELETED
      *    CITY IS EXPECTED ON THE MASTER WHILE ITS FEED RECORD
      *    SITS IN SUSPENSE.
       255-CHECK-DELETED-ON-MASTER.
           COMPUTE REC-DELETED-COUNTER = REC-DELETED-COUNTER + 1.
           IF WS-LAST-ACTION = "DELETE" AND WS-SUSP-CITY-SW = "Y"
               MOVE "INFO" TO WS-FIND-SEV
           ELSE
               MOVE "SEVERE" TO WS-FIND-SEV
           END-IF.
           MOVE "DELETED IN HISTORY, ON MASTER" TO WS-FIND-CHECK.
           MOVE SPACES TO WS-FIND-DETAIL.
           IF WS-SUSP-CITY-SW = "Y"
               STRING WS-LAST-ACTION " " WS-LAST-DATE
                   " - FEED RECORD HELD IN SUSPENSE"
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
           ELSE
               STRING WS-LAST-ACTION " " WS-LAST-DATE
                   " - MASTER " WS-CUR-NAME " " WS-CUR-TYPE
                   " " WS-CUR-CODE
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
           END-IF.
           PERFORM 400-WRITE-FINDING.

       260-CHECK-AFTER-IMAGE.
           IF WS-CUR-NAME NOT = WS-LAST-NAME
               OR WS-CUR-TYPE NOT = WS-LAST-TYPE
               OR WS-CUR-CODE NOT = WS-LAST-CODE
               COMPUTE REC-IMAGE-COUNTER = REC-IMAGE-COUNTER + 1
               IF WS-SUSP-CITY-SW = "Y"
                   MOVE "INFO" TO WS-FIND-SEV
               ELSE
                   MOVE "SEVERE" TO WS-FIND-SEV
               END-IF
               MOVE "MASTER DIFFERS FROM HISTORY" TO WS-FIND-CHECK
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "MASTER " WS-CUR-NAME " " WS-CUR-TYPE " "
                   WS-CUR-CODE " / " WS-LAST-ACTION " "
                   WS-LAST-DATE " " WS-LAST-NAME " " WS-LAST-TYPE
                   " " WS-LAST-CODE
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM 400-WRITE-FINDING
           END-IF.

      *    A CITY'S HISTORY SHOULD OPEN WITH ITS ADD (OR THE MRGIN
      *    THAT BROUGHT IT IN). ANYTHING ELSE - OR NO HISTORY AT
      *    ALL FOR A CITY ON THE MASTER - IS A GAP: USUALLY
      *    ARCHIVE-PURGE TAKING A LONG-STABLE CITY'S EARLY EVENTS,
      *    SOMETIMES A CITY THAT NEVER LOADED CLEAN (THEN IT IS IN
      *    SUSPENSE AND ONLY INFO).
       270-CHECK-HISTORY-GAP.
           IF WS-HIST-EVENTS = 0
               COMPUTE REC-GAP-COUNTER = REC-GAP-COUNTER + 1
               IF WS-SUSP-CITY-SW = "Y"
                   MOVE "INFO" TO WS-FIND-SEV
               ELSE
                   MOVE "WARNING" TO WS-FIND-SEV
               END-IF
               MOVE "HISTORY GAP - NO EVENTS" TO WS-FIND-CHECK
               MOVE SPACES TO WS-FIND-DETAIL
               STRING "ON MASTER, NO HISTORY ROWS - PURGED OR NEVER "
                   "LOADED; AS-OF CANNOT ANSWER"
                   DELIMITED BY SIZE INTO WS-FIND-DETAIL
               PERFORM 400-WRITE-FINDING
           ELSE
               IF WS-FIRST-ACTION NOT = "ADD"
                   AND WS-FIRST-ACTION NOT = "MRGIN"
                   COMPUTE REC-GAP-COUNTER = REC-GAP-COUNTER + 1
                   MOVE "WARNING" TO WS-FIND-SEV
                   MOVE "HISTORY GAP - NO OPENING ADD"
                       TO WS-FIND-CHECK
                   MOVE SPACES TO WS-FIND-DETAIL
                   STRING "HISTORY OPENS " WS-FIRST-DATE " WITH "
                       WS-FIRST-ACTION
                       " - AS-OF BEFORE THAT CANNOT ANSWER"
                       DELIMITED BY SIZE INTO WS-FIND-DETAIL
                   PERFORM 400-WRITE-FINDING
               END-IF
           END-IF.

       300-TERMINATE.
           PERFORM 310-WRITE-TOTALS.
           DISPLAY "KEYS SWEPT >>>> " REC-KEY-COUNTER.
           DISPLAY "SEVERE / WARNING / INFO >>>> " REC-SEVERE-COUNTER
               " / " REC-WARNING-COUNTER " / " REC-INFO-COUNTER.
           MOVE WS-JOB-RC TO RETURN-CODE.
           IF WS-MAST-STATUS = "00" OR WS-MAST-STATUS = "10"
               CLOSE CITYMAST
           END-IF.
           IF WS-CLMMAST-STATUS = "00" OR WS-CLMMAST-STATUS = "10"
               CLOSE CLMMAST
           END-IF.
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE CITYHIST
           END-IF.
           IF WS-SUSP-STATUS = "00" OR WS-SUSP-STATUS = "10"
               CLOSE CITYSUSP
           END-IF.
           CLOSE INTGRPT.

       310-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           IF WS-OPEN-FAIL-SW = "Y"
               MOVE SPACES TO RPTRECORD
               STRING "*** AN INPUT WOULD NOT OPEN - NOTHING SWEPT, "
                   "RC=12 ***"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.
           MOVE SPACES TO RPTRECORD
           STRING "READ - CITIES: " REC-MAST-READ-COUNTER
               "  CLAIMS: " REC-CLM-READ-COUNTER
               "  HISTORY ROWS: " REC-HIST-READ-COUNTER
               "  SUSPENSE ROWS: " REC-SUSP-READ-COUNTER
               "  KEYS: " REC-KEY-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "ORPHAN CLAIMS: " REC-ORPHAN-COUNTER
               "  DELETED BUT ON MASTER: " REC-DELETED-COUNTER
               "  MASTER/HISTORY MISMATCH: " REC-IMAGE-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "LIVE IN HISTORY, OFF MASTER: " REC-LIVE-OFF-COUNTER
               "  SUSPENSE LOADED CLEAN: " REC-SUSP-CLEAN-COUNTER
               "  HISTORY GAPS: " REC-GAP-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "FINDINGS - SEVERE: " REC-SEVERE-COUNTER
               "  WARNING: " REC-WARNING-COUNTER
               "  INFO: " REC-INFO-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "JOB CONDITION CODE SET: " WS-JOB-RC
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    SEVERE = RC 8, WARNING = RC 4, INFO LEAVES THE RC ALONE.
       400-WRITE-FINDING.
           EVALUATE WS-FIND-SEV
               WHEN "SEVERE"
                   COMPUTE REC-SEVERE-COUNTER = REC-SEVERE-COUNTER + 1
                   MOVE 8 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               WHEN "WARNING"
                   COMPUTE REC-WARNING-COUNTER =
                       REC-WARNING-COUNTER + 1
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               WHEN OTHER
                   COMPUTE REC-INFO-COUNTER = REC-INFO-COUNTER + 1
           END-EVALUATE.
           MOVE SPACES TO RPTRECORD
           STRING WS-FIND-SEV " " WS-CUR-KEY " " WS-FIND-CHECK " "
               WS-FIND-DETAIL
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       970-RAISE-RC.
           IF WS-NEW-RC > WS-JOB-RC
               MOVE WS-NEW-RC TO WS-JOB-RC
           END-IF.

       END PROGRAM INTEGRITY-SWEEP.
