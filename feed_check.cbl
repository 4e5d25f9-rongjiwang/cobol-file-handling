       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-CHECK.
      *    PRE-LOAD EXPECTED-FEED CHECK. LOADSTP ONLY BALANCES THE
      *    HDR/TRL PAIRS THAT ACTUALLY TURN UP IN
      *    PROD.CITY.FEED.GDG(0) - A REGIONAL SOURCE THAT SENDS
      *    NOTHING AT ALL NEVER REACHES ITS SOURCE TABLE, AND THE
      *    SNAPSHOT COMPARE THEN AUDITS THAT SOURCE'S WHOLE CITY
      *    POPULATION AS DELETES. THIS STEP RUNS AHEAD OF BLDSTP AND
      *    HOLDS TONIGHT'S HEADERS (CTLSTP'S CONTROL-RECORD SPLIT)
      *    UP AGAINST TWO OPS-MAINTAINED DATASETS:
      *      PROD.CITY.SOURCE.REGISTRY - ONE ROW PER FEEDING SOURCE:
      *        ACTIVE FLAG, THE WEEKDAYS IT FEEDS (MON-SUN, Y/N, SO
      *        A WEEKEND-ONLY SOURCE IS "NNNNNYY"), ITS EXPECTED
      *        ARRIVAL WINDOW (HHMM-HHMM, MAY SPAN MIDNIGHT) AND ITS
      *        POLICY WHEN ITS FEED IS MISSING OR LATE - "H" HOLD
      *        THE WHOLE LOAD, "C" CARRY ITS PRIOR-NIGHT CITIES
      *        FORWARD AND LOAD EVERYONE ELSE;
      *      PROD.CITY.FEED.CALENDAR - DATED EXCEPTIONS FOR ONE
      *        SOURCE OR (BLANK SOURCE) ALL OF THEM: "H" = HOLIDAY,
      *        NO FEED DUE; "E" = EXTRA DAY, FEED DUE ANYWAY.
      *    EVERY SOURCE GETS ONE DECISION - LOAD, NOTDUE (NOTHING
      *    WAS DUE, CARRY FORWARD QUIETLY), CARRY, HOLD, OR NONE (A
      *    RETIRED SOURCE THAT SENT NOTHING - ITS CITIES GO AS
      *    DELETES). THE DECISIONS GO TO LOADSTP (CITYFDCK), WHICH
      *    CARRIES OR HOLDS ACCORDINGLY, AND TO THE CYCLE-CONTROL
      *    DATASET AS "FEEDCHK" ROWS FOR CYCLE-BALANCER.
      *    RC 4 = A SOURCE CARRIED FORWARD BY POLICY, OR A FEED FROM
      *    A SOURCE THE REGISTRY DOES NOT KNOW / HAS RETIRED;
      *    RC 8 = LOAD HELD; RC 12 = REGISTRY OR HEADERS UNREADABLE,
      *    LOAD HELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE FEEDCHK DD STATEMENTS IN jcl/CTYLOAD.jcl.
           SELECT CITYHDTR ASSIGN TO CITYHDTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HDTR-STATUS.
           SELECT CITYSREG ASSIGN TO CITYSREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SREG-STATUS.
           SELECT CITYFCAL ASSIGN TO CITYFCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FCAL-STATUS.
           SELECT CITYFDCK ASSIGN TO CITYFDCK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FDCK-STATUS.
           SELECT CYCLECTL ASSIGN TO CYCLECTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CCTL-STATUS.
           SELECT CITYFCRP ASSIGN TO CITYFCRP
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CITYHDTR.

      *    MIRROR OF HDTRRECORD IN READ-FILE-LOCAL - ONLY THE HDR
      *    ROWS MATTER HERE; TRAILERS ARE LOADSTP'S BUSINESS.
       01 HDTRRECORD.
           05 HDTR-REC-ID PIC X(5).
           05 HDTR-HDR-DATA.
               10 HDTR-FEED-DATE     PIC 9(8).
               10 HDTR-SOURCE-SYSTEM PIC X(8).
               10 FILLER             PIC X(31).

       FD CITYSREG.

      *    SOURCE-SYSTEM REGISTRY, OPS-MAINTAINED. A SOURCE IS
      *    RETIRED BY SETTING SREG-ACTIVE TO "N" - FROM THEN ON ITS
      *    ABSENCE IS EXPECTED AND ITS CITIES LEAVE THE EXTRACT AS
      *    DELETES. BLANK SREG-DAYS MEANS EVERY DAY.
       01 SREGRECORD.
           05 SREG-SOURCE-SYSTEM PIC X(8).
           05 SREG-ACTIVE        PIC X(1).
           05 SREG-DAYS          PIC X(7).
           05 SREG-WINDOW-FROM   PIC 9(4).
           05 SREG-WINDOW-FROM-X REDEFINES SREG-WINDOW-FROM
                                 PIC X(4).
           05 SREG-WINDOW-TO     PIC 9(4).
           05 SREG-WINDOW-TO-X REDEFINES SREG-WINDOW-TO PIC X(4).
           05 SREG-POLICY        PIC X(1).
           05 SREG-DESC          PIC X(30).
           05 FILLER             PIC X(25).

       FD CITYFCAL.

      *    BUSINESS-DAY CALENDAR EXCEPTIONS, OPS-MAINTAINED. ROWS
      *    FOR OTHER DATES ARE IGNORED, SO THE YEAR'S HOLIDAYS CAN
      *    BE KEYED IN ADVANCE. WHERE TWO ROWS HIT THE SAME SOURCE
      *    ON ONE DATE THE LATER ROW WINS.
       01 FCALRECORD.
           05 FCAL-DATE          PIC 9(8).
           05 FCAL-SOURCE-SYSTEM PIC X(8).
           05 FCAL-TYPE          PIC X(1).
           05 FCAL-DESC          PIC X(30).
           05 FILLER             PIC X(33).

       FD CITYFDCK.

      *    ONE DECISION PER SOURCE, THEN AN "*END" ROW. LOADSTP
      *    TREATS A DECISION FILE WITHOUT ITS "*END" ROW AS A CHECK
      *    THAT NEVER FINISHED AND HOLDS THE LOAD.
       01 FDCKRECORD.
           05 FDCK-SOURCE-SYSTEM PIC X(8).
           05 FDCK-DECISION      PIC X(6).
           05 FDCK-STATUS        PIC X(12).
           05 FDCK-HDR-DATE      PIC 9(8).
           05 FDCK-CYCLE-DATE    PIC 9(8).
           05 FDCK-TEXT          PIC X(38).

       FD CYCLECTL.

      *    MIRROR OF CCTLRECORD IN READ-FILE-LOCAL. A "FEEDCHK" ROW
      *    CARRIES ONE SOURCE'S DECISION IN THE COUNTER AREA
      *    INSTEAD (CCTLFEEDRECORD); THE STEP RC STAYS WHERE EVERY
      *    OTHER ROW KEEPS IT.
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

       FD CITYFCRP.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WS-HDTR-EOF-SW   PIC X VALUE "N".
           05 WS-SREG-EOF-SW   PIC X VALUE "N".
           05 WS-FCAL-EOF-SW   PIC X VALUE "N".
           05 WS-FDCK-OPEN-SW  PIC X VALUE "N".
           05 WS-HOLD-SW       PIC X VALUE "N".
           05 WS-WINDOW-OPEN-SW PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-HDTR-STATUS PIC X(2) VALUE "00".
           05 WS-SREG-STATUS PIC X(2) VALUE "00".
           05 WS-FCAL-STATUS PIC X(2) VALUE "00".
           05 WS-FDCK-STATUS PIC X(2) VALUE "00".
           05 WS-CCTL-STATUS PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-SREG-READ-COUNTER PIC 9(7) VALUE 0.
           05 REC-FCAL-HIT-COUNTER  PIC 9(7) VALUE 0.
           05 REC-HDR-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-LOAD-COUNTER      PIC 9(7) VALUE 0.
           05 REC-NOTDUE-COUNTER    PIC 9(7) VALUE 0.
           05 REC-CARRY-COUNTER     PIC 9(7) VALUE 0.
           05 REC-HOLD-COUNTER      PIC 9(7) VALUE 0.
           05 REC-NONE-COUNTER      PIC 9(7) VALUE 0.

      *    ONE ENTRY PER REGISTERED SOURCE, PLUS ANY SOURCE THAT
      *    SENT A HEADER WITHOUT BEING REGISTERED. WS-FC-DUE-SW IS
      *    TONIGHT'S "IS A FEED EXPECTED" ANSWER - THE WEEKDAY
      *    PATTERN FIRST, THEN ANY CALENDAR EXCEPTION ON TOP.
       01 SOURCE-REGISTRY-TABLE.
           05 WS-FC-COUNT PIC 9(2) VALUE 0.
           05 WS-FC-MAX   PIC 9(2) VALUE 20.
           05 WS-FC-ENTRY OCCURS 20 TIMES.
               10 WS-FC-SOURCE     PIC X(8).
               10 WS-FC-REG-SW     PIC X.
               10 WS-FC-ACTIVE     PIC X.
               10 WS-FC-DAYS       PIC X(7).
               10 WS-FC-FROM       PIC 9(4).
               10 WS-FC-TO         PIC 9(4).
               10 WS-FC-POLICY     PIC X.
               10 WS-FC-DUE-SW     PIC X.
               10 WS-FC-HDR-SW     PIC X.
               10 WS-FC-HDR-DATE   PIC 9(8).
               10 WS-FC-STATUS     PIC X(12).
               10 WS-FC-DECISION   PIC X(6).
               10 WS-FC-TEXT       PIC X(38).
           05 WS-FC-IDX       PIC 9(2) VALUE 0.
           05 WS-FC-MATCH-IDX PIC 9(2) VALUE 0.
           05 WS-FC-FIND-ID   PIC X(8) VALUE SPACES.

       01 DAY-WORK-FIELDS.
           05 WS-CYCLE-INT     PIC 9(7) VALUE 0.
           05 WS-DOW-QUOT      PIC 9(7) VALUE 0.
      *    0 = MONDAY ... 6 = SUNDAY - DAY 1 OF THE INTEGER-DATE
      *    SCALE (1601-01-01) WAS A MONDAY.
           05 WS-DOW           PIC 9(1) VALUE 0.
           05 WS-DOW-NAMES     PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
           05 WS-DOW-NAME      PIC X(3) VALUE SPACES.
           05 WS-NOW-HHMM      PIC 9(4) VALUE 0.
           05 WS-JOB-RC        PIC 9(2) VALUE 0.
           05 WS-NEW-RC        PIC 9(2) VALUE 0.

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
           IF WS-JOB-RC < 12
               PERFORM 200-DECIDE-SOURCES
           END-IF.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-NOW-HHMM = WS-RUN-TIME-HH * 100 + WS-RUN-TIME-MM.
      *    THE SAME CYCLE DATE LOADSTP HOLDS THE HEADERS TO.
           MOVE SPACES TO WS-CYCLE-DATE-X.
           ACCEPT WS-CYCLE-DATE-X FROM ENVIRONMENT "CITYCYCL".
           IF WS-CYCLE-DATE-X = SPACES OR WS-CYCLE-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
           COMPUTE WS-CYCLE-INT =
               FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE).
           DIVIDE 7 INTO WS-CYCLE-INT GIVING WS-DOW-QUOT
               REMAINDER WS-DOW.
      *    INTEGER DATE 1 IS A MONDAY, SO (N - 1) MOD 7 = 0 IS
      *    MONDAY; N MOD 7 IS ONE AHEAD OF THAT.
           IF WS-DOW = 0
               MOVE 6 TO WS-DOW
           ELSE
               SUBTRACT 1 FROM WS-DOW
           END-IF.
           MOVE WS-DOW-NAMES (WS-DOW * 3 + 1:3) TO WS-DOW-NAME.

           OPEN OUTPUT CITYFCRP.
           MOVE SPACES TO RPTRECORD
           STRING "EXPECTED-FEED CHECK - CYCLE DATE " WS-CYCLE-DATE
               " (" WS-DOW-NAME ")"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    THE DECISION FILE OPENS FIRST - IF THE REST OF THE CHECK
      *    CANNOT RUN, LOADSTP STILL HAS TO BE TOLD TO HOLD.
           OPEN OUTPUT CITYFDCK.
           IF WS-FDCK-STATUS = "00"
               MOVE "Y" TO WS-FDCK-OPEN-SW
           ELSE
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               DISPLAY "DECISION FILE STATUS " WS-FDCK-STATUS
                   " - LOAD CANNOT BE RELEASED"
           END-IF.
           IF WS-JOB-RC < 12
               PERFORM 110-LOAD-REGISTRY
           END-IF.
           IF WS-JOB-RC < 12
               PERFORM 120-APPLY-CALENDAR
           END-IF.
           IF WS-JOB-RC < 12
               PERFORM 130-READ-HEADERS
           END-IF.

      *    AN EMPTY OR MISSING REGISTRY WOULD MAKE EVERY SOURCE
      *    "UNREGISTERED" AND EVERY ABSENCE INVISIBLE - THE VERY
      *    HOLE THIS STEP EXISTS TO CLOSE - SO IT HOLDS THE LOAD.
       110-LOAD-REGISTRY.
           OPEN INPUT CITYSREG.
           IF WS-SREG-STATUS NOT = "00"
               MOVE "Y" TO WS-SREG-EOF-SW
           END-IF.
           PERFORM UNTIL WS-SREG-EOF-SW = "Y"
               READ CITYSREG
                   AT END
                       MOVE "Y" TO WS-SREG-EOF-SW
                   NOT AT END
                       COMPUTE REC-SREG-READ-COUNTER =
                           REC-SREG-READ-COUNTER + 1
                       IF SREG-SOURCE-SYSTEM NOT = SPACES
                           PERFORM 115-ADD-REGISTRY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SREG-STATUS = "00" OR WS-SREG-STATUS = "10"
               CLOSE CITYSREG
           END-IF.
           IF WS-FC-COUNT = 0
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               DISPLAY "SOURCE REGISTRY EMPTY OR UNAVAILABLE - "
                   "LOAD HELD"
           END-IF.

      *    A WINDOW THAT IS NOT A PAIR OF HHMM TIMES IS TREATED AS
      *    ROUND THE CLOCK, AND ANY POLICY OTHER THAN "C" AS "H" -
      *    A MIS-KEYED ROW MUST NOT QUIETLY TURN A MISSING FEED
      *    INTO A CARRY-FORWARD.
       115-ADD-REGISTRY-ROW.
           MOVE SREG-SOURCE-SYSTEM TO WS-FC-FIND-ID.
           PERFORM 140-FIND-OR-ADD-SOURCE.
           IF WS-FC-MATCH-IDX > 0
               MOVE "Y" TO WS-FC-REG-SW (WS-FC-MATCH-IDX)
               IF SREG-ACTIVE = "N"
                   MOVE "N" TO WS-FC-ACTIVE (WS-FC-MATCH-IDX)
               ELSE
                   MOVE "Y" TO WS-FC-ACTIVE (WS-FC-MATCH-IDX)
               END-IF
               IF SREG-DAYS = SPACES
                   MOVE "YYYYYYY" TO WS-FC-DAYS (WS-FC-MATCH-IDX)
               ELSE
                   MOVE SREG-DAYS TO WS-FC-DAYS (WS-FC-MATCH-IDX)
               END-IF
               IF SREG-WINDOW-FROM-X IS NUMERIC
                   AND SREG-WINDOW-TO-X IS NUMERIC
                   AND SREG-WINDOW-FROM < 2400
                   AND SREG-WINDOW-TO < 2400
                   MOVE SREG-WINDOW-FROM TO WS-FC-FROM (WS-FC-MATCH-IDX)
                   MOVE SREG-WINDOW-TO TO WS-FC-TO (WS-FC-MATCH-IDX)
               ELSE
                   MOVE 0 TO WS-FC-FROM (WS-FC-MATCH-IDX)
                   MOVE 2359 TO WS-FC-TO (WS-FC-MATCH-IDX)
               END-IF
               IF SREG-POLICY = "C"
                   MOVE "C" TO WS-FC-POLICY (WS-FC-MATCH-IDX)
               ELSE
                   MOVE "H" TO WS-FC-POLICY (WS-FC-MATCH-IDX)
               END-IF
               IF WS-FC-DAYS (WS-FC-MATCH-IDX) (WS-DOW + 1:1) = "Y"
                   AND WS-FC-ACTIVE (WS-FC-MATCH-IDX) = "Y"
                   MOVE "Y" TO WS-FC-DUE-SW (WS-FC-MATCH-IDX)
               ELSE
                   MOVE "N" TO WS-FC-DUE-SW (WS-FC-MATCH-IDX)
               END-IF
           END-IF.

       120-APPLY-CALENDAR.
           OPEN INPUT CITYFCAL.
           IF WS-FCAL-STATUS NOT = "00"
               MOVE "Y" TO WS-FCAL-EOF-SW
               DISPLAY "FEED CALENDAR FILE STATUS " WS-FCAL-STATUS
                   " - WEEKDAY PATTERNS ONLY"
           END-IF.
           PERFORM UNTIL WS-FCAL-EOF-SW = "Y"
               READ CITYFCAL
                   AT END
                       MOVE "Y" TO WS-FCAL-EOF-SW
                   NOT AT END
                       IF FCAL-DATE = WS-CYCLE-DATE
                           AND (FCAL-TYPE = "H" OR FCAL-TYPE = "E")
                           COMPUTE REC-FCAL-HIT-COUNTER =
                               REC-FCAL-HIT-COUNTER + 1
                           PERFORM 125-APPLY-CALENDAR-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FCAL-STATUS = "00" OR WS-FCAL-STATUS = "10"
               CLOSE CITYFCAL
           END-IF.

      *    AN EXCEPTION NEVER REVIVES A RETIRED SOURCE.
       125-APPLY-CALENDAR-ROW.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               IF (FCAL-SOURCE-SYSTEM = SPACES
                   OR FCAL-SOURCE-SYSTEM = WS-FC-SOURCE (WS-FC-IDX))
                   AND WS-FC-ACTIVE (WS-FC-IDX) = "Y"
                   IF FCAL-TYPE = "H"
                       MOVE "N" TO WS-FC-DUE-SW (WS-FC-IDX)
                   ELSE
                       MOVE "Y" TO WS-FC-DUE-SW (WS-FC-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPTRECORD
           STRING "CALENDAR: " FCAL-TYPE " "
               FCAL-SOURCE-SYSTEM " " FCAL-DESC
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    THE RECYCLE PAIR FROM SUSPWORK IS INTERNAL AND NEVER ON
      *    THE REGISTRY. A SOURCE SENDING MORE THAN ONE HEADER KEEPS
      *    ANY CYCLE-DATED ONE.
       130-READ-HEADERS.
           OPEN INPUT CITYHDTR.
           IF WS-HDTR-STATUS NOT = "00"
               MOVE "Y" TO WS-HDTR-EOF-SW
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               DISPLAY "FEED CONTROL RECORDS FILE STATUS "
                   WS-HDTR-STATUS " - LOAD HELD"
           END-IF.
           PERFORM UNTIL WS-HDTR-EOF-SW = "Y"
               READ CITYHDTR
                   AT END
                       MOVE "Y" TO WS-HDTR-EOF-SW
                   NOT AT END
                       IF HDTR-REC-ID (1:3) = "HDR"
                           AND HDTR-SOURCE-SYSTEM NOT = "SUSPWORK"
                           COMPUTE REC-HDR-READ-COUNTER =
                               REC-HDR-READ-COUNTER + 1
                           MOVE HDTR-SOURCE-SYSTEM TO WS-FC-FIND-ID
                           PERFORM 140-FIND-OR-ADD-SOURCE
                           IF WS-FC-MATCH-IDX > 0
                               AND WS-FC-HDR-DATE (WS-FC-MATCH-IDX)
                                   NOT = WS-CYCLE-DATE
                               MOVE "Y" TO WS-FC-HDR-SW
                                   (WS-FC-MATCH-IDX)
                               MOVE HDTR-FEED-DATE TO WS-FC-HDR-DATE
                                   (WS-FC-MATCH-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HDTR-STATUS = "00" OR WS-HDTR-STATUS = "10"
               CLOSE CITYHDTR
           END-IF.

      *    A SOURCE THAT CANNOT GET AN ENTRY CANNOT BE DECIDED, SO
      *    THE LOAD IS HELD RATHER THAN RUN BLIND.
       140-FIND-OR-ADD-SOURCE.
           MOVE 0 TO WS-FC-MATCH-IDX.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-SOURCE (WS-FC-IDX) = WS-FC-FIND-ID
                   MOVE WS-FC-IDX TO WS-FC-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-FC-MATCH-IDX = 0
               IF WS-FC-COUNT < WS-FC-MAX
                   COMPUTE WS-FC-COUNT = WS-FC-COUNT + 1
                   MOVE WS-FC-COUNT TO WS-FC-MATCH-IDX
                   MOVE WS-FC-FIND-ID TO WS-FC-SOURCE (WS-FC-MATCH-IDX)
                   MOVE "N" TO WS-FC-REG-SW (WS-FC-MATCH-IDX)
                   MOVE "Y" TO WS-FC-ACTIVE (WS-FC-MATCH-IDX)
                   MOVE SPACES TO WS-FC-DAYS (WS-FC-MATCH-IDX)
                   MOVE 0 TO WS-FC-FROM (WS-FC-MATCH-IDX)
                   MOVE 0 TO WS-FC-TO (WS-FC-MATCH-IDX)
                   MOVE SPACE TO WS-FC-POLICY (WS-FC-MATCH-IDX)
                   MOVE "N" TO WS-FC-DUE-SW (WS-FC-MATCH-IDX)
                   MOVE "N" TO WS-FC-HDR-SW (WS-FC-MATCH-IDX)
                   MOVE 0 TO WS-FC-HDR-DATE (WS-FC-MATCH-IDX)
                   MOVE SPACES TO WS-FC-STATUS (WS-FC-MATCH-IDX)
                   MOVE SPACES TO WS-FC-DECISION (WS-FC-MATCH-IDX)
                   MOVE SPACES TO WS-FC-TEXT (WS-FC-MATCH-IDX)
               ELSE
                   MOVE 12 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
                   DISPLAY "SOURCE TABLE FULL, ENTRY DROPPED >>> "
                       WS-FC-FIND-ID " - LOAD HELD"
               END-IF
           END-IF.

       200-DECIDE-SOURCES.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               PERFORM 210-DECIDE-ONE-SOURCE
           END-PERFORM.

      *    A HEADER DATED SOME OTHER DAY IS A PRIOR FILE STILL
      *    STAGED - TONIGHT'S IS LATE. NO HEADER AT ALL IS LATE
      *    WHILE THE SOURCE'S WINDOW IS STILL OPEN AND MISSING ONCE
      *    IT HAS CLOSED. EITHER WAY THE SOURCE'S POLICY DECIDES.
       210-DECIDE-ONE-SOURCE.
           MOVE SPACES TO WS-FC-TEXT (WS-FC-IDX).
           EVALUATE TRUE
               WHEN WS-FC-REG-SW (WS-FC-IDX) = "N"
                   MOVE "UNREGISTERED" TO WS-FC-STATUS (WS-FC-IDX)
                   MOVE "LOAD" TO WS-FC-DECISION (WS-FC-IDX)
                   MOVE "NOT ON THE SOURCE REGISTRY"
                       TO WS-FC-TEXT (WS-FC-IDX)
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               WHEN WS-FC-ACTIVE (WS-FC-IDX) = "N"
                   AND WS-FC-HDR-SW (WS-FC-IDX) = "Y"
                   MOVE "RETIRED" TO WS-FC-STATUS (WS-FC-IDX)
                   MOVE "LOAD" TO WS-FC-DECISION (WS-FC-IDX)
                   MOVE "RETIRED SOURCE SENT A FEED"
                       TO WS-FC-TEXT (WS-FC-IDX)
                   MOVE 4 TO WS-NEW-RC
                   PERFORM 970-RAISE-RC
               WHEN WS-FC-ACTIVE (WS-FC-IDX) = "N"
                   MOVE "RETIRED" TO WS-FC-STATUS (WS-FC-IDX)
                   MOVE "NONE" TO WS-FC-DECISION (WS-FC-IDX)
                   MOVE "PRIOR CITIES LEAVE AS DELETES"
                       TO WS-FC-TEXT (WS-FC-IDX)
               WHEN WS-FC-HDR-SW (WS-FC-IDX) = "Y"
                   AND WS-FC-HDR-DATE (WS-FC-IDX) = WS-CYCLE-DATE
                   IF WS-FC-DUE-SW (WS-FC-IDX) = "Y"
                       MOVE "RECEIVED" TO WS-FC-STATUS (WS-FC-IDX)
                   ELSE
                       MOVE "UNSCHEDULED" TO WS-FC-STATUS (WS-FC-IDX)
                       MOVE "FEED SENT ON A DAY NONE WAS DUE"
                           TO WS-FC-TEXT (WS-FC-IDX)
                   END-IF
                   MOVE "LOAD" TO WS-FC-DECISION (WS-FC-IDX)
               WHEN WS-FC-DUE-SW (WS-FC-IDX) = "N"
                   MOVE "NOT DUE" TO WS-FC-STATUS (WS-FC-IDX)
                   MOVE "NOTDUE" TO WS-FC-DECISION (WS-FC-IDX)
                   MOVE "NO FEED DUE - PRIOR CITIES CARRIED"
                       TO WS-FC-TEXT (WS-FC-IDX)
               WHEN OTHER
                   PERFORM 215-CLASSIFY-ABSENCE
                   IF WS-FC-POLICY (WS-FC-IDX) = "C"
                       MOVE "CARRY" TO WS-FC-DECISION (WS-FC-IDX)
                       MOVE "POLICY C - PRIOR CITIES CARRIED"
                           TO WS-FC-TEXT (WS-FC-IDX)
                       MOVE 4 TO WS-NEW-RC
                       PERFORM 970-RAISE-RC
                   ELSE
                       MOVE "HOLD" TO WS-FC-DECISION (WS-FC-IDX)
                       MOVE "POLICY H - LOAD HELD"
                           TO WS-FC-TEXT (WS-FC-IDX)
                       MOVE "Y" TO WS-HOLD-SW
                       MOVE 8 TO WS-NEW-RC
                       PERFORM 970-RAISE-RC
                   END-IF
           END-EVALUATE.
           EVALUATE WS-FC-DECISION (WS-FC-IDX)
               WHEN "LOAD"
                   COMPUTE REC-LOAD-COUNTER = REC-LOAD-COUNTER + 1
               WHEN "NOTDUE"
                   COMPUTE REC-NOTDUE-COUNTER = REC-NOTDUE-COUNTER + 1
               WHEN "CARRY"
                   COMPUTE REC-CARRY-COUNTER = REC-CARRY-COUNTER + 1
               WHEN "HOLD"
                   COMPUTE REC-HOLD-COUNTER = REC-HOLD-COUNTER + 1
               WHEN OTHER
                   COMPUTE REC-NONE-COUNTER = REC-NONE-COUNTER + 1
           END-EVALUATE.

      *    A WINDOW WHOSE START IS LATER THAN ITS END RUNS ACROSS
      *    MIDNIGHT (E.G. 2200-0200).
       215-CLASSIFY-ABSENCE.
           MOVE "N" TO WS-WINDOW-OPEN-SW.
           IF WS-FC-FROM (WS-FC-IDX) NOT > WS-FC-TO (WS-FC-IDX)
               IF WS-NOW-HHMM NOT < WS-FC-FROM (WS-FC-IDX)
                   AND WS-NOW-HHMM NOT > WS-FC-TO (WS-FC-IDX)
                   MOVE "Y" TO WS-WINDOW-OPEN-SW
               END-IF
           ELSE
               IF WS-NOW-HHMM NOT < WS-FC-FROM (WS-FC-IDX)
                   OR WS-NOW-HHMM NOT > WS-FC-TO (WS-FC-IDX)
                   MOVE "Y" TO WS-WINDOW-OPEN-SW
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-FC-HDR-SW (WS-FC-IDX) = "Y"
                   MOVE "LATE" TO WS-FC-STATUS (WS-FC-IDX)
               WHEN WS-WINDOW-OPEN-SW = "Y"
                   MOVE "LATE" TO WS-FC-STATUS (WS-FC-IDX)
               WHEN OTHER
                   MOVE "MISSING" TO WS-FC-STATUS (WS-FC-IDX)
           END-EVALUATE.

       300-TERMINATE.
      *    A CHECK THAT COULD NOT FINISH HOLDS THE LOAD OUTRIGHT -
      *    ONE "*ALL" DECISION IN PLACE OF THE PER-SOURCE ONES.
           IF WS-JOB-RC NOT < 12
               MOVE "Y" TO WS-HOLD-SW
               MOVE 0 TO WS-FC-COUNT
           END-IF.
           PERFORM 310-WRITE-DECISIONS.
           PERFORM 320-WRITE-CYCLE-CONTROL.
           PERFORM 330-WRITE-REPORT.
           DISPLAY "SOURCES CHECKED >>>> " WS-FC-COUNT.
           DISPLAY "LOAD / NOTDUE / CARRY / HOLD >>>> "
               REC-LOAD-COUNTER " / " REC-NOTDUE-COUNTER " / "
               REC-CARRY-COUNTER " / " REC-HOLD-COUNTER.
           IF WS-HOLD-SW = "Y"
               DISPLAY "EXPECTED-FEED CHECK - LOAD HELD"
           END-IF.
           MOVE WS-JOB-RC TO RETURN-CODE.
           CLOSE CITYFCRP.

       310-WRITE-DECISIONS.
           IF WS-FDCK-OPEN-SW = "Y"
               IF WS-JOB-RC NOT < 12
                   MOVE SPACES TO FDCKRECORD
                   MOVE "*ALL" TO FDCK-SOURCE-SYSTEM
                   MOVE "HOLD" TO FDCK-DECISION
                   MOVE "CHECK FAILED" TO FDCK-STATUS
                   MOVE 0 TO FDCK-HDR-DATE
                   MOVE WS-CYCLE-DATE TO FDCK-CYCLE-DATE
                   MOVE "EXPECTED-FEED CHECK DID NOT COMPLETE"
                       TO FDCK-TEXT
                   WRITE FDCKRECORD
               END-IF
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FC-COUNT
                   MOVE WS-FC-SOURCE (WS-FC-IDX) TO FDCK-SOURCE-SYSTEM
                   MOVE WS-FC-DECISION (WS-FC-IDX) TO FDCK-DECISION
                   MOVE WS-FC-STATUS (WS-FC-IDX) TO FDCK-STATUS
                   MOVE WS-FC-HDR-DATE (WS-FC-IDX) TO FDCK-HDR-DATE
                   MOVE WS-CYCLE-DATE TO FDCK-CYCLE-DATE
                   MOVE WS-FC-TEXT (WS-FC-IDX) TO FDCK-TEXT
                   WRITE FDCKRECORD
               END-PERFORM
               MOVE SPACES TO FDCKRECORD
               MOVE "*END" TO FDCK-SOURCE-SYSTEM
               MOVE 0 TO FDCK-HDR-DATE
               MOVE WS-CYCLE-DATE TO FDCK-CYCLE-DATE
               WRITE FDCKRECORD
               CLOSE CITYFDCK
           END-IF.

      *    ONE "FEEDCHK" ROW PER SOURCE DECISION (OR ONE "*ALL" ROW
      *    FOR A CHECK THAT FAILED) SO THE TIE-OUT SHOWS WHY A
      *    SOURCE'S CITIES DID OR DID NOT MOVE TONIGHT.
       320-WRITE-CYCLE-CONTROL.
           OPEN EXTEND CYCLECTL.
           IF WS-CCTL-STATUS NOT = "00"
               DISPLAY "CYCLE CONTROL FILE STATUS " WS-CCTL-STATUS
                   " - FEED DECISIONS NOT RECORDED"
           ELSE
               IF WS-JOB-RC NOT < 12
                   INITIALIZE CCTLRECORD
                   MOVE WS-CYCLE-DATE TO CCTL-CYCLE-DATE
                   MOVE "FEEDCHK" TO CCTL-STEP
                   MOVE SPACES TO CCTLFEEDRECORD (17:188)
                   MOVE "*ALL" TO CCTL-FEED-SOURCE
                   MOVE "HOLD" TO CCTL-FEED-DECISION
                   MOVE "CHECK FAILED" TO CCTL-FEED-STATUS
                   MOVE 0 TO CCTL-FEED-HDR-DATE
                   MOVE WS-JOB-RC TO CCTL-FEED-JOB-RC
                   WRITE CCTLRECORD
               END-IF
               PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FC-COUNT
                   INITIALIZE CCTLRECORD
                   MOVE WS-CYCLE-DATE TO CCTL-CYCLE-DATE
                   MOVE "FEEDCHK" TO CCTL-STEP
                   MOVE SPACES TO CCTLFEEDRECORD (17:188)
                   MOVE WS-FC-SOURCE (WS-FC-IDX) TO CCTL-FEED-SOURCE
                   MOVE WS-FC-DECISION (WS-FC-IDX)
                       TO CCTL-FEED-DECISION
                   MOVE WS-FC-STATUS (WS-FC-IDX) TO CCTL-FEED-STATUS
                   MOVE WS-FC-POLICY (WS-FC-IDX) TO CCTL-FEED-POLICY
                   MOVE WS-FC-HDR-DATE (WS-FC-IDX)
                       TO CCTL-FEED-HDR-DATE
                   MOVE WS-FC-DUE-SW (WS-FC-IDX) TO CCTL-FEED-DUE-SW
                   MOVE WS-JOB-RC TO CCTL-FEED-JOB-RC
                   WRITE CCTLRECORD
               END-PERFORM
               CLOSE CYCLECTL
           END-IF.

       330-WRITE-REPORT.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "SOURCE   REG ACT DAYS    WINDOW    POL DUE "
               "HDR DATE STATUS       DECISION"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                   UNTIL WS-FC-IDX > WS-FC-COUNT
               MOVE SPACES TO RPTRECORD
               STRING WS-FC-SOURCE (WS-FC-IDX)
                   " " WS-FC-REG-SW (WS-FC-IDX)
                   "   " WS-FC-ACTIVE (WS-FC-IDX)
                   "   " WS-FC-DAYS (WS-FC-IDX)
                   " " WS-FC-FROM (WS-FC-IDX)
                   "-" WS-FC-TO (WS-FC-IDX)
                   " " WS-FC-POLICY (WS-FC-IDX)
                   "   " WS-FC-DUE-SW (WS-FC-IDX)
                   "   " WS-FC-HDR-DATE (WS-FC-IDX)
                   " " WS-FC-STATUS (WS-FC-IDX)
                   " " WS-FC-DECISION (WS-FC-IDX)
                   " " WS-FC-TEXT (WS-FC-IDX)
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-PERFORM.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "REGISTRY ROWS: " REC-SREG-READ-COUNTER
               "  CALENDAR EXCEPTIONS TONIGHT: " REC-FCAL-HIT-COUNTER
               "  HEADERS READ: " REC-HDR-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "LOAD: " REC-LOAD-COUNTER
               "  NOT DUE: " REC-NOTDUE-COUNTER
               "  CARRIED: " REC-CARRY-COUNTER
               "  HOLD: " REC-HOLD-COUNTER
               "  NONE: " REC-NONE-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           IF WS-HOLD-SW = "Y"
               STRING "*** LOAD HELD - RC=" WS-JOB-RC " ***"
                   DELIMITED BY SIZE INTO RPTRECORD
           ELSE
               STRING "LOAD RELEASED - RC=" WS-JOB-RC
                   DELIMITED BY SIZE INTO RPTRECORD
           END-IF
           WRITE RPTRECORD.

       970-RAISE-RC.
           IF WS-NEW-RC > WS-JOB-RC
               MOVE WS-NEW-RC TO WS-JOB-RC
           END-IF.

       END PROGRAM FEED-CHECK.
