       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-LIABILITY.
      *    MONTH-END OUTSTANDING CLAIM LIABILITY. MERGES THE CITY
      *    EXTRACT WITH THE CLAIM EXTRACT (BOTH IN CITYKEY SEQUENCE,
      *    THE SAME MATCH CONSUMER-EXTRACT USES) AND LOOKS EACH
      *    CLAIM UP ON THE CLAIM STATUS KSDS THAT CLAIM-STATUS POSTS
      *    THE NIGHTLY PAYMENT/DENIAL/REOPEN/CLOSURE FEED TO. FOR
      *    EVERY CLAIM:
      *      ORIGINAL AMOUNT  = THE AMOUNT ON TONIGHT'S EXTRACT
      *      PAID TO DATE     = THE SUM OF PAYMENTS POSTED
      *      OPEN BALANCE     = ORIGINAL LESS PAID, NEVER BELOW
      *                         ZERO, AND ZERO FOR A DENIED OR
      *                         CLOSED CLAIM (NOTHING MORE WILL BE
      *                         PAID ON IT)
      *    A CLAIM WITH NO STATUS ROW HAS HAD NO EVENTS: FULLY OPEN.
      *    THE REPORT LISTS EACH CITY THAT HAS CLAIMS, THEN TOTALS
      *    BY CITYTYPE AND BY SOURCE SYSTEM, A COUNT OF CLAIMS BY
      *    STATUS, AND THE GRAND TOTALS. CLAIMS WHOSE CITY IS NOT ON
      *    THE EXTRACT ARE TOTALLED ON A LINE OF THEIR OWN SO THE
      *    GRAND TOTAL STILL TIES TO THE CLAIM EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE LIABSTP DD STATEMENTS IN jcl/CTYLIAB.jcl.
           SELECT EXTIN ASSIGN TO EXTIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTIN-STATUS.
           SELECT CLMIN ASSIGN TO CLMIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLMIN-STATUS.
           SELECT CLMSTAT ASSIGN TO CLMSTAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLST-KEY
              FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT LIABRPT ASSIGN TO LIABRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EXTIN.

      *    MIRROR OF OUTRECORD IN READ-FILE-LOCAL.
       01 EXTRECORD.
           05 EXT-CITYKEY  PIC A(5).
           05 EXT-CITYNAME PIC A(12).
           05 EXT-CITYTYPE PIC A(5).
           05 EXT-CITYCODE PIC 9(6).
           05 EXT-CLM-FROM-DT-IND        PIC X(1).
           05 EXT-CLM-FROM-DT-PACKED     PIC S9(5) COMP-3.
           05 EXT-CLM-FROM-DT-PACKED-ALT PIC S9(5) COMP-3.
           05 EXT-CLM-FROM-DT-CYMD       PIC 9(7).
           05 EXT-CLM-FROM-DT-CENT-BIN   PIC 9 COMP.
           05 EXT-CLM-FROM-DT-EXTERNAL   PIC X(10).
           05 EXT-SOURCE-SYSTEM          PIC X(8).

       FD CLMIN.

      *    MIRROR OF CLMOUTRECORD IN READ-FILE-LOCAL, IN THE SAME
      *    CITYKEY/CLAIM-NUMBER SEQUENCE AS THE CITY EXTRACT.
       01 CLMINRECORD.
           05 CLMIN-CITYKEY  PIC A(5).
           05 CLMIN-NUMBER   PIC X(10).
           05 CLMIN-AMOUNT   PIC 9(7)V99.
           05 CLMIN-CLM-DATE PIC X(10).
           05 FILLER         PIC X(6).

       FD CLMSTAT.

      *    MIRROR OF CLSTRECORD IN CLAIM-STATUS.
       01 CLSTRECORD.
           05 CLST-KEY.
               10 CLST-CITYKEY       PIC A(5).
               10 CLST-CLM-NUMBER    PIC X(10).
           05 CLST-STATUS            PIC X(1).
           05 CLST-PAID-AMOUNT       PIC 9(9)V99.
           05 CLST-EVENT-COUNT       PIC 9(5).
           05 CLST-LAST-EVENT        PIC X(1).
           05 CLST-LAST-EVENT-DATE   PIC 9(8).
           05 CLST-FIRST-CYCLE-DATE  PIC 9(8).
           05 FILLER                 PIC X(31).

       FD LIABRPT.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH         PIC X VALUE "N".
           05 CLM-EOF-SWITCH     PIC X VALUE "N".
           05 WS-CLMSTAT-OPEN-SW PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-EXTIN-STATUS   PIC X(2) VALUE "00".
           05 WS-CLMIN-STATUS   PIC X(2) VALUE "00".
           05 WS-CLMSTAT-STATUS PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-EXT-READ-COUNTER   PIC 9(7) VALUE 0.
           05 REC-CLM-READ-COUNTER   PIC 9(7) VALUE 0.
           05 REC-CITY-LISTED-COUNTER PIC 9(7) VALUE 0.
           05 REC-NO-STATUS-COUNTER  PIC 9(7) VALUE 0.

      *    ONE CLAIM'S FIGURES, WORKED OUT BY 230-VALUE-ONE-CLAIM.
       01 CLAIM-WORK-FIELDS.
           05 WS-CLM-STATUS   PIC X(1).
           05 WS-CLM-ORIGINAL PIC 9(9)V99 VALUE 0.
           05 WS-CLM-PAID     PIC 9(9)V99 VALUE 0.
           05 WS-CLM-OPEN     PIC 9(9)V99 VALUE 0.

      *    ACCUMULATORS SHARE ONE SHAPE: COUNT, ORIGINAL, PAID, OPEN.
       01 CITY-TOTALS.
           05 WS-CITY-COUNT    PIC 9(7) VALUE 0.
           05 WS-CITY-ORIGINAL PIC 9(11)V99 VALUE 0.
           05 WS-CITY-PAID     PIC 9(11)V99 VALUE 0.
           05 WS-CITY-OPEN     PIC 9(11)V99 VALUE 0.

       01 GRAND-TOTALS.
           05 WS-GRAND-COUNT    PIC 9(7) VALUE 0.
           05 WS-GRAND-ORIGINAL PIC 9(11)V99 VALUE 0.
           05 WS-GRAND-PAID     PIC 9(11)V99 VALUE 0.
           05 WS-GRAND-OPEN     PIC 9(11)V99 VALUE 0.

      *    CLAIMS WHOSE CITYKEY IS NOT ON THE CITY EXTRACT.
       01 UNMATCHED-TOTALS.
           05 WS-NOCITY-COUNT    PIC 9(7) VALUE 0.
           05 WS-NOCITY-ORIGINAL PIC 9(11)V99 VALUE 0.
           05 WS-NOCITY-PAID     PIC 9(11)V99 VALUE 0.
           05 WS-NOCITY-OPEN     PIC 9(11)V99 VALUE 0.

       01 TYPE-TOTALS.
           05 WS-TYPE-COUNT PIC 9(3) VALUE 0.
           05 WS-TYPE-MAX   PIC 9(3) VALUE 50.
           05 WS-TYPE-IDX   PIC 9(3) VALUE 0.
           05 TYPE-ENTRY OCCURS 50 TIMES.
               10 WS-TYPE-CITYTYPE PIC A(5).
               10 WS-TYPE-CLMCOUNT PIC 9(7).
               10 WS-TYPE-ORIGINAL PIC 9(11)V99.
               10 WS-TYPE-PAID     PIC 9(11)V99.
               10 WS-TYPE-OPEN     PIC 9(11)V99.

       01 SOURCE-TOTALS.
           05 WS-SRC-COUNT PIC 9(3) VALUE 0.
           05 WS-SRC-MAX   PIC 9(3) VALUE 20.
           05 WS-SRC-IDX   PIC 9(3) VALUE 0.
           05 SOURCE-ENTRY OCCURS 20 TIMES.
               10 WS-SRC-SYSTEM   PIC X(8).
               10 WS-SRC-CLMCOUNT PIC 9(7).
               10 WS-SRC-ORIGINAL PIC 9(11)V99.
               10 WS-SRC-PAID     PIC 9(11)V99.
               10 WS-SRC-OPEN     PIC 9(11)V99.

      *    CLAIMS BY CURRENT STATUS, IN THE ORDER OF WS-STATUS-CODES.
       01 STATUS-COUNTS.
           05 WS-STATUS-CODES PIC X(6) VALUE "OPFDCR".
           05 WS-STATUS-NAMES.
               10 FILLER PIC X(12) VALUE "OPEN".
               10 FILLER PIC X(12) VALUE "PARTLY PAID".
               10 FILLER PIC X(12) VALUE "FULLY PAID".
               10 FILLER PIC X(12) VALUE "DENIED".
               10 FILLER PIC X(12) VALUE "CLOSED".
               10 FILLER PIC X(12) VALUE "REOPENED".
           05 WS-STATUS-NAME REDEFINES WS-STATUS-NAMES
                                PIC X(12) OCCURS 6 TIMES.
           05 WS-STATUS-CLMCOUNT PIC 9(7) OCCURS 6 TIMES.
           05 WS-STATUS-IDX   PIC 9(2) VALUE 0.

       01 REPORT-WORK-FIELDS.
           05 WS-ED-ORIGINAL PIC Z(10)9.99.
           05 WS-ED-PAID     PIC Z(10)9.99.
           05 WS-ED-OPEN     PIC Z(10)9.99.
           05 WS-ED-COUNT    PIC Z(6)9.

       01 CONTROL-REPORT-FIELDS.
      *    THE AS-OF DATE IS THE CYCLE THE SCHEDULER PINS WITH
      *    CITYCYCL - NORMALLY THE LAST CYCLE OF THE MONTH.
           05 WS-CYCLE-DATE PIC 9(8) VALUE 0.
           05 WS-CYCLE-DATE-X REDEFINES WS-CYCLE-DATE.
               10 WS-CYCLE-DATE-CCYY PIC X(4).
               10 WS-CYCLE-DATE-MM   PIC X(2).
               10 WS-CYCLE-DATE-DD   PIC X(2).
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
           PERFORM 200-PROCESS-EXTRACT
               UNTIL EOF-SWITCH = "Y".
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO WS-CYCLE-DATE-X.
           ACCEPT WS-CYCLE-DATE-X FROM ENVIRONMENT "CITYCYCL".
           IF WS-CYCLE-DATE-X = SPACES OR WS-CYCLE-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                   UNTIL WS-STATUS-IDX > 6
               MOVE 0 TO WS-STATUS-CLMCOUNT (WS-STATUS-IDX)
           END-PERFORM.

           OPEN OUTPUT LIABRPT.
           MOVE SPACES TO RPTRECORD
           STRING "OUTSTANDING CLAIM LIABILITY - AS OF CYCLE "
               WS-CYCLE-DATE-CCYY "-" WS-CYCLE-DATE-MM "-"
               WS-CYCLE-DATE-DD
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    WITHOUT THE STATUS KSDS EVERY CLAIM WOULD READ AS FULLY
      *    OPEN AND THE LIABILITY WOULD BE OVERSTATED BY EVERYTHING
      *    EVER PAID - NO REPORT IS BETTER THAN A WRONG ONE.
           OPEN INPUT CLMSTAT.
           IF WS-CLMSTAT-STATUS = "00"
               MOVE "Y" TO WS-CLMSTAT-OPEN-SW
           ELSE
               MOVE "Y" TO EOF-SWITCH
               MOVE "Y" TO CLM-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM STATUS FILE STATUS " WS-CLMSTAT-STATUS
                   " - NO LIABILITY REPORT PRODUCED"
           END-IF.
           OPEN INPUT EXTIN.
           IF WS-EXTIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
           END-IF.
           OPEN INPUT CLMIN.
           IF WS-CLMIN-STATUS NOT = "00"
               MOVE "Y" TO CLM-EOF-SWITCH
           ELSE
               IF CLM-EOF-SWITCH = "N"
                   PERFORM 190-READ-CLAIM-RECORD
               END-IF
           END-IF.

           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "CITY  NAME         TYPE  SOURCE     CLAIMS"
               "  ORIGINAL AMOUNT     PAID TO DATE     OPEN BALANCE"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       190-READ-CLAIM-RECORD.
           READ CLMIN
               AT END
                   MOVE "Y" TO CLM-EOF-SWITCH
               NOT AT END
                   COMPUTE REC-CLM-READ-COUNTER =
                       REC-CLM-READ-COUNTER + 1
           END-READ.

       200-PROCESS-EXTRACT.
           READ EXTIN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-EXT-READ-COUNTER =
                       REC-EXT-READ-COUNTER + 1
                   PERFORM 210-TOTAL-CITY-CLAIMS
           END-READ.

      *    BOTH FILES ARE IN CITYKEY SEQUENCE, SO THE CLAIMS FOR THE
      *    CITY IN HAND ARE THE NEXT RUN OF EQUAL KEYS. CLAIM ROWS
      *    BELOW THE CITY BELONG TO NO EXTRACTED CITY; UNLIKE THE
      *    CONSUMER EXTRACTS THEY ARE STILL LIABILITY, SO THEY ARE
      *    VALUED ONTO THE NO-CITY LINE RATHER THAN PASSED OVER.
       210-TOTAL-CITY-CLAIMS.
           PERFORM UNTIL CLM-EOF-SWITCH = "Y"
                   OR CLMIN-CITYKEY NOT < EXT-CITYKEY
               PERFORM 220-TAKE-UNMATCHED-CLAIM
           END-PERFORM.
           MOVE 0 TO WS-CITY-COUNT WS-CITY-ORIGINAL WS-CITY-PAID
               WS-CITY-OPEN.
           PERFORM UNTIL CLM-EOF-SWITCH = "Y"
                   OR CLMIN-CITYKEY NOT = EXT-CITYKEY
               PERFORM 230-VALUE-ONE-CLAIM
               COMPUTE WS-CITY-COUNT = WS-CITY-COUNT + 1
               COMPUTE WS-CITY-ORIGINAL =
                   WS-CITY-ORIGINAL + WS-CLM-ORIGINAL
               COMPUTE WS-CITY-PAID = WS-CITY-PAID + WS-CLM-PAID
               COMPUTE WS-CITY-OPEN = WS-CITY-OPEN + WS-CLM-OPEN
               PERFORM 190-READ-CLAIM-RECORD
           END-PERFORM.
           IF WS-CITY-COUNT > 0
               PERFORM 240-WRITE-CITY-LINE
               PERFORM 250-ADD-TO-TYPE-TOTALS
               PERFORM 260-ADD-TO-SOURCE-TOTALS
           END-IF.

       220-TAKE-UNMATCHED-CLAIM.
           PERFORM 230-VALUE-ONE-CLAIM.
           COMPUTE WS-NOCITY-COUNT = WS-NOCITY-COUNT + 1.
           COMPUTE WS-NOCITY-ORIGINAL =
               WS-NOCITY-ORIGINAL + WS-CLM-ORIGINAL.
           COMPUTE WS-NOCITY-PAID = WS-NOCITY-PAID + WS-CLM-PAID.
           COMPUTE WS-NOCITY-OPEN = WS-NOCITY-OPEN + WS-CLM-OPEN.
           PERFORM 190-READ-CLAIM-RECORD.

      *    VALUES THE CLAIM IN CLMINRECORD AND ADDS IT TO THE GRAND
      *    AND STATUS TOTALS. THE CALLER ADDS IT TO ITS OWN LINE.
       230-VALUE-ONE-CLAIM.
           MOVE CLMIN-AMOUNT TO WS-CLM-ORIGINAL.
           MOVE CLMIN-CITYKEY TO CLST-CITYKEY.
           MOVE CLMIN-NUMBER TO CLST-CLM-NUMBER.
           READ CLMSTAT RECORD
               KEY IS CLST-KEY
               INVALID KEY
                   MOVE "O" TO WS-CLM-STATUS
                   MOVE 0 TO WS-CLM-PAID
                   COMPUTE REC-NO-STATUS-COUNTER =
                       REC-NO-STATUS-COUNTER + 1
               NOT INVALID KEY
                   MOVE CLST-STATUS TO WS-CLM-STATUS
                   MOVE CLST-PAID-AMOUNT TO WS-CLM-PAID
           END-READ.
           IF WS-CLM-STATUS = "D" OR WS-CLM-STATUS = "C"
               OR WS-CLM-PAID NOT < WS-CLM-ORIGINAL
               MOVE 0 TO WS-CLM-OPEN
           ELSE
               COMPUTE WS-CLM-OPEN = WS-CLM-ORIGINAL - WS-CLM-PAID
           END-IF.
           COMPUTE WS-GRAND-COUNT = WS-GRAND-COUNT + 1.
           COMPUTE WS-GRAND-ORIGINAL =
               WS-GRAND-ORIGINAL + WS-CLM-ORIGINAL.
           COMPUTE WS-GRAND-PAID = WS-GRAND-PAID + WS-CLM-PAID.
           COMPUTE WS-GRAND-OPEN = WS-GRAND-OPEN + WS-CLM-OPEN.
           MOVE 0 TO WS-STATUS-IDX.
           INSPECT WS-STATUS-CODES TALLYING WS-STATUS-IDX
               FOR CHARACTERS BEFORE INITIAL WS-CLM-STATUS.
           IF WS-STATUS-IDX < 6
               COMPUTE WS-STATUS-IDX = WS-STATUS-IDX + 1
               COMPUTE WS-STATUS-CLMCOUNT (WS-STATUS-IDX) =
                   WS-STATUS-CLMCOUNT (WS-STATUS-IDX) + 1
           END-IF.

       240-WRITE-CITY-LINE.
           COMPUTE REC-CITY-LISTED-COUNTER =
               REC-CITY-LISTED-COUNTER + 1.
           MOVE WS-CITY-COUNT TO WS-ED-COUNT.
           MOVE WS-CITY-ORIGINAL TO WS-ED-ORIGINAL.
           MOVE WS-CITY-PAID TO WS-ED-PAID.
           MOVE WS-CITY-OPEN TO WS-ED-OPEN.
           MOVE SPACES TO RPTRECORD
           STRING EXT-CITYKEY " " EXT-CITYNAME " " EXT-CITYTYPE " "
               EXT-SOURCE-SYSTEM " " WS-ED-COUNT "  " WS-ED-ORIGINAL
               "  " WS-ED-PAID "  " WS-ED-OPEN
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       250-ADD-TO-TYPE-TOTALS.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   OR WS-TYPE-CITYTYPE (WS-TYPE-IDX) = EXT-CITYTYPE
               CONTINUE
           END-PERFORM.
           IF WS-TYPE-IDX > WS-TYPE-COUNT
               IF WS-TYPE-COUNT < WS-TYPE-MAX
                   COMPUTE WS-TYPE-COUNT = WS-TYPE-COUNT + 1
                   MOVE WS-TYPE-COUNT TO WS-TYPE-IDX
                   MOVE EXT-CITYTYPE TO WS-TYPE-CITYTYPE (WS-TYPE-IDX)
                   MOVE 0 TO WS-TYPE-CLMCOUNT (WS-TYPE-IDX)
                       WS-TYPE-ORIGINAL (WS-TYPE-IDX)
                       WS-TYPE-PAID (WS-TYPE-IDX)
                       WS-TYPE-OPEN (WS-TYPE-IDX)
               ELSE
                   MOVE 0 TO WS-TYPE-IDX
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "CITYTYPE TOTALS TABLE FULL, ENTRY DROPPED"
                       " >>> " EXT-CITYTYPE
               END-IF
           END-IF.
           IF WS-TYPE-IDX > 0
               COMPUTE WS-TYPE-CLMCOUNT (WS-TYPE-IDX) =
                   WS-TYPE-CLMCOUNT (WS-TYPE-IDX) + WS-CITY-COUNT
               COMPUTE WS-TYPE-ORIGINAL (WS-TYPE-IDX) =
                   WS-TYPE-ORIGINAL (WS-TYPE-IDX) + WS-CITY-ORIGINAL
               COMPUTE WS-TYPE-PAID (WS-TYPE-IDX) =
                   WS-TYPE-PAID (WS-TYPE-IDX) + WS-CITY-PAID
               COMPUTE WS-TYPE-OPEN (WS-TYPE-IDX) =
                   WS-TYPE-OPEN (WS-TYPE-IDX) + WS-CITY-OPEN
           END-IF.

       260-ADD-TO-SOURCE-TOTALS.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   OR WS-SRC-SYSTEM (WS-SRC-IDX) = EXT-SOURCE-SYSTEM
               CONTINUE
           END-PERFORM.
           IF WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-COUNT < WS-SRC-MAX
                   COMPUTE WS-SRC-COUNT = WS-SRC-COUNT + 1
                   MOVE WS-SRC-COUNT TO WS-SRC-IDX
                   MOVE EXT-SOURCE-SYSTEM TO WS-SRC-SYSTEM (WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-CLMCOUNT (WS-SRC-IDX)
                       WS-SRC-ORIGINAL (WS-SRC-IDX)
                       WS-SRC-PAID (WS-SRC-IDX)
                       WS-SRC-OPEN (WS-SRC-IDX)
               ELSE
                   MOVE 0 TO WS-SRC-IDX
                   MOVE 4 TO RETURN-CODE
                   DISPLAY "SOURCE TOTALS TABLE FULL, ENTRY DROPPED"
                       " >>> " EXT-SOURCE-SYSTEM
               END-IF
           END-IF.
           IF WS-SRC-IDX > 0
               COMPUTE WS-SRC-CLMCOUNT (WS-SRC-IDX) =
                   WS-SRC-CLMCOUNT (WS-SRC-IDX) + WS-CITY-COUNT
               COMPUTE WS-SRC-ORIGINAL (WS-SRC-IDX) =
                   WS-SRC-ORIGINAL (WS-SRC-IDX) + WS-CITY-ORIGINAL
               COMPUTE WS-SRC-PAID (WS-SRC-IDX) =
                   WS-SRC-PAID (WS-SRC-IDX) + WS-CITY-PAID
               COMPUTE WS-SRC-OPEN (WS-SRC-IDX) =
                   WS-SRC-OPEN (WS-SRC-IDX) + WS-CITY-OPEN
           END-IF.

       300-TERMINATE.
      *    CLAIMS ABOVE THE LAST EXTRACTED CITY ALSO HAVE NO CITY.
           PERFORM UNTIL CLM-EOF-SWITCH = "Y"
               PERFORM 220-TAKE-UNMATCHED-CLAIM
           END-PERFORM.
           IF WS-CLMSTAT-OPEN-SW = "Y"
               PERFORM 310-WRITE-TYPE-TOTALS
               PERFORM 320-WRITE-SOURCE-TOTALS
               PERFORM 330-WRITE-STATUS-COUNTS
               PERFORM 340-WRITE-GRAND-TOTALS
           END-IF.
           DISPLAY "CITY RECORDS READ >>>> " REC-EXT-READ-COUNTER.
           DISPLAY "CLAIM RECORDS READ >>>> " REC-CLM-READ-COUNTER.
           DISPLAY "CLAIMS WITH NO CITY >>>> " WS-NOCITY-COUNT.
           IF WS-EXTIN-STATUS = "00" OR WS-EXTIN-STATUS = "10"
               CLOSE EXTIN
           END-IF.
           IF WS-CLMIN-STATUS = "00" OR WS-CLMIN-STATUS = "10"
               CLOSE CLMIN
           END-IF.
           IF WS-CLMSTAT-OPEN-SW = "Y"
               CLOSE CLMSTAT
           END-IF.
           CLOSE LIABRPT.

       310-WRITE-TYPE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "TOTALS BY CITYTYPE" DELIMITED BY SIZE
               INTO RPTRECORD
           WRITE RPTRECORD.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               MOVE WS-TYPE-CLMCOUNT (WS-TYPE-IDX) TO WS-ED-COUNT
               MOVE WS-TYPE-ORIGINAL (WS-TYPE-IDX) TO WS-ED-ORIGINAL
               MOVE WS-TYPE-PAID (WS-TYPE-IDX) TO WS-ED-PAID
               MOVE WS-TYPE-OPEN (WS-TYPE-IDX) TO WS-ED-OPEN
               MOVE SPACES TO RPTRECORD
               STRING "  " WS-TYPE-CITYTYPE (WS-TYPE-IDX)
                   "                            " WS-ED-COUNT "  "
                   WS-ED-ORIGINAL "  " WS-ED-PAID "  " WS-ED-OPEN
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-PERFORM.

       320-WRITE-SOURCE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "TOTALS BY SOURCE SYSTEM" DELIMITED BY SIZE
               INTO RPTRECORD
           WRITE RPTRECORD.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
               MOVE WS-SRC-CLMCOUNT (WS-SRC-IDX) TO WS-ED-COUNT
               MOVE WS-SRC-ORIGINAL (WS-SRC-IDX) TO WS-ED-ORIGINAL
               MOVE WS-SRC-PAID (WS-SRC-IDX) TO WS-ED-PAID
               MOVE WS-SRC-OPEN (WS-SRC-IDX) TO WS-ED-OPEN
               MOVE SPACES TO RPTRECORD
               STRING "  " WS-SRC-SYSTEM (WS-SRC-IDX)
                   "                         " WS-ED-COUNT "  "
                   WS-ED-ORIGINAL "  " WS-ED-PAID "  " WS-ED-OPEN
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-PERFORM.

       330-WRITE-STATUS-COUNTS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIMS BY STATUS" DELIMITED BY SIZE
               INTO RPTRECORD
           WRITE RPTRECORD.
           PERFORM VARYING WS-STATUS-IDX FROM 1 BY 1
                   UNTIL WS-STATUS-IDX > 6
               MOVE WS-STATUS-CLMCOUNT (WS-STATUS-IDX) TO WS-ED-COUNT
               MOVE SPACES TO RPTRECORD
               STRING "  " WS-STATUS-NAME (WS-STATUS-IDX) " "
                   WS-ED-COUNT
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-PERFORM.
           MOVE REC-NO-STATUS-COUNTER TO WS-ED-COUNT.
           MOVE SPACES TO RPTRECORD
           STRING "  (OF WHICH NO STATUS EVENT YET: " WS-ED-COUNT ")"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       340-WRITE-GRAND-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-NOCITY-COUNT TO WS-ED-COUNT.
           MOVE WS-NOCITY-ORIGINAL TO WS-ED-ORIGINAL.
           MOVE WS-NOCITY-PAID TO WS-ED-PAID.
           MOVE WS-NOCITY-OPEN TO WS-ED-OPEN.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIMS WITH NO EXTRACTED CITY     "
               WS-ED-COUNT "  "
               WS-ED-ORIGINAL "  " WS-ED-PAID "  " WS-ED-OPEN
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-GRAND-COUNT TO WS-ED-COUNT.
           MOVE WS-GRAND-ORIGINAL TO WS-ED-ORIGINAL.
           MOVE WS-GRAND-PAID TO WS-ED-PAID.
           MOVE WS-GRAND-OPEN TO WS-ED-OPEN.
           MOVE SPACES TO RPTRECORD
           STRING "GRAND TOTAL                       "
               WS-ED-COUNT "  "
               WS-ED-ORIGINAL "  " WS-ED-PAID "  " WS-ED-OPEN
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "CITIES LISTED: " REC-CITY-LISTED-COUNTER
               "   CITY RECORDS READ: " REC-EXT-READ-COUNTER
               "   CLAIM RECORDS READ: " REC-CLM-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       END PROGRAM CLAIM-LIABILITY.
