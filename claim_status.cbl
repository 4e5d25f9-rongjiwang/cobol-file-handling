       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-STATUS.
      *    CLAIM SETTLEMENT LIFECYCLE POSTING. THE CLAIMS SYSTEM SENDS
      *    A STATUS TRANSACTION FEED - PAYMENTS, DENIALS, REOPENINGS
      *    AND CLOSURES KEYED BY CITYKEY PLUS CLAIM NUMBER - AND THIS
      *    PROGRAM POSTS EACH EVENT AGAINST THE CLAIM:
      *      - THE CLAIM MUST BE ON PROD.CITY.CLAIM.MASTER (JUST
      *        REBUILT BY CLMBLD FROM TONIGHT'S EXTRACT);
      *      - THE CLAIM'S CURRENT STATUS AND PAID-TO-DATE LIVE ON
      *        THEIR OWN KSDS, PROD.CITY.CLAIM.STATUS, WHICH CLMBLD
      *        NEVER TOUCHES - SO THE LIFECYCLE SURVIVES THE NIGHTLY
      *        DELETE/DEFINE OF THE CLAIM MASTER THE SAME WAY THE
      *        STANDING OVERRIDES SURVIVE BLDSTP;
      *      - EVERY POSTED EVENT IS ALSO APPENDED, WITH ITS AMOUNT,
      *        EVENT DATE AND THE STATUS BEFORE AND AFTER, TO THE
      *        CLAIM EVENT LOG (PROD.CITY.CLAIM.EVENTS).
      *    AN EVENT THAT DOES NOT FIT THE CLAIM'S CURRENT STATUS (A
      *    PAYMENT ON A DENIED CLAIM, A REOPEN OF AN OPEN ONE) IS
      *    REJECTED TO THE POSTING REPORT AND CHANGES NOTHING.
      *    CLAIM-LIABILITY READS THE STATUS KSDS FOR THE MONTH-END
      *    OUTSTANDING-LIABILITY REPORT.
      *    THE CLAIMS SYSTEM KEEPS SENDING A MERGED CITY'S OLD KEY, SO
      *    EACH EVENT'S KEY IS FOLLOWED THROUGH THE ACTIVE "M"
      *    STANDING OVERRIDES TO ITS SURVIVOR FIRST, THE SAME WAY
      *    CLAIM-REKEY FILES THE FEED'S CLAIM DETAILS - THE CLAIM AND
      *    ITS STATUS ROW ARE UNDER THE SURVIVOR FROM THE MERGE ON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE CLSTSTP DD STATEMENTS IN jcl/CTYLOAD.jcl.
           SELECT CLSTIN ASSIGN TO CLSTIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLSTIN-STATUS.
           SELECT CLMMAST ASSIGN TO CLMMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLMMAST-KEY
              FILE STATUS IS WS-CLMMAST-STATUS.
      *    CLAIM STATUS, KEYED ON CITYKEY + CLAIM NUMBER LIKE THE
      *    CLAIM MASTER. FIRST-USE DEFINE IS CTYLOAD'S CLSDEF STEP.
           SELECT CLMSTAT ASSIGN TO CLMSTAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLST-KEY
              FILE STATUS IS WS-CLMSTAT-STATUS.
      *    STANDING OVERRIDES, KEYED ON CITYKEY - READ ONLY FOR THE
      *    ACTIVE MERGE ROWS (SEE 215-RESOLVE-KEY).
           SELECT CITYOVR ASSIGN TO CITYOVR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OVR-CITYKEY
              FILE STATUS IS WS-OVR-STATUS.
           SELECT CLMEVT ASSIGN TO CLMEVT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLMEVT-STATUS.
           SELECT CLSTRPT ASSIGN TO CLSTRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CLSTIN.

      *    ONE EVENT PER LINE. EVENT CODES:
      *      P = PAYMENT (AMOUNT REQUIRED, ADDED TO PAID-TO-DATE)
      *      D = DENIAL     R = REOPEN     C = CLOSURE
      *    THE AMOUNT IS KEPT ON THE EVENT LOG FOR D/R/C BUT DOES NOT
      *    MOVE PAID-TO-DATE. AMOUNT AND DATE STAY PIC X SO A BAD
      *    VALUE IS EDITED, NOT LAUNDERED INTO DIGITS BY A MOVE.
       01 CSTINRECORD.
           05 CSTIN-CITYKEY     PIC A(5).
           05 CSTIN-CLM-NUMBER  PIC X(10).
           05 CSTIN-EVENT       PIC X(1).
           05 CSTIN-AMOUNT-X    PIC X(9).
           05 CSTIN-AMOUNT REDEFINES CSTIN-AMOUNT-X
                                PIC 9(7)V99.
           05 CSTIN-EVENT-DATE-X PIC X(8).
           05 CSTIN-EVENT-DATE REDEFINES CSTIN-EVENT-DATE-X
                                PIC 9(8).
           05 CSTIN-REFERENCE   PIC X(12).
           05 FILLER            PIC X(35).

       FD CLMMAST.

      *    MIRROR OF CLMMASTRECORD IN READ-FILE-LOCAL.
       01 CLMMASTRECORD.
           05 CLMMAST-KEY.
               10 CLMMAST-CITYKEY PIC A(5).
               10 CLMMAST-NUMBER  PIC X(10).
           05 CLMMAST-AMOUNT   PIC 9(7)V99.
           05 CLMMAST-CLM-DATE PIC X(10).
           05 FILLER           PIC X(6).

       FD CLMSTAT.

      *    ONE ROW PER CLAIM THAT HAS EVER HAD A STATUS EVENT. A
      *    CLAIM WITH NO ROW IS OPEN AND UNPAID. STATUS CODES:
      *      O = OPEN          P = PARTLY PAID   F = FULLY PAID
      *      D = DENIED        C = CLOSED        R = REOPENED
      *    PAID-TO-DATE IS THE SUM OF EVERY PAYMENT EVER POSTED;
      *    THE OPEN BALANCE IS WORKED OUT AT REPORT TIME AGAINST THE
      *    CLAIM'S CURRENT AMOUNT, SO A LATER CLMCHG OF THE AMOUNT
      *    IS PICKED UP WITHOUT TOUCHING THIS ROW.
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

       FD CITYOVR.

      *    MIRROR OF OVRRECORD IN READ-FILE-LOCAL.
       01 OVRRECORD.
           05 OVR-CITYKEY      PIC A(5).
           05 OVR-ACTION       PIC X(1).
           05 OVR-STATUS       PIC X(1).
           05 OVR-CITYNAME     PIC A(12).
           05 OVR-CITYTYPE     PIC A(5).
           05 OVR-CITYCODE     PIC 9(6).
           05 OVR-SET-DATE     PIC 9(8).
           05 OVR-EXP-DATE     PIC 9(8).
           05 OVR-END-DATE     PIC 9(8).
           05 OVR-LAST-APPLY-DATE PIC 9(8).
           05 OVR-APPLY-COUNT  PIC 9(5).
           05 OVR-MERGE-KEY    PIC A(5).
           05 FILLER           PIC X(8).

       FD CLMEVT.

      *    APPEND-ONLY CLAIM EVENT LOG - EVERY POSTED EVENT, IN
      *    POSTING ORDER, WITH THE CYCLE IT WAS POSTED ON.
       01 CEVTRECORD.
           05 CEVT-CITYKEY       PIC A(5).
           05 CEVT-CLM-NUMBER    PIC X(10).
           05 CEVT-EVENT         PIC X(1).
           05 CEVT-AMOUNT        PIC 9(7)V99.
           05 CEVT-EVENT-DATE    PIC 9(8).
           05 CEVT-REFERENCE     PIC X(12).
           05 CEVT-CYCLE-DATE    PIC 9(8).
           05 CEVT-STATUS-BEFORE PIC X(1).
           05 CEVT-STATUS-AFTER  PIC X(1).
           05 CEVT-PAID-AMOUNT   PIC 9(9)V99.
           05 FILLER             PIC X(14).

       FD CLSTRPT.

       01 RPTRECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH         PIC X VALUE "N".
           05 REC-VALID-SW       PIC X VALUE "Y".
           05 WS-CLST-FOUND-SW   PIC X VALUE "N".
           05 WS-CLMMAST-OPEN-SW PIC X VALUE "N".
           05 WS-CLMSTAT-OPEN-SW PIC X VALUE "N".
           05 WS-OVR-OPEN-SW     PIC X VALUE "N".
           05 WS-CHAIN-END-SW    PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-CLSTIN-STATUS  PIC X(2) VALUE "00".
           05 WS-CLMMAST-STATUS PIC X(2) VALUE "00".
           05 WS-CLMSTAT-STATUS PIC X(2) VALUE "00".
           05 WS-CLMEVT-STATUS  PIC X(2) VALUE "00".
           05 WS-OVR-STATUS     PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-READ-COUNTER     PIC 9(7) VALUE 0.
           05 REC-POSTED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-REJECTED-COUNTER PIC 9(7) VALUE 0.
           05 REC-PAYMENT-COUNTER  PIC 9(7) VALUE 0.
           05 REC-DENIAL-COUNTER   PIC 9(7) VALUE 0.
           05 REC-REOPEN-COUNTER   PIC 9(7) VALUE 0.
           05 REC-CLOSURE-COUNTER  PIC 9(7) VALUE 0.
           05 REC-REKEYED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-CHAIN-COUNTER    PIC 9(7) VALUE 0.
           05 WS-PAYMENT-AMOUNT    PIC 9(11)V99 VALUE 0.

       01 POSTING-WORK-FIELDS.
           05 WS-STATUS-BEFORE  PIC X(1).
           05 WS-REJECT-TEXT    PIC X(50).
           05 WS-ED-AMOUNT      PIC Z(6)9.99.
           05 WS-ED-TOTAL       PIC Z(10)9.99.

      *    THE KEY AN EVENT IS POSTED UNDER - THE FEED KEY, OR THE
      *    SURVIVOR IT WAS MERGED INTO. A CITY'S EVENTS USUALLY ARRIVE
      *    TOGETHER, SO THE LAST KEY LOOKED UP AND WHERE IT RESOLVED
      *    TO ARE KEPT, AS IN CLAIM-REKEY.
       01 MERGE-WORK-FIELDS.
           05 WS-POST-CITYKEY   PIC A(5) VALUE SPACES.
           05 WS-LAST-KEY       PIC A(5) VALUE SPACES.
           05 WS-LAST-SURV-KEY  PIC A(5) VALUE SPACES.
           05 WS-CHASE-KEY      PIC A(5).
           05 WS-HOP-COUNT      PIC 9(3).
           05 WS-HOP-MAX        PIC 9(3) VALUE 10.

       01 CONTROL-REPORT-FIELDS.
      *    EVENTS ARE STAMPED WITH THE CYCLE DATE THE SCHEDULER
      *    PINS WITH CITYCYCL, SAME AS EVERY OTHER CTYLOAD STEP.
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
           PERFORM 200-POST-EVENTS
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

           OPEN OUTPUT CLSTRPT.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIM STATUS POSTING - RUN REPORT"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               "   CYCLE: " WS-CYCLE-DATE
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    WITHOUT THE CLAIM MASTER NOTHING CAN BE VERIFIED AND
      *    WITHOUT THE STATUS KSDS NOTHING CAN BE POSTED - EITHER
      *    WAY THE FEED IS LEFT UNREAD AND RC=12 KEEPS IT STAGED
      *    FOR THE RERUN.
           OPEN INPUT CLMMAST.
           IF WS-CLMMAST-STATUS = "00"
               MOVE "Y" TO WS-CLMMAST-OPEN-SW
           ELSE
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM MASTER FILE STATUS " WS-CLMMAST-STATUS
                   " - NO STATUS EVENTS POSTED"
           END-IF.
           OPEN I-O CLMSTAT.
           IF WS-CLMSTAT-STATUS = "00"
               MOVE "Y" TO WS-CLMSTAT-OPEN-SW
           ELSE
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM STATUS FILE STATUS " WS-CLMSTAT-STATUS
                   " - NO STATUS EVENTS POSTED"
           END-IF.
           OPEN EXTEND CLMEVT.
           IF WS-CLMEVT-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM EVENT LOG FILE STATUS " WS-CLMEVT-STATUS
                   " - NO STATUS EVENTS POSTED"
           END-IF.
           OPEN INPUT CLSTIN.
           IF WS-CLSTIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
           END-IF.
      *    WITHOUT THE OVERRIDE FILE THE EVENTS POST UNDER THE KEYS
      *    THEY ARRIVE WITH - ANY FOR A MERGED CITY REJECT AS NOT ON
      *    THE CLAIM MASTER AND RC 4 FLAGS IT.
           OPEN INPUT CITYOVR.
           IF WS-OVR-STATUS = "00"
               MOVE "Y" TO WS-OVR-OPEN-SW
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "OVERRIDE FILE STATUS " WS-OVR-STATUS
                   " - EVENTS POSTED WITHOUT MERGE RE-KEY"
               MOVE SPACES TO RPTRECORD
               STRING "OVERRIDE FILE NOT AVAILABLE (STATUS "
                   WS-OVR-STATUS ") - NO EVENTS RE-KEYED"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.

       200-POST-EVENTS.
           READ CLSTIN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-READ-COUNTER = REC-READ-COUNTER + 1
                   PERFORM 210-EDIT-EVENT
                   IF REC-VALID-SW = "Y"
                       PERFORM 220-FIND-CLAIM
                   END-IF
                   IF REC-VALID-SW = "Y"
                       PERFORM 230-APPLY-EVENT
                   END-IF
                   IF REC-VALID-SW = "Y"
                       PERFORM 240-SAVE-STATUS
                   ELSE
                       PERFORM 250-REJECT-EVENT
                   END-IF
           END-READ.

       210-EDIT-EVENT.
           MOVE "Y" TO REC-VALID-SW.
           MOVE SPACES TO WS-REJECT-TEXT.
           EVALUATE TRUE
               WHEN CSTIN-CITYKEY = SPACES
                   OR CSTIN-CLM-NUMBER = SPACES
                   MOVE "N" TO REC-VALID-SW
                   MOVE "BLANK CITYKEY OR CLAIM NUMBER"
                       TO WS-REJECT-TEXT
               WHEN CSTIN-EVENT NOT = "P" AND CSTIN-EVENT NOT = "D"
                   AND CSTIN-EVENT NOT = "R" AND CSTIN-EVENT NOT = "C"
                   MOVE "N" TO REC-VALID-SW
                   MOVE "UNKNOWN EVENT CODE" TO WS-REJECT-TEXT
               WHEN CSTIN-EVENT-DATE-X NOT NUMERIC
                   OR CSTIN-EVENT-DATE = 0
                   MOVE "N" TO REC-VALID-SW
                   MOVE "EVENT DATE MISSING OR NOT NUMERIC"
                       TO WS-REJECT-TEXT
               WHEN CSTIN-AMOUNT-X = SPACES AND CSTIN-EVENT NOT = "P"
                   MOVE ZERO TO CSTIN-AMOUNT
               WHEN CSTIN-AMOUNT-X NOT NUMERIC
                   MOVE "N" TO REC-VALID-SW
                   MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-TEXT
               WHEN CSTIN-EVENT = "P" AND CSTIN-AMOUNT = 0
                   MOVE "N" TO REC-VALID-SW
                   MOVE "PAYMENT WITH NO AMOUNT" TO WS-REJECT-TEXT
           END-EVALUATE.

      *    FOLLOW ACTIVE "M" ROWS FROM THE EVENT'S KEY UNTIL A KEY
      *    WITH NO ACTIVE MERGE IS REACHED. A CHAIN LONGER THAN
      *    WS-HOP-MAX CAN ONLY BE A LOOP (A INTO B, B INTO A) - THE
      *    EVENT KEEPS ITS FEED KEY AND THE CHAIN IS REPORTED.
       215-RESOLVE-KEY.
           MOVE CSTIN-CITYKEY TO WS-LAST-KEY.
           MOVE CSTIN-CITYKEY TO WS-CHASE-KEY.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE "N" TO WS-CHAIN-END-SW.
           PERFORM UNTIL WS-CHAIN-END-SW = "Y"
               MOVE WS-CHASE-KEY TO OVR-CITYKEY
               READ CITYOVR RECORD
                   KEY IS OVR-CITYKEY
                   INVALID KEY
                       MOVE "Y" TO WS-CHAIN-END-SW
                   NOT INVALID KEY
                       IF OVR-ACTION = "M" AND OVR-STATUS = "A"
                           AND OVR-MERGE-KEY NOT = SPACES
                           MOVE OVR-MERGE-KEY TO WS-CHASE-KEY
                           COMPUTE WS-HOP-COUNT = WS-HOP-COUNT + 1
                       ELSE
                           MOVE "Y" TO WS-CHAIN-END-SW
                       END-IF
               END-READ
               IF WS-CHAIN-END-SW = "N" AND WS-HOP-COUNT > WS-HOP-MAX
                   MOVE "Y" TO WS-CHAIN-END-SW
                   MOVE CSTIN-CITYKEY TO WS-CHASE-KEY
                   COMPUTE REC-CHAIN-COUNTER = REC-CHAIN-COUNTER + 1
                   MOVE SPACES TO RPTRECORD
                   STRING "MERGE CHAIN TOO LONG FROM CITYKEY "
                       CSTIN-CITYKEY
                       " - EVENTS LEFT UNDER FEED KEY"
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
               END-IF
           END-PERFORM.
           MOVE WS-CHASE-KEY TO WS-LAST-SURV-KEY.

      *    THE CLAIM MUST BE ON TONIGHT'S CLAIM MASTER; ITS STATUS
      *    ROW IS OPTIONAL - NO ROW MEANS STILL OPEN, NOTHING PAID.
      *    BOTH ARE LOOKED FOR UNDER THE RESOLVED KEY.
       220-FIND-CLAIM.
           MOVE CSTIN-CITYKEY TO WS-POST-CITYKEY.
           IF WS-OVR-OPEN-SW = "Y"
               IF CSTIN-CITYKEY NOT = WS-LAST-KEY
                   PERFORM 215-RESOLVE-KEY
               END-IF
               MOVE WS-LAST-SURV-KEY TO WS-POST-CITYKEY
           END-IF.
           MOVE WS-POST-CITYKEY TO CLMMAST-CITYKEY.
           MOVE CSTIN-CLM-NUMBER TO CLMMAST-NUMBER.
           READ CLMMAST RECORD
               KEY IS CLMMAST-KEY
               INVALID KEY
                   MOVE "N" TO REC-VALID-SW
                   MOVE "CLAIM NOT ON CLAIM MASTER" TO WS-REJECT-TEXT
           END-READ.
           IF REC-VALID-SW = "Y"
               AND WS-POST-CITYKEY NOT = CSTIN-CITYKEY
               COMPUTE REC-REKEYED-COUNTER = REC-REKEYED-COUNTER + 1
           END-IF.
           IF REC-VALID-SW = "Y"
               MOVE WS-POST-CITYKEY TO CLST-CITYKEY
               MOVE CSTIN-CLM-NUMBER TO CLST-CLM-NUMBER
               READ CLMSTAT RECORD
                   KEY IS CLST-KEY
                   INVALID KEY
                       MOVE "N" TO WS-CLST-FOUND-SW
                       MOVE "O" TO CLST-STATUS
                       MOVE 0 TO CLST-PAID-AMOUNT CLST-EVENT-COUNT
                           CLST-LAST-EVENT-DATE
                       MOVE SPACES TO CLST-LAST-EVENT
                       MOVE WS-CYCLE-DATE TO CLST-FIRST-CYCLE-DATE
                       MOVE SPACES TO CLSTRECORD (50:31)
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CLST-FOUND-SW
               END-READ
           END-IF.

      *    THE STATUS MACHINE. A FULLY PAID CLAIM STAYS REOPENABLE
      *    (A RECOVERY OR A SUPPLEMENTARY PAYMENT), A DENIED OR
      *    CLOSED ONE TAKES NO MORE PAYMENTS UNTIL IT IS REOPENED,
      *    AND A DENIAL IS ONLY ACCEPTED WHILE NOTHING HAS BEEN PAID
      *    - A PART-PAID CLAIM IS CLOSED, NOT DENIED.
       230-APPLY-EVENT.
           MOVE CLST-STATUS TO WS-STATUS-BEFORE.
           EVALUATE CSTIN-EVENT
               WHEN "P"
                   IF CLST-STATUS = "D" OR CLST-STATUS = "C"
                       MOVE "N" TO REC-VALID-SW
                       MOVE "PAYMENT ON A DENIED OR CLOSED CLAIM"
                           TO WS-REJECT-TEXT
                   ELSE
                       COMPUTE CLST-PAID-AMOUNT =
                           CLST-PAID-AMOUNT + CSTIN-AMOUNT
                       IF CLST-PAID-AMOUNT NOT < CLMMAST-AMOUNT
                           MOVE "F" TO CLST-STATUS
                       ELSE
                           MOVE "P" TO CLST-STATUS
                       END-IF
                       COMPUTE REC-PAYMENT-COUNTER =
                           REC-PAYMENT-COUNTER + 1
                       COMPUTE WS-PAYMENT-AMOUNT =
                           WS-PAYMENT-AMOUNT + CSTIN-AMOUNT
                   END-IF
               WHEN "D"
                   IF (CLST-STATUS = "O" OR CLST-STATUS = "R")
                       AND CLST-PAID-AMOUNT = 0
                       MOVE "D" TO CLST-STATUS
                       COMPUTE REC-DENIAL-COUNTER =
                           REC-DENIAL-COUNTER + 1
                   ELSE
                       MOVE "N" TO REC-VALID-SW
                       MOVE "DENIAL OF A PAID, DENIED OR CLOSED CLAIM"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN "R"
                   IF CLST-STATUS = "D" OR CLST-STATUS = "C"
                       OR CLST-STATUS = "F"
                       MOVE "R" TO CLST-STATUS
                       COMPUTE REC-REOPEN-COUNTER =
                           REC-REOPEN-COUNTER + 1
                   ELSE
                       MOVE "N" TO REC-VALID-SW
                       MOVE "REOPEN OF A CLAIM THAT IS STILL OPEN"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN "C"
                   IF CLST-STATUS = "C"
                       MOVE "N" TO REC-VALID-SW
                       MOVE "CLAIM ALREADY CLOSED" TO WS-REJECT-TEXT
                   ELSE
                       MOVE "C" TO CLST-STATUS
                       COMPUTE REC-CLOSURE-COUNTER =
                           REC-CLOSURE-COUNTER + 1
                   END-IF
           END-EVALUATE.

       240-SAVE-STATUS.
           COMPUTE CLST-EVENT-COUNT = CLST-EVENT-COUNT + 1.
           MOVE CSTIN-EVENT TO CLST-LAST-EVENT.
           MOVE CSTIN-EVENT-DATE TO CLST-LAST-EVENT-DATE.
           IF WS-CLST-FOUND-SW = "Y"
               REWRITE CLSTRECORD
                   INVALID KEY
                       MOVE "N" TO REC-VALID-SW
               END-REWRITE
           ELSE
               WRITE CLSTRECORD
                   INVALID KEY
                       MOVE "N" TO REC-VALID-SW
               END-WRITE
           END-IF.
           IF REC-VALID-SW = "N"
               MOVE "STATUS ROW COULD NOT BE SAVED" TO WS-REJECT-TEXT
               DISPLAY "CLAIM STATUS FILE STATUS " WS-CLMSTAT-STATUS
                   " ON " CLST-KEY
               PERFORM 250-REJECT-EVENT
           ELSE
               COMPUTE REC-POSTED-COUNTER = REC-POSTED-COUNTER + 1
               MOVE SPACES TO CEVTRECORD
               MOVE WS-POST-CITYKEY TO CEVT-CITYKEY
               MOVE CSTIN-CLM-NUMBER TO CEVT-CLM-NUMBER
               MOVE CSTIN-EVENT TO CEVT-EVENT
               MOVE CSTIN-AMOUNT TO CEVT-AMOUNT
               MOVE CSTIN-EVENT-DATE TO CEVT-EVENT-DATE
               MOVE CSTIN-REFERENCE TO CEVT-REFERENCE
               MOVE WS-CYCLE-DATE TO CEVT-CYCLE-DATE
               MOVE WS-STATUS-BEFORE TO CEVT-STATUS-BEFORE
               MOVE CLST-STATUS TO CEVT-STATUS-AFTER
               MOVE CLST-PAID-AMOUNT TO CEVT-PAID-AMOUNT
               WRITE CEVTRECORD
           END-IF.

       250-REJECT-EVENT.
           COMPUTE REC-REJECTED-COUNTER = REC-REJECTED-COUNTER + 1.
           MOVE SPACES TO RPTRECORD
           STRING "REJECTED " CSTIN-CITYKEY " " CSTIN-CLM-NUMBER
               " EVENT " CSTIN-EVENT " AMT " CSTIN-AMOUNT-X
               " DATE " CSTIN-EVENT-DATE-X " - " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       300-TERMINATE.
           PERFORM 310-WRITE-TOTALS.
           DISPLAY "STATUS EVENTS READ >>>> " REC-READ-COUNTER.
           DISPLAY "STATUS EVENTS POSTED >>>> " REC-POSTED-COUNTER.
           DISPLAY "STATUS EVENTS REJECTED >>>> " REC-REJECTED-COUNTER.
           IF RETURN-CODE < 4
               AND (REC-REJECTED-COUNTER > 0 OR REC-CHAIN-COUNTER > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CLSTIN-STATUS = "00" OR WS-CLSTIN-STATUS = "10"
               CLOSE CLSTIN
           END-IF.
           IF WS-CLMMAST-OPEN-SW = "Y"
               CLOSE CLMMAST
           END-IF.
           IF WS-CLMSTAT-OPEN-SW = "Y"
               CLOSE CLMSTAT
           END-IF.
           IF WS-CLMEVT-STATUS = "00"
               CLOSE CLMEVT
           END-IF.
           IF WS-OVR-OPEN-SW = "Y"
               CLOSE CITYOVR
           END-IF.
           CLOSE CLSTRPT.

       310-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "STATUS EVENTS READ:     " REC-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "STATUS EVENTS POSTED:   " REC-POSTED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE WS-PAYMENT-AMOUNT TO WS-ED-TOTAL.
           MOVE SPACES TO RPTRECORD
           STRING "  PAYMENTS:  " REC-PAYMENT-COUNTER
               "  AMOUNT PAID: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "  DENIALS:   " REC-DENIAL-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "  REOPENS:   " REC-REOPEN-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "  CLOSURES:  " REC-CLOSURE-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "  UNDER A MERGE SURVIVOR: " REC-REKEYED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "STATUS EVENTS REJECTED: " REC-REJECTED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       END PROGRAM CLAIM-STATUS.
