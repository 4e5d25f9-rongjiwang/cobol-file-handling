       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLAIM-REKEY.
      *    FILES THE FEED'S CLAIM DETAIL RECORDS UNDER THE SURVIVING
      *    CITY OF A MAINTENANCE MERGE. A MERGE ("M" TRANSACTION)
      *    MOVES THE RETIRED CITY'S CLAIMS ON PROD.CITY.CLAIM.MASTER
      *    ONCE, BUT CLMBLD REBUILDS THAT MASTER FROM THE CLAIMS
      *    EXTRACT EVERY NIGHT AND THE SOURCE SYSTEM KEEPS SENDING
      *    THE OLD KEY - SO EACH NIGHT, BETWEEN CTLSTP AND CLMSRT,
      *    THIS STEP READS THE SPLIT-OFF CLAIM DETAILS AND:
      *      - LOOKS THE CLAIM'S CITYKEY UP ON THE STANDING
      *        OVERRIDE FILE (PROD.CITY.OVERRIDE);
      *      - WHERE THE KEY HAS AN ACTIVE "M" ROW, REPLACES IT WITH
      *        OVR-MERGE-KEY, FOLLOWING A CHAIN OF MERGES (A INTO B,
      *        LATER B INTO C) TO THE CITY THAT IS STILL STANDING;
      *      - COPIES EVERY OTHER CLAIM THROUGH UNCHANGED;
      *      - MOVES A RE-KEYED CLAIM'S ROW ON PROD.CITY.CLAIM.STATUS
      *        TO THE SURVIVOR IF ONE IS STILL UNDER THE FEED KEY.
      *        THE MERGE ITSELF MOVES THE ROWS OF THE CLAIMS IT
      *        MOVES, SO THIS ONLY CATCHES A ROW FOR A CLAIM THAT WAS
      *        NOT ON THE CLAIM MASTER THAT NIGHT; A ROW THE SURVIVOR
      *        ALREADY HOLDS FOR THE SAME NUMBER IS LEFT ALONE.
      *    A CLAIM NUMBER THE SURVIVOR ALREADY CARRIES COMES OUT OF
      *    THE LOAD STEP AS AN E006 DUPLICATE, THE SAME AS ANY OTHER
      *    REPEATED CLAIM, SO NOTHING IS DROPPED SILENTLY HERE.
      *    RETIRED ("R") AND EXPIRED ("X") MERGE ROWS ARE IGNORED -
      *    ONCE THE OVERRIDE IS LIFTED THE FEED'S KEY STANDS AGAIN.
      *    RC 4 = OVERRIDE FILE UNAVAILABLE (CLAIMS COPIED THROUGH
      *    AS SENT), CLAIM STATUS FILE UNAVAILABLE (ROWS LEFT WHERE
      *    THEY ARE), A STATUS ROW NOT MOVED, OR A MERGE CHAIN TOO
      *    LONG TO FOLLOW; RC 12 = THE CLAIM DETAIL INPUT OR OUTPUT
      *    WOULD NOT OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE CLMRKY DD STATEMENTS IN jcl/CTYLOAD.jcl.
           SELECT CLMRKIN ASSIGN TO CLMRKIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLMRKIN-STATUS.
           SELECT CITYOVR ASSIGN TO CITYOVR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OVR-CITYKEY
              FILE STATUS IS WS-OVR-STATUS.
      *    CLAIM STATUS, KEYED ON CITYKEY + CLAIM NUMBER. FIRST-USE
      *    DEFINE IS CTYLOAD'S CLSDEF STEP, WHICH RUNS AHEAD OF THIS.
           SELECT CLMSTAT ASSIGN TO CLMSTAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLST-KEY
              FILE STATUS IS WS-CLMSTAT-STATUS.
           SELECT CLMRKOUT ASSIGN TO CLMRKOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLMRKOUT-STATUS.
           SELECT CLMRKRPT ASSIGN TO CLMRKRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CLMRKIN.

      *    MIRROR OF CLMRECORD IN READ-FILE-LOCAL. ONLY THE CITYKEY
      *    IS EVER CHANGED; THE REST OF THE RECORD, PACKED DATE
      *    FIELDS INCLUDED, CROSSES AS THE BYTES THE FEED SENT.
       01 CLMINRECORD.
           05 CLMIN-CITYKEY      PIC A(5).
           05 CLMIN-REC-MARK     PIC X(1).
           05 CLMIN-NUMBER       PIC X(10).
           05 CLMIN-AMOUNT       PIC 9(7)V99.
           05 CLMIN-AMOUNT-X REDEFINES CLMIN-AMOUNT PIC X(9).
           05 CLMIN-DATE-AREA    PIC X(16).
           05 FILLER             PIC X(3).
           05 CLMIN-SOURCE-SYSTEM PIC X(8).

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

       FD CLMSTAT.

      *    MIRROR OF CLSTRECORD IN CLAIM-STATUS. ONLY THE KEY IS
      *    CHANGED; THE REST OF THE ROW MOVES AS IT STANDS.
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

       FD CLMRKOUT.

       01 CLMOUTRECORD PIC X(52).

       FD CLMRKRPT.

       01 RPTRECORD PIC X(100).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH         PIC X VALUE "N".
           05 WS-OVR-OPEN-SW     PIC X VALUE "N".
           05 WS-CHAIN-END-SW    PIC X VALUE "N".
           05 WS-CLMSTAT-OPEN-SW PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-CLMRKIN-STATUS  PIC X(2) VALUE "00".
           05 WS-CLMRKOUT-STATUS PIC X(2) VALUE "00".
           05 WS-OVR-STATUS      PIC X(2) VALUE "00".
           05 WS-CLMSTAT-STATUS  PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-READ-COUNTER     PIC 9(7) VALUE 0.
           05 REC-WRITTEN-COUNTER  PIC 9(7) VALUE 0.
           05 REC-REKEYED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-CHAIN-COUNTER    PIC 9(7) VALUE 0.
           05 REC-STATUS-MOVED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-STATUS-HELD-COUNTER    PIC 9(7) VALUE 0.
           05 WS-REKEYED-AMOUNT    PIC 9(11)V99 VALUE 0.

      *    THE FEED SENDS A CITY'S CLAIMS TOGETHER BEHIND ITS CITY
      *    RECORD, SO THE LAST KEY LOOKED UP AND WHERE IT RESOLVED
      *    TO ARE KEPT - ONE OVERRIDE READ PER CITY, NOT PER CLAIM.
       01 REKEY-WORK-FIELDS.
           05 WS-LAST-KEY       PIC A(5) VALUE SPACES.
           05 WS-LAST-SURV-KEY  PIC A(5) VALUE SPACES.
           05 WS-LAST-HOPS      PIC 9(3) VALUE 0.
           05 WS-CHASE-KEY      PIC A(5).
           05 WS-HOP-COUNT      PIC 9(3).
           05 WS-HOP-MAX        PIC 9(3) VALUE 10.
           05 WS-ED-AMOUNT      PIC Z(6)9.99.
           05 WS-ED-TOTAL       PIC Z(10)9.99.
           05 WS-OLD-CLST-KEY   PIC X(15).
           05 WS-HOLD-CLST      PIC X(80).

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
           PERFORM 200-REKEY-CLAIMS
               UNTIL EOF-SWITCH = "Y".
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           OPEN OUTPUT CLMRKRPT.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIM RE-KEY FOR MERGED CITIES - RUN REPORT"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

      *    NO INPUT OR NO OUTPUT MEANS CLMSRT WOULD LOAD NOTHING -
      *    RC 12 STOPS THE JOB BEFORE THE LOAD STEP SEES AN EMPTY
      *    CLAIM FILE AND DELETES EVERY CLAIM ON THE SNAPSHOT.
           OPEN INPUT CLMRKIN.
           IF WS-CLMRKIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM DETAIL INPUT FILE STATUS "
                   WS-CLMRKIN-STATUS " - NO CLAIMS PASSED ON"
           END-IF.
           OPEN OUTPUT CLMRKOUT.
           IF WS-CLMRKOUT-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM DETAIL OUTPUT FILE STATUS "
                   WS-CLMRKOUT-STATUS " - NO CLAIMS PASSED ON"
           END-IF.

      *    WITHOUT THE OVERRIDE FILE THERE ARE NO MERGES TO HONOUR
      *    - THE CLAIMS GO THROUGH AS SENT AND RC 4 FLAGS IT, SO A
      *    DAMAGED OVERRIDE CLUSTER DOES NOT COST A NIGHT'S LOAD.
           OPEN INPUT CITYOVR.
           IF WS-OVR-STATUS = "00"
               MOVE "Y" TO WS-OVR-OPEN-SW
           ELSE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "OVERRIDE FILE STATUS " WS-OVR-STATUS
                   " - CLAIMS COPIED THROUGH WITHOUT RE-KEY"
               MOVE SPACES TO RPTRECORD
               STRING "OVERRIDE FILE NOT AVAILABLE (STATUS "
                   WS-OVR-STATUS ") - NO CLAIMS RE-KEYED"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.
      *    WITHOUT THE STATUS FILE THE CLAIMS STILL GO THROUGH
      *    RE-KEYED; ONLY A STRAY STATUS ROW STAYS WHERE IT IS.
           IF WS-OVR-OPEN-SW = "Y"
               OPEN I-O CLMSTAT
               IF WS-CLMSTAT-STATUS = "00"
                   MOVE "Y" TO WS-CLMSTAT-OPEN-SW
               ELSE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   DISPLAY "CLAIM STATUS FILE STATUS "
                       WS-CLMSTAT-STATUS " - NO STATUS ROWS MOVED"
                   MOVE SPACES TO RPTRECORD
                   STRING "CLAIM STATUS FILE NOT AVAILABLE (STATUS "
                       WS-CLMSTAT-STATUS ") - NO STATUS ROWS MOVED"
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
               END-IF
           END-IF.

       200-REKEY-CLAIMS.
           READ CLMRKIN
               AT END
                   MOVE "Y" TO EOF-SWITCH
               NOT AT END
                   COMPUTE REC-READ-COUNTER = REC-READ-COUNTER + 1
                   IF WS-OVR-OPEN-SW = "Y"
                       IF CLMIN-CITYKEY NOT = WS-LAST-KEY
                           PERFORM 210-RESOLVE-KEY
                       END-IF
                       IF WS-LAST-SURV-KEY NOT = CLMIN-CITYKEY
                           PERFORM 220-REKEY-ONE-CLAIM
                       END-IF
                   END-IF
                   MOVE CLMINRECORD TO CLMOUTRECORD
                   WRITE CLMOUTRECORD
                   COMPUTE REC-WRITTEN-COUNTER =
                       REC-WRITTEN-COUNTER + 1
           END-READ.

      *    FOLLOW ACTIVE "M" ROWS FROM THE CLAIM'S KEY UNTIL A KEY
      *    WITH NO ACTIVE MERGE IS REACHED. A CHAIN LONGER THAN
      *    WS-HOP-MAX CAN ONLY BE A LOOP (A INTO B, B INTO A) - THE
      *    CLAIM KEEPS ITS FEED KEY AND THE CHAIN IS REPORTED.
       210-RESOLVE-KEY.
           MOVE CLMIN-CITYKEY TO WS-LAST-KEY.
           MOVE CLMIN-CITYKEY TO WS-CHASE-KEY.
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
                   MOVE CLMIN-CITYKEY TO WS-CHASE-KEY
                   MOVE 0 TO WS-HOP-COUNT
                   COMPUTE REC-CHAIN-COUNTER = REC-CHAIN-COUNTER + 1
                   DISPLAY "MERGE CHAIN TOO LONG FROM CITYKEY "
                       CLMIN-CITYKEY " - CLAIMS LEFT UNDER FEED KEY"
                   MOVE SPACES TO RPTRECORD
                   STRING "MERGE CHAIN TOO LONG FROM CITYKEY "
                       CLMIN-CITYKEY
                       " - CLAIMS LEFT UNDER FEED KEY"
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
               END-IF
           END-PERFORM.
           MOVE WS-CHASE-KEY TO WS-LAST-SURV-KEY.
           MOVE WS-HOP-COUNT TO WS-LAST-HOPS.

       220-REKEY-ONE-CLAIM.
           COMPUTE REC-REKEYED-COUNTER = REC-REKEYED-COUNTER + 1.
           MOVE ZERO TO WS-ED-AMOUNT.
           IF CLMIN-AMOUNT-X NUMERIC
               COMPUTE WS-REKEYED-AMOUNT =
                   WS-REKEYED-AMOUNT + CLMIN-AMOUNT
               MOVE CLMIN-AMOUNT TO WS-ED-AMOUNT
           END-IF.
           MOVE SPACES TO RPTRECORD
           STRING "RE-KEYED CLAIM " CLMIN-NUMBER " FROM "
               CLMIN-CITYKEY " TO " WS-LAST-SURV-KEY
               " AMT " WS-ED-AMOUNT " SOURCE " CLMIN-SOURCE-SYSTEM
               " MERGES FOLLOWED " WS-LAST-HOPS
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           IF WS-CLMSTAT-OPEN-SW = "Y"
               PERFORM 230-MOVE-CLAIM-STATUS
           END-IF.
           MOVE WS-LAST-SURV-KEY TO CLMIN-CITYKEY.

       230-MOVE-CLAIM-STATUS.
           MOVE CLMIN-CITYKEY TO CLST-CITYKEY.
           MOVE CLMIN-NUMBER TO CLST-CLM-NUMBER.
           READ CLMSTAT RECORD
               KEY IS CLST-KEY
               NOT INVALID KEY
                   PERFORM 235-REFILE-CLAIM-STATUS
           END-READ.

       235-REFILE-CLAIM-STATUS.
           MOVE CLST-KEY TO WS-OLD-CLST-KEY.
           MOVE CLSTRECORD TO WS-HOLD-CLST.
           MOVE WS-LAST-SURV-KEY TO CLST-CITYKEY.
           WRITE CLSTRECORD
               INVALID KEY
                   COMPUTE REC-STATUS-HELD-COUNTER =
                       REC-STATUS-HELD-COUNTER + 1
                   MOVE SPACES TO RPTRECORD
                   STRING "STATUS ROW NOT MOVED " CLMIN-NUMBER " - "
                       WS-LAST-SURV-KEY " ALREADY HOLDS ONE, "
                       CLMIN-CITYKEY " ROW LEFT"
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-OLD-CLST-KEY TO CLST-KEY
                   DELETE CLMSTAT RECORD
                       INVALID KEY
                           DISPLAY "STATUS ROW NOT REMOVED >>> "
                               WS-OLD-CLST-KEY
                   END-DELETE
                   COMPUTE REC-STATUS-MOVED-COUNTER =
                       REC-STATUS-MOVED-COUNTER + 1
                   MOVE WS-HOLD-CLST TO CLSTRECORD
                   MOVE SPACES TO RPTRECORD
                   STRING "STATUS ROW MOVED     " CLMIN-NUMBER " FROM "
                       CLMIN-CITYKEY " TO " WS-LAST-SURV-KEY
                       " STATUS " CLST-STATUS
                       DELIMITED BY SIZE INTO RPTRECORD
                   WRITE RPTRECORD
                   END-WRITE
           END-WRITE.

       300-TERMINATE.
           PERFORM 310-WRITE-TOTALS.
           DISPLAY "CLAIM DETAILS READ >>>> " REC-READ-COUNTER.
           DISPLAY "CLAIM DETAILS WRITTEN >>>> " REC-WRITTEN-COUNTER.
           DISPLAY "CLAIM DETAILS RE-KEYED >>>> " REC-REKEYED-COUNTER.
           IF RETURN-CODE < 4
               AND (REC-CHAIN-COUNTER > 0
                    OR REC-STATUS-HELD-COUNTER > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CLMRKIN-STATUS = "00" OR WS-CLMRKIN-STATUS = "10"
               CLOSE CLMRKIN
           END-IF.
           IF WS-CLMRKOUT-STATUS = "00"
               CLOSE CLMRKOUT
           END-IF.
           IF WS-OVR-OPEN-SW = "Y"
               CLOSE CITYOVR
           END-IF.
           IF WS-CLMSTAT-OPEN-SW = "Y"
               CLOSE CLMSTAT
           END-IF.
           CLOSE CLMRKRPT.

       310-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "CLAIM DETAILS READ:      " REC-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "CLAIM DETAILS WRITTEN:   " REC-WRITTEN-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE WS-REKEYED-AMOUNT TO WS-ED-TOTAL.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIM DETAILS RE-KEYED:  " REC-REKEYED-COUNTER
               "  AMOUNT: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "MERGE CHAINS NOT FOLLOWED: " REC-CHAIN-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "STATUS ROWS MOVED:      " REC-STATUS-MOVED-COUNTER
               "  NOT MOVED: " REC-STATUS-HELD-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       END PROGRAM CLAIM-REKEY.
