       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
      *    NIGHTLY GENERAL-LEDGER INTERFACE FOR CLAIM MONEY. BUILDS A
      *    JOURNAL FILE FOR FINANCE FROM THE CLAIM EVENTS LOADSTP
      *    WROTE TO THE AUDIT TRAIL (CLMADD/CLMCHG/CLMDEL, EACH WITH
      *    ITS OLD AND NEW AMOUNT) AND THE CLAIM EXTRACT, SO THE
      *    FIGURES NO LONGER HAVE TO BE RE-KEYED INTO THE LEDGER.
      *    EVERY MOVEMENT IS BOOKED AS A DEBIT AND A CREDIT:
      *      CLAIM ADDED / AMOUNT RAISED  - DR CLAIM EXPENSE
      *                                     CR CLAIM RESERVE
      *      CLAIM DROPPED / AMOUNT CUT   - DR CLAIM RESERVE
      *                                     CR CLAIM EXPENSE
      *    SUMMARIZED BY SOURCE SYSTEM AND CITYTYPE (TAKEN FROM THE
      *    CITY EXTRACT BY CITYKEY) WITH THE EXPENSE AND RESERVE
      *    ACCOUNTS LOOKED UP ON THE OPS-MAINTAINED ACCOUNT-MAPPING
      *    TABLE. THE FILE CARRIES ITS OWN HEADER AND TRAILER
      *    CONTROL TOTALS.
      *    WHICH EVENTS ARE "TONIGHT'S" IS DECIDED BY THE WATERMARK
      *    ON THE GL CONTROL RECORD - THE RUN STAMP OF THE LAST
      *    EVENT ALREADY JOURNALED. ONLY EVENTS ABOVE IT ARE TAKEN,
      *    SO A HELD NIGHT'S EVENTS ROLL INTO THE NEXT NIGHT'S FILE
      *    INSTEAD OF BEING LOST. THE WATERMARK ONLY MOVES WHEN
      *    GL-BALANCE RELEASES THE FILE.
      *    WITH NO CONTROL RECORD YET (FIRST RUN) THE PROGRAM BOOKS
      *    A TAKE-ON INSTEAD: THE WHOLE CLAIM POSITION ON THE CLAIM
      *    EXTRACT AS OPENING-BALANCE ENTRIES, AND THE WATERMARK SET
      *    TO THE NEWEST CLAIM EVENT ON THE TRAIL.
      *    RC=8 = AN ENTRY HAS NO ACCOUNT MAPPING OR THE SUMMARY
      *    TABLE OVERFLOWED - THE FILE IS NOT FIT TO RELEASE.
      *    RC=12 = AN INPUT WOULD NOT OPEN, NO FILE BUILT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE JRNLSTP DD STATEMENTS IN jcl/CTYGL.jcl.
           SELECT GLCTLIN ASSIGN TO GLCTLIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLCTL-STATUS.
           SELECT GLACCT ASSIGN TO GLACCT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLACCT-STATUS.
           SELECT EXTIN ASSIGN TO EXTIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EXTIN-STATUS.
           SELECT CLMIN ASSIGN TO CLMIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLMIN-STATUS.
           SELECT AUDIN ASSIGN TO AUDIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIN-STATUS.
           SELECT GLOUT ASSIGN TO GLOUT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-GLOUT-STATUS.
           SELECT GLRPT ASSIGN TO GLRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD GLCTLIN.

      *    ONE RECORD, REWRITTEN BY GL-BALANCE EACH TIME A FILE IS
      *    RELEASED: THE CYCLE AND CLAIM POSITION THE LEDGER NOW
      *    STANDS AT, AND THE RUN STAMP OF THE LAST EVENT IN IT.
       01 GLCRECORD.
           05 GLC-CYCLE-DATE    PIC 9(8).
           05 GLC-POSITION      PIC 9(11)V99.
           05 GLC-WATERMARK.
               10 GLC-WM-DATE   PIC 9(8).
               10 GLC-WM-TIME   PIC 9(6).
               10 GLC-WM-SEQ    PIC 9(7).
           05 GLC-RELEASE-DATE  PIC 9(8).
           05 GLC-RELEASE-TIME  PIC 9(6).
           05 FILLER            PIC X(24).

       FD GLACCT.

      *    OPS-MAINTAINED ACCOUNT MAPPING. "*" IN THE SOURCE OR TYPE
      *    COLUMN MATCHES ANY VALUE; THE MOST SPECIFIC ROW WINS, SO
      *    A "*" "*" ROW IS THE CATCH-ALL.
       01 GLARECORD.
           05 GLA-SOURCE-SYSTEM PIC X(8).
           05 GLA-CITYTYPE      PIC X(5).
           05 GLA-EXPENSE-ACCT  PIC X(12).
           05 GLA-RESERVE-ACCT  PIC X(12).
           05 GLA-DESC          PIC X(30).
           05 FILLER            PIC X(13).

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

       FD AUDIN.

      *    MIRROR OF AUDRECORD IN READ-FILE-LOCAL, CLAIM VIEW ONLY -
      *    THE AUDSRT STEP HAS ALREADY DROPPED EVERY CITY EVENT AND
      *    PUT THE CLAIM EVENTS IN CITYKEY / RUN-STAMP ORDER.
       01 AUDRECORD.
           05 AUD-ACTION       PIC X(6).
           05 AUD-CITYKEY      PIC A(5).
           05 AUD-CLAIM-DATA.
               10 AUD-CLM-NUMBER     PIC X(10).
               10 AUD-CLM-OLD-AMOUNT PIC 9(7)V99.
               10 AUD-CLM-OLD-DATE   PIC X(10).
               10 AUD-CLM-NEW-AMOUNT PIC 9(7)V99.
               10 AUD-CLM-NEW-DATE   PIC X(10).
               10 AUD-CLM-CITYTYPE   PIC A(5).
               10 FILLER             PIC X(13).
           05 AUD-RUN-STAMP.
               10 AUD-RUN-DATE     PIC 9(8).
               10 AUD-RUN-TIME     PIC 9(6).
               10 AUD-RUN-SEQ      PIC 9(7).
           05 AUD-SOURCE-SYSTEM PIC X(8).
           05 AUD-SUBMITTER     PIC X(8).
           05 AUD-APPROVER      PIC X(8).

       FD GLOUT.

      *    THE GL INTERFACE FILE - HEADER, ONE DEBIT AND ONE CREDIT
      *    LINE PER SOURCE/CITYTYPE/MOVEMENT, TRAILER.
       01 GLHRECORD.
           05 GLH-REC-TYPE      PIC X(1).
           05 GLH-INTERFACE-ID  PIC X(8).
           05 GLH-CYCLE-DATE    PIC 9(8).
           05 GLH-RUN-DATE      PIC 9(8).
           05 GLH-RUN-TIME      PIC 9(6).
      *    "Y" ON THE FIRST (TAKE-ON) FILE.
           05 GLH-TAKEON-SW     PIC X(1).
      *    THE LEDGER'S CLAIM POSITION BEFORE THIS FILE POSTS, AND
      *    THE WATERMARK IT LEAVES BEHIND ONCE RELEASED.
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
      *    CLMADD / CLMINC / CLMDEC / CLMDEL / OPENBL (TAKE-ON).
           05 GLD-MOVEMENT      PIC X(6).
           05 GLD-EVENT-COUNT   PIC 9(7).
           05 FILLER            PIC X(19).
       01 GLTRECORD.
           05 GLT-REC-TYPE      PIC X(1).
           05 GLT-DETAIL-COUNT  PIC 9(7).
           05 GLT-TOTAL-DEBITS  PIC 9(13)V99.
           05 GLT-TOTAL-CREDITS PIC 9(13)V99.
      *    NET CHANGE IN THE CLAIM RESERVE: "+" RAISED, "-" CUT.
           05 GLT-NET-SIGN      PIC X(1).
           05 GLT-NET-MOVEMENT  PIC 9(13)V99.
      *    MEMO: THE CLAIM POSITION ON TONIGHT'S CLAIM EXTRACT.
           05 GLT-EXTRACT-POSITION PIC 9(13)V99.
           05 FILLER            PIC X(11).

       FD GLRPT.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 EOF-SWITCH       PIC X VALUE "N".
           05 CLM-EOF-SWITCH   PIC X VALUE "N".
           05 AUD-EOF-SWITCH   PIC X VALUE "N".
           05 ACCT-EOF-SWITCH  PIC X VALUE "N".
           05 WS-TAKEON-SW     PIC X VALUE "N".
           05 WS-GLOUT-OPEN-SW PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-GLCTL-STATUS  PIC X(2) VALUE "00".
           05 WS-GLACCT-STATUS PIC X(2) VALUE "00".
           05 WS-EXTIN-STATUS  PIC X(2) VALUE "00".
           05 WS-CLMIN-STATUS  PIC X(2) VALUE "00".
           05 WS-AUDIN-STATUS  PIC X(2) VALUE "00".
           05 WS-GLOUT-STATUS  PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-EXT-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-CLM-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-AUD-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-AUD-TAKEN-COUNTER PIC 9(7) VALUE 0.
           05 REC-AUD-OLD-COUNTER   PIC 9(7) VALUE 0.
           05 REC-NOCITY-COUNTER    PIC 9(7) VALUE 0.
           05 REC-DETAIL-COUNTER    PIC 9(7) VALUE 0.
           05 REC-UNMAPPED-COUNTER  PIC 9(7) VALUE 0.

      *    THE WATERMARK COMING IN (FROM THE CONTROL RECORD) AND THE
      *    HIGHEST RUN STAMP SEEN ON THE TRAIL GOING OUT.
       01 WATERMARK-FIELDS.
           05 WS-OLD-WATERMARK PIC X(21) VALUE ZEROS.
           05 WS-NEW-WATERMARK PIC X(21) VALUE ZEROS.
           05 WS-OPEN-POSITION PIC 9(11)V99 VALUE 0.

      *    SOURCE AND CITYTYPE THE CLAIM OR EVENT IN HAND IS BOOKED
      *    UNDER - THE CITY EXTRACT'S VALUES WHEN ITS CITYKEY IS ON
      *    THE EXTRACT, OTHERWISE WHATEVER THE EVENT CARRIES.
       01 ATTRIBUTION-FIELDS.
           05 WS-ATTR-SOURCE PIC X(8).
           05 WS-ATTR-TYPE   PIC X(5).

      *    ONE ROW PER SOURCE SYSTEM / CITYTYPE. MOVEMENT SLOTS:
      *      1 = CLMADD  2 = CLMINC  3 = CLMDEC  4 = CLMDEL
      *      5 = OPENBL (TAKE-ON POSITION)
      *    SLOTS 1, 2 AND 5 RAISE THE RESERVE, 3 AND 4 CUT IT.
       01 JOURNAL-SUMMARY.
           05 WS-GRP-COUNT PIC 9(3) VALUE 0.
           05 WS-GRP-MAX   PIC 9(3) VALUE 200.
           05 WS-GRP-IDX   PIC 9(3) VALUE 0.
           05 WS-MOV-IDX   PIC 9(1) VALUE 0.
           05 GROUP-ENTRY OCCURS 200 TIMES.
               10 WS-GRP-SOURCE    PIC X(8).
               10 WS-GRP-TYPE      PIC X(5).
               10 WS-GRP-EXPENSE   PIC X(12).
               10 WS-GRP-RESERVE   PIC X(12).
               10 WS-GRP-POSITION  PIC 9(11)V99.
               10 WS-GRP-MOVEMENT OCCURS 5 TIMES.
                   15 WS-GRP-MOV-COUNT  PIC 9(7).
                   15 WS-GRP-MOV-AMOUNT PIC 9(11)V99.
           05 WS-MOVEMENT-CODES.
               10 FILLER PIC X(6) VALUE "CLMADD".
               10 FILLER PIC X(6) VALUE "CLMINC".
               10 FILLER PIC X(6) VALUE "CLMDEC".
               10 FILLER PIC X(6) VALUE "CLMDEL".
               10 FILLER PIC X(6) VALUE "OPENBL".
           05 WS-MOVEMENT-CODE REDEFINES WS-MOVEMENT-CODES
                                PIC X(6) OCCURS 5 TIMES.

       01 ACCOUNT-MAP.
           05 WS-ACCT-COUNT PIC 9(3) VALUE 0.
           05 WS-ACCT-MAX   PIC 9(3) VALUE 200.
           05 WS-ACCT-IDX   PIC 9(3) VALUE 0.
           05 ACCT-ENTRY OCCURS 200 TIMES.
               10 WS-ACCT-SOURCE  PIC X(8).
               10 WS-ACCT-TYPE    PIC X(5).
               10 WS-ACCT-EXPENSE PIC X(12).
               10 WS-ACCT-RESERVE PIC X(12).
      *    BEST MATCH SO FAR: 3 = SOURCE AND TYPE, 2 = SOURCE ONLY,
      *    1 = TYPE ONLY, 0 = CATCH-ALL.
           05 WS-ACCT-BEST-IDX   PIC 9(3) VALUE 0.
           05 WS-ACCT-BEST-RANK  PIC 9(1) VALUE 0.
           05 WS-ACCT-RANK       PIC 9(1) VALUE 0.
           05 WS-ACCT-MATCH-SW   PIC X VALUE "N".

       01 JOURNAL-TOTALS.
           05 WS-TOTAL-DEBITS    PIC 9(13)V99 VALUE 0.
           05 WS-TOTAL-CREDITS   PIC 9(13)V99 VALUE 0.
           05 WS-TOTAL-RAISED    PIC 9(13)V99 VALUE 0.
           05 WS-TOTAL-CUT       PIC 9(13)V99 VALUE 0.
           05 WS-NET-MOVEMENT    PIC 9(13)V99 VALUE 0.
           05 WS-NET-SIGN        PIC X(1) VALUE "+".
           05 WS-EXTRACT-POSITION PIC 9(13)V99 VALUE 0.
           05 WS-CHANGE-AMOUNT   PIC 9(7)V99 VALUE 0.

       01 REPORT-WORK-FIELDS.
           05 WS-ED-AMOUNT  PIC Z(12)9.99.
           05 WS-ED-AMOUNT2 PIC Z(12)9.99.
           05 WS-ED-COUNT   PIC Z(6)9.

       01 CONTROL-REPORT-FIELDS.
      *    THE CYCLE THE SCHEDULER PINS WITH CITYCYCL - GL-BALANCE
      *    TIES THE FILE TO THIS CYCLE'S LOADSTP ROW.
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

           OPEN OUTPUT GLRPT.
           MOVE SPACES TO RPTRECORD
           STRING "GL CLAIM JOURNAL INTERFACE - BUILD REPORT"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               "   CYCLE: " WS-CYCLE-DATE
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           PERFORM 110-READ-GL-CONTROL.
           PERFORM 120-LOAD-ACCOUNT-MAP.

           OPEN INPUT EXTIN.
           IF WS-EXTIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CITY EXTRACT FILE STATUS " WS-EXTIN-STATUS
                   " - NO JOURNAL BUILT"
           END-IF.
           OPEN INPUT CLMIN.
           IF WS-CLMIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH CLM-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM EXTRACT FILE STATUS " WS-CLMIN-STATUS
                   " - NO JOURNAL BUILT"
           ELSE
               PERFORM 190-READ-CLAIM-RECORD
           END-IF.
           OPEN INPUT AUDIN.
           IF WS-AUDIN-STATUS NOT = "00"
               MOVE "Y" TO EOF-SWITCH AUD-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "CLAIM EVENT FILE STATUS " WS-AUDIN-STATUS
                   " - NO JOURNAL BUILT"
           ELSE
               PERFORM 180-READ-AUDIT-RECORD
           END-IF.

      *    THE CONTROL RECORD IS OPTIONAL - ITS ABSENCE IS WHAT MAKES
      *    THIS THE TAKE-ON RUN.
       110-READ-GL-CONTROL.
           OPEN INPUT GLCTLIN.
           IF WS-GLCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-TAKEON-SW
           ELSE
               READ GLCTLIN
                   AT END
                       MOVE "Y" TO WS-TAKEON-SW
                   NOT AT END
                       MOVE GLC-WATERMARK TO WS-OLD-WATERMARK
                       MOVE GLC-POSITION TO WS-OPEN-POSITION
               END-READ
               CLOSE GLCTLIN
           END-IF.
           MOVE WS-OLD-WATERMARK TO WS-NEW-WATERMARK.
           MOVE SPACES TO RPTRECORD
           IF WS-TAKEON-SW = "Y"
               STRING "NO GL CONTROL RECORD - TAKE-ON RUN: OPENING"
                   " BALANCES FROM THE CLAIM EXTRACT"
                   DELIMITED BY SIZE INTO RPTRECORD
           ELSE
               MOVE WS-OPEN-POSITION TO WS-ED-AMOUNT
               STRING "LEDGER STANDS AT CYCLE " GLC-CYCLE-DATE
                   "  POSITION " WS-ED-AMOUNT
                   "  EVENTS JOURNALED THROUGH " WS-OLD-WATERMARK
                   DELIMITED BY SIZE INTO RPTRECORD
           END-IF.
           WRITE RPTRECORD.

       120-LOAD-ACCOUNT-MAP.
           OPEN INPUT GLACCT.
           IF WS-GLACCT-STATUS NOT = "00"
               MOVE "Y" TO ACCT-EOF-SWITCH
               DISPLAY "ACCOUNT MAPPING FILE STATUS " WS-GLACCT-STATUS
                   " - EVERY ENTRY WILL BE UNMAPPED"
           END-IF.
           PERFORM UNTIL ACCT-EOF-SWITCH = "Y"
               READ GLACCT
                   AT END
                       MOVE "Y" TO ACCT-EOF-SWITCH
                   NOT AT END
                       IF GLA-SOURCE-SYSTEM NOT = SPACES
                           AND GLA-EXPENSE-ACCT NOT = SPACES
                           AND GLA-RESERVE-ACCT NOT = SPACES
                           PERFORM 121-TAKE-ACCOUNT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-GLACCT-STATUS = "00" OR WS-GLACCT-STATUS = "10"
               CLOSE GLACCT
           END-IF.

       121-TAKE-ACCOUNT-ROW.
           IF WS-ACCT-COUNT < WS-ACCT-MAX
               COMPUTE WS-ACCT-COUNT = WS-ACCT-COUNT + 1
               MOVE GLA-SOURCE-SYSTEM TO WS-ACCT-SOURCE (WS-ACCT-COUNT)
               MOVE GLA-CITYTYPE TO WS-ACCT-TYPE (WS-ACCT-COUNT)
               MOVE GLA-EXPENSE-ACCT TO
                   WS-ACCT-EXPENSE (WS-ACCT-COUNT)
               MOVE GLA-RESERVE-ACCT TO
                   WS-ACCT-RESERVE (WS-ACCT-COUNT)
           ELSE
               DISPLAY "ACCOUNT MAPPING TABLE FULL, ENTRY DROPPED >>> "
                   GLA-SOURCE-SYSTEM " " GLA-CITYTYPE
           END-IF.

       180-READ-AUDIT-RECORD.
           READ AUDIN
               AT END
                   MOVE "Y" TO AUD-EOF-SWITCH
               NOT AT END
                   COMPUTE REC-AUD-READ-COUNTER =
                       REC-AUD-READ-COUNTER + 1
           END-READ.

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
                   PERFORM 210-BOOK-CITY
           END-READ.

      *    ALL THREE INPUTS ARE IN CITYKEY SEQUENCE. EVENTS AND
      *    CLAIMS BELOW THE CITY IN HAND BELONG TO NO EXTRACTED CITY
      *    (A CITY DELETED TONIGHT TAKES ITS CLAIMS WITH IT AS
      *    CLMDEL) AND ARE BOOKED UNDER WHAT THE EVENT ITSELF SAYS;
      *    EQUAL KEYS ARE BOOKED UNDER THE CITY'S SOURCE AND TYPE.
       210-BOOK-CITY.
           PERFORM UNTIL AUD-EOF-SWITCH = "Y"
                   OR AUD-CITYKEY NOT < EXT-CITYKEY
               PERFORM 220-BOOK-UNATTRIBUTED-EVENT
           END-PERFORM.
           PERFORM UNTIL CLM-EOF-SWITCH = "Y"
                   OR CLMIN-CITYKEY NOT < EXT-CITYKEY
               PERFORM 230-BOOK-UNATTRIBUTED-CLAIM
           END-PERFORM.
           MOVE EXT-SOURCE-SYSTEM TO WS-ATTR-SOURCE.
           MOVE EXT-CITYTYPE TO WS-ATTR-TYPE.
           PERFORM UNTIL AUD-EOF-SWITCH = "Y"
                   OR AUD-CITYKEY NOT = EXT-CITYKEY
               PERFORM 240-BOOK-EVENT
               PERFORM 180-READ-AUDIT-RECORD
           END-PERFORM.
           PERFORM UNTIL CLM-EOF-SWITCH = "Y"
                   OR CLMIN-CITYKEY NOT = EXT-CITYKEY
               PERFORM 250-BOOK-CLAIM-POSITION
               PERFORM 190-READ-CLAIM-RECORD
           END-PERFORM.

      *    A CLMDEL FOR A CITY NO LONGER ON THE EXTRACT CARRIES THE
      *    SOURCE AND TYPE ITS CITY HAD WHEN IT LEFT, SO THE REVERSAL
      *    BOOKS AGAINST THE SAME ACCOUNTS AS THE CLAIM DID. ONLY AN
      *    EVENT WITH NO SOURCE ON IT (A CLAIM THAT NEVER HAD A CITY)
      *    FALLS TO "UNKNOWN" AND THE MAPPING TABLE'S CATCH-ALL ROW.
       220-BOOK-UNATTRIBUTED-EVENT.
           MOVE AUD-SOURCE-SYSTEM TO WS-ATTR-SOURCE.
           MOVE AUD-CLM-CITYTYPE TO WS-ATTR-TYPE.
           IF WS-ATTR-SOURCE = SPACES
               MOVE "UNKNOWN" TO WS-ATTR-SOURCE
               MOVE SPACES TO WS-ATTR-TYPE
           END-IF.
           PERFORM 240-BOOK-EVENT.
           PERFORM 180-READ-AUDIT-RECORD.

       230-BOOK-UNATTRIBUTED-CLAIM.
           COMPUTE REC-NOCITY-COUNTER = REC-NOCITY-COUNTER + 1.
           MOVE "UNKNOWN" TO WS-ATTR-SOURCE.
           MOVE SPACES TO WS-ATTR-TYPE.
           PERFORM 250-BOOK-CLAIM-POSITION.
           PERFORM 190-READ-CLAIM-RECORD.

      *    EVENTS AT OR BELOW THE WATERMARK WENT OUT ON AN EARLIER
      *    FILE. ON THE TAKE-ON RUN NO EVENT IS BOOKED - THE OPENING
      *    BALANCES ALREADY INCLUDE THEM - BUT THE WATERMARK STILL
      *    CLIMBS PAST THEM.
       240-BOOK-EVENT.
           IF AUD-RUN-STAMP > WS-NEW-WATERMARK
               MOVE AUD-RUN-STAMP TO WS-NEW-WATERMARK
           END-IF.
           IF AUD-RUN-STAMP NOT > WS-OLD-WATERMARK
               OR WS-TAKEON-SW = "Y"
               COMPUTE REC-AUD-OLD-COUNTER = REC-AUD-OLD-COUNTER + 1
           ELSE
               COMPUTE REC-AUD-TAKEN-COUNTER =
                   REC-AUD-TAKEN-COUNTER + 1
               MOVE 0 TO WS-MOV-IDX
               EVALUATE AUD-ACTION
                   WHEN "CLMADD"
                       MOVE 1 TO WS-MOV-IDX
                       MOVE AUD-CLM-NEW-AMOUNT TO WS-CHANGE-AMOUNT
                   WHEN "CLMDEL"
                       MOVE 4 TO WS-MOV-IDX
                       MOVE AUD-CLM-OLD-AMOUNT TO WS-CHANGE-AMOUNT
                   WHEN "CLMCHG"
                       IF AUD-CLM-NEW-AMOUNT > AUD-CLM-OLD-AMOUNT
                           MOVE 2 TO WS-MOV-IDX
                           COMPUTE WS-CHANGE-AMOUNT =
                               AUD-CLM-NEW-AMOUNT - AUD-CLM-OLD-AMOUNT
                       END-IF
                       IF AUD-CLM-NEW-AMOUNT < AUD-CLM-OLD-AMOUNT
                           MOVE 3 TO WS-MOV-IDX
                           COMPUTE WS-CHANGE-AMOUNT =
                               AUD-CLM-OLD-AMOUNT - AUD-CLM-NEW-AMOUNT
                       END-IF
               END-EVALUATE
      *        A CLMCHG THAT ONLY MOVED THE CLAIM DATE IS NO MONEY.
               IF WS-MOV-IDX > 0
                   PERFORM 260-FIND-GROUP
                   IF WS-GRP-IDX > 0
                       COMPUTE WS-GRP-MOV-COUNT
                           (WS-GRP-IDX, WS-MOV-IDX) =
                           WS-GRP-MOV-COUNT (WS-GRP-IDX, WS-MOV-IDX)
                           + 1
                       COMPUTE WS-GRP-MOV-AMOUNT
                           (WS-GRP-IDX, WS-MOV-IDX) =
                           WS-GRP-MOV-AMOUNT (WS-GRP-IDX, WS-MOV-IDX)
                           + WS-CHANGE-AMOUNT
                   END-IF
               END-IF
           END-IF.

       250-BOOK-CLAIM-POSITION.
           COMPUTE WS-EXTRACT-POSITION =
               WS-EXTRACT-POSITION + CLMIN-AMOUNT.
           PERFORM 260-FIND-GROUP.
           IF WS-GRP-IDX > 0
               COMPUTE WS-GRP-POSITION (WS-GRP-IDX) =
                   WS-GRP-POSITION (WS-GRP-IDX) + CLMIN-AMOUNT
               IF WS-TAKEON-SW = "Y"
                   COMPUTE WS-GRP-MOV-COUNT (WS-GRP-IDX, 5) =
                       WS-GRP-MOV-COUNT (WS-GRP-IDX, 5) + 1
                   COMPUTE WS-GRP-MOV-AMOUNT (WS-GRP-IDX, 5) =
                       WS-GRP-MOV-AMOUNT (WS-GRP-IDX, 5)
                       + CLMIN-AMOUNT
               END-IF
           END-IF.

      *    FINDS OR ADDS THE SUMMARY ROW FOR WS-ATTR-SOURCE /
      *    WS-ATTR-TYPE, RESOLVING ITS ACCOUNTS ON THE WAY IN. AN
      *    OVERFLOW LEAVES WS-GRP-IDX ZERO AND THE FILE UNFIT TO
      *    RELEASE - MONEY WOULD BE MISSING FROM IT.
       260-FIND-GROUP.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   OR (WS-GRP-SOURCE (WS-GRP-IDX) = WS-ATTR-SOURCE
                   AND WS-GRP-TYPE (WS-GRP-IDX) = WS-ATTR-TYPE)
               CONTINUE
           END-PERFORM.
           IF WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-COUNT < WS-GRP-MAX
                   COMPUTE WS-GRP-COUNT = WS-GRP-COUNT + 1
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
                   MOVE WS-ATTR-SOURCE TO WS-GRP-SOURCE (WS-GRP-IDX)
                   MOVE WS-ATTR-TYPE TO WS-GRP-TYPE (WS-GRP-IDX)
                   MOVE 0 TO WS-GRP-POSITION (WS-GRP-IDX)
                   PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                           UNTIL WS-MOV-IDX > 5
                       MOVE 0 TO WS-GRP-MOV-COUNT
                           (WS-GRP-IDX, WS-MOV-IDX)
                       MOVE 0 TO WS-GRP-MOV-AMOUNT
                           (WS-GRP-IDX, WS-MOV-IDX)
                   END-PERFORM
                   PERFORM 270-RESOLVE-ACCOUNTS
               ELSE
                   MOVE 0 TO WS-GRP-IDX
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "JOURNAL SUMMARY TABLE FULL, ENTRY DROPPED"
                       " >>> " WS-ATTR-SOURCE " " WS-ATTR-TYPE
               END-IF
           END-IF.

       270-RESOLVE-ACCOUNTS.
           MOVE 0 TO WS-ACCT-BEST-IDX WS-ACCT-BEST-RANK.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               MOVE "Y" TO WS-ACCT-MATCH-SW
               MOVE 0 TO WS-ACCT-RANK
               IF WS-ACCT-SOURCE (WS-ACCT-IDX) = "*"
                   CONTINUE
               ELSE
                   IF WS-ACCT-SOURCE (WS-ACCT-IDX) = WS-ATTR-SOURCE
                       ADD 2 TO WS-ACCT-RANK
                   ELSE
                       MOVE "N" TO WS-ACCT-MATCH-SW
                   END-IF
               END-IF
               IF WS-ACCT-TYPE (WS-ACCT-IDX) = "*"
                   CONTINUE
               ELSE
                   IF WS-ACCT-TYPE (WS-ACCT-IDX) = WS-ATTR-TYPE
                       ADD 1 TO WS-ACCT-RANK
                   ELSE
                       MOVE "N" TO WS-ACCT-MATCH-SW
                   END-IF
               END-IF
               IF WS-ACCT-MATCH-SW = "Y"
                   AND (WS-ACCT-BEST-IDX = 0
                   OR WS-ACCT-RANK > WS-ACCT-BEST-RANK)
                   MOVE WS-ACCT-IDX TO WS-ACCT-BEST-IDX
                   MOVE WS-ACCT-RANK TO WS-ACCT-BEST-RANK
               END-IF
           END-PERFORM.
           IF WS-ACCT-BEST-IDX > 0
               MOVE WS-ACCT-EXPENSE (WS-ACCT-BEST-IDX)
                   TO WS-GRP-EXPENSE (WS-GRP-IDX)
               MOVE WS-ACCT-RESERVE (WS-ACCT-BEST-IDX)
                   TO WS-GRP-RESERVE (WS-GRP-IDX)
           ELSE
               MOVE "UNMAPPED" TO WS-GRP-EXPENSE (WS-GRP-IDX)
               MOVE "UNMAPPED" TO WS-GRP-RESERVE (WS-GRP-IDX)
           END-IF.

       300-TERMINATE.
      *    WHATEVER IS LEFT ON EITHER FILE SORTS ABOVE THE LAST
      *    EXTRACTED CITY - STILL MONEY, STILL BOOKED.
           PERFORM UNTIL AUD-EOF-SWITCH = "Y"
               PERFORM 220-BOOK-UNATTRIBUTED-EVENT
           END-PERFORM.
           PERFORM UNTIL CLM-EOF-SWITCH = "Y"
               PERFORM 230-BOOK-UNATTRIBUTED-CLAIM
           END-PERFORM.
           IF RETURN-CODE < 12
               PERFORM 310-WRITE-JOURNAL
               PERFORM 330-WRITE-TOTALS
           END-IF.
           DISPLAY "CLAIM EVENTS READ >>>> " REC-AUD-READ-COUNTER.
           DISPLAY "CLAIM EVENTS JOURNALED >>>> " REC-AUD-TAKEN-COUNTER.
           DISPLAY "JOURNAL LINES WRITTEN >>>> " REC-DETAIL-COUNTER.
           IF REC-UNMAPPED-COUNTER > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-EXTIN-STATUS = "00" OR WS-EXTIN-STATUS = "10"
               CLOSE EXTIN
           END-IF.
           IF WS-CLMIN-STATUS = "00" OR WS-CLMIN-STATUS = "10"
               CLOSE CLMIN
           END-IF.
           IF WS-AUDIN-STATUS = "00" OR WS-AUDIN-STATUS = "10"
               CLOSE AUDIN
           END-IF.
           CLOSE GLRPT.

       310-WRITE-JOURNAL.
           OPEN OUTPUT GLOUT.
           IF WS-GLOUT-STATUS NOT = "00"
               MOVE 12 TO RETURN-CODE
               DISPLAY "GL JOURNAL FILE STATUS " WS-GLOUT-STATUS
                   " - NO JOURNAL BUILT"
           ELSE
               MOVE SPACES TO GLHRECORD
               MOVE "H" TO GLH-REC-TYPE
               MOVE "CITYCLMS" TO GLH-INTERFACE-ID
               MOVE WS-CYCLE-DATE TO GLH-CYCLE-DATE
               MOVE WS-RUN-DATE TO GLH-RUN-DATE
               MOVE WS-RUN-TIME (1:6) TO GLH-RUN-TIME
               MOVE WS-TAKEON-SW TO GLH-TAKEON-SW
               MOVE WS-OPEN-POSITION TO GLH-OPEN-POSITION
               MOVE WS-NEW-WATERMARK TO GLH-WATERMARK
               WRITE GLHRECORD
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   PERFORM VARYING WS-MOV-IDX FROM 1 BY 1
                           UNTIL WS-MOV-IDX > 5
                       IF WS-GRP-MOV-AMOUNT (WS-GRP-IDX, WS-MOV-IDX)
                           > 0
                           PERFORM 320-WRITE-ENTRY-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-TOTAL-RAISED < WS-TOTAL-CUT
                   MOVE "-" TO WS-NET-SIGN
                   COMPUTE WS-NET-MOVEMENT =
                       WS-TOTAL-CUT - WS-TOTAL-RAISED
               ELSE
                   MOVE "+" TO WS-NET-SIGN
                   COMPUTE WS-NET-MOVEMENT =
                       WS-TOTAL-RAISED - WS-TOTAL-CUT
               END-IF
               MOVE SPACES TO GLTRECORD
               MOVE "T" TO GLT-REC-TYPE
               MOVE REC-DETAIL-COUNTER TO GLT-DETAIL-COUNT
               MOVE WS-TOTAL-DEBITS TO GLT-TOTAL-DEBITS
               MOVE WS-TOTAL-CREDITS TO GLT-TOTAL-CREDITS
               MOVE WS-NET-SIGN TO GLT-NET-SIGN
               MOVE WS-NET-MOVEMENT TO GLT-NET-MOVEMENT
               MOVE WS-EXTRACT-POSITION TO GLT-EXTRACT-POSITION
               WRITE GLTRECORD
               CLOSE GLOUT
           END-IF.

      *    ONE DEBIT AND ONE CREDIT FOR THE MOVEMENT IN HAND. SLOTS
      *    1, 2 AND 5 RAISE THE RESERVE (DR EXPENSE / CR RESERVE),
      *    SLOTS 3 AND 4 RELEASE IT (DR RESERVE / CR EXPENSE).
       320-WRITE-ENTRY-PAIR.
           IF WS-GRP-EXPENSE (WS-GRP-IDX) = "UNMAPPED"
               COMPUTE REC-UNMAPPED-COUNTER = REC-UNMAPPED-COUNTER + 1
           END-IF.
           MOVE SPACES TO GLDRECORD.
           MOVE "D" TO GLD-REC-TYPE.
           MOVE WS-CYCLE-DATE TO GLD-CYCLE-DATE.
           MOVE WS-GRP-MOV-AMOUNT (WS-GRP-IDX, WS-MOV-IDX)
               TO GLD-AMOUNT.
           MOVE WS-GRP-SOURCE (WS-GRP-IDX) TO GLD-SOURCE-SYSTEM.
           MOVE WS-GRP-TYPE (WS-GRP-IDX) TO GLD-CITYTYPE.
           MOVE WS-MOVEMENT-CODE (WS-MOV-IDX) TO GLD-MOVEMENT.
           MOVE WS-GRP-MOV-COUNT (WS-GRP-IDX, WS-MOV-IDX)
               TO GLD-EVENT-COUNT.
           IF WS-MOV-IDX = 3 OR WS-MOV-IDX = 4
               COMPUTE WS-TOTAL-CUT = WS-TOTAL-CUT + GLD-AMOUNT
               MOVE WS-GRP-RESERVE (WS-GRP-IDX) TO GLD-ACCOUNT
           ELSE
               COMPUTE WS-TOTAL-RAISED = WS-TOTAL-RAISED + GLD-AMOUNT
               MOVE WS-GRP-EXPENSE (WS-GRP-IDX) TO GLD-ACCOUNT
           END-IF.
           MOVE "D" TO GLD-DRCR.
           WRITE GLDRECORD.
           COMPUTE WS-TOTAL-DEBITS = WS-TOTAL-DEBITS + GLD-AMOUNT.
           IF WS-MOV-IDX = 3 OR WS-MOV-IDX = 4
               MOVE WS-GRP-EXPENSE (WS-GRP-IDX) TO GLD-ACCOUNT
           ELSE
               MOVE WS-GRP-RESERVE (WS-GRP-IDX) TO GLD-ACCOUNT
           END-IF.
           MOVE "C" TO GLD-DRCR.
           WRITE GLDRECORD.
           COMPUTE WS-TOTAL-CREDITS = WS-TOTAL-CREDITS + GLD-AMOUNT.
           COMPUTE REC-DETAIL-COUNTER = REC-DETAIL-COUNTER + 2.
           MOVE GLD-AMOUNT TO WS-ED-AMOUNT.
           MOVE GLD-EVENT-COUNT TO WS-ED-COUNT.
           MOVE SPACES TO RPTRECORD
           STRING WS-GRP-SOURCE (WS-GRP-IDX) " "
               WS-GRP-TYPE (WS-GRP-IDX) " " GLD-MOVEMENT " "
               WS-ED-COUNT "  " WS-ED-AMOUNT
               "  EXPENSE " WS-GRP-EXPENSE (WS-GRP-IDX)
               "  RESERVE " WS-GRP-RESERVE (WS-GRP-IDX)
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       330-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-TOTAL-DEBITS TO WS-ED-AMOUNT.
           MOVE WS-TOTAL-CREDITS TO WS-ED-AMOUNT2.
           MOVE SPACES TO RPTRECORD
           STRING "JOURNAL LINES: " REC-DETAIL-COUNTER
               "   DEBITS: " WS-ED-AMOUNT "   CREDITS: " WS-ED-AMOUNT2
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE WS-NET-MOVEMENT TO WS-ED-AMOUNT.
           MOVE WS-EXTRACT-POSITION TO WS-ED-AMOUNT2.
           MOVE SPACES TO RPTRECORD
           STRING "NET RESERVE MOVEMENT: " WS-NET-SIGN WS-ED-AMOUNT
               "   CLAIM EXTRACT POSITION: " WS-ED-AMOUNT2
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIM EVENTS READ: " REC-AUD-READ-COUNTER
               "   JOURNALED: " REC-AUD-TAKEN-COUNTER
               "   ALREADY JOURNALED OR TAKE-ON: " REC-AUD-OLD-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "CLAIMS WITH NO EXTRACTED CITY: " REC-NOCITY-COUNTER
               "   NEW WATERMARK: " WS-NEW-WATERMARK
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           IF REC-UNMAPPED-COUNTER > 0
               MOVE SPACES TO RPTRECORD
               STRING "*** " REC-UNMAPPED-COUNTER
                   " ENTRIES HAVE NO ACCOUNT MAPPING - ADD A ROW TO"
                   " PROD.CITY.GL.ACCOUNTS; FILE NOT RELEASABLE ***"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.

       END PROGRAM GL-JOURNAL.
