       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-RECLASS.
      *    BULK CITYTYPE RECLASSIFICATION. WHEN A TYPE IN
      *    PROD.CITY.TYPE.TABLE REACHES ITS TYPT-EXP-DATE EVERY CITY
      *    STILL CARRYING IT FAILS 215-VALIDATE-CITYTYPE AS E003 THE
      *    SAME NIGHT, SO OPS MOVES THEM ONTO THE REPLACEMENT TYPE
      *    AHEAD OF TIME WITH A MAPPING CARD - OLD TYPE, NEW TYPE,
      *    AND OPTIONALLY ONE SOURCE SYSTEM AND/OR A CITYNAME
      *    PREFIX TO NARROW IT. THE CARD IS SUBMITTED TO THE
      *    APPROVAL QUEUE AS A "K" ITEM (MAINT-APPROVAL) AND THIS
      *    PROGRAM RUNS TWICE IN jcl/CTYAPPR.jcl:
      *      PREVIEW  (RCLPREV) - READS THE PENDING QUEUE AND LISTS,
      *               UNDER EACH "K" ITEM'S ID, EVERY CITY ON THE
      *               MASTER AND EVERY OPEN SUSPENSE ITEM THE MAPPING
      *               WOULD TOUCH, SO THE APPROVER SEES WHAT THEY ARE
      *               SIGNING FOR BEFORE KEYING THE CARD;
      *      GENERATE (RCLGEN)  - READS THE MAPPINGS RELEASED TONIGHT
      *               AND WRITES:
      *                 - A "C" CHANGE TRANSACTION PER MASTER CITY,
      *                   STAMPED WITH THE MAPPING'S SUBMITTER AND
      *                   APPROVER, FOR CTYLOAD'S MAINTSTP - WHICH
      *                   ALSO MAKES THE NEW TYPE A STANDING OVERRIDE
      *                   THAT OUTLIVES THE NIGHTLY REBUILD;
      *                 - A SUSPENSE CORRECTION PER OPEN E003 ITEM FOR
      *                   SUSP-WORKOFF: A TYPE CORRECTION THAT
      *                   RECYCLES A CITY NOT ON THE MASTER, OR A "P"
      *                   CLEAR FOR A CITY THE CHANGE ABOVE FIXES.
      *    THE MODE COMES FROM CITYRCMD IN STDENV (PREVIEW UNLESS
      *    SET TO GENERATE).
      *    RC 4 = A MAPPING WAS REFUSED (NEW TYPE NOT IN FORCE, NOT
      *    RELEASED BY A SECOND ID) OR A TABLE FILLED - SEE THE
      *    REPORT; RC 12 = A FILE WOULD NOT OPEN, NOTHING GENERATED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE RCLPREV AND RCLGEN DD STATEMENTS IN jcl/CTYAPPR.jcl.
           SELECT RCLIN ASSIGN TO RCLIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RCLIN-STATUS.
           SELECT CITYMAST ASSIGN TO CITYMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MAST-CITYKEY
              FILE STATUS IS WS-MAST-STATUS.
           SELECT RCLSUSP ASSIGN TO RCLSUSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSP-STATUS.
           SELECT CITYTYPT ASSIGN TO CITYTYPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TYPT-STATUS.
           SELECT RCLTRAN ASSIGN TO RCLTRAN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TRAN-STATUS.
           SELECT RCLCORR ASSIGN TO RCLCORR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CORR-STATUS.
           SELECT RCLRPT ASSIGN TO RCLRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD RCLIN.

      *    MIRROR OF QINRECORD / RELRCLRECORD IN MAINT-APPROVAL -
      *    THE PENDING QUEUE (PREVIEW) AND TONIGHT'S RELEASES
      *    (GENERATE) SHARE THE LAYOUT; ONLY A RELEASE CARRIES AN
      *    APPROVER. THE QUEUE ALSO HOLDS "T" AND "U" ITEMS, WHICH
      *    ARE SKIPPED.
       01 RCLRECORD.
           05 RCL-ITEM-ID       PIC X(18).
           05 RCL-ITEM-TYPE     PIC X(1).
           05 RCL-SUBMITTER     PIC X(8).
           05 RCL-PAYLOAD.
               10 RCL-OLD-TYPE  PIC A(5).
               10 RCL-NEW-TYPE  PIC A(5).
               10 RCL-SOURCE    PIC X(8).
               10 RCL-NAME-PFX  PIC A(12).
               10 FILLER        PIC X(15).
           05 RCL-APPROVER      PIC X(8).

       FD CITYMAST.

      *    MIRROR OF INRECORD IN READ-FILE-LOCAL. THE KSDS HOLDS
      *    EVERY CITY THE FEED SENT, E003 REJECTS INCLUDED, SO A
      *    CITY ALREADY FAILING ON AN EXPIRED TYPE IS STILL HERE TO
      *    BE CHANGED.
       01 MASTRECORD.
           05 MAST-CITYKEY       PIC A(5).
           05 MAST-CITYNAME      PIC A(12).
           05 MAST-CITYTYPE      PIC A(5).
           05 MAST-CITYCODE      PIC 9(6).
           05 MAST-CITYCODE-X REDEFINES MAST-CITYCODE PIC X(6).
           05 MAST-DATE-AREA     PIC X(16).
           05 MAST-SOURCE-SYSTEM PIC X(8).

       FD RCLSUSP.

      *    MIRROR OF SUSPRECORD IN READ-FILE-LOCAL - ONLY THE CITY
      *    FIELDS, REASON AND SOURCE ARE LOOKED AT.
       01 SUSPINREC.
           05 SUSPIN-CITYKEY     PIC A(5).
           05 SUSPIN-CITYNAME    PIC A(12).
           05 SUSPIN-CITYTYPE    PIC A(5).
           05 SUSPIN-CITYCODE    PIC X(6).
           05 SUSPIN-REASON-CODE PIC X(4).
           05 SUSPIN-REASON-TEXT PIC X(60).
           05 SUSPIN-ENTRY-DATE  PIC 9(8).
           05 SUSPIN-DATE-AREA   PIC X(16).
           05 SUSPIN-CLM-NUMBER  PIC X(10).
           05 SUSPIN-CLM-AMOUNT  PIC X(9).
           05 SUSPIN-SOURCE-SYSTEM PIC X(8).

       FD CITYTYPT.

      *    SAME OPS-MAINTAINED CITY-TYPE REFERENCE DATASET THE LOAD
      *    AND MAINTSTP EDIT AGAINST.
       01 TYPTRECORD.
           05 TYPT-CITYTYPE PIC A(5).
           05 TYPT-EFF-DATE PIC 9(8).
           05 TYPT-EXP-DATE PIC 9(8).
           05 TYPT-DESC     PIC X(20).

       FD RCLTRAN.

      *    MIRROR OF TRANRECORD IN READ-FILE-LOCAL, AS RELEASED BY
      *    MAINT-APPROVAL - CTYAPPR'S TRANCPY APPENDS THESE TO
      *    PROD.CITY.TRANS WITH THE NIGHT'S OTHER RELEASES.
       01 TRANRECORD.
           05 TRAN-ACTION-CODE  PIC X(1).
           05 TRAN-CITYKEY      PIC A(5).
           05 TRAN-CITYNAME     PIC A(12).
           05 TRAN-CITYTYPE     PIC A(5).
           05 TRAN-CITYCODE     PIC 9(6).
           05 TRAN-OVR-EXP-DATE PIC X(8).
           05 TRAN-SUBMITTER    PIC X(8).
           05 TRAN-APPROVER     PIC X(8).

       FD RCLCORR.

      *    MIRROR OF CORRRECORD IN SUSP-WORKOFF.
       01 CORRRECORD.
           05 CORR-CITYKEY  PIC A(5).
           05 CORR-CITYNAME PIC A(12).
           05 CORR-CITYTYPE PIC A(5).
           05 CORR-CITYCODE PIC X(6).
           05 CORR-ACTION   PIC X(1).

       FD RCLRPT.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 RCL-EOF-SWITCH     PIC X VALUE "N".
           05 MAST-EOF-SWITCH    PIC X VALUE "N".
           05 SUSP-EOF-SWITCH    PIC X VALUE "N".
           05 WS-TYPT-EOF-SW     PIC X VALUE "N".
           05 WS-MAST-OPEN-SW    PIC X VALUE "N".
           05 WS-SUSP-OPEN-SW    PIC X VALUE "N".
           05 WS-OUT-OPEN-SW     PIC X VALUE "N".
           05 WS-TYPE-FOUND-SW   PIC X VALUE "N".
           05 WS-ON-MASTER-SW    PIC X VALUE "N".
           05 WS-SKEY-FOUND-SW   PIC X VALUE "N".
           05 WS-SKEY-FULL-SW    PIC X VALUE "N".

       01 FILE-STATUS-FIELDS.
           05 WS-RCLIN-STATUS  PIC X(2) VALUE "00".
           05 WS-MAST-STATUS   PIC X(2) VALUE "00".
           05 WS-SUSP-STATUS   PIC X(2) VALUE "00".
           05 WS-TYPT-STATUS   PIC X(2) VALUE "00".
           05 WS-TRAN-STATUS   PIC X(2) VALUE "00".
           05 WS-CORR-STATUS   PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-RCLIN-READ-COUNTER  PIC 9(7) VALUE 0.
           05 REC-MAST-READ-COUNTER   PIC 9(7) VALUE 0.
           05 REC-SUSP-READ-COUNTER   PIC 9(7) VALUE 0.
           05 REC-TRAN-COUNTER        PIC 9(7) VALUE 0.
           05 REC-CORR-COUNTER        PIC 9(7) VALUE 0.
           05 REC-CLEAR-COUNTER       PIC 9(7) VALUE 0.
           05 REC-SUSP-LEFT-COUNTER   PIC 9(7) VALUE 0.
           05 REC-BAD-CODE-COUNTER    PIC 9(7) VALUE 0.
           05 REC-REFUSED-COUNTER     PIC 9(7) VALUE 0.
           05 REC-OVERFLOW-COUNTER    PIC 9(7) VALUE 0.

      *    PREVIEW UNLESS CITYRCMD SAYS GENERATE - A RUN THAT LOST
      *    ITS STDENV CARD MUST NOT START WRITING TRANSACTIONS.
       01 RUN-MODE-FIELDS.
           05 WS-RCL-MODE       PIC X(8) VALUE SPACES.
           05 WS-GENERATE-SW    PIC X    VALUE "N".
           05 WS-EDIT-DATE      PIC 9(8) VALUE 0.

      *    TONIGHT'S MAPPINGS, IN QUEUE ORDER. WHERE TWO MAPPINGS
      *    COULD BOTH TAKE A CITY THE FIRST ONE WINS, SO A NARROW
      *    CARD (ONE SOURCE, ONE PREFIX) SHOULD BE SUBMITTED AHEAD
      *    OF THE CATCH-ALL FOR THE SAME OLD TYPE.
       01 MAPPING-TABLE.
           05 WS-MAP-COUNT PIC 9(3) VALUE 0.
           05 WS-MAP-MAX   PIC 9(3) VALUE 50.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
               10 WS-MAP-ITEM-ID      PIC X(18).
               10 WS-MAP-SUBMITTER    PIC X(8).
               10 WS-MAP-APPROVER     PIC X(8).
               10 WS-MAP-OLD-TYPE     PIC A(5).
               10 WS-MAP-NEW-TYPE     PIC A(5).
               10 WS-MAP-SOURCE       PIC X(8).
               10 WS-MAP-NAME-PFX     PIC A(12).
               10 WS-MAP-PFX-LEN      PIC 9(2).
               10 WS-MAP-REFUSED-SW   PIC X.
               10 WS-MAP-NOTE         PIC X(40).
               10 WS-MAP-MAST-COUNT   PIC 9(7).
               10 WS-MAP-SUSP-COUNT   PIC 9(7).
           05 WS-MAP-IDX       PIC 9(3) VALUE 0.
           05 WS-MAP-MATCH-IDX PIC 9(3) VALUE 0.
           05 WS-MAP-MAST-IDX  PIC 9(3) VALUE 0.

       01 VALID-CITYTYPES.
           05 WS-CITYTYPE-COUNT PIC 9(3) VALUE 0.
           05 WS-CITYTYPE-MAX   PIC 9(3) VALUE 50.
           05 CITYTYPE-ENTRY OCCURS 50 TIMES.
               10 VALID-CITYTYPE-TBL   PIC A(5).
               10 WS-CITYTYPE-EFF-DATE PIC 9(8).
               10 WS-CITYTYPE-EXP-DATE PIC 9(8).
           05 WS-CITYTYPE-IDX   PIC 9(3) VALUE 0.
           05 WS-FIND-TYPE      PIC A(5).

      *    SUSPENSE IS APPEND-ONLY, SO ONE CITY REJECTED ON SEVERAL
      *    NIGHTS HAS SEVERAL ROWS. ONE CORRECTION COVERS THEM ALL
      *    (SUSP-WORKOFF MATCHES ON CITYKEY) - A SECOND WOULD ONLY
      *    RECYCLE THE CITY TWICE. THE LIMIT MATCHES SUSP-WORKOFF'S
      *    OWN CORRECTION TABLE.
       01 SUSPENSE-KEY-TABLE.
           05 WS-SKEY-COUNT PIC 9(3) VALUE 0.
           05 WS-SKEY-MAX   PIC 9(3) VALUE 500.
           05 WS-SKEY-KEY   PIC A(5) OCCURS 500 TIMES.
           05 WS-SKEY-IDX   PIC 9(3) VALUE 0.

      *    THE CITY BEING TESTED AGAINST THE MAPPINGS - LOADED FROM
      *    A MASTER RECORD OR A SUSPENSE ROW.
       01 MATCH-WORK-FIELDS.
           05 WS-CHK-TYPE      PIC A(5).
           05 WS-CHK-SOURCE    PIC X(8).
           05 WS-CHK-NAME      PIC A(12).
           05 WS-DISPOSITION   PIC X(40).
           05 WS-LINE-TAG      PIC X(8).
           05 WS-PFX-LEN       PIC 9(2).

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
           PERFORM 200-SCAN-MASTER
               UNTIL MAST-EOF-SWITCH = "Y".
           PERFORM 250-SCAN-SUSPENSE
               UNTIL SUSP-EOF-SWITCH = "Y".
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
      *    MAINTSTP EDITS TONIGHT'S TRANSACTIONS ON THE CYCLE DATE,
      *    SO THE NEW TYPE HAS TO BE IN FORCE ON THAT DATE HERE TOO.
           MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
           ACCEPT WS-RCL-MODE FROM ENVIRONMENT "CITYRCMD".
           IF WS-RCL-MODE = "GENERATE"
               MOVE "Y" TO WS-GENERATE-SW
           ELSE
               MOVE "PREVIEW" TO WS-RCL-MODE
           END-IF.

           OPEN OUTPUT RCLRPT.
           MOVE SPACES TO RPTRECORD
           IF WS-GENERATE-SW = "Y"
               STRING "CITYTYPE RECLASSIFICATION - GENERATED "
                   "TRANSACTIONS AND CORRECTIONS"
                   DELIMITED BY SIZE INTO RPTRECORD
           ELSE
               STRING "CITYTYPE RECLASSIFICATION - PREVIEW OF "
                   "PENDING MAPPINGS (NOTHING IS CHANGED)"
                   DELIMITED BY SIZE INTO RPTRECORD
           END-IF
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               "   TYPES EDITED AS OF: " WS-EDIT-DATE
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           PERFORM 110-LOAD-CITYTYPE-TABLE.
           IF RETURN-CODE < 12
               PERFORM 120-LOAD-MAPPINGS
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 140-WRITE-MAPPING-LINES
           END-IF.
           IF RETURN-CODE < 12
               PERFORM 150-OPEN-WORK-FILES
           END-IF.
           IF RETURN-CODE NOT < 12
               MOVE "Y" TO MAST-EOF-SWITCH
               MOVE "Y" TO SUSP-EOF-SWITCH
           END-IF.

      *    AN EMPTY TYPE TABLE WOULD REFUSE EVERY MAPPING - THAT IS
      *    AN OPS ERROR, SO THE RUN STOPS RC=12 THE WAY THE LOAD
      *    DOES.
       110-LOAD-CITYTYPE-TABLE.
           OPEN INPUT CITYTYPT.
           IF WS-TYPT-STATUS NOT = "00"
               MOVE "Y" TO WS-TYPT-EOF-SW
           END-IF.
           PERFORM UNTIL WS-TYPT-EOF-SW = "Y"
               READ CITYTYPT
                   AT END
                       MOVE "Y" TO WS-TYPT-EOF-SW
                   NOT AT END
                       IF WS-CITYTYPE-COUNT < WS-CITYTYPE-MAX
                           COMPUTE WS-CITYTYPE-COUNT =
                               WS-CITYTYPE-COUNT + 1
                           MOVE TYPT-CITYTYPE TO
                               VALID-CITYTYPE-TBL (WS-CITYTYPE-COUNT)
                           MOVE TYPT-EFF-DATE TO
                               WS-CITYTYPE-EFF-DATE
                                   (WS-CITYTYPE-COUNT)
                           MOVE TYPT-EXP-DATE TO
                               WS-CITYTYPE-EXP-DATE
                                   (WS-CITYTYPE-COUNT)
                       ELSE
                           DISPLAY "CITYTYPE TABLE FULL, ENTRY "
                               "DROPPED >>> " TYPT-CITYTYPE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TYPT-STATUS = "00" OR WS-TYPT-STATUS = "10"
               CLOSE CITYTYPT
           END-IF.
           IF WS-CITYTYPE-COUNT = 0
               MOVE 12 TO RETURN-CODE
               DISPLAY "CITYTYPE REFERENCE TABLE EMPTY OR "
                   "UNAVAILABLE - NOTHING RECLASSIFIED"
           END-IF.

       120-LOAD-MAPPINGS.
           OPEN INPUT RCLIN.
           IF WS-RCLIN-STATUS NOT = "00"
               MOVE "Y" TO RCL-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
               DISPLAY "MAPPING INPUT FILE STATUS " WS-RCLIN-STATUS
                   " - NOTHING RECLASSIFIED"
           END-IF.
           PERFORM UNTIL RCL-EOF-SWITCH = "Y"
               READ RCLIN
                   AT END
                       MOVE "Y" TO RCL-EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-RCLIN-READ-COUNTER =
                           REC-RCLIN-READ-COUNTER + 1
                       IF RCL-ITEM-TYPE = "K"
                           PERFORM 125-ADD-MAPPING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RCLIN-STATUS = "00" OR WS-RCLIN-STATUS = "10"
               CLOSE RCLIN
           END-IF.

       125-ADD-MAPPING.
           IF WS-MAP-COUNT < WS-MAP-MAX
               COMPUTE WS-MAP-COUNT = WS-MAP-COUNT + 1
               MOVE RCL-ITEM-ID TO WS-MAP-ITEM-ID (WS-MAP-COUNT)
               MOVE RCL-SUBMITTER TO WS-MAP-SUBMITTER (WS-MAP-COUNT)
               MOVE RCL-APPROVER TO WS-MAP-APPROVER (WS-MAP-COUNT)
               MOVE RCL-OLD-TYPE TO WS-MAP-OLD-TYPE (WS-MAP-COUNT)
               MOVE RCL-NEW-TYPE TO WS-MAP-NEW-TYPE (WS-MAP-COUNT)
               MOVE RCL-SOURCE TO WS-MAP-SOURCE (WS-MAP-COUNT)
               MOVE RCL-NAME-PFX TO WS-MAP-NAME-PFX (WS-MAP-COUNT)
               MOVE 0 TO WS-MAP-MAST-COUNT (WS-MAP-COUNT)
                   WS-MAP-SUSP-COUNT (WS-MAP-COUNT)
               MOVE WS-MAP-COUNT TO WS-MAP-IDX
               PERFORM 130-EDIT-MAPPING
           ELSE
               COMPUTE REC-OVERFLOW-COUNTER = REC-OVERFLOW-COUNTER + 1
               DISPLAY "MAPPING TABLE FULL, ENTRY DROPPED >>> "
                   RCL-ITEM-ID
               MOVE SPACES TO RPTRECORD
               STRING "MAPPING TABLE FULL - ITEM " RCL-ITEM-ID
                   " NOT PROCESSED THIS RUN"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.

      *    A REFUSED MAPPING IS STILL PREVIEWED (THE APPROVER SHOULD
      *    SEE WHY IT WILL NOT GO THROUGH) BUT GENERATES NOTHING.
       130-EDIT-MAPPING.
           MOVE "N" TO WS-MAP-REFUSED-SW (WS-MAP-IDX).
           MOVE SPACES TO WS-MAP-NOTE (WS-MAP-IDX).
           MOVE 0 TO WS-PFX-LEN.
           PERFORM VARYING WS-PFX-LEN FROM 12 BY -1
                   UNTIL WS-PFX-LEN < 1
                   OR WS-MAP-NAME-PFX (WS-MAP-IDX) (WS-PFX-LEN:1)
                       NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-PFX-LEN TO WS-MAP-PFX-LEN (WS-MAP-IDX).
           MOVE WS-MAP-NEW-TYPE (WS-MAP-IDX) TO WS-FIND-TYPE.
           PERFORM 135-FIND-TYPE-IN-FORCE.
           EVALUATE TRUE
               WHEN WS-MAP-OLD-TYPE (WS-MAP-IDX) = SPACES
                   OR WS-MAP-NEW-TYPE (WS-MAP-IDX) = SPACES
                   OR WS-MAP-OLD-TYPE (WS-MAP-IDX) =
                       WS-MAP-NEW-TYPE (WS-MAP-IDX)
                   MOVE "Y" TO WS-MAP-REFUSED-SW (WS-MAP-IDX)
                   MOVE "OLD/NEW CITYTYPE MISSING OR THE SAME"
                       TO WS-MAP-NOTE (WS-MAP-IDX)
      *        THE SAME MAKER-CHECKER TEST MAINTSTP APPLIES - A
      *        RELEASE WITHOUT TWO DISTINCT IDS NEVER CAME THROUGH
      *        THE QUEUE.
               WHEN WS-GENERATE-SW = "Y"
                   AND (WS-MAP-APPROVER (WS-MAP-IDX) = SPACES
                   OR WS-MAP-APPROVER (WS-MAP-IDX) =
                       WS-MAP-SUBMITTER (WS-MAP-IDX))
                   MOVE "Y" TO WS-MAP-REFUSED-SW (WS-MAP-IDX)
                   MOVE "NOT RELEASED BY A SECOND ID"
                       TO WS-MAP-NOTE (WS-MAP-IDX)
               WHEN WS-TYPE-FOUND-SW = "N"
                   MOVE "Y" TO WS-MAP-REFUSED-SW (WS-MAP-IDX)
                   MOVE "NEW CITYTYPE NOT IN FORCE ON EDIT DATE"
                       TO WS-MAP-NOTE (WS-MAP-IDX)
           END-EVALUATE.
           IF WS-MAP-REFUSED-SW (WS-MAP-IDX) = "Y"
               COMPUTE REC-REFUSED-COUNTER = REC-REFUSED-COUNTER + 1
           ELSE
               MOVE WS-MAP-OLD-TYPE (WS-MAP-IDX) TO WS-FIND-TYPE
               PERFORM 135-FIND-TYPE-IN-FORCE
               IF WS-TYPE-FOUND-SW = "Y"
                   MOVE "OLD CITYTYPE STILL IN FORCE - AHEAD OF EXPIRY"
                       TO WS-MAP-NOTE (WS-MAP-IDX)
               ELSE
                   MOVE "OLD CITYTYPE NO LONGER IN FORCE"
                       TO WS-MAP-NOTE (WS-MAP-IDX)
               END-IF
           END-IF.

      *    SAME IN-FORCE TEST AS 215-VALIDATE-CITYTYPE.
       135-FIND-TYPE-IN-FORCE.
           MOVE "N" TO WS-TYPE-FOUND-SW.
           PERFORM VARYING WS-CITYTYPE-IDX FROM 1 BY 1
                   UNTIL WS-CITYTYPE-IDX > WS-CITYTYPE-COUNT
               IF WS-FIND-TYPE = VALID-CITYTYPE-TBL (WS-CITYTYPE-IDX)
                   AND WS-CITYTYPE-EFF-DATE (WS-CITYTYPE-IDX)
                       NOT > WS-EDIT-DATE
                   AND (WS-CITYTYPE-EXP-DATE (WS-CITYTYPE-IDX) = 0
                       OR WS-CITYTYPE-EXP-DATE (WS-CITYTYPE-IDX)
                           NOT < WS-EDIT-DATE)
                   MOVE "Y" TO WS-TYPE-FOUND-SW
               END-IF
           END-PERFORM.

       140-WRITE-MAPPING-LINES.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "MAPPINGS (ITEM-ID / SUBMITTR / APPROVER / OLD -> "
               "NEW / SOURCE / NAME PREFIX / STATUS):"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           IF WS-MAP-COUNT = 0
               MOVE SPACES TO RPTRECORD
               STRING "  NO RECLASSIFICATION MAPPINGS THIS RUN"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE SPACES TO RPTRECORD
               STRING "  " WS-MAP-ITEM-ID (WS-MAP-IDX)
                   " " WS-MAP-SUBMITTER (WS-MAP-IDX)
                   " " WS-MAP-APPROVER (WS-MAP-IDX)
                   " " WS-MAP-OLD-TYPE (WS-MAP-IDX)
                   " -> " WS-MAP-NEW-TYPE (WS-MAP-IDX)
                   " " WS-MAP-SOURCE (WS-MAP-IDX)
                   " " WS-MAP-NAME-PFX (WS-MAP-IDX)
                   DELIMITED BY SIZE INTO RPTRECORD
               IF WS-MAP-REFUSED-SW (WS-MAP-IDX) = "Y"
                   MOVE "REFUSED" TO RPTRECORD (77:7)
               ELSE
                   MOVE "OK" TO RPTRECORD (77:2)
               END-IF
               MOVE WS-MAP-NOTE (WS-MAP-IDX) TO RPTRECORD (85:40)
               WRITE RPTRECORD
           END-PERFORM.

      *    NO USABLE MAPPING MEANS NOTHING TO SCAN - THE RUN ENDS
      *    WITHOUT TOUCHING THE MASTER OR SUSPENSE. THE GENERATED
      *    FILES ARE OPENED REGARDLESS SO TRANCPY AND CORRCPY ALWAYS
      *    FIND THEM WRITTEN, IF EMPTY.
       150-OPEN-WORK-FILES.
           IF WS-GENERATE-SW = "Y"
               OPEN OUTPUT RCLTRAN
               OPEN OUTPUT RCLCORR
               MOVE "Y" TO WS-OUT-OPEN-SW
               IF WS-TRAN-STATUS NOT = "00"
                   OR WS-CORR-STATUS NOT = "00"
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "GENERATED OUTPUT FILE STATUS "
                       WS-TRAN-STATUS "/" WS-CORR-STATUS
                       " - NOTHING RECLASSIFIED"
               END-IF
           END-IF.
           MOVE "N" TO WS-TYPE-FOUND-SW.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-REFUSED-SW (WS-MAP-IDX) = "N"
                   OR WS-GENERATE-SW = "N"
                   MOVE "Y" TO WS-TYPE-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-TYPE-FOUND-SW = "N"
               MOVE "Y" TO MAST-EOF-SWITCH
               MOVE "Y" TO SUSP-EOF-SWITCH
           ELSE
               OPEN INPUT CITYMAST
               IF WS-MAST-STATUS = "00"
                   MOVE "Y" TO WS-MAST-OPEN-SW
               ELSE
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "CITY MASTER FILE STATUS " WS-MAST-STATUS
                       " - NOTHING RECLASSIFIED"
               END-IF
               OPEN INPUT RCLSUSP
               IF WS-SUSP-STATUS = "00"
                   MOVE "Y" TO WS-SUSP-OPEN-SW
               ELSE
                   MOVE 12 TO RETURN-CODE
                   DISPLAY "SUSPENSE FILE STATUS " WS-SUSP-STATUS
                       " - NOTHING RECLASSIFIED"
               END-IF
               MOVE SPACES TO RPTRECORD
               WRITE RPTRECORD
               MOVE SPACES TO RPTRECORD
               STRING "AFFECTED CITIES (WHERE / CITYKEY / CITYNAME / "
                   "SOURCE / OLD -> NEW / ITEM-ID / DISPOSITION):"
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-IF.

       200-SCAN-MASTER.
           READ CITYMAST NEXT RECORD
               AT END
                   MOVE "Y" TO MAST-EOF-SWITCH
               NOT AT END
                   COMPUTE REC-MAST-READ-COUNTER =
                       REC-MAST-READ-COUNTER + 1
                   MOVE MAST-CITYTYPE TO WS-CHK-TYPE
                   MOVE MAST-SOURCE-SYSTEM TO WS-CHK-SOURCE
                   MOVE MAST-CITYNAME TO WS-CHK-NAME
                   PERFORM 210-MATCH-MAPPING
                   IF WS-MAP-MATCH-IDX > 0
                       PERFORM 220-RECLASS-MASTER-CITY
                   END-IF
           END-READ.

      *    FIRST MAPPING WHOSE OLD TYPE, SOURCE (BLANK = ANY) AND
      *    NAME PREFIX (BLANK = ANY) ALL FIT. REFUSED MAPPINGS TAKE
      *    PART IN A PREVIEW ONLY.
       210-MATCH-MAPPING.
           MOVE 0 TO WS-MAP-MATCH-IDX.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-MAP-MATCH-IDX > 0
               IF WS-CHK-TYPE = WS-MAP-OLD-TYPE (WS-MAP-IDX)
                   AND (WS-MAP-REFUSED-SW (WS-MAP-IDX) = "N"
                       OR WS-GENERATE-SW = "N")
                   AND (WS-MAP-SOURCE (WS-MAP-IDX) = SPACES
                       OR WS-MAP-SOURCE (WS-MAP-IDX) = WS-CHK-SOURCE)
                   MOVE WS-MAP-PFX-LEN (WS-MAP-IDX) TO WS-PFX-LEN
                   IF WS-PFX-LEN = 0
                       MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
                   ELSE
                       IF WS-CHK-NAME (1:WS-PFX-LEN) =
                           WS-MAP-NAME-PFX (WS-MAP-IDX) (1:WS-PFX-LEN)
                           MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *    THE CHANGE CARRIES THE CITY'S CURRENT NAME AND CODE, SO
      *    ONLY THE TYPE MOVES. A CITY WHOSE CODE IS NOT NUMERIC
      *    (AN E002 REJECT) WOULD FAIL MAINTSTP'S EDIT ANYWAY - IT
      *    IS REPORTED FOR OPS TO CORRECT BY HAND.
       220-RECLASS-MASTER-CITY.
           COMPUTE WS-MAP-MAST-COUNT (WS-MAP-MATCH-IDX) =
               WS-MAP-MAST-COUNT (WS-MAP-MATCH-IDX) + 1.
           MOVE "MASTER" TO WS-LINE-TAG.
           EVALUATE TRUE
               WHEN MAST-CITYCODE-X NOT NUMERIC
                   COMPUTE REC-BAD-CODE-COUNTER =
                       REC-BAD-CODE-COUNTER + 1
                   MOVE "CITYCODE NOT NUMERIC - CORRECT BY HAND"
                       TO WS-DISPOSITION
               WHEN WS-GENERATE-SW = "Y"
                   MOVE SPACES TO TRANRECORD
                   MOVE "C" TO TRAN-ACTION-CODE
                   MOVE MAST-CITYKEY TO TRAN-CITYKEY
                   MOVE MAST-CITYNAME TO TRAN-CITYNAME
                   MOVE WS-MAP-NEW-TYPE (WS-MAP-MATCH-IDX)
                       TO TRAN-CITYTYPE
                   MOVE MAST-CITYCODE TO TRAN-CITYCODE
                   MOVE WS-MAP-SUBMITTER (WS-MAP-MATCH-IDX)
                       TO TRAN-SUBMITTER
                   MOVE WS-MAP-APPROVER (WS-MAP-MATCH-IDX)
                       TO TRAN-APPROVER
                   WRITE TRANRECORD
                   COMPUTE REC-TRAN-COUNTER = REC-TRAN-COUNTER + 1
                   MOVE "CHANGE TRANSACTION WRITTEN"
                       TO WS-DISPOSITION
               WHEN OTHER
                   MOVE "CHANGE TRANSACTION" TO WS-DISPOSITION
           END-EVALUATE.
           PERFORM 290-WRITE-DETAIL-LINE.

       250-SCAN-SUSPENSE.
           READ RCLSUSP
               AT END
                   MOVE "Y" TO SUSP-EOF-SWITCH
               NOT AT END
                   COMPUTE REC-SUSP-READ-COUNTER =
                       REC-SUSP-READ-COUNTER + 1
      *            CLAIM ROWS CARRY NO CITYTYPE AND ARE NEVER A
      *            RECLASSIFICATION'S BUSINESS.
                   IF SUSPIN-REASON-CODE NOT = "E005"
                       AND SUSPIN-REASON-CODE NOT = "E006"
                       AND SUSPIN-REASON-CODE NOT = "E007"
                       AND SUSPIN-REASON-CODE NOT = "E008"
                       MOVE SUSPIN-CITYTYPE TO WS-CHK-TYPE
                       MOVE SUSPIN-SOURCE-SYSTEM TO WS-CHK-SOURCE
                       MOVE SUSPIN-CITYNAME TO WS-CHK-NAME
                       PERFORM 210-MATCH-MAPPING
                       IF WS-MAP-MATCH-IDX > 0
                           PERFORM 260-RECLASS-SUSPENSE-ROW
                       END-IF
                   END-IF
           END-READ.

      *    WHAT HAPPENS TO AN OPEN ITEM DEPENDS ON WHETHER ITS CITY
      *    IS ON THE MASTER:
      *      - ON IT, TAKEN BY A MAPPING, REJECTED E003 AND WITH A
      *        NUMERIC CITYCODE: TONIGHT'S "C" CHANGE FIXES THE CITY,
      *        SO THE ITEM IS CLEARED ("P") - RECYCLING IT TOO WOULD
      *        FEED THE KEY TWICE;
      *      - ON IT AND TAKEN BY A MAPPING BUT REJECTED FOR SOMETHING
      *        ELSE, OR WITH A CODE 220 WILL NOT CHANGE: NO "C" GOES
      *        OUT FOR IT, SO IT IS LEFT FOR OPS;
      *      - ON IT UNDER SOME OTHER TYPE: LEFT FOR OPS;
      *      - NOT ON IT, REJECTED E003: A TYPE CORRECTION RECYCLES
      *        IT THROUGH THE NEXT LOAD;
      *      - NOT ON IT, REJECTED FOR ANYTHING ELSE: A NEW TYPE
      *        WOULD NOT GET IT THROUGH, SO IT IS LEFT FOR OPS.
       260-RECLASS-SUSPENSE-ROW.
           COMPUTE WS-MAP-SUSP-COUNT (WS-MAP-MATCH-IDX) =
               WS-MAP-SUSP-COUNT (WS-MAP-MATCH-IDX) + 1.
           MOVE WS-MAP-MATCH-IDX TO WS-MAP-MAST-IDX.
           MOVE "SUSPENSE" TO WS-LINE-TAG.
           PERFORM 265-FIND-SUSPENSE-KEY.
           MOVE "N" TO WS-ON-MASTER-SW.
           IF WS-SKEY-FOUND-SW = "N" AND WS-SKEY-FULL-SW = "N"
               MOVE SUSPIN-CITYKEY TO MAST-CITYKEY
               READ CITYMAST RECORD
                   KEY IS MAST-CITYKEY
                   INVALID KEY
                       MOVE "N" TO WS-ON-MASTER-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-MASTER-SW
                       MOVE MAST-CITYTYPE TO WS-CHK-TYPE
                       MOVE MAST-SOURCE-SYSTEM TO WS-CHK-SOURCE
                       MOVE MAST-CITYNAME TO WS-CHK-NAME
                       PERFORM 210-MATCH-MAPPING
               END-READ
           END-IF.
           MOVE SPACES TO WS-DISPOSITION.
           EVALUATE TRUE
               WHEN WS-SKEY-FOUND-SW = "Y"
                   MOVE "SAME CITYKEY ALREADY COVERED ABOVE"
                       TO WS-DISPOSITION
               WHEN WS-SKEY-FULL-SW = "Y"
                   COMPUTE REC-OVERFLOW-COUNTER =
                       REC-OVERFLOW-COUNTER + 1
                   DISPLAY "SUSPENSE KEY TABLE FULL, ENTRY "
                       "DROPPED >>> " SUSPIN-CITYKEY
                   MOVE "KEY TABLE FULL - NOT CORRECTED THIS RUN"
                       TO WS-DISPOSITION
               WHEN WS-ON-MASTER-SW = "Y" AND WS-MAP-MATCH-IDX > 0
                   AND SUSPIN-REASON-CODE = "E003"
                   AND MAST-CITYCODE-X IS NUMERIC
                   MOVE "P" TO CORR-ACTION
                   PERFORM 270-WRITE-CORRECTION
                   COMPUTE REC-CLEAR-COUNTER = REC-CLEAR-COUNTER + 1
                   MOVE "CLEARED - CITY CHANGED ON MASTER"
                       TO WS-DISPOSITION
               WHEN WS-ON-MASTER-SW = "Y" AND WS-MAP-MATCH-IDX > 0
                   AND SUSPIN-REASON-CODE NOT = "E003"
                   COMPUTE REC-SUSP-LEFT-COUNTER =
                       REC-SUSP-LEFT-COUNTER + 1
                   STRING "LEFT OPEN - REJECTED "
                       SUSPIN-REASON-CODE " NOT E003"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN WS-ON-MASTER-SW = "Y" AND WS-MAP-MATCH-IDX > 0
                   COMPUTE REC-SUSP-LEFT-COUNTER =
                       REC-SUSP-LEFT-COUNTER + 1
                   MOVE "LEFT OPEN - MASTER CITYCODE NOT NUMERIC"
                       TO WS-DISPOSITION
               WHEN WS-ON-MASTER-SW = "Y"
                   COMPUTE REC-SUSP-LEFT-COUNTER =
                       REC-SUSP-LEFT-COUNTER + 1
                   STRING "LEFT OPEN - ON MASTER AS " MAST-CITYTYPE
                       DELIMITED BY SIZE INTO WS-DISPOSITION
               WHEN SUSPIN-REASON-CODE = "E003"
                   MOVE SPACE TO CORR-ACTION
                   PERFORM 270-WRITE-CORRECTION
                   COMPUTE REC-CORR-COUNTER = REC-CORR-COUNTER + 1
                   MOVE "TYPE CORRECTED - RECYCLES NEXT LOAD"
                       TO WS-DISPOSITION
               WHEN OTHER
                   COMPUTE REC-SUSP-LEFT-COUNTER =
                       REC-SUSP-LEFT-COUNTER + 1
                   STRING "LEFT OPEN - REJECTED "
                       SUSPIN-REASON-CODE " NOT E003"
                       DELIMITED BY SIZE INTO WS-DISPOSITION
           END-EVALUATE.
           MOVE WS-MAP-MAST-IDX TO WS-MAP-MATCH-IDX.
           MOVE SUSPIN-CITYKEY TO MAST-CITYKEY.
           MOVE SUSPIN-CITYNAME TO MAST-CITYNAME.
           MOVE SUSPIN-SOURCE-SYSTEM TO MAST-SOURCE-SYSTEM.
           MOVE SUSPIN-CITYTYPE TO MAST-CITYTYPE.
           PERFORM 290-WRITE-DETAIL-LINE.

       265-FIND-SUSPENSE-KEY.
           MOVE "N" TO WS-SKEY-FOUND-SW.
           MOVE "N" TO WS-SKEY-FULL-SW.
           PERFORM VARYING WS-SKEY-IDX FROM 1 BY 1
                   UNTIL WS-SKEY-IDX > WS-SKEY-COUNT
               IF WS-SKEY-KEY (WS-SKEY-IDX) = SUSPIN-CITYKEY
                   MOVE "Y" TO WS-SKEY-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-SKEY-FOUND-SW = "N"
               IF WS-SKEY-COUNT < WS-SKEY-MAX
                   COMPUTE WS-SKEY-COUNT = WS-SKEY-COUNT + 1
                   MOVE SUSPIN-CITYKEY TO WS-SKEY-KEY (WS-SKEY-COUNT)
               ELSE
                   MOVE "Y" TO WS-SKEY-FULL-SW
               END-IF
           END-IF.

      *    ONLY THE TYPE IS KEYED - SUSP-WORKOFF KEEPS THE SUSPENSE
      *    ROW'S OWN NAME AND CODE FOR BLANK FIELDS. A PREVIEW
      *    WRITES NOTHING.
       270-WRITE-CORRECTION.
           IF WS-GENERATE-SW = "Y"
               MOVE SUSPIN-CITYKEY TO CORR-CITYKEY
               MOVE SPACES TO CORR-CITYNAME CORR-CITYCODE
               MOVE WS-MAP-NEW-TYPE (WS-MAP-MAST-IDX) TO CORR-CITYTYPE
               WRITE CORRRECORD
           END-IF.

       290-WRITE-DETAIL-LINE.
           MOVE SPACES TO RPTRECORD
           STRING "  " WS-LINE-TAG " " MAST-CITYKEY " " MAST-CITYNAME
               " " MAST-SOURCE-SYSTEM " " MAST-CITYTYPE " -> "
               WS-MAP-NEW-TYPE (WS-MAP-MATCH-IDX)
               " " WS-MAP-ITEM-ID (WS-MAP-MATCH-IDX)
               " " WS-DISPOSITION
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       300-TERMINATE.
           PERFORM 310-WRITE-TOTALS.
           DISPLAY "MAPPINGS READ >>>> " WS-MAP-COUNT.
           DISPLAY "MAPPINGS REFUSED >>>> " REC-REFUSED-COUNTER.
           DISPLAY "CHANGE TRANSACTIONS WRITTEN >>>> " REC-TRAN-COUNTER.
           DISPLAY "SUSPENSE CORRECTIONS WRITTEN >>>> "
               REC-CORR-COUNTER.
           DISPLAY "SUSPENSE CLEARS WRITTEN >>>> " REC-CLEAR-COUNTER.
           IF RETURN-CODE < 4
               AND (REC-REFUSED-COUNTER > 0
                    OR REC-OVERFLOW-COUNTER > 0
                    OR REC-BAD-CODE-COUNTER > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-MAST-OPEN-SW = "Y"
               CLOSE CITYMAST
           END-IF.
           IF WS-SUSP-OPEN-SW = "Y"
               CLOSE RCLSUSP
           END-IF.
           IF WS-OUT-OPEN-SW = "Y"
               CLOSE RCLTRAN
                     RCLCORR
           END-IF.
           CLOSE RCLRPT.

       310-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "TOTALS BY MAPPING (ITEM-ID / OLD -> NEW / MASTER "
               "CITIES / SUSPENSE ROWS):"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE SPACES TO RPTRECORD
               STRING "  " WS-MAP-ITEM-ID (WS-MAP-IDX)
                   " " WS-MAP-OLD-TYPE (WS-MAP-IDX)
                   " -> " WS-MAP-NEW-TYPE (WS-MAP-IDX)
                   " " WS-MAP-MAST-COUNT (WS-MAP-IDX)
                   " " WS-MAP-SUSP-COUNT (WS-MAP-IDX)
                   DELIMITED BY SIZE INTO RPTRECORD
               WRITE RPTRECORD
           END-PERFORM.

           MOVE SPACES TO RPTRECORD
           STRING "MASTER CITIES READ:       " REC-MAST-READ-COUNTER
               "  SUSPENSE ROWS READ: " REC-SUSP-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "CHANGE TRANSACTIONS:      " REC-TRAN-COUNTER
               "  CODE NOT NUMERIC: " REC-BAD-CODE-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "SUSPENSE TYPE CORRECTIONS: " REC-CORR-COUNTER
               "  CLEARS: " REC-CLEAR-COUNTER
               "  LEFT OPEN: " REC-SUSP-LEFT-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "MAPPINGS REFUSED:         " REC-REFUSED-COUNTER
               "  TABLE OVERFLOWS: " REC-OVERFLOW-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       END PROGRAM CITY-RECLASS.
