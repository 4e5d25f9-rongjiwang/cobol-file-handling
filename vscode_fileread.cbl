           SELECT CITYHDTR ASSIGN TO CITYHDTR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HDTR-STATUS.
           SELECT CITYFDCK ASSIGN TO CITYFDCK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FDCK-STATUS.
           SELECT CITYDLM ASSIGN TO CITYDLM
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CITYHIST ASSIGN TO CITYHIST
           SELECT CITYUNDO ASSIGN TO CITYUNDO
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UNDO-STATUS.
      *    STANDING MAINTENANCE OVERRIDES, KEYED ON CITYKEY - SEE
      *    600-REAPPLY-OVERRIDES. FIRST-USE DEFINE IS CTYLOAD'S
      *    OVRDEF STEP.
           SELECT CITYOVR ASSIGN TO CITYOVR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OVR-CITYKEY
              FILE STATUS IS WS-OVR-STATUS.
           SELECT CITYOVRP ASSIGN TO CITYOVRP
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CITYMRGR ASSIGN TO CITYMRGR
              ORGANIZATION IS LINE SEQUENTIAL.
      *    CLAIM STATUS ROWS, KEYED LIKE THE CLAIM MASTER - A MERGE
      *    MOVES EACH CLAIM'S ROW WITH THE CLAIM (474). FIRST-USE
      *    DEFINE IS CTYLOAD'S CLSDEF STEP.
           SELECT CLMSTAT ASSIGN TO CLMSTAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLST-KEY
              FILE STATUS IS WS-CLMSTAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD INFILE.
               10 AUD-CLM-OLD-DATE   PIC X(10).
               10 AUD-CLM-NEW-AMOUNT PIC 9(7)V99.
               10 AUD-CLM-NEW-DATE   PIC X(10).
      *        THE OWNING CITY'S TYPE - STAMPED ON A CLMDEL SO THE
      *        REVERSAL BOOKS WHERE THE CLAIM WAS BOOKED EVEN WHEN
      *        THE CITY HAS LEFT THE EXTRACT TOO (SEE 296).
               10 AUD-CLM-CITYTYPE   PIC A(5).
               10 FILLER             PIC X(13).
      *    MRGOUT (UNDER THE RETIRED KEY) AND MRGIN (UNDER THE
      *    SURVIVING KEY) ARE WRITTEN AS A PAIR BY A MERGE: EACH
      *    NAMES THE OTHER KEY, SO A HISTORY OR AS-OF INQUIRY ON
      *    EITHER ONE CAN FOLLOW THE LINK. THE CITY VALUES ARE THE
      *    KEY'S OWN AT THE MOMENT OF THE MERGE.
           05 AUD-MERGE-DATA REDEFINES AUD-CITY-DATA.
               10 AUD-MRG-NAME        PIC A(12).
               10 AUD-MRG-TYPE        PIC A(5).
               10 AUD-MRG-CODE        PIC 9(6).
               10 AUD-MRG-CLM-DATE    PIC X(10).
               10 AUD-MRG-PARTNER-KEY PIC A(5).
               10 AUD-MRG-CLM-COUNT   PIC 9(5).
               10 AUD-MRG-CLM-AMOUNT  PIC 9(9)V99.
               10 AUD-MRG-COLLISIONS  PIC 9(5).
               10 FILLER              PIC X(7).
      *    RUN IDENTIFICATION STAMPED ON EVERY AUDIT LINE SO THE
      *    HISTORY LOAD CAN KEY EACH EVENT TO THE RUN THAT WROTE IT
      *    AND TWO RUNS ON THE SAME DAY STAY DISTINGUISHABLE.
           05 AUD-RUN-TIME     PIC 9(6).
           05 AUD-RUN-SEQ      PIC 9(7).
      *    APPENDED AFTER THE RUN STAMP SO CTYUNDO'S SORT AND
      *    JOIN COLUMNS NEVER MOVE.
           05 AUD-SOURCE-SYSTEM PIC X(8).
      *    MAKER-CHECKER IDS OF THE RELEASED ITEM BEHIND THE EVENT -
      *    THE CITYTRAN TRANSACTION OR BACKOUT REQUEST THAT WAS
      *    SUBMITTED UNDER ONE ID AND APPROVED UNDER ANOTHER ON THE
      *    APPROVAL QUEUE (MAINT-APPROVAL, jcl/CTYAPPR.jcl). LOAD
      *    AND CLAIM EVENTS COME FROM THE FEED AND LEAVE THEM BLANK.
           05 AUD-SUBMITTER     PIC X(8).
           05 AUD-APPROVER      PIC X(8).

       FD CITYTRAN.

           05 TRAN-ACTION-CODE PIC X(1).
           05 TRAN-CITYKEY     PIC A(5).
           05 TRAN-CITYNAME    PIC A(12).
      *    AN "M" (MERGE) LINE RETIRES TRAN-CITYKEY INTO THE CITY
      *    KEYED IN THE FIRST FIVE BYTES OF THE NAME SLOT; THE
      *    REST OF THE LINE IS NOT USED.
           05 TRAN-MERGE-DATA REDEFINES TRAN-CITYNAME.
               10 TRAN-SURVIVOR-KEY PIC A(5).
               10 FILLER            PIC X(7).
           05 TRAN-CITYTYPE    PIC A(5).
           05 TRAN-CITYCODE    PIC 9(6).
      *    OPTIONAL LAST DAY THE CORRECTION IS TO STAND (CCYYMMDD).
      *    LEFT BLANK - AS ON EVERY OLDER, SHORTER TRANSACTION LINE -
      *    THE OVERRIDE STANDS UNTIL AN "R" TRANSACTION RETIRES IT.
           05 TRAN-OVR-EXP-DATE PIC 9(8).
      *    STAMPED BY MAINT-APPROVAL WHEN A SECOND ID RELEASES THE
      *    TRANSACTION FROM THE APPROVAL QUEUE - PROD.CITY.TRANS IS
      *    ONLY EVER WRITTEN BY CTYAPPR. A LINE WITHOUT BOTH IDS, OR
      *    APPROVED BY ITS OWN SUBMITTER, NEVER WENT THROUGH THE
      *    QUEUE AND IS REFUSED (SEE 410-APPLY-ONE-TRANSACTION).
           05 TRAN-SUBMITTER    PIC X(8).
           05 TRAN-APPROVER     PIC X(8).

       FD CITYHDTR.

               10 HDTR-HASH-TOTAL PIC 9(12).
               10 FILLER          PIC X(26).

       FD CITYFDCK.

      *    PER-SOURCE DECISIONS FROM FEED-CHECK (CTYLOAD'S FEEDCHK
      *    STEP), WHICH HOLDS TONIGHT'S HEADERS UP AGAINST THE
      *    SOURCE REGISTRY AND FEED CALENDAR: "LOAD", "NOTDUE" (NO
      *    FEED WAS DUE), "CARRY" (DUE BUT MISSING OR LATE, POLICY
      *    SAYS CARRY), "HOLD" (POLICY SAYS HOLD THE LOAD) OR
      *    "NONE" (RETIRED SOURCE), FOLLOWED BY AN "*END" ROW.
       01 FDCKRECORD.
           05 FDCK-SOURCE-SYSTEM PIC X(8).
           05 FDCK-DECISION      PIC X(6).
           05 FDCK-STATUS        PIC X(12).
           05 FDCK-HDR-DATE      PIC 9(8).
           05 FDCK-CYCLE-DATE    PIC 9(8).
           05 FDCK-TEXT          PIC X(38).

       FD CITYDLM.

      *    DISPLAY-ONLY COMPANION TO OUTFILE FOR THE WAREHOUSE AND
               10 HIST-CLM-NEW-AMOUNT PIC 9(7)V99.
               10 HIST-CLM-NEW-DATE   PIC X(10).
               10 FILLER              PIC X(18).
           05 HIST-MERGE-DATA REDEFINES HIST-CITY-DATA.
               10 HIST-MRG-NAME        PIC A(12).
               10 HIST-MRG-TYPE        PIC A(5).
               10 HIST-MRG-CODE        PIC 9(6).
               10 HIST-MRG-CLM-DATE    PIC X(10).
               10 HIST-MRG-PARTNER-KEY PIC A(5).
               10 HIST-MRG-CLM-COUNT   PIC 9(5).
               10 HIST-MRG-CLM-AMOUNT  PIC 9(9)V99.
               10 HIST-MRG-COLLISIONS  PIC 9(5).
               10 FILLER               PIC X(7).
           05 HIST-SOURCE-SYSTEM PIC X(8).
      *    WHO SUBMITTED AND WHO APPROVED THE CHANGE - CARRIED
      *    STRAIGHT ACROSS FROM AUD-SUBMITTER/AUD-APPROVER. ROWS
      *    LOADED BEFORE THE IDS EXISTED READ BACK BLANK.
           05 HIST-SUBMITTER     PIC X(8).
           05 HIST-APPROVER      PIC X(8).

       FD CITYHSRP.


       FD CITYUNDO.

      *    THE BAD RUNS' AUDIT RECORDS, EXTRACTED FROM THE TRAIL BY
      *    RUN DATE/TIME AND SORTED INTO DESCENDING SEQUENCE BY
      *    CTYUNDO'S EXTSTP, SO EACH RUN UNWINDS LAST-ACTION-FIRST.
      *    SAME LAYOUT AS AUDRECORD, EXCEPT THAT EXTSTP'S JOIN
      *    AGAINST THE RELEASED BACKOUT REQUESTS OVERLAYS THE LAST
      *    SIXTEEN BYTES: UNDO-SUBMITTER/UNDO-APPROVER ARE THE IDS ON
      *    THE BACKOUT REQUEST, NOT ON THE EVENT BEING REVERSED.
       01 UNDORECORD.
           05 UNDO-ACTION       PIC X(6).
           05 UNDO-CITYKEY      PIC A(5).
           05 UNDO-RUN-TIME     PIC 9(6).
           05 UNDO-RUN-SEQ      PIC 9(7).
           05 UNDO-SOURCE-SYSTEM PIC X(8).
           05 UNDO-SUBMITTER     PIC X(8).
           05 UNDO-APPROVER      PIC X(8).

       FD CITYOVR.

      *    ONE ROW PER CITYKEY A MAINTENANCE TRANSACTION HAS
      *    CORRECTED. BLDSTP REBUILDS THE MASTER STRAIGHT FROM THE
      *    FEED EVERY NIGHT, SO WITHOUT THIS ROW THE SOURCE SYSTEM'S
      *    BAD VALUE COMES BACK THE NEXT MORNING. OVR-ACTION IS THE
      *    MAINTENANCE ACTION THE OVERRIDE CAME FROM: "A"/"C" = THE
      *    CITY STANDS WITH THE OVERRIDE VALUES, "D" = THE CITY
      *    STAYS OFF THE MASTER, "M" = THE CITY WAS MERGED INTO
      *    OVR-MERGE-KEY - IT STAYS OFF THE MASTER AND CTYLOAD'S
      *    CLMRKY STEP FILES ITS FEED CLAIMS UNDER THE SURVIVING
      *    KEY. OVR-STATUS: "A" = ACTIVE, "R" =
      *    RETIRED BY AN "R" TRANSACTION OR A BACKOUT, "X" = RAN
      *    PAST ITS EXPIRY DATE. RETIRED AND EXPIRED ROWS STAY ON
      *    THE FILE WITH THEIR END DATE AS THE RECORD OF WHEN THE
      *    FEED WAS ALLOWED BACK.
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

       FD CITYOVRP.

       01 OVRPRECORD PIC X(132).

       FD CITYMRGR.

       01 MRGRRECORD PIC X(132).

       FD CLMSTAT.

      *    SAME LAYOUT AS CLAIM-STATUS'S CLSTRECORD. ONLY THE KEY IS
      *    TOUCHED HERE; THE REST OF THE ROW MOVES AS IT STANDS.
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

       WORKING-STORAGE SECTION.

           05 WS-CKPT-STATUS   PIC X(2) VALUE "00".
           05 WS-PRIOR-STATUS  PIC X(2) VALUE "00".
           05 WS-HDTR-STATUS   PIC X(2) VALUE "00".
           05 WS-FDCK-STATUS   PIC X(2) VALUE "00".
           05 WS-HIST-STATUS   PIC X(2) VALUE "00".
           05 WS-TYPT-STATUS   PIC X(2) VALUE "00".
           05 WS-CLMPRI-STATUS PIC X(2) VALUE "00".
           05 WS-CLMMAST-STATUS PIC X(2) VALUE "00".
           05 WS-CLMSTAT-STATUS PIC X(2) VALUE "00".
           05 WS-CCTL-STATUS   PIC X(2) VALUE "00".

       01 AUDIT-FIELDS.
           05 PRIOR-EOF-SWITCH   PIC X VALUE "N".
           05 WS-AUD-SEQ         PIC 9(7) VALUE 0.
      *    MAKER-CHECKER IDS STAMPED ON EVERY AUDIT ROW BY 239 - SET
      *    FROM THE RELEASED TRANSACTION (410) OR BACKOUT REQUEST
      *    (510) BEFORE ITS EVENTS ARE WRITTEN, BLANK IN LOAD MODE.
           05 WS-AUD-SUBMITTER   PIC X(8) VALUE SPACES.
           05 WS-AUD-APPROVER    PIC X(8) VALUE SPACES.
           05 REC-ADD-COUNTER    PIC 9(7) VALUE 0.
           05 REC-CHANGE-COUNTER PIC 9(7) VALUE 0.
           05 REC-DELETE-COUNTER PIC 9(7) VALUE 0.
           05 TRAN-EOF-SWITCH           PIC X    VALUE "N".
           05 REC-TRAN-APPLIED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-TRAN-REJECTED-COUNTER PIC 9(7) VALUE 0.
      *    SUBSET OF THE REJECTS ABOVE - LINES THAT REACHED CITYTRAN
      *    WITHOUT A SECOND-ID RELEASE FROM THE APPROVAL QUEUE.
           05 REC-TRAN-UNAPPROVED-COUNTER PIC 9(7) VALUE 0.
      *    ONLY EDIT FAILURES REACH SUSPENSE - A KEY-NOT-FOUND OR
      *    UNKNOWN-ACTION REJECT NEVER WRITES A ROW, SO THE CYCLE
      *    TIE-OUT NEEDS ITS OWN COUNT OF ACTUAL SUSPENSE ADDS.
           05 WS-TYPT-EOF-SW        PIC X    VALUE "N".
           05 WS-TYPE-EDIT-DATE     PIC 9(8) VALUE 0.

      *    CITYTYPE EXPIRY LOOK-AHEAD ON THE CONTROL REPORT - TYPES
      *    RUNNING OUT WITHIN WS-LOOKAHEAD-DAYS OF THE EDIT DATE, SO
      *    OPS CAN RECLASSIFY (CTYAPPR "K" MAPPING) BEFORE THE CITIES
      *    START FAILING E003.
       01 CITYTYPE-LOOKAHEAD-FIELDS.
           05 WS-LOOKAHEAD-DAYS     PIC 9(3) VALUE 30.
           05 WS-LOOKAHEAD-DATE     PIC 9(8) VALUE 0.
           05 WS-LOOKAHEAD-INT      PIC 9(7) VALUE 0.
           05 WS-LOOKAHEAD-CITIES   PIC 9(7) VALUE 0.
           05 WS-LOOKAHEAD-LINES    PIC 9(3) VALUE 0.
           05 WS-LOOKAHEAD-IDX      PIC 9(3) VALUE 0.
           05 WS-LOOKAHEAD-RENEW-SW PIC X    VALUE "N".

      *    FEED BALANCING WORK AREA. THE HASH TOTAL IS A SUM OF
      *    CITYCODE TRUNCATED TO 12 DIGITS - THE SOURCE SYSTEM
      *    TRUNCATES THE SAME WAY, SO OVERFLOW ON BOTH SIDES NETS
               10 WS-SRC-HASH       PIC 9(12).
               10 WS-SRC-SKIP-SW    PIC X.
               10 WS-SRC-FAIL-SW    PIC X.
      *            "P" = CARRIED BECAUSE NO FEED WAS DUE, "U" =
      *            CARRIED BECAUSE A DUE FEED IS MISSING OR LATE.
               10 WS-SRC-CARRY-SW   PIC X.
           05 WS-SRC-IDX          PIC 9(2) VALUE 0.
           05 WS-SRC-MATCH-IDX    PIC 9(2) VALUE 0.
           05 WS-SRC-LAST-HDR-IDX PIC 9(2) VALUE 0.
           05 WS-SRC-HOLD-IDX     PIC 9(2) VALUE 0.
           05 WS-SRC-FIND-ID      PIC X(8) VALUE SPACES.
           05 WS-ANY-SKIP-SW      PIC X    VALUE "N".
           05 WS-ANY-CARRY-SW     PIC X    VALUE "N".
           05 WS-FEED-HOLD-SW     PIC X    VALUE "N".
           05 WS-FDCK-EOF-SW      PIC X    VALUE "N".
           05 WS-FDCK-END-SW      PIC X    VALUE "N".
           05 REC-SOURCE-SKIPPED-COUNTER PIC 9(7) VALUE 0.
           05 REC-SOURCE-CARRIED-COUNTER PIC 9(7) VALUE 0.
           05 REC-CLM-SKIPPED-COUNTER    PIC 9(7) VALUE 0.
           05 REC-CLM-CARRIED-COUNTER    PIC 9(7) VALUE 0.
      *    HOLD THE IN-FLIGHT OUTPUT AND MASTER RECORDS WHILE A
      *    SKIPPED SOURCE'S PRIOR ROW IS CARRIED THROUGH THE SAME
      *    RECORD AREAS MID-SWEEP (SEE 223-CARRY-PRIOR-CITY).
           05 WS-HOLD-OUTRECORD   PIC X(62) VALUE SPACES.
           05 WS-HOLD-INRECORD    PIC X(52) VALUE SPACES.
           05 WS-HOLD-INFILE-STATUS PIC X(2) VALUE "00".
           05 REC-CARRY-MASTER-FAIL-COUNTER PIC 9(7) VALUE 0.
      *    THE CITY WHOSE PRIOR CLAIMS ARE BEING DROPPED AS CLMDEL
      *    AND THE SOURCE AND TYPE THEY ARE BOOKED UNDER (SEE 234).
           05 WS-CLMDEL-CITYKEY   PIC A(5) VALUE SPACES.
           05 WS-CLMDEL-SOURCE    PIC X(8) VALUE SPACES.
           05 WS-CLMDEL-TYPE      PIC A(5) VALUE SPACES.

       01 LOOKUP-WORK-FIELDS.
           05 WS-LOOKUP-SCAN-EOF-SW PIC X    VALUE "N".

      *    THE RECONSTRUCTED STATE OF ONE CITY WHILE ITS HISTORY
      *    EVENTS REPLAY IN KEY (= CHRONOLOGICAL) ORDER. THE EXISTS
      *    SWITCH IS FOUR-WAY: "N" = NO EVENT ON OR BEFORE THE
      *    AS-OF DATE HAS TOUCHED THE CITY YET, "Y" = THE CITY
      *    STOOD ON THE MASTER, "D" = ITS LAST EVENT WAS A DELETE,
      *    "M" = ITS LAST EVENT MERGED IT INTO WS-ASOF-MRG-PARTNER,
      *    WHOSE STATE IS REPLAYED NEXT (UP TO WS-ASOF-HOP-MAX
      *    LINKS, IN CASE A SURVIVOR WAS ITSELF MERGED LATER).
       01 ASOF-WORK-FIELDS.
           05 WS-ASOF-DATE          PIC 9(8) VALUE 0.
           05 WS-ASOF-EXISTS-SW     PIC X    VALUE "N".
           05 WS-ASOF-SOURCE        PIC X(8)  VALUE SPACES.
           05 WS-ASOF-DEL-DATE      PIC 9(8)  VALUE 0.
           05 WS-ASOF-CUR-CITYKEY   PIC A(5)  VALUE SPACES.
           05 WS-ASOF-MRG-PARTNER   PIC A(5)  VALUE SPACES.
           05 WS-ASOF-MRGIN-COUNT   PIC 9(3)  VALUE 0.
           05 WS-ASOF-MRGIN-KEY     PIC A(5)  VALUE SPACES.
           05 WS-ASOF-MRGIN-DATE    PIC 9(8)  VALUE 0.
           05 WS-ASOF-FOLLOW-SW     PIC X     VALUE "N".
           05 WS-ASOF-FOLLOW-KEY    PIC A(5)  VALUE SPACES.
           05 WS-ASOF-HOP-COUNT     PIC 9(2)  VALUE 0.
           05 WS-ASOF-HOP-MAX       PIC 9(2)  VALUE 10.
           05 REC-ASOF-REBUILT-COUNTER PIC 9(7) VALUE 0.

       01 DUPLICATE-CHECK-FIELDS.
      *      4 = SOMETHING WAS REJECTED OR DUPLICATED
      *      8 = REJECTS OVER THE CITYRJLM THRESHOLD, OR THE RUN
      *          FAILED FEED BALANCING
      *     12 = BAD FILE STATUS ON INFILE/CITYCKPT/CITYTRAN/CITYOVR
      *    WS-JOB-RC ONLY EVER RATCHETS UP (970-RAISE-RC) SO A LATE
      *    MINOR CONDITION CANNOT MASK AN EARLIER SEVERE ONE.
       01 RETURN-CODE-FIELDS.
           05 UNDO-EOF-SWITCH           PIC X    VALUE "N".
           05 REC-UNDO-APPLIED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-UNDO-REJECTED-COUNTER PIC 9(7) VALUE 0.
           05 REC-UNDO-UNAPPROVED-COUNTER PIC 9(7) VALUE 0.

      *    STANDING-OVERRIDE WORK AREA. WS-OVR-DATE IS THE CYCLE
      *    DATE (RUN DATE WHEN CITYCYCL IS UNSET) STAMPED ON EVERY
      *    OVERRIDE ROW AND TESTED AGAINST ITS EXPIRY - KEPT APART
      *    FROM WS-CYCLE-DATE SO MAINTENANCE MODE'S TYPE EDITS STAY
      *    ON THE RUN DATE.
       01 OVERRIDE-FIELDS.
           05 WS-OVR-STATUS          PIC X(2) VALUE "00".
           05 WS-OVR-OPEN-SW         PIC X    VALUE "N".
           05 OVR-EOF-SWITCH         PIC X    VALUE "N".
           05 WS-OVR-FOUND-SW        PIC X    VALUE "N".
           05 WS-OVR-FEED-SW         PIC X    VALUE "N".
           05 WS-OVR-DATE            PIC 9(8) VALUE 0.
           05 WS-OVR-DATE-X REDEFINES WS-OVR-DATE PIC X(8).
           05 WS-OVR-TRAN-ACTION     PIC X(1) VALUE SPACES.
           05 WS-OVR-DISPOSITION     PIC X(36) VALUE SPACES.
           05 WS-OVR-FEED-NAME       PIC A(12) VALUE SPACES.
           05 WS-OVR-FEED-TYPE       PIC A(5)  VALUE SPACES.
           05 WS-OVR-FEED-CODE       PIC 9(6)  VALUE 0.
           05 REC-OVR-READ-COUNTER      PIC 9(7) VALUE 0.
           05 REC-OVR-REAPPLIED-COUNTER PIC 9(7) VALUE 0.
           05 REC-OVR-READDED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-OVR-MATCHED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-OVR-EXPIRED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-OVR-UNAPPLIED-COUNTER PIC 9(7) VALUE 0.
           05 REC-OVR-RECORDED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-OVR-RETIRED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-OVR-FAILED-COUNTER    PIC 9(7) VALUE 0.

      *    OVERRIDES THAT COULD NOT BE WRITTEN BACK. MAINT LISTS THE
      *    FIRST 50 BY KEY AND ACTION ON ITS CONTROL REPORT (311),
      *    WHICH IS ONLY HEADED UP AT TERMINATE; OVRD PRINTS EACH
      *    ONE ON THE CONFLICT REPORT AS IT HAPPENS. EITHER WAY THE
      *    STEP ENDS RC 8 - A MASTER CHANGE WHOSE OVERRIDE WAS LOST
      *    IS UNDONE BY THE NEXT BLDSTP.
       01 OVERRIDE-FAIL-TABLE.
           05 WS-OVRF-COUNT  PIC 9(2) VALUE 0.
           05 WS-OVRF-MAX    PIC 9(2) VALUE 50.
           05 WS-OVRF-IDX    PIC 9(2) VALUE 0.
           05 WS-OVRF-ENTRY OCCURS 50 TIMES.
               10 WS-OVRF-CITYKEY PIC A(5).
               10 WS-OVRF-ACTION  PIC X(1).
               10 WS-OVRF-STATUS  PIC X(2).
           05 WS-OVRF-WHAT   PIC X(20) VALUE SPACES.

      *    CITY MERGE WORK AREA (SEE 470-APPLY-MERGE). THE RETIRED
      *    CITY'S VALUES ARE HELD IN MAINT-AUDIT-WORK LIKE A DELETE'S;
      *    THE SURVIVOR'S ARE HELD HERE. WS-MRG-HOLD-CLAIM KEEPS THE
      *    CLAIM BEING MOVED WHILE THE CLAIM MASTER RECORD AREA IS
      *    REUSED FOR THE WRITE UNDER THE NEW KEY; WS-MRG-HOLD-
      *    STATUS DOES THE SAME FOR ITS CLAIM STATUS ROW.
       01 MERGE-FIELDS.
           05 WS-MRG-VALID-SW        PIC X    VALUE "Y".
           05 WS-CLMSTAT-OPEN-SW     PIC X    VALUE "N".
           05 WS-MRG-SCAN-EOF-SW     PIC X    VALUE "N".
           05 WS-MRG-OLD-KEY         PIC A(5)  VALUE SPACES.
           05 WS-MRG-SURV-KEY        PIC A(5)  VALUE SPACES.
           05 WS-MRG-SURV-NAME       PIC A(12) VALUE SPACES.
           05 WS-MRG-SURV-TYPE       PIC A(5)  VALUE SPACES.
           05 WS-MRG-SURV-CODE       PIC 9(6)  VALUE 0.
           05 WS-MRG-SURV-CLM-DATE   PIC X(10) VALUE SPACES.
           05 WS-MRG-REASON          PIC X(36) VALUE SPACES.
           05 WS-MRG-HOLD-CLAIM.
               10 WS-MRG-HOLD-KEY.
                   15 WS-MRG-HOLD-CITYKEY PIC A(5).
                   15 WS-MRG-HOLD-NUMBER  PIC X(10).
               10 WS-MRG-HOLD-AMOUNT   PIC 9(7)V99.
               10 WS-MRG-HOLD-CLM-DATE PIC X(10).
               10 FILLER               PIC X(6).
           05 WS-MRG-HOLD-STATUS     PIC X(80) VALUE SPACES.
           05 WS-MRG-PAIR-COUNT      PIC 9(5)  VALUE 0.
           05 WS-MRG-PAIR-AMOUNT     PIC 9(9)V99 VALUE 0.
           05 WS-MRG-PAIR-COLLISIONS PIC 9(5)  VALUE 0.
           05 WS-MRG-AMOUNT-ED       PIC Z(8)9.99.
           05 WS-MRG-SURV-AMOUNT-ED  PIC Z(8)9.99.
           05 REC-MRG-APPLIED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-MRG-CLM-MOVED-COUNTER PIC 9(7) VALUE 0.
           05 REC-MRG-COLLISION-COUNTER PIC 9(7) VALUE 0.
           05 REC-MRG-CLST-MOVED-COUNTER PIC 9(7) VALUE 0.
           05 WS-MRG-TOTAL-AMOUNT    PIC 9(11)V99 VALUE 0.
           05 WS-MRG-TOTAL-AMOUNT-ED PIC Z(10)9.99.

      *    KEYS WHOSE HISTORY ONE HIST REQUEST PRINTS - THE
      *    REQUESTED KEY FIRST, THEN EVERY KEY A MERGE EVENT LINKS
      *    IT TO, SO A RETIRED KEY AND ITS SURVIVOR ANSWER WITH THE
      *    SAME COMBINED HISTORY WHICHEVER ONE IS ASKED FOR.
       01 HISTORY-LINK-TABLE.
           05 WS-HLINK-COUNT PIC 9(2) VALUE 0.
           05 WS-HLINK-MAX   PIC 9(2) VALUE 10.
           05 WS-HLINK-KEY   PIC A(5) OCCURS 10 TIMES.
           05 WS-HLINK-IDX   PIC 9(2) VALUE 0.
           05 WS-HLINK-FIND-IDX PIC 9(2) VALUE 0.
           05 WS-HLINK-FOUND-SW PIC X VALUE "N".
           05 WS-HIST-SCAN-KEY  PIC A(5) VALUE SPACES.

       01 CLAIM-FIELDS.
           05 WS-CLM-STATUS           PIC X(2) VALUE "00".
      *            FRESH AUDIT TRAIL OF THE BACKOUT ITSELF.
                   PERFORM 500-APPLY-BACKOUTS
                       UNTIL UNDO-EOF-SWITCH = "Y"
               WHEN "OVRD"
      *            STANDING OVERRIDES: PUT EVERY ACTIVE MAINTENANCE
      *            CORRECTION BACK ON THE FRESHLY REBUILT MASTER AND
      *            REPORT WHERE THE FEED NOW DISAGREES OR AGREES.
                   PERFORM 600-REAPPLY-OVERRIDES
                       UNTIL OVR-EOF-SWITCH = "Y"
               WHEN OTHER
                   PERFORM 200-PROCESS-RECORDS
                       UNTIL EOF-SWITCH = "Y"
      *    WITHOUT A FULL SEQUENTIAL LOAD, HIST PRINTS A CITY'S
      *    CHANGE HISTORY OFF THE HISTORY MASTER, ASOF RECONSTRUCTS
      *    A CITY (OR THE WHOLE MASTER) AS IT STOOD ON A REQUESTED
      *    DATE, OVRD RE-APPLIES THE STANDING MAINTENANCE OVERRIDES
      *    AFTER BLDSTP'S REBUILD, AND ANY OTHER VALUE (OR NONE)
      *    RUNS THE NORMAL FULL CITY MASTER LOAD.
       050-DETERMINE-RUN-MODE.
           MOVE "LOAD" TO WS-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "CITYMODE".
              WS-RUN-MODE NOT = "LOOKUP" AND
              WS-RUN-MODE NOT = "HIST" AND
              WS-RUN-MODE NOT = "ASOF" AND
              WS-RUN-MODE NOT = "UNDO" AND
              WS-RUN-MODE NOT = "OVRD"
               MOVE "LOAD" TO WS-RUN-MODE
           END-IF.

                   PERFORM 107-INITIALIZE-ASOF
               WHEN "UNDO"
                   PERFORM 106-INITIALIZE-UNDO
               WHEN "OVRD"
                   PERFORM 109-INITIALIZE-OVRD
               WHEN OTHER
                   PERFORM 101-INITIALIZE-LOAD
           END-EVALUATE.
               OPEN OUTPUT CITYCTL
               MOVE "Y" TO LOOKUP-EOF-SWITCH
           ELSE
      *        I-O SO A CARRIED CITY CAN BE FILED BACK (222).
               OPEN I-O INFILE
               PERFORM 160-CHECK-INFILE-STATUS
           END-IF.
      *    A MASTER THAT WOULD NOT OPEN GETS THE SAME SHORT PATH AS
               DISPLAY "TRANSACTION FILE STATUS " WS-TRAN-STATUS
                   " - NO TRANSACTIONS APPLIED"
           END-IF.
      *    A CORRECTION THAT CANNOT BE RECORDED AS A STANDING
      *    OVERRIDE IS GONE AGAIN AFTER TONIGHT'S BLDSTP - BETTER
      *    TO APPLY NOTHING AND SAY SO THAN TO APPLY IT HALFWAY.
           PERFORM 119-SET-OVERRIDE-DATE.
           PERFORM 118-OPEN-OVERRIDES.
           IF WS-OVR-OPEN-SW = "N"
               MOVE "Y" TO TRAN-EOF-SWITCH
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               DISPLAY "OVERRIDE FILE STATUS " WS-OVR-STATUS
                   " - NO TRANSACTIONS APPLIED"
           END-IF.
      *    A MERGE RE-PARENTS THE RETIRED KEY'S CLAIMS, AND THEIR
      *    CLAIM STATUS ROWS, ON THE CLAIM MASTER AND THE STATUS
      *    FILE, SO MAINTENANCE OPENS BOTH I-O. EITHER ONE FAILING
      *    TO OPEN ONLY REFUSES THE MERGES - ADD/CHANGE/DELETE
      *    LINES STILL APPLY.
           OPEN I-O CLMMAST.
           IF WS-CLMMAST-STATUS = "00"
               MOVE "Y" TO WS-CLMMAST-OPEN-SW
           END-IF.
           OPEN I-O CLMSTAT.
           IF WS-CLMSTAT-STATUS = "00"
               MOVE "Y" TO WS-CLMSTAT-OPEN-SW
           END-IF.
           OPEN OUTPUT CITYMRGR.
           PERFORM 479-WRITE-MERGE-HEADER.

      *    LOOKUP MODE OPENS ONLY WHAT 250-LOOKUP-CITIES NEEDS -
      *    INFILE (INDEXED, READ BY KEY) AND THE LOOKUP REQUEST/
               DISPLAY "BACKOUT INPUT FILE STATUS " WS-UNDO-STATUS
                   " - NOTHING BACKED OUT"
           END-IF.
      *    BACKING OUT A MAINTENANCE CHANGE ALSO RETIRES THE STANDING
      *    OVERRIDE IT LEFT, OR OVRDSTP WOULD PUT THE BAD VALUE BACK
      *    TONIGHT. AN OVERRIDE FILE THAT WILL NOT OPEN MUST NOT
      *    BLOCK AN EMERGENCY BACKOUT - IT IS ONLY FLAGGED.
           PERFORM 119-SET-OVERRIDE-DATE.
           PERFORM 118-OPEN-OVERRIDES.
           IF WS-OVR-OPEN-SW = "N"
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               DISPLAY "OVERRIDE FILE STATUS " WS-OVR-STATUS
                   " - MAINT OVERRIDES NOT RETIRED BY THIS BACKOUT"
           END-IF.

      *    OVERRIDE MODE RUNS BETWEEN BLDSTP AND LOADSTP: THE MASTER
      *    HAS JUST BEEN REBUILT FROM THE FEED, SO EVERY FIELD IT
      *    HOLDS IS TONIGHT'S FEED VALUE AND CAN BE COMPARED WITH THE
      *    OVERRIDE BEFORE THE OVERRIDE GOES BACK ON.
       109-INITIALIZE-OVRD.
           PERFORM 119-SET-OVERRIDE-DATE.
           OPEN I-O INFILE.
           PERFORM 160-CHECK-INFILE-STATUS.
           PERFORM 118-OPEN-OVERRIDES.
           IF WS-IOFAIL-SW = "Y" OR WS-OVR-OPEN-SW = "N"
               MOVE "Y" TO OVR-EOF-SWITCH
               MOVE 12 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               DISPLAY "OVERRIDE FILE STATUS " WS-OVR-STATUS
                   " - NO OVERRIDES RE-APPLIED"
           END-IF.
           OPEN OUTPUT CITYOVRP.
           MOVE SPACES TO OVRPRECORD.
           STRING "CITY MASTER STANDING OVERRIDES - CONFLICT REPORT"
               DELIMITED BY SIZE INTO OVRPRECORD.
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD.
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               "   CYCLE DATE: " WS-OVR-DATE
               DELIMITED BY SIZE INTO OVRPRECORD.
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD.
           STRING "KEY   A DISPOSITION                          "
               "OVERRIDE NAME/TYPE/CODE    FEED NAME/TYPE/CODE"
               DELIMITED BY SIZE INTO OVRPRECORD.
           WRITE OVRPRECORD.

       118-OPEN-OVERRIDES.
           OPEN I-O CITYOVR.
           IF WS-OVR-STATUS = "00"
               MOVE "Y" TO WS-OVR-OPEN-SW
           END-IF.

       119-SET-OVERRIDE-DATE.
           MOVE SPACES TO WS-OVR-DATE-X.
           ACCEPT WS-OVR-DATE-X FROM ENVIRONMENT "CITYCYCL".
           IF WS-OVR-DATE-X = SPACES OR WS-OVR-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-OVR-DATE
           END-IF.

       110-DETERMINE-RESUME.
           OPEN INPUT CITYCKPT.
                   MOVE 0 TO WS-SRC-HASH (WS-SRC-MATCH-IDX)
                   MOVE "N" TO WS-SRC-SKIP-SW (WS-SRC-MATCH-IDX)
                   MOVE "N" TO WS-SRC-FAIL-SW (WS-SRC-MATCH-IDX)
                   MOVE "N" TO WS-SRC-CARRY-SW (WS-SRC-MATCH-IDX)
               ELSE
                   DISPLAY "SOURCE TABLE FULL, ENTRY DROPPED >>> "
                       WS-SRC-FIND-ID
               END-IF
           END-IF.

      *    A SOURCE FEED-CHECK CARRIES FORWARD IS MARKED SKIPPED
      *    BEFORE THE SWEEP, SO ITS PRIOR-SNAPSHOT ROWS CARRY
      *    FORWARD (223) INSTEAD OF AUDITING AS DELETES - THE SAME
      *    PATH A SOURCE REFUSED BY 146 TAKES, WITHOUT THE RC=8.
      *    A HOLD, A DECISION FILE FOR ANOTHER CYCLE, OR ONE WITH
      *    NO "*END" ROW (THE CHECK DIED PART WAY) HOLDS THE LOAD.
      *    NO DECISION FILE AT ALL (DD NOT SUPPLIED) LEAVES THE
      *    HEADERS AS THE ONLY WORD ON WHAT ARRIVED.
       143-READ-FEED-DECISIONS.
           OPEN INPUT CITYFDCK.
           IF WS-FDCK-STATUS NOT = "00"
               MOVE "Y" TO WS-FDCK-EOF-SW
               MOVE "Y" TO WS-FDCK-END-SW
           END-IF.
           PERFORM UNTIL WS-FDCK-EOF-SW = "Y"
               READ CITYFDCK
                   AT END
                       MOVE "Y" TO WS-FDCK-EOF-SW
                   NOT AT END
                       PERFORM 144-APPLY-FEED-DECISION
               END-READ
           END-PERFORM.
           IF WS-FDCK-STATUS = "00" OR WS-FDCK-STATUS = "10"
               CLOSE CITYFDCK
           END-IF.
           IF WS-FDCK-END-SW = "N"
               MOVE "Y" TO WS-FEED-HOLD-SW
               DISPLAY "FEED CHECK DID NOT COMPLETE - LOAD HELD"
           END-IF.

       144-APPLY-FEED-DECISION.
           IF FDCK-CYCLE-DATE NOT = WS-CYCLE-DATE
               MOVE "Y" TO WS-FEED-HOLD-SW
               DISPLAY "FEED CHECK DECISION FOR CYCLE "
                   FDCK-CYCLE-DATE " NOT " WS-CYCLE-DATE
                   " - LOAD HELD"
           END-IF.
           EVALUATE TRUE
               WHEN FDCK-SOURCE-SYSTEM = "*END"
                   MOVE "Y" TO WS-FDCK-END-SW
               WHEN FDCK-DECISION = "HOLD"
                   MOVE "Y" TO WS-FEED-HOLD-SW
                   DISPLAY "SOURCE " FDCK-SOURCE-SYSTEM " "
                       FDCK-STATUS " - LOAD HELD"
               WHEN FDCK-DECISION = "CARRY"
                   OR FDCK-DECISION = "NOTDUE"
                   MOVE FDCK-SOURCE-SYSTEM TO WS-SRC-FIND-ID
                   PERFORM 142-FIND-OR-ADD-SOURCE
                   IF WS-SRC-MATCH-IDX = 0
                       MOVE "Y" TO WS-FEED-HOLD-SW
                   ELSE
                       MOVE "Y" TO WS-SRC-SKIP-SW (WS-SRC-MATCH-IDX)
                       IF FDCK-DECISION = "CARRY"
                           MOVE "U" TO WS-SRC-CARRY-SW
                               (WS-SRC-MATCH-IDX)
                           MOVE "Y" TO WS-ANY-CARRY-SW
                           DISPLAY "SOURCE " FDCK-SOURCE-SYSTEM " "
                               FDCK-STATUS
                               " - PRIOR CITIES CARRIED FORWARD"
                       ELSE
                           MOVE "P" TO WS-SRC-CARRY-SW
                               (WS-SRC-MATCH-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

      *    ON A RESTART THE PER-SOURCE READ COUNTS AND HASHES COME
      *    BACK OFF THE CHECKPOINT AND FOLD INTO THE TABLE JUST
      *    REBUILT FROM THE CONTROL RECORDS, SO EACH SOURCE'S
           IF WS-CYCLE-DATE-X = SPACES OR WS-CYCLE-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           END-IF.
           PERFORM 143-READ-FEED-DECISIONS.
           EVALUATE TRUE
               WHEN WS-FEED-HOLD-SW = "Y"
                   MOVE "Y" TO WS-BALANCE-FAIL-SW
                   MOVE "Y" TO EOF-SWITCH
                   DISPLAY "LOAD HELD BY EXPECTED-FEED CHECK - "
                       "LOAD SKIPPED"
               WHEN WS-HDR-FOUND-SW = "N" OR WS-TRL-FOUND-SW = "N"
                   MOVE "Y" TO WS-BALANCE-FAIL-SW
                   MOVE "Y" TO EOF-SWITCH
                   DISPLAY "FEED CONTROL RECORDS MISSING - "
                       "LOAD SKIPPED"
               WHEN OTHER
                   PERFORM 146-VALIDATE-EACH-SOURCE
           END-EVALUATE.

      *    EACH SOURCE STANDS OR FALLS ON ITS OWN CONTROL PAIR: A
      *    WRONG-DAY HEADER (A RELOADED PRIOR GENERATION) OR A
      *    MISSING TRAILER (A TRUNCATED FEED) SKIPS THAT SOURCE
      *    ONLY. THE RECYCLE PAIR FROM SUSPWORK IS INTERNAL AND NOT
      *    HELD TO THE CYCLE DATE, AND A SOURCE FEED-CHECK HAS
      *    ALREADY CARRIED FORWARD (A STALE HEADER OF ITS OWN IS
      *    WHY) IS NOT REFUSED A SECOND TIME. ONLY WHEN EVERY
      *    SOURCE IS SKIPPED DOES THE NIGHT DIE THE OLD WAY.
       146-VALIDATE-EACH-SOURCE.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SRC-ID (WS-SRC-IDX) NOT = "SUSPWORK"
                   AND WS-SRC-CARRY-SW (WS-SRC-IDX) = "N"
                   AND WS-SRC-FEED-DATE (WS-SRC-IDX)
                       NOT = WS-CYCLE-DATE
                   MOVE "Y" TO WS-SRC-SKIP-SW (WS-SRC-IDX)
           MOVE CLM-FROM-DT-EXTERNAL TO CLM-FROM-DT-EXTERNAL-OUTPUT
           MOVE CITY-SOURCE-SYSTEM TO CITY-SOURCE-OUTPUT
           PERFORM 226-AUDIT-COMPARE
           MOVE CITYKEY-OUTPUT TO WS-CLMDEL-CITYKEY
           MOVE CITY-SOURCE-OUTPUT TO WS-CLMDEL-SOURCE
           MOVE CITYTYPE-OUTPUT TO WS-CLMDEL-TYPE
           WRITE OUTRECORD
           PERFORM 221-WRITE-DELIMITED-OUTPUT.

           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME (1:6) TO AUD-RUN-TIME.
           MOVE WS-AUD-SEQ TO AUD-RUN-SEQ.
           MOVE WS-AUD-SUBMITTER TO AUD-SUBMITTER.
           MOVE WS-AUD-APPROVER TO AUD-APPROVER.

      *    A PRIOR ROW THAT NO LONGER MATCHES FORWARD IS ONLY A
      *    DELETE IF ITS SOURCE ACTUALLY REPORTED TONIGHT - ROWS
      *    FROM A SKIPPED SOURCE CARRY FORWARD UNCHANGED INSTEAD,
      *    SO ONE SOURCE'S BAD NIGHT NEVER FLUSHES ANOTHER
      *    GENERATION'S CITIES AS DELETES.
      *    A DELETED CITY'S PRIOR CLAIMS ARE DROPPED RIGHT BEHIND
      *    IT, WHILE ITS SOURCE AND TYPE ARE STILL TO HAND FOR THE
      *    CLMDEL ROWS.
       232-DISPOSE-PRIOR-ROW.
           MOVE PRIOR-CITYKEY TO WS-CLMDEL-CITYKEY.
           MOVE PRIOR-SOURCE-SYSTEM TO WS-CLMDEL-SOURCE.
           MOVE PRIOR-CITYTYPE TO WS-CLMDEL-TYPE.
           MOVE PRIOR-SOURCE-SYSTEM TO WS-SRC-FIND-ID.
           PERFORM 141-FIND-SOURCE-ENTRY.
           IF WS-SRC-MATCH-IDX > 0
               PERFORM 223-CARRY-PRIOR-CITY
           ELSE
               PERFORM 227-AUDIT-RECORD-DELETE
               PERFORM 234-DROP-PRIOR-CITY-CLAIMS
           END-IF.

      *    THE SKIPPED SOURCE'S CITY GOES TO THE EXTRACT EXACTLY AS
      *    STAYS WHOLE AND THE NEXT CLEAN FEED DIFFS AGAINST THE
      *    SAME VALUES IT WOULD HAVE ANYWAY. THE IN-FLIGHT OUTPUT
      *    RECORD IS PARKED AND RESTORED AROUND THE DETOUR THROUGH
      *    THE SHARED RECORD AREA. THE CITY GOES BACK ON THE MASTER
      *    TOO (222), SO THE REBUILT MASTER STILL MATCHES THE EXTRACT.
       223-CARRY-PRIOR-CITY.
           COMPUTE REC-SOURCE-CARRIED-COUNTER =
               REC-SOURCE-CARRIED-COUNTER + 1.
           MOVE PRIORRECORD TO OUTRECORD.
           WRITE OUTRECORD.
           PERFORM 221-WRITE-DELIMITED-OUTPUT.
           PERFORM 222-CARRY-CITY-TO-MASTER.
           PERFORM 233-CARRY-PRIOR-CLAIMS.
           MOVE WS-HOLD-OUTRECORD TO OUTRECORD.

      *    BLDSTP REBUILT THE MASTER FROM TONIGHT'S FEED ONLY, SO A
      *    CARRIED CITY IS MISSING FROM IT. IT IS FILED BACK UNDER
      *    ITS OWN KEY - BELOW THE READ-NEXT POSITION, WHICH A RANDOM
      *    WRITE DOES NOT MOVE. A KEY ALREADY THERE (A RESTART, OR
      *    THE SKIPPED SOURCE'S OWN STALE RECORD) IS REWRITTEN TO
      *    LAST NIGHT'S VALUES. THE RECORD AREA AND FILE STATUS OF
      *    THE SWEEP ARE PARKED AND RESTORED AROUND IT.
       222-CARRY-CITY-TO-MASTER.
           MOVE INRECORD TO WS-HOLD-INRECORD.
           MOVE WS-INFILE-STATUS TO WS-HOLD-INFILE-STATUS.
           MOVE PRIORRECORD (1:44) TO INRECORD (1:44).
           MOVE PRIOR-SOURCE-SYSTEM TO CITY-SOURCE-SYSTEM.
           WRITE INRECORD
               INVALID KEY
                   REWRITE INRECORD
                   END-REWRITE
           END-WRITE.
           IF WS-INFILE-STATUS NOT = "00"
               AND WS-INFILE-STATUS NOT = "02"
               COMPUTE REC-CARRY-MASTER-FAIL-COUNTER =
                   REC-CARRY-MASTER-FAIL-COUNTER + 1
               DISPLAY "CARRIED CITY " PRIOR-CITYKEY
                   " NOT FILED ON THE MASTER - STATUS "
                   WS-INFILE-STATUS
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           END-IF.
           MOVE WS-HOLD-INRECORD TO INRECORD.
           MOVE WS-HOLD-INFILE-STATUS TO WS-INFILE-STATUS.

      *    PRIOR CLAIMS BELOW THE CARRIED CITY BELONG TO CITIES
      *    ALREADY SETTLED AND FLUSH AS CLMDEL; THE CARRIED CITY'S
      *    OWN CLAIMS COPY ACROSS EVENT-FREE, AND INTO THE CLAIM
      *    TOTAL - THEY ARE ON THE CLAIM MASTER CLMBLD REBUILDS, SO
      *    THE CYCLE CONTROL AMOUNT HAS TO INCLUDE THEM.
       233-CARRY-PRIOR-CLAIMS.
           PERFORM UNTIL CLMPRI-EOF-SWITCH = "Y"
                   OR CLMPRI-CITYKEY NOT < PRIOR-CITYKEY
               WRITE CLMOUTRECORD
               COMPUTE REC-CLM-CARRIED-COUNTER =
                   REC-CLM-CARRIED-COUNTER + 1
               COMPUTE WS-TOTAL-CLM-AMOUNT =
                   WS-TOTAL-CLM-AMOUNT + CLMPRI-AMOUNT
               PERFORM 131-READ-PRIOR-CLAIM
           END-PERFORM.

      *    EVERY PRIOR CLAIM UP TO AND INCLUDING THE CITY IN
      *    WS-CLMDEL-CITYKEY IS GONE FROM THE EXTRACT - EITHER THE
      *    CITY WAS DELETED OR ITS CLAIMS FOR TONIGHT ARE ALL PAST.
       234-DROP-PRIOR-CITY-CLAIMS.
           PERFORM UNTIL CLMPRI-EOF-SWITCH = "Y"
                   OR CLMPRI-CITYKEY > WS-CLMDEL-CITYKEY
               PERFORM 296-CLAIM-AUDIT-DELETE
               PERFORM 131-READ-PRIOR-CLAIM
           END-PERFORM.

               END-IF
               PERFORM 190-READ-CLAIM-RECORD
           END-PERFORM.
           IF REC-VALID-SW = "Y"
               PERFORM 234-DROP-PRIOR-CITY-CLAIMS
           END-IF.
           IF WS-CITY-CLM-COUNT > 0
               MOVE SPACES TO CTLRECORD
               STRING "CLAIMS FOR " CITYKEY ": " WS-CITY-CLM-COUNT
           MOVE CLMPRI-CLM-DATE TO AUD-CLM-OLD-DATE
           MOVE 0 TO AUD-CLM-NEW-AMOUNT
           MOVE SPACES TO AUD-CLM-NEW-DATE
      *    THE PRIOR CLAIM SNAPSHOT CARRIES NO SOURCE CODE - THE
      *    OWNING CITY'S SOURCE AND TYPE ARE STAMPED INSTEAD (232,
      *    220), SO GL CAN REVERSE THE CLAIM WHERE IT WAS BOOKED.
           IF CLMPRI-CITYKEY = WS-CLMDEL-CITYKEY
               MOVE WS-CLMDEL-SOURCE TO AUD-SOURCE-SYSTEM
               MOVE WS-CLMDEL-TYPE TO AUD-CLM-CITYTYPE
           ELSE
               MOVE SPACES TO AUD-SOURCE-SYSTEM
               MOVE SPACES TO AUD-CLM-CITYTYPE
           END-IF
           PERFORM 239-STAMP-AUDIT-RUN-ID.
           WRITE AUDRECORD.

                   PERFORM 271-HISTORY-ONE-CITY
           END-READ.

      *    THE REQUESTED KEY'S EVENTS PRINT FIRST. EVERY MRGOUT/
      *    MRGIN AMONG THEM ADDS THE OTHER KEY OF THE MERGE TO THE
      *    LINK TABLE, AND EACH LINKED KEY'S EVENTS FOLLOW UNDER
      *    THEIR OWN SUB-HEADING - SO A RETIRED KEY AND ITS
      *    SURVIVOR BOTH ANSWER WITH THE WHOLE COMBINED LIFE OF
      *    THE CITY, HOWEVER MANY MERGES DEEP.
       271-HISTORY-ONE-CITY.
           MOVE SPACES TO HSRPRECORD.
           STRING "CHANGE HISTORY FOR CITY: " LOOKUP-CITYKEY
               DELIMITED BY SIZE INTO HSRPRECORD.
           WRITE HSRPRECORD.
           MOVE 1 TO WS-HLINK-COUNT.
           MOVE LOOKUP-CITYKEY TO WS-HLINK-KEY (1).
           MOVE 0 TO WS-HLINK-IDX.
           PERFORM UNTIL WS-HLINK-IDX NOT < WS-HLINK-COUNT
               COMPUTE WS-HLINK-IDX = WS-HLINK-IDX + 1
               MOVE WS-HLINK-KEY (WS-HLINK-IDX) TO WS-HIST-SCAN-KEY
               PERFORM 273-HISTORY-ONE-KEY
           END-PERFORM.

       273-HISTORY-ONE-KEY.
           MOVE 0 TO WS-LOOKUP-MATCH-COUNT.
           IF WS-HLINK-IDX > 1
               MOVE SPACES TO HSRPRECORD
               STRING "  LINKED BY MERGE - HISTORY OF CITY: "
                   WS-HIST-SCAN-KEY
                   DELIMITED BY SIZE INTO HSRPRECORD
               WRITE HSRPRECORD
           END-IF.
           MOVE "N" TO WS-LOOKUP-SCAN-EOF-SW.
           MOVE WS-HIST-SCAN-KEY TO HIST-CITYKEY.
           MOVE 0 TO HIST-RUN-DATE HIST-RUN-TIME HIST-RUN-SEQ.
           START CITYHIST KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOOKUP-SCAN-EOF-SW
           END-START.
      *    A ROW FILED BEFORE SUBMITTER/APPROVER WERE ADDED IS
      *    SHORTER THAN THE RECORD AREA AND LEAVES ITS TAIL ALONE -
      *    CLEARED BEFORE EACH READ SO IT PRINTS BLANK, NOT THE LAST
      *    LONG ROW'S NAMES.
           PERFORM UNTIL WS-LOOKUP-SCAN-EOF-SW = "Y"
               MOVE SPACES TO HIST-SUBMITTER HIST-APPROVER
               READ CITYHIST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LOOKUP-SCAN-EOF-SW
                   NOT AT END
                       IF HIST-CITYKEY = WS-HIST-SCAN-KEY
                           PERFORM 272-WRITE-HISTORY-LINE
                       ELSE
                           MOVE "Y" TO WS-LOOKUP-SCAN-EOF-SW
               WRITE HSRPRECORD
           END-IF.

       274-NOTE-LINKED-KEY.
           MOVE "N" TO WS-HLINK-FOUND-SW.
           PERFORM VARYING WS-HLINK-FIND-IDX FROM 1 BY 1
                   UNTIL WS-HLINK-FIND-IDX > WS-HLINK-COUNT
               IF WS-HLINK-KEY (WS-HLINK-FIND-IDX) =
                   HIST-MRG-PARTNER-KEY
                   MOVE "Y" TO WS-HLINK-FOUND-SW
               END-IF
           END-PERFORM.
           IF WS-HLINK-FOUND-SW = "N"
               IF WS-HLINK-COUNT < WS-HLINK-MAX
                   COMPUTE WS-HLINK-COUNT = WS-HLINK-COUNT + 1
                   MOVE HIST-MRG-PARTNER-KEY
                       TO WS-HLINK-KEY (WS-HLINK-COUNT)
               ELSE
                   DISPLAY "HISTORY LINK TABLE FULL, ENTRY DROPPED >>> "
                       HIST-MRG-PARTNER-KEY
               END-IF
           END-IF.

      *    CLAIM EVENTS PRINT THE CLAIM VIEW OF THE ROW, MERGE EVENTS
      *    THE MERGE VIEW; EVERYTHING ELSE PRINTS THE CITY VIEW, SO
      *    ONE INQUIRY SHOWS A CITY'S RECORD CHANGES AND ITS CLAIM
      *    MOVEMENT INTERLEAVED IN RUN ORDER.
       272-WRITE-HISTORY-LINE.
           COMPUTE WS-LOOKUP-MATCH-COUNT = WS-LOOKUP-MATCH-COUNT + 1.
           MOVE SPACES TO HSRPRECORD.
           EVALUATE TRUE
               WHEN HIST-ACTION = "MRGOUT" OR HIST-ACTION = "MRGIN"
                   PERFORM 274-NOTE-LINKED-KEY
                   MOVE HIST-MRG-CLM-AMOUNT TO WS-MRG-AMOUNT-ED
                   IF HIST-ACTION = "MRGOUT"
                       STRING "  " HIST-RUN-DATE " " HIST-RUN-TIME
                           " " HIST-ACTION " MERGED INTO "
                           HIST-MRG-PARTNER-KEY
                           " AS: " HIST-MRG-NAME "/"
                           HIST-MRG-TYPE "/" HIST-MRG-CODE
                           DELIMITED BY SIZE INTO HSRPRECORD
                   ELSE
                       STRING "  " HIST-RUN-DATE " " HIST-RUN-TIME
                           " " HIST-ACTION " ABSORBED CITY "
                           HIST-MRG-PARTNER-KEY
                           " AS: " HIST-MRG-NAME "/"
                           HIST-MRG-TYPE "/" HIST-MRG-CODE
                           DELIMITED BY SIZE INTO HSRPRECORD
                   END-IF
                   WRITE HSRPRECORD
                   MOVE SPACES TO HSRPRECORD
                   STRING "      CLAIMS MOVED: " HIST-MRG-CLM-COUNT
                       "  AMOUNT: " WS-MRG-AMOUNT-ED
                       "  COLLISIONS: " HIST-MRG-COLLISIONS
                       DELIMITED BY SIZE INTO HSRPRECORD
               WHEN HIST-ACTION (1:3) = "CLM"
                   STRING "  " HIST-RUN-DATE " " HIST-RUN-TIME
                       " " HIST-ACTION
                       " CLAIM " HIST-CLM-NUMBER
                       " OLD: " HIST-CLM-OLD-AMOUNT "/"
                       HIST-CLM-OLD-DATE
                       " NEW: " HIST-CLM-NEW-AMOUNT "/"
                       HIST-CLM-NEW-DATE
                       DELIMITED BY SIZE INTO HSRPRECORD
               WHEN OTHER
                   STRING "  " HIST-RUN-DATE " " HIST-RUN-TIME
                       " " HIST-ACTION
                       " OLD: " HIST-OLD-NAME "/" HIST-OLD-TYPE "/"
                       HIST-OLD-CODE "/" HIST-OLD-CLM-DATE
                       " NEW: " HIST-NEW-NAME "/" HIST-NEW-TYPE "/"
                       HIST-NEW-CODE "/" HIST-NEW-CLM-DATE
                       " SRC: " HIST-SOURCE-SYSTEM
                       DELIMITED BY SIZE INTO HSRPRECORD
           END-EVALUATE.
           WRITE HSRPRECORD.
      *    MAINTENANCE AND BACKOUT EVENTS NAME BOTH HANDS ON A
      *    FOLLOW-ON LINE; FEED EVENTS HAVE NONE TO SHOW.
           IF HIST-SUBMITTER NOT = SPACES
               MOVE SPACES TO HSRPRECORD
               STRING "      SUBMITTED BY: " HIST-SUBMITTER
                   "  APPROVED BY: " HIST-APPROVER
                   DELIMITED BY SIZE INTO HSRPRECORD
               WRITE HSRPRECORD
           END-IF.

       280-ASOF-INQUIRIES.
           READ CITYLOOKUP
      *    SINGLE START/READ-NEXT SWEEP REPLAYS ONE CITY'S EVENTS IN
      *    THE ORDER THEY HAPPENED; THE REPLAY STOPS AT THE FIRST
      *    EVENT PAST THE AS-OF DATE.
      *    A KEY THAT HAD BEEN MERGED AWAY BY THE AS-OF DATE ANSWERS
      *    WITH THE MERGE AND THEN THE SURVIVOR'S STATE ON THE SAME
      *    DATE, FOLLOWING ANY LATER MERGE OF THE SURVIVOR IN TURN.
       281-ASOF-ONE-CITY.
           MOVE SPACES TO HSRPRECORD.
           STRING "STATE OF CITY " LOOKUP-CITYKEY
               " AS OF " WS-ASOF-DATE ":"
               DELIMITED BY SIZE INTO HSRPRECORD.
           WRITE HSRPRECORD.
           MOVE LOOKUP-CITYKEY TO WS-ASOF-FOLLOW-KEY.
           MOVE 0 TO WS-ASOF-HOP-COUNT.
           MOVE "Y" TO WS-ASOF-FOLLOW-SW.
           PERFORM UNTIL WS-ASOF-FOLLOW-SW = "N"
               PERFORM 287-ASOF-REPLAY-ONE-KEY
           END-PERFORM.

       287-ASOF-REPLAY-ONE-KEY.
           PERFORM 284-ASOF-RESET-STATE.
           MOVE "N" TO WS-LOOKUP-SCAN-EOF-SW.
           MOVE WS-ASOF-FOLLOW-KEY TO HIST-CITYKEY.
           MOVE 0 TO HIST-RUN-DATE HIST-RUN-TIME HIST-RUN-SEQ.
           START CITYHIST KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                       MOVE "Y" TO WS-LOOKUP-SCAN-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-CITYKEY NOT = WS-ASOF-FOLLOW-KEY
                               MOVE "Y" TO WS-LOOKUP-SCAN-EOF-SW
                           WHEN HIST-RUN-DATE > WS-ASOF-DATE
                               MOVE "Y" TO WS-ASOF-LATER-SW
               END-READ
           END-PERFORM.
           PERFORM 283-ASOF-WRITE-RESULT.
           MOVE "N" TO WS-ASOF-FOLLOW-SW.
           IF WS-ASOF-EXISTS-SW = "M"
               IF WS-ASOF-HOP-COUNT < WS-ASOF-HOP-MAX
                   COMPUTE WS-ASOF-HOP-COUNT = WS-ASOF-HOP-COUNT + 1
                   MOVE WS-ASOF-MRG-PARTNER TO WS-ASOF-FOLLOW-KEY
                   MOVE "Y" TO WS-ASOF-FOLLOW-SW
                   MOVE SPACES TO HSRPRECORD
                   STRING "  STATE OF SURVIVING CITY "
                       WS-ASOF-FOLLOW-KEY " AS OF " WS-ASOF-DATE ":"
                       DELIMITED BY SIZE INTO HSRPRECORD
                   WRITE HSRPRECORD
               ELSE
                   DISPLAY "MERGE CHAIN TOO LONG, NOT FOLLOWED >>> "
                       LOOKUP-CITYKEY
               END-IF
           END-IF.

      *    CLAIM EVENTS RIDE THE SAME HISTORY ROWS BUT DO NOT ALTER
      *    THE CITY RECORD'S STATE - ONLY THE CITY ACTIONS REPLAY.
               WHEN "DELETE"
                   MOVE "D" TO WS-ASOF-EXISTS-SW
                   MOVE HIST-RUN-DATE TO WS-ASOF-DEL-DATE
               WHEN "MRGOUT"
                   MOVE "M" TO WS-ASOF-EXISTS-SW
                   MOVE HIST-RUN-DATE TO WS-ASOF-DEL-DATE
                   MOVE HIST-MRG-PARTNER-KEY TO WS-ASOF-MRG-PARTNER
      *        THE SURVIVOR'S OWN VALUES DO NOT CHANGE ON A MERGE -
      *        ONLY THE FACT OF IT IS KEPT FOR THE RESULT LINE.
               WHEN "MRGIN"
                   COMPUTE WS-ASOF-MRGIN-COUNT =
                       WS-ASOF-MRGIN-COUNT + 1
                   MOVE HIST-MRG-PARTNER-KEY TO WS-ASOF-MRGIN-KEY
                   MOVE HIST-RUN-DATE TO WS-ASOF-MRGIN-DATE
           END-EVALUATE.

       283-ASOF-WRITE-RESULT.
               WHEN WS-ASOF-EXISTS-SW = "D"
                   STRING "  DELETED AS OF " WS-ASOF-DEL-DATE
                       DELIMITED BY SIZE INTO HSRPRECORD
               WHEN WS-ASOF-EXISTS-SW = "M"
                   STRING "  MERGED INTO " WS-ASOF-MRG-PARTNER
                       " ON " WS-ASOF-DEL-DATE
                       DELIMITED BY SIZE INTO HSRPRECORD
               WHEN WS-ASOF-LATER-SW = "Y"
                   STRING "  DID NOT EXIST YET ON " WS-ASOF-DATE
                       DELIMITED BY SIZE INTO HSRPRECORD
                       DELIMITED BY SIZE INTO HSRPRECORD
           END-EVALUATE.
           WRITE HSRPRECORD.
           IF WS-ASOF-MRGIN-COUNT > 0
               AND WS-ASOF-EXISTS-SW NOT = "N"
               MOVE SPACES TO HSRPRECORD
               STRING "  CITIES MERGED IN: " WS-ASOF-MRGIN-COUNT
                   "  LAST: " WS-ASOF-MRGIN-KEY
                   " ON " WS-ASOF-MRGIN-DATE
                   DELIMITED BY SIZE INTO HSRPRECORD
               WRITE HSRPRECORD
           END-IF.

       284-ASOF-RESET-STATE.
           MOVE "N" TO WS-ASOF-EXISTS-SW.
           MOVE SPACES TO WS-ASOF-NAME WS-ASOF-TYPE WS-ASOF-CLM-DATE
                          WS-ASOF-SOURCE.
           MOVE 0 TO WS-ASOF-CODE WS-ASOF-DEL-DATE.
           MOVE SPACES TO WS-ASOF-MRG-PARTNER WS-ASOF-MRGIN-KEY.
           MOVE 0 TO WS-ASOF-MRGIN-COUNT WS-ASOF-MRGIN-DATE.

      *    ONE SWEEP OF THE WHOLE HISTORY KSDS IN KEY ORDER: EVENTS
      *    GROUP BY CITYKEY, EACH GROUP REPLAYS UP TO THE AS-OF DATE,
                   PERFORM 410-APPLY-ONE-TRANSACTION
           END-READ.

      *    MAKER-CHECKER: A LINE IS ONLY APPLIED IF MAINT-APPROVAL
      *    RELEASED IT UNDER AN APPROVER ID DIFFERENT FROM THE ID
      *    THAT SUBMITTED IT. ANYTHING ELSE WAS PUT ON CITYTRAN
      *    AROUND THE QUEUE AND IS REFUSED UNTOUCHED.
       410-APPLY-ONE-TRANSACTION.
           IF TRAN-SUBMITTER = SPACES OR TRAN-APPROVER = SPACES
               OR TRAN-APPROVER = TRAN-SUBMITTER
               COMPUTE REC-TRAN-REJECTED-COUNTER =
                   REC-TRAN-REJECTED-COUNTER + 1
               COMPUTE REC-TRAN-UNAPPROVED-COUNTER =
                   REC-TRAN-UNAPPROVED-COUNTER + 1
               DISPLAY "UNAPPROVED TRAN REFUSED >>> "
                   TRAN-ACTION-CODE " FOR KEY " TRAN-CITYKEY
                   " SUBMITTER " TRAN-SUBMITTER
                   " APPROVER " TRAN-APPROVER
           ELSE
               MOVE TRAN-SUBMITTER TO WS-AUD-SUBMITTER
               MOVE TRAN-APPROVER TO WS-AUD-APPROVER
               PERFORM 411-APPLY-APPROVED-TRANSACTION
           END-IF.

       411-APPLY-APPROVED-TRANSACTION.
           EVALUATE TRAN-ACTION-CODE
               WHEN "A"
                   PERFORM 420-APPLY-ADD
                   PERFORM 430-APPLY-CHANGE
               WHEN "D"
                   PERFORM 440-APPLY-DELETE
               WHEN "R"
                   PERFORM 460-RETIRE-OVERRIDE
               WHEN "M"
                   PERFORM 470-APPLY-MERGE
               WHEN OTHER
                   COMPUTE REC-TRAN-REJECTED-COUNTER =
                       REC-TRAN-REJECTED-COUNTER + 1
                       COMPUTE REC-TRAN-APPLIED-COUNTER =
                           REC-TRAN-APPLIED-COUNTER + 1
                       PERFORM 421-AUDIT-MAINT-ADD
                       MOVE "A" TO WS-OVR-TRAN-ACTION
                       PERFORM 450-RECORD-OVERRIDE
               END-WRITE
           END-IF.

                               COMPUTE REC-TRAN-APPLIED-COUNTER =
                                   REC-TRAN-APPLIED-COUNTER + 1
                               PERFORM 431-AUDIT-MAINT-CHANGE
                               MOVE "C" TO WS-OVR-TRAN-ACTION
                               PERFORM 450-RECORD-OVERRIDE
                       END-REWRITE
                   END-IF
           END-READ.
                           COMPUTE REC-TRAN-APPLIED-COUNTER =
                               REC-TRAN-APPLIED-COUNTER + 1
                           PERFORM 441-AUDIT-MAINT-DELETE
                           MOVE "D" TO WS-OVR-TRAN-ACTION
                           PERFORM 450-RECORD-OVERRIDE
                   END-DELETE
           END-READ.

           PERFORM 239-STAMP-AUDIT-RUN-ID.
           WRITE AUDRECORD.

      *    EVERY APPLIED ADD/CHANGE/DELETE BECOMES (OR REPLACES) THE
      *    CITY'S STANDING OVERRIDE, SO OVRDSTP PUTS IT BACK AFTER
      *    EACH NIGHT'S REBUILD UNTIL SOMEONE RETIRES IT. A KEY
      *    WHOSE EARLIER OVERRIDE WAS RETIRED OR EXPIRED STARTS A
      *    FRESH ONE. A DELETE KEEPS THE VALUES IT REMOVED FOR THE
      *    CONFLICT REPORT.
       450-RECORD-OVERRIDE.
           MOVE TRAN-CITYKEY TO OVR-CITYKEY.
           READ CITYOVR RECORD
               KEY IS OVR-CITYKEY
               INVALID KEY
                   MOVE "N" TO WS-OVR-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-OVR-FOUND-SW
           END-READ.
           MOVE TRAN-CITYKEY TO OVR-CITYKEY.
           MOVE WS-OVR-TRAN-ACTION TO OVR-ACTION.
           MOVE "A" TO OVR-STATUS.
           IF WS-OVR-TRAN-ACTION = "D" OR WS-OVR-TRAN-ACTION = "M"
               MOVE WS-MAINT-OLD-NAME TO OVR-CITYNAME
               MOVE WS-MAINT-OLD-TYPE TO OVR-CITYTYPE
               MOVE WS-MAINT-OLD-CODE TO OVR-CITYCODE
           ELSE
               MOVE CITYNAME TO OVR-CITYNAME
               MOVE CITYTYPE TO OVR-CITYTYPE
               MOVE CITYCODE TO OVR-CITYCODE
           END-IF.
           MOVE WS-OVR-DATE TO OVR-SET-DATE.
           IF TRAN-OVR-EXP-DATE NUMERIC
               MOVE TRAN-OVR-EXP-DATE TO OVR-EXP-DATE
           ELSE
               MOVE 0 TO OVR-EXP-DATE
           END-IF.
           MOVE 0 TO OVR-END-DATE OVR-LAST-APPLY-DATE OVR-APPLY-COUNT.
           MOVE SPACES TO OVRRECORD (68:13).
           IF WS-OVR-TRAN-ACTION = "M"
               MOVE WS-MRG-SURV-KEY TO OVR-MERGE-KEY
           END-IF.
           IF WS-OVR-FOUND-SW = "Y"
               REWRITE OVRRECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE OVRRECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-OVR-STATUS = "00"
               COMPUTE REC-OVR-RECORDED-COUNTER =
                   REC-OVR-RECORDED-COUNTER + 1
           ELSE
               DISPLAY "OVERRIDE NOT RECORDED >>> "
                   TRAN-CITYKEY " STATUS " WS-OVR-STATUS
               PERFORM 455-NOTE-OVERRIDE-FAILURE
           END-IF.

      *    THE MASTER ALREADY CARRIES THE CHANGE, SO IT IS NOT BACKED
      *    OUT - THE KEY AND ACTION GO ON THE CONTROL REPORT AND THE
      *    STEP ENDS RC 8 SO THE OVERRIDE IS KEYED AGAIN BEFORE THE
      *    NEXT REBUILD REVERTS IT.
       455-NOTE-OVERRIDE-FAILURE.
           COMPUTE REC-OVR-FAILED-COUNTER = REC-OVR-FAILED-COUNTER + 1.
           IF WS-OVRF-COUNT < WS-OVRF-MAX
               COMPUTE WS-OVRF-COUNT = WS-OVRF-COUNT + 1
               MOVE OVR-CITYKEY TO WS-OVRF-CITYKEY (WS-OVRF-COUNT)
               MOVE OVR-ACTION TO WS-OVRF-ACTION (WS-OVRF-COUNT)
               MOVE WS-OVR-STATUS TO WS-OVRF-STATUS (WS-OVRF-COUNT)
           END-IF.
           MOVE 8 TO WS-NEW-RC.
           PERFORM 970-RAISE-RC.

      *    "R" TOUCHES ONLY THE OVERRIDE - THE MASTER IS LEFT AS IT
      *    STANDS AND TOMORROW'S REBUILD BRINGS THE FEED VALUE BACK
      *    (THROUGH LOADSTP'S OWN AUDIT COMPARE). RETIRING A KEY
      *    WITH NO ACTIVE OVERRIDE IS A REJECT.
       460-RETIRE-OVERRIDE.
           MOVE TRAN-CITYKEY TO OVR-CITYKEY.
           READ CITYOVR RECORD
               KEY IS OVR-CITYKEY
               INVALID KEY
                   MOVE "N" TO WS-OVR-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-OVR-FOUND-SW
           END-READ.
           IF WS-OVR-FOUND-SW = "N" OR OVR-STATUS NOT = "A"
               COMPUTE REC-TRAN-REJECTED-COUNTER =
                   REC-TRAN-REJECTED-COUNTER + 1
               DISPLAY "RETIRE REJECTED, NO ACTIVE OVERRIDE >>> "
                   TRAN-CITYKEY
           ELSE
               MOVE "R" TO OVR-STATUS
               MOVE WS-OVR-DATE TO OVR-END-DATE
               REWRITE OVRRECORD
                   INVALID KEY
                       COMPUTE REC-TRAN-REJECTED-COUNTER =
                           REC-TRAN-REJECTED-COUNTER + 1
                   NOT INVALID KEY
                       COMPUTE REC-TRAN-APPLIED-COUNTER =
                           REC-TRAN-APPLIED-COUNTER + 1
                       COMPUTE REC-OVR-RETIRED-COUNTER =
                           REC-OVR-RETIRED-COUNTER + 1
               END-REWRITE
           END-IF.

      *    A BACKED-OUT MAINTENANCE EVENT TAKES ITS STANDING
      *    OVERRIDE WITH IT. LOAD-SOURCED EVENTS NEVER HAD ONE.
       465-RETIRE-UNDONE-OVERRIDE.
           IF WS-OVR-OPEN-SW = "Y" AND UNDO-SOURCE-SYSTEM = "MAINT"
               MOVE UNDO-CITYKEY TO OVR-CITYKEY
               READ CITYOVR RECORD
                   KEY IS OVR-CITYKEY
                   INVALID KEY
                       MOVE "N" TO WS-OVR-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OVR-FOUND-SW
               END-READ
               IF WS-OVR-FOUND-SW = "Y" AND OVR-STATUS = "A"
                   MOVE "R" TO OVR-STATUS
                   MOVE WS-OVR-DATE TO OVR-END-DATE
                   REWRITE OVRRECORD
                       INVALID KEY
                           DISPLAY "OVERRIDE NOT RETIRED >>> "
                               UNDO-CITYKEY
                       NOT INVALID KEY
                           COMPUTE REC-OVR-RETIRED-COUNTER =
                               REC-OVR-RETIRED-COUNTER + 1
                   END-REWRITE
               END-IF
           END-IF.

      *    MERGE/RE-KEY: TRAN-CITYKEY IS RETIRED INTO THE SURVIVING
      *    KEY. BOTH CITIES MUST STAND ON THE MASTER AND THE CLAIM
      *    MASTER MUST BE OPEN, OR NOTHING IS TOUCHED. THE RETIRED
      *    CITY COMES OFF THE MASTER, EVERY ONE OF ITS CLAIMS IS
      *    RE-FILED UNDER THE SURVIVOR (472), AND A LINKED MRGOUT/
      *    MRGIN PAIR GOES ON THE AUDIT TRAIL. THE MERGE IS KEPT AS
      *    A STANDING "M" OVERRIDE: OVRDSTP KEEPS THE RETIRED KEY OFF
      *    EACH NIGHT'S REBUILT MASTER AND CTYLOAD'S CLMRKY STEP
      *    FILES ANY CLAIM THE FEED STILL SENDS UNDER IT AGAINST THE
      *    SURVIVOR, SO THE CLAIMS NEVER COME BACK AS E005 ORPHANS.
      *    A MERGE CANNOT BE UNDONE BY A BACKOUT RUN - THE MRGOUT/
      *    MRGIN EVENTS ARE REFUSED THERE AS UNKNOWN ACTIONS.
       470-APPLY-MERGE.
           MOVE "Y" TO WS-MRG-VALID-SW.
           MOVE TRAN-CITYKEY TO WS-MRG-OLD-KEY.
           MOVE TRAN-SURVIVOR-KEY TO WS-MRG-SURV-KEY.
           IF WS-MRG-SURV-KEY = SPACES
               OR WS-MRG-SURV-KEY = WS-MRG-OLD-KEY
               MOVE "N" TO WS-MRG-VALID-SW
               MOVE "NO SEPARATE SURVIVING KEY" TO WS-MRG-REASON
           END-IF.
           IF WS-MRG-VALID-SW = "Y" AND WS-CLMMAST-OPEN-SW = "N"
               MOVE "N" TO WS-MRG-VALID-SW
               MOVE "CLAIM MASTER NOT AVAILABLE" TO WS-MRG-REASON
           END-IF.
           IF WS-MRG-VALID-SW = "Y" AND WS-CLMSTAT-OPEN-SW = "N"
               MOVE "N" TO WS-MRG-VALID-SW
               MOVE "CLAIM STATUS FILE NOT AVAILABLE"
                   TO WS-MRG-REASON
           END-IF.
           IF WS-MRG-VALID-SW = "Y"
               MOVE WS-MRG-SURV-KEY TO CITYKEY
               READ INFILE RECORD
                   KEY IS CITYKEY
                   INVALID KEY
                       MOVE "N" TO WS-MRG-VALID-SW
                       MOVE "SURVIVING KEY NOT FOUND"
                           TO WS-MRG-REASON
                   NOT INVALID KEY
                       MOVE CITYNAME TO WS-MRG-SURV-NAME
                       MOVE CITYTYPE TO WS-MRG-SURV-TYPE
                       MOVE CITYCODE TO WS-MRG-SURV-CODE
                       MOVE CLM-FROM-DT-EXTERNAL
                           TO WS-MRG-SURV-CLM-DATE
               END-READ
           END-IF.
           IF WS-MRG-VALID-SW = "Y"
               MOVE WS-MRG-OLD-KEY TO CITYKEY
               READ INFILE RECORD
                   KEY IS CITYKEY
                   INVALID KEY
                       MOVE "N" TO WS-MRG-VALID-SW
                       MOVE "RETIRING KEY NOT FOUND" TO WS-MRG-REASON
                   NOT INVALID KEY
                       MOVE CITYNAME TO WS-MAINT-OLD-NAME
                       MOVE CITYTYPE TO WS-MAINT-OLD-TYPE
                       MOVE CITYCODE TO WS-MAINT-OLD-CODE
                       MOVE CLM-FROM-DT-EXTERNAL
                           TO WS-MAINT-OLD-CLM-DATE
               END-READ
           END-IF.
           IF WS-MRG-VALID-SW = "Y"
               DELETE INFILE RECORD
                   INVALID KEY
                       MOVE "N" TO WS-MRG-VALID-SW
                       MOVE "RETIRING KEY NOT REMOVED"
                           TO WS-MRG-REASON
               END-DELETE
           END-IF.
           IF WS-MRG-VALID-SW = "N"
               COMPUTE REC-TRAN-REJECTED-COUNTER =
                   REC-TRAN-REJECTED-COUNTER + 1
               DISPLAY "MERGE REJECTED, " WS-MRG-REASON " >>> "
                   WS-MRG-OLD-KEY " INTO " WS-MRG-SURV-KEY
               MOVE SPACES TO MRGRRECORD
               STRING "REJECTED  " WS-MRG-OLD-KEY " INTO "
                   WS-MRG-SURV-KEY "  " WS-MRG-REASON
                   "  SUBMITTED BY " WS-AUD-SUBMITTER
                   " APPROVED BY " WS-AUD-APPROVER
                   DELIMITED BY SIZE INTO MRGRRECORD
               WRITE MRGRRECORD
           ELSE
               COMPUTE REC-TRAN-APPLIED-COUNTER =
                   REC-TRAN-APPLIED-COUNTER + 1
               COMPUTE REC-MRG-APPLIED-COUNTER =
                   REC-MRG-APPLIED-COUNTER + 1
               MOVE SPACES TO MRGRRECORD
               STRING "MERGED    " WS-MRG-OLD-KEY " "
                   WS-MAINT-OLD-NAME "/" WS-MAINT-OLD-TYPE
                   " INTO " WS-MRG-SURV-KEY " " WS-MRG-SURV-NAME
                   "/" WS-MRG-SURV-TYPE
                   "  SUBMITTED BY " WS-AUD-SUBMITTER
                   " APPROVED BY " WS-AUD-APPROVER
                   DELIMITED BY SIZE INTO MRGRRECORD
               WRITE MRGRRECORD
               PERFORM 472-MOVE-MERGED-CLAIMS
               PERFORM 476-AUDIT-MERGE
               MOVE "M" TO WS-OVR-TRAN-ACTION
               PERFORM 450-RECORD-OVERRIDE
               MOVE WS-MRG-PAIR-AMOUNT TO WS-MRG-AMOUNT-ED
               MOVE SPACES TO MRGRRECORD
               STRING "          CLAIMS MOVED: " WS-MRG-PAIR-COUNT
                   "  AMOUNT MOVED: " WS-MRG-AMOUNT-ED
                   "  COLLISIONS NOT MOVED: " WS-MRG-PAIR-COLLISIONS
                   DELIMITED BY SIZE INTO MRGRRECORD
               WRITE MRGRRECORD
           END-IF.

      *    ONE KEY-ORDERED SWEEP OF THE RETIRED KEY'S CLAIMS. EACH
      *    CLAIM IS HELD, WRITTEN UNDER THE SURVIVOR AND ONLY THEN
      *    DELETED UNDER THE OLD KEY; THE SWEEP RE-POSITIONS PAST
      *    THE HELD KEY AFTERWARDS, SO THE WRITE AND DELETE NEVER
      *    DISTURB THE BROWSE.
       472-MOVE-MERGED-CLAIMS.
           MOVE 0 TO WS-MRG-PAIR-COUNT WS-MRG-PAIR-AMOUNT
                     WS-MRG-PAIR-COLLISIONS.
           MOVE "N" TO WS-MRG-SCAN-EOF-SW.
           MOVE WS-MRG-OLD-KEY TO CLMMAST-CITYKEY.
           MOVE LOW-VALUES TO CLMMAST-NUMBER.
           START CLMMAST KEY IS NOT LESS THAN CLMMAST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MRG-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL WS-MRG-SCAN-EOF-SW = "Y"
               READ CLMMAST NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MRG-SCAN-EOF-SW
                   NOT AT END
                       IF CLMMAST-CITYKEY = WS-MRG-OLD-KEY
                           PERFORM 473-MOVE-ONE-CLAIM
                       ELSE
                           MOVE "Y" TO WS-MRG-SCAN-EOF-SW
                       END-IF
               END-READ
           END-PERFORM.

      *    A CLAIM NUMBER ALREADY FILED UNDER THE SURVIVOR IS A
      *    COLLISION: NEITHER CLAIM IS TOUCHED, BOTH AMOUNTS GO ON
      *    THE REGISTER FOR THE CLAIMS TEAM, AND THE RUN ENDS RC=4.
      *    THE RETIRED KEY'S COPY LEAVES THE CLAIM MASTER AT THE
      *    NEXT CLMBLD REBUILD; IF THE FEED STILL SENDS IT, CLMRKY
      *    FILES IT UNDER THE SURVIVOR AND THE LOAD SUSPENDS IT AS
      *    AN E006 DUPLICATE UNTIL THE SOURCE IS CORRECTED.
       473-MOVE-ONE-CLAIM.
           MOVE CLMMASTRECORD TO WS-MRG-HOLD-CLAIM.
           MOVE WS-MRG-HOLD-AMOUNT TO WS-MRG-AMOUNT-ED.
           MOVE WS-MRG-SURV-KEY TO CLMMAST-CITYKEY.
           WRITE CLMMASTRECORD
               INVALID KEY
                   COMPUTE WS-MRG-PAIR-COLLISIONS =
                       WS-MRG-PAIR-COLLISIONS + 1
                   COMPUTE REC-MRG-COLLISION-COUNTER =
                       REC-MRG-COLLISION-COUNTER + 1
                   READ CLMMAST RECORD
                       KEY IS CLMMAST-KEY
                       INVALID KEY
                           MOVE 0 TO CLMMAST-AMOUNT
                   END-READ
                   MOVE CLMMAST-AMOUNT TO WS-MRG-SURV-AMOUNT-ED
                   MOVE SPACES TO MRGRRECORD
                   STRING "          COLLISION CLAIM "
                       WS-MRG-HOLD-NUMBER
                       "  " WS-MRG-OLD-KEY " AMOUNT: "
                       WS-MRG-AMOUNT-ED
                       "  " WS-MRG-SURV-KEY " AMOUNT: "
                       WS-MRG-SURV-AMOUNT-ED
                       "  NOT MOVED"
                       DELIMITED BY SIZE INTO MRGRRECORD
                   WRITE MRGRRECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-MRG-HOLD-KEY TO CLMMAST-KEY
                   DELETE CLMMAST RECORD
                       INVALID KEY
                           DISPLAY "MERGED CLAIM NOT REMOVED >>> "
                               WS-MRG-HOLD-KEY
                   END-DELETE
                   COMPUTE WS-MRG-PAIR-COUNT = WS-MRG-PAIR-COUNT + 1
                   COMPUTE WS-MRG-PAIR-AMOUNT =
                       WS-MRG-PAIR-AMOUNT + WS-MRG-HOLD-AMOUNT
                   COMPUTE REC-MRG-CLM-MOVED-COUNTER =
                       REC-MRG-CLM-MOVED-COUNTER + 1
                   COMPUTE WS-MRG-TOTAL-AMOUNT =
                       WS-MRG-TOTAL-AMOUNT + WS-MRG-HOLD-AMOUNT
                   MOVE SPACES TO MRGRRECORD
                   STRING "          MOVED     CLAIM "
                       WS-MRG-HOLD-NUMBER
                       "  AMOUNT: " WS-MRG-AMOUNT-ED
                       "  DATE: " WS-MRG-HOLD-CLM-DATE
                       DELIMITED BY SIZE INTO MRGRRECORD
                   WRITE MRGRRECORD
                   END-WRITE
                   PERFORM 474-MOVE-CLAIM-STATUS
           END-WRITE.
           MOVE WS-MRG-HOLD-KEY TO CLMMAST-KEY.
           START CLMMAST KEY IS GREATER THAN CLMMAST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MRG-SCAN-EOF-SW
           END-START.

      *    THE MOVED CLAIM'S STATUS ROW (PAID-TO-DATE, STATUS, EVENT
      *    COUNT) FOLLOWS IT TO THE SURVIVOR, OR CLAIM-LIABILITY
      *    WOULD VALUE THE CLAIM AS OPEN AND UNPAID AND THE ROW
      *    WOULD BE LEFT UNDER A KEY NOTHING ELSE CARRIES. A CLAIM
      *    WITH NO STATUS ROW YET HAS NOTHING TO MOVE. A ROW THE
      *    SURVIVOR ALREADY HOLDS FOR THE SAME CLAIM NUMBER IS LEFT
      *    ALONE AND BOTH ARE LISTED, THE SAME AS A CLAIM COLLISION.
       474-MOVE-CLAIM-STATUS.
           MOVE WS-MRG-HOLD-KEY TO CLST-KEY.
           READ CLMSTAT RECORD
               KEY IS CLST-KEY
               NOT INVALID KEY
                   PERFORM 475-REFILE-CLAIM-STATUS
           END-READ.

       475-REFILE-CLAIM-STATUS.
           MOVE CLSTRECORD TO WS-MRG-HOLD-STATUS.
           MOVE WS-MRG-SURV-KEY TO CLST-CITYKEY.
           WRITE CLSTRECORD
               INVALID KEY
                   COMPUTE REC-MRG-COLLISION-COUNTER =
                       REC-MRG-COLLISION-COUNTER + 1
                   MOVE SPACES TO MRGRRECORD
                   STRING "          COLLISION STATUS ROW CLAIM "
                       WS-MRG-HOLD-NUMBER
                       "  SURVIVOR ALREADY HOLDS ONE - "
                       WS-MRG-OLD-KEY " ROW NOT MOVED"
                       DELIMITED BY SIZE INTO MRGRRECORD
                   WRITE MRGRRECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-MRG-HOLD-KEY TO CLST-KEY
                   DELETE CLMSTAT RECORD
                       INVALID KEY
                           DISPLAY "MERGED STATUS ROW NOT REMOVED >>> "
                               WS-MRG-HOLD-KEY
                   END-DELETE
                   COMPUTE REC-MRG-CLST-MOVED-COUNTER =
                       REC-MRG-CLST-MOVED-COUNTER + 1
                   MOVE WS-MRG-HOLD-STATUS TO CLSTRECORD
                   MOVE CLST-PAID-AMOUNT TO WS-MRG-SURV-AMOUNT-ED
                   MOVE SPACES TO MRGRRECORD
                   STRING "          MOVED     STATUS ROW CLAIM "
                       WS-MRG-HOLD-NUMBER
                       "  STATUS: " CLST-STATUS
                       "  PAID: " WS-MRG-SURV-AMOUNT-ED
                       DELIMITED BY SIZE INTO MRGRRECORD
                   WRITE MRGRRECORD
                   END-WRITE
           END-WRITE.

      *    THE LINKED PAIR: MRGOUT UNDER THE RETIRED KEY CARRIES ITS
      *    LAST VALUES AND NAMES THE SURVIVOR; MRGIN UNDER THE
      *    SURVIVOR CARRIES THE SURVIVOR'S (UNCHANGED) VALUES AND
      *    NAMES THE RETIRED KEY. BOTH CARRY THE CLAIM TOTALS MOVED.
       476-AUDIT-MERGE.
           MOVE "MRGOUT" TO AUD-ACTION.
           MOVE WS-MRG-OLD-KEY TO AUD-CITYKEY.
           MOVE SPACES TO AUD-CITY-DATA.
           MOVE WS-MAINT-OLD-NAME TO AUD-MRG-NAME.
           MOVE WS-MAINT-OLD-TYPE TO AUD-MRG-TYPE.
           MOVE WS-MAINT-OLD-CODE TO AUD-MRG-CODE.
           MOVE WS-MAINT-OLD-CLM-DATE TO AUD-MRG-CLM-DATE.
           MOVE WS-MRG-SURV-KEY TO AUD-MRG-PARTNER-KEY.
           PERFORM 477-AUDIT-MERGE-TOTALS.
           MOVE "MRGIN" TO AUD-ACTION.
           MOVE WS-MRG-SURV-KEY TO AUD-CITYKEY.
           MOVE SPACES TO AUD-CITY-DATA.
           MOVE WS-MRG-SURV-NAME TO AUD-MRG-NAME.
           MOVE WS-MRG-SURV-TYPE TO AUD-MRG-TYPE.
           MOVE WS-MRG-SURV-CODE TO AUD-MRG-CODE.
           MOVE WS-MRG-SURV-CLM-DATE TO AUD-MRG-CLM-DATE.
           MOVE WS-MRG-OLD-KEY TO AUD-MRG-PARTNER-KEY.
           PERFORM 477-AUDIT-MERGE-TOTALS.

       477-AUDIT-MERGE-TOTALS.
           MOVE WS-MRG-PAIR-COUNT TO AUD-MRG-CLM-COUNT.
           MOVE WS-MRG-PAIR-AMOUNT TO AUD-MRG-CLM-AMOUNT.
           MOVE WS-MRG-PAIR-COLLISIONS TO AUD-MRG-COLLISIONS.
           MOVE "MAINT" TO AUD-SOURCE-SYSTEM.
           PERFORM 239-STAMP-AUDIT-RUN-ID.
           WRITE AUDRECORD.

       479-WRITE-MERGE-HEADER.
           MOVE SPACES TO MRGRRECORD.
           STRING "CITY MERGE REGISTER" DELIMITED BY SIZE
               INTO MRGRRECORD.
           WRITE MRGRRECORD.
           MOVE SPACES TO MRGRRECORD.
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               DELIMITED BY SIZE INTO MRGRRECORD.
           WRITE MRGRRECORD.

       500-APPLY-BACKOUTS.
           READ CITYUNDO
               AT END
                   PERFORM 510-APPLY-ONE-BACKOUT
           END-READ.

      *    THE EXTRACT ONLY HOLDS EVENTS OF RUNS WHOSE BACKOUT WAS
      *    RELEASED BY A SECOND ID, BUT THE IDS ARE CHECKED AGAIN
      *    HERE SO A HAND-BUILT EXTRACT CANNOT SLIP PAST THE QUEUE.
       510-APPLY-ONE-BACKOUT.
           IF UNDO-SUBMITTER = SPACES OR UNDO-APPROVER = SPACES
               OR UNDO-APPROVER = UNDO-SUBMITTER
               COMPUTE REC-UNDO-REJECTED-COUNTER =
                   REC-UNDO-REJECTED-COUNTER + 1
               COMPUTE REC-UNDO-UNAPPROVED-COUNTER =
                   REC-UNDO-UNAPPROVED-COUNTER + 1
               DISPLAY "UNAPPROVED BACKOUT REFUSED >>> " UNDO-ACTION
                   " FOR KEY " UNDO-CITYKEY
                   " SUBMITTER " UNDO-SUBMITTER
                   " APPROVER " UNDO-APPROVER
           ELSE
               MOVE UNDO-SUBMITTER TO WS-AUD-SUBMITTER
               MOVE UNDO-APPROVER TO WS-AUD-APPROVER
               PERFORM 511-APPLY-APPROVED-BACKOUT
           END-IF.

       511-APPLY-APPROVED-BACKOUT.
           EVALUATE UNDO-ACTION
               WHEN "ADD"
                   PERFORM 520-BACKOUT-ADD
                               COMPUTE REC-UNDO-APPLIED-COUNTER =
                                   REC-UNDO-APPLIED-COUNTER + 1
                               PERFORM 570-AUDIT-BACKOUT-DELETE
                               PERFORM 465-RETIRE-UNDONE-OVERRIDE
                       END-DELETE
                   END-IF
           END-READ.
                               COMPUTE REC-UNDO-APPLIED-COUNTER =
                                   REC-UNDO-APPLIED-COUNTER + 1
                               PERFORM 550-AUDIT-BACKOUT-CHANGE
                               PERFORM 465-RETIRE-UNDONE-OVERRIDE
                       END-REWRITE
                   END-IF
           END-READ.
                   COMPUTE REC-UNDO-APPLIED-COUNTER =
                       REC-UNDO-APPLIED-COUNTER + 1
                   PERFORM 560-AUDIT-BACKOUT-ADD
                   PERFORM 465-RETIRE-UNDONE-OVERRIDE
           END-WRITE.

       550-AUDIT-BACKOUT-CHANGE.
           PERFORM 239-STAMP-AUDIT-RUN-ID.
           WRITE AUDRECORD.

      *    NO AUDIT RECORDS ARE WRITTEN HERE. THE OVERRIDE GOES BACK
      *    ON BEFORE LOADSTP READS THE MASTER, SO LOADSTP'S COMPARE
      *    AGAINST LAST NIGHT'S SNAPSHOT SEES THE SAME CORRECTED
      *    VALUES IT PUBLISHED YESTERDAY AND WRITES NOTHING EITHER -
      *    THE NIGHTLY ADD/CHANGE FLIP-FLOP NEVER REACHES THE TRAIL.
      *    ONLY A RETIRED OR EXPIRED OVERRIDE LETS THE FEED VALUE
      *    THROUGH, AND LOADSTP AUDITS THAT AS AN ORDINARY CHANGE.
       600-REAPPLY-OVERRIDES.
           READ CITYOVR NEXT RECORD
               AT END
                   MOVE "Y" TO OVR-EOF-SWITCH
               NOT AT END
                   IF OVR-STATUS = "A"
                       COMPUTE REC-OVR-READ-COUNTER =
                           REC-OVR-READ-COUNTER + 1
                       PERFORM 610-REAPPLY-ONE-OVERRIDE
                   END-IF
           END-READ.

       610-REAPPLY-ONE-OVERRIDE.
           IF OVR-EXP-DATE > 0 AND OVR-EXP-DATE < WS-OVR-DATE
               PERFORM 620-EXPIRE-OVERRIDE
           ELSE
               MOVE OVR-CITYKEY TO CITYKEY
               READ INFILE RECORD
                   KEY IS CITYKEY
                   INVALID KEY
                       MOVE "N" TO WS-OVR-FEED-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OVR-FEED-SW
               END-READ
               IF WS-OVR-FEED-SW = "Y"
                   MOVE CITYNAME TO WS-OVR-FEED-NAME
                   MOVE CITYTYPE TO WS-OVR-FEED-TYPE
                   MOVE CITYCODE TO WS-OVR-FEED-CODE
               ELSE
                   MOVE SPACES TO WS-OVR-FEED-NAME WS-OVR-FEED-TYPE
                   MOVE 0 TO WS-OVR-FEED-CODE
               END-IF
               IF OVR-ACTION = "D" OR OVR-ACTION = "M"
                   PERFORM 640-REAPPLY-DELETE
               ELSE
                   PERFORM 630-REAPPLY-VALUES
               END-IF
           END-IF.

      *    THE EXPIRY DATE IS THE LAST DAY THE OVERRIDE STANDS; FROM
      *    THE NEXT CYCLE ON THE FEED VALUE IS LEFT IN PLACE.
       620-EXPIRE-OVERRIDE.
           MOVE "X" TO OVR-STATUS.
           MOVE WS-OVR-DATE TO OVR-END-DATE.
           REWRITE OVRRECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "OVERRIDE NOT EXPIRED >>> " OVR-CITYKEY
               MOVE "EXPIRY NOT RECORDED" TO WS-OVRF-WHAT
               PERFORM 655-REPORT-OVERRIDE-FAILURE
           END-IF.
           COMPUTE REC-OVR-EXPIRED-COUNTER =
               REC-OVR-EXPIRED-COUNTER + 1.
           MOVE SPACES TO WS-OVR-FEED-NAME WS-OVR-FEED-TYPE.
           MOVE 0 TO WS-OVR-FEED-CODE.
           MOVE "EXPIRED - FEED VALUE STANDS" TO WS-OVR-DISPOSITION.
           PERFORM 690-WRITE-OVERRIDE-LINE.

      *    FEED AGREES: NOTHING TO PUT BACK, AND THE OVERRIDE IS A
      *    CANDIDATE FOR RETIREMENT. FEED DISAGREES: THE OVERRIDE
      *    GOES BACK ON. FEED SILENT: AN ADDED CITY IS RE-ADDED (IT
      *    NEVER CAME FROM A FEED), BUT A CORRECTED CITY THE FEED
      *    HAS DROPPED IS LEFT DELETED - RESURRECTING IT IS A
      *    DECISION FOR A PERSON, SO IT IS ONLY REPORTED.
       630-REAPPLY-VALUES.
           EVALUATE TRUE
               WHEN WS-OVR-FEED-SW = "Y"
                       AND CITYNAME = OVR-CITYNAME
                       AND CITYTYPE = OVR-CITYTYPE
                       AND CITYCODE = OVR-CITYCODE
                   COMPUTE REC-OVR-MATCHED-COUNTER =
                       REC-OVR-MATCHED-COUNTER + 1
                   MOVE "FEED NOW MATCHES - RETIRE OVERRIDE"
                       TO WS-OVR-DISPOSITION
               WHEN WS-OVR-FEED-SW = "Y"
                   MOVE OVR-CITYNAME TO CITYNAME
                   MOVE OVR-CITYTYPE TO CITYTYPE
                   MOVE OVR-CITYCODE TO CITYCODE
                   REWRITE INRECORD
                       INVALID KEY
                           COMPUTE REC-OVR-UNAPPLIED-COUNTER =
                               REC-OVR-UNAPPLIED-COUNTER + 1
                           MOVE "REWRITE FAILED - NOT APPLIED"
                               TO WS-OVR-DISPOSITION
                       NOT INVALID KEY
                           COMPUTE REC-OVR-REAPPLIED-COUNTER =
                               REC-OVR-REAPPLIED-COUNTER + 1
                           MOVE "FEED DISAGREES - OVERRIDE APPLIED"
                               TO WS-OVR-DISPOSITION
                           PERFORM 650-MARK-OVERRIDE-APPLIED
                   END-REWRITE
               WHEN OVR-ACTION = "A"
                   INITIALIZE INRECORD
                   MOVE "MAINT" TO CITY-SOURCE-SYSTEM
                   MOVE OVR-CITYKEY TO CITYKEY
                   MOVE OVR-CITYNAME TO CITYNAME
                   MOVE OVR-CITYTYPE TO CITYTYPE
                   MOVE OVR-CITYCODE TO CITYCODE
                   WRITE INRECORD
                       INVALID KEY
                           COMPUTE REC-OVR-UNAPPLIED-COUNTER =
                               REC-OVR-UNAPPLIED-COUNTER + 1
                           MOVE "RE-ADD FAILED - NOT APPLIED"
                               TO WS-OVR-DISPOSITION
                       NOT INVALID KEY
                           COMPUTE REC-OVR-READDED-COUNTER =
                               REC-OVR-READDED-COUNTER + 1
                           MOVE "NOT IN FEED - MAINT ADD RE-ADDED"
                               TO WS-OVR-DISPOSITION
                           PERFORM 650-MARK-OVERRIDE-APPLIED
                   END-WRITE
               WHEN OTHER
                   COMPUTE REC-OVR-UNAPPLIED-COUNTER =
                       REC-OVR-UNAPPLIED-COUNTER + 1
                   MOVE "CITY LEFT FEED - OVERRIDE NOT APPLIED"
                       TO WS-OVR-DISPOSITION
           END-EVALUATE.
           PERFORM 690-WRITE-OVERRIDE-LINE.

      *    A DELETE OVERRIDE KEEPS THE CITY OFF THE MASTER. ONCE THE
      *    FEED STOPS SENDING IT THE OVERRIDE HAS DONE ITS JOB. A
      *    MERGE OVERRIDE DOES THE SAME FOR THE RETIRED KEY BUT IS
      *    NEVER A RETIREMENT CANDIDATE - IT ALSO STEERS THE RETIRED
      *    KEY'S CLAIMS TO THE SURVIVOR, WHETHER OR NOT THE FEED
      *    STILL SENDS THE CITY RECORD ITSELF.
       640-REAPPLY-DELETE.
           IF WS-OVR-FEED-SW = "N" AND OVR-ACTION = "M"
               MOVE "MERGED KEY NOT SENT - NOTHING TO DO"
                   TO WS-OVR-DISPOSITION
           END-IF.
           IF WS-OVR-FEED-SW = "Y"
               DELETE INFILE RECORD
                   INVALID KEY
                       COMPUTE REC-OVR-UNAPPLIED-COUNTER =
                           REC-OVR-UNAPPLIED-COUNTER + 1
                       MOVE "DELETE FAILED - NOT APPLIED"
                           TO WS-OVR-DISPOSITION
                   NOT INVALID KEY
                       COMPUTE REC-OVR-REAPPLIED-COUNTER =
                           REC-OVR-REAPPLIED-COUNTER + 1
                       MOVE "FEED STILL SENDS - CITY REMOVED"
                           TO WS-OVR-DISPOSITION
                       PERFORM 650-MARK-OVERRIDE-APPLIED
               END-DELETE
           ELSE
               IF OVR-ACTION NOT = "M"
                   COMPUTE REC-OVR-MATCHED-COUNTER =
                       REC-OVR-MATCHED-COUNTER + 1
                   MOVE "FEED NO LONGER SENDS - RETIRE OVERRIDE"
                       TO WS-OVR-DISPOSITION
               END-IF
           END-IF.
           PERFORM 690-WRITE-OVERRIDE-LINE.

       650-MARK-OVERRIDE-APPLIED.
           MOVE WS-OVR-DATE TO OVR-LAST-APPLY-DATE.
           IF OVR-APPLY-COUNT < 99999
               COMPUTE OVR-APPLY-COUNT = OVR-APPLY-COUNT + 1
           END-IF.
           REWRITE OVRRECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-OVR-STATUS NOT = "00"
               DISPLAY "OVERRIDE APPLY DATE NOT STAMPED >>> "
                   OVR-CITYKEY
               MOVE "APPLY NOT STAMPED" TO WS-OVRF-WHAT
               PERFORM 655-REPORT-OVERRIDE-FAILURE
           END-IF.

      *    OVRD MODE HAS THE CONFLICT REPORT OPEN FROM THE START, SO
      *    A FAILED OVERRIDE UPDATE IS PRINTED THERE STRAIGHT AWAY.
       655-REPORT-OVERRIDE-FAILURE.
           COMPUTE REC-OVR-FAILED-COUNTER = REC-OVR-FAILED-COUNTER + 1.
           MOVE SPACES TO OVRPRECORD.
           STRING "*** " OVR-CITYKEY " " OVR-ACTION " OVERRIDE "
               WS-OVRF-WHAT " - FILE STATUS " WS-OVR-STATUS " ***"
               DELIMITED BY SIZE INTO OVRPRECORD.
           WRITE OVRPRECORD.
           MOVE 8 TO WS-NEW-RC.
           PERFORM 970-RAISE-RC.

       690-WRITE-OVERRIDE-LINE.
           MOVE SPACES TO OVRPRECORD.
           STRING OVR-CITYKEY " " OVR-ACTION " " WS-OVR-DISPOSITION
               " " OVR-CITYNAME "/" OVR-CITYTYPE "/" OVR-CITYCODE
               "  " WS-OVR-FEED-NAME "/" WS-OVR-FEED-TYPE "/"
               WS-OVR-FEED-CODE
               DELIMITED BY SIZE INTO OVRPRECORD.
           IF OVR-ACTION = "M"
               MOVE "  MERGED INTO " TO OVRPRECORD (113:14)
               MOVE OVR-MERGE-KEY TO OVRPRECORD (127:5)
           END-IF.
           WRITE OVRPRECORD.

       300-TERMINATE.
           EVALUATE WS-RUN-MODE
               WHEN "MAINT"
                   PERFORM 307-TERMINATE-ASOF
               WHEN "UNDO"
                   PERFORM 305-TERMINATE-UNDO
               WHEN "OVRD"
                   PERFORM 308-TERMINATE-OVRD
               WHEN OTHER
                   PERFORM 302-TERMINATE-LOAD
           END-EVALUATE.
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

           MOVE SPACES TO CTLRECORD
           STRING "UNAPPROVED BACKOUTS REFUSED: "
               REC-UNDO-UNAPPROVED-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

           MOVE SPACES TO CTLRECORD
           STRING "MAINT OVERRIDES RETIRED: " REC-OVR-RETIRED-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

           MOVE SPACES TO CTLRECORD
           STRING "JOB CONDITION CODE SET: " WS-JOB-RC
               DELIMITED BY SIZE INTO CTLRECORD
                 CITYUNDO
                 CITYCTL
                 CITYAUD.
           IF WS-OVR-OPEN-SW = "Y"
               CLOSE CITYOVR
           END-IF.

      *    A CONFLICT IS NORMAL - IT IS WHAT THE OVERRIDE IS FOR - SO
      *    ONLY AN OVERRIDE THAT COULD NOT BE PUT BACK RAISES RC=4.
       308-TERMINATE-OVRD.
           DISPLAY "OVERRIDES ACTIVE >>>> " REC-OVR-READ-COUNTER.
           DISPLAY "OVERRIDES RE-APPLIED >>>> "
               REC-OVR-REAPPLIED-COUNTER.
           IF REC-OVR-UNAPPLIED-COUNTER > 0
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           END-IF.
           MOVE SPACES TO OVRPRECORD
           STRING "ACTIVE OVERRIDES READ:      " REC-OVR-READ-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "FEED DISAGREED, RE-APPLIED: "
               REC-OVR-REAPPLIED-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "MAINT ADDS RE-ADDED:        " REC-OVR-READDED-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "FEED AGREES, CAN RETIRE:    " REC-OVR-MATCHED-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "EXPIRED THIS CYCLE:         " REC-OVR-EXPIRED-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "NOT APPLIED:                "
               REC-OVR-UNAPPLIED-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "OVERRIDE UPDATES FAILED:    "
               REC-OVR-FAILED-COUNTER
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           MOVE SPACES TO OVRPRECORD
           STRING "JOB CONDITION CODE SET: " WS-JOB-RC
               DELIMITED BY SIZE INTO OVRPRECORD
           WRITE OVRPRECORD.
           IF WS-INFILE-STATUS = "00" OR WS-INFILE-STATUS = "23"
               CLOSE INFILE
           END-IF.
           IF WS-OVR-OPEN-SW = "Y"
               CLOSE CITYOVR
           END-IF.
           CLOSE CITYOVRP.

       301-TERMINATE-MAINT.
           DISPLAY "TRANSACTIONS APPLIED >>>> "
           PERFORM 311-WRITE-MAINT-CONTROL-REPORT.
           PERFORM 361-GRADE-MAINT-RESULTS.
           PERFORM 371-WRITE-MAINT-CYCLE-CONTROL.
           PERFORM 312-WRITE-MERGE-REGISTER-TOTALS.
           CLOSE INFILE
                 CITYTRAN
                 CITYCTL
                 CITYSUSP
                 CITYAUD
                 CITYMRGR.
           IF WS-OVR-OPEN-SW = "Y"
               CLOSE CITYOVR
           END-IF.
           IF WS-CLMMAST-OPEN-SW = "Y"
               CLOSE CLMMAST
           END-IF.
           IF WS-CLMSTAT-OPEN-SW = "Y"
               CLOSE CLMSTAT
           END-IF.

      *    MAINTENANCE APPENDS TO THE SAME SUSPENSE DATASET THE
      *    LOAD FEEDS, SO ITS ADDS HAVE TO REACH THE BALANCER'S
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

           MOVE SPACES TO CTLRECORD
           STRING "UNAPPROVED TRANSACTIONS REFUSED: "
               REC-TRAN-UNAPPROVED-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

           MOVE SPACES TO CTLRECORD
           STRING "OVERRIDES RECORDED: " REC-OVR-RECORDED-COUNTER
               "  RETIRED: " REC-OVR-RETIRED-COUNTER
               "  NOT RECORDED: " REC-OVR-FAILED-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.
           PERFORM 314-WRITE-OVERRIDE-FAILURE
               VARYING WS-OVRF-IDX FROM 1 BY 1
               UNTIL WS-OVRF-IDX > WS-OVRF-COUNT.
           IF REC-OVR-FAILED-COUNTER > WS-OVRF-COUNT
               MOVE SPACES TO CTLRECORD
               STRING "*** FURTHER OVERRIDES NOT RECORDED - SEE JOB "
                   "LOG ***"
                   DELIMITED BY SIZE INTO CTLRECORD
               WRITE CTLRECORD
           END-IF.

           MOVE SPACES TO CTLRECORD
           STRING "CITIES MERGED: " REC-MRG-APPLIED-COUNTER
               "  CLAIMS MOVED: " REC-MRG-CLM-MOVED-COUNTER
               "  COLLISIONS: " REC-MRG-COLLISION-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

       361-GRADE-MAINT-RESULTS.
           IF REC-TRAN-REJECTED-COUNTER > 0
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           END-IF.
      *    A CLAIM-NUMBER COLLISION LEFT BEHIND BY A MERGE NEEDS THE
      *    CLAIMS TEAM - SEE THE MERGE REGISTER.
           IF REC-MRG-COLLISION-COUNTER > 0
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
           END-IF.
           IF WS-REJECT-LIMIT-SW = "Y"
               AND REC-TRAN-REJECTED-COUNTER > WS-REJECT-LIMIT
               MOVE 8 TO WS-NEW-RC
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

      *    APPLIED TO THE MASTER, BUT WITH NO STANDING OVERRIDE THE
      *    NEXT BLDSTP PUTS THE FEED VALUE BACK - KEY IT AGAIN.
       314-WRITE-OVERRIDE-FAILURE.
           MOVE SPACES TO CTLRECORD.
           STRING "*** OVERRIDE NOT RECORDED: "
               WS-OVRF-CITYKEY (WS-OVRF-IDX)
               " ACTION " WS-OVRF-ACTION (WS-OVRF-IDX)
               " STATUS " WS-OVRF-STATUS (WS-OVRF-IDX)
               " - REKEY BEFORE NEXT LOAD ***"
               DELIMITED BY SIZE INTO CTLRECORD.
           WRITE CTLRECORD.

       312-WRITE-MERGE-REGISTER-TOTALS.
           MOVE WS-MRG-TOTAL-AMOUNT TO WS-MRG-TOTAL-AMOUNT-ED.
           MOVE SPACES TO MRGRRECORD.
           STRING "CITIES MERGED:          " REC-MRG-APPLIED-COUNTER
               DELIMITED BY SIZE INTO MRGRRECORD.
           WRITE MRGRRECORD.
           MOVE SPACES TO MRGRRECORD.
           STRING "CLAIMS MOVED:           " REC-MRG-CLM-MOVED-COUNTER
               "  AMOUNT: " WS-MRG-TOTAL-AMOUNT-ED
               DELIMITED BY SIZE INTO MRGRRECORD.
           WRITE MRGRRECORD.
           MOVE SPACES TO MRGRRECORD.
           STRING "COLLISIONS NOT MOVED:   " REC-MRG-COLLISION-COUNTER
               DELIMITED BY SIZE INTO MRGRRECORD.
           WRITE MRGRRECORD.
           MOVE SPACES TO MRGRRECORD.
           STRING "STATUS ROWS MOVED:      " REC-MRG-CLST-MOVED-COUNTER
               DELIMITED BY SIZE INTO MRGRRECORD.
           WRITE MRGRRECORD.

       302-TERMINATE-LOAD.
           DISPLAY "NUM OF RECS >>>> " REC-COUNTER.
           DISPLAY "NUM WRITTEN >>>> " REC-WRITTEN-COUNTER.
                   DELIMITED BY SIZE INTO CTLRECORD
               WRITE CTLRECORD
           END-IF.
      *    A DUE FEED THAT NEVER CAME, CARRIED BY ITS SOURCE'S
      *    POLICY, STILL WANTS CHASING IN THE MORNING; A SOURCE WITH
      *    NOTHING DUE CARRIES FORWARD WITHOUT RAISING THE RC.
           IF WS-ANY-CARRY-SW = "Y" AND WS-FEED-HOLD-SW = "N"
               MOVE 4 TO WS-NEW-RC
               PERFORM 970-RAISE-RC
               MOVE SPACES TO CTLRECORD
               STRING "*** DUE SOURCE MISSING/LATE - PRIOR CITIES "
                   "CARRIED FORWARD - RC=4 ***"
                   DELIMITED BY SIZE INTO CTLRECORD
               WRITE CTLRECORD
           END-IF.
           IF WS-FEED-HOLD-SW = "Y"
               MOVE SPACES TO CTLRECORD
               STRING "*** LOAD HELD BY EXPECTED-FEED CHECK - SEE "
                   "FEEDCHK REPORT ***"
                   DELIMITED BY SIZE INTO CTLRECORD
               WRITE CTLRECORD
           END-IF.
           MOVE SPACES TO CTLRECORD
           STRING "JOB CONDITION CODE SET: " WS-JOB-RC
               DELIMITED BY SIZE INTO CTLRECORD
                   " " WS-SRC-TRL-COUNT (WS-SRC-IDX)
                   DELIMITED BY SIZE INTO CTLRECORD
               EVALUATE TRUE
                   WHEN WS-SRC-CARRY-SW (WS-SRC-IDX) = "P"
                       MOVE "CARRIED (NOT DUE)" TO CTLRECORD (48:17)
                   WHEN WS-SRC-CARRY-SW (WS-SRC-IDX) = "U"
                       MOVE "CARRIED (POLICY)" TO CTLRECORD (48:16)
                   WHEN WS-SRC-SKIP-SW (WS-SRC-IDX) = "Y"
                       MOVE "SKIPPED" TO CTLRECORD (48:7)
                   WHEN WS-SRC-FAIL-SW (WS-SRC-IDX) = "Y"
               "  CARRIED FORWARD: " REC-SOURCE-CARRIED-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.
           IF REC-CARRY-MASTER-FAIL-COUNTER > 0
               MOVE SPACES TO CTLRECORD
               STRING "CARRIED CITIES NOT FILED ON THE MASTER: "
                   REC-CARRY-MASTER-FAIL-COUNTER
                   DELIMITED BY SIZE INTO CTLRECORD
               WRITE CTLRECORD
           END-IF.

           MOVE SPACES TO CTLRECORD
           STRING "SKIPPED-SOURCE CLAIMS PASSED OVER:  "
               WRITE CTLRECORD
           END-PERFORM.

           PERFORM 313-WRITE-CITYTYPE-LOOKAHEAD.

           MOVE SPACES TO CTLRECORD
           STRING "CLAIMS READ: " REC-CLM-READ-COUNTER
               "  EXTRACTED: " REC-CLM-EXTRACT-COUNTER
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

      *    A TYPE IS LISTED WHEN ITS ENTRY EXPIRES BETWEEN THE EDIT
      *    DATE AND THE HORIZON AND NO LATER ENTRY FOR THE SAME CODE
      *    (OPEN-ENDED OR EXPIRING LATER) RENEWS IT. THE CITY COUNT
      *    IS TONIGHT'S EXTRACT UNDER EVERY ENTRY FOR THAT CODE -
      *    THE CITIES THAT WILL START FAILING E003 IF NOTHING IS
      *    DONE.
       313-WRITE-CITYTYPE-LOOKAHEAD.
           IF WS-CYCLE-DATE > 0
               MOVE WS-CYCLE-DATE TO WS-TYPE-EDIT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TYPE-EDIT-DATE
           END-IF.
           COMPUTE WS-LOOKAHEAD-INT =
               FUNCTION INTEGER-OF-DATE (WS-TYPE-EDIT-DATE)
               + WS-LOOKAHEAD-DAYS.
           COMPUTE WS-LOOKAHEAD-DATE =
               FUNCTION DATE-OF-INTEGER (WS-LOOKAHEAD-INT).
           MOVE 0 TO WS-LOOKAHEAD-LINES.

           MOVE SPACES TO CTLRECORD
           STRING "CITYTYPES EXPIRING WITHIN " WS-LOOKAHEAD-DAYS
               " DAYS, BY " WS-LOOKAHEAD-DATE
               " (TYPE / EXP / CITIES STILL CARRYING):"
               DELIMITED BY SIZE INTO CTLRECORD
           WRITE CTLRECORD.

           PERFORM VARYING WS-CITYTYPE-IDX FROM 1 BY 1
                   UNTIL WS-CITYTYPE-IDX > WS-CITYTYPE-COUNT
               IF WS-CITYTYPE-EXP-DATE (WS-CITYTYPE-IDX) > 0
                   AND WS-CITYTYPE-EXP-DATE (WS-CITYTYPE-IDX)
                       NOT < WS-TYPE-EDIT-DATE
                   AND WS-CITYTYPE-EXP-DATE (WS-CITYTYPE-IDX)
                       NOT > WS-LOOKAHEAD-DATE
                   MOVE "N" TO WS-LOOKAHEAD-RENEW-SW
                   MOVE 0 TO WS-LOOKAHEAD-CITIES
                   PERFORM VARYING WS-LOOKAHEAD-IDX FROM 1 BY 1
                           UNTIL WS-LOOKAHEAD-IDX > WS-CITYTYPE-COUNT
                       IF VALID-CITYTYPE-TBL (WS-LOOKAHEAD-IDX) =
                           VALID-CITYTYPE-TBL (WS-CITYTYPE-IDX)
                           COMPUTE WS-LOOKAHEAD-CITIES =
                               WS-LOOKAHEAD-CITIES +
                               WS-CITYTYPE-COUNT-TBL (WS-LOOKAHEAD-IDX)
                           IF WS-CITYTYPE-EXP-DATE (WS-LOOKAHEAD-IDX)
                               = 0
                               OR WS-CITYTYPE-EXP-DATE
                                   (WS-LOOKAHEAD-IDX) >
                                   WS-CITYTYPE-EXP-DATE
                                       (WS-CITYTYPE-IDX)
                               MOVE "Y" TO WS-LOOKAHEAD-RENEW-SW
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-LOOKAHEAD-RENEW-SW = "N"
                       COMPUTE WS-LOOKAHEAD-LINES =
                           WS-LOOKAHEAD-LINES + 1
                       MOVE SPACES TO CTLRECORD
                       STRING "  " VALID-CITYTYPE-TBL (WS-CITYTYPE-IDX)
                           " " WS-CITYTYPE-EXP-DATE (WS-CITYTYPE-IDX)
                           " " WS-LOOKAHEAD-CITIES
                           DELIMITED BY SIZE INTO CTLRECORD
                       WRITE CTLRECORD
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-LOOKAHEAD-LINES = 0
               MOVE SPACES TO CTLRECORD
               STRING "  NONE" DELIMITED BY SIZE INTO CTLRECORD
               WRITE CTLRECORD
           END-IF.

       END PROGRAM READ-FILE-LOCAL.
