       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-ONLINE-MAINT.
      *    ONLINE CITY MAINTENANCE - CICS TRANSACTION CTYM, PROGRAM
      *    CTYMNT, MAPSET CTYMSM (bms/CTYMSM.bms). THE ONLINE FRONT
      *    END TO THE SAME ADD/CHANGE/DELETE MAINTENANCE MAINTSTP
      *    APPLIES FROM PROD.CITY.TRANS, UNDER THE SAME MAKER-CHECKER
      *    RULE: ONE SIGNED-ON ID KEYS A CHANGE, A DIFFERENT ONE
      *    APPROVES IT, AND ONLY THE APPROVAL TOUCHES THE MASTER.
      *    ACTIONS (KEYED IN THE ACTION FIELD WITH A CITYKEY):
      *      BLANK  SHOW THE CITY AS IT STANDS AND ANY PENDING CHANGE,
      *             AND FILL THE ENTRY FIELDS FROM THE MASTER.
      *      A/C/D  SUBMIT AN ADD, CHANGE OR DELETE. THE CHANGE IS
      *             EDITED AT ONCE (211-EDIT-BASIC-FIELDS, THE SAME
      *             E001-E003 EDITS AS READ-FILE-LOCAL) AND HELD ON
      *             PROD.CITY.ONLINE.PENDING (ONE PER CITYKEY) UNDER
      *             THE SUBMITTER'S ID.
      *      V      APPROVE THE PENDING CHANGE. THE EDITS RUN AGAIN
      *             AGAINST THE MASTER AS IT NOW STANDS; THE CHANGE IS
      *             APPLIED, RECORDED AS A STANDING OVERRIDE (SO
      *             OVRDSTP PUTS IT BACK AFTER EACH NIGHTLY REBUILD,
      *             EXACTLY AS FOR A MAINTSTP CHANGE), AND JOURNALLED.
      *             A CHANGE THAT NO LONGER PASSES IS JOURNALLED AS A
      *             REJECT AND DROPPED, AS MAINTSTP DROPS IT.
      *      X      DECLINE (OR, BY THE SUBMITTER, WITHDRAW) THE
      *             PENDING CHANGE. NOTHING IS APPLIED OR COUNTED -
      *             THE SAME AS A DECLINE ON THE CTYAPPR QUEUE.
      *    MERGE ("M") AND OVERRIDE RETIREMENT ("R") STAY ON THE
      *    BATCH ROUTE THROUGH CTYAPPR AND MAINTSTP.
      *    EVERY APPROVAL WRITES ONE ROW TO PROD.CITY.ONLINE.JOURNAL
      *    (CTYOJRN.cpy) IN THE SAME UNIT OF WORK AS THE MASTER AND
      *    OVERRIDE UPDATES: THE AUDIT RECORD OF AN APPLIED CHANGE,
      *    THE SUSPENSE RECORD OF AN EDIT REJECT. ONLINE-DRAIN
      *    (jcl/CTYONLC.jcl) WRITES THEM TO PROD.CITY.AUDIT.TRAIL AND
      *    PROD.CITY.SUSPENSE AND RECORDS THE DAY'S ONLINE COUNTS ON
      *    CYCLE CONTROL (STEP "ONLNMNT"), THE SAME FIGURES MAINTSTP
      *    RECORDS FOR ITS OWN TRANSACTIONS.
      *    NO UPDATE IS POSSIBLE WHILE THE NIGHTLY BATCH HAS THE CITY
      *    FILES: CTYONLC CLOSES AND DISABLES THEM IN CICS BEFORE
      *    CTYLOAD STARTS AND CTYONLO REOPENS THEM AFTER CTYHIST, AND
      *    A DISABLED OR CLOSED FILE ENDS THE ACTION WITH A "TRY
      *    LATER" MESSAGE. CITYMAST, CITYOVR, CITYPEND AND CITYOJRN
      *    ARE RECOVERABLE FILES, SO A FAILURE PART WAY THROUGH AN
      *    APPROVAL IS ROLLED BACK WHOLE.
      *    CICS FILE NAMES (SEE jcl/CTYCICS.jcl): CITYMAST = CITY
      *    MASTER, CITYOVR = STANDING OVERRIDES, CITYTYPO = KEYED COPY
      *    OF THE CITY-TYPE TABLE, CITYPEND = PENDING CHANGES,
      *    CITYOJRN = THE JOURNAL.
      *    A TERMINAL NOT SIGNED ON RUNS UNDER THE REGION'S DEFAULT
      *    USER, AND EVERY SUCH REP WOULD SHARE THAT ONE ID - ONE
      *    COULD APPROVE ANOTHER'S CHANGE WITH NO SECOND PERSON ON
      *    RECORD. SUBMIT AND APPROVE ARE THEREFORE REFUSED UNDER THE
      *    DEFAULT USER (READ OFF INQUIRE SYSTEM, SO THE PROGRAM IS
      *    TRANSLATED WITH THE SP OPTION), AND THE CTYM PROFILE KEEPS
      *    THE DEFAULT USER OFF THE TRANSACTION ALTOGETHER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 REC-VALID-SW       PIC X VALUE "Y".
           05 WS-CITYTYPE-FOUND  PIC X VALUE "N".
           05 WS-ON-FILE-SW      PIC X VALUE "N".
           05 WS-PEND-FOUND-SW   PIC X VALUE "N".
           05 WS-OVR-FOUND-SW    PIC X VALUE "N".
           05 WS-FILE-PROBLEM-SW       PIC X VALUE "N".
           05 WS-BROWSE-END-SW   PIC X VALUE "N".
           05 WS-UOW-FAILED-SW   PIC X VALUE "N".
           05 WS-OVR-NEW-ACTION  PIC X VALUE SPACE.

       01 CICS-FIELDS.
           05 WS-RESP            PIC S9(8) COMP VALUE 0.
           05 WS-RESP2           PIC S9(8) COMP VALUE 0.
           05 WS-ABSTIME         PIC S9(15) COMP-3 VALUE 0.
           05 WS-COMM-LEN        PIC S9(4) COMP VALUE 0.
           05 WS-FILE-NAME       PIC X(8) VALUE SPACES.
           05 WS-XCTL-PROGRAM    PIC X(8) VALUE SPACES.
           05 WS-KEY-RID         PIC X(5) VALUE SPACES.
           05 WS-TYPE-RID        PIC X(13) VALUE SPACES.
           05 WS-USERID          PIC X(8) VALUE SPACES.
           05 WS-DEFAULT-USER    PIC X(8) VALUE SPACES.
           05 WS-ED-RESP         PIC Z(7)9.
           05 WS-ED-RESP2        PIC Z(7)9.

       01 DATE-FIELDS.
           05 WS-TODAY           PIC 9(8) VALUE 0.
           05 WS-TODAY-X REDEFINES WS-TODAY PIC X(8).
           05 WS-NOW-TIME        PIC 9(6) VALUE 0.
           05 WS-NOW-TIME-X REDEFINES WS-NOW-TIME PIC X(6).
           05 WS-SCREEN-DATE     PIC X(10) VALUE SPACES.
           05 WS-TYPE-EDIT-DATE  PIC 9(8) VALUE 0.
           05 WS-EXP-DATE        PIC 9(8) VALUE 0.
           05 WS-EXP-DATE-X REDEFINES WS-EXP-DATE PIC X(8).
           05 WS-EXP-DATE-PARTS REDEFINES WS-EXP-DATE.
               10 WS-EXP-CCYY    PIC 9(4).
               10 WS-EXP-MM      PIC 9(2).
               10 WS-EXP-DD      PIC 9(2).

      *    WHAT THE SCREEN SHOWS AND WHAT WAS KEYED ON IT.
       01 SCREEN-FIELDS.
           05 WS-SCR-ACTION      PIC X(1) VALUE SPACE.
           05 WS-SCR-KEY         PIC X(5) VALUE SPACES.
           05 WS-SCR-NAME        PIC X(12) VALUE SPACES.
           05 WS-SCR-TYPE        PIC X(5) VALUE SPACES.
           05 WS-SCR-CODE        PIC X(6) VALUE SPACES.
           05 WS-SCR-EXPD        PIC X(8) VALUE SPACES.
           05 WS-SCR-CURR        PIC X(66) VALUE SPACES.
           05 WS-SCR-PEND        PIC X(66) VALUE SPACES.
           05 WS-SCR-PND2        PIC X(66) VALUE SPACES.

       01 WS-MESSAGE             PIC X(79) VALUE SPACES.
       01 WS-ACTION-MESSAGE      PIC X(79) VALUE SPACES.
       01 WS-ACTION-WORD         PIC X(6) VALUE SPACES.
       01 WS-END-TEXT            PIC X(29)
               VALUE "CITY ONLINE MAINTENANCE ENDED".

      *    PRE-CHANGE VALUES FOR THE AUDIT RECORD AND, ON A DELETE,
      *    FOR THE OVERRIDE - AS WS-MAINT-OLD-* IN READ-FILE-LOCAL.
       01 MAINT-OLD-VALUES.
           05 WS-MAINT-OLD-NAME     PIC A(12).
           05 WS-MAINT-OLD-TYPE     PIC A(5).
           05 WS-MAINT-OLD-CODE     PIC 9(6).
           05 WS-MAINT-OLD-CLM-DATE PIC X(10).

      *    MIRROR OF INRECORD IN READ-FILE-LOCAL (52 BYTES).
       01 CITY-RECORD.
           05 CITYKEY  PIC A(5).
           05 CITYNAME PIC A(12).
           05 CITYTYPE PIC A(5).
           05 CITYCODE PIC 9(6).
           05 CITYCODE-X REDEFINES CITYCODE PIC X(6).
           05 CLM-FROM-DT-IND              PIC X(1).
           05 CLM-FROM-DT-PACKED           PIC S9(5) COMP-3.
           05 CLM-FROM-DT-PACKED-ALT       PIC S9(5) COMP-3.
           05 CLM-FROM-DT-CYMD             PIC 9(7).
           05 CLM-FROM-DT-CENT-BIN         PIC 9 COMP.
           05 CITY-SOURCE-SYSTEM           PIC X(8).

      *    MIRROR OF TYPTRECORD IN READ-FILE-LOCAL (41 BYTES). THE
      *    ONLINE COPY IS KEYED ON TYPE PLUS EFFECTIVE DATE, SO ALL
      *    THE ROWS FOR ONE TYPE ARE TOGETHER IN DATE ORDER.
       01 TYPTRECORD.
           05 TYPT-CITYTYPE PIC A(5).
           05 TYPT-EFF-DATE PIC 9(8).
           05 TYPT-EXP-DATE PIC 9(8).
           05 TYPT-DESC     PIC X(20).

      *    MIRROR OF OVRRECORD IN READ-FILE-LOCAL (80 BYTES).
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

      *    MIRROR OF AUDRECORD IN READ-FILE-LOCAL (122 BYTES) - ONLY
      *    THE CITY VIEW; ONLINE MAINTENANCE WRITES NO CLAIM OR
      *    MERGE EVENTS.
       01 AUDRECORD.
           05 AUD-ACTION       PIC X(6).
           05 AUD-CITYKEY      PIC A(5).
           05 AUD-CITY-DATA.
               10 AUD-OLD-NAME     PIC A(12).
               10 AUD-OLD-TYPE     PIC A(5).
               10 AUD-OLD-CODE     PIC 9(6).
               10 AUD-OLD-CLM-DATE PIC X(10).
               10 AUD-NEW-NAME     PIC A(12).
               10 AUD-NEW-TYPE     PIC A(5).
               10 AUD-NEW-CODE     PIC 9(6).
               10 AUD-NEW-CLM-DATE PIC X(10).
           05 AUD-RUN-DATE     PIC 9(8).
           05 AUD-RUN-TIME     PIC 9(6).
           05 AUD-RUN-SEQ      PIC 9(7).
           05 AUD-SOURCE-SYSTEM PIC X(8).
           05 AUD-SUBMITTER     PIC X(8).
           05 AUD-APPROVER      PIC X(8).

      *    MIRROR OF SUSPRECORD IN READ-FILE-LOCAL (143 BYTES).
      *    211-EDIT-BASIC-FIELDS STAMPS ITS REASON HERE, AS THERE.
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

      *    PENDING CHANGE, PROD.CITY.ONLINE.PENDING (80 BYTES), KEYED
      *    ON PND-CITYKEY - AT MOST ONE CHANGE WAITS PER CITY. THE
      *    FIELDS ARE THOSE OF A PROD.CITY.TRANS LINE PLUS WHO KEYED
      *    IT, WHEN AND WHERE.
       01 PENDRECORD.
           05 PND-CITYKEY      PIC A(5).
           05 PND-ACTION       PIC X(1).
           05 PND-CITYNAME     PIC A(12).
           05 PND-CITYTYPE     PIC A(5).
           05 PND-CITYCODE     PIC 9(6).
           05 PND-OVR-EXP-DATE PIC 9(8).
           05 PND-SUBMITTER    PIC X(8).
           05 PND-SUB-DATE     PIC 9(8).
           05 PND-SUB-TIME     PIC 9(6).
           05 PND-SUB-TERM     PIC X(4).
           05 FILLER           PIC X(17).

       01 CURRENT-LINE.
           05 CURR-CITYNAME     PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CURR-CITYTYPE     PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CURR-CITYCODE     PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CURR-CLM-DATE     PIC X(10).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CURR-SOURCE       PIC X(8).
           05 FILLER            PIC X(21) VALUE SPACES.

       01 PENDING-LINE.
           05 PEND-ACTION-WORD  PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PEND-CITYNAME     PIC X(12).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PEND-CITYTYPE     PIC X(5).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PEND-CITYCODE     PIC X(6).
           05 FILLER            PIC X(9) VALUE "  EXPIRY ".
           05 PEND-EXPIRY       PIC X(8).
           05 FILLER            PIC X(17) VALUE SPACES.

       01 PENDING-LINE-2.
           05 FILLER            PIC X(13) VALUE "SUBMITTED BY ".
           05 PEND-SUBMITTER    PIC X(8).
           05 FILLER            PIC X(4) VALUE " ON ".
           05 PEND-SUB-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 PEND-SUB-TIME     PIC 9(6).
           05 FILLER            PIC X(10) VALUE " TERMINAL ".
           05 PEND-SUB-TERM     PIC X(4).
           05 FILLER            PIC X(12) VALUE SPACES.

           COPY "HGCPCLM.cpy".

       01 WS-CYMD-WORK PIC 9(7) VALUE 0.

      *    DAYS ELAPSED BEFORE THE 1ST OF EACH MONTH, USED TO RESOLVE
      *    A JULIAN (YYDDD) CLAIM-FROM-DATE TO A CALENDAR MONTH/DAY.
       01 WS-JULIAN-TABLES.
           05 WS-JULIAN-DAYS-BEFORE PIC 9(3) OCCURS 12 TIMES VALUES
               0 31 59 90 120 151 181 212 243 273 304 334.
           05 WS-JULIAN-DAYS-BEFORE-LEAP PIC 9(3) OCCURS 12 TIMES
               VALUES 0 31 60 91 121 152 182 213 244 274 305 335.
           05 WS-JULIAN-MM-IDX PIC 9(2).

           COPY "CTYOJRN.cpy".

           COPY "CTYOCOM.cpy".

           COPY "CTYMSM.cpy".

           COPY DFHAID.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(100).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE LENGTH OF CTYO-COMMAREA TO WS-COMM-LEN.
           MOVE LOW-VALUES TO CTYMMO.
           MOVE SPACES TO WS-MESSAGE.
           PERFORM 110-GET-DATE-AND-USER.
           IF EIBCALEN = 0
               MOVE SPACES TO CTYO-COMMAREA
               MOVE "KEY AN ACTION AND A CITYKEY" TO WS-MESSAGE
           ELSE
               MOVE DFHCOMMAREA TO CTYO-COMMAREA
               IF CTYO-PROGRAM NOT = "CTYMNT"
                   PERFORM 150-SHOW-SELECTED-CITY
               ELSE
                   PERFORM 100-PROCESS-KEY
               END-IF
           END-IF.
           PERFORM 800-SEND-MAP.
           MOVE "CTYMNT" TO CTYO-PROGRAM.
           EXEC CICS RETURN
               TRANSID('CTYM')
               COMMAREA(CTYO-COMMAREA)
               LENGTH(WS-COMM-LEN)
           END-EXEC.

       100-PROCESS-KEY.
           EVALUATE TRUE
               WHEN EIBAID = DFHCLEAR
                   PERFORM 900-END-SESSION
               WHEN EIBAID = DFHPF3
                   MOVE "CTYINQ" TO WS-XCTL-PROGRAM
                   PERFORM 700-TRANSFER
               WHEN EIBAID = DFHENTER
                   PERFORM 200-RECEIVE-AND-PROCESS
               WHEN OTHER
                   MOVE "THAT KEY IS NOT ACTIVE ON THIS SCREEN"
                       TO WS-MESSAGE
                   PERFORM 150-SHOW-SELECTED-CITY
           END-EVALUATE.

      *    TODAY'S DATE AND TIME (FOR THE TYPE EDIT, THE OVERRIDE SET
      *    DATE AND THE AUDIT RUN STAMP) AND THE SIGNED-ON ID (THE
      *    SUBMITTER OR APPROVER OF ANYTHING KEYED).
       110-GET-DATE-AND-USER.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-X)
               TIME(WS-NOW-TIME-X)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-SCREEN-DATE)
               DATESEP('-')
           END-EXEC.
           EXEC CICS ASSIGN
               USERID(WS-USERID)
           END-EXEC.
      *    IF THE DEFAULT USER CANNOT BE FOUND OUT, TREAT THIS ID AS
      *    IT - NOTHING IS SUBMITTED OR APPROVED RATHER THAN RISK IT.
           EXEC CICS INQUIRE SYSTEM
               DFLTUSER(WS-DEFAULT-USER)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-USERID TO WS-DEFAULT-USER
           END-IF.

       150-SHOW-SELECTED-CITY.
           IF CTYO-CITYKEY = SPACES
               IF WS-MESSAGE = SPACES
                   MOVE "KEY AN ACTION AND A CITYKEY" TO WS-MESSAGE
               END-IF
           ELSE
               MOVE CTYO-CITYKEY TO WS-SCR-KEY
               PERFORM 300-SHOW-CITY
           END-IF.

       200-RECEIVE-AND-PROCESS.
           EXEC CICS RECEIVE
               MAP('CTYMM')
               MAPSET('CTYMSM')
               INTO(CTYMMI)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(MAPFAIL)
               MOVE SPACES TO MACTI MKEYI MNAMEI MTYPEI MCODEI MEXPDI
           ELSE
               PERFORM 205-CLEAN-INPUT
           END-IF.
           MOVE MACTI TO WS-SCR-ACTION.
           MOVE MKEYI TO WS-SCR-KEY.
           MOVE MNAMEI TO WS-SCR-NAME.
           MOVE MTYPEI TO WS-SCR-TYPE.
           MOVE MCODEI TO WS-SCR-CODE.
           MOVE MEXPDI TO WS-SCR-EXPD.
           IF WS-SCR-KEY = SPACES
               MOVE CTYO-CITYKEY TO WS-SCR-KEY
           END-IF.
           IF WS-SCR-KEY = SPACES
               MOVE "KEY A CITYKEY" TO WS-MESSAGE
           ELSE
               MOVE WS-SCR-KEY TO CTYO-CITYKEY
               EVALUATE WS-SCR-ACTION
                   WHEN SPACE
                       PERFORM 300-SHOW-CITY
                   WHEN "A"
                   WHEN "C"
                   WHEN "D"
                       PERFORM 400-SUBMIT-CHANGE
                       PERFORM 315-REFRESH-STATUS
                   WHEN "V"
                       PERFORM 500-APPROVE-CHANGE
                       PERFORM 315-REFRESH-STATUS
                   WHEN "X"
                       PERFORM 600-DECLINE-CHANGE
                       PERFORM 315-REFRESH-STATUS
                   WHEN OTHER
                       MOVE "ACTION MUST BE A, C, D, V, X OR BLANK"
                           TO WS-MESSAGE
                       PERFORM 315-REFRESH-STATUS
               END-EVALUATE
           END-IF.

       205-CLEAN-INPUT.
           IF MACTL = 0
               MOVE SPACES TO MACTI
           END-IF.
           IF MKEYL = 0
               MOVE SPACES TO MKEYI
           END-IF.
           IF MNAMEL = 0
               MOVE SPACES TO MNAMEI
           END-IF.
           IF MTYPEL = 0
               MOVE SPACES TO MTYPEI
           END-IF.
           IF MCODEL = 0
               MOVE SPACES TO MCODEI
           END-IF.
           IF MEXPDL = 0
               MOVE SPACES TO MEXPDI
           END-IF.
           INSPECT MACTI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MKEYI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MNAMEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MTYPEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MCODEI REPLACING ALL LOW-VALUES BY SPACES.
           INSPECT MEXPDI REPLACING ALL LOW-VALUES BY SPACES.

      *    BLANK ACTION: SHOW THE CITY AND FILL THE ENTRY FIELDS FROM
      *    THE MASTER, READY TO BE OVERKEYED FOR A CHANGE.
       300-SHOW-CITY.
           PERFORM 310-SHOW-STATUS.
           IF WS-FILE-PROBLEM-SW = "N"
               MOVE SPACES TO WS-SCR-ACTION WS-SCR-EXPD
               IF WS-ON-FILE-SW = "Y"
                   MOVE CITYNAME TO WS-SCR-NAME
                   MOVE CITYTYPE TO WS-SCR-TYPE
                   MOVE CITYCODE-X TO WS-SCR-CODE
               ELSE
                   MOVE SPACES TO WS-SCR-NAME WS-SCR-TYPE WS-SCR-CODE
                   IF WS-MESSAGE = SPACES
                       MOVE "CITYKEY NOT ON FILE - ACTION A ADDS IT"
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *    THE "ON FILE" AND "PENDING" LINES - REFRESHED AFTER EVERY
      *    ACTION SO THE REP SEES WHAT THE ACTION LEFT BEHIND.
       310-SHOW-STATUS.
           MOVE SPACES TO WS-SCR-CURR WS-SCR-PEND WS-SCR-PND2.
           PERFORM 320-READ-CITY.
           IF WS-FILE-PROBLEM-SW = "N"
               IF WS-ON-FILE-SW = "Y"
                   MOVE CITYNAME TO CURR-CITYNAME
                   MOVE CITYTYPE TO CURR-CITYTYPE
                   MOVE CITYCODE-X TO CURR-CITYCODE
                   PERFORM 224-SET-CITY-CLAIM-DATE-INPUT
                   PERFORM 225-CONVERT-CLAIM-DATE
                   MOVE CLM-FROM-DT-EXTERNAL TO CURR-CLM-DATE
                   MOVE CITY-SOURCE-SYSTEM TO CURR-SOURCE
                   MOVE CURRENT-LINE TO WS-SCR-CURR
               ELSE
                   MOVE "NOT ON FILE" TO WS-SCR-CURR
               END-IF
               PERFORM 330-READ-PENDING
           END-IF.
           IF WS-FILE-PROBLEM-SW = "N"
               IF WS-PEND-FOUND-SW = "Y"
                   PERFORM 340-SET-ACTION-WORD
                   MOVE WS-ACTION-WORD TO PEND-ACTION-WORD
                   MOVE PND-CITYNAME TO PEND-CITYNAME
                   MOVE PND-CITYTYPE TO PEND-CITYTYPE
                   MOVE PND-CITYCODE TO PEND-CITYCODE
                   IF PND-OVR-EXP-DATE NUMERIC
                       AND PND-OVR-EXP-DATE > 0
                       MOVE PND-OVR-EXP-DATE TO PEND-EXPIRY
                   ELSE
                       MOVE "NONE" TO PEND-EXPIRY
                   END-IF
                   MOVE PENDING-LINE TO WS-SCR-PEND
                   MOVE PND-SUBMITTER TO PEND-SUBMITTER
                   MOVE PND-SUB-DATE TO PEND-SUB-DATE
                   MOVE PND-SUB-TIME TO PEND-SUB-TIME
                   MOVE PND-SUB-TERM TO PEND-SUB-TERM
                   MOVE PENDING-LINE-2 TO WS-SCR-PND2
               ELSE
                   MOVE "NONE" TO WS-SCR-PEND
               END-IF
           END-IF.

      *    AFTER AN ACTION THE REFRESH MUST NOT HIDE WHAT THE ACTION
      *    DID. OVERNIGHT CITYPEND STAYS OPEN WHILE CITYMAST IS CLOSED,
      *    SO A WITHDRAW OR DECLINE GOES THROUGH BUT THE REFRESH HITS
      *    THE LOCKOUT - THE REP IS TOLD THE OUTCOME, NOT "TRY LATER".
       315-REFRESH-STATUS.
           MOVE WS-MESSAGE TO WS-ACTION-MESSAGE.
           PERFORM 310-SHOW-STATUS.
           IF WS-ACTION-MESSAGE NOT = SPACES
               AND (WS-RESP = DFHRESP(DISABLED)
                   OR WS-RESP = DFHRESP(NOTOPEN))
               MOVE WS-ACTION-MESSAGE TO WS-MESSAGE
           END-IF.

       320-READ-CITY.
           MOVE "N" TO WS-ON-FILE-SW.
           MOVE WS-SCR-KEY TO WS-KEY-RID.
           MOVE "CITYMAST" TO WS-FILE-NAME.
           EXEC CICS READ
               FILE('CITYMAST')
               INTO(CITY-RECORD)
               RIDFLD(WS-KEY-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-ON-FILE-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       330-READ-PENDING.
           MOVE "N" TO WS-PEND-FOUND-SW.
           MOVE WS-SCR-KEY TO WS-KEY-RID.
           MOVE "CITYPEND" TO WS-FILE-NAME.
           EXEC CICS READ
               FILE('CITYPEND')
               INTO(PENDRECORD)
               RIDFLD(WS-KEY-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-PEND-FOUND-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       340-SET-ACTION-WORD.
           EVALUATE PND-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-ACTION-WORD
               WHEN "C"
                   MOVE "CHANGE" TO WS-ACTION-WORD
               WHEN "D"
                   MOVE "DELETE" TO WS-ACTION-WORD
               WHEN OTHER
                   MOVE PND-ACTION TO WS-ACTION-WORD
           END-EVALUATE.

      *    A/C/D: THE MAKER'S SIDE. NOTHING REACHES THE MASTER HERE -
      *    THE CHANGE IS EDITED NOW SO A TYPO IS CAUGHT WHILE THE REP
      *    IS STILL AT THE SCREEN, AND HELD FOR A SECOND ID.
       400-SUBMIT-CHANGE.
           IF WS-USERID = SPACES OR WS-USERID = WS-DEFAULT-USER
               MOVE "SIGN ON TO CICS BEFORE KEYING A CHANGE"
                   TO WS-MESSAGE
           ELSE
               PERFORM 330-READ-PENDING
           END-IF.
           IF WS-MESSAGE = SPACES AND WS-PEND-FOUND-SW = "Y"
               STRING "A CHANGE IS ALREADY PENDING FOR THIS CITY - "
                   "APPROVE (V) OR DECLINE (X) IT FIRST"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           IF WS-MESSAGE = SPACES
               PERFORM 320-READ-CITY
           END-IF.
           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-SCR-ACTION = "A" AND WS-ON-FILE-SW = "Y"
                       STRING "CITYKEY ALREADY ON FILE - USE C TO "
                           "CHANGE IT"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN WS-SCR-ACTION NOT = "A" AND WS-ON-FILE-SW = "N"
                       MOVE "CITYKEY NOT ON FILE" TO WS-MESSAGE
                   WHEN WS-SCR-ACTION = "D"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 410-EDIT-KEYED-VALUES
               END-EVALUATE
           END-IF.
           IF WS-MESSAGE = SPACES
               PERFORM 420-EDIT-EXPIRY-DATE
           END-IF.
           IF WS-MESSAGE = SPACES
               PERFORM 430-WRITE-PENDING
           END-IF.

      *    THE SAME EDITS MAINTSTP RUNS ON AN ADD OR CHANGE LINE, ON
      *    THE RECORD AS IT WOULD STAND AFTER THE CHANGE.
       410-EDIT-KEYED-VALUES.
           IF WS-SCR-ACTION = "A"
               INITIALIZE CITY-RECORD
               MOVE "MAINT" TO CITY-SOURCE-SYSTEM
           END-IF.
           MOVE WS-SCR-KEY TO CITYKEY.
           MOVE WS-SCR-NAME TO CITYNAME.
           MOVE WS-SCR-TYPE TO CITYTYPE.
           MOVE WS-SCR-CODE TO CITYCODE-X.
           PERFORM 211-EDIT-BASIC-FIELDS.
           IF WS-FILE-PROBLEM-SW = "N" AND REC-VALID-SW = "N"
               STRING SUSP-REASON-CODE " " SUSP-REASON-TEXT
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *    THE OVERRIDE EXPIRY: BLANK = STANDS UNTIL AN "R" RETIRES
      *    IT, OTHERWISE A REAL CCYYMMDD DATE NO EARLIER THAN TODAY.
       420-EDIT-EXPIRY-DATE.
           IF WS-SCR-EXPD = SPACES
               MOVE 0 TO WS-EXP-DATE
           ELSE
               MOVE WS-SCR-EXPD TO WS-EXP-DATE-X
               IF WS-EXP-DATE-X NOT NUMERIC
                   MOVE "EXPIRY MUST BE CCYYMMDD OR BLANK"
                       TO WS-MESSAGE
               ELSE
                   IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
                       OR WS-EXP-DD < 1 OR WS-EXP-DD > 31
                       MOVE "EXPIRY MUST BE CCYYMMDD OR BLANK"
                           TO WS-MESSAGE
                   ELSE
                       IF WS-EXP-DATE < WS-TODAY
                           MOVE "EXPIRY CANNOT BE BEFORE TODAY"
                               TO WS-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       430-WRITE-PENDING.
           MOVE SPACES TO PENDRECORD.
           MOVE WS-SCR-KEY TO PND-CITYKEY.
           MOVE WS-SCR-ACTION TO PND-ACTION.
           IF WS-SCR-ACTION = "D"
               MOVE CITYNAME TO PND-CITYNAME
               MOVE CITYTYPE TO PND-CITYTYPE
               MOVE CITYCODE TO PND-CITYCODE
           ELSE
               MOVE WS-SCR-NAME TO PND-CITYNAME
               MOVE WS-SCR-TYPE TO PND-CITYTYPE
               MOVE WS-SCR-CODE TO PND-CITYCODE
           END-IF.
           MOVE WS-EXP-DATE TO PND-OVR-EXP-DATE.
           MOVE WS-USERID TO PND-SUBMITTER.
           MOVE WS-TODAY TO PND-SUB-DATE.
           MOVE WS-NOW-TIME TO PND-SUB-TIME.
           MOVE EIBTRMID TO PND-SUB-TERM.
           MOVE WS-SCR-KEY TO WS-KEY-RID.
           MOVE "CITYPEND" TO WS-FILE-NAME.
           EXEC CICS WRITE
               FILE('CITYPEND')
               FROM(PENDRECORD)
               RIDFLD(WS-KEY-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 340-SET-ACTION-WORD
                   STRING WS-ACTION-WORD " OF " WS-SCR-KEY
                       " SUBMITTED BY " WS-USERID
                       " - A SECOND ID MUST APPROVE IT (V)"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   MOVE SPACE TO WS-SCR-ACTION
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE SPACES TO WS-MESSAGE
                   STRING "A CHANGE IS ALREADY PENDING FOR THIS CITY - "
                       "APPROVE (V) OR DECLINE (X) IT FIRST"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

      *    V: THE CHECKER'S SIDE - THE ONLINE EQUIVALENT OF CTYAPPR
      *    RELEASING A LINE AND MAINTSTP APPLYING IT. THE PENDING ROW
      *    IS HELD FOR UPDATE SO TWO APPROVERS CANNOT BOTH APPLY IT.
       500-APPROVE-CHANGE.
           MOVE "N" TO WS-PEND-FOUND-SW.
           IF WS-USERID = SPACES OR WS-USERID = WS-DEFAULT-USER
               MOVE "SIGN ON TO CICS BEFORE APPROVING A CHANGE"
                   TO WS-MESSAGE
           ELSE
               PERFORM 505-READ-PENDING-FOR-UPDATE
           END-IF.
           IF WS-PEND-FOUND-SW = "Y"
               IF PND-SUBMITTER = WS-USERID
                   EXEC CICS UNLOCK
                       FILE('CITYPEND')
                   END-EXEC
                   MOVE SPACES TO WS-MESSAGE
                   STRING "A CHANGE CANNOT BE APPROVED BY THE ID THAT "
                       "SUBMITTED IT"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   PERFORM 510-APPLY-PENDING-CHANGE
               END-IF
           END-IF.

       505-READ-PENDING-FOR-UPDATE.
           MOVE WS-SCR-KEY TO WS-KEY-RID.
           MOVE "CITYPEND" TO WS-FILE-NAME.
           EXEC CICS READ
               FILE('CITYPEND')
               INTO(PENDRECORD)
               RIDFLD(WS-KEY-RID)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-PEND-FOUND-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "NO CHANGE IS PENDING FOR THIS CITY"
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

      *    ONE UNIT OF WORK: MASTER, OVERRIDE, JOURNAL ROW AND THE
      *    PENDING ROW'S REMOVAL ARE COMMITTED TOGETHER OR NOT AT
      *    ALL. JRN-OUTCOME IS SET BY THE APPLY PARAGRAPH - "A" WHEN
      *    THE CHANGE WENT ON, "S"/"R" WHEN MAINTSTP WOULD HAVE
      *    REJECTED IT.
       510-APPLY-PENDING-CHANGE.
           MOVE "N" TO WS-UOW-FAILED-SW.
           MOVE SPACES TO CTYO-JOURNAL-RECORD.
           PERFORM 340-SET-ACTION-WORD.
           EVALUATE PND-ACTION
               WHEN "A"
                   PERFORM 520-APPLY-ADD
               WHEN "C"
                   PERFORM 530-APPLY-CHANGE
               WHEN OTHER
                   PERFORM 540-APPLY-DELETE
           END-EVALUATE.
           IF WS-UOW-FAILED-SW = "N"
               PERFORM 580-WRITE-JOURNAL
           END-IF.
           IF WS-UOW-FAILED-SW = "N"
               MOVE "CITYPEND" TO WS-FILE-NAME
               EXEC CICS DELETE
                   FILE('CITYPEND')
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 590-FAIL-UNIT-OF-WORK
               END-IF
           END-IF.
           IF WS-UOW-FAILED-SW = "N"
               EXEC CICS SYNCPOINT
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO WS-MESSAGE
                   STRING "APPROVAL BACKED OUT BY CICS - NOTHING WAS "
                       "APPLIED - TRY AGAIN"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   PERFORM 515-SET-APPROVAL-MESSAGE
               END-IF
           END-IF.

       515-SET-APPROVAL-MESSAGE.
           IF JRN-OUTCOME = "A"
               STRING WS-ACTION-WORD " OF " PND-CITYKEY
                   " APPLIED - SUBMITTED BY " PND-SUBMITTER
                   " APPROVED BY " WS-USERID
                   DELIMITED BY SIZE INTO WS-MESSAGE
               MOVE SPACES TO WS-SCR-ACTION
           ELSE
               STRING "REJECTED AND DROPPED - " JRN-REASON
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *    AS 420-APPLY-ADD IN READ-FILE-LOCAL.
       520-APPLY-ADD.
           INITIALIZE CITY-RECORD.
           MOVE "MAINT" TO CITY-SOURCE-SYSTEM.
           MOVE PND-CITYKEY TO CITYKEY.
           MOVE PND-CITYNAME TO CITYNAME.
           MOVE PND-CITYTYPE TO CITYTYPE.
           MOVE PND-CITYCODE TO CITYCODE.
           PERFORM 211-EDIT-BASIC-FIELDS.
           EVALUATE TRUE
               WHEN WS-FILE-PROBLEM-SW = "Y"
                   PERFORM 590-FAIL-UNIT-OF-WORK
               WHEN REC-VALID-SW = "N"
                   PERFORM 560-REJECT-TO-SUSPENSE
               WHEN OTHER
                   PERFORM 521-WRITE-NEW-CITY
           END-EVALUATE.

       521-WRITE-NEW-CITY.
           MOVE CITYKEY TO WS-KEY-RID.
           MOVE "CITYMAST" TO WS-FILE-NAME.
           EXEC CICS WRITE
               FILE('CITYMAST')
               FROM(CITY-RECORD)
               RIDFLD(WS-KEY-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   PERFORM 522-AUDIT-ADD
                   MOVE "A" TO OVR-ACTION
                   PERFORM 550-RECORD-OVERRIDE
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE "R" TO JRN-OUTCOME
                   MOVE "ADD REJECTED, KEY ALREADY EXISTS"
                       TO JRN-REASON
               WHEN OTHER
                   PERFORM 590-FAIL-UNIT-OF-WORK
           END-EVALUATE.

      *    AS 421-AUDIT-MAINT-ADD. A NEW CITY HAS NO CLAIM DATE UNTIL
      *    ITS FEED SUPPLIES ONE, SO THE NEW CLAIM DATE IS LEFT BLANK.
       522-AUDIT-ADD.
           MOVE "ADD" TO AUD-ACTION.
           MOVE CITYKEY TO AUD-CITYKEY.
           MOVE SPACES TO AUD-OLD-NAME AUD-OLD-TYPE AUD-OLD-CLM-DATE.
           MOVE 0 TO AUD-OLD-CODE.
           MOVE CITYNAME TO AUD-NEW-NAME.
           MOVE CITYTYPE TO AUD-NEW-TYPE.
           MOVE CITYCODE TO AUD-NEW-CODE.
           MOVE SPACES TO AUD-NEW-CLM-DATE.
           PERFORM 570-STAMP-AUDIT.

      *    AS 430-APPLY-CHANGE IN READ-FILE-LOCAL.
       530-APPLY-CHANGE.
           PERFORM 535-READ-CITY-FOR-UPDATE.
           EVALUATE TRUE
               WHEN WS-UOW-FAILED-SW = "Y"
                   CONTINUE
               WHEN WS-ON-FILE-SW = "N"
                   MOVE "R" TO JRN-OUTCOME
                   MOVE "CHANGE REJECTED, KEY NOT FOUND"
                       TO JRN-REASON
               WHEN OTHER
                   PERFORM 531-CHANGE-CITY
           END-EVALUATE.

       531-CHANGE-CITY.
           PERFORM 536-SAVE-OLD-VALUES.
           MOVE PND-CITYNAME TO CITYNAME.
           MOVE PND-CITYTYPE TO CITYTYPE.
           MOVE PND-CITYCODE TO CITYCODE.
           PERFORM 211-EDIT-BASIC-FIELDS.
           EVALUATE TRUE
               WHEN WS-FILE-PROBLEM-SW = "Y"
                   PERFORM 590-FAIL-UNIT-OF-WORK
               WHEN REC-VALID-SW = "N"
                   EXEC CICS UNLOCK
                       FILE('CITYMAST')
                   END-EXEC
                   PERFORM 560-REJECT-TO-SUSPENSE
               WHEN OTHER
                   MOVE "CITYMAST" TO WS-FILE-NAME
                   EXEC CICS REWRITE
                       FILE('CITYMAST')
                       FROM(CITY-RECORD)
                       RESP(WS-RESP)
                       RESP2(WS-RESP2)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 532-AUDIT-CHANGE
                       MOVE "C" TO OVR-ACTION
                       PERFORM 550-RECORD-OVERRIDE
                   ELSE
                       PERFORM 590-FAIL-UNIT-OF-WORK
                   END-IF
           END-EVALUATE.

      *    AS 431-AUDIT-MAINT-CHANGE. THE CHANGE NEVER TOUCHES THE
      *    CLAIM DATE, SO OLD AND NEW ARE THE SAME.
       532-AUDIT-CHANGE.
           MOVE "CHANGE" TO AUD-ACTION.
           MOVE CITYKEY TO AUD-CITYKEY.
           MOVE WS-MAINT-OLD-NAME TO AUD-OLD-NAME.
           MOVE WS-MAINT-OLD-TYPE TO AUD-OLD-TYPE.
           MOVE WS-MAINT-OLD-CODE TO AUD-OLD-CODE.
           MOVE WS-MAINT-OLD-CLM-DATE TO AUD-OLD-CLM-DATE.
           MOVE CITYNAME TO AUD-NEW-NAME.
           MOVE CITYTYPE TO AUD-NEW-TYPE.
           MOVE CITYCODE TO AUD-NEW-CODE.
           MOVE WS-MAINT-OLD-CLM-DATE TO AUD-NEW-CLM-DATE.
           PERFORM 570-STAMP-AUDIT.

       535-READ-CITY-FOR-UPDATE.
           MOVE "N" TO WS-ON-FILE-SW.
           MOVE PND-CITYKEY TO WS-KEY-RID.
           MOVE "CITYMAST" TO WS-FILE-NAME.
           EXEC CICS READ
               FILE('CITYMAST')
               INTO(CITY-RECORD)
               RIDFLD(WS-KEY-RID)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-ON-FILE-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 590-FAIL-UNIT-OF-WORK
           END-EVALUATE.

       536-SAVE-OLD-VALUES.
           MOVE CITYNAME TO WS-MAINT-OLD-NAME.
           MOVE CITYTYPE TO WS-MAINT-OLD-TYPE.
           MOVE CITYCODE TO WS-MAINT-OLD-CODE.
           PERFORM 224-SET-CITY-CLAIM-DATE-INPUT.
           PERFORM 225-CONVERT-CLAIM-DATE.
           MOVE CLM-FROM-DT-EXTERNAL TO WS-MAINT-OLD-CLM-DATE.

      *    AS 440-APPLY-DELETE IN READ-FILE-LOCAL - NO EDITS, THE
      *    CITY ONLY HAS TO BE THERE.
       540-APPLY-DELETE.
           PERFORM 535-READ-CITY-FOR-UPDATE.
           EVALUATE TRUE
               WHEN WS-UOW-FAILED-SW = "Y"
                   CONTINUE
               WHEN WS-ON-FILE-SW = "N"
                   MOVE "R" TO JRN-OUTCOME
                   MOVE "DELETE REJECTED, KEY NOT FOUND"
                       TO JRN-REASON
               WHEN OTHER
                   PERFORM 536-SAVE-OLD-VALUES
                   MOVE "CITYMAST" TO WS-FILE-NAME
                   EXEC CICS DELETE
                       FILE('CITYMAST')
                       RESP(WS-RESP)
                       RESP2(WS-RESP2)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 542-AUDIT-DELETE
                       MOVE "D" TO OVR-ACTION
                       PERFORM 550-RECORD-OVERRIDE
                   ELSE
                       PERFORM 590-FAIL-UNIT-OF-WORK
                   END-IF
           END-EVALUATE.

      *    AS 441-AUDIT-MAINT-DELETE.
       542-AUDIT-DELETE.
           MOVE "DELETE" TO AUD-ACTION.
           MOVE PND-CITYKEY TO AUD-CITYKEY.
           MOVE WS-MAINT-OLD-NAME TO AUD-OLD-NAME.
           MOVE WS-MAINT-OLD-TYPE TO AUD-OLD-TYPE.
           MOVE WS-MAINT-OLD-CODE TO AUD-OLD-CODE.
           MOVE WS-MAINT-OLD-CLM-DATE TO AUD-OLD-CLM-DATE.
           MOVE SPACES TO AUD-NEW-NAME AUD-NEW-TYPE AUD-NEW-CLM-DATE.
           MOVE 0 TO AUD-NEW-CODE.
           PERFORM 570-STAMP-AUDIT.

      *    AS 450-RECORD-OVERRIDE IN READ-FILE-LOCAL, WITH TODAY AS
      *    THE SET DATE. OVR-ACTION IS SET BY THE CALLER. THE
      *    OVERRIDE IS READ INTO A SAVE AREA SO THE ACTION JUST SET
      *    IS NOT LOST; ONLY ITS PRESENCE MATTERS.
       550-RECORD-OVERRIDE.
           MOVE OVR-ACTION TO WS-OVR-NEW-ACTION.
           MOVE PND-CITYKEY TO WS-KEY-RID.
           MOVE "CITYOVR" TO WS-FILE-NAME.
           EXEC CICS READ
               FILE('CITYOVR')
               INTO(OVRRECORD)
               RIDFLD(WS-KEY-RID)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "Y" TO WS-OVR-FOUND-SW
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE "N" TO WS-OVR-FOUND-SW
               WHEN OTHER
                   PERFORM 590-FAIL-UNIT-OF-WORK
           END-EVALUATE.
           IF WS-UOW-FAILED-SW = "N"
               PERFORM 551-BUILD-OVERRIDE
               PERFORM 552-WRITE-OVERRIDE
           END-IF.

       551-BUILD-OVERRIDE.
           MOVE PND-CITYKEY TO OVR-CITYKEY.
           MOVE WS-OVR-NEW-ACTION TO OVR-ACTION.
           MOVE "A" TO OVR-STATUS.
           IF WS-OVR-NEW-ACTION = "D"
               MOVE WS-MAINT-OLD-NAME TO OVR-CITYNAME
               MOVE WS-MAINT-OLD-TYPE TO OVR-CITYTYPE
               MOVE WS-MAINT-OLD-CODE TO OVR-CITYCODE
           ELSE
               MOVE CITYNAME TO OVR-CITYNAME
               MOVE CITYTYPE TO OVR-CITYTYPE
               MOVE CITYCODE TO OVR-CITYCODE
           END-IF.
           MOVE WS-TODAY TO OVR-SET-DATE.
           IF PND-OVR-EXP-DATE NUMERIC
               MOVE PND-OVR-EXP-DATE TO OVR-EXP-DATE
           ELSE
               MOVE 0 TO OVR-EXP-DATE
           END-IF.
           MOVE 0 TO OVR-END-DATE OVR-LAST-APPLY-DATE OVR-APPLY-COUNT.
           MOVE SPACES TO OVRRECORD (68:13).

       552-WRITE-OVERRIDE.
           IF WS-OVR-FOUND-SW = "Y"
               EXEC CICS REWRITE
                   FILE('CITYOVR')
                   FROM(OVRRECORD)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE('CITYOVR')
                   FROM(OVRRECORD)
                   RIDFLD(WS-KEY-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 590-FAIL-UNIT-OF-WORK
           END-IF.

      *    AS 212-WRITE-MAINT-SUSPENSE: THE RECORD AS IT FAILED THE
      *    EDITS, WITH 211'S REASON. IT RIDES ON THE JOURNAL ROW AND
      *    REACHES PROD.CITY.SUSPENSE THROUGH ONLINE-DRAIN.
       560-REJECT-TO-SUSPENSE.
           MOVE CITYKEY TO CITYKEY-SUSP.
           MOVE CITYNAME TO CITYNAME-SUSP.
           MOVE CITYTYPE TO CITYTYPE-SUSP.
           MOVE CITYCODE-X TO CITYCODE-SUSP.
           MOVE WS-TODAY TO SUSP-ENTRY-DATE.
           MOVE CLM-FROM-DT-IND TO SUSP-CLM-FROM-DT-IND.
           MOVE CLM-FROM-DT-PACKED TO SUSP-CLM-FROM-DT-PACKED.
           MOVE CLM-FROM-DT-PACKED-ALT TO SUSP-CLM-FROM-DT-PACKED-ALT.
           MOVE CLM-FROM-DT-CYMD TO SUSP-CLM-FROM-DT-CYMD.
           MOVE CLM-FROM-DT-CENT-BIN TO SUSP-CLM-FROM-DT-CENT-BIN.
           MOVE SPACES TO SUSP-CLM-NUMBER SUSP-CLM-AMOUNT.
           MOVE CITY-SOURCE-SYSTEM TO SUSP-SOURCE-SYSTEM.
           MOVE "S" TO JRN-OUTCOME.
           STRING SUSP-REASON-CODE " " SUSP-REASON-TEXT
               DELIMITED BY SIZE INTO JRN-REASON.
           MOVE SUSPRECORD TO JRN-BODY.

      *    AS 239-STAMP-AUDIT-RUN-ID: THE RUN STAMP IS THE MOMENT OF
      *    APPROVAL AND THE SEQUENCE THE CICS TASK NUMBER, WHICH
      *    KEEPS TWO APPROVALS IN THE SAME SECOND APART ON THE
      *    HISTORY KEY.
       570-STAMP-AUDIT.
           MOVE "MAINT" TO AUD-SOURCE-SYSTEM.
           MOVE WS-TODAY TO AUD-RUN-DATE.
           MOVE WS-NOW-TIME TO AUD-RUN-TIME.
           MOVE EIBTASKN TO AUD-RUN-SEQ.
           MOVE PND-SUBMITTER TO AUD-SUBMITTER.
           MOVE WS-USERID TO AUD-APPROVER.
           MOVE "A" TO JRN-OUTCOME.
           MOVE SPACES TO JRN-REASON.
           MOVE AUDRECORD TO JRN-BODY.

       580-WRITE-JOURNAL.
           MOVE WS-ABSTIME TO JRN-STAMP.
           MOVE EIBTASKN TO JRN-TASK.
           MOVE "CITYOJRN" TO WS-FILE-NAME.
           EXEC CICS WRITE
               FILE('CITYOJRN')
               FROM(CTYO-JOURNAL-RECORD)
               RIDFLD(JRN-KEY)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 590-FAIL-UNIT-OF-WORK
           END-IF.

      *    ANY FAILURE PART WAY THROUGH AN APPROVAL UNDOES EVERYTHING
      *    THE TASK HAS CHANGED; THE PENDING ROW STAYS FOR A RETRY.
       590-FAIL-UNIT-OF-WORK.
           MOVE "Y" TO WS-UOW-FAILED-SW.
           PERFORM 950-FILE-PROBLEM.
           EXEC CICS SYNCPOINT ROLLBACK
               RESP(WS-RESP)
           END-EXEC.

      *    X: DROP THE PENDING CHANGE. ANY SIGNED-ON ID MAY DO IT -
      *    THE SUBMITTER TO WITHDRAW IT, ANYONE ELSE TO DECLINE IT.
       600-DECLINE-CHANGE.
           MOVE "N" TO WS-PEND-FOUND-SW.
           IF WS-USERID = SPACES OR WS-USERID = WS-DEFAULT-USER
               MOVE "SIGN ON TO CICS BEFORE DECLINING A CHANGE"
                   TO WS-MESSAGE
           ELSE
               PERFORM 505-READ-PENDING-FOR-UPDATE
           END-IF.
           IF WS-PEND-FOUND-SW = "Y"
               MOVE "CITYPEND" TO WS-FILE-NAME
               EXEC CICS DELETE
                   FILE('CITYPEND')
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 340-SET-ACTION-WORD
                   IF PND-SUBMITTER = WS-USERID
                       STRING "PENDING " WS-ACTION-WORD " OF "
                           PND-CITYKEY " WITHDRAWN"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   ELSE
                       STRING "PENDING " WS-ACTION-WORD " OF "
                           PND-CITYKEY " FROM " PND-SUBMITTER
                           " DECLINED BY " WS-USERID
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
                   MOVE SPACES TO WS-SCR-ACTION
               ELSE
                   PERFORM 950-FILE-PROBLEM
               END-IF
           END-IF.

      *    SHARED EDITS - THE SAME RULES, CODES AND WORDING AS
      *    211-EDIT-BASIC-FIELDS IN READ-FILE-LOCAL.
       211-EDIT-BASIC-FIELDS.
           MOVE "Y" TO REC-VALID-SW.

           IF CITYKEY = SPACES
               MOVE "N" TO REC-VALID-SW
               MOVE "E001" TO SUSP-REASON-CODE
               MOVE "BLANK CITYKEY" TO SUSP-REASON-TEXT
           END-IF.

           IF REC-VALID-SW = "Y" AND CITYCODE NOT NUMERIC
               MOVE "N" TO REC-VALID-SW
               MOVE "E002" TO SUSP-REASON-CODE
               MOVE "NON-NUMERIC CITYCODE" TO SUSP-REASON-TEXT
           END-IF.

           IF REC-VALID-SW = "Y"
               PERFORM 215-VALIDATE-CITYTYPE
               IF WS-CITYTYPE-FOUND = "N"
                   MOVE "N" TO REC-VALID-SW
                   MOVE "E003" TO SUSP-REASON-CODE
                   MOVE "UNKNOWN CITYTYPE" TO SUSP-REASON-TEXT
               END-IF
           END-IF.

      *    AS 215-VALIDATE-CITYTYPE IN READ-FILE-LOCAL, DATED TODAY
      *    (THE RUN DATE, AS IN MAINTENANCE MODE). THE KEYED COPY OF
      *    THE TYPE TABLE IS BROWSED FROM THE TYPE'S EARLIEST ROW; A
      *    ROW EFFECTIVE AFTER TODAY ENDS THE SEARCH, SINCE EVERY ROW
      *    AFTER IT IS LATER STILL.
       215-VALIDATE-CITYTYPE.
           MOVE WS-TODAY TO WS-TYPE-EDIT-DATE.
           MOVE "N" TO WS-CITYTYPE-FOUND.
           MOVE CITYTYPE TO WS-TYPE-RID (1:5).
           MOVE LOW-VALUES TO WS-TYPE-RID (6:8).
           MOVE "CITYTYPO" TO WS-FILE-NAME.
           EXEC CICS STARTBR
               FILE('CITYTYPO')
               RIDFLD(WS-TYPE-RID)
               GTEQ
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE "N" TO WS-BROWSE-END-SW
                   PERFORM 216-READ-NEXT-TYPE
                       UNTIL WS-BROWSE-END-SW = "Y"
                   EXEC CICS ENDBR
                       FILE('CITYTYPO')
                   END-EXEC
               WHEN WS-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

       216-READ-NEXT-TYPE.
           EXEC CICS READNEXT
               FILE('CITYTYPO')
               INTO(TYPTRECORD)
               RIDFLD(WS-TYPE-RID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN TYPT-CITYTYPE NOT = CITYTYPE
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN TYPT-EFF-DATE > WS-TYPE-EDIT-DATE
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN TYPT-EXP-DATE = 0
                           OR TYPT-EXP-DATE NOT < WS-TYPE-EDIT-DATE
                           MOVE "Y" TO WS-CITYTYPE-FOUND
                           MOVE "Y" TO WS-BROWSE-END-SW
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE "Y" TO WS-BROWSE-END-SW
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-END-SW
                   PERFORM 950-FILE-PROBLEM
           END-EVALUATE.

      *    SAME THREE-WAY CLAIM-DATE NORMALIZATION AS READ-FILE-LOCAL
      *    (224/225 THERE) - SEE HGCPCLM.cpy.
       224-SET-CITY-CLAIM-DATE-INPUT.
           MOVE CLM-FROM-DT-IND TO HGCPCLM-IN-DT-IND.
           MOVE CLM-FROM-DT-PACKED TO HGCPCLM-IN-DT-PACKED.
           MOVE CLM-FROM-DT-PACKED-ALT TO HGCPCLM-IN-DT-PACKED-ALT.
           MOVE CLM-FROM-DT-CYMD TO HGCPCLM-IN-DT-CYMD.
           MOVE CLM-FROM-DT-CENT-BIN TO HGCPCLM-IN-DT-CENT-BIN.

       225-CONVERT-CLAIM-DATE.
           MOVE "Y" TO HGCPCLM-DATE-VALID-SW.
           EVALUATE HGCPCLM-IN-DT-IND
               WHEN "1"
                   PERFORM 225A-CONVERT-FROM-JULIAN-PACKED
               WHEN "2"
                   PERFORM 225B-CONVERT-FROM-JULIAN-PACKED-ALT
               WHEN OTHER
                   PERFORM 225C-CONVERT-FROM-CYMD
           END-EVALUATE.

           IF HGCPCLM-CYMD-MM < 1 OR HGCPCLM-CYMD-MM > 12
               OR HGCPCLM-CYMD-DD < 1 OR HGCPCLM-CYMD-DD > 31
               MOVE "N" TO HGCPCLM-DATE-VALID-SW
           END-IF.

           IF HGCPCLM-DATE-VALID-SW = "Y"
               STRING HGCPCLM-CCYY "-" HGCPCLM-CYMD-MM "-"
                   HGCPCLM-CYMD-DD
                   DELIMITED BY SIZE INTO CLM-FROM-DT-EXTERNAL
           ELSE
               MOVE "INVALID-DT" TO CLM-FROM-DT-EXTERNAL
           END-IF.

       225C-CONVERT-FROM-CYMD.
           MOVE HGCPCLM-IN-DT-CYMD TO WS-CYMD-WORK.
           DIVIDE WS-CYMD-WORK BY 1000000
               GIVING HGCPCLM-CYMD-CENTURY
               REMAINDER WS-CYMD-WORK.
           DIVIDE WS-CYMD-WORK BY 10000
               GIVING HGCPCLM-CYMD-YY
               REMAINDER WS-CYMD-WORK.
           DIVIDE WS-CYMD-WORK BY 100
               GIVING HGCPCLM-CYMD-MM
               REMAINDER HGCPCLM-CYMD-DD.
           COMPUTE HGCPCLM-CCYY =
               1900 + (HGCPCLM-CYMD-CENTURY * 100) + HGCPCLM-CYMD-YY.

       225A-CONVERT-FROM-JULIAN-PACKED.
           MOVE HGCPCLM-IN-DT-PACKED TO WS-CYMD-WORK.
           PERFORM 225D-RESOLVE-JULIAN.

       225B-CONVERT-FROM-JULIAN-PACKED-ALT.
           MOVE HGCPCLM-IN-DT-PACKED-ALT TO WS-CYMD-WORK.
           PERFORM 225D-RESOLVE-JULIAN.

       225D-RESOLVE-JULIAN.
           DIVIDE WS-CYMD-WORK BY 1000
               GIVING HGCPCLM-JULIAN-YY
               REMAINDER HGCPCLM-JULIAN-DDD.
           COMPUTE HGCPCLM-CCYY =
               1900 + (HGCPCLM-IN-DT-CENT-BIN * 100)
               + HGCPCLM-JULIAN-YY.

           MOVE "N" TO HGCPCLM-LEAP-SW.
           IF FUNCTION MOD (HGCPCLM-CCYY, 4) = 0
               AND (FUNCTION MOD (HGCPCLM-CCYY, 100) NOT = 0
                   OR FUNCTION MOD (HGCPCLM-CCYY, 400) = 0)
               MOVE "Y" TO HGCPCLM-LEAP-SW
           END-IF.

           IF HGCPCLM-JULIAN-DDD < 1 OR HGCPCLM-JULIAN-DDD > 366
               MOVE 0 TO HGCPCLM-CYMD-MM
               MOVE 0 TO HGCPCLM-CYMD-DD
           ELSE
               MOVE 1 TO HGCPCLM-CYMD-MM
               PERFORM VARYING WS-JULIAN-MM-IDX FROM 12 BY -1
                       UNTIL WS-JULIAN-MM-IDX < 1
                   IF (HGCPCLM-LEAP-SW = "Y"
                           AND HGCPCLM-JULIAN-DDD >
                               WS-JULIAN-DAYS-BEFORE-LEAP
                                   (WS-JULIAN-MM-IDX))
                       OR (HGCPCLM-LEAP-SW = "N"
                           AND HGCPCLM-JULIAN-DDD >
                               WS-JULIAN-DAYS-BEFORE (WS-JULIAN-MM-IDX))
                       MOVE WS-JULIAN-MM-IDX TO HGCPCLM-CYMD-MM
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF HGCPCLM-LEAP-SW = "Y"
                   COMPUTE HGCPCLM-CYMD-DD = HGCPCLM-JULIAN-DDD -
                       WS-JULIAN-DAYS-BEFORE-LEAP (HGCPCLM-CYMD-MM)
               ELSE
                   COMPUTE HGCPCLM-CYMD-DD = HGCPCLM-JULIAN-DDD -
                       WS-JULIAN-DAYS-BEFORE (HGCPCLM-CYMD-MM)
               END-IF
           END-IF.

       700-TRANSFER.
           MOVE "CTYMNT" TO CTYO-PROGRAM.
           EXEC CICS XCTL
               PROGRAM(WS-XCTL-PROGRAM)
               COMMAREA(CTYO-COMMAREA)
               LENGTH(WS-COMM-LEN)
               RESP(WS-RESP)
           END-EXEC.
           PERFORM 150-SHOW-SELECTED-CITY.
           MOVE SPACES TO WS-MESSAGE.
           STRING "PROGRAM " WS-XCTL-PROGRAM
               " IS NOT AVAILABLE - CALL SUPPORT"
               DELIMITED BY SIZE INTO WS-MESSAGE.

       800-SEND-MAP.
           MOVE WS-SCREEN-DATE TO MDATEO.
           MOVE WS-SCR-ACTION TO MACTO.
           MOVE WS-SCR-KEY TO MKEYO.
           MOVE WS-SCR-NAME TO MNAMEO.
           MOVE WS-SCR-TYPE TO MTYPEO.
           MOVE WS-SCR-CODE TO MCODEO.
           MOVE WS-SCR-EXPD TO MEXPDO.
           MOVE WS-SCR-CURR TO MCURRO.
           MOVE WS-SCR-PEND TO MPENDO.
           MOVE WS-SCR-PND2 TO MPND2O.
           MOVE WS-MESSAGE TO MMSGO.
           EXEC CICS SEND
               MAP('CTYMM')
               MAPSET('CTYMSM')
               FROM(CTYMMO)
               ERASE
           END-EXEC.

       900-END-SESSION.
           EXEC CICS SEND TEXT
               FROM(WS-END-TEXT)
               LENGTH(LENGTH OF WS-END-TEXT)
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

      *    SAME LOCKOUT ANSWER AS CITY-INQUIRY'S 950-FILE-PROBLEM.
       950-FILE-PROBLEM.
           MOVE SPACES TO WS-MESSAGE.
           MOVE "Y" TO WS-FILE-PROBLEM-SW.
           IF WS-RESP = DFHRESP(DISABLED) OR WS-RESP = DFHRESP(NOTOPEN)
               STRING "CITY FILES ARE CLOSED FOR THE NIGHTLY BATCH "
                   "WINDOW - TRY AGAIN LATER"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE WS-RESP TO WS-ED-RESP
               MOVE WS-RESP2 TO WS-ED-RESP2
               STRING "FILE " WS-FILE-NAME " RESP " WS-ED-RESP
                   " RESP2 " WS-ED-RESP2 " - CALL SUPPORT"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       END PROGRAM CITY-ONLINE-MAINT.
