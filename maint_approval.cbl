       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINT-APPROVAL.
      *    MAKER-CHECKER GATE IN FRONT OF CITY MASTER MAINTENANCE AND
      *    BACKOUT. AD HOC CITYTRAN TRANSACTIONS AND CTYUNDO BACKOUT
      *    REQUESTS NO LONGER GO STRAIGHT TO THE JOBS THAT APPLY THEM -
      *    THEY ARE SUBMITTED HERE UNDER THE SUBMITTER'S ID AND SIT ON
      *    A PENDING QUEUE (PROD.CITY.APPROVAL.QUEUE) UNTIL AN
      *    APPROVAL CARD KEYED UNDER A DIFFERENT ID RELEASES THEM.
      *    EACH RUN:
      *      - MATCHES EVERY QUEUED ITEM AGAINST TONIGHT'S APPROVAL
      *        CARDS: AN APPROVAL BY ANOTHER ID RELEASES IT, A
      *        REJECTION DROPS IT, A SELF-APPROVAL IS REFUSED AND THE
      *        ITEM STAYS PENDING;
      *      - WRITES RELEASED TRANSACTIONS (STAMPED WITH BOTH IDS)
      *        FOR CTYLOAD'S MAINTSTP, RELEASED BACKOUT REQUESTS
      *        FOR CTYUNDO'S EXTRACT AND RELEASED CITYTYPE
      *        RECLASSIFICATIONS FOR CITY-RECLASS, WHICH TURNS EACH
      *        ONE INTO THE CHANGE TRANSACTIONS AND SUSPENSE
      *        CORRECTIONS IT STANDS FOR (CTYAPPR'S RCLGEN STEP);
      *      - QUEUES TONIGHT'S NEW SUBMISSIONS UNDER A FRESH ITEM ID;
      *      - REPORTS EVERY ITEM'S DISPOSITION, FLAGGING ITEMS LEFT
      *        UNAPPROVED LONGER THAN CITYAPDY DAYS, SO APPROVERS
      *        HAVE THE ITEM IDS TO KEY TOMORROW'S CARDS FROM.
      *    THE QUEUE IS REWRITTEN WHOLE (SEE THE SWAP IN
      *    jcl/CTYAPPR.jcl), THE SAME WAY SUSP-WORKOFF REWRITES
      *    SUSPENSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    ASSIGN-NAMES BELOW ARE DD NAMES, NOT LITERAL PATHS - SEE
      *    THE DD STATEMENTS OF THE SAME NAME IN jcl/CTYAPPR.jcl.
           SELECT APRQIN ASSIGN TO APRQIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QIN-STATUS.
           SELECT APRSUB ASSIGN TO APRSUB
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUB-STATUS.
           SELECT APRDEC ASSIGN TO APRDEC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEC-STATUS.
           SELECT APRRELIN ASSIGN TO APRRELIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELIN-STATUS.
           SELECT APRQOUT ASSIGN TO APRQOUT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APRTRAN ASSIGN TO APRTRAN
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APRUNDO ASSIGN TO APRUNDO
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APRRCLS ASSIGN TO APRRCLS
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APRRPT ASSIGN TO APRRPT
              ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD APRQIN.

      *    ONE ROW PER ITEM AWAITING A DECISION. THE ITEM ID IS THE
      *    DATE/TIME OF THE RUN THAT QUEUED IT PLUS A SEQUENCE WITHIN
      *    THAT RUN - IT IS WHAT THE APPROVER KEYS ON THE CARD.
       01 QINRECORD.
           05 QIN-ITEM-ID.
               10 QIN-SUB-DATE  PIC 9(8).
               10 QIN-SUB-TIME  PIC 9(6).
               10 QIN-SUB-SEQ   PIC 9(4).
      *    T = CITYTRAN TRANSACTION, U = CTYUNDO BACKOUT REQUEST,
      *    K = CITYTYPE RECLASSIFICATION MAPPING CARD.
           05 QIN-ITEM-TYPE     PIC X(1).
           05 QIN-SUBMITTER     PIC X(8).
           05 QIN-PAYLOAD       PIC X(45).
           05 FILLER            PIC X(8).

       FD APRSUB.

      *    TONIGHT'S NEW SUBMISSIONS. A "T" CARRIES THE CITYTRAN LINE
      *    EXACTLY AS IT USED TO BE KEYED STRAIGHT ONTO
      *    PROD.CITY.TRANS; A "U" CARRIES THE AUDIT RUN DATE/TIME OF
      *    THE LOAD OR MAINTENANCE RUN TO BE BACKED OUT; A "K"
      *    CARRIES AN OLD-TYPE TO NEW-TYPE MAPPING, OPTIONALLY
      *    NARROWED TO ONE SOURCE SYSTEM AND/OR A CITYNAME PREFIX.
       01 SUBRECORD.
           05 SUB-ITEM-TYPE     PIC X(1).
           05 SUB-SUBMITTER     PIC X(8).
           05 SUB-PAYLOAD       PIC X(45).
           05 FILLER            PIC X(26).

       FD APRDEC.

      *    ONE CARD PER DECISION: A = APPROVE, R = REJECT. THE
      *    REASON TEXT IS OPTIONAL AND ONLY PRINTS ON THE REPORT.
       01 DECRECORD.
           05 DEC-ITEM-ID       PIC X(18).
           05 DEC-DECISION      PIC X(1).
           05 DEC-APPROVER      PIC X(8).
           05 DEC-REASON        PIC X(40).
           05 FILLER            PIC X(13).

       FD APRRELIN.

      *    BACKOUT REQUESTS ALREADY RELEASED BUT NOT YET CONSUMED BY
      *    CTYUNDO - READ ONLY SO THE SAME RUN CANNOT BE RELEASED
      *    TWICE (CTYUNDO'S JOIN WOULD BACK IT OUT TWICE).
       01 RELINRECORD.
           05 RELIN-RUN-ID      PIC X(14).
           05 FILLER            PIC X(16).

       FD APRQOUT.

       01 QOUTRECORD            PIC X(80).

       FD APRTRAN.

      *    RELEASED TRANSACTION - THE CITYTRAN LINE AS SUBMITTED,
      *    FOLLOWED BY BOTH IDS (TRAN-SUBMITTER/TRAN-APPROVER IN
      *    READ-FILE-LOCAL'S TRANRECORD).
       01 RELTRANRECORD.
           05 RELTRAN-IMAGE     PIC X(37).
           05 RELTRAN-SUBMITTER PIC X(8).
           05 RELTRAN-APPROVER  PIC X(8).

       FD APRUNDO.

      *    RELEASED BACKOUT REQUEST - JOINED TO THE AUDIT TRAIL ON
      *    THE RUN DATE/TIME BY CTYUNDO'S EXTSTP.
       01 RELUNDORECORD.
           05 RELUNDO-RUN-DATE  PIC 9(8).
           05 RELUNDO-RUN-TIME  PIC 9(6).
           05 RELUNDO-SUBMITTER PIC X(8).
           05 RELUNDO-APPROVER  PIC X(8).

       FD APRRCLS.

      *    RELEASED RECLASSIFICATION - THE QUEUE ROW AS IT STOOD,
      *    WITH THE APPROVER'S ID IN THE SPARE BYTES AT THE END, SO
      *    CITY-RECLASS READS THE PENDING QUEUE (PREVIEW) AND THE
      *    RELEASES (GENERATE) WITH ONE RECORD LAYOUT.
       01 RELRCLRECORD.
           05 RELRCL-ITEM-ID    PIC X(18).
           05 RELRCL-ITEM-TYPE  PIC X(1).
           05 RELRCL-SUBMITTER  PIC X(8).
           05 RELRCL-PAYLOAD    PIC X(45).
           05 RELRCL-APPROVER   PIC X(8).

       FD APRRPT.

       01 RPTRECORD PIC X(132).

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 QIN-EOF-SWITCH     PIC X VALUE "N".
           05 SUB-EOF-SWITCH     PIC X VALUE "N".
           05 DEC-EOF-SWITCH     PIC X VALUE "N".
           05 RELIN-EOF-SWITCH   PIC X VALUE "N".
           05 WS-DEC-FOUND-SW    PIC X VALUE "N".
           05 WS-BKO-FOUND-SW    PIC X VALUE "N".
           05 WS-SUB-VALID-SW    PIC X VALUE "Y".

       01 FILE-STATUS-FIELDS.
           05 WS-QIN-STATUS    PIC X(2) VALUE "00".
           05 WS-SUB-STATUS    PIC X(2) VALUE "00".
           05 WS-DEC-STATUS    PIC X(2) VALUE "00".
           05 WS-RELIN-STATUS  PIC X(2) VALUE "00".

       01 COUNTERS.
           05 REC-QUEUE-READ-COUNTER    PIC 9(7) VALUE 0.
           05 REC-RELEASED-COUNTER      PIC 9(7) VALUE 0.
           05 REC-REJECTED-COUNTER      PIC 9(7) VALUE 0.
           05 REC-REFUSED-COUNTER       PIC 9(7) VALUE 0.
           05 REC-PENDING-COUNTER       PIC 9(7) VALUE 0.
           05 REC-OVERDUE-COUNTER       PIC 9(7) VALUE 0.
           05 REC-SUBMITTED-COUNTER     PIC 9(7) VALUE 0.
           05 REC-SUB-INVALID-COUNTER   PIC 9(7) VALUE 0.
           05 REC-DEC-READ-COUNTER      PIC 9(7) VALUE 0.
           05 REC-DEC-UNMATCHED-COUNTER PIC 9(7) VALUE 0.

      *    THE PENDING QUEUE IS IN ITEM-ID ORDER BUT THE CARDS ARE IN
      *    WHATEVER ORDER THE APPROVERS KEYED THEM, SO EVERY QUEUE
      *    ITEM HAS TO BE ABLE TO SEE EVERY CARD.
       01 DECISION-TABLE.
           05 WS-DEC-COUNT PIC 9(3) VALUE 0.
           05 WS-DEC-MAX   PIC 9(3) VALUE 500.
           05 WS-DEC-ENTRY OCCURS 500 TIMES.
               10 WS-DEC-ITEM-ID  PIC X(18).
               10 WS-DEC-DECISION PIC X(1).
               10 WS-DEC-APPROVER PIC X(8).
               10 WS-DEC-REASON   PIC X(40).
               10 WS-DEC-USED-SW  PIC X.
           05 WS-DEC-IDX       PIC 9(3) VALUE 0.
           05 WS-DEC-MATCH-IDX PIC 9(3) VALUE 0.

      *    RUN IDS OF EVERY BACKOUT REQUEST STILL PENDING OR ALREADY
      *    RELEASED - A NEW "U" FOR ONE OF THEM IS A DUPLICATE.
       01 BACKOUT-RUN-TABLE.
           05 WS-BKO-COUNT PIC 9(3) VALUE 0.
           05 WS-BKO-MAX   PIC 9(3) VALUE 200.
           05 WS-BKO-RUN-ID PIC X(14) OCCURS 200 TIMES.
           05 WS-BKO-IDX   PIC 9(3) VALUE 0.
           05 WS-BKO-FIND-ID PIC X(14).

      *    TRANSACTION AND BACKOUT VIEWS OF A PAYLOAD, USED FOR THE
      *    REPORT DETAIL AND THE SUBMISSION EDITS.
       01 PAYLOAD-WORK.
           05 WS-PAYLOAD          PIC X(45).
           05 WS-PAY-TRAN-VIEW REDEFINES WS-PAYLOAD.
               10 WS-PAY-TRAN-IMAGE.
                   15 WS-PAY-ACTION-CODE PIC X(1).
                   15 WS-PAY-CITYKEY     PIC X(5).
                   15 WS-PAY-CITYNAME    PIC X(12).
                   15 WS-PAY-CITYTYPE    PIC X(5).
                   15 WS-PAY-CITYCODE    PIC X(6).
                   15 WS-PAY-OVR-EXP     PIC X(8).
               10 FILLER                 PIC X(8).
           05 WS-PAY-UNDO-VIEW REDEFINES WS-PAYLOAD.
               10 WS-PAY-RUN-ID.
                   15 WS-PAY-RUN-DATE    PIC 9(8).
                   15 WS-PAY-RUN-TIME    PIC 9(6).
               10 FILLER                 PIC X(31).
           05 WS-PAY-RCL-VIEW REDEFINES WS-PAYLOAD.
               10 WS-PAY-RCL-OLD-TYPE    PIC X(5).
               10 WS-PAY-RCL-NEW-TYPE    PIC X(5).
               10 WS-PAY-RCL-SOURCE      PIC X(8).
               10 WS-PAY-RCL-NAME-PFX    PIC X(12).
               10 FILLER                 PIC X(15).

       01 ITEM-WORK.
           05 WS-ITEM-ID.
               10 WS-ITEM-DATE  PIC 9(8).
               10 WS-ITEM-TIME  PIC 9(6).
               10 WS-ITEM-SEQ   PIC 9(4).
           05 WS-ITEM-TYPE      PIC X(1).
           05 WS-ITEM-SUBMITTER PIC X(8).
           05 WS-ITEM-APPROVER  PIC X(8).
           05 WS-DISPOSITION    PIC X(8).
           05 WS-NOTE           PIC X(40).
           05 WS-DETAIL         PIC X(44).
           05 WS-SUB-SEQ        PIC 9(4) VALUE 0.

       01 AGING-WORK-FIELDS.
      *    DAYS AN ITEM MAY SIT UNDECIDED BEFORE IT IS FLAGGED
      *    OVERDUE - CITYAPDY IN STDENV, DEFAULT 5.
           05 WS-OVERDUE-DAYS-X PIC X(3) VALUE SPACES.
           05 WS-OVERDUE-DAYS-9 REDEFINES WS-OVERDUE-DAYS-X
                                PIC 9(3).
           05 WS-OVERDUE-DAYS   PIC 9(3) VALUE 5.
           05 WS-AGE-DAYS       PIC 9(5) VALUE 0.
           05 WS-RUN-DATE-INT   PIC 9(7) VALUE 0.
           05 WS-ITEM-DATE-INT  PIC 9(7) VALUE 0.

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
           PERFORM 200-PROCESS-QUEUE
               UNTIL QIN-EOF-SWITCH = "Y".
           PERFORM 250-PROCESS-SUBMISSIONS
               UNTIL SUB-EOF-SWITCH = "Y".
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           ACCEPT WS-OVERDUE-DAYS-X FROM ENVIRONMENT "CITYAPDY".
           IF WS-OVERDUE-DAYS-X NOT = SPACES
               AND WS-OVERDUE-DAYS-9 NUMERIC
               MOVE WS-OVERDUE-DAYS-9 TO WS-OVERDUE-DAYS
           END-IF.

           OPEN OUTPUT APRRPT.
           MOVE SPACES TO RPTRECORD
           STRING "CITY MAINTENANCE APPROVAL - QUEUE AND EXCEPTIONS "
               "REPORT"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "RUN DATE: " WS-RUN-DATE-CCYY "-" WS-RUN-DATE-MM
               "-" WS-RUN-DATE-DD "   RUN TIME: " WS-RUN-TIME-HH
               ":" WS-RUN-TIME-MM ":" WS-RUN-TIME-SS
               "   OVERDUE AFTER: " WS-OVERDUE-DAYS " DAYS"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.
           MOVE SPACES TO RPTRECORD
           STRING "DISPOSN  ITEM-ID            T SUBMITTR APPROVER "
               "DETAIL                                       NOTE"
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           OPEN INPUT APRQIN.
           IF WS-QIN-STATUS NOT = "00"
               MOVE "Y" TO QIN-EOF-SWITCH
               MOVE "Y" TO SUB-EOF-SWITCH
      *        A QUEUE THAT WILL NOT OPEN MUST NOT END RC=0 OR 4:
      *        THE SWAP WOULD REPLACE IT WITH TONIGHT'S SUBMISSIONS
      *        ALONE AND EVERY PENDING ITEM WOULD BE LOST. RC=12
      *        KEEPS THE SWAP AND THE RELEASE COPIES FROM RUNNING.
               MOVE 12 TO RETURN-CODE
               DISPLAY "APPROVAL QUEUE FILE STATUS " WS-QIN-STATUS
                   " - NOTHING RELEASED OR QUEUED"
           ELSE
               OPEN INPUT APRSUB
               IF WS-SUB-STATUS NOT = "00"
                   MOVE "Y" TO SUB-EOF-SWITCH
               END-IF
           END-IF.
           OPEN OUTPUT APRQOUT
                       APRTRAN
                       APRUNDO
                       APRRCLS.
           PERFORM 110-LOAD-DECISIONS.
           PERFORM 120-LOAD-RELEASED-BACKOUTS.

       110-LOAD-DECISIONS.
           OPEN INPUT APRDEC.
           IF WS-DEC-STATUS NOT = "00"
               MOVE "Y" TO DEC-EOF-SWITCH
           END-IF.
           PERFORM UNTIL DEC-EOF-SWITCH = "Y"
               READ APRDEC
                   AT END
                       MOVE "Y" TO DEC-EOF-SWITCH
                   NOT AT END
                       COMPUTE REC-DEC-READ-COUNTER =
                           REC-DEC-READ-COUNTER + 1
                       IF WS-DEC-COUNT < WS-DEC-MAX
                           COMPUTE WS-DEC-COUNT = WS-DEC-COUNT + 1
                           MOVE DEC-ITEM-ID
                               TO WS-DEC-ITEM-ID (WS-DEC-COUNT)
                           MOVE DEC-DECISION
                               TO WS-DEC-DECISION (WS-DEC-COUNT)
                           MOVE DEC-APPROVER
                               TO WS-DEC-APPROVER (WS-DEC-COUNT)
                           MOVE DEC-REASON
                               TO WS-DEC-REASON (WS-DEC-COUNT)
                           MOVE "N"
                               TO WS-DEC-USED-SW (WS-DEC-COUNT)
                       ELSE
                           DISPLAY "DECISION TABLE FULL, ENTRY "
                               "DROPPED >>> " DEC-ITEM-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DEC-STATUS = "00" OR WS-DEC-STATUS = "10"
               CLOSE APRDEC
           END-IF.

       120-LOAD-RELEASED-BACKOUTS.
           OPEN INPUT APRRELIN.
           IF WS-RELIN-STATUS NOT = "00"
               MOVE "Y" TO RELIN-EOF-SWITCH
           END-IF.
           PERFORM UNTIL RELIN-EOF-SWITCH = "Y"
               READ APRRELIN
                   AT END
                       MOVE "Y" TO RELIN-EOF-SWITCH
                   NOT AT END
                       MOVE RELIN-RUN-ID TO WS-BKO-FIND-ID
                       PERFORM 270-NOTE-BACKOUT-RUN
               END-READ
           END-PERFORM.
           IF WS-RELIN-STATUS = "00" OR WS-RELIN-STATUS = "10"
               CLOSE APRRELIN
           END-IF.

       200-PROCESS-QUEUE.
           READ APRQIN
               AT END
                   MOVE "Y" TO QIN-EOF-SWITCH
               NOT AT END
                   COMPUTE REC-QUEUE-READ-COUNTER =
                       REC-QUEUE-READ-COUNTER + 1
                   MOVE QIN-ITEM-ID TO WS-ITEM-ID
                   MOVE QIN-ITEM-TYPE TO WS-ITEM-TYPE
                   MOVE QIN-SUBMITTER TO WS-ITEM-SUBMITTER
                   MOVE QIN-PAYLOAD TO WS-PAYLOAD
                   MOVE SPACES TO WS-ITEM-APPROVER WS-NOTE
                   PERFORM 210-FIND-DECISION
                   EVALUATE TRUE
                       WHEN WS-DEC-FOUND-SW = "N"
                           PERFORM 240-KEEP-PENDING
                       WHEN WS-DEC-DECISION (WS-DEC-MATCH-IDX) = "R"
                           PERFORM 230-REJECT-ITEM
                       WHEN WS-DEC-DECISION (WS-DEC-MATCH-IDX) NOT = "A"
                           MOVE "UNKNOWN DECISION CODE - STILL PENDING"
                               TO WS-NOTE
                           PERFORM 235-REFUSE-DECISION
      *                THE WHOLE POINT OF THE QUEUE: THE ID THAT
      *                RELEASES AN ITEM MUST NOT BE THE ID THAT
      *                SUBMITTED IT.
                       WHEN WS-DEC-APPROVER (WS-DEC-MATCH-IDX) = SPACES
                           MOVE "NO APPROVER ID ON CARD - STILL PENDING"
                               TO WS-NOTE
                           PERFORM 235-REFUSE-DECISION
                       WHEN WS-DEC-APPROVER (WS-DEC-MATCH-IDX) =
                           QIN-SUBMITTER
                           MOVE "SELF-APPROVAL REFUSED - STILL PENDING"
                               TO WS-NOTE
                           PERFORM 235-REFUSE-DECISION
                       WHEN OTHER
                           PERFORM 220-RELEASE-ITEM
                   END-EVALUATE
           END-READ.

      *    A LATER CARD FOR THE SAME ITEM SUPERSEDES AN EARLIER ONE,
      *    SO AN APPROVER CAN CORRECT A MIS-KEYED DECISION BY KEYING
      *    IT AGAIN.
       210-FIND-DECISION.
           MOVE "N" TO WS-DEC-FOUND-SW.
           PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                   UNTIL WS-DEC-IDX > WS-DEC-COUNT
               IF WS-DEC-ITEM-ID (WS-DEC-IDX) = QIN-ITEM-ID
                   MOVE "Y" TO WS-DEC-FOUND-SW
                   MOVE WS-DEC-IDX TO WS-DEC-MATCH-IDX
                   MOVE "Y" TO WS-DEC-USED-SW (WS-DEC-IDX)
               END-IF
           END-PERFORM.
           IF WS-DEC-FOUND-SW = "Y"
               MOVE WS-DEC-APPROVER (WS-DEC-MATCH-IDX)
                   TO WS-ITEM-APPROVER
           END-IF.

       220-RELEASE-ITEM.
           COMPUTE REC-RELEASED-COUNTER = REC-RELEASED-COUNTER + 1.
           EVALUATE QIN-ITEM-TYPE
               WHEN "U"
                   MOVE WS-PAY-RUN-DATE TO RELUNDO-RUN-DATE
                   MOVE WS-PAY-RUN-TIME TO RELUNDO-RUN-TIME
                   MOVE QIN-SUBMITTER TO RELUNDO-SUBMITTER
                   MOVE WS-ITEM-APPROVER TO RELUNDO-APPROVER
                   WRITE RELUNDORECORD
                   MOVE WS-PAY-RUN-ID TO WS-BKO-FIND-ID
                   PERFORM 270-NOTE-BACKOUT-RUN
               WHEN "K"
                   MOVE QIN-ITEM-ID TO RELRCL-ITEM-ID
                   MOVE QIN-ITEM-TYPE TO RELRCL-ITEM-TYPE
                   MOVE QIN-SUBMITTER TO RELRCL-SUBMITTER
                   MOVE QIN-PAYLOAD TO RELRCL-PAYLOAD
                   MOVE WS-ITEM-APPROVER TO RELRCL-APPROVER
                   WRITE RELRCLRECORD
               WHEN OTHER
                   MOVE WS-PAY-TRAN-IMAGE TO RELTRAN-IMAGE
                   MOVE QIN-SUBMITTER TO RELTRAN-SUBMITTER
                   MOVE WS-ITEM-APPROVER TO RELTRAN-APPROVER
                   WRITE RELTRANRECORD
           END-EVALUATE.
           MOVE "RELEASED" TO WS-DISPOSITION.
           MOVE WS-DEC-REASON (WS-DEC-MATCH-IDX) TO WS-NOTE.
           PERFORM 260-WRITE-ITEM-LINE.

      *    A REJECTED ITEM LEAVES THE QUEUE FOR GOOD - THE SUBMITTER
      *    RESUBMITS IF IT STILL NEEDS DOING.
       230-REJECT-ITEM.
           COMPUTE REC-REJECTED-COUNTER = REC-REJECTED-COUNTER + 1.
           MOVE "REJECTED" TO WS-DISPOSITION.
           MOVE WS-DEC-REASON (WS-DEC-MATCH-IDX) TO WS-NOTE.
           PERFORM 260-WRITE-ITEM-LINE.

      *    A CARD THAT CANNOT BE HONOURED LEAVES THE ITEM EXACTLY AS
      *    IT WAS - IT STAYS ON THE QUEUE AND KEEPS AGING.
       235-REFUSE-DECISION.
           COMPUTE REC-REFUSED-COUNTER = REC-REFUSED-COUNTER + 1.
           MOVE "REFUSED" TO WS-DISPOSITION.
           PERFORM 260-WRITE-ITEM-LINE.
           PERFORM 245-REQUEUE-ITEM.

       240-KEEP-PENDING.
           MOVE "PENDING" TO WS-DISPOSITION.
           MOVE 0 TO WS-AGE-DAYS.
           IF QIN-SUB-DATE NUMERIC
               AND QIN-SUB-DATE > 16010101
               AND QIN-SUB-DATE NOT > WS-RUN-DATE
               COMPUTE WS-ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (QIN-SUB-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-ITEM-DATE-INT
           END-IF.
           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               COMPUTE REC-OVERDUE-COUNTER = REC-OVERDUE-COUNTER + 1
               MOVE "OVERDUE" TO WS-DISPOSITION
               STRING "UNAPPROVED FOR " WS-AGE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO WS-NOTE
           END-IF.
           PERFORM 260-WRITE-ITEM-LINE.
           PERFORM 245-REQUEUE-ITEM.

       245-REQUEUE-ITEM.
           COMPUTE REC-PENDING-COUNTER = REC-PENDING-COUNTER + 1.
           MOVE QINRECORD TO QOUTRECORD.
           WRITE QOUTRECORD.
           IF QIN-ITEM-TYPE = "U"
               MOVE WS-PAY-RUN-ID TO WS-BKO-FIND-ID
               PERFORM 270-NOTE-BACKOUT-RUN
           END-IF.

       250-PROCESS-SUBMISSIONS.
           READ APRSUB
               AT END
                   MOVE "Y" TO SUB-EOF-SWITCH
               NOT AT END
                   PERFORM 255-QUEUE-SUBMISSION
           END-READ.

      *    NEW ITEMS ARE ONLY QUEUED, NEVER RELEASED IN THE SAME RUN
      *    - NO APPROVER CAN HAVE KEYED A CARD FOR AN ID THAT DID NOT
      *    EXIST YET.
       255-QUEUE-SUBMISSION.
           COMPUTE WS-SUB-SEQ = WS-SUB-SEQ + 1.
           MOVE WS-RUN-DATE TO WS-ITEM-DATE.
           MOVE WS-RUN-TIME (1:6) TO WS-ITEM-TIME.
           MOVE WS-SUB-SEQ TO WS-ITEM-SEQ.
           MOVE SUB-ITEM-TYPE TO WS-ITEM-TYPE.
           MOVE SUB-SUBMITTER TO WS-ITEM-SUBMITTER.
           MOVE SUB-PAYLOAD TO WS-PAYLOAD.
           MOVE SPACES TO WS-ITEM-APPROVER WS-NOTE.
           PERFORM 256-EDIT-SUBMISSION.
           IF WS-SUB-VALID-SW = "N"
               COMPUTE REC-SUB-INVALID-COUNTER =
                   REC-SUB-INVALID-COUNTER + 1
               MOVE "NOTQUEUD" TO WS-DISPOSITION
               PERFORM 260-WRITE-ITEM-LINE
           ELSE
               COMPUTE REC-SUBMITTED-COUNTER =
                   REC-SUBMITTED-COUNTER + 1
               MOVE SPACES TO QINRECORD
               MOVE WS-ITEM-ID TO QIN-ITEM-ID
               MOVE SUB-ITEM-TYPE TO QIN-ITEM-TYPE
               MOVE SUB-SUBMITTER TO QIN-SUBMITTER
               MOVE SUB-PAYLOAD TO QIN-PAYLOAD
               MOVE QINRECORD TO QOUTRECORD
               WRITE QOUTRECORD
               IF SUB-ITEM-TYPE = "U"
                   MOVE WS-PAY-RUN-ID TO WS-BKO-FIND-ID
                   PERFORM 270-NOTE-BACKOUT-RUN
               END-IF
               MOVE "QUEUED" TO WS-DISPOSITION
               PERFORM 260-WRITE-ITEM-LINE
           END-IF.

      *    ONLY THE EDITS THE QUEUE ITSELF DEPENDS ON - THE CITY
      *    FIELDS ARE EDITED BY MAINTSTP WHEN THE TRANSACTION IS
      *    APPLIED, EXACTLY AS BEFORE.
       256-EDIT-SUBMISSION.
           MOVE "Y" TO WS-SUB-VALID-SW.
           EVALUATE TRUE
               WHEN SUB-SUBMITTER = SPACES
                   MOVE "N" TO WS-SUB-VALID-SW
                   MOVE "NO SUBMITTER ID" TO WS-NOTE
               WHEN SUB-ITEM-TYPE = "T"
                   IF WS-PAY-ACTION-CODE NOT = "A"
                       AND WS-PAY-ACTION-CODE NOT = "C"
                       AND WS-PAY-ACTION-CODE NOT = "D"
                       AND WS-PAY-ACTION-CODE NOT = "R"
                       AND WS-PAY-ACTION-CODE NOT = "M"
                       MOVE "N" TO WS-SUB-VALID-SW
                       MOVE "UNKNOWN TRAN ACTION CODE" TO WS-NOTE
                   END-IF
      *            A MERGE NAMES ITS SURVIVING KEY IN THE FIRST FIVE
      *            BYTES OF THE NAME SLOT - AN APPROVER HAS TO SEE
      *            BOTH KEYS, SO A LINE WITHOUT ONE NEVER QUEUES.
                   IF WS-PAY-ACTION-CODE = "M"
                       AND (WS-PAY-CITYNAME (1:5) = SPACES
                       OR WS-PAY-CITYNAME (1:5) = WS-PAY-CITYKEY)
                       MOVE "N" TO WS-SUB-VALID-SW
                       MOVE "MERGE NEEDS A SEPARATE SURVIVING KEY"
                           TO WS-NOTE
                   END-IF
               WHEN SUB-ITEM-TYPE = "U"
                   IF WS-PAY-RUN-DATE NOT NUMERIC
                       OR WS-PAY-RUN-TIME NOT NUMERIC
                       OR WS-PAY-RUN-DATE = 0
                       MOVE "N" TO WS-SUB-VALID-SW
                       MOVE "RUN DATE/TIME NOT NUMERIC" TO WS-NOTE
                   ELSE
                       MOVE WS-PAY-RUN-ID TO WS-BKO-FIND-ID
                       PERFORM 275-FIND-BACKOUT-RUN
                       IF WS-BKO-FOUND-SW = "Y"
                           MOVE "N" TO WS-SUB-VALID-SW
                           MOVE "RUN ALREADY QUEUED OR RELEASED"
                               TO WS-NOTE
                       END-IF
                   END-IF
      *        WHETHER THE NEW TYPE IS IN FORCE IS CITY-RECLASS'S
      *        EDIT - THE PREVIEW SHOWS IT BEFORE ANYONE APPROVES.
               WHEN SUB-ITEM-TYPE = "K"
                   IF WS-PAY-RCL-OLD-TYPE = SPACES
                       OR WS-PAY-RCL-NEW-TYPE = SPACES
                       MOVE "N" TO WS-SUB-VALID-SW
                       MOVE "OLD AND NEW CITYTYPE BOTH REQUIRED"
                           TO WS-NOTE
                   END-IF
                   IF WS-SUB-VALID-SW = "Y"
                       AND WS-PAY-RCL-OLD-TYPE = WS-PAY-RCL-NEW-TYPE
                       MOVE "N" TO WS-SUB-VALID-SW
                       MOVE "OLD AND NEW CITYTYPE ARE THE SAME"
                           TO WS-NOTE
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-SUB-VALID-SW
                   MOVE "UNKNOWN ITEM TYPE" TO WS-NOTE
           END-EVALUATE.

       260-WRITE-ITEM-LINE.
           MOVE SPACES TO WS-DETAIL.
           EVALUATE WS-ITEM-TYPE
               WHEN "U"
                   STRING "BACKOUT RUN " WS-PAY-RUN-DATE " "
                       WS-PAY-RUN-TIME
                       DELIMITED BY SIZE INTO WS-DETAIL
               WHEN "K"
                   STRING "RECLASS " WS-PAY-RCL-OLD-TYPE " TO "
                       WS-PAY-RCL-NEW-TYPE " " WS-PAY-RCL-SOURCE " "
                       WS-PAY-RCL-NAME-PFX
                       DELIMITED BY SIZE INTO WS-DETAIL
               WHEN OTHER
                   STRING "TRAN " WS-PAY-ACTION-CODE " " WS-PAY-CITYKEY
                       " " WS-PAY-CITYNAME " " WS-PAY-CITYTYPE " "
                       WS-PAY-CITYCODE
                       DELIMITED BY SIZE INTO WS-DETAIL
           END-EVALUATE.
           MOVE SPACES TO RPTRECORD
           STRING WS-DISPOSITION " " WS-ITEM-ID " " WS-ITEM-TYPE " "
               WS-ITEM-SUBMITTER " " WS-ITEM-APPROVER " " WS-DETAIL
               " " WS-NOTE
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       270-NOTE-BACKOUT-RUN.
           PERFORM 275-FIND-BACKOUT-RUN.
           IF WS-BKO-FOUND-SW = "N"
               IF WS-BKO-COUNT < WS-BKO-MAX
                   COMPUTE WS-BKO-COUNT = WS-BKO-COUNT + 1
                   MOVE WS-BKO-FIND-ID TO WS-BKO-RUN-ID (WS-BKO-COUNT)
               ELSE
                   DISPLAY "BACKOUT RUN TABLE FULL, ENTRY "
                       "DROPPED >>> " WS-BKO-FIND-ID
               END-IF
           END-IF.

       275-FIND-BACKOUT-RUN.
           MOVE "N" TO WS-BKO-FOUND-SW.
           PERFORM VARYING WS-BKO-IDX FROM 1 BY 1
                   UNTIL WS-BKO-IDX > WS-BKO-COUNT
               IF WS-BKO-RUN-ID (WS-BKO-IDX) = WS-BKO-FIND-ID
                   MOVE "Y" TO WS-BKO-FOUND-SW
               END-IF
           END-PERFORM.

       300-TERMINATE.
           PERFORM 310-REPORT-UNMATCHED-CARDS.
           PERFORM 320-WRITE-TOTALS.
           DISPLAY "QUEUE ITEMS READ >>>> " REC-QUEUE-READ-COUNTER.
           DISPLAY "ITEMS RELEASED >>>> " REC-RELEASED-COUNTER.
           DISPLAY "ITEMS REJECTED >>>> " REC-REJECTED-COUNTER.
           DISPLAY "ITEMS SUBMITTED >>>> " REC-SUBMITTED-COUNTER.
           DISPLAY "ITEMS PENDING >>>> " REC-PENDING-COUNTER.
      *    RC=4 FLAGS ANYTHING AN APPROVER OR SUBMITTER HAS TO LOOK
      *    AT - IT STILL LETS THE RELEASES AND THE QUEUE SWAP RUN.
           IF RETURN-CODE < 4
               AND (REC-REJECTED-COUNTER > 0
                    OR REC-REFUSED-COUNTER > 0
                    OR REC-OVERDUE-COUNTER > 0
                    OR REC-SUB-INVALID-COUNTER > 0
                    OR REC-DEC-UNMATCHED-COUNTER > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-QIN-STATUS = "00" OR WS-QIN-STATUS = "10"
               CLOSE APRQIN
           END-IF.
           IF WS-SUB-STATUS = "00" OR WS-SUB-STATUS = "10"
               CLOSE APRSUB
           END-IF.
           CLOSE APRQOUT
                 APRTRAN
                 APRUNDO
                 APRRCLS
                 APRRPT.

      *    A CARD THAT MATCHED NO QUEUED ITEM IS USUALLY A MIS-KEYED
      *    ID OR A DECISION ON AN ITEM ALREADY RELEASED - EITHER WAY
      *    THE APPROVER NEEDS TO KNOW IT DID NOTHING.
       310-REPORT-UNMATCHED-CARDS.
           IF WS-QIN-STATUS = "00" OR WS-QIN-STATUS = "10"
               PERFORM VARYING WS-DEC-IDX FROM 1 BY 1
                       UNTIL WS-DEC-IDX > WS-DEC-COUNT
                   IF WS-DEC-USED-SW (WS-DEC-IDX) = "N"
                       COMPUTE REC-DEC-UNMATCHED-COUNTER =
                           REC-DEC-UNMATCHED-COUNTER + 1
                       MOVE SPACES TO RPTRECORD
                       STRING "NO ITEM  " WS-DEC-ITEM-ID (WS-DEC-IDX)
                           " " WS-DEC-DECISION (WS-DEC-IDX)
                           " " "        " " "
                           WS-DEC-APPROVER (WS-DEC-IDX)
                           " DECISION CARD MATCHES NO QUEUED ITEM"
                           DELIMITED BY SIZE INTO RPTRECORD
                       WRITE RPTRECORD
                   END-IF
               END-PERFORM
           END-IF.

       320-WRITE-TOTALS.
           MOVE SPACES TO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "QUEUE ITEMS READ:        " REC-QUEUE-READ-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "ITEMS RELEASED:          " REC-RELEASED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "ITEMS REJECTED:          " REC-REJECTED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "DECISIONS REFUSED:       " REC-REFUSED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "CARDS MATCHING NO ITEM:  " REC-DEC-UNMATCHED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "NEW ITEMS QUEUED:        " REC-SUBMITTED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "SUBMISSIONS NOT QUEUED:  " REC-SUB-INVALID-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "ITEMS STILL PENDING:     " REC-PENDING-COUNTER
               "  OF WHICH OVERDUE: " REC-OVERDUE-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

       END PROGRAM MAINT-APPROVAL.
