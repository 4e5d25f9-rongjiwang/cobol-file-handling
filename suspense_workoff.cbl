      *    ONE CORRECTION PER CITYKEY. A FIELD LEFT BLANK (OR ZERO
      *    FOR THE CODE) MEANS "KEEP WHAT IS ON THE SUSPENSE RECORD" -
      *    OPS ONLY HAS TO KEY THE FIELD THAT WAS ACTUALLY WRONG.
      *    CORR-ACTION "P" CLEARS THE CITY'S ROWS WITHOUT RECYCLING
      *    THEM - THE CITY HAS ALREADY BEEN PUT RIGHT ON THE MASTER
      *    BY A STANDING MAINTENANCE CHANGE (THE RECLASSIFICATION
      *    JOB, CTYAPPR'S RCLGEN STEP, WRITES THESE), SO FEEDING IT
      *    AGAIN WOULD ONLY SPLIT IN DUPCHK AGAINST THE SOURCE'S OWN
      *    RECORD. BLANK, AS ON EVERY OLDER 28-BYTE CARD, RECYCLES.
       01 CORRRECORD.
           05 CORR-CITYKEY  PIC A(5).
           05 CORR-CITYNAME PIC A(12).
           05 CORR-CITYTYPE PIC A(5).
           05 CORR-CITYCODE PIC X(6).
           05 CORR-ACTION   PIC X(1).

       FD SUSPOUT.

           05 REC-CORR-READ-COUNTER   PIC 9(7) VALUE 0.
           05 REC-CORR-USED-COUNTER   PIC 9(7) VALUE 0.
           05 REC-CLM-CLOSED-COUNTER  PIC 9(7) VALUE 0.
           05 REC-CLEARED-COUNTER     PIC 9(7) VALUE 0.
           05 WS-RECYC-HASH           PIC 9(12) VALUE 0.

       01 VALID-CITYTYPES.
               10 WS-CORR-NAME PIC A(12).
               10 WS-CORR-TYPE PIC A(5).
               10 WS-CORR-CODE PIC X(6).
               10 WS-CORR-ACTION PIC X(1).
               10 WS-CORR-USED-SW PIC X.
               10 WS-CORR-RECYCLED-SW PIC X.
           05 WS-CORR-IDX   PIC 9(3) VALUE 0.
                               TO WS-CORR-TYPE (WS-CORR-COUNT)
                           MOVE CORR-CITYCODE
                               TO WS-CORR-CODE (WS-CORR-COUNT)
                           MOVE CORR-ACTION
                               TO WS-CORR-ACTION (WS-CORR-COUNT)
                           MOVE "N"
                               TO WS-CORR-USED-SW (WS-CORR-COUNT)
                           MOVE "N"
                               (WS-CORR-MATCH-IDX) = "Y"
                           COMPUTE REC-SUPERSEDED-COUNTER =
                               REC-SUPERSEDED-COUNTER + 1
                       WHEN WS-CORR-FOUND-SW = "Y"
                           AND WS-CORR-ACTION (WS-CORR-MATCH-IDX) = "P"
                           PERFORM 225-CLEAR-CORRECTED-ROW
                       WHEN WS-CORR-FOUND-SW = "Y"
                           PERFORM 220-APPLY-CORRECTION
                       WHEN OTHER
               PERFORM 250-CARRY-FORWARD
           END-IF.

      *    A "P" CORRECTION - THE CITY IS ALREADY RIGHT ON THE MASTER,
      *    SO EVERY ROW FOR THE KEY LEAVES SUSPENSE AS WORKED OFF
      *    WITHOUT A RECYCLE RECORD (NOTHING FOR THE TRAILER COUNT).
       225-CLEAR-CORRECTED-ROW.
           MOVE "Y" TO WS-CORR-USED-SW (WS-CORR-MATCH-IDX).
           COMPUTE REC-CLEARED-COUNTER = REC-CLEARED-COUNTER + 1.
           PERFORM 215-FIND-REASON-SLOT.
           COMPUTE WS-REASON-WORKED-OFF (WS-REASON-MATCH-IDX) =
               WS-REASON-WORKED-OFF (WS-REASON-MATCH-IDX) + 1.

      *    SAME THREE BASIC EDITS AS 211-EDIT-BASIC-FIELDS IN
      *    READ-FILE-LOCAL, APPLIED TO THE CORRECTED CANDIDATE. THE
      *    SEQUENTIAL-FEED DUPLICATE CHECK DOES NOT APPLY HERE - THE
                   COMPUTE CCTL-SUSP-WORKOFF = REC-WORKED-OFF-COUNTER
                       + REC-SUPERSEDED-COUNTER
                       + REC-CLM-CLOSED-COUNTER
                       + REC-CLEARED-COUNTER
                   MOVE REC-STILL-OPEN-COUNTER TO CCTL-SUSP-DEPTH
                   MOVE REC-WORKED-OFF-COUNTER TO CCTL-RECYCLE
                   MOVE RETURN-CODE TO CCTL-JOB-RC
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "ROWS CLEARED, CITY FIXED ON MASTER: "
               REC-CLEARED-COUNTER
               DELIMITED BY SIZE INTO RPTRECORD
           WRITE RPTRECORD.

           MOVE SPACES TO RPTRECORD
           STRING "CLAIM ROWS CLOSED (RESEND EXPECTED): "
               REC-CLM-CLOSED-COUNTER
