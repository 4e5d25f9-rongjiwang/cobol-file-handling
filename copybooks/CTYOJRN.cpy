      *----------------------------------------------------------------
      *    CTYOJRN - ONLINE MAINTENANCE JOURNAL RECORD (200 BYTES),
      *    PROD.CITY.ONLINE.JOURNAL, KSDS KEYED ON JRN-KEY (22).
      *    CICS CANNOT APPEND TO THE SEQUENTIAL AUDIT TRAIL OR THE
      *    CYCLE-CONTROL DATASET, SO CITY-ONLINE-MAINT (CTYMNT) WRITES
      *    ONE ROW HERE FOR EVERY APPROVAL IT PROCESSES, IN THE SAME
      *    UNIT OF WORK AS THE MASTER UPDATE, AND ONLINE-DRAIN
      *    (PGM=ONLNDRN, jcl/CTYONLC.jcl) TURNS THE ROWS INTO AUDIT,
      *    SUSPENSE AND CYCLE-CONTROL RECORDS AT THE START OF THE
      *    NIGHTLY WINDOW.
      *    JRN-STAMP IS THE CICS ABSOLUTE TIME OF THE APPROVAL AND
      *    JRN-TASK ITS TASK NUMBER, SO THE ROWS READ BACK IN THE
      *    ORDER THE CHANGES WERE MADE. THE ALL-ZERO KEY IS THE SEED
      *    ROW THE CLUSTER IS DEFINED WITH AND IS NEVER DRAINED.
      *    JRN-OUTCOME:
      *      "A" = APPLIED  - JRN-BODY HOLDS THE 122-BYTE AUDIT RECORD
      *      "S" = REJECTED BY THE E001-E003 EDITS - JRN-BODY HOLDS
      *            THE 143-BYTE SUSPENSE RECORD, AS MAINTSTP WRITES
      *      "R" = REJECTED (KEY ALREADY ON FILE / NOT ON FILE) -
      *            NOTHING IN JRN-BODY, AS MAINTSTP WRITES NOTHING
      *    JRN-REASON IS THE ONE-LINE REASON SHOWN ON THE SCREEN.
      *----------------------------------------------------------------
       01 CTYO-JOURNAL-RECORD.
           05 JRN-KEY.
               10 JRN-STAMP       PIC 9(15).
               10 JRN-TASK        PIC 9(7).
           05 JRN-OUTCOME         PIC X(1).
           05 JRN-REASON          PIC X(34).
           05 JRN-BODY            PIC X(143).
