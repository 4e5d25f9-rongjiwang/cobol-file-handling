           05 AUDIN-RUN-TIME     PIC 9(6).
           05 AUDIN-RUN-SEQ      PIC 9(7).
           05 AUDIN-SOURCE-SYSTEM PIC X(8).
           05 AUDIN-SUBMITTER     PIC X(8).
           05 AUDIN-APPROVER      PIC X(8).

       FD CITYHIST.

               10 HIST-NEW-CODE     PIC 9(6).
               10 HIST-NEW-CLM-DATE PIC X(10).
           05 HIST-SOURCE-SYSTEM PIC X(8).
           05 HIST-SUBMITTER     PIC X(8).
           05 HIST-APPROVER      PIC X(8).

       FD CYCLECTL.

      *    MUST CROSS UNTOUCHED.
           MOVE AUDIN-EVENT-DATA TO HIST-EVENT-DATA.
           MOVE AUDIN-SOURCE-SYSTEM TO HIST-SOURCE-SYSTEM.
           MOVE AUDIN-SUBMITTER TO HIST-SUBMITTER.
           MOVE AUDIN-APPROVER TO HIST-APPROVER.
           WRITE HISTRECORD
               INVALID KEY
                   COMPUTE REC-DUPLICATE-COUNTER =
