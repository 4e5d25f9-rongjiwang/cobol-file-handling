           05 AUDIN-RUN-TIME     PIC 9(6).
           05 AUDIN-RUN-SEQ      PIC 9(7).
           05 AUDIN-SOURCE-SYSTEM PIC X(8).
           05 AUDIN-SUBMITTER     PIC X(8).
           05 AUDIN-APPROVER      PIC X(8).

       FD AUDKEEP.

       01 AUDKEEPREC PIC X(122).

       FD AUDARCH.

       01 AUDARCHREC PIC X(122).

       FD CITYHIST.

           05 HIST-ACTION       PIC X(6).
           05 HIST-EVENT-DATA   PIC X(66).
           05 HIST-SOURCE-SYSTEM PIC X(8).
           05 HIST-SUBMITTER     PIC X(8).
           05 HIST-APPROVER      PIC X(8).

       FD HISTARCH.

       01 HISTARCHREC PIC X(122).

       FD PURGRPT.

      *    HORIZON ARE COPIED TO THE FLAT ARCHIVE AND DELETED IN
      *    PLACE. THE BLANK-KEY SEED ROW STAYS SO LATER I-O OPENS
      *    STILL FIND A LOADED CLUSTER.
      *    A PRE-SUBMITTER ROW IS SHORTER THAN HISTRECORD, SO THE
      *    TAIL IS CLEARED FIRST - OTHERWISE IT WOULD BE ARCHIVED
      *    WITH THE PREVIOUS ROW'S SUBMITTER AND APPROVER.
       250-PURGE-HISTORY.
           MOVE SPACES TO HIST-SUBMITTER HIST-APPROVER.
           READ CITYHIST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
