       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-ONLINE-FILES.
      *    CICS SERVER PROGRAM CTYOSRV - CLOSES OR REOPENS THE CICS
      *    FILES OVER THE CITY DATASETS ON BEHALF OF THE BATCH JOB
      *    STEP CITY-ONLINE-SWITCH (PGM=CTYOSWT), WHICH LINKS HERE
      *    THROUGH EXCI WITH THE CTYOSWA.cpy AREA AS COMMAREA.
      *    "CLOSE" (jcl/CTYONLC.jcl, BEFORE CTYLOAD) CLOSES AND
      *    DISABLES EACH FILE, WAITING FOR TASKS THAT HAVE IT IN USE
      *    TO FINISH, SO THE BATCH STEPS CAN TAKE THEIR DISP=OLD
      *    ENQUEUES AND NO ONLINE UPDATE CAN LAND WHILE BLDSTP IS
      *    REBUILDING THE MASTER. THE MASTER GOES FIRST SO NOTHING
      *    NEW STARTS AGAINST IT WHILE THE REST ARE CLOSING. A
      *    DISABLED FILE ANSWERS EVERY ONLINE REQUEST WITH "DISABLED",
      *    WHICH THE INQUIRY AND MAINTENANCE SCREENS SHOW AS THE
      *    NIGHTLY-WINDOW MESSAGE.
      *    "OPEN " (jcl/CTYONLO.jcl, AFTER CTYHIST) ENABLES AND OPENS
      *    THEM AGAIN IN THE REVERSE ORDER, THE MASTER LAST, SO
      *    MAINTENANCE ONLY RESTARTS ONCE EVERYTHING IT WRITES TO IS
      *    BACK.
      *    THE PENDING-CHANGE FILE (CITYPEND) IS NOT IN THE LIST - NO
      *    BATCH STEP TOUCHES IT, SO A PENDING CHANGE CAN STILL BE
      *    WITHDRAWN OR DECLINED OVERNIGHT. KEYING AND APPROVING NEED
      *    THE MASTER AND WAIT FOR THE MORNING.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 CICS-FIELDS.
           05 WS-RESP            PIC S9(8) COMP VALUE 0.
           05 WS-RESP2           PIC S9(8) COMP VALUE 0.
           05 WS-FILE-NAME       PIC X(8) VALUE SPACES.

       01 COUNTERS.
           05 WS-FILE-IDX        PIC 9(2) VALUE 0.

      *    THE FILES IN CLOSING ORDER.
       01 WS-FILE-LIST-VALUES.
           05 FILLER             PIC X(8) VALUE "CITYMAST".
           05 FILLER             PIC X(8) VALUE "CITYNAME".
           05 FILLER             PIC X(8) VALUE "CLMMAST".
           05 FILLER             PIC X(8) VALUE "CITYHIST".
           05 FILLER             PIC X(8) VALUE "CITYOVR".
           05 FILLER             PIC X(8) VALUE "CITYOJRN".
           05 FILLER             PIC X(8) VALUE "CITYTYPO".
       01 WS-FILE-LIST REDEFINES WS-FILE-LIST-VALUES.
           05 WS-LIST-FILE       PIC X(8) OCCURS 7 TIMES.
       01 WS-FILE-LIST-COUNT     PIC 9(2) VALUE 7.

           COPY "CTYOSWA.cpy".

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(249).

       PROCEDURE DIVISION.
       000-MAIN.
           IF EIBCALEN < LENGTH OF CTYOSW-AREA
               EXEC CICS RETURN
               END-EXEC
           END-IF.
           MOVE DFHCOMMAREA TO CTYOSW-AREA.
           MOVE 0 TO OSW-RESULT-RC.
           MOVE WS-FILE-LIST-COUNT TO OSW-FILE-COUNT.
           EVALUATE OSW-FUNCTION
               WHEN "CLOSE"
                   PERFORM 100-CLOSE-FILE
                       VARYING WS-FILE-IDX FROM 1 BY 1
                       UNTIL WS-FILE-IDX > WS-FILE-LIST-COUNT
               WHEN "OPEN "
                   PERFORM 200-OPEN-FILE
                       VARYING WS-FILE-IDX FROM WS-FILE-LIST-COUNT
                       BY -1 UNTIL WS-FILE-IDX < 1
               WHEN OTHER
                   MOVE 0 TO OSW-FILE-COUNT
                   MOVE 8 TO OSW-RESULT-RC
           END-EVALUATE.
           MOVE CTYOSW-AREA TO DFHCOMMAREA.
           EXEC CICS RETURN
           END-EXEC.

       100-CLOSE-FILE.
           MOVE WS-LIST-FILE (WS-FILE-IDX) TO WS-FILE-NAME.
           EXEC CICS SET
               FILE(WS-FILE-NAME)
               CLOSED
               DISABLED
               WAIT
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           PERFORM 300-RECORD-RESPONSE.

       200-OPEN-FILE.
           MOVE WS-LIST-FILE (WS-FILE-IDX) TO WS-FILE-NAME.
           EXEC CICS SET
               FILE(WS-FILE-NAME)
               ENABLED
               OPEN
               RESP(WS-RESP)
               RESP2(WS-RESP2)
           END-EXEC.
           PERFORM 300-RECORD-RESPONSE.

       300-RECORD-RESPONSE.
           MOVE WS-FILE-NAME TO OSW-FILE-NAME (WS-FILE-IDX).
           MOVE WS-RESP TO OSW-FILE-RESP (WS-FILE-IDX).
           MOVE WS-RESP2 TO OSW-FILE-RESP2 (WS-FILE-IDX).
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 8 TO OSW-RESULT-RC
           END-IF.

       END PROGRAM CITY-ONLINE-FILES.
