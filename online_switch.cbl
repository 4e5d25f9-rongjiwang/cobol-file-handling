       IDENTIFICATION DIVISION.
       PROGRAM-ID. CITY-ONLINE-SWITCH.
      *    BATCH STEP (PGM=CTYOSWT) THAT CLOSES OR REOPENS THE CICS
      *    FILES OVER THE CITY DATASETS, SO THE NIGHTLY BATCH AND
      *    THE ONLINE INQUIRY/MAINTENANCE SCREENS NEVER HAVE THE
      *    MASTER AT THE SAME TIME. IT LINKS THROUGH THE EXTERNAL
      *    CICS INTERFACE (EXCI) TO CITY-ONLINE-FILES (CTYOSRV) IN
      *    THE CICS REGION NAMED BY CITYOLAP, PASSING THE CTYOSWA.cpy
      *    AREA, AND LISTS WHAT CAME BACK FOR EACH FILE.
      *      CITYOLSW=CLOSE  jcl/CTYONLC.jcl, BEFORE CTYLOAD
      *      CITYOLSW=OPEN   jcl/CTYONLO.jcl, AFTER CTYHIST
      *    ENDS RC=8 IF THE REGION COULD NOT BE REACHED OR ANY FILE
      *    DID NOT SWITCH - FOR A CLOSE THAT STOPS THE NIGHT BEFORE
      *    CTYLOAD TRIES FOR A MASTER CICS STILL HOLDS. TRANSLATED
      *    WITH THE EXCI OPTION.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 CICS-FIELDS.
           05 WS-APPLID          PIC X(8) VALUE SPACES.
           05 WS-TARGET-PROGRAM  PIC X(8) VALUE "CTYOSRV".
           05 WS-COMM-LEN        PIC S9(8) COMP VALUE 0.
           05 WS-DATA-LEN        PIC S9(8) COMP VALUE 0.

       01 WS-FUNCTION            PIC X(5) VALUE SPACES.

       01 COUNTERS.
           05 WS-FILE-IDX        PIC 9(2) VALUE 0.

           COPY "CTYOSWA.cpy".

           COPY DFHXCPLO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 100-INITIALIZE.
           IF RETURN-CODE = 0
               PERFORM 200-LINK-TO-REGION
           END-IF.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-FUNCTION FROM ENVIRONMENT "CITYOLSW".
           ACCEPT WS-APPLID FROM ENVIRONMENT "CITYOLAP".
           IF WS-FUNCTION NOT = "CLOSE" AND WS-FUNCTION NOT = "OPEN "
               MOVE 8 TO RETURN-CODE
               DISPLAY "CITYOLSW MUST BE CLOSE OR OPEN - NOTHING DONE"
           END-IF.
           IF WS-APPLID = SPACES
               MOVE 8 TO RETURN-CODE
               DISPLAY "CITYOLAP (CICS APPLID) NOT SET - NOTHING DONE"
           END-IF.

       200-LINK-TO-REGION.
           MOVE SPACES TO CTYOSW-AREA.
           MOVE WS-FUNCTION TO OSW-FUNCTION.
           MOVE 0 TO OSW-RESULT-RC OSW-FILE-COUNT.
           MOVE LENGTH OF CTYOSW-AREA TO WS-COMM-LEN.
           MOVE LENGTH OF CTYOSW-AREA TO WS-DATA-LEN.
           EXEC CICS LINK
               PROGRAM(WS-TARGET-PROGRAM)
               APPLID(WS-APPLID)
               COMMAREA(CTYOSW-AREA)
               LENGTH(WS-COMM-LEN)
               DATALENGTH(WS-DATA-LEN)
               RETCODE(EXCI-EXEC-RETURN-CODE)
               SYNCONRETURN
           END-EXEC.
           IF EXEC-RESP NOT = 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "LINK TO " WS-TARGET-PROGRAM " IN " WS-APPLID
                   " FAILED - RESP " EXEC-RESP " RESP2 " EXEC-RESP2
                   " ABEND " EXEC-ABCODE
           ELSE
               PERFORM 210-LIST-FILE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > OSW-FILE-COUNT
                      OR WS-FILE-IDX > 10
               IF OSW-RESULT-RC NOT = 0
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "CITY FILES NOT ALL SWITCHED - " WS-FUNCTION
                       " INCOMPLETE"
               ELSE
                   DISPLAY "CITY FILES " WS-FUNCTION " IN " WS-APPLID
                       " >>>> " OSW-FILE-COUNT
               END-IF
           END-IF.

       210-LIST-FILE.
           DISPLAY "FILE " OSW-FILE-NAME (WS-FILE-IDX)
               " RESP " OSW-FILE-RESP (WS-FILE-IDX)
               " RESP2 " OSW-FILE-RESP2 (WS-FILE-IDX).

       END PROGRAM CITY-ONLINE-SWITCH.
