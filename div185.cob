000260*  ENDS THE STEP RC=8 SO THE SCHEDULER HOLDS THE STREAM THE   *
000270*  WAY IT ALREADY DOES FOR DIV180.  WHERE A PROGRAM RAN MORE  *
000280*  THAN ONCE TODAY (A RESTART), THE LAST RECORD WINS.         *
000281*  WHEN DIV100 RUNS IN PARTITIONS, EACH PARTITION'S RECORD    *
000282*  PRINTS FOR REFERENCE; THE DIV100 FIGURES BALANCED ARE THE  *
000283*  COMBINED RECORD THE DIV230 MERGE WRITES.                   *
000290*                                                             *
000300*  MODIFICATION HISTORY.                                     *
000310*    DATE       INIT  DESCRIPTION                            *
000320*    09/02/2026  RH   ORIGINAL PROGRAM.                      *
000321*    10/15/2026  RH   FEED-ARRIVAL RECORDS DIV215 KEEPS ON   *
000322*                     DIVLOG AS FEED HISTORY ARE SKIPPED -   *
000323*                     THEY ARE NOT A STEP'S RUN CONTROL.     *
000324*    10/15/2026  RH   DIV100 NOW RUNS AS PARALLEL PARTITIONS.  *
000325*                     EACH PARTITION'S RECORD (JOB DIV100P<N>) *
000326*                     PRINTS UNDER ITS JOB NAME BUT ONLY THE   *
000327*                     COMBINED DIV100 RECORD DIV230 WRITES     *
000328*                     JOINS THE CROSS-FOOT.                    *
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000530     LABEL RECORDS ARE STANDARD.
000540 01  WS-DIVLOG-RECORD.
000550     05  LG-JOB-NAME             PIC X(08).
000551         88  LG-FEED-ARRIVAL                VALUE 'DIVFEED'.
000552         88  LG-PARTITION-RUN               VALUE 'DIV100P1'
000553                                                  THRU 'DIV100P9'.
000560     05  LG-PROGRAM              PIC X(08).
000570     05  LG-RUN-DATE             PIC X(08).
000580     05  LG-RUN-TIME             PIC X(08).
002320*  200-LOG-LOOP - ONE DIVLOG RECORD PER PASS.  ONLY TODAY'S   *
002330*                 RECORDS PRINT AND JOIN THE CROSS-FOOT; THE  *
002340*                 LOG ACCUMULATES ACROSS NIGHTS UNTIL         *
002350*                 OPERATIONS CLEARS IT.  DIV215'S FEED-       *
002351*                 ARRIVAL RECORDS ARE HISTORY, NOT A HAND-    *
002352*                 OFF, AND ARE PASSED OVER.  A DIV100         *
002353*                 PARTITION'S RECORD PRINTS UNDER ITS JOB     *
002354*                 NAME BUT IS NOT SAVED - THE COMBINED        *
002355*                 DIV100 RECORD FROM DIV230 IS WHAT BALANCES. *
002360*-----------------------------------------------------------*
002370 200-LOG-LOOP.
002380     IF LG-RUN-DATE = WS-REPORT-DATE AND NOT LG-FEED-ARRIVAL
002390         ADD 1 TO WS-LOGS-TODAY
002400         PERFORM 210-PRINT-LOG-LINE
002410         IF NOT LG-PARTITION-RUN
002411             PERFORM 220-SAVE-LOG-FIELDS
002412         END-IF
002420     END-IF.
002430     PERFORM 110-READ-LOG.
002440*
002490             AFTER ADVANCING 2 LINES
002500         ADD 2 TO WS-LINE-COUNT
002510     END-IF.
002520     IF LG-PARTITION-RUN
002521         MOVE LG-JOB-NAME   TO BAL-PROGRAM
002522     ELSE
002523         MOVE LG-PROGRAM    TO BAL-PROGRAM
002524     END-IF.
002530     MOVE LG-RUN-TIME       TO BAL-TIME.
002540     MOVE LG-RECORDS-IN     TO BAL-IN.
002550     MOVE LG-RECORDS-OUT    TO BAL-OUT.
