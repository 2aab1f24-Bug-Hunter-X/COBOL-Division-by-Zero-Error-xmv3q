000250*  NOT ALL DIGITS JOINS THE FEED BUT CANNOT JOIN THE          *
000260*  ACCOUNT-ID HASH; THE TRAILER CARRIES A COUNT OF THOSE SO   *
000270*  THE OTHER SIDE KNOWS WHAT THE HASH COVERS.                 *
000271*                                                             *
000272*  A REVERSAL ENTRY (DA-STATUS-CODE 30) IS SELECTED WITH THE  *
000273*  ACCEPTED ENTRIES AND ITS DA-RESULT - THE ORIGINAL'S - IS   *
000274*  SUBTRACTED, SO THE ACCOUNT'S DETAIL CARRIES THE OFFSETTING *
000275*  ENTRY TO WHAT THE LEDGER WAS SENT FOR THE ORIGINAL.        *
000280*                                                             *
000290*  MODIFICATION HISTORY.                                     *
000300*    DATE       INIT  DESCRIPTION                            *
000316*                     HASH AMOUNT) FOR THE DIV185            *
000317*                     END-OF-STREAM BALANCING.               *
000318*    09/02/2026  RH   DIVAUD LAYOUT PICKS UP DA-TRANS-REF.   *
000319*    10/15/2026  RH   REVERSAL ENTRIES (STATUS 30) SEND THE  *
000319*                     LEDGER AN OFFSETTING AMOUNT AND JOIN   *
000319*                     THE ACCEPTED-ENTRY BASIS.              *
000319*    10/15/2026  RH   RUN-CONTROL RECORD LOGGED UNDER JOB    *
000319*                     DIV100B, WHERE THIS STEP NOW RUNS.     *
000320*-----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
002020         ADD 1 TO WS-ENTRIES-ACCEPTED
002030         ADD DA-RESULT TO WS-GROUP-SUM-RESULT
002040     END-IF.
002041     IF DA-STATUS-CODE = "30"
002042         ADD 1 TO WS-GROUP-ACCEPT-COUNT
002043         ADD 1 TO WS-ENTRIES-ACCEPTED
002044         SUBTRACT DA-RESULT FROM WS-GROUP-SUM-RESULT
002045     END-IF.
002050     PERFORM 110-READ-AUDIT.
002060     IF WS-AUD-EOF-YES OR
002070             DA-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT-ID
002360         MOVE ":" TO WS-RUN-TIME(6:1)
002361         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
002362         MOVE SPACES TO WS-DIVLOG-RECORD
002363         MOVE "DIV100B" TO LG-JOB-NAME
002364         MOVE "DIV170" TO LG-PROGRAM
002365         MOVE WS-REPORT-DATE TO LG-RUN-DATE
002366         MOVE WS-RUN-TIME TO LG-RUN-TIME
