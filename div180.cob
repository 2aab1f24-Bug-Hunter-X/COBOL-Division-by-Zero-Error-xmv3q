000140*  EVERY ACCOUNT IT RECOMPUTES, FROM SCRATCH, WHAT THE NEW    *
000150*  MASTER RECORD SHOULD HOLD - OLD POSITION PLUS THE DAY'S    *
000160*  ACTIVITY, EVERY TRANSACTION COUNTING BUT ONLY ACCEPTED    *
000170*  (STATUS 00) ACTIVITY JOINING THE LIFETIME SUMS, A          *
000175*  REVERSAL (STATUS 30) TAKING ONE OFF THE COUNT AND ITS      *
000176*  ORIGINAL'S AMOUNTS OFF THE SUMS, AND A                     *
000180*  FIRST-TIME ACCOUNT WITH NO ACCEPTED ACTIVITY EXPECTED TO   *
000190*  BE ABSENT - AND COMPARES AGAINST WHAT DIV110 ACTUALLY      *
000200*  WROTE.  ANY ACCOUNT THAT IS MISSING, UNEXPECTED, OR OFF    *
000274*                     COMMON DIVLOG FILE AT END OF RUN FOR   *
000276*                     THE DIV185 END-OF-STREAM BALANCING.    *
000277*    09/02/2026  RH   DIVAUD LAYOUT PICKS UP DA-TRANS-REF.   *
000278*    10/15/2026  RH   REVERSAL ENTRIES (STATUS 30) BACK THEIR *
000279*                     ORIGINAL OUT, AS DIV110 NOW DOES.      *
000279*    10/15/2026  RH   RUN-CONTROL RECORD LOGGED UNDER JOB    *
000279*                     DIV100B, WHERE THE NIGHTLY STEP NOW    *
000279*                     RUNS.                                  *
000280*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001350*                    ACCUMULATED THE SAME WAY DIV110 DOES.    *
001360*-----------------------------------------------------------*
001370 01  WS-GROUP-FIELDS.
001380     05  WS-GROUP-TRANS-COUNT    PIC S9(07)     VALUE ZERO.
001390     05  WS-GROUP-ACCEPT-COUNT   PIC 9(07)      VALUE ZERO.
001400     05  WS-GROUP-SUM-FIELD-A    PIC S9(09)V99  VALUE ZERO.
001410     05  WS-GROUP-SUM-RESULT     PIC S9(09)V99  VALUE ZERO.
002850     END-IF.
002860*
002870 141-ACCUMULATE-ONE-ENTRY.
002880     IF DA-STATUS-CODE = "30"
002882         SUBTRACT 1 FROM WS-GROUP-TRANS-COUNT
002884         SUBTRACT DA-FIELD-A FROM WS-GROUP-SUM-FIELD-A
002886         SUBTRACT DA-RESULT  FROM WS-GROUP-SUM-RESULT
002888     ELSE
002889         ADD 1 TO WS-GROUP-TRANS-COUNT
002890         IF DA-STATUS-CODE = "00"
002900             ADD 1 TO WS-GROUP-ACCEPT-COUNT
002910             ADD DA-FIELD-A TO WS-GROUP-SUM-FIELD-A
002920             ADD DA-RESULT  TO WS-GROUP-SUM-RESULT
002925         END-IF
002930     END-IF.
002940     PERFORM 130-READ-AUDIT.
002950     IF WS-AUD-EOF-YES OR DA-ACCOUNT-ID NOT = WS-GRP-KEY
004357         MOVE ":" TO WS-RUN-TIME(6:1)
004358         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
004359         MOVE SPACES TO WS-DIVLOG-RECORD
004360         MOVE "DIV100B" TO LG-JOB-NAME
004361         MOVE "DIV180" TO LG-PROGRAM
004362         MOVE WS-REPORT-DATE TO LG-RUN-DATE
004363         MOVE WS-RUN-TIME TO LG-RUN-TIME
