000280*  JOIN THE CLOSING TRANSACTION COUNT - THE MASTER COUNTS     *
000290*  THEM - BUT ARE NOT PART OF THE PERIOD-HISTORY RECORD;      *
000300*  THEY BECOME REAL ACTIVITY THE PERIOD THEY ARE RELEASED.    *
000302*  A REVERSAL (STATUS 30) TAKES ITS ORIGINAL'S AMOUNTS OFF    *
000304*  THE PERIOD SUMS AND ONE OFF THE CLOSING TRANSACTION        *
000306*  COUNT, AS DIV110 DOES; THE ORIGINAL STAYS IN THE COUNTS    *
000308*  OF THE PERIOD IT WAS ACCEPTED IN, AND THE REVERSAL COUNT   *
000309*  PRINTS ON THE STATEMENT ONLY.                              *
000310*                                                             *
000320*  THE PERIOD (MM/YY) COMES FROM THE DIVPPER CONTROL CARD.    *
000330*  A HISTORY RECORD ALREADY ON FILE FOR THAT PERIOD IS        *
000380*    DATE       INIT  DESCRIPTION                            *
000390*    09/02/2026  RH   ORIGINAL PROGRAM.                      *
000391*    09/02/2026  RH   DIVAUD LAYOUT PICKS UP DA-TRANS-REF.   *
000392*    10/15/2026  RH   REVERSAL ENTRIES (STATUS 30) NET OUT   *
000393*                     OF THE PERIOD SUMS AND THE CLOSING     *
000394*                     POSITION; STATEMENT SHOWS REV= COUNT.  *
000400*-----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
001840*                  PERIOD, IN FIRST-SEEN ORDER.  THE HELD     *
001850*                  COUNT IS TABLE-ONLY - IT JOINS THE         *
001860*                  CLOSING TRANSACTION COUNT BUT NOT THE      *
001870*                  HISTORY RECORD.  SO IS THE REVERSED      *
001875*                  COUNT.                                     *
001880*-----------------------------------------------------------*
001890 01  WS-ACCT-TABLE.
001900     05  WS-ACCT-ENTRY OCCURS 1000 TIMES.
001960         10  WS-AC-ACCEPT        PIC 9(07) COMP.
001970         10  WS-AC-REJECT        PIC 9(07) COMP.
001980         10  WS-AC-HELD          PIC 9(07) COMP.
001985         10  WS-AC-REVERSED      PIC 9(07) COMP.
001990         10  WS-AC-SUM-FIELD-A   PIC S9(09)V99.
002000         10  WS-AC-SUM-RESULT    PIC S9(09)V99.
002010*
002920     05  STM-ACT-REJECT          PIC ZZZZZZ9.
002930     05  FILLER                  PIC X(07)      VALUE "  HELD=".
002940     05  STM-ACT-HELD            PIC ZZZZZZ9.
002942     05  FILLER                  PIC X(06)      VALUE "  REV=".
002944     05  STM-ACT-REVERSED        PIC ZZZZZZ9.
002950*
002960 01  WS-STM-ACTIVITY-LINE-3.
002970     05  FILLER                  PIC X(18)      VALUE SPACES.
004410             PERFORM 230-BUMP-OPERATION-COUNT
004420         WHEN DA-STATUS-CODE = "20"
004430             ADD 1 TO WS-AC-HELD(WS-ACCT-SUB)
004432         WHEN DA-STATUS-CODE = "30"
004434             ADD 1 TO WS-AC-REVERSED(WS-ACCT-SUB)
004436             SUBTRACT DA-FIELD-A
004437                 FROM WS-AC-SUM-FIELD-A(WS-ACCT-SUB)
004438             SUBTRACT DA-RESULT FROM WS-AC-SUM-RESULT(WS-ACCT-SUB)
004440         WHEN OTHER
004450             ADD 1 TO WS-AC-REJECT(WS-ACCT-SUB)
004460     END-EVALUATE.
004630             MOVE ZERO TO WS-AC-ACCEPT(WS-ACCT-SUB)
004640             MOVE ZERO TO WS-AC-REJECT(WS-ACCT-SUB)
004650             MOVE ZERO TO WS-AC-HELD(WS-ACCT-SUB)
004655             MOVE ZERO TO WS-AC-REVERSED(WS-ACCT-SUB)
004660             MOVE ZERO TO WS-AC-SUM-FIELD-A(WS-ACCT-SUB)
004670             MOVE ZERO TO WS-AC-SUM-RESULT(WS-ACCT-SUB)
004680         ELSE
005870     MOVE WS-AC-ACCEPT(WS-ACCT-SUB)   TO STM-ACT-ACCEPT.
005880     MOVE WS-AC-REJECT(WS-ACCT-SUB)   TO STM-ACT-REJECT.
005890     MOVE WS-AC-HELD(WS-ACCT-SUB)     TO STM-ACT-HELD.
005895     MOVE WS-AC-REVERSED(WS-ACCT-SUB) TO STM-ACT-REVERSED.
005900     WRITE WS-DIVPSTM-RECORD FROM WS-STM-ACTIVITY-LINE-2
005910         AFTER ADVANCING 1 LINE.
005920     MOVE WS-AC-SUM-FIELD-A(WS-ACCT-SUB) TO STM-ACT-SUM-FIELD-A.
006330*  530-PRINT-CLOSING-POSITION - THE DIV110 ROLL-FORWARD       *
006340*                  RULE: EVERY ENTRY (ACCEPTED, REJECTED,     *
006350*                  HELD) JOINS THE TRANSACTION COUNT, ONLY    *
006360*                  ACCEPTED ACTIVITY JOINS THE SUMS, AND A    *
006365*                  REVERSAL TAKES ONE OFF THE COUNT.          *
006370*-----------------------------------------------------------*
006380 530-PRINT-CLOSING-POSITION.
006390     MOVE "CLOSING POSITION: " TO STM-POS-LABEL.
006410         WS-OPEN-TRANS-COUNT
006420         + WS-AC-ACCEPT(WS-ACCT-SUB)
006430         + WS-AC-REJECT(WS-ACCT-SUB)
006440         + WS-AC-HELD(WS-ACCT-SUB)
006445         - WS-AC-REVERSED(WS-ACCT-SUB).
006450     COMPUTE STM-POS-SUM-FIELD-A =
006460         WS-OPEN-SUM-FIELD-A + WS-AC-SUM-FIELD-A(WS-ACCT-SUB).
006470     COMPUTE STM-POS-SUM-RESULT =
