000245*    09/02/2026  RH   DIVAUD LAYOUT PICKS UP DA-TRANS-REF,     *
000246*                     THE SUBMITTER-ASSIGNED TRANSACTION       *
000247*                     REFERENCE STAMPED BY DIV100.             *
000248*    10/15/2026  RH   A REVERSAL ENTRY (STATUS 30) BACKS ITS    *
000249*                     ORIGINAL OUT OF THE MASTER: THE TRANS     *
000249*                     COUNT DROPS BY ONE AND THE ORIGINAL'S     *
000249*                     FIELD-A AND RESULT COME OFF THE LIFETIME  *
000249*                     SUMS.                                     *
000249*    10/15/2026  RH   A REVERSAL NO LONGER SETS MS-LAST-RESULT - *
000249*                     THE FIGURE ON ITS ENTRY IS THE ORIGINAL'S. *
000249*                     AN ACCOUNT WHOSE ONLY ACTIVITY TONIGHT IS  *
000249*                     A REVERSAL KEEPS ITS OLD LAST RESULT.      *
000249*    10/15/2026  RH   RUN-CONTROL RECORD LOGGED UNDER JOB        *
000249*                     DIV100B, WHERE THIS STEP NOW RUNS.         *
000240*-----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
001040         88  WS-GROUP-EOF-YES                   VALUE 'Y'.
001050     05  WS-GROUP-DONE-SWITCH    PIC X(01)      VALUE 'N'.
001060         88  WS-GROUP-DONE-YES                  VALUE 'Y'.
001060     05  WS-GROUP-RESULT-SWITCH  PIC X(01)      VALUE 'N'.
001060         88  WS-GROUP-RESULT-YES                VALUE 'Y'.
001070*
001080*-----------------------------------------------------------*
001090*  WS-GROUP-FIELDS - ONE ACCOUNT'S WORTH OF DIVAUD ACTIVITY,  *
001140 01  WS-GROUP-FIELDS.
001150     05  WS-GROUP-ACCOUNT-ID     PIC X(10)      VALUE SPACES.
001160     05  WS-GROUP-RUN-DATE       PIC X(08)      VALUE SPACES.
001170     05  WS-GROUP-TRANS-COUNT    PIC S9(07)     VALUE ZERO.
001175     05  WS-GROUP-ACCEPT-COUNT   PIC 9(07)      VALUE ZERO.
001180     05  WS-GROUP-SUM-FIELD-A    PIC S9(09)V99  VALUE ZERO.
001190     05  WS-GROUP-SUM-RESULT     PIC S9(09)V99  VALUE ZERO.
001755     MOVE ZERO   TO WS-GROUP-ACCEPT-COUNT.
001760     MOVE ZERO   TO WS-GROUP-SUM-FIELD-A.
001770     MOVE ZERO   TO WS-GROUP-SUM-RESULT.
001770     MOVE 'N'    TO WS-GROUP-RESULT-SWITCH.
001780     IF WS-AUD-EOF-YES
001790         SET WS-GROUP-EOF-YES TO TRUE
001800     ELSE
001870*
001880 131-ACCUMULATE-ONE-TRANSACTION.
001890     MOVE DA-RUN-DATE     TO WS-GROUP-RUN-DATE.
001910     MOVE DA-STATUS-CODE  TO WS-GROUP-LAST-STATUS.
001920     IF DA-STATUS-CODE = "30"
001922         SUBTRACT 1 FROM WS-GROUP-TRANS-COUNT
001924         SUBTRACT DA-FIELD-A FROM WS-GROUP-SUM-FIELD-A
001926         SUBTRACT DA-RESULT  FROM WS-GROUP-SUM-RESULT
001928     ELSE
001900         MOVE DA-RESULT   TO WS-GROUP-LAST-RESULT
001900         SET WS-GROUP-RESULT-YES TO TRUE
001929         ADD 1 TO WS-GROUP-TRANS-COUNT
001930         IF DA-STATUS-CODE = "00"
001935             ADD 1 TO WS-GROUP-ACCEPT-COUNT
001940             ADD DA-FIELD-A TO WS-GROUP-SUM-FIELD-A
001950             ADD DA-RESULT  TO WS-GROUP-SUM-RESULT
001955         END-IF
001960     END-IF.
001970     PERFORM 110-READ-AUDIT.
001980     IF WS-AUD-EOF-YES OR DA-ACCOUNT-ID NOT = WS-GROUP-ACCOUNT-ID
002400         MS-OLD-LIFE-SUM-FIELD-A + WS-GROUP-SUM-FIELD-A.
002410     COMPUTE MS-LIFE-SUM-RESULT =
002420         MS-OLD-LIFE-SUM-RESULT + WS-GROUP-SUM-RESULT.
002430     IF WS-GROUP-RESULT-YES
002430         MOVE WS-GROUP-LAST-RESULT TO MS-LAST-RESULT
002430     ELSE
002430         MOVE MS-OLD-LAST-RESULT TO MS-LAST-RESULT
002430     END-IF.
002440     MOVE WS-GROUP-LAST-STATUS TO MS-LAST-STATUS.
002450     WRITE WS-DIVMSTR-RECORD.
002460     ADD 1 TO WS-ACCOUNTS-MATCHED.
002709         ADD WS-ACCOUNTS-MATCHED WS-ACCOUNTS-ADDED
002710             WS-ACCOUNTS-CARRIED GIVING WS-MASTERS-WRITTEN
002711         MOVE SPACES TO WS-DIVLOG-RECORD
002712         MOVE "DIV100B" TO LG-JOB-NAME
002713         MOVE "DIV110" TO LG-PROGRAM
002714         MOVE WS-REPORT-DATE TO LG-RUN-DATE
002715         MOVE WS-RUN-TIME TO LG-RUN-TIME
