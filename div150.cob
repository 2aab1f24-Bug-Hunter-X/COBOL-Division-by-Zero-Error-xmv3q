000180*  THE CLOSING POSITION IS COMPUTED THE SAME WAY DIV110       *
000190*  ROLLS THE MASTER FORWARD: EVERY TRANSACTION COUNTS, BUT    *
000200*  ONLY ACCEPTED (STATUS 00) ACTIVITY JOINS THE LIFETIME      *
000210*  SUMS, AND A REVERSAL (STATUS 30) TAKES ONE OFF THE COUNT   *
000212*  AND ITS ORIGINAL'S AMOUNTS OFF THE SUMS.                   *
000214*  AN ACCOUNT NOT ON THE OLD MASTER OPENS AT ZERO AS          *
000220*  A NEW ACCOUNT.  OLD-MASTER ACCOUNTS WITH NO ACTIVITY       *
000230*  TODAY GET NO STATEMENT.                                    *
000240*                                                             *
000281*                     CONTROL FIELDS (ALLOWED OPS, AMOUNT    *
000282*                     AND TRANS LIMITS) DIV100 ENFORCES.     *
000283*    09/02/2026  RH   DIVAUD LAYOUT PICKS UP DA-TRANS-REF.   *
000284*    10/15/2026  RH   REVERSAL ENTRIES (STATUS 30) BACK THEIR *
000285*                     ORIGINAL OUT OF THE CLOSING POSITION.  *
000280*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001160*-----------------------------------------------------------*
001170 01  WS-DAY-FIELDS.
001180     05  WS-STMT-ACCOUNT-ID      PIC X(10)      VALUE SPACES.
001190     05  WS-DAY-TRANS-COUNT      PIC S9(07)     VALUE ZERO.
001200     05  WS-DAY-SUM-FIELD-A      PIC S9(09)V99  VALUE ZERO.
001210     05  WS-DAY-SUM-RESULT       PIC S9(09)V99  VALUE ZERO.
001220*
003190     WRITE WS-DIVSTMT-RECORD FROM WS-STM-TRANS-DETAIL
003200         AFTER ADVANCING 1 LINE.
003210     ADD 1 TO WS-LINE-COUNT.
003220     IF DA-STATUS-CODE = "30"
003222         SUBTRACT 1 FROM WS-DAY-TRANS-COUNT
003224         SUBTRACT DA-FIELD-A FROM WS-DAY-SUM-FIELD-A
003226         SUBTRACT DA-RESULT  FROM WS-DAY-SUM-RESULT
003228     ELSE
003229         ADD 1 TO WS-DAY-TRANS-COUNT
003230         IF DA-STATUS-CODE = "00"
003240             ADD DA-FIELD-A TO WS-DAY-SUM-FIELD-A
003250             ADD DA-RESULT  TO WS-DAY-SUM-RESULT
003255         END-IF
003260     END-IF.
003270     PERFORM 110-READ-AUDIT.
003280     IF WS-AUD-EOF-YES OR
