000150*  THE DIV110 UPDATE.  IT COLLECTS REINSTATEMENT CANDIDATES   *
000160*  FROM TWO SOURCES - OPERATOR REQUEST CARDS ON DIVRREQ, AND  *
000170*  ACCOUNTS SPOTTED AUTOMATICALLY IN THE DAY'S DIVAUD WITH    *
000180*  ACCEPTED (STATUS 00) ACTIVITY OR A REVERSAL (STATUS 30)    *
000185*  - AND FOR EACH CANDIDATE                                   *
000190*  NOT ON THE CURRENT MASTER IT SEARCHES THE RETAINED         *
000200*  DIVMARCH GENERATIONS (CONCATENATED OLDEST FIRST) FOR THE   *
000210*  ACCOUNT'S LAST ARCHIVED MASTER RECORD.  THE RECORDS FOUND  *
000384*                     COMMON DIVLOG FILE AT END OF RUN FOR   *
000386*                     THE DIV185 END-OF-STREAM BALANCING.    *
000387*    09/02/2026  RH   DIVAUD LAYOUT PICKS UP DA-TRANS-REF.   *
000388*    10/15/2026  RH   A REVERSAL (STATUS 30) ALSO SPOTS AN   *
000389*                     ARCHIVED ACCOUNT, SO THE ORIGINAL IS   *
000389*                     BACKED OUT OF ITS REAL POSITION.       *
000389*    10/15/2026  RH   RUN-CONTROL RECORD LOGGED UNDER JOB    *
000389*                     DIV100B, WHERE THIS STEP NOW RUNS.     *
000390*-----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
003780     END-READ.
003790*
003800 140-SPOT-AUDIT-CANDIDATE.
003810     IF DA-STATUS-CODE = "00" OR DA-STATUS-CODE = "30"
003820         MOVE DA-ACCOUNT-ID TO WS-CAND-WORK-ID
003830         MOVE 'A' TO WS-CAND-WORK-SOURCE
003840         PERFORM 180-ADD-CANDIDATE
006507         MOVE ":" TO WS-RUN-TIME(6:1)
006508         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
006509         MOVE SPACES TO WS-DIVLOG-RECORD
006510         MOVE "DIV100B" TO LG-JOB-NAME
006511         MOVE "DIV115" TO LG-PROGRAM
006512         MOVE WS-REPORT-DATE TO LG-RUN-DATE
006513         MOVE WS-RUN-TIME TO LG-RUN-TIME
