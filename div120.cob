000377*                     FOR A DUPLICATE, AND DUPLICATE REJECTS *
000378*                     (REASON 12) GO TO SUSPENSE INSTEAD OF  *
000379*                     BEING RECYCLED BACK INTO THE RUN.      *
000380*    10/15/2026  RH   REVERSALS WHOSE ORIGINAL WAS NEVER     *
000381*                     ACCEPTED (REASON 14) OR IS ALREADY     *
000382*                     REVERSED (15) GO TO SUSPENSE.  REASON  *
000383*                     13 (ORIGINAL NOT FOUND) STILL RECYCLES *
000384*                     - THE ORIGINAL MAY BE HELD OR LATE.    *
000384*    10/15/2026  RH   OPENS TONIGHT'S DIVDSP DISPOSITION     *
000384*                     FILE AND WRITES AN 'S' ENTRY FOR EVERY *
000384*                     RECORD DROPPED TO SUSPENSE, SO DIV165  *
000384*                     CAN RETURN IT TO ITS FEED.  DIV105 AND *
000384*                     DIV100 APPEND TO THE SAME GENERATION.  *
000384*    10/15/2026  RH   A RECYCLED RECORD CARRIES DE-FEED-ID   *
000384*                     BACK ONTO DIVRCY SO DIV105 RETURNS IT  *
000384*                     TO THE FEED THAT SENT IT, AND THE      *
000384*                     SUSPENSE ENTRY ON DIVDSP IS TYPE 'P'   *
000384*                     (AN EARLIER NIGHT'S RECORD).  THE      *
000384*                     DIVDSP OPEN IS CHECKED - A FAILURE     *
000384*                     ENDS THE STEP RC=16.                   *
000366*-----------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000504         ORGANIZATION IS SEQUENTIAL
000506         ACCESS MODE IS SEQUENTIAL
000508         FILE STATUS IS WS-DIVLOG-STATUS.
000509     SELECT DIVDSP-FILE ASSIGN TO DIVDSP
000509         ORGANIZATION IS SEQUENTIAL
000509         ACCESS MODE IS SEQUENTIAL
000509         FILE STATUS IS WS-DIVDSP-STATUS.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000645         88  DE-AUTH-REJECT                 VALUES "09" "10"
000646                                                   "11".
000647         88  DE-DUPLICATE-REJECT            VALUE "12".
000648         88  DE-REVERSAL-FINAL              VALUES "14" "15".
000650     05  DE-REASON-TEXT          PIC X(30).
000660     05  DE-RECYCLE-COUNT        PIC 9(01).
000665     05  DE-RUN-DATE             PIC X(08).
001079     05  LG-AMOUNT-2             PIC S9(11)V99.
001080     05  FILLER                  PIC X(01).
001081*
001081*-----------------------------------------------------------*
001081*  DIVDSP - PER-RECORD DISPOSITIONS FOR THE DIV165 RETURN     *
001081*           FILE.  CREATED HERE; DIV105 AND DIV100 EXTEND IT. *
001081*-----------------------------------------------------------*
001081 FD  DIVDSP-FILE
001081     RECORDING MODE IS F
001081     LABEL RECORDS ARE STANDARD.
001081 01  WS-DIVDSP-RECORD.
001081     05  DS-RECORD-TYPE          PIC X(01).
001081     05  DS-FEED-ID              PIC X(08).
001081     05  DS-DISPOSITION          PIC X(01).
001081     05  DS-TRANS-REF            PIC X(12).
001081     05  DS-ACCOUNT-ID           PIC X(10).
001081     05  DS-OPERATION-CODE       PIC X(01).
001081     05  DS-RESULT               PIC S9(05)V99.
001081     05  DS-REASON-CODE          PIC X(02).
001081     05  DS-REASON-TEXT          PIC X(30).
001081     05  DS-EFFECTIVE-DATE       PIC X(08).
001081*
001082 WORKING-STORAGE SECTION.
001083 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
001084*
001084 01  WS-DIVDSP-STATUS              PIC X(02)      VALUE '00'.
001084*
001090 01  WS-DIVCTL-STATUS              PIC X(02)      VALUE '00'.
001100*
001110 01  WS-SWITCHES.
002290     OPEN OUTPUT DIVRCY-FILE.
002295     WRITE WS-DIVRCY-RECORD FROM WS-RCY-HEADER-RECORD.
002300     OPEN OUTPUT DIVSUSP-FILE.
002300     OPEN OUTPUT DIVDSP-FILE.
002300     IF WS-DIVDSP-STATUS NOT = "00"
002300         DISPLAY "DIV120 - FATAL - DIVDSP OPEN FAILED, "
002300             "FILE STATUS " WS-DIVDSP-STATUS
002300         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002300     END-IF.
002310     OPEN INPUT DIVCTL-FILE.
002320     IF WS-DIVCTL-STATUS = "00"
002330         PERFORM 110-READ-CONTROL
002690*-----------------------------------------------------------*
002700 200-PROCESS-LOOP.
002710     IF DE-AUTH-REJECT OR DE-DUPLICATE-REJECT OR
002712             DE-REVERSAL-FINAL OR
002715             (DE-RECYCLE-COUNT IS NUMERIC AND
002720             DE-RECYCLE-COUNT >= WS-RECYCLE-LIMIT)
002730         PERFORM 230-WRITE-SUSPENSE
002830     MOVE DE-FIELD-B    TO RC-FIELD-B.
002835     MOVE DE-OPERATION-CODE TO RC-OPERATION-CODE.
002836     MOVE DE-TRANS-REF TO RC-TRANS-REF.
002837     MOVE DE-FEED-ID TO RC-FEED-ID.
002840     PERFORM 220-LOOKUP-CORRECTION.
002850     IF WS-CTL-FOUND-YES
002860         MOVE WS-CTL-FIELD-A(WS-CTL-SUB) TO RC-FIELD-A
003230         AFTER ADVANCING 1 LINE.
003240     ADD 1 TO WS-LINE-COUNT.
003250     ADD 1 TO WS-RECORDS-SUSPENDED.
003250     MOVE SPACES TO WS-DIVDSP-RECORD.
003250     MOVE 'P' TO DS-RECORD-TYPE.
003250     MOVE DE-FEED-ID TO DS-FEED-ID.
003250     MOVE 'S' TO DS-DISPOSITION.
003250     MOVE DE-TRANS-REF TO DS-TRANS-REF.
003250     MOVE DE-ACCOUNT-ID TO DS-ACCOUNT-ID.
003250     MOVE DE-OPERATION-CODE TO DS-OPERATION-CODE.
003250     MOVE ZERO TO DS-RESULT.
003250     MOVE DE-REASON-CODE TO DS-REASON-CODE.
003250     MOVE DE-REASON-TEXT TO DS-REASON-TEXT.
003250     WRITE WS-DIVDSP-RECORD.
003260*
003270 310-WRITE-HEADINGS.
003280     ADD 1 TO WS-PAGE-COUNT.
003640     CLOSE DIVERR-FILE.
003650     CLOSE DIVRCY-FILE.
003660     CLOSE DIVSUSP-FILE.
003660     CLOSE DIVDSP-FILE.
