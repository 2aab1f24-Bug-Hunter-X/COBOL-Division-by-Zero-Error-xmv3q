000310*  BALANCES PERFECTLY ONCE IT IS PAST THIS POINT.  THE FEED   *
000320*  ID IS STAMPED INTO DI-FEED-ID ON EVERY CLEAN RECORD SO     *
000330*  DIVRPT AND THE DIVERR EXCEPTIONS CAN BE BROKEN OUT BY      *
000330*  FEED DOWNSTREAM (A RECYCLED OR RELEASED RECORD KEEPS THE   *
000330*  FEED ID IT FIRST ARRIVED WITH).  THE ENVELOPE RECORDS      *
000340*  THEMSELVES ARE CONSUMED HERE AND NEVER REACH THE SORT.     *
000360*                                                             *
000370*  CLEAN RECORDS ARE COPIED TO DIVEDOK, WHICH IS WHAT THE     *
000380*  SORT STEP READS.  FAILURES PRINT ON THE DIVEDRJ REPORT,    *
000553*                     REFERENCE DIV100'S DUPLICATE CHECK    *
000554*                     KEYS ON.  NO FORMAT IS IMPOSED HERE - *
000555*                     BLANK MEANS AN UNREFERENCED FEED.     *
000556*    10/15/2026  RH   OPERATION CODE R (REVERSAL) IS VALID.  *
000557*                     A REVERSAL MUST CARRY THE DI-TRANS-REF *
000558*                     OF THE ENTRY IT BACKS OUT.             *
000558*    10/15/2026  RH   EACH IN-ENVELOPE EDIT REJECT AND EACH  *
000558*                     ENVELOPE'S DECLARED/RECEIVED COUNTS    *
000558*                     ARE APPENDED TO DIVDSP FOR THE DIV165  *
000558*                     PER-FEED RETURN FILE.                  *
000558*    10/15/2026  RH   A RECORD IN THE RECYCLE OR FUTREL      *
000558*                     ENVELOPE KEEPS ITS ORIGINAL DI-FEED-ID *
000558*                     AND IS MARKED 'P' IN DI-PRIOR-FLAG     *
000558*                     (FROM FILLER), SO ITS OUTCOME GOES     *
000558*                     BACK TO THE FEED THAT SENT IT AS AN    *
000558*                     EARLIER NIGHT'S RECORD.  THOSE TWO     *
000558*                     ENVELOPES WRITE NO DIVDSP COUNT        *
000558*                     RECORD.                                *
000550*-----------------------------------------------------------*
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000674         ORGANIZATION IS SEQUENTIAL
000675         ACCESS MODE IS SEQUENTIAL
000676         FILE STATUS IS WS-DIVLOG-STATUS.
000677     SELECT DIVDSP-FILE ASSIGN TO DIVDSP
000677         ORGANIZATION IS SEQUENTIAL
000677         ACCESS MODE IS SEQUENTIAL
000677         FILE STATUS IS WS-DIVDSP-STATUS.
000680*
000690 DATA DIVISION.
000700 FILE SECTION.
000890         10  DI-FIELD-B          PIC S9(05).
000900         10  DI-OPERATION-CODE   PIC X(01).
000910             88  DI-OPERATION-VALID         VALUES 'D' 'M'
000920                                               'A' 'S' 'R' ' '.
000925             88  DI-OPERATION-REVERSAL      VALUE 'R'.
000930         10  DI-RECYCLE-COUNT    PIC X(01).
000940         10  DI-FEED-ID          PIC X(08).
000945         10  DI-EFFECTIVE-DATE   PIC X(08).
000947         10  DI-TRANS-REF        PIC X(12).
000948         10  DI-PRIOR-FLAG       PIC X(01).
000950         10  FILLER              PIC X(29).
000960     05  DI-HEADER-BODY REDEFINES DI-DETAIL-BODY.
000970         10  BH-FEED-ID          PIC X(08).
000980         10  FILLER              PIC X(62).
001218     05  LG-AMOUNT-2             PIC S9(11)V99.
001219     05  FILLER                  PIC X(01).
001220*
001220*-----------------------------------------------------------*
001220*  DIVDSP - PER-RECORD DISPOSITIONS FOR THE DIV165 RETURN     *
001220*           FILE.  APPENDED TO THE GENERATION DIV120 OPENED   *
001220*           AT THE FRONT OF THE STREAM.  A 'C' RECORD CARRIES *
001220*           AN ENVELOPE'S DECLARED AND RECEIVED COUNTS IN     *
001220*           PLACE OF THE DETAIL BODY.                         *
001220*-----------------------------------------------------------*
001220 FD  DIVDSP-FILE
001220     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001220 01  WS-DIVDSP-RECORD.
001220     05  DS-RECORD-TYPE          PIC X(01).
001220     05  DS-FEED-ID              PIC X(08).
001220     05  DS-DETAIL-BODY.
001220         10  DS-DISPOSITION      PIC X(01).
001220         10  DS-TRANS-REF        PIC X(12).
001220         10  DS-ACCOUNT-ID       PIC X(10).
001220         10  DS-OPERATION-CODE   PIC X(01).
001220         10  DS-RESULT           PIC S9(05)V99.
001220         10  DS-REASON-CODE      PIC X(02).
001220         10  DS-REASON-TEXT      PIC X(30).
001220         10  DS-EFFECTIVE-DATE   PIC X(08).
001220     05  DS-COUNT-BODY REDEFINES DS-DETAIL-BODY.
001220         10  DS-DECLARED-COUNT   PIC 9(07).
001220         10  DS-RECEIVED-COUNT   PIC 9(07).
001220         10  FILLER              PIC X(57).
001220*
001221 WORKING-STORAGE SECTION.
001222 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
001222 01  WS-DIVDSP-STATUS              PIC X(02)      VALUE '00'.
001223*
001230 01  WS-SWITCHES.
001240     05  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001352         10  WS-EDIT-YY          PIC X(02).
001353*
001350 01  WS-EDIT-REASON                PIC X(30)      VALUE SPACES.
001350 01  WS-RETURN-FEED-ID             PIC X(08)      VALUE SPACES.
001360*
001370*-----------------------------------------------------------*
001380*  WS-ENV-FIELDS - THE OPEN ENVELOPE: ITS FEED ID AND THE     *
001420*-----------------------------------------------------------*
001430 01  WS-ENV-FIELDS.
001440     05  WS-ENV-FEED-ID          PIC X(08)      VALUE SPACES.
001440         88  WS-ENV-PRIOR-NIGHT             VALUES 'RECYCLE'
001440                                               'FUTREL'.
001450     05  WS-ENV-COUNT            PIC 9(07)      VALUE ZERO.
001460     05  WS-ENV-HASH-A           PIC S9(11)     VALUE ZERO.
001470     05  WS-ENV-HASH-B           PIC S9(11)     VALUE ZERO.
002430     OPEN INPUT DIVIN-FILE.
002440     OPEN OUTPUT DIVEDOK-FILE.
002450     OPEN OUTPUT DIVEDRJ-FILE.
002450     OPEN EXTEND DIVDSP-FILE.
002450     IF WS-DIVDSP-STATUS NOT = "00"
002450         DISPLAY "DIV105 - FATAL - DIVDSP OPEN FAILED, "
002450             "FILE STATUS " WS-DIVDSP-STATUS
002450         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002450     END-IF.
002460     PERFORM 110-READ-DIVIN.
002470*
002480 110-READ-DIVIN.
002900         PERFORM 210-EDIT-RECORD
002910         IF WS-EDIT-FAILED
002920             PERFORM 230-WRITE-REJECT
002920             PERFORM 235-WRITE-DISPOSITION
002930         ELSE
002940             PERFORM 220-WRITE-CLEAN
002950         END-IF
003387             SET WS-EDIT-FAILED TO TRUE
003388         END-IF
003389     END-IF.
003389     IF NOT WS-EDIT-FAILED AND DI-OPERATION-REVERSAL AND
003389             DI-TRANS-REF = SPACES
003389         MOVE "REVERSAL WITHOUT TRANS REF" TO WS-EDIT-REASON
003389         SET WS-EDIT-FAILED TO TRUE
003389     END-IF.
003390*
003391 215-EDIT-EFFECTIVE-DATE.
003392     MOVE 'N' TO WS-DATE-OK-SWITCH.
003398         SET WS-DATE-OK-YES TO TRUE
003399     END-IF.
003400*
003400*-----------------------------------------------------------*
003400*  220-WRITE-CLEAN - STAMPS THE FEED THE RECORD IS RETURNED   *
003400*                  TO, AND FLAGS ONE THAT CAME BACK IN A      *
003400*                  RECYCLE OR FUTREL ENVELOPE AS AN EARLIER   *
003400*                  NIGHT'S TRANSMISSION FOR DIV100.           *
003400*-----------------------------------------------------------*
003401 220-WRITE-CLEAN.
003405     PERFORM 225-ATTRIBUTE-FEED.
003410     MOVE WS-RETURN-FEED-ID TO DI-FEED-ID.
003410     IF WS-ENV-PRIOR-NIGHT
003410         MOVE 'P' TO DI-PRIOR-FLAG
003410     ELSE
003410         MOVE SPACE TO DI-PRIOR-FLAG
003410     END-IF.
003420     WRITE WS-DIVEDOK-RECORD FROM WS-DIVIN-RECORD.
003430     ADD 1 TO WS-RECORDS-PASSED.
003440*
003440*-----------------------------------------------------------*
003440*  225-ATTRIBUTE-FEED - A RECORD IN A FEED'S OWN ENVELOPE     *
003440*                  BELONGS TO THAT FEED.  ONE RIDING THE      *
003440*                  RECYCLE OR FUTREL ENVELOPE KEEPS THE       *
003440*                  DI-FEED-ID IT WAS FIRST STAMPED WITH, SO   *
003440*                  ITS OUTCOME GOES BACK TO THE FEED THAT     *
003440*                  SENT IT; ONLY A BLANK ONE TAKES THE        *
003440*                  ENVELOPE'S ID.                             *
003440*-----------------------------------------------------------*
003440 225-ATTRIBUTE-FEED.
003440     IF WS-ENV-PRIOR-NIGHT AND DI-FEED-ID NOT = SPACES
003440         MOVE DI-FEED-ID TO WS-RETURN-FEED-ID
003440     ELSE
003440         MOVE WS-ENV-FEED-ID TO WS-RETURN-FEED-ID
003440     END-IF.
003440*
003450*-----------------------------------------------------------*
003460*  230-WRITE-REJECT - TWO REPORT LINES PER REJECT: THE        *
003470*                  REASON, THEN THE FULL RECORD IMAGE.        *
003590     ADD 3 TO WS-LINE-COUNT.
003600     ADD 1 TO WS-RECORDS-REJECTED.
003610*
003610*-----------------------------------------------------------*
003610*  235-WRITE-DISPOSITION - AN EDIT REJECT INSIDE AN ENVELOPE  *
003610*                  GOES BACK TO ITS FEED AS DISPOSITION 'E' - *
003610*                  TYPE 'P' IF IT IS AN EARLIER NIGHT'S       *
003610*                  RECORD COMING BACK AROUND.  A RECORD       *
003610*                  OUTSIDE ANY ENVELOPE HAS NO FEED TO        *
003610*                  RETURN TO AND HOLDS THE STREAM ANYWAY.     *
003610*-----------------------------------------------------------*
003610 235-WRITE-DISPOSITION.
003610     MOVE SPACES TO WS-DIVDSP-RECORD.
003610     PERFORM 225-ATTRIBUTE-FEED.
003610     IF WS-ENV-PRIOR-NIGHT
003610         MOVE 'P' TO DS-RECORD-TYPE
003610     ELSE
003610         MOVE 'D' TO DS-RECORD-TYPE
003610     END-IF.
003610     MOVE WS-RETURN-FEED-ID TO DS-FEED-ID.
003610     MOVE 'E' TO DS-DISPOSITION.
003610     MOVE DI-TRANS-REF TO DS-TRANS-REF.
003610     MOVE DI-ACCOUNT-ID TO DS-ACCOUNT-ID.
003610     MOVE DI-OPERATION-CODE TO DS-OPERATION-CODE.
003610     MOVE ZERO TO DS-RESULT.
003610     MOVE WS-EDIT-REASON TO DS-REASON-TEXT.
003610     WRITE WS-DIVDSP-RECORD.
003610*
003620*-----------------------------------------------------------*
003630*  240-OPEN-ENVELOPE / 250-CLOSE-ENVELOPE / 260-CHECK-FINAL-  *
003640*  ENVELOPE - THE ENVELOPE STATE MACHINE.  A HEADER WHILE AN  *
004160         SET WS-FEED-FAILED TO TRUE
004170     END-IF.
004180     PERFORM 280-PRINT-FEED-STATUS.
004180     IF NOT WS-ENV-PRIOR-NIGHT
004180         MOVE SPACES TO WS-DIVDSP-RECORD
004180         MOVE 'C' TO DS-RECORD-TYPE
004180         MOVE WS-ENV-FEED-ID TO DS-FEED-ID
004180         IF BT-RECORD-COUNT IS NUMERIC
004180             MOVE BT-RECORD-COUNT TO DS-DECLARED-COUNT
004180         ELSE
004180             MOVE ZERO TO DS-DECLARED-COUNT
004180         END-IF
004180         MOVE WS-ENV-COUNT TO DS-RECEIVED-COUNT
004180         WRITE WS-DIVDSP-RECORD
004180     END-IF.
004190*
004200 260-CHECK-FINAL-ENVELOPE.
004210     IF WS-ENV-OPEN-YES
004870     CLOSE DIVIN-FILE.
004880     CLOSE DIVEDOK-FILE.
004890     CLOSE DIVEDRJ-FILE.
004890     CLOSE DIVDSP-FILE.
004900     IF WS-ENVELOPES-FAILED > ZERO OR WS-FEED-FAILED
004910         DISPLAY "DIV105 - FEED FAILED - STREAM MUST BE HELD"
004920         MOVE 16 TO RETURN-CODE
