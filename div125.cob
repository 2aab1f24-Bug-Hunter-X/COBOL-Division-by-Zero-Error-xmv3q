000110*  AND REJECTS EVERY ACCOUNT IT DOES NOT LIST - SO IT IS NO   *
000120*  LONGER MAINTAINED BY HAND-EDITING THE DATASET.  THIS       *
000130*  PROGRAM READS OPERATOR TRANSACTION CARDS FROM DIVRMNT      *
000140*  AGAINST THE CURRENT DIVREF AND EDITS THEM IN CARD ORDER,   *
000150*  BUT DOES NOT CHANGE DIVREF ITSELF.  EVERY CARD THAT PASSES *
000152*  IS QUEUED AS A PENDING CHANGE - THE PENDING CHANGE FILE    *
000154*  DIVRPEND IS COPIED TO DIVPNEW WITH THE NEW CHANGES ADDED   *
000156*  AT THE END - AND ONLY REACHES DIVREF WHEN A SECOND         *
000158*  OPERATOR APPROVES IT IN THE DIV220 RUN (DUAL CONTROL).     *
000160*  THE DIV125J JOB ONLY PROMOTES DIVPNEW OVER DIVRPEND WHEN   *
000170*  THIS STEP ENDS CLEANLY.                                    *
000180*                                                             *
000190*  CARD ACTIONS (COLUMNS 1-3):                                *
000200*    ADD  ADD A NEW ACCOUNT, STATUS OPEN.  NAME REQUIRED.     *
000236*         AMOUNT LIMIT (COLS 52-56, BLANK OR ZERO = NONE)     *
000238*         AND PER-RUN TRANS LIMIT (COLS 58-62).  ADD TAKES    *
000239*         THE SAME COLUMNS; BLANK MEANS UNRESTRICTED.         *
000239*    GRP  SET THE ACCOUNT'S GROUP CODE (COLS 64-71), THE      *
000239*         CUSTOMER OR BUSINESS UNIT IT ROLLS UP TO ON THE     *
000239*         DIV135 GROUP POSITION REPORT.  BLANK TAKES THE      *
000239*         ACCOUNT OUT OF ITS GROUP.  ADD TAKES THE SAME       *
000239*         COLUMN.                                             *
000239*    EVERY CARD CARRIES THE SUBMITTER'S OPERATOR ID IN COLS   *
000239*    73-80; A CARD WITHOUT ONE IS REJECTED.                   *
000240*                                                             *
000250*  EVERY CARD PRINTS ON THE DIVRREG PENDING REGISTER WITH     *
000260*  THE BEFORE AND AFTER RECORD IMAGES IT WOULD MAKE IF        *
000270*  APPROVED, ITS PENDING ID AND THE SUBMITTER, OR THE REJECT  *
000280*  REASON (DUPLICATE ADD, ACTION AGAINST AN ACCOUNT NOT ON    *
000290*  FILE, AND SO ON).  CARDS IN ONE DECK BUILD ON EACH OTHER - *
000292*  AN ADD FOLLOWED BY A LIM FOR THE SAME ACCOUNT IS EDITED    *
000294*  AGAINST THE ADDED ENTRY - BUT NOT ON CHANGES STILL PENDING *
000296*  FROM EARLIER DECKS; DIV220 EDITS EACH CHANGE AGAIN WHEN IT *
000298*  IS APPROVED.  ANY REJECTED CARD ENDS THE STEP RC=4 AND     *
000300*  NOTHING IN THE DECK IS QUEUED.                             *
000320*                                                             *
000330*  A MISSING OR EMPTY DIVREF IS NOT FATAL HERE - THAT IS HOW  *
000340*  THE INITIAL REFERENCE FILE IS BUILT FROM ADD CARDS ON A    *
000397*                     NEW LIM ACTION SETS THEM, ADD ACCEPTS  *
000398*                     THEM, AND THE REGISTER IMAGES SHOW     *
000399*                     THEM.                                  *
000399*    10/15/2026  RH   DIVREF GAINED RF-GROUP-CODE (CARVED    *
000399*                     FROM FILLER).  THE NEW GRP ACTION SETS *
000399*                     OR CLEARS IT, ADD ACCEPTS IT, AND THE  *
000399*                     REGISTER IMAGES SHOW IT.               *
000399*    10/15/2026  RH   DUAL CONTROL.  CARDS CARRY THE         *
000399*                     SUBMITTER'S ID AND ARE QUEUED ON THE   *
000399*                     DIVRPEND PENDING FILE INSTEAD OF BEING *
000399*                     APPLIED - DIVRNEW IS NOW WRITTEN BY    *
000399*                     THE DIV220 APPROVAL RUN.  DIVRREG IS   *
000399*                     THE PENDING REGISTER.                  *
000400*-----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000480     SELECT DIVRMNT-FILE ASSIGN TO DIVRMNT
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL.
000510     SELECT DIVRPEND-FILE ASSIGN TO DIVRPEND
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000532         FILE STATUS IS WS-DIVRPEND-STATUS.
000534     SELECT DIVPNEW-FILE ASSIGN TO DIVPNEW
000536         ORGANIZATION IS SEQUENTIAL
000538         ACCESS MODE IS SEQUENTIAL.
000540     SELECT DIVRREG-FILE ASSIGN TO DIVRREG
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL.
000702     05  RF-ALLOWED-OPS          PIC X(04).
000704     05  RF-AMOUNT-LIMIT         PIC 9(05).
000706     05  RF-TRANS-LIMIT          PIC 9(05).
000708     05  RF-GROUP-CODE           PIC X(08).
000710     05  FILLER                  PIC X(17).
000720*
000730*-----------------------------------------------------------*
000740*  DIVRMNT - OPERATOR MAINTENANCE CARDS, ONE ACTION PER CARD. *
000830         88  MT-ACTION-REOPEN                   VALUE 'OPN'.
000840         88  MT-ACTION-RENAME                   VALUE 'REN'.
000845         88  MT-ACTION-LIMITS                   VALUE 'LIM'.
000847         88  MT-ACTION-GROUP                    VALUE 'GRP'.
000850         88  MT-ACTION-VALID                    VALUES 'ADD'
000860                                                  'CLS' 'OPN'
000870                                                  'REN' 'LIM'
000875                                                  'GRP'.
000880     05  FILLER                  PIC X(01).
000890     05  MT-ACCOUNT-ID           PIC X(10).
000900     05  FILLER                  PIC X(01).
000918     05  MT-AMOUNT-LIMIT         PIC X(05).
000920     05  FILLER                  PIC X(01).
000922     05  MT-TRANS-LIMIT          PIC X(05).
000924     05  FILLER                  PIC X(01).
000926     05  MT-GROUP-CODE           PIC X(08).
000928     05  FILLER                  PIC X(01).
000929     05  MT-SUBMITTER-ID         PIC X(08).
000930*
000940*-----------------------------------------------------------*
000950*  DIVRPEND - THE CHANGES ALREADY WAITING FOR APPROVAL, READ  *
000960*             AS INPUT.  ONE RECORD PER PENDING CHANGE, IN    *
000962*             THE ORDER THEY WERE ENTERED, THEN A TRAILER     *
000964*             CARRYING THE LAST PENDING ID ISSUED (SO AN ID   *
000966*             IS NEVER REUSED AFTER ITS CHANGE LEAVES THE     *
000968*             FILE) AND THE COUNT OF PENDING RECORDS.  MAY BE *
000969*             MISSING OR EMPTY BEFORE THE FIRST CHANGE.       *
000970*-----------------------------------------------------------*
000980 FD  DIVRPEND-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 01  WS-DIVRPEND-RECORD.
001020     05  PD-RECORD-TYPE          PIC X(01).
001022         88  PD-PENDING-CHANGE                  VALUE 'P'.
001024         88  PD-TRAILER                         VALUE 'T'.
001030     05  PD-PENDING-ID           PIC 9(06).
001040     05  PD-ENTERED-DATE         PIC 9(06).
001042     05  PD-ENTERED-BY           PIC X(08).
001044     05  PD-CARD-IMAGE           PIC X(72).
001046     05  FILLER                  PIC X(07).
001048 01  WS-DIVRPEND-TRAILER.
001050     05  FILLER                  PIC X(01).
001052     05  PT-LAST-PENDING-ID      PIC 9(06).
001054     05  PT-PENDING-COUNT        PIC 9(06).
001056     05  FILLER                  PIC X(87).
001058*
001060*-----------------------------------------------------------*
001062*  DIVPNEW - THE NEXT PENDING CHANGE FILE: EVERY CHANGE STILL *
001064*            PENDING ON DIVRPEND, TONIGHT'S NEW ONES, AND THE *
001066*            TRAILER.  SAME LAYOUT AS DIVRPEND.               *
001067*-----------------------------------------------------------*
001068 FD  DIVPNEW-FILE
001069     RECORDING MODE IS F
001069     LABEL RECORDS ARE STANDARD.
001069 01  WS-DIVPNEW-RECORD.
001069     05  PN-RECORD-TYPE          PIC X(01).
001069     05  PN-PENDING-ID           PIC 9(06).
001069     05  PN-ENTERED-DATE         PIC 9(06).
001069     05  PN-ENTERED-BY           PIC X(08).
001069     05  PN-CARD-IMAGE           PIC X(72).
001069     05  FILLER                  PIC X(07).
001069 01  WS-DIVPNEW-TRAILER.
001069     05  PNT-RECORD-TYPE         PIC X(01).
001069     05  PNT-LAST-PENDING-ID     PIC 9(06).
001069     05  PNT-PENDING-COUNT       PIC 9(06).
001069     05  FILLER                  PIC X(87).
001069*
001070*-----------------------------------------------------------*
001080*  DIVRREG - PRINTED PENDING CHANGE REGISTER.                 *
001090*-----------------------------------------------------------*
001100 FD  DIVRREG-FILE
001110     RECORDING MODE IS F
001140*
001150 WORKING-STORAGE SECTION.
001160 01  WS-DIVREF-STATUS              PIC X(02)      VALUE '00'.
001162 01  WS-DIVRPEND-STATUS            PIC X(02)      VALUE '00'.
001170*
001180 01  WS-SWITCHES.
001190     05  WS-REF-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001240         88  WS-REF-FOUND-YES                   VALUE 'Y'.
001250     05  WS-CARD-FAIL-SWITCH     PIC X(01)      VALUE 'N'.
001260         88  WS-CARD-FAILED                     VALUE 'Y'.
001262     05  WS-PEND-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001264         88  WS-PEND-EOF-YES                    VALUE 'Y'.
001266     05  WS-PEND-TRAILER-SWITCH  PIC X(01)      VALUE 'N'.
001268         88  WS-PEND-TRAILER-YES                VALUE 'Y'.
001270*
001280 01  WS-REJECT-REASON              PIC X(30)      VALUE SPACES.
001282*
001284 01  WS-OPS-SUB                    PIC 9(01) COMP VALUE ZERO.
001286*
001287 01  WS-LAST-PENDING-ID            PIC 9(06)      VALUE ZERO.
001288 01  WS-TRAILER-PENDING-COUNT      PIC 9(06)      VALUE ZERO.
001290*
001300*-----------------------------------------------------------*
001310*  WS-REF-TABLE - THE DIVREF ACCOUNTS, LOADED AT STARTUP AND  *
001382         10  WS-REF-OPS          PIC X(04).
001384         10  WS-REF-AMT-LIMIT    PIC 9(05).
001386         10  WS-REF-TRN-LIMIT    PIC 9(05).
001388         10  WS-REF-GROUP        PIC X(08).
001390*
001400 01  WS-REF-CONTROLS               COMP.
001410     05  WS-REF-COUNT            PIC 9(04)      VALUE ZERO.
001440*
001450 01  WS-RUN-COUNTERS               COMP.
001460     05  WS-CARDS-READ           PIC 9(07)      VALUE ZERO.
001470     05  WS-CARDS-QUEUED         PIC 9(07)      VALUE ZERO.
001480     05  WS-CARDS-REJECTED       PIC 9(07)      VALUE ZERO.
001490     05  WS-ACCOUNTS-IN          PIC 9(07)      VALUE ZERO.
001500     05  WS-PENDING-CARRIED      PIC 9(07)      VALUE ZERO.
001502     05  WS-PENDING-OUT          PIC 9(07)      VALUE ZERO.
001510*
001520 01  WS-RUN-DATE-FIELDS.
001530     05  WS-SYSTEM-DATE.
001640 01  WS-REG-HEADING-1.
001650     05  FILLER                  PIC X(10)      VALUE "DIV125".
001660     05  FILLER                  PIC X(32)
001670             VALUE "DIVREF PENDING CHANGE REGISTER ".
001680     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
001690     05  HDG1-RUN-DATE           PIC X(08).
001700     05  FILLER                  PIC X(05)      VALUE "PAGE:".
001770     05  REG-CARD-ACCOUNT-ID     PIC X(10).
001780     05  FILLER                  PIC X(02)      VALUE SPACES.
001790     05  REG-CARD-NAME           PIC X(30).
001792     05  FILLER                  PIC X(05)      VALUE "  BY ".
001794     05  REG-CARD-SUBMITTER      PIC X(08).
001800*
001810 01  WS-REG-IMAGE-LINE.
001820     05  REG-IMG-LABEL           PIC X(08).
001906     05  REG-IMG-AMT             PIC ZZZZ9.
001907     05  FILLER                  PIC X(06)      VALUE "  TRN=".
001908     05  REG-IMG-TRN             PIC ZZZZ9.
001908     05  FILLER                  PIC X(06)      VALUE "  GRP=".
001908     05  REG-IMG-GROUP           PIC X(08).
001909*
001910 01  WS-REG-NO-PRIOR-LINE          PIC X(40)
001920         VALUE "BEFORE:    (NOT ON FILE)".
001940 01  WS-REG-REJECT-LINE.
001950     05  FILLER                  PIC X(08)      VALUE "REJECT:".
001960     05  REG-REJECT-REASON       PIC X(30).
001962*
001963 01  WS-REG-QUEUED-LINE.
001964     05  FILLER                  PIC X(11)      VALUE "QUEUED:".
001965     05  FILLER                  PIC X(11)
001965             VALUE "PENDING ID ".
001966     05  REG-QUEUED-ID           PIC 9(06).
001967     05  FILLER                  PIC X(13)
001968             VALUE "  ENTERED BY ".
001969     05  REG-QUEUED-BY           PIC X(08).
001970*
001972 01  WS-REG-NOT-QUEUED-LINE        PIC X(60)
001974         VALUE "*** REJECTS - NOTHING QUEUED, RESUBMIT DECK ***".
001970*
001980 01  WS-REG-TRAILER-1             PIC X(40)
001990         VALUE "*** CONTROL TOTALS ***".
002050*
002060 01  WS-REG-TRAILER-3.
002070     05  FILLER                  PIC X(20)
002080             VALUE "CARDS QUEUED      =".
002090     05  TRL-CARDS-QUEUED        PIC ZZZZZZ9.
002100*
002110 01  WS-REG-TRAILER-4.
002120     05  FILLER                  PIC X(20)
002150*
002160 01  WS-REG-TRAILER-5.
002170     05  FILLER                  PIC X(20)
002180             VALUE "ACCOUNTS ON FILE  =".
002190     05  TRL-ACCOUNTS-IN         PIC ZZZZZZ9.
002200*
002210 01  WS-REG-TRAILER-6.
002220     05  FILLER                  PIC X(20)
002230             VALUE "PENDING CARRIED   =".
002240     05  TRL-PENDING-CARRIED     PIC ZZZZZZ9.
002242*
002244 01  WS-REG-TRAILER-7.
002246     05  FILLER                  PIC X(20)
002248             VALUE "PENDING AFTER RUN =".
002249     05  TRL-PENDING-OUT         PIC ZZZZZZ9.
002250*
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     PERFORM 100-INITIALIZE.
002290     PERFORM 200-CARD-LOOP UNTIL WS-MNT-EOF-YES.
002300     PERFORM 300-WRITE-PENDING-TRAILER.
002310     PERFORM 400-CONTROL-TOTALS.
002320     PERFORM 900-TERMINATE.
002330     STOP RUN.
002350*-----------------------------------------------------------*
002360*  100-INITIALIZE - TABLES THE CURRENT DIVREF (A MISSING OR   *
002370*                   EMPTY FILE JUST MEANS AN EMPTY TABLE,     *
002380*                   FOR THE FIRST LOAD), CARRIES THE CHANGES  *
002390*                   ALREADY PENDING ONTO DIVPNEW AND PRIMES   *
002392*                   THE CARD READ.                            *
002400*-----------------------------------------------------------*
002410 100-INITIALIZE.
002420     ACCEPT WS-SYSTEM-DATE FROM DATE.
002460     MOVE "/" TO WS-REPORT-DATE(6:1).
002470     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
002480     OPEN INPUT DIVRMNT-FILE.
002490     OPEN OUTPUT DIVPNEW-FILE.
002500     OPEN OUTPUT DIVRREG-FILE.
002510     OPEN INPUT DIVREF-FILE.
002520     IF WS-DIVREF-STATUS = "00"
002590             " - STARTING FROM AN EMPTY REFERENCE"
002600     END-IF.
002610     MOVE WS-REF-COUNT TO WS-ACCOUNTS-IN.
002612     PERFORM 140-COPY-PENDING.
002620     PERFORM 130-READ-CARD.
002630*
002640 110-READ-REFERENCE.
002802             ELSE
002803                 MOVE ZERO TO WS-REF-TRN-LIMIT(WS-REF-COUNT)
002804             END-IF
002804             MOVE RF-GROUP-CODE TO
002804                 WS-REF-GROUP(WS-REF-COUNT)
002805         ELSE
002810             DISPLAY "DIV125 - FATAL - DIVREF HAS MORE "
002820                 "ACCOUNTS THAN WS-REF-TABLE HOLDS"
002930         NOT AT END
002940             ADD 1 TO WS-CARDS-READ
002950     END-READ.
002952*
002954*-----------------------------------------------------------*
002956*  140-COPY-PENDING - COPIES EVERY CHANGE STILL PENDING TO    *
002958*                  DIVPNEW AHEAD OF TONIGHT'S, AND TAKES THE  *
002960*                  LAST PENDING ID FROM THE TRAILER.  A FILE  *
002962*                  WITH CHANGES BUT NO TRAILER, OR WHOSE      *
002964*                  TRAILER COUNT DOES NOT MATCH, HAS BEEN     *
002966*                  DAMAGED OR HAND-EDITED AND IS FATAL.       *
002968*-----------------------------------------------------------*
002970 140-COPY-PENDING.
002972     OPEN INPUT DIVRPEND-FILE.
002974     IF WS-DIVRPEND-STATUS = "00"
002976         PERFORM 145-READ-PENDING
002978         PERFORM 146-COPY-PENDING-RECORD UNTIL WS-PEND-EOF-YES
002980         CLOSE DIVRPEND-FILE
002982     ELSE
002984         DISPLAY "DIV125 - NOTE - DIVRPEND NOT AVAILABLE, "
002986             "FILE STATUS " WS-DIVRPEND-STATUS
002988             " - NO CHANGES PENDING"
002990     END-IF.
002992     IF WS-PENDING-CARRIED > ZERO AND NOT WS-PEND-TRAILER-YES
002994         DISPLAY "DIV125 - FATAL - DIVRPEND HAS NO TRAILER"
002996         MOVE 16 TO RETURN-CODE
002998         STOP RUN
002999     END-IF.
002999     IF WS-PEND-TRAILER-YES AND
002999             WS-TRAILER-PENDING-COUNT NOT = WS-PENDING-CARRIED
002999         DISPLAY "DIV125 - FATAL - DIVRPEND TRAILER COUNT "
002999             WS-TRAILER-PENDING-COUNT " BUT "
002999             WS-PENDING-CARRIED " CHANGES READ"
002999         MOVE 16 TO RETURN-CODE
002999         STOP RUN
002999     END-IF.
002999     MOVE WS-PENDING-CARRIED TO WS-PENDING-OUT.
002999*
002999 145-READ-PENDING.
002999     READ DIVRPEND-FILE
002999         AT END
002999             SET WS-PEND-EOF-YES TO TRUE
002999     END-READ.
002999*
002999 146-COPY-PENDING-RECORD.
002999     IF PD-TRAILER
002999         SET WS-PEND-TRAILER-YES TO TRUE
002999         MOVE PT-LAST-PENDING-ID TO WS-LAST-PENDING-ID
002999         MOVE PT-PENDING-COUNT   TO WS-TRAILER-PENDING-COUNT
002999     ELSE
002999         WRITE WS-DIVPNEW-RECORD FROM WS-DIVRPEND-RECORD
002999         ADD 1 TO WS-PENDING-CARRIED
002999     END-IF.
002999     PERFORM 145-READ-PENDING.
002999*
002970*-----------------------------------------------------------*
002980*  200-CARD-LOOP - ONE CARD PER PASS.  BLANK CARDS ARE        *
002990*                  SKIPPED; EVERYTHING ELSE PRINTS ON THE     *
003230                 PERFORM 290-RENAME-ACCOUNT
003232             WHEN MT-ACTION-LIMITS
003234                 PERFORM 295-SET-ACCOUNT-LIMITS
003236             WHEN MT-ACTION-GROUP
003238                 PERFORM 297-SET-ACCOUNT-GROUP
003240         END-EVALUATE
003250         PERFORM 255-PRINT-AFTER-IMAGE
003260         PERFORM 258-QUEUE-CHANGE
003270     ELSE
003280         PERFORM 240-PRINT-REJECT
003290     END-IF.
003440             MOVE "ACCOUNT ID MISSING" TO WS-REJECT-REASON
003450             SET WS-CARD-FAILED TO TRUE
003460         ELSE
003462             IF MT-SUBMITTER-ID = SPACES
003464                 MOVE "SUBMITTER ID MISSING" TO WS-REJECT-REASON
003466                 SET WS-CARD-FAILED TO TRUE
003468             ELSE
003470                 PERFORM 231-EDIT-CARD-ACTION
003472             END-IF
003480         END-IF
003490     END-IF.
003500*
003660             SET WS-CARD-FAILED TO TRUE
003662         WHEN MT-ACTION-LIMITS
003664             PERFORM 232-EDIT-CONTROL-FIELDS
003666         WHEN MT-ACTION-GROUP
003668             PERFORM 234-EDIT-GROUP-CODE
003670         WHEN MT-ACTION-CLOSE AND
003680                 WS-REF-STATUS(WS-REF-SUB) NOT = 'O'
003690             MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
003812             END-IF
003813         END-IF
003814     END-IF.
003814     IF NOT WS-CARD-FAILED AND MT-ACTION-ADD
003814         PERFORM 234-EDIT-GROUP-CODE
003814     END-IF.
003815*
003816 233-EDIT-ONE-OPS-CHAR.
003817     IF MT-ALLOWED-OPS(WS-OPS-SUB:1) NOT = 'D' AND
003824     END-IF.
003825     ADD 1 TO WS-OPS-SUB.
003826*
003826*-----------------------------------------------------------*
003826*  234-EDIT-GROUP-CODE - THE GROUP CODE ON ADD AND GRP CARDS  *
003826*  IS FREE-FORM BUT MUST START IN COLUMN 64, SO THE SAME      *
003826*  GROUP CANNOT BE KEYED TWO WAYS.  BLANK MEANS NO GROUP.     *
003826*-----------------------------------------------------------*
003826 234-EDIT-GROUP-CODE.
003826     IF MT-GROUP-CODE NOT = SPACES AND
003826             MT-GROUP-CODE(1:1) = SPACE
003826         MOVE "GROUP CODE NOT LEFT-JUSTIFIED" TO WS-REJECT-REASON
003826         SET WS-CARD-FAILED TO TRUE
003826     END-IF.
003826*
003827 235-LOOKUP-ACCOUNT.
003810     MOVE 'N' TO WS-REF-FOUND-SWITCH.
003820     MOVE 1 TO WS-REF-SUB.
003980     MOVE MT-ACTION      TO REG-CARD-ACTION.
003990     MOVE MT-ACCOUNT-ID  TO REG-CARD-ACCOUNT-ID.
004000     MOVE MT-ACCOUNT-NAME TO REG-CARD-NAME.
004002     MOVE MT-SUBMITTER-ID TO REG-CARD-SUBMITTER.
004010     WRITE WS-DIVRREG-RECORD FROM WS-REG-CARD-LINE
004020         AFTER ADVANCING 2 LINES.
004030     ADD 2 TO WS-LINE-COUNT.
004312     MOVE WS-REF-OPS(WS-REF-SUB)       TO REG-IMG-OPS.
004314     MOVE WS-REF-AMT-LIMIT(WS-REF-SUB) TO REG-IMG-AMT.
004316     MOVE WS-REF-TRN-LIMIT(WS-REF-SUB) TO REG-IMG-TRN.
004316     MOVE WS-REF-GROUP(WS-REF-SUB)     TO REG-IMG-GROUP.
004317     WRITE WS-DIVRREG-RECORD FROM WS-REG-CTRL-LINE
004318         AFTER ADVANCING 1 LINE.
004320     ADD 2 TO WS-LINE-COUNT.
004330*
004331*-----------------------------------------------------------*
004332*  258-QUEUE-CHANGE - WRITES THE EDITED CARD TO DIVPNEW AS    *
004333*                  THE NEXT PENDING CHANGE UNDER A NEW ID.    *
004334*-----------------------------------------------------------*
004335 258-QUEUE-CHANGE.
004336     ADD 1 TO WS-LAST-PENDING-ID.
004337     MOVE SPACES TO WS-DIVPNEW-RECORD.
004338     MOVE 'P'                  TO PN-RECORD-TYPE.
004339     MOVE WS-LAST-PENDING-ID   TO PN-PENDING-ID.
004340     MOVE WS-SYSTEM-DATE       TO PN-ENTERED-DATE.
004341     MOVE MT-SUBMITTER-ID      TO PN-ENTERED-BY.
004342     MOVE WS-DIVRMNT-RECORD(1:72) TO PN-CARD-IMAGE.
004343     WRITE WS-DIVPNEW-RECORD.
004344     ADD 1 TO WS-PENDING-OUT.
004345     ADD 1 TO WS-CARDS-QUEUED.
004346     MOVE WS-LAST-PENDING-ID TO REG-QUEUED-ID.
004347     MOVE MT-SUBMITTER-ID    TO REG-QUEUED-BY.
004348     WRITE WS-DIVRREG-RECORD FROM WS-REG-QUEUED-LINE
004349         AFTER ADVANCING 1 LINE.
004349     ADD 1 TO WS-LINE-COUNT.
004349*
004340*-----------------------------------------------------------*
004350*  260-ADD-ACCOUNT THRU 297-SET-ACCOUNT-GROUP - THE APPLY     *
004360*  PARAGRAPHS.  THE EDIT HAS ALREADY PROVED THE CARD CAN      *
004370*  APPLY, SO EACH ONE JUST UPDATES THE TABLE ENTRY AND        *
004380*  LEAVES WS-REF-SUB ON IT FOR THE AFTER IMAGE.               *
004440     MOVE MT-ACCOUNT-NAME TO WS-REF-NAME(WS-REF-SUB).
004450     MOVE 'O'             TO WS-REF-STATUS(WS-REF-SUB).
004455     PERFORM 265-APPLY-CONTROL-FIELDS.
004457     MOVE MT-GROUP-CODE   TO WS-REF-GROUP(WS-REF-SUB).
004460*
004461*-----------------------------------------------------------*
004462*  265-APPLY-CONTROL-FIELDS - MOVES THE EDITED CONTROL        *
004552 295-SET-ACCOUNT-LIMITS.
004554     PERFORM 265-APPLY-CONTROL-FIELDS.
004556*
004557 297-SET-ACCOUNT-GROUP.
004558     MOVE MT-GROUP-CODE TO WS-REF-GROUP(WS-REF-SUB).
004559*
004560*-----------------------------------------------------------*
004570*  300-WRITE-PENDING-TRAILER - CLOSES DIVPNEW WITH THE LAST   *
004580*                  PENDING ID ISSUED AND THE PENDING COUNT.   *
004600*-----------------------------------------------------------*
004610 300-WRITE-PENDING-TRAILER.
004620     MOVE SPACES TO WS-DIVPNEW-TRAILER.
004630     MOVE 'T'                TO PNT-RECORD-TYPE.
004640     MOVE WS-LAST-PENDING-ID TO PNT-LAST-PENDING-ID.
004650     MOVE WS-PENDING-OUT     TO PNT-PENDING-COUNT.
004660     WRITE WS-DIVPNEW-TRAILER.
004740*
004750 310-WRITE-HEADINGS.
004760     ADD 1 TO WS-PAGE-COUNT.
004850         PERFORM 310-WRITE-HEADINGS
004860     END-IF.
004870     MOVE WS-CARDS-READ      TO TRL-CARDS-READ.
004880     MOVE WS-CARDS-QUEUED    TO TRL-CARDS-QUEUED.
004890     MOVE WS-CARDS-REJECTED  TO TRL-CARDS-REJECTED.
004900     MOVE WS-ACCOUNTS-IN     TO TRL-ACCOUNTS-IN.
004910     MOVE WS-PENDING-CARRIED TO TRL-PENDING-CARRIED.
004912     MOVE WS-PENDING-OUT     TO TRL-PENDING-OUT.
004914     IF WS-CARDS-REJECTED > ZERO
004916         WRITE WS-DIVRREG-RECORD FROM WS-REG-NOT-QUEUED-LINE
004918             AFTER ADVANCING 2 LINES
004919     END-IF.
004920     WRITE WS-DIVRREG-RECORD FROM WS-REG-TRAILER-1
004930         AFTER ADVANCING 2 LINES.
004940     WRITE WS-DIVRREG-RECORD FROM WS-REG-TRAILER-2
005010         AFTER ADVANCING 1 LINE.
005020     WRITE WS-DIVRREG-RECORD FROM WS-REG-TRAILER-6
005030         AFTER ADVANCING 1 LINE.
005032     WRITE WS-DIVRREG-RECORD FROM WS-REG-TRAILER-7
005034         AFTER ADVANCING 1 LINE.
005040*
005050 900-TERMINATE.
005060     DISPLAY "DIV125 - CARDS READ     = " WS-CARDS-READ.
005070     DISPLAY "DIV125 - CARDS QUEUED   = " WS-CARDS-QUEUED.
005080     DISPLAY "DIV125 - CARDS REJECTED = " WS-CARDS-REJECTED.
005090     DISPLAY "DIV125 - ACCOUNTS IN    = " WS-ACCOUNTS-IN.
005100     DISPLAY "DIV125 - PENDING OUT    = " WS-PENDING-OUT.
005110     CLOSE DIVRMNT-FILE.
005120     CLOSE DIVPNEW-FILE.
005130     CLOSE DIVRREG-FILE.
005140     IF WS-CARDS-REJECTED > ZERO
005150         MOVE 4 TO RETURN-CODE
