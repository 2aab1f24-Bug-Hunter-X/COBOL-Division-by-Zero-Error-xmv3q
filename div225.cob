000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV225.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV225 - DIVIN PARTITION SPLIT.                            *
000090*                                                             *
000100*  DIV100 IS THE LONGEST STEP OF THE NIGHTLY STREAM AND       *
000110*  EVERYTHING AFTER IT WAITS ON IT.  THIS STEP CUTS THE       *
000120*  ACCOUNT-SORTED DIVIN INTO UP TO NINE ACCOUNT-ID RANGES SO  *
000130*  THAT ONE DIV100 PER RANGE (JOBS DIV100P1, DIV100P2, ...)   *
000140*  CAN RUN AT THE SAME TIME, EACH WITH ITS OWN CHECKPOINT.    *
000150*  DIV230 (JOB DIV100B) PUTS THE PARTITIONS' OUTPUT BACK      *
000160*  TOGETHER.  AN ACCOUNT NEVER SPANS TWO PARTITIONS, SO THE   *
000170*  PER-ACCOUNT LIMITS AND THE REVERSAL LOOKUP STILL SEE ALL   *
000180*  OF AN ACCOUNT'S ACTIVITY FOR THE NIGHT.                    *
000190*                                                             *
000200*  THE RANGES COME FROM THE DIVPCFG CARDS (SEE THE FD).  AN   *
000210*  EMPTY OR MISSING DIVPCFG MEANS ONE PARTITION TAKING THE    *
000220*  WHOLE FILE - THE STREAM THEN RUNS EXACTLY AS A SINGLE      *
000230*  DIV100 DID.  ALL NINE PARTITION FILES ARE OPENED AND       *
000240*  CLOSED EVERY NIGHT, SO A PARTITION THE CARDS DO NOT USE    *
000250*  IS LEFT EMPTY RATHER THAN HOLDING A PRIOR NIGHT'S RECORDS. *
000260*                                                             *
000270*  DIVPRNG RECORDS EACH PARTITION'S RANGE AND RECORD COUNT    *
000280*  FOR DIV230, WHICH WILL NOT MERGE UNLESS EVERY PARTITION    *
000290*  READ EXACTLY WHAT WAS WRITTEN FOR IT.  DIVSPRT IS THE      *
000300*  PRINTED SPLIT REGISTER - THE PER-PARTITION COUNTS ARE WHAT *
000310*  OPERATIONS RETUNES THE RANGES FROM AS VOLUMES SHIFT.       *
000320*                                                             *
000330*  DIVIN MUST BE IN ACCOUNT-ID SEQUENCE (STEP0100 SORTS IT).  *
000340*  A RECORD OUT OF SEQUENCE, OR A DIVPCFG CARD THAT DOES NOT  *
000350*  EDIT, IS FATAL (RC 16).                                    *
000360*                                                             *
000370*  MODIFICATION HISTORY.                                     *
000380*    DATE       INIT  DESCRIPTION                            *
000390*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000400*-----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT DIVPCFG-FILE ASSIGN TO DIVPCFG
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-DIVPCFG-STATUS.
000480     SELECT DIVIN-FILE ASSIGN TO DIVIN
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL.
000510     SELECT DIVP1-FILE ASSIGN TO DIVP1
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL.
000540     SELECT DIVP2-FILE ASSIGN TO DIVP2
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL.
000570     SELECT DIVP3-FILE ASSIGN TO DIVP3
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL.
000600     SELECT DIVP4-FILE ASSIGN TO DIVP4
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL.
000630     SELECT DIVP5-FILE ASSIGN TO DIVP5
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL.
000660     SELECT DIVP6-FILE ASSIGN TO DIVP6
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL.
000690     SELECT DIVP7-FILE ASSIGN TO DIVP7
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL.
000720     SELECT DIVP8-FILE ASSIGN TO DIVP8
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL.
000750     SELECT DIVP9-FILE ASSIGN TO DIVP9
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL.
000780     SELECT DIVPRNG-FILE ASSIGN TO DIVPRNG
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL.
000810     SELECT DIVSPRT-FILE ASSIGN TO DIVSPRT
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL.
000840     SELECT DIVLOG-FILE ASSIGN TO DIVLOG
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS WS-DIVLOG-STATUS.
000880*
000890 DATA DIVISION.
000900 FILE SECTION.
000910*-----------------------------------------------------------*
000920*  DIVPCFG - THE PARTITION RANGES, ONE CARD PER PARTITION IN *
000930*            PARTITION ORDER:                                 *
000940*            COL   1     PARTITION NUMBER, 1 TO 9, THE CARDS  *
000950*                        NUMBERED 1, 2, 3 ... WITH NO GAPS    *
000960*            COLS  3-12  HIGHEST ACCOUNT ID IN THE PARTITION; *
000970*                        EACH CARD'S HIGHER THAN THE LAST.    *
000980*                        BLANK ON THE LAST CARD ONLY (AND     *
000990*                        REQUIRED THERE) - THE LAST PARTITION *
001000*                        TAKES EVERY ACCOUNT ABOVE THE        *
001010*                        PRIOR CARD'S                         *
001020*            COLS 14-80  FREE FOR A DESCRIPTION               *
001030*            A PARTITION TAKES THE ACCOUNTS ABOVE THE PRIOR   *
001040*            CARD'S HIGH ID UP TO AND INCLUDING ITS OWN.  A   *
001050*            '*' IN COLUMN 1 IS A COMMENT.                    *
001060*-----------------------------------------------------------*
001070 FD  DIVPCFG-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  WS-DIVPCFG-RECORD.
001110     05  PC-PARTITION-NO         PIC X(01).
001120         88  PC-COMMENT-CARD                VALUE '*'.
001130     05  FILLER                  PIC X(01).
001140     05  PC-HIGH-ACCOUNT         PIC X(10).
001150     05  FILLER                  PIC X(68).
001160*
001170*-----------------------------------------------------------*
001180*  DIVIN - TONIGHT'S EDITED TRANSACTIONS IN ACCOUNT-ID        *
001190*          SEQUENCE.  ONLY THE ACCOUNT ID MATTERS HERE; THE   *
001200*          RECORD IS COPIED TO ITS PARTITION UNCHANGED.       *
001210*-----------------------------------------------------------*
001220 FD  DIVIN-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  WS-DIVIN-RECORD.
001260     05  DI-ACCOUNT-ID           PIC X(10).
001270     05  FILLER                  PIC X(70).
001280*
001290*-----------------------------------------------------------*
001300*  DIVP1 - DIVP9 - THE PARTITION SLICES OF DIVIN, EACH THE    *
001310*          DIVIN OF ONE DIV100P* JOB.                         *
001320*-----------------------------------------------------------*
001330 FD  DIVP1-FILE
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  WS-DIVP1-RECORD                 PIC X(80).
001370*
001380 FD  DIVP2-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410 01  WS-DIVP2-RECORD                 PIC X(80).
001420*
001430 FD  DIVP3-FILE
001440     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD.
001460 01  WS-DIVP3-RECORD                 PIC X(80).
001470*
001480 FD  DIVP4-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  WS-DIVP4-RECORD                 PIC X(80).
001520*
001530 FD  DIVP5-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560 01  WS-DIVP5-RECORD                 PIC X(80).
001570*
001580 FD  DIVP6-FILE
001590     RECORDING MODE IS F
001600     LABEL RECORDS ARE STANDARD.
001610 01  WS-DIVP6-RECORD                 PIC X(80).
001620*
001630 FD  DIVP7-FILE
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
001660 01  WS-DIVP7-RECORD                 PIC X(80).
001670*
001680 FD  DIVP8-FILE
001690     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710 01  WS-DIVP8-RECORD                 PIC X(80).
001720*
001730 FD  DIVP9-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 01  WS-DIVP9-RECORD                 PIC X(80).
001770*
001780*-----------------------------------------------------------*
001790*  DIVPRNG - ONE RECORD PER PARTITION IN USE TONIGHT, READ   *
001800*            BY DIV230.  A BLANK HIGH ACCOUNT IS THE OPEN-    *
001810*            ENDED LAST PARTITION.                            *
001820*-----------------------------------------------------------*
001830 FD  DIVPRNG-FILE
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 01  WS-DIVPRNG-RECORD.
001870     05  PR-PARTITION-NO         PIC 9(01).
001880     05  PR-HIGH-ACCOUNT         PIC X(10).
001890     05  PR-RECORD-COUNT         PIC 9(07).
001900     05  PR-FIRST-ACCOUNT        PIC X(10).
001910     05  PR-LAST-ACCOUNT         PIC X(10).
001920     05  PR-RUN-DATE             PIC X(08).
001930     05  FILLER                  PIC X(34).
001940*
001950*-----------------------------------------------------------*
001960*  DIVSPRT - PRINTED SPLIT REGISTER.                          *
001970*-----------------------------------------------------------*
001980 FD  DIVSPRT-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010 01  WS-DIVSPRT-RECORD               PIC X(80).
002020*
002030*-----------------------------------------------------------*
002040*  DIVLOG - COMMON RUN-CONTROL LOG, ONE RECORD APPENDED PER   *
002050*           STEP EXECUTION, CROSS-FOOTED BY DIV185.           *
002060*-----------------------------------------------------------*
002070 FD  DIVLOG-FILE
002080     RECORDING MODE IS F
002090     LABEL RECORDS ARE STANDARD.
002100 01  WS-DIVLOG-RECORD.
002110     05  LG-JOB-NAME             PIC X(08).
002120     05  LG-PROGRAM              PIC X(08).
002130     05  LG-RUN-DATE             PIC X(08).
002140     05  LG-RUN-TIME             PIC X(08).
002150     05  LG-RECORDS-IN           PIC 9(07).
002160     05  LG-RECORDS-OUT          PIC 9(07).
002170     05  LG-RECORDS-REJECT       PIC 9(07).
002180     05  LG-AMOUNT-1             PIC S9(11)V99.
002190     05  LG-AMOUNT-2             PIC S9(11)V99.
002200     05  FILLER                  PIC X(01).
002210*
002220 WORKING-STORAGE SECTION.
002230 01  WS-DIVPCFG-STATUS             PIC X(02)      VALUE '00'.
002240 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
002250*
002260 01  WS-SWITCHES.
002270     05  WS-PCFG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002280         88  WS-PCFG-EOF-YES                    VALUE 'Y'.
002290     05  WS-DIVIN-EOF-SWITCH     PIC X(01)      VALUE 'N'.
002300         88  WS-DIVIN-EOF-YES                   VALUE 'Y'.
002310     05  WS-FITS-SWITCH          PIC X(01)      VALUE 'N'.
002320         88  WS-FITS-YES                        VALUE 'Y'.
002330     05  WS-CFG-ERROR-SWITCH     PIC X(01)      VALUE 'N'.
002340         88  WS-CFG-ERROR-YES                   VALUE 'Y'.
002350*
002360*-----------------------------------------------------------*
002370*  WS-PART-TABLE - THE PARTITIONS IN USE TONIGHT, FROM THE    *
002380*                  DIVPCFG CARDS.  A BLANK HIGH ACCOUNT IS    *
002390*                  THE OPEN-ENDED LAST PARTITION.             *
002400*-----------------------------------------------------------*
002410 01  WS-PART-TABLE.
002420     05  WS-PART-ENTRY OCCURS 9 TIMES.
002430         10  WS-PT-HIGH-ACCOUNT  PIC X(10).
002440         10  WS-PT-COUNT         PIC 9(07) COMP.
002450         10  WS-PT-FIRST-ACCOUNT PIC X(10).
002460         10  WS-PT-LAST-ACCOUNT  PIC X(10).
002470*
002480 01  WS-TABLE-CONTROLS             COMP.
002490     05  WS-PT-COUNT-USED        PIC 9(04)      VALUE ZERO.
002500     05  WS-PT-SUB               PIC 9(04)      VALUE ZERO.
002510     05  WS-PT-MAX               PIC 9(04)      VALUE 9.
002520     05  WS-CURR-PART            PIC 9(04)      VALUE ZERO.
002530*
002540 01  WS-SPLIT-FIELDS.
002550     05  WS-PREV-ACCOUNT         PIC X(10)      VALUE LOW-VALUES.
002560     05  WS-PREV-HIGH            PIC X(10)      VALUE LOW-VALUES.
002570     05  WS-EXPECT-PART-NO       PIC 9(01)      VALUE ZERO.
002580     05  WS-OPEN-ENDED-SEEN      PIC X(01)      VALUE 'N'.
002590         88  WS-OPEN-ENDED-YES                  VALUE 'Y'.
002600*
002610 01  WS-RUN-COUNTERS               COMP.
002620     05  WS-CFG-CARDS-READ       PIC 9(07)      VALUE ZERO.
002630     05  WS-DIVIN-READ           PIC 9(07)      VALUE ZERO.
002640     05  WS-RECORDS-WRITTEN      PIC 9(07)      VALUE ZERO.
002650*
002660 01  WS-RUN-DATE-FIELDS.
002670     05  WS-SYSTEM-DATE.
002680         10  WS-SYSTEM-YY        PIC 9(02).
002690         10  WS-SYSTEM-MM        PIC 9(02).
002700         10  WS-SYSTEM-DD        PIC 9(02).
002710     05  WS-REPORT-DATE          PIC X(08).
002720     05  WS-SYSTEM-TIME.
002730         10  WS-SYSTEM-HH        PIC 9(02).
002740         10  WS-SYSTEM-MN        PIC 9(02).
002750         10  WS-SYSTEM-SS        PIC 9(02).
002760         10  WS-SYSTEM-HS        PIC 9(02).
002770     05  WS-RUN-TIME             PIC X(08).
002780*
002790 01  WS-PRINT-CONTROLS.
002800     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
002810     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
002820     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
002830*
002840 01  WS-SPL-HEADING-1.
002850     05  FILLER                  PIC X(10)      VALUE "DIV225".
002860     05  FILLER                  PIC X(32)
002870             VALUE "DIVIN PARTITION SPLIT          ".
002880     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
002890     05  HDG1-RUN-DATE           PIC X(08).
002900     05  FILLER                  PIC X(05)      VALUE "PAGE:".
002910     05  HDG1-PAGE-NO            PIC ZZZ9.
002920*
002930 01  WS-SPL-HEADING-2.
002940     05  FILLER                  PIC X(06)      VALUE "PART".
002950     05  FILLER                  PIC X(13)
002960             VALUE "HIGH ACCOUNT".
002970     05  FILLER                  PIC X(14)
002980             VALUE "FIRST ACCOUNT".
002990     05  FILLER                  PIC X(13)
003000             VALUE "LAST ACCOUNT".
003010     05  FILLER                  PIC X(08)      VALUE " RECORDS".
003020*
003030 01  WS-SPL-DETAIL.
003040     05  FILLER                  PIC X(02)      VALUE SPACES.
003050     05  DET-PARTITION-NO        PIC 9(01).
003060     05  FILLER                  PIC X(03)      VALUE SPACES.
003070     05  DET-HIGH-ACCOUNT        PIC X(10).
003080     05  FILLER                  PIC X(03)      VALUE SPACES.
003090     05  DET-FIRST-ACCOUNT       PIC X(10).
003100     05  FILLER                  PIC X(04)      VALUE SPACES.
003110     05  DET-LAST-ACCOUNT        PIC X(10).
003120     05  FILLER                  PIC X(04)      VALUE SPACES.
003130     05  DET-RECORDS             PIC ZZZZZZ9.
003140*
003150 01  WS-SPL-ONE-PART-LINE          PIC X(60)
003160         VALUE "NO DIVPCFG RANGES - WHOLE FILE TO PARTITION 1".
003170*
003180 01  WS-SPL-TRAILER-1             PIC X(40)
003190         VALUE "*** CONTROL TOTALS ***".
003200*
003210 01  WS-SPL-TRAILER-LINE.
003220     05  TRL-LABEL               PIC X(20).
003230     05  TRL-COUNT               PIC ZZZZZZ9.
003240*
003250 01  WS-SPL-BALANCE-LINE.
003260     05  FILLER                  PIC X(20)
003270             VALUE "IN BALANCE        =".
003280     05  TRL-BALANCE-FLAG        PIC X(03).
003290*
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 100-INITIALIZE.
003330     PERFORM 200-SPLIT-LOOP UNTIL WS-DIVIN-EOF-YES.
003340     PERFORM 300-WRITE-RANGES.
003350     PERFORM 400-CONTROL-TOTALS.
003360     PERFORM 900-TERMINATE.
003370     STOP RUN.
003380*
003390*-----------------------------------------------------------*
003400*  100-INITIALIZE - LOADS THE RANGES, OPENS EVERY PARTITION  *
003410*                   FILE AND PRIMES DIVIN.                    *
003420*-----------------------------------------------------------*
003430 100-INITIALIZE.
003440     ACCEPT WS-SYSTEM-DATE FROM DATE.
003450     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
003460     MOVE "/" TO WS-REPORT-DATE(3:1).
003470     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
003480     MOVE "/" TO WS-REPORT-DATE(6:1).
003490     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
003500     PERFORM 110-LOAD-RANGES.
003510     OPEN INPUT DIVIN-FILE.
003520     OPEN OUTPUT DIVP1-FILE.
003530     OPEN OUTPUT DIVP2-FILE.
003540     OPEN OUTPUT DIVP3-FILE.
003550     OPEN OUTPUT DIVP4-FILE.
003560     OPEN OUTPUT DIVP5-FILE.
003570     OPEN OUTPUT DIVP6-FILE.
003580     OPEN OUTPUT DIVP7-FILE.
003590     OPEN OUTPUT DIVP8-FILE.
003600     OPEN OUTPUT DIVP9-FILE.
003610     OPEN OUTPUT DIVPRNG-FILE.
003620     OPEN OUTPUT DIVSPRT-FILE.
003630     PERFORM 550-WRITE-HEADINGS.
003640     MOVE 1 TO WS-CURR-PART.
003650     PERFORM 150-READ-DIVIN.
003660*
003670*-----------------------------------------------------------*
003680*  110-LOAD-RANGES - EDITS AND TABLES THE DIVPCFG CARDS.  NO *
003690*                   CARDS (OR NO DIVPCFG) IS ONE OPEN-ENDED   *
003700*                   PARTITION.  A SET OF CARDS THAT DOES NOT  *
003710*                   END OPEN-ENDED WOULD LEAVE ACCOUNTS WITH  *
003720*                   NOWHERE TO GO AND IS FATAL.               *
003730*-----------------------------------------------------------*
003740 110-LOAD-RANGES.
003750     OPEN INPUT DIVPCFG-FILE.
003760     IF WS-DIVPCFG-STATUS NOT = "00"
003770         DISPLAY "DIV225 - NOTE - DIVPCFG NOT AVAILABLE, "
003780             "FILE STATUS " WS-DIVPCFG-STATUS
003790             " - ONE PARTITION"
003800     ELSE
003810         PERFORM 115-READ-RANGE-CARD
003820         PERFORM 120-LOAD-RANGE-CARD UNTIL WS-PCFG-EOF-YES
003830         CLOSE DIVPCFG-FILE
003840     END-IF.
003850     IF WS-CFG-ERROR-YES
003860         MOVE 16 TO RETURN-CODE
003870         STOP RUN
003880     END-IF.
003890     IF WS-PT-COUNT-USED = ZERO
003900         MOVE 1 TO WS-PT-COUNT-USED
003910         MOVE SPACES TO WS-PT-HIGH-ACCOUNT(1)
003920         SET WS-OPEN-ENDED-YES TO TRUE
003930     END-IF.
003940     IF NOT WS-OPEN-ENDED-YES
003950         DISPLAY "DIV225 - FATAL - DIVPCFG LAST PARTITION "
003960             "MUST HAVE A BLANK HIGH ACCOUNT"
003970         MOVE 16 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     MOVE 1 TO WS-PT-SUB.
004010     PERFORM 125-CLEAR-PARTITION UNTIL WS-PT-SUB > WS-PT-MAX.
004020*
004030 115-READ-RANGE-CARD.
004040     READ DIVPCFG-FILE
004050         AT END
004060             SET WS-PCFG-EOF-YES TO TRUE
004070         NOT AT END
004080             ADD 1 TO WS-CFG-CARDS-READ
004090     END-READ.
004100*
004110 120-LOAD-RANGE-CARD.
004120     IF NOT PC-COMMENT-CARD
004130         MOVE WS-PT-COUNT-USED TO WS-EXPECT-PART-NO
004140         ADD 1 TO WS-EXPECT-PART-NO
004150         EVALUATE TRUE
004160             WHEN WS-OPEN-ENDED-YES
004170                 DISPLAY "DIV225 - FATAL - DIVPCFG CARD "
004180                     WS-CFG-CARDS-READ " FOLLOWS THE OPEN-ENDED "
004190                     "PARTITION"
004200                 SET WS-CFG-ERROR-YES TO TRUE
004210             WHEN WS-PT-COUNT-USED NOT < WS-PT-MAX
004220                 DISPLAY "DIV225 - FATAL - DIVPCFG HAS MORE THAN "
004230                     "9 PARTITIONS"
004240                 SET WS-CFG-ERROR-YES TO TRUE
004250             WHEN PC-PARTITION-NO NOT = WS-EXPECT-PART-NO
004260                 DISPLAY "DIV225 - FATAL - DIVPCFG CARD "
004270                     WS-CFG-CARDS-READ " IS PARTITION '"
004280                     PC-PARTITION-NO "', EXPECTED "
004290                     WS-EXPECT-PART-NO
004300                 SET WS-CFG-ERROR-YES TO TRUE
004310             WHEN PC-HIGH-ACCOUNT NOT = SPACES AND
004320                     PC-HIGH-ACCOUNT NOT > WS-PREV-HIGH
004330                 DISPLAY "DIV225 - FATAL - DIVPCFG PARTITION "
004340                     PC-PARTITION-NO " HIGH ACCOUNT "
004350                     PC-HIGH-ACCOUNT " IS NOT ABOVE THE PRIOR "
004360                     "PARTITION'S"
004370                 SET WS-CFG-ERROR-YES TO TRUE
004380             WHEN OTHER
004390                 PERFORM 122-TABLE-RANGE-CARD
004400         END-EVALUATE
004410     END-IF.
004420     IF WS-CFG-ERROR-YES
004430         SET WS-PCFG-EOF-YES TO TRUE
004440     ELSE
004450         PERFORM 115-READ-RANGE-CARD
004460     END-IF.
004470*
004480 122-TABLE-RANGE-CARD.
004490     ADD 1 TO WS-PT-COUNT-USED.
004500     MOVE PC-HIGH-ACCOUNT TO WS-PT-HIGH-ACCOUNT(WS-PT-COUNT-USED).
004510     IF PC-HIGH-ACCOUNT = SPACES
004520         SET WS-OPEN-ENDED-YES TO TRUE
004530     ELSE
004540         MOVE PC-HIGH-ACCOUNT TO WS-PREV-HIGH
004550     END-IF.
004560*
004570 125-CLEAR-PARTITION.
004580     MOVE ZERO   TO WS-PT-COUNT(WS-PT-SUB).
004590     MOVE SPACES TO WS-PT-FIRST-ACCOUNT(WS-PT-SUB).
004600     MOVE SPACES TO WS-PT-LAST-ACCOUNT(WS-PT-SUB).
004610     ADD 1 TO WS-PT-SUB.
004620*
004630 150-READ-DIVIN.
004640     READ DIVIN-FILE
004650         AT END
004660             SET WS-DIVIN-EOF-YES TO TRUE
004670         NOT AT END
004680             ADD 1 TO WS-DIVIN-READ
004690     END-READ.
004700*
004710*-----------------------------------------------------------*
004720*  200-SPLIT-LOOP - ONE DIVIN RECORD PER PASS.  DIVIN IS IN   *
004730*                  ACCOUNT SEQUENCE, SO THE PARTITION ONLY    *
004740*                  EVER MOVES FORWARD.                        *
004750*-----------------------------------------------------------*
004760 200-SPLIT-LOOP.
004770     IF DI-ACCOUNT-ID < WS-PREV-ACCOUNT
004780         DISPLAY "DIV225 - FATAL - DIVIN OUT OF ACCOUNT "
004790             "SEQUENCE AT RECORD " WS-DIVIN-READ
004800             " (ACCOUNT " DI-ACCOUNT-ID ")"
004810         MOVE 16 TO RETURN-CODE
004820         STOP RUN
004830     END-IF.
004840     MOVE DI-ACCOUNT-ID TO WS-PREV-ACCOUNT.
004850     PERFORM 205-CHECK-FIT.
004860     PERFORM 210-NEXT-PARTITION UNTIL WS-FITS-YES.
004870     PERFORM 220-WRITE-PARTITION.
004880     PERFORM 150-READ-DIVIN.
004890*
004900 205-CHECK-FIT.
004910     IF WS-PT-HIGH-ACCOUNT(WS-CURR-PART) = SPACES OR
004920             DI-ACCOUNT-ID NOT > WS-PT-HIGH-ACCOUNT(WS-CURR-PART)
004930         SET WS-FITS-YES TO TRUE
004940     ELSE
004950         MOVE 'N' TO WS-FITS-SWITCH
004960     END-IF.
004970*
004980 210-NEXT-PARTITION.
004990     ADD 1 TO WS-CURR-PART.
005000     PERFORM 205-CHECK-FIT.
005010*
005020 220-WRITE-PARTITION.
005030     EVALUATE WS-CURR-PART
005040         WHEN 1
005050             WRITE WS-DIVP1-RECORD FROM WS-DIVIN-RECORD
005060         WHEN 2
005070             WRITE WS-DIVP2-RECORD FROM WS-DIVIN-RECORD
005080         WHEN 3
005090             WRITE WS-DIVP3-RECORD FROM WS-DIVIN-RECORD
005100         WHEN 4
005110             WRITE WS-DIVP4-RECORD FROM WS-DIVIN-RECORD
005120         WHEN 5
005130             WRITE WS-DIVP5-RECORD FROM WS-DIVIN-RECORD
005140         WHEN 6
005150             WRITE WS-DIVP6-RECORD FROM WS-DIVIN-RECORD
005160         WHEN 7
005170             WRITE WS-DIVP7-RECORD FROM WS-DIVIN-RECORD
005180         WHEN 8
005190             WRITE WS-DIVP8-RECORD FROM WS-DIVIN-RECORD
005200         WHEN 9
005210             WRITE WS-DIVP9-RECORD FROM WS-DIVIN-RECORD
005220     END-EVALUATE.
005230     ADD 1 TO WS-RECORDS-WRITTEN.
005240     ADD 1 TO WS-PT-COUNT(WS-CURR-PART).
005250     IF WS-PT-FIRST-ACCOUNT(WS-CURR-PART) = SPACES
005260         MOVE DI-ACCOUNT-ID TO WS-PT-FIRST-ACCOUNT(WS-CURR-PART)
005270     END-IF.
005280     MOVE DI-ACCOUNT-ID TO WS-PT-LAST-ACCOUNT(WS-CURR-PART).
005290*
005300*-----------------------------------------------------------*
005310*  300-WRITE-RANGES - ONE DIVPRNG RECORD AND ONE REGISTER    *
005320*                  LINE PER PARTITION IN USE.                 *
005330*-----------------------------------------------------------*
005340 300-WRITE-RANGES.
005350     IF WS-CFG-CARDS-READ = ZERO
005360         WRITE WS-DIVSPRT-RECORD FROM WS-SPL-ONE-PART-LINE
005370             AFTER ADVANCING 1 LINE
005380         ADD 1 TO WS-LINE-COUNT
005390     END-IF.
005400     MOVE 1 TO WS-PT-SUB.
005410     PERFORM 310-WRITE-ONE-RANGE
005420         UNTIL WS-PT-SUB > WS-PT-COUNT-USED.
005430*
005440 310-WRITE-ONE-RANGE.
005450     MOVE SPACES TO WS-DIVPRNG-RECORD.
005460     MOVE WS-PT-SUB                     TO PR-PARTITION-NO.
005470     MOVE WS-PT-HIGH-ACCOUNT(WS-PT-SUB) TO PR-HIGH-ACCOUNT.
005480     MOVE WS-PT-COUNT(WS-PT-SUB)        TO PR-RECORD-COUNT.
005490     MOVE WS-PT-FIRST-ACCOUNT(WS-PT-SUB) TO PR-FIRST-ACCOUNT.
005500     MOVE WS-PT-LAST-ACCOUNT(WS-PT-SUB) TO PR-LAST-ACCOUNT.
005510     MOVE WS-REPORT-DATE                TO PR-RUN-DATE.
005520     WRITE WS-DIVPRNG-RECORD.
005530     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005540         PERFORM 550-WRITE-HEADINGS
005550     END-IF.
005560     MOVE WS-PT-SUB TO DET-PARTITION-NO.
005570     IF WS-PT-HIGH-ACCOUNT(WS-PT-SUB) = SPACES
005580         MOVE "(OPEN)" TO DET-HIGH-ACCOUNT
005590     ELSE
005600         MOVE WS-PT-HIGH-ACCOUNT(WS-PT-SUB) TO DET-HIGH-ACCOUNT
005610     END-IF.
005620     MOVE WS-PT-FIRST-ACCOUNT(WS-PT-SUB) TO DET-FIRST-ACCOUNT.
005630     MOVE WS-PT-LAST-ACCOUNT(WS-PT-SUB)  TO DET-LAST-ACCOUNT.
005640     MOVE WS-PT-COUNT(WS-PT-SUB)         TO DET-RECORDS.
005650     WRITE WS-DIVSPRT-RECORD FROM WS-SPL-DETAIL
005660         AFTER ADVANCING 1 LINE.
005670     ADD 1 TO WS-LINE-COUNT.
005680     ADD 1 TO WS-PT-SUB.
005690*
005700 400-CONTROL-TOTALS.
005710     WRITE WS-DIVSPRT-RECORD FROM WS-SPL-TRAILER-1
005720         AFTER ADVANCING 3 LINES.
005730     MOVE "PARTITIONS IN USE =" TO TRL-LABEL.
005740     MOVE WS-PT-COUNT-USED TO TRL-COUNT.
005750     PERFORM 410-WRITE-TRAILER-LINE.
005760     MOVE "DIVPCFG CARDS READ=" TO TRL-LABEL.
005770     MOVE WS-CFG-CARDS-READ TO TRL-COUNT.
005780     PERFORM 410-WRITE-TRAILER-LINE.
005790     MOVE "RECORDS READ      =" TO TRL-LABEL.
005800     MOVE WS-DIVIN-READ TO TRL-COUNT.
005810     PERFORM 410-WRITE-TRAILER-LINE.
005820     MOVE "RECORDS WRITTEN   =" TO TRL-LABEL.
005830     MOVE WS-RECORDS-WRITTEN TO TRL-COUNT.
005840     PERFORM 410-WRITE-TRAILER-LINE.
005850     IF WS-RECORDS-WRITTEN = WS-DIVIN-READ
005860         MOVE "YES" TO TRL-BALANCE-FLAG
005870     ELSE
005880         MOVE "NO " TO TRL-BALANCE-FLAG
005890     END-IF.
005900     WRITE WS-DIVSPRT-RECORD FROM WS-SPL-BALANCE-LINE
005910         AFTER ADVANCING 1 LINE.
005920*
005930 410-WRITE-TRAILER-LINE.
005940     WRITE WS-DIVSPRT-RECORD FROM WS-SPL-TRAILER-LINE
005950         AFTER ADVANCING 1 LINE.
005960*
005970 550-WRITE-HEADINGS.
005980     ADD 1 TO WS-PAGE-COUNT.
005990     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
006000     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
006010     WRITE WS-DIVSPRT-RECORD FROM WS-SPL-HEADING-1
006020         AFTER ADVANCING PAGE.
006030     WRITE WS-DIVSPRT-RECORD FROM WS-SPL-HEADING-2
006040         AFTER ADVANCING 2 LINES.
006050     MOVE 3 TO WS-LINE-COUNT.
006060*
006070*-----------------------------------------------------------*
006080*  950-WRITE-RUN-LOG - APPENDS THIS STEP'S RUN-CONTROL        *
006090*  RECORD (LG-RECORDS-IN IS THE DIVIN RECORDS READ,           *
006100*  LG-RECORDS-OUT THE RECORDS WRITTEN ACROSS THE PARTITIONS). *
006110*  A MISSING DIVLOG IS REPORTED BUT NEVER FAILS THE STEP.     *
006120*-----------------------------------------------------------*
006130 950-WRITE-RUN-LOG.
006140     OPEN EXTEND DIVLOG-FILE.
006150     IF WS-DIVLOG-STATUS NOT = "00"
006160         DISPLAY "DIV225 - WARNING - DIVLOG OPEN FAILED, "
006170             "FILE STATUS " WS-DIVLOG-STATUS
006180             " - RUN-CONTROL RECORD NOT WRITTEN"
006190     ELSE
006200         ACCEPT WS-SYSTEM-TIME FROM TIME
006210         MOVE WS-SYSTEM-HH TO WS-RUN-TIME(1:2)
006220         MOVE ":" TO WS-RUN-TIME(3:1)
006230         MOVE WS-SYSTEM-MN TO WS-RUN-TIME(4:2)
006240         MOVE ":" TO WS-RUN-TIME(6:1)
006250         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
006260         MOVE SPACES TO WS-DIVLOG-RECORD
006270         MOVE "DIV100J" TO LG-JOB-NAME
006280         MOVE "DIV225" TO LG-PROGRAM
006290         MOVE WS-REPORT-DATE TO LG-RUN-DATE
006300         MOVE WS-RUN-TIME TO LG-RUN-TIME
006310         MOVE WS-DIVIN-READ TO LG-RECORDS-IN
006320         MOVE WS-RECORDS-WRITTEN TO LG-RECORDS-OUT
006330         MOVE ZERO TO LG-RECORDS-REJECT
006340         MOVE ZERO TO LG-AMOUNT-1
006350         MOVE ZERO TO LG-AMOUNT-2
006360         WRITE WS-DIVLOG-RECORD
006370         CLOSE DIVLOG-FILE
006380     END-IF.
006390*
006400 900-TERMINATE.
006410     PERFORM 950-WRITE-RUN-LOG.
006420     DISPLAY "DIV225 - PARTITIONS     = " WS-PT-COUNT-USED.
006430     DISPLAY "DIV225 - RECORDS READ   = " WS-DIVIN-READ.
006440     DISPLAY "DIV225 - RECORDS WRITTEN= " WS-RECORDS-WRITTEN.
006450     CLOSE DIVIN-FILE.
006460     CLOSE DIVP1-FILE.
006470     CLOSE DIVP2-FILE.
006480     CLOSE DIVP3-FILE.
006490     CLOSE DIVP4-FILE.
006500     CLOSE DIVP5-FILE.
006510     CLOSE DIVP6-FILE.
006520     CLOSE DIVP7-FILE.
006530     CLOSE DIVP8-FILE.
006540     CLOSE DIVP9-FILE.
006550     CLOSE DIVPRNG-FILE.
006560     CLOSE DIVSPRT-FILE.
