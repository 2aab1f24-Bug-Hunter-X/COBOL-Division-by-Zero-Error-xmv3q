000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV210.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV210 - YEAR-END CLOSE OF THE PERIOD HISTORY.             *
000090*                                                             *
000100*  DIV155 ADDS A RECORD PER ACCOUNT PER PERIOD TO DIVPHIST    *
000110*  AND NEVER REMOVES ANY.  AT YEAR END THIS PROGRAM:          *
000120*                                                             *
000130*    - REFUSES TO RUN (RC=16) UNLESS ALL TWELVE PERIODS OF    *
000140*      THE YEAR NAMED ON THE DIVYEAR CARD ARE ON DIVPHIST -   *
000150*      A CLOSE OVER A PART YEAR WOULD BURY THE MISSING        *
000160*      MONTHS.  ONCE A YEAR IS CLOSED ITS PERIODS ARE GONE    *
000170*      FROM DIVPHIST, SO A SECOND SUBMISSION FAILS THE SAME   *
000180*      CHECK AND CANNOT CLOSE THE YEAR TWICE;                 *
000190*    - WRITES THE ANNUAL PER-ACCOUNT SUMMARY (DIVYSUM) - THE  *
000200*      YEAR'S ACCEPTED COUNTS BY OPERATION CODE, ACCEPTED AND *
000210*      REJECTED COUNTS, AND THE SUMS OF FIELD-A AND RESULT;   *
000220*    - PRINTS THE YEAR-END REPORT (DIVYRPT): FOR EVERY        *
000230*      ACCOUNT ON THE CLOSING MASTER, THE OPENING LIFETIME    *
000240*      POSITION (DIVMOLD, THE MASTER AS IT STOOD AT YEAR      *
000250*      START), THE YEAR'S ACTIVITY AND THE CLOSING LIFETIME   *
000260*      POSITION (DIVMSTR, THE MASTER AS IT STOOD AT YEAR      *
000270*      END).  OPENING SUMS PLUS THE YEAR'S SUMS MUST EQUAL    *
000280*      THE CLOSING SUMS; AN ACCOUNT THAT DOES NOT TIE IS      *
000290*      FLAGGED AND THE STEP ENDS RC=8.  THE TRANSACTION COUNT *
000300*      IS SHOWN BUT NOT TIED - HELD ENTRIES AND REVERSALS     *
000310*      MOVE THE MASTER COUNT WITHOUT A HISTORY RECORD.  AN    *
000320*      ACCOUNT NOT ON THE OPENING MASTER (NEW, OR BROUGHT     *
000330*      BACK FROM THE ARCHIVE) SHOWS AN OPENING DERIVED FROM   *
000340*      ITS CLOSING POSITION.  ACCOUNTS WITH ACTIVITY OR AN    *
000350*      OPENING POSITION BUT NOT ON THE CLOSING MASTER         *
000360*      (PURGED TO DIVMARCH DURING THE YEAR) PRINT IN A        *
000370*      SECOND SECTION;                                        *
000380*    - SPLITS DIVPHIST: THE YEAR'S PERIOD RECORDS GO,         *
000390*      UNCHANGED, TO THE RETAINED ANNUAL HISTORY (DIVYHIST)   *
000400*      AND EVERYTHING ELSE TO THE NEW DIVPHIST GENERATION     *
000410*      (DIVPHNEW), SO DIVPHIST STAYS A ROLLING WINDOW.        *
000420*                                                             *
000430*  DIVYEAR - ONE CONTROL CARD: THE YEAR BEING CLOSED, YY IN   *
000440*            COLUMNS 1-2.  MISSING OR NOT NUMERIC IS FATAL.   *
000450*                                                             *
000460*  MODIFICATION HISTORY.                                     *
000470*    DATE       INIT  DESCRIPTION                            *
000480*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT DIVYEAR-FILE ASSIGN TO DIVYEAR
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-DIVYEAR-STATUS.
000570     SELECT DIVPHIST-FILE ASSIGN TO DIVPHIST
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-DIVPHIST-STATUS.
000610     SELECT DIVMOLD-FILE ASSIGN TO DIVMOLD
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-DIVMOLD-STATUS.
000650     SELECT DIVMSTR-FILE ASSIGN TO DIVMSTR
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-DIVMSTR-STATUS.
000690     SELECT DIVPHNEW-FILE ASSIGN TO DIVPHNEW
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL.
000720     SELECT DIVYHIST-FILE ASSIGN TO DIVYHIST
000730         ORGANIZATION IS SEQUENTIAL
000740         ACCESS MODE IS SEQUENTIAL.
000750     SELECT DIVYSUM-FILE ASSIGN TO DIVYSUM
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL.
000780     SELECT DIVYRPT-FILE ASSIGN TO DIVYRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840*-----------------------------------------------------------*
000850*  DIVYEAR - ONE CONTROL CARD: THE YEAR BEING CLOSED, YY.     *
000860*-----------------------------------------------------------*
000870 FD  DIVYEAR-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  WS-DIVYEAR-RECORD.
000910     05  YC-YEAR                 PIC X(02).
000920     05  FILLER                  PIC X(78).
000930*
000940*-----------------------------------------------------------*
000950*  DIVPHIST - THE CURRENT PERIOD-HISTORY GENERATION.          *
000960*-----------------------------------------------------------*
000970 FD  DIVPHIST-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  WS-DIVPHIST-RECORD.
001010     05  PH-ACCOUNT-ID           PIC X(10).
001020     05  PH-PERIOD.
001030         10  PH-PERIOD-MM        PIC X(02).
001040         10  PH-PERIOD-SL        PIC X(01).
001050         10  PH-PERIOD-YY        PIC X(02).
001060     05  PH-DIVIDE-COUNT         PIC 9(07).
001070     05  PH-MULTIPLY-COUNT       PIC 9(07).
001080     05  PH-ADD-COUNT            PIC 9(07).
001090     05  PH-SUBTRACT-COUNT       PIC 9(07).
001100     05  PH-ACCEPT-COUNT         PIC 9(07).
001110     05  PH-REJECT-COUNT         PIC 9(07).
001120     05  PH-SUM-FIELD-A          PIC S9(09)V99.
001130     05  PH-SUM-RESULT           PIC S9(09)V99.
001140     05  FILLER                  PIC X(01).
001150*
001160*-----------------------------------------------------------*
001170*  DIVMOLD - THE MASTER GENERATION AS IT STOOD AT YEAR START. *
001180*-----------------------------------------------------------*
001190 FD  DIVMOLD-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  WS-DIVMOLD-RECORD.
001230     05  MS-OLD-ACCOUNT-ID       PIC X(10).
001240     05  MS-OLD-LAST-RUN-DATE    PIC X(08).
001250     05  MS-OLD-TRANS-COUNT      PIC 9(07).
001260     05  MS-OLD-LIFE-SUM-FIELD-A PIC S9(09)V99.
001270     05  MS-OLD-LIFE-SUM-RESULT  PIC S9(09)V99.
001280     05  MS-OLD-LAST-RESULT      PIC S9(05)V99.
001290     05  MS-OLD-LAST-STATUS      PIC X(02).
001300     05  FILLER                  PIC X(10).
001310*
001320*-----------------------------------------------------------*
001330*  DIVMSTR - THE MASTER GENERATION AS IT STOOD AT YEAR END.   *
001340*-----------------------------------------------------------*
001350 FD  DIVMSTR-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  WS-DIVMSTR-RECORD.
001390     05  MS-ACCOUNT-ID           PIC X(10).
001400     05  MS-LAST-RUN-DATE        PIC X(08).
001410     05  MS-TRANS-COUNT          PIC 9(07).
001420     05  MS-LIFE-SUM-FIELD-A     PIC S9(09)V99.
001430     05  MS-LIFE-SUM-RESULT      PIC S9(09)V99.
001440     05  MS-LAST-RESULT          PIC S9(05)V99.
001450     05  MS-LAST-STATUS          PIC X(02).
001460     05  FILLER                  PIC X(10).
001470*
001480*-----------------------------------------------------------*
001490*  DIVPHNEW - THE NEXT DIVPHIST GENERATION: EVERY PERIOD      *
001500*             RECORD NOT OF THE YEAR BEING CLOSED.            *
001510*-----------------------------------------------------------*
001520 FD  DIVPHNEW-FILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 01  WS-DIVPHNEW-RECORD              PIC X(80).
001560*
001570*-----------------------------------------------------------*
001580*  DIVYHIST - THE RETAINED ANNUAL HISTORY: THE YEAR'S PERIOD  *
001590*             RECORDS, IN THE DIVPHIST LAYOUT.                *
001600*-----------------------------------------------------------*
001610 FD  DIVYHIST-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  WS-DIVYHIST-RECORD              PIC X(80).
001650*
001660*-----------------------------------------------------------*
001670*  DIVYSUM - ANNUAL SUMMARY, ONE RECORD PER ACCOUNT WITH      *
001680*            ACTIVITY IN THE YEAR.                            *
001690*-----------------------------------------------------------*
001700 FD  DIVYSUM-FILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730 01  WS-DIVYSUM-RECORD.
001740     05  YS-ACCOUNT-ID           PIC X(10).
001750     05  YS-YEAR                 PIC X(02).
001760     05  YS-DIVIDE-COUNT         PIC 9(07).
001770     05  YS-MULTIPLY-COUNT       PIC 9(07).
001780     05  YS-ADD-COUNT            PIC 9(07).
001790     05  YS-SUBTRACT-COUNT       PIC 9(07).
001800     05  YS-ACCEPT-COUNT         PIC 9(07).
001810     05  YS-REJECT-COUNT         PIC 9(07).
001820     05  YS-SUM-FIELD-A          PIC S9(09)V99.
001830     05  YS-SUM-RESULT           PIC S9(09)V99.
001840     05  FILLER                  PIC X(04).
001850*
001860*-----------------------------------------------------------*
001870*  DIVYRPT - PRINTED YEAR-END REPORT.                         *
001880*-----------------------------------------------------------*
001890 FD  DIVYRPT-FILE
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920 01  WS-DIVYRPT-RECORD               PIC X(80).
001930*
001940 WORKING-STORAGE SECTION.
001950 01  WS-DIVYEAR-STATUS             PIC X(02)      VALUE '00'.
001960*
001970 01  WS-DIVPHIST-STATUS            PIC X(02)      VALUE '00'.
001980*
001990 01  WS-DIVMOLD-STATUS             PIC X(02)      VALUE '00'.
002000*
002010 01  WS-DIVMSTR-STATUS             PIC X(02)      VALUE '00'.
002020*
002030 01  WS-SWITCHES.
002040     05  WS-YEAR-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002050         88  WS-YEAR-EOF-YES                    VALUE 'Y'.
002060     05  WS-PH-EOF-SWITCH        PIC X(01)      VALUE 'N'.
002070         88  WS-PH-EOF-YES                      VALUE 'Y'.
002080     05  WS-OLD-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002090         88  WS-OLD-EOF-YES                     VALUE 'Y'.
002100     05  WS-MSTR-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002110         88  WS-MSTR-EOF-YES                    VALUE 'Y'.
002120     05  WS-ACCT-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
002130         88  WS-ACCT-FOUND-YES                  VALUE 'Y'.
002140     05  WS-OPEN-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
002150         88  WS-OPEN-FOUND-YES                  VALUE 'Y'.
002160*
002170 01  WS-YEAR-FIELDS.
002180     05  WS-YEAR                 PIC X(02)      VALUE SPACES.
002190     05  WS-MISSING-PERIOD.
002200         10  WS-MISSING-MM       PIC 9(02).
002210         10  FILLER              PIC X(01)      VALUE "/".
002220         10  WS-MISSING-YY       PIC X(02).
002230*
002240*-----------------------------------------------------------*
002250*  WS-PERIOD-SEEN-TABLE - ONE SWITCH PER MONTH OF THE YEAR,   *
002260*                  SET WHEN A DIVPHIST RECORD FOR THAT PERIOD *
002270*                  IS FOUND.                                  *
002280*-----------------------------------------------------------*
002290 01  WS-PERIOD-SEEN-TABLE.
002300     05  WS-PERIOD-SEEN          PIC X(01)
002310                                 OCCURS 12 TIMES.
002320*
002330*-----------------------------------------------------------*
002340*  WS-ACCT-TABLE - ONE ENTRY PER ACCOUNT WITH ACTIVITY IN THE *
002350*                  YEAR, THE TWELVE PERIODS ADDED TOGETHER,   *
002360*                  IN FIRST-SEEN ORDER.                       *
002370*-----------------------------------------------------------*
002380 01  WS-ACCT-TABLE.
002390     05  WS-ACCT-ENTRY OCCURS 1000 TIMES.
002400         10  WS-AC-ACCOUNT-ID    PIC X(10).
002410         10  WS-AC-REPORTED      PIC X(01).
002420         10  WS-AC-DIVIDE        PIC 9(07) COMP.
002430         10  WS-AC-MULTIPLY      PIC 9(07) COMP.
002440         10  WS-AC-ADD           PIC 9(07) COMP.
002450         10  WS-AC-SUBTRACT      PIC 9(07) COMP.
002460         10  WS-AC-ACCEPT        PIC 9(07) COMP.
002470         10  WS-AC-REJECT        PIC 9(07) COMP.
002480         10  WS-AC-SUM-FIELD-A   PIC S9(09)V99.
002490         10  WS-AC-SUM-RESULT    PIC S9(09)V99.
002500*
002510 01  WS-ACCT-CONTROLS              COMP.
002520     05  WS-ACCT-COUNT           PIC 9(04)      VALUE ZERO.
002530     05  WS-ACCT-SUB             PIC 9(04)      VALUE ZERO.
002540     05  WS-ACCT-MAX             PIC 9(04)      VALUE 1000.
002550     05  WS-MONTH-SUB            PIC 9(04)      VALUE ZERO.
002560     05  WS-LIST-SUB             PIC 9(04)      VALUE ZERO.
002570*
002580*-----------------------------------------------------------*
002590*  WS-OPEN-TABLE - THE YEAR-START MASTER POSITIONS.           *
002600*-----------------------------------------------------------*
002610 01  WS-OPEN-TABLE.
002620     05  WS-OPEN-ENTRY OCCURS 1000 TIMES.
002630         10  WS-OP-ACCOUNT-ID    PIC X(10).
002640         10  WS-OP-REPORTED      PIC X(01).
002650         10  WS-OP-TRANS-COUNT   PIC 9(07) COMP.
002660         10  WS-OP-SUM-FIELD-A   PIC S9(09)V99.
002670         10  WS-OP-SUM-RESULT    PIC S9(09)V99.
002680*
002690 01  WS-OPEN-CONTROLS              COMP.
002700     05  WS-OPEN-COUNT           PIC 9(04)      VALUE ZERO.
002710     05  WS-OPEN-SUB             PIC 9(04)      VALUE ZERO.
002720     05  WS-OPEN-MAX             PIC 9(04)      VALUE 1000.
002730*
002740*-----------------------------------------------------------*
002750*  WS-POSITION-FIELDS - THE ACCOUNT BEING REPORTED: OPENING,  *
002760*                  YEAR AND CLOSING FIGURES.                  *
002770*-----------------------------------------------------------*
002780 01  WS-POSITION-FIELDS.
002790     05  WS-OPEN-TRANS-COUNT     PIC S9(07)     VALUE ZERO.
002800     05  WS-OPEN-SUM-FIELD-A     PIC S9(09)V99  VALUE ZERO.
002810     05  WS-OPEN-SUM-RESULT      PIC S9(09)V99  VALUE ZERO.
002820     05  WS-YR-ENTRIES           PIC 9(07)      VALUE ZERO.
002830     05  WS-YR-SUM-FIELD-A       PIC S9(09)V99  VALUE ZERO.
002840     05  WS-YR-SUM-RESULT        PIC S9(09)V99  VALUE ZERO.
002850     05  WS-EXPECT-SUM-FIELD-A   PIC S9(09)V99  VALUE ZERO.
002860     05  WS-EXPECT-SUM-RESULT    PIC S9(09)V99  VALUE ZERO.
002870*
002880 01  WS-GRAND-TOTALS.
002890     05  WS-GT-OPEN-FIELD-A      PIC S9(11)V99  VALUE ZERO.
002900     05  WS-GT-OPEN-RESULT       PIC S9(11)V99  VALUE ZERO.
002910     05  WS-GT-YEAR-FIELD-A      PIC S9(11)V99  VALUE ZERO.
002920     05  WS-GT-YEAR-RESULT       PIC S9(11)V99  VALUE ZERO.
002930     05  WS-GT-CLOSE-FIELD-A     PIC S9(11)V99  VALUE ZERO.
002940     05  WS-GT-CLOSE-RESULT      PIC S9(11)V99  VALUE ZERO.
002950*
002960 01  WS-RUN-COUNTERS               COMP.
002970     05  WS-HISTORY-READ         PIC 9(07)      VALUE ZERO.
002980     05  WS-YEAR-RECORDS         PIC 9(07)      VALUE ZERO.
002990     05  WS-RECORDS-MOVED        PIC 9(07)      VALUE ZERO.
003000     05  WS-RECORDS-KEPT         PIC 9(07)      VALUE ZERO.
003010     05  WS-PERIODS-MISSING      PIC 9(04)      VALUE ZERO.
003020     05  WS-CLOSING-ACCOUNTS     PIC 9(07)      VALUE ZERO.
003030     05  WS-ACCOUNTS-TIED        PIC 9(07)      VALUE ZERO.
003040     05  WS-ACCOUNTS-DERIVED     PIC 9(07)      VALUE ZERO.
003050     05  WS-ACCOUNTS-NO-TIE      PIC 9(07)      VALUE ZERO.
003060     05  WS-ACCOUNTS-OFF-MASTER  PIC 9(07)      VALUE ZERO.
003070     05  WS-SUMMARIES-WRITTEN    PIC 9(07)      VALUE ZERO.
003080*
003090 01  WS-RUN-DATE-FIELDS.
003100     05  WS-SYSTEM-DATE.
003110         10  WS-SYSTEM-YY        PIC 9(02).
003120         10  WS-SYSTEM-MM        PIC 9(02).
003130         10  WS-SYSTEM-DD        PIC 9(02).
003140     05  WS-REPORT-DATE          PIC X(08).
003150*
003160 01  WS-PRINT-CONTROLS.
003170     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
003180     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
003190     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
003200*
003210 01  WS-YR-HEADING-1.
003220     05  FILLER                  PIC X(10)      VALUE "DIV210".
003230     05  FILLER                  PIC X(32)
003240             VALUE "YEAR-END CLOSE                 ".
003250     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003260     05  HDG1-RUN-DATE           PIC X(08).
003270     05  FILLER                  PIC X(05)      VALUE "PAGE:".
003280     05  HDG1-PAGE-NO            PIC ZZZ9.
003290*
003300 01  WS-YR-HEADING-2.
003310     05  FILLER                  PIC X(06)      VALUE "YEAR:".
003320     05  HDG2-YEAR               PIC X(02).
003330     05  FILLER                  PIC X(04)      VALUE SPACES.
003340     05  HDG2-SECTION            PIC X(50).
003350*
003360 01  WS-YR-POSITION-LINE.
003370     05  POS-ACCOUNT-ID          PIC X(10).
003380     05  FILLER                  PIC X(02)      VALUE SPACES.
003390     05  POS-LABEL               PIC X(08).
003400     05  FILLER                  PIC X(06)      VALUE "TRANS=".
003410     05  POS-TRANS-COUNT         PIC ZZZZZZ9.
003420     05  FILLER                  PIC X(07)      VALUE " FLD-A=".
003430     05  POS-SUM-FIELD-A         PIC -ZZZZZZZZ9.99.
003440     05  FILLER                  PIC X(06)      VALUE " RSLT=".
003450     05  POS-SUM-RESULT          PIC -ZZZZZZZZ9.99.
003460     05  POS-FLAG                PIC X(08).
003470*
003480 01  WS-YR-COUNTS-LINE.
003490     05  FILLER                  PIC X(12)      VALUE SPACES.
003500     05  FILLER                  PIC X(05)      VALUE " DIV=".
003510     05  CNT-DIVIDE              PIC ZZZZZ9.
003520     05  FILLER                  PIC X(05)      VALUE " MUL=".
003530     05  CNT-MULTIPLY            PIC ZZZZZ9.
003540     05  FILLER                  PIC X(05)      VALUE " ADD=".
003550     05  CNT-ADD                 PIC ZZZZZ9.
003560     05  FILLER                  PIC X(05)      VALUE " SUB=".
003570     05  CNT-SUBTRACT            PIC ZZZZZ9.
003580     05  FILLER                  PIC X(05)      VALUE " ACC=".
003590     05  CNT-ACCEPT              PIC ZZZZZ9.
003600     05  FILLER                  PIC X(05)      VALUE " REJ=".
003610     05  CNT-REJECT              PIC ZZZZZ9.
003620*
003630 01  WS-YR-OFF-MASTER-LINE         PIC X(50)
003640         VALUE "            CLOSING NOT ON THE CLOSING MASTER".
003650*
003660 01  WS-YR-TRAILER-1              PIC X(40)
003670         VALUE "*** CONTROL TOTALS ***".
003680*
003690 01  WS-YR-TRAILER-LINE.
003700     05  TRL-LABEL               PIC X(20).
003710     05  TRL-COUNT               PIC ZZZZZZ9.
003720*
003730 01  WS-YR-TRAILER-AMOUNT.
003740     05  TRA-LABEL               PIC X(20).
003750     05  TRA-AMOUNT              PIC -ZZZZZZZZZZ9.99.
003760*
003770 PROCEDURE DIVISION.
003780 0000-MAINLINE.
003790     PERFORM 100-INITIALIZE.
003800     PERFORM 200-CLOSING-LOOP UNTIL WS-MSTR-EOF-YES.
003810     PERFORM 300-LIST-OFF-MASTER.
003820     PERFORM 400-CONTROL-TOTALS.
003830     PERFORM 900-TERMINATE.
003840     STOP RUN.
003850*
003860*-----------------------------------------------------------*
003870*  100-INITIALIZE - READS THE YEAR CARD, PROVES ALL TWELVE    *
003880*                   PERIODS ARE ROLLED AND TABLES THE YEAR'S  *
003890*                   ACTIVITY AND THE OPENING MASTER - ALL     *
003900*                   BEFORE ANY OUTPUT IS OPENED, SO A REFUSED *
003910*                   CLOSE WRITES NOTHING - THEN SPLITS THE    *
003920*                   HISTORY.                                  *
003930*-----------------------------------------------------------*
003940 100-INITIALIZE.
003950     ACCEPT WS-SYSTEM-DATE FROM DATE.
003960     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
003970     MOVE "/" TO WS-REPORT-DATE(3:1).
003980     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
003990     MOVE "/" TO WS-REPORT-DATE(6:1).
004000     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
004010     PERFORM 110-READ-YEAR-CARD.
004020     PERFORM 120-VERIFY-YEAR-ROLLED.
004030     PERFORM 140-LOAD-OPENING-MASTER.
004040     OPEN INPUT DIVMSTR-FILE.
004050     IF WS-DIVMSTR-STATUS NOT = "00"
004060         DISPLAY "DIV210 - FATAL - DIVMSTR OPEN FAILED, "
004070             "FILE STATUS " WS-DIVMSTR-STATUS
004080         MOVE 16 TO RETURN-CODE
004090         STOP RUN
004100     END-IF.
004110     OPEN OUTPUT DIVPHNEW-FILE.
004120     OPEN OUTPUT DIVYHIST-FILE.
004130     OPEN OUTPUT DIVYSUM-FILE.
004140     OPEN OUTPUT DIVYRPT-FILE.
004150     PERFORM 160-SPLIT-HISTORY.
004160     MOVE "SECTION 1 - ACCOUNTS ON THE CLOSING MASTER"
004170         TO HDG2-SECTION.
004180     PERFORM 550-WRITE-HEADINGS.
004190     PERFORM 210-READ-CLOSING-MASTER.
004200*
004210 110-READ-YEAR-CARD.
004220     OPEN INPUT DIVYEAR-FILE.
004230     IF WS-DIVYEAR-STATUS NOT = "00"
004240         DISPLAY "DIV210 - FATAL - DIVYEAR OPEN FAILED, "
004250             "FILE STATUS " WS-DIVYEAR-STATUS
004260         MOVE 16 TO RETURN-CODE
004270         STOP RUN
004280     END-IF.
004290     READ DIVYEAR-FILE
004300         AT END
004310             SET WS-YEAR-EOF-YES TO TRUE
004320     END-READ.
004330     CLOSE DIVYEAR-FILE.
004340     IF WS-YEAR-EOF-YES
004350         DISPLAY "DIV210 - FATAL - DIVYEAR IS EMPTY"
004360         MOVE 16 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     IF YC-YEAR IS NOT NUMERIC
004400         DISPLAY "DIV210 - FATAL - YEAR '" YC-YEAR
004410             "' IS NOT YY"
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF.
004450     MOVE YC-YEAR TO WS-YEAR.
004460     MOVE WS-YEAR TO HDG2-YEAR.
004470*
004480*-----------------------------------------------------------*
004490*  120-VERIFY-YEAR-ROLLED - FIRST PASS OVER DIVPHIST: NOTES   *
004500*                  WHICH OF THE YEAR'S PERIODS ARE ON FILE    *
004510*                  AND ADDS THEIR RECORDS INTO WS-ACCT-TABLE. *
004520*                  ANY MONTH MISSING IS FATAL.                *
004530*-----------------------------------------------------------*
004540 120-VERIFY-YEAR-ROLLED.
004550     MOVE ALL 'N' TO WS-PERIOD-SEEN-TABLE.
004560     OPEN INPUT DIVPHIST-FILE.
004570     IF WS-DIVPHIST-STATUS NOT = "00"
004580         DISPLAY "DIV210 - FATAL - DIVPHIST OPEN FAILED, "
004590             "FILE STATUS " WS-DIVPHIST-STATUS
004600         MOVE 16 TO RETURN-CODE
004610         STOP RUN
004620     END-IF.
004630     PERFORM 125-READ-HISTORY.
004640     PERFORM 130-TALLY-ONE-HISTORY UNTIL WS-PH-EOF-YES.
004650     CLOSE DIVPHIST-FILE.
004660     MOVE 1 TO WS-MONTH-SUB.
004670     PERFORM 135-CHECK-ONE-PERIOD UNTIL WS-MONTH-SUB > 12.
004680     IF WS-PERIODS-MISSING > ZERO
004690         DISPLAY "DIV210 - FATAL - " WS-PERIODS-MISSING
004700             " PERIOD(S) OF YEAR " WS-YEAR
004710             " NOT YET ROLLED BY DIV155 - YEAR NOT CLOSED"
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750*
004760 125-READ-HISTORY.
004770     READ DIVPHIST-FILE
004780         AT END
004790             SET WS-PH-EOF-YES TO TRUE
004800     END-READ.
004810*
004820 130-TALLY-ONE-HISTORY.
004830     ADD 1 TO WS-HISTORY-READ.
004840     IF PH-PERIOD-YY = WS-YEAR AND PH-PERIOD-SL = "/" AND
004850             PH-PERIOD-MM IS NUMERIC AND
004860             PH-PERIOD-MM NOT < "01" AND PH-PERIOD-MM NOT > "12"
004870         ADD 1 TO WS-YEAR-RECORDS
004880         MOVE PH-PERIOD-MM TO WS-MONTH-SUB
004890         MOVE 'Y' TO WS-PERIOD-SEEN(WS-MONTH-SUB)
004900         PERFORM 131-FIND-ACCT-ENTRY
004910         ADD PH-DIVIDE-COUNT   TO WS-AC-DIVIDE(WS-ACCT-SUB)
004920         ADD PH-MULTIPLY-COUNT TO WS-AC-MULTIPLY(WS-ACCT-SUB)
004930         ADD PH-ADD-COUNT      TO WS-AC-ADD(WS-ACCT-SUB)
004940         ADD PH-SUBTRACT-COUNT TO WS-AC-SUBTRACT(WS-ACCT-SUB)
004950         ADD PH-ACCEPT-COUNT   TO WS-AC-ACCEPT(WS-ACCT-SUB)
004960         ADD PH-REJECT-COUNT   TO WS-AC-REJECT(WS-ACCT-SUB)
004970         ADD PH-SUM-FIELD-A
004980             TO WS-AC-SUM-FIELD-A(WS-ACCT-SUB)
004990         ADD PH-SUM-RESULT
005000             TO WS-AC-SUM-RESULT(WS-ACCT-SUB)
005010     END-IF.
005020     PERFORM 125-READ-HISTORY.
005030*
005040 131-FIND-ACCT-ENTRY.
005050     MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
005060     MOVE 1 TO WS-ACCT-SUB.
005070     PERFORM 132-SCAN-ACCT-TABLE
005080         UNTIL WS-ACCT-FOUND-YES OR WS-ACCT-SUB > WS-ACCT-COUNT.
005090     IF NOT WS-ACCT-FOUND-YES
005100         IF WS-ACCT-COUNT < WS-ACCT-MAX
005110             ADD 1 TO WS-ACCT-COUNT
005120             MOVE WS-ACCT-COUNT TO WS-ACCT-SUB
005130             MOVE PH-ACCOUNT-ID TO WS-AC-ACCOUNT-ID(WS-ACCT-SUB)
005140             MOVE 'N'  TO WS-AC-REPORTED(WS-ACCT-SUB)
005150             MOVE ZERO TO WS-AC-DIVIDE(WS-ACCT-SUB)
005160             MOVE ZERO TO WS-AC-MULTIPLY(WS-ACCT-SUB)
005170             MOVE ZERO TO WS-AC-ADD(WS-ACCT-SUB)
005180             MOVE ZERO TO WS-AC-SUBTRACT(WS-ACCT-SUB)
005190             MOVE ZERO TO WS-AC-ACCEPT(WS-ACCT-SUB)
005200             MOVE ZERO TO WS-AC-REJECT(WS-ACCT-SUB)
005210             MOVE ZERO TO WS-AC-SUM-FIELD-A(WS-ACCT-SUB)
005220             MOVE ZERO TO WS-AC-SUM-RESULT(WS-ACCT-SUB)
005230         ELSE
005240             DISPLAY "DIV210 - FATAL - MORE ACCOUNTS THAN "
005250                 "WS-ACCT-TABLE HOLDS"
005260             MOVE 16 TO RETURN-CODE
005270             STOP RUN
005280         END-IF
005290     END-IF.
005300*
005310 132-SCAN-ACCT-TABLE.
005320     IF WS-AC-ACCOUNT-ID(WS-ACCT-SUB) = PH-ACCOUNT-ID
005330         SET WS-ACCT-FOUND-YES TO TRUE
005340     ELSE
005350         ADD 1 TO WS-ACCT-SUB
005360     END-IF.
005370*
005380 135-CHECK-ONE-PERIOD.
005390     IF WS-PERIOD-SEEN(WS-MONTH-SUB) NOT = 'Y'
005400         MOVE WS-MONTH-SUB TO WS-MISSING-MM
005410         MOVE WS-YEAR      TO WS-MISSING-YY
005420         DISPLAY "DIV210 - PERIOD " WS-MISSING-PERIOD
005430             " IS NOT ON DIVPHIST"
005440         ADD 1 TO WS-PERIODS-MISSING
005450     END-IF.
005460     ADD 1 TO WS-MONTH-SUB.
005470*
005480*-----------------------------------------------------------*
005490*  140-LOAD-OPENING-MASTER - TABLES THE YEAR-START MASTER.    *
005500*                  WITHOUT IT NOTHING CAN BE TIED, SO A       *
005510*                  MISSING DIVMOLD IS FATAL.                  *
005520*-----------------------------------------------------------*
005530 140-LOAD-OPENING-MASTER.
005540     OPEN INPUT DIVMOLD-FILE.
005550     IF WS-DIVMOLD-STATUS NOT = "00"
005560         DISPLAY "DIV210 - FATAL - DIVMOLD OPEN FAILED, "
005570             "FILE STATUS " WS-DIVMOLD-STATUS
005580         MOVE 16 TO RETURN-CODE
005590         STOP RUN
005600     END-IF.
005610     PERFORM 145-READ-OLD-MASTER.
005620     PERFORM 150-LOAD-OPEN-ENTRY UNTIL WS-OLD-EOF-YES.
005630     CLOSE DIVMOLD-FILE.
005640*
005650 145-READ-OLD-MASTER.
005660     READ DIVMOLD-FILE
005670         AT END
005680             SET WS-OLD-EOF-YES TO TRUE
005690     END-READ.
005700*
005710 150-LOAD-OPEN-ENTRY.
005720     IF WS-OPEN-COUNT < WS-OPEN-MAX
005730         ADD 1 TO WS-OPEN-COUNT
005740         MOVE MS-OLD-ACCOUNT-ID TO
005750             WS-OP-ACCOUNT-ID(WS-OPEN-COUNT)
005760         MOVE 'N' TO WS-OP-REPORTED(WS-OPEN-COUNT)
005770         MOVE MS-OLD-TRANS-COUNT TO
005780             WS-OP-TRANS-COUNT(WS-OPEN-COUNT)
005790         MOVE MS-OLD-LIFE-SUM-FIELD-A TO
005800             WS-OP-SUM-FIELD-A(WS-OPEN-COUNT)
005810         MOVE MS-OLD-LIFE-SUM-RESULT TO
005820             WS-OP-SUM-RESULT(WS-OPEN-COUNT)
005830     ELSE
005840         DISPLAY "DIV210 - FATAL - DIVMOLD HAS MORE "
005850             "ACCOUNTS THAN WS-OPEN-TABLE HOLDS"
005860         MOVE 16 TO RETURN-CODE
005870         STOP RUN
005880     END-IF.
005890     PERFORM 145-READ-OLD-MASTER.
005900*
005910*-----------------------------------------------------------*
005920*  160-SPLIT-HISTORY - SECOND PASS OVER DIVPHIST: THE YEAR'S  *
005930*                  RECORDS TO THE ANNUAL HISTORY, ALL OTHERS  *
005940*                  TO THE NEW DIVPHIST GENERATION, EACH IN    *
005950*                  ITS ORIGINAL ORDER.                        *
005960*-----------------------------------------------------------*
005970 160-SPLIT-HISTORY.
005980     MOVE 'N' TO WS-PH-EOF-SWITCH.
005990     OPEN INPUT DIVPHIST-FILE.
006000     PERFORM 125-READ-HISTORY.
006010     PERFORM 165-SPLIT-ONE-HISTORY UNTIL WS-PH-EOF-YES.
006020     CLOSE DIVPHIST-FILE.
006030*
006040 165-SPLIT-ONE-HISTORY.
006050     IF PH-PERIOD-YY = WS-YEAR AND PH-PERIOD-SL = "/" AND
006060             PH-PERIOD-MM IS NUMERIC AND
006070             PH-PERIOD-MM NOT < "01" AND PH-PERIOD-MM NOT > "12"
006080         WRITE WS-DIVYHIST-RECORD FROM WS-DIVPHIST-RECORD
006090         ADD 1 TO WS-RECORDS-MOVED
006100     ELSE
006110         WRITE WS-DIVPHNEW-RECORD FROM WS-DIVPHIST-RECORD
006120         ADD 1 TO WS-RECORDS-KEPT
006130     END-IF.
006140     PERFORM 125-READ-HISTORY.
006150*
006160*-----------------------------------------------------------*
006170*  200-CLOSING-LOOP - ONE CLOSING MASTER RECORD PER PASS:     *
006180*                  OPENING POSITION, THE YEAR'S ACTIVITY AND  *
006190*                  THE CLOSING POSITION, WITH THE TIE CHECK.  *
006200*-----------------------------------------------------------*
006210 200-CLOSING-LOOP.
006220     ADD 1 TO WS-CLOSING-ACCOUNTS.
006230     MOVE MS-ACCOUNT-ID TO PH-ACCOUNT-ID.
006240     PERFORM 220-FIND-YEAR-ACTIVITY.
006250     PERFORM 230-FIND-OPENING-POSITION.
006260     PERFORM 240-CHECK-LINES-LEFT.
006270     IF WS-OPEN-FOUND-YES
006280         MOVE SPACES TO POS-FLAG
006290     ELSE
006300         COMPUTE WS-OPEN-SUM-FIELD-A =
006310             MS-LIFE-SUM-FIELD-A - WS-YR-SUM-FIELD-A
006320         COMPUTE WS-OPEN-SUM-RESULT =
006330             MS-LIFE-SUM-RESULT - WS-YR-SUM-RESULT
006340         MOVE ZERO TO WS-OPEN-TRANS-COUNT
006350         MOVE " DERIVED" TO POS-FLAG
006360         ADD 1 TO WS-ACCOUNTS-DERIVED
006370     END-IF.
006380     MOVE MS-ACCOUNT-ID TO POS-ACCOUNT-ID.
006390     PERFORM 250-PRINT-OPENING-AND-YEAR.
006400     ADD WS-OPEN-SUM-FIELD-A TO WS-GT-OPEN-FIELD-A.
006410     ADD WS-OPEN-SUM-RESULT  TO WS-GT-OPEN-RESULT.
006420     ADD WS-YR-SUM-FIELD-A   TO WS-GT-YEAR-FIELD-A.
006430     ADD WS-YR-SUM-RESULT    TO WS-GT-YEAR-RESULT.
006440     COMPUTE WS-EXPECT-SUM-FIELD-A =
006450         WS-OPEN-SUM-FIELD-A + WS-YR-SUM-FIELD-A.
006460     COMPUTE WS-EXPECT-SUM-RESULT =
006470         WS-OPEN-SUM-RESULT + WS-YR-SUM-RESULT.
006480     IF WS-EXPECT-SUM-FIELD-A = MS-LIFE-SUM-FIELD-A AND
006490             WS-EXPECT-SUM-RESULT = MS-LIFE-SUM-RESULT
006500         MOVE SPACES TO POS-FLAG
006510         IF WS-OPEN-FOUND-YES
006520             ADD 1 TO WS-ACCOUNTS-TIED
006530         END-IF
006540     ELSE
006550         MOVE "  NO TIE" TO POS-FLAG
006560         ADD 1 TO WS-ACCOUNTS-NO-TIE
006570     END-IF.
006580     MOVE SPACES              TO POS-ACCOUNT-ID.
006590     MOVE "CLOSING"           TO POS-LABEL.
006600     MOVE MS-TRANS-COUNT      TO POS-TRANS-COUNT.
006610     MOVE MS-LIFE-SUM-FIELD-A TO POS-SUM-FIELD-A.
006620     MOVE MS-LIFE-SUM-RESULT  TO POS-SUM-RESULT.
006630     WRITE WS-DIVYRPT-RECORD FROM WS-YR-POSITION-LINE
006640         AFTER ADVANCING 1 LINE.
006650     ADD 1 TO WS-LINE-COUNT.
006660     ADD MS-LIFE-SUM-FIELD-A TO WS-GT-CLOSE-FIELD-A.
006670     ADD MS-LIFE-SUM-RESULT  TO WS-GT-CLOSE-RESULT.
006680     PERFORM 210-READ-CLOSING-MASTER.
006690*
006700 210-READ-CLOSING-MASTER.
006710     READ DIVMSTR-FILE
006720         AT END
006730             SET WS-MSTR-EOF-YES TO TRUE
006740     END-READ.
006750*
006760*-----------------------------------------------------------*
006770*  220-FIND-YEAR-ACTIVITY - LOOKS UP PH-ACCOUNT-ID IN         *
006780*                  WS-ACCT-TABLE, MARKS IT REPORTED AND       *
006790*                  SETS THE YEAR FIGURES (ZERO IF NONE).      *
006800*-----------------------------------------------------------*
006810 220-FIND-YEAR-ACTIVITY.
006820     MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
006830     MOVE 1 TO WS-ACCT-SUB.
006840     PERFORM 132-SCAN-ACCT-TABLE
006850         UNTIL WS-ACCT-FOUND-YES OR WS-ACCT-SUB > WS-ACCT-COUNT.
006860     IF WS-ACCT-FOUND-YES
006870         MOVE 'Y' TO WS-AC-REPORTED(WS-ACCT-SUB)
006880         COMPUTE WS-YR-ENTRIES = WS-AC-ACCEPT(WS-ACCT-SUB)
006890             + WS-AC-REJECT(WS-ACCT-SUB)
006900         MOVE WS-AC-SUM-FIELD-A(WS-ACCT-SUB) TO WS-YR-SUM-FIELD-A
006910         MOVE WS-AC-SUM-RESULT(WS-ACCT-SUB)  TO WS-YR-SUM-RESULT
006920     ELSE
006930         MOVE ZERO TO WS-YR-ENTRIES
006940         MOVE ZERO TO WS-YR-SUM-FIELD-A
006950         MOVE ZERO TO WS-YR-SUM-RESULT
006960     END-IF.
006970*
006980*-----------------------------------------------------------*
006990*  230-FIND-OPENING-POSITION - LOOKS UP PH-ACCOUNT-ID IN THE  *
007000*                  YEAR-START MASTER TABLE AND MARKS IT       *
007010*                  REPORTED.  NOT FOUND LEAVES THE OPENING    *
007020*                  AT ZERO FOR THE CALLER TO DERIVE.          *
007030*-----------------------------------------------------------*
007040 230-FIND-OPENING-POSITION.
007050     MOVE 'N' TO WS-OPEN-FOUND-SWITCH.
007060     MOVE 1 TO WS-OPEN-SUB.
007070     PERFORM 231-SCAN-OPEN-TABLE
007080         UNTIL WS-OPEN-FOUND-YES OR WS-OPEN-SUB > WS-OPEN-COUNT.
007090     IF WS-OPEN-FOUND-YES
007100         MOVE 'Y' TO WS-OP-REPORTED(WS-OPEN-SUB)
007110         MOVE WS-OP-TRANS-COUNT(WS-OPEN-SUB)
007120             TO WS-OPEN-TRANS-COUNT
007130         MOVE WS-OP-SUM-FIELD-A(WS-OPEN-SUB)
007140             TO WS-OPEN-SUM-FIELD-A
007150         MOVE WS-OP-SUM-RESULT(WS-OPEN-SUB)
007160             TO WS-OPEN-SUM-RESULT
007170     ELSE
007180         MOVE ZERO TO WS-OPEN-TRANS-COUNT
007190         MOVE ZERO TO WS-OPEN-SUM-FIELD-A
007200         MOVE ZERO TO WS-OPEN-SUM-RESULT
007210     END-IF.
007220*
007230 231-SCAN-OPEN-TABLE.
007240     IF WS-OP-ACCOUNT-ID(WS-OPEN-SUB) = PH-ACCOUNT-ID
007250         SET WS-OPEN-FOUND-YES TO TRUE
007260     ELSE
007270         ADD 1 TO WS-OPEN-SUB
007280     END-IF.
007290*
007300 240-CHECK-LINES-LEFT.
007310     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 5
007320         PERFORM 550-WRITE-HEADINGS
007330     END-IF.
007340*
007350*-----------------------------------------------------------*
007360*  250-PRINT-OPENING-AND-YEAR - THE OPENING LINE (ACCOUNT ID  *
007370*                  AND POS-FLAG ALREADY SET BY THE CALLER),   *
007380*                  THEN, IF THE ACCOUNT HAD ACTIVITY, THE     *
007390*                  YEAR'S COUNTS AND SUMS AND ITS DIVYSUM     *
007400*                  RECORD.  WS-ACCT-SUB IS THE ACCOUNT'S      *
007410*                  ENTRY WHEN WS-ACCT-FOUND-YES.              *
007420*-----------------------------------------------------------*
007430 250-PRINT-OPENING-AND-YEAR.
007440     MOVE "OPENING"           TO POS-LABEL.
007450     MOVE WS-OPEN-TRANS-COUNT TO POS-TRANS-COUNT.
007460     MOVE WS-OPEN-SUM-FIELD-A TO POS-SUM-FIELD-A.
007470     MOVE WS-OPEN-SUM-RESULT  TO POS-SUM-RESULT.
007480     WRITE WS-DIVYRPT-RECORD FROM WS-YR-POSITION-LINE
007490         AFTER ADVANCING 2 LINES.
007500     ADD 2 TO WS-LINE-COUNT.
007510     MOVE SPACES TO POS-ACCOUNT-ID.
007520     MOVE SPACES TO POS-FLAG.
007530     IF WS-ACCT-FOUND-YES
007540         MOVE WS-AC-DIVIDE(WS-ACCT-SUB)   TO CNT-DIVIDE
007550         MOVE WS-AC-MULTIPLY(WS-ACCT-SUB) TO CNT-MULTIPLY
007560         MOVE WS-AC-ADD(WS-ACCT-SUB)      TO CNT-ADD
007570         MOVE WS-AC-SUBTRACT(WS-ACCT-SUB) TO CNT-SUBTRACT
007580         MOVE WS-AC-ACCEPT(WS-ACCT-SUB)   TO CNT-ACCEPT
007590         MOVE WS-AC-REJECT(WS-ACCT-SUB)   TO CNT-REJECT
007600         MOVE "YEAR"              TO POS-LABEL
007610         MOVE WS-YR-ENTRIES       TO POS-TRANS-COUNT
007620         MOVE WS-YR-SUM-FIELD-A   TO POS-SUM-FIELD-A
007630         MOVE WS-YR-SUM-RESULT    TO POS-SUM-RESULT
007640         WRITE WS-DIVYRPT-RECORD FROM WS-YR-POSITION-LINE
007650             AFTER ADVANCING 1 LINE
007660         WRITE WS-DIVYRPT-RECORD FROM WS-YR-COUNTS-LINE
007670             AFTER ADVANCING 1 LINE
007680         ADD 2 TO WS-LINE-COUNT
007690         PERFORM 260-WRITE-ANNUAL-SUMMARY
007700     END-IF.
007710*
007720 260-WRITE-ANNUAL-SUMMARY.
007730     MOVE SPACES TO WS-DIVYSUM-RECORD.
007740     MOVE WS-AC-ACCOUNT-ID(WS-ACCT-SUB)  TO YS-ACCOUNT-ID.
007750     MOVE WS-YEAR                        TO YS-YEAR.
007760     MOVE WS-AC-DIVIDE(WS-ACCT-SUB)      TO YS-DIVIDE-COUNT.
007770     MOVE WS-AC-MULTIPLY(WS-ACCT-SUB)    TO YS-MULTIPLY-COUNT.
007780     MOVE WS-AC-ADD(WS-ACCT-SUB)         TO YS-ADD-COUNT.
007790     MOVE WS-AC-SUBTRACT(WS-ACCT-SUB)    TO YS-SUBTRACT-COUNT.
007800     MOVE WS-AC-ACCEPT(WS-ACCT-SUB)      TO YS-ACCEPT-COUNT.
007810     MOVE WS-AC-REJECT(WS-ACCT-SUB)      TO YS-REJECT-COUNT.
007820     MOVE WS-AC-SUM-FIELD-A(WS-ACCT-SUB) TO YS-SUM-FIELD-A.
007830     MOVE WS-AC-SUM-RESULT(WS-ACCT-SUB)  TO YS-SUM-RESULT.
007840     WRITE WS-DIVYSUM-RECORD.
007850     ADD 1 TO WS-SUMMARIES-WRITTEN.
007860*
007870*-----------------------------------------------------------*
007880*  300-LIST-OFF-MASTER - SECTION 2: ACCOUNTS WITH ACTIVITY IN *
007890*                  THE YEAR, THEN ACCOUNTS WITH AN OPENING    *
007900*                  POSITION, THAT ARE NOT ON THE CLOSING      *
007910*                  MASTER.  THEIR ACTIVITY STILL GOES TO      *
007920*                  DIVYSUM; THERE IS NO CLOSING POSITION TO   *
007930*                  TIE TO.                                    *
007940*-----------------------------------------------------------*
007950 300-LIST-OFF-MASTER.
007960     MOVE "SECTION 2 - ACCOUNTS NOT ON THE CLOSING MASTER"
007970         TO HDG2-SECTION.
007980     PERFORM 550-WRITE-HEADINGS.
007990     MOVE 1 TO WS-LIST-SUB.
008000     PERFORM 310-LIST-ONE-ACTIVITY
008010         UNTIL WS-LIST-SUB > WS-ACCT-COUNT.
008020     MOVE 1 TO WS-LIST-SUB.
008030     PERFORM 320-LIST-ONE-OPENING
008040         UNTIL WS-LIST-SUB > WS-OPEN-COUNT.
008050*
008060 310-LIST-ONE-ACTIVITY.
008070     IF WS-AC-REPORTED(WS-LIST-SUB) = 'N'
008080         MOVE WS-AC-ACCOUNT-ID(WS-LIST-SUB) TO PH-ACCOUNT-ID
008090         PERFORM 220-FIND-YEAR-ACTIVITY
008100         PERFORM 230-FIND-OPENING-POSITION
008110         PERFORM 330-PRINT-OFF-MASTER
008120     END-IF.
008130     ADD 1 TO WS-LIST-SUB.
008140*
008150 320-LIST-ONE-OPENING.
008160     IF WS-OP-REPORTED(WS-LIST-SUB) = 'N'
008170         MOVE WS-OP-ACCOUNT-ID(WS-LIST-SUB) TO PH-ACCOUNT-ID
008180         PERFORM 220-FIND-YEAR-ACTIVITY
008190         PERFORM 230-FIND-OPENING-POSITION
008200         PERFORM 330-PRINT-OFF-MASTER
008210     END-IF.
008220     ADD 1 TO WS-LIST-SUB.
008230*
008240 330-PRINT-OFF-MASTER.
008250     ADD 1 TO WS-ACCOUNTS-OFF-MASTER.
008260     PERFORM 240-CHECK-LINES-LEFT.
008270     MOVE PH-ACCOUNT-ID TO POS-ACCOUNT-ID.
008280     IF WS-OPEN-FOUND-YES
008290         MOVE SPACES TO POS-FLAG
008300     ELSE
008310         MOVE "  (NONE)" TO POS-FLAG
008320     END-IF.
008330     PERFORM 250-PRINT-OPENING-AND-YEAR.
008340     WRITE WS-DIVYRPT-RECORD FROM WS-YR-OFF-MASTER-LINE
008350         AFTER ADVANCING 1 LINE.
008360     ADD 1 TO WS-LINE-COUNT.
008370*
008380 400-CONTROL-TOTALS.
008390     WRITE WS-DIVYRPT-RECORD FROM WS-YR-TRAILER-1
008400         AFTER ADVANCING 3 LINES.
008410     MOVE "HISTORY RECS READ =" TO TRL-LABEL.
008420     MOVE WS-HISTORY-READ TO TRL-COUNT.
008430     PERFORM 410-WRITE-TRAILER-LINE.
008440     MOVE "MOVED TO ANNUAL   =" TO TRL-LABEL.
008450     MOVE WS-RECORDS-MOVED TO TRL-COUNT.
008460     PERFORM 410-WRITE-TRAILER-LINE.
008470     MOVE "KEPT ON DIVPHIST  =" TO TRL-LABEL.
008480     MOVE WS-RECORDS-KEPT TO TRL-COUNT.
008490     PERFORM 410-WRITE-TRAILER-LINE.
008500     MOVE "ANNUAL SUMMARIES  =" TO TRL-LABEL.
008510     MOVE WS-SUMMARIES-WRITTEN TO TRL-COUNT.
008520     PERFORM 410-WRITE-TRAILER-LINE.
008530     MOVE "ACCTS ON CLOSING  =" TO TRL-LABEL.
008540     MOVE WS-CLOSING-ACCOUNTS TO TRL-COUNT.
008550     PERFORM 410-WRITE-TRAILER-LINE.
008560     MOVE "  TIED            =" TO TRL-LABEL.
008570     MOVE WS-ACCOUNTS-TIED TO TRL-COUNT.
008580     PERFORM 410-WRITE-TRAILER-LINE.
008590     MOVE "  OPENING DERIVED =" TO TRL-LABEL.
008600     MOVE WS-ACCOUNTS-DERIVED TO TRL-COUNT.
008610     PERFORM 410-WRITE-TRAILER-LINE.
008620     MOVE "  NOT TIED        =" TO TRL-LABEL.
008630     MOVE WS-ACCOUNTS-NO-TIE TO TRL-COUNT.
008640     PERFORM 410-WRITE-TRAILER-LINE.
008650     MOVE "ACCTS OFF MASTER  =" TO TRL-LABEL.
008660     MOVE WS-ACCOUNTS-OFF-MASTER TO TRL-COUNT.
008670     PERFORM 410-WRITE-TRAILER-LINE.
008680     MOVE "OPENING FLD-A     =" TO TRA-LABEL.
008690     MOVE WS-GT-OPEN-FIELD-A TO TRA-AMOUNT.
008700     PERFORM 420-WRITE-TRAILER-AMOUNT.
008710     MOVE "YEAR FLD-A        =" TO TRA-LABEL.
008720     MOVE WS-GT-YEAR-FIELD-A TO TRA-AMOUNT.
008730     PERFORM 420-WRITE-TRAILER-AMOUNT.
008740     MOVE "CLOSING FLD-A     =" TO TRA-LABEL.
008750     MOVE WS-GT-CLOSE-FIELD-A TO TRA-AMOUNT.
008760     PERFORM 420-WRITE-TRAILER-AMOUNT.
008770     MOVE "OPENING RESULT    =" TO TRA-LABEL.
008780     MOVE WS-GT-OPEN-RESULT TO TRA-AMOUNT.
008790     PERFORM 420-WRITE-TRAILER-AMOUNT.
008800     MOVE "YEAR RESULT       =" TO TRA-LABEL.
008810     MOVE WS-GT-YEAR-RESULT TO TRA-AMOUNT.
008820     PERFORM 420-WRITE-TRAILER-AMOUNT.
008830     MOVE "CLOSING RESULT    =" TO TRA-LABEL.
008840     MOVE WS-GT-CLOSE-RESULT TO TRA-AMOUNT.
008850     PERFORM 420-WRITE-TRAILER-AMOUNT.
008860*
008870 410-WRITE-TRAILER-LINE.
008880     WRITE WS-DIVYRPT-RECORD FROM WS-YR-TRAILER-LINE
008890         AFTER ADVANCING 1 LINE.
008900*
008910 420-WRITE-TRAILER-AMOUNT.
008920     WRITE WS-DIVYRPT-RECORD FROM WS-YR-TRAILER-AMOUNT
008930         AFTER ADVANCING 1 LINE.
008940*
008950 550-WRITE-HEADINGS.
008960     ADD 1 TO WS-PAGE-COUNT.
008970     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
008980     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
008990     WRITE WS-DIVYRPT-RECORD FROM WS-YR-HEADING-1
009000         AFTER ADVANCING PAGE.
009010     WRITE WS-DIVYRPT-RECORD FROM WS-YR-HEADING-2
009020         AFTER ADVANCING 2 LINES.
009030     MOVE 3 TO WS-LINE-COUNT.
009040*
009050 900-TERMINATE.
009060     DISPLAY "DIV210 - HISTORY RECS READ  = " WS-HISTORY-READ.
009070     DISPLAY "DIV210 - MOVED TO ANNUAL    = " WS-RECORDS-MOVED.
009080     DISPLAY "DIV210 - KEPT ON DIVPHIST   = " WS-RECORDS-KEPT.
009090     DISPLAY "DIV210 - ACCOUNTS NOT TIED  = " WS-ACCOUNTS-NO-TIE.
009100     CLOSE DIVMSTR-FILE.
009110     CLOSE DIVPHNEW-FILE.
009120     CLOSE DIVYHIST-FILE.
009130     CLOSE DIVYSUM-FILE.
009140     CLOSE DIVYRPT-FILE.
009150     IF WS-ACCOUNTS-NO-TIE > ZERO
009160         DISPLAY "DIV210 - YEAR-END POSITIONS DO NOT TIE - SEE "
009170             "DIVYRPT - HISTORY NOT ROLLED"
009180         MOVE 8 TO RETURN-CODE
009190     END-IF.
