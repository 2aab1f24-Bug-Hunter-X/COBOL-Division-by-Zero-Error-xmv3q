000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV200.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV200 - UNUSUAL ACTIVITY REVIEW.                          *
000090*                                                             *
000100*  THE DIVREF AMOUNT AND TRANSACTION LIMITS ARE HARD          *
000110*  CEILINGS; THEY SAY NOTHING ABOUT AN ACCOUNT THAT NORMALLY  *
000120*  SENDS A FEW SMALL TRANSACTIONS A MONTH AND TONIGHT SENDS   *
000130*  HUNDREDS NEAR ITS LIMIT.  THIS NIGHTLY STEP COMPARES EACH  *
000140*  ACCOUNT'S ACTIVITY IN THE DAY'S DIVAUD WITH ITS OWN        *
000150*  TRAILING AVERAGE FROM THE DIVPHIST PERIOD HISTORY AND      *
000160*  PRINTS THE DIVUNUS REVIEW REPORT FOR COMPLIANCE:           *
000170*                                                             *
000180*    SECTION ONE - UNUSUAL ACTIVITY.  THE TRAILING AVERAGE    *
000190*    IS THE ACCOUNT'S HISTORY OVER THE LATEST N PERIODS ON    *
000200*    FILE DIVIDED BY N (A MONTH WITH NO RECORD COUNTS AS      *
000210*    ZERO), THEN BY THE PROCESSING DAYS PER PERIOD.  AN       *
000220*    ACCOUNT IS FLAGGED WHEN TODAY'S                          *
000230*      VOL - ACCEPTED PLUS REJECTED COUNT, OR                 *
000240*      AMT - NET ACCEPTED SUM OF FIELD-A (SIZE ONLY),         *
000250*    IS MORE THAN THE TOLERANCE PERCENTAGE OF ITS DAILY       *
000260*    AVERAGE, OR WHEN                                         *
000270*      MIX - ANY OPERATION'S SHARE (D/M/A/S) OF TODAY'S       *
000280*            ACCEPTED COUNT IS MORE THAN THE TOLERANCE IN     *
000290*            PERCENTAGE POINTS AWAY FROM ITS HISTORIC SHARE.  *
000300*    ACCOUNTS BELOW THE MINIMUM DAILY COUNT ARE NOT JUDGED,   *
000310*    SO ONE EXTRA TRANSACTION ON A QUIET ACCOUNT IS NOT NOISE *
000320*    ON THE REPORT.                                           *
000330*                                                             *
000340*    SECTION TWO - FIRST ACTIVITY.  EVERY ACCOUNT WITH        *
000350*    ACTIVITY TODAY THAT IS                                   *
000360*      REINSTATED - RESTORED FROM DIVMARCH BY TONIGHT'S       *
000370*                   DIV115 (THE DIVMRIN RECORDS),             *
000380*      NEW        - ON NEITHER THE PRIOR MASTER NOR DIVMRIN,  *
000390*                   SO THIS IS ITS FIRST-EVER ACTIVITY,       *
000400*      DORMANT    - ON THE PRIOR MASTER, BUT LAST ACTIVE      *
000410*                   BEFORE THE DORMANCY CUTOFF.               *
000420*                                                             *
000430*  THE TOLERANCES COME FROM THE ONE-CARD DIVUCTL FILE; A      *
000440*  MISSING OR EMPTY CARD, OR A BLANK OR NON-NUMERIC FIELD,    *
000450*  LEAVES THE COMPILED-IN DEFAULT FOR THAT FIELD, THE SAME    *
000460*  WAY DIV100 TREATS DIVPARM.  THE DORMANCY CUTOFF IS THE RUN *
000470*  DATE LESS THE CARD'S DORMANT MONTHS, SO THE CARD NEVER     *
000480*  NEEDS A NIGHTLY EDIT.                                      *
000490*                                                             *
000500*  THE STEP RUNS AHEAD OF THE DIV170 LEDGER EXTRACT SO THE    *
000510*  REVIEW IS IN COMPLIANCE'S HANDS BEFORE THE FEED IS         *
000520*  ACKNOWLEDGED.  IT ENDS RC=4 WHEN ANYTHING IS LISTED - A    *
000530*  REVIEW, NOT A HOLD; THE STREAM CONTINUES.                  *
000540*                                                             *
000550*  MODIFICATION HISTORY.                                     *
000560*    DATE       INIT  DESCRIPTION                            *
000570*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000580*-----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT DIVAUD-FILE ASSIGN TO DIVAUD
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL
000650         FILE STATUS IS WS-DIVAUD-STATUS.
000660     SELECT DIVPHIST-FILE ASSIGN TO DIVPHIST
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-DIVPHIST-STATUS.
000700     SELECT DIVMOLD-FILE ASSIGN TO DIVMOLD
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL
000730         FILE STATUS IS WS-DIVMOLD-STATUS.
000740     SELECT DIVMRIN-FILE ASSIGN TO DIVMRIN
000750         ORGANIZATION IS SEQUENTIAL
000760         ACCESS MODE IS SEQUENTIAL
000770         FILE STATUS IS WS-DIVMRIN-STATUS.
000780     SELECT DIVUCTL-FILE ASSIGN TO DIVUCTL
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL
000810         FILE STATUS IS WS-DIVUCTL-STATUS.
000820     SELECT DIVUNUS-FILE ASSIGN TO DIVUNUS
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL.
000850     SELECT DIVLOG-FILE ASSIGN TO DIVLOG
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-DIVLOG-STATUS.
000890*
000900 DATA DIVISION.
000910 FILE SECTION.
000920*-----------------------------------------------------------*
000930*  DIVAUD - THE DAY'S AUDIT TRAIL FROM DIV100.                *
000940*-----------------------------------------------------------*
000950 FD  DIVAUD-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  WS-DIVAUD-RECORD.
000990     05  DA-JOB-NAME             PIC X(08).
001000     05  DA-RUN-DATE             PIC X(08).
001010     05  DA-RUN-TIME             PIC X(08).
001020     05  DA-ACCOUNT-ID           PIC X(10).
001030     05  DA-FIELD-A              PIC S9(05).
001040     05  DA-FIELD-B              PIC S9(05).
001050     05  DA-RESULT               PIC S9(05)V99.
001060     05  DA-STATUS-CODE          PIC X(02).
001070     05  DA-STATUS-TEXT          PIC X(20).
001080     05  DA-OPERATION-CODE       PIC X(01).
001090     05  DA-TRANS-REF            PIC X(12).
001100     05  FILLER                  PIC X(06).
001110*
001120*-----------------------------------------------------------*
001130*  DIVPHIST - THE PERIOD HISTORY FROM DIV155, ONE RECORD PER  *
001140*             ACCOUNT PER PERIOD.                             *
001150*-----------------------------------------------------------*
001160 FD  DIVPHIST-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  WS-DIVPHIST-RECORD.
001200     05  PH-ACCOUNT-ID           PIC X(10).
001210     05  PH-PERIOD.
001220         10  PH-PERIOD-MM        PIC X(02).
001230         10  PH-PERIOD-SL        PIC X(01).
001240         10  PH-PERIOD-YY        PIC X(02).
001250     05  PH-DIVIDE-COUNT         PIC 9(07).
001260     05  PH-MULTIPLY-COUNT       PIC 9(07).
001270     05  PH-ADD-COUNT            PIC 9(07).
001280     05  PH-SUBTRACT-COUNT       PIC 9(07).
001290     05  PH-ACCEPT-COUNT         PIC 9(07).
001300     05  PH-REJECT-COUNT         PIC 9(07).
001310     05  PH-SUM-FIELD-A          PIC S9(09)V99.
001320     05  PH-SUM-RESULT           PIC S9(09)V99.
001330     05  FILLER                  PIC X(01).
001340*
001350*-----------------------------------------------------------*
001360*  DIVMOLD - THE MASTER AS IT STOOD BEFORE TONIGHT'S RUN.     *
001370*-----------------------------------------------------------*
001380 FD  DIVMOLD-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410 01  WS-DIVMOLD-RECORD.
001420     05  MS-ACCOUNT-ID           PIC X(10).
001430     05  MS-LAST-RUN-DATE        PIC X(08).
001440     05  MS-TRANS-COUNT          PIC 9(07).
001450     05  MS-LIFE-SUM-FIELD-A     PIC S9(09)V99.
001460     05  MS-LIFE-SUM-RESULT      PIC S9(09)V99.
001470     05  MS-LAST-RESULT          PIC S9(05)V99.
001480     05  MS-LAST-STATUS          PIC X(02).
001490     05  FILLER                  PIC X(10).
001500*
001510*-----------------------------------------------------------*
001520*  DIVMRIN - THE MASTER RECORDS DIV115 REINSTATED TONIGHT     *
001530*            FROM THE DIVMARCH ARCHIVE.                       *
001540*-----------------------------------------------------------*
001550 FD  DIVMRIN-FILE
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001580 01  WS-DIVMRIN-RECORD.
001590     05  MR-ACCOUNT-ID           PIC X(10).
001600     05  MR-LAST-RUN-DATE        PIC X(08).
001610     05  FILLER                  PIC X(48).
001620*
001630*-----------------------------------------------------------*
001640*  DIVUCTL - ONE CONTROL CARD OF REVIEW TOLERANCES:           *
001650*            COLS  1-2  HISTORY PERIODS AVERAGED (01-12)      *
001660*            COLS  4-5  PROCESSING DAYS PER PERIOD            *
001670*            COLS  7-9  VOLUME TOLERANCE, PCT OF AVERAGE      *
001680*            COLS 11-13 AMOUNT TOLERANCE, PCT OF AVERAGE      *
001690*            COLS 15-16 MIX TOLERANCE, PERCENTAGE POINTS      *
001700*            COLS 18-21 MINIMUM DAILY COUNT JUDGED            *
001710*            COLS 23-24 DORMANT MONTHS                        *
001720*-----------------------------------------------------------*
001730 FD  DIVUCTL-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 01  WS-DIVUCTL-RECORD.
001770     05  UC-HISTORY-PERIODS      PIC X(02).
001780     05  FILLER                  PIC X(01).
001790     05  UC-DAYS-PER-PERIOD      PIC X(02).
001800     05  FILLER                  PIC X(01).
001810     05  UC-VOLUME-PCT           PIC X(03).
001820     05  FILLER                  PIC X(01).
001830     05  UC-AMOUNT-PCT           PIC X(03).
001840     05  FILLER                  PIC X(01).
001850     05  UC-MIX-POINTS           PIC X(02).
001860     05  FILLER                  PIC X(01).
001870     05  UC-MIN-COUNT            PIC X(04).
001880     05  FILLER                  PIC X(01).
001890     05  UC-DORMANT-MONTHS       PIC X(02).
001900     05  FILLER                  PIC X(56).
001910*
001920*-----------------------------------------------------------*
001930*  DIVUNUS - PRINTED UNUSUAL ACTIVITY REVIEW.                 *
001940*-----------------------------------------------------------*
001950 FD  DIVUNUS-FILE
001960     RECORDING MODE IS F
001970     LABEL RECORDS ARE STANDARD.
001980 01  WS-DIVUNUS-RECORD               PIC X(80).
001990*
002000*-----------------------------------------------------------*
002010*  DIVLOG - COMMON RUN-CONTROL LOG, ONE RECORD APPENDED PER   *
002020*           STEP EXECUTION, CROSS-FOOTED BY DIV185.           *
002030*-----------------------------------------------------------*
002040 FD  DIVLOG-FILE
002050     RECORDING MODE IS F
002060     LABEL RECORDS ARE STANDARD.
002070 01  WS-DIVLOG-RECORD.
002080     05  LG-JOB-NAME             PIC X(08).
002090     05  LG-PROGRAM              PIC X(08).
002100     05  LG-RUN-DATE             PIC X(08).
002110     05  LG-RUN-TIME             PIC X(08).
002120     05  LG-RECORDS-IN           PIC 9(07).
002130     05  LG-RECORDS-OUT          PIC 9(07).
002140     05  LG-RECORDS-REJECT       PIC 9(07).
002150     05  LG-AMOUNT-1             PIC S9(11)V99.
002160     05  LG-AMOUNT-2             PIC S9(11)V99.
002170     05  FILLER                  PIC X(01).
002180*
002190 WORKING-STORAGE SECTION.
002200 01  WS-DIVAUD-STATUS              PIC X(02)      VALUE '00'.
002210 01  WS-DIVPHIST-STATUS            PIC X(02)      VALUE '00'.
002220 01  WS-DIVMOLD-STATUS             PIC X(02)      VALUE '00'.
002230 01  WS-DIVMRIN-STATUS             PIC X(02)      VALUE '00'.
002240 01  WS-DIVUCTL-STATUS             PIC X(02)      VALUE '00'.
002250 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
002260*
002270 01  WS-SWITCHES.
002280     05  WS-AUD-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002290         88  WS-AUD-EOF-YES                     VALUE 'Y'.
002300     05  WS-PHIST-EOF-SWITCH     PIC X(01)      VALUE 'N'.
002310         88  WS-PHIST-EOF-YES                   VALUE 'Y'.
002320     05  WS-OLD-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002330         88  WS-OLD-EOF-YES                     VALUE 'Y'.
002340     05  WS-MRIN-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002350         88  WS-MRIN-EOF-YES                    VALUE 'Y'.
002360     05  WS-UCTL-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002370         88  WS-UCTL-EOF-YES                    VALUE 'Y'.
002380     05  WS-ACCT-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
002390         88  WS-ACCT-FOUND-YES                  VALUE 'Y'.
002400     05  WS-PRD-PLACE-SWITCH     PIC X(01)      VALUE 'N'.
002410         88  WS-PRD-PLACE-YES                   VALUE 'Y'.
002420     05  WS-PRD-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
002430         88  WS-PRD-FOUND-YES                   VALUE 'Y'.
002440     05  WS-DATE-OK-SWITCH       PIC X(01)      VALUE 'N'.
002450         88  WS-DATE-OK-YES                     VALUE 'Y'.
002460*
002470*-----------------------------------------------------------*
002480*  WS-TOLERANCES - THE REVIEW SETTINGS IN FORCE: COMPILED-IN  *
002490*                  DEFAULTS, OVERRIDDEN FIELD BY FIELD BY     *
002500*                  THE DIVUCTL CARD.                          *
002510*-----------------------------------------------------------*
002520 01  WS-TOLERANCES.
002530     05  WS-HISTORY-PERIODS      PIC 9(02)      VALUE 06.
002540     05  WS-DAYS-PER-PERIOD      PIC 9(02)      VALUE 21.
002550     05  WS-VOLUME-PCT           PIC 9(03)      VALUE 300.
002560     05  WS-AMOUNT-PCT           PIC 9(03)      VALUE 300.
002570     05  WS-MIX-POINTS           PIC 9(02)      VALUE 25.
002580     05  WS-MIN-COUNT            PIC 9(04)      VALUE 0010.
002590     05  WS-DORMANT-MONTHS       PIC 9(02)      VALUE 06.
002600*
002610*-----------------------------------------------------------*
002620*  WS-DAY-TABLE - ONE ENTRY PER ACCOUNT WITH ACTIVITY IN THE  *
002630*                 DAY'S DIVAUD: TODAY'S FIGURES (WS-DY-),     *
002640*                 ITS HISTORY OVER THE WINDOW (WS-HS-), WHAT  *
002650*                 THE PRIOR MASTER AND DIVMRIN SAY ABOUT IT,  *
002660*                 AND THE REVIEW OUTCOME.  THE OPERATION      *
002670*                 COUNTS ARE INDEXED 1-4 FOR D/M/A/S.         *
002680*-----------------------------------------------------------*
002690 01  WS-DAY-TABLE.
002700     05  WS-DAY-ENTRY OCCURS 1000 TIMES.
002710         10  WS-DY-ACCOUNT-ID    PIC X(10).
002720         10  WS-DY-ENTRIES       PIC 9(07) COMP.
002730         10  WS-DY-ACCEPT        PIC 9(07) COMP.
002740         10  WS-DY-REJECT        PIC 9(07) COMP.
002750         10  WS-DY-OP-COUNT      PIC 9(07) COMP
002760                                 OCCURS 4 TIMES.
002770         10  WS-DY-SUM-FIELD-A   PIC S9(09)V99.
002780         10  WS-HS-COUNT         PIC 9(07) COMP.
002790         10  WS-HS-OP-COUNT      PIC 9(07) COMP
002800                                 OCCURS 4 TIMES.
002810         10  WS-HS-SUM-FIELD-A   PIC S9(09)V99.
002820         10  WS-DY-ON-MASTER     PIC X(01).
002830         10  WS-DY-REINSTATED    PIC X(01).
002840         10  WS-DY-LAST-RUN-DATE PIC X(08).
002850         10  WS-DY-FLAG-VOL      PIC X(01).
002860         10  WS-DY-FLAG-AMT      PIC X(01).
002870         10  WS-DY-FLAG-MIX      PIC X(01).
002880         10  WS-DY-FIRST-KIND    PIC X(10).
002890*
002900 01  WS-DAY-CONTROLS               COMP.
002910     05  WS-DAY-COUNT            PIC 9(04)      VALUE ZERO.
002920     05  WS-DAY-SUB              PIC 9(04)      VALUE ZERO.
002930     05  WS-DAY-MAX              PIC 9(04)      VALUE 1000.
002940     05  WS-OP-SUB               PIC 9(04)      VALUE ZERO.
002950*
002960*-----------------------------------------------------------*
002970*  WS-PERIOD-TABLE - THE DISTINCT PERIODS ON DIVPHIST AS      *
002980*                    YYMM, KEPT NEWEST FIRST.  THE WINDOW IS  *
002990*                    THE FIRST WS-WINDOW-PERIODS ENTRIES.     *
003000*-----------------------------------------------------------*
003010 01  WS-PERIOD-TABLE.
003020     05  WS-PRD-YYMM             PIC X(04)
003030                                 OCCURS 120 TIMES.
003040*
003050 01  WS-PERIOD-CONTROLS            COMP.
003060     05  WS-PRD-COUNT            PIC 9(04)      VALUE ZERO.
003070     05  WS-PRD-SUB              PIC 9(04)      VALUE ZERO.
003080     05  WS-PRD-MAX              PIC 9(04)      VALUE 120.
003090     05  WS-SHIFT-SUB            PIC 9(04)      VALUE ZERO.
003100     05  WS-WINDOW-PERIODS       PIC 9(04)      VALUE ZERO.
003110*
003120 01  WS-PERIOD-WORK.
003130     05  WS-WORK-PERIOD-YYMM.
003140         10  WS-WORK-PERIOD-YY   PIC X(02).
003150         10  WS-WORK-PERIOD-MM   PIC X(02).
003160     05  WS-WINDOW-FROM-YYMM     PIC X(04)      VALUE SPACES.
003170*
003180*-----------------------------------------------------------*
003190*  WS-DATE-WORK - MM/DD/YY DATES REARRANGED TO YYMMDD SO      *
003200*                 THEY COLLATE FOR THE DORMANCY COMPARISON.   *
003210*-----------------------------------------------------------*
003220 01  WS-DATE-WORK.
003230     05  WS-EDIT-DATE.
003240         10  WS-EDIT-MM          PIC X(02).
003250         10  WS-EDIT-SL1         PIC X(01).
003260         10  WS-EDIT-DD          PIC X(02).
003270         10  WS-EDIT-SL2         PIC X(01).
003280         10  WS-EDIT-YY          PIC X(02).
003290     05  WS-WORK-YYMMDD.
003300         10  WS-WORK-YY          PIC X(02).
003310         10  WS-WORK-MM          PIC X(02).
003320         10  WS-WORK-DD          PIC X(02).
003330     05  WS-DORMANT-YYMMDD.
003340         10  WS-DORMANT-YY       PIC 9(02).
003350         10  WS-DORMANT-MM       PIC 9(02).
003360         10  WS-DORMANT-DD       PIC 9(02).
003370     05  WS-DORMANT-DATE         PIC X(08).
003380     05  WS-MONTH-NUMBER         PIC 9(05)      COMP.
003390     05  WS-MONTH-YEARS          PIC 9(05)      COMP.
003400     05  WS-MONTH-REMAINDER      PIC 9(05)      COMP.
003410*
003420*-----------------------------------------------------------*
003430*  WS-REVIEW-WORK - ONE ACCOUNT'S COMPARISON FIGURES.  THE    *
003440*                   PERCENTAGES CAP AT 99999 WHEN TODAY HAS   *
003450*                   ACTIVITY AND THE AVERAGE IS ZERO.         *
003460*-----------------------------------------------------------*
003470 01  WS-REVIEW-WORK.
003480     05  WS-DAY-DIVISOR          PIC 9(05)      COMP.
003490     05  WS-DAY-VOLUME           PIC 9(07)      COMP.
003500     05  WS-AVG-COUNT            PIC 9(07)V99.
003510     05  WS-VOL-PCT              PIC 9(05).
003520     05  WS-DAY-AMOUNT           PIC 9(09)V99.
003530     05  WS-HIST-AMOUNT          PIC 9(09)V99.
003540     05  WS-AVG-AMOUNT           PIC 9(09)V99.
003550     05  WS-AMT-PCT              PIC 9(05).
003560     05  WS-HIST-OPS             PIC 9(07)      COMP.
003570     05  WS-DAY-SHARE            PIC 9(03)
003580                                 OCCURS 4 TIMES.
003590     05  WS-HIST-SHARE           PIC 9(03)
003600                                 OCCURS 4 TIMES.
003610     05  WS-SHARE-GAP            PIC 9(03).
003620*
003630 01  WS-RUN-COUNTERS               COMP.
003640     05  WS-ENTRIES-READ         PIC 9(07)      VALUE ZERO.
003650     05  WS-HISTORY-READ         PIC 9(07)      VALUE ZERO.
003660     05  WS-HISTORY-USED         PIC 9(07)      VALUE ZERO.
003670     05  WS-MASTERS-READ         PIC 9(07)      VALUE ZERO.
003680     05  WS-REINSTATED-READ      PIC 9(07)      VALUE ZERO.
003690     05  WS-ACCTS-NOT-JUDGED     PIC 9(07)      VALUE ZERO.
003700     05  WS-ACCTS-UNUSUAL        PIC 9(07)      VALUE ZERO.
003710     05  WS-ACCTS-NEW            PIC 9(07)      VALUE ZERO.
003720     05  WS-ACCTS-DORMANT        PIC 9(07)      VALUE ZERO.
003730     05  WS-ACCTS-REINSTATED     PIC 9(07)      VALUE ZERO.
003740     05  WS-ACCTS-LISTED         PIC 9(07)      VALUE ZERO.
003750*
003760 01  WS-RUN-DATE-FIELDS.
003770     05  WS-SYSTEM-DATE.
003780         10  WS-SYSTEM-YY        PIC 9(02).
003790         10  WS-SYSTEM-MM        PIC 9(02).
003800         10  WS-SYSTEM-DD        PIC 9(02).
003810     05  WS-REPORT-DATE          PIC X(08).
003820     05  WS-SYSTEM-TIME.
003830         10  WS-SYSTEM-HH        PIC 9(02).
003840         10  WS-SYSTEM-MN        PIC 9(02).
003850         10  WS-SYSTEM-SS        PIC 9(02).
003860         10  WS-SYSTEM-HS        PIC 9(02).
003870     05  WS-RUN-TIME             PIC X(08).
003880*
003890 01  WS-PRINT-CONTROLS.
003900     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
003910     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
003920     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
003930*
003940 01  WS-UNS-HEADING-1.
003950     05  FILLER                  PIC X(10)      VALUE "DIV200".
003960     05  FILLER                  PIC X(32)
003970             VALUE "UNUSUAL ACTIVITY REVIEW        ".
003980     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003990     05  HDG1-RUN-DATE           PIC X(08).
004000     05  FILLER                  PIC X(05)      VALUE "PAGE:".
004010     05  HDG1-PAGE-NO            PIC ZZZ9.
004020*
004030 01  WS-UNS-PARM-LINE-1.
004040     05  FILLER                  PIC X(17)
004050             VALUE "HISTORY PERIODS=".
004060     05  PRM-WINDOW-PERIODS      PIC Z9.
004070     05  FILLER                  PIC X(04)      VALUE " OF ".
004080     05  PRM-HISTORY-PERIODS     PIC Z9.
004090     05  FILLER                  PIC X(14)
004100             VALUE " WANTED, FROM ".
004110     05  PRM-WINDOW-FROM         PIC X(05).
004120     05  FILLER                  PIC X(15)
004130             VALUE "   DAYS/PERIOD=".
004140     05  PRM-DAYS-PER-PERIOD     PIC Z9.
004150*
004160 01  WS-UNS-PARM-LINE-2.
004170     05  FILLER                  PIC X(09)      VALUE "VOL TOL=".
004180     05  PRM-VOLUME-PCT          PIC ZZ9.
004190     05  FILLER                  PIC X(11)
004200             VALUE "%  AMT TOL=".
004210     05  PRM-AMOUNT-PCT          PIC ZZ9.
004220     05  FILLER                  PIC X(11)
004230             VALUE "%  MIX TOL=".
004240     05  PRM-MIX-POINTS          PIC Z9.
004250     05  FILLER                  PIC X(15)
004260             VALUE " PTS  MIN CNT=".
004270     05  PRM-MIN-COUNT           PIC ZZZ9.
004280*
004290 01  WS-UNS-PARM-LINE-3.
004300     05  FILLER                  PIC X(16)
004310             VALUE "DORMANT MONTHS=".
004320     05  PRM-DORMANT-MONTHS      PIC Z9.
004330     05  FILLER                  PIC X(22)
004340             VALUE "  (LAST ACTIVE BEFORE ".
004350     05  PRM-DORMANT-DATE        PIC X(08).
004360     05  FILLER                  PIC X(01)      VALUE ")".
004370*
004380 01  WS-UNS-SECTION-1             PIC X(40)
004390         VALUE "SECTION 1 - UNUSUAL ACTIVITY".
004400*
004410 01  WS-UNS-HEADING-2.
004420     05  FILLER                  PIC X(12)      VALUE "ACCOUNT".
004430     05  FILLER                  PIC X(05)      VALUE "TODAY".
004440     05  FILLER                  PIC X(01)      VALUE SPACES.
004450     05  FILLER                  PIC X(08)      VALUE " AVG/DAY".
004460     05  FILLER                  PIC X(01)      VALUE SPACES.
004470     05  FILLER                  PIC X(05)      VALUE " VOL%".
004480     05  FILLER                  PIC X(01)      VALUE SPACES.
004490     05  FILLER                  PIC X(12)
004500             VALUE " TODAY FLD-A".
004510     05  FILLER                  PIC X(01)      VALUE SPACES.
004520     05  FILLER                  PIC X(12)
004530             VALUE "AVG/DAY FLDA".
004540     05  FILLER                  PIC X(01)      VALUE SPACES.
004550     05  FILLER                  PIC X(05)      VALUE " AMT%".
004560     05  FILLER                  PIC X(02)      VALUE SPACES.
004570     05  FILLER                  PIC X(11)      VALUE "FLAGS".
004580*
004590 01  WS-UNS-DETAIL.
004600     05  UNS-ACCOUNT-ID          PIC X(10).
004610     05  FILLER                  PIC X(02)      VALUE SPACES.
004620     05  UNS-DAY-VOLUME          PIC ZZZZ9.
004630     05  FILLER                  PIC X(01)      VALUE SPACES.
004640     05  UNS-AVG-COUNT           PIC ZZZZ9.99.
004650     05  FILLER                  PIC X(01)      VALUE SPACES.
004660     05  UNS-VOL-PCT             PIC ZZZZ9.
004670     05  FILLER                  PIC X(01)      VALUE SPACES.
004680     05  UNS-DAY-AMOUNT          PIC ZZZZZZZZ9.99.
004690     05  FILLER                  PIC X(01)      VALUE SPACES.
004700     05  UNS-AVG-AMOUNT          PIC ZZZZZZZZ9.99.
004710     05  FILLER                  PIC X(01)      VALUE SPACES.
004720     05  UNS-AMT-PCT             PIC ZZZZ9.
004730     05  FILLER                  PIC X(02)      VALUE SPACES.
004740     05  UNS-FLAG-VOL            PIC X(04).
004750     05  UNS-FLAG-AMT            PIC X(04).
004760     05  UNS-FLAG-MIX            PIC X(03).
004770*
004780 01  WS-UNS-MIX-LINE.
004790     05  FILLER                  PIC X(12)      VALUE SPACES.
004800     05  FILLER                  PIC X(11)
004810             VALUE "MIX% TODAY".
004820     05  FILLER                  PIC X(02)      VALUE "D=".
004830     05  MIX-DAY-SHARE-D         PIC ZZ9.
004840     05  FILLER                  PIC X(03)      VALUE " M=".
004850     05  MIX-DAY-SHARE-M         PIC ZZ9.
004860     05  FILLER                  PIC X(03)      VALUE " A=".
004870     05  MIX-DAY-SHARE-A         PIC ZZ9.
004880     05  FILLER                  PIC X(03)      VALUE " S=".
004890     05  MIX-DAY-SHARE-S         PIC ZZ9.
004900     05  FILLER                  PIC X(10)      VALUE "  HISTORY".
004910     05  FILLER                  PIC X(02)      VALUE "D=".
004920     05  MIX-HIST-SHARE-D        PIC ZZ9.
004930     05  FILLER                  PIC X(03)      VALUE " M=".
004940     05  MIX-HIST-SHARE-M        PIC ZZ9.
004950     05  FILLER                  PIC X(03)      VALUE " A=".
004960     05  MIX-HIST-SHARE-A        PIC ZZ9.
004970     05  FILLER                  PIC X(03)      VALUE " S=".
004980     05  MIX-HIST-SHARE-S        PIC ZZ9.
004990*
005000 01  WS-UNS-SECTION-2             PIC X(60)
005010         VALUE "SECTION 2 - NEW, DORMANT AND REINSTATED ACCOUNTS".
005020*
005030 01  WS-UNS-HEADING-3.
005040     05  FILLER                  PIC X(12)      VALUE "ACCOUNT".
005050     05  FILLER                  PIC X(12)      VALUE "KIND".
005060     05  FILLER                  PIC X(10)      VALUE "LAST RUN".
005070     05  FILLER                  PIC X(07)      VALUE "  TODAY".
005080     05  FILLER                  PIC X(07)      VALUE "  ACCPT".
005090     05  FILLER                  PIC X(14)
005100             VALUE "   TODAY FLD-A".
005110*
005120 01  WS-UNS-FIRST-DETAIL.
005130     05  FST-ACCOUNT-ID          PIC X(10).
005140     05  FILLER                  PIC X(02)      VALUE SPACES.
005150     05  FST-KIND                PIC X(10).
005160     05  FILLER                  PIC X(02)      VALUE SPACES.
005170     05  FST-LAST-RUN-DATE       PIC X(08).
005180     05  FILLER                  PIC X(02)      VALUE SPACES.
005190     05  FST-DAY-VOLUME          PIC ZZZZ9.
005200     05  FILLER                  PIC X(02)      VALUE SPACES.
005210     05  FST-DAY-ACCEPT          PIC ZZZZ9.
005220     05  FILLER                  PIC X(02)      VALUE SPACES.
005230     05  FST-DAY-SUM-FIELD-A     PIC -ZZZZZZZZ9.99.
005240*
005250 01  WS-UNS-NONE-LINE             PIC X(40)
005260         VALUE "  (NONE)".
005270*
005280 01  WS-UNS-TRAILER-1             PIC X(40)
005290         VALUE "*** CONTROL TOTALS ***".
005300*
005310 01  WS-UNS-TRAILER-2.
005320     05  FILLER                  PIC X(20)
005330             VALUE "AUDIT ENTRIES READ=".
005340     05  TRL-ENTRIES-READ        PIC ZZZZZZ9.
005350*
005360 01  WS-UNS-TRAILER-3.
005370     05  FILLER                  PIC X(20)
005380             VALUE "ACCOUNTS ACTIVE   =".
005390     05  TRL-DAY-COUNT           PIC ZZZZZZ9.
005400*
005410 01  WS-UNS-TRAILER-4.
005420     05  FILLER                  PIC X(20)
005430             VALUE "HISTORY READ      =".
005440     05  TRL-HISTORY-READ        PIC ZZZZZZ9.
005450*
005460 01  WS-UNS-TRAILER-5.
005470     05  FILLER                  PIC X(20)
005480             VALUE "HISTORY USED      =".
005490     05  TRL-HISTORY-USED        PIC ZZZZZZ9.
005500*
005510 01  WS-UNS-TRAILER-6.
005520     05  FILLER                  PIC X(20)
005530             VALUE "NOT JUDGED        =".
005540     05  TRL-NOT-JUDGED          PIC ZZZZZZ9.
005550*
005560 01  WS-UNS-TRAILER-7.
005570     05  FILLER                  PIC X(20)
005580             VALUE "UNUSUAL ACTIVITY  =".
005590     05  TRL-UNUSUAL             PIC ZZZZZZ9.
005600*
005610 01  WS-UNS-TRAILER-8.
005620     05  FILLER                  PIC X(20)
005630             VALUE "NEW ACCOUNTS      =".
005640     05  TRL-NEW                 PIC ZZZZZZ9.
005650*
005660 01  WS-UNS-TRAILER-9.
005670     05  FILLER                  PIC X(20)
005680             VALUE "DORMANT ACCOUNTS  =".
005690     05  TRL-DORMANT             PIC ZZZZZZ9.
005700*
005710 01  WS-UNS-TRAILER-10.
005720     05  FILLER                  PIC X(20)
005730             VALUE "REINSTATED ACCTS  =".
005740     05  TRL-REINSTATED          PIC ZZZZZZ9.
005750*
005760 PROCEDURE DIVISION.
005770 0000-MAINLINE.
005780     PERFORM 100-INITIALIZE.
005790     MOVE 1 TO WS-DAY-SUB.
005800     PERFORM 200-REVIEW-LOOP UNTIL WS-DAY-SUB > WS-DAY-COUNT.
005810     PERFORM 300-PRINT-UNUSUAL.
005820     PERFORM 350-PRINT-FIRST-ACTIVITY.
005830     PERFORM 400-CONTROL-TOTALS.
005840     PERFORM 900-TERMINATE.
005850     STOP RUN.
005860*
005870*-----------------------------------------------------------*
005880*  100-INITIALIZE - SETS THE TOLERANCES, TABLES THE DAY'S     *
005890*                   ACCOUNTS, PICKS THE HISTORY WINDOW AND    *
005900*                   ATTACHES THE HISTORY, THE PRIOR MASTER    *
005910*                   AND TONIGHT'S REINSTATEMENTS TO THEM.     *
005920*-----------------------------------------------------------*
005930 100-INITIALIZE.
005940     ACCEPT WS-SYSTEM-DATE FROM DATE.
005950     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
005960     MOVE "/" TO WS-REPORT-DATE(3:1).
005970     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
005980     MOVE "/" TO WS-REPORT-DATE(6:1).
005990     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
006000     PERFORM 110-READ-TOLERANCES.
006010     PERFORM 120-SET-DORMANT-CUTOFF.
006020     OPEN INPUT DIVAUD-FILE.
006030     IF WS-DIVAUD-STATUS NOT = "00"
006040         DISPLAY "DIV200 - FATAL - DIVAUD OPEN FAILED, "
006050             "FILE STATUS " WS-DIVAUD-STATUS
006060         MOVE 16 TO RETURN-CODE
006070         STOP RUN
006080     END-IF.
006090     PERFORM 130-READ-AUDIT.
006100     PERFORM 131-TALLY-AUDIT-ENTRY UNTIL WS-AUD-EOF-YES.
006110     CLOSE DIVAUD-FILE.
006120     PERFORM 140-FIND-HISTORY-WINDOW.
006130     PERFORM 150-LOAD-HISTORY.
006140     PERFORM 160-LOAD-PRIOR-MASTER.
006150     PERFORM 170-LOAD-REINSTATEMENTS.
006160     OPEN OUTPUT DIVUNUS-FILE.
006170     PERFORM 310-WRITE-HEADINGS.
006180     MOVE WS-WINDOW-PERIODS   TO PRM-WINDOW-PERIODS.
006190     MOVE WS-HISTORY-PERIODS  TO PRM-HISTORY-PERIODS.
006200     IF WS-WINDOW-PERIODS > ZERO
006210         MOVE WS-WINDOW-FROM-YYMM(3:2) TO PRM-WINDOW-FROM(1:2)
006220         MOVE "/" TO PRM-WINDOW-FROM(3:1)
006230         MOVE WS-WINDOW-FROM-YYMM(1:2) TO PRM-WINDOW-FROM(4:2)
006240     ELSE
006250         MOVE "NONE " TO PRM-WINDOW-FROM
006260     END-IF.
006270     MOVE WS-DAYS-PER-PERIOD  TO PRM-DAYS-PER-PERIOD.
006280     MOVE WS-VOLUME-PCT       TO PRM-VOLUME-PCT.
006290     MOVE WS-AMOUNT-PCT       TO PRM-AMOUNT-PCT.
006300     MOVE WS-MIX-POINTS       TO PRM-MIX-POINTS.
006310     MOVE WS-MIN-COUNT        TO PRM-MIN-COUNT.
006320     MOVE WS-DORMANT-MONTHS   TO PRM-DORMANT-MONTHS.
006330     MOVE WS-DORMANT-DATE     TO PRM-DORMANT-DATE.
006340     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-PARM-LINE-1
006350         AFTER ADVANCING 2 LINES.
006360     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-PARM-LINE-2
006370         AFTER ADVANCING 1 LINE.
006380     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-PARM-LINE-3
006390         AFTER ADVANCING 1 LINE.
006400     ADD 4 TO WS-LINE-COUNT.
006410*
006420*-----------------------------------------------------------*
006430*  110-READ-TOLERANCES - READS DIVUCTL, IF PRESENT.  EACH     *
006440*                  FIELD THAT IS NUMERIC AND NON-ZERO         *
006450*                  REPLACES ITS DEFAULT; ANYTHING ELSE LEAVES *
006460*                  THE DEFAULT IN FORCE.                      *
006470*-----------------------------------------------------------*
006480 110-READ-TOLERANCES.
006490     OPEN INPUT DIVUCTL-FILE.
006500     IF WS-DIVUCTL-STATUS = "00"
006510         READ DIVUCTL-FILE
006520             AT END
006530                 SET WS-UCTL-EOF-YES TO TRUE
006540         END-READ
006550         CLOSE DIVUCTL-FILE
006560     ELSE
006570         SET WS-UCTL-EOF-YES TO TRUE
006580     END-IF.
006590     IF WS-UCTL-EOF-YES
006600         DISPLAY "DIV200 - NOTE - NO DIVUCTL CARD - "
006610             "DEFAULT TOLERANCES IN FORCE"
006620     ELSE
006630         IF UC-HISTORY-PERIODS IS NUMERIC AND
006640                 UC-HISTORY-PERIODS > "00" AND
006650                 UC-HISTORY-PERIODS NOT > "12"
006660             MOVE UC-HISTORY-PERIODS TO WS-HISTORY-PERIODS
006670         END-IF
006680         IF UC-DAYS-PER-PERIOD IS NUMERIC AND
006690                 UC-DAYS-PER-PERIOD > "00" AND
006700                 UC-DAYS-PER-PERIOD NOT > "31"
006710             MOVE UC-DAYS-PER-PERIOD TO WS-DAYS-PER-PERIOD
006720         END-IF
006730         IF UC-VOLUME-PCT IS NUMERIC AND
006740                 UC-VOLUME-PCT > "000"
006750             MOVE UC-VOLUME-PCT TO WS-VOLUME-PCT
006760         END-IF
006770         IF UC-AMOUNT-PCT IS NUMERIC AND
006780                 UC-AMOUNT-PCT > "000"
006790             MOVE UC-AMOUNT-PCT TO WS-AMOUNT-PCT
006800         END-IF
006810         IF UC-MIX-POINTS IS NUMERIC AND
006820                 UC-MIX-POINTS > "00"
006830             MOVE UC-MIX-POINTS TO WS-MIX-POINTS
006840         END-IF
006850         IF UC-MIN-COUNT IS NUMERIC AND
006860                 UC-MIN-COUNT > "0000"
006870             MOVE UC-MIN-COUNT TO WS-MIN-COUNT
006880         END-IF
006890         IF UC-DORMANT-MONTHS IS NUMERIC AND
006900                 UC-DORMANT-MONTHS > "00"
006910             MOVE UC-DORMANT-MONTHS TO WS-DORMANT-MONTHS
006920         END-IF
006930     END-IF.
006940*
006950*-----------------------------------------------------------*
006960*  120-SET-DORMANT-CUTOFF - THE RUN DATE LESS THE DORMANT     *
006970*                  MONTHS, AS YYMMDD FOR THE COMPARISON AND   *
006980*                  MM/DD/YY FOR THE REPORT.  THE DAY OF MONTH *
006990*                  IS KEPT; IT ONLY HAS TO COLLATE.           *
007000*-----------------------------------------------------------*
007010 120-SET-DORMANT-CUTOFF.
007020     COMPUTE WS-MONTH-NUMBER =
007030         (WS-SYSTEM-YY + 100) * 12 + WS-SYSTEM-MM - 1
007040         - WS-DORMANT-MONTHS.
007050     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-MONTH-YEARS
007060         REMAINDER WS-MONTH-REMAINDER.
007070     SUBTRACT 100 FROM WS-MONTH-YEARS.
007080     MOVE WS-MONTH-YEARS TO WS-DORMANT-YY.
007090     COMPUTE WS-DORMANT-MM = WS-MONTH-REMAINDER + 1.
007100     MOVE WS-SYSTEM-DD TO WS-DORMANT-DD.
007110     MOVE WS-DORMANT-MM TO WS-DORMANT-DATE(1:2).
007120     MOVE "/" TO WS-DORMANT-DATE(3:1).
007130     MOVE WS-DORMANT-DD TO WS-DORMANT-DATE(4:2).
007140     MOVE "/" TO WS-DORMANT-DATE(6:1).
007150     MOVE WS-DORMANT-YY TO WS-DORMANT-DATE(7:2).
007160*
007170 130-READ-AUDIT.
007180     READ DIVAUD-FILE
007190         AT END
007200             SET WS-AUD-EOF-YES TO TRUE
007210         NOT AT END
007220             ADD 1 TO WS-ENTRIES-READ
007230     END-READ.
007240*
007250*-----------------------------------------------------------*
007260*  131-TALLY-AUDIT-ENTRY - THE DIV155 RULES: ACCEPTED         *
007270*                  ACTIVITY JOINS THE SUM AND THE OPERATION   *
007280*                  COUNTS, A REVERSAL TAKES ITS ORIGINAL'S    *
007290*                  FIELD-A BACK OFF, HELD ENTRIES ARE NOT     *
007300*                  ACTIVITY YET, ANYTHING ELSE IS A REJECT.   *
007310*-----------------------------------------------------------*
007320 131-TALLY-AUDIT-ENTRY.
007330     PERFORM 135-FIND-DAY-ENTRY.
007340     IF NOT WS-ACCT-FOUND-YES
007350         PERFORM 136-ADD-DAY-ENTRY
007360     END-IF.
007370     ADD 1 TO WS-DY-ENTRIES(WS-DAY-SUB).
007380     EVALUATE TRUE
007390         WHEN DA-STATUS-CODE = "00"
007400             ADD 1 TO WS-DY-ACCEPT(WS-DAY-SUB)
007410             ADD DA-FIELD-A TO WS-DY-SUM-FIELD-A(WS-DAY-SUB)
007420             EVALUATE DA-OPERATION-CODE
007430                 WHEN "M"
007440                     MOVE 2 TO WS-OP-SUB
007450                 WHEN "A"
007460                     MOVE 3 TO WS-OP-SUB
007470                 WHEN "S"
007480                     MOVE 4 TO WS-OP-SUB
007490                 WHEN OTHER
007500                     MOVE 1 TO WS-OP-SUB
007510             END-EVALUATE
007520             ADD 1 TO WS-DY-OP-COUNT(WS-DAY-SUB, WS-OP-SUB)
007530         WHEN DA-STATUS-CODE = "20"
007540             CONTINUE
007550         WHEN DA-STATUS-CODE = "30"
007560             SUBTRACT DA-FIELD-A
007570                 FROM WS-DY-SUM-FIELD-A(WS-DAY-SUB)
007580         WHEN OTHER
007590             ADD 1 TO WS-DY-REJECT(WS-DAY-SUB)
007600     END-EVALUATE.
007610     PERFORM 130-READ-AUDIT.
007620*
007630*-----------------------------------------------------------*
007640*  135-FIND-DAY-ENTRY - LOOKS THE ACCOUNT IN DA-ACCOUNT-ID UP *
007650*                  IN THE DAY TABLE.  THE HISTORY, MASTER AND *
007660*                  DIVMRIN PASSES MOVE THEIR KEY THERE FIRST. *
007670*-----------------------------------------------------------*
007680 135-FIND-DAY-ENTRY.
007690     MOVE 'N' TO WS-ACCT-FOUND-SWITCH.
007700     MOVE 1 TO WS-DAY-SUB.
007710     PERFORM 137-SCAN-DAY-TABLE
007720         UNTIL WS-ACCT-FOUND-YES OR WS-DAY-SUB > WS-DAY-COUNT.
007730*
007740 136-ADD-DAY-ENTRY.
007750     IF WS-DAY-COUNT >= WS-DAY-MAX
007760         DISPLAY "DIV200 - FATAL - MORE ACCOUNTS THAN "
007770             "WS-DAY-TABLE HOLDS"
007780         MOVE 16 TO RETURN-CODE
007790         STOP RUN
007800     END-IF.
007810     ADD 1 TO WS-DAY-COUNT.
007820     MOVE WS-DAY-COUNT TO WS-DAY-SUB.
007830     INITIALIZE WS-DAY-ENTRY(WS-DAY-SUB).
007840     MOVE DA-ACCOUNT-ID TO WS-DY-ACCOUNT-ID(WS-DAY-SUB).
007850     MOVE 'N' TO WS-DY-ON-MASTER(WS-DAY-SUB).
007860     MOVE 'N' TO WS-DY-REINSTATED(WS-DAY-SUB).
007870*
007880 137-SCAN-DAY-TABLE.
007890     IF WS-DY-ACCOUNT-ID(WS-DAY-SUB) = DA-ACCOUNT-ID
007900         SET WS-ACCT-FOUND-YES TO TRUE
007910     ELSE
007920         ADD 1 TO WS-DAY-SUB
007930     END-IF.
007940*
007950*-----------------------------------------------------------*
007960*  140-FIND-HISTORY-WINDOW - FIRST PASS OVER DIVPHIST: THE    *
007970*                  DISTINCT PERIODS ON FILE, NEWEST FIRST.    *
007980*                  THE WINDOW IS THE NEWEST WS-HISTORY-       *
007990*                  PERIODS OF THEM (FEWER WHILE THE HISTORY   *
008000*                  IS STILL SHORT).  NO HISTORY AT ALL MEANS  *
008010*                  NOTHING CAN BE JUDGED - NOT AN ERROR.      *
008020*-----------------------------------------------------------*
008030 140-FIND-HISTORY-WINDOW.
008040     OPEN INPUT DIVPHIST-FILE.
008050     IF WS-DIVPHIST-STATUS = "00"
008060         PERFORM 145-READ-HISTORY
008070         PERFORM 141-REGISTER-PERIOD UNTIL WS-PHIST-EOF-YES
008080         CLOSE DIVPHIST-FILE
008090     ELSE
008100         DISPLAY "DIV200 - NOTE - DIVPHIST NOT AVAILABLE, "
008110             "FILE STATUS " WS-DIVPHIST-STATUS
008120             " - NO ACCOUNT CAN BE JUDGED"
008130     END-IF.
008140     IF WS-PRD-COUNT < WS-HISTORY-PERIODS
008150         MOVE WS-PRD-COUNT TO WS-WINDOW-PERIODS
008160     ELSE
008170         MOVE WS-HISTORY-PERIODS TO WS-WINDOW-PERIODS
008180     END-IF.
008190     IF WS-WINDOW-PERIODS > ZERO
008200         MOVE WS-PRD-YYMM(WS-WINDOW-PERIODS)
008210             TO WS-WINDOW-FROM-YYMM
008220     END-IF.
008230*
008240 141-REGISTER-PERIOD.
008250     ADD 1 TO WS-HISTORY-READ.
008260     PERFORM 146-SET-PERIOD-YYMM.
008270     MOVE 'N' TO WS-PRD-FOUND-SWITCH.
008280     MOVE 'N' TO WS-PRD-PLACE-SWITCH.
008290     MOVE 1 TO WS-PRD-SUB.
008300     PERFORM 142-SCAN-PERIOD-TABLE
008310         UNTIL WS-PRD-PLACE-YES OR WS-PRD-SUB > WS-PRD-COUNT.
008320     IF NOT WS-PRD-FOUND-YES
008330         IF WS-PRD-COUNT >= WS-PRD-MAX
008340             DISPLAY "DIV200 - FATAL - MORE PERIODS ON DIVPHIST "
008350                 "THAN WS-PERIOD-TABLE HOLDS"
008360             MOVE 16 TO RETURN-CODE
008370             STOP RUN
008380         END-IF
008390         MOVE WS-PRD-COUNT TO WS-SHIFT-SUB
008400         PERFORM 143-SHIFT-PERIOD-ENTRY
008410             UNTIL WS-SHIFT-SUB < WS-PRD-SUB
008420         MOVE WS-WORK-PERIOD-YYMM TO WS-PRD-YYMM(WS-PRD-SUB)
008430         ADD 1 TO WS-PRD-COUNT
008440     END-IF.
008450     PERFORM 145-READ-HISTORY.
008460*
008470 142-SCAN-PERIOD-TABLE.
008480     IF WS-PRD-YYMM(WS-PRD-SUB) = WS-WORK-PERIOD-YYMM
008490         SET WS-PRD-FOUND-YES TO TRUE
008500         SET WS-PRD-PLACE-YES TO TRUE
008510     ELSE
008520         IF WS-PRD-YYMM(WS-PRD-SUB) < WS-WORK-PERIOD-YYMM
008530             SET WS-PRD-PLACE-YES TO TRUE
008540         ELSE
008550             ADD 1 TO WS-PRD-SUB
008560         END-IF
008570     END-IF.
008580*
008590 143-SHIFT-PERIOD-ENTRY.
008600     MOVE WS-PRD-YYMM(WS-SHIFT-SUB)
008610         TO WS-PRD-YYMM(WS-SHIFT-SUB + 1).
008620     SUBTRACT 1 FROM WS-SHIFT-SUB.
008630*
008640 145-READ-HISTORY.
008650     READ DIVPHIST-FILE
008660         AT END
008670             SET WS-PHIST-EOF-YES TO TRUE
008680     END-READ.
008690*
008700 146-SET-PERIOD-YYMM.
008710     MOVE PH-PERIOD-YY TO WS-WORK-PERIOD-YY.
008720     MOVE PH-PERIOD-MM TO WS-WORK-PERIOD-MM.
008730*
008740*-----------------------------------------------------------*
008750*  150-LOAD-HISTORY - SECOND PASS OVER DIVPHIST: EVERY RECORD *
008760*                  IN THE WINDOW FOR AN ACCOUNT ACTIVE TODAY  *
008770*                  JOINS THAT ACCOUNT'S HISTORY TOTALS.       *
008780*-----------------------------------------------------------*
008790 150-LOAD-HISTORY.
008800     IF WS-WINDOW-PERIODS > ZERO
008810         MOVE 'N' TO WS-PHIST-EOF-SWITCH
008820         OPEN INPUT DIVPHIST-FILE
008830         PERFORM 145-READ-HISTORY
008840         PERFORM 151-ADD-HISTORY-RECORD UNTIL WS-PHIST-EOF-YES
008850         CLOSE DIVPHIST-FILE
008860     END-IF.
008870*
008880 151-ADD-HISTORY-RECORD.
008890     PERFORM 146-SET-PERIOD-YYMM.
008900     IF WS-WORK-PERIOD-YYMM NOT < WS-WINDOW-FROM-YYMM
008910         MOVE PH-ACCOUNT-ID TO DA-ACCOUNT-ID
008920         PERFORM 135-FIND-DAY-ENTRY
008930         IF WS-ACCT-FOUND-YES
008940             ADD 1 TO WS-HISTORY-USED
008950             ADD PH-ACCEPT-COUNT PH-REJECT-COUNT
008960                 TO WS-HS-COUNT(WS-DAY-SUB)
008970             ADD PH-DIVIDE-COUNT
008980                 TO WS-HS-OP-COUNT(WS-DAY-SUB, 1)
008990             ADD PH-MULTIPLY-COUNT
009000                 TO WS-HS-OP-COUNT(WS-DAY-SUB, 2)
009010             ADD PH-ADD-COUNT
009020                 TO WS-HS-OP-COUNT(WS-DAY-SUB, 3)
009030             ADD PH-SUBTRACT-COUNT
009040                 TO WS-HS-OP-COUNT(WS-DAY-SUB, 4)
009050             ADD PH-SUM-FIELD-A TO WS-HS-SUM-FIELD-A(WS-DAY-SUB)
009060         END-IF
009070     END-IF.
009080     PERFORM 145-READ-HISTORY.
009090*
009100*-----------------------------------------------------------*
009110*  160-LOAD-PRIOR-MASTER - MARKS EACH DAY ACCOUNT THAT WAS    *
009120*                  ALREADY ON THE MASTER BEFORE TONIGHT AND   *
009130*                  KEEPS ITS LAST-RUN DATE.                   *
009140*-----------------------------------------------------------*
009150 160-LOAD-PRIOR-MASTER.
009160     OPEN INPUT DIVMOLD-FILE.
009170     IF WS-DIVMOLD-STATUS = "00"
009180         PERFORM 165-READ-OLD-MASTER
009190         PERFORM 161-MARK-ON-MASTER UNTIL WS-OLD-EOF-YES
009200         CLOSE DIVMOLD-FILE
009210     ELSE
009220         DISPLAY "DIV200 - FATAL - DIVMOLD OPEN FAILED, "
009230             "FILE STATUS " WS-DIVMOLD-STATUS
009240         MOVE 16 TO RETURN-CODE
009250         STOP RUN
009260     END-IF.
009270*
009280 161-MARK-ON-MASTER.
009290     MOVE MS-ACCOUNT-ID TO DA-ACCOUNT-ID.
009300     PERFORM 135-FIND-DAY-ENTRY.
009310     IF WS-ACCT-FOUND-YES
009320         MOVE 'Y' TO WS-DY-ON-MASTER(WS-DAY-SUB)
009330         MOVE MS-LAST-RUN-DATE TO WS-DY-LAST-RUN-DATE(WS-DAY-SUB)
009340     END-IF.
009350     PERFORM 165-READ-OLD-MASTER.
009360*
009370 165-READ-OLD-MASTER.
009380     READ DIVMOLD-FILE
009390         AT END
009400             SET WS-OLD-EOF-YES TO TRUE
009410         NOT AT END
009420             ADD 1 TO WS-MASTERS-READ
009430     END-READ.
009440*
009450*-----------------------------------------------------------*
009460*  170-LOAD-REINSTATEMENTS - MARKS EACH DAY ACCOUNT DIV115    *
009470*                  BROUGHT BACK FROM THE ARCHIVE TONIGHT AND  *
009480*                  KEEPS ITS ARCHIVED LAST-RUN DATE.  NO      *
009490*                  DIVMRIN MEANS NOTHING WAS REINSTATED.      *
009500*-----------------------------------------------------------*
009510 170-LOAD-REINSTATEMENTS.
009520     OPEN INPUT DIVMRIN-FILE.
009530     IF WS-DIVMRIN-STATUS = "00"
009540         PERFORM 175-READ-REINSTATEMENT
009550         PERFORM 171-MARK-REINSTATED UNTIL WS-MRIN-EOF-YES
009560         CLOSE DIVMRIN-FILE
009570     ELSE
009580         DISPLAY "DIV200 - NOTE - DIVMRIN NOT AVAILABLE, "
009590             "FILE STATUS " WS-DIVMRIN-STATUS
009600             " - NO REINSTATEMENTS CONSIDERED"
009610     END-IF.
009620*
009630 171-MARK-REINSTATED.
009640     MOVE MR-ACCOUNT-ID TO DA-ACCOUNT-ID.
009650     PERFORM 135-FIND-DAY-ENTRY.
009660     IF WS-ACCT-FOUND-YES
009670         MOVE 'Y' TO WS-DY-REINSTATED(WS-DAY-SUB)
009680         MOVE MR-LAST-RUN-DATE TO WS-DY-LAST-RUN-DATE(WS-DAY-SUB)
009690     END-IF.
009700     PERFORM 175-READ-REINSTATEMENT.
009710*
009720 175-READ-REINSTATEMENT.
009730     READ DIVMRIN-FILE
009740         AT END
009750             SET WS-MRIN-EOF-YES TO TRUE
009760         NOT AT END
009770             ADD 1 TO WS-REINSTATED-READ
009780     END-READ.
009790*
009800*-----------------------------------------------------------*
009810*  200-REVIEW-LOOP - ONE DAY ACCOUNT PER PASS: CLASSIFY ANY   *
009820*                  FIRST ACTIVITY, THEN JUDGE IT AGAINST ITS  *
009830*                  HISTORY.                                   *
009840*-----------------------------------------------------------*
009850 200-REVIEW-LOOP.
009860     PERFORM 220-CLASSIFY-FIRST-ACTIVITY.
009870     PERFORM 210-JUDGE-ACCOUNT.
009880     ADD 1 TO WS-DAY-SUB.
009890*
009900*-----------------------------------------------------------*
009910*  210-JUDGE-ACCOUNT - AN ACCOUNT IS JUDGED ONLY WHEN IT HAS  *
009920*                  HISTORY IN THE WINDOW AND TODAY'S VOLUME   *
009930*                  REACHES THE MINIMUM COUNT.                 *
009940*-----------------------------------------------------------*
009950 210-JUDGE-ACCOUNT.
009960     MOVE SPACE TO WS-DY-FLAG-VOL(WS-DAY-SUB).
009970     MOVE SPACE TO WS-DY-FLAG-AMT(WS-DAY-SUB).
009980     MOVE SPACE TO WS-DY-FLAG-MIX(WS-DAY-SUB).
009990     PERFORM 230-COMPUTE-AVERAGES.
010000     IF WS-HS-COUNT(WS-DAY-SUB) = ZERO OR
010010             WS-DAY-VOLUME < WS-MIN-COUNT
010020         ADD 1 TO WS-ACCTS-NOT-JUDGED
010030     ELSE
010040         IF WS-VOL-PCT > WS-VOLUME-PCT
010050             MOVE 'Y' TO WS-DY-FLAG-VOL(WS-DAY-SUB)
010060         END-IF
010070         IF WS-AMT-PCT > WS-AMOUNT-PCT
010080             MOVE 'Y' TO WS-DY-FLAG-AMT(WS-DAY-SUB)
010090         END-IF
010100         IF WS-HIST-OPS > ZERO AND
010110                 WS-DY-ACCEPT(WS-DAY-SUB) > ZERO
010120             MOVE 1 TO WS-OP-SUB
010130             PERFORM 215-CHECK-ONE-SHARE UNTIL WS-OP-SUB > 4
010140         END-IF
010150         IF WS-DY-FLAG-VOL(WS-DAY-SUB) = 'Y' OR
010160                 WS-DY-FLAG-AMT(WS-DAY-SUB) = 'Y' OR
010170                 WS-DY-FLAG-MIX(WS-DAY-SUB) = 'Y'
010180             ADD 1 TO WS-ACCTS-UNUSUAL
010190         END-IF
010200     END-IF.
010210*
010220 215-CHECK-ONE-SHARE.
010230     IF WS-DAY-SHARE(WS-OP-SUB) > WS-HIST-SHARE(WS-OP-SUB)
010240         COMPUTE WS-SHARE-GAP = WS-DAY-SHARE(WS-OP-SUB)
010250             - WS-HIST-SHARE(WS-OP-SUB)
010260     ELSE
010270         COMPUTE WS-SHARE-GAP = WS-HIST-SHARE(WS-OP-SUB)
010280             - WS-DAY-SHARE(WS-OP-SUB)
010290     END-IF.
010300     IF WS-SHARE-GAP > WS-MIX-POINTS
010310         MOVE 'Y' TO WS-DY-FLAG-MIX(WS-DAY-SUB)
010320     END-IF.
010330     ADD 1 TO WS-OP-SUB.
010340*
010350*-----------------------------------------------------------*
010360*  220-CLASSIFY-FIRST-ACTIVITY - REINSTATED TAKES PRECEDENCE  *
010370*                  (DIV115 HAS ALREADY PUT THE ACCOUNT BACK   *
010380*                  ON THE MASTER DIV110 READS), THEN NEW,     *
010390*                  THEN DORMANT.  A LAST-RUN DATE THAT DOES   *
010400*                  NOT EDIT IS NOT CALLED DORMANT ON A GUESS. *
010410*-----------------------------------------------------------*
010420 220-CLASSIFY-FIRST-ACTIVITY.
010430     MOVE SPACES TO WS-DY-FIRST-KIND(WS-DAY-SUB).
010440     EVALUATE TRUE
010450         WHEN WS-DY-REINSTATED(WS-DAY-SUB) = 'Y'
010460             MOVE "REINSTATED" TO WS-DY-FIRST-KIND(WS-DAY-SUB)
010470             ADD 1 TO WS-ACCTS-REINSTATED
010480         WHEN WS-DY-ON-MASTER(WS-DAY-SUB) = 'N'
010490             MOVE "NEW" TO WS-DY-FIRST-KIND(WS-DAY-SUB)
010500             ADD 1 TO WS-ACCTS-NEW
010510         WHEN OTHER
010520             MOVE WS-DY-LAST-RUN-DATE(WS-DAY-SUB) TO WS-EDIT-DATE
010530             PERFORM 225-EDIT-DATE-TO-YYMMDD
010540             IF WS-DATE-OK-YES AND
010550                     WS-WORK-YYMMDD < WS-DORMANT-YYMMDD
010560                 MOVE "DORMANT" TO WS-DY-FIRST-KIND(WS-DAY-SUB)
010570                 ADD 1 TO WS-ACCTS-DORMANT
010580             END-IF
010590     END-EVALUATE.
010600*
010610*-----------------------------------------------------------*
010620*  225-EDIT-DATE-TO-YYMMDD - VALIDATES AN MM/DD/YY DATE IN    *
010630*                  WS-EDIT-DATE AND REARRANGES IT INTO        *
010640*                  WS-WORK-YYMMDD.  SETS WS-DATE-OK-SWITCH.   *
010650*-----------------------------------------------------------*
010660 225-EDIT-DATE-TO-YYMMDD.
010670     MOVE 'N' TO WS-DATE-OK-SWITCH.
010680     IF WS-EDIT-MM IS NUMERIC AND
010690             WS-EDIT-DD IS NUMERIC AND
010700             WS-EDIT-YY IS NUMERIC AND
010710             WS-EDIT-SL1 = "/" AND
010720             WS-EDIT-SL2 = "/"
010730         MOVE WS-EDIT-YY TO WS-WORK-YY
010740         MOVE WS-EDIT-MM TO WS-WORK-MM
010750         MOVE WS-EDIT-DD TO WS-WORK-DD
010760         SET WS-DATE-OK-YES TO TRUE
010770     END-IF.
010780*
010790*-----------------------------------------------------------*
010800*  230-COMPUTE-AVERAGES - THE DAILY AVERAGES ARE THE WINDOW   *
010810*                  TOTALS OVER (PERIODS X DAYS PER PERIOD).   *
010820*                  AMOUNTS ARE COMPARED BY SIZE, SINCE A SUM  *
010830*                  OF FIELD-A CAN BE NEGATIVE.  THE SHARES    *
010840*                  ARE EACH OPERATION'S PERCENTAGE OF THE     *
010850*                  ACCEPTED COUNT, TODAY AND IN HISTORY.      *
010860*-----------------------------------------------------------*
010870 230-COMPUTE-AVERAGES.
010880     COMPUTE WS-DAY-DIVISOR =
010890         WS-WINDOW-PERIODS * WS-DAYS-PER-PERIOD.
010900     COMPUTE WS-DAY-VOLUME =
010910         WS-DY-ACCEPT(WS-DAY-SUB) + WS-DY-REJECT(WS-DAY-SUB).
010920     MOVE WS-DY-SUM-FIELD-A(WS-DAY-SUB) TO WS-DAY-AMOUNT.
010930     MOVE WS-HS-SUM-FIELD-A(WS-DAY-SUB) TO WS-HIST-AMOUNT.
010940     MOVE ZERO TO WS-AVG-COUNT.
010950     MOVE ZERO TO WS-AVG-AMOUNT.
010960     IF WS-DAY-DIVISOR > ZERO
010970         COMPUTE WS-AVG-COUNT ROUNDED =
010980             WS-HS-COUNT(WS-DAY-SUB) / WS-DAY-DIVISOR
010990         COMPUTE WS-AVG-AMOUNT ROUNDED =
011000             WS-HIST-AMOUNT / WS-DAY-DIVISOR
011010     END-IF.
011020     IF WS-AVG-COUNT > ZERO
011030         COMPUTE WS-VOL-PCT ROUNDED =
011040             WS-DAY-VOLUME * 100 / WS-AVG-COUNT
011050             ON SIZE ERROR
011060                 MOVE 99999 TO WS-VOL-PCT
011070         END-COMPUTE
011080     ELSE
011090         IF WS-DAY-VOLUME > ZERO
011100             MOVE 99999 TO WS-VOL-PCT
011110         ELSE
011120             MOVE ZERO TO WS-VOL-PCT
011130         END-IF
011140     END-IF.
011150     IF WS-AVG-AMOUNT > ZERO
011160         COMPUTE WS-AMT-PCT ROUNDED =
011170             WS-DAY-AMOUNT * 100 / WS-AVG-AMOUNT
011180             ON SIZE ERROR
011190                 MOVE 99999 TO WS-AMT-PCT
011200         END-COMPUTE
011210     ELSE
011220         IF WS-DAY-AMOUNT > ZERO
011230             MOVE 99999 TO WS-AMT-PCT
011240         ELSE
011250             MOVE ZERO TO WS-AMT-PCT
011260         END-IF
011270     END-IF.
011280     COMPUTE WS-HIST-OPS = WS-HS-OP-COUNT(WS-DAY-SUB, 1)
011290         + WS-HS-OP-COUNT(WS-DAY-SUB, 2)
011300         + WS-HS-OP-COUNT(WS-DAY-SUB, 3)
011310         + WS-HS-OP-COUNT(WS-DAY-SUB, 4).
011320     MOVE 1 TO WS-OP-SUB.
011330     PERFORM 235-COMPUTE-ONE-SHARE UNTIL WS-OP-SUB > 4.
011340*
011350 235-COMPUTE-ONE-SHARE.
011360     MOVE ZERO TO WS-DAY-SHARE(WS-OP-SUB).
011370     MOVE ZERO TO WS-HIST-SHARE(WS-OP-SUB).
011380     IF WS-DY-ACCEPT(WS-DAY-SUB) > ZERO
011390         COMPUTE WS-DAY-SHARE(WS-OP-SUB) ROUNDED =
011400             WS-DY-OP-COUNT(WS-DAY-SUB, WS-OP-SUB) * 100
011410             / WS-DY-ACCEPT(WS-DAY-SUB)
011420     END-IF.
011430     IF WS-HIST-OPS > ZERO
011440         COMPUTE WS-HIST-SHARE(WS-OP-SUB) ROUNDED =
011450             WS-HS-OP-COUNT(WS-DAY-SUB, WS-OP-SUB) * 100
011460             / WS-HIST-OPS
011470     END-IF.
011480     ADD 1 TO WS-OP-SUB.
011490*
011500*-----------------------------------------------------------*
011510*  300-PRINT-UNUSUAL - SECTION ONE: EVERY FLAGGED ACCOUNT     *
011520*                  WITH ITS FIGURES AND, UNDER IT, TODAY'S    *
011530*                  AND THE HISTORIC OPERATION MIX.            *
011540*-----------------------------------------------------------*
011550 300-PRINT-UNUSUAL.
011560     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-SECTION-1
011570         AFTER ADVANCING 2 LINES.
011580     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-HEADING-2
011590         AFTER ADVANCING 2 LINES.
011600     ADD 4 TO WS-LINE-COUNT.
011610     IF WS-ACCTS-UNUSUAL = ZERO
011620         WRITE WS-DIVUNUS-RECORD FROM WS-UNS-NONE-LINE
011630             AFTER ADVANCING 1 LINE
011640         ADD 1 TO WS-LINE-COUNT
011650     ELSE
011660         MOVE 1 TO WS-DAY-SUB
011670         PERFORM 320-PRINT-IF-UNUSUAL
011680             UNTIL WS-DAY-SUB > WS-DAY-COUNT
011690     END-IF.
011700*
011710 310-WRITE-HEADINGS.
011720     ADD 1 TO WS-PAGE-COUNT.
011730     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
011740     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
011750     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-HEADING-1
011760         AFTER ADVANCING PAGE.
011770     MOVE 1 TO WS-LINE-COUNT.
011780*
011790 320-PRINT-IF-UNUSUAL.
011800     IF WS-DY-FLAG-VOL(WS-DAY-SUB) = 'Y' OR
011810             WS-DY-FLAG-AMT(WS-DAY-SUB) = 'Y' OR
011820             WS-DY-FLAG-MIX(WS-DAY-SUB) = 'Y'
011830         PERFORM 330-PRINT-UNUSUAL-ACCOUNT
011840     END-IF.
011850     ADD 1 TO WS-DAY-SUB.
011860*
011870 330-PRINT-UNUSUAL-ACCOUNT.
011880     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 2
011890         PERFORM 310-WRITE-HEADINGS
011900         WRITE WS-DIVUNUS-RECORD FROM WS-UNS-HEADING-2
011910             AFTER ADVANCING 2 LINES
011920         ADD 2 TO WS-LINE-COUNT
011930     END-IF.
011940     PERFORM 230-COMPUTE-AVERAGES.
011950     MOVE WS-DY-ACCOUNT-ID(WS-DAY-SUB) TO UNS-ACCOUNT-ID.
011960     MOVE WS-DAY-VOLUME  TO UNS-DAY-VOLUME.
011970     MOVE WS-AVG-COUNT   TO UNS-AVG-COUNT.
011980     MOVE WS-VOL-PCT     TO UNS-VOL-PCT.
011990     MOVE WS-DAY-AMOUNT  TO UNS-DAY-AMOUNT.
012000     MOVE WS-AVG-AMOUNT  TO UNS-AVG-AMOUNT.
012010     MOVE WS-AMT-PCT     TO UNS-AMT-PCT.
012020     MOVE SPACES TO UNS-FLAG-VOL.
012030     MOVE SPACES TO UNS-FLAG-AMT.
012040     MOVE SPACES TO UNS-FLAG-MIX.
012050     IF WS-DY-FLAG-VOL(WS-DAY-SUB) = 'Y'
012060         MOVE "VOL" TO UNS-FLAG-VOL
012070     END-IF.
012080     IF WS-DY-FLAG-AMT(WS-DAY-SUB) = 'Y'
012090         MOVE "AMT" TO UNS-FLAG-AMT
012100     END-IF.
012110     IF WS-DY-FLAG-MIX(WS-DAY-SUB) = 'Y'
012120         MOVE "MIX" TO UNS-FLAG-MIX
012130     END-IF.
012140     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-DETAIL
012150         AFTER ADVANCING 1 LINE.
012160     MOVE WS-DAY-SHARE(1)  TO MIX-DAY-SHARE-D.
012170     MOVE WS-DAY-SHARE(2)  TO MIX-DAY-SHARE-M.
012180     MOVE WS-DAY-SHARE(3)  TO MIX-DAY-SHARE-A.
012190     MOVE WS-DAY-SHARE(4)  TO MIX-DAY-SHARE-S.
012200     MOVE WS-HIST-SHARE(1) TO MIX-HIST-SHARE-D.
012210     MOVE WS-HIST-SHARE(2) TO MIX-HIST-SHARE-M.
012220     MOVE WS-HIST-SHARE(3) TO MIX-HIST-SHARE-A.
012230     MOVE WS-HIST-SHARE(4) TO MIX-HIST-SHARE-S.
012240     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-MIX-LINE
012250         AFTER ADVANCING 1 LINE.
012260     ADD 2 TO WS-LINE-COUNT.
012270     ADD 1 TO WS-ACCTS-LISTED.
012280*
012290*-----------------------------------------------------------*
012300*  350-PRINT-FIRST-ACTIVITY - SECTION TWO: EVERY NEW,         *
012310*                  DORMANT OR REINSTATED ACCOUNT ACTIVE       *
012320*                  TODAY, WITH THE LAST-RUN DATE IT WAS       *
012330*                  DORMANT OR ARCHIVED FROM.                  *
012340*-----------------------------------------------------------*
012350 350-PRINT-FIRST-ACTIVITY.
012360     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
012370         PERFORM 310-WRITE-HEADINGS
012380     END-IF.
012390     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-SECTION-2
012400         AFTER ADVANCING 3 LINES.
012410     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-HEADING-3
012420         AFTER ADVANCING 2 LINES.
012430     ADD 5 TO WS-LINE-COUNT.
012440     IF WS-ACCTS-NEW + WS-ACCTS-DORMANT + WS-ACCTS-REINSTATED
012450             = ZERO
012460         WRITE WS-DIVUNUS-RECORD FROM WS-UNS-NONE-LINE
012470             AFTER ADVANCING 1 LINE
012480         ADD 1 TO WS-LINE-COUNT
012490     ELSE
012500         MOVE 1 TO WS-DAY-SUB
012510         PERFORM 360-PRINT-IF-FIRST
012520             UNTIL WS-DAY-SUB > WS-DAY-COUNT
012530     END-IF.
012540*
012550 360-PRINT-IF-FIRST.
012560     IF WS-DY-FIRST-KIND(WS-DAY-SUB) NOT = SPACES
012570         PERFORM 370-PRINT-FIRST-ACCOUNT
012580     END-IF.
012590     ADD 1 TO WS-DAY-SUB.
012600*
012610 370-PRINT-FIRST-ACCOUNT.
012620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
012630         PERFORM 310-WRITE-HEADINGS
012640         WRITE WS-DIVUNUS-RECORD FROM WS-UNS-HEADING-3
012650             AFTER ADVANCING 2 LINES
012660         ADD 2 TO WS-LINE-COUNT
012670     END-IF.
012680     MOVE WS-DY-ACCOUNT-ID(WS-DAY-SUB)  TO FST-ACCOUNT-ID.
012690     MOVE WS-DY-FIRST-KIND(WS-DAY-SUB)  TO FST-KIND.
012700     IF WS-DY-LAST-RUN-DATE(WS-DAY-SUB) = SPACES
012710         MOVE "NONE" TO FST-LAST-RUN-DATE
012720     ELSE
012730         MOVE WS-DY-LAST-RUN-DATE(WS-DAY-SUB)
012740             TO FST-LAST-RUN-DATE
012750     END-IF.
012760     COMPUTE FST-DAY-VOLUME =
012770         WS-DY-ACCEPT(WS-DAY-SUB) + WS-DY-REJECT(WS-DAY-SUB).
012780     MOVE WS-DY-ACCEPT(WS-DAY-SUB)      TO FST-DAY-ACCEPT.
012790     MOVE WS-DY-SUM-FIELD-A(WS-DAY-SUB) TO FST-DAY-SUM-FIELD-A.
012800     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-FIRST-DETAIL
012810         AFTER ADVANCING 1 LINE.
012820     ADD 1 TO WS-LINE-COUNT.
012830     ADD 1 TO WS-ACCTS-LISTED.
012840*
012850 400-CONTROL-TOTALS.
012860     MOVE WS-ENTRIES-READ      TO TRL-ENTRIES-READ.
012870     MOVE WS-DAY-COUNT         TO TRL-DAY-COUNT.
012880     MOVE WS-HISTORY-READ      TO TRL-HISTORY-READ.
012890     MOVE WS-HISTORY-USED      TO TRL-HISTORY-USED.
012900     MOVE WS-ACCTS-NOT-JUDGED  TO TRL-NOT-JUDGED.
012910     MOVE WS-ACCTS-UNUSUAL     TO TRL-UNUSUAL.
012920     MOVE WS-ACCTS-NEW         TO TRL-NEW.
012930     MOVE WS-ACCTS-DORMANT     TO TRL-DORMANT.
012940     MOVE WS-ACCTS-REINSTATED  TO TRL-REINSTATED.
012950     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-1
012960         AFTER ADVANCING 3 LINES.
012970     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-2
012980         AFTER ADVANCING 1 LINE.
012990     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-3
013000         AFTER ADVANCING 1 LINE.
013010     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-4
013020         AFTER ADVANCING 1 LINE.
013030     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-5
013040         AFTER ADVANCING 1 LINE.
013050     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-6
013060         AFTER ADVANCING 1 LINE.
013070     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-7
013080         AFTER ADVANCING 1 LINE.
013090     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-8
013100         AFTER ADVANCING 1 LINE.
013110     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-9
013120         AFTER ADVANCING 1 LINE.
013130     WRITE WS-DIVUNUS-RECORD FROM WS-UNS-TRAILER-10
013140         AFTER ADVANCING 1 LINE.
013150*
013160*-----------------------------------------------------------*
013170*  950-WRITE-RUN-LOG - APPENDS THIS STEP'S RUN-CONTROL        *
013180*  RECORD TO DIVLOG.  LG-RECORDS-IN IS THE AUDIT ENTRIES      *
013190*  READ, LG-RECORDS-OUT THE ACCOUNTS REVIEWED AND             *
013200*  LG-RECORDS-REJECT THE ACCOUNTS LISTED FOR REVIEW.  A       *
013210*  MISSING DIVLOG IS REPORTED BUT NEVER FAILS THE STEP.       *
013220*-----------------------------------------------------------*
013230 950-WRITE-RUN-LOG.
013240     OPEN EXTEND DIVLOG-FILE.
013250     IF WS-DIVLOG-STATUS NOT = "00"
013260         DISPLAY "DIV200 - WARNING - DIVLOG OPEN FAILED, "
013270             "FILE STATUS " WS-DIVLOG-STATUS
013280             " - RUN-CONTROL RECORD NOT WRITTEN"
013290     ELSE
013300         ACCEPT WS-SYSTEM-TIME FROM TIME
013310         MOVE WS-SYSTEM-HH TO WS-RUN-TIME(1:2)
013320         MOVE ":" TO WS-RUN-TIME(3:1)
013330         MOVE WS-SYSTEM-MN TO WS-RUN-TIME(4:2)
013340         MOVE ":" TO WS-RUN-TIME(6:1)
013350         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
013360         MOVE SPACES TO WS-DIVLOG-RECORD
013370         MOVE "DIV100B" TO LG-JOB-NAME
013380         MOVE "DIV200" TO LG-PROGRAM
013390         MOVE WS-REPORT-DATE TO LG-RUN-DATE
013400         MOVE WS-RUN-TIME TO LG-RUN-TIME
013410         MOVE WS-ENTRIES-READ TO LG-RECORDS-IN
013420         MOVE WS-DAY-COUNT TO LG-RECORDS-OUT
013430         MOVE WS-ACCTS-LISTED TO LG-RECORDS-REJECT
013440         MOVE ZERO TO LG-AMOUNT-1
013450         MOVE ZERO TO LG-AMOUNT-2
013460         WRITE WS-DIVLOG-RECORD
013470         CLOSE DIVLOG-FILE
013480     END-IF.
013490*
013500 900-TERMINATE.
013510     PERFORM 950-WRITE-RUN-LOG.
013520     DISPLAY "DIV200 - AUDIT ENTRIES READ = " WS-ENTRIES-READ.
013530     DISPLAY "DIV200 - ACCOUNTS ACTIVE    = " WS-DAY-COUNT.
013540     DISPLAY "DIV200 - UNUSUAL ACTIVITY   = " WS-ACCTS-UNUSUAL.
013550     DISPLAY "DIV200 - ACCOUNTS LISTED    = " WS-ACCTS-LISTED.
013560     CLOSE DIVUNUS-FILE.
013570     IF WS-ACCTS-LISTED > ZERO
013580         DISPLAY "DIV200 - ACCOUNTS LISTED FOR REVIEW - SEE "
013590             "DIVUNUS"
013600         MOVE 4 TO RETURN-CODE
013610     END-IF.
