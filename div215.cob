000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV215.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV215 - EXPECTED-FEED SCHEDULE MONITOR.                   *
000090*                                                             *
000100*  DIV105 PROVES THAT A FEED WHICH ARRIVED IS COMPLETE        *
000110*  AGAINST ITS OWN TRAILER, BUT A FEED THAT NEVER ARRIVES,    *
000120*  OR ARRIVES WITH A FRACTION OF ITS USUAL VOLUME, BALANCES   *
000130*  PERFECTLY.  THIS STEP RUNS AT THE FRONT OF THE STREAM AND  *
000140*  COMPARES TONIGHT'S DIVIN ENVELOPES WITH THE DIVFSCH FEED   *
000150*  SCHEDULE - EACH FEED ID, THE WEEKDAYS IT IS EXPECTED AND   *
000160*  ITS ACCEPTABLE VOLUME RANGE - AND WITH THE FEED ARRIVALS   *
000170*  IT LOGGED ON DIVLOG ON PRIOR NIGHTS.  EACH FEED PRINTS ON  *
000180*  THE DIVFMON REPORT WITH ONE STATUS:                        *
000190*                                                             *
000200*    MISSING              DUE TONIGHT, NOT RECEIVED     RC 8  *
000210*    VOLUME BELOW RANGE   RECEIVED, UNDER THE MINIMUM   RC 8  *
000220*    VOLUME ABOVE RANGE   RECEIVED, OVER THE MAXIMUM    RC 8  *
000230*    LATE - DUE MM/DD/YY  RECEIVED, BUT MISSED A PRIOR        *
000240*                         NIGHT IT WAS DUE              RC 4  *
000250*    OVERDUE - DUE ...    NOT DUE TONIGHT, STILL NOT          *
000260*                         RECEIVED FOR A PRIOR NIGHT    RC 4  *
000270*    RECEIVED ON OFF DAY  RECEIVED, NOT DUE TONIGHT     RC 4  *
000280*    UNSCHEDULED FEED     RECEIVED, NOT ON DIVFSCH      RC 4  *
000290*    RECEIVED             DUE AND RECEIVED IN RANGE     RC 0  *
000300*    NOT DUE TONIGHT      NOTHING OWED, NOTHING SENT    RC 0  *
000310*                                                             *
000320*  THE STEP ENDS WITH THE HIGHEST RC OF ANY FEED, SO THE      *
000330*  SCHEDULER CAN HOLD THE STREAM ON RC 8 AND PAGE             *
000340*  OPERATIONS ON RC 4.                                        *
000350*                                                             *
000360*  HISTORY: FOR EVERY FEED RECEIVED, THIS STEP APPENDS A      *
000370*  FEED-ARRIVAL RECORD TO DIVLOG (JOB NAME 'DIVFEED', THE     *
000380*  FEED ID IN THE PROGRAM FIELD, THE VOLUME AS RECORDS IN),   *
000390*  AS WELL AS ITS OWN RUN-CONTROL RECORD.  THE PRIOR NIGHTS   *
000400*  LOOKED BACK ACROSS ARE THE LAST WS-NT-MAX CALENDAR DAYS ON *
000410*  WHICH THIS STEP LEFT A RUN-CONTROL RECORD - A NIGHT THE    *
000420*  STREAM DID NOT RUN, OR THAT DIVLOG NO LONGER HOLDS, OWES   *
000430*  NOTHING.  A FEED IS ONLY OWED FOR THE NIGHTS SINCE IT LAST *
000440*  ARRIVED.                                                   *
000450*                                                             *
000460*  DIVFSCH - ONE CARD PER FEED (SEE THE FD).  A '*' IN        *
000470*            COLUMN 1 IS A COMMENT.  A CARD THAT DOES NOT     *
000480*            EDIT IS FATAL - A GUESSED SCHEDULE WOULD EITHER  *
000490*            HOLD THE STREAM FOR NOTHING OR MISS A FEED.      *
000500*                                                             *
000510*  MODIFICATION HISTORY.                                     *
000520*    DATE       INIT  DESCRIPTION                            *
000530*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000540*-----------------------------------------------------------*
000550 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT DIVFSCH-FILE ASSIGN TO DIVFSCH
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE IS SEQUENTIAL
000610         FILE STATUS IS WS-DIVFSCH-STATUS.
000620     SELECT DIVIN-FILE ASSIGN TO DIVIN
000630         ORGANIZATION IS SEQUENTIAL
000640         ACCESS MODE IS SEQUENTIAL.
000650     SELECT DIVLOG-FILE ASSIGN TO DIVLOG
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-DIVLOG-STATUS.
000690     SELECT DIVFMON-FILE ASSIGN TO DIVFMON
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL.
000720*
000730 DATA DIVISION.
000740 FILE SECTION.
000750*-----------------------------------------------------------*
000760*  DIVFSCH - THE FEED SCHEDULE, ONE CARD PER SOURCE FEED:     *
000770*            COLS  1-8   FEED ID AS ON ITS *BATCHHDR          *
000780*            COLS 10-16  EXPECTED DAYS, MONDAY TO SUNDAY,     *
000790*                        Y = DUE, N OR BLANK = NOT DUE        *
000800*            COLS 18-24  MINIMUM VOLUME, ZERO-FILLED (BLANK   *
000810*                        = ZERO)                              *
000820*            COLS 26-32  MAXIMUM VOLUME, ZERO-FILLED (BLANK   *
000830*                        OR ZERO = NO UPPER LIMIT)            *
000840*            COLS 34-80  FREE FOR A DESCRIPTION               *
000850*            VOLUME IS THE DETAIL RECORDS RECEIVED IN ALL OF  *
000860*            THE FEED'S ENVELOPES FOR THE NIGHT.              *
000870*-----------------------------------------------------------*
000880 FD  DIVFSCH-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  WS-DIVFSCH-RECORD.
000920     05  FS-FEED-ID              PIC X(08).
000930     05  FILLER                  PIC X(01).
000940     05  FS-EXPECTED-DAYS        PIC X(07).
000950     05  FILLER                  PIC X(01).
000960     05  FS-MIN-VOLUME           PIC 9(07).
000970     05  FS-MIN-VOLUME-X REDEFINES FS-MIN-VOLUME
000980                                 PIC X(07).
000990     05  FILLER                  PIC X(01).
001000     05  FS-MAX-VOLUME           PIC 9(07).
001010     05  FS-MAX-VOLUME-X REDEFINES FS-MAX-VOLUME
001020                                 PIC X(07).
001030     05  FILLER                  PIC X(48).
001040*
001050*-----------------------------------------------------------*
001060*  DIVIN - TONIGHT'S RAW TRANSACTIONS IN BATCH ENVELOPES.     *
001070*          ONLY THE ENVELOPES MATTER HERE; DIV105 EDITS THE   *
001080*          DETAIL RECORDS AND PROVES EACH ENVELOPE.           *
001090*-----------------------------------------------------------*
001100 FD  DIVIN-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  WS-DIVIN-RECORD.
001140     05  DI-ACCOUNT-ID           PIC X(10).
001150         88  DI-BATCH-HEADER                VALUE '*BATCHHDR '.
001160         88  DI-BATCH-TRAILER               VALUE '*BATCHTRL '.
001170     05  DI-HEADER-BODY.
001180         10  BH-FEED-ID          PIC X(08).
001190         10  FILLER              PIC X(62).
001200*
001210*-----------------------------------------------------------*
001220*  DIVLOG - COMMON RUN-CONTROL LOG.  READ FOR THE PRIOR       *
001230*           NIGHTS' ARRIVALS, THEN APPENDED TO.               *
001240*-----------------------------------------------------------*
001250 FD  DIVLOG-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD.
001280 01  WS-DIVLOG-RECORD.
001290     05  LG-JOB-NAME             PIC X(08).
001300         88  LG-FEED-ARRIVAL                VALUE 'DIVFEED'.
001310     05  LG-PROGRAM              PIC X(08).
001320     05  LG-RUN-DATE             PIC X(08).
001330     05  LG-RUN-TIME             PIC X(08).
001340     05  LG-RECORDS-IN           PIC 9(07).
001350     05  LG-RECORDS-OUT          PIC 9(07).
001360     05  LG-RECORDS-REJECT       PIC 9(07).
001370     05  LG-AMOUNT-1             PIC S9(11)V99.
001380     05  LG-AMOUNT-2             PIC S9(11)V99.
001390     05  FILLER                  PIC X(01).
001400*
001410*-----------------------------------------------------------*
001420*  DIVFMON - PRINTED FEED SCHEDULE REPORT.                    *
001430*-----------------------------------------------------------*
001440 FD  DIVFMON-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 01  WS-DIVFMON-RECORD               PIC X(80).
001480*
001490 WORKING-STORAGE SECTION.
001500 01  WS-DIVFSCH-STATUS             PIC X(02)      VALUE '00'.
001510 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
001520*
001530 01  WS-SWITCHES.
001540     05  WS-FSCH-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001550         88  WS-FSCH-EOF-YES                    VALUE 'Y'.
001560     05  WS-DIVIN-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001570         88  WS-DIVIN-EOF-YES                   VALUE 'Y'.
001580     05  WS-LOG-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001590         88  WS-LOG-EOF-YES                     VALUE 'Y'.
001600     05  WS-ENV-OPEN-SWITCH      PIC X(01)      VALUE 'N'.
001610         88  WS-ENV-OPEN-YES                    VALUE 'Y'.
001620     05  WS-FOUND-SWITCH         PIC X(01)      VALUE 'N'.
001630         88  WS-FOUND-YES                       VALUE 'Y'.
001640     05  WS-DATE-OK-SWITCH       PIC X(01)      VALUE 'N'.
001650         88  WS-DATE-OK-YES                     VALUE 'Y'.
001660*
001670*-----------------------------------------------------------*
001680*  WS-FEED-TABLE - EVERY FEED ON THE SCHEDULE, IN CARD        *
001690*                  ORDER, THEN EVERY UNSCHEDULED FEED IN      *
001700*                  ARRIVAL ORDER.  WS-FD-DAY IS INDEXED BY    *
001710*                  DAY POSITION (1 = MONDAY ... 7 = SUNDAY),  *
001720*                  WS-FD-ARRIVED BY WS-NIGHT-TABLE ENTRY.     *
001730*-----------------------------------------------------------*
001740 01  WS-FEED-TABLE.
001750     05  WS-FEED-ENTRY OCCURS 200 TIMES.
001760         10  WS-FD-FEED-ID       PIC X(08).
001770         10  WS-FD-SCHEDULED     PIC X(01).
001780             88  WS-FD-ON-SCHEDULE              VALUE 'Y'.
001790         10  WS-FD-DAYS          PIC X(07).
001800         10  WS-FD-DAY-FLAGS REDEFINES WS-FD-DAYS.
001810             15  WS-FD-DAY       PIC X(01)
001820                                 OCCURS 7 TIMES.
001830         10  WS-FD-MIN-VOLUME    PIC 9(07).
001840         10  WS-FD-MAX-VOLUME    PIC 9(07).
001850         10  WS-FD-ENVELOPES     PIC 9(05) COMP.
001860         10  WS-FD-VOLUME        PIC 9(07) COMP.
001870         10  WS-FD-LAST-YYMMDD   PIC X(06).
001880         10  WS-FD-LAST-DATE     PIC X(08).
001890         10  WS-FD-ARRIVALS      PIC X(07).
001900         10  WS-FD-ARRIVED-FLAGS REDEFINES WS-FD-ARRIVALS.
001910             15  WS-FD-ARRIVED   PIC X(01)
001920                                 OCCURS 7 TIMES.
001930*
001940*-----------------------------------------------------------*
001950*  WS-NIGHT-TABLE - THE PRIOR CALENDAR DAYS LOOKED BACK       *
001960*                  ACROSS, ENTRY 1 = YESTERDAY.  WS-NT-RAN IS *
001970*                  SET WHEN THIS STEP LOGGED A RUN THAT DAY.  *
001980*-----------------------------------------------------------*
001990 01  WS-NIGHT-TABLE.
002000     05  WS-NIGHT-ENTRY OCCURS 7 TIMES.
002010         10  WS-NT-DATE          PIC X(08).
002020         10  WS-NT-DAY-POS       PIC 9(01).
002030         10  WS-NT-RAN           PIC X(01).
002040             88  WS-NT-RAN-YES                  VALUE 'Y'.
002050*
002060 01  WS-TABLE-CONTROLS             COMP.
002070     05  WS-FD-COUNT             PIC 9(04)      VALUE ZERO.
002080     05  WS-FD-SUB               PIC 9(04)      VALUE ZERO.
002090     05  WS-FD-MAX               PIC 9(04)      VALUE 200.
002100     05  WS-CURR-FEED-SUB        PIC 9(04)      VALUE ZERO.
002110     05  WS-NT-SUB               PIC 9(04)      VALUE ZERO.
002120     05  WS-NT-MAX               PIC 9(04)      VALUE 7.
002130     05  WS-NT-FOUND-SUB         PIC 9(04)      VALUE ZERO.
002140     05  WS-DAY-SUB              PIC 9(04)      VALUE ZERO.
002150*
002160*-----------------------------------------------------------*
002170*  WS-JUDGE-FIELDS - ONE FEED'S STANDING AS 300-JUDGE-FEEDS   *
002180*                    WORKS IT OUT.                            *
002190*-----------------------------------------------------------*
002200 01  WS-JUDGE-FIELDS.
002210     05  WS-SEARCH-FEED-ID       PIC X(08)      VALUE SPACES.
002220     05  WS-MISSED-NIGHTS        PIC 9(03)      VALUE ZERO.
002230     05  WS-FIRST-MISSED-DATE    PIC X(08)      VALUE SPACES.
002240     05  WS-STATUS-TEXT          PIC X(25)      VALUE SPACES.
002250     05  WS-SEVERITY             PIC 9(02)      VALUE ZERO.
002260     05  WS-WORST-SEVERITY       PIC 9(02)      VALUE ZERO.
002270     05  WS-EDIT-DAYS            PIC X(07)      VALUE SPACES.
002280     05  WS-TODAY-POS            PIC 9(01)      VALUE ZERO.
002290*
002300*-----------------------------------------------------------*
002310*  WS-DATE-WORK - MM/DD/YY DATES REARRANGED TO YYMMDD SO THE  *
002320*                 LATEST ARRIVAL CAN BE PICKED.               *
002330*-----------------------------------------------------------*
002340 01  WS-DATE-WORK.
002350     05  WS-EDIT-DATE.
002360         10  WS-EDIT-MM          PIC X(02).
002370         10  WS-EDIT-SL1         PIC X(01).
002380         10  WS-EDIT-DD          PIC X(02).
002390         10  WS-EDIT-SL2         PIC X(01).
002400         10  WS-EDIT-YY          PIC X(02).
002410     05  WS-WORK-YYMMDD.
002420         10  WS-WORK-YY          PIC X(02).
002430         10  WS-WORK-MM          PIC X(02).
002440         10  WS-WORK-DD          PIC X(02).
002450*
002460*-----------------------------------------------------------*
002470*  WS-CALENDAR - THE DAY BEING WORKED ON AND ITS WEEKDAY      *
002480*                (0 = SATURDAY, 1 = SUNDAY, 2-6 = MONDAY TO   *
002490*                FRIDAY, AS ZELLER'S CONGRUENCE GIVES IT).    *
002500*                WS-CAL-DAY-POS IS THE SAME DAY AS A DIVFSCH  *
002510*                COLUMN, 1 = MONDAY ... 7 = SUNDAY.           *
002520*-----------------------------------------------------------*
002530 01  WS-CALENDAR.
002540     05  WS-CAL-YYMMDD.
002550         10  WS-CAL-YY           PIC 9(02).
002560         10  WS-CAL-MM           PIC 9(02).
002570         10  WS-CAL-DD           PIC 9(02).
002580     05  WS-CAL-DATE             PIC X(08).
002590     05  WS-CAL-WEEKDAY          PIC 9(01).
002600     05  WS-CAL-DAY-POS          PIC 9(01).
002610     05  WS-CAL-MONTH-DAYS       PIC 9(02).
002620     05  WS-CAL-LEAP-REMAINDER   PIC 9(02).
002630     05  WS-CAL-WORK             PIC 9(05).
002640     05  WS-ZELLER-FIELDS.
002650         10  WS-ZL-MONTH         PIC 9(02).
002660         10  WS-ZL-YEAR          PIC 9(04).
002670         10  WS-ZL-CENTURY       PIC 9(02).
002680         10  WS-ZL-YEAR-OF-CENT  PIC 9(02).
002690         10  WS-ZL-MONTH-TERM    PIC 9(03).
002700         10  WS-ZL-YEAR-TERM     PIC 9(02).
002710         10  WS-ZL-CENT-TERM     PIC 9(02).
002720         10  WS-ZL-TOTAL         PIC 9(05).
002730*
002740 01  WS-MONTH-DAYS-VALUES          PIC X(24)
002750         VALUE "312831303130313130313031".
002760 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002770     05  WS-MONTH-DAYS           PIC 9(02)
002780                                 OCCURS 12 TIMES.
002790*
002800 01  WS-DAY-NAME-VALUES            PIC X(21)
002810         VALUE "MONTUEWEDTHUFRISATSUN".
002820 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
002830     05  WS-DAY-NAME             PIC X(03)
002840                                 OCCURS 7 TIMES.
002850*
002860 01  WS-RUN-COUNTERS               COMP.
002870     05  WS-SCHED-CARDS-READ     PIC 9(07)      VALUE ZERO.
002880     05  WS-FEEDS-SCHEDULED      PIC 9(07)      VALUE ZERO.
002890     05  WS-DIVIN-READ           PIC 9(07)      VALUE ZERO.
002900     05  WS-ENVELOPES-READ       PIC 9(07)      VALUE ZERO.
002910     05  WS-DETAILS-OUTSIDE      PIC 9(07)      VALUE ZERO.
002920     05  WS-LOGS-READ            PIC 9(07)      VALUE ZERO.
002930     05  WS-NIGHTS-MONITORED     PIC 9(07)      VALUE ZERO.
002940     05  WS-FEEDS-RECEIVED       PIC 9(07)      VALUE ZERO.
002950     05  WS-FEEDS-MISSING        PIC 9(07)      VALUE ZERO.
002960     05  WS-FEEDS-OUT-OF-RANGE   PIC 9(07)      VALUE ZERO.
002970     05  WS-FEEDS-LATE           PIC 9(07)      VALUE ZERO.
002980     05  WS-FEEDS-OVERDUE        PIC 9(07)      VALUE ZERO.
002990     05  WS-FEEDS-OFF-DAY        PIC 9(07)      VALUE ZERO.
003000     05  WS-FEEDS-UNSCHEDULED    PIC 9(07)      VALUE ZERO.
003010     05  WS-EXCEPTIONS           PIC 9(07)      VALUE ZERO.
003020*
003030 01  WS-RUN-DATE-FIELDS.
003040     05  WS-SYSTEM-DATE.
003050         10  WS-SYSTEM-YY        PIC 9(02).
003060         10  WS-SYSTEM-MM        PIC 9(02).
003070         10  WS-SYSTEM-DD        PIC 9(02).
003080     05  WS-REPORT-DATE          PIC X(08).
003090     05  WS-SYSTEM-TIME.
003100         10  WS-SYSTEM-HH        PIC 9(02).
003110         10  WS-SYSTEM-MN        PIC 9(02).
003120         10  WS-SYSTEM-SS        PIC 9(02).
003130         10  WS-SYSTEM-HS        PIC 9(02).
003140     05  WS-RUN-TIME             PIC X(08).
003150*
003160 01  WS-PRINT-CONTROLS.
003170     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
003180     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
003190     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
003200*
003210 01  WS-MON-HEADING-1.
003220     05  FILLER                  PIC X(10)      VALUE "DIV215".
003230     05  FILLER                  PIC X(32)
003240             VALUE "FEED SCHEDULE MONITOR          ".
003250     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003260     05  HDG1-RUN-DATE           PIC X(08).
003270     05  FILLER                  PIC X(05)      VALUE "PAGE:".
003280     05  HDG1-PAGE-NO            PIC ZZZ9.
003290*
003300 01  WS-MON-CONTROL-LINE.
003310     05  FILLER                  PIC X(09)      VALUE "TONIGHT:".
003320     05  CTL-TODAY-NAME          PIC X(03).
003330     05  FILLER                  PIC X(25)
003340             VALUE "   PRIOR NIGHTS LOGGED: ".
003350     05  CTL-NIGHTS              PIC 9.
003360     05  FILLER                  PIC X(04)      VALUE " OF ".
003370     05  CTL-NIGHTS-MAX          PIC 9.
003380*
003390 01  WS-MON-HEADING-2.
003400     05  FILLER                  PIC X(10)      VALUE "FEED".
003410     05  FILLER                  PIC X(04)      VALUE "DUE".
003420     05  FILLER                  PIC X(04)      VALUE "ENV".
003430     05  FILLER                  PIC X(08)      VALUE " VOLUME".
003440     05  FILLER                  PIC X(08)      VALUE "    MIN".
003450     05  FILLER                  PIC X(08)      VALUE "    MAX".
003460     05  FILLER                  PIC X(09)      VALUE "LAST RCV".
003470     05  FILLER                  PIC X(04)      VALUE "MIS".
003480     05  FILLER                  PIC X(06)      VALUE "STATUS".
003490*
003500 01  WS-MON-DETAIL.
003510     05  DET-FEED-ID             PIC X(08).
003520     05  FILLER                  PIC X(02)      VALUE SPACES.
003530     05  DET-DUE                 PIC X(03).
003540     05  FILLER                  PIC X(01)      VALUE SPACES.
003550     05  DET-ENVELOPES           PIC ZZ9.
003560     05  FILLER                  PIC X(01)      VALUE SPACES.
003570     05  DET-VOLUME              PIC ZZZZZZ9.
003580     05  FILLER                  PIC X(01)      VALUE SPACES.
003590     05  DET-MIN-VOLUME          PIC ZZZZZZ9.
003600     05  FILLER                  PIC X(01)      VALUE SPACES.
003610     05  DET-MAX-VOLUME          PIC ZZZZZZ9.
003620     05  DET-MAX-VOLUME-X REDEFINES DET-MAX-VOLUME
003630                                 PIC X(07).
003640     05  FILLER                  PIC X(01)      VALUE SPACES.
003650     05  DET-LAST-DATE           PIC X(08).
003660     05  FILLER                  PIC X(01)      VALUE SPACES.
003670     05  DET-MISSED              PIC ZZ9.
003680     05  FILLER                  PIC X(01)      VALUE SPACES.
003690     05  DET-STATUS              PIC X(25).
003700*
003710 01  WS-MON-TRAILER-1             PIC X(40)
003720         VALUE "*** CONTROL TOTALS ***".
003730*
003740 01  WS-MON-TRAILER-LINE.
003750     05  TRL-LABEL               PIC X(20).
003760     05  TRL-COUNT               PIC ZZZZZZ9.
003770*
003780 PROCEDURE DIVISION.
003790 0000-MAINLINE.
003800     PERFORM 100-INITIALIZE.
003810     PERFORM 200-DIVIN-LOOP UNTIL WS-DIVIN-EOF-YES.
003820     PERFORM 300-JUDGE-FEEDS.
003830     PERFORM 400-CONTROL-TOTALS.
003840     PERFORM 900-TERMINATE.
003850     STOP RUN.
003860*
003870*-----------------------------------------------------------*
003880*  100-INITIALIZE - LOADS THE SCHEDULE, WORKS OUT TONIGHT'S   *
003890*                   WEEKDAY AND THE PRIOR NIGHTS, READS THE   *
003900*                   DIVLOG HISTORY AND PRIMES DIVIN.          *
003910*-----------------------------------------------------------*
003920 100-INITIALIZE.
003930     ACCEPT WS-SYSTEM-DATE FROM DATE.
003940     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
003950     MOVE "/" TO WS-REPORT-DATE(3:1).
003960     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
003970     MOVE "/" TO WS-REPORT-DATE(6:1).
003980     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
003990     PERFORM 110-LOAD-SCHEDULE.
004000     MOVE WS-SYSTEM-DATE TO WS-CAL-YYMMDD.
004010     PERFORM 620-SET-WEEKDAY.
004020     MOVE WS-CAL-DAY-POS TO WS-TODAY-POS.
004030     MOVE 1 TO WS-NT-SUB.
004040     PERFORM 130-ADD-PRIOR-NIGHT UNTIL WS-NT-SUB > WS-NT-MAX.
004050     PERFORM 140-READ-HISTORY.
004060     OPEN INPUT DIVIN-FILE.
004070     OPEN OUTPUT DIVFMON-FILE.
004080     PERFORM 550-WRITE-HEADINGS.
004090     PERFORM 150-READ-DIVIN.
004100*
004110*-----------------------------------------------------------*
004120*  110-LOAD-SCHEDULE - EDITS AND TABLES EVERY DIVFSCH CARD.   *
004130*-----------------------------------------------------------*
004140 110-LOAD-SCHEDULE.
004150     OPEN INPUT DIVFSCH-FILE.
004160     IF WS-DIVFSCH-STATUS NOT = "00"
004170         DISPLAY "DIV215 - FATAL - DIVFSCH OPEN FAILED, "
004180             "FILE STATUS " WS-DIVFSCH-STATUS
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF.
004220     PERFORM 115-READ-SCHEDULE.
004230     PERFORM 120-LOAD-SCHEDULE-CARD UNTIL WS-FSCH-EOF-YES.
004240     CLOSE DIVFSCH-FILE.
004250     IF WS-FEEDS-SCHEDULED = ZERO
004260         DISPLAY "DIV215 - NOTE - DIVFSCH LISTS NO FEEDS - "
004270             "EVERY FEED RECEIVED IS UNSCHEDULED"
004280     END-IF.
004290*
004300 115-READ-SCHEDULE.
004310     READ DIVFSCH-FILE
004320         AT END
004330             SET WS-FSCH-EOF-YES TO TRUE
004340         NOT AT END
004350             ADD 1 TO WS-SCHED-CARDS-READ
004360     END-READ.
004370*
004380*-----------------------------------------------------------*
004390*  120-LOAD-SCHEDULE-CARD - COMMENT AND BLANK CARDS ARE       *
004400*                  SKIPPED.  THE DAYS MAY ONLY BE Y, N OR     *
004410*                  BLANK; THE VOLUMES BLANK OR NUMERIC, AND   *
004420*                  NOT A MINIMUM ABOVE THE MAXIMUM.           *
004430*-----------------------------------------------------------*
004440 120-LOAD-SCHEDULE-CARD.
004450     IF FS-FEED-ID NOT = SPACES AND FS-FEED-ID(1:1) NOT = "*"
004460         MOVE FS-EXPECTED-DAYS TO WS-EDIT-DAYS
004470         INSPECT WS-EDIT-DAYS REPLACING ALL "Y" BY SPACE
004480                                        ALL "N" BY SPACE
004490         IF WS-EDIT-DAYS NOT = SPACES
004500             DISPLAY "DIV215 - FATAL - DIVFSCH FEED " FS-FEED-ID
004510                 " EXPECTED DAYS '" FS-EXPECTED-DAYS
004520                 "' ARE NOT Y/N"
004530             MOVE 16 TO RETURN-CODE
004540             STOP RUN
004550         END-IF
004560         IF FS-MIN-VOLUME-X = SPACES
004570             MOVE ZERO TO FS-MIN-VOLUME
004580         END-IF
004590         IF FS-MAX-VOLUME-X = SPACES
004600             MOVE ZERO TO FS-MAX-VOLUME
004610         END-IF
004620         IF FS-MIN-VOLUME IS NOT NUMERIC OR
004630                 FS-MAX-VOLUME IS NOT NUMERIC
004640             DISPLAY "DIV215 - FATAL - DIVFSCH FEED " FS-FEED-ID
004650                 " VOLUME RANGE IS NOT NUMERIC"
004660             MOVE 16 TO RETURN-CODE
004670             STOP RUN
004680         END-IF
004690         IF FS-MAX-VOLUME > ZERO AND
004700                 FS-MIN-VOLUME > FS-MAX-VOLUME
004710             DISPLAY "DIV215 - FATAL - DIVFSCH FEED " FS-FEED-ID
004720                 " MINIMUM VOLUME IS ABOVE THE MAXIMUM"
004730             MOVE 16 TO RETURN-CODE
004740             STOP RUN
004750         END-IF
004760         MOVE FS-FEED-ID TO WS-SEARCH-FEED-ID
004770         PERFORM 160-FIND-FEED
004780         IF WS-FOUND-YES
004790             DISPLAY "DIV215 - FATAL - DIVFSCH LISTS FEED "
004800                 FS-FEED-ID " MORE THAN ONCE"
004810             MOVE 16 TO RETURN-CODE
004820             STOP RUN
004830         END-IF
004840         PERFORM 170-ADD-FEED
004850         SET WS-FD-ON-SCHEDULE(WS-FD-COUNT) TO TRUE
004860         MOVE FS-EXPECTED-DAYS TO WS-FD-DAYS(WS-FD-COUNT)
004870         MOVE FS-MIN-VOLUME    TO WS-FD-MIN-VOLUME(WS-FD-COUNT)
004880         MOVE FS-MAX-VOLUME    TO WS-FD-MAX-VOLUME(WS-FD-COUNT)
004890         ADD 1 TO WS-FEEDS-SCHEDULED
004900     END-IF.
004910     PERFORM 115-READ-SCHEDULE.
004920*
004930*-----------------------------------------------------------*
004940*  130-ADD-PRIOR-NIGHT - STEPS WS-CAL-YYMMDD BACK ONE DAY     *
004950*                  AND TABLES IT WITH ITS DAY POSITION.       *
004960*-----------------------------------------------------------*
004970 130-ADD-PRIOR-NIGHT.
004980     PERFORM 600-PRIOR-DAY.
004990     PERFORM 620-SET-WEEKDAY.
005000     MOVE WS-CAL-MM TO WS-CAL-DATE(1:2).
005010     MOVE "/" TO WS-CAL-DATE(3:1).
005020     MOVE WS-CAL-DD TO WS-CAL-DATE(4:2).
005030     MOVE "/" TO WS-CAL-DATE(6:1).
005040     MOVE WS-CAL-YY TO WS-CAL-DATE(7:2).
005050     MOVE WS-CAL-DATE    TO WS-NT-DATE(WS-NT-SUB).
005060     MOVE WS-CAL-DAY-POS TO WS-NT-DAY-POS(WS-NT-SUB).
005070     MOVE 'N' TO WS-NT-RAN(WS-NT-SUB).
005080     ADD 1 TO WS-NT-SUB.
005090*
005100*-----------------------------------------------------------*
005110*  140-READ-HISTORY - A MISSING DIVLOG ONLY MEANS NO HISTORY  *
005120*                  - TONIGHT IS STILL JUDGED ON ITS OWN.      *
005130*-----------------------------------------------------------*
005140 140-READ-HISTORY.
005150     OPEN INPUT DIVLOG-FILE.
005160     IF WS-DIVLOG-STATUS NOT = "00"
005170         DISPLAY "DIV215 - NOTE - DIVLOG NOT AVAILABLE, "
005180             "FILE STATUS " WS-DIVLOG-STATUS
005190             " - NO PRIOR NIGHTS CHECKED"
005200     ELSE
005210         PERFORM 145-READ-LOG
005220         PERFORM 146-TAKE-LOG-RECORD UNTIL WS-LOG-EOF-YES
005230         CLOSE DIVLOG-FILE
005240     END-IF.
005250*
005260 145-READ-LOG.
005270     READ DIVLOG-FILE
005280         AT END
005290             SET WS-LOG-EOF-YES TO TRUE
005300         NOT AT END
005310             ADD 1 TO WS-LOGS-READ
005320     END-READ.
005330*
005340*-----------------------------------------------------------*
005350*  146-TAKE-LOG-RECORD - TONIGHT'S OWN RECORDS (LEFT BY AN    *
005360*                  EARLIER SUBMISSION OF THE STREAM) ARE NOT  *
005370*                  HISTORY.  THIS STEP'S RUN-CONTROL RECORD   *
005380*                  MARKS A NIGHT AS MONITORED; A FEED-ARRIVAL *
005390*                  RECORD GIVES THE FEED'S LAST ARRIVAL AND,  *
005400*                  INSIDE THE WINDOW, THE NIGHT IT CAME.      *
005410*-----------------------------------------------------------*
005420 146-TAKE-LOG-RECORD.
005430     IF LG-RUN-DATE NOT = WS-REPORT-DATE
005440         PERFORM 147-FIND-NIGHT
005450         IF LG-JOB-NAME = "DIV100J" AND LG-PROGRAM = "DIV215"
005460             IF WS-NT-FOUND-SUB > ZERO
005470                 IF NOT WS-NT-RAN-YES(WS-NT-FOUND-SUB)
005480                     SET WS-NT-RAN-YES(WS-NT-FOUND-SUB) TO TRUE
005490                     ADD 1 TO WS-NIGHTS-MONITORED
005500                 END-IF
005510             END-IF
005520         END-IF
005530         IF LG-FEED-ARRIVAL
005540             MOVE LG-PROGRAM TO WS-SEARCH-FEED-ID
005550             PERFORM 160-FIND-FEED
005560             IF WS-FOUND-YES
005570                 MOVE LG-RUN-DATE TO WS-EDIT-DATE
005580                 PERFORM 690-EDIT-DATE-TO-YYMMDD
005590                 IF WS-DATE-OK-YES AND
005600                         (WS-FD-LAST-YYMMDD(WS-FD-SUB) = SPACES
005610                       OR WS-WORK-YYMMDD >
005620                          WS-FD-LAST-YYMMDD(WS-FD-SUB))
005630                     MOVE WS-WORK-YYMMDD
005640                         TO WS-FD-LAST-YYMMDD(WS-FD-SUB)
005650                     MOVE LG-RUN-DATE
005660                         TO WS-FD-LAST-DATE(WS-FD-SUB)
005670                 END-IF
005680                 IF WS-NT-FOUND-SUB > ZERO
005690                     MOVE 'Y' TO
005700                         WS-FD-ARRIVED(WS-FD-SUB, WS-NT-FOUND-SUB)
005710                 END-IF
005720             END-IF
005730         END-IF
005740     END-IF.
005750     PERFORM 145-READ-LOG.
005760*
005770 147-FIND-NIGHT.
005780     MOVE ZERO TO WS-NT-FOUND-SUB.
005790     MOVE 1 TO WS-NT-SUB.
005800     PERFORM 148-SCAN-NIGHT-TABLE
005810         UNTIL WS-NT-FOUND-SUB > ZERO OR WS-NT-SUB > WS-NT-MAX.
005820*
005830 148-SCAN-NIGHT-TABLE.
005840     IF WS-NT-DATE(WS-NT-SUB) = LG-RUN-DATE
005850         MOVE WS-NT-SUB TO WS-NT-FOUND-SUB
005860     ELSE
005870         ADD 1 TO WS-NT-SUB
005880     END-IF.
005890*
005900 150-READ-DIVIN.
005910     READ DIVIN-FILE
005920         AT END
005930             SET WS-DIVIN-EOF-YES TO TRUE
005940         NOT AT END
005950             ADD 1 TO WS-DIVIN-READ
005960     END-READ.
005970*
005980*-----------------------------------------------------------*
005990*  160-FIND-FEED - LOOKS WS-SEARCH-FEED-ID UP IN THE FEED     *
006000*                  TABLE; ON A HIT WS-FD-SUB POINTS AT IT.    *
006010*-----------------------------------------------------------*
006020 160-FIND-FEED.
006030     MOVE 'N' TO WS-FOUND-SWITCH.
006040     MOVE 1 TO WS-FD-SUB.
006050     PERFORM 165-SCAN-FEED-TABLE
006060         UNTIL WS-FOUND-YES OR WS-FD-SUB > WS-FD-COUNT.
006070*
006080 165-SCAN-FEED-TABLE.
006090     IF WS-FD-FEED-ID(WS-FD-SUB) = WS-SEARCH-FEED-ID
006100         SET WS-FOUND-YES TO TRUE
006110     ELSE
006120         ADD 1 TO WS-FD-SUB
006130     END-IF.
006140*
006150*-----------------------------------------------------------*
006160*  170-ADD-FEED - OPENS A TABLE ENTRY FOR WS-SEARCH-FEED-ID,  *
006170*                 DUE ON NO DAY AND WITH NO RANGE UNTIL THE   *
006180*                 CALLER SAYS OTHERWISE.                      *
006190*-----------------------------------------------------------*
006200 170-ADD-FEED.
006210     IF WS-FD-COUNT >= WS-FD-MAX
006220         DISPLAY "DIV215 - FATAL - MORE FEEDS THAN "
006230             "WS-FEED-TABLE HOLDS"
006240         MOVE 16 TO RETURN-CODE
006250         STOP RUN
006260     END-IF.
006270     ADD 1 TO WS-FD-COUNT.
006280     MOVE WS-SEARCH-FEED-ID TO WS-FD-FEED-ID(WS-FD-COUNT).
006290     MOVE 'N'       TO WS-FD-SCHEDULED(WS-FD-COUNT).
006300     MOVE "NNNNNNN" TO WS-FD-DAYS(WS-FD-COUNT).
006310     MOVE ZERO      TO WS-FD-MIN-VOLUME(WS-FD-COUNT).
006320     MOVE ZERO      TO WS-FD-MAX-VOLUME(WS-FD-COUNT).
006330     MOVE ZERO      TO WS-FD-ENVELOPES(WS-FD-COUNT).
006340     MOVE ZERO      TO WS-FD-VOLUME(WS-FD-COUNT).
006350     MOVE SPACES    TO WS-FD-LAST-YYMMDD(WS-FD-COUNT).
006360     MOVE SPACES    TO WS-FD-LAST-DATE(WS-FD-COUNT).
006370     MOVE "NNNNNNN" TO WS-FD-ARRIVALS(WS-FD-COUNT).
006380*
006390*-----------------------------------------------------------*
006400*  200-DIVIN-LOOP - ONE DIVIN RECORD PER PASS.  A HEADER      *
006410*                  OPENS AN ENVELOPE FOR ITS FEED (TABLING    *
006420*                  THE FEED AS UNSCHEDULED IF DIVFSCH DOES    *
006430*                  NOT LIST IT); EACH DETAIL INSIDE ADDS ONE  *
006440*                  TO THE FEED'S VOLUME.  DETAIL OUTSIDE AN   *
006450*                  ENVELOPE IS ONLY COUNTED - DIV105 FAILS    *
006460*                  IT.                                        *
006470*-----------------------------------------------------------*
006480 200-DIVIN-LOOP.
006490     EVALUATE TRUE
006500         WHEN DI-BATCH-HEADER
006510             MOVE BH-FEED-ID TO WS-SEARCH-FEED-ID
006520             PERFORM 160-FIND-FEED
006530             IF NOT WS-FOUND-YES
006540                 PERFORM 170-ADD-FEED
006550                 MOVE WS-FD-COUNT TO WS-FD-SUB
006560             END-IF
006570             MOVE WS-FD-SUB TO WS-CURR-FEED-SUB
006580             ADD 1 TO WS-FD-ENVELOPES(WS-CURR-FEED-SUB)
006590             ADD 1 TO WS-ENVELOPES-READ
006600             SET WS-ENV-OPEN-YES TO TRUE
006610         WHEN DI-BATCH-TRAILER
006620             MOVE 'N' TO WS-ENV-OPEN-SWITCH
006630         WHEN OTHER
006640             IF WS-ENV-OPEN-YES
006650                 ADD 1 TO WS-FD-VOLUME(WS-CURR-FEED-SUB)
006660             ELSE
006670                 ADD 1 TO WS-DETAILS-OUTSIDE
006680             END-IF
006690     END-EVALUATE.
006700     PERFORM 150-READ-DIVIN.
006710*
006720*-----------------------------------------------------------*
006730*  300-JUDGE-FEEDS - ONE REPORT LINE PER FEED IN THE TABLE.   *
006740*-----------------------------------------------------------*
006750 300-JUDGE-FEEDS.
006760     MOVE 1 TO WS-FD-SUB.
006770     PERFORM 310-JUDGE-ONE-FEED UNTIL WS-FD-SUB > WS-FD-COUNT.
006780*
006790*-----------------------------------------------------------*
006800*  310-JUDGE-ONE-FEED - A VOLUME OUT OF RANGE OUTRANKS A LATE *
006810*                  OR OFF-DAY ARRIVAL; THE MISSED-NIGHTS      *
006820*                  COLUMN STILL SHOWS WHAT WAS OWED.          *
006830*-----------------------------------------------------------*
006840 310-JUDGE-ONE-FEED.
006850     PERFORM 320-COUNT-MISSED-NIGHTS.
006860     MOVE ZERO TO WS-SEVERITY.
006870     MOVE SPACES TO WS-STATUS-TEXT.
006880     IF WS-FD-ENVELOPES(WS-FD-SUB) > ZERO
006890         ADD 1 TO WS-FEEDS-RECEIVED
006900     END-IF.
006910     EVALUATE TRUE
006920         WHEN NOT WS-FD-ON-SCHEDULE(WS-FD-SUB)
006930             MOVE "UNSCHEDULED FEED" TO WS-STATUS-TEXT
006940             MOVE 4 TO WS-SEVERITY
006950             ADD 1 TO WS-FEEDS-UNSCHEDULED
006960         WHEN WS-FD-ENVELOPES(WS-FD-SUB) = ZERO AND
006970                 WS-FD-DAY(WS-FD-SUB, WS-TODAY-POS) = 'Y'
006980             MOVE "MISSING" TO WS-STATUS-TEXT
006990             MOVE 8 TO WS-SEVERITY
007000             ADD 1 TO WS-FEEDS-MISSING
007010         WHEN WS-FD-ENVELOPES(WS-FD-SUB) = ZERO AND
007020                 WS-MISSED-NIGHTS > ZERO
007030             STRING "OVERDUE - DUE " WS-FIRST-MISSED-DATE
007040                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
007050             MOVE 4 TO WS-SEVERITY
007060             ADD 1 TO WS-FEEDS-OVERDUE
007070         WHEN WS-FD-ENVELOPES(WS-FD-SUB) = ZERO
007080             MOVE "NOT DUE TONIGHT" TO WS-STATUS-TEXT
007090         WHEN WS-FD-VOLUME(WS-FD-SUB) <
007100                 WS-FD-MIN-VOLUME(WS-FD-SUB)
007110             MOVE "VOLUME BELOW RANGE" TO WS-STATUS-TEXT
007120             MOVE 8 TO WS-SEVERITY
007130             ADD 1 TO WS-FEEDS-OUT-OF-RANGE
007140         WHEN WS-FD-MAX-VOLUME(WS-FD-SUB) > ZERO AND
007150                 WS-FD-VOLUME(WS-FD-SUB) >
007160                 WS-FD-MAX-VOLUME(WS-FD-SUB)
007170             MOVE "VOLUME ABOVE RANGE" TO WS-STATUS-TEXT
007180             MOVE 8 TO WS-SEVERITY
007190             ADD 1 TO WS-FEEDS-OUT-OF-RANGE
007200         WHEN WS-MISSED-NIGHTS > ZERO
007210             STRING "LATE - DUE " WS-FIRST-MISSED-DATE
007220                 DELIMITED BY SIZE INTO WS-STATUS-TEXT
007230             MOVE 4 TO WS-SEVERITY
007240             ADD 1 TO WS-FEEDS-LATE
007250         WHEN WS-FD-DAY(WS-FD-SUB, WS-TODAY-POS) NOT = 'Y'
007260             MOVE "RECEIVED ON OFF DAY" TO WS-STATUS-TEXT
007270             MOVE 4 TO WS-SEVERITY
007280             ADD 1 TO WS-FEEDS-OFF-DAY
007290         WHEN OTHER
007300             MOVE "RECEIVED" TO WS-STATUS-TEXT
007310     END-EVALUATE.
007320     IF WS-SEVERITY > ZERO
007330         ADD 1 TO WS-EXCEPTIONS
007340     END-IF.
007350     IF WS-SEVERITY > WS-WORST-SEVERITY
007360         MOVE WS-SEVERITY TO WS-WORST-SEVERITY
007370     END-IF.
007380     PERFORM 330-WRITE-FEED-LINE.
007390     ADD 1 TO WS-FD-SUB.
007400*
007410*-----------------------------------------------------------*
007420*  320-COUNT-MISSED-NIGHTS - WALKS THE PRIOR NIGHTS OLDEST    *
007430*                  FIRST.  A MONITORED NIGHT THE FEED WAS     *
007440*                  DUE AND DID NOT COME COUNTS AS MISSED; AN  *
007450*                  ARRIVAL CLEARS WHATEVER WAS OWED BEFORE.   *
007460*-----------------------------------------------------------*
007470 320-COUNT-MISSED-NIGHTS.
007480     MOVE ZERO TO WS-MISSED-NIGHTS.
007490     MOVE SPACES TO WS-FIRST-MISSED-DATE.
007500     MOVE WS-NT-MAX TO WS-NT-SUB.
007510     PERFORM 325-CHECK-ONE-NIGHT UNTIL WS-NT-SUB < 1.
007520*
007530 325-CHECK-ONE-NIGHT.
007540     IF WS-FD-ARRIVED(WS-FD-SUB, WS-NT-SUB) = 'Y'
007550         MOVE ZERO TO WS-MISSED-NIGHTS
007560         MOVE SPACES TO WS-FIRST-MISSED-DATE
007570     ELSE
007580         MOVE WS-NT-DAY-POS(WS-NT-SUB) TO WS-DAY-SUB
007590         IF WS-NT-RAN-YES(WS-NT-SUB) AND
007600                 WS-FD-DAY(WS-FD-SUB, WS-DAY-SUB) = 'Y'
007610             ADD 1 TO WS-MISSED-NIGHTS
007620             IF WS-MISSED-NIGHTS = 1
007630                 MOVE WS-NT-DATE(WS-NT-SUB)
007640                     TO WS-FIRST-MISSED-DATE
007650             END-IF
007660         END-IF
007670     END-IF.
007680     SUBTRACT 1 FROM WS-NT-SUB.
007690*
007700 330-WRITE-FEED-LINE.
007710     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007720         PERFORM 550-WRITE-HEADINGS
007730     END-IF.
007740     MOVE WS-FD-FEED-ID(WS-FD-SUB) TO DET-FEED-ID.
007750     IF WS-FD-DAY(WS-FD-SUB, WS-TODAY-POS) = 'Y'
007760         MOVE "YES" TO DET-DUE
007770     ELSE
007780         MOVE "NO" TO DET-DUE
007790     END-IF.
007800     MOVE WS-FD-ENVELOPES(WS-FD-SUB)  TO DET-ENVELOPES.
007810     MOVE WS-FD-VOLUME(WS-FD-SUB)     TO DET-VOLUME.
007820     MOVE WS-FD-MIN-VOLUME(WS-FD-SUB) TO DET-MIN-VOLUME.
007830     IF WS-FD-MAX-VOLUME(WS-FD-SUB) = ZERO
007840         MOVE "   NONE" TO DET-MAX-VOLUME-X
007850     ELSE
007860         MOVE WS-FD-MAX-VOLUME(WS-FD-SUB) TO DET-MAX-VOLUME
007870     END-IF.
007880     IF WS-FD-LAST-DATE(WS-FD-SUB) = SPACES
007890         MOVE "NONE" TO DET-LAST-DATE
007900     ELSE
007910         MOVE WS-FD-LAST-DATE(WS-FD-SUB) TO DET-LAST-DATE
007920     END-IF.
007930     MOVE WS-MISSED-NIGHTS TO DET-MISSED.
007940     MOVE WS-STATUS-TEXT   TO DET-STATUS.
007950     WRITE WS-DIVFMON-RECORD FROM WS-MON-DETAIL
007960         AFTER ADVANCING 1 LINE.
007970     ADD 1 TO WS-LINE-COUNT.
007980*
007990 400-CONTROL-TOTALS.
008000     WRITE WS-DIVFMON-RECORD FROM WS-MON-TRAILER-1
008010         AFTER ADVANCING 3 LINES.
008020     MOVE "FEEDS ON SCHEDULE =" TO TRL-LABEL.
008030     MOVE WS-FEEDS-SCHEDULED TO TRL-COUNT.
008040     PERFORM 410-WRITE-TRAILER-LINE.
008050     MOVE "DIVIN RECORDS READ=" TO TRL-LABEL.
008060     MOVE WS-DIVIN-READ TO TRL-COUNT.
008070     PERFORM 410-WRITE-TRAILER-LINE.
008080     MOVE "ENVELOPES READ    =" TO TRL-LABEL.
008090     MOVE WS-ENVELOPES-READ TO TRL-COUNT.
008100     PERFORM 410-WRITE-TRAILER-LINE.
008110     MOVE "OUTSIDE ENVELOPES =" TO TRL-LABEL.
008120     MOVE WS-DETAILS-OUTSIDE TO TRL-COUNT.
008130     PERFORM 410-WRITE-TRAILER-LINE.
008140     MOVE "FEEDS RECEIVED    =" TO TRL-LABEL.
008150     MOVE WS-FEEDS-RECEIVED TO TRL-COUNT.
008160     PERFORM 410-WRITE-TRAILER-LINE.
008170     MOVE "FEEDS MISSING     =" TO TRL-LABEL.
008180     MOVE WS-FEEDS-MISSING TO TRL-COUNT.
008190     PERFORM 410-WRITE-TRAILER-LINE.
008200     MOVE "OUT OF RANGE      =" TO TRL-LABEL.
008210     MOVE WS-FEEDS-OUT-OF-RANGE TO TRL-COUNT.
008220     PERFORM 410-WRITE-TRAILER-LINE.
008230     MOVE "FEEDS LATE        =" TO TRL-LABEL.
008240     MOVE WS-FEEDS-LATE TO TRL-COUNT.
008250     PERFORM 410-WRITE-TRAILER-LINE.
008260     MOVE "FEEDS OVERDUE     =" TO TRL-LABEL.
008270     MOVE WS-FEEDS-OVERDUE TO TRL-COUNT.
008280     PERFORM 410-WRITE-TRAILER-LINE.
008290     MOVE "FEEDS ON OFF DAY  =" TO TRL-LABEL.
008300     MOVE WS-FEEDS-OFF-DAY TO TRL-COUNT.
008310     PERFORM 410-WRITE-TRAILER-LINE.
008320     MOVE "FEEDS UNSCHEDULED =" TO TRL-LABEL.
008330     MOVE WS-FEEDS-UNSCHEDULED TO TRL-COUNT.
008340     PERFORM 410-WRITE-TRAILER-LINE.
008350     MOVE "LOG RECORDS READ  =" TO TRL-LABEL.
008360     MOVE WS-LOGS-READ TO TRL-COUNT.
008370     PERFORM 410-WRITE-TRAILER-LINE.
008380*
008390 410-WRITE-TRAILER-LINE.
008400     WRITE WS-DIVFMON-RECORD FROM WS-MON-TRAILER-LINE
008410         AFTER ADVANCING 1 LINE.
008420*
008430 550-WRITE-HEADINGS.
008440     ADD 1 TO WS-PAGE-COUNT.
008450     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
008460     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
008470     WRITE WS-DIVFMON-RECORD FROM WS-MON-HEADING-1
008480         AFTER ADVANCING PAGE.
008490     MOVE WS-DAY-NAME(WS-TODAY-POS) TO CTL-TODAY-NAME.
008500     MOVE WS-NIGHTS-MONITORED TO CTL-NIGHTS.
008510     MOVE WS-NT-MAX TO CTL-NIGHTS-MAX.
008520     WRITE WS-DIVFMON-RECORD FROM WS-MON-CONTROL-LINE
008530         AFTER ADVANCING 2 LINES.
008540     WRITE WS-DIVFMON-RECORD FROM WS-MON-HEADING-2
008550         AFTER ADVANCING 2 LINES.
008560     MOVE 5 TO WS-LINE-COUNT.
008570*
008580*-----------------------------------------------------------*
008590*  600-PRIOR-DAY - STEPS WS-CAL-YYMMDD BACK ONE DAY.          *
008600*-----------------------------------------------------------*
008610 600-PRIOR-DAY.
008620     IF WS-CAL-DD > 1
008630         SUBTRACT 1 FROM WS-CAL-DD
008640     ELSE
008650         IF WS-CAL-MM > 1
008660             SUBTRACT 1 FROM WS-CAL-MM
008670         ELSE
008680             MOVE 12 TO WS-CAL-MM
008690             IF WS-CAL-YY = ZERO
008700                 MOVE 99 TO WS-CAL-YY
008710             ELSE
008720                 SUBTRACT 1 FROM WS-CAL-YY
008730             END-IF
008740         END-IF
008750         PERFORM 610-SET-MONTH-DAYS
008760         MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD
008770     END-IF.
008780*
008790 610-SET-MONTH-DAYS.
008800     MOVE WS-MONTH-DAYS(WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
008810     IF WS-CAL-MM = 2
008820         DIVIDE WS-CAL-YY BY 4 GIVING WS-CAL-WORK
008830             REMAINDER WS-CAL-LEAP-REMAINDER
008840         IF WS-CAL-LEAP-REMAINDER = ZERO
008850             MOVE 29 TO WS-CAL-MONTH-DAYS
008860         END-IF
008870     END-IF.
008880*
008890*-----------------------------------------------------------*
008900*  620-SET-WEEKDAY - ZELLER'S CONGRUENCE FOR WS-CAL-YYMMDD:   *
008910*                  JANUARY AND FEBRUARY COUNT AS MONTHS 13    *
008920*                  AND 14 OF THE YEAR BEFORE; EACH DIVISION   *
008930*                  IS DONE ON ITS OWN SO IT TRUNCATES.  THE   *
008940*                  WEEKDAY IS THEN TURNED INTO A DIVFSCH DAY  *
008950*                  POSITION, MONDAY FIRST.                    *
008960*-----------------------------------------------------------*
008970 620-SET-WEEKDAY.
008980     MOVE WS-CAL-MM TO WS-ZL-MONTH.
008990     COMPUTE WS-ZL-YEAR = 2000 + WS-CAL-YY.
009000     IF WS-ZL-MONTH < 3
009010         ADD 12 TO WS-ZL-MONTH
009020         SUBTRACT 1 FROM WS-ZL-YEAR
009030     END-IF.
009040     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
009050         REMAINDER WS-ZL-YEAR-OF-CENT.
009060     COMPUTE WS-CAL-WORK = 13 * (WS-ZL-MONTH + 1).
009070     DIVIDE WS-CAL-WORK BY 5 GIVING WS-ZL-MONTH-TERM.
009080     DIVIDE WS-ZL-YEAR-OF-CENT BY 4 GIVING WS-ZL-YEAR-TERM.
009090     DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-CENT-TERM.
009100     COMPUTE WS-ZL-TOTAL = WS-CAL-DD + WS-ZL-MONTH-TERM
009110         + WS-ZL-YEAR-OF-CENT + WS-ZL-YEAR-TERM
009120         + WS-ZL-CENT-TERM + 5 * WS-ZL-CENTURY.
009130     DIVIDE WS-ZL-TOTAL BY 7 GIVING WS-CAL-WORK
009140         REMAINDER WS-CAL-WEEKDAY.
009150     IF WS-CAL-WEEKDAY < 2
009160         COMPUTE WS-CAL-DAY-POS = WS-CAL-WEEKDAY + 6
009170     ELSE
009180         COMPUTE WS-CAL-DAY-POS = WS-CAL-WEEKDAY - 1
009190     END-IF.
009200*
009210*-----------------------------------------------------------*
009220*  690-EDIT-DATE-TO-YYMMDD - VALIDATES AN MM/DD/YY DATE IN    *
009230*                  WS-EDIT-DATE AND REARRANGES IT INTO        *
009240*                  WS-WORK-YYMMDD.  SETS WS-DATE-OK-SWITCH.   *
009250*-----------------------------------------------------------*
009260 690-EDIT-DATE-TO-YYMMDD.
009270     MOVE 'N' TO WS-DATE-OK-SWITCH.
009280     IF WS-EDIT-MM IS NUMERIC AND
009290             WS-EDIT-DD IS NUMERIC AND
009300             WS-EDIT-YY IS NUMERIC AND
009310             WS-EDIT-SL1 = "/" AND
009320             WS-EDIT-SL2 = "/"
009330         MOVE WS-EDIT-YY TO WS-WORK-YY
009340         MOVE WS-EDIT-MM TO WS-WORK-MM
009350         MOVE WS-EDIT-DD TO WS-WORK-DD
009360         SET WS-DATE-OK-YES TO TRUE
009370     END-IF.
009380*
009390*-----------------------------------------------------------*
009400*  950-WRITE-RUN-LOG - APPENDS A FEED-ARRIVAL RECORD FOR      *
009410*  EVERY FEED RECEIVED TONIGHT (LG-RECORDS-IN IS THE VOLUME,  *
009420*  LG-RECORDS-OUT THE ENVELOPES) AND THEN THIS STEP'S         *
009430*  RUN-CONTROL RECORD (LG-RECORDS-IN IS THE DIVIN RECORDS     *
009440*  READ, LG-RECORDS-OUT THE FEEDS RECEIVED, LG-RECORDS-REJECT *
009450*  THE FEEDS FLAGGED).  A MISSING DIVLOG IS REPORTED BUT      *
009460*  NEVER FAILS THE STEP - TOMORROW SIMPLY HAS LESS HISTORY.   *
009470*-----------------------------------------------------------*
009480 950-WRITE-RUN-LOG.
009490     OPEN EXTEND DIVLOG-FILE.
009500     IF WS-DIVLOG-STATUS NOT = "00"
009510         DISPLAY "DIV215 - WARNING - DIVLOG OPEN FAILED, "
009520             "FILE STATUS " WS-DIVLOG-STATUS
009530             " - RUN-CONTROL RECORD NOT WRITTEN"
009540     ELSE
009550         ACCEPT WS-SYSTEM-TIME FROM TIME
009560         MOVE WS-SYSTEM-HH TO WS-RUN-TIME(1:2)
009570         MOVE ":" TO WS-RUN-TIME(3:1)
009580         MOVE WS-SYSTEM-MN TO WS-RUN-TIME(4:2)
009590         MOVE ":" TO WS-RUN-TIME(6:1)
009600         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
009610         MOVE 1 TO WS-FD-SUB
009620         PERFORM 955-WRITE-ARRIVAL UNTIL WS-FD-SUB > WS-FD-COUNT
009630         MOVE SPACES TO WS-DIVLOG-RECORD
009640         MOVE "DIV100J" TO LG-JOB-NAME
009650         MOVE "DIV215" TO LG-PROGRAM
009660         MOVE WS-REPORT-DATE TO LG-RUN-DATE
009670         MOVE WS-RUN-TIME TO LG-RUN-TIME
009680         MOVE WS-DIVIN-READ TO LG-RECORDS-IN
009690         MOVE WS-FEEDS-RECEIVED TO LG-RECORDS-OUT
009700         MOVE WS-EXCEPTIONS TO LG-RECORDS-REJECT
009710         MOVE ZERO TO LG-AMOUNT-1
009720         MOVE ZERO TO LG-AMOUNT-2
009730         WRITE WS-DIVLOG-RECORD
009740         CLOSE DIVLOG-FILE
009750     END-IF.
009760*
009770 955-WRITE-ARRIVAL.
009780     IF WS-FD-ENVELOPES(WS-FD-SUB) > ZERO
009790         MOVE SPACES TO WS-DIVLOG-RECORD
009800         MOVE "DIVFEED" TO LG-JOB-NAME
009810         MOVE WS-FD-FEED-ID(WS-FD-SUB) TO LG-PROGRAM
009820         MOVE WS-REPORT-DATE TO LG-RUN-DATE
009830         MOVE WS-RUN-TIME TO LG-RUN-TIME
009840         MOVE WS-FD-VOLUME(WS-FD-SUB) TO LG-RECORDS-IN
009850         MOVE WS-FD-ENVELOPES(WS-FD-SUB) TO LG-RECORDS-OUT
009860         MOVE ZERO TO LG-RECORDS-REJECT
009870         MOVE ZERO TO LG-AMOUNT-1
009880         MOVE ZERO TO LG-AMOUNT-2
009890         WRITE WS-DIVLOG-RECORD
009900     END-IF.
009910     ADD 1 TO WS-FD-SUB.
009920*
009930 900-TERMINATE.
009940     PERFORM 950-WRITE-RUN-LOG.
009950     DISPLAY "DIV215 - FEEDS RECEIVED = " WS-FEEDS-RECEIVED.
009960     DISPLAY "DIV215 - FEEDS MISSING  = " WS-FEEDS-MISSING.
009970     DISPLAY "DIV215 - OUT OF RANGE   = " WS-FEEDS-OUT-OF-RANGE.
009980     DISPLAY "DIV215 - FEEDS FLAGGED  = " WS-EXCEPTIONS.
009990     CLOSE DIVIN-FILE.
010000     CLOSE DIVFMON-FILE.
010010     IF WS-WORST-SEVERITY > ZERO
010020         DISPLAY "DIV215 - FEED SCHEDULE EXCEPTIONS - SEE DIVFMON"
010030         MOVE WS-WORST-SEVERITY TO RETURN-CODE
010040     END-IF.
