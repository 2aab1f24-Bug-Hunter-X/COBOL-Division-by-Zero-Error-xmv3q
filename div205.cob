000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV205.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV205 - MASTER FILE REBUILD FROM AUDIT GENERATIONS.       *
000090*                                                             *
000100*  DISASTER RECOVERY FOR DIVMSTR.  WHEN A MASTER GENERATION   *
000110*  IS LOST OR DAMAGED (CATALOGED FROM A BAD RUN, OR AN EMPTY  *
000120*  ONE SEEDED BY A MISTAKEN DIV100S), DIV180 SAYS IT IS WRONG *
000130*  BUT CANNOT PUT IT RIGHT.  THIS PROGRAM REBUILDS THE MASTER *
000140*  AS OF A CHOSEN DATE FROM THE LAST GENERATION KNOWN TO BE   *
000150*  GOOD (DIVMBASE) BY REPLAYING THE RETAINED DIVAUD           *
000160*  GENERATIONS NIGHT BY NIGHT WITH THE DIV110 RULES:          *
000170*                                                             *
000180*    - EVERY ENTRY COUNTS, ONLY ACCEPTED (STATUS 00) ENTRIES  *
000190*      JOIN THE LIFETIME SUMS, AND A REVERSAL (STATUS 30)     *
000200*      TAKES ONE OFF THE COUNT AND ITS ORIGINAL'S AMOUNTS OFF *
000210*      THE SUMS;                                              *
000220*    - THE LAST ENTRY OF A NIGHT SETS THE LAST-RUN DATE,      *
000230*      LAST RESULT AND LAST STATUS;                           *
000240*    - AN ACCOUNT NOT YET ON THE MASTER IS ADDED THE FIRST    *
000250*      NIGHT IT HAS ACCEPTED ACTIVITY, AND A NIGHT OF NOTHING *
000260*      BUT REJECTS FOR IT IS BYPASSED;                        *
000270*    - AN ACCOUNT NOT ON THE MASTER BUT ON THE RETAINED       *
000280*      DIVMARCH ARCHIVE COMES BACK FROM ITS LAST ARCHIVED     *
000290*      RECORD THE FIRST NIGHT IT HAS ACCEPTED ACTIVITY OR A   *
000300*      REVERSAL, AS DIV115 REINSTATES IT IN THE NIGHTLY RUN.  *
000310*                                                             *
000320*  THE THREE INPUTS ARE ALL IN ACCOUNT SEQUENCE - DIVAUDR IS  *
000330*  THE AUDIT GENERATIONS SORTED BY ACCOUNT AND RUN DATE, AND  *
000340*  DIVMARCS IS THE ARCHIVE GENERATIONS SORTED BY ACCOUNT      *
000350*  OLDEST FIRST, SO THE LAST RECORD OF A RUN OF EQUAL KEYS IS *
000360*  THE NEWEST - AND ARE MATCHED BY A THREE-WAY BALANCED LINE. *
000370*  ONLY ENTRIES DATED AFTER THE BASE DATE AND ON OR BEFORE    *
000380*  THE REBUILD DATE (DIVRCTL CARD) ARE REPLAYED.              *
000390*                                                             *
000400*  THE DIVRREG REGISTER SHOWS, FOR EVERY ACCOUNT ON THE       *
000410*  REBUILT MASTER, WHERE ITS POSITION CAME FROM (BASE         *
000420*  GENERATION, ARCHIVE, OR FIRST SEEN IN THE REPLAY), THE     *
000430*  NIGHTS AND ENTRIES REPLAYED ONTO IT AND THE RESULTING      *
000440*  POSITION.  IT THEN WALKS THE CALENDAR FROM THE BASE DATE   *
000450*  TO THE REBUILD DATE: EVERY PROCESSING DAY WITH NO AUDIT    *
000460*  ENTRIES, AND NOT DECLARED ON A NO-RUN CARD, PRINTS AS AN   *
000470*  UNRECOVERABLE GAP - THE NIGHT'S ACTIVITY IS NOT THERE TO   *
000480*  REPLAY - AND THE STEP ENDS RC=8 SO THE REBUILD IS NOT      *
000490*  PROMOTED.                                                  *
000500*                                                             *
000510*  THE STARTING POSITIONS (BASE RECORDS PLUS ARCHIVE RECORDS  *
000520*  BROUGHT BACK) ARE WRITTEN TO DIVMSTRT AND THE ENTRIES      *
000530*  ACTUALLY APPLIED TO DIVRAUD, BOTH IN ACCOUNT SEQUENCE, SO  *
000540*  DIV180 CAN PROVE THE REBUILT GENERATION (DIVMNEW) EXACTLY  *
000550*  AS IT PROVES A NIGHTLY UPDATE BEFORE IT IS PROMOTED.       *
000560*                                                             *
000570*  DIVRCTL CARDS -                                            *
000580*    FIRST CARD  COLS  1-8  BASE DATE, MM/DD/YY - THE LAST    *
000590*                           RUN DATE DIVMBASE INCLUDES        *
000600*                COLS 10-17 REBUILD DATE, MM/DD/YY            *
000610*                COL  19    PROCESSING DAYS PER WEEK, 5       *
000620*                           (MON-FRI, THE DEFAULT) OR 7       *
000630*    LATER CARDS COLS  1-8  A DATE THE STREAM DID NOT RUN     *
000640*                           (HOLIDAY), ONE PER CARD           *
000650*  A MISSING OR MALFORMED CARD IS FATAL (RC=16), AS IS A BASE *
000660*  GENERATION THAT HOLDS ACTIVITY AFTER THE BASE DATE OR IS   *
000670*  OUT OF ACCOUNT SEQUENCE.                                   *
000680*                                                             *
000690*  MODIFICATION HISTORY.                                     *
000700*    DATE       INIT  DESCRIPTION                            *
000710*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000720*-----------------------------------------------------------*
000730 ENVIRONMENT DIVISION.
000740 INPUT-OUTPUT SECTION.
000750 FILE-CONTROL.
000760     SELECT DIVRCTL-FILE ASSIGN TO DIVRCTL
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL
000790         FILE STATUS IS WS-DIVRCTL-STATUS.
000800     SELECT DIVMBASE-FILE ASSIGN TO DIVMBASE
000810         ORGANIZATION IS SEQUENTIAL
000820         ACCESS MODE IS SEQUENTIAL
000830         FILE STATUS IS WS-DIVMBASE-STATUS.
000840     SELECT DIVMARCS-FILE ASSIGN TO DIVMARCS
000850         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS SEQUENTIAL
000870         FILE STATUS IS WS-DIVMARCS-STATUS.
000880     SELECT DIVAUDR-FILE ASSIGN TO DIVAUDR
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
000910         FILE STATUS IS WS-DIVAUDR-STATUS.
000920     SELECT DIVMNEW-FILE ASSIGN TO DIVMNEW
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL.
000950     SELECT DIVMSTRT-FILE ASSIGN TO DIVMSTRT
000960         ORGANIZATION IS SEQUENTIAL
000970         ACCESS MODE IS SEQUENTIAL.
000980     SELECT DIVRAUD-FILE ASSIGN TO DIVRAUD
000990         ORGANIZATION IS SEQUENTIAL
001000         ACCESS MODE IS SEQUENTIAL.
001010     SELECT DIVRREG-FILE ASSIGN TO DIVRREG
001020         ORGANIZATION IS SEQUENTIAL
001030         ACCESS MODE IS SEQUENTIAL.
001040*
001050 DATA DIVISION.
001060 FILE SECTION.
001070*-----------------------------------------------------------*
001080*  DIVRCTL - REBUILD CONTROL CARDS (SEE ABOVE).  THE FIRST    *
001090*            CARD IS READ THROUGH WS-DIVRCTL-RECORD, THE      *
001100*            NO-RUN CARDS THROUGH THE REDEFINITION.           *
001110*-----------------------------------------------------------*
001120 FD  DIVRCTL-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  WS-DIVRCTL-RECORD.
001160     05  RC-BASE-DATE            PIC X(08).
001170     05  FILLER                  PIC X(01).
001180     05  RC-REBUILD-DATE         PIC X(08).
001190     05  FILLER                  PIC X(01).
001200     05  RC-RUN-DAYS             PIC X(01).
001210     05  FILLER                  PIC X(61).
001220 01  WS-DIVRCTL-NORUN-RECORD REDEFINES WS-DIVRCTL-RECORD.
001230     05  RC-NORUN-DATE           PIC X(08).
001240     05  FILLER                  PIC X(72).
001250*
001260*-----------------------------------------------------------*
001270*  DIVMBASE - THE LAST MASTER GENERATION KNOWN TO BE GOOD.    *
001280*-----------------------------------------------------------*
001290 FD  DIVMBASE-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 01  WS-DIVMBASE-RECORD.
001330     05  MB-ACCOUNT-ID           PIC X(10).
001340     05  MB-LAST-RUN-DATE        PIC X(08).
001350     05  MB-TRANS-COUNT          PIC 9(07).
001360     05  MB-LIFE-SUM-FIELD-A     PIC S9(09)V99.
001370     05  MB-LIFE-SUM-RESULT      PIC S9(09)V99.
001380     05  MB-LAST-RESULT          PIC S9(05)V99.
001390     05  MB-LAST-STATUS          PIC X(02).
001400     05  FILLER                  PIC X(10).
001410*
001420*-----------------------------------------------------------*
001430*  DIVMARCS - THE RETAINED DIVMARCH ARCHIVE GENERATIONS,      *
001440*             SORTED BY ACCOUNT WITH THE OLDEST GENERATION'S  *
001450*             RECORD FIRST.                                   *
001460*-----------------------------------------------------------*
001470 FD  DIVMARCS-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  WS-DIVMARCS-RECORD.
001510     05  MA-ACCOUNT-ID           PIC X(10).
001520     05  MA-LAST-RUN-DATE        PIC X(08).
001530     05  FILLER                  PIC X(48).
001540*
001550*-----------------------------------------------------------*
001560*  DIVAUDR - THE RETAINED DIVAUD GENERATIONS, SORTED BY       *
001570*            ACCOUNT AND RUN DATE, EACH NIGHT'S ENTRIES IN    *
001580*            THEIR ORIGINAL ORDER.                            *
001590*-----------------------------------------------------------*
001600 FD  DIVAUDR-FILE
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630 01  WS-DIVAUDR-RECORD.
001640     05  DA-JOB-NAME             PIC X(08).
001650     05  DA-RUN-DATE             PIC X(08).
001660     05  DA-RUN-TIME             PIC X(08).
001670     05  DA-ACCOUNT-ID           PIC X(10).
001680     05  DA-FIELD-A              PIC S9(05).
001690     05  DA-FIELD-B              PIC S9(05).
001700     05  DA-RESULT               PIC S9(05)V99.
001710     05  DA-STATUS-CODE          PIC X(02).
001720     05  DA-STATUS-TEXT          PIC X(20).
001730     05  DA-OPERATION-CODE       PIC X(01).
001740     05  DA-TRANS-REF            PIC X(12).
001750     05  FILLER                  PIC X(06).
001760*
001770*-----------------------------------------------------------*
001780*  DIVMNEW - THE REBUILT MASTER GENERATION.                   *
001790*-----------------------------------------------------------*
001800 FD  DIVMNEW-FILE
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE STANDARD.
001830 01  WS-DIVMNEW-RECORD.
001840     05  MS-ACCOUNT-ID           PIC X(10).
001850     05  MS-LAST-RUN-DATE        PIC X(08).
001860     05  MS-TRANS-COUNT          PIC 9(07).
001870     05  MS-LIFE-SUM-FIELD-A     PIC S9(09)V99.
001880     05  MS-LIFE-SUM-RESULT      PIC S9(09)V99.
001890     05  MS-LAST-RESULT          PIC S9(05)V99.
001900     05  MS-LAST-STATUS          PIC X(02).
001910     05  FILLER                  PIC X(10).
001920*
001930*-----------------------------------------------------------*
001940*  DIVMSTRT - STARTING POSITIONS, DIV180'S DIVMOLD.           *
001950*-----------------------------------------------------------*
001960 FD  DIVMSTRT-FILE
001970     RECORDING MODE IS F
001980     LABEL RECORDS ARE STANDARD.
001990 01  WS-DIVMSTRT-RECORD              PIC X(66).
002000*
002010*-----------------------------------------------------------*
002020*  DIVRAUD - AUDIT ENTRIES APPLIED, DIV180'S DIVAUD.          *
002030*-----------------------------------------------------------*
002040 FD  DIVRAUD-FILE
002050     RECORDING MODE IS F
002060     LABEL RECORDS ARE STANDARD.
002070 01  WS-DIVRAUD-RECORD               PIC X(92).
002080*
002090*-----------------------------------------------------------*
002100*  DIVRREG - PRINTED REBUILD REGISTER.                        *
002110*-----------------------------------------------------------*
002120 FD  DIVRREG-FILE
002130     RECORDING MODE IS F
002140     LABEL RECORDS ARE STANDARD.
002150 01  WS-DIVRREG-RECORD               PIC X(80).
002160*
002170 WORKING-STORAGE SECTION.
002180 01  WS-DIVRCTL-STATUS             PIC X(02)      VALUE '00'.
002190 01  WS-DIVMBASE-STATUS            PIC X(02)      VALUE '00'.
002200 01  WS-DIVMARCS-STATUS            PIC X(02)      VALUE '00'.
002210 01  WS-DIVAUDR-STATUS             PIC X(02)      VALUE '00'.
002220*
002230 01  WS-SWITCHES.
002240     05  WS-RCTL-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002250         88  WS-RCTL-EOF-YES                    VALUE 'Y'.
002260     05  WS-DATE-OK-SWITCH       PIC X(01)      VALUE 'N'.
002270         88  WS-DATE-OK-YES                     VALUE 'Y'.
002280     05  WS-PRESENT-SWITCH       PIC X(01)      VALUE 'N'.
002290         88  WS-PRESENT-YES                     VALUE 'Y'.
002300     05  WS-ARCH-HELD-SWITCH     PIC X(01)      VALUE 'N'.
002310         88  WS-ARCH-HELD-YES                   VALUE 'Y'.
002320     05  WS-TRIGGER-SWITCH       PIC X(01)      VALUE 'N'.
002330         88  WS-TRIGGER-YES                     VALUE 'Y'.
002330     05  WS-GROUP-RESULT-SWITCH  PIC X(01)      VALUE 'N'.
002330         88  WS-GROUP-RESULT-YES                VALUE 'Y'.
002340     05  WS-NIGHT-DONE-SWITCH    PIC X(01)      VALUE 'N'.
002350         88  WS-NIGHT-DONE-YES                  VALUE 'Y'.
002360     05  WS-FOUND-SWITCH         PIC X(01)      VALUE 'N'.
002370         88  WS-FOUND-YES                       VALUE 'Y'.
002380*
002390*-----------------------------------------------------------*
002400*  STREAM KEYS - HIGH-VALUES ONCE A STREAM IS EXHAUSTED SO    *
002410*  THE THREE-WAY BALANCED LINE CAN TAKE THE LOWEST KEY.       *
002420*-----------------------------------------------------------*
002430 01  WS-STREAM-KEYS.
002440     05  WS-BASE-KEY             PIC X(10)      VALUE LOW-VALUES.
002450     05  WS-ARCH-KEY             PIC X(10)      VALUE SPACES.
002460     05  WS-AUD-KEY              PIC X(10)      VALUE SPACES.
002470     05  WS-CURR-KEY             PIC X(10)      VALUE SPACES.
002480*
002490*-----------------------------------------------------------*
002500*  WS-CONTROL-DATES - THE DIVRCTL DATES AS MM/DD/YY AND AS    *
002510*                     YYMMDD FOR COMPARISON.                  *
002520*-----------------------------------------------------------*
002530 01  WS-CONTROL-DATES.
002540     05  WS-BASE-DATE            PIC X(08)      VALUE SPACES.
002550     05  WS-BASE-YYMMDD          PIC X(06)      VALUE SPACES.
002560     05  WS-REBUILD-DATE         PIC X(08)      VALUE SPACES.
002570     05  WS-REBUILD-YYMMDD       PIC X(06)      VALUE SPACES.
002580     05  WS-RUN-DAYS             PIC X(01)      VALUE '5'.
002590         88  WS-RUN-DAYS-VALID                  VALUE '5' '7'.
002600         88  WS-RUN-DAYS-WEEKDAYS               VALUE '5'.
002610*
002620*-----------------------------------------------------------*
002630*  WS-DATE-WORK - MM/DD/YY DATES REARRANGED TO YYMMDD.  THE   *
002640*                 CARD DATES ARE ALSO CHECKED AGAINST THE     *
002650*                 CALENDAR, SINCE THE GAP CHECK WALKS FROM    *
002660*                 ONE TO THE OTHER A DAY AT A TIME.           *
002670*-----------------------------------------------------------*
002680 01  WS-DATE-WORK.
002690     05  WS-EDIT-DATE.
002700         10  WS-EDIT-MM          PIC X(02).
002710         10  WS-EDIT-SL1         PIC X(01).
002720         10  WS-EDIT-DD          PIC X(02).
002730         10  WS-EDIT-SL2         PIC X(01).
002740         10  WS-EDIT-YY          PIC X(02).
002750     05  WS-WORK-YYMMDD.
002760         10  WS-WORK-YY          PIC X(02).
002770         10  WS-WORK-MM          PIC X(02).
002780         10  WS-WORK-DD          PIC X(02).
002790     05  WS-WORK-YYMMDD-N REDEFINES WS-WORK-YYMMDD.
002800         10  WS-WORK-YY-N        PIC 9(02).
002810         10  WS-WORK-MM-N        PIC 9(02).
002820         10  WS-WORK-DD-N        PIC 9(02).
002830     05  WS-PREV-BASE-KEY        PIC X(10)      VALUE LOW-VALUES.
002840*
002850*-----------------------------------------------------------*
002860*  WS-CALENDAR - THE GAP CHECK'S CURRENT DAY AND ITS WEEKDAY  *
002870*                (0 = SATURDAY, 1 = SUNDAY, 2-6 = MONDAY TO   *
002880*                FRIDAY, AS ZELLER'S CONGRUENCE GIVES IT).    *
002890*-----------------------------------------------------------*
002900 01  WS-CALENDAR.
002910     05  WS-CAL-YYMMDD.
002920         10  WS-CAL-YY           PIC 9(02).
002930         10  WS-CAL-MM           PIC 9(02).
002940         10  WS-CAL-DD           PIC 9(02).
002950     05  WS-CAL-DATE             PIC X(08).
002960     05  WS-CAL-WEEKDAY          PIC 9(01).
002970         88  WS-CAL-WEEKEND                     VALUE 0 1.
002980     05  WS-CAL-MONTH-DAYS       PIC 9(02).
002990     05  WS-CAL-LEAP-REMAINDER   PIC 9(02).
003000     05  WS-CAL-WORK             PIC 9(05).
003010     05  WS-ZELLER-FIELDS.
003020         10  WS-ZL-MONTH         PIC 9(02).
003030         10  WS-ZL-YEAR          PIC 9(04).
003040         10  WS-ZL-CENTURY       PIC 9(02).
003050         10  WS-ZL-YEAR-OF-CENT  PIC 9(02).
003060         10  WS-ZL-MONTH-TERM    PIC 9(03).
003070         10  WS-ZL-YEAR-TERM     PIC 9(02).
003080         10  WS-ZL-CENT-TERM     PIC 9(02).
003090         10  WS-ZL-TOTAL         PIC 9(05).
003100*
003110 01  WS-MONTH-DAYS-VALUES          PIC X(24)
003120         VALUE "312831303130313130313031".
003130 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
003140     05  WS-MONTH-DAYS           PIC 9(02)
003150                                 OCCURS 12 TIMES.
003160*
003170*-----------------------------------------------------------*
003180*  WS-REPLAY-TABLE - EVERY RUN DATE REPLAYED, AS YYMMDD, WITH *
003190*                    ITS ENTRY COUNT.  WS-NORUN-TABLE - THE   *
003200*                    DATES DECLARED ON NO-RUN CARDS.          *
003210*-----------------------------------------------------------*
003220 01  WS-REPLAY-TABLE.
003230     05  WS-REPLAY-ENTRY OCCURS 400 TIMES.
003240         10  WS-RP-YYMMDD        PIC X(06).
003250         10  WS-RP-ENTRIES       PIC 9(07) COMP.
003260*
003270 01  WS-NORUN-TABLE.
003280     05  WS-NR-YYMMDD            PIC X(06)
003290                                 OCCURS 100 TIMES.
003300*
003310 01  WS-TABLE-CONTROLS             COMP.
003320     05  WS-RP-COUNT             PIC 9(04)      VALUE ZERO.
003330     05  WS-RP-SUB               PIC 9(04)      VALUE ZERO.
003340     05  WS-RP-MAX               PIC 9(04)      VALUE 400.
003350     05  WS-NR-COUNT             PIC 9(04)      VALUE ZERO.
003360     05  WS-NR-SUB               PIC 9(04)      VALUE ZERO.
003370     05  WS-NR-MAX               PIC 9(04)      VALUE 100.
003380     05  WS-BUF-COUNT            PIC 9(04)      VALUE ZERO.
003390     05  WS-BUF-SUB              PIC 9(04)      VALUE ZERO.
003400     05  WS-BUF-MAX              PIC 9(04)      VALUE 2000.
003410*
003420*-----------------------------------------------------------*
003430*  WS-NIGHT-BUFFER - ONE NIGHT'S ENTRIES FOR AN ACCOUNT NOT   *
003440*                    (YET) ON THE MASTER, HELD UNTIL THE      *
003450*                    NIGHT IS KNOWN TO BE APPLIED RATHER      *
003460*                    THAN BYPASSED.  ENTRIES FOR AN ACCOUNT   *
003470*                    ALREADY ON THE MASTER GO STRAIGHT TO     *
003480*                    DIVRAUD.                                 *
003490*-----------------------------------------------------------*
003500 01  WS-NIGHT-BUFFER.
003510     05  WS-BUF-ENTRY            PIC X(92)
003520                                 OCCURS 2000 TIMES.
003530*
003540*-----------------------------------------------------------*
003550*  WS-ARCH-HOLD - THE NEWEST ARCHIVED RECORD FOR THE CURRENT  *
003560*                 ACCOUNT, IF THE ARCHIVE HAS ONE.            *
003570*-----------------------------------------------------------*
003580 01  WS-ARCH-HOLD.
003590     05  AH-ACCOUNT-ID           PIC X(10).
003600     05  AH-LAST-RUN-DATE        PIC X(08).
003610     05  AH-TRANS-COUNT          PIC 9(07).
003620     05  AH-LIFE-SUM-FIELD-A     PIC S9(09)V99.
003630     05  AH-LIFE-SUM-RESULT      PIC S9(09)V99.
003640     05  AH-LAST-RESULT          PIC S9(05)V99.
003650     05  AH-LAST-STATUS          PIC X(02).
003660     05  FILLER                  PIC X(10).
003670*
003680*-----------------------------------------------------------*
003690*  WS-POSITION - THE CURRENT ACCOUNT'S MASTER POSITION AS THE *
003700*                REPLAY BUILDS IT, AND WHERE IT CAME FROM.    *
003710*-----------------------------------------------------------*
003720 01  WS-POSITION.
003730     05  WS-POS-SOURCE           PIC X(12)      VALUE SPACES.
003740     05  WS-POS-FROM-DATE        PIC X(08)      VALUE SPACES.
003750     05  WS-POS-NIGHTS           PIC 9(03)      COMP.
003760     05  WS-POS-ENTRIES          PIC 9(07)      COMP.
003770     05  WS-POS-IN-WINDOW        PIC 9(07)      COMP.
003780     05  WS-POS-LAST-RUN-DATE    PIC X(08)      VALUE SPACES.
003790     05  WS-POS-TRANS-COUNT      PIC S9(07)     VALUE ZERO.
003800     05  WS-POS-SUM-FIELD-A      PIC S9(09)V99  VALUE ZERO.
003810     05  WS-POS-SUM-RESULT       PIC S9(09)V99  VALUE ZERO.
003820     05  WS-POS-LAST-RESULT      PIC S9(05)V99  VALUE ZERO.
003830     05  WS-POS-LAST-STATUS      PIC X(02)      VALUE SPACES.
003840*
003850*-----------------------------------------------------------*
003860*  WS-GROUP-FIELDS - ONE ACCOUNT'S ENTRIES FOR ONE NIGHT,     *
003870*                    ACCUMULATED THE WAY DIV110 DOES.         *
003880*-----------------------------------------------------------*
003890 01  WS-GROUP-FIELDS.
003900     05  WS-GROUP-RUN-DATE       PIC X(08)      VALUE SPACES.
003910     05  WS-GROUP-YYMMDD         PIC X(06)      VALUE SPACES.
003920     05  WS-GROUP-ENTRIES        PIC 9(07)      VALUE ZERO.
003930     05  WS-GROUP-TRANS-COUNT    PIC S9(07)     VALUE ZERO.
003940     05  WS-GROUP-ACCEPT-COUNT   PIC 9(07)      VALUE ZERO.
003950     05  WS-GROUP-SUM-FIELD-A    PIC S9(09)V99  VALUE ZERO.
003960     05  WS-GROUP-SUM-RESULT     PIC S9(09)V99  VALUE ZERO.
003970     05  WS-GROUP-LAST-RESULT    PIC S9(05)V99  VALUE ZERO.
003980     05  WS-GROUP-LAST-STATUS    PIC X(02)      VALUE SPACES.
003990*
004000 01  WS-RUN-COUNTERS               COMP.
004010     05  WS-BASE-READ            PIC 9(07)      VALUE ZERO.
004020     05  WS-ARCH-READ            PIC 9(07)      VALUE ZERO.
004030     05  WS-ENTRIES-READ         PIC 9(07)      VALUE ZERO.
004040     05  WS-ENTRIES-APPLIED      PIC 9(07)      VALUE ZERO.
004050     05  WS-ENTRIES-BYPASSED     PIC 9(07)      VALUE ZERO.
004060     05  WS-ENTRIES-BEFORE-BASE  PIC 9(07)      VALUE ZERO.
004070     05  WS-ENTRIES-AFTER        PIC 9(07)      VALUE ZERO.
004080     05  WS-ENTRIES-BAD-DATE     PIC 9(07)      VALUE ZERO.
004090     05  WS-ACCTS-CARRIED        PIC 9(07)      VALUE ZERO.
004100     05  WS-ACCTS-UPDATED        PIC 9(07)      VALUE ZERO.
004110     05  WS-ACCTS-REINSTATED     PIC 9(07)      VALUE ZERO.
004120     05  WS-ACCTS-ADDED          PIC 9(07)      VALUE ZERO.
004130     05  WS-ACCTS-NOT-ADDED      PIC 9(07)      VALUE ZERO.
004140     05  WS-MASTERS-WRITTEN      PIC 9(07)      VALUE ZERO.
004150     05  WS-STARTS-WRITTEN       PIC 9(07)      VALUE ZERO.
004160     05  WS-GAP-COUNT            PIC 9(05)      VALUE ZERO.
004170*
004180 01  WS-RUN-DATE-FIELDS.
004190     05  WS-SYSTEM-DATE.
004200         10  WS-SYSTEM-YY        PIC 9(02).
004210         10  WS-SYSTEM-MM        PIC 9(02).
004220         10  WS-SYSTEM-DD        PIC 9(02).
004230     05  WS-REPORT-DATE          PIC X(08).
004240*
004250 01  WS-PRINT-CONTROLS.
004260     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
004270     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
004280     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
004290*
004300 01  WS-REG-HEADING-1.
004310     05  FILLER                  PIC X(10)      VALUE "DIV205".
004320     05  FILLER                  PIC X(32)
004330             VALUE "MASTER REBUILD REGISTER        ".
004340     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
004350     05  HDG1-RUN-DATE           PIC X(08).
004360     05  FILLER                  PIC X(05)      VALUE "PAGE:".
004370     05  HDG1-PAGE-NO            PIC ZZZ9.
004380*
004390 01  WS-REG-CONTROL-LINE.
004400     05  FILLER                  PIC X(11)
004410             VALUE "BASE DATE:".
004420     05  CTL-BASE-DATE           PIC X(08).
004430     05  FILLER                  PIC X(17)
004440             VALUE "   REBUILT AS OF:".
004450     05  CTL-REBUILD-DATE        PIC X(08).
004460     05  FILLER                  PIC X(19)
004470             VALUE "   RUN DAYS/WEEK: ".
004480     05  CTL-RUN-DAYS            PIC X(01).
004490*
004500 01  WS-REG-HEADING-2.
004510     05  FILLER                  PIC X(12)      VALUE "ACCOUNT".
004520     05  FILLER                  PIC X(13)      VALUE "SOURCE".
004530     05  FILLER                  PIC X(09)      VALUE "FROM".
004540     05  FILLER                  PIC X(04)      VALUE "NTS".
004550     05  FILLER                  PIC X(07)      VALUE "ENTRIES".
004560     05  FILLER                  PIC X(09)      VALUE "   TRANS".
004570     05  FILLER                  PIC X(13)
004580             VALUE "   LIFE FLD-A".
004590     05  FILLER                  PIC X(13)
004600             VALUE "   LIFE RSLT".
004610*
004620 01  WS-REG-DETAIL.
004630     05  REG-ACCOUNT-ID          PIC X(10).
004640     05  FILLER                  PIC X(02)      VALUE SPACES.
004650     05  REG-SOURCE              PIC X(12).
004660     05  FILLER                  PIC X(01)      VALUE SPACES.
004670     05  REG-FROM-DATE           PIC X(08).
004680     05  FILLER                  PIC X(01)      VALUE SPACES.
004690     05  REG-NIGHTS              PIC ZZ9.
004700     05  FILLER                  PIC X(01)      VALUE SPACES.
004710     05  REG-ENTRIES             PIC ZZZZZ9.
004720     05  FILLER                  PIC X(01)      VALUE SPACES.
004730     05  REG-TRANS-COUNT         PIC ZZZZZZ9.
004740     05  FILLER                  PIC X(01)      VALUE SPACES.
004750     05  REG-LIFE-SUM-FIELD-A    PIC -ZZZZZZZZ9.99.
004760     05  FILLER                  PIC X(01)      VALUE SPACES.
004770     05  REG-LIFE-SUM-RESULT     PIC -ZZZZZZZZ9.99.
004780*
004790 01  WS-REG-CAL-TITLE             PIC X(40)
004800         VALUE "AUDIT COVERAGE BY PROCESSING DATE".
004810*
004820 01  WS-REG-CAL-LINE.
004830     05  CAL-DATE                PIC X(08).
004840     05  FILLER                  PIC X(02)      VALUE SPACES.
004850     05  CAL-DISPOSITION         PIC X(34).
004860     05  CAL-ENTRIES             PIC ZZZZZZZ.
004870*
004880 01  WS-REG-TRAILER-1             PIC X(40)
004890         VALUE "*** CONTROL TOTALS ***".
004900*
004910 01  WS-REG-TRAILER-LINE.
004920     05  TRL-LABEL               PIC X(20).
004930     05  TRL-COUNT               PIC ZZZZZZ9.
004940*
004950 PROCEDURE DIVISION.
004960 0000-MAINLINE.
004970     PERFORM 100-INITIALIZE.
004980     PERFORM 200-REBUILD-LOOP
004990         UNTIL WS-BASE-KEY = HIGH-VALUES AND
005000               WS-ARCH-KEY = HIGH-VALUES AND
005010               WS-AUD-KEY  = HIGH-VALUES.
005020     PERFORM 300-CHECK-CALENDAR.
005030     PERFORM 400-CONTROL-TOTALS.
005040     PERFORM 900-TERMINATE.
005050     STOP RUN.
005060*
005070*-----------------------------------------------------------*
005080*  100-INITIALIZE - READS AND EDITS THE DIVRCTL CARDS, OPENS  *
005090*                   THE FILES AND PRIMES ALL THREE STREAMS.   *
005100*-----------------------------------------------------------*
005110 100-INITIALIZE.
005120     ACCEPT WS-SYSTEM-DATE FROM DATE.
005130     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
005140     MOVE "/" TO WS-REPORT-DATE(3:1).
005150     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
005160     MOVE "/" TO WS-REPORT-DATE(6:1).
005170     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
005180     PERFORM 110-READ-CONTROL-CARDS.
005190     OPEN INPUT DIVMBASE-FILE.
005200     IF WS-DIVMBASE-STATUS NOT = "00"
005210         DISPLAY "DIV205 - FATAL - DIVMBASE OPEN FAILED, "
005220             "FILE STATUS " WS-DIVMBASE-STATUS
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260     OPEN INPUT DIVAUDR-FILE.
005270     IF WS-DIVAUDR-STATUS NOT = "00"
005280         DISPLAY "DIV205 - FATAL - DIVAUDR OPEN FAILED, "
005290             "FILE STATUS " WS-DIVAUDR-STATUS
005300         MOVE 16 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     OPEN INPUT DIVMARCS-FILE.
005340     IF WS-DIVMARCS-STATUS NOT = "00"
005350         DISPLAY "DIV205 - NOTE - DIVMARCS NOT AVAILABLE, "
005360             "FILE STATUS " WS-DIVMARCS-STATUS
005370             " - NO ARCHIVED ACCOUNT CAN BE BROUGHT BACK"
005380         MOVE HIGH-VALUES TO WS-ARCH-KEY
005390     ELSE
005400         PERFORM 130-READ-ARCHIVE
005410     END-IF.
005420     OPEN OUTPUT DIVMNEW-FILE.
005430     OPEN OUTPUT DIVMSTRT-FILE.
005440     OPEN OUTPUT DIVRAUD-FILE.
005450     OPEN OUTPUT DIVRREG-FILE.
005460     PERFORM 120-READ-BASE.
005470     PERFORM 140-READ-AUDIT.
005480     PERFORM 310-WRITE-HEADINGS.
005490     MOVE WS-BASE-DATE    TO CTL-BASE-DATE.
005500     MOVE WS-REBUILD-DATE TO CTL-REBUILD-DATE.
005510     MOVE WS-RUN-DAYS     TO CTL-RUN-DAYS.
005520     WRITE WS-DIVRREG-RECORD FROM WS-REG-CONTROL-LINE
005530         AFTER ADVANCING 2 LINES.
005540     WRITE WS-DIVRREG-RECORD FROM WS-REG-HEADING-2
005550         AFTER ADVANCING 2 LINES.
005560     ADD 4 TO WS-LINE-COUNT.
005570*
005580*-----------------------------------------------------------*
005590*  110-READ-CONTROL-CARDS - THE FIRST CARD GIVES THE BASE     *
005600*                  AND REBUILD DATES AND THE RUN DAYS; EVERY  *
005610*                  LATER CARD IS A NO-RUN DATE.  A REBUILD ON *
005620*                  A GUESSED DATE IS WORSE THAN NONE, SO ANY  *
005630*                  CARD THAT DOES NOT EDIT IS FATAL.          *
005640*-----------------------------------------------------------*
005650 110-READ-CONTROL-CARDS.
005660     OPEN INPUT DIVRCTL-FILE.
005670     IF WS-DIVRCTL-STATUS NOT = "00"
005680         DISPLAY "DIV205 - FATAL - DIVRCTL OPEN FAILED, "
005690             "FILE STATUS " WS-DIVRCTL-STATUS
005700         MOVE 16 TO RETURN-CODE
005710         STOP RUN
005720     END-IF.
005730     PERFORM 115-READ-CONTROL.
005740     IF WS-RCTL-EOF-YES
005750         DISPLAY "DIV205 - FATAL - DIVRCTL IS EMPTY"
005760         MOVE 16 TO RETURN-CODE
005770         STOP RUN
005780     END-IF.
005790     MOVE RC-BASE-DATE TO WS-EDIT-DATE.
005800     PERFORM 125-EDIT-CARD-DATE.
005810     IF NOT WS-DATE-OK-YES
005820         DISPLAY "DIV205 - FATAL - BASE DATE '"
005830             RC-BASE-DATE "' IS NOT A VALID MM/DD/YY"
005840         MOVE 16 TO RETURN-CODE
005850         STOP RUN
005860     END-IF.
005870     MOVE RC-BASE-DATE   TO WS-BASE-DATE.
005880     MOVE WS-WORK-YYMMDD TO WS-BASE-YYMMDD.
005890     MOVE RC-REBUILD-DATE TO WS-EDIT-DATE.
005900     PERFORM 125-EDIT-CARD-DATE.
005910     IF NOT WS-DATE-OK-YES
005920         DISPLAY "DIV205 - FATAL - REBUILD DATE '"
005930             RC-REBUILD-DATE "' IS NOT A VALID MM/DD/YY"
005940         MOVE 16 TO RETURN-CODE
005950         STOP RUN
005960     END-IF.
005970     MOVE RC-REBUILD-DATE TO WS-REBUILD-DATE.
005980     MOVE WS-WORK-YYMMDD  TO WS-REBUILD-YYMMDD.
005990     IF WS-REBUILD-YYMMDD NOT > WS-BASE-YYMMDD
006000         DISPLAY "DIV205 - FATAL - REBUILD DATE "
006010             WS-REBUILD-DATE " IS NOT AFTER BASE DATE "
006020             WS-BASE-DATE
006030         MOVE 16 TO RETURN-CODE
006040         STOP RUN
006050     END-IF.
006060     IF RC-RUN-DAYS NOT = SPACE
006070         MOVE RC-RUN-DAYS TO WS-RUN-DAYS
006080     END-IF.
006090     IF NOT WS-RUN-DAYS-VALID
006100         DISPLAY "DIV205 - FATAL - RUN DAYS '" RC-RUN-DAYS
006110             "' IS NOT 5 OR 7"
006120         MOVE 16 TO RETURN-CODE
006130         STOP RUN
006140     END-IF.
006150     PERFORM 115-READ-CONTROL.
006160     PERFORM 111-LOAD-NORUN-CARD UNTIL WS-RCTL-EOF-YES.
006170     CLOSE DIVRCTL-FILE.
006180*
006190 111-LOAD-NORUN-CARD.
006200     MOVE RC-NORUN-DATE TO WS-EDIT-DATE.
006210     PERFORM 125-EDIT-CARD-DATE.
006220     IF NOT WS-DATE-OK-YES
006230         DISPLAY "DIV205 - FATAL - NO-RUN DATE '"
006240             RC-NORUN-DATE "' IS NOT A VALID MM/DD/YY"
006250         MOVE 16 TO RETURN-CODE
006260         STOP RUN
006270     END-IF.
006280     IF WS-NR-COUNT >= WS-NR-MAX
006290         DISPLAY "DIV205 - FATAL - MORE NO-RUN CARDS THAN "
006300             "WS-NORUN-TABLE HOLDS"
006310         MOVE 16 TO RETURN-CODE
006320         STOP RUN
006330     END-IF.
006340     ADD 1 TO WS-NR-COUNT.
006350     MOVE WS-WORK-YYMMDD TO WS-NR-YYMMDD(WS-NR-COUNT).
006360     PERFORM 115-READ-CONTROL.
006370*
006380 115-READ-CONTROL.
006390     READ DIVRCTL-FILE
006400         AT END
006410             SET WS-RCTL-EOF-YES TO TRUE
006420     END-READ.
006430*
006440*-----------------------------------------------------------*
006450*  120-READ-BASE - READS THE NEXT BASE RECORD, CHECKING THE   *
006460*                  ACCOUNT SEQUENCE AND THAT THE GENERATION   *
006470*                  REALLY IS AS OF THE BASE DATE.             *
006480*-----------------------------------------------------------*
006490 120-READ-BASE.
006500     READ DIVMBASE-FILE
006510         AT END
006520             MOVE HIGH-VALUES TO WS-BASE-KEY
006530         NOT AT END
006540             ADD 1 TO WS-BASE-READ
006550             MOVE MB-ACCOUNT-ID TO WS-BASE-KEY
006560     END-READ.
006570     IF WS-BASE-KEY NOT = HIGH-VALUES
006580         IF WS-BASE-KEY NOT > WS-PREV-BASE-KEY
006590             DISPLAY "DIV205 - FATAL - DIVMBASE OUT OF ACCOUNT "
006600                 "SEQUENCE AT " WS-BASE-KEY
006610             MOVE 16 TO RETURN-CODE
006620             STOP RUN
006630         END-IF
006640         MOVE WS-BASE-KEY TO WS-PREV-BASE-KEY
006650         MOVE MB-LAST-RUN-DATE TO WS-EDIT-DATE
006660         PERFORM 290-EDIT-DATE-TO-YYMMDD
006670         IF WS-DATE-OK-YES AND
006680                 WS-WORK-YYMMDD > WS-BASE-YYMMDD
006690             DISPLAY "DIV205 - FATAL - DIVMBASE ACCOUNT "
006700                 WS-BASE-KEY " LAST RAN " MB-LAST-RUN-DATE
006710                 ", AFTER THE BASE DATE"
006720             MOVE 16 TO RETURN-CODE
006730             STOP RUN
006740         END-IF
006750     END-IF.
006760*
006770*-----------------------------------------------------------*
006780*  125-EDIT-CARD-DATE - AN MM/DD/YY THAT IS ALSO A REAL       *
006790*                  CALENDAR DATE (FEBRUARY 29 ONLY IN A YEAR  *
006800*                  DIVISIBLE BY FOUR).                        *
006810*-----------------------------------------------------------*
006820 125-EDIT-CARD-DATE.
006830     PERFORM 290-EDIT-DATE-TO-YYMMDD.
006840     IF WS-DATE-OK-YES
006850         IF WS-WORK-MM-N < 1 OR WS-WORK-MM-N > 12 OR
006860                 WS-WORK-DD-N < 1
006870             MOVE 'N' TO WS-DATE-OK-SWITCH
006880         ELSE
006890             MOVE WS-WORK-YY-N TO WS-CAL-YY
006900             MOVE WS-WORK-MM-N TO WS-CAL-MM
006910             PERFORM 335-SET-MONTH-DAYS
006920             IF WS-WORK-DD-N > WS-CAL-MONTH-DAYS
006930                 MOVE 'N' TO WS-DATE-OK-SWITCH
006940             END-IF
006950         END-IF
006960     END-IF.
006970*
006980*-----------------------------------------------------------*
006990*  130-READ-ARCHIVE - READS THE NEXT ARCHIVED RECORD.         *
007000*-----------------------------------------------------------*
007010 130-READ-ARCHIVE.
007020     READ DIVMARCS-FILE
007030         AT END
007040             MOVE HIGH-VALUES TO WS-ARCH-KEY
007050         NOT AT END
007060             ADD 1 TO WS-ARCH-READ
007070             MOVE MA-ACCOUNT-ID TO WS-ARCH-KEY
007080     END-READ.
007090*
007100 140-READ-AUDIT.
007110     READ DIVAUDR-FILE
007120         AT END
007130             MOVE HIGH-VALUES TO WS-AUD-KEY
007140         NOT AT END
007150             ADD 1 TO WS-ENTRIES-READ
007160             MOVE DA-ACCOUNT-ID TO WS-AUD-KEY
007170     END-READ.
007180*
007190*-----------------------------------------------------------*
007200*  200-REBUILD-LOOP - ONE ACCOUNT (THE LOWEST KEY ACROSS THE  *
007210*                  THREE STREAMS) PER PASS: TAKE ITS BASE     *
007220*                  POSITION AND ANY ARCHIVED RECORD, REPLAY   *
007230*                  ITS NIGHTS IN DATE ORDER, THEN WRITE THE   *
007240*                  RESULT.                                    *
007250*-----------------------------------------------------------*
007260 200-REBUILD-LOOP.
007270     MOVE WS-BASE-KEY TO WS-CURR-KEY.
007280     IF WS-ARCH-KEY < WS-CURR-KEY
007290         MOVE WS-ARCH-KEY TO WS-CURR-KEY
007300     END-IF.
007310     IF WS-AUD-KEY < WS-CURR-KEY
007320         MOVE WS-AUD-KEY TO WS-CURR-KEY
007330     END-IF.
007340     PERFORM 210-START-ACCOUNT.
007350     PERFORM 230-REPLAY-NEXT
007360         UNTIL WS-AUD-KEY NOT = WS-CURR-KEY.
007370     PERFORM 260-FINISH-ACCOUNT.
007380*
007390*-----------------------------------------------------------*
007400*  210-START-ACCOUNT - A BASE RECORD IS THE STARTING          *
007410*                  POSITION AND GOES TO DIVMSTRT AT ONCE.     *
007420*                  THE NEWEST ARCHIVED RECORD IS ONLY HELD -  *
007430*                  IT IS USED IF A NIGHT'S ACTIVITY WOULD     *
007440*                  HAVE HAD DIV115 REINSTATE THE ACCOUNT.     *
007450*-----------------------------------------------------------*
007460 210-START-ACCOUNT.
007470     MOVE 'N' TO WS-PRESENT-SWITCH.
007480     MOVE 'N' TO WS-ARCH-HELD-SWITCH.
007490     MOVE SPACES TO WS-POS-SOURCE.
007500     MOVE SPACES TO WS-POS-FROM-DATE.
007510     MOVE ZERO TO WS-POS-NIGHTS.
007520     MOVE ZERO TO WS-POS-ENTRIES.
007530     MOVE ZERO TO WS-POS-IN-WINDOW.
007540     IF WS-BASE-KEY = WS-CURR-KEY
007550         SET WS-PRESENT-YES TO TRUE
007560         MOVE "BASE" TO WS-POS-SOURCE
007570         MOVE MB-LAST-RUN-DATE    TO WS-POS-FROM-DATE
007580         MOVE MB-LAST-RUN-DATE    TO WS-POS-LAST-RUN-DATE
007590         MOVE MB-TRANS-COUNT      TO WS-POS-TRANS-COUNT
007600         MOVE MB-LIFE-SUM-FIELD-A TO WS-POS-SUM-FIELD-A
007610         MOVE MB-LIFE-SUM-RESULT  TO WS-POS-SUM-RESULT
007620         MOVE MB-LAST-RESULT      TO WS-POS-LAST-RESULT
007630         MOVE MB-LAST-STATUS      TO WS-POS-LAST-STATUS
007640         WRITE WS-DIVMSTRT-RECORD FROM WS-DIVMBASE-RECORD
007650         ADD 1 TO WS-STARTS-WRITTEN
007660         PERFORM 120-READ-BASE
007670     END-IF.
007680     PERFORM 215-HOLD-ARCHIVE
007690         UNTIL WS-ARCH-KEY NOT = WS-CURR-KEY.
007700*
007710 215-HOLD-ARCHIVE.
007720     MOVE WS-DIVMARCS-RECORD TO WS-ARCH-HOLD.
007730     SET WS-ARCH-HELD-YES TO TRUE.
007740     PERFORM 130-READ-ARCHIVE.
007750*
007760*-----------------------------------------------------------*
007770*  230-REPLAY-NEXT - TAKES THE NEXT AUDIT ENTRY FOR THE       *
007780*                  ACCOUNT.  ONE DATED AT OR BEFORE THE BASE  *
007790*                  DATE IS ALREADY IN THE BASE, ONE AFTER THE *
007800*                  REBUILD DATE IS NOT WANTED, AND ONE WITH A *
007810*                  RUN DATE THAT DOES NOT EDIT CANNOT BE      *
007820*                  PLACED - ALL THREE ARE SKIPPED AND         *
007830*                  COUNTED.  OTHERWISE THE ENTRY STARTS A     *
007840*                  NIGHT, WHICH IS ACCUMULATED AND APPLIED.   *
007850*-----------------------------------------------------------*
007860 230-REPLAY-NEXT.
007870     MOVE DA-RUN-DATE TO WS-EDIT-DATE.
007880     PERFORM 290-EDIT-DATE-TO-YYMMDD.
007890     EVALUATE TRUE
007900         WHEN NOT WS-DATE-OK-YES
007910             ADD 1 TO WS-ENTRIES-BAD-DATE
007920             PERFORM 140-READ-AUDIT
007930         WHEN WS-WORK-YYMMDD NOT > WS-BASE-YYMMDD
007940             ADD 1 TO WS-ENTRIES-BEFORE-BASE
007950             PERFORM 140-READ-AUDIT
007960         WHEN WS-WORK-YYMMDD > WS-REBUILD-YYMMDD
007970             ADD 1 TO WS-ENTRIES-AFTER
007980             PERFORM 140-READ-AUDIT
007990         WHEN OTHER
008000             PERFORM 240-ACCUMULATE-NIGHT
008010             PERFORM 250-APPLY-NIGHT
008020     END-EVALUATE.
008030*
008040*-----------------------------------------------------------*
008050*  240-ACCUMULATE-NIGHT - BUILDS WS-GROUP-FIELDS FROM THE     *
008060*                  CONSECUTIVE ENTRIES THAT SHARE THE         *
008070*                  ACCOUNT AND RUN DATE, WITH THE DIV110      *
008080*                  RULES, AND NOTES WHETHER ANY OF THEM WOULD *
008090*                  HAVE HAD DIV115 REINSTATE THE ACCOUNT.     *
008100*-----------------------------------------------------------*
008110 240-ACCUMULATE-NIGHT.
008120     MOVE DA-RUN-DATE    TO WS-GROUP-RUN-DATE.
008130     MOVE WS-WORK-YYMMDD TO WS-GROUP-YYMMDD.
008140     MOVE ZERO TO WS-GROUP-ENTRIES.
008150     MOVE ZERO TO WS-GROUP-TRANS-COUNT.
008160     MOVE ZERO TO WS-GROUP-ACCEPT-COUNT.
008170     MOVE ZERO TO WS-GROUP-SUM-FIELD-A.
008180     MOVE ZERO TO WS-GROUP-SUM-RESULT.
008190     MOVE ZERO TO WS-BUF-COUNT.
008200     MOVE 'N' TO WS-TRIGGER-SWITCH.
008200     MOVE 'N' TO WS-GROUP-RESULT-SWITCH.
008210     PERFORM 245-REGISTER-REPLAY-DATE.
008220     MOVE 'N' TO WS-NIGHT-DONE-SWITCH.
008230     PERFORM 241-ACCUMULATE-ONE-ENTRY
008240         UNTIL WS-NIGHT-DONE-YES.
008250*
008260 241-ACCUMULATE-ONE-ENTRY.
008270     ADD 1 TO WS-GROUP-ENTRIES.
008280     ADD 1 TO WS-RP-ENTRIES(WS-RP-SUB).
008300     MOVE DA-STATUS-CODE TO WS-GROUP-LAST-STATUS.
008310     IF DA-STATUS-CODE = "30"
008320         SUBTRACT 1 FROM WS-GROUP-TRANS-COUNT
008330         SUBTRACT DA-FIELD-A FROM WS-GROUP-SUM-FIELD-A
008340         SUBTRACT DA-RESULT  FROM WS-GROUP-SUM-RESULT
008350         SET WS-TRIGGER-YES TO TRUE
008360     ELSE
008290         MOVE DA-RESULT  TO WS-GROUP-LAST-RESULT
008290         SET WS-GROUP-RESULT-YES TO TRUE
008370         ADD 1 TO WS-GROUP-TRANS-COUNT
008380         IF DA-STATUS-CODE = "00"
008390             ADD 1 TO WS-GROUP-ACCEPT-COUNT
008400             ADD DA-FIELD-A TO WS-GROUP-SUM-FIELD-A
008410             ADD DA-RESULT  TO WS-GROUP-SUM-RESULT
008420             SET WS-TRIGGER-YES TO TRUE
008430         END-IF
008440     END-IF.
008450     IF WS-PRESENT-YES
008460         WRITE WS-DIVRAUD-RECORD FROM WS-DIVAUDR-RECORD
008470     ELSE
008480         IF WS-BUF-COUNT >= WS-BUF-MAX
008490             DISPLAY "DIV205 - FATAL - MORE ENTRIES FOR "
008500                 WS-CURR-KEY " ON " WS-GROUP-RUN-DATE
008510                 " THAN WS-NIGHT-BUFFER HOLDS"
008520             MOVE 16 TO RETURN-CODE
008530             STOP RUN
008540         END-IF
008550         ADD 1 TO WS-BUF-COUNT
008560         MOVE WS-DIVAUDR-RECORD TO WS-BUF-ENTRY(WS-BUF-COUNT)
008570     END-IF.
008580     PERFORM 140-READ-AUDIT.
008590     IF WS-AUD-KEY NOT = WS-CURR-KEY OR
008600             DA-RUN-DATE NOT = WS-GROUP-RUN-DATE
008610         SET WS-NIGHT-DONE-YES TO TRUE
008620     END-IF.
008630*
008640*-----------------------------------------------------------*
008650*  245-REGISTER-REPLAY-DATE - FINDS OR ADDS THE NIGHT'S RUN   *
008660*                  DATE IN WS-REPLAY-TABLE FOR THE GAP CHECK. *
008670*-----------------------------------------------------------*
008680 245-REGISTER-REPLAY-DATE.
008690     MOVE 'N' TO WS-FOUND-SWITCH.
008700     MOVE 1 TO WS-RP-SUB.
008710     PERFORM 246-SCAN-REPLAY-TABLE
008720         UNTIL WS-FOUND-YES OR WS-RP-SUB > WS-RP-COUNT.
008730     IF NOT WS-FOUND-YES
008740         IF WS-RP-COUNT >= WS-RP-MAX
008750             DISPLAY "DIV205 - FATAL - MORE RUN DATES THAN "
008760                 "WS-REPLAY-TABLE HOLDS"
008770             MOVE 16 TO RETURN-CODE
008780             STOP RUN
008790         END-IF
008800         ADD 1 TO WS-RP-COUNT
008810         MOVE WS-RP-COUNT TO WS-RP-SUB
008820         MOVE WS-GROUP-YYMMDD TO WS-RP-YYMMDD(WS-RP-SUB)
008830         MOVE ZERO TO WS-RP-ENTRIES(WS-RP-SUB)
008840     END-IF.
008850*
008860 246-SCAN-REPLAY-TABLE.
008870     IF WS-RP-YYMMDD(WS-RP-SUB) = WS-GROUP-YYMMDD
008880         SET WS-FOUND-YES TO TRUE
008890     ELSE
008900         ADD 1 TO WS-RP-SUB
008910     END-IF.
008920*
008930*-----------------------------------------------------------*
008940*  250-APPLY-NIGHT - DIV115 FIRST: AN ACCOUNT NOT ON THE      *
008950*                  MASTER WITH AN ARCHIVED RECORD AND         *
008960*                  ACCEPTED ACTIVITY OR A REVERSAL TONIGHT    *
008970*                  COMES BACK FROM THE ARCHIVE.  THEN DIV110: *
008980*                  MERGE INTO A POSITION ON THE MASTER, ADD A *
008990*                  NEW ONE THAT HAS ACCEPTED ACTIVITY, OR     *
009000*                  BYPASS THE NIGHT.                          *
009010*-----------------------------------------------------------*
009020 250-APPLY-NIGHT.
009030     IF NOT WS-PRESENT-YES AND WS-ARCH-HELD-YES AND
009040             WS-TRIGGER-YES
009050         SET WS-PRESENT-YES TO TRUE
009060         MOVE 'N' TO WS-ARCH-HELD-SWITCH
009070         MOVE "REINSTATED" TO WS-POS-SOURCE
009080         MOVE AH-LAST-RUN-DATE    TO WS-POS-FROM-DATE
009090         MOVE AH-LAST-RUN-DATE    TO WS-POS-LAST-RUN-DATE
009100         MOVE AH-TRANS-COUNT      TO WS-POS-TRANS-COUNT
009110         MOVE AH-LIFE-SUM-FIELD-A TO WS-POS-SUM-FIELD-A
009120         MOVE AH-LIFE-SUM-RESULT  TO WS-POS-SUM-RESULT
009130         MOVE AH-LAST-RESULT      TO WS-POS-LAST-RESULT
009140         MOVE AH-LAST-STATUS      TO WS-POS-LAST-STATUS
009150         WRITE WS-DIVMSTRT-RECORD FROM WS-ARCH-HOLD
009160         ADD 1 TO WS-STARTS-WRITTEN
009170     END-IF.
009180     ADD WS-GROUP-ENTRIES TO WS-POS-IN-WINDOW.
009190     IF WS-PRESENT-YES
009200         PERFORM 255-MERGE-NIGHT
009210     ELSE
009220         IF WS-GROUP-ACCEPT-COUNT > ZERO
009230             SET WS-PRESENT-YES TO TRUE
009240             MOVE "NEW" TO WS-POS-SOURCE
009250             MOVE WS-GROUP-RUN-DATE TO WS-POS-FROM-DATE
009260             MOVE ZERO TO WS-POS-TRANS-COUNT
009270             MOVE ZERO TO WS-POS-SUM-FIELD-A
009280             MOVE ZERO TO WS-POS-SUM-RESULT
009290             PERFORM 255-MERGE-NIGHT
009300         ELSE
009310             ADD WS-GROUP-ENTRIES TO WS-ENTRIES-BYPASSED
009320         END-IF
009330     END-IF.
009340*
009350*-----------------------------------------------------------*
009360*  255-MERGE-NIGHT - DIV110'S MERGE OF ONE NIGHT ONTO THE     *
009370*                  POSITION.  ENTRIES HELD IN THE BUFFER      *
009380*                  WHILE THE ACCOUNT WAS OFF THE MASTER GO TO *
009390*                  DIVRAUD NOW THE NIGHT IS APPLIED.          *
009400*-----------------------------------------------------------*
009410 255-MERGE-NIGHT.
009420     MOVE WS-GROUP-RUN-DATE TO WS-POS-LAST-RUN-DATE.
009430     ADD WS-GROUP-TRANS-COUNT TO WS-POS-TRANS-COUNT.
009440     ADD WS-GROUP-SUM-FIELD-A TO WS-POS-SUM-FIELD-A.
009450     ADD WS-GROUP-SUM-RESULT  TO WS-POS-SUM-RESULT.
009460     IF WS-GROUP-RESULT-YES
009460         MOVE WS-GROUP-LAST-RESULT TO WS-POS-LAST-RESULT
009460     END-IF.
009470     MOVE WS-GROUP-LAST-STATUS TO WS-POS-LAST-STATUS.
009480     ADD 1 TO WS-POS-NIGHTS.
009490     ADD WS-GROUP-ENTRIES TO WS-POS-ENTRIES.
009500     ADD WS-GROUP-ENTRIES TO WS-ENTRIES-APPLIED.
009510     MOVE 1 TO WS-BUF-SUB.
009520     PERFORM 256-FLUSH-BUFFER-ENTRY
009530         UNTIL WS-BUF-SUB > WS-BUF-COUNT.
009540     MOVE ZERO TO WS-BUF-COUNT.
009550*
009560 256-FLUSH-BUFFER-ENTRY.
009570     WRITE WS-DIVRAUD-RECORD FROM WS-BUF-ENTRY(WS-BUF-SUB).
009580     ADD 1 TO WS-BUF-SUB.
009590*
009600*-----------------------------------------------------------*
009610*  260-FINISH-ACCOUNT - WRITES THE REBUILT MASTER RECORD AND  *
009620*                  ITS REGISTER LINE.  AN ACCOUNT THAT ONLY   *
009630*                  HAD BYPASSED NIGHTS IS COUNTED; ONE ONLY   *
009640*                  ON THE ARCHIVE STAYS ARCHIVED.             *
009650*-----------------------------------------------------------*
009660 260-FINISH-ACCOUNT.
009670     IF WS-PRESENT-YES
009680         EVALUATE TRUE
009690             WHEN WS-POS-SOURCE = "REINSTATED"
009700                 ADD 1 TO WS-ACCTS-REINSTATED
009710             WHEN WS-POS-SOURCE = "NEW"
009720                 ADD 1 TO WS-ACCTS-ADDED
009730             WHEN WS-POS-NIGHTS > ZERO
009740                 MOVE "BASE+AUDIT" TO WS-POS-SOURCE
009750                 ADD 1 TO WS-ACCTS-UPDATED
009760             WHEN OTHER
009770                 ADD 1 TO WS-ACCTS-CARRIED
009780         END-EVALUATE
009790         MOVE SPACES TO WS-DIVMNEW-RECORD
009800         MOVE WS-CURR-KEY          TO MS-ACCOUNT-ID
009810         MOVE WS-POS-LAST-RUN-DATE TO MS-LAST-RUN-DATE
009820         MOVE WS-POS-TRANS-COUNT   TO MS-TRANS-COUNT
009830         MOVE WS-POS-SUM-FIELD-A   TO MS-LIFE-SUM-FIELD-A
009840         MOVE WS-POS-SUM-RESULT    TO MS-LIFE-SUM-RESULT
009850         MOVE WS-POS-LAST-RESULT   TO MS-LAST-RESULT
009860         MOVE WS-POS-LAST-STATUS   TO MS-LAST-STATUS
009870         WRITE WS-DIVMNEW-RECORD
009880         ADD 1 TO WS-MASTERS-WRITTEN
009890         PERFORM 270-WRITE-REGISTER-LINE
009900     ELSE
009910         IF WS-POS-IN-WINDOW > ZERO
009920             ADD 1 TO WS-ACCTS-NOT-ADDED
009930         END-IF
009940     END-IF.
009950*
009960 270-WRITE-REGISTER-LINE.
009970     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009980         PERFORM 310-WRITE-HEADINGS
009990         WRITE WS-DIVRREG-RECORD FROM WS-REG-HEADING-2
010000             AFTER ADVANCING 2 LINES
010010         ADD 2 TO WS-LINE-COUNT
010020     END-IF.
010030     MOVE WS-CURR-KEY          TO REG-ACCOUNT-ID.
010040     MOVE WS-POS-SOURCE        TO REG-SOURCE.
010050     MOVE WS-POS-FROM-DATE     TO REG-FROM-DATE.
010060     MOVE WS-POS-NIGHTS        TO REG-NIGHTS.
010070     MOVE WS-POS-ENTRIES       TO REG-ENTRIES.
010080     MOVE WS-POS-TRANS-COUNT   TO REG-TRANS-COUNT.
010090     MOVE WS-POS-SUM-FIELD-A   TO REG-LIFE-SUM-FIELD-A.
010100     MOVE WS-POS-SUM-RESULT    TO REG-LIFE-SUM-RESULT.
010110     WRITE WS-DIVRREG-RECORD FROM WS-REG-DETAIL
010120         AFTER ADVANCING 1 LINE.
010130     ADD 1 TO WS-LINE-COUNT.
010140*
010150*-----------------------------------------------------------*
010160*  290-EDIT-DATE-TO-YYMMDD - VALIDATES AN MM/DD/YY DATE IN    *
010170*                  WS-EDIT-DATE AND REARRANGES IT INTO        *
010180*                  WS-WORK-YYMMDD.  SETS WS-DATE-OK-SWITCH.   *
010190*-----------------------------------------------------------*
010200 290-EDIT-DATE-TO-YYMMDD.
010210     MOVE 'N' TO WS-DATE-OK-SWITCH.
010220     IF WS-EDIT-MM IS NUMERIC AND
010230             WS-EDIT-DD IS NUMERIC AND
010240             WS-EDIT-YY IS NUMERIC AND
010250             WS-EDIT-SL1 = "/" AND
010260             WS-EDIT-SL2 = "/"
010270         MOVE WS-EDIT-YY TO WS-WORK-YY
010280         MOVE WS-EDIT-MM TO WS-WORK-MM
010290         MOVE WS-EDIT-DD TO WS-WORK-DD
010300         SET WS-DATE-OK-YES TO TRUE
010310     END-IF.
010320*
010330*-----------------------------------------------------------*
010340*  300-CHECK-CALENDAR - WALKS EVERY DAY AFTER THE BASE DATE   *
010350*                  UP TO THE REBUILD DATE.  A DAY REPLAYED,   *
010360*                  OR DECLARED ON A NO-RUN CARD, IS LISTED    *
010370*                  AS SUCH; A PROCESSING DAY WITH NEITHER IS  *
010380*                  AN UNRECOVERABLE GAP.  ON A FIVE-DAY       *
010390*                  STREAM, WEEKENDS WITH NO AUDIT ARE NOT     *
010400*                  LISTED.                                    *
010410*-----------------------------------------------------------*
010420 300-CHECK-CALENDAR.
010430     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
010440         PERFORM 310-WRITE-HEADINGS
010450     END-IF.
010460     WRITE WS-DIVRREG-RECORD FROM WS-REG-CAL-TITLE
010470         AFTER ADVANCING 3 LINES.
010480     ADD 3 TO WS-LINE-COUNT.
010490     MOVE WS-BASE-YYMMDD TO WS-CAL-YYMMDD.
010500     PERFORM 340-SET-WEEKDAY.
010510     PERFORM 320-CHECK-ONE-DAY
010520         UNTIL WS-CAL-YYMMDD = WS-REBUILD-YYMMDD.
010530*
010540 310-WRITE-HEADINGS.
010550     ADD 1 TO WS-PAGE-COUNT.
010560     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
010570     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
010580     WRITE WS-DIVRREG-RECORD FROM WS-REG-HEADING-1
010590         AFTER ADVANCING PAGE.
010600     MOVE 1 TO WS-LINE-COUNT.
010610*
010620 320-CHECK-ONE-DAY.
010630     PERFORM 330-NEXT-DAY.
010640     MOVE WS-CAL-MM TO WS-CAL-DATE(1:2).
010650     MOVE "/" TO WS-CAL-DATE(3:1).
010660     MOVE WS-CAL-DD TO WS-CAL-DATE(4:2).
010670     MOVE "/" TO WS-CAL-DATE(6:1).
010680     MOVE WS-CAL-YY TO WS-CAL-DATE(7:2).
010690     MOVE WS-CAL-DATE TO CAL-DATE.
010700     MOVE ZERO TO CAL-ENTRIES.
010710     MOVE WS-CAL-YYMMDD TO WS-GROUP-YYMMDD.
010720     MOVE 'N' TO WS-FOUND-SWITCH.
010730     MOVE 1 TO WS-RP-SUB.
010740     PERFORM 246-SCAN-REPLAY-TABLE
010750         UNTIL WS-FOUND-YES OR WS-RP-SUB > WS-RP-COUNT.
010760     IF WS-FOUND-YES
010770         MOVE "REPLAYED             ENTRIES =" TO CAL-DISPOSITION
010780         MOVE WS-RP-ENTRIES(WS-RP-SUB) TO CAL-ENTRIES
010790         PERFORM 350-WRITE-CALENDAR-LINE
010800     ELSE
010810         MOVE 'N' TO WS-FOUND-SWITCH
010820         MOVE 1 TO WS-NR-SUB
010830         PERFORM 325-SCAN-NORUN-TABLE
010840             UNTIL WS-FOUND-YES OR WS-NR-SUB > WS-NR-COUNT
010850         IF WS-FOUND-YES
010860             MOVE "NO RUN DECLARED" TO CAL-DISPOSITION
010870             PERFORM 350-WRITE-CALENDAR-LINE
010880         ELSE
010890             IF NOT (WS-RUN-DAYS-WEEKDAYS AND WS-CAL-WEEKEND)
010900                 MOVE "** NO AUDIT - UNRECOVERABLE GAP **"
010910                     TO CAL-DISPOSITION
010920                 PERFORM 350-WRITE-CALENDAR-LINE
010930                 ADD 1 TO WS-GAP-COUNT
010940             END-IF
010950         END-IF
010960     END-IF.
010970*
010980 325-SCAN-NORUN-TABLE.
010990     IF WS-NR-YYMMDD(WS-NR-SUB) = WS-CAL-YYMMDD
011000         SET WS-FOUND-YES TO TRUE
011010     ELSE
011020         ADD 1 TO WS-NR-SUB
011030     END-IF.
011040*
011050*-----------------------------------------------------------*
011060*  330-NEXT-DAY - ADVANCES WS-CAL-YYMMDD ONE DAY AND THE      *
011070*                 WEEKDAY WITH IT.                            *
011080*-----------------------------------------------------------*
011090 330-NEXT-DAY.
011100     PERFORM 335-SET-MONTH-DAYS.
011110     ADD 1 TO WS-CAL-DD.
011120     IF WS-CAL-DD > WS-CAL-MONTH-DAYS
011130         MOVE 1 TO WS-CAL-DD
011140         ADD 1 TO WS-CAL-MM
011150         IF WS-CAL-MM > 12
011160             MOVE 1 TO WS-CAL-MM
011170             ADD 1 TO WS-CAL-YY
011180         END-IF
011190     END-IF.
011200     IF WS-CAL-WEEKDAY = 6
011210         MOVE 0 TO WS-CAL-WEEKDAY
011220     ELSE
011230         ADD 1 TO WS-CAL-WEEKDAY
011240     END-IF.
011250*
011260 335-SET-MONTH-DAYS.
011270     MOVE WS-MONTH-DAYS(WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
011280     IF WS-CAL-MM = 2
011290         DIVIDE WS-CAL-YY BY 4 GIVING WS-CAL-WORK
011300             REMAINDER WS-CAL-LEAP-REMAINDER
011310         IF WS-CAL-LEAP-REMAINDER = ZERO
011320             MOVE 29 TO WS-CAL-MONTH-DAYS
011330         END-IF
011340     END-IF.
011350*
011360*-----------------------------------------------------------*
011370*  340-SET-WEEKDAY - ZELLER'S CONGRUENCE FOR WS-CAL-YYMMDD:   *
011380*                  JANUARY AND FEBRUARY COUNT AS MONTHS 13    *
011390*                  AND 14 OF THE YEAR BEFORE; EACH DIVISION   *
011400*                  IS DONE ON ITS OWN SO IT TRUNCATES.        *
011410*-----------------------------------------------------------*
011420 340-SET-WEEKDAY.
011430     MOVE WS-CAL-MM TO WS-ZL-MONTH.
011440     COMPUTE WS-ZL-YEAR = 2000 + WS-CAL-YY.
011450     IF WS-ZL-MONTH < 3
011460         ADD 12 TO WS-ZL-MONTH
011470         SUBTRACT 1 FROM WS-ZL-YEAR
011480     END-IF.
011490     DIVIDE WS-ZL-YEAR BY 100 GIVING WS-ZL-CENTURY
011500         REMAINDER WS-ZL-YEAR-OF-CENT.
011510     COMPUTE WS-CAL-WORK = 13 * (WS-ZL-MONTH + 1).
011520     DIVIDE WS-CAL-WORK BY 5 GIVING WS-ZL-MONTH-TERM.
011530     DIVIDE WS-ZL-YEAR-OF-CENT BY 4 GIVING WS-ZL-YEAR-TERM.
011540     DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-CENT-TERM.
011550     COMPUTE WS-ZL-TOTAL = WS-CAL-DD + WS-ZL-MONTH-TERM
011560         + WS-ZL-YEAR-OF-CENT + WS-ZL-YEAR-TERM
011570         + WS-ZL-CENT-TERM + 5 * WS-ZL-CENTURY.
011580     DIVIDE WS-ZL-TOTAL BY 7 GIVING WS-CAL-WORK
011590         REMAINDER WS-CAL-WEEKDAY.
011600*
011610 350-WRITE-CALENDAR-LINE.
011620     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
011630         PERFORM 310-WRITE-HEADINGS
011640         WRITE WS-DIVRREG-RECORD FROM WS-REG-CAL-TITLE
011650             AFTER ADVANCING 2 LINES
011660         ADD 2 TO WS-LINE-COUNT
011670     END-IF.
011680     WRITE WS-DIVRREG-RECORD FROM WS-REG-CAL-LINE
011690         AFTER ADVANCING 1 LINE.
011700     ADD 1 TO WS-LINE-COUNT.
011710*
011720 400-CONTROL-TOTALS.
011730     WRITE WS-DIVRREG-RECORD FROM WS-REG-TRAILER-1
011740         AFTER ADVANCING 3 LINES.
011750     MOVE "BASE RECORDS READ =" TO TRL-LABEL.
011760     MOVE WS-BASE-READ TO TRL-COUNT.
011770     PERFORM 410-WRITE-TRAILER-LINE.
011780     MOVE "ARCHIVE RECS READ =" TO TRL-LABEL.
011790     MOVE WS-ARCH-READ TO TRL-COUNT.
011800     PERFORM 410-WRITE-TRAILER-LINE.
011810     MOVE "AUDIT ENTRIES READ=" TO TRL-LABEL.
011820     MOVE WS-ENTRIES-READ TO TRL-COUNT.
011830     PERFORM 410-WRITE-TRAILER-LINE.
011840     MOVE "  APPLIED         =" TO TRL-LABEL.
011850     MOVE WS-ENTRIES-APPLIED TO TRL-COUNT.
011860     PERFORM 410-WRITE-TRAILER-LINE.
011870     MOVE "  BYPASSED        =" TO TRL-LABEL.
011880     MOVE WS-ENTRIES-BYPASSED TO TRL-COUNT.
011890     PERFORM 410-WRITE-TRAILER-LINE.
011900     MOVE "  IN BASE ALREADY =" TO TRL-LABEL.
011910     MOVE WS-ENTRIES-BEFORE-BASE TO TRL-COUNT.
011920     PERFORM 410-WRITE-TRAILER-LINE.
011930     MOVE "  AFTER REBUILD DT=" TO TRL-LABEL.
011940     MOVE WS-ENTRIES-AFTER TO TRL-COUNT.
011950     PERFORM 410-WRITE-TRAILER-LINE.
011960     MOVE "  RUN DATE INVALID=" TO TRL-LABEL.
011970     MOVE WS-ENTRIES-BAD-DATE TO TRL-COUNT.
011980     PERFORM 410-WRITE-TRAILER-LINE.
011990     MOVE "ACCOUNTS CARRIED  =" TO TRL-LABEL.
012000     MOVE WS-ACCTS-CARRIED TO TRL-COUNT.
012010     PERFORM 410-WRITE-TRAILER-LINE.
012020     MOVE "ACCOUNTS UPDATED  =" TO TRL-LABEL.
012030     MOVE WS-ACCTS-UPDATED TO TRL-COUNT.
012040     PERFORM 410-WRITE-TRAILER-LINE.
012050     MOVE "ACCOUNTS REINSTATD=" TO TRL-LABEL.
012060     MOVE WS-ACCTS-REINSTATED TO TRL-COUNT.
012070     PERFORM 410-WRITE-TRAILER-LINE.
012080     MOVE "ACCOUNTS ADDED    =" TO TRL-LABEL.
012090     MOVE WS-ACCTS-ADDED TO TRL-COUNT.
012100     PERFORM 410-WRITE-TRAILER-LINE.
012110     MOVE "ACCOUNTS NOT ADDED=" TO TRL-LABEL.
012120     MOVE WS-ACCTS-NOT-ADDED TO TRL-COUNT.
012130     PERFORM 410-WRITE-TRAILER-LINE.
012140     MOVE "MASTERS WRITTEN   =" TO TRL-LABEL.
012150     MOVE WS-MASTERS-WRITTEN TO TRL-COUNT.
012160     PERFORM 410-WRITE-TRAILER-LINE.
012170     MOVE "START POSITIONS   =" TO TRL-LABEL.
012180     MOVE WS-STARTS-WRITTEN TO TRL-COUNT.
012190     PERFORM 410-WRITE-TRAILER-LINE.
012200     MOVE "DATES REPLAYED    =" TO TRL-LABEL.
012210     MOVE WS-RP-COUNT TO TRL-COUNT.
012220     PERFORM 410-WRITE-TRAILER-LINE.
012230     MOVE "UNRECOVERABLE GAPS=" TO TRL-LABEL.
012240     MOVE WS-GAP-COUNT TO TRL-COUNT.
012250     PERFORM 410-WRITE-TRAILER-LINE.
012260*
012270 410-WRITE-TRAILER-LINE.
012280     WRITE WS-DIVRREG-RECORD FROM WS-REG-TRAILER-LINE
012290         AFTER ADVANCING 1 LINE.
012300*
012310 900-TERMINATE.
012320     DISPLAY "DIV205 - MASTERS WRITTEN    = " WS-MASTERS-WRITTEN.
012330     DISPLAY "DIV205 - ENTRIES APPLIED    = " WS-ENTRIES-APPLIED.
012340     DISPLAY "DIV205 - UNRECOVERABLE GAPS = " WS-GAP-COUNT.
012350     CLOSE DIVMBASE-FILE.
012360     CLOSE DIVAUDR-FILE.
012370     IF WS-DIVMARCS-STATUS = "00" OR WS-ARCH-READ > ZERO
012380         CLOSE DIVMARCS-FILE
012390     END-IF.
012400     CLOSE DIVMNEW-FILE.
012410     CLOSE DIVMSTRT-FILE.
012420     CLOSE DIVRAUD-FILE.
012430     CLOSE DIVRREG-FILE.
012440     IF WS-GAP-COUNT > ZERO OR WS-ENTRIES-BAD-DATE > ZERO
012450         DISPLAY "DIV205 - REBUILD IS INCOMPLETE - SEE DIVRREG - "
012460             "DO NOT PROMOTE"
012470         MOVE 8 TO RETURN-CODE
012480     END-IF.
