000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV135.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV135 - ACCOUNT GROUP POSITION REPORT.                    *
000090*                                                             *
000100*  SEVERAL ACCOUNTS OFTEN BELONG TO ONE CUSTOMER OR BUSINESS  *
000110*  UNIT.  DIV125'S GRP CARD PUTS THAT GROUP CODE ON THE       *
000120*  ACCOUNT'S DIVREF RECORD; THIS ON-DEMAND REPORT ROLLS THE   *
000130*  CURRENT DIVMSTR LIFETIME POSITIONS AND ONE PERIOD'S        *
000140*  DIVPHIST ACTIVITY UP BY GROUP:                             *
000150*                                                             *
000160*    - ONE SECTION PER GROUP CODE, IN GROUP-CODE ORDER, WITH  *
000170*      EACH MEMBER ACCOUNT'S LIFETIME POSITION (COUNT, SUM    *
000180*      OF FIELD-A, SUM OF RESULT) AND ITS PERIOD ACTIVITY     *
000190*      (ACCEPTED COUNT, SUMS, REJECTED COUNT) UNDERNEATH,     *
000200*      CLOSED BY THE GROUP TOTAL;                             *
000210*    - AN UNASSIGNED SECTION LAST FOR ACCOUNTS WITH A BLANK   *
000220*      GROUP CODE OR NO DIVREF RECORD AT ALL - NOTHING ON     *
000230*      THE MASTER IS DROPPED;                                 *
000240*    - A GRAND TOTAL, AND CONTROL TOTALS PROVING THE GRAND    *
000250*      LIFETIME FIGURES TIE TO THE MASTER AS READ AND THE     *
000260*      GRAND PERIOD FIGURES TIE TO THE DIVPHIST RECORDS FOR   *
000270*      THE PERIOD.                                            *
000280*                                                             *
000290*  AN ACCOUNT WITH PERIOD ACTIVITY BUT NO MASTER RECORD (IT   *
000300*  HAS SINCE BEEN ARCHIVED BY DIV145) STILL PRINTS IN ITS     *
000310*  GROUP WITH A ZERO LIFETIME POSITION, MARKED NOT ON MASTER. *
000320*                                                             *
000330*  THE PERIOD (MM/YY) COMES FROM THE DIVPPER CONTROL CARD, AS *
000340*  FOR DIV155; A MISSING OR MALFORMED CARD IS FATAL.  A       *
000350*  PERIOD NOT YET ROLLED SIMPLY SHOWS NO PERIOD ACTIVITY.     *
000360*  THE REPORT ENDS RC=8 IF EITHER TIE-OUT FAILS.             *
000370*                                                             *
000380*  MODIFICATION HISTORY.                                     *
000390*    DATE       INIT  DESCRIPTION                            *
000400*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT DIVMSTR-FILE ASSIGN TO DIVMSTR
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE IS SEQUENTIAL
000480         FILE STATUS IS WS-DIVMSTR-STATUS.
000490     SELECT DIVREF-FILE ASSIGN TO DIVREF
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE IS SEQUENTIAL
000520         FILE STATUS IS WS-DIVREF-STATUS.
000530     SELECT DIVPHIST-FILE ASSIGN TO DIVPHIST
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000560         FILE STATUS IS WS-DIVPHIST-STATUS.
000570     SELECT DIVPPER-FILE ASSIGN TO DIVPPER
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-DIVPPER-STATUS.
000610     SELECT DIVGRPT-FILE ASSIGN TO DIVGRPT
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*-----------------------------------------------------------*
000680*  DIVMSTR - THE MASTER GENERATION BEING REPORTED ON, IN      *
000690*            ACCOUNT ORDER.                                   *
000700*-----------------------------------------------------------*
000710 FD  DIVMSTR-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  WS-DIVMSTR-RECORD.
000750     05  MS-ACCOUNT-ID           PIC X(10).
000760     05  MS-LAST-RUN-DATE        PIC X(08).
000770     05  MS-TRANS-COUNT          PIC 9(07).
000780     05  MS-LIFE-SUM-FIELD-A     PIC S9(09)V99.
000790     05  MS-LIFE-SUM-RESULT      PIC S9(09)V99.
000800     05  MS-LAST-RESULT          PIC S9(05)V99.
000810     05  MS-LAST-STATUS          PIC X(02).
000820     05  FILLER                  PIC X(10).
000830*
000840*-----------------------------------------------------------*
000850*  DIVREF - ACCOUNT REFERENCE FILE: NAME AND GROUP CODE.      *
000860*-----------------------------------------------------------*
000870 FD  DIVREF-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  WS-DIVREF-RECORD.
000910     05  RF-ACCOUNT-ID           PIC X(10).
000920     05  RF-ACCOUNT-NAME         PIC X(30).
000930     05  RF-ACCOUNT-STATUS       PIC X(01).
000940     05  RF-ALLOWED-OPS          PIC X(04).
000950     05  RF-AMOUNT-LIMIT         PIC 9(05).
000960     05  RF-TRANS-LIMIT          PIC 9(05).
000970     05  RF-GROUP-CODE           PIC X(08).
000980     05  FILLER                  PIC X(17).
000990*
001000*-----------------------------------------------------------*
001010*  DIVPHIST - PERIOD HISTORY WRITTEN BY DIV155, ONE RECORD    *
001020*             PER ACCOUNT PER PERIOD.                         *
001030*-----------------------------------------------------------*
001040 FD  DIVPHIST-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  WS-DIVPHIST-RECORD.
001080     05  PH-ACCOUNT-ID           PIC X(10).
001090     05  PH-PERIOD               PIC X(05).
001100     05  PH-DIVIDE-COUNT         PIC 9(07).
001110     05  PH-MULTIPLY-COUNT       PIC 9(07).
001120     05  PH-ADD-COUNT            PIC 9(07).
001130     05  PH-SUBTRACT-COUNT       PIC 9(07).
001140     05  PH-ACCEPT-COUNT         PIC 9(07).
001150     05  PH-REJECT-COUNT         PIC 9(07).
001160     05  PH-SUM-FIELD-A          PIC S9(09)V99.
001170     05  PH-SUM-RESULT           PIC S9(09)V99.
001180     05  FILLER                  PIC X(01).
001190*
001200*-----------------------------------------------------------*
001210*  DIVPPER - ONE CONTROL CARD: THE PERIOD REPORTED, MM/YY.    *
001220*-----------------------------------------------------------*
001230 FD  DIVPPER-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  WS-DIVPPER-RECORD.
001270     05  PP-PERIOD.
001280         10  PP-PERIOD-MM        PIC X(02).
001290         10  PP-PERIOD-SL        PIC X(01).
001300         10  PP-PERIOD-YY        PIC X(02).
001310     05  FILLER                  PIC X(75).
001320*
001330*-----------------------------------------------------------*
001340*  DIVGRPT - PRINTED GROUP POSITION REPORT.                   *
001350*-----------------------------------------------------------*
001360 FD  DIVGRPT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  WS-DIVGRPT-RECORD               PIC X(80).
001400*
001410 WORKING-STORAGE SECTION.
001420 01  WS-DIVMSTR-STATUS             PIC X(02)      VALUE '00'.
001430 01  WS-DIVREF-STATUS              PIC X(02)      VALUE '00'.
001440 01  WS-DIVPHIST-STATUS            PIC X(02)      VALUE '00'.
001450 01  WS-DIVPPER-STATUS             PIC X(02)      VALUE '00'.
001460*
001470 01  WS-SWITCHES.
001480     05  WS-MSTR-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001490         88  WS-MSTR-EOF-YES                    VALUE 'Y'.
001500     05  WS-REF-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001510         88  WS-REF-EOF-YES                     VALUE 'Y'.
001520     05  WS-PHIST-EOF-SWITCH     PIC X(01)      VALUE 'N'.
001530         88  WS-PHIST-EOF-YES                   VALUE 'Y'.
001540     05  WS-PPER-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001550         88  WS-PPER-EOF-YES                    VALUE 'Y'.
001560     05  WS-REF-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
001570         88  WS-REF-FOUND-YES                   VALUE 'Y'.
001580     05  WS-PER-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
001590         88  WS-PER-FOUND-YES                   VALUE 'Y'.
001600     05  WS-GRP-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
001610         88  WS-GRP-FOUND-YES                   VALUE 'Y'.
001620     05  WS-GRP-PLACE-SWITCH     PIC X(01)      VALUE 'N'.
001630         88  WS-GRP-PLACE-YES                   VALUE 'Y'.
001640     05  WS-LIFE-TIE-SWITCH      PIC X(01)      VALUE 'Y'.
001650         88  WS-LIFE-TIES                       VALUE 'Y'.
001660     05  WS-PER-TIE-SWITCH       PIC X(01)      VALUE 'Y'.
001670         88  WS-PER-TIES                        VALUE 'Y'.
001680*
001690 01  WS-PERIOD                     PIC X(05)      VALUE SPACES.
001700*
001710*-----------------------------------------------------------*
001720*  WS-REF-TABLE - THE DIVREF ACCOUNTS: NAME AND GROUP CODE.   *
001730*-----------------------------------------------------------*
001740 01  WS-REF-TABLE.
001750     05  WS-REF-ENTRY OCCURS 1000 TIMES.
001760         10  WS-REF-ACCOUNT-ID   PIC X(10).
001770         10  WS-REF-NAME         PIC X(30).
001780         10  WS-REF-GROUP        PIC X(08).
001790*
001800 01  WS-REF-CONTROLS               COMP.
001810     05  WS-REF-COUNT            PIC 9(04)      VALUE ZERO.
001820     05  WS-REF-SUB              PIC 9(04)      VALUE ZERO.
001830     05  WS-REF-MAX              PIC 9(04)      VALUE 1000.
001840*
001850*-----------------------------------------------------------*
001860*  WS-PER-TABLE - THE DIVPHIST RECORDS FOR THE PERIOD.  THE   *
001870*                 MATCHED FLAG IS SET AS MASTER ACCOUNTS      *
001880*                 CLAIM THEM; WHATEVER IS LEFT HAS NO MASTER  *
001890*                 RECORD.                                     *
001900*-----------------------------------------------------------*
001910 01  WS-PER-TABLE.
001920     05  WS-PER-ENTRY OCCURS 2000 TIMES.
001930         10  WS-PER-ACCOUNT-ID   PIC X(10).
001940         10  WS-PER-ACCEPT       PIC 9(07).
001950         10  WS-PER-REJECT       PIC 9(07).
001960         10  WS-PER-SUM-FIELD-A  PIC S9(09)V99.
001970         10  WS-PER-SUM-RESULT   PIC S9(09)V99.
001980         10  WS-PER-MATCHED      PIC X(01).
001990*
002000 01  WS-PER-CONTROLS               COMP.
002010     05  WS-PER-COUNT            PIC 9(04)      VALUE ZERO.
002020     05  WS-PER-SUB              PIC 9(04)      VALUE ZERO.
002030     05  WS-PER-MAX              PIC 9(04)      VALUE 2000.
002040*
002050*-----------------------------------------------------------*
002060*  WS-ACCT-TABLE - ONE ENTRY PER ACCOUNT REPORTED: EVERY      *
002070*                  MASTER RECORD IN MASTER ORDER, THEN ANY    *
002080*                  PERIOD-ONLY ACCOUNTS.  A BLANK GROUP IS    *
002090*                  THE UNASSIGNED BUCKET.                     *
002100*-----------------------------------------------------------*
002110 01  WS-ACCT-TABLE.
002120     05  WS-AC-ENTRY OCCURS 2000 TIMES.
002130         10  WS-AC-ACCOUNT-ID    PIC X(10).
002140         10  WS-AC-NAME          PIC X(30).
002150         10  WS-AC-GROUP         PIC X(08).
002160         10  WS-AC-NOTE          PIC X(13).
002170         10  WS-AC-LIFE-COUNT    PIC 9(07).
002180         10  WS-AC-LIFE-FIELD-A  PIC S9(09)V99.
002190         10  WS-AC-LIFE-RESULT   PIC S9(09)V99.
002200         10  WS-AC-PER-ACCEPT    PIC 9(07).
002210         10  WS-AC-PER-REJECT    PIC 9(07).
002220         10  WS-AC-PER-FIELD-A   PIC S9(09)V99.
002230         10  WS-AC-PER-RESULT    PIC S9(09)V99.
002240*
002250 01  WS-ACCT-CONTROLS              COMP.
002260     05  WS-ACCT-COUNT           PIC 9(04)      VALUE ZERO.
002270     05  WS-ACCT-SUB             PIC 9(04)      VALUE ZERO.
002280     05  WS-ACCT-MAX             PIC 9(04)      VALUE 2000.
002290*
002300*-----------------------------------------------------------*
002310*  WS-GROUP-TABLE - THE DISTINCT NON-BLANK GROUP CODES, KEPT  *
002320*                   IN ASCENDING ORDER AS THEY ARE FOUND SO   *
002330*                   THE SECTIONS PRINT IN GROUP-CODE ORDER.   *
002340*-----------------------------------------------------------*
002350 01  WS-GROUP-TABLE.
002360     05  WS-GRP-ENTRY OCCURS 500 TIMES.
002370         10  WS-GRP-CODE         PIC X(08).
002380*
002390 01  WS-GROUP-CONTROLS             COMP.
002400     05  WS-GRP-COUNT            PIC 9(04)      VALUE ZERO.
002410     05  WS-GRP-SUB              PIC 9(04)      VALUE ZERO.
002420     05  WS-GRP-MAX              PIC 9(04)      VALUE 500.
002430     05  WS-SHIFT-SUB            PIC 9(04)      VALUE ZERO.
002440*
002450 01  WS-CURRENT-GROUP              PIC X(08)      VALUE SPACES.
002460*
002470*-----------------------------------------------------------*
002480*  WS-TOTAL-FIELDS - THE GROUP TOTAL BEING BUILT (WS-GT-),    *
002490*                    THE GRAND TOTAL (WS-GR-), AND THE        *
002500*                    FIGURES AS READ FROM THE MASTER AND THE  *
002510*                    PERIOD HISTORY (WS-IN-) THEY MUST TIE TO.*
002520*-----------------------------------------------------------*
002530 01  WS-TOTAL-FIELDS.
002540     05  WS-GT-ACCOUNTS          PIC 9(07)      VALUE ZERO.
002550     05  WS-GT-LIFE-COUNT        PIC 9(07)      VALUE ZERO.
002560     05  WS-GT-LIFE-FIELD-A      PIC S9(09)V99  VALUE ZERO.
002570     05  WS-GT-LIFE-RESULT       PIC S9(09)V99  VALUE ZERO.
002580     05  WS-GT-PER-ACCEPT        PIC 9(07)      VALUE ZERO.
002590     05  WS-GT-PER-REJECT        PIC 9(07)      VALUE ZERO.
002600     05  WS-GT-PER-FIELD-A       PIC S9(09)V99  VALUE ZERO.
002610     05  WS-GT-PER-RESULT        PIC S9(09)V99  VALUE ZERO.
002620     05  WS-GR-ACCOUNTS          PIC 9(07)      VALUE ZERO.
002630     05  WS-GR-LIFE-COUNT        PIC 9(07)      VALUE ZERO.
002640     05  WS-GR-LIFE-FIELD-A      PIC S9(09)V99  VALUE ZERO.
002650     05  WS-GR-LIFE-RESULT       PIC S9(09)V99  VALUE ZERO.
002660     05  WS-GR-PER-ACCEPT        PIC 9(07)      VALUE ZERO.
002670     05  WS-GR-PER-REJECT        PIC 9(07)      VALUE ZERO.
002680     05  WS-GR-PER-FIELD-A       PIC S9(09)V99  VALUE ZERO.
002690     05  WS-GR-PER-RESULT        PIC S9(09)V99  VALUE ZERO.
002700     05  WS-IN-LIFE-COUNT        PIC 9(07)      VALUE ZERO.
002710     05  WS-IN-LIFE-FIELD-A      PIC S9(09)V99  VALUE ZERO.
002720     05  WS-IN-LIFE-RESULT       PIC S9(09)V99  VALUE ZERO.
002730     05  WS-IN-PER-ACCEPT        PIC 9(07)      VALUE ZERO.
002740     05  WS-IN-PER-FIELD-A       PIC S9(09)V99  VALUE ZERO.
002750     05  WS-IN-PER-RESULT        PIC S9(09)V99  VALUE ZERO.
002760*
002770 01  WS-RUN-COUNTERS               COMP.
002780     05  WS-MSTR-RECORDS-READ    PIC 9(07)      VALUE ZERO.
002790     05  WS-PHIST-RECORDS-READ   PIC 9(07)      VALUE ZERO.
002800     05  WS-ACCTS-NOT-ON-REF     PIC 9(07)      VALUE ZERO.
002810     05  WS-ACCTS-NOT-ON-MSTR    PIC 9(07)      VALUE ZERO.
002820     05  WS-ACCTS-UNASSIGNED     PIC 9(07)      VALUE ZERO.
002830*
002840 01  WS-RUN-DATE-FIELDS.
002850     05  WS-SYSTEM-DATE.
002860         10  WS-SYSTEM-YY        PIC 9(02).
002870         10  WS-SYSTEM-MM        PIC 9(02).
002880         10  WS-SYSTEM-DD        PIC 9(02).
002890     05  WS-REPORT-DATE          PIC X(08).
002900*
002910 01  WS-PRINT-CONTROLS.
002920     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
002930     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
002940     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
002950*
002960 01  WS-GRP-HEADING-1.
002970     05  FILLER                  PIC X(10)      VALUE "DIV135".
002980     05  FILLER                  PIC X(32)
002990             VALUE "ACCOUNT GROUP POSITION REPORT  ".
003000     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003010     05  HDG1-RUN-DATE           PIC X(08).
003020     05  FILLER                  PIC X(05)      VALUE "PAGE:".
003030     05  HDG1-PAGE-NO            PIC ZZZ9.
003040*
003050 01  WS-GRP-HEADING-2.
003060     05  FILLER                  PIC X(31)
003070             VALUE "ACCOUNT    NAME".
003080     05  FILLER                  PIC X(07)      VALUE "  COUNT".
003090     05  FILLER                  PIC X(14)
003100             VALUE "         SUM-A".
003110     05  FILLER                  PIC X(14)
003120             VALUE "        RESULT".
003130*
003140 01  WS-GRP-HEADING-3.
003150     05  FILLER                  PIC X(11)      VALUE SPACES.
003160     05  FILLER                  PIC X(41)
003170             VALUE "LIFETIME POSITION, THEN PERIOD ACTIVITY".
003180*
003190 01  WS-GRP-GROUP-LINE.
003200     05  FILLER                  PIC X(07)      VALUE "GROUP: ".
003210     05  GGL-GROUP-CODE          PIC X(08).
003220     05  FILLER                  PIC X(03)      VALUE SPACES.
003230     05  GGL-GROUP-TEXT          PIC X(40).
003240*
003250 01  WS-GRP-LIFE-LINE.
003260     05  GLL-ACCOUNT-ID          PIC X(10).
003270     05  FILLER                  PIC X(01)      VALUE SPACES.
003280     05  GLL-NAME                PIC X(18).
003290     05  FILLER                  PIC X(02)      VALUE SPACES.
003300     05  GLL-COUNT               PIC ZZZZZZ9.
003310     05  FILLER                  PIC X(01)      VALUE SPACES.
003320     05  GLL-FIELD-A             PIC -ZZZZZZZZ9.99.
003330     05  FILLER                  PIC X(01)      VALUE SPACES.
003340     05  GLL-RESULT              PIC -ZZZZZZZZ9.99.
003350     05  FILLER                  PIC X(01)      VALUE SPACES.
003360     05  GLL-NOTE                PIC X(13).
003370*
003380 01  WS-GRP-PERIOD-LINE.
003390     05  FILLER                  PIC X(11)      VALUE SPACES.
003400     05  FILLER                  PIC X(07)      VALUE "PERIOD ".
003410     05  GPL-PERIOD              PIC X(05).
003420     05  FILLER                  PIC X(08)      VALUE SPACES.
003430     05  GPL-ACCEPT              PIC ZZZZZZ9.
003440     05  FILLER                  PIC X(01)      VALUE SPACES.
003450     05  GPL-FIELD-A             PIC -ZZZZZZZZ9.99.
003460     05  FILLER                  PIC X(01)      VALUE SPACES.
003470     05  GPL-RESULT              PIC -ZZZZZZZZ9.99.
003480     05  FILLER                  PIC X(02)      VALUE SPACES.
003490     05  FILLER                  PIC X(04)      VALUE "REJ=".
003500     05  GPL-REJECT              PIC ZZZZZZ9.
003510*
003520 01  WS-NOTE-ACCOUNTS.
003530     05  FILLER                  PIC X(09)      VALUE "ACCOUNTS=".
003540     05  NTA-ACCOUNTS            PIC ZZZ9.
003550*
003560 01  WS-GRP-TRAILER-1             PIC X(40)
003570         VALUE "*** CONTROL TOTALS ***".
003580*
003590 01  WS-GRP-TRAILER-2.
003600     05  FILLER                  PIC X(20)
003610             VALUE "MASTER RECORDS    =".
003620     05  TRL-MSTR-RECORDS-READ   PIC ZZZZZZ9.
003630*
003640 01  WS-GRP-TRAILER-3.
003650     05  FILLER                  PIC X(20)
003660             VALUE "MASTER TRANS COUNT=".
003670     05  TRL-IN-LIFE-COUNT       PIC ZZZZZZ9.
003680*
003690 01  WS-GRP-TRAILER-4.
003700     05  FILLER                  PIC X(20)
003710             VALUE "MASTER SUM-A      =".
003720     05  TRL-IN-LIFE-FIELD-A     PIC -ZZZZZZZZ9.99.
003730*
003740 01  WS-GRP-TRAILER-5.
003750     05  FILLER                  PIC X(20)
003760             VALUE "MASTER RESULT     =".
003770     05  TRL-IN-LIFE-RESULT      PIC -ZZZZZZZZ9.99.
003780*
003790 01  WS-GRP-TRAILER-6.
003800     05  FILLER                  PIC X(20)
003810             VALUE "PERIOD RECORDS    =".
003820     05  TRL-PHIST-RECORDS-READ  PIC ZZZZZZ9.
003830*
003840 01  WS-GRP-TRAILER-7.
003850     05  FILLER                  PIC X(20)
003860             VALUE "PERIOD RESULT     =".
003870     05  TRL-IN-PER-RESULT       PIC -ZZZZZZZZ9.99.
003880*
003890 01  WS-GRP-TRAILER-8.
003900     05  FILLER                  PIC X(20)
003910             VALUE "GROUPS            =".
003920     05  TRL-GRP-COUNT           PIC ZZZZZZ9.
003930*
003940 01  WS-GRP-TRAILER-9.
003950     05  FILLER                  PIC X(20)
003960             VALUE "ACCTS UNASSIGNED  =".
003970     05  TRL-ACCTS-UNASSIGNED    PIC ZZZZZZ9.
003980*
003990 01  WS-GRP-TRAILER-10.
004000     05  FILLER                  PIC X(20)
004010             VALUE "ACCTS NOT ON REF  =".
004020     05  TRL-ACCTS-NOT-ON-REF    PIC ZZZZZZ9.
004030*
004040 01  WS-GRP-TRAILER-11.
004050     05  FILLER                  PIC X(20)
004060             VALUE "ACCTS NOT ON MSTR =".
004070     05  TRL-ACCTS-NOT-ON-MSTR   PIC ZZZZZZ9.
004080*
004090 01  WS-GRP-TRAILER-12.
004100     05  FILLER                  PIC X(20)
004110             VALUE "TIES TO MASTER    =".
004120     05  TRL-LIFE-TIE-FLAG       PIC X(03).
004130*
004140 01  WS-GRP-TRAILER-13.
004150     05  FILLER                  PIC X(20)
004160             VALUE "TIES TO DIVPHIST  =".
004170     05  TRL-PER-TIE-FLAG        PIC X(03).
004180*
004190 PROCEDURE DIVISION.
004200 0000-MAINLINE.
004210     PERFORM 100-INITIALIZE.
004220     PERFORM 200-MASTER-LOOP UNTIL WS-MSTR-EOF-YES.
004230     PERFORM 250-ADD-PERIOD-ONLY-ACCOUNTS.
004240     PERFORM 300-PRINT-GROUPS.
004250     PERFORM 400-CONTROL-TOTALS.
004260     PERFORM 900-TERMINATE.
004270     STOP RUN.
004280*
004290*-----------------------------------------------------------*
004300*  100-INITIALIZE - READS AND VALIDATES THE PERIOD CARD       *
004310*                   (FATAL IF MISSING OR MALFORMED), TABLES   *
004320*                   DIVREF AND THE PERIOD'S DIVPHIST RECORDS  *
004330*                   (EITHER MAY BE MISSING - EVERY ACCOUNT    *
004340*                   IS THEN UNASSIGNED, OR HAS NO PERIOD      *
004350*                   ACTIVITY) AND PRIMES THE MASTER READ.     *
004360*-----------------------------------------------------------*
004370 100-INITIALIZE.
004380     ACCEPT WS-SYSTEM-DATE FROM DATE.
004390     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
004400     MOVE "/" TO WS-REPORT-DATE(3:1).
004410     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
004420     MOVE "/" TO WS-REPORT-DATE(6:1).
004430     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
004440     OPEN INPUT DIVPPER-FILE.
004450     IF WS-DIVPPER-STATUS NOT = "00"
004460         DISPLAY "DIV135 - FATAL - DIVPPER OPEN FAILED, "
004470             "FILE STATUS " WS-DIVPPER-STATUS
004480         MOVE 16 TO RETURN-CODE
004490         STOP RUN
004500     END-IF.
004510     PERFORM 110-READ-PERIOD-CARD.
004520     CLOSE DIVPPER-FILE.
004530     IF WS-PPER-EOF-YES
004540         DISPLAY "DIV135 - FATAL - DIVPPER IS EMPTY"
004550         MOVE 16 TO RETURN-CODE
004560         STOP RUN
004570     END-IF.
004580     IF PP-PERIOD-MM IS NOT NUMERIC OR
004590             PP-PERIOD-SL NOT = "/" OR
004600             PP-PERIOD-YY IS NOT NUMERIC OR
004610             PP-PERIOD-MM < "01" OR PP-PERIOD-MM > "12"
004620         DISPLAY "DIV135 - FATAL - PERIOD '" PP-PERIOD
004630             "' IS NOT MM/YY"
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     MOVE PP-PERIOD TO WS-PERIOD.
004680     OPEN INPUT DIVMSTR-FILE.
004690     IF WS-DIVMSTR-STATUS NOT = "00"
004700         DISPLAY "DIV135 - FATAL - DIVMSTR OPEN FAILED, "
004710             "FILE STATUS " WS-DIVMSTR-STATUS
004720         MOVE 16 TO RETURN-CODE
004730         STOP RUN
004740     END-IF.
004750     OPEN OUTPUT DIVGRPT-FILE.
004760     OPEN INPUT DIVREF-FILE.
004770     IF WS-DIVREF-STATUS = "00"
004780         PERFORM 120-READ-REFERENCE
004790         PERFORM 121-LOAD-REF-ENTRY UNTIL WS-REF-EOF-YES
004800         CLOSE DIVREF-FILE
004810     ELSE
004820         DISPLAY "DIV135 - NOTE - DIVREF NOT AVAILABLE, "
004830             "FILE STATUS " WS-DIVREF-STATUS
004840             " - EVERY ACCOUNT REPORTS UNASSIGNED"
004850     END-IF.
004860     OPEN INPUT DIVPHIST-FILE.
004870     IF WS-DIVPHIST-STATUS = "00"
004880         PERFORM 130-READ-PERIOD-HISTORY
004890         PERFORM 131-LOAD-PERIOD-ENTRY UNTIL WS-PHIST-EOF-YES
004900         CLOSE DIVPHIST-FILE
004910     ELSE
004920         DISPLAY "DIV135 - NOTE - DIVPHIST NOT AVAILABLE, "
004930             "FILE STATUS " WS-DIVPHIST-STATUS
004940             " - NO PERIOD ACTIVITY REPORTED"
004950     END-IF.
004960     PERFORM 140-READ-MASTER.
004970*
004980 110-READ-PERIOD-CARD.
004990     READ DIVPPER-FILE
005000         AT END
005010             SET WS-PPER-EOF-YES TO TRUE
005020     END-READ.
005030*
005040 120-READ-REFERENCE.
005050     READ DIVREF-FILE
005060         AT END
005070             SET WS-REF-EOF-YES TO TRUE
005080     END-READ.
005090*
005100 121-LOAD-REF-ENTRY.
005110     IF RF-ACCOUNT-ID NOT = SPACES
005120         IF WS-REF-COUNT < WS-REF-MAX
005130             ADD 1 TO WS-REF-COUNT
005140             MOVE RF-ACCOUNT-ID TO
005150                 WS-REF-ACCOUNT-ID(WS-REF-COUNT)
005160             MOVE RF-ACCOUNT-NAME TO WS-REF-NAME(WS-REF-COUNT)
005170             MOVE RF-GROUP-CODE TO WS-REF-GROUP(WS-REF-COUNT)
005180         ELSE
005190             DISPLAY "DIV135 - FATAL - DIVREF HAS MORE "
005200                 "ACCOUNTS THAN WS-REF-TABLE HOLDS"
005210             MOVE 16 TO RETURN-CODE
005220             STOP RUN
005230         END-IF
005240     END-IF.
005250     PERFORM 120-READ-REFERENCE.
005260*
005270 130-READ-PERIOD-HISTORY.
005280     READ DIVPHIST-FILE
005290         AT END
005300             SET WS-PHIST-EOF-YES TO TRUE
005310     END-READ.
005320*
005330 131-LOAD-PERIOD-ENTRY.
005340     IF PH-PERIOD = WS-PERIOD
005350         IF WS-PER-COUNT < WS-PER-MAX
005360             ADD 1 TO WS-PER-COUNT
005370             ADD 1 TO WS-PHIST-RECORDS-READ
005380             MOVE PH-ACCOUNT-ID TO
005390                 WS-PER-ACCOUNT-ID(WS-PER-COUNT)
005400             MOVE PH-ACCEPT-COUNT TO WS-PER-ACCEPT(WS-PER-COUNT)
005410             MOVE PH-REJECT-COUNT TO WS-PER-REJECT(WS-PER-COUNT)
005420             MOVE PH-SUM-FIELD-A TO
005430                 WS-PER-SUM-FIELD-A(WS-PER-COUNT)
005440             MOVE PH-SUM-RESULT TO
005450                 WS-PER-SUM-RESULT(WS-PER-COUNT)
005460             MOVE 'N' TO WS-PER-MATCHED(WS-PER-COUNT)
005470             ADD PH-ACCEPT-COUNT TO WS-IN-PER-ACCEPT
005480             ADD PH-SUM-FIELD-A TO WS-IN-PER-FIELD-A
005490             ADD PH-SUM-RESULT TO WS-IN-PER-RESULT
005500         ELSE
005510             DISPLAY "DIV135 - FATAL - DIVPHIST HAS MORE "
005520                 "ACCOUNTS FOR THE PERIOD THAN WS-PER-TABLE "
005530                 "HOLDS"
005540             MOVE 16 TO RETURN-CODE
005550             STOP RUN
005560         END-IF
005570     END-IF.
005580     PERFORM 130-READ-PERIOD-HISTORY.
005590*
005600 140-READ-MASTER.
005610     READ DIVMSTR-FILE
005620         AT END
005630             SET WS-MSTR-EOF-YES TO TRUE
005640         NOT AT END
005650             ADD 1 TO WS-MSTR-RECORDS-READ
005660     END-READ.
005670*
005680*-----------------------------------------------------------*
005690*  200-MASTER-LOOP - ONE MASTER ACCOUNT PER PASS: TAKES ITS   *
005700*                  NAME AND GROUP FROM DIVREF, CLAIMS ITS     *
005710*                  PERIOD RECORD AND TABLES THE ENTRY.        *
005720*-----------------------------------------------------------*
005730 200-MASTER-LOOP.
005740     PERFORM 230-NEW-ACCOUNT-ENTRY.
005750     MOVE MS-ACCOUNT-ID TO WS-AC-ACCOUNT-ID(WS-ACCT-SUB).
005760     MOVE MS-TRANS-COUNT TO WS-AC-LIFE-COUNT(WS-ACCT-SUB).
005770     MOVE MS-LIFE-SUM-FIELD-A TO WS-AC-LIFE-FIELD-A(WS-ACCT-SUB).
005780     MOVE MS-LIFE-SUM-RESULT TO WS-AC-LIFE-RESULT(WS-ACCT-SUB).
005790     ADD MS-TRANS-COUNT TO WS-IN-LIFE-COUNT.
005800     ADD MS-LIFE-SUM-FIELD-A TO WS-IN-LIFE-FIELD-A.
005810     ADD MS-LIFE-SUM-RESULT TO WS-IN-LIFE-RESULT.
005820     PERFORM 210-ATTACH-REFERENCE.
005830     MOVE 'N' TO WS-PER-FOUND-SWITCH.
005840     MOVE 1 TO WS-PER-SUB.
005850     PERFORM 220-SCAN-PERIOD-TABLE
005860         UNTIL WS-PER-FOUND-YES OR WS-PER-SUB > WS-PER-COUNT.
005870     IF WS-PER-FOUND-YES
005880         PERFORM 225-ATTACH-PERIOD
005890     END-IF.
005900     PERFORM 140-READ-MASTER.
005910*
005920*-----------------------------------------------------------*
005930*  210-ATTACH-REFERENCE - NAME AND GROUP FOR THE ENTRY AT     *
005940*                  WS-ACCT-SUB.  NO DIVREF RECORD, OR A BLANK *
005950*                  GROUP CODE, LEAVES IT UNASSIGNED.          *
005960*-----------------------------------------------------------*
005970 210-ATTACH-REFERENCE.
005980     MOVE 'N' TO WS-REF-FOUND-SWITCH.
005990     MOVE 1 TO WS-REF-SUB.
006000     PERFORM 211-SCAN-REF-TABLE
006010         UNTIL WS-REF-FOUND-YES OR WS-REF-SUB > WS-REF-COUNT.
006020     IF WS-REF-FOUND-YES
006030         MOVE WS-REF-NAME(WS-REF-SUB) TO WS-AC-NAME(WS-ACCT-SUB)
006040         MOVE WS-REF-GROUP(WS-REF-SUB)
006050             TO WS-AC-GROUP(WS-ACCT-SUB)
006060     ELSE
006070         ADD 1 TO WS-ACCTS-NOT-ON-REF
006080         IF WS-AC-NOTE(WS-ACCT-SUB) = SPACES
006090             MOVE "NOT ON DIVREF" TO WS-AC-NOTE(WS-ACCT-SUB)
006100         END-IF
006110     END-IF.
006120     IF WS-AC-GROUP(WS-ACCT-SUB) = SPACES
006130         ADD 1 TO WS-ACCTS-UNASSIGNED
006140     ELSE
006150         PERFORM 240-REGISTER-GROUP
006160     END-IF.
006170*
006180 211-SCAN-REF-TABLE.
006190     IF WS-REF-ACCOUNT-ID(WS-REF-SUB) =
006200             WS-AC-ACCOUNT-ID(WS-ACCT-SUB)
006210         SET WS-REF-FOUND-YES TO TRUE
006220     ELSE
006230         ADD 1 TO WS-REF-SUB
006240     END-IF.
006250*
006260 220-SCAN-PERIOD-TABLE.
006270     IF WS-PER-ACCOUNT-ID(WS-PER-SUB) = MS-ACCOUNT-ID
006280         SET WS-PER-FOUND-YES TO TRUE
006290     ELSE
006300         ADD 1 TO WS-PER-SUB
006310     END-IF.
006320*
006330 225-ATTACH-PERIOD.
006340     MOVE WS-PER-ACCEPT(WS-PER-SUB)
006350         TO WS-AC-PER-ACCEPT(WS-ACCT-SUB).
006360     MOVE WS-PER-REJECT(WS-PER-SUB)
006370         TO WS-AC-PER-REJECT(WS-ACCT-SUB).
006380     MOVE WS-PER-SUM-FIELD-A(WS-PER-SUB)
006390         TO WS-AC-PER-FIELD-A(WS-ACCT-SUB).
006400     MOVE WS-PER-SUM-RESULT(WS-PER-SUB)
006410         TO WS-AC-PER-RESULT(WS-ACCT-SUB).
006420     MOVE 'Y' TO WS-PER-MATCHED(WS-PER-SUB).
006430*
006440 230-NEW-ACCOUNT-ENTRY.
006450     IF WS-ACCT-COUNT >= WS-ACCT-MAX
006460         DISPLAY "DIV135 - FATAL - MORE ACCOUNTS THAN "
006470             "WS-ACCT-TABLE HOLDS"
006480         MOVE 16 TO RETURN-CODE
006490         STOP RUN
006500     END-IF.
006510     ADD 1 TO WS-ACCT-COUNT.
006520     MOVE WS-ACCT-COUNT TO WS-ACCT-SUB.
006530     MOVE SPACES TO WS-AC-ACCOUNT-ID(WS-ACCT-SUB).
006540     MOVE SPACES TO WS-AC-NAME(WS-ACCT-SUB).
006550     MOVE SPACES TO WS-AC-GROUP(WS-ACCT-SUB).
006560     MOVE SPACES TO WS-AC-NOTE(WS-ACCT-SUB).
006570     MOVE ZERO TO WS-AC-LIFE-COUNT(WS-ACCT-SUB).
006580     MOVE ZERO TO WS-AC-LIFE-FIELD-A(WS-ACCT-SUB).
006590     MOVE ZERO TO WS-AC-LIFE-RESULT(WS-ACCT-SUB).
006600     MOVE ZERO TO WS-AC-PER-ACCEPT(WS-ACCT-SUB).
006610     MOVE ZERO TO WS-AC-PER-REJECT(WS-ACCT-SUB).
006620     MOVE ZERO TO WS-AC-PER-FIELD-A(WS-ACCT-SUB).
006630     MOVE ZERO TO WS-AC-PER-RESULT(WS-ACCT-SUB).
006640*
006650*-----------------------------------------------------------*
006660*  240-REGISTER-GROUP - FINDS THE ENTRY'S GROUP CODE IN THE   *
006670*                  ORDERED GROUP TABLE, OR OPENS A SLOT FOR   *
006680*                  IT IN SEQUENCE BY SHIFTING THE HIGHER      *
006690*                  CODES UP ONE.                              *
006700*-----------------------------------------------------------*
006710 240-REGISTER-GROUP.
006720     MOVE WS-AC-GROUP(WS-ACCT-SUB) TO WS-CURRENT-GROUP.
006730     MOVE 'N' TO WS-GRP-FOUND-SWITCH.
006740     MOVE 'N' TO WS-GRP-PLACE-SWITCH.
006750     MOVE 1 TO WS-GRP-SUB.
006760     PERFORM 241-SCAN-GROUP-TABLE
006770         UNTIL WS-GRP-PLACE-YES OR WS-GRP-SUB > WS-GRP-COUNT.
006780     IF NOT WS-GRP-FOUND-YES
006790         IF WS-GRP-COUNT >= WS-GRP-MAX
006800             DISPLAY "DIV135 - FATAL - MORE GROUP CODES THAN "
006810                 "WS-GROUP-TABLE HOLDS"
006820             MOVE 16 TO RETURN-CODE
006830             STOP RUN
006840         END-IF
006850         MOVE WS-GRP-COUNT TO WS-SHIFT-SUB
006860         PERFORM 242-SHIFT-GROUP-ENTRY
006870             UNTIL WS-SHIFT-SUB < WS-GRP-SUB
006880         MOVE WS-CURRENT-GROUP TO WS-GRP-CODE(WS-GRP-SUB)
006890         ADD 1 TO WS-GRP-COUNT
006900     END-IF.
006910*
006920 241-SCAN-GROUP-TABLE.
006930     IF WS-GRP-CODE(WS-GRP-SUB) = WS-CURRENT-GROUP
006940         SET WS-GRP-FOUND-YES TO TRUE
006950         SET WS-GRP-PLACE-YES TO TRUE
006960     ELSE
006970         IF WS-GRP-CODE(WS-GRP-SUB) > WS-CURRENT-GROUP
006980             SET WS-GRP-PLACE-YES TO TRUE
006990         ELSE
007000             ADD 1 TO WS-GRP-SUB
007010         END-IF
007020     END-IF.
007030*
007040 242-SHIFT-GROUP-ENTRY.
007050     MOVE WS-GRP-CODE(WS-SHIFT-SUB)
007060         TO WS-GRP-CODE(WS-SHIFT-SUB + 1).
007070     SUBTRACT 1 FROM WS-SHIFT-SUB.
007080*
007090*-----------------------------------------------------------*
007100*  250-ADD-PERIOD-ONLY-ACCOUNTS - A PERIOD RECORD NO MASTER   *
007110*                  ACCOUNT CLAIMED BELONGS TO AN ACCOUNT      *
007120*                  ARCHIVED SINCE; IT STILL REPORTS UNDER ITS *
007130*                  GROUP, WITH NO LIFETIME POSITION.          *
007140*-----------------------------------------------------------*
007150 250-ADD-PERIOD-ONLY-ACCOUNTS.
007160     MOVE 1 TO WS-PER-SUB.
007170     PERFORM 251-ADD-ONE-PERIOD-ONLY
007180         UNTIL WS-PER-SUB > WS-PER-COUNT.
007190*
007200 251-ADD-ONE-PERIOD-ONLY.
007210     IF WS-PER-MATCHED(WS-PER-SUB) = 'N'
007220         PERFORM 230-NEW-ACCOUNT-ENTRY
007230         MOVE WS-PER-ACCOUNT-ID(WS-PER-SUB)
007240             TO WS-AC-ACCOUNT-ID(WS-ACCT-SUB)
007250         MOVE "NOT ON MASTER" TO WS-AC-NOTE(WS-ACCT-SUB)
007260         ADD 1 TO WS-ACCTS-NOT-ON-MSTR
007270         PERFORM 225-ATTACH-PERIOD
007280         PERFORM 210-ATTACH-REFERENCE
007290     END-IF.
007300     ADD 1 TO WS-PER-SUB.
007310*
007320*-----------------------------------------------------------*
007330*  300-PRINT-GROUPS - ONE SECTION PER GROUP CODE IN ORDER,    *
007340*                  THE UNASSIGNED SECTION LAST, THEN THE      *
007350*                  GRAND TOTAL.                               *
007360*-----------------------------------------------------------*
007370 300-PRINT-GROUPS.
007380     MOVE 1 TO WS-GRP-SUB.
007390     PERFORM 305-PRINT-ONE-GROUP
007400         UNTIL WS-GRP-SUB > WS-GRP-COUNT.
007410     IF WS-ACCTS-UNASSIGNED > ZERO
007420         MOVE SPACES TO WS-CURRENT-GROUP
007430         MOVE "** NONE **" TO GGL-GROUP-CODE
007440         MOVE "UNASSIGNED - NO GROUP CODE ON DIVREF"
007450             TO GGL-GROUP-TEXT
007460         PERFORM 320-PRINT-SECTION
007470     END-IF.
007480     PERFORM 350-PRINT-GRAND-TOTAL.
007490*
007500 305-PRINT-ONE-GROUP.
007510     MOVE WS-GRP-CODE(WS-GRP-SUB) TO WS-CURRENT-GROUP.
007520     MOVE WS-CURRENT-GROUP TO GGL-GROUP-CODE.
007530     MOVE SPACES TO GGL-GROUP-TEXT.
007540     PERFORM 320-PRINT-SECTION.
007550     ADD 1 TO WS-GRP-SUB.
007560*
007570 310-WRITE-HEADINGS.
007580     ADD 1 TO WS-PAGE-COUNT.
007590     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
007600     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
007610     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-HEADING-1
007620         AFTER ADVANCING PAGE.
007630     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-HEADING-2
007640         AFTER ADVANCING 2 LINES.
007650     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-HEADING-3
007660         AFTER ADVANCING 1 LINE.
007670     MOVE 3 TO WS-LINE-COUNT.
007680*
007690*-----------------------------------------------------------*
007700*  320-PRINT-SECTION - THE GROUP LINE, EVERY MEMBER ACCOUNT   *
007710*                  OF WS-CURRENT-GROUP IN TABLE ORDER, AND    *
007720*                  THE GROUP TOTAL.                           *
007730*-----------------------------------------------------------*
007740 320-PRINT-SECTION.
007750     IF WS-LINE-COUNT = ZERO OR
007760             WS-LINE-COUNT > WS-LINES-PER-PAGE - 6
007770         PERFORM 310-WRITE-HEADINGS
007780     END-IF.
007790     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-GROUP-LINE
007800         AFTER ADVANCING 2 LINES.
007810     ADD 2 TO WS-LINE-COUNT.
007820     MOVE ZERO TO WS-GT-ACCOUNTS.
007830     MOVE ZERO TO WS-GT-LIFE-COUNT.
007840     MOVE ZERO TO WS-GT-LIFE-FIELD-A.
007850     MOVE ZERO TO WS-GT-LIFE-RESULT.
007860     MOVE ZERO TO WS-GT-PER-ACCEPT.
007870     MOVE ZERO TO WS-GT-PER-REJECT.
007880     MOVE ZERO TO WS-GT-PER-FIELD-A.
007890     MOVE ZERO TO WS-GT-PER-RESULT.
007900     MOVE 1 TO WS-ACCT-SUB.
007910     PERFORM 325-PRINT-IF-MEMBER
007920         UNTIL WS-ACCT-SUB > WS-ACCT-COUNT.
007930     PERFORM 340-PRINT-GROUP-TOTAL.
007940*
007950 325-PRINT-IF-MEMBER.
007960     IF WS-AC-GROUP(WS-ACCT-SUB) = WS-CURRENT-GROUP
007970         PERFORM 330-PRINT-ACCOUNT
007980     END-IF.
007990     ADD 1 TO WS-ACCT-SUB.
008000*
008010 330-PRINT-ACCOUNT.
008020     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 2
008030         PERFORM 310-WRITE-HEADINGS
008040     END-IF.
008050     MOVE WS-AC-ACCOUNT-ID(WS-ACCT-SUB)   TO GLL-ACCOUNT-ID.
008060     MOVE WS-AC-NAME(WS-ACCT-SUB)         TO GLL-NAME.
008070     MOVE WS-AC-LIFE-COUNT(WS-ACCT-SUB)   TO GLL-COUNT.
008080     MOVE WS-AC-LIFE-FIELD-A(WS-ACCT-SUB) TO GLL-FIELD-A.
008090     MOVE WS-AC-LIFE-RESULT(WS-ACCT-SUB)  TO GLL-RESULT.
008100     MOVE WS-AC-NOTE(WS-ACCT-SUB)         TO GLL-NOTE.
008110     MOVE WS-PERIOD                       TO GPL-PERIOD.
008120     MOVE WS-AC-PER-ACCEPT(WS-ACCT-SUB)   TO GPL-ACCEPT.
008130     MOVE WS-AC-PER-FIELD-A(WS-ACCT-SUB)  TO GPL-FIELD-A.
008140     MOVE WS-AC-PER-RESULT(WS-ACCT-SUB)   TO GPL-RESULT.
008150     MOVE WS-AC-PER-REJECT(WS-ACCT-SUB)   TO GPL-REJECT.
008160     PERFORM 360-WRITE-POSITION-LINES.
008170     ADD 1 TO WS-GT-ACCOUNTS.
008180     ADD WS-AC-LIFE-COUNT(WS-ACCT-SUB)   TO WS-GT-LIFE-COUNT.
008190     ADD WS-AC-LIFE-FIELD-A(WS-ACCT-SUB) TO WS-GT-LIFE-FIELD-A.
008200     ADD WS-AC-LIFE-RESULT(WS-ACCT-SUB)  TO WS-GT-LIFE-RESULT.
008210     ADD WS-AC-PER-ACCEPT(WS-ACCT-SUB)   TO WS-GT-PER-ACCEPT.
008220     ADD WS-AC-PER-REJECT(WS-ACCT-SUB)   TO WS-GT-PER-REJECT.
008230     ADD WS-AC-PER-FIELD-A(WS-ACCT-SUB)  TO WS-GT-PER-FIELD-A.
008240     ADD WS-AC-PER-RESULT(WS-ACCT-SUB)   TO WS-GT-PER-RESULT.
008250*
008260 340-PRINT-GROUP-TOTAL.
008270     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 2
008280         PERFORM 310-WRITE-HEADINGS
008290     END-IF.
008300     MOVE SPACES                TO GLL-ACCOUNT-ID.
008310     MOVE "  GROUP TOTAL"       TO GLL-NAME.
008320     MOVE WS-GT-LIFE-COUNT      TO GLL-COUNT.
008330     MOVE WS-GT-LIFE-FIELD-A    TO GLL-FIELD-A.
008340     MOVE WS-GT-LIFE-RESULT     TO GLL-RESULT.
008350     MOVE WS-GT-ACCOUNTS        TO NTA-ACCOUNTS.
008360     MOVE WS-NOTE-ACCOUNTS      TO GLL-NOTE.
008370     MOVE WS-PERIOD             TO GPL-PERIOD.
008380     MOVE WS-GT-PER-ACCEPT      TO GPL-ACCEPT.
008390     MOVE WS-GT-PER-FIELD-A     TO GPL-FIELD-A.
008400     MOVE WS-GT-PER-RESULT      TO GPL-RESULT.
008410     MOVE WS-GT-PER-REJECT      TO GPL-REJECT.
008420     PERFORM 360-WRITE-POSITION-LINES.
008430     ADD WS-GT-ACCOUNTS         TO WS-GR-ACCOUNTS.
008440     ADD WS-GT-LIFE-COUNT       TO WS-GR-LIFE-COUNT.
008450     ADD WS-GT-LIFE-FIELD-A     TO WS-GR-LIFE-FIELD-A.
008460     ADD WS-GT-LIFE-RESULT      TO WS-GR-LIFE-RESULT.
008470     ADD WS-GT-PER-ACCEPT       TO WS-GR-PER-ACCEPT.
008480     ADD WS-GT-PER-REJECT       TO WS-GR-PER-REJECT.
008490     ADD WS-GT-PER-FIELD-A      TO WS-GR-PER-FIELD-A.
008500     ADD WS-GT-PER-RESULT       TO WS-GR-PER-RESULT.
008510*
008520 350-PRINT-GRAND-TOTAL.
008530     IF WS-LINE-COUNT = ZERO OR
008540             WS-LINE-COUNT > WS-LINES-PER-PAGE - 3
008550         PERFORM 310-WRITE-HEADINGS
008560     END-IF.
008570     MOVE SPACES                TO GLL-ACCOUNT-ID.
008580     MOVE "  GRAND TOTAL"       TO GLL-NAME.
008590     MOVE WS-GR-LIFE-COUNT      TO GLL-COUNT.
008600     MOVE WS-GR-LIFE-FIELD-A    TO GLL-FIELD-A.
008610     MOVE WS-GR-LIFE-RESULT     TO GLL-RESULT.
008620     MOVE WS-GR-ACCOUNTS        TO NTA-ACCOUNTS.
008630     MOVE WS-NOTE-ACCOUNTS      TO GLL-NOTE.
008640     MOVE WS-PERIOD             TO GPL-PERIOD.
008650     MOVE WS-GR-PER-ACCEPT      TO GPL-ACCEPT.
008660     MOVE WS-GR-PER-FIELD-A     TO GPL-FIELD-A.
008670     MOVE WS-GR-PER-RESULT      TO GPL-RESULT.
008680     MOVE WS-GR-PER-REJECT      TO GPL-REJECT.
008690     WRITE WS-DIVGRPT-RECORD FROM SPACES
008700         AFTER ADVANCING 1 LINE.
008710     ADD 1 TO WS-LINE-COUNT.
008720     PERFORM 360-WRITE-POSITION-LINES.
008730*
008740 360-WRITE-POSITION-LINES.
008750     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-LIFE-LINE
008760         AFTER ADVANCING 1 LINE.
008770     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-PERIOD-LINE
008780         AFTER ADVANCING 1 LINE.
008790     ADD 2 TO WS-LINE-COUNT.
008800*
008810*-----------------------------------------------------------*
008820*  400-CONTROL-TOTALS - THE GRAND LIFETIME FIGURES MUST EQUAL *
008830*                   THE MASTER AS READ, AND THE GRAND PERIOD  *
008840*                   FIGURES THE DIVPHIST RECORDS FOR THE      *
008850*                   PERIOD - OTHERWISE AN ACCOUNT WAS DROPPED *
008860*                   OR COUNTED TWICE.                         *
008870*-----------------------------------------------------------*
008880 400-CONTROL-TOTALS.
008890     IF WS-GR-LIFE-COUNT = WS-IN-LIFE-COUNT AND
008900             WS-GR-LIFE-FIELD-A = WS-IN-LIFE-FIELD-A AND
008910             WS-GR-LIFE-RESULT = WS-IN-LIFE-RESULT
008920         MOVE "YES" TO TRL-LIFE-TIE-FLAG
008930     ELSE
008940         MOVE 'N' TO WS-LIFE-TIE-SWITCH
008950         MOVE "NO " TO TRL-LIFE-TIE-FLAG
008960     END-IF.
008970     IF WS-GR-PER-ACCEPT = WS-IN-PER-ACCEPT AND
008980             WS-GR-PER-FIELD-A = WS-IN-PER-FIELD-A AND
008990             WS-GR-PER-RESULT = WS-IN-PER-RESULT
009000         MOVE "YES" TO TRL-PER-TIE-FLAG
009010     ELSE
009020         MOVE 'N' TO WS-PER-TIE-SWITCH
009030         MOVE "NO " TO TRL-PER-TIE-FLAG
009040     END-IF.
009050     MOVE WS-MSTR-RECORDS-READ  TO TRL-MSTR-RECORDS-READ.
009060     MOVE WS-IN-LIFE-COUNT      TO TRL-IN-LIFE-COUNT.
009070     MOVE WS-IN-LIFE-FIELD-A    TO TRL-IN-LIFE-FIELD-A.
009080     MOVE WS-IN-LIFE-RESULT     TO TRL-IN-LIFE-RESULT.
009090     MOVE WS-PHIST-RECORDS-READ TO TRL-PHIST-RECORDS-READ.
009100     MOVE WS-IN-PER-RESULT      TO TRL-IN-PER-RESULT.
009110     MOVE WS-GRP-COUNT          TO TRL-GRP-COUNT.
009120     MOVE WS-ACCTS-UNASSIGNED   TO TRL-ACCTS-UNASSIGNED.
009130     MOVE WS-ACCTS-NOT-ON-REF   TO TRL-ACCTS-NOT-ON-REF.
009140     MOVE WS-ACCTS-NOT-ON-MSTR  TO TRL-ACCTS-NOT-ON-MSTR.
009150     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-1
009160         AFTER ADVANCING 2 LINES.
009170     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-2
009180         AFTER ADVANCING 1 LINE.
009190     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-3
009200         AFTER ADVANCING 1 LINE.
009210     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-4
009220         AFTER ADVANCING 1 LINE.
009230     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-5
009240         AFTER ADVANCING 1 LINE.
009250     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-6
009260         AFTER ADVANCING 1 LINE.
009270     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-7
009280         AFTER ADVANCING 1 LINE.
009290     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-8
009300         AFTER ADVANCING 1 LINE.
009310     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-9
009320         AFTER ADVANCING 1 LINE.
009330     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-10
009340         AFTER ADVANCING 1 LINE.
009350     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-11
009360         AFTER ADVANCING 1 LINE.
009370     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-12
009380         AFTER ADVANCING 1 LINE.
009390     WRITE WS-DIVGRPT-RECORD FROM WS-GRP-TRAILER-13
009400         AFTER ADVANCING 1 LINE.
009410*
009420 900-TERMINATE.
009430     DISPLAY "DIV135 - MASTER RECORDS    = " WS-MSTR-RECORDS-READ.
009440     DISPLAY "DIV135 - PERIOD RECORDS    = "
009440         WS-PHIST-RECORDS-READ.
009450     DISPLAY "DIV135 - GROUPS            = " WS-GRP-COUNT.
009460     DISPLAY "DIV135 - ACCTS UNASSIGNED  = " WS-ACCTS-UNASSIGNED.
009470     CLOSE DIVMSTR-FILE.
009480     CLOSE DIVGRPT-FILE.
009490     IF NOT WS-LIFE-TIES OR NOT WS-PER-TIES
009500         DISPLAY "DIV135 - GROUP TOTALS DO NOT TIE - SEE DIVGRPT"
009510         MOVE 8 TO RETURN-CODE
009520     END-IF.
