000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV165.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV165 - FEED DISPOSITION RETURN FILES.                    *
000090*                                                             *
000100*  RUNS AFTER DIV100 IN THE NIGHTLY STREAM.  READS TONIGHT'S  *
000110*  DIVDSP DISPOSITION FILE - BUILT UP BY DIV120 (RECORDS      *
000120*  DROPPED TO SUSPENSE), DIV105 (EDIT REJECTS AND EACH        *
000130*  ENVELOPE'S DECLARED AND RECEIVED COUNTS) AND DIV100        *
000140*  (ACCEPTED, REJECTED AND HELD) - SORTED BY FEED ID, RECORD  *
000150*  TYPE AND TRANSACTION REFERENCE, AND WRITES EACH FEED ITS   *
000160*  OWN RETURN FILE:                                           *
000170*                                                             *
000180*    'H'  FEED ID, RUN DATE, JOB NAME                         *
000190*    'D'  ONE PER TRANSACTION THE FEED SENT TONIGHT:          *
000200*         DISPOSITION, TRANS REF, ACCOUNT, OPERATION, RESULT  *
000210*         (ACCEPTED ONLY), REASON CODE AND TEXT, EFFECTIVE    *
000220*         DATE (HELD ONLY)                                    *
000230*    'P'  THE SAME LAYOUT FOR ONE OF THE FEED'S TRANSACTIONS  *
000240*         FROM AN EARLIER NIGHT SETTLED TONIGHT - A DIVERR    *
000250*         REJECT RECYCLED, A HELD RECORD RELEASED FROM DIVFUT *
000260*         OR A REJECT DROPPED TO SUSPENSE                     *
000270*    'T'  COUNTS BY DISPOSITION, PRIOR-NIGHT COUNT, HASH OF   *
000280*         THE RESULTS AND A BALANCE FLAG                      *
000290*                                                             *
000300*  DISPOSITIONS:  A ACCEPTED, R REJECTED (DE-REASON-CODE AND  *
000310*  TEXT), H HELD FOR A FUTURE EFFECTIVE DATE, E FAILED THE    *
000320*  DIV105 FIELD EDIT, S DROPPED TO THE DIVSUSP SUSPENSE       *
000330*  REPORT BY DIV120.                                          *
000340*                                                             *
000350*  A FEED BALANCES WHEN THE A + R + H + E COUNT OF ITS 'D'    *
000360*  RECORDS EQUALS THE RECORD COUNT DECLARED ON ITS *BATCHTRL. *
000370*  'P' RECORDS WERE DECLARED ON THE NIGHT THEY WERE FIRST     *
000380*  SENT, SO THEY ARE RETURNED AND COUNTED BUT ARE NOT PART OF *
000390*  TONIGHT'S TIE-OUT.  A FEED OUT OF BALANCE SETS RETURN CODE *
000400*  8; ITS FILE IS STILL WRITTEN SO THE FEED CAN BE WORKED.    *
000410*                                                             *
000420*  DIVRTRT ROUTES EACH FEED TO ONE OF THE RETURN FILES        *
000430*  DIVRTN1 - DIVRTN9 (SEE THE FD), ONE FEED TO A FILE, SO     *
000440*  EACH FILE CAN BE TRANSMITTED TO ITS SOURCE AS IT STANDS.   *
000450*  ALL NINE ARE OPENED AND CLOSED EVERY NIGHT, SO A FILE      *
000460*  WHOSE FEED SENT NOTHING IS LEFT EMPTY.  A FEED WITH NO     *
000470*  DIVRTRT CARD IS WRITTEN TO DIVRTNX, FLAGGED ON THE         *
000480*  REGISTER AND SETS RETURN CODE 4 - ADD ITS CARD BEFORE THE  *
000490*  NEXT RUN AND SEND DIVRTNX ON BY HAND.  A DIVRTRT CARD THAT *
000500*  DOES NOT EDIT IS FATAL (RC 16) - A GUESSED ROUTING WOULD   *
000510*  SEND ONE SOURCE ANOTHER'S TRANSACTIONS.                    *
000520*                                                             *
000530*  THE DIVRTRG REGISTER PRINTS ONE LINE PER FEED WITH ITS     *
000540*  COUNTS AND STATUS, FOLLOWED BY THE CONTROL TOTALS.         *
000550*                                                             *
000560*  MODIFICATION HISTORY.                                     *
000570*    DATE       INIT  DESCRIPTION                            *
000580*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000590*-----------------------------------------------------------*
000600 ENVIRONMENT DIVISION.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT DIVDSP-FILE ASSIGN TO DIVDSP
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL.
000660     SELECT DIVRTRT-FILE ASSIGN TO DIVRTRT
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE IS SEQUENTIAL
000690         FILE STATUS IS WS-DIVRTRT-STATUS.
000700     SELECT DIVRTN1-FILE ASSIGN TO DIVRTN1
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL.
000730     SELECT DIVRTN2-FILE ASSIGN TO DIVRTN2
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL.
000760     SELECT DIVRTN3-FILE ASSIGN TO DIVRTN3
000770         ORGANIZATION IS SEQUENTIAL
000780         ACCESS MODE IS SEQUENTIAL.
000790     SELECT DIVRTN4-FILE ASSIGN TO DIVRTN4
000800         ORGANIZATION IS SEQUENTIAL
000810         ACCESS MODE IS SEQUENTIAL.
000820     SELECT DIVRTN5-FILE ASSIGN TO DIVRTN5
000830         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL.
000850     SELECT DIVRTN6-FILE ASSIGN TO DIVRTN6
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL.
000880     SELECT DIVRTN7-FILE ASSIGN TO DIVRTN7
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL.
000910     SELECT DIVRTN8-FILE ASSIGN TO DIVRTN8
000920         ORGANIZATION IS SEQUENTIAL
000930         ACCESS MODE IS SEQUENTIAL.
000940     SELECT DIVRTN9-FILE ASSIGN TO DIVRTN9
000950         ORGANIZATION IS SEQUENTIAL
000960         ACCESS MODE IS SEQUENTIAL.
000970     SELECT DIVRTNX-FILE ASSIGN TO DIVRTNX
000980         ORGANIZATION IS SEQUENTIAL
000990         ACCESS MODE IS SEQUENTIAL.
001000     SELECT DIVRTRG-FILE ASSIGN TO DIVRTRG
001010         ORGANIZATION IS SEQUENTIAL
001020         ACCESS MODE IS SEQUENTIAL.
001030     SELECT DIVLOG-FILE ASSIGN TO DIVLOG
001040         ORGANIZATION IS SEQUENTIAL
001050         ACCESS MODE IS SEQUENTIAL
001060         FILE STATUS IS WS-DIVLOG-STATUS.
001070*
001080 DATA DIVISION.
001090 FILE SECTION.
001100*-----------------------------------------------------------*
001110*  DIVDSP - TONIGHT'S PER-RECORD DISPOSITIONS, SORTED BY FEED *
001120*           ID, RECORD TYPE ('C', THEN 'D', THEN 'P') AND     *
001130*           TRANS REF.  A 'C' RECORD CARRIES AN ENVELOPE'S    *
001140*           DECLARED AND RECEIVED COUNTS IN PLACE OF THE      *
001150*           DETAIL BODY.  A 'P' RECORD IS A PRIOR NIGHT'S     *
001160*           TRANSACTION SETTLED TONIGHT.                      *
001170*-----------------------------------------------------------*
001180 FD  DIVDSP-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  WS-DIVDSP-RECORD.
001220     05  DS-RECORD-TYPE          PIC X(01).
001230         88  DS-COUNT-RECORD                VALUE 'C'.
001240         88  DS-TONIGHT-RECORD              VALUE 'D'.
001250         88  DS-PRIOR-NIGHT-RECORD          VALUE 'P'.
001260     05  DS-FEED-ID              PIC X(08).
001270     05  DS-DETAIL-BODY.
001280         10  DS-DISPOSITION      PIC X(01).
001290         10  DS-TRANS-REF        PIC X(12).
001300         10  DS-ACCOUNT-ID       PIC X(10).
001310         10  DS-OPERATION-CODE   PIC X(01).
001320         10  DS-RESULT           PIC S9(05)V99.
001330         10  DS-REASON-CODE      PIC X(02).
001340         10  DS-REASON-TEXT      PIC X(30).
001350         10  DS-EFFECTIVE-DATE   PIC X(08).
001360     05  DS-COUNT-BODY REDEFINES DS-DETAIL-BODY.
001370         10  DS-DECLARED-COUNT   PIC 9(07).
001380         10  DS-RECEIVED-COUNT   PIC 9(07).
001390         10  FILLER              PIC X(57).
001400*
001410*-----------------------------------------------------------*
001420*  DIVRTRT - RETURN FILE ROUTING, ONE CARD PER SOURCE FEED:   *
001430*            COLS  1-8   FEED ID AS ON ITS *BATCHHDR          *
001440*            COL  10     RETURN FILE, 1 TO 9 - THE FEED'S     *
001450*                        RECORDS GO TO DIVRTN1 - DIVRTN9      *
001460*            COLS 12-80  FREE FOR A DESCRIPTION               *
001470*            NO TWO CARDS MAY NAME THE SAME FEED OR THE SAME  *
001480*            RETURN FILE.  A '*' IN COLUMN 1 IS A COMMENT.    *
001490*-----------------------------------------------------------*
001500 FD  DIVRTRT-FILE
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530 01  WS-DIVRTRT-RECORD.
001540     05  RR-FEED-ID              PIC X(08).
001550     05  FILLER                  PIC X(01).
001560     05  RR-RETURN-FILE          PIC X(01).
001570     05  RR-RETURN-FILE-N REDEFINES RR-RETURN-FILE
001580                                 PIC 9(01).
001590     05  FILLER                  PIC X(70).
001600*
001610*-----------------------------------------------------------*
001620*  DIVRTN1 - DIVRTN9 - THE PER-FEED RETURN FILES, ONE FEED    *
001630*          EACH AS ROUTED BY DIVRTRT.  DIVRTNX TAKES EVERY    *
001640*          FEED DIVRTRT DOES NOT ROUTE.  THE LAYOUT IS        *
001650*          WS-DIVRTN-RECORD IN WORKING-STORAGE.               *
001660*-----------------------------------------------------------*
001670 FD  DIVRTN1-FILE
001680     RECORDING MODE IS F
001690     LABEL RECORDS ARE STANDARD.
001700 01  WS-DIVRTN1-RECORD               PIC X(80).
001710*
001720 FD  DIVRTN2-FILE
001730     RECORDING MODE IS F
001740     LABEL RECORDS ARE STANDARD.
001750 01  WS-DIVRTN2-RECORD               PIC X(80).
001760*
001770 FD  DIVRTN3-FILE
001780     RECORDING MODE IS F
001790     LABEL RECORDS ARE STANDARD.
001800 01  WS-DIVRTN3-RECORD               PIC X(80).
001810*
001820 FD  DIVRTN4-FILE
001830     RECORDING MODE IS F
001840     LABEL RECORDS ARE STANDARD.
001850 01  WS-DIVRTN4-RECORD               PIC X(80).
001860*
001870 FD  DIVRTN5-FILE
001880     RECORDING MODE IS F
001890     LABEL RECORDS ARE STANDARD.
001900 01  WS-DIVRTN5-RECORD               PIC X(80).
001910*
001920 FD  DIVRTN6-FILE
001930     RECORDING MODE IS F
001940     LABEL RECORDS ARE STANDARD.
001950 01  WS-DIVRTN6-RECORD               PIC X(80).
001960*
001970 FD  DIVRTN7-FILE
001980     RECORDING MODE IS F
001990     LABEL RECORDS ARE STANDARD.
002000 01  WS-DIVRTN7-RECORD               PIC X(80).
002010*
002020 FD  DIVRTN8-FILE
002030     RECORDING MODE IS F
002040     LABEL RECORDS ARE STANDARD.
002050 01  WS-DIVRTN8-RECORD               PIC X(80).
002060*
002070 FD  DIVRTN9-FILE
002080     RECORDING MODE IS F
002090     LABEL RECORDS ARE STANDARD.
002100 01  WS-DIVRTN9-RECORD               PIC X(80).
002110*
002120 FD  DIVRTNX-FILE
002130     RECORDING MODE IS F
002140     LABEL RECORDS ARE STANDARD.
002150 01  WS-DIVRTNX-RECORD               PIC X(80).
002160*
002170*-----------------------------------------------------------*
002180*  DIVRTRG - PRINTED RETURN REGISTER, ONE LINE PER FEED.      *
002190*-----------------------------------------------------------*
002200 FD  DIVRTRG-FILE
002210     RECORDING MODE IS F
002220     LABEL RECORDS ARE STANDARD.
002230 01  WS-DIVRTRG-RECORD               PIC X(80).
002240*
002250*-----------------------------------------------------------*
002260*  DIVLOG - COMMON RUN-CONTROL LOG, ONE RECORD APPENDED PER   *
002270*           STEP EXECUTION, CROSS-FOOTED BY DIV185.           *
002280*-----------------------------------------------------------*
002290 FD  DIVLOG-FILE
002300     RECORDING MODE IS F
002310     LABEL RECORDS ARE STANDARD.
002320 01  WS-DIVLOG-RECORD.
002330     05  LG-JOB-NAME             PIC X(08).
002340     05  LG-PROGRAM              PIC X(08).
002350     05  LG-RUN-DATE             PIC X(08).
002360     05  LG-RUN-TIME             PIC X(08).
002370     05  LG-RECORDS-IN           PIC 9(07).
002380     05  LG-RECORDS-OUT          PIC 9(07).
002390     05  LG-RECORDS-REJECT       PIC 9(07).
002400     05  LG-AMOUNT-1             PIC S9(11)V99.
002410     05  LG-AMOUNT-2             PIC S9(11)V99.
002420     05  FILLER                  PIC X(01).
002430*
002440 WORKING-STORAGE SECTION.
002450 01  WS-DIVRTRT-STATUS             PIC X(02)      VALUE '00'.
002460 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
002470*
002480 01  WS-SWITCHES.
002490     05  WS-DSP-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002500         88  WS-DSP-EOF-YES                     VALUE 'Y'.
002510     05  WS-FEED-DONE-SWITCH     PIC X(01)      VALUE 'N'.
002520         88  WS-FEED-DONE-YES                   VALUE 'Y'.
002530     05  WS-RTRT-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002540         88  WS-RTRT-EOF-YES                    VALUE 'Y'.
002550     05  WS-RTRT-ERROR-SWITCH    PIC X(01)      VALUE 'N'.
002560         88  WS-RTRT-ERROR-YES                  VALUE 'Y'.
002570*
002580*-----------------------------------------------------------*
002590*  WS-DIVRTN-RECORD - FIXED-LAYOUT RETURN RECORD, BUILT HERE  *
002600*           AND WRITTEN TO THE FEED'S RETURN FILE.  THE       *
002610*           RECORD TYPE IS 'H', 'D', 'P' OR 'T' ('P' USES THE *
002620*           DETAIL BODY); THE THREE BODIES REDEFINE THE SAME  *
002630*           71 BYTES.                                         *
002640*-----------------------------------------------------------*
002650 01  WS-DIVRTN-RECORD.
002660     05  RN-RECORD-TYPE          PIC X(01).
002670     05  RN-FEED-ID              PIC X(08).
002680     05  RN-RECORD-BODY          PIC X(71).
002690     05  RN-HEADER-BODY REDEFINES RN-RECORD-BODY.
002700         10  RH-RUN-DATE         PIC X(08).
002710         10  RH-JOB-NAME         PIC X(08).
002720         10  FILLER              PIC X(55).
002730     05  RN-DETAIL-BODY REDEFINES RN-RECORD-BODY.
002740         10  RD-DISPOSITION      PIC X(01).
002750         10  RD-TRANS-REF        PIC X(12).
002760         10  RD-ACCOUNT-ID       PIC X(10).
002770         10  RD-OPERATION-CODE   PIC X(01).
002780         10  RD-RESULT           PIC S9(05)V99.
002790         10  RD-REASON-CODE      PIC X(02).
002800         10  RD-REASON-TEXT      PIC X(30).
002810         10  RD-EFFECTIVE-DATE   PIC X(08).
002820     05  RN-TRAILER-BODY REDEFINES RN-RECORD-BODY.
002830         10  RT-DECLARED-COUNT   PIC 9(07).
002840         10  RT-RETURNED-COUNT   PIC 9(07).
002850         10  RT-ACCEPTED         PIC 9(07).
002860         10  RT-REJECTED         PIC 9(07).
002870         10  RT-HELD             PIC 9(07).
002880         10  RT-EDIT-REJECTED    PIC 9(07).
002890         10  RT-SUSPENDED        PIC 9(07).
002900         10  RT-HASH-RESULT      PIC S9(09)V99.
002910         10  RT-BALANCE-FLAG     PIC X(01).
002920         10  RT-PRIOR-COUNT      PIC 9(07).
002930         10  FILLER              PIC X(03).
002940*
002950*-----------------------------------------------------------*
002960*  WS-ROUTE-TABLE - THE FEED ROUTED TO EACH RETURN FILE, FROM *
002970*                   THE DIVRTRT CARDS.  ENTRY N IS DIVRTNN;   *
002980*                   SPACES MEANS NO FEED.                     *
002990*-----------------------------------------------------------*
003000 01  WS-ROUTE-TABLE.
003010     05  WS-RT-FEED-ID           PIC X(08)      OCCURS 9 TIMES.
003020*
003030 01  WS-ROUTE-CONTROLS             COMP.
003040     05  WS-RT-SUB               PIC 9(04)      VALUE ZERO.
003050     05  WS-RT-MAX               PIC 9(04)      VALUE 9.
003060     05  WS-FEED-RETURN-FILE     PIC 9(04)      VALUE ZERO.
003070     05  WS-RTRT-CARDS-READ      PIC 9(05)      VALUE ZERO.
003080*
003090*-----------------------------------------------------------*
003100*  WS-FEED-FIELDS - ONE FEED'S COUNTS, ACCUMULATED ACROSS ITS *
003110*                   DIVDSP RECORDS.  A FEED THAT SENT MORE    *
003120*                   THAN ONE ENVELOPE DECLARES THEIR SUM.     *
003130*                   THE A, R, H AND E COUNTS ARE TONIGHT'S    *
003140*                   'D' RECORDS ONLY.                         *
003150*-----------------------------------------------------------*
003160 01  WS-FEED-FIELDS.
003170     05  WS-FEED-ID              PIC X(08)      VALUE SPACES.
003180     05  WS-FEED-DECLARED        PIC 9(07)      VALUE ZERO.
003190     05  WS-FEED-RETURNED        PIC 9(07)      VALUE ZERO.
003200     05  WS-FEED-ACCEPTED        PIC 9(07)      VALUE ZERO.
003210     05  WS-FEED-REJECTED        PIC 9(07)      VALUE ZERO.
003220     05  WS-FEED-HELD            PIC 9(07)      VALUE ZERO.
003230     05  WS-FEED-EDIT-REJECTED   PIC 9(07)      VALUE ZERO.
003240     05  WS-FEED-SUSPENDED       PIC 9(07)      VALUE ZERO.
003250     05  WS-FEED-PRIOR           PIC 9(07)      VALUE ZERO.
003260     05  WS-FEED-HASH-RESULT     PIC S9(09)V99  VALUE ZERO.
003270     05  WS-FEED-BALANCE-FLAG    PIC X(01)      VALUE 'Y'.
003280         88  WS-FEED-BALANCED                   VALUE 'Y'.
003290*
003300 01  WS-RUN-COUNTERS               COMP.
003310     05  WS-DSP-RECORDS-READ     PIC 9(07)      VALUE ZERO.
003320     05  WS-FEEDS-RETURNED       PIC 9(07)      VALUE ZERO.
003330     05  WS-FEEDS-OUT-OF-BAL     PIC 9(07)      VALUE ZERO.
003340     05  WS-FEEDS-UNROUTED       PIC 9(07)      VALUE ZERO.
003350     05  WS-DETAILS-WRITTEN      PIC 9(07)      VALUE ZERO.
003360     05  WS-TOTAL-DECLARED       PIC 9(07)      VALUE ZERO.
003370     05  WS-TOTAL-ACCEPTED       PIC 9(07)      VALUE ZERO.
003380     05  WS-TOTAL-REJECTED       PIC 9(07)      VALUE ZERO.
003390     05  WS-TOTAL-HELD           PIC 9(07)      VALUE ZERO.
003400     05  WS-TOTAL-EDIT-REJECTED  PIC 9(07)      VALUE ZERO.
003410     05  WS-TOTAL-SUSPENDED      PIC 9(07)      VALUE ZERO.
003420     05  WS-TOTAL-PRIOR          PIC 9(07)      VALUE ZERO.
003430*
003440 01  WS-CONTROL-ACCUMULATORS.
003450     05  WS-TOTAL-HASH-RESULT    PIC S9(11)V99  VALUE ZERO.
003460*
003470 01  WS-RUN-DATE-FIELDS.
003480     05  WS-SYSTEM-DATE.
003490         10  WS-SYSTEM-YY        PIC 9(02).
003500         10  WS-SYSTEM-MM        PIC 9(02).
003510         10  WS-SYSTEM-DD        PIC 9(02).
003520     05  WS-REPORT-DATE          PIC X(08).
003530     05  WS-SYSTEM-TIME.
003540         10  WS-SYSTEM-HH        PIC 9(02).
003550         10  WS-SYSTEM-MN        PIC 9(02).
003560         10  WS-SYSTEM-SS        PIC 9(02).
003570         10  WS-SYSTEM-HS        PIC 9(02).
003580     05  WS-RUN-TIME             PIC X(08).
003590*
003600 01  WS-PRINT-CONTROLS.
003610     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
003620     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
003630     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
003640*
003650 01  WS-RTG-HEADING-1.
003660     05  FILLER                  PIC X(10)      VALUE "DIV165".
003670     05  FILLER                  PIC X(32)
003680             VALUE "FEED RETURN REGISTER           ".
003690     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003700     05  HDG1-RUN-DATE           PIC X(08).
003710     05  FILLER                  PIC X(05)      VALUE "PAGE:".
003720     05  HDG1-PAGE-NO            PIC ZZZ9.
003730*
003740 01  WS-RTG-HEADING-2.
003750     05  FILLER                  PIC X(10)      VALUE "FEED ID".
003760     05  FILLER                  PIC X(09)      VALUE " DECLARED".
003770     05  FILLER                  PIC X(09)      VALUE " ACCEPTED".
003780     05  FILLER                  PIC X(09)      VALUE " REJECTED".
003790     05  FILLER                  PIC X(09)      VALUE "     HELD".
003800     05  FILLER                  PIC X(09)      VALUE " EDIT-REJ".
003810     05  FILLER                  PIC X(09)      VALUE " SUSPEND ".
003820     05  FILLER                  PIC X(02)      VALUE SPACES.
003830     05  FILLER                  PIC X(14)      VALUE "STATUS".
003840*
003850 01  WS-RTG-DETAIL.
003860     05  RTG-FEED-ID             PIC X(08).
003870     05  FILLER                  PIC X(04)      VALUE SPACES.
003880     05  RTG-DECLARED            PIC ZZZZZZ9.
003890     05  FILLER                  PIC X(02)      VALUE SPACES.
003900     05  RTG-ACCEPTED            PIC ZZZZZZ9.
003910     05  FILLER                  PIC X(02)      VALUE SPACES.
003920     05  RTG-REJECTED            PIC ZZZZZZ9.
003930     05  FILLER                  PIC X(02)      VALUE SPACES.
003940     05  RTG-HELD                PIC ZZZZZZ9.
003950     05  FILLER                  PIC X(02)      VALUE SPACES.
003960     05  RTG-EDIT-REJECTED       PIC ZZZZZZ9.
003970     05  FILLER                  PIC X(02)      VALUE SPACES.
003980     05  RTG-SUSPENDED           PIC ZZZZZZ9.
003990     05  FILLER                  PIC X(02)      VALUE SPACES.
004000     05  RTG-STATUS              PIC X(14).
004010*
004020 01  WS-RTG-ROUTE-LINE.
004030     05  FILLER                  PIC X(12)      VALUE SPACES.
004040     05  RTG-ROUTE-TEXT          PIC X(68).
004050*
004060 01  WS-RTG-TRAILER-1             PIC X(40)
004070         VALUE "*** CONTROL TOTALS ***".
004080*
004090 01  WS-RTG-TRAILER-2.
004100     05  FILLER                  PIC X(20)
004110             VALUE "DSP RECORDS READ  =".
004120     05  TRL-DSP-RECORDS-READ    PIC ZZZZZZ9.
004130*
004140 01  WS-RTG-TRAILER-3.
004150     05  FILLER                  PIC X(20)
004160             VALUE "FEEDS RETURNED    =".
004170     05  TRL-FEEDS-RETURNED      PIC ZZZZZZ9.
004180*
004190 01  WS-RTG-TRAILER-4.
004200     05  FILLER                  PIC X(20)
004210             VALUE "DETAILS RETURNED  =".
004220     05  TRL-DETAILS-WRITTEN     PIC ZZZZZZ9.
004230*
004240 01  WS-RTG-TRAILER-5.
004250     05  FILLER                  PIC X(20)
004260             VALUE "DECLARED          =".
004270     05  TRL-TOTAL-DECLARED      PIC ZZZZZZ9.
004280*
004290 01  WS-RTG-TRAILER-6.
004300     05  FILLER                  PIC X(20)
004310             VALUE "ACCEPTED          =".
004320     05  TRL-TOTAL-ACCEPTED      PIC ZZZZZZ9.
004330*
004340 01  WS-RTG-TRAILER-7.
004350     05  FILLER                  PIC X(20)
004360             VALUE "REJECTED          =".
004370     05  TRL-TOTAL-REJECTED      PIC ZZZZZZ9.
004380*
004390 01  WS-RTG-TRAILER-8.
004400     05  FILLER                  PIC X(20)
004410             VALUE "HELD              =".
004420     05  TRL-TOTAL-HELD          PIC ZZZZZZ9.
004430*
004440 01  WS-RTG-TRAILER-9.
004450     05  FILLER                  PIC X(20)
004460             VALUE "EDIT REJECTED     =".
004470     05  TRL-TOTAL-EDIT-REJECTED PIC ZZZZZZ9.
004480*
004490 01  WS-RTG-TRAILER-10.
004500     05  FILLER                  PIC X(20)
004510             VALUE "SUSPENDED         =".
004520     05  TRL-TOTAL-SUSPENDED     PIC ZZZZZZ9.
004530*
004540 01  WS-RTG-TRAILER-11.
004550     05  FILLER                  PIC X(20)
004560             VALUE "SUM RESULT        =".
004570     05  TRL-TOTAL-HASH-RESULT   PIC -ZZZZZZZZ9.99.
004580*
004590 01  WS-RTG-TRAILER-12.
004600     05  FILLER                  PIC X(20)
004610             VALUE "FEEDS OUT OF BAL  =".
004620     05  TRL-FEEDS-OUT-OF-BAL    PIC ZZZZZZ9.
004630*
004640 01  WS-RTG-TRAILER-13.
004650     05  FILLER                  PIC X(20)
004660             VALUE "PRIOR-NIGHT RECS  =".
004670     05  TRL-TOTAL-PRIOR         PIC ZZZZZZ9.
004680*
004690 01  WS-RTG-TRAILER-14.
004700     05  FILLER                  PIC X(20)
004710             VALUE "FEEDS UNROUTED    =".
004720     05  TRL-FEEDS-UNROUTED      PIC ZZZZZZ9.
004730*
004740 PROCEDURE DIVISION.
004750 0000-MAINLINE.
004760     PERFORM 100-INITIALIZE.
004770     PERFORM 200-FEED-LOOP UNTIL WS-DSP-EOF-YES.
004780     PERFORM 400-CONTROL-TOTALS.
004790     PERFORM 900-TERMINATE.
004800     STOP RUN.
004810*
004820*-----------------------------------------------------------*
004830*  100-INITIALIZE - LOADS THE ROUTING, OPENS EVERY RETURN     *
004840*                   FILE AND PRIMES DIVDSP.                   *
004850*-----------------------------------------------------------*
004860 100-INITIALIZE.
004870     ACCEPT WS-SYSTEM-DATE FROM DATE.
004880     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
004890     MOVE "/" TO WS-REPORT-DATE(3:1).
004900     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
004910     MOVE "/" TO WS-REPORT-DATE(6:1).
004920     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
004930     PERFORM 120-LOAD-ROUTING.
004940     OPEN INPUT DIVDSP-FILE.
004950     OPEN OUTPUT DIVRTN1-FILE.
004960     OPEN OUTPUT DIVRTN2-FILE.
004970     OPEN OUTPUT DIVRTN3-FILE.
004980     OPEN OUTPUT DIVRTN4-FILE.
004990     OPEN OUTPUT DIVRTN5-FILE.
005000     OPEN OUTPUT DIVRTN6-FILE.
005010     OPEN OUTPUT DIVRTN7-FILE.
005020     OPEN OUTPUT DIVRTN8-FILE.
005030     OPEN OUTPUT DIVRTN9-FILE.
005040     OPEN OUTPUT DIVRTNX-FILE.
005050     OPEN OUTPUT DIVRTRG-FILE.
005060     PERFORM 110-READ-DIVDSP.
005070*
005080 110-READ-DIVDSP.
005090     READ DIVDSP-FILE
005100         AT END
005110             SET WS-DSP-EOF-YES TO TRUE
005120         NOT AT END
005130             ADD 1 TO WS-DSP-RECORDS-READ
005140     END-READ.
005150*
005160*-----------------------------------------------------------*
005170*  120-LOAD-ROUTING - EDITS AND TABLES THE DIVRTRT CARDS.  NO *
005180*                   CARDS (OR NO DIVRTRT) LEAVES EVERY FEED   *
005190*                   UNROUTED, ON DIVRTNX.                     *
005200*-----------------------------------------------------------*
005210 120-LOAD-ROUTING.
005220     MOVE SPACES TO WS-ROUTE-TABLE.
005230     OPEN INPUT DIVRTRT-FILE.
005240     IF WS-DIVRTRT-STATUS NOT = "00"
005250         DISPLAY "DIV165 - NOTE - DIVRTRT NOT AVAILABLE, "
005260             "FILE STATUS " WS-DIVRTRT-STATUS
005270             " - EVERY FEED RETURNED ON DIVRTNX"
005280     ELSE
005290         PERFORM 125-READ-ROUTE-CARD
005300         PERFORM 130-LOAD-ROUTE-CARD UNTIL WS-RTRT-EOF-YES
005310         CLOSE DIVRTRT-FILE
005320     END-IF.
005330     IF WS-RTRT-ERROR-YES
005340         MOVE 16 TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370*
005380 125-READ-ROUTE-CARD.
005390     READ DIVRTRT-FILE
005400         AT END
005410             SET WS-RTRT-EOF-YES TO TRUE
005420         NOT AT END
005430             ADD 1 TO WS-RTRT-CARDS-READ
005440     END-READ.
005450*
005460 130-LOAD-ROUTE-CARD.
005470     IF RR-FEED-ID NOT = SPACES AND RR-FEED-ID(1:1) NOT = "*"
005480         MOVE RR-FEED-ID TO WS-FEED-ID
005490         PERFORM 150-FIND-RETURN-FILE
005500         EVALUATE TRUE
005510             WHEN RR-RETURN-FILE IS NOT NUMERIC OR
005520                     RR-RETURN-FILE-N = ZERO
005530                 DISPLAY "DIV165 - FATAL - DIVRTRT CARD "
005540                     WS-RTRT-CARDS-READ " RETURN FILE '"
005550                     RR-RETURN-FILE "' IS NOT 1 TO 9"
005560                 SET WS-RTRT-ERROR-YES TO TRUE
005570             WHEN WS-FEED-RETURN-FILE NOT = ZERO
005580                 DISPLAY "DIV165 - FATAL - DIVRTRT ROUTES FEED "
005590                     RR-FEED-ID " MORE THAN ONCE"
005600                 SET WS-RTRT-ERROR-YES TO TRUE
005610             WHEN WS-RT-FEED-ID(RR-RETURN-FILE-N) NOT = SPACES
005620                 DISPLAY "DIV165 - FATAL - DIVRTRT RETURN FILE "
005630                     RR-RETURN-FILE " IS ROUTED TO BOTH "
005640                     WS-RT-FEED-ID(RR-RETURN-FILE-N) " AND "
005650                     RR-FEED-ID
005660                 SET WS-RTRT-ERROR-YES TO TRUE
005670             WHEN OTHER
005680                 MOVE RR-FEED-ID
005690                     TO WS-RT-FEED-ID(RR-RETURN-FILE-N)
005700         END-EVALUATE
005710     END-IF.
005720     IF WS-RTRT-ERROR-YES
005730         SET WS-RTRT-EOF-YES TO TRUE
005740     ELSE
005750         PERFORM 125-READ-ROUTE-CARD
005760     END-IF.
005770*
005780*-----------------------------------------------------------*
005790*  150-FIND-RETURN-FILE - SETS WS-FEED-RETURN-FILE TO THE     *
005800*                   RETURN FILE ROUTED TO WS-FEED-ID, OR ZERO *
005810*                   IF NONE IS.                               *
005820*-----------------------------------------------------------*
005830 150-FIND-RETURN-FILE.
005840     MOVE ZERO TO WS-FEED-RETURN-FILE.
005850     MOVE 1 TO WS-RT-SUB.
005860     PERFORM 155-CHECK-ROUTE UNTIL WS-RT-SUB > WS-RT-MAX.
005870*
005880 155-CHECK-ROUTE.
005890     IF WS-RT-FEED-ID(WS-RT-SUB) = WS-FEED-ID
005900         MOVE WS-RT-SUB TO WS-FEED-RETURN-FILE
005910         MOVE WS-RT-MAX TO WS-RT-SUB
005920     END-IF.
005930     ADD 1 TO WS-RT-SUB.
005940*
005950*-----------------------------------------------------------*
005960*  200-FEED-LOOP - ONE FEED PER PASS.  ON ENTRY THE CURRENT   *
005970*                  DIVDSP RECORD IS THE FIRST OF THE NEXT     *
005980*                  FEED.  THE FEED'S RETURN FILE OPENS WITH   *
005990*                  ITS HEADER, CARRIES A DETAIL PER           *
006000*                  DISPOSITION AND CLOSES WITH ITS TRAILER.   *
006010*-----------------------------------------------------------*
006020 200-FEED-LOOP.
006030     MOVE DS-FEED-ID TO WS-FEED-ID.
006040     MOVE ZERO TO WS-FEED-DECLARED.
006050     MOVE ZERO TO WS-FEED-RETURNED.
006060     MOVE ZERO TO WS-FEED-ACCEPTED.
006070     MOVE ZERO TO WS-FEED-REJECTED.
006080     MOVE ZERO TO WS-FEED-HELD.
006090     MOVE ZERO TO WS-FEED-EDIT-REJECTED.
006100     MOVE ZERO TO WS-FEED-SUSPENDED.
006110     MOVE ZERO TO WS-FEED-PRIOR.
006120     MOVE ZERO TO WS-FEED-HASH-RESULT.
006130     MOVE 'N' TO WS-FEED-DONE-SWITCH.
006140     PERFORM 150-FIND-RETURN-FILE.
006150     IF WS-FEED-RETURN-FILE = ZERO
006160         ADD 1 TO WS-FEEDS-UNROUTED
006170     END-IF.
006180     PERFORM 220-WRITE-HEADER.
006190     PERFORM 210-PROCESS-ONE-ENTRY UNTIL WS-FEED-DONE-YES.
006200     PERFORM 240-WRITE-TRAILER.
006210     PERFORM 250-PRINT-FEED-LINE.
006220*
006230 210-PROCESS-ONE-ENTRY.
006240     IF DS-COUNT-RECORD
006250         ADD DS-DECLARED-COUNT TO WS-FEED-DECLARED
006260     ELSE
006270         PERFORM 230-WRITE-DETAIL
006280     END-IF.
006290     PERFORM 110-READ-DIVDSP.
006300     IF WS-DSP-EOF-YES OR
006310             DS-FEED-ID NOT = WS-FEED-ID
006320         SET WS-FEED-DONE-YES TO TRUE
006330     END-IF.
006340*
006350 220-WRITE-HEADER.
006360     MOVE SPACES TO WS-DIVRTN-RECORD.
006370     MOVE "H" TO RN-RECORD-TYPE.
006380     MOVE WS-FEED-ID TO RN-FEED-ID.
006390     MOVE WS-REPORT-DATE TO RH-RUN-DATE.
006400     MOVE "DIV100B" TO RH-JOB-NAME.
006410     PERFORM 260-WRITE-RETURN.
006420     ADD 1 TO WS-FEEDS-RETURNED.
006430*
006440*-----------------------------------------------------------*
006450*  230-WRITE-DETAIL - RETURNS ONE TRANSACTION TO ITS FEED     *
006460*                  AND COUNTS IT.  ONLY A, R, H AND E ON      *
006470*                  TONIGHT'S 'D' RECORDS COUNT TOWARD THE     *
006480*                  DECLARED TIE-OUT; A 'P' RECORD GOES BACK   *
006490*                  AS 'P' AND COUNTS AS PRIOR-NIGHT.          *
006500*-----------------------------------------------------------*
006510 230-WRITE-DETAIL.
006520     MOVE SPACES TO WS-DIVRTN-RECORD.
006530     IF DS-PRIOR-NIGHT-RECORD
006540         MOVE "P" TO RN-RECORD-TYPE
006550     ELSE
006560         MOVE "D" TO RN-RECORD-TYPE
006570     END-IF.
006580     MOVE WS-FEED-ID TO RN-FEED-ID.
006590     MOVE DS-DISPOSITION TO RD-DISPOSITION.
006600     MOVE DS-TRANS-REF TO RD-TRANS-REF.
006610     MOVE DS-ACCOUNT-ID TO RD-ACCOUNT-ID.
006620     MOVE DS-OPERATION-CODE TO RD-OPERATION-CODE.
006630     MOVE DS-RESULT TO RD-RESULT.
006640     MOVE DS-REASON-CODE TO RD-REASON-CODE.
006650     MOVE DS-REASON-TEXT TO RD-REASON-TEXT.
006660     MOVE DS-EFFECTIVE-DATE TO RD-EFFECTIVE-DATE.
006670     PERFORM 260-WRITE-RETURN.
006680     ADD 1 TO WS-DETAILS-WRITTEN.
006690     ADD DS-RESULT TO WS-FEED-HASH-RESULT.
006700     IF DS-PRIOR-NIGHT-RECORD
006710         ADD 1 TO WS-FEED-PRIOR
006720         IF DS-DISPOSITION = 'S'
006730             ADD 1 TO WS-FEED-SUSPENDED
006740         END-IF
006750     ELSE
006760         PERFORM 235-COUNT-TONIGHT
006770     END-IF.
006780*
006790 235-COUNT-TONIGHT.
006800     EVALUATE DS-DISPOSITION
006810         WHEN 'A'
006820             ADD 1 TO WS-FEED-ACCEPTED
006830             ADD 1 TO WS-FEED-RETURNED
006840         WHEN 'R'
006850             ADD 1 TO WS-FEED-REJECTED
006860             ADD 1 TO WS-FEED-RETURNED
006870         WHEN 'H'
006880             ADD 1 TO WS-FEED-HELD
006890             ADD 1 TO WS-FEED-RETURNED
006900         WHEN 'E'
006910             ADD 1 TO WS-FEED-EDIT-REJECTED
006920             ADD 1 TO WS-FEED-RETURNED
006930         WHEN 'S'
006940             ADD 1 TO WS-FEED-SUSPENDED
006950     END-EVALUATE.
006960*
006970 240-WRITE-TRAILER.
006980     IF WS-FEED-RETURNED = WS-FEED-DECLARED
006990         MOVE 'Y' TO WS-FEED-BALANCE-FLAG
007000     ELSE
007010         MOVE 'N' TO WS-FEED-BALANCE-FLAG
007020         ADD 1 TO WS-FEEDS-OUT-OF-BAL
007030     END-IF.
007040     MOVE SPACES TO WS-DIVRTN-RECORD.
007050     MOVE "T" TO RN-RECORD-TYPE.
007060     MOVE WS-FEED-ID            TO RN-FEED-ID.
007070     MOVE WS-FEED-DECLARED      TO RT-DECLARED-COUNT.
007080     MOVE WS-FEED-RETURNED      TO RT-RETURNED-COUNT.
007090     MOVE WS-FEED-ACCEPTED      TO RT-ACCEPTED.
007100     MOVE WS-FEED-REJECTED      TO RT-REJECTED.
007110     MOVE WS-FEED-HELD          TO RT-HELD.
007120     MOVE WS-FEED-EDIT-REJECTED TO RT-EDIT-REJECTED.
007130     MOVE WS-FEED-SUSPENDED     TO RT-SUSPENDED.
007140     MOVE WS-FEED-HASH-RESULT   TO RT-HASH-RESULT.
007150     MOVE WS-FEED-BALANCE-FLAG  TO RT-BALANCE-FLAG.
007160     MOVE WS-FEED-PRIOR         TO RT-PRIOR-COUNT.
007170     PERFORM 260-WRITE-RETURN.
007180     ADD WS-FEED-DECLARED      TO WS-TOTAL-DECLARED.
007190     ADD WS-FEED-ACCEPTED      TO WS-TOTAL-ACCEPTED.
007200     ADD WS-FEED-REJECTED      TO WS-TOTAL-REJECTED.
007210     ADD WS-FEED-HELD          TO WS-TOTAL-HELD.
007220     ADD WS-FEED-EDIT-REJECTED TO WS-TOTAL-EDIT-REJECTED.
007230     ADD WS-FEED-SUSPENDED     TO WS-TOTAL-SUSPENDED.
007240     ADD WS-FEED-PRIOR         TO WS-TOTAL-PRIOR.
007250     ADD WS-FEED-HASH-RESULT   TO WS-TOTAL-HASH-RESULT.
007260*
007270 250-PRINT-FEED-LINE.
007280     IF WS-LINE-COUNT = ZERO OR
007290             WS-LINE-COUNT >= WS-LINES-PER-PAGE
007300         PERFORM 310-WRITE-HEADINGS
007310     END-IF.
007320     MOVE WS-FEED-ID            TO RTG-FEED-ID.
007330     MOVE WS-FEED-DECLARED      TO RTG-DECLARED.
007340     MOVE WS-FEED-ACCEPTED      TO RTG-ACCEPTED.
007350     MOVE WS-FEED-REJECTED      TO RTG-REJECTED.
007360     MOVE WS-FEED-HELD          TO RTG-HELD.
007370     MOVE WS-FEED-EDIT-REJECTED TO RTG-EDIT-REJECTED.
007380     MOVE WS-FEED-SUSPENDED     TO RTG-SUSPENDED.
007390     IF WS-FEED-BALANCED
007400         MOVE "BALANCED" TO RTG-STATUS
007410     ELSE
007420         MOVE "OUT OF BALANCE" TO RTG-STATUS
007430     END-IF.
007440     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-DETAIL
007450         AFTER ADVANCING 1 LINE.
007460     ADD 1 TO WS-LINE-COUNT.
007470     IF WS-FEED-RETURN-FILE = ZERO
007480         MOVE "** NO DIVRTRT CARD - RETURNED ON DIVRTNX"
007490             TO RTG-ROUTE-TEXT
007500         WRITE WS-DIVRTRG-RECORD FROM WS-RTG-ROUTE-LINE
007510             AFTER ADVANCING 1 LINE
007520         ADD 1 TO WS-LINE-COUNT
007530     END-IF.
007540*
007550*-----------------------------------------------------------*
007560*  260-WRITE-RETURN - WRITES WS-DIVRTN-RECORD TO THE CURRENT  *
007570*                  FEED'S RETURN FILE.                        *
007580*-----------------------------------------------------------*
007590 260-WRITE-RETURN.
007600     EVALUATE WS-FEED-RETURN-FILE
007610         WHEN 1
007620             WRITE WS-DIVRTN1-RECORD FROM WS-DIVRTN-RECORD
007630         WHEN 2
007640             WRITE WS-DIVRTN2-RECORD FROM WS-DIVRTN-RECORD
007650         WHEN 3
007660             WRITE WS-DIVRTN3-RECORD FROM WS-DIVRTN-RECORD
007670         WHEN 4
007680             WRITE WS-DIVRTN4-RECORD FROM WS-DIVRTN-RECORD
007690         WHEN 5
007700             WRITE WS-DIVRTN5-RECORD FROM WS-DIVRTN-RECORD
007710         WHEN 6
007720             WRITE WS-DIVRTN6-RECORD FROM WS-DIVRTN-RECORD
007730         WHEN 7
007740             WRITE WS-DIVRTN7-RECORD FROM WS-DIVRTN-RECORD
007750         WHEN 8
007760             WRITE WS-DIVRTN8-RECORD FROM WS-DIVRTN-RECORD
007770         WHEN 9
007780             WRITE WS-DIVRTN9-RECORD FROM WS-DIVRTN-RECORD
007790         WHEN OTHER
007800             WRITE WS-DIVRTNX-RECORD FROM WS-DIVRTN-RECORD
007810     END-EVALUATE.
007820*
007830 310-WRITE-HEADINGS.
007840     ADD 1 TO WS-PAGE-COUNT.
007850     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
007860     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
007870     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-HEADING-1
007880         AFTER ADVANCING PAGE.
007890     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-HEADING-2
007900         AFTER ADVANCING 2 LINES.
007910     MOVE 2 TO WS-LINE-COUNT.
007920*
007930*-----------------------------------------------------------*
007940*  400-CONTROL-TOTALS - THE DECLARED TOTAL TIES TO THE SUM    *
007950*                   OF THE *BATCHTRL COUNTS DIV105 PROVED;    *
007960*                   ANY FEED OUT OF BALANCE FAILS THE STEP.   *
007970*-----------------------------------------------------------*
007980 400-CONTROL-TOTALS.
007990     IF WS-PAGE-COUNT = ZERO
008000         PERFORM 310-WRITE-HEADINGS
008010     END-IF.
008020     MOVE WS-DSP-RECORDS-READ    TO TRL-DSP-RECORDS-READ.
008030     MOVE WS-FEEDS-RETURNED      TO TRL-FEEDS-RETURNED.
008040     MOVE WS-DETAILS-WRITTEN     TO TRL-DETAILS-WRITTEN.
008050     MOVE WS-TOTAL-DECLARED      TO TRL-TOTAL-DECLARED.
008060     MOVE WS-TOTAL-ACCEPTED      TO TRL-TOTAL-ACCEPTED.
008070     MOVE WS-TOTAL-REJECTED      TO TRL-TOTAL-REJECTED.
008080     MOVE WS-TOTAL-HELD          TO TRL-TOTAL-HELD.
008090     MOVE WS-TOTAL-EDIT-REJECTED TO TRL-TOTAL-EDIT-REJECTED.
008100     MOVE WS-TOTAL-SUSPENDED     TO TRL-TOTAL-SUSPENDED.
008110     MOVE WS-TOTAL-HASH-RESULT   TO TRL-TOTAL-HASH-RESULT.
008120     MOVE WS-FEEDS-OUT-OF-BAL    TO TRL-FEEDS-OUT-OF-BAL.
008130     MOVE WS-TOTAL-PRIOR         TO TRL-TOTAL-PRIOR.
008140     MOVE WS-FEEDS-UNROUTED      TO TRL-FEEDS-UNROUTED.
008150     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-1
008160         AFTER ADVANCING 2 LINES.
008170     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-2
008180         AFTER ADVANCING 1 LINE.
008190     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-3
008200         AFTER ADVANCING 1 LINE.
008210     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-4
008220         AFTER ADVANCING 1 LINE.
008230     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-5
008240         AFTER ADVANCING 1 LINE.
008250     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-6
008260         AFTER ADVANCING 1 LINE.
008270     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-7
008280         AFTER ADVANCING 1 LINE.
008290     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-8
008300         AFTER ADVANCING 1 LINE.
008310     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-9
008320         AFTER ADVANCING 1 LINE.
008330     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-10
008340         AFTER ADVANCING 1 LINE.
008350     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-13
008360         AFTER ADVANCING 1 LINE.
008370     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-11
008380         AFTER ADVANCING 1 LINE.
008390     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-12
008400         AFTER ADVANCING 1 LINE.
008410     WRITE WS-DIVRTRG-RECORD FROM WS-RTG-TRAILER-14
008420         AFTER ADVANCING 1 LINE.
008430*
008440*-----------------------------------------------------------*
008450*  950-WRITE-RUN-LOG - APPENDS THIS STEP'S RUN-CONTROL        *
008460*  RECORD TO DIVLOG.  LG-RECORDS-OUT IS THE DETAILS RETURNED, *
008470*  LG-RECORDS-REJECT THE FEEDS OUT OF BALANCE AND LG-AMOUNT-2 *
008480*  THE RETURNED RESULT HASH.  A MISSING DIVLOG IS REPORTED    *
008490*  BUT NEVER FAILS THE STEP.                                  *
008500*-----------------------------------------------------------*
008510 950-WRITE-RUN-LOG.
008520     OPEN EXTEND DIVLOG-FILE.
008530     IF WS-DIVLOG-STATUS NOT = "00"
008540         DISPLAY "DIV165 - WARNING - DIVLOG OPEN FAILED, "
008550             "FILE STATUS " WS-DIVLOG-STATUS
008560             " - RUN-CONTROL RECORD NOT WRITTEN"
008570     ELSE
008580         ACCEPT WS-SYSTEM-TIME FROM TIME
008590         MOVE WS-SYSTEM-HH TO WS-RUN-TIME(1:2)
008600         MOVE ":" TO WS-RUN-TIME(3:1)
008610         MOVE WS-SYSTEM-MN TO WS-RUN-TIME(4:2)
008620         MOVE ":" TO WS-RUN-TIME(6:1)
008630         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
008640         MOVE SPACES TO WS-DIVLOG-RECORD
008650         MOVE "DIV100B" TO LG-JOB-NAME
008660         MOVE "DIV165" TO LG-PROGRAM
008670         MOVE WS-REPORT-DATE TO LG-RUN-DATE
008680         MOVE WS-RUN-TIME TO LG-RUN-TIME
008690         MOVE WS-DSP-RECORDS-READ TO LG-RECORDS-IN
008700         MOVE WS-DETAILS-WRITTEN TO LG-RECORDS-OUT
008710         MOVE WS-FEEDS-OUT-OF-BAL TO LG-RECORDS-REJECT
008720         MOVE ZERO TO LG-AMOUNT-1
008730         MOVE WS-TOTAL-HASH-RESULT TO LG-AMOUNT-2
008740         WRITE WS-DIVLOG-RECORD
008750         CLOSE DIVLOG-FILE
008760     END-IF.
008770*
008780 900-TERMINATE.
008790     PERFORM 950-WRITE-RUN-LOG.
008800     DISPLAY "DIV165 - DSP RECORDS READ  = " WS-DSP-RECORDS-READ.
008810     DISPLAY "DIV165 - FEEDS RETURNED    = " WS-FEEDS-RETURNED.
008820     DISPLAY "DIV165 - DETAILS RETURNED  = " WS-DETAILS-WRITTEN.
008830     DISPLAY "DIV165 - FEEDS OUT OF BAL  = " WS-FEEDS-OUT-OF-BAL.
008840     DISPLAY "DIV165 - FEEDS UNROUTED    = " WS-FEEDS-UNROUTED.
008850     CLOSE DIVDSP-FILE.
008860     CLOSE DIVRTN1-FILE.
008870     CLOSE DIVRTN2-FILE.
008880     CLOSE DIVRTN3-FILE.
008890     CLOSE DIVRTN4-FILE.
008900     CLOSE DIVRTN5-FILE.
008910     CLOSE DIVRTN6-FILE.
008920     CLOSE DIVRTN7-FILE.
008930     CLOSE DIVRTN8-FILE.
008940     CLOSE DIVRTN9-FILE.
008950     CLOSE DIVRTNX-FILE.
008960     CLOSE DIVRTRG-FILE.
008970     IF WS-FEEDS-OUT-OF-BAL > ZERO
008980         DISPLAY "DIV165 - FEED(S) OUT OF BALANCE - SEE DIVRTRG"
008990         MOVE 8 TO RETURN-CODE
009000     ELSE
009010         IF WS-FEEDS-UNROUTED > ZERO
009020             DISPLAY "DIV165 - FEED(S) WITH NO DIVRTRT CARD - "
009030                 "RETURNED ON DIVRTNX, SEE DIVRTRG"
009040             MOVE 4 TO RETURN-CODE
009050         END-IF
009060     END-IF.
