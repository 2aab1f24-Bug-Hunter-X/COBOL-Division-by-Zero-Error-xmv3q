000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV230.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV230 - DIV100 PARTITION MERGE.                           *
000090*                                                             *
000100*  DIV225 SPLITS TONIGHT'S SORTED DIVIN BY ACCOUNT-ID RANGE   *
000110*  AND ONE DIV100 PER PARTITION (JOBS DIV100P1, DIV100P2,     *
000120*  ...) RUNS AGAINST EACH SLICE IN PARALLEL.  THIS STEP, THE  *
000130*  FIRST OF JOB DIV100B, PUTS THEIR OUTPUT BACK TOGETHER SO   *
000140*  EVERYTHING DOWNSTREAM SEES ONE RUN, AS IT DID WHEN A       *
000150*  SINGLE DIV100 PROCESSED THE WHOLE FILE:                    *
000160*                                                             *
000170*    DIVAUDI -> DIVAUD  ONE NEW GENERATION, IN PARTITION (SO  *
000180*                       ACCOUNT) ORDER, FOR DIV110/DIV170     *
000190*    DIVERRI -> DIVERR  ONE NEW GENERATION FOR DIV120         *
000200*    DIVFUTI -> DIVFUT  APPENDED TO THE GENERATION DIV195     *
000210*                       CARRIED FORWARD TONIGHT               *
000220*    DIVDSPI -> DIVDSP  APPENDED TO TONIGHT'S DISPOSITIONS    *
000230*    DIVPLOG -> DIVLOG  EACH PARTITION'S RUN-CONTROL RECORD,  *
000240*                       THEN ONE COMBINED DIV100 RECORD FOR   *
000250*                       DIV185 TO BALANCE                     *
000260*                                                             *
000270*  DIVRPT IS THE COMBINED DIVISION REPORT - THE ACCEPTED AND  *
000280*  REVERSED DETAIL LINES REBUILT FROM THE AUDIT, ONE CONTROL  *
000290*  TRAILER FOR THE WHOLE RUN, THE SOURCE-FEED BREAKDOWN AND   *
000300*  A LINE PER PARTITION.                                      *
000310*                                                             *
000320*  NOTHING IS WRITTEN UNTIL EVERY PARTITION ON DIVPRNG HAS A  *
000330*  RUN-CONTROL RECORD ON DIVPLOG READING EXACTLY THE RECORDS  *
000340*  DIV225 GAVE IT, AND AN AUDIT ENTRY ON DIVAUDI FOR EVERY    *
000340*  RECORD IT READ.  A PARTITION THAT HAS NOT COMPLETED, ENDED *
000350*  SHORT OR LEFT AN AUDIT FILE THAT DOES NOT MATCH ITS RUN    *
000350*  FAILS THE STEP RC=16 - RESTART THAT PARTITION ALONE, THEN  *
000360*  RERUN DIV100B.                                             *
000370*                                                             *
000380*  EACH DIV100 CAN ONLY REJECT A DUPLICATE TRANSACTION        *
000390*  REFERENCE AGAINST ITS OWN ACCOUNTS AND THE PRIOR NIGHTS.   *
000400*  A REFERENCE ACCEPTED TONIGHT IN TWO DIFFERENT PARTITIONS   *
000410*  PRINTS AS AN EXCEPTION UNDER THE SECOND DETAIL LINE AND    *
000420*  ENDS THE STEP RC=8 SO THE LEDGER FEED IS HELD FOR REVIEW.  *
000430*                                                             *
000440*  MODIFICATION HISTORY.                                     *
000450*    DATE       INIT  DESCRIPTION                            *
000460*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000470*-----------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT DIVPRNG-FILE ASSIGN TO DIVPRNG
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-DIVPRNG-STATUS.
000550     SELECT DIVPLOG-FILE ASSIGN TO DIVPLOG
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-DIVPLOG-STATUS.
000590     SELECT DIVAUDI-FILE ASSIGN TO DIVAUDI
000600         ORGANIZATION IS SEQUENTIAL
000610         ACCESS MODE IS SEQUENTIAL
000620         FILE STATUS IS WS-DIVAUDI-STATUS.
000630     SELECT DIVERRI-FILE ASSIGN TO DIVERRI
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-DIVERRI-STATUS.
000670     SELECT DIVFUTI-FILE ASSIGN TO DIVFUTI
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL
000700         FILE STATUS IS WS-DIVFUTI-STATUS.
000710     SELECT DIVDSPI-FILE ASSIGN TO DIVDSPI
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE IS SEQUENTIAL
000740         FILE STATUS IS WS-DIVDSPI-STATUS.
000750     SELECT DIVAUD-FILE ASSIGN TO DIVAUD
000760         ORGANIZATION IS SEQUENTIAL
000770         ACCESS MODE IS SEQUENTIAL.
000780     SELECT DIVERR-FILE ASSIGN TO DIVERR
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE IS SEQUENTIAL.
000810     SELECT DIVFUT-FILE ASSIGN TO DIVFUT
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE IS SEQUENTIAL
000840         FILE STATUS IS WS-DIVFUT-STATUS.
000850     SELECT DIVDSP-FILE ASSIGN TO DIVDSP
000860         ORGANIZATION IS SEQUENTIAL
000870         ACCESS MODE IS SEQUENTIAL
000880         FILE STATUS IS WS-DIVDSP-STATUS.
000890     SELECT DIVRPT-FILE ASSIGN TO DIVRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE IS SEQUENTIAL.
000920     SELECT DIVLOG-FILE ASSIGN TO DIVLOG
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE IS SEQUENTIAL
000950         FILE STATUS IS WS-DIVLOG-STATUS.
000960*
000970 DATA DIVISION.
000980 FILE SECTION.
000990*-----------------------------------------------------------*
001000*  DIVPRNG - TONIGHT'S PARTITIONS AS DIV225 CUT THEM: ONE     *
001010*            RECORD PER PARTITION WITH ITS HIGH ACCOUNT       *
001020*            (BLANK = OPEN-ENDED LAST) AND RECORD COUNT.      *
001030*-----------------------------------------------------------*
001040 FD  DIVPRNG-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  WS-DIVPRNG-RECORD.
001080     05  PR-PARTITION-NO         PIC 9(01).
001090     05  PR-HIGH-ACCOUNT         PIC X(10).
001100     05  PR-RECORD-COUNT         PIC 9(07).
001110     05  PR-FIRST-ACCOUNT        PIC X(10).
001120     05  PR-LAST-ACCOUNT         PIC X(10).
001130     05  PR-RUN-DATE             PIC X(08).
001140     05  FILLER                  PIC X(34).
001150*
001160*-----------------------------------------------------------*
001170*  DIVPLOG - THE PARTITION JOBS' DIVLOG DATASETS, ONE DIV100 *
001180*            RUN-CONTROL RECORD (JOB NAME DIV100P<N>) PER     *
001190*            SUCCESSFUL PARTITION RUN.                        *
001200*-----------------------------------------------------------*
001210 FD  DIVPLOG-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  WS-DIVPLOG-RECORD.
001250     05  PL-JOB-NAME             PIC X(08).
001260     05  PL-JOB-NAME-PARTS REDEFINES PL-JOB-NAME.
001270         10  PL-JOB-PREFIX       PIC X(07).
001280         10  PL-JOB-PARTITION    PIC X(01).
001290             88  PL-PARTITION-VALID         VALUE '1' THRU '9'.
001300     05  PL-PROGRAM              PIC X(08).
001310     05  PL-RUN-DATE             PIC X(08).
001320     05  PL-RUN-TIME             PIC X(08).
001330     05  PL-RECORDS-IN           PIC 9(07).
001340     05  PL-RECORDS-OUT          PIC 9(07).
001350     05  PL-RECORDS-REJECT       PIC 9(07).
001360     05  PL-AMOUNT-1             PIC S9(11)V99.
001370     05  PL-AMOUNT-2             PIC S9(11)V99.
001380     05  FILLER                  PIC X(01).
001390*
001400*-----------------------------------------------------------*
001410*  DIVAUDI - THE PARTITIONS' DIVAUD DATASETS, CONCATENATED IN *
001420*            PARTITION ORDER.  SAME LAYOUT AS DIV100 WRITES.  *
001430*-----------------------------------------------------------*
001440 FD  DIVAUDI-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD.
001470 01  WS-DIVAUDI-RECORD.
001480     05  DA-JOB-NAME             PIC X(08).
001490     05  DA-RUN-DATE             PIC X(08).
001500     05  DA-RUN-TIME             PIC X(08).
001510     05  DA-ACCOUNT-ID           PIC X(10).
001520     05  DA-FIELD-A              PIC S9(05).
001530     05  DA-FIELD-B              PIC S9(05).
001540     05  DA-RESULT               PIC S9(05)V99.
001550     05  DA-STATUS-CODE          PIC X(02).
001560         88  DA-ACCEPTED                    VALUE "00".
001570         88  DA-HELD                        VALUE "20".
001580         88  DA-REVERSAL                    VALUE "30".
001590     05  DA-STATUS-TEXT          PIC X(20).
001600     05  DA-OPERATION-CODE       PIC X(01).
001610         88  DA-OP-DIVIDE                   VALUE 'D'.
001620         88  DA-OP-MULTIPLY                 VALUE 'M'.
001630         88  DA-OP-ADD                      VALUE 'A'.
001640         88  DA-OP-SUBTRACT                 VALUE 'S'.
001650     05  DA-TRANS-REF            PIC X(12).
001660     05  FILLER                  PIC X(06).
001670*
001680 FD  DIVERRI-FILE
001690     RECORDING MODE IS F
001700     LABEL RECORDS ARE STANDARD.
001710 01  WS-DIVERRI-RECORD               PIC X(87).
001720*
001730 FD  DIVFUTI-FILE
001740     RECORDING MODE IS F
001750     LABEL RECORDS ARE STANDARD.
001760 01  WS-DIVFUTI-RECORD               PIC X(80).
001770*
001780*-----------------------------------------------------------*
001790*  DIVDSPI - THE PARTITIONS' DIVDSP DATASETS.  EVERY RECORD   *
001800*            DIV100 WRITES IS A 'D' OR A PRIOR-NIGHT 'P'      *
001810*            DISPOSITION; THEY ALSO GIVE THE REPORT ITS       *
001815*            SOURCE-FEED BREAKDOWN.                           *
001820*-----------------------------------------------------------*
001830 FD  DIVDSPI-FILE
001840     RECORDING MODE IS F
001850     LABEL RECORDS ARE STANDARD.
001860 01  WS-DIVDSPI-RECORD.
001870     05  DS-RECORD-TYPE          PIC X(01).
001880         88  DS-DISPOSITION-RECORD          VALUES 'D' 'P'.
001890     05  DS-FEED-ID              PIC X(08).
001900     05  DS-DISPOSITION          PIC X(01).
001910         88  DS-ACCEPTED                    VALUE 'A'.
001920         88  DS-REJECTED                    VALUE 'R'.
001930         88  DS-HELD                        VALUE 'H'.
001940     05  FILLER                  PIC X(70).
001950*
001960 FD  DIVAUD-FILE
001970     RECORDING MODE IS F
001980     LABEL RECORDS ARE STANDARD.
001990 01  WS-DIVAUD-RECORD                PIC X(92).
002000*
002010 FD  DIVERR-FILE
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 01  WS-DIVERR-RECORD                PIC X(87).
002050*
002060 FD  DIVFUT-FILE
002070     RECORDING MODE IS F
002080     LABEL RECORDS ARE STANDARD.
002090 01  WS-DIVFUT-RECORD                PIC X(80).
002100*
002110 FD  DIVDSP-FILE
002120     RECORDING MODE IS F
002130     LABEL RECORDS ARE STANDARD.
002140 01  WS-DIVDSP-RECORD                PIC X(80).
002150*
002160 FD  DIVRPT-FILE
002170     RECORDING MODE IS F
002180     LABEL RECORDS ARE STANDARD.
002190 01  WS-DIVRPT-RECORD                PIC X(80).
002200*
002210*-----------------------------------------------------------*
002220*  DIVLOG - COMMON RUN-CONTROL LOG, ONE RECORD APPENDED PER   *
002230*           STEP EXECUTION, CROSS-FOOTED BY DIV185.           *
002240*-----------------------------------------------------------*
002250 FD  DIVLOG-FILE
002260     RECORDING MODE IS F
002270     LABEL RECORDS ARE STANDARD.
002280 01  WS-DIVLOG-RECORD.
002290     05  LG-JOB-NAME             PIC X(08).
002300     05  LG-PROGRAM              PIC X(08).
002310     05  LG-RUN-DATE             PIC X(08).
002320     05  LG-RUN-TIME             PIC X(08).
002330     05  LG-RECORDS-IN           PIC 9(07).
002340     05  LG-RECORDS-OUT          PIC 9(07).
002350     05  LG-RECORDS-REJECT       PIC 9(07).
002360     05  LG-AMOUNT-1             PIC S9(11)V99.
002370     05  LG-AMOUNT-2             PIC S9(11)V99.
002380     05  FILLER                  PIC X(01).
002390*
002400 WORKING-STORAGE SECTION.
002410 01  WS-DIVPRNG-STATUS             PIC X(02)      VALUE '00'.
002420 01  WS-DIVPLOG-STATUS             PIC X(02)      VALUE '00'.
002430 01  WS-DIVAUDI-STATUS             PIC X(02)      VALUE '00'.
002440 01  WS-DIVERRI-STATUS             PIC X(02)      VALUE '00'.
002450 01  WS-DIVFUTI-STATUS             PIC X(02)      VALUE '00'.
002460 01  WS-DIVDSPI-STATUS             PIC X(02)      VALUE '00'.
002470 01  WS-DIVFUT-STATUS              PIC X(02)      VALUE '00'.
002480 01  WS-DIVDSP-STATUS              PIC X(02)      VALUE '00'.
002490 01  WS-DIVLOG-STATUS              PIC X(02)      VALUE '00'.
002500*
002510 01  WS-SWITCHES.
002520     05  WS-PRNG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002530         88  WS-PRNG-EOF-YES                    VALUE 'Y'.
002540     05  WS-PLOG-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002550         88  WS-PLOG-EOF-YES                    VALUE 'Y'.
002560     05  WS-AUDI-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002570         88  WS-AUDI-EOF-YES                    VALUE 'Y'.
002580     05  WS-ERRI-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002590         88  WS-ERRI-EOF-YES                    VALUE 'Y'.
002600     05  WS-FUTI-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002610         88  WS-FUTI-EOF-YES                    VALUE 'Y'.
002620     05  WS-DSPI-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002630         88  WS-DSPI-EOF-YES                    VALUE 'Y'.
002640     05  WS-FITS-SWITCH          PIC X(01)      VALUE 'N'.
002650         88  WS-FITS-YES                        VALUE 'Y'.
002660     05  WS-FOUND-SWITCH         PIC X(01)      VALUE 'N'.
002670         88  WS-FOUND-YES                       VALUE 'Y'.
002680*
002690*-----------------------------------------------------------*
002700*  WS-PART-TABLE - ONE ENTRY PER PARTITION ON DIVPRNG, WITH   *
002710*                  ITS RUN-CONTROL RECORD FROM DIVPLOG (THE   *
002720*                  LAST ONE, IF THE PARTITION WAS RERUN) AND  *
002730*                  ITS SHARE OF THE AUDIT.                    *
002740*-----------------------------------------------------------*
002750 01  WS-PART-TABLE.
002760     05  WS-PART-ENTRY OCCURS 9 TIMES.
002770         10  WS-PT-HIGH-ACCOUNT  PIC X(10).
002780         10  WS-PT-SPLIT-COUNT   PIC 9(07) COMP.
002790         10  WS-PT-LOGGED        PIC X(01).
002800             88  WS-PT-LOGGED-YES               VALUE 'Y'.
002810         10  WS-PT-LOG-RECORD    PIC X(80).
002820         10  WS-PT-READ          PIC 9(07) COMP.
002830         10  WS-PT-PROCESSED     PIC 9(07) COMP.
002840         10  WS-PT-REJECTED      PIC 9(07) COMP.
002850         10  WS-PT-HELD          PIC 9(07) COMP.
002860         10  WS-PT-AMOUNT-1      PIC S9(11)V99.
002870         10  WS-PT-AMOUNT-2      PIC S9(11)V99.
002880         10  WS-PT-AUDIT-COUNT   PIC 9(07) COMP.
002890*
002900 01  WS-TABLE-CONTROLS             COMP.
002910     05  WS-PT-COUNT-USED        PIC 9(04)      VALUE ZERO.
002920     05  WS-PT-SUB               PIC 9(04)      VALUE ZERO.
002930     05  WS-PT-MAX               PIC 9(04)      VALUE 9.
002940     05  WS-CURR-PART            PIC 9(04)      VALUE ZERO.
002950     05  WS-FEED-SUB             PIC 9(04)      VALUE ZERO.
002960     05  WS-FEED-COUNT           PIC 9(04)      VALUE ZERO.
002970     05  WS-FEED-MAX             PIC 9(04)      VALUE 20.
002980     05  WS-XREF-SUB             PIC 9(04)      VALUE ZERO.
002990     05  WS-XREF-COUNT           PIC 9(04)      VALUE ZERO.
003000     05  WS-XREF-MAX             PIC 9(04)      VALUE 9000.
003010*
003020*-----------------------------------------------------------*
003030*  WS-FEED-TABLE - THE BY-SOURCE-FEED BREAKDOWN, BUILT FROM   *
003040*                  THE DISPOSITIONS.  A FULL TABLE DROPS THE  *
003050*                  BREAKDOWN FOR THE OVERFLOWING FEED BUT     *
003060*                  NEVER THE RUN, AS IN DIV100.               *
003070*-----------------------------------------------------------*
003080 01  WS-FEED-TABLE.
003090     05  WS-FEED-ENTRY OCCURS 20 TIMES.
003100         10  WS-FEED-TBL-ID      PIC X(08).
003110         10  WS-FEED-READ        PIC 9(07) COMP.
003120         10  WS-FEED-PROCESSED   PIC 9(07) COMP.
003130         10  WS-FEED-REJECTED    PIC 9(07) COMP.
003140         10  WS-FEED-HELD        PIC 9(07) COMP.
003150*
003160*-----------------------------------------------------------*
003170*  WS-XREF-TABLE - EVERY NON-BLANK REFERENCE ACCEPTED TONIGHT *
003180*                  AND THE PARTITION THAT ACCEPTED IT, FOR    *
003190*                  THE CROSS-PARTITION DUPLICATE CHECK.       *
003200*-----------------------------------------------------------*
003210 01  WS-XREF-TABLE.
003220     05  WS-XREF-ENTRY OCCURS 9000 TIMES.
003230         10  WS-XR-TRANS-REF     PIC X(12).
003240         10  WS-XR-PARTITION     PIC 9(01).
003250*
003260 01  WS-MERGE-FIELDS.
003270     05  WS-SEARCH-ACCOUNT       PIC X(10)      VALUE SPACES.
003280     05  WS-DUP-PARTITION        PIC 9(01)      VALUE ZERO.
003290     05  WS-THIS-PARTITION       PIC 9(01)      VALUE ZERO.
003300     05  WS-QUOTIENT-INT         PIC S9(05)     VALUE ZERO.
003310     05  WS-REMAINDER            PIC S9(05)     VALUE ZERO.
003320*
003330 01  WS-RUN-COUNTERS               COMP.
003340     05  WS-PRNG-READ            PIC 9(07)      VALUE ZERO.
003350     05  WS-PLOG-READ            PIC 9(07)      VALUE ZERO.
003360     05  WS-SPLIT-TOTAL          PIC 9(07)      VALUE ZERO.
003370     05  WS-RECORDS-READ         PIC 9(07)      VALUE ZERO.
003380     05  WS-RECORDS-PROCESSED    PIC 9(07)      VALUE ZERO.
003390     05  WS-RECORDS-REJECTED     PIC 9(07)      VALUE ZERO.
003400     05  WS-RECORDS-HELD         PIC 9(07)      VALUE ZERO.
003410     05  WS-AUDIT-READ           PIC 9(07)      VALUE ZERO.
003420     05  WS-DIVIDE-COUNT         PIC 9(07)      VALUE ZERO.
003430     05  WS-MULTIPLY-COUNT       PIC 9(07)      VALUE ZERO.
003440     05  WS-ADD-COUNT            PIC 9(07)      VALUE ZERO.
003450     05  WS-SUBTRACT-COUNT       PIC 9(07)      VALUE ZERO.
003460     05  WS-REVERSAL-COUNT       PIC 9(07)      VALUE ZERO.
003470     05  WS-ERRORS-COPIED        PIC 9(07)      VALUE ZERO.
003480     05  WS-FUTURES-COPIED       PIC 9(07)      VALUE ZERO.
003490     05  WS-DISPS-COPIED         PIC 9(07)      VALUE ZERO.
003500     05  WS-CROSS-DUPS           PIC 9(07)      VALUE ZERO.
003510*
003520 01  WS-RUN-TOTALS.
003530     05  WS-SUM-FIELD-A          PIC S9(11)V99  VALUE ZERO.
003540     05  WS-SUM-RESULT           PIC S9(11)V99  VALUE ZERO.
003550*
003560 01  WS-RUN-DATE-FIELDS.
003570     05  WS-SYSTEM-DATE.
003580         10  WS-SYSTEM-YY        PIC 9(02).
003590         10  WS-SYSTEM-MM        PIC 9(02).
003600         10  WS-SYSTEM-DD        PIC 9(02).
003610     05  WS-REPORT-DATE          PIC X(08).
003620     05  WS-SYSTEM-TIME.
003630         10  WS-SYSTEM-HH        PIC 9(02).
003640         10  WS-SYSTEM-MN        PIC 9(02).
003650         10  WS-SYSTEM-SS        PIC 9(02).
003660         10  WS-SYSTEM-HS        PIC 9(02).
003670     05  WS-RUN-TIME             PIC X(08).
003680*
003690 01  WS-PRINT-CONTROLS.
003700     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
003710     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
003720     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
003730*
003740 01  WS-RPT-HEADING-1.
003750     05  FILLER                  PIC X(10)      VALUE "DIV230".
003760     05  FILLER                  PIC X(32)
003770             VALUE "DAILY DIVISION PROCESSING RUN  ".
003780     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003790     05  HDG1-RUN-DATE           PIC X(08).
003800     05  FILLER                  PIC X(05)      VALUE "PAGE:".
003810     05  HDG1-PAGE-NO            PIC ZZZ9.
003820*
003830 01  WS-RPT-HEADING-2.
003840     05  FILLER                  PIC X(14)      VALUE "FIELD-A".
003850     05  FILLER                  PIC X(14)      VALUE "FIELD-B".
003860     05  FILLER                  PIC X(14)      VALUE "RESULT".
003870     05  FILLER                  PIC X(14)      VALUE "REMAINDER".
003880     05  FILLER                  PIC X(04)      VALUE "OPER".
003890*
003900 01  WS-RPT-DETAIL.
003910     05  DET-FIELD-A             PIC -ZZZZ9.
003920     05  FILLER                  PIC X(08)      VALUE SPACES.
003930     05  DET-FIELD-B             PIC -ZZZZ9.
003940     05  FILLER                  PIC X(05)      VALUE SPACES.
003950     05  DET-RESULT              PIC -ZZZZ9.99.
003960     05  FILLER                  PIC X(05)      VALUE SPACES.
003970     05  DET-REMAINDER           PIC -ZZZZ9.
003980     05  FILLER                  PIC X(11)      VALUE SPACES.
003990     05  DET-OPERATION           PIC X(01).
004000*
004010 01  WS-RPT-DUP-LINE.
004020     05  FILLER                  PIC X(17)
004030             VALUE "** DUPLICATE REF ".
004040     05  DUP-TRANS-REF           PIC X(12).
004050     05  FILLER                  PIC X(06)      VALUE " ACCT ".
004060     05  DUP-ACCOUNT-ID          PIC X(10).
004070     05  FILLER                  PIC X(20)
004080             VALUE " ALSO IN PARTITION ".
004090     05  DUP-PARTITION           PIC 9(01).
004100*
004110 01  WS-RPT-TRAILER-1             PIC X(40)
004120         VALUE "*** CONTROL TOTALS ***".
004130*
004140 01  WS-RPT-TRAILER-LINE.
004150     05  TRL-LABEL               PIC X(20).
004160     05  TRL-COUNT               PIC ZZZZZZ9.
004170*
004180 01  WS-RPT-BALANCE-LINE.
004190     05  FILLER                  PIC X(20)
004200             VALUE "IN BALANCE        =".
004210     05  TRL-BALANCE-FLAG        PIC X(03).
004220*
004230 01  WS-RPT-AMOUNT-LINE.
004240     05  TRL-AMOUNT-LABEL        PIC X(20).
004250     05  TRL-AMOUNT              PIC -ZZZZZZZZZZ9.99.
004260*
004270 01  WS-RPT-TRAILER-12            PIC X(40)
004280         VALUE "*** BY SOURCE FEED ***".
004290*
004300 01  WS-RPT-FEED-LINE.
004310     05  FILLER                  PIC X(05)      VALUE "FEED=".
004320     05  TRL-FEED-ID             PIC X(08).
004330     05  FILLER                  PIC X(07)      VALUE "  READ=".
004340     05  TRL-FEED-READ           PIC ZZZZZZ9.
004350     05  FILLER                  PIC X(07)      VALUE "  PROC=".
004360     05  TRL-FEED-PROCESSED      PIC ZZZZZZ9.
004370     05  FILLER                  PIC X(06)      VALUE "  REJ=".
004380     05  TRL-FEED-REJECTED       PIC ZZZZZZ9.
004390     05  FILLER                  PIC X(07)      VALUE "  HELD=".
004400     05  TRL-FEED-HELD           PIC ZZZZZZ9.
004410*
004420 01  WS-RPT-TRAILER-13            PIC X(40)
004430         VALUE "*** BY PARTITION ***".
004440*
004450 01  WS-RPT-PART-LINE.
004460     05  FILLER                  PIC X(05)      VALUE "PART=".
004470     05  TRL-PART-NO             PIC 9(01).
004480     05  FILLER                  PIC X(07)      VALUE "  THRU=".
004490     05  TRL-PART-HIGH           PIC X(10).
004500     05  FILLER                  PIC X(07)      VALUE "  READ=".
004510     05  TRL-PART-READ           PIC ZZZZZZ9.
004520     05  FILLER                  PIC X(07)      VALUE "  PROC=".
004530     05  TRL-PART-PROCESSED      PIC ZZZZZZ9.
004540     05  FILLER                  PIC X(06)      VALUE "  REJ=".
004550     05  TRL-PART-REJECTED       PIC ZZZZZZ9.
004560     05  FILLER                  PIC X(07)      VALUE "  HELD=".
004570     05  TRL-PART-HELD           PIC ZZZZZZ9.
004580*
004590 PROCEDURE DIVISION.
004600 0000-MAINLINE.
004610     PERFORM 100-INITIALIZE.
004620     PERFORM 200-AUDIT-LOOP UNTIL WS-AUDI-EOF-YES.
004630     PERFORM 260-COPY-ERRORS UNTIL WS-ERRI-EOF-YES.
004640     PERFORM 270-COPY-FUTURES UNTIL WS-FUTI-EOF-YES.
004650     PERFORM 280-COPY-DISPOSITIONS UNTIL WS-DSPI-EOF-YES.
004660     PERFORM 400-CONTROL-TOTALS.
004670     PERFORM 900-TERMINATE.
004680     STOP RUN.
004690*
004700*-----------------------------------------------------------*
004710*  100-INITIALIZE - LOADS THE PARTITIONS AND THEIR RUN-       *
004720*                   CONTROL RECORDS AND PROVES EVERY          *
004730*                   PARTITION COMPLETE, AND ITS AUDIT ENTRIES *
004730*                   IN STEP WITH ITS RUN, BEFORE ANY OUTPUT   *
004740*                   IS OPENED, THEN PRIMES THE INPUTS.        *
004750*-----------------------------------------------------------*
004760 100-INITIALIZE.
004770     ACCEPT WS-SYSTEM-DATE FROM DATE.
004780     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
004790     MOVE "/" TO WS-REPORT-DATE(3:1).
004800     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
004810     MOVE "/" TO WS-REPORT-DATE(6:1).
004820     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
004830     PERFORM 110-LOAD-RANGES.
004840     PERFORM 120-LOAD-PARTITION-LOGS.
004850     MOVE 1 TO WS-PT-SUB.
004860     PERFORM 130-CHECK-PARTITION
004870         UNTIL WS-PT-SUB > WS-PT-COUNT-USED.
004880     OPEN INPUT DIVAUDI-FILE.
004890     IF WS-DIVAUDI-STATUS NOT = "00"
004900         DISPLAY "DIV230 - FATAL - DIVAUDI OPEN FAILED, "
004910             "FILE STATUS " WS-DIVAUDI-STATUS
004920         MOVE 16 TO RETURN-CODE
004930         STOP RUN
004940     END-IF.
004940     PERFORM 140-COUNT-AUDIT.
004940     MOVE 1 TO WS-PT-SUB.
004940     PERFORM 150-CHECK-AUDIT-COUNT
004940         UNTIL WS-PT-SUB > WS-PT-COUNT-USED.
004950     OPEN INPUT DIVERRI-FILE.
004960     IF WS-DIVERRI-STATUS NOT = "00"
004970         DISPLAY "DIV230 - FATAL - DIVERRI OPEN FAILED, "
004980             "FILE STATUS " WS-DIVERRI-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020     OPEN INPUT DIVFUTI-FILE.
005030     IF WS-DIVFUTI-STATUS NOT = "00"
005040         DISPLAY "DIV230 - FATAL - DIVFUTI OPEN FAILED, "
005050             "FILE STATUS " WS-DIVFUTI-STATUS
005060         MOVE 16 TO RETURN-CODE
005070         STOP RUN
005080     END-IF.
005090     OPEN INPUT DIVDSPI-FILE.
005100     IF WS-DIVDSPI-STATUS NOT = "00"
005110         DISPLAY "DIV230 - FATAL - DIVDSPI OPEN FAILED, "
005120             "FILE STATUS " WS-DIVDSPI-STATUS
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160     OPEN EXTEND DIVFUT-FILE.
005170     IF WS-DIVFUT-STATUS NOT = "00"
005180         DISPLAY "DIV230 - FATAL - DIVFUT OPEN FAILED, "
005190             "FILE STATUS " WS-DIVFUT-STATUS
005200         MOVE 16 TO RETURN-CODE
005210         STOP RUN
005220     END-IF.
005230     OPEN EXTEND DIVDSP-FILE.
005240     IF WS-DIVDSP-STATUS NOT = "00"
005250         DISPLAY "DIV230 - FATAL - DIVDSP OPEN FAILED, "
005260             "FILE STATUS " WS-DIVDSP-STATUS
005270         MOVE 16 TO RETURN-CODE
005280         STOP RUN
005290     END-IF.
005300     OPEN OUTPUT DIVAUD-FILE.
005310     OPEN OUTPUT DIVERR-FILE.
005320     OPEN OUTPUT DIVRPT-FILE.
005330     PERFORM 550-WRITE-HEADINGS.
005340     PERFORM 205-READ-AUDIT.
005350     PERFORM 265-READ-ERROR.
005360     PERFORM 275-READ-FUTURE.
005370     PERFORM 285-READ-DISPOSITION.
005380*
005390*-----------------------------------------------------------*
005400*  110-LOAD-RANGES - TABLES DIVPRNG.  WITHOUT IT THERE IS NO  *
005410*                   TELLING HOW MANY PARTITIONS TO WAIT FOR,  *
005420*                   SO A MISSING OR EMPTY DIVPRNG IS FATAL.   *
005430*-----------------------------------------------------------*
005440 110-LOAD-RANGES.
005450     OPEN INPUT DIVPRNG-FILE.
005460     IF WS-DIVPRNG-STATUS NOT = "00"
005470         DISPLAY "DIV230 - FATAL - DIVPRNG OPEN FAILED, "
005480             "FILE STATUS " WS-DIVPRNG-STATUS
005490         MOVE 16 TO RETURN-CODE
005500         STOP RUN
005510     END-IF.
005520     PERFORM 115-READ-RANGE.
005530     PERFORM 116-LOAD-RANGE UNTIL WS-PRNG-EOF-YES.
005540     CLOSE DIVPRNG-FILE.
005550     IF WS-PT-COUNT-USED = ZERO
005560         DISPLAY "DIV230 - FATAL - DIVPRNG IS EMPTY"
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600*
005610 115-READ-RANGE.
005620     READ DIVPRNG-FILE
005630         AT END
005640             SET WS-PRNG-EOF-YES TO TRUE
005650         NOT AT END
005660             ADD 1 TO WS-PRNG-READ
005670     END-READ.
005680*
005690 116-LOAD-RANGE.
005700     IF WS-PT-COUNT-USED NOT < WS-PT-MAX OR
005710             PR-PARTITION-NO NOT = WS-PT-COUNT-USED + 1
005720         DISPLAY "DIV230 - FATAL - DIVPRNG RECORD "
005730             WS-PRNG-READ " IS OUT OF PARTITION ORDER"
005740         MOVE 16 TO RETURN-CODE
005750         STOP RUN
005760     END-IF.
005770     ADD 1 TO WS-PT-COUNT-USED.
005780     MOVE WS-PT-COUNT-USED TO WS-PT-SUB.
005790     MOVE PR-HIGH-ACCOUNT TO WS-PT-HIGH-ACCOUNT(WS-PT-SUB).
005800     MOVE PR-RECORD-COUNT TO WS-PT-SPLIT-COUNT(WS-PT-SUB).
005810     MOVE 'N'    TO WS-PT-LOGGED(WS-PT-SUB).
005820     MOVE SPACES TO WS-PT-LOG-RECORD(WS-PT-SUB).
005830     MOVE ZERO   TO WS-PT-READ(WS-PT-SUB).
005840     MOVE ZERO   TO WS-PT-PROCESSED(WS-PT-SUB).
005850     MOVE ZERO   TO WS-PT-REJECTED(WS-PT-SUB).
005860     MOVE ZERO   TO WS-PT-HELD(WS-PT-SUB).
005870     MOVE ZERO   TO WS-PT-AMOUNT-1(WS-PT-SUB).
005880     MOVE ZERO   TO WS-PT-AMOUNT-2(WS-PT-SUB).
005890     MOVE ZERO   TO WS-PT-AUDIT-COUNT(WS-PT-SUB).
005900     ADD PR-RECORD-COUNT TO WS-SPLIT-TOTAL.
005910     PERFORM 115-READ-RANGE.
005920*
005930*-----------------------------------------------------------*
005940*  120-LOAD-PARTITION-LOGS - KEEPS THE LAST DIV100 RECORD     *
005950*                  EACH PARTITION JOB LOGGED.  A FAILED RUN   *
005960*                  LOGS NOTHING, SO AFTER A RESTART THE LAST  *
005970*                  RECORD IS THE RUN THAT FINISHED THE        *
005980*                  PARTITION.  A PARTITION BEYOND TONIGHT'S   *
005990*                  RANGES RAN AGAINST AN EMPTY SLICE AND IS   *
006000*                  IGNORED.                                   *
006010*-----------------------------------------------------------*
006020 120-LOAD-PARTITION-LOGS.
006030     OPEN INPUT DIVPLOG-FILE.
006040     IF WS-DIVPLOG-STATUS NOT = "00"
006050         DISPLAY "DIV230 - FATAL - DIVPLOG OPEN FAILED, "
006060             "FILE STATUS " WS-DIVPLOG-STATUS
006070         MOVE 16 TO RETURN-CODE
006080         STOP RUN
006090     END-IF.
006100     PERFORM 125-READ-PARTITION-LOG.
006110     PERFORM 126-TAKE-PARTITION-LOG UNTIL WS-PLOG-EOF-YES.
006120     CLOSE DIVPLOG-FILE.
006130*
006140 125-READ-PARTITION-LOG.
006150     READ DIVPLOG-FILE
006160         AT END
006170             SET WS-PLOG-EOF-YES TO TRUE
006180         NOT AT END
006190             ADD 1 TO WS-PLOG-READ
006200     END-READ.
006210*
006220 126-TAKE-PARTITION-LOG.
006230     IF PL-JOB-PREFIX = "DIV100P" AND PL-PARTITION-VALID AND
006240             PL-PROGRAM = "DIV100"
006250         MOVE PL-JOB-PARTITION TO WS-DUP-PARTITION
006260         IF WS-DUP-PARTITION NOT > WS-PT-COUNT-USED
006270             MOVE WS-DUP-PARTITION TO WS-PT-SUB
006280             SET WS-PT-LOGGED-YES(WS-PT-SUB) TO TRUE
006290             MOVE WS-DIVPLOG-RECORD
006300                 TO WS-PT-LOG-RECORD(WS-PT-SUB)
006310             MOVE PL-RECORDS-IN     TO WS-PT-READ(WS-PT-SUB)
006320             MOVE PL-RECORDS-OUT    TO WS-PT-PROCESSED(WS-PT-SUB)
006330             MOVE PL-RECORDS-REJECT TO WS-PT-REJECTED(WS-PT-SUB)
006340             MOVE PL-AMOUNT-1       TO WS-PT-AMOUNT-1(WS-PT-SUB)
006350             MOVE PL-AMOUNT-2       TO WS-PT-AMOUNT-2(WS-PT-SUB)
006360         END-IF
006370     END-IF.
006380     PERFORM 125-READ-PARTITION-LOG.
006390*
006400*-----------------------------------------------------------*
006410*  130-CHECK-PARTITION - THE PARTITION MUST HAVE FINISHED AND *
006420*                  READ EVERY RECORD DIV225 WROTE FOR IT.     *
006430*                  ITS COUNTS THEN GO INTO THE RUN TOTALS.    *
006440*-----------------------------------------------------------*
006450 130-CHECK-PARTITION.
006460     MOVE WS-PT-SUB TO WS-THIS-PARTITION.
006470     IF NOT WS-PT-LOGGED-YES(WS-PT-SUB)
006480         DISPLAY "DIV230 - FATAL - PARTITION " WS-THIS-PARTITION
006490             " HAS NOT COMPLETED - NO DIV100P RUN-CONTROL "
006500             "RECORD ON DIVPLOG"
006510         MOVE 16 TO RETURN-CODE
006520         STOP RUN
006530     END-IF.
006540     IF WS-PT-READ(WS-PT-SUB) NOT = WS-PT-SPLIT-COUNT(WS-PT-SUB)
006550         DISPLAY "DIV230 - FATAL - PARTITION " WS-THIS-PARTITION
006560             " READ " WS-PT-READ(WS-PT-SUB)
006570             " RECORDS, DIV225 WROTE "
006580             WS-PT-SPLIT-COUNT(WS-PT-SUB)
006590         MOVE 16 TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620     COMPUTE WS-PT-HELD(WS-PT-SUB) = WS-PT-READ(WS-PT-SUB)
006630         - WS-PT-PROCESSED(WS-PT-SUB) - WS-PT-REJECTED(WS-PT-SUB).
006640     ADD WS-PT-READ(WS-PT-SUB)      TO WS-RECORDS-READ.
006650     ADD WS-PT-PROCESSED(WS-PT-SUB) TO WS-RECORDS-PROCESSED.
006660     ADD WS-PT-REJECTED(WS-PT-SUB)  TO WS-RECORDS-REJECTED.
006670     ADD WS-PT-HELD(WS-PT-SUB)      TO WS-RECORDS-HELD.
006680     ADD WS-PT-AMOUNT-1(WS-PT-SUB)  TO WS-SUM-FIELD-A.
006690     ADD WS-PT-AMOUNT-2(WS-PT-SUB)  TO WS-SUM-RESULT.
006700     ADD 1 TO WS-PT-SUB.
006710*
006710*-----------------------------------------------------------*
006710*  140-COUNT-AUDIT / 150-CHECK-AUDIT-COUNT - A FIRST PASS OF  *
006710*                  DIVAUDI COUNTS EACH PARTITION'S ENTRIES.   *
006710*                  A PARTITION WHOSE AUDIT DOES NOT HOLD ONE  *
006710*                  ENTRY PER RECORD IT READ (A RERUN APPENDED *
006710*                  TO A PRIOR ATTEMPT'S FILE, SAY) IS FATAL   *
006710*                  HERE, WHILE NOTHING HAS BEEN WRITTEN.      *
006710*                  DIVAUDI IS THEN REOPENED FOR THE MERGE.    *
006710*-----------------------------------------------------------*
006710 140-COUNT-AUDIT.
006710     PERFORM 205-READ-AUDIT.
006710     PERFORM 145-COUNT-AUDIT-ENTRY UNTIL WS-AUDI-EOF-YES.
006710     CLOSE DIVAUDI-FILE.
006710     MOVE 'N' TO WS-AUDI-EOF-SWITCH.
006710     MOVE ZERO TO WS-AUDIT-READ.
006710     OPEN INPUT DIVAUDI-FILE.
006710     IF WS-DIVAUDI-STATUS NOT = "00"
006710         DISPLAY "DIV230 - FATAL - DIVAUDI REOPEN FAILED, "
006710             "FILE STATUS " WS-DIVAUDI-STATUS
006710         MOVE 16 TO RETURN-CODE
006710         STOP RUN
006710     END-IF.
006710*
006710 145-COUNT-AUDIT-ENTRY.
006710     MOVE DA-ACCOUNT-ID TO WS-SEARCH-ACCOUNT.
006710     PERFORM 210-FIND-PARTITION.
006710     ADD 1 TO WS-PT-AUDIT-COUNT(WS-CURR-PART).
006710     PERFORM 205-READ-AUDIT.
006710*
006710 150-CHECK-AUDIT-COUNT.
006710     IF WS-PT-AUDIT-COUNT(WS-PT-SUB) NOT = WS-PT-READ(WS-PT-SUB)
006710         MOVE WS-PT-SUB TO WS-THIS-PARTITION
006710         DISPLAY "DIV230 - FATAL - PARTITION " WS-THIS-PARTITION
006710             " READ " WS-PT-READ(WS-PT-SUB)
006710             " RECORDS BUT AUDITED "
006710             WS-PT-AUDIT-COUNT(WS-PT-SUB)
006710         MOVE 16 TO RETURN-CODE
006710         STOP RUN
006710     END-IF.
006710     ADD 1 TO WS-PT-SUB.
006710*
006720*-----------------------------------------------------------*
006730*  200-AUDIT-LOOP - ONE AUDIT ENTRY PER PASS: COPIED TO THE   *
006740*                  NEW GENERATION AND, IF ACCEPTED OR A       *
006750*                  REVERSAL, PRINTED AS DIV100 PRINTED IT     *
006760*                  UNDER ITS PARTITION.                       *
006770*-----------------------------------------------------------*
006780 200-AUDIT-LOOP.
006790     WRITE WS-DIVAUD-RECORD FROM WS-DIVAUDI-RECORD.
006800     MOVE DA-ACCOUNT-ID TO WS-SEARCH-ACCOUNT.
006810     PERFORM 210-FIND-PARTITION.
006830     EVALUATE TRUE
006840         WHEN DA-ACCEPTED
006850             EVALUATE TRUE
006860                 WHEN DA-OP-DIVIDE
006870                     ADD 1 TO WS-DIVIDE-COUNT
006880                 WHEN DA-OP-MULTIPLY
006890                     ADD 1 TO WS-MULTIPLY-COUNT
006900                 WHEN DA-OP-ADD
006910                     ADD 1 TO WS-ADD-COUNT
006920                 WHEN DA-OP-SUBTRACT
006930                     ADD 1 TO WS-SUBTRACT-COUNT
006940             END-EVALUATE
006950             PERFORM 230-PRINT-DETAIL
006960             IF DA-TRANS-REF NOT = SPACES
006970                 PERFORM 240-CHECK-CROSS-DUP
006980             END-IF
006990         WHEN DA-REVERSAL
007000             ADD 1 TO WS-REVERSAL-COUNT
007010             PERFORM 230-PRINT-DETAIL
007020         WHEN OTHER
007030             CONTINUE
007040     END-EVALUATE.
007050     PERFORM 205-READ-AUDIT.
007060*
007070 205-READ-AUDIT.
007080     READ DIVAUDI-FILE
007090         AT END
007100             SET WS-AUDI-EOF-YES TO TRUE
007110         NOT AT END
007120             ADD 1 TO WS-AUDIT-READ
007130     END-READ.
007140*
007150*-----------------------------------------------------------*
007160*  210-FIND-PARTITION - THE FIRST PARTITION WHOSE HIGH       *
007170*                  ACCOUNT IS NOT BELOW WS-SEARCH-ACCOUNT;    *
007180*                  THE LAST PARTITION IS OPEN-ENDED.          *
007190*-----------------------------------------------------------*
007200 210-FIND-PARTITION.
007210     MOVE 1 TO WS-CURR-PART.
007220     PERFORM 215-CHECK-FIT.
007230     PERFORM 216-NEXT-PARTITION UNTIL WS-FITS-YES.
007240*
007250 215-CHECK-FIT.
007260     IF WS-CURR-PART NOT < WS-PT-COUNT-USED OR
007270             WS-PT-HIGH-ACCOUNT(WS-CURR-PART) = SPACES OR
007280             WS-SEARCH-ACCOUNT NOT >
007290             WS-PT-HIGH-ACCOUNT(WS-CURR-PART)
007300         SET WS-FITS-YES TO TRUE
007310     ELSE
007320         MOVE 'N' TO WS-FITS-SWITCH
007330     END-IF.
007340*
007350 216-NEXT-PARTITION.
007360     ADD 1 TO WS-CURR-PART.
007370     PERFORM 215-CHECK-FIT.
007380*
007390*-----------------------------------------------------------*
007400*  230-PRINT-DETAIL - THE DIV100 DETAIL LINE.  A DIVIDE'S     *
007410*                  REMAINDER IS NOT ON THE AUDIT AND IS       *
007420*                  WORKED OUT AGAIN; A REVERSAL PRINTS WITH   *
007430*                  OPERATION R AND NO REMAINDER.              *
007440*-----------------------------------------------------------*
007450 230-PRINT-DETAIL.
007460     MOVE ZERO TO WS-REMAINDER.
007470     IF DA-ACCEPTED AND DA-OP-DIVIDE AND DA-FIELD-B NOT = ZERO
007480         DIVIDE DA-FIELD-A BY DA-FIELD-B
007490             GIVING WS-QUOTIENT-INT
007500             REMAINDER WS-REMAINDER
007510     END-IF.
007520     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007530         PERFORM 550-WRITE-HEADINGS
007540     END-IF.
007550     MOVE DA-FIELD-A TO DET-FIELD-A.
007560     MOVE DA-FIELD-B TO DET-FIELD-B.
007570     MOVE DA-RESULT TO DET-RESULT.
007580     MOVE WS-REMAINDER TO DET-REMAINDER.
007590     IF DA-REVERSAL
007600         MOVE 'R' TO DET-OPERATION
007610     ELSE
007620         MOVE DA-OPERATION-CODE TO DET-OPERATION
007630     END-IF.
007640     WRITE WS-DIVRPT-RECORD FROM WS-RPT-DETAIL
007650         AFTER ADVANCING 1 LINE.
007660     ADD 1 TO WS-LINE-COUNT.
007670*
007680*-----------------------------------------------------------*
007690*  240-CHECK-CROSS-DUP - AN ACCEPTED REFERENCE ALREADY        *
007700*                  ACCEPTED BY ANOTHER PARTITION TONIGHT IS   *
007710*                  PRINTED AND COUNTED; OTHERWISE IT IS       *
007720*                  TABLED FOR THE PARTITIONS STILL TO COME.   *
007730*-----------------------------------------------------------*
007740 240-CHECK-CROSS-DUP.
007750     MOVE 'N' TO WS-FOUND-SWITCH.
007760     MOVE 1 TO WS-XREF-SUB.
007770     PERFORM 245-SCAN-XREF-TABLE
007780         UNTIL WS-FOUND-YES OR WS-XREF-SUB > WS-XREF-COUNT.
007790     IF WS-FOUND-YES
007800         ADD 1 TO WS-CROSS-DUPS
007810         MOVE DA-TRANS-REF TO DUP-TRANS-REF
007820         MOVE DA-ACCOUNT-ID TO DUP-ACCOUNT-ID
007830         MOVE WS-XR-PARTITION(WS-XREF-SUB) TO DUP-PARTITION
007840         WRITE WS-DIVRPT-RECORD FROM WS-RPT-DUP-LINE
007850             AFTER ADVANCING 1 LINE
007860         ADD 1 TO WS-LINE-COUNT
007870         MOVE WS-CURR-PART TO WS-THIS-PARTITION
007880         DISPLAY "DIV230 - REFERENCE " DA-TRANS-REF
007890             " ACCEPTED IN PARTITIONS "
007900             WS-XR-PARTITION(WS-XREF-SUB) " AND "
007910             WS-THIS-PARTITION
007920     ELSE
007930         IF WS-XREF-COUNT NOT < WS-XREF-MAX
007940             DISPLAY "DIV230 - FATAL - MORE TRANSACTION "
007950                 "REFERENCES THAN WS-XREF-TABLE HOLDS"
007960             MOVE 16 TO RETURN-CODE
007970             STOP RUN
007980         END-IF
007990         ADD 1 TO WS-XREF-COUNT
008000         MOVE DA-TRANS-REF TO WS-XR-TRANS-REF(WS-XREF-COUNT)
008010         MOVE WS-CURR-PART TO WS-XR-PARTITION(WS-XREF-COUNT)
008020     END-IF.
008030*
008040 245-SCAN-XREF-TABLE.
008050     IF WS-XR-TRANS-REF(WS-XREF-SUB) = DA-TRANS-REF AND
008060             WS-XR-PARTITION(WS-XREF-SUB) NOT = WS-CURR-PART
008070         SET WS-FOUND-YES TO TRUE
008080     ELSE
008090         ADD 1 TO WS-XREF-SUB
008100     END-IF.
008110*
008120 260-COPY-ERRORS.
008130     WRITE WS-DIVERR-RECORD FROM WS-DIVERRI-RECORD.
008140     ADD 1 TO WS-ERRORS-COPIED.
008150     PERFORM 265-READ-ERROR.
008160*
008170 265-READ-ERROR.
008180     READ DIVERRI-FILE
008190         AT END
008200             SET WS-ERRI-EOF-YES TO TRUE
008210     END-READ.
008220*
008230 270-COPY-FUTURES.
008240     WRITE WS-DIVFUT-RECORD FROM WS-DIVFUTI-RECORD.
008250     ADD 1 TO WS-FUTURES-COPIED.
008260     PERFORM 275-READ-FUTURE.
008270*
008280 275-READ-FUTURE.
008290     READ DIVFUTI-FILE
008300         AT END
008310             SET WS-FUTI-EOF-YES TO TRUE
008320     END-READ.
008330*
008340*-----------------------------------------------------------*
008350*  280-COPY-DISPOSITIONS - EACH 'D' OR 'P' RECORD ALSO       *
008360*                  COUNTS TOWARD ITS FEED'S READ AND ITS      *
008370*                  ACCEPTED, REJECTED OR HELD FIGURE ON THE   *
008375*                  FEED BREAKDOWN.                            *
008380*-----------------------------------------------------------*
008390 280-COPY-DISPOSITIONS.
008400     WRITE WS-DIVDSP-RECORD FROM WS-DIVDSPI-RECORD.
008410     ADD 1 TO WS-DISPS-COPIED.
008420     IF DS-DISPOSITION-RECORD
008430         PERFORM 290-TALLY-FEED
008440     END-IF.
008450     PERFORM 285-READ-DISPOSITION.
008460*
008470 285-READ-DISPOSITION.
008480     READ DIVDSPI-FILE
008490         AT END
008500             SET WS-DSPI-EOF-YES TO TRUE
008510     END-READ.
008520*
008530 290-TALLY-FEED.
008540     MOVE 'N' TO WS-FOUND-SWITCH.
008550     MOVE 1 TO WS-FEED-SUB.
008560     PERFORM 295-SCAN-FEED-TABLE
008570         UNTIL WS-FOUND-YES OR WS-FEED-SUB > WS-FEED-COUNT.
008580     IF NOT WS-FOUND-YES
008590         IF WS-FEED-COUNT < WS-FEED-MAX
008600             ADD 1 TO WS-FEED-COUNT
008610             MOVE WS-FEED-COUNT TO WS-FEED-SUB
008620             MOVE DS-FEED-ID TO WS-FEED-TBL-ID(WS-FEED-SUB)
008630             MOVE ZERO TO WS-FEED-READ(WS-FEED-SUB)
008640             MOVE ZERO TO WS-FEED-PROCESSED(WS-FEED-SUB)
008650             MOVE ZERO TO WS-FEED-REJECTED(WS-FEED-SUB)
008660             MOVE ZERO TO WS-FEED-HELD(WS-FEED-SUB)
008670             SET WS-FOUND-YES TO TRUE
008680         END-IF
008690     END-IF.
008700     IF WS-FOUND-YES
008710         ADD 1 TO WS-FEED-READ(WS-FEED-SUB)
008720         EVALUATE TRUE
008730             WHEN DS-ACCEPTED
008740                 ADD 1 TO WS-FEED-PROCESSED(WS-FEED-SUB)
008750             WHEN DS-REJECTED
008760                 ADD 1 TO WS-FEED-REJECTED(WS-FEED-SUB)
008770             WHEN DS-HELD
008780                 ADD 1 TO WS-FEED-HELD(WS-FEED-SUB)
008790         END-EVALUATE
008800     END-IF.
008810*
008820 295-SCAN-FEED-TABLE.
008830     IF WS-FEED-TBL-ID(WS-FEED-SUB) = DS-FEED-ID
008840         SET WS-FOUND-YES TO TRUE
008850     ELSE
008860         ADD 1 TO WS-FEED-SUB
008870     END-IF.
008880*
008890*-----------------------------------------------------------*
008900*  400-CONTROL-TOTALS - ONE TRAILER FOR THE WHOLE RUN.  READ, *
008910*                  PROCESSED, REJECTED AND THE SUMS ARE THE   *
008920*                  PARTITIONS' OWN RUN-CONTROL FIGURES ADDED  *
008930*                  UP; THE OPERATION COUNTS COME FROM THE     *
008940*                  AUDIT.  IN BALANCE NEEDS THE PARTITIONS TO *
008950*                  HAVE READ WHAT DIV225 SPLIT AND THE AUDIT  *
008960*                  TO HOLD ONE ENTRY PER RECORD READ.         *
008970*-----------------------------------------------------------*
008980 400-CONTROL-TOTALS.
008990     WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-1
009000         AFTER ADVANCING 2 LINES.
009010     MOVE "PARTITIONS MERGED =" TO TRL-LABEL.
009020     MOVE WS-PT-COUNT-USED TO TRL-COUNT.
009030     PERFORM 410-WRITE-TRAILER-LINE.
009040     MOVE "RECORDS READ      =" TO TRL-LABEL.
009050     MOVE WS-RECORDS-READ TO TRL-COUNT.
009060     PERFORM 410-WRITE-TRAILER-LINE.
009070     MOVE "RECORDS PROCESSED =" TO TRL-LABEL.
009080     MOVE WS-RECORDS-PROCESSED TO TRL-COUNT.
009090     PERFORM 410-WRITE-TRAILER-LINE.
009100     MOVE "RECORDS REJECTED  =" TO TRL-LABEL.
009110     MOVE WS-RECORDS-REJECTED TO TRL-COUNT.
009120     PERFORM 410-WRITE-TRAILER-LINE.
009130     MOVE "RECORDS HELD      =" TO TRL-LABEL.
009140     MOVE WS-RECORDS-HELD TO TRL-COUNT.
009150     PERFORM 410-WRITE-TRAILER-LINE.
009160     IF WS-RECORDS-READ = WS-SPLIT-TOTAL AND
009170             WS-AUDIT-READ = WS-RECORDS-READ
009180         MOVE "YES" TO TRL-BALANCE-FLAG
009190     ELSE
009200         MOVE "NO " TO TRL-BALANCE-FLAG
009210     END-IF.
009220     WRITE WS-DIVRPT-RECORD FROM WS-RPT-BALANCE-LINE
009230         AFTER ADVANCING 1 LINE.
009240     MOVE "SUM OF FIELD-A     =" TO TRL-AMOUNT-LABEL.
009250     MOVE WS-SUM-FIELD-A TO TRL-AMOUNT.
009260     WRITE WS-DIVRPT-RECORD FROM WS-RPT-AMOUNT-LINE
009270         AFTER ADVANCING 1 LINE.
009280     MOVE "SUM OF RESULT      =" TO TRL-AMOUNT-LABEL.
009290     MOVE WS-SUM-RESULT TO TRL-AMOUNT.
009300     WRITE WS-DIVRPT-RECORD FROM WS-RPT-AMOUNT-LINE
009310         AFTER ADVANCING 1 LINE.
009320     MOVE "DIVIDES PROCESSED =" TO TRL-LABEL.
009330     MOVE WS-DIVIDE-COUNT TO TRL-COUNT.
009340     PERFORM 410-WRITE-TRAILER-LINE.
009350     MOVE "MULTIPLIES PROC   =" TO TRL-LABEL.
009360     MOVE WS-MULTIPLY-COUNT TO TRL-COUNT.
009370     PERFORM 410-WRITE-TRAILER-LINE.
009380     MOVE "ADDS PROCESSED    =" TO TRL-LABEL.
009390     MOVE WS-ADD-COUNT TO TRL-COUNT.
009400     PERFORM 410-WRITE-TRAILER-LINE.
009410     MOVE "SUBTRACTS PROC    =" TO TRL-LABEL.
009420     MOVE WS-SUBTRACT-COUNT TO TRL-COUNT.
009430     PERFORM 410-WRITE-TRAILER-LINE.
009440     MOVE "REVERSALS PROC    =" TO TRL-LABEL.
009450     MOVE WS-REVERSAL-COUNT TO TRL-COUNT.
009460     PERFORM 410-WRITE-TRAILER-LINE.
009470     MOVE "AUDIT ENTRIES     =" TO TRL-LABEL.
009480     MOVE WS-AUDIT-READ TO TRL-COUNT.
009490     PERFORM 410-WRITE-TRAILER-LINE.
009500     MOVE "DIVERR RECORDS    =" TO TRL-LABEL.
009510     MOVE WS-ERRORS-COPIED TO TRL-COUNT.
009520     PERFORM 410-WRITE-TRAILER-LINE.
009530     MOVE "DIVFUT RECORDS    =" TO TRL-LABEL.
009540     MOVE WS-FUTURES-COPIED TO TRL-COUNT.
009550     PERFORM 410-WRITE-TRAILER-LINE.
009560     MOVE "DIVDSP RECORDS    =" TO TRL-LABEL.
009570     MOVE WS-DISPS-COPIED TO TRL-COUNT.
009580     PERFORM 410-WRITE-TRAILER-LINE.
009590     MOVE "CROSS-PART DUPS   =" TO TRL-LABEL.
009600     MOVE WS-CROSS-DUPS TO TRL-COUNT.
009610     PERFORM 410-WRITE-TRAILER-LINE.
009620     IF WS-FEED-COUNT > ZERO
009630         WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-12
009640             AFTER ADVANCING 2 LINES
009650         MOVE 1 TO WS-FEED-SUB
009660         PERFORM 420-PRINT-FEED-LINE
009670             UNTIL WS-FEED-SUB > WS-FEED-COUNT
009680     END-IF.
009690     WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-13
009700         AFTER ADVANCING 2 LINES.
009710     MOVE 1 TO WS-PT-SUB.
009720     PERFORM 430-PRINT-PARTITION-LINE
009730         UNTIL WS-PT-SUB > WS-PT-COUNT-USED.
009740*
009750 410-WRITE-TRAILER-LINE.
009760     WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-LINE
009770         AFTER ADVANCING 1 LINE.
009780*
009790 420-PRINT-FEED-LINE.
009800     MOVE WS-FEED-TBL-ID(WS-FEED-SUB)     TO TRL-FEED-ID.
009810     MOVE WS-FEED-READ(WS-FEED-SUB)       TO TRL-FEED-READ.
009820     MOVE WS-FEED-PROCESSED(WS-FEED-SUB)  TO TRL-FEED-PROCESSED.
009830     MOVE WS-FEED-REJECTED(WS-FEED-SUB)   TO TRL-FEED-REJECTED.
009840     MOVE WS-FEED-HELD(WS-FEED-SUB)       TO TRL-FEED-HELD.
009850     WRITE WS-DIVRPT-RECORD FROM WS-RPT-FEED-LINE
009860         AFTER ADVANCING 1 LINE.
009870     ADD 1 TO WS-FEED-SUB.
009880*
009890 430-PRINT-PARTITION-LINE.
009900     MOVE WS-PT-SUB TO TRL-PART-NO.
009910     IF WS-PT-HIGH-ACCOUNT(WS-PT-SUB) = SPACES
009920         MOVE "(OPEN)" TO TRL-PART-HIGH
009930     ELSE
009940         MOVE WS-PT-HIGH-ACCOUNT(WS-PT-SUB) TO TRL-PART-HIGH
009950     END-IF.
009960     MOVE WS-PT-READ(WS-PT-SUB)      TO TRL-PART-READ.
009970     MOVE WS-PT-PROCESSED(WS-PT-SUB) TO TRL-PART-PROCESSED.
009980     MOVE WS-PT-REJECTED(WS-PT-SUB)  TO TRL-PART-REJECTED.
009990     MOVE WS-PT-HELD(WS-PT-SUB)      TO TRL-PART-HELD.
010000     WRITE WS-DIVRPT-RECORD FROM WS-RPT-PART-LINE
010010         AFTER ADVANCING 1 LINE.
010080     ADD 1 TO WS-PT-SUB.
010090*
010100 550-WRITE-HEADINGS.
010110     ADD 1 TO WS-PAGE-COUNT.
010120     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
010130     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
010140     WRITE WS-DIVRPT-RECORD FROM WS-RPT-HEADING-1
010150         AFTER ADVANCING PAGE.
010160     WRITE WS-DIVRPT-RECORD FROM WS-RPT-HEADING-2
010170         AFTER ADVANCING 2 LINES.
010180     MOVE 3 TO WS-LINE-COUNT.
010190*
010200*-----------------------------------------------------------*
010210*  950-WRITE-RUN-LOG - APPENDS EACH PARTITION'S OWN DIV100    *
010220*  RUN-CONTROL RECORD (JOB NAME DIV100P<N>, AS LOGGED) AND    *
010230*  THEN ONE COMBINED DIV100 RECORD UNDER JOB DIV100J - THE    *
010240*  ONE DIV185 BALANCES, EXACTLY AS IF A SINGLE DIV100 HAD RUN *
010250*  (LG-RECORDS-IN/OUT/REJECT ARE READ, PROCESSED AND          *
010260*  REJECTED, THE AMOUNTS THE FIELD-A AND RESULT SUMS).  A     *
010270*  MISSING DIVLOG IS REPORTED BUT NEVER FAILS THE STEP -      *
010280*  DIV185 WILL MISS THE RECORD AND HOLD THE STREAM ITSELF.    *
010290*-----------------------------------------------------------*
010300 950-WRITE-RUN-LOG.
010310     OPEN EXTEND DIVLOG-FILE.
010320     IF WS-DIVLOG-STATUS NOT = "00"
010330         DISPLAY "DIV230 - WARNING - DIVLOG OPEN FAILED, "
010340             "FILE STATUS " WS-DIVLOG-STATUS
010350             " - RUN-CONTROL RECORD NOT WRITTEN"
010360     ELSE
010370         MOVE 1 TO WS-PT-SUB
010380         PERFORM 955-WRITE-PARTITION-LOG
010390             UNTIL WS-PT-SUB > WS-PT-COUNT-USED
010400         ACCEPT WS-SYSTEM-TIME FROM TIME
010410         MOVE WS-SYSTEM-HH TO WS-RUN-TIME(1:2)
010420         MOVE ":" TO WS-RUN-TIME(3:1)
010430         MOVE WS-SYSTEM-MN TO WS-RUN-TIME(4:2)
010440         MOVE ":" TO WS-RUN-TIME(6:1)
010450         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
010460         MOVE SPACES TO WS-DIVLOG-RECORD
010470         MOVE "DIV100J" TO LG-JOB-NAME
010480         MOVE "DIV100" TO LG-PROGRAM
010490         MOVE WS-REPORT-DATE TO LG-RUN-DATE
010500         MOVE WS-RUN-TIME TO LG-RUN-TIME
010510         MOVE WS-RECORDS-READ TO LG-RECORDS-IN
010520         MOVE WS-RECORDS-PROCESSED TO LG-RECORDS-OUT
010530         MOVE WS-RECORDS-REJECTED TO LG-RECORDS-REJECT
010540         MOVE WS-SUM-FIELD-A TO LG-AMOUNT-1
010550         MOVE WS-SUM-RESULT TO LG-AMOUNT-2
010560         WRITE WS-DIVLOG-RECORD
010570         CLOSE DIVLOG-FILE
010580     END-IF.
010590*
010600 955-WRITE-PARTITION-LOG.
010610     WRITE WS-DIVLOG-RECORD FROM WS-PT-LOG-RECORD(WS-PT-SUB).
010620     ADD 1 TO WS-PT-SUB.
010630*
010640 900-TERMINATE.
010650     PERFORM 950-WRITE-RUN-LOG.
010660     DISPLAY "DIV230 - PARTITIONS     = " WS-PT-COUNT-USED.
010670     DISPLAY "DIV230 - RECORDS READ   = " WS-RECORDS-READ.
010680     DISPLAY "DIV230 - AUDIT ENTRIES  = " WS-AUDIT-READ.
010690     DISPLAY "DIV230 - CROSS-PART DUPS= " WS-CROSS-DUPS.
010700     CLOSE DIVAUDI-FILE.
010710     CLOSE DIVERRI-FILE.
010720     CLOSE DIVFUTI-FILE.
010730     CLOSE DIVDSPI-FILE.
010740     CLOSE DIVAUD-FILE.
010750     CLOSE DIVERR-FILE.
010760     CLOSE DIVFUT-FILE.
010770     CLOSE DIVDSP-FILE.
010780     CLOSE DIVRPT-FILE.
010790     IF WS-CROSS-DUPS > ZERO
010800         DISPLAY "DIV230 - REFERENCES ACCEPTED IN MORE THAN ONE "
010810             "PARTITION - SEE DIVRPT"
010820         MOVE 8 TO RETURN-CODE
010830     END-IF.
