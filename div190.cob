000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV190.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV190 - FEED PRE-FLIGHT VALIDATION.                       *
000090*                                                             *
000100*  A SUBMITTER USED TO LEARN WHAT WAS WRONG WITH A FEED ONLY  *
000110*  AFTER DIV100J HAD RUN AND THE REJECTS WERE IN DIVERR,      *
000120*  THEN WAIT ANOTHER NIGHT FOR DIV120 TO RECYCLE THEM.  THIS   *
000130*  ON-DEMAND PROGRAM RUNS A CANDIDATE FEED THROUGH THE SAME   *
000140*  CHECKS THE NIGHTLY STREAM WILL APPLY, DURING THE DAY, AND  *
000150*  PRINTS THE DISPOSITION EACH RECORD WOULD GET:              *
000160*                                                             *
000170*    - DIV105: THE BATCH ENVELOPE (HEADER, TRAILER, DECLARED  *
000180*      COUNT AND FIELD HASH TOTALS) AND THE FIELD EDITS.      *
000190*    - DIV100: THE FUTURE-DATE HOLD, THE DUPLICATE AND        *
000200*      REVERSAL CHECKS AGAINST THE RETAINED DIVAUD            *
000210*      GENERATIONS (DIVAUDP), THE DIVREF ACCOUNT STATUS AND   *
000220*      PER-ACCOUNT LIMITS, AND THE ZERO-DIVISOR, FIELD-WIDTH  *
000230*      AND OVERFLOW RULES UNDER THE SAME DIVPARM OPTIONS.     *
000240*                                                             *
000250*  IT WRITES NOTHING BUT THE DIVPFLT REPORT - NO DIVAUD,      *
000260*  DIVERR, DIVFUT, DIVMSTR, DIVCKPT OR DIVLOG RECORD - SO IT  *
000270*  CAN BE RUN AS OFTEN AS THE SUBMITTER LIKES.  THE CURRENT   *
000280*  DIVMSTR GENERATION IS READ ONLY TO SHOW WHETHER EACH       *
000290*  ACCOUNT IS ALREADY ON THE MASTER (AN ACCEPTED RECORD FOR   *
000300*  AN ACCOUNT THAT IS NOT WILL OPEN, OR REINSTATE, ONE).      *
000310*                                                             *
000320*  THE CHECKS ARE COPIES OF DIV105'S AND DIV100'S, IN THE      *
000330*  SAME ORDER WITH THE SAME REASON CODES AND TEXTS - A CHANGE  *
000340*  TO EITHER PROGRAM'S EDITS MUST BE CARRIED HERE.  THE FEED   *
000350*  IS TAKEN IN ARRIVAL ORDER, NOT ACCOUNT ORDER, AND ALONE,    *
000360*  NOT WITH THE NIGHT'S OTHER FEEDS AND RECYCLES, SO A         *
000370*  PER-RUN TRANSACTION LIMIT OR AN IN-NIGHT DUPLICATE SHARED   *
000380*  WITH ANOTHER FEED CAN STILL COME OUT DIFFERENTLY TONIGHT.   *
000390*  THE FUTURE-DATE HOLD IS JUDGED AGAINST TODAY'S DATE.        *
000400*                                                             *
000410*  RETURN CODES: 0 - EVERY RECORD WOULD BE ACCEPTED OR HELD;  *
000420*  4 - AT LEAST ONE RECORD WOULD BE REJECTED (EDIT OR RUN     *
000430*  CHECK); 8 - AN ENVELOPE DOES NOT PROVE OUT, SO DIV105      *
000440*  WOULD HOLD THE WHOLE NIGHTLY STREAM; 16 - DIVREF MISSING   *
000450*  OR A TABLE OVERFLOW.                                       *
000460*                                                             *
000470*  MODIFICATION HISTORY.                                     *
000480*    DATE       INIT  DESCRIPTION                            *
000490*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000500*-----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT DIVIN-FILE ASSIGN TO DIVIN
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE IS SEQUENTIAL.
000570     SELECT DIVREF-FILE ASSIGN TO DIVREF
000580         ORGANIZATION IS SEQUENTIAL
000590         ACCESS MODE IS SEQUENTIAL
000600         FILE STATUS IS WS-DIVREF-STATUS.
000610     SELECT DIVAUDP-FILE ASSIGN TO DIVAUDP
000620         ORGANIZATION IS SEQUENTIAL
000630         ACCESS MODE IS SEQUENTIAL
000640         FILE STATUS IS WS-DIVAUDP-STATUS.
000650     SELECT DIVMSTR-FILE ASSIGN TO DIVMSTR
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE IS SEQUENTIAL
000680         FILE STATUS IS WS-DIVMSTR-STATUS.
000690     SELECT DIVPARM-FILE ASSIGN TO DIVPARM
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE IS SEQUENTIAL
000720         FILE STATUS IS WS-DIVPARM-STATUS.
000730     SELECT DIVPFLT-FILE ASSIGN TO DIVPFLT
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*-----------------------------------------------------------*
000800*  DIVIN - THE CANDIDATE FEED, IN ITS BATCH ENVELOPES, AS IT  *
000810*          WILL BE PRESENTED TO DIV105.                       *
000820*-----------------------------------------------------------*
000830 FD  DIVIN-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  WS-DIVIN-RECORD.
000870     05  DI-ACCOUNT-ID           PIC X(10).
000880         88  DI-BATCH-HEADER                VALUE '*BATCHHDR '.
000890         88  DI-BATCH-TRAILER               VALUE '*BATCHTRL '.
000900     05  DI-DETAIL-BODY.
000910         10  DI-FIELD-A          PIC S9(05).
000920         10  DI-FIELD-B          PIC S9(05).
000930         10  DI-OPERATION-CODE   PIC X(01).
000940             88  DI-OPERATION-VALID         VALUES 'D' 'M'
000950                                               'A' 'S' 'R' ' '.
000960             88  DI-OPERATION-REVERSAL      VALUE 'R'.
000970         10  DI-RECYCLE-COUNT    PIC X(01).
000980         10  DI-FEED-ID          PIC X(08).
000990         10  DI-EFFECTIVE-DATE   PIC X(08).
001000         10  DI-TRANS-REF        PIC X(12).
001010         10  FILLER              PIC X(30).
001020     05  DI-HEADER-BODY REDEFINES DI-DETAIL-BODY.
001030         10  BH-FEED-ID          PIC X(08).
001040         10  FILLER              PIC X(62).
001050     05  DI-TRAILER-BODY REDEFINES DI-DETAIL-BODY.
001060         10  BT-FEED-ID          PIC X(08).
001070         10  BT-RECORD-COUNT     PIC 9(07).
001080         10  BT-HASH-FIELD-A     PIC S9(11).
001090         10  BT-HASH-FIELD-B     PIC S9(11).
001100         10  FILLER              PIC X(33).
001110*
001120*-----------------------------------------------------------*
001130*  DIVREF - ACCOUNT REFERENCE FILE, AS TONIGHT'S DIV100 WILL  *
001140*           SEE IT.                                           *
001150*-----------------------------------------------------------*
001160 FD  DIVREF-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  WS-DIVREF-RECORD.
001200     05  RF-ACCOUNT-ID           PIC X(10).
001210     05  RF-ACCOUNT-NAME         PIC X(30).
001220     05  RF-ACCOUNT-STATUS       PIC X(01).
001230     05  RF-ALLOWED-OPS          PIC X(04).
001240     05  RF-AMOUNT-LIMIT         PIC 9(05).
001250     05  RF-TRANS-LIMIT          PIC 9(05).
001260     05  FILLER                  PIC X(25).
001270*
001280*-----------------------------------------------------------*
001290*  DIVAUDP - THE RETAINED AUDIT GENERATIONS, CONCATENATED ON  *
001300*            THE DD, FOR THE DUPLICATE AND REVERSAL CHECKS.   *
001310*-----------------------------------------------------------*
001320 FD  DIVAUDP-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  WS-DIVAUDP-RECORD.
001360     05  AP-JOB-NAME             PIC X(08).
001370     05  AP-RUN-DATE             PIC X(08).
001380     05  AP-RUN-TIME             PIC X(08).
001390     05  AP-ACCOUNT-ID           PIC X(10).
001400     05  AP-FIELD-A              PIC S9(05).
001410     05  AP-FIELD-B              PIC S9(05).
001420     05  AP-RESULT               PIC S9(05)V99.
001430     05  AP-STATUS-CODE          PIC X(02).
001440     05  AP-STATUS-TEXT          PIC X(20).
001450     05  AP-OPERATION-CODE       PIC X(01).
001460     05  AP-TRANS-REF            PIC X(12).
001470     05  FILLER                  PIC X(06).
001480*
001490*-----------------------------------------------------------*
001500*  DIVMSTR - THE CURRENT MASTER GENERATION, FOR THE ON-       *
001510*            MASTER COLUMN ONLY.                              *
001520*-----------------------------------------------------------*
001530 FD  DIVMSTR-FILE
001540     RECORDING MODE IS F
001550     LABEL RECORDS ARE STANDARD.
001560 01  WS-DIVMSTR-RECORD.
001570     05  MS-ACCOUNT-ID           PIC X(10).
001580     05  MS-LAST-RUN-DATE        PIC X(08).
001590     05  MS-TRANS-COUNT          PIC 9(07).
001600     05  MS-LIFE-SUM-FIELD-A     PIC S9(09)V99.
001610     05  MS-LIFE-SUM-RESULT      PIC S9(09)V99.
001620     05  MS-LAST-RESULT          PIC S9(05)V99.
001630     05  MS-LAST-STATUS          PIC X(02).
001640     05  FILLER                  PIC X(10).
001650*
001660*-----------------------------------------------------------*
001670*  DIVPARM - DIV100'S RUN-TIME PROCESSING OPTIONS.  POINT    *
001680*            THE DD AT THE SAME CONTROL FILE TONIGHT'S RUN    *
001690*            WILL USE, OR LEAVE IT OUT FOR THE DEFAULTS.      *
001700*-----------------------------------------------------------*
001710 FD  DIVPARM-FILE
001720     RECORDING MODE IS F
001730     LABEL RECORDS ARE STANDARD.
001740 01  WS-DIVPARM-RECORD.
001750     05  PM-ROUNDING-MODE        PIC X(01).
001760     05  PM-NEG-DIVISOR-POLICY   PIC X(01).
001770     05  PM-MAX-FIELD-WIDTH      PIC 9(02).
001780     05  PM-JOB-NAME-OVERRIDE    PIC X(08).
001790     05  FILLER                  PIC X(68).
001800*
001810*-----------------------------------------------------------*
001820*  DIVPFLT - PRINTED PRE-FLIGHT DISPOSITION REPORT.           *
001830*-----------------------------------------------------------*
001840 FD  DIVPFLT-FILE
001850     RECORDING MODE IS F
001860     LABEL RECORDS ARE STANDARD.
001870 01  WS-DIVPFLT-RECORD               PIC X(80).
001880*
001890 WORKING-STORAGE SECTION.
001900 01  WS-DIVREF-STATUS              PIC X(02)      VALUE '00'.
001910 01  WS-DIVAUDP-STATUS             PIC X(02)      VALUE '00'.
001920 01  WS-DIVMSTR-STATUS             PIC X(02)      VALUE '00'.
001930 01  WS-DIVPARM-STATUS             PIC X(02)      VALUE '00'.
001940*
001950 01  WS-SWITCHES.
001960     05  WS-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001970         88  WS-EOF-YES                         VALUE 'Y'.
001980     05  WS-EDIT-FAIL-SWITCH     PIC X(01)      VALUE 'N'.
001990         88  WS-EDIT-FAILED                     VALUE 'Y'.
002000     05  WS-ENV-OPEN-SWITCH      PIC X(01)      VALUE 'N'.
002010         88  WS-ENV-OPEN-YES                    VALUE 'Y'.
002020     05  WS-FEED-FAIL-SWITCH     PIC X(01)      VALUE 'N'.
002030         88  WS-FEED-FAILED                     VALUE 'Y'.
002040     05  WS-ENV-OK-SWITCH        PIC X(01)      VALUE 'Y'.
002050         88  WS-ENV-OK-YES                      VALUE 'Y'.
002060     05  WS-DATE-OK-SWITCH       PIC X(01)      VALUE 'N'.
002070         88  WS-DATE-OK-YES                     VALUE 'Y'.
002080     05  WS-REJECT-SWITCH        PIC X(01)      VALUE 'N'.
002090         88  WS-RECORD-REJECTED                 VALUE 'Y'.
002100     05  WS-HELD-SWITCH          PIC X(01)      VALUE 'N'.
002110         88  WS-RECORD-HELD                     VALUE 'Y'.
002120     05  WS-MSTR-AVAIL-SWITCH    PIC X(01)      VALUE 'N'.
002130         88  WS-MSTR-AVAILABLE                  VALUE 'Y'.
002140*
002150*-----------------------------------------------------------*
002160*  WS-DATA-RECORD - THE DETAIL RECORD AS DIV100 WOULD SEE IT  *
002170*                   (BLANK OPERATION CODE MEANS DIVIDE).      *
002180*-----------------------------------------------------------*
002190 01  WS-DATA-RECORD.
002200     05  WS-ACCOUNT-ID           PIC X(10)      VALUE SPACES.
002210     05  WS-FIELD-A              PIC S9(05)     VALUE ZERO.
002220     05  WS-FIELD-B              PIC S9(05)     VALUE ZERO.
002230     05  WS-OPERATION-CODE       PIC X(01)      VALUE 'D'.
002240         88  WS-OP-DIVIDE                       VALUE 'D'.
002250         88  WS-OP-MULTIPLY                     VALUE 'M'.
002260         88  WS-OP-ADD                          VALUE 'A'.
002270         88  WS-OP-SUBTRACT                     VALUE 'S'.
002280         88  WS-OP-REVERSAL                     VALUE 'R'.
002290     05  WS-EFFECTIVE-DATE       PIC X(08)      VALUE SPACES.
002300     05  WS-TRANS-REF            PIC X(12)      VALUE SPACES.
002310*
002320 01  WS-RESULT-FIELDS.
002330     05  WS-RESULT               PIC S9(05)V99  VALUE ZERO.
002340     05  WS-REMAINDER            PIC S9(05)     VALUE ZERO.
002350     05  WS-QUOTIENT-INT         PIC S9(05)     VALUE ZERO.
002360*
002370 01  WS-AUDIT-FIELDS.
002380     05  WS-STATUS-CODE          PIC X(02)      VALUE "00".
002390     05  WS-STATUS-TEXT          PIC X(20)      VALUE SPACES.
002400*
002410 01  WS-EDIT-REASON                PIC X(30)      VALUE SPACES.
002420*
002430*-----------------------------------------------------------*
002440*  WS-ENV-FIELDS - THE OPEN ENVELOPE: ITS FEED ID AND THE     *
002450*                  COUNT AND HASH TOTALS ACCUMULATED FROM     *
002460*                  THE RECORDS ACTUALLY READ.                 *
002470*-----------------------------------------------------------*
002480 01  WS-ENV-FIELDS.
002490     05  WS-ENV-FEED-ID          PIC X(08)      VALUE SPACES.
002500     05  WS-ENV-COUNT            PIC 9(07)      VALUE ZERO.
002510     05  WS-ENV-HASH-A           PIC S9(11)     VALUE ZERO.
002520     05  WS-ENV-HASH-B           PIC S9(11)     VALUE ZERO.
002530*
002540*-----------------------------------------------------------*
002550*  WS-DATE-WORK - THE EFFECTIVE-DATE EDIT AND HOLD            *
002560*                 COMPARISON, MM/DD/YY REARRANGED TO YYMMDD.  *
002570*-----------------------------------------------------------*
002580 01  WS-DATE-WORK.
002590     05  WS-EDIT-DATE.
002600         10  WS-EDIT-MM          PIC X(02).
002610         10  WS-EDIT-SL1         PIC X(01).
002620         10  WS-EDIT-DD          PIC X(02).
002630         10  WS-EDIT-SL2         PIC X(01).
002640         10  WS-EDIT-YY          PIC X(02).
002650     05  WS-WORK-YYMMDD.
002660         10  WS-WORK-YY          PIC X(02).
002670         10  WS-WORK-MM          PIC X(02).
002680         10  WS-WORK-DD          PIC X(02).
002690     05  WS-TODAY-YYMMDD         PIC X(06)      VALUE SPACES.
002700*
002710*-----------------------------------------------------------*
002720*  WS-REF-TABLE - THE DIVREF ACCOUNTS AND THEIR CONTROLS,     *
002730*                 WITH THE PER-RUN TRANSACTION COUNT THIS     *
002740*                 FEED WOULD USE.                             *
002750*-----------------------------------------------------------*
002760 01  WS-REF-TABLE.
002770     05  WS-REF-ENTRY OCCURS 1000 TIMES.
002780         10  WS-REF-ACCOUNT-ID   PIC X(10).
002790         10  WS-REF-STATUS       PIC X(01).
002800         10  WS-REF-OPS          PIC X(04).
002810         10  WS-REF-AMT-LIMIT    PIC 9(05) COMP.
002820         10  WS-REF-TRN-LIMIT    PIC 9(05) COMP.
002830         10  WS-REF-TRN-USED     PIC 9(05) COMP.
002840*
002850 01  WS-REF-CONTROLS               COMP.
002860     05  WS-REF-COUNT            PIC 9(04)      VALUE ZERO.
002870     05  WS-REF-SUB              PIC 9(04)      VALUE ZERO.
002880     05  WS-REF-MAX              PIC 9(04)      VALUE 1000.
002890*
002900 01  WS-REF-SWITCHES.
002910     05  WS-REF-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002920         88  WS-REF-EOF-YES                     VALUE 'Y'.
002930     05  WS-REF-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
002940         88  WS-REF-FOUND-YES                   VALUE 'Y'.
002950*
002960 01  WS-LIMIT-WORK.
002970     05  WS-AMT-NEG-LIMIT        PIC S9(05)     VALUE ZERO.
002980*
002990*-----------------------------------------------------------*
003000*  WS-DUP-TABLE - EVERY NON-BLANK TRANSACTION REFERENCE       *
003010*                 ALREADY SEEN, LAID OUT AND DISPOSED OF      *
003020*                 EXACTLY AS DIV100 DOES: THE RETAINED        *
003030*                 DIVAUDP ENTRIES, THEN THIS FEED'S RECORDS   *
003040*                 AS THEY WOULD BE DISPOSED OF.               *
003050*-----------------------------------------------------------*
003060 01  WS-DUP-TABLE.
003070     05  WS-DUP-ENTRY OCCURS 9000 TIMES.
003080         10  WS-DUP-TRANS-REF    PIC X(12).
003090         10  WS-DUP-DISPOSITION  PIC X(01).
003100             88  WS-DUP-ACCEPTED                VALUE 'A'.
003110             88  WS-DUP-NOT-ACCEPTED            VALUE 'N'.
003120             88  WS-DUP-REVERSED                VALUE 'R'.
003130         10  WS-DUP-ACCOUNT-ID   PIC X(10).
003140         10  WS-DUP-FIELD-A      PIC S9(05).
003150         10  WS-DUP-FIELD-B      PIC S9(05).
003160         10  WS-DUP-RESULT       PIC S9(05)V99.
003170         10  WS-DUP-OPERATION    PIC X(01).
003180*
003190 01  WS-DUP-CONTROLS               COMP.
003200     05  WS-DUP-COUNT            PIC 9(04)      VALUE ZERO.
003210     05  WS-DUP-SUB              PIC 9(04)      VALUE ZERO.
003220     05  WS-DUP-MAX              PIC 9(04)      VALUE 9000.
003230     05  WS-DUP-ORIG-SUB         PIC 9(04)      VALUE ZERO.
003240*
003250 01  WS-DUP-SWITCHES.
003260     05  WS-AUDP-EOF-SWITCH      PIC X(01)      VALUE 'N'.
003270         88  WS-AUDP-EOF-YES                    VALUE 'Y'.
003280     05  WS-DUP-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
003290         88  WS-DUP-FOUND-YES                   VALUE 'Y'.
003300     05  WS-REV-ORIG-SWITCH      PIC X(01)      VALUE SPACE.
003310         88  WS-REV-ORIG-ACCEPTED               VALUE 'A'.
003320         88  WS-REV-ORIG-OTHER-ACCT             VALUE 'O'.
003330         88  WS-REV-ORIG-NOT-ACCEPTED           VALUE 'N'.
003340     05  WS-REV-DONE-SWITCH      PIC X(01)      VALUE 'N'.
003350         88  WS-REV-DONE-YES                    VALUE 'Y'.
003360*
003370 01  WS-DUP-NEW-ENTRY.
003380     05  WS-NEW-TRANS-REF        PIC X(12)      VALUE SPACES.
003390     05  WS-NEW-DISPOSITION      PIC X(01)      VALUE SPACE.
003400     05  WS-NEW-ACCOUNT-ID       PIC X(10)      VALUE SPACES.
003410     05  WS-NEW-FIELD-A          PIC S9(05)     VALUE ZERO.
003420     05  WS-NEW-FIELD-B          PIC S9(05)     VALUE ZERO.
003430     05  WS-NEW-RESULT           PIC S9(05)V99  VALUE ZERO.
003440     05  WS-NEW-OPERATION        PIC X(01)      VALUE SPACE.
003450*
003460*-----------------------------------------------------------*
003470*  WS-MSTR-TABLE - THE ACCOUNT IDS ON THE CURRENT MASTER.     *
003480*-----------------------------------------------------------*
003490 01  WS-MSTR-TABLE.
003500     05  WS-MSTR-ENTRY OCCURS 1000 TIMES.
003510         10  WS-MS-ACCOUNT-ID    PIC X(10).
003520*
003530 01  WS-MSTR-CONTROLS              COMP.
003540     05  WS-MSTR-COUNT           PIC 9(04)      VALUE ZERO.
003550     05  WS-MSTR-SUB             PIC 9(04)      VALUE ZERO.
003560     05  WS-MSTR-MAX             PIC 9(04)      VALUE 1000.
003570*
003580 01  WS-MSTR-SWITCHES.
003590     05  WS-MSTR-EOF-SWITCH      PIC X(01)      VALUE 'N'.
003600         88  WS-MSTR-EOF-YES                    VALUE 'Y'.
003610     05  WS-MSTR-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
003620         88  WS-MSTR-FOUND-YES                  VALUE 'Y'.
003630*
003640 01  WS-PARM-CONTROLS.
003650     05  WS-ROUNDING-MODE        PIC X(01)      VALUE 'R'.
003660         88  WS-ROUND-RESULT                    VALUE 'R'.
003670         88  WS-TRUNCATE-RESULT                 VALUE 'T'.
003680     05  WS-NEG-DIVISOR-POLICY   PIC X(01)      VALUE 'A'.
003690         88  WS-NEG-DIVISOR-ALLOWED             VALUE 'A'.
003700         88  WS-NEG-DIVISOR-REJECTED            VALUE 'R'.
003710     05  WS-MAX-FIELD-WIDTH      PIC 9(02)      VALUE 05.
003720     05  WS-FIELD-WIDTH-LIMIT    PIC 9(09)      VALUE ZERO.
003730     05  WS-FIELD-WIDTH-NEG-LIMIT PIC S9(09)     VALUE ZERO.
003740*
003750 01  WS-RUN-COUNTERS               COMP.
003760     05  WS-RECORDS-READ         PIC 9(07)      VALUE ZERO.
003770     05  WS-DETAIL-RECORDS       PIC 9(07)      VALUE ZERO.
003780     05  WS-EDIT-REJECTS         PIC 9(07)      VALUE ZERO.
003790     05  WS-WOULD-ACCEPT         PIC 9(07)      VALUE ZERO.
003800     05  WS-WOULD-REJECT         PIC 9(07)      VALUE ZERO.
003810     05  WS-WOULD-HOLD           PIC 9(07)      VALUE ZERO.
003820     05  WS-WOULD-REVERSE        PIC 9(07)      VALUE ZERO.
003830     05  WS-ENVELOPES-READ       PIC 9(07)      VALUE ZERO.
003840     05  WS-ENVELOPES-FAILED     PIC 9(07)      VALUE ZERO.
003850     05  WS-DISPOSED-TOTAL       PIC 9(07)      VALUE ZERO.
003860*
003870 01  WS-CONTROL-ACCUMULATORS.
003880     05  WS-SUM-FIELD-A          PIC S9(09)V99  VALUE ZERO.
003890     05  WS-SUM-RESULT           PIC S9(09)V99  VALUE ZERO.
003900*
003910 01  WS-RUN-DATE-FIELDS.
003920     05  WS-SYSTEM-DATE.
003930         10  WS-SYSTEM-YY        PIC 9(02).
003940         10  WS-SYSTEM-MM        PIC 9(02).
003950         10  WS-SYSTEM-DD        PIC 9(02).
003960     05  WS-REPORT-DATE          PIC X(08).
003970*
003980 01  WS-PRINT-CONTROLS.
003990     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
004000     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
004010     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
004020*
004030 01  WS-PFL-HEADING-1.
004040     05  FILLER                  PIC X(10)      VALUE "DIV190".
004050     05  FILLER                  PIC X(32)
004060             VALUE "FEED PRE-FLIGHT VALIDATION     ".
004070     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
004080     05  HDG1-RUN-DATE           PIC X(08).
004090     05  FILLER                  PIC X(05)      VALUE "PAGE:".
004100     05  HDG1-PAGE-NO            PIC ZZZ9.
004110*
004120 01  WS-PFL-HEADING-2.
004130     05  FILLER                  PIC X(11)      VALUE "ACCOUNT".
004140     05  FILLER                  PIC X(13)      VALUE "TRANS REF".
004150     05  FILLER                  PIC X(02)      VALUE "O".
004160     05  FILLER                  PIC X(07)      VALUE "FLD-A".
004170     05  FILLER                  PIC X(07)      VALUE "FLD-B".
004180     05  FILLER                  PIC X(10)      VALUE "   RESULT".
004190     05  FILLER                  PIC X(03)      VALUE "CD".
004200     05  FILLER                  PIC X(21)  VALUE "DISPOSITION".
004210     05  FILLER                  PIC X(04)      VALUE "MSTR".
004220*
004230 01  WS-PFL-DETAIL.
004240     05  DET-ACCOUNT-ID          PIC X(10).
004250     05  FILLER                  PIC X(01)      VALUE SPACE.
004260     05  DET-TRANS-REF           PIC X(12).
004270     05  FILLER                  PIC X(01)      VALUE SPACE.
004280     05  DET-OPERATION           PIC X(01).
004290     05  FILLER                  PIC X(01)      VALUE SPACE.
004300     05  DET-FIELD-A             PIC -ZZZZ9.
004310     05  FILLER                  PIC X(01)      VALUE SPACE.
004320     05  DET-FIELD-B             PIC -ZZZZ9.
004330     05  FILLER                  PIC X(01)      VALUE SPACE.
004340     05  DET-RESULT              PIC -ZZZZ9.99.
004350     05  FILLER                  PIC X(01)      VALUE SPACE.
004360     05  DET-STATUS-CODE         PIC X(02).
004370     05  FILLER                  PIC X(01)      VALUE SPACE.
004380     05  DET-STATUS-TEXT         PIC X(20).
004390     05  FILLER                  PIC X(01)      VALUE SPACE.
004400     05  DET-ON-MASTER           PIC X(04).
004410*
004420 01  WS-PFL-REASON-LINE.
004430     05  FILLER                  PIC X(13)
004440             VALUE "EDIT REJECT:".
004450     05  PFL-EDIT-REASON         PIC X(30).
004460*
004470 01  WS-PFL-FEED-LINE.
004480     05  FILLER                  PIC X(06)      VALUE "FEED:".
004490     05  PFL-FEED-ID             PIC X(08).
004500     05  FILLER                  PIC X(11)
004510             VALUE "  DECLARED=".
004520     05  PFL-FEED-DECLARED       PIC ZZZZZZ9.
004530     05  FILLER                  PIC X(07)      VALUE "  READ=".
004540     05  PFL-FEED-READ           PIC ZZZZZZ9.
004550     05  FILLER                  PIC X(02)      VALUE SPACES.
004560     05  PFL-FEED-STATUS         PIC X(14).
004570*
004580 01  WS-PFL-ENV-ERR-LINE.
004590     05  FILLER                  PIC X(12)
004600             VALUE "FEED ERROR:".
004610     05  PFL-ENV-ERR-TEXT        PIC X(30).
004620     05  FILLER                  PIC X(02)      VALUE SPACES.
004630     05  PFL-ENV-ERR-FEED        PIC X(08).
004640*
004650 01  WS-PFL-HOLD-LINE              PIC X(60)
004660         VALUE "  ** DIV105 WOULD FAIL THIS FEED - STREAM HELD".
004670*
004680 01  WS-PFL-TRAILER-1             PIC X(40)
004690         VALUE "*** CONTROL TOTALS ***".
004700*
004710 01  WS-PFL-TRAILER-2.
004720     05  FILLER                  PIC X(20)
004730             VALUE "DETAIL RECORDS    =".
004740     05  TRL-DETAIL-RECORDS      PIC ZZZZZZ9.
004750*
004760 01  WS-PFL-TRAILER-3.
004770     05  FILLER                  PIC X(20)
004780             VALUE "EDIT REJECTS      =".
004790     05  TRL-EDIT-REJECTS        PIC ZZZZZZ9.
004800*
004810 01  WS-PFL-TRAILER-4.
004820     05  FILLER                  PIC X(20)
004830             VALUE "WOULD ACCEPT      =".
004840     05  TRL-WOULD-ACCEPT        PIC ZZZZZZ9.
004850*
004860 01  WS-PFL-TRAILER-5.
004870     05  FILLER                  PIC X(20)
004880             VALUE "WOULD REJECT      =".
004890     05  TRL-WOULD-REJECT        PIC ZZZZZZ9.
004900*
004910 01  WS-PFL-TRAILER-6.
004920     05  FILLER                  PIC X(20)
004930             VALUE "WOULD HOLD        =".
004940     05  TRL-WOULD-HOLD          PIC ZZZZZZ9.
004950*
004960 01  WS-PFL-TRAILER-7.
004970     05  FILLER                  PIC X(20)
004980             VALUE "IN BALANCE        =".
004990     05  TRL-BALANCE-FLAG        PIC X(03).
005000*
005010 01  WS-PFL-TRAILER-8.
005020     05  FILLER                  PIC X(20)
005030             VALUE "REVERSALS ACCEPTED=".
005040     05  TRL-WOULD-REVERSE       PIC ZZZZZZ9.
005050*
005060 01  WS-PFL-TRAILER-9.
005070     05  FILLER                  PIC X(20)
005080             VALUE "SUM OF FIELD-A     =".
005090     05  TRL-SUM-FIELD-A         PIC -ZZZZZZZZ9.99.
005100*
005110 01  WS-PFL-TRAILER-10.
005120     05  FILLER                  PIC X(20)
005130             VALUE "SUM OF RESULT      =".
005140     05  TRL-SUM-RESULT          PIC -ZZZZZZZZ9.99.
005150*
005160 01  WS-PFL-TRAILER-11.
005170     05  FILLER                  PIC X(20)
005180             VALUE "ENVELOPES READ    =".
005190     05  TRL-ENVELOPES-READ      PIC ZZZZZZ9.
005200*
005210 01  WS-PFL-TRAILER-12.
005220     05  FILLER                  PIC X(20)
005230             VALUE "ENVELOPES FAILED  =".
005240     05  TRL-ENVELOPES-FAILED    PIC ZZZZZZ9.
005250*
005260 PROCEDURE DIVISION.
005270 0000-MAINLINE.
005280     PERFORM 100-INITIALIZE.
005290     PERFORM 200-VALIDATE-LOOP UNTIL WS-EOF-YES.
005300     PERFORM 260-CHECK-FINAL-ENVELOPE.
005310     PERFORM 400-CONTROL-TOTALS.
005320     PERFORM 900-TERMINATE.
005330     STOP RUN.
005340*
005350*-----------------------------------------------------------*
005360*  100-INITIALIZE - LOADS EVERYTHING TONIGHT'S DIV100 WOULD   *
005370*                   LOAD AT STARTUP, THEN OPENS THE FEED AND  *
005380*                   THE REPORT.                               *
005390*-----------------------------------------------------------*
005400 100-INITIALIZE.
005410     ACCEPT WS-SYSTEM-DATE FROM DATE.
005420     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
005430     MOVE "/" TO WS-REPORT-DATE(3:1).
005440     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
005450     MOVE "/" TO WS-REPORT-DATE(6:1).
005460     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
005470     MOVE WS-SYSTEM-YY TO WS-TODAY-YYMMDD(1:2).
005480     MOVE WS-SYSTEM-MM TO WS-TODAY-YYMMDD(3:2).
005490     MOVE WS-SYSTEM-DD TO WS-TODAY-YYMMDD(5:2).
005500     PERFORM 120-READ-PARAMETERS.
005510     PERFORM 130-LOAD-REFERENCE.
005520     PERFORM 140-LOAD-PRIOR-REFS.
005530     PERFORM 150-LOAD-MASTER.
005540     OPEN INPUT DIVIN-FILE.
005550     OPEN OUTPUT DIVPFLT-FILE.
005560     PERFORM 110-READ-DIVIN.
005570*
005580 110-READ-DIVIN.
005590     READ DIVIN-FILE
005600         AT END
005610             SET WS-EOF-YES TO TRUE
005620         NOT AT END
005630             ADD 1 TO WS-RECORDS-READ
005640     END-READ.
005650*
005660*-----------------------------------------------------------*
005670*  120-READ-PARAMETERS - DIV100'S DIVPARM OVERRIDES, APPLIED  *
005680*                   THE SAME WAY.  A MISSING OR EMPTY DIVPARM *
005690*                   LEAVES THE DEFAULTS.                      *
005700*-----------------------------------------------------------*
005710 120-READ-PARAMETERS.
005720     OPEN INPUT DIVPARM-FILE.
005730     IF WS-DIVPARM-STATUS = "00"
005740         READ DIVPARM-FILE
005750             AT END
005760                 CONTINUE
005770             NOT AT END
005780                 PERFORM 121-APPLY-PARAMETERS
005790         END-READ
005800         CLOSE DIVPARM-FILE
005810     END-IF.
005820     COMPUTE WS-FIELD-WIDTH-LIMIT =
005825         (10 ** WS-MAX-FIELD-WIDTH) - 1.
005830     COMPUTE WS-FIELD-WIDTH-NEG-LIMIT = 0 - WS-FIELD-WIDTH-LIMIT.
005840*
005850 121-APPLY-PARAMETERS.
005860     IF PM-ROUNDING-MODE = 'R' OR PM-ROUNDING-MODE = 'T'
005870         MOVE PM-ROUNDING-MODE TO WS-ROUNDING-MODE
005880     END-IF.
005890     IF PM-NEG-DIVISOR-POLICY = 'A' OR PM-NEG-DIVISOR-POLICY = 'R'
005900         MOVE PM-NEG-DIVISOR-POLICY TO WS-NEG-DIVISOR-POLICY
005910     END-IF.
005920     IF PM-MAX-FIELD-WIDTH > 0 AND PM-MAX-FIELD-WIDTH < 10
005930         MOVE PM-MAX-FIELD-WIDTH TO WS-MAX-FIELD-WIDTH
005940     END-IF.
005950*
005960*-----------------------------------------------------------*
005970*  130-LOAD-REFERENCE - TABLES DIVREF.  MISSING, EMPTY OR     *
005980*                   OVERFLOWING IS FATAL, AS IN DIV100.       *
005990*-----------------------------------------------------------*
006000 130-LOAD-REFERENCE.
006010     OPEN INPUT DIVREF-FILE.
006020     IF WS-DIVREF-STATUS NOT = "00"
006030         DISPLAY "DIV190 - FATAL - DIVREF OPEN FAILED, "
006040             "FILE STATUS " WS-DIVREF-STATUS
006050         MOVE 16 TO RETURN-CODE
006060         STOP RUN
006070     END-IF.
006080     PERFORM 131-READ-REFERENCE.
006090     PERFORM 132-LOAD-REF-ENTRY UNTIL WS-REF-EOF-YES.
006100     CLOSE DIVREF-FILE.
006110     IF WS-REF-COUNT = ZERO
006120         DISPLAY "DIV190 - FATAL - DIVREF IS EMPTY"
006130         MOVE 16 TO RETURN-CODE
006140         STOP RUN
006150     END-IF.
006160*
006170 131-READ-REFERENCE.
006180     READ DIVREF-FILE
006190         AT END
006200             SET WS-REF-EOF-YES TO TRUE
006210     END-READ.
006220*
006230 132-LOAD-REF-ENTRY.
006240     IF RF-ACCOUNT-ID NOT = SPACES
006250         IF WS-REF-COUNT < WS-REF-MAX
006260             ADD 1 TO WS-REF-COUNT
006270             MOVE RF-ACCOUNT-ID TO
006280                 WS-REF-ACCOUNT-ID(WS-REF-COUNT)
006290             MOVE RF-ACCOUNT-STATUS TO
006300                 WS-REF-STATUS(WS-REF-COUNT)
006310             MOVE RF-ALLOWED-OPS TO
006320                 WS-REF-OPS(WS-REF-COUNT)
006330             IF RF-AMOUNT-LIMIT IS NUMERIC
006340                 MOVE RF-AMOUNT-LIMIT TO
006350                     WS-REF-AMT-LIMIT(WS-REF-COUNT)
006360             ELSE
006370                 MOVE ZERO TO WS-REF-AMT-LIMIT(WS-REF-COUNT)
006380             END-IF
006390             IF RF-TRANS-LIMIT IS NUMERIC
006400                 MOVE RF-TRANS-LIMIT TO
006410                     WS-REF-TRN-LIMIT(WS-REF-COUNT)
006420             ELSE
006430                 MOVE ZERO TO WS-REF-TRN-LIMIT(WS-REF-COUNT)
006440             END-IF
006450             MOVE ZERO TO WS-REF-TRN-USED(WS-REF-COUNT)
006460         ELSE
006470             DISPLAY "DIV190 - FATAL - DIVREF HAS MORE "
006480                 "ACCOUNTS THAN WS-REF-TABLE HOLDS"
006490             MOVE 16 TO RETURN-CODE
006500             STOP RUN
006510         END-IF
006520     END-IF.
006530     PERFORM 131-READ-REFERENCE.
006540*
006550*-----------------------------------------------------------*
006560*  140-LOAD-PRIOR-REFS - TABLES THE RETAINED DIVAUDP          *
006570*  REFERENCES WITH DIV100'S DISPOSITION RULES: ACCEPTED (00),  *
006580*  REVERSED (30), NOT ACCEPTED (ANY OTHER REJECT); HELD (20),  *
006590*  DUPLICATE (12) AND REJECTED-REVERSAL ENTRIES ARE SKIPPED.   *
006600*  A MISSING DIVAUDP MEANS THE CHECKS COVER THIS FEED ONLY.    *
006610*-----------------------------------------------------------*
006620 140-LOAD-PRIOR-REFS.
006630     OPEN INPUT DIVAUDP-FILE.
006640     IF WS-DIVAUDP-STATUS NOT = "00"
006650         DISPLAY "DIV190 - NOTE - DIVAUDP NOT AVAILABLE, "
006660             "FILE STATUS " WS-DIVAUDP-STATUS
006670             " - REFERENCE CHECKS COVER THIS FEED ONLY"
006680     ELSE
006690         PERFORM 141-READ-PRIOR-AUDIT
006700         PERFORM 142-LOAD-PRIOR-REF UNTIL WS-AUDP-EOF-YES
006710         CLOSE DIVAUDP-FILE
006720     END-IF.
006730*
006740 141-READ-PRIOR-AUDIT.
006750     READ DIVAUDP-FILE
006760         AT END
006770             SET WS-AUDP-EOF-YES TO TRUE
006780     END-READ.
006790*
006800 142-LOAD-PRIOR-REF.
006810     MOVE SPACE TO WS-NEW-DISPOSITION.
006820     EVALUATE TRUE
006830         WHEN AP-TRANS-REF = SPACES
006840             CONTINUE
006850         WHEN AP-STATUS-CODE = "00"
006860             MOVE 'A' TO WS-NEW-DISPOSITION
006870         WHEN AP-STATUS-CODE = "30"
006880             MOVE 'R' TO WS-NEW-DISPOSITION
006890         WHEN AP-STATUS-CODE = "20" OR AP-STATUS-CODE = "12"
006900                 OR AP-OPERATION-CODE = 'R'
006910             CONTINUE
006920         WHEN OTHER
006930             MOVE 'N' TO WS-NEW-DISPOSITION
006940     END-EVALUATE.
006950     IF WS-NEW-DISPOSITION NOT = SPACE
006960         MOVE AP-TRANS-REF      TO WS-NEW-TRANS-REF
006970         MOVE AP-ACCOUNT-ID     TO WS-NEW-ACCOUNT-ID
006980         MOVE AP-FIELD-A        TO WS-NEW-FIELD-A
006990         MOVE AP-FIELD-B        TO WS-NEW-FIELD-B
007000         MOVE AP-RESULT         TO WS-NEW-RESULT
007010         MOVE AP-OPERATION-CODE TO WS-NEW-OPERATION
007020         PERFORM 145-ADD-DUP-REF
007030     END-IF.
007040     PERFORM 141-READ-PRIOR-AUDIT.
007050*
007060 145-ADD-DUP-REF.
007070     IF WS-DUP-COUNT < WS-DUP-MAX
007080         ADD 1 TO WS-DUP-COUNT
007090         MOVE WS-NEW-TRANS-REF TO WS-DUP-TRANS-REF(WS-DUP-COUNT)
007100         MOVE WS-NEW-DISPOSITION TO
007110             WS-DUP-DISPOSITION(WS-DUP-COUNT)
007120         MOVE WS-NEW-ACCOUNT-ID TO WS-DUP-ACCOUNT-ID(WS-DUP-COUNT)
007130         MOVE WS-NEW-FIELD-A TO WS-DUP-FIELD-A(WS-DUP-COUNT)
007140         MOVE WS-NEW-FIELD-B TO WS-DUP-FIELD-B(WS-DUP-COUNT)
007150         MOVE WS-NEW-RESULT TO WS-DUP-RESULT(WS-DUP-COUNT)
007160         MOVE WS-NEW-OPERATION TO WS-DUP-OPERATION(WS-DUP-COUNT)
007170     ELSE
007180         DISPLAY "DIV190 - FATAL - MORE TRANSACTION "
007190             "REFERENCES THAN WS-DUP-TABLE HOLDS"
007200         MOVE 16 TO RETURN-CODE
007210         STOP RUN
007220     END-IF.
007230*
007240*-----------------------------------------------------------*
007250*  150-LOAD-MASTER - TABLES THE ACCOUNT IDS ON THE CURRENT    *
007260*                   MASTER.  A MISSING DIVMSTR JUST LEAVES    *
007270*                   THE ON-MASTER COLUMN BLANK.               *
007280*-----------------------------------------------------------*
007290 150-LOAD-MASTER.
007300     OPEN INPUT DIVMSTR-FILE.
007310     IF WS-DIVMSTR-STATUS NOT = "00"
007320         DISPLAY "DIV190 - NOTE - DIVMSTR NOT AVAILABLE, "
007330             "FILE STATUS " WS-DIVMSTR-STATUS
007340             " - ON-MASTER COLUMN LEFT BLANK"
007350     ELSE
007360         SET WS-MSTR-AVAILABLE TO TRUE
007370         PERFORM 151-READ-MASTER
007380         PERFORM 152-LOAD-MSTR-ENTRY UNTIL WS-MSTR-EOF-YES
007390         CLOSE DIVMSTR-FILE
007400     END-IF.
007410*
007420 151-READ-MASTER.
007430     READ DIVMSTR-FILE
007440         AT END
007450             SET WS-MSTR-EOF-YES TO TRUE
007460     END-READ.
007470*
007480 152-LOAD-MSTR-ENTRY.
007490     IF WS-MSTR-COUNT < WS-MSTR-MAX
007500         ADD 1 TO WS-MSTR-COUNT
007510         MOVE MS-ACCOUNT-ID TO WS-MS-ACCOUNT-ID(WS-MSTR-COUNT)
007520     ELSE
007530         DISPLAY "DIV190 - FATAL - DIVMSTR HAS MORE "
007540             "ACCOUNTS THAN WS-MSTR-TABLE HOLDS"
007550         MOVE 16 TO RETURN-CODE
007560         STOP RUN
007570     END-IF.
007580     PERFORM 151-READ-MASTER.
007590*
007600*-----------------------------------------------------------*
007610*  200-VALIDATE-LOOP - ONE RECORD PER PASS: ENVELOPE RECORDS  *
007620*                  OPEN AND CLOSE THE CURRENT FEED, DETAIL    *
007630*                  RECORDS JOIN ITS COUNT AND HASHES, TAKE    *
007640*                  DIV105'S EDITS AND, IF CLEAN, DIV100'S     *
007650*                  RUN CHECKS.                                *
007660*-----------------------------------------------------------*
007670 200-VALIDATE-LOOP.
007680     EVALUATE TRUE
007690         WHEN DI-BATCH-HEADER
007700             PERFORM 240-OPEN-ENVELOPE
007710         WHEN DI-BATCH-TRAILER
007720             PERFORM 250-CLOSE-ENVELOPE
007730         WHEN OTHER
007740             PERFORM 205-VALIDATE-DETAIL-RECORD
007750     END-EVALUATE.
007760     PERFORM 110-READ-DIVIN.
007770*
007780 205-VALIDATE-DETAIL-RECORD.
007790     ADD 1 TO WS-DETAIL-RECORDS.
007800     IF NOT WS-ENV-OPEN-YES
007810         MOVE "NO OPEN ENVELOPE" TO PFL-ENV-ERR-TEXT
007820         MOVE SPACES TO PFL-ENV-ERR-FEED
007830         PERFORM 270-PRINT-ENVELOPE-ERROR
007840         MOVE "RECORD OUTSIDE BATCH ENVELOPE"
007850             TO WS-EDIT-REASON
007860         SET WS-EDIT-FAILED TO TRUE
007870         PERFORM 230-PRINT-EDIT-REJECT
007880     ELSE
007890         ADD 1 TO WS-ENV-COUNT
007900         IF DI-FIELD-A IS NUMERIC
007910             ADD DI-FIELD-A TO WS-ENV-HASH-A
007920         END-IF
007930         IF DI-FIELD-B IS NUMERIC
007940             ADD DI-FIELD-B TO WS-ENV-HASH-B
007950         END-IF
007960         PERFORM 210-EDIT-RECORD
007970         IF WS-EDIT-FAILED
007980             PERFORM 230-PRINT-EDIT-REJECT
007990         ELSE
008000             PERFORM 300-APPLY-RUN-CHECKS
008010         END-IF
008020     END-IF.
008030*
008040*-----------------------------------------------------------*
008050*  210-EDIT-RECORD - DIV105'S FIELD EDITS; FIRST FAILING      *
008060*                  EDIT WINS.                                 *
008070*-----------------------------------------------------------*
008080 210-EDIT-RECORD.
008090     MOVE 'N' TO WS-EDIT-FAIL-SWITCH.
008100     MOVE SPACES TO WS-EDIT-REASON.
008110     IF DI-ACCOUNT-ID = SPACES
008120         MOVE "ACCOUNT ID MISSING" TO WS-EDIT-REASON
008130         SET WS-EDIT-FAILED TO TRUE
008140     ELSE
008150         IF DI-ACCOUNT-ID(1:1) = SPACE
008160             MOVE "ACCOUNT ID NOT LEFT JUSTIFIED"
008170                 TO WS-EDIT-REASON
008180             SET WS-EDIT-FAILED TO TRUE
008190         ELSE
008200             IF DI-FIELD-A IS NOT NUMERIC
008210                 MOVE "FIELD-A NOT NUMERIC" TO WS-EDIT-REASON
008220                 SET WS-EDIT-FAILED TO TRUE
008230             ELSE
008240                 IF DI-FIELD-B IS NOT NUMERIC
008250                     MOVE "FIELD-B NOT NUMERIC"
008260                         TO WS-EDIT-REASON
008270                     SET WS-EDIT-FAILED TO TRUE
008280                 ELSE
008290                     IF NOT DI-OPERATION-VALID
008300                         MOVE "INVALID OPERATION CODE"
008310                             TO WS-EDIT-REASON
008320                         SET WS-EDIT-FAILED TO TRUE
008330                     ELSE
008340                     IF DI-RECYCLE-COUNT NOT = SPACE AND
008350                             DI-RECYCLE-COUNT IS NOT NUMERIC
008360                         MOVE "RECYCLE COUNT NOT NUMERIC"
008370                             TO WS-EDIT-REASON
008380                         SET WS-EDIT-FAILED TO TRUE
008390                     END-IF
008400                     END-IF
008410                 END-IF
008420             END-IF
008430         END-IF
008440     END-IF.
008450     IF NOT WS-EDIT-FAILED AND DI-EFFECTIVE-DATE NOT = SPACES
008460         MOVE DI-EFFECTIVE-DATE TO WS-EDIT-DATE
008470         PERFORM 215-EDIT-DATE-TO-YYMMDD
008480         IF NOT WS-DATE-OK-YES
008490             MOVE "EFFECTIVE DATE NOT MM/DD/YY"
008500                 TO WS-EDIT-REASON
008510             SET WS-EDIT-FAILED TO TRUE
008520         END-IF
008530     END-IF.
008540     IF NOT WS-EDIT-FAILED AND DI-OPERATION-REVERSAL AND
008550             DI-TRANS-REF = SPACES
008560         MOVE "REVERSAL WITHOUT TRANS REF" TO WS-EDIT-REASON
008570         SET WS-EDIT-FAILED TO TRUE
008580     END-IF.
008590*
008600 215-EDIT-DATE-TO-YYMMDD.
008610     MOVE 'N' TO WS-DATE-OK-SWITCH.
008620     IF WS-EDIT-MM IS NUMERIC AND
008630             WS-EDIT-DD IS NUMERIC AND
008640             WS-EDIT-YY IS NUMERIC AND
008650             WS-EDIT-SL1 = "/" AND
008660             WS-EDIT-SL2 = "/"
008670         MOVE WS-EDIT-YY TO WS-WORK-YY
008680         MOVE WS-EDIT-MM TO WS-WORK-MM
008690         MOVE WS-EDIT-DD TO WS-WORK-DD
008700         SET WS-DATE-OK-YES TO TRUE
008710     END-IF.
008720*
008730*-----------------------------------------------------------*
008740*  230-PRINT-EDIT-REJECT - TWO REPORT LINES, AS ON DIVEDRJ:   *
008750*                  THE REASON, THEN THE FULL RECORD IMAGE.    *
008760*-----------------------------------------------------------*
008770 230-PRINT-EDIT-REJECT.
008780     IF WS-LINE-COUNT = ZERO OR
008790             WS-LINE-COUNT >= WS-LINES-PER-PAGE
008800         PERFORM 380-WRITE-HEADINGS
008810     END-IF.
008820     MOVE WS-EDIT-REASON TO PFL-EDIT-REASON.
008830     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-REASON-LINE
008840         AFTER ADVANCING 1 LINE.
008850     WRITE WS-DIVPFLT-RECORD FROM WS-DIVIN-RECORD
008860         AFTER ADVANCING 1 LINE.
008870     ADD 2 TO WS-LINE-COUNT.
008880     ADD 1 TO WS-EDIT-REJECTS.
008890*
008900*-----------------------------------------------------------*
008910*  240-OPEN-ENVELOPE THRU 280-PRINT-FEED-STATUS - DIV105'S    *
008920*  ENVELOPE STATE MACHINE.  A MISSING TRAILER, A TRAILER      *
008930*  WITHOUT A HEADER, OR A COUNT, HASH OR FEED-ID DISAGREEMENT  *
008940*  WOULD FAIL THE FEED AND HOLD THE NIGHTLY STREAM.            *
008950*-----------------------------------------------------------*
008960 240-OPEN-ENVELOPE.
008970     IF WS-ENV-OPEN-YES
008980         MOVE "TRAILER MISSING" TO PFL-ENV-ERR-TEXT
008990         MOVE WS-ENV-FEED-ID TO PFL-ENV-ERR-FEED
009000         PERFORM 270-PRINT-ENVELOPE-ERROR
009010         ADD 1 TO WS-ENVELOPES-FAILED
009020     END-IF.
009030     SET WS-ENV-OPEN-YES TO TRUE.
009040     MOVE BH-FEED-ID TO WS-ENV-FEED-ID.
009050     MOVE ZERO TO WS-ENV-COUNT.
009060     MOVE ZERO TO WS-ENV-HASH-A.
009070     MOVE ZERO TO WS-ENV-HASH-B.
009080     ADD 1 TO WS-ENVELOPES-READ.
009090*
009100 250-CLOSE-ENVELOPE.
009110     IF NOT WS-ENV-OPEN-YES
009120         MOVE "TRAILER WITHOUT HEADER" TO PFL-ENV-ERR-TEXT
009130         MOVE BT-FEED-ID TO PFL-ENV-ERR-FEED
009140         PERFORM 270-PRINT-ENVELOPE-ERROR
009150     ELSE
009160         PERFORM 255-VERIFY-ENVELOPE
009170         MOVE 'N' TO WS-ENV-OPEN-SWITCH
009180     END-IF.
009190*
009200 255-VERIFY-ENVELOPE.
009210     MOVE 'Y' TO WS-ENV-OK-SWITCH.
009220     MOVE "BALANCED" TO PFL-FEED-STATUS.
009230     IF BT-FEED-ID NOT = WS-ENV-FEED-ID
009240         MOVE "FEED ID MISMATCH" TO PFL-FEED-STATUS
009250         MOVE 'N' TO WS-ENV-OK-SWITCH
009260     ELSE
009270         IF BT-RECORD-COUNT IS NOT NUMERIC OR
009280                 BT-RECORD-COUNT NOT = WS-ENV-COUNT
009290             MOVE "COUNT ERROR" TO PFL-FEED-STATUS
009300             MOVE 'N' TO WS-ENV-OK-SWITCH
009310         ELSE
009320             IF BT-HASH-FIELD-A NOT = WS-ENV-HASH-A OR
009330                     BT-HASH-FIELD-B NOT = WS-ENV-HASH-B
009340                 MOVE "HASH ERROR" TO PFL-FEED-STATUS
009350                 MOVE 'N' TO WS-ENV-OK-SWITCH
009360             END-IF
009370         END-IF
009380     END-IF.
009390     IF NOT WS-ENV-OK-YES
009400         ADD 1 TO WS-ENVELOPES-FAILED
009410         SET WS-FEED-FAILED TO TRUE
009420     END-IF.
009430     PERFORM 280-PRINT-FEED-STATUS.
009440*
009450 260-CHECK-FINAL-ENVELOPE.
009460     IF WS-ENV-OPEN-YES
009470         MOVE "TRAILER MISSING AT EOF" TO PFL-ENV-ERR-TEXT
009480         MOVE WS-ENV-FEED-ID TO PFL-ENV-ERR-FEED
009490         PERFORM 270-PRINT-ENVELOPE-ERROR
009500         ADD 1 TO WS-ENVELOPES-FAILED
009510     END-IF.
009520*
009530 270-PRINT-ENVELOPE-ERROR.
009540     IF WS-LINE-COUNT = ZERO OR
009550             WS-LINE-COUNT >= WS-LINES-PER-PAGE
009560         PERFORM 380-WRITE-HEADINGS
009570     END-IF.
009580     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-ENV-ERR-LINE
009590         AFTER ADVANCING 2 LINES.
009600     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-HOLD-LINE
009610         AFTER ADVANCING 1 LINE.
009620     ADD 3 TO WS-LINE-COUNT.
009630     SET WS-FEED-FAILED TO TRUE.
009640*
009650 280-PRINT-FEED-STATUS.
009660     IF WS-LINE-COUNT = ZERO OR
009670             WS-LINE-COUNT >= WS-LINES-PER-PAGE
009680         PERFORM 380-WRITE-HEADINGS
009690     END-IF.
009700     MOVE WS-ENV-FEED-ID TO PFL-FEED-ID.
009710     IF BT-RECORD-COUNT IS NUMERIC
009720         MOVE BT-RECORD-COUNT TO PFL-FEED-DECLARED
009730     ELSE
009740         MOVE ZERO TO PFL-FEED-DECLARED
009750     END-IF.
009760     MOVE WS-ENV-COUNT TO PFL-FEED-READ.
009770     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-FEED-LINE
009780         AFTER ADVANCING 2 LINES.
009790     ADD 2 TO WS-LINE-COUNT.
009800     IF NOT WS-ENV-OK-YES
009810         WRITE WS-DIVPFLT-RECORD FROM WS-PFL-HOLD-LINE
009820             AFTER ADVANCING 1 LINE
009830         ADD 1 TO WS-LINE-COUNT
009840     END-IF.
009860*
009870*-----------------------------------------------------------*
009880*  300-APPLY-RUN-CHECKS - DIV100'S 200-PROCESS-DATA, IN ITS   *
009890*                  ORDER: FUTURE-DATE HOLD FIRST; THEN THE    *
009900*                  REVERSAL LOOKUP OR THE DUPLICATE CHECK;    *
009910*                  THEN THE DIVREF STATUS AND LIMITS; THEN    *
009920*                  THE ARITHMETIC EDITS AND THE COMPUTE.      *
009930*-----------------------------------------------------------*
009940 300-APPLY-RUN-CHECKS.
009950     MOVE 'N' TO WS-REJECT-SWITCH.
009960     MOVE 'N' TO WS-HELD-SWITCH.
009970     MOVE ZERO TO WS-RESULT.
009980     MOVE DI-ACCOUNT-ID TO WS-ACCOUNT-ID.
009990     MOVE DI-FIELD-A TO WS-FIELD-A.
010000     MOVE DI-FIELD-B TO WS-FIELD-B.
010010     IF DI-OPERATION-CODE = SPACE
010020         MOVE 'D' TO WS-OPERATION-CODE
010030     ELSE
010040         MOVE DI-OPERATION-CODE TO WS-OPERATION-CODE
010050     END-IF.
010060     MOVE DI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
010070     MOVE DI-TRANS-REF TO WS-TRANS-REF.
010080     PERFORM 305-CHECK-EFFECTIVE-DATE.
010090     IF NOT WS-RECORD-HELD
010100         IF WS-OP-REVERSAL
010110             PERFORM 315-CHECK-REVERSAL
010120         ELSE
010130             PERFORM 310-CHECK-DUPLICATE
010140         END-IF
010150         IF NOT WS-RECORD-REJECTED
010160             PERFORM 320-CHECK-ACCOUNT
010170         END-IF
010180         IF NOT WS-RECORD-REJECTED
010190             IF WS-OP-REVERSAL
010200                 PERFORM 346-WOULD-ACCEPT-REVERSAL
010210             ELSE
010220                 PERFORM 330-EDIT-AND-COMPUTE
010230             END-IF
010240         END-IF
010250     END-IF.
010260     PERFORM 360-CHECK-MASTER.
010270     PERFORM 370-PRINT-DISPOSITION.
010280*
010290 305-CHECK-EFFECTIVE-DATE.
010300     IF WS-EFFECTIVE-DATE NOT = SPACES
010310         MOVE WS-EFFECTIVE-DATE TO WS-EDIT-DATE
010320         PERFORM 215-EDIT-DATE-TO-YYMMDD
010330         IF WS-DATE-OK-YES AND
010340                 WS-WORK-YYMMDD > WS-TODAY-YYMMDD
010350             ADD 1 TO WS-WOULD-HOLD
010360             MOVE "20" TO WS-STATUS-CODE
010370             MOVE "HELD FUTURE DATED" TO WS-STATUS-TEXT
010380             SET WS-RECORD-HELD TO TRUE
010390         END-IF
010400     END-IF.
010410*
010420*-----------------------------------------------------------*
010430*  310-CHECK-DUPLICATE - REASON 12 FOR A NON-BLANK           *
010440*  REFERENCE ALREADY ACCEPTED ON A RETAINED NIGHT OR EARLIER  *
010450*  IN THIS FEED.                                              *
010460*-----------------------------------------------------------*
010470 310-CHECK-DUPLICATE.
010480     IF WS-TRANS-REF NOT = SPACES
010490         MOVE 'N' TO WS-DUP-FOUND-SWITCH
010500         MOVE 1 TO WS-DUP-SUB
010510         PERFORM 311-SCAN-DUP-TABLE
010520             UNTIL WS-DUP-FOUND-YES OR WS-DUP-SUB > WS-DUP-COUNT
010530         IF WS-DUP-FOUND-YES
010540             MOVE "12" TO WS-STATUS-CODE
010550             MOVE "DUPLICATE TRANS REF" TO WS-STATUS-TEXT
010560             PERFORM 350-WOULD-REJECT
010570         END-IF
010580     END-IF.
010590*
010600 311-SCAN-DUP-TABLE.
010610     IF WS-DUP-TRANS-REF(WS-DUP-SUB) = WS-TRANS-REF AND
010620             WS-DUP-ACCEPTED(WS-DUP-SUB)
010630         SET WS-DUP-FOUND-YES TO TRUE
010640     ELSE
010650         ADD 1 TO WS-DUP-SUB
010660     END-IF.
010670*
010680*-----------------------------------------------------------*
010690*  315-CHECK-REVERSAL / 316-SCAN-REVERSAL-TABLE - DIV100'S    *
010700*  ORIGINAL LOOKUP: 15 ALREADY REVERSED, 13 NOT FOUND OR NOT  *
010710*  ON THIS ACCOUNT, 14 NEVER ACCEPTED.  A FOUND ORIGINAL'S    *
010720*  FIELDS AND RESULT REPLACE THE REVERSAL RECORD'S.           *
010730*-----------------------------------------------------------*
010740 315-CHECK-REVERSAL.
010750     MOVE 'N' TO WS-REV-DONE-SWITCH.
010760     MOVE SPACE TO WS-REV-ORIG-SWITCH.
010770     MOVE ZERO TO WS-DUP-ORIG-SUB.
010780     IF WS-TRANS-REF NOT = SPACES
010790         MOVE 1 TO WS-DUP-SUB
010800         PERFORM 316-SCAN-REVERSAL-TABLE
010810             UNTIL WS-DUP-SUB > WS-DUP-COUNT
010820     END-IF.
010830     EVALUATE TRUE
010840         WHEN WS-REV-DONE-YES
010850             MOVE "15" TO WS-STATUS-CODE
010860             MOVE "ORIGINAL ALREADY REVERSED" TO WS-STATUS-TEXT
010870             PERFORM 350-WOULD-REJECT
010880         WHEN WS-REV-ORIG-ACCEPTED
010890             MOVE WS-DUP-FIELD-A(WS-DUP-ORIG-SUB) TO WS-FIELD-A
010900             MOVE WS-DUP-FIELD-B(WS-DUP-ORIG-SUB) TO WS-FIELD-B
010910             MOVE WS-DUP-RESULT(WS-DUP-ORIG-SUB) TO WS-RESULT
010920         WHEN WS-REV-ORIG-OTHER-ACCT
010930             MOVE "13" TO WS-STATUS-CODE
010940             MOVE "ORIGINAL NOT ON THIS ACCOUNT" TO WS-STATUS-TEXT
010950             PERFORM 350-WOULD-REJECT
010960         WHEN WS-REV-ORIG-NOT-ACCEPTED
010970             MOVE "14" TO WS-STATUS-CODE
010980             MOVE "ORIGINAL NOT ACCEPTED" TO WS-STATUS-TEXT
010990             PERFORM 350-WOULD-REJECT
011000         WHEN OTHER
011010             MOVE "13" TO WS-STATUS-CODE
011020             MOVE "ORIGINAL NOT FOUND" TO WS-STATUS-TEXT
011030             PERFORM 350-WOULD-REJECT
011040     END-EVALUATE.
011050*
011060 316-SCAN-REVERSAL-TABLE.
011070     IF WS-DUP-TRANS-REF(WS-DUP-SUB) = WS-TRANS-REF
011080         EVALUATE TRUE
011090             WHEN WS-DUP-REVERSED(WS-DUP-SUB)
011100                 SET WS-REV-DONE-YES TO TRUE
011110             WHEN WS-DUP-ACCEPTED(WS-DUP-SUB) AND
011120                     WS-DUP-ACCOUNT-ID(WS-DUP-SUB) =
011130                     WS-ACCOUNT-ID
011140                 SET WS-REV-ORIG-ACCEPTED TO TRUE
011150                 MOVE WS-DUP-SUB TO WS-DUP-ORIG-SUB
011160             WHEN WS-DUP-ACCEPTED(WS-DUP-SUB)
011170                 IF NOT WS-REV-ORIG-ACCEPTED
011180                     SET WS-REV-ORIG-OTHER-ACCT TO TRUE
011190                 END-IF
011200             WHEN OTHER
011210                 IF WS-REV-ORIG-SWITCH = SPACE
011220                     SET WS-REV-ORIG-NOT-ACCEPTED TO TRUE
011230                 END-IF
011240         END-EVALUATE
011250     END-IF.
011260     ADD 1 TO WS-DUP-SUB.
011270*
011280*-----------------------------------------------------------*
011290*  320-CHECK-ACCOUNT / 325-CHECK-ACCOUNT-LIMITS - REASON 07   *
011300*  FOR AN UNKNOWN OR CLOSED ACCOUNT, THEN (NOT FOR A          *
011310*  REVERSAL) 09 OPERATION NOT AUTHORIZED, 10 FIELD-A OVER THE *
011320*  ACCOUNT'S CEILING, 11 PER-RUN TRANSACTION COUNT EXCEEDED.  *
011330*-----------------------------------------------------------*
011340 320-CHECK-ACCOUNT.
011350     MOVE 'N' TO WS-REF-FOUND-SWITCH.
011360     MOVE 1 TO WS-REF-SUB.
011370     PERFORM 321-SCAN-REF-TABLE
011380         UNTIL WS-REF-FOUND-YES OR WS-REF-SUB > WS-REF-COUNT.
011390     IF NOT WS-REF-FOUND-YES
011400         MOVE "07" TO WS-STATUS-CODE
011410         MOVE "ACCOUNT NOT ON FILE" TO WS-STATUS-TEXT
011420         PERFORM 350-WOULD-REJECT
011430     ELSE
011440         IF WS-REF-STATUS(WS-REF-SUB) NOT = 'O'
011450             MOVE "07" TO WS-STATUS-CODE
011460             MOVE "ACCOUNT CLOSED" TO WS-STATUS-TEXT
011470             PERFORM 350-WOULD-REJECT
011480         ELSE
011490             IF NOT WS-OP-REVERSAL
011500                 PERFORM 325-CHECK-ACCOUNT-LIMITS
011510             END-IF
011520         END-IF
011530     END-IF.
011540*
011550 321-SCAN-REF-TABLE.
011560     IF WS-REF-ACCOUNT-ID(WS-REF-SUB) = WS-ACCOUNT-ID
011570         SET WS-REF-FOUND-YES TO TRUE
011580     ELSE
011590         ADD 1 TO WS-REF-SUB
011600     END-IF.
011610*
011620 325-CHECK-ACCOUNT-LIMITS.
011630     ADD 1 TO WS-REF-TRN-USED(WS-REF-SUB).
011640     EVALUATE TRUE
011650         WHEN WS-REF-OPS(WS-REF-SUB) NOT = SPACES AND
011660                 WS-OPERATION-CODE NOT =
011670                     WS-REF-OPS(WS-REF-SUB)(1:1) AND
011680                 WS-OPERATION-CODE NOT =
011690                     WS-REF-OPS(WS-REF-SUB)(2:1) AND
011700                 WS-OPERATION-CODE NOT =
011710                     WS-REF-OPS(WS-REF-SUB)(3:1) AND
011720                 WS-OPERATION-CODE NOT =
011730                     WS-REF-OPS(WS-REF-SUB)(4:1)
011740             MOVE "09" TO WS-STATUS-CODE
011750             MOVE "OPER NOT AUTHORIZED" TO WS-STATUS-TEXT
011760             PERFORM 350-WOULD-REJECT
011770         WHEN WS-REF-AMT-LIMIT(WS-REF-SUB) > ZERO AND
011780                 WS-FIELD-A > WS-REF-AMT-LIMIT(WS-REF-SUB)
011790             MOVE "10" TO WS-STATUS-CODE
011800             MOVE "AMT OVER ACCT LIMIT" TO WS-STATUS-TEXT
011810             PERFORM 350-WOULD-REJECT
011820         WHEN WS-REF-AMT-LIMIT(WS-REF-SUB) > ZERO AND
011830                 WS-FIELD-A < ZERO
011840             COMPUTE WS-AMT-NEG-LIMIT =
011850                 0 - WS-REF-AMT-LIMIT(WS-REF-SUB)
011860             IF WS-FIELD-A < WS-AMT-NEG-LIMIT
011870                 MOVE "10" TO WS-STATUS-CODE
011880                 MOVE "AMT OVER ACCT LIMIT"
011890                     TO WS-STATUS-TEXT
011900                 PERFORM 350-WOULD-REJECT
011910             END-IF
011920     END-EVALUATE.
011930     IF NOT WS-RECORD-REJECTED
011940         IF WS-REF-TRN-LIMIT(WS-REF-SUB) > ZERO AND
011950                 WS-REF-TRN-USED(WS-REF-SUB) >
011960                 WS-REF-TRN-LIMIT(WS-REF-SUB)
011970             MOVE "11" TO WS-STATUS-CODE
011980             MOVE "ACCT TRANS LIMIT" TO WS-STATUS-TEXT
011990             PERFORM 350-WOULD-REJECT
012000         END-IF
012010     END-IF.
012020*
012030*-----------------------------------------------------------*
012040*  330-EDIT-AND-COMPUTE THRU 334-COMPUTE-OTHER-OP - DIV100'S  *
012050*  ARITHMETIC: 01 ZERO DIVISOR, 05 NEGATIVE DIVISOR (PER      *
012060*  DIVPARM), 04 FIELD WIDTH, 06 RESULT OVERFLOW, 08 UNKNOWN   *
012070*  OPERATION.                                                 *
012080*-----------------------------------------------------------*
012090 330-EDIT-AND-COMPUTE.
012100     EVALUATE TRUE
012110         WHEN WS-OP-DIVIDE
012120             PERFORM 331-DIVIDE-OPERATION
012130         WHEN WS-OP-MULTIPLY OR WS-OP-ADD OR WS-OP-SUBTRACT
012140             PERFORM 333-OTHER-OPERATION
012150         WHEN OTHER
012160             MOVE "08" TO WS-STATUS-CODE
012170             MOVE "INVALID OPERATION CODE" TO WS-STATUS-TEXT
012180             PERFORM 350-WOULD-REJECT
012190     END-EVALUATE.
012200*
012210 331-DIVIDE-OPERATION.
012220     IF WS-FIELD-B = 0
012230         MOVE "01" TO WS-STATUS-CODE
012240         MOVE "DIVISOR IS ZERO" TO WS-STATUS-TEXT
012250         PERFORM 350-WOULD-REJECT
012260     ELSE
012270         IF WS-NEG-DIVISOR-REJECTED AND WS-FIELD-B < 0
012280             MOVE "05" TO WS-STATUS-CODE
012290             MOVE "NEGATIVE DIVISOR REJECTED" TO WS-STATUS-TEXT
012300             PERFORM 350-WOULD-REJECT
012310         ELSE
012320             IF WS-FIELD-A > WS-FIELD-WIDTH-LIMIT OR
012330                 WS-FIELD-A < WS-FIELD-WIDTH-NEG-LIMIT OR
012340                 WS-FIELD-B > WS-FIELD-WIDTH-LIMIT OR
012350                 WS-FIELD-B < WS-FIELD-WIDTH-NEG-LIMIT
012360                 MOVE "04" TO WS-STATUS-CODE
012370                 MOVE "FIELD EXCEEDS MAX WIDTH" TO WS-STATUS-TEXT
012380                 PERFORM 350-WOULD-REJECT
012390             ELSE
012400                 PERFORM 332-COMPUTE-DIVIDE
012410             END-IF
012420         END-IF
012430     END-IF.
012440*
012450 332-COMPUTE-DIVIDE.
012460     IF WS-TRUNCATE-RESULT
012470         COMPUTE WS-RESULT = WS-FIELD-A / WS-FIELD-B
012480             ON SIZE ERROR
012490                 PERFORM 340-RESULT-OVERFLOW
012500             NOT ON SIZE ERROR
012510                 PERFORM 345-WOULD-ACCEPT
012520         END-COMPUTE
012530     ELSE
012540         COMPUTE WS-RESULT ROUNDED =
012550                 WS-FIELD-A / WS-FIELD-B
012560             ON SIZE ERROR
012570                 PERFORM 340-RESULT-OVERFLOW
012580             NOT ON SIZE ERROR
012590                 PERFORM 345-WOULD-ACCEPT
012600         END-COMPUTE
012610     END-IF.
012620*
012630 333-OTHER-OPERATION.
012640     IF WS-FIELD-A > WS-FIELD-WIDTH-LIMIT OR
012650             WS-FIELD-A < WS-FIELD-WIDTH-NEG-LIMIT OR
012660             WS-FIELD-B > WS-FIELD-WIDTH-LIMIT OR
012670             WS-FIELD-B < WS-FIELD-WIDTH-NEG-LIMIT
012680         MOVE "04" TO WS-STATUS-CODE
012690         MOVE "FIELD EXCEEDS MAX WIDTH" TO WS-STATUS-TEXT
012700         PERFORM 350-WOULD-REJECT
012710     ELSE
012720         PERFORM 334-COMPUTE-OTHER-OP
012730     END-IF.
012740*
012750 334-COMPUTE-OTHER-OP.
012760     EVALUATE TRUE
012770         WHEN WS-OP-MULTIPLY
012780             COMPUTE WS-RESULT = WS-FIELD-A * WS-FIELD-B
012790                 ON SIZE ERROR
012800                     PERFORM 340-RESULT-OVERFLOW
012810                 NOT ON SIZE ERROR
012820                     PERFORM 345-WOULD-ACCEPT
012830             END-COMPUTE
012840         WHEN WS-OP-ADD
012850             COMPUTE WS-RESULT = WS-FIELD-A + WS-FIELD-B
012860                 ON SIZE ERROR
012870                     PERFORM 340-RESULT-OVERFLOW
012880                 NOT ON SIZE ERROR
012890                     PERFORM 345-WOULD-ACCEPT
012900             END-COMPUTE
012910         WHEN WS-OP-SUBTRACT
012920             COMPUTE WS-RESULT = WS-FIELD-A - WS-FIELD-B
012930                 ON SIZE ERROR
012940                     PERFORM 340-RESULT-OVERFLOW
012950                 NOT ON SIZE ERROR
012960                     PERFORM 345-WOULD-ACCEPT
012970             END-COMPUTE
012980     END-EVALUATE.
012990*
013000 340-RESULT-OVERFLOW.
013010     MOVE "06" TO WS-STATUS-CODE.
013020     MOVE "RESULT OVERFLOW" TO WS-STATUS-TEXT.
013030     PERFORM 350-WOULD-REJECT.
013040*
013050*-----------------------------------------------------------*
013060*  345-WOULD-ACCEPT / 346-WOULD-ACCEPT-REVERSAL /             *
013070*  350-WOULD-REJECT - THE DISPOSITION, COUNTED AND TABLED     *
013080*  THE WAY DIV100 WOULD TABLE IT, SO A LATER RECORD IN THE    *
013090*  FEED IS JUDGED AGAINST IT.  NOTHING IS WRITTEN.            *
013100*-----------------------------------------------------------*
013110 345-WOULD-ACCEPT.
013120     ADD 1 TO WS-WOULD-ACCEPT.
013130     ADD WS-FIELD-A TO WS-SUM-FIELD-A.
013140     ADD WS-RESULT TO WS-SUM-RESULT.
013150     MOVE "00" TO WS-STATUS-CODE.
013160     MOVE "OK" TO WS-STATUS-TEXT.
013170     IF WS-TRANS-REF NOT = SPACES
013180         MOVE 'A' TO WS-NEW-DISPOSITION
013190         PERFORM 347-TABLE-FEED-REF
013200     END-IF.
013210*
013220 346-WOULD-ACCEPT-REVERSAL.
013230     ADD 1 TO WS-WOULD-ACCEPT.
013240     ADD 1 TO WS-WOULD-REVERSE.
013250     SUBTRACT WS-FIELD-A FROM WS-SUM-FIELD-A.
013260     SUBTRACT WS-RESULT FROM WS-SUM-RESULT.
013270     MOVE "30" TO WS-STATUS-CODE.
013280     MOVE "REVERSAL OF ORIGINAL" TO WS-STATUS-TEXT.
013290     MOVE 'R' TO WS-NEW-DISPOSITION.
013300     PERFORM 347-TABLE-FEED-REF.
013310*
013320 347-TABLE-FEED-REF.
013330     MOVE WS-TRANS-REF      TO WS-NEW-TRANS-REF.
013340     MOVE WS-ACCOUNT-ID     TO WS-NEW-ACCOUNT-ID.
013350     MOVE WS-FIELD-A        TO WS-NEW-FIELD-A.
013360     MOVE WS-FIELD-B        TO WS-NEW-FIELD-B.
013370     MOVE WS-RESULT         TO WS-NEW-RESULT.
013380     MOVE WS-OPERATION-CODE TO WS-NEW-OPERATION.
013390     PERFORM 145-ADD-DUP-REF.
013400*
013410 350-WOULD-REJECT.
013420     ADD 1 TO WS-WOULD-REJECT.
013430     SET WS-RECORD-REJECTED TO TRUE.
013440     MOVE ZERO TO WS-RESULT.
013450     IF WS-TRANS-REF NOT = SPACES AND NOT WS-OP-REVERSAL AND
013460             WS-STATUS-CODE NOT = "12"
013470         MOVE 'N' TO WS-NEW-DISPOSITION
013480         PERFORM 347-TABLE-FEED-REF
013490     END-IF.
013500*
013510 360-CHECK-MASTER.
013520     MOVE 'N' TO WS-MSTR-FOUND-SWITCH.
013530     MOVE 1 TO WS-MSTR-SUB.
013540     PERFORM 361-SCAN-MSTR-TABLE
013550         UNTIL WS-MSTR-FOUND-YES OR WS-MSTR-SUB > WS-MSTR-COUNT.
013560*
013570 361-SCAN-MSTR-TABLE.
013580     IF WS-MS-ACCOUNT-ID(WS-MSTR-SUB) = WS-ACCOUNT-ID
013590         SET WS-MSTR-FOUND-YES TO TRUE
013600     ELSE
013610         ADD 1 TO WS-MSTR-SUB
013620     END-IF.
013630*
013640 370-PRINT-DISPOSITION.
013650     IF WS-LINE-COUNT = ZERO OR
013660             WS-LINE-COUNT >= WS-LINES-PER-PAGE
013670         PERFORM 380-WRITE-HEADINGS
013680     END-IF.
013690     MOVE WS-ACCOUNT-ID     TO DET-ACCOUNT-ID.
013700     MOVE WS-TRANS-REF      TO DET-TRANS-REF.
013710     MOVE WS-OPERATION-CODE TO DET-OPERATION.
013720     MOVE WS-FIELD-A        TO DET-FIELD-A.
013730     MOVE WS-FIELD-B        TO DET-FIELD-B.
013740     MOVE WS-RESULT         TO DET-RESULT.
013750     MOVE WS-STATUS-CODE    TO DET-STATUS-CODE.
013760     MOVE WS-STATUS-TEXT    TO DET-STATUS-TEXT.
013770     IF NOT WS-MSTR-AVAILABLE
013780         MOVE SPACES TO DET-ON-MASTER
013790     ELSE
013800         IF WS-MSTR-FOUND-YES
013810             MOVE "YES" TO DET-ON-MASTER
013820         ELSE
013830             MOVE "NO" TO DET-ON-MASTER
013840         END-IF
013850     END-IF.
013860     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-DETAIL
013870         AFTER ADVANCING 1 LINE.
013880     ADD 1 TO WS-LINE-COUNT.
013890*
013900 380-WRITE-HEADINGS.
013910     ADD 1 TO WS-PAGE-COUNT.
013920     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
013930     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
013940     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-HEADING-1
013950         AFTER ADVANCING PAGE.
013960     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-HEADING-2
013970         AFTER ADVANCING 2 LINES.
013980     MOVE 2 TO WS-LINE-COUNT.
013990*
014000*-----------------------------------------------------------*
014010*  400-CONTROL-TOTALS - EVERY DETAIL RECORD MUST LAND IN      *
014020*                   EXACTLY ONE OF EDIT REJECT, WOULD         *
014030*                   ACCEPT, WOULD REJECT OR WOULD HOLD.       *
014040*-----------------------------------------------------------*
014050 400-CONTROL-TOTALS.
014060     IF WS-PAGE-COUNT = ZERO
014070         PERFORM 380-WRITE-HEADINGS
014080     END-IF.
014090     ADD WS-EDIT-REJECTS WS-WOULD-ACCEPT WS-WOULD-REJECT
014100         WS-WOULD-HOLD GIVING WS-DISPOSED-TOTAL.
014110     IF WS-DISPOSED-TOTAL = WS-DETAIL-RECORDS
014120         MOVE "YES" TO TRL-BALANCE-FLAG
014130     ELSE
014140         MOVE "NO " TO TRL-BALANCE-FLAG
014150     END-IF.
014160     MOVE WS-DETAIL-RECORDS   TO TRL-DETAIL-RECORDS.
014170     MOVE WS-EDIT-REJECTS     TO TRL-EDIT-REJECTS.
014180     MOVE WS-WOULD-ACCEPT     TO TRL-WOULD-ACCEPT.
014190     MOVE WS-WOULD-REJECT     TO TRL-WOULD-REJECT.
014200     MOVE WS-WOULD-HOLD       TO TRL-WOULD-HOLD.
014210     MOVE WS-WOULD-REVERSE    TO TRL-WOULD-REVERSE.
014220     MOVE WS-SUM-FIELD-A      TO TRL-SUM-FIELD-A.
014230     MOVE WS-SUM-RESULT       TO TRL-SUM-RESULT.
014240     MOVE WS-ENVELOPES-READ   TO TRL-ENVELOPES-READ.
014250     MOVE WS-ENVELOPES-FAILED TO TRL-ENVELOPES-FAILED.
014260     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-1
014270         AFTER ADVANCING 2 LINES.
014280     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-2
014290         AFTER ADVANCING 1 LINE.
014300     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-3
014310         AFTER ADVANCING 1 LINE.
014320     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-4
014330         AFTER ADVANCING 1 LINE.
014340     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-5
014350         AFTER ADVANCING 1 LINE.
014360     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-6
014370         AFTER ADVANCING 1 LINE.
014380     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-7
014390         AFTER ADVANCING 1 LINE.
014400     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-8
014410         AFTER ADVANCING 1 LINE.
014420     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-9
014430         AFTER ADVANCING 1 LINE.
014440     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-10
014450         AFTER ADVANCING 1 LINE.
014460     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-11
014470         AFTER ADVANCING 1 LINE.
014480     WRITE WS-DIVPFLT-RECORD FROM WS-PFL-TRAILER-12
014490         AFTER ADVANCING 1 LINE.
014500*
014510 900-TERMINATE.
014520     DISPLAY "DIV190 - DETAIL RECORDS   = " WS-DETAIL-RECORDS.
014530     DISPLAY "DIV190 - EDIT REJECTS     = " WS-EDIT-REJECTS.
014540     DISPLAY "DIV190 - WOULD ACCEPT     = " WS-WOULD-ACCEPT.
014550     DISPLAY "DIV190 - WOULD REJECT     = " WS-WOULD-REJECT.
014560     DISPLAY "DIV190 - WOULD HOLD       = " WS-WOULD-HOLD.
014570     DISPLAY "DIV190 - ENVELOPES FAILED = " WS-ENVELOPES-FAILED.
014580     CLOSE DIVIN-FILE.
014590     CLOSE DIVPFLT-FILE.
014600     IF WS-ENVELOPES-FAILED > ZERO OR WS-FEED-FAILED
014610         DISPLAY "DIV190 - FEED WOULD FAIL THE FRONT-END EDIT"
014620         MOVE 8 TO RETURN-CODE
014630     ELSE
014640         IF WS-EDIT-REJECTS > ZERO OR WS-WOULD-REJECT > ZERO
014650             MOVE 4 TO RETURN-CODE
014660         END-IF
014670     END-IF.
