000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DIV220.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  DIV220 - DIVREF PENDING CHANGE APPROVAL.                  *
000090*                                                             *
000100*  THE SECOND HALF OF DIVREF DUAL CONTROL.  DIV125 QUEUES     *
000110*  EACH MAINTENANCE CARD ON DIVRPEND UNDER A PENDING ID AND   *
000120*  THE SUBMITTER'S OPERATOR ID; NOTHING REACHES DIVREF UNTIL  *
000130*  A DIFFERENT OPERATOR RELEASES IT HERE.  THIS PROGRAM READS *
000140*  THE APPROVER'S DECISION CARDS FROM DIVRAPV, TABLES THE     *
000150*  CURRENT DIVREF, AND WORKS THROUGH DIVRPEND IN THE ORDER    *
000160*  THE CHANGES WERE ENTERED:                                  *
000170*    - A CHANGE ENTERED MORE THAN THE DIVREXP NUMBER OF DAYS  *
000180*      AGO EXPIRES - IT IS DROPPED AND REPORTED, EVEN IF A    *
000190*      DECISION CARD NAMES IT;                                *
000200*    - APV RELEASES THE CHANGE.  IT IS EDITED AGAIN AGAINST   *
000210*      DIVREF AS IT NOW STANDS (EARLIER CHANGES MAY HAVE      *
000220*      MOVED IT) AND APPLIED WITH THE SAME RULES DIV125 USES, *
000230*      THEN PRINTS WITH ITS BEFORE AND AFTER IMAGES.  AN APV  *
000240*      FROM THE OPERATOR WHO ENTERED THE CHANGE IS REFUSED    *
000250*      AND THE CHANGE STAYS PENDING;                          *
000260*    - REJ DROPS THE CHANGE.  THE SUBMITTER MAY REJECT (WITH- *
000270*      DRAW) THEIR OWN CHANGE;                                *
000280*    - A CHANGE WITH NO DECISION CARD STAYS PENDING.          *
000290*  DIVRNEW IS THE NEXT DIVREF AND DIVPNEW THE NEXT DIVRPEND.  *
000300*  THE DIVRAREG REGISTER SHOWS EVERY PENDING CHANGE WITH WHO  *
000310*  ENTERED IT, WHEN, AND WHO APPROVED OR REJECTED IT - KEEP   *
000320*  IT WITH THE DIV125 PENDING REGISTER AS THE PROOF OF WHO    *
000330*  CHANGED WHAT.                                              *
000340*                                                             *
000350*  A DECISION CARD IN ERROR (BAD ACTION OR ID, NO APPROVER,   *
000360*  A SECOND CARD FOR THE SAME CHANGE, NO SUCH PENDING         *
000370*  CHANGE, OR A SELF-APPROVAL) OR AN APPROVED CHANGE THAT NO  *
000380*  LONGER APPLIES ENDS THE STEP RC=4; DIV220J THEN PROMOTES   *
000390*  NEITHER FILE, SO THE WHOLE RUN CAN BE RESUBMITTED WITH     *
000400*  CORRECTED CARDS.  EXPIRIES ALONE DO NOT RAISE THE RC.      *
000410*                                                             *
000420*  A MISSING OR EMPTY DIVREF IS NOT FATAL - THE FIRST LOAD    *
000430*  OF A NEW INSTALLATION IS APPROVED ADD CARDS.               *
000440*                                                             *
000450*  MODIFICATION HISTORY.                                     *
000460*    DATE       INIT  DESCRIPTION                            *
000470*    10/15/2026  RH   ORIGINAL PROGRAM.                      *
000480*-----------------------------------------------------------*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DIVREF-FILE ASSIGN TO DIVREF
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-DIVREF-STATUS.
000560     SELECT DIVRPEND-FILE ASSIGN TO DIVRPEND
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-DIVRPEND-STATUS.
000600     SELECT DIVRAPV-FILE ASSIGN TO DIVRAPV
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE IS SEQUENTIAL.
000630     SELECT DIVREXP-FILE ASSIGN TO DIVREXP
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE IS SEQUENTIAL
000660         FILE STATUS IS WS-DIVREXP-STATUS.
000670     SELECT DIVRNEW-FILE ASSIGN TO DIVRNEW
000680         ORGANIZATION IS SEQUENTIAL
000690         ACCESS MODE IS SEQUENTIAL.
000700     SELECT DIVPNEW-FILE ASSIGN TO DIVPNEW
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE IS SEQUENTIAL.
000730     SELECT DIVRAREG-FILE ASSIGN TO DIVRAREG
000740         ORGANIZATION IS SEQUENTIAL
000750         ACCESS MODE IS SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*-----------------------------------------------------------*
000800*  DIVREF - THE CURRENT ACCOUNT REFERENCE FILE, READ AS       *
000810*           INPUT.  MAY BE MISSING OR EMPTY ON A FIRST LOAD.  *
000820*-----------------------------------------------------------*
000830 FD  DIVREF-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  WS-DIVREF-RECORD.
000870     05  RF-ACCOUNT-ID           PIC X(10).
000880     05  RF-ACCOUNT-NAME         PIC X(30).
000890     05  RF-ACCOUNT-STATUS       PIC X(01).
000900     05  RF-ALLOWED-OPS          PIC X(04).
000910     05  RF-AMOUNT-LIMIT         PIC 9(05).
000920     05  RF-TRANS-LIMIT          PIC 9(05).
000930     05  RF-GROUP-CODE           PIC X(08).
000940     05  FILLER                  PIC X(17).
000950*
000960*-----------------------------------------------------------*
000970*  DIVRPEND - THE CHANGES WAITING FOR APPROVAL, AS DIV125     *
000980*             WROTE THEM: ONE RECORD PER CHANGE IN ENTRY      *
000990*             ORDER, THEN A TRAILER WITH THE LAST PENDING ID  *
001000*             ISSUED AND THE COUNT OF PENDING RECORDS.        *
001010*-----------------------------------------------------------*
001020 FD  DIVRPEND-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  WS-DIVRPEND-RECORD.
001060     05  PD-RECORD-TYPE          PIC X(01).
001070         88  PD-PENDING-CHANGE                  VALUE 'P'.
001080         88  PD-TRAILER                         VALUE 'T'.
001090     05  PD-PENDING-ID           PIC 9(06).
001100     05  PD-ENTERED-DATE         PIC 9(06).
001110     05  PD-ENTERED-BY           PIC X(08).
001120     05  PD-CARD-IMAGE           PIC X(72).
001130     05  FILLER                  PIC X(07).
001140 01  WS-DIVRPEND-TRAILER.
001150     05  FILLER                  PIC X(01).
001160     05  PT-LAST-PENDING-ID      PIC 9(06).
001170     05  PT-PENDING-COUNT        PIC 9(06).
001180     05  FILLER                  PIC X(87).
001190*
001200*-----------------------------------------------------------*
001210*  DIVRAPV - THE APPROVER'S DECISION CARDS, ONE PER CHANGE:   *
001220*            COLS  1-3   APV (RELEASE) OR REJ (DROP)          *
001230*            COLS  5-10  PENDING ID FROM THE DIV125 REGISTER  *
001240*            COLS 12-19  APPROVER'S OPERATOR ID               *
001250*-----------------------------------------------------------*
001260 FD  DIVRAPV-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  WS-DIVRAPV-RECORD.
001300     05  AP-ACTION               PIC X(03).
001310         88  AP-ACTION-APPROVE                  VALUE 'APV'.
001320         88  AP-ACTION-REJECT                   VALUE 'REJ'.
001330         88  AP-ACTION-VALID                    VALUES 'APV'
001340                                                  'REJ'.
001350     05  FILLER                  PIC X(01).
001360     05  AP-PENDING-ID-X         PIC X(06).
001370     05  AP-PENDING-ID REDEFINES AP-PENDING-ID-X
001380                                 PIC 9(06).
001390     05  FILLER                  PIC X(01).
001400     05  AP-APPROVER-ID          PIC X(08).
001410     05  FILLER                  PIC X(61).
001420*
001430*-----------------------------------------------------------*
001440*  DIVREXP - ONE CONTROL CARD: THE NUMBER OF DAYS A CHANGE    *
001450*            MAY WAIT FOR APPROVAL, COLS 1-3, ZERO-FILLED.    *
001460*            MISSING, EMPTY OR BLANK TAKES THE DEFAULT.       *
001470*-----------------------------------------------------------*
001480 FD  DIVREXP-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  WS-DIVREXP-RECORD.
001520     05  EX-EXPIRY-DAYS-X        PIC X(03).
001530     05  EX-EXPIRY-DAYS REDEFINES EX-EXPIRY-DAYS-X
001540                                 PIC 9(03).
001550     05  FILLER                  PIC X(77).
001560*
001570*-----------------------------------------------------------*
001580*  DIVRNEW - THE NEXT REFERENCE FILE, THE TABLE WRITTEN BACK  *
001590*            OUT AFTER THE APPROVED CHANGES HAVE APPLIED.     *
001600*-----------------------------------------------------------*
001610 FD  DIVRNEW-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  WS-DIVRNEW-RECORD.
001650     05  RN-ACCOUNT-ID           PIC X(10).
001660     05  RN-ACCOUNT-NAME         PIC X(30).
001670     05  RN-ACCOUNT-STATUS       PIC X(01).
001680     05  RN-ALLOWED-OPS          PIC X(04).
001690     05  RN-AMOUNT-LIMIT         PIC 9(05).
001700     05  RN-TRANS-LIMIT          PIC 9(05).
001710     05  RN-GROUP-CODE           PIC X(08).
001720     05  FILLER                  PIC X(17).
001730*
001740*-----------------------------------------------------------*
001750*  DIVPNEW - THE NEXT PENDING CHANGE FILE: THE CHANGES STILL  *
001760*            WAITING, AND THE TRAILER.  SAME LAYOUT AS        *
001770*            DIVRPEND.                                        *
001780*-----------------------------------------------------------*
001790 FD  DIVPNEW-FILE
001800     RECORDING MODE IS F
001810     LABEL RECORDS ARE STANDARD.
001820 01  WS-DIVPNEW-RECORD               PIC X(100).
001830 01  WS-DIVPNEW-TRAILER.
001840     05  PNT-RECORD-TYPE         PIC X(01).
001850     05  PNT-LAST-PENDING-ID     PIC 9(06).
001860     05  PNT-PENDING-COUNT       PIC 9(06).
001870     05  FILLER                  PIC X(87).
001880*
001890*-----------------------------------------------------------*
001900*  DIVRAREG - PRINTED APPROVAL REGISTER.                      *
001910*-----------------------------------------------------------*
001920 FD  DIVRAREG-FILE
001930     RECORDING MODE IS F
001940     LABEL RECORDS ARE STANDARD.
001950 01  WS-DIVRAREG-RECORD              PIC X(80).
001960*
001970 WORKING-STORAGE SECTION.
001980 01  WS-DIVREF-STATUS              PIC X(02)      VALUE '00'.
001990 01  WS-DIVRPEND-STATUS            PIC X(02)      VALUE '00'.
002000 01  WS-DIVREXP-STATUS             PIC X(02)      VALUE '00'.
002010*
002020 01  WS-SWITCHES.
002030     05  WS-REF-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002040         88  WS-REF-EOF-YES                     VALUE 'Y'.
002050     05  WS-APV-EOF-SWITCH       PIC X(01)      VALUE 'N'.
002060         88  WS-APV-EOF-YES                     VALUE 'Y'.
002070     05  WS-PEND-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002080         88  WS-PEND-EOF-YES                    VALUE 'Y'.
002090     05  WS-PEND-TRAILER-SWITCH  PIC X(01)      VALUE 'N'.
002100         88  WS-PEND-TRAILER-YES                VALUE 'Y'.
002105     05  WS-PEND-OPEN-SWITCH     PIC X(01)      VALUE 'N'.
002107         88  WS-PEND-OPEN-YES                   VALUE 'Y'.
002110     05  WS-REF-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
002120         88  WS-REF-FOUND-YES                   VALUE 'Y'.
002130     05  WS-AP-FOUND-SWITCH      PIC X(01)      VALUE 'N'.
002140         88  WS-AP-FOUND-YES                    VALUE 'Y'.
002150     05  WS-CARD-FAIL-SWITCH     PIC X(01)      VALUE 'N'.
002160         88  WS-CARD-FAILED                     VALUE 'Y'.
002170*
002180 01  WS-REJECT-REASON              PIC X(30)      VALUE SPACES.
002190*
002200 01  WS-OPS-SUB                    PIC 9(01) COMP VALUE ZERO.
002210*
002220 01  WS-EXPIRY-DAYS                PIC 9(03)      VALUE 007.
002230 01  WS-EXPIRY-CUTOFF              PIC 9(06)      VALUE ZERO.
002240 01  WS-SEARCH-PENDING-ID          PIC 9(06)      VALUE ZERO.
002250 01  WS-TRAILER-PENDING-COUNT      PIC 9(06)      VALUE ZERO.
002250 01  WS-TRAILER-LAST-PENDING-ID    PIC 9(06)      VALUE ZERO.
002260*
002270*-----------------------------------------------------------*
002280*  WS-PENDING-CARD - THE CARD IMAGE OF THE PENDING CHANGE     *
002290*                    BEING DECIDED, IN THE DIV125 DIVRMNT     *
002300*                    LAYOUT, SO THE EDIT AND APPLY PARAGRAPHS *
002310*                    SEE EXACTLY WHAT DIV125 SAW.             *
002320*-----------------------------------------------------------*
002330 01  WS-PENDING-CARD.
002340     05  MT-ACTION               PIC X(03).
002350         88  MT-ACTION-ADD                      VALUE 'ADD'.
002360         88  MT-ACTION-CLOSE                    VALUE 'CLS'.
002370         88  MT-ACTION-REOPEN                   VALUE 'OPN'.
002380         88  MT-ACTION-RENAME                   VALUE 'REN'.
002390         88  MT-ACTION-LIMITS                   VALUE 'LIM'.
002400         88  MT-ACTION-GROUP                    VALUE 'GRP'.
002410         88  MT-ACTION-VALID                    VALUES 'ADD'
002420                                                  'CLS' 'OPN'
002430                                                  'REN' 'LIM'
002440                                                  'GRP'.
002450     05  FILLER                  PIC X(01).
002460     05  MT-ACCOUNT-ID           PIC X(10).
002470     05  FILLER                  PIC X(01).
002480     05  MT-ACCOUNT-NAME         PIC X(30).
002490     05  FILLER                  PIC X(01).
002500     05  MT-ALLOWED-OPS          PIC X(04).
002510     05  FILLER                  PIC X(01).
002520     05  MT-AMOUNT-LIMIT         PIC X(05).
002530     05  FILLER                  PIC X(01).
002540     05  MT-TRANS-LIMIT          PIC X(05).
002550     05  FILLER                  PIC X(01).
002560     05  MT-GROUP-CODE           PIC X(08).
002570     05  FILLER                  PIC X(01).
002580     05  MT-SUBMITTER-ID         PIC X(08).
002590*
002600*-----------------------------------------------------------*
002610*  WS-REF-TABLE - THE DIVREF ACCOUNTS, LOADED AT STARTUP AND  *
002620*                 UPDATED IN PLACE AS CHANGES ARE APPROVED.   *
002630*-----------------------------------------------------------*
002640 01  WS-REF-TABLE.
002650     05  WS-REF-ENTRY OCCURS 1000 TIMES.
002660         10  WS-REF-ACCOUNT-ID   PIC X(10).
002670         10  WS-REF-NAME         PIC X(30).
002680         10  WS-REF-STATUS       PIC X(01).
002690         10  WS-REF-OPS          PIC X(04).
002700         10  WS-REF-AMT-LIMIT    PIC 9(05).
002710         10  WS-REF-TRN-LIMIT    PIC 9(05).
002720         10  WS-REF-GROUP        PIC X(08).
002730*
002740 01  WS-REF-CONTROLS               COMP.
002750     05  WS-REF-COUNT            PIC 9(04)      VALUE ZERO.
002760     05  WS-REF-SUB              PIC 9(04)      VALUE ZERO.
002770     05  WS-REF-MAX              PIC 9(04)      VALUE 1000.
002780*
002790*-----------------------------------------------------------*
002800*  WS-APPROVAL-TABLE - THE DECISION CARDS THAT PASSED THEIR   *
002810*                      OWN EDITS, MARKED USED AS EACH ONE IS  *
002820*                      MATCHED TO ITS PENDING CHANGE.         *
002830*-----------------------------------------------------------*
002840 01  WS-APPROVAL-TABLE.
002850     05  WS-AP-ENTRY OCCURS 500 TIMES.
002860         10  WS-AP-PENDING-ID    PIC 9(06).
002870         10  WS-AP-ACTION        PIC X(03).
002880             88  WS-AP-APPROVE                  VALUE 'APV'.
002890         10  WS-AP-APPROVER      PIC X(08).
002900         10  WS-AP-USED          PIC X(01).
002910             88  WS-AP-USED-YES                 VALUE 'Y'.
002920*
002930 01  WS-AP-CONTROLS                COMP.
002940     05  WS-AP-COUNT             PIC 9(04)      VALUE ZERO.
002950     05  WS-AP-SUB               PIC 9(04)      VALUE ZERO.
002960     05  WS-AP-MAX               PIC 9(04)      VALUE 500.
002970     05  WS-EXPIRY-SUB           PIC 9(04)      VALUE ZERO.
002980*
002990 01  WS-RUN-COUNTERS               COMP.
003000     05  WS-CARDS-READ           PIC 9(07)      VALUE ZERO.
003010     05  WS-CARDS-REJECTED       PIC 9(07)      VALUE ZERO.
003020     05  WS-PENDING-READ         PIC 9(07)      VALUE ZERO.
003030     05  WS-CHANGES-APPROVED     PIC 9(07)      VALUE ZERO.
003040     05  WS-CHANGES-REJECTED     PIC 9(07)      VALUE ZERO.
003050     05  WS-CHANGES-FAILED       PIC 9(07)      VALUE ZERO.
003060     05  WS-CHANGES-EXPIRED      PIC 9(07)      VALUE ZERO.
003070     05  WS-PENDING-OUT          PIC 9(07)      VALUE ZERO.
003080     05  WS-ACCOUNTS-IN          PIC 9(07)      VALUE ZERO.
003090     05  WS-ACCOUNTS-OUT         PIC 9(07)      VALUE ZERO.
003100*
003110 01  WS-RUN-DATE-FIELDS.
003120     05  WS-SYSTEM-DATE.
003130         10  WS-SYSTEM-YY        PIC 9(02).
003140         10  WS-SYSTEM-MM        PIC 9(02).
003150         10  WS-SYSTEM-DD        PIC 9(02).
003160     05  WS-REPORT-DATE          PIC X(08).
003170     05  WS-WORK-YYMMDD.
003180         10  WS-WORK-YY          PIC X(02).
003190         10  WS-WORK-MM          PIC X(02).
003200         10  WS-WORK-DD          PIC X(02).
003210     05  WS-WORK-DATE            PIC X(08).
003220*
003230*-----------------------------------------------------------*
003240*  WS-CALENDAR - STEPPED BACK FROM TODAY TO FIND THE EXPIRY   *
003250*                CUTOFF.                                      *
003260*-----------------------------------------------------------*
003270 01  WS-CALENDAR.
003280     05  WS-CAL-YYMMDD.
003290         10  WS-CAL-YY           PIC 9(02).
003300         10  WS-CAL-MM           PIC 9(02).
003310         10  WS-CAL-DD           PIC 9(02).
003320     05  WS-CAL-MONTH-DAYS       PIC 9(02).
003330     05  WS-CAL-LEAP-REMAINDER   PIC 9(02).
003340     05  WS-CAL-WORK             PIC 9(05).
003350*
003360 01  WS-MONTH-DAYS-VALUES          PIC X(24)
003370         VALUE "312831303130313130313031".
003380 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
003390     05  WS-MONTH-DAYS           PIC 9(02)
003400                                 OCCURS 12 TIMES.
003410*
003420 01  WS-PRINT-CONTROLS.
003430     05  WS-LINE-COUNT           PIC 9(03)      VALUE ZERO.
003440     05  WS-LINES-PER-PAGE       PIC 9(03)      VALUE 050.
003450     05  WS-PAGE-COUNT           PIC 9(05)      VALUE ZERO.
003460*
003470 01  WS-REG-HEADING-1.
003480     05  FILLER                  PIC X(10)      VALUE "DIV220".
003490     05  FILLER                  PIC X(32)
003500             VALUE "DIVREF CHANGE APPROVAL REGISTER".
003510     05  FILLER                  PIC X(10)      VALUE "RUN DATE:".
003520     05  HDG1-RUN-DATE           PIC X(08).
003530     05  FILLER                  PIC X(05)      VALUE "PAGE:".
003540     05  HDG1-PAGE-NO            PIC ZZZ9.
003550*
003560 01  WS-REG-HEADING-2.
003570     05  FILLER                  PIC X(21)
003580             VALUE "CHANGES EXPIRE AFTER ".
003590     05  HDG2-EXPIRY-DAYS        PIC ZZ9.
003600     05  FILLER                  PIC X(23)
003610             VALUE " DAYS - ENTERED BEFORE ".
003620     05  HDG2-CUTOFF-DATE        PIC X(08).
003630*
003640 01  WS-REG-DECISION-LINE.
003650     05  FILLER                  PIC X(11)      VALUE "DECISION:".
003660     05  REG-DEC-ACTION          PIC X(03).
003670     05  FILLER                  PIC X(02)      VALUE SPACES.
003680     05  REG-DEC-PENDING-ID      PIC X(06).
003690     05  FILLER                  PIC X(05)      VALUE "  BY ".
003700     05  REG-DEC-APPROVER        PIC X(08).
003710*
003720 01  WS-REG-CHANGE-LINE.
003730     05  FILLER                  PIC X(11)      VALUE "PENDING:".
003740     05  REG-CHG-PENDING-ID      PIC 9(06).
003750     05  FILLER                  PIC X(11)
003760             VALUE "  ENTERED ".
003770     05  REG-CHG-ENTERED-DATE    PIC X(08).
003780     05  FILLER                  PIC X(05)      VALUE "  BY ".
003790     05  REG-CHG-ENTERED-BY      PIC X(08).
003800*
003810 01  WS-REG-CARD-LINE.
003820     05  FILLER                  PIC X(08)      VALUE "CARD:".
003830     05  REG-CARD-ACTION         PIC X(03).
003840     05  FILLER                  PIC X(02)      VALUE SPACES.
003850     05  REG-CARD-ACCOUNT-ID     PIC X(10).
003860     05  FILLER                  PIC X(02)      VALUE SPACES.
003870     05  REG-CARD-NAME           PIC X(30).
003880*
003890 01  WS-REG-IMAGE-LINE.
003900     05  REG-IMG-LABEL           PIC X(08).
003910     05  FILLER                  PIC X(03)      VALUE SPACES.
003920     05  REG-IMG-ACCOUNT-ID      PIC X(10).
003930     05  FILLER                  PIC X(02)      VALUE SPACES.
003940     05  REG-IMG-NAME            PIC X(30).
003950     05  FILLER                  PIC X(02)      VALUE SPACES.
003960     05  FILLER                  PIC X(07)      VALUE "STATUS=".
003970     05  REG-IMG-STATUS          PIC X(01).
003980*
003990 01  WS-REG-CTRL-LINE.
004000     05  FILLER                  PIC X(11)      VALUE SPACES.
004010     05  FILLER                  PIC X(04)      VALUE "OPS=".
004020     05  REG-IMG-OPS             PIC X(04).
004030     05  FILLER                  PIC X(06)      VALUE "  AMT=".
004040     05  REG-IMG-AMT             PIC ZZZZ9.
004050     05  FILLER                  PIC X(06)      VALUE "  TRN=".
004060     05  REG-IMG-TRN             PIC ZZZZ9.
004070     05  FILLER                  PIC X(06)      VALUE "  GRP=".
004080     05  REG-IMG-GROUP           PIC X(08).
004090*
004100 01  WS-REG-NO-PRIOR-LINE          PIC X(40)
004110         VALUE "BEFORE:    (NOT ON FILE)".
004120*
004130 01  WS-REG-OUTCOME-LINE.
004140     05  REG-OUT-LABEL           PIC X(11).
004150     05  REG-OUT-TEXT            PIC X(30).
004160     05  REG-OUT-BY-LABEL        PIC X(05).
004170     05  REG-OUT-BY              PIC X(08).
004180*
004190 01  WS-REG-NOT-PROMOTED-LINE      PIC X(60)
004200         VALUE "*** ERRORS - NOTHING PROMOTED, RESUBMIT ***".
004210*
004220 01  WS-REG-TRAILER-1             PIC X(40)
004230         VALUE "*** CONTROL TOTALS ***".
004240*
004250 01  WS-REG-TRAILER-LINE.
004260     05  TRL-LABEL               PIC X(20).
004270     05  TRL-COUNT               PIC ZZZZZZ9.
004280*
004290 PROCEDURE DIVISION.
004300 0000-MAINLINE.
004310     PERFORM 100-INITIALIZE.
004320     PERFORM 200-PENDING-LOOP UNTIL WS-PEND-EOF-YES.
004330     PERFORM 300-CHECK-UNUSED-CARDS.
004340     PERFORM 310-WRITE-NEW-REFERENCE.
004350     PERFORM 320-WRITE-PENDING-TRAILER.
004360     PERFORM 400-CONTROL-TOTALS.
004370     PERFORM 900-TERMINATE.
004380     STOP RUN.
004390*
004400*-----------------------------------------------------------*
004410*  100-INITIALIZE - TAKES THE EXPIRY CARD AND WORKS OUT THE   *
004420*                   CUTOFF, TABLES DIVREF AND THE DECISION    *
004430*                   CARDS, AND PRIMES THE DIVRPEND READ.      *
004440*-----------------------------------------------------------*
004450 100-INITIALIZE.
004460     ACCEPT WS-SYSTEM-DATE FROM DATE.
004470     MOVE WS-SYSTEM-MM TO WS-REPORT-DATE(1:2).
004480     MOVE "/" TO WS-REPORT-DATE(3:1).
004490     MOVE WS-SYSTEM-DD TO WS-REPORT-DATE(4:2).
004500     MOVE "/" TO WS-REPORT-DATE(6:1).
004510     MOVE WS-SYSTEM-YY TO WS-REPORT-DATE(7:2).
004520     PERFORM 130-READ-EXPIRY-CARD.
004530     OPEN INPUT DIVRAPV-FILE.
004540     OPEN OUTPUT DIVRNEW-FILE.
004550     OPEN OUTPUT DIVPNEW-FILE.
004560     OPEN OUTPUT DIVRAREG-FILE.
004570     OPEN INPUT DIVREF-FILE.
004580     IF WS-DIVREF-STATUS = "00"
004590         PERFORM 110-READ-REFERENCE
004600         PERFORM 120-LOAD-REF-ENTRY UNTIL WS-REF-EOF-YES
004610         CLOSE DIVREF-FILE
004620     ELSE
004630         DISPLAY "DIV220 - NOTE - DIVREF NOT AVAILABLE, "
004640             "FILE STATUS " WS-DIVREF-STATUS
004650             " - STARTING FROM AN EMPTY REFERENCE"
004660     END-IF.
004670     MOVE WS-REF-COUNT TO WS-ACCOUNTS-IN.
004680     PERFORM 500-WRITE-HEADINGS.
004690     PERFORM 140-READ-APPROVAL.
004700     PERFORM 145-LOAD-APPROVAL-CARD UNTIL WS-APV-EOF-YES.
004710     OPEN INPUT DIVRPEND-FILE.
004720     IF WS-DIVRPEND-STATUS = "00"
004725         SET WS-PEND-OPEN-YES TO TRUE
004730         PERFORM 150-READ-PENDING
004740     ELSE
004750         DISPLAY "DIV220 - NOTE - DIVRPEND NOT AVAILABLE, "
004760             "FILE STATUS " WS-DIVRPEND-STATUS
004770             " - NO CHANGES PENDING"
004780         SET WS-PEND-EOF-YES TO TRUE
004790     END-IF.
004800*
004810 110-READ-REFERENCE.
004820     READ DIVREF-FILE
004830         AT END
004840             SET WS-REF-EOF-YES TO TRUE
004850     END-READ.
004860*
004870 120-LOAD-REF-ENTRY.
004880     IF RF-ACCOUNT-ID NOT = SPACES
004890         IF WS-REF-COUNT < WS-REF-MAX
004900             ADD 1 TO WS-REF-COUNT
004910             MOVE RF-ACCOUNT-ID TO
004920                 WS-REF-ACCOUNT-ID(WS-REF-COUNT)
004930             MOVE RF-ACCOUNT-NAME TO
004940                 WS-REF-NAME(WS-REF-COUNT)
004950             MOVE RF-ACCOUNT-STATUS TO
004960                 WS-REF-STATUS(WS-REF-COUNT)
004970             MOVE RF-ALLOWED-OPS TO
004980                 WS-REF-OPS(WS-REF-COUNT)
004990             IF RF-AMOUNT-LIMIT IS NUMERIC
005000                 MOVE RF-AMOUNT-LIMIT TO
005010                     WS-REF-AMT-LIMIT(WS-REF-COUNT)
005020             ELSE
005030                 MOVE ZERO TO WS-REF-AMT-LIMIT(WS-REF-COUNT)
005040             END-IF
005050             IF RF-TRANS-LIMIT IS NUMERIC
005060                 MOVE RF-TRANS-LIMIT TO
005070                     WS-REF-TRN-LIMIT(WS-REF-COUNT)
005080             ELSE
005090                 MOVE ZERO TO WS-REF-TRN-LIMIT(WS-REF-COUNT)
005100             END-IF
005110             MOVE RF-GROUP-CODE TO
005120                 WS-REF-GROUP(WS-REF-COUNT)
005130         ELSE
005140             DISPLAY "DIV220 - FATAL - DIVREF HAS MORE "
005150                 "ACCOUNTS THAN WS-REF-TABLE HOLDS"
005160             MOVE 16 TO RETURN-CODE
005170             STOP RUN
005180         END-IF
005190     END-IF.
005200     PERFORM 110-READ-REFERENCE.
005210*
005220*-----------------------------------------------------------*
005230*  130-READ-EXPIRY-CARD - A MISSING, EMPTY OR BLANK DIVREXP   *
005240*                  KEEPS THE DEFAULT OF 7 DAYS; ANYTHING      *
005250*                  ELSE MUST BE 001-999.  THE CUTOFF IS TODAY *
005260*                  STEPPED BACK THAT MANY DAYS - A CHANGE     *
005270*                  ENTERED BEFORE IT HAS WAITED TOO LONG.     *
005280*-----------------------------------------------------------*
005290 130-READ-EXPIRY-CARD.
005300     OPEN INPUT DIVREXP-FILE.
005310     IF WS-DIVREXP-STATUS = "00"
005320         READ DIVREXP-FILE
005330             AT END
005340                 MOVE SPACES TO WS-DIVREXP-RECORD
005350         END-READ
005360         CLOSE DIVREXP-FILE
005370         IF EX-EXPIRY-DAYS-X NOT = SPACES
005380             IF EX-EXPIRY-DAYS IS NOT NUMERIC OR
005390                     EX-EXPIRY-DAYS = ZERO
005400                 DISPLAY "DIV220 - FATAL - DIVREXP DAYS '"
005410                     EX-EXPIRY-DAYS-X "' NOT 001-999"
005420                 MOVE 16 TO RETURN-CODE
005430                 STOP RUN
005440             END-IF
005450             MOVE EX-EXPIRY-DAYS TO WS-EXPIRY-DAYS
005460         END-IF
005470     ELSE
005480         DISPLAY "DIV220 - NOTE - DIVREXP NOT AVAILABLE, "
005490             "FILE STATUS " WS-DIVREXP-STATUS
005500             " - CHANGES EXPIRE AFTER " WS-EXPIRY-DAYS " DAYS"
005510     END-IF.
005520     MOVE WS-SYSTEM-DATE TO WS-CAL-YYMMDD.
005530     MOVE 1 TO WS-EXPIRY-SUB.
005540     PERFORM 135-STEP-BACK-ONE-DAY
005550         UNTIL WS-EXPIRY-SUB > WS-EXPIRY-DAYS.
005560     MOVE WS-CAL-YYMMDD TO WS-EXPIRY-CUTOFF.
005570*
005580 135-STEP-BACK-ONE-DAY.
005590     PERFORM 600-PRIOR-DAY.
005600     ADD 1 TO WS-EXPIRY-SUB.
005610*
005620 140-READ-APPROVAL.
005630     READ DIVRAPV-FILE
005640         AT END
005650             SET WS-APV-EOF-YES TO TRUE
005660         NOT AT END
005670             ADD 1 TO WS-CARDS-READ
005680     END-READ.
005690*
005700*-----------------------------------------------------------*
005710*  145-LOAD-APPROVAL-CARD - BLANK CARDS ARE SKIPPED.  A CARD  *
005720*                  THAT FAILS ITS OWN EDITS PRINTS WITH THE   *
005730*                  REASON AND IS NOT TABLED; THE REST WAIT    *
005740*                  FOR THEIR PENDING CHANGE.                  *
005750*-----------------------------------------------------------*
005760 145-LOAD-APPROVAL-CARD.
005770     IF WS-DIVRAPV-RECORD NOT = SPACES
005780         MOVE 'N' TO WS-CARD-FAIL-SWITCH
005790         MOVE SPACES TO WS-REJECT-REASON
005800         EVALUATE TRUE
005810             WHEN NOT AP-ACTION-VALID
005820                 MOVE "INVALID DECISION CODE" TO WS-REJECT-REASON
005830                 SET WS-CARD-FAILED TO TRUE
005840             WHEN AP-PENDING-ID IS NOT NUMERIC
005850                 MOVE "PENDING ID NOT NUMERIC" TO WS-REJECT-REASON
005860                 SET WS-CARD-FAILED TO TRUE
005870             WHEN AP-APPROVER-ID = SPACES
005880                 MOVE "APPROVER ID MISSING" TO WS-REJECT-REASON
005890                 SET WS-CARD-FAILED TO TRUE
005900             WHEN WS-AP-COUNT >= WS-AP-MAX
005910                 MOVE "DECISION TABLE FULL" TO WS-REJECT-REASON
005920                 SET WS-CARD-FAILED TO TRUE
005930             WHEN OTHER
005940                 MOVE AP-PENDING-ID TO WS-SEARCH-PENDING-ID
005950                 PERFORM 147-FIND-APPROVAL
005960                 IF WS-AP-FOUND-YES
005970                     MOVE "SECOND DECISION FOR THIS ID"
005980                         TO WS-REJECT-REASON
005990                     SET WS-CARD-FAILED TO TRUE
006000                 END-IF
006010         END-EVALUATE
006020         IF WS-CARD-FAILED
006030             PERFORM 146-PRINT-CARD-REJECT
006040         ELSE
006050             ADD 1 TO WS-AP-COUNT
006060             MOVE AP-PENDING-ID  TO WS-AP-PENDING-ID(WS-AP-COUNT)
006070             MOVE AP-ACTION      TO WS-AP-ACTION(WS-AP-COUNT)
006080             MOVE AP-APPROVER-ID TO WS-AP-APPROVER(WS-AP-COUNT)
006090             MOVE 'N'            TO WS-AP-USED(WS-AP-COUNT)
006100         END-IF
006110     END-IF.
006120     PERFORM 140-READ-APPROVAL.
006130*
006140 146-PRINT-CARD-REJECT.
006150     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 3
006160         PERFORM 500-WRITE-HEADINGS
006170     END-IF.
006180     MOVE AP-ACTION         TO REG-DEC-ACTION.
006190     MOVE AP-PENDING-ID-X   TO REG-DEC-PENDING-ID.
006200     MOVE AP-APPROVER-ID    TO REG-DEC-APPROVER.
006210     WRITE WS-DIVRAREG-RECORD FROM WS-REG-DECISION-LINE
006220         AFTER ADVANCING 2 LINES.
006230     MOVE "REJECT:"         TO REG-OUT-LABEL.
006240     MOVE WS-REJECT-REASON  TO REG-OUT-TEXT.
006250     MOVE SPACES            TO REG-OUT-BY-LABEL.
006260     MOVE SPACES            TO REG-OUT-BY.
006270     WRITE WS-DIVRAREG-RECORD FROM WS-REG-OUTCOME-LINE
006280         AFTER ADVANCING 1 LINE.
006290     ADD 3 TO WS-LINE-COUNT.
006300     ADD 1 TO WS-CARDS-REJECTED.
006310*
006320*-----------------------------------------------------------*
006330*  147-FIND-APPROVAL - LOOKS WS-SEARCH-PENDING-ID UP IN THE   *
006340*                  DECISION TABLE, LEAVING WS-AP-SUB ON IT.   *
006350*-----------------------------------------------------------*
006360 147-FIND-APPROVAL.
006370     MOVE 'N' TO WS-AP-FOUND-SWITCH.
006380     MOVE 1 TO WS-AP-SUB.
006390     PERFORM 148-SCAN-APPROVAL-TABLE
006400         UNTIL WS-AP-FOUND-YES OR WS-AP-SUB > WS-AP-COUNT.
006410*
006420 148-SCAN-APPROVAL-TABLE.
006430     IF WS-AP-PENDING-ID(WS-AP-SUB) = WS-SEARCH-PENDING-ID
006440         SET WS-AP-FOUND-YES TO TRUE
006450     ELSE
006460         ADD 1 TO WS-AP-SUB
006470     END-IF.
006480*
006490 150-READ-PENDING.
006500     READ DIVRPEND-FILE
006510         AT END
006520             SET WS-PEND-EOF-YES TO TRUE
006530     END-READ.
006540*
006550*-----------------------------------------------------------*
006560*  200-PENDING-LOOP - ONE DIVRPEND RECORD PER PASS.  THE      *
006570*                  TRAILER IS HELD FOR 320; EVERY CHANGE IS   *
006580*                  DECIDED IN ENTRY ORDER.                    *
006590*-----------------------------------------------------------*
006600 200-PENDING-LOOP.
006610     IF PD-TRAILER
006620         SET WS-PEND-TRAILER-YES TO TRUE
006630         MOVE PT-PENDING-COUNT TO WS-TRAILER-PENDING-COUNT
006630         MOVE PT-LAST-PENDING-ID TO WS-TRAILER-LAST-PENDING-ID
006640     ELSE
006650         PERFORM 210-DECIDE-ONE-CHANGE
006660     END-IF.
006670     PERFORM 150-READ-PENDING.
006680*
006690*-----------------------------------------------------------*
006700*  210-DECIDE-ONE-CHANGE - EXPIRY IS CHECKED FIRST, SO A      *
006710*                  DECISION CARD CANNOT REVIVE A CHANGE THAT  *
006720*                  HAS WAITED TOO LONG.                       *
006730*-----------------------------------------------------------*
006740 210-DECIDE-ONE-CHANGE.
006750     ADD 1 TO WS-PENDING-READ.
006760     MOVE PD-CARD-IMAGE TO WS-PENDING-CARD.
006770     MOVE PD-ENTERED-BY TO MT-SUBMITTER-ID.
006780     PERFORM 220-PRINT-CHANGE-LINES.
006790     MOVE PD-PENDING-ID TO WS-SEARCH-PENDING-ID.
006800     PERFORM 147-FIND-APPROVAL.
006810     IF WS-AP-FOUND-YES
006820         SET WS-AP-USED-YES(WS-AP-SUB) TO TRUE
006830     END-IF.
006840     EVALUATE TRUE
006850         WHEN PD-ENTERED-DATE < WS-EXPIRY-CUTOFF
006860             PERFORM 211-EXPIRE-CHANGE
006870         WHEN NOT WS-AP-FOUND-YES
006880             PERFORM 212-CARRY-CHANGE
006890         WHEN WS-AP-APPROVE(WS-AP-SUB) AND
006900                 WS-AP-APPROVER(WS-AP-SUB) = PD-ENTERED-BY
006910             PERFORM 213-REFUSE-SELF-APPROVAL
006920         WHEN WS-AP-APPROVE(WS-AP-SUB)
006930             PERFORM 215-APPROVE-CHANGE
006940         WHEN OTHER
006950             PERFORM 214-REJECT-CHANGE
006960     END-EVALUATE.
006970*
006980 211-EXPIRE-CHANGE.
006990     MOVE "EXPIRED:" TO REG-OUT-LABEL.
007000     MOVE "NOT APPROVED IN TIME, DROPPED" TO REG-OUT-TEXT.
007010     MOVE SPACES TO REG-OUT-BY-LABEL.
007020     MOVE SPACES TO REG-OUT-BY.
007030     PERFORM 240-PRINT-OUTCOME.
007040     ADD 1 TO WS-CHANGES-EXPIRED.
007050*
007060 212-CARRY-CHANGE.
007070     MOVE "WAITING:" TO REG-OUT-LABEL.
007080     MOVE "NO DECISION, STAYS PENDING" TO REG-OUT-TEXT.
007090     MOVE SPACES TO REG-OUT-BY-LABEL.
007100     MOVE SPACES TO REG-OUT-BY.
007110     PERFORM 240-PRINT-OUTCOME.
007120     PERFORM 216-WRITE-PENDING.
007130*
007140 213-REFUSE-SELF-APPROVAL.
007150     MOVE "REJECT:" TO REG-OUT-LABEL.
007160     MOVE "APPROVER IS THE SUBMITTER" TO REG-OUT-TEXT.
007170     PERFORM 241-SET-APPROVER.
007180     PERFORM 240-PRINT-OUTCOME.
007190     ADD 1 TO WS-CARDS-REJECTED.
007200     PERFORM 216-WRITE-PENDING.
007210*
007220 214-REJECT-CHANGE.
007230     MOVE "REJECTED:" TO REG-OUT-LABEL.
007240     MOVE "DROPPED, DIVREF UNCHANGED" TO REG-OUT-TEXT.
007250     PERFORM 241-SET-APPROVER.
007260     PERFORM 240-PRINT-OUTCOME.
007270     ADD 1 TO WS-CHANGES-REJECTED.
007280*
007290*-----------------------------------------------------------*
007300*  215-APPROVE-CHANGE - EDITS THE CHANGE AGAIN AGAINST THE    *
007310*                  TABLE AS IT NOW STANDS.  ONE THAT NO       *
007320*                  LONGER APPLIES IS DROPPED WITH THE REASON  *
007330*                  AND FAILS THE RUN.                         *
007340*-----------------------------------------------------------*
007350 215-APPROVE-CHANGE.
007360     MOVE 'N' TO WS-CARD-FAIL-SWITCH.
007370     MOVE SPACES TO WS-REJECT-REASON.
007380     PERFORM 230-EDIT-CARD.
007390     IF NOT WS-CARD-FAILED
007400         PERFORM 250-PRINT-BEFORE-IMAGE
007410         EVALUATE TRUE
007420             WHEN MT-ACTION-ADD
007430                 PERFORM 260-ADD-ACCOUNT
007440             WHEN MT-ACTION-CLOSE
007450                 PERFORM 270-CLOSE-ACCOUNT
007460             WHEN MT-ACTION-REOPEN
007470                 PERFORM 280-REOPEN-ACCOUNT
007480             WHEN MT-ACTION-RENAME
007490                 PERFORM 290-RENAME-ACCOUNT
007500             WHEN MT-ACTION-LIMITS
007510                 PERFORM 295-SET-ACCOUNT-LIMITS
007520             WHEN MT-ACTION-GROUP
007530                 PERFORM 297-SET-ACCOUNT-GROUP
007540         END-EVALUATE
007550         PERFORM 255-PRINT-AFTER-IMAGE
007560         MOVE "APPROVED:" TO REG-OUT-LABEL
007570         MOVE "APPLIED TO DIVREF" TO REG-OUT-TEXT
007580         ADD 1 TO WS-CHANGES-APPROVED
007590     ELSE
007600         MOVE "NOT DONE:" TO REG-OUT-LABEL
007610         MOVE WS-REJECT-REASON TO REG-OUT-TEXT
007620         ADD 1 TO WS-CHANGES-FAILED
007630     END-IF.
007640     PERFORM 241-SET-APPROVER.
007650     PERFORM 240-PRINT-OUTCOME.
007660*
007670 216-WRITE-PENDING.
007680     WRITE WS-DIVPNEW-RECORD FROM WS-DIVRPEND-RECORD.
007690     ADD 1 TO WS-PENDING-OUT.
007700*
007710*-----------------------------------------------------------*
007720*  220-PRINT-CHANGE-LINES - THE PENDING ID, WHO ENTERED THE   *
007730*                  CHANGE AND WHEN, AND THE CARD ITSELF.      *
007740*                  ROOM IS LEFT FOR THE IMAGES AND OUTCOME    *
007750*                  SO A CHANGE NEVER SPLITS ACROSS PAGES.     *
007760*-----------------------------------------------------------*
007770 220-PRINT-CHANGE-LINES.
007780     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 9
007790         PERFORM 500-WRITE-HEADINGS
007800     END-IF.
007810     MOVE PD-PENDING-ID TO REG-CHG-PENDING-ID.
007820     MOVE PD-ENTERED-DATE TO WS-WORK-YYMMDD.
007830     PERFORM 690-EDIT-YYMMDD.
007840     MOVE WS-WORK-DATE  TO REG-CHG-ENTERED-DATE.
007850     MOVE PD-ENTERED-BY TO REG-CHG-ENTERED-BY.
007860     WRITE WS-DIVRAREG-RECORD FROM WS-REG-CHANGE-LINE
007870         AFTER ADVANCING 2 LINES.
007880     MOVE MT-ACTION       TO REG-CARD-ACTION.
007890     MOVE MT-ACCOUNT-ID   TO REG-CARD-ACCOUNT-ID.
007900     MOVE MT-ACCOUNT-NAME TO REG-CARD-NAME.
007910     WRITE WS-DIVRAREG-RECORD FROM WS-REG-CARD-LINE
007920         AFTER ADVANCING 1 LINE.
007930     ADD 3 TO WS-LINE-COUNT.
007940*
007950*-----------------------------------------------------------*
007960*  230-EDIT-CARD THRU 236-SCAN-REF-TABLE - THE DIV125 CARD    *
007970*  EDITS, UNCHANGED, SO AN APPROVED CHANGE IS HELD TO THE     *
007980*  SAME RULES IT WAS ENTERED UNDER.  FIRST FAILING EDIT WINS. *
007990*-----------------------------------------------------------*
008000 230-EDIT-CARD.
008010     PERFORM 235-LOOKUP-ACCOUNT.
008020     IF NOT MT-ACTION-VALID
008030         MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
008040         SET WS-CARD-FAILED TO TRUE
008050     ELSE
008060         IF MT-ACCOUNT-ID = SPACES
008070             MOVE "ACCOUNT ID MISSING" TO WS-REJECT-REASON
008080             SET WS-CARD-FAILED TO TRUE
008090         ELSE
008100             PERFORM 231-EDIT-CARD-ACTION
008110         END-IF
008120     END-IF.
008130*
008140 231-EDIT-CARD-ACTION.
008150     EVALUATE TRUE
008160         WHEN MT-ACTION-ADD AND WS-REF-FOUND-YES
008170             MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-REASON
008180             SET WS-CARD-FAILED TO TRUE
008190         WHEN MT-ACTION-ADD AND MT-ACCOUNT-NAME = SPACES
008200             MOVE "ACCOUNT NAME MISSING" TO WS-REJECT-REASON
008210             SET WS-CARD-FAILED TO TRUE
008220         WHEN MT-ACTION-ADD AND WS-REF-COUNT >= WS-REF-MAX
008230             MOVE "REFERENCE TABLE FULL" TO WS-REJECT-REASON
008240             SET WS-CARD-FAILED TO TRUE
008250         WHEN MT-ACTION-ADD
008260             PERFORM 232-EDIT-CONTROL-FIELDS
008270         WHEN NOT WS-REF-FOUND-YES
008280             MOVE "ACCOUNT NOT ON FILE" TO WS-REJECT-REASON
008290             SET WS-CARD-FAILED TO TRUE
008300         WHEN MT-ACTION-LIMITS
008310             PERFORM 232-EDIT-CONTROL-FIELDS
008320         WHEN MT-ACTION-GROUP
008330             PERFORM 234-EDIT-GROUP-CODE
008340         WHEN MT-ACTION-CLOSE AND
008350                 WS-REF-STATUS(WS-REF-SUB) NOT = 'O'
008360             MOVE "ACCOUNT ALREADY CLOSED" TO WS-REJECT-REASON
008370             SET WS-CARD-FAILED TO TRUE
008380         WHEN MT-ACTION-REOPEN AND
008390                 WS-REF-STATUS(WS-REF-SUB) = 'O'
008400             MOVE "ACCOUNT ALREADY OPEN" TO WS-REJECT-REASON
008410             SET WS-CARD-FAILED TO TRUE
008420         WHEN MT-ACTION-RENAME AND MT-ACCOUNT-NAME = SPACES
008430             MOVE "ACCOUNT NAME MISSING" TO WS-REJECT-REASON
008440             SET WS-CARD-FAILED TO TRUE
008450     END-EVALUATE.
008460*
008470 232-EDIT-CONTROL-FIELDS.
008480     MOVE 1 TO WS-OPS-SUB.
008490     PERFORM 233-EDIT-ONE-OPS-CHAR
008500         UNTIL WS-CARD-FAILED OR WS-OPS-SUB > 4.
008510     IF NOT WS-CARD-FAILED
008520         IF MT-AMOUNT-LIMIT NOT = SPACES AND
008530                 MT-AMOUNT-LIMIT IS NOT NUMERIC
008540             MOVE "AMOUNT LIMIT NOT NUMERIC"
008550                 TO WS-REJECT-REASON
008560             SET WS-CARD-FAILED TO TRUE
008570         ELSE
008580             IF MT-TRANS-LIMIT NOT = SPACES AND
008590                     MT-TRANS-LIMIT IS NOT NUMERIC
008600                 MOVE "TRANS LIMIT NOT NUMERIC"
008610                     TO WS-REJECT-REASON
008620                 SET WS-CARD-FAILED TO TRUE
008630             END-IF
008640         END-IF
008650     END-IF.
008660     IF NOT WS-CARD-FAILED AND MT-ACTION-ADD
008670         PERFORM 234-EDIT-GROUP-CODE
008680     END-IF.
008690*
008700 233-EDIT-ONE-OPS-CHAR.
008710     IF MT-ALLOWED-OPS(WS-OPS-SUB:1) NOT = 'D' AND
008720             MT-ALLOWED-OPS(WS-OPS-SUB:1) NOT = 'M' AND
008730             MT-ALLOWED-OPS(WS-OPS-SUB:1) NOT = 'A' AND
008740             MT-ALLOWED-OPS(WS-OPS-SUB:1) NOT = 'S' AND
008750             MT-ALLOWED-OPS(WS-OPS-SUB:1) NOT = SPACE
008760         MOVE "INVALID ALLOWED-OPS CODE" TO WS-REJECT-REASON
008770         SET WS-CARD-FAILED TO TRUE
008780     END-IF.
008790     ADD 1 TO WS-OPS-SUB.
008800*
008810 234-EDIT-GROUP-CODE.
008820     IF MT-GROUP-CODE NOT = SPACES AND
008830             MT-GROUP-CODE(1:1) = SPACE
008840         MOVE "GROUP CODE NOT LEFT-JUSTIFIED" TO WS-REJECT-REASON
008850         SET WS-CARD-FAILED TO TRUE
008860     END-IF.
008870*
008880 235-LOOKUP-ACCOUNT.
008890     MOVE 'N' TO WS-REF-FOUND-SWITCH.
008900     MOVE 1 TO WS-REF-SUB.
008910     PERFORM 236-SCAN-REF-TABLE
008920         UNTIL WS-REF-FOUND-YES OR WS-REF-SUB > WS-REF-COUNT.
008930*
008940 236-SCAN-REF-TABLE.
008950     IF WS-REF-ACCOUNT-ID(WS-REF-SUB) = MT-ACCOUNT-ID
008960         SET WS-REF-FOUND-YES TO TRUE
008970     ELSE
008980         ADD 1 TO WS-REF-SUB
008990     END-IF.
009000*
009010 240-PRINT-OUTCOME.
009020     WRITE WS-DIVRAREG-RECORD FROM WS-REG-OUTCOME-LINE
009030         AFTER ADVANCING 1 LINE.
009040     ADD 1 TO WS-LINE-COUNT.
009050*
009060 241-SET-APPROVER.
009070     MOVE "  BY " TO REG-OUT-BY-LABEL.
009080     MOVE WS-AP-APPROVER(WS-AP-SUB) TO REG-OUT-BY.
009090*
009100 250-PRINT-BEFORE-IMAGE.
009110     IF WS-REF-FOUND-YES
009120         MOVE "BEFORE:" TO REG-IMG-LABEL
009130         PERFORM 256-PRINT-ENTRY-IMAGE
009140     ELSE
009150         WRITE WS-DIVRAREG-RECORD FROM WS-REG-NO-PRIOR-LINE
009160             AFTER ADVANCING 1 LINE
009170         ADD 1 TO WS-LINE-COUNT
009180     END-IF.
009190*
009200 255-PRINT-AFTER-IMAGE.
009210     MOVE "AFTER:" TO REG-IMG-LABEL.
009220     PERFORM 256-PRINT-ENTRY-IMAGE.
009230*
009240 256-PRINT-ENTRY-IMAGE.
009250     MOVE WS-REF-ACCOUNT-ID(WS-REF-SUB) TO REG-IMG-ACCOUNT-ID.
009260     MOVE WS-REF-NAME(WS-REF-SUB)       TO REG-IMG-NAME.
009270     MOVE WS-REF-STATUS(WS-REF-SUB)     TO REG-IMG-STATUS.
009280     WRITE WS-DIVRAREG-RECORD FROM WS-REG-IMAGE-LINE
009290         AFTER ADVANCING 1 LINE.
009300     MOVE WS-REF-OPS(WS-REF-SUB)       TO REG-IMG-OPS.
009310     MOVE WS-REF-AMT-LIMIT(WS-REF-SUB) TO REG-IMG-AMT.
009320     MOVE WS-REF-TRN-LIMIT(WS-REF-SUB) TO REG-IMG-TRN.
009330     MOVE WS-REF-GROUP(WS-REF-SUB)     TO REG-IMG-GROUP.
009340     WRITE WS-DIVRAREG-RECORD FROM WS-REG-CTRL-LINE
009350         AFTER ADVANCING 1 LINE.
009360     ADD 2 TO WS-LINE-COUNT.
009370*
009380*-----------------------------------------------------------*
009390*  260-ADD-ACCOUNT THRU 297-SET-ACCOUNT-GROUP - THE DIV125    *
009400*  APPLY PARAGRAPHS.  THE EDIT HAS ALREADY PROVED THE CHANGE  *
009410*  CAN APPLY, SO EACH ONE JUST UPDATES THE TABLE ENTRY AND    *
009420*  LEAVES WS-REF-SUB ON IT FOR THE AFTER IMAGE.               *
009430*-----------------------------------------------------------*
009440 260-ADD-ACCOUNT.
009450     ADD 1 TO WS-REF-COUNT.
009460     MOVE WS-REF-COUNT TO WS-REF-SUB.
009470     MOVE MT-ACCOUNT-ID   TO WS-REF-ACCOUNT-ID(WS-REF-SUB).
009480     MOVE MT-ACCOUNT-NAME TO WS-REF-NAME(WS-REF-SUB).
009490     MOVE 'O'             TO WS-REF-STATUS(WS-REF-SUB).
009500     PERFORM 265-APPLY-CONTROL-FIELDS.
009510     MOVE MT-GROUP-CODE   TO WS-REF-GROUP(WS-REF-SUB).
009520*
009530 265-APPLY-CONTROL-FIELDS.
009540     MOVE MT-ALLOWED-OPS TO WS-REF-OPS(WS-REF-SUB).
009550     IF MT-AMOUNT-LIMIT IS NUMERIC
009560         MOVE MT-AMOUNT-LIMIT TO WS-REF-AMT-LIMIT(WS-REF-SUB)
009570     ELSE
009580         MOVE ZERO TO WS-REF-AMT-LIMIT(WS-REF-SUB)
009590     END-IF.
009600     IF MT-TRANS-LIMIT IS NUMERIC
009610         MOVE MT-TRANS-LIMIT TO WS-REF-TRN-LIMIT(WS-REF-SUB)
009620     ELSE
009630         MOVE ZERO TO WS-REF-TRN-LIMIT(WS-REF-SUB)
009640     END-IF.
009650*
009660 270-CLOSE-ACCOUNT.
009670     MOVE 'C' TO WS-REF-STATUS(WS-REF-SUB).
009680*
009690 280-REOPEN-ACCOUNT.
009700     MOVE 'O' TO WS-REF-STATUS(WS-REF-SUB).
009710*
009720 290-RENAME-ACCOUNT.
009730     MOVE MT-ACCOUNT-NAME TO WS-REF-NAME(WS-REF-SUB).
009740*
009750 295-SET-ACCOUNT-LIMITS.
009760     PERFORM 265-APPLY-CONTROL-FIELDS.
009770*
009780 297-SET-ACCOUNT-GROUP.
009790     MOVE MT-GROUP-CODE TO WS-REF-GROUP(WS-REF-SUB).
009800*
009810*-----------------------------------------------------------*
009820*  300-CHECK-UNUSED-CARDS - A DECISION CARD NO PENDING CHANGE *
009830*                  CLAIMED NAMES A WRONG ID, OR ONE ALREADY   *
009840*                  DECIDED IN AN EARLIER RUN.                 *
009850*-----------------------------------------------------------*
009860 300-CHECK-UNUSED-CARDS.
009870     MOVE 1 TO WS-AP-SUB.
009880     PERFORM 305-CHECK-ONE-CARD
009890         UNTIL WS-AP-SUB > WS-AP-COUNT.
009900*
009910 305-CHECK-ONE-CARD.
009920     IF NOT WS-AP-USED-YES(WS-AP-SUB)
009930         MOVE WS-AP-ACTION(WS-AP-SUB)     TO AP-ACTION
009940         MOVE WS-AP-PENDING-ID(WS-AP-SUB) TO AP-PENDING-ID
009950         MOVE WS-AP-APPROVER(WS-AP-SUB)   TO AP-APPROVER-ID
009960         MOVE "NO SUCH PENDING CHANGE" TO WS-REJECT-REASON
009970         PERFORM 146-PRINT-CARD-REJECT
009980     END-IF.
009990     ADD 1 TO WS-AP-SUB.
010000*
010010*-----------------------------------------------------------*
010020*  310-WRITE-NEW-REFERENCE - WRITES THE UPDATED TABLE OUT AS  *
010030*                  THE NEXT DIVREF, IN TABLE (I.E. ORIGINAL   *
010040*                  FILE PLUS ADDS-AT-THE-END) ORDER.          *
010050*-----------------------------------------------------------*
010060 310-WRITE-NEW-REFERENCE.
010070     MOVE 1 TO WS-REF-SUB.
010080     PERFORM 311-WRITE-ONE-ENTRY
010090         UNTIL WS-REF-SUB > WS-REF-COUNT.
010100     MOVE WS-REF-COUNT TO WS-ACCOUNTS-OUT.
010110*
010120 311-WRITE-ONE-ENTRY.
010130     MOVE SPACES TO WS-DIVRNEW-RECORD.
010140     MOVE WS-REF-ACCOUNT-ID(WS-REF-SUB) TO RN-ACCOUNT-ID.
010150     MOVE WS-REF-NAME(WS-REF-SUB)       TO RN-ACCOUNT-NAME.
010160     MOVE WS-REF-STATUS(WS-REF-SUB)     TO RN-ACCOUNT-STATUS.
010170     MOVE WS-REF-OPS(WS-REF-SUB)        TO RN-ALLOWED-OPS.
010180     MOVE WS-REF-AMT-LIMIT(WS-REF-SUB)  TO RN-AMOUNT-LIMIT.
010190     MOVE WS-REF-TRN-LIMIT(WS-REF-SUB)  TO RN-TRANS-LIMIT.
010200     MOVE WS-REF-GROUP(WS-REF-SUB)      TO RN-GROUP-CODE.
010210     WRITE WS-DIVRNEW-RECORD.
010220     ADD 1 TO WS-REF-SUB.
010230*
010240*-----------------------------------------------------------*
010250*  320-WRITE-PENDING-TRAILER - PROVES DIVRPEND WAS READ WHOLE *
010260*                  (THE SAME CHECKS DIV125 MAKES) AND CLOSES  *
010270*                  DIVPNEW WITH THE LAST PENDING ID CARRIED   *
010280*                  FORWARD UNCHANGED - IDS ARE ONLY ISSUED BY *
010290*                  DIV125 - AND THE NEW PENDING COUNT.        *
010300*-----------------------------------------------------------*
010310 320-WRITE-PENDING-TRAILER.
010320     IF WS-PEND-OPEN-YES
010330         CLOSE DIVRPEND-FILE
010340     END-IF.
010350     IF WS-PENDING-READ > ZERO AND NOT WS-PEND-TRAILER-YES
010360         DISPLAY "DIV220 - FATAL - DIVRPEND HAS NO TRAILER"
010370         MOVE 16 TO RETURN-CODE
010380         STOP RUN
010390     END-IF.
010400     IF WS-PEND-TRAILER-YES AND
010410             WS-TRAILER-PENDING-COUNT NOT = WS-PENDING-READ
010420         DISPLAY "DIV220 - FATAL - DIVRPEND TRAILER COUNT "
010430             WS-TRAILER-PENDING-COUNT " BUT "
010440             WS-PENDING-READ " CHANGES READ"
010450         MOVE 16 TO RETURN-CODE
010460         STOP RUN
010470     END-IF.
010480     MOVE SPACES TO WS-DIVPNEW-TRAILER.
010490     MOVE 'T'            TO PNT-RECORD-TYPE.
010500     IF WS-PEND-TRAILER-YES
010510         MOVE WS-TRAILER-LAST-PENDING-ID TO PNT-LAST-PENDING-ID
010520     ELSE
010530         MOVE ZERO TO PNT-LAST-PENDING-ID
010540     END-IF.
010550     MOVE WS-PENDING-OUT TO PNT-PENDING-COUNT.
010560     WRITE WS-DIVPNEW-TRAILER.
010570*
010580 400-CONTROL-TOTALS.
010590     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 14
010600         PERFORM 500-WRITE-HEADINGS
010610     END-IF.
010620     IF WS-CARDS-REJECTED > ZERO OR WS-CHANGES-FAILED > ZERO
010630         WRITE WS-DIVRAREG-RECORD FROM WS-REG-NOT-PROMOTED-LINE
010640             AFTER ADVANCING 2 LINES
010650     END-IF.
010660     WRITE WS-DIVRAREG-RECORD FROM WS-REG-TRAILER-1
010670         AFTER ADVANCING 2 LINES.
010680     MOVE "DECISION CARDS    =" TO TRL-LABEL.
010690     MOVE WS-CARDS-READ         TO TRL-COUNT.
010700     PERFORM 410-WRITE-TRAILER-LINE.
010710     MOVE "CARDS REJECTED    =" TO TRL-LABEL.
010720     MOVE WS-CARDS-REJECTED     TO TRL-COUNT.
010730     PERFORM 410-WRITE-TRAILER-LINE.
010740     MOVE "PENDING READ      =" TO TRL-LABEL.
010750     MOVE WS-PENDING-READ       TO TRL-COUNT.
010760     PERFORM 410-WRITE-TRAILER-LINE.
010770     MOVE "APPROVED          =" TO TRL-LABEL.
010780     MOVE WS-CHANGES-APPROVED   TO TRL-COUNT.
010790     PERFORM 410-WRITE-TRAILER-LINE.
010800     MOVE "REJECTED          =" TO TRL-LABEL.
010810     MOVE WS-CHANGES-REJECTED   TO TRL-COUNT.
010820     PERFORM 410-WRITE-TRAILER-LINE.
010830     MOVE "NOT DONE          =" TO TRL-LABEL.
010840     MOVE WS-CHANGES-FAILED     TO TRL-COUNT.
010850     PERFORM 410-WRITE-TRAILER-LINE.
010860     MOVE "EXPIRED           =" TO TRL-LABEL.
010870     MOVE WS-CHANGES-EXPIRED    TO TRL-COUNT.
010880     PERFORM 410-WRITE-TRAILER-LINE.
010890     MOVE "STILL PENDING     =" TO TRL-LABEL.
010900     MOVE WS-PENDING-OUT        TO TRL-COUNT.
010910     PERFORM 410-WRITE-TRAILER-LINE.
010920     MOVE "ACCOUNTS IN       =" TO TRL-LABEL.
010930     MOVE WS-ACCOUNTS-IN        TO TRL-COUNT.
010940     PERFORM 410-WRITE-TRAILER-LINE.
010950     MOVE "ACCOUNTS OUT      =" TO TRL-LABEL.
010960     MOVE WS-ACCOUNTS-OUT       TO TRL-COUNT.
010970     PERFORM 410-WRITE-TRAILER-LINE.
010980*
010990 410-WRITE-TRAILER-LINE.
011000     WRITE WS-DIVRAREG-RECORD FROM WS-REG-TRAILER-LINE
011010         AFTER ADVANCING 1 LINE.
011020*
011030 500-WRITE-HEADINGS.
011040     ADD 1 TO WS-PAGE-COUNT.
011050     MOVE WS-PAGE-COUNT TO HDG1-PAGE-NO.
011060     MOVE WS-REPORT-DATE TO HDG1-RUN-DATE.
011070     WRITE WS-DIVRAREG-RECORD FROM WS-REG-HEADING-1
011080         AFTER ADVANCING PAGE.
011090     MOVE WS-EXPIRY-DAYS TO HDG2-EXPIRY-DAYS.
011100     MOVE WS-EXPIRY-CUTOFF TO WS-WORK-YYMMDD.
011110     PERFORM 690-EDIT-YYMMDD.
011120     MOVE WS-WORK-DATE TO HDG2-CUTOFF-DATE.
011130     WRITE WS-DIVRAREG-RECORD FROM WS-REG-HEADING-2
011140         AFTER ADVANCING 2 LINES.
011150     MOVE 3 TO WS-LINE-COUNT.
011160*
011170*-----------------------------------------------------------*
011180*  600-PRIOR-DAY - STEPS WS-CAL-YYMMDD BACK ONE DAY.          *
011190*-----------------------------------------------------------*
011200 600-PRIOR-DAY.
011210     IF WS-CAL-DD > 1
011220         SUBTRACT 1 FROM WS-CAL-DD
011230     ELSE
011240         IF WS-CAL-MM > 1
011250             SUBTRACT 1 FROM WS-CAL-MM
011260         ELSE
011270             MOVE 12 TO WS-CAL-MM
011280             IF WS-CAL-YY = ZERO
011290                 MOVE 99 TO WS-CAL-YY
011300             ELSE
011310                 SUBTRACT 1 FROM WS-CAL-YY
011320             END-IF
011330         END-IF
011340         PERFORM 610-SET-MONTH-DAYS
011350         MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD
011360     END-IF.
011370*
011380 610-SET-MONTH-DAYS.
011390     MOVE WS-MONTH-DAYS(WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
011400     IF WS-CAL-MM = 2
011410         DIVIDE WS-CAL-YY BY 4 GIVING WS-CAL-WORK
011420             REMAINDER WS-CAL-LEAP-REMAINDER
011430         IF WS-CAL-LEAP-REMAINDER = ZERO
011440             MOVE 29 TO WS-CAL-MONTH-DAYS
011450         END-IF
011460     END-IF.
011470*
011480 690-EDIT-YYMMDD.
011490     MOVE WS-WORK-MM TO WS-WORK-DATE(1:2).
011500     MOVE "/" TO WS-WORK-DATE(3:1).
011510     MOVE WS-WORK-DD TO WS-WORK-DATE(4:2).
011520     MOVE "/" TO WS-WORK-DATE(6:1).
011530     MOVE WS-WORK-YY TO WS-WORK-DATE(7:2).
011540*
011550 900-TERMINATE.
011560     DISPLAY "DIV220 - DECISION CARDS = " WS-CARDS-READ.
011570     DISPLAY "DIV220 - CARDS REJECTED = " WS-CARDS-REJECTED.
011580     DISPLAY "DIV220 - APPROVED       = " WS-CHANGES-APPROVED.
011590     DISPLAY "DIV220 - REJECTED       = " WS-CHANGES-REJECTED.
011600     DISPLAY "DIV220 - NOT DONE       = " WS-CHANGES-FAILED.
011610     DISPLAY "DIV220 - EXPIRED        = " WS-CHANGES-EXPIRED.
011620     DISPLAY "DIV220 - STILL PENDING  = " WS-PENDING-OUT.
011630     CLOSE DIVRAPV-FILE.
011640     CLOSE DIVRNEW-FILE.
011650     CLOSE DIVPNEW-FILE.
011660     CLOSE DIVRAREG-FILE.
011670     IF WS-CARDS-REJECTED > ZERO OR WS-CHANGES-FAILED > ZERO
011680         MOVE 4 TO RETURN-CODE
011690     END-IF.
011700*
