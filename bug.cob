000636*                     REJECTED + HELD.  THE HELD COUNT RIDES     *
000637*                     DIVCKPT (WHICH GREW AGAIN - DELETE ANY     *
000638*                     DIVCKPT LEFT BY AN EARLIER RELEASE).       *
000639*    10/15/2026  RH   REVERSAL TRANSACTIONS.  A DIVIN RECORD     *
000640*                     WITH OPERATION CODE R BACKS OUT THE        *
000641*                     PRIOR ACCEPTED TRANSACTION NAMED BY ITS    *
000642*                     DI-TRANS-REF.  THE ORIGINAL IS FOUND IN    *
000643*                     THE REFERENCE TABLE (DIVAUDP PLUS TONIGHT) *
000644*                     WHICH NOW HOLDS EVERY REFERENCED ENTRY'S   *
000645*                     DISPOSITION AND AMOUNTS, NOT JUST THE      *
000646*                     ACCEPTED REFERENCES.  A REVERSAL REJECTS   *
000647*                     WITH REASON 13 (ORIGINAL NOT FOUND ON THE  *
000648*                     ACCOUNT), 14 (ORIGINAL NOT ACCEPTED) OR    *
000649*                     15 (ORIGINAL ALREADY REVERSED); AN         *
000650*                     ACCEPTED REVERSAL IS AUDITED WITH STATUS   *
000651*                     30 CARRYING THE ORIGINAL'S REFERENCE,      *
000652*                     OPERATION, FIELDS AND RESULT, AND COMES    *
000653*                     OFF THE FIELD-A/RESULT SUMS.  REVERSALS    *
000654*                     COUNT AS PROCESSED, TAKE THE DIVREF        *
000655*                     STATUS CHECK BUT NOT THE PER-ACCOUNT       *
000656*                     LIMITS, AND RIDE DIVCKPT IN A NEW          *
000657*                     CK-REVERSAL-COUNT (CARVED FROM FILLER -    *
000658*                     DELETE ANY DIVCKPT LEFT BY AN EARLIER      *
000659*                     RELEASE).                                  *
000659*    10/15/2026  RH   EVERY RECORD'S DISPOSITION (ACCEPTED,      *
000659*                     REJECTED OR HELD, WITH ITS FEED ID,        *
000659*                     REFERENCE, RESULT, STATUS AND EFFECTIVE    *
000659*                     DATE) IS APPENDED TO DIVDSP FOR THE DIV165 *
000659*                     PER-FEED RETURN FILE.                      *
000659*    10/15/2026  RH   OPTIONAL DIVPART CARD (COLUMN 1 = 1 TO 9)  *
000659*                     RUNS THIS AS ONE ACCOUNT-RANGE PARTITION   *
000659*                     OF DIVIN (SPLIT BY DIV225, JOBS DIV100P1,  *
000659*                     DIV100P2, ...).  THE DIVLOG RECORD THEN    *
000659*                     CARRIES JOB NAME DIV100P<N> FOR DIV230 TO  *
000659*                     MERGE AND THE REPORT SHOWS THE PARTITION.  *
000659*                     NO DIVPART IS THE UNPARTITIONED RUN.       *
000659*    10/15/2026  RH   AN ACCEPTED REVERSAL KEEPS THE ORIGINAL'S  *
000659*                     FIELDS IN WS-REV-ORIG-FIELDS INSTEAD OF    *
000659*                     OVERWRITING WS-FIELD-A/B AND WS-RESULT.    *
000659*                     A RECYCLED OR RELEASED RECORD (DI-PRIOR-   *
000659*                     FLAG 'P', SET BY DIV105) IS WRITTEN TO     *
000659*                     DIVDSP AS TYPE 'P' UNDER ITS ORIGINAL      *
000659*                     FEED.  A PARTITION RUN NOW OPENS DIVFUT    *
000659*                     AND DIVDSP OUTPUT, AND A RESTART CUTS      *
000659*                     DIVAUD, DIVERR (AND IN A PARTITION DIVFUT  *
000659*                     AND DIVDSP) BACK TO THE CHECKPOINT THROUGH *
000659*                     THE NEW DIVTRIM WORK FILE, SO A RERUN OR   *
000659*                     RESTART NEVER WRITES AN ENTRY TWICE.       *
000660*-----------------------------------------------------------*
000614 ENVIRONMENT DIVISION.
000615 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000839         ORGANIZATION IS SEQUENTIAL
000840         ACCESS MODE IS SEQUENTIAL
000841         FILE STATUS IS WS-DIVAUDP-STATUS.
000842     SELECT DIVDSP-FILE ASSIGN TO DIVDSP
000843         ORGANIZATION IS SEQUENTIAL
000844         ACCESS MODE IS SEQUENTIAL
000845         FILE STATUS IS WS-DIVDSP-STATUS.
000846     SELECT DIVPART-FILE ASSIGN TO DIVPART
000847         ORGANIZATION IS SEQUENTIAL
000848         ACCESS MODE IS SEQUENTIAL
000849         FILE STATUS IS WS-DIVPART-STATUS.
000849     SELECT DIVTRIM-FILE ASSIGN TO DIVTRIM
000849         ORGANIZATION IS SEQUENTIAL
000849         ACCESS MODE IS SEQUENTIAL.
000833*
000840 DATA DIVISION.
000850 FILE SECTION.
000957     05  DI-FEED-ID              PIC X(08).
000958     05  DI-EFFECTIVE-DATE       PIC X(08).
000959     05  DI-TRANS-REF            PIC X(12).
000959     05  DI-PRIOR-FLAG           PIC X(01).
000960     05  FILLER                  PIC X(29).
000970*
000980*-----------------------------------------------------------*
000990*  DIVRPT - PRINTED DIVISION RESULTS REPORT.                 *
001330     05  CK-SUM-FIELD-A          PIC S9(09)V99.
001340     05  CK-SUM-RESULT           PIC S9(09)V99.
001350     05  CK-RESTART-FLAG         PIC X(01).
001355     05  CK-REVERSAL-COUNT       PIC 9(07).
001360     05  FILLER                  PIC X(07).
001370*
001380*-----------------------------------------------------------*
001390*  DIVAUD - PERMANENT AUDIT TRAIL.  ONE ENTRY FOR EVERY       *
001720     05  PM-JOB-NAME-OVERRIDE    PIC X(08).
001730     05  FILLER                  PIC X(68).
001735*
001735*-----------------------------------------------------------*
001735*  DIVPART - PARTITION CARD, PRESENT ONLY IN THE DIV100P<N>   *
001735*            JOBS.  COLUMN 1 IS THE PARTITION NUMBER (1-9)    *
001735*            WHOSE DIV225 SLICE OF DIVIN THIS RUN PROCESSES.  *
001735*-----------------------------------------------------------*
001735 FD  DIVPART-FILE
001735     RECORDING MODE IS F
001735     LABEL RECORDS ARE STANDARD.
001735 01  WS-DIVPART-RECORD.
001735     05  PN-PARTITION-NO         PIC X(01).
001735         88  PN-PARTITION-VALID            VALUE '1' THRU '9'.
001735     05  FILLER                  PIC X(79).
001735*
001736*-----------------------------------------------------------*
001737*  DIVREF - ACCOUNT REFERENCE FILE, MAINTAINED BY OPERATIONS. *
001738*           ONE RECORD PER VALID ACCOUNT.  LOADED INTO        *
001731*  DIVAUDP - THE PRIOR NIGHTS' RETAINED AUDIT GENERATIONS,    *
001732*            CONCATENATED ON THE DD.  READ ONCE AT STARTUP    *
001733*            TO TABLE THE TRANSACTION REFERENCES ALREADY      *
001734*            SEEN, FOR THE DUPLICATE AND REVERSAL CHECKS.     *
001735*-----------------------------------------------------------*
001736 FD  DIVAUDP-FILE
001737     RECORDING MODE IS F
001750*  DIVFUT - FUTURE-DATED TRANSACTION HOLDING FILE.  HELD      *
001751*           RECORDS ARE APPENDED IN DIVIN FORMAT TO THE       *
001752*           GENERATION DIV195 CARRIED FORWARD AT THE FRONT    *
001753*           OF THE STREAM.  A PARTITION RUN WRITES ITS OWN    *
001753*           FILE INSTEAD, FOR DIV230 TO APPEND.               *
001754*-----------------------------------------------------------*
001755 FD  DIVFUT-FILE
001756     RECORDING MODE IS F
001757     LABEL RECORDS ARE STANDARD.
001758 01  WS-DIVFUT-RECORD                PIC X(80).
001759*
001759*-----------------------------------------------------------*
001759*  DIVDSP - PER-RECORD DISPOSITIONS FOR THE DIV165 RETURN     *
001759*           FILE.  APPENDED TO THE GENERATION DIV120 OPENED   *
001759*           AT THE FRONT OF THE STREAM, AFTER DIV105'S EDIT   *
001759*           REJECTS AND ENVELOPE COUNTS.  A PARTITION RUN     *
001759*           WRITES ITS OWN FILE INSTEAD, FOR DIV230 TO        *
001759*           APPEND.                                           *
001759*-----------------------------------------------------------*
001759 FD  DIVDSP-FILE
001759     RECORDING MODE IS F
001759     LABEL RECORDS ARE STANDARD.
001759 01  WS-DIVDSP-RECORD.
001759     05  DS-RECORD-TYPE          PIC X(01).
001759     05  DS-FEED-ID              PIC X(08).
001759     05  DS-DISPOSITION          PIC X(01).
001759     05  DS-TRANS-REF            PIC X(12).
001759     05  DS-ACCOUNT-ID           PIC X(10).
001759     05  DS-OPERATION-CODE       PIC X(01).
001759     05  DS-RESULT               PIC S9(05)V99.
001759     05  DS-REASON-CODE          PIC X(02).
001759     05  DS-REASON-TEXT          PIC X(30).
001759     05  DS-EFFECTIVE-DATE       PIC X(08).
001759*
001759*-----------------------------------------------------------*
001759*  DIVTRIM - RESTART WORK FILE.  HOLDS THE CHECKPOINTED PART  *
001759*            OF ONE OUTPUT FILE AT A TIME WHILE IT IS CUT     *
001759*            BACK (SEE 142-TRIM-TO-CHECKPOINT).  SIZED FOR    *
001759*            THE LONGEST OF THEM, DIVAUD.                     *
001759*-----------------------------------------------------------*
001759 FD  DIVTRIM-FILE
001759     RECORDING MODE IS F
001759     LABEL RECORDS ARE STANDARD.
001759 01  WS-DIVTRIM-RECORD               PIC X(92).
001759*
001750*-----------------------------------------------------------*
001751*  DIVLOG - COMMON RUN-CONTROL LOG, ONE RECORD APPENDED PER   *
001752*           STEP EXECUTION, CROSS-FOOTED BY DIV185.           *
001794         88  WS-OP-MULTIPLY                     VALUE 'M'.
001796         88  WS-OP-ADD                          VALUE 'A'.
001797         88  WS-OP-SUBTRACT                     VALUE 'S'.
001798         88  WS-OP-REVERSAL                     VALUE 'R'.
001801     05  WS-RECYCLE-COUNT        PIC 9(01)      VALUE ZERO.
001803     05  WS-FEED-ID              PIC X(08)      VALUE SPACES.
001804     05  WS-EFFECTIVE-DATE       PIC X(08)      VALUE SPACES.
001805     05  WS-TRANS-REF            PIC X(12)      VALUE SPACES.
001805     05  WS-PRIOR-FLAG           PIC X(01)      VALUE SPACE.
001805         88  WS-PRIOR-NIGHT-RECORD              VALUE 'P'.
001802*
001810 01  WS-RESULT-FIELDS.
001820     05  WS-RESULT               PIC S9(05)V99  VALUE ZERO.
001894     05  WS-MULTIPLY-COUNT       PIC 9(07)      VALUE ZERO.
001896     05  WS-ADD-COUNT            PIC 9(07)      VALUE ZERO.
001898     05  WS-SUBTRACT-COUNT       PIC 9(07)      VALUE ZERO.
001899     05  WS-REVERSAL-COUNT       PIC 9(07)      VALUE ZERO.
001900*
001910 01  WS-CONTROL-ACCUMULATORS.
001920     05  WS-SUM-FIELD-A          PIC S9(09)V99  VALUE ZERO.
002030         88  WS-RESTART-REQUESTED               VALUE 'Y'.
002040     05  WS-SKIP-SWITCH          PIC X(01)      VALUE 'N'.
002050         88  WS-SKIPPING-TO-RESTART             VALUE 'Y'.
002050     05  WS-TRIM-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002050         88  WS-TRIM-EOF-YES                    VALUE 'Y'.
002060*
002070 01  WS-DIVCKPT-STATUS             PIC X(02)      VALUE '00'.
002080*
002110     05  WS-CKPT-COUNTER         PIC 9(07)      VALUE ZERO.
002120     05  WS-SKIP-COUNT           PIC 9(07)      VALUE ZERO.
002130     05  WS-LAST-CKPT-ACCOUNT    PIC X(10)      VALUE SPACES.
002130     05  WS-TRIM-FILE            PIC 9(01)      VALUE ZERO.
002130     05  WS-TRIM-DD-NAME         PIC X(06)      VALUE SPACES.
002130     05  WS-TRIM-KEEP            PIC 9(07)      VALUE ZERO.
002130     05  WS-TRIM-COUNT           PIC 9(07)      VALUE ZERO.
002140*
002150 01  WS-CKPT-SAVED-FIELDS.
002160     05  WS-CKPT-SAVED-READ      PIC 9(07)      VALUE ZERO.
002186     05  WS-CKPT-SAVED-ADD       PIC 9(07)      VALUE ZERO.
002188     05  WS-CKPT-SAVED-SUBTRACT  PIC 9(07)      VALUE ZERO.
002189     05  WS-CKPT-SAVED-HELD      PIC 9(07)      VALUE ZERO.
002189     05  WS-CKPT-SAVED-REVERSAL  PIC 9(07)      VALUE ZERO.
002190     05  WS-CKPT-SAVED-SUM-A     PIC S9(09)V99  VALUE ZERO.
002200     05  WS-CKPT-SAVED-SUM-R     PIC S9(09)V99  VALUE ZERO.
002210     05  WS-CKPT-SAVED-FLAG      PIC X(01)      VALUE 'N'.
002350*
002360 01  WS-AUDIT-FIELDS.
002370     05  WS-JOB-NAME             PIC X(08)      VALUE "DIV100".
002375     05  WS-LOG-JOB-NAME         PIC X(08)      VALUE "DIV100J".
002376     05  WS-PARTITION-NO         PIC X(01)      VALUE SPACES.
002377         88  WS-PARTITIONED-RUN             VALUE '1' THRU '9'.
002380     05  WS-STATUS-CODE          PIC X(02)      VALUE "00".
002390     05  WS-STATUS-TEXT          PIC X(20)      VALUE SPACES.
002400*
002415*
002416 01  WS-DIVAUDP-STATUS             PIC X(02)      VALUE '00'.
002417*
002417 01  WS-DIVDSP-STATUS              PIC X(02)      VALUE '00'.
002417*
002418 01  WS-DIVPART-STATUS             PIC X(02)      VALUE '00'.
002417*
002418*-----------------------------------------------------------*
002419*  WS-DUP-TABLE - EVERY NON-BLANK TRANSACTION REFERENCE       *
002420*                 ALREADY SEEN: LOADED FROM THE DIVAUDP       *
002421*                 PRIOR GENERATIONS AT STARTUP AND EXTENDED   *
002422*                 AS TONIGHT'S RECORDS ARE DISPOSED OF.       *
002423*                 THE DISPOSITION SAYS WHETHER THE ENTRY WAS  *
002423*                 ACCEPTED (ONLY THOSE COUNT FOR THE          *
002423*                 DUPLICATE CHECK), REJECTED, OR IS A         *
002423*                 REVERSAL OF THE REFERENCE; THE AMOUNTS ARE  *
002423*                 WHAT A REVERSAL BACKS OUT.                  *
002423*-----------------------------------------------------------*
002424 01  WS-DUP-TABLE.
002425     05  WS-DUP-ENTRY OCCURS 9000 TIMES.
002426         10  WS-DUP-TRANS-REF    PIC X(12).
002426         10  WS-DUP-DISPOSITION  PIC X(01).
002426             88  WS-DUP-ACCEPTED                VALUE 'A'.
002426             88  WS-DUP-NOT-ACCEPTED            VALUE 'N'.
002426             88  WS-DUP-REVERSED                VALUE 'R'.
002426         10  WS-DUP-ACCOUNT-ID   PIC X(10).
002426         10  WS-DUP-FIELD-A      PIC S9(05).
002426         10  WS-DUP-FIELD-B      PIC S9(05).
002426         10  WS-DUP-RESULT       PIC S9(05)V99.
002426         10  WS-DUP-OPERATION    PIC X(01).
002427*
002428 01  WS-DUP-CONTROLS               COMP.
002429     05  WS-DUP-COUNT            PIC 9(04)      VALUE ZERO.
002430     05  WS-DUP-SUB              PIC 9(04)      VALUE ZERO.
002431     05  WS-DUP-MAX              PIC 9(04)      VALUE 9000.
002431     05  WS-DUP-ORIG-SUB         PIC 9(04)      VALUE ZERO.
002432*
002433 01  WS-DUP-SWITCHES.
002434     05  WS-AUDP-EOF-SWITCH      PIC X(01)      VALUE 'N'.
002435         88  WS-AUDP-EOF-YES                    VALUE 'Y'.
002436     05  WS-DUP-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
002437         88  WS-DUP-FOUND-YES                   VALUE 'Y'.
002437     05  WS-REV-ORIG-SWITCH      PIC X(01)      VALUE SPACE.
002437         88  WS-REV-ORIG-ACCEPTED               VALUE 'A'.
002437         88  WS-REV-ORIG-OTHER-ACCT             VALUE 'O'.
002437         88  WS-REV-ORIG-NOT-ACCEPTED           VALUE 'N'.
002437     05  WS-REV-DONE-SWITCH      PIC X(01)      VALUE 'N'.
002437         88  WS-REV-DONE-YES                    VALUE 'Y'.
002438*
002438*-----------------------------------------------------------*
002438*  WS-DUP-NEW-ENTRY - THE ENTRY 075-ADD-DUP-REF APPENDS,      *
002438*                     BUILT BY WHICHEVER PATH DISPOSED OF     *
002438*                     THE REFERENCE.                          *
002438*-----------------------------------------------------------*
002438 01  WS-DUP-NEW-ENTRY.
002438     05  WS-NEW-TRANS-REF        PIC X(12)      VALUE SPACES.
002438     05  WS-NEW-DISPOSITION      PIC X(01)      VALUE SPACE.
002438     05  WS-NEW-ACCOUNT-ID       PIC X(10)      VALUE SPACES.
002438     05  WS-NEW-FIELD-A          PIC S9(05)     VALUE ZERO.
002438     05  WS-NEW-FIELD-B          PIC S9(05)     VALUE ZERO.
002438     05  WS-NEW-RESULT           PIC S9(05)V99  VALUE ZERO.
002438     05  WS-NEW-OPERATION        PIC X(01)      VALUE SPACE.
002438*
002438*-----------------------------------------------------------*
002438*  WS-REV-ORIG-FIELDS - THE ORIGINAL AN ACCEPTED REVERSAL     *
002438*                     BACKS OUT.  THEY POST THE REVERSING     *
002438*                     AMOUNT ONLY; WS-FIELD-A/B STAY AS THE   *
002438*                     REVERSAL RECORD SUPPLIED THEM.          *
002438*-----------------------------------------------------------*
002438 01  WS-REV-ORIG-FIELDS.
002438     05  WS-REV-ORIG-OPERATION   PIC X(01)      VALUE SPACE.
002438     05  WS-REV-ORIG-FIELD-A     PIC S9(05)     VALUE ZERO.
002438     05  WS-REV-ORIG-FIELD-B     PIC S9(05)     VALUE ZERO.
002438     05  WS-REV-ORIG-RESULT      PIC S9(05)V99  VALUE ZERO.
002438*
002416*-----------------------------------------------------------*
002417*  WS-DATE-WORK - THE EFFECTIVE-DATE HOLD COMPARISON:        *
003159             VALUE "SUBTRACTS PROC    =".
003160     05  TRL-SUBTRACT-COUNT      PIC ZZZZZZ9.
003161*
003161 01  WS-RPT-TRAILER-14.
003161     05  FILLER                  PIC X(20)
003161             VALUE "REVERSALS PROC    =".
003161     05  TRL-REVERSAL-COUNT      PIC ZZZZZZ9.
003161*
003161 01  WS-RPT-TRAILER-15.
003161     05  FILLER                  PIC X(20)
003161             VALUE "PARTITION         =".
003161     05  FILLER                  PIC X(06)      VALUE SPACES.
003161     05  TRL-PARTITION-NO        PIC X(01).
003161*
003162 01  WS-RPT-TRAILER-12            PIC X(40)
003163         VALUE "*** BY SOURCE FEED ***".
003164*
003190 PROCEDURE DIVISION.
003200 0000-MAINLINE.
003210     PERFORM 050-READ-PARAMETERS.
003212     PERFORM 055-READ-PARTITION.
003215     PERFORM 060-LOAD-REFERENCE.
003217     PERFORM 070-LOAD-PRIOR-REFS.
003220     PERFORM 100-INPUT-DATA.
003610     COMPUTE WS-FIELD-WIDTH-LIMIT = (10 ** WS-MAX-FIELD-WIDTH) - 1
003620     COMPUTE WS-FIELD-WIDTH-NEG-LIMIT = 0 - WS-FIELD-WIDTH-LIMIT.
003622*
003622*-----------------------------------------------------------*
003622*  055-READ-PARTITION - READS DIVPART, IF PRESENT, AND MARKS  *
003622*                    THIS AS PARTITION N OF A SPLIT RUN (JOB  *
003622*                    NAME DIV100P<N> ON THE DIVLOG RECORD).   *
003622*                    A MISSING OR EMPTY DIVPART IS THE        *
003622*                    UNPARTITIONED DIV100J RUN.  A CARD THAT  *
003622*                    IS NOT 1-9 WOULD LOSE THE PARTITION'S    *
003622*                    RECORD FROM THE MERGE AND IS FATAL.      *
003622*-----------------------------------------------------------*
003622 055-READ-PARTITION.
003622     OPEN INPUT DIVPART-FILE.
003622     IF WS-DIVPART-STATUS = "00"
003622         READ DIVPART-FILE
003622             AT END
003622                 CONTINUE
003622             NOT AT END
003622                 PERFORM 056-APPLY-PARTITION
003622         END-READ
003622         CLOSE DIVPART-FILE
003622     END-IF.
003622*
003622 056-APPLY-PARTITION.
003622     IF NOT PN-PARTITION-VALID
003622         DISPLAY "DIV100 - FATAL - DIVPART PARTITION '"
003622             PN-PARTITION-NO "' IS NOT 1 TO 9"
003622         MOVE 16 TO RETURN-CODE
003622         CLOSE DIVPART-FILE
003622         STOP RUN
003622     END-IF.
003622     MOVE PN-PARTITION-NO TO WS-PARTITION-NO.
003622     MOVE "DIV100P" TO WS-LOG-JOB-NAME(1:7).
003622     MOVE PN-PARTITION-NO TO WS-LOG-JOB-NAME(8:1).
003622     DISPLAY "DIV100 - PARTITION " WS-PARTITION-NO
003622         " - JOB " WS-LOG-JOB-NAME.
003622*
003623*-----------------------------------------------------------*
003624*  060-LOAD-REFERENCE - TABLES THE DIVREF ACCOUNT REFERENCE   *
003625*                    FILE.  A MISSING DIVREF, OR MORE         *
003669*
003670*-----------------------------------------------------------*
003671*  070-LOAD-PRIOR-REFS - TABLES THE TRANSACTION REFERENCES    *
003672*  ALREADY SEEN ON THE PRIOR NIGHTS' RETAINED DIVAUD          *
003673*  GENERATIONS (THE DIVAUDP CONCATENATION).  A MISSING        *
003674*  DIVAUDP MEANS THE DUPLICATE AND REVERSAL CHECKS ONLY       *
003674*  COVER TONIGHT.  MORE REFERENCES THAN THE TABLE HOLDS IS    *
003676*  FATAL - RUNNING WITH A PARTIAL TABLE WOULD LET DUPLICATES  *
003676*  THROUGH.  ACCEPTED (00) ENTRIES TABLE AS ACCEPTED WITH     *
003676*  THEIR AMOUNTS, REVERSALS (30) AS REVERSED, AND OTHER       *
003676*  REJECTS AS NOT ACCEPTED.  HELD (20) ENTRIES, DUPLICATE     *
003676*  REJECTS (12) AND REJECTED REVERSALS SAY NOTHING ABOUT THE  *
003676*  REFERENCE'S OWN FATE AND ARE SKIPPED.  THE GENERATIONS ON  *
003676*  THE DD ARE ALSO AS FAR BACK AS A REVERSAL CAN REACH - AN   *
003676*  ORIGINAL OLDER THAN THE WINDOW IS NOT IN THE TABLE AND THE *
003676*  REVERSAL IS REJECTED 13, EVEN IF ITS GENERATION IS STILL   *
003676*  RETAINED.                                                  *
003677*-----------------------------------------------------------*
003678 070-LOAD-PRIOR-REFS.
003679     OPEN INPUT DIVAUDP-FILE.
003680     IF WS-DIVAUDP-STATUS NOT = "00"
003681         DISPLAY "DIV100 - NOTE - DIVAUDP NOT AVAILABLE, "
003682             "FILE STATUS " WS-DIVAUDP-STATUS
003683             " - REFERENCE CHECKS COVER TONIGHT ONLY"
003684     ELSE
003685         PERFORM 071-READ-PRIOR-AUDIT
003686         PERFORM 072-LOAD-PRIOR-REF UNTIL WS-AUDP-EOF-YES
003694     END-READ.
003695*
003696 072-LOAD-PRIOR-REF.
003697     MOVE SPACE TO WS-NEW-DISPOSITION.
003697     EVALUATE TRUE
003697         WHEN AP-TRANS-REF = SPACES
003697             CONTINUE
003697         WHEN AP-STATUS-CODE = "00"
003697             MOVE 'A' TO WS-NEW-DISPOSITION
003697         WHEN AP-STATUS-CODE = "30"
003697             MOVE 'R' TO WS-NEW-DISPOSITION
003697         WHEN AP-STATUS-CODE = "20" OR AP-STATUS-CODE = "12"
003697                 OR AP-OPERATION-CODE = 'R'
003697             CONTINUE
003697         WHEN OTHER
003697             MOVE 'N' TO WS-NEW-DISPOSITION
003697     END-EVALUATE.
003697     IF WS-NEW-DISPOSITION NOT = SPACE
003698         MOVE AP-TRANS-REF      TO WS-NEW-TRANS-REF
003698         MOVE AP-ACCOUNT-ID     TO WS-NEW-ACCOUNT-ID
003698         MOVE AP-FIELD-A        TO WS-NEW-FIELD-A
003698         MOVE AP-FIELD-B        TO WS-NEW-FIELD-B
003698         MOVE AP-RESULT         TO WS-NEW-RESULT
003698         MOVE AP-OPERATION-CODE TO WS-NEW-OPERATION
003699         PERFORM 075-ADD-DUP-REF
003700     END-IF.
003701     PERFORM 071-READ-PRIOR-AUDIT.
003703 075-ADD-DUP-REF.
003704     IF WS-DUP-COUNT < WS-DUP-MAX
003705         ADD 1 TO WS-DUP-COUNT
003706         MOVE WS-NEW-TRANS-REF TO WS-DUP-TRANS-REF(WS-DUP-COUNT)
003706         MOVE WS-NEW-DISPOSITION TO
003706             WS-DUP-DISPOSITION(WS-DUP-COUNT)
003706         MOVE WS-NEW-ACCOUNT-ID TO WS-DUP-ACCOUNT-ID(WS-DUP-COUNT)
003706         MOVE WS-NEW-FIELD-A TO WS-DUP-FIELD-A(WS-DUP-COUNT)
003706         MOVE WS-NEW-FIELD-B TO WS-DUP-FIELD-B(WS-DUP-COUNT)
003706         MOVE WS-NEW-RESULT TO WS-DUP-RESULT(WS-DUP-COUNT)
003706         MOVE WS-NEW-OPERATION TO WS-DUP-OPERATION(WS-DUP-COUNT)
003707     ELSE
003708         DISPLAY "DIV100 - FATAL - MORE TRANSACTION "
003709             "REFERENCES THAN WS-DUP-TABLE HOLDS"
003804     MOVE WS-SYSTEM-MM TO WS-TODAY-YYMMDD(3:2).
003806     MOVE WS-SYSTEM-DD TO WS-TODAY-YYMMDD(5:2).
003810     OPEN INPUT DIVIN-FILE.
003811     PERFORM 130-CHECK-RESTART.
003811     IF WS-RESTART-REQUESTED
003811         PERFORM 142-TRIM-TO-CHECKPOINT
003811     END-IF.
003812     IF WS-PARTITIONED-RUN AND NOT WS-RESTART-REQUESTED
003812         OPEN OUTPUT DIVFUT-FILE
003812     ELSE
003812         OPEN EXTEND DIVFUT-FILE
003812     END-IF.
003814     IF WS-DIVFUT-STATUS NOT = "00"
003815         DISPLAY "DIV100 - FATAL - DIVFUT OPEN FAILED, "
003816             "FILE STATUS " WS-DIVFUT-STATUS
003817         MOVE 16 TO RETURN-CODE
003818         STOP RUN
003819     END-IF.
003819     IF WS-PARTITIONED-RUN AND NOT WS-RESTART-REQUESTED
003819         OPEN OUTPUT DIVDSP-FILE
003819     ELSE
003819         OPEN EXTEND DIVDSP-FILE
003819     END-IF.
003819     IF WS-DIVDSP-STATUS NOT = "00"
003819         DISPLAY "DIV100 - FATAL - DIVDSP OPEN FAILED, "
003819             "FILE STATUS " WS-DIVDSP-STATUS
003819         MOVE 16 TO RETURN-CODE
003819         STOP RUN
003819     END-IF.
003830     IF WS-RESTART-REQUESTED
003840         OPEN EXTEND DIVRPT-FILE
003850         OPEN EXTEND DIVERR-FILE
004050     PERFORM 400-CONTROL-TOTALS.
004060     CLOSE DIVIN-FILE.
004062     CLOSE DIVFUT-FILE.
004062     CLOSE DIVDSP-FILE.
004070     CLOSE DIVRPT-FILE.
004080     CLOSE DIVERR-FILE.
004090     CLOSE DIVAUD-FILE.
004256             MOVE DI-FEED-ID TO WS-FEED-ID
004256             MOVE DI-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
004256             MOVE DI-TRANS-REF TO WS-TRANS-REF
004256             MOVE DI-PRIOR-FLAG TO WS-PRIOR-FLAG
004257             PERFORM 115-TALLY-FEED-READ
004258     END-READ.
004259*
004606             MOVE CK-ADD-COUNT         TO WS-CKPT-SAVED-ADD
004608             MOVE CK-SUBTRACT-COUNT    TO WS-CKPT-SAVED-SUBTRACT
004609             MOVE CK-HELD-COUNT        TO WS-CKPT-SAVED-HELD
004609             MOVE CK-REVERSAL-COUNT    TO WS-CKPT-SAVED-REVERSAL
004610             MOVE CK-SUM-FIELD-A       TO WS-CKPT-SAVED-SUM-A
004620             MOVE CK-SUM-RESULT        TO WS-CKPT-SAVED-SUM-R
004630             MOVE CK-RESTART-FLAG      TO WS-CKPT-SAVED-FLAG
004756         MOVE WS-CKPT-SAVED-ADD       TO WS-ADD-COUNT
004758         MOVE WS-CKPT-SAVED-SUBTRACT  TO WS-SUBTRACT-COUNT
004759         MOVE WS-CKPT-SAVED-HELD      TO WS-RECORDS-HELD
004759         MOVE WS-CKPT-SAVED-REVERSAL  TO WS-REVERSAL-COUNT
004760         MOVE WS-CKPT-SAVED-SUM-A     TO WS-SUM-FIELD-A
004770         MOVE WS-CKPT-SAVED-SUM-R     TO WS-SUM-RESULT
004780     END-IF.
004940             END-IF
004950     END-READ.
004960*
004961*-----------------------------------------------------------*
004961*  142-TRIM-TO-CHECKPOINT THRU 148-RESTORE-ONE-RECORD - ON A  *
004961*  RESTART THE OUTPUT FILES STILL HOLD WHATEVER THE FAILED    *
004961*  RUN WROTE PAST ITS LAST CHECKPOINT, WHICH THIS RUN IS      *
004961*  ABOUT TO WRITE AGAIN.  EACH IS CUT BACK TO THE COUNT THE   *
004961*  CHECKPOINT IMPLIES - ONE DIVAUD AND ONE DIVDSP ENTRY PER   *
004961*  RECORD READ, ONE DIVERR ENTRY PER REJECT, ONE DIVFUT ENTRY *
004961*  PER HELD RECORD - BY COPYING THAT MANY TO DIVTRIM AND      *
004961*  BACK.  AN UNPARTITIONED RUN APPENDS DIVFUT AND DIVDSP TO   *
004961*  GENERATIONS OTHER STEPS HAVE WRITTEN TO, SO ONLY DIVAUD    *
004961*  AND DIVERR ARE CUT BACK THERE.  A FILE HOLDING FEWER       *
004961*  RECORDS THAN THE CHECKPOINT EXPECTS IS FATAL.              *
004961*-----------------------------------------------------------*
004962 142-TRIM-TO-CHECKPOINT.
004962     MOVE 1 TO WS-TRIM-FILE.
004962     MOVE "DIVAUD" TO WS-TRIM-DD-NAME.
004962     MOVE WS-CKPT-SAVED-READ TO WS-TRIM-KEEP.
004962     PERFORM 143-TRIM-ONE-FILE.
004962     MOVE 2 TO WS-TRIM-FILE.
004962     MOVE "DIVERR" TO WS-TRIM-DD-NAME.
004962     MOVE WS-CKPT-SAVED-REJECTED TO WS-TRIM-KEEP.
004962     PERFORM 143-TRIM-ONE-FILE.
004962     IF WS-PARTITIONED-RUN
004962         MOVE 3 TO WS-TRIM-FILE
004962         MOVE "DIVFUT" TO WS-TRIM-DD-NAME
004962         MOVE WS-CKPT-SAVED-HELD TO WS-TRIM-KEEP
004962         PERFORM 143-TRIM-ONE-FILE
004962         MOVE 4 TO WS-TRIM-FILE
004962         MOVE "DIVDSP" TO WS-TRIM-DD-NAME
004962         MOVE WS-CKPT-SAVED-READ TO WS-TRIM-KEEP
004962         PERFORM 143-TRIM-ONE-FILE
004962     END-IF.
004962*
004963 143-TRIM-ONE-FILE.
004963     PERFORM 144-OPEN-TRIM-SOURCE.
004963     OPEN OUTPUT DIVTRIM-FILE.
004963     MOVE ZERO TO WS-TRIM-COUNT.
004963     MOVE 'N' TO WS-TRIM-EOF-SWITCH.
004963     PERFORM 145-SAVE-ONE-RECORD
004963         UNTIL WS-TRIM-COUNT NOT < WS-TRIM-KEEP
004963            OR WS-TRIM-EOF-YES.
004963     PERFORM 146-CLOSE-TRIM-FILE.
004963     CLOSE DIVTRIM-FILE.
004963     IF WS-TRIM-COUNT < WS-TRIM-KEEP
004963         DISPLAY "DIV100 - FATAL - " WS-TRIM-DD-NAME " HOLDS "
004963             WS-TRIM-COUNT " RECORDS, FEWER THAN THE "
004963             WS-TRIM-KEEP " THE CHECKPOINT EXPECTS - "
004963             "RESTART ABANDONED"
004963         MOVE 16 TO RETURN-CODE
004963         STOP RUN
004963     END-IF.
004963     OPEN INPUT DIVTRIM-FILE.
004963     PERFORM 147-OPEN-TRIM-TARGET.
004963     MOVE ZERO TO WS-TRIM-COUNT.
004963     PERFORM 148-RESTORE-ONE-RECORD
004963         UNTIL WS-TRIM-COUNT NOT < WS-TRIM-KEEP.
004963     CLOSE DIVTRIM-FILE.
004963     PERFORM 146-CLOSE-TRIM-FILE.
004963*
004964 144-OPEN-TRIM-SOURCE.
004964     EVALUATE WS-TRIM-FILE
004964         WHEN 1
004964             OPEN INPUT DIVAUD-FILE
004964         WHEN 2
004964             OPEN INPUT DIVERR-FILE
004964         WHEN 3
004964             OPEN INPUT DIVFUT-FILE
004964         WHEN 4
004964             OPEN INPUT DIVDSP-FILE
004964     END-EVALUATE.
004964*
004965 145-SAVE-ONE-RECORD.
004965     EVALUATE WS-TRIM-FILE
004965         WHEN 1
004965             READ DIVAUD-FILE
004965                 AT END
004965                     SET WS-TRIM-EOF-YES TO TRUE
004965                 NOT AT END
004965                     WRITE WS-DIVTRIM-RECORD FROM WS-DIVAUD-RECORD
004965                     ADD 1 TO WS-TRIM-COUNT
004965             END-READ
004965         WHEN 2
004965             READ DIVERR-FILE
004965                 AT END
004965                     SET WS-TRIM-EOF-YES TO TRUE
004965                 NOT AT END
004965                     WRITE WS-DIVTRIM-RECORD FROM WS-DIVERR-RECORD
004965                     ADD 1 TO WS-TRIM-COUNT
004965             END-READ
004965         WHEN 3
004965             READ DIVFUT-FILE
004965                 AT END
004965                     SET WS-TRIM-EOF-YES TO TRUE
004965                 NOT AT END
004965                     WRITE WS-DIVTRIM-RECORD FROM WS-DIVFUT-RECORD
004965                     ADD 1 TO WS-TRIM-COUNT
004965             END-READ
004965         WHEN 4
004965             READ DIVDSP-FILE
004965                 AT END
004965                     SET WS-TRIM-EOF-YES TO TRUE
004965                 NOT AT END
004965                     WRITE WS-DIVTRIM-RECORD FROM WS-DIVDSP-RECORD
004965                     ADD 1 TO WS-TRIM-COUNT
004965             END-READ
004965     END-EVALUATE.
004965*
004966 146-CLOSE-TRIM-FILE.
004966     EVALUATE WS-TRIM-FILE
004966         WHEN 1
004966             CLOSE DIVAUD-FILE
004966         WHEN 2
004966             CLOSE DIVERR-FILE
004966         WHEN 3
004966             CLOSE DIVFUT-FILE
004966         WHEN 4
004966             CLOSE DIVDSP-FILE
004966     END-EVALUATE.
004966*
004967 147-OPEN-TRIM-TARGET.
004967     EVALUATE WS-TRIM-FILE
004967         WHEN 1
004967             OPEN OUTPUT DIVAUD-FILE
004967         WHEN 2
004967             OPEN OUTPUT DIVERR-FILE
004967         WHEN 3
004967             OPEN OUTPUT DIVFUT-FILE
004967         WHEN 4
004967             OPEN OUTPUT DIVDSP-FILE
004967     END-EVALUATE.
004967*
004968 148-RESTORE-ONE-RECORD.
004968     READ DIVTRIM-FILE
004968         AT END
004968             MOVE WS-TRIM-KEEP TO WS-TRIM-COUNT
004968         NOT AT END
004968             ADD 1 TO WS-TRIM-COUNT
004968             EVALUATE WS-TRIM-FILE
004968                 WHEN 1
004968                     WRITE WS-DIVAUD-RECORD FROM WS-DIVTRIM-RECORD
004968                 WHEN 2
004968                     WRITE WS-DIVERR-RECORD FROM WS-DIVTRIM-RECORD
004968                 WHEN 3
004968                     WRITE WS-DIVFUT-RECORD FROM WS-DIVTRIM-RECORD
004968                 WHEN 4
004968                     WRITE WS-DIVDSP-RECORD FROM WS-DIVTRIM-RECORD
004968             END-EVALUATE
004968     END-READ.
004968*
004970*-----------------------------------------------------------*
004980*  150-CHECKPOINT / 151-WRITE-CKPT-RECORD / 160-WRITE-FINAL- *
004990*  CKPT - WRITE A CHECKPOINT EVERY WS-CKPT-INTERVAL RECORDS  *
005146     MOVE WS-ADD-COUNT         TO CK-ADD-COUNT.
005148     MOVE WS-SUBTRACT-COUNT    TO CK-SUBTRACT-COUNT.
005149     MOVE WS-RECORDS-HELD      TO CK-HELD-COUNT.
005149     MOVE WS-REVERSAL-COUNT    TO CK-REVERSAL-COUNT.
005150     MOVE WS-SUM-FIELD-A       TO CK-SUM-FIELD-A.
005160     MOVE WS-SUM-RESULT        TO CK-SUM-RESULT.
005170     MOVE 'Y'                  TO CK-RESTART-FLAG.
005246     MOVE WS-ADD-COUNT         TO CK-ADD-COUNT.
005248     MOVE WS-SUBTRACT-COUNT    TO CK-SUBTRACT-COUNT.
005249     MOVE WS-RECORDS-HELD      TO CK-HELD-COUNT.
005249     MOVE WS-REVERSAL-COUNT    TO CK-REVERSAL-COUNT.
005250     MOVE WS-SUM-FIELD-A       TO CK-SUM-FIELD-A.
005260     MOVE WS-SUM-RESULT        TO CK-SUM-RESULT.
005270     MOVE 'N'                  TO CK-RESTART-FLAG.
005300 120-PROCESS-LOOP.
005310     PERFORM 200-PROCESS-DATA.
005320     PERFORM 230-WRITE-AUDIT-ENTRY.
005320     PERFORM 235-WRITE-DISPOSITION.
005330     IF NOT WS-RECORD-REJECTED AND NOT WS-RECORD-HELD
005340         PERFORM 300-OUTPUT-DATA
005350     END-IF.
005512*                     DIVREF REFERENCE TABLE FIRST - AN         *
005514*                     UNKNOWN OR CLOSED ACCOUNT REJECTS WITH    *
005516*                     REASON 07 BEFORE ANY ARITHMETIC EDITS.    *
005517*                     A REVERSAL TAKES THE ORIGINAL-LOOKUP IN   *
005517*                     PLACE OF THE DUPLICATE CHECK AND HAS NO   *
005517*                     ARITHMETIC OF ITS OWN.                    *
005518*-----------------------------------------------------------*
005520 200-PROCESS-DATA.
005530     MOVE 'N' TO WS-REJECT-SWITCH.
005531     MOVE 'N' TO WS-HELD-SWITCH.
005532     PERFORM 195-CHECK-EFFECTIVE-DATE.
005533     IF NOT WS-RECORD-HELD
005533         IF WS-OP-REVERSAL
005533             PERFORM 212-CHECK-REVERSAL
005533         ELSE
005534             PERFORM 209-CHECK-DUPLICATE
005533         END-IF
005535         IF NOT WS-RECORD-REJECTED
005536             PERFORM 205-CHECK-ACCOUNT
005537         END-IF
005538         IF NOT WS-RECORD-REJECTED
005538             IF WS-OP-REVERSAL
005538                 PERFORM 228-ACCEPT-REVERSAL
005538             ELSE
005539                 PERFORM 201-EDIT-AND-COMPUTE
005538             END-IF
005540         END-IF
005541     END-IF.
005540*
005571             MOVE "ACCOUNT CLOSED" TO WS-STATUS-TEXT
005572             PERFORM 210-WRITE-EXCEPTION
005573         ELSE
005573             IF NOT WS-OP-REVERSAL
005574                 PERFORM 208-CHECK-ACCOUNT-LIMITS
005573             END-IF
005575         END-IF
005576     END-IF.
005577*
005646     END-IF.
005647*
005648 076-SCAN-DUP-TABLE.
005649     IF WS-DUP-TRANS-REF(WS-DUP-SUB) = WS-TRANS-REF AND
005649             WS-DUP-ACCEPTED(WS-DUP-SUB)
005650         SET WS-DUP-FOUND-YES TO TRUE
005651     ELSE
005652         ADD 1 TO WS-DUP-SUB
005653     END-IF.
005654*
005655*-----------------------------------------------------------*
005655*  212-CHECK-REVERSAL / 213-SCAN-REVERSAL-TABLE - FINDS THE   *
005655*  ORIGINAL A REVERSAL NAMES.  EVERY TABLE ENTRY FOR THE      *
005655*  REFERENCE IS LOOKED AT, SINCE A REFERENCE CAN BE REJECTED  *
005655*  ONE NIGHT AND ACCEPTED ON A LATER RECYCLE.  A PRIOR        *
005655*  REVERSAL OF THE REFERENCE REJECTS WITH 15; AN ACCEPTED     *
005655*  ORIGINAL ON THIS ACCOUNT IS WHAT GETS BACKED OUT; ONE      *
005655*  ACCEPTED ONLY UNDER ANOTHER ACCOUNT, OR NO ENTRY AT ALL,   *
005655*  REJECTS WITH 13; A REFERENCE THAT WAS ONLY EVER REJECTED   *
005655*  REJECTS WITH 14.  THE ORIGINAL'S FIELDS AND RESULT ARE     *
005655*  SAVED IN WS-REV-ORIG-FIELDS FOR POSTING THE REVERSAL.      *
005655*-----------------------------------------------------------*
005655 212-CHECK-REVERSAL.
005655     MOVE 'N' TO WS-REV-DONE-SWITCH.
005655     MOVE SPACE TO WS-REV-ORIG-SWITCH.
005655     MOVE ZERO TO WS-DUP-ORIG-SUB.
005655     IF WS-TRANS-REF NOT = SPACES
005655         MOVE 1 TO WS-DUP-SUB
005655         PERFORM 213-SCAN-REVERSAL-TABLE
005655             UNTIL WS-DUP-SUB > WS-DUP-COUNT
005655     END-IF.
005655     EVALUATE TRUE
005655         WHEN WS-REV-DONE-YES
005655             MOVE "15" TO WS-STATUS-CODE
005655             MOVE "ORIGINAL ALREADY REVERSED" TO WS-STATUS-TEXT
005655             PERFORM 210-WRITE-EXCEPTION
005655         WHEN WS-REV-ORIG-ACCEPTED
005655             MOVE WS-DUP-FIELD-A(WS-DUP-ORIG-SUB)
005655                 TO WS-REV-ORIG-FIELD-A
005655             MOVE WS-DUP-FIELD-B(WS-DUP-ORIG-SUB)
005655                 TO WS-REV-ORIG-FIELD-B
005655             MOVE WS-DUP-RESULT(WS-DUP-ORIG-SUB)
005655                 TO WS-REV-ORIG-RESULT
005655             MOVE WS-DUP-OPERATION(WS-DUP-ORIG-SUB)
005655                 TO WS-REV-ORIG-OPERATION
005655         WHEN WS-REV-ORIG-OTHER-ACCT
005655             MOVE "13" TO WS-STATUS-CODE
005655             MOVE "ORIGINAL NOT ON THIS ACCOUNT" TO WS-STATUS-TEXT
005655             PERFORM 210-WRITE-EXCEPTION
005655         WHEN WS-REV-ORIG-NOT-ACCEPTED
005655             MOVE "14" TO WS-STATUS-CODE
005655             MOVE "ORIGINAL NOT ACCEPTED" TO WS-STATUS-TEXT
005655             PERFORM 210-WRITE-EXCEPTION
005655         WHEN OTHER
005655             MOVE "13" TO WS-STATUS-CODE
005655             MOVE "ORIGINAL NOT FOUND" TO WS-STATUS-TEXT
005655             PERFORM 210-WRITE-EXCEPTION
005655     END-EVALUATE.
005655*
005655 213-SCAN-REVERSAL-TABLE.
005655     IF WS-DUP-TRANS-REF(WS-DUP-SUB) = WS-TRANS-REF
005655         EVALUATE TRUE
005655             WHEN WS-DUP-REVERSED(WS-DUP-SUB)
005655                 SET WS-REV-DONE-YES TO TRUE
005655             WHEN WS-DUP-ACCEPTED(WS-DUP-SUB) AND
005655                     WS-DUP-ACCOUNT-ID(WS-DUP-SUB) =
005655                     WS-ACCOUNT-ID
005655                 SET WS-REV-ORIG-ACCEPTED TO TRUE
005655                 MOVE WS-DUP-SUB TO WS-DUP-ORIG-SUB
005655             WHEN WS-DUP-ACCEPTED(WS-DUP-SUB)
005655                 IF NOT WS-REV-ORIG-ACCEPTED
005655                     SET WS-REV-ORIG-OTHER-ACCT TO TRUE
005655                 END-IF
005655             WHEN OTHER
005655                 IF WS-REV-ORIG-SWITCH = SPACE
005655                     SET WS-REV-ORIG-NOT-ACCEPTED TO TRUE
005655                 END-IF
005655         END-EVALUATE
005655     END-IF.
005655     ADD 1 TO WS-DUP-SUB.
005655*
005576 206-SCAN-REF-TABLE.
005578     IF WS-REF-ACCOUNT-ID(WS-REF-SUB) = WS-ACCOUNT-ID
005580         SET WS-REF-FOUND-YES TO TRUE
006063         ADD 1 TO WS-FEED-PROCESSED(WS-FEED-CURR-SUB)
006064     END-IF.
006066     IF WS-TRANS-REF NOT = SPACES
006066         MOVE 'A' TO WS-NEW-DISPOSITION
006066         PERFORM 229-TABLE-TONIGHTS-REF
006068     END-IF.
006065*
006066*-----------------------------------------------------------*
006066*  228-ACCEPT-REVERSAL - THE ORIGINAL FOUND BY               *
006066*                  212-CHECK-REVERSAL IS BACKED OUT: ITS      *
006066*                  FIELD-A AND RESULT COME OFF THE RUN SUMS,  *
006066*                  THE REVERSAL COUNTS AS PROCESSED, AND THE  *
006066*                  REFERENCE IS TABLED AS REVERSED SO A       *
006066*                  SECOND REVERSAL TONIGHT REJECTS WITH 15.   *
006066*-----------------------------------------------------------*
006066 228-ACCEPT-REVERSAL.
006066     MOVE ZERO TO WS-QUOTIENT-INT.
006066     MOVE ZERO TO WS-REMAINDER.
006066     MOVE ZERO TO WS-RESULT.
006066     ADD 1 TO WS-RECORDS-PROCESSED.
006066     ADD 1 TO WS-REVERSAL-COUNT.
006066     SUBTRACT WS-REV-ORIG-FIELD-A FROM WS-SUM-FIELD-A.
006066     SUBTRACT WS-REV-ORIG-RESULT FROM WS-SUM-RESULT.
006066     MOVE "30" TO WS-STATUS-CODE.
006066     MOVE "REVERSAL OF ORIGINAL" TO WS-STATUS-TEXT.
006066     IF WS-FEED-CURR-SUB > ZERO
006066         ADD 1 TO WS-FEED-PROCESSED(WS-FEED-CURR-SUB)
006066     END-IF.
006066     MOVE 'R' TO WS-NEW-DISPOSITION.
006066     PERFORM 229-TABLE-TONIGHTS-REF.
006066*
006066 229-TABLE-TONIGHTS-REF.
006066     MOVE WS-TRANS-REF     TO WS-NEW-TRANS-REF.
006066     MOVE WS-ACCOUNT-ID    TO WS-NEW-ACCOUNT-ID.
006066     MOVE WS-FIELD-A       TO WS-NEW-FIELD-A.
006066     MOVE WS-FIELD-B       TO WS-NEW-FIELD-B.
006066     MOVE WS-RESULT        TO WS-NEW-RESULT.
006066     MOVE WS-OPERATION-CODE TO WS-NEW-OPERATION.
006066     PERFORM 075-ADD-DUP-REF.
006066*
006070 210-WRITE-EXCEPTION.
006080     MOVE WS-ACCOUNT-ID TO DE-ACCOUNT-ID.
006090     MOVE WS-FIELD-A TO DE-FIELD-A.
006146         ADD 1 TO WS-FEED-REJECTED(WS-FEED-CURR-SUB)
006147     END-IF.
006150     SET WS-RECORD-REJECTED TO TRUE.
006151     IF WS-TRANS-REF NOT = SPACES AND NOT WS-OP-REVERSAL AND
006151             WS-STATUS-CODE NOT = "12"
006151         MOVE 'N' TO WS-NEW-DISPOSITION
006151         PERFORM 229-TABLE-TONIGHTS-REF
006151     END-IF.
006160*
006170*-----------------------------------------------------------*
006180*  230-WRITE-AUDIT-ENTRY - ONE ENTRY FOR EVERY WS-DATA-RECORD *
006190*                     PROCESSED, SUCCESSFUL OR NOT, SO THE    *
006200*                     AUDIT TRAIL ANSWERS "WHAT DIVISOR WAS   *
006210*                     USED FOR ACCOUNT X ON A GIVEN RUN."     *
006211*                     AN ACCEPTED REVERSAL (STATUS 30) CARRIES *
006211*                     THE ORIGINAL'S FIELDS, RESULT AND        *
006211*                     OPERATION CODE, SO THE ENTRY MIRRORS THE *
006211*                     ONE IT BACKS OUT.                        *
006220*-----------------------------------------------------------*
006230 230-WRITE-AUDIT-ENTRY.
006240     MOVE WS-JOB-NAME      TO DA-JOB-NAME.
006340     END-IF.
006350     MOVE WS-STATUS-CODE   TO DA-STATUS-CODE.
006360     MOVE WS-STATUS-TEXT   TO DA-STATUS-TEXT.
006365     IF WS-STATUS-CODE = "30"
006365         MOVE WS-REV-ORIG-FIELD-A   TO DA-FIELD-A
006365         MOVE WS-REV-ORIG-FIELD-B   TO DA-FIELD-B
006365         MOVE WS-REV-ORIG-RESULT    TO DA-RESULT
006365         MOVE WS-REV-ORIG-OPERATION TO DA-OPERATION-CODE
006365     ELSE
006365         MOVE WS-OPERATION-CODE TO DA-OPERATION-CODE
006365     END-IF.
006367     MOVE WS-TRANS-REF TO DA-TRANS-REF.
006370     WRITE WS-DIVAUD-RECORD.
006371*
006372*-----------------------------------------------------------*
006373*  235-WRITE-DISPOSITION - THE RECORD'S OUTCOME FOR ITS       *
006374*                     SOURCE FEED'S RETURN FILE: A (ACCEPTED, *
006375*                     STATUS 00 OR 30, WITH THE RESULT), R    *
006376*                     (REJECTED, WITH THE DIVERR REASON) OR H *
006377*                     (HELD TO DIVFUT, WITH THE EFFECTIVE     *
006378*                     DATE).  THE OPERATION IS THE ONE THE    *
006379*                     FEED SENT, SO A REVERSAL SHOWS AS R,    *
006379*                     WITH THE RESULT IT BACKED OUT.  A       *
006379*                     RECYCLED OR RELEASED RECORD (FLAGGED BY *
006379*                     DIV105) IS AN EARLIER NIGHT'S AND GOES  *
006379*                     BACK AS TYPE 'P', OUTSIDE THE FEED'S    *
006379*                     TIE-OUT TO TONIGHT'S *BATCHTRL.         *
006380*-----------------------------------------------------------*
006381 235-WRITE-DISPOSITION.
006382     MOVE SPACES TO WS-DIVDSP-RECORD.
006383     IF WS-PRIOR-NIGHT-RECORD
006383         MOVE 'P' TO DS-RECORD-TYPE
006383     ELSE
006383         MOVE 'D' TO DS-RECORD-TYPE
006383     END-IF.
006384     MOVE WS-FEED-ID TO DS-FEED-ID.
006385     EVALUATE TRUE
006386         WHEN WS-RECORD-HELD
006387             MOVE 'H' TO DS-DISPOSITION
006388             MOVE ZERO TO DS-RESULT
006389         WHEN WS-RECORD-REJECTED
006390             MOVE 'R' TO DS-DISPOSITION
006391             MOVE ZERO TO DS-RESULT
006392         WHEN WS-OP-REVERSAL
006393             MOVE 'A' TO DS-DISPOSITION
006394             MOVE WS-REV-ORIG-RESULT TO DS-RESULT
006392         WHEN OTHER
006393             MOVE 'A' TO DS-DISPOSITION
006394             MOVE WS-RESULT TO DS-RESULT
006395     END-EVALUATE.
006396     MOVE WS-TRANS-REF      TO DS-TRANS-REF.
006397     MOVE WS-ACCOUNT-ID     TO DS-ACCOUNT-ID.
006398     MOVE WS-OPERATION-CODE TO DS-OPERATION-CODE.
006399     MOVE WS-STATUS-CODE    TO DS-REASON-CODE.
006399     MOVE WS-STATUS-TEXT    TO DS-REASON-TEXT.
006399     MOVE WS-EFFECTIVE-DATE TO DS-EFFECTIVE-DATE.
006399     WRITE WS-DIVDSP-RECORD.
006380*
006390*-----------------------------------------------------------*
006400*  300-OUTPUT-DATA - WRITES ONE DETAIL LINE TO DIVRPT,        *
006410*                    BREAKING TO A NEW PAGE AND REPRINTING   *
006420*                    THE HEADINGS WHEN THE PAGE FILLS.       *
006420*                    A REVERSAL PRINTS THE FIGURES IT BACKED *
006420*                    OUT, AS ITS AUDIT ENTRY CARRIES THEM.   *
006430*-----------------------------------------------------------*
006440 300-OUTPUT-DATA.
006450     IF WS-LINE-COUNT = ZERO OR
006460             WS-LINE-COUNT >= WS-LINES-PER-PAGE
006470         PERFORM 310-WRITE-HEADINGS
006480     END-IF.
006490     IF WS-OP-REVERSAL
006490         MOVE WS-REV-ORIG-FIELD-A TO DET-FIELD-A
006490         MOVE WS-REV-ORIG-FIELD-B TO DET-FIELD-B
006490         MOVE WS-REV-ORIG-RESULT TO DET-RESULT
006490     ELSE
006490         MOVE WS-FIELD-A TO DET-FIELD-A
006500         MOVE WS-FIELD-B TO DET-FIELD-B
006510         MOVE WS-RESULT TO DET-RESULT
006490     END-IF.
006520     MOVE WS-REMAINDER TO DET-REMAINDER.
006525     MOVE WS-OPERATION-CODE TO DET-OPERATION.
006530     WRITE WS-DIVRPT-RECORD FROM WS-RPT-DETAIL
007020         AFTER ADVANCING 1 LINE.
007022     WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-11
007024         AFTER ADVANCING 1 LINE.
007024     MOVE WS-REVERSAL-COUNT TO TRL-REVERSAL-COUNT.
007024     WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-14
007024         AFTER ADVANCING 1 LINE.
007025     IF WS-PARTITIONED-RUN
007025         MOVE WS-PARTITION-NO TO TRL-PARTITION-NO
007025         WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-15
007025             AFTER ADVANCING 1 LINE
007025     END-IF.
007026     IF WS-FEED-COUNT > ZERO
007028         WRITE WS-DIVRPT-RECORD FROM WS-RPT-TRAILER-12
007030             AFTER ADVANCING 2 LINES
007060         MOVE ":" TO WS-RUN-TIME(6:1)
007061         MOVE WS-SYSTEM-SS TO WS-RUN-TIME(7:2)
007062         MOVE SPACES TO WS-DIVLOG-RECORD
007063         MOVE WS-LOG-JOB-NAME TO LG-JOB-NAME
007064         MOVE "DIV100" TO LG-PROGRAM
007065         MOVE WS-REPORT-DATE TO LG-RUN-DATE
007066         MOVE WS-RUN-TIME TO LG-RUN-TIME
