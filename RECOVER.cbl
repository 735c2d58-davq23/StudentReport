000350*                    ADDRESS AND PROGRAM CODE); BACKUP AND AUDIT
000360*                    IMAGES WIDENED, AND THE ROLL-FORWARD NOW
000370*                    RE-APPLIES THE 'M' AND 'G' ENTRIES TOO.
000380*   2026-10-15  DV   AUDIT RECORD LAYOUT WIDENED TO 320 BYTES
000390*                    (AUD-SUPV-AUTH, AUD-TERM-STATE) IN STEP WITH
000400*                    MAINT.cbl.
000410*   2026-10-15  DV   ROLL-FORWARD RE-APPLIES IDMERGE.cbl'S 'K'
000420*                    (STUDENT-ID RE-KEY) ENTRIES - DELETE THE
000430*                    RETIRED KEY, WRITE THE SURVIVOR'S RECORD.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. RECOVER.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500****************************************************************
000510*    INDEXED MASTER BEING REBUILT - SAME LAYOUT AND KEY AS
000520*    MAINT.cbl WRITES. OPENED OUTPUT HERE, WHICH STARTS IT
000530*    FRESH: A RECOVERY REPLACES WHATEVER WAS ON FILE.
000540****************************************************************
000550     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS MST-MASTER-KEY
000590         FILE STATUS IS WS-MASTER-STATUS.
000600*
000610****************************************************************
000620*    GENERATION BACKUPS DUMPED BY MAINT.cbl - G1 NEWEST. LAYOUT
000630*    ('H' HEADER WITH THE DUMP DATE/TIME, THEN 'D' IMAGES) IS
000640*    SHARED WITH MAINT.cbl AND MUST STAY IN STEP WITH IT.
000650****************************************************************
000660     SELECT FS-BACKUP-G1 ASSIGN 'MASTER-BACKUP-G1'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-BKP-G1-STATUS.
000690*
000700     SELECT FS-BACKUP-G2 ASSIGN 'MASTER-BACKUP-G2'
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BKP-G2-STATUS.
000730*
000740     SELECT FS-BACKUP-G3 ASSIGN 'MASTER-BACKUP-G3'
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-BKP-G3-STATUS.
000770*
000780****************************************************************
000790*    CUMULATIVE AUDIT TRAIL APPENDED BY MAINT.cbl - THE ROLL-
000800*    FORWARD SOURCE. SAME LAYOUT AS ITS FS-AUDIT-RECORD.
000810****************************************************************
000820     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-AUDIT-STATUS.
000850*
000860****************************************************************
000870*    CONTROL CARD (REQUIRED) - GENERATION TO RESTORE AND THE
000880*    OPTIONAL ROLL-FORWARD CUTOFF:  Gn YYYYMMDD HHMMSS
000890****************************************************************
000900     SELECT FS-RECOVER-PARM ASSIGN 'RECOVER-PARM'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-PARM-STATUS.
000930*
000940     SELECT FS-RECOVER-REPORT ASSIGN 'RECOVER-REPORT.txt'
000950         ORGANIZATION IS LINE SEQUENTIAL.
000960**
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  FS-STUDENT-MASTER.
001000 01  FS-MASTER-RECORD.
001010     05  MST-MASTER-KEY.
001020         10  MST-TERM-CODE    PIC X(05).
001030         10  MST-STUDENT-ID   PIC 9(05).
001040     05  MST-STUDENT-NAME     PIC X(30).
001050     05  MST-STUDENT-LASTNAME PIC X(30).
001060     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
001070*    ACADEMIC STANDING SET BY MAIN.cbl'S STANDING PASS -
001080*    G = GOOD, W = WARNING, P = PROBATION, D = DISMISSAL-REVIEW,
001090*    SPACE = NOT YET DETERMINED.
001100     05  MST-STANDING-CODE    PIC X(01).
001110*    GRADE STATUS - SPACE = FINAL GRADE, I = INCOMPLETE,
001120*    W = WITHDRAWN, P = IN PROGRESS.
001130     05  MST-GRADE-STATUS     PIC X(01).
001140*    MAILING ADDRESS AND PROGRAM/MAJOR CODE - MAINTAINED BY
001150*    MAINT.cbl'S 'M' AND 'G' TRANSACTIONS.
001160     05  MST-ADDRESS-BLOCK.
001170         10  MST-ADDR-STREET  PIC X(30).
001180         10  MST-ADDR-CITY    PIC X(20).
001190         10  MST-ADDR-STATE   PIC X(02).
001200         10  MST-ADDR-ZIP     PIC X(10).
001210     05  MST-PROGRAM-CODE     PIC X(05).
001220*
001230 FD  FS-BACKUP-G1.
001240 01  FS-BACKUP-G1-RECORD     PIC X(145).
001250*
001260 FD  FS-BACKUP-G2.
001270 01  FS-BACKUP-G2-RECORD    PIC X(145).
001280*
001290 FD  FS-BACKUP-G3.
001300 01  FS-BACKUP-G3-RECORD    PIC X(145).
001310*
001320 FD  FS-AUDIT-TRAIL.
001330 01  FS-AUDIT-RECORD.
001340     05  AUD-TXN-CODE         PIC X(01).
001350         88  AUD-ADD                          VALUE 'A'.
001360         88  AUD-CHANGE                       VALUE 'C'.
001370         88  AUD-DELETE                       VALUE 'D'.
001380*        RESOLVE-INCOMPLETE, ADDRESS AND PROGRAM CHANGES - ALL
001390*        REWRITES, EXACTLY LIKE A CHANGE.
001400         88  AUD-RESOLVE                      VALUE 'R'.
001410         88  AUD-ADDRESS                      VALUE 'M'.
001420         88  AUD-PROGRAM                      VALUE 'G'.
001430*        STUDENT-ID RE-KEY FROM IDMERGE.cbl - THE BEFORE IMAGE
001440*        CARRIES THE RETIRED KEY, THE AFTER IMAGE THE SURVIVOR'S.
001450         88  AUD-REKEY                        VALUE 'K'.
001460     05  AUD-RUN-STAMP.
001470         10  AUD-RUN-DATE     PIC 9(08).
001480         10  AUD-RUN-TIME     PIC 9(06).
001490     05  AUD-TERM-CODE        PIC X(05).
001500     05  AUD-STUDENT-ID       PIC 9(05).
001510     05  AUD-BEFORE-IMAGE     PIC X(144).
001520     05  AUD-AFTER-IMAGE      PIC X(144).
001530     05  AUD-OPERATOR         PIC X(03).
001540     05  AUD-SUPV-AUTH        PIC X(03).
001550     05  AUD-TERM-STATE       PIC X(01).
001560*
001570 FD  FS-RECOVER-PARM.
001580 01  FS-RECOVER-PARM-RECORD.
001590     05  RCV-PARM-GEN         PIC X(02).
001600     05  FILLER               PIC X(01).
001610     05  RCV-PARM-DATE        PIC X(08).
001620     05  FILLER               PIC X(01).
001630     05  RCV-PARM-TIME        PIC X(06).
001640*
001650 FD  FS-RECOVER-REPORT
001660     RECORDING MODE IS F
001670     RECORD CONTAINS 75 CHARACTERS.
001680 01  FS-RECOVER-REP-RECORD   PIC X(75).
001690**
001700 WORKING-STORAGE SECTION.
001710 01  WS-MASTER-STATUS         PIC X(02).
001720*
001730 01  WS-BKP-G1-STATUS         PIC X(02).
001740     88  BKP-G1-NOT-FOUND                     VALUE '35'.
001750     88  BKP-G1-EOF                           VALUE '10'.
001760*
001770 01  WS-BKP-G2-STATUS         PIC X(02).
001780     88  BKP-G2-NOT-FOUND                     VALUE '35'.
001790     88  BKP-G2-EOF                           VALUE '10'.
001800*
001810 01  WS-BKP-G3-STATUS         PIC X(02).
001820     88  BKP-G3-NOT-FOUND                     VALUE '35'.
001830     88  BKP-G3-EOF                           VALUE '10'.
001840*
001850 01  WS-AUDIT-STATUS          PIC X(02).
001860     88  AUDIT-NOT-FOUND                      VALUE '35'.
001870     88  AUDIT-EOF                            VALUE '10'.
001880*
001890 01  WS-PARM-STATUS           PIC X(02).
001900     88  PARM-NOT-FOUND                       VALUE '35'.
001910*
001920 01  WS-GEN-SW                PIC X(01)              VALUE SPACE.
001930     88  GEN-G1                               VALUE '1'.
001940     88  GEN-G2                               VALUE '2'.
001950     88  GEN-G3                               VALUE '3'.
001960*
001970****************************************************************
001980*   The backup record as read (either generation), the dump
001990*   stamp from its header, and the roll-forward cutoff. STAMPS
002000*   ARE ALL-DIGIT GROUPS SO A PLAIN GROUP COMPARE ORDERS THEM.
002010****************************************************************
002020 01  WS-BKP-RECORD.
002030     05  WS-BKP-REC-TYPE      PIC X(01).
002040         88  BKP-REC-HEADER                   VALUE 'H'.
002050         88  BKP-REC-DETAIL                   VALUE 'D'.
002060     05  WS-BKP-REC-BODY      PIC X(144).
002070     05  FILLER REDEFINES WS-BKP-REC-BODY.
002080         10  WS-BKP-HDR-STAMP.
002090             15  WS-BKP-HDR-DATE  PIC 9(08).
002100             15  WS-BKP-HDR-TIME  PIC 9(06).
002110         10  FILLER           PIC X(130).
002120*
002130 01  WS-DUMP-STAMP.
002140     05  WS-DUMP-DATE         PIC 9(08)              VALUE 0.
002150     05  WS-DUMP-TIME         PIC 9(06)              VALUE 0.
002160*
002170 01  WS-CUTOFF-STAMP.
002180     05  WS-CUTOFF-DATE       PIC 9(08)        VALUE 99999999.
002190     05  WS-CUTOFF-TIME       PIC 9(06)        VALUE 999999.
002200*
002210 01  WS-RESTORED-COUNT        PIC 9(05) COMP-3       VALUE 0.
002220 01  WS-ROLLED-COUNT          PIC 9(05) COMP-3       VALUE 0.
002230 01  WS-SKIPPED-COUNT         PIC 9(05) COMP-3       VALUE 0.
002240 01  WS-FAILED-COUNT          PIC 9(05) COMP-3       VALUE 0.
002250*
002260 01  WS-RECOVER-HEADER.
002270     05  FILLER               PIC X(75) VALUE
002280         'STUDENT-MASTER RECOVERY RUN'.
002290*
002300 01  WS-RECOVER-RULE.
002310     05  FILLER               PIC X(75) VALUE ALL '-'.
002320*
002330 01  WS-RECOVER-GEN-LINE.
002340     05  FILLER               PIC X(20) VALUE
002350         'GENERATION RESTORED:'.
002360     05  FILLER               PIC X(01) VALUE SPACE.
002370     05  WS-GEN-OUT           PIC X(02).
002380     05  FILLER               PIC X(14) VALUE '  DUMP TAKEN: '.
002390     05  WS-DUMP-DATE-OUT     PIC 9(08).
002400     05  FILLER               PIC X(01) VALUE SPACE.
002410     05  WS-DUMP-TIME-OUT     PIC 9(06).
002420     05  FILLER               PIC X(23) VALUE SPACES.
002430*
002440 01  WS-RECOVER-CUT-LINE.
002450     05  FILLER               PIC X(21) VALUE
002460         'ROLLED FORWARD TO:   '.
002470     05  WS-CUT-DATE-OUT      PIC 9(08).
002480     05  FILLER               PIC X(01) VALUE SPACE.
002490     05  WS-CUT-TIME-OUT      PIC 9(06).
002500     05  FILLER               PIC X(39) VALUE SPACES.
002510*
002520 01  WS-RECOVER-COUNT-LINE.
002530     05  FILLER               PIC X(20) VALUE SPACES.
002540     05  WS-CNT-LABEL-OUT     PIC X(20).
002550     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
002560     05  FILLER               PIC X(30) VALUE SPACES.
002570**
002580 PROCEDURE DIVISION.
002590 0000-MAINLINE.
002600     PERFORM 1000-READ-PARM THRU 1000-EXIT
002610     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT
002620     PERFORM 2000-RESTORE-GENERATION THRU 2000-EXIT
002630     PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
002640     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002650     PERFORM 9999-TERMINATE THRU 9999-EXIT
002660     STOP RUN.
002670*
002680****************************************************************
002690*   A recovery must be asked for explicitly - no card, no run.
002700*   THE GENERATION IS REQUIRED; THE CUTOFF IS OPTIONAL AND
002710*   DEFAULTS TO THE END OF THE TRAIL (ALL NINES).
002720****************************************************************
002730 1000-READ-PARM.
002740     OPEN INPUT FS-RECOVER-PARM
002750*
002760     IF PARM-NOT-FOUND
002770         DISPLAY 'RECOVER-PARM CARD MISSING - NOTHING RESTORED'
002780         STOP RUN
002790     END-IF
002800*
002810     READ FS-RECOVER-PARM
002820     AT END
002830         DISPLAY 'RECOVER-PARM CARD EMPTY - NOTHING RESTORED'
002840         STOP RUN
002850     END-READ
002860*
002870     EVALUATE RCV-PARM-GEN
002880         WHEN 'G1'
002890             MOVE '1' TO WS-GEN-SW
002900         WHEN 'G2'
002910             MOVE '2' TO WS-GEN-SW
002920         WHEN 'G3'
002930             MOVE '3' TO WS-GEN-SW
002940         WHEN OTHER
002950             DISPLAY 'RECOVER-PARM GENERATION MUST BE G1/G2/G3'
002960             STOP RUN
002970     END-EVALUATE
002980*
002990     IF RCV-PARM-DATE NOT EQUAL SPACES
003000         IF RCV-PARM-DATE IS NOT NUMERIC
003010             DISPLAY 'RECOVER-PARM CUTOFF DATE IS NOT NUMERIC'
003020             STOP RUN
003030         END-IF
003040         MOVE RCV-PARM-DATE TO WS-CUTOFF-DATE
003050         IF RCV-PARM-TIME NOT EQUAL SPACES
003060             IF RCV-PARM-TIME IS NOT NUMERIC
003070                 DISPLAY 'RECOVER-PARM CUTOFF TIME IS NOT NUMERIC'
003080                 STOP RUN
003090             END-IF
003100             MOVE RCV-PARM-TIME TO WS-CUTOFF-TIME
003110         ELSE
003120             MOVE 999999 TO WS-CUTOFF-TIME
003130         END-IF
003140     END-IF
003150*
003160     CLOSE FS-RECOVER-PARM
003170 1000-EXIT.
003180     EXIT.
003190*
003200 1100-OPEN-REPORT.
003210     OPEN OUTPUT FS-RECOVER-REPORT
003220*
003230     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-HEADER
003240     END-WRITE
003250*
003260     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-RULE
003270     END-WRITE
003280 1100-EXIT.
003290     EXIT.
003300*
003310****************************************************************
003320*   Rebuild the master, fresh, from the chosen generation. THE
003330*   HEADER RECORD GIVES THE DUMP STAMP THE ROLL-FORWARD NEEDS;
003340*   EVERY 'D' RECORD IS ONE MASTER IMAGE WRITTEN BACK AS-IS.
003350****************************************************************
003360****************************************************************
003370*   THE CHOSEN GENERATION IS OPENED AND VERIFIED FIRST, AND THE
003380*   LIVE MASTER IS ONLY STARTED FRESH ONCE THE BACKUP IS KNOWN
003390*   TO BE THERE - A MISTYPED GENERATION MUST NOT WIPE THE VERY
003400*   FILE THIS UTILITY EXISTS TO BRING BACK.
003410****************************************************************
003420 2000-RESTORE-GENERATION.
003430     EVALUATE TRUE
003440         WHEN GEN-G1
003450             PERFORM 2100-RESTORE-FROM-G1 THRU 2100-EXIT
003460         WHEN GEN-G2
003470             PERFORM 2200-RESTORE-FROM-G2 THRU 2200-EXIT
003480         WHEN GEN-G3
003490             PERFORM 2300-RESTORE-FROM-G3 THRU 2300-EXIT
003500     END-EVALUATE
003510*
003520     CLOSE FS-STUDENT-MASTER
003530 2000-EXIT.
003540     EXIT.
003550*
003560 2100-RESTORE-FROM-G1.
003570     OPEN INPUT FS-BACKUP-G1
003580*
003590     IF BKP-G1-NOT-FOUND
003600         DISPLAY 'MASTER-BACKUP-G1 NOT ON FILE - NOTHING RESTORED'
003610         CLOSE FS-RECOVER-REPORT
003620         STOP RUN
003630     END-IF
003640*
003650     OPEN OUTPUT FS-STUDENT-MASTER
003660*
003670     PERFORM 2110-READ-G1-RECORD THRU 2110-EXIT
003680         UNTIL BKP-G1-EOF
003690*
003700     CLOSE FS-BACKUP-G1
003710 2100-EXIT.
003720     EXIT.
003730*
003740 2110-READ-G1-RECORD.
003750     READ FS-BACKUP-G1
003760     NOT AT END
003770         MOVE FS-BACKUP-G1-RECORD TO WS-BKP-RECORD
003780         PERFORM 2400-APPLY-BACKUP-RECORD THRU 2400-EXIT
003790     END-READ
003800 2110-EXIT.
003810     EXIT.
003820*
003830 2200-RESTORE-FROM-G2.
003840     OPEN INPUT FS-BACKUP-G2
003850*
003860     IF BKP-G2-NOT-FOUND
003870         DISPLAY 'MASTER-BACKUP-G2 NOT ON FILE - NOTHING RESTORED'
003880         CLOSE FS-RECOVER-REPORT
003890         STOP RUN
003900     END-IF
003910*
003920     OPEN OUTPUT FS-STUDENT-MASTER
003930*
003940     PERFORM 2210-READ-G2-RECORD THRU 2210-EXIT
003950         UNTIL BKP-G2-EOF
003960*
003970     CLOSE FS-BACKUP-G2
003980 2200-EXIT.
003990     EXIT.
004000*
004010 2210-READ-G2-RECORD.
004020     READ FS-BACKUP-G2
004030     NOT AT END
004040         MOVE FS-BACKUP-G2-RECORD TO WS-BKP-RECORD
004050         PERFORM 2400-APPLY-BACKUP-RECORD THRU 2400-EXIT
004060     END-READ
004070 2210-EXIT.
004080     EXIT.
004090*
004100 2300-RESTORE-FROM-G3.
004110     OPEN INPUT FS-BACKUP-G3
004120*
004130     IF BKP-G3-NOT-FOUND
004140         DISPLAY 'MASTER-BACKUP-G3 NOT ON FILE - NOTHING RESTORED'
004150         CLOSE FS-RECOVER-REPORT
004160         STOP RUN
004170     END-IF
004180*
004190     OPEN OUTPUT FS-STUDENT-MASTER
004200*
004210     PERFORM 2310-READ-G3-RECORD THRU 2310-EXIT
004220         UNTIL BKP-G3-EOF
004230*
004240     CLOSE FS-BACKUP-G3
004250 2300-EXIT.
004260     EXIT.
004270*
004280 2310-READ-G3-RECORD.
004290     READ FS-BACKUP-G3
004300     NOT AT END
004310         MOVE FS-BACKUP-G3-RECORD TO WS-BKP-RECORD
004320         PERFORM 2400-APPLY-BACKUP-RECORD THRU 2400-EXIT
004330     END-READ
004340 2310-EXIT.
004350     EXIT.
004360*
004370 2400-APPLY-BACKUP-RECORD.
004380     EVALUATE TRUE
004390         WHEN BKP-REC-HEADER
004400             MOVE WS-BKP-HDR-DATE TO WS-DUMP-DATE
004410             MOVE WS-BKP-HDR-TIME TO WS-DUMP-TIME
004420         WHEN BKP-REC-DETAIL
004430             MOVE WS-BKP-REC-BODY TO FS-MASTER-RECORD
004440             WRITE FS-MASTER-RECORD
004450                 INVALID KEY
004460                     ADD 1 TO WS-FAILED-COUNT
004470                 NOT INVALID KEY
004480                     ADD 1 TO WS-RESTORED-COUNT
004490             END-WRITE
004500         WHEN OTHER
004510             ADD 1 TO WS-FAILED-COUNT
004520     END-EVALUATE
004530 2400-EXIT.
004540     EXIT.
004550*
004560****************************************************************
004570*   Re-apply, in the order they were logged, every MAINT-AUDIT
004580*   entry stamped after the dump and at or before the cutoff -
004590*   THE AFTER-IMAGE IS THE WHOLE TRUTH FOR AN ADD OR CHANGE,
004600*   THE BEFORE-IMAGE KEY IS ENOUGH FOR A DELETE. ENTRIES PAST
004610*   THE CUTOFF ARE COUNTED AS SKIPPED SO THE OPERATOR CAN SEE
004620*   HOW MUCH HISTORY WAS DELIBERATELY LEFT OFF.
004630****************************************************************
004640 3000-ROLL-FORWARD.
004650     OPEN I-O FS-STUDENT-MASTER
004660     OPEN INPUT FS-AUDIT-TRAIL
004670*
004680     IF AUDIT-NOT-FOUND
004690         MOVE '10' TO WS-AUDIT-STATUS
004700     ELSE
004710         PERFORM 3100-READ-AUDIT-RECORD THRU 3100-EXIT
004720             UNTIL AUDIT-EOF
004730         CLOSE FS-AUDIT-TRAIL
004740     END-IF
004750*
004760     CLOSE FS-STUDENT-MASTER
004770 3000-EXIT.
004780     EXIT.
004790*
004800 3100-READ-AUDIT-RECORD.
004810     READ FS-AUDIT-TRAIL
004820     NOT AT END
004830*        MAINT STAMPS THE DUMP HEADER AND THAT SAME RUN'S AUDIT
004840*        ENTRIES WITH ONE IDENTICAL DATE/TIME, AND THE DUMP IS
004850*        TAKEN BEFORE THE TRANSACTIONS APPLY - SO EQUAL-STAMP
004860*        ENTRIES ARE EXACTLY THE ONES THAT MUST ROLL FORWARD.
004870         IF AUD-RUN-STAMP NOT LESS THAN WS-DUMP-STAMP
004880             IF AUD-RUN-STAMP > WS-CUTOFF-STAMP
004890                 ADD 1 TO WS-SKIPPED-COUNT
004900             ELSE
004910                 PERFORM 3200-APPLY-AUDIT-RECORD THRU 3200-EXIT
004920             END-IF
004930         END-IF
004940     END-READ
004950 3100-EXIT.
004960     EXIT.
004970*
004980 3200-APPLY-AUDIT-RECORD.
004990     EVALUATE TRUE
005000         WHEN AUD-ADD
005010             MOVE AUD-AFTER-IMAGE TO FS-MASTER-RECORD
005020             WRITE FS-MASTER-RECORD
005030                 INVALID KEY
005040                     ADD 1 TO WS-FAILED-COUNT
005050                 NOT INVALID KEY
005060                     ADD 1 TO WS-ROLLED-COUNT
005070             END-WRITE
005080         WHEN AUD-CHANGE
005090         WHEN AUD-RESOLVE
005100         WHEN AUD-ADDRESS
005110         WHEN AUD-PROGRAM
005120             MOVE AUD-AFTER-IMAGE TO FS-MASTER-RECORD
005130             REWRITE FS-MASTER-RECORD
005140                 INVALID KEY
005150                     ADD 1 TO WS-FAILED-COUNT
005160                 NOT INVALID KEY
005170                     ADD 1 TO WS-ROLLED-COUNT
005180             END-REWRITE
005190         WHEN AUD-DELETE
005200             MOVE AUD-BEFORE-IMAGE TO FS-MASTER-RECORD
005210             DELETE FS-STUDENT-MASTER
005220                 INVALID KEY
005230                     ADD 1 TO WS-FAILED-COUNT
005240                 NOT INVALID KEY
005250                     ADD 1 TO WS-ROLLED-COUNT
005260             END-DELETE
005270         WHEN AUD-REKEY
005280             MOVE AUD-BEFORE-IMAGE TO FS-MASTER-RECORD
005290             DELETE FS-STUDENT-MASTER
005300                 INVALID KEY
005310                     ADD 1 TO WS-FAILED-COUNT
005320                 NOT INVALID KEY
005330                     MOVE AUD-AFTER-IMAGE TO FS-MASTER-RECORD
005340                     WRITE FS-MASTER-RECORD
005350                         INVALID KEY
005360                             ADD 1 TO WS-FAILED-COUNT
005370                         NOT INVALID KEY
005380                             ADD 1 TO WS-ROLLED-COUNT
005390                     END-WRITE
005400             END-DELETE
005410         WHEN OTHER
005420             ADD 1 TO WS-FAILED-COUNT
005430     END-EVALUATE
005440 3200-EXIT.
005450     EXIT.
005460*
005470 4000-WRITE-SUMMARY.
005480     EVALUATE TRUE
005490         WHEN GEN-G1
005500             MOVE 'G1' TO WS-GEN-OUT
005510         WHEN GEN-G2
005520             MOVE 'G2' TO WS-GEN-OUT
005530         WHEN GEN-G3
005540             MOVE 'G3' TO WS-GEN-OUT
005550     END-EVALUATE
005560*
005570     MOVE WS-DUMP-DATE TO WS-DUMP-DATE-OUT
005580     MOVE WS-DUMP-TIME TO WS-DUMP-TIME-OUT
005590     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-GEN-LINE
005600     END-WRITE
005610*
005620     MOVE WS-CUTOFF-DATE TO WS-CUT-DATE-OUT
005630     MOVE WS-CUTOFF-TIME TO WS-CUT-TIME-OUT
005640     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-CUT-LINE
005650     END-WRITE
005660*
005670     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-RULE
005680     END-WRITE
005690*
005700     MOVE 'IMAGES RESTORED:'   TO WS-CNT-LABEL-OUT
005710     MOVE WS-RESTORED-COUNT    TO WS-CNT-VALUE-OUT
005720     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-COUNT-LINE
005730     END-WRITE
005740*
005750     MOVE 'TXNS ROLLED FWD:'   TO WS-CNT-LABEL-OUT
005760     MOVE WS-ROLLED-COUNT      TO WS-CNT-VALUE-OUT
005770     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-COUNT-LINE
005780     END-WRITE
005790*
005800     MOVE 'TXNS PAST CUTOFF:'  TO WS-CNT-LABEL-OUT
005810     MOVE WS-SKIPPED-COUNT     TO WS-CNT-VALUE-OUT
005820     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-COUNT-LINE
005830     END-WRITE
005840*
005850     MOVE 'TXNS FAILED:'       TO WS-CNT-LABEL-OUT
005860     MOVE WS-FAILED-COUNT      TO WS-CNT-VALUE-OUT
005870     WRITE FS-RECOVER-REP-RECORD FROM WS-RECOVER-COUNT-LINE
005880     END-WRITE
005890 4000-EXIT.
005900     EXIT.
005910*
005920 9999-TERMINATE.
005930     CLOSE FS-RECOVER-REPORT
005940 9999-EXIT.
005950     EXIT.
005960*
005970 END PROGRAM RECOVER.
