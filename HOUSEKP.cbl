000250*                    STREAM DRIVER VERIFIES THIS STEP OFF THE
000260*                    RUN-LOG LIKE ANY OTHER, AND A RUN THAT
000270*                    TRIMMED NOTHING MUST NOT READ AS A FAILURE.
000280*   2026-10-15  DV   AUDIT RECORD, ARCHIVE AND WORK RECORDS
000290*                    WIDENED TO 320 BYTES (AUD-SUPV-AUTH AND
000300*                    AUD-TERM-STATE) IN STEP WITH MAINT.cbl.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. HOUSEKP.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370****************************************************************
000380*    CONTROL CARD (REQUIRED) - THE RETENTION CUTOFF AS YYYYMMDD.
000390*    RECORDS DATED BEFORE THE CUTOFF ARE ARCHIVE CANDIDATES.
000400****************************************************************
000410     SELECT FS-HOUSEKP-PARM ASSIGN 'HOUSEKP-PARM'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PARM-STATUS.
000440*
000450****************************************************************
000460*    GENERATION BACKUPS DUMPED BY MAINT.cbl - ONLY THE 'H'
000470*    HEADER IS READ HERE, FOR EACH DUMP'S STAMP. THE OLDEST
000480*    GENERATION ON DISK BOUNDS WHAT MAY LEAVE THE LIVE TRAIL.
000490****************************************************************
000500     SELECT FS-BACKUP-G1 ASSIGN 'MASTER-BACKUP-G1'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-BKP-G1-STATUS.
000530*
000540     SELECT FS-BACKUP-G2 ASSIGN 'MASTER-BACKUP-G2'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BKP-G2-STATUS.
000570*
000580     SELECT FS-BACKUP-G3 ASSIGN 'MASTER-BACKUP-G3'
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BKP-G3-STATUS.
000610*
000620****************************************************************
000630*    CUMULATIVE AUDIT TRAIL APPENDED BY MAINT.cbl AND
000640*    INQUIRY.cbl - SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000650*    REWRITTEN HERE MINUS THE ARCHIVED RECORDS.
000660****************************************************************
000670     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700*
000710****************************************************************
000720*    DATE-RANGED ARCHIVE OF THE CUT AUDIT RECORDS - THE NAME
000730*    CARRIES THE FIRST AND LAST ARCHIVED DATES, SO A DISPUTE CAN
000740*    FIND THE RIGHT FILE BY EYE. READ BY AUDPRT.cbl'S
000750*    AUDIT-ARCH-PARM CARD.
000760****************************************************************
000770     SELECT FS-AUDIT-ARCHIVE ASSIGN DYNAMIC WS-AUD-ARCH-NAME
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790*
000800     SELECT FS-AUDIT-WORK ASSIGN 'AUDIT-KEEP-WORK'
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-AUDWRK-STATUS.
000830*
000840****************************************************************
000850*    CUMULATIVE RUN-CONTROL LOG - SAME RECORD LAYOUT AS THE
000860*    OTHER STEPS, WHICH MUST STAY IN STEP. REWRITTEN MINUS THE
000870*    ARCHIVED RECORDS, PLUS THIS RUN'S SUMMARY RECORD.
000880****************************************************************
000890     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RUN-LOG-STATUS.
000920*
000930     SELECT FS-RUNLOG-ARCHIVE ASSIGN DYNAMIC WS-LOG-ARCH-NAME
000940         ORGANIZATION IS LINE SEQUENTIAL.
000950*
000960     SELECT FS-RUNLOG-WORK ASSIGN 'RUNLOG-KEEP-WORK'
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-LOGWRK-STATUS.
000990*
001000     SELECT FS-HOUSEKP-REPORT ASSIGN 'HOUSEKP-REPORT.txt'
001010         ORGANIZATION IS LINE SEQUENTIAL.
001020**
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  FS-HOUSEKP-PARM.
001060 01  FS-HOUSEKP-PARM-RECORD  PIC X(08).
001070*
001080 FD  FS-BACKUP-G1.
001090 01  FS-BACKUP-G1-RECORD     PIC X(145).
001100*
001110 FD  FS-BACKUP-G2.
001120 01  FS-BACKUP-G2-RECORD     PIC X(145).
001130*
001140 FD  FS-BACKUP-G3.
001150 01  FS-BACKUP-G3-RECORD     PIC X(145).
001160*
001170****************************************************************
001180*    AUDIT-TRAIL RECORD - LAYOUT SHARED WITH MAINT.cbl,
001190*    INQUIRY.cbl, AUDPRT.cbl, NOTIFY.cbl, RECOVER.cbl AND
001200*    GCHMON.cbl AND MUST STAY IN STEP WITH ALL SIX.
001210****************************************************************
001220 FD  FS-AUDIT-TRAIL.
001230 01  FS-AUDIT-RECORD.
001240     05  AUD-TXN-CODE         PIC X(01).
001250     05  AUD-RUN-STAMP.
001260         10  AUD-RUN-DATE     PIC 9(08).
001270         10  AUD-RUN-TIME     PIC 9(06).
001280     05  AUD-TERM-CODE        PIC X(05).
001290     05  AUD-STUDENT-ID       PIC 9(05).
001300     05  AUD-BEFORE-IMAGE     PIC X(144).
001310     05  AUD-AFTER-IMAGE      PIC X(144).
001320     05  AUD-OPERATOR         PIC X(03).
001330     05  AUD-SUPV-AUTH        PIC X(03).
001340     05  AUD-TERM-STATE       PIC X(01).
001350*
001360 FD  FS-AUDIT-ARCHIVE.
001370 01  FS-AUDIT-ARCH-RECORD    PIC X(320).
001380*
001390 FD  FS-AUDIT-WORK.
001400 01  FS-AUDIT-WORK-RECORD    PIC X(320).
001410*
001420 FD  FS-RUN-LOG.
001430 01  FS-RUN-LOG-RECORD.
001440     05  RNL-PROGRAM          PIC X(08).
001450     05  RNL-RUN-DATE         PIC 9(08).
001460     05  RNL-RUN-TIME         PIC 9(06).
001470     05  RNL-TERM-CODE        PIC X(05).
001480     05  RNL-READ-CNT         PIC 9(05).
001490     05  RNL-VALID-CNT        PIC 9(05).
001500     05  RNL-REJECT-CNT       PIC 9(05).
001510     05  RNL-REPORT-CNT       PIC 9(05).
001520     05  RNL-RUN-STATUS       PIC X(08).
001530*
001540 FD  FS-RUNLOG-ARCHIVE.
001550 01  FS-RUNLOG-ARCH-RECORD   PIC X(55).
001560*
001570 FD  FS-RUNLOG-WORK.
001580 01  FS-RUNLOG-WORK-RECORD   PIC X(55).
001590*
001600 FD  FS-HOUSEKP-REPORT
001610     RECORDING MODE IS F
001620     RECORD CONTAINS 80 CHARACTERS.
001630 01  FS-HOUSEKP-REP-RECORD   PIC X(80).
001640**
001650 WORKING-STORAGE SECTION.
001660 01  WS-PARM-STATUS           PIC X(02).
001670     88  PARM-NOT-FOUND                       VALUE '35'.
001680*
001690 01  WS-BKP-G1-STATUS         PIC X(02).
001700     88  BKP-G1-NOT-FOUND                     VALUE '35'.
001710*
001720 01  WS-BKP-G2-STATUS         PIC X(02).
001730     88  BKP-G2-NOT-FOUND                     VALUE '35'.
001740*
001750 01  WS-BKP-G3-STATUS         PIC X(02).
001760     88  BKP-G3-NOT-FOUND                     VALUE '35'.
001770*
001780 01  WS-AUDIT-STATUS          PIC X(02).
001790     88  AUDIT-NOT-FOUND                      VALUE '35'.
001800     88  AUDIT-EOF                            VALUE '10'.
001810*
001820 01  WS-AUDWRK-STATUS         PIC X(02).
001830     88  AUDWRK-EOF                           VALUE '10'.
001840*
001850 01  WS-RUN-LOG-STATUS        PIC X(02).
001860     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001870     88  RUN-LOG-EOF                          VALUE '10'.
001880*
001890 01  WS-LOGWRK-STATUS         PIC X(02).
001900     88  LOGWRK-EOF                           VALUE '10'.
001910*
001920 01  WS-CUTOFF-DATE           PIC 9(08)              VALUE 0.
001930*
001940****************************************************************
001950*   The oldest generation backup's dump stamp - nothing stamped
001960*   at or after it may leave the live trail, or RECOVER.cbl's
001970*   roll-forward from that generation would come up short. NO
001980*   BACKUP ON DISK MEANS NO AUDIT TRIMMING AT ALL.
001990****************************************************************
002000 01  WS-OLDEST-DUMP-STAMP.
002010     05  WS-OLDEST-DUMP-DATE  PIC 9(08)              VALUE 0.
002020     05  WS-OLDEST-DUMP-TIME  PIC 9(06)              VALUE 0.
002030*
002040 01  WS-DUMP-FOUND-SW         PIC X(01)              VALUE 'N'.
002050     88  DUMP-FOUND                           VALUE 'Y'.
002060*
002070*    THE BACKUP RECORD AS READ - ONLY THE HEADER IS WANTED.
002080 01  WS-BKP-RECORD.
002090     05  WS-BKP-REC-TYPE      PIC X(01).
002100         88  BKP-REC-HEADER                   VALUE 'H'.
002110     05  WS-BKP-REC-BODY      PIC X(144).
002120     05  FILLER REDEFINES WS-BKP-REC-BODY.
002130         10  WS-BKP-HDR-DATE  PIC 9(08).
002140         10  WS-BKP-HDR-TIME  PIC 9(06).
002150         10  FILLER           PIC X(130).
002160*
002170****************************************************************
002180*   Audit-pass bookkeeping - pass 1 counts the qualifying
002190*   records and finds the archive's date range; pass 2 splits
002200*   the trail between the archive and the keep work file.
002210****************************************************************
002220 01  WS-AUD-CUT-CNT           PIC 9(07) COMP-3       VALUE 0.
002230 01  WS-AUD-KEEP-CNT          PIC 9(07) COMP-3       VALUE 0.
002240 01  WS-AUD-FROM-DATE         PIC 9(08)     VALUE 99999999.
002250 01  WS-AUD-TO-DATE           PIC 9(08)              VALUE 0.
002260*
002270 01  WS-AUD-ARCH-NAME         PIC X(40)              VALUE SPACES.
002280*
002290 01  WS-LOG-CUT-CNT           PIC 9(07) COMP-3       VALUE 0.
002300 01  WS-LOG-KEEP-CNT          PIC 9(07) COMP-3       VALUE 0.
002310 01  WS-LOG-FROM-DATE         PIC 9(08)     VALUE 99999999.
002320 01  WS-LOG-TO-DATE           PIC 9(08)              VALUE 0.
002330*
002340 01  WS-LOG-ARCH-NAME         PIC X(40)              VALUE SPACES.
002350*
002360 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002370 01  WS-RUN-END-TIME.
002380     05  WS-RUN-END-HHMMSS    PIC 9(06).
002390     05  FILLER               PIC 9(02).
002400*
002410 01  WS-HOUSEKP-HEADER.
002420     05  FILLER               PIC X(34) VALUE
002430         'AUDIT AND RUN-LOG HOUSEKEEPING RUN'.
002440     05  FILLER               PIC X(46) VALUE SPACES.
002450*
002460 01  WS-HOUSEKP-RULE.
002470     05  FILLER               PIC X(80) VALUE ALL '-'.
002480*
002490 01  WS-HOUSEKP-CUTOFF-LINE.
002500     05  FILLER               PIC X(18) VALUE
002510         'RETENTION CUTOFF: '.
002520     05  WS-CUTOFF-OUT        PIC 9(08).
002530     05  FILLER               PIC X(54) VALUE SPACES.
002540*
002550 01  WS-HOUSEKP-DUMP-LINE.
002560     05  FILLER               PIC X(22) VALUE
002570         'OLDEST BACKUP DUMPED: '.
002580     05  WS-DUMP-DATE-OUT     PIC 9(08).
002590     05  FILLER               PIC X(01) VALUE SPACE.
002600     05  WS-DUMP-TIME-OUT     PIC 9(06).
002610     05  FILLER               PIC X(43) VALUE SPACES.
002620*
002630 01  WS-HOUSEKP-SKIP-LINE.
002640     05  FILLER               PIC X(51) VALUE
002650         'NO GENERATION BACKUP ON DISK - AUDIT TRAIL LEFT AS '.
002660     05  FILLER               PIC X(29) VALUE
002670         'IS (RECOVERY COMES FIRST)'.
002680*
002690 01  WS-HOUSEKP-FILE-LINE.
002700     05  FILLER               PIC X(13) VALUE 'ARCHIVED TO: '.
002710     05  WS-FILE-NAME-OUT     PIC X(40).
002720     05  FILLER               PIC X(27) VALUE SPACES.
002730*
002740 01  WS-HOUSEKP-COUNT-LINE.
002750     05  FILLER               PIC X(05) VALUE SPACES.
002760     05  WS-CNT-LABEL-OUT     PIC X(26).
002770     05  WS-CNT-VALUE-OUT     PIC ZZZZZZ9.
002780     05  FILLER               PIC X(42) VALUE SPACES.
002790**
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 1000-READ-PARM THRU 1000-EXIT
002830     PERFORM 1100-OPEN-REPORT THRU 1100-EXIT
002840     PERFORM 1200-FIND-OLDEST-BACKUP THRU 1200-EXIT
002850     PERFORM 2000-TRIM-AUDIT-TRAIL THRU 2000-EXIT
002860     PERFORM 3000-TRIM-RUN-LOG THRU 3000-EXIT
002870     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
002880     PERFORM 9999-TERMINATE THRU 9999-EXIT
002890     STOP RUN.
002900*
002910****************************************************************
002920*   Housekeeping must be asked for explicitly - no card, no run.
002930****************************************************************
002940 1000-READ-PARM.
002950     OPEN INPUT FS-HOUSEKP-PARM
002960*
002970     IF PARM-NOT-FOUND
002980         DISPLAY 'HOUSEKP-PARM CARD MISSING - NOTHING ARCHIVED'
002990         STOP RUN
003000     END-IF
003010*
003020     READ FS-HOUSEKP-PARM
003030     AT END
003040         DISPLAY 'HOUSEKP-PARM CARD EMPTY - NOTHING ARCHIVED'
003050         STOP RUN
003060     END-READ
003070*
003080     IF FS-HOUSEKP-PARM-RECORD IS NOT NUMERIC
003090         DISPLAY 'HOUSEKP-PARM CUTOFF MUST BE YYYYMMDD - '
003100             'NOTHING ARCHIVED'
003110         STOP RUN
003120     END-IF
003130*
003140     MOVE FS-HOUSEKP-PARM-RECORD TO WS-CUTOFF-DATE
003150*
003160     CLOSE FS-HOUSEKP-PARM
003170 1000-EXIT.
003180     EXIT.
003190*
003200 1100-OPEN-REPORT.
003210     OPEN OUTPUT FS-HOUSEKP-REPORT
003220*
003230     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-HEADER
003240     END-WRITE
003250     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-RULE
003260     END-WRITE
003270*
003280     MOVE WS-CUTOFF-DATE TO WS-CUTOFF-OUT
003290     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-CUTOFF-LINE
003300     END-WRITE
003310 1100-EXIT.
003320     EXIT.
003330*
003340****************************************************************
003350*   The oldest generation on disk bounds the audit cut - G3 is
003360*   OLDEST WHEN PRESENT, THEN G2, THEN G1. A RECOVERY FROM THAT
003370*   GENERATION ROLLS FORWARD FROM ITS DUMP STAMP, SO EVERY AUDIT
003380*   RECORD AT OR AFTER THE STAMP MUST STAY ON THE LIVE TRAIL.
003390****************************************************************
003400 1200-FIND-OLDEST-BACKUP.
003410     PERFORM 1210-TRY-G3-HEADER THRU 1210-EXIT
003420*
003430     IF NOT DUMP-FOUND
003440         PERFORM 1220-TRY-G2-HEADER THRU 1220-EXIT
003450     END-IF
003460*
003470     IF NOT DUMP-FOUND
003480         PERFORM 1230-TRY-G1-HEADER THRU 1230-EXIT
003490     END-IF
003500*
003510     IF DUMP-FOUND
003520         MOVE WS-OLDEST-DUMP-DATE TO WS-DUMP-DATE-OUT
003530         MOVE WS-OLDEST-DUMP-TIME TO WS-DUMP-TIME-OUT
003540         WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-DUMP-LINE
003550         END-WRITE
003560     ELSE
003570         WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-SKIP-LINE
003580         END-WRITE
003590     END-IF
003600 1200-EXIT.
003610     EXIT.
003620*
003630 1210-TRY-G3-HEADER.
003640     OPEN INPUT FS-BACKUP-G3
003650*
003660     IF BKP-G3-NOT-FOUND
003670         CONTINUE
003680     ELSE
003690         READ FS-BACKUP-G3
003700         NOT AT END
003710             MOVE FS-BACKUP-G3-RECORD TO WS-BKP-RECORD
003720             PERFORM 1240-TAKE-HEADER-STAMP THRU 1240-EXIT
003730         END-READ
003740         CLOSE FS-BACKUP-G3
003750     END-IF
003760 1210-EXIT.
003770     EXIT.
003780*
003790 1220-TRY-G2-HEADER.
003800     OPEN INPUT FS-BACKUP-G2
003810*
003820     IF BKP-G2-NOT-FOUND
003830         CONTINUE
003840     ELSE
003850         READ FS-BACKUP-G2
003860         NOT AT END
003870             MOVE FS-BACKUP-G2-RECORD TO WS-BKP-RECORD
003880             PERFORM 1240-TAKE-HEADER-STAMP THRU 1240-EXIT
003890         END-READ
003900         CLOSE FS-BACKUP-G2
003910     END-IF
003920 1220-EXIT.
003930     EXIT.
003940*
003950 1230-TRY-G1-HEADER.
003960     OPEN INPUT FS-BACKUP-G1
003970*
003980     IF BKP-G1-NOT-FOUND
003990         CONTINUE
004000     ELSE
004010         READ FS-BACKUP-G1
004020         NOT AT END
004030             MOVE FS-BACKUP-G1-RECORD TO WS-BKP-RECORD
004040             PERFORM 1240-TAKE-HEADER-STAMP THRU 1240-EXIT
004050         END-READ
004060         CLOSE FS-BACKUP-G1
004070     END-IF
004080 1230-EXIT.
004090     EXIT.
004100*
004110 1240-TAKE-HEADER-STAMP.
004120     IF BKP-REC-HEADER
004130             AND WS-BKP-HDR-DATE IS NUMERIC
004140             AND WS-BKP-HDR-TIME IS NUMERIC
004150         MOVE WS-BKP-HDR-DATE TO WS-OLDEST-DUMP-DATE
004160         MOVE WS-BKP-HDR-TIME TO WS-OLDEST-DUMP-TIME
004170         MOVE 'Y' TO WS-DUMP-FOUND-SW
004180     END-IF
004190 1240-EXIT.
004200     EXIT.
004210*
004220****************************************************************
004230*   Trim the audit trail. PASS 1 COUNTS THE QUALIFIERS AND
004240*   FINDS THE ARCHIVE'S DATE RANGE; PASS 2 SPLITS THE TRAIL TO
004250*   THE ARCHIVE AND THE KEEP WORK FILE; THE LIVE TRAIL IS THEN
004260*   REWRITTEN FROM THE KEEPS. A QUALIFIER IS OLDER THAN THE
004270*   RETENTION CUTOFF AND OLDER THAN THE OLDEST BACKUP'S DUMP
004280*   STAMP - NEVER ONE WITHOUT THE OTHER.
004290****************************************************************
004300 2000-TRIM-AUDIT-TRAIL.
004310     IF NOT DUMP-FOUND
004320         GO TO 2000-EXIT
004330     END-IF
004340*
004350     OPEN INPUT FS-AUDIT-TRAIL
004360*
004370     IF AUDIT-NOT-FOUND
004380         GO TO 2000-EXIT
004390     END-IF
004400*
004410     PERFORM 2100-SCAN-AUDIT-RECORD THRU 2100-EXIT
004420         UNTIL AUDIT-EOF
004430*
004440     CLOSE FS-AUDIT-TRAIL
004450*
004460     IF WS-AUD-CUT-CNT EQUAL 0
004470         GO TO 2000-EXIT
004480     END-IF
004490*
004500     MOVE SPACES TO WS-AUD-ARCH-NAME
004510     STRING 'MAINT-AUDIT-'             DELIMITED BY SIZE
004520             WS-AUD-FROM-DATE          DELIMITED BY SIZE
004530             '-'                       DELIMITED BY SIZE
004540             WS-AUD-TO-DATE            DELIMITED BY SIZE
004550         INTO WS-AUD-ARCH-NAME
004560     END-STRING
004570*
004580     OPEN INPUT  FS-AUDIT-TRAIL
004590     OPEN OUTPUT FS-AUDIT-ARCHIVE
004600     OPEN OUTPUT FS-AUDIT-WORK
004610*
004620     PERFORM 2200-SPLIT-AUDIT-RECORD THRU 2200-EXIT
004630         UNTIL AUDIT-EOF
004640*
004650     CLOSE FS-AUDIT-TRAIL
004660     CLOSE FS-AUDIT-ARCHIVE
004670     CLOSE FS-AUDIT-WORK
004680*
004690*    THE LIVE TRAIL IS REWRITTEN ONLY AFTER THE ARCHIVE IS
004700*    SAFELY CLOSED - A CRASH BEFORE THIS POINT LEAVES THE TRAIL
004710*    UNTOUCHED.
004720     OPEN INPUT  FS-AUDIT-WORK
004730     OPEN OUTPUT FS-AUDIT-TRAIL
004740*
004750     PERFORM 2300-COPY-KEEP-RECORD THRU 2300-EXIT
004760         UNTIL AUDWRK-EOF
004770*
004780     CLOSE FS-AUDIT-WORK
004790     CLOSE FS-AUDIT-TRAIL
004800 2000-EXIT.
004810     EXIT.
004820*
004830 2100-SCAN-AUDIT-RECORD.
004840     READ FS-AUDIT-TRAIL
004850     NOT AT END
004860         IF AUD-RUN-DATE < WS-CUTOFF-DATE
004870                 AND AUD-RUN-STAMP < WS-OLDEST-DUMP-STAMP
004880             ADD 1 TO WS-AUD-CUT-CNT
004890             IF AUD-RUN-DATE < WS-AUD-FROM-DATE
004900                 MOVE AUD-RUN-DATE TO WS-AUD-FROM-DATE
004910             END-IF
004920             IF AUD-RUN-DATE > WS-AUD-TO-DATE
004930                 MOVE AUD-RUN-DATE TO WS-AUD-TO-DATE
004940             END-IF
004950         ELSE
004960             ADD 1 TO WS-AUD-KEEP-CNT
004970         END-IF
004980     END-READ
004990 2100-EXIT.
005000     EXIT.
005010*
005020 2200-SPLIT-AUDIT-RECORD.
005030     READ FS-AUDIT-TRAIL
005040     NOT AT END
005050         IF AUD-RUN-DATE < WS-CUTOFF-DATE
005060                 AND AUD-RUN-STAMP < WS-OLDEST-DUMP-STAMP
005070             WRITE FS-AUDIT-ARCH-RECORD FROM FS-AUDIT-RECORD
005080             END-WRITE
005090         ELSE
005100             WRITE FS-AUDIT-WORK-RECORD FROM FS-AUDIT-RECORD
005110             END-WRITE
005120         END-IF
005130     END-READ
005140 2200-EXIT.
005150     EXIT.
005160*
005170 2300-COPY-KEEP-RECORD.
005180     READ FS-AUDIT-WORK
005190     NOT AT END
005200         MOVE FS-AUDIT-WORK-RECORD TO FS-AUDIT-RECORD
005210         WRITE FS-AUDIT-RECORD
005220         END-WRITE
005230     END-READ
005240 2300-EXIT.
005250     EXIT.
005260*
005270****************************************************************
005280*   Trim the RUN-LOG the same way - no backup constraint here
005290*   (NOTHING ROLLS FORWARD OFF THE RUN-LOG), and this run's own
005300*   summary record is appended to what stays, so the log itself
005310*   says WHEN IT WAS TRIMMED AND BY HOW MUCH. THE SUMMARY GOES
005320*   DOWN EVEN WHEN NOTHING WAS TRIMMED - THE STREAM DRIVER
005330*   VERIFIES THIS STEP OFF THE RUN-LOG, AND A CLEAN NO-OP MUST
005340*   NOT READ AS A FAILURE.
005350****************************************************************
005360 3000-TRIM-RUN-LOG.
005370     OPEN INPUT FS-RUN-LOG
005380*
005390     IF RUN-LOG-NOT-FOUND
005400         PERFORM 3500-POST-SUMMARY-ONLY THRU 3500-EXIT
005410         GO TO 3000-EXIT
005420     END-IF
005430*
005440     PERFORM 3100-SCAN-LOG-RECORD THRU 3100-EXIT
005450         UNTIL RUN-LOG-EOF
005460*
005470     CLOSE FS-RUN-LOG
005480*
005490     IF WS-LOG-CUT-CNT EQUAL 0
005500         PERFORM 3500-POST-SUMMARY-ONLY THRU 3500-EXIT
005510         GO TO 3000-EXIT
005520     END-IF
005530*
005540     MOVE SPACES TO WS-LOG-ARCH-NAME
005550     STRING 'RUN-LOG-'                 DELIMITED BY SIZE
005560             WS-LOG-FROM-DATE          DELIMITED BY SIZE
005570             '-'                       DELIMITED BY SIZE
005580             WS-LOG-TO-DATE            DELIMITED BY SIZE
005590         INTO WS-LOG-ARCH-NAME
005600     END-STRING
005610*
005620     OPEN INPUT  FS-RUN-LOG
005630     OPEN OUTPUT FS-RUNLOG-ARCHIVE
005640     OPEN OUTPUT FS-RUNLOG-WORK
005650*
005660     PERFORM 3200-SPLIT-LOG-RECORD THRU 3200-EXIT
005670         UNTIL RUN-LOG-EOF
005680*
005690     CLOSE FS-RUN-LOG
005700     CLOSE FS-RUNLOG-ARCHIVE
005710     CLOSE FS-RUNLOG-WORK
005720*
005730     OPEN INPUT  FS-RUNLOG-WORK
005740     OPEN OUTPUT FS-RUN-LOG
005750*
005760     PERFORM 3300-COPY-LOG-KEEP THRU 3300-EXIT
005770         UNTIL LOGWRK-EOF
005780*
005790     PERFORM 3400-WRITE-SUMMARY-RECORD THRU 3400-EXIT
005800*
005810     CLOSE FS-RUNLOG-WORK
005820     CLOSE FS-RUN-LOG
005830 3000-EXIT.
005840     EXIT.
005850*
005860 3100-SCAN-LOG-RECORD.
005870     READ FS-RUN-LOG
005880     NOT AT END
005890         IF RNL-RUN-DATE < WS-CUTOFF-DATE
005900             ADD 1 TO WS-LOG-CUT-CNT
005910             IF RNL-RUN-DATE < WS-LOG-FROM-DATE
005920                 MOVE RNL-RUN-DATE TO WS-LOG-FROM-DATE
005930             END-IF
005940             IF RNL-RUN-DATE > WS-LOG-TO-DATE
005950                 MOVE RNL-RUN-DATE TO WS-LOG-TO-DATE
005960             END-IF
005970         ELSE
005980             ADD 1 TO WS-LOG-KEEP-CNT
005990         END-IF
006000     END-READ
006010 3100-EXIT.
006020     EXIT.
006030*
006040 3200-SPLIT-LOG-RECORD.
006050     READ FS-RUN-LOG
006060     NOT AT END
006070         IF RNL-RUN-DATE < WS-CUTOFF-DATE
006080             WRITE FS-RUNLOG-ARCH-RECORD FROM FS-RUN-LOG-RECORD
006090             END-WRITE
006100         ELSE
006110             WRITE FS-RUNLOG-WORK-RECORD FROM FS-RUN-LOG-RECORD
006120             END-WRITE
006130         END-IF
006140     END-READ
006150 3200-EXIT.
006160     EXIT.
006170*
006180 3300-COPY-LOG-KEEP.
006190     READ FS-RUNLOG-WORK
006200     NOT AT END
006210         MOVE FS-RUNLOG-WORK-RECORD TO FS-RUN-LOG-RECORD
006220         WRITE FS-RUN-LOG-RECORD
006230         END-WRITE
006240     END-READ
006250 3300-EXIT.
006260     EXIT.
006270*
006280****************************************************************
006290*   The summary record left behind in the trimmed log - THE LOG
006300*   ITSELF SAYS WHAT LEFT AND WHEN, AND THE STREAM DRIVER CAN
006310*   VERIFY THIS STEP OFF IT LIKE ANY OTHER.
006320****************************************************************
006330 3400-WRITE-SUMMARY-RECORD.
006340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006350     ACCEPT WS-RUN-END-TIME FROM TIME
006360*
006370     MOVE 'HOUSEKP'          TO RNL-PROGRAM
006380     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
006390     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
006400     MOVE SPACES             TO RNL-TERM-CODE
006410     MOVE WS-LOG-CUT-CNT     TO RNL-READ-CNT
006420     MOVE WS-AUD-CUT-CNT     TO RNL-VALID-CNT
006430     MOVE 0                  TO RNL-REJECT-CNT
006440     MOVE WS-LOG-KEEP-CNT    TO RNL-REPORT-CNT
006450     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
006460*
006470     WRITE FS-RUN-LOG-RECORD
006480     END-WRITE
006490 3400-EXIT.
006500     EXIT.
006510*
006520****************************************************************
006530*   The no-trim path's summary post - the log itself was not
006540*   rewritten, so the record is simply appended (CREATED ON A
006550*   SHOP WITH NO LOG AT ALL YET).
006560****************************************************************
006570 3500-POST-SUMMARY-ONLY.
006580     OPEN EXTEND FS-RUN-LOG
006590*
006600     IF RUN-LOG-NOT-FOUND
006610         OPEN OUTPUT FS-RUN-LOG
006620     END-IF
006630*
006640     PERFORM 3400-WRITE-SUMMARY-RECORD THRU 3400-EXIT
006650*
006660     CLOSE FS-RUN-LOG
006670 3500-EXIT.
006680     EXIT.
006690*
006700 4000-WRITE-SUMMARY.
006710     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-RULE
006720     END-WRITE
006730*
006740     IF WS-AUD-CUT-CNT > 0
006750         MOVE WS-AUD-ARCH-NAME TO WS-FILE-NAME-OUT
006760         WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-FILE-LINE
006770         END-WRITE
006780     END-IF
006790*
006800     MOVE 'AUDIT RECORDS ARCHIVED: ' TO WS-CNT-LABEL-OUT
006810     MOVE WS-AUD-CUT-CNT             TO WS-CNT-VALUE-OUT
006820     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-COUNT-LINE
006830     END-WRITE
006840*
006850     MOVE 'AUDIT RECORDS KEPT:     ' TO WS-CNT-LABEL-OUT
006860     MOVE WS-AUD-KEEP-CNT            TO WS-CNT-VALUE-OUT
006870     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-COUNT-LINE
006880     END-WRITE
006890*
006900     IF WS-LOG-CUT-CNT > 0
006910         MOVE WS-LOG-ARCH-NAME TO WS-FILE-NAME-OUT
006920         WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-FILE-LINE
006930         END-WRITE
006940     END-IF
006950*
006960     MOVE 'RUN-LOG RECORDS ARCHIVED:' TO WS-CNT-LABEL-OUT
006970     MOVE WS-LOG-CUT-CNT              TO WS-CNT-VALUE-OUT
006980     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-COUNT-LINE
006990     END-WRITE
007000*
007010     MOVE 'RUN-LOG RECORDS KEPT:   ' TO WS-CNT-LABEL-OUT
007020     MOVE WS-LOG-KEEP-CNT            TO WS-CNT-VALUE-OUT
007030     WRITE FS-HOUSEKP-REP-RECORD FROM WS-HOUSEKP-COUNT-LINE
007040     END-WRITE
007050 4000-EXIT.
007060     EXIT.
007070*
007080 9999-TERMINATE.
007090     CLOSE FS-HOUSEKP-REPORT
007100 9999-EXIT.
007110     EXIT.
007120*
007130 END PROGRAM HOUSEKP.
