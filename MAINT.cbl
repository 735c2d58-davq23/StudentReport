000790*                    APPLIES (ALONGSIDE THE AUDIT WRITE), NOT
000800*                    WHEN IT MERELY PASSES THE GUARD - A REJECTED
000810*                    CARD MUST NOT BRAND THE TERM AMENDED.
000820*   2026-10-15  DV   SUPERVISOR INITIALS IN TRN-SUPV-AUTH MUST NOW
000830*                    BELONG TO AN ACTIVE, UNEXPIRED SUPERVISOR ON
000840*                    THE OPERATOR-MASTER KEPT BY OPRMAINT.cbl -
000850*                    ANY OTHER INITIALS REJECT THE TRANSACTION AND
000860*                    ARE LOGGED TO SIGNON-REJECTS FOR SGNRPT.cbl.
000870*   2026-10-15  DV   AUDIT RECORD WIDENED TO 320 BYTES - AUD-SUPV-
000880*                    AUTH CARRIES THE SUPERVISOR THE GUARD
000890*                    CONFIRMED FOR A CLOSED OR PUBLISHED TERM AND
000900*                    AUD-TERM-STATE THE TERM'S STATE WHEN THE
000910*                    TRANSACTION APPLIED, FOR GCHMON.cbl.
000920******************************************************************
000930 IDENTIFICATION DIVISION.
000940 PROGRAM-ID. MAINT.
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980****************************************************************
000990*    INDEXED MASTER - ONE RECORD PER STUDENT PER TERM, KEYED BY
001000*    TERM + STUDENT-ID. CREATED ON FIRST RUN IF IT DOES NOT
001010*    EXIST YET.
001020****************************************************************
001030     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS MST-MASTER-KEY
001070         FILE STATUS IS WS-MASTER-STATUS.
001080*
001090     SELECT FS-STUDENT-TRANS ASSIGN 'STUDENT-TRANS'
001100         ORGANIZATION IS LINE SEQUENTIAL
001110         FILE STATUS IS WS-TRANS-STATUS.
001120*
001130****************************************************************
001140*    TERM-CONTROL FILE MAINTAINED BY TERMCTL.cbl - EACH TERM'S
001150*    LIFECYCLE STATE. OPTIONAL: NO FILE ON DISK MEANS EVERY TERM
001160*    IS OPEN, WHICH IS HOW THE SHOP RAN BEFORE THE AUDIT
001170*    COMMITTEE ASKED FOR THE GUARD. OPENED I-O - AN AUTHORIZED
001180*    LATE CHANGE TO A PUBLISHED TERM SETS ITS AMENDED FLAG.
001190****************************************************************
001200     SELECT FS-TERM-CONTROL ASSIGN 'TERM-CONTROL'
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS TCT-TERM-CODE
001240         FILE STATUS IS WS-TERMCTL-STATUS.
001250*
001260     SELECT FS-MAINT-REPORT ASSIGN 'MAINT-REPORT.txt'
001270         ORGANIZATION IS LINE SEQUENTIAL.
001280*
001290****************************************************************
001300*    CUMULATIVE AUDIT TRAIL - ONE RECORD PER APPLIED ADD/CHANGE/
001310*    DELETE, OPENED EXTEND SO HISTORY ACCUMULATES ACROSS RUNS.
001320*    CARRIES THE RUN DATE/TIME AND THE BEFORE AND AFTER IMAGES
001330*    OF THE MASTER RECORD. PRINTED PER STUDENT BY AUDPRT.cbl.
001340****************************************************************
001350     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-AUDIT-STATUS.
001380*
001390****************************************************************
001400*    GENERATION BACKUPS OF THE MASTER - G1 IS NEWEST, G3 OLDEST.
001410*    BEFORE ANY TRANSACTION IS APPLIED THE RUN ROTATES G2 TO G3,
001420*    G1 TO G2, THEN DUMPS THE MASTER AS IT STANDS TO G1, SO THE
001430*    LAST THREE PRE-UPDATE STATES CAN ALWAYS BE GOT BACK.
001440*    RESTORED (AND ROLLED FORWARD OFF MAINT-AUDIT) BY RECOVER.cbl.
001450****************************************************************
001460     SELECT FS-BACKUP-G1 ASSIGN 'MASTER-BACKUP-G1'
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS WS-BKP-G1-STATUS.
001490*
001500     SELECT FS-BACKUP-G2 ASSIGN 'MASTER-BACKUP-G2'
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS WS-BKP-G2-STATUS.
001530*
001540     SELECT FS-BACKUP-G3 ASSIGN 'MASTER-BACKUP-G3'
001550         ORGANIZATION IS LINE SEQUENTIAL
001560         FILE STATUS IS WS-BKP-G3-STATUS.
001570*
001580****************************************************************
001590*    OPERATOR MASTER KEPT BY OPRMAINT.cbl - READ BY INITIALS TO
001600*    CONFIRM TRN-SUPV-AUTH IS AN ACTIVE SUPERVISOR. NO FILE =
001610*    NO AUTHORIZATION CAN BE CONFIRMED, SO A CLOSED OR PUBLISHED
001620*    TERM TAKES NO TRANSACTIONS AT ALL.
001630****************************************************************
001640     SELECT FS-OPERATOR-MASTER ASSIGN 'OPERATOR-MASTER'
001650         ORGANIZATION IS INDEXED
001660         ACCESS MODE IS RANDOM
001670         RECORD KEY IS OPR-INITIALS
001680         FILE STATUS IS WS-OPERATOR-STATUS.
001690*
001700****************************************************************
001710*    CUMULATIVE LOG OF REFUSED SIGN-ONS AND AUTHORIZATIONS,
001720*    SHARED WITH INQUIRY.cbl, MAIN.cbl AND APPEALMT.cbl AND
001730*    PRINTED BY SGNRPT.cbl.
001740****************************************************************
001750     SELECT FS-SIGNON-REJECTS ASSIGN 'SIGNON-REJECTS'
001760         ORGANIZATION IS LINE SEQUENTIAL
001770         FILE STATUS IS WS-SIGNREJ-STATUS.
001780*
001790****************************************************************
001800*    CUMULATIVE RUN-CONTROL LOG SHARED WITH MAIN.cbl - ONE
001810*    RECORD PER COMPLETED RUN, APPENDED AT END OF JOB AND
001820*    PRINTED BY RUNHIST.cbl.
001830****************************************************************
001840     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
001850         ORGANIZATION IS LINE SEQUENTIAL
001860         FILE STATUS IS WS-RUN-LOG-STATUS.
001870**
001880 DATA DIVISION.
001890 FILE SECTION.
001900 FD  FS-STUDENT-MASTER.
001910 01  FS-MASTER-RECORD.
001920*    THE KEY IS TERM + STUDENT-ID, SO SEVERAL TERMS CAN LIVE ON
001930*    THE ONE MASTER AND A PRIOR-TERM CORRECTION CANNOT CLOBBER
001940*    THE CURRENT TERM'S RECORD FOR THE SAME STUDENT.
001950     05  MST-MASTER-KEY.
001960         10  MST-TERM-CODE    PIC X(05).
001970         10  MST-STUDENT-ID   PIC 9(05).
001980     05  MST-STUDENT-NAME     PIC X(30).
001990     05  MST-STUDENT-LASTNAME PIC X(30).
002000     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
002010*    ACADEMIC STANDING SET BY MAIN.cbl'S STANDING PASS -
002020*    G = GOOD, W = WARNING, P = PROBATION, D = DISMISSAL-REVIEW,
002030*    SPACE = NOT YET DETERMINED.
002040     05  MST-STANDING-CODE    PIC X(01).
002050*    GRADE STATUS - SPACE = FINAL NUMERIC GRADE, I = INCOMPLETE,
002060*    W = WITHDRAWN, P = IN PROGRESS. A NON-BLANK STATUS MEANS
002070*    MST-STUDENT-GENGRADE IS A PLACEHOLDER, NOT A GRADE, AND
002080*    MAIN.cbl KEEPS IT OUT OF EVERY AVERAGE AND STANDING COUNT.
002090     05  MST-GRADE-STATUS     PIC X(01).
002100*    MAILING ADDRESS FOR THE TRANSCRIPT WINDOW ENVELOPE, AND THE
002110*    PROGRAM/MAJOR CODE - MAINTAINED BY THE 'M' AND 'G'
002120*    TRANSACTIONS, SPACES UNTIL THEN.
002130     05  MST-ADDRESS-BLOCK.
002140         10  MST-ADDR-STREET  PIC X(30).
002150         10  MST-ADDR-CITY    PIC X(20).
002160         10  MST-ADDR-STATE   PIC X(02).
002170         10  MST-ADDR-ZIP     PIC X(10).
002180     05  MST-PROGRAM-CODE     PIC X(05).
002190*
002200****************************************************************
002210*    TRANSACTION FILE - ONE ADD/CHANGE/DELETE PER LINE. FIELDS
002220*    AFTER TRN-STUDENT-ID ARE IGNORED ON A DELETE TRANSACTION.
002230****************************************************************
002240 FD  FS-STUDENT-TRANS.
002250 01  FS-TRANS-RECORD.
002260     05  TRN-TXN-CODE         PIC X(01).
002270         88  TRN-ADD                          VALUE 'A'.
002280         88  TRN-CHANGE                       VALUE 'C'.
002290         88  TRN-DELETE                       VALUE 'D'.
002300*        RESOLVE - TURN AN INCOMPLETE INTO THE REAL GRADE THE
002310*        INSTRUCTOR FINALLY TURNED IN, CLEARING THE STATUS.
002320         88  TRN-RESOLVE                      VALUE 'R'.
002330*        MAILING-ADDRESS AND PROGRAM-OF-STUDY CHANGES - THEIR
002340*        CARD BODIES OVERLAY THE NAME/GRADE COLUMNS BELOW.
002350         88  TRN-ADDRESS                      VALUE 'M'.
002360         88  TRN-PROGRAM                      VALUE 'G'.
002370     05  TRN-STUDENT-ID       PIC 9(05).
002380     05  TRN-DETAIL-BODY.
002390         10  TRN-STUDENT-NAME     PIC X(30).
002400         10  TRN-STUDENT-LASTNAME PIC X(30).
002410         10  TRN-STUDENT-GENGRADE PIC 9(03)V99.
002420*    THE 'M' CARD'S VIEW OF THE SAME 65 COLUMNS - AN ADDRESS HAS
002430*    NO BUSINESS ON AN ADD/CHANGE CARD AND VICE VERSA.
002440     05  TRN-ADDR-BODY REDEFINES TRN-DETAIL-BODY.
002450         10  TRN-ADDR-STREET  PIC X(30).
002460         10  TRN-ADDR-CITY    PIC X(20).
002470         10  TRN-ADDR-STATE   PIC X(02).
002480         10  TRN-ADDR-ZIP     PIC X(10).
002490         10  FILLER           PIC X(03).
002500*    THE 'G' CARD'S VIEW - THE PROGRAM/MAJOR CODE UP FRONT.
002510     05  TRN-PROG-BODY REDEFINES TRN-DETAIL-BODY.
002520         10  TRN-PROG-CODE    PIC X(05).
002530         10  FILLER           PIC X(60).
002540     05  TRN-TERM-CODE        PIC X(05).
002550*    GRADE STATUS KEYED WITH AN ADD OR CHANGE - SPACE/I/W/P,
002560*    ANYTHING ELSE IS REJECTED. IGNORED ON DELETE AND RESOLVE.
002570     05  TRN-GRADE-STATUS     PIC X(01).
002580         88  TRN-STATUS-VALID     VALUES SPACE 'I' 'W' 'P'.
002590*    SUPERVISOR INITIALS AUTHORIZING A CHANGE TO A CLOSED OR
002600*    PUBLISHED TERM - BLANK ON AN ORDINARY TRANSACTION.
002610     05  TRN-SUPV-AUTH        PIC X(03).
002620*
002630****************************************************************
002640*    TERM-CONTROL RECORD - LAYOUT SHARED WITH TERMCTL.cbl,
002650*    INQUIRY.cbl AND MAIN.cbl AND MUST STAY IN STEP.
002660****************************************************************
002670 FD  FS-TERM-CONTROL.
002680 01  FS-TERMCTL-RECORD.
002690     05  TCT-TERM-CODE        PIC X(05).
002700     05  TCT-TERM-STATE       PIC X(01).
002710         88  TCT-STATE-OPEN                   VALUE 'O'.
002720         88  TCT-STATE-CLOSED                 VALUE 'C'.
002730         88  TCT-STATE-PUBLISHED              VALUE 'P'.
002740     05  TCT-AMENDED-SW       PIC X(01).
002750*
002760 FD  FS-MAINT-REPORT
002770     RECORDING MODE IS F
002780     RECORD CONTAINS 75 CHARACTERS.
002790 01  FS-MAINT-REP-RECORD     PIC X(75).
002800*
002810****************************************************************
002820*    AUDIT-TRAIL RECORD - BEFORE/AFTER ARE FULL 144-BYTE IMAGES
002830*    OF FS-MASTER-RECORD (SPACES FOR THE MISSING SIDE OF AN ADD
002840*    OR A DELETE). LAYOUT IS SHARED WITH AUDPRT.cbl AND MUST
002850*    STAY IN STEP WITH IT.
002860****************************************************************
002870 FD  FS-AUDIT-TRAIL.
002880 01  FS-AUDIT-RECORD.
002890     05  AUD-TXN-CODE         PIC X(01).
002900     05  AUD-RUN-DATE         PIC 9(08).
002910     05  AUD-RUN-TIME         PIC 9(06).
002920     05  AUD-TERM-CODE        PIC X(05).
002930     05  AUD-STUDENT-ID       PIC 9(05).
002940     05  AUD-BEFORE-IMAGE     PIC X(144).
002950     05  AUD-AFTER-IMAGE      PIC X(144).
002960*    WHO APPLIED IT - 'BAT' FOR THIS BATCH JOB, THE COUNTER
002970*    OPERATOR'S INITIALS WHEN INQUIRY.cbl APPLIES A CORRECTION.
002980     05  AUD-OPERATOR         PIC X(03).
002990*    THE SUPERVISOR WHO AUTHORIZED A CHANGE TO A CLOSED OR
003000*    PUBLISHED TERM (SPACES WHEN NONE WAS NEEDED), AND THE TERM'S
003010*    STATE WHEN IT APPLIED - O/C/P, SPACE = NO CONTROL RECORD.
003020     05  AUD-SUPV-AUTH        PIC X(03).
003030     05  AUD-TERM-STATE       PIC X(01).
003040*
003050****************************************************************
003060*    GENERATION-BACKUP RECORD - 'H' HEADER (WHEN THE DUMP WAS
003070*    TAKEN) FOLLOWED BY ONE 'D' RECORD PER MASTER IMAGE. THE
003080*    SAME LAYOUT IS READ BACK BY RECOVER.cbl AND MUST STAY IN
003090*    STEP WITH IT.
003100****************************************************************
003110 FD  FS-BACKUP-G1.
003120 01  FS-BACKUP-G1-RECORD     PIC X(145).
003130*
003140 FD  FS-BACKUP-G2.
003150 01  FS-BACKUP-G2-RECORD     PIC X(145).
003160*
003170 FD  FS-BACKUP-G3.
003180 01  FS-BACKUP-G3-RECORD     PIC X(145).
003190*
003200****************************************************************
003210*    OPERATOR-MASTER RECORD - LAYOUT SHARED WITH OPRMAINT.cbl,
003220*    INQUIRY.cbl, MAIN.cbl AND APPEALMT.cbl AND MUST STAY IN STEP.
003230****************************************************************
003240 FD  FS-OPERATOR-MASTER.
003250 01  FS-OPERATOR-RECORD.
003260     05  OPR-INITIALS         PIC X(03).
003270     05  OPR-NAME             PIC X(30).
003280     05  OPR-ROLE             PIC X(01).
003290         88  OPR-INQUIRY-ONLY                 VALUE 'I'.
003300         88  OPR-CORRECTION                   VALUE 'C'.
003310         88  OPR-SUPERVISOR                   VALUE 'S'.
003320     05  OPR-ACTIVE-SW        PIC X(01).
003330         88  OPR-ACTIVE                       VALUE 'Y'.
003340     05  OPR-EXPIRY-DATE      PIC 9(08).
003350*
003360****************************************************************
003370*    REFUSED SIGN-ON / AUTHORIZATION RECORD - LAYOUT SHARED WITH
003380*    INQUIRY.cbl, MAIN.cbl, APPEALMT.cbl AND SGNRPT.cbl AND MUST
003390*    STAY IN STEP. A REFUSED TRN-SUPV-AUTH IS ATTEMPT 'A'.
003400****************************************************************
003410 FD  FS-SIGNON-REJECTS.
003420 01  FS-SIGNREJ-RECORD.
003430     05  SRJ-PROGRAM          PIC X(08).
003440     05  SRJ-RUN-DATE         PIC 9(08).
003450     05  SRJ-RUN-TIME         PIC 9(06).
003460     05  SRJ-INITIALS         PIC X(03).
003470     05  SRJ-ATTEMPT          PIC X(01).
003480     05  SRJ-TERM-CODE        PIC X(05).
003490     05  SRJ-STUDENT-ID       PIC 9(05).
003500     05  SRJ-REASON           PIC X(40).
003510*
003520****************************************************************
003530*    RUN-CONTROL RECORD - LAYOUT SHARED WITH MAIN.cbl AND
003540*    RUNHIST.cbl AND MUST STAY IN STEP WITH BOTH.
003550****************************************************************
003560 FD  FS-RUN-LOG.
003570 01  FS-RUN-LOG-RECORD.
003580     05  RNL-PROGRAM          PIC X(08).
003590     05  RNL-RUN-DATE         PIC 9(08).
003600     05  RNL-RUN-TIME         PIC 9(06).
003610     05  RNL-TERM-CODE        PIC X(05).
003620     05  RNL-READ-CNT         PIC 9(05).
003630     05  RNL-VALID-CNT        PIC 9(05).
003640     05  RNL-REJECT-CNT       PIC 9(05).
003650     05  RNL-REPORT-CNT       PIC 9(05).
003660     05  RNL-RUN-STATUS       PIC X(08).
003670**
003680 WORKING-STORAGE SECTION.
003690 01  WS-MASTER-STATUS         PIC X(02).
003700     88  MASTER-OK                            VALUE '00'.
003710     88  MASTER-NOT-FOUND                      VALUE '35'.
003720     88  MASTER-KEY-NOT-FOUND                  VALUE '23'.
003730     88  MASTER-DUPLICATE-KEY                  VALUE '22'.
003740*
003750 01  WS-TRANS-STATUS          PIC X(02).
003760     88  TRANS-EOF                            VALUE '10'.
003770*
003780 01  WS-AUDIT-STATUS          PIC X(02).
003790     88  AUDIT-NOT-FOUND                      VALUE '35'.
003800*
003810 01  WS-TERMCTL-STATUS        PIC X(02).
003820     88  TERMCTL-OK                           VALUE '00'.
003830     88  TERMCTL-NOT-FOUND                    VALUE '35'.
003840*
003850 01  WS-TERMCTL-ON-SW         PIC X(01)              VALUE 'N'.
003860     88  TERMCTL-ON                           VALUE 'Y'.
003870*
003880 01  WS-OPERATOR-STATUS       PIC X(02).
003890     88  OPERATOR-OK                          VALUE '00'.
003900*
003910 01  WS-OPERATOR-ON-SW        PIC X(01)              VALUE 'N'.
003920     88  OPERATOR-ON                          VALUE 'Y'.
003930*
003940 01  WS-SIGNREJ-STATUS        PIC X(02).
003950     88  SIGNREJ-NOT-FOUND                    VALUE '35'.
003960*
003970*    WHY THE OPERATOR-MASTER REFUSED TRN-SUPV-AUTH - SPACES =
003980*    AN ACTIVE, UNEXPIRED SUPERVISOR.
003990 01  WS-OPR-CHECK-REASON      PIC X(40)              VALUE SPACES.
004000*
004010*    SET BY THE GUARD WHEN THE TRANSACTION IN HAND TARGETS A
004020*    PUBLISHED TERM WITH SUPERVISOR AUTHORITY - THE AMENDED FLAG
004030*    GOES DOWN ONLY IF THE TRANSACTION ACTUALLY APPLIES.
004040 01  WS-TERM-PUBL-SW          PIC X(01)              VALUE 'N'.
004050     88  TERM-PUBLISHED-NOW                   VALUE 'Y'.
004060*
004070*    RUN DATE/TIME STAMPED ONCE AT OPEN TIME SO EVERY AUDIT
004080*    RECORD OF ONE RUN CARRIES THE SAME STAMP.
004090 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
004100 01  WS-RUN-TIME.
004110     05  WS-RUN-TIME-HHMMSS   PIC 9(06).
004120     05  FILLER               PIC 9(02).
004130*
004140*    BEFORE-IMAGE OF THE MASTER RECORD, CAPTURED AFTER THE READ
004150*    AND BEFORE ANY FIELD OF IT IS OVERWRITTEN BY THE CHANGE OR
004160*    DELETE PATH. SPACES ON AN ADD.
004170 01  WS-AUD-BEFORE            PIC X(144)             VALUE SPACES.
004180*
004190*    SET BY THE GUARD FOR THE TRANSACTION IN HAND - THE TERM'S
004200*    CONTROL STATE, AND THE SUPERVISOR IT CONFIRMED (SPACES WHEN
004210*    THE TERM NEEDED NONE).
004220 01  WS-AUD-TERM-STATE        PIC X(01)              VALUE SPACES.
004230 01  WS-AUD-SUPV-AUTH         PIC X(03)              VALUE SPACES.
004240*
004250****************************************************************
004260*    GENERATION-BACKUP WORKING STORAGE - FILE STATUSES FOR THE
004270*    THREE GENERATIONS, THE BUILT-UP BACKUP RECORD, AND THE
004280*    END-OF-FILE SWITCH THE COPY/DUMP LOOPS SHARE.
004290****************************************************************
004300 01  WS-BKP-G1-STATUS         PIC X(02).
004310     88  BKP-G1-NOT-FOUND                     VALUE '35'.
004320     88  BKP-G1-EOF                           VALUE '10'.
004330*
004340 01  WS-BKP-G2-STATUS         PIC X(02).
004350     88  BKP-G2-NOT-FOUND                     VALUE '35'.
004360     88  BKP-G2-EOF                           VALUE '10'.
004370*
004380 01  WS-BKP-G3-STATUS         PIC X(02).
004390     88  BKP-G3-NOT-FOUND                     VALUE '35'.
004400*
004410 01  WS-BKP-BUILD-RECORD.
004420     05  WS-BKP-REC-TYPE      PIC X(01).
004430         88  BKP-REC-HEADER                   VALUE 'H'.
004440         88  BKP-REC-DETAIL                   VALUE 'D'.
004450     05  WS-BKP-REC-BODY      PIC X(144).
004460     05  FILLER REDEFINES WS-BKP-REC-BODY.
004470         10  WS-BKP-HDR-DATE  PIC 9(08).
004480         10  WS-BKP-HDR-TIME  PIC 9(06).
004490         10  FILLER           PIC X(130).
004500*
004510 01  WS-MASTER-DUMP-SW        PIC X(01)              VALUE 'N'.
004520     88  MASTER-DUMP-DONE                     VALUE 'Y'.
004530*
004540 01  WS-RUN-LOG-STATUS        PIC X(02).
004550     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
004560*
004570 01  WS-RUN-END-TIME.
004580     05  WS-RUN-END-HHMMSS    PIC 9(06).
004590     05  FILLER               PIC 9(02).
004600*
004610*
004620 01  WS-TXN-COUNT-ADD         PIC 9(05) COMP-3        VALUE 0.
004630 01  WS-TXN-COUNT-CHG         PIC 9(05) COMP-3        VALUE 0.
004640 01  WS-TXN-COUNT-DEL         PIC 9(05) COMP-3        VALUE 0.
004650 01  WS-TXN-COUNT-RES         PIC 9(05) COMP-3        VALUE 0.
004660 01  WS-TXN-COUNT-ADR         PIC 9(05) COMP-3        VALUE 0.
004670 01  WS-TXN-COUNT-PRG         PIC 9(05) COMP-3        VALUE 0.
004680 01  WS-TXN-COUNT-REJ         PIC 9(05) COMP-3        VALUE 0.
004690*
004700*    SAME GRADE CEILING MAIN.cbl ENFORCES ON THE INITIAL LOAD, SO
004710*    A SINGLE-RECORD ADD/CHANGE CANNOT SLIP A BAD GRADE PAST THE
004720*    NEXT REPORT RUN'S STATISTICS AND HONOR ROLL.
004730 01  WS-GRADE-MAX             PIC 9(03)V99           VALUE 100.00.
004740*
004750 01  WS-MAINT-HEADER.
004760     05  FILLER               PIC X(75) VALUE
004770         'STUDENT-MASTER MAINTENANCE RUN'.
004780*
004790 01  WS-MAINT-RULE.
004800     05  FILLER               PIC X(75) VALUE ALL '-'.
004810*
004820 01  WS-MAINT-REJECT-LINE.
004830     05  FILLER               PIC X(09) VALUE 'REJECTED-'.
004840     05  WS-REJ-CODE-OUT      PIC X(01).
004850     05  FILLER               PIC X(04) VALUE SPACE.
004860     05  WS-REJ-ID-OUT        PIC 9(05).
004870     05  FILLER               PIC X(01) VALUE SPACE.
004880     05  WS-REJ-REASON-OUT    PIC X(55).
004890*
004900 01  WS-MAINT-COUNT-LINE.
004910     05  FILLER               PIC X(20) VALUE SPACES.
004920     05  WS-CNT-LABEL-OUT     PIC X(20).
004930     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
004940     05  FILLER               PIC X(30) VALUE SPACES.
004950**
004960 PROCEDURE DIVISION.
004970 0000-MAINLINE.
004980     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
004990     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
005000     PERFORM 1200-TAKE-GENERATION-BACKUP THRU 1200-EXIT
005010     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
005020         UNTIL TRANS-EOF
005030     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
005040     PERFORM 9999-TERMINATE THRU 9999-EXIT
005050     STOP RUN.
005060*
005070****************************************************************
005080*   Open the transaction and report files, and open the master
005090*   I-O - creating it first if this is the very first run.
005100****************************************************************
005110 1000-OPEN-FILES.
005120     MOVE SPACES TO WS-MASTER-STATUS
005130*
005140     OPEN I-O FS-STUDENT-MASTER
005150*
005160     IF MASTER-NOT-FOUND
005170         OPEN OUTPUT FS-STUDENT-MASTER
005180         CLOSE FS-STUDENT-MASTER
005190         OPEN I-O FS-STUDENT-MASTER
005200     END-IF
005210*
005220*    NO TERM-CONTROL FILE = EVERY TERM OPEN, AS BEFORE.
005230     MOVE SPACES TO WS-TERMCTL-STATUS
005240     OPEN I-O FS-TERM-CONTROL
005250*
005260     IF TERMCTL-OK
005270         MOVE 'Y' TO WS-TERMCTL-ON-SW
005280     END-IF
005290*
005300*    NO OPERATOR-MASTER = NO SUPERVISOR CAN BE CONFIRMED.
005310     MOVE SPACES TO WS-OPERATOR-STATUS
005320     OPEN INPUT FS-OPERATOR-MASTER
005330*
005340     IF OPERATOR-OK
005350         MOVE 'Y' TO WS-OPERATOR-ON-SW
005360     END-IF
005370*
005380     OPEN INPUT FS-STUDENT-TRANS
005390*
005400*    A MISSING OR UNREADABLE TRANSACTION DECK IS TREATED AS AN
005410*    EMPTY ONE - THE RUN STILL ROTATES THE BACKUPS AND PRINTS A
005420*    ZERO-COUNT SUMMARY INSTEAD OF SPINNING ON AN UNOPENED FILE.
005430     IF WS-TRANS-STATUS NOT EQUAL '00'
005440         MOVE '10' TO WS-TRANS-STATUS
005450     END-IF
005460     OPEN OUTPUT FS-MAINT-REPORT
005470*
005480*    THE AUDIT TRAIL IS EXTENDED, NEVER REWRITTEN - HISTORY FROM
005490*    EARLIER RUNS MUST SURVIVE. CREATED ON THE VERY FIRST RUN.
005500     OPEN EXTEND FS-AUDIT-TRAIL
005510*
005520     IF AUDIT-NOT-FOUND
005530         OPEN OUTPUT FS-AUDIT-TRAIL
005540     END-IF
005550*
005560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005570     ACCEPT WS-RUN-TIME FROM TIME
005580 1000-EXIT.
005590     EXIT.
005600*
005610 1100-WRITE-HEADER.
005620     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-HEADER
005630     END-WRITE
005640*
005650     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-RULE
005660     END-WRITE
005670 1100-EXIT.
005680     EXIT.
005690*
005700****************************************************************
005710*   Rotate the generation backups (G2 BECOMES G3, G1 BECOMES
005720*   G2) AND DUMP THE MASTER AS IT STANDS TO G1, ALL BEFORE THE
005730*   FIRST TRANSACTION TOUCHES IT. A RUN THAT DIES MID-UPDATE, OR
005740*   A DECK APPLIED TWICE, CAN ALWAYS BE BACKED OUT BY RESTORING
005750*   G1 WITH RECOVER.cbl; THE LAST THREE PRE-UPDATE STATES ARE
005760*   KEPT.
005770****************************************************************
005780 1200-TAKE-GENERATION-BACKUP.
005790     PERFORM 1210-ROLL-G2-TO-G3 THRU 1210-EXIT
005800     PERFORM 1220-ROLL-G1-TO-G2 THRU 1220-EXIT
005810     PERFORM 1230-DUMP-MASTER-TO-G1 THRU 1230-EXIT
005820 1200-EXIT.
005830     EXIT.
005840*
005850 1210-ROLL-G2-TO-G3.
005860     OPEN INPUT FS-BACKUP-G2
005870*
005880     IF BKP-G2-NOT-FOUND
005890         CONTINUE
005900     ELSE
005910         OPEN OUTPUT FS-BACKUP-G3
005920         PERFORM 1211-COPY-G2-RECORD THRU 1211-EXIT
005930             UNTIL BKP-G2-EOF
005940         CLOSE FS-BACKUP-G2
005950         CLOSE FS-BACKUP-G3
005960     END-IF
005970 1210-EXIT.
005980     EXIT.
005990*
006000 1211-COPY-G2-RECORD.
006010     READ FS-BACKUP-G2
006020     NOT AT END
006030         WRITE FS-BACKUP-G3-RECORD FROM FS-BACKUP-G2-RECORD
006040         END-WRITE
006050     END-READ
006060 1211-EXIT.
006070     EXIT.
006080*
006090 1220-ROLL-G1-TO-G2.
006100     OPEN INPUT FS-BACKUP-G1
006110*
006120     IF BKP-G1-NOT-FOUND
006130         CONTINUE
006140     ELSE
006150         OPEN OUTPUT FS-BACKUP-G2
006160         PERFORM 1221-COPY-G1-RECORD THRU 1221-EXIT
006170             UNTIL BKP-G1-EOF
006180         CLOSE FS-BACKUP-G1
006190         CLOSE FS-BACKUP-G2
006200     END-IF
006210 1220-EXIT.
006220     EXIT.
006230*
006240 1221-COPY-G1-RECORD.
006250     READ FS-BACKUP-G1
006260     NOT AT END
006270         WRITE FS-BACKUP-G2-RECORD FROM FS-BACKUP-G1-RECORD
006280         END-WRITE
006290     END-READ
006300 1221-EXIT.
006310     EXIT.
006320*
006330****************************************************************
006340*   Dump every master record, in key order, to a fresh G1 -
006350*   header first so RECOVER.cbl knows when the dump was taken
006360*   and which MAINT-AUDIT entries come after it.
006370****************************************************************
006380 1230-DUMP-MASTER-TO-G1.
006390     OPEN OUTPUT FS-BACKUP-G1
006400*
006410     MOVE 'H'                TO WS-BKP-REC-TYPE
006420     MOVE SPACES             TO WS-BKP-REC-BODY
006430     MOVE WS-RUN-DATE        TO WS-BKP-HDR-DATE
006440     MOVE WS-RUN-TIME-HHMMSS TO WS-BKP-HDR-TIME
006450     WRITE FS-BACKUP-G1-RECORD FROM WS-BKP-BUILD-RECORD
006460     END-WRITE
006470*
006480     MOVE 'N' TO WS-MASTER-DUMP-SW
006490     MOVE LOW-VALUES TO MST-MASTER-KEY
006500*
006510     START FS-STUDENT-MASTER KEY NOT LESS THAN MST-MASTER-KEY
006520         INVALID KEY
006530             MOVE 'Y' TO WS-MASTER-DUMP-SW
006540     END-START
006550*
006560*    A MASTER THAT CANNOT BE POSITIONED (NOT JUST EMPTY - ANY
006570*    BAD STATUS) ENDS THE DUMP RATHER THAN SPINNING ON A READ
006580*    THAT WILL NEVER REACH END-OF-FILE.
006590     IF NOT MASTER-OK
006600         MOVE 'Y' TO WS-MASTER-DUMP-SW
006610     END-IF
006620*
006630     PERFORM 1231-DUMP-MASTER-RECORD THRU 1231-EXIT
006640         UNTIL MASTER-DUMP-DONE
006650*
006660     CLOSE FS-BACKUP-G1
006670 1230-EXIT.
006680     EXIT.
006690*
006700 1231-DUMP-MASTER-RECORD.
006710     READ FS-STUDENT-MASTER NEXT RECORD
006720     AT END
006730         MOVE 'Y' TO WS-MASTER-DUMP-SW
006740     NOT AT END
006750         MOVE 'D'              TO WS-BKP-REC-TYPE
006760         MOVE FS-MASTER-RECORD TO WS-BKP-REC-BODY
006770         WRITE FS-BACKUP-G1-RECORD FROM WS-BKP-BUILD-RECORD
006780         END-WRITE
006790     END-READ
006800*
006810*    SAME GUARD AS THE START ABOVE - A READ ERROR IS AN END.
006820     IF NOT MASTER-OK
006830         MOVE 'Y' TO WS-MASTER-DUMP-SW
006840     END-IF
006850 1231-EXIT.
006860     EXIT.
006870*
006880****************************************************************
006890*   Read one transaction and route it to the add/change/delete
006900*   paragraph for its code, or reject it if the code is none of
006910*   those three.
006920****************************************************************
006930 2000-APPLY-TRANSACTIONS.
006940     READ FS-STUDENT-TRANS
006950     NOT AT END
006960*        THE LIFECYCLE GUARD COMES FIRST - A CLOSED OR PUBLISHED
006970*        TERM REJECTS EVERY UNAUTHORIZED TRANSACTION BEFORE ITS
006980*        OWN PATH EVER SEES IT.
006990         PERFORM 2700-CHECK-TERM-GUARD THRU 2700-EXIT
007000         IF WS-REJ-REASON-OUT NOT EQUAL SPACES
007010             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007020         ELSE
007030         EVALUATE TRUE
007040             WHEN TRN-ADD
007050                 PERFORM 2100-ADD-STUDENT THRU 2100-EXIT
007060             WHEN TRN-CHANGE
007070                 PERFORM 2200-CHANGE-STUDENT THRU 2200-EXIT
007080             WHEN TRN-DELETE
007090                 PERFORM 2300-DELETE-STUDENT THRU 2300-EXIT
007100             WHEN TRN-RESOLVE
007110                 PERFORM 2600-RESOLVE-INCOMPLETE THRU 2600-EXIT
007120             WHEN TRN-ADDRESS
007130                 PERFORM 2800-CHANGE-ADDRESS THRU 2800-EXIT
007140             WHEN TRN-PROGRAM
007150                 PERFORM 2900-CHANGE-PROGRAM THRU 2900-EXIT
007160             WHEN OTHER
007170                 MOVE 'INVALID TRANSACTION CODE' TO
007180                     WS-REJ-REASON-OUT
007190                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007200         END-EVALUATE
007210         END-IF
007220     END-READ
007230 2000-EXIT.
007240     EXIT.
007250*
007260*****************************************************************
007270*   Reject a zero STUDENT-ID or an out-of-range grade on ADD
007280*   before it ever reaches the master, the same way MAIN.cbl's
007290*   deck validation does on the initial load.
007300*****************************************************************
007310 2100-ADD-STUDENT.
007320     MOVE SPACES TO WS-REJ-REASON-OUT
007330*
007340     IF TRN-STUDENT-ID EQUAL 0
007350         MOVE 'ZERO STUDENT-ID ON ADD' TO WS-REJ-REASON-OUT
007360     ELSE
007370*    A BLANK TERM WOULD KEY A MASTER RECORD NO TERM-FILTERED
007380*    RUN, INQUIRY OR STANDING POST COULD EVER REACH - A LEGACY
007390*    71-BYTE DECK WITHOUT THE TERM COLUMN LANDS HERE.
007400     IF TRN-TERM-CODE EQUAL SPACES
007410         MOVE 'BLANK TERM-CODE ON ADD' TO WS-REJ-REASON-OUT
007420     ELSE
007430         IF TRN-STUDENT-GENGRADE > WS-GRADE-MAX
007440             MOVE 'GRADE OUT OF RANGE ON ADD' TO
007450                 WS-REJ-REASON-OUT
007460         ELSE
007470             IF NOT TRN-STATUS-VALID
007480                 MOVE 'GRADE-STATUS NOT SPACE/I/W/P ON ADD' TO
007490                     WS-REJ-REASON-OUT
007500             END-IF
007510         END-IF
007520     END-IF
007530     END-IF
007540*
007550     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
007560         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007570     ELSE
007580         MOVE TRN-TERM-CODE        TO MST-TERM-CODE
007590         MOVE TRN-STUDENT-ID       TO MST-STUDENT-ID
007600         MOVE TRN-STUDENT-NAME     TO MST-STUDENT-NAME
007610         MOVE TRN-STUDENT-LASTNAME TO MST-STUDENT-LASTNAME
007620         MOVE TRN-STUDENT-GENGRADE TO MST-STUDENT-GENGRADE
007630*        STANDING IS DETERMINED BY MAIN.cbl'S STANDING PASS,
007640*        NOT KEYED ON AN ADD.
007650         MOVE SPACE                TO MST-STANDING-CODE
007660         MOVE TRN-GRADE-STATUS     TO MST-GRADE-STATUS
007670*        ADDRESS AND PROGRAM COME LATER, BY 'M' AND 'G' CARDS.
007680         MOVE SPACES               TO MST-ADDRESS-BLOCK
007690         MOVE SPACES               TO MST-PROGRAM-CODE
007700*
007710         MOVE SPACES TO WS-AUD-BEFORE
007720*
007730         WRITE FS-MASTER-RECORD
007740             INVALID KEY
007750                 MOVE 'DUPLICATE STUDENT-ID ON ADD' TO
007760                     WS-REJ-REASON-OUT
007770                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007780             NOT INVALID KEY
007790                 ADD 1 TO WS-TXN-COUNT-ADD
007800                 PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
007810         END-WRITE
007820     END-IF
007830 2100-EXIT.
007840     EXIT.
007850*
007860*****************************************************************
007870*   Reject a zero STUDENT-ID or an out-of-range grade on CHANGE
007880*   the same way ADD does, before the REWRITE ever touches the
007890*   master record.
007900*****************************************************************
007910 2200-CHANGE-STUDENT.
007920     MOVE SPACES TO WS-REJ-REASON-OUT
007930     MOVE TRN-TERM-CODE  TO MST-TERM-CODE
007940     MOVE TRN-STUDENT-ID TO MST-STUDENT-ID
007950*
007960     IF TRN-STUDENT-ID EQUAL 0
007970         MOVE 'ZERO STUDENT-ID ON CHANGE' TO WS-REJ-REASON-OUT
007980     ELSE
007990     IF TRN-TERM-CODE EQUAL SPACES
008000         MOVE 'BLANK TERM-CODE ON CHANGE' TO WS-REJ-REASON-OUT
008010     ELSE
008020         IF TRN-STUDENT-GENGRADE > WS-GRADE-MAX
008030             MOVE 'GRADE OUT OF RANGE ON CHANGE' TO
008040                 WS-REJ-REASON-OUT
008050         ELSE
008060             IF NOT TRN-STATUS-VALID
008070                 MOVE 'GRADE-STATUS NOT SPACE/I/W/P ON CHANGE'
008080                     TO WS-REJ-REASON-OUT
008090             END-IF
008100         END-IF
008110     END-IF
008120     END-IF
008130*
008140     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
008150         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
008160     ELSE
008170         READ FS-STUDENT-MASTER
008180             INVALID KEY
008190                 MOVE 'STUDENT-ID NOT ON FILE FOR CHANGE' TO
008200                     WS-REJ-REASON-OUT
008210                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
008220             NOT INVALID KEY
008230*                BEFORE-IMAGE IS CAPTURED HERE, WHILE THE RECORD
008240*                STILL HOLDS WHAT WAS ON FILE - ESPECIALLY THE
008250*                OLD MST-STUDENT-GENGRADE A DISPUTE WILL ASK FOR.
008260                 MOVE FS-MASTER-RECORD     TO WS-AUD-BEFORE
008270                 MOVE TRN-STUDENT-NAME     TO MST-STUDENT-NAME
008280                 MOVE TRN-STUDENT-LASTNAME TO MST-STUDENT-LASTNAME
008290                 MOVE TRN-STUDENT-GENGRADE TO MST-STUDENT-GENGRADE
008300                 MOVE TRN-GRADE-STATUS     TO MST-GRADE-STATUS
008310                 REWRITE FS-MASTER-RECORD
008320                     INVALID KEY
008330                         MOVE 'REWRITE FAILED ON CHANGE' TO
008340                             WS-REJ-REASON-OUT
008350                         PERFORM 2400-REJECT-TRANSACTION
008360                             THRU 2400-EXIT
008370                     NOT INVALID KEY
008380                         ADD 1 TO WS-TXN-COUNT-CHG
008390                         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
008400                 END-REWRITE
008410         END-READ
008420     END-IF
008430 2200-EXIT.
008440     EXIT.
008450*
008460 2300-DELETE-STUDENT.
008470*    A BLANK TERM CANNOT FORM A REACHABLE KEY - REJECTED THE
008480*    SAME WAY THE ADD AND CHANGE PATHS REJECT IT.
008490     IF TRN-TERM-CODE EQUAL SPACES
008500         MOVE 'BLANK TERM-CODE ON DELETE' TO WS-REJ-REASON-OUT
008510         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
008520         GO TO 2300-EXIT
008530     END-IF
008540*
008550     MOVE TRN-TERM-CODE  TO MST-TERM-CODE
008560     MOVE TRN-STUDENT-ID TO MST-STUDENT-ID
008570*
008580     READ FS-STUDENT-MASTER
008590         INVALID KEY
008600             MOVE 'STUDENT-ID NOT ON FILE FOR DELETE' TO
008610                 WS-REJ-REASON-OUT
008620             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
008630         NOT INVALID KEY
008640             MOVE FS-MASTER-RECORD TO WS-AUD-BEFORE
008650             DELETE FS-STUDENT-MASTER
008660                 INVALID KEY
008670                     MOVE 'DELETE FAILED' TO WS-REJ-REASON-OUT
008680                     PERFORM 2400-REJECT-TRANSACTION
008690                         THRU 2400-EXIT
008700                 NOT INVALID KEY
008710                     ADD 1 TO WS-TXN-COUNT-DEL
008720                     PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
008730             END-DELETE
008740     END-READ
008750 2300-EXIT.
008760     EXIT.
008770*
008780****************************************************************
008790*   Resolve an incomplete - the instructor finally turned the
008800*   real grade in. ONLY A RECORD WHOSE GRADE-STATUS IS 'I' CAN
008810*   BE RESOLVED; THE NEW GRADE PASSES THE SAME EDITS A CHANGE
008820*   DOES, GOES ON AS THE GRADE, AND THE STATUS CLEARS TO SPACE.
008830*   AUDITED LIKE EVERY OTHER APPLIED TRANSACTION.
008840****************************************************************
008850 2600-RESOLVE-INCOMPLETE.
008860     MOVE SPACES TO WS-REJ-REASON-OUT
008870     MOVE TRN-TERM-CODE  TO MST-TERM-CODE
008880     MOVE TRN-STUDENT-ID TO MST-STUDENT-ID
008890*
008900     IF TRN-STUDENT-ID EQUAL 0
008910         MOVE 'ZERO STUDENT-ID ON RESOLVE' TO WS-REJ-REASON-OUT
008920     ELSE
008930     IF TRN-TERM-CODE EQUAL SPACES
008940         MOVE 'BLANK TERM-CODE ON RESOLVE' TO WS-REJ-REASON-OUT
008950     ELSE
008960         IF TRN-STUDENT-GENGRADE > WS-GRADE-MAX
008970             MOVE 'GRADE OUT OF RANGE ON RESOLVE' TO
008980                 WS-REJ-REASON-OUT
008990         END-IF
009000     END-IF
009010     END-IF
009020*
009030     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
009040         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
009050     ELSE
009060         READ FS-STUDENT-MASTER
009070             INVALID KEY
009080                 MOVE 'STUDENT-ID NOT ON FILE FOR RESOLVE' TO
009090                     WS-REJ-REASON-OUT
009100                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
009110             NOT INVALID KEY
009120                 PERFORM 2610-APPLY-RESOLUTION THRU 2610-EXIT
009130         END-READ
009140     END-IF
009150 2600-EXIT.
009160     EXIT.
009170*
009180 2610-APPLY-RESOLUTION.
009190     IF MST-GRADE-STATUS NOT EQUAL 'I'
009200         MOVE 'NOT AN INCOMPLETE - NOTHING TO RESOLVE'
009210             TO WS-REJ-REASON-OUT
009220         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
009230         GO TO 2610-EXIT
009240     END-IF
009250*
009260*    BEFORE-IMAGE FIRST, WHILE THE RECORD STILL HOLDS THE 'I' A
009270*    DISPUTE WILL ASK ABOUT.
009280     MOVE FS-MASTER-RECORD     TO WS-AUD-BEFORE
009290     MOVE TRN-STUDENT-GENGRADE TO MST-STUDENT-GENGRADE
009300     MOVE SPACE                TO MST-GRADE-STATUS
009310*
009320     REWRITE FS-MASTER-RECORD
009330         INVALID KEY
009340             MOVE 'REWRITE FAILED ON RESOLVE' TO
009350                 WS-REJ-REASON-OUT
009360             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
009370         NOT INVALID KEY
009380             ADD 1 TO WS-TXN-COUNT-RES
009390             PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
009400     END-REWRITE
009410 2610-EXIT.
009420     EXIT.
009430*
009440****************************************************************
009450*   Change a student's mailing address - the 'M' card's body
009460*   overlays the name/grade columns. THE AUDIT TRAIL CARRIES THE
009470*   BEFORE AND AFTER IMAGES LIKE ANY OTHER CHANGE: ADDRESS
009480*   CORRECTIONS ARE EXACTLY THE KIND OF CHANGE WE NEED HISTORY
009490*   ON.
009500****************************************************************
009510 2800-CHANGE-ADDRESS.
009520     MOVE SPACES TO WS-REJ-REASON-OUT
009530     MOVE TRN-TERM-CODE  TO MST-TERM-CODE
009540     MOVE TRN-STUDENT-ID TO MST-STUDENT-ID
009550*
009560     IF TRN-STUDENT-ID EQUAL 0
009570         MOVE 'ZERO STUDENT-ID ON ADDRESS' TO WS-REJ-REASON-OUT
009580     ELSE
009590     IF TRN-TERM-CODE EQUAL SPACES
009600         MOVE 'BLANK TERM-CODE ON ADDRESS' TO WS-REJ-REASON-OUT
009610     ELSE
009620         IF TRN-ADDR-STREET EQUAL SPACES
009630             MOVE 'BLANK STREET ON ADDRESS' TO WS-REJ-REASON-OUT
009640         END-IF
009650     END-IF
009660     END-IF
009670*
009680     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
009690         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
009700     ELSE
009710         READ FS-STUDENT-MASTER
009720             INVALID KEY
009730                 MOVE 'STUDENT-ID NOT ON FILE FOR ADDRESS' TO
009740                     WS-REJ-REASON-OUT
009750                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
009760             NOT INVALID KEY
009770                 MOVE FS-MASTER-RECORD TO WS-AUD-BEFORE
009780                 MOVE TRN-ADDR-STREET  TO MST-ADDR-STREET
009790                 MOVE TRN-ADDR-CITY    TO MST-ADDR-CITY
009800                 MOVE TRN-ADDR-STATE   TO MST-ADDR-STATE
009810                 MOVE TRN-ADDR-ZIP     TO MST-ADDR-ZIP
009820                 REWRITE FS-MASTER-RECORD
009830                     INVALID KEY
009840                         MOVE 'REWRITE FAILED ON ADDRESS' TO
009850                             WS-REJ-REASON-OUT
009860                         PERFORM 2400-REJECT-TRANSACTION
009870                             THRU 2400-EXIT
009880                     NOT INVALID KEY
009890                         ADD 1 TO WS-TXN-COUNT-ADR
009900                         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
009910                 END-REWRITE
009920         END-READ
009930     END-IF
009940 2800-EXIT.
009950     EXIT.
009960*
009970****************************************************************
009980*   Change a student's program-of-study code - the 'G' card
009990*   carries the code in its first five body columns.
010000****************************************************************
010010 2900-CHANGE-PROGRAM.
010020     MOVE SPACES TO WS-REJ-REASON-OUT
010030     MOVE TRN-TERM-CODE  TO MST-TERM-CODE
010040     MOVE TRN-STUDENT-ID TO MST-STUDENT-ID
010050*
010060     IF TRN-STUDENT-ID EQUAL 0
010070         MOVE 'ZERO STUDENT-ID ON PROGRAM' TO WS-REJ-REASON-OUT
010080     ELSE
010090     IF TRN-TERM-CODE EQUAL SPACES
010100         MOVE 'BLANK TERM-CODE ON PROGRAM' TO WS-REJ-REASON-OUT
010110     ELSE
010120         IF TRN-PROG-CODE EQUAL SPACES
010130             MOVE 'BLANK PROGRAM-CODE' TO WS-REJ-REASON-OUT
010140         END-IF
010150     END-IF
010160     END-IF
010170*
010180     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
010190         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
010200     ELSE
010210         READ FS-STUDENT-MASTER
010220             INVALID KEY
010230                 MOVE 'STUDENT-ID NOT ON FILE FOR PROGRAM' TO
010240                     WS-REJ-REASON-OUT
010250                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
010260             NOT INVALID KEY
010270                 MOVE FS-MASTER-RECORD TO WS-AUD-BEFORE
010280                 MOVE TRN-PROG-CODE    TO MST-PROGRAM-CODE
010290                 REWRITE FS-MASTER-RECORD
010300                     INVALID KEY
010310                         MOVE 'REWRITE FAILED ON PROGRAM' TO
010320                             WS-REJ-REASON-OUT
010330                         PERFORM 2400-REJECT-TRANSACTION
010340                             THRU 2400-EXIT
010350                     NOT INVALID KEY
010360                         ADD 1 TO WS-TXN-COUNT-PRG
010370                         PERFORM 2500-WRITE-AUDIT THRU 2500-EXIT
010380                 END-REWRITE
010390         END-READ
010400     END-IF
010410 2900-EXIT.
010420     EXIT.
010430*
010440****************************************************************
010450*   Log a rejected transaction to the report and bump the
010460*   reject count instead of letting a bad transaction abend the
010470*   run or apply itself silently.
010480****************************************************************
010490 2400-REJECT-TRANSACTION.
010500     ADD 1 TO WS-TXN-COUNT-REJ
010510*
010520     MOVE TRN-TXN-CODE     TO WS-REJ-CODE-OUT
010530     MOVE TRN-STUDENT-ID   TO WS-REJ-ID-OUT
010540*
010550     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-REJECT-LINE
010560     END-WRITE
010570 2400-EXIT.
010580     EXIT.
010590*
010600****************************************************************
010610*   The lifecycle guard for one transaction. NO CONTROL FILE, OR
010620*   A TERM WITH NO CONTROL RECORD, OR AN OPEN TERM, PASSES. A
010630*   CLOSED OR PUBLISHED TERM PASSES ONLY WITH THE INITIALS OF AN
010640*   ACTIVE SUPERVISOR ON THE OPERATOR-MASTER IN TRN-SUPV-AUTH;
010650*   ANY OTHER INITIALS ARE LOGGED AS A REFUSED AUTHORIZATION. AN
010660*   AUTHORIZED TRANSACTION AGAINST
010670*   A PUBLISHED TERM ONLY ARMS THE SWITCH HERE - THE AMENDED
010680*   FLAG ITSELF GOES DOWN FROM 2500-WRITE-AUDIT, ONCE THE
010690*   TRANSACTION HAS PROVABLY APPLIED. A CARD THE EDITS THEN
010700*   REJECT CHANGED NOTHING AND MUST NOT BRAND THE TERM.
010710****************************************************************
010720 2700-CHECK-TERM-GUARD.
010730     MOVE SPACES TO WS-REJ-REASON-OUT
010740     MOVE 'N'    TO WS-TERM-PUBL-SW
010750     MOVE SPACES TO WS-AUD-TERM-STATE
010760     MOVE SPACES TO WS-AUD-SUPV-AUTH
010770*
010780     IF NOT TERMCTL-ON
010790         GO TO 2700-EXIT
010800     END-IF
010810*
010820     MOVE TRN-TERM-CODE TO TCT-TERM-CODE
010830*
010840     READ FS-TERM-CONTROL
010850         INVALID KEY
010860             GO TO 2700-EXIT
010870     END-READ
010880*
010890     MOVE TCT-TERM-STATE TO WS-AUD-TERM-STATE
010900*
010910     IF TCT-STATE-OPEN
010920         GO TO 2700-EXIT
010930     END-IF
010940*
010950     IF TRN-SUPV-AUTH EQUAL SPACES
010960         MOVE 'TERM CLOSED/PUBLISHED - SUPERVISOR AUTH REQUIRED'
010970             TO WS-REJ-REASON-OUT
010980         GO TO 2700-EXIT
010990     END-IF
011000*
011010     PERFORM 2720-VERIFY-SUPERVISOR THRU 2720-EXIT
011020*
011030     IF WS-OPR-CHECK-REASON NOT EQUAL SPACES
011040         STRING 'SUPV AUTH REFUSED - ' DELIMITED BY SIZE
011050             WS-OPR-CHECK-REASON DELIMITED BY SIZE
011060             INTO WS-REJ-REASON-OUT
011070         END-STRING
011080         PERFORM 2730-LOG-SIGNON-REJECT THRU 2730-EXIT
011090         GO TO 2700-EXIT
011100     END-IF
011110*
011120     MOVE TRN-SUPV-AUTH TO WS-AUD-SUPV-AUTH
011130*
011140     IF TCT-STATE-PUBLISHED
011150         MOVE 'Y' TO WS-TERM-PUBL-SW
011160     END-IF
011170 2700-EXIT.
011180     EXIT.
011190*
011200****************************************************************
011210*   Mark the published term amended - performed from the audit
011220*   write, so only a transaction that actually changed the
011230*   master gets here. THE TERM-CONTROL RECORD IS STILL IN ITS
011240*   BUFFER FROM THE GUARD'S READ; NOTHING ELSE TOUCHES THE FILE
011250*   IN BETWEEN.
011260****************************************************************
011270 2710-FLAG-TERM-AMENDED.
011280     IF TCT-AMENDED-SW NOT EQUAL 'Y'
011290         MOVE 'Y' TO TCT-AMENDED-SW
011300         REWRITE FS-TERMCTL-RECORD
011310             INVALID KEY
011320                 CONTINUE
011330         END-REWRITE
011340     END-IF
011350 2710-EXIT.
011360     EXIT.
011370*
011380****************************************************************
011390*   Confirm TRN-SUPV-AUTH against the operator master as of the
011400*   run date - ON FILE, ACTIVE, NOT EXPIRED AND A SUPERVISOR.
011410*   THE REASON COMES BACK SPACES WHEN IT IS.
011420****************************************************************
011430 2720-VERIFY-SUPERVISOR.
011440     MOVE SPACES TO WS-OPR-CHECK-REASON
011450*
011460     IF NOT OPERATOR-ON
011470         MOVE 'NO OPERATOR MASTER ON FILE' TO WS-OPR-CHECK-REASON
011480         GO TO 2720-EXIT
011490     END-IF
011500*
011510     MOVE TRN-SUPV-AUTH TO OPR-INITIALS
011520*
011530     READ FS-OPERATOR-MASTER
011540         INVALID KEY
011550             MOVE 'INITIALS NOT ON OPERATOR MASTER' TO
011560                 WS-OPR-CHECK-REASON
011570             GO TO 2720-EXIT
011580     END-READ
011590*
011600     IF NOT OPR-ACTIVE
011610         MOVE 'OPERATOR NOT ACTIVE' TO WS-OPR-CHECK-REASON
011620         GO TO 2720-EXIT
011630     END-IF
011640*
011650     IF OPR-EXPIRY-DATE NOT EQUAL 0
011660             AND OPR-EXPIRY-DATE < WS-RUN-DATE
011670         MOVE 'OPERATOR EXPIRED' TO WS-OPR-CHECK-REASON
011680         GO TO 2720-EXIT
011690     END-IF
011700*
011710     IF NOT OPR-SUPERVISOR
011720         MOVE 'NOT A SUPERVISOR' TO WS-OPR-CHECK-REASON
011730     END-IF
011740 2720-EXIT.
011750     EXIT.
011760*
011770****************************************************************
011780*   Append the refused authorization to the SIGNON-REJECTS log,
011790*   created on first use. OPENED AND CLOSED PER REFUSAL - A RUN
011800*   WITH NONE LEAVES THE LOG ALONE.
011810****************************************************************
011820 2730-LOG-SIGNON-REJECT.
011830     OPEN EXTEND FS-SIGNON-REJECTS
011840*
011850     IF SIGNREJ-NOT-FOUND
011860         OPEN OUTPUT FS-SIGNON-REJECTS
011870     END-IF
011880*
011890     MOVE 'MAINT'             TO SRJ-PROGRAM
011900     MOVE WS-RUN-DATE         TO SRJ-RUN-DATE
011910     MOVE WS-RUN-TIME-HHMMSS  TO SRJ-RUN-TIME
011920     MOVE TRN-SUPV-AUTH       TO SRJ-INITIALS
011930     MOVE 'A'                 TO SRJ-ATTEMPT
011940     MOVE TRN-TERM-CODE       TO SRJ-TERM-CODE
011950     MOVE TRN-STUDENT-ID      TO SRJ-STUDENT-ID
011960     MOVE WS-OPR-CHECK-REASON TO SRJ-REASON
011970*
011980     WRITE FS-SIGNREJ-RECORD
011990     END-WRITE
012000*
012010     CLOSE FS-SIGNON-REJECTS
012020 2730-EXIT.
012030     EXIT.
012040*
012050****************************************************************
012060*   Append one audit record for the transaction just applied.
012070*   WS-AUD-BEFORE was captured by the caller before the master
012080*   record was touched (spaces on an ADD); the after image is
012090*   what now stands on the master (spaces after a DELETE).
012100****************************************************************
012110 2500-WRITE-AUDIT.
012120     MOVE TRN-TXN-CODE        TO AUD-TXN-CODE
012130     MOVE WS-RUN-DATE         TO AUD-RUN-DATE
012140     MOVE WS-RUN-TIME-HHMMSS  TO AUD-RUN-TIME
012150     MOVE TRN-TERM-CODE       TO AUD-TERM-CODE
012160     MOVE TRN-STUDENT-ID      TO AUD-STUDENT-ID
012170     MOVE WS-AUD-BEFORE       TO AUD-BEFORE-IMAGE
012180*
012190     IF TRN-DELETE
012200         MOVE SPACES          TO AUD-AFTER-IMAGE
012210     ELSE
012220         MOVE FS-MASTER-RECORD TO AUD-AFTER-IMAGE
012230     END-IF
012240*
012250     MOVE 'BAT'               TO AUD-OPERATOR
012260     MOVE WS-AUD-SUPV-AUTH    TO AUD-SUPV-AUTH
012270     MOVE WS-AUD-TERM-STATE   TO AUD-TERM-STATE
012280*
012290     WRITE FS-AUDIT-RECORD
012300     END-WRITE
012310*
012320*    THE TRANSACTION HAS PROVABLY APPLIED - IF THE GUARD ARMED
012330*    THE PUBLISHED-TERM SWITCH, THE TERM IS NOW AMENDED.
012340     IF TERM-PUBLISHED-NOW
012350         PERFORM 2710-FLAG-TERM-AMENDED THRU 2710-EXIT
012360     END-IF
012370 2500-EXIT.
012380     EXIT.
012390*
012400****************************************************************
012410*   Print the applied/rejected transaction totals for the run.
012420****************************************************************
012430 3000-WRITE-SUMMARY.
012440     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-RULE
012450     END-WRITE
012460*
012470     MOVE 'STUDENTS ADDED:'    TO WS-CNT-LABEL-OUT
012480     MOVE WS-TXN-COUNT-ADD     TO WS-CNT-VALUE-OUT
012490     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012500     END-WRITE
012510*
012520     MOVE 'STUDENTS CHANGED:'  TO WS-CNT-LABEL-OUT
012530     MOVE WS-TXN-COUNT-CHG     TO WS-CNT-VALUE-OUT
012540     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012550     END-WRITE
012560*
012570     MOVE 'STUDENTS DELETED:'  TO WS-CNT-LABEL-OUT
012580     MOVE WS-TXN-COUNT-DEL     TO WS-CNT-VALUE-OUT
012590     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012600     END-WRITE
012610*
012620     MOVE 'INCOMPLETES RESOL.:' TO WS-CNT-LABEL-OUT
012630     MOVE WS-TXN-COUNT-RES     TO WS-CNT-VALUE-OUT
012640     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012650     END-WRITE
012660*
012670     MOVE 'ADDRESSES CHANGED:'  TO WS-CNT-LABEL-OUT
012680     MOVE WS-TXN-COUNT-ADR     TO WS-CNT-VALUE-OUT
012690     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012700     END-WRITE
012710*
012720     MOVE 'PROGRAMS CHANGED:'   TO WS-CNT-LABEL-OUT
012730     MOVE WS-TXN-COUNT-PRG     TO WS-CNT-VALUE-OUT
012740     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012750     END-WRITE
012760*
012770     MOVE 'TRANSACTIONS REJ.:' TO WS-CNT-LABEL-OUT
012780     MOVE WS-TXN-COUNT-REJ     TO WS-CNT-VALUE-OUT
012790     WRITE FS-MAINT-REP-RECORD FROM WS-MAINT-COUNT-LINE
012800     END-WRITE
012810 3000-EXIT.
012820     EXIT.
012830*
012840 9999-TERMINATE.
012850     CLOSE FS-STUDENT-MASTER, FS-STUDENT-TRANS, FS-MAINT-REPORT
012860     CLOSE FS-AUDIT-TRAIL
012870*
012880     IF TERMCTL-ON
012890         CLOSE FS-TERM-CONTROL
012900     END-IF
012910*
012920     IF OPERATOR-ON
012930         CLOSE FS-OPERATOR-MASTER
012940     END-IF
012950*
012960     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
012970 9999-EXIT.
012980     EXIT.
012990*
013000****************************************************************
013010*   Append this run's control record to the cumulative RUN-LOG.
013020*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
013030*   ITSELF THE FAILURE MARKER.
013040****************************************************************
013050 9995-WRITE-RUN-LOG.
013060     OPEN EXTEND FS-RUN-LOG
013070*
013080     IF RUN-LOG-NOT-FOUND
013090         OPEN OUTPUT FS-RUN-LOG
013100     END-IF
013110*
013120     ACCEPT WS-RUN-END-TIME FROM TIME
013130*
013140     MOVE 'MAINT'            TO RNL-PROGRAM
013150     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
013160     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
013170     MOVE SPACES             TO RNL-TERM-CODE
013180*
013190     COMPUTE RNL-READ-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
013200         + WS-TXN-COUNT-DEL + WS-TXN-COUNT-RES + WS-TXN-COUNT-ADR
013210         + WS-TXN-COUNT-PRG + WS-TXN-COUNT-REJ
013220     END-COMPUTE
013230     COMPUTE RNL-VALID-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
013240         + WS-TXN-COUNT-DEL + WS-TXN-COUNT-RES + WS-TXN-COUNT-ADR
013250         + WS-TXN-COUNT-PRG
013260     END-COMPUTE
013270     MOVE WS-TXN-COUNT-REJ   TO RNL-REJECT-CNT
013280     MOVE 0                  TO RNL-REPORT-CNT
013290     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
013300*
013310     WRITE FS-RUN-LOG-RECORD
013320     END-WRITE
013330*
013340     CLOSE FS-RUN-LOG
013350 9995-EXIT.
013360     EXIT.
013370*
013380 END PROGRAM MAINT.
