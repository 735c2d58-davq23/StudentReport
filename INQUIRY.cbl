000370*   2026-09-02  DV   MASTER RECORD WIDENED TO 144 BYTES (MAILING
000380*                    ADDRESS AND PROGRAM CODE, BOTH SHOWN AT THE
000390*                    COUNTER); AUDIT IMAGES WIDENED TO MATCH.
000400*   2026-10-15  DV   THE STUDENT'S CUMULATIVE ACADEMIC RECORD
000410*                    (ALL-TERMS CREDITS, QUALITY POINTS, GPA,
000420*                    TERMS ENROLLED, CLASS LEVEL) FROM THE
000430*                    ACADEMIC-RECORD FILE CUMBUILD.cbl REBUILDS
000440*                    IS NOW SHOWN AT THE COUNTER.
000450*   2026-10-15  DV   ACTIVE REGISTRAR HOLDS (TYPE, PLACING
000460*                    OFFICE, START DATE, REASON) FROM THE
000470*                    REGISTRAR-HOLDS FILE HOLDMNT.cbl KEEPS ARE
000480*                    NOW SHOWN AT THE COUNTER.
000490*   2026-10-15  DV   OPERATOR SECURITY: THE SESSION OPENS WITH A
000500*                    SIGN-ON CHECKED AGAINST THE OPERATOR-MASTER
000510*                    KEPT BY OPRMAINT.cbl (ACTIVE, UNEXPIRED,
000520*                    THREE TRIES); AN INQUIRY-ONLY OPERATOR IS
000530*                    REFUSED CORRECTIONS; SUPERVISOR INITIALS ON
000540*                    A CLOSED OR PUBLISHED TERM MUST BELONG TO AN
000550*                    ACTIVE SUPERVISOR. EVERY REFUSAL IS LOGGED TO
000560*                    SIGNON-REJECTS FOR SGNRPT.cbl. THE AUDIT
000570*                    RECORD CARRIES THE SIGNED-ON INITIALS.
000580*   2026-10-15  DV   AUDIT RECORD WIDENED TO 320 BYTES - THE
000590*                    CONFIRMED SUPERVISOR AND THE TERM'S STATE GO
000600*                    ON EVERY CORRECTION, AS IN MAINT.cbl.
000610*   2026-10-15  DV   A STUDENT-ID RETIRED BY IDMERGE.cbl IS
000620*                    TRANSLATED THROUGH ID-XREF TO ITS SURVIVOR
000630*                    (WITH A NOTE) BEFORE THE MASTER READ.
000640******************************************************************
000650 IDENTIFICATION DIVISION.
000660 PROGRAM-ID. INQUIRY.
000670 ENVIRONMENT DIVISION.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700****************************************************************
000710*    INDEXED MASTER MAINTAINED BY MAINT.cbl - READ RANDOMLY BY
000720*    TERM + STUDENT-ID HERE, EXACTLY WHAT THE FILE IS KEYED FOR.
000730****************************************************************
000740     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS MST-MASTER-KEY
000780         FILE STATUS IS WS-MASTER-STATUS.
000790*
000800****************************************************************
000810*    COURSE TRANSCRIPT DETAIL - SAME OPTIONAL COMPANION FILE
000820*    MAIN.cbl READS, SCANNED PER INQUIRY FOR THE COURSE LINES.
000830****************************************************************
000840     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-COURSE-FILE-STATUS.
000870*
000880****************************************************************
000890*    INDEXED COURSE CATALOG MAINTAINED BY CATMAINT.cbl - THE
000900*    OFFICIAL TITLE FOR EACH COURSE LINE SHOWN AT THE COUNTER.
000910*    OPTIONAL: NO CATALOG = THE DECK SPELLING, AS BEFORE.
000920****************************************************************
000930     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS CAT-COURSE-CODE
000970         FILE STATUS IS WS-CATALOG-STATUS.
000980*
000990****************************************************************
001000*    TERM-CONTROL FILE MAINTAINED BY TERMCTL.cbl - OPTIONAL; NO
001010*    FILE MEANS EVERY TERM IS OPEN. OPENED I-O SO AN AUTHORIZED
001020*    CHANGE TO A PUBLISHED TERM CAN SET ITS AMENDED FLAG.
001030****************************************************************
001040     SELECT FS-TERM-CONTROL ASSIGN 'TERM-CONTROL'
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS TCT-TERM-CODE
001080         FILE STATUS IS WS-TERMCTL-STATUS.
001090*
001100****************************************************************
001110*    CUMULATIVE ACADEMIC RECORD REBUILT BY CUMBUILD.cbl - READ
001120*    BY STUDENT-ID. OPTIONAL: NO FILE, NO CUMULATIVE FIGURES.
001130****************************************************************
001140     SELECT FS-ACADEMIC-RECORD ASSIGN 'ACADEMIC-RECORD'
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS ACR-STUDENT-ID
001180         FILE STATUS IS WS-ACADREC-STATUS.
001190*
001200****************************************************************
001210*    REGISTRAR HOLDS KEPT BY HOLDMNT.cbl - READ BY STUDENT-ID.
001220*    OPTIONAL: NO FILE, NO HOLDS SHOWN.
001230****************************************************************
001240     SELECT FS-REGISTRAR-HOLDS ASSIGN 'REGISTRAR-HOLDS'
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS RANDOM
001270         RECORD KEY IS HLD-STUDENT-ID
001280         FILE STATUS IS WS-HOLDS-STATUS.
001290*
001300****************************************************************
001310*    STUDENT-ID CROSS-REFERENCE KEPT BY IDMERGE.cbl - READ BY THE
001320*    KEYED ID. OPTIONAL: NO FILE, NO TRANSLATION.
001330****************************************************************
001340     SELECT FS-ID-XREF ASSIGN 'ID-XREF'
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS RANDOM
001370         RECORD KEY IS XRF-RETIRED-ID
001380         FILE STATUS IS WS-XREF-STATUS.
001390*
001400****************************************************************
001410*    OPERATOR MASTER KEPT BY OPRMAINT.cbl - READ BY INITIALS FOR
001420*    THE SIGN-ON AND EVERY SUPERVISOR AUTHORIZATION. NO FILE =
001430*    NOBODY CAN SIGN ON.
001440****************************************************************
001450     SELECT FS-OPERATOR-MASTER ASSIGN 'OPERATOR-MASTER'
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS RANDOM
001480         RECORD KEY IS OPR-INITIALS
001490         FILE STATUS IS WS-OPERATOR-STATUS.
001500*
001510****************************************************************
001520*    CUMULATIVE LOG OF REFUSED SIGN-ONS AND AUTHORIZATIONS,
001530*    SHARED WITH MAINT.cbl, MAIN.cbl AND APPEALMT.cbl AND
001540*    PRINTED BY SGNRPT.cbl.
001550****************************************************************
001560     SELECT FS-SIGNON-REJECTS ASSIGN 'SIGNON-REJECTS'
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS WS-SIGNREJ-STATUS.
001590*
001600****************************************************************
001610*    CUMULATIVE AUDIT TRAIL SHARED WITH MAINT.cbl - A COUNTER
001620*    CORRECTION IS AS AUDITABLE AS A BATCH TRANSACTION.
001630****************************************************************
001640     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
001650         ORGANIZATION IS LINE SEQUENTIAL
001660         FILE STATUS IS WS-AUDIT-STATUS.
001670**
001680 DATA DIVISION.
001690 FILE SECTION.
001700 FD  FS-STUDENT-MASTER.
001710 01  FS-MASTER-RECORD.
001720     05  MST-MASTER-KEY.
001730         10  MST-TERM-CODE    PIC X(05).
001740         10  MST-STUDENT-ID   PIC 9(05).
001750     05  MST-STUDENT-NAME     PIC X(30).
001760     05  MST-STUDENT-LASTNAME PIC X(30).
001770     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
001780*    ACADEMIC STANDING SET BY MAIN.cbl'S STANDING PASS -
001790*    G = GOOD, W = WARNING, P = PROBATION, D = DISMISSAL-REVIEW,
001800*    SPACE = NOT YET DETERMINED.
001810     05  MST-STANDING-CODE    PIC X(01).
001820*    GRADE STATUS - SPACE = FINAL GRADE, I = INCOMPLETE,
001830*    W = WITHDRAWN, P = IN PROGRESS.
001840     05  MST-GRADE-STATUS     PIC X(01).
001850*    MAILING ADDRESS AND PROGRAM/MAJOR CODE - MAINTAINED BY
001860*    MAINT.cbl'S 'M' AND 'G' TRANSACTIONS.
001870     05  MST-ADDRESS-BLOCK.
001880         10  MST-ADDR-STREET  PIC X(30).
001890         10  MST-ADDR-CITY    PIC X(20).
001900         10  MST-ADDR-STATE   PIC X(02).
001910         10  MST-ADDR-ZIP     PIC X(10).
001920     05  MST-PROGRAM-CODE     PIC X(05).
001930*
001940 FD  FS-COURSE-INPUT.
001950 01  FS-COURSE-IN-RECORD.
001960     05  CRS-STUDENT-ID       PIC 9(05).
001970     05  CRS-COURSE-CODE      PIC X(10).
001980     05  CRS-COURSE-NAME      PIC X(20).
001990     05  CRS-COURSE-GRADE     PIC 9(03)V99.
002000     05  CRS-TERM-CODE        PIC X(05).
002010*    SECTION AND INSTRUCTOR - BLANK ON LEGACY DECKS KEYED
002020*    BEFORE THE COLUMNS EXISTED.
002030     05  CRS-SECTION-CODE     PIC X(03).
002040     05  CRS-INSTRUCTOR-ID    PIC X(10).
002050*    GRADE STATUS - SPACE = FINAL GRADE, I/W/P OTHERWISE.
002060     05  CRS-GRADE-STATUS     PIC X(01).
002070*
002080****************************************************************
002090*    INDEXED COURSE CATALOG - SAME RECORD LAYOUT CATMAINT.cbl
002100*    WRITES, WHICH MUST STAY IN STEP.
002110****************************************************************
002120 FD  FS-COURSE-CATALOG.
002130 01  FS-CATALOG-RECORD.
002140     05  CAT-COURSE-CODE      PIC X(10).
002150     05  CAT-COURSE-TITLE     PIC X(20).
002160     05  CAT-CREDIT-HOURS     PIC 9(02).
002170     05  CAT-DEPARTMENT       PIC X(04).
002180*
002190****************************************************************
002200*    TERM-CONTROL RECORD - LAYOUT SHARED WITH TERMCTL.cbl,
002210*    MAINT.cbl AND MAIN.cbl AND MUST STAY IN STEP.
002220****************************************************************
002230 FD  FS-TERM-CONTROL.
002240 01  FS-TERMCTL-RECORD.
002250     05  TCT-TERM-CODE        PIC X(05).
002260     05  TCT-TERM-STATE       PIC X(01).
002270         88  TCT-STATE-OPEN                   VALUE 'O'.
002280         88  TCT-STATE-CLOSED                 VALUE 'C'.
002290         88  TCT-STATE-PUBLISHED              VALUE 'P'.
002300     05  TCT-AMENDED-SW       PIC X(01).
002310*
002320****************************************************************
002330*    CUMULATIVE ACADEMIC RECORD - LAYOUT SHARED WITH CUMBUILD.cbl
002340*    AND MAIN.cbl AND MUST STAY IN STEP.
002350****************************************************************
002360 FD  FS-ACADEMIC-RECORD.
002370 01  FS-ACADREC-RECORD.
002380     05  ACR-STUDENT-ID       PIC 9(05).
002390     05  ACR-CREDITS-ATTEMPTED PIC 9(04).
002400     05  ACR-CREDITS-EARNED   PIC 9(04).
002410     05  ACR-QUALITY-POINTS   PIC 9(07)V99.
002420     05  ACR-CUM-GPA          PIC 9(03)V99.
002430     05  ACR-TERMS-ENROLLED   PIC 9(03).
002440     05  ACR-CLASS-LEVEL      PIC X(02).
002450         88  ACR-FRESHMAN                   VALUE 'FR'.
002460         88  ACR-SOPHOMORE                  VALUE 'SO'.
002470         88  ACR-JUNIOR                     VALUE 'JR'.
002480         88  ACR-SENIOR                     VALUE 'SR'.
002490     05  ACR-FIRST-TERM       PIC X(05).
002500     05  ACR-LAST-TERM        PIC X(05).
002510     05  ACR-REBUILD-DATE     PIC 9(08).
002520*
002530****************************************************************
002540*    REGISTRAR-HOLDS RECORD - LAYOUT SHARED WITH HOLDMNT.cbl AND
002550*    MAIN.cbl AND MUST STAY IN STEP. SLOT 1 = FINANCIAL,
002560*    2 = DISCIPLINARY, 3 = RECORDS; ZERO RELEASE = NOT RELEASED.
002570****************************************************************
002580 FD  FS-REGISTRAR-HOLDS.
002590 01  FS-HOLDS-RECORD.
002600     05  HLD-STUDENT-ID       PIC 9(05).
002610     05  HLD-SLOT             OCCURS 3 TIMES.
002620         10  HLD-OFFICE       PIC X(10).
002630         10  HLD-START-DATE   PIC 9(08).
002640         10  HLD-RELEASE-DATE PIC 9(08).
002650         10  HLD-REASON       PIC X(30).
002660*
002670****************************************************************
002680*    ID-XREF RECORD - LAYOUT SHARED WITH IDMERGE.cbl, AUDPRT.cbl
002690*    AND PORTIMP.cbl AND MUST STAY IN STEP.
002700****************************************************************
002710 FD  FS-ID-XREF.
002720 01  FS-XREF-RECORD.
002730     05  XRF-RETIRED-ID       PIC 9(05).
002740     05  XRF-SURVIVOR-ID      PIC 9(05).
002750     05  XRF-MERGE-DATE       PIC 9(08).
002760     05  XRF-MERGE-TIME       PIC 9(06).
002770     05  XRF-TERMS-MOVED      PIC 9(03).
002780*
002790****************************************************************
002800*    OPERATOR-MASTER RECORD - LAYOUT SHARED WITH OPRMAINT.cbl,
002810*    MAINT.cbl, MAIN.cbl AND APPEALMT.cbl AND MUST STAY IN STEP.
002820****************************************************************
002830 FD  FS-OPERATOR-MASTER.
002840 01  FS-OPERATOR-RECORD.
002850     05  OPR-INITIALS         PIC X(03).
002860     05  OPR-NAME             PIC X(30).
002870     05  OPR-ROLE             PIC X(01).
002880         88  OPR-INQUIRY-ONLY                 VALUE 'I'.
002890         88  OPR-CORRECTION                   VALUE 'C'.
002900         88  OPR-SUPERVISOR                   VALUE 'S'.
002910     05  OPR-ACTIVE-SW        PIC X(01).
002920         88  OPR-ACTIVE                       VALUE 'Y'.
002930     05  OPR-EXPIRY-DATE      PIC 9(08).
002940*
002950****************************************************************
002960*    REFUSED SIGN-ON / AUTHORIZATION RECORD - LAYOUT SHARED WITH
002970*    MAINT.cbl, MAIN.cbl, APPEALMT.cbl AND SGNRPT.cbl AND MUST
002980*    STAY IN STEP. ATTEMPT S = SIGN-ON, C = CORRECTION REFUSED
002990*    TO THE OPERATOR'S ROLE, A = SUPERVISOR AUTHORIZATION.
003000****************************************************************
003010 FD  FS-SIGNON-REJECTS.
003020 01  FS-SIGNREJ-RECORD.
003030     05  SRJ-PROGRAM          PIC X(08).
003040     05  SRJ-RUN-DATE         PIC 9(08).
003050     05  SRJ-RUN-TIME         PIC 9(06).
003060     05  SRJ-INITIALS         PIC X(03).
003070     05  SRJ-ATTEMPT          PIC X(01).
003080     05  SRJ-TERM-CODE        PIC X(05).
003090     05  SRJ-STUDENT-ID       PIC 9(05).
003100     05  SRJ-REASON           PIC X(40).
003110*
003120****************************************************************
003130*    AUDIT-TRAIL RECORD - LAYOUT SHARED WITH MAINT.cbl,
003140*    AUDPRT.cbl AND RECOVER.cbl AND MUST STAY IN STEP.
003150****************************************************************
003160 FD  FS-AUDIT-TRAIL.
003170 01  FS-AUDIT-RECORD.
003180     05  AUD-TXN-CODE         PIC X(01).
003190     05  AUD-RUN-DATE         PIC 9(08).
003200     05  AUD-RUN-TIME         PIC 9(06).
003210     05  AUD-TERM-CODE        PIC X(05).
003220     05  AUD-STUDENT-ID       PIC 9(05).
003230     05  AUD-BEFORE-IMAGE     PIC X(144).
003240     05  AUD-AFTER-IMAGE      PIC X(144).
003250     05  AUD-OPERATOR         PIC X(03).
003260     05  AUD-SUPV-AUTH        PIC X(03).
003270     05  AUD-TERM-STATE       PIC X(01).
003280**
003290 WORKING-STORAGE SECTION.
003300 01  WS-MASTER-STATUS         PIC X(02).
003310     88  MASTER-OK                            VALUE '00'.
003320     88  MASTER-NOT-FOUND                      VALUE '35'.
003330*
003340 01  WS-COURSE-FILE-STATUS    PIC X(02).
003350     88  COURSE-FILE-NOT-FOUND                VALUE '35'.
003360     88  COURSE-EOF                           VALUE '10'.
003370*
003380 01  WS-CATALOG-STATUS        PIC X(02).
003390     88  CATALOG-OK                           VALUE '00'.
003400*
003410 01  WS-CATALOG-ON-SW         PIC X(01)              VALUE 'N'.
003420     88  CATALOG-ON                           VALUE 'Y'.
003430*
003440*    THE TITLE AS SHOWN - THE CATALOG'S WHEN THE CODE IS ON
003450*    FILE THERE, THE DECK'S FREE-TEXT SPELLING OTHERWISE.
003460 01  WS-CRS-TITLE-OUT         PIC X(20)              VALUE SPACES.
003470*
003480 01  WS-ACADREC-STATUS        PIC X(02).
003490     88  ACADREC-OK                           VALUE '00'.
003500*
003510 01  WS-ACADREC-ON-SW         PIC X(01)              VALUE 'N'.
003520     88  ACADREC-ON                           VALUE 'Y'.
003530*
003540 01  WS-HOLDS-STATUS          PIC X(02).
003550     88  HOLDS-OK                             VALUE '00'.
003560*
003570 01  WS-HOLDS-ON-SW           PIC X(01)              VALUE 'N'.
003580     88  HOLDS-ON                             VALUE 'Y'.
003590*
003600*    HOLDS ARE SHOWN AS ACTIVE OR NOT AS OF TODAY.
003610 01  WS-HOLD-AS-OF-DATE       PIC 9(08)              VALUE 0.
003620 01  WS-HOLD-SUB              PIC 9(01)              VALUE 0.
003630 01  WS-HOLD-SHOWN-CNT        PIC 9(01)              VALUE 0.
003640 01  WS-HOLD-TYPE-OUT         PIC X(12)              VALUE SPACES.
003650*
003660 01  WS-XREF-STATUS           PIC X(02).
003670     88  XREF-OK                              VALUE '00'.
003680*
003690 01  WS-XREF-ON-SW            PIC X(01)              VALUE 'N'.
003700     88  XREF-ON                              VALUE 'Y'.
003710*
003720 01  WS-AUDIT-STATUS          PIC X(02).
003730     88  AUDIT-NOT-FOUND                      VALUE '35'.
003740*
003750 01  WS-TERMCTL-STATUS        PIC X(02).
003760     88  TERMCTL-OK                           VALUE '00'.
003770*
003780 01  WS-TERMCTL-ON-SW         PIC X(01)              VALUE 'N'.
003790     88  TERMCTL-ON                           VALUE 'Y'.
003800*
003810*    SET BY THE GUARD WHEN THE TERM ON SCREEN IS PUBLISHED, SO
003820*    AN APPLIED CORRECTION KNOWS TO FLAG THE TERM AMENDED.
003830 01  WS-TERM-PUBL-SW          PIC X(01)              VALUE 'N'.
003840     88  TERM-PUBLISHED-NOW                   VALUE 'Y'.
003850*
003860 01  WS-IN-SUPV               PIC X(03)              VALUE SPACES.
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
003970*    THE SIGN-ON - THREE TRIES, THEN THE SESSION ENDS. THE ROLE
003980*    IS KEPT HERE BECAUSE EVERY LATER OPERATOR-MASTER READ (A
003990*    SUPERVISOR CHECK) OVERLAYS THE RECORD AREA.
004000 01  WS-SIGNON-TRIES          PIC 9(01)              VALUE 0.
004010 01  WS-SIGNON-MAX            PIC 9(01)              VALUE 3.
004020*
004030 01  WS-SIGNED-ON-SW          PIC X(01)              VALUE 'N'.
004040     88  OPERATOR-SIGNED-ON                   VALUE 'Y'.
004050*
004060 01  WS-SIGNED-ON-ROLE        PIC X(01)              VALUE SPACE.
004070     88  SIGNED-ON-INQUIRY-ONLY               VALUE 'I'.
004080*
004090*    OPERATOR CHECK - THE INITIALS TO TEST IN, THE REASON FOR A
004100*    REFUSAL OUT (SPACES = ACCEPTED), CHECKED AS OF TODAY.
004110 01  WS-OPR-CHECK-INITIALS    PIC X(03)              VALUE SPACES.
004120 01  WS-OPR-CHECK-REASON      PIC X(40)              VALUE SPACES.
004130 01  WS-OPR-AS-OF-DATE        PIC 9(08)              VALUE 0.
004140*
004150 01  WS-SRJ-ATTEMPT           PIC X(01)              VALUE SPACE.
004160*
004170*    SAME GRADE CEILING MAIN.cbl AND MAINT.cbl ENFORCE.
004180 01  WS-GRADE-MAX             PIC 9(03)V99           VALUE 100.00.
004190*
004200 01  WS-DONE-SW               PIC X(01)              VALUE 'N'.
004210     88  INQUIRY-DONE                         VALUE 'Y'.
004220*
004230****************************************************************
004240*   Operator entry fields - term, student-id, the yes/no
004250*   answer, the operator initials, and the new grade keyed as
004260*   five digits with two implied decimals (08550 = 85.50),
004270*   the same convention as every grade field in the system.
004280****************************************************************
004290 01  WS-IN-TERM               PIC X(05)              VALUE SPACES.
004300*
004310 01  WS-IN-ID-TEXT            PIC X(05)              VALUE SPACES.
004320 01  WS-IN-ID-NUM REDEFINES WS-IN-ID-TEXT
004330                              PIC 9(05).
004340*
004350 01  WS-IN-ANSWER             PIC X(01)              VALUE SPACE.
004360*
004370 01  WS-IN-OPERATOR           PIC X(03)              VALUE SPACES.
004380*
004390 01  WS-IN-GRADE-TEXT         PIC X(05)              VALUE SPACES.
004400 01  WS-IN-GRADE-NUM REDEFINES WS-IN-GRADE-TEXT
004410                              PIC 9(03)V99.
004420*
004430 01  WS-AUD-BEFORE            PIC X(144)             VALUE SPACES.
004440*
004450*    SET BY THE GUARD FOR THE TERM ON SCREEN - ITS CONTROL STATE
004460*    FOR THE AUDIT RECORD.
004470 01  WS-AUD-TERM-STATE        PIC X(01)              VALUE SPACES.
004480*
004490 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
004500 01  WS-RUN-TIME.
004510     05  WS-RUN-TIME-HHMMSS   PIC 9(06).
004520     05  FILLER               PIC 9(02).
004530*
004540 01  WS-GRADE-OUT             PIC ZZ9.99.
004550 01  WS-CRS-GRADE-OUT         PIC ZZ9.99.
004560 01  WS-CRS-GRADE-DISP REDEFINES WS-CRS-GRADE-OUT
004570                              PIC X(06).
004580*
004590 01  WS-CUM-GPA-OUT           PIC ZZ9.99.
004600 01  WS-CUM-QP-OUT            PIC ZZZZZZ9.99.
004610 01  WS-CUM-LEVEL-OUT         PIC X(09)              VALUE SPACES.
004620*
004630 01  WS-COURSE-SHOWN-CNT      PIC 9(03) COMP-3       VALUE 0.
004640**
004650 PROCEDURE DIVISION.
004660 0000-MAINLINE.
004670     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
004680     PERFORM 1500-SIGN-ON THRU 1500-EXIT
004690*
004700     IF OPERATOR-SIGNED-ON
004710         PERFORM 2000-INQUIRY-LOOP THRU 2000-EXIT
004720             UNTIL INQUIRY-DONE
004730     END-IF
004740*
004750     PERFORM 9999-TERMINATE THRU 9999-EXIT
004760     STOP RUN.
004770*
004780****************************************************************
004790*   The master must already exist - the counter corrects single
004800*   records, it does not create the roster.
004810****************************************************************
004820 1000-OPEN-FILES.
004830     MOVE SPACES TO WS-MASTER-STATUS
004840*
004850     OPEN I-O FS-STUDENT-MASTER
004860*
004870     IF NOT MASTER-OK
004880         DISPLAY 'STUDENT-MASTER NOT AVAILABLE - STATUS '
004890             WS-MASTER-STATUS
004900         STOP RUN
004910     END-IF
004920*
004930*    THE CATALOG IS OPTIONAL - NO CATALOG ON FILE JUST MEANS
004940*    THE COURSE LINES SHOW THE DECK SPELLING, AS BEFORE.
004950     MOVE SPACES TO WS-CATALOG-STATUS
004960     OPEN INPUT FS-COURSE-CATALOG
004970*
004980     IF CATALOG-OK
004990         MOVE 'Y' TO WS-CATALOG-ON-SW
005000     END-IF
005010*
005020*    NO ACADEMIC-RECORD ON FILE = NO CUMULATIVE FIGURES.
005030     MOVE SPACES TO WS-ACADREC-STATUS
005040     OPEN INPUT FS-ACADEMIC-RECORD
005050*
005060     IF ACADREC-OK
005070         MOVE 'Y' TO WS-ACADREC-ON-SW
005080     END-IF
005090*
005100*    NO REGISTRAR-HOLDS ON FILE = NO HOLDS SHOWN.
005110     MOVE SPACES TO WS-HOLDS-STATUS
005120     OPEN INPUT FS-REGISTRAR-HOLDS
005130*
005140     IF HOLDS-OK
005150         MOVE 'Y' TO WS-HOLDS-ON-SW
005160     END-IF
005170*
005180     ACCEPT WS-HOLD-AS-OF-DATE FROM DATE YYYYMMDD
005190*
005200*    NO ID-XREF ON FILE = NO STUDENT-ID HAS BEEN MERGED AWAY.
005210     MOVE SPACES TO WS-XREF-STATUS
005220     OPEN INPUT FS-ID-XREF
005230*
005240     IF XREF-OK
005250         MOVE 'Y' TO WS-XREF-ON-SW
005260     END-IF
005270*
005280*    NO OPERATOR-MASTER = NO SIGN-ON; 1500 SAYS SO AND LOGS IT.
005290     MOVE SPACES TO WS-OPERATOR-STATUS
005300     OPEN INPUT FS-OPERATOR-MASTER
005310*
005320     IF OPERATOR-OK
005330         MOVE 'Y' TO WS-OPERATOR-ON-SW
005340     END-IF
005350*
005360     ACCEPT WS-OPR-AS-OF-DATE FROM DATE YYYYMMDD
005370*
005380*    NO TERM-CONTROL FILE = EVERY TERM OPEN, AS BEFORE.
005390     MOVE SPACES TO WS-TERMCTL-STATUS
005400     OPEN I-O FS-TERM-CONTROL
005410*
005420     IF TERMCTL-OK
005430         MOVE 'Y' TO WS-TERMCTL-ON-SW
005440     END-IF
005450 1000-EXIT.
005460     EXIT.
005470*
005480****************************************************************
005490*   Sign the operator on before anything is shown - THE INITIALS
005500*   MUST BELONG TO AN ACTIVE, UNEXPIRED OPERATOR ON THE
005510*   OPERATOR-MASTER. THREE REFUSALS END THE SESSION; EVERY
005520*   REFUSAL IS LOGGED.
005530****************************************************************
005540 1500-SIGN-ON.
005550     MOVE 'N' TO WS-SIGNED-ON-SW
005560     MOVE 0   TO WS-SIGNON-TRIES
005570*
005580     IF NOT OPERATOR-ON
005590         DISPLAY 'OPERATOR-MASTER NOT AVAILABLE - SIGN-ON REFUSED'
005600         MOVE SPACES TO WS-OPR-CHECK-INITIALS
005610         MOVE 'NO OPERATOR MASTER ON FILE' TO WS-OPR-CHECK-REASON
005620         MOVE 'S'    TO WS-SRJ-ATTEMPT
005630         PERFORM 1700-LOG-SIGNON-REJECT THRU 1700-EXIT
005640         GO TO 1500-EXIT
005650     END-IF
005660*
005670     PERFORM 1510-TRY-SIGN-ON THRU 1510-EXIT
005680         UNTIL OPERATOR-SIGNED-ON
005690             OR WS-SIGNON-TRIES NOT LESS THAN WS-SIGNON-MAX
005700*
005710     IF NOT OPERATOR-SIGNED-ON
005720         DISPLAY 'TOO MANY REFUSED SIGN-ONS - SESSION ENDED'
005730     END-IF
005740 1500-EXIT.
005750     EXIT.
005760*
005770 1510-TRY-SIGN-ON.
005780     ADD 1 TO WS-SIGNON-TRIES
005790*
005800     DISPLAY 'OPERATOR INITIALS:         ' WITH NO ADVANCING
005810     ACCEPT WS-IN-OPERATOR
005820*
005830     MOVE WS-IN-OPERATOR TO WS-OPR-CHECK-INITIALS
005840     PERFORM 1600-VERIFY-OPERATOR THRU 1600-EXIT
005850*
005860     IF WS-OPR-CHECK-REASON EQUAL SPACES
005870         MOVE 'Y'      TO WS-SIGNED-ON-SW
005880         MOVE OPR-ROLE TO WS-SIGNED-ON-ROLE
005890         DISPLAY 'SIGNED ON: ' OPR-NAME
005900     ELSE
005910         DISPLAY 'SIGN-ON REFUSED - ' WS-OPR-CHECK-REASON
005920         MOVE 'S'      TO WS-SRJ-ATTEMPT
005930         PERFORM 1700-LOG-SIGNON-REJECT THRU 1700-EXIT
005940     END-IF
005950 1510-EXIT.
005960     EXIT.
005970*
005980****************************************************************
005990*   Check WS-OPR-CHECK-INITIALS against the operator master as
006000*   of today. THE REASON COMES BACK SPACES WHEN THE OPERATOR IS
006010*   ON FILE, ACTIVE AND NOT EXPIRED, WITH THE RECORD IN THE
006020*   OPERATOR-MASTER AREA FOR THE CALLER'S ROLE TEST.
006030****************************************************************
006040 1600-VERIFY-OPERATOR.
006050     MOVE SPACES TO WS-OPR-CHECK-REASON
006060*
006070     IF NOT OPERATOR-ON
006080         MOVE 'NO OPERATOR MASTER ON FILE' TO WS-OPR-CHECK-REASON
006090         GO TO 1600-EXIT
006100     END-IF
006110*
006120     IF WS-OPR-CHECK-INITIALS EQUAL SPACES
006130         MOVE 'BLANK INITIALS' TO WS-OPR-CHECK-REASON
006140         GO TO 1600-EXIT
006150     END-IF
006160*
006170     MOVE WS-OPR-CHECK-INITIALS TO OPR-INITIALS
006180*
006190     READ FS-OPERATOR-MASTER
006200         INVALID KEY
006210             MOVE 'INITIALS NOT ON OPERATOR MASTER' TO
006220                 WS-OPR-CHECK-REASON
006230             GO TO 1600-EXIT
006240     END-READ
006250*
006260     IF NOT OPR-ACTIVE
006270         MOVE 'OPERATOR NOT ACTIVE' TO WS-OPR-CHECK-REASON
006280         GO TO 1600-EXIT
006290     END-IF
006300*
006310     IF OPR-EXPIRY-DATE NOT EQUAL 0
006320             AND OPR-EXPIRY-DATE < WS-OPR-AS-OF-DATE
006330         MOVE 'OPERATOR EXPIRED' TO WS-OPR-CHECK-REASON
006340     END-IF
006350 1600-EXIT.
006360     EXIT.
006370*
006380 1610-VERIFY-SUPERVISOR.
006390     PERFORM 1600-VERIFY-OPERATOR THRU 1600-EXIT
006400*
006410     IF WS-OPR-CHECK-REASON EQUAL SPACES
006420             AND NOT OPR-SUPERVISOR
006430         MOVE 'NOT A SUPERVISOR' TO WS-OPR-CHECK-REASON
006440     END-IF
006450 1610-EXIT.
006460     EXIT.
006470*
006480****************************************************************
006490*   Append one refusal to the SIGNON-REJECTS log - the initials
006500*   tried, what was being attempted (WS-SRJ-ATTEMPT) and why it
006510*   was refused. THE TERM AND STUDENT ARE THOSE ON SCREEN FOR A
006520*   CORRECTION OR AUTHORIZATION, BLANK FOR A SIGN-ON.
006530****************************************************************
006540 1700-LOG-SIGNON-REJECT.
006550     OPEN EXTEND FS-SIGNON-REJECTS
006560*
006570     IF SIGNREJ-NOT-FOUND
006580         OPEN OUTPUT FS-SIGNON-REJECTS
006590     END-IF
006600*
006610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006620     ACCEPT WS-RUN-TIME FROM TIME
006630*
006640     MOVE 'INQUIRY'             TO SRJ-PROGRAM
006650     MOVE WS-RUN-DATE           TO SRJ-RUN-DATE
006660     MOVE WS-RUN-TIME-HHMMSS    TO SRJ-RUN-TIME
006670     MOVE WS-OPR-CHECK-INITIALS TO SRJ-INITIALS
006680     MOVE WS-SRJ-ATTEMPT        TO SRJ-ATTEMPT
006690*
006700     IF WS-SRJ-ATTEMPT EQUAL 'S'
006710         MOVE SPACES            TO SRJ-TERM-CODE
006720         MOVE 0                 TO SRJ-STUDENT-ID
006730     ELSE
006740         MOVE MST-TERM-CODE     TO SRJ-TERM-CODE
006750         MOVE MST-STUDENT-ID    TO SRJ-STUDENT-ID
006760     END-IF
006770*
006780     MOVE WS-OPR-CHECK-REASON   TO SRJ-REASON
006790*
006800     WRITE FS-SIGNREJ-RECORD
006810     END-WRITE
006820*
006830     CLOSE FS-SIGNON-REJECTS
006840 1700-EXIT.
006850     EXIT.
006860*
006870****************************************************************
006880*   One round trip at the counter - key a term and student-id,
006890*   show what is on file, offer a grade correction. A BLANK
006900*   TERM ENDS THE SESSION.
006910****************************************************************
006920 2000-INQUIRY-LOOP.
006930     DISPLAY 'ENTER TERM (BLANK TO EXIT): ' WITH NO ADVANCING
006940     ACCEPT WS-IN-TERM
006950*
006960     IF WS-IN-TERM EQUAL SPACES
006970         MOVE 'Y' TO WS-DONE-SW
006980         GO TO 2000-EXIT
006990     END-IF
007000*
007010     DISPLAY 'ENTER STUDENT-ID:          ' WITH NO ADVANCING
007020     ACCEPT WS-IN-ID-TEXT
007030*
007040     IF WS-IN-ID-TEXT IS NOT NUMERIC
007050             OR WS-IN-ID-NUM EQUAL 0
007060         DISPLAY 'STUDENT-ID MUST BE A NON-ZERO 5-DIGIT NUMBER'
007070         GO TO 2000-EXIT
007080     END-IF
007090*
007100*    A RETIRED ID IS LOOKED UP UNDER ITS SURVIVOR, WHICH NOW
007110*    HOLDS EVERY TERM THE RETIRED ID ONCE DID.
007120     IF XREF-ON
007130         MOVE WS-IN-ID-NUM TO XRF-RETIRED-ID
007140         READ FS-ID-XREF
007150             NOT INVALID KEY
007160                 DISPLAY 'STUDENT-ID ' WS-IN-ID-TEXT
007170                     ' RETIRED - MERGED INTO ' XRF-SURVIVOR-ID
007180                     ' ON ' XRF-MERGE-DATE
007190                 MOVE XRF-SURVIVOR-ID TO WS-IN-ID-NUM
007200         END-READ
007210     END-IF
007220*
007230     MOVE WS-IN-TERM   TO MST-TERM-CODE
007240     MOVE WS-IN-ID-NUM TO MST-STUDENT-ID
007250*
007260     READ FS-STUDENT-MASTER
007270         INVALID KEY
007280             DISPLAY 'NOT ON FILE FOR TERM ' WS-IN-TERM
007290                 ' STUDENT ' WS-IN-ID-TEXT
007300         NOT INVALID KEY
007310             PERFORM 2100-SHOW-STUDENT THRU 2100-EXIT
007320             PERFORM 2200-OFFER-CORRECTION THRU 2200-EXIT
007330     END-READ
007340 2000-EXIT.
007350     EXIT.
007360*
007370 2100-SHOW-STUDENT.
007380     MOVE MST-STUDENT-GENGRADE TO WS-GRADE-OUT
007390*
007400     DISPLAY 'STUDENT ' MST-STUDENT-ID ' TERM ' MST-TERM-CODE
007410     DISPLAY '  NAME:  ' MST-STUDENT-NAME
007420     DISPLAY '  LAST:  ' MST-STUDENT-LASTNAME
007430     IF MST-GRADE-STATUS EQUAL SPACE
007440         DISPLAY '  GRADE: ' WS-GRADE-OUT
007450     ELSE
007460         DISPLAY '  GRADE: ' MST-GRADE-STATUS
007470             ' (STATUS - NOT A FINAL GRADE)'
007480     END-IF
007490     DISPLAY '  STANDING: ' MST-STANDING-CODE
007500     DISPLAY '  PROGRAM:  ' MST-PROGRAM-CODE
007510*
007520     IF MST-ADDR-STREET NOT EQUAL SPACES
007530         DISPLAY '  ADDRESS:  ' MST-ADDR-STREET
007540         DISPLAY '            ' MST-ADDR-CITY ' '
007550             MST-ADDR-STATE ' ' MST-ADDR-ZIP
007560     ELSE
007570         DISPLAY '  ADDRESS:  (NONE ON FILE)'
007580     END-IF
007590*
007600     PERFORM 2120-SHOW-CUMULATIVE THRU 2120-EXIT
007610*
007620     PERFORM 2130-SHOW-HOLDS THRU 2130-EXIT
007630*
007640     PERFORM 2110-SHOW-COURSES THRU 2110-EXIT
007650 2100-EXIT.
007660     EXIT.
007670*
007680****************************************************************
007690*   Course lines come straight off COURSE-INPUT, re-read per
007700*   inquiry so the counter always sees the file as it stands.
007710*   NO FILE, OR NO LINES FOR THE STUDENT, IS SAID OUT LOUD
007720*   RATHER THAN SHOWN AS A SILENT NOTHING.
007730****************************************************************
007740 2110-SHOW-COURSES.
007750     MOVE 0 TO WS-COURSE-SHOWN-CNT
007760     MOVE SPACES TO WS-COURSE-FILE-STATUS
007770*
007780     OPEN INPUT FS-COURSE-INPUT
007790*
007800     IF COURSE-FILE-NOT-FOUND
007810         DISPLAY '  (NO COURSE FILE ON HAND)'
007820     ELSE
007830         PERFORM 2111-READ-COURSE-LINE THRU 2111-EXIT
007840             UNTIL COURSE-EOF
007850         CLOSE FS-COURSE-INPUT
007860*
007870         IF WS-COURSE-SHOWN-CNT EQUAL 0
007880             DISPLAY '  (NO COURSE DETAIL FOR THIS STUDENT)'
007890         END-IF
007900     END-IF
007910 2110-EXIT.
007920     EXIT.
007930*
007940 2111-READ-COURSE-LINE.
007950     READ FS-COURSE-INPUT
007960     NOT AT END
007970         IF CRS-STUDENT-ID EQUAL MST-STUDENT-ID
007980                 AND CRS-TERM-CODE EQUAL MST-TERM-CODE
007990             ADD 1 TO WS-COURSE-SHOWN-CNT
008000             MOVE CRS-COURSE-GRADE TO WS-CRS-GRADE-OUT
008010*            A NON-BLANK STATUS SHOWS AS THE LETTER - THE KEYED
008020*            NUMBER IS A PLACEHOLDER, NOT A GRADE.
008030             IF CRS-GRADE-STATUS NOT EQUAL SPACE
008040                 MOVE SPACES TO WS-CRS-GRADE-DISP
008050                 MOVE CRS-GRADE-STATUS TO WS-CRS-GRADE-DISP(1:1)
008060             END-IF
008070             PERFORM 2112-RESOLVE-COURSE-TITLE THRU 2112-EXIT
008080             DISPLAY '  - ' CRS-COURSE-CODE ' '
008090                 WS-CRS-TITLE-OUT ' ' WS-CRS-GRADE-OUT
008100                 ' SECT ' CRS-SECTION-CODE
008110                 ' ' CRS-INSTRUCTOR-ID
008120         END-IF
008130     END-READ
008140 2111-EXIT.
008150     EXIT.
008160*
008170****************************************************************
008180*   The official catalog title wins over the deck spelling
008190*   whenever the code is in the catalog - the same rule
008200*   MAIN.cbl applies to the reports and transcripts.
008210****************************************************************
008220 2112-RESOLVE-COURSE-TITLE.
008230     MOVE CRS-COURSE-NAME TO WS-CRS-TITLE-OUT
008240*
008250     IF CATALOG-ON
008260         MOVE CRS-COURSE-CODE TO CAT-COURSE-CODE
008270         READ FS-COURSE-CATALOG
008280             INVALID KEY
008290                 CONTINUE
008300             NOT INVALID KEY
008310                 MOVE CAT-COURSE-TITLE TO WS-CRS-TITLE-OUT
008320         END-READ
008330     END-IF
008340 2112-EXIT.
008350     EXIT.
008360*
008370****************************************************************
008380*   The all-terms figures as of the last CUMBUILD.cbl rebuild.
008390*   A STUDENT NOT YET REBUILT IS SAID OUT LOUD, LIKE A MISSING
008400*   COURSE FILE.
008410****************************************************************
008420 2120-SHOW-CUMULATIVE.
008430     IF NOT ACADREC-ON
008440         GO TO 2120-EXIT
008450     END-IF
008460*
008470     MOVE MST-STUDENT-ID TO ACR-STUDENT-ID
008480*
008490     READ FS-ACADEMIC-RECORD
008500         INVALID KEY
008510             DISPLAY '  CUMULATIVE: (NO RECORD ON FILE)'
008520             GO TO 2120-EXIT
008530     END-READ
008540*
008550     EVALUATE TRUE
008560         WHEN ACR-SENIOR
008570             MOVE 'SENIOR'    TO WS-CUM-LEVEL-OUT
008580         WHEN ACR-JUNIOR
008590             MOVE 'JUNIOR'    TO WS-CUM-LEVEL-OUT
008600         WHEN ACR-SOPHOMORE
008610             MOVE 'SOPHOMORE' TO WS-CUM-LEVEL-OUT
008620         WHEN OTHER
008630             MOVE 'FRESHMAN'  TO WS-CUM-LEVEL-OUT
008640     END-EVALUATE
008650*
008660     MOVE ACR-CUM-GPA        TO WS-CUM-GPA-OUT
008670     MOVE ACR-QUALITY-POINTS TO WS-CUM-QP-OUT
008680*
008690     DISPLAY '  CUMULATIVE GPA: ' WS-CUM-GPA-OUT
008700         '  LEVEL: ' WS-CUM-LEVEL-OUT
008710         '  TERMS: ' ACR-TERMS-ENROLLED
008720     DISPLAY '  CREDITS ATTEMPTED: ' ACR-CREDITS-ATTEMPTED
008730         '  EARNED: ' ACR-CREDITS-EARNED
008740         '  QUALITY PTS: ' WS-CUM-QP-OUT
008750     DISPLAY '  (REBUILT ' ACR-REBUILD-DATE ', TERMS '
008760         ACR-FIRST-TERM ' - ' ACR-LAST-TERM ')'
008770 2120-EXIT.
008780     EXIT.
008790*
008800****************************************************************
008810*   Every hold in force today, with the office that placed it -
008820*   THE COUNTER SENDS THE STUDENT THERE. RELEASED AND NOT-YET-
008830*   STARTED HOLDS ARE NOT SHOWN.
008840****************************************************************
008850 2130-SHOW-HOLDS.
008860     IF NOT HOLDS-ON
008870         GO TO 2130-EXIT
008880     END-IF
008890*
008900     MOVE MST-STUDENT-ID TO HLD-STUDENT-ID
008910     MOVE 0              TO WS-HOLD-SHOWN-CNT
008920*
008930     READ FS-REGISTRAR-HOLDS
008940         INVALID KEY
008950             DISPLAY '  HOLDS:    NONE'
008960             GO TO 2130-EXIT
008970     END-READ
008980*
008990     PERFORM 2131-SHOW-HOLD-SLOT THRU 2131-EXIT
009000         VARYING WS-HOLD-SUB FROM 1 BY 1
009010         UNTIL WS-HOLD-SUB > 3
009020*
009030     IF WS-HOLD-SHOWN-CNT EQUAL 0
009040         DISPLAY '  HOLDS:    NONE'
009050     END-IF
009060 2130-EXIT.
009070     EXIT.
009080*
009090 2131-SHOW-HOLD-SLOT.
009100     IF HLD-START-DATE(WS-HOLD-SUB) EQUAL 0
009110             OR HLD-START-DATE(WS-HOLD-SUB) > WS-HOLD-AS-OF-DATE
009120         GO TO 2131-EXIT
009130     END-IF
009140*
009150     IF HLD-RELEASE-DATE(WS-HOLD-SUB) NOT EQUAL 0
009160             AND HLD-RELEASE-DATE(WS-HOLD-SUB)
009170                 NOT GREATER THAN WS-HOLD-AS-OF-DATE
009180         GO TO 2131-EXIT
009190     END-IF
009200*
009210     EVALUATE WS-HOLD-SUB
009220         WHEN 1
009230             MOVE 'FINANCIAL'    TO WS-HOLD-TYPE-OUT
009240         WHEN 2
009250             MOVE 'DISCIPLINARY' TO WS-HOLD-TYPE-OUT
009260         WHEN OTHER
009270             MOVE 'RECORDS'      TO WS-HOLD-TYPE-OUT
009280     END-EVALUATE
009290*
009300     ADD 1 TO WS-HOLD-SHOWN-CNT
009310*
009320     DISPLAY '  HOLD:     ' WS-HOLD-TYPE-OUT ' BY '
009330         HLD-OFFICE(WS-HOLD-SUB) ' SINCE '
009340         HLD-START-DATE(WS-HOLD-SUB)
009350     DISPLAY '            ' HLD-REASON(WS-HOLD-SUB)
009360 2131-EXIT.
009370     EXIT.
009380*
009390****************************************************************
009400*   Authorized single-record correction - the signed-on
009410*   operator's role must allow corrections (their initials go on
009420*   the audit record), and the new grade passes the same edits
009430*   MAINT.cbl's add/change paths enforce before the REWRITE
009440*   touches the master.
009450****************************************************************
009460 2200-OFFER-CORRECTION.
009470     DISPLAY 'CORRECT THIS GRADE? (Y/N): ' WITH NO ADVANCING
009480     ACCEPT WS-IN-ANSWER
009490*
009500     IF WS-IN-ANSWER NOT EQUAL 'Y'
009510         GO TO 2200-EXIT
009520     END-IF
009530*
009540*    AN INQUIRY-ONLY OPERATOR MAY LOOK BUT NOT TOUCH.
009550     IF SIGNED-ON-INQUIRY-ONLY
009560         DISPLAY 'INQUIRY-ONLY OPERATOR - '
009570             'CORRECTIONS NOT PERMITTED'
009580         MOVE WS-IN-OPERATOR TO WS-OPR-CHECK-INITIALS
009590         MOVE 'INQUIRY-ONLY OPERATOR - NO CORRECTIONS' TO
009600             WS-OPR-CHECK-REASON
009610         MOVE 'C'            TO WS-SRJ-ATTEMPT
009620         PERFORM 1700-LOG-SIGNON-REJECT THRU 1700-EXIT
009630         GO TO 2200-EXIT
009640     END-IF
009650*
009660*    THE LIFECYCLE GUARD COMES BEFORE ANY KEYING - A CLOSED OR
009670*    PUBLISHED TERM NEEDS A SUPERVISOR STANDING AT THE COUNTER.
009680     PERFORM 2250-CHECK-TERM-GUARD THRU 2250-EXIT
009690     IF WS-IN-ANSWER EQUAL 'X'
009700         GO TO 2200-EXIT
009710     END-IF
009720*
009730     DISPLAY 'NEW GRADE (5 DIGITS, 08550 = 85.50): '
009740         WITH NO ADVANCING
009750     ACCEPT WS-IN-GRADE-TEXT
009760*
009770     IF WS-IN-GRADE-TEXT IS NOT NUMERIC
009780         DISPLAY 'GRADE MUST BE 5 DIGITS - NOT APPLIED'
009790         GO TO 2200-EXIT
009800     END-IF
009810*
009820     IF WS-IN-GRADE-NUM > WS-GRADE-MAX
009830         DISPLAY 'GRADE OUT OF RANGE - NOT APPLIED'
009840         GO TO 2200-EXIT
009850     END-IF
009860*
009870*    BEFORE-IMAGE FIRST, WHILE THE RECORD STILL HOLDS WHAT WAS
009880*    ON FILE - THE SAME DISCIPLINE AS MAINT.cbl'S CHANGE PATH.
009890     MOVE FS-MASTER-RECORD  TO WS-AUD-BEFORE
009900     MOVE WS-IN-GRADE-NUM   TO MST-STUDENT-GENGRADE
009910*
009920     REWRITE FS-MASTER-RECORD
009930         INVALID KEY
009940             DISPLAY 'REWRITE FAILED - NOT APPLIED'
009950         NOT INVALID KEY
009960             PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
009970             MOVE MST-STUDENT-GENGRADE TO WS-GRADE-OUT
009980             DISPLAY 'GRADE CORRECTED TO ' WS-GRADE-OUT
009990*            AN AUTHORIZED CHANGE TO A PUBLISHED TERM MUST NOT
010000*            DRIFT QUIETLY - THE NEXT REPORT RUN SAYS AMENDED.
010010             IF TERM-PUBLISHED-NOW
010020                 PERFORM 2260-FLAG-TERM-AMENDED THRU 2260-EXIT
010030             END-IF
010040     END-REWRITE
010050 2200-EXIT.
010060     EXIT.
010070*
010080****************************************************************
010090*   The lifecycle guard for the term on screen. AN OPEN TERM,
010100*   A TERM WITH NO CONTROL RECORD, OR NO CONTROL FILE AT ALL,
010110*   PASSES. A CLOSED OR PUBLISHED TERM DEMANDS THE INITIALS OF
010120*   AN ACTIVE SUPERVISOR ON THE OPERATOR-MASTER; NONE GIVEN, OR
010130*   ANYONE ELSE'S, SETS THE ANSWER TO 'X' SO THE CALLER BACKS
010140*   OUT WITHOUT APPLYING ANYTHING.
010150****************************************************************
010160 2250-CHECK-TERM-GUARD.
010170     MOVE 'N'    TO WS-TERM-PUBL-SW
010180     MOVE SPACES TO WS-AUD-TERM-STATE
010190     MOVE SPACES TO WS-IN-SUPV
010200*
010210     IF NOT TERMCTL-ON
010220         GO TO 2250-EXIT
010230     END-IF
010240*
010250     MOVE MST-TERM-CODE OF FS-MASTER-RECORD TO TCT-TERM-CODE
010260*
010270     READ FS-TERM-CONTROL
010280         INVALID KEY
010290             GO TO 2250-EXIT
010300     END-READ
010310*
010320     MOVE TCT-TERM-STATE TO WS-AUD-TERM-STATE
010330*
010340     IF TCT-STATE-OPEN
010350         GO TO 2250-EXIT
010360     END-IF
010370*
010380     IF TCT-STATE-PUBLISHED
010390         MOVE 'Y' TO WS-TERM-PUBL-SW
010400     END-IF
010410*
010420     DISPLAY 'TERM ' TCT-TERM-CODE ' IS CLOSED/PUBLISHED - '
010430         'SUPERVISOR INITIALS REQUIRED'
010440     DISPLAY 'SUPERVISOR INITIALS:       ' WITH NO ADVANCING
010450     ACCEPT WS-IN-SUPV
010460*
010470     IF WS-IN-SUPV EQUAL SPACES
010480         DISPLAY 'NO SUPERVISOR AUTHORIZATION - NOT APPLIED'
010490         MOVE 'X' TO WS-IN-ANSWER
010500         GO TO 2250-EXIT
010510     END-IF
010520*
010530     MOVE WS-IN-SUPV TO WS-OPR-CHECK-INITIALS
010540     PERFORM 1610-VERIFY-SUPERVISOR THRU 1610-EXIT
010550*
010560     IF WS-OPR-CHECK-REASON NOT EQUAL SPACES
010570         DISPLAY 'SUPERVISOR AUTHORIZATION REFUSED - '
010580             WS-OPR-CHECK-REASON
010590         MOVE 'A' TO WS-SRJ-ATTEMPT
010600         PERFORM 1700-LOG-SIGNON-REJECT THRU 1700-EXIT
010610         MOVE 'X' TO WS-IN-ANSWER
010620     END-IF
010630 2250-EXIT.
010640     EXIT.
010650*
010660 2260-FLAG-TERM-AMENDED.
010670     IF TCT-AMENDED-SW NOT EQUAL 'Y'
010680         MOVE 'Y' TO TCT-AMENDED-SW
010690         REWRITE FS-TERMCTL-RECORD
010700             INVALID KEY
010710                 CONTINUE
010720         END-REWRITE
010730     END-IF
010740 2260-EXIT.
010750     EXIT.
010760*
010770****************************************************************
010780*   Append the correction to the same MAINT-AUDIT trail the
010790*   batch job writes, stamped with the counter operator's
010800*   initials, so a disputed grade has one history to pull.
010810****************************************************************
010820 2300-WRITE-AUDIT.
010830     OPEN EXTEND FS-AUDIT-TRAIL
010840*
010850     IF AUDIT-NOT-FOUND
010860         OPEN OUTPUT FS-AUDIT-TRAIL
010870     END-IF
010880*
010890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010900     ACCEPT WS-RUN-TIME FROM TIME
010910*
010920     MOVE 'C'                TO AUD-TXN-CODE
010930     MOVE WS-RUN-DATE        TO AUD-RUN-DATE
010940     MOVE WS-RUN-TIME-HHMMSS TO AUD-RUN-TIME
010950     MOVE MST-TERM-CODE      TO AUD-TERM-CODE
010960     MOVE MST-STUDENT-ID     TO AUD-STUDENT-ID
010970     MOVE WS-AUD-BEFORE      TO AUD-BEFORE-IMAGE
010980     MOVE FS-MASTER-RECORD   TO AUD-AFTER-IMAGE
010990     MOVE WS-IN-OPERATOR     TO AUD-OPERATOR
011000     MOVE WS-IN-SUPV         TO AUD-SUPV-AUTH
011010     MOVE WS-AUD-TERM-STATE  TO AUD-TERM-STATE
011020*
011030     WRITE FS-AUDIT-RECORD
011040     END-WRITE
011050*
011060     CLOSE FS-AUDIT-TRAIL
011070 2300-EXIT.
011080     EXIT.
011090*
011100 9999-TERMINATE.
011110     CLOSE FS-STUDENT-MASTER
011120*
011130     IF CATALOG-ON
011140         CLOSE FS-COURSE-CATALOG
011150     END-IF
011160*
011170     IF ACADREC-ON
011180         CLOSE FS-ACADEMIC-RECORD
011190     END-IF
011200*
011210     IF HOLDS-ON
011220         CLOSE FS-REGISTRAR-HOLDS
011230     END-IF
011240*
011250     IF TERMCTL-ON
011260         CLOSE FS-TERM-CONTROL
011270     END-IF
011280*
011290     IF OPERATOR-ON
011300         CLOSE FS-OPERATOR-MASTER
011310     END-IF
011320*
011330     IF XREF-ON
011340         CLOSE FS-ID-XREF
011350     END-IF
011360 9999-EXIT.
011370     EXIT.
011380*
011390 END PROGRAM INQUIRY.
