000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     STUDENT-ID MERGE AND RE-KEY. WHEN ADMISSIONS HAS
000070*              ISSUED A RETURNING STUDENT A SECOND STUDENT-ID, ONE
000080*              MERGE-TRANS CARD NAMES THE SURVIVING ID AND THE
000090*              RETIRED ONE. EVERY STUDENT-MASTER RECORD (ALL
000100*              TERMS) HELD BY THE RETIRED ID IS RE-KEYED TO THE
000110*              SURVIVOR, WITH ITS BEFORE/AFTER IMAGES ON THE
000120*              MAINT-AUDIT TRAIL AS A 'K' ENTRY; THE RETIRED ID'S
000130*              GRADE APPEALS AND REGISTRAR HOLDS FOLLOW IT; AND
000140*              EVERY COURSE-INPUT LINE IS REWRITTEN UNDER THE
000150*              SURVIVOR. A CARD IS REJECTED WHOLE IF BOTH IDS HOLD
000160*              A MASTER RECORD FOR THE SAME TERM. EACH MERGE IS
000170*              KEPT ON THE ID-XREF FILE SO INQUIRY.cbl, AUDPRT.cbl
000180*              AND PORTIMP.cbl CAN TRANSLATE A RETIRED ID THAT
000190*              TURNS UP LATER.
000200* TECTONICS:   cobc
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-15  DV   INITIAL VERSION.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. IDMERGE.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310****************************************************************
000320*    INDEXED MASTER MAINTAINED BY MAINT.cbl - SCANNED IN KEY
000330*    ORDER FOR THE RETIRED ID'S TERMS, THEN RE-KEYED BY DELETE
000340*    AND WRITE. IT MUST ALREADY EXIST.
000350****************************************************************
000360     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MST-MASTER-KEY
000400         FILE STATUS IS WS-MASTER-STATUS.
000410*
000420     SELECT FS-MERGE-TRANS ASSIGN 'MERGE-TRANS'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-STATUS.
000450*
000460****************************************************************
000470*    CUMULATIVE COURSE-DETAIL DECK - READ WHOLE INTO THE WORK
000480*    FILE WITH THE RETIRED IDS REPLACED, THEN COPIED BACK.
000490****************************************************************
000500     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-COURSE-STATUS.
000530*
000540     SELECT FS-COURSE-WORK ASSIGN 'IDMERGE-COURSE-WORK'
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-WORK-STATUS.
000570*
000580****************************************************************
000590*    STUDENT-ID CROSS-REFERENCE - ONE RECORD PER RETIRED ID,
000600*    KEYED BY IT, NAMING THE SURVIVOR. CREATED ON FIRST RUN.
000610*    LAYOUT IS SHARED WITH INQUIRY.cbl, AUDPRT.cbl AND
000620*    PORTIMP.cbl AND MUST STAY IN STEP.
000630****************************************************************
000640     SELECT FS-ID-XREF ASSIGN 'ID-XREF'
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS XRF-RETIRED-ID
000680         FILE STATUS IS WS-XREF-STATUS.
000690*
000700****************************************************************
000710*    GRADE APPEALS KEPT BY APPEALMT.cbl AND REGISTRAR HOLDS KEPT
000720*    BY HOLDMNT.cbl - BOTH KEYED ON THE STUDENT-ID, SO BOTH ARE
000730*    RE-KEYED WITH THE MASTER. OPTIONAL: NO FILE, NOTHING TO MOVE.
000740****************************************************************
000750     SELECT FS-GRADE-APPEALS ASSIGN 'GRADE-APPEALS'
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS APL-APPEAL-KEY
000790         FILE STATUS IS WS-APPEAL-STATUS.
000800*
000810     SELECT FS-REGISTRAR-HOLDS ASSIGN 'REGISTRAR-HOLDS'
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS HLD-STUDENT-ID
000850         FILE STATUS IS WS-HOLDS-STATUS.
000860*
000870****************************************************************
000880*    CUMULATIVE AUDIT TRAIL - SAME RECORD LAYOUT AS MAINT.cbl
000890*    WRITES, OPENED EXTEND.
000900****************************************************************
000910     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-AUDIT-STATUS.
000940*
000950     SELECT FS-IDMERGE-REPORT ASSIGN 'IDMERGE-REPORT.txt'
000960         ORGANIZATION IS LINE SEQUENTIAL.
000970*
000980****************************************************************
000990*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
001000*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
001010****************************************************************
001020     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-RUN-LOG-STATUS.
001050**
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  FS-STUDENT-MASTER.
001090 01  FS-MASTER-RECORD.
001100     05  MST-MASTER-KEY.
001110         10  MST-TERM-CODE    PIC X(05).
001120         10  MST-STUDENT-ID   PIC 9(05).
001130     05  MST-STUDENT-NAME     PIC X(30).
001140     05  MST-STUDENT-LASTNAME PIC X(30).
001150     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
001160     05  MST-STANDING-CODE    PIC X(01).
001170     05  MST-GRADE-STATUS     PIC X(01).
001180     05  MST-ADDRESS-BLOCK.
001190         10  MST-ADDR-STREET  PIC X(30).
001200         10  MST-ADDR-CITY    PIC X(20).
001210         10  MST-ADDR-STATE   PIC X(02).
001220         10  MST-ADDR-ZIP     PIC X(10).
001230     05  MST-PROGRAM-CODE     PIC X(05).
001240*
001250****************************************************************
001260*    MERGE CARD - COLUMNS 1-5 THE SURVIVING STUDENT-ID, 6-10
001270*    THE RETIRED ONE.
001280****************************************************************
001290 FD  FS-MERGE-TRANS.
001300 01  FS-MERGE-RECORD.
001310     05  MRG-SURVIVOR-ID      PIC 9(05).
001320     05  MRG-RETIRED-ID       PIC 9(05).
001330*
001340****************************************************************
001350*    COURSE-DETAIL DECK RECORD - LAYOUT SHARED WITH MAIN.cbl,
001360*    INQUIRY.cbl, INSTRPT.cbl, INCAGE.cbl AND PORTIMP.cbl.
001370****************************************************************
001380 FD  FS-COURSE-INPUT.
001390 01  FS-COURSE-IN-RECORD.
001400     05  CRS-STUDENT-ID       PIC 9(05).
001410     05  CRS-COURSE-CODE      PIC X(10).
001420     05  CRS-COURSE-NAME      PIC X(20).
001430     05  CRS-COURSE-GRADE     PIC 9(03)V99.
001440     05  CRS-TERM-CODE        PIC X(05).
001450     05  CRS-SECTION-CODE     PIC X(03).
001460     05  CRS-INSTRUCTOR-ID    PIC X(10).
001470     05  CRS-GRADE-STATUS     PIC X(01).
001480*
001490 FD  FS-COURSE-WORK.
001500 01  FS-COURSE-WORK-RECORD   PIC X(59).
001510*
001520 FD  FS-ID-XREF.
001530 01  FS-XREF-RECORD.
001540     05  XRF-RETIRED-ID       PIC 9(05).
001550     05  XRF-SURVIVOR-ID      PIC 9(05).
001560     05  XRF-MERGE-DATE       PIC 9(08).
001570     05  XRF-MERGE-TIME       PIC 9(06).
001580*    MASTER RECORDS (TERMS) RE-KEYED BY THE MERGE.
001590     05  XRF-TERMS-MOVED      PIC 9(03).
001600*
001610****************************************************************
001620*    APPEAL RECORD - LAYOUT SHARED WITH APPEALMT.cbl AND
001630*    APPAGE.cbl AND MUST STAY IN STEP.
001640****************************************************************
001650 FD  FS-GRADE-APPEALS.
001660 01  FS-APPEAL-RECORD.
001670     05  APL-APPEAL-KEY.
001680         10  APL-TERM-CODE    PIC X(05).
001690         10  APL-STUDENT-ID   PIC 9(05).
001700         10  APL-COURSE-CODE  PIC X(10).
001710     05  APL-FILED-DATE       PIC 9(08).
001720     05  APL-REASON           PIC X(40).
001730     05  APL-REVIEWER         PIC X(03).
001740     05  APL-CASE-STATUS      PIC X(01).
001750     05  APL-DECISION-DATE    PIC 9(08).
001760     05  APL-DISPUTED-GRADE   PIC 9(03)V99.
001770     05  APL-REVISED-GRADE    PIC 9(03)V99.
001780     05  APL-SUPV-AUTH        PIC X(03).
001790*
001800****************************************************************
001810*    HOLDS RECORD - LAYOUT SHARED WITH HOLDMNT.cbl, MAIN.cbl AND
001820*    INQUIRY.cbl. SLOT 1 FINANCIAL, 2 DISCIPLINARY, 3 RECORDS.
001830****************************************************************
001840 FD  FS-REGISTRAR-HOLDS.
001850 01  FS-HOLDS-RECORD.
001860     05  HLD-STUDENT-ID       PIC 9(05).
001870     05  HLD-SLOT             OCCURS 3 TIMES.
001880         10  HLD-OFFICE       PIC X(10).
001890         10  HLD-START-DATE   PIC 9(08).
001900         10  HLD-RELEASE-DATE PIC 9(08).
001910         10  HLD-REASON       PIC X(30).
001920*
001930****************************************************************
001940*    AUDIT-TRAIL RECORD - LAYOUT SHARED WITH MAINT.cbl AND MUST
001950*    STAY IN STEP. A RE-KEY IS A 'K' ENTRY: THE BEFORE IMAGE
001960*    CARRIES THE RETIRED KEY, THE AFTER IMAGE THE SURVIVOR'S.
001970****************************************************************
001980 FD  FS-AUDIT-TRAIL.
001990 01  FS-AUDIT-RECORD.
002000     05  AUD-TXN-CODE         PIC X(01).
002010     05  AUD-RUN-DATE         PIC 9(08).
002020     05  AUD-RUN-TIME         PIC 9(06).
002030     05  AUD-TERM-CODE        PIC X(05).
002040     05  AUD-STUDENT-ID       PIC 9(05).
002050     05  AUD-BEFORE-IMAGE     PIC X(144).
002060     05  AUD-AFTER-IMAGE      PIC X(144).
002070     05  AUD-OPERATOR         PIC X(03).
002080     05  AUD-SUPV-AUTH        PIC X(03).
002090     05  AUD-TERM-STATE       PIC X(01).
002100*
002110 FD  FS-IDMERGE-REPORT
002120     RECORDING MODE IS F
002130     RECORD CONTAINS 100 CHARACTERS.
002140 01  FS-IDMERGE-REP-RECORD   PIC X(100).
002150*
002160 FD  FS-RUN-LOG.
002170 01  FS-RUN-LOG-RECORD.
002180     05  RNL-PROGRAM          PIC X(08).
002190     05  RNL-RUN-DATE         PIC 9(08).
002200     05  RNL-RUN-TIME         PIC 9(06).
002210     05  RNL-TERM-CODE        PIC X(05).
002220     05  RNL-READ-CNT         PIC 9(05).
002230     05  RNL-VALID-CNT        PIC 9(05).
002240     05  RNL-REJECT-CNT       PIC 9(05).
002250     05  RNL-REPORT-CNT       PIC 9(05).
002260     05  RNL-RUN-STATUS       PIC X(08).
002270**
002280 WORKING-STORAGE SECTION.
002290 01  WS-MASTER-STATUS         PIC X(02).
002300     88  MASTER-OK                            VALUE '00'.
002310*
002320 01  WS-TRANS-STATUS          PIC X(02).
002330     88  TRANS-EOF                            VALUE '10'.
002340*
002350 01  WS-COURSE-STATUS         PIC X(02).
002360     88  COURSE-OK                            VALUE '00'.
002370     88  COURSE-EOF                           VALUE '10'.
002380*
002390 01  WS-WORK-STATUS           PIC X(02).
002400     88  WORK-EOF                             VALUE '10'.
002410*
002420 01  WS-XREF-STATUS           PIC X(02).
002430     88  XREF-NOT-FOUND                       VALUE '35'.
002440*
002450 01  WS-APPEAL-STATUS         PIC X(02).
002460     88  APPEAL-OK                            VALUE '00'.
002470*
002480 01  WS-APPEAL-ON-SW          PIC X(01)              VALUE 'N'.
002490     88  APPEAL-ON                            VALUE 'Y'.
002500*
002510 01  WS-HOLDS-STATUS          PIC X(02).
002520     88  HOLDS-OK                             VALUE '00'.
002530*
002540 01  WS-HOLDS-ON-SW           PIC X(01)              VALUE 'N'.
002550     88  HOLDS-ON                             VALUE 'Y'.
002560*
002570 01  WS-AUDIT-STATUS          PIC X(02).
002580     88  AUDIT-NOT-FOUND                      VALUE '35'.
002590*
002600 01  WS-RUN-LOG-STATUS        PIC X(02).
002610     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
002620*
002630*    ONE STAMP FOR THE WHOLE RUN, AS MAINT.cbl STAMPS ITS ENTRIES.
002640 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002650 01  WS-RUN-TIME.
002660     05  WS-RUN-TIME-HHMMSS   PIC 9(06).
002670     05  FILLER               PIC 9(02).
002680 01  WS-RUN-END-TIME.
002690     05  WS-RUN-END-HHMMSS    PIC 9(06).
002700     05  FILLER               PIC 9(02).
002710*
002720 01  WS-REJ-REASON            PIC X(40)              VALUE SPACES.
002730 01  WS-SCAN-EOF-SW           PIC X(01)              VALUE 'N'.
002740     88  SCAN-EOF                             VALUE 'Y'.
002750 01  WS-APPEAL-DONE-SW        PIC X(01)              VALUE 'N'.
002760     88  APPEAL-MOVE-DONE                     VALUE 'Y'.
002770*
002780****************************************************************
002790*   The retired ID's terms on the master, found by the scan.
002800****************************************************************
002810 01  WS-TERM-COUNT            PIC 9(03) COMP-3       VALUE 0.
002820 01  WS-TERM-MAX              PIC 9(03) COMP-3       VALUE 60.
002830 01  WS-TERM-TABLE.
002840     05  WS-TRM-CODE          PIC X(05)  OCCURS 60 TIMES
002850                              INDEXED BY WS-TRM-IDX.
002860*
002870 01  WS-BEFORE-IMAGE          PIC X(144)             VALUE SPACES.
002880 01  WS-APPEAL-SAVE           PIC X(93)              VALUE SPACES.
002890*
002900****************************************************************
002910*   The retired ID's holds record, kept while the survivor's is
002920*   read. A SLOT IS LIVE WHEN PLACED AND NOT YET RELEASED AS OF
002930*   THE RUN DATE.
002940****************************************************************
002950 01  WS-RET-HOLDS.
002960     05  WS-RHL-STUDENT-ID    PIC 9(05).
002970     05  WS-RHL-SLOT          OCCURS 3 TIMES.
002980         10  WS-RHL-OFFICE    PIC X(10).
002990         10  WS-RHL-START     PIC 9(08).
003000         10  WS-RHL-RELEASE   PIC 9(08).
003010         10  WS-RHL-REASON    PIC X(30).
003020*
003030 01  WS-HOLD-SUB              PIC 9(01)              VALUE 0.
003040 01  WS-RET-LIVE-SW           PIC X(01)              VALUE 'N'.
003050     88  RET-SLOT-LIVE                        VALUE 'Y'.
003060 01  WS-SUR-LIVE-SW           PIC X(01)              VALUE 'N'.
003070     88  SUR-SLOT-LIVE                        VALUE 'Y'.
003080 01  WS-HOLDS-RESULT          PIC X(06)              VALUE SPACES.
003090*
003100****************************************************************
003110*   Every merge applied this run - the COURSE-INPUT pass maps
003120*   each retired ID through it. A LATER CARD THAT RETIRES A
003130*   SURVIVOR RE-POINTS THE EARLIER ENTRIES, SO ONE LOOKUP IS
003140*   ALWAYS ENOUGH.
003150****************************************************************
003160 01  WS-MERGE-COUNT           PIC 9(03) COMP-3       VALUE 0.
003170 01  WS-MERGE-MAX             PIC 9(03) COMP-3       VALUE 200.
003180 01  WS-MERGE-TABLE.
003190     05  WS-MRG-ENTRY         OCCURS 200 TIMES
003200                              INDEXED BY WS-MRG-IDX.
003210         10  WS-MRG-RETIRED   PIC 9(05).
003220         10  WS-MRG-SURVIVOR  PIC 9(05).
003230         10  WS-MRG-COURSES   PIC 9(05) COMP-3.
003240*
003250 01  WS-MRG-HIT               PIC 9(03) COMP-3       VALUE 0.
003260*
003270 01  WS-CARD-CNT              PIC 9(05) COMP-3       VALUE 0.
003280 01  WS-MERGED-CNT            PIC 9(05) COMP-3       VALUE 0.
003290 01  WS-REJECT-CNT            PIC 9(05) COMP-3       VALUE 0.
003300 01  WS-TERMS-MOVED           PIC 9(03) COMP-3       VALUE 0.
003310 01  WS-TERMS-TOTAL           PIC 9(05) COMP-3       VALUE 0.
003320 01  WS-APPEALS-MOVED         PIC 9(03) COMP-3       VALUE 0.
003330 01  WS-APPEALS-TOTAL         PIC 9(05) COMP-3       VALUE 0.
003340 01  WS-HOLDS-TOTAL           PIC 9(05) COMP-3       VALUE 0.
003350 01  WS-XREF-REPOINT-CNT      PIC 9(05) COMP-3       VALUE 0.
003360 01  WS-COURSE-READ-CNT       PIC 9(07) COMP-3       VALUE 0.
003370 01  WS-COURSE-MOVED-CNT      PIC 9(07) COMP-3       VALUE 0.
003380*
003390 01  WS-IDMERGE-HEADER.
003400     05  FILLER               PIC X(31)  VALUE
003410             'STUDENT-ID MERGE AND RE-KEY RUN'.
003420     05  FILLER               PIC X(69)  VALUE SPACES.
003430*
003440 01  WS-IDMERGE-RULE.
003450     05  FILLER               PIC X(100) VALUE ALL '-'.
003460*
003470 01  WS-IDMERGE-REJECT-LINE.
003480     05  FILLER               PIC X(10)  VALUE 'REJECTED'.
003490     05  FILLER               PIC X(08)  VALUE 'RETIRED '.
003500     05  WS-REJ-RETIRED-OUT   PIC X(05).
003510     05  FILLER               PIC X(15)  VALUE ' INTO SURVIVOR '.
003520     05  WS-REJ-SURVIVOR-OUT  PIC X(05).
003530     05  FILLER               PIC X(02)  VALUE SPACES.
003540     05  WS-REJ-REASON-OUT    PIC X(40).
003550     05  FILLER               PIC X(15)  VALUE SPACES.
003560*
003570 01  WS-IDMERGE-MERGED-LINE.
003580     05  FILLER               PIC X(10)  VALUE 'MERGED'.
003590     05  FILLER               PIC X(08)  VALUE 'RETIRED '.
003600     05  WS-MGD-RETIRED-OUT   PIC 9(05).
003610     05  FILLER               PIC X(15)  VALUE ' INTO SURVIVOR '.
003620     05  WS-MGD-SURVIVOR-OUT  PIC 9(05).
003630     05  FILLER               PIC X(08)  VALUE '  TERMS '.
003640     05  WS-MGD-TERMS-OUT     PIC ZZ9.
003650     05  FILLER               PIC X(10)  VALUE '  APPEALS '.
003660     05  WS-MGD-APPEALS-OUT   PIC ZZ9.
003670     05  FILLER               PIC X(08)  VALUE '  HOLDS '.
003680     05  WS-MGD-HOLDS-OUT     PIC X(06).
003690     05  FILLER               PIC X(19)  VALUE SPACES.
003700*
003710 01  WS-IDMERGE-TERM-LINE.
003720     05  FILLER               PIC X(15)  VALUE SPACES.
003730     05  FILLER               PIC X(05)  VALUE 'TERM '.
003740     05  WS-TRL-TERM-OUT      PIC X(05).
003750     05  FILLER               PIC X(17)  VALUE
003760             ' RE-KEYED - NAME '.
003770     05  WS-TRL-NAME-OUT      PIC X(30).
003780     05  FILLER               PIC X(28)  VALUE SPACES.
003790*
003800 01  WS-IDMERGE-COURSE-LINE.
003810     05  FILLER               PIC X(10)  VALUE SPACES.
003820     05  FILLER               PIC X(27)  VALUE
003830             'COURSE LINES RE-KEYED FROM '.
003840     05  WS-CRL-RETIRED-OUT   PIC 9(05).
003850     05  FILLER               PIC X(04)  VALUE ' TO '.
003860     05  WS-CRL-SURVIVOR-OUT  PIC 9(05).
003870     05  FILLER               PIC X(02)  VALUE ': '.
003880     05  WS-CRL-COUNT-OUT     PIC ZZZZ9.
003890     05  FILLER               PIC X(42)  VALUE SPACES.
003900*
003910 01  WS-IDMERGE-COUNT-LINE.
003920     05  FILLER               PIC X(20)  VALUE SPACES.
003930     05  WS-CNT-LABEL-OUT     PIC X(30).
003940     05  WS-CNT-VALUE-OUT     PIC ZZZZZZ9.
003950     05  FILLER               PIC X(43)  VALUE SPACES.
003960**
003970 PROCEDURE DIVISION.
003980 0000-MAINLINE.
003990     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
004000     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
004010     PERFORM 2000-APPLY-MERGE-CARD THRU 2000-EXIT
004020         UNTIL TRANS-EOF
004030     PERFORM 3000-REKEY-COURSE-INPUT THRU 3000-EXIT
004040     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
004050     PERFORM 9999-TERMINATE THRU 9999-EXIT
004060     STOP RUN.
004070*
004080****************************************************************
004090*   The master must already exist - there is nothing to merge
004100*   without it. The cross-reference is created on first use;
004110*   the appeals and holds files are optional.
004120****************************************************************
004130 1000-OPEN-FILES.
004140     MOVE SPACES TO WS-MASTER-STATUS
004150*
004160     OPEN I-O FS-STUDENT-MASTER
004170*
004180     IF NOT MASTER-OK
004190         DISPLAY 'STUDENT-MASTER NOT AVAILABLE - STATUS '
004200             WS-MASTER-STATUS
004210         STOP RUN
004220     END-IF
004230*
004240     OPEN I-O FS-ID-XREF
004250*
004260     IF XREF-NOT-FOUND
004270         OPEN OUTPUT FS-ID-XREF
004280         CLOSE FS-ID-XREF
004290         OPEN I-O FS-ID-XREF
004300     END-IF
004310*
004320     MOVE SPACES TO WS-APPEAL-STATUS
004330     OPEN I-O FS-GRADE-APPEALS
004340*
004350     IF APPEAL-OK
004360         MOVE 'Y' TO WS-APPEAL-ON-SW
004370     END-IF
004380*
004390     MOVE SPACES TO WS-HOLDS-STATUS
004400     OPEN I-O FS-REGISTRAR-HOLDS
004410*
004420     IF HOLDS-OK
004430         MOVE 'Y' TO WS-HOLDS-ON-SW
004440     END-IF
004450*
004460     OPEN EXTEND FS-AUDIT-TRAIL
004470*
004480     IF AUDIT-NOT-FOUND
004490         OPEN OUTPUT FS-AUDIT-TRAIL
004500     END-IF
004510*
004520     OPEN INPUT FS-MERGE-TRANS
004530*
004540*    A MISSING DECK IS AN EMPTY ONE - A ZERO-COUNT SUMMARY.
004550     IF WS-TRANS-STATUS NOT EQUAL '00'
004560         MOVE '10' TO WS-TRANS-STATUS
004570     END-IF
004580*
004590     OPEN OUTPUT FS-IDMERGE-REPORT
004600*
004610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004620     ACCEPT WS-RUN-TIME FROM TIME
004630 1000-EXIT.
004640     EXIT.
004650*
004660 1100-WRITE-HEADER.
004670     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-HEADER
004680     END-WRITE
004690*
004700     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-RULE
004710     END-WRITE
004720 1100-EXIT.
004730     EXIT.
004740*
004750****************************************************************
004760*   One merge card per pass - edit it, find the retired ID's
004770*   terms, refuse it on any shared term, then move everything.
004780*   NOTHING IS TOUCHED UNTIL EVERY CHECK HAS PASSED.
004790****************************************************************
004800 2000-APPLY-MERGE-CARD.
004810     READ FS-MERGE-TRANS
004820         AT END
004830             GO TO 2000-EXIT
004840     END-READ
004850*
004860     ADD 1 TO WS-CARD-CNT
004870     MOVE SPACES TO WS-REJ-REASON
004880*
004890     PERFORM 2050-EDIT-MERGE-CARD THRU 2050-EXIT
004900*
004910     IF WS-REJ-REASON EQUAL SPACES
004920         PERFORM 2100-FIND-RETIRED-TERMS THRU 2100-EXIT
004930     END-IF
004940*
004950     IF WS-REJ-REASON EQUAL SPACES
004960         PERFORM 2200-CHECK-SHARED-TERM THRU 2200-EXIT
004970             VARYING WS-TRM-IDX FROM 1 BY 1
004980             UNTIL WS-TRM-IDX > WS-TERM-COUNT
004990                 OR WS-REJ-REASON NOT EQUAL SPACES
005000     END-IF
005010*
005020     IF WS-REJ-REASON NOT EQUAL SPACES
005030         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005040         GO TO 2000-EXIT
005050     END-IF
005060*
005070     MOVE 0      TO WS-TERMS-MOVED
005080     MOVE 0      TO WS-APPEALS-MOVED
005090     MOVE 'NONE' TO WS-HOLDS-RESULT
005100*
005110     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-RULE
005120     END-WRITE
005130*
005140     PERFORM 2300-REKEY-MASTER-TERM THRU 2300-EXIT
005150         VARYING WS-TRM-IDX FROM 1 BY 1
005160         UNTIL WS-TRM-IDX > WS-TERM-COUNT
005170*
005180     IF APPEAL-ON
005190         PERFORM 2400-REKEY-TERM-APPEALS THRU 2400-EXIT
005200             VARYING WS-TRM-IDX FROM 1 BY 1
005210             UNTIL WS-TRM-IDX > WS-TERM-COUNT
005220     END-IF
005230*
005240     IF HOLDS-ON
005250         PERFORM 2500-MERGE-HOLDS THRU 2500-EXIT
005260     END-IF
005270*
005280     PERFORM 2600-RECORD-XREF THRU 2600-EXIT
005290*
005300     ADD 1 TO WS-MERGED-CNT
005310     ADD WS-TERMS-MOVED   TO WS-TERMS-TOTAL
005320     ADD WS-APPEALS-MOVED TO WS-APPEALS-TOTAL
005330*
005340     MOVE MRG-RETIRED-ID   TO WS-MGD-RETIRED-OUT
005350     MOVE MRG-SURVIVOR-ID  TO WS-MGD-SURVIVOR-OUT
005360     MOVE WS-TERMS-MOVED   TO WS-MGD-TERMS-OUT
005370     MOVE WS-APPEALS-MOVED TO WS-MGD-APPEALS-OUT
005380     MOVE WS-HOLDS-RESULT  TO WS-MGD-HOLDS-OUT
005390     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-MERGED-LINE
005400     END-WRITE
005410 2000-EXIT.
005420     EXIT.
005430*
005440****************************************************************
005450*   Card edits - TWO NON-ZERO FIVE-DIGIT IDS THAT DIFFER, A
005460*   RETIRED ID NOT ALREADY MERGED AWAY, A SURVIVOR THAT IS NOT
005470*   ITSELF RETIRED, AND ROOM LEFT IN THIS RUN'S MERGE TABLE.
005480****************************************************************
005490 2050-EDIT-MERGE-CARD.
005500     IF MRG-SURVIVOR-ID IS NOT NUMERIC
005510             OR MRG-SURVIVOR-ID EQUAL 0
005520         MOVE 'SURVIVOR ID NOT A NON-ZERO 5-DIGIT NUMBER' TO
005530             WS-REJ-REASON
005540         GO TO 2050-EXIT
005550     END-IF
005560*
005570     IF MRG-RETIRED-ID IS NOT NUMERIC
005580             OR MRG-RETIRED-ID EQUAL 0
005590         MOVE 'RETIRED ID NOT A NON-ZERO 5-DIGIT NUMBER' TO
005600             WS-REJ-REASON
005610         GO TO 2050-EXIT
005620     END-IF
005630*
005640     IF MRG-SURVIVOR-ID EQUAL MRG-RETIRED-ID
005650         MOVE 'SURVIVOR AND RETIRED ID ARE THE SAME' TO
005660             WS-REJ-REASON
005670         GO TO 2050-EXIT
005680     END-IF
005690*
005700     MOVE MRG-RETIRED-ID TO XRF-RETIRED-ID
005710     READ FS-ID-XREF
005720         NOT INVALID KEY
005730             MOVE 'RETIRED ID ALREADY MERGED' TO WS-REJ-REASON
005740             GO TO 2050-EXIT
005750     END-READ
005760*
005770     MOVE MRG-SURVIVOR-ID TO XRF-RETIRED-ID
005780     READ FS-ID-XREF
005790         NOT INVALID KEY
005800             MOVE 'SURVIVOR ID IS ITSELF RETIRED' TO WS-REJ-REASON
005810             GO TO 2050-EXIT
005820     END-READ
005830*
005840     IF WS-MERGE-COUNT NOT LESS THAN WS-MERGE-MAX
005850         MOVE 'MERGE TABLE FULL - RERUN FOR THE REST' TO
005860             WS-REJ-REASON
005870     END-IF
005880 2050-EXIT.
005890     EXIT.
005900*
005910****************************************************************
005920*   Scan the whole master in key order for the retired ID's
005930*   records - THE KEY IS TERM FIRST, SO THERE IS NO SHORTER WAY
005940*   TO FIND EVERY TERM ONE STUDENT HOLDS.
005950****************************************************************
005960 2100-FIND-RETIRED-TERMS.
005970     MOVE 0          TO WS-TERM-COUNT
005980     MOVE 'N'        TO WS-SCAN-EOF-SW
005990     MOVE LOW-VALUES TO MST-MASTER-KEY
006000*
006010     START FS-STUDENT-MASTER KEY IS NOT LESS THAN MST-MASTER-KEY
006020         INVALID KEY
006030             GO TO 2100-EXIT
006040     END-START
006050*
006060     PERFORM 2110-SCAN-MASTER-RECORD THRU 2110-EXIT
006070         UNTIL SCAN-EOF
006080             OR WS-REJ-REASON NOT EQUAL SPACES
006090 2100-EXIT.
006100     EXIT.
006110*
006120 2110-SCAN-MASTER-RECORD.
006130     READ FS-STUDENT-MASTER NEXT RECORD
006140         AT END
006150             MOVE 'Y' TO WS-SCAN-EOF-SW
006160             GO TO 2110-EXIT
006170     END-READ
006180*
006190     IF MST-STUDENT-ID NOT EQUAL MRG-RETIRED-ID
006200         GO TO 2110-EXIT
006210     END-IF
006220*
006230     IF WS-TERM-COUNT NOT LESS THAN WS-TERM-MAX
006240         MOVE 'RETIRED ID HOLDS MORE THAN 60 TERMS' TO
006250             WS-REJ-REASON
006260         GO TO 2110-EXIT
006270     END-IF
006280*
006290     ADD 1 TO WS-TERM-COUNT
006300     MOVE MST-TERM-CODE TO WS-TRM-CODE(WS-TERM-COUNT)
006310 2110-EXIT.
006320     EXIT.
006330*
006340****************************************************************
006350*   A term held by both IDs stops the merge - two records for
006360*   one term cannot both survive under one key, and choosing
006370*   between them is the registrar's call, not this program's.
006380****************************************************************
006390 2200-CHECK-SHARED-TERM.
006400     MOVE WS-TRM-CODE(WS-TRM-IDX) TO MST-TERM-CODE
006410     MOVE MRG-SURVIVOR-ID         TO MST-STUDENT-ID
006420*
006430     READ FS-STUDENT-MASTER
006440         NOT INVALID KEY
006450             STRING 'BOTH IDS HOLD A RECORD FOR TERM '
006460                                            DELIMITED BY SIZE
006470                    WS-TRM-CODE(WS-TRM-IDX) DELIMITED BY SIZE
006480                 INTO WS-REJ-REASON
006490             END-STRING
006500     END-READ
006510 2200-EXIT.
006520     EXIT.
006530*
006540****************************************************************
006550*   Re-key one term's master record - delete the retired key,
006560*   write the same record under the survivor, and log both
006570*   images as a 'K' entry.
006580****************************************************************
006590 2300-REKEY-MASTER-TERM.
006600     MOVE WS-TRM-CODE(WS-TRM-IDX) TO MST-TERM-CODE
006610     MOVE MRG-RETIRED-ID          TO MST-STUDENT-ID
006620*
006630     READ FS-STUDENT-MASTER
006640         INVALID KEY
006650             GO TO 2300-EXIT
006660     END-READ
006670*
006680     MOVE FS-MASTER-RECORD TO WS-BEFORE-IMAGE
006690*
006700     DELETE FS-STUDENT-MASTER
006710         INVALID KEY
006720             GO TO 2300-EXIT
006730     END-DELETE
006740*
006750     MOVE MRG-SURVIVOR-ID TO MST-STUDENT-ID
006760*
006770     WRITE FS-MASTER-RECORD
006780         INVALID KEY
006790*            PUT THE RECORD BACK UNDER THE RETIRED KEY RATHER THAN
006800*            LOSE IT - THE SHARED-TERM CHECK MAKES THIS UNLIKELY.
006810             MOVE WS-BEFORE-IMAGE TO FS-MASTER-RECORD
006820             WRITE FS-MASTER-RECORD
006830             END-WRITE
006840             GO TO 2300-EXIT
006850     END-WRITE
006860*
006870     ADD 1 TO WS-TERMS-MOVED
006880*
006890     MOVE 'K'                TO AUD-TXN-CODE
006900     MOVE WS-RUN-DATE        TO AUD-RUN-DATE
006910     MOVE WS-RUN-TIME-HHMMSS TO AUD-RUN-TIME
006920     MOVE MST-TERM-CODE      TO AUD-TERM-CODE
006930     MOVE MRG-SURVIVOR-ID    TO AUD-STUDENT-ID
006940     MOVE WS-BEFORE-IMAGE    TO AUD-BEFORE-IMAGE
006950     MOVE FS-MASTER-RECORD   TO AUD-AFTER-IMAGE
006960     MOVE 'BAT'              TO AUD-OPERATOR
006970     MOVE SPACES             TO AUD-SUPV-AUTH
006980     MOVE SPACE              TO AUD-TERM-STATE
006990     WRITE FS-AUDIT-RECORD
007000     END-WRITE
007010*
007020     MOVE MST-TERM-CODE    TO WS-TRL-TERM-OUT
007030     MOVE MST-STUDENT-NAME TO WS-TRL-NAME-OUT
007040     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-TERM-LINE
007050     END-WRITE
007060 2300-EXIT.
007070     EXIT.
007080*
007090****************************************************************
007100*   Re-key the retired ID's appeal cases for one term. EACH PASS
007110*   STARTS AFRESH AT TERM + RETIRED ID, SO A DELETED KEY NEVER
007120*   LEAVES THE FILE POSITION DANGLING.
007130****************************************************************
007140 2400-REKEY-TERM-APPEALS.
007150     MOVE 'N' TO WS-APPEAL-DONE-SW
007160*
007170     PERFORM 2410-REKEY-ONE-APPEAL THRU 2410-EXIT
007180         UNTIL APPEAL-MOVE-DONE
007190 2400-EXIT.
007200     EXIT.
007210*
007220 2410-REKEY-ONE-APPEAL.
007230     MOVE WS-TRM-CODE(WS-TRM-IDX) TO APL-TERM-CODE
007240     MOVE MRG-RETIRED-ID          TO APL-STUDENT-ID
007250     MOVE LOW-VALUES              TO APL-COURSE-CODE
007260*
007270     START FS-GRADE-APPEALS KEY IS NOT LESS THAN APL-APPEAL-KEY
007280         INVALID KEY
007290             MOVE 'Y' TO WS-APPEAL-DONE-SW
007300             GO TO 2410-EXIT
007310     END-START
007320*
007330     READ FS-GRADE-APPEALS NEXT RECORD
007340         AT END
007350             MOVE 'Y' TO WS-APPEAL-DONE-SW
007360             GO TO 2410-EXIT
007370     END-READ
007380*
007390     IF APL-TERM-CODE NOT EQUAL WS-TRM-CODE(WS-TRM-IDX)
007400             OR APL-STUDENT-ID NOT EQUAL MRG-RETIRED-ID
007410         MOVE 'Y' TO WS-APPEAL-DONE-SW
007420         GO TO 2410-EXIT
007430     END-IF
007440*
007450     MOVE FS-APPEAL-RECORD TO WS-APPEAL-SAVE
007460*
007470     DELETE FS-GRADE-APPEALS
007480         INVALID KEY
007490             MOVE 'Y' TO WS-APPEAL-DONE-SW
007500             GO TO 2410-EXIT
007510     END-DELETE
007520*
007530     MOVE MRG-SURVIVOR-ID TO APL-STUDENT-ID
007540*
007550     WRITE FS-APPEAL-RECORD
007560         INVALID KEY
007570             MOVE WS-APPEAL-SAVE TO FS-APPEAL-RECORD
007580             WRITE FS-APPEAL-RECORD
007590             END-WRITE
007600             MOVE 'Y' TO WS-APPEAL-DONE-SW
007610             GO TO 2410-EXIT
007620     END-WRITE
007630*
007640     ADD 1 TO WS-APPEALS-MOVED
007650 2410-EXIT.
007660     EXIT.
007670*
007680****************************************************************
007690*   Carry the retired ID's holds to the survivor. NO SURVIVOR
007700*   RECORD = THE WHOLE RECORD MOVES. OTHERWISE SLOT BY SLOT: AN
007710*   EMPTY SURVIVOR SLOT TAKES THE RETIRED ONE, AND A LIVE
007720*   RETIRED HOLD REPLACES A RELEASED SURVIVOR ONE - A HOLD IS
007730*   NEVER LOST TO A MERGE.
007740****************************************************************
007750 2500-MERGE-HOLDS.
007760     MOVE MRG-RETIRED-ID TO HLD-STUDENT-ID
007770*
007780     READ FS-REGISTRAR-HOLDS
007790         INVALID KEY
007800             GO TO 2500-EXIT
007810     END-READ
007820*
007830     MOVE FS-HOLDS-RECORD TO WS-RET-HOLDS
007840*
007850     DELETE FS-REGISTRAR-HOLDS
007860         INVALID KEY
007870             GO TO 2500-EXIT
007880     END-DELETE
007890*
007900     ADD 1 TO WS-HOLDS-TOTAL
007910     MOVE MRG-SURVIVOR-ID TO HLD-STUDENT-ID
007920*
007930     READ FS-REGISTRAR-HOLDS
007940         INVALID KEY
007950             MOVE WS-RET-HOLDS    TO FS-HOLDS-RECORD
007960             MOVE MRG-SURVIVOR-ID TO HLD-STUDENT-ID
007970             WRITE FS-HOLDS-RECORD
007980             END-WRITE
007990             MOVE 'MOVED'         TO WS-HOLDS-RESULT
008000             GO TO 2500-EXIT
008010     END-READ
008020*
008030     PERFORM 2510-MERGE-HOLD-SLOT THRU 2510-EXIT
008040         VARYING WS-HOLD-SUB FROM 1 BY 1
008050         UNTIL WS-HOLD-SUB > 3
008060*
008070     REWRITE FS-HOLDS-RECORD
008080     END-REWRITE
008090     MOVE 'MERGED' TO WS-HOLDS-RESULT
008100 2500-EXIT.
008110     EXIT.
008120*
008130 2510-MERGE-HOLD-SLOT.
008140     IF WS-RHL-START(WS-HOLD-SUB) EQUAL 0
008150         GO TO 2510-EXIT
008160     END-IF
008170*
008180     IF HLD-START-DATE(WS-HOLD-SUB) EQUAL 0
008190         MOVE WS-RHL-SLOT(WS-HOLD-SUB) TO HLD-SLOT(WS-HOLD-SUB)
008200         GO TO 2510-EXIT
008210     END-IF
008220*
008230     MOVE 'N' TO WS-RET-LIVE-SW
008240     IF WS-RHL-RELEASE(WS-HOLD-SUB) EQUAL 0
008250             OR WS-RHL-RELEASE(WS-HOLD-SUB) > WS-RUN-DATE
008260         MOVE 'Y' TO WS-RET-LIVE-SW
008270     END-IF
008280*
008290     MOVE 'N' TO WS-SUR-LIVE-SW
008300     IF HLD-RELEASE-DATE(WS-HOLD-SUB) EQUAL 0
008310             OR HLD-RELEASE-DATE(WS-HOLD-SUB) > WS-RUN-DATE
008320         MOVE 'Y' TO WS-SUR-LIVE-SW
008330     END-IF
008340*
008350     IF RET-SLOT-LIVE
008360             AND NOT SUR-SLOT-LIVE
008370         MOVE WS-RHL-SLOT(WS-HOLD-SUB) TO HLD-SLOT(WS-HOLD-SUB)
008380     END-IF
008390 2510-EXIT.
008400     EXIT.
008410*
008420****************************************************************
008430*   Record the merge on the cross-reference, re-point any older
008440*   entry that named the retired ID as its survivor, and add it
008450*   to this run's table for the COURSE-INPUT pass.
008460****************************************************************
008470 2600-RECORD-XREF.
008480     MOVE 0   TO XRF-RETIRED-ID
008490     MOVE 'N' TO WS-SCAN-EOF-SW
008500*
008510     START FS-ID-XREF KEY IS NOT LESS THAN XRF-RETIRED-ID
008520         INVALID KEY
008530             MOVE 'Y' TO WS-SCAN-EOF-SW
008540     END-START
008550*
008560     PERFORM 2610-REPOINT-XREF THRU 2610-EXIT
008570         UNTIL SCAN-EOF
008580*
008590     MOVE MRG-RETIRED-ID     TO XRF-RETIRED-ID
008600     MOVE MRG-SURVIVOR-ID    TO XRF-SURVIVOR-ID
008610     MOVE WS-RUN-DATE        TO XRF-MERGE-DATE
008620     MOVE WS-RUN-TIME-HHMMSS TO XRF-MERGE-TIME
008630     MOVE WS-TERMS-MOVED     TO XRF-TERMS-MOVED
008640     WRITE FS-XREF-RECORD
008650     END-WRITE
008660*
008670     PERFORM 2620-REPOINT-MERGE-ENTRY THRU 2620-EXIT
008680         VARYING WS-MRG-IDX FROM 1 BY 1
008690         UNTIL WS-MRG-IDX > WS-MERGE-COUNT
008700*
008710     ADD 1 TO WS-MERGE-COUNT
008720     MOVE MRG-RETIRED-ID  TO WS-MRG-RETIRED(WS-MERGE-COUNT)
008730     MOVE MRG-SURVIVOR-ID TO WS-MRG-SURVIVOR(WS-MERGE-COUNT)
008740     MOVE 0               TO WS-MRG-COURSES(WS-MERGE-COUNT)
008750 2600-EXIT.
008760     EXIT.
008770*
008780 2610-REPOINT-XREF.
008790     READ FS-ID-XREF NEXT RECORD
008800         AT END
008810             MOVE 'Y' TO WS-SCAN-EOF-SW
008820             GO TO 2610-EXIT
008830     END-READ
008840*
008850     IF XRF-SURVIVOR-ID EQUAL MRG-RETIRED-ID
008860         MOVE MRG-SURVIVOR-ID TO XRF-SURVIVOR-ID
008870         REWRITE FS-XREF-RECORD
008880         END-REWRITE
008890         ADD 1 TO WS-XREF-REPOINT-CNT
008900     END-IF
008910 2610-EXIT.
008920     EXIT.
008930*
008940 2620-REPOINT-MERGE-ENTRY.
008950     IF WS-MRG-SURVIVOR(WS-MRG-IDX) EQUAL MRG-RETIRED-ID
008960         MOVE MRG-SURVIVOR-ID TO WS-MRG-SURVIVOR(WS-MRG-IDX)
008970     END-IF
008980 2620-EXIT.
008990     EXIT.
009000*
009010****************************************************************
009020*   Log a refused card with its reason. NOTHING WAS CHANGED FOR
009030*   IT - EVERY CHECK RUNS BEFORE THE FIRST RE-KEY.
009040****************************************************************
009050 2900-REJECT-CARD.
009060     ADD 1 TO WS-REJECT-CNT
009070*
009080     MOVE MRG-RETIRED-ID  TO WS-REJ-RETIRED-OUT
009090     MOVE MRG-SURVIVOR-ID TO WS-REJ-SURVIVOR-OUT
009100     MOVE WS-REJ-REASON   TO WS-REJ-REASON-OUT
009110*
009120     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-REJECT-LINE
009130     END-WRITE
009140 2900-EXIT.
009150     EXIT.
009160*
009170****************************************************************
009180*   Rewrite COURSE-INPUT with every retired ID replaced by its
009190*   survivor - COPIED WHOLE TO THE WORK FILE, THEN BACK. SKIPPED
009200*   WHEN NOTHING MERGED OR THERE IS NO DECK.
009210****************************************************************
009220 3000-REKEY-COURSE-INPUT.
009230     IF WS-MERGE-COUNT EQUAL 0
009240         GO TO 3000-EXIT
009250     END-IF
009260*
009270     MOVE SPACES TO WS-COURSE-STATUS
009280     OPEN INPUT FS-COURSE-INPUT
009290*
009300     IF NOT COURSE-OK
009310         GO TO 3000-EXIT
009320     END-IF
009330*
009340     OPEN OUTPUT FS-COURSE-WORK
009350*
009360     PERFORM 3100-COPY-OUT-COURSE THRU 3100-EXIT
009370         UNTIL COURSE-EOF
009380*
009390     CLOSE FS-COURSE-INPUT
009400     CLOSE FS-COURSE-WORK
009410*
009420     OPEN INPUT  FS-COURSE-WORK
009430     OPEN OUTPUT FS-COURSE-INPUT
009440*
009450     MOVE SPACES TO WS-WORK-STATUS
009460     PERFORM 3200-COPY-BACK-COURSE THRU 3200-EXIT
009470         UNTIL WORK-EOF
009480*
009490     CLOSE FS-COURSE-WORK
009500     CLOSE FS-COURSE-INPUT
009510*
009520     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-RULE
009530     END-WRITE
009540*
009550     PERFORM 3300-WRITE-COURSE-LINE THRU 3300-EXIT
009560         VARYING WS-MRG-IDX FROM 1 BY 1
009570         UNTIL WS-MRG-IDX > WS-MERGE-COUNT
009580 3000-EXIT.
009590     EXIT.
009600*
009610 3100-COPY-OUT-COURSE.
009620     READ FS-COURSE-INPUT
009630         AT END
009640             GO TO 3100-EXIT
009650     END-READ
009660*
009670     ADD 1 TO WS-COURSE-READ-CNT
009680     MOVE 0 TO WS-MRG-HIT
009690*
009700     PERFORM 3110-FIND-MERGE-ENTRY THRU 3110-EXIT
009710         VARYING WS-MRG-IDX FROM 1 BY 1
009720         UNTIL WS-MRG-IDX > WS-MERGE-COUNT
009730             OR WS-MRG-HIT > 0
009740*
009750     IF WS-MRG-HIT > 0
009760         MOVE WS-MRG-SURVIVOR(WS-MRG-HIT) TO CRS-STUDENT-ID
009770         ADD 1 TO WS-MRG-COURSES(WS-MRG-HIT)
009780         ADD 1 TO WS-COURSE-MOVED-CNT
009790     END-IF
009800*
009810     WRITE FS-COURSE-WORK-RECORD FROM FS-COURSE-IN-RECORD
009820     END-WRITE
009830 3100-EXIT.
009840     EXIT.
009850*
009860 3110-FIND-MERGE-ENTRY.
009870     IF WS-MRG-RETIRED(WS-MRG-IDX) EQUAL CRS-STUDENT-ID
009880         SET WS-MRG-HIT TO WS-MRG-IDX
009890     END-IF
009900 3110-EXIT.
009910     EXIT.
009920*
009930 3200-COPY-BACK-COURSE.
009940     READ FS-COURSE-WORK
009950         AT END
009960             GO TO 3200-EXIT
009970     END-READ
009980*
009990     WRITE FS-COURSE-IN-RECORD FROM FS-COURSE-WORK-RECORD
010000     END-WRITE
010010 3200-EXIT.
010020     EXIT.
010030*
010040 3300-WRITE-COURSE-LINE.
010050     MOVE WS-MRG-RETIRED(WS-MRG-IDX)  TO WS-CRL-RETIRED-OUT
010060     MOVE WS-MRG-SURVIVOR(WS-MRG-IDX) TO WS-CRL-SURVIVOR-OUT
010070     MOVE WS-MRG-COURSES(WS-MRG-IDX)  TO WS-CRL-COUNT-OUT
010080*
010090     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-COURSE-LINE
010100     END-WRITE
010110 3300-EXIT.
010120     EXIT.
010130*
010140****************************************************************
010150*   Print the run totals.
010160****************************************************************
010170 4000-WRITE-SUMMARY.
010180     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-RULE
010190     END-WRITE
010200*
010210     MOVE 'MERGE CARDS READ:'             TO WS-CNT-LABEL-OUT
010220     MOVE WS-CARD-CNT                     TO WS-CNT-VALUE-OUT
010230     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010240*
010250     MOVE 'MERGES APPLIED:'               TO WS-CNT-LABEL-OUT
010260     MOVE WS-MERGED-CNT                   TO WS-CNT-VALUE-OUT
010270     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010280*
010290     MOVE 'MERGES REJECTED:'              TO WS-CNT-LABEL-OUT
010300     MOVE WS-REJECT-CNT                   TO WS-CNT-VALUE-OUT
010310     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010320*
010330     MOVE 'MASTER RECORDS RE-KEYED:'      TO WS-CNT-LABEL-OUT
010340     MOVE WS-TERMS-TOTAL                  TO WS-CNT-VALUE-OUT
010350     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010360*
010370     MOVE 'APPEAL CASES RE-KEYED:'        TO WS-CNT-LABEL-OUT
010380     MOVE WS-APPEALS-TOTAL                TO WS-CNT-VALUE-OUT
010390     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010400*
010410     MOVE 'HOLD RECORDS CARRIED OVER:'    TO WS-CNT-LABEL-OUT
010420     MOVE WS-HOLDS-TOTAL                  TO WS-CNT-VALUE-OUT
010430     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010440*
010450     MOVE 'COURSE LINES READ:'            TO WS-CNT-LABEL-OUT
010460     MOVE WS-COURSE-READ-CNT              TO WS-CNT-VALUE-OUT
010470     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010480*
010490     MOVE 'COURSE LINES RE-KEYED:'        TO WS-CNT-LABEL-OUT
010500     MOVE WS-COURSE-MOVED-CNT             TO WS-CNT-VALUE-OUT
010510     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010520*
010530     MOVE 'OLDER XREF ENTRIES RE-POINTED:' TO WS-CNT-LABEL-OUT
010540     MOVE WS-XREF-REPOINT-CNT             TO WS-CNT-VALUE-OUT
010550     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
010560 4000-EXIT.
010570     EXIT.
010580*
010590 4010-WRITE-COUNT-LINE.
010600     WRITE FS-IDMERGE-REP-RECORD FROM WS-IDMERGE-COUNT-LINE
010610     END-WRITE
010620 4010-EXIT.
010630     EXIT.
010640*
010650 9999-TERMINATE.
010660     CLOSE FS-STUDENT-MASTER
010670     CLOSE FS-ID-XREF
010680     CLOSE FS-MERGE-TRANS
010690     CLOSE FS-AUDIT-TRAIL
010700     CLOSE FS-IDMERGE-REPORT
010710*
010720     IF APPEAL-ON
010730         CLOSE FS-GRADE-APPEALS
010740     END-IF
010750*
010760     IF HOLDS-ON
010770         CLOSE FS-REGISTRAR-HOLDS
010780     END-IF
010790*
010800     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
010810 9999-EXIT.
010820     EXIT.
010830*
010840****************************************************************
010850*   Append this run's control record to the cumulative RUN-LOG.
010860*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
010870*   ITSELF THE FAILURE MARKER.
010880****************************************************************
010890 9995-WRITE-RUN-LOG.
010900     OPEN EXTEND FS-RUN-LOG
010910*
010920     IF RUN-LOG-NOT-FOUND
010930         OPEN OUTPUT FS-RUN-LOG
010940     END-IF
010950*
010960     ACCEPT WS-RUN-END-TIME FROM TIME
010970*
010980     MOVE 'IDMERGE'          TO RNL-PROGRAM
010990     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
011000     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
011010     MOVE SPACES             TO RNL-TERM-CODE
011020     MOVE WS-CARD-CNT        TO RNL-READ-CNT
011030     MOVE WS-MERGED-CNT      TO RNL-VALID-CNT
011040     MOVE WS-REJECT-CNT      TO RNL-REJECT-CNT
011050     MOVE WS-TERMS-TOTAL     TO RNL-REPORT-CNT
011060     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
011070*
011080     WRITE FS-RUN-LOG-RECORD
011090     END-WRITE
011100*
011110     CLOSE FS-RUN-LOG
011120 9995-EXIT.
011130     EXIT.
011140*
011150 END PROGRAM IDMERGE.
