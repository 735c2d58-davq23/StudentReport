000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     REBUILDS THE INDEXED ACADEMIC-RECORD FILE - ONE
000070*              CUMULATIVE RECORD PER STUDENT ACROSS EVERY TERM OF
000080*              COURSE-INPUT - FROM SCRATCH ON EVERY RUN:
000090*                CREDITS ATTEMPTED - CATALOG CREDITS OF EVERY
000100*                                    FINAL-GRADED LINE
000110*                CREDITS EARNED    - THOSE AT OR ABOVE THE PASS
000120*                                    MARK OF THE SCALE IN FORCE
000130*                QUALITY POINTS    - GRADE X CREDIT HOURS, THE
000140*                                    SAME WEIGHTING AS MAIN.cbl'S
000150*                                    COURSE GPA
000160*                CUMULATIVE GPA    - QUALITY POINTS / ATTEMPTED
000170*                TERMS ENROLLED    - TERMS WITH A NON-W LINE
000180*                CLASS LEVEL       - BY CREDITS EARNED: FRESHMAN,
000190*                                    SOPHOMORE (30), JUNIOR (60),
000200*                                    SENIOR (90)
000210*              STATUS LINES (I/W/P) STAY OUT OF THE CREDIT AND
000220*              GPA FIGURES, AND LINES MAIN.cbl WOULD REJECT (BAD
000230*              STATUS, CODE NOT IN THE CATALOG) ARE SKIPPED.
000240*              MAIN.cbl PRINTS THE RECORD UNDER THE COURSE GPA ON
000250*              EACH TRANSCRIPT PAGE; INQUIRY.cbl SHOWS IT AT THE
000260*              COUNTER. CUMBUILD-REPORT.txt LISTS EVERY RECORD
000270*              REBUILT WITH THE RUN TOTALS.
000280*              COURSE REPEATS: WHEN A STUDENT TAKES A COURSE AGAIN
000290*              IN MORE THAN ONE TERM THE LATEST (NON-W) ATTEMPT
000300*              COUNTS; EARLIER ATTEMPTS STAY OUT OF THE CREDITS
000310*              AND QUALITY POINTS AND ARE FILED ON THE INDEXED
000320*              REPEAT-ATTEMPTS FILE, WHICH MAIN.cbl READS TO PRINT
000330*              THEM WITH AN 'R' AND KEEP THEM OUT OF ITS GPAS.
000340*              REPEAT-ACTIVITY.txt LISTS THEM BY TERM.
000350* TECTONICS:   cobc
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-15  DV   INITIAL VERSION.
000400*   2026-10-15  DV   COURSE-REPEAT RULE: LATEST ATTEMPT COUNTS,
000410*                    EARLIER ATTEMPTS FILED ON REPEAT-ATTEMPTS
000420*                    AND LISTED BY TERM ON REPEAT-ACTIVITY.txt.
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. CUMBUILD.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490****************************************************************
000500*    COURSE TRANSCRIPT DETAIL - SAME RECORD LAYOUT MAIN.cbl AND
000510*    INQUIRY.cbl READ, WHICH MUST STAY IN STEP.
000520****************************************************************
000530     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-COURSE-FILE-STATUS.
000560*
000570****************************************************************
000580*    OPTIONAL COURSE CATALOG (CATMAINT.cbl) FOR CREDIT HOURS -
000590*    NO CATALOG ON FILE WEIGHTS EVERY COURSE AT ONE CREDIT, THE
000600*    SAME FALLBACK MAIN.cbl USES.
000610****************************************************************
000620     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CAT-COURSE-CODE
000660         FILE STATUS IS WS-CATALOG-STATUS.
000670*
000680****************************************************************
000690*    OPTIONAL GRADE-SCALE CARDS - SAME FILE AND SAME RULES AS
000700*    MAIN.cbl: NO SCALE FILE = THE BUILT-IN A/B/C/D/F SCALE.
000710****************************************************************
000720     SELECT FS-GRADE-SCALE ASSIGN 'GRADE-SCALE'
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SCALE-STATUS.
000750*
000760****************************************************************
000770*    SPOOL (TEMP), SORT WORK AND SORTED OUTPUT - THE USABLE
000780*    DETAIL ORDERED BY STUDENT + COURSE + TERM.
000790****************************************************************
000800     SELECT FS-CUM-TEMP ASSIGN 'CUM-TEMP'
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-EOF-SW.
000830*
000840     SELECT FS-CUM-WORK ASSIGN 'CUM-WORK'
000850         ORGANIZATION IS SEQUENTIAL.
000860*
000870     SELECT FS-CUM-OUTPUT ASSIGN 'CUM-OUT'
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-EOF-SW.
000900*
000910****************************************************************
000920*    INDEXED CUMULATIVE RECORD - ONE PER STUDENT-ID, REBUILT
000930*    WHOLE EVERY RUN. LAYOUT IS SHARED WITH MAIN.cbl AND
000940*    INQUIRY.cbl AND MUST STAY IN STEP.
000950****************************************************************
000960     SELECT FS-ACADEMIC-RECORD ASSIGN 'ACADEMIC-RECORD'
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS SEQUENTIAL
000990         RECORD KEY IS ACR-STUDENT-ID
001000         FILE STATUS IS WS-ACADREC-STATUS.
001010*
001020     SELECT FS-CUMBUILD-REPORT ASSIGN 'CUMBUILD-REPORT.txt'
001030         ORGANIZATION IS LINE SEQUENTIAL.
001040*
001050****************************************************************
001060*    INDEXED REPEAT-ATTEMPTS FILE - ONE RECORD PER SUPERSEDED
001070*    ATTEMPT (STUDENT + COURSE + TERM), REBUILT WHOLE EVERY RUN.
001080*    MAIN.cbl READS IT TO MARK AND EXCLUDE THOSE LINES; THE
001090*    LAYOUT IS SHARED AND MUST STAY IN STEP.
001100****************************************************************
001110     SELECT FS-REPEAT-ATTEMPTS ASSIGN 'REPEAT-ATTEMPTS'
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS SEQUENTIAL
001140         RECORD KEY IS RPT-ATTEMPT-KEY
001150         FILE STATUS IS WS-REPEAT-STATUS.
001160*
001170****************************************************************
001180*    REPEAT-ACTIVITY SPOOL (TEMP), SORT WORK AND SORTED OUTPUT -
001190*    ORDERED BY REPLACING TERM + STUDENT + COURSE + PRIOR TERM.
001200****************************************************************
001210     SELECT FS-RPTACT-TEMP ASSIGN 'RPTACT-TEMP'
001220         ORGANIZATION IS SEQUENTIAL
001230         FILE STATUS IS WS-EOF-SW.
001240*
001250     SELECT FS-RPTACT-WORK ASSIGN 'RPTACT-WORK'
001260         ORGANIZATION IS SEQUENTIAL.
001270*
001280     SELECT FS-RPTACT-OUTPUT ASSIGN 'RPTACT-OUT'
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-EOF-SW.
001310*
001320     SELECT FS-REPEAT-ACTIVITY ASSIGN 'REPEAT-ACTIVITY.txt'
001330         ORGANIZATION IS LINE SEQUENTIAL.
001340*
001350****************************************************************
001360*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
001370*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
001380****************************************************************
001390     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS WS-RUN-LOG-STATUS.
001420**
001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  FS-COURSE-INPUT.
001460 01  FS-COURSE-IN-RECORD.
001470     05  CRS-STUDENT-ID       PIC 9(05).
001480     05  CRS-COURSE-CODE      PIC X(10).
001490     05  CRS-COURSE-NAME      PIC X(20).
001500     05  CRS-COURSE-GRADE     PIC 9(03)V99.
001510     05  CRS-TERM-CODE        PIC X(05).
001520     05  CRS-SECTION-CODE     PIC X(03).
001530     05  CRS-INSTRUCTOR-ID    PIC X(10).
001540     05  CRS-GRADE-STATUS     PIC X(01).
001550         88  CRS-STATUS-VALID     VALUES SPACE 'I' 'W' 'P'.
001560*
001570 FD  FS-COURSE-CATALOG.
001580 01  FS-CATALOG-RECORD.
001590     05  CAT-COURSE-CODE      PIC X(10).
001600     05  CAT-COURSE-TITLE     PIC X(20).
001610     05  CAT-CREDIT-HOURS     PIC 9(02).
001620     05  CAT-DEPARTMENT       PIC X(04).
001630*
001640 FD  FS-GRADE-SCALE.
001650 01  FS-GRADE-SCALE-RECORD.
001660     05  SCL-LETTER           PIC X(02).
001670     05  FILLER               PIC X(01).
001680     05  SCL-MIN-GRADE        PIC 9(03)V99.
001690*
001700 FD  FS-CUM-TEMP.
001710 01  FS-CUM-TEMP-RECORD.
001720     05  CUM-STUDENT-ID       PIC 9(05).
001730     05  CUM-COURSE-CODE      PIC X(10).
001740     05  CUM-TERM-CODE        PIC X(05).
001750     05  CUM-COURSE-GRADE     PIC 9(03)V99.
001760     05  CUM-GRADE-STATUS     PIC X(01).
001770     05  CUM-CREDIT-HOURS     PIC 9(02).
001780*
001790 SD  FS-CUM-WORK.
001800 01  FS-CUM-WRK-RECORD.
001810     05  CUM-STUDENT-ID       PIC 9(05).
001820     05  CUM-COURSE-CODE      PIC X(10).
001830     05  CUM-TERM-CODE        PIC X(05).
001840     05  CUM-COURSE-GRADE     PIC 9(03)V99.
001850     05  CUM-GRADE-STATUS     PIC X(01).
001860     05  CUM-CREDIT-HOURS     PIC 9(02).
001870*
001880 FD  FS-CUM-OUTPUT.
001890 01  FS-CUM-OUT-RECORD.
001900     05  CUM-STUDENT-ID       PIC 9(05).
001910     05  CUM-COURSE-CODE      PIC X(10).
001920     05  CUM-TERM-CODE        PIC X(05).
001930     05  CUM-COURSE-GRADE     PIC 9(03)V99.
001940     05  CUM-GRADE-STATUS     PIC X(01).
001950     05  CUM-CREDIT-HOURS     PIC 9(02).
001960*
001970 FD  FS-ACADEMIC-RECORD.
001980 01  FS-ACADREC-RECORD.
001990     05  ACR-STUDENT-ID       PIC 9(05).
002000     05  ACR-CREDITS-ATTEMPTED PIC 9(04).
002010     05  ACR-CREDITS-EARNED   PIC 9(04).
002020     05  ACR-QUALITY-POINTS   PIC 9(07)V99.
002030     05  ACR-CUM-GPA          PIC 9(03)V99.
002040     05  ACR-TERMS-ENROLLED   PIC 9(03).
002050     05  ACR-CLASS-LEVEL      PIC X(02).
002060         88  ACR-FRESHMAN                        VALUE 'FR'.
002070         88  ACR-SOPHOMORE                       VALUE 'SO'.
002080         88  ACR-JUNIOR                          VALUE 'JR'.
002090         88  ACR-SENIOR                          VALUE 'SR'.
002100     05  ACR-FIRST-TERM       PIC X(05).
002110     05  ACR-LAST-TERM        PIC X(05).
002120     05  ACR-REBUILD-DATE     PIC 9(08).
002130*
002140 FD  FS-CUMBUILD-REPORT
002150     RECORDING MODE IS F
002160     RECORD CONTAINS 80 CHARACTERS.
002170 01  FS-CUMBUILD-REP-RECORD  PIC X(80).
002180*
002190****************************************************************
002200*    REPEAT-ATTEMPTS RECORD - LAYOUT SHARED WITH MAIN.cbl AND
002210*    MUST STAY IN STEP.
002220****************************************************************
002230 FD  FS-REPEAT-ATTEMPTS.
002240 01  FS-REPEAT-RECORD.
002250     05  RPT-ATTEMPT-KEY.
002260         10  RPT-STUDENT-ID   PIC 9(05).
002270         10  RPT-COURSE-CODE  PIC X(10).
002280         10  RPT-TERM-CODE    PIC X(05).
002290     05  RPT-COURSE-GRADE     PIC 9(03)V99.
002300     05  RPT-GRADE-STATUS     PIC X(01).
002310*    TERM OF THE LATER ATTEMPT THAT NOW COUNTS INSTEAD.
002320     05  RPT-REPLACED-BY-TERM PIC X(05).
002330*
002340 FD  FS-RPTACT-TEMP.
002350 01  FS-RPTACT-TEMP-RECORD.
002360     05  RPA-REPEAT-TERM      PIC X(05).
002370     05  RPA-STUDENT-ID       PIC 9(05).
002380     05  RPA-COURSE-CODE      PIC X(10).
002390     05  RPA-PRIOR-TERM       PIC X(05).
002400     05  RPA-PRIOR-GRADE      PIC 9(03)V99.
002410     05  RPA-PRIOR-STATUS     PIC X(01).
002420     05  RPA-NEW-GRADE        PIC 9(03)V99.
002430     05  RPA-NEW-STATUS       PIC X(01).
002440*
002450 SD  FS-RPTACT-WORK.
002460 01  FS-RPTACT-WRK-RECORD.
002470     05  RPA-REPEAT-TERM      PIC X(05).
002480     05  RPA-STUDENT-ID       PIC 9(05).
002490     05  RPA-COURSE-CODE      PIC X(10).
002500     05  RPA-PRIOR-TERM       PIC X(05).
002510     05  RPA-PRIOR-GRADE      PIC 9(03)V99.
002520     05  RPA-PRIOR-STATUS     PIC X(01).
002530     05  RPA-NEW-GRADE        PIC 9(03)V99.
002540     05  RPA-NEW-STATUS       PIC X(01).
002550*
002560 FD  FS-RPTACT-OUTPUT.
002570 01  FS-RPTACT-OUT-RECORD.
002580     05  RPA-REPEAT-TERM      PIC X(05).
002590     05  RPA-STUDENT-ID       PIC 9(05).
002600     05  RPA-COURSE-CODE      PIC X(10).
002610     05  RPA-PRIOR-TERM       PIC X(05).
002620     05  RPA-PRIOR-GRADE      PIC 9(03)V99.
002630     05  RPA-PRIOR-STATUS     PIC X(01).
002640     05  RPA-NEW-GRADE        PIC 9(03)V99.
002650     05  RPA-NEW-STATUS       PIC X(01).
002660*
002670 FD  FS-REPEAT-ACTIVITY
002680     RECORDING MODE IS F
002690     RECORD CONTAINS 80 CHARACTERS.
002700 01  FS-REPEAT-ACT-RECORD    PIC X(80).
002710*
002720 FD  FS-RUN-LOG.
002730 01  FS-RUN-LOG-RECORD.
002740     05  RNL-PROGRAM          PIC X(08).
002750     05  RNL-RUN-DATE         PIC 9(08).
002760     05  RNL-RUN-TIME         PIC 9(06).
002770     05  RNL-TERM-CODE        PIC X(05).
002780     05  RNL-READ-CNT         PIC 9(05).
002790     05  RNL-VALID-CNT        PIC 9(05).
002800     05  RNL-REJECT-CNT       PIC 9(05).
002810     05  RNL-REPORT-CNT       PIC 9(05).
002820     05  RNL-RUN-STATUS       PIC X(08).
002830**
002840 WORKING-STORAGE SECTION.
002850 01  WS-COURSE-FILE-STATUS    PIC X(02).
002860     88  COURSE-FILE-NOT-FOUND                       VALUE '35'.
002870     88  COURSE-EOF                                  VALUE '10'.
002880*
002890 01  WS-CATALOG-STATUS        PIC X(02).
002900     88  CATALOG-OK                                  VALUE '00'.
002910*
002920 01  WS-SCALE-STATUS          PIC X(02).
002930     88  SCALE-NOT-FOUND                             VALUE '35'.
002940     88  SCALE-EOF                                   VALUE '10'.
002950*
002960 01  WS-ACADREC-STATUS        PIC X(02).
002970     88  ACADREC-OK                                  VALUE '00'.
002980*
002990 01  WS-REPEAT-STATUS         PIC X(02).
003000     88  REPEAT-OK                                   VALUE '00'.
003010*
003020 01  WS-EOF-SW                PIC X(02).
003030     88  EOF-SW                                      VALUE '10'.
003040*
003050 01  WS-RUN-LOG-STATUS        PIC X(02).
003060     88  RUN-LOG-NOT-FOUND                           VALUE '35'.
003070*
003080 01  WS-CATALOG-ON-SW         PIC X(01)            VALUE 'N'.
003090     88  CATALOG-ON                                VALUE 'Y'.
003100*
003110 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
003120 01  WS-RUN-END-TIME.
003130     05  WS-RUN-END-HHMMSS    PIC 9(06).
003140     05  FILLER               PIC 9(02).
003150*
003160****************************************************************
003170*   Letter-grade scale table, loaded the way MAIN.cbl loads it.
003180*   ONLY THE PASS MARK (LOWEST NON-F CUTOFF) IS USED HERE.
003190****************************************************************
003200 01  WS-SCALE-COUNT           PIC 9(02) COMP-3     VALUE 0.
003210*
003220 01  WS-SCALE-TABLE.
003230     05  WS-SCALE-ENTRY   OCCURS 15 TIMES
003240                          INDEXED BY WS-SCALE-IDX.
003250         10  WS-SCALE-LETTER.
003260             15  WS-SCALE-LETTER-1 PIC X(01).
003270             15  FILLER            PIC X(01).
003280         10  WS-SCALE-MIN     PIC 9(03)V99.
003290*
003300 01  WS-PASS-MARK             PIC 9(03)V99         VALUE 60.00.
003310*
003320****************************************************************
003330*   Class-level thresholds - credits earned to reach each level.
003340****************************************************************
003350 01  WS-SOPHOMORE-CREDITS     PIC 9(04) COMP-3     VALUE 30.
003360 01  WS-JUNIOR-CREDITS        PIC 9(04) COMP-3     VALUE 60.
003370 01  WS-SENIOR-CREDITS        PIC 9(04) COMP-3     VALUE 90.
003380*
003390****************************************************************
003400*   The student being accumulated and the distinct terms seen.
003410****************************************************************
003420 01  WS-GRP-SW                PIC X(01)            VALUE 'N'.
003430     88  GROUP-OPEN                                VALUE 'Y'.
003440*
003450 01  WS-GRP-STUDENT-ID        PIC 9(05)            VALUE 0.
003460 01  WS-GRP-ATTEMPTED         PIC 9(04) COMP-3     VALUE 0.
003470 01  WS-GRP-EARNED            PIC 9(04) COMP-3     VALUE 0.
003480 01  WS-GRP-QUALITY           PIC 9(07)V99 COMP-3  VALUE 0.
003490 01  WS-GRP-GPA               PIC 9(03)V99 COMP-3  VALUE 0.
003500 01  WS-GRP-FIRST-TERM        PIC X(05)            VALUE SPACES.
003510 01  WS-GRP-LAST-TERM         PIC X(05)            VALUE SPACES.
003520*
003530 01  WS-TERM-COUNT            PIC 9(03) COMP-3     VALUE 0.
003540 01  WS-TERM-TABLE.
003550     05  WS-TERM-SEEN         PIC X(05) OCCURS 60 TIMES.
003560 01  WS-TERM-SUB              PIC 9(03) COMP-3     VALUE 0.
003570 01  WS-TERM-HIT              PIC 9(03) COMP-3     VALUE 0.
003580*
003590****************************************************************
003600*   The attempts at the running course, held until the course
003610*   closes, and the attempt among them that counts.
003620****************************************************************
003630 01  WS-GRP-COURSE-CODE       PIC X(10)            VALUE SPACES.
003640*
003650 01  WS-ATT-MAX               PIC 9(02) COMP-3     VALUE 20.
003660 01  WS-ATT-COUNT             PIC 9(02) COMP-3     VALUE 0.
003670 01  WS-ATT-SUB               PIC 9(02) COMP-3     VALUE 0.
003680 01  WS-ATT-TABLE.
003690     05  WS-ATT-ENTRY         OCCURS 20 TIMES.
003700         10  WS-ATT-TERM      PIC X(05).
003710         10  WS-ATT-GRADE     PIC 9(03)V99.
003720         10  WS-ATT-STATUS    PIC X(01).
003730         10  WS-ATT-CREDITS   PIC 9(02).
003740*
003750 01  WS-COUNT-TERM            PIC X(05)            VALUE SPACES.
003760 01  WS-COUNT-SUB             PIC 9(02) COMP-3     VALUE 0.
003770*
003780****************************************************************
003790*   Run totals.
003800****************************************************************
003810 01  WS-READ-CNT              PIC 9(05) COMP-3     VALUE 0.
003820 01  WS-SPOOLED-CNT           PIC 9(05) COMP-3     VALUE 0.
003830 01  WS-SKIPPED-CNT           PIC 9(05) COMP-3     VALUE 0.
003840 01  WS-STUDENT-CNT           PIC 9(05) COMP-3     VALUE 0.
003850 01  WS-REPEAT-CNT            PIC 9(05) COMP-3     VALUE 0.
003860*
003870 01  WS-CUM-HEADER1.
003880     05  FILLER               PIC X(40)  VALUE
003890             'CUMULATIVE ACADEMIC RECORD REBUILD'.
003900     05  FILLER               PIC X(08)  VALUE 'AS OF: '.
003910     05  WS-HDR-DATE-OUT      PIC 9(08).
003920     05  FILLER               PIC X(24)  VALUE SPACES.
003930*
003940 01  WS-CUM-HEADER2.
003950     05  FILLER               PIC X(09)  VALUE 'ID'.
003960     05  FILLER               PIC X(06)  VALUE 'ATTD'.
003970     05  FILLER               PIC X(10)  VALUE 'EARNED'.
003980     05  FILLER               PIC X(13)  VALUE 'QUALITY PTS'.
003990     05  FILLER               PIC X(10)  VALUE 'CUM GPA'.
004000     05  FILLER               PIC X(06)  VALUE 'TRM'.
004010     05  FILLER               PIC X(26)  VALUE 'LEVEL'.
004020*
004030 01  WS-CUM-RULE.
004040     05  FILLER               PIC X(80)  VALUE ALL '-'.
004050*
004060 01  WS-CUM-DETAIL-LINE.
004070     05  WS-DTL-ID-OUT        PIC 9(05).
004080     05  FILLER               PIC X(04)  VALUE SPACES.
004090     05  WS-DTL-ATTEMPTED-OUT PIC ZZZ9.
004100     05  FILLER               PIC X(04)  VALUE SPACES.
004110     05  WS-DTL-EARNED-OUT    PIC ZZZ9.
004120     05  FILLER               PIC X(03)  VALUE SPACES.
004130     05  WS-DTL-QUALITY-OUT   PIC Z,ZZZ,ZZ9.99.
004140     05  FILLER               PIC X(03)  VALUE SPACES.
004150     05  WS-DTL-GPA-OUT       PIC ZZ9.99.
004160     05  FILLER               PIC X(03)  VALUE SPACES.
004170     05  WS-DTL-TERMS-OUT     PIC ZZ9.
004180     05  FILLER               PIC X(03)  VALUE SPACES.
004190     05  WS-DTL-LEVEL-OUT     PIC X(09).
004200     05  FILLER               PIC X(17)  VALUE SPACES.
004210*
004220 01  WS-CUM-COUNT-LINE.
004230     05  FILLER               PIC X(05)  VALUE SPACES.
004240     05  WS-CNT-LABEL-OUT     PIC X(26).
004250     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
004260     05  FILLER               PIC X(44)  VALUE SPACES.
004270*
004280****************************************************************
004290*   Repeat-activity report lines and the term control break.
004300****************************************************************
004310 01  WS-TERM-GRP-SW           PIC X(01)            VALUE 'N'.
004320     88  TERM-GROUP-OPEN                           VALUE 'Y'.
004330*
004340 01  WS-RPA-CUR-TERM          PIC X(05)            VALUE SPACES.
004350 01  WS-RPA-TERM-CNT          PIC 9(05) COMP-3     VALUE 0.
004360*
004370 01  WS-RPA-HEADER1.
004380     05  FILLER               PIC X(40)  VALUE
004390             'COURSE REPEAT ACTIVITY BY TERM'.
004400     05  FILLER               PIC X(08)  VALUE 'AS OF: '.
004410     05  WS-RPA-DATE-OUT      PIC 9(08).
004420     05  FILLER               PIC X(24)  VALUE SPACES.
004430*
004440 01  WS-RPA-HEADER2.
004450     05  FILLER               PIC X(08)  VALUE 'ID'.
004460     05  FILLER               PIC X(12)  VALUE 'COURSE'.
004470     05  FILLER               PIC X(08)  VALUE 'PRIOR'.
004480     05  FILLER               PIC X(10)  VALUE 'PRIOR GRD'.
004490     05  FILLER               PIC X(09)  VALUE 'NEW GRD'.
004500     05  FILLER               PIC X(33)  VALUE 'CHANGE'.
004510*
004520 01  WS-RPA-TERM-LINE.
004530     05  FILLER               PIC X(24)  VALUE
004540             'REPEATED IN TERM:'.
004550     05  WS-RPA-TERM-OUT      PIC X(05).
004560     05  FILLER               PIC X(51)  VALUE SPACES.
004570*
004580 01  WS-RPA-DETAIL-LINE.
004590     05  WS-RPA-ID-OUT        PIC 9(05).
004600     05  FILLER               PIC X(03)  VALUE SPACES.
004610     05  WS-RPA-COURSE-OUT    PIC X(10).
004620     05  FILLER               PIC X(02)  VALUE SPACES.
004630     05  WS-RPA-PRIOR-TERM-OUT PIC X(05).
004640     05  FILLER               PIC X(03)  VALUE SPACES.
004650     05  WS-RPA-PRIOR-OUT     PIC ZZ9.99.
004660     05  WS-RPA-PRIOR-DISP REDEFINES WS-RPA-PRIOR-OUT
004670                              PIC X(06).
004680     05  FILLER               PIC X(04)  VALUE SPACES.
004690     05  WS-RPA-NEW-OUT       PIC ZZ9.99.
004700     05  WS-RPA-NEW-DISP REDEFINES WS-RPA-NEW-OUT
004710                              PIC X(06).
004720     05  FILLER               PIC X(03)  VALUE SPACES.
004730     05  WS-RPA-CHANGE-OUT    PIC -ZZ9.99.
004740     05  WS-RPA-CHANGE-DISP REDEFINES WS-RPA-CHANGE-OUT
004750                              PIC X(07).
004760     05  FILLER               PIC X(26)  VALUE SPACES.
004770**
004780 PROCEDURE DIVISION.
004790 0000-MAINLINE.
004800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004810     PERFORM 0550-LOAD-GRADE-SCALE THRU 0550-EXIT
004820     PERFORM 0570-SET-PASS-MARK THRU 0570-EXIT
004830     PERFORM 1000-SPOOL-COURSE-DETAIL THRU 1000-EXIT
004840     PERFORM 2000-REBUILD-RECORDS THRU 2000-EXIT
004850     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
004860     PERFORM 4000-REPEAT-ACTIVITY THRU 4000-EXIT
004870     PERFORM 9999-TERMINATE THRU 9999-EXIT
004880     STOP RUN.
004890*
004900****************************************************************
004910*   Load the letter-grade scale from the optional GRADE-SCALE
004920*   card file, highest cutoff first, or fall back to the same
004930*   built-in A/B/C/D/F scale MAIN.cbl falls back to.
004940****************************************************************
004950 0550-LOAD-GRADE-SCALE.
004960     OPEN INPUT FS-GRADE-SCALE
004970*
004980     IF SCALE-NOT-FOUND
004990         PERFORM 0560-DEFAULT-SCALE THRU 0560-EXIT
005000     ELSE
005010         PERFORM 0551-READ-SCALE-LOOP THRU 0551-EXIT
005020             UNTIL SCALE-EOF
005030         CLOSE FS-GRADE-SCALE
005040*
005050         IF WS-SCALE-COUNT EQUAL 0
005060             PERFORM 0560-DEFAULT-SCALE THRU 0560-EXIT
005070         END-IF
005080     END-IF
005090 0550-EXIT.
005100     EXIT.
005110*
005120 0551-READ-SCALE-LOOP.
005130     READ FS-GRADE-SCALE
005140     NOT AT END
005150         IF WS-SCALE-COUNT < 15
005160                 AND SCL-MIN-GRADE IS NUMERIC
005170             ADD 1 TO WS-SCALE-COUNT
005180             SET WS-SCALE-IDX TO WS-SCALE-COUNT
005190             MOVE SCL-LETTER    TO WS-SCALE-LETTER(WS-SCALE-IDX)
005200             MOVE SCL-MIN-GRADE TO WS-SCALE-MIN(WS-SCALE-IDX)
005210         END-IF
005220     END-READ
005230 0551-EXIT.
005240     EXIT.
005250*
005260 0560-DEFAULT-SCALE.
005270     MOVE 5 TO WS-SCALE-COUNT
005280*
005290     MOVE 'A'    TO WS-SCALE-LETTER(1)
005300     MOVE 90.00  TO WS-SCALE-MIN(1)
005310     MOVE 'B'    TO WS-SCALE-LETTER(2)
005320     MOVE 80.00  TO WS-SCALE-MIN(2)
005330     MOVE 'C'    TO WS-SCALE-LETTER(3)
005340     MOVE 70.00  TO WS-SCALE-MIN(3)
005350     MOVE 'D'    TO WS-SCALE-LETTER(4)
005360     MOVE 60.00  TO WS-SCALE-MIN(4)
005370     MOVE 'F'    TO WS-SCALE-LETTER(5)
005380     MOVE 0      TO WS-SCALE-MIN(5)
005390 0560-EXIT.
005400     EXIT.
005410*
005420****************************************************************
005430*   The passing mark is the lowest cutoff of any non-F scale
005440*   entry - credits are only earned at or above it.
005450****************************************************************
005460 0570-SET-PASS-MARK.
005470     MOVE 999.99 TO WS-PASS-MARK
005480*
005490     PERFORM 0571-SCAN-PASS-MARK THRU 0571-EXIT
005500         VARYING WS-SCALE-IDX FROM 1 BY 1
005510         UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
005520 0570-EXIT.
005530     EXIT.
005540*
005550 0571-SCAN-PASS-MARK.
005560     IF WS-SCALE-LETTER-1(WS-SCALE-IDX) NOT EQUAL 'F'
005570             AND WS-SCALE-MIN(WS-SCALE-IDX) < WS-PASS-MARK
005580         MOVE WS-SCALE-MIN(WS-SCALE-IDX) TO WS-PASS-MARK
005590     END-IF
005600 0571-EXIT.
005610     EXIT.
005620*
005630****************************************************************
005640*   Spool every term's usable detail with its catalog credit
005650*   hours, then sort it by student + course + term. A MISSING
005660*   DETAIL FILE REBUILDS AN EMPTY ACADEMIC-RECORD.
005670****************************************************************
005680 1000-SPOOL-COURSE-DETAIL.
005690     MOVE SPACES TO WS-COURSE-FILE-STATUS
005700*
005710     OPEN INPUT FS-COURSE-CATALOG
005720     IF CATALOG-OK
005730         MOVE 'Y' TO WS-CATALOG-ON-SW
005740     END-IF
005750*
005760     OPEN OUTPUT FS-CUM-TEMP
005770*
005780     OPEN INPUT FS-COURSE-INPUT
005790*
005800     IF COURSE-FILE-NOT-FOUND
005810         CONTINUE
005820     ELSE
005830         PERFORM 1010-SPOOL-ONE-RECORD THRU 1010-EXIT
005840             UNTIL COURSE-EOF
005850         CLOSE FS-COURSE-INPUT
005860     END-IF
005870*
005880     CLOSE FS-CUM-TEMP
005890*
005900     IF CATALOG-ON
005910         CLOSE FS-COURSE-CATALOG
005920     END-IF
005930*
005940     IF WS-SPOOLED-CNT > 0
005950         SORT FS-CUM-WORK
005960             ON ASCENDING KEY CUM-STUDENT-ID
005970             OF     FS-CUM-WRK-RECORD
005980             ON ASCENDING KEY CUM-COURSE-CODE
005990             OF     FS-CUM-WRK-RECORD
006000             ON ASCENDING KEY CUM-TERM-CODE
006010             OF     FS-CUM-WRK-RECORD
006020             USING  FS-CUM-TEMP
006030             GIVING FS-CUM-OUTPUT
006040     END-IF
006050 1000-EXIT.
006060     EXIT.
006070*
006080****************************************************************
006090*   A line MAIN.cbl would send to its course exceptions (bad
006100*   grade status, code not in the catalog) is skipped here too,
006110*   so the cumulative figures never count what no report shows.
006120****************************************************************
006130 1010-SPOOL-ONE-RECORD.
006140     READ FS-COURSE-INPUT
006150     NOT AT END
006160         ADD 1 TO WS-READ-CNT
006170*
006180         IF NOT CRS-STATUS-VALID
006190             ADD 1 TO WS-SKIPPED-CNT
006200             GO TO 1010-EXIT
006210         END-IF
006220*
006230         MOVE 1 TO CUM-CREDIT-HOURS OF FS-CUM-TEMP-RECORD
006240         IF CATALOG-ON
006250             MOVE CRS-COURSE-CODE TO CAT-COURSE-CODE
006260             READ FS-COURSE-CATALOG
006270                 INVALID KEY
006280                     ADD 1 TO WS-SKIPPED-CNT
006290                     GO TO 1010-EXIT
006300             END-READ
006310             MOVE CAT-CREDIT-HOURS TO CUM-CREDIT-HOURS
006320                 OF FS-CUM-TEMP-RECORD
006330         END-IF
006340*
006350         ADD 1 TO WS-SPOOLED-CNT
006360         MOVE CRS-STUDENT-ID   TO CUM-STUDENT-ID
006370             OF FS-CUM-TEMP-RECORD
006380         MOVE CRS-COURSE-CODE  TO CUM-COURSE-CODE
006390             OF FS-CUM-TEMP-RECORD
006400         MOVE CRS-TERM-CODE    TO CUM-TERM-CODE
006410             OF FS-CUM-TEMP-RECORD
006420         MOVE CRS-COURSE-GRADE TO CUM-COURSE-GRADE
006430             OF FS-CUM-TEMP-RECORD
006440         MOVE CRS-GRADE-STATUS TO CUM-GRADE-STATUS
006450             OF FS-CUM-TEMP-RECORD
006460         WRITE FS-CUM-TEMP-RECORD
006470         END-WRITE
006480     END-READ
006490 1010-EXIT.
006500     EXIT.
006510*
006520****************************************************************
006530*   Start ACADEMIC-RECORD and REPEAT-ATTEMPTS afresh and write
006540*   them off the control breaks on the sorted detail - THE SORT
006550*   ORDER IS THE KEY ORDER OF BOTH, SO THEY LOAD SEQUENTIALLY.
006560****************************************************************
006570 2000-REBUILD-RECORDS.
006580     OPEN OUTPUT FS-ACADEMIC-RECORD
006590     OPEN OUTPUT FS-REPEAT-ATTEMPTS
006600     OPEN OUTPUT FS-RPTACT-TEMP
006610     OPEN OUTPUT FS-CUMBUILD-REPORT
006620*
006630     MOVE WS-RUN-DATE TO WS-HDR-DATE-OUT
006640     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-HEADER1
006650     END-WRITE
006660     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-RULE
006670     END-WRITE
006680     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-HEADER2
006690     END-WRITE
006700     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-RULE
006710     END-WRITE
006720*
006730     IF WS-SPOOLED-CNT > 0
006740         OPEN INPUT FS-CUM-OUTPUT
006750*
006760         MOVE SPACES TO WS-EOF-SW
006770         MOVE 'N'    TO WS-GRP-SW
006780*
006790         PERFORM 2100-ACCUMULATE-LINE THRU 2100-EXIT
006800             UNTIL EOF-SW
006810*
006820         CLOSE FS-CUM-OUTPUT
006830     END-IF
006840*
006850     CLOSE FS-RPTACT-TEMP
006860 2000-EXIT.
006870     EXIT.
006880*
006890****************************************************************
006900*   One sorted line per pass - a change of student closes the
006910*   running course and record and starts the next; a change of
006920*   course within the student closes the running course only;
006930*   end-of-file closes the last of both.
006940****************************************************************
006950 2100-ACCUMULATE-LINE.
006960     READ FS-CUM-OUTPUT
006970     AT END
006980         IF GROUP-OPEN
006990             PERFORM 2150-CLOSE-COURSE THRU 2150-EXIT
007000             PERFORM 2200-CLOSE-STUDENT THRU 2200-EXIT
007010         END-IF
007020     NOT AT END
007030         IF GROUP-OPEN
007040             IF CUM-STUDENT-ID OF FS-CUM-OUT-RECORD
007050                     NOT EQUAL WS-GRP-STUDENT-ID
007060                 PERFORM 2150-CLOSE-COURSE THRU 2150-EXIT
007070                 PERFORM 2200-CLOSE-STUDENT THRU 2200-EXIT
007080                 PERFORM 2300-START-STUDENT THRU 2300-EXIT
007090             ELSE
007100                 IF CUM-COURSE-CODE OF FS-CUM-OUT-RECORD
007110                         NOT EQUAL WS-GRP-COURSE-CODE
007120                     PERFORM 2150-CLOSE-COURSE THRU 2150-EXIT
007130                     PERFORM 2310-START-COURSE THRU 2310-EXIT
007140                 END-IF
007150             END-IF
007160         ELSE
007170             PERFORM 2300-START-STUDENT THRU 2300-EXIT
007180         END-IF
007190*
007200         PERFORM 2120-HOLD-ATTEMPT THRU 2120-EXIT
007210     END-READ
007220 2100-EXIT.
007230     EXIT.
007240*
007250****************************************************************
007260*   Hold one attempt at the running course until the course
007270*   closes - ONLY THEN IS IT KNOWN WHICH ATTEMPT IS THE LATEST.
007280****************************************************************
007290 2120-HOLD-ATTEMPT.
007300     IF WS-ATT-COUNT NOT LESS THAN WS-ATT-MAX
007310         ADD 1 TO WS-SKIPPED-CNT
007320         GO TO 2120-EXIT
007330     END-IF
007340*
007350     ADD 1 TO WS-ATT-COUNT
007360     MOVE CUM-TERM-CODE OF FS-CUM-OUT-RECORD
007370         TO WS-ATT-TERM(WS-ATT-COUNT)
007380     MOVE CUM-COURSE-GRADE OF FS-CUM-OUT-RECORD
007390         TO WS-ATT-GRADE(WS-ATT-COUNT)
007400     MOVE CUM-GRADE-STATUS OF FS-CUM-OUT-RECORD
007410         TO WS-ATT-STATUS(WS-ATT-COUNT)
007420     MOVE CUM-CREDIT-HOURS OF FS-CUM-OUT-RECORD
007430         TO WS-ATT-CREDITS(WS-ATT-COUNT)
007440 2120-EXIT.
007450     EXIT.
007460*
007470****************************************************************
007480*   The course-repeat rule. THE LATEST TERM'S ATTEMPT COUNTS;
007490*   EVERY ATTEMPT FROM AN EARLIER TERM IS SUPERSEDED - KEPT OUT
007500*   OF THE CREDITS AND QUALITY POINTS AND FILED ON
007510*   REPEAT-ATTEMPTS SO THE REPORTS PRINT IT WITH THE 'R'
007520*   MARKER. A WITHDRAWAL IS NOT AN ATTEMPT THAT CAN REPLACE
007530*   ANYTHING, SO THE LATEST NON-W TERM IS THE ONE THAT COUNTS.
007540*   TWO LINES IN THE SAME TERM ARE NOT A REPEAT.
007550****************************************************************
007560 2150-CLOSE-COURSE.
007570     MOVE SPACES TO WS-COUNT-TERM
007580     MOVE 0      TO WS-COUNT-SUB
007590*
007600     PERFORM 2160-FIND-COUNTING-ATTEMPT THRU 2160-EXIT
007610         VARYING WS-ATT-SUB FROM 1 BY 1
007620         UNTIL WS-ATT-SUB > WS-ATT-COUNT
007630*
007640     PERFORM 2170-POST-ATTEMPT THRU 2170-EXIT
007650         VARYING WS-ATT-SUB FROM 1 BY 1
007660         UNTIL WS-ATT-SUB > WS-ATT-COUNT
007670*
007680     MOVE 0 TO WS-ATT-COUNT
007690 2150-EXIT.
007700     EXIT.
007710*
007720*    THE ATTEMPTS ARE HELD IN TERM ORDER, SO THE LAST NON-W ONE
007730*    SEEN IS THE LATEST.
007740 2160-FIND-COUNTING-ATTEMPT.
007750     IF WS-ATT-STATUS(WS-ATT-SUB) NOT EQUAL 'W'
007760         MOVE WS-ATT-TERM(WS-ATT-SUB) TO WS-COUNT-TERM
007770         MOVE WS-ATT-SUB              TO WS-COUNT-SUB
007780     END-IF
007790 2160-EXIT.
007800     EXIT.
007810*
007820 2170-POST-ATTEMPT.
007830     IF WS-COUNT-SUB > 0
007840             AND WS-ATT-TERM(WS-ATT-SUB) < WS-COUNT-TERM
007850         PERFORM 2180-FILE-REPEAT THRU 2180-EXIT
007860*        THE STUDENT WAS STILL ENROLLED THAT TERM.
007870         IF WS-ATT-STATUS(WS-ATT-SUB) NOT EQUAL 'W'
007880             PERFORM 2410-POST-TERM THRU 2410-EXIT
007890         END-IF
007900         GO TO 2170-EXIT
007910     END-IF
007920*
007930     PERFORM 2400-POST-LINE THRU 2400-EXIT
007940 2170-EXIT.
007950     EXIT.
007960*
007970****************************************************************
007980*   File one superseded attempt on REPEAT-ATTEMPTS and spool it
007990*   for the repeat-activity report. A SECOND LINE FOR THE SAME
008000*   COURSE AND TERM IS ALREADY FILED BY THE FIRST.
008010****************************************************************
008020 2180-FILE-REPEAT.
008030     MOVE WS-GRP-STUDENT-ID          TO RPT-STUDENT-ID
008040     MOVE WS-GRP-COURSE-CODE         TO RPT-COURSE-CODE
008050     MOVE WS-ATT-TERM(WS-ATT-SUB)    TO RPT-TERM-CODE
008060     MOVE WS-ATT-GRADE(WS-ATT-SUB)   TO RPT-COURSE-GRADE
008070     MOVE WS-ATT-STATUS(WS-ATT-SUB)  TO RPT-GRADE-STATUS
008080     MOVE WS-COUNT-TERM              TO RPT-REPLACED-BY-TERM
008090*
008100     WRITE FS-REPEAT-RECORD
008110         INVALID KEY
008120             CONTINUE
008130         NOT INVALID KEY
008140             ADD 1 TO WS-REPEAT-CNT
008150             PERFORM 2190-SPOOL-ACTIVITY THRU 2190-EXIT
008160     END-WRITE
008170 2180-EXIT.
008180     EXIT.
008190*
008200 2190-SPOOL-ACTIVITY.
008210     MOVE WS-COUNT-TERM  TO RPA-REPEAT-TERM
008220         OF FS-RPTACT-TEMP-RECORD
008230     MOVE WS-GRP-STUDENT-ID TO RPA-STUDENT-ID
008240         OF FS-RPTACT-TEMP-RECORD
008250     MOVE WS-GRP-COURSE-CODE TO RPA-COURSE-CODE
008260         OF FS-RPTACT-TEMP-RECORD
008270     MOVE WS-ATT-TERM(WS-ATT-SUB) TO RPA-PRIOR-TERM
008280         OF FS-RPTACT-TEMP-RECORD
008290     MOVE WS-ATT-GRADE(WS-ATT-SUB) TO RPA-PRIOR-GRADE
008300         OF FS-RPTACT-TEMP-RECORD
008310     MOVE WS-ATT-STATUS(WS-ATT-SUB) TO RPA-PRIOR-STATUS
008320         OF FS-RPTACT-TEMP-RECORD
008330     MOVE WS-ATT-GRADE(WS-COUNT-SUB) TO RPA-NEW-GRADE
008340         OF FS-RPTACT-TEMP-RECORD
008350     MOVE WS-ATT-STATUS(WS-COUNT-SUB) TO RPA-NEW-STATUS
008360         OF FS-RPTACT-TEMP-RECORD
008370*
008380     WRITE FS-RPTACT-TEMP-RECORD
008390     END-WRITE
008400 2190-EXIT.
008410     EXIT.
008420*
008430****************************************************************
008440*   Finish the running student - GPA, class level - and write
008450*   the record and its listing line.
008460****************************************************************
008470 2200-CLOSE-STUDENT.
008480     ADD 1 TO WS-STUDENT-CNT
008490*
008500     MOVE 0 TO WS-GRP-GPA
008510     IF WS-GRP-ATTEMPTED > 0
008520         DIVIDE WS-GRP-QUALITY BY WS-GRP-ATTEMPTED
008530             GIVING WS-GRP-GPA ROUNDED
008540         END-DIVIDE
008550     END-IF
008560*
008570     INITIALIZE FS-ACADREC-RECORD
008580     MOVE WS-GRP-STUDENT-ID  TO ACR-STUDENT-ID
008590     MOVE WS-GRP-ATTEMPTED   TO ACR-CREDITS-ATTEMPTED
008600     MOVE WS-GRP-EARNED      TO ACR-CREDITS-EARNED
008610     MOVE WS-GRP-QUALITY     TO ACR-QUALITY-POINTS
008620     MOVE WS-GRP-GPA         TO ACR-CUM-GPA
008630     MOVE WS-TERM-COUNT      TO ACR-TERMS-ENROLLED
008640     MOVE WS-GRP-FIRST-TERM  TO ACR-FIRST-TERM
008650     MOVE WS-GRP-LAST-TERM   TO ACR-LAST-TERM
008660     MOVE WS-RUN-DATE        TO ACR-REBUILD-DATE
008670*
008680     EVALUATE TRUE
008690         WHEN WS-GRP-EARNED NOT LESS THAN WS-SENIOR-CREDITS
008700             MOVE 'SR'        TO ACR-CLASS-LEVEL
008710             MOVE 'SENIOR'    TO WS-DTL-LEVEL-OUT
008720         WHEN WS-GRP-EARNED NOT LESS THAN WS-JUNIOR-CREDITS
008730             MOVE 'JR'        TO ACR-CLASS-LEVEL
008740             MOVE 'JUNIOR'    TO WS-DTL-LEVEL-OUT
008750         WHEN WS-GRP-EARNED NOT LESS THAN WS-SOPHOMORE-CREDITS
008760             MOVE 'SO'        TO ACR-CLASS-LEVEL
008770             MOVE 'SOPHOMORE' TO WS-DTL-LEVEL-OUT
008780         WHEN OTHER
008790             MOVE 'FR'        TO ACR-CLASS-LEVEL
008800             MOVE 'FRESHMAN'  TO WS-DTL-LEVEL-OUT
008810     END-EVALUATE
008820*
008830     WRITE FS-ACADREC-RECORD
008840         INVALID KEY
008850             CONTINUE
008860     END-WRITE
008870*
008880     MOVE WS-GRP-STUDENT-ID  TO WS-DTL-ID-OUT
008890     MOVE WS-GRP-ATTEMPTED   TO WS-DTL-ATTEMPTED-OUT
008900     MOVE WS-GRP-EARNED      TO WS-DTL-EARNED-OUT
008910     MOVE WS-GRP-QUALITY     TO WS-DTL-QUALITY-OUT
008920     MOVE WS-GRP-GPA         TO WS-DTL-GPA-OUT
008930     MOVE WS-TERM-COUNT      TO WS-DTL-TERMS-OUT
008940*
008950     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-DETAIL-LINE
008960     END-WRITE
008970*
008980     MOVE 'N' TO WS-GRP-SW
008990 2200-EXIT.
009000     EXIT.
009010*
009020 2300-START-STUDENT.
009030     MOVE CUM-STUDENT-ID OF FS-CUM-OUT-RECORD
009040         TO WS-GRP-STUDENT-ID
009050     MOVE 0      TO WS-GRP-ATTEMPTED
009060     MOVE 0      TO WS-GRP-EARNED
009070     MOVE 0      TO WS-GRP-QUALITY
009080     MOVE 0      TO WS-TERM-COUNT
009090     MOVE SPACES TO WS-GRP-FIRST-TERM
009100     MOVE SPACES TO WS-GRP-LAST-TERM
009110*
009120     MOVE 'Y' TO WS-GRP-SW
009130*
009140     PERFORM 2310-START-COURSE THRU 2310-EXIT
009150 2300-EXIT.
009160     EXIT.
009170*
009180 2310-START-COURSE.
009190     MOVE CUM-COURSE-CODE OF FS-CUM-OUT-RECORD
009200         TO WS-GRP-COURSE-CODE
009210     MOVE 0 TO WS-ATT-COUNT
009220 2310-EXIT.
009230     EXIT.
009240*
009250****************************************************************
009260*   Post one counting attempt. ONLY A FINAL GRADE REACHES THE
009270*   CREDITS AND QUALITY POINTS; ANY ATTEMPT BUT A WITHDRAWAL
009280*   MARKS ITS TERM AS ENROLLED.
009290****************************************************************
009300 2400-POST-LINE.
009310     IF WS-ATT-STATUS(WS-ATT-SUB) EQUAL SPACE
009320         ADD WS-ATT-CREDITS(WS-ATT-SUB)
009330             TO WS-GRP-ATTEMPTED
009340         COMPUTE WS-GRP-QUALITY = WS-GRP-QUALITY
009350             + WS-ATT-GRADE(WS-ATT-SUB)
009360             * WS-ATT-CREDITS(WS-ATT-SUB)
009370         END-COMPUTE
009380         IF WS-ATT-GRADE(WS-ATT-SUB)
009390                 NOT LESS THAN WS-PASS-MARK
009400             ADD WS-ATT-CREDITS(WS-ATT-SUB)
009410                 TO WS-GRP-EARNED
009420         END-IF
009430     END-IF
009440*
009450     IF WS-ATT-STATUS(WS-ATT-SUB) NOT EQUAL 'W'
009460         PERFORM 2410-POST-TERM THRU 2410-EXIT
009470     END-IF
009480 2400-EXIT.
009490     EXIT.
009500*
009510 2410-POST-TERM.
009520     MOVE 0 TO WS-TERM-HIT
009530*
009540     PERFORM 2420-SCAN-TERMS THRU 2420-EXIT
009550         VARYING WS-TERM-SUB FROM 1 BY 1
009560         UNTIL WS-TERM-SUB > WS-TERM-COUNT
009570             OR WS-TERM-HIT > 0
009580*
009590     IF WS-TERM-HIT EQUAL 0 AND WS-TERM-COUNT < 60
009600         ADD 1 TO WS-TERM-COUNT
009610         MOVE WS-ATT-TERM(WS-ATT-SUB)
009620             TO WS-TERM-SEEN(WS-TERM-COUNT)
009630     END-IF
009640*
009650     IF WS-GRP-FIRST-TERM EQUAL SPACES
009660             OR WS-ATT-TERM(WS-ATT-SUB)
009670                 < WS-GRP-FIRST-TERM
009680         MOVE WS-ATT-TERM(WS-ATT-SUB)
009690             TO WS-GRP-FIRST-TERM
009700     END-IF
009710*
009720     IF WS-ATT-TERM(WS-ATT-SUB) > WS-GRP-LAST-TERM
009730         MOVE WS-ATT-TERM(WS-ATT-SUB)
009740             TO WS-GRP-LAST-TERM
009750     END-IF
009760 2410-EXIT.
009770     EXIT.
009780*
009790 2420-SCAN-TERMS.
009800     IF WS-TERM-SEEN(WS-TERM-SUB)
009810             EQUAL WS-ATT-TERM(WS-ATT-SUB)
009820         MOVE WS-TERM-SUB TO WS-TERM-HIT
009830     END-IF
009840 2420-EXIT.
009850     EXIT.
009860*
009870****************************************************************
009880*   Run totals at the foot of the listing.
009890****************************************************************
009900 3000-WRITE-SUMMARY.
009910     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-RULE
009920     END-WRITE
009930*
009940     MOVE 'COURSE LINES READ:'         TO WS-CNT-LABEL-OUT
009950     MOVE WS-READ-CNT                  TO WS-CNT-VALUE-OUT
009960     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-COUNT-LINE
009970     END-WRITE
009980*
009990     MOVE 'LINES SKIPPED (STATUS/CAT):' TO WS-CNT-LABEL-OUT
010000     MOVE WS-SKIPPED-CNT               TO WS-CNT-VALUE-OUT
010010     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-COUNT-LINE
010020     END-WRITE
010030*
010040     MOVE 'STUDENT RECORDS REBUILT:'   TO WS-CNT-LABEL-OUT
010050     MOVE WS-STUDENT-CNT               TO WS-CNT-VALUE-OUT
010060     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-COUNT-LINE
010070     END-WRITE
010080*
010090     MOVE 'SUPERSEDED REPEATS (R):'    TO WS-CNT-LABEL-OUT
010100     MOVE WS-REPEAT-CNT                TO WS-CNT-VALUE-OUT
010110     WRITE FS-CUMBUILD-REP-RECORD FROM WS-CUM-COUNT-LINE
010120     END-WRITE
010130 3000-EXIT.
010140     EXIT.
010150*
010160****************************************************************
010170*   REPEAT-ACTIVITY.txt - every superseded attempt, grouped by
010180*   the term of the attempt that replaced it, with the prior and
010190*   new grade and the change between them.
010200****************************************************************
010210 4000-REPEAT-ACTIVITY.
010220     OPEN OUTPUT FS-REPEAT-ACTIVITY
010230*
010240     MOVE WS-RUN-DATE TO WS-RPA-DATE-OUT
010250     WRITE FS-REPEAT-ACT-RECORD FROM WS-RPA-HEADER1
010260     END-WRITE
010270     WRITE FS-REPEAT-ACT-RECORD FROM WS-CUM-RULE
010280     END-WRITE
010290     WRITE FS-REPEAT-ACT-RECORD FROM WS-RPA-HEADER2
010300     END-WRITE
010310     WRITE FS-REPEAT-ACT-RECORD FROM WS-CUM-RULE
010320     END-WRITE
010330*
010340     IF WS-REPEAT-CNT > 0
010350         SORT FS-RPTACT-WORK
010360             ON ASCENDING KEY RPA-REPEAT-TERM
010370             OF     FS-RPTACT-WRK-RECORD
010380             ON ASCENDING KEY RPA-STUDENT-ID
010390             OF     FS-RPTACT-WRK-RECORD
010400             ON ASCENDING KEY RPA-COURSE-CODE
010410             OF     FS-RPTACT-WRK-RECORD
010420             ON ASCENDING KEY RPA-PRIOR-TERM
010430             OF     FS-RPTACT-WRK-RECORD
010440             USING  FS-RPTACT-TEMP
010450             GIVING FS-RPTACT-OUTPUT
010460*
010470         OPEN INPUT FS-RPTACT-OUTPUT
010480         MOVE SPACES TO WS-EOF-SW
010490         MOVE 'N'    TO WS-TERM-GRP-SW
010500         PERFORM 4100-PRINT-ACTIVITY THRU 4100-EXIT
010510             UNTIL EOF-SW
010520         CLOSE FS-RPTACT-OUTPUT
010530     ELSE
010540         MOVE SPACES TO FS-REPEAT-ACT-RECORD
010550         MOVE 'NO REPEATED COURSES ON FILE'
010560             TO FS-REPEAT-ACT-RECORD(6:27)
010570         WRITE FS-REPEAT-ACT-RECORD
010580         END-WRITE
010590     END-IF
010600*
010610     WRITE FS-REPEAT-ACT-RECORD FROM WS-CUM-RULE
010620     END-WRITE
010630     MOVE 'TOTAL SUPERSEDED ATTEMPTS:' TO WS-CNT-LABEL-OUT
010640     MOVE WS-REPEAT-CNT               TO WS-CNT-VALUE-OUT
010650     WRITE FS-REPEAT-ACT-RECORD FROM WS-CUM-COUNT-LINE
010660     END-WRITE
010670*
010680     CLOSE FS-REPEAT-ACTIVITY
010690 4000-EXIT.
010700     EXIT.
010710*
010720 4100-PRINT-ACTIVITY.
010730     READ FS-RPTACT-OUTPUT
010740     AT END
010750         IF TERM-GROUP-OPEN
010760             PERFORM 4200-CLOSE-TERM THRU 4200-EXIT
010770         END-IF
010780     NOT AT END
010790         IF TERM-GROUP-OPEN
010800             IF RPA-REPEAT-TERM OF FS-RPTACT-OUT-RECORD
010810                     NOT EQUAL WS-RPA-CUR-TERM
010820                 PERFORM 4200-CLOSE-TERM THRU 4200-EXIT
010830                 PERFORM 4300-START-TERM THRU 4300-EXIT
010840             END-IF
010850         ELSE
010860             PERFORM 4300-START-TERM THRU 4300-EXIT
010870         END-IF
010880*
010890         PERFORM 4400-PRINT-REPEAT-LINE THRU 4400-EXIT
010900     END-READ
010910 4100-EXIT.
010920     EXIT.
010930*
010940 4200-CLOSE-TERM.
010950     MOVE 'REPEATS IN TERM:'  TO WS-CNT-LABEL-OUT
010960     MOVE WS-RPA-TERM-CNT     TO WS-CNT-VALUE-OUT
010970     WRITE FS-REPEAT-ACT-RECORD FROM WS-CUM-COUNT-LINE
010980     END-WRITE
010990     MOVE SPACES TO FS-REPEAT-ACT-RECORD
011000     WRITE FS-REPEAT-ACT-RECORD
011010     END-WRITE
011020*
011030     MOVE 'N' TO WS-TERM-GRP-SW
011040 4200-EXIT.
011050     EXIT.
011060*
011070 4300-START-TERM.
011080     MOVE RPA-REPEAT-TERM OF FS-RPTACT-OUT-RECORD
011090         TO WS-RPA-CUR-TERM
011100     MOVE 0 TO WS-RPA-TERM-CNT
011110*
011120     MOVE WS-RPA-CUR-TERM TO WS-RPA-TERM-OUT
011130     WRITE FS-REPEAT-ACT-RECORD FROM WS-RPA-TERM-LINE
011140     END-WRITE
011150*
011160     MOVE 'Y' TO WS-TERM-GRP-SW
011170 4300-EXIT.
011180     EXIT.
011190*
011200****************************************************************
011210*   One superseded attempt. A STATUS ON EITHER SIDE PRINTS AS
011220*   ITS LETTER AND LEAVES THE CHANGE COLUMN BLANK.
011230****************************************************************
011240 4400-PRINT-REPEAT-LINE.
011250     ADD 1 TO WS-RPA-TERM-CNT
011260*
011270     MOVE RPA-STUDENT-ID OF FS-RPTACT-OUT-RECORD
011280         TO WS-RPA-ID-OUT
011290     MOVE RPA-COURSE-CODE OF FS-RPTACT-OUT-RECORD
011300         TO WS-RPA-COURSE-OUT
011310     MOVE RPA-PRIOR-TERM OF FS-RPTACT-OUT-RECORD
011320         TO WS-RPA-PRIOR-TERM-OUT
011330     MOVE RPA-PRIOR-GRADE OF FS-RPTACT-OUT-RECORD
011340         TO WS-RPA-PRIOR-OUT
011350     MOVE RPA-NEW-GRADE OF FS-RPTACT-OUT-RECORD
011360         TO WS-RPA-NEW-OUT
011370     MOVE SPACES TO WS-RPA-CHANGE-DISP
011380*
011390     IF RPA-PRIOR-STATUS OF FS-RPTACT-OUT-RECORD NOT EQUAL SPACE
011400         MOVE SPACES TO WS-RPA-PRIOR-DISP
011410         MOVE RPA-PRIOR-STATUS OF FS-RPTACT-OUT-RECORD
011420             TO WS-RPA-PRIOR-DISP(1:1)
011430     END-IF
011440*
011450     IF RPA-NEW-STATUS OF FS-RPTACT-OUT-RECORD NOT EQUAL SPACE
011460         MOVE SPACES TO WS-RPA-NEW-DISP
011470         MOVE RPA-NEW-STATUS OF FS-RPTACT-OUT-RECORD
011480             TO WS-RPA-NEW-DISP(1:1)
011490     END-IF
011500*
011510     IF RPA-PRIOR-STATUS OF FS-RPTACT-OUT-RECORD EQUAL SPACE
011520             AND RPA-NEW-STATUS OF FS-RPTACT-OUT-RECORD
011530                 EQUAL SPACE
011540         COMPUTE WS-RPA-CHANGE-OUT =
011550             RPA-NEW-GRADE OF FS-RPTACT-OUT-RECORD
011560             - RPA-PRIOR-GRADE OF FS-RPTACT-OUT-RECORD
011570         END-COMPUTE
011580     END-IF
011590*
011600     WRITE FS-REPEAT-ACT-RECORD FROM WS-RPA-DETAIL-LINE
011610     END-WRITE
011620 4400-EXIT.
011630     EXIT.
011640*
011650 9999-TERMINATE.
011660     CLOSE FS-ACADEMIC-RECORD
011670     CLOSE FS-REPEAT-ATTEMPTS
011680     CLOSE FS-CUMBUILD-REPORT
011690*
011700     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
011710 9999-EXIT.
011720     EXIT.
011730*
011740****************************************************************
011750*   Append this run's control record to the cumulative RUN-LOG.
011760*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
011770*   ITSELF THE FAILURE MARKER.
011780****************************************************************
011790 9995-WRITE-RUN-LOG.
011800     OPEN EXTEND FS-RUN-LOG
011810*
011820     IF RUN-LOG-NOT-FOUND
011830         OPEN OUTPUT FS-RUN-LOG
011840     END-IF
011850*
011860     ACCEPT WS-RUN-END-TIME FROM TIME
011870*
011880     MOVE 'CUMBUILD'         TO RNL-PROGRAM
011890     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
011900     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
011910     MOVE SPACES             TO RNL-TERM-CODE
011920     MOVE WS-READ-CNT        TO RNL-READ-CNT
011930     MOVE WS-SPOOLED-CNT     TO RNL-VALID-CNT
011940     MOVE WS-SKIPPED-CNT     TO RNL-REJECT-CNT
011950     MOVE WS-STUDENT-CNT     TO RNL-REPORT-CNT
011960     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
011970*
011980     WRITE FS-RUN-LOG-RECORD
011990     END-WRITE
012000*
012010     CLOSE FS-RUN-LOG
012020 9995-EXIT.
012030     EXIT.
012040*
012050 END PROGRAM CUMBUILD.
