000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     DEGREE-PROGRESS AUDIT. EVERY STUDENT ON THE
000070*              INDEXED STUDENT-MASTER IS AUDITED AGAINST THE
000080*              PROGRAM-REQUIREMENTS RECORD (KEPT BY PRGMAINT.cbl)
000090*              FOR THE MST-PROGRAM-CODE ON THE STUDENT'S LATEST
000100*              TERM. THE STUDENT'S COURSE-INPUT LINES ACROSS ALL
000110*              TERMS ARE WEIGHED WITH THE COURSE-CATALOG CREDIT
000120*              HOURS AND DEPARTMENT:
000130*                COMPLETED   - FINAL GRADE AT OR ABOVE THE PASS
000140*                              MARK OF THE GRADE SCALE IN FORCE
000150*                IN PROGRESS - STATUS I OR P
000160*                MISSING     - NOT TAKEN, FAILED OR WITHDRAWN
000170*              ONE FIXED-LENGTH PAGE PER STUDENT GOES TO
000180*              DEGREE-AUDIT.txt (REQUIRED COURSES, ELECTIVE POOLS
000190*              AND TOTAL CREDITS); STUDENTS WHO HAVE MET EVERY
000200*              REQUIREMENT ARE LISTED ON GRAD-CANDIDATES.txt FOR
000210*              THE GRADUATION CLEARANCE LIST. HONORS THE SAME
000220*              OPTIONAL GRADE-SCALE CARDS AS MAIN.cbl.
000230* TECTONICS:   cobc
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-15  DV   INITIAL VERSION.
000280*   2026-10-15  DV   COURSE-REPEAT RULE: THE LATEST TERM'S
000290*                    (NON-W) ATTEMPT AT A COURSE NOW DECIDES ITS
000300*                    RESULT INSTEAD OF THE BEST ATTEMPT.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. DEGAUDIT.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370****************************************************************
000380*    INDEXED MASTER MAINTAINED BY MAINT.cbl - READ IN TERM +
000390*    STUDENT-ID ORDER FOR EACH STUDENT'S NAME AND PROGRAM.
000400****************************************************************
000410     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS MST-MASTER-KEY
000450         FILE STATUS IS WS-MASTER-STATUS.
000460*
000470****************************************************************
000480*    COURSE TRANSCRIPT DETAIL - SAME RECORD LAYOUT MAIN.cbl AND
000490*    INQUIRY.cbl READ, WHICH MUST STAY IN STEP.
000500****************************************************************
000510     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-COURSE-FILE-STATUS.
000540*
000550****************************************************************
000560*    OPTIONAL COURSE CATALOG (CATMAINT.cbl) FOR CREDIT HOURS
000570*    AND DEPARTMENT - NO CATALOG ON FILE WEIGHTS EVERY COURSE
000580*    AT ONE CREDIT, THE SAME FALLBACK MAIN.cbl USES.
000590****************************************************************
000600     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS CAT-COURSE-CODE
000640         FILE STATUS IS WS-CATALOG-STATUS.
000650*
000660****************************************************************
000670*    PROGRAM-REQUIREMENTS MASTER KEPT BY PRGMAINT.cbl.
000680****************************************************************
000690     SELECT FS-PROGRAM-REQ ASSIGN 'PROGRAM-REQUIREMENTS'
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS PRQ-PROGRAM-CODE
000730         FILE STATUS IS WS-PROGREQ-STATUS.
000740*
000750****************************************************************
000760*    OPTIONAL GRADE-SCALE CARDS - SAME FILE AND SAME RULES AS
000770*    MAIN.cbl: NO SCALE FILE = THE BUILT-IN A/B/C/D/F SCALE.
000780****************************************************************
000790     SELECT FS-GRADE-SCALE ASSIGN 'GRADE-SCALE'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-SCALE-STATUS.
000820*
000830****************************************************************
000840*    SPOOL (TEMP), SORT WORK AND SORTED OUTPUT FOR THE MASTER -
000850*    STUDENT-ID ASCENDING, TERM DESCENDING, SO EACH STUDENT'S
000860*    FIRST RECORD IS THE LATEST TERM.
000870****************************************************************
000880     SELECT FS-DGSTU-TEMP ASSIGN 'DGSTU-TEMP'
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-STU-EOF-SW.
000910*
000920     SELECT FS-DGSTU-WORK ASSIGN 'DGSTU-WORK'
000930         ORGANIZATION IS SEQUENTIAL.
000940*
000950     SELECT FS-DGSTU-OUTPUT ASSIGN 'DGSTU-OUT'
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-STU-EOF-SW.
000980*
000990****************************************************************
001000*    SPOOL, SORT WORK AND SORTED OUTPUT FOR THE COURSE DETAIL -
001010*    STUDENT-ID + COURSE + TERM, MATCHED AGAINST THE MASTER.
001020****************************************************************
001030     SELECT FS-DGCRS-TEMP ASSIGN 'DGCRS-TEMP'
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-CRS-EOF-SW.
001060*
001070     SELECT FS-DGCRS-WORK ASSIGN 'DGCRS-WORK'
001080         ORGANIZATION IS SEQUENTIAL.
001090*
001100     SELECT FS-DGCRS-OUTPUT ASSIGN 'DGCRS-OUT'
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-CRS-EOF-SW.
001130*
001140****************************************************************
001150*    AUDIT PAGES - 80-COLUMN, ONE STUDENT PER PAGE, EACH PAGE
001160*    PADDED TO WS-PAGE-SIZE LINES LIKE THE TRANSCRIPT PAGES.
001170****************************************************************
001180     SELECT FS-DEGREE-AUDIT ASSIGN 'DEGREE-AUDIT.txt'
001190         ORGANIZATION IS LINE SEQUENTIAL.
001200*
001210     SELECT FS-GRAD-CANDIDATES ASSIGN 'GRAD-CANDIDATES.txt'
001220         ORGANIZATION IS LINE SEQUENTIAL.
001230*
001240****************************************************************
001250*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
001260*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
001270****************************************************************
001280     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RUN-LOG-STATUS.
001310**
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  FS-STUDENT-MASTER.
001350 01  FS-STUDENT-MASTER-RECORD.
001360     05  MST-MASTER-KEY.
001370         10  MST-TERM-CODE    PIC X(05).
001380         10  MST-STUDENT-ID   PIC 9(05).
001390     05  MST-STUDENT-NAME     PIC X(30).
001400     05  MST-STUDENT-LASTNAME PIC X(30).
001410     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
001420     05  MST-STANDING-CODE    PIC X(01).
001430     05  MST-GRADE-STATUS     PIC X(01).
001440     05  MST-ADDRESS-BLOCK.
001450         10  MST-ADDR-STREET  PIC X(30).
001460         10  MST-ADDR-CITY    PIC X(20).
001470         10  MST-ADDR-STATE   PIC X(02).
001480         10  MST-ADDR-ZIP     PIC X(10).
001490     05  MST-PROGRAM-CODE     PIC X(05).
001500*
001510 FD  FS-COURSE-INPUT.
001520 01  FS-COURSE-IN-RECORD.
001530     05  CRS-STUDENT-ID       PIC 9(05).
001540     05  CRS-COURSE-CODE      PIC X(10).
001550     05  CRS-COURSE-NAME      PIC X(20).
001560     05  CRS-COURSE-GRADE     PIC 9(03)V99.
001570     05  CRS-TERM-CODE        PIC X(05).
001580     05  CRS-SECTION-CODE     PIC X(03).
001590     05  CRS-INSTRUCTOR-ID    PIC X(10).
001600     05  CRS-GRADE-STATUS     PIC X(01).
001610*
001620 FD  FS-COURSE-CATALOG.
001630 01  FS-CATALOG-RECORD.
001640     05  CAT-COURSE-CODE      PIC X(10).
001650     05  CAT-COURSE-TITLE     PIC X(20).
001660     05  CAT-CREDIT-HOURS     PIC 9(02).
001670     05  CAT-DEPARTMENT       PIC X(04).
001680*
001690****************************************************************
001700*    PROGRAM-REQUIREMENTS RECORD - LAYOUT SHARED WITH
001710*    PRGMAINT.cbl AND MUST STAY IN STEP.
001720****************************************************************
001730 FD  FS-PROGRAM-REQ.
001740 01  FS-PROGREQ-RECORD.
001750     05  PRQ-PROGRAM-CODE     PIC X(05).
001760     05  PRQ-PROGRAM-TITLE    PIC X(30).
001770     05  PRQ-MIN-CREDITS      PIC 9(03).
001780     05  PRQ-REQ-COUNT        PIC 9(02).
001790     05  PRQ-REQUIRED-COURSE  PIC X(10) OCCURS 20 TIMES.
001800     05  PRQ-POOL-COUNT       PIC 9(02).
001810     05  PRQ-ELECTIVE-POOL    OCCURS 5 TIMES.
001820         10  PRQ-POOL-DEPT    PIC X(04).
001830         10  PRQ-POOL-CREDITS PIC 9(03).
001840*
001850 FD  FS-GRADE-SCALE.
001860 01  FS-GRADE-SCALE-RECORD.
001870     05  SCL-LETTER           PIC X(02).
001880     05  FILLER               PIC X(01).
001890     05  SCL-MIN-GRADE        PIC 9(03)V99.
001900*
001910 FD  FS-DGSTU-TEMP.
001920 01  FS-DGSTU-TEMP-RECORD.
001930     05  DGS-STUDENT-ID       PIC 9(05).
001940     05  DGS-TERM-CODE        PIC X(05).
001950     05  DGS-PROGRAM-CODE     PIC X(05).
001960     05  DGS-STUDENT-NAME     PIC X(30).
001970     05  DGS-STUDENT-LASTNAME PIC X(30).
001980*
001990 SD  FS-DGSTU-WORK.
002000 01  FS-DGSTU-WRK-RECORD.
002010     05  DGS-STUDENT-ID       PIC 9(05).
002020     05  DGS-TERM-CODE        PIC X(05).
002030     05  DGS-PROGRAM-CODE     PIC X(05).
002040     05  DGS-STUDENT-NAME     PIC X(30).
002050     05  DGS-STUDENT-LASTNAME PIC X(30).
002060*
002070 FD  FS-DGSTU-OUTPUT.
002080 01  FS-DGSTU-OUT-RECORD.
002090     05  DGS-STUDENT-ID       PIC 9(05).
002100     05  DGS-TERM-CODE        PIC X(05).
002110     05  DGS-PROGRAM-CODE     PIC X(05).
002120     05  DGS-STUDENT-NAME     PIC X(30).
002130     05  DGS-STUDENT-LASTNAME PIC X(30).
002140*
002150 FD  FS-DGCRS-TEMP.
002160 01  FS-DGCRS-TEMP-RECORD.
002170     05  DGC-STUDENT-ID       PIC 9(05).
002180     05  DGC-COURSE-CODE      PIC X(10).
002190     05  DGC-TERM-CODE        PIC X(05).
002200     05  DGC-COURSE-GRADE     PIC 9(03)V99.
002210     05  DGC-GRADE-STATUS     PIC X(01).
002220*
002230 SD  FS-DGCRS-WORK.
002240 01  FS-DGCRS-WRK-RECORD.
002250     05  DGC-STUDENT-ID       PIC 9(05).
002260     05  DGC-COURSE-CODE      PIC X(10).
002270     05  DGC-TERM-CODE        PIC X(05).
002280     05  DGC-COURSE-GRADE     PIC 9(03)V99.
002290     05  DGC-GRADE-STATUS     PIC X(01).
002300*
002310 FD  FS-DGCRS-OUTPUT.
002320 01  FS-DGCRS-OUT-RECORD.
002330     05  DGC-STUDENT-ID       PIC 9(05).
002340     05  DGC-COURSE-CODE      PIC X(10).
002350     05  DGC-TERM-CODE        PIC X(05).
002360     05  DGC-COURSE-GRADE     PIC 9(03)V99.
002370     05  DGC-GRADE-STATUS     PIC X(01).
002380*
002390 FD  FS-DEGREE-AUDIT
002400     RECORDING MODE IS F
002410     RECORD CONTAINS 80 CHARACTERS.
002420 01  FS-DEGREE-AUDIT-RECORD  PIC X(80).
002430*
002440 FD  FS-GRAD-CANDIDATES
002450     RECORDING MODE IS F
002460     RECORD CONTAINS 80 CHARACTERS.
002470 01  FS-GRAD-CAND-RECORD     PIC X(80).
002480*
002490 FD  FS-RUN-LOG.
002500 01  FS-RUN-LOG-RECORD.
002510     05  RNL-PROGRAM          PIC X(08).
002520     05  RNL-RUN-DATE         PIC 9(08).
002530     05  RNL-RUN-TIME         PIC 9(06).
002540     05  RNL-TERM-CODE        PIC X(05).
002550     05  RNL-READ-CNT         PIC 9(05).
002560     05  RNL-VALID-CNT        PIC 9(05).
002570     05  RNL-REJECT-CNT       PIC 9(05).
002580     05  RNL-REPORT-CNT       PIC 9(05).
002590     05  RNL-RUN-STATUS       PIC X(08).
002600**
002610 WORKING-STORAGE SECTION.
002620 01  WS-MASTER-STATUS         PIC X(02).
002630     88  MASTER-OK                                   VALUE '00'.
002640     88  MASTER-EOF                                  VALUE '10'.
002650*
002660 01  WS-COURSE-FILE-STATUS    PIC X(02).
002670     88  COURSE-FILE-NOT-FOUND                       VALUE '35'.
002680     88  COURSE-EOF                                  VALUE '10'.
002690*
002700 01  WS-CATALOG-STATUS        PIC X(02).
002710     88  CATALOG-OK                                  VALUE '00'.
002720*
002730 01  WS-PROGREQ-STATUS        PIC X(02).
002740     88  PROGREQ-OK                                  VALUE '00'.
002750*
002760 01  WS-SCALE-STATUS          PIC X(02).
002770     88  SCALE-NOT-FOUND                             VALUE '35'.
002780     88  SCALE-EOF                                   VALUE '10'.
002790*
002800 01  WS-STU-EOF-SW            PIC X(02).
002810     88  STU-EOF                                     VALUE '10'.
002820*
002830 01  WS-CRS-EOF-SW            PIC X(02).
002840     88  CRS-EOF                                     VALUE '10'.
002850*
002860 01  WS-RUN-LOG-STATUS        PIC X(02).
002870     88  RUN-LOG-NOT-FOUND                           VALUE '35'.
002880*
002890 01  WS-CATALOG-ON-SW         PIC X(01)            VALUE 'N'.
002900     88  CATALOG-ON                                VALUE 'Y'.
002910*
002920 01  WS-PROGREQ-ON-SW         PIC X(01)            VALUE 'N'.
002930     88  PROGREQ-ON                                VALUE 'Y'.
002940*
002950 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002960 01  WS-RUN-END-TIME.
002970     05  WS-RUN-END-HHMMSS    PIC 9(06).
002980     05  FILLER               PIC 9(02).
002990*
003000****************************************************************
003010*   Letter-grade scale table, loaded the way MAIN.cbl loads it.
003020*   ONLY THE PASS MARK (LOWEST NON-F CUTOFF) IS USED HERE.
003030****************************************************************
003040 01  WS-SCALE-COUNT           PIC 9(02) COMP-3     VALUE 0.
003050*
003060 01  WS-SCALE-TABLE.
003070     05  WS-SCALE-ENTRY   OCCURS 15 TIMES
003080                          INDEXED BY WS-SCALE-IDX.
003090         10  WS-SCALE-LETTER.
003100             15  WS-SCALE-LETTER-1 PIC X(01).
003110             15  FILLER            PIC X(01).
003120         10  WS-SCALE-MIN     PIC 9(03)V99.
003130*
003140 01  WS-PASS-MARK             PIC 9(03)V99         VALUE 60.00.
003150*
003160****************************************************************
003170*   The student being audited - ID, latest term, name, program.
003180****************************************************************
003190 01  WS-CUR-STUDENT-ID        PIC 9(05)            VALUE 0.
003200 01  WS-CUR-TERM-CODE         PIC X(05)            VALUE SPACES.
003210 01  WS-CUR-PROGRAM-CODE      PIC X(05)            VALUE SPACES.
003220 01  WS-CUR-NAME              PIC X(30)            VALUE SPACES.
003230 01  WS-CUR-LASTNAME          PIC X(30)            VALUE SPACES.
003240 01  WS-PRIOR-STUDENT-ID      PIC 9(05)            VALUE 0.
003250 01  WS-FIRST-STUDENT-SW      PIC X(01)            VALUE 'Y'.
003260     88  FIRST-STUDENT                             VALUE 'Y'.
003270*
003280****************************************************************
003290*   One student's course history, one entry per course code.
003300*   RESULT: C = COMPLETED, I = IN PROGRESS, N = NOT EARNED.
003310*   USED MARKS AN ENTRY ALREADY COUNTED FOR A REQUIRED COURSE
003320*   OR AN ELECTIVE POOL, SO NO COURSE IS COUNTED TWICE.
003330****************************************************************
003340 01  WS-HIST-COUNT            PIC 9(03) COMP-3     VALUE 0.
003350 01  WS-HIST-MAX              PIC 9(03) COMP-3     VALUE 200.
003360*
003370 01  WS-HIST-TABLE.
003380     05  WS-HIST-ENTRY    OCCURS 200 TIMES.
003390         10  WS-HIST-COURSE   PIC X(10).
003400         10  WS-HIST-TERM     PIC X(05).
003410         10  WS-HIST-RESULT   PIC X(01).
003420         10  WS-HIST-CREDITS  PIC 9(02).
003430         10  WS-HIST-DEPT     PIC X(04).
003440         10  WS-HIST-USED     PIC X(01).
003450*
003460 01  WS-HIST-SUB              PIC 9(03) COMP-3     VALUE 0.
003470 01  WS-HIST-HIT              PIC 9(03) COMP-3     VALUE 0.
003480 01  WS-REQ-SUB               PIC 9(02) COMP-3     VALUE 0.
003490 01  WS-POOL-SUB              PIC 9(02) COMP-3     VALUE 0.
003500*
003510 01  WS-NEW-RESULT            PIC X(01)            VALUE SPACE.
003520*
003530****************************************************************
003540*   Per-student audit figures.
003550****************************************************************
003560 01  WS-REQ-MISSING-CNT       PIC 9(03) COMP-3     VALUE 0.
003570 01  WS-REQ-PENDING-CNT       PIC 9(03) COMP-3     VALUE 0.
003580 01  WS-POOL-SHORT-CNT        PIC 9(03) COMP-3     VALUE 0.
003590 01  WS-POOL-PENDING-CNT      PIC 9(03) COMP-3     VALUE 0.
003600 01  WS-POOL-EARNED           PIC 9(04) COMP-3     VALUE 0.
003610 01  WS-POOL-INPROG           PIC 9(04) COMP-3     VALUE 0.
003620 01  WS-TOTAL-EARNED          PIC 9(04) COMP-3     VALUE 0.
003630 01  WS-TOTAL-INPROG          PIC 9(04) COMP-3     VALUE 0.
003640 01  WS-TOTAL-SW              PIC X(01)            VALUE 'M'.
003650     88  TOTAL-MET                                 VALUE 'M'.
003660     88  TOTAL-PENDING                             VALUE 'P'.
003670     88  TOTAL-SHORT                               VALUE 'S'.
003680*
003690****************************************************************
003700*   Run totals.
003710****************************************************************
003720 01  WS-COURSE-READ-CNT       PIC 9(05) COMP-3     VALUE 0.
003730 01  WS-NO-MASTER-CNT         PIC 9(05) COMP-3     VALUE 0.
003740 01  WS-STUDENT-SPOOL-CNT     PIC 9(05) COMP-3     VALUE 0.
003750 01  WS-AUDITED-CNT           PIC 9(05) COMP-3     VALUE 0.
003760 01  WS-NO-PROGRAM-CNT        PIC 9(05) COMP-3     VALUE 0.
003770 01  WS-CANDIDATE-CNT         PIC 9(05) COMP-3     VALUE 0.
003780 01  WS-PENDING-CNT           PIC 9(05) COMP-3     VALUE 0.
003790*
003800****************************************************************
003810*   Audit-page working storage - same 60-line fixed page as the
003820*   transcript print, so one burster setting covers both.
003830****************************************************************
003840 01  WS-PAGE-SIZE             PIC 9(02)  COMP-3      VALUE 60.
003850 01  WS-PAGE-LINE-CNT         PIC 9(02)  COMP-3      VALUE 0.
003860*
003870 01  WS-PAGE-HEADER1.
003880     05  FILLER               PIC X(40)  VALUE
003890             'REGISTRAR''S OFFICE - BATCH GRADING'.
003900     05  FILLER               PIC X(19)  VALUE SPACES.
003910     05  FILLER               PIC X(21)  VALUE
003920             'DEGREE PROGRESS AUDIT'.
003930*
003940 01  WS-PAGE-RULE.
003950     05  FILLER               PIC X(80)  VALUE ALL '-'.
003960*
003970 01  WS-PAGE-BLANK.
003980     05  FILLER               PIC X(80)  VALUE SPACES.
003990*
004000 01  WS-PAGE-ID-LINE.
004010     05  FILLER               PIC X(12)  VALUE 'STUDENT ID: '.
004020     05  WS-PAGE-ID-OUT       PIC 9(05).
004030     05  FILLER               PIC X(16)  VALUE
004040             '    LATEST TERM:'.
004050     05  FILLER               PIC X(01)  VALUE SPACE.
004060     05  WS-PAGE-TERM-OUT     PIC X(05).
004070     05  FILLER               PIC X(11)  VALUE '   AS OF: '.
004080     05  WS-PAGE-DATE-OUT     PIC 9(08).
004090     05  FILLER               PIC X(22)  VALUE SPACES.
004100*
004110 01  WS-PAGE-NAME-LINE.
004120     05  FILLER               PIC X(12)  VALUE 'NAME:       '.
004130     05  WS-PAGE-NAME-OUT     PIC X(62).
004140     05  FILLER               PIC X(06)  VALUE SPACES.
004150*
004160 01  WS-PAGE-PROGRAM-LINE.
004170     05  FILLER               PIC X(12)  VALUE 'PROGRAM:    '.
004180     05  WS-PAGE-PROGRAM-OUT  PIC X(05).
004190     05  FILLER               PIC X(02)  VALUE SPACES.
004200     05  WS-PAGE-TITLE-OUT    PIC X(30).
004210     05  FILLER               PIC X(31)  VALUE SPACES.
004220*
004230 01  WS-PAGE-NOPROG-LINE.
004240     05  FILLER               PIC X(40)  VALUE
004250             'NO REQUIREMENTS ON FILE FOR THIS PROGRAM'.
004260     05  FILLER               PIC X(40)  VALUE
004270             ' - STUDENT NOT AUDITED.'.
004280*
004290 01  WS-PAGE-SECTION-LINE.
004300     05  WS-PAGE-SECTION-OUT  PIC X(40).
004310     05  FILLER               PIC X(40)  VALUE SPACES.
004320*
004330 01  WS-PAGE-REQ-HEADER.
004340     05  FILLER               PIC X(40)  VALUE
004350             '    COURSE      STATUS        TERM   CRS'.
004360     05  FILLER               PIC X(40)  VALUE SPACES.
004370*
004380 01  WS-PAGE-REQ-LINE.
004390     05  FILLER               PIC X(04)  VALUE SPACES.
004400     05  WS-REQ-COURSE-OUT    PIC X(10).
004410     05  FILLER               PIC X(02)  VALUE SPACES.
004420     05  WS-REQ-STATUS-OUT    PIC X(12).
004430     05  FILLER               PIC X(02)  VALUE SPACES.
004440     05  WS-REQ-TERM-OUT      PIC X(05).
004450     05  FILLER               PIC X(02)  VALUE SPACES.
004460     05  WS-REQ-CREDITS-OUT   PIC ZZ9.
004470     05  FILLER               PIC X(40)  VALUE SPACES.
004480*
004490 01  WS-PAGE-CRED-HEADER.
004500     05  FILLER               PIC X(46)  VALUE
004510         '    AREA        STATUS        REQD  EARN  PEND'.
004520     05  FILLER               PIC X(34)  VALUE SPACES.
004530*
004540 01  WS-PAGE-CRED-LINE.
004550     05  FILLER               PIC X(04)  VALUE SPACES.
004560     05  WS-CRD-LABEL-OUT     PIC X(12).
004570     05  WS-CRD-STATUS-OUT    PIC X(12).
004580     05  FILLER               PIC X(02)  VALUE SPACES.
004590     05  WS-CRD-REQD-OUT      PIC ZZZ9.
004600     05  FILLER               PIC X(02)  VALUE SPACES.
004610     05  WS-CRD-EARNED-OUT    PIC ZZZ9.
004620     05  FILLER               PIC X(02)  VALUE SPACES.
004630     05  WS-CRD-INPROG-OUT    PIC ZZZ9.
004640     05  FILLER               PIC X(34)  VALUE SPACES.
004650*
004660 01  WS-PAGE-RESULT-LINE.
004670     05  FILLER               PIC X(08)  VALUE 'RESULT: '.
004680     05  WS-PAGE-RESULT-OUT   PIC X(60).
004690     05  FILLER               PIC X(12)  VALUE SPACES.
004700*
004710****************************************************************
004720*   Graduation-candidate list lines.
004730****************************************************************
004740 01  WS-CAND-HEADER1.
004750     05  FILLER               PIC X(50)  VALUE
004760             'GRADUATION CANDIDATES - ALL PROGRAM REQUIREMENTS M'.
004770     05  FILLER               PIC X(03)  VALUE 'ET '.
004780     05  FILLER               PIC X(09)  VALUE ' AS OF: '.
004790     05  WS-CAND-DATE-OUT     PIC 9(08).
004800     05  FILLER               PIC X(10)  VALUE SPACES.
004810*
004820 01  WS-CAND-HEADER2.
004830     05  FILLER               PIC X(48)  VALUE
004840         'ID     NAME'.
004850     05  FILLER               PIC X(17)  VALUE
004860         'PROG   CRED  TERM'.
004870     05  FILLER               PIC X(15)  VALUE SPACES.
004880*
004890 01  WS-CAND-LINE.
004900     05  WS-CAND-ID-OUT       PIC 9(05).
004910     05  FILLER               PIC X(02)  VALUE SPACES.
004920     05  WS-CAND-NAME-OUT     PIC X(40).
004930     05  FILLER               PIC X(01)  VALUE SPACE.
004940     05  WS-CAND-PROGRAM-OUT  PIC X(05).
004950     05  FILLER               PIC X(02)  VALUE SPACES.
004960     05  WS-CAND-CREDITS-OUT  PIC ZZZ9.
004970     05  FILLER               PIC X(02)  VALUE SPACES.
004980     05  WS-CAND-TERM-OUT     PIC X(05).
004990     05  FILLER               PIC X(14)  VALUE SPACES.
005000*
005010 01  WS-CAND-COUNT-LINE.
005020     05  FILLER               PIC X(05)  VALUE SPACES.
005030     05  WS-CNT-LABEL-OUT     PIC X(26).
005040     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
005050     05  FILLER               PIC X(44)  VALUE SPACES.
005060**
005070 PROCEDURE DIVISION.
005080 0000-MAINLINE.
005090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005100     PERFORM 0550-LOAD-GRADE-SCALE THRU 0550-EXIT
005110     PERFORM 0570-SET-PASS-MARK THRU 0570-EXIT
005120     PERFORM 1000-SPOOL-MASTER THRU 1000-EXIT
005130     PERFORM 1100-SPOOL-COURSE-DETAIL THRU 1100-EXIT
005140     PERFORM 1200-OPEN-FILES THRU 1200-EXIT
005150     PERFORM 2000-AUDIT-STUDENTS THRU 2000-EXIT
005160     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
005170     PERFORM 9999-TERMINATE THRU 9999-EXIT
005180     STOP RUN.
005190*
005200****************************************************************
005210*   Load the letter-grade scale from the optional GRADE-SCALE
005220*   card file, highest cutoff first, or fall back to the same
005230*   built-in A/B/C/D/F scale MAIN.cbl falls back to.
005240****************************************************************
005250 0550-LOAD-GRADE-SCALE.
005260     OPEN INPUT FS-GRADE-SCALE
005270*
005280     IF SCALE-NOT-FOUND
005290         PERFORM 0560-DEFAULT-SCALE THRU 0560-EXIT
005300     ELSE
005310         PERFORM 0551-READ-SCALE-LOOP THRU 0551-EXIT
005320             UNTIL SCALE-EOF
005330         CLOSE FS-GRADE-SCALE
005340*
005350         IF WS-SCALE-COUNT EQUAL 0
005360             PERFORM 0560-DEFAULT-SCALE THRU 0560-EXIT
005370         END-IF
005380     END-IF
005390 0550-EXIT.
005400     EXIT.
005410*
005420 0551-READ-SCALE-LOOP.
005430     READ FS-GRADE-SCALE
005440     NOT AT END
005450         IF WS-SCALE-COUNT < 15
005460                 AND SCL-MIN-GRADE IS NUMERIC
005470             ADD 1 TO WS-SCALE-COUNT
005480             SET WS-SCALE-IDX TO WS-SCALE-COUNT
005490             MOVE SCL-LETTER    TO WS-SCALE-LETTER(WS-SCALE-IDX)
005500             MOVE SCL-MIN-GRADE TO WS-SCALE-MIN(WS-SCALE-IDX)
005510         END-IF
005520     END-READ
005530 0551-EXIT.
005540     EXIT.
005550*
005560 0560-DEFAULT-SCALE.
005570     MOVE 5 TO WS-SCALE-COUNT
005580*
005590     MOVE 'A'    TO WS-SCALE-LETTER(1)
005600     MOVE 90.00  TO WS-SCALE-MIN(1)
005610     MOVE 'B'    TO WS-SCALE-LETTER(2)
005620     MOVE 80.00  TO WS-SCALE-MIN(2)
005630     MOVE 'C'    TO WS-SCALE-LETTER(3)
005640     MOVE 70.00  TO WS-SCALE-MIN(3)
005650     MOVE 'D'    TO WS-SCALE-LETTER(4)
005660     MOVE 60.00  TO WS-SCALE-MIN(4)
005670     MOVE 'F'    TO WS-SCALE-LETTER(5)
005680     MOVE 0      TO WS-SCALE-MIN(5)
005690 0560-EXIT.
005700     EXIT.
005710*
005720****************************************************************
005730*   The passing mark is the lowest cutoff of any non-F scale
005740*   entry - the same passing line MAIN.cbl's course summary
005750*   uses, so 'completed' means what the scale says it means.
005760****************************************************************
005770 0570-SET-PASS-MARK.
005780     MOVE 999.99 TO WS-PASS-MARK
005790*
005800     PERFORM 0571-SCAN-PASS-MARK THRU 0571-EXIT
005810         VARYING WS-SCALE-IDX FROM 1 BY 1
005820         UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
005830 0570-EXIT.
005840     EXIT.
005850*
005860 0571-SCAN-PASS-MARK.
005870     IF WS-SCALE-LETTER-1(WS-SCALE-IDX) NOT EQUAL 'F'
005880             AND WS-SCALE-MIN(WS-SCALE-IDX) < WS-PASS-MARK
005890         MOVE WS-SCALE-MIN(WS-SCALE-IDX) TO WS-PASS-MARK
005900     END-IF
005910 0571-EXIT.
005920     EXIT.
005930*
005940****************************************************************
005950*   Spool every master record and sort it by student-ID with
005960*   the latest term first. NO MASTER ON FILE IS AN EMPTY AUDIT,
005970*   NOT AN ABEND.
005980****************************************************************
005990 1000-SPOOL-MASTER.
006000     OPEN OUTPUT FS-DGSTU-TEMP
006010*
006020     OPEN INPUT FS-STUDENT-MASTER
006030*
006040     IF MASTER-OK
006050         PERFORM 1010-SPOOL-ONE-MASTER THRU 1010-EXIT
006060             UNTIL NOT MASTER-OK
006070         CLOSE FS-STUDENT-MASTER
006080     END-IF
006090*
006100     CLOSE FS-DGSTU-TEMP
006110*
006120     IF WS-STUDENT-SPOOL-CNT > 0
006130         SORT FS-DGSTU-WORK
006140             ON ASCENDING KEY DGS-STUDENT-ID
006150             OF     FS-DGSTU-WRK-RECORD
006160             ON DESCENDING KEY DGS-TERM-CODE
006170             OF     FS-DGSTU-WRK-RECORD
006180             USING  FS-DGSTU-TEMP
006190             GIVING FS-DGSTU-OUTPUT
006200     END-IF
006210 1000-EXIT.
006220     EXIT.
006230*
006240 1010-SPOOL-ONE-MASTER.
006250     READ FS-STUDENT-MASTER NEXT RECORD
006260     NOT AT END
006270         ADD 1 TO WS-STUDENT-SPOOL-CNT
006280         MOVE MST-STUDENT-ID       TO DGS-STUDENT-ID
006290             OF FS-DGSTU-TEMP-RECORD
006300         MOVE MST-TERM-CODE        TO DGS-TERM-CODE
006310             OF FS-DGSTU-TEMP-RECORD
006320         MOVE MST-PROGRAM-CODE     TO DGS-PROGRAM-CODE
006330             OF FS-DGSTU-TEMP-RECORD
006340         MOVE MST-STUDENT-NAME     TO DGS-STUDENT-NAME
006350             OF FS-DGSTU-TEMP-RECORD
006360         MOVE MST-STUDENT-LASTNAME TO DGS-STUDENT-LASTNAME
006370             OF FS-DGSTU-TEMP-RECORD
006380         WRITE FS-DGSTU-TEMP-RECORD
006390         END-WRITE
006400     END-READ
006410 1010-EXIT.
006420     EXIT.
006430*
006440****************************************************************
006450*   Spool every term's course detail and sort it by student +
006460*   course + term. A MISSING DETAIL FILE LEAVES EVERY STUDENT
006470*   WITH NOTHING COMPLETED.
006480****************************************************************
006490 1100-SPOOL-COURSE-DETAIL.
006500     MOVE SPACES TO WS-COURSE-FILE-STATUS
006510*
006520     OPEN OUTPUT FS-DGCRS-TEMP
006530*
006540     OPEN INPUT FS-COURSE-INPUT
006550*
006560     IF COURSE-FILE-NOT-FOUND
006570         CONTINUE
006580     ELSE
006590         PERFORM 1110-SPOOL-ONE-COURSE THRU 1110-EXIT
006600             UNTIL COURSE-EOF
006610         CLOSE FS-COURSE-INPUT
006620     END-IF
006630*
006640     CLOSE FS-DGCRS-TEMP
006650*
006660     IF WS-COURSE-READ-CNT > 0
006670         SORT FS-DGCRS-WORK
006680             ON ASCENDING KEY DGC-STUDENT-ID
006690             OF     FS-DGCRS-WRK-RECORD
006700             ON ASCENDING KEY DGC-COURSE-CODE
006710             OF     FS-DGCRS-WRK-RECORD
006720             ON ASCENDING KEY DGC-TERM-CODE
006730             OF     FS-DGCRS-WRK-RECORD
006740             USING  FS-DGCRS-TEMP
006750             GIVING FS-DGCRS-OUTPUT
006760     END-IF
006770 1100-EXIT.
006780     EXIT.
006790*
006800 1110-SPOOL-ONE-COURSE.
006810     READ FS-COURSE-INPUT
006820     NOT AT END
006830         ADD 1 TO WS-COURSE-READ-CNT
006840         MOVE CRS-STUDENT-ID   TO DGC-STUDENT-ID
006850             OF FS-DGCRS-TEMP-RECORD
006860         MOVE CRS-COURSE-CODE  TO DGC-COURSE-CODE
006870             OF FS-DGCRS-TEMP-RECORD
006880         MOVE CRS-TERM-CODE    TO DGC-TERM-CODE
006890             OF FS-DGCRS-TEMP-RECORD
006900         MOVE CRS-COURSE-GRADE TO DGC-COURSE-GRADE
006910             OF FS-DGCRS-TEMP-RECORD
006920         MOVE CRS-GRADE-STATUS TO DGC-GRADE-STATUS
006930             OF FS-DGCRS-TEMP-RECORD
006940         WRITE FS-DGCRS-TEMP-RECORD
006950         END-WRITE
006960     END-READ
006970 1110-EXIT.
006980     EXIT.
006990*
007000****************************************************************
007010*   Open the keyed lookups and the two print files. THE CATALOG
007020*   IS OPTIONAL; WITHOUT A REQUIREMENTS FILE EVERY STUDENT IS
007030*   LISTED AS NOT AUDITED.
007040****************************************************************
007050 1200-OPEN-FILES.
007060     OPEN INPUT FS-COURSE-CATALOG
007070     IF CATALOG-OK
007080         MOVE 'Y' TO WS-CATALOG-ON-SW
007090     END-IF
007100*
007110     OPEN INPUT FS-PROGRAM-REQ
007120     IF PROGREQ-OK
007130         MOVE 'Y' TO WS-PROGREQ-ON-SW
007140     END-IF
007150*
007160     OPEN OUTPUT FS-DEGREE-AUDIT
007170     OPEN OUTPUT FS-GRAD-CANDIDATES
007180*
007190     MOVE WS-RUN-DATE TO WS-CAND-DATE-OUT
007200     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-HEADER1
007210     END-WRITE
007220     WRITE FS-GRAD-CAND-RECORD FROM WS-PAGE-RULE
007230     END-WRITE
007240     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-HEADER2
007250     END-WRITE
007260     WRITE FS-GRAD-CAND-RECORD FROM WS-PAGE-RULE
007270     END-WRITE
007280 1200-EXIT.
007290     EXIT.
007300*
007310****************************************************************
007320*   Match the sorted master against the sorted course detail -
007330*   the first master record of each student-ID is the latest
007340*   term and drives the audit; older terms are passed over.
007350****************************************************************
007360 2000-AUDIT-STUDENTS.
007370     MOVE '10' TO WS-CRS-EOF-SW
007380     IF WS-COURSE-READ-CNT > 0
007390         OPEN INPUT FS-DGCRS-OUTPUT
007400         PERFORM 2050-READ-COURSE-DETAIL THRU 2050-EXIT
007410     END-IF
007420*
007430     IF WS-STUDENT-SPOOL-CNT > 0
007440         OPEN INPUT FS-DGSTU-OUTPUT
007450         MOVE SPACES TO WS-STU-EOF-SW
007460         PERFORM 2010-READ-STUDENT THRU 2010-EXIT
007470             UNTIL STU-EOF
007480         CLOSE FS-DGSTU-OUTPUT
007490     END-IF
007500*
007510*    DETAIL LEFT OVER PAST THE LAST STUDENT BELONGS TO NOBODY
007520*    ON THE MASTER.
007530     PERFORM 2060-SKIP-ORPHAN-DETAIL THRU 2060-EXIT
007540         UNTIL CRS-EOF
007550*
007560     IF WS-COURSE-READ-CNT > 0
007570         CLOSE FS-DGCRS-OUTPUT
007580     END-IF
007590 2000-EXIT.
007600     EXIT.
007610*
007620 2010-READ-STUDENT.
007630     READ FS-DGSTU-OUTPUT
007640     NOT AT END
007650         IF DGS-STUDENT-ID OF FS-DGSTU-OUT-RECORD
007660                 NOT EQUAL WS-PRIOR-STUDENT-ID
007670                 OR FIRST-STUDENT
007680             MOVE 'N' TO WS-FIRST-STUDENT-SW
007690             MOVE DGS-STUDENT-ID OF FS-DGSTU-OUT-RECORD
007700                 TO WS-PRIOR-STUDENT-ID
007710             PERFORM 2100-AUDIT-ONE-STUDENT THRU 2100-EXIT
007720         END-IF
007730     END-READ
007740 2010-EXIT.
007750     EXIT.
007760*
007770 2050-READ-COURSE-DETAIL.
007780     READ FS-DGCRS-OUTPUT
007790     AT END
007800         MOVE '10' TO WS-CRS-EOF-SW
007810     END-READ
007820 2050-EXIT.
007830     EXIT.
007840*
007850 2060-SKIP-ORPHAN-DETAIL.
007860     ADD 1 TO WS-NO-MASTER-CNT
007870     PERFORM 2050-READ-COURSE-DETAIL THRU 2050-EXIT
007880 2060-EXIT.
007890     EXIT.
007900*
007910****************************************************************
007920*   Audit one student - gather the course history, then print
007930*   the page against the program's requirements.
007940****************************************************************
007950 2100-AUDIT-ONE-STUDENT.
007960     MOVE DGS-STUDENT-ID       OF FS-DGSTU-OUT-RECORD
007970         TO WS-CUR-STUDENT-ID
007980     MOVE DGS-TERM-CODE        OF FS-DGSTU-OUT-RECORD
007990         TO WS-CUR-TERM-CODE
008000     MOVE DGS-PROGRAM-CODE     OF FS-DGSTU-OUT-RECORD
008010         TO WS-CUR-PROGRAM-CODE
008020     MOVE DGS-STUDENT-NAME     OF FS-DGSTU-OUT-RECORD
008030         TO WS-CUR-NAME
008040     MOVE DGS-STUDENT-LASTNAME OF FS-DGSTU-OUT-RECORD
008050         TO WS-CUR-LASTNAME
008060*
008070     PERFORM 2110-LOAD-HISTORY THRU 2110-EXIT
008080*
008090     PERFORM 2300-START-PAGE THRU 2300-EXIT
008100*
008110     MOVE SPACES TO WS-PROGREQ-STATUS
008120     IF PROGREQ-ON AND WS-CUR-PROGRAM-CODE NOT EQUAL SPACES
008130         MOVE WS-CUR-PROGRAM-CODE TO PRQ-PROGRAM-CODE
008140         READ FS-PROGRAM-REQ
008150             INVALID KEY
008160                 MOVE '23' TO WS-PROGREQ-STATUS
008170         END-READ
008180     END-IF
008190*
008200     IF NOT PROGREQ-OK
008210         ADD 1 TO WS-NO-PROGRAM-CNT
008220         MOVE SPACES TO WS-PAGE-TITLE-OUT
008230         MOVE WS-PAGE-PROGRAM-LINE TO FS-DEGREE-AUDIT-RECORD
008240         PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
008250         MOVE WS-PAGE-BLANK TO FS-DEGREE-AUDIT-RECORD
008260         PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
008270         MOVE WS-PAGE-NOPROG-LINE TO FS-DEGREE-AUDIT-RECORD
008280         PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
008290         PERFORM 2320-PAD-PAGE THRU 2320-EXIT
008300             UNTIL WS-PAGE-LINE-CNT NOT LESS THAN WS-PAGE-SIZE
008310         GO TO 2100-EXIT
008320     END-IF
008330*
008340     ADD 1 TO WS-AUDITED-CNT
008350*
008360     MOVE PRQ-PROGRAM-TITLE TO WS-PAGE-TITLE-OUT
008370     MOVE WS-PAGE-PROGRAM-LINE TO FS-DEGREE-AUDIT-RECORD
008380     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
008390*
008400     PERFORM 2200-CHECK-REQUIRED THRU 2200-EXIT
008410     PERFORM 2400-CHECK-CREDITS THRU 2400-EXIT
008420     PERFORM 2500-WRITE-RESULT THRU 2500-EXIT
008430*
008440     PERFORM 2320-PAD-PAGE THRU 2320-EXIT
008450         UNTIL WS-PAGE-LINE-CNT NOT LESS THAN WS-PAGE-SIZE
008460 2100-EXIT.
008470     EXIT.
008480*
008490****************************************************************
008500*   Take every sorted detail line up to and including this
008510*   student's. LINES FOR A LOWER ID HAVE NO MASTER RECORD AND
008520*   ARE ONLY COUNTED.
008530****************************************************************
008540 2110-LOAD-HISTORY.
008550     MOVE 0 TO WS-HIST-COUNT
008560*
008570     PERFORM 2120-TAKE-DETAIL-LINE THRU 2120-EXIT
008580         UNTIL CRS-EOF
008590             OR DGC-STUDENT-ID OF FS-DGCRS-OUT-RECORD
008600                 > WS-CUR-STUDENT-ID
008610 2110-EXIT.
008620     EXIT.
008630*
008640 2120-TAKE-DETAIL-LINE.
008650     IF DGC-STUDENT-ID OF FS-DGCRS-OUT-RECORD
008660             < WS-CUR-STUDENT-ID
008670         ADD 1 TO WS-NO-MASTER-CNT
008680     ELSE
008690         PERFORM 2130-POST-HISTORY THRU 2130-EXIT
008700     END-IF
008710*
008720     PERFORM 2050-READ-COURSE-DETAIL THRU 2050-EXIT
008730 2120-EXIT.
008740     EXIT.
008750*
008760****************************************************************
008770*   Post one attempt to the history. THE DETAIL IS IN COURSE
008780*   + TERM ORDER, SO A SECOND ATTEMPT AT A COURSE IS ALWAYS THE
008790*   LAST ENTRY. THE COURSE-REPEAT RULE APPLIES: A LATER TERM'S
008800*   ATTEMPT REPLACES THE EARLIER RESULT OUTRIGHT - PASS OR NOT -
008810*   UNLESS IT IS A WITHDRAWAL, THE SAME RULE CUMBUILD.cbl USES.
008820*   TWO LINES IN ONE TERM ARE NOT A REPEAT; THE BETTER COUNTS.
008830****************************************************************
008840 2130-POST-HISTORY.
008850     EVALUATE TRUE
008860         WHEN DGC-GRADE-STATUS OF FS-DGCRS-OUT-RECORD
008870                 EQUAL SPACE
008880             IF DGC-COURSE-GRADE OF FS-DGCRS-OUT-RECORD
008890                     NOT LESS THAN WS-PASS-MARK
008900                 MOVE 'C' TO WS-NEW-RESULT
008910             ELSE
008920                 MOVE 'N' TO WS-NEW-RESULT
008930             END-IF
008940         WHEN DGC-GRADE-STATUS OF FS-DGCRS-OUT-RECORD EQUAL 'I'
008950           OR DGC-GRADE-STATUS OF FS-DGCRS-OUT-RECORD EQUAL 'P'
008960             MOVE 'I' TO WS-NEW-RESULT
008970         WHEN OTHER
008980             MOVE 'N' TO WS-NEW-RESULT
008990     END-EVALUATE
009000*
009010     IF WS-HIST-COUNT > 0
009020         IF WS-HIST-COURSE(WS-HIST-COUNT)
009030                 EQUAL DGC-COURSE-CODE OF FS-DGCRS-OUT-RECORD
009040             IF DGC-TERM-CODE OF FS-DGCRS-OUT-RECORD
009050                     > WS-HIST-TERM(WS-HIST-COUNT)
009060                 IF DGC-GRADE-STATUS OF FS-DGCRS-OUT-RECORD
009070                         NOT EQUAL 'W'
009080                     MOVE WS-NEW-RESULT TO
009090                         WS-HIST-RESULT(WS-HIST-COUNT)
009100                     MOVE DGC-TERM-CODE OF FS-DGCRS-OUT-RECORD TO
009110                         WS-HIST-TERM(WS-HIST-COUNT)
009120                 END-IF
009130             ELSE
009140                 IF WS-NEW-RESULT EQUAL 'C'
009150                         OR (WS-NEW-RESULT EQUAL 'I'
009160                         AND WS-HIST-RESULT(WS-HIST-COUNT)
009170                             EQUAL 'N')
009180                     MOVE WS-NEW-RESULT TO
009190                         WS-HIST-RESULT(WS-HIST-COUNT)
009200                 END-IF
009210             END-IF
009220             GO TO 2130-EXIT
009230         END-IF
009240     END-IF
009250*
009260     IF WS-HIST-COUNT NOT LESS THAN WS-HIST-MAX
009270         GO TO 2130-EXIT
009280     END-IF
009290*
009300     ADD 1 TO WS-HIST-COUNT
009310     MOVE DGC-COURSE-CODE OF FS-DGCRS-OUT-RECORD
009320         TO WS-HIST-COURSE(WS-HIST-COUNT)
009330     MOVE DGC-TERM-CODE OF FS-DGCRS-OUT-RECORD
009340         TO WS-HIST-TERM(WS-HIST-COUNT)
009350     MOVE WS-NEW-RESULT TO WS-HIST-RESULT(WS-HIST-COUNT)
009360     MOVE 'N'           TO WS-HIST-USED(WS-HIST-COUNT)
009370*
009380     PERFORM 2140-LOOK-UP-CATALOG THRU 2140-EXIT
009390 2130-EXIT.
009400     EXIT.
009410*
009420****************************************************************
009430*   Credit hours and department for the newest history entry.
009440*   A CODE THE CATALOG DOES NOT KNOW CARRIES NO CREDIT.
009450****************************************************************
009460 2140-LOOK-UP-CATALOG.
009470     IF NOT CATALOG-ON
009480         MOVE 1      TO WS-HIST-CREDITS(WS-HIST-COUNT)
009490         MOVE SPACES TO WS-HIST-DEPT(WS-HIST-COUNT)
009500         GO TO 2140-EXIT
009510     END-IF
009520*
009530     MOVE WS-HIST-COURSE(WS-HIST-COUNT) TO CAT-COURSE-CODE
009540     READ FS-COURSE-CATALOG
009550         INVALID KEY
009560             MOVE 0      TO WS-HIST-CREDITS(WS-HIST-COUNT)
009570             MOVE SPACES TO WS-HIST-DEPT(WS-HIST-COUNT)
009580         NOT INVALID KEY
009590             MOVE CAT-CREDIT-HOURS TO
009600                 WS-HIST-CREDITS(WS-HIST-COUNT)
009610             MOVE CAT-DEPARTMENT   TO
009620                 WS-HIST-DEPT(WS-HIST-COUNT)
009630     END-READ
009640 2140-EXIT.
009650     EXIT.
009660*
009670****************************************************************
009680*   One line per required course - completed, in progress or
009690*   still missing - and the entry is marked used so it cannot
009700*   also count toward an elective pool.
009710****************************************************************
009720 2200-CHECK-REQUIRED.
009730     MOVE 0 TO WS-REQ-MISSING-CNT
009740     MOVE 0 TO WS-REQ-PENDING-CNT
009750*
009760     MOVE WS-PAGE-BLANK TO FS-DEGREE-AUDIT-RECORD
009770     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
009780     MOVE 'REQUIRED COURSES' TO WS-PAGE-SECTION-OUT
009790     MOVE WS-PAGE-SECTION-LINE TO FS-DEGREE-AUDIT-RECORD
009800     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
009810     MOVE WS-PAGE-REQ-HEADER TO FS-DEGREE-AUDIT-RECORD
009820     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
009830*
009840     PERFORM 2210-CHECK-ONE-REQUIRED THRU 2210-EXIT
009850         VARYING WS-REQ-SUB FROM 1 BY 1
009860         UNTIL WS-REQ-SUB > PRQ-REQ-COUNT
009870 2200-EXIT.
009880     EXIT.
009890*
009900 2210-CHECK-ONE-REQUIRED.
009910     MOVE PRQ-REQUIRED-COURSE(WS-REQ-SUB) TO WS-REQ-COURSE-OUT
009920     MOVE SPACES TO WS-REQ-TERM-OUT
009930     MOVE 0      TO WS-REQ-CREDITS-OUT
009940     MOVE 0      TO WS-HIST-HIT
009950*
009960     PERFORM 2220-SCAN-HISTORY THRU 2220-EXIT
009970         VARYING WS-HIST-SUB FROM 1 BY 1
009980         UNTIL WS-HIST-SUB > WS-HIST-COUNT
009990             OR WS-HIST-HIT > 0
010000*
010010     IF WS-HIST-HIT EQUAL 0
010020         MOVE 'MISSING' TO WS-REQ-STATUS-OUT
010030         ADD 1 TO WS-REQ-MISSING-CNT
010040     ELSE
010050         MOVE 'Y' TO WS-HIST-USED(WS-HIST-HIT)
010060         MOVE WS-HIST-TERM(WS-HIST-HIT)    TO WS-REQ-TERM-OUT
010070         MOVE WS-HIST-CREDITS(WS-HIST-HIT) TO WS-REQ-CREDITS-OUT
010080         EVALUATE WS-HIST-RESULT(WS-HIST-HIT)
010090             WHEN 'C'
010100                 MOVE 'COMPLETED'   TO WS-REQ-STATUS-OUT
010110             WHEN 'I'
010120                 MOVE 'IN PROGRESS' TO WS-REQ-STATUS-OUT
010130                 ADD 1 TO WS-REQ-PENDING-CNT
010140             WHEN OTHER
010150                 MOVE 'MISSING'     TO WS-REQ-STATUS-OUT
010160                 ADD 1 TO WS-REQ-MISSING-CNT
010170         END-EVALUATE
010180     END-IF
010190*
010200     MOVE WS-PAGE-REQ-LINE TO FS-DEGREE-AUDIT-RECORD
010210     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010220 2210-EXIT.
010230     EXIT.
010240*
010250 2220-SCAN-HISTORY.
010260     IF WS-HIST-COURSE(WS-HIST-SUB)
010270             EQUAL PRQ-REQUIRED-COURSE(WS-REQ-SUB)
010280         MOVE WS-HIST-SUB TO WS-HIST-HIT
010290     END-IF
010300 2220-EXIT.
010310     EXIT.
010320*
010330****************************************************************
010340*   Page heading - the student, latest term and run date.
010350****************************************************************
010360 2300-START-PAGE.
010370     MOVE 0 TO WS-PAGE-LINE-CNT
010380*
010390     MOVE WS-PAGE-HEADER1 TO FS-DEGREE-AUDIT-RECORD
010400     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010410     MOVE WS-PAGE-RULE TO FS-DEGREE-AUDIT-RECORD
010420     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010430*
010440     MOVE WS-CUR-STUDENT-ID TO WS-PAGE-ID-OUT
010450     MOVE WS-CUR-TERM-CODE  TO WS-PAGE-TERM-OUT
010460     MOVE WS-RUN-DATE       TO WS-PAGE-DATE-OUT
010470     MOVE WS-PAGE-ID-LINE TO FS-DEGREE-AUDIT-RECORD
010480     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010490*
010500     MOVE SPACES TO WS-PAGE-NAME-OUT
010510     STRING FUNCTION TRIM(WS-CUR-NAME)     DELIMITED BY SIZE
010520             ' '                           DELIMITED BY SIZE
010530             FUNCTION TRIM(WS-CUR-LASTNAME)
010540                                           DELIMITED BY SIZE
010550         INTO WS-PAGE-NAME-OUT
010560     END-STRING
010570     MOVE WS-PAGE-NAME-LINE TO FS-DEGREE-AUDIT-RECORD
010580     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010590*
010600     MOVE WS-CUR-PROGRAM-CODE TO WS-PAGE-PROGRAM-OUT
010610 2300-EXIT.
010620     EXIT.
010630*
010640 2310-WRITE-PAGE-LINE.
010650     WRITE FS-DEGREE-AUDIT-RECORD
010660     END-WRITE
010670     ADD 1 TO WS-PAGE-LINE-CNT
010680     END-ADD
010690 2310-EXIT.
010700     EXIT.
010710*
010720 2320-PAD-PAGE.
010730     MOVE WS-PAGE-BLANK TO FS-DEGREE-AUDIT-RECORD
010740     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010750 2320-EXIT.
010760     EXIT.
010770*
010780****************************************************************
010790*   Elective pools, then total credits. A POOL TAKES THE
010800*   COMPLETED AND IN-PROGRESS CREDITS OF ITS DEPARTMENT NOT
010810*   ALREADY USED FOR A REQUIRED COURSE; THE TOTAL TAKES EVERY
010820*   COMPLETED AND IN-PROGRESS COURSE.
010830****************************************************************
010840 2400-CHECK-CREDITS.
010850     MOVE 0 TO WS-POOL-SHORT-CNT
010860     MOVE 0 TO WS-POOL-PENDING-CNT
010870*
010880     MOVE WS-PAGE-BLANK TO FS-DEGREE-AUDIT-RECORD
010890     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010900     MOVE 'ELECTIVE POOLS AND TOTAL CREDITS' TO
010910         WS-PAGE-SECTION-OUT
010920     MOVE WS-PAGE-SECTION-LINE TO FS-DEGREE-AUDIT-RECORD
010930     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010940     MOVE WS-PAGE-CRED-HEADER TO FS-DEGREE-AUDIT-RECORD
010950     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
010960*
010970     PERFORM 2410-CHECK-ONE-POOL THRU 2410-EXIT
010980         VARYING WS-POOL-SUB FROM 1 BY 1
010990         UNTIL WS-POOL-SUB > PRQ-POOL-COUNT
011000*
011010     MOVE 0 TO WS-TOTAL-EARNED
011020     MOVE 0 TO WS-TOTAL-INPROG
011030*
011040     PERFORM 2430-ADD-TOTAL-CREDITS THRU 2430-EXIT
011050         VARYING WS-HIST-SUB FROM 1 BY 1
011060         UNTIL WS-HIST-SUB > WS-HIST-COUNT
011070*
011080     MOVE 'TOTAL'          TO WS-CRD-LABEL-OUT
011090     MOVE PRQ-MIN-CREDITS  TO WS-CRD-REQD-OUT
011100     MOVE WS-TOTAL-EARNED  TO WS-CRD-EARNED-OUT
011110     MOVE WS-TOTAL-INPROG  TO WS-CRD-INPROG-OUT
011120*
011130     IF WS-TOTAL-EARNED NOT LESS THAN PRQ-MIN-CREDITS
011140         MOVE 'M' TO WS-TOTAL-SW
011150         MOVE 'COMPLETED'   TO WS-CRD-STATUS-OUT
011160     ELSE
011170         IF WS-TOTAL-EARNED + WS-TOTAL-INPROG
011180                 NOT LESS THAN PRQ-MIN-CREDITS
011190             MOVE 'P' TO WS-TOTAL-SW
011200             MOVE 'IN PROGRESS' TO WS-CRD-STATUS-OUT
011210         ELSE
011220             MOVE 'S' TO WS-TOTAL-SW
011230             MOVE 'MISSING'     TO WS-CRD-STATUS-OUT
011240         END-IF
011250     END-IF
011260*
011270     MOVE WS-PAGE-CRED-LINE TO FS-DEGREE-AUDIT-RECORD
011280     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
011290 2400-EXIT.
011300     EXIT.
011310*
011320 2410-CHECK-ONE-POOL.
011330     MOVE 0 TO WS-POOL-EARNED
011340     MOVE 0 TO WS-POOL-INPROG
011350*
011360     PERFORM 2420-ADD-POOL-CREDITS THRU 2420-EXIT
011370         VARYING WS-HIST-SUB FROM 1 BY 1
011380         UNTIL WS-HIST-SUB > WS-HIST-COUNT
011390*
011400     MOVE SPACES TO WS-CRD-LABEL-OUT
011410     STRING 'POOL '                     DELIMITED BY SIZE
011420             PRQ-POOL-DEPT(WS-POOL-SUB) DELIMITED BY SIZE
011430         INTO WS-CRD-LABEL-OUT
011440     END-STRING
011450     MOVE PRQ-POOL-CREDITS(WS-POOL-SUB) TO WS-CRD-REQD-OUT
011460     MOVE WS-POOL-EARNED                TO WS-CRD-EARNED-OUT
011470     MOVE WS-POOL-INPROG                TO WS-CRD-INPROG-OUT
011480*
011490     IF WS-POOL-EARNED NOT LESS THAN PRQ-POOL-CREDITS(WS-POOL-SUB)
011500         MOVE 'COMPLETED'   TO WS-CRD-STATUS-OUT
011510     ELSE
011520         IF WS-POOL-EARNED + WS-POOL-INPROG
011530                 NOT LESS THAN PRQ-POOL-CREDITS(WS-POOL-SUB)
011540             MOVE 'IN PROGRESS' TO WS-CRD-STATUS-OUT
011550             ADD 1 TO WS-POOL-PENDING-CNT
011560         ELSE
011570             MOVE 'MISSING'     TO WS-CRD-STATUS-OUT
011580             ADD 1 TO WS-POOL-SHORT-CNT
011590         END-IF
011600     END-IF
011610*
011620     MOVE WS-PAGE-CRED-LINE TO FS-DEGREE-AUDIT-RECORD
011630     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
011640 2410-EXIT.
011650     EXIT.
011660*
011670 2420-ADD-POOL-CREDITS.
011680     IF WS-HIST-USED(WS-HIST-SUB) EQUAL 'N'
011690             AND WS-HIST-DEPT(WS-HIST-SUB)
011700                 EQUAL PRQ-POOL-DEPT(WS-POOL-SUB)
011710         EVALUATE WS-HIST-RESULT(WS-HIST-SUB)
011720             WHEN 'C'
011730                 ADD WS-HIST-CREDITS(WS-HIST-SUB)
011740                     TO WS-POOL-EARNED
011750                 MOVE 'Y' TO WS-HIST-USED(WS-HIST-SUB)
011760             WHEN 'I'
011770                 ADD WS-HIST-CREDITS(WS-HIST-SUB)
011780                     TO WS-POOL-INPROG
011790                 MOVE 'Y' TO WS-HIST-USED(WS-HIST-SUB)
011800             WHEN OTHER
011810                 CONTINUE
011820         END-EVALUATE
011830     END-IF
011840 2420-EXIT.
011850     EXIT.
011860*
011870 2430-ADD-TOTAL-CREDITS.
011880     EVALUATE WS-HIST-RESULT(WS-HIST-SUB)
011890         WHEN 'C'
011900             ADD WS-HIST-CREDITS(WS-HIST-SUB) TO WS-TOTAL-EARNED
011910         WHEN 'I'
011920             ADD WS-HIST-CREDITS(WS-HIST-SUB) TO WS-TOTAL-INPROG
011930         WHEN OTHER
011940             CONTINUE
011950     END-EVALUATE
011960 2430-EXIT.
011970     EXIT.
011980*
011990****************************************************************
012000*   Overall result. EVERY REQUIREMENT COMPLETED PUTS THE
012010*   STUDENT ON THE GRADUATION-CANDIDATE LIST; ONE MET ONLY BY
012020*   WORK STILL IN PROGRESS IS NOTED ON THE PAGE BUT NOT LISTED.
012030****************************************************************
012040 2500-WRITE-RESULT.
012050     MOVE WS-PAGE-BLANK TO FS-DEGREE-AUDIT-RECORD
012060     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
012070*
012080     EVALUATE TRUE
012090         WHEN WS-REQ-MISSING-CNT > 0
012100                 OR WS-POOL-SHORT-CNT > 0
012110                 OR TOTAL-SHORT
012120             MOVE 'REQUIREMENTS STILL MISSING' TO
012130                 WS-PAGE-RESULT-OUT
012140         WHEN WS-REQ-PENDING-CNT > 0
012150                 OR WS-POOL-PENDING-CNT > 0
012160                 OR TOTAL-PENDING
012170             ADD 1 TO WS-PENDING-CNT
012180             MOVE 'REQUIREMENTS MET ONCE WORK IN PROGRESS PASSES'
012190                 TO WS-PAGE-RESULT-OUT
012200         WHEN OTHER
012210             ADD 1 TO WS-CANDIDATE-CNT
012220             MOVE 'ALL REQUIREMENTS MET - GRADUATION CANDIDATE'
012230                 TO WS-PAGE-RESULT-OUT
012240             PERFORM 2510-WRITE-CANDIDATE THRU 2510-EXIT
012250     END-EVALUATE
012260*
012270     MOVE WS-PAGE-RESULT-LINE TO FS-DEGREE-AUDIT-RECORD
012280     PERFORM 2310-WRITE-PAGE-LINE THRU 2310-EXIT
012290 2500-EXIT.
012300     EXIT.
012310*
012320 2510-WRITE-CANDIDATE.
012330     MOVE WS-CUR-STUDENT-ID   TO WS-CAND-ID-OUT
012340     MOVE WS-PAGE-NAME-OUT    TO WS-CAND-NAME-OUT
012350     MOVE WS-CUR-PROGRAM-CODE TO WS-CAND-PROGRAM-OUT
012360     MOVE WS-TOTAL-EARNED     TO WS-CAND-CREDITS-OUT
012370     MOVE WS-CUR-TERM-CODE    TO WS-CAND-TERM-OUT
012380*
012390     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-LINE
012400     END-WRITE
012410 2510-EXIT.
012420     EXIT.
012430*
012440****************************************************************
012450*   Run totals at the foot of the candidate list.
012460****************************************************************
012470 3000-WRITE-SUMMARY.
012480     WRITE FS-GRAD-CAND-RECORD FROM WS-PAGE-RULE
012490     END-WRITE
012500*
012510     MOVE 'COURSE LINES READ:'         TO WS-CNT-LABEL-OUT
012520     MOVE WS-COURSE-READ-CNT           TO WS-CNT-VALUE-OUT
012530     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-COUNT-LINE
012540     END-WRITE
012550*
012560     MOVE 'COURSE LINES, NO MASTER:'   TO WS-CNT-LABEL-OUT
012570     MOVE WS-NO-MASTER-CNT             TO WS-CNT-VALUE-OUT
012580     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-COUNT-LINE
012590     END-WRITE
012600*
012610     MOVE 'STUDENTS AUDITED:'          TO WS-CNT-LABEL-OUT
012620     MOVE WS-AUDITED-CNT               TO WS-CNT-VALUE-OUT
012630     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-COUNT-LINE
012640     END-WRITE
012650*
012660     MOVE 'NO REQUIREMENTS ON FILE:'   TO WS-CNT-LABEL-OUT
012670     MOVE WS-NO-PROGRAM-CNT            TO WS-CNT-VALUE-OUT
012680     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-COUNT-LINE
012690     END-WRITE
012700*
012710     MOVE 'MET PENDING WORK IN PROG.:' TO WS-CNT-LABEL-OUT
012720     MOVE WS-PENDING-CNT               TO WS-CNT-VALUE-OUT
012730     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-COUNT-LINE
012740     END-WRITE
012750*
012760     MOVE 'GRADUATION CANDIDATES:'     TO WS-CNT-LABEL-OUT
012770     MOVE WS-CANDIDATE-CNT             TO WS-CNT-VALUE-OUT
012780     WRITE FS-GRAD-CAND-RECORD FROM WS-CAND-COUNT-LINE
012790     END-WRITE
012800 3000-EXIT.
012810     EXIT.
012820*
012830 9999-TERMINATE.
012840     IF CATALOG-ON
012850         CLOSE FS-COURSE-CATALOG
012860     END-IF
012870     IF PROGREQ-ON
012880         CLOSE FS-PROGRAM-REQ
012890     END-IF
012900*
012910     CLOSE FS-DEGREE-AUDIT
012920     CLOSE FS-GRAD-CANDIDATES
012930*
012940     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
012950 9999-EXIT.
012960     EXIT.
012970*
012980****************************************************************
012990*   Append this run's control record to the cumulative RUN-LOG.
013000*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
013010*   ITSELF THE FAILURE MARKER.
013020****************************************************************
013030 9995-WRITE-RUN-LOG.
013040     OPEN EXTEND FS-RUN-LOG
013050*
013060     IF RUN-LOG-NOT-FOUND
013070         OPEN OUTPUT FS-RUN-LOG
013080     END-IF
013090*
013100     ACCEPT WS-RUN-END-TIME FROM TIME
013110*
013120     MOVE 'DEGAUDIT'         TO RNL-PROGRAM
013130     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
013140     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
013150     MOVE SPACES             TO RNL-TERM-CODE
013160     MOVE WS-COURSE-READ-CNT TO RNL-READ-CNT
013170     MOVE WS-AUDITED-CNT     TO RNL-VALID-CNT
013180     MOVE WS-NO-PROGRAM-CNT  TO RNL-REJECT-CNT
013190     MOVE WS-CANDIDATE-CNT   TO RNL-REPORT-CNT
013200     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
013210*
013220     WRITE FS-RUN-LOG-RECORD
013230     END-WRITE
013240*
013250     CLOSE FS-RUN-LOG
013260 9995-EXIT.
013270     EXIT.
013280*
013290 END PROGRAM DEGAUDIT.
