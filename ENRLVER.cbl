000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     ENROLLMENT-STATUS VERIFICATION EXTRACT FOR LENDERS,
000070*              INSURERS AND THE CLEARINGHOUSE. FOR THE TERM ON THE
000080*              TERM-PARM CARD, SUMS EACH STUDENT'S CATALOG CREDIT
000090*              HOURS OFF COURSE-INPUT AND CLASSES THE LOAD AS
000100*              FULL-TIME, THREE-QUARTER, HALF-TIME OR LESS THAN
000110*              HALF-TIME
000120*              AGAINST THE ENRLVER-PARM THRESHOLDS (DEFAULT 12/9/6
000130*              HOURS); A TERM WHOSE EVERY LINE IS W IS WITHDRAWN.
000140*              WRITES THE FIXED-WIDTH SUBMISSION FILE
000150*              ENROLL-VERIFY.dat - HEADER, ONE DETAIL PER STUDENT
000160*              WITH NAME, ADDRESS AND PROGRAM CODE FROM THE
000170*              STUDENT-MASTER, AND A TRAILER CARRYING THE COUNTS -
000180*              AND THE ENROLL-CONTROL.txt CONTROL REPORT. REFUSES
000190*              TO RUN UNLESS TERMCTL.cbl SHOWS THE TERM CLOSED OR
000200*              PUBLISHED, SO A HALF-GRADED TERM IS NEVER REPORTED.
000210* TECTONICS:   cobc
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-15  DV   INITIAL VERSION.
000260*   2026-10-15  DV   EVERY STUDENT ON THE SUBMISSION FILE IS
000270*                    APPENDED AT END OF JOB TO THE CUMULATIVE
000280*                    DISCLOSURE-LOG AS A THIRD-PARTY DISCLOSURE,
000290*                    FOR DISCPRT.cbl.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ENRLVER.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360****************************************************************
000370*    THE TERM TO REPORT - REQUIRED HERE, UNLIKE MAIN.cbl: AN
000380*    ENROLLMENT SUBMISSION IS ALWAYS FOR ONE TERM.
000390****************************************************************
000400     SELECT FS-TERM-PARM ASSIGN 'TERM-PARM'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TERM-PARM-STATUS.
000430*
000440****************************************************************
000450*    OPTIONAL LOAD THRESHOLDS - CREDIT HOURS FOR FULL-TIME,
000460*    THREE-QUARTER AND HALF-TIME. NO CARD = 12/9/6.
000470****************************************************************
000480     SELECT FS-ENRLVER-PARM ASSIGN 'ENRLVER-PARM'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.
000510*
000520****************************************************************
000530*    TERM-CONTROL FILE MAINTAINED BY TERMCTL.cbl - THE TERM MUST
000540*    BE ON IT AND CLOSED OR PUBLISHED.
000550****************************************************************
000560     SELECT FS-TERM-CONTROL ASSIGN 'TERM-CONTROL'
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS TCT-TERM-CODE
000600         FILE STATUS IS WS-TERMCTL-STATUS.
000610*
000620****************************************************************
000630*    COURSE TRANSCRIPT DETAIL - SAME RECORD LAYOUT MAIN.cbl AND
000640*    INQUIRY.cbl READ, WHICH MUST STAY IN STEP.
000650****************************************************************
000660     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-COURSE-FILE-STATUS.
000690*
000700****************************************************************
000710*    INDEXED COURSE CATALOG MAINTAINED BY CATMAINT.cbl - THE
000720*    CREDIT HOURS EVERY LOAD IS SUMMED FROM, SO IT IS REQUIRED.
000730****************************************************************
000740     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS CAT-COURSE-CODE
000780         FILE STATUS IS WS-CATALOG-STATUS.
000790*
000800****************************************************************
000810*    INDEXED MASTER MAINTAINED BY MAINT.cbl - READ BY TERM +
000820*    STUDENT-ID FOR THE NAME, ADDRESS AND PROGRAM CODE.
000830****************************************************************
000840     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS MST-MASTER-KEY
000880         FILE STATUS IS WS-MASTER-STATUS.
000890*
000900****************************************************************
000910*    LOAD SPOOL, SORT WORK AND SORTED OUTPUT - ONE RECORD PER
000920*    COURSE LINE OF THE TERM, ORDERED BY STUDENT-ID SO ONE
000930*    CONTROL-BREAK PASS SEES EACH STUDENT'S TERM WHOLE.
000940****************************************************************
000950     SELECT FS-LOAD-TEMP ASSIGN 'ENRLVER-LOAD-TEMP'
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-EOF-SW.
000980*
000990     SELECT FS-LOAD-WORK ASSIGN 'ENRLVER-LOAD-WORK'
001000         ORGANIZATION IS SEQUENTIAL.
001010*
001020     SELECT FS-LOAD-OUTPUT ASSIGN 'ENRLVER-LOAD-OUT'
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-EOF-SW.
001050*
001060     SELECT FS-ENROLL-VERIFY ASSIGN 'ENROLL-VERIFY.dat'
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080*
001090     SELECT FS-ENROLL-CONTROL ASSIGN 'ENROLL-CONTROL.txt'
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110*
001120****************************************************************
001130*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
001140*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
001150****************************************************************
001160     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-RUN-LOG-STATUS.
001190*
001200****************************************************************
001210*    CUMULATIVE DISCLOSURE-LOG SHARED WITH MAIN.cbl AND
001220*    NOTIFY.cbl - SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
001230****************************************************************
001240     SELECT FS-DISCLOSURE-LOG ASSIGN 'DISCLOSURE-LOG'
001250         ORGANIZATION IS LINE SEQUENTIAL
001260         FILE STATUS IS WS-DISCLOSURE-STATUS.
001270**
001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  FS-TERM-PARM.
001310 01  FS-TERM-PARM-RECORD     PIC X(05).
001320*
001330****************************************************************
001340*    THRESHOLD CARD - COLUMNS 1-2 FULL-TIME, 3-4 THREE-QUARTER,
001350*    5-6 HALF-TIME, IN CREDIT HOURS. A BLANK OR ZERO FIELD KEEPS
001360*    ITS DEFAULT.
001370****************************************************************
001380 FD  FS-ENRLVER-PARM.
001390 01  FS-ENRLVER-PARM-RECORD.
001400     05  EVP-FT-HOURS         PIC 9(02).
001410     05  EVP-TQ-HOURS         PIC 9(02).
001420     05  EVP-HT-HOURS         PIC 9(02).
001430*
001440****************************************************************
001450*    TERM-CONTROL RECORD - LAYOUT SHARED WITH TERMCTL.cbl,
001460*    MAIN.cbl, MAINT.cbl AND INQUIRY.cbl AND MUST STAY IN STEP.
001470****************************************************************
001480 FD  FS-TERM-CONTROL.
001490 01  FS-TERMCTL-RECORD.
001500     05  TCT-TERM-CODE        PIC X(05).
001510     05  TCT-TERM-STATE       PIC X(01).
001520         88  TCT-STATE-CLOSED                 VALUE 'C'.
001530         88  TCT-STATE-PUBLISHED              VALUE 'P'.
001540     05  TCT-AMENDED-SW       PIC X(01).
001550*
001560 FD  FS-COURSE-INPUT.
001570 01  FS-COURSE-IN-RECORD.
001580     05  CRS-STUDENT-ID       PIC 9(05).
001590     05  CRS-COURSE-CODE      PIC X(10).
001600     05  CRS-COURSE-NAME      PIC X(20).
001610     05  CRS-COURSE-GRADE     PIC 9(03)V99.
001620     05  CRS-TERM-CODE        PIC X(05).
001630     05  CRS-SECTION-CODE     PIC X(03).
001640     05  CRS-INSTRUCTOR-ID    PIC X(10).
001650*    GRADE STATUS - SPACE = FINAL GRADE, I = INCOMPLETE, W =
001660*    WITHDRAWN, P = IN PROGRESS. A W LINE CARRIES NO LOAD.
001670     05  CRS-GRADE-STATUS     PIC X(01).
001680         88  CRS-WITHDRAWN                    VALUE 'W'.
001690*
001700 FD  FS-COURSE-CATALOG.
001710 01  FS-CATALOG-RECORD.
001720     05  CAT-COURSE-CODE      PIC X(10).
001730     05  CAT-COURSE-TITLE     PIC X(20).
001740     05  CAT-CREDIT-HOURS     PIC 9(02).
001750     05  CAT-DEPARTMENT       PIC X(04).
001760*
001770 FD  FS-STUDENT-MASTER.
001780 01  FS-MASTER-RECORD.
001790     05  MST-MASTER-KEY.
001800         10  MST-TERM-CODE    PIC X(05).
001810         10  MST-STUDENT-ID   PIC 9(05).
001820     05  MST-STUDENT-NAME     PIC X(30).
001830     05  MST-STUDENT-LASTNAME PIC X(30).
001840     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
001850     05  MST-STANDING-CODE    PIC X(01).
001860     05  MST-GRADE-STATUS     PIC X(01).
001870     05  MST-ADDRESS-BLOCK.
001880         10  MST-ADDR-STREET  PIC X(30).
001890         10  MST-ADDR-CITY    PIC X(20).
001900         10  MST-ADDR-STATE   PIC X(02).
001910         10  MST-ADDR-ZIP     PIC X(10).
001920     05  MST-PROGRAM-CODE     PIC X(05).
001930*
001940****************************************************************
001950*    LOAD SPOOL - ONE COURSE LINE: ITS CATALOG HOURS AND WHETHER
001960*    IT WAS A WITHDRAWAL.
001970****************************************************************
001980 FD  FS-LOAD-TEMP.
001990 01  FS-LOAD-TEMP-RECORD.
002000     05  ELS-STUDENT-ID       PIC 9(05).
002010     05  ELS-CREDIT-HOURS     PIC 9(02).
002020     05  ELS-WITHDRAWN-SW     PIC X(01).
002030*
002040 SD  FS-LOAD-WORK.
002050 01  FS-LOAD-WRK-RECORD.
002060     05  ELS-STUDENT-ID       PIC 9(05).
002070     05  ELS-CREDIT-HOURS     PIC 9(02).
002080     05  ELS-WITHDRAWN-SW     PIC X(01).
002090*
002100 FD  FS-LOAD-OUTPUT.
002110 01  FS-LOAD-OUT-RECORD.
002120     05  ELS-STUDENT-ID       PIC 9(05).
002130     05  ELS-CREDIT-HOURS     PIC 9(02).
002140     05  ELS-WITHDRAWN-SW     PIC X(01).
002150         88  ELS-WITHDRAWN                    VALUE 'Y'.
002160*
002170 FD  FS-ENROLL-VERIFY
002180     RECORDING MODE IS F
002190     RECORD CONTAINS 150 CHARACTERS.
002200 01  FS-ENROLL-VER-RECORD    PIC X(150).
002210*
002220 FD  FS-ENROLL-CONTROL
002230     RECORDING MODE IS F
002240     RECORD CONTAINS 80 CHARACTERS.
002250 01  FS-ENROLL-CTL-RECORD    PIC X(80).
002260*
002270 FD  FS-RUN-LOG.
002280 01  FS-RUN-LOG-RECORD.
002290     05  RNL-PROGRAM          PIC X(08).
002300     05  RNL-RUN-DATE         PIC 9(08).
002310     05  RNL-RUN-TIME         PIC 9(06).
002320     05  RNL-TERM-CODE        PIC X(05).
002330     05  RNL-READ-CNT         PIC 9(05).
002340     05  RNL-VALID-CNT        PIC 9(05).
002350     05  RNL-REJECT-CNT       PIC 9(05).
002360     05  RNL-REPORT-CNT       PIC 9(05).
002370     05  RNL-RUN-STATUS       PIC X(08).
002380*
002390 FD  FS-DISCLOSURE-LOG.
002400 01  FS-DISCLOSURE-RECORD.
002410     05  DSC-STUDENT-ID       PIC 9(05).
002420     05  DSC-TERM-CODE        PIC X(05).
002430     05  DSC-OUTPUT-NAME      PIC X(46).
002440     05  DSC-RECIPIENT        PIC X(01).
002450         88  DSC-TO-STUDENT                      VALUE 'S'.
002460         88  DSC-TO-PORTAL                       VALUE 'P'.
002470         88  DSC-TO-THIRD-PARTY                  VALUE 'T'.
002480     05  DSC-PROGRAM          PIC X(08).
002490     05  DSC-RUN-DATE         PIC 9(08).
002500     05  DSC-RUN-TIME         PIC 9(06).
002510**
002520 WORKING-STORAGE SECTION.
002530 01  WS-TERM-PARM-STATUS      PIC X(02).
002540     88  TERM-PARM-NOT-FOUND                  VALUE '35'.
002550*
002560 01  WS-PARM-STATUS           PIC X(02).
002570     88  PARM-NOT-FOUND                       VALUE '35'.
002580*
002590 01  WS-TERMCTL-STATUS        PIC X(02).
002600     88  TERMCTL-OK                           VALUE '00'.
002610*
002620 01  WS-COURSE-FILE-STATUS    PIC X(02).
002630     88  COURSE-FILE-NOT-FOUND                VALUE '35'.
002640     88  COURSE-EOF                           VALUE '10'.
002650*
002660 01  WS-CATALOG-STATUS        PIC X(02).
002670     88  CATALOG-OK                           VALUE '00'.
002680*
002690 01  WS-MASTER-STATUS         PIC X(02).
002700     88  MASTER-OK                            VALUE '00'.
002710*
002720 01  WS-EOF-SW                PIC X(02).
002730     88  EOF-SW                               VALUE 10.
002740*
002750 01  WS-RUN-LOG-STATUS        PIC X(02).
002760     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
002770*
002780 01  WS-DISCLOSURE-STATUS     PIC X(02).
002790     88  DISCLOSURE-NOT-FOUND                 VALUE '35'.
002800*
002810 01  WS-DSC-EOF-SW            PIC X(01)              VALUE 'N'.
002820     88  DSC-VERIFY-EOF                       VALUE 'Y'.
002830*
002840 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002850 01  WS-RUN-TIME.
002860     05  WS-RUN-TIME-HHMMSS   PIC 9(06).
002870     05  FILLER               PIC 9(02).
002880 01  WS-RUN-END-TIME.
002890     05  WS-RUN-END-HHMMSS    PIC 9(06).
002900     05  FILLER               PIC 9(02).
002910*
002920 01  WS-TERM-FILTER           PIC X(05)              VALUE SPACES.
002930 01  WS-TERM-STATE            PIC X(01)              VALUE SPACE.
002940*
002950****************************************************************
002960*   Load thresholds in credit hours - a load at or above a
002970*   threshold takes that class.
002980****************************************************************
002990 01  WS-FT-HOURS              PIC 9(02)              VALUE 12.
003000 01  WS-TQ-HOURS              PIC 9(02)              VALUE 9.
003010 01  WS-HT-HOURS              PIC 9(02)              VALUE 6.
003020*
003030****************************************************************
003040*   The student the control-break pass is accumulating.
003050****************************************************************
003060 01  WS-STU-SW                PIC X(01)              VALUE 'N'.
003070     88  STUDENT-OPEN                         VALUE 'Y'.
003080 01  WS-STU-ID                PIC 9(05)              VALUE 0.
003090 01  WS-STU-HOURS             PIC 9(03) COMP-3       VALUE 0.
003100 01  WS-STU-LINE-CNT          PIC 9(03) COMP-3       VALUE 0.
003110 01  WS-STU-W-CNT             PIC 9(03) COMP-3       VALUE 0.
003120*
003130****************************************************************
003140*   Enrollment status codes on the submission file - F FULL-
003150*   TIME, Q THREE-QUARTER, H HALF-TIME, L LESS THAN HALF-TIME,
003160*   W WITHDRAWN.
003170****************************************************************
003180 01  WS-STU-STATUS            PIC X(01)              VALUE SPACE.
003190     88  STU-FULL-TIME                        VALUE 'F'.
003200     88  STU-THREE-QUARTER                    VALUE 'Q'.
003210     88  STU-HALF-TIME                        VALUE 'H'.
003220     88  STU-LESS-THAN-HALF                   VALUE 'L'.
003230     88  STU-WITHDRAWN                        VALUE 'W'.
003240*
003250 01  WS-LINE-READ-CNT         PIC 9(05) COMP-3       VALUE 0.
003260 01  WS-SPOOLED-CNT           PIC 9(05) COMP-3       VALUE 0.
003270 01  WS-NO-CATALOG-CNT        PIC 9(05) COMP-3       VALUE 0.
003280 01  WS-STUDENT-CNT           PIC 9(05) COMP-3       VALUE 0.
003290 01  WS-NO-MASTER-CNT         PIC 9(05) COMP-3       VALUE 0.
003300 01  WS-DETAIL-CNT            PIC 9(07) COMP-3       VALUE 0.
003310 01  WS-FT-CNT                PIC 9(07) COMP-3       VALUE 0.
003320 01  WS-TQ-CNT                PIC 9(07) COMP-3       VALUE 0.
003330 01  WS-HT-CNT                PIC 9(07) COMP-3       VALUE 0.
003340 01  WS-LH-CNT                PIC 9(07) COMP-3       VALUE 0.
003350 01  WS-WD-CNT                PIC 9(07) COMP-3       VALUE 0.
003360 01  WS-RECORD-CNT            PIC 9(07) COMP-3       VALUE 0.
003370*
003380****************************************************************
003390*   Submission record - EVR-REC-TYPE H = HEADER, D = ONE
003400*   STUDENT'S STATUS, T = TRAILER. THE TRAILER'S RECORD COUNT
003410*   INCLUDES THE HEADER AND THE TRAILER ITSELF.
003420****************************************************************
003430 01  WS-EVR-RECORD.
003440     05  WS-EVR-REC-TYPE      PIC X(01).
003450     05  WS-EVR-REC-BODY      PIC X(149).
003460     05  FILLER REDEFINES WS-EVR-REC-BODY.
003470         10  WS-EVH-TERM-CODE PIC X(05).
003480         10  WS-EVH-CREATE-DATE
003490                              PIC 9(08).
003500         10  WS-EVH-CREATE-TIME
003510                              PIC 9(06).
003520         10  WS-EVH-FT-HOURS  PIC 9(02).
003530         10  WS-EVH-TQ-HOURS  PIC 9(02).
003540         10  WS-EVH-HT-HOURS  PIC 9(02).
003550         10  FILLER           PIC X(124).
003560     05  FILLER REDEFINES WS-EVR-REC-BODY.
003570         10  WS-EVD-STUDENT-ID
003580                              PIC 9(05).
003590         10  WS-EVD-TERM-CODE PIC X(05).
003600         10  WS-EVD-LASTNAME  PIC X(30).
003610         10  WS-EVD-FIRSTNAME PIC X(30).
003620         10  WS-EVD-STREET    PIC X(30).
003630         10  WS-EVD-CITY      PIC X(20).
003640         10  WS-EVD-STATE     PIC X(02).
003650         10  WS-EVD-ZIP       PIC X(10).
003660         10  WS-EVD-PROGRAM-CODE
003670                              PIC X(05).
003680         10  WS-EVD-CREDIT-HOURS
003690                              PIC 9(03).
003700         10  WS-EVD-STATUS-CODE
003710                              PIC X(01).
003720         10  FILLER           PIC X(08).
003730     05  FILLER REDEFINES WS-EVR-REC-BODY.
003740         10  WS-EVT-TERM-CODE PIC X(05).
003750         10  WS-EVT-RECORD-CNT
003760                              PIC 9(07).
003770         10  WS-EVT-DETAIL-CNT
003780                              PIC 9(07).
003790         10  WS-EVT-FT-CNT    PIC 9(07).
003800         10  WS-EVT-TQ-CNT    PIC 9(07).
003810         10  WS-EVT-HT-CNT    PIC 9(07).
003820         10  WS-EVT-LH-CNT    PIC 9(07).
003830         10  WS-EVT-WD-CNT    PIC 9(07).
003840         10  FILLER           PIC X(95).
003850*
003860 01  WS-ENRLVER-HEADER1.
003870     05  FILLER               PIC X(38)  VALUE
003880             'ENROLLMENT-STATUS VERIFICATION CONTROL'.
003890     05  FILLER               PIC X(42)  VALUE SPACES.
003900*
003910 01  WS-TERM-REP-LINE.
003920     05  FILLER               PIC X(16)  VALUE
003930             'REPORTING TERM: '.
003940     05  WS-TERM-REP-OUT      PIC X(05).
003950     05  FILLER               PIC X(09)  VALUE '  STATE: '.
003960     05  WS-STATE-REP-OUT     PIC X(01).
003970     05  FILLER               PIC X(49)  VALUE SPACES.
003980*
003990 01  WS-THRESH-LINE.
004000     05  FILLER               PIC X(22)  VALUE
004010             'THRESHOLDS - FULL-TIME'.
004020     05  WS-THR-FT-OUT        PIC ZZ9.
004030     05  FILLER               PIC X(15)  VALUE '  THREE-QUARTER'.
004040     05  WS-THR-TQ-OUT        PIC ZZ9.
004050     05  FILLER               PIC X(11)  VALUE '  HALF-TIME'.
004060     05  WS-THR-HT-OUT        PIC ZZ9.
004070     05  FILLER               PIC X(23)  VALUE '  CREDIT HOURS'.
004080*
004090 01  WS-ENRLVER-RULE.
004100     05  FILLER               PIC X(80)  VALUE ALL '-'.
004110*
004120 01  WS-EXCEPTION-LINE.
004130     05  FILLER               PIC X(04)  VALUE SPACES.
004140     05  FILLER               PIC X(08)  VALUE 'STUDENT '.
004150     05  WS-EXC-ID-OUT        PIC 9(05).
004160     05  FILLER               PIC X(02)  VALUE SPACES.
004170     05  WS-EXC-REASON-OUT    PIC X(50).
004180     05  FILLER               PIC X(11)  VALUE SPACES.
004190*
004200 01  WS-ENRLVER-COUNT-LINE.
004210     05  FILLER               PIC X(05)  VALUE SPACES.
004220     05  WS-CNT-LABEL-OUT     PIC X(40).
004230     05  WS-CNT-VALUE-OUT     PIC ZZZZZZ9.
004240     05  FILLER               PIC X(28)  VALUE SPACES.
004250**
004260 PROCEDURE DIVISION.
004270 0000-MAINLINE.
004280     PERFORM 0500-READ-TERM-PARM THRU 0500-EXIT
004290     PERFORM 0510-CHECK-TERM-STATE THRU 0510-EXIT
004300     PERFORM 0520-READ-ENRLVER-PARM THRU 0520-EXIT
004310     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
004320     PERFORM 1100-WRITE-HEADERS THRU 1100-EXIT
004330     PERFORM 2000-SPOOL-TERM-LOAD THRU 2000-EXIT
004340     PERFORM 3000-CLASS-STUDENTS THRU 3000-EXIT
004350     PERFORM 4000-WRITE-TRAILERS THRU 4000-EXIT
004360     PERFORM 9999-TERMINATE THRU 9999-EXIT
004370     STOP RUN.
004380*
004390****************************************************************
004400*   The term to report comes off the TERM-PARM card. WITHOUT ONE
004410*   THERE IS NOTHING TO SUBMIT - THE RUN STOPS.
004420****************************************************************
004430 0500-READ-TERM-PARM.
004440     OPEN INPUT FS-TERM-PARM
004450*
004460     IF TERM-PARM-NOT-FOUND
004470         CONTINUE
004480     ELSE
004490         READ FS-TERM-PARM
004500         NOT AT END
004510             MOVE FS-TERM-PARM-RECORD TO WS-TERM-FILTER
004520         END-READ
004530         CLOSE FS-TERM-PARM
004540     END-IF
004550*
004560     IF WS-TERM-FILTER EQUAL SPACES
004570         DISPLAY 'ENRLVER NEEDS A TERM-PARM CARD NAMING THE TERM'
004580             ' - NOTHING WRITTEN'
004590         STOP RUN
004600     END-IF
004610 0500-EXIT.
004620     EXIT.
004630*
004640****************************************************************
004650*   Only a closed or published term is reported - AN OPEN TERM
004660*   IS STILL TAKING GRADES AND ROSTER CHANGES. NO TERM-CONTROL
004670*   FILE, OR NO RECORD FOR THE TERM, IS TREATED AS OPEN.
004680****************************************************************
004690 0510-CHECK-TERM-STATE.
004700     MOVE SPACES TO WS-TERMCTL-STATUS
004710     OPEN INPUT FS-TERM-CONTROL
004720*
004730     IF NOT TERMCTL-OK
004740         DISPLAY 'TERM-CONTROL NOT AVAILABLE - TERM '
004750             WS-TERM-FILTER
004760             ' CANNOT BE SHOWN CLOSED; NOTHING WRITTEN'
004770         STOP RUN
004780     END-IF
004790*
004800     MOVE WS-TERM-FILTER TO TCT-TERM-CODE
004810*
004820     READ FS-TERM-CONTROL
004830         INVALID KEY
004840             MOVE 'O' TO TCT-TERM-STATE
004850     END-READ
004860*
004870     MOVE TCT-TERM-STATE TO WS-TERM-STATE
004880     CLOSE FS-TERM-CONTROL
004890*
004900     IF NOT TCT-STATE-CLOSED
004910             AND NOT TCT-STATE-PUBLISHED
004920         DISPLAY 'TERM ' WS-TERM-FILTER ' IS NOT CLOSED OR '
004930             'PUBLISHED - ENROLLMENT NOT REPORTED'
004940         STOP RUN
004950     END-IF
004960 0510-EXIT.
004970     EXIT.
004980*
004990****************************************************************
005000*   Pick up the optional threshold card. THE THREE MUST STAY IN
005010*   DESCENDING ORDER - A CARD THAT BREAKS THE ORDER IS IGNORED
005020*   WHOLE RATHER THAN CLASS A STUDENT TWO WAYS.
005030****************************************************************
005040 0520-READ-ENRLVER-PARM.
005050     OPEN INPUT FS-ENRLVER-PARM
005060*
005070     IF PARM-NOT-FOUND
005080         GO TO 0520-EXIT
005090     END-IF
005100*
005110     READ FS-ENRLVER-PARM
005120         AT END
005130             CLOSE FS-ENRLVER-PARM
005140             GO TO 0520-EXIT
005150     END-READ
005160*
005170     IF EVP-FT-HOURS IS NUMERIC
005180             AND EVP-FT-HOURS NOT EQUAL 0
005190         MOVE EVP-FT-HOURS TO WS-FT-HOURS
005200     END-IF
005210*
005220     IF EVP-TQ-HOURS IS NUMERIC
005230             AND EVP-TQ-HOURS NOT EQUAL 0
005240         MOVE EVP-TQ-HOURS TO WS-TQ-HOURS
005250     END-IF
005260*
005270     IF EVP-HT-HOURS IS NUMERIC
005280             AND EVP-HT-HOURS NOT EQUAL 0
005290         MOVE EVP-HT-HOURS TO WS-HT-HOURS
005300     END-IF
005310*
005320     IF WS-FT-HOURS NOT > WS-TQ-HOURS
005330             OR WS-TQ-HOURS NOT > WS-HT-HOURS
005340         DISPLAY 'ENRLVER-PARM THRESHOLDS NOT IN DESCENDING ORDER'
005350             ' - DEFAULTS 12/9/6 USED'
005360         MOVE 12 TO WS-FT-HOURS
005370         MOVE 9  TO WS-TQ-HOURS
005380         MOVE 6  TO WS-HT-HOURS
005390     END-IF
005400*
005410     CLOSE FS-ENRLVER-PARM
005420 0520-EXIT.
005430     EXIT.
005440*
005450****************************************************************
005460*   The catalog and the master are both required - NO HOURS OR
005470*   NO NAME AND ADDRESS MEANS NO SUBMISSION WORTH SENDING.
005480****************************************************************
005490 1000-OPEN-FILES.
005500     MOVE SPACES TO WS-CATALOG-STATUS
005510     OPEN INPUT FS-COURSE-CATALOG
005520*
005530     IF NOT CATALOG-OK
005540         DISPLAY 'COURSE-CATALOG NOT AVAILABLE - STATUS '
005550             WS-CATALOG-STATUS
005560         STOP RUN
005570     END-IF
005580*
005590     MOVE SPACES TO WS-MASTER-STATUS
005600     OPEN INPUT FS-STUDENT-MASTER
005610*
005620     IF NOT MASTER-OK
005630         DISPLAY 'STUDENT-MASTER NOT AVAILABLE - STATUS '
005640             WS-MASTER-STATUS
005650         STOP RUN
005660     END-IF
005670*
005680     OPEN OUTPUT FS-ENROLL-VERIFY
005690     OPEN OUTPUT FS-ENROLL-CONTROL
005700*
005710     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005720     ACCEPT WS-RUN-TIME FROM TIME
005730 1000-EXIT.
005740     EXIT.
005750*
005760 1100-WRITE-HEADERS.
005770     MOVE SPACES             TO WS-EVR-RECORD
005780     MOVE 'H'                TO WS-EVR-REC-TYPE
005790     MOVE WS-TERM-FILTER     TO WS-EVH-TERM-CODE
005800     MOVE WS-RUN-DATE        TO WS-EVH-CREATE-DATE
005810     MOVE WS-RUN-TIME-HHMMSS TO WS-EVH-CREATE-TIME
005820     MOVE WS-FT-HOURS        TO WS-EVH-FT-HOURS
005830     MOVE WS-TQ-HOURS        TO WS-EVH-TQ-HOURS
005840     MOVE WS-HT-HOURS        TO WS-EVH-HT-HOURS
005850     WRITE FS-ENROLL-VER-RECORD FROM WS-EVR-RECORD
005860     END-WRITE
005870     ADD 1 TO WS-RECORD-CNT
005880*
005890     WRITE FS-ENROLL-CTL-RECORD FROM WS-ENRLVER-HEADER1
005900     END-WRITE
005910*
005920     MOVE WS-TERM-FILTER TO WS-TERM-REP-OUT
005930     MOVE WS-TERM-STATE  TO WS-STATE-REP-OUT
005940     WRITE FS-ENROLL-CTL-RECORD FROM WS-TERM-REP-LINE
005950     END-WRITE
005960*
005970     MOVE WS-FT-HOURS TO WS-THR-FT-OUT
005980     MOVE WS-TQ-HOURS TO WS-THR-TQ-OUT
005990     MOVE WS-HT-HOURS TO WS-THR-HT-OUT
006000     WRITE FS-ENROLL-CTL-RECORD FROM WS-THRESH-LINE
006010     END-WRITE
006020*
006030     WRITE FS-ENROLL-CTL-RECORD FROM WS-ENRLVER-RULE
006040     END-WRITE
006050 1100-EXIT.
006060     EXIT.
006070*
006080****************************************************************
006090*   Spool the term's course lines with their catalog hours. A
006100*   COURSE NOT IN THE CATALOG CARRIES NO HOURS AND IS LISTED ON
006110*   THE CONTROL REPORT, SO THE LOAD IT LEAVES OUT CAN BE CHASED.
006120****************************************************************
006130 2000-SPOOL-TERM-LOAD.
006140     OPEN OUTPUT FS-LOAD-TEMP
006150*
006160     MOVE SPACES TO WS-COURSE-FILE-STATUS
006170     OPEN INPUT FS-COURSE-INPUT
006180*
006190     IF COURSE-FILE-NOT-FOUND
006200         CONTINUE
006210     ELSE
006220         PERFORM 2010-SPOOL-COURSE-LINE THRU 2010-EXIT
006230             UNTIL COURSE-EOF
006240         CLOSE FS-COURSE-INPUT
006250     END-IF
006260*
006270     CLOSE FS-LOAD-TEMP
006280 2000-EXIT.
006290     EXIT.
006300*
006310 2010-SPOOL-COURSE-LINE.
006320     READ FS-COURSE-INPUT
006330         AT END
006340             GO TO 2010-EXIT
006350     END-READ
006360*
006370     IF CRS-TERM-CODE NOT EQUAL WS-TERM-FILTER
006380         GO TO 2010-EXIT
006390     END-IF
006400*
006410     ADD 1 TO WS-LINE-READ-CNT
006420*
006430     MOVE CRS-COURSE-CODE TO CAT-COURSE-CODE
006440     READ FS-COURSE-CATALOG
006450         INVALID KEY
006460             MOVE 0 TO CAT-CREDIT-HOURS
006470             ADD 1 TO WS-NO-CATALOG-CNT
006480             MOVE CRS-STUDENT-ID TO WS-EXC-ID-OUT
006490             MOVE SPACES         TO WS-EXC-REASON-OUT
006500             STRING 'COURSE '         DELIMITED BY SIZE
006510                    CRS-COURSE-CODE   DELIMITED BY SPACE
006520                    ' NOT IN CATALOG - NO HOURS COUNTED'
006530                                      DELIMITED BY SIZE
006540                 INTO WS-EXC-REASON-OUT
006550             END-STRING
006560             WRITE FS-ENROLL-CTL-RECORD FROM WS-EXCEPTION-LINE
006570             END-WRITE
006580     END-READ
006590*
006600     MOVE CRS-STUDENT-ID   TO ELS-STUDENT-ID
006610         OF FS-LOAD-TEMP-RECORD
006620     MOVE CAT-CREDIT-HOURS TO ELS-CREDIT-HOURS
006630         OF FS-LOAD-TEMP-RECORD
006640*
006650     IF CRS-WITHDRAWN
006660         MOVE 'Y' TO ELS-WITHDRAWN-SW OF FS-LOAD-TEMP-RECORD
006670     ELSE
006680         MOVE 'N' TO ELS-WITHDRAWN-SW OF FS-LOAD-TEMP-RECORD
006690     END-IF
006700*
006710     WRITE FS-LOAD-TEMP-RECORD
006720     END-WRITE
006730     ADD 1 TO WS-SPOOLED-CNT
006740 2010-EXIT.
006750     EXIT.
006760*
006770****************************************************************
006780*   Sort the spool by student and class each student's term off
006790*   the control break.
006800****************************************************************
006810 3000-CLASS-STUDENTS.
006820     IF WS-SPOOLED-CNT EQUAL 0
006830         GO TO 3000-EXIT
006840     END-IF
006850*
006860     SORT FS-LOAD-WORK
006870         ON ASCENDING KEY ELS-STUDENT-ID
006880         OF     FS-LOAD-WRK-RECORD
006890         USING  FS-LOAD-TEMP
006900         GIVING FS-LOAD-OUTPUT
006910*
006920     OPEN INPUT FS-LOAD-OUTPUT
006930*
006940     MOVE SPACES TO WS-EOF-SW
006950     MOVE 'N'    TO WS-STU-SW
006960*
006970     PERFORM 3100-READ-LOAD-LINE THRU 3100-EXIT
006980         UNTIL EOF-SW
006990*
007000     CLOSE FS-LOAD-OUTPUT
007010 3000-EXIT.
007020     EXIT.
007030*
007040****************************************************************
007050*   One sorted line per pass - a change of student closes the
007060*   running one and starts the next; end-of-file closes the last.
007070****************************************************************
007080 3100-READ-LOAD-LINE.
007090     READ FS-LOAD-OUTPUT
007100     AT END
007110         IF STUDENT-OPEN
007120             PERFORM 3200-CLOSE-STUDENT THRU 3200-EXIT
007130         END-IF
007140     NOT AT END
007150         IF STUDENT-OPEN
007160             IF ELS-STUDENT-ID OF FS-LOAD-OUT-RECORD
007170                     NOT EQUAL WS-STU-ID
007180                 PERFORM 3200-CLOSE-STUDENT THRU 3200-EXIT
007190                 PERFORM 3300-START-STUDENT THRU 3300-EXIT
007200             END-IF
007210         ELSE
007220             PERFORM 3300-START-STUDENT THRU 3300-EXIT
007230         END-IF
007240*
007250         ADD 1 TO WS-STU-LINE-CNT
007260         IF ELS-WITHDRAWN
007270             ADD 1 TO WS-STU-W-CNT
007280         ELSE
007290             ADD ELS-CREDIT-HOURS OF FS-LOAD-OUT-RECORD
007300                 TO WS-STU-HOURS
007310         END-IF
007320     END-READ
007330 3100-EXIT.
007340     EXIT.
007350*
007360****************************************************************
007370*   Class the running student and write the detail record. A
007380*   STUDENT WITH NO MASTER RECORD FOR THE TERM HAS NO NAME OR
007390*   ADDRESS TO SEND - LISTED AS AN EXCEPTION, NOT SUBMITTED.
007400****************************************************************
007410 3200-CLOSE-STUDENT.
007420     MOVE 'N' TO WS-STU-SW
007430     ADD 1 TO WS-STUDENT-CNT
007440*
007450     MOVE WS-TERM-FILTER TO MST-TERM-CODE
007460     MOVE WS-STU-ID      TO MST-STUDENT-ID
007470*
007480     READ FS-STUDENT-MASTER
007490         INVALID KEY
007500             ADD 1 TO WS-NO-MASTER-CNT
007510             MOVE WS-STU-ID TO WS-EXC-ID-OUT
007520             MOVE 'NOT ON STUDENT-MASTER FOR THE TERM - NOT SENT'
007530                 TO WS-EXC-REASON-OUT
007540             WRITE FS-ENROLL-CTL-RECORD FROM WS-EXCEPTION-LINE
007550             END-WRITE
007560             GO TO 3200-EXIT
007570     END-READ
007580*
007590     EVALUATE TRUE
007600         WHEN WS-STU-W-CNT EQUAL WS-STU-LINE-CNT
007610             MOVE 'W' TO WS-STU-STATUS
007620             ADD 1 TO WS-WD-CNT
007630         WHEN WS-STU-HOURS NOT < WS-FT-HOURS
007640             MOVE 'F' TO WS-STU-STATUS
007650             ADD 1 TO WS-FT-CNT
007660         WHEN WS-STU-HOURS NOT < WS-TQ-HOURS
007670             MOVE 'Q' TO WS-STU-STATUS
007680             ADD 1 TO WS-TQ-CNT
007690         WHEN WS-STU-HOURS NOT < WS-HT-HOURS
007700             MOVE 'H' TO WS-STU-STATUS
007710             ADD 1 TO WS-HT-CNT
007720         WHEN OTHER
007730             MOVE 'L' TO WS-STU-STATUS
007740             ADD 1 TO WS-LH-CNT
007750     END-EVALUATE
007760*
007770     MOVE SPACES               TO WS-EVR-RECORD
007780     MOVE 'D'                  TO WS-EVR-REC-TYPE
007790     MOVE MST-STUDENT-ID       TO WS-EVD-STUDENT-ID
007800     MOVE MST-TERM-CODE        TO WS-EVD-TERM-CODE
007810     MOVE MST-STUDENT-LASTNAME TO WS-EVD-LASTNAME
007820     MOVE MST-STUDENT-NAME     TO WS-EVD-FIRSTNAME
007830     MOVE MST-ADDR-STREET      TO WS-EVD-STREET
007840     MOVE MST-ADDR-CITY        TO WS-EVD-CITY
007850     MOVE MST-ADDR-STATE       TO WS-EVD-STATE
007860     MOVE MST-ADDR-ZIP         TO WS-EVD-ZIP
007870     MOVE MST-PROGRAM-CODE     TO WS-EVD-PROGRAM-CODE
007880     MOVE WS-STU-HOURS         TO WS-EVD-CREDIT-HOURS
007890     MOVE WS-STU-STATUS        TO WS-EVD-STATUS-CODE
007900     WRITE FS-ENROLL-VER-RECORD FROM WS-EVR-RECORD
007910     END-WRITE
007920*
007930     ADD 1 TO WS-DETAIL-CNT
007940     ADD 1 TO WS-RECORD-CNT
007950 3200-EXIT.
007960     EXIT.
007970*
007980 3300-START-STUDENT.
007990     MOVE 'Y' TO WS-STU-SW
008000     MOVE ELS-STUDENT-ID OF FS-LOAD-OUT-RECORD TO WS-STU-ID
008010     MOVE 0   TO WS-STU-HOURS
008020     MOVE 0   TO WS-STU-LINE-CNT
008030     MOVE 0   TO WS-STU-W-CNT
008040 3300-EXIT.
008050     EXIT.
008060*
008070****************************************************************
008080*   Close the submission with its trailer and print the counts
008090*   by status - THE TRAILER AND THE CONTROL REPORT CARRY THE
008100*   SAME FIGURES, SO ONE CAN BE TIED TO THE OTHER.
008110****************************************************************
008120 4000-WRITE-TRAILERS.
008130     ADD 1 TO WS-RECORD-CNT
008140*
008150     MOVE SPACES         TO WS-EVR-RECORD
008160     MOVE 'T'            TO WS-EVR-REC-TYPE
008170     MOVE WS-TERM-FILTER TO WS-EVT-TERM-CODE
008180     MOVE WS-RECORD-CNT  TO WS-EVT-RECORD-CNT
008190     MOVE WS-DETAIL-CNT  TO WS-EVT-DETAIL-CNT
008200     MOVE WS-FT-CNT      TO WS-EVT-FT-CNT
008210     MOVE WS-TQ-CNT      TO WS-EVT-TQ-CNT
008220     MOVE WS-HT-CNT      TO WS-EVT-HT-CNT
008230     MOVE WS-LH-CNT      TO WS-EVT-LH-CNT
008240     MOVE WS-WD-CNT      TO WS-EVT-WD-CNT
008250     WRITE FS-ENROLL-VER-RECORD FROM WS-EVR-RECORD
008260     END-WRITE
008270*
008280     WRITE FS-ENROLL-CTL-RECORD FROM WS-ENRLVER-RULE
008290     END-WRITE
008300*
008310     MOVE 'FULL-TIME (F):'                   TO WS-CNT-LABEL-OUT
008320     MOVE WS-FT-CNT                          TO WS-CNT-VALUE-OUT
008330     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008340*
008350     MOVE 'THREE-QUARTER TIME (Q):'          TO WS-CNT-LABEL-OUT
008360     MOVE WS-TQ-CNT                          TO WS-CNT-VALUE-OUT
008370     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008380*
008390     MOVE 'HALF-TIME (H):'                   TO WS-CNT-LABEL-OUT
008400     MOVE WS-HT-CNT                          TO WS-CNT-VALUE-OUT
008410     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008420*
008430     MOVE 'LESS THAN HALF-TIME (L):'         TO WS-CNT-LABEL-OUT
008440     MOVE WS-LH-CNT                          TO WS-CNT-VALUE-OUT
008450     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008460*
008470     MOVE 'WITHDRAWN (W):'                   TO WS-CNT-LABEL-OUT
008480     MOVE WS-WD-CNT                          TO WS-CNT-VALUE-OUT
008490     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008500*
008510     WRITE FS-ENROLL-CTL-RECORD FROM WS-ENRLVER-RULE
008520     END-WRITE
008530*
008540     MOVE 'DETAIL RECORDS SUBMITTED:'        TO WS-CNT-LABEL-OUT
008550     MOVE WS-DETAIL-CNT                      TO WS-CNT-VALUE-OUT
008560     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008570*
008580     MOVE 'TOTAL RECORDS INCL HEADER/TRAILER:' TO WS-CNT-LABEL-OUT
008590     MOVE WS-RECORD-CNT                      TO WS-CNT-VALUE-OUT
008600     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008610*
008620     MOVE 'STUDENTS WITH LINES FOR THE TERM:' TO WS-CNT-LABEL-OUT
008630     MOVE WS-STUDENT-CNT                     TO WS-CNT-VALUE-OUT
008640     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008650*
008660     MOVE 'NOT ON STUDENT-MASTER (NOT SENT):' TO WS-CNT-LABEL-OUT
008670     MOVE WS-NO-MASTER-CNT                   TO WS-CNT-VALUE-OUT
008680     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008690*
008700     MOVE 'COURSE LINES READ FOR THE TERM:'  TO WS-CNT-LABEL-OUT
008710     MOVE WS-LINE-READ-CNT                   TO WS-CNT-VALUE-OUT
008720     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008730*
008740     MOVE 'LINES NOT IN CATALOG (NO HOURS):' TO WS-CNT-LABEL-OUT
008750     MOVE WS-NO-CATALOG-CNT                  TO WS-CNT-VALUE-OUT
008760     PERFORM 4010-WRITE-COUNT-LINE THRU 4010-EXIT
008770 4000-EXIT.
008780     EXIT.
008790*
008800 4010-WRITE-COUNT-LINE.
008810     WRITE FS-ENROLL-CTL-RECORD FROM WS-ENRLVER-COUNT-LINE
008820     END-WRITE
008830 4010-EXIT.
008840     EXIT.
008850*
008860 9999-TERMINATE.
008870     CLOSE FS-COURSE-CATALOG
008880     CLOSE FS-STUDENT-MASTER
008890     CLOSE FS-ENROLL-VERIFY
008900     CLOSE FS-ENROLL-CONTROL
008910*
008920     PERFORM 9980-LOG-DISCLOSURES THRU 9980-EXIT
008930     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
008940 9999-EXIT.
008950     EXIT.
008960*
008970****************************************************************
008980*   Append one third-party DISCLOSURE-LOG record per detail on
008990*   the finished submission file, stamped with the file's own
009000*   create date and time. READ BACK AFTER THE CLOSE, SO A RUN
009010*   THAT DIES HALF WRITTEN (AND IS RERUN) LOGS NOBODY TWICE.
009020****************************************************************
009030 9980-LOG-DISCLOSURES.
009040     OPEN EXTEND FS-DISCLOSURE-LOG
009050*
009060     IF DISCLOSURE-NOT-FOUND
009070         OPEN OUTPUT FS-DISCLOSURE-LOG
009080     END-IF
009090*
009100     MOVE SPACES              TO FS-DISCLOSURE-RECORD
009110     MOVE 'ENROLL-VERIFY.dat' TO DSC-OUTPUT-NAME
009120     MOVE 'T'                 TO DSC-RECIPIENT
009130     MOVE 'ENRLVER'           TO DSC-PROGRAM
009140     MOVE WS-RUN-DATE         TO DSC-RUN-DATE
009150     MOVE WS-RUN-TIME-HHMMSS  TO DSC-RUN-TIME
009160*
009170     OPEN INPUT FS-ENROLL-VERIFY
009180*
009190     MOVE 'N' TO WS-DSC-EOF-SW
009200*
009210     PERFORM 9981-LOG-DETAIL THRU 9981-EXIT
009220         UNTIL DSC-VERIFY-EOF
009230*
009240     CLOSE FS-ENROLL-VERIFY
009250     CLOSE FS-DISCLOSURE-LOG
009260 9980-EXIT.
009270     EXIT.
009280*
009290 9981-LOG-DETAIL.
009300     READ FS-ENROLL-VERIFY INTO WS-EVR-RECORD
009310     AT END
009320         MOVE 'Y' TO WS-DSC-EOF-SW
009330     NOT AT END
009340         IF WS-EVR-REC-TYPE EQUAL 'D'
009350             MOVE WS-EVD-STUDENT-ID TO DSC-STUDENT-ID
009360             MOVE WS-EVD-TERM-CODE  TO DSC-TERM-CODE
009370             WRITE FS-DISCLOSURE-RECORD
009380             END-WRITE
009390         END-IF
009400     END-READ
009410 9981-EXIT.
009420     EXIT.
009430*
009440****************************************************************
009450*   Append this run's control record to the cumulative RUN-LOG.
009460*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
009470*   ITSELF THE FAILURE MARKER.
009480****************************************************************
009490 9995-WRITE-RUN-LOG.
009500     OPEN EXTEND FS-RUN-LOG
009510*
009520     IF RUN-LOG-NOT-FOUND
009530         OPEN OUTPUT FS-RUN-LOG
009540     END-IF
009550*
009560     ACCEPT WS-RUN-END-TIME FROM TIME
009570*
009580     MOVE 'ENRLVER'          TO RNL-PROGRAM
009590     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
009600     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
009610     MOVE WS-TERM-FILTER     TO RNL-TERM-CODE
009620     MOVE WS-LINE-READ-CNT   TO RNL-READ-CNT
009630     MOVE WS-DETAIL-CNT      TO RNL-VALID-CNT
009640     MOVE WS-NO-MASTER-CNT   TO RNL-REJECT-CNT
009650     MOVE WS-DETAIL-CNT      TO RNL-REPORT-CNT
009660     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
009670*
009680     WRITE FS-RUN-LOG-RECORD
009690     END-WRITE
009700*
009710     CLOSE FS-RUN-LOG
009720 9995-EXIT.
009730     EXIT.
009740*
009750 END PROGRAM ENRLVER.
