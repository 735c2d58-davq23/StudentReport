000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     GRADE-SUBMISSION STATUS REPORT - THE CHASE LIST OF
000070*              SECTIONS WHOSE GRADES HAVE NOT ALL ARRIVED. MERGES
000080*              THE SECTION-SCHEDULE KEPT BY SCHDMNT.cbl WITH THE
000090*              COURSE-INPUT DETAIL BY TERM + COURSE + SECTION AND
000100*              FLAGS EVERY SCHEDULED SECTION WITH NO GRADES, EVERY
000110*              SECTION WITH FEWER GRADED LINES THAN ITS EXPECTED
000120*              ENROLLMENT, AND EVERY SECTION THAT HAS GRADES BUT
000130*              IS NOT ON THE SCHEDULE. THE FLAGGED SECTIONS PRINT
000140*              ON GRADE-SUBMISSION.txt GROUPED BY DEPARTMENT (OFF
000150*              THE COURSE-CATALOG) AND INSTRUCTOR, WITH A COUNT
000160*              PER GROUP AND RUN TOTALS, SO LATE SUBMITTERS ARE
000170*              CHASED BEFORE TERMCTL.cbl CLOSES THE TERM. HONORS
000180*              THE SAME OPTIONAL TERM-PARM CARD AS MAIN.cbl.
000190* TECTONICS:   cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DV   INITIAL VERSION.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. GRDSTAT.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300****************************************************************
000310*    INDEXED SECTION SCHEDULE MAINTAINED BY SCHDMNT.cbl - READ
000320*    FRONT TO BACK HERE, KEEPING THE REQUESTED TERM.
000330****************************************************************
000340     SELECT FS-SECTION-SCHEDULE ASSIGN 'SECTION-SCHEDULE'
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SCH-SCHED-KEY
000380         FILE STATUS IS WS-SCHED-STATUS.
000390*
000400****************************************************************
000410*    COURSE TRANSCRIPT DETAIL - SAME RECORD LAYOUT MAIN.cbl AND
000420*    INQUIRY.cbl READ, WHICH MUST STAY IN STEP.
000430****************************************************************
000440     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-COURSE-FILE-STATUS.
000470*
000480****************************************************************
000490*    INDEXED COURSE CATALOG MAINTAINED BY CATMAINT.cbl - THE
000500*    DEPARTMENT EACH FLAGGED SECTION IS GROUPED UNDER. OPTIONAL:
000510*    NO CATALOG, ONE UNKNOWN-DEPARTMENT GROUP.
000520****************************************************************
000530     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CAT-COURSE-CODE
000570         FILE STATUS IS WS-CATALOG-STATUS.
000580*
000590     SELECT FS-TERM-PARM ASSIGN 'TERM-PARM'
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-TERM-PARM-STATUS.
000620*
000630****************************************************************
000640*    SECTION SPOOL, SORT WORK AND SORTED OUTPUT - SCHEDULE AND
000650*    GRADE LINES ORDERED BY TERM + COURSE + SECTION, THE
000660*    SCHEDULE RECORD FIRST, SO ONE CONTROL-BREAK PASS SEES
000670*    EVERY SECTION WHOLE.
000680****************************************************************
000690     SELECT FS-SECT-TEMP ASSIGN 'GRDSTAT-SECT-TEMP'
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-EOF-SW.
000720*
000730     SELECT FS-SECT-WORK ASSIGN 'GRDSTAT-SECT-WORK'
000740         ORGANIZATION IS SEQUENTIAL.
000750*
000760     SELECT FS-SECT-OUTPUT ASSIGN 'GRDSTAT-SECT-OUT'
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-EOF-SW.
000790*
000800****************************************************************
000810*    FLAGGED-SECTION SPOOL, SORT WORK AND SORTED OUTPUT -
000820*    ORDERED BY DEPARTMENT + INSTRUCTOR FOR THE PRINTED LIST.
000830****************************************************************
000840     SELECT FS-FLAG-TEMP ASSIGN 'GRDSTAT-FLAG-TEMP'
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-EOF-SW.
000870*
000880     SELECT FS-FLAG-WORK ASSIGN 'GRDSTAT-FLAG-WORK'
000890         ORGANIZATION IS SEQUENTIAL.
000900*
000910     SELECT FS-FLAG-OUTPUT ASSIGN 'GRDSTAT-FLAG-OUT'
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-EOF-SW.
000940*
000950     SELECT FS-GRADE-SUBMISSION ASSIGN 'GRADE-SUBMISSION.txt'
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
001080****************************************************************
001090*    SECTION-SCHEDULE RECORD - LAYOUT SHARED WITH SCHDMNT.cbl AND
001100*    MUST STAY IN STEP.
001110****************************************************************
001120 FD  FS-SECTION-SCHEDULE.
001130 01  FS-SCHEDULE-RECORD.
001140     05  SCH-SCHED-KEY.
001150         10  SCH-TERM-CODE    PIC X(05).
001160         10  SCH-COURSE-CODE  PIC X(10).
001170         10  SCH-SECTION-CODE PIC X(03).
001180     05  SCH-INSTRUCTOR-ID    PIC X(10).
001190     05  SCH-EXPECTED-ENROLL  PIC 9(03).
001200*
001210 FD  FS-COURSE-INPUT.
001220 01  FS-COURSE-IN-RECORD.
001230     05  CRS-STUDENT-ID       PIC 9(05).
001240     05  CRS-COURSE-CODE      PIC X(10).
001250     05  CRS-COURSE-NAME      PIC X(20).
001260     05  CRS-COURSE-GRADE     PIC 9(03)V99.
001270     05  CRS-TERM-CODE        PIC X(05).
001280     05  CRS-SECTION-CODE     PIC X(03).
001290     05  CRS-INSTRUCTOR-ID    PIC X(10).
001300*    GRADE STATUS - SPACE = FINAL GRADE, I = INCOMPLETE, W =
001310*    WITHDRAWN, P = IN PROGRESS. ONLY P IS NOT YET GRADED.
001320     05  CRS-GRADE-STATUS     PIC X(01).
001330         88  CRS-IN-PROGRESS                  VALUE 'P'.
001340*
001350 FD  FS-COURSE-CATALOG.
001360 01  FS-CATALOG-RECORD.
001370     05  CAT-COURSE-CODE      PIC X(10).
001380     05  CAT-COURSE-TITLE     PIC X(20).
001390     05  CAT-CREDIT-HOURS     PIC 9(02).
001400     05  CAT-DEPARTMENT       PIC X(04).
001410*
001420 FD  FS-TERM-PARM.
001430 01  FS-TERM-PARM-RECORD     PIC X(05).
001440*
001450****************************************************************
001460*    SECTION SPOOL - GSP-REC-TYPE '1' IS THE SCHEDULE ENTRY, '2'
001470*    A GRADE LINE, SO THE SCHEDULE SORTS AHEAD OF ITS GRADES.
001480****************************************************************
001490 FD  FS-SECT-TEMP.
001500 01  FS-SECT-TEMP-RECORD.
001510     05  GSP-TERM-CODE        PIC X(05).
001520     05  GSP-COURSE-CODE      PIC X(10).
001530     05  GSP-SECTION-CODE     PIC X(03).
001540     05  GSP-REC-TYPE         PIC X(01).
001550     05  GSP-INSTRUCTOR-ID    PIC X(10).
001560     05  GSP-EXPECTED-ENROLL  PIC 9(03).
001570     05  GSP-GRADED-SW        PIC X(01).
001580*
001590 SD  FS-SECT-WORK.
001600 01  FS-SECT-WRK-RECORD.
001610     05  GSP-TERM-CODE        PIC X(05).
001620     05  GSP-COURSE-CODE      PIC X(10).
001630     05  GSP-SECTION-CODE     PIC X(03).
001640     05  GSP-REC-TYPE         PIC X(01).
001650     05  GSP-INSTRUCTOR-ID    PIC X(10).
001660     05  GSP-EXPECTED-ENROLL  PIC 9(03).
001670     05  GSP-GRADED-SW        PIC X(01).
001680*
001690 FD  FS-SECT-OUTPUT.
001700 01  FS-SECT-OUT-RECORD.
001710     05  GSP-TERM-CODE        PIC X(05).
001720     05  GSP-COURSE-CODE      PIC X(10).
001730     05  GSP-SECTION-CODE     PIC X(03).
001740     05  GSP-REC-TYPE         PIC X(01).
001750         88  GSP-SCHEDULE-ENTRY               VALUE '1'.
001760     05  GSP-INSTRUCTOR-ID    PIC X(10).
001770     05  GSP-EXPECTED-ENROLL  PIC 9(03).
001780     05  GSP-GRADED-SW        PIC X(01).
001790         88  GSP-GRADED                       VALUE 'Y'.
001800*
001810****************************************************************
001820*    FLAGGED SECTION - GFL-FLAG-CODE N = NO GRADES, S = SHORT OF
001830*    THE EXPECTED ENROLLMENT, U = NOT ON THE SCHEDULE.
001840****************************************************************
001850 FD  FS-FLAG-TEMP.
001860 01  FS-FLAG-TEMP-RECORD.
001870     05  GFL-DEPARTMENT       PIC X(04).
001880     05  GFL-INSTRUCTOR-ID    PIC X(10).
001890     05  GFL-TERM-CODE        PIC X(05).
001900     05  GFL-COURSE-CODE      PIC X(10).
001910     05  GFL-SECTION-CODE     PIC X(03).
001920     05  GFL-FLAG-CODE        PIC X(01).
001930     05  GFL-EXPECTED-ENROLL  PIC 9(03).
001940     05  GFL-GRADED-CNT       PIC 9(05).
001950     05  GFL-LINE-CNT         PIC 9(05).
001960*
001970 SD  FS-FLAG-WORK.
001980 01  FS-FLAG-WRK-RECORD.
001990     05  GFL-DEPARTMENT       PIC X(04).
002000     05  GFL-INSTRUCTOR-ID    PIC X(10).
002010     05  GFL-TERM-CODE        PIC X(05).
002020     05  GFL-COURSE-CODE      PIC X(10).
002030     05  GFL-SECTION-CODE     PIC X(03).
002040     05  GFL-FLAG-CODE        PIC X(01).
002050     05  GFL-EXPECTED-ENROLL  PIC 9(03).
002060     05  GFL-GRADED-CNT       PIC 9(05).
002070     05  GFL-LINE-CNT         PIC 9(05).
002080*
002090 FD  FS-FLAG-OUTPUT.
002100 01  FS-FLAG-OUT-RECORD.
002110     05  GFL-DEPARTMENT       PIC X(04).
002120     05  GFL-INSTRUCTOR-ID    PIC X(10).
002130     05  GFL-TERM-CODE        PIC X(05).
002140     05  GFL-COURSE-CODE      PIC X(10).
002150     05  GFL-SECTION-CODE     PIC X(03).
002160     05  GFL-FLAG-CODE        PIC X(01).
002170         88  GFL-NO-GRADES                    VALUE 'N'.
002180         88  GFL-SHORT                        VALUE 'S'.
002190         88  GFL-UNSCHEDULED                  VALUE 'U'.
002200     05  GFL-EXPECTED-ENROLL  PIC 9(03).
002210     05  GFL-GRADED-CNT       PIC 9(05).
002220     05  GFL-LINE-CNT         PIC 9(05).
002230*
002240 FD  FS-GRADE-SUBMISSION
002250     RECORDING MODE IS F
002260     RECORD CONTAINS 80 CHARACTERS.
002270 01  FS-GRADE-SUB-RECORD     PIC X(80).
002280*
002290 FD  FS-RUN-LOG.
002300 01  FS-RUN-LOG-RECORD.
002310     05  RNL-PROGRAM          PIC X(08).
002320     05  RNL-RUN-DATE         PIC 9(08).
002330     05  RNL-RUN-TIME         PIC 9(06).
002340     05  RNL-TERM-CODE        PIC X(05).
002350     05  RNL-READ-CNT         PIC 9(05).
002360     05  RNL-VALID-CNT        PIC 9(05).
002370     05  RNL-REJECT-CNT       PIC 9(05).
002380     05  RNL-REPORT-CNT       PIC 9(05).
002390     05  RNL-RUN-STATUS       PIC X(08).
002400**
002410 WORKING-STORAGE SECTION.
002420 01  WS-SCHED-STATUS          PIC X(02).
002430     88  SCHED-OK                                    VALUE '00'.
002440     88  SCHED-EOF                                   VALUE '10'.
002450*
002460 01  WS-COURSE-FILE-STATUS    PIC X(02).
002470     88  COURSE-FILE-NOT-FOUND                       VALUE '35'.
002480     88  COURSE-EOF                                  VALUE '10'.
002490*
002500 01  WS-CATALOG-STATUS        PIC X(02).
002510     88  CATALOG-OK                                  VALUE '00'.
002520*
002530 01  WS-CATALOG-ON-SW         PIC X(01)            VALUE 'N'.
002540     88  CATALOG-ON                                  VALUE 'Y'.
002550*
002560 01  WS-TERM-PARM-STATUS      PIC X(02).
002570     88  TERM-PARM-NOT-FOUND                         VALUE '35'.
002580*
002590 01  WS-EOF-SW                PIC X(02).
002600     88  EOF-SW                                      VALUE 10.
002610*
002620 01  WS-RUN-LOG-STATUS        PIC X(02).
002630     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
002640*
002650 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002660 01  WS-RUN-END-TIME.
002670     05  WS-RUN-END-HHMMSS    PIC 9(06).
002680     05  FILLER               PIC 9(02).
002690*
002700 01  WS-TERM-FILTER           PIC X(05)  VALUE SPACES.
002710     88  TERM-FILTER-ALL                             VALUE SPACES.
002720*
002730****************************************************************
002740*   The section (term + course + section) the first control-
002750*   break pass is accumulating, and its running figures.
002760****************************************************************
002770 01  WS-SEC-KEY.
002780     05  WS-SEC-TERM          PIC X(05).
002790     05  WS-SEC-COURSE        PIC X(10).
002800     05  WS-SEC-SECTION       PIC X(03).
002810*
002820 01  WS-SEC-READ-KEY.
002830     05  WS-SRD-TERM          PIC X(05).
002840     05  WS-SRD-COURSE        PIC X(10).
002850     05  WS-SRD-SECTION       PIC X(03).
002860*
002870 01  WS-SEC-SW                PIC X(01)            VALUE 'N'.
002880     88  SECTION-OPEN                                VALUE 'Y'.
002890*
002900 01  WS-SEC-SCHED-SW          PIC X(01)            VALUE 'N'.
002910     88  SECTION-SCHEDULED                           VALUE 'Y'.
002920*
002930 01  WS-SEC-INSTRUCTOR        PIC X(10)            VALUE SPACES.
002940 01  WS-SEC-EXPECTED          PIC 9(03)            VALUE 0.
002950 01  WS-SEC-GRADED-CNT        PIC 9(05) COMP-3     VALUE 0.
002960 01  WS-SEC-LINE-CNT          PIC 9(05) COMP-3     VALUE 0.
002970*
002980****************************************************************
002990*   The department and instructor groups the printing pass is
003000*   inside, and their flagged-section counts.
003010****************************************************************
003020 01  WS-DEPT-CUR              PIC X(04)            VALUE SPACES.
003030 01  WS-INSTR-CUR             PIC X(10)            VALUE SPACES.
003040*
003050 01  WS-DEPT-SW               PIC X(01)            VALUE 'N'.
003060     88  DEPT-OPEN                                   VALUE 'Y'.
003070*
003080 01  WS-INSTR-SW              PIC X(01)            VALUE 'N'.
003090     88  INSTR-OPEN                                  VALUE 'Y'.
003100*
003110 01  WS-DEPT-FLAG-CNT         PIC 9(05) COMP-3     VALUE 0.
003120 01  WS-INSTR-FLAG-CNT        PIC 9(05) COMP-3     VALUE 0.
003130*
003140 01  WS-SCHED-READ-CNT        PIC 9(05) COMP-3     VALUE 0.
003150 01  WS-GRADE-READ-CNT        PIC 9(05) COMP-3     VALUE 0.
003160 01  WS-SPOOLED-CNT           PIC 9(05) COMP-3     VALUE 0.
003170 01  WS-COMPLETE-CNT          PIC 9(05) COMP-3     VALUE 0.
003180 01  WS-NO-GRADES-CNT         PIC 9(05) COMP-3     VALUE 0.
003190 01  WS-SHORT-CNT             PIC 9(05) COMP-3     VALUE 0.
003200 01  WS-UNSCHED-CNT           PIC 9(05) COMP-3     VALUE 0.
003210 01  WS-FLAG-CNT              PIC 9(05) COMP-3     VALUE 0.
003220*
003230 01  WS-GRDSTAT-HEADER1.
003240     05  FILLER               PIC X(43)  VALUE
003250             'GRADE-SUBMISSION STATUS - SECTIONS TO CHASE'.
003260     05  FILLER               PIC X(37)  VALUE SPACES.
003270*
003280 01  WS-TERM-REP-LINE.
003290     05  FILLER               PIC X(16)  VALUE
003300             'REPORTING TERM: '.
003310     05  WS-TERM-REP-OUT      PIC X(05).
003320     05  FILLER               PIC X(59)  VALUE SPACES.
003330*
003340 01  WS-GRDSTAT-HEADER2.
003350     05  FILLER               PIC X(04)  VALUE SPACES.
003360     05  FILLER               PIC X(06)  VALUE 'TERM'.
003370     05  FILLER               PIC X(11)  VALUE 'COURSE'.
003380     05  FILLER               PIC X(05)  VALUE 'SECT'.
003390     05  FILLER               PIC X(05)  VALUE 'EXP.'.
003400     05  FILLER               PIC X(07)  VALUE ' GRADED'.
003410     05  FILLER               PIC X(02)  VALUE SPACES.
003420     05  FILLER               PIC X(40)  VALUE 'STATUS'.
003430*
003440 01  WS-GRDSTAT-RULE.
003450     05  FILLER               PIC X(80)  VALUE ALL '-'.
003460*
003470 01  WS-GRDSTAT-BLANK.
003480     05  FILLER               PIC X(80)  VALUE SPACES.
003490*
003500 01  WS-DEPT-HEAD-LINE.
003510     05  FILLER               PIC X(12)  VALUE 'DEPARTMENT: '.
003520     05  WS-DEPT-HEAD-OUT     PIC X(04).
003530     05  FILLER               PIC X(64)  VALUE SPACES.
003540*
003550 01  WS-INSTR-HEAD-LINE.
003560     05  FILLER               PIC X(02)  VALUE SPACES.
003570     05  FILLER               PIC X(12)  VALUE 'INSTRUCTOR: '.
003580     05  WS-INSTR-HEAD-OUT    PIC X(10).
003590     05  FILLER               PIC X(56)  VALUE SPACES.
003600*
003610 01  WS-FLAG-DETAIL-LINE.
003620     05  FILLER               PIC X(04)  VALUE SPACES.
003630     05  WS-FLG-TERM-OUT      PIC X(05).
003640     05  FILLER               PIC X(01)  VALUE SPACE.
003650     05  WS-FLG-COURSE-OUT    PIC X(10).
003660     05  FILLER               PIC X(01)  VALUE SPACE.
003670     05  WS-FLG-SECT-OUT      PIC X(03).
003680     05  FILLER               PIC X(02)  VALUE SPACES.
003690     05  WS-FLG-EXPECTED-OUT  PIC ZZ9.
003700     05  FILLER               PIC X(02)  VALUE SPACES.
003710     05  WS-FLG-GRADED-OUT    PIC ZZZZ9.
003720     05  FILLER               PIC X(04)  VALUE SPACES.
003730     05  WS-FLG-STATUS-OUT    PIC X(40).
003740*
003750 01  WS-GROUP-TOTAL-LINE.
003760     05  FILLER               PIC X(04)  VALUE SPACES.
003770     05  WS-GRT-LABEL-OUT     PIC X(30).
003780     05  WS-GRT-VALUE-OUT     PIC ZZZZ9.
003790     05  FILLER               PIC X(41)  VALUE SPACES.
003800*
003810 01  WS-GRDSTAT-COUNT-LINE.
003820     05  FILLER               PIC X(05)  VALUE SPACES.
003830     05  WS-CNT-LABEL-OUT     PIC X(30).
003840     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
003850     05  FILLER               PIC X(40)  VALUE SPACES.
003860**
003870 PROCEDURE DIVISION.
003880 0000-MAINLINE.
003890     PERFORM 0500-READ-TERM-PARM THRU 0500-EXIT
003900     PERFORM 1000-SPOOL-SECTIONS THRU 1000-EXIT
003910     PERFORM 2000-CHECK-SECTIONS THRU 2000-EXIT
003920     PERFORM 3000-PRINT-CHASE-LIST THRU 3000-EXIT
003930     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
003940     STOP RUN.
003950*
003960****************************************************************
003970*   Read the optional TERM-PARM card, exactly as MAIN.cbl does -
003980*   a missing card checks every term on file together.
003990****************************************************************
004000 0500-READ-TERM-PARM.
004010     OPEN INPUT FS-TERM-PARM
004020*
004030     IF TERM-PARM-NOT-FOUND
004040         CONTINUE
004050     ELSE
004060         READ FS-TERM-PARM
004070         NOT AT END
004080             MOVE FS-TERM-PARM-RECORD TO WS-TERM-FILTER
004090         END-READ
004100         CLOSE FS-TERM-PARM
004110     END-IF
004120 0500-EXIT.
004130     EXIT.
004140*
004150****************************************************************
004160*   Spool the requested term's schedule entries and grade lines
004170*   to the section sort file. A MISSING SCHEDULE OR DETAIL FILE
004180*   SPOOLS NOTHING FROM THAT SIDE RATHER THAN ABENDING - WITH NO
004190*   SCHEDULE EVERY GRADED SECTION PRINTS AS UNSCHEDULED.
004200****************************************************************
004210 1000-SPOOL-SECTIONS.
004220     OPEN OUTPUT FS-SECT-TEMP
004230*
004240     MOVE SPACES TO WS-SCHED-STATUS
004250     OPEN INPUT FS-SECTION-SCHEDULE
004260*
004270     IF SCHED-OK
004280         PERFORM 1010-SPOOL-SCHEDULE-ENTRY THRU 1010-EXIT
004290             UNTIL SCHED-EOF
004300         CLOSE FS-SECTION-SCHEDULE
004310     END-IF
004320*
004330     MOVE SPACES TO WS-COURSE-FILE-STATUS
004340     OPEN INPUT FS-COURSE-INPUT
004350*
004360     IF COURSE-FILE-NOT-FOUND
004370         CONTINUE
004380     ELSE
004390         PERFORM 1020-SPOOL-GRADE-LINE THRU 1020-EXIT
004400             UNTIL COURSE-EOF
004410         CLOSE FS-COURSE-INPUT
004420     END-IF
004430*
004440     CLOSE FS-SECT-TEMP
004450 1000-EXIT.
004460     EXIT.
004470*
004480 1010-SPOOL-SCHEDULE-ENTRY.
004490     READ FS-SECTION-SCHEDULE
004500     AT END
004510         MOVE '10' TO WS-SCHED-STATUS
004520     NOT AT END
004530         IF TERM-FILTER-ALL
004540                 OR SCH-TERM-CODE EQUAL WS-TERM-FILTER
004550             ADD 1 TO WS-SCHED-READ-CNT
004560             ADD 1 TO WS-SPOOLED-CNT
004570             MOVE SCH-TERM-CODE    TO GSP-TERM-CODE
004580                 OF FS-SECT-TEMP-RECORD
004590             MOVE SCH-COURSE-CODE  TO GSP-COURSE-CODE
004600                 OF FS-SECT-TEMP-RECORD
004610             MOVE SCH-SECTION-CODE TO GSP-SECTION-CODE
004620                 OF FS-SECT-TEMP-RECORD
004630             MOVE '1'              TO GSP-REC-TYPE
004640                 OF FS-SECT-TEMP-RECORD
004650             MOVE SCH-INSTRUCTOR-ID TO GSP-INSTRUCTOR-ID
004660                 OF FS-SECT-TEMP-RECORD
004670             MOVE SCH-EXPECTED-ENROLL TO GSP-EXPECTED-ENROLL
004680                 OF FS-SECT-TEMP-RECORD
004690             MOVE 'N'              TO GSP-GRADED-SW
004700                 OF FS-SECT-TEMP-RECORD
004710             WRITE FS-SECT-TEMP-RECORD
004720             END-WRITE
004730         END-IF
004740     END-READ
004750 1010-EXIT.
004760     EXIT.
004770*
004780 1020-SPOOL-GRADE-LINE.
004790     READ FS-COURSE-INPUT
004800     NOT AT END
004810         IF TERM-FILTER-ALL
004820                 OR CRS-TERM-CODE EQUAL WS-TERM-FILTER
004830             ADD 1 TO WS-GRADE-READ-CNT
004840             ADD 1 TO WS-SPOOLED-CNT
004850             MOVE CRS-TERM-CODE    TO GSP-TERM-CODE
004860                 OF FS-SECT-TEMP-RECORD
004870             MOVE CRS-COURSE-CODE  TO GSP-COURSE-CODE
004880                 OF FS-SECT-TEMP-RECORD
004890             MOVE CRS-SECTION-CODE TO GSP-SECTION-CODE
004900                 OF FS-SECT-TEMP-RECORD
004910             MOVE '2'              TO GSP-REC-TYPE
004920                 OF FS-SECT-TEMP-RECORD
004930             MOVE CRS-INSTRUCTOR-ID TO GSP-INSTRUCTOR-ID
004940                 OF FS-SECT-TEMP-RECORD
004950             MOVE 0                TO GSP-EXPECTED-ENROLL
004960                 OF FS-SECT-TEMP-RECORD
004970             IF CRS-IN-PROGRESS
004980                 MOVE 'N'          TO GSP-GRADED-SW
004990                     OF FS-SECT-TEMP-RECORD
005000             ELSE
005010                 MOVE 'Y'          TO GSP-GRADED-SW
005020                     OF FS-SECT-TEMP-RECORD
005030             END-IF
005040             WRITE FS-SECT-TEMP-RECORD
005050             END-WRITE
005060         END-IF
005070     END-READ
005080 1020-EXIT.
005090     EXIT.
005100*
005110****************************************************************
005120*   Sort the section spool and judge each section off the
005130*   control break, spooling every flagged one for the printed
005140*   list. The catalog is open only for this pass.
005150****************************************************************
005160 2000-CHECK-SECTIONS.
005170     OPEN OUTPUT FS-FLAG-TEMP
005180*
005190     MOVE SPACES TO WS-CATALOG-STATUS
005200     OPEN INPUT FS-COURSE-CATALOG
005210*
005220     IF CATALOG-OK
005230         MOVE 'Y' TO WS-CATALOG-ON-SW
005240     END-IF
005250*
005260     IF WS-SPOOLED-CNT > 0
005270         SORT FS-SECT-WORK
005280             ON ASCENDING KEY GSP-TERM-CODE
005290             OF     FS-SECT-WRK-RECORD
005300             ON ASCENDING KEY GSP-COURSE-CODE
005310             OF     FS-SECT-WRK-RECORD
005320             ON ASCENDING KEY GSP-SECTION-CODE
005330             OF     FS-SECT-WRK-RECORD
005340             ON ASCENDING KEY GSP-REC-TYPE
005350             OF     FS-SECT-WRK-RECORD
005360             USING  FS-SECT-TEMP
005370             GIVING FS-SECT-OUTPUT
005380*
005390         OPEN INPUT FS-SECT-OUTPUT
005400*
005410         MOVE SPACES TO WS-EOF-SW
005420         MOVE 'N'    TO WS-SEC-SW
005430*
005440         PERFORM 2100-READ-SECTION-LINE THRU 2100-EXIT
005450             UNTIL EOF-SW
005460*
005470         CLOSE FS-SECT-OUTPUT
005480     END-IF
005490*
005500     IF CATALOG-ON
005510         CLOSE FS-COURSE-CATALOG
005520     END-IF
005530*
005540     CLOSE FS-FLAG-TEMP
005550 2000-EXIT.
005560     EXIT.
005570*
005580****************************************************************
005590*   One sorted record per pass - a change of term, course or
005600*   section closes the running section and starts the next,
005610*   and end-of-file closes the last.
005620****************************************************************
005630 2100-READ-SECTION-LINE.
005640     READ FS-SECT-OUTPUT
005650     AT END
005660         IF SECTION-OPEN
005670             PERFORM 2200-CLOSE-SECTION THRU 2200-EXIT
005680         END-IF
005690     NOT AT END
005700         MOVE GSP-TERM-CODE    OF FS-SECT-OUT-RECORD
005710             TO WS-SRD-TERM
005720         MOVE GSP-COURSE-CODE  OF FS-SECT-OUT-RECORD
005730             TO WS-SRD-COURSE
005740         MOVE GSP-SECTION-CODE OF FS-SECT-OUT-RECORD
005750             TO WS-SRD-SECTION
005760*
005770         IF SECTION-OPEN
005780             IF WS-SEC-READ-KEY NOT EQUAL WS-SEC-KEY
005790                 PERFORM 2200-CLOSE-SECTION THRU 2200-EXIT
005800                 PERFORM 2300-START-SECTION THRU 2300-EXIT
005810             END-IF
005820         ELSE
005830             PERFORM 2300-START-SECTION THRU 2300-EXIT
005840         END-IF
005850*
005860         PERFORM 2400-ACCUM-SECTION-LINE THRU 2400-EXIT
005870     END-READ
005880 2100-EXIT.
005890     EXIT.
005900*
005910****************************************************************
005920*   Judge the running section. A SCHEDULED SECTION IS COMPLETE
005930*   ONCE ITS GRADED LINES REACH THE EXPECTED ENROLLMENT; ANY
005940*   GRADE LINE ON A SECTION NOT SCHEDULED IS FLAGGED WHATEVER
005950*   ITS COUNT.
005960****************************************************************
005970 2200-CLOSE-SECTION.
005980     MOVE SPACES TO GFL-FLAG-CODE OF FS-FLAG-TEMP-RECORD
005990*
006000     EVALUATE TRUE
006010         WHEN NOT SECTION-SCHEDULED
006020             MOVE 'U' TO GFL-FLAG-CODE OF FS-FLAG-TEMP-RECORD
006030             ADD 1 TO WS-UNSCHED-CNT
006040         WHEN WS-SEC-GRADED-CNT EQUAL 0
006050             MOVE 'N' TO GFL-FLAG-CODE OF FS-FLAG-TEMP-RECORD
006060             ADD 1 TO WS-NO-GRADES-CNT
006070         WHEN WS-SEC-GRADED-CNT < WS-SEC-EXPECTED
006080             MOVE 'S' TO GFL-FLAG-CODE OF FS-FLAG-TEMP-RECORD
006090             ADD 1 TO WS-SHORT-CNT
006100         WHEN OTHER
006110             ADD 1 TO WS-COMPLETE-CNT
006120     END-EVALUATE
006130*
006140     IF GFL-FLAG-CODE OF FS-FLAG-TEMP-RECORD NOT EQUAL SPACE
006150         PERFORM 2210-SPOOL-FLAGGED-SECTION THRU 2210-EXIT
006160     END-IF
006170*
006180     MOVE 'N' TO WS-SEC-SW
006190 2200-EXIT.
006200     EXIT.
006210*
006220 2210-SPOOL-FLAGGED-SECTION.
006230     ADD 1 TO WS-FLAG-CNT
006240*
006250     MOVE '????' TO GFL-DEPARTMENT OF FS-FLAG-TEMP-RECORD
006260*
006270     IF CATALOG-ON
006280         MOVE WS-SEC-COURSE TO CAT-COURSE-CODE
006290         READ FS-COURSE-CATALOG
006300             INVALID KEY
006310                 CONTINUE
006320             NOT INVALID KEY
006330                 IF CAT-DEPARTMENT NOT EQUAL SPACES
006340                     MOVE CAT-DEPARTMENT TO GFL-DEPARTMENT
006350                         OF FS-FLAG-TEMP-RECORD
006360                 END-IF
006370         END-READ
006380     END-IF
006390*
006400     MOVE WS-SEC-INSTRUCTOR TO GFL-INSTRUCTOR-ID
006410         OF FS-FLAG-TEMP-RECORD
006420     MOVE WS-SEC-TERM       TO GFL-TERM-CODE
006430         OF FS-FLAG-TEMP-RECORD
006440     MOVE WS-SEC-COURSE     TO GFL-COURSE-CODE
006450         OF FS-FLAG-TEMP-RECORD
006460     MOVE WS-SEC-SECTION    TO GFL-SECTION-CODE
006470         OF FS-FLAG-TEMP-RECORD
006480     MOVE WS-SEC-EXPECTED   TO GFL-EXPECTED-ENROLL
006490         OF FS-FLAG-TEMP-RECORD
006500     MOVE WS-SEC-GRADED-CNT TO GFL-GRADED-CNT
006510         OF FS-FLAG-TEMP-RECORD
006520     MOVE WS-SEC-LINE-CNT   TO GFL-LINE-CNT
006530         OF FS-FLAG-TEMP-RECORD
006540*
006550     WRITE FS-FLAG-TEMP-RECORD
006560     END-WRITE
006570 2210-EXIT.
006580     EXIT.
006590*
006600 2300-START-SECTION.
006610     MOVE WS-SEC-READ-KEY TO WS-SEC-KEY
006620     MOVE 'N'    TO WS-SEC-SCHED-SW
006630     MOVE SPACES TO WS-SEC-INSTRUCTOR
006640     MOVE 0      TO WS-SEC-EXPECTED
006650     MOVE 0      TO WS-SEC-GRADED-CNT
006660     MOVE 0      TO WS-SEC-LINE-CNT
006670*
006680     MOVE 'Y' TO WS-SEC-SW
006690 2300-EXIT.
006700     EXIT.
006710*
006720****************************************************************
006730*   Fold one sorted record into the running section. THE
006740*   SCHEDULE ENTRY SORTS FIRST AND NAMES THE INSTRUCTOR; AN
006750*   UNSCHEDULED SECTION TAKES THE FIRST GRADE LINE'S.
006760****************************************************************
006770 2400-ACCUM-SECTION-LINE.
006780     IF GSP-SCHEDULE-ENTRY
006790         MOVE 'Y' TO WS-SEC-SCHED-SW
006800         MOVE GSP-INSTRUCTOR-ID   OF FS-SECT-OUT-RECORD
006810             TO WS-SEC-INSTRUCTOR
006820         MOVE GSP-EXPECTED-ENROLL OF FS-SECT-OUT-RECORD
006830             TO WS-SEC-EXPECTED
006840         GO TO 2400-EXIT
006850     END-IF
006860*
006870     ADD 1 TO WS-SEC-LINE-CNT
006880*
006890     IF GSP-GRADED
006900         ADD 1 TO WS-SEC-GRADED-CNT
006910     END-IF
006920*
006930     IF WS-SEC-INSTRUCTOR EQUAL SPACES
006940         MOVE GSP-INSTRUCTOR-ID OF FS-SECT-OUT-RECORD
006950             TO WS-SEC-INSTRUCTOR
006960     END-IF
006970 2400-EXIT.
006980     EXIT.
006990*
007000****************************************************************
007010*   Sort the flagged sections by department + instructor and
007020*   print the chase list with a count under every instructor
007030*   and every department, then the run totals.
007040****************************************************************
007050 3000-PRINT-CHASE-LIST.
007060     OPEN OUTPUT FS-GRADE-SUBMISSION
007070*
007080     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-HEADER1
007090     END-WRITE
007100*
007110     IF TERM-FILTER-ALL
007120         MOVE 'ALL'           TO WS-TERM-REP-OUT
007130     ELSE
007140         MOVE WS-TERM-FILTER  TO WS-TERM-REP-OUT
007150     END-IF
007160*
007170     WRITE FS-GRADE-SUB-RECORD FROM WS-TERM-REP-LINE
007180     END-WRITE
007190     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-RULE
007200     END-WRITE
007210     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-HEADER2
007220     END-WRITE
007230     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-RULE
007240     END-WRITE
007250*
007260     IF WS-FLAG-CNT > 0
007270         SORT FS-FLAG-WORK
007280             ON ASCENDING KEY GFL-DEPARTMENT
007290             OF     FS-FLAG-WRK-RECORD
007300             ON ASCENDING KEY GFL-INSTRUCTOR-ID
007310             OF     FS-FLAG-WRK-RECORD
007320             ON ASCENDING KEY GFL-TERM-CODE
007330             OF     FS-FLAG-WRK-RECORD
007340             ON ASCENDING KEY GFL-COURSE-CODE
007350             OF     FS-FLAG-WRK-RECORD
007360             ON ASCENDING KEY GFL-SECTION-CODE
007370             OF     FS-FLAG-WRK-RECORD
007380             USING  FS-FLAG-TEMP
007390             GIVING FS-FLAG-OUTPUT
007400*
007410         OPEN INPUT FS-FLAG-OUTPUT
007420*
007430         MOVE SPACES TO WS-EOF-SW
007440         MOVE 'N'    TO WS-DEPT-SW
007450         MOVE 'N'    TO WS-INSTR-SW
007460*
007470         PERFORM 3100-PRINT-FLAGGED-SECTION THRU 3100-EXIT
007480             UNTIL EOF-SW
007490*
007500         CLOSE FS-FLAG-OUTPUT
007510     END-IF
007520*
007530     PERFORM 3500-WRITE-TOTALS THRU 3500-EXIT
007540*
007550     CLOSE FS-GRADE-SUBMISSION
007560 3000-EXIT.
007570     EXIT.
007580*
007590****************************************************************
007600*   One flagged section per pass - a new department closes the
007610*   instructor and department groups, a new instructor closes
007620*   just the instructor group.
007630****************************************************************
007640 3100-PRINT-FLAGGED-SECTION.
007650     READ FS-FLAG-OUTPUT
007660     AT END
007670         IF INSTR-OPEN
007680             PERFORM 3300-CLOSE-INSTRUCTOR THRU 3300-EXIT
007690         END-IF
007700         IF DEPT-OPEN
007710             PERFORM 3400-CLOSE-DEPARTMENT THRU 3400-EXIT
007720         END-IF
007730     NOT AT END
007740         IF DEPT-OPEN
007750             IF GFL-DEPARTMENT OF FS-FLAG-OUT-RECORD
007760                     NOT EQUAL WS-DEPT-CUR
007770                 PERFORM 3300-CLOSE-INSTRUCTOR THRU 3300-EXIT
007780                 PERFORM 3400-CLOSE-DEPARTMENT THRU 3400-EXIT
007790                 PERFORM 3150-START-DEPARTMENT THRU 3150-EXIT
007800                 PERFORM 3160-START-INSTRUCTOR THRU 3160-EXIT
007810             ELSE
007820             IF GFL-INSTRUCTOR-ID OF FS-FLAG-OUT-RECORD
007830                     NOT EQUAL WS-INSTR-CUR
007840                 PERFORM 3300-CLOSE-INSTRUCTOR THRU 3300-EXIT
007850                 PERFORM 3160-START-INSTRUCTOR THRU 3160-EXIT
007860             END-IF
007870             END-IF
007880         ELSE
007890             PERFORM 3150-START-DEPARTMENT THRU 3150-EXIT
007900             PERFORM 3160-START-INSTRUCTOR THRU 3160-EXIT
007910         END-IF
007920*
007930         PERFORM 3200-WRITE-FLAG-DETAIL THRU 3200-EXIT
007940     END-READ
007950 3100-EXIT.
007960     EXIT.
007970*
007980 3150-START-DEPARTMENT.
007990     MOVE GFL-DEPARTMENT OF FS-FLAG-OUT-RECORD TO WS-DEPT-CUR
008000     MOVE WS-DEPT-CUR TO WS-DEPT-HEAD-OUT
008010     MOVE 0 TO WS-DEPT-FLAG-CNT
008020*
008030     WRITE FS-GRADE-SUB-RECORD FROM WS-DEPT-HEAD-LINE
008040     END-WRITE
008050*
008060     MOVE 'Y' TO WS-DEPT-SW
008070 3150-EXIT.
008080     EXIT.
008090*
008100 3160-START-INSTRUCTOR.
008110     MOVE GFL-INSTRUCTOR-ID OF FS-FLAG-OUT-RECORD TO WS-INSTR-CUR
008120     MOVE WS-INSTR-CUR TO WS-INSTR-HEAD-OUT
008130     MOVE 0 TO WS-INSTR-FLAG-CNT
008140*
008150     WRITE FS-GRADE-SUB-RECORD FROM WS-INSTR-HEAD-LINE
008160     END-WRITE
008170*
008180     MOVE 'Y' TO WS-INSTR-SW
008190 3160-EXIT.
008200     EXIT.
008210*
008220 3200-WRITE-FLAG-DETAIL.
008230     ADD 1 TO WS-INSTR-FLAG-CNT
008240     ADD 1 TO WS-DEPT-FLAG-CNT
008250*
008260     MOVE GFL-TERM-CODE       OF FS-FLAG-OUT-RECORD
008270         TO WS-FLG-TERM-OUT
008280     MOVE GFL-COURSE-CODE     OF FS-FLAG-OUT-RECORD
008290         TO WS-FLG-COURSE-OUT
008300     MOVE GFL-SECTION-CODE    OF FS-FLAG-OUT-RECORD
008310         TO WS-FLG-SECT-OUT
008320     MOVE GFL-EXPECTED-ENROLL OF FS-FLAG-OUT-RECORD
008330         TO WS-FLG-EXPECTED-OUT
008340     MOVE GFL-GRADED-CNT      OF FS-FLAG-OUT-RECORD
008350         TO WS-FLG-GRADED-OUT
008360*
008370     EVALUATE TRUE
008380         WHEN GFL-NO-GRADES
008390             MOVE 'NO GRADES SUBMITTED'
008400                 TO WS-FLG-STATUS-OUT
008410         WHEN GFL-SHORT
008420             MOVE 'FEWER GRADED THAN EXPECTED'
008430                 TO WS-FLG-STATUS-OUT
008440         WHEN OTHER
008450             MOVE 'GRADES POSTED - NOT ON SCHEDULE'
008460                 TO WS-FLG-STATUS-OUT
008470     END-EVALUATE
008480*
008490     WRITE FS-GRADE-SUB-RECORD FROM WS-FLAG-DETAIL-LINE
008500     END-WRITE
008510 3200-EXIT.
008520     EXIT.
008530*
008540 3300-CLOSE-INSTRUCTOR.
008550     MOVE 'SECTIONS FOR INSTRUCTOR:' TO WS-GRT-LABEL-OUT
008560     MOVE WS-INSTR-FLAG-CNT          TO WS-GRT-VALUE-OUT
008570*
008580     WRITE FS-GRADE-SUB-RECORD FROM WS-GROUP-TOTAL-LINE
008590     END-WRITE
008600*
008610     MOVE 'N' TO WS-INSTR-SW
008620 3300-EXIT.
008630     EXIT.
008640*
008650 3400-CLOSE-DEPARTMENT.
008660     MOVE 'SECTIONS FOR DEPARTMENT:' TO WS-GRT-LABEL-OUT
008670     MOVE WS-DEPT-FLAG-CNT           TO WS-GRT-VALUE-OUT
008680*
008690     WRITE FS-GRADE-SUB-RECORD FROM WS-GROUP-TOTAL-LINE
008700     END-WRITE
008710     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-BLANK
008720     END-WRITE
008730*
008740     MOVE 'N' TO WS-DEPT-SW
008750 3400-EXIT.
008760     EXIT.
008770*
008780 3500-WRITE-TOTALS.
008790     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-RULE
008800     END-WRITE
008810*
008820     MOVE 'SCHEDULED SECTIONS:'        TO WS-CNT-LABEL-OUT
008830     MOVE WS-SCHED-READ-CNT            TO WS-CNT-VALUE-OUT
008840     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-COUNT-LINE
008850     END-WRITE
008860*
008870     MOVE 'GRADE LINES READ:'          TO WS-CNT-LABEL-OUT
008880     MOVE WS-GRADE-READ-CNT            TO WS-CNT-VALUE-OUT
008890     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-COUNT-LINE
008900     END-WRITE
008910*
008920     MOVE 'SECTIONS COMPLETE:'         TO WS-CNT-LABEL-OUT
008930     MOVE WS-COMPLETE-CNT              TO WS-CNT-VALUE-OUT
008940     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-COUNT-LINE
008950     END-WRITE
008960*
008970     MOVE 'SECTIONS WITH NO GRADES:'   TO WS-CNT-LABEL-OUT
008980     MOVE WS-NO-GRADES-CNT             TO WS-CNT-VALUE-OUT
008990     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-COUNT-LINE
009000     END-WRITE
009010*
009020     MOVE 'SECTIONS SHORT OF EXPECTED:' TO WS-CNT-LABEL-OUT
009030     MOVE WS-SHORT-CNT                 TO WS-CNT-VALUE-OUT
009040     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-COUNT-LINE
009050     END-WRITE
009060*
009070     MOVE 'SECTIONS NOT ON SCHEDULE:'  TO WS-CNT-LABEL-OUT
009080     MOVE WS-UNSCHED-CNT               TO WS-CNT-VALUE-OUT
009090     WRITE FS-GRADE-SUB-RECORD FROM WS-GRDSTAT-COUNT-LINE
009100     END-WRITE
009110 3500-EXIT.
009120     EXIT.
009130*
009140****************************************************************
009150*   Append this run's control record to the cumulative RUN-LOG.
009160*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
009170*   ITSELF THE FAILURE MARKER.
009180****************************************************************
009190 9995-WRITE-RUN-LOG.
009200     OPEN EXTEND FS-RUN-LOG
009210*
009220     IF RUN-LOG-NOT-FOUND
009230         OPEN OUTPUT FS-RUN-LOG
009240     END-IF
009250*
009260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009270     ACCEPT WS-RUN-END-TIME FROM TIME
009280*
009290     MOVE 'GRDSTAT'          TO RNL-PROGRAM
009300     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
009310     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
009320     MOVE WS-TERM-FILTER     TO RNL-TERM-CODE
009330     MOVE WS-SPOOLED-CNT     TO RNL-READ-CNT
009340     MOVE WS-SPOOLED-CNT     TO RNL-VALID-CNT
009350     MOVE 0                  TO RNL-REJECT-CNT
009360     MOVE WS-FLAG-CNT        TO RNL-REPORT-CNT
009370     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
009380*
009390     WRITE FS-RUN-LOG-RECORD
009400     END-WRITE
009410*
009420     CLOSE FS-RUN-LOG
009430 9995-EXIT.
009440     EXIT.
009450*
009460 END PROGRAM GRDSTAT.
