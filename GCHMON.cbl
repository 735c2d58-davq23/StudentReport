000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     SUSPICIOUS GRADE-CHANGE MONITOR. SCANS THE WHOLE
000070*              MAINT-AUDIT TRAIL (OR A FROM/TO DATE WINDOW OF IT)
000080*              AND FLAGS THE PATTERNS INTERNAL AUDIT ASKS ABOUT:
000090*                H  A CHANGE STAMPED OUTSIDE BUSINESS HOURS OR ON
000100*                   A WEEKEND,
000110*                R  A STUDENT'S GRADE CHANGED AGAIN WITHIN N DAYS
000120*                   OF AN EARLIER CHANGE,
000130*                I  A GRADE RAISED BY MORE THAN N POINTS,
000140*                D  A 'D' DELETE OF A TERM RECORD,
000150*                P  A SUPERVISOR-AUTHORIZED CHANGE TO A PUBLISHED
000160*                   TERM,
000170*                V  AN OPERATOR WHOSE CHANGE VOLUME IS FAR ABOVE
000180*                   THE AVERAGE OF THE OTHER OPERATORS.
000190*              THE FLAGS PRINT ON GRADE-CHANGE-EXCEPTIONS.txt
000200*              GROUPED BY AUD-OPERATOR WITH A COUNT PER FLAG TYPE,
000210*              THEN RUN TOTALS. EVERY THRESHOLD COMES FROM THE
000220*              OPTIONAL GCHMON-PARM CARD; A BLANK OR ZERO FIELD
000230*              KEEPS THE DEFAULT.
000240* TECTONICS:   cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   DATE       INIT  DESCRIPTION
000280*   2026-10-15  DV   INITIAL VERSION.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. GCHMON.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350****************************************************************
000360*    CUMULATIVE AUDIT TRAIL APPENDED BY MAINT.cbl AND INQUIRY.cbl
000370*    - SAME RECORD LAYOUT AS MAINT'S FS-AUDIT-RECORD.
000380****************************************************************
000390     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-AUDIT-STATUS.
000420*
000430****************************************************************
000440*    OPTIONAL THRESHOLD CARD - SEE FS-GCHMON-PARM-RECORD FOR THE
000450*    COLUMNS. NO CARD = EVERY DEFAULT, WHOLE TRAIL.
000460****************************************************************
000470     SELECT FS-GCHMON-PARM ASSIGN 'GCHMON-PARM'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000500*
000510****************************************************************
000520*    SPOOL (TEMP), SORT WORK AND SORTED OUTPUT FOR THE ENTRY
000530*    PASS - ORDERED BY STUDENT + DATE + TIME SO A REPEAT CHANGE
000540*    FOLLOWS THE CHANGE BEFORE IT.
000550****************************************************************
000560     SELECT FS-ENTRY-TEMP ASSIGN 'GCHMON-ENTRY-TEMP'
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-EOF-SW.
000590*
000600     SELECT FS-ENTRY-WORK ASSIGN 'GCHMON-ENTRY-WORK'
000610         ORGANIZATION IS SEQUENTIAL.
000620*
000630     SELECT FS-ENTRY-OUTPUT ASSIGN 'GCHMON-ENTRY-OUT'
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-EOF-SW.
000660*
000670****************************************************************
000680*    SPOOL, SORT WORK AND SORTED OUTPUT FOR THE FLAGS - ORDERED
000690*    BY OPERATOR + DATE + TIME FOR THE GROUPED PRINT.
000700****************************************************************
000710     SELECT FS-FLAG-TEMP ASSIGN 'GCHMON-FLAG-TEMP'
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-EOF-SW.
000740*
000750     SELECT FS-FLAG-WORK ASSIGN 'GCHMON-FLAG-WORK'
000760         ORGANIZATION IS SEQUENTIAL.
000770*
000780     SELECT FS-FLAG-OUTPUT ASSIGN 'GCHMON-FLAG-OUT'
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-EOF-SW.
000810*
000820     SELECT FS-GCHMON-REPORT ASSIGN 'GRADE-CHANGE-EXCEPTIONS.txt'
000830         ORGANIZATION IS LINE SEQUENTIAL.
000840*
000850****************************************************************
000860*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000870*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000880****************************************************************
000890     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RUN-LOG-STATUS.
000920**
000930 DATA DIVISION.
000940 FILE SECTION.
000950****************************************************************
000960*    AUDIT-TRAIL RECORD - LAYOUT SHARED WITH MAINT.cbl,
000970*    INQUIRY.cbl, AUDPRT.cbl, NOTIFY.cbl, RECOVER.cbl AND
000980*    HOUSEKP.cbl AND MUST STAY IN STEP.
000990****************************************************************
001000 FD  FS-AUDIT-TRAIL.
001010 01  FS-AUDIT-RECORD.
001020     05  AUD-TXN-CODE         PIC X(01).
001030         88  AUD-CHANGE                       VALUE 'C'.
001040         88  AUD-DELETE                       VALUE 'D'.
001050         88  AUD-RESOLVE                      VALUE 'R'.
001060     05  AUD-RUN-DATE         PIC 9(08).
001070     05  AUD-RUN-TIME         PIC 9(06).
001080     05  AUD-TERM-CODE        PIC X(05).
001090     05  AUD-STUDENT-ID       PIC 9(05).
001100     05  AUD-BEFORE-IMAGE     PIC X(144).
001110     05  AUD-AFTER-IMAGE      PIC X(144).
001120     05  AUD-OPERATOR         PIC X(03).
001130     05  AUD-SUPV-AUTH        PIC X(03).
001140     05  AUD-TERM-STATE       PIC X(01).
001150*
001160****************************************************************
001170*    THRESHOLD CARD - COLUMNS 1-8 FROM DATE, 9-16 TO DATE
001180*    (YYYYMMDD), 17-20 BUSINESS DAY START AND 21-24 END (HHMM),
001190*    25-27 REPEAT WINDOW IN DAYS, 28-32 RAISE THRESHOLD IN
001200*    POINTS (999V99), 33-35 VOLUME PERCENT OF THE PEER AVERAGE,
001210*    36-38 MINIMUM CHANGES BEFORE VOLUME IS JUDGED, AND 39 'Y'
001220*    TO HOLD THE BATCH JOB TO BUSINESS HOURS TOO.
001230****************************************************************
001240 FD  FS-GCHMON-PARM.
001250 01  FS-GCHMON-PARM-RECORD.
001260     05  GCP-FROM-DATE        PIC 9(08).
001270     05  GCP-TO-DATE          PIC 9(08).
001280     05  GCP-DAY-START        PIC 9(04).
001290     05  GCP-DAY-END          PIC 9(04).
001300     05  GCP-REPEAT-DAYS      PIC 9(03).
001310     05  GCP-RAISE-POINTS     PIC 9(03)V99.
001320     05  GCP-VOLUME-PCT       PIC 9(03).
001330     05  GCP-VOLUME-MIN       PIC 9(03).
001340     05  GCP-BATCH-HOURS-SW   PIC X(01).
001350*
001360 FD  FS-ENTRY-TEMP.
001370 01  FS-ENTRY-TEMP-RECORD     PIC X(44).
001380*
001390 SD  FS-ENTRY-WORK.
001400 01  FS-ENTRY-WRK-RECORD.
001410     05  GEW-STUDENT-ID       PIC 9(05).
001420     05  GEW-RUN-DATE         PIC 9(08).
001430     05  GEW-RUN-TIME         PIC 9(06).
001440     05  FILLER               PIC X(25).
001450*
001460 FD  FS-ENTRY-OUTPUT.
001470 01  FS-ENTRY-OUT-RECORD.
001480     05  GEO-STUDENT-ID       PIC 9(05).
001490     05  GEO-RUN-DATE         PIC 9(08).
001500     05  GEO-RUN-TIME         PIC 9(06).
001510     05  GEO-RUN-TIME-R REDEFINES GEO-RUN-TIME.
001520         10  GEO-RUN-HHMM     PIC 9(04).
001530         10  GEO-RUN-SS       PIC 9(02).
001540     05  GEO-TXN-CODE         PIC X(01).
001550         88  GEO-CHANGE                       VALUE 'C'.
001560         88  GEO-DELETE                       VALUE 'D'.
001570         88  GEO-RESOLVE                      VALUE 'R'.
001580     05  GEO-TERM-CODE        PIC X(05).
001590     05  GEO-OPERATOR         PIC X(03).
001600     05  GEO-SUPV-AUTH        PIC X(03).
001610     05  GEO-TERM-STATE       PIC X(01).
001620     05  GEO-BEFORE-GRADE     PIC 9(03)V99.
001630     05  GEO-BEFORE-STATUS    PIC X(01).
001640     05  GEO-AFTER-GRADE      PIC 9(03)V99.
001650     05  GEO-AFTER-STATUS     PIC X(01).
001660*
001670 FD  FS-FLAG-TEMP.
001680 01  FS-FLAG-TEMP-RECORD      PIC X(74).
001690*
001700 SD  FS-FLAG-WORK.
001710 01  FS-FLAG-WRK-RECORD.
001720     05  GFW-OPERATOR         PIC X(03).
001730     05  GFW-RUN-DATE         PIC 9(08).
001740     05  GFW-RUN-TIME         PIC 9(06).
001750     05  FILLER               PIC X(57).
001760*
001770 FD  FS-FLAG-OUTPUT.
001780 01  FS-FLAG-OUT-RECORD.
001790     05  GFO-OPERATOR         PIC X(03).
001800     05  GFO-RUN-DATE         PIC 9(08).
001810     05  GFO-RUN-TIME         PIC 9(06).
001820     05  GFO-FLAG             PIC X(01).
001830         88  GFO-OFF-HOURS                    VALUE 'H'.
001840         88  GFO-REPEAT                       VALUE 'R'.
001850         88  GFO-RAISE                        VALUE 'I'.
001860         88  GFO-DELETE                       VALUE 'D'.
001870         88  GFO-PUBLISHED                    VALUE 'P'.
001880         88  GFO-VOLUME                       VALUE 'V'.
001890     05  GFO-TXN-CODE         PIC X(01).
001900     05  GFO-TERM-CODE        PIC X(05).
001910     05  GFO-STUDENT-ID       PIC 9(05).
001920     05  GFO-DETAIL           PIC X(40).
001930     05  FILLER               PIC X(05).
001940*
001950 FD  FS-GCHMON-REPORT
001960     RECORDING MODE IS F
001970     RECORD CONTAINS 100 CHARACTERS.
001980 01  FS-GCHMON-REP-RECORD    PIC X(100).
001990*
002000 FD  FS-RUN-LOG.
002010 01  FS-RUN-LOG-RECORD.
002020     05  RNL-PROGRAM          PIC X(08).
002030     05  RNL-RUN-DATE         PIC 9(08).
002040     05  RNL-RUN-TIME         PIC 9(06).
002050     05  RNL-TERM-CODE        PIC X(05).
002060     05  RNL-READ-CNT         PIC 9(05).
002070     05  RNL-VALID-CNT        PIC 9(05).
002080     05  RNL-REJECT-CNT       PIC 9(05).
002090     05  RNL-REPORT-CNT       PIC 9(05).
002100     05  RNL-RUN-STATUS       PIC X(08).
002110**
002120 WORKING-STORAGE SECTION.
002130 01  WS-AUDIT-STATUS          PIC X(02).
002140     88  AUDIT-NOT-FOUND                      VALUE '35'.
002150     88  AUDIT-EOF                            VALUE '10'.
002160*
002170 01  WS-PARM-STATUS           PIC X(02).
002180     88  PARM-NOT-FOUND                       VALUE '35'.
002190*
002200 01  WS-EOF-SW                PIC X(02).
002210     88  EOF-SW                               VALUE 10.
002220*
002230 01  WS-RUN-LOG-STATUS        PIC X(02).
002240     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
002250*
002260 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002270 01  WS-RUN-END-TIME.
002280     05  WS-RUN-END-HHMMSS    PIC 9(06).
002290     05  FILLER               PIC 9(02).
002300*
002310****************************************************************
002320*   Thresholds in force - the defaults below unless the card
002330*   overrides them.
002340****************************************************************
002350 01  WS-FROM-DATE             PIC 9(08)              VALUE 0.
002360 01  WS-TO-DATE               PIC 9(08)         VALUE 99999999.
002370 01  WS-DAY-START             PIC 9(04)              VALUE 0800.
002380 01  WS-DAY-END               PIC 9(04)              VALUE 1800.
002390 01  WS-REPEAT-DAYS           PIC 9(03)              VALUE 30.
002400 01  WS-RAISE-POINTS          PIC 9(03)V99           VALUE 15.00.
002410 01  WS-VOLUME-PCT            PIC 9(03)              VALUE 200.
002420 01  WS-VOLUME-MIN            PIC 9(03)              VALUE 10.
002430*    THE NIGHTLY MAINT.cbl RUN STAMPS ITS ENTRIES 'BAT' AT
002440*    WHATEVER HOUR IT IS SCHEDULED - ITS ENTRIES ARE HELD TO
002450*    BUSINESS HOURS ONLY ON REQUEST, AND IT IS NEVER ONE OF THE
002460*    PEERS IN THE VOLUME TEST.
002470 01  WS-BATCH-HOURS-SW        PIC X(01)              VALUE 'N'.
002480     88  BATCH-HOURS-ON                       VALUE 'Y'.
002490*
002500****************************************************************
002510*   Master-record images off the audit entry - only the grade
002520*   and its status are wanted here.
002530****************************************************************
002540 01  WS-BEFORE-MASTER.
002550     05  WS-BFR-KEY           PIC X(10).
002560     05  WS-BFR-NAMES         PIC X(60).
002570     05  WS-BFR-GENGRADE      PIC 9(03)V99.
002580     05  WS-BFR-STANDING      PIC X(01).
002590     05  WS-BFR-GRADE-STATUS  PIC X(01).
002600     05  FILLER               PIC X(67).
002610*
002620 01  WS-AFTER-MASTER.
002630     05  WS-AFT-KEY           PIC X(10).
002640     05  WS-AFT-NAMES         PIC X(60).
002650     05  WS-AFT-GENGRADE      PIC 9(03)V99.
002660     05  WS-AFT-STANDING      PIC X(01).
002670     05  WS-AFT-GRADE-STATUS  PIC X(01).
002680     05  FILLER               PIC X(67).
002690*
002700****************************************************************
002710*   The entry spool record, built here and written from here.
002720****************************************************************
002730 01  WS-ENTRY-BUILD.
002740     05  GEB-STUDENT-ID       PIC 9(05).
002750     05  GEB-RUN-DATE         PIC 9(08).
002760     05  GEB-RUN-TIME         PIC 9(06).
002770     05  GEB-TXN-CODE         PIC X(01).
002780     05  GEB-TERM-CODE        PIC X(05).
002790     05  GEB-OPERATOR         PIC X(03).
002800     05  GEB-SUPV-AUTH        PIC X(03).
002810     05  GEB-TERM-STATE       PIC X(01).
002820     05  GEB-BEFORE-GRADE     PIC 9(03)V99.
002830     05  GEB-BEFORE-STATUS    PIC X(01).
002840     05  GEB-AFTER-GRADE      PIC 9(03)V99.
002850     05  GEB-AFTER-STATUS     PIC X(01).
002860*
002870 01  WS-FLAG-BUILD.
002880     05  GFB-OPERATOR         PIC X(03).
002890     05  GFB-RUN-DATE         PIC 9(08).
002900     05  GFB-RUN-TIME         PIC 9(06).
002910     05  GFB-FLAG             PIC X(01).
002920     05  GFB-TXN-CODE         PIC X(01).
002930     05  GFB-TERM-CODE        PIC X(05).
002940     05  GFB-STUDENT-ID       PIC 9(05).
002950     05  GFB-DETAIL           PIC X(40).
002960     05  FILLER               PIC X(05)              VALUE SPACES.
002970*
002980****************************************************************
002990*   Flag detail texts - each built in its own layout and moved
003000*   to GFB-DETAIL.
003010****************************************************************
003020 01  WS-DTL-HOURS.
003030     05  FILLER               PIC X(08)  VALUE 'STAMPED '.
003040     05  WS-DTH-DAY           PIC X(03).
003050     05  FILLER               PIC X(01)  VALUE SPACE.
003060     05  WS-DTH-HHMM          PIC 9(04).
003070     05  FILLER               PIC X(24)  VALUE SPACES.
003080*
003090 01  WS-DTL-REPEAT.
003100     05  FILLER               PIC X(13)  VALUE 'PRIOR CHANGE '.
003110     05  WS-DTR-DATE          PIC 9(08).
003120     05  FILLER               PIC X(04)  VALUE ' BY '.
003130     05  WS-DTR-OPERATOR      PIC X(03).
003140     05  FILLER               PIC X(01)  VALUE SPACE.
003150     05  WS-DTR-DAYS          PIC ZZ9.
003160     05  FILLER               PIC X(08)  VALUE ' DAYS'.
003170*
003180 01  WS-DTL-RAISE.
003190     05  FILLER               PIC X(07)  VALUE 'RAISED '.
003200     05  WS-DTI-BEFORE        PIC ZZ9.99.
003210     05  FILLER               PIC X(04)  VALUE ' TO '.
003220     05  WS-DTI-AFTER         PIC ZZ9.99.
003230     05  FILLER               PIC X(02)  VALUE ' ('.
003240     05  WS-DTI-POINTS        PIC ZZ9.99.
003250     05  FILLER               PIC X(09)  VALUE ' POINTS)'.
003260*
003270 01  WS-DTL-PUBLISHED.
003280     05  FILLER               PIC X(27)  VALUE
003290             'PUBLISHED TERM - SUPV AUTH '.
003300     05  WS-DTP-SUPV          PIC X(03).
003310     05  FILLER               PIC X(10)  VALUE SPACES.
003320*
003330 01  WS-DTL-VOLUME.
003340     05  WS-DTV-CNT           PIC ZZZZ9.
003350     05  FILLER               PIC X(17)  VALUE
003360             ' CHANGES VS PEER '.
003370     05  FILLER               PIC X(08)  VALUE 'AVERAGE '.
003380     05  WS-DTV-AVG           PIC ZZZZ9.9.
003390     05  FILLER               PIC X(03)  VALUE SPACES.
003400*
003410****************************************************************
003420*   Day-of-week names - INTEGER-OF-DATE DAY 1 (1601-01-01) WAS A
003430*   MONDAY, SO THE DAY NUMBER MOD 7 PICKS THE NAME: 0 = SUNDAY.
003440****************************************************************
003450 01  WS-DAY-NAME-VALUES.
003460     05  FILLER               PIC X(21)  VALUE
003470             'SUNMONTUEWEDTHUFRISAT'.
003480 01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
003490     05  WS-DAY-NAME          PIC X(03)  OCCURS 7 TIMES.
003500*
003510 01  WS-ENTRY-DAYNO           PIC 9(07)              VALUE 0.
003520 01  WS-WEEKS                 PIC 9(07)              VALUE 0.
003530 01  WS-DOW-REM               PIC 9(01)              VALUE 0.
003540 01  WS-DOW-SUB               PIC 9(01)              VALUE 0.
003550 01  WS-RAISE-DIFF            PIC S9(03)V99          VALUE 0.
003560 01  WS-GAP-DAYS              PIC 9(07)              VALUE 0.
003570*
003580****************************************************************
003590*   The last grade change seen for the student in hand - the
003600*   entry pass is in student + date + time order.
003610****************************************************************
003620 01  WS-LAST-STUDENT          PIC 9(05)              VALUE 0.
003630 01  WS-LAST-DAYNO            PIC 9(07)              VALUE 0.
003640 01  WS-LAST-DATE             PIC 9(08)              VALUE 0.
003650 01  WS-LAST-OPERATOR         PIC X(03)              VALUE SPACES.
003660 01  WS-LAST-SW               PIC X(01)              VALUE 'N'.
003670     88  LAST-CHANGE-HELD                     VALUE 'Y'.
003680*
003690****************************************************************
003700*   Grade changes (C, R AND D ENTRIES) per operator in the
003710*   window, for the volume test. THE BATCH JOB IS LEFT OUT.
003720****************************************************************
003730 01  WS-OPR-COUNT             PIC 9(03) COMP-3       VALUE 0.
003740 01  WS-OPR-TABLE.
003750     05  WS-OPR-ENTRY     OCCURS 200 TIMES
003760                          INDEXED BY WS-OPR-IDX.
003770         10  WS-OPR-ID        PIC X(03).
003780         10  WS-OPR-CHANGES   PIC 9(05) COMP-3.
003790*
003800 01  WS-OPR-HIT               PIC 9(03) COMP-3       VALUE 0.
003810 01  WS-OPR-TOTAL             PIC 9(07) COMP-3       VALUE 0.
003820 01  WS-PEER-AVG              PIC 9(05)V9 COMP-3     VALUE 0.
003830 01  WS-OPR-SCALED            PIC 9(09) COMP-3       VALUE 0.
003840 01  WS-PEER-SCALED           PIC 9(09)V9 COMP-3     VALUE 0.
003850*
003860****************************************************************
003870*   Run and group counters. GROUP = ONE OPERATOR'S FLAGS.
003880****************************************************************
003890 01  WS-READ-CNT              PIC 9(07) COMP-3       VALUE 0.
003900 01  WS-SPOOLED-CNT           PIC 9(07) COMP-3       VALUE 0.
003910 01  WS-FLAG-CNT              PIC 9(07) COMP-3       VALUE 0.
003920 01  WS-GROUP-CNT             PIC 9(05) COMP-3       VALUE 0.
003930*
003940 01  WS-RUN-TYPE-COUNTS.
003950     05  WS-RUN-HOURS-CNT     PIC 9(05) COMP-3       VALUE 0.
003960     05  WS-RUN-REPEAT-CNT    PIC 9(05) COMP-3       VALUE 0.
003970     05  WS-RUN-RAISE-CNT     PIC 9(05) COMP-3       VALUE 0.
003980     05  WS-RUN-DELETE-CNT    PIC 9(05) COMP-3       VALUE 0.
003990     05  WS-RUN-PUBL-CNT      PIC 9(05) COMP-3       VALUE 0.
004000     05  WS-RUN-VOLUME-CNT    PIC 9(05) COMP-3       VALUE 0.
004010*
004020 01  WS-GRP-OPERATOR          PIC X(03)              VALUE SPACES.
004030 01  WS-GRP-SW                PIC X(01)              VALUE 'N'.
004040     88  GROUP-OPEN                           VALUE 'Y'.
004050*
004060 01  WS-GRP-CNT               PIC 9(05) COMP-3       VALUE 0.
004070 01  WS-GRP-HOURS-CNT         PIC 9(05) COMP-3       VALUE 0.
004080 01  WS-GRP-REPEAT-CNT        PIC 9(05) COMP-3       VALUE 0.
004090 01  WS-GRP-RAISE-CNT         PIC 9(05) COMP-3       VALUE 0.
004100 01  WS-GRP-DELETE-CNT        PIC 9(05) COMP-3       VALUE 0.
004110 01  WS-GRP-PUBL-CNT          PIC 9(05) COMP-3       VALUE 0.
004120 01  WS-GRP-VOLUME-CNT        PIC 9(05) COMP-3       VALUE 0.
004130*
004140****************************************************************
004150*   Report lines.
004160****************************************************************
004170 01  WS-GCHMON-HEADER1.
004180     05  FILLER               PIC X(40)  VALUE
004190             'SUSPICIOUS GRADE-CHANGE EXCEPTION REPORT'.
004200     05  FILLER               PIC X(60)  VALUE SPACES.
004210*
004220 01  WS-RANGE-LINE.
004230     05  FILLER               PIC X(14)  VALUE 'ENTRIES FROM: '.
004240     05  WS-RANGE-FROM-OUT    PIC X(08).
004250     05  FILLER               PIC X(06)  VALUE '  TO: '.
004260     05  WS-RANGE-TO-OUT      PIC X(08).
004270     05  FILLER               PIC X(64)  VALUE SPACES.
004280*
004290 01  WS-THRESH-LINE1.
004300     05  FILLER               PIC X(16)  VALUE 'BUSINESS HOURS: '.
004310     05  WS-THR-START-OUT     PIC 9(04).
004320     05  FILLER               PIC X(01)  VALUE '-'.
004330     05  WS-THR-END-OUT       PIC 9(04).
004340     05  FILLER               PIC X(19)  VALUE
004350             ' MON-FRI   REPEAT: '.
004360     05  WS-THR-REPEAT-OUT    PIC ZZ9.
004370     05  FILLER               PIC X(18)  VALUE
004380             ' DAYS   RAISE OVER'.
004390     05  WS-THR-RAISE-OUT     PIC ZZ9.99.
004400     05  FILLER               PIC X(29)  VALUE ' POINTS'.
004410*
004420 01  WS-THRESH-LINE2.
004430     05  FILLER               PIC X(16)  VALUE 'VOLUME OVER:    '.
004440     05  WS-THR-PCT-OUT       PIC ZZ9.
004450     05  FILLER               PIC X(28)  VALUE
004460             '% OF PEER AVERAGE, MINIMUM '.
004470     05  WS-THR-MIN-OUT       PIC ZZ9.
004480     05  FILLER               PIC X(23)  VALUE
004490             ' CHANGES   BATCH HOURS '.
004500     05  WS-THR-BATCH-OUT     PIC X(01).
004510     05  FILLER               PIC X(26)  VALUE SPACES.
004520*
004530 01  WS-GCHMON-HEADER2.
004540     05  FILLER               PIC X(04)  VALUE 'OPR'.
004550     05  FILLER               PIC X(09)  VALUE 'DATE'.
004560     05  FILLER               PIC X(07)  VALUE 'TIME'.
004570     05  FILLER               PIC X(04)  VALUE 'TXN'.
004580     05  FILLER               PIC X(06)  VALUE 'TERM'.
004590     05  FILLER               PIC X(07)  VALUE 'ID'.
004600     05  FILLER               PIC X(15)  VALUE 'FLAG'.
004610     05  FILLER               PIC X(48)  VALUE 'DETAIL'.
004620*
004630 01  WS-GCHMON-RULE.
004640     05  FILLER               PIC X(100) VALUE ALL '-'.
004650*
004660 01  WS-GCHMON-BLANK.
004670     05  FILLER               PIC X(100) VALUE SPACES.
004680*
004690 01  WS-DETAIL-LINE.
004700     05  WS-DTL-OPER-OUT      PIC X(03).
004710     05  FILLER               PIC X(01)  VALUE SPACE.
004720     05  WS-DTL-DATE-OUT      PIC X(08).
004730     05  FILLER               PIC X(01)  VALUE SPACE.
004740     05  WS-DTL-TIME-OUT      PIC X(06).
004750     05  FILLER               PIC X(02)  VALUE SPACES.
004760     05  WS-DTL-TXN-OUT       PIC X(01).
004770     05  FILLER               PIC X(02)  VALUE SPACES.
004780     05  WS-DTL-TERM-OUT      PIC X(05).
004790     05  FILLER               PIC X(01)  VALUE SPACE.
004800     05  WS-DTL-ID-OUT        PIC X(05).
004810     05  FILLER               PIC X(02)  VALUE SPACES.
004820     05  WS-DTL-FLAG-OUT      PIC X(14).
004830     05  FILLER               PIC X(01)  VALUE SPACE.
004840     05  WS-DTL-DETAIL-OUT    PIC X(40).
004850     05  FILLER               PIC X(08)  VALUE SPACES.
004860*
004870 01  WS-GROUP-TOTAL-LINE.
004880     05  FILLER               PIC X(04)  VALUE SPACES.
004890     05  FILLER               PIC X(09)  VALUE 'OPERATOR '.
004900     05  WS-GTL-OPER-OUT      PIC X(03).
004910     05  FILLER               PIC X(09)  VALUE ' FLAGS: '.
004920     05  WS-GTL-CNT-OUT       PIC ZZZZ9.
004930     05  FILLER               PIC X(05)  VALUE '   H '.
004940     05  WS-GTL-HOURS-OUT     PIC ZZZZ9.
004950     05  FILLER               PIC X(03)  VALUE ' R '.
004960     05  WS-GTL-REPEAT-OUT    PIC ZZZZ9.
004970     05  FILLER               PIC X(03)  VALUE ' I '.
004980     05  WS-GTL-RAISE-OUT     PIC ZZZZ9.
004990     05  FILLER               PIC X(03)  VALUE ' D '.
005000     05  WS-GTL-DELETE-OUT    PIC ZZZZ9.
005010     05  FILLER               PIC X(03)  VALUE ' P '.
005020     05  WS-GTL-PUBL-OUT      PIC ZZZZ9.
005030     05  FILLER               PIC X(03)  VALUE ' V '.
005040     05  WS-GTL-VOLUME-OUT    PIC ZZZZ9.
005050     05  FILLER               PIC X(20)  VALUE SPACES.
005060*
005070 01  WS-GCHMON-COUNT-LINE.
005080     05  FILLER               PIC X(05)  VALUE SPACES.
005090     05  WS-CNT-LABEL-OUT     PIC X(30).
005100     05  WS-CNT-VALUE-OUT     PIC ZZZZZZ9.
005110     05  FILLER               PIC X(58)  VALUE SPACES.
005120**
005130 PROCEDURE DIVISION.
005140 0000-MAINLINE.
005150     PERFORM 0500-READ-GCHMON-PARM THRU 0500-EXIT
005160     PERFORM 1000-SPOOL-AUDIT THRU 1000-EXIT
005170     PERFORM 2000-SCAN-ENTRIES THRU 2000-EXIT
005180     PERFORM 2500-VOLUME-FLAGS THRU 2500-EXIT
005190     PERFORM 3000-SORT-AND-REPORT THRU 3000-EXIT
005200     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
005210     STOP RUN.
005220*
005230****************************************************************
005240*   Read the optional GCHMON-PARM card. EACH FIELD OVERRIDES ITS
005250*   DEFAULT ONLY WHEN NUMERIC AND NOT ZERO - A PARTLY FILLED
005260*   CARD CHANGES ONLY WHAT IT FILLS.
005270****************************************************************
005280 0500-READ-GCHMON-PARM.
005290     OPEN INPUT FS-GCHMON-PARM
005300*
005310     IF PARM-NOT-FOUND
005320         GO TO 0500-EXIT
005330     END-IF
005340*
005350     READ FS-GCHMON-PARM
005360         AT END
005370             CLOSE FS-GCHMON-PARM
005380             GO TO 0500-EXIT
005390     END-READ
005400*
005410     IF GCP-FROM-DATE IS NUMERIC
005420         MOVE GCP-FROM-DATE TO WS-FROM-DATE
005430     END-IF
005440*
005450     IF GCP-TO-DATE IS NUMERIC
005460             AND GCP-TO-DATE NOT EQUAL 0
005470         MOVE GCP-TO-DATE TO WS-TO-DATE
005480     END-IF
005490*
005500     IF GCP-DAY-START IS NUMERIC
005510             AND GCP-DAY-START NOT EQUAL 0
005520         MOVE GCP-DAY-START TO WS-DAY-START
005530     END-IF
005540*
005550     IF GCP-DAY-END IS NUMERIC
005560             AND GCP-DAY-END NOT EQUAL 0
005570         MOVE GCP-DAY-END TO WS-DAY-END
005580     END-IF
005590*
005600     IF GCP-REPEAT-DAYS IS NUMERIC
005610             AND GCP-REPEAT-DAYS NOT EQUAL 0
005620         MOVE GCP-REPEAT-DAYS TO WS-REPEAT-DAYS
005630     END-IF
005640*
005650     IF GCP-RAISE-POINTS IS NUMERIC
005660             AND GCP-RAISE-POINTS NOT EQUAL 0
005670         MOVE GCP-RAISE-POINTS TO WS-RAISE-POINTS
005680     END-IF
005690*
005700     IF GCP-VOLUME-PCT IS NUMERIC
005710             AND GCP-VOLUME-PCT NOT EQUAL 0
005720         MOVE GCP-VOLUME-PCT TO WS-VOLUME-PCT
005730     END-IF
005740*
005750     IF GCP-VOLUME-MIN IS NUMERIC
005760             AND GCP-VOLUME-MIN NOT EQUAL 0
005770         MOVE GCP-VOLUME-MIN TO WS-VOLUME-MIN
005780     END-IF
005790*
005800     IF GCP-BATCH-HOURS-SW EQUAL 'Y'
005810         MOVE 'Y' TO WS-BATCH-HOURS-SW
005820     END-IF
005830*
005840     CLOSE FS-GCHMON-PARM
005850 0500-EXIT.
005860     EXIT.
005870*
005880****************************************************************
005890*   Spool every trail entry inside the window to the entry sort
005900*   file, carrying the before/after grade off the images, and
005910*   count each operator's grade changes for the volume test.
005920*   A MISSING TRAIL IS AN EMPTY REPORT, NOT AN ABEND.
005930****************************************************************
005940 1000-SPOOL-AUDIT.
005950     MOVE SPACES TO WS-AUDIT-STATUS
005960*
005970     OPEN INPUT FS-AUDIT-TRAIL
005980*
005990     OPEN OUTPUT FS-ENTRY-TEMP
006000*
006010     IF AUDIT-NOT-FOUND
006020         CONTINUE
006030     ELSE
006040         PERFORM 1010-SPOOL-ONE-ENTRY THRU 1010-EXIT
006050             UNTIL AUDIT-EOF
006060         CLOSE FS-AUDIT-TRAIL
006070     END-IF
006080*
006090     CLOSE FS-ENTRY-TEMP
006100 1000-EXIT.
006110     EXIT.
006120*
006130 1010-SPOOL-ONE-ENTRY.
006140     READ FS-AUDIT-TRAIL
006150         AT END
006160             GO TO 1010-EXIT
006170     END-READ
006180*
006190     ADD 1 TO WS-READ-CNT
006200*
006210     IF AUD-RUN-DATE IS NOT NUMERIC
006220             OR AUD-RUN-DATE < WS-FROM-DATE
006230             OR AUD-RUN-DATE > WS-TO-DATE
006240         GO TO 1010-EXIT
006250     END-IF
006260*
006270     MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-MASTER
006280     MOVE AUD-AFTER-IMAGE  TO WS-AFTER-MASTER
006290*
006300     MOVE AUD-STUDENT-ID   TO GEB-STUDENT-ID
006310     MOVE AUD-RUN-DATE     TO GEB-RUN-DATE
006320     MOVE AUD-RUN-TIME     TO GEB-RUN-TIME
006330     MOVE AUD-TXN-CODE     TO GEB-TXN-CODE
006340     MOVE AUD-TERM-CODE    TO GEB-TERM-CODE
006350     MOVE AUD-OPERATOR     TO GEB-OPERATOR
006360     MOVE AUD-SUPV-AUTH    TO GEB-SUPV-AUTH
006370     MOVE AUD-TERM-STATE   TO GEB-TERM-STATE
006380     MOVE 0                TO GEB-BEFORE-GRADE
006390     MOVE 0                TO GEB-AFTER-GRADE
006400     MOVE WS-BFR-GRADE-STATUS TO GEB-BEFORE-STATUS
006410     MOVE WS-AFT-GRADE-STATUS TO GEB-AFTER-STATUS
006420*
006430     IF WS-BFR-GENGRADE IS NUMERIC
006440         MOVE WS-BFR-GENGRADE TO GEB-BEFORE-GRADE
006450     END-IF
006460*
006470     IF WS-AFT-GENGRADE IS NUMERIC
006480         MOVE WS-AFT-GENGRADE TO GEB-AFTER-GRADE
006490     END-IF
006500*
006510     ADD 1 TO WS-SPOOLED-CNT
006520     WRITE FS-ENTRY-TEMP-RECORD FROM WS-ENTRY-BUILD
006530     END-WRITE
006540*
006550     IF (AUD-CHANGE OR AUD-RESOLVE OR AUD-DELETE)
006560             AND AUD-OPERATOR NOT EQUAL 'BAT'
006570         PERFORM 1100-COUNT-OPERATOR THRU 1100-EXIT
006580     END-IF
006590 1010-EXIT.
006600     EXIT.
006610*
006620****************************************************************
006630*   Find the operator's slot, opening one on first sight, and
006640*   count the change. A TABLE ALREADY FULL DROPS NEWCOMERS FROM
006650*   THE VOLUME TEST ONLY.
006660****************************************************************
006670 1100-COUNT-OPERATOR.
006680     MOVE 0 TO WS-OPR-HIT
006690*
006700     PERFORM 1110-SCAN-OPERATOR THRU 1110-EXIT
006710         VARYING WS-OPR-IDX FROM 1 BY 1
006720         UNTIL WS-OPR-IDX > WS-OPR-COUNT
006730             OR WS-OPR-HIT > 0
006740*
006750     IF WS-OPR-HIT EQUAL 0
006760         IF WS-OPR-COUNT < 200
006770             ADD 1 TO WS-OPR-COUNT
006780             MOVE WS-OPR-COUNT TO WS-OPR-HIT
006790             MOVE AUD-OPERATOR TO WS-OPR-ID(WS-OPR-HIT)
006800             MOVE 0            TO WS-OPR-CHANGES(WS-OPR-HIT)
006810         ELSE
006820             GO TO 1100-EXIT
006830         END-IF
006840     END-IF
006850*
006860     ADD 1 TO WS-OPR-CHANGES(WS-OPR-HIT)
006870     ADD 1 TO WS-OPR-TOTAL
006880 1100-EXIT.
006890     EXIT.
006900*
006910 1110-SCAN-OPERATOR.
006920     IF WS-OPR-ID(WS-OPR-IDX) EQUAL AUD-OPERATOR
006930         SET WS-OPR-HIT TO WS-OPR-IDX
006940     END-IF
006950 1110-EXIT.
006960     EXIT.
006970*
006980****************************************************************
006990*   Sort the spooled entries by student + date + time and test
007000*   each one. THE FLAG SPOOL IS OPENED HERE AND LEFT FOR THE
007010*   VOLUME PASS TO CLOSE.
007020****************************************************************
007030 2000-SCAN-ENTRIES.
007040     OPEN OUTPUT FS-FLAG-TEMP
007050*
007060     IF WS-SPOOLED-CNT EQUAL 0
007070         GO TO 2000-EXIT
007080     END-IF
007090*
007100     SORT FS-ENTRY-WORK
007110         ON ASCENDING KEY GEW-STUDENT-ID
007120         ON ASCENDING KEY GEW-RUN-DATE
007130         ON ASCENDING KEY GEW-RUN-TIME
007140         USING  FS-ENTRY-TEMP
007150         GIVING FS-ENTRY-OUTPUT
007160*
007170     OPEN INPUT FS-ENTRY-OUTPUT
007180*
007190     MOVE SPACES TO WS-EOF-SW
007200     MOVE 'N'    TO WS-LAST-SW
007210*
007220     PERFORM 2100-CHECK-ENTRY THRU 2100-EXIT
007230         UNTIL EOF-SW
007240*
007250     CLOSE FS-ENTRY-OUTPUT
007260 2000-EXIT.
007270     EXIT.
007280*
007290 2100-CHECK-ENTRY.
007300     READ FS-ENTRY-OUTPUT
007310         AT END
007320             GO TO 2100-EXIT
007330     END-READ
007340*
007350     IF LAST-CHANGE-HELD
007360             AND GEO-STUDENT-ID NOT EQUAL WS-LAST-STUDENT
007370         MOVE 'N' TO WS-LAST-SW
007380     END-IF
007390*
007400     MOVE 0 TO WS-ENTRY-DAYNO
007410     IF GEO-RUN-DATE > 16010101
007420         COMPUTE WS-ENTRY-DAYNO =
007430             FUNCTION INTEGER-OF-DATE(GEO-RUN-DATE)
007440         END-COMPUTE
007450     END-IF
007460*
007470     MOVE GEO-OPERATOR   TO GFB-OPERATOR
007480     MOVE GEO-RUN-DATE   TO GFB-RUN-DATE
007490     MOVE GEO-RUN-TIME   TO GFB-RUN-TIME
007500     MOVE GEO-TXN-CODE   TO GFB-TXN-CODE
007510     MOVE GEO-TERM-CODE  TO GFB-TERM-CODE
007520     MOVE GEO-STUDENT-ID TO GFB-STUDENT-ID
007530*
007540     PERFORM 2110-CHECK-HOURS THRU 2110-EXIT
007550*
007560     IF GEO-CHANGE OR GEO-RESOLVE
007570         PERFORM 2120-CHECK-REPEAT THRU 2120-EXIT
007580         PERFORM 2130-CHECK-RAISE THRU 2130-EXIT
007590     END-IF
007600*
007610     IF GEO-DELETE
007620         MOVE 'D' TO GFB-FLAG
007630         MOVE 'TERM RECORD DELETED' TO GFB-DETAIL
007640         PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
007650     END-IF
007660*
007670     IF GEO-TERM-STATE EQUAL 'P'
007680             AND GEO-SUPV-AUTH NOT EQUAL SPACES
007690         MOVE 'P'           TO GFB-FLAG
007700         MOVE GEO-SUPV-AUTH TO WS-DTP-SUPV
007710         MOVE WS-DTL-PUBLISHED TO GFB-DETAIL
007720         PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
007730     END-IF
007740 2100-EXIT.
007750     EXIT.
007760*
007770****************************************************************
007780*   Outside business hours - A WEEKEND DAY, OR A STAMP BEFORE THE
007790*   DAY'S START OR AT/AFTER ITS END. THE BATCH JOB IS EXEMPT
007800*   UNLESS THE CARD SAYS OTHERWISE.
007810****************************************************************
007820 2110-CHECK-HOURS.
007830     IF GEO-OPERATOR EQUAL 'BAT'
007840             AND NOT BATCH-HOURS-ON
007850         GO TO 2110-EXIT
007860     END-IF
007870*
007880     IF WS-ENTRY-DAYNO EQUAL 0
007890         GO TO 2110-EXIT
007900     END-IF
007910*
007920     DIVIDE WS-ENTRY-DAYNO BY 7 GIVING WS-WEEKS
007930         REMAINDER WS-DOW-REM
007940     END-DIVIDE
007950*
007960     IF WS-DOW-REM NOT EQUAL 0
007970             AND WS-DOW-REM NOT EQUAL 6
007980             AND GEO-RUN-HHMM NOT LESS THAN WS-DAY-START
007990             AND GEO-RUN-HHMM < WS-DAY-END
008000         GO TO 2110-EXIT
008010     END-IF
008020*
008030     COMPUTE WS-DOW-SUB = WS-DOW-REM + 1
008040     MOVE WS-DAY-NAME(WS-DOW-SUB) TO WS-DTH-DAY
008050     MOVE GEO-RUN-HHMM            TO WS-DTH-HHMM
008060*
008070     MOVE 'H'          TO GFB-FLAG
008080     MOVE WS-DTL-HOURS TO GFB-DETAIL
008090     PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
008100 2110-EXIT.
008110     EXIT.
008120*
008130****************************************************************
008140*   A second grade change for the same student within the
008150*   repeat window of the one before it. EVERY CHANGE BECOMES THE
008160*   "ONE BEFORE" FOR THE NEXT, SO A RUN OF THREE FLAGS TWICE.
008170****************************************************************
008180 2120-CHECK-REPEAT.
008190     IF LAST-CHANGE-HELD
008200             AND WS-ENTRY-DAYNO NOT EQUAL 0
008210         COMPUTE WS-GAP-DAYS = WS-ENTRY-DAYNO - WS-LAST-DAYNO
008220         END-COMPUTE
008230         IF WS-GAP-DAYS NOT GREATER THAN WS-REPEAT-DAYS
008240             MOVE WS-LAST-DATE     TO WS-DTR-DATE
008250             MOVE WS-LAST-OPERATOR TO WS-DTR-OPERATOR
008260             MOVE WS-GAP-DAYS      TO WS-DTR-DAYS
008270             MOVE 'R'              TO GFB-FLAG
008280             MOVE WS-DTL-REPEAT    TO GFB-DETAIL
008290             PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
008300         END-IF
008310     END-IF
008320*
008330     MOVE GEO-STUDENT-ID  TO WS-LAST-STUDENT
008340     MOVE WS-ENTRY-DAYNO  TO WS-LAST-DAYNO
008350     MOVE GEO-RUN-DATE    TO WS-LAST-DATE
008360     MOVE GEO-OPERATOR    TO WS-LAST-OPERATOR
008370     MOVE 'Y'             TO WS-LAST-SW
008380 2120-EXIT.
008390     EXIT.
008400*
008410****************************************************************
008420*   A grade raised by more than the threshold. ONLY A FINAL
008430*   GRADE ON BOTH SIDES COUNTS - A PLACEHOLDER (I/W/P STATUS)
008440*   CARRIES NO GRADE TO RAISE FROM OR TO.
008450****************************************************************
008460 2130-CHECK-RAISE.
008470     IF GEO-BEFORE-STATUS NOT EQUAL SPACE
008480             OR GEO-AFTER-STATUS NOT EQUAL SPACE
008490         GO TO 2130-EXIT
008500     END-IF
008510*
008520     COMPUTE WS-RAISE-DIFF = GEO-AFTER-GRADE - GEO-BEFORE-GRADE
008530     END-COMPUTE
008540*
008550     IF WS-RAISE-DIFF > WS-RAISE-POINTS
008560         MOVE GEO-BEFORE-GRADE TO WS-DTI-BEFORE
008570         MOVE GEO-AFTER-GRADE  TO WS-DTI-AFTER
008580         MOVE WS-RAISE-DIFF    TO WS-DTI-POINTS
008590         MOVE 'I'              TO GFB-FLAG
008600         MOVE WS-DTL-RAISE     TO GFB-DETAIL
008610         PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
008620     END-IF
008630 2130-EXIT.
008640     EXIT.
008650*
008660****************************************************************
008670*   The volume test, once every change is counted. AN OPERATOR
008680*   IS FLAGGED WHEN THE CHANGES REACH THE MINIMUM AND EXCEED THE
008690*   PERCENT OF THE AVERAGE OF EVERY OTHER OPERATOR - SO ONE
008700*   BUSY OPERATOR CANNOT DRAG THE AVERAGE UP TO HIDE BEHIND.
008710*   FEWER THAN TWO OPERATORS = NO PEERS, NO TEST.
008720****************************************************************
008730 2500-VOLUME-FLAGS.
008740     IF WS-OPR-COUNT > 1
008750         PERFORM 2510-TEST-OPERATOR THRU 2510-EXIT
008760             VARYING WS-OPR-IDX FROM 1 BY 1
008770             UNTIL WS-OPR-IDX > WS-OPR-COUNT
008780     END-IF
008790*
008800     CLOSE FS-FLAG-TEMP
008810 2500-EXIT.
008820     EXIT.
008830*
008840 2510-TEST-OPERATOR.
008850     IF WS-OPR-CHANGES(WS-OPR-IDX) < WS-VOLUME-MIN
008860         GO TO 2510-EXIT
008870     END-IF
008880*
008890     COMPUTE WS-PEER-AVG ROUNDED =
008900         (WS-OPR-TOTAL - WS-OPR-CHANGES(WS-OPR-IDX))
008910             / (WS-OPR-COUNT - 1)
008920     END-COMPUTE
008930*
008940     COMPUTE WS-OPR-SCALED = WS-OPR-CHANGES(WS-OPR-IDX) * 100
008950     END-COMPUTE
008960     COMPUTE WS-PEER-SCALED = WS-PEER-AVG * WS-VOLUME-PCT
008970     END-COMPUTE
008980*
008990     IF WS-OPR-SCALED NOT GREATER THAN WS-PEER-SCALED
009000         GO TO 2510-EXIT
009010     END-IF
009020*
009030     MOVE WS-OPR-CHANGES(WS-OPR-IDX) TO WS-DTV-CNT
009040     MOVE WS-PEER-AVG                TO WS-DTV-AVG
009050*
009060     MOVE WS-OPR-ID(WS-OPR-IDX) TO GFB-OPERATOR
009070     MOVE 0                     TO GFB-RUN-DATE
009080     MOVE 0                     TO GFB-RUN-TIME
009090     MOVE 'V'                   TO GFB-FLAG
009100     MOVE SPACE                 TO GFB-TXN-CODE
009110     MOVE SPACES                TO GFB-TERM-CODE
009120     MOVE 0                     TO GFB-STUDENT-ID
009130     MOVE WS-DTL-VOLUME         TO GFB-DETAIL
009140     PERFORM 2900-WRITE-FLAG THRU 2900-EXIT
009150 2510-EXIT.
009160     EXIT.
009170*
009180 2900-WRITE-FLAG.
009190     ADD 1 TO WS-FLAG-CNT
009200     WRITE FS-FLAG-TEMP-RECORD FROM WS-FLAG-BUILD
009210     END-WRITE
009220 2900-EXIT.
009230     EXIT.
009240*
009250****************************************************************
009260*   Sort the flags by operator + date + time and print one group
009270*   per operator off the control break, then the run totals.
009280****************************************************************
009290 3000-SORT-AND-REPORT.
009300     OPEN OUTPUT FS-GCHMON-REPORT
009310*
009320     PERFORM 3050-WRITE-HEADERS THRU 3050-EXIT
009330*
009340     IF WS-FLAG-CNT > 0
009350         SORT FS-FLAG-WORK
009360             ON ASCENDING KEY GFW-OPERATOR
009370             ON ASCENDING KEY GFW-RUN-DATE
009380             ON ASCENDING KEY GFW-RUN-TIME
009390             USING  FS-FLAG-TEMP
009400             GIVING FS-FLAG-OUTPUT
009410*
009420         OPEN INPUT FS-FLAG-OUTPUT
009430*
009440         MOVE SPACES TO WS-EOF-SW
009450         MOVE 'N'    TO WS-GRP-SW
009460*
009470         PERFORM 3100-LIST-FLAG THRU 3100-EXIT
009480             UNTIL EOF-SW
009490*
009500         CLOSE FS-FLAG-OUTPUT
009510     END-IF
009520*
009530     PERFORM 3500-WRITE-SUMMARY THRU 3500-EXIT
009540*
009550     CLOSE FS-GCHMON-REPORT
009560 3000-EXIT.
009570     EXIT.
009580*
009590 3050-WRITE-HEADERS.
009600     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-HEADER1
009610     END-WRITE
009620*
009630     IF WS-FROM-DATE EQUAL 0
009640         MOVE 'ANY'             TO WS-RANGE-FROM-OUT
009650     ELSE
009660         MOVE WS-FROM-DATE      TO WS-RANGE-FROM-OUT
009670     END-IF
009680*
009690     IF WS-TO-DATE EQUAL 99999999
009700         MOVE 'ANY'             TO WS-RANGE-TO-OUT
009710     ELSE
009720         MOVE WS-TO-DATE        TO WS-RANGE-TO-OUT
009730     END-IF
009740*
009750     WRITE FS-GCHMON-REP-RECORD FROM WS-RANGE-LINE
009760     END-WRITE
009770*
009780     MOVE WS-DAY-START      TO WS-THR-START-OUT
009790     MOVE WS-DAY-END        TO WS-THR-END-OUT
009800     MOVE WS-REPEAT-DAYS    TO WS-THR-REPEAT-OUT
009810     MOVE WS-RAISE-POINTS   TO WS-THR-RAISE-OUT
009820     WRITE FS-GCHMON-REP-RECORD FROM WS-THRESH-LINE1
009830     END-WRITE
009840*
009850     MOVE WS-VOLUME-PCT     TO WS-THR-PCT-OUT
009860     MOVE WS-VOLUME-MIN     TO WS-THR-MIN-OUT
009870     MOVE WS-BATCH-HOURS-SW TO WS-THR-BATCH-OUT
009880     WRITE FS-GCHMON-REP-RECORD FROM WS-THRESH-LINE2
009890     END-WRITE
009900*
009910     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-RULE
009920     END-WRITE
009930     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-HEADER2
009940     END-WRITE
009950     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-RULE
009960     END-WRITE
009970 3050-EXIT.
009980     EXIT.
009990*
010000****************************************************************
010010*   One sorted flag per pass - a change of operator closes the
010020*   running group and starts the next, and end-of-file closes
010030*   the last.
010040****************************************************************
010050 3100-LIST-FLAG.
010060     READ FS-FLAG-OUTPUT
010070     AT END
010080         IF GROUP-OPEN
010090             PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
010100         END-IF
010110     NOT AT END
010120         IF GROUP-OPEN
010130             IF GFO-OPERATOR NOT EQUAL WS-GRP-OPERATOR
010140                 PERFORM 3200-CLOSE-GROUP THRU 3200-EXIT
010150                 PERFORM 3300-START-GROUP THRU 3300-EXIT
010160             END-IF
010170         ELSE
010180             PERFORM 3300-START-GROUP THRU 3300-EXIT
010190         END-IF
010200*
010210         PERFORM 3400-WRITE-DETAIL THRU 3400-EXIT
010220     END-READ
010230 3100-EXIT.
010240     EXIT.
010250*
010260 3200-CLOSE-GROUP.
010270     MOVE WS-GRP-OPERATOR    TO WS-GTL-OPER-OUT
010280     MOVE WS-GRP-CNT         TO WS-GTL-CNT-OUT
010290     MOVE WS-GRP-HOURS-CNT   TO WS-GTL-HOURS-OUT
010300     MOVE WS-GRP-REPEAT-CNT  TO WS-GTL-REPEAT-OUT
010310     MOVE WS-GRP-RAISE-CNT   TO WS-GTL-RAISE-OUT
010320     MOVE WS-GRP-DELETE-CNT  TO WS-GTL-DELETE-OUT
010330     MOVE WS-GRP-PUBL-CNT    TO WS-GTL-PUBL-OUT
010340     MOVE WS-GRP-VOLUME-CNT  TO WS-GTL-VOLUME-OUT
010350*
010360     WRITE FS-GCHMON-REP-RECORD FROM WS-GROUP-TOTAL-LINE
010370     END-WRITE
010380     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-BLANK
010390     END-WRITE
010400*
010410     MOVE 'N' TO WS-GRP-SW
010420 3200-EXIT.
010430     EXIT.
010440*
010450 3300-START-GROUP.
010460     ADD 1 TO WS-GROUP-CNT
010470*
010480     MOVE GFO-OPERATOR TO WS-GRP-OPERATOR
010490     MOVE 0 TO WS-GRP-CNT
010500     MOVE 0 TO WS-GRP-HOURS-CNT
010510     MOVE 0 TO WS-GRP-REPEAT-CNT
010520     MOVE 0 TO WS-GRP-RAISE-CNT
010530     MOVE 0 TO WS-GRP-DELETE-CNT
010540     MOVE 0 TO WS-GRP-PUBL-CNT
010550     MOVE 0 TO WS-GRP-VOLUME-CNT
010560*
010570     MOVE 'Y' TO WS-GRP-SW
010580 3300-EXIT.
010590     EXIT.
010600*
010610****************************************************************
010620*   Print one flag and count it against its operator and its
010630*   type. THE VOLUME FLAG BELONGS TO NO ONE ENTRY, SO ITS
010640*   DATE, TIME AND STUDENT COLUMNS PRINT BLANK.
010650****************************************************************
010660 3400-WRITE-DETAIL.
010670     ADD 1 TO WS-GRP-CNT
010680*
010690     EVALUATE TRUE
010700         WHEN GFO-OFF-HOURS
010710             ADD 1 TO WS-GRP-HOURS-CNT
010720             ADD 1 TO WS-RUN-HOURS-CNT
010730             MOVE 'OFF-HOURS'      TO WS-DTL-FLAG-OUT
010740         WHEN GFO-REPEAT
010750             ADD 1 TO WS-GRP-REPEAT-CNT
010760             ADD 1 TO WS-RUN-REPEAT-CNT
010770             MOVE 'REPEAT CHANGE'  TO WS-DTL-FLAG-OUT
010780         WHEN GFO-RAISE
010790             ADD 1 TO WS-GRP-RAISE-CNT
010800             ADD 1 TO WS-RUN-RAISE-CNT
010810             MOVE 'GRADE RAISE'    TO WS-DTL-FLAG-OUT
010820         WHEN GFO-DELETE
010830             ADD 1 TO WS-GRP-DELETE-CNT
010840             ADD 1 TO WS-RUN-DELETE-CNT
010850             MOVE 'DELETE'         TO WS-DTL-FLAG-OUT
010860         WHEN GFO-PUBLISHED
010870             ADD 1 TO WS-GRP-PUBL-CNT
010880             ADD 1 TO WS-RUN-PUBL-CNT
010890             MOVE 'PUBLISHED TERM' TO WS-DTL-FLAG-OUT
010900         WHEN GFO-VOLUME
010910             ADD 1 TO WS-GRP-VOLUME-CNT
010920             ADD 1 TO WS-RUN-VOLUME-CNT
010930             MOVE 'HIGH VOLUME'    TO WS-DTL-FLAG-OUT
010940     END-EVALUATE
010950*
010960     MOVE GFO-OPERATOR    TO WS-DTL-OPER-OUT
010970     MOVE GFO-TXN-CODE    TO WS-DTL-TXN-OUT
010980     MOVE GFO-TERM-CODE   TO WS-DTL-TERM-OUT
010990     MOVE GFO-DETAIL      TO WS-DTL-DETAIL-OUT
011000*
011010     IF GFO-VOLUME
011020         MOVE SPACES          TO WS-DTL-DATE-OUT
011030         MOVE SPACES          TO WS-DTL-TIME-OUT
011040         MOVE SPACES          TO WS-DTL-ID-OUT
011050     ELSE
011060         MOVE GFO-RUN-DATE    TO WS-DTL-DATE-OUT
011070         MOVE GFO-RUN-TIME    TO WS-DTL-TIME-OUT
011080         MOVE GFO-STUDENT-ID  TO WS-DTL-ID-OUT
011090     END-IF
011100*
011110     WRITE FS-GCHMON-REP-RECORD FROM WS-DETAIL-LINE
011120     END-WRITE
011130 3400-EXIT.
011140     EXIT.
011150*
011160****************************************************************
011170*   Print the run totals - entries read and scanned, operators
011180*   flagged, and the count of each flag type.
011190****************************************************************
011200 3500-WRITE-SUMMARY.
011210     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-RULE
011220     END-WRITE
011230*
011240     MOVE 'AUDIT ENTRIES READ:'           TO WS-CNT-LABEL-OUT
011250     MOVE WS-READ-CNT                     TO WS-CNT-VALUE-OUT
011260     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011270*
011280     MOVE 'ENTRIES IN WINDOW:'            TO WS-CNT-LABEL-OUT
011290     MOVE WS-SPOOLED-CNT                  TO WS-CNT-VALUE-OUT
011300     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011310*
011320     MOVE 'OPERATORS FLAGGED:'            TO WS-CNT-LABEL-OUT
011330     MOVE WS-GROUP-CNT                    TO WS-CNT-VALUE-OUT
011340     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011350*
011360     MOVE 'TOTAL FLAGS:'                  TO WS-CNT-LABEL-OUT
011370     MOVE WS-FLAG-CNT                     TO WS-CNT-VALUE-OUT
011380     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011390*
011400     MOVE 'H  OUTSIDE BUSINESS HOURS:'    TO WS-CNT-LABEL-OUT
011410     MOVE WS-RUN-HOURS-CNT                TO WS-CNT-VALUE-OUT
011420     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011430*
011440     MOVE 'R  REPEAT CHANGE IN WINDOW:'   TO WS-CNT-LABEL-OUT
011450     MOVE WS-RUN-REPEAT-CNT               TO WS-CNT-VALUE-OUT
011460     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011470*
011480     MOVE 'I  RAISE OVER THRESHOLD:'      TO WS-CNT-LABEL-OUT
011490     MOVE WS-RUN-RAISE-CNT                TO WS-CNT-VALUE-OUT
011500     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011510*
011520     MOVE 'D  DELETES:'                   TO WS-CNT-LABEL-OUT
011530     MOVE WS-RUN-DELETE-CNT               TO WS-CNT-VALUE-OUT
011540     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011550*
011560     MOVE 'P  PUBLISHED-TERM CHANGES:'    TO WS-CNT-LABEL-OUT
011570     MOVE WS-RUN-PUBL-CNT                 TO WS-CNT-VALUE-OUT
011580     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011590*
011600     MOVE 'V  HIGH-VOLUME OPERATORS:'     TO WS-CNT-LABEL-OUT
011610     MOVE WS-RUN-VOLUME-CNT               TO WS-CNT-VALUE-OUT
011620     PERFORM 3510-WRITE-COUNT-LINE THRU 3510-EXIT
011630 3500-EXIT.
011640     EXIT.
011650*
011660 3510-WRITE-COUNT-LINE.
011670     WRITE FS-GCHMON-REP-RECORD FROM WS-GCHMON-COUNT-LINE
011680     END-WRITE
011690 3510-EXIT.
011700     EXIT.
011710*
011720****************************************************************
011730*   Append this run's control record to the cumulative RUN-LOG.
011740*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
011750*   ITSELF THE FAILURE MARKER.
011760****************************************************************
011770 9995-WRITE-RUN-LOG.
011780     OPEN EXTEND FS-RUN-LOG
011790*
011800     IF RUN-LOG-NOT-FOUND
011810         OPEN OUTPUT FS-RUN-LOG
011820     END-IF
011830*
011840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011850     ACCEPT WS-RUN-END-TIME FROM TIME
011860*
011870     MOVE 'GCHMON'           TO RNL-PROGRAM
011880     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
011890     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
011900     MOVE SPACES             TO RNL-TERM-CODE
011910     MOVE WS-READ-CNT        TO RNL-READ-CNT
011920     MOVE WS-SPOOLED-CNT     TO RNL-VALID-CNT
011930     MOVE 0                  TO RNL-REJECT-CNT
011940     MOVE WS-FLAG-CNT        TO RNL-REPORT-CNT
011950     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
011960*
011970     WRITE FS-RUN-LOG-RECORD
011980     END-WRITE
011990*
012000     CLOSE FS-RUN-LOG
012010 9995-EXIT.
012020     EXIT.
012030*
012040 END PROGRAM GCHMON.
