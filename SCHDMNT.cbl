000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM
000070*              SCHEDULE-TRANS TO THE INDEXED SECTION-SCHEDULE
000080*              KEYED BY TERM + COURSE CODE + SECTION CODE - ONE
000090*              RECORD PER OFFERED SECTION CARRYING ITS ASSIGNED
000100*              INSTRUCTOR AND EXPECTED ENROLLMENT. GRDSTAT.cbl
000110*              COMPARES THE SCHEDULE WITH THE GRADES THAT ARRIVED
000120*              ON COURSE-INPUT. WHEN A COURSE-CATALOG IS ON FILE
000130*              A SECTION OF A COURSE NOT IN IT IS REJECTED.
000140*              REJECTED TRANSACTIONS ARE COUNTED AND LISTED ON
000150*              SCHDMNT-REPORT.txt ALONG WITH THE APPLIED TOTALS.
000160* TECTONICS:   cobc
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-10-15  DV   INITIAL VERSION.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. SCHDMNT.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270****************************************************************
000280*    INDEXED SECTION SCHEDULE - ONE RECORD PER TERM + COURSE +
000290*    SECTION. CREATED ON FIRST RUN IF IT DOES NOT EXIST YET.
000300*    LAYOUT IS SHARED WITH GRDSTAT.cbl AND MUST STAY IN STEP.
000310****************************************************************
000320     SELECT FS-SECTION-SCHEDULE ASSIGN 'SECTION-SCHEDULE'
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS SCH-SCHED-KEY
000360         FILE STATUS IS WS-SCHED-STATUS.
000370*
000380     SELECT FS-SCHEDULE-TRANS ASSIGN 'SCHEDULE-TRANS'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-TRANS-STATUS.
000410*
000420****************************************************************
000430*    INDEXED COURSE CATALOG MAINTAINED BY CATMAINT.cbl - READ
000440*    RANDOMLY TO CONFIRM A SCHEDULED COURSE EXISTS. OPTIONAL:
000450*    NO CATALOG, NO COURSE-CODE CHECK.
000460****************************************************************
000470     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS CAT-COURSE-CODE
000510         FILE STATUS IS WS-CATALOG-STATUS.
000520*
000530     SELECT FS-SCHDMNT-REPORT ASSIGN 'SCHDMNT-REPORT.txt'
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550*
000560****************************************************************
000570*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000580*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000590****************************************************************
000600     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RUN-LOG-STATUS.
000630**
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  FS-SECTION-SCHEDULE.
000670 01  FS-SCHEDULE-RECORD.
000680     05  SCH-SCHED-KEY.
000690         10  SCH-TERM-CODE    PIC X(05).
000700         10  SCH-COURSE-CODE  PIC X(10).
000710         10  SCH-SECTION-CODE PIC X(03).
000720     05  SCH-INSTRUCTOR-ID    PIC X(10).
000730     05  SCH-EXPECTED-ENROLL  PIC 9(03).
000740*
000750****************************************************************
000760*    TRANSACTION FILE - ONE ADD/CHANGE/DELETE PER LINE. FIELDS
000770*    AFTER STN-SECTION-CODE ARE IGNORED ON A DELETE TRANSACTION.
000780****************************************************************
000790 FD  FS-SCHEDULE-TRANS.
000800 01  FS-SCHEDTRANS-RECORD.
000810     05  STN-TXN-CODE         PIC X(01).
000820         88  STN-ADD                          VALUE 'A'.
000830         88  STN-CHANGE                       VALUE 'C'.
000840         88  STN-DELETE                       VALUE 'D'.
000850     05  STN-TERM-CODE        PIC X(05).
000860     05  STN-COURSE-CODE      PIC X(10).
000870     05  STN-SECTION-CODE     PIC X(03).
000880     05  STN-INSTRUCTOR-ID    PIC X(10).
000890     05  STN-EXPECTED-ENROLL  PIC 9(03).
000900*
000910 FD  FS-COURSE-CATALOG.
000920 01  FS-CATALOG-RECORD.
000930     05  CAT-COURSE-CODE      PIC X(10).
000940     05  CAT-COURSE-TITLE     PIC X(20).
000950     05  CAT-CREDIT-HOURS     PIC 9(02).
000960     05  CAT-DEPARTMENT       PIC X(04).
000970*
000980 FD  FS-SCHDMNT-REPORT
000990     RECORDING MODE IS F
001000     RECORD CONTAINS 75 CHARACTERS.
001010 01  FS-SCHDMNT-REP-RECORD   PIC X(75).
001020*
001030 FD  FS-RUN-LOG.
001040 01  FS-RUN-LOG-RECORD.
001050     05  RNL-PROGRAM          PIC X(08).
001060     05  RNL-RUN-DATE         PIC 9(08).
001070     05  RNL-RUN-TIME         PIC 9(06).
001080     05  RNL-TERM-CODE        PIC X(05).
001090     05  RNL-READ-CNT         PIC 9(05).
001100     05  RNL-VALID-CNT        PIC 9(05).
001110     05  RNL-REJECT-CNT       PIC 9(05).
001120     05  RNL-REPORT-CNT       PIC 9(05).
001130     05  RNL-RUN-STATUS       PIC X(08).
001140**
001150 WORKING-STORAGE SECTION.
001160 01  WS-SCHED-STATUS          PIC X(02).
001170     88  SCHED-OK                             VALUE '00'.
001180     88  SCHED-NOT-FOUND                      VALUE '35'.
001190*
001200 01  WS-TRANS-STATUS          PIC X(02).
001210     88  TRANS-EOF                            VALUE '10'.
001220*
001230 01  WS-CATALOG-STATUS        PIC X(02).
001240     88  CATALOG-OK                           VALUE '00'.
001250*
001260 01  WS-CATALOG-ON-SW         PIC X(01)              VALUE 'N'.
001270     88  CATALOG-ON                           VALUE 'Y'.
001280*
001290 01  WS-RUN-LOG-STATUS        PIC X(02).
001300     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001310*
001320 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001330 01  WS-RUN-END-TIME.
001340     05  WS-RUN-END-HHMMSS    PIC 9(06).
001350     05  FILLER               PIC 9(02).
001360*
001370 01  WS-TXN-COUNT-ADD         PIC 9(05) COMP-3        VALUE 0.
001380 01  WS-TXN-COUNT-CHG         PIC 9(05) COMP-3        VALUE 0.
001390 01  WS-TXN-COUNT-DEL         PIC 9(05) COMP-3        VALUE 0.
001400 01  WS-TXN-COUNT-REJ         PIC 9(05) COMP-3        VALUE 0.
001410*
001420 01  WS-SCHDMNT-HEADER.
001430     05  FILLER               PIC X(75) VALUE
001440         'SECTION-SCHEDULE MAINTENANCE RUN'.
001450*
001460 01  WS-SCHDMNT-RULE.
001470     05  FILLER               PIC X(75) VALUE ALL '-'.
001480*
001490 01  WS-SCHDMNT-REJECT-LINE.
001500     05  FILLER               PIC X(09) VALUE 'REJECTED-'.
001510     05  WS-REJ-CODE-OUT      PIC X(01).
001520     05  FILLER               PIC X(02) VALUE SPACE.
001530     05  WS-REJ-TERM-OUT      PIC X(05).
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  WS-REJ-CRS-OUT       PIC X(10).
001560     05  FILLER               PIC X(01) VALUE SPACE.
001570     05  WS-REJ-SECT-OUT      PIC X(03).
001580     05  FILLER               PIC X(01) VALUE SPACE.
001590     05  WS-REJ-REASON-OUT    PIC X(42).
001600*
001610 01  WS-SCHDMNT-COUNT-LINE.
001620     05  FILLER               PIC X(20) VALUE SPACES.
001630     05  WS-CNT-LABEL-OUT     PIC X(20).
001640     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
001650     05  FILLER               PIC X(30) VALUE SPACES.
001660**
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001700     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
001710     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001720         UNTIL TRANS-EOF
001730     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001740     PERFORM 9999-TERMINATE THRU 9999-EXIT
001750     STOP RUN.
001760*
001770****************************************************************
001780*   Open the transaction and report files, and open the schedule
001790*   I-O - creating it first if this is the very first run.
001800****************************************************************
001810 1000-OPEN-FILES.
001820     MOVE SPACES TO WS-SCHED-STATUS
001830*
001840     OPEN I-O FS-SECTION-SCHEDULE
001850*
001860     IF SCHED-NOT-FOUND
001870         OPEN OUTPUT FS-SECTION-SCHEDULE
001880         CLOSE FS-SECTION-SCHEDULE
001890         OPEN I-O FS-SECTION-SCHEDULE
001900     END-IF
001910*
001920     OPEN INPUT FS-SCHEDULE-TRANS
001930*
001940*    A MISSING OR UNREADABLE TRANSACTION DECK IS TREATED AS AN
001950*    EMPTY ONE - THE RUN STILL PRINTS A ZERO-COUNT SUMMARY
001960*    INSTEAD OF SPINNING ON AN UNOPENED FILE.
001970     IF WS-TRANS-STATUS NOT EQUAL '00'
001980         MOVE '10' TO WS-TRANS-STATUS
001990     END-IF
002000*
002010*    THE CATALOG IS OPTIONAL - WITHOUT ONE ANY COURSE CODE IS
002020*    TAKEN AS KEYED.
002030     MOVE SPACES TO WS-CATALOG-STATUS
002040     OPEN INPUT FS-COURSE-CATALOG
002050*
002060     IF CATALOG-OK
002070         MOVE 'Y' TO WS-CATALOG-ON-SW
002080     END-IF
002090*
002100     OPEN OUTPUT FS-SCHDMNT-REPORT
002110*
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002130 1000-EXIT.
002140     EXIT.
002150*
002160 1100-WRITE-HEADER.
002170     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-HEADER
002180     END-WRITE
002190*
002200     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-RULE
002210     END-WRITE
002220 1100-EXIT.
002230     EXIT.
002240*
002250****************************************************************
002260*   Read one transaction and route it to the add/change/delete
002270*   paragraph for its code, or reject it if the code is none of
002280*   those three.
002290****************************************************************
002300 2000-APPLY-TRANSACTIONS.
002310     READ FS-SCHEDULE-TRANS
002320     NOT AT END
002330         EVALUATE TRUE
002340             WHEN STN-ADD
002350                 PERFORM 2100-ADD-SECTION THRU 2100-EXIT
002360             WHEN STN-CHANGE
002370                 PERFORM 2200-CHANGE-SECTION THRU 2200-EXIT
002380             WHEN STN-DELETE
002390                 PERFORM 2300-DELETE-SECTION THRU 2300-EXIT
002400             WHEN OTHER
002410                 MOVE 'INVALID TRANSACTION CODE' TO
002420                     WS-REJ-REASON-OUT
002430                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002440         END-EVALUATE
002450     END-READ
002460 2000-EXIT.
002470     EXIT.
002480*
002490****************************************************************
002500*   The key edit every code shares - no part of the key may be
002510*   blank.
002520****************************************************************
002530 2040-EDIT-SCHEDULE-KEY.
002540     IF STN-TERM-CODE EQUAL SPACES
002550         MOVE 'BLANK TERM-CODE' TO WS-REJ-REASON-OUT
002560     ELSE
002570     IF STN-COURSE-CODE EQUAL SPACES
002580         MOVE 'BLANK COURSE-CODE' TO WS-REJ-REASON-OUT
002590     ELSE
002600         IF STN-SECTION-CODE EQUAL SPACES
002610             MOVE 'BLANK SECTION-CODE' TO WS-REJ-REASON-OUT
002620         END-IF
002630     END-IF
002640     END-IF
002650 2040-EXIT.
002660     EXIT.
002670*
002680****************************************************************
002690*   Shared field edits for ADD and CHANGE - A SECTION NOBODY IS
002700*   ASSIGNED TO CAN NEVER BE CHASED, AND A ZERO EXPECTED
002710*   ENROLLMENT WOULD HIDE EVERY SHORT SUBMISSION.
002720****************************************************************
002730 2050-EDIT-SCHEDULE-FIELDS.
002740     PERFORM 2040-EDIT-SCHEDULE-KEY THRU 2040-EXIT
002750*
002760     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
002770         GO TO 2050-EXIT
002780     END-IF
002790*
002800     IF STN-INSTRUCTOR-ID EQUAL SPACES
002810         MOVE 'BLANK INSTRUCTOR-ID' TO WS-REJ-REASON-OUT
002820         GO TO 2050-EXIT
002830     END-IF
002840*
002850     IF STN-EXPECTED-ENROLL IS NOT NUMERIC
002860             OR STN-EXPECTED-ENROLL EQUAL 0
002870         MOVE 'EXPECTED ENROLLMENT MUST BE 001-999' TO
002880             WS-REJ-REASON-OUT
002890         GO TO 2050-EXIT
002900     END-IF
002910*
002920     IF CATALOG-ON
002930         MOVE STN-COURSE-CODE TO CAT-COURSE-CODE
002940         READ FS-COURSE-CATALOG
002950             INVALID KEY
002960                 MOVE 'COURSE-CODE NOT IN CATALOG' TO
002970                     WS-REJ-REASON-OUT
002980         END-READ
002990     END-IF
003000 2050-EXIT.
003010     EXIT.
003020*
003030 2100-ADD-SECTION.
003040     MOVE SPACES TO WS-REJ-REASON-OUT
003050*
003060     PERFORM 2050-EDIT-SCHEDULE-FIELDS THRU 2050-EXIT
003070*
003080     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003090         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003100     ELSE
003110         MOVE STN-TERM-CODE       TO SCH-TERM-CODE
003120         MOVE STN-COURSE-CODE     TO SCH-COURSE-CODE
003130         MOVE STN-SECTION-CODE    TO SCH-SECTION-CODE
003140         MOVE STN-INSTRUCTOR-ID   TO SCH-INSTRUCTOR-ID
003150         MOVE STN-EXPECTED-ENROLL TO SCH-EXPECTED-ENROLL
003160*
003170         WRITE FS-SCHEDULE-RECORD
003180             INVALID KEY
003190                 MOVE 'DUPLICATE SECTION ON ADD' TO
003200                     WS-REJ-REASON-OUT
003210                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003220             NOT INVALID KEY
003230                 ADD 1 TO WS-TXN-COUNT-ADD
003240         END-WRITE
003250     END-IF
003260 2100-EXIT.
003270     EXIT.
003280*
003290 2200-CHANGE-SECTION.
003300     MOVE SPACES TO WS-REJ-REASON-OUT
003310*
003320     PERFORM 2050-EDIT-SCHEDULE-FIELDS THRU 2050-EXIT
003330*
003340     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003350         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003360     ELSE
003370         MOVE STN-TERM-CODE    TO SCH-TERM-CODE
003380         MOVE STN-COURSE-CODE  TO SCH-COURSE-CODE
003390         MOVE STN-SECTION-CODE TO SCH-SECTION-CODE
003400*
003410         READ FS-SECTION-SCHEDULE
003420             INVALID KEY
003430                 MOVE 'SECTION NOT ON FILE FOR CHANGE' TO
003440                     WS-REJ-REASON-OUT
003450                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003460             NOT INVALID KEY
003470                 MOVE STN-INSTRUCTOR-ID   TO SCH-INSTRUCTOR-ID
003480                 MOVE STN-EXPECTED-ENROLL TO SCH-EXPECTED-ENROLL
003490                 REWRITE FS-SCHEDULE-RECORD
003500                     INVALID KEY
003510                         MOVE 'REWRITE FAILED ON CHANGE' TO
003520                             WS-REJ-REASON-OUT
003530                         PERFORM 2400-REJECT-TRANSACTION
003540                             THRU 2400-EXIT
003550                     NOT INVALID KEY
003560                         ADD 1 TO WS-TXN-COUNT-CHG
003570                 END-REWRITE
003580         END-READ
003590     END-IF
003600 2200-EXIT.
003610     EXIT.
003620*
003630 2300-DELETE-SECTION.
003640     MOVE SPACES TO WS-REJ-REASON-OUT
003650*
003660     PERFORM 2040-EDIT-SCHEDULE-KEY THRU 2040-EXIT
003670*
003680     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003690         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003700         GO TO 2300-EXIT
003710     END-IF
003720*
003730     MOVE STN-TERM-CODE    TO SCH-TERM-CODE
003740     MOVE STN-COURSE-CODE  TO SCH-COURSE-CODE
003750     MOVE STN-SECTION-CODE TO SCH-SECTION-CODE
003760*
003770     READ FS-SECTION-SCHEDULE
003780         INVALID KEY
003790             MOVE 'SECTION NOT ON FILE FOR DELETE' TO
003800                 WS-REJ-REASON-OUT
003810             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003820         NOT INVALID KEY
003830             DELETE FS-SECTION-SCHEDULE
003840                 INVALID KEY
003850                     MOVE 'DELETE FAILED' TO WS-REJ-REASON-OUT
003860                     PERFORM 2400-REJECT-TRANSACTION
003870                         THRU 2400-EXIT
003880                 NOT INVALID KEY
003890                     ADD 1 TO WS-TXN-COUNT-DEL
003900             END-DELETE
003910     END-READ
003920 2300-EXIT.
003930     EXIT.
003940*
003950****************************************************************
003960*   Log a rejected transaction to the report and bump the
003970*   reject count instead of letting a bad transaction abend the
003980*   run or apply itself silently.
003990****************************************************************
004000 2400-REJECT-TRANSACTION.
004010     ADD 1 TO WS-TXN-COUNT-REJ
004020*
004030     MOVE STN-TXN-CODE     TO WS-REJ-CODE-OUT
004040     MOVE STN-TERM-CODE    TO WS-REJ-TERM-OUT
004050     MOVE STN-COURSE-CODE  TO WS-REJ-CRS-OUT
004060     MOVE STN-SECTION-CODE TO WS-REJ-SECT-OUT
004070*
004080     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-REJECT-LINE
004090     END-WRITE
004100 2400-EXIT.
004110     EXIT.
004120*
004130****************************************************************
004140*   Print the applied/rejected transaction totals for the run.
004150****************************************************************
004160 3000-WRITE-SUMMARY.
004170     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-RULE
004180     END-WRITE
004190*
004200     MOVE 'SECTIONS ADDED:'    TO WS-CNT-LABEL-OUT
004210     MOVE WS-TXN-COUNT-ADD     TO WS-CNT-VALUE-OUT
004220     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-COUNT-LINE
004230     END-WRITE
004240*
004250     MOVE 'SECTIONS CHANGED:'  TO WS-CNT-LABEL-OUT
004260     MOVE WS-TXN-COUNT-CHG     TO WS-CNT-VALUE-OUT
004270     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-COUNT-LINE
004280     END-WRITE
004290*
004300     MOVE 'SECTIONS DELETED:'  TO WS-CNT-LABEL-OUT
004310     MOVE WS-TXN-COUNT-DEL     TO WS-CNT-VALUE-OUT
004320     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-COUNT-LINE
004330     END-WRITE
004340*
004350     MOVE 'TRANSACTIONS REJ.:' TO WS-CNT-LABEL-OUT
004360     MOVE WS-TXN-COUNT-REJ     TO WS-CNT-VALUE-OUT
004370     WRITE FS-SCHDMNT-REP-RECORD FROM WS-SCHDMNT-COUNT-LINE
004380     END-WRITE
004390 3000-EXIT.
004400     EXIT.
004410*
004420 9999-TERMINATE.
004430     CLOSE FS-SECTION-SCHEDULE, FS-SCHEDULE-TRANS
004440     CLOSE FS-SCHDMNT-REPORT
004450*
004460     IF CATALOG-ON
004470         CLOSE FS-COURSE-CATALOG
004480     END-IF
004490*
004500     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
004510 9999-EXIT.
004520     EXIT.
004530*
004540****************************************************************
004550*   Append this run's control record to the cumulative RUN-LOG.
004560*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
004570*   ITSELF THE FAILURE MARKER.
004580****************************************************************
004590 9995-WRITE-RUN-LOG.
004600     OPEN EXTEND FS-RUN-LOG
004610*
004620     IF RUN-LOG-NOT-FOUND
004630         OPEN OUTPUT FS-RUN-LOG
004640     END-IF
004650*
004660     ACCEPT WS-RUN-END-TIME FROM TIME
004670*
004680     MOVE 'SCHDMNT'          TO RNL-PROGRAM
004690     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
004700     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
004710     MOVE SPACES             TO RNL-TERM-CODE
004720*
004730     COMPUTE RNL-READ-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
004740         + WS-TXN-COUNT-DEL + WS-TXN-COUNT-REJ
004750     END-COMPUTE
004760     COMPUTE RNL-VALID-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
004770         + WS-TXN-COUNT-DEL
004780     END-COMPUTE
004790     MOVE WS-TXN-COUNT-REJ   TO RNL-REJECT-CNT
004800     MOVE 0                  TO RNL-REPORT-CNT
004810     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
004820*
004830     WRITE FS-RUN-LOG-RECORD
004840     END-WRITE
004850*
004860     CLOSE FS-RUN-LOG
004870 9995-EXIT.
004880     EXIT.
004890*
004900 END PROGRAM SCHDMNT.
