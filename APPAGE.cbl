000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     AGING REPORT OF OPEN GRADE APPEALS. READS THE
000070*              GRADE-APPEALS FILE KEPT BY APPEALMT.cbl AND LISTS
000080*              EVERY CASE STILL FILED OR UNDER REVIEW WHOSE AGE IN
000090*              DAYS SINCE FILING IS PAST THE POLICY DEADLINE ON
000100*              THE APPAGE-PARM CARD, WITH ITS REVIEWER AND THE
000110*              DAYS OVERDUE, SO NO APPEAL SITS FORGOTTEN. NO CARD
000120*              MEANS THE 30-DAY POLICY AGED AS OF TODAY.
000130* TECTONICS:   cobc
000140*-----------------------------------------------------------------
000150* MODIFICATION HISTORY
000160*   DATE       INIT  DESCRIPTION
000170*   2026-10-15  DV   INITIAL VERSION.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPAGE.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240****************************************************************
000250*    INDEXED APPEAL FILE MAINTAINED BY APPEALMT.cbl - READ IN
000260*    KEY ORDER (TERM, STUDENT, COURSE).
000270****************************************************************
000280     SELECT FS-GRADE-APPEALS ASSIGN 'GRADE-APPEALS'
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS APL-APPEAL-KEY
000320         FILE STATUS IS WS-APPEAL-STATUS.
000330*
000340****************************************************************
000350*    CONTROL CARD (OPTIONAL) - THE DEADLINE IN DAYS AND THE
000360*    AS-OF DATE TO AGE FROM. A ZERO OR MISSING FIELD TAKES THE
000370*    DEFAULT (30 DAYS, TODAY).
000380****************************************************************
000390     SELECT FS-APPAGE-PARM ASSIGN 'APPAGE-PARM'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-STATUS.
000420*
000430     SELECT FS-APPAGE-REPORT ASSIGN 'APPEAL-AGING.txt'
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450*
000460****************************************************************
000470*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000480*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000490****************************************************************
000500     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-RUN-LOG-STATUS.
000530**
000540 DATA DIVISION.
000550 FILE SECTION.
000560****************************************************************
000570*    APPEAL RECORD - SAME LAYOUT APPEALMT.cbl WRITES, WHICH MUST
000580*    STAY IN STEP.
000590****************************************************************
000600 FD  FS-GRADE-APPEALS.
000610 01  FS-APPEAL-RECORD.
000620     05  APL-APPEAL-KEY.
000630         10  APL-TERM-CODE    PIC X(05).
000640         10  APL-STUDENT-ID   PIC 9(05).
000650         10  APL-COURSE-CODE  PIC X(10).
000660     05  APL-FILED-DATE       PIC 9(08).
000670     05  APL-REASON           PIC X(40).
000680     05  APL-REVIEWER         PIC X(03).
000690     05  APL-CASE-STATUS      PIC X(01).
000700         88  APL-FILED                        VALUE 'F'.
000710         88  APL-UNDER-REVIEW                 VALUE 'U'.
000720         88  APL-CASE-OPEN                    VALUES 'F' 'U'.
000730     05  APL-DECISION-DATE    PIC 9(08).
000740     05  APL-DISPUTED-GRADE   PIC 9(03)V99.
000750     05  APL-REVISED-GRADE    PIC 9(03)V99.
000760     05  APL-SUPV-AUTH        PIC X(03).
000770*
000780 FD  FS-APPAGE-PARM.
000790 01  FS-APPAGE-PARM-RECORD.
000800     05  PRM-DEADLINE-DAYS    PIC 9(03).
000810     05  PRM-AS-OF-DATE       PIC 9(08).
000820*
000830 FD  FS-APPAGE-REPORT
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 80 CHARACTERS.
000860 01  FS-APPAGE-REP-RECORD    PIC X(80).
000870*
000880 FD  FS-RUN-LOG.
000890 01  FS-RUN-LOG-RECORD.
000900     05  RNL-PROGRAM          PIC X(08).
000910     05  RNL-RUN-DATE         PIC 9(08).
000920     05  RNL-RUN-TIME         PIC 9(06).
000930     05  RNL-TERM-CODE        PIC X(05).
000940     05  RNL-READ-CNT         PIC 9(05).
000950     05  RNL-VALID-CNT        PIC 9(05).
000960     05  RNL-REJECT-CNT       PIC 9(05).
000970     05  RNL-REPORT-CNT       PIC 9(05).
000980     05  RNL-RUN-STATUS       PIC X(08).
000990**
001000 WORKING-STORAGE SECTION.
001010 01  WS-APPEAL-STATUS         PIC X(02).
001020     88  APPEAL-OK                            VALUE '00'.
001030     88  APPEAL-EOF                           VALUE '10'.
001040*
001050 01  WS-APPEAL-ON-SW          PIC X(01)              VALUE 'N'.
001060     88  APPEAL-ON                            VALUE 'Y'.
001070*
001080 01  WS-PARM-STATUS           PIC X(02).
001090     88  PARM-OK                              VALUE '00'.
001100*
001110 01  WS-RUN-LOG-STATUS        PIC X(02).
001120     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001130*
001140 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001150 01  WS-RUN-END-TIME.
001160     05  WS-RUN-END-HHMMSS    PIC 9(06).
001170     05  FILLER               PIC 9(02).
001180*
001190*    THE POLICY DEADLINE AND THE DATE THE CASES ARE AGED TO.
001200 01  WS-DEADLINE-DAYS         PIC 9(03)              VALUE 30.
001210 01  WS-AS-OF-DATE            PIC 9(08)              VALUE 0.
001220*
001230*    DAY NUMBERS FOR THE AGE ARITHMETIC - AN UNKEYABLE FILING
001240*    DATE AGES AS ZERO RATHER THAN AS A NONSENSE FIGURE.
001250 01  WS-AS-OF-DAYNO           PIC 9(07)              VALUE 0.
001260 01  WS-FILED-DAYNO           PIC 9(07)              VALUE 0.
001270 01  WS-AGE-DAYS              PIC 9(05)              VALUE 0.
001280 01  WS-OVER-DAYS             PIC 9(05)              VALUE 0.
001290*
001300 01  WS-READ-CNT              PIC 9(05) COMP-3       VALUE 0.
001310 01  WS-OVERDUE-CNT           PIC 9(05) COMP-3       VALUE 0.
001320 01  WS-CURRENT-CNT           PIC 9(05) COMP-3       VALUE 0.
001330 01  WS-DECIDED-CNT           PIC 9(05) COMP-3       VALUE 0.
001340*
001350 01  WS-APPAGE-HEADER1.
001360     05  FILLER               PIC X(30) VALUE
001370         'OPEN GRADE APPEALS - AGING'.
001380     05  FILLER               PIC X(50) VALUE SPACES.
001390*
001400 01  WS-APPAGE-HEADER2.
001410     05  FILLER               PIC X(16) VALUE
001420         'PAST DEADLINE OF'.
001430     05  WS-HDR-DAYS-OUT      PIC ZZ9.
001440     05  FILLER               PIC X(14) VALUE
001450         ' DAYS AS OF '.
001460     05  WS-HDR-DATE-OUT      PIC 9(08).
001470     05  FILLER               PIC X(39) VALUE SPACES.
001480*
001490 01  WS-APPAGE-HEADER3.
001500     05  FILLER               PIC X(06) VALUE 'TERM'.
001510     05  FILLER               PIC X(06) VALUE 'ID.'.
001520     05  FILLER               PIC X(11) VALUE 'COURSE'.
001530     05  FILLER               PIC X(10) VALUE 'FILED'.
001540     05  FILLER               PIC X(13) VALUE 'STATUS'.
001550     05  FILLER               PIC X(05) VALUE 'REV'.
001560     05  FILLER               PIC X(06) VALUE '  AGE'.
001570     05  FILLER               PIC X(06) VALUE ' OVER'.
001580     05  FILLER               PIC X(17) VALUE SPACES.
001590*
001600 01  WS-APPAGE-RULE.
001610     05  FILLER               PIC X(80) VALUE ALL '-'.
001620*
001630 01  WS-APPAGE-DETAIL-LINE.
001640     05  WS-DET-TERM-OUT      PIC X(05).
001650     05  FILLER               PIC X(01) VALUE SPACE.
001660     05  WS-DET-ID-OUT        PIC 9(05).
001670     05  FILLER               PIC X(01) VALUE SPACE.
001680     05  WS-DET-COURSE-OUT    PIC X(10).
001690     05  FILLER               PIC X(01) VALUE SPACE.
001700     05  WS-DET-FILED-OUT     PIC 9(08).
001710     05  FILLER               PIC X(02) VALUE SPACES.
001720     05  WS-DET-STATUS-OUT    PIC X(12).
001730     05  FILLER               PIC X(01) VALUE SPACE.
001740     05  WS-DET-REVIEWER-OUT  PIC X(03).
001750     05  FILLER               PIC X(02) VALUE SPACES.
001760     05  WS-DET-AGE-OUT       PIC ZZZZ9.
001770     05  FILLER               PIC X(01) VALUE SPACE.
001780     05  WS-DET-OVER-OUT      PIC ZZZZ9.
001790     05  FILLER               PIC X(18) VALUE SPACES.
001800*
001810*    THE REASON ON ITS OWN LINE UNDER THE CASE.
001820 01  WS-APPAGE-REASON-LINE.
001830     05  FILLER               PIC X(12) VALUE SPACES.
001840     05  FILLER               PIC X(08) VALUE 'REASON: '.
001850     05  WS-DET-REASON-OUT    PIC X(40).
001860     05  FILLER               PIC X(20) VALUE SPACES.
001870*
001880 01  WS-APPAGE-COUNT-LINE.
001890     05  FILLER               PIC X(05) VALUE SPACES.
001900     05  WS-CNT-LABEL-OUT     PIC X(26).
001910     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
001920     05  FILLER               PIC X(44) VALUE SPACES.
001930**
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-READ-PARM THRU 1000-EXIT
001970     PERFORM 1100-OPEN-FILES THRU 1100-EXIT
001980     PERFORM 2000-READ-APPEAL-LOOP THRU 2000-EXIT
001990         UNTIL NOT APPEAL-OK
002000     PERFORM 3000-WRITE-FOOTER THRU 3000-EXIT
002010     PERFORM 9999-TERMINATE THRU 9999-EXIT
002020     STOP RUN.
002030*
002040****************************************************************
002050*   The control card is optional - either field left zero (or
002060*   no card at all) takes the default: 30 days, aged to today.
002070****************************************************************
002080 1000-READ-PARM.
002090     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002100     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
002110*
002120     MOVE SPACES TO WS-PARM-STATUS
002130     OPEN INPUT FS-APPAGE-PARM
002140*
002150     IF NOT PARM-OK
002160         GO TO 1000-EXIT
002170     END-IF
002180*
002190     READ FS-APPAGE-PARM
002200         AT END
002210             MOVE ZEROS TO FS-APPAGE-PARM-RECORD
002220     END-READ
002230*
002240     IF PRM-DEADLINE-DAYS IS NUMERIC
002250             AND PRM-DEADLINE-DAYS NOT EQUAL 0
002260         MOVE PRM-DEADLINE-DAYS TO WS-DEADLINE-DAYS
002270     END-IF
002280*
002290     IF PRM-AS-OF-DATE IS NUMERIC
002300             AND PRM-AS-OF-DATE NOT EQUAL 0
002310         MOVE PRM-AS-OF-DATE TO WS-AS-OF-DATE
002320     END-IF
002330*
002340     CLOSE FS-APPAGE-PARM
002350 1000-EXIT.
002360     EXIT.
002370*
002380 1100-OPEN-FILES.
002390     MOVE SPACES TO WS-APPEAL-STATUS
002400     OPEN INPUT FS-GRADE-APPEALS
002410*
002420*    NO APPEAL FILE YET IS AN EMPTY REPORT, NOT AN ABEND.
002430     IF APPEAL-OK
002440         MOVE 'Y' TO WS-APPEAL-ON-SW
002450     ELSE
002460         MOVE '10' TO WS-APPEAL-STATUS
002470     END-IF
002480*
002490     COMPUTE WS-AS-OF-DAYNO =
002500         FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
002510     END-COMPUTE
002520*
002530     OPEN OUTPUT FS-APPAGE-REPORT
002540*
002550     MOVE WS-DEADLINE-DAYS TO WS-HDR-DAYS-OUT
002560     MOVE WS-AS-OF-DATE    TO WS-HDR-DATE-OUT
002570*
002580     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-HEADER1
002590     END-WRITE
002600     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-HEADER2
002610     END-WRITE
002620     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-RULE
002630     END-WRITE
002640     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-HEADER3
002650     END-WRITE
002660     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-RULE
002670     END-WRITE
002680 1100-EXIT.
002690     EXIT.
002700*
002710****************************************************************
002720*   One case per pass - A GRANTED OR DENIED CASE IS ONLY
002730*   COUNTED; AN OPEN CASE OLDER THAN THE DEADLINE IS LISTED; A
002740*   YOUNGER ONE IS COUNTED AS STILL WITHIN POLICY.
002750****************************************************************
002760 2000-READ-APPEAL-LOOP.
002770     READ FS-GRADE-APPEALS NEXT RECORD
002780     NOT AT END
002790         ADD 1 TO WS-READ-CNT
002800         IF NOT APL-CASE-OPEN
002810             ADD 1 TO WS-DECIDED-CNT
002820         ELSE
002830             PERFORM 2100-AGE-CASE THRU 2100-EXIT
002840             IF WS-AGE-DAYS > WS-DEADLINE-DAYS
002850                 ADD 1 TO WS-OVERDUE-CNT
002860                 PERFORM 2200-WRITE-OVERDUE-LINE THRU 2200-EXIT
002870             ELSE
002880                 ADD 1 TO WS-CURRENT-CNT
002890             END-IF
002900         END-IF
002910     END-READ
002920 2000-EXIT.
002930     EXIT.
002940*
002950****************************************************************
002960*   Days from filing to the as-of date. A FILING DATE THAT IS
002970*   NOT A REAL DATE, OR ONE AFTER THE AS-OF DATE, AGES AS ZERO.
002980****************************************************************
002990 2100-AGE-CASE.
003000     MOVE 0 TO WS-AGE-DAYS
003010     MOVE 0 TO WS-OVER-DAYS
003020*
003030     IF APL-FILED-DATE IS NOT NUMERIC
003040             OR APL-FILED-DATE EQUAL 0
003050             OR APL-FILED-DATE > WS-AS-OF-DATE
003060         GO TO 2100-EXIT
003070     END-IF
003080*
003090     COMPUTE WS-FILED-DAYNO =
003100         FUNCTION INTEGER-OF-DATE(APL-FILED-DATE)
003110     END-COMPUTE
003120*
003130     IF WS-FILED-DAYNO EQUAL 0
003140         GO TO 2100-EXIT
003150     END-IF
003160*
003170     COMPUTE WS-AGE-DAYS = WS-AS-OF-DAYNO - WS-FILED-DAYNO
003180     END-COMPUTE
003190*
003200     IF WS-AGE-DAYS > WS-DEADLINE-DAYS
003210         COMPUTE WS-OVER-DAYS = WS-AGE-DAYS - WS-DEADLINE-DAYS
003220         END-COMPUTE
003230     END-IF
003240 2100-EXIT.
003250     EXIT.
003260*
003270 2200-WRITE-OVERDUE-LINE.
003280     MOVE APL-TERM-CODE     TO WS-DET-TERM-OUT
003290     MOVE APL-STUDENT-ID    TO WS-DET-ID-OUT
003300     MOVE APL-COURSE-CODE   TO WS-DET-COURSE-OUT
003310     MOVE APL-FILED-DATE    TO WS-DET-FILED-OUT
003320     MOVE APL-REVIEWER      TO WS-DET-REVIEWER-OUT
003330     MOVE WS-AGE-DAYS       TO WS-DET-AGE-OUT
003340     MOVE WS-OVER-DAYS      TO WS-DET-OVER-OUT
003350*
003360     IF APL-UNDER-REVIEW
003370         MOVE 'UNDER REVIEW' TO WS-DET-STATUS-OUT
003380     ELSE
003390         MOVE 'FILED'        TO WS-DET-STATUS-OUT
003400     END-IF
003410*
003420     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-DETAIL-LINE
003430     END-WRITE
003440*
003450     MOVE APL-REASON        TO WS-DET-REASON-OUT
003460     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-REASON-LINE
003470     END-WRITE
003480 2200-EXIT.
003490     EXIT.
003500*
003510 3000-WRITE-FOOTER.
003520     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-RULE
003530     END-WRITE
003540*
003550     MOVE 'OPEN PAST DEADLINE:      ' TO WS-CNT-LABEL-OUT
003560     MOVE WS-OVERDUE-CNT             TO WS-CNT-VALUE-OUT
003570     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-COUNT-LINE
003580     END-WRITE
003590*
003600     MOVE 'OPEN WITHIN DEADLINE:    ' TO WS-CNT-LABEL-OUT
003610     MOVE WS-CURRENT-CNT             TO WS-CNT-VALUE-OUT
003620     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-COUNT-LINE
003630     END-WRITE
003640*
003650     MOVE 'DECIDED (NOT AGED):      ' TO WS-CNT-LABEL-OUT
003660     MOVE WS-DECIDED-CNT             TO WS-CNT-VALUE-OUT
003670     WRITE FS-APPAGE-REP-RECORD FROM WS-APPAGE-COUNT-LINE
003680     END-WRITE
003690 3000-EXIT.
003700     EXIT.
003710*
003720 9999-TERMINATE.
003730     IF APPEAL-ON
003740         CLOSE FS-GRADE-APPEALS
003750     END-IF
003760*
003770     CLOSE FS-APPAGE-REPORT
003780*
003790     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
003800 9999-EXIT.
003810     EXIT.
003820*
003830****************************************************************
003840*   Append this run's control record to the cumulative RUN-LOG.
003850*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
003860*   ITSELF THE FAILURE MARKER.
003870****************************************************************
003880 9995-WRITE-RUN-LOG.
003890     OPEN EXTEND FS-RUN-LOG
003900*
003910     IF RUN-LOG-NOT-FOUND
003920         OPEN OUTPUT FS-RUN-LOG
003930     END-IF
003940*
003950     ACCEPT WS-RUN-END-TIME FROM TIME
003960*
003970     MOVE 'APPAGE'           TO RNL-PROGRAM
003980     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
003990     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
004000     MOVE SPACES             TO RNL-TERM-CODE
004010     MOVE WS-READ-CNT        TO RNL-READ-CNT
004020     COMPUTE RNL-VALID-CNT = WS-OVERDUE-CNT + WS-CURRENT-CNT
004030     END-COMPUTE
004040     MOVE 0                  TO RNL-REJECT-CNT
004050     MOVE WS-OVERDUE-CNT     TO RNL-REPORT-CNT
004060     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
004070*
004080     WRITE FS-RUN-LOG-RECORD
004090     END-WRITE
004100*
004110     CLOSE FS-RUN-LOG
004120 9995-EXIT.
004130     EXIT.
004140*
004150 END PROGRAM APPAGE.
