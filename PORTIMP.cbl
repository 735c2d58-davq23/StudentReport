000280*                    STUDENT-TRANS DECK MUST SURVIVE AN IMPORT.
000290*                    END OF JOB NOW APPENDS A RUN-CONTROL RECORD
000300*                    SO NIGHTRUN.cbl CAN SEQUENCE THIS STEP.
000310*   2026-10-15  DV   A STUDENT-ID RETIRED BY IDMERGE.cbl IS
000320*                    TRANSLATED THROUGH ID-XREF TO ITS SURVIVOR ON
000330*                    BOTH ROW SHAPES BEFORE THE DECK RECORD IS
000340*                    WRITTEN; THE FOOTER COUNTS THE TRANSLATIONS.
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PORTIMP.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT FS-PORTAL-EXPORT ASSIGN 'PORTAL-EXPORT.csv'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-PORTAL-STATUS.
000440*
000450****************************************************************
000460*    THE TWO DECKS THE REST OF THE SYSTEM READS - SAME FIXED
000470*    COLUMNS MAIN.cbl AND MAINT.cbl EXPECT, WHICH MUST STAY IN
000480*    STEP. OPENED EXTEND: COURSE-INPUT CARRIES EVERY TERM'S
000490*    DETAIL (INCAGE.cbl AGES INCOMPLETES ACROSS IT) AND A
000500*    HAND-KEYED STUDENT-TRANS DECK AWAITING MAINT MUST NOT BE
000510*    THROWN AWAY BY AN IMPORT.
000520****************************************************************
000530     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-COURSE-OUT-STATUS.
000560*
000570     SELECT FS-STUDENT-TRANS ASSIGN 'STUDENT-TRANS'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-TRANS-OUT-STATUS.
000600*
000610****************************************************************
000620*    INDEXED COURSE CATALOG MAINTAINED BY CATMAINT.cbl - WHEN ON
000630*    FILE, A G ROW'S COURSE CODE MUST BE IN IT AND THE OFFICIAL
000640*    TITLE GOES ON THE DECK RECORD. NO CATALOG = NO CODE CHECK,
000650*    THE SAME RULE MAIN.cbl APPLIES.
000660****************************************************************
000670     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CAT-COURSE-CODE
000710         FILE STATUS IS WS-CATALOG-STATUS.
000720*
000730****************************************************************
000740*    STUDENT-ID CROSS-REFERENCE KEPT BY IDMERGE.cbl - A PORTAL
000750*    ROW STILL CARRYING A RETIRED ID IS WRITTEN UNDER THE
000760*    SURVIVOR. NO FILE = NO TRANSLATION.
000770****************************************************************
000780     SELECT FS-ID-XREF ASSIGN 'ID-XREF'
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS XRF-RETIRED-ID
000820         FILE STATUS IS WS-XREF-STATUS.
000830*
000840     SELECT FS-LOAD-REPORT ASSIGN 'PORTAL-LOAD-REPORT.txt'
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860*
000870****************************************************************
000880*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000890*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000900****************************************************************
000910     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RUN-LOG-STATUS.
000940**
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  FS-PORTAL-EXPORT.
000980 01  FS-PORTAL-ROW           PIC X(250).
000990*
001000****************************************************************
001010*    COURSE-DETAIL DECK RECORD - LAYOUT SHARED WITH MAIN.cbl,
001020*    INQUIRY.cbl, INSTRPT.cbl AND INCAGE.cbl.
001030****************************************************************
001040 FD  FS-COURSE-INPUT.
001050 01  FS-COURSE-IN-RECORD.
001060     05  CRS-STUDENT-ID       PIC 9(05).
001070     05  CRS-COURSE-CODE      PIC X(10).
001080     05  CRS-COURSE-NAME      PIC X(20).
001090     05  CRS-COURSE-GRADE     PIC 9(03)V99.
001100     05  CRS-TERM-CODE        PIC X(05).
001110     05  CRS-SECTION-CODE     PIC X(03).
001120     05  CRS-INSTRUCTOR-ID    PIC X(10).
001130     05  CRS-GRADE-STATUS     PIC X(01).
001140*
001150****************************************************************
001160*    MAINTENANCE DECK RECORD - LAYOUT SHARED WITH MAINT.cbl.
001170*    TRN-SUPV-AUTH IS LEFT BLANK: A PORTAL IMPORT IS AN ORDINARY
001180*    TRANSACTION AND EARNS NO PASS AROUND THE TERM GUARD.
001190****************************************************************
001200 FD  FS-STUDENT-TRANS.
001210 01  FS-TRANS-RECORD.
001220     05  TRN-TXN-CODE         PIC X(01).
001230     05  TRN-STUDENT-ID       PIC 9(05).
001240     05  TRN-STUDENT-NAME     PIC X(30).
001250     05  TRN-STUDENT-LASTNAME PIC X(30).
001260     05  TRN-STUDENT-GENGRADE PIC 9(03)V99.
001270     05  TRN-TERM-CODE        PIC X(05).
001280     05  TRN-GRADE-STATUS     PIC X(01).
001290     05  TRN-SUPV-AUTH        PIC X(03).
001300*
001310****************************************************************
001320*    INDEXED COURSE CATALOG - SAME RECORD LAYOUT CATMAINT.cbl
001330*    WRITES, WHICH MUST STAY IN STEP.
001340****************************************************************
001350 FD  FS-COURSE-CATALOG.
001360 01  FS-CATALOG-RECORD.
001370     05  CAT-COURSE-CODE      PIC X(10).
001380     05  CAT-COURSE-TITLE     PIC X(20).
001390     05  CAT-CREDIT-HOURS     PIC 9(02).
001400     05  CAT-DEPARTMENT       PIC X(04).
001410*
001420****************************************************************
001430*    ID-XREF RECORD - LAYOUT SHARED WITH IDMERGE.cbl, INQUIRY.cbl
001440*    AND AUDPRT.cbl AND MUST STAY IN STEP.
001450****************************************************************
001460 FD  FS-ID-XREF.
001470 01  FS-XREF-RECORD.
001480     05  XRF-RETIRED-ID       PIC 9(05).
001490     05  XRF-SURVIVOR-ID      PIC 9(05).
001500     05  XRF-MERGE-DATE       PIC 9(08).
001510     05  XRF-MERGE-TIME       PIC 9(06).
001520     05  XRF-TERMS-MOVED      PIC 9(03).
001530*
001540 FD  FS-LOAD-REPORT
001550     RECORDING MODE IS F
001560     RECORD CONTAINS 132 CHARACTERS.
001570 01  FS-LOAD-REP-RECORD      PIC X(132).
001580*
001590 FD  FS-RUN-LOG.
001600 01  FS-RUN-LOG-RECORD.
001610     05  RNL-PROGRAM          PIC X(08).
001620     05  RNL-RUN-DATE         PIC 9(08).
001630     05  RNL-RUN-TIME         PIC 9(06).
001640     05  RNL-TERM-CODE        PIC X(05).
001650     05  RNL-READ-CNT         PIC 9(05).
001660     05  RNL-VALID-CNT        PIC 9(05).
001670     05  RNL-REJECT-CNT       PIC 9(05).
001680     05  RNL-REPORT-CNT       PIC 9(05).
001690     05  RNL-RUN-STATUS       PIC X(08).
001700**
001710 WORKING-STORAGE SECTION.
001720 01  WS-PORTAL-STATUS         PIC X(02).
001730     88  PORTAL-NOT-FOUND                     VALUE '35'.
001740     88  PORTAL-EOF                           VALUE '10'.
001750*
001760 01  WS-CATALOG-STATUS        PIC X(02).
001770     88  CATALOG-OK                           VALUE '00'.
001780*
001790 01  WS-XREF-STATUS           PIC X(02).
001800     88  XREF-OK                              VALUE '00'.
001810*
001820 01  WS-COURSE-OUT-STATUS     PIC X(02).
001830     88  COURSE-OUT-NOT-FOUND                 VALUE '35'.
001840*
001850 01  WS-TRANS-OUT-STATUS      PIC X(02).
001860     88  TRANS-OUT-NOT-FOUND                  VALUE '35'.
001870*
001880 01  WS-RUN-LOG-STATUS        PIC X(02).
001890     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001900*
001910 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001920 01  WS-RUN-END-TIME.
001930     05  WS-RUN-END-HHMMSS    PIC 9(06).
001940     05  FILLER               PIC 9(02).
001950*
001960 01  WS-CATALOG-ON-SW         PIC X(01)              VALUE 'N'.
001970     88  CATALOG-ON                           VALUE 'Y'.
001980*
001990 01  WS-XREF-ON-SW            PIC X(01)              VALUE 'N'.
002000     88  XREF-ON                              VALUE 'Y'.
002010*
002020 01  WS-ROW-CNT               PIC 9(05) COMP-3       VALUE 0.
002030 01  WS-COURSE-OUT-CNT        PIC 9(05) COMP-3       VALUE 0.
002040 01  WS-TRANS-OUT-CNT         PIC 9(05) COMP-3       VALUE 0.
002050 01  WS-REJECT-CNT            PIC 9(05) COMP-3       VALUE 0.
002060 01  WS-XLATE-CNT             PIC 9(05) COMP-3       VALUE 0.
002070*
002080****************************************************************
002090*   The row's fields as split by the UNSTRING - all text until
002100*   the edits prove otherwise. F1 IS THE ROW TYPE.
002110****************************************************************
002120 01  WS-FLD-COUNT             PIC 9(02) COMP-3       VALUE 0.
002130*
002140 01  WS-ROW-FIELDS.
002150     05  WS-FLD-1             PIC X(30).
002160     05  WS-FLD-2             PIC X(30).
002170     05  WS-FLD-3             PIC X(30).
002180     05  WS-FLD-4             PIC X(30).
002190     05  WS-FLD-5             PIC X(30).
002200     05  WS-FLD-6             PIC X(30).
002210     05  WS-FLD-7             PIC X(30).
002220     05  WS-FLD-8             PIC X(30).
002230*
002240 01  WS-REJECT-REASON         PIC X(40)              VALUE SPACES.
002250*
002260****************************************************************
002270*   Field-edit scratch - the id and grade as validated and
002280*   converted. THE GRADE ARRIVES AS A PLAIN DECIMAL ('85.5');
002290*   ONLY DIGITS AND AT MOST ONE POINT ARE ACCEPTED BEFORE
002300*   NUMVAL TOUCHES IT.
002310****************************************************************
002320 01  WS-ID-TEXT               PIC X(05)              VALUE SPACES.
002330 01  WS-ID-NUM REDEFINES WS-ID-TEXT
002340                              PIC 9(05).
002350*
002360 01  WS-GRADE-WORK            PIC 9(03)V99           VALUE 0.
002370 01  WS-GRADE-TEXT            PIC X(10)              VALUE SPACES.
002380 01  WS-GRADE-BAD-CNT         PIC 9(02) COMP-3       VALUE 0.
002390 01  WS-GRADE-PT-CNT          PIC 9(02) COMP-3       VALUE 0.
002400 01  WS-GRADE-SUB             PIC 9(02) COMP-3       VALUE 0.
002410 01  WS-GRADE-CHAR            PIC X(01)              VALUE SPACE.
002420*
002430 01  WS-STATUS-WORK           PIC X(01)              VALUE SPACE.
002440     88  STATUS-VALID             VALUES SPACE 'I' 'W' 'P'.
002450*
002460*    SAME GRADE CEILING EVERY OTHER INTAKE PATH ENFORCES.
002470 01  WS-GRADE-MAX             PIC 9(03)V99           VALUE 100.00.
002480*
002490 01  WS-LOAD-HEADER1.
002500     05  FILLER               PIC X(26) VALUE
002510         'PORTAL IMPORT LOAD REPORT'.
002520     05  FILLER               PIC X(106) VALUE SPACES.
002530*
002540 01  WS-LOAD-RULE.
002550     05  FILLER               PIC X(132) VALUE ALL '-'.
002560*
002570 01  WS-LOAD-REJECT-LINE.
002580     05  FILLER               PIC X(09) VALUE 'REJECTED '.
002590     05  WS-REJ-REASON-OUT    PIC X(40).
002600     05  FILLER               PIC X(02) VALUE ': '.
002610     05  WS-REJ-ROW-OUT       PIC X(81).
002620*
002630 01  WS-LOAD-COUNT-LINE.
002640     05  FILLER               PIC X(05) VALUE SPACES.
002650     05  WS-CNT-LABEL-OUT     PIC X(24).
002660     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
002670     05  FILLER               PIC X(98) VALUE SPACES.
002680**
002690 PROCEDURE DIVISION.
002700 0000-MAINLINE.
002710     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002720     PERFORM 2000-READ-PORTAL-LOOP THRU 2000-EXIT
002730         UNTIL PORTAL-EOF
002740     PERFORM 3000-WRITE-FOOTER THRU 3000-EXIT
002750     PERFORM 9999-TERMINATE THRU 9999-EXIT
002760     STOP RUN.
002770*
002780****************************************************************
002790*   The export must be there - an import with nothing to import
002800*   is an operator mistake worth stopping on.
002810****************************************************************
002820 1000-OPEN-FILES.
002830     OPEN INPUT FS-PORTAL-EXPORT
002840*
002850     IF PORTAL-NOT-FOUND
002860         DISPLAY 'PORTAL-EXPORT.csv NOT ON FILE - NOTHING '
002870             'IMPORTED'
002880         STOP RUN
002890     END-IF
002900*
002910*    EXTENDED, NEVER REWRITTEN - THE DETAIL ALREADY ON THE DECKS
002920*    (PRIOR TERMS, PENDING HAND-KEYED CARDS) MUST SURVIVE THE
002930*    IMPORT. CREATED ON THE VERY FIRST RUN.
002940     OPEN EXTEND FS-COURSE-INPUT
002950*
002960     IF COURSE-OUT-NOT-FOUND
002970         OPEN OUTPUT FS-COURSE-INPUT
002980     END-IF
002990*
003000     OPEN EXTEND FS-STUDENT-TRANS
003010*
003020     IF TRANS-OUT-NOT-FOUND
003030         OPEN OUTPUT FS-STUDENT-TRANS
003040     END-IF
003050*
003060     OPEN OUTPUT FS-LOAD-REPORT
003070*
003080*    NO CATALOG ON FILE = NO CODE CHECK, AS IN MAIN.cbl.
003090     MOVE SPACES TO WS-CATALOG-STATUS
003100     OPEN INPUT FS-COURSE-CATALOG
003110*
003120     IF CATALOG-OK
003130         MOVE 'Y' TO WS-CATALOG-ON-SW
003140     END-IF
003150*
003160*    NO ID-XREF ON FILE = NO STUDENT-ID HAS BEEN MERGED AWAY.
003170     MOVE SPACES TO WS-XREF-STATUS
003180     OPEN INPUT FS-ID-XREF
003190*
003200     IF XREF-OK
003210         MOVE 'Y' TO WS-XREF-ON-SW
003220     END-IF
003230*
003240     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-HEADER1
003250     END-WRITE
003260     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-RULE
003270     END-WRITE
003280 1000-EXIT.
003290     EXIT.
003300*
003310****************************************************************
003320*   One export row per pass. BLANK ROWS AND THE PORTAL'S OWN
003330*   HEADER ROW (ROW TYPE NOT G OR S) ARE PASSED OVER QUIETLY
003340*   ONLY WHEN THEY ARE THE VERY FIRST ROW; ANYTHING ELSE
003350*   UNRECOGNIZED IS A REJECT WITH A REASON.
003360****************************************************************
003370 2000-READ-PORTAL-LOOP.
003380     READ FS-PORTAL-EXPORT
003390     NOT AT END
003400         ADD 1 TO WS-ROW-CNT
003410*
003420         IF FS-PORTAL-ROW EQUAL SPACES
003430             CONTINUE
003440         ELSE
003450             PERFORM 2100-SPLIT-ROW THRU 2100-EXIT
003460             EVALUATE WS-FLD-1
003470                 WHEN 'G'
003480                     PERFORM 2200-IMPORT-GRADE-ROW THRU 2200-EXIT
003490                 WHEN 'S'
003500                     PERFORM 2300-IMPORT-TRANS-ROW THRU 2300-EXIT
003510                 WHEN OTHER
003520                     IF WS-ROW-CNT EQUAL 1
003530*                        THE PORTAL EXPORTS A COLUMN-HEADER ROW.
003540                         CONTINUE
003550                     ELSE
003560                         MOVE 'ROW TYPE NOT G OR S' TO
003570                             WS-REJECT-REASON
003580                         PERFORM 2900-REJECT-ROW THRU 2900-EXIT
003590                     END-IF
003600             END-EVALUATE
003610         END-IF
003620     END-READ
003630 2000-EXIT.
003640     EXIT.
003650*
003660 2100-SPLIT-ROW.
003670     MOVE SPACES TO WS-ROW-FIELDS
003680     MOVE 0      TO WS-FLD-COUNT
003690*
003700     UNSTRING FS-PORTAL-ROW DELIMITED BY ','
003710         INTO WS-FLD-1 WS-FLD-2 WS-FLD-3 WS-FLD-4
003720              WS-FLD-5 WS-FLD-6 WS-FLD-7 WS-FLD-8
003730         TALLYING IN WS-FLD-COUNT
003740     END-UNSTRING
003750 2100-EXIT.
003760     EXIT.
003770*
003780****************************************************************
003790*   G,ID,TERM,COURSE,SECT,INSTRUCTOR,GRADE,STATUS - one clean
003800*   row becomes one COURSE-INPUT record, official catalog title
003810*   and all.
003820****************************************************************
003830 2200-IMPORT-GRADE-ROW.
003840     MOVE SPACES TO WS-REJECT-REASON
003850*
003860     PERFORM 2400-EDIT-STUDENT-ID THRU 2400-EXIT
003870*
003880     IF WS-REJECT-REASON EQUAL SPACES
003890             AND WS-FLD-3 EQUAL SPACES
003900         MOVE 'BLANK TERM-CODE' TO WS-REJECT-REASON
003910     END-IF
003920*
003930     IF WS-REJECT-REASON EQUAL SPACES
003940             AND WS-FLD-4 EQUAL SPACES
003950         MOVE 'BLANK COURSE-CODE' TO WS-REJECT-REASON
003960     END-IF
003970*
003980     IF WS-REJECT-REASON EQUAL SPACES
003990         MOVE WS-FLD-7 TO WS-GRADE-TEXT
004000         PERFORM 2500-EDIT-GRADE THRU 2500-EXIT
004010     END-IF
004020*
004030     IF WS-REJECT-REASON EQUAL SPACES
004040         MOVE WS-FLD-8(1:1) TO WS-STATUS-WORK
004050         IF NOT STATUS-VALID
004060             MOVE 'GRADE-STATUS NOT SPACE/I/W/P' TO
004070                 WS-REJECT-REASON
004080         END-IF
004090     END-IF
004100*
004110     IF WS-REJECT-REASON EQUAL SPACES
004120             AND CATALOG-ON
004130         MOVE WS-FLD-4(1:10) TO CAT-COURSE-CODE
004140         READ FS-COURSE-CATALOG
004150             INVALID KEY
004160                 MOVE 'COURSE-CODE NOT IN CATALOG' TO
004170                     WS-REJECT-REASON
004180         END-READ
004190     END-IF
004200*
004210     IF WS-REJECT-REASON NOT EQUAL SPACES
004220         PERFORM 2900-REJECT-ROW THRU 2900-EXIT
004230     ELSE
004240         PERFORM 2430-TRANSLATE-RETIRED-ID THRU 2430-EXIT
004250         MOVE SPACES         TO FS-COURSE-IN-RECORD
004260         MOVE WS-ID-NUM      TO CRS-STUDENT-ID
004270         MOVE WS-FLD-4(1:10) TO CRS-COURSE-CODE
004280         IF CATALOG-ON
004290             MOVE CAT-COURSE-TITLE TO CRS-COURSE-NAME
004300         ELSE
004310             MOVE SPACES           TO CRS-COURSE-NAME
004320         END-IF
004330         MOVE WS-GRADE-WORK  TO CRS-COURSE-GRADE
004340         MOVE WS-FLD-3(1:5)  TO CRS-TERM-CODE
004350         MOVE WS-FLD-5(1:3)  TO CRS-SECTION-CODE
004360         MOVE WS-FLD-6(1:10) TO CRS-INSTRUCTOR-ID
004370         MOVE WS-STATUS-WORK TO CRS-GRADE-STATUS
004380*
004390         WRITE FS-COURSE-IN-RECORD
004400         END-WRITE
004410         ADD 1 TO WS-COURSE-OUT-CNT
004420     END-IF
004430 2200-EXIT.
004440     EXIT.
004450*
004460****************************************************************
004470*   S,TXN,ID,TERM,NAME,LASTNAME,GRADE,STATUS - one clean row
004480*   becomes one STUDENT-TRANS card for MAINT.cbl, which applies
004490*   its own add/change/delete edits on top of these.
004500****************************************************************
004510 2300-IMPORT-TRANS-ROW.
004520     MOVE SPACES TO WS-REJECT-REASON
004530*
004540     IF WS-FLD-2(1:1) NOT EQUAL 'A'
004550             AND WS-FLD-2(1:1) NOT EQUAL 'C'
004560             AND WS-FLD-2(1:1) NOT EQUAL 'D'
004570             AND WS-FLD-2(1:1) NOT EQUAL 'R'
004580         MOVE 'TXN CODE NOT A/C/D/R' TO WS-REJECT-REASON
004590     END-IF
004600*
004610     IF WS-REJECT-REASON EQUAL SPACES
004620         PERFORM 2410-EDIT-TRANS-ID THRU 2410-EXIT
004630     END-IF
004640*
004650     IF WS-REJECT-REASON EQUAL SPACES
004660             AND WS-FLD-4 EQUAL SPACES
004670         MOVE 'BLANK TERM-CODE' TO WS-REJECT-REASON
004680     END-IF
004690*
004700     IF WS-REJECT-REASON EQUAL SPACES
004710             AND WS-FLD-2(1:1) EQUAL 'A'
004720             AND WS-FLD-5 EQUAL SPACES
004730         MOVE 'BLANK NAME ON ADD' TO WS-REJECT-REASON
004740     END-IF
004750*
004760     IF WS-REJECT-REASON EQUAL SPACES
004770         MOVE WS-FLD-7 TO WS-GRADE-TEXT
004780         PERFORM 2500-EDIT-GRADE THRU 2500-EXIT
004790     END-IF
004800*
004810     IF WS-REJECT-REASON EQUAL SPACES
004820         MOVE WS-FLD-8(1:1) TO WS-STATUS-WORK
004830         IF NOT STATUS-VALID
004840             MOVE 'GRADE-STATUS NOT SPACE/I/W/P' TO
004850                 WS-REJECT-REASON
004860         END-IF
004870     END-IF
004880*
004890     IF WS-REJECT-REASON NOT EQUAL SPACES
004900         PERFORM 2900-REJECT-ROW THRU 2900-EXIT
004910     ELSE
004920         PERFORM 2430-TRANSLATE-RETIRED-ID THRU 2430-EXIT
004930         MOVE SPACES         TO FS-TRANS-RECORD
004940         MOVE WS-FLD-2(1:1)  TO TRN-TXN-CODE
004950         MOVE WS-ID-NUM      TO TRN-STUDENT-ID
004960         MOVE WS-FLD-5       TO TRN-STUDENT-NAME
004970         MOVE WS-FLD-6       TO TRN-STUDENT-LASTNAME
004980         MOVE WS-GRADE-WORK  TO TRN-STUDENT-GENGRADE
004990         MOVE WS-FLD-4(1:5)  TO TRN-TERM-CODE
005000         MOVE WS-STATUS-WORK TO TRN-GRADE-STATUS
005010         MOVE SPACES         TO TRN-SUPV-AUTH
005020*
005030         WRITE FS-TRANS-RECORD
005040         END-WRITE
005050         ADD 1 TO WS-TRANS-OUT-CNT
005060     END-IF
005070 2300-EXIT.
005080     EXIT.
005090*
005100****************************************************************
005110*   The id edit for a G row - field 2 holds it. THE SAME RULE
005120*   AS 1011-EDIT-RECORD: FIVE DIGITS, NOT ZERO.
005130****************************************************************
005140 2400-EDIT-STUDENT-ID.
005150     MOVE WS-FLD-2(1:5) TO WS-ID-TEXT
005160     PERFORM 2420-CHECK-ID-VALUE THRU 2420-EXIT
005170 2400-EXIT.
005180     EXIT.
005190*
005200*    THE SAME EDIT FOR AN S ROW, WHERE FIELD 3 HOLDS THE ID.
005210 2410-EDIT-TRANS-ID.
005220     MOVE WS-FLD-3(1:5) TO WS-ID-TEXT
005230     PERFORM 2420-CHECK-ID-VALUE THRU 2420-EXIT
005240 2410-EXIT.
005250     EXIT.
005260*
005270 2420-CHECK-ID-VALUE.
005280     IF WS-ID-TEXT IS NOT NUMERIC
005290         MOVE 'STUDENT-ID NOT 5 DIGITS' TO WS-REJECT-REASON
005300     ELSE
005310         IF WS-ID-NUM EQUAL 0
005320             MOVE 'ZERO STUDENT-ID' TO WS-REJECT-REASON
005330         END-IF
005340     END-IF
005350 2420-EXIT.
005360     EXIT.
005370*
005380****************************************************************
005390*   A clean row whose ID was retired by a merge goes on the deck
005400*   under the survivor - THE RETIRED ID NO LONGER OWNS ANY TERM.
005410****************************************************************
005420 2430-TRANSLATE-RETIRED-ID.
005430     IF NOT XREF-ON
005440         GO TO 2430-EXIT
005450     END-IF
005460*
005470     MOVE WS-ID-NUM TO XRF-RETIRED-ID
005480     READ FS-ID-XREF
005490         NOT INVALID KEY
005500             MOVE XRF-SURVIVOR-ID TO WS-ID-NUM
005510             ADD 1 TO WS-XLATE-CNT
005520     END-READ
005530 2430-EXIT.
005540     EXIT.
005550*
005560****************************************************************
005570*   The grade edit - digits with at most one decimal point,
005580*   then the value itself against the 100.00 ceiling every
005590*   other intake path enforces. A BLANK GRADE IS ZERO, WHICH IS
005600*   WHAT A STATUS ROW (I/W/P) LEGITIMATELY CARRIES.
005610****************************************************************
005620 2500-EDIT-GRADE.
005630     MOVE 0 TO WS-GRADE-WORK
005640*
005650     IF WS-GRADE-TEXT EQUAL SPACES
005660         GO TO 2500-EXIT
005670     END-IF
005680*
005690     MOVE 0 TO WS-GRADE-BAD-CNT
005700     MOVE 0 TO WS-GRADE-PT-CNT
005710*
005720     PERFORM 2510-CHECK-GRADE-CHAR THRU 2510-EXIT
005730         VARYING WS-GRADE-SUB FROM 1 BY 1
005740         UNTIL WS-GRADE-SUB > 10
005750*
005760     IF WS-GRADE-BAD-CNT > 0
005770             OR WS-GRADE-PT-CNT > 1
005780         MOVE 'GRADE NOT NUMERIC' TO WS-REJECT-REASON
005790         GO TO 2500-EXIT
005800     END-IF
005810*
005820     COMPUTE WS-GRADE-WORK =
005830         FUNCTION NUMVAL(WS-GRADE-TEXT)
005840     END-COMPUTE
005850*
005860     IF WS-GRADE-WORK > WS-GRADE-MAX
005870         MOVE 'GRADE OVER 100.00 CEILING' TO WS-REJECT-REASON
005880     END-IF
005890 2500-EXIT.
005900     EXIT.
005910*
005920 2510-CHECK-GRADE-CHAR.
005930     MOVE WS-GRADE-TEXT(WS-GRADE-SUB:1) TO WS-GRADE-CHAR
005940*
005950     EVALUATE TRUE
005960         WHEN WS-GRADE-CHAR EQUAL SPACE
005970             CONTINUE
005980         WHEN WS-GRADE-CHAR EQUAL '.'
005990             ADD 1 TO WS-GRADE-PT-CNT
006000         WHEN WS-GRADE-CHAR NUMERIC
006010             CONTINUE
006020         WHEN OTHER
006030             ADD 1 TO WS-GRADE-BAD-CNT
006040     END-EVALUATE
006050 2510-EXIT.
006060     EXIT.
006070*
006080****************************************************************
006090*   List the rejected row verbatim with its reason - THE WHOLE
006100*   POINT OF THE REPORT IS THAT NOBODY RE-KEYS BLIND.
006110****************************************************************
006120 2900-REJECT-ROW.
006130     ADD 1 TO WS-REJECT-CNT
006140*
006150     MOVE WS-REJECT-REASON   TO WS-REJ-REASON-OUT
006160     MOVE FS-PORTAL-ROW(1:81) TO WS-REJ-ROW-OUT
006170*
006180     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-REJECT-LINE
006190     END-WRITE
006200 2900-EXIT.
006210     EXIT.
006220*
006230 3000-WRITE-FOOTER.
006240     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-RULE
006250     END-WRITE
006260*
006270     MOVE 'PORTAL ROWS READ:     ' TO WS-CNT-LABEL-OUT
006280     MOVE WS-ROW-CNT               TO WS-CNT-VALUE-OUT
006290     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-COUNT-LINE
006300     END-WRITE
006310*
006320     MOVE 'COURSE RECORDS WRITTEN:' TO WS-CNT-LABEL-OUT
006330     MOVE WS-COURSE-OUT-CNT         TO WS-CNT-VALUE-OUT
006340     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-COUNT-LINE
006350     END-WRITE
006360*
006370     MOVE 'TRANS RECORDS WRITTEN:' TO WS-CNT-LABEL-OUT
006380     MOVE WS-TRANS-OUT-CNT         TO WS-CNT-VALUE-OUT
006390     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-COUNT-LINE
006400     END-WRITE
006410*
006420     MOVE 'ROWS REJECTED:        ' TO WS-CNT-LABEL-OUT
006430     MOVE WS-REJECT-CNT            TO WS-CNT-VALUE-OUT
006440     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-COUNT-LINE
006450     END-WRITE
006460*
006470     MOVE 'RETIRED IDS TRANSLATED:' TO WS-CNT-LABEL-OUT
006480     MOVE WS-XLATE-CNT              TO WS-CNT-VALUE-OUT
006490     WRITE FS-LOAD-REP-RECORD FROM WS-LOAD-COUNT-LINE
006500     END-WRITE
006510 3000-EXIT.
006520     EXIT.
006530*
006540 9999-TERMINATE.
006550     CLOSE FS-PORTAL-EXPORT
006560     CLOSE FS-COURSE-INPUT
006570     CLOSE FS-STUDENT-TRANS
006580     CLOSE FS-LOAD-REPORT
006590*
006600     IF CATALOG-ON
006610         CLOSE FS-COURSE-CATALOG
006620     END-IF
006630*
006640     IF XREF-ON
006650         CLOSE FS-ID-XREF
006660     END-IF
006670*
006680     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
006690 9999-EXIT.
006700     EXIT.
006710*
006720****************************************************************
006730*   Append this run's control record to the cumulative RUN-LOG.
006740*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
006750*   ITSELF THE FAILURE MARKER.
006760****************************************************************
006770 9995-WRITE-RUN-LOG.
006780     OPEN EXTEND FS-RUN-LOG
006790*
006800     IF RUN-LOG-NOT-FOUND
006810         OPEN OUTPUT FS-RUN-LOG
006820     END-IF
006830*
006840     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006850     ACCEPT WS-RUN-END-TIME FROM TIME
006860*
006870     MOVE 'PORTIMP'          TO RNL-PROGRAM
006880     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
006890     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
006900     MOVE SPACES             TO RNL-TERM-CODE
006910     MOVE WS-ROW-CNT         TO RNL-READ-CNT
006920     COMPUTE RNL-VALID-CNT =
006930         WS-COURSE-OUT-CNT + WS-TRANS-OUT-CNT
006940     END-COMPUTE
006950     MOVE WS-REJECT-CNT      TO RNL-REJECT-CNT
006960     COMPUTE RNL-REPORT-CNT =
006970         WS-COURSE-OUT-CNT + WS-TRANS-OUT-CNT
006980     END-COMPUTE
006990     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
007000*
007010     WRITE FS-RUN-LOG-RECORD
007020     END-WRITE
007030*
007040     CLOSE FS-RUN-LOG
007050 9995-EXIT.
007060     EXIT.
007070*
007080 END PROGRAM PORTIMP.
