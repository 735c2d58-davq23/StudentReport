000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     GRADE-APPEAL CASE MAINTENANCE. APPLIES THE CARDS
000070*              ON APPEAL-TRANS TO THE INDEXED GRADE-APPEALS FILE
000080*              KEYED BY TERM + STUDENT-ID + COURSE CODE: 'F' FILES
000090*              A NEW CASE, 'U' PUTS IT UNDER REVIEW WITH A
000100*              REVIEWER, 'G' GRANTS IT AND 'D' DENIES IT. A GRANT
000110*              ALSO APPENDS A SUPERVISOR-AUTHORIZED 'C' CARD TO
000120*              STUDENT-TRANS WITH THE REVISED TERM GRADE, SO THE
000130*              CORRECTION GOES THROUGH MAINT.cbl, THE MAINT-AUDIT
000140*              TRAIL AND THE NOTIFY.cbl LETTERS LIKE ANY OTHER. A
000150*              DECIDED CASE CANNOT BE ADVANCED AGAIN. REJECTED
000160*              CARDS ARE COUNTED AND LISTED ON APPEAL-REPORT.txt
000170*              ALONG WITH THE APPLIED TOTALS. APPAGE.cbl AGES THE
000180*              OPEN CASES.
000190* TECTONICS:   cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DV   INITIAL VERSION.
000240*   2026-10-15  DV   A GRANT'S SUPERVISOR INITIALS MUST BELONG TO
000250*                    AN ACTIVE, UNEXPIRED SUPERVISOR ON THE
000260*                    OPERATOR-MASTER (OPRMAINT.cbl); ANY OTHERS
000270*                    REJECT THE CARD AND ARE LOGGED TO
000280*                    SIGNON-REJECTS FOR SGNRPT.cbl.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. APPEALMT.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350****************************************************************
000360*    INDEXED APPEAL FILE - ONE RECORD PER APPEALED COURSE GRADE,
000370*    KEYED BY TERM + STUDENT-ID + COURSE CODE. CREATED ON FIRST
000380*    RUN IF IT DOES NOT EXIST YET. LAYOUT IS SHARED WITH
000390*    APPAGE.cbl AND MUST STAY IN STEP.
000400****************************************************************
000410     SELECT FS-GRADE-APPEALS ASSIGN 'GRADE-APPEALS'
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS APL-APPEAL-KEY
000450         FILE STATUS IS WS-APPEAL-STATUS.
000460*
000470     SELECT FS-APPEAL-TRANS ASSIGN 'APPEAL-TRANS'
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-TRANS-STATUS.
000500*
000510****************************************************************
000520*    INDEXED MASTER MAINTAINED BY MAINT.cbl - READ BY KEY SO A
000530*    CASE CAN ONLY BE FILED AGAINST A TERM THE STUDENT HOLDS, AND
000540*    SO A GRANT'S CORRECTION CARD CARRIES THE NAME ON FILE.
000550*    OPTIONAL: NO MASTER = NO FILING CHECK, BUT NO GRANT EITHER.
000560****************************************************************
000570     SELECT FS-STUDENT-MASTER ASSIGN 'STUDENT-MASTER'
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS MST-MASTER-KEY
000610         FILE STATUS IS WS-MASTER-STATUS.
000620*
000630****************************************************************
000640*    MAINTENANCE DECK READ BY MAINT.cbl - OPENED EXTEND (CREATED
000650*    ON FIRST USE) SO A PENDING HAND-KEYED OR PORTAL-IMPORTED
000660*    DECK SURVIVES THIS RUN.
000670****************************************************************
000680     SELECT FS-STUDENT-TRANS ASSIGN 'STUDENT-TRANS'
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-TRANS-OUT-STATUS.
000710*
000720     SELECT FS-APPEAL-REPORT ASSIGN 'APPEAL-REPORT.txt'
000730         ORGANIZATION IS LINE SEQUENTIAL.
000740*
000750****************************************************************
000760*    OPERATOR MASTER MAINTAINED BY OPRMAINT.cbl - CONFIRMS A
000770*    GRANT'S SUPERVISOR. NO FILE = NO GRANT CAN BE CONFIRMED.
000780****************************************************************
000790     SELECT FS-OPERATOR-MASTER ASSIGN 'OPERATOR-MASTER'
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS OPR-INITIALS
000830         FILE STATUS IS WS-OPERATOR-STATUS.
000840*
000850****************************************************************
000860*    CUMULATIVE LOG OF REFUSED SIGN-ONS AND AUTHORIZATIONS,
000870*    SHARED WITH INQUIRY.cbl, MAIN.cbl AND MAINT.cbl AND
000880*    PRINTED BY SGNRPT.cbl.
000890****************************************************************
000900     SELECT FS-SIGNON-REJECTS ASSIGN 'SIGNON-REJECTS'
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-SIGNREJ-STATUS.
000930*
000940****************************************************************
000950*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000960*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000970****************************************************************
000980     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RUN-LOG-STATUS.
001010**
001020 DATA DIVISION.
001030 FILE SECTION.
001040****************************************************************
001050*    APPEAL RECORD - LAYOUT SHARED WITH APPAGE.cbl.
001060****************************************************************
001070 FD  FS-GRADE-APPEALS.
001080 01  FS-APPEAL-RECORD.
001090     05  APL-APPEAL-KEY.
001100         10  APL-TERM-CODE    PIC X(05).
001110         10  APL-STUDENT-ID   PIC 9(05).
001120         10  APL-COURSE-CODE  PIC X(10).
001130     05  APL-FILED-DATE       PIC 9(08).
001140     05  APL-REASON           PIC X(40).
001150*    INITIALS OF THE FACULTY OR REGISTRAR REVIEWER - SPACES UNTIL
001160*    THE CASE IS PUT UNDER REVIEW.
001170     05  APL-REVIEWER         PIC X(03).
001180     05  APL-CASE-STATUS      PIC X(01).
001190         88  APL-FILED                        VALUE 'F'.
001200         88  APL-UNDER-REVIEW                 VALUE 'U'.
001210         88  APL-GRANTED                      VALUE 'G'.
001220         88  APL-DENIED                       VALUE 'D'.
001230         88  APL-CASE-OPEN                    VALUES 'F' 'U'.
001240     05  APL-DECISION-DATE    PIC 9(08).
001250*    THE GRADE THE STUDENT DISPUTES, AS KEYED FROM THE APPEAL
001260*    FORM, AND - ON A GRANT - THE REVISED TERM GRADE POSTED.
001270     05  APL-DISPUTED-GRADE   PIC 9(03)V99.
001280     05  APL-REVISED-GRADE    PIC 9(03)V99.
001290*    SUPERVISOR WHO AUTHORIZED THE GRANT'S CORRECTION CARD.
001300     05  APL-SUPV-AUTH        PIC X(03).
001310*
001320****************************************************************
001330*    APPEAL TRANSACTION CARD - ONE ACTION PER LINE:
001340*      F = FILE A NEW CASE (REASON REQUIRED, GRADE = DISPUTED)
001350*      U = UNDER REVIEW    (REVIEWER REQUIRED)
001360*      G = GRANT           (SUPERVISOR REQUIRED, GRADE = REVISED)
001370*      D = DENY
001380*    A ZERO ACTION DATE MEANS TODAY'S RUN DATE.
001390****************************************************************
001400 FD  FS-APPEAL-TRANS.
001410 01  FS-APPTRANS-RECORD.
001420     05  ATN-TXN-CODE         PIC X(01).
001430         88  ATN-FILE                         VALUE 'F'.
001440         88  ATN-REVIEW                       VALUE 'U'.
001450         88  ATN-GRANT                        VALUE 'G'.
001460         88  ATN-DENY                         VALUE 'D'.
001470     05  ATN-TERM-CODE        PIC X(05).
001480     05  ATN-STUDENT-ID       PIC 9(05).
001490     05  ATN-COURSE-CODE      PIC X(10).
001500     05  ATN-ACTION-DATE      PIC 9(08).
001510     05  ATN-REVIEWER         PIC X(03).
001520     05  ATN-GRADE            PIC 9(03)V99.
001530     05  ATN-SUPV-AUTH        PIC X(03).
001540     05  ATN-REASON           PIC X(40).
001550*
001560****************************************************************
001570*    MASTER RECORD - SAME LAYOUT MAINT.cbl WRITES, WHICH MUST
001580*    STAY IN STEP. ONLY THE KEY AND NAME ARE LOOKED AT HERE.
001590****************************************************************
001600 FD  FS-STUDENT-MASTER.
001610 01  FS-MASTER-RECORD.
001620     05  MST-MASTER-KEY.
001630         10  MST-TERM-CODE    PIC X(05).
001640         10  MST-STUDENT-ID   PIC 9(05).
001650     05  MST-STUDENT-NAME     PIC X(30).
001660     05  MST-STUDENT-LASTNAME PIC X(30).
001670     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
001680     05  MST-STANDING-CODE    PIC X(01).
001690     05  MST-GRADE-STATUS     PIC X(01).
001700     05  MST-ADDRESS-BLOCK    PIC X(62).
001710     05  MST-PROGRAM-CODE     PIC X(05).
001720*
001730****************************************************************
001740*    MAINTENANCE DECK RECORD - LAYOUT SHARED WITH MAINT.cbl AND
001750*    PORTIMP.cbl. A GRANT'S CARD CARRIES THE AUTHORIZING
001760*    SUPERVISOR IN TRN-SUPV-AUTH SO IT PASSES MAINT'S TERM GUARD
001770*    ON A CLOSED OR PUBLISHED TERM.
001780****************************************************************
001790 FD  FS-STUDENT-TRANS.
001800 01  FS-TRANS-RECORD.
001810     05  TRN-TXN-CODE         PIC X(01).
001820     05  TRN-STUDENT-ID       PIC 9(05).
001830     05  TRN-STUDENT-NAME     PIC X(30).
001840     05  TRN-STUDENT-LASTNAME PIC X(30).
001850     05  TRN-STUDENT-GENGRADE PIC 9(03)V99.
001860     05  TRN-TERM-CODE        PIC X(05).
001870     05  TRN-GRADE-STATUS     PIC X(01).
001880     05  TRN-SUPV-AUTH        PIC X(03).
001890*
001900 FD  FS-APPEAL-REPORT
001910     RECORDING MODE IS F
001920     RECORD CONTAINS 75 CHARACTERS.
001930 01  FS-APPEAL-REP-RECORD    PIC X(75).
001940*
001950****************************************************************
001960*    OPERATOR-MASTER RECORD - LAYOUT SHARED WITH OPRMAINT.cbl,
001970*    INQUIRY.cbl, MAIN.cbl AND MAINT.cbl - KEEP IN STEP.
001980****************************************************************
001990 FD  FS-OPERATOR-MASTER.
002000 01  FS-OPERATOR-RECORD.
002010     05  OPR-INITIALS         PIC X(03).
002020     05  OPR-NAME             PIC X(30).
002030     05  OPR-ROLE             PIC X(01).
002040         88  OPR-INQUIRY-ONLY                 VALUE 'I'.
002050         88  OPR-CORRECTION                   VALUE 'C'.
002060         88  OPR-SUPERVISOR                   VALUE 'S'.
002070     05  OPR-ACTIVE-SW        PIC X(01).
002080         88  OPR-ACTIVE                       VALUE 'Y'.
002090     05  OPR-EXPIRY-DATE      PIC 9(08).
002100*
002110****************************************************************
002120*    REFUSED SIGN-ON / AUTHORIZATION RECORD - LAYOUT SHARED WITH
002130*    INQUIRY.cbl, MAIN.cbl, MAINT.cbl AND SGNRPT.cbl - KEEP IN
002140*    STEP. A REFUSED GRANT SUPERVISOR IS ATTEMPT 'A'.
002150****************************************************************
002160 FD  FS-SIGNON-REJECTS.
002170 01  FS-SIGNREJ-RECORD.
002180     05  SRJ-PROGRAM          PIC X(08).
002190     05  SRJ-RUN-DATE         PIC 9(08).
002200     05  SRJ-RUN-TIME         PIC 9(06).
002210     05  SRJ-INITIALS         PIC X(03).
002220     05  SRJ-ATTEMPT          PIC X(01).
002230     05  SRJ-TERM-CODE        PIC X(05).
002240     05  SRJ-STUDENT-ID       PIC 9(05).
002250     05  SRJ-REASON           PIC X(40).
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
002380**
002390 WORKING-STORAGE SECTION.
002400 01  WS-APPEAL-STATUS         PIC X(02).
002410     88  APPEAL-OK                            VALUE '00'.
002420     88  APPEAL-NOT-FOUND                     VALUE '35'.
002430*
002440 01  WS-TRANS-STATUS          PIC X(02).
002450     88  TRANS-EOF                            VALUE '10'.
002460*
002470 01  WS-MASTER-STATUS         PIC X(02).
002480     88  MASTER-OK                            VALUE '00'.
002490*
002500 01  WS-MASTER-ON-SW          PIC X(01)              VALUE 'N'.
002510     88  MASTER-ON                            VALUE 'Y'.
002520*
002530 01  WS-OPERATOR-STATUS       PIC X(02).
002540     88  OPERATOR-OK                          VALUE '00'.
002550*
002560 01  WS-OPERATOR-ON-SW        PIC X(01)              VALUE 'N'.
002570     88  OPERATOR-ON                          VALUE 'Y'.
002580*
002590 01  WS-SIGNREJ-STATUS        PIC X(02).
002600     88  SIGNREJ-NOT-FOUND                    VALUE '35'.
002610*
002620*    WHY THE OPERATOR-MASTER REFUSED ATN-SUPV-AUTH - SPACES =
002630*    AN ACTIVE, UNEXPIRED SUPERVISOR.
002640 01  WS-OPR-CHECK-REASON      PIC X(40)              VALUE SPACES.
002650*
002660 01  WS-TRANS-OUT-STATUS      PIC X(02).
002670     88  TRANS-OUT-NOT-FOUND                  VALUE '35'.
002680*
002690 01  WS-RUN-LOG-STATUS        PIC X(02).
002700     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
002710*
002720 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002730 01  WS-RUN-END-TIME.
002740     05  WS-RUN-END-HHMMSS    PIC 9(06).
002750     05  FILLER               PIC 9(02).
002760*
002770*    THE CARD'S ACTION DATE, OR THE RUN DATE WHEN LEFT ZERO.
002780 01  WS-ACTION-DATE           PIC 9(08)              VALUE 0.
002790*
002800*    SAME GRADE CEILING MAINT.cbl ENFORCES - A GRANT CANNOT QUEUE
002810*    A CORRECTION MAINT WOULD ONLY REJECT.
002820 01  WS-GRADE-MAX             PIC 9(03)V99           VALUE 100.00.
002830*
002840 01  WS-TXN-COUNT-FILE        PIC 9(05) COMP-3        VALUE 0.
002850 01  WS-TXN-COUNT-REV         PIC 9(05) COMP-3        VALUE 0.
002860 01  WS-TXN-COUNT-GRANT       PIC 9(05) COMP-3        VALUE 0.
002870 01  WS-TXN-COUNT-DENY        PIC 9(05) COMP-3        VALUE 0.
002880 01  WS-TXN-COUNT-REJ         PIC 9(05) COMP-3        VALUE 0.
002890*
002900 01  WS-APPEAL-HEADER.
002910     05  FILLER               PIC X(75) VALUE
002920         'GRADE-APPEAL MAINTENANCE RUN'.
002930*
002940 01  WS-APPEAL-RULE.
002950     05  FILLER               PIC X(75) VALUE ALL '-'.
002960*
002970 01  WS-APPEAL-REJECT-LINE.
002980     05  FILLER               PIC X(09) VALUE 'REJECTED-'.
002990     05  WS-REJ-CODE-OUT      PIC X(01).
003000     05  FILLER               PIC X(01) VALUE SPACE.
003010     05  WS-REJ-TERM-OUT      PIC X(05).
003020     05  FILLER               PIC X(01) VALUE SPACE.
003030     05  WS-REJ-ID-OUT        PIC 9(05).
003040     05  FILLER               PIC X(01) VALUE SPACE.
003050     05  WS-REJ-CRS-OUT       PIC X(10).
003060     05  FILLER               PIC X(01) VALUE SPACE.
003070     05  WS-REJ-REASON-OUT    PIC X(41).
003080*
003090*    ONE LINE PER GRANT - THE CORRECTION NOW WAITING FOR MAINT.
003100 01  WS-APPEAL-GRANT-LINE.
003110     05  FILLER               PIC X(10) VALUE 'GRANTED   '.
003120     05  WS-GRT-TERM-OUT      PIC X(05).
003130     05  FILLER               PIC X(01) VALUE SPACE.
003140     05  WS-GRT-ID-OUT        PIC 9(05).
003150     05  FILLER               PIC X(01) VALUE SPACE.
003160     05  WS-GRT-CRS-OUT       PIC X(10).
003170     05  FILLER               PIC X(14) VALUE
003180         ' REVISED GRADE'.
003190     05  WS-GRT-GRADE-OUT     PIC ZZ9.99.
003200     05  FILLER               PIC X(07) VALUE ' SUPV: '.
003210     05  WS-GRT-SUPV-OUT      PIC X(03).
003220     05  FILLER               PIC X(13) VALUE SPACES.
003230*
003240 01  WS-APPEAL-COUNT-LINE.
003250     05  FILLER               PIC X(20) VALUE SPACES.
003260     05  WS-CNT-LABEL-OUT     PIC X(20).
003270     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
003280     05  FILLER               PIC X(30) VALUE SPACES.
003290**
003300 PROCEDURE DIVISION.
003310 0000-MAINLINE.
003320     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
003330     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
003340     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
003350         UNTIL TRANS-EOF
003360     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
003370     PERFORM 9999-TERMINATE THRU 9999-EXIT
003380     STOP RUN.
003390*
003400****************************************************************
003410*   Open the appeal file I-O - creating it first if this is the
003420*   very first run - and the deck, master, correction deck and
003430*   report.
003440****************************************************************
003450 1000-OPEN-FILES.
003460     MOVE SPACES TO WS-APPEAL-STATUS
003470*
003480     OPEN I-O FS-GRADE-APPEALS
003490*
003500     IF APPEAL-NOT-FOUND
003510         OPEN OUTPUT FS-GRADE-APPEALS
003520         CLOSE FS-GRADE-APPEALS
003530         OPEN I-O FS-GRADE-APPEALS
003540     END-IF
003550*
003560     OPEN INPUT FS-APPEAL-TRANS
003570*
003580*    A MISSING OR UNREADABLE TRANSACTION DECK IS TREATED AS AN
003590*    EMPTY ONE - THE RUN STILL PRINTS A ZERO-COUNT SUMMARY
003600*    INSTEAD OF SPINNING ON AN UNOPENED FILE.
003610     IF WS-TRANS-STATUS NOT EQUAL '00'
003620         MOVE '10' TO WS-TRANS-STATUS
003630     END-IF
003640*
003650     MOVE SPACES TO WS-MASTER-STATUS
003660     OPEN INPUT FS-STUDENT-MASTER
003670*
003680     IF MASTER-OK
003690         MOVE 'Y' TO WS-MASTER-ON-SW
003700     END-IF
003710*
003720*    NO OPERATOR-MASTER = NO SUPERVISOR CAN BE CONFIRMED.
003730     MOVE SPACES TO WS-OPERATOR-STATUS
003740     OPEN INPUT FS-OPERATOR-MASTER
003750*
003760     IF OPERATOR-OK
003770         MOVE 'Y' TO WS-OPERATOR-ON-SW
003780     END-IF
003790*
003800     OPEN EXTEND FS-STUDENT-TRANS
003810*
003820     IF TRANS-OUT-NOT-FOUND
003830         OPEN OUTPUT FS-STUDENT-TRANS
003840     END-IF
003850*
003860     OPEN OUTPUT FS-APPEAL-REPORT
003870*
003880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003890 1000-EXIT.
003900     EXIT.
003910*
003920 1100-WRITE-HEADER.
003930     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-HEADER
003940     END-WRITE
003950*
003960     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-RULE
003970     END-WRITE
003980 1100-EXIT.
003990     EXIT.
004000*
004010****************************************************************
004020*   Read one card, run the key edits every action shares, and
004030*   route it to the paragraph for its action code.
004040****************************************************************
004050 2000-APPLY-TRANSACTIONS.
004060     READ FS-APPEAL-TRANS
004070     NOT AT END
004080         PERFORM 2050-EDIT-APPEAL-KEY THRU 2050-EXIT
004090         IF WS-REJ-REASON-OUT NOT EQUAL SPACES
004100             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004110         ELSE
004120         EVALUATE TRUE
004130             WHEN ATN-FILE
004140                 PERFORM 2100-FILE-APPEAL THRU 2100-EXIT
004150             WHEN ATN-REVIEW
004160                 PERFORM 2200-REVIEW-APPEAL THRU 2200-EXIT
004170             WHEN ATN-GRANT
004180                 PERFORM 2300-GRANT-APPEAL THRU 2300-EXIT
004190             WHEN ATN-DENY
004200                 PERFORM 2500-DENY-APPEAL THRU 2500-EXIT
004210             WHEN OTHER
004220                 MOVE 'INVALID TRANSACTION CODE' TO
004230                     WS-REJ-REASON-OUT
004240                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004250         END-EVALUATE
004260         END-IF
004270     END-READ
004280 2000-EXIT.
004290     EXIT.
004300*
004310****************************************************************
004320*   Shared edits - a blank term or course, or a zero id, can
004330*   never form a reachable key, and an unkeyable action date
004340*   would poison the aging arithmetic. A ZERO DATE IS TODAY.
004350****************************************************************
004360 2050-EDIT-APPEAL-KEY.
004370     MOVE SPACES TO WS-REJ-REASON-OUT
004380*
004390     IF ATN-TERM-CODE EQUAL SPACES
004400         MOVE 'BLANK TERM-CODE' TO WS-REJ-REASON-OUT
004410     ELSE
004420     IF ATN-STUDENT-ID IS NOT NUMERIC
004430             OR ATN-STUDENT-ID EQUAL 0
004440         MOVE 'STUDENT-ID MUST BE 00001-99999' TO
004450             WS-REJ-REASON-OUT
004460     ELSE
004470     IF ATN-COURSE-CODE EQUAL SPACES
004480         MOVE 'BLANK COURSE-CODE' TO WS-REJ-REASON-OUT
004490     ELSE
004500         IF ATN-ACTION-DATE IS NOT NUMERIC
004510             MOVE 'ACTION DATE NOT NUMERIC' TO WS-REJ-REASON-OUT
004520         END-IF
004530     END-IF
004540     END-IF
004550     END-IF
004560*
004570     IF WS-REJ-REASON-OUT EQUAL SPACES
004580         IF ATN-ACTION-DATE EQUAL 0
004590             MOVE WS-RUN-DATE     TO WS-ACTION-DATE
004600         ELSE
004610             MOVE ATN-ACTION-DATE TO WS-ACTION-DATE
004620         END-IF
004630     END-IF
004640*
004650     MOVE ATN-TERM-CODE   TO APL-TERM-CODE
004660     MOVE ATN-STUDENT-ID  TO APL-STUDENT-ID
004670     MOVE ATN-COURSE-CODE TO APL-COURSE-CODE
004680 2050-EXIT.
004690     EXIT.
004700*
004710****************************************************************
004720*   Open a new case. WHEN THE MASTER IS ON FILE THE STUDENT MUST
004730*   HOLD THE TERM - AN APPEAL AGAINST A TERM THAT WAS NEVER
004740*   TAKEN IS A KEYING ERROR.
004750****************************************************************
004760 2100-FILE-APPEAL.
004770     IF ATN-REASON EQUAL SPACES
004780         MOVE 'BLANK REASON ON FILING' TO WS-REJ-REASON-OUT
004790         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004800         GO TO 2100-EXIT
004810     END-IF
004820*
004830     IF ATN-GRADE IS NOT NUMERIC
004840             OR ATN-GRADE > WS-GRADE-MAX
004850         MOVE 'DISPUTED GRADE OUT OF RANGE' TO WS-REJ-REASON-OUT
004860         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004870         GO TO 2100-EXIT
004880     END-IF
004890*
004900     PERFORM 2700-READ-MASTER THRU 2700-EXIT
004910*
004920     IF MASTER-ON AND NOT MASTER-OK
004930         MOVE 'NO MASTER RECORD FOR TERM/STUDENT' TO
004940             WS-REJ-REASON-OUT
004950         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004960         GO TO 2100-EXIT
004970     END-IF
004980*
004990     MOVE WS-ACTION-DATE      TO APL-FILED-DATE
005000     MOVE ATN-REASON          TO APL-REASON
005010     MOVE ATN-REVIEWER        TO APL-REVIEWER
005020     MOVE 'F'                 TO APL-CASE-STATUS
005030     MOVE 0                   TO APL-DECISION-DATE
005040     MOVE ATN-GRADE           TO APL-DISPUTED-GRADE
005050     MOVE 0                   TO APL-REVISED-GRADE
005060     MOVE SPACES              TO APL-SUPV-AUTH
005070*
005080     WRITE FS-APPEAL-RECORD
005090         INVALID KEY
005100             MOVE 'APPEAL ALREADY ON FILE' TO WS-REJ-REASON-OUT
005110             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005120         NOT INVALID KEY
005130             ADD 1 TO WS-TXN-COUNT-FILE
005140     END-WRITE
005150 2100-EXIT.
005160     EXIT.
005170*
005180****************************************************************
005190*   Put an open case under review. A CASE ALREADY UNDER REVIEW
005200*   MAY BE HANDED TO A DIFFERENT REVIEWER THE SAME WAY.
005210****************************************************************
005220 2200-REVIEW-APPEAL.
005230     IF ATN-REVIEWER EQUAL SPACES
005240         MOVE 'BLANK REVIEWER ON REVIEW' TO WS-REJ-REASON-OUT
005250         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005260         GO TO 2200-EXIT
005270     END-IF
005280*
005290     PERFORM 2600-READ-OPEN-CASE THRU 2600-EXIT
005300*
005310     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
005320         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005330         GO TO 2200-EXIT
005340     END-IF
005350*
005360     MOVE ATN-REVIEWER        TO APL-REVIEWER
005370     MOVE 'U'                 TO APL-CASE-STATUS
005380*
005390     REWRITE FS-APPEAL-RECORD
005400         INVALID KEY
005410             MOVE 'REWRITE FAILED ON REVIEW' TO WS-REJ-REASON-OUT
005420             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005430         NOT INVALID KEY
005440             ADD 1 TO WS-TXN-COUNT-REV
005450     END-REWRITE
005460 2200-EXIT.
005470     EXIT.
005480*
005490****************************************************************
005500*   Grant an open case. THE INITIALS OF AN ACTIVE SUPERVISOR ON
005510*   THE OPERATOR MASTER AND A REVISED GRADE ARE REQUIRED, AND
005520*   THE MASTER RECORD MUST BE ON FILE TO
005530*   BUILD THE CORRECTION CARD FROM. THE CARD GOES TO
005540*   STUDENT-TRANS ONLY ONCE THE CASE IS SAFELY MARKED GRANTED.
005550****************************************************************
005560 2300-GRANT-APPEAL.
005570     IF ATN-SUPV-AUTH EQUAL SPACES
005580         MOVE 'SUPERVISOR AUTH REQUIRED ON GRANT' TO
005590             WS-REJ-REASON-OUT
005600         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005610         GO TO 2300-EXIT
005620     END-IF
005630*
005640     PERFORM 2330-VERIFY-SUPERVISOR THRU 2330-EXIT
005650*
005660     IF WS-OPR-CHECK-REASON NOT EQUAL SPACES
005670         STRING 'SUPV ' DELIMITED BY SIZE
005680             WS-OPR-CHECK-REASON DELIMITED BY SIZE
005690             INTO WS-REJ-REASON-OUT
005700         END-STRING
005710         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005720         PERFORM 2340-LOG-SIGNON-REJECT THRU 2340-EXIT
005730         GO TO 2300-EXIT
005740     END-IF
005750*
005760     IF ATN-GRADE IS NOT NUMERIC
005770             OR ATN-GRADE > WS-GRADE-MAX
005780         MOVE 'REVISED GRADE OUT OF RANGE' TO WS-REJ-REASON-OUT
005790         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005800         GO TO 2300-EXIT
005810     END-IF
005820*
005830     PERFORM 2600-READ-OPEN-CASE THRU 2600-EXIT
005840*
005850     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
005860         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005870         GO TO 2300-EXIT
005880     END-IF
005890*
005900     PERFORM 2700-READ-MASTER THRU 2700-EXIT
005910*
005920     IF NOT MASTER-OK
005930         MOVE 'NO MASTER RECORD - CANNOT QUEUE CORRECTION' TO
005940             WS-REJ-REASON-OUT
005950         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005960         GO TO 2300-EXIT
005970     END-IF
005980*
005990     IF WS-ACTION-DATE < APL-FILED-DATE
006000         MOVE 'DECISION DATE BEFORE FILING DATE' TO
006010             WS-REJ-REASON-OUT
006020         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
006030         GO TO 2300-EXIT
006040     END-IF
006050*
006060     IF ATN-REVIEWER NOT EQUAL SPACES
006070         MOVE ATN-REVIEWER    TO APL-REVIEWER
006080     END-IF
006090     MOVE 'G'                 TO APL-CASE-STATUS
006100     MOVE WS-ACTION-DATE      TO APL-DECISION-DATE
006110     MOVE ATN-GRADE           TO APL-REVISED-GRADE
006120     MOVE ATN-SUPV-AUTH       TO APL-SUPV-AUTH
006130*
006140     REWRITE FS-APPEAL-RECORD
006150         INVALID KEY
006160             MOVE 'REWRITE FAILED ON GRANT' TO WS-REJ-REASON-OUT
006170             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
006180         NOT INVALID KEY
006190             ADD 1 TO WS-TXN-COUNT-GRANT
006200             PERFORM 2310-QUEUE-CORRECTION THRU 2310-EXIT
006210             PERFORM 2320-WRITE-GRANT-LINE THRU 2320-EXIT
006220     END-REWRITE
006230 2300-EXIT.
006240     EXIT.
006250*
006260****************************************************************
006270*   The correction itself - an ordinary MAINT 'C' card carrying
006280*   the name on file, the revised term grade as a final grade
006290*   (status space) and the authorizing supervisor.
006300****************************************************************
006310 2310-QUEUE-CORRECTION.
006320     MOVE SPACES               TO FS-TRANS-RECORD
006330     MOVE 'C'                  TO TRN-TXN-CODE
006340     MOVE MST-STUDENT-ID       TO TRN-STUDENT-ID
006350     MOVE MST-STUDENT-NAME     TO TRN-STUDENT-NAME
006360     MOVE MST-STUDENT-LASTNAME TO TRN-STUDENT-LASTNAME
006370     MOVE ATN-GRADE            TO TRN-STUDENT-GENGRADE
006380     MOVE MST-TERM-CODE        TO TRN-TERM-CODE
006390     MOVE SPACE                TO TRN-GRADE-STATUS
006400     MOVE ATN-SUPV-AUTH        TO TRN-SUPV-AUTH
006410*
006420     WRITE FS-TRANS-RECORD
006430     END-WRITE
006440 2310-EXIT.
006450     EXIT.
006460*
006470 2320-WRITE-GRANT-LINE.
006480     MOVE APL-TERM-CODE       TO WS-GRT-TERM-OUT
006490     MOVE APL-STUDENT-ID      TO WS-GRT-ID-OUT
006500     MOVE APL-COURSE-CODE     TO WS-GRT-CRS-OUT
006510     MOVE APL-REVISED-GRADE   TO WS-GRT-GRADE-OUT
006520     MOVE APL-SUPV-AUTH       TO WS-GRT-SUPV-OUT
006530*
006540     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-GRANT-LINE
006550     END-WRITE
006560 2320-EXIT.
006570     EXIT.
006580*
006590****************************************************************
006600*   Confirm ATN-SUPV-AUTH against the operator master as of the
006610*   run date - ON FILE, ACTIVE, NOT EXPIRED AND A SUPERVISOR.
006620*   THE REASON COMES BACK SPACES WHEN IT IS.
006630****************************************************************
006640 2330-VERIFY-SUPERVISOR.
006650     MOVE SPACES TO WS-OPR-CHECK-REASON
006660*
006670     IF NOT OPERATOR-ON
006680         MOVE 'NO OPERATOR MASTER ON FILE' TO WS-OPR-CHECK-REASON
006690         GO TO 2330-EXIT
006700     END-IF
006710*
006720     MOVE ATN-SUPV-AUTH TO OPR-INITIALS
006730*
006740     READ FS-OPERATOR-MASTER
006750         INVALID KEY
006760             MOVE 'INITIALS NOT ON OPERATOR MASTER' TO
006770                 WS-OPR-CHECK-REASON
006780             GO TO 2330-EXIT
006790     END-READ
006800*
006810     IF NOT OPR-ACTIVE
006820         MOVE 'OPERATOR NOT ACTIVE' TO WS-OPR-CHECK-REASON
006830         GO TO 2330-EXIT
006840     END-IF
006850*
006860     IF OPR-EXPIRY-DATE NOT EQUAL 0
006870             AND OPR-EXPIRY-DATE < WS-RUN-DATE
006880         MOVE 'OPERATOR EXPIRED' TO WS-OPR-CHECK-REASON
006890         GO TO 2330-EXIT
006900     END-IF
006910*
006920     IF NOT OPR-SUPERVISOR
006930         MOVE 'NOT A SUPERVISOR' TO WS-OPR-CHECK-REASON
006940     END-IF
006950 2330-EXIT.
006960     EXIT.
006970*
006980****************************************************************
006990*   Append the refused grant authorization to the SIGNON-REJECTS
007000*   log, created on first use.
007010****************************************************************
007020 2340-LOG-SIGNON-REJECT.
007030     OPEN EXTEND FS-SIGNON-REJECTS
007040*
007050     IF SIGNREJ-NOT-FOUND
007060         OPEN OUTPUT FS-SIGNON-REJECTS
007070     END-IF
007080*
007090     ACCEPT WS-RUN-END-TIME FROM TIME
007100*
007110     MOVE 'APPEALMT'          TO SRJ-PROGRAM
007120     MOVE WS-RUN-DATE         TO SRJ-RUN-DATE
007130     MOVE WS-RUN-END-HHMMSS   TO SRJ-RUN-TIME
007140     MOVE ATN-SUPV-AUTH       TO SRJ-INITIALS
007150     MOVE 'A'                 TO SRJ-ATTEMPT
007160     MOVE ATN-TERM-CODE       TO SRJ-TERM-CODE
007170     MOVE ATN-STUDENT-ID      TO SRJ-STUDENT-ID
007180     MOVE WS-OPR-CHECK-REASON TO SRJ-REASON
007190*
007200     WRITE FS-SIGNREJ-RECORD
007210     END-WRITE
007220*
007230     CLOSE FS-SIGNON-REJECTS
007240 2340-EXIT.
007250     EXIT.
007260*
007270 2500-DENY-APPEAL.
007280     PERFORM 2600-READ-OPEN-CASE THRU 2600-EXIT
007290*
007300     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
007310         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007320         GO TO 2500-EXIT
007330     END-IF
007340*
007350     IF WS-ACTION-DATE < APL-FILED-DATE
007360         MOVE 'DECISION DATE BEFORE FILING DATE' TO
007370             WS-REJ-REASON-OUT
007380         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007390         GO TO 2500-EXIT
007400     END-IF
007410*
007420     IF ATN-REVIEWER NOT EQUAL SPACES
007430         MOVE ATN-REVIEWER    TO APL-REVIEWER
007440     END-IF
007450     MOVE 'D'                 TO APL-CASE-STATUS
007460     MOVE WS-ACTION-DATE      TO APL-DECISION-DATE
007470*
007480     REWRITE FS-APPEAL-RECORD
007490         INVALID KEY
007500             MOVE 'REWRITE FAILED ON DENY' TO WS-REJ-REASON-OUT
007510             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
007520         NOT INVALID KEY
007530             ADD 1 TO WS-TXN-COUNT-DENY
007540     END-REWRITE
007550 2500-EXIT.
007560     EXIT.
007570*
007580****************************************************************
007590*   Fetch the case a review/grant/deny card names. A MISSING
007600*   CASE, OR ONE ALREADY GRANTED OR DENIED, LEAVES THE REASON
007610*   SET FOR THE CALLER TO REJECT.
007620****************************************************************
007630 2600-READ-OPEN-CASE.
007640     MOVE SPACES TO WS-REJ-REASON-OUT
007650*
007660     READ FS-GRADE-APPEALS
007670         INVALID KEY
007680             MOVE 'NO APPEAL ON FILE FOR KEY' TO WS-REJ-REASON-OUT
007690         NOT INVALID KEY
007700             IF NOT APL-CASE-OPEN
007710                 MOVE 'APPEAL ALREADY DECIDED' TO
007720                     WS-REJ-REASON-OUT
007730             END-IF
007740     END-READ
007750 2600-EXIT.
007760     EXIT.
007770*
007780****************************************************************
007790*   Keyed master probe for the card's term and student. LEAVES
007800*   WS-MASTER-STATUS AT '00' ONLY WHEN THE RECORD WAS FOUND.
007810****************************************************************
007820 2700-READ-MASTER.
007830     IF NOT MASTER-ON
007840         MOVE '35' TO WS-MASTER-STATUS
007850         GO TO 2700-EXIT
007860     END-IF
007870*
007880     MOVE ATN-TERM-CODE  TO MST-TERM-CODE
007890     MOVE ATN-STUDENT-ID TO MST-STUDENT-ID
007900*
007910     READ FS-STUDENT-MASTER
007920         INVALID KEY
007930             CONTINUE
007940     END-READ
007950 2700-EXIT.
007960     EXIT.
007970*
007980****************************************************************
007990*   Log a rejected card to the report and bump the reject count
008000*   instead of letting a bad card abend the run or apply itself
008010*   silently.
008020****************************************************************
008030 2400-REJECT-TRANSACTION.
008040     ADD 1 TO WS-TXN-COUNT-REJ
008050*
008060     MOVE ATN-TXN-CODE     TO WS-REJ-CODE-OUT
008070     MOVE ATN-TERM-CODE    TO WS-REJ-TERM-OUT
008080     MOVE ATN-STUDENT-ID   TO WS-REJ-ID-OUT
008090     MOVE ATN-COURSE-CODE  TO WS-REJ-CRS-OUT
008100*
008110     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-REJECT-LINE
008120     END-WRITE
008130 2400-EXIT.
008140     EXIT.
008150*
008160****************************************************************
008170*   Print the applied/rejected transaction totals for the run.
008180****************************************************************
008190 3000-WRITE-SUMMARY.
008200     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-RULE
008210     END-WRITE
008220*
008230     MOVE 'APPEALS FILED:'     TO WS-CNT-LABEL-OUT
008240     MOVE WS-TXN-COUNT-FILE    TO WS-CNT-VALUE-OUT
008250     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-COUNT-LINE
008260     END-WRITE
008270*
008280     MOVE 'PUT UNDER REVIEW:'  TO WS-CNT-LABEL-OUT
008290     MOVE WS-TXN-COUNT-REV     TO WS-CNT-VALUE-OUT
008300     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-COUNT-LINE
008310     END-WRITE
008320*
008330     MOVE 'GRANTED/QUEUED:'    TO WS-CNT-LABEL-OUT
008340     MOVE WS-TXN-COUNT-GRANT   TO WS-CNT-VALUE-OUT
008350     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-COUNT-LINE
008360     END-WRITE
008370*
008380     MOVE 'DENIED:'            TO WS-CNT-LABEL-OUT
008390     MOVE WS-TXN-COUNT-DENY    TO WS-CNT-VALUE-OUT
008400     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-COUNT-LINE
008410     END-WRITE
008420*
008430     MOVE 'TRANSACTIONS REJ.:' TO WS-CNT-LABEL-OUT
008440     MOVE WS-TXN-COUNT-REJ     TO WS-CNT-VALUE-OUT
008450     WRITE FS-APPEAL-REP-RECORD FROM WS-APPEAL-COUNT-LINE
008460     END-WRITE
008470 3000-EXIT.
008480     EXIT.
008490*
008500 9999-TERMINATE.
008510     CLOSE FS-GRADE-APPEALS, FS-APPEAL-TRANS
008520     CLOSE FS-STUDENT-TRANS
008530*
008540     IF MASTER-ON
008550         CLOSE FS-STUDENT-MASTER
008560     END-IF
008570*
008580     IF OPERATOR-ON
008590         CLOSE FS-OPERATOR-MASTER
008600     END-IF
008610*
008620     CLOSE FS-APPEAL-REPORT
008630*
008640     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
008650 9999-EXIT.
008660     EXIT.
008670*
008680****************************************************************
008690*   Append this run's control record to the cumulative RUN-LOG.
008700*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
008710*   ITSELF THE FAILURE MARKER.
008720****************************************************************
008730 9995-WRITE-RUN-LOG.
008740     OPEN EXTEND FS-RUN-LOG
008750*
008760     IF RUN-LOG-NOT-FOUND
008770         OPEN OUTPUT FS-RUN-LOG
008780     END-IF
008790*
008800     ACCEPT WS-RUN-END-TIME FROM TIME
008810*
008820     MOVE 'APPEALMT'         TO RNL-PROGRAM
008830     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
008840     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
008850     MOVE SPACES             TO RNL-TERM-CODE
008860*
008870     COMPUTE RNL-READ-CNT = WS-TXN-COUNT-FILE + WS-TXN-COUNT-REV
008880         + WS-TXN-COUNT-GRANT + WS-TXN-COUNT-DENY
008890         + WS-TXN-COUNT-REJ
008900     END-COMPUTE
008910     COMPUTE RNL-VALID-CNT = WS-TXN-COUNT-FILE + WS-TXN-COUNT-REV
008920         + WS-TXN-COUNT-GRANT + WS-TXN-COUNT-DENY
008930     END-COMPUTE
008940     MOVE WS-TXN-COUNT-REJ   TO RNL-REJECT-CNT
008950     MOVE WS-TXN-COUNT-GRANT TO RNL-REPORT-CNT
008960     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
008970*
008980     WRITE FS-RUN-LOG-RECORD
008990     END-WRITE
009000*
009010     CLOSE FS-RUN-LOG
009020 9995-EXIT.
009030     EXIT.
009040*
009050 END PROGRAM APPEALMT.
