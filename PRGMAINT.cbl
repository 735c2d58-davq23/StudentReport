000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     APPLIES TRANSACTIONS FROM PROGREQ-TRANS TO THE
000070*              INDEXED PROGRAM-REQUIREMENTS MASTER KEYED BY
000080*              PROGRAM CODE (THE SAME CODE MAINT.cbl POSTS TO
000090*              MST-PROGRAM-CODE). EACH PROGRAM CARRIES ITS TITLE,
000100*              THE MINIMUM TOTAL CREDITS TO GRADUATE, UP TO 20
000110*              REQUIRED COURSE CODES AND UP TO 5 ELECTIVE POOLS
000120*              (A CATALOG DEPARTMENT AND THE CREDITS REQUIRED
000130*              FROM IT). DEGAUDIT.cbl AUDITS EVERY STUDENT'S
000140*              COURSE HISTORY AGAINST IT.
000150*              TRANSACTION CODES -
000160*                A = ADD PROGRAM       C = CHANGE TITLE/CREDITS
000170*                D = DELETE PROGRAM    R = ADD REQUIRED COURSE
000180*                X = REMOVE REQUIRED   E = SET ELECTIVE POOL
000190*                P = REMOVE ELECTIVE POOL
000200*              REJECTED TRANSACTIONS ARE COUNTED AND LISTED ON
000210*              PRGMAINT-REPORT.txt ALONG WITH THE APPLIED TOTALS.
000220* TECTONICS:   cobc
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   DATE       INIT  DESCRIPTION
000260*   2026-10-15  DV   INITIAL VERSION.
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PRGMAINT.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330****************************************************************
000340*    INDEXED PROGRAM-REQUIREMENTS MASTER - ONE RECORD PER
000350*    PROGRAM CODE. CREATED ON FIRST RUN IF IT DOES NOT EXIST
000360*    YET. LAYOUT IS SHARED WITH DEGAUDIT.cbl AND MUST STAY IN
000370*    STEP.
000380****************************************************************
000390     SELECT FS-PROGRAM-REQ ASSIGN 'PROGRAM-REQUIREMENTS'
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS PRQ-PROGRAM-CODE
000430         FILE STATUS IS WS-PROGREQ-STATUS.
000440*
000450     SELECT FS-PROGREQ-TRANS ASSIGN 'PROGREQ-TRANS'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRANS-STATUS.
000480*
000490     SELECT FS-PRGMAINT-REPORT ASSIGN 'PRGMAINT-REPORT.txt'
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510*
000520****************************************************************
000530*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000540*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000550****************************************************************
000560     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RUN-LOG-STATUS.
000590**
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  FS-PROGRAM-REQ.
000630 01  FS-PROGREQ-RECORD.
000640     05  PRQ-PROGRAM-CODE     PIC X(05).
000650     05  PRQ-PROGRAM-TITLE    PIC X(30).
000660     05  PRQ-MIN-CREDITS      PIC 9(03).
000670     05  PRQ-REQ-COUNT        PIC 9(02).
000680     05  PRQ-REQUIRED-COURSE  PIC X(10) OCCURS 20 TIMES.
000690     05  PRQ-POOL-COUNT       PIC 9(02).
000700     05  PRQ-ELECTIVE-POOL    OCCURS 5 TIMES.
000710         10  PRQ-POOL-DEPT    PIC X(04).
000720         10  PRQ-POOL-CREDITS PIC 9(03).
000730*
000740****************************************************************
000750*    TRANSACTION FILE - ONE TRANSACTION PER LINE. THE 40-BYTE
000760*    DETAIL AREA IS READ THROUGH THE VIEW FOR THE TRANSACTION
000770*    CODE AND IGNORED ON A 'D' (DELETE PROGRAM) TRANSACTION.
000780****************************************************************
000790 FD  FS-PROGREQ-TRANS.
000800 01  FS-PRQTRANS-RECORD.
000810     05  PQT-TXN-CODE         PIC X(01).
000820         88  PQT-ADD                          VALUE 'A'.
000830         88  PQT-CHANGE                       VALUE 'C'.
000840         88  PQT-DELETE                       VALUE 'D'.
000850         88  PQT-ADD-COURSE                   VALUE 'R'.
000860         88  PQT-REMOVE-COURSE                VALUE 'X'.
000870         88  PQT-SET-POOL                     VALUE 'E'.
000880         88  PQT-REMOVE-POOL                  VALUE 'P'.
000890     05  PQT-PROGRAM-CODE     PIC X(05).
000900     05  PQT-DETAIL           PIC X(40).
000910*    'A' AND 'C' - TITLE AND MINIMUM TOTAL CREDITS.
000920     05  PQT-PROGRAM-DETAIL   REDEFINES PQT-DETAIL.
000930         10  PQT-PROGRAM-TITLE PIC X(30).
000940         10  PQT-MIN-CREDITS  PIC 9(03).
000950         10  FILLER           PIC X(07).
000960*    'R' AND 'X' - ONE REQUIRED COURSE CODE.
000970     05  PQT-COURSE-DETAIL    REDEFINES PQT-DETAIL.
000980         10  PQT-COURSE-CODE  PIC X(10).
000990         10  FILLER           PIC X(30).
001000*    'E' AND 'P' - ELECTIVE POOL DEPARTMENT AND CREDITS.
001010     05  PQT-POOL-DETAIL      REDEFINES PQT-DETAIL.
001020         10  PQT-POOL-DEPT    PIC X(04).
001030         10  PQT-POOL-CREDITS PIC 9(03).
001040         10  FILLER           PIC X(33).
001050*
001060 FD  FS-PRGMAINT-REPORT
001070     RECORDING MODE IS F
001080     RECORD CONTAINS 75 CHARACTERS.
001090 01  FS-PRGMAINT-REP-RECORD  PIC X(75).
001100*
001110 FD  FS-RUN-LOG.
001120 01  FS-RUN-LOG-RECORD.
001130     05  RNL-PROGRAM          PIC X(08).
001140     05  RNL-RUN-DATE         PIC 9(08).
001150     05  RNL-RUN-TIME         PIC 9(06).
001160     05  RNL-TERM-CODE        PIC X(05).
001170     05  RNL-READ-CNT         PIC 9(05).
001180     05  RNL-VALID-CNT        PIC 9(05).
001190     05  RNL-REJECT-CNT       PIC 9(05).
001200     05  RNL-REPORT-CNT       PIC 9(05).
001210     05  RNL-RUN-STATUS       PIC X(08).
001220**
001230 WORKING-STORAGE SECTION.
001240 01  WS-PROGREQ-STATUS        PIC X(02).
001250     88  PROGREQ-OK                           VALUE '00'.
001260     88  PROGREQ-NOT-FOUND                    VALUE '35'.
001270*
001280 01  WS-TRANS-STATUS          PIC X(02).
001290     88  TRANS-EOF                            VALUE '10'.
001300*
001310 01  WS-RUN-LOG-STATUS        PIC X(02).
001320     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001330*
001340 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001350 01  WS-RUN-END-TIME.
001360     05  WS-RUN-END-HHMMSS    PIC 9(06).
001370     05  FILLER               PIC 9(02).
001380*
001390 01  WS-TXN-COUNT-ADD         PIC 9(05) COMP-3        VALUE 0.
001400 01  WS-TXN-COUNT-CHG         PIC 9(05) COMP-3        VALUE 0.
001410 01  WS-TXN-COUNT-DEL         PIC 9(05) COMP-3        VALUE 0.
001420 01  WS-TXN-COUNT-CRS         PIC 9(05) COMP-3        VALUE 0.
001430 01  WS-TXN-COUNT-POOL        PIC 9(05) COMP-3        VALUE 0.
001440 01  WS-TXN-COUNT-REJ         PIC 9(05) COMP-3        VALUE 0.
001450*
001460****************************************************************
001470*   Table subscripts - WS-SLOT-HIT is the entry matching the
001480*   transaction's course or department, 0 when there is none.
001490****************************************************************
001500 01  WS-SLOT-SUB              PIC 9(02) COMP-3        VALUE 0.
001510 01  WS-SLOT-NEXT             PIC 9(02) COMP-3        VALUE 0.
001520 01  WS-SLOT-HIT              PIC 9(02) COMP-3        VALUE 0.
001530*
001540 01  WS-PRGMAINT-HEADER.
001550     05  FILLER               PIC X(75) VALUE
001560         'PROGRAM-REQUIREMENTS MAINTENANCE RUN'.
001570*
001580 01  WS-PRGMAINT-RULE.
001590     05  FILLER               PIC X(75) VALUE ALL '-'.
001600*
001610 01  WS-PRGMAINT-REJECT-LINE.
001620     05  FILLER               PIC X(09) VALUE 'REJECTED-'.
001630     05  WS-REJ-CODE-OUT      PIC X(01).
001640     05  FILLER               PIC X(04) VALUE SPACE.
001650     05  WS-REJ-PROGRAM-OUT   PIC X(05).
001660     05  FILLER               PIC X(01) VALUE SPACE.
001670     05  WS-REJ-DETAIL-OUT    PIC X(10).
001680     05  FILLER               PIC X(01) VALUE SPACE.
001690     05  WS-REJ-REASON-OUT    PIC X(44).
001700*
001710 01  WS-PRGMAINT-COUNT-LINE.
001720     05  FILLER               PIC X(20) VALUE SPACES.
001730     05  WS-CNT-LABEL-OUT     PIC X(20).
001740     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
001750     05  FILLER               PIC X(30) VALUE SPACES.
001760**
001770 PROCEDURE DIVISION.
001780 0000-MAINLINE.
001790     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001800     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
001810     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001820         UNTIL TRANS-EOF
001830     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001840     PERFORM 9999-TERMINATE THRU 9999-EXIT
001850     STOP RUN.
001860*
001870****************************************************************
001880*   Open the transaction and report files, and open the master
001890*   I-O - creating it first if this is the very first run.
001900****************************************************************
001910 1000-OPEN-FILES.
001920     MOVE SPACES TO WS-PROGREQ-STATUS
001930*
001940     OPEN I-O FS-PROGRAM-REQ
001950*
001960     IF PROGREQ-NOT-FOUND
001970         OPEN OUTPUT FS-PROGRAM-REQ
001980         CLOSE FS-PROGRAM-REQ
001990         OPEN I-O FS-PROGRAM-REQ
002000     END-IF
002010*
002020     OPEN INPUT FS-PROGREQ-TRANS
002030*
002040*    A MISSING OR UNREADABLE TRANSACTION DECK IS TREATED AS AN
002050*    EMPTY ONE - THE RUN STILL PRINTS A ZERO-COUNT SUMMARY.
002060     IF WS-TRANS-STATUS NOT EQUAL '00'
002070         MOVE '10' TO WS-TRANS-STATUS
002080     END-IF
002090*
002100     OPEN OUTPUT FS-PRGMAINT-REPORT
002110*
002120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002130 1000-EXIT.
002140     EXIT.
002150*
002160 1100-WRITE-HEADER.
002170     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-HEADER
002180     END-WRITE
002190*
002200     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-RULE
002210     END-WRITE
002220 1100-EXIT.
002230     EXIT.
002240*
002250****************************************************************
002260*   Read one transaction and route it to the paragraph for its
002270*   code, or reject it if the code is none of the seven.
002280****************************************************************
002290 2000-APPLY-TRANSACTIONS.
002300     READ FS-PROGREQ-TRANS
002310     NOT AT END
002320         MOVE SPACES TO WS-REJ-REASON-OUT
002330         IF PQT-PROGRAM-CODE EQUAL SPACES
002340             MOVE 'BLANK PROGRAM-CODE' TO WS-REJ-REASON-OUT
002350             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002360             GO TO 2000-EXIT
002370         END-IF
002380         EVALUATE TRUE
002390             WHEN PQT-ADD
002400                 PERFORM 2100-ADD-PROGRAM THRU 2100-EXIT
002410             WHEN PQT-CHANGE
002420                 PERFORM 2200-CHANGE-PROGRAM THRU 2200-EXIT
002430             WHEN PQT-DELETE
002440                 PERFORM 2300-DELETE-PROGRAM THRU 2300-EXIT
002450             WHEN PQT-ADD-COURSE
002460                 PERFORM 2500-ADD-REQUIRED THRU 2500-EXIT
002470             WHEN PQT-REMOVE-COURSE
002480                 PERFORM 2600-REMOVE-REQUIRED THRU 2600-EXIT
002490             WHEN PQT-SET-POOL
002500                 PERFORM 2700-SET-POOL THRU 2700-EXIT
002510             WHEN PQT-REMOVE-POOL
002520                 PERFORM 2800-REMOVE-POOL THRU 2800-EXIT
002530             WHEN OTHER
002540                 MOVE 'INVALID TRANSACTION CODE' TO
002550                     WS-REJ-REASON-OUT
002560                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002570         END-EVALUATE
002580     END-READ
002590 2000-EXIT.
002600     EXIT.
002610*
002620****************************************************************
002630*   Shared field edits for ADD and CHANGE - a program with no
002640*   title or no credit minimum could never be audited.
002650****************************************************************
002660 2050-EDIT-PROGRAM-FIELDS.
002670     IF PQT-PROGRAM-TITLE EQUAL SPACES
002680         MOVE 'BLANK PROGRAM TITLE' TO WS-REJ-REASON-OUT
002690     ELSE
002700         IF PQT-MIN-CREDITS IS NOT NUMERIC
002710                 OR PQT-MIN-CREDITS EQUAL 0
002720             MOVE 'MINIMUM CREDITS MUST BE 001-999' TO
002730                 WS-REJ-REASON-OUT
002740         END-IF
002750     END-IF
002760 2050-EXIT.
002770     EXIT.
002780*
002790****************************************************************
002800*   Read the program a course or pool transaction applies to -
002810*   a missing program rejects the transaction.
002820****************************************************************
002830 2060-READ-PROGRAM.
002840     MOVE PQT-PROGRAM-CODE TO PRQ-PROGRAM-CODE
002850*
002860     READ FS-PROGRAM-REQ
002870         INVALID KEY
002880             MOVE 'PROGRAM-CODE NOT ON FILE' TO
002890                 WS-REJ-REASON-OUT
002900     END-READ
002910 2060-EXIT.
002920     EXIT.
002930*
002940****************************************************************
002950*   Put back a program record changed by a course or pool
002960*   transaction and count it under WS-TXN-COUNT-CRS/POOL.
002970****************************************************************
002980 2070-REWRITE-PROGRAM.
002990     REWRITE FS-PROGREQ-RECORD
003000         INVALID KEY
003010             MOVE 'REWRITE FAILED' TO WS-REJ-REASON-OUT
003020             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003030         NOT INVALID KEY
003040             IF PQT-ADD-COURSE OR PQT-REMOVE-COURSE
003050                 ADD 1 TO WS-TXN-COUNT-CRS
003060             ELSE
003070                 ADD 1 TO WS-TXN-COUNT-POOL
003080             END-IF
003090     END-REWRITE
003100 2070-EXIT.
003110     EXIT.
003120*
003130 2100-ADD-PROGRAM.
003140     PERFORM 2050-EDIT-PROGRAM-FIELDS THRU 2050-EXIT
003150*
003160     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003170         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003180     ELSE
003190         INITIALIZE FS-PROGREQ-RECORD
003200         MOVE PQT-PROGRAM-CODE  TO PRQ-PROGRAM-CODE
003210         MOVE PQT-PROGRAM-TITLE TO PRQ-PROGRAM-TITLE
003220         MOVE PQT-MIN-CREDITS   TO PRQ-MIN-CREDITS
003230         MOVE 0                 TO PRQ-REQ-COUNT
003240         MOVE 0                 TO PRQ-POOL-COUNT
003250*
003260         WRITE FS-PROGREQ-RECORD
003270             INVALID KEY
003280                 MOVE 'DUPLICATE PROGRAM-CODE ON ADD' TO
003290                     WS-REJ-REASON-OUT
003300                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003310             NOT INVALID KEY
003320                 ADD 1 TO WS-TXN-COUNT-ADD
003330         END-WRITE
003340     END-IF
003350 2100-EXIT.
003360     EXIT.
003370*
003380****************************************************************
003390*   A change replaces the title and credit minimum only - the
003400*   course list and pools are kept by their own transactions.
003410****************************************************************
003420 2200-CHANGE-PROGRAM.
003430     PERFORM 2050-EDIT-PROGRAM-FIELDS THRU 2050-EXIT
003440*
003450     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003460         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003470         GO TO 2200-EXIT
003480     END-IF
003490*
003500     PERFORM 2060-READ-PROGRAM THRU 2060-EXIT
003510*
003520     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003530         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003540     ELSE
003550         MOVE PQT-PROGRAM-TITLE TO PRQ-PROGRAM-TITLE
003560         MOVE PQT-MIN-CREDITS   TO PRQ-MIN-CREDITS
003570         REWRITE FS-PROGREQ-RECORD
003580             INVALID KEY
003590                 MOVE 'REWRITE FAILED ON CHANGE' TO
003600                     WS-REJ-REASON-OUT
003610                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003620             NOT INVALID KEY
003630                 ADD 1 TO WS-TXN-COUNT-CHG
003640         END-REWRITE
003650     END-IF
003660 2200-EXIT.
003670     EXIT.
003680*
003690 2300-DELETE-PROGRAM.
003700     PERFORM 2060-READ-PROGRAM THRU 2060-EXIT
003710*
003720     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003730         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003740     ELSE
003750         DELETE FS-PROGRAM-REQ
003760             INVALID KEY
003770                 MOVE 'DELETE FAILED' TO WS-REJ-REASON-OUT
003780                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003790             NOT INVALID KEY
003800                 ADD 1 TO WS-TXN-COUNT-DEL
003810         END-DELETE
003820     END-IF
003830 2300-EXIT.
003840     EXIT.
003850*
003860****************************************************************
003870*   Log a rejected transaction to the report and bump the
003880*   reject count instead of letting a bad transaction abend the
003890*   run or apply itself silently.
003900****************************************************************
003910 2400-REJECT-TRANSACTION.
003920     ADD 1 TO WS-TXN-COUNT-REJ
003930*
003940     MOVE PQT-TXN-CODE      TO WS-REJ-CODE-OUT
003950     MOVE PQT-PROGRAM-CODE  TO WS-REJ-PROGRAM-OUT
003960*
003970     EVALUATE TRUE
003980         WHEN PQT-ADD-COURSE OR PQT-REMOVE-COURSE
003990             MOVE PQT-COURSE-CODE TO WS-REJ-DETAIL-OUT
004000         WHEN PQT-SET-POOL OR PQT-REMOVE-POOL
004010             MOVE PQT-POOL-DEPT   TO WS-REJ-DETAIL-OUT
004020         WHEN OTHER
004030             MOVE SPACES          TO WS-REJ-DETAIL-OUT
004040     END-EVALUATE
004050*
004060     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-REJECT-LINE
004070     END-WRITE
004080 2400-EXIT.
004090     EXIT.
004100*
004110****************************************************************
004120*   Add one required course to the program's list. A COURSE
004130*   ALREADY LISTED OR A FULL LIST REJECTS THE TRANSACTION.
004140****************************************************************
004150 2500-ADD-REQUIRED.
004160     IF PQT-COURSE-CODE EQUAL SPACES
004170         MOVE 'BLANK COURSE-CODE' TO WS-REJ-REASON-OUT
004180         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004190         GO TO 2500-EXIT
004200     END-IF
004210*
004220     PERFORM 2060-READ-PROGRAM THRU 2060-EXIT
004230*
004240     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
004250         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004260         GO TO 2500-EXIT
004270     END-IF
004280*
004290     PERFORM 2510-FIND-REQUIRED THRU 2510-EXIT
004300*
004310     IF WS-SLOT-HIT > 0
004320         MOVE 'COURSE ALREADY REQUIRED' TO WS-REJ-REASON-OUT
004330         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004340         GO TO 2500-EXIT
004350     END-IF
004360*
004370     IF PRQ-REQ-COUNT NOT LESS THAN 20
004380         MOVE 'REQUIRED-COURSE LIST FULL (20)' TO
004390             WS-REJ-REASON-OUT
004400         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004410         GO TO 2500-EXIT
004420     END-IF
004430*
004440     ADD 1 TO PRQ-REQ-COUNT
004450     MOVE PQT-COURSE-CODE TO PRQ-REQUIRED-COURSE(PRQ-REQ-COUNT)
004460*
004470     PERFORM 2070-REWRITE-PROGRAM THRU 2070-EXIT
004480 2500-EXIT.
004490     EXIT.
004500*
004510 2510-FIND-REQUIRED.
004520     MOVE 0 TO WS-SLOT-HIT
004530*
004540     PERFORM 2511-SCAN-REQUIRED THRU 2511-EXIT
004550         VARYING WS-SLOT-SUB FROM 1 BY 1
004560         UNTIL WS-SLOT-SUB > PRQ-REQ-COUNT
004570             OR WS-SLOT-HIT > 0
004580 2510-EXIT.
004590     EXIT.
004600*
004610 2511-SCAN-REQUIRED.
004620     IF PRQ-REQUIRED-COURSE(WS-SLOT-SUB) EQUAL PQT-COURSE-CODE
004630         MOVE WS-SLOT-SUB TO WS-SLOT-HIT
004640     END-IF
004650 2511-EXIT.
004660     EXIT.
004670*
004680****************************************************************
004690*   Remove one required course - the entries after it close up
004700*   so the list stays packed from entry 1.
004710****************************************************************
004720 2600-REMOVE-REQUIRED.
004730     PERFORM 2060-READ-PROGRAM THRU 2060-EXIT
004740*
004750     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
004760         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004770         GO TO 2600-EXIT
004780     END-IF
004790*
004800     PERFORM 2510-FIND-REQUIRED THRU 2510-EXIT
004810*
004820     IF WS-SLOT-HIT EQUAL 0
004830         MOVE 'COURSE NOT ON REQUIRED LIST' TO WS-REJ-REASON-OUT
004840         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004850         GO TO 2600-EXIT
004860     END-IF
004870*
004880     PERFORM 2610-CLOSE-UP-REQUIRED THRU 2610-EXIT
004890         VARYING WS-SLOT-SUB FROM WS-SLOT-HIT BY 1
004900         UNTIL WS-SLOT-SUB NOT LESS THAN PRQ-REQ-COUNT
004910*
004920     MOVE SPACES TO PRQ-REQUIRED-COURSE(PRQ-REQ-COUNT)
004930     SUBTRACT 1 FROM PRQ-REQ-COUNT
004940*
004950     PERFORM 2070-REWRITE-PROGRAM THRU 2070-EXIT
004960 2600-EXIT.
004970     EXIT.
004980*
004990 2610-CLOSE-UP-REQUIRED.
005000     COMPUTE WS-SLOT-NEXT = WS-SLOT-SUB + 1
005010     MOVE PRQ-REQUIRED-COURSE(WS-SLOT-NEXT) TO
005020         PRQ-REQUIRED-COURSE(WS-SLOT-SUB)
005030 2610-EXIT.
005040     EXIT.
005050*
005060****************************************************************
005070*   Set one elective pool - a department already pooled has its
005080*   credit requirement replaced, a new one takes the next slot.
005090****************************************************************
005100 2700-SET-POOL.
005110     IF PQT-POOL-DEPT EQUAL SPACES
005120         MOVE 'BLANK POOL DEPARTMENT' TO WS-REJ-REASON-OUT
005130         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005140         GO TO 2700-EXIT
005150     END-IF
005160*
005170     IF PQT-POOL-CREDITS IS NOT NUMERIC
005180             OR PQT-POOL-CREDITS EQUAL 0
005190         MOVE 'POOL CREDITS MUST BE 001-999' TO
005200             WS-REJ-REASON-OUT
005210         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005220         GO TO 2700-EXIT
005230     END-IF
005240*
005250     PERFORM 2060-READ-PROGRAM THRU 2060-EXIT
005260*
005270     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
005280         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005290         GO TO 2700-EXIT
005300     END-IF
005310*
005320     PERFORM 2710-FIND-POOL THRU 2710-EXIT
005330*
005340     IF WS-SLOT-HIT EQUAL 0
005350         IF PRQ-POOL-COUNT NOT LESS THAN 5
005360             MOVE 'ELECTIVE POOL LIST FULL (5)' TO
005370                 WS-REJ-REASON-OUT
005380             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005390             GO TO 2700-EXIT
005400         END-IF
005410         ADD 1 TO PRQ-POOL-COUNT
005420         MOVE PRQ-POOL-COUNT TO WS-SLOT-HIT
005430         MOVE PQT-POOL-DEPT  TO PRQ-POOL-DEPT(WS-SLOT-HIT)
005440     END-IF
005450*
005460     MOVE PQT-POOL-CREDITS TO PRQ-POOL-CREDITS(WS-SLOT-HIT)
005470*
005480     PERFORM 2070-REWRITE-PROGRAM THRU 2070-EXIT
005490 2700-EXIT.
005500     EXIT.
005510*
005520 2710-FIND-POOL.
005530     MOVE 0 TO WS-SLOT-HIT
005540*
005550     PERFORM 2711-SCAN-POOL THRU 2711-EXIT
005560         VARYING WS-SLOT-SUB FROM 1 BY 1
005570         UNTIL WS-SLOT-SUB > PRQ-POOL-COUNT
005580             OR WS-SLOT-HIT > 0
005590 2710-EXIT.
005600     EXIT.
005610*
005620 2711-SCAN-POOL.
005630     IF PRQ-POOL-DEPT(WS-SLOT-SUB) EQUAL PQT-POOL-DEPT
005640         MOVE WS-SLOT-SUB TO WS-SLOT-HIT
005650     END-IF
005660 2711-EXIT.
005670     EXIT.
005680*
005690****************************************************************
005700*   Remove one elective pool, closing up the slots after it.
005710****************************************************************
005720 2800-REMOVE-POOL.
005730     PERFORM 2060-READ-PROGRAM THRU 2060-EXIT
005740*
005750     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
005760         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005770         GO TO 2800-EXIT
005780     END-IF
005790*
005800     PERFORM 2710-FIND-POOL THRU 2710-EXIT
005810*
005820     IF WS-SLOT-HIT EQUAL 0
005830         MOVE 'DEPARTMENT NOT AN ELECTIVE POOL' TO
005840             WS-REJ-REASON-OUT
005850         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
005860         GO TO 2800-EXIT
005870     END-IF
005880*
005890     PERFORM 2810-CLOSE-UP-POOL THRU 2810-EXIT
005900         VARYING WS-SLOT-SUB FROM WS-SLOT-HIT BY 1
005910         UNTIL WS-SLOT-SUB NOT LESS THAN PRQ-POOL-COUNT
005920*
005930     MOVE SPACES TO PRQ-POOL-DEPT(PRQ-POOL-COUNT)
005940     MOVE 0      TO PRQ-POOL-CREDITS(PRQ-POOL-COUNT)
005950     SUBTRACT 1 FROM PRQ-POOL-COUNT
005960*
005970     PERFORM 2070-REWRITE-PROGRAM THRU 2070-EXIT
005980 2800-EXIT.
005990     EXIT.
006000*
006010 2810-CLOSE-UP-POOL.
006020     COMPUTE WS-SLOT-NEXT = WS-SLOT-SUB + 1
006030     MOVE PRQ-ELECTIVE-POOL(WS-SLOT-NEXT) TO
006040         PRQ-ELECTIVE-POOL(WS-SLOT-SUB)
006050 2810-EXIT.
006060     EXIT.
006070*
006080****************************************************************
006090*   Print the applied/rejected transaction totals for the run.
006100****************************************************************
006110 3000-WRITE-SUMMARY.
006120     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-RULE
006130     END-WRITE
006140*
006150     MOVE 'PROGRAMS ADDED:'    TO WS-CNT-LABEL-OUT
006160     MOVE WS-TXN-COUNT-ADD     TO WS-CNT-VALUE-OUT
006170     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-COUNT-LINE
006180     END-WRITE
006190*
006200     MOVE 'PROGRAMS CHANGED:'  TO WS-CNT-LABEL-OUT
006210     MOVE WS-TXN-COUNT-CHG     TO WS-CNT-VALUE-OUT
006220     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-COUNT-LINE
006230     END-WRITE
006240*
006250     MOVE 'PROGRAMS DELETED:'  TO WS-CNT-LABEL-OUT
006260     MOVE WS-TXN-COUNT-DEL     TO WS-CNT-VALUE-OUT
006270     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-COUNT-LINE
006280     END-WRITE
006290*
006300     MOVE 'COURSE LIST CHANGES:' TO WS-CNT-LABEL-OUT
006310     MOVE WS-TXN-COUNT-CRS     TO WS-CNT-VALUE-OUT
006320     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-COUNT-LINE
006330     END-WRITE
006340*
006350     MOVE 'POOL CHANGES:'      TO WS-CNT-LABEL-OUT
006360     MOVE WS-TXN-COUNT-POOL    TO WS-CNT-VALUE-OUT
006370     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-COUNT-LINE
006380     END-WRITE
006390*
006400     MOVE 'TRANSACTIONS REJ.:' TO WS-CNT-LABEL-OUT
006410     MOVE WS-TXN-COUNT-REJ     TO WS-CNT-VALUE-OUT
006420     WRITE FS-PRGMAINT-REP-RECORD FROM WS-PRGMAINT-COUNT-LINE
006430     END-WRITE
006440 3000-EXIT.
006450     EXIT.
006460*
006470 9999-TERMINATE.
006480     CLOSE FS-PROGRAM-REQ, FS-PROGREQ-TRANS
006490     CLOSE FS-PRGMAINT-REPORT
006500*
006510     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
006520 9999-EXIT.
006530     EXIT.
006540*
006550****************************************************************
006560*   Append this run's control record to the cumulative RUN-LOG.
006570*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
006580*   ITSELF THE FAILURE MARKER.
006590****************************************************************
006600 9995-WRITE-RUN-LOG.
006610     OPEN EXTEND FS-RUN-LOG
006620*
006630     IF RUN-LOG-NOT-FOUND
006640         OPEN OUTPUT FS-RUN-LOG
006650     END-IF
006660*
006670     ACCEPT WS-RUN-END-TIME FROM TIME
006680*
006690     MOVE 'PRGMAINT'         TO RNL-PROGRAM
006700     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
006710     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
006720     MOVE SPACES             TO RNL-TERM-CODE
006730*
006740     COMPUTE RNL-VALID-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
006750         + WS-TXN-COUNT-DEL + WS-TXN-COUNT-CRS
006760         + WS-TXN-COUNT-POOL
006770     END-COMPUTE
006780     COMPUTE RNL-READ-CNT = RNL-VALID-CNT + WS-TXN-COUNT-REJ
006790     END-COMPUTE
006800     MOVE WS-TXN-COUNT-REJ   TO RNL-REJECT-CNT
006810     MOVE 0                  TO RNL-REPORT-CNT
006820     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
006830*
006840     WRITE FS-RUN-LOG-RECORD
006850     END-WRITE
006860*
006870     CLOSE FS-RUN-LOG
006880 9995-EXIT.
006890     EXIT.
006900*
006910 END PROGRAM PRGMAINT.
