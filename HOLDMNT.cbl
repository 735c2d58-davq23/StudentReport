000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     PLACES AND RELEASES REGISTRAR HOLDS. APPLIES THE
000070*              CARDS ON HOLD-TRANS TO THE INDEXED REGISTRAR-HOLDS
000080*              FILE KEYED BY STUDENT-ID - ONE RECORD PER STUDENT
000090*              WITH A SLOT FOR EACH HOLD TYPE (F = FINANCIAL,
000100*              D = DISCIPLINARY, R = RECORDS) CARRYING THE PLACING
000110*              OFFICE, START DATE, RELEASE DATE AND REASON. 'P'
000120*              PLACES A HOLD, 'L' RELEASES ONE. MAIN.cbl WITHHOLDS
000130*              A HELD STUDENT'S TRANSCRIPT PAGE AND PORTAL CSV ROW
000140*              AND INQUIRY.cbl SHOWS ACTIVE HOLDS AT THE COUNTER.
000150*              REJECTED CARDS ARE COUNTED AND LISTED ON
000160*              HOLDMNT-REPORT.txt ALONG WITH THE APPLIED TOTALS.
000170* TECTONICS:   cobc
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   DATE       INIT  DESCRIPTION
000210*   2026-10-15  DV   INITIAL VERSION.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. HOLDMNT.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280****************************************************************
000290*    INDEXED HOLDS FILE - ONE RECORD PER STUDENT EVER HELD.
000300*    CREATED ON FIRST RUN IF IT DOES NOT EXIST YET. LAYOUT IS
000310*    SHARED WITH MAIN.cbl AND INQUIRY.cbl AND MUST STAY IN STEP.
000320****************************************************************
000330     SELECT FS-REGISTRAR-HOLDS ASSIGN 'REGISTRAR-HOLDS'
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS HLD-STUDENT-ID
000370         FILE STATUS IS WS-HOLDS-STATUS.
000380*
000390     SELECT FS-HOLD-TRANS ASSIGN 'HOLD-TRANS'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-TRANS-STATUS.
000420*
000430     SELECT FS-HOLDMNT-REPORT ASSIGN 'HOLDMNT-REPORT.txt'
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
000570*    HOLDS RECORD - SLOT 1 IS THE FINANCIAL HOLD, SLOT 2 THE
000580*    DISCIPLINARY, SLOT 3 THE RECORDS HOLD. A SLOT IS ACTIVE
000590*    FROM ITS START DATE UNTIL ITS RELEASE DATE (ZERO = NOT YET
000600*    RELEASED); A SLOT NEVER USED HAS A ZERO START DATE.
000610****************************************************************
000620 FD  FS-REGISTRAR-HOLDS.
000630 01  FS-HOLDS-RECORD.
000640     05  HLD-STUDENT-ID       PIC 9(05).
000650     05  HLD-SLOT             OCCURS 3 TIMES.
000660         10  HLD-OFFICE       PIC X(10).
000670         10  HLD-START-DATE   PIC 9(08).
000680         10  HLD-RELEASE-DATE PIC 9(08).
000690         10  HLD-REASON       PIC X(30).
000700*
000710****************************************************************
000720*    HOLD TRANSACTION CARD - 'P' PLACES, 'L' RELEASES. A ZERO
000730*    ACTION DATE MEANS TODAY'S RUN DATE. OFFICE AND REASON ARE
000740*    IGNORED ON A RELEASE.
000750****************************************************************
000760 FD  FS-HOLD-TRANS.
000770 01  FS-HOLDTRANS-RECORD.
000780     05  HTN-TXN-CODE         PIC X(01).
000790         88  HTN-PLACE                        VALUE 'P'.
000800         88  HTN-RELEASE                      VALUE 'L'.
000810     05  HTN-STUDENT-ID       PIC 9(05).
000820     05  HTN-HOLD-TYPE        PIC X(01).
000830         88  HTN-FINANCIAL                    VALUE 'F'.
000840         88  HTN-DISCIPLINARY                 VALUE 'D'.
000850         88  HTN-RECORDS                      VALUE 'R'.
000860     05  HTN-OFFICE           PIC X(10).
000870     05  HTN-ACTION-DATE      PIC 9(08).
000880     05  HTN-REASON           PIC X(30).
000890*
000900 FD  FS-HOLDMNT-REPORT
000910     RECORDING MODE IS F
000920     RECORD CONTAINS 75 CHARACTERS.
000930 01  FS-HOLDMNT-REP-RECORD PIC X(75).
000940*
000950 FD  FS-RUN-LOG.
000960 01  FS-RUN-LOG-RECORD.
000970     05  RNL-PROGRAM          PIC X(08).
000980     05  RNL-RUN-DATE         PIC 9(08).
000990     05  RNL-RUN-TIME         PIC 9(06).
001000     05  RNL-TERM-CODE        PIC X(05).
001010     05  RNL-READ-CNT         PIC 9(05).
001020     05  RNL-VALID-CNT        PIC 9(05).
001030     05  RNL-REJECT-CNT       PIC 9(05).
001040     05  RNL-REPORT-CNT       PIC 9(05).
001050     05  RNL-RUN-STATUS       PIC X(08).
001060**
001070 WORKING-STORAGE SECTION.
001080 01  WS-HOLDS-STATUS          PIC X(02).
001090     88  HOLDS-OK                             VALUE '00'.
001100     88  HOLDS-NOT-FOUND                      VALUE '35'.
001110*
001120 01  WS-TRANS-STATUS          PIC X(02).
001130     88  TRANS-EOF                            VALUE '10'.
001140*
001150 01  WS-RUN-LOG-STATUS        PIC X(02).
001160     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001170*
001180 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001190 01  WS-RUN-END-TIME.
001200     05  WS-RUN-END-HHMMSS    PIC 9(06).
001210     05  FILLER               PIC 9(02).
001220*
001230*    THE CARD'S ACTION DATE, OR THE RUN DATE WHEN LEFT ZERO.
001240 01  WS-ACTION-DATE           PIC 9(08)              VALUE 0.
001250*
001260*    THE SLOT THE CARD'S HOLD TYPE MAPS TO.
001270 01  WS-HOLD-SUB              PIC 9(01)              VALUE 0.
001280*
001290*    SET WHEN THE STUDENT ALREADY HAS A HOLDS RECORD - A PLACE
001300*    REWRITES IT, OTHERWISE A NEW RECORD IS WRITTEN.
001310 01  WS-HOLD-FOUND-SW         PIC X(01)              VALUE 'N'.
001320     88  HOLD-RECORD-FOUND                    VALUE 'Y'.
001330*
001340 01  WS-TXN-COUNT-PLACE       PIC 9(05) COMP-3        VALUE 0.
001350 01  WS-TXN-COUNT-RELEASE     PIC 9(05) COMP-3        VALUE 0.
001360 01  WS-TXN-COUNT-REJ         PIC 9(05) COMP-3        VALUE 0.
001370*
001380 01  WS-HOLDMNT-HEADER.
001390     05  FILLER               PIC X(75) VALUE
001400         'REGISTRAR-HOLDS MAINTENANCE RUN'.
001410*
001420 01  WS-HOLDMNT-RULE.
001430     05  FILLER               PIC X(75) VALUE ALL '-'.
001440*
001450 01  WS-HOLDMNT-REJECT-LINE.
001460     05  FILLER               PIC X(09) VALUE 'REJECTED-'.
001470     05  WS-REJ-CODE-OUT      PIC X(01).
001480     05  FILLER               PIC X(04) VALUE SPACE.
001490     05  WS-REJ-ID-OUT        PIC 9(05).
001500     05  FILLER               PIC X(01) VALUE SPACE.
001510     05  WS-REJ-TYPE-OUT      PIC X(01).
001520     05  FILLER               PIC X(01) VALUE SPACE.
001530     05  WS-REJ-REASON-OUT    PIC X(53).
001540*
001550 01  WS-HOLDMNT-COUNT-LINE.
001560     05  FILLER               PIC X(20) VALUE SPACES.
001570     05  WS-CNT-LABEL-OUT     PIC X(20).
001580     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
001590     05  FILLER               PIC X(30) VALUE SPACES.
001600**
001610 PROCEDURE DIVISION.
001620 0000-MAINLINE.
001630     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001640     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
001650     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001660         UNTIL TRANS-EOF
001670     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001680     PERFORM 9999-TERMINATE THRU 9999-EXIT
001690     STOP RUN.
001700*
001710****************************************************************
001720*   Open the deck and report, and open the holds file I-O -
001730*   creating it first if this is the very first run.
001740****************************************************************
001750 1000-OPEN-FILES.
001760     MOVE SPACES TO WS-HOLDS-STATUS
001770*
001780     OPEN I-O FS-REGISTRAR-HOLDS
001790*
001800     IF HOLDS-NOT-FOUND
001810         OPEN OUTPUT FS-REGISTRAR-HOLDS
001820         CLOSE FS-REGISTRAR-HOLDS
001830         OPEN I-O FS-REGISTRAR-HOLDS
001840     END-IF
001850*
001860     OPEN INPUT FS-HOLD-TRANS
001870*
001880*    A MISSING OR UNREADABLE TRANSACTION DECK IS TREATED AS AN
001890*    EMPTY ONE - THE RUN STILL PRINTS A ZERO-COUNT SUMMARY
001900*    INSTEAD OF SPINNING ON AN UNOPENED FILE.
001910     IF WS-TRANS-STATUS NOT EQUAL '00'
001920         MOVE '10' TO WS-TRANS-STATUS
001930     END-IF
001940*
001950     OPEN OUTPUT FS-HOLDMNT-REPORT
001960*
001970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001980 1000-EXIT.
001990     EXIT.
002000*
002010 1100-WRITE-HEADER.
002020     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-HEADER
002030     END-WRITE
002040*
002050     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-RULE
002060     END-WRITE
002070 1100-EXIT.
002080     EXIT.
002090*
002100****************************************************************
002110*   Read one card, run the edits both codes share, and route it
002120*   to the place or release paragraph.
002130****************************************************************
002140 2000-APPLY-TRANSACTIONS.
002150     READ FS-HOLD-TRANS
002160     NOT AT END
002170         PERFORM 2050-EDIT-HOLD-CARD THRU 2050-EXIT
002180         IF WS-REJ-REASON-OUT NOT EQUAL SPACES
002190             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002200         ELSE
002210         EVALUATE TRUE
002220             WHEN HTN-PLACE
002230                 PERFORM 2100-PLACE-HOLD THRU 2100-EXIT
002240             WHEN HTN-RELEASE
002250                 PERFORM 2200-RELEASE-HOLD THRU 2200-EXIT
002260             WHEN OTHER
002270                 MOVE 'INVALID TRANSACTION CODE' TO
002280                     WS-REJ-REASON-OUT
002290                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002300         END-EVALUATE
002310         END-IF
002320     END-READ
002330 2000-EXIT.
002340     EXIT.
002350*
002360****************************************************************
002370*   Shared edits - a real student id, a known hold type and a
002380*   keyable action date (ZERO = TODAY). THE HOLD TYPE PICKS THE
002390*   SLOT AND THE STUDENT'S RECORD, IF ANY, IS READ HERE.
002400****************************************************************
002410 2050-EDIT-HOLD-CARD.
002420     MOVE SPACES TO WS-REJ-REASON-OUT
002430     MOVE 'N'    TO WS-HOLD-FOUND-SW
002440*
002450     IF HTN-STUDENT-ID IS NOT NUMERIC
002460             OR HTN-STUDENT-ID EQUAL 0
002470         MOVE 'STUDENT-ID MUST BE 00001-99999' TO
002480             WS-REJ-REASON-OUT
002490         GO TO 2050-EXIT
002500     END-IF
002510*
002520     EVALUATE TRUE
002530         WHEN HTN-FINANCIAL
002540             MOVE 1 TO WS-HOLD-SUB
002550         WHEN HTN-DISCIPLINARY
002560             MOVE 2 TO WS-HOLD-SUB
002570         WHEN HTN-RECORDS
002580             MOVE 3 TO WS-HOLD-SUB
002590         WHEN OTHER
002600             MOVE 'HOLD TYPE NOT F/D/R' TO WS-REJ-REASON-OUT
002610             GO TO 2050-EXIT
002620     END-EVALUATE
002630*
002640     IF HTN-ACTION-DATE IS NOT NUMERIC
002650         MOVE 'ACTION DATE NOT NUMERIC' TO WS-REJ-REASON-OUT
002660         GO TO 2050-EXIT
002670     END-IF
002680*
002690     IF HTN-ACTION-DATE EQUAL 0
002700         MOVE WS-RUN-DATE     TO WS-ACTION-DATE
002710     ELSE
002720         MOVE HTN-ACTION-DATE TO WS-ACTION-DATE
002730     END-IF
002740*
002750     MOVE HTN-STUDENT-ID TO HLD-STUDENT-ID
002760*
002770     READ FS-REGISTRAR-HOLDS
002780         INVALID KEY
002790             CONTINUE
002800         NOT INVALID KEY
002810             MOVE 'Y' TO WS-HOLD-FOUND-SW
002820     END-READ
002830 2050-EXIT.
002840     EXIT.
002850*
002860****************************************************************
002870*   Place a hold. THE OFFICE IS REQUIRED - A HOLD NOBODY OWNS
002880*   CAN NEVER BE CLEARED. A SLOT STILL ACTIVE IS NOT OVERLAID;
002890*   A RELEASED ONE IS REUSED FOR THE NEW HOLD.
002900****************************************************************
002910 2100-PLACE-HOLD.
002920     IF HTN-OFFICE EQUAL SPACES
002930         MOVE 'BLANK PLACING OFFICE' TO WS-REJ-REASON-OUT
002940         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002950         GO TO 2100-EXIT
002960     END-IF
002970*
002980     IF NOT HOLD-RECORD-FOUND
002990         PERFORM 2110-CLEAR-HOLD-RECORD THRU 2110-EXIT
003000     END-IF
003010*
003020     IF HLD-START-DATE(WS-HOLD-SUB) NOT EQUAL 0
003030             AND HLD-RELEASE-DATE(WS-HOLD-SUB) EQUAL 0
003040         MOVE 'HOLD OF THIS TYPE ALREADY ACTIVE' TO
003050             WS-REJ-REASON-OUT
003060         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003070         GO TO 2100-EXIT
003080     END-IF
003090*
003100     MOVE HTN-OFFICE     TO HLD-OFFICE(WS-HOLD-SUB)
003110     MOVE WS-ACTION-DATE TO HLD-START-DATE(WS-HOLD-SUB)
003120     MOVE 0              TO HLD-RELEASE-DATE(WS-HOLD-SUB)
003130     MOVE HTN-REASON     TO HLD-REASON(WS-HOLD-SUB)
003140*
003150     IF HOLD-RECORD-FOUND
003160         REWRITE FS-HOLDS-RECORD
003170             INVALID KEY
003180                 MOVE 'REWRITE FAILED ON PLACE' TO
003190                     WS-REJ-REASON-OUT
003200                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003210             NOT INVALID KEY
003220                 ADD 1 TO WS-TXN-COUNT-PLACE
003230         END-REWRITE
003240     ELSE
003250         WRITE FS-HOLDS-RECORD
003260             INVALID KEY
003270                 MOVE 'WRITE FAILED ON PLACE' TO
003280                     WS-REJ-REASON-OUT
003290                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003300             NOT INVALID KEY
003310                 ADD 1 TO WS-TXN-COUNT-PLACE
003320         END-WRITE
003330     END-IF
003340 2100-EXIT.
003350     EXIT.
003360*
003370****************************************************************
003380*   A student's first hold starts from an empty record - every
003390*   slot unused.
003400****************************************************************
003410 2110-CLEAR-HOLD-RECORD.
003420     MOVE SPACES         TO FS-HOLDS-RECORD
003430     MOVE HTN-STUDENT-ID TO HLD-STUDENT-ID
003440*
003450     PERFORM 2120-CLEAR-HOLD-SLOT THRU 2120-EXIT
003460         VARYING WS-HOLD-SUB FROM 1 BY 1
003470         UNTIL WS-HOLD-SUB > 3
003480*
003490*    THE VARYING LEFT THE SUBSCRIPT PAST THE TABLE - PUT BACK
003500*    THE SLOT THE CARD ASKED FOR.
003510     EVALUATE TRUE
003520         WHEN HTN-FINANCIAL
003530             MOVE 1 TO WS-HOLD-SUB
003540         WHEN HTN-DISCIPLINARY
003550             MOVE 2 TO WS-HOLD-SUB
003560         WHEN OTHER
003570             MOVE 3 TO WS-HOLD-SUB
003580     END-EVALUATE
003590 2110-EXIT.
003600     EXIT.
003610*
003620 2120-CLEAR-HOLD-SLOT.
003630     MOVE SPACES TO HLD-OFFICE(WS-HOLD-SUB)
003640     MOVE 0      TO HLD-START-DATE(WS-HOLD-SUB)
003650     MOVE 0      TO HLD-RELEASE-DATE(WS-HOLD-SUB)
003660     MOVE SPACES TO HLD-REASON(WS-HOLD-SUB)
003670 2120-EXIT.
003680     EXIT.
003690*
003700****************************************************************
003710*   Release a hold - the slot must be active, and the release
003720*   cannot predate the start. THE SLOT KEEPS ITS OFFICE, DATES
003730*   AND REASON AS THE RECORD OF THE HOLD.
003740****************************************************************
003750 2200-RELEASE-HOLD.
003760     IF NOT HOLD-RECORD-FOUND
003770         MOVE 'NO HOLDS ON FILE FOR STUDENT' TO WS-REJ-REASON-OUT
003780         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003790         GO TO 2200-EXIT
003800     END-IF
003810*
003820     IF HLD-START-DATE(WS-HOLD-SUB) EQUAL 0
003830             OR HLD-RELEASE-DATE(WS-HOLD-SUB) NOT EQUAL 0
003840         MOVE 'NO ACTIVE HOLD OF THIS TYPE' TO WS-REJ-REASON-OUT
003850         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003860         GO TO 2200-EXIT
003870     END-IF
003880*
003890     IF WS-ACTION-DATE < HLD-START-DATE(WS-HOLD-SUB)
003900         MOVE 'RELEASE DATE BEFORE START DATE' TO
003910             WS-REJ-REASON-OUT
003920         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003930         GO TO 2200-EXIT
003940     END-IF
003950*
003960     MOVE WS-ACTION-DATE TO HLD-RELEASE-DATE(WS-HOLD-SUB)
003970*
003980     REWRITE FS-HOLDS-RECORD
003990         INVALID KEY
004000             MOVE 'REWRITE FAILED ON RELEASE' TO WS-REJ-REASON-OUT
004010             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
004020         NOT INVALID KEY
004030             ADD 1 TO WS-TXN-COUNT-RELEASE
004040     END-REWRITE
004050 2200-EXIT.
004060     EXIT.
004070*
004080****************************************************************
004090*   Log a rejected card to the report and bump the reject count
004100*   instead of letting a bad card abend the run or apply itself
004110*   silently.
004120****************************************************************
004130 2400-REJECT-TRANSACTION.
004140     ADD 1 TO WS-TXN-COUNT-REJ
004150*
004160     MOVE HTN-TXN-CODE     TO WS-REJ-CODE-OUT
004170     MOVE HTN-STUDENT-ID   TO WS-REJ-ID-OUT
004180     MOVE HTN-HOLD-TYPE    TO WS-REJ-TYPE-OUT
004190*
004200     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-REJECT-LINE
004210     END-WRITE
004220 2400-EXIT.
004230     EXIT.
004240*
004250****************************************************************
004260*   Print the applied/rejected transaction totals for the run.
004270****************************************************************
004280 3000-WRITE-SUMMARY.
004290     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-RULE
004300     END-WRITE
004310*
004320     MOVE 'HOLDS PLACED:'       TO WS-CNT-LABEL-OUT
004330     MOVE WS-TXN-COUNT-PLACE    TO WS-CNT-VALUE-OUT
004340     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-COUNT-LINE
004350     END-WRITE
004360*
004370     MOVE 'HOLDS RELEASED:'     TO WS-CNT-LABEL-OUT
004380     MOVE WS-TXN-COUNT-RELEASE  TO WS-CNT-VALUE-OUT
004390     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-COUNT-LINE
004400     END-WRITE
004410*
004420     MOVE 'TRANSACTIONS REJ.:'  TO WS-CNT-LABEL-OUT
004430     MOVE WS-TXN-COUNT-REJ      TO WS-CNT-VALUE-OUT
004440     WRITE FS-HOLDMNT-REP-RECORD FROM WS-HOLDMNT-COUNT-LINE
004450     END-WRITE
004460 3000-EXIT.
004470     EXIT.
004480*
004490 9999-TERMINATE.
004500     CLOSE FS-REGISTRAR-HOLDS, FS-HOLD-TRANS
004510     CLOSE FS-HOLDMNT-REPORT
004520*
004530     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
004540 9999-EXIT.
004550     EXIT.
004560*
004570****************************************************************
004580*   Append this run's control record to the cumulative RUN-LOG.
004590*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
004600*   ITSELF THE FAILURE MARKER.
004610****************************************************************
004620 9995-WRITE-RUN-LOG.
004630     OPEN EXTEND FS-RUN-LOG
004640*
004650     IF RUN-LOG-NOT-FOUND
004660         OPEN OUTPUT FS-RUN-LOG
004670     END-IF
004680*
004690     ACCEPT WS-RUN-END-TIME FROM TIME
004700*
004710     MOVE 'HOLDMNT'          TO RNL-PROGRAM
004720     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
004730     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
004740     MOVE SPACES             TO RNL-TERM-CODE
004750*
004760     COMPUTE RNL-READ-CNT = WS-TXN-COUNT-PLACE
004770         + WS-TXN-COUNT-RELEASE + WS-TXN-COUNT-REJ
004780     END-COMPUTE
004790     COMPUTE RNL-VALID-CNT = WS-TXN-COUNT-PLACE
004800         + WS-TXN-COUNT-RELEASE
004810     END-COMPUTE
004820     MOVE WS-TXN-COUNT-REJ   TO RNL-REJECT-CNT
004830     MOVE 0                  TO RNL-REPORT-CNT
004840     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
004850*
004860     WRITE FS-RUN-LOG-RECORD
004870     END-WRITE
004880*
004890     CLOSE FS-RUN-LOG
004900 9995-EXIT.
004910     EXIT.
004920*
004930 END PROGRAM HOLDMNT.
