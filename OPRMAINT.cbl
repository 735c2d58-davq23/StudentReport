000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     APPLIES ADD/CHANGE/DELETE TRANSACTIONS FROM
000070*              OPERATOR-TRANS TO THE INDEXED OPERATOR-MASTER
000080*              KEYED BY OPERATOR INITIALS - ONE RECORD PER PERSON
000090*              ALLOWED TO SIGN ON AT THE COUNTER OR AUTHORIZE A
000100*              CHANGE, CARRYING NAME, ROLE (I = INQUIRY ONLY,
000110*              C = CORRECTION, S = SUPERVISOR), ACTIVE FLAG AND
000120*              EXPIRY DATE. INQUIRY.cbl CHECKS THE SIGN-ON AND
000130*              ROLE; INQUIRY.cbl, MAINT.cbl, MAIN.cbl AND
000140*              APPEALMT.cbl ACCEPT SUPERVISOR INITIALS ONLY FROM
000150*              AN ACTIVE, UNEXPIRED SUPERVISOR ON THIS FILE.
000160*              EVERY APPLIED CARD IS LISTED ON OPRMAINT-REPORT.txt
000170*              FOR THE SECURITY REVIEW; REJECTED CARDS ARE
000180*              COUNTED AND LISTED ALONG WITH THE APPLIED TOTALS.
000190* TECTONICS:   cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-15  DV   INITIAL VERSION.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. OPRMAINT.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300****************************************************************
000310*    INDEXED OPERATOR MASTER - ONE RECORD PER OPERATOR, KEYED BY
000320*    INITIALS. CREATED ON FIRST RUN IF IT DOES NOT EXIST YET.
000330*    LAYOUT IS SHARED WITH INQUIRY.cbl, MAINT.cbl, MAIN.cbl AND
000340*    APPEALMT.cbl AND MUST STAY IN STEP.
000350****************************************************************
000360     SELECT FS-OPERATOR-MASTER ASSIGN 'OPERATOR-MASTER'
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS OPR-INITIALS
000400         FILE STATUS IS WS-OPERATOR-STATUS.
000410*
000420     SELECT FS-OPERATOR-TRANS ASSIGN 'OPERATOR-TRANS'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-TRANS-STATUS.
000450*
000460     SELECT FS-OPRMAINT-REPORT ASSIGN 'OPRMAINT-REPORT.txt'
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480*
000490****************************************************************
000500*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000510*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000520****************************************************************
000530     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUN-LOG-STATUS.
000560**
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FS-OPERATOR-MASTER.
000600 01  FS-OPERATOR-RECORD.
000610     05  OPR-INITIALS         PIC X(03).
000620     05  OPR-NAME             PIC X(30).
000630*    I = INQUIRY ONLY, C = CORRECTION, S = SUPERVISOR (WHO MAY
000640*    ALSO CORRECT).
000650     05  OPR-ROLE             PIC X(01).
000660         88  OPR-INQUIRY-ONLY                 VALUE 'I'.
000670         88  OPR-CORRECTION                   VALUE 'C'.
000680         88  OPR-SUPERVISOR                   VALUE 'S'.
000690     05  OPR-ACTIVE-SW        PIC X(01).
000700         88  OPR-ACTIVE                       VALUE 'Y'.
000710*    LAST DAY THE OPERATOR MAY SIGN ON - ZERO = NO EXPIRY.
000720     05  OPR-EXPIRY-DATE      PIC 9(08).
000730*
000740****************************************************************
000750*    TRANSACTION FILE - ONE ADD/CHANGE/DELETE PER LINE. FIELDS
000760*    AFTER OTN-INITIALS ARE IGNORED ON A DELETE TRANSACTION. A
000770*    CHANGE REPLACES EVERY FIELD, SO A LEAVER IS RETIRED WITH A
000780*    'C' CARD SETTING THE ACTIVE FLAG TO N - THE INITIALS STAY
000790*    ON FILE AND CANNOT BE REISSUED TO SOMEONE ELSE WHILE THE
000800*    AUDIT TRAIL STILL CARRIES THEM.
000810****************************************************************
000820 FD  FS-OPERATOR-TRANS.
000830 01  FS-OPRTRANS-RECORD.
000840     05  OTN-TXN-CODE         PIC X(01).
000850         88  OTN-ADD                          VALUE 'A'.
000860         88  OTN-CHANGE                       VALUE 'C'.
000870         88  OTN-DELETE                       VALUE 'D'.
000880     05  OTN-INITIALS         PIC X(03).
000890     05  OTN-NAME             PIC X(30).
000900     05  OTN-ROLE             PIC X(01).
000910         88  OTN-ROLE-VALID           VALUES 'I' 'C' 'S'.
000920     05  OTN-ACTIVE-SW        PIC X(01).
000930         88  OTN-ACTIVE-VALID         VALUES 'Y' 'N'.
000940     05  OTN-EXPIRY-DATE      PIC 9(08).
000950*
000960 FD  FS-OPRMAINT-REPORT
000970     RECORDING MODE IS F
000980     RECORD CONTAINS 75 CHARACTERS.
000990 01  FS-OPRMAINT-REP-RECORD  PIC X(75).
001000*
001010 FD  FS-RUN-LOG.
001020 01  FS-RUN-LOG-RECORD.
001030     05  RNL-PROGRAM          PIC X(08).
001040     05  RNL-RUN-DATE         PIC 9(08).
001050     05  RNL-RUN-TIME         PIC 9(06).
001060     05  RNL-TERM-CODE        PIC X(05).
001070     05  RNL-READ-CNT         PIC 9(05).
001080     05  RNL-VALID-CNT        PIC 9(05).
001090     05  RNL-REJECT-CNT       PIC 9(05).
001100     05  RNL-REPORT-CNT       PIC 9(05).
001110     05  RNL-RUN-STATUS       PIC X(08).
001120**
001130 WORKING-STORAGE SECTION.
001140 01  WS-OPERATOR-STATUS       PIC X(02).
001150     88  OPERATOR-OK                          VALUE '00'.
001160     88  OPERATOR-NOT-FOUND                   VALUE '35'.
001170*
001180 01  WS-TRANS-STATUS          PIC X(02).
001190     88  TRANS-EOF                            VALUE '10'.
001200*
001210 01  WS-RUN-LOG-STATUS        PIC X(02).
001220     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001230*
001240 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001250 01  WS-RUN-END-TIME.
001260     05  WS-RUN-END-HHMMSS    PIC 9(06).
001270     05  FILLER               PIC 9(02).
001280*
001290 01  WS-TXN-COUNT-ADD         PIC 9(05) COMP-3        VALUE 0.
001300 01  WS-TXN-COUNT-CHG         PIC 9(05) COMP-3        VALUE 0.
001310 01  WS-TXN-COUNT-DEL         PIC 9(05) COMP-3        VALUE 0.
001320 01  WS-TXN-COUNT-REJ         PIC 9(05) COMP-3        VALUE 0.
001330*
001340 01  WS-OPRMAINT-HEADER.
001350     05  FILLER               PIC X(75) VALUE
001360         'OPERATOR-MASTER MAINTENANCE RUN'.
001370*
001380 01  WS-OPRMAINT-RULE.
001390     05  FILLER               PIC X(75) VALUE ALL '-'.
001400*
001410 01  WS-OPRMAINT-REJECT-LINE.
001420     05  FILLER               PIC X(09) VALUE 'REJECTED-'.
001430     05  WS-REJ-CODE-OUT      PIC X(01).
001440     05  FILLER               PIC X(02) VALUE SPACE.
001450     05  WS-REJ-INIT-OUT      PIC X(03).
001460     05  FILLER               PIC X(01) VALUE SPACE.
001470     05  WS-REJ-REASON-OUT    PIC X(59).
001480*
001490*    ONE LINE PER APPLIED CARD - WHO WAS GIVEN OR LOST ACCESS.
001500 01  WS-OPRMAINT-APPLIED-LINE.
001510     05  WS-APL-ACTION-OUT    PIC X(09).
001520     05  FILLER               PIC X(03) VALUE SPACES.
001530     05  WS-APL-INIT-OUT      PIC X(03).
001540     05  FILLER               PIC X(01) VALUE SPACE.
001550     05  WS-APL-NAME-OUT      PIC X(30).
001560     05  FILLER               PIC X(07) VALUE ' ROLE: '.
001570     05  WS-APL-ROLE-OUT      PIC X(01).
001580     05  FILLER               PIC X(09) VALUE ' ACTIVE: '.
001590     05  WS-APL-ACTIVE-OUT    PIC X(01).
001600     05  FILLER               PIC X(01) VALUE SPACE.
001610     05  WS-APL-EXPIRY-OUT    PIC X(08).
001620     05  FILLER               PIC X(02) VALUE SPACES.
001630*
001640 01  WS-OPRMAINT-COUNT-LINE.
001650     05  FILLER               PIC X(20) VALUE SPACES.
001660     05  WS-CNT-LABEL-OUT     PIC X(20).
001670     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
001680     05  FILLER               PIC X(30) VALUE SPACES.
001690**
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001730     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
001740     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
001750         UNTIL TRANS-EOF
001760     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
001770     PERFORM 9999-TERMINATE THRU 9999-EXIT
001780     STOP RUN.
001790*
001800****************************************************************
001810*   Open the transaction and report files, and open the operator
001820*   master I-O - creating it first if this is the very first run.
001830****************************************************************
001840 1000-OPEN-FILES.
001850     MOVE SPACES TO WS-OPERATOR-STATUS
001860*
001870     OPEN I-O FS-OPERATOR-MASTER
001880*
001890     IF OPERATOR-NOT-FOUND
001900         OPEN OUTPUT FS-OPERATOR-MASTER
001910         CLOSE FS-OPERATOR-MASTER
001920         OPEN I-O FS-OPERATOR-MASTER
001930     END-IF
001940*
001950     OPEN INPUT FS-OPERATOR-TRANS
001960*
001970*    A MISSING OR UNREADABLE TRANSACTION DECK IS TREATED AS AN
001980*    EMPTY ONE - THE RUN STILL PRINTS A ZERO-COUNT SUMMARY
001990*    INSTEAD OF SPINNING ON AN UNOPENED FILE.
002000     IF WS-TRANS-STATUS NOT EQUAL '00'
002010         MOVE '10' TO WS-TRANS-STATUS
002020     END-IF
002030*
002040     OPEN OUTPUT FS-OPRMAINT-REPORT
002050*
002060     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002070 1000-EXIT.
002080     EXIT.
002090*
002100 1100-WRITE-HEADER.
002110     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-HEADER
002120     END-WRITE
002130*
002140     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-RULE
002150     END-WRITE
002160 1100-EXIT.
002170     EXIT.
002180*
002190****************************************************************
002200*   Read one transaction and route it to the add/change/delete
002210*   paragraph for its code, or reject it if the code is none of
002220*   those three.
002230****************************************************************
002240 2000-APPLY-TRANSACTIONS.
002250     READ FS-OPERATOR-TRANS
002260     NOT AT END
002270         EVALUATE TRUE
002280             WHEN OTN-ADD
002290                 PERFORM 2100-ADD-OPERATOR THRU 2100-EXIT
002300             WHEN OTN-CHANGE
002310                 PERFORM 2200-CHANGE-OPERATOR THRU 2200-EXIT
002320             WHEN OTN-DELETE
002330                 PERFORM 2300-DELETE-OPERATOR THRU 2300-EXIT
002340             WHEN OTHER
002350                 MOVE 'INVALID TRANSACTION CODE' TO
002360                     WS-REJ-REASON-OUT
002370                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002380         END-EVALUATE
002390     END-READ
002400 2000-EXIT.
002410     EXIT.
002420*
002430****************************************************************
002440*   Shared field edits for ADD and CHANGE. AN ADD MAY NOT CARRY
002450*   AN EXPIRY ALREADY PAST - IT WOULD CREATE AN OPERATOR WHO CAN
002460*   NEVER SIGN ON; A CHANGE MAY, WHICH IS HOW ACCESS IS CUT OFF
002470*   AS OF A GIVEN DAY.
002480****************************************************************
002490 2050-EDIT-OPERATOR-FIELDS.
002500     IF OTN-INITIALS EQUAL SPACES
002510         MOVE 'BLANK OPERATOR INITIALS' TO WS-REJ-REASON-OUT
002520         GO TO 2050-EXIT
002530     END-IF
002540*
002550     IF OTN-NAME EQUAL SPACES
002560         MOVE 'BLANK OPERATOR NAME' TO WS-REJ-REASON-OUT
002570         GO TO 2050-EXIT
002580     END-IF
002590*
002600     IF NOT OTN-ROLE-VALID
002610         MOVE 'ROLE MUST BE I, C OR S' TO WS-REJ-REASON-OUT
002620         GO TO 2050-EXIT
002630     END-IF
002640*
002650     IF NOT OTN-ACTIVE-VALID
002660         MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-REJ-REASON-OUT
002670         GO TO 2050-EXIT
002680     END-IF
002690*
002700     IF OTN-EXPIRY-DATE IS NOT NUMERIC
002710         MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REJ-REASON-OUT
002720         GO TO 2050-EXIT
002730     END-IF
002740*
002750     IF OTN-ADD
002760             AND OTN-EXPIRY-DATE NOT EQUAL 0
002770             AND OTN-EXPIRY-DATE < WS-RUN-DATE
002780         MOVE 'EXPIRY DATE ALREADY PAST ON ADD' TO
002790             WS-REJ-REASON-OUT
002800     END-IF
002810 2050-EXIT.
002820     EXIT.
002830*
002840 2100-ADD-OPERATOR.
002850     MOVE SPACES TO WS-REJ-REASON-OUT
002860*
002870     PERFORM 2050-EDIT-OPERATOR-FIELDS THRU 2050-EXIT
002880*
002890     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
002900         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
002910     ELSE
002920         MOVE OTN-INITIALS    TO OPR-INITIALS
002930         MOVE OTN-NAME        TO OPR-NAME
002940         MOVE OTN-ROLE        TO OPR-ROLE
002950         MOVE OTN-ACTIVE-SW   TO OPR-ACTIVE-SW
002960         MOVE OTN-EXPIRY-DATE TO OPR-EXPIRY-DATE
002970*
002980         WRITE FS-OPERATOR-RECORD
002990             INVALID KEY
003000                 MOVE 'INITIALS ALREADY ON FILE ON ADD' TO
003010                     WS-REJ-REASON-OUT
003020                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003030             NOT INVALID KEY
003040                 ADD 1 TO WS-TXN-COUNT-ADD
003050                 MOVE 'ADDED'     TO WS-APL-ACTION-OUT
003060                 PERFORM 2500-WRITE-APPLIED-LINE THRU 2500-EXIT
003070         END-WRITE
003080     END-IF
003090 2100-EXIT.
003100     EXIT.
003110*
003120 2200-CHANGE-OPERATOR.
003130     MOVE SPACES TO WS-REJ-REASON-OUT
003140*
003150     PERFORM 2050-EDIT-OPERATOR-FIELDS THRU 2050-EXIT
003160*
003170     IF WS-REJ-REASON-OUT NOT EQUAL SPACES
003180         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003190     ELSE
003200         MOVE OTN-INITIALS TO OPR-INITIALS
003210*
003220         READ FS-OPERATOR-MASTER
003230             INVALID KEY
003240                 MOVE 'INITIALS NOT ON FILE FOR CHANGE' TO
003250                     WS-REJ-REASON-OUT
003260                 PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003270             NOT INVALID KEY
003280                 MOVE OTN-NAME        TO OPR-NAME
003290                 MOVE OTN-ROLE        TO OPR-ROLE
003300                 MOVE OTN-ACTIVE-SW   TO OPR-ACTIVE-SW
003310                 MOVE OTN-EXPIRY-DATE TO OPR-EXPIRY-DATE
003320                 REWRITE FS-OPERATOR-RECORD
003330                     INVALID KEY
003340                         MOVE 'REWRITE FAILED ON CHANGE' TO
003350                             WS-REJ-REASON-OUT
003360                         PERFORM 2400-REJECT-TRANSACTION
003370                             THRU 2400-EXIT
003380                     NOT INVALID KEY
003390                         ADD 1 TO WS-TXN-COUNT-CHG
003400                         MOVE 'CHANGED'   TO WS-APL-ACTION-OUT
003410                         PERFORM 2500-WRITE-APPLIED-LINE
003420                             THRU 2500-EXIT
003430                 END-REWRITE
003440         END-READ
003450     END-IF
003460 2200-EXIT.
003470     EXIT.
003480*
003490 2300-DELETE-OPERATOR.
003500     MOVE SPACES TO WS-REJ-REASON-OUT
003510*
003520     IF OTN-INITIALS EQUAL SPACES
003530         MOVE 'BLANK OPERATOR INITIALS' TO WS-REJ-REASON-OUT
003540         PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003550         GO TO 2300-EXIT
003560     END-IF
003570*
003580     MOVE OTN-INITIALS TO OPR-INITIALS
003590*
003600     READ FS-OPERATOR-MASTER
003610         INVALID KEY
003620             MOVE 'INITIALS NOT ON FILE FOR DELETE' TO
003630                 WS-REJ-REASON-OUT
003640             PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
003650         NOT INVALID KEY
003660             DELETE FS-OPERATOR-MASTER
003670                 INVALID KEY
003680                     MOVE 'DELETE FAILED' TO WS-REJ-REASON-OUT
003690                     PERFORM 2400-REJECT-TRANSACTION
003700                         THRU 2400-EXIT
003710                 NOT INVALID KEY
003720                     ADD 1 TO WS-TXN-COUNT-DEL
003730                     MOVE 'DELETED'   TO WS-APL-ACTION-OUT
003740                     PERFORM 2500-WRITE-APPLIED-LINE
003750                         THRU 2500-EXIT
003760             END-DELETE
003770     END-READ
003780 2300-EXIT.
003790     EXIT.
003800*
003810****************************************************************
003820*   Log a rejected transaction to the report and bump the
003830*   reject count instead of letting a bad transaction abend the
003840*   run or apply itself silently.
003850****************************************************************
003860 2400-REJECT-TRANSACTION.
003870     ADD 1 TO WS-TXN-COUNT-REJ
003880*
003890     MOVE OTN-TXN-CODE     TO WS-REJ-CODE-OUT
003900     MOVE OTN-INITIALS     TO WS-REJ-INIT-OUT
003910*
003920     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-REJECT-LINE
003930     END-WRITE
003940 2400-EXIT.
003950     EXIT.
003960*
003970****************************************************************
003980*   List the operator record as it now stands (as it stood, for
003990*   a delete). A ZERO EXPIRY PRINTS AS NONE.
004000****************************************************************
004010 2500-WRITE-APPLIED-LINE.
004020     MOVE OPR-INITIALS        TO WS-APL-INIT-OUT
004030     MOVE OPR-NAME            TO WS-APL-NAME-OUT
004040     MOVE OPR-ROLE            TO WS-APL-ROLE-OUT
004050     MOVE OPR-ACTIVE-SW       TO WS-APL-ACTIVE-OUT
004060*
004070     IF OPR-EXPIRY-DATE EQUAL 0
004080         MOVE 'NONE'          TO WS-APL-EXPIRY-OUT
004090     ELSE
004100         MOVE OPR-EXPIRY-DATE TO WS-APL-EXPIRY-OUT
004110     END-IF
004120*
004130     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-APPLIED-LINE
004140     END-WRITE
004150 2500-EXIT.
004160     EXIT.
004170*
004180****************************************************************
004190*   Print the applied/rejected transaction totals for the run.
004200****************************************************************
004210 3000-WRITE-SUMMARY.
004220     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-RULE
004230     END-WRITE
004240*
004250     MOVE 'OPERATORS ADDED:'   TO WS-CNT-LABEL-OUT
004260     MOVE WS-TXN-COUNT-ADD     TO WS-CNT-VALUE-OUT
004270     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-COUNT-LINE
004280     END-WRITE
004290*
004300     MOVE 'OPERATORS CHANGED:' TO WS-CNT-LABEL-OUT
004310     MOVE WS-TXN-COUNT-CHG     TO WS-CNT-VALUE-OUT
004320     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-COUNT-LINE
004330     END-WRITE
004340*
004350     MOVE 'OPERATORS DELETED:' TO WS-CNT-LABEL-OUT
004360     MOVE WS-TXN-COUNT-DEL     TO WS-CNT-VALUE-OUT
004370     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-COUNT-LINE
004380     END-WRITE
004390*
004400     MOVE 'TRANSACTIONS REJ.:' TO WS-CNT-LABEL-OUT
004410     MOVE WS-TXN-COUNT-REJ     TO WS-CNT-VALUE-OUT
004420     WRITE FS-OPRMAINT-REP-RECORD FROM WS-OPRMAINT-COUNT-LINE
004430     END-WRITE
004440 3000-EXIT.
004450     EXIT.
004460*
004470 9999-TERMINATE.
004480     CLOSE FS-OPERATOR-MASTER, FS-OPERATOR-TRANS
004490     CLOSE FS-OPRMAINT-REPORT
004500*
004510     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
004520 9999-EXIT.
004530     EXIT.
004540*
004550****************************************************************
004560*   Append this run's control record to the cumulative RUN-LOG.
004570*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
004580*   ITSELF THE FAILURE MARKER.
004590****************************************************************
004600 9995-WRITE-RUN-LOG.
004610     OPEN EXTEND FS-RUN-LOG
004620*
004630     IF RUN-LOG-NOT-FOUND
004640         OPEN OUTPUT FS-RUN-LOG
004650     END-IF
004660*
004670     ACCEPT WS-RUN-END-TIME FROM TIME
004680*
004690     MOVE 'OPRMAINT'         TO RNL-PROGRAM
004700     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
004710     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
004720     MOVE SPACES             TO RNL-TERM-CODE
004730*
004740     COMPUTE RNL-READ-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
004750         + WS-TXN-COUNT-DEL + WS-TXN-COUNT-REJ
004760     END-COMPUTE
004770     COMPUTE RNL-VALID-CNT = WS-TXN-COUNT-ADD + WS-TXN-COUNT-CHG
004780         + WS-TXN-COUNT-DEL
004790     END-COMPUTE
004800     MOVE WS-TXN-COUNT-REJ   TO RNL-REJECT-CNT
004810     MOVE 0                  TO RNL-REPORT-CNT
004820     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
004830*
004840     WRITE FS-RUN-LOG-RECORD
004850     END-WRITE
004860*
004870     CLOSE FS-RUN-LOG
004880 9995-EXIT.
004890     EXIT.
004900*
004910 END PROGRAM OPRMAINT.
