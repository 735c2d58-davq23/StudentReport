000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     REJECTED SIGN-ON REPORT. LISTS THE CUMULATIVE
000070*              SIGNON-REJECTS LOG APPENDED BY INQUIRY.cbl,
000080*              MAINT.cbl, MAIN.cbl AND APPEALMT.cbl - EVERY
000090*              REFUSED SIGN-ON, EVERY CORRECTION REFUSED TO AN
000100*              INQUIRY-ONLY OPERATOR AND EVERY SUPERVISOR
000110*              AUTHORIZATION THE OPERATOR-MASTER WOULD NOT CONFIRM
000120*              - SORTED BY THE INITIALS GIVEN, THEN DATE AND TIME,
000130*              WITH A COUNT PER INITIALS AND RUN TOTALS BY ATTEMPT
000140*              TYPE. AN OPTIONAL SGNRPT-PARM CARD LIMITS THE
000150*              LISTING TO A FROM/TO DATE RANGE.
000160* TECTONICS:   cobc
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   DATE       INIT  DESCRIPTION
000200*   2026-10-15  DV   INITIAL VERSION.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. SGNRPT.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270****************************************************************
000280*    CUMULATIVE LOG OF REFUSED SIGN-ONS AND AUTHORIZATIONS -
000290*    SAME RECORD LAYOUT THE WRITING PROGRAMS USE.
000300****************************************************************
000310     SELECT FS-SIGNON-REJECTS ASSIGN 'SIGNON-REJECTS'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SIGNREJ-STATUS.
000340*
000350****************************************************************
000360*    OPTIONAL DATE-RANGE CARD - FROM DATE IN COLUMNS 1-8, TO DATE
000370*    IN COLUMNS 9-16, BOTH YYYYMMDD. NO CARD OR A ZERO DATE =
000380*    THAT END OF THE RANGE IS OPEN.
000390****************************************************************
000400     SELECT FS-SGNRPT-PARM ASSIGN 'SGNRPT-PARM'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430*
000440****************************************************************
000450*    OPERATOR MASTER MAINTAINED BY OPRMAINT.cbl - READ BY KEY FOR
000460*    THE NAME ON EACH GROUP LINE. OPTIONAL: NO FILE, NO NAMES.
000470****************************************************************
000480     SELECT FS-OPERATOR-MASTER ASSIGN 'OPERATOR-MASTER'
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS OPR-INITIALS
000520         FILE STATUS IS WS-OPERATOR-STATUS.
000530*
000540****************************************************************
000550*    SPOOL (TEMP), SORT WORK AND SORTED OUTPUT - THE LOG IS
000560*    ORDERED BY INITIALS + DATE + TIME SO ONE CONTROL-BREAK PASS
000570*    GROUPS EVERY OPERATOR'S REFUSALS.
000580****************************************************************
000590     SELECT FS-SGNRPT-TEMP ASSIGN 'SGNRPT-TEMP'
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-EOF-SW.
000620*
000630     SELECT FS-SGNRPT-WORK ASSIGN 'SGNRPT-WORK'
000640         ORGANIZATION IS SEQUENTIAL.
000650*
000660     SELECT FS-SGNRPT-OUTPUT ASSIGN 'SGNRPT-OUT'
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-EOF-SW.
000690*
000700     SELECT FS-SGNRPT-REPORT ASSIGN 'SIGNON-REJECTS-REPORT.txt'
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720*
000730****************************************************************
000740*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000750*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000760****************************************************************
000770     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RUN-LOG-STATUS.
000800**
000810 DATA DIVISION.
000820 FILE SECTION.
000830****************************************************************
000840*    REFUSED SIGN-ON / AUTHORIZATION RECORD - LAYOUT SHARED WITH
000850*    INQUIRY.cbl, MAINT.cbl, MAIN.cbl AND APPEALMT.cbl - KEEP IN
000860*    STEP. ATTEMPT S = SIGN-ON, C = CORRECTION, A = SUPERVISOR
000870*    AUTHORIZATION.
000880****************************************************************
000890 FD  FS-SIGNON-REJECTS.
000900 01  FS-SIGNREJ-RECORD.
000910     05  SRJ-PROGRAM          PIC X(08).
000920     05  SRJ-RUN-DATE         PIC 9(08).
000930     05  SRJ-RUN-TIME         PIC 9(06).
000940     05  SRJ-INITIALS         PIC X(03).
000950     05  SRJ-ATTEMPT          PIC X(01).
000960         88  SRJ-SIGN-ON                      VALUE 'S'.
000970         88  SRJ-CORRECTION                   VALUE 'C'.
000980         88  SRJ-SUPV-AUTH                    VALUE 'A'.
000990     05  SRJ-TERM-CODE        PIC X(05).
001000     05  SRJ-STUDENT-ID       PIC 9(05).
001010     05  SRJ-REASON           PIC X(40).
001020*
001030 FD  FS-SGNRPT-PARM.
001040 01  FS-SGNRPT-PARM-RECORD.
001050     05  SGP-FROM-DATE        PIC 9(08).
001060     05  SGP-TO-DATE          PIC 9(08).
001070*
001080****************************************************************
001090*    OPERATOR-MASTER RECORD - LAYOUT SHARED WITH OPRMAINT.cbl,
001100*    INQUIRY.cbl, MAIN.cbl, MAINT.cbl AND APPEALMT.cbl.
001110****************************************************************
001120 FD  FS-OPERATOR-MASTER.
001130 01  FS-OPERATOR-RECORD.
001140     05  OPR-INITIALS         PIC X(03).
001150     05  OPR-NAME             PIC X(30).
001160     05  OPR-ROLE             PIC X(01).
001170         88  OPR-INQUIRY-ONLY                 VALUE 'I'.
001180         88  OPR-CORRECTION                   VALUE 'C'.
001190         88  OPR-SUPERVISOR                   VALUE 'S'.
001200     05  OPR-ACTIVE-SW        PIC X(01).
001210         88  OPR-ACTIVE                       VALUE 'Y'.
001220     05  OPR-EXPIRY-DATE      PIC 9(08).
001230*
001240 FD  FS-SGNRPT-TEMP.
001250 01  FS-SGNRPT-TEMP-RECORD    PIC X(76).
001260*
001270 SD  FS-SGNRPT-WORK.
001280 01  FS-SGNRPT-WRK-RECORD.
001290     05  SGW-PROGRAM          PIC X(08).
001300     05  SGW-RUN-DATE         PIC 9(08).
001310     05  SGW-RUN-TIME         PIC 9(06).
001320     05  SGW-INITIALS         PIC X(03).
001330     05  FILLER               PIC X(51).
001340*
001350 FD  FS-SGNRPT-OUTPUT.
001360 01  FS-SGNRPT-OUT-RECORD.
001370     05  SGO-PROGRAM          PIC X(08).
001380     05  SGO-RUN-DATE         PIC 9(08).
001390     05  SGO-RUN-TIME         PIC 9(06).
001400     05  SGO-INITIALS         PIC X(03).
001410     05  SGO-ATTEMPT          PIC X(01).
001420         88  SGO-SIGN-ON                      VALUE 'S'.
001430         88  SGO-CORRECTION                   VALUE 'C'.
001440         88  SGO-SUPV-AUTH                    VALUE 'A'.
001450     05  SGO-TERM-CODE        PIC X(05).
001460     05  SGO-STUDENT-ID       PIC 9(05).
001470     05  SGO-REASON           PIC X(40).
001480*
001490 FD  FS-SGNRPT-REPORT
001500     RECORDING MODE IS F
001510     RECORD CONTAINS 96 CHARACTERS.
001520 01  FS-SGNRPT-REP-RECORD    PIC X(96).
001530*
001540 FD  FS-RUN-LOG.
001550 01  FS-RUN-LOG-RECORD.
001560     05  RNL-PROGRAM          PIC X(08).
001570     05  RNL-RUN-DATE         PIC 9(08).
001580     05  RNL-RUN-TIME         PIC 9(06).
001590     05  RNL-TERM-CODE        PIC X(05).
001600     05  RNL-READ-CNT         PIC 9(05).
001610     05  RNL-VALID-CNT        PIC 9(05).
001620     05  RNL-REJECT-CNT       PIC 9(05).
001630     05  RNL-REPORT-CNT       PIC 9(05).
001640     05  RNL-RUN-STATUS       PIC X(08).
001650**
001660 WORKING-STORAGE SECTION.
001670 01  WS-SIGNREJ-STATUS        PIC X(02).
001680     88  SIGNREJ-NOT-FOUND                    VALUE '35'.
001690     88  SIGNREJ-EOF                          VALUE '10'.
001700*
001710 01  WS-PARM-STATUS           PIC X(02).
001720     88  PARM-NOT-FOUND                       VALUE '35'.
001730*
001740 01  WS-OPERATOR-STATUS       PIC X(02).
001750     88  OPERATOR-OK                          VALUE '00'.
001760*
001770 01  WS-OPERATOR-ON-SW        PIC X(01)              VALUE 'N'.
001780     88  OPERATOR-ON                          VALUE 'Y'.
001790*
001800 01  WS-EOF-SW                PIC X(02).
001810     88  EOF-SW                               VALUE 10.
001820*
001830 01  WS-RUN-LOG-STATUS        PIC X(02).
001840     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001850*
001860 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
001870 01  WS-RUN-END-TIME.
001880     05  WS-RUN-END-HHMMSS    PIC 9(06).
001890     05  FILLER               PIC 9(02).
001900*
001910*    THE REPORTING RANGE - OPEN AT EITHER END UNLESS THE CARD
001920*    NARROWS IT.
001930 01  WS-FROM-DATE             PIC 9(08)              VALUE 0.
001940 01  WS-TO-DATE               PIC 9(08)         VALUE 99999999.
001950*
001960****************************************************************
001970*   The initials the control-break pass is accumulating.
001980****************************************************************
001990 01  WS-GRP-INITIALS          PIC X(03)              VALUE SPACES.
002000*
002010 01  WS-GRP-SW                PIC X(01)              VALUE 'N'.
002020     88  GROUP-OPEN                           VALUE 'Y'.
002030*
002040 01  WS-GRP-CNT               PIC 9(05) COMP-3       VALUE 0.
002050*
002060 01  WS-READ-CNT              PIC 9(05) COMP-3       VALUE 0.
002070 01  WS-SPOOLED-CNT           PIC 9(05) COMP-3       VALUE 0.
002080 01  WS-GROUP-CNT             PIC 9(05) COMP-3       VALUE 0.
002090 01  WS-SIGN-ON-CNT           PIC 9(05) COMP-3       VALUE 0.
002100 01  WS-CORRECTION-CNT        PIC 9(05) COMP-3       VALUE 0.
002110 01  WS-SUPV-AUTH-CNT         PIC 9(05) COMP-3       VALUE 0.
002120*
002130 01  WS-SGNRPT-HEADER1.
002140     05  FILLER               PIC X(47)  VALUE
002150             'REJECTED SIGN-ONS AND SUPERVISOR AUTHORIZATIONS'.
002160     05  FILLER               PIC X(49)  VALUE SPACES.
002170*
002180 01  WS-RANGE-LINE.
002190     05  FILLER               PIC X(14)  VALUE 'DATES FROM:   '.
002200     05  WS-RANGE-FROM-OUT    PIC X(08).
002210     05  FILLER               PIC X(06)  VALUE '  TO: '.
002220     05  WS-RANGE-TO-OUT      PIC X(08).
002230     05  FILLER               PIC X(60)  VALUE SPACES.
002240*
002250 01  WS-SGNRPT-HEADER2.
002260     05  FILLER               PIC X(04)  VALUE 'INI'.
002270     05  FILLER               PIC X(09)  VALUE 'DATE'.
002280     05  FILLER               PIC X(07)  VALUE 'TIME'.
002290     05  FILLER               PIC X(10)  VALUE 'PROGRAM'.
002300     05  FILLER               PIC X(03)  VALUE 'ATT'.
002310     05  FILLER               PIC X(06)  VALUE 'TERM'.
002320     05  FILLER               PIC X(06)  VALUE 'ID'.
002330     05  FILLER               PIC X(40)  VALUE 'REASON'.
002340     05  FILLER               PIC X(11)  VALUE SPACES.
002350*
002360 01  WS-SGNRPT-RULE.
002370     05  FILLER               PIC X(96)  VALUE ALL '-'.
002380*
002390 01  WS-SGNRPT-BLANK.
002400     05  FILLER               PIC X(96)  VALUE SPACES.
002410*
002420 01  WS-GROUP-HEAD-LINE.
002430     05  FILLER               PIC X(10)  VALUE 'OPERATOR: '.
002440     05  WS-GHD-INITIALS-OUT  PIC X(03).
002450     05  FILLER               PIC X(02)  VALUE SPACES.
002460     05  WS-GHD-NAME-OUT      PIC X(30).
002470     05  FILLER               PIC X(51)  VALUE SPACES.
002480*
002490 01  WS-DETAIL-LINE.
002500     05  WS-DTL-INITIALS-OUT  PIC X(03).
002510     05  FILLER               PIC X(01)  VALUE SPACE.
002520     05  WS-DTL-DATE-OUT      PIC 9(08).
002530     05  FILLER               PIC X(01)  VALUE SPACE.
002540     05  WS-DTL-TIME-OUT      PIC 9(06).
002550     05  FILLER               PIC X(01)  VALUE SPACE.
002560     05  WS-DTL-PROGRAM-OUT   PIC X(08).
002570     05  FILLER               PIC X(02)  VALUE SPACES.
002580     05  WS-DTL-ATTEMPT-OUT   PIC X(01).
002590     05  FILLER               PIC X(02)  VALUE SPACES.
002600     05  WS-DTL-TERM-OUT      PIC X(05).
002610     05  FILLER               PIC X(01)  VALUE SPACE.
002620     05  WS-DTL-ID-OUT        PIC X(05).
002630     05  FILLER               PIC X(01)  VALUE SPACE.
002640     05  WS-DTL-REASON-OUT    PIC X(40).
002650     05  FILLER               PIC X(11)  VALUE SPACES.
002660*
002670 01  WS-GROUP-TOTAL-LINE.
002680     05  FILLER               PIC X(04)  VALUE SPACES.
002690     05  FILLER               PIC X(24)  VALUE
002700             'REFUSALS FOR OPERATOR:  '.
002710     05  WS-GTL-CNT-OUT       PIC ZZZZ9.
002720     05  FILLER               PIC X(63)  VALUE SPACES.
002730*
002740 01  WS-SGNRPT-COUNT-LINE.
002750     05  FILLER               PIC X(05)  VALUE SPACES.
002760     05  WS-CNT-LABEL-OUT     PIC X(24).
002770     05  WS-CNT-VALUE-OUT     PIC ZZZZ9.
002780     05  FILLER               PIC X(62)  VALUE SPACES.
002790**
002800 PROCEDURE DIVISION.
002810 0000-MAINLINE.
002820     PERFORM 0500-READ-SGNRPT-PARM THRU 0500-EXIT
002830     PERFORM 1000-SPOOL-REJECTS THRU 1000-EXIT
002840     PERFORM 2000-SORT-AND-REPORT THRU 2000-EXIT
002850     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
002860     STOP RUN.
002870*
002880****************************************************************
002890*   Read the optional SGNRPT-PARM card. A NON-NUMERIC OR ZERO
002900*   DATE LEAVES THAT END OF THE RANGE OPEN.
002910****************************************************************
002920 0500-READ-SGNRPT-PARM.
002930     OPEN INPUT FS-SGNRPT-PARM
002940*
002950     IF PARM-NOT-FOUND
002960         CONTINUE
002970     ELSE
002980         READ FS-SGNRPT-PARM
002990         NOT AT END
003000             IF SGP-FROM-DATE IS NUMERIC
003010                 MOVE SGP-FROM-DATE TO WS-FROM-DATE
003020             END-IF
003030             IF SGP-TO-DATE IS NUMERIC
003040                     AND SGP-TO-DATE NOT EQUAL 0
003050                 MOVE SGP-TO-DATE TO WS-TO-DATE
003060             END-IF
003070         END-READ
003080         CLOSE FS-SGNRPT-PARM
003090     END-IF
003100 0500-EXIT.
003110     EXIT.
003120*
003130****************************************************************
003140*   Spool the log entries inside the range to the sort temp
003150*   file - A MISSING LOG IS AN EMPTY REPORT, NOT AN ABEND.
003160****************************************************************
003170 1000-SPOOL-REJECTS.
003180     MOVE SPACES TO WS-SIGNREJ-STATUS
003190*
003200     OPEN INPUT FS-SIGNON-REJECTS
003210*
003220     OPEN OUTPUT FS-SGNRPT-TEMP
003230*
003240     IF SIGNREJ-NOT-FOUND
003250         CONTINUE
003260     ELSE
003270         PERFORM 1010-SPOOL-ONE-RECORD THRU 1010-EXIT
003280             UNTIL SIGNREJ-EOF
003290         CLOSE FS-SIGNON-REJECTS
003300     END-IF
003310*
003320     CLOSE FS-SGNRPT-TEMP
003330 1000-EXIT.
003340     EXIT.
003350*
003360 1010-SPOOL-ONE-RECORD.
003370     READ FS-SIGNON-REJECTS
003380     NOT AT END
003390         ADD 1 TO WS-READ-CNT
003400         IF SRJ-RUN-DATE NOT LESS THAN WS-FROM-DATE
003410                 AND SRJ-RUN-DATE NOT GREATER THAN WS-TO-DATE
003420             ADD 1 TO WS-SPOOLED-CNT
003430             WRITE FS-SGNRPT-TEMP-RECORD FROM FS-SIGNREJ-RECORD
003440             END-WRITE
003450         END-IF
003460     END-READ
003470 1010-EXIT.
003480     EXIT.
003490*
003500****************************************************************
003510*   Sort the spool by initials + date + time and print one group
003520*   per set of initials off the control break, then the totals.
003530****************************************************************
003540 2000-SORT-AND-REPORT.
003550     OPEN OUTPUT FS-SGNRPT-REPORT
003560*
003570     MOVE SPACES TO WS-OPERATOR-STATUS
003580     OPEN INPUT FS-OPERATOR-MASTER
003590*
003600     IF OPERATOR-OK
003610         MOVE 'Y' TO WS-OPERATOR-ON-SW
003620     END-IF
003630*
003640     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-HEADER1
003650     END-WRITE
003660*
003670     IF WS-FROM-DATE EQUAL 0
003680         MOVE 'ANY'             TO WS-RANGE-FROM-OUT
003690     ELSE
003700         MOVE WS-FROM-DATE      TO WS-RANGE-FROM-OUT
003710     END-IF
003720*
003730     IF WS-TO-DATE EQUAL 99999999
003740         MOVE 'ANY'             TO WS-RANGE-TO-OUT
003750     ELSE
003760         MOVE WS-TO-DATE        TO WS-RANGE-TO-OUT
003770     END-IF
003780*
003790     WRITE FS-SGNRPT-REP-RECORD FROM WS-RANGE-LINE
003800     END-WRITE
003810     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-RULE
003820     END-WRITE
003830     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-HEADER2
003840     END-WRITE
003850     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-RULE
003860     END-WRITE
003870*
003880     IF WS-SPOOLED-CNT > 0
003890         SORT FS-SGNRPT-WORK
003900             ON ASCENDING KEY SGW-INITIALS
003910             ON ASCENDING KEY SGW-RUN-DATE
003920             ON ASCENDING KEY SGW-RUN-TIME
003930             USING  FS-SGNRPT-TEMP
003940             GIVING FS-SGNRPT-OUTPUT
003950*
003960         OPEN INPUT FS-SGNRPT-OUTPUT
003970*
003980         MOVE SPACES TO WS-EOF-SW
003990         MOVE 'N'    TO WS-GRP-SW
004000*
004010         PERFORM 2100-LIST-REJECT THRU 2100-EXIT
004020             UNTIL EOF-SW
004030*
004040         CLOSE FS-SGNRPT-OUTPUT
004050     END-IF
004060*
004070     IF OPERATOR-ON
004080         CLOSE FS-OPERATOR-MASTER
004090     END-IF
004100*
004110     PERFORM 3000-WRITE-SUMMARY THRU 3000-EXIT
004120*
004130     CLOSE FS-SGNRPT-REPORT
004140 2000-EXIT.
004150     EXIT.
004160*
004170****************************************************************
004180*   One sorted entry per pass - a change of initials closes the
004190*   running group and starts the next, and end-of-file closes
004200*   the last.
004210****************************************************************
004220 2100-LIST-REJECT.
004230     READ FS-SGNRPT-OUTPUT
004240     AT END
004250         IF GROUP-OPEN
004260             PERFORM 2200-CLOSE-GROUP THRU 2200-EXIT
004270         END-IF
004280     NOT AT END
004290         IF GROUP-OPEN
004300             IF SGO-INITIALS NOT EQUAL WS-GRP-INITIALS
004310                 PERFORM 2200-CLOSE-GROUP THRU 2200-EXIT
004320                 PERFORM 2300-START-GROUP THRU 2300-EXIT
004330             END-IF
004340         ELSE
004350             PERFORM 2300-START-GROUP THRU 2300-EXIT
004360         END-IF
004370*
004380         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
004390     END-READ
004400 2100-EXIT.
004410     EXIT.
004420*
004430 2200-CLOSE-GROUP.
004440     MOVE WS-GRP-CNT TO WS-GTL-CNT-OUT
004450*
004460     WRITE FS-SGNRPT-REP-RECORD FROM WS-GROUP-TOTAL-LINE
004470     END-WRITE
004480     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-BLANK
004490     END-WRITE
004500*
004510     MOVE 'N' TO WS-GRP-SW
004520 2200-EXIT.
004530     EXIT.
004540*
004550****************************************************************
004560*   Open a group under the new initials, headed by the name on
004570*   the operator master when there is one to show.
004580****************************************************************
004590 2300-START-GROUP.
004600     ADD 1 TO WS-GROUP-CNT
004610*
004620     MOVE SGO-INITIALS TO WS-GRP-INITIALS
004630     MOVE 0            TO WS-GRP-CNT
004640*
004650     MOVE SGO-INITIALS TO WS-GHD-INITIALS-OUT
004660*
004670     IF SGO-INITIALS EQUAL SPACES
004680         MOVE '(NO INITIALS GIVEN)'       TO WS-GHD-NAME-OUT
004690     ELSE
004700         IF OPERATOR-ON
004710             MOVE SGO-INITIALS TO OPR-INITIALS
004720             READ FS-OPERATOR-MASTER
004730                 INVALID KEY
004740                     MOVE '(NOT ON OPERATOR MASTER)' TO
004750                         WS-GHD-NAME-OUT
004760                 NOT INVALID KEY
004770                     MOVE OPR-NAME TO WS-GHD-NAME-OUT
004780             END-READ
004790         ELSE
004800             MOVE SPACES                  TO WS-GHD-NAME-OUT
004810         END-IF
004820     END-IF
004830*
004840     WRITE FS-SGNRPT-REP-RECORD FROM WS-GROUP-HEAD-LINE
004850     END-WRITE
004860*
004870     MOVE 'Y' TO WS-GRP-SW
004880 2300-EXIT.
004890     EXIT.
004900*
004910****************************************************************
004920*   Print one refusal and count it against its group and its
004930*   attempt type. A SIGN-ON REFUSAL CARRIES NO STUDENT.
004940****************************************************************
004950 2400-WRITE-DETAIL.
004960     ADD 1 TO WS-GRP-CNT
004970*
004980     EVALUATE TRUE
004990         WHEN SGO-SIGN-ON
005000             ADD 1 TO WS-SIGN-ON-CNT
005010         WHEN SGO-CORRECTION
005020             ADD 1 TO WS-CORRECTION-CNT
005030         WHEN SGO-SUPV-AUTH
005040             ADD 1 TO WS-SUPV-AUTH-CNT
005050     END-EVALUATE
005060*
005070     MOVE SGO-INITIALS    TO WS-DTL-INITIALS-OUT
005080     MOVE SGO-RUN-DATE    TO WS-DTL-DATE-OUT
005090     MOVE SGO-RUN-TIME    TO WS-DTL-TIME-OUT
005100     MOVE SGO-PROGRAM     TO WS-DTL-PROGRAM-OUT
005110     MOVE SGO-ATTEMPT     TO WS-DTL-ATTEMPT-OUT
005120     MOVE SGO-TERM-CODE   TO WS-DTL-TERM-OUT
005130     MOVE SGO-REASON      TO WS-DTL-REASON-OUT
005140*
005150     IF SGO-STUDENT-ID EQUAL 0
005160         MOVE SPACES          TO WS-DTL-ID-OUT
005170     ELSE
005180         MOVE SGO-STUDENT-ID  TO WS-DTL-ID-OUT
005190     END-IF
005200*
005210     WRITE FS-SGNRPT-REP-RECORD FROM WS-DETAIL-LINE
005220     END-WRITE
005230 2400-EXIT.
005240     EXIT.
005250*
005260****************************************************************
005270*   Print the run totals - entries on the log, entries in range,
005280*   operators listed, and the split by attempt type.
005290****************************************************************
005300 3000-WRITE-SUMMARY.
005310     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-RULE
005320     END-WRITE
005330*
005340     MOVE 'LOG ENTRIES READ:'        TO WS-CNT-LABEL-OUT
005350     MOVE WS-READ-CNT                TO WS-CNT-VALUE-OUT
005360     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-COUNT-LINE
005370     END-WRITE
005380*
005390     MOVE 'REFUSALS LISTED:'         TO WS-CNT-LABEL-OUT
005400     MOVE WS-SPOOLED-CNT             TO WS-CNT-VALUE-OUT
005410     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-COUNT-LINE
005420     END-WRITE
005430*
005440     MOVE 'OPERATORS LISTED:'        TO WS-CNT-LABEL-OUT
005450     MOVE WS-GROUP-CNT               TO WS-CNT-VALUE-OUT
005460     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-COUNT-LINE
005470     END-WRITE
005480*
005490     MOVE 'SIGN-ONS REFUSED (S):'    TO WS-CNT-LABEL-OUT
005500     MOVE WS-SIGN-ON-CNT             TO WS-CNT-VALUE-OUT
005510     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-COUNT-LINE
005520     END-WRITE
005530*
005540     MOVE 'CORRECTIONS REFUSED (C):' TO WS-CNT-LABEL-OUT
005550     MOVE WS-CORRECTION-CNT          TO WS-CNT-VALUE-OUT
005560     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-COUNT-LINE
005570     END-WRITE
005580*
005590     MOVE 'SUPV AUTHS REFUSED (A):'  TO WS-CNT-LABEL-OUT
005600     MOVE WS-SUPV-AUTH-CNT           TO WS-CNT-VALUE-OUT
005610     WRITE FS-SGNRPT-REP-RECORD FROM WS-SGNRPT-COUNT-LINE
005620     END-WRITE
005630 3000-EXIT.
005640     EXIT.
005650*
005660****************************************************************
005670*   Append this run's control record to the cumulative RUN-LOG.
005680*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
005690*   ITSELF THE FAILURE MARKER.
005700****************************************************************
005710 9995-WRITE-RUN-LOG.
005720     OPEN EXTEND FS-RUN-LOG
005730*
005740     IF RUN-LOG-NOT-FOUND
005750         OPEN OUTPUT FS-RUN-LOG
005760     END-IF
005770*
005780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005790     ACCEPT WS-RUN-END-TIME FROM TIME
005800*
005810     MOVE 'SGNRPT'           TO RNL-PROGRAM
005820     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
005830     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
005840     MOVE SPACES             TO RNL-TERM-CODE
005850     MOVE WS-READ-CNT        TO RNL-READ-CNT
005860     MOVE WS-SPOOLED-CNT     TO RNL-VALID-CNT
005870     MOVE 0                  TO RNL-REJECT-CNT
005880     MOVE WS-GROUP-CNT       TO RNL-REPORT-CNT
005890     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
005900*
005910     WRITE FS-RUN-LOG-RECORD
005920     END-WRITE
005930*
005940     CLOSE FS-RUN-LOG
005950 9995-EXIT.
005960     EXIT.
005970*
005980 END PROGRAM SGNRPT.
