000010******************************************************************
000020* AUTHOR:      D. VASQUEZ - REGISTRAR SYSTEMS GROUP
000030* INSTALLATION: REGISTRAR'S OFFICE - BATCH GRADING
000040* DATE-WRITTEN: 2026-10-15
000050* DATE-COMPILED:
000060* PURPOSE:     PRINTS ONE STUDENT'S FULL DISCLOSURE HISTORY OFF
000070*              THE CUMULATIVE DISCLOSURE-LOG APPENDED BY MAIN.cbl,
000080*              NOTIFY.cbl AND ENRLVER.cbl - EVERY OUTBOUND FILE
000090*              THAT CARRIED THE STUDENT'S RECORD, THE TERM, THE
000100*              RECIPIENT CLASS (STUDENT, PORTAL OR THIRD PARTY)
000110*              AND THE RUN DATE AND TIME - SO THE REGISTRAR CAN
000120*              ANSWER A STUDENT'S REQUEST FOR THAT HISTORY. THE
000130*              DISC-PARM CONTROL CARD NAMING THE STUDENT-ID IS
000140*              REQUIRED.
000150* TECTONICS:   cobc
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*   DATE       INIT  DESCRIPTION
000190*   2026-10-15  DV   INITIAL VERSION.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. DISCPRT.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260****************************************************************
000270*    CUMULATIVE DISCLOSURE-LOG APPENDED BY MAIN.cbl, NOTIFY.cbl
000280*    AND ENRLVER.cbl - SAME RECORD LAYOUT, WHICH MUST STAY IN
000290*    STEP WITH ALL THREE.
000300****************************************************************
000310     SELECT FS-DISCLOSURE-LOG ASSIGN 'DISCLOSURE-LOG'
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-DISCLOSURE-STATUS.
000340*
000350****************************************************************
000360*    CONTROL CARD - ONE LINE HOLDING THE STUDENT-ID WHOSE
000370*    HISTORY IS WANTED. REQUIRED: THE HISTORY IS ALWAYS PRODUCED
000380*    FOR ONE STUDENT, NEVER FOR THE WHOLE LOG.
000390****************************************************************
000400     SELECT FS-DISC-PARM ASSIGN 'DISC-PARM'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430*
000440     SELECT FS-DISC-HISTORY ASSIGN 'DISCLOSURE-HISTORY.txt'
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460*
000470****************************************************************
000480*    OPTIONAL STUDENT-ID CROSS-REFERENCE KEPT BY IDMERGE.cbl -
000490*    ONE RECORD PER RETIRED ID NAMING ITS SURVIVOR.
000500****************************************************************
000510     SELECT FS-ID-XREF ASSIGN 'ID-XREF'
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS XRF-RETIRED-ID
000550         FILE STATUS IS WS-XREF-STATUS.
000560**
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  FS-DISCLOSURE-LOG.
000600 01  FS-DISCLOSURE-RECORD.
000610     05  DSC-STUDENT-ID       PIC 9(05).
000620     05  DSC-TERM-CODE        PIC X(05).
000630     05  DSC-OUTPUT-NAME      PIC X(46).
000640     05  DSC-RECIPIENT        PIC X(01).
000650         88  DSC-TO-STUDENT                      VALUE 'S'.
000660         88  DSC-TO-PORTAL                       VALUE 'P'.
000670         88  DSC-TO-THIRD-PARTY                  VALUE 'T'.
000680     05  DSC-PROGRAM          PIC X(08).
000690     05  DSC-RUN-DATE         PIC 9(08).
000700     05  DSC-RUN-TIME         PIC 9(06).
000710*
000720 FD  FS-DISC-PARM.
000730 01  FS-DISC-PARM-RECORD     PIC X(05).
000740*
000750 FD  FS-ID-XREF.
000760 01  FS-XREF-RECORD.
000770     05  XRF-RETIRED-ID       PIC 9(05).
000780     05  XRF-SURVIVOR-ID      PIC 9(05).
000790     05  XRF-MERGE-DATE       PIC 9(08).
000800     05  XRF-MERGE-TIME       PIC 9(06).
000810     05  XRF-TERMS-MOVED      PIC 9(03).
000820*
000830 FD  FS-DISC-HISTORY
000840     RECORDING MODE IS F
000850     RECORD CONTAINS 132 CHARACTERS.
000860 01  FS-DISC-HIST-RECORD     PIC X(132).
000870**
000880 WORKING-STORAGE SECTION.
000890 01  WS-DISCLOSURE-STATUS     PIC X(02).
000900     88  DISCLOSURE-NOT-FOUND                 VALUE '35'.
000910     88  DISCLOSURE-EOF                       VALUE '10'.
000920*
000930 01  WS-PARM-STATUS           PIC X(02).
000940     88  PARM-NOT-FOUND                       VALUE '35'.
000950*
000960 01  WS-XREF-STATUS           PIC X(02).
000970     88  XREF-OK                              VALUE '00'.
000980*
000990 01  WS-XREF-ON-SW            PIC X(01)              VALUE 'N'.
001000     88  XREF-ON                              VALUE 'Y'.
001010*
001020 01  WS-LOG-OPEN-SW           PIC X(01)              VALUE 'N'.
001030     88  LOG-OPEN                             VALUE 'Y'.
001040*
001050 01  WS-ID-FILTER             PIC 9(05)              VALUE 0.
001060*
001070*    THE ID AS KEYED ON THE CARD, KEPT FOR THE HEADER WHEN IT WAS
001080*    A RETIRED ONE.
001090 01  WS-KEYED-ID              PIC 9(05)              VALUE 0.
001100 01  WS-MATCH-SW              PIC X(01)              VALUE 'N'.
001110     88  ENTRY-MATCHES                        VALUE 'Y'.
001120*
001130 01  WS-LISTED-COUNT          PIC 9(05) COMP-3       VALUE 0.
001140 01  WS-STUDENT-COUNT         PIC 9(05) COMP-3       VALUE 0.
001150 01  WS-PORTAL-COUNT          PIC 9(05) COMP-3       VALUE 0.
001160 01  WS-THIRD-COUNT           PIC 9(05) COMP-3       VALUE 0.
001170*
001180 01  WS-HIST-HEADER1.
001190     05  FILLER               PIC X(35) VALUE
001200         'STUDENT RECORD DISCLOSURE HISTORY'.
001210     05  FILLER               PIC X(97) VALUE SPACES.
001220*
001230 01  WS-HIST-HEADER2.
001240     05  FILLER               PIC X(09) VALUE 'STUDENT: '.
001250     05  WS-HDR-ID-OUT        PIC 9(05).
001260     05  WS-HDR-NOTE-OUT      PIC X(34).
001270     05  FILLER               PIC X(84) VALUE SPACES.
001280*
001290 01  WS-HDR-NOTE.
001300     05  FILLER               PIC X(23) VALUE
001310         '  (KEYED AS RETIRED ID '.
001320     05  WS-HDR-KEYED-OUT     PIC 9(05).
001330     05  FILLER               PIC X(06) VALUE ')'.
001340*
001350 01  WS-HIST-RULE.
001360     05  FILLER               PIC X(132) VALUE ALL '-'.
001370*
001380 01  WS-HIST-ENTRY-LINE.
001390     05  FILLER               PIC X(04) VALUE 'RUN '.
001400     05  WS-ENT-DATE-OUT      PIC 9(08).
001410     05  FILLER               PIC X(01) VALUE SPACE.
001420     05  WS-ENT-TIME-OUT      PIC 9(06).
001430     05  FILLER               PIC X(07) VALUE '  TERM '.
001440     05  WS-ENT-TERM-OUT      PIC X(05).
001450     05  FILLER               PIC X(10) VALUE '  STUDENT '.
001460     05  WS-ENT-ID-OUT        PIC 9(05).
001470     05  FILLER               PIC X(06) VALUE '  TO  '.
001480     05  WS-ENT-RCPT-OUT      PIC X(11).
001490     05  FILLER               PIC X(08) VALUE '  FILE  '.
001500     05  WS-ENT-NAME-OUT      PIC X(46).
001510     05  FILLER               PIC X(06) VALUE '  BY  '.
001520     05  WS-ENT-PROG-OUT      PIC X(08).
001530     05  FILLER               PIC X(01) VALUE SPACE.
001540*
001550 01  WS-HIST-COUNT-LINE.
001560     05  WS-CNT-LABEL-OUT     PIC X(22).
001570     05  WS-CNT-OUT           PIC ZZZZ9.
001580     05  FILLER               PIC X(105) VALUE SPACES.
001590**
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
001630     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
001640     PERFORM 2000-READ-LOG-LOOP THRU 2000-EXIT
001650         UNTIL DISCLOSURE-EOF
001660     PERFORM 3000-WRITE-FOOTER THRU 3000-EXIT
001670     PERFORM 9999-TERMINATE THRU 9999-EXIT
001680     STOP RUN.
001690*
001700****************************************************************
001710*   Pick up the required one-student card, translate a retired
001720*   ID to its survivor, then open the log and the history
001730*   report. A MISSING LOG IS NOT AN ABEND - NOTHING HAS BEEN
001740*   DISCLOSED YET, AND THE REPORT SAYS SO WITH ZERO ENTRIES.
001750****************************************************************
001760 1000-OPEN-FILES.
001770     OPEN INPUT FS-DISC-PARM
001780*
001790     IF PARM-NOT-FOUND
001800         DISPLAY 'DISCPRT - NO DISC-PARM CARD - RUN REFUSED'
001810         STOP RUN
001820     END-IF
001830*
001840     MOVE SPACES TO FS-DISC-PARM-RECORD
001850     READ FS-DISC-PARM
001860     END-READ
001870     CLOSE FS-DISC-PARM
001880*
001890     IF FS-DISC-PARM-RECORD IS NOT NUMERIC
001900             OR FS-DISC-PARM-RECORD EQUAL '00000'
001910         DISPLAY 'DISCPRT - DISC-PARM STUDENT-ID '
001920             FS-DISC-PARM-RECORD ' NOT VALID - RUN REFUSED'
001930         STOP RUN
001940     END-IF
001950*
001960     MOVE FS-DISC-PARM-RECORD TO WS-ID-FILTER
001970     MOVE WS-ID-FILTER        TO WS-KEYED-ID
001980*
001990*    A RETIRED ID ON THE CARD LISTS UNDER ITS SURVIVOR, WHICH
002000*    NOW OWNS EVERY TERM THE RETIRED ID ONCE HELD.
002010     MOVE SPACES TO WS-XREF-STATUS
002020     OPEN INPUT FS-ID-XREF
002030     IF XREF-OK
002040         MOVE 'Y' TO WS-XREF-ON-SW
002050         MOVE WS-ID-FILTER TO XRF-RETIRED-ID
002060         READ FS-ID-XREF
002070             NOT INVALID KEY
002080                 MOVE XRF-SURVIVOR-ID TO WS-ID-FILTER
002090         END-READ
002100     END-IF
002110*
002120     OPEN INPUT FS-DISCLOSURE-LOG
002130*
002140     IF DISCLOSURE-NOT-FOUND
002150         MOVE '10' TO WS-DISCLOSURE-STATUS
002160     ELSE
002170         MOVE 'Y' TO WS-LOG-OPEN-SW
002180     END-IF
002190*
002200     OPEN OUTPUT FS-DISC-HISTORY
002210 1000-EXIT.
002220     EXIT.
002230*
002240 1100-WRITE-HEADER.
002250     WRITE FS-DISC-HIST-RECORD FROM WS-HIST-HEADER1
002260     END-WRITE
002270*
002280     MOVE WS-ID-FILTER TO WS-HDR-ID-OUT
002290     MOVE SPACES       TO WS-HDR-NOTE-OUT
002300     IF WS-KEYED-ID NOT EQUAL WS-ID-FILTER
002310         MOVE WS-KEYED-ID TO WS-HDR-KEYED-OUT
002320         MOVE WS-HDR-NOTE TO WS-HDR-NOTE-OUT
002330     END-IF
002340*
002350     WRITE FS-DISC-HIST-RECORD FROM WS-HIST-HEADER2
002360     END-WRITE
002370*
002380     WRITE FS-DISC-HIST-RECORD FROM WS-HIST-RULE
002390     END-WRITE
002400 1100-EXIT.
002410     EXIT.
002420*
002430****************************************************************
002440*   List the student's disclosures in the order the runs
002450*   appended them (oldest first).
002460****************************************************************
002470 2000-READ-LOG-LOOP.
002480     READ FS-DISCLOSURE-LOG
002490     NOT AT END
002500         PERFORM 2050-MATCH-ENTRY THRU 2050-EXIT
002510         IF ENTRY-MATCHES
002520             PERFORM 2100-PRINT-ENTRY THRU 2100-EXIT
002530         END-IF
002540     END-READ
002550 2000-EXIT.
002560     EXIT.
002570*
002580****************************************************************
002590*   An entry belongs in the listing when it is logged under the
002600*   filter ID, or under an ID since merged into the filter ID -
002610*   DISCLOSURES MADE BEFORE THE MERGE STILL CARRY THE RETIRED ID.
002620****************************************************************
002630 2050-MATCH-ENTRY.
002640     MOVE 'Y' TO WS-MATCH-SW
002650*
002660     IF DSC-STUDENT-ID EQUAL WS-ID-FILTER
002670         GO TO 2050-EXIT
002680     END-IF
002690*
002700     MOVE 'N' TO WS-MATCH-SW
002710*
002720     IF NOT XREF-ON
002730         GO TO 2050-EXIT
002740     END-IF
002750*
002760     MOVE DSC-STUDENT-ID TO XRF-RETIRED-ID
002770     READ FS-ID-XREF
002780         NOT INVALID KEY
002790             IF XRF-SURVIVOR-ID EQUAL WS-ID-FILTER
002800                 MOVE 'Y' TO WS-MATCH-SW
002810             END-IF
002820     END-READ
002830 2050-EXIT.
002840     EXIT.
002850*
002860****************************************************************
002870*   One line per disclosure. AN ALL-TERMS MAIN.cbl RUN LOGS A
002880*   BLANK TERM, PRINTED AS ALL.
002890****************************************************************
002900 2100-PRINT-ENTRY.
002910     ADD 1 TO WS-LISTED-COUNT
002920*
002930     MOVE DSC-RUN-DATE     TO WS-ENT-DATE-OUT
002940     MOVE DSC-RUN-TIME     TO WS-ENT-TIME-OUT
002950     MOVE DSC-STUDENT-ID   TO WS-ENT-ID-OUT
002960     MOVE DSC-OUTPUT-NAME  TO WS-ENT-NAME-OUT
002970     MOVE DSC-PROGRAM      TO WS-ENT-PROG-OUT
002980*
002990     IF DSC-TERM-CODE EQUAL SPACES
003000         MOVE 'ALL'         TO WS-ENT-TERM-OUT
003010     ELSE
003020         MOVE DSC-TERM-CODE TO WS-ENT-TERM-OUT
003030     END-IF
003040*
003050     EVALUATE TRUE
003060         WHEN DSC-TO-STUDENT
003070             MOVE 'STUDENT'     TO WS-ENT-RCPT-OUT
003080             ADD 1 TO WS-STUDENT-COUNT
003090         WHEN DSC-TO-PORTAL
003100             MOVE 'PORTAL'      TO WS-ENT-RCPT-OUT
003110             ADD 1 TO WS-PORTAL-COUNT
003120         WHEN DSC-TO-THIRD-PARTY
003130             MOVE 'THIRD PARTY' TO WS-ENT-RCPT-OUT
003140             ADD 1 TO WS-THIRD-COUNT
003150         WHEN OTHER
003160             MOVE DSC-RECIPIENT TO WS-ENT-RCPT-OUT
003170     END-EVALUATE
003180*
003190     WRITE FS-DISC-HIST-RECORD FROM WS-HIST-ENTRY-LINE
003200     END-WRITE
003210 2100-EXIT.
003220     EXIT.
003230*
003240 3000-WRITE-FOOTER.
003250     WRITE FS-DISC-HIST-RECORD FROM WS-HIST-RULE
003260     END-WRITE
003270*
003280     MOVE 'DISCLOSURES LISTED:'  TO WS-CNT-LABEL-OUT
003290     MOVE WS-LISTED-COUNT        TO WS-CNT-OUT
003300     PERFORM 3010-WRITE-COUNT-LINE THRU 3010-EXIT
003310*
003320     MOVE '  TO THE STUDENT:'    TO WS-CNT-LABEL-OUT
003330     MOVE WS-STUDENT-COUNT       TO WS-CNT-OUT
003340     PERFORM 3010-WRITE-COUNT-LINE THRU 3010-EXIT
003350*
003360     MOVE '  TO THE PORTAL:'     TO WS-CNT-LABEL-OUT
003370     MOVE WS-PORTAL-COUNT        TO WS-CNT-OUT
003380     PERFORM 3010-WRITE-COUNT-LINE THRU 3010-EXIT
003390*
003400     MOVE '  TO THIRD PARTIES:'  TO WS-CNT-LABEL-OUT
003410     MOVE WS-THIRD-COUNT         TO WS-CNT-OUT
003420     PERFORM 3010-WRITE-COUNT-LINE THRU 3010-EXIT
003430 3000-EXIT.
003440     EXIT.
003450*
003460 3010-WRITE-COUNT-LINE.
003470     WRITE FS-DISC-HIST-RECORD FROM WS-HIST-COUNT-LINE
003480     END-WRITE
003490 3010-EXIT.
003500     EXIT.
003510*
003520 9999-TERMINATE.
003530     IF LOG-OPEN
003540         CLOSE FS-DISCLOSURE-LOG
003550     END-IF
003560*
003570     IF XREF-ON
003580         CLOSE FS-ID-XREF
003590     END-IF
003600*
003610     CLOSE FS-DISC-HISTORY
003620 9999-EXIT.
003630     EXIT.
003640*
003650 END PROGRAM DISCPRT.
