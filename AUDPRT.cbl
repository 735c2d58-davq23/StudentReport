000260*                    OF HOUSEKP.cbl'S DATE-RANGED ARCHIVES TO
000270*                    LIST INSTEAD OF THE LIVE TRAIL, FOR
000280*                    DISPUTES REACHING PAST THE RETENTION CUT.
000290*   2026-10-15  DV   AUDIT RECORD WIDENED TO 320 BYTES; THE ENTRY
000300*                    LINE NOW SHOWS THE AUTHORIZING SUPERVISOR AND
000310*                    THE TERM'S STATE WHEN THE CHANGE APPLIED.
000320*   2026-10-15  DV   A FILTER ID RETIRED BY IDMERGE.cbl IS
000330*                    TRANSLATED THROUGH ID-XREF TO ITS SURVIVOR,
000340*                    AND THE LISTING TAKES IN ENTRIES LOGGED UNDER
000350*                    ANY ID MERGED INTO THAT SURVIVOR.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. AUDPRT.
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420****************************************************************
000430*    CUMULATIVE AUDIT TRAIL APPENDED BY MAINT.cbl - SAME RECORD
000440*    LAYOUT AS ITS FS-AUDIT-RECORD, WHICH MUST STAY IN STEP.
000450****************************************************************
000460     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-AUDIT-STATUS.
000490*
000500****************************************************************
000510*    OPTIONAL CONTROL CARD - ONE LINE HOLDING THE STUDENT-ID
000520*    WHOSE HISTORY IS WANTED. NO CARD = LIST THE WHOLE TRAIL.
000530****************************************************************
000540     SELECT FS-AUDIT-PARM ASSIGN 'AUDIT-PARM'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570*
000580     SELECT FS-AUDIT-HISTORY ASSIGN 'AUDIT-HISTORY.txt'
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600*
000610****************************************************************
000620*    OPTIONAL CONTROL CARD - THE FILE NAME OF ONE OF
000630*    HOUSEKP.cbl'S DATE-RANGED AUDIT ARCHIVES. WHEN PRESENT THE
000640*    LISTING READS THAT ARCHIVE INSTEAD OF THE LIVE TRAIL.
000650****************************************************************
000660     SELECT FS-ARCH-PARM ASSIGN 'AUDIT-ARCH-PARM'
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-ARCH-PARM-STATUS.
000690*
000700     SELECT FS-AUDIT-ARCHIVE ASSIGN DYNAMIC WS-ARCH-NAME
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-ARCHIVE-STATUS.
000730*
000740****************************************************************
000750*    OPTIONAL STUDENT-ID CROSS-REFERENCE KEPT BY IDMERGE.cbl -
000760*    ONE RECORD PER RETIRED ID NAMING ITS SURVIVOR.
000770****************************************************************
000780     SELECT FS-ID-XREF ASSIGN 'ID-XREF'
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS XRF-RETIRED-ID
000820         FILE STATUS IS WS-XREF-STATUS.
000830**
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  FS-AUDIT-TRAIL.
000870 01  FS-AUDIT-RECORD.
000880     05  AUD-TXN-CODE         PIC X(01).
000890     05  AUD-RUN-DATE         PIC 9(08).
000900     05  AUD-RUN-TIME         PIC 9(06).
000910     05  AUD-TERM-CODE        PIC X(05).
000920     05  AUD-STUDENT-ID       PIC 9(05).
000930     05  AUD-BEFORE-IMAGE     PIC X(144).
000940     05  AUD-AFTER-IMAGE      PIC X(144).
000950     05  AUD-OPERATOR         PIC X(03).
000960     05  AUD-SUPV-AUTH        PIC X(03).
000970     05  AUD-TERM-STATE       PIC X(01).
000980*
000990 FD  FS-AUDIT-PARM.
001000 01  FS-AUDIT-PARM-RECORD    PIC 9(05).
001010*
001020 FD  FS-ARCH-PARM.
001030 01  FS-ARCH-PARM-RECORD     PIC X(40).
001040*
001050*    ARCHIVED RECORDS ARE VERBATIM COPIES OF THE LIVE TRAIL'S -
001060*    READ HERE AND OVERLAID ON FS-AUDIT-RECORD FOR THE PRINT.
001070 FD  FS-AUDIT-ARCHIVE.
001080 01  FS-AUDIT-ARCH-RECORD    PIC X(320).
001090*
001100 FD  FS-ID-XREF.
001110 01  FS-XREF-RECORD.
001120     05  XRF-RETIRED-ID       PIC 9(05).
001130     05  XRF-SURVIVOR-ID      PIC 9(05).
001140     05  XRF-MERGE-DATE       PIC 9(08).
001150     05  XRF-MERGE-TIME       PIC 9(06).
001160     05  XRF-TERMS-MOVED      PIC 9(03).
001170*
001180 FD  FS-AUDIT-HISTORY
001190     RECORDING MODE IS F
001200     RECORD CONTAINS 160 CHARACTERS.
001210 01  FS-AUDIT-HIST-RECORD    PIC X(160).
001220**
001230 WORKING-STORAGE SECTION.
001240 01  WS-AUDIT-STATUS          PIC X(02).
001250     88  AUDIT-NOT-FOUND                      VALUE '35'.
001260     88  AUDIT-EOF                            VALUE '10'.
001270*
001280 01  WS-PARM-STATUS           PIC X(02).
001290     88  PARM-NOT-FOUND                       VALUE '35'.
001300*
001310 01  WS-ARCH-PARM-STATUS      PIC X(02).
001320     88  ARCH-PARM-NOT-FOUND                  VALUE '35'.
001330*
001340 01  WS-ARCHIVE-STATUS        PIC X(02).
001350     88  ARCHIVE-OK                           VALUE '00'.
001360     88  ARCHIVE-EOF                          VALUE '10'.
001370*
001380 01  WS-ARCH-NAME             PIC X(40)              VALUE SPACES.
001390*
001400 01  WS-ARCHIVE-ON-SW         PIC X(01)              VALUE 'N'.
001410     88  ARCHIVE-ON                           VALUE 'Y'.
001420*
001430 01  WS-ID-FILTER             PIC 9(05)              VALUE 0.
001440 01  WS-ID-FILTER-SW          PIC X(01)              VALUE 'N'.
001450     88  ID-FILTER-ON                         VALUE 'Y'.
001460*
001470 01  WS-XREF-STATUS           PIC X(02).
001480     88  XREF-OK                              VALUE '00'.
001490*
001500 01  WS-XREF-ON-SW            PIC X(01)              VALUE 'N'.
001510     88  XREF-ON                              VALUE 'Y'.
001520*
001530*    THE ID AS KEYED ON THE CARD, KEPT FOR THE HEADER WHEN IT WAS
001540*    A RETIRED ONE.
001550 01  WS-KEYED-ID              PIC 9(05)              VALUE 0.
001560 01  WS-MATCH-SW              PIC X(01)              VALUE 'N'.
001570     88  ENTRY-MATCHES                        VALUE 'Y'.
001580*
001590 01  WS-TRAIL-OPEN-SW         PIC X(01)              VALUE 'N'.
001600     88  TRAIL-OPEN                           VALUE 'Y'.
001610*
001620 01  WS-LISTED-COUNT          PIC 9(05) COMP-3       VALUE 0.
001630*
001640 01  WS-HIST-HEADER1.
001650     05  FILLER               PIC X(28) VALUE
001660         'STUDENT-MASTER AUDIT HISTORY'.
001670     05  FILLER               PIC X(62) VALUE SPACES.
001680*
001690 01  WS-HIST-HEADER2.
001700     05  FILLER               PIC X(09) VALUE 'STUDENT: '.
001710     05  WS-HDR-ID-OUT        PIC X(05).
001720     05  WS-HDR-NOTE-OUT      PIC X(34).
001730     05  FILLER               PIC X(42) VALUE SPACES.
001740*
001750 01  WS-HDR-NOTE.
001760     05  FILLER               PIC X(23) VALUE
001770         '  (KEYED AS RETIRED ID '.
001780     05  WS-HDR-KEYED-OUT     PIC 9(05).
001790     05  FILLER               PIC X(06) VALUE ')'.
001800*
001810 01  WS-HIST-RULE.
001820     05  FILLER               PIC X(90) VALUE ALL '-'.
001830*
001840 01  WS-HIST-BLANK.
001850     05  FILLER               PIC X(90) VALUE SPACES.
001860*
001870 01  WS-HIST-ENTRY-LINE.
001880     05  FILLER               PIC X(04) VALUE 'RUN '.
001890     05  WS-ENT-DATE-OUT      PIC 9(08).
001900     05  FILLER               PIC X(01) VALUE SPACE.
001910     05  WS-ENT-TIME-OUT      PIC 9(06).
001920     05  FILLER               PIC X(06) VALUE '  TXN '.
001930     05  WS-ENT-CODE-OUT      PIC X(01).
001940     05  FILLER               PIC X(07) VALUE '  TERM '.
001950     05  WS-ENT-TERM-OUT      PIC X(05).
001960     05  FILLER               PIC X(10) VALUE '  STUDENT '.
001970     05  WS-ENT-ID-OUT        PIC 9(05).
001980     05  FILLER               PIC X(04) VALUE '  BY'.
001990     05  FILLER               PIC X(01) VALUE SPACE.
002000     05  WS-ENT-OPER-OUT      PIC X(03).
002010     05  FILLER               PIC X(07) VALUE '  SUPV '.
002020     05  WS-ENT-SUPV-OUT      PIC X(03).
002030     05  FILLER               PIC X(08) VALUE '  STATE '.
002040     05  WS-ENT-STATE-OUT     PIC X(01).
002050     05  FILLER               PIC X(10) VALUE SPACES.
002060*
002070 01  WS-HIST-BEFORE-LINE.
002080     05  FILLER               PIC X(10) VALUE '  BEFORE: '.
002090     05  WS-BEFORE-OUT        PIC X(144).
002100     05  FILLER               PIC X(06) VALUE SPACES.
002110*
002120 01  WS-HIST-AFTER-LINE.
002130     05  FILLER               PIC X(10) VALUE '  AFTER:  '.
002140     05  WS-AFTER-OUT         PIC X(144).
002150     05  FILLER               PIC X(06) VALUE SPACES.
002160*
002170 01  WS-HIST-COUNT-LINE.
002180     05  FILLER               PIC X(16) VALUE 'ENTRIES LISTED: '.
002190     05  WS-CNT-OUT           PIC ZZZZ9.
002200     05  FILLER               PIC X(69) VALUE SPACES.
002210**
002220 PROCEDURE DIVISION.
002230 0000-MAINLINE.
002240     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
002250     PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
002260     PERFORM 2000-READ-AUDIT-LOOP THRU 2000-EXIT
002270         UNTIL AUDIT-EOF
002280     PERFORM 3000-WRITE-FOOTER THRU 3000-EXIT
002290     PERFORM 9999-TERMINATE THRU 9999-EXIT
002300     STOP RUN.
002310*
002320****************************************************************
002330*   Open the trail and the history report, and pick up the
002340*   optional one-student filter card. A MISSING TRAIL IS NOT AN
002350*   ABEND - THE REPORT SIMPLY LISTS ZERO ENTRIES.
002360****************************************************************
002370 1000-OPEN-FILES.
002380     OPEN INPUT FS-AUDIT-PARM
002390*
002400     IF PARM-NOT-FOUND
002410         CONTINUE
002420     ELSE
002430         READ FS-AUDIT-PARM
002440         NOT AT END
002450             MOVE FS-AUDIT-PARM-RECORD TO WS-ID-FILTER
002460             MOVE 'Y' TO WS-ID-FILTER-SW
002470         END-READ
002480         CLOSE FS-AUDIT-PARM
002490     END-IF
002500*
002510*    A RETIRED ID ON THE CARD LISTS UNDER ITS SURVIVOR, WHICH
002520*    NOW OWNS EVERY TERM THE RETIRED ID ONCE HELD.
002530     IF ID-FILTER-ON
002540         MOVE SPACES TO WS-XREF-STATUS
002550         OPEN INPUT FS-ID-XREF
002560         IF XREF-OK
002570             MOVE 'Y' TO WS-XREF-ON-SW
002580             MOVE WS-ID-FILTER TO WS-KEYED-ID
002590             MOVE WS-ID-FILTER TO XRF-RETIRED-ID
002600             READ FS-ID-XREF
002610                 NOT INVALID KEY
002620                     MOVE XRF-SURVIVOR-ID TO WS-ID-FILTER
002630             END-READ
002640         END-IF
002650     END-IF
002660*
002670*    AN ARCHIVE CARD SWITCHES THE WHOLE LISTING TO THE NAMED
002680*    ARCHIVE FILE - THE LIVE TRAIL IS NOT TOUCHED AT ALL.
002690     OPEN INPUT FS-ARCH-PARM
002700*
002710     IF ARCH-PARM-NOT-FOUND
002720         CONTINUE
002730     ELSE
002740         READ FS-ARCH-PARM
002750         NOT AT END
002760             IF FS-ARCH-PARM-RECORD NOT EQUAL SPACES
002770                 MOVE FS-ARCH-PARM-RECORD TO WS-ARCH-NAME
002780                 MOVE 'Y' TO WS-ARCHIVE-ON-SW
002790             END-IF
002800         END-READ
002810         CLOSE FS-ARCH-PARM
002820     END-IF
002830*
002840     IF ARCHIVE-ON
002850         OPEN INPUT FS-AUDIT-ARCHIVE
002860         IF NOT ARCHIVE-OK
002870             DISPLAY 'AUDIT ARCHIVE '
002880                 FUNCTION TRIM(WS-ARCH-NAME)
002890                 ' NOT ON FILE - NOTHING LISTED'
002900             MOVE '10' TO WS-AUDIT-STATUS
002910             MOVE 'N'  TO WS-ARCHIVE-ON-SW
002920         END-IF
002930     ELSE
002940         OPEN INPUT FS-AUDIT-TRAIL
002950*
002960         IF AUDIT-NOT-FOUND
002970             MOVE '10' TO WS-AUDIT-STATUS
002980         ELSE
002990             MOVE 'Y' TO WS-TRAIL-OPEN-SW
003000         END-IF
003010     END-IF
003020*
003030     OPEN OUTPUT FS-AUDIT-HISTORY
003040 1000-EXIT.
003050     EXIT.
003060*
003070 1100-WRITE-HEADER.
003080     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-HEADER1
003090     END-WRITE
003100*
003110     IF ID-FILTER-ON
003120         MOVE WS-ID-FILTER TO WS-HDR-ID-OUT
003130         IF WS-KEYED-ID NOT EQUAL 0
003140                 AND WS-KEYED-ID NOT EQUAL WS-ID-FILTER
003150             MOVE WS-KEYED-ID TO WS-HDR-KEYED-OUT
003160             MOVE WS-HDR-NOTE TO WS-HDR-NOTE-OUT
003170         END-IF
003180     ELSE
003190         MOVE 'ALL'        TO WS-HDR-ID-OUT
003200     END-IF
003210*
003220     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-HEADER2
003230     END-WRITE
003240*
003250     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-RULE
003260     END-WRITE
003270 1100-EXIT.
003280     EXIT.
003290*
003300****************************************************************
003310*   List every trail record, or only the filtered student's,
003320*   in the order the runs appended them (oldest first).
003330****************************************************************
003340 2000-READ-AUDIT-LOOP.
003350     IF ARCHIVE-ON
003360         PERFORM 2010-READ-FROM-ARCHIVE THRU 2010-EXIT
003370     ELSE
003380         READ FS-AUDIT-TRAIL
003390         NOT AT END
003400             PERFORM 2050-MATCH-ENTRY THRU 2050-EXIT
003410             IF ENTRY-MATCHES
003420                 PERFORM 2100-PRINT-ENTRY THRU 2100-EXIT
003430             END-IF
003440         END-READ
003450     END-IF
003460 2000-EXIT.
003470     EXIT.
003480*
003490****************************************************************
003500*   Archived records are verbatim trail records - overlaid on
003510*   the trail's record area so the print path is one and the
003520*   same. END-OF-ARCHIVE ENDS THE RUN THE SAME WAY END-OF-TRAIL
003530*   DOES.
003540****************************************************************
003550 2010-READ-FROM-ARCHIVE.
003560     READ FS-AUDIT-ARCHIVE
003570     AT END
003580         MOVE '10' TO WS-AUDIT-STATUS
003590     NOT AT END
003600         MOVE FS-AUDIT-ARCH-RECORD TO FS-AUDIT-RECORD
003610         PERFORM 2050-MATCH-ENTRY THRU 2050-EXIT
003620         IF ENTRY-MATCHES
003630             PERFORM 2100-PRINT-ENTRY THRU 2100-EXIT
003640         END-IF
003650     END-READ
003660 2010-EXIT.
003670     EXIT.
003680*
003690****************************************************************
003700*   An entry belongs in the listing when there is no filter, when
003710*   it is logged under the filter ID, or when it is logged under
003720*   an ID since merged into the filter ID - THE ENTRIES MAINT.cbl
003730*   WROTE BEFORE THE MERGE STILL CARRY THE RETIRED ID.
003740****************************************************************
003750 2050-MATCH-ENTRY.
003760     MOVE 'Y' TO WS-MATCH-SW
003770*
003780     IF NOT ID-FILTER-ON
003790             OR AUD-STUDENT-ID EQUAL WS-ID-FILTER
003800         GO TO 2050-EXIT
003810     END-IF
003820*
003830     MOVE 'N' TO WS-MATCH-SW
003840*
003850     IF NOT XREF-ON
003860         GO TO 2050-EXIT
003870     END-IF
003880*
003890     MOVE AUD-STUDENT-ID TO XRF-RETIRED-ID
003900     READ FS-ID-XREF
003910         NOT INVALID KEY
003920             IF XRF-SURVIVOR-ID EQUAL WS-ID-FILTER
003930                 MOVE 'Y' TO WS-MATCH-SW
003940             END-IF
003950     END-READ
003960 2050-EXIT.
003970     EXIT.
003980*
003990 2100-PRINT-ENTRY.
004000     ADD 1 TO WS-LISTED-COUNT
004010*
004020     MOVE AUD-RUN-DATE     TO WS-ENT-DATE-OUT
004030     MOVE AUD-RUN-TIME     TO WS-ENT-TIME-OUT
004040     MOVE AUD-TXN-CODE     TO WS-ENT-CODE-OUT
004050     MOVE AUD-TERM-CODE    TO WS-ENT-TERM-OUT
004060     MOVE AUD-STUDENT-ID   TO WS-ENT-ID-OUT
004070     MOVE AUD-OPERATOR     TO WS-ENT-OPER-OUT
004080     MOVE AUD-SUPV-AUTH    TO WS-ENT-SUPV-OUT
004090     MOVE AUD-TERM-STATE   TO WS-ENT-STATE-OUT
004100     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-ENTRY-LINE
004110     END-WRITE
004120*
004130     MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-OUT
004140     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-BEFORE-LINE
004150     END-WRITE
004160*
004170     MOVE AUD-AFTER-IMAGE  TO WS-AFTER-OUT
004180     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-AFTER-LINE
004190     END-WRITE
004200*
004210     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-BLANK
004220     END-WRITE
004230 2100-EXIT.
004240     EXIT.
004250*
004260 3000-WRITE-FOOTER.
004270     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-RULE
004280     END-WRITE
004290*
004300     MOVE WS-LISTED-COUNT TO WS-CNT-OUT
004310     WRITE FS-AUDIT-HIST-RECORD FROM WS-HIST-COUNT-LINE
004320     END-WRITE
004330 3000-EXIT.
004340     EXIT.
004350*
004360 9999-TERMINATE.
004370     IF TRAIL-OPEN
004380         CLOSE FS-AUDIT-TRAIL
004390     END-IF
004400*
004410     IF ARCHIVE-ON
004420         CLOSE FS-AUDIT-ARCHIVE
004430     END-IF
004440*
004450     IF XREF-ON
004460         CLOSE FS-ID-XREF
004470     END-IF
004480*
004490     CLOSE FS-AUDIT-HISTORY
004500 9999-EXIT.
004510     EXIT.
004520*
004530 END PROGRAM AUDPRT.
