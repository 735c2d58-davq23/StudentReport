000280*                    (MAILING ADDRESS AND PROGRAM CODE); THE
000290*                    LETTER PAGE NOW CARRIES THE MAILING ADDRESS
000300*                    FROM THE AFTER IMAGE.
000310*   2026-10-15  DV   AUDIT RECORD LAYOUT WIDENED TO 320 BYTES
000320*                    (AUD-SUPV-AUTH, AUD-TERM-STATE) IN STEP WITH
000330*                    MAINT.cbl.
000340*   2026-10-15  DV   EVERY NOTICE SENT IS APPENDED AT END OF JOB
000350*                    TO THE CUMULATIVE DISCLOSURE-LOG - THE CSV
000360*                    ROW AS A PORTAL DISCLOSURE, THE LETTER PAGE
000370*                    AS ONE TO THE STUDENT - FOR DISCPRT.cbl.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. NOTIFY.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440****************************************************************
000450*    CUMULATIVE AUDIT TRAIL APPENDED BY MAINT.cbl AND
000460*    INQUIRY.cbl - SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000470****************************************************************
000480     SELECT FS-AUDIT-TRAIL ASSIGN 'MAINT-AUDIT'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-AUDIT-STATUS.
000510*
000520****************************************************************
000530*    HIGH-WATER MARK - THE LATEST AUDIT STAMP ALREADY NOTIFIED,
000540*    READ AT START OF JOB AND REWRITTEN AT END. A MISSING FILE
000550*    (THE VERY FIRST RUN) NOTIFIES THE WHOLE TRAIL.
000560****************************************************************
000570     SELECT FS-NOTIFY-MARK ASSIGN 'NOTIFY-MARK'
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MARK-STATUS.
000600*
000610     SELECT FS-NOTIFY-LETTERS ASSIGN 'NOTIFY-LETTERS.txt'
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630*
000640     SELECT FS-NOTIFY-CSV ASSIGN 'GRADE-NOTICES.csv'
000650         ORGANIZATION IS LINE SEQUENTIAL.
000660*
000670****************************************************************
000680*    CUMULATIVE RUN-CONTROL LOG SHARED WITH THE OTHER STEPS -
000690*    SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000700****************************************************************
000710     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RUN-LOG-STATUS.
000740*
000750****************************************************************
000760*    CUMULATIVE DISCLOSURE-LOG SHARED WITH MAIN.cbl AND
000770*    ENRLVER.cbl - SAME RECORD LAYOUT, WHICH MUST STAY IN STEP.
000780****************************************************************
000790     SELECT FS-DISCLOSURE-LOG ASSIGN 'DISCLOSURE-LOG'
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-DISCLOSURE-STATUS.
000820**
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  FS-AUDIT-TRAIL.
000860 01  FS-AUDIT-RECORD.
000870     05  AUD-TXN-CODE         PIC X(01).
000880         88  AUD-CHANGE                       VALUE 'C'.
000890         88  AUD-RESOLVE                      VALUE 'R'.
000900     05  AUD-RUN-STAMP.
000910         10  AUD-RUN-DATE     PIC 9(08).
000920         10  AUD-RUN-TIME     PIC 9(06).
000930     05  AUD-TERM-CODE        PIC X(05).
000940     05  AUD-STUDENT-ID       PIC 9(05).
000950     05  AUD-BEFORE-IMAGE     PIC X(144).
000960     05  AUD-AFTER-IMAGE      PIC X(144).
000970     05  AUD-OPERATOR         PIC X(03).
000980     05  AUD-SUPV-AUTH        PIC X(03).
000990     05  AUD-TERM-STATE       PIC X(01).
001000*
001010 FD  FS-NOTIFY-MARK.
001020 01  FS-NOTIFY-MARK-RECORD.
001030     05  NMK-MARK-STAMP.
001040         10  NMK-MARK-DATE    PIC 9(08).
001050         10  NMK-MARK-TIME    PIC 9(06).
001060*
001070****************************************************************
001080*    LETTER FILE - 80-COLUMN PAGES, ONE GRADE CHANGE PER PAGE,
001090*    EACH PAGE PADDED TO WS-PAGE-SIZE LINES SO THE PRINT BURSTS
001100*    THE SAME WAY THE TRANSCRIPT PAGES DO.
001110****************************************************************
001120 FD  FS-NOTIFY-LETTERS
001130     RECORDING MODE IS F
001140     RECORD CONTAINS 80 CHARACTERS.
001150 01  FS-NOTIFY-LTR-RECORD    PIC X(80).
001160*
001170 FD  FS-NOTIFY-CSV.
001180 01  FS-NOTIFY-CSV-RECORD    PIC X(80).
001190*
001200 FD  FS-RUN-LOG.
001210 01  FS-RUN-LOG-RECORD.
001220     05  RNL-PROGRAM          PIC X(08).
001230     05  RNL-RUN-DATE         PIC 9(08).
001240     05  RNL-RUN-TIME         PIC 9(06).
001250     05  RNL-TERM-CODE        PIC X(05).
001260     05  RNL-READ-CNT         PIC 9(05).
001270     05  RNL-VALID-CNT        PIC 9(05).
001280     05  RNL-REJECT-CNT       PIC 9(05).
001290     05  RNL-REPORT-CNT       PIC 9(05).
001300     05  RNL-RUN-STATUS       PIC X(08).
001310*
001320 FD  FS-DISCLOSURE-LOG.
001330 01  FS-DISCLOSURE-RECORD.
001340     05  DSC-STUDENT-ID       PIC 9(05).
001350     05  DSC-TERM-CODE        PIC X(05).
001360     05  DSC-OUTPUT-NAME      PIC X(46).
001370     05  DSC-RECIPIENT        PIC X(01).
001380         88  DSC-TO-STUDENT                      VALUE 'S'.
001390         88  DSC-TO-PORTAL                       VALUE 'P'.
001400         88  DSC-TO-THIRD-PARTY                  VALUE 'T'.
001410     05  DSC-PROGRAM          PIC X(08).
001420     05  DSC-RUN-DATE         PIC 9(08).
001430     05  DSC-RUN-TIME         PIC 9(06).
001440**
001450 WORKING-STORAGE SECTION.
001460 01  WS-AUDIT-STATUS          PIC X(02).
001470     88  AUDIT-NOT-FOUND                      VALUE '35'.
001480     88  AUDIT-EOF                            VALUE '10'.
001490*
001500 01  WS-MARK-STATUS           PIC X(02).
001510     88  MARK-NOT-FOUND                       VALUE '35'.
001520*
001530 01  WS-RUN-LOG-STATUS        PIC X(02).
001540     88  RUN-LOG-NOT-FOUND                    VALUE '35'.
001550*
001560 01  WS-DISCLOSURE-STATUS     PIC X(02).
001570     88  DISCLOSURE-NOT-FOUND                 VALUE '35'.
001580*
001590 01  WS-TRAIL-OPEN-SW         PIC X(01)              VALUE 'N'.
001600     88  TRAIL-OPEN                           VALUE 'Y'.
001610*
001620****************************************************************
001630*   The before and after master images, overlaid with the master
001640*   record layout MAINT.cbl writes - WHICH MUST STAY IN STEP.
001650*   ONLY THE GRADE AND THE NAME ARE PICKED OUT HERE.
001660****************************************************************
001670 01  WS-BEFORE-IMAGE.
001680     05  WS-BEF-TERM-CODE     PIC X(05).
001690     05  WS-BEF-STUDENT-ID    PIC 9(05).
001700     05  WS-BEF-NAME          PIC X(30).
001710     05  WS-BEF-LASTNAME      PIC X(30).
001720     05  WS-BEF-GENGRADE      PIC 9(03)V99.
001730     05  WS-BEF-STANDING      PIC X(01).
001740     05  WS-BEF-GRADE-STATUS  PIC X(01).
001750     05  WS-BEF-ADDRESS-BLOCK PIC X(62).
001760     05  WS-BEF-PROGRAM-CODE  PIC X(05).
001770*
001780 01  WS-AFTER-IMAGE.
001790     05  WS-AFT-TERM-CODE     PIC X(05).
001800     05  WS-AFT-STUDENT-ID    PIC 9(05).
001810     05  WS-AFT-NAME          PIC X(30).
001820     05  WS-AFT-LASTNAME      PIC X(30).
001830     05  WS-AFT-GENGRADE      PIC 9(03)V99.
001840     05  WS-AFT-STANDING      PIC X(01).
001850     05  WS-AFT-GRADE-STATUS  PIC X(01).
001860     05  WS-AFT-ADDRESS-BLOCK.
001870         10  WS-AFT-ADDR-STREET PIC X(30).
001880         10  WS-AFT-ADDR-CITY   PIC X(20).
001890         10  WS-AFT-ADDR-STATE  PIC X(02).
001900         10  WS-AFT-ADDR-ZIP    PIC X(10).
001910     05  WS-AFT-PROGRAM-CODE  PIC X(05).
001920*
001930****************************************************************
001940*   High-water mark bookkeeping - the mark on file at start of
001950*   job, and the highest stamp seen this pass. ONLY ENTRIES
001960*   STAMPED AFTER THE OLD MARK ARE NOTIFIED; THE NEW MARK IS THE
001970*   HIGHEST STAMP ON THE WHOLE TRAIL, SO A RERUN NOTIFIES
001980*   NOTHING TWICE.
001990****************************************************************
002000 01  WS-OLD-MARK.
002010     05  WS-OLD-MARK-DATE     PIC 9(08)              VALUE 0.
002020     05  WS-OLD-MARK-TIME     PIC 9(06)              VALUE 0.
002030*
002040 01  WS-NEW-MARK.
002050     05  WS-NEW-MARK-DATE     PIC 9(08)              VALUE 0.
002060     05  WS-NEW-MARK-TIME     PIC 9(06)              VALUE 0.
002070*
002080 01  WS-SCANNED-CNT           PIC 9(05) COMP-3       VALUE 0.
002090 01  WS-NOTIFIED-CNT          PIC 9(05) COMP-3       VALUE 0.
002100*
002110 01  WS-RUN-DATE              PIC 9(08)              VALUE 0.
002120 01  WS-RUN-END-TIME.
002130     05  WS-RUN-END-HHMMSS    PIC 9(06).
002140     05  FILLER               PIC 9(02).
002150*
002160*    A GRADE-NOTICES.csv ROW READ BACK FOR THE DISCLOSURE LOG -
002170*    THE HEADER ROW FAILS THE NUMERIC TEST ON THE ID.
002180 01  WS-DSC-CSV-ROW           PIC X(80).
002190 01  WS-DSC-CSV-ID            PIC X(05).
002200 01  WS-DSC-CSV-ID-NUM REDEFINES WS-DSC-CSV-ID
002210                              PIC 9(05).
002220 01  WS-DSC-CSV-TERM          PIC X(05).
002230 01  WS-DSC-EOF-SW            PIC X(01)              VALUE 'N'.
002240     88  DSC-CSV-EOF                          VALUE 'Y'.
002250*
002260****************************************************************
002270*   Letter-page working storage - same 60-line fixed page as the
002280*   transcript print, so one burster setting covers both.
002290****************************************************************
002300 01  WS-PAGE-SIZE             PIC 9(02)  COMP-3      VALUE 60.
002310 01  WS-PAGE-LINE-CNT         PIC 9(02)  COMP-3      VALUE 0.
002320*
002330 01  WS-PAGE-HEADER1.
002340     05  FILLER               PIC X(40)  VALUE
002350             'REGISTRAR''S OFFICE - BATCH GRADING'.
002360     05  FILLER               PIC X(21)  VALUE SPACES.
002370     05  FILLER               PIC X(19)  VALUE
002380             'GRADE CHANGE NOTICE'.
002390*
002400 01  WS-PAGE-RULE.
002410     05  FILLER               PIC X(80)  VALUE ALL '-'.
002420*
002430 01  WS-PAGE-BLANK.
002440     05  FILLER               PIC X(80)  VALUE SPACES.
002450*
002460 01  WS-PAGE-ID-LINE.
002470     05  FILLER               PIC X(12)  VALUE 'STUDENT ID: '.
002480     05  WS-PAGE-ID-OUT       PIC 9(05).
002490     05  FILLER               PIC X(09)  VALUE '    TERM:'.
002500     05  FILLER               PIC X(01)  VALUE SPACE.
002510     05  WS-PAGE-TERM-OUT     PIC X(05).
002520     05  FILLER               PIC X(48)  VALUE SPACES.
002530*
002540 01  WS-PAGE-NAME-LINE.
002550     05  FILLER               PIC X(12)  VALUE 'NAME:       '.
002560     05  WS-PAGE-NAME-OUT     PIC X(62).
002570     05  FILLER               PIC X(06)  VALUE SPACES.
002580*
002590 01  WS-PAGE-TEXT-LINE.
002600     05  FILLER               PIC X(44)  VALUE
002610             'A GRADE ON YOUR RECORD HAS BEEN CORRECTED.  '.
002620     05  FILLER               PIC X(36)  VALUE SPACES.
002630*
002640 01  WS-PAGE-OLD-LINE.
002650     05  FILLER               PIC X(15)  VALUE 'PREVIOUS GRADE:'.
002660     05  FILLER               PIC X(01)  VALUE SPACE.
002670     05  WS-PAGE-OLD-OUT      PIC ZZ9.99.
002680     05  FILLER               PIC X(58)  VALUE SPACES.
002690*
002700 01  WS-PAGE-NEW-LINE.
002710     05  FILLER               PIC X(15)  VALUE 'CORRECTED TO:  '.
002720     05  FILLER               PIC X(01)  VALUE SPACE.
002730     05  WS-PAGE-NEW-OUT      PIC ZZ9.99.
002740     05  FILLER               PIC X(58)  VALUE SPACES.
002750*
002760 01  WS-PAGE-DATE-LINE.
002770     05  FILLER               PIC X(16)  VALUE 'DATE OF CHANGE: '.
002780     05  WS-PAGE-DATE-OUT     PIC 9(08).
002790     05  FILLER               PIC X(07)  VALUE '  TIME '.
002800     05  WS-PAGE-TIME-OUT     PIC 9(06).
002810     05  FILLER               PIC X(43)  VALUE SPACES.
002820*
002830 01  WS-PAGE-OPER-LINE.
002840     05  FILLER               PIC X(16)  VALUE 'APPLIED BY:     '.
002850     05  WS-PAGE-OPER-OUT     PIC X(03).
002860     05  FILLER               PIC X(61)  VALUE SPACES.
002870*
002880****************************************************************
002890*   CSV header and the per-field edit buffers the row is strung
002900*   from, trimmed the way MAIN.cbl's portal CSV is.
002910****************************************************************
002920 01  WS-CSV-HEADER-LINE.
002930     05  FILLER               PIC X(50)  VALUE
002940             'STUDENT-ID,TERM,OLD-GRADE,NEW-GRADE,CHANGE-DATE,CH'.
002950     05  FILLER               PIC X(09)  VALUE 'ANGE-TIME'.
002960     05  FILLER               PIC X(21)  VALUE SPACES.
002970*
002980 01  WS-CSV-ID-OUT            PIC 9(05).
002990 01  WS-CSV-TERM-OUT          PIC X(05).
003000 01  WS-CSV-OLD-OUT           PIC ZZ9.99.
003010 01  WS-CSV-NEW-OUT           PIC ZZ9.99.
003020 01  WS-CSV-DATE-OUT          PIC 9(08).
003030 01  WS-CSV-TIME-OUT          PIC 9(06).
003040**
003050 PROCEDURE DIVISION.
003060 0000-MAINLINE.
003070     PERFORM 1000-OPEN-FILES THRU 1000-EXIT
003080     PERFORM 2000-READ-AUDIT-LOOP THRU 2000-EXIT
003090         UNTIL AUDIT-EOF
003100     PERFORM 3000-REWRITE-MARK THRU 3000-EXIT
003110     PERFORM 9999-TERMINATE THRU 9999-EXIT
003120     STOP RUN.
003130*
003140****************************************************************
003150*   Pick up the high-water mark (A MISSING OR TORN MARK FILE
003160*   NOTIFIES THE WHOLE TRAIL - NOTIFYING TWICE IS THE LESSER
003170*   EVIL NEXT TO SKIPPING A CHANGE), then open the trail and
003180*   the two extract files.
003190****************************************************************
003200 1000-OPEN-FILES.
003210     OPEN INPUT FS-NOTIFY-MARK
003220*
003230     IF MARK-NOT-FOUND
003240         CONTINUE
003250     ELSE
003260         READ FS-NOTIFY-MARK
003270         NOT AT END
003280             IF NMK-MARK-STAMP IS NUMERIC
003290                 MOVE NMK-MARK-DATE TO WS-OLD-MARK-DATE
003300                 MOVE NMK-MARK-TIME TO WS-OLD-MARK-TIME
003310             END-IF
003320         END-READ
003330         CLOSE FS-NOTIFY-MARK
003340     END-IF
003350*
003360     MOVE WS-OLD-MARK TO WS-NEW-MARK
003370*
003380     OPEN INPUT FS-AUDIT-TRAIL
003390*
003400*    A MISSING TRAIL IS AN EMPTY ONE - NOTHING TO NOTIFY.
003410     IF AUDIT-NOT-FOUND
003420         MOVE '10' TO WS-AUDIT-STATUS
003430     ELSE
003440         MOVE 'Y' TO WS-TRAIL-OPEN-SW
003450     END-IF
003460*
003470     OPEN OUTPUT FS-NOTIFY-LETTERS
003480     OPEN OUTPUT FS-NOTIFY-CSV
003490*
003500     WRITE FS-NOTIFY-CSV-RECORD FROM WS-CSV-HEADER-LINE
003510     END-WRITE
003520 1000-EXIT.
003530     EXIT.
003540*
003550****************************************************************
003560*   One trail record per pass. A GRADE CHANGE IS A 'C' ENTRY
003570*   WHOSE BEFORE AND AFTER GRADES DIFFER - A NAME-ONLY CHANGE IS
003580*   NOT A NOTICE. ONLY ENTRIES STAMPED AFTER THE OLD MARK ARE
003590*   NOTIFIED; EVERY STAMP SEEN ADVANCES THE NEW MARK.
003600****************************************************************
003610 2000-READ-AUDIT-LOOP.
003620     READ FS-AUDIT-TRAIL
003630     NOT AT END
003640         ADD 1 TO WS-SCANNED-CNT
003650*
003660         IF AUD-RUN-STAMP > WS-NEW-MARK
003670             MOVE AUD-RUN-STAMP TO WS-NEW-MARK
003680         END-IF
003690*
003700         IF (AUD-CHANGE OR AUD-RESOLVE)
003710                 AND AUD-RUN-STAMP > WS-OLD-MARK
003720             MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
003730             MOVE AUD-AFTER-IMAGE  TO WS-AFTER-IMAGE
003740*
003750             IF WS-BEF-GENGRADE IS NUMERIC
003760                     AND WS-AFT-GENGRADE IS NUMERIC
003770                     AND WS-BEF-GENGRADE NOT EQUAL WS-AFT-GENGRADE
003780                 PERFORM 2100-WRITE-NOTICE THRU 2100-EXIT
003790             END-IF
003800         END-IF
003810     END-READ
003820 2000-EXIT.
003830     EXIT.
003840*
003850 2100-WRITE-NOTICE.
003860     ADD 1 TO WS-NOTIFIED-CNT
003870*
003880     PERFORM 2200-WRITE-LETTER-PAGE THRU 2200-EXIT
003890     PERFORM 2300-WRITE-CSV-ROW THRU 2300-EXIT
003900 2100-EXIT.
003910     EXIT.
003920*
003930****************************************************************
003940*   One fixed-length letter page per change - headings, the
003950*   student, old and new grade, when and by whom, padded to a
003960*   full page so the print bursts one notice per page.
003970****************************************************************
003980 2200-WRITE-LETTER-PAGE.
003990     MOVE 0 TO WS-PAGE-LINE-CNT
004000*
004010     MOVE WS-PAGE-HEADER1 TO FS-NOTIFY-LTR-RECORD
004020     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004030     MOVE WS-PAGE-RULE TO FS-NOTIFY-LTR-RECORD
004040     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004050*
004060     MOVE AUD-STUDENT-ID TO WS-PAGE-ID-OUT
004070     MOVE AUD-TERM-CODE  TO WS-PAGE-TERM-OUT
004080     MOVE WS-PAGE-ID-LINE TO FS-NOTIFY-LTR-RECORD
004090     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004100*
004110     MOVE SPACES TO WS-PAGE-NAME-OUT
004120     STRING FUNCTION TRIM(WS-AFT-NAME)     DELIMITED BY SIZE
004130             ' '                           DELIMITED BY SIZE
004140             FUNCTION TRIM(WS-AFT-LASTNAME)
004150                                           DELIMITED BY SIZE
004160         INTO WS-PAGE-NAME-OUT
004170     END-STRING
004180     MOVE WS-PAGE-NAME-LINE TO FS-NOTIFY-LTR-RECORD
004190     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004200*
004210*    THE MAILING ADDRESS OFF THE AFTER IMAGE, SO THE NOTICE CAN
004220*    GO IN THE SAME WINDOW ENVELOPES AS THE TRANSCRIPT PAGES.
004230     IF WS-AFT-ADDR-STREET NOT EQUAL SPACES
004240         MOVE SPACES TO FS-NOTIFY-LTR-RECORD
004250         MOVE WS-AFT-ADDR-STREET TO FS-NOTIFY-LTR-RECORD(13:30)
004260         PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004270         MOVE SPACES TO FS-NOTIFY-LTR-RECORD
004280         STRING FUNCTION TRIM(WS-AFT-ADDR-CITY)
004290                                           DELIMITED BY SIZE
004300                 ', '                      DELIMITED BY SIZE
004310                 WS-AFT-ADDR-STATE         DELIMITED BY SIZE
004320                 ' '                       DELIMITED BY SIZE
004330                 WS-AFT-ADDR-ZIP           DELIMITED BY SIZE
004340             INTO FS-NOTIFY-LTR-RECORD(13:55)
004350         END-STRING
004360         PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004370     END-IF
004380*
004390     MOVE WS-PAGE-BLANK TO FS-NOTIFY-LTR-RECORD
004400     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004410     MOVE WS-PAGE-TEXT-LINE TO FS-NOTIFY-LTR-RECORD
004420     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004430     MOVE WS-PAGE-BLANK TO FS-NOTIFY-LTR-RECORD
004440     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004450*
004460     MOVE WS-BEF-GENGRADE TO WS-PAGE-OLD-OUT
004470     MOVE WS-PAGE-OLD-LINE TO FS-NOTIFY-LTR-RECORD
004480     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004490*
004500     MOVE WS-AFT-GENGRADE TO WS-PAGE-NEW-OUT
004510     MOVE WS-PAGE-NEW-LINE TO FS-NOTIFY-LTR-RECORD
004520     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004530*
004540     MOVE AUD-RUN-DATE TO WS-PAGE-DATE-OUT
004550     MOVE AUD-RUN-TIME TO WS-PAGE-TIME-OUT
004560     MOVE WS-PAGE-DATE-LINE TO FS-NOTIFY-LTR-RECORD
004570     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004580*
004590     MOVE AUD-OPERATOR TO WS-PAGE-OPER-OUT
004600     MOVE WS-PAGE-OPER-LINE TO FS-NOTIFY-LTR-RECORD
004610     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004620*
004630     PERFORM 2220-PAD-LETTER-PAGE THRU 2220-EXIT
004640         UNTIL WS-PAGE-LINE-CNT NOT LESS THAN WS-PAGE-SIZE
004650 2200-EXIT.
004660     EXIT.
004670*
004680 2210-WRITE-LETTER-LINE.
004690     WRITE FS-NOTIFY-LTR-RECORD
004700     END-WRITE
004710     ADD 1 TO WS-PAGE-LINE-CNT
004720     END-ADD
004730 2210-EXIT.
004740     EXIT.
004750*
004760 2220-PAD-LETTER-PAGE.
004770     MOVE WS-PAGE-BLANK TO FS-NOTIFY-LTR-RECORD
004780     PERFORM 2210-WRITE-LETTER-LINE THRU 2210-EXIT
004790 2220-EXIT.
004800     EXIT.
004810*
004820****************************************************************
004830*   One trimmed comma-delimited row per change for the portal.
004840****************************************************************
004850 2300-WRITE-CSV-ROW.
004860     MOVE AUD-STUDENT-ID  TO WS-CSV-ID-OUT
004870     MOVE AUD-TERM-CODE   TO WS-CSV-TERM-OUT
004880     MOVE WS-BEF-GENGRADE TO WS-CSV-OLD-OUT
004890     MOVE WS-AFT-GENGRADE TO WS-CSV-NEW-OUT
004900     MOVE AUD-RUN-DATE    TO WS-CSV-DATE-OUT
004910     MOVE AUD-RUN-TIME    TO WS-CSV-TIME-OUT
004920*
004930     MOVE SPACES TO FS-NOTIFY-CSV-RECORD
004940*
004950     STRING WS-CSV-ID-OUT                    DELIMITED BY SIZE
004960             ','                             DELIMITED BY SIZE
004970             FUNCTION TRIM(WS-CSV-TERM-OUT)  DELIMITED BY SIZE
004980             ','                             DELIMITED BY SIZE
004990             FUNCTION TRIM(WS-CSV-OLD-OUT)   DELIMITED BY SIZE
005000             ','                             DELIMITED BY SIZE
005010             FUNCTION TRIM(WS-CSV-NEW-OUT)   DELIMITED BY SIZE
005020             ','                             DELIMITED BY SIZE
005030             WS-CSV-DATE-OUT                 DELIMITED BY SIZE
005040             ','                             DELIMITED BY SIZE
005050             WS-CSV-TIME-OUT                 DELIMITED BY SIZE
005060         INTO FS-NOTIFY-CSV-RECORD
005070     END-STRING
005080*
005090     WRITE FS-NOTIFY-CSV-RECORD
005100     END-WRITE
005110 2300-EXIT.
005120     EXIT.
005130*
005140****************************************************************
005150*   The new mark goes down only after the whole trail has been
005160*   read - A RUN THAT DIES MID-EXTRACT LEAVES THE OLD MARK, SO
005170*   THE NEXT RUN PICKS THE SAME CHANGES UP AGAIN RATHER THAN
005180*   LOSING THEM.
005190****************************************************************
005200 3000-REWRITE-MARK.
005210     OPEN OUTPUT FS-NOTIFY-MARK
005220*
005230     MOVE WS-NEW-MARK-DATE TO NMK-MARK-DATE
005240     MOVE WS-NEW-MARK-TIME TO NMK-MARK-TIME
005250*
005260     WRITE FS-NOTIFY-MARK-RECORD
005270     END-WRITE
005280*
005290     CLOSE FS-NOTIFY-MARK
005300 3000-EXIT.
005310     EXIT.
005320*
005330 9999-TERMINATE.
005340     IF TRAIL-OPEN
005350         CLOSE FS-AUDIT-TRAIL
005360     END-IF
005370*
005380     CLOSE FS-NOTIFY-LETTERS
005390     CLOSE FS-NOTIFY-CSV
005400*
005410     PERFORM 9980-LOG-DISCLOSURES THRU 9980-EXIT
005420     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
005430 9999-EXIT.
005440     EXIT.
005450*
005460****************************************************************
005470*   Append two DISCLOSURE-LOG records per notice - the CSV row
005480*   to the portal and the letter page to the student. THE ROWS
005490*   ARE READ BACK OFF THE CLOSED CSV, SO A RUN THAT DIES BEFORE
005500*   HERE (AND IS RERUN OFF THE OLD MARK) LOGS NOTHING TWICE.
005510****************************************************************
005520 9980-LOG-DISCLOSURES.
005530     OPEN EXTEND FS-DISCLOSURE-LOG
005540*
005550     IF DISCLOSURE-NOT-FOUND
005560         OPEN OUTPUT FS-DISCLOSURE-LOG
005570     END-IF
005580*
005590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005600     ACCEPT WS-RUN-END-TIME FROM TIME
005610*
005620     MOVE SPACES             TO FS-DISCLOSURE-RECORD
005630     MOVE 'NOTIFY'           TO DSC-PROGRAM
005640     MOVE WS-RUN-DATE        TO DSC-RUN-DATE
005650     MOVE WS-RUN-END-HHMMSS  TO DSC-RUN-TIME
005660*
005670     OPEN INPUT FS-NOTIFY-CSV
005680*
005690     MOVE 'N' TO WS-DSC-EOF-SW
005700*
005710     PERFORM 9981-LOG-NOTICE THRU 9981-EXIT
005720         UNTIL DSC-CSV-EOF
005730*
005740     CLOSE FS-NOTIFY-CSV
005750     CLOSE FS-DISCLOSURE-LOG
005760 9980-EXIT.
005770     EXIT.
005780*
005790 9981-LOG-NOTICE.
005800     READ FS-NOTIFY-CSV INTO WS-DSC-CSV-ROW
005810     AT END
005820         MOVE 'Y' TO WS-DSC-EOF-SW
005830     NOT AT END
005840         MOVE SPACES TO WS-DSC-CSV-ID, WS-DSC-CSV-TERM
005850         UNSTRING WS-DSC-CSV-ROW DELIMITED BY ','
005860             INTO WS-DSC-CSV-ID, WS-DSC-CSV-TERM
005870         END-UNSTRING
005880*
005890         IF WS-DSC-CSV-ID IS NUMERIC
005900             MOVE WS-DSC-CSV-ID-NUM  TO DSC-STUDENT-ID
005910             MOVE WS-DSC-CSV-TERM    TO DSC-TERM-CODE
005920             MOVE 'GRADE-NOTICES.csv' TO DSC-OUTPUT-NAME
005930             MOVE 'P'                TO DSC-RECIPIENT
005940             WRITE FS-DISCLOSURE-RECORD
005950             END-WRITE
005960*
005970             MOVE 'NOTIFY-LETTERS.txt' TO DSC-OUTPUT-NAME
005980             MOVE 'S'                TO DSC-RECIPIENT
005990             WRITE FS-DISCLOSURE-RECORD
006000             END-WRITE
006010         END-IF
006020     END-READ
006030 9981-EXIT.
006040     EXIT.
006050*
006060****************************************************************
006070*   Append this run's control record to the cumulative RUN-LOG.
006080*   A RUN THAT DIES NEVER GETS HERE - NO COMPLETE RECORD IS
006090*   ITSELF THE FAILURE MARKER.
006100****************************************************************
006110 9995-WRITE-RUN-LOG.
006120     OPEN EXTEND FS-RUN-LOG
006130*
006140     IF RUN-LOG-NOT-FOUND
006150         OPEN OUTPUT FS-RUN-LOG
006160     END-IF
006170*
006180     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006190     ACCEPT WS-RUN-END-TIME FROM TIME
006200*
006210     MOVE 'NOTIFY'           TO RNL-PROGRAM
006220     MOVE WS-RUN-DATE        TO RNL-RUN-DATE
006230     MOVE WS-RUN-END-HHMMSS  TO RNL-RUN-TIME
006240     MOVE SPACES             TO RNL-TERM-CODE
006250     MOVE WS-SCANNED-CNT     TO RNL-READ-CNT
006260     MOVE WS-NOTIFIED-CNT    TO RNL-VALID-CNT
006270     MOVE 0                  TO RNL-REJECT-CNT
006280     MOVE WS-NOTIFIED-CNT    TO RNL-REPORT-CNT
006290     MOVE 'COMPLETE'         TO RNL-RUN-STATUS
006300*
006310     WRITE FS-RUN-LOG-RECORD
006320     END-WRITE
006330*
006340     CLOSE FS-RUN-LOG
006350 9995-EXIT.
006360     EXIT.
006370*
006380 END PROGRAM NOTIFY.
