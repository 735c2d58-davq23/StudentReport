001440*                    RUN WITH A COURSE FILE (THE GRADE-STATUS
001450*                    EDIT CAN REJECT WITHOUT A CATALOG ON FILE)
001460*                    AND CLOSES WITH A REJECT-COUNT TRAILER.
001470*   2026-10-15  DV   CUMULATIVE ACADEMIC RECORD: EVERY TRANSCRIPT
001480*                    PAGE NOW CARRIES THE STUDENT'S ALL-TERMS
001490*                    CREDITS, QUALITY POINTS, CUMULATIVE GPA,
001500*                    TERMS ENROLLED AND CLASS LEVEL UNDER THE
001510*                    COURSE GPA, READ FROM THE ACADEMIC-RECORD
001520*                    FILE CUMBUILD.cbl REBUILDS. NO FILE = NO
001530*                    CUMULATIVE LINES.
001540*   2026-10-15  DV   COURSE-REPEAT RULE: A COURSE LINE FILED ON
001550*                    REPEAT-ATTEMPTS BY CUMBUILD.cbl (AN EARLIER
001560*                    ATTEMPT SUPERSEDED BY A LATER TERM'S) PRINTS
001570*                    WITH AN 'R' MARKER ON THE ROSTER BREAKDOWN
001580*                    AND THE TRANSCRIPT, AND STAYS OUT OF EVERY
001590*                    GPA, THE INTEGRITY CHECK AND THE STANDING
001600*                    FAILED-COURSE COUNT.
001610*   2026-10-15  DV   REGISTRAR HOLDS: A STUDENT WITH AN ACTIVE
001620*                    FINANCIAL, DISCIPLINARY OR RECORDS HOLD ON
001630*                    REGISTRAR-HOLDS (KEPT BY HOLDMNT.cbl) STILL
001640*                    PRINTS ON THE ROSTER BUT GETS NO PORTAL CSV
001650*                    ROW AND NO TRANSCRIPT PAGE; EACH ACTIVE HOLD
001660*                    IS LISTED WITH ITS REASON ON HOLD-
001670*                    SUPPRESSED.txt. THE CHECKPOINT CARRIES THE
001680*                    SUPPRESSED COUNT AND THAT REPORT'S SIZE.
001690*   2026-10-15  DV   THE OVERRIDE-PARM CARD NOW CARRIES THE
001700*                    AUTHORIZING SUPERVISOR'S INITIALS AFTER THE
001710*                    WORD OVERRIDE; THEY MUST BELONG TO AN ACTIVE,
001720*                    UNEXPIRED SUPERVISOR ON THE OPERATOR-MASTER
001730*                    (OPRMAINT.cbl) OR THE OVERRIDE IS REFUSED AND
001740*                    LOGGED TO SIGNON-REJECTS FOR SGNRPT.cbl.
001750*   2026-10-15  DV   DISCLOSURE LOG: AT END OF JOB EVERY STUDENT
001760*                    SENT OUT ON THE PORTAL CSV, THE MAILED
001770*                    TRANSCRIPT PAGES AND THE ARCHIVED REPORT COPY
001780*                    IS APPENDED TO THE CUMULATIVE DISCLOSURE-LOG
001790*                    (OUTPUT, RECIPIENT CLASS, RUN DATE/TIME) FOR
001800*                    DISCPRT.cbl. LOGGED FROM THE FINISHED FILES
001810*                    SO A RESTARTED RUN RECORDS EACH STUDENT ONCE.
001820******************************************************************
001830 IDENTIFICATION DIVISION.
001840 PROGRAM-ID. MAIN.
001850 ENVIRONMENT DIVISION.
001860 INPUT-OUTPUT SECTION.
001870 FILE-CONTROL.
001880     SELECT FS-STUDENT-INPUT ASSIGN 'INPUT-STUDENT'
001890         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS WS-EOF-SW.
001910*
001920     SELECT FS-STUDENT-OUTPUT ASSIGN 'OUTPUT-STUDENT'
001930         ORGANIZATION IS SEQUENTIAL
001940         FILE STATUS IS WS-EOF-SW.
001950*
001960     SELECT FS-STUDENT-WORK ASSIGN 'WORK-STUDENT'
001970         ORGANIZATION IS SEQUENTIAL.
001980*
001990     SELECT FS-STUDENT-REPORT ASSIGN 'STUDENT-REPORT.txt'
002000         ORGANIZATION IS LINE SEQUENTIAL
002010         FILE STATUS IS WS-REPORT-FILE-STATUS.
002020*
002030     SELECT FS-STUDENT-CSV ASSIGN 'STUDENT-REPORT.csv'
002040         ORGANIZATION IS LINE SEQUENTIAL.
002050*
002060     SELECT FS-ARCHIVE-REPORT ASSIGN DYNAMIC WS-ARCHIVE-FILENAME
002070         ORGANIZATION IS LINE SEQUENTIAL.
002080*
002090****************************************************************
002100*    VALIDATION PASS FILES - RECORDS THAT PASS THE ZERO/
002110*    DUPLICATE ID AND GRADE-RANGE CHECKS ARE SPOOLED TO
002120*    FS-STUDENT-VALIDATED, WHICH IS WHAT ACTUALLY FEEDS THE
002130*    SORT. RECORDS THAT FAIL ARE LOGGED TO FS-STUDENT-EXCEPTION
002140*    INSTEAD OF BEING FOLDED INTO THE CLASS AVERAGE.
002150****************************************************************
002160     SELECT FS-STUDENT-VALIDATED ASSIGN 'VALIDATED-STUDENT'
002170         ORGANIZATION IS SEQUENTIAL.
002180*
002190****************************************************************
002200*    SEEN-ID WORK FILE FOR THE DUPLICATE CHECK - KEYED BY
002210*    TERM + STUDENT-ID, ONE RECORD PER ACCEPTED DECK RECORD.
002220*    A KEYED PROBE REPLACES THE OLD FRONT-TO-BACK SCAN OF THE
002230*    2000-ENTRY SEEN TABLE, SO THE DECK CAN BE ANY SIZE.
002240*    REBUILT FRESH EVERY RUN.
002250****************************************************************
002260     SELECT FS-SEEN-WORK ASSIGN 'SEEN-WORK'
002270         ORGANIZATION IS INDEXED
002280         ACCESS MODE IS RANDOM
002290         RECORD KEY IS SNW-WORK-KEY
002300         FILE STATUS IS WS-SEENWRK-STATUS.
002310*
002320     SELECT FS-STUDENT-EXCEPTION ASSIGN 'STUDENT-EXCEPTIONS.txt'
002330         ORGANIZATION IS LINE SEQUENTIAL.
002340*
002350****************************************************************
002360*    INDEXED MASTER MAINTAINED BY MAINT.cbl - IF A RUN FINDS ONE
002370*    ON DISK IT IS THE AUTHORITATIVE ROSTER FOR THAT RUN (MAINT'S
002380*    OWN ADD/CHANGE/DELETE CHECKS ALREADY VALIDATED IT), READ
002390*    SEQUENTIALLY IN TERM + STUDENT-ID ORDER INSTEAD OF
002400*    FS-STUDENT-INPUT, KEEPING ONLY THE REQUESTED TERM.
002410****************************************************************
002420*    DYNAMIC ACCESS: READ NEXT FOR THE ROSTER LOAD, AND KEYED
002430*    READ/REWRITE WHEN THE STANDING PASS POSTS EACH STUDENT'S
002440*    STANDING CODE BACK TO THE MASTER.
002450     SELECT FS-STUDENT-MASTER-IN ASSIGN 'STUDENT-MASTER'
002460         ORGANIZATION IS INDEXED
002470         ACCESS MODE IS DYNAMIC
002480         RECORD KEY IS MST-MASTER-KEY
002490         FILE STATUS IS WS-MASTER-FILE-STATUS.
002500*
002510****************************************************************
002520*    HONOR-ROLL WORK/OUTPUT FILES - STUDENTS AT OR ABOVE THE
002530*    CUTOFF ARE SPOOLED HERE DURING THE MAIN LOOP, THEN SORTED
002540*    DESCENDING BY GRADE FOR THE HONOR-ROLL SECTION OF THE
002550*    REPORT.
002560****************************************************************
002570     SELECT FS-HONOR-TEMP ASSIGN 'HONOR-TEMP'
002580         ORGANIZATION IS SEQUENTIAL
002590         FILE STATUS IS WS-EOF-SW.
002600*
002610     SELECT FS-HONOR-WORK ASSIGN 'HONOR-WORK'
002620         ORGANIZATION IS SEQUENTIAL.
002630*
002640     SELECT FS-HONOR-OUTPUT ASSIGN 'HONOR-STUDENT'
002650         ORGANIZATION IS SEQUENTIAL
002660         FILE STATUS IS WS-EOF-SW.
002670*
002680****************************************************************
002690*    MEDIAN WORK/OUTPUT FILES - EVERY GRADE IS SPOOLED HERE
002700*    DURING THE MAIN LOOP, THEN SORTED ASCENDING SO THE MIDDLE
002710*    VALUE(S) CAN BE READ BACK FOR THE STATISTICS SECTION.
002720****************************************************************
002730     SELECT FS-MEDIAN-TEMP ASSIGN 'MEDIAN-TEMP'
002740         ORGANIZATION IS SEQUENTIAL
002750         FILE STATUS IS WS-EOF-SW.
002760*
002770     SELECT FS-MEDIAN-WORK ASSIGN 'MEDIAN-WORK'
002780         ORGANIZATION IS SEQUENTIAL.
002790*
002800     SELECT FS-MEDIAN-OUTPUT ASSIGN 'MEDIAN-STUDENT'
002810         ORGANIZATION IS SEQUENTIAL
002820         FILE STATUS IS WS-EOF-SW.
002830*
002840****************************************************************
002850*    COURSE TRANSCRIPT FILE - OPTIONAL COMPANION FILE KEYED BY
002860*    STUDENT-ID CARRYING ONE COURSE/GRADE DETAIL RECORD PER
002870*    COURSE. WHEN THE FILE IS NOT PRESENT THE REPORT SIMPLY
002880*    OMITS THE PER-COURSE BREAKDOWN AND GPA LINES.
002890****************************************************************
002900     SELECT FS-COURSE-INPUT ASSIGN 'COURSE-INPUT'
002910         ORGANIZATION IS LINE SEQUENTIAL
002920         FILE STATUS IS WS-COURSE-FILE-STATUS.
002930**
002940****************************************************************
002950*    INDEXED COURSE CATALOG MAINTAINED BY CATMAINT.cbl - THE
002960*    OFFICIAL TITLE AND CREDIT HOURS FOR EVERY COURSE CODE,
002970*    READ RANDOMLY DURING THE COURSE LOAD. OPTIONAL: WITH NO
002980*    CATALOG ON FILE THE DECK SPELLING AND UNWEIGHTED GPA OF
002990*    THE OLD RUNS ARE KEPT.
003000****************************************************************
003010     SELECT FS-COURSE-CATALOG ASSIGN 'COURSE-CATALOG'
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS RANDOM
003040         RECORD KEY IS CAT-COURSE-CODE
003050         FILE STATUS IS WS-CATALOG-STATUS.
003060*
003070****************************************************************
003080*    COURSE-DETAIL EXCEPTION LISTING - COURSE-INPUT RECORDS
003090*    WHOSE CODE IS NOT IN THE CATALOG ARE LOGGED HERE WITH A
003100*    REASON AND KEPT OUT OF THE RUN, THE SAME WAY BAD ROSTER
003110*    RECORDS GO TO STUDENT-EXCEPTIONS.txt.
003120****************************************************************
003130     SELECT FS-COURSE-EXCEPTION ASSIGN 'COURSE-EXCEPTIONS.txt'
003140         ORGANIZATION IS LINE SEQUENTIAL.
003150*
003160****************************************************************
003170*    COURSE-DETAIL WORK FILE - THE COURSE LOAD NOW GOES TO DISK
003180*    KEYED BY STUDENT-ID + LOAD SEQUENCE INSTEAD OF THE OLD
003190*    500-ENTRY TABLE, SO A STUDENT'S DETAIL IS A START AND A
003200*    SHORT READ-NEXT RUN RATHER THAN A FULL-TABLE SCAN, AND THE
003210*    DETAIL FILE CAN BE ANY SIZE. REBUILT FRESH EVERY RUN.
003220****************************************************************
003230     SELECT FS-COURSE-WORK ASSIGN 'COURSE-WORK'
003240         ORGANIZATION IS INDEXED
003250         ACCESS MODE IS DYNAMIC
003260         RECORD KEY IS CWK-WORK-KEY
003270         FILE STATUS IS WS-CRSWRK-STATUS.
003280*
003290****************************************************************
003300*    ROSTER WORK FILE - THE ROSTER AS REPORTED, KEYED BY
003310*    STUDENT-ID + REPORT SEQUENCE, REPLACING THE OLD 2000-ENTRY
003320*    ROSTER TABLE. THE INTEGRITY AND STANDING SECTIONS READ IT
003330*    SEQUENTIALLY AND THE ORPHAN CHECK PROBES IT BY KEY.
003340*    REBUILT FRESH EVERY RUN.
003350****************************************************************
003360     SELECT FS-ROSTER-WORK ASSIGN 'ROSTER-WORK'
003370         ORGANIZATION IS INDEXED
003380         ACCESS MODE IS DYNAMIC
003390         RECORD KEY IS RWK-WORK-KEY
003400         FILE STATUS IS WS-ROSTWRK-STATUS.
003410*
003420****************************************************************
003430*    COURSE-DETAIL SPOOL FOR THE COURSE SUMMARY - ONE CODE +
003440*    GRADE RECORD PER LOADED DETAIL RECORD, SORTED BY COURSE
003450*    CODE SO ONE CONTROL-BREAK PASS REPLACES THE OLD PER-CODE
003460*    RESCAN OF THE WHOLE COURSE TABLE.
003470****************************************************************
003480     SELECT FS-CRSDTL-TEMP ASSIGN 'CRSDTL-TEMP'
003490         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-EOF-SW.
003510*
003520     SELECT FS-CRSDTL-WORK ASSIGN 'CRSDTL-WORK'
003530         ORGANIZATION IS SEQUENTIAL.
003540*
003550     SELECT FS-CRSDTL-OUTPUT ASSIGN 'CRSDTL-OUT'
003560         ORGANIZATION IS SEQUENTIAL
003570         FILE STATUS IS WS-EOF-SW.
003580**
003590****************************************************************
003600*    SORT-KEY PARAMETER FILE - OPTIONAL ONE-LINE CONTROL CARD
003610*    NAMING WHICH FIELD TO SORT/REPORT THE ROSTER BY. WHEN THE
003620*    FILE IS NOT PRESENT THE ORIGINAL ASCENDING STUDENT-ID ORDER
003630*    IS USED.
003640****************************************************************
003650     SELECT FS-SORT-PARM ASSIGN 'SORT-PARM'
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS WS-SORT-PARM-STATUS.
003680**
003690****************************************************************
003700*    TERM PARAMETER FILE - OPTIONAL ONE-LINE CONTROL CARD NAMING
003710*    WHICH ACADEMIC TERM TO REPORT. WHEN THE FILE IS NOT PRESENT
003720*    EVERY TERM ON FILE IS REPORTED TOGETHER, WHICH IS WHAT THE
003730*    OLD TERM-BLIND RUN DID.
003740****************************************************************
003750     SELECT FS-TERM-PARM ASSIGN 'TERM-PARM'
003760         ORGANIZATION IS LINE SEQUENTIAL
003770         FILE STATUS IS WS-TERM-PARM-STATUS.
003780*
003790****************************************************************
003800*    CHECKPOINT/RESTART FILES - THE CHECKPOINT FILE HOLDS THE
003810*    RUN'S POSITION IN FS-STUDENT-OUTPUT AND ITS ACCUMULATORS,
003820*    REWRITTEN EVERY WS-CHKPT-INTERVAL STUDENTS. THE RESTART-PARM
003830*    CONTROL CARD ('RESTART') TELLS A RERUN TO RESUME FROM THE
003840*    LAST CHECKPOINT INSTEAD OF REPEATING THE VALIDATE AND SORT.
003850****************************************************************
003860     SELECT FS-CHECKPOINT ASSIGN 'MAIN-CHECKPOINT'
003870         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS WS-CHKPT-STATUS.
003890*
003900     SELECT FS-RESTART-PARM ASSIGN 'RESTART-PARM'
003910         ORGANIZATION IS LINE SEQUENTIAL
003920         FILE STATUS IS WS-RESTART-PARM-STATUS.
003930*
003940****************************************************************
003950*    RESTART REPOSITIONING WORK FILES - A CRASH RARELY LANDS
003960*    EXACTLY ON A CHECKPOINT BOUNDARY, SO EACH OUTPUT IS CUT
003970*    BACK TO ITS CHECKPOINTED SIZE (COPY THE COVERED PART OUT,
003980*    REWRITE IT BACK) BEFORE THE RUN RESUMES. ONE WORK FILE FOR
003990*    THE PRINT-STYLE FILES, ONE FOR THE FIXED-RECORD SPOOLS.
004000****************************************************************
004010     SELECT FS-RESTART-TEXT-WORK ASSIGN 'RESTART-WORK-TXT'
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-RSTW-STATUS.
004040*
004050     SELECT FS-RESTART-SEQ-WORK ASSIGN 'RESTART-WORK-SEQ'
004060         ORGANIZATION IS SEQUENTIAL
004070         FILE STATUS IS WS-RSTW-STATUS.
004080*
004090****************************************************************
004100*    PER-STUDENT TRANSCRIPT PAGES - ONE FIXED-LENGTH PAGE PER
004110*    ROSTER STUDENT (HEADINGS, COURSE DETAIL, COURSE GPA AND
004120*    GENERAL GRADE, PADDED TO A FULL PAGE) SO THE PRINT CAN BE
004130*    BURST FOR MAILING OR DROPPED ONE-PER-STUDENT INTO THE
004140*    PORTAL.
004150****************************************************************
004160     SELECT FS-TRANSCRIPT ASSIGN 'STUDENT-TRANSCRIPTS.txt'
004170         ORGANIZATION IS LINE SEQUENTIAL.
004180*
004190****************************************************************
004200*    GRADE-SCALE CONTROL FILE - OPTIONAL, ONE LINE PER LETTER
004210*    GRADE, HIGHEST CUTOFF FIRST (E.G. 'A- 09000'). DRIVES THE
004220*    LETTER COLUMN ON THE ROSTER AND CSV AND THE GRADE-BAND
004230*    STATISTICS. WHEN THE FILE IS NOT PRESENT THE OLD BUILT-IN
004240*    A/B/C/D/F SCALE AT 90/80/70/60 IS USED.
004250****************************************************************
004260     SELECT FS-GRADE-SCALE ASSIGN 'GRADE-SCALE'
004270         ORGANIZATION IS LINE SEQUENTIAL
004280         FILE STATUS IS WS-SCALE-STATUS.
004290*
004300****************************************************************
004310*    COURSE-SUMMARY WORK/OUTPUT FILES - ONE SUMMARY ROW PER
004320*    DISTINCT COURSE CODE IS SPOOLED TO THE TEMP FILE, SORTED
004330*    ASCENDING BY AVERAGE (WORST FIRST) AND PRINTED TO
004340*    COURSE-SUMMARY.txt FOR THE DEPARTMENT HEADS.
004350****************************************************************
004360     SELECT FS-CRSSUM-TEMP ASSIGN 'CRSSUM-TEMP'
004370         ORGANIZATION IS SEQUENTIAL
004380         FILE STATUS IS WS-EOF-SW.
004390*
004400     SELECT FS-CRSSUM-WORK ASSIGN 'CRSSUM-WORK'
004410         ORGANIZATION IS SEQUENTIAL.
004420*
004430     SELECT FS-CRSSUM-OUTPUT ASSIGN 'CRSSUM-OUT'
004440         ORGANIZATION IS SEQUENTIAL
004450         FILE STATUS IS WS-EOF-SW.
004460*
004470     SELECT FS-COURSE-SUMMARY ASSIGN 'COURSE-SUMMARY.txt'
004480         ORGANIZATION IS LINE SEQUENTIAL.
004490*
004500****************************************************************
004510*    CROSS-FILE INTEGRITY REPORT - ORPHAN COURSE DETAIL, ROSTER
004520*    STUDENTS WITH NO COURSE DETAIL, AND COURSE-GPA VS ROSTER-
004530*    GRADE DIVERGENCE BEYOND THE TOLERANCE, SO DATA-ENTRY
004540*    PROBLEMS BETWEEN THE TWO FEEDS SURFACE BEFORE GRADES ARE
004550*    PUBLISHED RATHER THAN AFTER A STUDENT COMPLAINS.
004560****************************************************************
004570     SELECT FS-INTEGRITY-REPORT ASSIGN 'INTEGRITY-REPORT.txt'
004580         ORGANIZATION IS LINE SEQUENTIAL.
004590*
004600****************************************************************
004610*    CUMULATIVE RUN-CONTROL LOG SHARED WITH MAINT.cbl - ONE
004620*    RECORD PER COMPLETED RUN (PROGRAM, DATE/TIME, TERM, COUNTS,
004630*    STATUS), APPENDED AT END OF JOB AND READ BACK AT START OF
004640*    JOB FOR THE DUPLICATE-RUN GUARD. PRINTED BY RUNHIST.cbl.
004650****************************************************************
004660     SELECT FS-RUN-LOG ASSIGN 'RUN-LOG'
004670         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-RUN-LOG-STATUS.
004690*
004700****************************************************************
004710*    OPERATOR OVERRIDE CARD - THE WORD OVERRIDE FOLLOWED BY A
004720*    SUPERVISOR'S INITIALS LETS A SECOND SAME-DAY RUN FOR THE
004730*    SAME TERM GO AHEAD.
004740****************************************************************
004750     SELECT FS-OVERRIDE-PARM ASSIGN 'OVERRIDE-PARM'
004760         ORGANIZATION IS LINE SEQUENTIAL
004770         FILE STATUS IS WS-OVERRIDE-STATUS.
004780*
004790****************************************************************
004800*    OPERATOR MASTER MAINTAINED BY OPRMAINT.cbl - READ ONLY TO
004810*    CONFIRM THE OVERRIDE CARD'S SUPERVISOR. NO FILE = NO
004820*    OVERRIDE CAN BE CONFIRMED.
004830****************************************************************
004840     SELECT FS-OPERATOR-MASTER ASSIGN 'OPERATOR-MASTER'
004850         ORGANIZATION IS INDEXED
004860         ACCESS MODE IS RANDOM
004870         RECORD KEY IS OPR-INITIALS
004880         FILE STATUS IS WS-OPERATOR-STATUS.
004890*
004900****************************************************************
004910*    CUMULATIVE LOG OF REFUSED SIGN-ONS AND AUTHORIZATIONS,
004920*    SHARED WITH INQUIRY.cbl, MAINT.cbl AND APPEALMT.cbl AND
004930*    PRINTED BY SGNRPT.cbl.
004940****************************************************************
004950     SELECT FS-SIGNON-REJECTS ASSIGN 'SIGNON-REJECTS'
004960         ORGANIZATION IS LINE SEQUENTIAL
004970         FILE STATUS IS WS-SIGNREJ-STATUS.
004980*
004990****************************************************************
005000*    TERM-CONTROL FILE MAINTAINED BY TERMCTL.cbl - READ HERE FOR
005010*    THE REPORTED TERM'S AMENDED FLAG. OPTIONAL: NO FILE, NO
005020*    MARKER.
005030****************************************************************
005040     SELECT FS-TERM-CONTROL ASSIGN 'TERM-CONTROL'
005050         ORGANIZATION IS INDEXED
005060         ACCESS MODE IS RANDOM
005070         RECORD KEY IS TCT-TERM-CODE
005080         FILE STATUS IS WS-TERMCTL-STATUS.
005090*
005100****************************************************************
005110*    ACADEMIC-STANDING WORKLIST FOR THE ACADEMIC-STANDARDS
005120*    COMMITTEE - EVERY STUDENT WHOSE STANDING CAME OUT WARNING,
005130*    PROBATION OR DISMISSAL-REVIEW, WITH THE FIGURES THAT PUT
005140*    THEM THERE.
005150****************************************************************
005160     SELECT FS-STANDING-WORKLIST
005170         ASSIGN 'STANDING-WORKLIST.txt'
005180         ORGANIZATION IS LINE SEQUENTIAL.
005190*
005200****************************************************************
005210*    CUMULATIVE ACADEMIC RECORD REBUILT BY CUMBUILD.cbl - READ
005220*    BY STUDENT-ID FOR THE TRANSCRIPT PAGE. OPTIONAL: NO FILE,
005230*    NO CUMULATIVE LINES.
005240****************************************************************
005250     SELECT FS-ACADEMIC-RECORD ASSIGN 'ACADEMIC-RECORD'
005260         ORGANIZATION IS INDEXED
005270         ACCESS MODE IS RANDOM
005280         RECORD KEY IS ACR-STUDENT-ID
005290         FILE STATUS IS WS-ACADREC-STATUS.
005300*
005310****************************************************************
005320*    SUPERSEDED COURSE ATTEMPTS FILED BY CUMBUILD.cbl - READ BY
005330*    STUDENT + COURSE + TERM AS THE COURSE DETAIL LOADS.
005340*    OPTIONAL: NO FILE, NO REPEAT MARKERS.
005350****************************************************************
005360     SELECT FS-REPEAT-ATTEMPTS ASSIGN 'REPEAT-ATTEMPTS'
005370         ORGANIZATION IS INDEXED
005380         ACCESS MODE IS RANDOM
005390         RECORD KEY IS RPT-ATTEMPT-KEY
005400         FILE STATUS IS WS-REPEAT-STATUS.
005410*
005420****************************************************************
005430*    REGISTRAR HOLDS KEPT BY HOLDMNT.cbl - READ BY STUDENT-ID AS
005440*    EACH ROSTER LINE PRINTS. OPTIONAL: NO FILE, NO HOLDS.
005450****************************************************************
005460     SELECT FS-REGISTRAR-HOLDS ASSIGN 'REGISTRAR-HOLDS'
005470         ORGANIZATION IS INDEXED
005480         ACCESS MODE IS RANDOM
005490         RECORD KEY IS HLD-STUDENT-ID
005500         FILE STATUS IS WS-HOLDS-STATUS.
005510*
005520****************************************************************
005530*    STUDENTS WHOSE TRANSCRIPT PAGE AND CSV ROW WERE WITHHELD FOR
005540*    AN ACTIVE HOLD - ONE LINE PER ACTIVE HOLD, WITH ITS REASON.
005550****************************************************************
005560     SELECT FS-HOLD-SUPPRESSED ASSIGN 'HOLD-SUPPRESSED.txt'
005570         ORGANIZATION IS LINE SEQUENTIAL.
005580*
005590****************************************************************
005600*    CUMULATIVE DISCLOSURE-LOG - ONE RECORD PER STUDENT PER
005610*    OUTBOUND FILE, APPENDED AT END OF JOB. PRINTED FOR ONE
005620*    STUDENT BY DISCPRT.cbl.
005630****************************************************************
005640     SELECT FS-DISCLOSURE-LOG ASSIGN 'DISCLOSURE-LOG'
005650         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-DISCLOSURE-STATUS.
005670**
005680 DATA DIVISION.
005690 FILE SECTION.
005700 FD  FS-STUDENT-INPUT.
005710 01  FS-STUDENT-IN-RECORD.
005720     05  STUDENT-ID           PIC 9(05).
005730     05  STUDENT-NAME         PIC A(30).
005740     05  STUDENT-LASTNAME     PIC A(30).
005750     05  STUDENT-GENGRADE     PIC 9(03)V99.
005760     05  STUDENT-TERM-CODE    PIC X(05).
005770*    GRADE STATUS - SPACE = FINAL NUMERIC GRADE, I = INCOMPLETE,
005780*    W = WITHDRAWN, P = IN PROGRESS. BLANK ON LEGACY DECKS.
005790     05  STUDENT-GRADE-STATUS PIC X(01).
005800         88  STUDENT-STATUS-VALID VALUES SPACE 'I' 'W' 'P'.
005810*
005820 FD  FS-STUDENT-OUTPUT.
005830 01  FS-STUDENT-OUT-RECORD.
005840     05  STUDENT-ID           PIC 9(05).
005850     05  STUDENT-NAME         PIC A(30).
005860     05  STUDENT-LASTNAME     PIC A(30).
005870     05  STUDENT-GENGRADE     PIC 9(03)V99.
005880     05  STUDENT-GRADE-STATUS PIC X(01).
005890*    MAILING ADDRESS AND PROGRAM CODE OFF THE MASTER - SPACES ON
005900*    A DECK-FED RUN; PRINTED ON THE TRANSCRIPT MAILING PAGE.
005910     05  STUDENT-ADDR-STREET  PIC X(30).
005920     05  STUDENT-ADDR-CITY    PIC X(20).
005930     05  STUDENT-ADDR-STATE   PIC X(02).
005940     05  STUDENT-ADDR-ZIP     PIC X(10).
005950     05  STUDENT-PROGRAM-CODE PIC X(05).
005960*
005970****************************************************************
005980*         Instrumental file for sorting sequential data
005990****************************************************************
006000 SD  FS-STUDENT-WORK.
006010 01  FS-STUDENT-WRK-RECORD.
006020     05  STUDENT-ID           PIC 9(05).
006030     05  STUDENT-NAME         PIC A(30).
006040     05  STUDENT-LASTNAME     PIC A(30).
006050     05  STUDENT-GENGRADE     PIC 9(03)V99.
006060     05  STUDENT-GRADE-STATUS PIC X(01).
006070     05  STUDENT-ADDR-STREET  PIC X(30).
006080     05  STUDENT-ADDR-CITY    PIC X(20).
006090     05  STUDENT-ADDR-STATE   PIC X(02).
006100     05  STUDENT-ADDR-ZIP     PIC X(10).
006110     05  STUDENT-PROGRAM-CODE PIC X(05).
006120*
006130****************************************************************
006140*                 Student Report Output file
006150****************************************************************
006160 FD  FS-STUDENT-REPORT
006170     RECORDING MODE IS F
006180     RECORD CONTAINS 80 CHARACTERS.
006190 01  FS-STUDENT-REP-RECORD.
006200     05  STUDENT-ID           PIC 9(05).
006210     05  FILLER               PIC X                   VALUE SPACE.
006220     05  STUDENT-NAME         PIC X(30).
006230     05  FILLER               PIC X                   VALUE SPACE.
006240     05  STUDENT-LASTNAME     PIC X(30).
006250     05  FILLER               PIC X                   VALUE SPACE.
006260     05  STUDENT-GENGRADE     PIC ZZ9.999.
006270*    ALPHANUMERIC VIEW OF THE GRADE COLUMN, SO A STATUS RECORD
006280*    CAN BLANK IT - A PLACEHOLDER NUMBER MUST NOT PRINT.
006290     05  STUDENT-GRADE-DISP REDEFINES STUDENT-GENGRADE
006300                              PIC X(07).
006310     05  FILLER               PIC X                   VALUE SPACE.
006320     05  STUDENT-LETTER-OUT   PIC X(02).
006330     05  FILLER               PIC X(02)        VALUE SPACES.
006340*
006350****************************************************************
006360*   Comma-delimited sibling of STUDENT-REPORT.txt, for the
006370*   grading portal's importer - same roster data, one row per
006380*   student written alongside the plain-text report line.
006390****************************************************************
006400 FD  FS-STUDENT-CSV.
006410 01  FS-STUDENT-CSV-RECORD            PIC X(80).
006420*
006430****************************************************************
006440*   Date-stamped archive copy of the just-written
006450*   STUDENT-REPORT.txt, so one term's report is not overwritten
006460*   by the next run.
006470****************************************************************
006480 FD  FS-ARCHIVE-REPORT
006490     RECORDING MODE IS F
006500     RECORD CONTAINS 80 CHARACTERS.
006510 01  FS-ARCHIVE-REP-RECORD           PIC X(80).
006520*
006530****************************************************************
006540*   Validation-pass files - records clean of a zero/duplicate
006550*   STUDENT-ID and an out-of-range STUDENT-GENGRADE are spooled
006560*   to FS-STUDENT-VALIDATED for the SORT; the rest are logged to
006570*   FS-STUDENT-EXCEPTION with a reason.
006580****************************************************************
006590 FD  FS-STUDENT-VALIDATED.
006600 01  FS-STUDENT-VALID-RECORD.
006610     05  STUDENT-ID           PIC 9(05).
006620     05  STUDENT-NAME         PIC A(30).
006630     05  STUDENT-LASTNAME     PIC A(30).
006640     05  STUDENT-GENGRADE     PIC 9(03)V99.
006650     05  STUDENT-GRADE-STATUS PIC X(01).
006660     05  STUDENT-ADDR-STREET  PIC X(30).
006670     05  STUDENT-ADDR-CITY    PIC X(20).
006680     05  STUDENT-ADDR-STATE   PIC X(02).
006690     05  STUDENT-ADDR-ZIP     PIC X(10).
006700     05  STUDENT-PROGRAM-CODE PIC X(05).
006710*
006720 FD  FS-STUDENT-EXCEPTION
006730     RECORDING MODE IS F
006740     RECORD CONTAINS 75 CHARACTERS.
006750 01  FS-STUDENT-EXC-RECORD.
006760     05  WS-EXC-ID-OUT        PIC 9(05).
006770     05  FILLER               PIC X      VALUE SPACE.
006780     05  WS-EXC-NAME-OUT      PIC X(30).
006790     05  FILLER               PIC X      VALUE SPACE.
006800     05  WS-EXC-REASON-OUT    PIC X(38).
006810*
006820****************************************************************
006830*   Indexed master, read-only here - same record layout MAINT.cbl
006840*   writes.
006850****************************************************************
006860 FD  FS-STUDENT-MASTER-IN.
006870 01  FS-STUDENT-MASTER-IN-RECORD.
006880     05  MST-MASTER-KEY.
006890         10  MST-TERM-CODE    PIC X(05).
006900         10  MST-STUDENT-ID   PIC 9(05).
006910     05  MST-STUDENT-NAME     PIC X(30).
006920     05  MST-STUDENT-LASTNAME PIC X(30).
006930     05  MST-STUDENT-GENGRADE PIC 9(03)V99.
006940*    ACADEMIC STANDING SET BY MAIN.cbl'S STANDING PASS -
006950*    G = GOOD, W = WARNING, P = PROBATION, D = DISMISSAL-REVIEW,
006960*    SPACE = NOT YET DETERMINED.
006970     05  MST-STANDING-CODE    PIC X(01).
006980*    GRADE STATUS - SPACE = FINAL GRADE, I = INCOMPLETE,
006990*    W = WITHDRAWN, P = IN PROGRESS.
007000     05  MST-GRADE-STATUS     PIC X(01).
007010*    MAILING ADDRESS AND PROGRAM/MAJOR CODE - MAINTAINED BY
007020*    MAINT.cbl'S 'M' AND 'G' TRANSACTIONS.
007030     05  MST-ADDRESS-BLOCK.
007040         10  MST-ADDR-STREET  PIC X(30).
007050         10  MST-ADDR-CITY    PIC X(20).
007060         10  MST-ADDR-STATE   PIC X(02).
007070         10  MST-ADDR-ZIP     PIC X(10).
007080     05  MST-PROGRAM-CODE     PIC X(05).
007090*
007100****************************************************************
007110*   Honor-roll spool (temp), sort work, and sorted output files
007120*   - ONLY GRADED STUDENTS ARE EVER SPOOLED HERE, BUT THE RECORD
007130*   CARRIES THE STATUS BYTE SO THE LAYOUTS STAY IN STEP.
007140****************************************************************
007150 FD  FS-HONOR-TEMP.
007160 01  FS-HONOR-TEMP-RECORD.
007170     05  STUDENT-ID           PIC 9(05).
007180     05  STUDENT-NAME         PIC A(30).
007190     05  STUDENT-LASTNAME     PIC A(30).
007200     05  STUDENT-GENGRADE     PIC 9(03)V99.
007210     05  STUDENT-GRADE-STATUS PIC X(01).
007220*
007230 SD  FS-HONOR-WORK.
007240 01  FS-HONOR-WRK-RECORD.
007250     05  STUDENT-ID           PIC 9(05).
007260     05  STUDENT-NAME         PIC A(30).
007270     05  STUDENT-LASTNAME     PIC A(30).
007280     05  STUDENT-GENGRADE     PIC 9(03)V99.
007290     05  STUDENT-GRADE-STATUS PIC X(01).
007300*
007310 FD  FS-HONOR-OUTPUT.
007320 01  FS-HONOR-OUT-RECORD.
007330     05  STUDENT-ID           PIC 9(05).
007340     05  STUDENT-NAME         PIC A(30).
007350     05  STUDENT-LASTNAME     PIC A(30).
007360     05  STUDENT-GENGRADE     PIC 9(03)V99.
007370     05  STUDENT-GRADE-STATUS PIC X(01).
007380**
007390****************************************************************
007400*   Median spool (temp), sort work, and sorted output files
007410****************************************************************
007420 FD  FS-MEDIAN-TEMP.
007430 01  FS-MEDIAN-TEMP-RECORD.
007440     05  MED-GRADE            PIC 9(03)V99.
007450*
007460 SD  FS-MEDIAN-WORK.
007470 01  FS-MEDIAN-WRK-RECORD.
007480     05  MED-GRADE            PIC 9(03)V99.
007490*
007500 FD  FS-MEDIAN-OUTPUT.
007510 01  FS-MEDIAN-OUT-RECORD.
007520     05  MED-GRADE            PIC 9(03)V99.
007530**
007540****************************************************************
007550*     Course transcript detail - one course/grade line per
007560*     student per course, matched to the roster by CRS-STUDENT-ID
007570****************************************************************
007580 FD  FS-COURSE-INPUT.
007590 01  FS-COURSE-IN-RECORD.
007600     05  CRS-STUDENT-ID       PIC 9(05).
007610     05  CRS-COURSE-CODE      PIC X(10).
007620     05  CRS-COURSE-NAME      PIC X(20).
007630     05  CRS-COURSE-GRADE     PIC 9(03)V99.
007640     05  CRS-TERM-CODE        PIC X(05).
007650*    SECTION AND INSTRUCTOR - TWO SECTIONS OF ONE COURSE UNDER
007660*    DIFFERENT INSTRUCTORS ARE DIFFERENT CLASSROOMS AND MUST
007670*    STOP COLLAPSING INTO ONE SUMMARY LINE. BLANK ON LEGACY
007680*    DECKS KEYED BEFORE THE COLUMNS EXISTED.
007690     05  CRS-SECTION-CODE     PIC X(03).
007700     05  CRS-INSTRUCTOR-ID    PIC X(10).
007710*    GRADE STATUS - SPACE = FINAL GRADE, I/W/P OTHERWISE; A
007720*    STATUS LINE SHOWS THE LETTER AND STAYS OUT OF THE GPA,
007730*    THE COURSE SUMMARY AND THE FAILED-COURSE COUNTS.
007740     05  CRS-GRADE-STATUS     PIC X(01).
007750         88  CRS-STATUS-VALID     VALUES SPACE 'I' 'W' 'P'.
007760**
007770****************************************************************
007780*     Indexed course catalog - same record layout CATMAINT.cbl
007790*     writes, which must stay in step.
007800****************************************************************
007810 FD  FS-COURSE-CATALOG.
007820 01  FS-CATALOG-RECORD.
007830     05  CAT-COURSE-CODE      PIC X(10).
007840     05  CAT-COURSE-TITLE     PIC X(20).
007850     05  CAT-CREDIT-HOURS     PIC 9(02).
007860     05  CAT-DEPARTMENT       PIC X(04).
007870**
007880 FD  FS-COURSE-EXCEPTION
007890     RECORDING MODE IS F
007900     RECORD CONTAINS 75 CHARACTERS.
007910 01  FS-COURSE-EXC-RECORD.
007920     05  WS-CEX-CODE-OUT      PIC X(10).
007930     05  FILLER               PIC X      VALUE SPACE.
007940     05  WS-CEX-ID-OUT        PIC 9(05).
007950     05  FILLER               PIC X      VALUE SPACE.
007960     05  WS-CEX-REASON-OUT    PIC X(57).
007970**
007980****************************************************************
007990*     Seen-id work file for the validation pass's duplicate
008000*     check - the key is the whole record.
008010****************************************************************
008020 FD  FS-SEEN-WORK.
008030 01  FS-SEENWRK-RECORD.
008040     05  SNW-WORK-KEY.
008050         10  SNW-TERM-CODE    PIC X(05).
008060         10  SNW-STUDENT-ID   PIC 9(05).
008070**
008080****************************************************************
008090*     Course-detail work file - one record per loaded detail
008100*     record, keyed by student-id plus the load sequence so
008110*     one student's courses sit together in key order.
008120****************************************************************
008130 FD  FS-COURSE-WORK.
008140 01  FS-CRSWRK-RECORD.
008150     05  CWK-WORK-KEY.
008160         10  CWK-STUDENT-ID   PIC 9(05).
008170         10  CWK-SEQ-NO       PIC 9(05).
008180     05  CWK-COURSE-CODE      PIC X(10).
008190     05  CWK-COURSE-NAME      PIC X(20).
008200     05  CWK-COURSE-GRADE     PIC 9(03)V99.
008210*    CATALOG CREDIT HOURS - 1 WHEN NO CATALOG IS ON FILE, SO
008220*    THE WEIGHTED GPA DEGRADES TO THE OLD PLAIN AVERAGE.
008230     05  CWK-CREDIT-HOURS     PIC 9(02).
008240     05  CWK-SECTION-CODE     PIC X(03).
008250     05  CWK-INSTRUCTOR-ID    PIC X(10).
008260     05  CWK-GRADE-STATUS     PIC X(01).
008270*    'R' = AN EARLIER ATTEMPT SUPERSEDED BY A LATER TERM'S -
008280*    PRINTED WITH THE MARKER, KEPT OUT OF EVERY GPA.
008290     05  CWK-REPEAT-SW        PIC X(01).
008300         88  CWK-REPEAT-SUPERSEDED                    VALUE 'R'.
008310**
008320****************************************************************
008330*     Roster work file - the roster as reported, keyed by
008340*     student-id plus the report sequence (AN ALL-TERMS RUN CAN
008350*     LEGITIMATELY REPORT ONE STUDENT TWICE).
008360****************************************************************
008370 FD  FS-ROSTER-WORK.
008380 01  FS-RSTWRK-RECORD.
008390     05  RWK-WORK-KEY.
008400         10  RWK-STUDENT-ID   PIC 9(05).
008410         10  RWK-SEQ-NO       PIC 9(05).
008420     05  RWK-GENGRADE         PIC 9(03)V99.
008430     05  RWK-GRADE-STATUS     PIC X(01).
008440**
008450****************************************************************
008460*     Course-summary detail spool (temp), sort work, and the
008470*     code-ordered output the control-break pass reads.
008480****************************************************************
008490 FD  FS-CRSDTL-TEMP.
008500 01  FS-CRSDTL-TEMP-RECORD.
008510     05  CDT-COURSE-CODE      PIC X(10).
008520     05  CDT-COURSE-GRADE     PIC 9(03)V99.
008530*
008540 SD  FS-CRSDTL-WORK.
008550 01  FS-CRSDTL-WRK-RECORD.
008560     05  CDT-COURSE-CODE      PIC X(10).
008570     05  CDT-COURSE-GRADE     PIC 9(03)V99.
008580*
008590 FD  FS-CRSDTL-OUTPUT.
008600 01  FS-CRSDTL-OUT-RECORD.
008610     05  CDT-COURSE-CODE      PIC X(10).
008620     05  CDT-COURSE-GRADE     PIC 9(03)V99.
008630**
008640****************************************************************
008650*     Sort-key parameter card - one line naming the field to
008660*     sort/report the roster by (STUDENT-ID / GRADE / LASTNAME).
008670****************************************************************
008680 FD  FS-SORT-PARM.
008690 01  FS-SORT-PARM-RECORD     PIC X(10).
008700**
008710****************************************************************
008720*     Term parameter card - one line naming the academic term
008730*     (E.G. 2026F) the run is to report. Absent card = all terms.
008740****************************************************************
008750 FD  FS-TERM-PARM.
008760 01  FS-TERM-PARM-RECORD     PIC X(05).
008770**
008780****************************************************************
008790*     Checkpoint record - the position already written to the
008800*     report plus every running accumulator 4200-READ-STUDENT-
008810*     LOOP maintains, so a restarted run can pick up exactly
008820*     where the last checkpoint left off. CKP-STATUS IS 'A'
008830*     WHILE THE RUN IS IN FLIGHT AND 'C' ONCE IT HAS FINISHED,
008840*     SO A RESTART NEVER RESUMES A COMPLETED RUN.
008850****************************************************************
008860 FD  FS-CHECKPOINT.
008870 01  FS-CHECKPOINT-RECORD.
008880     05  CKP-STATUS           PIC X(01).
008890*    THE TERM THE CHECKPOINTED RUN WAS REPORTING - A RESTART
008900*    WITH A DIFFERENT (OR MISSING) TERM-PARM CARD WOULD LOAD
008910*    THE WRONG COURSE TABLE AND MISLABEL EVERY HEADING, SO A
008920*    MISMATCH FALLS BACK TO A FULL RUN.
008930     05  CKP-TERM-CODE        PIC X(05).
008940     05  CKP-STUDENT-NUM      PIC 9(05).
008950*    STUDENTS WITH A REAL NUMERIC GRADE SO FAR - THE AVERAGE AND
008960*    MEDIAN DIVIDE BY THIS, NOT BY THE FULL ROSTER COUNT.
008970     05  CKP-GRADED-CNT       PIC 9(05).
008980     05  CKP-VALIDATED-COUNT  PIC 9(05).
008990     05  CKP-REJECT-COUNT     PIC 9(05).
009000     05  CKP-COMP-GRADE       PIC S9(07)V9(03).
009010     05  CKP-MIN-GRADE        PIC 9(03)V99.
009020     05  CKP-MAX-GRADE        PIC 9(03)V99.
009030*    SIZES OF THE OUTPUTS AT CHECKPOINT TIME, SO A RESTART CAN
009040*    CUT EACH FILE BACK TO EXACTLY WHAT THE CHECKPOINT COVERS
009050*    BEFORE RESUMING (CSV, TRANSCRIPT AND MEDIAN SIZES FOLLOW
009060*    FROM THE STUDENT COUNT AND ARE NOT CARRIED).
009070     05  CKP-REPORT-LINES     PIC 9(07).
009080     05  CKP-HONOR-CNT        PIC 9(05).
009090*    ONE COUNTER PER GRADE-SCALE ENTRY, IN SCALE-TABLE ORDER -
009100*    A RESTART MUST RUN WITH THE SAME GRADE-SCALE FILE AS THE
009110*    RUN THAT TOOK THE CHECKPOINT.
009120*    STUDENTS WITHHELD FOR A HOLD SO FAR (THEY HAVE NO CSV ROW
009130*    OR TRANSCRIPT PAGE, SO THOSE SIZES FOLLOW FROM STUDENT-NUM
009140*    LESS THIS) AND THE LINES ON HOLD-SUPPRESSED.txt.
009150     05  CKP-BAND-CNT         PIC 9(05)
009160                              OCCURS 15 TIMES.
009170     05  CKP-HOLD-SUPP-CNT    PIC 9(05).
009180     05  CKP-HOLD-LINES       PIC 9(05).
009190*
009200****************************************************************
009210*     Restart parameter card - the single word RESTART asks this
009220*     run to resume from the checkpoint. Anything else, or a
009230*     missing card, runs the job from the top as always.
009240****************************************************************
009250 FD  FS-RESTART-PARM.
009260 01  FS-RESTART-PARM-RECORD  PIC X(10).
009270*
009280 FD  FS-RESTART-TEXT-WORK
009290     RECORDING MODE IS F
009300     RECORD CONTAINS 80 CHARACTERS.
009310 01  FS-RESTART-TEXT-RECORD  PIC X(80).
009320*
009330 FD  FS-RESTART-SEQ-WORK.
009340 01  FS-RESTART-SEQ-RECORD   PIC X(71).
009350**
009360****************************************************************
009370*     Transcript print file - 80-column pages, one student per
009380*     page, each page padded to WS-PAGE-SIZE lines.
009390****************************************************************
009400 FD  FS-TRANSCRIPT
009410     RECORDING MODE IS F
009420     RECORD CONTAINS 80 CHARACTERS.
009430 01  FS-TRANSCRIPT-RECORD    PIC X(80).
009440**
009450****************************************************************
009460*     Grade-scale card - letter, a space, and the zoned cutoff
009470*     (9(03)V99, SO 'A- 09000' MEANS A- FROM 90.00 UP). CARDS
009480*     MUST BE IN DESCENDING CUTOFF ORDER, HIGHEST FIRST.
009490****************************************************************
009500 FD  FS-GRADE-SCALE.
009510 01  FS-GRADE-SCALE-RECORD.
009520     05  SCL-LETTER           PIC X(02).
009530     05  FILLER               PIC X(01).
009540     05  SCL-MIN-GRADE        PIC 9(03)V99.
009550**
009560****************************************************************
009570*   Course-summary spool (temp), sort work, and sorted output -
009580*   the average leads the record so the ascending sort puts the
009590*   struggling courses at the top of the print.
009600****************************************************************
009610 FD  FS-CRSSUM-TEMP.
009620 01  FS-CRSSUM-TEMP-RECORD.
009630     05  CSM-AVG-GRADE        PIC 9(03)V99.
009640     05  CSM-COURSE-CODE      PIC X(10).
009650     05  CSM-ENROLL-CNT       PIC 9(05).
009660     05  CSM-MIN-GRADE        PIC 9(03)V99.
009670     05  CSM-MAX-GRADE        PIC 9(03)V99.
009680     05  CSM-PASS-CNT         PIC 9(05).
009690*
009700 SD  FS-CRSSUM-WORK.
009710 01  FS-CRSSUM-WRK-RECORD.
009720     05  CSM-AVG-GRADE        PIC 9(03)V99.
009730     05  CSM-COURSE-CODE      PIC X(10).
009740     05  CSM-ENROLL-CNT       PIC 9(05).
009750     05  CSM-MIN-GRADE        PIC 9(03)V99.
009760     05  CSM-MAX-GRADE        PIC 9(03)V99.
009770     05  CSM-PASS-CNT         PIC 9(05).
009780*
009790 FD  FS-CRSSUM-OUTPUT.
009800 01  FS-CRSSUM-OUT-RECORD.
009810     05  CSM-AVG-GRADE        PIC 9(03)V99.
009820     05  CSM-COURSE-CODE      PIC X(10).
009830     05  CSM-ENROLL-CNT       PIC 9(05).
009840     05  CSM-MIN-GRADE        PIC 9(03)V99.
009850     05  CSM-MAX-GRADE        PIC 9(03)V99.
009860     05  CSM-PASS-CNT         PIC 9(05).
009870*
009880****************************************************************
009890*   Course-axis summary print file for the department heads.
009900****************************************************************
009910 FD  FS-COURSE-SUMMARY
009920     RECORDING MODE IS F
009930     RECORD CONTAINS 80 CHARACTERS.
009940 01  FS-COURSE-SUM-RECORD    PIC X(80).
009950*
009960 FD  FS-INTEGRITY-REPORT
009970     RECORDING MODE IS F
009980     RECORD CONTAINS 80 CHARACTERS.
009990 01  FS-INTEGRITY-REP-RECORD PIC X(80).
010000*
010010****************************************************************
010020*    RUN-CONTROL RECORD - LAYOUT SHARED WITH MAINT.cbl AND
010030*    RUNHIST.cbl AND MUST STAY IN STEP WITH BOTH.
010040****************************************************************
010050 FD  FS-RUN-LOG.
010060 01  FS-RUN-LOG-RECORD.
010070     05  RNL-PROGRAM          PIC X(08).
010080     05  RNL-RUN-DATE         PIC 9(08).
010090     05  RNL-RUN-TIME         PIC 9(06).
010100     05  RNL-TERM-CODE        PIC X(05).
010110     05  RNL-READ-CNT         PIC 9(05).
010120     05  RNL-VALID-CNT        PIC 9(05).
010130     05  RNL-REJECT-CNT       PIC 9(05).
010140     05  RNL-REPORT-CNT       PIC 9(05).
010150     05  RNL-RUN-STATUS       PIC X(08).
010160*
010170 FD  FS-OVERRIDE-PARM.
010180 01  FS-OVERRIDE-PARM-RECORD.
010190     05  OVR-KEYWORD          PIC X(08).
010200     05  OVR-SUPV-AUTH        PIC X(03).
010210*
010220****************************************************************
010230*    OPERATOR-MASTER RECORD - LAYOUT SHARED WITH OPRMAINT.cbl,
010240*    INQUIRY.cbl, MAINT.cbl AND APPEALMT.cbl - KEEP IN STEP.
010250****************************************************************
010260 FD  FS-OPERATOR-MASTER.
010270 01  FS-OPERATOR-RECORD.
010280     05  OPR-INITIALS         PIC X(03).
010290     05  OPR-NAME             PIC X(30).
010300     05  OPR-ROLE             PIC X(01).
010310         88  OPR-INQUIRY-ONLY                 VALUE 'I'.
010320         88  OPR-CORRECTION                   VALUE 'C'.
010330         88  OPR-SUPERVISOR                   VALUE 'S'.
010340     05  OPR-ACTIVE-SW        PIC X(01).
010350         88  OPR-ACTIVE                       VALUE 'Y'.
010360     05  OPR-EXPIRY-DATE      PIC 9(08).
010370*
010380****************************************************************
010390*    REFUSED SIGN-ON / AUTHORIZATION RECORD - LAYOUT SHARED WITH
010400*    INQUIRY.cbl, MAINT.cbl, APPEALMT.cbl AND SGNRPT.cbl AND MUST
010410*    STAY IN STEP. A REFUSED OVERRIDE SUPERVISOR IS ATTEMPT 'A'.
010420****************************************************************
010430 FD  FS-SIGNON-REJECTS.
010440 01  FS-SIGNREJ-RECORD.
010450     05  SRJ-PROGRAM          PIC X(08).
010460     05  SRJ-RUN-DATE         PIC 9(08).
010470     05  SRJ-RUN-TIME         PIC 9(06).
010480     05  SRJ-INITIALS         PIC X(03).
010490     05  SRJ-ATTEMPT          PIC X(01).
010500     05  SRJ-TERM-CODE        PIC X(05).
010510     05  SRJ-STUDENT-ID       PIC 9(05).
010520     05  SRJ-REASON           PIC X(40).
010530*
010540****************************************************************
010550*    TERM-CONTROL RECORD - LAYOUT SHARED WITH TERMCTL.cbl,
010560*    MAINT.cbl AND INQUIRY.cbl AND MUST STAY IN STEP.
010570****************************************************************
010580 FD  FS-TERM-CONTROL.
010590 01  FS-TERMCTL-RECORD.
010600     05  TCT-TERM-CODE        PIC X(05).
010610     05  TCT-TERM-STATE       PIC X(01).
010620     05  TCT-AMENDED-SW       PIC X(01).
010630*
010640 FD  FS-STANDING-WORKLIST
010650     RECORDING MODE IS F
010660     RECORD CONTAINS 80 CHARACTERS.
010670 01  FS-STANDING-WRK-RECORD  PIC X(80).
010680*
010690****************************************************************
010700*    CUMULATIVE ACADEMIC RECORD - LAYOUT SHARED WITH CUMBUILD.cbl
010710*    AND INQUIRY.cbl AND MUST STAY IN STEP.
010720****************************************************************
010730 FD  FS-ACADEMIC-RECORD.
010740 01  FS-ACADREC-RECORD.
010750     05  ACR-STUDENT-ID       PIC 9(05).
010760     05  ACR-CREDITS-ATTEMPTED PIC 9(04).
010770     05  ACR-CREDITS-EARNED   PIC 9(04).
010780     05  ACR-QUALITY-POINTS   PIC 9(07)V99.
010790     05  ACR-CUM-GPA          PIC 9(03)V99.
010800     05  ACR-TERMS-ENROLLED   PIC 9(03).
010810     05  ACR-CLASS-LEVEL      PIC X(02).
010820         88  ACR-FRESHMAN                        VALUE 'FR'.
010830         88  ACR-SOPHOMORE                       VALUE 'SO'.
010840         88  ACR-JUNIOR                          VALUE 'JR'.
010850         88  ACR-SENIOR                          VALUE 'SR'.
010860     05  ACR-FIRST-TERM       PIC X(05).
010870     05  ACR-LAST-TERM        PIC X(05).
010880     05  ACR-REBUILD-DATE     PIC 9(08).
010890*
010900****************************************************************
010910*    REPEAT-ATTEMPTS RECORD - LAYOUT SHARED WITH CUMBUILD.cbl AND
010920*    MUST STAY IN STEP.
010930****************************************************************
010940 FD  FS-REPEAT-ATTEMPTS.
010950 01  FS-REPEAT-RECORD.
010960     05  RPT-ATTEMPT-KEY.
010970         10  RPT-STUDENT-ID   PIC 9(05).
010980         10  RPT-COURSE-CODE  PIC X(10).
010990         10  RPT-TERM-CODE    PIC X(05).
011000     05  RPT-COURSE-GRADE     PIC 9(03)V99.
011010     05  RPT-GRADE-STATUS     PIC X(01).
011020     05  RPT-REPLACED-BY-TERM PIC X(05).
011030*
011040****************************************************************
011050*    REGISTRAR-HOLDS RECORD - LAYOUT SHARED WITH HOLDMNT.cbl AND
011060*    INQUIRY.cbl AND MUST STAY IN STEP. SLOT 1 = FINANCIAL,
011070*    2 = DISCIPLINARY, 3 = RECORDS; ZERO RELEASE = NOT RELEASED.
011080****************************************************************
011090 FD  FS-REGISTRAR-HOLDS.
011100 01  FS-HOLDS-RECORD.
011110     05  HLD-STUDENT-ID       PIC 9(05).
011120     05  HLD-SLOT             OCCURS 3 TIMES.
011130         10  HLD-OFFICE       PIC X(10).
011140         10  HLD-START-DATE   PIC 9(08).
011150         10  HLD-RELEASE-DATE PIC 9(08).
011160         10  HLD-REASON       PIC X(30).
011170*
011180 FD  FS-HOLD-SUPPRESSED
011190     RECORDING MODE IS F
011200     RECORD CONTAINS 80 CHARACTERS.
011210 01  FS-HOLD-SUPP-RECORD     PIC X(80).
011220*
011230****************************************************************
011240*    DISCLOSURE RECORD - LAYOUT SHARED WITH NOTIFY.cbl,
011250*    ENRLVER.cbl AND DISCPRT.cbl AND MUST STAY IN STEP WITH ALL
011260*    THREE. TERM IS SPACES FOR AN ALL-TERMS RUN.
011270****************************************************************
011280 FD  FS-DISCLOSURE-LOG.
011290 01  FS-DISCLOSURE-RECORD.
011300     05  DSC-STUDENT-ID       PIC 9(05).
011310     05  DSC-TERM-CODE        PIC X(05).
011320     05  DSC-OUTPUT-NAME      PIC X(46).
011330     05  DSC-RECIPIENT        PIC X(01).
011340         88  DSC-TO-STUDENT                             VALUE 'S'.
011350         88  DSC-TO-PORTAL                              VALUE 'P'.
011360         88  DSC-TO-THIRD-PARTY                         VALUE 'T'.
011370     05  DSC-PROGRAM          PIC X(08).
011380     05  DSC-RUN-DATE         PIC 9(08).
011390     05  DSC-RUN-TIME         PIC 9(06).
011400**
011410 WORKING-STORAGE SECTION.
011420 01  WS-STUDENT-NUM           PIC 9(5) COMP-3         VALUE 0.
011430*
011440*    STUDENTS WHOSE GRADE IS A REAL NUMBER (GRADE-STATUS SPACE) -
011450*    THE DIVISOR FOR THE CLASS AVERAGE AND THE MEDIAN POSITIONS.
011460 01  WS-GRADED-CNT            PIC 9(05) COMP-3        VALUE 0.
011470*
011480 01  WS-EOF-SW                PIC X(02).
011490     88  EOF-SW                                       VALUE 10.
011500*
011510 01  WS-REPORT-FILE-STATUS    PIC X(02).
011520*
011530 01  WS-MASTER-FILE-STATUS    PIC X(02).
011540     88  MASTER-EOF                                   VALUE '10'.
011550*
011560 01  WS-FILE-OPEN-STATUS      PIC 9(02).
011570     88  FILE-NOT-FOUND                               VALUE 35.
011580     88  FILE-REC-MISMATCH                            VALUE 38.
011590*
011600 01  WS-OPEN-ERROR-MSG.
011610     05  FILLER               PIC X(11) VALUE 'OPEN ERROR-'.
011620     05  WS-OPEN-ERROR-FILE   PIC X(18) VALUE SPACES.
011630     05  FILLER               PIC X(08) VALUE ' STATUS='.
011640     05  WS-OPEN-ERROR-CODE   PIC 9(02) VALUE 0.
011650*
011660 01  WS-STUDENT-OUT-RECORD.
011670     05  STUDENT-ID           PIC 9(05).
011680     05  FILLER               PIC X(2) VALUE '-.'.
011690     05  STUDENT-NAME         PIC X(30).
011700     05  STUDENT-LASTNAME     PIC X(30).
011710     05  STUDENT-GENGRADE     PIC ZZ9.999.
011720     05  STUDENT-GRADE-STATUS PIC X(01).
011730     05  STUDENT-ADDR-STREET  PIC X(30).
011740     05  STUDENT-ADDR-CITY    PIC X(20).
011750     05  STUDENT-ADDR-STATE   PIC X(02).
011760     05  STUDENT-ADDR-ZIP     PIC X(10).
011770     05  STUDENT-PROGRAM-CODE PIC X(05).
011780*
011790 01  WS-STUDENT-COMP-RECORD.
011800     05  STUDENT-GENGRADE     PIC S9(03)V9(03) COMP-3.
011810*
011820*    WIDE ENOUGH FOR 99,999 STUDENTS AT THE MAXIMUM GRADE - THE
011830*    ROSTER IS DISK-BOUNDED NOW, AND THE FIVE-DIGIT RUN COUNTS
011840*    OVERFLOW BEFORE THIS TOTAL CAN. THE CLASS TOTAL LIVES HERE
011850*    UNTIL THE AVERAGE IS TAKEN IN 4300-WRITE-AVERAGE-FOOTER.
011860 01  WS-STUDENT-COMP-GRADE    PIC S9(07)V9(03) COMP-3  VALUE 0.
011870*
011880 01  WS-HONOR-CUTOFF          PIC 9(03)V99    VALUE 90.000.
011890*
011900****************************************************************
011910*   Statistical-summary working storage - class min/max, the
011920*   running count of students in each A/B/C/D/F grade band, and
011930*   the fields used to compute the median off the sorted
011940*   median work file once the roster loop is done.
011950****************************************************************
011960 01  WS-MIN-GRADE             PIC 9(03)V99 COMP-3  VALUE 100.00.
011970 01  WS-MAX-GRADE             PIC 9(03)V99 COMP-3  VALUE 0.
011980*
011990****************************************************************
012000*   Letter-grade scale table - loaded from the GRADE-SCALE card
012010*   file (or the built-in A/B/C/D/F default), highest cutoff
012020*   first. THE PER-ENTRY COUNTER IS THE GRADE-BAND STATISTIC,
012030*   SO THE BANDS ALWAYS MATCH WHATEVER SCALE IS IN FORCE.
012040****************************************************************
012050 01  WS-SCALE-STATUS          PIC X(02).
012060     88  SCALE-NOT-FOUND                          VALUE '35'.
012070     88  SCALE-EOF                                VALUE '10'.
012080*
012090 01  WS-SCALE-COUNT           PIC 9(02) COMP-3     VALUE 0.
012100*
012110 01  WS-SCALE-TABLE.
012120     05  WS-SCALE-ENTRY   OCCURS 15 TIMES
012130                          INDEXED BY WS-SCALE-IDX.
012140         10  WS-SCALE-LETTER.
012150             15  WS-SCALE-LETTER-1 PIC X(01).
012160             15  FILLER            PIC X(01).
012170         10  WS-SCALE-MIN     PIC 9(03)V99.
012180         10  WS-SCALE-CNT     PIC 9(05).
012190*
012200 01  WS-LETTER-GRADE-IN       PIC 9(03)V99         VALUE 0.
012210 01  WS-LETTER-WORK           PIC X(02)            VALUE SPACES.
012220 01  WS-SCALE-HIT             PIC 9(02) COMP-3     VALUE 0.
012230 01  WS-SCALE-SUB             PIC 9(02) COMP-3     VALUE 0.
012240*
012250 01  WS-MEDIAN-GRADE          PIC 9(03)V99 COMP-3  VALUE 0.
012260 01  WS-MEDIAN-SUM            PIC 9(04)V99 COMP-3  VALUE 0.
012270 01  WS-MEDIAN-POS-1          PIC 9(05) COMP-3     VALUE 0.
012280 01  WS-MEDIAN-POS-2          PIC 9(05) COMP-3     VALUE 0.
012290 01  WS-MEDIAN-READ-NUM       PIC 9(05) COMP-3     VALUE 0.
012300 01  WS-MEDIAN-QUOT           PIC 9(05) COMP-3     VALUE 0.
012310 01  WS-MEDIAN-REM            PIC 9(05) COMP-3     VALUE 0.
012320*
012330****************************************************************
012340*   Validation-pass working storage - the seen-id work file's
012350*   status (for duplicate detection by keyed probe), the
012360*   maximum acceptable grade, and the reject reason/counters.
012370****************************************************************
012380 01  WS-GRADE-MAX             PIC 9(03)V99    VALUE 100.00.
012390*
012400 01  WS-REJECT-REASON         PIC X(38)       VALUE SPACES.
012410 01  WS-REJECT-COUNT          PIC 9(05) COMP-3         VALUE 0.
012420*
012430 01  WS-VALIDATED-COUNT       PIC 9(05) COMP-3         VALUE 0.
012440*
012450****************************************************************
012460*   Reconciliation of the SORT step - the count of records fed
012470*   INTO the SORT (WS-VALIDATED-COUNT, from 1000-VALIDATE-INPUT)
012480*   is compared against the count read back OUT of the sorted
012490*   FS-STUDENT-OUTPUT in 4200-READ-STUDENT-LOOP (WS-STUDENT-NUM).
012500*   A mismatch means the SORT step itself dropped or duplicated
012510*   records, which is reported rather than silently trusted.
012520****************************************************************
012530 01  WS-RECON-SW              PIC X(01)       VALUE 'N'.
012540     88  RECON-MISMATCH                       VALUE 'Y'.
012550*
012560 01  WS-RECON-MISMATCH-LINE.
012570     05  FILLER               PIC X(07)  VALUE SPACES.
012580     05  FILLER               PIC X(23)  VALUE
012590             '*** COUNT MISMATCH - IN'.
012600     05  FILLER               PIC X(14)  VALUE 'TO SORT=      '.
012610     05  WS-RECON-IN-OUT      PIC ZZZZ9.
012620     05  FILLER               PIC X(14)  VALUE ' OUT OF SORT= '.
012630     05  WS-RECON-OUT-OUT     PIC ZZZZ9.
012640     05  FILLER               PIC X(02)  VALUE SPACES.
012650*
012660 01  WS-DUP-SW                PIC X(01)       VALUE 'N'.
012670     88  DUPLICATE-FOUND                      VALUE 'Y'.
012680*
012690 01  WS-SEENWRK-STATUS        PIC X(02).
012700     88  SEENWRK-FOUND                        VALUE '00'.
012710*
012720 01  WS-EXCEPTION-HEADER.
012730     05  FILLER               PIC X(05)  VALUE 'ID.'.
012740     05  FILLER               PIC X      VALUE SPACE.
012750     05  FILLER               PIC X(30)  VALUE 'NAME'.
012760     05  FILLER               PIC X      VALUE SPACE.
012770     05  FILLER               PIC X(38)  VALUE 'REASON REJECTED'.
012780*
012790 01  WS-STUDENT-REP-HEADER1.
012800     05  FILLER               PIC X(05)  VALUE 'ID.'.
012810     05  FILLER               PIC X VALUE SPACE.
012820     05  FILLER               PIC A(30)  VALUE 'NAME'.
012830     05  FILLER               PIC X VALUE SPACE.
012840     05  FILLER               PIC A(30)  VALUE 'LAST NAME'.
012850     05  FILLER               PIC X VALUE SPACE.
012860     05  FILLER               PIC X(06)  VALUE 'GRADE'.
012870     05  FILLER               PIC X(02)  VALUE SPACES.
012880     05  FILLER               PIC X(03)  VALUE 'LTR'.
012890*
012900 01  WS-STUDENT-REP-HEADER2.
012910     05  FILLER               PIC X(80)  VALUE ALL '-'.
012920*
012930 01  WS-HONOR-REP-HEADER1.
012940     05  FILLER               PIC X(21)  VALUE
012950             'HONOR ROLL (GRADE >= '.
012960     05  WS-HONOR-CUTOFF-OUT  PIC ZZ9.999.
012970     05  FILLER               PIC X(14)  VALUE
012980             '), HIGH TO LOW'.
012990*
013000 01  WS-HONOR-REP-BLANK.
013010     05  FILLER               PIC X(75)  VALUE SPACES.
013020**
013030****************************************************************
013040*   Statistical-summary report lines - printed as a third
013050*   section after the honor roll.
013060****************************************************************
013070 01  WS-STATS-REP-HEADER1.
013080     05  FILLER               PIC X(17)  VALUE
013090             'CLASS STATISTICS'.
013100     05  FILLER               PIC X(58)  VALUE SPACES.
013110*
013120 01  WS-STATS-MINMAX-LINE.
013130     05  FILLER               PIC X(07)  VALUE SPACES.
013140     05  FILLER               PIC X(11)  VALUE 'MIN GRADE: '.
013150     05  WS-MIN-OUT           PIC ZZ9.999.
013160     05  FILLER               PIC X(14)  VALUE '   MAX GRADE: '.
013170     05  WS-MAX-OUT           PIC ZZ9.999.
013180     05  FILLER               PIC X(29)  VALUE SPACES.
013190*
013200 01  WS-STATS-MEDIAN-LINE.
013210     05  FILLER               PIC X(07)  VALUE SPACES.
013220     05  FILLER               PIC X(14)  VALUE 'MEDIAN GRADE: '.
013230     05  WS-MEDIAN-OUT        PIC ZZ9.999.
013240     05  FILLER               PIC X(47)  VALUE SPACES.
013250*
013260 01  WS-STATS-BAND-LINE.
013270     05  FILLER               PIC X(07)  VALUE SPACES.
013280     05  FILLER               PIC X(11)  VALUE
013290             'GRADE BAND '.
013300     05  WS-BAND-LETTER-OUT   PIC X(02).
013310     05  FILLER               PIC X(02)  VALUE ': '.
013320     05  WS-BAND-CNT-OUT      PIC ZZZZ9.
013330     05  FILLER               PIC X(48)  VALUE SPACES.
013340**
013350****************************************************************
013360*   CSV header/detail lines for FS-STUDENT-CSV, built from the
013370*   same fields already moved into WS-STUDENT-OUT-RECORD for the
013380*   plain-text roster line.
013390****************************************************************
013400 01  WS-CSV-HEADER-LINE.
013410     05  FILLER               PIC X(34)  VALUE
013420             'STUDENT-ID,STUDENT-NAME,STUDENT-LA'.
013430     05  FILLER               PIC X(23)  VALUE
013440             'STNAME,STUDENT-GENGRADE'.
013450     05  FILLER               PIC X(15)  VALUE
013460             ',STUDENT-LETTER'.
013470     05  FILLER               PIC X(08)  VALUE SPACES.
013480*
013490****************************************************************
013500*   WS-CSV-DETAIL-LINE HOLDS EACH FIELD IN ITS OWN EDIT BUFFER
013510*   ONLY - THE COMMA-DELIMITED ROW ITSELF IS BUILT BY STRINGing
013520*   TRIMMED COPIES OF THESE INTO FS-STUDENT-CSV-RECORD, SO THE
013530*   PORTAL IMPORTER NEVER SEES THE REPORT'S FIXED-WIDTH PADDING.
013540****************************************************************
013550 01  WS-CSV-DETAIL-LINE.
013560     05  WS-CSV-ID-OUT        PIC 9(05).
013570     05  WS-CSV-NAME-OUT      PIC X(30).
013580     05  WS-CSV-LASTNAME-OUT  PIC X(30).
013590     05  WS-CSV-GRADE-OUT     PIC ZZ9.99.
013600     05  WS-CSV-GRADE-DISP REDEFINES WS-CSV-GRADE-OUT
013610                              PIC X(06).
013620     05  WS-CSV-LETTER-OUT    PIC X(02).
013630*
013640****************************************************************
013650*   Term- and date-stamped archive filename for
013660*   FS-ARCHIVE-REPORT, built by STRING in 9990-ARCHIVE-REPORT so
013670*   two different terms run on the same day keep separate
013680*   archive copies instead of overwriting one another.
013690****************************************************************
013700 01  WS-TODAY-DATE.
013710     05  WS-TODAY-YYYY        PIC 9(04).
013720     05  WS-TODAY-MM          PIC 9(02).
013730     05  WS-TODAY-DD          PIC 9(02).
013740*
013750 01  WS-ARCHIVE-TERM          PIC X(05).
013760*
013770 01  WS-ARCHIVE-FILENAME      PIC X(46).
013780*
013790****************************************************************
013800*   Course-detail working storage - the detail is loaded once
013810*   from FS-COURSE-INPUT (if present) into the keyed COURSE-WORK
013820*   file, then each roster student's courses are a START and a
013830*   short READ-NEXT run for the breakdown and GPA lines.
013840****************************************************************
013850 01  WS-COURSE-FILE-STATUS    PIC X(02).
013860     88  COURSE-FILE-NOT-FOUND                       VALUE '35'.
013870     88  COURSE-EOF                                  VALUE '10'.
013880*
013890 01  WS-CATALOG-STATUS        PIC X(02).
013900     88  CATALOG-OK                                  VALUE '00'.
013910     88  CATALOG-NOT-FOUND                           VALUE '35'.
013920*
013930*    SET WHEN A COURSE-CATALOG IS ON FILE - WITHOUT ONE THE RUN
013940*    TAKES THE DECK'S SPELLING AND WEIGHTS EVERY COURSE AT ONE
013950*    CREDIT, WHICH IS EXACTLY WHAT THE OLD RUNS DID.
013960 01  WS-CATALOG-ON-SW         PIC X(01)               VALUE 'N'.
013970     88  CATALOG-ON                                   VALUE 'Y'.
013980*
013990 01  WS-ACADREC-STATUS        PIC X(02).
014000     88  ACADREC-OK                                   VALUE '00'.
014010*
014020*    SET WHEN AN ACADEMIC-RECORD FILE IS ON FILE - WITHOUT ONE
014030*    THE TRANSCRIPT PAGE SIMPLY CARRIES NO CUMULATIVE LINES.
014040 01  WS-ACADREC-ON-SW         PIC X(01)               VALUE 'N'.
014050     88  ACADREC-ON                                   VALUE 'Y'.
014060*
014070 01  WS-REPEAT-STATUS         PIC X(02).
014080     88  REPEAT-OK                                    VALUE '00'.
014090*
014100*    SET WHEN A REPEAT-ATTEMPTS FILE IS ON FILE - WITHOUT ONE NO
014110*    LINE IS MARKED AND EVERY ATTEMPT COUNTS, AS BEFORE.
014120 01  WS-REPEAT-ON-SW          PIC X(01)               VALUE 'N'.
014130     88  REPEAT-ON                                    VALUE 'Y'.
014140*
014150 01  WS-HOLDS-STATUS          PIC X(02).
014160     88  HOLDS-OK                                     VALUE '00'.
014170*
014180*    SET WHEN A REGISTRAR-HOLDS FILE IS ON FILE - WITHOUT ONE NO
014190*    STUDENT IS HELD AND EVERY OUTPUT IS WRITTEN, AS BEFORE.
014200 01  WS-HOLDS-ON-SW           PIC X(01)               VALUE 'N'.
014210     88  HOLDS-ON                                     VALUE 'Y'.
014220*
014230 01  WS-STUDENT-HELD-SW       PIC X(01)               VALUE 'N'.
014240     88  STUDENT-HELD                                 VALUE 'Y'.
014250*
014260*    A HOLD IS ACTIVE ON THIS DATE WHEN IT HAS STARTED AND IS NOT
014270*    YET RELEASED.
014280 01  WS-HOLD-AS-OF-DATE       PIC 9(08)               VALUE 0.
014290 01  WS-HOLD-SUB              PIC 9(01)               VALUE 0.
014300*
014310*    STUDENTS WITHHELD, AND LINES WRITTEN TO HOLD-SUPPRESSED.txt
014320*    (HEADERS INCLUDED) - BOTH RIDE ON THE CHECKPOINT.
014330 01  WS-HOLD-SUPP-CNT         PIC 9(05) COMP-3        VALUE 0.
014340 01  WS-HOLD-LINE-CNT         PIC 9(05) COMP-3        VALUE 0.
014350*
014360 01  WS-HOLD-SUPP-HEADER1.
014370     05  FILLER               PIC X(37)  VALUE
014380             'STUDENTS SUPPRESSED FOR HOLD - TERM: '.
014390     05  WS-HOLD-TERM-OUT     PIC X(05).
014400     05  FILLER               PIC X(38)  VALUE SPACES.
014410*
014420 01  WS-HOLD-SUPP-HEADER2.
014430     05  FILLER               PIC X(17)  VALUE 'STUD. LAST NAME'.
014440     05  FILLER               PIC X(13)  VALUE 'HOLD TYPE'.
014450     05  FILLER               PIC X(11)  VALUE 'OFFICE'.
014460     05  FILLER               PIC X(09)  VALUE 'SINCE'.
014470     05  FILLER               PIC X(30)  VALUE 'REASON'.
014480*
014490 01  WS-HOLD-SUPP-RULE.
014500     05  FILLER               PIC X(80)  VALUE ALL '-'.
014510*
014520 01  WS-HOLD-SUPP-LINE.
014530     05  WS-HSP-ID-OUT        PIC 9(05).
014540     05  FILLER               PIC X(01)  VALUE SPACE.
014550     05  WS-HSP-LASTNAME-OUT  PIC X(10).
014560     05  FILLER               PIC X(01)  VALUE SPACE.
014570     05  WS-HSP-TYPE-OUT      PIC X(12).
014580     05  FILLER               PIC X(01)  VALUE SPACE.
014590     05  WS-HSP-OFFICE-OUT    PIC X(10).
014600     05  FILLER               PIC X(01)  VALUE SPACE.
014610     05  WS-HSP-SINCE-OUT     PIC 9(08).
014620     05  FILLER               PIC X(01)  VALUE SPACE.
014630     05  WS-HSP-REASON-OUT    PIC X(30).
014640*
014650 01  WS-HOLD-SUPP-TOTAL.
014660     05  FILLER               PIC X(21)  VALUE
014670             'STUDENTS SUPPRESSED: '.
014680     05  WS-HSP-TOTAL-OUT     PIC ZZZZ9.
014690     05  FILLER               PIC X(54)  VALUE SPACES.
014700*
014710 01  WS-CRS-REJECT-CNT        PIC 9(05) COMP-3        VALUE 0.
014720*
014730 01  WS-COURSE-EXC-HEADER.
014740     05  FILLER               PIC X(11)  VALUE 'COURSE'.
014750     05  FILLER               PIC X(06)  VALUE 'STUD.'.
014760     05  FILLER               PIC X(58)  VALUE
014770             'REASON REJECTED'.
014780*
014790 01  WS-COURSE-EXC-RULE.
014800     05  FILLER               PIC X(75)  VALUE ALL '-'.
014810*
014820 01  WS-COURSE-EXC-TRAILER.
014830     05  FILLER               PIC X(25)  VALUE
014840             'COURSE RECORDS REJECTED: '.
014850     05  WS-CEX-CNT-OUT       PIC ZZZZ9.
014860     05  FILLER               PIC X(45)  VALUE SPACES.
014870*
014880 01  WS-COURSE-COUNT          PIC 9(05) COMP-3        VALUE 0.
014890*
014900 01  WS-CRSWRK-STATUS         PIC X(02).
014910     88  CRSWRK-OK                                   VALUE '00'.
014920*
014930 01  WS-ROSTWRK-STATUS        PIC X(02).
014940     88  ROSTWRK-OK                                  VALUE '00'.
014950*
014960*    THE STUDENT WHOSE COURSES A START/READ-NEXT RUN IS AFTER,
014970*    AND THE SWITCH ITS READ LOOPS END ON (END-OF-FILE OR THE
014980*    FIRST RECORD OF ANOTHER STUDENT).
014990 01  WS-CRS-LOOKUP-ID         PIC 9(05)               VALUE 0.
015000*
015010 01  WS-CRS-SCAN-SW           PIC X(01)               VALUE 'N'.
015020     88  CRS-SCAN-DONE                                VALUE 'Y'.
015030*
015040 01  WS-CRS-GPA-SUM           PIC S9(07)V9(03) COMP-3 VALUE 0.
015050 01  WS-CRS-GPA-CNT           PIC 9(05)        COMP-3 VALUE 0.
015060 01  WS-CRS-GPA               PIC S9(03)V9(03) COMP-3 VALUE 0.
015070*
015080 01  WS-COURSE-REP-LINE.
015090     05  FILLER               PIC X(07)  VALUE SPACES.
015100     05  FILLER               PIC X(02)  VALUE '- '.
015110     05  WS-CRS-CODE-OUT      PIC X(10).
015120     05  FILLER               PIC X      VALUE SPACE.
015130     05  WS-CRS-NAME-OUT      PIC X(20).
015140     05  FILLER               PIC X      VALUE SPACE.
015150     05  WS-CRS-GRADE-OUT     PIC ZZ9.99.
015160     05  WS-CRS-GRADE-DISP REDEFINES WS-CRS-GRADE-OUT
015170                              PIC X(06).
015180     05  FILLER               PIC X(02)  VALUE SPACES.
015190     05  WS-CRS-SECT-OUT      PIC X(03).
015200     05  FILLER               PIC X(01)  VALUE SPACE.
015210     05  WS-CRS-INSTR-OUT     PIC X(10).
015220     05  FILLER               PIC X(01)  VALUE SPACE.
015230     05  WS-CRS-RPT-OUT       PIC X(01)  VALUE SPACE.
015240     05  FILLER               PIC X(10)  VALUE SPACES.
015250*
015260 01  WS-GPA-REP-LINE.
015270     05  FILLER               PIC X(07)  VALUE SPACES.
015280     05  FILLER               PIC X(12)  VALUE 'COURSE GPA: '.
015290     05  WS-GPA-OUT           PIC ZZ9.999.
015300     05  FILLER               PIC X(48)  VALUE SPACES.
015310**
015320****************************************************************
015330*   Course-summary working storage - per-course accumulators,
015340*   the passing mark (lowest non-F cutoff of the grade scale in
015350*   force), and the print lines for COURSE-SUMMARY.txt.
015360****************************************************************
015370 01  WS-CSM-GROUP-SW          PIC X(01)            VALUE 'N'.
015380     88  CSM-GROUP-OPEN                            VALUE 'Y'.
015390*
015400*    THE COURSE CODE THE CONTROL-BREAK PASS IS ACCUMULATING.
015410 01  WS-CSM-CUR-CODE          PIC X(10)            VALUE SPACES.
015420*
015430 01  WS-CSM-ENROLL            PIC 9(05) COMP-3     VALUE 0.
015440 01  WS-CSM-SUM               PIC S9(07)V99 COMP-3 VALUE 0.
015450 01  WS-CSM-PASS              PIC 9(05) COMP-3     VALUE 0.
015460 01  WS-CSM-MIN               PIC 9(03)V99 COMP-3  VALUE 0.
015470 01  WS-CSM-MAX               PIC 9(03)V99 COMP-3  VALUE 0.
015480 01  WS-CSM-AVG               PIC 9(03)V99 COMP-3  VALUE 0.
015490 01  WS-CSM-PCT               PIC 9(03)  COMP-3    VALUE 0.
015500*
015510 01  WS-PASS-MARK             PIC 9(03)V99         VALUE 60.00.
015520*
015530 01  WS-CRSSUM-HEADER1.
015540     05  FILLER               PIC X(37)  VALUE
015550             'COURSE SUMMARY - WORST AVERAGE FIRST'.
015560     05  FILLER               PIC X(43)  VALUE SPACES.
015570*
015580 01  WS-CRSSUM-HEADER2.
015590     05  FILLER               PIC X(12)  VALUE 'COURSE'.
015600     05  FILLER               PIC X(07)  VALUE 'ENROLL'.
015610     05  FILLER               PIC X(08)  VALUE '   AVG'.
015620     05  FILLER               PIC X(08)  VALUE '   MIN'.
015630     05  FILLER               PIC X(09)  VALUE '   MAX'.
015640     05  FILLER               PIC X(09)  VALUE 'PASS-RATE'.
015650     05  FILLER               PIC X(27)  VALUE SPACES.
015660*
015670 01  WS-CRSSUM-RULE.
015680     05  FILLER               PIC X(80)  VALUE ALL '-'.
015690*
015700 01  WS-CRSSUM-LINE.
015710     05  WS-CSM-CODE-OUT      PIC X(10).
015720     05  FILLER               PIC X(02)  VALUE SPACES.
015730     05  WS-CSM-ENROLL-OUT    PIC ZZZZ9.
015740     05  FILLER               PIC X(02)  VALUE SPACES.
015750     05  WS-CSM-AVG-OUT       PIC ZZ9.99.
015760     05  FILLER               PIC X(02)  VALUE SPACES.
015770     05  WS-CSM-MIN-OUT       PIC ZZ9.99.
015780     05  FILLER               PIC X(02)  VALUE SPACES.
015790     05  WS-CSM-MAX-OUT       PIC ZZ9.99.
015800     05  FILLER               PIC X(03)  VALUE SPACES.
015810     05  WS-CSM-PCT-OUT       PIC ZZ9.
015820     05  FILLER               PIC X(01)  VALUE '%'.
015830     05  FILLER               PIC X(32)  VALUE SPACES.
015840**
015850****************************************************************
015860*   Integrity-audit working storage - the roster as reported
015870*   GOES TO THE KEYED ROSTER-WORK FILE (FILLED IN THE ROSTER
015880*   LOOP, AND BY THE RESTART SKIP SO A RESTARTED RUN STILL
015890*   AUDITS EVERY STUDENT), THE DIVERGENCE TOLERANCE, AND THE
015900*   REPORT LINES AND COUNTERS.
015910****************************************************************
015920 01  WS-ROSTER-COUNT          PIC 9(05) COMP-3     VALUE 0.
015930*
015940*    THE ROSTER RECORD IN HAND DURING THE SEQUENTIAL ROSTER
015950*    PASSES, AND THE SWITCH THOSE PASSES END ON.
015960 01  WS-RST-CUR-ID            PIC 9(05)            VALUE 0.
015970 01  WS-RST-CUR-GRADE         PIC 9(03)V99         VALUE 0.
015980 01  WS-RST-CUR-STATUS        PIC X(01)            VALUE SPACE.
015990*
016000 01  WS-RST-SCAN-SW           PIC X(01)            VALUE 'N'.
016010     88  RST-SCAN-DONE                             VALUE 'Y'.
016020*
016030*    THE STUDENT-ID THE ORPHAN CHECK IS PROBING THE ROSTER FOR.
016040 01  WS-INT-SEEK-ID           PIC 9(05)            VALUE 0.
016050*
016060 01  WS-RECON-TOLERANCE       PIC 9(03)V99         VALUE 001.00.
016070*
016080 01  WS-INT-FOUND-SW          PIC X(01)            VALUE 'N'.
016090     88  INT-ID-FOUND                              VALUE 'Y'.
016100*
016110 01  WS-INT-ORPHAN-CNT        PIC 9(05) COMP-3     VALUE 0.
016120 01  WS-INT-MISSING-CNT       PIC 9(05) COMP-3     VALUE 0.
016130 01  WS-INT-DIVERGE-CNT       PIC 9(05) COMP-3     VALUE 0.
016140*
016150 01  WS-INT-CRS-CNT           PIC 9(03) COMP-3     VALUE 0.
016160 01  WS-INT-CRS-SUM           PIC S9(05)V9(03) COMP-3 VALUE 0.
016170 01  WS-INT-CRS-GPA           PIC 9(03)V99 COMP-3  VALUE 0.
016180 01  WS-INT-DIFF              PIC 9(03)V99 COMP-3  VALUE 0.
016190*
016200 01  WS-INT-HEADER1.
016210     05  FILLER               PIC X(34)  VALUE
016220             'CROSS-FILE INTEGRITY AUDIT'.
016230     05  FILLER               PIC X(46)  VALUE SPACES.
016240*
016250 01  WS-INT-RULE.
016260     05  FILLER               PIC X(80)  VALUE ALL '-'.
016270*
016280 01  WS-INT-ORPHAN-LINE.
016290     05  FILLER               PIC X(15)  VALUE
016300             'ORPHAN COURSE: '.
016310     05  WS-INT-ORPH-CODE-OUT PIC X(10).
016320     05  FILLER               PIC X(21)  VALUE
016330             ' FOR UNKNOWN STUDENT '.
016340     05  WS-INT-ORPH-ID-OUT   PIC 9(05).
016350     05  FILLER               PIC X(29)  VALUE SPACES.
016360*
016370 01  WS-INT-MISSING-LINE.
016380     05  FILLER               PIC X(29)  VALUE
016390             'NO COURSE DETAIL FOR STUDENT '.
016400     05  WS-INT-MISS-ID-OUT   PIC 9(05).
016410     05  FILLER               PIC X(46)  VALUE SPACES.
016420*
016430 01  WS-INT-DIVERGE-LINE.
016440     05  FILLER               PIC X(21)  VALUE
016450             'GPA MISMATCH STUDENT '.
016460     05  WS-INT-DIV-ID-OUT    PIC 9(05).
016470     05  FILLER               PIC X(09)  VALUE ': ROSTER '.
016480     05  WS-INT-DIV-RST-OUT   PIC ZZ9.99.
016490     05  FILLER               PIC X(09)  VALUE ' COURSES '.
016500     05  WS-INT-DIV-CRS-OUT   PIC ZZ9.99.
016510     05  FILLER               PIC X(24)  VALUE SPACES.
016520*
016530 01  WS-INT-COUNT-LINE.
016540     05  FILLER               PIC X(05)  VALUE SPACES.
016550     05  WS-INT-CNT-LABEL-OUT PIC X(25).
016560     05  WS-INT-CNT-VALUE-OUT PIC ZZZZ9.
016570     05  FILLER               PIC X(45)  VALUE SPACES.
016580**
016590****************************************************************
016600*   Run-control working storage - the log file status, the
016610*   duplicate-run guard switches, and today's date for the
016620*   same-day test.
016630****************************************************************
016640 01  WS-RUN-LOG-STATUS        PIC X(02).
016650     88  RUN-LOG-NOT-FOUND                         VALUE '35'.
016660     88  RUN-LOG-EOF                               VALUE '10'.
016670*
016680 01  WS-OVERRIDE-STATUS       PIC X(02).
016690     88  OVERRIDE-NOT-FOUND                        VALUE '35'.
016700*
016710 01  WS-TERMCTL-STATUS        PIC X(02).
016720     88  TERMCTL-OK                                VALUE '00'.
016730*
016740 01  WS-TERM-AMENDED-SW       PIC X(01)            VALUE 'N'.
016750     88  TERM-AMENDED                              VALUE 'Y'.
016760*
016770 01  WS-AMENDED-LINE.
016780     05  FILLER               PIC X(52)  VALUE
016790             '*** AMENDED - GRADES CHANGED AFTER PUBLICATION ***'.
016800     05  FILLER               PIC X(28)  VALUE SPACES.
016810*
016820 01  WS-DUP-RUN-SW            PIC X(01)            VALUE 'N'.
016830     88  DUP-RUN-FOUND                             VALUE 'Y'.
016840*
016850 01  WS-OVERRIDE-SW           PIC X(01)            VALUE 'N'.
016860     88  OVERRIDE-ON                               VALUE 'Y'.
016870*
016880 01  WS-OPERATOR-STATUS       PIC X(02).
016890     88  OPERATOR-OK                               VALUE '00'.
016900*
016910 01  WS-SIGNREJ-STATUS        PIC X(02).
016920     88  SIGNREJ-NOT-FOUND                         VALUE '35'.
016930*
016940*    WHY THE OPERATOR-MASTER REFUSED THE OVERRIDE SUPERVISOR -
016950*    SPACES = AN ACTIVE, UNEXPIRED SUPERVISOR.
016960 01  WS-OPR-CHECK-REASON      PIC X(40)            VALUE SPACES.
016970*
016980 01  WS-GUARD-DATE            PIC 9(08)            VALUE 0.
016990*
017000 01  WS-RUN-END-TIME.
017010     05  WS-RUN-END-HHMMSS    PIC 9(06).
017020     05  FILLER               PIC 9(02).
017030*
017040 01  WS-DISCLOSURE-STATUS     PIC X(02).
017050     88  DISCLOSURE-NOT-FOUND                      VALUE '35'.
017060*
017070*    A STUDENT-REPORT.csv ROW READ BACK FOR THE DISCLOSURE LOG -
017080*    THE HEADER ROW FAILS THE NUMERIC TEST ON THE ID COLUMNS.
017090 01  WS-DSC-CSV-ROW.
017100     05  WS-DSC-CSV-ID        PIC X(05).
017110     05  WS-DSC-CSV-ID-NUM REDEFINES WS-DSC-CSV-ID
017120                              PIC 9(05).
017130     05  FILLER               PIC X(75).
017140**
017150****************************************************************
017160*   Academic-standing working storage - the per-student course
017170*   counts, the classification cutoffs, the class counters and
017180*   the worklist print lines. FAILED = COURSE GRADE UNDER
017190*   WS-PASS-MARK, THE SAME PASSING LINE THE COURSE SUMMARY USES.
017200****************************************************************
017210 01  WS-STD-CODE              PIC X(01)            VALUE SPACE.
017220 01  WS-STD-WORD              PIC X(16)            VALUE SPACES.
017230*
017240 01  WS-STD-COMP-CNT          PIC 9(03) COMP-3     VALUE 0.
017250 01  WS-STD-FAIL-CNT          PIC 9(03) COMP-3     VALUE 0.
017260*
017270 01  WS-STD-POST-SW           PIC X(01)            VALUE 'N'.
017280     88  STD-POSTING                               VALUE 'Y'.
017290*
017300 01  WS-STD-WARNING-MARK      PIC 9(03)V99         VALUE 70.00.
017310 01  WS-STD-PROBATION-MARK    PIC 9(03)V99         VALUE 60.00.
017320 01  WS-STD-DISMISS-MARK      PIC 9(03)V99         VALUE 50.00.
017330*
017340 01  WS-STD-CNT-GOOD          PIC 9(05) COMP-3     VALUE 0.
017350 01  WS-STD-CNT-WARN          PIC 9(05) COMP-3     VALUE 0.
017360 01  WS-STD-CNT-PROB          PIC 9(05) COMP-3     VALUE 0.
017370 01  WS-STD-CNT-DISM          PIC 9(05) COMP-3     VALUE 0.
017380*
017390 01  WS-STD-HEADER1.
017400     05  FILLER               PIC X(42)  VALUE
017410             'ACADEMIC-STANDING WORKLIST'.
017420     05  FILLER               PIC X(38)  VALUE SPACES.
017430*
017440 01  WS-STD-HEADER2.
017450     05  FILLER               PIC X(09)  VALUE 'STUDENT'.
017460     05  FILLER               PIC X(08)  VALUE '  GRADE'.
017470     05  FILLER               PIC X(11)  VALUE '  COMPLETED'.
017480     05  FILLER               PIC X(08)  VALUE '  FAILED'.
017490     05  FILLER               PIC X(10)  VALUE '  STANDING'.
017500     05  FILLER               PIC X(34)  VALUE SPACES.
017510*
017520 01  WS-STD-RULE.
017530     05  FILLER               PIC X(80)  VALUE ALL '-'.
017540*
017550 01  WS-STD-DETAIL-LINE.
017560     05  WS-STD-ID-OUT        PIC 9(05).
017570     05  FILLER               PIC X(04)  VALUE SPACES.
017580     05  WS-STD-GRADE-OUT     PIC ZZ9.99.
017590     05  FILLER               PIC X(07)  VALUE SPACES.
017600     05  WS-STD-COMP-OUT      PIC ZZZ9.
017610     05  FILLER               PIC X(04)  VALUE SPACES.
017620     05  WS-STD-FAIL-OUT      PIC ZZZ9.
017630     05  FILLER               PIC X(02)  VALUE SPACES.
017640     05  WS-STD-WORD-OUT      PIC X(16).
017650     05  FILLER               PIC X(28)  VALUE SPACES.
017660*
017670 01  WS-STD-COUNT-LINE.
017680     05  FILLER               PIC X(05)  VALUE SPACES.
017690     05  WS-STD-CNT-LABEL-OUT PIC X(18).
017700     05  WS-STD-CNT-VALUE-OUT PIC ZZZZ9.
017710     05  FILLER               PIC X(52)  VALUE SPACES.
017720*
017730 01  WS-STD-POST-LINE.
017740     05  FILLER               PIC X(35)  VALUE
017750             'STANDING POSTED TO STUDENT-MASTER: '.
017760     05  WS-STD-POST-OUT      PIC X(03).
017770     05  FILLER               PIC X(42)  VALUE SPACES.
017780**
017790*
017800****************************************************************
017810*   Run-time selectable sort/report key - read from the
017820*   optional SORT-PARM control card. Recognized values are
017830*   STUDENT-ID (the default), GRADE (descending), and
017840*   LASTNAME. Anything else, or a missing card, falls back to
017850*   the original ascending STUDENT-ID order.
017860****************************************************************
017870 01  WS-SORT-PARM-STATUS      PIC X(02).
017880     88  SORT-PARM-NOT-FOUND                         VALUE '35'.
017890*
017900 01  WS-SORT-KEY-SW           PIC X(01)  VALUE '1'.
017910     88  SORT-KEY-STUDENT-ID                         VALUE '1'.
017920     88  SORT-KEY-GRADE                              VALUE '2'.
017930     88  SORT-KEY-LASTNAME                           VALUE '3'.
017940**
017950****************************************************************
017960*   Run-time term filter - read from the optional TERM-PARM
017970*   control card. A blank filter (missing card) reports every
017980*   term on file together, which is what the old term-blind
017990*   run did, so existing JCL keeps working unchanged.
018000****************************************************************
018010 01  WS-TERM-PARM-STATUS      PIC X(02).
018020     88  TERM-PARM-NOT-FOUND                         VALUE '35'.
018030*
018040 01  WS-TERM-FILTER           PIC X(05)  VALUE SPACES.
018050     88  TERM-FILTER-ALL                             VALUE SPACES.
018060*
018070 01  WS-TERM-REP-LINE.
018080     05  FILLER               PIC X(16)  VALUE
018090             'REPORTING TERM: '.
018100     05  WS-TERM-REP-OUT      PIC X(05).
018110     05  FILLER               PIC X(54)  VALUE SPACES.
018120**
018130****************************************************************
018140*   Checkpoint/restart working storage - the restart switch set
018150*   from the RESTART-PARM card, the checkpoint cadence, and the
018160*   scratch fields for the every-N-students test and the
018170*   skip-forward over already-reported students on a restart.
018180****************************************************************
018190 01  WS-CHKPT-STATUS          PIC X(02).
018200     88  CHKPT-NOT-FOUND                             VALUE '35'.
018210*
018220 01  WS-RESTART-PARM-STATUS   PIC X(02).
018230     88  RESTART-PARM-NOT-FOUND                      VALUE '35'.
018240*
018250 01  WS-RESTART-SW            PIC X(01)  VALUE 'N'.
018260     88  RESTART-ACTIVE                              VALUE 'Y'.
018270*
018280 01  WS-CHKPT-INTERVAL        PIC 9(05) COMP-3       VALUE 100.
018290 01  WS-CHKPT-QUOT            PIC 9(05) COMP-3       VALUE 0.
018300 01  WS-CHKPT-REM             PIC 9(05) COMP-3       VALUE 0.
018310 01  WS-CHKPT-SKIPPED         PIC 9(05) COMP-3       VALUE 0.
018320 01  WS-CHKPT-MARK            PIC X(01)              VALUE 'A'.
018330*
018340*    RUNNING SIZES OF THE REPORT AND THE HONOR SPOOL, CARRIED ON
018350*    THE CHECKPOINT SO A RESTART KNOWS WHERE TO CUT EACH FILE.
018360 01  WS-REP-LINE-CNT          PIC 9(07) COMP-3       VALUE 0.
018370 01  WS-HONOR-SPOOL-CNT       PIC 9(05) COMP-3       VALUE 0.
018380*
018390 01  WS-RSTW-STATUS           PIC X(02).
018400*
018410 01  WS-RESTART-COPY-CNT      PIC 9(07) COMP-3       VALUE 0.
018420 01  WS-RESTART-COPY-LIM      PIC 9(07) COMP-3       VALUE 0.
018430*
018440 01  WS-RESTART-EOF-SW        PIC X(01)              VALUE 'N'.
018450     88  RESTART-COPY-EOF                            VALUE 'Y'.
018460*
018470 01  WS-CHKPT-VALID-SW        PIC X(01)              VALUE 'N'.
018480     88  CHKPT-FIELDS-OK                             VALUE 'Y'.
018490**
018500****************************************************************
018510*   Transcript-page working storage - page layout lines and the
018520*   line counter used to pad every page to WS-PAGE-SIZE lines so
018530*   the print bursts cleanly one student per page.
018540****************************************************************
018550 01  WS-PAGE-SIZE             PIC 9(02)  COMP-3      VALUE 60.
018560 01  WS-PAGE-LINE-CNT         PIC 9(02)  COMP-3      VALUE 0.
018570*
018580*    LAST LINE A COURSE ROW MAY OCCUPY - ROOM IS HELD BACK FOR
018590*    THE MORE-MARKER AND THE BLANK/GPA/GENERAL-GRADE TRAILER,
018600*    SO A STUDENT WITH MORE COURSES THAN THE PAGE HOLDS (AN
018610*    ALL-TERMS RUN, TYPICALLY) CAN NEVER PUSH A PAGE PAST
018620*    WS-PAGE-SIZE AND THROW THE BURSTING OFF FOR EVERYONE
018630*    BEHIND THEM.
018640 01  WS-PAGE-CRS-LIMIT        PIC 9(02)  COMP-3      VALUE 0.
018650*
018660 01  WS-PAGE-MORE-SW          PIC X(01)              VALUE 'N'.
018670     88  PAGE-MORE-FLAGGED                           VALUE 'Y'.
018680*
018690 01  WS-PAGE-HEADER1.
018700     05  FILLER               PIC X(40)  VALUE
018710             'REGISTRAR''S OFFICE - BATCH GRADING'.
018720     05  FILLER               PIC X(21)  VALUE SPACES.
018730     05  FILLER               PIC X(19)  VALUE
018740             'OFFICIAL TRANSCRIPT'.
018750*
018760 01  WS-PAGE-RULE.
018770     05  FILLER               PIC X(80)  VALUE ALL '-'.
018780*
018790 01  WS-PAGE-BLANK.
018800     05  FILLER               PIC X(80)  VALUE SPACES.
018810*
018820 01  WS-PAGE-ID-LINE.
018830     05  FILLER               PIC X(12)  VALUE 'STUDENT ID: '.
018840     05  WS-PAGE-ID-OUT       PIC 9(05).
018850     05  FILLER               PIC X(09)  VALUE '    TERM:'.
018860     05  FILLER               PIC X(01)  VALUE SPACE.
018870     05  WS-PAGE-TERM-OUT     PIC X(05).
018880     05  FILLER               PIC X(48)  VALUE SPACES.
018890*
018900 01  WS-PAGE-NAME-LINE.
018910     05  FILLER               PIC X(12)  VALUE 'NAME:       '.
018920     05  WS-PAGE-NAME-OUT     PIC X(62).
018930     05  FILLER               PIC X(06)  VALUE SPACES.
018940*
018950 01  WS-PAGE-CRS-HEADER.
018960     05  FILLER               PIC X(11)  VALUE 'COURSE'.
018970     05  FILLER               PIC X(21)  VALUE 'TITLE'.
018980     05  FILLER               PIC X(08)  VALUE 'GRADE'.
018990     05  FILLER               PIC X(05)  VALUE 'SECT'.
019000     05  FILLER               PIC X(10)  VALUE 'INSTRUCTOR'.
019010     05  FILLER               PIC X(25)  VALUE SPACES.
019020*
019030 01  WS-PAGE-CRS-LINE.
019040     05  WS-PAGE-CRS-CODE-OUT PIC X(10).
019050     05  FILLER               PIC X(01)  VALUE SPACE.
019060     05  WS-PAGE-CRS-NAME-OUT PIC X(20).
019070     05  FILLER               PIC X(01)  VALUE SPACE.
019080     05  WS-PAGE-CRS-GRADE-OUT PIC ZZ9.99.
019090     05  WS-PAGE-CRS-GRADE-DISP REDEFINES WS-PAGE-CRS-GRADE-OUT
019100                              PIC X(06).
019110     05  FILLER               PIC X(02)  VALUE SPACES.
019120     05  WS-PAGE-CRS-SECT-OUT PIC X(03).
019130     05  FILLER               PIC X(02)  VALUE SPACES.
019140     05  WS-PAGE-CRS-INST-OUT PIC X(10).
019150     05  FILLER               PIC X(02)  VALUE SPACES.
019160     05  WS-PAGE-CRS-RPT-OUT  PIC X(01)  VALUE SPACE.
019170     05  FILLER               PIC X(21)  VALUE SPACES.
019180*
019190 01  WS-PAGE-GPA-LINE.
019200     05  FILLER               PIC X(15)  VALUE 'COURSE GPA:    '.
019210     05  WS-PAGE-GPA-OUT      PIC ZZ9.999.
019220     05  FILLER               PIC X(58)  VALUE SPACES.
019230*
019240 01  WS-PAGE-CUM-LINE.
019250     05  FILLER               PIC X(15)  VALUE 'CUMULATIVE GPA:'.
019260     05  WS-PAGE-CUM-GPA-OUT  PIC ZZ9.999.
019270     05  FILLER               PIC X(13)  VALUE '   ATTEMPTED:'.
019280     05  WS-PAGE-CUM-ATT-OUT  PIC ZZZ9.
019290     05  FILLER               PIC X(10)  VALUE '   EARNED:'.
019300     05  WS-PAGE-CUM-EARN-OUT PIC ZZZ9.
019310     05  FILLER               PIC X(15)  VALUE '   QUALITY PTS:'.
019320     05  WS-PAGE-CUM-QP-OUT   PIC ZZZZZZ9.99.
019330     05  FILLER               PIC X(02)  VALUE SPACES.
019340*
019350 01  WS-PAGE-LEVEL-LINE.
019360     05  FILLER               PIC X(15)  VALUE 'CLASS LEVEL:   '.
019370     05  WS-PAGE-LEVEL-OUT    PIC X(09).
019380     05  FILLER               PIC X(19)  VALUE
019390             '   TERMS ENROLLED: '.
019400     05  WS-PAGE-TERMS-OUT    PIC ZZ9.
019410     05  FILLER               PIC X(34)  VALUE SPACES.
019420*
019430 01  WS-PAGE-GRADE-LINE.
019440     05  FILLER               PIC X(15)  VALUE 'GENERAL GRADE: '.
019450     05  WS-PAGE-GRADE-OUT    PIC ZZ9.999.
019460     05  WS-PAGE-GRADE-DISP REDEFINES WS-PAGE-GRADE-OUT
019470                              PIC X(07).
019480     05  FILLER               PIC X(58)  VALUE SPACES.
019490*
019500 01  WS-PAGE-PROG-LINE.
019510     05  FILLER               PIC X(12)  VALUE 'PROGRAM:    '.
019520     05  WS-PAGE-PROG-OUT     PIC X(05).
019530     05  FILLER               PIC X(63)  VALUE SPACES.
019540*
019550 01  WS-PAGE-MORE-LINE.
019560     05  FILLER               PIC X(38)  VALUE
019570             '(FURTHER COURSES OMITTED - PAGE FULL)'.
019580     05  FILLER               PIC X(42)  VALUE SPACES.
019590**
019600 PROCEDURE DIVISION.
019610 0000-MAINLINE.
019620     PERFORM 0500-READ-TERM-PARM THRU 0500-EXIT
019630     PERFORM 0550-LOAD-GRADE-SCALE THRU 0550-EXIT
019640     PERFORM 0600-READ-RESTART-PARM THRU 0600-EXIT
019650     PERFORM 0650-CHECK-RUN-GUARD THRU 0650-EXIT
019660*
019670*    A RESTART RESUMES FROM THE LAST CHECKPOINT INSTEAD OF
019680*    REPEATING THE VALIDATION PASS AND THE FULL SORT; THE
019690*    ALREADY-SORTED FS-STUDENT-OUTPUT OF THE INTERRUPTED RUN IS
019700*    REUSED AND THE REPORT FILES ARE CONTINUED WHERE THEY STOOD.
019710     IF RESTART-ACTIVE
019720         PERFORM 3500-LOAD-COURSE-TABLE THRU 3500-EXIT
019730         PERFORM 0800-RESTART-SETUP THRU 0800-EXIT
019740     END-IF
019750*
019760*    0800 ABANDONS THE RESTART (AND ZEROES THE RESTORED
019770*    ACCUMULATORS) WHEN AN OUTPUT FILE ON DISK IS SHORTER THAN
019780*    THE CHECKPOINT COVERS - A KILLED RUN'S LAST BUFFERS NEVER
019790*    FLUSHED - SO THE FULL-RUN PATH BELOW MUST RE-TEST THE
019800*    SWITCH RATHER THAN SIT IN AN ELSE.
019810     IF RESTART-ACTIVE
019820         CONTINUE
019830     ELSE
019840         PERFORM 1000-VALIDATE-INPUT THRU 1000-EXIT
019850         PERFORM 2500-READ-SORT-PARM THRU 2500-EXIT
019860         PERFORM 3000-SORT-STUDENTS THRU 3000-EXIT
019870         PERFORM 3500-LOAD-COURSE-TABLE THRU 3500-EXIT
019880         PERFORM 4000-OPEN-FOR-REPORT THRU 4000-EXIT
019890         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
019900     END-IF
019910*
019920     PERFORM 3570-OPEN-ACADEMIC-RECORD THRU 3570-EXIT
019930     PERFORM 3590-OPEN-REGISTRAR-HOLDS THRU 3590-EXIT
019940*
019950     PERFORM 4200-READ-STUDENT-LOOP THRU 4200-EXIT
019960         UNTIL EOF-SW
019970     PERFORM 4250-RECONCILE-COUNTS THRU 4250-EXIT
019980     PERFORM 4300-WRITE-AVERAGE-FOOTER THRU 4300-EXIT
019990     PERFORM 5000-HONOR-ROLL-SECTION THRU 5000-EXIT
020000     PERFORM 6000-STATISTICS-SECTION THRU 6000-EXIT
020010     PERFORM 7000-COURSE-SUMMARY-SECTION THRU 7000-EXIT
020020     PERFORM 8000-INTEGRITY-SECTION THRU 8000-EXIT
020030     PERFORM 8500-STANDING-SECTION THRU 8500-EXIT
020040     PERFORM 9999-TERMINATE THRU 9999-EXIT
020050     STOP RUN.
020060*
020070****************************************************************
020080*   Read the optional TERM-PARM control card and set the term
020090*   filter from it, ahead of the validation pass, so both the
020100*   deck and the master load only pick up the requested term.
020110*   A missing card leaves the filter blank = report all terms.
020120****************************************************************
020130 0500-READ-TERM-PARM.
020140     OPEN INPUT FS-TERM-PARM
020150*
020160     IF TERM-PARM-NOT-FOUND
020170         CONTINUE
020180     ELSE
020190         READ FS-TERM-PARM
020200         NOT AT END
020210             MOVE FS-TERM-PARM-RECORD TO WS-TERM-FILTER
020220         END-READ
020230         CLOSE FS-TERM-PARM
020240     END-IF
020250*
020260     PERFORM 0510-CHECK-TERM-AMENDED THRU 0510-EXIT
020270 0500-EXIT.
020280     EXIT.
020290*
020300****************************************************************
020310*   A single-term run asks the term-control file whether an
020320*   authorized late change has touched the term after it was
020330*   published - IF SO, EVERY HEADING OF THIS RUN CARRIES THE
020340*   AMENDED MARKER. NO CONTROL FILE, NO RECORD, OR AN ALL-TERMS
020350*   RUN MEANS NO MARKER.
020360****************************************************************
020370 0510-CHECK-TERM-AMENDED.
020380     IF TERM-FILTER-ALL
020390         GO TO 0510-EXIT
020400     END-IF
020410*
020420     MOVE SPACES TO WS-TERMCTL-STATUS
020430     OPEN INPUT FS-TERM-CONTROL
020440*
020450     IF NOT TERMCTL-OK
020460         GO TO 0510-EXIT
020470     END-IF
020480*
020490     MOVE WS-TERM-FILTER TO TCT-TERM-CODE
020500*
020510     READ FS-TERM-CONTROL
020520         INVALID KEY
020530             CONTINUE
020540         NOT INVALID KEY
020550             IF TCT-AMENDED-SW EQUAL 'Y'
020560                 MOVE 'Y' TO WS-TERM-AMENDED-SW
020570             END-IF
020580     END-READ
020590*
020600     CLOSE FS-TERM-CONTROL
020610 0510-EXIT.
020620     EXIT.
020630*
020640****************************************************************
020650*   Load the letter-grade scale from the optional GRADE-SCALE
020660*   card file (highest cutoff first), or fall back to the
020670*   built-in A/B/C/D/F scale at 90/80/70/60 that the report
020680*   always used. LOADED AHEAD OF BOTH THE NORMAL AND THE
020690*   RESTART PATH - THE BAND COUNTERS LIVE IN THIS TABLE.
020700****************************************************************
020710 0550-LOAD-GRADE-SCALE.
020720     OPEN INPUT FS-GRADE-SCALE
020730*
020740     IF SCALE-NOT-FOUND
020750         PERFORM 0560-DEFAULT-SCALE THRU 0560-EXIT
020760     ELSE
020770         PERFORM 0551-READ-SCALE-LOOP THRU 0551-EXIT
020780             UNTIL SCALE-EOF
020790         CLOSE FS-GRADE-SCALE
020800*
020810*        AN EMPTY OR UNUSABLE CARD FILE STILL NEEDS A SCALE.
020820         IF WS-SCALE-COUNT EQUAL 0
020830             PERFORM 0560-DEFAULT-SCALE THRU 0560-EXIT
020840         END-IF
020850     END-IF
020860*
020870     PERFORM 0570-SET-PASS-MARK THRU 0570-EXIT
020880 0550-EXIT.
020890     EXIT.
020900*
020910 0551-READ-SCALE-LOOP.
020920     READ FS-GRADE-SCALE
020930     NOT AT END
020940         IF WS-SCALE-COUNT < 15
020950                 AND SCL-MIN-GRADE IS NUMERIC
020960             ADD 1 TO WS-SCALE-COUNT
020970             SET WS-SCALE-IDX TO WS-SCALE-COUNT
020980             MOVE SCL-LETTER    TO WS-SCALE-LETTER(WS-SCALE-IDX)
020990             MOVE SCL-MIN-GRADE TO WS-SCALE-MIN(WS-SCALE-IDX)
021000             MOVE 0             TO WS-SCALE-CNT(WS-SCALE-IDX)
021010         END-IF
021020     END-READ
021030 0551-EXIT.
021040     EXIT.
021050*
021060 0560-DEFAULT-SCALE.
021070     MOVE 5 TO WS-SCALE-COUNT
021080*
021090     MOVE 'A'    TO WS-SCALE-LETTER(1)
021100     MOVE 90.00  TO WS-SCALE-MIN(1)
021110     MOVE 'B'    TO WS-SCALE-LETTER(2)
021120     MOVE 80.00  TO WS-SCALE-MIN(2)
021130     MOVE 'C'    TO WS-SCALE-LETTER(3)
021140     MOVE 70.00  TO WS-SCALE-MIN(3)
021150     MOVE 'D'    TO WS-SCALE-LETTER(4)
021160     MOVE 60.00  TO WS-SCALE-MIN(4)
021170     MOVE 'F'    TO WS-SCALE-LETTER(5)
021180     MOVE 0      TO WS-SCALE-MIN(5)
021190*
021200     MOVE 0 TO WS-SCALE-CNT(1) WS-SCALE-CNT(2) WS-SCALE-CNT(3)
021210               WS-SCALE-CNT(4) WS-SCALE-CNT(5)
021220 0560-EXIT.
021230     EXIT.
021240*
021250****************************************************************
021260*   The passing mark for the course summary's pass rate is the
021270*   lowest cutoff of any non-F scale entry, so 'pass' always
021280*   means whatever the scale in force says it means.
021290****************************************************************
021300 0570-SET-PASS-MARK.
021310     MOVE 999.99 TO WS-PASS-MARK
021320*
021330     PERFORM 0571-SCAN-PASS-MARK THRU 0571-EXIT
021340         VARYING WS-SCALE-IDX FROM 1 BY 1
021350         UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
021360 0570-EXIT.
021370     EXIT.
021380*
021390 0571-SCAN-PASS-MARK.
021400     IF WS-SCALE-LETTER-1(WS-SCALE-IDX) NOT EQUAL 'F'
021410             AND WS-SCALE-MIN(WS-SCALE-IDX) < WS-PASS-MARK
021420         MOVE WS-SCALE-MIN(WS-SCALE-IDX) TO WS-PASS-MARK
021430     END-IF
021440 0571-EXIT.
021450     EXIT.
021460*
021470****************************************************************
021480*   Duplicate-run guard - a COMPLETE run-log entry from this
021490*   program, for today and the same term, means the grading run
021500*   has already been posted once today. THE RUN WARNS AND STOPS
021510*   UNLESS THE OPERATOR SUPPLIES AN OVERRIDE-PARM CARD READING
021520*   OVERRIDE AND A SUPERVISOR'S INITIALS (COLUMNS 9-11) - WE HAVE
021530*   DOUBLE-POSTED A GRADING RUN BEFORE.
021540****************************************************************
021550 0650-CHECK-RUN-GUARD.
021560     OPEN INPUT FS-RUN-LOG
021570*
021580     IF RUN-LOG-NOT-FOUND
021590         GO TO 0650-EXIT
021600     END-IF
021610*
021620     ACCEPT WS-GUARD-DATE FROM DATE YYYYMMDD
021630*
021640     PERFORM 0651-SCAN-RUN-LOG THRU 0651-EXIT
021650         UNTIL RUN-LOG-EOF
021660*
021670     CLOSE FS-RUN-LOG
021680*
021690     IF DUP-RUN-FOUND
021700         PERFORM 0660-CHECK-OVERRIDE THRU 0660-EXIT
021710         IF OVERRIDE-ON
021720             DISPLAY 'MAIN ALREADY RAN TODAY FOR THIS TERM - '
021730                 'OVERRIDE ACCEPTED, RUNNING AGAIN'
021740         ELSE
021750             DISPLAY 'MAIN ALREADY RAN TODAY FOR THIS TERM - '
021760                 'SUPPLY AN OVERRIDE-PARM CARD TO RUN AGAIN'
021770             IF WS-OPR-CHECK-REASON NOT EQUAL SPACES
021780                 DISPLAY 'OVERRIDE REFUSED - ' WS-OPR-CHECK-REASON
021790             END-IF
021800             STOP RUN
021810         END-IF
021820     END-IF
021830 0650-EXIT.
021840     EXIT.
021850*
021860 0651-SCAN-RUN-LOG.
021870     READ FS-RUN-LOG
021880     NOT AT END
021890         IF RNL-PROGRAM EQUAL 'MAIN'
021900                 AND RNL-RUN-DATE EQUAL WS-GUARD-DATE
021910                 AND RNL-TERM-CODE EQUAL WS-TERM-FILTER
021920                 AND RNL-RUN-STATUS EQUAL 'COMPLETE'
021930             MOVE 'Y' TO WS-DUP-RUN-SW
021940         END-IF
021950     END-READ
021960 0651-EXIT.
021970     EXIT.
021980*
021990 0660-CHECK-OVERRIDE.
022000     OPEN INPUT FS-OVERRIDE-PARM
022010*
022020     IF OVERRIDE-NOT-FOUND
022030         CONTINUE
022040     ELSE
022050         READ FS-OVERRIDE-PARM
022060         NOT AT END
022070             IF OVR-KEYWORD EQUAL 'OVERRIDE'
022080                 PERFORM 0665-VERIFY-SUPERVISOR THRU 0665-EXIT
022090                 IF WS-OPR-CHECK-REASON EQUAL SPACES
022100                     MOVE 'Y' TO WS-OVERRIDE-SW
022110                 ELSE
022120                     PERFORM 0670-LOG-SIGNON-REJECT THRU 0670-EXIT
022130                 END-IF
022140             END-IF
022150         END-READ
022160         CLOSE FS-OVERRIDE-PARM
022170     END-IF
022180 0660-EXIT.
022190     EXIT.
022200*
022210****************************************************************
022220*   Confirm OVR-SUPV-AUTH against the operator master as of
022230*   today - ON FILE, ACTIVE, NOT EXPIRED AND A SUPERVISOR. THE
022240*   REASON COMES BACK SPACES WHEN IT IS.
022250****************************************************************
022260 0665-VERIFY-SUPERVISOR.
022270     MOVE SPACES TO WS-OPR-CHECK-REASON
022280*
022290     IF OVR-SUPV-AUTH EQUAL SPACES
022300         MOVE 'BLANK INITIALS' TO WS-OPR-CHECK-REASON
022310         GO TO 0665-EXIT
022320     END-IF
022330*
022340     MOVE SPACES TO WS-OPERATOR-STATUS
022350     OPEN INPUT FS-OPERATOR-MASTER
022360*
022370     IF NOT OPERATOR-OK
022380         MOVE 'NO OPERATOR MASTER ON FILE' TO WS-OPR-CHECK-REASON
022390         GO TO 0665-EXIT
022400     END-IF
022410*
022420     MOVE OVR-SUPV-AUTH TO OPR-INITIALS
022430*
022440     READ FS-OPERATOR-MASTER
022450         INVALID KEY
022460             MOVE 'INITIALS NOT ON OPERATOR MASTER' TO
022470                 WS-OPR-CHECK-REASON
022480     END-READ
022490*
022500     CLOSE FS-OPERATOR-MASTER
022510*
022520     IF WS-OPR-CHECK-REASON NOT EQUAL SPACES
022530         GO TO 0665-EXIT
022540     END-IF
022550*
022560     IF NOT OPR-ACTIVE
022570         MOVE 'OPERATOR NOT ACTIVE' TO WS-OPR-CHECK-REASON
022580         GO TO 0665-EXIT
022590     END-IF
022600*
022610     IF OPR-EXPIRY-DATE NOT EQUAL 0
022620             AND OPR-EXPIRY-DATE < WS-GUARD-DATE
022630         MOVE 'OPERATOR EXPIRED' TO WS-OPR-CHECK-REASON
022640         GO TO 0665-EXIT
022650     END-IF
022660*
022670     IF NOT OPR-SUPERVISOR
022680         MOVE 'NOT A SUPERVISOR' TO WS-OPR-CHECK-REASON
022690     END-IF
022700 0665-EXIT.
022710     EXIT.
022720*
022730****************************************************************
022740*   Append the refused override to the SIGNON-REJECTS log,
022750*   created on first use.
022760****************************************************************
022770 0670-LOG-SIGNON-REJECT.
022780     OPEN EXTEND FS-SIGNON-REJECTS
022790*
022800     IF SIGNREJ-NOT-FOUND
022810         OPEN OUTPUT FS-SIGNON-REJECTS
022820     END-IF
022830*
022840     ACCEPT WS-RUN-END-TIME FROM TIME
022850*
022860     MOVE 'MAIN'              TO SRJ-PROGRAM
022870     MOVE WS-GUARD-DATE       TO SRJ-RUN-DATE
022880     MOVE WS-RUN-END-HHMMSS   TO SRJ-RUN-TIME
022890     MOVE OVR-SUPV-AUTH       TO SRJ-INITIALS
022900     MOVE 'A'                 TO SRJ-ATTEMPT
022910     MOVE WS-TERM-FILTER      TO SRJ-TERM-CODE
022920     MOVE 0                   TO SRJ-STUDENT-ID
022930     MOVE WS-OPR-CHECK-REASON TO SRJ-REASON
022940*
022950     WRITE FS-SIGNREJ-RECORD
022960     END-WRITE
022970*
022980     CLOSE FS-SIGNON-REJECTS
022990 0670-EXIT.
023000     EXIT.
023010*
023020****************************************************************
023030*   Read the optional RESTART-PARM card. The single word RESTART
023040*   arms restart mode, PROVIDED the checkpoint on disk is from a
023050*   run that was genuinely cut short ('A' = still in flight); a
023060*   missing checkpoint or one marked complete falls back to a
023070*   normal full run so a stale card cannot corrupt the report.
023080****************************************************************
023090 0600-READ-RESTART-PARM.
023100     OPEN INPUT FS-RESTART-PARM
023110*
023120     IF RESTART-PARM-NOT-FOUND
023130         CONTINUE
023140     ELSE
023150         READ FS-RESTART-PARM
023160         NOT AT END
023170             IF FS-RESTART-PARM-RECORD EQUAL 'RESTART'
023180                 MOVE 'Y' TO WS-RESTART-SW
023190             END-IF
023200         END-READ
023210         CLOSE FS-RESTART-PARM
023220     END-IF
023230*
023240     IF RESTART-ACTIVE
023250         PERFORM 0700-READ-CHECKPOINT THRU 0700-EXIT
023260     END-IF
023270 0600-EXIT.
023280     EXIT.
023290*
023300 0700-READ-CHECKPOINT.
023310     OPEN INPUT FS-CHECKPOINT
023320*
023330     IF CHKPT-NOT-FOUND
023340         MOVE 'N' TO WS-RESTART-SW
023350         DISPLAY 'RESTART REQUESTED BUT NO CHECKPOINT ON FILE'
023360             ' - RUNNING FROM THE TOP'
023370     ELSE
023380         READ FS-CHECKPOINT
023390         AT END
023400             MOVE 'N' TO WS-RESTART-SW
023410             DISPLAY 'RESTART REQUESTED BUT CHECKPOINT IS EMPTY'
023420                 ' - RUNNING FROM THE TOP'
023430         NOT AT END
023440             IF CKP-STATUS NOT EQUAL 'A'
023450                 MOVE 'N' TO WS-RESTART-SW
023460                 DISPLAY 'RESTART REQUESTED BUT LAST RUN '
023470                     'COMPLETED - RUNNING FROM THE TOP'
023480             ELSE
023490             IF CKP-TERM-CODE NOT EQUAL WS-TERM-FILTER
023500                 MOVE 'N' TO WS-RESTART-SW
023510                 DISPLAY 'RESTART REQUESTED BUT TERM-PARM DOES '
023520                     'NOT MATCH THE CHECKPOINT - RUNNING FROM '
023530                     'THE TOP'
023540             ELSE
023550*                A CRASH INSIDE 4260'S TRUNCATE-AND-REWRITE CAN
023560*                LEAVE A TORN RECORD WHOSE STATUS BYTE SURVIVED
023570*                BUT WHOSE NUMERIC TAIL DID NOT - NEVER MOVE
023580*                UNVALIDATED DIGITS INTO THE ACCUMULATORS.
023590                 PERFORM 0720-VALIDATE-CHECKPOINT THRU 0720-EXIT
023600*
023610             IF NOT CHKPT-FIELDS-OK
023620                 MOVE 'N' TO WS-RESTART-SW
023630                 DISPLAY 'RESTART REQUESTED BUT CHECKPOINT IS '
023640                     'DAMAGED - RUNNING FROM THE TOP'
023650             ELSE
023660*                RESTORED HERE, WHILE THE CHECKPOINT RECORD IS
023670*                STILL IN ITS BUFFER.
023680                 MOVE CKP-STUDENT-NUM     TO WS-STUDENT-NUM
023690                 MOVE CKP-GRADED-CNT      TO WS-GRADED-CNT
023700                 MOVE CKP-VALIDATED-COUNT TO WS-VALIDATED-COUNT
023710                 MOVE CKP-REJECT-COUNT    TO WS-REJECT-COUNT
023720                 MOVE CKP-COMP-GRADE      TO WS-STUDENT-COMP-GRADE
023730                 MOVE CKP-MIN-GRADE       TO WS-MIN-GRADE
023740                 MOVE CKP-MAX-GRADE       TO WS-MAX-GRADE
023750                 MOVE CKP-REPORT-LINES    TO WS-REP-LINE-CNT
023760                 MOVE CKP-HONOR-CNT       TO WS-HONOR-SPOOL-CNT
023770                 MOVE CKP-HOLD-SUPP-CNT   TO WS-HOLD-SUPP-CNT
023780                 MOVE CKP-HOLD-LINES      TO WS-HOLD-LINE-CNT
023790                 PERFORM 0710-RESTORE-BAND-COUNT THRU 0710-EXIT
023800                     VARYING WS-SCALE-SUB FROM 1 BY 1
023810                     UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
023820             END-IF
023830             END-IF
023840             END-IF
023850         END-READ
023860         CLOSE FS-CHECKPOINT
023870     END-IF
023880 0700-EXIT.
023890     EXIT.
023900*
023910****************************************************************
023920*   Every numeric field of the checkpoint must actually hold
023930*   digits before any of it is trusted - all 15 band counters
023940*   are checked (NOT JUST THE SCALE'S, SINCE THE TAIL IS WHAT
023950*   A TORN WRITE LOSES FIRST).
023960****************************************************************
023970 0720-VALIDATE-CHECKPOINT.
023980     MOVE 'Y' TO WS-CHKPT-VALID-SW
023990*
024000     IF CKP-STUDENT-NUM      IS NOT NUMERIC
024010             OR CKP-GRADED-CNT      IS NOT NUMERIC
024020             OR CKP-VALIDATED-COUNT IS NOT NUMERIC
024030             OR CKP-REJECT-COUNT    IS NOT NUMERIC
024040             OR CKP-COMP-GRADE      IS NOT NUMERIC
024050             OR CKP-MIN-GRADE       IS NOT NUMERIC
024060             OR CKP-MAX-GRADE       IS NOT NUMERIC
024070             OR CKP-REPORT-LINES    IS NOT NUMERIC
024080             OR CKP-HONOR-CNT       IS NOT NUMERIC
024090             OR CKP-HOLD-SUPP-CNT   IS NOT NUMERIC
024100             OR CKP-HOLD-LINES      IS NOT NUMERIC
024110         MOVE 'N' TO WS-CHKPT-VALID-SW
024120     END-IF
024130*
024140     PERFORM 0721-VALIDATE-BAND-COUNT THRU 0721-EXIT
024150         VARYING WS-SCALE-SUB FROM 1 BY 1
024160         UNTIL WS-SCALE-SUB > 15
024170 0720-EXIT.
024180     EXIT.
024190*
024200 0721-VALIDATE-BAND-COUNT.
024210     IF CKP-BAND-CNT(WS-SCALE-SUB) IS NOT NUMERIC
024220         MOVE 'N' TO WS-CHKPT-VALID-SW
024230     END-IF
024240 0721-EXIT.
024250     EXIT.
024260*
024270 0710-RESTORE-BAND-COUNT.
024280     MOVE CKP-BAND-CNT(WS-SCALE-SUB)
024290         TO WS-SCALE-CNT(WS-SCALE-SUB)
024300 0710-EXIT.
024310     EXIT.
024320*
024330****************************************************************
024340*   Resume an interrupted run: restore every accumulator from
024350*   the checkpoint, cut each output file back to exactly what
024360*   the checkpoint covers (THE CRASH RARELY LANDS ON A
024370*   CHECKPOINT BOUNDARY, AND THE DYING RUN HAD ALREADY WRITTEN
024380*   PAST IT), and space the sorted roster forward past the
024390*   students already reported. EACH REPOSITION LEAVES ITS FILE
024400*   OPEN OUTPUT, POSITIONED AT THE CUT, READY TO CONTINUE.
024410****************************************************************
024420 0800-RESTART-SETUP.
024430     OPEN INPUT FS-STUDENT-OUTPUT
024440*
024450     MOVE WS-EOF-SW TO WS-FILE-OPEN-STATUS
024460*
024470     IF WS-FILE-OPEN-STATUS NOT EQUAL 0
024480         MOVE 'FS-STUDENT-OUTPUT' TO WS-OPEN-ERROR-FILE
024490         PERFORM 4050-OPEN-ERROR THRU 4050-EXIT
024500     END-IF
024510*
024520*    EACH REPOSITION ABANDONS THE RESTART IF THE FILE ON DISK
024530*    TURNS OUT SHORTER THAN THE CHECKPOINT COVERS (A KILLED
024540*    RUN'S LAST BUFFERS NEVER FLUSHED), SO THE LATER STEPS ARE
024550*    EACH GUARDED ON THE SWITCH STILL BEING SET.
024560     PERFORM 0820-REPOSITION-REPORT THRU 0820-EXIT
024570     IF RESTART-ACTIVE
024580         PERFORM 0830-REPOSITION-CSV THRU 0830-EXIT
024590     END-IF
024600     IF RESTART-ACTIVE
024610         PERFORM 0840-REPOSITION-TRANSCRIPT THRU 0840-EXIT
024620     END-IF
024630     IF RESTART-ACTIVE
024640         PERFORM 0850-REPOSITION-HONOR THRU 0850-EXIT
024650     END-IF
024660     IF RESTART-ACTIVE
024670         PERFORM 0860-REPOSITION-MEDIAN THRU 0860-EXIT
024680     END-IF
024690     IF RESTART-ACTIVE
024700         PERFORM 0870-REPOSITION-HOLD-REPORT THRU 0870-EXIT
024710     END-IF
024720*
024730     IF NOT RESTART-ACTIVE
024740         CLOSE FS-STUDENT-OUTPUT
024750         GO TO 0800-EXIT
024760     END-IF
024770*
024780*    4100-WRITE-HEADERS IS SKIPPED ON A RESTART, SO ITS CLEARING
024790*    OF THE REPORT RECORD AREA (THE FILLER BYTES THE DETAIL
024800*    WRITES NEVER TOUCH) HAS TO HAPPEN HERE INSTEAD.
024810     MOVE SPACES TO FS-STUDENT-REP-RECORD
024820*
024830*    THE SKIP RE-RECORDS THE ALREADY-REPORTED STUDENTS ON THE
024840*    ROSTER WORK FILE, SO IT IS STARTED FRESH HERE THE SAME
024850*    WAY 4000 STARTS IT FOR A FULL RUN.
024860     OPEN OUTPUT FS-ROSTER-WORK
024870*
024880     MOVE 0 TO WS-CHKPT-SKIPPED
024890     PERFORM 0810-SKIP-REPORTED THRU 0810-EXIT
024900         UNTIL WS-CHKPT-SKIPPED EQUAL WS-STUDENT-NUM
024910             OR EOF-SW
024920 0800-EXIT.
024930     EXIT.
024940*
024950 0810-SKIP-REPORTED.
024960     READ FS-STUDENT-OUTPUT
024970     NOT AT END
024980         ADD 1 TO WS-CHKPT-SKIPPED
024990*        ALREADY-REPORTED STUDENTS STILL BELONG TO THE
025000*        INTEGRITY AUDIT, SO THE SKIP RECORDS THEM TOO.
025010         PERFORM 4270-RECORD-ROSTER-ENTRY THRU 4270-EXIT
025020     END-READ
025030 0810-EXIT.
025040     EXIT.
025050*
025060****************************************************************
025070*   Cut STUDENT-REPORT.txt back to the CKP-REPORT-LINES lines
025080*   the checkpoint covers: copy that many lines out to the work
025090*   file, then rewrite the report from it. THE REPORT IS LEFT
025100*   OPEN OUTPUT AT THE CUT, SO THE RESUMED LOOP APPENDS CLEANLY
025110*   AND NOTHING THE DYING RUN WROTE PAST THE CHECKPOINT
025120*   SURVIVES TO PRINT TWICE.
025130****************************************************************
025140 0820-REPOSITION-REPORT.
025150     OPEN INPUT  FS-STUDENT-REPORT
025160     OPEN OUTPUT FS-RESTART-TEXT-WORK
025170*
025180     MOVE WS-REP-LINE-CNT TO WS-RESTART-COPY-LIM
025190     MOVE 0   TO WS-RESTART-COPY-CNT
025200     MOVE 'N' TO WS-RESTART-EOF-SW
025210*
025220     PERFORM 0821-COPY-REPORT-OUT THRU 0821-EXIT
025230         UNTIL WS-RESTART-COPY-CNT
025240                 NOT LESS THAN WS-RESTART-COPY-LIM
025250             OR RESTART-COPY-EOF
025260*
025270     IF WS-RESTART-COPY-CNT < WS-RESTART-COPY-LIM
025280         CLOSE FS-STUDENT-REPORT
025290         CLOSE FS-RESTART-TEXT-WORK
025300         PERFORM 0890-ABANDON-RESTART THRU 0890-EXIT
025310         GO TO 0820-EXIT
025320     END-IF
025330*
025340     CLOSE FS-STUDENT-REPORT
025350     CLOSE FS-RESTART-TEXT-WORK
025360*
025370     OPEN INPUT  FS-RESTART-TEXT-WORK
025380     OPEN OUTPUT FS-STUDENT-REPORT
025390*
025400     MOVE 'N' TO WS-RESTART-EOF-SW
025410*
025420     PERFORM 0822-COPY-REPORT-BACK THRU 0822-EXIT
025430         UNTIL RESTART-COPY-EOF
025440*
025450     CLOSE FS-RESTART-TEXT-WORK
025460 0820-EXIT.
025470     EXIT.
025480*
025490 0821-COPY-REPORT-OUT.
025500     READ FS-STUDENT-REPORT
025510     AT END
025520         MOVE 'Y' TO WS-RESTART-EOF-SW
025530     NOT AT END
025540         WRITE FS-RESTART-TEXT-RECORD FROM FS-STUDENT-REP-RECORD
025550         END-WRITE
025560         ADD 1 TO WS-RESTART-COPY-CNT
025570         END-ADD
025580     END-READ
025590 0821-EXIT.
025600     EXIT.
025610*
025620 0822-COPY-REPORT-BACK.
025630     READ FS-RESTART-TEXT-WORK
025640     AT END
025650         MOVE 'Y' TO WS-RESTART-EOF-SW
025660     NOT AT END
025670         WRITE FS-STUDENT-REP-RECORD FROM FS-RESTART-TEXT-RECORD
025680         END-WRITE
025690     END-READ
025700 0822-EXIT.
025710     EXIT.
025720*
025730****************************************************************
025740*   Same cut for the CSV - its covered size follows from the
025750*   student count: the header row plus one row per student.
025760****************************************************************
025770 0830-REPOSITION-CSV.
025780     OPEN INPUT  FS-STUDENT-CSV
025790     OPEN OUTPUT FS-RESTART-TEXT-WORK
025800*
025810*    A STUDENT WITHHELD FOR A HOLD HAS NO ROW.
025820     COMPUTE WS-RESTART-COPY-LIM =
025830         WS-STUDENT-NUM - WS-HOLD-SUPP-CNT + 1
025840     END-COMPUTE
025850     MOVE 0   TO WS-RESTART-COPY-CNT
025860     MOVE 'N' TO WS-RESTART-EOF-SW
025870*
025880     PERFORM 0831-COPY-CSV-OUT THRU 0831-EXIT
025890         UNTIL WS-RESTART-COPY-CNT
025900                 NOT LESS THAN WS-RESTART-COPY-LIM
025910             OR RESTART-COPY-EOF
025920*
025930     IF WS-RESTART-COPY-CNT < WS-RESTART-COPY-LIM
025940         CLOSE FS-STUDENT-CSV
025950         CLOSE FS-RESTART-TEXT-WORK
025960         CLOSE FS-STUDENT-REPORT
025970         PERFORM 0890-ABANDON-RESTART THRU 0890-EXIT
025980         GO TO 0830-EXIT
025990     END-IF
026000*
026010     CLOSE FS-STUDENT-CSV
026020     CLOSE FS-RESTART-TEXT-WORK
026030*
026040     OPEN INPUT  FS-RESTART-TEXT-WORK
026050     OPEN OUTPUT FS-STUDENT-CSV
026060*
026070     MOVE 'N' TO WS-RESTART-EOF-SW
026080*
026090     PERFORM 0832-COPY-CSV-BACK THRU 0832-EXIT
026100         UNTIL RESTART-COPY-EOF
026110*
026120     CLOSE FS-RESTART-TEXT-WORK
026130 0830-EXIT.
026140     EXIT.
026150*
026160 0831-COPY-CSV-OUT.
026170     READ FS-STUDENT-CSV
026180     AT END
026190         MOVE 'Y' TO WS-RESTART-EOF-SW
026200     NOT AT END
026210         WRITE FS-RESTART-TEXT-RECORD FROM FS-STUDENT-CSV-RECORD
026220         END-WRITE
026230         ADD 1 TO WS-RESTART-COPY-CNT
026240         END-ADD
026250     END-READ
026260 0831-EXIT.
026270     EXIT.
026280*
026290 0832-COPY-CSV-BACK.
026300     READ FS-RESTART-TEXT-WORK
026310     AT END
026320         MOVE 'Y' TO WS-RESTART-EOF-SW
026330     NOT AT END
026340         WRITE FS-STUDENT-CSV-RECORD FROM FS-RESTART-TEXT-RECORD
026350         END-WRITE
026360     END-READ
026370 0832-EXIT.
026380     EXIT.
026390*
026400****************************************************************
026410*   Same cut for the transcripts - every page is exactly
026420*   WS-PAGE-SIZE lines, so the covered size is pages times
026430*   lines per page.
026440****************************************************************
026450 0840-REPOSITION-TRANSCRIPT.
026460     OPEN INPUT  FS-TRANSCRIPT
026470     OPEN OUTPUT FS-RESTART-TEXT-WORK
026480*
026490     COMPUTE WS-RESTART-COPY-LIM =
026500         (WS-STUDENT-NUM - WS-HOLD-SUPP-CNT) * WS-PAGE-SIZE
026510     END-COMPUTE
026520     MOVE 0   TO WS-RESTART-COPY-CNT
026530     MOVE 'N' TO WS-RESTART-EOF-SW
026540*
026550     PERFORM 0841-COPY-TRANSCRIPT-OUT THRU 0841-EXIT
026560         UNTIL WS-RESTART-COPY-CNT
026570                 NOT LESS THAN WS-RESTART-COPY-LIM
026580             OR RESTART-COPY-EOF
026590*
026600     IF WS-RESTART-COPY-CNT < WS-RESTART-COPY-LIM
026610         CLOSE FS-TRANSCRIPT
026620         CLOSE FS-RESTART-TEXT-WORK
026630         CLOSE FS-STUDENT-REPORT
026640         CLOSE FS-STUDENT-CSV
026650         PERFORM 0890-ABANDON-RESTART THRU 0890-EXIT
026660         GO TO 0840-EXIT
026670     END-IF
026680*
026690     CLOSE FS-TRANSCRIPT
026700     CLOSE FS-RESTART-TEXT-WORK
026710*
026720     OPEN INPUT  FS-RESTART-TEXT-WORK
026730     OPEN OUTPUT FS-TRANSCRIPT
026740*
026750     MOVE 'N' TO WS-RESTART-EOF-SW
026760*
026770     PERFORM 0842-COPY-TRANSCRIPT-BACK THRU 0842-EXIT
026780         UNTIL RESTART-COPY-EOF
026790*
026800     CLOSE FS-RESTART-TEXT-WORK
026810 0840-EXIT.
026820     EXIT.
026830*
026840 0841-COPY-TRANSCRIPT-OUT.
026850     READ FS-TRANSCRIPT
026860     AT END
026870         MOVE 'Y' TO WS-RESTART-EOF-SW
026880     NOT AT END
026890         WRITE FS-RESTART-TEXT-RECORD FROM FS-TRANSCRIPT-RECORD
026900         END-WRITE
026910         ADD 1 TO WS-RESTART-COPY-CNT
026920         END-ADD
026930     END-READ
026940 0841-EXIT.
026950     EXIT.
026960*
026970 0842-COPY-TRANSCRIPT-BACK.
026980     READ FS-RESTART-TEXT-WORK
026990     AT END
027000         MOVE 'Y' TO WS-RESTART-EOF-SW
027010     NOT AT END
027020         WRITE FS-TRANSCRIPT-RECORD FROM FS-RESTART-TEXT-RECORD
027030         END-WRITE
027040     END-READ
027050 0842-EXIT.
027060     EXIT.
027070*
027080****************************************************************
027090*   Same cut for the honor spool - its covered size is the
027100*   CKP-HONOR-CNT candidates spooled up to the checkpoint.
027110****************************************************************
027120 0850-REPOSITION-HONOR.
027130     OPEN INPUT  FS-HONOR-TEMP
027140     OPEN OUTPUT FS-RESTART-SEQ-WORK
027150*
027160     MOVE WS-HONOR-SPOOL-CNT TO WS-RESTART-COPY-LIM
027170     MOVE 0   TO WS-RESTART-COPY-CNT
027180     MOVE 'N' TO WS-RESTART-EOF-SW
027190*
027200     PERFORM 0851-COPY-HONOR-OUT THRU 0851-EXIT
027210         UNTIL WS-RESTART-COPY-CNT
027220                 NOT LESS THAN WS-RESTART-COPY-LIM
027230             OR RESTART-COPY-EOF
027240*
027250     IF WS-RESTART-COPY-CNT < WS-RESTART-COPY-LIM
027260         CLOSE FS-HONOR-TEMP
027270         CLOSE FS-RESTART-SEQ-WORK
027280         CLOSE FS-STUDENT-REPORT
027290         CLOSE FS-STUDENT-CSV
027300         CLOSE FS-TRANSCRIPT
027310         PERFORM 0890-ABANDON-RESTART THRU 0890-EXIT
027320         GO TO 0850-EXIT
027330     END-IF
027340*
027350     CLOSE FS-HONOR-TEMP
027360     CLOSE FS-RESTART-SEQ-WORK
027370*
027380     OPEN INPUT  FS-RESTART-SEQ-WORK
027390     OPEN OUTPUT FS-HONOR-TEMP
027400*
027410     MOVE 'N' TO WS-RESTART-EOF-SW
027420*
027430     PERFORM 0852-COPY-HONOR-BACK THRU 0852-EXIT
027440         UNTIL RESTART-COPY-EOF
027450*
027460     CLOSE FS-RESTART-SEQ-WORK
027470 0850-EXIT.
027480     EXIT.
027490*
027500 0851-COPY-HONOR-OUT.
027510     READ FS-HONOR-TEMP
027520     AT END
027530         MOVE 'Y' TO WS-RESTART-EOF-SW
027540     NOT AT END
027550         WRITE FS-RESTART-SEQ-RECORD FROM FS-HONOR-TEMP-RECORD
027560         END-WRITE
027570         ADD 1 TO WS-RESTART-COPY-CNT
027580         END-ADD
027590     END-READ
027600 0851-EXIT.
027610     EXIT.
027620*
027630 0852-COPY-HONOR-BACK.
027640     READ FS-RESTART-SEQ-WORK
027650     AT END
027660         MOVE 'Y' TO WS-RESTART-EOF-SW
027670     NOT AT END
027680         WRITE FS-HONOR-TEMP-RECORD FROM FS-RESTART-SEQ-RECORD
027690         END-WRITE
027700     END-READ
027710 0852-EXIT.
027720     EXIT.
027730*
027740****************************************************************
027750*   Same cut for the median spool - one record was written per
027760*   GRADED student, so the covered size is the graded count.
027770****************************************************************
027780 0860-REPOSITION-MEDIAN.
027790     OPEN INPUT  FS-MEDIAN-TEMP
027800     OPEN OUTPUT FS-RESTART-SEQ-WORK
027810*
027820     MOVE WS-GRADED-CNT TO WS-RESTART-COPY-LIM
027830     MOVE 0   TO WS-RESTART-COPY-CNT
027840     MOVE 'N' TO WS-RESTART-EOF-SW
027850*
027860     PERFORM 0861-COPY-MEDIAN-OUT THRU 0861-EXIT
027870         UNTIL WS-RESTART-COPY-CNT
027880                 NOT LESS THAN WS-RESTART-COPY-LIM
027890             OR RESTART-COPY-EOF
027900*
027910     IF WS-RESTART-COPY-CNT < WS-RESTART-COPY-LIM
027920         CLOSE FS-MEDIAN-TEMP
027930         CLOSE FS-RESTART-SEQ-WORK
027940         CLOSE FS-STUDENT-REPORT
027950         CLOSE FS-STUDENT-CSV
027960         CLOSE FS-TRANSCRIPT
027970         CLOSE FS-HONOR-TEMP
027980         PERFORM 0890-ABANDON-RESTART THRU 0890-EXIT
027990         GO TO 0860-EXIT
028000     END-IF
028010*
028020     CLOSE FS-MEDIAN-TEMP
028030     CLOSE FS-RESTART-SEQ-WORK
028040*
028050     OPEN INPUT  FS-RESTART-SEQ-WORK
028060     OPEN OUTPUT FS-MEDIAN-TEMP
028070*
028080     MOVE 'N' TO WS-RESTART-EOF-SW
028090*
028100     PERFORM 0862-COPY-MEDIAN-BACK THRU 0862-EXIT
028110         UNTIL RESTART-COPY-EOF
028120*
028130     CLOSE FS-RESTART-SEQ-WORK
028140 0860-EXIT.
028150     EXIT.
028160*
028170 0861-COPY-MEDIAN-OUT.
028180     READ FS-MEDIAN-TEMP
028190     AT END
028200         MOVE 'Y' TO WS-RESTART-EOF-SW
028210     NOT AT END
028220         WRITE FS-RESTART-SEQ-RECORD FROM FS-MEDIAN-TEMP-RECORD
028230         END-WRITE
028240         ADD 1 TO WS-RESTART-COPY-CNT
028250         END-ADD
028260     END-READ
028270 0861-EXIT.
028280     EXIT.
028290*
028300 0862-COPY-MEDIAN-BACK.
028310     READ FS-RESTART-SEQ-WORK
028320     AT END
028330         MOVE 'Y' TO WS-RESTART-EOF-SW
028340     NOT AT END
028350         WRITE FS-MEDIAN-TEMP-RECORD FROM FS-RESTART-SEQ-RECORD
028360         END-WRITE
028370     END-READ
028380 0862-EXIT.
028390     EXIT.
028400*
028410****************************************************************
028420*   Same cut for the hold-suppressed list, back to the line
028430*   count the checkpoint carries.
028440****************************************************************
028450 0870-REPOSITION-HOLD-REPORT.
028460     OPEN INPUT  FS-HOLD-SUPPRESSED
028470     OPEN OUTPUT FS-RESTART-TEXT-WORK
028480*
028490     MOVE WS-HOLD-LINE-CNT TO WS-RESTART-COPY-LIM
028500     MOVE 0   TO WS-RESTART-COPY-CNT
028510     MOVE 'N' TO WS-RESTART-EOF-SW
028520*
028530     PERFORM 0871-COPY-HOLD-OUT THRU 0871-EXIT
028540         UNTIL WS-RESTART-COPY-CNT
028550                 NOT LESS THAN WS-RESTART-COPY-LIM
028560             OR RESTART-COPY-EOF
028570*
028580     IF WS-RESTART-COPY-CNT < WS-RESTART-COPY-LIM
028590         CLOSE FS-HOLD-SUPPRESSED
028600         CLOSE FS-RESTART-TEXT-WORK
028610         CLOSE FS-STUDENT-REPORT
028620         CLOSE FS-STUDENT-CSV
028630         CLOSE FS-TRANSCRIPT
028640         CLOSE FS-HONOR-TEMP
028650         CLOSE FS-MEDIAN-TEMP
028660         PERFORM 0890-ABANDON-RESTART THRU 0890-EXIT
028670         GO TO 0870-EXIT
028680     END-IF
028690*
028700     CLOSE FS-HOLD-SUPPRESSED
028710     CLOSE FS-RESTART-TEXT-WORK
028720*
028730     OPEN INPUT  FS-RESTART-TEXT-WORK
028740     OPEN OUTPUT FS-HOLD-SUPPRESSED
028750*
028760     MOVE 'N' TO WS-RESTART-EOF-SW
028770*
028780     PERFORM 0872-COPY-HOLD-BACK THRU 0872-EXIT
028790         UNTIL RESTART-COPY-EOF
028800*
028810     CLOSE FS-RESTART-TEXT-WORK
028820 0870-EXIT.
028830     EXIT.
028840*
028850 0871-COPY-HOLD-OUT.
028860     READ FS-HOLD-SUPPRESSED
028870     AT END
028880         MOVE 'Y' TO WS-RESTART-EOF-SW
028890     NOT AT END
028900         WRITE FS-RESTART-TEXT-RECORD FROM FS-HOLD-SUPP-RECORD
028910         END-WRITE
028920         ADD 1 TO WS-RESTART-COPY-CNT
028930         END-ADD
028940     END-READ
028950 0871-EXIT.
028960     EXIT.
028970*
028980 0872-COPY-HOLD-BACK.
028990     READ FS-RESTART-TEXT-WORK
029000     AT END
029010         MOVE 'Y' TO WS-RESTART-EOF-SW
029020     NOT AT END
029030         WRITE FS-HOLD-SUPP-RECORD FROM FS-RESTART-TEXT-RECORD
029040         END-WRITE
029050     END-READ
029060 0872-EXIT.
029070     EXIT.
029080*
029090****************************************************************
029100*   Abandon the restart: the file on disk holds less than the
029110*   checkpoint covers, so resuming would silently drop the
029120*   unflushed tail. THE ACCUMULATORS RESTORED IN 0700 ARE
029130*   ZEROED BACK TO THEIR FRESH-RUN VALUES SO THE FULL-RUN PATH
029140*   THE MAINLINE FALLS THROUGH TO COUNTS FROM NOTHING.
029150****************************************************************
029160 0890-ABANDON-RESTART.
029170     MOVE 'N' TO WS-RESTART-SW
029180*
029190     DISPLAY 'RESTART ABANDONED - AN OUTPUT FILE IS SHORTER '
029200         'THAN THE CHECKPOINT COVERS - RUNNING FROM THE TOP'
029210*
029220     MOVE 0      TO WS-STUDENT-NUM
029230     MOVE 0      TO WS-GRADED-CNT
029240     MOVE 0      TO WS-VALIDATED-COUNT
029250     MOVE 0      TO WS-REJECT-COUNT
029260     MOVE 0      TO WS-STUDENT-COMP-GRADE
029270     MOVE 100.00 TO WS-MIN-GRADE
029280     MOVE 0      TO WS-MAX-GRADE
029290     MOVE 0      TO WS-REP-LINE-CNT
029300     MOVE 0      TO WS-HONOR-SPOOL-CNT
029310     MOVE 0      TO WS-HOLD-SUPP-CNT
029320     MOVE 0      TO WS-HOLD-LINE-CNT
029330*
029340     PERFORM 0891-ZERO-BAND-COUNT THRU 0891-EXIT
029350         VARYING WS-SCALE-SUB FROM 1 BY 1
029360         UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
029370 0890-EXIT.
029380     EXIT.
029390*
029400 0891-ZERO-BAND-COUNT.
029410     MOVE 0 TO WS-SCALE-CNT(WS-SCALE-SUB)
029420 0891-EXIT.
029430     EXIT.
029440*
029450****************************************************************
029460*   Load the optional course-transcript table into memory once,
029470*   ahead of the roster loop, so each student can be matched by
029480*   ID regardless of what order the roster is printed in.
029490****************************************************************
029500 3500-LOAD-COURSE-TABLE.
029510*    AN ABANDONED RESTART FALLS THROUGH TO THE FULL-RUN PATH
029520*    WITH THE WORK FILE ALREADY LOADED - LOADING TWICE WOULD
029530*    DOUBLE EVERY COURSE.
029540     IF WS-COURSE-COUNT > 0
029550         GO TO 3500-EXIT
029560     END-IF
029570*
029580     MOVE SPACES TO WS-COURSE-FILE-STATUS
029590*
029600     OPEN INPUT FS-COURSE-INPUT
029610*
029620     IF COURSE-FILE-NOT-FOUND
029630         CONTINUE
029640     ELSE
029650         PERFORM 3520-OPEN-COURSE-CATALOG THRU 3520-EXIT
029660         PERFORM 3580-OPEN-REPEAT-ATTEMPTS THRU 3580-EXIT
029670*
029680*        THE EXCEPTION LISTING IS OPEN ON EVERY RUN WITH A COURSE
029690*        FILE - THE GRADE-STATUS EDIT REJECTS WITH OR WITHOUT A
029700*        CATALOG ON DISK.
029710         OPEN OUTPUT FS-COURSE-EXCEPTION
029720         WRITE FS-COURSE-EXC-RECORD FROM WS-COURSE-EXC-HEADER
029730         END-WRITE
029740*
029750         OPEN OUTPUT FS-COURSE-WORK
029760         OPEN OUTPUT FS-CRSDTL-TEMP
029770         PERFORM 3510-READ-COURSE-LOOP THRU 3510-EXIT
029780             UNTIL COURSE-EOF
029790         CLOSE FS-COURSE-INPUT
029800         CLOSE FS-COURSE-WORK
029810         CLOSE FS-CRSDTL-TEMP
029820         PERFORM 3545-CLOSE-COURSE-EXCEPTION THRU 3545-EXIT
029830         IF CATALOG-ON
029840             CLOSE FS-COURSE-CATALOG
029850         END-IF
029860         IF REPEAT-ON
029870             CLOSE FS-REPEAT-ATTEMPTS
029880         END-IF
029890*
029900*        THE WORK FILE STAYS OPEN FOR THE REST OF THE RUN - THE
029910*        BREAKDOWN, TRANSCRIPT, INTEGRITY AND STANDING PASSES
029920*        ALL START INTO IT BY STUDENT-ID.
029930         IF WS-COURSE-COUNT > 0
029940             OPEN INPUT FS-COURSE-WORK
029950         END-IF
029960     END-IF
029970 3500-EXIT.
029980     EXIT.
029990*
030000****************************************************************
030010*   Open the optional course catalog for the load's keyed
030020*   lookups. NO CATALOG ON FILE LEAVES THE SWITCH OFF AND THE
030030*   LOAD RUNNING AS BEFORE (DECK TITLES, ONE-CREDIT WEIGHTS).
030040****************************************************************
030050 3520-OPEN-COURSE-CATALOG.
030060     MOVE SPACES TO WS-CATALOG-STATUS
030070*
030080     OPEN INPUT FS-COURSE-CATALOG
030090*
030100     IF CATALOG-OK
030110         MOVE 'Y' TO WS-CATALOG-ON-SW
030120     END-IF
030130 3520-EXIT.
030140     EXIT.
030150*
030160****************************************************************
030170*   Open the optional cumulative academic record for the
030180*   transcript page's keyed lookups - ON BOTH THE FULL AND THE
030190*   RESTART PATH, SO A RESUMED RUN PRINTS THE SAME PAGES.
030200****************************************************************
030210 3570-OPEN-ACADEMIC-RECORD.
030220     MOVE SPACES TO WS-ACADREC-STATUS
030230*
030240     OPEN INPUT FS-ACADEMIC-RECORD
030250*
030260     IF ACADREC-OK
030270         MOVE 'Y' TO WS-ACADREC-ON-SW
030280     END-IF
030290 3570-EXIT.
030300     EXIT.
030310*
030320****************************************************************
030330*   Open the optional repeat-attempts file for the load's keyed
030340*   lookups. NO FILE LEAVES EVERY ATTEMPT COUNTING, AS BEFORE.
030350****************************************************************
030360 3580-OPEN-REPEAT-ATTEMPTS.
030370     MOVE SPACES TO WS-REPEAT-STATUS
030380*
030390     OPEN INPUT FS-REPEAT-ATTEMPTS
030400*
030410     IF REPEAT-OK
030420         MOVE 'Y' TO WS-REPEAT-ON-SW
030430     END-IF
030440 3580-EXIT.
030450     EXIT.
030460*
030470****************************************************************
030480*   Open the optional registrar-holds file for the roster loop's
030490*   keyed lookups, ON BOTH PATHS LIKE 3570. HOLDS ARE JUDGED
030500*   ACTIVE AS OF TODAY'S RUN DATE.
030510****************************************************************
030520 3590-OPEN-REGISTRAR-HOLDS.
030530     MOVE SPACES TO WS-HOLDS-STATUS
030540*
030550     OPEN INPUT FS-REGISTRAR-HOLDS
030560*
030570     IF HOLDS-OK
030580         MOVE 'Y' TO WS-HOLDS-ON-SW
030590     END-IF
030600*
030610     ACCEPT WS-HOLD-AS-OF-DATE FROM DATE YYYYMMDD
030620 3590-EXIT.
030630     EXIT.
030640*
030650 3510-READ-COURSE-LOOP.
030660     READ FS-COURSE-INPUT
030670     NOT AT END
030680*        COURSE DETAIL FOR ANOTHER TERM IS PASSED OVER THE SAME
030690*        WAY THE ROSTER PASSES OVER OTHER-TERM STUDENT RECORDS.
030700         IF TERM-FILTER-ALL
030710                 OR CRS-TERM-CODE EQUAL WS-TERM-FILTER
030720             PERFORM 3525-EDIT-GRADE-STATUS THRU 3525-EXIT
030730             PERFORM 3530-LOOK-UP-CATALOG THRU 3530-EXIT
030740             IF WS-CEX-REASON-OUT EQUAL SPACES
030750                 ADD 1 TO WS-COURSE-COUNT
030760*                THE LOAD SEQUENCE IS THE MINOR KEY, SO TWO
030770*                DETAIL RECORDS FOR ONE STUDENT NEVER COLLIDE
030780*                AND A STUDENT'S COURSES SIT TOGETHER IN KEY
030790*                ORDER.
030800                 MOVE CRS-STUDENT-ID   TO CWK-STUDENT-ID
030810                 MOVE WS-COURSE-COUNT  TO CWK-SEQ-NO
030820                 MOVE CRS-COURSE-CODE  TO CWK-COURSE-CODE
030830                 MOVE CRS-COURSE-NAME  TO CWK-COURSE-NAME
030840                 MOVE CRS-COURSE-GRADE TO CWK-COURSE-GRADE
030850                 MOVE CRS-SECTION-CODE TO CWK-SECTION-CODE
030860                 MOVE CRS-INSTRUCTOR-ID TO CWK-INSTRUCTOR-ID
030870                 MOVE CRS-GRADE-STATUS TO CWK-GRADE-STATUS
030880                 PERFORM 3535-CHECK-REPEAT THRU 3535-EXIT
030890*                THE OFFICIAL CATALOG TITLE AND CREDITS, WHEN A
030900*                CATALOG IS ON FILE, REPLACE THE DECK SPELLING
030910*                EVERYWHERE DOWNSTREAM.
030920                 IF CATALOG-ON
030930                     MOVE CAT-COURSE-TITLE TO CWK-COURSE-NAME
030940                     MOVE CAT-CREDIT-HOURS TO CWK-CREDIT-HOURS
030950                 ELSE
030960                     MOVE 1 TO CWK-CREDIT-HOURS
030970                 END-IF
030980                 WRITE FS-CRSWRK-RECORD
030990                     INVALID KEY
031000                         CONTINUE
031010                 END-WRITE
031020*                THE SUMMARY SPOOL GETS CODE + GRADE, SORTED BY
031030*                CODE LATER FOR THE CONTROL-BREAK PASS - STATUS
031040*                LINES STAY OUT OF THE SUMMARY'S AVERAGES AND
031050*                PASS RATES ALTOGETHER.
031060                 IF CRS-GRADE-STATUS EQUAL SPACE
031070                     MOVE CRS-COURSE-CODE  TO CDT-COURSE-CODE
031080                         OF FS-CRSDTL-TEMP-RECORD
031090                     MOVE CRS-COURSE-GRADE TO CDT-COURSE-GRADE
031100                         OF FS-CRSDTL-TEMP-RECORD
031110                     WRITE FS-CRSDTL-TEMP-RECORD
031120                     END-WRITE
031130                 END-IF
031140             ELSE
031150                 PERFORM 3540-WRITE-COURSE-EXCEPTION
031160                     THRU 3540-EXIT
031170             END-IF
031180         END-IF
031190     END-READ
031200 3510-EXIT.
031210     EXIT.
031220*
031230****************************************************************
031240*   An unknown grade-status character is a keying error - the
031250*   record goes to the course exceptions, not into the run.
031260****************************************************************
031270 3525-EDIT-GRADE-STATUS.
031280     MOVE SPACES TO WS-CEX-REASON-OUT
031290*
031300     IF NOT CRS-STATUS-VALID
031310         MOVE 'GRADE-STATUS NOT SPACE/I/W/P' TO
031320             WS-CEX-REASON-OUT
031330     END-IF
031340 3525-EXIT.
031350     EXIT.
031360*
031370****************************************************************
031380*   Keyed catalog lookup for one course-detail record. AN
031390*   UNKNOWN CODE SETS THE REJECT REASON, WHICH KEEPS THE RECORD
031400*   OUT OF THE WORK FILE - THREE SPELLINGS OF ONE COURSE MUST
031410*   STOP TURNING INTO THREE COURSES.
031420****************************************************************
031430 3530-LOOK-UP-CATALOG.
031440*    3525 MAY ALREADY HAVE REJECTED THE RECORD - ITS REASON MUST
031450*    SURVIVE, SO NOTHING IS CLEARED HERE.
031460     IF WS-CEX-REASON-OUT NOT EQUAL SPACES
031470         GO TO 3530-EXIT
031480     END-IF
031490*
031500     IF CATALOG-ON
031510         MOVE CRS-COURSE-CODE TO CAT-COURSE-CODE
031520         READ FS-COURSE-CATALOG
031530             INVALID KEY
031540                 MOVE 'COURSE-CODE NOT IN CATALOG' TO
031550                     WS-CEX-REASON-OUT
031560         END-READ
031570     END-IF
031580 3530-EXIT.
031590     EXIT.
031600*
031610****************************************************************
031620*   Is this line an earlier attempt CUMBUILD.cbl filed as
031630*   superseded by a later term's? THE MARKER RIDES ON THE WORK
031640*   RECORD SO EVERY PASS BELOW SEES THE SAME ANSWER.
031650****************************************************************
031660 3535-CHECK-REPEAT.
031670     MOVE SPACE TO CWK-REPEAT-SW
031680*
031690     IF NOT REPEAT-ON
031700         GO TO 3535-EXIT
031710     END-IF
031720*
031730     MOVE CRS-STUDENT-ID  TO RPT-STUDENT-ID
031740     MOVE CRS-COURSE-CODE TO RPT-COURSE-CODE
031750     MOVE CRS-TERM-CODE   TO RPT-TERM-CODE
031760*
031770     READ FS-REPEAT-ATTEMPTS
031780         INVALID KEY
031790             CONTINUE
031800         NOT INVALID KEY
031810             MOVE 'R' TO CWK-REPEAT-SW
031820     END-READ
031830 3535-EXIT.
031840     EXIT.
031850*
031860 3540-WRITE-COURSE-EXCEPTION.
031870     ADD 1 TO WS-CRS-REJECT-CNT
031880*
031890     MOVE CRS-COURSE-CODE TO WS-CEX-CODE-OUT
031900     MOVE CRS-STUDENT-ID  TO WS-CEX-ID-OUT
031910*
031920     WRITE FS-COURSE-EXC-RECORD
031930     END-WRITE
031940 3540-EXIT.
031950     EXIT.
031960*
031970****************************************************************
031980*   Close the exception listing under a reject-count trailer, so
031990*   the operator sees the damage without counting lines.
032000****************************************************************
032010 3545-CLOSE-COURSE-EXCEPTION.
032020     WRITE FS-COURSE-EXC-RECORD FROM WS-COURSE-EXC-RULE
032030     END-WRITE
032040*
032050     MOVE WS-CRS-REJECT-CNT TO WS-CEX-CNT-OUT
032060     WRITE FS-COURSE-EXC-RECORD FROM WS-COURSE-EXC-TRAILER
032070     END-WRITE
032080*
032090     CLOSE FS-COURSE-EXCEPTION
032100 3545-EXIT.
032110     EXIT.
032120*
032130****************************************************************
032140*   Position the course work file at WS-CRS-LOOKUP-ID's first
032150*   detail record - every per-student course pass starts here.
032160*   NO RECORD AT OR PAST THE KEY MEANS THE SCAN IS OVER BEFORE
032170*   IT STARTS; THE READ LOOPS END ON THE SAME SWITCH WHEN THE
032180*   NEXT RECORD BELONGS TO ANOTHER STUDENT.
032190****************************************************************
032200 3550-START-STUDENT-COURSES.
032210     MOVE 'N' TO WS-CRS-SCAN-SW
032220*
032230     IF WS-COURSE-COUNT EQUAL 0
032240         MOVE 'Y' TO WS-CRS-SCAN-SW
032250         GO TO 3550-EXIT
032260     END-IF
032270*
032280     MOVE WS-CRS-LOOKUP-ID TO CWK-STUDENT-ID
032290     MOVE ZEROS            TO CWK-SEQ-NO
032300*
032310     START FS-COURSE-WORK KEY NOT LESS THAN CWK-WORK-KEY
032320         INVALID KEY
032330             MOVE 'Y' TO WS-CRS-SCAN-SW
032340     END-START
032350 3550-EXIT.
032360     EXIT.
032370*
032380****************************************************************
032390*   Read the next of WS-CRS-LOOKUP-ID's detail records into the
032400*   record area. END-OF-FILE, A READ ERROR, OR THE FIRST RECORD
032410*   OF ANOTHER STUDENT ALL END THE SCAN.
032420****************************************************************
032430 3560-READ-STUDENT-COURSE.
032440     READ FS-COURSE-WORK NEXT RECORD
032450     AT END
032460         MOVE 'Y' TO WS-CRS-SCAN-SW
032470     NOT AT END
032480         IF CWK-STUDENT-ID NOT EQUAL WS-CRS-LOOKUP-ID
032490             MOVE 'Y' TO WS-CRS-SCAN-SW
032500         END-IF
032510     END-READ
032520*
032530     IF NOT CRSWRK-OK
032540         MOVE 'Y' TO WS-CRS-SCAN-SW
032550     END-IF
032560 3560-EXIT.
032570     EXIT.
032580*
032590****************************************************************
032600*   Validate STUDENT-ID and STUDENT-GENGRADE on every input
032610*   record before it ever reaches the SORT step below, so a
032620*   zero/duplicate ID or an out-of-range grade cannot silently
032630*   skew the class average - it is logged to
032640*   FS-STUDENT-EXCEPTION instead of being sorted forward.
032650****************************************************************
032660 1000-VALIDATE-INPUT.
032670     OPEN INPUT FS-STUDENT-MASTER-IN
032680*
032690*    ANY NON-ZERO STATUS (NOT JUST FILE-NOT-FOUND) FALLS BACK TO
032700*    THE DECK - AN UNREADABLE OR UNUSABLE MASTER MUST NOT KEEP
032710*    THE RUN FROM PRODUCING A REPORT FROM INPUT-STUDENT.
032720     IF WS-MASTER-FILE-STATUS NOT EQUAL ZERO
032730         PERFORM 1005-VALIDATE-FROM-DECK THRU 1005-EXIT
032740     ELSE
032750         PERFORM 1006-LOAD-FROM-MASTER THRU 1006-EXIT
032760     END-IF
032770 1000-EXIT.
032780     EXIT.
032790*
032800****************************************************************
032810*   Deck path - no maintained STUDENT-MASTER found, so read and
032820*   validate FS-STUDENT-INPUT exactly as before.
032830****************************************************************
032840 1005-VALIDATE-FROM-DECK.
032850     OPEN INPUT  FS-STUDENT-INPUT
032860*
032870     MOVE WS-EOF-SW TO WS-FILE-OPEN-STATUS
032880*
032890     IF WS-FILE-OPEN-STATUS NOT EQUAL 0
032900         MOVE 'FS-STUDENT-INPUT' TO WS-OPEN-ERROR-FILE
032910         PERFORM 4050-OPEN-ERROR THRU 4050-EXIT
032920     END-IF
032930*
032940     OPEN OUTPUT FS-STUDENT-VALIDATED
032950     OPEN OUTPUT FS-STUDENT-EXCEPTION
032960*
032970*    THE SEEN-ID WORK FILE IS STARTED FRESH AND REOPENED I-O SO
032980*    THE DUPLICATE CHECK CAN PROBE IT BY KEY (1020) AND THE
032990*    ACCEPT PATH CAN POST TO IT (1040) - NO TABLE, NO CEILING.
033000     OPEN OUTPUT FS-SEEN-WORK
033010     CLOSE FS-SEEN-WORK
033020     OPEN I-O FS-SEEN-WORK
033030*
033040     WRITE FS-STUDENT-EXC-RECORD FROM WS-EXCEPTION-HEADER
033050     END-WRITE
033060*
033070     PERFORM 1010-VALIDATE-RECORD THRU 1010-EXIT
033080         UNTIL EOF-SW
033090*
033100     CLOSE FS-STUDENT-INPUT
033110     CLOSE FS-STUDENT-VALIDATED
033120     CLOSE FS-STUDENT-EXCEPTION
033130     CLOSE FS-SEEN-WORK
033140     CLOSE FS-STUDENT-MASTER-IN
033150 1005-EXIT.
033160     EXIT.
033170*
033180****************************************************************
033190*   Master path - a maintained STUDENT-MASTER exists, so it is
033200*   the authoritative roster for this run: every master record
033210*   is taken as already-validated (MAINT.cbl applied its own
033220*   add/change/delete checks) and spooled straight to
033230*   FS-STUDENT-VALIDATED for the SORT, bypassing FS-STUDENT-INPUT
033240*   entirely.
033250****************************************************************
033260 1006-LOAD-FROM-MASTER.
033270     OPEN OUTPUT FS-STUDENT-VALIDATED
033280     OPEN OUTPUT FS-STUDENT-EXCEPTION
033290*
033300     WRITE FS-STUDENT-EXC-RECORD FROM WS-EXCEPTION-HEADER
033310     END-WRITE
033320*
033330     PERFORM 1007-READ-MASTER-LOOP THRU 1007-EXIT
033340         UNTIL MASTER-EOF
033350*
033360     CLOSE FS-STUDENT-MASTER-IN
033370     CLOSE FS-STUDENT-VALIDATED
033380     CLOSE FS-STUDENT-EXCEPTION
033390 1006-EXIT.
033400     EXIT.
033410*
033420 1007-READ-MASTER-LOOP.
033430     READ FS-STUDENT-MASTER-IN NEXT RECORD
033440     AT END
033450         CONTINUE
033460     NOT AT END
033470*        ONLY THE REQUESTED TERM IS SPOOLED FORWARD - OTHER
033480*        TERMS STAY ON THE MASTER UNTOUCHED FOR THEIR OWN RUNS.
033490         IF TERM-FILTER-ALL
033500                 OR MST-TERM-CODE EQUAL WS-TERM-FILTER
033510             MOVE MST-STUDENT-ID       TO STUDENT-ID
033520                 OF FS-STUDENT-VALID-RECORD
033530             MOVE MST-STUDENT-NAME     TO STUDENT-NAME
033540                 OF FS-STUDENT-VALID-RECORD
033550             MOVE MST-STUDENT-LASTNAME TO STUDENT-LASTNAME
033560                 OF FS-STUDENT-VALID-RECORD
033570             MOVE MST-STUDENT-GENGRADE TO STUDENT-GENGRADE
033580                 OF FS-STUDENT-VALID-RECORD
033590             MOVE MST-GRADE-STATUS     TO STUDENT-GRADE-STATUS
033600                 OF FS-STUDENT-VALID-RECORD
033610             MOVE MST-ADDR-STREET      TO STUDENT-ADDR-STREET
033620                 OF FS-STUDENT-VALID-RECORD
033630             MOVE MST-ADDR-CITY        TO STUDENT-ADDR-CITY
033640                 OF FS-STUDENT-VALID-RECORD
033650             MOVE MST-ADDR-STATE       TO STUDENT-ADDR-STATE
033660                 OF FS-STUDENT-VALID-RECORD
033670             MOVE MST-ADDR-ZIP         TO STUDENT-ADDR-ZIP
033680                 OF FS-STUDENT-VALID-RECORD
033690             MOVE MST-PROGRAM-CODE     TO STUDENT-PROGRAM-CODE
033700                 OF FS-STUDENT-VALID-RECORD
033710             WRITE FS-STUDENT-VALID-RECORD
033720             END-WRITE
033730             ADD 1 TO WS-VALIDATED-COUNT
033740         END-IF
033750     END-READ
033760 1007-EXIT.
033770     EXIT.
033780*
033790 1010-VALIDATE-RECORD.
033800     READ FS-STUDENT-INPUT
033810     NOT AT END
033820*        RECORDS FOR A TERM OTHER THAN THE REQUESTED ONE ARE NOT
033830*        ERRORS - THEY BELONG TO ANOTHER RUN AND ARE PASSED OVER.
033840         IF TERM-FILTER-ALL
033850                 OR STUDENT-TERM-CODE OF FS-STUDENT-IN-RECORD
033860                     EQUAL WS-TERM-FILTER
033870             PERFORM 1011-EDIT-RECORD THRU 1011-EXIT
033880         END-IF
033890     END-READ
033900 1010-EXIT.
033910     EXIT.
033920*
033930 1011-EDIT-RECORD.
033940     MOVE SPACES TO WS-REJECT-REASON
033950*
033960     IF STUDENT-ID OF FS-STUDENT-IN-RECORD EQUAL 0
033970         MOVE 'ZERO STUDENT-ID' TO WS-REJECT-REASON
033980     ELSE
033990         PERFORM 1020-CHECK-DUPLICATE-ID THRU 1020-EXIT
034000     END-IF
034010*
034020     IF WS-REJECT-REASON EQUAL SPACES
034030         AND STUDENT-GENGRADE OF FS-STUDENT-IN-RECORD
034040             > WS-GRADE-MAX
034050         MOVE 'GRADE OUT OF RANGE' TO WS-REJECT-REASON
034060     END-IF
034070*
034080     IF WS-REJECT-REASON EQUAL SPACES
034090         AND NOT STUDENT-STATUS-VALID
034100         MOVE 'GRADE-STATUS NOT SPACE/I/W/P' TO WS-REJECT-REASON
034110     END-IF
034120*
034130     IF WS-REJECT-REASON NOT EQUAL SPACES
034140         PERFORM 1030-WRITE-EXCEPTION THRU 1030-EXIT
034150     ELSE
034160*        THE DECK CARRIES NO ADDRESS OR PROGRAM COLUMNS - CLEAR
034170*        THE RECORD FIRST SO THEY GO FORWARD AS SPACES.
034180         MOVE SPACES TO FS-STUDENT-VALID-RECORD
034190         MOVE CORRESPONDING FS-STUDENT-IN-RECORD
034200             TO FS-STUDENT-VALID-RECORD
034210         WRITE FS-STUDENT-VALID-RECORD
034220         ADD 1 TO WS-VALIDATED-COUNT
034230         PERFORM 1040-REMEMBER-ID THRU 1040-EXIT
034240     END-IF
034250 1011-EXIT.
034260     EXIT.
034270*
034280****************************************************************
034290*   A keyed probe of the seen-id work file replaces the old
034300*   front-to-back table scan - one read per record regardless
034310*   of how big the deck gets.
034320****************************************************************
034330 1020-CHECK-DUPLICATE-ID.
034340     MOVE 'N' TO WS-DUP-SW
034350*
034360     MOVE STUDENT-TERM-CODE OF FS-STUDENT-IN-RECORD
034370         TO SNW-TERM-CODE
034380     MOVE STUDENT-ID OF FS-STUDENT-IN-RECORD
034390         TO SNW-STUDENT-ID
034400*
034410     READ FS-SEEN-WORK
034420         INVALID KEY
034430             CONTINUE
034440         NOT INVALID KEY
034450             MOVE 'Y' TO WS-DUP-SW
034460     END-READ
034470*
034480     IF DUPLICATE-FOUND
034490         MOVE 'DUPLICATE STUDENT-ID' TO WS-REJECT-REASON
034500     END-IF
034510 1020-EXIT.
034520     EXIT.
034530*
034540 1030-WRITE-EXCEPTION.
034550     ADD 1 TO WS-REJECT-COUNT
034560*
034570     MOVE SPACES TO FS-STUDENT-EXC-RECORD
034580     MOVE STUDENT-ID OF FS-STUDENT-IN-RECORD TO WS-EXC-ID-OUT
034590     MOVE STUDENT-NAME OF FS-STUDENT-IN-RECORD TO
034600         WS-EXC-NAME-OUT
034610     MOVE WS-REJECT-REASON TO WS-EXC-REASON-OUT
034620*
034630     WRITE FS-STUDENT-EXC-RECORD
034640 1030-EXIT.
034650     EXIT.
034660*
034670 1040-REMEMBER-ID.
034680     MOVE STUDENT-TERM-CODE OF FS-STUDENT-IN-RECORD
034690         TO SNW-TERM-CODE
034700     MOVE STUDENT-ID OF FS-STUDENT-IN-RECORD
034710         TO SNW-STUDENT-ID
034720*
034730*    1020 ALREADY PROVED THE KEY IS NOT ON FILE, SO AN INVALID
034740*    KEY HERE CANNOT HAPPEN - GUARDED ALL THE SAME.
034750     WRITE FS-SEENWRK-RECORD
034760         INVALID KEY
034770             CONTINUE
034780     END-WRITE
034790 1040-EXIT.
034800     EXIT.
034810*
034820****************************************************************
034830*   Read the optional SORT-PARM control card and set the
034840*   sort-key switch from it. A missing card, or a value other
034850*   than GRADE/LASTNAME, leaves the default STUDENT-ID order.
034860****************************************************************
034870 2500-READ-SORT-PARM.
034880     OPEN INPUT FS-SORT-PARM
034890*
034900     IF SORT-PARM-NOT-FOUND
034910         CONTINUE
034920     ELSE
034930         READ FS-SORT-PARM
034940         NOT AT END
034950             EVALUATE FS-SORT-PARM-RECORD
034960                 WHEN 'GRADE'
034970                     MOVE '2' TO WS-SORT-KEY-SW
034980                 WHEN 'LASTNAME'
034990                     MOVE '3' TO WS-SORT-KEY-SW
035000                 WHEN OTHER
035010                     MOVE '1' TO WS-SORT-KEY-SW
035020             END-EVALUATE
035030         END-READ
035040         CLOSE FS-SORT-PARM
035050     END-IF
035060 2500-EXIT.
035070     EXIT.
035080*
035090****************************************************************
035100*        Sort students by the selected runtime key
035110****************************************************************
035120 3000-SORT-STUDENTS.
035130     EVALUATE TRUE
035140         WHEN SORT-KEY-GRADE
035150             SORT FS-STUDENT-WORK
035160                 ON DESCENDING KEY
035170                 STUDENT-GENGRADE
035180                 OF      FS-STUDENT-OUT-RECORD
035190                 USING   FS-STUDENT-VALIDATED
035200                 GIVING  FS-STUDENT-OUTPUT
035210         WHEN SORT-KEY-LASTNAME
035220             SORT FS-STUDENT-WORK
035230                 ON ASCENDING KEY
035240                 STUDENT-LASTNAME
035250                 OF      FS-STUDENT-OUT-RECORD
035260                 USING   FS-STUDENT-VALIDATED
035270                 GIVING  FS-STUDENT-OUTPUT
035280         WHEN OTHER
035290     SORT FS-STUDENT-WORK
035300         ON ASCENDING KEY
035310         STUDENT-ID
035320         OF      FS-STUDENT-OUT-RECORD
035330         USING   FS-STUDENT-VALIDATED
035340         GIVING  FS-STUDENT-OUTPUT
035350     END-EVALUATE
035360 3000-EXIT.
035370     EXIT.
035380*
035390****************************************************************
035400*           Open files for input/output operations
035410****************************************************************
035420 4000-OPEN-FOR-REPORT.
035430     OPEN INPUT FS-STUDENT-OUTPUT
035440*
035450     MOVE WS-EOF-SW TO WS-FILE-OPEN-STATUS
035460*
035470     IF WS-FILE-OPEN-STATUS NOT EQUAL 0
035480         MOVE 'FS-STUDENT-OUTPUT' TO WS-OPEN-ERROR-FILE
035490         PERFORM 4050-OPEN-ERROR THRU 4050-EXIT
035500     END-IF
035510*
035520     OPEN OUTPUT FS-STUDENT-REPORT
035530*
035540     MOVE WS-REPORT-FILE-STATUS TO WS-FILE-OPEN-STATUS
035550*
035560     IF WS-FILE-OPEN-STATUS NOT EQUAL 0
035570         MOVE 'FS-STUDENT-REPORT' TO WS-OPEN-ERROR-FILE
035580         PERFORM 4050-OPEN-ERROR THRU 4050-EXIT
035590     END-IF
035600*
035610     OPEN OUTPUT FS-STUDENT-CSV
035620     OPEN OUTPUT FS-TRANSCRIPT
035630     OPEN OUTPUT FS-HONOR-TEMP
035640     OPEN OUTPUT FS-MEDIAN-TEMP
035650*
035660*    THE HOLD LIST IS FED BY THE ROSTER LOOP AS IT WITHHOLDS
035670*    EACH HELD STUDENT'S OUTPUTS.
035680     OPEN OUTPUT FS-HOLD-SUPPRESSED
035690*
035700*    THE ROSTER WORK FILE IS STARTED FRESH FOR THE ROSTER
035710*    LOOP'S WRITES; THE INTEGRITY SECTION REOPENS IT INPUT.
035720     OPEN OUTPUT FS-ROSTER-WORK
035730 4000-EXIT.
035740     EXIT.
035750*
035760****************************************************************
035770*   Report an open failure in plain language and stop, rather
035780*   than letting a missing INPUT-STUDENT/OUTPUT-STUDENT or a
035790*   mismatched record layout abend with no explanation.
035800****************************************************************
035810 4050-OPEN-ERROR.
035820     MOVE WS-FILE-OPEN-STATUS TO WS-OPEN-ERROR-CODE
035830*
035840     EVALUATE TRUE
035850         WHEN FILE-NOT-FOUND
035860             DISPLAY 'UNABLE TO OPEN '
035870                 FUNCTION TRIM(WS-OPEN-ERROR-FILE)
035880                 ' - FILE NOT FOUND (STATUS 35)'
035890         WHEN FILE-REC-MISMATCH
035900             DISPLAY 'UNABLE TO OPEN '
035910                 FUNCTION TRIM(WS-OPEN-ERROR-FILE)
035920                 ' - RECORD LAYOUT MISMATCH (STATUS 38)'
035930         WHEN OTHER
035940             DISPLAY WS-OPEN-ERROR-MSG
035950     END-EVALUATE
035960*
035970     STOP RUN
035980 4050-EXIT.
035990     EXIT.
036000*
036010 4100-WRITE-HEADERS.
036020     IF TERM-FILTER-ALL
036030         MOVE 'ALL'           TO WS-TERM-REP-OUT
036040     ELSE
036050         MOVE WS-TERM-FILTER  TO WS-TERM-REP-OUT
036060     END-IF
036070*
036080     WRITE   FS-STUDENT-REP-RECORD FROM WS-TERM-REP-LINE
036090     END-WRITE
036100*
036110*    AN AMENDED TERM SAYS SO AT THE TOP OF THE ROSTER - A LATE
036120*    AUTHORIZED CHANGE TO PUBLISHED GRADES MUST NEVER PASS AS
036130*    THE ORIGINAL PUBLICATION.
036140     IF TERM-AMENDED
036150         WRITE FS-STUDENT-REP-RECORD FROM WS-AMENDED-LINE
036160         END-WRITE
036170         ADD 1 TO WS-REP-LINE-CNT
036180         END-ADD
036190     END-IF
036200*
036210     WRITE   FS-STUDENT-REP-RECORD FROM WS-STUDENT-REP-HEADER1
036220     END-WRITE
036230*
036240     WRITE   FS-STUDENT-REP-RECORD FROM WS-STUDENT-REP-HEADER2
036250     END-WRITE
036260*
036270*    THE CHECKPOINT CARRIES THE REPORT'S SIZE, SO EVERY LINE
036280*    WRITTEN AHEAD OF OR DURING THE ROSTER LOOP IS COUNTED.
036290     ADD 3   TO WS-REP-LINE-CNT
036300     END-ADD
036310*
036320     MOVE    SPACES TO FS-STUDENT-REP-RECORD
036330*
036340     WRITE   FS-STUDENT-CSV-RECORD FROM WS-CSV-HEADER-LINE
036350     END-WRITE
036360*
036370*    THE HOLD LIST'S HEADERS ARE COUNTED THE SAME WAY.
036380     MOVE    WS-TERM-REP-OUT TO WS-HOLD-TERM-OUT
036390     WRITE   FS-HOLD-SUPP-RECORD FROM WS-HOLD-SUPP-HEADER1
036400     END-WRITE
036410     WRITE   FS-HOLD-SUPP-RECORD FROM WS-HOLD-SUPP-HEADER2
036420     END-WRITE
036430     WRITE   FS-HOLD-SUPP-RECORD FROM WS-HOLD-SUPP-RULE
036440     END-WRITE
036450     ADD 3   TO WS-HOLD-LINE-CNT
036460     END-ADD
036470*
036480*    STAMP A FRESH 'A' CHECKPOINT THE MOMENT A FULL RUN HAS ITS
036490*    HEADERS DOWN, SO A STALE CHECKPOINT FROM AN EARLIER CRASHED
036500*    RUN CAN NEVER BE RESUMED AGAINST THIS RUN'S OUTPUTS - A
036510*    RESTART ONLY EVER SEES STATE DESCRIBING THE FILES ON DISK.
036520     PERFORM 4260-TAKE-CHECKPOINT THRU 4260-EXIT
036530 4100-EXIT.
036540     EXIT.
036550*
036560****************************************************************
036570*   Main roster loop - print every student, accumulate the
036580*   class total, and spool honor-roll candidates (>= cutoff)
036590*   to the honor-roll temp file for the section printed later.
036600****************************************************************
036610 4200-READ-STUDENT-LOOP.
036620     READ FS-STUDENT-OUTPUT
036630     NOT AT END
036640         MOVE    CORRESPONDING  FS-STUDENT-OUT-RECORD
036650             TO  WS-STUDENT-OUT-RECORD
036660*
036670         MOVE    CORRESPONDING WS-STUDENT-OUT-RECORD
036680             TO  FS-STUDENT-REP-RECORD
036690*
036700*        A STATUS RECORD (INCOMPLETE/WITHDRAWN/IN-PROGRESS)
036710*        PRINTS ITS LETTER WHERE THE GRADE AND LETTER COLUMNS GO
036720*        AND STAYS OUT OF THE CLASS TOTAL, THE HONOR ROLL, THE
036730*        MIN/MAX/BAND/MEDIAN STATISTICS AND THE GRADED COUNT -
036740*        A PLACEHOLDER NUMBER IS NOT A GRADE.
036750         IF STUDENT-GRADE-STATUS OF FS-STUDENT-OUT-RECORD
036760                 NOT EQUAL SPACE
036770             MOVE SPACES TO STUDENT-GRADE-DISP
036780             MOVE STUDENT-GRADE-STATUS OF FS-STUDENT-OUT-RECORD
036790                 TO WS-LETTER-WORK
036800             MOVE WS-LETTER-WORK TO STUDENT-LETTER-OUT
036810*
036820             WRITE   FS-STUDENT-REP-RECORD
036830             END-WRITE
036840             ADD 1   TO WS-REP-LINE-CNT
036850             END-ADD
036860         ELSE
036870*        THE LETTER GRADE PRINTS BESIDE THE NUMERIC ONE AND IS
036880*        REUSED BY THE BAND COUNT IN 4230-ACCUM-GRADE-STATS.
036890             MOVE    STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD
036900                 TO  WS-LETTER-GRADE-IN
036910             PERFORM 4232-GRADE-TO-LETTER THRU 4232-EXIT
036920             MOVE    WS-LETTER-WORK TO STUDENT-LETTER-OUT
036930*
036940             WRITE   FS-STUDENT-REP-RECORD
036950             END-WRITE
036960             ADD 1   TO WS-REP-LINE-CNT
036970             END-ADD
036980*
036990             MOVE    CORRESPONDING FS-STUDENT-OUT-RECORD
037000                 TO WS-STUDENT-COMP-RECORD
037010*
037020             ADD     STUDENT-GENGRADE OF WS-STUDENT-COMP-RECORD
037030                 TO  WS-STUDENT-COMP-GRADE
037040             END-ADD
037050*
037060             ADD 1   TO WS-GRADED-CNT
037070             END-ADD
037080*
037090             IF STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD
037100                     >= WS-HONOR-CUTOFF
037110                 PERFORM 4210-SPOOL-HONOR-CANDIDATE
037120                     THRU 4210-EXIT
037130             END-IF
037140*
037150             PERFORM 4230-ACCUM-GRADE-STATS THRU 4230-EXIT
037160         END-IF
037170*
037180         IF WS-COURSE-COUNT > 0
037190             PERFORM 4220-WRITE-COURSE-BREAKDOWN
037200                 THRU 4220-EXIT
037210         END-IF
037220*
037230*        A STUDENT UNDER AN ACTIVE HOLD KEEPS THE ROSTER LINE BUT
037240*        GETS NO PORTAL ROW AND NO OFFICIAL TRANSCRIPT PAGE - 4280
037250*        LISTS THE HOLDS ON HOLD-SUPPRESSED.txt INSTEAD.
037260         PERFORM 4280-CHECK-HOLDS THRU 4280-EXIT
037270*
037280         IF STUDENT-HELD
037290             CONTINUE
037300         ELSE
037310             PERFORM 4235-WRITE-CSV-LINE THRU 4235-EXIT
037320*
037330             PERFORM 4240-WRITE-TRANSCRIPT-PAGE THRU 4240-EXIT
037340         END-IF
037350*
037360         PERFORM 4270-RECORD-ROSTER-ENTRY THRU 4270-EXIT
037370*
037380         MOVE    SPACES TO FS-STUDENT-OUT-RECORD
037390*
037400         ADD 1   TO WS-STUDENT-NUM
037410         END-ADD
037420*
037430         DIVIDE WS-STUDENT-NUM BY WS-CHKPT-INTERVAL
037440             GIVING WS-CHKPT-QUOT
037450             REMAINDER WS-CHKPT-REM
037460         END-DIVIDE
037470*
037480         IF WS-CHKPT-REM EQUAL 0
037490             PERFORM 4260-TAKE-CHECKPOINT THRU 4260-EXIT
037500         END-IF
037510*
037520     END-READ
037530 4200-EXIT.
037540     EXIT.
037550*
037560 4210-SPOOL-HONOR-CANDIDATE.
037570     MOVE CORRESPONDING WS-STUDENT-OUT-RECORD
037580         TO FS-HONOR-TEMP-RECORD
037590     WRITE FS-HONOR-TEMP-RECORD
037600     END-WRITE
037610     ADD 1 TO WS-HONOR-SPOOL-CNT
037620     END-ADD
037630 4210-EXIT.
037640     EXIT.
037650*
037660****************************************************************
037670*   Track the class min/max, the A/B/C/D/F grade-band counts,
037680*   and spool this student's grade to the median work file -
037690*   all driven off the same STUDENT-GENGRADE already read for
037700*   the class average.
037710****************************************************************
037720 4230-ACCUM-GRADE-STATS.
037730     IF STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD < WS-MIN-GRADE
037740         MOVE STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD
037750             TO WS-MIN-GRADE
037760     END-IF
037770*
037780     IF STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD > WS-MAX-GRADE
037790         MOVE STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD
037800             TO WS-MAX-GRADE
037810     END-IF
037820*
037830*    THE BAND IS THE SCALE ENTRY 4232-GRADE-TO-LETTER MATCHED FOR
037840*    THE ROSTER LINE JUST WRITTEN, SO COLUMN AND COUNT CANNOT
037850*    DISAGREE.
037860     IF WS-SCALE-HIT > 0
037870         ADD 1 TO WS-SCALE-CNT(WS-SCALE-HIT)
037880     END-IF
037890*
037900     MOVE STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD TO
037910         MED-GRADE OF FS-MEDIAN-TEMP-RECORD
037920     WRITE FS-MEDIAN-TEMP-RECORD
037930     END-WRITE
037940 4230-EXIT.
037950     EXIT.
037960*
037970****************************************************************
037980*   Map a numeric grade to its letter off the scale table - the
037990*   first entry (highest cutoff first) whose minimum the grade
038000*   meets. WS-SCALE-HIT KEEPS THE MATCHED ENTRY NUMBER FOR THE
038010*   BAND COUNT; A GRADE BELOW EVERY CUTOFF LEAVES LETTER SPACES
038020*   AND HIT ZERO.
038030****************************************************************
038040 4232-GRADE-TO-LETTER.
038050     MOVE SPACES TO WS-LETTER-WORK
038060     MOVE 0      TO WS-SCALE-HIT
038070*
038080     PERFORM 4233-SCAN-SCALE-TABLE THRU 4233-EXIT
038090         VARYING WS-SCALE-IDX FROM 1 BY 1
038100         UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
038110             OR WS-SCALE-HIT > 0
038120 4232-EXIT.
038130     EXIT.
038140*
038150 4233-SCAN-SCALE-TABLE.
038160     IF WS-LETTER-GRADE-IN NOT LESS THAN
038170             WS-SCALE-MIN(WS-SCALE-IDX)
038180         MOVE WS-SCALE-LETTER(WS-SCALE-IDX) TO WS-LETTER-WORK
038190         SET WS-SCALE-HIT TO WS-SCALE-IDX
038200     END-IF
038210 4233-EXIT.
038220     EXIT.
038230*
038240****************************************************************
038250*   Write this student's comma-delimited row to FS-STUDENT-CSV,
038260*   mirroring the plain-text roster line for the grading
038270*   portal's importer.
038280****************************************************************
038290 4235-WRITE-CSV-LINE.
038300     MOVE STUDENT-ID        OF WS-STUDENT-OUT-RECORD
038310         TO WS-CSV-ID-OUT
038320     MOVE STUDENT-NAME      OF WS-STUDENT-OUT-RECORD
038330         TO WS-CSV-NAME-OUT
038340     MOVE STUDENT-LASTNAME  OF WS-STUDENT-OUT-RECORD
038350         TO WS-CSV-LASTNAME-OUT
038360     MOVE STUDENT-GENGRADE  OF WS-STUDENT-OUT-RECORD
038370         TO WS-CSV-GRADE-OUT
038380*
038390*    A STATUS RECORD'S ROW CARRIES AN EMPTY GRADE CELL AND THE
038400*    STATUS LETTER - THE PORTAL MUST NOT IMPORT A PLACEHOLDER.
038410     IF STUDENT-GRADE-STATUS OF WS-STUDENT-OUT-RECORD
038420             NOT EQUAL SPACE
038430         MOVE SPACES TO WS-CSV-GRADE-DISP
038440     END-IF
038450     MOVE WS-LETTER-WORK    TO WS-CSV-LETTER-OUT
038460*
038470     MOVE SPACES TO FS-STUDENT-CSV-RECORD
038480*
038490*    TRIMMED SO THE PORTAL IMPORTER GETS PLAIN VALUES INSTEAD
038500*    OF THE REPORT'S FIXED-WIDTH, ZERO-SUPPRESSED FIELDS.
038510     STRING WS-CSV-ID-OUT                     DELIMITED BY SIZE
038520             ','                               DELIMITED BY SIZE
038530             FUNCTION TRIM(WS-CSV-NAME-OUT)    DELIMITED BY SIZE
038540             ','                               DELIMITED BY SIZE
038550             FUNCTION TRIM(WS-CSV-LASTNAME-OUT)
038560                                               DELIMITED BY SIZE
038570             ','                               DELIMITED BY SIZE
038580             FUNCTION TRIM(WS-CSV-GRADE-OUT)   DELIMITED BY SIZE
038590             ','                               DELIMITED BY SIZE
038600             FUNCTION TRIM(WS-CSV-LETTER-OUT)  DELIMITED BY SIZE
038610         INTO FS-STUDENT-CSV-RECORD
038620     END-STRING
038630*
038640     WRITE FS-STUDENT-CSV-RECORD
038650     END-WRITE
038660 4235-EXIT.
038670     EXIT.
038680*
038690****************************************************************
038700*   Write this student's transcript page - headings, the course
038710*   detail with a computed course GPA, the roster general grade,
038720*   then blank lines out to a full page so the print bursts one
038730*   student per page for mailing or the portal drop.
038740****************************************************************
038750 4240-WRITE-TRANSCRIPT-PAGE.
038760     MOVE 0 TO WS-PAGE-LINE-CNT
038770     MOVE 'N' TO WS-PAGE-MORE-SW
038780*
038790*    ONE LINE HELD BACK FOR THE MORE-MARKER, FIVE FOR THE
038800*    BLANK/GPA/CUMULATIVE/GENERAL-GRADE TRAILER.
038810     COMPUTE WS-PAGE-CRS-LIMIT = WS-PAGE-SIZE - 6
038820     END-COMPUTE
038830*
038840     MOVE WS-PAGE-HEADER1 TO FS-TRANSCRIPT-RECORD
038850     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
038860     MOVE WS-PAGE-RULE TO FS-TRANSCRIPT-RECORD
038870     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
038880*
038890     MOVE STUDENT-ID OF WS-STUDENT-OUT-RECORD
038900         TO WS-PAGE-ID-OUT
038910*
038920     IF TERM-FILTER-ALL
038930         MOVE 'ALL'          TO WS-PAGE-TERM-OUT
038940     ELSE
038950         MOVE WS-TERM-FILTER TO WS-PAGE-TERM-OUT
038960     END-IF
038970*
038980     MOVE WS-PAGE-ID-LINE TO FS-TRANSCRIPT-RECORD
038990     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039000*
039010     MOVE SPACES TO WS-PAGE-NAME-OUT
039020     STRING FUNCTION TRIM(STUDENT-NAME
039030                 OF WS-STUDENT-OUT-RECORD) DELIMITED BY SIZE
039040             ' '                           DELIMITED BY SIZE
039050             FUNCTION TRIM(STUDENT-LASTNAME
039060                 OF WS-STUDENT-OUT-RECORD) DELIMITED BY SIZE
039070         INTO WS-PAGE-NAME-OUT
039080     END-STRING
039090*
039100     MOVE WS-PAGE-NAME-LINE TO FS-TRANSCRIPT-RECORD
039110     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039120*
039130*    THE MAILING BLOCK SITS DIRECTLY UNDER THE NAME, LEFT
039140*    MARGIN, SO THE NAME AND ADDRESS SHOW THROUGH THE WINDOW
039150*    ENVELOPE WHEN THE PAGE IS TRIFOLDED - NO MORE HAND-MATCHING
039160*    AGAINST A SPREADSHEET. A STUDENT WITH NO ADDRESS ON FILE
039170*    GETS TWO BLANK LINES, SO EVERY PAGE STAYS THE SAME SHAPE.
039180     MOVE SPACES TO FS-TRANSCRIPT-RECORD
039190     IF STUDENT-ADDR-STREET OF WS-STUDENT-OUT-RECORD
039200             NOT EQUAL SPACES
039210         MOVE STUDENT-ADDR-STREET OF WS-STUDENT-OUT-RECORD
039220             TO FS-TRANSCRIPT-RECORD(13:30)
039230     END-IF
039240     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039250*
039260     MOVE SPACES TO FS-TRANSCRIPT-RECORD
039270     IF STUDENT-ADDR-STREET OF WS-STUDENT-OUT-RECORD
039280             NOT EQUAL SPACES
039290         STRING FUNCTION TRIM(STUDENT-ADDR-CITY
039300                     OF WS-STUDENT-OUT-RECORD)
039310                                           DELIMITED BY SIZE
039320                 ', '                      DELIMITED BY SIZE
039330                 STUDENT-ADDR-STATE OF WS-STUDENT-OUT-RECORD
039340                                           DELIMITED BY SIZE
039350                 ' '                       DELIMITED BY SIZE
039360                 STUDENT-ADDR-ZIP OF WS-STUDENT-OUT-RECORD
039370                                           DELIMITED BY SIZE
039380             INTO FS-TRANSCRIPT-RECORD(13:55)
039390         END-STRING
039400     END-IF
039410     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039420*
039430     MOVE SPACES TO WS-PAGE-PROG-OUT
039440     MOVE STUDENT-PROGRAM-CODE OF WS-STUDENT-OUT-RECORD
039450         TO WS-PAGE-PROG-OUT
039460     MOVE WS-PAGE-PROG-LINE TO FS-TRANSCRIPT-RECORD
039470     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039480*
039490     MOVE WS-PAGE-BLANK TO FS-TRANSCRIPT-RECORD
039500     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039510*
039520     MOVE WS-PAGE-CRS-HEADER TO FS-TRANSCRIPT-RECORD
039530     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039540     MOVE WS-PAGE-RULE TO FS-TRANSCRIPT-RECORD
039550     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039560*
039570     MOVE 0 TO WS-CRS-GPA-SUM
039580     MOVE 0 TO WS-CRS-GPA-CNT
039590*
039600     MOVE STUDENT-ID OF WS-STUDENT-OUT-RECORD
039610         TO WS-CRS-LOOKUP-ID
039620     PERFORM 3550-START-STUDENT-COURSES THRU 3550-EXIT
039630     PERFORM 4241-SPOOL-TRANSCRIPT-COURSE THRU 4241-EXIT
039640         UNTIL CRS-SCAN-DONE
039650*
039660     MOVE WS-PAGE-BLANK TO FS-TRANSCRIPT-RECORD
039670     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039680*
039690     IF WS-CRS-GPA-CNT > 0
039700         DIVIDE WS-CRS-GPA-SUM BY WS-CRS-GPA-CNT
039710             GIVING WS-CRS-GPA ROUNDED
039720         END-DIVIDE
039730         MOVE WS-CRS-GPA TO WS-PAGE-GPA-OUT
039740         MOVE WS-PAGE-GPA-LINE TO FS-TRANSCRIPT-RECORD
039750         PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039760     END-IF
039770*
039780     PERFORM 4242-WRITE-CUMULATIVE-LINES THRU 4242-EXIT
039790*
039800     IF STUDENT-GRADE-STATUS OF FS-STUDENT-OUT-RECORD
039810             NOT EQUAL SPACE
039820         MOVE SPACES TO WS-PAGE-GRADE-DISP
039830         MOVE STUDENT-GRADE-STATUS OF FS-STUDENT-OUT-RECORD
039840             TO WS-PAGE-GRADE-DISP(1:1)
039850     ELSE
039860         MOVE STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD
039870             TO WS-PAGE-GRADE-OUT
039880     END-IF
039890     MOVE WS-PAGE-GRADE-LINE TO FS-TRANSCRIPT-RECORD
039900     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
039910*
039920     PERFORM 4245-PAD-TRANSCRIPT-PAGE THRU 4245-EXIT
039930         UNTIL WS-PAGE-LINE-CNT NOT LESS THAN WS-PAGE-SIZE
039940 4240-EXIT.
039950     EXIT.
039960*
039970 4241-SPOOL-TRANSCRIPT-COURSE.
039980     PERFORM 3560-READ-STUDENT-COURSE THRU 3560-EXIT
039990*
040000     IF NOT CRS-SCAN-DONE
040010*        A COURSE PAST THE ROOM LEFT ON THE PAGE PRINTS AS THE
040020*        ONE-TIME MORE-MARKER INSTEAD, BUT STILL COUNTS IN THE
040030*        GPA - THE FIGURE COVERS EVERY COURSE ON FILE.
040040         IF WS-PAGE-LINE-CNT < WS-PAGE-CRS-LIMIT
040050             MOVE CWK-COURSE-CODE  TO WS-PAGE-CRS-CODE-OUT
040060             MOVE CWK-COURSE-NAME  TO WS-PAGE-CRS-NAME-OUT
040070             MOVE CWK-COURSE-GRADE TO WS-PAGE-CRS-GRADE-OUT
040080*            A STATUS LINE SHOWS THE LETTER, NOT A PLACEHOLDER.
040090             IF CWK-GRADE-STATUS NOT EQUAL SPACE
040100                 MOVE SPACES TO WS-PAGE-CRS-GRADE-DISP
040110                 MOVE CWK-GRADE-STATUS
040120                     TO WS-PAGE-CRS-GRADE-DISP(1:1)
040130             END-IF
040140             MOVE CWK-SECTION-CODE  TO WS-PAGE-CRS-SECT-OUT
040150             MOVE CWK-INSTRUCTOR-ID TO WS-PAGE-CRS-INST-OUT
040160             MOVE CWK-REPEAT-SW     TO WS-PAGE-CRS-RPT-OUT
040170             MOVE WS-PAGE-CRS-LINE TO FS-TRANSCRIPT-RECORD
040180             PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
040190         ELSE
040200             IF NOT PAGE-MORE-FLAGGED
040210                 MOVE 'Y' TO WS-PAGE-MORE-SW
040220                 MOVE WS-PAGE-MORE-LINE TO FS-TRANSCRIPT-RECORD
040230                 PERFORM 4246-WRITE-TRANSCRIPT-LINE
040240                     THRU 4246-EXIT
040250             END-IF
040260         END-IF
040270*        WEIGHTED BY CATALOG CREDIT HOURS, SO A 1-CREDIT LAB NO
040280*        LONGER COUNTS THE SAME AS A 4-CREDIT LECTURE (CREDITS
040290*        ARE 1 ACROSS THE BOARD WHEN NO CATALOG IS ON FILE).
040300*        A STATUS LINE OR A SUPERSEDED REPEAT NEVER REACHES
040310*        THE GPA.
040320         IF CWK-GRADE-STATUS EQUAL SPACE
040330                 AND NOT CWK-REPEAT-SUPERSEDED
040340             COMPUTE WS-CRS-GPA-SUM = WS-CRS-GPA-SUM
040350                 + CWK-COURSE-GRADE * CWK-CREDIT-HOURS
040360             END-COMPUTE
040370             ADD CWK-CREDIT-HOURS TO WS-CRS-GPA-CNT
040380             END-ADD
040390         END-IF
040400     END-IF
040410 4241-EXIT.
040420     EXIT.
040430*
040440****************************************************************
040450*   The student's all-terms figures from ACADEMIC-RECORD, under
040460*   the course GPA. A STUDENT CUMBUILD.cbl HAS NOT YET SEEN (OR
040470*   NO FILE AT ALL) GETS NO CUMULATIVE LINES - THE PAD STILL
040480*   BRINGS THE PAGE TO FULL LENGTH.
040490****************************************************************
040500 4242-WRITE-CUMULATIVE-LINES.
040510     IF NOT ACADREC-ON
040520         GO TO 4242-EXIT
040530     END-IF
040540*
040550     MOVE STUDENT-ID OF WS-STUDENT-OUT-RECORD TO ACR-STUDENT-ID
040560*
040570     READ FS-ACADEMIC-RECORD
040580         INVALID KEY
040590             GO TO 4242-EXIT
040600     END-READ
040610*
040620     MOVE ACR-CUM-GPA           TO WS-PAGE-CUM-GPA-OUT
040630     MOVE ACR-CREDITS-ATTEMPTED TO WS-PAGE-CUM-ATT-OUT
040640     MOVE ACR-CREDITS-EARNED    TO WS-PAGE-CUM-EARN-OUT
040650     MOVE ACR-QUALITY-POINTS    TO WS-PAGE-CUM-QP-OUT
040660     MOVE WS-PAGE-CUM-LINE TO FS-TRANSCRIPT-RECORD
040670     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
040680*
040690     EVALUATE TRUE
040700         WHEN ACR-SENIOR
040710             MOVE 'SENIOR'    TO WS-PAGE-LEVEL-OUT
040720         WHEN ACR-JUNIOR
040730             MOVE 'JUNIOR'    TO WS-PAGE-LEVEL-OUT
040740         WHEN ACR-SOPHOMORE
040750             MOVE 'SOPHOMORE' TO WS-PAGE-LEVEL-OUT
040760         WHEN OTHER
040770             MOVE 'FRESHMAN'  TO WS-PAGE-LEVEL-OUT
040780     END-EVALUATE
040790     MOVE ACR-TERMS-ENROLLED    TO WS-PAGE-TERMS-OUT
040800     MOVE WS-PAGE-LEVEL-LINE TO FS-TRANSCRIPT-RECORD
040810     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
040820 4242-EXIT.
040830     EXIT.
040840*
040850 4245-PAD-TRANSCRIPT-PAGE.
040860     MOVE WS-PAGE-BLANK TO FS-TRANSCRIPT-RECORD
040870     PERFORM 4246-WRITE-TRANSCRIPT-LINE THRU 4246-EXIT
040880 4245-EXIT.
040890     EXIT.
040900*
040910 4246-WRITE-TRANSCRIPT-LINE.
040920     WRITE FS-TRANSCRIPT-RECORD
040930     END-WRITE
040940     ADD 1 TO WS-PAGE-LINE-CNT
040950     END-ADD
040960 4246-EXIT.
040970     EXIT.
040980*
040990****************************************************************
041000*   Remember this reported student for the integrity audit and
041010*   standing passes after the roster loop - ONE KEYED RECORD ON
041020*   THE ROSTER WORK FILE PER REPORTED STUDENT, NO TABLE AND NO
041030*   CAP, SO EVERY STUDENT IS AUDITED HOWEVER BIG THE RUN.
041040****************************************************************
041050 4270-RECORD-ROSTER-ENTRY.
041060     ADD 1 TO WS-ROSTER-COUNT
041070*
041080     MOVE STUDENT-ID OF FS-STUDENT-OUT-RECORD
041090         TO RWK-STUDENT-ID
041100     MOVE WS-ROSTER-COUNT TO RWK-SEQ-NO
041110     MOVE STUDENT-GENGRADE OF FS-STUDENT-OUT-RECORD
041120         TO RWK-GENGRADE
041130     MOVE STUDENT-GRADE-STATUS OF FS-STUDENT-OUT-RECORD
041140         TO RWK-GRADE-STATUS
041150*
041160*    THE REPORT SEQUENCE IS THE MINOR KEY, SO AN ALL-TERMS RUN
041170*    REPORTING ONE STUDENT TWICE KEEPS BOTH ENTRIES.
041180     WRITE FS-RSTWRK-RECORD
041190         INVALID KEY
041200             CONTINUE
041210     END-WRITE
041220 4270-EXIT.
041230     EXIT.
041240*
041250****************************************************************
041260*   Look the student up on REGISTRAR-HOLDS and list every active
041270*   hold on HOLD-SUPPRESSED.txt. ANY ONE ACTIVE HOLD WITHHOLDS
041280*   THE CSV ROW AND THE TRANSCRIPT PAGE.
041290****************************************************************
041300 4280-CHECK-HOLDS.
041310     MOVE 'N' TO WS-STUDENT-HELD-SW
041320*
041330     IF NOT HOLDS-ON
041340         GO TO 4280-EXIT
041350     END-IF
041360*
041370     MOVE STUDENT-ID OF WS-STUDENT-OUT-RECORD TO HLD-STUDENT-ID
041380*
041390     READ FS-REGISTRAR-HOLDS
041400         INVALID KEY
041410             GO TO 4280-EXIT
041420     END-READ
041430*
041440     PERFORM 4281-TEST-HOLD-SLOT THRU 4281-EXIT
041450         VARYING WS-HOLD-SUB FROM 1 BY 1
041460         UNTIL WS-HOLD-SUB > 3
041470*
041480     IF STUDENT-HELD
041490         ADD 1 TO WS-HOLD-SUPP-CNT
041500         END-ADD
041510     END-IF
041520 4280-EXIT.
041530     EXIT.
041540*
041550 4281-TEST-HOLD-SLOT.
041560     IF HLD-START-DATE(WS-HOLD-SUB) EQUAL 0
041570             OR HLD-START-DATE(WS-HOLD-SUB) > WS-HOLD-AS-OF-DATE
041580         GO TO 4281-EXIT
041590     END-IF
041600*
041610     IF HLD-RELEASE-DATE(WS-HOLD-SUB) NOT EQUAL 0
041620             AND HLD-RELEASE-DATE(WS-HOLD-SUB)
041630                 NOT GREATER THAN WS-HOLD-AS-OF-DATE
041640         GO TO 4281-EXIT
041650     END-IF
041660*
041670     MOVE 'Y' TO WS-STUDENT-HELD-SW
041680*
041690     EVALUATE WS-HOLD-SUB
041700         WHEN 1
041710             MOVE 'FINANCIAL'    TO WS-HSP-TYPE-OUT
041720         WHEN 2
041730             MOVE 'DISCIPLINARY' TO WS-HSP-TYPE-OUT
041740         WHEN OTHER
041750             MOVE 'RECORDS'      TO WS-HSP-TYPE-OUT
041760     END-EVALUATE
041770*
041780     MOVE STUDENT-ID OF WS-STUDENT-OUT-RECORD TO WS-HSP-ID-OUT
041790     MOVE STUDENT-LASTNAME OF WS-STUDENT-OUT-RECORD
041800         TO WS-HSP-LASTNAME-OUT
041810     MOVE HLD-OFFICE(WS-HOLD-SUB)     TO WS-HSP-OFFICE-OUT
041820     MOVE HLD-START-DATE(WS-HOLD-SUB) TO WS-HSP-SINCE-OUT
041830     MOVE HLD-REASON(WS-HOLD-SUB)     TO WS-HSP-REASON-OUT
041840*
041850     WRITE FS-HOLD-SUPP-RECORD FROM WS-HOLD-SUPP-LINE
041860     END-WRITE
041870     ADD 1 TO WS-HOLD-LINE-CNT
041880     END-ADD
041890 4281-EXIT.
041900     EXIT.
041910*
041920****************************************************************
041930*   Scan the in-memory course table for this student's detail
041940*   records, print an indented breakdown line for each course
041950*   found, and finish with a computed course-average GPA line.
041960****************************************************************
041970 4220-WRITE-COURSE-BREAKDOWN.
041980     MOVE 0 TO WS-CRS-GPA-SUM
041990     MOVE 0 TO WS-CRS-GPA-CNT
042000*
042010     MOVE STUDENT-ID OF WS-STUDENT-OUT-RECORD
042020         TO WS-CRS-LOOKUP-ID
042030     PERFORM 3550-START-STUDENT-COURSES THRU 3550-EXIT
042040     PERFORM 4221-SCAN-COURSE-TABLE THRU 4221-EXIT
042050         UNTIL CRS-SCAN-DONE
042060*
042070     IF WS-CRS-GPA-CNT > 0
042080         DIVIDE WS-CRS-GPA-SUM BY WS-CRS-GPA-CNT
042090             GIVING WS-CRS-GPA ROUNDED
042100         END-DIVIDE
042110         MOVE SPACES TO FS-STUDENT-REP-RECORD
042120         MOVE WS-CRS-GPA TO WS-GPA-OUT
042130         WRITE FS-STUDENT-REP-RECORD FROM WS-GPA-REP-LINE
042140         END-WRITE
042150         ADD 1 TO WS-REP-LINE-CNT
042160         END-ADD
042170     END-IF
042180 4220-EXIT.
042190     EXIT.
042200*
042210 4221-SCAN-COURSE-TABLE.
042220     PERFORM 3560-READ-STUDENT-COURSE THRU 3560-EXIT
042230*
042240     IF NOT CRS-SCAN-DONE
042250         MOVE SPACES TO FS-STUDENT-REP-RECORD
042260         MOVE CWK-COURSE-CODE  TO WS-CRS-CODE-OUT
042270         MOVE CWK-COURSE-NAME  TO WS-CRS-NAME-OUT
042280         MOVE CWK-COURSE-GRADE TO WS-CRS-GRADE-OUT
042290*        A STATUS LINE SHOWS THE LETTER, NOT A PLACEHOLDER.
042300         IF CWK-GRADE-STATUS NOT EQUAL SPACE
042310             MOVE SPACES TO WS-CRS-GRADE-DISP
042320             MOVE CWK-GRADE-STATUS TO WS-CRS-GRADE-DISP(1:1)
042330         END-IF
042340         MOVE CWK-SECTION-CODE  TO WS-CRS-SECT-OUT
042350         MOVE CWK-INSTRUCTOR-ID TO WS-CRS-INSTR-OUT
042360         MOVE CWK-REPEAT-SW     TO WS-CRS-RPT-OUT
042370         WRITE FS-STUDENT-REP-RECORD FROM WS-COURSE-REP-LINE
042380         END-WRITE
042390         ADD 1 TO WS-REP-LINE-CNT
042400         END-ADD
042410*        SAME CREDIT-HOUR WEIGHTING AS THE TRANSCRIPT PAGE - THE
042420*        TWO PRINTED COURSE GPAS MUST NEVER DISAGREE, AND A
042430*        STATUS LINE OR A SUPERSEDED REPEAT NEVER REACHES EITHER.
042440         IF CWK-GRADE-STATUS EQUAL SPACE
042450                 AND NOT CWK-REPEAT-SUPERSEDED
042460             COMPUTE WS-CRS-GPA-SUM = WS-CRS-GPA-SUM
042470                 + CWK-COURSE-GRADE * CWK-CREDIT-HOURS
042480             END-COMPUTE
042490             ADD CWK-CREDIT-HOURS TO WS-CRS-GPA-CNT
042500             END-ADD
042510         END-IF
042520     END-IF
042530 4221-EXIT.
042540     EXIT.
042550*
042560****************************************************************
042570*   Compare the count of records that went INTO the SORT against
042580*   the count read back OUT of FS-STUDENT-OUTPUT, instead of
042590*   trusting the SORT step blindly.
042600****************************************************************
042610 4250-RECONCILE-COUNTS.
042620     IF WS-VALIDATED-COUNT NOT EQUAL WS-STUDENT-NUM
042630         MOVE 'Y' TO WS-RECON-SW
042640         MOVE WS-VALIDATED-COUNT TO WS-RECON-IN-OUT
042650         MOVE WS-STUDENT-NUM TO WS-RECON-OUT-OUT
042660         WRITE FS-STUDENT-REP-RECORD
042670             FROM WS-RECON-MISMATCH-LINE
042680         END-WRITE
042690     END-IF
042700 4250-EXIT.
042710     EXIT.
042720*
042730****************************************************************
042740*   Write the one-record checkpoint file from the current
042750*   accumulators. Rewritten in place each time - only the most
042760*   recent checkpoint matters for a restart. WS-CHKPT-MARK is
042770*   'A' from the roster loop and 'C' from 9999-TERMINATE.
042780****************************************************************
042790 4260-TAKE-CHECKPOINT.
042800     OPEN OUTPUT FS-CHECKPOINT
042810*
042820     MOVE WS-CHKPT-MARK         TO CKP-STATUS
042830     MOVE WS-TERM-FILTER        TO CKP-TERM-CODE
042840     MOVE WS-STUDENT-NUM        TO CKP-STUDENT-NUM
042850     MOVE WS-GRADED-CNT         TO CKP-GRADED-CNT
042860     MOVE WS-VALIDATED-COUNT    TO CKP-VALIDATED-COUNT
042870     MOVE WS-REJECT-COUNT       TO CKP-REJECT-COUNT
042880     MOVE WS-STUDENT-COMP-GRADE TO CKP-COMP-GRADE
042890     MOVE WS-MIN-GRADE          TO CKP-MIN-GRADE
042900     MOVE WS-MAX-GRADE          TO CKP-MAX-GRADE
042910     MOVE WS-REP-LINE-CNT       TO CKP-REPORT-LINES
042920     MOVE WS-HONOR-SPOOL-CNT    TO CKP-HONOR-CNT
042930     MOVE WS-HOLD-SUPP-CNT      TO CKP-HOLD-SUPP-CNT
042940     MOVE WS-HOLD-LINE-CNT      TO CKP-HOLD-LINES
042950     MOVE ZEROS TO CKP-BAND-CNT(1) CKP-BAND-CNT(2)
042960                   CKP-BAND-CNT(3) CKP-BAND-CNT(4)
042970                   CKP-BAND-CNT(5) CKP-BAND-CNT(6)
042980                   CKP-BAND-CNT(7) CKP-BAND-CNT(8)
042990                   CKP-BAND-CNT(9) CKP-BAND-CNT(10)
043000                   CKP-BAND-CNT(11) CKP-BAND-CNT(12)
043010                   CKP-BAND-CNT(13) CKP-BAND-CNT(14)
043020                   CKP-BAND-CNT(15)
043030*
043040     PERFORM 4261-SAVE-BAND-COUNT THRU 4261-EXIT
043050         VARYING WS-SCALE-SUB FROM 1 BY 1
043060         UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
043070*
043080     WRITE FS-CHECKPOINT-RECORD
043090     END-WRITE
043100*
043110     CLOSE FS-CHECKPOINT
043120 4260-EXIT.
043130     EXIT.
043140*
043150 4261-SAVE-BAND-COUNT.
043160     MOVE WS-SCALE-CNT(WS-SCALE-SUB)
043170         TO CKP-BAND-CNT(WS-SCALE-SUB)
043180 4261-EXIT.
043190     EXIT.
043200*
043210 4300-WRITE-AVERAGE-FOOTER.
043220     WRITE FS-STUDENT-REP-RECORD
043230         FROM WS-STUDENT-REP-HEADER2
043240     END-WRITE
043250*
043260*    THE DIVISOR IS THE GRADED COUNT - STATUS RECORDS NEVER
043270*    REACHED THE TOTAL AND MUST NOT DILUTE THE AVERAGE.
043280     IF WS-GRADED-CNT NOT EQUAL 0 THEN
043290         DIVIDE WS-STUDENT-COMP-GRADE BY WS-GRADED-CNT
043300             GIVING  WS-STUDENT-COMP-GRADE ROUNDED
043310         END-DIVIDE
043320     END-IF
043330*
043340     MOVE SPACES TO FS-STUDENT-REP-RECORD
043350*
043360     MOVE WS-STUDENT-COMP-GRADE TO
043370         STUDENT-GENGRADE OF FS-STUDENT-REP-RECORD
043380*
043390     MOVE 'AVERAGE GRADE OF ALL STUDENTS' TO
043400         STUDENT-LASTNAME OF FS-STUDENT-REP-RECORD
043410*
043420     WRITE FS-STUDENT-REP-RECORD END-WRITE
043430 4300-EXIT.
043440     EXIT.
043450*
043460****************************************************************
043470*   Honor-roll section - sort the spooled candidates descending
043480*   by grade and append them as a second section of the same
043490*   printed report, right after the class-average footer.
043500****************************************************************
043510 5000-HONOR-ROLL-SECTION.
043520     CLOSE FS-HONOR-TEMP
043530*
043540     SORT FS-HONOR-WORK
043550         ON DESCENDING KEY STUDENT-GENGRADE OF FS-HONOR-WRK-RECORD
043560         USING  FS-HONOR-TEMP
043570         GIVING FS-HONOR-OUTPUT
043580*
043590     WRITE FS-STUDENT-REP-RECORD FROM WS-HONOR-REP-BLANK
043600     END-WRITE
043610*
043620     MOVE WS-HONOR-CUTOFF TO WS-HONOR-CUTOFF-OUT
043630*
043640     WRITE FS-STUDENT-REP-RECORD FROM WS-HONOR-REP-HEADER1
043650     END-WRITE
043660*
043670     WRITE FS-STUDENT-REP-RECORD FROM WS-STUDENT-REP-HEADER2
043680     END-WRITE
043690*
043700     OPEN INPUT FS-HONOR-OUTPUT
043710*
043720     MOVE SPACES TO WS-EOF-SW
043730*
043740     PERFORM 5100-READ-HONOR-LOOP THRU 5100-EXIT
043750         UNTIL EOF-SW
043760*
043770     CLOSE FS-HONOR-OUTPUT
043780 5000-EXIT.
043790     EXIT.
043800*
043810 5100-READ-HONOR-LOOP.
043820     READ FS-HONOR-OUTPUT
043830     NOT AT END
043840         MOVE SPACES TO FS-STUDENT-REP-RECORD
043850*
043860         MOVE CORRESPONDING FS-HONOR-OUT-RECORD
043870             TO WS-STUDENT-OUT-RECORD
043880*
043890         MOVE CORRESPONDING WS-STUDENT-OUT-RECORD
043900             TO FS-STUDENT-REP-RECORD
043910*
043920         WRITE FS-STUDENT-REP-RECORD
043930         END-WRITE
043940     END-READ
043950 5100-EXIT.
043960     EXIT.
043970*
043980****************************************************************
043990*   Statistics section - min/max and grade-band counts were
044000*   accumulated in 4230-ACCUM-GRADE-STATS as the roster was read;
044010*   the median is computed here off the median work file, which
044020*   is sorted ascending the same way the honor roll is sorted
044030*   descending above.
044040****************************************************************
044050 6000-STATISTICS-SECTION.
044060     CLOSE FS-MEDIAN-TEMP
044070*
044080     IF WS-GRADED-CNT NOT EQUAL 0
044090         SORT FS-MEDIAN-WORK
044100             ON ASCENDING KEY MED-GRADE OF FS-MEDIAN-WRK-RECORD
044110             USING  FS-MEDIAN-TEMP
044120             GIVING FS-MEDIAN-OUTPUT
044130*
044140         PERFORM 6010-FIND-MEDIAN-POSITIONS THRU 6010-EXIT
044150         PERFORM 6020-COMPUTE-MEDIAN THRU 6020-EXIT
044160     END-IF
044170*
044180     WRITE FS-STUDENT-REP-RECORD FROM WS-HONOR-REP-BLANK
044190     END-WRITE
044200*
044210     WRITE FS-STUDENT-REP-RECORD FROM WS-STATS-REP-HEADER1
044220     END-WRITE
044230*
044240     WRITE FS-STUDENT-REP-RECORD FROM WS-STUDENT-REP-HEADER2
044250     END-WRITE
044260*
044270     MOVE WS-MIN-GRADE TO WS-MIN-OUT
044280     MOVE WS-MAX-GRADE TO WS-MAX-OUT
044290     WRITE FS-STUDENT-REP-RECORD FROM WS-STATS-MINMAX-LINE
044300     END-WRITE
044310*
044320     MOVE WS-MEDIAN-GRADE TO WS-MEDIAN-OUT
044330     WRITE FS-STUDENT-REP-RECORD FROM WS-STATS-MEDIAN-LINE
044340     END-WRITE
044350*
044360*    ONE BAND LINE PER SCALE ENTRY, SO A PLUS/MINUS SCALE GETS
044370*    EVERY LETTER IT DEFINES RATHER THAN THE OLD FIXED FIVE.
044380     PERFORM 6040-WRITE-BAND-LINE THRU 6040-EXIT
044390         VARYING WS-SCALE-IDX FROM 1 BY 1
044400         UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
044410 6000-EXIT.
044420     EXIT.
044430*
044440 6040-WRITE-BAND-LINE.
044450     MOVE WS-SCALE-LETTER(WS-SCALE-IDX) TO WS-BAND-LETTER-OUT
044460     MOVE WS-SCALE-CNT(WS-SCALE-IDX)    TO WS-BAND-CNT-OUT
044470     WRITE FS-STUDENT-REP-RECORD FROM WS-STATS-BAND-LINE
044480     END-WRITE
044490 6040-EXIT.
044500     EXIT.
044510*
044520****************************************************************
044530*   Course-axis summary - one row per distinct course code off
044540*   the in-memory course table (enrollment, average, min, max,
044550*   pass rate against WS-PASS-MARK), sorted ascending by average
044560*   so the struggling courses surface at the top of the print.
044570****************************************************************
044580 7000-COURSE-SUMMARY-SECTION.
044590     OPEN OUTPUT FS-CRSSUM-TEMP
044600*
044610*    THE SPOOLED DETAIL IS SORTED BY COURSE CODE AND SUMMARIZED
044620*    IN ONE CONTROL-BREAK PASS - NO PER-CODE RESCAN, SO THE
044630*    DETAIL FILE CAN BE ANY SIZE.
044640     IF WS-COURSE-COUNT > 0
044650         SORT FS-CRSDTL-WORK
044660             ON ASCENDING KEY CDT-COURSE-CODE
044670             OF     FS-CRSDTL-WRK-RECORD
044680             USING  FS-CRSDTL-TEMP
044690             GIVING FS-CRSDTL-OUTPUT
044700*
044710         OPEN INPUT FS-CRSDTL-OUTPUT
044720*
044730         MOVE SPACES TO WS-EOF-SW
044740         MOVE 'N'    TO WS-CSM-GROUP-SW
044750*
044760         PERFORM 7010-SUMMARIZE-COURSE THRU 7010-EXIT
044770             UNTIL EOF-SW
044780*
044790         CLOSE FS-CRSDTL-OUTPUT
044800     END-IF
044810*
044820     CLOSE FS-CRSSUM-TEMP
044830*
044840     OPEN OUTPUT FS-COURSE-SUMMARY
044850*
044860     IF TERM-FILTER-ALL
044870         MOVE 'ALL'           TO WS-TERM-REP-OUT
044880     ELSE
044890         MOVE WS-TERM-FILTER  TO WS-TERM-REP-OUT
044900     END-IF
044910*
044920     WRITE FS-COURSE-SUM-RECORD FROM WS-TERM-REP-LINE
044930     END-WRITE
044940     WRITE FS-COURSE-SUM-RECORD FROM WS-CRSSUM-HEADER1
044950     END-WRITE
044960     WRITE FS-COURSE-SUM-RECORD FROM WS-CRSSUM-RULE
044970     END-WRITE
044980     WRITE FS-COURSE-SUM-RECORD FROM WS-CRSSUM-HEADER2
044990     END-WRITE
045000     WRITE FS-COURSE-SUM-RECORD FROM WS-CRSSUM-RULE
045010     END-WRITE
045020*
045030     IF WS-COURSE-COUNT > 0
045040         SORT FS-CRSSUM-WORK
045050             ON ASCENDING KEY CSM-AVG-GRADE
045060             OF     FS-CRSSUM-WRK-RECORD
045070             USING  FS-CRSSUM-TEMP
045080             GIVING FS-CRSSUM-OUTPUT
045090*
045100         OPEN INPUT FS-CRSSUM-OUTPUT
045110*
045120         MOVE SPACES TO WS-EOF-SW
045130*
045140         PERFORM 7020-PRINT-SUMMARY-LINE THRU 7020-EXIT
045150             UNTIL EOF-SW
045160*
045170         CLOSE FS-CRSSUM-OUTPUT
045180     END-IF
045190*
045200     CLOSE FS-COURSE-SUMMARY
045210 7000-EXIT.
045220     EXIT.
045230*
045240****************************************************************
045250*   One record of the code-ordered detail per pass - a change
045260*   of code closes the running group's summary row and starts
045270*   the next, and end-of-file closes the last group.
045280****************************************************************
045290 7010-SUMMARIZE-COURSE.
045300     READ FS-CRSDTL-OUTPUT
045310     AT END
045320         IF CSM-GROUP-OPEN
045330             PERFORM 7015-CLOSE-COURSE-GROUP THRU 7015-EXIT
045340         END-IF
045350     NOT AT END
045360         IF CSM-GROUP-OPEN
045370             IF CDT-COURSE-CODE OF FS-CRSDTL-OUT-RECORD
045380                     NOT EQUAL WS-CSM-CUR-CODE
045390                 PERFORM 7015-CLOSE-COURSE-GROUP THRU 7015-EXIT
045400                 PERFORM 7016-START-COURSE-GROUP THRU 7016-EXIT
045410             END-IF
045420         ELSE
045430             PERFORM 7016-START-COURSE-GROUP THRU 7016-EXIT
045440         END-IF
045450*
045460         PERFORM 7012-ACCUM-COURSE-GRADE THRU 7012-EXIT
045470     END-READ
045480 7010-EXIT.
045490     EXIT.
045500*
045510 7012-ACCUM-COURSE-GRADE.
045520     ADD 1 TO WS-CSM-ENROLL
045530     END-ADD
045540     ADD CDT-COURSE-GRADE OF FS-CRSDTL-OUT-RECORD
045550         TO WS-CSM-SUM
045560     END-ADD
045570*
045580     IF CDT-COURSE-GRADE OF FS-CRSDTL-OUT-RECORD
045590             NOT LESS THAN WS-PASS-MARK
045600         ADD 1 TO WS-CSM-PASS
045610         END-ADD
045620     END-IF
045630*
045640     IF CDT-COURSE-GRADE OF FS-CRSDTL-OUT-RECORD < WS-CSM-MIN
045650         MOVE CDT-COURSE-GRADE OF FS-CRSDTL-OUT-RECORD
045660             TO WS-CSM-MIN
045670     END-IF
045680*
045690     IF CDT-COURSE-GRADE OF FS-CRSDTL-OUT-RECORD > WS-CSM-MAX
045700         MOVE CDT-COURSE-GRADE OF FS-CRSDTL-OUT-RECORD
045710             TO WS-CSM-MAX
045720     END-IF
045730 7012-EXIT.
045740     EXIT.
045750*
045760****************************************************************
045770*   Write the running group's summary row to the spool the
045780*   worst-average-first sort reads.
045790****************************************************************
045800 7015-CLOSE-COURSE-GROUP.
045810     DIVIDE WS-CSM-SUM BY WS-CSM-ENROLL
045820         GIVING WS-CSM-AVG ROUNDED
045830     END-DIVIDE
045840*
045850     MOVE WS-CSM-AVG TO CSM-AVG-GRADE
045860         OF FS-CRSSUM-TEMP-RECORD
045870     MOVE WS-CSM-CUR-CODE TO CSM-COURSE-CODE
045880         OF FS-CRSSUM-TEMP-RECORD
045890     MOVE WS-CSM-ENROLL TO CSM-ENROLL-CNT
045900         OF FS-CRSSUM-TEMP-RECORD
045910     MOVE WS-CSM-MIN TO CSM-MIN-GRADE
045920         OF FS-CRSSUM-TEMP-RECORD
045930     MOVE WS-CSM-MAX TO CSM-MAX-GRADE
045940         OF FS-CRSSUM-TEMP-RECORD
045950     MOVE WS-CSM-PASS TO CSM-PASS-CNT
045960         OF FS-CRSSUM-TEMP-RECORD
045970*
045980     WRITE FS-CRSSUM-TEMP-RECORD
045990     END-WRITE
046000*
046010     MOVE 'N' TO WS-CSM-GROUP-SW
046020 7015-EXIT.
046030     EXIT.
046040*
046050 7016-START-COURSE-GROUP.
046060     MOVE CDT-COURSE-CODE OF FS-CRSDTL-OUT-RECORD
046070         TO WS-CSM-CUR-CODE
046080     MOVE 0      TO WS-CSM-ENROLL
046090     MOVE 0      TO WS-CSM-SUM
046100     MOVE 0      TO WS-CSM-PASS
046110     MOVE 999.99 TO WS-CSM-MIN
046120     MOVE 0      TO WS-CSM-MAX
046130     MOVE 'Y'    TO WS-CSM-GROUP-SW
046140 7016-EXIT.
046150     EXIT.
046160*
046170 7020-PRINT-SUMMARY-LINE.
046180     READ FS-CRSSUM-OUTPUT
046190     NOT AT END
046200         MOVE CSM-COURSE-CODE OF FS-CRSSUM-OUT-RECORD
046210             TO WS-CSM-CODE-OUT
046220         MOVE CSM-ENROLL-CNT  OF FS-CRSSUM-OUT-RECORD
046230             TO WS-CSM-ENROLL-OUT
046240         MOVE CSM-AVG-GRADE   OF FS-CRSSUM-OUT-RECORD
046250             TO WS-CSM-AVG-OUT
046260         MOVE CSM-MIN-GRADE   OF FS-CRSSUM-OUT-RECORD
046270             TO WS-CSM-MIN-OUT
046280         MOVE CSM-MAX-GRADE   OF FS-CRSSUM-OUT-RECORD
046290             TO WS-CSM-MAX-OUT
046300*
046310         COMPUTE WS-CSM-PCT ROUNDED =
046320             CSM-PASS-CNT OF FS-CRSSUM-OUT-RECORD * 100
046330                 / CSM-ENROLL-CNT OF FS-CRSSUM-OUT-RECORD
046340         END-COMPUTE
046350         MOVE WS-CSM-PCT TO WS-CSM-PCT-OUT
046360*
046370         WRITE FS-COURSE-SUM-RECORD FROM WS-CRSSUM-LINE
046380         END-WRITE
046390     END-READ
046400 7020-EXIT.
046410     EXIT.
046420*
046430****************************************************************
046440*   Cross-file integrity audit - reconcile the course detail
046450*   against the roster as reported: course records whose student
046460*   is not on the roster, roster students with no course detail,
046470*   and students whose computed course GPA strays from their
046480*   roster grade by more than WS-RECON-TOLERANCE.
046490****************************************************************
046500 8000-INTEGRITY-SECTION.
046510     OPEN OUTPUT FS-INTEGRITY-REPORT
046520*
046530     IF TERM-FILTER-ALL
046540         MOVE 'ALL'           TO WS-TERM-REP-OUT
046550     ELSE
046560         MOVE WS-TERM-FILTER  TO WS-TERM-REP-OUT
046570     END-IF
046580*
046590     WRITE FS-INTEGRITY-REP-RECORD FROM WS-TERM-REP-LINE
046600     END-WRITE
046610     WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-HEADER1
046620     END-WRITE
046630     WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-RULE
046640     END-WRITE
046650*
046660*    THE ROSTER LOOP'S WRITES ARE DONE - REOPEN THE ROSTER WORK
046670*    FILE FOR THE KEYED PROBES AND SEQUENTIAL PASSES THE AUDIT
046680*    AND THE STANDING SECTION RUN AGAINST IT.
046690     CLOSE FS-ROSTER-WORK
046700*
046710     IF ACADREC-ON
046720         CLOSE FS-ACADEMIC-RECORD
046730     END-IF
046740     OPEN INPUT FS-ROSTER-WORK
046750*
046760*    ORPHAN CHECK - EVERY COURSE-WORK RECORD IN KEY ORDER, EACH
046770*    PROBING THE ROSTER FOR ITS STUDENT.
046780     IF WS-COURSE-COUNT > 0
046790         MOVE 'N' TO WS-CRS-SCAN-SW
046800         MOVE LOW-VALUES TO CWK-WORK-KEY
046810         START FS-COURSE-WORK KEY NOT LESS THAN CWK-WORK-KEY
046820             INVALID KEY
046830                 MOVE 'Y' TO WS-CRS-SCAN-SW
046840         END-START
046850         PERFORM 8010-CHECK-ORPHAN-COURSE THRU 8010-EXIT
046860             UNTIL CRS-SCAN-DONE
046870     END-IF
046880*
046890*    A RUN WITH NO COURSE FILE AT ALL IS NOT A PILE OF MISSING
046900*    DETAIL - THE ROSTER-SIDE CHECKS ONLY MEAN SOMETHING WHEN
046910*    COURSE DETAIL WAS SUPPLIED.
046920     IF WS-COURSE-COUNT > 0
046930         MOVE 'N' TO WS-RST-SCAN-SW
046940         MOVE LOW-VALUES TO RWK-WORK-KEY
046950         START FS-ROSTER-WORK KEY NOT LESS THAN RWK-WORK-KEY
046960             INVALID KEY
046970                 MOVE 'Y' TO WS-RST-SCAN-SW
046980         END-START
046990         PERFORM 8030-CHECK-ROSTER-DETAIL THRU 8030-EXIT
047000             UNTIL RST-SCAN-DONE
047010     END-IF
047020*
047030     WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-RULE
047040     END-WRITE
047050*
047060     MOVE 'ORPHAN COURSE RECORDS:  ' TO WS-INT-CNT-LABEL-OUT
047070     MOVE WS-INT-ORPHAN-CNT          TO WS-INT-CNT-VALUE-OUT
047080     WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-COUNT-LINE
047090     END-WRITE
047100*
047110     MOVE 'STUDENTS LACKING DETAIL:' TO WS-INT-CNT-LABEL-OUT
047120     MOVE WS-INT-MISSING-CNT         TO WS-INT-CNT-VALUE-OUT
047130     WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-COUNT-LINE
047140     END-WRITE
047150*
047160     MOVE 'GPA MISMATCHES:         ' TO WS-INT-CNT-LABEL-OUT
047170     MOVE WS-INT-DIVERGE-CNT         TO WS-INT-CNT-VALUE-OUT
047180     WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-COUNT-LINE
047190     END-WRITE
047200*
047210     CLOSE FS-INTEGRITY-REPORT
047220 8000-EXIT.
047230     EXIT.
047240*
047250 8010-CHECK-ORPHAN-COURSE.
047260     READ FS-COURSE-WORK NEXT RECORD
047270     AT END
047280         MOVE 'Y' TO WS-CRS-SCAN-SW
047290     NOT AT END
047300         PERFORM 8011-SCAN-ROSTER-FOR-ID THRU 8011-EXIT
047310*
047320         IF NOT INT-ID-FOUND
047330             ADD 1 TO WS-INT-ORPHAN-CNT
047340             MOVE CWK-COURSE-CODE TO WS-INT-ORPH-CODE-OUT
047350             MOVE CWK-STUDENT-ID  TO WS-INT-ORPH-ID-OUT
047360             WRITE FS-INTEGRITY-REP-RECORD
047370                 FROM WS-INT-ORPHAN-LINE
047380             END-WRITE
047390         END-IF
047400     END-READ
047410*
047420     IF NOT CRSWRK-OK
047430         MOVE 'Y' TO WS-CRS-SCAN-SW
047440     END-IF
047450 8010-EXIT.
047460     EXIT.
047470*
047480****************************************************************
047490*   Keyed probe of the roster work file - does any roster entry
047500*   carry this course record's student-id. ONE START AND AT
047510*   MOST ONE READ, HOWEVER BIG THE ROSTER. THE PROBE DISTURBS
047520*   ONLY THE ROSTER FILE'S POSITION, WHICH NOTHING ELSE HOLDS
047530*   DURING THE ORPHAN PASS.
047540****************************************************************
047550 8011-SCAN-ROSTER-FOR-ID.
047560     MOVE 'N' TO WS-INT-FOUND-SW
047570     MOVE CWK-STUDENT-ID TO WS-INT-SEEK-ID
047580*
047590     MOVE WS-INT-SEEK-ID TO RWK-STUDENT-ID
047600     MOVE ZEROS          TO RWK-SEQ-NO
047610*
047620     START FS-ROSTER-WORK KEY NOT LESS THAN RWK-WORK-KEY
047630         INVALID KEY
047640             GO TO 8011-EXIT
047650     END-START
047660*
047670     READ FS-ROSTER-WORK NEXT RECORD
047680     AT END
047690         CONTINUE
047700     NOT AT END
047710         IF RWK-STUDENT-ID EQUAL WS-INT-SEEK-ID
047720             MOVE 'Y' TO WS-INT-FOUND-SW
047730         END-IF
047740     END-READ
047750 8011-EXIT.
047760     EXIT.
047770*
047780****************************************************************
047790*   Roster-side checks for one student - count and average the
047800*   student's course detail; none at all is reported, and an
047810*   average beyond the tolerance from the roster grade is
047820*   reported with both figures.
047830****************************************************************
047840 8030-CHECK-ROSTER-DETAIL.
047850     READ FS-ROSTER-WORK NEXT RECORD
047860     AT END
047870         MOVE 'Y' TO WS-RST-SCAN-SW
047880         GO TO 8030-EXIT
047890     END-READ
047900*
047910     IF NOT ROSTWRK-OK
047920         MOVE 'Y' TO WS-RST-SCAN-SW
047930         GO TO 8030-EXIT
047940     END-IF
047950*
047960     MOVE RWK-STUDENT-ID TO WS-RST-CUR-ID
047970     MOVE RWK-GENGRADE   TO WS-RST-CUR-GRADE
047980     MOVE RWK-GRADE-STATUS TO WS-RST-CUR-STATUS
047990*
048000*    A STATUS RECORD'S GRADE IS A PLACEHOLDER - COMPARING COURSE
048010*    DETAIL AGAINST IT, OR DEMANDING DETAIL OF A WITHDRAWAL,
048020*    ONLY MANUFACTURES NOISE.
048030     IF WS-RST-CUR-STATUS NOT EQUAL SPACE
048040         GO TO 8030-EXIT
048050     END-IF
048060*
048070     MOVE 0 TO WS-INT-CRS-CNT
048080     MOVE 0 TO WS-INT-CRS-SUM
048090*
048100     MOVE WS-RST-CUR-ID TO WS-CRS-LOOKUP-ID
048110     PERFORM 3550-START-STUDENT-COURSES THRU 3550-EXIT
048120     PERFORM 8031-ACCUM-STUDENT-COURSE THRU 8031-EXIT
048130         UNTIL CRS-SCAN-DONE
048140*
048150     IF WS-INT-CRS-CNT EQUAL 0
048160         ADD 1 TO WS-INT-MISSING-CNT
048170         MOVE WS-RST-CUR-ID TO WS-INT-MISS-ID-OUT
048180         WRITE FS-INTEGRITY-REP-RECORD FROM WS-INT-MISSING-LINE
048190         END-WRITE
048200     ELSE
048210         DIVIDE WS-INT-CRS-SUM BY WS-INT-CRS-CNT
048220             GIVING WS-INT-CRS-GPA ROUNDED
048230         END-DIVIDE
048240*
048250         IF WS-INT-CRS-GPA > WS-RST-CUR-GRADE
048260             COMPUTE WS-INT-DIFF = WS-INT-CRS-GPA
048270                 - WS-RST-CUR-GRADE
048280             END-COMPUTE
048290         ELSE
048300             COMPUTE WS-INT-DIFF = WS-RST-CUR-GRADE
048310                 - WS-INT-CRS-GPA
048320             END-COMPUTE
048330         END-IF
048340*
048350         IF WS-INT-DIFF > WS-RECON-TOLERANCE
048360             ADD 1 TO WS-INT-DIVERGE-CNT
048370             MOVE WS-RST-CUR-ID    TO WS-INT-DIV-ID-OUT
048380             MOVE WS-RST-CUR-GRADE TO WS-INT-DIV-RST-OUT
048390             MOVE WS-INT-CRS-GPA TO WS-INT-DIV-CRS-OUT
048400             WRITE FS-INTEGRITY-REP-RECORD
048410                 FROM WS-INT-DIVERGE-LINE
048420             END-WRITE
048430         END-IF
048440     END-IF
048450 8030-EXIT.
048460     EXIT.
048470*
048480 8031-ACCUM-STUDENT-COURSE.
048490     PERFORM 3560-READ-STUDENT-COURSE THRU 3560-EXIT
048500*
048510     IF NOT CRS-SCAN-DONE
048520             AND CWK-GRADE-STATUS EQUAL SPACE
048530             AND NOT CWK-REPEAT-SUPERSEDED
048540         ADD 1 TO WS-INT-CRS-CNT
048550         END-ADD
048560         ADD CWK-COURSE-GRADE TO WS-INT-CRS-SUM
048570         END-ADD
048580     END-IF
048590 8031-EXIT.
048600     EXIT.
048610*
048620****************************************************************
048630*   Academic-standing pass - classify every reported student
048640*   from their roster grade plus how many courses they completed
048650*   and failed, post the standing code back to the master (WHEN
048660*   A SINGLE TERM IS BEING REPORTED AND THE MASTER IS ON DISK -
048670*   AN ALL-TERMS OR DECK-ONLY RUN CANNOT FORM THE MASTER KEY),
048680*   and print the worklist of everyone below good standing for
048690*   the academic-standards committee.
048700****************************************************************
048710 8500-STANDING-SECTION.
048720     OPEN OUTPUT FS-STANDING-WORKLIST
048730*
048740     IF TERM-FILTER-ALL
048750         MOVE 'ALL'           TO WS-TERM-REP-OUT
048760     ELSE
048770         MOVE WS-TERM-FILTER  TO WS-TERM-REP-OUT
048780     END-IF
048790*
048800     WRITE FS-STANDING-WRK-RECORD FROM WS-TERM-REP-LINE
048810     END-WRITE
048820     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-HEADER1
048830     END-WRITE
048840     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-RULE
048850     END-WRITE
048860     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-HEADER2
048870     END-WRITE
048880     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-RULE
048890     END-WRITE
048900*
048910     IF NOT TERM-FILTER-ALL
048920         MOVE SPACES TO WS-MASTER-FILE-STATUS
048930         OPEN I-O FS-STUDENT-MASTER-IN
048940         IF WS-MASTER-FILE-STATUS EQUAL ZERO
048950             MOVE 'Y' TO WS-STD-POST-SW
048960         END-IF
048970     END-IF
048980*
048990*    THE ROSTER WORK FILE WAS LEFT OPEN INPUT BY THE INTEGRITY
049000*    SECTION - ONE MORE SEQUENTIAL PASS FROM THE TOP.
049010     MOVE 'N' TO WS-RST-SCAN-SW
049020     MOVE LOW-VALUES TO RWK-WORK-KEY
049030     START FS-ROSTER-WORK KEY NOT LESS THAN RWK-WORK-KEY
049040         INVALID KEY
049050             MOVE 'Y' TO WS-RST-SCAN-SW
049060     END-START
049070*
049080     PERFORM 8510-SET-STUDENT-STANDING THRU 8510-EXIT
049090         UNTIL RST-SCAN-DONE
049100*
049110     IF STD-POSTING
049120         CLOSE FS-STUDENT-MASTER-IN
049130     END-IF
049140*
049150     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-RULE
049160     END-WRITE
049170*
049180     MOVE 'GOOD STANDING:    ' TO WS-STD-CNT-LABEL-OUT
049190     MOVE WS-STD-CNT-GOOD      TO WS-STD-CNT-VALUE-OUT
049200     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-COUNT-LINE
049210     END-WRITE
049220*
049230     MOVE 'WARNING:          ' TO WS-STD-CNT-LABEL-OUT
049240     MOVE WS-STD-CNT-WARN      TO WS-STD-CNT-VALUE-OUT
049250     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-COUNT-LINE
049260     END-WRITE
049270*
049280     MOVE 'PROBATION:        ' TO WS-STD-CNT-LABEL-OUT
049290     MOVE WS-STD-CNT-PROB      TO WS-STD-CNT-VALUE-OUT
049300     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-COUNT-LINE
049310     END-WRITE
049320*
049330     MOVE 'DISMISSAL-REVIEW: ' TO WS-STD-CNT-LABEL-OUT
049340     MOVE WS-STD-CNT-DISM      TO WS-STD-CNT-VALUE-OUT
049350     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-COUNT-LINE
049360     END-WRITE
049370*
049380     IF STD-POSTING
049390         MOVE 'YES' TO WS-STD-POST-OUT
049400     ELSE
049410         MOVE 'NO'  TO WS-STD-POST-OUT
049420     END-IF
049430     WRITE FS-STANDING-WRK-RECORD FROM WS-STD-POST-LINE
049440     END-WRITE
049450*
049460     CLOSE FS-STANDING-WORKLIST
049470 8500-EXIT.
049480     EXIT.
049490*
049500 8510-SET-STUDENT-STANDING.
049510     READ FS-ROSTER-WORK NEXT RECORD
049520     AT END
049530         MOVE 'Y' TO WS-RST-SCAN-SW
049540         GO TO 8510-EXIT
049550     END-READ
049560*
049570     IF NOT ROSTWRK-OK
049580         MOVE 'Y' TO WS-RST-SCAN-SW
049590         GO TO 8510-EXIT
049600     END-IF
049610*
049620     MOVE RWK-STUDENT-ID TO WS-RST-CUR-ID
049630     MOVE RWK-GENGRADE   TO WS-RST-CUR-GRADE
049640     MOVE RWK-GRADE-STATUS TO WS-RST-CUR-STATUS
049650*
049660*    A STUDENT WHOSE TERM IS AN INCOMPLETE, WITHDRAWAL OR STILL
049670*    IN PROGRESS HAS NO GRADE TO CLASSIFY - NOT COUNTED, NOT
049680*    LISTED, NOT POSTED.
049690     IF WS-RST-CUR-STATUS NOT EQUAL SPACE
049700         GO TO 8510-EXIT
049710     END-IF
049720*
049730     MOVE 0 TO WS-STD-COMP-CNT
049740     MOVE 0 TO WS-STD-FAIL-CNT
049750*
049760     MOVE WS-RST-CUR-ID TO WS-CRS-LOOKUP-ID
049770     PERFORM 3550-START-STUDENT-COURSES THRU 3550-EXIT
049780     PERFORM 8511-COUNT-STUDENT-COURSES THRU 8511-EXIT
049790         UNTIL CRS-SCAN-DONE
049800*
049810     PERFORM 8512-CLASSIFY-STANDING THRU 8512-EXIT
049820*
049830     IF WS-STD-CODE NOT EQUAL 'G'
049840         MOVE WS-RST-CUR-ID    TO WS-STD-ID-OUT
049850         MOVE WS-RST-CUR-GRADE TO WS-STD-GRADE-OUT
049860         MOVE WS-STD-COMP-CNT                 TO WS-STD-COMP-OUT
049870         MOVE WS-STD-FAIL-CNT                 TO WS-STD-FAIL-OUT
049880         MOVE WS-STD-WORD                     TO WS-STD-WORD-OUT
049890         WRITE FS-STANDING-WRK-RECORD FROM WS-STD-DETAIL-LINE
049900         END-WRITE
049910     END-IF
049920*
049930     IF STD-POSTING
049940         PERFORM 8520-POST-STANDING THRU 8520-EXIT
049950     END-IF
049960 8510-EXIT.
049970     EXIT.
049980*
049990 8511-COUNT-STUDENT-COURSES.
050000     PERFORM 3560-READ-STUDENT-COURSE THRU 3560-EXIT
050010*
050020*    AN INCOMPLETE, WITHDRAWN OR IN-PROGRESS COURSE IS NEITHER
050030*    COMPLETED NOR FAILED - IT MUST NEVER PUT A STUDENT ON THE
050040*    PROBATION WORKLIST.
050050*    A FAILED ATTEMPT SINCE RETAKEN IS SUPERSEDED - THE RETAKE
050060*    IS WHAT COUNTS.
050070     IF NOT CRS-SCAN-DONE
050080             AND CWK-GRADE-STATUS EQUAL SPACE
050090             AND NOT CWK-REPEAT-SUPERSEDED
050100         ADD 1 TO WS-STD-COMP-CNT
050110         END-ADD
050120*
050130         IF CWK-COURSE-GRADE < WS-PASS-MARK
050140             ADD 1 TO WS-STD-FAIL-CNT
050150             END-ADD
050160         END-IF
050170     END-IF
050180 8511-EXIT.
050190     EXIT.
050200*
050210****************************************************************
050220*   The classification itself - worst condition wins. A LOW
050230*   OVERALL GRADE OR ENOUGH FAILED COURSES EACH PULL A STUDENT
050240*   DOWN A CLASS; THE CUTOFFS SIT IN WORKING STORAGE WHERE THE
050250*   NEXT SENATE DECISION CAN REACH THEM.
050260****************************************************************
050270 8512-CLASSIFY-STANDING.
050280     EVALUATE TRUE
050290         WHEN WS-RST-CUR-GRADE
050300                 < WS-STD-DISMISS-MARK
050310                 OR WS-STD-FAIL-CNT > 2
050320             MOVE 'D'                TO WS-STD-CODE
050330             MOVE 'DISMISSAL-REVIEW' TO WS-STD-WORD
050340             ADD 1 TO WS-STD-CNT-DISM
050350         WHEN WS-RST-CUR-GRADE
050360                 < WS-STD-PROBATION-MARK
050370                 OR WS-STD-FAIL-CNT EQUAL 2
050380             MOVE 'P'                TO WS-STD-CODE
050390             MOVE 'PROBATION'        TO WS-STD-WORD
050400             ADD 1 TO WS-STD-CNT-PROB
050410         WHEN WS-RST-CUR-GRADE
050420                 < WS-STD-WARNING-MARK
050430                 OR WS-STD-FAIL-CNT EQUAL 1
050440             MOVE 'W'                TO WS-STD-CODE
050450             MOVE 'WARNING'          TO WS-STD-WORD
050460             ADD 1 TO WS-STD-CNT-WARN
050470         WHEN OTHER
050480             MOVE 'G'                TO WS-STD-CODE
050490             MOVE 'GOOD STANDING'    TO WS-STD-WORD
050500             ADD 1 TO WS-STD-CNT-GOOD
050510     END-EVALUATE
050520 8512-EXIT.
050530     EXIT.
050540*
050550****************************************************************
050560*   Post one student's standing to the master so MAINT and the
050570*   next report run can see it. A STUDENT ON THE ROSTER BUT NOT
050580*   ON THE MASTER (DECK-FED RUN) IS SIMPLY LEFT UNPOSTED.
050590****************************************************************
050600 8520-POST-STANDING.
050610     MOVE WS-TERM-FILTER               TO MST-TERM-CODE
050620     MOVE WS-RST-CUR-ID TO MST-STUDENT-ID
050630*
050640     READ FS-STUDENT-MASTER-IN
050650         INVALID KEY
050660             CONTINUE
050670         NOT INVALID KEY
050680             MOVE WS-STD-CODE TO MST-STANDING-CODE
050690             REWRITE FS-STUDENT-MASTER-IN-RECORD
050700                 INVALID KEY
050710                     CONTINUE
050720             END-REWRITE
050730     END-READ
050740 8520-EXIT.
050750     EXIT.
050760*
050770****************************************************************
050780*   Work out which position(s) in the ascending median work
050790*   file hold the middle value(s) - one position for an odd
050800*   student count, two (to be averaged) for an even count.
050810****************************************************************
050820 6010-FIND-MEDIAN-POSITIONS.
050830*    ONE MEDIAN RECORD WAS SPOOLED PER GRADED STUDENT.
050840     DIVIDE WS-GRADED-CNT BY 2
050850         GIVING WS-MEDIAN-QUOT
050860         REMAINDER WS-MEDIAN-REM
050870     END-DIVIDE
050880*
050890     IF WS-MEDIAN-REM EQUAL 0
050900         MOVE WS-MEDIAN-QUOT TO WS-MEDIAN-POS-1
050910         COMPUTE WS-MEDIAN-POS-2 = WS-MEDIAN-QUOT + 1
050920         END-COMPUTE
050930     ELSE
050940         COMPUTE WS-MEDIAN-POS-1 = WS-MEDIAN-QUOT + 1
050950         END-COMPUTE
050960         MOVE WS-MEDIAN-POS-1 TO WS-MEDIAN-POS-2
050970     END-IF
050980 6010-EXIT.
050990     EXIT.
051000*
051010 6020-COMPUTE-MEDIAN.
051020     MOVE 0 TO WS-MEDIAN-SUM
051030     MOVE 0 TO WS-MEDIAN-READ-NUM
051040*
051050     OPEN INPUT FS-MEDIAN-OUTPUT
051060*
051070     MOVE SPACES TO WS-EOF-SW
051080*
051090     PERFORM 6030-READ-MEDIAN-LOOP THRU 6030-EXIT
051100         UNTIL EOF-SW
051110*
051120     CLOSE FS-MEDIAN-OUTPUT
051130*
051140     IF WS-MEDIAN-POS-1 EQUAL WS-MEDIAN-POS-2
051150         MOVE WS-MEDIAN-SUM TO WS-MEDIAN-GRADE
051160     ELSE
051170         DIVIDE WS-MEDIAN-SUM BY 2
051180             GIVING WS-MEDIAN-GRADE ROUNDED
051190         END-DIVIDE
051200     END-IF
051210 6020-EXIT.
051220     EXIT.
051230*
051240 6030-READ-MEDIAN-LOOP.
051250     READ FS-MEDIAN-OUTPUT
051260     NOT AT END
051270         ADD 1 TO WS-MEDIAN-READ-NUM
051280*
051290         IF WS-MEDIAN-READ-NUM EQUAL WS-MEDIAN-POS-1
051300                 OR WS-MEDIAN-READ-NUM EQUAL WS-MEDIAN-POS-2
051310             ADD MED-GRADE OF FS-MEDIAN-OUT-RECORD
051320                 TO WS-MEDIAN-SUM
051330             END-ADD
051340         END-IF
051350     END-READ
051360 6030-EXIT.
051370     EXIT.
051380*
051390 9999-TERMINATE.
051400     CLOSE FS-STUDENT-OUTPUT, FS-STUDENT-REPORT, FS-STUDENT-CSV
051410     CLOSE FS-TRANSCRIPT
051420     CLOSE FS-ROSTER-WORK
051430*
051440*    THE HOLD LIST CLOSES WITH ITS COUNT OF STUDENTS WITHHELD.
051450     WRITE FS-HOLD-SUPP-RECORD FROM WS-HOLD-SUPP-RULE
051460     END-WRITE
051470     MOVE WS-HOLD-SUPP-CNT TO WS-HSP-TOTAL-OUT
051480     WRITE FS-HOLD-SUPP-RECORD FROM WS-HOLD-SUPP-TOTAL
051490     END-WRITE
051500     CLOSE FS-HOLD-SUPPRESSED
051510*
051520     IF HOLDS-ON
051530         CLOSE FS-REGISTRAR-HOLDS
051540     END-IF
051550*
051560     IF WS-COURSE-COUNT > 0
051570         CLOSE FS-COURSE-WORK
051580     END-IF
051590*
051600*    THE RUN FINISHED - MARK THE CHECKPOINT COMPLETE SO A STALE
051610*    RESTART CARD ON THE NEXT RUN CANNOT RESUME PAST THE END.
051620     MOVE 'C' TO WS-CHKPT-MARK
051630     PERFORM 4260-TAKE-CHECKPOINT THRU 4260-EXIT
051640*
051650     PERFORM 9990-ARCHIVE-REPORT THRU 9990-EXIT
051660     PERFORM 9980-LOG-DISCLOSURES THRU 9980-EXIT
051670     PERFORM 9995-WRITE-RUN-LOG THRU 9995-EXIT
051680 9999-EXIT.
051690     EXIT.
051700*
051710****************************************************************
051720*   Append one DISCLOSURE-LOG record per student per outbound
051730*   file. THE CSV ROWS NAME THE STUDENTS SENT TO THE PORTAL, AND
051740*   THE SAME STUDENTS GOT A MAILED TRANSCRIPT PAGE (A HELD
051750*   STUDENT GETS NEITHER). THE ARCHIVE COPY CARRIES THE WHOLE
051760*   ROSTER, HELD STUDENTS INCLUDED, SO IT IS LOGGED OFF THE
051770*   ROSTER WORK FILE. BOTH FILES ARE COMPLETE BY NOW, EVEN ON A
051780*   RESTARTED RUN, SO NO STUDENT IS LOGGED TWICE.
051790****************************************************************
051800 9980-LOG-DISCLOSURES.
051810     OPEN EXTEND FS-DISCLOSURE-LOG
051820*
051830     IF DISCLOSURE-NOT-FOUND
051840         OPEN OUTPUT FS-DISCLOSURE-LOG
051850     END-IF
051860*
051870     ACCEPT WS-RUN-END-TIME FROM TIME
051880*
051890     MOVE SPACES              TO FS-DISCLOSURE-RECORD
051900     MOVE WS-TERM-FILTER      TO DSC-TERM-CODE
051910     MOVE 'MAIN'              TO DSC-PROGRAM
051920     MOVE WS-TODAY-DATE       TO DSC-RUN-DATE
051930     MOVE WS-RUN-END-HHMMSS   TO DSC-RUN-TIME
051940*
051950     OPEN INPUT FS-STUDENT-CSV
051960*
051970     MOVE SPACES TO WS-EOF-SW
051980*
051990     PERFORM 9981-LOG-CSV-ROW THRU 9981-EXIT
052000         UNTIL EOF-SW
052010*
052020     CLOSE FS-STUDENT-CSV
052030*
052040     OPEN INPUT FS-ROSTER-WORK
052050*
052060     MOVE SPACES TO WS-EOF-SW
052070     MOVE LOW-VALUES TO RWK-WORK-KEY
052080     START FS-ROSTER-WORK KEY NOT LESS THAN RWK-WORK-KEY
052090         INVALID KEY
052100             MOVE 10 TO WS-EOF-SW
052110     END-START
052120*
052130     PERFORM 9982-LOG-ARCHIVE-ENTRY THRU 9982-EXIT
052140         UNTIL EOF-SW
052150*
052160     CLOSE FS-ROSTER-WORK
052170     CLOSE FS-DISCLOSURE-LOG
052180 9980-EXIT.
052190     EXIT.
052200*
052210 9981-LOG-CSV-ROW.
052220     READ FS-STUDENT-CSV INTO WS-DSC-CSV-ROW
052230     AT END
052240         MOVE 10 TO WS-EOF-SW
052250     NOT AT END
052260         IF WS-DSC-CSV-ID IS NUMERIC
052270             MOVE WS-DSC-CSV-ID-NUM   TO DSC-STUDENT-ID
052280             MOVE 'STUDENT-REPORT.csv' TO DSC-OUTPUT-NAME
052290             MOVE 'P'                 TO DSC-RECIPIENT
052300             WRITE FS-DISCLOSURE-RECORD
052310             END-WRITE
052320*
052330             MOVE 'STUDENT-TRANSCRIPTS.txt' TO DSC-OUTPUT-NAME
052340             MOVE 'S'                 TO DSC-RECIPIENT
052350             WRITE FS-DISCLOSURE-RECORD
052360             END-WRITE
052370         END-IF
052380     END-READ
052390 9981-EXIT.
052400     EXIT.
052410*
052420 9982-LOG-ARCHIVE-ENTRY.
052430     READ FS-ROSTER-WORK NEXT RECORD
052440     AT END
052450         MOVE 10 TO WS-EOF-SW
052460     NOT AT END
052470         MOVE RWK-STUDENT-ID      TO DSC-STUDENT-ID
052480         MOVE WS-ARCHIVE-FILENAME TO DSC-OUTPUT-NAME
052490         MOVE 'T'                 TO DSC-RECIPIENT
052500         WRITE FS-DISCLOSURE-RECORD
052510         END-WRITE
052520     END-READ
052530 9982-EXIT.
052540     EXIT.
052550*
052560****************************************************************
052570*   Append this run's control record to the cumulative RUN-LOG
052580*   so operations can answer 'did last night's run happen, and
052590*   how many students did it process' without grepping file
052600*   timestamps. A RUN THAT DIES NEVER GETS HERE - NO COMPLETE
052610*   RECORD IS ITSELF THE FAILURE MARKER.
052620****************************************************************
052630 9995-WRITE-RUN-LOG.
052640     OPEN EXTEND FS-RUN-LOG
052650*
052660     IF RUN-LOG-NOT-FOUND
052670         OPEN OUTPUT FS-RUN-LOG
052680     END-IF
052690*
052700     ACCEPT WS-RUN-END-TIME FROM TIME
052710*
052720     MOVE 'MAIN'              TO RNL-PROGRAM
052730     MOVE WS-TODAY-DATE       TO RNL-RUN-DATE
052740     MOVE WS-RUN-END-HHMMSS   TO RNL-RUN-TIME
052750     MOVE WS-TERM-FILTER      TO RNL-TERM-CODE
052760*
052770     COMPUTE RNL-READ-CNT =
052780         WS-VALIDATED-COUNT + WS-REJECT-COUNT
052790     END-COMPUTE
052800     MOVE WS-VALIDATED-COUNT  TO RNL-VALID-CNT
052810     MOVE WS-REJECT-COUNT     TO RNL-REJECT-CNT
052820     MOVE WS-STUDENT-NUM      TO RNL-REPORT-CNT
052830     MOVE 'COMPLETE'          TO RNL-RUN-STATUS
052840*
052850     WRITE FS-RUN-LOG-RECORD
052860     END-WRITE
052870*
052880     CLOSE FS-RUN-LOG
052890 9995-EXIT.
052900     EXIT.
052910*
052920****************************************************************
052930*   Copy the just-closed STUDENT-REPORT.txt, line for line, into
052940*   a term- and date-stamped archive file so term-over-term
052950*   reports can be compared instead of each run overwriting the
052960*   last one.
052970****************************************************************
052980 9990-ARCHIVE-REPORT.
052990     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
053000*
053010     IF TERM-FILTER-ALL
053020         MOVE 'ALL'          TO WS-ARCHIVE-TERM
053030     ELSE
053040         MOVE WS-TERM-FILTER TO WS-ARCHIVE-TERM
053050     END-IF
053060*
053070     MOVE SPACES TO WS-ARCHIVE-FILENAME
053080     STRING 'STUDENT-REPORT-'                 DELIMITED BY SIZE
053090             FUNCTION TRIM(WS-ARCHIVE-TERM)   DELIMITED BY SIZE
053100             '-'                              DELIMITED BY SIZE
053110             WS-TODAY-DATE                    DELIMITED BY SIZE
053120             '.txt'                           DELIMITED BY SIZE
053130         INTO WS-ARCHIVE-FILENAME
053140     END-STRING
053150*
053160     OPEN INPUT  FS-STUDENT-REPORT
053170     OPEN OUTPUT FS-ARCHIVE-REPORT
053180*
053190     MOVE SPACES TO WS-EOF-SW
053200*
053210     PERFORM 9991-COPY-REPORT-LINE THRU 9991-EXIT
053220         UNTIL EOF-SW
053230*
053240     CLOSE FS-STUDENT-REPORT, FS-ARCHIVE-REPORT
053250 9990-EXIT.
053260     EXIT.
053270*
053280 9991-COPY-REPORT-LINE.
053290     READ FS-STUDENT-REPORT INTO FS-ARCHIVE-REP-RECORD
053300     AT END
053310         MOVE 10 TO WS-EOF-SW
053320     NOT AT END
053330         WRITE FS-ARCHIVE-REP-RECORD
053340         END-WRITE
053350     END-READ
053360 9991-EXIT.
053370     EXIT.
053380*
053390 END PROGRAM MAIN.
