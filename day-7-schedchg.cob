000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SCHEDCHG.
000030*
000040* MODIFICATION HISTORY.
000050*    NEW PROGRAM.  WHEN THE SCHEDULER IS RERUN DURING THE DAY
000060*    DISPATCH GETS A WHOLE NEW SCHEDOUT AND CANNOT TELL WHICH
000070*    ASSIGNMENTS ACTUALLY CHANGED, SO THE WHOLE FLOOR GETS
000080*    RE-BRIEFED.  THIS JOB READS THE PREVIOUS SCHEDULE CUT ON
000090*    SCHEDPRV AND THE NEW ONE ON SCHEDNEW (BOTH THE HEADER/
000100*    DETAIL/TRAILER FEED), MATCHES THEIR DETAILS BY JOB NUMBER
000110*    AND TASK ID, AND REPORTS THE TASKS ADDED, THE TASKS
000120*    DROPPED, THE TASKS MOVED TO ANOTHER WORKER OR CREW, AND
000130*    THE TASKS WHOSE START OR FINISH SHIFTED BY MORE THAN THE
000140*    TOLERANCE ON TOLCARD (SECONDS IN COLUMNS 1-8, AS SCHEDVAR
000150*    READS IT; NO CARD MEANS ANY SHIFT AT ALL COUNTS).  THE SAME
000160*    CHANGES GO TO CHGFEED, A SMALL HEADER/DETAIL/TRAILER
000170*    DATASET DISPATCH CAN LOAD ON ITS OWN.  SCHEDVAR COMPARES A
000180*    PLAN WITH WHAT HAPPENED; THIS COMPARES ONE PLAN WITH THE
000190*    NEXT.  A CUT WHOSE TRAILER COUNTS DO NOT AGREE WITH ITS
000200*    DETAILS WOULD MAKE EVERY MISSING TASK LOOK DROPPED, SO IT
000210*    STOPS THE JOB WITH RETURN CODE 16 BEFORE ANY NOTICE IS
000220*    WRITTEN.  A MANGLED DETAIL IS SKIPPED AND COUNTED AND ENDS
000230*    THE JOB WITH RETURN CODE 4.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PREV-FILE ASSIGN TO "SCHEDPRV"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS PREV-FILE-STATUS.
000310     SELECT NEW-FILE ASSIGN TO "SCHEDNEW"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS NEW-FILE-STATUS.
000340     SELECT TOL-FILE ASSIGN TO "TOLCARD"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TOL-FILE-STATUS.
000370     SELECT FEED-FILE ASSIGN TO "CHGFEED"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FEED-FILE-STATUS.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430*
000440*    THE TWO SCHEDULE CUTS ARE READ INTO CUT-RECORD BELOW, WHERE
000450*    THE HEADER, DETAIL AND TRAILER LAYOUTS ARE LAID OVER IT.
000460 FD  PREV-FILE.
000470 01  PREV-REC               PIC X(80).
000480*
000490 FD  NEW-FILE.
000500 01  NEW-REC                PIC X(80).
000510*
000520 FD  TOL-FILE.
000530 01  TOL-LINE.
000540     05  TOL-SECONDS-FLD    PIC X(08).
000550     05  FILLER             PIC X(72).
000560*
000570*    THE CHANGE FEED FOR DISPATCH: ONE HEADER NAMING THE TWO
000580*    CUTS, ONE DETAIL PER CHANGED TASK (A ADDED, D DROPPED, C
000590*    CHANGED, WITH Y/N FLAGS FOR A WORKER MOVE AND A TIME SHIFT)
000600*    CARRYING THE OLD AND NEW FIGURES, AND A TRAILER OF COUNTS.
000610*    A SIDE THAT DOES NOT EXIST (THE OLD SIDE OF AN ADD, THE NEW
000620*    SIDE OF A DROP) IS ZERO.
000630 FD  FEED-FILE.
000640 01  FEED-HEADER-REC.
000650     05  CFH-TYPE           PIC X(01).
000660     05  CFH-NEW-RUN-DATE   PIC X(08).
000670     05  CFH-PREV-RUN-DATE  PIC X(08).
000680     05  CFH-TOLERANCE      PIC 9(08).
000690     05  FILLER             PIC X(55).
000700 01  FEED-DETAIL-REC.
000710     05  CFD-TYPE           PIC X(01).
000720     05  CFD-JOB-NUM        PIC 9(04).
000730     05  CFD-TASK-ID        PIC X(10).
000740     05  CFD-CHANGE         PIC X(01).
000750     05  CFD-MOVED          PIC X(01).
000760     05  CFD-SHIFTED        PIC X(01).
000770     05  CFD-OLD-WORKER     PIC 99.
000780     05  CFD-NEW-WORKER     PIC 99.
000790     05  CFD-OLD-START      PIC 9(08).
000800     05  CFD-NEW-START      PIC 9(08).
000810     05  CFD-OLD-FINISH     PIC 9(08).
000820     05  CFD-NEW-FINISH     PIC 9(08).
000830     05  CFD-CRIT-FLAG      PIC X(01).
000840     05  FILLER             PIC X(25).
000850 01  FEED-TRAILER-REC.
000860     05  CFT-TYPE           PIC X(01).
000870     05  CFT-REC-COUNT      PIC 9(06).
000880     05  CFT-ADDED          PIC 9(04).
000890     05  CFT-DROPPED        PIC 9(04).
000900     05  CFT-MOVED          PIC 9(04).
000910     05  CFT-SHIFTED        PIC 9(04).
000920     05  FILLER             PIC X(57).
000930*
000940 WORKING-STORAGE SECTION.
000950 01  PREV-FILE-STATUS       PIC XX.
000960 01  NEW-FILE-STATUS        PIC XX.
000970 01  TOL-FILE-STATUS        PIC XX.
000980 01  FEED-FILE-STATUS       PIC XX.
000990*
001000*    THE SCHEDULE FEED AS THE SCHEDULER CUTS IT: COLUMN 1 SAYS
001010*    WHICH LAYOUT APPLIES.  THE CREW COUNT AND SLOTS ARE BLANK
001020*    ON A CUT MADE BEFORE CREWS WERE CARRIED.
001030 01  CUT-RECORD.
001040     05  CUT-TYPE           PIC X(01).
001050     05  CUT-JOB-NUM        PIC X(04).
001060     05  FILLER             PIC X(75).
001070 01  CUT-HEADER-REC REDEFINES CUT-RECORD.
001080     05  FILLER             PIC X(05).
001090     05  SCH-H-RUN-DATE     PIC X(08).
001100     05  FILLER             PIC X(67).
001110 01  CUT-DETAIL-REC REDEFINES CUT-RECORD.
001120     05  FILLER             PIC X(05).
001130     05  SCH-D-TASK-ID      PIC X(10).
001140     05  SCH-D-WORKER       PIC X(02).
001150     05  SCH-D-START        PIC X(08).
001160     05  SCH-D-FINISH       PIC X(08).
001170     05  SCH-D-CRIT-FLAG    PIC X(01).
001180     05  SCH-D-CREW.
001190         10  SCH-D-CREW-COUNT PIC X(02).
001200         10  SCH-D-CREW-SLOTS PIC X(38).
001210     05  FILLER             PIC X(06).
001220 01  CUT-TRAILER-REC REDEFINES CUT-RECORD.
001230     05  FILLER             PIC X(05).
001240     05  SCH-T-TASK-COUNT   PIC X(04).
001250     05  SCH-T-REC-COUNT    PIC X(06).
001260     05  FILLER             PIC X(65).
001270*
001280*    BOTH CUTS, SIDE BY SIDE: CUT 1 IS THE PREVIOUS ONE, CUT 2
001290*    THE NEW ONE.  CT-MATCH POINTS AT THE SAME JOB AND TASK IN
001300*    THE OTHER CUT, OR IS ZERO.
001310 01  C                      PIC 9.
001320 01  N                      PIC 9(04).
001330 01  NX                     PIC 9(04).
001340 01  M                      PIC 9(04).
001350 01  MAX-CUT-TASKS          PIC 9(04)        VALUE 2000.
001360 01  CUT-TABLE.
001370     05  CUT-SIDE OCCURS 2 TIMES.
001380         10  CUT-NAME       PIC X(08).
001390         10  CUT-RUN-DATE   PIC X(08).
001400         10  CUT-EOF        PIC 9.
001410         10  CUT-COUNT      PIC 9(04).
001420         10  CUT-ENTRY OCCURS 2000 TIMES.
001430             15  CT-JOB     PIC 9(04).
001440             15  CT-TASK-ID PIC X(10).
001450             15  CT-WORKER  PIC 99.
001460             15  CT-CREW    PIC X(40).
001470             15  CT-START   PIC 9(08).
001480             15  CT-FINISH  PIC 9(08).
001490             15  CT-CRIT    PIC X(01).
001500             15  CT-MATCH   PIC 9(04).
001510*
001520*    TRAILER BALANCING FOR THE JOB BEING READ.
001530 01  BLOCK-OPEN             PIC 9.
001540 01  BLOCK-JOB              PIC X(04).
001550 01  BLOCK-DETAILS          PIC 9(04).
001560 01  BLOCK-RECORDS          PIC 9(06).
001570 01  TRAILER-TASKS          PIC 9(04).
001580 01  TRAILER-RECORDS        PIC 9(06).
001590 01  CUT-ERRORS             PIC 9(04)        VALUE 0.
001600 01  SEEK-JOB               PIC 9(04).
001610 01  SEEK-TASK-ID           PIC X(10).
001620 01  FOUND-AT               PIC 9(04).
001630*
001640*    RECORD BOOKKEEPING AND CHANGE COUNTS.
001650 01  RECORDS-READ           PIC 9(08)        VALUE 0.
001660 01  RECORDS-SKIPPED        PIC 9(08)        VALUE 0.
001670 01  ADDED-COUNT            PIC 9(04)        VALUE 0.
001680 01  DROPPED-COUNT          PIC 9(04)        VALUE 0.
001690 01  MOVED-COUNT            PIC 9(04)        VALUE 0.
001700 01  SHIFTED-COUNT          PIC 9(04)        VALUE 0.
001710 01  UNCHANGED-COUNT        PIC 9(04)        VALUE 0.
001720 01  FEED-REC-COUNT         PIC 9(06)        VALUE 0.
001730*
001740 01  TOLERANCE-SECONDS      PIC 9(08)        VALUE 0.
001750 01  TASK-MOVED             PIC 9.
001760 01  TASK-SHIFTED           PIC 9.
001770 01  SHIFT-START            PIC S9(08).
001780 01  SHIFT-FINISH           PIC S9(08).
001790 01  SHIFT-CHECK            PIC S9(08).
001800 01  SHIFT-ABS              PIC 9(08).
001810 01  SHIFT-EDIT             PIC +(08)9.
001820*
001830 PROCEDURE DIVISION.
001840*
001850 MAINLINE SECTION.
001860     PERFORM INITIALIZE-RUN
001870     PERFORM READ-TOLERANCE-CARD
001880     MOVE 1 TO C
001890     PERFORM LOAD-CUT
001900     MOVE 2 TO C
001910     PERFORM LOAD-CUT
001920     IF CUT-ERRORS > 0 THEN
001930         DISPLAY "SCHEDCHG: " CUT-ERRORS " SCHEDULE CUT ERRORS - "
001940             "NO CHANGE NOTICE PRODUCED"
001950         MOVE 16 TO RETURN-CODE
001960         PERFORM TERMINATE-RUN
001970         STOP RUN
001980     END-IF
001990     PERFORM OPEN-CHANGE-FEED
002000     PERFORM WRITE-CHANGE-NOTICE
002010     PERFORM CLOSE-CHANGE-FEED
002020     PERFORM TERMINATE-RUN
002030     STOP RUN.
002040*
002050 INITIALIZE-RUN SECTION.
002060     INITIALIZE CUT-TABLE
002070     MOVE "SCHEDPRV" TO CUT-NAME(1)
002080     MOVE "SCHEDNEW" TO CUT-NAME(2)
002090     OPEN INPUT PREV-FILE
002100     IF PREV-FILE-STATUS NOT = "00" THEN
002110         DISPLAY "SCHEDCHG: CANNOT OPEN SCHEDPRV - STATUS "
002120             PREV-FILE-STATUS
002130         MOVE 16 TO RETURN-CODE
002140         STOP RUN
002150     END-IF
002160     OPEN INPUT NEW-FILE
002170     IF NEW-FILE-STATUS NOT = "00" THEN
002180         DISPLAY "SCHEDCHG: CANNOT OPEN SCHEDNEW - STATUS "
002190             NEW-FILE-STATUS
002200         MOVE 16 TO RETURN-CODE
002210         CLOSE PREV-FILE
002220         STOP RUN
002230     END-IF
002240 INITIALIZE-RUN-EXIT.
002250     EXIT SECTION.
002260*
002270 TERMINATE-RUN SECTION.
002280     CLOSE PREV-FILE
002290     CLOSE NEW-FILE
002300 TERMINATE-RUN-EXIT.
002310     EXIT SECTION.
002320*
002330*    THE TOLERANCE CARD, READ AS SCHEDVAR READS IT.  NO CARD
002340*    MEANS ZERO - ANY SHIFT AT ALL IS REPORTED.
002350 READ-TOLERANCE-CARD SECTION.
002360     OPEN INPUT TOL-FILE
002370     IF TOL-FILE-STATUS = "35" THEN
002380         GO TO READ-TOLERANCE-CARD-EXIT
002390     END-IF
002400     IF TOL-FILE-STATUS NOT = "00" THEN
002410         DISPLAY "SCHEDCHG: WARNING - TOLCARD COULD NOT BE READ "
002420             "- STATUS " TOL-FILE-STATUS " - USING ZERO"
002430         GO TO READ-TOLERANCE-CARD-EXIT
002440     END-IF
002450     READ TOL-FILE
002460         AT END
002470             CLOSE TOL-FILE
002480             GO TO READ-TOLERANCE-CARD-EXIT
002490     END-READ
002500     IF TOL-SECONDS-FLD IS NUMERIC THEN
002510         MOVE TOL-SECONDS-FLD TO TOLERANCE-SECONDS
002520     ELSE
002530         DISPLAY "SCHEDCHG: TOLCARD VALUE '" TOL-SECONDS-FLD
002540             "' IS NOT NUMERIC - USING ZERO"
002550     END-IF
002560     CLOSE TOL-FILE
002570 READ-TOLERANCE-CARD-EXIT.
002580     EXIT SECTION.
002590*
002600*    LOAD ONE CUT (C).  EACH JOB'S DETAILS ARE BALANCED AGAINST
002610*    ITS TRAILER; A JOB LEFT WITHOUT A TRAILER, A TRAILER FOR A
002620*    DIFFERENT JOB OR A COUNT THAT DOES NOT AGREE IS A CUT
002630*    ERROR.  A DETAIL WHOSE NUMERIC COLUMNS DO NOT SCAN STILL
002640*    COUNTS TOWARD THE TRAILER BUT IS SKIPPED, AS IS A SECOND
002650*    DETAIL FOR THE SAME JOB AND TASK.  THE FIRST HEADER GIVES
002660*    THE CUT'S RUN DATE.
002670 LOAD-CUT SECTION.
002680     MOVE 0 TO BLOCK-OPEN
002690     PERFORM WITH TEST BEFORE UNTIL CUT-EOF(C) = 1
002700         PERFORM READ-CUT-RECORD
002710         IF CUT-EOF(C) = 1 THEN
002720             EXIT PERFORM
002730         END-IF
002740         EVALUATE CUT-TYPE
002750             WHEN "H"
002760                 PERFORM OPEN-CUT-BLOCK
002770             WHEN "D"
002780                 PERFORM LOAD-CUT-DETAIL
002790             WHEN "T"
002800                 PERFORM CLOSE-CUT-BLOCK
002810             WHEN OTHER
002820                 ADD 1 TO RECORDS-SKIPPED
002830         END-EVALUATE
002840     END-PERFORM
002850     IF BLOCK-OPEN = 1 THEN
002860         ADD 1 TO CUT-ERRORS
002870         DISPLAY "SCHEDCHG: " CUT-NAME(C) " JOB " BLOCK-JOB
002880             " HAS NO TRAILER - CUT IS INCOMPLETE"
002890     END-IF
002900 LOAD-CUT-EXIT.
002910     EXIT SECTION.
002920*
002930 READ-CUT-RECORD SECTION.
002940     IF C = 1 THEN
002950         READ PREV-FILE INTO CUT-RECORD
002960             AT END
002970                 MOVE 1 TO CUT-EOF(C)
002980         END-READ
002990     ELSE
003000         READ NEW-FILE INTO CUT-RECORD
003010             AT END
003020                 MOVE 1 TO CUT-EOF(C)
003030         END-READ
003040     END-IF
003050     IF CUT-EOF(C) = 0 THEN
003060         ADD 1 TO RECORDS-READ
003070     END-IF
003080 READ-CUT-RECORD-EXIT.
003090     EXIT SECTION.
003100*
003110 OPEN-CUT-BLOCK SECTION.
003120     IF BLOCK-OPEN = 1 THEN
003130         ADD 1 TO CUT-ERRORS
003140         DISPLAY "SCHEDCHG: " CUT-NAME(C) " JOB " BLOCK-JOB
003150             " HAS NO TRAILER - CUT IS INCOMPLETE"
003160     END-IF
003170     MOVE 1 TO BLOCK-OPEN
003180     MOVE CUT-JOB-NUM TO BLOCK-JOB
003190     MOVE 0 TO BLOCK-DETAILS
003200     MOVE 1 TO BLOCK-RECORDS
003210     IF CUT-RUN-DATE(C) = SPACES THEN
003220         MOVE SCH-H-RUN-DATE TO CUT-RUN-DATE(C)
003230     END-IF
003240 OPEN-CUT-BLOCK-EXIT.
003250     EXIT SECTION.
003260*
003270 CLOSE-CUT-BLOCK SECTION.
003280     ADD 1 TO BLOCK-RECORDS
003290     IF BLOCK-OPEN = 0 OR CUT-JOB-NUM NOT = BLOCK-JOB THEN
003300         ADD 1 TO CUT-ERRORS
003310         DISPLAY "SCHEDCHG: " CUT-NAME(C) " TRAILER FOR JOB "
003320             CUT-JOB-NUM " HAS NO MATCHING HEADER"
003330         MOVE 0 TO BLOCK-OPEN
003340         GO TO CLOSE-CUT-BLOCK-EXIT
003350     END-IF
003360     MOVE 0 TO BLOCK-OPEN
003370     IF SCH-T-TASK-COUNT IS NOT NUMERIC
003380             OR SCH-T-REC-COUNT IS NOT NUMERIC THEN
003390         ADD 1 TO CUT-ERRORS
003400         DISPLAY "SCHEDCHG: " CUT-NAME(C) " JOB " BLOCK-JOB
003410             " TRAILER COUNTS ARE NOT NUMERIC"
003420         GO TO CLOSE-CUT-BLOCK-EXIT
003430     END-IF
003440     MOVE SCH-T-TASK-COUNT TO TRAILER-TASKS
003450     MOVE SCH-T-REC-COUNT TO TRAILER-RECORDS
003460     IF TRAILER-TASKS NOT = BLOCK-DETAILS
003470             OR TRAILER-RECORDS NOT = BLOCK-RECORDS THEN
003480         ADD 1 TO CUT-ERRORS
003490         DISPLAY "SCHEDCHG: " CUT-NAME(C) " JOB " BLOCK-JOB
003500             " TRAILER SAYS " SCH-T-TASK-COUNT " TASKS IN "
003510             SCH-T-REC-COUNT " RECORDS BUT " BLOCK-DETAILS
003520             " TASKS IN " BLOCK-RECORDS " RECORDS WERE READ"
003530     END-IF
003540 CLOSE-CUT-BLOCK-EXIT.
003550     EXIT SECTION.
003560*
003570 LOAD-CUT-DETAIL SECTION.
003580     IF BLOCK-OPEN = 0 OR CUT-JOB-NUM NOT = BLOCK-JOB THEN
003590         ADD 1 TO CUT-ERRORS
003600         DISPLAY "SCHEDCHG: " CUT-NAME(C) " DETAIL FOR JOB "
003610             CUT-JOB-NUM " TASK " FUNCTION TRIM(SCH-D-TASK-ID)
003620             " IS OUTSIDE ITS JOB'S HEADER AND TRAILER"
003630         GO TO LOAD-CUT-DETAIL-EXIT
003640     END-IF
003650     ADD 1 TO BLOCK-DETAILS
003660     ADD 1 TO BLOCK-RECORDS
003670     IF CUT-JOB-NUM IS NOT NUMERIC
003680             OR SCH-D-WORKER IS NOT NUMERIC
003690             OR SCH-D-START IS NOT NUMERIC
003700             OR SCH-D-FINISH IS NOT NUMERIC THEN
003710         ADD 1 TO RECORDS-SKIPPED
003720         GO TO LOAD-CUT-DETAIL-EXIT
003730     END-IF
003740     MOVE CUT-JOB-NUM TO SEEK-JOB
003750     MOVE SCH-D-TASK-ID TO SEEK-TASK-ID
003760     PERFORM FIND-CUT-ENTRY
003770     IF FOUND-AT > 0 THEN
003780         ADD 1 TO RECORDS-SKIPPED
003790         DISPLAY "SCHEDCHG: " CUT-NAME(C) " JOB " CUT-JOB-NUM
003800             " TASK " FUNCTION TRIM(SCH-D-TASK-ID)
003810             " APPEARS TWICE - SECOND DETAIL SKIPPED"
003820         GO TO LOAD-CUT-DETAIL-EXIT
003830     END-IF
003840     IF CUT-COUNT(C) >= MAX-CUT-TASKS THEN
003850         DISPLAY "SCHEDCHG: " CUT-NAME(C) " HAS MORE THAN "
003860             MAX-CUT-TASKS " SCHEDULE DETAILS - REJECTING INPUT"
003870         MOVE 16 TO RETURN-CODE
003880         PERFORM TERMINATE-RUN
003890         STOP RUN
003900     END-IF
003910     ADD 1 TO CUT-COUNT(C)
003920     MOVE CUT-COUNT(C) TO N
003930     MOVE SEEK-JOB TO CT-JOB(C, N)
003940     MOVE SCH-D-TASK-ID TO CT-TASK-ID(C, N)
003950     MOVE SCH-D-WORKER TO CT-WORKER(C, N)
003960     MOVE SCH-D-START TO CT-START(C, N)
003970     MOVE SCH-D-FINISH TO CT-FINISH(C, N)
003980     MOVE SCH-D-CRIT-FLAG TO CT-CRIT(C, N)
003990*
004000*    A BLANK CREW IS A ONE-WORKER TASK, SO AN OLD-STYLE CUT
004010*    COMPARES EQUAL TO A NEW ONE FOR THE SAME ASSIGNMENT.
004020     IF SCH-D-CREW-COUNT = SPACES THEN
004030         MOVE "01" TO SCH-D-CREW-COUNT
004040     END-IF
004050     MOVE SCH-D-CREW TO CT-CREW(C, N)
004060 LOAD-CUT-DETAIL-EXIT.
004070     EXIT SECTION.
004080*
004090*    LOOK A JOB AND TASK UP IN CUT C.
004100 FIND-CUT-ENTRY SECTION.
004110     MOVE 0 TO FOUND-AT
004120     PERFORM WITH TEST BEFORE VARYING NX FROM 1 BY 1
004130             UNTIL NX > CUT-COUNT(C)
004140         IF CT-JOB(C, NX) = SEEK-JOB
004150                 AND CT-TASK-ID(C, NX) = SEEK-TASK-ID THEN
004160             MOVE NX TO FOUND-AT
004170             EXIT PERFORM
004180         END-IF
004190     END-PERFORM
004200 FIND-CUT-ENTRY-EXIT.
004210     EXIT SECTION.
004220*
004230 OPEN-CHANGE-FEED SECTION.
004240     OPEN OUTPUT FEED-FILE
004250     IF FEED-FILE-STATUS NOT = "00" THEN
004260         DISPLAY "SCHEDCHG: CANNOT OPEN CHGFEED - STATUS "
004270             FEED-FILE-STATUS
004280         MOVE 16 TO RETURN-CODE
004290         PERFORM TERMINATE-RUN
004300         STOP RUN
004310     END-IF
004320     MOVE SPACES TO FEED-HEADER-REC
004330     MOVE "H" TO CFH-TYPE
004340     MOVE CUT-RUN-DATE(2) TO CFH-NEW-RUN-DATE
004350     MOVE CUT-RUN-DATE(1) TO CFH-PREV-RUN-DATE
004360     MOVE TOLERANCE-SECONDS TO CFH-TOLERANCE
004370     WRITE FEED-HEADER-REC
004380     ADD 1 TO FEED-REC-COUNT
004390 OPEN-CHANGE-FEED-EXIT.
004400     EXIT SECTION.
004410*
004420 CLOSE-CHANGE-FEED SECTION.
004430     ADD 1 TO FEED-REC-COUNT
004440     MOVE SPACES TO FEED-TRAILER-REC
004450     MOVE "T" TO CFT-TYPE
004460     MOVE FEED-REC-COUNT TO CFT-REC-COUNT
004470     MOVE ADDED-COUNT TO CFT-ADDED
004480     MOVE DROPPED-COUNT TO CFT-DROPPED
004490     MOVE MOVED-COUNT TO CFT-MOVED
004500     MOVE SHIFTED-COUNT TO CFT-SHIFTED
004510     WRITE FEED-TRAILER-REC
004520     CLOSE FEED-FILE
004530 CLOSE-CHANGE-FEED-EXIT.
004540     EXIT SECTION.
004550*
004560*    THE NOTICE: EVERY TASK IN THE NEW CUT, IN THE NEW CUT'S
004570*    ORDER, THAT WAS ADDED, MOVED OR SHIFTED, THEN EVERY TASK
004580*    OF THE PREVIOUS CUT THAT NO LONGER APPEARS, AND THE COUNTS.
004590*    UNCHANGED TASKS ARE COUNTED BUT NOT LISTED - THE NOTICE IS
004600*    WHAT DISPATCH HAS TO RE-BRIEF.
004610 WRITE-CHANGE-NOTICE SECTION.
004620     DISPLAY "===== SCHEDULE CHANGE NOTICE - PREVIOUS CUT VS "
004630         "NEW CUT ====="
004640     DISPLAY "PREVIOUS CUT RUN DATE: " CUT-RUN-DATE(1)
004650         "  NEW CUT RUN DATE: " CUT-RUN-DATE(2)
004660     DISPLAY "TOLERANCE SECONDS: " TOLERANCE-SECONDS
004670     PERFORM WITH TEST BEFORE VARYING N FROM 1 BY 1
004680             UNTIL N > CUT-COUNT(2)
004690         MOVE 1 TO C
004700         MOVE CT-JOB(2, N) TO SEEK-JOB
004710         MOVE CT-TASK-ID(2, N) TO SEEK-TASK-ID
004720         PERFORM FIND-CUT-ENTRY
004730         MOVE FOUND-AT TO M
004740         MOVE M TO CT-MATCH(2, N)
004750         IF M = 0 THEN
004760             PERFORM REPORT-ADDED-TASK
004770         ELSE
004780             MOVE N TO CT-MATCH(1, M)
004790             PERFORM REPORT-CHANGED-TASK
004800         END-IF
004810     END-PERFORM
004820     DISPLAY " "
004830     DISPLAY "DROPPED FROM THE NEW CUT:"
004840     PERFORM WITH TEST BEFORE VARYING M FROM 1 BY 1
004850             UNTIL M > CUT-COUNT(1)
004860         IF CT-MATCH(1, M) = 0 THEN
004870             PERFORM REPORT-DROPPED-TASK
004880         END-IF
004890     END-PERFORM
004900     IF DROPPED-COUNT = 0 THEN
004910         DISPLAY "  (NONE)"
004920     END-IF
004930     DISPLAY " "
004940     DISPLAY "TASKS IN PREVIOUS CUT:  " CUT-COUNT(1)
004950     DISPLAY "TASKS IN NEW CUT:       " CUT-COUNT(2)
004960     DISPLAY "ADDED:                  " ADDED-COUNT
004970     DISPLAY "DROPPED:                " DROPPED-COUNT
004980     DISPLAY "MOVED TO ANOTHER WORKER:" MOVED-COUNT
004990     DISPLAY "SHIFTED OVER TOLERANCE: " SHIFTED-COUNT
005000     DISPLAY "UNCHANGED:              " UNCHANGED-COUNT
005010     DISPLAY "SCHEDULE RECORDS READ:  " RECORDS-READ
005020     DISPLAY "RECORDS SKIPPED:        " RECORDS-SKIPPED
005030     IF RECORDS-SKIPPED > 0 AND RETURN-CODE < 4 THEN
005040         MOVE 4 TO RETURN-CODE
005050     END-IF
005060 WRITE-CHANGE-NOTICE-EXIT.
005070     EXIT SECTION.
005080*
005090*    A TASK IN THE NEW CUT ONLY.
005100 REPORT-ADDED-TASK SECTION.
005110     ADD 1 TO ADDED-COUNT
005120     DISPLAY "JOB " CT-JOB(2, N) " TASK "
005130         FUNCTION TRIM(CT-TASK-ID(2, N))
005140     DISPLAY "  *** ADDED - WORKER " CT-WORKER(2, N)
005150         " START " CT-START(2, N) " FINISH " CT-FINISH(2, N)
005160         " ***"
005170     MOVE SPACES TO FEED-DETAIL-REC
005180     MOVE "D" TO CFD-TYPE
005190     MOVE CT-JOB(2, N) TO CFD-JOB-NUM
005200     MOVE CT-TASK-ID(2, N) TO CFD-TASK-ID
005210     MOVE "A" TO CFD-CHANGE
005220     MOVE "N" TO CFD-MOVED
005230     MOVE "N" TO CFD-SHIFTED
005240     MOVE 0 TO CFD-OLD-WORKER
005250     MOVE CT-WORKER(2, N) TO CFD-NEW-WORKER
005260     MOVE 0 TO CFD-OLD-START
005270     MOVE CT-START(2, N) TO CFD-NEW-START
005280     MOVE 0 TO CFD-OLD-FINISH
005290     MOVE CT-FINISH(2, N) TO CFD-NEW-FINISH
005300     MOVE CT-CRIT(2, N) TO CFD-CRIT-FLAG
005310     WRITE FEED-DETAIL-REC
005320     ADD 1 TO FEED-REC-COUNT
005330 REPORT-ADDED-TASK-EXIT.
005340     EXIT SECTION.
005350*
005360*    A TASK IN THE PREVIOUS CUT ONLY.
005370 REPORT-DROPPED-TASK SECTION.
005380     ADD 1 TO DROPPED-COUNT
005390     DISPLAY "  JOB " CT-JOB(1, M) " TASK "
005400         FUNCTION TRIM(CT-TASK-ID(1, M)) " - WAS WORKER "
005410         CT-WORKER(1, M) " START " CT-START(1, M)
005420         " FINISH " CT-FINISH(1, M)
005430     MOVE SPACES TO FEED-DETAIL-REC
005440     MOVE "D" TO CFD-TYPE
005450     MOVE CT-JOB(1, M) TO CFD-JOB-NUM
005460     MOVE CT-TASK-ID(1, M) TO CFD-TASK-ID
005470     MOVE "D" TO CFD-CHANGE
005480     MOVE "N" TO CFD-MOVED
005490     MOVE "N" TO CFD-SHIFTED
005500     MOVE CT-WORKER(1, M) TO CFD-OLD-WORKER
005510     MOVE 0 TO CFD-NEW-WORKER
005520     MOVE CT-START(1, M) TO CFD-OLD-START
005530     MOVE 0 TO CFD-NEW-START
005540     MOVE CT-FINISH(1, M) TO CFD-OLD-FINISH
005550     MOVE 0 TO CFD-NEW-FINISH
005560     MOVE CT-CRIT(1, M) TO CFD-CRIT-FLAG
005570     WRITE FEED-DETAIL-REC
005580     ADD 1 TO FEED-REC-COUNT
005590 REPORT-DROPPED-TASK-EXIT.
005600     EXIT SECTION.
005610*
005620*    A TASK IN BOTH CUTS (M IN THE PREVIOUS, N IN THE NEW).  IT
005630*    HAS MOVED WHEN ITS WORKER OR ITS CREW DIFFERS, AND SHIFTED
005640*    WHEN ITS START OR FINISH MOVED BY MORE THAN THE TOLERANCE;
005650*    OTHERWISE IT IS UNCHANGED AND NOT LISTED.
005660 REPORT-CHANGED-TASK SECTION.
005670     MOVE 0 TO TASK-MOVED
005680     MOVE 0 TO TASK-SHIFTED
005690     IF CT-WORKER(2, N) NOT = CT-WORKER(1, M)
005700             OR CT-CREW(2, N) NOT = CT-CREW(1, M) THEN
005710         MOVE 1 TO TASK-MOVED
005720     END-IF
005730     COMPUTE SHIFT-START = CT-START(2, N) - CT-START(1, M)
005740     COMPUTE SHIFT-FINISH = CT-FINISH(2, N) - CT-FINISH(1, M)
005750     MOVE SHIFT-START TO SHIFT-CHECK
005760     PERFORM CHECK-SHIFT-TOLERANCE
005770     MOVE SHIFT-FINISH TO SHIFT-CHECK
005780     PERFORM CHECK-SHIFT-TOLERANCE
005790     IF TASK-MOVED = 0 AND TASK-SHIFTED = 0 THEN
005800         ADD 1 TO UNCHANGED-COUNT
005810         GO TO REPORT-CHANGED-TASK-EXIT
005820     END-IF
005830     DISPLAY "JOB " CT-JOB(2, N) " TASK "
005840         FUNCTION TRIM(CT-TASK-ID(2, N))
005850     IF TASK-MOVED = 1 THEN
005860         ADD 1 TO MOVED-COUNT
005870         IF CT-WORKER(2, N) NOT = CT-WORKER(1, M) THEN
005880             DISPLAY "  *** MOVED - WORKER " CT-WORKER(1, M)
005890                 " -> " CT-WORKER(2, N) " ***"
005900         ELSE
005910             DISPLAY "  *** CREW CHANGED UNDER LEAD WORKER "
005920                 CT-WORKER(2, N) " ***"
005930         END-IF
005940     END-IF
005950     IF TASK-SHIFTED = 1 THEN
005960         ADD 1 TO SHIFTED-COUNT
005970         MOVE SHIFT-START TO SHIFT-EDIT
005980         DISPLAY "  START  PREVIOUS " CT-START(1, M)
005990             " NEW " CT-START(2, N) " SHIFT " SHIFT-EDIT
006000         MOVE SHIFT-FINISH TO SHIFT-EDIT
006010         DISPLAY "  FINISH PREVIOUS " CT-FINISH(1, M)
006020             " NEW " CT-FINISH(2, N) " SHIFT " SHIFT-EDIT
006030     END-IF
006040     MOVE SPACES TO FEED-DETAIL-REC
006050     MOVE "D" TO CFD-TYPE
006060     MOVE CT-JOB(2, N) TO CFD-JOB-NUM
006070     MOVE CT-TASK-ID(2, N) TO CFD-TASK-ID
006080     MOVE "C" TO CFD-CHANGE
006090     IF TASK-MOVED = 1 THEN
006100         MOVE "Y" TO CFD-MOVED
006110     ELSE
006120         MOVE "N" TO CFD-MOVED
006130     END-IF
006140     IF TASK-SHIFTED = 1 THEN
006150         MOVE "Y" TO CFD-SHIFTED
006160     ELSE
006170         MOVE "N" TO CFD-SHIFTED
006180     END-IF
006190     MOVE CT-WORKER(1, M) TO CFD-OLD-WORKER
006200     MOVE CT-WORKER(2, N) TO CFD-NEW-WORKER
006210     MOVE CT-START(1, M) TO CFD-OLD-START
006220     MOVE CT-START(2, N) TO CFD-NEW-START
006230     MOVE CT-FINISH(1, M) TO CFD-OLD-FINISH
006240     MOVE CT-FINISH(2, N) TO CFD-NEW-FINISH
006250     MOVE CT-CRIT(2, N) TO CFD-CRIT-FLAG
006260     WRITE FEED-DETAIL-REC
006270     ADD 1 TO FEED-REC-COUNT
006280 REPORT-CHANGED-TASK-EXIT.
006290     EXIT SECTION.
006300*
006310*    FLAG A SHIFT (IN SHIFT-CHECK) BEYOND THE TOLERANCE.
006320 CHECK-SHIFT-TOLERANCE SECTION.
006330     IF SHIFT-CHECK < 0 THEN
006340         COMPUTE SHIFT-ABS = 0 - SHIFT-CHECK
006350     ELSE
006360         MOVE SHIFT-CHECK TO SHIFT-ABS
006370     END-IF
006380     IF SHIFT-ABS > TOLERANCE-SECONDS THEN
006390         MOVE 1 TO TASK-SHIFTED
006400     END-IF
006410 CHECK-SHIFT-TOLERANCE-EXIT.
006420     EXIT SECTION.
006430*
