000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REFCHECK.
000030*
000040* MODIFICATION HISTORY.
000050*    NEW PROGRAM.  A PRE-FLIGHT CHECK OF THE SCHEDULER'S
000060*    REFERENCE FILES, RUN AHEAD OF IT IN THE NIGHT STREAM.  THE
000070*    SCHEDULER ONLY FINDS A BAD CODE WHEN IT REACHES THE RECORD
000080*    OR THE TASK THAT USES IT, AND SOME IT NEVER REPORTS AT ALL,
000090*    SO THIS JOB READS TASKMSTR, WRKRFILE, ROSTERFL, SKLFILE,
000100*    PRIFILE, RESFILE, RATEFILE, BUDGFILE AND CALFILE TOGETHER
000110*    AND CHECKS EVERY CODE AGAINST THE FILE THAT OWNS IT: SKILL
000120*    CLASSES AGAINST THE WORKERS CERTIFIED FOR THEM, CREW SIZES
000130*    AGAINST HOW MANY WORKERS HOLD THE CLASS, DEPARTMENTS
000140*    AGAINST THE BUDGET LIMITS, TASKS NAMED ON SKLFILE, PRIFILE
000150*    AND RESFILE AGAINST THE TASK MASTER, POOLS AGAINST THEIR
000160*    DEFINITIONS, CLASS AND SLOT RATES AGAINST THE WORKERS THEY
000170*    WOULD COST, AND ABSENCE DATES AGAINST TODAY.  EACH RECORD
000180*    IS ALSO PUT THROUGH THE EDITS AND TABLE LIMITS THE
000190*    SCHEDULER ITSELF APPLIES.  FINDINGS ARE LISTED BY FILE,
000200*    ERRORS AHEAD OF WARNINGS.  AN ERROR IS SOMETHING THE
000210*    SCHEDULER WOULD REJECT OR COULD NEVER SCHEDULE AROUND AND
000220*    SETS RETURN CODE 8; A WARNING IS A REFERENCE THAT CAN TAKE
000230*    NO EFFECT, OR STALE DATA, AND SETS RETURN CODE 4.  A FILE
000240*    THAT IS NOT ON HAND IS NOT AN EXCEPTION - THE SCHEDULER
000250*    TREATS EVERY ONE OF THEM AS OPTIONAL - BUT ONE THAT IS ON
000260*    HAND AND CANNOT BE READ IS AN ERROR.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS TM-TASK-ID
000350         FILE STATUS IS TM-FILE-STATUS.
000360     SELECT WORKER-FILE ASSIGN TO "WRKRFILE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WORKER-FILE-STATUS.
000390     SELECT ROSTER-FILE ASSIGN TO "ROSTERFL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS ROSTER-FILE-STATUS.
000420     SELECT SKILL-FILE ASSIGN TO "SKLFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SKILL-FILE-STATUS.
000450     SELECT PRI-FILE ASSIGN TO "PRIFILE"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRI-FILE-STATUS.
000480     SELECT RES-FILE ASSIGN TO "RESFILE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RES-FILE-STATUS.
000510     SELECT RATE-FILE ASSIGN TO "RATEFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS RATE-FILE-STATUS.
000540     SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BUDGET-FILE-STATUS.
000570     SELECT CAL-FILE ASSIGN TO "CALFILE"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CAL-FILE-STATUS.
000600*
000610 DATA DIVISION.
000620 FILE SECTION.
000630*
000640*    THE RECORD LAYOUTS BELOW ARE THE SCHEDULER'S OWN; SEE ITS
000650*    FILE SECTION FOR WHAT EACH FIELD MEANS TO A RUN.
000660 FD  TASK-MASTER.
000670 01  TASK-MASTER-REC.
000680     05  TM-TASK-ID         PIC X(10).
000690     05  TM-DESC            PIC X(30).
000700     05  TM-DEPT            PIC X(04).
000710     05  TM-STD-DUR         PIC 9(03).
000720     05  TM-SKILL-CLASS     PIC X(02).
000730     05  TM-CREW-SIZE       PIC 9(02).
000740     05  FILLER             PIC X(09).
000750*
000760 FD  WORKER-FILE.
000770 01  WORKER-W-LINE.
000780     05  WKR-W-TYPE         PIC X(01).
000790     05  WKR-W-EMP-ID       PIC X(05).
000800     05  WKR-W-NAME         PIC X(20).
000810     05  WKR-W-RATE         PIC 9(05)V99.
000820     05  WKR-W-SKILL        PIC X(02) OCCURS 4 TIMES.
000830     05  FILLER             PIC X(39).
000840 01  WORKER-A-LINE.
000850     05  WKR-A-TYPE         PIC X(01).
000860     05  WKR-A-EMP-ID       PIC X(05).
000870     05  WKR-A-DATE         PIC X(08).
000880     05  FILLER             PIC X(66).
000890*
000900 FD  ROSTER-FILE.
000910 01  ROSTER-LINE.
000920     05  RST-SKILL-CLASS    PIC X(02).
000930     05  FILLER             PIC X(78).
000940*
000950 FD  SKILL-FILE.
000960 01  SKILL-LINE.
000970     05  SKL-TASK-ID        PIC X(10).
000980     05  SKL-CLASS          PIC X(02).
000990     05  FILLER             PIC X(68).
001000*
001010 FD  PRI-FILE.
001020 01  PRI-LINE.
001030     05  PRI-TASK-ID        PIC X(10).
001040     05  PRI-CLASS-FLD      PIC X(01).
001050     05  FILLER             PIC X(69).
001060*
001070 FD  RES-FILE.
001080 01  RES-POOL-LINE.
001090     05  RES-P-TYPE         PIC X(01).
001100     05  RES-P-CODE         PIC X(04).
001110     05  RES-P-CAP          PIC X(03).
001120     05  FILLER             PIC X(72).
001130 01  RES-TASK-LINE.
001140     05  RES-T-TYPE         PIC X(01).
001150     05  RES-T-TASK-ID      PIC X(10).
001160     05  RES-T-POOL         PIC X(04).
001170     05  FILLER             PIC X(65).
001180*
001190 FD  RATE-FILE.
001200 01  RATE-LINE.
001210     05  RT-TYPE            PIC X(01).
001220     05  RT-KEY             PIC X(02).
001230     05  RT-RATE            PIC 9(05)V99.
001240     05  FILLER             PIC X(70).
001250*
001260 FD  BUDGET-FILE.
001270 01  BUDGET-LINE.
001280     05  BGT-DEPT-FLD       PIC X(04).
001290     05  BGT-LIMIT-FLD      PIC 9(10)V99.
001300     05  FILLER             PIC X(64).
001310*
001320 FD  CAL-FILE.
001330 01  CAL-LINE.
001340     05  CAL-DAY-FLD        PIC X(01).
001350     05  CAL-START-FLD      PIC X(05).
001360     05  CAL-END-FLD        PIC X(05).
001370     05  FILLER             PIC X(69).
001380*
001390 WORKING-STORAGE SECTION.
001400 01  TM-FILE-STATUS         PIC XX.
001410 01  WORKER-FILE-STATUS     PIC XX.
001420 01  ROSTER-FILE-STATUS     PIC XX.
001430 01  SKILL-FILE-STATUS      PIC XX.
001440 01  PRI-FILE-STATUS        PIC XX.
001450 01  RES-FILE-STATUS        PIC XX.
001460 01  RATE-FILE-STATUS       PIC XX.
001470 01  BUDGET-FILE-STATUS     PIC XX.
001480 01  CAL-FILE-STATUS        PIC XX.
001490 01  TODAY-DATE             PIC 9(08).
001500*
001510*    ONE ROW PER FILE CHECKED, IN THE ORDER THE REPORT LISTS
001520*    THEM.  THE STATE SAYS WHETHER THE FILE WAS CHECKED, WAS NOT
001530*    ON HAND, COULD NOT BE READ OR WAS PASSED OVER.
001540 01  F                      PIC 99.
001550 01  NUM-FILES              PIC 99           VALUE 9.
001560 01  FILE-TASKMSTR          PIC 99           VALUE 1.
001570 01  FILE-WRKRFILE          PIC 99           VALUE 2.
001580 01  FILE-ROSTERFL          PIC 99           VALUE 3.
001590 01  FILE-SKLFILE           PIC 99           VALUE 4.
001600 01  FILE-PRIFILE           PIC 99           VALUE 5.
001610 01  FILE-RESFILE           PIC 99           VALUE 6.
001620 01  FILE-RATEFILE          PIC 99           VALUE 7.
001630 01  FILE-BUDGFILE          PIC 99           VALUE 8.
001640 01  FILE-CALFILE           PIC 99           VALUE 9.
001650 01  FILE-TABLE.
001660     05  FILE-ENTRY OCCURS 9 TIMES.
001670         10  FL-NAME        PIC X(08).
001680         10  FL-STATE       PIC X(11).
001690         10  FL-RECORDS     PIC 9(06).
001700         10  FL-ERRORS      PIC 9(06).
001710         10  FL-WARNINGS    PIC 9(06).
001720 01  OPEN-STATUS            PIC XX.
001730 01  FILE-OPEN              PIC 9.
001740*
001750*    THE FINDINGS, HELD UNTIL THE END SO THEY CAN BE LISTED BY
001760*    FILE AND SEVERITY.  ONE BEYOND THE TABLE IS STILL COUNTED
001770*    AND STILL SETS THE RETURN CODE; IT IS ONLY NOT LISTED.
001780 01  EX-FILE-NO             PIC 99.
001790 01  EX-SEVERITY            PIC X(01).
001800 01  EXCEPTION-TEXT         PIC X(70)        VALUE SPACES.
001810 01  X                      PIC 9(04).
001820 01  NUM-EXCEPTIONS         PIC 9(04)        VALUE 0.
001830 01  MAX-EXCEPTIONS         PIC 9(04)        VALUE 1000.
001840 01  EXCEPTIONS-OVER        PIC 9(06)        VALUE 0.
001850 01  EXCEPTION-TABLE.
001860     05  EXCEPTION-ENTRY OCCURS 1000 TIMES.
001870         10  EXC-FILE-NO    PIC 99.
001880         10  EXC-SEVERITY   PIC X(01).
001890         10  EXC-TEXT       PIC X(70).
001900 01  TOTAL-ERRORS           PIC 9(06)        VALUE 0.
001910 01  TOTAL-WARNINGS         PIC 9(06)        VALUE 0.
001920 01  REPORT-SEVERITY        PIC X(01).
001930 01  SEVERITY-LISTED        PIC 9(06).
001940*
001950*    THE TASK MASTER, HELD FOR THE LOOKUPS THE OTHER FILES
001960*    NEED.
001970 01  MASTER-SUPPLIED        PIC 9            VALUE 0.
001980 01  T                      PIC 9(04).
001990 01  NUM-MST-TASKS          PIC 9(04)        VALUE 0.
002000 01  MAX-MST-TASKS          PIC 9(04)        VALUE 2000.
002010 01  MST-TASK-TABLE.
002020     05  MST-TASK OCCURS 2000 TIMES.
002030         10  MT-TASK-ID     PIC X(10).
002040         10  MT-DEPT        PIC X(04).
002050         10  MT-SKILL       PIC X(02).
002060         10  MT-CREW-SIZE   PIC 9(02).
002070 01  LOOKUP-ID              PIC X(10).
002080 01  MASTER-FOUND           PIC 9(04).
002090*
002100*    THE WORKERS, FROM WRKRFILE OR, WITHOUT ONE, THE FLAT
002110*    ROSTERFL SLOT LIST, WHICH GIVES EACH SLOT ONE CLASS.  THE
002120*    FIRST CLASS IS THE ONE THE SCHEDULER COSTS A CLASS RATE
002130*    BY; ANY OF THEM QUALIFIES THE WORKER FOR A TASK.
002140 01  WORKERS-SUPPLIED       PIC 9            VALUE 0.
002150 01  W                      PIC 99.
002160 01  SK                     PIC 9.
002170 01  NUM-WORKERS            PIC 99           VALUE 0.
002180 01  MAX-WORKERS            PIC 99           VALUE 20.
002190 01  WORKERS-OVER           PIC 9(04)        VALUE 0.
002200 01  SKILLS-PER-WORKER      PIC 9            VALUE 4.
002210 01  WORKER-TABLE.
002220     05  WORKER-ENTRY OCCURS 20 TIMES.
002230         10  WK-EMP-ID      PIC X(05).
002240         10  WK-SKILL       PIC X(02) OCCURS 4 TIMES.
002245         10  WK-ABSENCES    PIC 99.
002250 01  LOOKUP-CLASS           PIC X(02).
002260 01  CLASS-HOLDERS          PIC 99.
002270 01  COSTING-HOLDERS        PIC 99.
002280 01  EMP-FOUND              PIC 99.
002290 01  ABS-DATE-N             PIC 9(08).
002295 01  MAX-WM-ABSENCES        PIC 99           VALUE 10.
002300*
002310*    THE SKLFILE CLASSES, SO A MASTER CLASS THEY OVERRIDE IS
002320*    KNOWN TO BE OUT OF USE.
002330 01  S                      PIC 9(04).
002340 01  NUM-SKILL-OVERRIDES    PIC 9(04)        VALUE 0.
002345 01  NUM-SKILL-RECORDS      PIC 9(04)        VALUE 0.
002350 01  MAX-SKILL-OVERRIDES    PIC 9(04)        VALUE 500.
002360 01  SKILL-OVERRIDE-TABLE.
002370     05  SKILL-OVERRIDE OCCURS 500 TIMES.
002380         10  SO-TASK-ID     PIC X(10).
002390         10  SO-CLASS       PIC X(02).
002400 01  SKILL-FOUND            PIC 9(04).
002410 01  NUM-PRI-OVERRIDES      PIC 9(04)        VALUE 0.
002420 01  MAX-PRI-OVERRIDES      PIC 9(04)        VALUE 500.
002430*
002440*    THE EQUIPMENT POOLS AND THE TASK-TO-POOL TIES.  TIES MAY
002450*    COME AHEAD OF THE POOL THEY NAME, SO THEY ARE RESOLVED
002460*    ONCE THE WHOLE FILE IS IN, AS THE SCHEDULER DOES.
002470 01  P                      PIC 99.
002480 01  N                      PIC 9(04).
002490 01  NUM-POOLS              PIC 99           VALUE 0.
002500 01  MAX-POOLS              PIC 99           VALUE 50.
002510 01  POOL-TABLE.
002520     05  POOL-ENTRY OCCURS 50 TIMES.
002530         10  PL-CODE        PIC X(04).
002540         10  PL-CAPACITY    PIC 9(03).
002550         10  PL-NEEDED      PIC 9.
002560 01  NUM-NEEDS              PIC 9(04)        VALUE 0.
002570 01  MAX-NEEDS              PIC 9(04)        VALUE 500.
002580 01  NEED-TABLE.
002590     05  NEED-ENTRY OCCURS 500 TIMES.
002600         10  ND-TASK-ID     PIC X(10).
002610         10  ND-POOL-CODE   PIC X(04).
002620 01  POOL-FOUND             PIC 99.
002630*
002640 01  NUM-RATE-ENTRIES       PIC 9(04)        VALUE 0.
002650 01  MAX-RATE-ENTRIES       PIC 99           VALUE 50.
002660 01  RATE-SLOT              PIC 99.
002670*
002680*    THE BUDGET LIMITS, AND THE DEPARTMENTS ON THE MASTER WITH
002690*    NONE, SO EACH IS REPORTED ONCE AND NOT ONCE PER TASK.
002700 01  B                      PIC 9(03).
002710 01  NUM-BUDGETS            PIC 9(03)        VALUE 0.
002715 01  NUM-BUDGET-RECORDS     PIC 9(03)        VALUE 0.
002720 01  MAX-BUDGETS            PIC 9(03)        VALUE 200.
002730 01  BUDGET-TABLE.
002740     05  BUDGET-ENTRY OCCURS 200 TIMES.
002750         10  BD-DEPT        PIC X(04).
002760         10  BD-USED        PIC 9.
002770 01  LOOKUP-DEPT            PIC X(04).
002780 01  BUDGET-FOUND           PIC 9(03).
002790 01  NUM-UNBUDGETED         PIC 9(03)        VALUE 0.
002800 01  UNBUDGETED-TABLE.
002810     05  UNBUDGETED-DEPT    PIC X(04) OCCURS 200 TIMES.
002820 01  UNBUDGETED-FOUND       PIC 9(03).
002830*
002840 01  NUM-CAL-WINDOWS        PIC 9(04)        VALUE 0.
002850 01  MAX-CAL-WINDOWS        PIC 99           VALUE 50.
002860 01  CAL-DAY-N              PIC 9.
002870 01  CAL-START-N            PIC 9(05).
002880 01  CAL-END-N              PIC 9(05).
002890 01  SECONDS-PER-DAY        PIC 9(05)        VALUE 86400.
002900 01  DAYS-PER-WEEK          PIC 9            VALUE 7.
002910*
002920 01  REC-COUNT              PIC 9(06).
002930*
002940 PROCEDURE DIVISION.
002950*
002960 MAINLINE SECTION.
002970     PERFORM INITIALIZE-RUN
002980     PERFORM LOAD-TASK-MASTER
002990     PERFORM LOAD-WORKER-MASTER
003000     PERFORM LOAD-WORKER-ROSTER
003010     PERFORM CHECK-SKILL-CLASSES
003020     PERFORM CHECK-PRIORITY-CLASSES
003030     PERFORM CHECK-RESOURCE-POOLS
003040     PERFORM CHECK-LABOR-RATES
003050     PERFORM LOAD-DEPT-BUDGETS
003060     PERFORM CHECK-SHIFT-CALENDAR
003070     PERFORM CHECK-TASK-MASTER-REFS
003080     PERFORM CHECK-UNUSED-BUDGETS
003090     PERFORM WRITE-EXCEPTION-REPORT
003100     PERFORM TERMINATE-RUN
003110     STOP RUN.
003120*
003130 INITIALIZE-RUN SECTION.
003140     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
003150     INITIALIZE FILE-TABLE
003160     MOVE "TASKMSTR" TO FL-NAME(FILE-TASKMSTR)
003170     MOVE "WRKRFILE" TO FL-NAME(FILE-WRKRFILE)
003180     MOVE "ROSTERFL" TO FL-NAME(FILE-ROSTERFL)
003190     MOVE "SKLFILE" TO FL-NAME(FILE-SKLFILE)
003200     MOVE "PRIFILE" TO FL-NAME(FILE-PRIFILE)
003210     MOVE "RESFILE" TO FL-NAME(FILE-RESFILE)
003220     MOVE "RATEFILE" TO FL-NAME(FILE-RATEFILE)
003230     MOVE "BUDGFILE" TO FL-NAME(FILE-BUDGFILE)
003240     MOVE "CALFILE" TO FL-NAME(FILE-CALFILE)
003250     PERFORM WITH TEST BEFORE VARYING F FROM 1 BY 1
003260             UNTIL F > NUM-FILES
003270         MOVE "NOT ON FILE" TO FL-STATE(F)
003280     END-PERFORM
003290 INITIALIZE-RUN-EXIT.
003300     EXIT SECTION.
003310*
003320*    ANY ERROR STOPS THE NIGHT STREAM AHEAD OF THE SCHEDULER;
003330*    WARNINGS ALONE LET IT RUN BUT LEAVE A RETURN CODE THE
003340*    STREAM CAN TEST.
003350 TERMINATE-RUN SECTION.
003360     DISPLAY "REFCHECK: ERRORS   " TOTAL-ERRORS
003370     DISPLAY "REFCHECK: WARNINGS " TOTAL-WARNINGS
003380     IF TOTAL-ERRORS > 0 THEN
003390         MOVE 8 TO RETURN-CODE
003400     ELSE
003410         IF TOTAL-WARNINGS > 0 THEN
003420             MOVE 4 TO RETURN-CODE
003430         END-IF
003440     END-IF
003450 TERMINATE-RUN-EXIT.
003460     EXIT SECTION.
003470*
003480*    FILE EX-FILE-NO HAS JUST BEEN OPENED WITH OPEN-STATUS.  NOT
003490*    ON HAND IS NOT AN EXCEPTION; ANY OTHER FAILURE IS.
003500 NOTE-FILE-OPEN SECTION.
003510     MOVE 0 TO FILE-OPEN
003520     IF OPEN-STATUS = "35" THEN
003530         GO TO NOTE-FILE-OPEN-EXIT
003540     END-IF
003550     IF OPEN-STATUS NOT = "00" THEN
003560         MOVE "UNREADABLE" TO FL-STATE(EX-FILE-NO)
003570         MOVE "E" TO EX-SEVERITY
003580         STRING "FILE IS ON HAND BUT COULD NOT BE OPENED - "
003590             "STATUS " OPEN-STATUS
003600             DELIMITED BY SIZE INTO EXCEPTION-TEXT
003610         PERFORM ADD-EXCEPTION
003620         GO TO NOTE-FILE-OPEN-EXIT
003630     END-IF
003640     MOVE "CHECKED" TO FL-STATE(EX-FILE-NO)
003650     MOVE 1 TO FILE-OPEN
003660 NOTE-FILE-OPEN-EXIT.
003670     EXIT SECTION.
003680*
003690*    FILE ONE FINDING: EX-FILE-NO, EX-SEVERITY AND THE TEXT IN
003700*    EXCEPTION-TEXT, WHICH IS CLEARED FOR THE NEXT ONE.
003710 ADD-EXCEPTION SECTION.
003720     IF EX-SEVERITY = "E" THEN
003730         ADD 1 TO TOTAL-ERRORS
003740         ADD 1 TO FL-ERRORS(EX-FILE-NO)
003750     ELSE
003760         ADD 1 TO TOTAL-WARNINGS
003770         ADD 1 TO FL-WARNINGS(EX-FILE-NO)
003780     END-IF
003790     IF NUM-EXCEPTIONS < MAX-EXCEPTIONS THEN
003800         ADD 1 TO NUM-EXCEPTIONS
003810         MOVE EX-FILE-NO TO EXC-FILE-NO(NUM-EXCEPTIONS)
003820         MOVE EX-SEVERITY TO EXC-SEVERITY(NUM-EXCEPTIONS)
003830         MOVE EXCEPTION-TEXT TO EXC-TEXT(NUM-EXCEPTIONS)
003840     ELSE
003850         ADD 1 TO EXCEPTIONS-OVER
003860     END-IF
003870     MOVE SPACES TO EXCEPTION-TEXT
003880 ADD-EXCEPTION-EXIT.
003890     EXIT SECTION.
003900*
003910*    THE TASK MASTER, READ IN KEY ORDER.  ITS OWN FIGURES ARE
003920*    EDITED HERE; ITS CODES ARE CHECKED ONCE THE WORKER AND
003930*    BUDGET FILES ARE IN (CHECK-TASK-MASTER-REFS).  A DURATION
003931*    OR CREW SIZE THAT DOES NOT SCAN ONLY LEAVES THE SCHEDULER'S
003932*    DEFAULT IN PLACE, SO IT IS A WARNING.
003940 LOAD-TASK-MASTER SECTION.
003950     MOVE FILE-TASKMSTR TO EX-FILE-NO
003960     OPEN INPUT TASK-MASTER
003970     MOVE TM-FILE-STATUS TO OPEN-STATUS
003980     PERFORM NOTE-FILE-OPEN
003990     IF FILE-OPEN = 0 THEN
004000         GO TO LOAD-TASK-MASTER-EXIT
004010     END-IF
004020     MOVE 1 TO MASTER-SUPPLIED
004030     PERFORM FOREVER
004040         READ TASK-MASTER NEXT RECORD
004050             AT END EXIT PERFORM
004060         END-READ
004070         ADD 1 TO FL-RECORDS(FILE-TASKMSTR)
004080         IF NUM-MST-TASKS >= MAX-MST-TASKS THEN
004090             DISPLAY "REFCHECK: MORE THAN " MAX-MST-TASKS
004100                 " TASKS ON TASKMSTR - CANNOT CHECK"
004110             MOVE 16 TO RETURN-CODE
004120             CLOSE TASK-MASTER
004130             STOP RUN
004140         END-IF
004150         ADD 1 TO NUM-MST-TASKS
004160         MOVE TM-TASK-ID TO MT-TASK-ID(NUM-MST-TASKS)
004170         MOVE TM-DEPT TO MT-DEPT(NUM-MST-TASKS)
004180         MOVE TM-SKILL-CLASS TO MT-SKILL(NUM-MST-TASKS)
004190         MOVE 1 TO MT-CREW-SIZE(NUM-MST-TASKS)
004200         IF TM-STD-DUR IS NOT NUMERIC THEN
004210             MOVE "W" TO EX-SEVERITY
004220             STRING "TASK " FUNCTION TRIM(TM-TASK-ID)
004230                 " STANDARD DURATION IS NOT NUMERIC - NOT USED"
004240                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
004250             PERFORM ADD-EXCEPTION
004260         END-IF
004270         IF TM-CREW-SIZE IS NOT NUMERIC
004280                 OR TM-CREW-SIZE = 0 THEN
004290             MOVE "W" TO EX-SEVERITY
004300             STRING "TASK " FUNCTION TRIM(TM-TASK-ID)
004310                 " CREW SIZE IS NOT A NUMBER FROM 1 UP - 1 USED"
004320                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
004330             PERFORM ADD-EXCEPTION
004340         ELSE
004350             MOVE TM-CREW-SIZE TO MT-CREW-SIZE(NUM-MST-TASKS)
004360         END-IF
004370     END-PERFORM
004380     CLOSE TASK-MASTER
004390 LOAD-TASK-MASTER-EXIT.
004400     EXIT SECTION.
004410*
004420*    THE WORKER MASTER, WITH THE SCHEDULER'S EDITS: W RECORDS
004430*    DEFINE THE WORKERS IN SLOT ORDER, AN A RECORD MUST NAME AN
004440*    EMPLOYEE ALREADY DEFINED AND CARRY A REAL DATE.  AN ABSENCE
004450*    ALREADY PAST DOES NO HARM - THE SCHEDULER DROPS IT - BUT
004460*    IS WARNED OF SO THE FILE GETS CLEANED UP.  THE ABSENCES
004461*    STILL TO COME MUST FIT THE SCHEDULER'S TABLE OF
004462*    MAX-WM-ABSENCES PER WORKER.
004470 LOAD-WORKER-MASTER SECTION.
004480     MOVE FILE-WRKRFILE TO EX-FILE-NO
004490     OPEN INPUT WORKER-FILE
004500     MOVE WORKER-FILE-STATUS TO OPEN-STATUS
004510     PERFORM NOTE-FILE-OPEN
004520     IF FILE-OPEN = 0 THEN
004530         GO TO LOAD-WORKER-MASTER-EXIT
004540     END-IF
004550     PERFORM FOREVER
004560         READ WORKER-FILE
004570             AT END EXIT PERFORM
004580         END-READ
004590         ADD 1 TO FL-RECORDS(FILE-WRKRFILE)
004600         MOVE FL-RECORDS(FILE-WRKRFILE) TO REC-COUNT
004610         IF WORKER-W-LINE = SPACES THEN
004620             EXIT PERFORM CYCLE
004630         END-IF
004640         EVALUATE WKR-W-TYPE
004650             WHEN "W"
004660                 PERFORM CHECK-WORKER-W-RECORD
004670             WHEN "A"
004680                 PERFORM CHECK-WORKER-A-RECORD
004690             WHEN OTHER
004700                 MOVE "E" TO EX-SEVERITY
004710                 STRING "RECORD " REC-COUNT " TYPE '"
004720                     WKR-W-TYPE "' IS INVALID - USE W OR A"
004730                     DELIMITED BY SIZE INTO EXCEPTION-TEXT
004740                 PERFORM ADD-EXCEPTION
004750         END-EVALUATE
004760     END-PERFORM
004770     CLOSE WORKER-FILE
004780     IF WORKERS-OVER > 0 THEN
004790         MOVE "E" TO EX-SEVERITY
004800         STRING WORKERS-OVER " WORKERS OVER THE LIMIT OF "
004810             MAX-WORKERS " - THE SCHEDULER WILL REJECT IT"
004820             DELIMITED BY SIZE INTO EXCEPTION-TEXT
004830         PERFORM ADD-EXCEPTION
004840     END-IF
004850     IF NUM-WORKERS = 0 THEN
004860         MOVE "E" TO EX-SEVERITY
004870         MOVE "FILE IS ON HAND BUT DEFINES NO WORKER"
004880             TO EXCEPTION-TEXT
004890         PERFORM ADD-EXCEPTION
004900         GO TO LOAD-WORKER-MASTER-EXIT
004910     END-IF
004920     MOVE 1 TO WORKERS-SUPPLIED
004930 LOAD-WORKER-MASTER-EXIT.
004940     EXIT SECTION.
004950*
004960 CHECK-WORKER-W-RECORD SECTION.
004970     IF WKR-W-EMP-ID = SPACES
004980             OR WKR-W-RATE IS NOT NUMERIC THEN
004990         MOVE "E" TO EX-SEVERITY
005000         STRING "RECORD " REC-COUNT " WORKER '" WKR-W-EMP-ID
005010             "' HAS A BLANK ID OR A NON-NUMERIC RATE"
005020             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005030         PERFORM ADD-EXCEPTION
005040         GO TO CHECK-WORKER-W-RECORD-EXIT
005050     END-IF
005060     PERFORM FIND-EMPLOYEE
005070     IF EMP-FOUND > 0 THEN
005080         MOVE "E" TO EX-SEVERITY
005090         STRING "RECORD " REC-COUNT " EMPLOYEE " WKR-W-EMP-ID
005100             " IS DEFINED TWICE"
005110             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005120         PERFORM ADD-EXCEPTION
005130         GO TO CHECK-WORKER-W-RECORD-EXIT
005140     END-IF
005150     IF NUM-WORKERS >= MAX-WORKERS THEN
005160         ADD 1 TO WORKERS-OVER
005170         GO TO CHECK-WORKER-W-RECORD-EXIT
005180     END-IF
005190     ADD 1 TO NUM-WORKERS
005200     MOVE WKR-W-EMP-ID TO WK-EMP-ID(NUM-WORKERS)
005205     MOVE 0 TO WK-ABSENCES(NUM-WORKERS)
005210     PERFORM WITH TEST BEFORE VARYING SK FROM 1 BY 1
005220             UNTIL SK > SKILLS-PER-WORKER
005230         MOVE WKR-W-SKILL(SK) TO WK-SKILL(NUM-WORKERS, SK)
005240     END-PERFORM
005250 CHECK-WORKER-W-RECORD-EXIT.
005260     EXIT SECTION.
005270*
005280 CHECK-WORKER-A-RECORD SECTION.
005290     PERFORM FIND-EMPLOYEE
005300     IF EMP-FOUND = 0 THEN
005310         MOVE "E" TO EX-SEVERITY
005320         STRING "RECORD " REC-COUNT " ABSENCE FOR '"
005330             WKR-A-EMP-ID "' NAMES NO WORKER DEFINED ABOVE IT"
005340             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005350         PERFORM ADD-EXCEPTION
005360         GO TO CHECK-WORKER-A-RECORD-EXIT
005370     END-IF
005380     IF WKR-A-DATE IS NOT NUMERIC THEN
005390         MOVE "E" TO EX-SEVERITY
005400         STRING "RECORD " REC-COUNT " ABSENCE DATE '"
005410             WKR-A-DATE "' FOR " WKR-A-EMP-ID " IS NOT NUMERIC"
005420             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005430         PERFORM ADD-EXCEPTION
005440         GO TO CHECK-WORKER-A-RECORD-EXIT
005450     END-IF
005460     MOVE WKR-A-DATE TO ABS-DATE-N
005470     IF FUNCTION TEST-DATE-YYYYMMDD(ABS-DATE-N) NOT = 0 THEN
005480         MOVE "E" TO EX-SEVERITY
005490         STRING "RECORD " REC-COUNT " ABSENCE DATE "
005500             WKR-A-DATE " FOR " WKR-A-EMP-ID
005510             " IS NOT A REAL DATE"
005520             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005530         PERFORM ADD-EXCEPTION
005540         GO TO CHECK-WORKER-A-RECORD-EXIT
005550     END-IF
005560     IF ABS-DATE-N < TODAY-DATE THEN
005570         MOVE "W" TO EX-SEVERITY
005580         STRING "RECORD " REC-COUNT " ABSENCE DATE "
005590             WKR-A-DATE " FOR " WKR-A-EMP-ID " IS ALREADY PAST"
005600             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005610         PERFORM ADD-EXCEPTION
005615         GO TO CHECK-WORKER-A-RECORD-EXIT
005620     END-IF
005621     IF WK-ABSENCES(EMP-FOUND) > MAX-WM-ABSENCES THEN
005622         GO TO CHECK-WORKER-A-RECORD-EXIT
005623     END-IF
005624     ADD 1 TO WK-ABSENCES(EMP-FOUND)
005625     IF WK-ABSENCES(EMP-FOUND) > MAX-WM-ABSENCES THEN
005626         MOVE "E" TO EX-SEVERITY
005627         STRING "RECORD " REC-COUNT " EMPLOYEE " WKR-A-EMP-ID
005628             " HAS MORE THAN " MAX-WM-ABSENCES " ABSENCES TO COME"
005629             DELIMITED BY SIZE INTO EXCEPTION-TEXT
005630         PERFORM ADD-EXCEPTION
005631     END-IF
005632 CHECK-WORKER-A-RECORD-EXIT.
005640     EXIT SECTION.
005650*
005660*    THE SLOT OF THE EMPLOYEE IN WKR-W-EMP-ID (THE A RECORD'S
005670*    ID SITS IN THE SAME COLUMNS), OR ZERO.
005680 FIND-EMPLOYEE SECTION.
005690     MOVE 0 TO EMP-FOUND
005700     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
005710             UNTIL W > NUM-WORKERS
005720         IF WK-EMP-ID(W) = WKR-W-EMP-ID THEN
005730             MOVE W TO EMP-FOUND
005740         END-IF
005750     END-PERFORM
005760 FIND-EMPLOYEE-EXIT.
005770     EXIT SECTION.
005780*
005790*    THE FLAT ROSTER ONLY COUNTS WHEN NO WORKER MASTER IS ON
005800*    HAND; ALONGSIDE ONE IT IS DEAD WEIGHT THE SCHEDULER NEVER
005810*    READS.
005820 LOAD-WORKER-ROSTER SECTION.
005830     MOVE FILE-ROSTERFL TO EX-FILE-NO
005840     IF FL-STATE(FILE-WRKRFILE) = "CHECKED" THEN
005850         OPEN INPUT ROSTER-FILE
005860         IF ROSTER-FILE-STATUS = "00" THEN
005870             CLOSE ROSTER-FILE
005880             MOVE "NOT USED" TO FL-STATE(FILE-ROSTERFL)
005890             MOVE "W" TO EX-SEVERITY
005900             MOVE "ON HAND WITH WRKRFILE, WHICH SUPERSEDES IT"
005910                 TO EXCEPTION-TEXT
005920             PERFORM ADD-EXCEPTION
005930         END-IF
005940         GO TO LOAD-WORKER-ROSTER-EXIT
005950     END-IF
005960     OPEN INPUT ROSTER-FILE
005970     MOVE ROSTER-FILE-STATUS TO OPEN-STATUS
005980     PERFORM NOTE-FILE-OPEN
005990     IF FILE-OPEN = 0 THEN
006000         GO TO LOAD-WORKER-ROSTER-EXIT
006010     END-IF
006020     PERFORM FOREVER
006030         READ ROSTER-FILE
006040             AT END EXIT PERFORM
006050         END-READ
006060         ADD 1 TO FL-RECORDS(FILE-ROSTERFL)
006070         IF NUM-WORKERS >= MAX-WORKERS THEN
006080             ADD 1 TO WORKERS-OVER
006090             EXIT PERFORM CYCLE
006100         END-IF
006110         ADD 1 TO NUM-WORKERS
006120         MOVE SPACES TO WK-EMP-ID(NUM-WORKERS)
006130         MOVE RST-SKILL-CLASS TO WK-SKILL(NUM-WORKERS, 1)
006140     END-PERFORM
006150     CLOSE ROSTER-FILE
006160     IF WORKERS-OVER > 0 THEN
006170         MOVE "E" TO EX-SEVERITY
006180         STRING WORKERS-OVER " SLOTS OVER THE LIMIT OF "
006190             MAX-WORKERS " - THE SCHEDULER WILL REJECT IT"
006200             DELIMITED BY SIZE INTO EXCEPTION-TEXT
006210         PERFORM ADD-EXCEPTION
006220     END-IF
006230     MOVE 1 TO WORKERS-SUPPLIED
006240 LOAD-WORKER-ROSTER-EXIT.
006250     EXIT SECTION.
006260*
006270*    HOW MANY WORKERS HOLD LOOKUP-CLASS AT ALL, AND HOW MANY
006280*    HOLD IT AS THE FIRST CLASS A CLASS RATE IS COSTED BY.  A
006290*    BLANK CLASS IS HELD BY EVERY WORKER.
006300 COUNT-CLASS-HOLDERS SECTION.
006310     MOVE 0 TO CLASS-HOLDERS
006320     MOVE 0 TO COSTING-HOLDERS
006330     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
006340             UNTIL W > NUM-WORKERS
006350         IF LOOKUP-CLASS = SPACES THEN
006360             ADD 1 TO CLASS-HOLDERS
006370         ELSE
006380             IF WK-SKILL(W, 1) = LOOKUP-CLASS
006390                     OR WK-SKILL(W, 2) = LOOKUP-CLASS
006400                     OR WK-SKILL(W, 3) = LOOKUP-CLASS
006410                     OR WK-SKILL(W, 4) = LOOKUP-CLASS THEN
006420                 ADD 1 TO CLASS-HOLDERS
006430             END-IF
006440         END-IF
006450         IF WK-SKILL(W, 1) = LOOKUP-CLASS THEN
006460             ADD 1 TO COSTING-HOLDERS
006470         END-IF
006480     END-PERFORM
006490 COUNT-CLASS-HOLDERS-EXIT.
006500     EXIT SECTION.
006510*
006520*    THE ROW OF LOOKUP-ID ON THE TASK MASTER, OR ZERO.
006530 FIND-MASTER-TASK SECTION.
006540     MOVE 0 TO MASTER-FOUND
006550     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
006560             UNTIL T > NUM-MST-TASKS OR MASTER-FOUND > 0
006570         IF MT-TASK-ID(T) = LOOKUP-ID THEN
006580             MOVE T TO MASTER-FOUND
006590         END-IF
006600     END-PERFORM
006610 FIND-MASTER-TASK-EXIT.
006620     EXIT SECTION.
006630*
006640*    SKLFILE: EACH TASK SHOULD BE ON THE MASTER AND EACH CLASS
006650*    HELD BY SOME WORKER.  A TASK LISTED TWICE TAKES THE LAST
006660*    CLASS, AS IN THE SCHEDULER'S LOOKUP, BUT STILL TAKES A
006661*    PLACE IN THE SCHEDULER'S TABLE, SO EVERY RECORD COUNTS
006662*    TOWARD ITS LIMIT.
006670 CHECK-SKILL-CLASSES SECTION.
006680     MOVE FILE-SKLFILE TO EX-FILE-NO
006690     OPEN INPUT SKILL-FILE
006700     MOVE SKILL-FILE-STATUS TO OPEN-STATUS
006710     PERFORM NOTE-FILE-OPEN
006720     IF FILE-OPEN = 0 THEN
006730         GO TO CHECK-SKILL-CLASSES-EXIT
006740     END-IF
006750     PERFORM FOREVER
006760         READ SKILL-FILE
006770             AT END EXIT PERFORM
006780         END-READ
006790         ADD 1 TO FL-RECORDS(FILE-SKLFILE)
006800         IF SKL-TASK-ID = SPACES THEN
006810             EXIT PERFORM CYCLE
006820         END-IF
006821         IF NUM-SKILL-RECORDS >= MAX-SKILL-OVERRIDES THEN
006822             MOVE "E" TO EX-SEVERITY
006823             STRING "MORE THAN " MAX-SKILL-OVERRIDES
006824                 " RECORDS - THE SCHEDULER WILL REJECT THE FILE"
006825                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
006826             PERFORM ADD-EXCEPTION
006827             EXIT PERFORM
006828         END-IF
006829         ADD 1 TO NUM-SKILL-RECORDS
006830         MOVE SKL-TASK-ID TO LOOKUP-ID
006840         PERFORM FIND-SKILL-OVERRIDE
006850         IF SKILL-FOUND > 0 THEN
006860             MOVE "W" TO EX-SEVERITY
006870             STRING "TASK " FUNCTION TRIM(SKL-TASK-ID)
006880                 " IS LISTED TWICE - THE LAST CLASS WINS"
006890                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
006900             PERFORM ADD-EXCEPTION
006910             MOVE SKL-CLASS TO SO-CLASS(SKILL-FOUND)
006920         ELSE
007010             ADD 1 TO NUM-SKILL-OVERRIDES
007020             MOVE SKL-TASK-ID TO SO-TASK-ID(NUM-SKILL-OVERRIDES)
007030             MOVE SKL-CLASS TO SO-CLASS(NUM-SKILL-OVERRIDES)
007040         END-IF
007050         IF MASTER-SUPPLIED = 1 THEN
007060             PERFORM FIND-MASTER-TASK
007070             IF MASTER-FOUND = 0 THEN
007080                 MOVE "W" TO EX-SEVERITY
007090                 STRING "TASK " FUNCTION TRIM(SKL-TASK-ID)
007100                     " IS NOT ON TASKMSTR"
007110                     DELIMITED BY SIZE INTO EXCEPTION-TEXT
007120                 PERFORM ADD-EXCEPTION
007130             END-IF
007140         END-IF
007150         IF WORKERS-SUPPLIED = 1 AND SKL-CLASS NOT = SPACES THEN
007160             MOVE SKL-CLASS TO LOOKUP-CLASS
007170             PERFORM COUNT-CLASS-HOLDERS
007180             IF CLASS-HOLDERS = 0 THEN
007190                 MOVE "E" TO EX-SEVERITY
007200                 STRING "TASK " FUNCTION TRIM(SKL-TASK-ID)
007210                     " CLASS " SKL-CLASS
007220                     " - NO WORKER IS CERTIFIED FOR IT"
007230                     DELIMITED BY SIZE INTO EXCEPTION-TEXT
007240                 PERFORM ADD-EXCEPTION
007250             END-IF
007260         END-IF
007270     END-PERFORM
007280     CLOSE SKILL-FILE
007290 CHECK-SKILL-CLASSES-EXIT.
007300     EXIT SECTION.
007310*
007320 FIND-SKILL-OVERRIDE SECTION.
007330     MOVE 0 TO SKILL-FOUND
007340     PERFORM WITH TEST BEFORE VARYING S FROM 1 BY 1
007350             UNTIL S > NUM-SKILL-OVERRIDES
007360         IF SO-TASK-ID(S) = LOOKUP-ID THEN
007370             MOVE S TO SKILL-FOUND
007380         END-IF
007390     END-PERFORM
007400 FIND-SKILL-OVERRIDE-EXIT.
007410     EXIT SECTION.
007420*
007430*    PRIFILE: A DIGIT FOR EACH TASK, AND THE TASK ON THE MASTER.
007440 CHECK-PRIORITY-CLASSES SECTION.
007450     MOVE FILE-PRIFILE TO EX-FILE-NO
007460     OPEN INPUT PRI-FILE
007470     MOVE PRI-FILE-STATUS TO OPEN-STATUS
007480     PERFORM NOTE-FILE-OPEN
007490     IF FILE-OPEN = 0 THEN
007500         GO TO CHECK-PRIORITY-CLASSES-EXIT
007510     END-IF
007520     PERFORM FOREVER
007530         READ PRI-FILE
007540             AT END EXIT PERFORM
007550         END-READ
007560         ADD 1 TO FL-RECORDS(FILE-PRIFILE)
007570         IF PRI-TASK-ID = SPACES THEN
007580             EXIT PERFORM CYCLE
007590         END-IF
007600         IF PRI-CLASS-FLD IS NOT NUMERIC THEN
007610             MOVE "E" TO EX-SEVERITY
007620             STRING "TASK " FUNCTION TRIM(PRI-TASK-ID)
007630                 " PRIORITY '"
007640                 PRI-CLASS-FLD "' IS NOT NUMERIC"
007650                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
007660             PERFORM ADD-EXCEPTION
007670         ELSE
007680             ADD 1 TO NUM-PRI-OVERRIDES
007690         END-IF
007700         IF MASTER-SUPPLIED = 1 THEN
007710             MOVE PRI-TASK-ID TO LOOKUP-ID
007720             PERFORM FIND-MASTER-TASK
007730             IF MASTER-FOUND = 0 THEN
007740                 MOVE "W" TO EX-SEVERITY
007750                 STRING "TASK " FUNCTION TRIM(PRI-TASK-ID)
007760                     " IS NOT ON TASKMSTR"
007770                     DELIMITED BY SIZE INTO EXCEPTION-TEXT
007780                 PERFORM ADD-EXCEPTION
007790             END-IF
007800         END-IF
007810     END-PERFORM
007820     CLOSE PRI-FILE
007830     IF NUM-PRI-OVERRIDES > MAX-PRI-OVERRIDES THEN
007840         MOVE "E" TO EX-SEVERITY
007850         STRING "MORE THAN " MAX-PRI-OVERRIDES
007860             " PRIORITIES - THE SCHEDULER WILL REJECT THE FILE"
007870             DELIMITED BY SIZE INTO EXCEPTION-TEXT
007880         PERFORM ADD-EXCEPTION
007890     END-IF
007900 CHECK-PRIORITY-CLASSES-EXIT.
007910     EXIT SECTION.
007920*
007930*    RESFILE: POOL DEFINITIONS AND TASK-TO-POOL TIES.  A TIE TO
007940*    A POOL THAT IS NOT DEFINED, OR HAS NO CAPACITY, WOULD HOLD
007950*    ITS TASK FOREVER; A TIE FOR A TASK NOT ON THE MASTER AND A
007960*    POOL NO TASK NEEDS ARE ONLY WARNED OF.
007970 CHECK-RESOURCE-POOLS SECTION.
007980     MOVE FILE-RESFILE TO EX-FILE-NO
007990     OPEN INPUT RES-FILE
008000     MOVE RES-FILE-STATUS TO OPEN-STATUS
008010     PERFORM NOTE-FILE-OPEN
008020     IF FILE-OPEN = 0 THEN
008030         GO TO CHECK-RESOURCE-POOLS-EXIT
008040     END-IF
008050     PERFORM FOREVER
008060         READ RES-FILE
008070             AT END EXIT PERFORM
008080         END-READ
008090         ADD 1 TO FL-RECORDS(FILE-RESFILE)
008100         MOVE FL-RECORDS(FILE-RESFILE) TO REC-COUNT
008110         IF RES-POOL-LINE = SPACES THEN
008120             EXIT PERFORM CYCLE
008130         END-IF
008140         EVALUATE RES-P-TYPE
008150             WHEN "P"
008160                 PERFORM CHECK-POOL-RECORD
008170             WHEN "T"
008180                 PERFORM CHECK-POOL-TIE-RECORD
008190             WHEN OTHER
008200                 MOVE "E" TO EX-SEVERITY
008210                 STRING "RECORD " REC-COUNT " TYPE '"
008220                     RES-P-TYPE "' IS INVALID - USE P OR T"
008230                     DELIMITED BY SIZE INTO EXCEPTION-TEXT
008240                 PERFORM ADD-EXCEPTION
008250         END-EVALUATE
008260     END-PERFORM
008270     CLOSE RES-FILE
008280     PERFORM WITH TEST BEFORE VARYING N FROM 1 BY 1
008290             UNTIL N > NUM-NEEDS
008300         PERFORM FIND-POOL-OF-NEED
008310         IF POOL-FOUND = 0 THEN
008320             MOVE "E" TO EX-SEVERITY
008330             STRING "TASK " FUNCTION TRIM(ND-TASK-ID(N))
008340                 " NEEDS POOL '"
008350                 ND-POOL-CODE(N) "' WHICH NO P RECORD DEFINES"
008360                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
008370             PERFORM ADD-EXCEPTION
008380         ELSE
008390             MOVE 1 TO PL-NEEDED(POOL-FOUND)
008400             IF PL-CAPACITY(POOL-FOUND) = 0 THEN
008410                 MOVE "E" TO EX-SEVERITY
008420                 STRING "TASK " FUNCTION TRIM(ND-TASK-ID(N))
008430                     " NEEDS POOL "
008440                     ND-POOL-CODE(N) " WHICH HAS NO CAPACITY"
008450                     DELIMITED BY SIZE INTO EXCEPTION-TEXT
008460                 PERFORM ADD-EXCEPTION
008470             END-IF
008480         END-IF
008490     END-PERFORM
008500     PERFORM WITH TEST BEFORE VARYING P FROM 1 BY 1
008510             UNTIL P > NUM-POOLS
008520         IF PL-NEEDED(P) = 0 THEN
008530             MOVE "W" TO EX-SEVERITY
008540             STRING "POOL " PL-CODE(P) " IS NEEDED BY NO TASK"
008550                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
008560             PERFORM ADD-EXCEPTION
008570         END-IF
008580     END-PERFORM
008590 CHECK-RESOURCE-POOLS-EXIT.
008600     EXIT SECTION.
008610*
008620 CHECK-POOL-RECORD SECTION.
008630     IF RES-P-CODE = SPACES OR RES-P-CAP IS NOT NUMERIC THEN
008640         MOVE "E" TO EX-SEVERITY
008650         STRING "RECORD " REC-COUNT " POOL '" RES-P-CODE
008660             "' HAS A BLANK CODE OR A NON-NUMERIC CAPACITY"
008670             DELIMITED BY SIZE INTO EXCEPTION-TEXT
008680         PERFORM ADD-EXCEPTION
008690         GO TO CHECK-POOL-RECORD-EXIT
008700     END-IF
008710     MOVE 0 TO POOL-FOUND
008720     PERFORM WITH TEST BEFORE VARYING P FROM 1 BY 1
008730             UNTIL P > NUM-POOLS
008740         IF PL-CODE(P) = RES-P-CODE THEN
008750             MOVE P TO POOL-FOUND
008760         END-IF
008770     END-PERFORM
008780     IF POOL-FOUND > 0 THEN
008790         MOVE "W" TO EX-SEVERITY
008800         STRING "RECORD " REC-COUNT " POOL " RES-P-CODE
008810             " IS DEFINED TWICE"
008820             DELIMITED BY SIZE INTO EXCEPTION-TEXT
008830         PERFORM ADD-EXCEPTION
008840         GO TO CHECK-POOL-RECORD-EXIT
008850     END-IF
008860     IF NUM-POOLS >= MAX-POOLS THEN
008870         MOVE "E" TO EX-SEVERITY
008880         STRING "RECORD " REC-COUNT " MORE THAN " MAX-POOLS
008890             " POOLS - THE SCHEDULER WILL REJECT THE FILE"
008900             DELIMITED BY SIZE INTO EXCEPTION-TEXT
008910         PERFORM ADD-EXCEPTION
008920         GO TO CHECK-POOL-RECORD-EXIT
008930     END-IF
008940     ADD 1 TO NUM-POOLS
008950     MOVE RES-P-CODE TO PL-CODE(NUM-POOLS)
008960     MOVE RES-P-CAP TO PL-CAPACITY(NUM-POOLS)
008970     MOVE 0 TO PL-NEEDED(NUM-POOLS)
008980 CHECK-POOL-RECORD-EXIT.
008990     EXIT SECTION.
009000*
009010 CHECK-POOL-TIE-RECORD SECTION.
009020     IF RES-T-TASK-ID = SPACES OR RES-T-POOL = SPACES THEN
009030         MOVE "E" TO EX-SEVERITY
009040         STRING "RECORD " REC-COUNT " TASK '" RES-T-TASK-ID
009050             "' HAS A BLANK TASK ID OR POOL"
009060             DELIMITED BY SIZE INTO EXCEPTION-TEXT
009070         PERFORM ADD-EXCEPTION
009080         GO TO CHECK-POOL-TIE-RECORD-EXIT
009090     END-IF
009100     IF MASTER-SUPPLIED = 1 THEN
009110         MOVE RES-T-TASK-ID TO LOOKUP-ID
009120         PERFORM FIND-MASTER-TASK
009130         IF MASTER-FOUND = 0 THEN
009140             MOVE "W" TO EX-SEVERITY
009150             STRING "RECORD " REC-COUNT " TASK " RES-T-TASK-ID
009160                 " IS NOT ON TASKMSTR"
009170                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
009180             PERFORM ADD-EXCEPTION
009190         END-IF
009200     END-IF
009210     IF NUM-NEEDS >= MAX-NEEDS THEN
009220         MOVE "E" TO EX-SEVERITY
009230         STRING "RECORD " REC-COUNT " MORE THAN " MAX-NEEDS
009240             " TIES - THE SCHEDULER WILL REJECT THE FILE"
009250             DELIMITED BY SIZE INTO EXCEPTION-TEXT
009260         PERFORM ADD-EXCEPTION
009270         GO TO CHECK-POOL-TIE-RECORD-EXIT
009280     END-IF
009290     ADD 1 TO NUM-NEEDS
009300     MOVE RES-T-TASK-ID TO ND-TASK-ID(NUM-NEEDS)
009310     MOVE RES-T-POOL TO ND-POOL-CODE(NUM-NEEDS)
009320 CHECK-POOL-TIE-RECORD-EXIT.
009330     EXIT SECTION.
009340*
009350 FIND-POOL-OF-NEED SECTION.
009360     MOVE 0 TO POOL-FOUND
009370     PERFORM WITH TEST BEFORE VARYING P FROM 1 BY 1
009380             UNTIL P > NUM-POOLS
009390         IF PL-CODE(P) = ND-POOL-CODE(N) THEN
009400             MOVE P TO POOL-FOUND
009410         END-IF
009420     END-PERFORM
009430 FIND-POOL-OF-NEED-EXIT.
009440     EXIT SECTION.
009450*
009460*    RATEFILE: A C RECORD COSTS EVERY WORKER WHOSE FIRST CLASS
009470*    IT NAMES, A W RECORD ONE WORKER SLOT.  A CLASS RATE NO
009480*    WORKER IS COSTED BY, OR A SLOT RATE BEYOND THE WORKERS ON
009490*    FILE, CAN NEVER APPLY.
009500 CHECK-LABOR-RATES SECTION.
009510     MOVE FILE-RATEFILE TO EX-FILE-NO
009520     OPEN INPUT RATE-FILE
009530     MOVE RATE-FILE-STATUS TO OPEN-STATUS
009540     PERFORM NOTE-FILE-OPEN
009550     IF FILE-OPEN = 0 THEN
009560         GO TO CHECK-LABOR-RATES-EXIT
009570     END-IF
009580     PERFORM FOREVER
009590         READ RATE-FILE
009600             AT END EXIT PERFORM
009610         END-READ
009620         ADD 1 TO FL-RECORDS(FILE-RATEFILE)
009630         MOVE FL-RECORDS(FILE-RATEFILE) TO REC-COUNT
009640         IF RATE-LINE = SPACES THEN
009650             EXIT PERFORM CYCLE
009660         END-IF
009670         IF (RT-TYPE NOT = "W" AND RT-TYPE NOT = "C")
009680                 OR RT-RATE IS NOT NUMERIC
009690                 OR (RT-TYPE = "W" AND RT-KEY IS NOT NUMERIC)
009700         THEN
009710             MOVE "E" TO EX-SEVERITY
009720             STRING "RECORD " REC-COUNT " IS INVALID - TYPE '"
009730                 RT-TYPE "' KEY '" RT-KEY "'"
009740                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
009750             PERFORM ADD-EXCEPTION
009760             EXIT PERFORM CYCLE
009770         END-IF
009780         ADD 1 TO NUM-RATE-ENTRIES
009790         IF NUM-RATE-ENTRIES = MAX-RATE-ENTRIES + 1 THEN
009800             MOVE "E" TO EX-SEVERITY
009810             STRING "RECORD " REC-COUNT " MORE THAN "
009820                 MAX-RATE-ENTRIES
009830                 " RATES - THE SCHEDULER WILL REJECT THE FILE"
009840                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
009850             PERFORM ADD-EXCEPTION
009860         END-IF
009870         IF RT-TYPE = "C" THEN
009880             PERFORM CHECK-CLASS-RATE
009890         ELSE
009900             PERFORM CHECK-SLOT-RATE
009910         END-IF
009920     END-PERFORM
009930     CLOSE RATE-FILE
009940 CHECK-LABOR-RATES-EXIT.
009950     EXIT SECTION.
009960*
009970 CHECK-CLASS-RATE SECTION.
009980     IF WORKERS-SUPPLIED = 0 THEN
009990         MOVE "W" TO EX-SEVERITY
010000         STRING "RECORD " REC-COUNT " CLASS RATE FOR " RT-KEY
010010             " - NO WORKERS ON FILE TO APPLY IT TO"
010020             DELIMITED BY SIZE INTO EXCEPTION-TEXT
010030         PERFORM ADD-EXCEPTION
010040         GO TO CHECK-CLASS-RATE-EXIT
010050     END-IF
010060     MOVE RT-KEY TO LOOKUP-CLASS
010070     PERFORM COUNT-CLASS-HOLDERS
010080     IF CLASS-HOLDERS = 0 THEN
010090         MOVE "W" TO EX-SEVERITY
010100         STRING "RECORD " REC-COUNT " CLASS RATE FOR " RT-KEY
010110             " - NO WORKER HOLDS THE CLASS"
010120             DELIMITED BY SIZE INTO EXCEPTION-TEXT
010130         PERFORM ADD-EXCEPTION
010140         GO TO CHECK-CLASS-RATE-EXIT
010150     END-IF
010160     IF COSTING-HOLDERS = 0 THEN
010170         MOVE "W" TO EX-SEVERITY
010180         STRING "RECORD " REC-COUNT " CLASS RATE FOR " RT-KEY
010190             " - NO WORKER HOLDS IT AS FIRST CLASS"
010200             DELIMITED BY SIZE INTO EXCEPTION-TEXT
010210         PERFORM ADD-EXCEPTION
010220     END-IF
010230 CHECK-CLASS-RATE-EXIT.
010240     EXIT SECTION.
010250*
010260 CHECK-SLOT-RATE SECTION.
010270     MOVE RT-KEY TO RATE-SLOT
010280     IF RATE-SLOT = 0 OR RATE-SLOT > MAX-WORKERS THEN
010290         MOVE "E" TO EX-SEVERITY
010300         STRING "RECORD " REC-COUNT " SLOT RATE FOR SLOT "
010310             RT-KEY " - SLOTS RUN FROM 01 TO " MAX-WORKERS
010320             DELIMITED BY SIZE INTO EXCEPTION-TEXT
010330         PERFORM ADD-EXCEPTION
010340         GO TO CHECK-SLOT-RATE-EXIT
010350     END-IF
010360     IF WORKERS-SUPPLIED = 1 AND RATE-SLOT > NUM-WORKERS THEN
010370         MOVE "W" TO EX-SEVERITY
010380         STRING "RECORD " REC-COUNT " SLOT RATE FOR SLOT "
010390             RT-KEY " - ONLY " NUM-WORKERS " WORKERS ON FILE"
010400             DELIMITED BY SIZE INTO EXCEPTION-TEXT
010410         PERFORM ADD-EXCEPTION
010420     END-IF
010430 CHECK-SLOT-RATE-EXIT.
010440     EXIT SECTION.
010450*
010460*    BUDGFILE: ONE LIMIT PER DEPARTMENT.  A DEPARTMENT NAMED
010470*    TWICE TAKES THE LAST LIMIT, AS IN THE SCHEDULER, AND BOTH
010471*    RECORDS COUNT TOWARD THE SCHEDULER'S TABLE LIMIT.
010480 LOAD-DEPT-BUDGETS SECTION.
010490     MOVE FILE-BUDGFILE TO EX-FILE-NO
010500     OPEN INPUT BUDGET-FILE
010510     MOVE BUDGET-FILE-STATUS TO OPEN-STATUS
010520     PERFORM NOTE-FILE-OPEN
010530     IF FILE-OPEN = 0 THEN
010540         GO TO LOAD-DEPT-BUDGETS-EXIT
010550     END-IF
010560     PERFORM FOREVER
010570         READ BUDGET-FILE
010580             AT END EXIT PERFORM
010590         END-READ
010600         ADD 1 TO FL-RECORDS(FILE-BUDGFILE)
010610         MOVE FL-RECORDS(FILE-BUDGFILE) TO REC-COUNT
010620         IF BUDGET-LINE = SPACES THEN
010630             EXIT PERFORM CYCLE
010640         END-IF
010650         IF BGT-DEPT-FLD = SPACES
010660                 OR BGT-LIMIT-FLD IS NOT NUMERIC THEN
010670             MOVE "E" TO EX-SEVERITY
010680             STRING "RECORD " REC-COUNT " DEPT '" BGT-DEPT-FLD
010690                 "' HAS A BLANK CODE OR A NON-NUMERIC LIMIT"
010700                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
010710             PERFORM ADD-EXCEPTION
010720             EXIT PERFORM CYCLE
010730         END-IF
010731         IF NUM-BUDGET-RECORDS >= MAX-BUDGETS THEN
010732             MOVE "E" TO EX-SEVERITY
010733             STRING "RECORD " REC-COUNT " MORE THAN " MAX-BUDGETS
010734                 " RECORDS - THE SCHEDULER WILL REJECT IT"
010735                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
010736             PERFORM ADD-EXCEPTION
010737             EXIT PERFORM
010738         END-IF
010739         ADD 1 TO NUM-BUDGET-RECORDS
010740         MOVE BGT-DEPT-FLD TO LOOKUP-DEPT
010750         PERFORM FIND-BUDGET
010760         IF BUDGET-FOUND > 0 THEN
010770             MOVE "W" TO EX-SEVERITY
010780             STRING "RECORD " REC-COUNT " DEPT " BGT-DEPT-FLD
010790                 " IS LISTED TWICE - THE LAST LIMIT WINS"
010800                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
010810             PERFORM ADD-EXCEPTION
010820             EXIT PERFORM CYCLE
010830         END-IF
010920         ADD 1 TO NUM-BUDGETS
010930         MOVE BGT-DEPT-FLD TO BD-DEPT(NUM-BUDGETS)
010940         MOVE 0 TO BD-USED(NUM-BUDGETS)
010950     END-PERFORM
010960     CLOSE BUDGET-FILE
010970 LOAD-DEPT-BUDGETS-EXIT.
010980     EXIT SECTION.
010990*
011000 FIND-BUDGET SECTION.
011010     MOVE 0 TO BUDGET-FOUND
011020     PERFORM WITH TEST BEFORE VARYING B FROM 1 BY 1
011030             UNTIL B > NUM-BUDGETS
011040         IF BD-DEPT(B) = LOOKUP-DEPT THEN
011050             MOVE B TO BUDGET-FOUND
011060         END-IF
011070     END-PERFORM
011080 FIND-BUDGET-EXIT.
011090     EXIT SECTION.
011100*
011110*    CALFILE, WITH THE SCHEDULER'S EDITS: EVERY WINDOW NUMERIC,
011120*    A DAY CODE FROM 0 (EVERY DAY) TO 7, AN END NO LATER THAN
011130*    MIDNIGHT AND AFTER THE START, AND AT LEAST ONE WINDOW.
011140 CHECK-SHIFT-CALENDAR SECTION.
011150     MOVE FILE-CALFILE TO EX-FILE-NO
011160     OPEN INPUT CAL-FILE
011170     MOVE CAL-FILE-STATUS TO OPEN-STATUS
011180     PERFORM NOTE-FILE-OPEN
011190     IF FILE-OPEN = 0 THEN
011200         GO TO CHECK-SHIFT-CALENDAR-EXIT
011210     END-IF
011220     PERFORM FOREVER
011230         READ CAL-FILE
011240             AT END EXIT PERFORM
011250         END-READ
011260         ADD 1 TO FL-RECORDS(FILE-CALFILE)
011270         MOVE FL-RECORDS(FILE-CALFILE) TO REC-COUNT
011280         IF CAL-LINE = SPACES THEN
011290             EXIT PERFORM CYCLE
011300         END-IF
011310         ADD 1 TO NUM-CAL-WINDOWS
011320         IF NUM-CAL-WINDOWS = MAX-CAL-WINDOWS + 1 THEN
011330             MOVE "E" TO EX-SEVERITY
011340             STRING "RECORD " REC-COUNT " MORE THAN "
011350                 MAX-CAL-WINDOWS
011360                 " WINDOWS - THE SCHEDULER WILL REJECT IT"
011370                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
011380             PERFORM ADD-EXCEPTION
011390         END-IF
011400         IF CAL-DAY-FLD IS NOT NUMERIC
011410                 OR CAL-START-FLD IS NOT NUMERIC
011420                 OR CAL-END-FLD IS NOT NUMERIC THEN
011430             MOVE "E" TO EX-SEVERITY
011440             STRING "RECORD " REC-COUNT " WINDOW '" CAL-DAY-FLD
011450                 CAL-START-FLD CAL-END-FLD "' IS NOT NUMERIC"
011460                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
011470             PERFORM ADD-EXCEPTION
011480             EXIT PERFORM CYCLE
011490         END-IF
011500         MOVE CAL-DAY-FLD TO CAL-DAY-N
011510         MOVE CAL-START-FLD TO CAL-START-N
011520         MOVE CAL-END-FLD TO CAL-END-N
011530         IF CAL-DAY-N > DAYS-PER-WEEK
011540                 OR CAL-END-N > SECONDS-PER-DAY
011550                 OR CAL-START-N NOT < CAL-END-N THEN
011560             MOVE "E" TO EX-SEVERITY
011570             STRING "RECORD " REC-COUNT " WINDOW DAY " CAL-DAY-N
011580                 " " CAL-START-N "-" CAL-END-N
011590                 " IS PAST MIDNIGHT OR BACKWARDS"
011600                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
011610             PERFORM ADD-EXCEPTION
011620         END-IF
011630     END-PERFORM
011640     CLOSE CAL-FILE
011650     IF NUM-CAL-WINDOWS = 0 THEN
011660         MOVE "E" TO EX-SEVERITY
011670         MOVE "FILE IS ON HAND BUT HOLDS NO WORKING WINDOW"
011680             TO EXCEPTION-TEXT
011690         PERFORM ADD-EXCEPTION
011700     END-IF
011710 CHECK-SHIFT-CALENDAR-EXIT.
011720     EXIT SECTION.
011730*
011740*    THE TASK MASTER'S CODES.  A CLASS NO WORKER HOLDS, OR A
011750*    CREW LARGER THAN THE WORKERS WHO HOLD ITS CLASS, LEAVES THE
011760*    TASK UNSTAFFABLE AND ITS JOB REJECTED - UNLESS SKLFILE
011770*    GIVES THE TASK ANOTHER CLASS, IN WHICH CASE THE MASTER
011780*    CLASS IS ONLY STALE.  A DEPARTMENT WITH NO BUDGFILE LIMIT
011790*    IS REPORTED ONCE, AND ONLY WHEN THERE IS A BUDGFILE.
011800 CHECK-TASK-MASTER-REFS SECTION.
011810     MOVE FILE-TASKMSTR TO EX-FILE-NO
011820     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
011830             UNTIL T > NUM-MST-TASKS
011840         IF WORKERS-SUPPLIED = 1 THEN
011850             PERFORM CHECK-MASTER-STAFFING
011860         END-IF
011870         IF FL-STATE(FILE-BUDGFILE) = "CHECKED"
011880                 AND MT-DEPT(T) NOT = SPACES THEN
011890             PERFORM CHECK-MASTER-BUDGET
011900         END-IF
011910     END-PERFORM
011920 CHECK-TASK-MASTER-REFS-EXIT.
011930     EXIT SECTION.
011940*
011950 CHECK-MASTER-STAFFING SECTION.
011960     MOVE MT-TASK-ID(T) TO LOOKUP-ID
011970     PERFORM FIND-SKILL-OVERRIDE
011980     IF SKILL-FOUND > 0 AND MT-SKILL(T) NOT = SPACES
011990             AND MT-SKILL(T) NOT = SO-CLASS(SKILL-FOUND) THEN
012000         MOVE MT-SKILL(T) TO LOOKUP-CLASS
012010         PERFORM COUNT-CLASS-HOLDERS
012020         IF CLASS-HOLDERS = 0 THEN
012030             MOVE "W" TO EX-SEVERITY
012040             STRING "TASK " FUNCTION TRIM(MT-TASK-ID(T))
012050                 " CLASS " MT-SKILL(T)
012060                 " - NO WORKER HOLDS IT (SKLFILE OVERRIDES)"
012070                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
012080             PERFORM ADD-EXCEPTION
012090         END-IF
012100     END-IF
012110     IF SKILL-FOUND > 0 THEN
012120         MOVE SO-CLASS(SKILL-FOUND) TO LOOKUP-CLASS
012130     ELSE
012140         MOVE MT-SKILL(T) TO LOOKUP-CLASS
012150     END-IF
012160*
012170*    A BAD SKLFILE CLASS IS REPORTED AGAINST SKLFILE; ONLY THE
012180*    CREW TEST IS MADE HERE FOR AN OVERRIDDEN TASK.
012190     PERFORM COUNT-CLASS-HOLDERS
012200     IF CLASS-HOLDERS = 0 THEN
012210         IF SKILL-FOUND = 0 THEN
012220             MOVE "E" TO EX-SEVERITY
012230             STRING "TASK " FUNCTION TRIM(MT-TASK-ID(T))
012240                 " CLASS " MT-SKILL(T)
012250                 " - NO WORKER IS CERTIFIED FOR IT"
012260                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
012270             PERFORM ADD-EXCEPTION
012280         END-IF
012290         GO TO CHECK-MASTER-STAFFING-EXIT
012300     END-IF
012310     IF MT-CREW-SIZE(T) > CLASS-HOLDERS THEN
012320         MOVE "E" TO EX-SEVERITY
012330         STRING "TASK " FUNCTION TRIM(MT-TASK-ID(T))
012340             " NEEDS A CREW OF "
012350             MT-CREW-SIZE(T) " - ONLY " CLASS-HOLDERS
012360             " WORKERS QUALIFY"
012370             DELIMITED BY SIZE INTO EXCEPTION-TEXT
012380         PERFORM ADD-EXCEPTION
012390     END-IF
012400 CHECK-MASTER-STAFFING-EXIT.
012410     EXIT SECTION.
012420*
012430 CHECK-MASTER-BUDGET SECTION.
012440     MOVE MT-DEPT(T) TO LOOKUP-DEPT
012450     PERFORM FIND-BUDGET
012460     IF BUDGET-FOUND > 0 THEN
012470         MOVE 1 TO BD-USED(BUDGET-FOUND)
012480         GO TO CHECK-MASTER-BUDGET-EXIT
012490     END-IF
012500     MOVE 0 TO UNBUDGETED-FOUND
012510     PERFORM WITH TEST BEFORE VARYING B FROM 1 BY 1
012520             UNTIL B > NUM-UNBUDGETED
012530         IF UNBUDGETED-DEPT(B) = MT-DEPT(T) THEN
012540             MOVE B TO UNBUDGETED-FOUND
012550         END-IF
012560     END-PERFORM
012570     IF UNBUDGETED-FOUND > 0 THEN
012580         GO TO CHECK-MASTER-BUDGET-EXIT
012590     END-IF
012600     IF NUM-UNBUDGETED < MAX-BUDGETS THEN
012610         ADD 1 TO NUM-UNBUDGETED
012620         MOVE MT-DEPT(T) TO UNBUDGETED-DEPT(NUM-UNBUDGETED)
012630     END-IF
012640     MOVE "W" TO EX-SEVERITY
012650     STRING "DEPT " FUNCTION TRIM(MT-DEPT(T)) " (FIRST ON TASK "
012660         FUNCTION TRIM(MT-TASK-ID(T))
012670         ") HAS NO BUDGFILE LIMIT"
012680         DELIMITED BY SIZE INTO EXCEPTION-TEXT
012690     PERFORM ADD-EXCEPTION
012700 CHECK-MASTER-BUDGET-EXIT.
012710     EXIT SECTION.
012720*
012730*    A LIMIT FOR A DEPARTMENT NO TASK ON THE MASTER BELONGS TO
012740*    CAN NEVER BE REACHED.
012750 CHECK-UNUSED-BUDGETS SECTION.
012760     IF MASTER-SUPPLIED = 0 THEN
012770         GO TO CHECK-UNUSED-BUDGETS-EXIT
012780     END-IF
012790     MOVE FILE-BUDGFILE TO EX-FILE-NO
012800     PERFORM WITH TEST BEFORE VARYING B FROM 1 BY 1
012810             UNTIL B > NUM-BUDGETS
012820         IF BD-USED(B) = 0 THEN
012830             MOVE "W" TO EX-SEVERITY
012840             STRING "DEPT " FUNCTION TRIM(BD-DEPT(B))
012850                 " - NO TASK ON TASKMSTR BELONGS TO IT"
012860                 DELIMITED BY SIZE INTO EXCEPTION-TEXT
012870             PERFORM ADD-EXCEPTION
012880         END-IF
012890     END-PERFORM
012900 CHECK-UNUSED-BUDGETS-EXIT.
012910     EXIT SECTION.
012920*
012930*    THE EXCEPTION REPORT: A LINE PER FILE SAYING WHAT WAS MADE
012940*    OF IT, THEN EACH FILE'S ERRORS AND WARNINGS UNDER ITS NAME.
012950 WRITE-EXCEPTION-REPORT SECTION.
012960     DISPLAY "===== REFERENCE FILE INTEGRITY CHECK ====="
012970     DISPLAY "RUN DATE: " TODAY-DATE
012980     DISPLAY " "
012990     DISPLAY "  FILE      STATE        RECORDS  ERRORS  WARNINGS"
013000     PERFORM WITH TEST BEFORE VARYING F FROM 1 BY 1
013010             UNTIL F > NUM-FILES
013020         DISPLAY "  " FL-NAME(F) "  " FL-STATE(F) "  "
013030             FL-RECORDS(F) "  " FL-ERRORS(F) "  "
013040             FL-WARNINGS(F)
013050     END-PERFORM
013060     PERFORM WITH TEST BEFORE VARYING F FROM 1 BY 1
013070             UNTIL F > NUM-FILES
013080         IF FL-ERRORS(F) > 0 OR FL-WARNINGS(F) > 0 THEN
013090             DISPLAY " "
013100             DISPLAY "----- " FL-NAME(F) " -----"
013110             MOVE "E" TO REPORT-SEVERITY
013120             PERFORM LIST-FILE-EXCEPTIONS
013130             MOVE "W" TO REPORT-SEVERITY
013140             PERFORM LIST-FILE-EXCEPTIONS
013150         END-IF
013160     END-PERFORM
013170     IF EXCEPTIONS-OVER > 0 THEN
013180         DISPLAY " "
013190         DISPLAY "WARNING: " EXCEPTIONS-OVER " MORE EXCEPTIONS "
013200             "BEYOND THE " MAX-EXCEPTIONS " LISTED"
013210     END-IF
013220     DISPLAY " "
013230 WRITE-EXCEPTION-REPORT-EXIT.
013240     EXIT SECTION.
013250*
013260 LIST-FILE-EXCEPTIONS SECTION.
013270     MOVE 0 TO SEVERITY-LISTED
013280     PERFORM WITH TEST BEFORE VARYING X FROM 1 BY 1
013290             UNTIL X > NUM-EXCEPTIONS
013300         IF EXC-FILE-NO(X) = F
013310                 AND EXC-SEVERITY(X) = REPORT-SEVERITY THEN
013320             IF SEVERITY-LISTED = 0 THEN
013330                 IF REPORT-SEVERITY = "E" THEN
013340                     DISPLAY "  ERRORS:"
013350                 ELSE
013360                     DISPLAY "  WARNINGS:"
013370                 END-IF
013380             END-IF
013390             ADD 1 TO SEVERITY-LISTED
013400             DISPLAY "    " FUNCTION TRIM(EXC-TEXT(X) TRAILING)
013410         END-IF
013420     END-PERFORM
013430 LIST-FILE-EXCEPTIONS-EXIT.
013440     EXIT SECTION.
013450*
