001550*    THE START/FINISH FIGURES THE SIMULATION ALREADY KEEPS.
001560*    OPERATOR MESSAGES, THE INPUT EDIT AND THE LIVE TRACE STAY
001570*    ON SYSOUT.
001571*    A DEPFILE PAIR MAY NOW CARRY A LAG IN SECONDS (COLUMNS
001572*    33-40) AND A LINK TYPE (COLUMNS 42-43): FS, THE OLD
001573*    FINISH-TO-START LINK AND THE DEFAULT; SS, START-TO-START;
001574*    FF, FINISH-TO-FINISH.  A LAG IS CALENDAR TIME - PAINT CURES
001575*    OVERNIGHT - AND HOLDS NO WORKER: AN FF SUCCESSOR WHOSE WORK
001576*    RUNS OUT EARLY HANDS ITS WORKER BACK AND WAITS FOR ITS
001577*    FINISH TO BE RELEASED.  THE READY TEST, THE EVENT-TO-EVENT
001578*    CLOCK JUMPS, BOTH DEADLINE PROJECTIONS AND THE CRITICAL-
001579*    PATH TRACE ALL WORK FROM THE LINK'S RELEASE SECOND, SO THE
001580*    DUMMY CURING TASKS NO LONGER HAVE TO BE PUNCHED.
001581*    CONSFILE CARRIES PLANNERS' CONSTRAINTS BY TASK ID, WITH AN
001582*    OPTIONAL JOB QUALIFIER: AN R RECORD SAYS A TASK MAY NOT
001583*    START BEFORE A GIVEN SECOND (THE PARTS ARRIVE THEN), A P
001584*    RECORD PINS A TASK TO ONE EMPLOYEE ON WRKRFILE, WHO TAKES
001585*    IT WHATEVER THE SKILL CLASS SAYS.  THE ASSIGNMENT SCAN, THE
001586*    CLOCK JUMPS AND BOTH DEADLINE PROJECTIONS HONOUR THEM, AND
001587*    THE SUMMARY SHOWS HOW LONG EACH TASK WAS HELD BACK.  A PIN
001588*    TO AN EMPLOYEE WHO IS NOT ON WRKRFILE, OR WHO IS ABSENT ON
001589*    EVERY DAY FROM THE TASK'S RELEASE TO ITS JOB'S DEADLINE, IS
001590*    REJECTED BEFORE THE SIMULATION STARTS.
001591*    A TASK MAY NOW NEED MORE THAN ONE WORKER AT ONCE - A LIFT
001592*    TAKES TWO.  THE CREW SIZE COMES FROM TM-CREW-SIZE ON THE
001593*    TASK MASTER, OVERRIDDEN FOR ONE RUN BY CREWFILE.  SUCH A
001594*    TASK STARTS ONLY WHEN THAT MANY QUALIFIED WORKERS ARE FREE
001595*    TOGETHER, HOLDS THEM ALL UNTIL IT COMPLETES, AND IS COSTED
001596*    FOR EACH OF THEM.  EVERY MEMBER APPEARS ON THE SUMMARY, THE
001597*    TIMELINE PAGE, AUDITOUT (A CREW RECORD PER EXTRA MEMBER)
001598*    AND SCHEDOUT (THE EXTRA SLOTS IN THE DETAIL RECORD).  A
001599*    CREW TASK NEITHER PREEMPTS NOR IS PREEMPTED, AN ABSENT
001600*    MEMBER HOLDS THE WHOLE CREW, AND A TASK NEEDING MORE
001601*    QUALIFIED WORKERS THAN THE CREW HOLDS IS REJECTED UP FRONT
001602*    THE WAY AN UNSTAFFABLE SKILL CLASS IS.
001603*    AN F IN CONTROL-CARD COLUMN 13 RE-FORECASTS THE REST OF THE
001604*    DAY FROM WHAT THE FLOOR HAS ACTUALLY DONE.  THE DAY'S REAL
001605*    AUDIT LOG (ACTAUDIT) SAYS WHAT WAS STARTED, SUSPENDED AND
001606*    COMPLETED UP TO THE CLOCK SECOND IN COLUMNS 14-21 - OR THE
001607*    TIME OF DAY THE RUN IS MADE - AND AN OPTIONAL FLOOR STATUS
001608*    FILE (FLRSTAT) GIVES PERCENT COMPLETE BY TASK.  THE
001609*    SIMULATION STARTS FROM THAT STATE AT THAT SECOND INSTEAD OF
001610*    FROM NOTHING AT SECOND ZERO, AND WRITES A FRESH SCHEDOUT,
001611*    REPORT AND DEADLINE PROJECTION FOR WHAT IS LEFT.  CHKPTFL
001612*    IS NEITHER READ NOR WRITTEN ON A RE-FORECAST.
001613*    A RUN COUNT IN CONTROL-CARD COLUMNS 22-25 ASKS FOR A
001614*    SCHEDULE-RISK ESTIMATE.  BEFORE THE REAL RUN, PART 2 IS
001615*    RE-RUN THAT MANY TIMES WITH EVERY TASK'S DURATION DRAWN
001616*    FROM ITS OWN COMPLETIONS IN THE AUDIT ARCHIVES (AUDITIN),
001617*    AND A SCHEDULE RISK PAGE GIVES EACH JOB'S 50TH, 80TH AND
001618*    95TH PERCENTILE FINISH, HOW OFTEN IT MET ITS DEADLINE, AND
001619*    THE TASKS MOST OFTEN ON ITS CRITICAL PATH.  THE RISK
001620*    PASSES ARE HELD SILENT THE WAY SWEEP PROBES ARE.
001621*    A DEPFILE RECORD READING *TEMPLATE IN COLUMNS 1-10 NOW
001622*    CALLS UP A STANDING JOB TEMPLATE FROM THE KEYED TEMPLATE
001623*    LIBRARY (TMPLMSTR, KEPT BY TMPLMAINT): THE TEMPLATE ID IN
001624*    COLUMNS 12-19 AND, OPTIONALLY, A VERSION IN 23-26.  THE
001625*    TEMPLATE'S PAIRS ARE ADDED TO THE JOB AS IF THEY HAD BEEN
001626*    KEYED, AND HAND-KEYED PAIRS MAY STILL SIT ALONGSIDE THE
001627*    CALL.  A BLANK VERSION TAKES THE CURRENT ONE; A CALL PINNED
001628*    TO AN OLDER VERSION STILL EXPANDS THAT VERSION BUT DRAWS A
001629*    WARNING.  A CALL THAT CANNOT BE EXPANDED GETS THE USUAL
001630*    TOLERANCE TREATMENT.
001631*    THE TASK MASTER'S FIGURES NOW COME FROM THE VERSION IN FORCE
001632*    ON THE RUN DATE, TAKEN FROM THE DATED VERSIONS TASKMLOAD,
001633*    TASKMAINT AND DURFEED KEEP ON TASKVERS, SO A RERUN OF AN OLD
001634*    BATCH USES THE STANDARDS OF ITS DAY RATHER THAN TODAY'S.  AN
001635*    AS-OF DATE IN CONTROL-CARD COLUMNS 26-33 PICKS THE VERSIONS
001636*    IN FORCE ON THAT DATE INSTEAD.  A TASK WHOSE VERSION IN FORCE
001637*    IS A DELETION RUNS AS IF IT HAD NO MASTER RECORD; ONE WITH NO
001638*    VERSION ON OR BEFORE THE DATE KEEPS THE CURRENT MASTER
001639*    FIGURES AND IS COUNTED IN A WARNING.  WITHOUT TASKVERS THE
001640*    MASTER IS READ AS BEFORE.
001641*
001642 ENVIRONMENT DIVISION.
001643 INPUT-OUTPUT SECTION.
001644 FILE-CONTROL.
001645     SELECT DEP-FILE ASSIGN TO "DEPFILE"
001646         ORGANIZATION IS LINE SEQUENTIAL
001647         FILE STATUS IS DEP-FILE-STATUS.
001650     SELECT CTL-FILE ASSIGN TO "CTLCARD"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS CTL-FILE-STATUS.
002120         ACCESS MODE IS RANDOM
002130         RECORD KEY IS TM-TASK-ID
002140         FILE STATUS IS TM-FILE-STATUS.
002141     SELECT TASK-VERSIONS ASSIGN TO "TASKVERS"
002142         ORGANIZATION IS INDEXED
002143         ACCESS MODE IS DYNAMIC
002144         RECORD KEY IS TV-KEY
002145         FILE STATUS IS TV-FILE-STATUS.
002146     SELECT CONS-FILE ASSIGN TO "CONSFILE"
002147         ORGANIZATION IS LINE SEQUENTIAL
002148         FILE STATUS IS CONS-FILE-STATUS.
002149     SELECT CREW-FILE ASSIGN TO "CREWFILE"
002150         ORGANIZATION IS LINE SEQUENTIAL
002151         FILE STATUS IS CREW-FILE-STATUS.
002152     SELECT ACT-FILE ASSIGN TO "ACTAUDIT"
002153         ORGANIZATION IS LINE SEQUENTIAL
002154         FILE STATUS IS ACT-FILE-STATUS.
002155     SELECT FLOOR-FILE ASSIGN TO "FLRSTAT"
002156         ORGANIZATION IS LINE SEQUENTIAL
002157         FILE STATUS IS FLOOR-FILE-STATUS.
002158     SELECT HIST-FILE ASSIGN TO "AUDITIN"
002159         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS HIST-FILE-STATUS.
002161     SELECT TMPL-MASTER ASSIGN TO "TMPLMSTR"
002162         ORGANIZATION IS INDEXED
002163         ACCESS MODE IS RANDOM
002164         RECORD KEY IS TPL-KEY
002165         FILE STATUS IS TPL-FILE-STATUS.
002166*
002167 DATA DIVISION.
002170 FILE SECTION.
002180*    A DEPENDENCY PAIR.  THE OPTIONAL JOB QUALIFIERS IN COLUMNS
002190*    23-26 AND 28-31 NAME THE BATCH JOB EACH TASK BELONGS TO; A
002200*    BLANK QUALIFIER MEANS THE JOB OF THE BLOCK THE RECORD SITS
002210*    IN, WHICH IS HOW EVERY DECK PUNCHED BEFORE THE QUALIFIERS
002220*    EXISTED STILL READS.
002221*    THE LAG IN COLUMNS 33-40 IS THE SECONDS THAT MUST PASS AFTER
002222*    THE PREDECESSOR'S EVENT, AND THE LINK TYPE IN 42-43 SAYS
002223*    WHICH EVENTS ARE TIED: FS (FINISH GATES START), SS (START
002224*    GATES START) OR FF (FINISH GATES FINISH).  BLANK MEANS FS
002225*    WITH NO LAG, WHICH IS HOW EVERY OLDER DECK READS.
002230 FD  DEP-FILE.
002240 01  DEP-LINE.
002250     05  DEP-FROM-FLD       PIC X(10).
002290     05  DEP-FROM-JOB-FLD   PIC X(04).
002300     05  FILLER             PIC X(01).
002310     05  DEP-TO-JOB-FLD     PIC X(04).
002313     05  FILLER             PIC X(01).
002316     05  DEP-LAG-FLD        PIC X(08).
002319     05  FILLER             PIC X(01).
002322     05  DEP-LINK-FLD       PIC X(02).
002325     05  FILLER             PIC X(56).
002326*
002327*    A TEMPLATE CALL: *TEMPLATE IN COLUMNS 1-10, THE TEMPLATE ID
002328*    IN 12-19 (UNDER THE TO-TASK COLUMNS) AND AN OPTIONAL
002329*    VERSION IN 23-26 (UNDER THE FROM-JOB COLUMNS).
002330 01  DEP-TEMPLATE-CALL.
002331     05  DTC-MARKER         PIC X(10).
002332     05  FILLER             PIC X(01).
002333     05  DTC-TEMPLATE-ID    PIC X(08).
002334     05  FILLER             PIC X(03).
002335     05  DTC-VERSION-FLD    PIC X(04).
002336     05  FILLER             PIC X(73).
002337*
002340 FD  CTL-FILE.
002350 01  CTL-LINE               PIC X(80).
002360*
003240*    WORK BANKED BY A PREEMPTION AND NOT YET RESUMED.  SPACES ON
003250*    A CHECKPOINT CUT BEFORE PREEMPTION EXISTED.
003260     05  CHK-TASK-BANKED    PIC 9(04).
003261*
003262*    AN FF FINISH STILL HELD, AND THE SECOND THE TASK'S WORK RAN
003263*    OUT.  SPACES ON A CHECKPOINT CUT BEFORE TIMED LINKS EXISTED.
003264     05  CHK-TASK-HELD      PIC 9.
003265     05  CHK-TASK-WORK-END  PIC 9(08).
003266*
003267*    SECONDS HELD BACK BY A CONSFILE RELEASE OR PIN.  SPACES ON A
003268*    CHECKPOINT CUT BEFORE CONSTRAINTS EXISTED.
003269     05  CHK-TASK-CONS-SECS PIC 9(08).
003270*
003271*    THE SLOTS WORKING THE TASK, LEAD FIRST.  SPACES ON A
003272*    CHECKPOINT CUT BEFORE CREW TASKS EXISTED.
003273     05  CHK-TASK-CREW.
003274         10  CHK-TASK-CREW-COUNT PIC 99.
003275         10  CHK-TASK-CREW-SLOT PIC 99 OCCURS 20 TIMES.
003276 01  CHK-WORKER-REC.
003280     05  CHK-WORK-ON        PIC X(10).
003290     05  CHK-WORK-LEFT      PIC 9(04).
003300     05  CHK-WORK-START     PIC 9(08).
003590     05  SCH-D-START        PIC 9(08).
003600     05  SCH-D-FINISH       PIC 9(08).
003610     05  SCH-D-CRIT-FLAG    PIC X(01).
003611*
003612*    HOW MANY WORKERS THE TASK HELD, AND EVERY SLOT AFTER THE
003613*    LEAD IN SCH-D-WORKER.  SLOTS PAST THE CREW ARE LEFT BLANK.
003614     05  SCH-D-CREW-COUNT   PIC 99.
003615     05  SCH-D-CREW-SLOT    PIC 99 OCCURS 19 TIMES.
003620     05  SCH-D-FILLER       PIC X(06).
003630 01  SCHED-TRAILER-REC.
003640     05  SCH-T-TYPE         PIC X(01).
003650     05  SCH-T-JOB-NUM      PIC 9(04).
004270     05  TM-DEPT            PIC X(04).
004280     05  TM-STD-DUR         PIC 9(03).
004290     05  TM-SKILL-CLASS     PIC X(02).
004294     05  TM-CREW-SIZE       PIC 9(02).
004300     05  FILLER             PIC X(09).
004301*
004302*    ONE DATED VERSION OF A TASK'S MASTER FIGURES, KEYED BY TASK,
004303*    EFFECTIVE DATE AND A SEQUENCE THAT KEEPS TWO CHANGES ON THE
004304*    SAME DAY APART.  THE ACTION IS A (ADDED), C (CHANGED), D
004305*    (DELETED) OR B (THE FIGURES ON THE MASTER BEFORE THE FIRST
004306*    RECORDED CHANGE, DATED ZERO).  THE SAME LAYOUT IS IN
004307*    TASKMLOAD, TASKMAINT, DURFEED AND TASKMHIST.
004308 FD  TASK-VERSIONS.
004309 01  TASK-VERSION-REC.
004310     05  TV-KEY.
004311         10  TV-TASK-ID     PIC X(10).
004312         10  TV-EFF-DATE    PIC 9(08).
004313         10  TV-SEQ         PIC 9(04).
004314     05  TV-ACTION          PIC X(01).
004315     05  TV-SOURCE          PIC X(09).
004316     05  TV-REASON          PIC X(20).
004317     05  TV-FIGURES.
004318         10  TV-DESC        PIC X(30).
004319         10  TV-DEPT        PIC X(04).
004320         10  TV-STD-DUR     PIC 9(03).
004321         10  TV-SKILL-CLASS PIC X(02).
004322         10  TV-CREW-SIZE   PIC 9(02).
004323     05  FILLER             PIC X(07).
004324*
004325*    PLANNING CONSTRAINTS.  COLUMN 1 SAYS WHAT THE RECORD HOLDS:
004326*    AN R RECORD GIVES THE TASK IN COLUMNS 2-11 A RELEASE SECOND
004327*    (COLUMNS 16-23) BEFORE WHICH IT MAY NOT START; A P RECORD
004328*    PINS THE TASK TO THE WRKRFILE EMPLOYEE IN COLUMNS 16-20.
004329*    THE JOB QUALIFIER IN COLUMNS 12-15 WORKS AS IT DOES ON
004330*    DEPFILE; LEFT BLANK, THE RECORD APPLIES TO THE TASK ID IN
004331*    EVERY JOB.
004332 FD  CONS-FILE.
004333 01  CONS-REL-LINE.
004334     05  CNS-R-TYPE         PIC X(01).
004335     05  CNS-R-TASK-ID      PIC X(10).
004336     05  CNS-R-JOB-FLD      PIC X(04).
004337     05  CNS-R-SECOND-FLD   PIC X(08).
004338     05  FILLER             PIC X(57).
004339 01  CONS-PIN-LINE.
004340     05  CNS-P-TYPE         PIC X(01).
004341     05  CNS-P-TASK-ID      PIC X(10).
004342     05  CNS-P-JOB-FLD      PIC X(04).
004343     05  CNS-P-EMP-ID       PIC X(05).
004344     05  FILLER             PIC X(60).
004345*
004346*    CREW SIZE OVERRIDES FOR THIS RUN.  A TASK ID IN COLUMNS
004347*    1-10 AND THE NUMBER OF WORKERS IT NEEDS AT ONCE IN 11-12,
004348*    SHARED ACROSS THE BATCH LIKE THE SKILL CLASSES.
004349 FD  CREW-FILE.
004350 01  CREW-LINE.
004351     05  CRW-TASK-ID        PIC X(10).
004352     05  CRW-SIZE-FLD       PIC X(02).
004353     05  FILLER             PIC X(68).
004354*
004355*    THE DAY'S ACTUAL AUDIT LOG, IN THE AUDITOUT LAYOUT, READ
004356*    BY A RE-FORECAST.
004357 FD  ACT-FILE.
004358 01  ACT-RECORD.
004359     05  ACT-REC-TYPE       PIC X(08).
004360     05  ACT-JOB-NUM        PIC 9(04).
004361     05  ACT-TASK-ID        PIC X(10).
004362     05  ACT-WORKER         PIC 99.
004363     05  ACT-START          PIC 9(08).
004364     05  ACT-FINISH         PIC 9(08).
004365     05  ACT-CRIT-POS       PIC 9(04).
004366     05  ACT-COST           PIC 9(12)V99.
004367     05  ACT-EMP-ID         PIC X(05).
004368*
004369*    FLOOR STATUS.  A TASK ID IN COLUMNS 1-10, A JOB QUALIFIER
004370*    IN 11-14 THAT WORKS AS IT DOES ON CONSFILE, AND THE PERCENT
004371*    OF THE TASK'S WORK THE FLOOR REPORTS DONE IN 15-17.
004372 FD  FLOOR-FILE.
004373 01  FLOOR-LINE.
004374     05  FLR-TASK-ID        PIC X(10).
004375     05  FLR-JOB-FLD        PIC X(04).
004376     05  FLR-PCT-FLD        PIC X(03).
004377     05  FILLER             PIC X(63).
004378*
004379*    THE CONCATENATED AUDIT ARCHIVES, AS AUDITHIST READS THEM.
004380*    ONLY THE COMPLETE RECORDS ARE USED, FOR THE SPREAD OF EACH
004381*    TASK'S ACTUAL DURATION.
004382 FD  HIST-FILE.
004383 01  HIST-RECORD.
004384     05  HST-REC-TYPE       PIC X(08).
004385     05  HST-JOB-NUM        PIC X(04).
004386     05  HST-TASK-ID        PIC X(10).
004387     05  HST-WORKER         PIC X(02).
004388     05  HST-START          PIC X(08).
004389     05  HST-FINISH         PIC X(08).
004390     05  HST-CRIT-POS       PIC X(04).
004391     05  FILLER             PIC X(19).
004392*
004393*    THE JOB TEMPLATE LIBRARY.  EACH TEMPLATE HAS A DIRECTORY
004394*    RECORD (VERSION 0, SEQUENCE 0) CARRYING ITS DESCRIPTION AND
004395*    THE CURRENT AND OLDEST VERSIONS HELD; EACH VERSION HAS A
004396*    HEADER (SEQUENCE 0) COUNTING ITS TASK AND PAIR RECORDS,
004397*    WHICH FOLLOW AS SEQUENCES 1 UP - TASKS FIRST, THEN PAIRS.
004398*    THE SAME LAYOUT IS IN TMPLMAINT.
004399 FD  TMPL-MASTER.
004400 01  TMPL-REC.
004401     05  TPL-KEY.
004402         10  TPL-ID         PIC X(08).
004403         10  TPL-VERSION    PIC 9(04).
004404         10  TPL-SEQ        PIC 9(04).
004405     05  TPL-KIND           PIC X(01).
004406     05  TPL-BODY           PIC X(60).
004407     05  TPL-DIR-BODY REDEFINES TPL-BODY.
004408         10  TPL-DESC       PIC X(30).
004409         10  TPL-CURRENT-VER PIC 9(04).
004410         10  TPL-LOW-VER    PIC 9(04).
004411         10  FILLER         PIC X(22).
004412     05  TPL-HDR-BODY REDEFINES TPL-BODY.
004413         10  TPL-VER-DESC   PIC X(30).
004414         10  TPL-VER-DATE   PIC 9(08).
004415         10  TPL-TASK-COUNT PIC 9(04).
004416         10  TPL-PAIR-COUNT PIC 9(04).
004417         10  FILLER         PIC X(14).
004418     05  TPL-TASK-BODY REDEFINES TPL-BODY.
004419         10  TPL-TASK-ID    PIC X(10).
004420         10  FILLER         PIC X(50).
004421     05  TPL-PAIR-BODY REDEFINES TPL-BODY.
004422         10  TPL-FROM       PIC X(10).
004423         10  TPL-TO         PIC X(10).
004424         10  TPL-LAG        PIC 9(08).
004425         10  TPL-LINK       PIC X(02).
004426         10  FILLER         PIC X(30).
004427*
004428 WORKING-STORAGE SECTION.
004429*
004430*    CONTROL-CARD VALUES.  DEFAULTED IN CASE
004431*    CTLCARD IS EMPTY OR ABSENT SO THE JOB STILL RUNS THE
004432*    ORIGINAL PUZZLE DEFAULTS.
004433 01  CTL-RECORD.
004434     05  CTL-NUM-WORKERS    PIC 99.
004435     05  CTL-BASE-DURATION  PIC 999.
004436     05  CTL-SWEEP-FROM     PIC XX.
004437     05  CTL-SWEEP-TO       PIC XX.
004438     05  CTL-EDIT-TOL       PIC X.
004439     05  CTL-BATCH-FLAG     PIC X.
004440     05  CTL-PREEMPT-FLD    PIC X.
004443     05  CTL-FORECAST-FLAG  PIC X.
004447     05  CTL-FORECAST-SECOND PIC X(08).
004451     05  CTL-RISK-RUNS      PIC X(04).
004453     05  CTL-AS-OF-DATE     PIC X(08).
004455     05  FILLER             PIC X(47).
004460 01  CTL-FILE-STATUS        PIC XX.
004470 01  DUR-FILE-STATUS        PIC XX.
004480 01  ROSTER-FILE-STATUS     PIC XX.
004660         10  D-TO-IDX       PIC 9(04).
004670         10  D-FROM-JOB     PIC 9(04).
004680         10  D-TO-JOB       PIC 9(04).
004683         10  D-LAG          PIC 9(08).
004686         10  D-LINK         PIC X(02).
004690*
004691*    LINK TIMING.  LINKS-TIMED IS SET WHEN ANY PAIR IN THE
004692*    CURRENT TABLE CARRIES A LAG OR A LINK OTHER THAN FS; WHEN
004693*    IT IS CLEAR EVERY LINK IS A PLAIN FINISH-TO-START ORDERING
004694*    AND NONE OF THE TIMING BELOW IS DONE.  CLOCK-GATES IS SET
004695*    ONLY WHILE THE SIMULATION RUNS, SO PART 1'S ORDERING STAYS
004696*    THE PLAIN COMPLETED-PREDECESSOR TEST.  A LINK'S RELEASE IS
004697*    THE SECOND FROM WHICH IT NO LONGER HOLDS ITS SUCCESSOR.
004698 01  LINKS-TIMED            PIC 9            VALUE 0.
004699 01  CLOCK-GATES            PIC 9            VALUE 0.
004700 01  LINK-FROM              PIC 9(04).
004701 01  LINK-EVENT-DONE        PIC 9.
004702 01  LINK-RELEASE           PIC 9(09).
004703 01  FINISH-OPEN            PIC 9.
004704 01  HOLD-RELEASED          PIC 9.
004705 01  NEXT-RELEASE-FOUND     PIC 9.
004706 01  NEXT-RELEASE           PIC 9(09).
004707*
004708*    AN FF SUCCESSOR WHOSE WORK IS DONE BUT WHOSE FINISH IS STILL
004709*    HELD BY ITS PREDECESSOR.  ITS WORKER IS ALREADY FREE.
004710 01  TASK-FIN-HELD-RECORD.
004711     05  TASK-FIN-HELD      PIC 9 OCCURS 500 TIMES.
004712 01  TASK-GATE-TABLE.
004713     05  TASK-GATE OCCURS 500 TIMES.
004714         10  TG-SECOND      PIC 9(09).
004715         10  TG-UNKNOWN     PIC 9.
004716*
004717*    TASK TABLE (REAL TASK IDENTIFIERS, NOT A-Z LETTERS).
004718 01  T                      PIC 9(04).
004720 01  NUM-TASKS              PIC 9(04)        VALUE 0.
004730 01  MAX-TASKS              PIC 9(04)        VALUE 500.
004740 01  TASK-TABLE.
004910 01  TASK-TIMING.
004920     05  TASK-START         PIC 9(08) OCCURS 500 TIMES.
004930     05  TASK-FINISH        PIC 9(08) OCCURS 500 TIMES.
004934     05  TASK-WORK-END      PIC 9(08) OCCURS 500 TIMES.
004940 01  TASK-ASSIGNMENT.
004950     05  TASK-WORKER        PIC 99 OCCURS 500 TIMES.
004960 01  CRIT-FLAG-RECORD.
007400 01  SCHED-REC-COUNT        PIC 9(06).
007410 01  TM-FILE-STATUS         PIC XX.
007420 01  MASTER-SUPPLIED        PIC 9            VALUE 0.
007421*
007422*    THE DATED VERSIONS OF THE MASTER.  THE STANDARDS USED ARE THE
007423*    ONES IN FORCE ON AS-OF-DATE - THE RUN DATE UNLESS THE CONTROL
007424*    CARD NAMES ANOTHER.  FIND-VERSION-IN-FORCE LEAVES THE VERSION
007425*    IT FINDS IN IN-FORCE-VERSION.
007426 01  TV-FILE-STATUS         PIC XX.
007427 01  VERSIONS-SUPPLIED      PIC 9            VALUE 0.
007428 01  AS-OF-DATE             PIC 9(08).
007429 01  AS-OF-FROM-CARD        PIC 9            VALUE 0.
007430 01  VERSION-TASK-ID        PIC X(10).
007431 01  NO-VERSION-COUNT       PIC 9(04).
007432 01  FV-FOUND               PIC 9.
007433 01  IN-FORCE-VERSION.
007434     05  FV-KEY.
007435         10  FV-TASK-ID     PIC X(10).
007436         10  FV-EFF-DATE    PIC 9(08).
007437         10  FV-SEQ         PIC 9(04).
007438     05  FV-ACTION          PIC X(01).
007439     05  FV-SOURCE          PIC X(09).
007440     05  FV-REASON          PIC X(20).
007441     05  FV-FIGURES.
007442         10  FV-DESC        PIC X(30).
007443         10  FV-DEPT        PIC X(04).
007444         10  FV-STD-DUR     PIC 9(03).
007445         10  FV-SKILL-CLASS PIC X(02).
007446         10  FV-CREW-SIZE   PIC 9(02).
007447     05  FILLER             PIC X(07).
007448*
007449*    PER-JOB CACHE OF MASTER ATTRIBUTES.  THE MASTER IS READ BY
007450*    KEY ONCE PER TASK AT REGISTRATION, SO THE PER-SECOND LOOPS
007460*    NEVER TOUCH THE FILE.
007470 01  TASK-MASTER-ATTRS.
007510         10  TASK-DEPT      PIC X(04).
007520         10  TASK-STD-DUR   PIC 9(03).
007530         10  TASK-MST-SKILL PIC X(02).
007534         10  TASK-MST-CREW  PIC 99.
007540*
007550*    LABOR COSTING.  RATES ARE READ ONCE PER RUN; THE PER-WORKER
007560*    RATE IS RESOLVED AT REPORT TIME (SLOT RATE FIRST, THEN THE
008480 01  DEPT-LIMIT-FOUND       PIC 9.
008490 01  DEPT-LIMIT             PIC 9(10)V99.
008500 01  DEPT-OVER-BUDGET       PIC 9(03)        VALUE 0.
008501*
008502*    PLANNING CONSTRAINTS FROM CONSFILE, AND EACH TASK'S RESOLVED
008503*    RELEASE SECOND AND PINNED WORKER SLOT (ZERO = NONE), BUILT
008504*    ONCE PER JOB LIKE THE SKILL AND POOL LISTS.  A TASK IS HELD
008505*    BACK IN A PASS WHEN ITS LINKS WOULD LET IT START BUT ITS
008506*    RELEASE SECOND HAS NOT COME, OR WHEN ANOTHER FREE WORKER
008507*    COULD HAVE TAKEN IT BUT ITS PINNED WORKER WAS NOT FREE.
008508 01  CONS-FILE-STATUS       PIC XX.
008509 01  CONSTRAINTS-SUPPLIED   PIC 9            VALUE 0.
008510 01  NUM-CONSTRAINTS        PIC 9(04)        VALUE 0.
008511 01  MAX-CONSTRAINTS        PIC 9(04)        VALUE 500.
008512 01  CONSTRAINT-TABLE.
008513     05  CONSTRAINT OCCURS 500 TIMES.
008514         10  CN-TYPE        PIC X(01).
008515         10  CN-TASK-ID     PIC X(10).
008516         10  CN-JOB         PIC 9(04).
008517         10  CN-RELEASE     PIC 9(08).
008518         10  CN-EMP-ID      PIC X(05).
008519         10  CN-SLOT        PIC 99.
008520 01  CN                     PIC 9(04).
008521 01  TASK-CONSTRAINT-TABLE.
008522     05  TASK-CONSTRAINT OCCURS 500 TIMES.
008523         10  TASK-RELEASE   PIC 9(08).
008524         10  TASK-PIN-SLOT  PIC 99.
008525         10  TASK-CONS-SECS PIC 9(08).
008526         10  TASK-CONS-BLOCKED PIC 9.
008527 01  PIN-REFUSED            PIC 9.
008528 01  PIN-IDLE-REFUSAL       PIC 9.
008529 01  PIN-OFF-CREW           PIC 9.
008530 01  PIN-PRESENT            PIC 9.
008531 01  PIN-DAY                PIC 9(05).
008532 01  PIN-LAST-DAY           PIC 9(05).
008533 01  PROJ-REL-WAIT          PIC 9(08).
008534 01  PROJ-PIN-MAX           PIC 9(08).
008535 01  PIN-LOAD-TABLE.
008536     05  PIN-LOAD           PIC 9(08) OCCURS 20 TIMES.
008537*
008538*    CREW TASKS.  THE TASK MASTER MAY SAY A TASK NEEDS SEVERAL
008539*    WORKERS AT ONCE, AND CREWFILE OVERRIDES THAT BY TASK ID FOR
008540*    ONE RUN; EACH TASK'S SIZE IS RESOLVED ONCE PER JOB LIKE ITS
008541*    SKILL CLASS.  A TASK'S OWN CREW IS THE LIST OF SLOTS ON IT,
008542*    THE FIRST BEING THE LEAD - THE SLOT TASK-WORKER HAS ALWAYS
008543*    CARRIED.  A SLOT IS HELD WHILE ANOTHER MEMBER OF ITS CREW
008544*    IS ABSENT, SINCE THE WORK CANNOT GO ON SHORT-HANDED.
008545 01  CREW-FILE-STATUS       PIC XX.
008546 01  CREWS-PRESENT          PIC 9            VALUE 0.
008547 01  NUM-CREW-OVERRIDES     PIC 9(04)        VALUE 0.
008548 01  MAX-CREW-OVERRIDES     PIC 9(04)        VALUE 500.
008549 01  CREW-OVERRIDE-TABLE.
008550     05  CREW-OVERRIDE OCCURS 500 TIMES.
008551         10  CO-TASK-ID     PIC X(10).
008552         10  CO-SIZE        PIC 99.
008553 01  TASK-CREW-SIZE-TABLE.
008554     05  TASK-CREW-SIZE     PIC 99 OCCURS 500 TIMES.
008555 01  TASK-CREW-TABLE.
008556     05  TASK-CREW OCCURS 500 TIMES.
008557         10  TASK-CREW-COUNT PIC 99.
008558         10  TASK-CREW-SLOT PIC 99 OCCURS 20 TIMES.
008559 01  WORKER-HELD-TABLE.
008560     05  WORKER-HELD        PIC 9 OCCURS 20 TIMES.
008561 01  CM                     PIC 99.
008562 01  CREW-FOUND             PIC 99.
008563 01  CREW-NEEDED            PIC 99.
008564 01  CREW-NEXT              PIC 99.
008565 01  CREW-LEAD              PIC 99.
008566 01  CREW-PICK-TABLE.
008567     05  CREW-PICK          PIC 99 OCCURS 20 TIMES.
008568 01  CREW-PIN-FREE          PIC 9.
008569 01  CREW-SHORT             PIC 9.
008570 01  CREW-QUALIFIED         PIC 99.
008571 01  CREW-MEMBER            PIC 9.
008572 01  CREW-MEMBER-COST       PIC 9(09)V99.
008573*
008574*    RE-FORECAST.  THE ACTUALS ARE KEPT AS READ, UP TO THE
008575*    FORECAST SECOND, AND REPLAYED INTO THE TASK TABLES AT THE
008576*    START OF EACH SIMULATION; THE FLOOR PERCENTAGES ARE HELD
008577*    LIKE THE CONSTRAINTS, BY TASK ID AND OPTIONAL JOB.  EACH
008578*    TASK REMEMBERS WHEN ITS LAST STRETCH OF WORK BEGAN AND HOW
008579*    MUCH WORK THAT STRETCH CARRIED, AND WHETHER THE ACTUALS
008580*    LEFT IT DONE (1) OR IN HAND (2).
008581 01  FORECAST-MODE          PIC 9            VALUE 0.
008582 01  FORECAST-SECOND        PIC 9(08)        VALUE 0.
008583 01  FORECAST-TIME          PIC 9(08).
008584 01  FORECAST-TIME-R REDEFINES FORECAST-TIME.
008585     05  FORECAST-HH        PIC 99.
008586     05  FORECAST-MM        PIC 99.
008587     05  FORECAST-SS        PIC 99.
008588     05  FILLER             PIC 99.
008589 01  ACT-FILE-STATUS        PIC XX.
008590 01  FLOOR-FILE-STATUS      PIC XX.
008591 01  NUM-ACTUALS            PIC 9(04)        VALUE 0.
008592 01  MAX-ACTUALS            PIC 9(04)        VALUE 4000.
008593 01  ACTUAL-TABLE.
008594     05  ACTUAL OCCURS 4000 TIMES.
008595         10  AC-TYPE        PIC X(08).
008596         10  AC-JOB         PIC 9(04).
008597         10  AC-TASK-ID     PIC X(10).
008598         10  AC-WORKER      PIC 99.
008599         10  AC-START       PIC 9(08).
008600         10  AC-FINISH      PIC 9(08).
008601         10  AC-WORKED      PIC 9(04).
008602 01  AC                     PIC 9(04).
008603 01  NUM-FLOOR-PCTS         PIC 9(04)        VALUE 0.
008604 01  MAX-FLOOR-PCTS         PIC 9(04)        VALUE 500.
008605 01  FLOOR-PCT-TABLE.
008606     05  FLOOR-PCT OCCURS 500 TIMES.
008607         10  FP-TASK-ID     PIC X(10).
008608         10  FP-JOB         PIC 9(04).
008609         10  FP-PCT         PIC 9(03).
008610 01  FP                     PIC 9(04).
008611 01  TASK-ACTUAL-TABLE.
008612     05  TASK-ACTUAL OCCURS 500 TIMES.
008613         10  TASK-SEG-START PIC 9(08).
008614         10  TASK-SEG-WORK  PIC 9(04).
008615         10  TASK-HAS-PCT   PIC 9.
008616         10  TASK-FLOOR-PCT PIC 9(03).
008617         10  TASK-SEEDED    PIC 9.
008618 01  ACT-TASK               PIC 9(04).
008619 01  ACT-EVENT-SECOND       PIC 9(08).
008620 01  ACT-REMAIN             PIC S9(08).
008621 01  ACT-SEATED             PIC 9.
008622 01  ACT-DONE-COUNT         PIC 9(04).
008623 01  ACT-RUN-COUNT          PIC 9(04).
008624*
008625*    SCHEDULE-RISK RUNS.  THE LAST FIFTY COMPLETIONS OF EACH
008626*    TASK ID IN THE ARCHIVES ARE KEPT, WITH THEIR TOTAL.  A DRAW
008627*    SCALES TODAY'S RESOLVED DURATION BY ONE OF THEM OVER THEIR
008628*    MEAN, SO A TASK KEEPS TODAY'S STANDARD BUT SWINGS AS ITS
008629*    HISTORY DID; A TASK WITH NO HISTORY RUNS AT ITS FIXED
008630*    FIGURE.  EACH PASS'S FINISH IS KEPT PER JOB (ROW 1 FOR A
008631*    SINGLE JOB, THE JOB NUMBER IN BATCH MODE) FOR THE
008632*    PERCENTILES, AND EACH TASK COUNTS THE PASSES THAT PUT IT
008633*    ON A CRITICAL PATH.
008634 01  RISK-MODE              PIC 9            VALUE 0.
008635 01  RISK-RUNS              PIC 9(04)        VALUE 0.
008636 01  MAX-RISK-RUNS          PIC 9(04)        VALUE 500.
008637 01  RISK-PASS              PIC 9(04).
008638 01  RISK-PASS-ACTIVE       PIC 9            VALUE 0.
008639 01  RISK-SEED-DATE         PIC 9(08).
008640 01  RISK-SEED              PIC 9(09).
008641 01  RISK-RAND              PIC V9(09).
008642 01  HIST-FILE-STATUS       PIC XX.
008643 01  NUM-RISK-HIST          PIC 9(04)        VALUE 0.
008644 01  MAX-RISK-HIST          PIC 9(04)        VALUE 500.
008645 01  MAX-RISK-SAMPLES       PIC 99           VALUE 50.
008646 01  RISK-HIST-TABLE.
008647     05  RISK-HIST OCCURS 500 TIMES.
008648         10  RH-TASK-ID     PIC X(10).
008649         10  RH-COUNT       PIC 9(08).
008650         10  RH-KEPT        PIC 99.
008651         10  RH-KEPT-TOTAL  PIC 9(08).
008652         10  RH-SAMPLE      PIC 9(04) OCCURS 50 TIMES.
008653 01  HX                     PIC 9(04).
008654 01  RISK-SLOT              PIC 99.
008655 01  RISK-HIST-START        PIC 9(08).
008656 01  RISK-HIST-FINISH       PIC 9(08).
008657 01  RISK-HIST-WORKED       PIC 9(04).
008658 01  RISK-HIST-DUR          PIC 9(08).
008659 01  RISK-TASK-TABLE.
008660     05  RISK-TASK OCCURS 500 TIMES.
008661         10  RISK-HIST-ROW  PIC 9(04).
008662         10  RISK-DRAW      PIC 9(04).
008663         10  RISK-CRIT-HITS PIC 9(04).
008664         10  RISK-CRIT-PASS PIC 9(04).
008665         10  RISK-CRIT-SHOWN PIC 9.
008666 01  RISK-DRAWN             PIC 9(08).
008667 01  RISK-TASKS-WITH-HIST   PIC 9(04).
008668 01  RISK-JOB-ROWS          PIC 9(04).
008669 01  RISK-ROW               PIC 9(04).
008670 01  RISK-FINISH-TABLE.
008671     05  RISK-JOB-ROW OCCURS 100 TIMES.
008672         10  RISK-FINISH    PIC 9(08) OCCURS 500 TIMES.
008673 01  RISK-SORT-TABLE.
008674     05  RISK-SORT          PIC 9(08) OCCURS 500 TIMES.
008675 01  RK                     PIC 9(04).
008676 01  RJ                     PIC 9(04).
008677 01  RISK-HOLD              PIC 9(08).
008678 01  RISK-P50               PIC 9(08).
008679 01  RISK-P80               PIC 9(08).
008680 01  RISK-P95               PIC 9(08).
008681 01  RISK-MET               PIC 9(04).
008682 01  RISK-PCT               PIC 9(03).
008683 01  RISK-JOB               PIC 9(04).
008684 01  RISK-HAS-DEADLINE      PIC 9.
008685 01  RISK-DEADLINE          PIC 9(08).
008686 01  RISK-BEST              PIC 9(04).
008687 01  RISK-LISTED            PIC 9.
008688*
008689*    TEMPLATE EXPANSION.  TMPLMSTR IS OPENED THE FIRST TIME A
008690*    CALL TURNS UP (OPEN STATE 1) OR FOUND MISSING THEN (2), SO
008691*    A SHOP WITHOUT A LIBRARY NEVER TOUCHES IT.
008692 01  TPL-FILE-STATUS        PIC XX.
008693 01  TPL-OPEN-STATUS        PIC XX.
008694 01  TPL-OPEN-STATE         PIC 9            VALUE 0.
008695 01  TPL-CALL-JOB           PIC 9(04).
008696 01  TPL-USE-VERSION        PIC 9(04).
008697 01  TPL-SAVE-TASKS         PIC 9(04).
008698 01  TPL-SAVE-PAIRS         PIC 9(04).
008699 01  TPL-DETAIL             PIC 9(04).
008700 01  TPL-DEPS-BEFORE        PIC 9(04).
008701 01  COST-EDIT              PIC 9(09).9(02).
008702 01  COST-EDIT-LONG         PIC 9(12).9(02).
008703*
008704*    DEADLINE CHECKING.  THE PROJECTION KEEPS A LONGEST-REMAINING
008705*    -CHAIN FIGURE PER TASK: WORK SECONDS ARE A LOWER BOUND ON
008706*    THE CALENDAR SECONDS A CHAIN STILL NEEDS, SO ONCE THE CHAIN
008707*    NO LONGER FITS BEFORE THE DEADLINE THE JOB IS PROVABLY LATE
008708*    NO MATTER HOW MANY WORKERS ARE FREE.
008709 01  DEADLINE-FILE-STATUS   PIC XX.
008710 01  NUM-DEADLINES          PIC 9(03)        VALUE 0.
008711 01  MAX-DEADLINES          PIC 9(03)        VALUE 200.
008712 01  DEADLINE-TABLE.
008713     05  DEADLINE-ENTRY OCCURS 200 TIMES.
008714         10  DL-JOB         PIC 9(04).
008715         10  DL-SECOND      PIC 9(08).
008716 01  DL                     PIC 9(03).
008717 01  JOB-HAS-DEADLINE       PIC 9            VALUE 0.
008718 01  JOB-DEADLINE           PIC 9(08).
008719*
008720*    EACH TASK'S OWN JOB DEADLINE (ZERO = NONE), RESOLVED ONCE
008721*    BEFORE THE SIMULATION SO THE ASSIGNMENT SCAN CAN WEIGH
008722*    DEADLINE PRESSURE WITHOUT A PER-SECOND TABLE SEARCH.
008730 01  TASK-DEADLINE-TABLE.
008740     05  TASK-DEADLINE      PIC 9(08) OCCURS 500 TIMES.
008750 01  JOB-PROJECTED-LATE     PIC 9.
008830 01  PROJ-LONGEST           PIC 9(08).
008840 01  PROJ-FINISH            PIC 9(09).
008850 01  DEADLINE-OVERRUN       PIC 9(08).
008853 01  PROJ-LAG               PIC 9(08).
008856 01  PROJ-CAND              PIC 9(09).
008860*
008870*    CRITICAL PATH TRACE.
008880 01  CRIT-PRED              PIC 9(04) OCCURS 500 TIMES.
008884 01  CRIT-PRED-DEP          PIC 9(04) OCCURS 500 TIMES.
008890 01  CRIT-END-TASK          PIC 9(04).
008900 01  CRIT-CHAIN             PIC 9(04) OCCURS 500 TIMES.
008910 01  CRIT-CHAIN-LEN         PIC 9(04).
008920 01  CP                     PIC 9(04).
008930 01  CRIT-BEST-FINISH       PIC 9(09).
008934 01  CRIT-LINK-TIME         PIC 9(09).
008940*
008950*    BATCH-OF-JOBS CONTROL.
008960 01  JOB-NUMBER             PIC 9(04)        VALUE 0.
009520*    OFFSETS AS THEY ARE READ.
009530     ACCEPT SCHED-RUN-DATE FROM DATE YYYYMMDD
009540     MOVE SCHED-RUN-DATE TO RUN-DATE-N
009544     MOVE RUN-DATE-N TO AS-OF-DATE
009550     COMPUTE RUN-START-DAY = FUNCTION INTEGER-OF-DATE(RUN-DATE-N)
009560     PERFORM READ-CONTROL-RECORD
009570     PERFORM READ-DURATION-OVERRIDES
009640     PERFORM READ-DEPT-BUDGETS
009650     PERFORM READ-RESOURCE-POOLS
009660     PERFORM READ-JOB-DEADLINES
009664     PERFORM READ-TASK-CONSTRAINTS
009666     PERFORM READ-CREW-SIZES
009667     IF FORECAST-MODE = 1 THEN
009668         PERFORM READ-FLOOR-ACTUALS
009669         PERFORM READ-FLOOR-STATUS
009670     END-IF
009671     IF RISK-MODE = 1 THEN
009672         PERFORM READ-RISK-HISTORY
009673     END-IF
009674     PERFORM OPEN-TASK-MASTER
009680     OPEN INPUT DEP-FILE
009690     IF DEP-FILE-STATUS NOT = "00" THEN
009700         DISPLAY "ADVENTOFCODE7: CANNOT OPEN DEPFILE - STATUS "
010070     CLOSE AUDIT-FILE
010080     CLOSE SCHED-FILE
010090     CLOSE REPORT-FILE
010092     IF TPL-OPEN-STATE = 1 THEN
010094         CLOSE TMPL-MASTER
010096     END-IF
010100     IF MASTER-SUPPLIED = 1 THEN
010110         CLOSE TASK-MASTER
010112     END-IF
010114     IF VERSIONS-SUPPLIED = 1 THEN
010116         CLOSE TASK-VERSIONS
010120     END-IF
010130 TERMINATE-RUN-EXIT.
010140     EXIT SECTION.
011920                 STOP RUN
011930             END-IF
011940         END-IF
011941*
011942*    THE RE-FORECAST LETTER IN COLUMN 13.  F RE-PLANS THE REST
011943*    OF THE DAY FROM THE FLOOR'S ACTUALS, STARTING AT THE CLOCK
011944*    SECOND IN COLUMNS 14-21 OR, LEFT BLANK, AT THE TIME OF DAY
011945*    THE RUN IS MADE.  A SWEEP PROBES CREW SIZES FROM SECOND
011946*    ZERO AND MEANS NOTHING AGAINST A DAY ALREADY UNDER WAY, SO
011947*    THE TWO ARE NOT COMBINED.
011948         IF CTL-FORECAST-FLAG = "F" THEN
011949             MOVE 1 TO FORECAST-MODE
011950             IF CTL-FORECAST-SECOND = SPACES THEN
011951                 ACCEPT FORECAST-TIME FROM TIME
011952                 COMPUTE FORECAST-SECOND = FORECAST-HH * 3600
011953                     + FORECAST-MM * 60 + FORECAST-SS
011954             ELSE
011955                 IF CTL-FORECAST-SECOND IS NUMERIC THEN
011956                     MOVE CTL-FORECAST-SECOND TO FORECAST-SECOND
011957                 ELSE
011958                     DISPLAY "ADVENTOFCODE7: CONTROL CARD "
011959                         "FORECAST SECOND '" CTL-FORECAST-SECOND
011960                         "' IS INVALID"
011961                     MOVE 16 TO RETURN-CODE
011962                     CLOSE CTL-FILE
011963                     STOP RUN
011964                 END-IF
011965             END-IF
011966             IF SWEEP-MODE = 1 THEN
011967                 DISPLAY "ADVENTOFCODE7: CONTROL CARD ASKS FOR "
011968                     "A SWEEP AND A RE-FORECAST - USE ONE"
011969                 MOVE 16 TO RETURN-CODE
011970                 CLOSE CTL-FILE
011971                 STOP RUN
011972             END-IF
011973         ELSE
011974             IF CTL-FORECAST-FLAG NOT = SPACE THEN
011975                 DISPLAY "ADVENTOFCODE7: CONTROL CARD FORECAST "
011976                     "FLAG '" CTL-FORECAST-FLAG "' IS INVALID - "
011977                     "USE F OR BLANK"
011978                 MOVE 16 TO RETURN-CODE
011979                 CLOSE CTL-FILE
011980                 STOP RUN
011981             END-IF
011982         END-IF
011983*
011984*    THE SCHEDULE-RISK RUN COUNT IN COLUMNS 22-25.  BLANK MEANS
011985*    NO RISK RUNS; ZERO, A LETTER OR MORE RUNS THAN THE RESULT
011986*    TABLE HOLDS IS A MISPUNCH.
011987         IF CTL-RISK-RUNS NOT = SPACES THEN
011988             IF CTL-RISK-RUNS IS NUMERIC
011989                     AND CTL-RISK-RUNS NOT = "0000" THEN
011990                 MOVE CTL-RISK-RUNS TO RISK-RUNS
011991                 IF RISK-RUNS > MAX-RISK-RUNS THEN
011992                     DISPLAY "ADVENTOFCODE7: CONTROL CARD RISK "
011993                         "RUNS " RISK-RUNS " EXCEED THE LIMIT OF "
011994                         MAX-RISK-RUNS
011995                     MOVE 16 TO RETURN-CODE
011996                     CLOSE CTL-FILE
011997                     STOP RUN
011998                 END-IF
011999                 MOVE 1 TO RISK-MODE
012000             ELSE
012001                 DISPLAY "ADVENTOFCODE7: CONTROL CARD RISK RUN "
012002                     "COUNT '" CTL-RISK-RUNS "' IS INVALID"
012003                 MOVE 16 TO RETURN-CODE
012004                 CLOSE CTL-FILE
012005                 STOP RUN
012006             END-IF
012007         END-IF
012008*
012009*    THE AS-OF DATE FOR THE TASK STANDARDS IN COLUMNS 26-33.
012010*    BLANK MEANS THE RUN DATE; ANYTHING BUT A REAL YYYYMMDD DATE
012011*    IS A MISPUNCH.
012012         IF CTL-AS-OF-DATE NOT = SPACES THEN
012013             IF CTL-AS-OF-DATE IS NUMERIC THEN
012014                 MOVE CTL-AS-OF-DATE TO AS-OF-DATE
012015             END-IF
012016             IF CTL-AS-OF-DATE IS NOT NUMERIC
012017                     OR FUNCTION TEST-DATE-YYYYMMDD(AS-OF-DATE)
012018                         NOT = 0 THEN
012019                 DISPLAY "ADVENTOFCODE7: CONTROL CARD AS-OF "
012020                     "DATE '" CTL-AS-OF-DATE "' IS INVALID"
012021                 MOVE 16 TO RETURN-CODE
012022                 CLOSE CTL-FILE
012023                 STOP RUN
012024             END-IF
012025             MOVE 1 TO AS-OF-FROM-CARD
012026         END-IF
012027     END-IF
012028     CLOSE CTL-FILE
012029 READ-CONTROL-RECORD-EXIT.
012030     EXIT SECTION.
012031*
012032*    READ PER-TASK DURATION OVERRIDES.  EACH
012033*    DURFILE RECORD IS A TASK ID IN COLUMNS 1-10 AND A 3-DIGIT
012034*    DURATION IN 11-13. THE TABLE IS BUILT ONCE AND SHARED
012035*    ACROSS EVERY JOB IN THE BATCH.
012040 READ-DURATION-OVERRIDES SECTION.
012050     MOVE 0 TO NUM-DUR-OVERRIDES
012060     INITIALIZE DO-USED-RECORD
019040     CLOSE DEADLINE-FILE
019050 READ-JOB-DEADLINES-EXIT.
019060     EXIT SECTION.
019061*
019062*    READ THE PLANNING CONSTRAINTS.  A MISSING CONSFILE LEAVES
019063*    EVERY TASK FREE TO START AS SOON AS ITS LINKS ALLOW, ON ANY
019064*    QUALIFIED WORKER.  A PIN IS TIED TO ITS WORKER SLOT HERE,
019065*    SO ONE NAMING AN EMPLOYEE WRKRFILE DOES NOT DEFINE (OR ANY
019066*    PIN AT ALL WHEN THERE IS NO WORKER MASTER) GETS THE USUAL
019067*    TOLERANCE TREATMENT - HONOURING IT WOULD BLOCK ITS TASK
019068*    FOREVER.  WHERE ONE TASK IS NAMED TWICE THE LAST RECORD
019069*    WINS, AS WITH THE DEADLINES.
019070 READ-TASK-CONSTRAINTS SECTION.
019071     MOVE 0 TO NUM-CONSTRAINTS
019072     MOVE 0 TO CONSTRAINTS-SUPPLIED
019073     OPEN INPUT CONS-FILE
019074     IF CONS-FILE-STATUS = "35" THEN
019075         GO TO READ-TASK-CONSTRAINTS-EXIT
019076     END-IF
019077     IF CONS-FILE-STATUS = "30" THEN
019078         DISPLAY "ADVENTOFCODE7: WARNING - CONSFILE COULD NOT BE "
019079             "READ - STATUS " CONS-FILE-STATUS
019080             " - NO CONSTRAINTS"
019081         GO TO READ-TASK-CONSTRAINTS-EXIT
019082     END-IF
019083     PERFORM FOREVER
019084         READ CONS-FILE
019085             AT END EXIT PERFORM
019086         END-READ
019087         IF CONS-REL-LINE = SPACES THEN
019088             EXIT PERFORM CYCLE
019089         END-IF
019090         IF CNS-R-TYPE NOT = "R" AND CNS-R-TYPE NOT = "P" THEN
019091             DISPLAY "ADVENTOFCODE7: CONSFILE RECORD TYPE '"
019092                 CNS-R-TYPE "' IS INVALID - USE R OR P"
019093             IF EDIT-TOLERANCE = "R" THEN
019094                 MOVE 16 TO RETURN-CODE
019095                 CLOSE CONS-FILE
019096                 STOP RUN
019097             END-IF
019098             EXIT PERFORM CYCLE
019099         END-IF
019100         IF CNS-R-TASK-ID = SPACES
019101                 OR (CNS-R-JOB-FLD NOT = SPACES
019102                 AND CNS-R-JOB-FLD IS NOT NUMERIC)
019103                 OR (CNS-R-TYPE = "R"
019104                 AND CNS-R-SECOND-FLD IS NOT NUMERIC)
019105                 OR (CNS-R-TYPE = "P"
019106                 AND CNS-P-EMP-ID = SPACES) THEN
019107             DISPLAY "ADVENTOFCODE7: CONSFILE RECORD FOR '"
019108                 CNS-R-TASK-ID "' IS INVALID"
019109             IF EDIT-TOLERANCE = "R" THEN
019110                 MOVE 16 TO RETURN-CODE
019111                 CLOSE CONS-FILE
019112                 STOP RUN
019113             END-IF
019114             EXIT PERFORM CYCLE
019115         END-IF
019116         MOVE 0 TO W
019117         IF CNS-R-TYPE = "P" THEN
019118             PERFORM WITH TEST BEFORE VARYING AB FROM 1 BY 1
019119                     UNTIL AB > NUM-ROSTER-SLOTS
019120                     OR MASTER-ROSTER = 0
019121                 IF WM-EMP-ID OF WORKER-MASTER(AB)
019122                         = CNS-P-EMP-ID THEN
019123                     MOVE AB TO W
019124                 END-IF
019125             END-PERFORM
019126             IF W = 0 THEN
019127                 DISPLAY "ADVENTOFCODE7: CONSFILE PINS "
019128                     FUNCTION TRIM(CNS-P-TASK-ID) " TO '"
019129                     CNS-P-EMP-ID "' WHO IS NOT ON WRKRFILE"
019130                 IF EDIT-TOLERANCE = "R" THEN
019131                     MOVE 16 TO RETURN-CODE
019132                     CLOSE CONS-FILE
019133                     STOP RUN
019134                 END-IF
019135                 EXIT PERFORM CYCLE
019136             END-IF
019137         END-IF
019138         IF NUM-CONSTRAINTS >= MAX-CONSTRAINTS THEN
019139             DISPLAY "ADVENTOFCODE7: MORE THAN " MAX-CONSTRAINTS
019140                 " CONSTRAINT RECORDS - REJECTING INPUT"
019141             MOVE 16 TO RETURN-CODE
019142             CLOSE CONS-FILE
019143             STOP RUN
019144         END-IF
019145         ADD 1 TO NUM-CONSTRAINTS
019146         MOVE CNS-R-TYPE TO CN-TYPE OF CONSTRAINT(NUM-CONSTRAINTS)
019147         MOVE CNS-R-TASK-ID
019148             TO CN-TASK-ID OF CONSTRAINT(NUM-CONSTRAINTS)
019149         IF CNS-R-JOB-FLD = SPACES THEN
019150             MOVE 0 TO CN-JOB OF CONSTRAINT(NUM-CONSTRAINTS)
019151         ELSE
019152             MOVE CNS-R-JOB-FLD
019153                 TO CN-JOB OF CONSTRAINT(NUM-CONSTRAINTS)
019154         END-IF
019155         IF CNS-R-TYPE = "R" THEN
019156             MOVE CNS-R-SECOND-FLD
019157                 TO CN-RELEASE OF CONSTRAINT(NUM-CONSTRAINTS)
019158             MOVE SPACES
019159                 TO CN-EMP-ID OF CONSTRAINT(NUM-CONSTRAINTS)
019160             MOVE 0 TO CN-SLOT OF CONSTRAINT(NUM-CONSTRAINTS)
019161         ELSE
019162             MOVE 0 TO CN-RELEASE OF CONSTRAINT(NUM-CONSTRAINTS)
019163             MOVE CNS-P-EMP-ID
019164                 TO CN-EMP-ID OF CONSTRAINT(NUM-CONSTRAINTS)
019165             MOVE W TO CN-SLOT OF CONSTRAINT(NUM-CONSTRAINTS)
019166         END-IF
019167     END-PERFORM
019168     CLOSE CONS-FILE
019169     IF NUM-CONSTRAINTS > 0 THEN
019170         MOVE 1 TO CONSTRAINTS-SUPPLIED
019171     END-IF
019172 READ-TASK-CONSTRAINTS-EXIT.
019173     EXIT SECTION.
019174*
019175*    READ THE CREW SIZE OVERRIDES.  A MISSING CREWFILE LEAVES
019176*    EVERY TASK AT ITS TASK MASTER CREW SIZE, OR ONE WORKER
019177*    WITHOUT A MASTER RECORD.  A SIZE THAT IS NOT A NUMBER FROM
019178*    ONE UP TO THE LARGEST CREW SUPPORTED GETS THE USUAL
019179*    TOLERANCE TREATMENT.  WHERE ONE TASK IS NAMED TWICE THE
019180*    LAST RECORD WINS, AS WITH THE CONSTRAINTS.
019181 READ-CREW-SIZES SECTION.
019182     MOVE 0 TO NUM-CREW-OVERRIDES
019183     OPEN INPUT CREW-FILE
019184     IF CREW-FILE-STATUS = "35" THEN
019185         GO TO READ-CREW-SIZES-EXIT
019186     END-IF
019187     IF CREW-FILE-STATUS = "30" THEN
019188         DISPLAY "ADVENTOFCODE7: WARNING - CREWFILE COULD NOT BE "
019189             "READ - STATUS " CREW-FILE-STATUS " - NO CREW SIZES"
019190         GO TO READ-CREW-SIZES-EXIT
019191     END-IF
019192     PERFORM FOREVER
019193         READ CREW-FILE
019194             AT END EXIT PERFORM
019195         END-READ
019196         IF CRW-TASK-ID = SPACE THEN
019197             EXIT PERFORM CYCLE
019198         END-IF
019199         IF CRW-SIZE-FLD IS NOT NUMERIC
019200                 OR CRW-SIZE-FLD = "00"
019201                 OR CRW-SIZE-FLD > MAX-WORKERS THEN
019202             DISPLAY "ADVENTOFCODE7: CREWFILE CREW SIZE FOR '"
019203                 CRW-TASK-ID "' IS INVALID"
019204             IF EDIT-TOLERANCE = "R" THEN
019205                 MOVE 16 TO RETURN-CODE
019206                 CLOSE CREW-FILE
019207                 STOP RUN
019208             END-IF
019209             EXIT PERFORM CYCLE
019210         END-IF
019211         IF NUM-CREW-OVERRIDES >= MAX-CREW-OVERRIDES THEN
019212             DISPLAY "ADVENTOFCODE7: MORE THAN "
019213                 MAX-CREW-OVERRIDES
019214                 " CREW SIZE RECORDS - REJECTING INPUT"
019215             MOVE 16 TO RETURN-CODE
019216             CLOSE CREW-FILE
019217             STOP RUN
019218         END-IF
019219         ADD 1 TO NUM-CREW-OVERRIDES
019220         MOVE CRW-TASK-ID TO CO-TASK-ID OF CREW-OVERRIDE
019221             (NUM-CREW-OVERRIDES)
019222         MOVE CRW-SIZE-FLD TO CO-SIZE OF CREW-OVERRIDE
019223             (NUM-CREW-OVERRIDES)
019224     END-PERFORM
019225     CLOSE CREW-FILE
019226 READ-CREW-SIZES-EXIT.
019227     EXIT SECTION.
019228*
019229*    READ THE DAY'S ACTUAL AUDIT LOG FOR A RE-FORECAST.  ONLY
019230*    THE RECORDS THAT MOVE A TASK - ASSIGN, RESUME, CREW,
019231*    SUSPEND AND COMPLETE - ARE KEPT, AND ONLY THOSE AT OR
019232*    BEFORE THE FORECAST SECOND: A LOG THAT RUNS PAST IT (THE
019233*    MORNING PLAN'S OWN, SAY) HAS NOT HAPPENED YET.  A RECORD
019234*    WHOSE FIGURES DO NOT SCAN GETS THE USUAL TOLERANCE
019235*    TREATMENT.  WITH NO LOG AT ALL THE FLOOR IS TAKEN AS IDLE
019236*    AND THE WHOLE JOB IS PLANNED FROM THE FORECAST SECOND.
019237 READ-FLOOR-ACTUALS SECTION.
019238     MOVE 0 TO NUM-ACTUALS
019239     OPEN INPUT ACT-FILE
019240     IF ACT-FILE-STATUS = "35" THEN
019241         DISPLAY "ADVENTOFCODE7: WARNING - NO ACTAUDIT - "
019242             "RE-FORECAST STARTS FROM AN IDLE FLOOR"
019243         GO TO READ-FLOOR-ACTUALS-EXIT
019244     END-IF
019245     IF ACT-FILE-STATUS = "30" THEN
019246         DISPLAY "ADVENTOFCODE7: WARNING - ACTAUDIT COULD NOT BE "
019247             "READ - STATUS " ACT-FILE-STATUS " - NO ACTUALS"
019248         GO TO READ-FLOOR-ACTUALS-EXIT
019249     END-IF
019250     PERFORM FOREVER
019251         READ ACT-FILE
019252             AT END EXIT PERFORM
019253         END-READ
019254         IF ACT-REC-TYPE NOT = "ASSIGN"
019255                 AND ACT-REC-TYPE NOT = "RESUME"
019256                 AND ACT-REC-TYPE NOT = "CREW"
019257                 AND ACT-REC-TYPE NOT = "SUSPEND"
019258                 AND ACT-REC-TYPE NOT = "COMPLETE" THEN
019259             EXIT PERFORM CYCLE
019260         END-IF
019261         IF ACT-JOB-NUM IS NOT NUMERIC
019262                 OR ACT-TASK-ID = SPACES
019263                 OR ACT-WORKER IS NOT NUMERIC
019264                 OR ACT-START IS NOT NUMERIC
019265                 OR ACT-FINISH IS NOT NUMERIC
019266                 OR ACT-CRIT-POS IS NOT NUMERIC THEN
019267             DISPLAY "ADVENTOFCODE7: ACTAUDIT " ACT-REC-TYPE
019268                 " RECORD FOR '" ACT-TASK-ID "' IS INVALID"
019269             IF EDIT-TOLERANCE = "R" THEN
019270                 MOVE 16 TO RETURN-CODE
019271                 CLOSE ACT-FILE
019272                 STOP RUN
019273             END-IF
019274             EXIT PERFORM CYCLE
019275         END-IF
019276         IF ACT-REC-TYPE = "COMPLETE" THEN
019277             MOVE ACT-FINISH TO ACT-EVENT-SECOND
019278         ELSE
019279             MOVE ACT-START TO ACT-EVENT-SECOND
019280         END-IF
019281         IF ACT-EVENT-SECOND > FORECAST-SECOND THEN
019282             EXIT PERFORM CYCLE
019283         END-IF
019284         IF NUM-ACTUALS >= MAX-ACTUALS THEN
019285             DISPLAY "ADVENTOFCODE7: MORE THAN " MAX-ACTUALS
019286                 " ACTAUDIT RECORDS - REJECTING INPUT"
019287             MOVE 16 TO RETURN-CODE
019288             CLOSE ACT-FILE
019289             STOP RUN
019290         END-IF
019291         ADD 1 TO NUM-ACTUALS
019292         MOVE ACT-REC-TYPE TO AC-TYPE(NUM-ACTUALS)
019293         MOVE ACT-JOB-NUM TO AC-JOB(NUM-ACTUALS)
019294         MOVE ACT-TASK-ID TO AC-TASK-ID(NUM-ACTUALS)
019295         MOVE ACT-WORKER TO AC-WORKER(NUM-ACTUALS)
019296         MOVE ACT-START TO AC-START(NUM-ACTUALS)
019297         MOVE ACT-FINISH TO AC-FINISH(NUM-ACTUALS)
019298         MOVE ACT-CRIT-POS TO AC-WORKED(NUM-ACTUALS)
019299     END-PERFORM
019300     CLOSE ACT-FILE
019301 READ-FLOOR-ACTUALS-EXIT.
019302     EXIT SECTION.
019303*
019304*    READ THE FLOOR'S PERCENT-COMPLETE FIGURES.  A MISSING
019305*    FLRSTAT LEAVES THE ACTUALS TO SAY HOW FAR A RUNNING TASK
019306*    HAS GOT, BY THE SECONDS SINCE IT WAS STARTED.  A PERCENT
019307*    OVER 100 OR A BAD JOB QUALIFIER GETS THE USUAL TOLERANCE
019308*    TREATMENT.
019309 READ-FLOOR-STATUS SECTION.
019310     MOVE 0 TO NUM-FLOOR-PCTS
019311     OPEN INPUT FLOOR-FILE
019312     IF FLOOR-FILE-STATUS = "35" THEN
019313         GO TO READ-FLOOR-STATUS-EXIT
019314     END-IF
019315     IF FLOOR-FILE-STATUS = "30" THEN
019316         DISPLAY "ADVENTOFCODE7: WARNING - FLRSTAT COULD NOT BE "
019317             "READ - STATUS " FLOOR-FILE-STATUS
019318             " - NO PERCENTAGES"
019319         GO TO READ-FLOOR-STATUS-EXIT
019320     END-IF
019321     PERFORM FOREVER
019322         READ FLOOR-FILE
019323             AT END EXIT PERFORM
019324         END-READ
019325         IF FLR-TASK-ID = SPACES THEN
019326             EXIT PERFORM CYCLE
019327         END-IF
019328         IF (FLR-JOB-FLD NOT = SPACES
019329                 AND FLR-JOB-FLD IS NOT NUMERIC)
019330                 OR FLR-PCT-FLD IS NOT NUMERIC
019331                 OR FLR-PCT-FLD > "100" THEN
019332             DISPLAY "ADVENTOFCODE7: FLRSTAT RECORD FOR '"
019333                 FLR-TASK-ID "' IS INVALID"
019334             IF EDIT-TOLERANCE = "R" THEN
019335                 MOVE 16 TO RETURN-CODE
019336                 CLOSE FLOOR-FILE
019337                 STOP RUN
019338             END-IF
019339             EXIT PERFORM CYCLE
019340         END-IF
019341         IF NUM-FLOOR-PCTS >= MAX-FLOOR-PCTS THEN
019342             DISPLAY "ADVENTOFCODE7: MORE THAN " MAX-FLOOR-PCTS
019343                 " FLRSTAT RECORDS - REJECTING INPUT"
019344             MOVE 16 TO RETURN-CODE
019345             CLOSE FLOOR-FILE
019346             STOP RUN
019347         END-IF
019348         ADD 1 TO NUM-FLOOR-PCTS
019349         MOVE FLR-TASK-ID TO FP-TASK-ID(NUM-FLOOR-PCTS)
019350         IF FLR-JOB-FLD = SPACES THEN
019351             MOVE 0 TO FP-JOB(NUM-FLOOR-PCTS)
019352         ELSE
019353             MOVE FLR-JOB-FLD TO FP-JOB(NUM-FLOOR-PCTS)
019354         END-IF
019355         MOVE FLR-PCT-FLD TO FP-PCT(NUM-FLOOR-PCTS)
019356     END-PERFORM
019357     CLOSE FLOOR-FILE
019358 READ-FLOOR-STATUS-EXIT.
019359     EXIT SECTION.
019360*
019361*    LOAD THE COMPLETION HISTORY THE RISK PASSES DRAW FROM.  A
019362*    COMPLETE RECORD GIVES THE WORKED SECONDS IN ITS CRIT-POS
019363*    COLUMNS, OR FINISH LESS START ON A RECORD CUT BEFORE THOSE
019364*    WERE LOGGED, EXACTLY AS AUDITHIST TAKES IT.  THE ARCHIVES
019365*    ARE CONCATENATED BY HAND, SO A LINE THAT DOES NOT SCAN IS
019366*    PASSED OVER.  WITH NO ARCHIVES, OR NO USABLE COMPLETIONS IN
019367*    THEM, THERE IS NO SPREAD TO DRAW FROM AND THE RISK RUNS ARE
019368*    DROPPED WITH A WARNING.
019369 READ-RISK-HISTORY SECTION.
019370     MOVE 0 TO NUM-RISK-HIST
019371     INITIALIZE RISK-HIST-TABLE
019372     OPEN INPUT HIST-FILE
019373     IF HIST-FILE-STATUS = "35" OR HIST-FILE-STATUS = "30" THEN
019374         DISPLAY "ADVENTOFCODE7: WARNING - AUDITIN COULD NOT BE "
019375             "READ - STATUS " HIST-FILE-STATUS
019376             " - NO RISK RUNS"
019377         MOVE 0 TO RISK-MODE
019378         GO TO READ-RISK-HISTORY-EXIT
019379     END-IF
019380     PERFORM FOREVER
019381         READ HIST-FILE
019382             AT END EXIT PERFORM
019383         END-READ
019384         IF HST-REC-TYPE NOT = "COMPLETE"
019385                 OR HST-TASK-ID = SPACES
019386                 OR HST-START IS NOT NUMERIC
019387                 OR HST-FINISH IS NOT NUMERIC
019388                 OR HST-CRIT-POS IS NOT NUMERIC THEN
019389             EXIT PERFORM CYCLE
019390         END-IF
019391         MOVE HST-START TO RISK-HIST-START
019392         MOVE HST-FINISH TO RISK-HIST-FINISH
019393         IF RISK-HIST-FINISH < RISK-HIST-START THEN
019394             EXIT PERFORM CYCLE
019395         END-IF
019396         COMPUTE RISK-HIST-DUR
019397             = RISK-HIST-FINISH - RISK-HIST-START
019398         MOVE HST-CRIT-POS TO RISK-HIST-WORKED
019399         IF RISK-HIST-WORKED > 0 THEN
019400             MOVE RISK-HIST-WORKED TO RISK-HIST-DUR
019401         END-IF
019402         IF RISK-HIST-DUR = 0 OR RISK-HIST-DUR > 9999 THEN
019403             EXIT PERFORM CYCLE
019404         END-IF
019405         MOVE 0 TO HX
019406         PERFORM WITH TEST BEFORE VARYING RK FROM 1 BY 1
019407                 UNTIL RK > NUM-RISK-HIST OR HX > 0
019408             IF RH-TASK-ID(RK) = HST-TASK-ID THEN
019409                 MOVE RK TO HX
019410             END-IF
019411         END-PERFORM
019412         IF HX = 0 THEN
019413             IF NUM-RISK-HIST >= MAX-RISK-HIST THEN
019414                 EXIT PERFORM CYCLE
019415             END-IF
019416             ADD 1 TO NUM-RISK-HIST
019417             MOVE NUM-RISK-HIST TO HX
019418             MOVE HST-TASK-ID TO RH-TASK-ID(HX)
019419         END-IF
019420*
019421*    ONCE FIFTY ARE HELD EACH NEW COMPLETION TAKES THE SLOT OF
019422*    THE OLDEST, SO THE SPREAD FOLLOWS THE RECENT ARCHIVES.
019423         ADD 1 TO RH-COUNT(HX)
019424         IF RH-KEPT(HX) < MAX-RISK-SAMPLES THEN
019425             ADD 1 TO RH-KEPT(HX)
019426             MOVE RH-KEPT(HX) TO RISK-SLOT
019427         ELSE
019428             COMPUTE RISK-SLOT = FUNCTION MOD(RH-COUNT(HX) - 1,
019429                 MAX-RISK-SAMPLES) + 1
019430             SUBTRACT RH-SAMPLE(HX, RISK-SLOT)
019431                 FROM RH-KEPT-TOTAL(HX)
019432         END-IF
019433         MOVE RISK-HIST-DUR TO RH-SAMPLE(HX, RISK-SLOT)
019434         ADD RISK-HIST-DUR TO RH-KEPT-TOTAL(HX)
019435     END-PERFORM
019436     CLOSE HIST-FILE
019437     IF NUM-RISK-HIST = 0 THEN
019438         DISPLAY "ADVENTOFCODE7: WARNING - AUDITIN HOLDS NO "
019439             "USABLE COMPLETIONS - NO RISK RUNS"
019440         MOVE 0 TO RISK-MODE
019441     END-IF
019442 READ-RISK-HISTORY-EXIT.
019443     EXIT SECTION.
019444*
019445*    OPEN THE KEYED TASK MASTER.  A SHOP THAT HAS NOT BUILT ONE
019446*    YET RUNS EXACTLY AS BEFORE; A MASTER THAT EXISTS BUT CANNOT
019447*    BE OPENED DRAWS A WARNING AND IS LEFT ALONE, SINCE THE
019448*    FLAT-FILE OVERRIDES STILL CARRY ENOUGH TO SCHEDULE WITH.
019449 OPEN-TASK-MASTER SECTION.
019450     MOVE 0 TO MASTER-SUPPLIED
019451     OPEN INPUT TASK-MASTER
019452     IF TM-FILE-STATUS = "00" THEN
019453         MOVE 1 TO MASTER-SUPPLIED
019454     ELSE
019455         IF TM-FILE-STATUS NOT = "35" THEN
019456             DISPLAY "ADVENTOFCODE7: WARNING - TASKMSTR COULD NOT"
019457                 " BE OPENED - STATUS " TM-FILE-STATUS
019458                 " - RUNNING WITHOUT TASK MASTER"
019459         END-IF
019460     END-IF
019461*
019462*    THE VERSION FILE IS OPTIONAL IN THE SAME WAY.  WITHOUT IT AN
019463*    AS-OF DATE CANNOT BE HONOURED, WHICH IS SAID.
019464     MOVE 0 TO VERSIONS-SUPPLIED
019465     OPEN INPUT TASK-VERSIONS
019466     IF TV-FILE-STATUS = "00" THEN
019467         MOVE 1 TO VERSIONS-SUPPLIED
019468     ELSE
019469         IF TV-FILE-STATUS NOT = "35" THEN
019470             DISPLAY "ADVENTOFCODE7: WARNING - TASKVERS COULD NOT"
019471                 " BE OPENED - STATUS " TV-FILE-STATUS
019472                 " - USING CURRENT MASTER FIGURES"
019473         END-IF
019474     END-IF
019475     IF AS-OF-FROM-CARD = 1 THEN
019476         IF VERSIONS-SUPPLIED = 1 THEN
019477             DISPLAY "ADVENTOFCODE7: TASK STANDARDS AS OF "
019478                 AS-OF-DATE
019479         ELSE
019480             DISPLAY "ADVENTOFCODE7: WARNING - NO TASKVERS FOR "
019481                 "AS-OF DATE " AS-OF-DATE
019482                 " - USING CURRENT MASTER FIGURES"
019483         END-IF
019484     END-IF
019485 OPEN-TASK-MASTER-EXIT.
019486     EXIT SECTION.
019487*
019488*    READ ONE BLANK-LINE-DELIMITED BLOCK OF DEPENDENCY PAIRS
019489*    FROM DEPFILE, APPENDING TO THE DEPENDENCY TABLE FROM
019490*    BLOCK-FIRST-DEP ON (THE PER-JOB DRIVER EMPTIES THE TABLE
019491*    FIRST; THE BATCH DRIVER LETS THE BLOCKS PILE UP).
019492*    BLOCK-HAS-DATA TELLS
019493*    THE CALLER WHETHER A REAL JOB WAS FOUND; DEP-EOF IS SET
019494*    ONCE THE FILE ITSELF RUNS OUT.  A JOB QUALIFIER THAT IS
019495*    PUNCHED BUT NOT NUMERIC GETS THE SAME TOLERANCE TREATMENT
019496*    AS A BAD DURFILE DURATION, AND SO DOES A LAG THAT IS NOT
019497*    ALL DIGITS OR A LINK TYPE OTHER THAN FS, SS OR FF.
019498*    A TEMPLATE CALL IS EXPANDED IN PLACE INTO THE TEMPLATE'S
019499*    PAIRS.
019500 READ-DEPENDENCY-BLOCK SECTION.
019501     COMPUTE BLOCK-FIRST-DEP = NUM-DEPS + 1
019502     MOVE 0 TO BLOCK-HAS-DATA
019503     IF DEP-EOF = 1 THEN
019504         GO TO READ-DEPENDENCY-BLOCK-EXIT
019505     END-IF
019506     PERFORM FOREVER
019507         READ DEP-FILE
019508             AT END
019509                 MOVE 1 TO DEP-EOF
019510                 EXIT PERFORM
019511         END-READ
019512         IF DEP-LINE = SPACE THEN
019513             IF BLOCK-HAS-DATA = 1 THEN
019514                 EXIT PERFORM
019515             ELSE
019520                 CONTINUE
019530             END-IF
019540         ELSE
019550             MOVE 1 TO BLOCK-HAS-DATA
019551             IF DTC-MARKER = "*TEMPLATE" THEN
019552                 PERFORM EXPAND-TEMPLATE-CALL
019553                 EXIT PERFORM CYCLE
019554             END-IF
019560             IF (DEP-FROM-JOB-FLD NOT = SPACES
019570                     AND DEP-FROM-JOB-FLD IS NOT NUMERIC)
019580                     OR (DEP-TO-JOB-FLD NOT = SPACES
019680                 END-IF
019690                 EXIT PERFORM CYCLE
019700             END-IF
019701             IF (DEP-LAG-FLD NOT = SPACES
019702                     AND DEP-LAG-FLD IS NOT NUMERIC)
019703                     OR (DEP-LINK-FLD NOT = SPACES
019704                     AND DEP-LINK-FLD NOT = "FS"
019705                     AND DEP-LINK-FLD NOT = "SS"
019706                     AND DEP-LINK-FLD NOT = "FF") THEN
019707                 DISPLAY "ADVENTOFCODE7: DEPFILE LAG OR LINK "
019708                     "TYPE FOR " FUNCTION TRIM(DEP-FROM-FLD)
019709                     " -> " FUNCTION TRIM(DEP-TO-FLD)
019710                     " IS NOT VALID"
019711                 IF EDIT-TOLERANCE = "R" THEN
019712                     MOVE 16 TO RETURN-CODE
019713                     PERFORM TERMINATE-RUN
019714                     STOP RUN
019715                 END-IF
019716                 EXIT PERFORM CYCLE
019717             END-IF
019718             IF NUM-DEPS >= MAX-DEPS THEN
019720                 DISPLAY "ADVENTOFCODE7: DEPENDENCY LIST EXCEEDS "
019730                     MAX-DEPS " PAIRS - REJECTING INPUT"
019740                 MOVE 16 TO RETURN-CODE
019900                 MOVE DEP-TO-JOB-FLD
019910                     TO D-TO-JOB OF DEPENDENCY(NUM-DEPS)
019920             END-IF
019921             IF DEP-LAG-FLD = SPACES THEN
019922                 MOVE 0 TO D-LAG OF DEPENDENCY(NUM-DEPS)
019923             ELSE
019924                 MOVE DEP-LAG-FLD TO D-LAG OF DEPENDENCY(NUM-DEPS)
019925             END-IF
019926             IF DEP-LINK-FLD = SPACES THEN
019927                 MOVE "FS" TO D-LINK OF DEPENDENCY(NUM-DEPS)
019928             ELSE
019929                 MOVE DEP-LINK-FLD
019930                     TO D-LINK OF DEPENDENCY(NUM-DEPS)
019931             END-IF
019932         END-IF
019940     END-PERFORM
019950 READ-DEPENDENCY-BLOCK-EXIT.
019960     EXIT SECTION.
019961*
019962*    EXPAND ONE TEMPLATE CALL INTO THE DEPENDENCY TABLE.  THE
019963*    PAIRS CARRY NO JOB QUALIFIERS, SO THEY FALL TO THE BLOCK'S
019964*    OWN JOB WHEN IT IS NUMBERED, JUST AS HAND-KEYED PAIRS DO.
019965*    THE JOB BEING READ IS ONE PAST THE LAST ONE NUMBERED.  A
019966*    CALL THAT CANNOT BE EXPANDED IN FULL ADDS NOTHING.
019967 EXPAND-TEMPLATE-CALL SECTION.
019968     COMPUTE TPL-CALL-JOB = JOB-NUMBER + 1
019969     MOVE NUM-DEPS TO TPL-DEPS-BEFORE
019970     IF DTC-VERSION-FLD NOT = SPACES AND (DTC-VERSION-FLD = ZERO
019971             OR DTC-VERSION-FLD IS NOT NUMERIC) THEN
019972         DISPLAY "ADVENTOFCODE7: DEPFILE TEMPLATE CALL FOR "
019973             FUNCTION TRIM(DTC-TEMPLATE-ID) " VERSION '"
019974             DTC-VERSION-FLD "' IS NOT A VERSION NUMBER"
019975         PERFORM REJECT-TEMPLATE-CALL
019976         GO TO EXPAND-TEMPLATE-CALL-EXIT
019977     END-IF
019978     IF TPL-OPEN-STATE = 0 THEN
019979         OPEN INPUT TMPL-MASTER
019980         MOVE TPL-FILE-STATUS TO TPL-OPEN-STATUS
019981         IF TPL-FILE-STATUS = "00" THEN
019982             MOVE 1 TO TPL-OPEN-STATE
019983         ELSE
019984             MOVE 2 TO TPL-OPEN-STATE
019985         END-IF
019986     END-IF
019987     IF TPL-OPEN-STATE = 2 THEN
019988         DISPLAY "ADVENTOFCODE7: DEPFILE CALLS TEMPLATE "
019989             FUNCTION TRIM(DTC-TEMPLATE-ID)
019990             " BUT TMPLMSTR COULD NOT BE OPENED - STATUS "
019991             TPL-OPEN-STATUS
019992         PERFORM REJECT-TEMPLATE-CALL
019993         GO TO EXPAND-TEMPLATE-CALL-EXIT
019994     END-IF
019995     MOVE DTC-TEMPLATE-ID TO TPL-ID
019996     MOVE 0 TO TPL-VERSION
019997     MOVE 0 TO TPL-SEQ
019998     READ TMPL-MASTER
019999         INVALID KEY
020000             DISPLAY "ADVENTOFCODE7: DEPFILE CALLS TEMPLATE "
020001                 FUNCTION TRIM(DTC-TEMPLATE-ID)
020002                 " WHICH IS NOT ON TMPLMSTR"
020003             PERFORM REJECT-TEMPLATE-CALL
020004             GO TO EXPAND-TEMPLATE-CALL-EXIT
020005     END-READ
020006     IF DTC-VERSION-FLD = SPACES THEN
020007         MOVE TPL-CURRENT-VER TO TPL-USE-VERSION
020008     ELSE
020009         MOVE DTC-VERSION-FLD TO TPL-USE-VERSION
020010     END-IF
020011     IF TPL-USE-VERSION NOT = TPL-CURRENT-VER THEN
020012         DISPLAY "ADVENTOFCODE7: WARNING - JOB " TPL-CALL-JOB
020013             " CALLS TEMPLATE " FUNCTION TRIM(DTC-TEMPLATE-ID)
020014             " VERSION " TPL-USE-VERSION
020015             " - CURRENT VERSION IS " TPL-CURRENT-VER
020016     END-IF
020017     MOVE DTC-TEMPLATE-ID TO TPL-ID
020018     MOVE TPL-USE-VERSION TO TPL-VERSION
020019     MOVE 0 TO TPL-SEQ
020020     READ TMPL-MASTER
020021         INVALID KEY
020022             DISPLAY "ADVENTOFCODE7: VERSION " TPL-USE-VERSION
020023                 " OF TEMPLATE " FUNCTION TRIM(DTC-TEMPLATE-ID)
020024                 " IS NOT ON TMPLMSTR"
020025             PERFORM REJECT-TEMPLATE-CALL
020026             GO TO EXPAND-TEMPLATE-CALL-EXIT
020027     END-READ
020028     MOVE TPL-TASK-COUNT TO TPL-SAVE-TASKS
020029     MOVE TPL-PAIR-COUNT TO TPL-SAVE-PAIRS
020030     PERFORM WITH TEST BEFORE VARYING TPL-DETAIL FROM 1 BY 1
020031             UNTIL TPL-DETAIL > TPL-SAVE-PAIRS
020032         MOVE DTC-TEMPLATE-ID TO TPL-ID
020033         MOVE TPL-USE-VERSION TO TPL-VERSION
020034         COMPUTE TPL-SEQ = TPL-SAVE-TASKS + TPL-DETAIL
020035         READ TMPL-MASTER
020036             INVALID KEY
020037                 MOVE SPACE TO TPL-KIND
020038         END-READ
020039         IF TPL-KIND NOT = "P" THEN
020040             DISPLAY "ADVENTOFCODE7: VERSION " TPL-USE-VERSION
020041                 " OF TEMPLATE " FUNCTION TRIM(DTC-TEMPLATE-ID)
020042                 " IS INCOMPLETE ON TMPLMSTR"
020043             MOVE TPL-DEPS-BEFORE TO NUM-DEPS
020044             PERFORM REJECT-TEMPLATE-CALL
020045             GO TO EXPAND-TEMPLATE-CALL-EXIT
020046         END-IF
020047         IF NUM-DEPS >= MAX-DEPS THEN
020048             DISPLAY "ADVENTOFCODE7: DEPENDENCY LIST EXCEEDS "
020049                 MAX-DEPS " PAIRS - REJECTING INPUT"
020050             MOVE 16 TO RETURN-CODE
020051             PERFORM TERMINATE-RUN
020052             STOP RUN
020053         END-IF
020054         ADD 1 TO NUM-DEPS
020055         MOVE TPL-FROM TO D-FROM OF DEPENDENCY(NUM-DEPS)
020056         MOVE TPL-TO TO D-TO OF DEPENDENCY(NUM-DEPS)
020057         MOVE 0 TO D-FROM-JOB OF DEPENDENCY(NUM-DEPS)
020058         MOVE 0 TO D-TO-JOB OF DEPENDENCY(NUM-DEPS)
020059         MOVE TPL-LAG TO D-LAG OF DEPENDENCY(NUM-DEPS)
020060         IF TPL-LINK = SPACES THEN
020061             MOVE "FS" TO D-LINK OF DEPENDENCY(NUM-DEPS)
020062         ELSE
020063             MOVE TPL-LINK TO D-LINK OF DEPENDENCY(NUM-DEPS)
020064         END-IF
020065     END-PERFORM
020066     DISPLAY "ADVENTOFCODE7: JOB " TPL-CALL-JOB " TEMPLATE "
020067         FUNCTION TRIM(DTC-TEMPLATE-ID) " VERSION "
020068         TPL-USE-VERSION " - " TPL-SAVE-PAIRS " PAIRS"
020069 EXPAND-TEMPLATE-CALL-EXIT.
020070     EXIT SECTION.
020071*
020072*    A TEMPLATE CALL THAT CANNOT BE EXPANDED IS A BAD DEPFILE
020073*    RECORD LIKE ANY OTHER: REJECTED OUTRIGHT UNDER R, PASSED
020074*    OVER OTHERWISE.
020075 REJECT-TEMPLATE-CALL SECTION.
020076     IF EDIT-TOLERANCE = "R" THEN
020077         MOVE 16 TO RETURN-CODE
020078         PERFORM TERMINATE-RUN
020079         STOP RUN
020080     END-IF
020081 REJECT-TEMPLATE-CALL-EXIT.
020082     EXIT SECTION.
020083*
020084*    THE PER-JOB DRIVER'S READ-AHEAD: EMPTY THE DEPENDENCY TABLE,
020085*    READ THE NEXT BLOCK, AND WHEN ONE TURNED UP NUMBER IT AND
020086*    RESOLVE ITS BLANK JOB QUALIFIERS.
020087 READ-NEXT-JOB-BLOCK SECTION.
020088     MOVE 0 TO NUM-DEPS
020089     PERFORM READ-DEPENDENCY-BLOCK
020090     IF BLOCK-HAS-DATA = 1 THEN
020091         ADD 1 TO JOB-NUMBER
020092         PERFORM FILL-BLOCK-JOB-NUMBERS
020093     END-IF
020094 READ-NEXT-JOB-BLOCK-EXIT.
020095     EXIT SECTION.
020100*
020110*    A BLANK JOB QUALIFIER (READ AS ZERO) MEANS THE JOB OF THE
020120*    BLOCK THE RECORD SAT IN, WHICH IS ONLY KNOWN ONCE THE BLOCK
020380     PERFORM MARK-OVERRIDES-USED
020390     PERFORM READ-TASK-MASTER-ATTRS
020400     PERFORM RESOLVE-TASK-SKILLS
020404     PERFORM RESOLVE-TASK-CREWS
020410     PERFORM RESOLVE-TASK-RESOURCES
020420     PERFORM RESOLVE-TASK-PRIORITIES
020430     PERFORM FIND-JOB-DEADLINE
020440     PERFORM RESOLVE-TASK-DEADLINES
020444     PERFORM RESOLVE-TASK-CONSTRAINTS
020450     PERFORM CHECK-SKILL-COVERAGE
020460     PERFORM CHECK-FOR-CYCLE
020470*
020960     PERFORM MARK-OVERRIDES-USED
020970     PERFORM READ-TASK-MASTER-ATTRS
020980     PERFORM RESOLVE-TASK-SKILLS
020984     PERFORM RESOLVE-TASK-CREWS
020990     PERFORM RESOLVE-TASK-RESOURCES
021000     PERFORM RESOLVE-TASK-PRIORITIES
021010     PERFORM RESOLVE-BATCH-DEADLINES
021020     PERFORM RESOLVE-TASK-DEADLINES
021024     PERFORM RESOLVE-TASK-CONSTRAINTS
021030     PERFORM CHECK-SKILL-COVERAGE
021040     PERFORM CHECK-FOR-CYCLE
021050*
021200*    TRAIL HELD BACK, THE COMPARISON TABLE IS PRINTED, AND THE
021210*    JOB IS THEN RUN FOR REAL AT THE CHOSEN SIZE SO AUDITOUT
021220*    AND THE CHECKPOINT TRAIL STAY CLEAN.
021222*    THE SCHEDULE-RISK PASSES RUN THE SAME WAY, HELD SILENT AT
021224*    THE CREW SIZE THE REAL RUN WILL USE, AND PRINT THEIR PAGE
021226*    AHEAD OF THE REAL RUN'S.
021230 RUN-PART-TWO SECTION.
021240     IF SWEEP-MODE = 1 THEN
021250         MOVE 0 TO SIM-AUDIT-ENABLED
021390             END-IF
021400         END-PERFORM
021410         PERFORM WRITE-SWEEP-REPORT
021414         MOVE SWEEP-CHOSEN-SIZE TO NUM-WORKERS
021418     END-IF
021422     IF RISK-MODE = 1 THEN
021426         MOVE 0 TO SIM-AUDIT-ENABLED
021430         PERFORM RUN-RISK-PASSES
021434         PERFORM WRITE-RISK-REPORT
021438     END-IF
021442     MOVE 1 TO SIM-AUDIT-ENABLED
021450     PERFORM RUN-SIMULATION
021460*
021470*    THE WORK RAN TO COMPLETION, SO ANY CHECKPOINT LEFT BEHIND BY
021480*    AN EARLIER, INTERRUPTED ATTEMPT AT IT NO LONGER APPLIES -
021490*    CLEAR CHKPTFL SO A LATER JOB CANNOT MISTAKE IT FOR ITS OWN
021500*    STATE.  A RE-FORECAST NEVER TOUCHED IT.
021504     IF FORECAST-MODE = 0 THEN
021510         PERFORM CLEAR-CHECKPOINT
021514     END-IF
021520 RUN-PART-TWO-EXIT.
021530     EXIT SECTION.
021540*
022530     INITIALIZE TASK-ASSIGNMENT
022540     INITIALIZE TASK-DUR-USED-TABLE
022550     INITIALIZE TASK-WORK-BANKED-TABLE
022554     INITIALIZE TASK-FIN-HELD-RECORD
022555     INITIALIZE TASK-CREW-TABLE
022556     INITIALIZE WORKER-HELD-TABLE
022560     INITIALIZE IDLE-BY-WORKER-TABLE
022570     INITIALIZE WORKERS
022580     MOVE 0 TO SECOND
022710             UNTIL BJ > NUM-BATCH-JOBS
022720         MOVE 0 TO BJ-PROJ-LATE OF BATCH-JOB(BJ)
022730     END-PERFORM
022731     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
022732             UNTIL T > NUM-TASKS
022733         MOVE 0 TO TASK-CONS-SECS(T)
022734         MOVE 0 TO TASK-CONS-BLOCKED(T)
022735     END-PERFORM
022740     MOVE 1 TO PROJ-CHECK-NEEDED
022750     MOVE 0 TO ALL-DONE
022754     MOVE 1 TO CLOCK-GATES
022755     IF FORECAST-MODE = 1 THEN
022756         PERFORM SEED-FROM-ACTUALS
022757     ELSE
022760         IF SIM-AUDIT-ENABLED = 1 THEN
022770             PERFORM LOAD-CHECKPOINT
022780         END-IF
022784     END-IF
022790     PERFORM DO-WORK WITH TEST AFTER UNTIL ALL-DONE = 1
022800 RUN-SIMULATION-EXIT.
022810     EXIT SECTION.
023340     PERFORM PRINT-REPORT-LINE
023350 WRITE-SWEEP-REPORT-EXIT.
023360     EXIT SECTION.
023361*
023362*    THE SCHEDULE-RISK PASSES.  THE RANDOM SEQUENCE IS SEEDED
023363*    FROM THE RUN DATE AND JOB, SO A RERUN OF THE SAME DAY'S JOB
023364*    DRAWS THE SAME DURATIONS AND REPRINTS THE SAME FIGURES.
023365 RUN-RISK-PASSES SECTION.
023366     MOVE SCHED-RUN-DATE TO RISK-SEED-DATE
023367     COMPUTE RISK-SEED = RISK-SEED-DATE + CHKPT-JOB-ID
023368     COMPUTE RISK-RAND = FUNCTION RANDOM(RISK-SEED)
023369     INITIALIZE RISK-TASK-TABLE
023370     INITIALIZE RISK-FINISH-TABLE
023371     MOVE 0 TO RISK-TASKS-WITH-HIST
023372     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
023373             UNTIL T > NUM-TASKS
023374         PERFORM WITH TEST BEFORE VARYING HX FROM 1 BY 1
023375                 UNTIL HX > NUM-RISK-HIST
023376                 OR RISK-HIST-ROW(T) > 0
023377             IF RH-TASK-ID(HX) = TASK-ID OF TASK-ENTRY(T) THEN
023378                 MOVE HX TO RISK-HIST-ROW(T)
023379                 ADD 1 TO RISK-TASKS-WITH-HIST
023380             END-IF
023381         END-PERFORM
023382     END-PERFORM
023383     IF BATCH-MODE = 1 THEN
023384         MOVE NUM-BATCH-JOBS TO RISK-JOB-ROWS
023385     ELSE
023386         MOVE 1 TO RISK-JOB-ROWS
023387     END-IF
023388     PERFORM WITH TEST BEFORE VARYING RISK-PASS FROM 1 BY 1
023389             UNTIL RISK-PASS > RISK-RUNS
023390         PERFORM DRAW-RISK-DURATIONS
023391         MOVE 1 TO RISK-PASS-ACTIVE
023392         PERFORM RUN-SIMULATION
023393         MOVE 0 TO RISK-PASS-ACTIVE
023394         PERFORM TALLY-RISK-PASS
023395     END-PERFORM
023396 RUN-RISK-PASSES-EXIT.
023397     EXIT SECTION.
023398*
023399*    ONE PASS'S DURATIONS.  RESOLVE-TASK-DURATION HANDS OUT THE
023400*    DRAW WHILE THE PASS RUNS, SO THE ASSIGNMENT AND THE
023401*    DEADLINE PROJECTION PRICE EACH TASK ALIKE.
023402 DRAW-RISK-DURATIONS SECTION.
023403     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
023404             UNTIL T > NUM-TASKS
023405         MOVE 0 TO RISK-DRAW(T)
023406         MOVE RISK-HIST-ROW(T) TO HX
023407         IF HX = 0 THEN
023408             EXIT PERFORM CYCLE
023409         END-IF
023410         PERFORM RESOLVE-TASK-DURATION
023411         COMPUTE RISK-RAND = FUNCTION RANDOM
023412         COMPUTE RISK-SLOT = RISK-RAND * RH-KEPT(HX) + 1
023413         COMPUTE RISK-DRAWN ROUNDED = DUR-VALUE
023414             * RH-SAMPLE(HX, RISK-SLOT) * RH-KEPT(HX)
023415             / RH-KEPT-TOTAL(HX)
023416             ON SIZE ERROR
023417                 MOVE 9999 TO RISK-DRAWN
023418         END-COMPUTE
023419         IF RISK-DRAWN = 0 THEN
023420             MOVE 1 TO RISK-DRAWN
023421         END-IF
023422         IF RISK-DRAWN > 9999 THEN
023423             MOVE 9999 TO RISK-DRAWN
023424         END-IF
023425         MOVE RISK-DRAWN TO RISK-DRAW(T)
023426     END-PERFORM
023427 DRAW-RISK-DURATIONS-EXIT.
023428     EXIT SECTION.
023429*
023430*    RECORD ONE PASS: EACH JOB'S FINISH, TAKEN THE WAY ITS
023431*    SUMMARY TAKES IT, AND THE TASKS ON EACH JOB'S CRITICAL
023432*    PATH.  A BATCH CHAIN THAT CROSSES INTO ANOTHER JOB COUNTS
023433*    A SHARED TASK ONCE PER PASS.
023434 TALLY-RISK-PASS SECTION.
023435     PERFORM WITH TEST BEFORE VARYING RISK-ROW FROM 1 BY 1
023436             UNTIL RISK-ROW > RISK-JOB-ROWS
023437         IF BATCH-MODE = 1 THEN
023438             MOVE RISK-ROW TO RPT-JOB
023439             MOVE 0 TO RPT-ELAPSED
023440             PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
023441                     UNTIL T > NUM-TASKS
023442                 IF TASK-JOB(T) = RPT-JOB
023443                         AND TASK-FINISH(T) >= RPT-ELAPSED THEN
023444                     COMPUTE RPT-ELAPSED = TASK-FINISH(T) + 1
023445                 END-IF
023446             END-PERFORM
023447         ELSE
023448             MOVE JOB-NUMBER TO RPT-JOB
023449             MOVE SECOND TO RPT-ELAPSED
023450         END-IF
023451         MOVE RPT-ELAPSED TO RISK-FINISH(RISK-ROW, RISK-PASS)
023452         PERFORM TRACE-CRITICAL-PATH
023453         PERFORM WITH TEST BEFORE VARYING CP FROM 1 BY 1
023454                 UNTIL CP > CRIT-CHAIN-LEN
023455             MOVE CRIT-CHAIN(CP) TO T
023456             IF T > 0 AND RISK-CRIT-PASS(T) NOT = RISK-PASS THEN
023457                 MOVE RISK-PASS TO RISK-CRIT-PASS(T)
023458                 ADD 1 TO RISK-CRIT-HITS(T)
023459             END-IF
023460         END-PERFORM
023461     END-PERFORM
023462 TALLY-RISK-PASS-EXIT.
023463     EXIT SECTION.
023464*
023465*    THE SCHEDULE RISK PAGE.  PERCENTILES ARE BY NEAREST RANK
023466*    OVER THE SORTED FINISHES; A JOB MEETS ITS DEADLINE ON A
023467*    PASS WHEN IT FINISHES NO LATER THAN THE DEADLINE SECOND,
023468*    AS THE SUMMARY JUDGES IT.  UP TO FIVE TASKS ARE LISTED
023469*    PER JOB, MOST OFTEN CRITICAL FIRST.
023470 WRITE-RISK-REPORT SECTION.
023471     MOVE "SCHEDULE RISK" TO RPT-TITLE
023472     IF BATCH-MODE = 1 THEN
023473         MOVE 0 TO RPT-HDR-JOB
023474     ELSE
023475         MOVE JOB-NUMBER TO RPT-HDR-JOB
023476     END-IF
023477     PERFORM START-REPORT-PAGE
023478     STRING "RUNS: " RISK-RUNS "  TASKS WITH AUDIT HISTORY: "
023479         RISK-TASKS-WITH-HIST " OF " NUM-TASKS
023480         DELIMITED BY SIZE INTO PRINT-LINE-BUF
023481     PERFORM PRINT-REPORT-LINE
023482     MOVE "   JOB  P50-FINISH  P80-FINISH  P95-FINISH  DEADLINE  "
023483         & "MET-PCT" TO PRINT-LINE-BUF
023484     PERFORM PRINT-REPORT-LINE
023485     PERFORM WITH TEST BEFORE VARYING RISK-ROW FROM 1 BY 1
023486             UNTIL RISK-ROW > RISK-JOB-ROWS
023487         IF BATCH-MODE = 1 THEN
023488             MOVE RISK-ROW TO RISK-JOB
023489             MOVE BJ-HAS-DEADLINE OF BATCH-JOB(RISK-ROW)
023490                 TO RISK-HAS-DEADLINE
023491             MOVE BJ-DEADLINE OF BATCH-JOB(RISK-ROW)
023492                 TO RISK-DEADLINE
023493         ELSE
023494             MOVE JOB-NUMBER TO RISK-JOB
023495             MOVE JOB-HAS-DEADLINE TO RISK-HAS-DEADLINE
023496             MOVE JOB-DEADLINE TO RISK-DEADLINE
023497         END-IF
023498         MOVE 0 TO RISK-MET
023499         PERFORM WITH TEST BEFORE VARYING RK FROM 1 BY 1
023500                 UNTIL RK > RISK-RUNS
023501             MOVE RISK-FINISH(RISK-ROW, RK) TO RISK-SORT(RK)
023502             IF RISK-SORT(RK) <= RISK-DEADLINE THEN
023503                 ADD 1 TO RISK-MET
023504             END-IF
023505         END-PERFORM
023506         PERFORM SORT-RISK-FINISHES
023507         COMPUTE RK = (50 * RISK-RUNS + 99) / 100
023508         MOVE RISK-SORT(RK) TO RISK-P50
023509         COMPUTE RK = (80 * RISK-RUNS + 99) / 100
023510         MOVE RISK-SORT(RK) TO RISK-P80
023511         COMPUTE RK = (95 * RISK-RUNS + 99) / 100
023512         MOVE RISK-SORT(RK) TO RISK-P95
023513         IF RISK-HAS-DEADLINE = 1 THEN
023514             COMPUTE RISK-PCT ROUNDED = RISK-MET * 100 / RISK-RUNS
023515             STRING "  " RISK-JOB "    " RISK-P50 "    " RISK-P80
023516                 "    " RISK-P95 "  " RISK-DEADLINE "     "
023517                 RISK-PCT "%"
023518                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
023519         ELSE
023520             STRING "  " RISK-JOB "    " RISK-P50 "    " RISK-P80
023521                 "    " RISK-P95 "  NONE"
023522                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
023523         END-IF
023524         PERFORM PRINT-REPORT-LINE
023525         STRING "    MOST OFTEN CRITICAL IN JOB " RISK-JOB ":"
023526             DELIMITED BY SIZE INTO PRINT-LINE-BUF
023527         PERFORM PRINT-REPORT-LINE
023528         MOVE 0 TO RISK-LISTED
023529         PERFORM 5 TIMES
023530             MOVE 0 TO RISK-BEST
023531             PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
023532                     UNTIL T > NUM-TASKS
023533                 IF TASK-JOB(T) = RISK-JOB
023534                         AND RISK-CRIT-SHOWN(T) = 0
023535                         AND RISK-CRIT-HITS(T) > 0 THEN
023536                     IF RISK-BEST = 0 THEN
023537                         MOVE T TO RISK-BEST
023538                     ELSE
023539                         IF RISK-CRIT-HITS(T)
023540                                 > RISK-CRIT-HITS(RISK-BEST) THEN
023541                             MOVE T TO RISK-BEST
023542                         END-IF
023543                     END-IF
023544                 END-IF
023545             END-PERFORM
023546             IF RISK-BEST = 0 THEN
023547                 EXIT PERFORM
023548             END-IF
023549             MOVE 1 TO RISK-CRIT-SHOWN(RISK-BEST)
023550             MOVE 1 TO RISK-LISTED
023551             COMPUTE RISK-PCT ROUNDED
023552                 = RISK-CRIT-HITS(RISK-BEST) * 100 / RISK-RUNS
023553             STRING "      " TASK-ID OF TASK-ENTRY(RISK-BEST)
023554                 "  " RISK-CRIT-HITS(RISK-BEST) " OF " RISK-RUNS
023555                 " RUNS  " RISK-PCT "%"
023556                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
023557             PERFORM PRINT-REPORT-LINE
023558         END-PERFORM
023559         IF RISK-LISTED = 0 THEN
023560             MOVE "      NONE" TO PRINT-LINE-BUF
023561             PERFORM PRINT-REPORT-LINE
023562         END-IF
023563     END-PERFORM
023564 WRITE-RISK-REPORT-EXIT.
023565     EXIT SECTION.
023566*
023567*    PUT THE FIRST RISK-RUNS ENTRIES OF RISK-SORT IN ASCENDING
023568*    ORDER.  A STRAIGHT INSERTION SORT - THE TABLE IS SMALL.
023569 SORT-RISK-FINISHES SECTION.
023570     PERFORM WITH TEST BEFORE VARYING RK FROM 2 BY 1
023571             UNTIL RK > RISK-RUNS
023572         MOVE RISK-SORT(RK) TO RISK-HOLD
023573         MOVE RK TO RJ
023574         PERFORM FOREVER
023575             IF RJ = 1 THEN
023576                 EXIT PERFORM
023577             END-IF
023578             IF RISK-SORT(RJ - 1) <= RISK-HOLD THEN
023579                 EXIT PERFORM
023580             END-IF
023581             MOVE RISK-SORT(RJ - 1) TO RISK-SORT(RJ)
023582             SUBTRACT 1 FROM RJ
023583         END-PERFORM
023584         MOVE RISK-HOLD TO RISK-SORT(RJ)
023585     END-PERFORM
023586 SORT-RISK-FINISHES-EXIT.
023587     EXIT SECTION.
023588*
023589*    RESET ALL PER-JOB TABLES (TASK TABLE, DEPENDENCY INDEXES,
023590*    ETC.) SO A LATER JOB IN THE BATCH NEVER SEES AN EARLIER
023591*    JOB'S TASKS.
023592 INIT-JOB-TABLES SECTION.
023593     MOVE 0 TO NUM-TASKS
023594     INITIALIZE TASK-TABLE
023595     INITIALIZE TASK-JOB-TABLE
023596     INITIALIZE COMPLETED-RECORD
023597     INITIALIZE PROGRESS-RECORD
023598     MOVE 0 TO CYCLE-FOUND
023599     MOVE 0 TO CLOCK-GATES
023600 INIT-JOB-TABLES-EXIT.
023601     EXIT SECTION.
023602*
023603*    BUILD THE TASK TABLE AND RESOLVE EACH DEPENDENCY PAIR TO A
023604*    PAIR OF TASK INDEXES.  REPLACES THE OLD
023605*    "FUNCTION ORD(D-FROM) - 65" TRICK, WHICH ONLY WORKED FOR
023606*    SINGLE-LETTER TASK IDS.
023607 REGISTER-DEPENDENCIES SECTION.
023608     MOVE 0 TO LINKS-TIMED
023609     PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
023610             UNTIL D > NUM-DEPS
023611         IF D-LAG OF DEPENDENCY(D) > 0
023612                 OR D-LINK OF DEPENDENCY(D) NOT = "FS" THEN
023613             MOVE 1 TO LINKS-TIMED
023614         END-IF
023615         MOVE D-FROM OF DEPENDENCY(D) TO LOOKUP-ID
023616         MOVE D-FROM-JOB OF DEPENDENCY(D) TO LOOKUP-JOB
023617         PERFORM FIND-TASK-INDEX
023618         MOVE LOOKUP-INDEX TO D-FROM-IDX OF DEPENDENCY(D)
023620         MOVE D-TO OF DEPENDENCY(D) TO LOOKUP-ID
023630         MOVE D-TO-JOB OF DEPENDENCY(D) TO LOOKUP-JOB
023640         PERFORM FIND-TASK-INDEX
026120*    PULL EACH REGISTERED TASK'S STANDING ATTRIBUTES FROM THE
026130*    MASTER BY KEY.  A TASK WITH NO MASTER RECORD SIMPLY RUNS ON
026140*    THE COMPUTED DEFAULTS, AS EVERY TASK DID BEFORE THE MASTER
026146*    EXISTED.  WHERE THE DATED VERSIONS ARE KEPT, THE VERSION IN
026152*    FORCE ON THE AS-OF DATE REPLACES WHAT THE MASTER SAYS TODAY.
026160 READ-TASK-MASTER-ATTRS SECTION.
026170     INITIALIZE TASK-MASTER-ATTRS
026176     MOVE 0 TO NO-VERSION-COUNT
026182     IF MASTER-SUPPLIED = 0 AND VERSIONS-SUPPLIED = 0 THEN
026190         GO TO READ-TASK-MASTER-ATTRS-EXIT
026200     END-IF
026210     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
026220             UNTIL T > NUM-TASKS
026222         IF MASTER-SUPPLIED = 1 THEN
026224             PERFORM READ-ONE-MASTER-RECORD
026226         END-IF
026228         IF VERSIONS-SUPPLIED = 1 THEN
026230             PERFORM APPLY-VERSION-IN-FORCE
026232         END-IF
026234     END-PERFORM
026236     IF NO-VERSION-COUNT > 0 THEN
026238         DISPLAY "ADVENTOFCODE7: WARNING - " NO-VERSION-COUNT
026240             " TASKS HAVE NO VERSION IN FORCE ON " AS-OF-DATE
026242             " - CURRENT MASTER FIGURES USED"
026244     END-IF
026246 READ-TASK-MASTER-ATTRS-EXIT.
026248     EXIT SECTION.
026250*
026251*    READ TASK T'S RECORD FROM THE TASK MASTER INTO ITS TABLE
026252*    ENTRY.  A TASK THE MASTER DOES NOT HOLD KEEPS ITS DEFAULTS,
026253*    AND A DURATION OR CREW SIZE THAT DOES NOT SCAN (A RECORD
026254*    LOADED BEFORE THE FIELD EXISTED) LEAVES THE DEFAULT IN PLACE.
026255 READ-ONE-MASTER-RECORD SECTION.
026256     MOVE TASK-ID OF TASK-ENTRY(T) TO TM-TASK-ID
026257     READ TASK-MASTER
026258         INVALID KEY
026260             CONTINUE
026262         NOT INVALID KEY
026280             MOVE 1 TO TASK-HAS-MASTER(T)
026290             MOVE TM-DESC TO TASK-DESC(T)
026300             MOVE TM-DEPT TO TASK-DEPT(T)
026310             IF TM-STD-DUR IS NUMERIC THEN
026320                 MOVE TM-STD-DUR TO TASK-STD-DUR(T)
026330             END-IF
026340             MOVE TM-SKILL-CLASS TO TASK-MST-SKILL(T)
026342             IF TM-CREW-SIZE IS NUMERIC THEN
026343                 MOVE TM-CREW-SIZE TO TASK-MST-CREW(T)
026344             END-IF
026345     END-READ
026346 READ-ONE-MASTER-RECORD-EXIT.
026347     EXIT SECTION.
026348*
026349*    OVERLAY TASK T'S ATTRIBUTES WITH THE VERSION IN FORCE.  A
026350*    DELETION IN FORCE MEANS THE TASK HAD NO MASTER RECORD THEN,
026351*    AND SO DOES A FIRST VERSION THAT ADDED THE TASK AFTER THE
026352*    AS-OF DATE.  NO VERSION IN FORCE OTHERWISE LEAVES THE CURRENT
026353*    MASTER FIGURES, COUNTED IF THE MASTER HAD ANY.
026354 APPLY-VERSION-IN-FORCE SECTION.
026355     MOVE TASK-ID OF TASK-ENTRY(T) TO VERSION-TASK-ID
026356     PERFORM FIND-VERSION-IN-FORCE
026357     IF FV-FOUND = 2 AND FV-ACTION NOT = "A" THEN
026358         MOVE 0 TO FV-FOUND
026359     END-IF
026360     IF FV-FOUND = 0 THEN
026361         IF TASK-HAS-MASTER(T) = 1 THEN
026362             ADD 1 TO NO-VERSION-COUNT
026363         END-IF
026364         GO TO APPLY-VERSION-IN-FORCE-EXIT
026365     END-IF
026366     INITIALIZE TASK-MASTER-ATTR(T)
026367     IF FV-ACTION = "D" OR FV-FOUND = 2 THEN
026368         GO TO APPLY-VERSION-IN-FORCE-EXIT
026369     END-IF
026370     MOVE 1 TO TASK-HAS-MASTER(T)
026371     MOVE FV-DESC TO TASK-DESC(T)
026372     MOVE FV-DEPT TO TASK-DEPT(T)
026373     IF FV-STD-DUR IS NUMERIC THEN
026374         MOVE FV-STD-DUR TO TASK-STD-DUR(T)
026375     END-IF
026376     MOVE FV-SKILL-CLASS TO TASK-MST-SKILL(T)
026377     IF FV-CREW-SIZE IS NUMERIC THEN
026378         MOVE FV-CREW-SIZE TO TASK-MST-CREW(T)
026379     END-IF
026380 APPLY-VERSION-IN-FORCE-EXIT.
026381     EXIT SECTION.
026382*
026383*    THE LAST VERSION OF VERSION-TASK-ID DATED ON OR BEFORE THE
026384*    AS-OF DATE.  THE KEY RUNS BY DATE WITHIN TASK, SO THE SCAN
026385*    STARTS AT THE TASK'S FIRST VERSION AND STOPS AT THE FIRST ONE
026386*    THAT IS TOO NEW OR BELONGS TO THE NEXT TASK.  FV-FOUND IS 1
026387*    FOR A VERSION IN FORCE, 0 FOR A TASK WITH NO VERSIONS, AND 2
026388*    WHEN EVERY VERSION IS TOO NEW - THE FIRST IS THEN LEFT IN
026389*    IN-FORCE-VERSION.
026390 FIND-VERSION-IN-FORCE SECTION.
026391     MOVE 0 TO FV-FOUND
026392     MOVE VERSION-TASK-ID TO TV-TASK-ID
026393     MOVE 0 TO TV-EFF-DATE
026394     MOVE 0 TO TV-SEQ
026395     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
026396         INVALID KEY
026397             GO TO FIND-VERSION-IN-FORCE-EXIT
026398     END-START
026399     PERFORM FOREVER
026400         READ TASK-VERSIONS NEXT RECORD
026401             AT END EXIT PERFORM
026402         END-READ
026403         IF TV-TASK-ID NOT = VERSION-TASK-ID THEN
026404             EXIT PERFORM
026405         END-IF
026406         IF TV-EFF-DATE > AS-OF-DATE THEN
026407             IF FV-FOUND = 0 THEN
026408                 MOVE 2 TO FV-FOUND
026409                 MOVE TASK-VERSION-REC TO IN-FORCE-VERSION
026410             END-IF
026411             EXIT PERFORM
026412         END-IF
026413         MOVE 1 TO FV-FOUND
026414         MOVE TASK-VERSION-REC TO IN-FORCE-VERSION
026415     END-PERFORM
026416 FIND-VERSION-IN-FORCE-EXIT.
026417     EXIT SECTION.
026418*
026419 RESOLVE-TASK-SKILLS SECTION.
026420     INITIALIZE TASK-SKILL-RECORD
026421     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
026430             UNTIL T > NUM-TASKS
026440         MOVE TASK-ID OF TASK-ENTRY(T) TO LOOKUP-ID
026450         PERFORM FIND-SKILL-CLASS
026540     END-PERFORM
026550 RESOLVE-TASK-SKILLS-EXIT.
026560     EXIT SECTION.
026561*
026562*    RESOLVE HOW MANY WORKERS EACH TASK NEEDS AT ONCE: THE
026563*    CREWFILE OVERRIDE WHEN ONE IS ON FILE, OTHERWISE THE TASK
026564*    MASTER'S CREW SIZE, OTHERWISE ONE.  CREWS-PRESENT SAYS
026565*    WHETHER ANY TASK IN THE JOB NEEDS MORE THAN ONE.
026566 RESOLVE-TASK-CREWS SECTION.
026567     MOVE 0 TO CREWS-PRESENT
026568     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
026569             UNTIL T > NUM-TASKS
026570         MOVE 1 TO TASK-CREW-SIZE(T)
026571         IF TASK-HAS-MASTER(T) = 1
026572                 AND TASK-MST-CREW(T) > 0 THEN
026573             MOVE TASK-MST-CREW(T) TO TASK-CREW-SIZE(T)
026574         END-IF
026575         PERFORM WITH TEST BEFORE VARYING OV FROM 1 BY 1
026576                 UNTIL OV > NUM-CREW-OVERRIDES
026577             IF CO-TASK-ID OF CREW-OVERRIDE(OV)
026578                     = TASK-ID OF TASK-ENTRY(T) THEN
026579                 MOVE CO-SIZE OF CREW-OVERRIDE(OV)
026580                     TO TASK-CREW-SIZE(T)
026581             END-IF
026582         END-PERFORM
026583         IF TASK-CREW-SIZE(T) > 1 THEN
026584             MOVE 1 TO CREWS-PRESENT
026585         END-IF
026586     END-PERFORM
026587 RESOLVE-TASK-CREWS-EXIT.
026588     EXIT SECTION.
026589*
026590*    RESOLVE EACH TASK'S EQUIPMENT NEEDS FROM THE RESFILE TIES,
026591*    ONCE PER JOB LIKE THE SKILL AND PRIORITY TABLES.  A TASK
026600*    ASKING FOR MORE UNITS OF ONE POOL THAN THE POOL OWNS COULD
026610*    NEVER START AND WOULD HANG THE SIMULATION, SO THAT IS
026620*    REJECTED AT THE DOOR THE WAY AN UNSTAFFABLE JOB IS.
027950     END-PERFORM
027960 RESOLVE-TASK-DEADLINES-EXIT.
027970     EXIT SECTION.
027971*
027972*    RESOLVE EACH TASK'S RELEASE SECOND AND PINNED WORKER FROM
027973*    THE CONSFILE TABLE ONCE PER JOB.  RECORDS WITH NO JOB
027974*    QUALIFIER ARE APPLIED FIRST AND A RECORD NAMING THE TASK'S
027975*    OWN JOB SECOND, SO THE SPECIFIC RECORD BEATS THE GENERAL
027976*    ONE.  A PIN TO AN EMPLOYEE WHO IS ABSENT ON EVERY DAY FROM
027977*    THE TASK'S RELEASE TO ITS JOB'S DEADLINE COULD NEVER BE MET
027978*    IN TIME AND GETS THE USUAL TOLERANCE TREATMENT; WITHOUT A
027979*    DEADLINE THERE IS NO END DAY TO HOLD IT TO, SO THE PIN
027980*    STANDS AND THE TASK SIMPLY WAITS FOR ITS WORKER.
027981 RESOLVE-TASK-CONSTRAINTS SECTION.
027982     INITIALIZE TASK-CONSTRAINT-TABLE
027983     IF CONSTRAINTS-SUPPLIED = 0 THEN
027984         GO TO RESOLVE-TASK-CONSTRAINTS-EXIT
027985     END-IF
027986     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
027987             UNTIL T > NUM-TASKS
027988         PERFORM WITH TEST BEFORE VARYING CN FROM 1 BY 1
027989                 UNTIL CN > NUM-CONSTRAINTS
027990             IF CN-TASK-ID OF CONSTRAINT(CN)
027991                     = TASK-ID OF TASK-ENTRY(T)
027992                     AND CN-JOB OF CONSTRAINT(CN) = 0 THEN
027993                 PERFORM APPLY-TASK-CONSTRAINT
027994             END-IF
027995         END-PERFORM
027996         PERFORM WITH TEST BEFORE VARYING CN FROM 1 BY 1
027997                 UNTIL CN > NUM-CONSTRAINTS
027998             IF CN-TASK-ID OF CONSTRAINT(CN)
027999                     = TASK-ID OF TASK-ENTRY(T)
028000                     AND CN-JOB OF CONSTRAINT(CN) = TASK-JOB(T)
028001                     THEN
028002                 PERFORM APPLY-TASK-CONSTRAINT
028003             END-IF
028004         END-PERFORM
028005         IF TASK-PIN-SLOT(T) > 0 AND TASK-DEADLINE(T) > 0 THEN
028006             PERFORM CHECK-PIN-PRESENCE
028007             IF PIN-PRESENT = 0 THEN
028008                 DISPLAY "ADVENTOFCODE7: TASK "
028009                     FUNCTION TRIM(TASK-ID OF TASK-ENTRY(T))
028010                     " IS PINNED TO "
028011                     WM-EMP-ID OF WORKER-MASTER(TASK-PIN-SLOT(T))
028012                     " WHO IS ABSENT UNTIL AFTER THE DEADLINE"
028013                 IF EDIT-TOLERANCE = "R" THEN
028014                     MOVE 16 TO RETURN-CODE
028015                     PERFORM TERMINATE-RUN
028016                     STOP RUN
028017                 END-IF
028018                 MOVE 0 TO TASK-PIN-SLOT(T)
028019             END-IF
028020         END-IF
028021     END-PERFORM
028022 RESOLVE-TASK-CONSTRAINTS-EXIT.
028023     EXIT SECTION.
028024*
028025 APPLY-TASK-CONSTRAINT SECTION.
028026     IF CN-TYPE OF CONSTRAINT(CN) = "R" THEN
028027         MOVE CN-RELEASE OF CONSTRAINT(CN) TO TASK-RELEASE(T)
028028     ELSE
028029         MOVE CN-SLOT OF CONSTRAINT(CN) TO TASK-PIN-SLOT(T)
028030     END-IF
028031 APPLY-TASK-CONSTRAINT-EXIT.
028032     EXIT SECTION.
028033*
028034*    SET PIN-PRESENT WHEN TASK T'S PINNED WORKER IS ON THE FLOOR
028035*    ON AT LEAST ONE DAY FROM ITS RELEASE DAY TO ITS DEADLINE
028036*    DAY, COUNTING DAYS THE WAY PREPARE-ABSENCE-FLAGS DOES.
028037 CHECK-PIN-PRESENCE SECTION.
028038     MOVE 0 TO PIN-PRESENT
028039     MOVE TASK-PIN-SLOT(T) TO W
028040     COMPUTE PIN-DAY = TASK-RELEASE(T) / SECONDS-PER-DAY
028041     COMPUTE PIN-LAST-DAY = TASK-DEADLINE(T) / SECONDS-PER-DAY
028042     PERFORM WITH TEST BEFORE UNTIL PIN-DAY > PIN-LAST-DAY
028043             OR PIN-PRESENT = 1
028044         MOVE 1 TO PIN-PRESENT
028045         PERFORM WITH TEST BEFORE VARYING AB FROM 1 BY 1
028046                 UNTIL AB > WM-NUM-ABSENCES OF WORKER-MASTER(W)
028047             IF WM-ABSENCE-DAY OF WORKER-MASTER(W, AB)
028048                     = PIN-DAY THEN
028049                 MOVE 0 TO PIN-PRESENT
028050             END-IF
028051         END-PERFORM
028052         ADD 1 TO PIN-DAY
028053     END-PERFORM
028054 CHECK-PIN-PRESENCE-EXIT.
028055     EXIT SECTION.
028056*
028057*    DECIDE WHETHER EVERY CLASSED TASK IN THIS JOB HAS AT LEAST
028058*    ONE QUALIFIED WORKER AMONG THE FIRST NUM-WORKERS ROSTER
028059*    SLOTS.  A TASK WHOSE CLASS NO ACTIVE SLOT HOLDS COULD NEVER
028060*    BE ASSIGNED AND THE SIMULATION WOULD SPIN FOREVER WAITING
028061*    FOR IT, SO THE ANSWER IS CHECKED BEFORE EVERY SIMULATION -
028062*    THE CREW-SIZE SWEEP ASKS IT ONCE PER PROBED SIZE.  A TASK
028063*    NEEDING SEVERAL WORKERS AT ONCE MUST FIND THAT MANY
028064*    QUALIFIED SLOTS, ROSTER OR NO ROSTER.
028065 CHECK-STAFFABLE SECTION.
028066     MOVE 1 TO JOB-STAFFABLE
028067     MOVE 0 TO PIN-OFF-CREW
028068     MOVE 0 TO CREW-SHORT
028070     IF ROSTER-SUPPLIED = 0 AND CREWS-PRESENT = 0 THEN
028080         GO TO CHECK-STAFFABLE-EXIT
028090     END-IF
028100     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
028110             UNTIL T > NUM-TASKS
028111*
028112*    A PINNED TASK NEEDS ITS OWN WORKER IN THE CREW AND NOTHING
028113*    ELSE - THE PIN OVERRIDES THE SKILL CLASS.
028114         IF TASK-PIN-SLOT(T) > 0 THEN
028115             IF TASK-PIN-SLOT(T) > NUM-WORKERS THEN
028116                 MOVE 0 TO JOB-STAFFABLE
028117                 MOVE 1 TO PIN-OFF-CREW
028118             END-IF
028119             IF TASK-CREW-SIZE(T) < 2 THEN
028120                 EXIT PERFORM CYCLE
028121             END-IF
028122         END-IF
028123         IF TASK-CREW-SIZE(T) > 1 THEN
028124             MOVE 0 TO CREW-QUALIFIED
028125             PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
028126                     UNTIL W > NUM-WORKERS
028127                 PERFORM CHECK-WORKER-SKILL
028128                 IF WORKER-QUALIFIES = 1 THEN
028129                     ADD 1 TO CREW-QUALIFIED
028130                 END-IF
028131             END-PERFORM
028132             IF CREW-QUALIFIED < TASK-CREW-SIZE(T) THEN
028133                 MOVE 0 TO JOB-STAFFABLE
028134                 MOVE 1 TO CREW-SHORT
028135             END-IF
028136             EXIT PERFORM CYCLE
028137         END-IF
028138         IF ROSTER-SUPPLIED = 0 THEN
028139             EXIT PERFORM CYCLE
028140         END-IF
028141         IF TASK-SKILL(T) NOT = SPACE THEN
028142             MOVE 0 TO SKILL-COVERED
028143             PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
028150                     UNTIL W > NUM-WORKERS
028160                 IF MASTER-ROSTER = 1 THEN
028170                     PERFORM WITH TEST BEFORE VARYING SK FROM 1
028440         MOVE SWEEP-TO TO NUM-WORKERS
028450     END-IF
028460     PERFORM CHECK-STAFFABLE
028470     IF JOB-STAFFABLE = 0 AND PIN-OFF-CREW = 1 THEN
028471         DISPLAY "ADVENTOFCODE7: A TASK IN JOB " JOB-NUMBER
028472             " IS PINNED TO A WORKER OUTSIDE THE CREW"
028473             " - JOB CANNOT BE SCHEDULED"
028474         MOVE 20 TO RETURN-CODE
028475         PERFORM TERMINATE-RUN
028476         STOP RUN
028477     END-IF
028478     IF JOB-STAFFABLE = 0 AND CREW-SHORT = 1 THEN
028479         DISPLAY "ADVENTOFCODE7: A TASK IN JOB " JOB-NUMBER
028480             " NEEDS MORE QUALIFIED WORKERS AT ONCE THAN THE"
028481             " CREW HOLDS - JOB CANNOT BE SCHEDULED"
028482         MOVE 20 TO RETURN-CODE
028483         PERFORM TERMINATE-RUN
028484         STOP RUN
028485     END-IF
028486     IF JOB-STAFFABLE = 0 THEN
028487         DISPLAY "ADVENTOFCODE7: THE ROSTER CANNOT STAFF EVERY "
028490             "SKILL CLASS IN JOB " JOB-NUMBER
028500             " - JOB CANNOT BE SCHEDULED"
028510         MOVE 20 TO RETURN-CODE
029380 PRINT-NEXT-TASK-EXIT.
029390     EXIT SECTION.
029400*
029401*    A TASK MAY START WHEN EVERY LINK INTO IT HAS RELEASED.  IN
029402*    PART 1, OR WHEN NO LINK IS TIMED, THAT IS SIMPLY EVERY
029403*    PREDECESSOR BEING COMPLETED.  UNDER THE SIMULATION CLOCK AN
029404*    FS OR SS LINK MUST HAVE REACHED ITS RELEASE SECOND, AND AN
029405*    FF LINK DOES NOT HOLD THE START AT ALL - IT IS CHECKED WHEN
029406*    THE SUCCESSOR'S WORK RUNS OUT.
029410 CHECK-DOABLE SECTION.
029420     PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
029430             UNTIL D > NUM-DEPS
029440         IF T = D-TO-IDX OF DEPENDENCY(D) THEN
029446             IF CLOCK-GATES = 0 OR LINKS-TIMED = 0 THEN
029452                 IF COMPLETED(D-FROM-IDX OF DEPENDENCY(D)) = 0
029460                     MOVE 0 TO IS-DOABLE
029461                 END-IF
029462             ELSE
029463                 IF D-LINK OF DEPENDENCY(D) NOT = "FF" THEN
029464                     PERFORM FIND-LINK-RELEASE
029465                     IF LINK-EVENT-DONE = 0
029466                             OR LINK-RELEASE > SECOND THEN
029467                         MOVE 0 TO IS-DOABLE
029468                     END-IF
029469                 END-IF
029470             END-IF
029471         END-IF
029480     END-PERFORM
029490 CHECK-DOABLE-EXIT.
029500     EXIT SECTION.
029510*
029511*    THE RELEASE SECOND OF LINK D.  LINK-EVENT-DONE SAYS WHETHER
029512*    THE PREDECESSOR'S EVENT HAS HAPPENED AT ALL - ITS FINISH
029513*    FOR FS AND FF, ITS START FOR SS, WHERE A SUSPENDED TASK
029514*    WITH BANKED WORK HAS STARTED TOO.  THE READY SET IS FIXED
029515*    BY THE SCAN AT THE TOP OF EACH PASS, SO A START MADE IN A
029516*    PASS IS FIRST SEEN BY THE NEXT ONE: AN SS LINK WITH NO LAG
029517*    RELEASES ONE SECOND AFTER THE START, WHICH KEEPS THE CLOCK
029518*    JUMPS FROM STEPPING OVER IT.
029519 FIND-LINK-RELEASE SECTION.
029520     MOVE D-FROM-IDX OF DEPENDENCY(D) TO LINK-FROM
029521     MOVE 0 TO LINK-EVENT-DONE
029522     MOVE 0 TO LINK-RELEASE
029523     IF D-LINK OF DEPENDENCY(D) = "SS" THEN
029524         IF COMPLETED(LINK-FROM) = 1
029525                 OR IN-PROGRESS(LINK-FROM) = 1
029526                 OR TASK-WORK-BANKED(LINK-FROM) > 0 THEN
029527             MOVE 1 TO LINK-EVENT-DONE
029528             COMPUTE LINK-RELEASE = TASK-START(LINK-FROM)
029529                 + D-LAG OF DEPENDENCY(D)
029530             IF D-LAG OF DEPENDENCY(D) = 0 THEN
029531                 ADD 1 TO LINK-RELEASE
029532             END-IF
029533         END-IF
029534     ELSE
029535         IF COMPLETED(LINK-FROM) = 1 THEN
029536             MOVE 1 TO LINK-EVENT-DONE
029537             COMPUTE LINK-RELEASE = TASK-FINISH(LINK-FROM)
029538                 + D-LAG OF DEPENDENCY(D)
029539         END-IF
029540     END-IF
029541 FIND-LINK-RELEASE-EXIT.
029542     EXIT SECTION.
029543*
029544*    MAY TASK T'S FINISH BE RECORDED THIS SECOND?  ONLY AN FF
029545*    LINK INTO IT CAN SAY NO.
029546 CHECK-FINISH-GATES SECTION.
029547     MOVE 1 TO FINISH-OPEN
029548     PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
029549             UNTIL D > NUM-DEPS
029550         IF T = D-TO-IDX OF DEPENDENCY(D)
029551                 AND D-LINK OF DEPENDENCY(D) = "FF" THEN
029552             PERFORM FIND-LINK-RELEASE
029553             IF LINK-EVENT-DONE = 0
029554                     OR LINK-RELEASE > SECOND THEN
029555                 MOVE 0 TO FINISH-OPEN
029556             END-IF
029557         END-IF
029558     END-PERFORM
029559 CHECK-FINISH-GATES-EXIT.
029560     EXIT SECTION.
029561*
029562*    RECORD THE FINISH OF EVERY HELD TASK WHOSE FF LINKS HAVE NOW
029563*    RELEASED.  ONE RELEASE CAN FREE ANOTHER HELD TASK FURTHER
029564*    DOWN AN FF CHAIN IN THE SAME SECOND, SO THE SCAN REPEATS
029565*    UNTIL A PASS RELEASES NOTHING.
029566 RELEASE-HELD-FINISHES SECTION.
029567     PERFORM FOREVER
029568         MOVE 0 TO HOLD-RELEASED
029569         PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
029570                 UNTIL T > NUM-TASKS
029571             IF TASK-FIN-HELD(T) = 1 THEN
029572                 PERFORM CHECK-FINISH-GATES
029573                 IF FINISH-OPEN = 1 THEN
029574                     MOVE 0 TO TASK-FIN-HELD(T)
029575                     MOVE TASK-WORKER(T) TO W
029576                     PERFORM FINISH-TASK
029577                     MOVE 1 TO HOLD-RELEASED
029578                 END-IF
029579             END-IF
029580         END-PERFORM
029581         IF HOLD-RELEASED = 0 THEN
029582             EXIT PERFORM
029583         END-IF
029584     END-PERFORM
029585 RELEASE-HELD-FINISHES-EXIT.
029586     EXIT SECTION.
029587*
029588*    THE EARLIEST SECOND, FROM THE ONE ABOUT TO BE WORKED ON, AT
029589*    WHICH A WAITING TASK'S LINKS WILL ALL HAVE RELEASED - THE
029590*    START LINKS OF A TASK NOT YET STARTED, THE FF LINKS OF A
029591*    HELD ONE.  A TASK WITH A PREDECESSOR WHOSE EVENT HAS NOT
029592*    HAPPENED YET IS LEFT OUT: THAT EVENT IS ITSELF A COMPLETION
029593*    OR AN ASSIGNMENT, WHICH THE CLOCK ALREADY STOPS FOR.  AN
029594*    UNSTARTED TASK'S CONSFILE RELEASE SECOND IS ONE MORE GATE.
029595 FIND-NEXT-RELEASE SECTION.
029596     MOVE 0 TO NEXT-RELEASE-FOUND
029597     MOVE 0 TO NEXT-RELEASE
029598     INITIALIZE TASK-GATE-TABLE
029599     IF CONSTRAINTS-SUPPLIED = 1 THEN
029600         PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
029601                 UNTIL T > NUM-TASKS
029602             IF IN-PROGRESS(T) = 0 AND COMPLETED(T) = 0
029603                     AND TASK-WORK-BANKED(T) = 0 THEN
029604                 MOVE TASK-RELEASE(T) TO TG-SECOND OF TASK-GATE(T)
029605             END-IF
029606         END-PERFORM
029607     END-IF
029608     PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
029609             UNTIL D > NUM-DEPS OR LINKS-TIMED = 0
029610         MOVE D-TO-IDX OF DEPENDENCY(D) TO T
029611         IF (TASK-FIN-HELD(T) = 1
029612                 AND D-LINK OF DEPENDENCY(D) = "FF")
029613                 OR (IN-PROGRESS(T) = 0 AND COMPLETED(T) = 0
029614                 AND TASK-WORK-BANKED(T) = 0
029615                 AND D-LINK OF DEPENDENCY(D) NOT = "FF") THEN
029616             PERFORM FIND-LINK-RELEASE
029617             IF LINK-EVENT-DONE = 0 THEN
029618                 MOVE 1 TO TG-UNKNOWN OF TASK-GATE(T)
029619             ELSE
029620                 IF LINK-RELEASE > TG-SECOND OF TASK-GATE(T) THEN
029621                     MOVE LINK-RELEASE
029622                         TO TG-SECOND OF TASK-GATE(T)
029623                 END-IF
029624             END-IF
029625         END-IF
029626     END-PERFORM
029627     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
029628             UNTIL T > NUM-TASKS
029629         IF TG-UNKNOWN OF TASK-GATE(T) = 0
029630                 AND TG-SECOND OF TASK-GATE(T) >= SECOND THEN
029631             IF NEXT-RELEASE-FOUND = 0
029632                     OR TG-SECOND OF TASK-GATE(T)
029633                         < NEXT-RELEASE THEN
029634                 MOVE 1 TO NEXT-RELEASE-FOUND
029635                 MOVE TG-SECOND OF TASK-GATE(T) TO NEXT-RELEASE
029636             END-IF
029637         END-IF
029638     END-PERFORM
029639 FIND-NEXT-RELEASE-EXIT.
029640     EXIT SECTION.
029641*
029642 DO-WORK SECTION.
029643*    OUTSIDE A WORKING WINDOW NOTHING MOVES: IN-PROGRESS WORK
029644*    STAYS FROZEN AND NO ASSIGNMENT IS MADE.  THE CLOCK IS
029645*    PUSHED FORWARD TO THE NEXT WINDOW SO THE SECOND ABOUT TO
029646*    BE WORKED BELOW IS ALWAYS A WORKING ONE.
029647     IF CALENDAR-SUPPLIED = 1 THEN
029648         PERFORM CHECK-IN-SHIFT
029649         IF IN-SHIFT = 0 THEN
029650             PERFORM ADVANCE-TO-SHIFT
029651         END-IF
029652     END-IF
029653*
029654*    THE CLOCK IS SETTLED FOR THIS PASS, SO THE DAY'S ABSENCE
029655*    PICTURE CAN BE FIXED BEFORE ANY WORK OR ASSIGNMENT LOOKS
029660*    AT IT.
029670     IF MASTER-ROSTER = 1 AND ANY-ABSENCES = 1 THEN
029680         PERFORM PREPARE-ABSENCE-FLAGS
029690     END-IF
029700     PERFORM WORK-STEP WITH TEST AFTER VARYING W FROM 1 BY 1
029710             UNTIL W = NUM-WORKERS
029712     IF LINKS-TIMED = 1 THEN
029714         PERFORM RELEASE-HELD-FINISHES
029716     END-IF
029720*
029730*    THE PROJECTION ONLY MOVES WHEN THE REMAINING-WORK PICTURE
029740*    MOVES, SO IT RERUNS AFTER COMPLETIONS RATHER THAN EVERY
029860     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
029870             UNTIL T > NUM-TASKS
029880         MOVE 0 TO TASK-READY(T)
029884         MOVE 0 TO TASK-CONS-BLOCKED(T)
029890         IF COMPLETED(T) = 0 THEN
029900             MOVE 0 TO ALL-DONE
029910         END-IF
029920         IF IN-PROGRESS(T) = 0 AND COMPLETED(T) = 0 THEN
029930             MOVE 1 TO IS-DOABLE
029940             PERFORM CHECK-DOABLE
029941*
029942*    LINKS SATISFIED BUT THE PARTS NOT YET IN: HELD BACK.
029943             IF IS-DOABLE = 1
029944                     AND TASK-RELEASE(T) > SECOND THEN
029945                 MOVE 0 TO IS-DOABLE
029946                 MOVE 1 TO TASK-CONS-BLOCKED(T)
029947                 ADD 1 TO TASK-CONS-SECS(T)
029948             END-IF
029950             IF IS-DOABLE = 1 THEN
029960                 MOVE 1 TO TASK-READY(T)
029970             END-IF
030800     MOVE 0 TO QUIET-MIN-LEFT
030810*
030820*    AN ABSENT WORKER'S CLOCK IS FROZEN, SO THEIR REMAINING WORK
030830*    CANNOT BE THE NEXT EVENT - NOR CAN A HELD CREW MEMBER'S.
030840     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
030850             UNTIL W > NUM-WORKERS
030860         IF WORK-LEFT OF WORKER(W) > 0
030870                 AND WORKER-ABSENT(W) = 0
030874                 AND WORKER-HELD(W) = 0
030880                 AND (QUIET-MIN-LEFT = 0
030890                 OR WORK-LEFT OF WORKER(W) < QUIET-MIN-LEFT) THEN
030900             MOVE WORK-LEFT OF WORKER(W) TO QUIET-MIN-LEFT
030940*    WITH EVERY RUNNING SLOT FROZEN BY AN ABSENCE, NOTHING MOVES
030950*    UNTIL MIDNIGHT BRINGS SOMEBODY BACK - SO THE SPAN RUNS TO
030960*    THE DAY BOUNDARY INSTEAD OF EXITING TO A ONE-SECOND CRAWL.
030961*    LIKEWISE, WITH NOTHING RUNNING BUT A LAG OR A RELEASE DATE
030962*    STILL TO RUN OUT, THE SPAN RUNS TO THE RELEASE.
030963     IF LINKS-TIMED = 1 OR CONSTRAINTS-SUPPLIED = 1 THEN
030964         PERFORM FIND-NEXT-RELEASE
030965     ELSE
030966         MOVE 0 TO NEXT-RELEASE-FOUND
030967     END-IF
030970     IF QUIET-MIN-LEFT < 2 THEN
030980         IF QUIET-MIN-LEFT = 0 AND ANY-ABSENCES = 1 THEN
030990             COMPUTE QUIET-SPAN = SECONDS-PER-DAY
031000                 - FUNCTION MOD(SECOND, SECONDS-PER-DAY)
031010         ELSE
031011             IF QUIET-MIN-LEFT = 0
031012                     AND NEXT-RELEASE-FOUND = 1 THEN
031013                 COMPUTE QUIET-SPAN = NEXT-RELEASE - SECOND
031014             ELSE
031020                 GO TO APPLY-QUIET-SPAN-EXIT
031024             END-IF
031030         END-IF
031040     ELSE
031050         COMPUTE QUIET-SPAN = QUIET-MIN-LEFT - 1
031060     END-IF
031061*
031062*    A LINK RELEASING INSIDE THE SPAN MAKES A TASK READY, SO THE
031063*    SPAN STOPS SHORT OF IT AND THE RELEASE SECOND ITSELF RUNS
031064*    THROUGH THE NORMAL PASS.
031065     IF NEXT-RELEASE-FOUND = 1 THEN
031066         IF NEXT-RELEASE - SECOND < QUIET-SPAN THEN
031067             COMPUTE QUIET-SPAN = NEXT-RELEASE - SECOND
031068         END-IF
031069         IF QUIET-SPAN = 0 THEN
031070             GO TO APPLY-QUIET-SPAN-EXIT
031071         END-IF
031072     END-IF
031073*
031080*    ABSENCES COME AND GO AT MIDNIGHT, SO WHEN ANY ARE ON FILE
031090*    NO SPAN MAY CROSS A DAY BOUNDARY.
031100     IF ANY-ABSENCES = 1 THEN
031340     END-IF
031350     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
031360             UNTIL W > NUM-WORKERS
031370         IF WORKER-ABSENT(W) = 1 OR WORKER-HELD(W) = 1 THEN
031380             EXIT PERFORM CYCLE
031390         END-IF
031400         IF WORK-LEFT OF WORKER(W) > 0 THEN
031520             = RP-WAIT-SECS OF RES-POOL(RP)
031530             + QUIET-SPAN * PASS-POOL-BLOCKED(RP)
031540     END-PERFORM
031541     IF CONSTRAINTS-SUPPLIED = 1 THEN
031542         PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
031543                 UNTIL T > NUM-TASKS
031544             IF TASK-CONS-BLOCKED(T) = 1 THEN
031545                 ADD QUIET-SPAN TO TASK-CONS-SECS(T)
031546             END-IF
031547         END-PERFORM
031548     END-IF
031550     ADD QUIET-SPAN TO WORKED-SECONDS
031560     ADD QUIET-SPAN TO SECOND
031570     IF SIM-AUDIT-ENABLED = 1 AND
032090                 ") ABSENT ON DAY " CAL-DAY-COUNT
032100         END-IF
032110     END-PERFORM
032111*
032112*    A CREW CANNOT WORK SHORT-HANDED: WHILE ONE MEMBER IS ABSENT
032113*    THE OTHERS ARE HELD, THEIR WORK FROZEN WITH THE ABSENT
032114*    MEMBER'S UNTIL THE WHOLE CREW IS BACK.
032115     IF CREWS-PRESENT = 1 THEN
032116         PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
032117                 UNTIL W > NUM-WORKERS
032118             MOVE 0 TO WORKER-HELD(W)
032119             IF WORK-LEFT OF WORKER(W) > 0
032120                     AND WORKER-ABSENT(W) = 0 THEN
032121                 MOVE WORK-TASK-INDEX OF WORKER(W) TO T
032122                 PERFORM WITH TEST BEFORE VARYING CM FROM 1 BY 1
032123                         UNTIL CM > TASK-CREW-COUNT(T)
032124                     IF WORKER-ABSENT(TASK-CREW-SLOT(T, CM))
032125                             = 1 THEN
032126                         MOVE 1 TO WORKER-HELD(W)
032127                     END-IF
032128                 END-PERFORM
032129             END-IF
032130         END-PERFORM
032131     END-IF
032132 PREPARE-ABSENCE-FLAGS-EXIT.
032133     EXIT SECTION.
032140*
032150 WORK-STEP SECTION.
032160*    AN ABSENT WORKER'S SLOT CONTRIBUTES NO CAPACITY TODAY: WORK
032170*    IN THEIR HANDS STAYS FROZEN THE WAY AN OUT-OF-SHIFT SECOND
032180*    FREEZES EVERYBODY'S, AND SO DOES THE REST OF THEIR CREW'S.
032182*    EVERY MEMBER OF A CREW COUNTS THE SAME WORK DOWN; WHEN IT
032184*    RUNS OUT THE MEMBERS SIMPLY COME FREE, AND THE LEAD ALONE
032186*    RETURNS THE POOLS AND FINISHES THE TASK.
032190     IF WORKER-ABSENT(W) = 1 OR WORKER-HELD(W) = 1 THEN
032200         GO TO WORK-STEP-EXIT
032210     END-IF
032220     IF WORK-LEFT OF WORKER(W) > 0 THEN
032230         SUBTRACT 1 FROM WORK-LEFT OF WORKER(W)
032240         IF WORK-LEFT OF WORKER(W) = 0 THEN
032250             MOVE WORK-TASK-INDEX OF WORKER(W) TO T
032260             MOVE SECOND TO TASK-WORK-END(T)
032270             MOVE SPACE TO WORK-ON OF WORKER(W)
032274             IF W NOT = TASK-WORKER(T) THEN
032278                 GO TO WORK-STEP-EXIT
032282             END-IF
032290             IF RESOURCES-SUPPLIED = 1 THEN
032300                 PERFORM RELEASE-TASK-POOLS
032310             END-IF
032320*
032330*    AN FF LINK STILL HOLDING THE FINISH LEAVES THE TASK WAITING
032340*    WITH ITS WORK DONE; THE WORKER AND ANY POOL UNITS ARE FREE.
032350             IF LINKS-TIMED = 1 THEN
032360                 PERFORM CHECK-FINISH-GATES
032370                 IF FINISH-OPEN = 0 THEN
032380                     MOVE 1 TO TASK-FIN-HELD(T)
032390                     MOVE 1 TO PROJ-CHECK-NEEDED
032400                     IF SIM-AUDIT-ENABLED = 1 THEN
032410                         DISPLAY "TASK " FUNCTION TRIM(
032420                             TASK-ID OF TASK-ENTRY(T))
032430                             " WORK DONE - FINISH HELD BY FF LINK"
032440                     END-IF
032450                     GO TO WORK-STEP-EXIT
032460                 END-IF
032470             END-IF
032480             PERFORM FINISH-TASK
032540         END-IF
032550     END-IF
032560 WORK-STEP-EXIT.
032570     EXIT SECTION.
032571*
032572*    RECORD TASK T AS FINISHED THIS SECOND BY WORKER SLOT W.
032573 FINISH-TASK SECTION.
032574     MOVE SECOND TO TASK-FINISH(T)
032575     MOVE 1 TO COMPLETED(T)
032576     MOVE 1 TO PROJ-CHECK-NEEDED
032577     IF SIM-AUDIT-ENABLED = 1 THEN
032578         MOVE SPACES TO AUDIT-RECORD
032579         MOVE "COMPLETE" TO AUD-REC-TYPE
032580         MOVE TASK-JOB(T) TO AUD-JOB-NUM
032581         MOVE TASK-ID OF TASK-ENTRY(T) TO AUD-TASK-ID
032582         MOVE W TO AUD-WORKER
032583         IF MASTER-ROSTER = 1 THEN
032584             MOVE WM-EMP-ID OF WORKER-MASTER(W)
032585                 TO AUD-EMP-ID
032586         END-IF
032587         MOVE TASK-START(T) TO AUD-START
032588         MOVE SECOND TO AUD-FINISH
032589*
032590*    ON A COMPLETE RECORD THE CRIT-POS COLUMNS CARRY THE WORKED
032591*    SECONDS INSTEAD OF A MEANINGLESS ZERO: UNDER A SHIFT
032592*    CALENDAR FINISH MINUS START SPANS FROZEN TIME, AND THE
032593*    HISTORY ANALYSIS NEEDS THE REAL WORK FIGURE.
032594         MOVE TASK-DUR-USED(T) TO AUD-CRIT-POS
032595         MOVE 0 TO AUD-COST
032596         WRITE AUDIT-RECORD
032597     END-IF
032598 FINISH-TASK-EXIT.
032599     EXIT SECTION.
032600*
032601*    DECIDE WHETHER THE CURRENT SECOND FALLS INSIDE A WORKING
032602*    WINDOW.
032610 CHECK-IN-SHIFT SECTION.
032620     MOVE SECOND TO SHIFT-PROBE-SECOND
032630     PERFORM CHECK-SHIFT-AT-PROBE
033520*    CREW EXACTLY ONCE, HIGHEST PRIORITY FIRST, TABLE ORDER AS
033530*    THE TIE-BREAK.  A TASK THAT FINDS NO QUALIFIED FREE WORKER
033540*    WHILE AN UNQUALIFIED ONE SITS IDLE FEEDS THE STAFFING-GAP
033550*    FIGURE IN THE SUMMARY.  A PINNED TASK TURNING AWAY A FREE
033554*    WORKER TO WAIT FOR ITS OWN IS HELD BACK INSTEAD.
033560 ASSIGN-READY-TASKS SECTION.
033570*
033580*    THE BLOCKED COUNT IS KEPT FOR THE PASS AS A WHOLE: NOTHING
034000             ADD 1 TO SKILL-WAIT-SECONDS
034010             ADD 1 TO PASS-SKILL-BLOCKED
034020         END-IF
034021         IF ASSIGN-MADE = 0 AND PIN-IDLE-REFUSAL = 1 THEN
034022             MOVE 1 TO TASK-CONS-BLOCKED(T)
034023             ADD 1 TO TASK-CONS-SECS(T)
034024         END-IF
034030     END-PERFORM
034040 ASSIGN-READY-TASKS-EXIT.
034050     EXIT SECTION.
034170 ASSIGN-TASK SECTION.
034180     MOVE 0 TO ASSIGN-MADE
034190     MOVE 0 TO SKILL-IDLE-MISMATCH
034194     MOVE 0 TO PIN-IDLE-REFUSAL
034200     IF RESOURCES-SUPPLIED = 1
034210             AND TASK-POOL-COUNT OF TASK-POOLS(T) > 0 THEN
034220         PERFORM CHECK-TASK-POOLS
034240             GO TO ASSIGN-TASK-EXIT
034250         END-IF
034260     END-IF
034261*
034262*    A TASK NEEDING SEVERAL WORKERS GATHERS ITS WHOLE CREW OR
034263*    WAITS; IT NEVER PREEMPTS, SINCE FREEING ONE CREW COULD MEAN
034264*    BUMPING SEVERAL TASKS.
034265     IF TASK-CREW-SIZE(T) > 1 THEN
034266         PERFORM ASSIGN-CREW-TASK
034267         GO TO ASSIGN-TASK-EXIT
034268     END-IF
034270     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
034280             UNTIL W > NUM-WORKERS
034290*
034360                 PERFORM ASSIGN-TASK-TO-WORKER
034370                 GO TO ASSIGN-TASK-EXIT
034380             ELSE
034382                 IF PIN-REFUSED = 1 THEN
034384                     MOVE 1 TO PIN-IDLE-REFUSAL
034386                 ELSE
034390                     MOVE 1 TO SKILL-IDLE-MISMATCH
034394                 END-IF
034400             END-IF
034410         END-IF
034420     END-PERFORM
034700     MOVE T TO WORK-TASK-INDEX OF WORKER(W)
034710     MOVE SECOND TO WORK-START-SECOND OF WORKER(W)
034720     MOVE W TO TASK-WORKER(T)
034723     MOVE 1 TO TASK-CREW-COUNT(T)
034726     MOVE W TO TASK-CREW-SLOT(T, 1)
034730     MOVE 1 TO IN-PROGRESS(T)
034740     PERFORM ACQUIRE-TASK-POOLS
034750     IF TASK-WORK-BANKED(T) > 0 THEN
035040     END-IF
035050 ASSIGN-TASK-TO-WORKER-EXIT.
035060     EXIT SECTION.
035061*
035062*    START CREW TASK T, BUT ONLY WHEN ITS WHOLE CREW IS FREE AT
035063*    ONCE.  THE FREE, PRESENT, QUALIFIED WORKERS ARE GATHERED IN
035064*    SLOT ORDER; A PINNED TASK'S OWN WORKER MUST BE AMONG THEM
035065*    AND LEADS, OTHERWISE THE FIRST ONE GATHERED DOES.  A CREW
035066*    THAT CANNOT BE MADE UP LEAVES ITS WORKERS FREE FOR LESSER
035067*    WORK RATHER THAN HOLDING THEM IDLE UNTIL THE LAST ONE COMES
035068*    FREE.  THE LEAD IS ASSIGNED AND AUDITED AS ANY TASK IS; THE
035069*    OTHER MEMBERS JOIN IT FOR THE SAME WORK.
035070 ASSIGN-CREW-TASK SECTION.
035071     MOVE 0 TO CREW-FOUND
035072     MOVE 0 TO CREW-PIN-FREE
035073     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
035074             UNTIL W > NUM-WORKERS
035075         IF WORK-LEFT OF WORKER(W) = 0
035076                 AND WORKER-ABSENT(W) = 0 THEN
035077             PERFORM CHECK-WORKER-SKILL
035078             IF WORKER-QUALIFIES = 0 THEN
035079                 MOVE 1 TO SKILL-IDLE-MISMATCH
035080             ELSE
035081                 IF W = TASK-PIN-SLOT(T) THEN
035082                     MOVE 1 TO CREW-PIN-FREE
035083                 ELSE
035084                     ADD 1 TO CREW-FOUND
035085                     MOVE W TO CREW-PICK(CREW-FOUND)
035086                 END-IF
035087             END-IF
035088         END-IF
035089     END-PERFORM
035090*
035091*    THE PINNED WORKER IS BUSY OR AWAY: ANY FREE HANDS ARE
035092*    TURNED AWAY BY THE PIN, NOT BY A STAFFING GAP.
035093     IF TASK-PIN-SLOT(T) > 0 AND CREW-PIN-FREE = 0 THEN
035094         IF CREW-FOUND > 0 OR SKILL-IDLE-MISMATCH = 1 THEN
035095             MOVE 1 TO PIN-IDLE-REFUSAL
035096         END-IF
035097         MOVE 0 TO SKILL-IDLE-MISMATCH
035098         GO TO ASSIGN-CREW-TASK-EXIT
035099     END-IF
035100     COMPUTE CREW-NEEDED = TASK-CREW-SIZE(T) - CREW-PIN-FREE
035101     IF CREW-FOUND < CREW-NEEDED THEN
035102         GO TO ASSIGN-CREW-TASK-EXIT
035103     END-IF
035104     IF CREW-PIN-FREE = 1 THEN
035105         MOVE TASK-PIN-SLOT(T) TO W
035106         MOVE 1 TO CREW-NEXT
035107     ELSE
035108         MOVE CREW-PICK(1) TO W
035109         MOVE 2 TO CREW-NEXT
035110     END-IF
035111     PERFORM ASSIGN-TASK-TO-WORKER
035112     MOVE W TO CREW-LEAD
035113     PERFORM ADD-CREW-MEMBER WITH TEST BEFORE
035114             UNTIL TASK-CREW-COUNT(T) = TASK-CREW-SIZE(T)
035115 ASSIGN-CREW-TASK-EXIT.
035116     EXIT SECTION.
035117*
035118*    PUT THE NEXT GATHERED WORKER ON CREW TASK T ALONGSIDE ITS
035119*    LEAD, WITH THE LEAD'S WORK TO COUNT DOWN.  A CREW RECORD
035120*    GOES TO AUDITOUT SO THE FLOOR CAN SEE WHO ELSE IS ON IT.
035121 ADD-CREW-MEMBER SECTION.
035122     MOVE CREW-PICK(CREW-NEXT) TO W
035123     ADD 1 TO CREW-NEXT
035124     ADD 1 TO TASK-CREW-COUNT(T)
035125     MOVE W TO TASK-CREW-SLOT(T, TASK-CREW-COUNT(T))
035126     MOVE TASK-ID OF TASK-ENTRY(T)
035127         TO WORK-ON OF WORKER(W)
035128     MOVE T TO WORK-TASK-INDEX OF WORKER(W)
035129     MOVE SECOND TO WORK-START-SECOND OF WORKER(W)
035130     MOVE WORK-LEFT OF WORKER(CREW-LEAD)
035131         TO WORK-LEFT OF WORKER(W)
035132     IF SIM-AUDIT-ENABLED = 1 THEN
035133         MOVE SPACES TO AUDIT-RECORD
035134         MOVE "CREW" TO AUD-REC-TYPE
035135         MOVE TASK-JOB(T) TO AUD-JOB-NUM
035136         MOVE TASK-ID OF TASK-ENTRY(T) TO AUD-TASK-ID
035137         MOVE W TO AUD-WORKER
035138         IF MASTER-ROSTER = 1 THEN
035139             MOVE WM-EMP-ID OF WORKER-MASTER(W)
035140                 TO AUD-EMP-ID
035141         END-IF
035142         MOVE SECOND TO AUD-START
035143         MOVE 0 TO AUD-FINISH
035144         MOVE 0 TO AUD-CRIT-POS
035145         MOVE 0 TO AUD-COST
035146         WRITE AUDIT-RECORD
035147     END-IF
035148 ADD-CREW-MEMBER-EXIT.
035149     EXIT SECTION.
035150*
035151*    PICK AND SUSPEND THE PREEMPTION VICTIM: AMONG BUSY, PRESENT
035152*    WORKERS QUALIFIED FOR TASK T AND RUNNING WORK OF STRICTLY
035153*    LOWER PRIORITY, THE ONE RUNNING THE LOWEST PRIORITY LOSES.
035154*    A CREW TASK IS NEVER THE VICTIM - BUMPING ONE MEMBER WOULD
035155*    STRAND THE REST.
035156*    THE VICTIM'S REMAINING SECONDS ARE BANKED, ITS POOLS COME
035157*    BACK, AND A SUSPEND RECORD CARRYING THE BANKED SECONDS IN
035158*    THE CRIT-POS COLUMNS GOES TO AUDITOUT.
035159 PREEMPT-LOWEST-TASK SECTION.
035160     MOVE 0 TO PREEMPT-DONE
035161     MOVE 0 TO PRE-VICTIM-W
035170*
035180*    SEEDING THE VICTIM SLOT WITH THE PREEMPTOR ITSELF MAKES THE
035190*    LOWEST-PRIORITY COMPARISON BELOW SAFE AND CORRECT FROM THE
035240             UNTIL W > NUM-WORKERS
035250         IF WORK-LEFT OF WORKER(W) > 0
035260                 AND WORKER-ABSENT(W) = 0
035263                 AND TASK-CREW-COUNT(WORK-TASK-INDEX OF WORKER(W))
035266                     < 2
035270                 AND TASK-PRIORITY(WORK-TASK-INDEX OF WORKER(W))
035280                     < TASK-PRIORITY(PRE-VICTIM-T) THEN
035290             PERFORM CHECK-WORKER-SKILL
036270*    CLASS PER SLOT.  A FREE WORKER TURNED AWAY
036280*    HERE IS REMEMBERED SO DO-WORK CAN COUNT THE SECONDS A
036290*    READY TASK WAITED WHILE UNQUALIFIED WORKERS SAT IDLE.
036292*    A PINNED TASK GOES TO ITS PINNED WORKER AND NO OTHER,
036294*    WHATEVER THE CLASSES SAY; A WORKER TURNED AWAY BY THE PIN
036296*    IS FLAGGED SO THE WAIT IS NOT CHARGED AS A STAFFING GAP.
036297*    ON A CREW TASK THE PIN ONLY NAMES THE LEAD; THE REST OF THE
036298*    CREW QUALIFY BY CLASS AS USUAL.
036300 CHECK-WORKER-SKILL SECTION.
036301     MOVE 0 TO PIN-REFUSED
036302     IF TASK-PIN-SLOT(T) > 0 THEN
036303         IF W = TASK-PIN-SLOT(T) THEN
036304             MOVE 1 TO WORKER-QUALIFIES
036305             GO TO CHECK-WORKER-SKILL-EXIT
036306         END-IF
036307         IF TASK-CREW-SIZE(T) < 2 THEN
036308             MOVE 0 TO WORKER-QUALIFIES
036309             MOVE 1 TO PIN-REFUSED
036310             GO TO CHECK-WORKER-SKILL-EXIT
036311         END-IF
036312     END-IF
036313     IF ROSTER-SUPPLIED = 0 OR TASK-SKILL(T) = SPACE THEN
036320         MOVE 1 TO WORKER-QUALIFIES
036330         GO TO CHECK-WORKER-SKILL-EXIT
036340     END-IF
036690*    TABLE POSITION.  USED AT ASSIGNMENT AND BY THE DEADLINE
036700*    PROJECTION, WHICH MUST PRICE UNSTARTED TASKS THE SAME WAY
036710*    THE ASSIGNMENT EVENTUALLY WILL.
036715*    A SCHEDULE-RISK PASS SUBSTITUTES ITS DRAWN DURATION.
036720 RESOLVE-TASK-DURATION SECTION.
036730     MOVE TASK-ID OF TASK-ENTRY(T) TO LOOKUP-ID
036740     PERFORM FIND-DURATION-OVERRIDE
036870                 STOP RUN
036880         END-COMPUTE
036890     END-IF
036891*
036892*    A SCHEDULE-RISK PASS RUNS ON ITS DRAWN FIGURE INSTEAD.
036893     IF RISK-PASS-ACTIVE = 1 AND RISK-DRAW(T) > 0 THEN
036894         MOVE RISK-DRAW(T) TO DUR-VALUE
036895     END-IF
036900 RESOLVE-TASK-DURATION-EXIT.
036910     EXIT SECTION.
036920*
037000*    THE JOB IS PROVABLY LATE AND THE WARNING GOES OUT AT ONCE -
037010*    NOT HOURS LATER WHEN THE CLOCK CATCHES UP.  SWEEP PROBES
037020*    STAY SILENT.
037021*    A LINK'S LAG SITS IN THE CHAIN BETWEEN THE TWO TASKS: AFTER
037022*    THE PREDECESSOR'S WORK FOR FS, ALONGSIDE IT FOR SS (THE
037023*    SUCCESSOR'S CHAIN NEED ONLY START LAG SECONDS IN), AND FOR
037024*    FF BETWEEN THE TWO FINISHES.  A CHAIN HEADED BY A TASK
037025*    WAITING ON ITS CONSFILE RELEASE CANNOT START BEFORE THE
037026*    RELEASE, AND THE WORK PINNED TO ONE WORKER MUST RUN ONE
037027*    TASK AFTER ANOTHER ON THAT WORKER, SO BOTH ARE FLOORS ON
037028*    THE FIGURE AS WELL.
037030 CHECK-DEADLINE-PROJECTION SECTION.
037040     IF JOB-HAS-DEADLINE = 0 OR JOB-PROJECTED-LATE = 1
037050             OR SIM-AUDIT-ENABLED = 0 THEN
037400         ADD 1 TO PROJ-PASS
037410         PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
037420                 UNTIL D > NUM-DEPS
037421             PERFORM FIND-PROJ-LINK-LAG
037422             EVALUATE D-LINK OF DEPENDENCY(D)
037423                 WHEN "SS"
037424                     COMPUTE PROJ-CAND = PROJ-LAG
037425                         + PROJ-REMAIN(D-TO-IDX OF DEPENDENCY(D))
037426                 WHEN "FF"
037427                     COMPUTE PROJ-CAND
037428                         = PROJ-BASE(D-FROM-IDX OF DEPENDENCY(D))
037429                         + PROJ-LAG
037430                         + PROJ-REMAIN(D-TO-IDX OF DEPENDENCY(D))
037431                         - PROJ-BASE(D-TO-IDX OF DEPENDENCY(D))
037432                 WHEN OTHER
037433                     COMPUTE PROJ-CAND
037434                         = PROJ-BASE(D-FROM-IDX OF DEPENDENCY(D))
037435                         + PROJ-LAG
037436                         + PROJ-REMAIN(D-TO-IDX OF DEPENDENCY(D))
037437             END-EVALUATE
037438             IF PROJ-CAND
037450                     > PROJ-REMAIN(D-FROM-IDX OF DEPENDENCY(D))
037460             THEN
037470                 MOVE PROJ-CAND
037480                     TO PROJ-REMAIN(D-FROM-IDX OF DEPENDENCY(D))
037510                 MOVE 1 TO PROJ-CHANGED
037520             END-IF
037530         END-PERFORM
037550     MOVE 0 TO PROJ-LONGEST
037560     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
037570             UNTIL T > NUM-TASKS
037574         PERFORM FIND-PROJ-REL-WAIT
037580         IF PROJ-REMAIN(T) + PROJ-REL-WAIT > PROJ-LONGEST THEN
037590             COMPUTE PROJ-LONGEST = PROJ-REMAIN(T) + PROJ-REL-WAIT
037600         END-IF
037610     END-PERFORM
037614     PERFORM FIND-PIN-LOAD-BOUND
037620*    THE CHAIN'S WORK-SECONDS ALL FALL AFTER THE SECOND JUST
037630*    WORKED, AND THE ELAPSED FIGURE THE DEADLINE IS HELD AGAINST
037640*    IS ONE PAST THE LAST WORKED SECOND, HENCE THE EXTRA ONE.
037820 CHECK-DEADLINE-PROJECTION-EXIT.
037830     EXIT SECTION.
037840*
037841*    THE LAG LINK D STILL ADDS TO A PROJECTED CHAIN.  ONCE THE
037842*    PREDECESSOR'S EVENT HAS HAPPENED ONLY THE PART OF THE LAG
037843*    STILL TO RUN AFTER THE SECOND JUST WORKED COUNTS.
037844 FIND-PROJ-LINK-LAG SECTION.
037845     MOVE 0 TO PROJ-LAG
037846     IF LINKS-TIMED = 0 THEN
037847         GO TO FIND-PROJ-LINK-LAG-EXIT
037848     END-IF
037849     PERFORM FIND-LINK-RELEASE
037850     IF LINK-EVENT-DONE = 0 THEN
037851         MOVE D-LAG OF DEPENDENCY(D) TO PROJ-LAG
037852     ELSE
037853         IF LINK-RELEASE > SECOND + 1 THEN
037854             COMPUTE PROJ-LAG = LINK-RELEASE - SECOND - 1
037855         END-IF
037856     END-IF
037857 FIND-PROJ-LINK-LAG-EXIT.
037858     EXIT SECTION.
037859*
037860*    THE SECONDS STILL TO PASS, AFTER THE ONE JUST WORKED, BEFORE
037861*    AN UNSTARTED TASK T REACHES ITS CONSFILE RELEASE SECOND.
037862 FIND-PROJ-REL-WAIT SECTION.
037863     MOVE 0 TO PROJ-REL-WAIT
037864     IF CONSTRAINTS-SUPPLIED = 0 THEN
037865         GO TO FIND-PROJ-REL-WAIT-EXIT
037866     END-IF
037867     IF IN-PROGRESS(T) = 0 AND COMPLETED(T) = 0
037868             AND TASK-WORK-BANKED(T) = 0
037869             AND TASK-RELEASE(T) > SECOND + 1 THEN
037870         COMPUTE PROJ-REL-WAIT = TASK-RELEASE(T) - SECOND - 1
037871     END-IF
037872 FIND-PROJ-REL-WAIT-EXIT.
037873     EXIT SECTION.
037874*
037875*    RAISE PROJ-LONGEST TO THE HEAVIEST LOAD OF REMAINING WORK
037876*    PINNED TO ONE WORKER - IN BATCH MODE COUNTING ONLY JOB BJ'S
037877*    TASKS, SINCE THAT IS THE JOB BEING HELD TO ITS DEADLINE.
037878 FIND-PIN-LOAD-BOUND SECTION.
037879     IF CONSTRAINTS-SUPPLIED = 0 THEN
037880         GO TO FIND-PIN-LOAD-BOUND-EXIT
037881     END-IF
037882     INITIALIZE PIN-LOAD-TABLE
037883     MOVE 0 TO PROJ-PIN-MAX
037884     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
037885             UNTIL T > NUM-TASKS
037886         IF TASK-PIN-SLOT(T) > 0
037887                 AND (BATCH-MODE = 0 OR TASK-JOB(T) = BJ) THEN
037888             ADD PROJ-BASE(T) TO PIN-LOAD(TASK-PIN-SLOT(T))
037889             IF PIN-LOAD(TASK-PIN-SLOT(T)) > PROJ-PIN-MAX THEN
037890                 MOVE PIN-LOAD(TASK-PIN-SLOT(T)) TO PROJ-PIN-MAX
037891             END-IF
037892         END-IF
037893     END-PERFORM
037894     IF PROJ-PIN-MAX > PROJ-LONGEST THEN
037895         MOVE PROJ-PIN-MAX TO PROJ-LONGEST
037896     END-IF
037897 FIND-PIN-LOAD-BOUND-EXIT.
037898     EXIT SECTION.
037899*
037900*    THE BATCH-MODE PROJECTION.  THE SAME REMAINING-WORK FIGURES
037901*    FEED IT, BUT A JOB'S LOWER BOUND IS THE LONGEST CHAIN THAT
037902*    MUST COMPLETE BEFORE THE JOB CAN FINISH - SO THE RELAXATION
037903*    RUNS TOWARD EACH CHAIN'S END (PROJ-REMAIN HOLDS THE LONGEST
037904*    CHAIN ENDING AT THE TASK, CROSS-JOB LINKS INCLUDED) AND
037905*    EVERY DEADLINED JOB IS THEN HELD AGAINST THE LONGEST CHAIN
037910*    ENDING AMONG ITS OWN TASKS.  EACH JOB WARNS AT MOST ONCE,
037920*    AS THE SINGLE-JOB PROJECTION DOES.  A TASK STILL WAITING ON
037923*    ITS CONSFILE RELEASE STARTS ITS CHAIN THAT FAR IN, AND A
037926*    JOB'S PINNED LOAD IS A FLOOR AS IT IS FOR A SINGLE JOB.
037930 CHECK-BATCH-PROJECTION SECTION.
037940     IF BATCH-HAS-DEADLINES = 0 OR SIM-AUDIT-ENABLED = 0 THEN
037950         GO TO CHECK-BATCH-PROJECTION-EXIT
038190                 END-IF
038200             END-IF
038210         END-IF
038220         PERFORM FIND-PROJ-REL-WAIT
038224         COMPUTE PROJ-REMAIN(T) = PROJ-BASE(T) + PROJ-REL-WAIT
038230     END-PERFORM
038240     MOVE 1 TO PROJ-CHANGED
038250     MOVE 0 TO PROJ-PASS
038290         ADD 1 TO PROJ-PASS
038300         PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
038310                 UNTIL D > NUM-DEPS
038311             PERFORM FIND-PROJ-LINK-LAG
038312             EVALUATE D-LINK OF DEPENDENCY(D)
038313                 WHEN "SS"
038314                     COMPUTE PROJ-CAND
038315                       = PROJ-REMAIN(D-FROM-IDX OF DEPENDENCY(D))
038316                         - PROJ-BASE(D-FROM-IDX OF DEPENDENCY(D))
038317                         + PROJ-LAG
038318                         + PROJ-BASE(D-TO-IDX OF DEPENDENCY(D))
038319                 WHEN "FF"
038320                     COMPUTE PROJ-CAND
038321                       = PROJ-REMAIN(D-FROM-IDX OF DEPENDENCY(D))
038322                         + PROJ-LAG
038323                 WHEN OTHER
038324                     COMPUTE PROJ-CAND
038325                       = PROJ-REMAIN(D-FROM-IDX OF DEPENDENCY(D))
038326                         + PROJ-LAG
038327                         + PROJ-BASE(D-TO-IDX OF DEPENDENCY(D))
038328             END-EVALUATE
038329             IF PROJ-CAND
038340                     > PROJ-REMAIN(D-TO-IDX OF DEPENDENCY(D))
038350             THEN
038360                 MOVE PROJ-CAND
038370                     TO PROJ-REMAIN(D-TO-IDX OF DEPENDENCY(D))
038400                 MOVE 1 TO PROJ-CHANGED
038410             END-IF
038420         END-PERFORM
038530                     MOVE PROJ-REMAIN(T) TO PROJ-LONGEST
038540                 END-IF
038550             END-PERFORM
038554             PERFORM FIND-PIN-LOAD-BOUND
038560             COMPUTE PROJ-FINISH = SECOND + PROJ-LONGEST + 1
038570             IF PROJ-LONGEST > 0 AND PROJ-FINISH
038580                     > BJ-DEADLINE OF BATCH-JOB(BJ) THEN
038950*    CAN RESUME FROM ITS LAST CHECKPOINT RATHER THAN FROM
038960*    SECOND ZERO.
038970 SAVE-CHECKPOINT SECTION.
038972     IF FORECAST-MODE = 1 THEN
038974         GO TO SAVE-CHECKPOINT-EXIT
038976     END-IF
038980     OPEN OUTPUT CHKPT-FILE
038990     IF CHKPT-FILE-STATUS NOT = "00" THEN
039000         DISPLAY "ADVENTOFCODE7: CANNOT OPEN CHKPTFL - STATUS "
039230         MOVE TASK-WORKER(T) TO CHK-TASK-WORKER
039240         MOVE TASK-DUR-USED(T) TO CHK-TASK-DUR-USED
039250         MOVE TASK-WORK-BANKED(T) TO CHK-TASK-BANKED
039253         MOVE TASK-FIN-HELD(T) TO CHK-TASK-HELD
039256         MOVE TASK-WORK-END(T) TO CHK-TASK-WORK-END
039257         MOVE TASK-CONS-SECS(T) TO CHK-TASK-CONS-SECS
039258         MOVE TASK-CREW(T) TO CHK-TASK-CREW
039260         WRITE CHK-TASK-REC
039270     END-PERFORM
039280     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
040190         IF CHK-TASK-BANKED IS NUMERIC THEN
040200             MOVE CHK-TASK-BANKED TO TASK-WORK-BANKED(T)
040210         END-IF
040211         IF CHK-TASK-HELD IS NUMERIC THEN
040212             MOVE CHK-TASK-HELD TO TASK-FIN-HELD(T)
040213         END-IF
040214         IF CHK-TASK-WORK-END IS NUMERIC THEN
040215             MOVE CHK-TASK-WORK-END TO TASK-WORK-END(T)
040216         ELSE
040217             MOVE CHK-TASK-FINISH TO TASK-WORK-END(T)
040218         END-IF
040219         IF CHK-TASK-CONS-SECS IS NUMERIC THEN
040220             MOVE CHK-TASK-CONS-SECS TO TASK-CONS-SECS(T)
040221         END-IF
040222         IF CHK-TASK-CREW-COUNT IS NUMERIC THEN
040223             MOVE CHK-TASK-CREW TO TASK-CREW(T)
040224         ELSE
040225             IF TASK-WORKER(T) > 0 THEN
040226                 MOVE 1 TO TASK-CREW-COUNT(T)
040227                 MOVE TASK-WORKER(T) TO TASK-CREW-SLOT(T, 1)
040228             END-IF
040229         END-IF
040230     END-PERFORM
040231     PERFORM WITH TEST BEFORE VARYING W FROM 1 BY 1
040240             UNTIL W > NUM-WORKERS
040250         READ CHKPT-FILE INTO CHK-WORKER-REC
040260             AT END GO TO LOAD-CHECKPOINT-CLOSE
040530     CLOSE CHKPT-FILE
040540 LOAD-CHECKPOINT-EXIT.
040550     EXIT SECTION.
040551*
040552*    START A RE-FORECAST FROM WHERE THE FLOOR ACTUALLY IS.  THE
040553*    ACTUALS ARE REPLAYED IN LOG ORDER SO EACH TASK ENDS UP IN
040554*    THE LAST STATE THE FLOOR REPORTED: DONE, IN HAND ON ITS
040555*    WORKERS, SUSPENDED WITH ITS BANKED WORK, OR NOT STARTED.
040556*    A RUNNING TASK HAS THE FLOOR'S PERCENT STILL TO DO WHEN
040557*    FLRSTAT GIVES ONE (100 PERCENT FINISHES IT AT THE FORECAST
040558*    SECOND), OTHERWISE ITS STRETCH OF WORK LESS THE SECONDS
040559*    SINCE THAT STRETCH BEGAN; A TASK THE FLOOR STILL HAS IN
040560*    HAND IS NEVER GIVEN LESS THAN ONE SECOND MORE.  RECORDS
040561*    FOR TASKS NOT IN THIS SCHEDULE ARE PASSED OVER.
040562 SEED-FROM-ACTUALS SECTION.
040563     MOVE FORECAST-SECOND TO SECOND
040564     INITIALIZE TASK-ACTUAL-TABLE
040565     PERFORM WITH TEST BEFORE VARYING AC FROM 1 BY 1
040566             UNTIL AC > NUM-ACTUALS
040567         PERFORM FIND-ACTUAL-TASK
040568         IF ACT-TASK = 0 THEN
040569             EXIT PERFORM CYCLE
040570         END-IF
040571         MOVE ACT-TASK TO T
040572         MOVE AC-WORKER(AC) TO W
040573         EVALUATE AC-TYPE(AC)
040574             WHEN "ASSIGN"
040575                 MOVE 0 TO COMPLETED(T)
040576                 MOVE 1 TO IN-PROGRESS(T)
040577                 MOVE AC-START(AC) TO TASK-START(T)
040578                 PERFORM RESOLVE-TASK-DURATION
040579                 MOVE DUR-VALUE TO TASK-DUR-USED(T)
040580                 MOVE DUR-VALUE TO TASK-SEG-WORK(T)
040581                 MOVE AC-START(AC) TO TASK-SEG-START(T)
040582                 MOVE 0 TO TASK-WORK-BANKED(T)
040583                 MOVE W TO TASK-WORKER(T)
040584                 MOVE 1 TO TASK-CREW-COUNT(T)
040585                 MOVE W TO TASK-CREW-SLOT(T, 1)
040586             WHEN "RESUME"
040587                 IF TASK-DUR-USED(T) = 0 THEN
040588                     MOVE AC-START(AC) TO TASK-START(T)
040589                     PERFORM RESOLVE-TASK-DURATION
040590                     MOVE DUR-VALUE TO TASK-DUR-USED(T)
040591                 END-IF
040592                 IF TASK-WORK-BANKED(T) = 0 THEN
040593                     MOVE TASK-DUR-USED(T) TO TASK-WORK-BANKED(T)
040594                 END-IF
040595                 MOVE 1 TO IN-PROGRESS(T)
040596                 MOVE TASK-WORK-BANKED(T) TO TASK-SEG-WORK(T)
040597                 MOVE AC-START(AC) TO TASK-SEG-START(T)
040598                 MOVE 0 TO TASK-WORK-BANKED(T)
040599                 MOVE W TO TASK-WORKER(T)
040600                 MOVE 1 TO TASK-CREW-COUNT(T)
040601                 MOVE W TO TASK-CREW-SLOT(T, 1)
040602             WHEN "CREW"
040603                 IF TASK-CREW-COUNT(T) < MAX-WORKERS THEN
040604                     ADD 1 TO TASK-CREW-COUNT(T)
040605                     MOVE W TO TASK-CREW-SLOT(T,
040606                         TASK-CREW-COUNT(T))
040607                 END-IF
040608             WHEN "SUSPEND"
040609                 MOVE 0 TO IN-PROGRESS(T)
040610                 MOVE AC-WORKED(AC) TO TASK-WORK-BANKED(T)
040611             WHEN "COMPLETE"
040612                 MOVE 1 TO COMPLETED(T)
040613                 MOVE 0 TO IN-PROGRESS(T)
040614                 MOVE AC-START(AC) TO TASK-START(T)
040615                 MOVE AC-FINISH(AC) TO TASK-FINISH(T)
040616                 MOVE AC-FINISH(AC) TO TASK-WORK-END(T)
040617                 MOVE W TO TASK-WORKER(T)
040618                 IF AC-WORKED(AC) > 0 THEN
040619                     MOVE AC-WORKED(AC) TO TASK-DUR-USED(T)
040620                 END-IF
040621                 IF TASK-CREW-COUNT(T) = 0 THEN
040622                     MOVE 1 TO TASK-CREW-COUNT(T)
040623                     MOVE W TO TASK-CREW-SLOT(T, 1)
040624                 END-IF
040625                 MOVE 1 TO TASK-SEEDED(T)
040626         END-EVALUATE
040627     END-PERFORM
040628     PERFORM APPLY-FLOOR-PERCENTS
040629     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
040630             UNTIL T > NUM-TASKS
040631         IF IN-PROGRESS(T) = 1 THEN
040632             PERFORM SEAT-ACTUAL-TASK
040633         END-IF
040634     END-PERFORM
040635*
040636*    POOL HOLDINGS FOLLOW FROM WHAT IS IN HAND, AS ON A RESTART.
040637     IF RESOURCES-SUPPLIED = 1 THEN
040638         PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
040639                 UNTIL T > NUM-TASKS
040640             IF IN-PROGRESS(T) = 1 AND COMPLETED(T) = 0 THEN
040641                 PERFORM ACQUIRE-TASK-POOLS
040642             END-IF
040643         END-PERFORM
040644     END-IF
040645     MOVE 0 TO ACT-DONE-COUNT
040646     MOVE 0 TO ACT-RUN-COUNT
040647     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
040648             UNTIL T > NUM-TASKS
040649         IF TASK-SEEDED(T) = 1 THEN
040650             ADD 1 TO ACT-DONE-COUNT
040651         END-IF
040652         IF TASK-SEEDED(T) = 2 THEN
040653             ADD 1 TO ACT-RUN-COUNT
040654         END-IF
040655     END-PERFORM
040656     IF SIM-AUDIT-ENABLED = 1 THEN
040657         DISPLAY "ADVENTOFCODE7: JOB " CHKPT-JOB-ID
040658             " RE-FORECAST FROM SECOND " SECOND " - "
040659             ACT-DONE-COUNT " TASKS DONE, " ACT-RUN-COUNT
040660             " IN PROGRESS"
040661     END-IF
040662 SEED-FROM-ACTUALS-EXIT.
040663     EXIT SECTION.
040664*
040665*    SET ACT-TASK TO THE TASK ACTUALS RECORD AC IS ABOUT, OR
040666*    ZERO WHEN IT IS NOT IN THIS SCHEDULE.
040667 FIND-ACTUAL-TASK SECTION.
040668     MOVE 0 TO ACT-TASK
040669     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
040670             UNTIL T > NUM-TASKS OR ACT-TASK > 0
040671         IF TASK-ID OF TASK-ENTRY(T) = AC-TASK-ID(AC)
040672                 AND TASK-JOB(T) = AC-JOB(AC) THEN
040673             MOVE T TO ACT-TASK
040674         END-IF
040675     END-PERFORM
040676 FIND-ACTUAL-TASK-EXIT.
040677     EXIT SECTION.
040678*
040679*    GIVE EACH TASK ITS FLOOR PERCENTAGE.  RECORDS WITH NO JOB
040680*    QUALIFIER ARE APPLIED FIRST AND A RECORD NAMING THE TASK'S
040681*    OWN JOB SECOND, SO THE SPECIFIC RECORD BEATS THE GENERAL
040682*    ONE, AS ON CONSFILE.
040683 APPLY-FLOOR-PERCENTS SECTION.
040684     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
040685             UNTIL T > NUM-TASKS
040686         PERFORM WITH TEST BEFORE VARYING FP FROM 1 BY 1
040687                 UNTIL FP > NUM-FLOOR-PCTS
040688             IF FP-TASK-ID(FP) = TASK-ID OF TASK-ENTRY(T)
040689                     AND FP-JOB(FP) = 0 THEN
040690                 MOVE 1 TO TASK-HAS-PCT(T)
040691                 MOVE FP-PCT(FP) TO TASK-FLOOR-PCT(T)
040692             END-IF
040693         END-PERFORM
040694         PERFORM WITH TEST BEFORE VARYING FP FROM 1 BY 1
040695                 UNTIL FP > NUM-FLOOR-PCTS
040696             IF FP-TASK-ID(FP) = TASK-ID OF TASK-ENTRY(T)
040697                     AND FP-JOB(FP) = TASK-JOB(T) THEN
040698                 MOVE 1 TO TASK-HAS-PCT(T)
040699                 MOVE FP-PCT(FP) TO TASK-FLOOR-PCT(T)
040700             END-IF
040701         END-PERFORM
040702     END-PERFORM
040703 APPLY-FLOOR-PERCENTS-EXIT.
040704     EXIT SECTION.
040705*
040706*    PUT RUNNING TASK T BACK ON THE WORKERS THE FLOOR HAS ON IT,
040707*    WITH THE WORK IT HAS LEFT.  A CREW SLOT OUTSIDE TODAY'S
040708*    CREW, OR ONE ALREADY SEATED ON OTHER WORK, CANNOT BE
040709*    TRUSTED: THE TASK IS THEN PLANNED AS SUSPENDED, OWING WHAT
040710*    IT HAS LEFT, SO THE FORECAST RESTARTS IT ON WHOEVER IS FREE.
040711*    THE PASS FOR THE FORECAST SECOND WORKS BEFORE IT ASSIGNS,
040712*    SO A SEATED WORKER CARRIES ONE SECOND MORE THAN IS LEFT.
040713 SEAT-ACTUAL-TASK SECTION.
040714     IF TASK-HAS-PCT(T) = 1 THEN
040715         IF TASK-FLOOR-PCT(T) >= 100 THEN
040716             MOVE 0 TO IN-PROGRESS(T)
040717             MOVE 1 TO COMPLETED(T)
040718             MOVE SECOND TO TASK-FINISH(T)
040719             MOVE SECOND TO TASK-WORK-END(T)
040720             MOVE 1 TO TASK-SEEDED(T)
040721             GO TO SEAT-ACTUAL-TASK-EXIT
040722         END-IF
040723         COMPUTE ACT-REMAIN = TASK-DUR-USED(T)
040724             * (100 - TASK-FLOOR-PCT(T)) / 100
040725     ELSE
040726         COMPUTE ACT-REMAIN = TASK-SEG-WORK(T)
040727             - (SECOND - TASK-SEG-START(T))
040728     END-IF
040729     IF ACT-REMAIN < 1 THEN
040730         MOVE 1 TO ACT-REMAIN
040731     END-IF
040732     MOVE 1 TO ACT-SEATED
040733     PERFORM WITH TEST BEFORE VARYING CM FROM 1 BY 1
040734             UNTIL CM > TASK-CREW-COUNT(T)
040735         MOVE TASK-CREW-SLOT(T, CM) TO W
040736         IF W = 0 OR W > NUM-WORKERS THEN
040737             MOVE 0 TO ACT-SEATED
040738         ELSE
040739             IF WORK-LEFT OF WORKER(W) > 0 THEN
040740                 MOVE 0 TO ACT-SEATED
040741             END-IF
040742         END-IF
040743     END-PERFORM
040744     IF ACT-SEATED = 0 THEN
040745         IF SIM-AUDIT-ENABLED = 1 THEN
040746             DISPLAY "ADVENTOFCODE7: WARNING - TASK "
040747                 FUNCTION TRIM(TASK-ID OF TASK-ENTRY(T))
040748                 " CANNOT BE PUT BACK ON ITS WORKERS - PLANNED"
040749                 " AS SUSPENDED"
040750         END-IF
040751         MOVE 0 TO IN-PROGRESS(T)
040752         MOVE ACT-REMAIN TO TASK-WORK-BANKED(T)
040753         GO TO SEAT-ACTUAL-TASK-EXIT
040754     END-IF
040755     PERFORM WITH TEST BEFORE VARYING CM FROM 1 BY 1
040756             UNTIL CM > TASK-CREW-COUNT(T)
040757         MOVE TASK-CREW-SLOT(T, CM) TO W
040758         MOVE TASK-ID OF TASK-ENTRY(T)
040759             TO WORK-ON OF WORKER(W)
040760         MOVE T TO WORK-TASK-INDEX OF WORKER(W)
040761         MOVE TASK-SEG-START(T) TO WORK-START-SECOND OF WORKER(W)
040762         COMPUTE WORK-LEFT OF WORKER(W) = ACT-REMAIN + 1
040763     END-PERFORM
040764     MOVE 2 TO TASK-SEEDED(T)
040765 SEAT-ACTUAL-TASK-EXIT.
040766     EXIT SECTION.
040767*
040768*    END-OF-JOB REPORT: TOTAL ELAPSED SECONDS,
040769*    EVERY TASK'S START/FINISH TIME, AND THE CRITICAL-PATH
040770*    CHAIN THAT DROVE THE TOTAL.  THE JOB REPORTED ON IS RPT-JOB
040771*    WITH ITS FINISH CLOCK IN RPT-ELAPSED - IN PER-JOB MODE THAT
040772*    IS SIMPLY THE CURRENT JOB AND THE SIMULATION CLOCK, IN
040773*    BATCH MODE EACH JOB OF THE BATCH IN TURN - SO EVERY TASK
040774*    LOOP FILTERS THE SHARED TABLE ON THE JOB NUMBER.
040775 WRITE-SUMMARY-REPORT SECTION.
040776     PERFORM TRACE-CRITICAL-PATH
040777     MOVE "JOB SUMMARY" TO RPT-TITLE
040778     MOVE RPT-JOB TO RPT-HDR-JOB
040779     PERFORM START-REPORT-PAGE
040780     STRING "TOTAL ELAPSED SECONDS: " RPT-ELAPSED
040781         DELIMITED BY SIZE INTO PRINT-LINE-BUF
040782     PERFORM PRINT-REPORT-LINE
040783     IF FORECAST-MODE = 1 THEN
040784         MOVE 0 TO ACT-DONE-COUNT
040785         MOVE 0 TO ACT-RUN-COUNT
040786         PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
040787                 UNTIL T > NUM-TASKS
040788             IF TASK-JOB(T) = RPT-JOB THEN
040789                 IF TASK-SEEDED(T) = 1 THEN
040790                     ADD 1 TO ACT-DONE-COUNT
040791                 END-IF
040792                 IF TASK-SEEDED(T) = 2 THEN
040793                     ADD 1 TO ACT-RUN-COUNT
040794                 END-IF
040795             END-IF
040796         END-PERFORM
040797         STRING "RE-FORECAST FROM FLOOR ACTUALS AT SECOND "
040798             FORECAST-SECOND ": " ACT-DONE-COUNT " TASKS DONE, "
040799             ACT-RUN-COUNT " IN PROGRESS"
040800             DELIMITED BY SIZE INTO PRINT-LINE-BUF
040801         PERFORM PRINT-REPORT-LINE
040802     END-IF
040803     IF JOB-HAS-DEADLINE = 1 THEN
040804         IF RPT-ELAPSED > JOB-DEADLINE THEN
040805             COMPUTE DEADLINE-OVERRUN = RPT-ELAPSED - JOB-DEADLINE
040806             STRING "*** JOB " RPT-JOB " MISSED DEADLINE "
040807                 JOB-DEADLINE " BY " DEADLINE-OVERRUN
040808                 " SECONDS ***"
040809                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
040810             PERFORM PRINT-REPORT-LINE
040811             DISPLAY "ADVENTOFCODE7: JOB " RPT-JOB
040812                 " MISSED DEADLINE " JOB-DEADLINE
040820             IF RETURN-CODE < 8 THEN
040830                 MOVE 8 TO RETURN-CODE
040840             END-IF
041390*
041400*    WITH THE WORKER MASTER ON FILE THE SUMMARY NAMES WHO DID
041410*    THE WORK, NOT A SLOT NUMBER TO DECODE AGAINST A PAPER
041420*    ROSTER.  A CREW TASK LISTS EVERY MEMBER UNDER ITS LEAD.
041430         IF TASK-WORKER(T) > 0 AND (MASTER-ROSTER = 1
041433                 OR TASK-CREW-COUNT(T) > 1) THEN
041436             IF MASTER-ROSTER = 1 THEN
041440                 STRING "       DONE BY WORKER " TASK-WORKER(T)
041450                     " (" WM-EMP-ID
041454                         OF WORKER-MASTER(TASK-WORKER(T))
041460                     " " FUNCTION TRIM(WM-NAME
041470                         OF WORKER-MASTER(TASK-WORKER(T))) ")"
041480                     DELIMITED BY SIZE INTO PRINT-LINE-BUF
041481             ELSE
041482                 STRING "       DONE BY WORKER " TASK-WORKER(T)
041483                     DELIMITED BY SIZE INTO PRINT-LINE-BUF
041484             END-IF
041490             PERFORM PRINT-REPORT-LINE
041491             PERFORM WITH TEST BEFORE VARYING CM FROM 2 BY 1
041492                     UNTIL CM > TASK-CREW-COUNT(T)
041493                 MOVE TASK-CREW-SLOT(T, CM) TO W
041494                 IF MASTER-ROSTER = 1 THEN
041495                     STRING "       WITH WORKER " W
041496                         " (" WM-EMP-ID OF WORKER-MASTER(W)
041497                         " " FUNCTION TRIM(WM-NAME
041498                             OF WORKER-MASTER(W)) ")"
041499                         DELIMITED BY SIZE INTO PRINT-LINE-BUF
041500                 ELSE
041501                     STRING "       WITH WORKER " W
041502                         DELIMITED BY SIZE INTO PRINT-LINE-BUF
041503                 END-IF
041504                 PERFORM PRINT-REPORT-LINE
041505             END-PERFORM
041506         END-IF
041507*
041508*    A CONSTRAINED TASK SHOWS WHAT HELD IT AND FOR HOW LONG, SO
041509*    A LATE START CAN BE TRACED TO THE PARTS OR THE PIN.
041510         IF TASK-RELEASE(T) > 0 THEN
041511             STRING "       NOT BEFORE SECOND " TASK-RELEASE(T)
041512                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
041513             PERFORM PRINT-REPORT-LINE
041514         END-IF
041515         IF TASK-PIN-SLOT(T) > 0 THEN
041516             STRING "       PINNED TO EMPLOYEE "
041517                 WM-EMP-ID OF WORKER-MASTER(TASK-PIN-SLOT(T))
041518                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
041519             PERFORM PRINT-REPORT-LINE
041520         END-IF
041521         IF TASK-RELEASE(T) > 0 OR TASK-PIN-SLOT(T) > 0 THEN
041522             STRING "       HELD BACK " TASK-CONS-SECS(T)
041523                 " SECONDS BY ITS CONSTRAINTS"
041524                 DELIMITED BY SIZE INTO PRINT-LINE-BUF
041525             PERFORM PRINT-REPORT-LINE
041526         END-IF
041527         MOVE SPACES TO AUDIT-RECORD
041528         MOVE "SUMMARY " TO AUD-REC-TYPE
041530         MOVE RPT-JOB TO AUD-JOB-NUM
041540         MOVE TASK-ID OF TASK-ENTRY(T) TO AUD-TASK-ID
041550         MOVE 0 TO AUD-WORKER
041640     PERFORM WITH TEST BEFORE VARYING CP FROM 1 BY 1
041650             UNTIL CP > CRIT-CHAIN-LEN
041660         MOVE CRIT-CHAIN(CP) TO T
041661*
041662*    A TIMED LINK ON THE PATH IS SHOWN BETWEEN ITS TWO TASKS SO
041663*    THE FLOOR CAN SEE WHERE THE CURE OR OVERLAP SITS.
041664         IF CP > 1 AND CRIT-PRED-DEP(T) > 0 THEN
041665             MOVE CRIT-PRED-DEP(T) TO D
041666             IF D-LAG OF DEPENDENCY(D) > 0
041667                     OR D-LINK OF DEPENDENCY(D) NOT = "FS" THEN
041668                 STRING "      (" D-LINK OF DEPENDENCY(D)
041669                     " LINK, LAG " D-LAG OF DEPENDENCY(D)
041670                     " SECONDS)"
041671                     DELIMITED BY SIZE INTO PRINT-LINE-BUF
041672                 PERFORM PRINT-REPORT-LINE
041673             END-IF
041674         END-IF
041675         STRING "    " FUNCTION TRIM(TASK-ID OF TASK-ENTRY(T))
041680             DELIMITED BY SIZE INTO PRINT-LINE-BUF
041690         PERFORM PRINT-REPORT-LINE
041700         MOVE SPACES TO AUDIT-RECORD
041910*
041920*    COST THE JOB.  EACH TASK IS CHARGED ITS WORKED SECONDS (THE
041930*    DURATION IT WAS ASSIGNED WITH - CALENDAR SUSPENSIONS DO NOT
041940*    BILL) AT THE RATE OF EACH WORKER SLOT THAT HELD IT; IDLE
041950*    WORKER-SECONDS ARE COSTED AT EACH SLOT'S OWN RATE.  EVERY
041960*    FIGURE ALSO GOES TO AUDITOUT AS A COST RECORD SO THE
041970*    CHARGEBACK FEED NEEDS NO RETYPING.
042070             EXIT PERFORM CYCLE
042080         END-IF
042090         MOVE 0 TO TASK-COST
042100         IF TASK-CREW-COUNT(T) = 0 THEN
042107             MOVE 0 TO W
042114             MOVE 0 TO CREW-MEMBER-COST
042121             PERFORM WRITE-MEMBER-COST
042130         END-IF
042131         PERFORM WITH TEST BEFORE VARYING CM FROM 1 BY 1
042132                 UNTIL CM > TASK-CREW-COUNT(T)
042133             MOVE TASK-CREW-SLOT(T, CM) TO W
042134             COMPUTE CREW-MEMBER-COST = TASK-DUR-USED(T)
042135                 * WORKER-RATE(W)
042136             ADD CREW-MEMBER-COST TO TASK-COST
042137             PERFORM WRITE-MEMBER-COST
042138         END-PERFORM
042140         ADD TASK-COST TO JOB-LABOR-COST
042150         ADD TASK-COST TO RUN-LABOR-COST
042160         PERFORM ADD-DEPT-COST
042510     END-PERFORM
042520     MOVE JOB-LABOR-COST TO COST-EDIT-LONG
042530     STRING "  TOTAL JOB LABOR COST:  " COST-EDIT-LONG
042910 WRITE-COST-REPORT-EXIT.
042920     EXIT SECTION.
042930*
042931*    PRINT AND AUDIT ONE WORKER'S SHARE OF TASK T: SLOT W AT
042932*    CREW-MEMBER-COST.  A TASK THAT NEVER RAN SHOWS WORKER ZERO
042933*    AT NO COST.
042934 WRITE-MEMBER-COST SECTION.
042935     MOVE CREW-MEMBER-COST TO COST-EDIT
042936     IF MASTER-ROSTER = 1 AND W > 0 THEN
042937         STRING "    "
042938             FUNCTION TRIM(TASK-ID OF TASK-ENTRY(T))
042939             " BY " WM-EMP-ID OF WORKER-MASTER(W)
042940             " " FUNCTION TRIM(WM-NAME OF WORKER-MASTER(W))
042941             " SECONDS " TASK-DUR-USED(T)
042942             " COST " COST-EDIT
042943             DELIMITED BY SIZE INTO PRINT-LINE-BUF
042944     ELSE
042945         STRING "    "
042946             FUNCTION TRIM(TASK-ID OF TASK-ENTRY(T))
042947             " WORKER " W
042948             " SECONDS " TASK-DUR-USED(T)
042949             " COST " COST-EDIT
042950             DELIMITED BY SIZE INTO PRINT-LINE-BUF
042951     END-IF
042952     PERFORM PRINT-REPORT-LINE
042953     MOVE SPACES TO AUDIT-RECORD
042954     MOVE "COST" TO AUD-REC-TYPE
042955     MOVE RPT-JOB TO AUD-JOB-NUM
042956     MOVE TASK-ID OF TASK-ENTRY(T) TO AUD-TASK-ID
042957     MOVE W TO AUD-WORKER
042958     IF MASTER-ROSTER = 1 AND W > 0 THEN
042959         MOVE WM-EMP-ID OF WORKER-MASTER(W) TO AUD-EMP-ID
042960     END-IF
042961     MOVE TASK-START(T) TO AUD-START
042962     MOVE TASK-FINISH(T) TO AUD-FINISH
042963     MOVE 0 TO AUD-CRIT-POS
042964     MOVE CREW-MEMBER-COST TO AUD-COST
042965     WRITE AUDIT-RECORD
042966 WRITE-MEMBER-COST-EXIT.
042967     EXIT SECTION.
042968*
042969*    ROLL TASK T'S LABOR COST UP INTO ITS OWNING DEPARTMENT.  A
042970*    TASK WITH NO MASTER RECORD HAS NO DEPARTMENT AND LANDS IN
042971*    THE BLANK-CODE BUCKET SO ITS MONEY IS NOT LOST FROM THE
042972*    ROLLUP.
042980 ADD-DEPT-COST SECTION.
042990     MOVE SPACES TO DEPT-CODE
043000     IF TASK-HAS-MASTER(T) = 1 THEN
044920         MOVE RPT-JOB TO SCH-D-JOB-NUM
044930         MOVE TASK-ID OF TASK-ENTRY(T) TO SCH-D-TASK-ID
044940         MOVE TASK-WORKER(T) TO SCH-D-WORKER
044941         MOVE TASK-CREW-COUNT(T) TO SCH-D-CREW-COUNT
044942         PERFORM WITH TEST BEFORE VARYING CM FROM 2 BY 1
044943                 UNTIL CM > TASK-CREW-COUNT(T)
044944             MOVE TASK-CREW-SLOT(T, CM)
044945                 TO SCH-D-CREW-SLOT(CM - 1)
044946         END-PERFORM
044950         MOVE TASK-START(T) TO SCH-D-START
044960         MOVE TASK-FINISH(T) TO SCH-D-FINISH
044970         IF CRIT-FLAG(T) = 1 THEN
045200*    WORKER HELD NOTHING.  A TASK THAT WAS PREEMPTED AND RESUMED
045210*    IS DRAWN AGAINST THE WORKER WHO FINISHED IT, OVER ITS WHOLE
045220*    START-TO-FINISH WINDOW.
045223*    THE WINDOW ENDS WHERE THE TASK'S WORK RAN OUT, SO A FINISH
045226*    HELD BY AN FF LINK DOES NOT SHOW THE WORKER AS BUSY.
045230 WRITE-TIMELINE-PAGE SECTION.
045240     MOVE "WORKER TIMELINE" TO RPT-TITLE
045250     MOVE RPT-JOB TO RPT-HDR-JOB
045600             PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
045610                     UNTIL T > NUM-TASKS
045620                 IF TASK-JOB(T) = RPT-JOB
045640                         AND TASK-START(T) < CHART-COL-END
045650                         AND TASK-WORK-END(T) > CHART-COL-START
045653                     PERFORM CHECK-CREW-MEMBER
045656                     IF CREW-MEMBER = 1 THEN
045660                         MOVE TASK-ID OF TASK-ENTRY(T)(1:1)
045670                             TO CHART-CHAR
045674                     END-IF
045680                 END-IF
045690             END-PERFORM
045700*
045930     END-PERFORM
045940 WRITE-TIMELINE-PAGE-EXIT.
045950     EXIT SECTION.
045951*
045952*    SET CREW-MEMBER WHEN WORKER SLOT W IS ONE OF THOSE THAT
045953*    WORKED TASK T.
045954 CHECK-CREW-MEMBER SECTION.
045955     MOVE 0 TO CREW-MEMBER
045956     PERFORM WITH TEST BEFORE VARYING CM FROM 1 BY 1
045957             UNTIL CM > TASK-CREW-COUNT(T)
045958         IF TASK-CREW-SLOT(T, CM) = W THEN
045959             MOVE 1 TO CREW-MEMBER
045960         END-IF
045961     END-PERFORM
045962 CHECK-CREW-MEMBER-EXIT.
045963     EXIT SECTION.
045964*
045970*    WALK BACKWARDS FROM THE TASK THAT FINISHED LAST.  AT EACH
045980*    STEP, PICK THE DEPENDENCY THAT FINISHED LATEST OF ALL THIS
045990*    TASK'S PREREQUISITES AS THE PREDECESSOR - NOT ONLY THE ONE
046070*    BUT THE WALK BACK FOLLOWS WHATEVER GATED IT - IN BATCH MODE
046080*    THAT CHAIN MAY CROSS INTO ANOTHER JOB THROUGH A CROSS-JOB
046090*    LINK, WHICH IS EXACTLY THE HANDOFF THE FLOOR WANTS TO SEE.
046091*    A TIMED LINK GATES AT ITS RELEASE RATHER THAN AT THE BARE
046092*    FINISH - THE PREDECESSOR'S START FOR SS, AND THE LAG ADDED
046093*    EITHER WAY - SO A LONG CURE CAN BE WHAT PUTS A SHORT TASK
046094*    ON THE PATH.
046100 TRACE-CRITICAL-PATH SECTION.
046110     MOVE 0 TO CRIT-END-TASK
046120     PERFORM WITH TEST BEFORE VARYING T FROM 1 BY 1
046280         ADD 1 TO CRIT-CHAIN-LEN
046290         MOVE T TO CRIT-CHAIN(CRIT-CHAIN-LEN)
046300         MOVE 0 TO CRIT-PRED(T)
046304         MOVE 0 TO CRIT-PRED-DEP(T)
046310         MOVE 0 TO CRIT-BEST-FINISH
046320         PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
046330                 UNTIL D > NUM-DEPS
046331             IF D-TO-IDX OF DEPENDENCY(D) NOT = T THEN
046332                 EXIT PERFORM CYCLE
046333             END-IF
046334             IF D-LINK OF DEPENDENCY(D) = "SS" THEN
046335                 COMPUTE CRIT-LINK-TIME
046336                     = TASK-START(D-FROM-IDX OF DEPENDENCY(D))
046337                     + D-LAG OF DEPENDENCY(D)
046338             ELSE
046339                 COMPUTE CRIT-LINK-TIME
046340                     = TASK-FINISH(D-FROM-IDX OF DEPENDENCY(D))
046341                     + D-LAG OF DEPENDENCY(D)
046342             END-IF
046343             IF CRIT-LINK-TIME >= CRIT-BEST-FINISH THEN
046370                 MOVE CRIT-LINK-TIME TO CRIT-BEST-FINISH
046390                 MOVE D-FROM-IDX OF DEPENDENCY(D) TO CRIT-PRED(T)
046394                 MOVE D TO CRIT-PRED-DEP(T)
046400             END-IF
046410         END-PERFORM
046420         MOVE CRIT-PRED(T) TO T
