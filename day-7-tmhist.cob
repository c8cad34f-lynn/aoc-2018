000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TASKMHIST.
000030*
000040* MODIFICATION HISTORY.
000050*    NEW PROGRAM.  PRINTS THE CHANGE HISTORY OF THE TASK
000060*    STANDARDS FROM THE KEYED VERSION FILE TASKVERS THAT
000070*    TASKMLOAD, TASKMAINT AND DURFEED WRITE.  EACH VERSION IS
000080*    LISTED UNDER ITS TASK IN EFFECTIVE-DATE ORDER WITH THE JOB
000090*    THAT MADE IT, THE REASON IT GAVE, AND WHAT MOVED AGAINST
000100*    THE VERSION BEFORE - THE OLD AND NEW DURATION AND THE
000110*    DIFFERENCE, AND THE OLD AND NEW DEPARTMENT, SKILL CLASS AND
000120*    CREW SIZE - SO A DISPUTED STANDARD CAN BE TRACED TO WHOEVER
000130*    OR WHATEVER SET IT.  A TASK ID IN COLUMNS 1-10 OF THE
000140*    OPTIONAL TMHCARD LIMITS THE LIST TO THAT TASK; WITH NO CARD
000150*    OR A BLANK ID EVERY TASK IS LISTED.  A TASK ASKED FOR THAT
000160*    HAS NO VERSIONS SETS RETURN CODE 4.
000170*
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000210     SELECT TASK-VERSIONS ASSIGN TO "TASKVERS"
000220         ORGANIZATION IS INDEXED
000230         ACCESS MODE IS DYNAMIC
000240         RECORD KEY IS TV-KEY
000250         FILE STATUS IS TV-FILE-STATUS.
000260     SELECT CARD-FILE ASSIGN TO "TMHCARD"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS CARD-FILE-STATUS.
000290*
000300 DATA DIVISION.
000310 FILE SECTION.
000320*
000330*    ONE DATED VERSION OF A TASK'S MASTER FIGURES, KEYED BY TASK,
000340*    EFFECTIVE DATE AND A SEQUENCE THAT KEEPS TWO CHANGES ON THE
000350*    SAME DAY APART.  THE ACTION IS A (ADDED), C (CHANGED), D
000360*    (DELETED) OR B (THE FIGURES ON THE MASTER BEFORE THE FIRST
000370*    RECORDED CHANGE, DATED ZERO).  THE SAME LAYOUT IS IN
000380*    TASKMLOAD, TASKMAINT, DURFEED AND THE SCHEDULER.
000390 FD  TASK-VERSIONS.
000400 01  TASK-VERSION-REC.
000410     05  TV-KEY.
000420         10  TV-TASK-ID     PIC X(10).
000430         10  TV-EFF-DATE    PIC 9(08).
000440         10  TV-SEQ         PIC 9(04).
000450     05  TV-ACTION          PIC X(01).
000460     05  TV-SOURCE          PIC X(09).
000470     05  TV-REASON          PIC X(20).
000480     05  TV-FIGURES.
000490         10  TV-DESC        PIC X(30).
000500         10  TV-DEPT        PIC X(04).
000510         10  TV-STD-DUR     PIC 9(03).
000520         10  TV-SKILL-CLASS PIC X(02).
000530         10  TV-CREW-SIZE   PIC 9(02).
000540     05  FILLER             PIC X(07).
000550*
000560 FD  CARD-FILE.
000570 01  CARD-LINE.
000580     05  CARD-TASK-ID       PIC X(10).
000590     05  FILLER             PIC X(70).
000600*
000610 WORKING-STORAGE SECTION.
000620 01  TV-FILE-STATUS         PIC XX.
000630 01  CARD-FILE-STATUS       PIC XX.
000640 01  SELECT-TASK-ID         PIC X(10)        VALUE SPACES.
000650*
000660*    THE TASK THE LIST IS IN, AND THE FIGURES OF ITS VERSION
000670*    BEFORE THE ONE BEING PRINTED.
000680 01  GROUP-TASK-ID          PIC X(10)        VALUE SPACES.
000690 01  PREV-FOUND             PIC 9            VALUE 0.
000700 01  PREV-ACTION            PIC X(01).
000710 01  PREV-FIGURES.
000720     05  PV-DESC            PIC X(30).
000730     05  PV-DEPT            PIC X(04).
000740     05  PV-STD-DUR         PIC 9(03).
000750     05  PV-SKILL-CLASS     PIC X(02).
000760     05  PV-CREW-SIZE       PIC 9(02).
000770*
000780*    ONE PRINTED VERSION LINE.
000790 01  DATE-SHOWN             PIC X(08).
000800 01  ACTION-WORD            PIC X(08).
000810 01  CHANGE-TEXT            PIC X(70).
000820 01  CHANGE-PTR             PIC 9(03).
000830 01  DUR-DIFF               PIC S9(03).
000840 01  DUR-DIFF-ED            PIC +(3)9.
000850*
000860*    RUN COUNTS.
000870 01  TASKS-LISTED           PIC 9(06)        VALUE 0.
000880 01  VERSIONS-LISTED        PIC 9(06)        VALUE 0.
000890 01  TASK-VERSIONS-LISTED   PIC 9(04)        VALUE 0.
000900 01  ADDED-COUNT            PIC 9(06)        VALUE 0.
000910 01  CHANGED-COUNT          PIC 9(06)        VALUE 0.
000920 01  DELETED-COUNT          PIC 9(06)        VALUE 0.
000930 01  BASELINE-COUNT         PIC 9(06)        VALUE 0.
000940 01  UNKNOWN-COUNT          PIC 9(06)        VALUE 0.
000950*
000960 PROCEDURE DIVISION.
000970*
000980 MAINLINE SECTION.
000990     PERFORM INITIALIZE-RUN
001000     PERFORM LIST-TASK-VERSIONS
001010     PERFORM TERMINATE-RUN
001020     STOP RUN.
001030*
001040 INITIALIZE-RUN SECTION.
001050     PERFORM READ-SELECT-CARD
001060     OPEN INPUT TASK-VERSIONS
001070     IF TV-FILE-STATUS NOT = "00" THEN
001080         DISPLAY "TASKMHIST: CANNOT OPEN TASKVERS - STATUS "
001090             TV-FILE-STATUS
001100         MOVE 16 TO RETURN-CODE
001110         STOP RUN
001120     END-IF
001130 INITIALIZE-RUN-EXIT.
001140     EXIT SECTION.
001150*
001160 TERMINATE-RUN SECTION.
001170     CLOSE TASK-VERSIONS
001180     DISPLAY " "
001190     DISPLAY "TASKMHIST: TASKS LISTED    " TASKS-LISTED
001200     DISPLAY "TASKMHIST: VERSIONS LISTED " VERSIONS-LISTED
001210     DISPLAY "TASKMHIST:   ADDED         " ADDED-COUNT
001220     DISPLAY "TASKMHIST:   CHANGED       " CHANGED-COUNT
001230     DISPLAY "TASKMHIST:   DELETED       " DELETED-COUNT
001240     DISPLAY "TASKMHIST:   BASELINE      " BASELINE-COUNT
001250     IF UNKNOWN-COUNT > 0 THEN
001260         DISPLAY "TASKMHIST:   UNKNOWN       " UNKNOWN-COUNT
001270     END-IF
001280     IF SELECT-TASK-ID NOT = SPACES
001290             AND TASKS-LISTED = 0 THEN
001300         DISPLAY "TASKMHIST: NO VERSIONS ON FILE FOR "
001310             FUNCTION TRIM(SELECT-TASK-ID)
001320         IF RETURN-CODE < 4 THEN
001330             MOVE 4 TO RETURN-CODE
001340         END-IF
001350     END-IF
001360 TERMINATE-RUN-EXIT.
001370     EXIT SECTION.
001380*
001390*    THE SELECTION CARD IS OPTIONAL: NO CARD, AN EMPTY ONE OR A
001400*    BLANK TASK ID LISTS EVERY TASK ON FILE.
001410 READ-SELECT-CARD SECTION.
001420     OPEN INPUT CARD-FILE
001430     IF CARD-FILE-STATUS NOT = "00" THEN
001440         GO TO READ-SELECT-CARD-EXIT
001450     END-IF
001460     READ CARD-FILE
001470         AT END
001480             MOVE SPACES TO CARD-LINE
001490     END-READ
001500     MOVE CARD-TASK-ID TO SELECT-TASK-ID
001510     CLOSE CARD-FILE
001520 READ-SELECT-CARD-EXIT.
001530     EXIT SECTION.
001540*
001550*    ONE PASS OVER TASKVERS IN KEY ORDER, WHICH IS TASK, THEN
001560*    EFFECTIVE DATE, THEN SEQUENCE WITHIN THE DAY.  FOR A SINGLE
001570*    TASK THE PASS STARTS AT ITS FIRST VERSION AND STOPS AT THE
001580*    FIRST RECORD OF THE NEXT TASK.
001590 LIST-TASK-VERSIONS SECTION.
001600     DISPLAY "===== TASK STANDARDS CHANGE HISTORY ====="
001610     IF SELECT-TASK-ID = SPACES THEN
001620         MOVE LOW-VALUES TO TV-KEY
001630     ELSE
001640         DISPLAY "TASK SELECTED: " SELECT-TASK-ID
001650         MOVE SELECT-TASK-ID TO TV-TASK-ID
001660         MOVE 0 TO TV-EFF-DATE
001670         MOVE 0 TO TV-SEQ
001680     END-IF
001690     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
001700         INVALID KEY
001710             GO TO LIST-TASK-VERSIONS-EXIT
001720     END-START
001730     PERFORM FOREVER
001740         READ TASK-VERSIONS NEXT RECORD
001750             AT END EXIT PERFORM
001760         END-READ
001770         IF SELECT-TASK-ID NOT = SPACES
001780                 AND TV-TASK-ID NOT = SELECT-TASK-ID THEN
001790             EXIT PERFORM
001800         END-IF
001810         IF TV-TASK-ID NOT = GROUP-TASK-ID THEN
001820             PERFORM START-TASK-GROUP
001830         END-IF
001840         PERFORM LIST-ONE-VERSION
001850     END-PERFORM
001860     PERFORM END-TASK-GROUP
001870 LIST-TASK-VERSIONS-EXIT.
001880     EXIT SECTION.
001890*
001900*    CLOSE OFF THE TASK BEFORE AND HEAD UP THE NEW ONE.
001910 START-TASK-GROUP SECTION.
001920     PERFORM END-TASK-GROUP
001930     MOVE TV-TASK-ID TO GROUP-TASK-ID
001940     MOVE 0 TO PREV-FOUND
001950     MOVE 0 TO TASK-VERSIONS-LISTED
001960     ADD 1 TO TASKS-LISTED
001970     DISPLAY " "
001980     DISPLAY "TASK " TV-TASK-ID "  " TV-DESC
001990     DISPLAY "  EFF-DATE SEQ  ACTION   SOURCE    REASON"
002000         "                CHANGE"
002010 START-TASK-GROUP-EXIT.
002020     EXIT SECTION.
002030*
002040 END-TASK-GROUP SECTION.
002050     IF GROUP-TASK-ID = SPACES THEN
002060         GO TO END-TASK-GROUP-EXIT
002070     END-IF
002080     DISPLAY "  " TASK-VERSIONS-LISTED " VERSIONS, NOW "
002090         PV-STD-DUR " SECONDS, DEPT "
002100         FUNCTION TRIM(PV-DEPT)
002110         ", CLASS " PV-SKILL-CLASS ", CREW " PV-CREW-SIZE
002120     IF PREV-ACTION = "D" THEN
002130         DISPLAY "  (DELETED FROM THE MASTER)"
002140     END-IF
002150 END-TASK-GROUP-EXIT.
002160     EXIT SECTION.
002170*
002180*    PRINT ONE VERSION AND CARRY ITS FIGURES FORWARD AS THE ONES
002190*    THE NEXT VERSION OF THE TASK IS MEASURED AGAINST.
002200 LIST-ONE-VERSION SECTION.
002210     ADD 1 TO VERSIONS-LISTED
002220     ADD 1 TO TASK-VERSIONS-LISTED
002230     EVALUATE TV-ACTION
002240         WHEN "A"
002250             MOVE "ADDED" TO ACTION-WORD
002260             ADD 1 TO ADDED-COUNT
002270         WHEN "C"
002280             MOVE "CHANGED" TO ACTION-WORD
002290             ADD 1 TO CHANGED-COUNT
002300         WHEN "D"
002310             MOVE "DELETED" TO ACTION-WORD
002320             ADD 1 TO DELETED-COUNT
002330         WHEN "B"
002340             MOVE "BASELINE" TO ACTION-WORD
002350             ADD 1 TO BASELINE-COUNT
002360         WHEN OTHER
002370             MOVE "UNKNOWN" TO ACTION-WORD
002380             ADD 1 TO UNKNOWN-COUNT
002390     END-EVALUATE
002400*
002410*    THE BASELINE IS DATED ZERO SO IT SORTS AHEAD OF EVERY REAL
002420*    CHANGE; IT WAS IN FORCE FROM BEFORE VERSIONS WERE KEPT.
002430     IF TV-EFF-DATE = 0 THEN
002440         MOVE "(BEFORE)" TO DATE-SHOWN
002450     ELSE
002460         MOVE TV-EFF-DATE TO DATE-SHOWN
002470     END-IF
002480     PERFORM BUILD-CHANGE-TEXT
002490     DISPLAY "  " DATE-SHOWN " " TV-SEQ " " ACTION-WORD " "
002500         TV-SOURCE " " TV-REASON "  "
002510         FUNCTION TRIM(CHANGE-TEXT TRAILING)
002520     MOVE 1 TO PREV-FOUND
002530     MOVE TV-ACTION TO PREV-ACTION
002540     MOVE TV-FIGURES TO PREV-FIGURES
002550 LIST-ONE-VERSION-EXIT.
002560     EXIT SECTION.
002570*
002580*    WHAT THIS VERSION SAYS AGAINST THE ONE BEFORE IT.  THE FIRST
002590*    VERSION OF A TASK, AND ONE THAT BRINGS A DELETED TASK BACK,
002600*    HAS NOTHING TO BE MEASURED AGAINST AND SHOWS ITS FIGURES;
002610*    A DELETION SHOWS THE FIGURES IT TOOK OFF THE MASTER.  A
002620*    CHANGE SHOWS ONLY THE FIGURES THAT MOVED.
002630 BUILD-CHANGE-TEXT SECTION.
002640     MOVE SPACES TO CHANGE-TEXT
002650     MOVE 1 TO CHANGE-PTR
002660     IF PREV-FOUND = 0 OR PREV-ACTION = "D"
002670             OR TV-ACTION = "D" THEN
002680         STRING "DUR " TV-STD-DUR " DEPT " TV-DEPT
002690             " CLASS " TV-SKILL-CLASS " CREW " TV-CREW-SIZE
002700             DELIMITED BY SIZE INTO CHANGE-TEXT
002710         GO TO BUILD-CHANGE-TEXT-EXIT
002720     END-IF
002730     IF TV-STD-DUR NOT = PV-STD-DUR THEN
002740         COMPUTE DUR-DIFF = TV-STD-DUR - PV-STD-DUR
002750         MOVE DUR-DIFF TO DUR-DIFF-ED
002760         STRING "DUR " PV-STD-DUR "->" TV-STD-DUR " "
002770             FUNCTION TRIM(DUR-DIFF-ED) " "
002780             DELIMITED BY SIZE INTO CHANGE-TEXT
002790             WITH POINTER CHANGE-PTR
002800     END-IF
002810     IF TV-DEPT NOT = PV-DEPT THEN
002820         STRING "DEPT " FUNCTION TRIM(PV-DEPT) "->"
002830             FUNCTION TRIM(TV-DEPT) " "
002840             DELIMITED BY SIZE INTO CHANGE-TEXT
002850             WITH POINTER CHANGE-PTR
002860     END-IF
002870     IF TV-SKILL-CLASS NOT = PV-SKILL-CLASS THEN
002880         STRING "CLASS " PV-SKILL-CLASS "->" TV-SKILL-CLASS " "
002890             DELIMITED BY SIZE INTO CHANGE-TEXT
002900             WITH POINTER CHANGE-PTR
002910     END-IF
002920     IF TV-CREW-SIZE NOT = PV-CREW-SIZE THEN
002930         STRING "CREW " PV-CREW-SIZE "->" TV-CREW-SIZE " "
002940             DELIMITED BY SIZE INTO CHANGE-TEXT
002950             WITH POINTER CHANGE-PTR
002960     END-IF
002970     IF TV-DESC NOT = PV-DESC THEN
002980         STRING "DESC "
002990             DELIMITED BY SIZE INTO CHANGE-TEXT
003000             WITH POINTER CHANGE-PTR
003010     END-IF
003020     IF CHANGE-PTR = 1 THEN
003030         MOVE "NO FIGURES MOVED" TO CHANGE-TEXT
003040     END-IF
003050 BUILD-CHANGE-TEXT-EXIT.
003060     EXIT SECTION.
003070*
