000120*    DURATION OR A KEY ALREADY LOADED IS REPORTED AND SKIPPED,
000130*    AND THE COUNTS ARE PRINTED AT END OF JOB SO THE OPERATOR
000140*    CAN RECONCILE DECK AGAINST MASTER.
000141*    TASKIN COLUMNS 50-51 NOW CARRY THE CREW SIZE - HOW MANY
000142*    WORKERS THE TASK NEEDS AT ONCE - INTO THE NEW TM-CREW-SIZE
000143*    FIELD.  LEFT BLANK IT LOADS AS ONE; PUNCHED BUT NOT A
000144*    NUMBER FROM 1 UP, THE CARD IS REPORTED AND SKIPPED.
000145*    TASKMSTR ONLY EVER HELD TODAY'S FIGURES, SO A RERUN OF AN
000146*    OLD BATCH PICKED UP STANDARDS THAT WERE NOT IN FORCE WHEN IT
000147*    FIRST RAN.  EVERY LOADED TASK NOW ALSO GOES TO THE KEYED
000148*    VERSION FILE TASKVERS, DATED TODAY AND MARKED AS COMING FROM
000149*    THIS JOB: A TASK WITH NO VERSION YET IS RECORDED AS ADDED, A
000150*    TASK WHOSE FIGURES DIFFER FROM ITS LATEST VERSION AS CHANGED,
000151*    AND A TASK WITH VERSIONS THAT THE DECK NO LONGER CARRIES AS
000152*    DELETED.  A RELOAD OF AN UNCHANGED DECK ADDS NOTHING.  THE
000153*    VERSION FILE IS STARTED EMPTY THE FIRST TIME.
000154*    A LOAD THAT FINDS THE VERSION FILE EMPTY NOW RECORDS THE DECK
000155*    AS THE FIGURES IN FORCE BEFORE VERSIONS WERE KEPT, DATED
000156*    ZERO, AS TASKMAINT AND DURFEED RECORD THE WHOLE MASTER WHEN
000157*    THEY FIND IT EMPTY, SO A RERUN AS OF ANY EARLIER DATE STILL
000158*    FINDS THEM.
000159*
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000180 FILE-CONTROL.
000240         ACCESS MODE IS RANDOM
000250         RECORD KEY IS TM-TASK-ID
000260         FILE STATUS IS TM-FILE-STATUS.
000261     SELECT TASK-VERSIONS ASSIGN TO "TASKVERS"
000262         ORGANIZATION IS INDEXED
000263         ACCESS MODE IS DYNAMIC
000264         RECORD KEY IS TV-KEY
000265         FILE STATUS IS TV-FILE-STATUS.
000270*
000280 DATA DIVISION.
000290 FILE SECTION.
000340     05  TI-DEPT            PIC X(04).
000350     05  TI-STD-DUR         PIC X(03).
000360     05  TI-SKILL-CLASS     PIC X(02).
000364     05  TI-CREW-SIZE       PIC X(02).
000370     05  FILLER             PIC X(29).
000380*
000390 FD  TASK-MASTER.
000400 01  TASK-MASTER-REC.
000430     05  TM-DEPT            PIC X(04).
000440     05  TM-STD-DUR         PIC 9(03).
000450     05  TM-SKILL-CLASS     PIC X(02).
000454     05  TM-CREW-SIZE       PIC 9(02).
000460     05  FILLER             PIC X(09).
000470*
000471*    ONE DATED VERSION OF A TASK'S MASTER FIGURES, KEYED BY TASK,
000472*    EFFECTIVE DATE AND A SEQUENCE THAT KEEPS TWO CHANGES ON THE
000473*    SAME DAY APART.  THE ACTION IS A (ADDED), C (CHANGED), D
000474*    (DELETED) OR B (THE FIGURES ON THE MASTER BEFORE THE FIRST
000475*    RECORDED CHANGE, DATED ZERO).  THE SAME LAYOUT IS IN
000476*    TASKMAINT, DURFEED, TASKMHIST AND THE SCHEDULER.
000477 FD  TASK-VERSIONS.
000478 01  TASK-VERSION-REC.
000479     05  TV-KEY.
000480         10  TV-TASK-ID     PIC X(10).
000481         10  TV-EFF-DATE    PIC 9(08).
000482         10  TV-SEQ         PIC 9(04).
000483     05  TV-ACTION          PIC X(01).
000484     05  TV-SOURCE          PIC X(09).
000485     05  TV-REASON          PIC X(20).
000486     05  TV-FIGURES.
000487         10  TV-DESC        PIC X(30).
000488         10  TV-DEPT        PIC X(04).
000489         10  TV-STD-DUR     PIC 9(03).
000490         10  TV-SKILL-CLASS PIC X(02).
000491         10  TV-CREW-SIZE   PIC 9(02).
000492     05  FILLER             PIC X(07).
000493*
000494 WORKING-STORAGE SECTION.
000495 01  TASK-IN-STATUS         PIC XX.
000500 01  TM-FILE-STATUS         PIC XX.
000510 01  RECORDS-READ           PIC 9(06)        VALUE 0.
000520 01  RECORDS-LOADED         PIC 9(06)        VALUE 0.
000530 01  RECORDS-SKIPPED        PIC 9(06)        VALUE 0.
000531 01  TV-FILE-STATUS         PIC XX.
000532 01  TODAY-DATE             PIC 9(08).
000533 01  VERSIONS-WRITTEN       PIC 9(06)        VALUE 0.
000534 01  VERSION-TASK-ID        PIC X(10).
000535 01  VERSION-ACTION         PIC X(01).
000536 01  VERSION-WRITTEN        PIC 9.
000537 01  VERSIONS-STARTED       PIC 9            VALUE 0.
000538*
000539*    THE LATEST VERSION ON FILE FOR VERSION-TASK-ID, AS FOUND BY
000540*    FIND-LATEST-VERSION.
000541 01  LATEST-VERSION.
000542     05  LV-KEY.
000543         10  LV-TASK-ID     PIC X(10).
000544         10  LV-EFF-DATE    PIC 9(08).
000545         10  LV-SEQ         PIC 9(04).
000546     05  LV-ACTION          PIC X(01).
000547     05  LV-SOURCE          PIC X(09).
000548     05  LV-REASON          PIC X(20).
000549     05  LV-FIGURES.
000550         10  LV-DESC        PIC X(30).
000551         10  LV-DEPT        PIC X(04).
000552         10  LV-STD-DUR     PIC 9(03).
000553         10  LV-SKILL-CLASS PIC X(02).
000554         10  LV-CREW-SIZE   PIC 9(02).
000555     05  FILLER             PIC X(07).
000556 01  LV-FOUND               PIC 9.
000557*
000558*    TASKS WITH A LIVE VERSION THAT THE RELOADED MASTER NO LONGER
000559*    HOLDS, COLLECTED ON THE PASS OVER TASKVERS AND RECORDED AS
000560*    DELETED AFTER IT.  THE GROUP FIELDS CARRY THE LATEST VERSION
000561*    OF THE TASK THE PASS IS IN.
000562 01  GROUP-TASK-ID          PIC X(10).
000563 01  GROUP-LAST-VERSION     PIC X(100).
000564 01  GROUP-ACTION           PIC X(01).
000565 01  D                      PIC 9(04).
000566 01  MAX-DROPS              PIC 9(04)        VALUE 1000.
000567 01  NUM-DROPS              PIC 9(04)        VALUE 0.
000568 01  DROPS-OVER             PIC 9(04)        VALUE 0.
000569 01  DROP-TABLE.
000570     05  DROP-VERSION       PIC X(100) OCCURS 1000 TIMES.
000571*
000572 PROCEDURE DIVISION.
000573*
000574 MAINLINE SECTION.
000580     PERFORM INITIALIZE-RUN
000590     PERFORM LOAD-TASK-MASTER
000594     PERFORM RECORD-DROPPED-TASKS
000600     PERFORM TERMINATE-RUN
000610     STOP RUN.
000620*
000760         CLOSE TASK-IN
000770         STOP RUN
000780     END-IF
000781*
000782*    THE FIRST LOAD STARTS THE VERSION FILE, SO ONE THAT DOES NOT
000783*    EXIST YET IS CREATED EMPTY.  ANY OTHER OPEN FAILURE STOPS THE
000784*    JOB BEFORE A MASTER WITH NO HISTORY BEHIND IT IS WRITTEN.
000785     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
000786     OPEN I-O TASK-VERSIONS
000787     IF TV-FILE-STATUS = "35" THEN
000788         DISPLAY "TASKMLOAD: TASKVERS NOT FOUND - STARTING AN "
000789             "EMPTY VERSION FILE"
000790         OPEN OUTPUT TASK-VERSIONS
000791         CLOSE TASK-VERSIONS
000792         OPEN I-O TASK-VERSIONS
000794     END-IF
000795     IF TV-FILE-STATUS NOT = "00" THEN
000796         DISPLAY "TASKMLOAD: CANNOT OPEN TASKVERS - STATUS "
000797             TV-FILE-STATUS
000798         MOVE 16 TO RETURN-CODE
000799         CLOSE TASK-IN
000800         CLOSE TASK-MASTER
000801         STOP RUN
000802     END-IF
000803 INITIALIZE-RUN-EXIT.
000804     EXIT SECTION.
000810*
000820 TERMINATE-RUN SECTION.
000830     CLOSE TASK-IN
000840     CLOSE TASK-MASTER
000844     CLOSE TASK-VERSIONS
000850     DISPLAY "TASKMLOAD: READ    " RECORDS-READ
000860     DISPLAY "TASKMLOAD: LOADED  " RECORDS-LOADED
000870     DISPLAY "TASKMLOAD: SKIPPED " RECORDS-SKIPPED
000876     DISPLAY "TASKMLOAD: VERSIONS " VERSIONS-WRITTEN
000882     IF RECORDS-SKIPPED > 0 AND RETURN-CODE < 4 THEN
000890         MOVE 4 TO RETURN-CODE
000900     END-IF
000910 TERMINATE-RUN-EXIT.
000940*    ONE PASS OVER THE DECK.  THE WRITE'S INVALID KEY PATH
000950*    CATCHES A KEY PUNCHED TWICE - THE FIRST RECORD WINS, THE
000960*    SECOND IS REPORTED, WHICH MATCHES HOW THE SCHEDULER'S OWN
000970*    OVERRIDE TABLES TREAT A REPEATED TASK ID.  AN EMPTY VERSION
000973*    FILE IS NOTED FIRST, SO THAT EVERY TASK ON THE DECK GOES ON
000976*    AS THE BASELINE.
000980 LOAD-TASK-MASTER SECTION.
000981     MOVE LOW-VALUES TO TV-KEY
000982     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
000983         INVALID KEY
000984             MOVE 1 TO VERSIONS-STARTED
000985     END-START
000990     PERFORM FOREVER
001000         READ TASK-IN
001010             AT END EXIT PERFORM
001140                 " IS NOT NUMERIC - SKIPPED"
001150             EXIT PERFORM CYCLE
001160         END-IF
001161*
001162*    A BLANK CREW SIZE IS THE ONE-WORKER TASK EVERY CARD PUNCHED
001163*    BEFORE THE FIELD EXISTED DESCRIBES.
001164         IF TI-CREW-SIZE = SPACES THEN
001165             MOVE "01" TO TI-CREW-SIZE
001166         END-IF
001167         IF TI-CREW-SIZE IS NOT NUMERIC
001168                 OR TI-CREW-SIZE = "00" THEN
001169             ADD 1 TO RECORDS-SKIPPED
001170             DISPLAY "TASKMLOAD: CREW SIZE FOR "
001171                 FUNCTION TRIM(TI-TASK-ID)
001172                 " IS NOT A NUMBER FROM 1 UP - SKIPPED"
001173             EXIT PERFORM CYCLE
001174         END-IF
001175         MOVE SPACES TO TASK-MASTER-REC
001180         MOVE TI-TASK-ID TO TM-TASK-ID
001190         MOVE TI-DESC TO TM-DESC
001200         MOVE TI-DEPT TO TM-DEPT
001210         MOVE TI-STD-DUR TO TM-STD-DUR
001220         MOVE TI-SKILL-CLASS TO TM-SKILL-CLASS
001224         MOVE TI-CREW-SIZE TO TM-CREW-SIZE
001230         WRITE TASK-MASTER-REC
001240             INVALID KEY
001250                 ADD 1 TO RECORDS-SKIPPED
001270                     FUNCTION TRIM(TI-TASK-ID) " - SKIPPED"
001280             NOT INVALID KEY
001290                 ADD 1 TO RECORDS-LOADED
001294                 PERFORM RECORD-LOADED-VERSION
001300         END-WRITE
001310     END-PERFORM
001320 LOAD-TASK-MASTER-EXIT.
001330     EXIT SECTION.
001340*
001350*    RECORD A VERSION FOR THE TASK JUST LOADED, BUT ONLY WHEN IT
001360*    IS NEW OR ITS FIGURES DIFFER FROM THE LATEST VERSION - A
001370*    NIGHTLY RELOAD OF THE SAME DECK MUST NOT BURY THE REAL
001380*    CHANGES UNDER COPIES OF ITSELF.  ON A LOAD THAT FOUND THE
001381*    VERSION FILE EMPTY THE DECK IS WHAT WAS IN FORCE BEFORE
001382*    VERSIONS WERE KEPT, SO IT GOES ON AS THE BASELINE, DATED
001383*    ZERO.
001390 RECORD-LOADED-VERSION SECTION.
001400     MOVE TM-TASK-ID TO VERSION-TASK-ID
001410     PERFORM FIND-LATEST-VERSION
001420     MOVE "A" TO VERSION-ACTION
001430     IF LV-FOUND = 1 AND LV-ACTION NOT = "D" THEN
001440         IF LV-DESC = TM-DESC
001450                 AND LV-DEPT = TM-DEPT
001460                 AND LV-STD-DUR = TM-STD-DUR
001470                 AND LV-SKILL-CLASS = TM-SKILL-CLASS
001480                 AND LV-CREW-SIZE = TM-CREW-SIZE THEN
001490             GO TO RECORD-LOADED-VERSION-EXIT
001500         END-IF
001510         MOVE "C" TO VERSION-ACTION
001520     END-IF
001530     MOVE SPACES TO TASK-VERSION-REC
001540     MOVE TM-TASK-ID TO TV-TASK-ID
001550     MOVE TODAY-DATE TO TV-EFF-DATE
001560     MOVE VERSION-ACTION TO TV-ACTION
001570     MOVE "TASKMLOAD" TO TV-SOURCE
001580     STRING "TASKIN REC " RECORDS-READ
001590         DELIMITED BY SIZE INTO TV-REASON
001591     IF VERSIONS-STARTED = 1 AND VERSION-ACTION = "A" THEN
001592         MOVE 0 TO TV-EFF-DATE
001593         MOVE "B" TO TV-ACTION
001594         MOVE "INITIAL LOAD" TO TV-REASON
001595     END-IF
001600     MOVE TM-DESC TO TV-DESC
001610     MOVE TM-DEPT TO TV-DEPT
001620     MOVE TM-STD-DUR TO TV-STD-DUR
001630     MOVE TM-SKILL-CLASS TO TV-SKILL-CLASS
001640     MOVE TM-CREW-SIZE TO TV-CREW-SIZE
001650     PERFORM WRITE-TASK-VERSION
001660 RECORD-LOADED-VERSION-EXIT.
001670     EXIT SECTION.
001680*
001690*    A TASK THE DECK DROPPED SIMPLY IS NOT ON THE REBUILT MASTER,
001700*    SO ONE PASS OVER TASKVERS LOOKS UP EACH TASK WHOSE LATEST
001710*    VERSION IS STILL LIVE AND RECORDS A DELETION, CARRYING THE
001720*    LAST FIGURES, FOR ANY THE MASTER NO LONGER HOLDS.  THE
001730*    DELETIONS ARE WRITTEN AFTER THE PASS, NOT DURING IT.  MORE
001740*    THAN THE TABLE HOLDS IS WARNED OF; THE REST ARE PICKED UP
001750*    BY THE NEXT LOAD.
001760 RECORD-DROPPED-TASKS SECTION.
001770     CLOSE TASK-MASTER
001780     OPEN INPUT TASK-MASTER
001790     IF TM-FILE-STATUS NOT = "00" THEN
001800         DISPLAY "TASKMLOAD: WARNING - TASKMSTR COULD NOT BE "
001810             "REOPENED - STATUS " TM-FILE-STATUS
001820             " - DROPPED TASKS NOT RECORDED"
001830         IF RETURN-CODE < 4 THEN
001840             MOVE 4 TO RETURN-CODE
001850         END-IF
001860         GO TO RECORD-DROPPED-TASKS-EXIT
001870     END-IF
001880     MOVE SPACES TO GROUP-TASK-ID
001890     MOVE SPACE TO GROUP-ACTION
001900     MOVE LOW-VALUES TO TV-KEY
001910     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
001920         INVALID KEY
001930             GO TO RECORD-DROPPED-TASKS-EXIT
001940     END-START
001950     PERFORM FOREVER
001960         READ TASK-VERSIONS NEXT RECORD
001970             AT END EXIT PERFORM
001980         END-READ
001990         IF TV-TASK-ID NOT = GROUP-TASK-ID THEN
002000             PERFORM CHECK-GROUP-DROPPED
002010             MOVE TV-TASK-ID TO GROUP-TASK-ID
002020         END-IF
002030         MOVE TV-ACTION TO GROUP-ACTION
002040         MOVE TASK-VERSION-REC TO GROUP-LAST-VERSION
002050     END-PERFORM
002060     PERFORM CHECK-GROUP-DROPPED
002070     PERFORM WITH TEST BEFORE VARYING D FROM 1 BY 1
002080             UNTIL D > NUM-DROPS
002090         MOVE DROP-VERSION(D) TO TASK-VERSION-REC
002100         MOVE TODAY-DATE TO TV-EFF-DATE
002110         MOVE "D" TO TV-ACTION
002120         MOVE "TASKMLOAD" TO TV-SOURCE
002130         MOVE "NOT ON TASKIN DECK" TO TV-REASON
002140         DISPLAY "TASKMLOAD: " FUNCTION TRIM(TV-TASK-ID)
002150             " IS NO LONGER ON THE DECK - RECORDED AS DELETED"
002160         PERFORM WRITE-TASK-VERSION
002170     END-PERFORM
002180     IF DROPS-OVER > 0 THEN
002190         DISPLAY "TASKMLOAD: WARNING - MORE THAN " MAX-DROPS
002200             " DROPPED TASKS - " DROPS-OVER
002210             " LEFT FOR THE NEXT LOAD"
002220         IF RETURN-CODE < 4 THEN
002230             MOVE 4 TO RETURN-CODE
002240         END-IF
002250     END-IF
002260 RECORD-DROPPED-TASKS-EXIT.
002270     EXIT SECTION.
002280*
002290*    THE PASS HAS LEFT GROUP-TASK-ID; NOTE IT FOR DELETION IF
002300*    ITS LATEST VERSION IS LIVE AND THE MASTER LACKS IT.
002310 CHECK-GROUP-DROPPED SECTION.
002320     IF GROUP-TASK-ID = SPACES OR GROUP-ACTION = "D" THEN
002330         GO TO CHECK-GROUP-DROPPED-EXIT
002340     END-IF
002350     MOVE GROUP-TASK-ID TO TM-TASK-ID
002360     READ TASK-MASTER
002370         INVALID KEY
002380             IF NUM-DROPS < MAX-DROPS THEN
002390                 ADD 1 TO NUM-DROPS
002400                 MOVE GROUP-LAST-VERSION
002410                     TO DROP-VERSION(NUM-DROPS)
002420             ELSE
002430                 ADD 1 TO DROPS-OVER
002440             END-IF
002450     END-READ
002460 CHECK-GROUP-DROPPED-EXIT.
002470     EXIT SECTION.
002480*
002490*    THE LATEST VERSION ON FILE FOR VERSION-TASK-ID INTO
002500*    LATEST-VERSION, WITH LV-FOUND SAYING WHETHER THERE IS ONE.
002510 FIND-LATEST-VERSION SECTION.
002520     MOVE 0 TO LV-FOUND
002530     MOVE VERSION-TASK-ID TO TV-TASK-ID
002540     MOVE 0 TO TV-EFF-DATE
002550     MOVE 0 TO TV-SEQ
002560     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
002570         INVALID KEY
002580             GO TO FIND-LATEST-VERSION-EXIT
002590     END-START
002600     PERFORM FOREVER
002610         READ TASK-VERSIONS NEXT RECORD
002620             AT END EXIT PERFORM
002630         END-READ
002640         IF TV-TASK-ID NOT = VERSION-TASK-ID THEN
002650             EXIT PERFORM
002660         END-IF
002670         MOVE 1 TO LV-FOUND
002680         MOVE TASK-VERSION-REC TO LATEST-VERSION
002690     END-PERFORM
002700 FIND-LATEST-VERSION-EXIT.
002710     EXIT SECTION.
002720*
002730*    WRITE THE VERSION BUILT IN TASK-VERSION-REC UNDER THE NEXT
002740*    FREE SEQUENCE FOR ITS TASK AND DATE.
002750 WRITE-TASK-VERSION SECTION.
002760     MOVE 0 TO TV-SEQ
002770     MOVE 0 TO VERSION-WRITTEN
002780     PERFORM WITH TEST BEFORE UNTIL VERSION-WRITTEN NOT = 0
002790         WRITE TASK-VERSION-REC
002800             INVALID KEY
002810                 IF TV-FILE-STATUS = "22" AND TV-SEQ < 9999 THEN
002820                     ADD 1 TO TV-SEQ
002830                 ELSE
002840                     DISPLAY "TASKMLOAD: VERSION WRITE FAILED "
002850                         "FOR " FUNCTION TRIM(TV-TASK-ID)
002860                         " - STATUS " TV-FILE-STATUS
002870                     MOVE 12 TO RETURN-CODE
002880                     MOVE 2 TO VERSION-WRITTEN
002890                 END-IF
002900             NOT INVALID KEY
002910                 ADD 1 TO VERSIONS-WRITTEN
002920                 MOVE 1 TO VERSION-WRITTEN
002930         END-WRITE
002940     END-PERFORM
002950 WRITE-TASK-VERSION-EXIT.
002960     EXIT SECTION.
002970*
