000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TMPLMAINT.
000030*
000040* MODIFICATION HISTORY.
000050*    NEW PROGRAM.  THE SAME TWENTY OR SO JOB TYPES COME ROUND
000060*    AGAIN AND AGAIN, AND EACH TIME THEIR DEPENDENCY PAIRS WERE
000070*    RE-KEYED INTO DEPFILE BY HAND, SO A TYPO OR A DROPPED PAIR
000080*    ONLY SHOWED UP IN THE SCHEDULER'S INPUT EDIT.  THIS JOB
000090*    KEEPS THE STANDING JOB TEMPLATES ON THE KEYED TEMPLATE
000100*    LIBRARY TMPLMSTR, WHICH A *TEMPLATE RECORD ON DEPFILE
000110*    CALLS UP.  TPLTRAN CARRIES ONE HEADER CARD PER
000120*    TRANSACTION - COLUMN 1 THE CODE (A ADD, C CHANGE, D
000130*    DELETE, K COPY), COLUMNS 2-9 THE TEMPLATE ID, 10-39 A
000140*    DESCRIPTION AND, FOR A COPY, 40-47 THE NEW TEMPLATE ID -
000150*    FOLLOWED BY ITS DETAIL CARDS: T CARDS NAMING A TASK IN
000160*    COLUMNS 2-11 AND P CARDS GIVING A PAIR AS FROM-TASK 2-11,
000170*    TO-TASK 12-21, LAG 22-29 AND LINK TYPE 30-31, IN THE SAME
000180*    FORM AS A DEPFILE PAIR.  EVERY PAIR MUST NAME TASKS ON THE
000190*    TEMPLATE'S TASK LIST, AND ONE BAD DETAIL CARD REJECTS THE
000200*    WHOLE TRANSACTION SO A HALF-BUILT TEMPLATE NEVER REACHES
000210*    THE FILE.  AN ADD WRITES VERSION 1.  A CHANGE WITH DETAIL
000220*    CARDS WRITES THE NEXT VERSION AND KEEPS THE OLD ONES FOR
000230*    JOBS PINNED TO THEM; A CHANGE WITH ONLY A DESCRIPTION JUST
000240*    RENAMES THE TEMPLATE.  A DELETE REMOVES EVERY VERSION AND
000250*    A COPY STARTS A NEW TEMPLATE FROM THE CURRENT VERSION OF
000260*    AN OLD ONE.  BEFORE AND AFTER IMAGES PRINT AS IN TASKMAINT,
000270*    AND WHEN A DEPFILE IS ON HAND A CHANGE LISTS THE JOBS STILL
000280*    PINNED TO AN OLDER VERSION AND A DELETE LISTS THE JOBS
000290*    STILL CALLING THE TEMPLATE.  ANY REJECT ENDS THE JOB WITH
000300*    RETURN CODE 4.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRAN-FILE ASSIGN TO "TPLTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS TRAN-FILE-STATUS.
000380     SELECT TMPL-MASTER ASSIGN TO "TMPLMSTR"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS TPL-KEY
000420         FILE STATUS IS TPL-FILE-STATUS.
000430     SELECT DEP-FILE ASSIGN TO "DEPFILE"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS DEP-FILE-STATUS.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  TRAN-FILE.
000500 01  TRAN-REC.
000510     05  TR-CODE            PIC X(01).
000520     05  TR-TEMPLATE-ID     PIC X(08).
000530     05  TR-DESC            PIC X(30).
000540     05  TR-COPY-TO-ID      PIC X(08).
000550     05  FILLER             PIC X(33).
000560 01  TRAN-TASK-REC.
000570     05  FILLER             PIC X(01).
000580     05  TT-TASK-ID         PIC X(10).
000590     05  FILLER             PIC X(69).
000600 01  TRAN-PAIR-REC.
000610     05  FILLER             PIC X(01).
000620     05  TP-FROM            PIC X(10).
000630     05  TP-TO              PIC X(10).
000640     05  TP-LAG             PIC X(08).
000650     05  TP-LINK            PIC X(02).
000660     05  FILLER             PIC X(49).
000670*
000680*    THE JOB TEMPLATE LIBRARY.  EACH TEMPLATE HAS A DIRECTORY
000690*    RECORD (VERSION 0, SEQUENCE 0) CARRYING ITS DESCRIPTION AND
000700*    THE CURRENT AND OLDEST VERSIONS HELD; EACH VERSION HAS A
000710*    HEADER (SEQUENCE 0) COUNTING ITS TASK AND PAIR RECORDS,
000720*    WHICH FOLLOW AS SEQUENCES 1 UP - TASKS FIRST, THEN PAIRS.
000730*    THE SAME LAYOUT IS IN ADVENTOFCODE7.
000740 FD  TMPL-MASTER.
000750 01  TMPL-REC.
000760     05  TPL-KEY.
000770         10  TPL-ID         PIC X(08).
000780         10  TPL-VERSION    PIC 9(04).
000790         10  TPL-SEQ        PIC 9(04).
000800     05  TPL-KIND           PIC X(01).
000810     05  TPL-BODY           PIC X(60).
000820     05  TPL-DIR-BODY REDEFINES TPL-BODY.
000830         10  TPL-DESC       PIC X(30).
000840         10  TPL-CURRENT-VER PIC 9(04).
000850         10  TPL-LOW-VER    PIC 9(04).
000860         10  FILLER         PIC X(22).
000870     05  TPL-HDR-BODY REDEFINES TPL-BODY.
000880         10  TPL-VER-DESC   PIC X(30).
000890         10  TPL-VER-DATE   PIC 9(08).
000900         10  TPL-TASK-COUNT PIC 9(04).
000910         10  TPL-PAIR-COUNT PIC 9(04).
000920         10  FILLER         PIC X(14).
000930     05  TPL-TASK-BODY REDEFINES TPL-BODY.
000940         10  TPL-TASK-ID    PIC X(10).
000950         10  FILLER         PIC X(50).
000960     05  TPL-PAIR-BODY REDEFINES TPL-BODY.
000970         10  TPL-FROM       PIC X(10).
000980         10  TPL-TO         PIC X(10).
000990         10  TPL-LAG        PIC 9(08).
001000         10  TPL-LINK       PIC X(02).
001010         10  FILLER         PIC X(30).
001020*
001030*    DEPFILE IS READ ONLY FOR ITS TEMPLATE CALLS; THE LAYOUT IS
001040*    THE CALL RECORD AS ADVENTOFCODE7 READS IT.
001050 FD  DEP-FILE.
001060 01  DEP-LINE.
001070     05  DTC-MARKER         PIC X(10).
001080     05  FILLER             PIC X(01).
001090     05  DTC-TEMPLATE-ID    PIC X(08).
001100     05  FILLER             PIC X(03).
001110     05  DTC-VERSION-FLD    PIC X(04).
001120     05  FILLER             PIC X(73).
001130*
001140 WORKING-STORAGE SECTION.
001150 01  TRAN-FILE-STATUS       PIC XX.
001160 01  TPL-FILE-STATUS        PIC XX.
001170 01  DEP-FILE-STATUS        PIC XX.
001180 01  RECORDS-READ           PIC 9(06)        VALUE 0.
001190 01  TRANS-APPLIED          PIC 9(06)        VALUE 0.
001200 01  TRANS-REJECTED         PIC 9(06)        VALUE 0.
001210 01  TRAN-EOF               PIC 9            VALUE 0.
001220 01  RUN-DATE               PIC 9(08).
001230*
001240*    THE HEADER CARD OF THE TRANSACTION IN HAND.  ITS DETAIL
001250*    CARDS ARE READ AHEAD, SO THE HEADER IS KEPT HERE OUT OF
001260*    THE WAY OF THE NEXT CARD IN THE RECORD AREA.
001270 01  CUR-CODE               PIC X(01).
001280 01  CUR-VERB               PIC X(06).
001290 01  CUR-CARD-NO            PIC 9(06).
001300 01  CUR-TEMPLATE-ID        PIC X(08).
001310 01  CUR-DESC               PIC X(30).
001320 01  CUR-COPY-TO-ID         PIC X(08).
001330 01  DETAIL-CARDS           PIC 9(04).
001340 01  DETAIL-ERRORS          PIC 9(04).
001350*
001360*    THE TASK LIST AND PAIRS OF THE VERSION BEING WRITTEN -
001370*    FROM THE DETAIL CARDS, OR FROM THE SOURCE OF A COPY.
001380 01  MAX-TPL-TASKS          PIC 9(04)        VALUE 200.
001390 01  MAX-TPL-PAIRS          PIC 9(04)        VALUE 500.
001400 01  NEW-TASK-COUNT         PIC 9(04).
001410 01  NEW-PAIR-COUNT         PIC 9(04).
001420 01  NEW-TASK-TABLE.
001430     05  NEW-TASK OCCURS 200 TIMES.
001440         10  NT-TASK-ID     PIC X(10).
001450 01  NEW-PAIR-TABLE.
001460     05  NEW-PAIR OCCURS 500 TIMES.
001470         10  NP-FROM        PIC X(10).
001480         10  NP-TO          PIC X(10).
001490         10  NP-LAG         PIC 9(08).
001500         10  NP-LINK        PIC X(02).
001510 01  NX                     PIC 9(04).
001520 01  PX                     PIC 9(04).
001530 01  SEEK-TASK-ID           PIC X(10).
001540 01  TASK-FOUND             PIC 9.
001550*
001560*    THE DIRECTORY RECORD OF THE TEMPLATE LAST LOOKED UP.
001570 01  DIR-SEEK-ID            PIC X(08).
001580 01  DIR-ON-FILE            PIC 9.
001590 01  DIR-DESC               PIC X(30).
001600 01  DIR-CURRENT-VER        PIC 9(04).
001610 01  DIR-LOW-VER            PIC 9(04).
001620*
001630*    THE TEMPLATE VERSION BEING WRITTEN, READ, PRINTED OR
001640*    DELETED.
001650 01  TARGET-ID              PIC X(08).
001660 01  TARGET-VERSION         PIC 9(04).
001670 01  TARGET-DESC            PIC X(30).
001680 01  OLD-VERSION            PIC 9(04).
001690 01  VERSION-TASKS          PIC 9(04).
001700 01  VERSION-RECORDS        PIC 9(04).
001710 01  DETAIL-SEQ             PIC 9(04).
001720 01  WRITE-FAILED           PIC 9.
001730 01  LOAD-FAILED            PIC 9.
001740 01  DELETE-FAILED          PIC 9.
001745 01  DELETE-STATUS          PIC XX.
001750 01  IMAGE-LABEL            PIC X(10).
001760*
001770*    THE TEMPLATE CALLS ON THE DEPFILE ON HAND, WITH THE JOB
001780*    EACH FALLS IN, NUMBERED AS ADVENTOFCODE7 NUMBERS THEM.
001790 01  DEP-SCANNED            PIC 9            VALUE 0.
001800 01  DEP-EOF                PIC 9.
001810 01  DEP-BLOCK-OPEN         PIC 9.
001820 01  DEP-JOB                PIC 9(04).
001830 01  MAX-CALLS              PIC 9(04)        VALUE 500.
001840 01  NUM-CALLS              PIC 9(04)        VALUE 0.
001850 01  CALL-TABLE.
001860     05  TEMPLATE-CALL OCCURS 500 TIMES.
001870         10  CL-JOB         PIC 9(04).
001880         10  CL-TEMPLATE-ID PIC X(08).
001890         10  CL-VERSION     PIC X(04).
001900         10  CL-VERSION-N REDEFINES CL-VERSION
001910                            PIC 9(04).
001920 01  CX                     PIC 9(04).
001930 01  LIST-MODE              PIC X(01).
001940 01  USERS-LISTED           PIC 9(04).
001950*
001960 PROCEDURE DIVISION.
001970*
001980 MAINLINE SECTION.
001990     PERFORM INITIALIZE-RUN
002000     PERFORM APPLY-TRANSACTIONS
002010     PERFORM TERMINATE-RUN
002020     STOP RUN.
002030*
002040 INITIALIZE-RUN SECTION.
002050     ACCEPT RUN-DATE FROM DATE YYYYMMDD
002060     OPEN INPUT TRAN-FILE
002070     IF TRAN-FILE-STATUS NOT = "00" THEN
002080         DISPLAY "TMPLMAINT: CANNOT OPEN TPLTRAN - STATUS "
002090             TRAN-FILE-STATUS
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF
002130*
002140*    THERE IS NO SEPARATE LOAD JOB FOR THE LIBRARY - THE FIRST
002150*    ADDS BUILD IT - SO A LIBRARY THAT DOES NOT EXIST YET IS
002160*    STARTED EMPTY.  ANY OTHER OPEN FAILURE STOPS THE JOB.
002170     OPEN I-O TMPL-MASTER
002180     IF TPL-FILE-STATUS = "35" THEN
002190         DISPLAY "TMPLMAINT: TMPLMSTR NOT FOUND - STARTING AN "
002200             "EMPTY TEMPLATE LIBRARY"
002210         OPEN OUTPUT TMPL-MASTER
002220         CLOSE TMPL-MASTER
002230         OPEN I-O TMPL-MASTER
002240     END-IF
002250     IF TPL-FILE-STATUS NOT = "00" THEN
002260         DISPLAY "TMPLMAINT: CANNOT OPEN TMPLMSTR - STATUS "
002270             TPL-FILE-STATUS
002280         MOVE 16 TO RETURN-CODE
002290         CLOSE TRAN-FILE
002300         STOP RUN
002310     END-IF
002320     PERFORM SCAN-DEPFILE
002330 INITIALIZE-RUN-EXIT.
002340     EXIT SECTION.
002350*
002360 TERMINATE-RUN SECTION.
002370     CLOSE TRAN-FILE
002380     CLOSE TMPL-MASTER
002390     DISPLAY " "
002400     DISPLAY "TMPLMAINT: READ     " RECORDS-READ
002410     DISPLAY "TMPLMAINT: APPLIED  " TRANS-APPLIED
002420     DISPLAY "TMPLMAINT: REJECTED " TRANS-REJECTED
002430     IF TRANS-REJECTED > 0 AND RETURN-CODE < 4 THEN
002440         MOVE 4 TO RETURN-CODE
002450     END-IF
002460 TERMINATE-RUN-EXIT.
002470     EXIT SECTION.
002480*
002490*    COLLECT THE TEMPLATE CALLS ON DEPFILE.  A JOB IS A BLOCK OF
002500*    RECORDS ENDED BY A BLANK LINE, AND BLANK LINES BETWEEN
002510*    BLOCKS ARE PASSED OVER, SO THE JOB NUMBERS MATCH THE ONES
002520*    THE SCHEDULER PRINTS.  DEPFILE IS OPTIONAL HERE: WITHOUT IT
002530*    THE JOBS USING A TEMPLATE ARE SIMPLY NOT LISTED.
002540 SCAN-DEPFILE SECTION.
002550     OPEN INPUT DEP-FILE
002560     IF DEP-FILE-STATUS NOT = "00" THEN
002570         DISPLAY "TMPLMAINT: NO DEPFILE ON HAND - STATUS "
002580             DEP-FILE-STATUS " - JOBS USING A TEMPLATE WILL "
002590             "NOT BE LISTED"
002600         GO TO SCAN-DEPFILE-EXIT
002610     END-IF
002620     MOVE 1 TO DEP-SCANNED
002630     MOVE 0 TO DEP-EOF
002640     MOVE 0 TO DEP-BLOCK-OPEN
002650     MOVE 0 TO DEP-JOB
002660     PERFORM WITH TEST BEFORE UNTIL DEP-EOF = 1
002670         READ DEP-FILE
002680             AT END
002690                 MOVE 1 TO DEP-EOF
002700                 EXIT PERFORM CYCLE
002710         END-READ
002720         IF DEP-LINE = SPACES THEN
002730             MOVE 0 TO DEP-BLOCK-OPEN
002740             EXIT PERFORM CYCLE
002750         END-IF
002760         IF DEP-BLOCK-OPEN = 0 THEN
002770             MOVE 1 TO DEP-BLOCK-OPEN
002780             ADD 1 TO DEP-JOB
002790         END-IF
002800         IF DTC-MARKER NOT = "*TEMPLATE" THEN
002810             EXIT PERFORM CYCLE
002820         END-IF
002830         IF NUM-CALLS >= MAX-CALLS THEN
002840             DISPLAY "TMPLMAINT: WARNING - MORE THAN "
002850                 MAX-CALLS " TEMPLATE CALLS ON DEPFILE - "
002860                 "JOBS USING A TEMPLATE MAY NOT ALL BE LISTED"
002870             MOVE 1 TO DEP-EOF
002880             EXIT PERFORM CYCLE
002890         END-IF
002900         ADD 1 TO NUM-CALLS
002910         MOVE DEP-JOB TO CL-JOB(NUM-CALLS)
002920         MOVE DTC-TEMPLATE-ID TO CL-TEMPLATE-ID(NUM-CALLS)
002930         MOVE DTC-VERSION-FLD TO CL-VERSION(NUM-CALLS)
002940     END-PERFORM
002950     CLOSE DEP-FILE
002960 SCAN-DEPFILE-EXIT.
002970     EXIT SECTION.
002980*
002990*    ONE PASS OVER THE TRANSACTION DECK, IN DECK ORDER.  EACH
003000*    HEADER CARD GATHERS THE DETAIL CARDS BEHIND IT BEFORE
003010*    ANYTHING IS APPLIED, SO A TRANSACTION IS TAKEN OR REJECTED
003020*    WHOLE.  A DETAIL CARD WITH NO HEADER IN FRONT OF IT IS
003030*    REJECTED ON ITS OWN.
003040 APPLY-TRANSACTIONS SECTION.
003050     PERFORM READ-TRAN-CARD
003060     PERFORM WITH TEST BEFORE UNTIL TRAN-EOF = 1
003070         IF TRAN-REC = SPACES THEN
003080             PERFORM READ-TRAN-CARD
003090             EXIT PERFORM CYCLE
003100         END-IF
003110         IF TR-CODE = "T" OR TR-CODE = "P" THEN
003120             ADD 1 TO TRANS-REJECTED
003130             DISPLAY "TMPLMAINT: RECORD " RECORDS-READ
003140                 " IS A DETAIL CARD WITH NO TEMPLATE HEADER - "
003150                 "REJECTED"
003160             PERFORM READ-TRAN-CARD
003170             EXIT PERFORM CYCLE
003180         END-IF
003190         MOVE TR-CODE TO CUR-CODE
003200         MOVE RECORDS-READ TO CUR-CARD-NO
003210         MOVE TR-TEMPLATE-ID TO CUR-TEMPLATE-ID
003220         MOVE TR-DESC TO CUR-DESC
003230         MOVE TR-COPY-TO-ID TO CUR-COPY-TO-ID
003240         EVALUATE CUR-CODE
003250             WHEN "A"
003260                 MOVE "ADD" TO CUR-VERB
003270             WHEN "C"
003280                 MOVE "CHANGE" TO CUR-VERB
003290             WHEN "D"
003300                 MOVE "DELETE" TO CUR-VERB
003310             WHEN "K"
003320                 MOVE "COPY" TO CUR-VERB
003330             WHEN OTHER
003340                 MOVE SPACES TO CUR-VERB
003350         END-EVALUATE
003360         PERFORM GATHER-DETAIL-CARDS
003370         EVALUATE TRUE
003380             WHEN CUR-VERB = SPACES
003390                 ADD 1 TO TRANS-REJECTED
003400                 DISPLAY "TMPLMAINT: CODE '" CUR-CODE "' ON "
003410                     FUNCTION TRIM(CUR-TEMPLATE-ID)
003420                     " IS INVALID - USE A, C, D OR K"
003430             WHEN CUR-TEMPLATE-ID = SPACES
003440                 ADD 1 TO TRANS-REJECTED
003450                 DISPLAY "TMPLMAINT: RECORD " CUR-CARD-NO
003460                     " HAS NO TEMPLATE ID - REJECTED"
003470             WHEN DETAIL-ERRORS > 0
003480                 ADD 1 TO TRANS-REJECTED
003490                 DISPLAY "TMPLMAINT: " FUNCTION TRIM(CUR-VERB)
003500                     " " FUNCTION TRIM(CUR-TEMPLATE-ID)
003510                     " REJECTED - " DETAIL-ERRORS
003520                     " DETAIL CARD ERRORS"
003530             WHEN CUR-CODE = "A"
003540                 PERFORM APPLY-ADD
003550             WHEN CUR-CODE = "C"
003560                 PERFORM APPLY-CHANGE
003570             WHEN CUR-CODE = "D"
003580                 PERFORM APPLY-DELETE
003590             WHEN CUR-CODE = "K"
003600                 PERFORM APPLY-COPY
003610         END-EVALUATE
003620     END-PERFORM
003630 APPLY-TRANSACTIONS-EXIT.
003640     EXIT SECTION.
003650*
003660 READ-TRAN-CARD SECTION.
003670     READ TRAN-FILE
003680         AT END
003690             MOVE 1 TO TRAN-EOF
003700         NOT AT END
003710             ADD 1 TO RECORDS-READ
003720     END-READ
003730 READ-TRAN-CARD-EXIT.
003740     EXIT SECTION.
003750*
003760*    READ THE T AND P CARDS BEHIND A HEADER INTO THE NEW-VERSION
003770*    TABLES, EDITING EACH ONE, AND STOP AT THE NEXT HEADER (LEFT
003780*    IN THE RECORD AREA) OR END OF FILE.  ONCE THE TASK LIST IS
003790*    COMPLETE EVERY PAIR IS CHECKED AGAINST IT.
003800 GATHER-DETAIL-CARDS SECTION.
003810     MOVE 0 TO DETAIL-CARDS
003820     MOVE 0 TO DETAIL-ERRORS
003830     MOVE 0 TO NEW-TASK-COUNT
003840     MOVE 0 TO NEW-PAIR-COUNT
003850     PERFORM FOREVER
003860         PERFORM READ-TRAN-CARD
003870         IF TRAN-EOF = 1 THEN
003880             EXIT PERFORM
003890         END-IF
003900         IF TRAN-REC = SPACES THEN
003910             EXIT PERFORM CYCLE
003920         END-IF
003930         EVALUATE TR-CODE
003940             WHEN "T"
003950                 ADD 1 TO DETAIL-CARDS
003960                 PERFORM ADD-TEMPLATE-TASK
003970             WHEN "P"
003980                 ADD 1 TO DETAIL-CARDS
003990                 PERFORM ADD-TEMPLATE-PAIR
004000             WHEN OTHER
004010                 EXIT PERFORM
004020         END-EVALUATE
004030     END-PERFORM
004040     PERFORM CHECK-PAIR-TASKS
004050 GATHER-DETAIL-CARDS-EXIT.
004060     EXIT SECTION.
004070*
004080*    A T CARD: A TASK ID, NOT ALREADY ON THIS TEMPLATE.
004090 ADD-TEMPLATE-TASK SECTION.
004100     IF TT-TASK-ID = SPACES THEN
004110         DISPLAY "TMPLMAINT: TEMPLATE "
004120             FUNCTION TRIM(CUR-TEMPLATE-ID) " RECORD "
004130             RECORDS-READ " HAS NO TASK ID"
004140         ADD 1 TO DETAIL-ERRORS
004150         GO TO ADD-TEMPLATE-TASK-EXIT
004160     END-IF
004170     MOVE TT-TASK-ID TO SEEK-TASK-ID
004180     PERFORM FIND-NEW-TASK
004190     IF TASK-FOUND = 1 THEN
004200         DISPLAY "TMPLMAINT: TEMPLATE "
004210             FUNCTION TRIM(CUR-TEMPLATE-ID) " RECORD "
004220             RECORDS-READ " REPEATS TASK "
004230             FUNCTION TRIM(TT-TASK-ID)
004240         ADD 1 TO DETAIL-ERRORS
004250         GO TO ADD-TEMPLATE-TASK-EXIT
004260     END-IF
004270     IF NEW-TASK-COUNT >= MAX-TPL-TASKS THEN
004280         DISPLAY "TMPLMAINT: TEMPLATE "
004290             FUNCTION TRIM(CUR-TEMPLATE-ID) " HAS MORE THAN "
004300             MAX-TPL-TASKS " TASKS"
004310         ADD 1 TO DETAIL-ERRORS
004320         GO TO ADD-TEMPLATE-TASK-EXIT
004330     END-IF
004340     ADD 1 TO NEW-TASK-COUNT
004350     MOVE TT-TASK-ID TO NT-TASK-ID(NEW-TASK-COUNT)
004360 ADD-TEMPLATE-TASK-EXIT.
004370     EXIT SECTION.
004380*
004390*    A P CARD: TWO DIFFERENT TASKS, A NUMERIC OR BLANK LAG AND A
004400*    LINK TYPE OF FS, SS, FF OR BLANK (FS), EDITED THE WAY THE
004410*    SCHEDULER EDITS A DEPFILE PAIR, AND NOT ALREADY ON THIS
004420*    TEMPLATE.
004430 ADD-TEMPLATE-PAIR SECTION.
004440     IF TP-FROM = SPACES OR TP-TO = SPACES THEN
004450         DISPLAY "TMPLMAINT: TEMPLATE "
004460             FUNCTION TRIM(CUR-TEMPLATE-ID) " RECORD "
004470             RECORDS-READ " PAIR IS MISSING A TASK ID"
004480         ADD 1 TO DETAIL-ERRORS
004490         GO TO ADD-TEMPLATE-PAIR-EXIT
004500     END-IF
004510     IF TP-FROM = TP-TO THEN
004520         DISPLAY "TMPLMAINT: TEMPLATE "
004530             FUNCTION TRIM(CUR-TEMPLATE-ID) " RECORD "
004540             RECORDS-READ " PAIRS " FUNCTION TRIM(TP-FROM)
004550             " WITH ITSELF"
004560         ADD 1 TO DETAIL-ERRORS
004570         GO TO ADD-TEMPLATE-PAIR-EXIT
004580     END-IF
004590     IF (TP-LAG NOT = SPACES AND TP-LAG IS NOT NUMERIC)
004600             OR (TP-LINK NOT = SPACES
004610             AND TP-LINK NOT = "FS"
004620             AND TP-LINK NOT = "SS"
004630             AND TP-LINK NOT = "FF") THEN
004640         DISPLAY "TMPLMAINT: TEMPLATE "
004650             FUNCTION TRIM(CUR-TEMPLATE-ID) " RECORD "
004660             RECORDS-READ " LAG OR LINK TYPE FOR "
004670             FUNCTION TRIM(TP-FROM) " -> "
004680             FUNCTION TRIM(TP-TO) " IS NOT VALID"
004690         ADD 1 TO DETAIL-ERRORS
004700         GO TO ADD-TEMPLATE-PAIR-EXIT
004710     END-IF
004720     PERFORM WITH TEST BEFORE VARYING PX FROM 1 BY 1
004725             UNTIL PX > NEW-PAIR-COUNT
004730         IF NP-FROM(PX) = TP-FROM AND NP-TO(PX) = TP-TO THEN
004740             DISPLAY "TMPLMAINT: TEMPLATE "
004750                 FUNCTION TRIM(CUR-TEMPLATE-ID) " RECORD "
004760                 RECORDS-READ " REPEATS PAIR "
004770                 FUNCTION TRIM(TP-FROM) " -> "
004780                 FUNCTION TRIM(TP-TO)
004790             ADD 1 TO DETAIL-ERRORS
004800             GO TO ADD-TEMPLATE-PAIR-EXIT
004810         END-IF
004820     END-PERFORM
004830     IF NEW-PAIR-COUNT >= MAX-TPL-PAIRS THEN
004840         DISPLAY "TMPLMAINT: TEMPLATE "
004850             FUNCTION TRIM(CUR-TEMPLATE-ID) " HAS MORE THAN "
004860             MAX-TPL-PAIRS " PAIRS"
004870         ADD 1 TO DETAIL-ERRORS
004880         GO TO ADD-TEMPLATE-PAIR-EXIT
004890     END-IF
004900     ADD 1 TO NEW-PAIR-COUNT
004910     MOVE TP-FROM TO NP-FROM(NEW-PAIR-COUNT)
004920     MOVE TP-TO TO NP-TO(NEW-PAIR-COUNT)
004930     IF TP-LAG = SPACES THEN
004940         MOVE 0 TO NP-LAG(NEW-PAIR-COUNT)
004950     ELSE
004960         MOVE TP-LAG TO NP-LAG(NEW-PAIR-COUNT)
004970     END-IF
004980     IF TP-LINK = SPACES THEN
004990         MOVE "FS" TO NP-LINK(NEW-PAIR-COUNT)
005000     ELSE
005010         MOVE TP-LINK TO NP-LINK(NEW-PAIR-COUNT)
005020     END-IF
005030 ADD-TEMPLATE-PAIR-EXIT.
005040     EXIT SECTION.
005050*
005060*    EVERY PAIR MUST JOIN TWO TASKS FROM THE TEMPLATE'S OWN TASK
005070*    LIST - A PAIR NAMING A TASK NOBODY LISTED IS THE TYPO THE
005080*    LIBRARY IS MEANT TO KEEP OUT OF DEPFILE.
005090 CHECK-PAIR-TASKS SECTION.
005100     PERFORM WITH TEST BEFORE VARYING PX FROM 1 BY 1
005105             UNTIL PX > NEW-PAIR-COUNT
005110         MOVE NP-FROM(PX) TO SEEK-TASK-ID
005120         PERFORM FIND-NEW-TASK
005130         IF TASK-FOUND = 1 THEN
005140             MOVE NP-TO(PX) TO SEEK-TASK-ID
005150             PERFORM FIND-NEW-TASK
005160         END-IF
005170         IF TASK-FOUND = 0 THEN
005180             DISPLAY "TMPLMAINT: TEMPLATE "
005190                 FUNCTION TRIM(CUR-TEMPLATE-ID) " PAIR "
005200                 FUNCTION TRIM(NP-FROM(PX)) " -> "
005210                 FUNCTION TRIM(NP-TO(PX)) " NAMES TASK "
005220                 FUNCTION TRIM(SEEK-TASK-ID)
005230                 " WHICH IS NOT ON ITS TASK LIST"
005240             ADD 1 TO DETAIL-ERRORS
005250         END-IF
005260     END-PERFORM
005270 CHECK-PAIR-TASKS-EXIT.
005280     EXIT SECTION.
005290*
005300 FIND-NEW-TASK SECTION.
005310     MOVE 0 TO TASK-FOUND
005320     PERFORM WITH TEST BEFORE VARYING NX FROM 1 BY 1
005325             UNTIL NX > NEW-TASK-COUNT
005330         IF NT-TASK-ID(NX) = SEEK-TASK-ID THEN
005340             MOVE 1 TO TASK-FOUND
005350             EXIT PERFORM
005360         END-IF
005370     END-PERFORM
005380 FIND-NEW-TASK-EXIT.
005390     EXIT SECTION.
005400*
005410*    ADD: THE TEMPLATE MUST NOT BE ON FILE AND MUST COME WITH
005420*    ITS TASK AND PAIR CARDS.  IT GOES ON AS VERSION 1, THE
005430*    VERSION FIRST AND THE DIRECTORY LAST, SO THE SCHEDULER
005440*    NEVER FINDS A DIRECTORY POINTING AT NOTHING.
005450 APPLY-ADD SECTION.
005460     MOVE CUR-TEMPLATE-ID TO DIR-SEEK-ID
005470     PERFORM READ-DIRECTORY
005480     IF DIR-ON-FILE = 1 THEN
005490         ADD 1 TO TRANS-REJECTED
005500         DISPLAY "TMPLMAINT: ADD " FUNCTION TRIM(CUR-TEMPLATE-ID)
005510             " REJECTED - KEY ALREADY ON FILE"
005520         GO TO APPLY-ADD-EXIT
005530     END-IF
005540     IF NEW-TASK-COUNT = 0 OR NEW-PAIR-COUNT = 0 THEN
005550         ADD 1 TO TRANS-REJECTED
005560         DISPLAY "TMPLMAINT: ADD " FUNCTION TRIM(CUR-TEMPLATE-ID)
005570             " REJECTED - NEEDS TASK AND PAIR CARDS"
005580         GO TO APPLY-ADD-EXIT
005590     END-IF
005600     MOVE CUR-TEMPLATE-ID TO TARGET-ID
005610     MOVE 1 TO TARGET-VERSION
005620     MOVE CUR-DESC TO TARGET-DESC
005630     PERFORM WRITE-TEMPLATE-VERSION
005640     IF WRITE-FAILED = 1 THEN
005650         ADD 1 TO TRANS-REJECTED
005660         GO TO APPLY-ADD-EXIT
005670     END-IF
005680     MOVE SPACES TO TMPL-REC
005690     MOVE CUR-TEMPLATE-ID TO TPL-ID
005700     MOVE 0 TO TPL-VERSION
005710     MOVE 0 TO TPL-SEQ
005720     MOVE "D" TO TPL-KIND
005730     MOVE CUR-DESC TO TPL-DESC
005740     MOVE 1 TO TPL-CURRENT-VER
005750     MOVE 1 TO TPL-LOW-VER
005760     PERFORM WRITE-TEMPLATE-RECORD
005770     IF WRITE-FAILED = 1 THEN
005780         ADD 1 TO TRANS-REJECTED
005785         PERFORM BACK-OUT-TEMPLATE-VERSION
005790         GO TO APPLY-ADD-EXIT
005800     END-IF
005810     ADD 1 TO TRANS-APPLIED
005820     DISPLAY "TMPLMAINT: ADD    " FUNCTION TRIM(CUR-TEMPLATE-ID)
005830     DISPLAY "  BEFORE: (NOT ON FILE)"
005840     MOVE "  AFTER:  " TO IMAGE-LABEL
005850     PERFORM PRINT-VERSION-IMAGE
005860 APPLY-ADD-EXIT.
005870     EXIT SECTION.
005880*
005890*    CHANGE: THE TEMPLATE MUST BE ON FILE.  DETAIL CARDS MAKE A
005900*    NEW VERSION OUT OF THE FULL TASK AND PAIR LIST GIVEN - NOT A
005910*    PATCH ON THE OLD ONE - AND THE OLD VERSIONS STAY ON FILE
005920*    FOR THE JOBS PINNED TO THEM, WHICH ARE LISTED.  A HEADER
005930*    WITH ONLY A DESCRIPTION RENAMES THE TEMPLATE IN PLACE.
005940 APPLY-CHANGE SECTION.
005950     MOVE CUR-TEMPLATE-ID TO DIR-SEEK-ID
005960     PERFORM READ-DIRECTORY
005970     IF DIR-ON-FILE = 0 THEN
005980         ADD 1 TO TRANS-REJECTED
005990         DISPLAY "TMPLMAINT: CHANGE "
006000             FUNCTION TRIM(CUR-TEMPLATE-ID)
006010             " REJECTED - KEY NOT ON FILE"
006020         GO TO APPLY-CHANGE-EXIT
006030     END-IF
006040     IF DETAIL-CARDS = 0 THEN
006050         PERFORM CHANGE-DESCRIPTION
006060         GO TO APPLY-CHANGE-EXIT
006070     END-IF
006080     IF NEW-TASK-COUNT = 0 OR NEW-PAIR-COUNT = 0 THEN
006090         ADD 1 TO TRANS-REJECTED
006100         DISPLAY "TMPLMAINT: CHANGE "
006110             FUNCTION TRIM(CUR-TEMPLATE-ID)
006120             " REJECTED - A NEW VERSION NEEDS TASK AND PAIR "
006130             "CARDS"
006140         GO TO APPLY-CHANGE-EXIT
006150     END-IF
006160     IF DIR-CURRENT-VER = 9999 THEN
006170         ADD 1 TO TRANS-REJECTED
006180         DISPLAY "TMPLMAINT: CHANGE "
006190             FUNCTION TRIM(CUR-TEMPLATE-ID)
006200             " REJECTED - NO VERSION NUMBERS LEFT"
006210         GO TO APPLY-CHANGE-EXIT
006220     END-IF
006230     MOVE DIR-CURRENT-VER TO OLD-VERSION
006240     MOVE CUR-TEMPLATE-ID TO TARGET-ID
006250     COMPUTE TARGET-VERSION = OLD-VERSION + 1
006260     IF CUR-DESC = SPACES THEN
006270         MOVE DIR-DESC TO TARGET-DESC
006280     ELSE
006290         MOVE CUR-DESC TO TARGET-DESC
006300     END-IF
006310     PERFORM WRITE-TEMPLATE-VERSION
006320     IF WRITE-FAILED = 1 THEN
006330         ADD 1 TO TRANS-REJECTED
006340         GO TO APPLY-CHANGE-EXIT
006350     END-IF
006360     MOVE SPACES TO TMPL-REC
006370     MOVE CUR-TEMPLATE-ID TO TPL-ID
006380     MOVE 0 TO TPL-VERSION
006390     MOVE 0 TO TPL-SEQ
006400     MOVE "D" TO TPL-KIND
006410     MOVE TARGET-DESC TO TPL-DESC
006420     MOVE TARGET-VERSION TO TPL-CURRENT-VER
006430     MOVE DIR-LOW-VER TO TPL-LOW-VER
006440     REWRITE TMPL-REC
006450         INVALID KEY
006460             ADD 1 TO TRANS-REJECTED
006470             DISPLAY "TMPLMAINT: CHANGE "
006480                 FUNCTION TRIM(CUR-TEMPLATE-ID)
006490                 " REWRITE FAILED - STATUS " TPL-FILE-STATUS
006495             PERFORM BACK-OUT-TEMPLATE-VERSION
006500             GO TO APPLY-CHANGE-EXIT
006510     END-REWRITE
006520     ADD 1 TO TRANS-APPLIED
006530     DISPLAY "TMPLMAINT: CHANGE " FUNCTION TRIM(CUR-TEMPLATE-ID)
006540     MOVE OLD-VERSION TO TARGET-VERSION
006550     MOVE "  BEFORE: " TO IMAGE-LABEL
006560     PERFORM PRINT-VERSION-IMAGE
006570     COMPUTE TARGET-VERSION = OLD-VERSION + 1
006580     MOVE "  AFTER:  " TO IMAGE-LABEL
006590     PERFORM PRINT-VERSION-IMAGE
006600     MOVE "C" TO LIST-MODE
006610     PERFORM LIST-TEMPLATE-USERS
006620 APPLY-CHANGE-EXIT.
006630     EXIT SECTION.
006640*
006650*    A CHANGE CARD WITH NO DETAIL CARDS: A NEW DESCRIPTION ON THE
006660*    DIRECTORY, NO NEW VERSION.
006670 CHANGE-DESCRIPTION SECTION.
006680     IF CUR-DESC = SPACES THEN
006690         ADD 1 TO TRANS-REJECTED
006700         DISPLAY "TMPLMAINT: CHANGE "
006710             FUNCTION TRIM(CUR-TEMPLATE-ID)
006720             " REJECTED - NOTHING TO CHANGE"
006730         GO TO CHANGE-DESCRIPTION-EXIT
006740     END-IF
006750     MOVE SPACES TO TMPL-REC
006760     MOVE CUR-TEMPLATE-ID TO TPL-ID
006770     MOVE 0 TO TPL-VERSION
006780     MOVE 0 TO TPL-SEQ
006790     MOVE "D" TO TPL-KIND
006800     MOVE CUR-DESC TO TPL-DESC
006810     MOVE DIR-CURRENT-VER TO TPL-CURRENT-VER
006820     MOVE DIR-LOW-VER TO TPL-LOW-VER
006830     REWRITE TMPL-REC
006840         INVALID KEY
006850             ADD 1 TO TRANS-REJECTED
006860             DISPLAY "TMPLMAINT: CHANGE "
006870                 FUNCTION TRIM(CUR-TEMPLATE-ID)
006880                 " REWRITE FAILED - STATUS " TPL-FILE-STATUS
006890         NOT INVALID KEY
006900             ADD 1 TO TRANS-APPLIED
006910             DISPLAY "TMPLMAINT: CHANGE "
006920                 FUNCTION TRIM(CUR-TEMPLATE-ID)
006930             DISPLAY "  BEFORE: DESC '" FUNCTION TRIM(DIR-DESC)
006940                 "' CURRENT VERSION " DIR-CURRENT-VER
006950             DISPLAY "  AFTER:  DESC '" FUNCTION TRIM(TPL-DESC)
006960                 "' CURRENT VERSION " TPL-CURRENT-VER
006970     END-REWRITE
006980 CHANGE-DESCRIPTION-EXIT.
006990     EXIT SECTION.
007000*
007010*    DELETE: THE TEMPLATE MUST BE ON FILE.  THE CURRENT VERSION
007020*    IS PRINTED FOR THE PAPER TRAIL, THEN EVERY VERSION AND THE
007030*    DIRECTORY GO, AND ANY JOB STILL CALLING THE TEMPLATE -
007040*    WHICH WILL NOW FAIL TO EXPAND - IS LISTED.  A VERSION THAT
007041*    WILL NOT COME OFF STOPS THE DELETE THERE, WITH THE
007042*    DIRECTORY STILL ON FILE FOR THE VERSIONS THAT REMAIN.
007050 APPLY-DELETE SECTION.
007060     MOVE CUR-TEMPLATE-ID TO DIR-SEEK-ID
007070     PERFORM READ-DIRECTORY
007080     IF DIR-ON-FILE = 0 THEN
007090         ADD 1 TO TRANS-REJECTED
007100         DISPLAY "TMPLMAINT: DELETE "
007110             FUNCTION TRIM(CUR-TEMPLATE-ID)
007120             " REJECTED - KEY NOT ON FILE"
007130         GO TO APPLY-DELETE-EXIT
007140     END-IF
007150     IF DETAIL-CARDS > 0 THEN
007160         ADD 1 TO TRANS-REJECTED
007170         DISPLAY "TMPLMAINT: DELETE "
007180             FUNCTION TRIM(CUR-TEMPLATE-ID)
007190             " REJECTED - DELETE TAKES NO DETAIL CARDS"
007200         GO TO APPLY-DELETE-EXIT
007210     END-IF
007220     DISPLAY "TMPLMAINT: DELETE " FUNCTION TRIM(CUR-TEMPLATE-ID)
007230     MOVE CUR-TEMPLATE-ID TO TARGET-ID
007240     MOVE DIR-CURRENT-VER TO TARGET-VERSION
007250     MOVE "  BEFORE: " TO IMAGE-LABEL
007260     PERFORM PRINT-VERSION-IMAGE
007270     MOVE 0 TO DELETE-FAILED
007280     PERFORM WITH TEST BEFORE VARYING TARGET-VERSION
007285             FROM DIR-LOW-VER BY 1
007290             UNTIL TARGET-VERSION > DIR-CURRENT-VER
007295                 OR DELETE-FAILED = 1
007300         PERFORM DELETE-TEMPLATE-VERSION
007310     END-PERFORM
007311     IF DELETE-FAILED = 1 THEN
007312         ADD 1 TO TRANS-REJECTED
007313         DISPLAY "  AFTER:  DELETE FAILED - STATUS "
007314             DELETE-STATUS
007315         GO TO APPLY-DELETE-EXIT
007316     END-IF
007320     MOVE CUR-TEMPLATE-ID TO TPL-ID
007330     MOVE 0 TO TPL-VERSION
007340     MOVE 0 TO TPL-SEQ
007350     DELETE TMPL-MASTER
007360         INVALID KEY
007370             MOVE 1 TO DELETE-FAILED
007380     END-DELETE
007390     IF DELETE-FAILED = 1 THEN
007400         ADD 1 TO TRANS-REJECTED
007410         DISPLAY "  AFTER:  DELETE FAILED - STATUS "
007420             TPL-FILE-STATUS
007430         GO TO APPLY-DELETE-EXIT
007440     END-IF
007450     ADD 1 TO TRANS-APPLIED
007460     DISPLAY "  AFTER:  (DELETED)"
007470     MOVE "D" TO LIST-MODE
007480     PERFORM LIST-TEMPLATE-USERS
007490 APPLY-DELETE-EXIT.
007500     EXIT SECTION.
007510*
007520*    COPY: THE CURRENT VERSION OF THE TEMPLATE ON THE CARD
007530*    BECOMES VERSION 1 OF THE NEW ID IN COLUMNS 40-47, WHICH
007540*    MUST NOT BE ON FILE.  A DESCRIPTION ON THE CARD GOES ON THE
007550*    NEW TEMPLATE; A BLANK ONE KEEPS THE OLD TEMPLATE'S.
007560 APPLY-COPY SECTION.
007570     IF DETAIL-CARDS > 0 THEN
007580         ADD 1 TO TRANS-REJECTED
007590         DISPLAY "TMPLMAINT: COPY " FUNCTION TRIM(CUR-TEMPLATE-ID)
007600             " REJECTED - COPY TAKES NO DETAIL CARDS"
007610         GO TO APPLY-COPY-EXIT
007620     END-IF
007630     IF CUR-COPY-TO-ID = SPACES THEN
007640         ADD 1 TO TRANS-REJECTED
007650         DISPLAY "TMPLMAINT: COPY " FUNCTION TRIM(CUR-TEMPLATE-ID)
007660             " REJECTED - NO NEW TEMPLATE ID"
007670         GO TO APPLY-COPY-EXIT
007680     END-IF
007690     MOVE CUR-COPY-TO-ID TO DIR-SEEK-ID
007700     PERFORM READ-DIRECTORY
007710     IF DIR-ON-FILE = 1 THEN
007720         ADD 1 TO TRANS-REJECTED
007730         DISPLAY "TMPLMAINT: COPY " FUNCTION TRIM(CUR-TEMPLATE-ID)
007740             " TO " FUNCTION TRIM(CUR-COPY-TO-ID)
007750             " REJECTED - NEW KEY ALREADY ON FILE"
007760         GO TO APPLY-COPY-EXIT
007770     END-IF
007780     MOVE CUR-TEMPLATE-ID TO DIR-SEEK-ID
007790     PERFORM READ-DIRECTORY
007800     IF DIR-ON-FILE = 0 THEN
007810         ADD 1 TO TRANS-REJECTED
007820         DISPLAY "TMPLMAINT: COPY " FUNCTION TRIM(CUR-TEMPLATE-ID)
007830             " REJECTED - KEY NOT ON FILE"
007840         GO TO APPLY-COPY-EXIT
007850     END-IF
007860     MOVE CUR-TEMPLATE-ID TO TARGET-ID
007870     MOVE DIR-CURRENT-VER TO TARGET-VERSION
007880     PERFORM LOAD-TEMPLATE-VERSION
007890     IF LOAD-FAILED = 1 THEN
007900         ADD 1 TO TRANS-REJECTED
007910         DISPLAY "TMPLMAINT: COPY " FUNCTION TRIM(CUR-TEMPLATE-ID)
007920             " REJECTED - VERSION " DIR-CURRENT-VER
007930             " IS INCOMPLETE ON FILE"
007940         GO TO APPLY-COPY-EXIT
007950     END-IF
007960     MOVE CUR-COPY-TO-ID TO TARGET-ID
007970     MOVE 1 TO TARGET-VERSION
007980     IF CUR-DESC = SPACES THEN
007990         MOVE DIR-DESC TO TARGET-DESC
008000     ELSE
008010         MOVE CUR-DESC TO TARGET-DESC
008020     END-IF
008030     PERFORM WRITE-TEMPLATE-VERSION
008040     IF WRITE-FAILED = 1 THEN
008050         ADD 1 TO TRANS-REJECTED
008060         GO TO APPLY-COPY-EXIT
008070     END-IF
008080     MOVE SPACES TO TMPL-REC
008090     MOVE CUR-COPY-TO-ID TO TPL-ID
008100     MOVE 0 TO TPL-VERSION
008110     MOVE 0 TO TPL-SEQ
008120     MOVE "D" TO TPL-KIND
008130     MOVE TARGET-DESC TO TPL-DESC
008140     MOVE 1 TO TPL-CURRENT-VER
008150     MOVE 1 TO TPL-LOW-VER
008160     PERFORM WRITE-TEMPLATE-RECORD
008170     IF WRITE-FAILED = 1 THEN
008180         ADD 1 TO TRANS-REJECTED
008185         PERFORM BACK-OUT-TEMPLATE-VERSION
008190         GO TO APPLY-COPY-EXIT
008200     END-IF
008210     ADD 1 TO TRANS-APPLIED
008220     DISPLAY "TMPLMAINT: COPY   " FUNCTION TRIM(CUR-TEMPLATE-ID)
008230         " VERSION " DIR-CURRENT-VER " TO "
008240         FUNCTION TRIM(CUR-COPY-TO-ID)
008250     DISPLAY "  BEFORE: (NOT ON FILE)"
008260     MOVE "  AFTER:  " TO IMAGE-LABEL
008270     PERFORM PRINT-VERSION-IMAGE
008280 APPLY-COPY-EXIT.
008290     EXIT SECTION.
008300*
008310*    LOOK UP A TEMPLATE'S DIRECTORY RECORD AND KEEP ITS FIELDS,
008320*    SINCE THE RECORD AREA IS REUSED FOR THE VERSION RECORDS.
008330 READ-DIRECTORY SECTION.
008340     MOVE DIR-SEEK-ID TO TPL-ID
008350     MOVE 0 TO TPL-VERSION
008360     MOVE 0 TO TPL-SEQ
008370     MOVE 1 TO DIR-ON-FILE
008380     READ TMPL-MASTER
008390         INVALID KEY
008400             MOVE 0 TO DIR-ON-FILE
008410             GO TO READ-DIRECTORY-EXIT
008420     END-READ
008430     MOVE TPL-DESC TO DIR-DESC
008440     MOVE TPL-CURRENT-VER TO DIR-CURRENT-VER
008450     MOVE TPL-LOW-VER TO DIR-LOW-VER
008460 READ-DIRECTORY-EXIT.
008470     EXIT SECTION.
008480*
008490*    WRITE THE NEW-VERSION TABLES AS VERSION TARGET-VERSION OF
008500*    TARGET-ID: THE HEADER, THEN THE TASKS, THEN THE PAIRS.  A
008501*    DETAIL RECORD THAT WILL NOT GO ON LEAVES A HEADER PROMISING
008502*    RECORDS THAT ARE NOT THERE, SO WHAT DID GO ON IS TAKEN BACK
008503*    OFF AND THE FILE NEVER HOLDS A PART-WRITTEN VERSION.
008510 WRITE-TEMPLATE-VERSION SECTION.
008520     MOVE SPACES TO TMPL-REC
008530     MOVE TARGET-ID TO TPL-ID
008540     MOVE TARGET-VERSION TO TPL-VERSION
008550     MOVE 0 TO TPL-SEQ
008560     MOVE "H" TO TPL-KIND
008570     MOVE TARGET-DESC TO TPL-VER-DESC
008580     MOVE RUN-DATE TO TPL-VER-DATE
008590     MOVE NEW-TASK-COUNT TO TPL-TASK-COUNT
008600     MOVE NEW-PAIR-COUNT TO TPL-PAIR-COUNT
008610     PERFORM WRITE-TEMPLATE-RECORD
008620     IF WRITE-FAILED = 1 THEN
008630         GO TO WRITE-TEMPLATE-VERSION-EXIT
008640     END-IF
008650     PERFORM WITH TEST BEFORE VARYING NX FROM 1 BY 1
008655             UNTIL NX > NEW-TASK-COUNT OR WRITE-FAILED = 1
008660         MOVE SPACES TO TMPL-REC
008670         MOVE TARGET-ID TO TPL-ID
008680         MOVE TARGET-VERSION TO TPL-VERSION
008690         MOVE NX TO TPL-SEQ
008700         MOVE "T" TO TPL-KIND
008710         MOVE NT-TASK-ID(NX) TO TPL-TASK-ID
008720         PERFORM WRITE-TEMPLATE-RECORD
008760     END-PERFORM
008770     PERFORM WITH TEST BEFORE VARYING PX FROM 1 BY 1
008775             UNTIL PX > NEW-PAIR-COUNT OR WRITE-FAILED = 1
008780         MOVE SPACES TO TMPL-REC
008790         MOVE TARGET-ID TO TPL-ID
008800         MOVE TARGET-VERSION TO TPL-VERSION
008810         COMPUTE TPL-SEQ = NEW-TASK-COUNT + PX
008820         MOVE "P" TO TPL-KIND
008830         MOVE NP-FROM(PX) TO TPL-FROM
008840         MOVE NP-TO(PX) TO TPL-TO
008850         MOVE NP-LAG(PX) TO TPL-LAG
008860         MOVE NP-LINK(PX) TO TPL-LINK
008870         PERFORM WRITE-TEMPLATE-RECORD
008910     END-PERFORM
008911     IF WRITE-FAILED = 1 THEN
008912         PERFORM BACK-OUT-TEMPLATE-VERSION
008913     END-IF
008920 WRITE-TEMPLATE-VERSION-EXIT.
008930     EXIT SECTION.
008940*
008950 WRITE-TEMPLATE-RECORD SECTION.
008960     MOVE 0 TO WRITE-FAILED
008970     WRITE TMPL-REC
008980         INVALID KEY
008990             MOVE 1 TO WRITE-FAILED
009000             DISPLAY "TMPLMAINT: " FUNCTION TRIM(CUR-VERB) " "
009010                 FUNCTION TRIM(CUR-TEMPLATE-ID)
009020                 " FAILED - WRITE OF " TPL-ID " VERSION "
009030                 TPL-VERSION " SEQUENCE " TPL-SEQ
009040                 " GAVE STATUS " TPL-FILE-STATUS
009050     END-WRITE
009060 WRITE-TEMPLATE-RECORD-EXIT.
009070     EXIT SECTION.
009080*
009090*    READ VERSION TARGET-VERSION OF TARGET-ID BACK INTO THE
009100*    NEW-VERSION TABLES.  A MISSING OR MISPLACED RECORD, OR A
009110*    VERSION TOO BIG FOR THE TABLES, SETS LOAD-FAILED.
009120 LOAD-TEMPLATE-VERSION SECTION.
009130     MOVE 0 TO LOAD-FAILED
009140     MOVE 0 TO NEW-TASK-COUNT
009150     MOVE 0 TO NEW-PAIR-COUNT
009160     MOVE TARGET-ID TO TPL-ID
009170     MOVE TARGET-VERSION TO TPL-VERSION
009180     MOVE 0 TO TPL-SEQ
009190     READ TMPL-MASTER
009200         INVALID KEY
009210             MOVE 1 TO LOAD-FAILED
009220             GO TO LOAD-TEMPLATE-VERSION-EXIT
009230     END-READ
009240     IF TPL-TASK-COUNT > MAX-TPL-TASKS
009250             OR TPL-PAIR-COUNT > MAX-TPL-PAIRS THEN
009260         MOVE 1 TO LOAD-FAILED
009270         GO TO LOAD-TEMPLATE-VERSION-EXIT
009280     END-IF
009290     MOVE TPL-TASK-COUNT TO VERSION-TASKS
009300     COMPUTE VERSION-RECORDS = TPL-TASK-COUNT + TPL-PAIR-COUNT
009310     PERFORM WITH TEST BEFORE VARYING DETAIL-SEQ FROM 1 BY 1
009320             UNTIL DETAIL-SEQ > VERSION-RECORDS
009330         MOVE TARGET-ID TO TPL-ID
009340         MOVE TARGET-VERSION TO TPL-VERSION
009350         MOVE DETAIL-SEQ TO TPL-SEQ
009360         READ TMPL-MASTER
009370             INVALID KEY
009380                 MOVE SPACE TO TPL-KIND
009390         END-READ
009400         EVALUATE TRUE
009410             WHEN TPL-KIND = "T" AND DETAIL-SEQ <= VERSION-TASKS
009420                 ADD 1 TO NEW-TASK-COUNT
009430                 MOVE TPL-TASK-ID TO NT-TASK-ID(NEW-TASK-COUNT)
009440             WHEN TPL-KIND = "P" AND DETAIL-SEQ > VERSION-TASKS
009450                 ADD 1 TO NEW-PAIR-COUNT
009460                 MOVE TPL-FROM TO NP-FROM(NEW-PAIR-COUNT)
009470                 MOVE TPL-TO TO NP-TO(NEW-PAIR-COUNT)
009480                 MOVE TPL-LAG TO NP-LAG(NEW-PAIR-COUNT)
009490                 MOVE TPL-LINK TO NP-LINK(NEW-PAIR-COUNT)
009500             WHEN OTHER
009510                 MOVE 1 TO LOAD-FAILED
009520                 GO TO LOAD-TEMPLATE-VERSION-EXIT
009530         END-EVALUATE
009540     END-PERFORM
009550 LOAD-TEMPLATE-VERSION-EXIT.
009560     EXIT SECTION.
009570*
009580*    REMOVE ONE VERSION: ITS DETAIL RECORDS, THEN ITS HEADER.  A
009590*    VERSION NUMBER WITH NO HEADER ON FILE IS PASSED OVER.
009600 DELETE-TEMPLATE-VERSION SECTION.
009610     MOVE TARGET-ID TO TPL-ID
009620     MOVE TARGET-VERSION TO TPL-VERSION
009630     MOVE 0 TO TPL-SEQ
009640     READ TMPL-MASTER
009650         INVALID KEY
009660             GO TO DELETE-TEMPLATE-VERSION-EXIT
009670     END-READ
009680     COMPUTE VERSION-RECORDS = TPL-TASK-COUNT + TPL-PAIR-COUNT
009690     PERFORM WITH TEST BEFORE VARYING DETAIL-SEQ FROM 1 BY 1
009700             UNTIL DETAIL-SEQ > VERSION-RECORDS
009710         MOVE TARGET-ID TO TPL-ID
009720         MOVE TARGET-VERSION TO TPL-VERSION
009730         MOVE DETAIL-SEQ TO TPL-SEQ
009740         DELETE TMPL-MASTER
009750             INVALID KEY
009760                 CONTINUE
009770         END-DELETE
009780     END-PERFORM
009790     MOVE TARGET-ID TO TPL-ID
009800     MOVE TARGET-VERSION TO TPL-VERSION
009810     MOVE 0 TO TPL-SEQ
009820     DELETE TMPL-MASTER
009830         INVALID KEY
009840             MOVE 1 TO DELETE-FAILED
009845             MOVE TPL-FILE-STATUS TO DELETE-STATUS
009850     END-DELETE
009860 DELETE-TEMPLATE-VERSION-EXIT.
009870     EXIT SECTION.
009880*
009890*    PRINT A STORED VERSION AS A BEFORE OR AFTER IMAGE: ONE LINE
009900*    FOR THE VERSION HEADER, THEN ONE PER TASK AND PAIR.
009910 PRINT-VERSION-IMAGE SECTION.
009920     MOVE TARGET-ID TO TPL-ID
009930     MOVE TARGET-VERSION TO TPL-VERSION
009940     MOVE 0 TO TPL-SEQ
009950     READ TMPL-MASTER
009960         INVALID KEY
009970             DISPLAY IMAGE-LABEL "(VERSION " TARGET-VERSION
009980                 " NOT ON FILE)"
009990             GO TO PRINT-VERSION-IMAGE-EXIT
010000     END-READ
010010     DISPLAY IMAGE-LABEL "VERSION " TPL-VERSION " OF "
010020         TPL-VER-DATE " DESC '" FUNCTION TRIM(TPL-VER-DESC)
010030         "' TASKS " TPL-TASK-COUNT " PAIRS " TPL-PAIR-COUNT
010040     COMPUTE VERSION-RECORDS = TPL-TASK-COUNT + TPL-PAIR-COUNT
010050     PERFORM WITH TEST BEFORE VARYING DETAIL-SEQ FROM 1 BY 1
010060             UNTIL DETAIL-SEQ > VERSION-RECORDS
010070         MOVE TARGET-ID TO TPL-ID
010080         MOVE TARGET-VERSION TO TPL-VERSION
010090         MOVE DETAIL-SEQ TO TPL-SEQ
010100         READ TMPL-MASTER
010110             INVALID KEY
010120                 MOVE SPACE TO TPL-KIND
010130         END-READ
010140         EVALUATE TPL-KIND
010150             WHEN "T"
010160                 DISPLAY "          TASK " TPL-TASK-ID
010170             WHEN "P"
010180                 DISPLAY "          PAIR " TPL-FROM " -> "
010190                     TPL-TO " LAG " TPL-LAG " LINK " TPL-LINK
010200             WHEN OTHER
010210                 DISPLAY "          (SEQUENCE " DETAIL-SEQ
010220                     " NOT ON FILE)"
010230         END-EVALUATE
010240     END-PERFORM
010250 PRINT-VERSION-IMAGE-EXIT.
010260     EXIT SECTION.
010270*
010280*    LIST THE DEPFILE JOBS AFFECTED BY A CHANGE (MODE C) OR A
010290*    DELETE (MODE D).  AFTER A CHANGE A CALL WITH NO VERSION
010300*    TAKES UP THE NEW ONE ON ITS NEXT RUN, SO ONLY THE CALLS
010310*    PINNED TO ANOTHER VERSION ARE STILL ON THE OLD LIST; AFTER
010320*    A DELETE EVERY CALL IS LEFT HANGING.
010330 LIST-TEMPLATE-USERS SECTION.
010340     IF DEP-SCANNED = 0 THEN
010350         GO TO LIST-TEMPLATE-USERS-EXIT
010360     END-IF
010370     MOVE 0 TO USERS-LISTED
010380     PERFORM WITH TEST BEFORE VARYING CX FROM 1 BY 1
010385             UNTIL CX > NUM-CALLS
010390         IF CL-TEMPLATE-ID(CX) NOT = CUR-TEMPLATE-ID THEN
010400             EXIT PERFORM CYCLE
010410         END-IF
010420         IF LIST-MODE = "D" THEN
010430             ADD 1 TO USERS-LISTED
010440             DISPLAY "  IN USE: JOB " CL-JOB(CX)
010450                 " STILL CALLS THIS TEMPLATE"
010460             EXIT PERFORM CYCLE
010470         END-IF
010480         IF CL-VERSION(CX) = SPACES THEN
010490             DISPLAY "  IN USE: JOB " CL-JOB(CX)
010500                 " TAKES UP VERSION " TARGET-VERSION
010510             EXIT PERFORM CYCLE
010520         END-IF
010530         IF CL-VERSION(CX) IS NOT NUMERIC THEN
010540             EXIT PERFORM CYCLE
010550         END-IF
010560         IF CL-VERSION-N(CX) NOT = TARGET-VERSION THEN
010570             ADD 1 TO USERS-LISTED
010580             DISPLAY "  IN USE: JOB " CL-JOB(CX)
010590                 " IS STILL PINNED TO VERSION " CL-VERSION(CX)
010600         END-IF
010610     END-PERFORM
010620     IF USERS-LISTED = 0 THEN
010630         IF LIST-MODE = "D" THEN
010640             DISPLAY "  IN USE: NO DEPFILE JOB CALLS THIS "
010650                 "TEMPLATE"
010660         ELSE
010670             DISPLAY "  IN USE: NO DEPFILE JOB IS PINNED TO AN "
010680                 "OLDER VERSION"
010690         END-IF
010700     END-IF
010710 LIST-TEMPLATE-USERS-EXIT.
010720     EXIT SECTION.
010730*
010740*    TAKE VERSION TARGET-VERSION OF TARGET-ID BACK OFF THE FILE
010750*    WHEN IT WAS WRITTEN ONLY IN PART, OR WHEN THE DIRECTORY
010760*    RECORD THAT WOULD POINT AT IT COULD NOT BE WRITTEN - LEFT
010770*    BEHIND, IT WOULD BLOCK EVERY RETRY OF THE SAME VERSION.
010780 BACK-OUT-TEMPLATE-VERSION SECTION.
010790     MOVE 0 TO DELETE-FAILED
010800     PERFORM DELETE-TEMPLATE-VERSION
010810     IF DELETE-FAILED = 1 THEN
010820         DISPLAY "TMPLMAINT: VERSION " TARGET-VERSION " OF "
010830             FUNCTION TRIM(TARGET-ID) " COULD NOT BE BACKED "
010840             "OUT - STATUS " DELETE-STATUS
010850     END-IF
010860 BACK-OUT-TEMPLATE-VERSION-EXIT.
010870     EXIT SECTION.
010880*
