000170*    ADJUSTED STANDARD PRINTS BEFORE AND AFTER SO THE PLANNER
000180*    CAN AUDIT EACH CHANGE, AND AN AVERAGE THE THREE-DIGIT
000190*    STANDARD CANNOT HOLD IS CAPPED AT 999 AND SAID SO.
000191*    THE TASK MASTER LAYOUT NOW NAMES THE TM-CREW-SIZE FIELD
000192*    CUT FROM ITS FILLER; THE REWRITE CARRIES IT THROUGH AS READ.
000193*    A RUN-DATE RANGE ON AUDRANGE (FIRST DATE IN COLUMNS 1-8, LAST
000194*    IN 9-16, EITHER MAY BE LEFT OPEN) NOW TAKES THE ARCHIVES FROM
000195*    THE KEYED HISTORY STORE AUDSTORE THAT AUDITLOAD KEEPS INSTEAD
000196*    OF FROM THE HAND-BUILT CONCATENATION ON AUDITIN.  WITH NO
000197*    CARD THE JOB READS AUDITIN EXACTLY AS BEFORE.
000198*    EVERY ADJUSTED STANDARD NOW ALSO RECORDS A DATED VERSION OF
000199*    THE TASK ON TASKVERS, DATED TODAY, MARKED AS COMING FROM
000200*    THIS JOB AND CARRYING THE NUMBER OF RUNS AVERAGED, SO A
000201*    RERUN OF AN OLD BATCH CAN STILL USE THE STANDARD IN FORCE
000202*    THEN.  THE FIRST ADJUSTMENT OF A TASK WITH NO VERSIONS YET
000203*    FIRST SAVES THE STANDARD IT REPLACES AS A BASELINE DATED
000204*    ZERO.  THE VERSION FILE IS STARTED EMPTY IF IT DOES NOT
000205*    EXIST YET.
000206*    A RUN THAT FINDS THE VERSION FILE EMPTY NOW FIRST RECORDS
000207*    EVERY TASK ON THE MASTER AS A BASELINE DATED ZERO, SO A LATER
000208*    RELOAD DOES NOT TAKE THE UNTOUCHED TASKS FOR NEW ONES.
000209*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT HIST-FILE ASSIGN TO "AUDITIN"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS HIST-FILE-STATUS.
000261     SELECT RANGE-FILE ASSIGN TO "AUDRANGE"
000262         ORGANIZATION IS LINE SEQUENTIAL
000263         FILE STATUS IS RANGE-FILE-STATUS.
000264     SELECT AUD-STORE ASSIGN TO "AUDSTORE"
000265         ORGANIZATION IS INDEXED
000266         ACCESS MODE IS DYNAMIC
000267         RECORD KEY IS AS-KEY
000268         FILE STATUS IS STORE-FILE-STATUS.
000270     SELECT FEED-FILE ASSIGN TO "FEEDCARD"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS FEED-FILE-STATUS.
000300     SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TM-TASK-ID
000340         FILE STATUS IS TM-FILE-STATUS.
000341     SELECT TASK-VERSIONS ASSIGN TO "TASKVERS"
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS DYNAMIC
000344         RECORD KEY IS TV-KEY
000345         FILE STATUS IS TV-FILE-STATUS.
000350*
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  HIST-FILE.
000385 01  HIST-IN-REC            PIC X(63).
000390*
000395 FD  RANGE-FILE.
000400 01  RANGE-LINE.
000405     05  RANGE-FROM-FLD     PIC X(08).
000410     05  RANGE-TO-FLD       PIC X(08).
000415     05  FILLER             PIC X(64).
000420*
000425*    THE AUDIT HISTORY STORE AUDITLOAD KEEPS, KEYED BY RUN DATE,
000430*    JOB AND LOAD SEQUENCE.
000435 FD  AUD-STORE.
000440 01  STORE-REC.
000445     05  AS-KEY.
000450         10  AS-RUN-DATE    PIC 9(08).
000455         10  AS-JOB-NUM     PIC 9(04).
000460         10  AS-SEQ         PIC 9(06).
000465     05  AS-AUDIT-DATA      PIC X(63).
000470     05  FILLER             PIC X(17).
000490*
000500 FD  FEED-FILE.
000510 01  FEED-LINE.
000600     05  TM-DEPT            PIC X(04).
000610     05  TM-STD-DUR         PIC 9(03).
000620     05  TM-SKILL-CLASS     PIC X(02).
000624     05  TM-CREW-SIZE       PIC 9(02).
000630     05  FILLER             PIC X(09).
000640*
000641*    ONE DATED VERSION OF A TASK'S MASTER FIGURES, KEYED BY TASK,
000642*    EFFECTIVE DATE AND A SEQUENCE THAT KEEPS TWO CHANGES ON THE
000643*    SAME DAY APART.  THE ACTION IS A (ADDED), C (CHANGED), D
000644*    (DELETED) OR B (THE FIGURES ON THE MASTER BEFORE THE FIRST
000645*    RECORDED CHANGE, DATED ZERO).  THE SAME LAYOUT IS IN
000646*    TASKMLOAD, TASKMAINT, TASKMHIST AND THE SCHEDULER.
000647 FD  TASK-VERSIONS.
000648 01  TASK-VERSION-REC.
000649     05  TV-KEY.
000650         10  TV-TASK-ID     PIC X(10).
000651         10  TV-EFF-DATE    PIC 9(08).
000652         10  TV-SEQ         PIC 9(04).
000653     05  TV-ACTION          PIC X(01).
000654     05  TV-SOURCE          PIC X(09).
000655     05  TV-REASON          PIC X(20).
000656     05  TV-FIGURES.
000657         10  TV-DESC        PIC X(30).
000658         10  TV-DEPT        PIC X(04).
000659         10  TV-STD-DUR     PIC 9(03).
000660         10  TV-SKILL-CLASS PIC X(02).
000661         10  TV-CREW-SIZE   PIC 9(02).
000662     05  FILLER             PIC X(07).
000663*
000664 WORKING-STORAGE SECTION.
000665 01  HIST-FILE-STATUS       PIC XX.
000670 01  FEED-FILE-STATUS       PIC XX.
000680 01  TM-FILE-STATUS         PIC XX.
000681 01  TV-FILE-STATUS         PIC XX.
000682 01  RANGE-FILE-STATUS      PIC XX.
000683 01  STORE-FILE-STATUS      PIC XX.
000684*
000685*    THE ARCHIVED AUDIT RECORD, READ FROM AUDITIN OR TAKEN FROM
000686*    THE HISTORY STORE.
000687 01  HIST-RECORD.
000688     05  HST-REC-TYPE       PIC X(08).
000689     05  HST-JOB-NUM        PIC X(04).
000690     05  HST-TASK-ID        PIC X(10).
000691     05  HST-WORKER         PIC X(02).
000692     05  HST-START          PIC X(08).
000693     05  HST-FINISH         PIC X(08).
000694     05  HST-CRIT-POS       PIC X(04).
000695     05  FILLER             PIC X(14).
000696     05  HST-EMP-ID         PIC X(05).
000697*
000698*    RUN-DATE SELECTION FROM THE HISTORY STORE.  WITH NO AUDRANGE
000699*    CARD THE ARCHIVES ARE READ FROM AUDITIN AS BEFORE.
000700 01  STORE-MODE             PIC 9            VALUE 0.
000701 01  HIST-EOF               PIC 9            VALUE 0.
000702 01  RANGE-FROM             PIC 9(08)        VALUE 0.
000703 01  RANGE-TO               PIC 9(08)        VALUE 99999999.
000704 01  SOURCE-NAME            PIC X(08)        VALUE "AUDITIN".
000705 01  SOURCE-STATUS          PIC XX.
000706*
000707*    PER-TASK ACCUMULATORS, FOUND AND FILLED THE SAME WAY
000710*    AUDITHIST FILLS ITS TABLE.
000720 01  T                      PIC 9(04).
000730 01  NUM-HIST-TASKS         PIC 9(04)        VALUE 0.
001060 01  TASKS-IN-TOLERANCE     PIC 9(04)        VALUE 0.
001070 01  TASKS-NOT-ON-MASTER    PIC 9(04)        VALUE 0.
001080 01  TASKS-CAPPED           PIC 9(04)        VALUE 0.
001081 01  TODAY-DATE             PIC 9(08).
001082 01  VERSIONS-WRITTEN       PIC 9(04)        VALUE 0.
001083 01  VERSION-TASK-ID        PIC X(10).
001084 01  VERSION-WRITTEN        PIC 9.
001085*
001086*    THE LATEST VERSION ON FILE FOR VERSION-TASK-ID, AS FOUND BY
001087*    FIND-LATEST-VERSION.
001088 01  LATEST-VERSION.
001089     05  LV-KEY.
001090         10  LV-TASK-ID     PIC X(10).
001091         10  LV-EFF-DATE    PIC 9(08).
001092         10  LV-SEQ         PIC 9(04).
001093     05  LV-ACTION          PIC X(01).
001094     05  LV-SOURCE          PIC X(09).
001095     05  LV-REASON          PIC X(20).
001096     05  LV-FIGURES.
001097         10  LV-DESC        PIC X(30).
001098         10  LV-DEPT        PIC X(04).
001099         10  LV-STD-DUR     PIC 9(03).
001100         10  LV-SKILL-CLASS PIC X(02).
001101         10  LV-CREW-SIZE   PIC 9(02).
001102     05  FILLER             PIC X(07).
001103 01  LV-FOUND               PIC 9.
001104*
001105 PROCEDURE DIVISION.
001110*
001120 MAINLINE SECTION.
001130     PERFORM INITIALIZE-RUN
001135     PERFORM RECORD-MASTER-BASELINES
001140     PERFORM READ-FEED-CARD
001150     PERFORM READ-AUDIT-HISTORY
001160     PERFORM ADJUST-STANDARDS
001190*
001200 INITIALIZE-RUN SECTION.
001210     INITIALIZE HIST-TASK-TABLE
001214     PERFORM READ-RANGE-CARD
001218     IF STORE-MODE = 1 THEN
001222         MOVE "AUDSTORE" TO SOURCE-NAME
001226         OPEN INPUT AUD-STORE
001230         MOVE STORE-FILE-STATUS TO SOURCE-STATUS
001234     ELSE
001238         OPEN INPUT HIST-FILE
001242         MOVE HIST-FILE-STATUS TO SOURCE-STATUS
001246     END-IF
001250     IF SOURCE-STATUS NOT = "00" THEN
001254         DISPLAY "DURFEED: CANNOT OPEN "
001255             FUNCTION TRIM(SOURCE-NAME)
001258             " - STATUS " SOURCE-STATUS
001262         MOVE 16 TO RETURN-CODE
001266         STOP RUN
001270     END-IF
001274     PERFORM POSITION-AUDIT-STORE
001290     OPEN I-O TASK-MASTER
001300     IF TM-FILE-STATUS NOT = "00" THEN
001310         DISPLAY "DURFEED: CANNOT OPEN TASKMSTR - STATUS "
001320             TM-FILE-STATUS
001330         MOVE 16 TO RETURN-CODE
001340         PERFORM CLOSE-AUDIT-SOURCE
001350         STOP RUN
001360     END-IF
001361     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
001362     OPEN I-O TASK-VERSIONS
001363     IF TV-FILE-STATUS = "35" THEN
001364         DISPLAY "DURFEED: TASKVERS NOT FOUND - STARTING AN "
001365             "EMPTY VERSION FILE"
001366         OPEN OUTPUT TASK-VERSIONS
001367         CLOSE TASK-VERSIONS
001368         OPEN I-O TASK-VERSIONS
001369     END-IF
001370     IF TV-FILE-STATUS NOT = "00" THEN
001371         DISPLAY "DURFEED: CANNOT OPEN TASKVERS - STATUS "
001372             TV-FILE-STATUS
001373         MOVE 16 TO RETURN-CODE
001374         PERFORM CLOSE-AUDIT-SOURCE
001375         CLOSE TASK-MASTER
001376         STOP RUN
001377     END-IF
001378 INITIALIZE-RUN-EXIT.
001380     EXIT SECTION.
001390*
001400 TERMINATE-RUN SECTION.
001410     PERFORM CLOSE-AUDIT-SOURCE
001420     CLOSE TASK-MASTER
001424     CLOSE TASK-VERSIONS
001430     DISPLAY " "
001440     DISPLAY "DURFEED: TASKS EXAMINED      " TASKS-EXAMINED
001450     DISPLAY "DURFEED: STANDARDS ADJUSTED  " TASKS-ADJUSTED
001460     DISPLAY "DURFEED: TOO FEW COMPLETIONS " TASKS-TOO-FEW
001470     DISPLAY "DURFEED: WITHIN TOLERANCE    " TASKS-IN-TOLERANCE
001480     DISPLAY "DURFEED: NOT ON MASTER       " TASKS-NOT-ON-MASTER
001484     DISPLAY "DURFEED: VERSIONS RECORDED   " VERSIONS-WRITTEN
001490     DISPLAY "DURFEED: CAPPED AT " STD-CAP "          "
001500         TASKS-CAPPED
001510     DISPLAY "DURFEED: RECORDS READ        " RECORDS-READ
001720         DISPLAY "DURFEED: FEEDCARD COULD NOT BE READ - STATUS "
001730             FEED-FILE-STATUS " - REJECTING RUN"
001740         MOVE 16 TO RETURN-CODE
001750         PERFORM CLOSE-AUDIT-SOURCE
001760         CLOSE TASK-MASTER
001770         STOP RUN
001780     END-IF
001910             "' IS NOT NUMERIC - REJECTING RUN"
001920         MOVE 16 TO RETURN-CODE
001930         CLOSE FEED-FILE
001940         PERFORM CLOSE-AUDIT-SOURCE
001950         CLOSE TASK-MASTER
001960         STOP RUN
001970     END-IF
002080*    THE CRIT-POS COLUMNS BEAT FINISH MINUS START WHEN PRESENT.
002090 READ-AUDIT-HISTORY SECTION.
002100     PERFORM FOREVER
002107         PERFORM READ-AUDIT-SOURCE
002114         IF HIST-EOF = 1 THEN
002121             EXIT PERFORM
002128         END-IF
002140         ADD 1 TO RECORDS-READ
002150         IF HST-REC-TYPE = "COMPLETE" THEN
002160             PERFORM TALLY-COMPLETION
003340                 EXIT PERFORM CYCLE
003350         END-REWRITE
003360         ADD 1 TO TASKS-ADJUSTED
003364         PERFORM RECORD-FEED-VERSION
003370         IF AVG-WORKED > STD-CAP THEN
003380             DISPLAY "  " HT-TASK-ID OF HIST-TASK(T)
003390                 " STD " OLD-STD-DUR " -> " NEW-STD-DUR
003500 ADJUST-STANDARDS-EXIT.
003510     EXIT SECTION.
003520*
003530*    THE RANGE CARD: FIRST RUN DATE IN COLUMNS 1-8 AND LAST IN
003540*    9-16 (YYYYMMDD; A BLANK END IS OPEN).  A CARD SENDS THE JOB
003550*    TO THE HISTORY STORE INSTEAD OF AUDITIN.  A CARD THAT IS
003560*    PRESENT BUT UNREADABLE OR DOES NOT SCAN IS REJECTED RATHER
003570*    THAN QUIETLY FALLING BACK ON WHATEVER AUDITIN HOLDS.
003580 READ-RANGE-CARD SECTION.
003590     OPEN INPUT RANGE-FILE
003600     IF RANGE-FILE-STATUS = "35" THEN
003610         GO TO READ-RANGE-CARD-EXIT
003620     END-IF
003630     IF RANGE-FILE-STATUS NOT = "00" THEN
003640         DISPLAY "DURFEED: AUDRANGE COULD NOT BE READ - STATUS "
003650             RANGE-FILE-STATUS " - REJECTING RUN"
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF
003690     READ RANGE-FILE
003700         AT END
003710             CLOSE RANGE-FILE
003720             GO TO READ-RANGE-CARD-EXIT
003730     END-READ
003740     IF (RANGE-FROM-FLD NOT = SPACES
003750             AND RANGE-FROM-FLD IS NOT NUMERIC)
003760             OR (RANGE-TO-FLD NOT = SPACES
003770             AND RANGE-TO-FLD IS NOT NUMERIC) THEN
003780         DISPLAY "DURFEED: AUDRANGE '" RANGE-FROM-FLD
003790             RANGE-TO-FLD "' IS NOT NUMERIC - REJECTING RUN"
003800         MOVE 16 TO RETURN-CODE
003810         CLOSE RANGE-FILE
003820         STOP RUN
003830     END-IF
003840     IF RANGE-FROM-FLD NOT = SPACES THEN
003850         MOVE RANGE-FROM-FLD TO RANGE-FROM
003860     END-IF
003870     IF RANGE-TO-FLD NOT = SPACES THEN
003880         MOVE RANGE-TO-FLD TO RANGE-TO
003890     END-IF
003900     IF RANGE-FROM > RANGE-TO THEN
003910         DISPLAY "DURFEED: AUDRANGE RUN DATES " RANGE-FROM
003920             " TO " RANGE-TO " ARE BACKWARDS - REJECTING RUN"
003930         MOVE 16 TO RETURN-CODE
003940         CLOSE RANGE-FILE
003950         STOP RUN
003960     END-IF
003970     MOVE 1 TO STORE-MODE
003980     CLOSE RANGE-FILE
003990 READ-RANGE-CARD-EXIT.
004000     EXIT SECTION.
004010*
004020*    PUT THE HISTORY STORE AT THE FIRST RECORD OF THE RANGE.
004030 POSITION-AUDIT-STORE SECTION.
004040     IF STORE-MODE = 0 THEN
004050         GO TO POSITION-AUDIT-STORE-EXIT
004060     END-IF
004070     DISPLAY "DURFEED: READING AUDSTORE RUN DATES " RANGE-FROM
004080         " TO " RANGE-TO
004090     MOVE RANGE-FROM TO AS-RUN-DATE
004100     MOVE 0 TO AS-JOB-NUM
004110     MOVE 0 TO AS-SEQ
004120     START AUD-STORE KEY IS NOT LESS THAN AS-KEY
004130         INVALID KEY
004140             MOVE 1 TO HIST-EOF
004150     END-START
004160 POSITION-AUDIT-STORE-EXIT.
004170     EXIT SECTION.
004180*
004190*    THE NEXT ARCHIVED AUDIT RECORD INTO HIST-RECORD, FROM
004200*    AUDITIN OR FROM THE STORE UP TO THE END OF THE RANGE.
004210 READ-AUDIT-SOURCE SECTION.
004220     IF HIST-EOF = 1 THEN
004230         GO TO READ-AUDIT-SOURCE-EXIT
004240     END-IF
004250     IF STORE-MODE = 0 THEN
004260         READ HIST-FILE INTO HIST-RECORD
004270             AT END
004280                 MOVE 1 TO HIST-EOF
004290         END-READ
004300         GO TO READ-AUDIT-SOURCE-EXIT
004310     END-IF
004320     READ AUD-STORE NEXT RECORD
004330         AT END
004340             MOVE 1 TO HIST-EOF
004350             GO TO READ-AUDIT-SOURCE-EXIT
004360     END-READ
004370     IF AS-RUN-DATE > RANGE-TO THEN
004380         MOVE 1 TO HIST-EOF
004390         GO TO READ-AUDIT-SOURCE-EXIT
004400     END-IF
004410     MOVE AS-AUDIT-DATA TO HIST-RECORD
004420 READ-AUDIT-SOURCE-EXIT.
004430     EXIT SECTION.
004440*
004450 CLOSE-AUDIT-SOURCE SECTION.
004460     IF STORE-MODE = 1 THEN
004470         CLOSE AUD-STORE
004480     ELSE
004490         CLOSE HIST-FILE
004500     END-IF
004510 CLOSE-AUDIT-SOURCE-EXIT.
004520     EXIT SECTION.
004530*
004540*    RECORD THE ADJUSTED STANDARD AS A NEW VERSION, AFTER SAVING
004550*    THE ONE IT REPLACED AS THE BASELINE IF THE TASK HAS NO
004560*    VERSIONS YET.
004570 RECORD-FEED-VERSION SECTION.
004580     MOVE TM-TASK-ID TO VERSION-TASK-ID
004590     PERFORM FIND-LATEST-VERSION
004600     MOVE SPACES TO TASK-VERSION-REC
004610     MOVE TM-TASK-ID TO TV-TASK-ID
004620     MOVE "DURFEED" TO TV-SOURCE
004630     MOVE TM-DESC TO TV-DESC
004640     MOVE TM-DEPT TO TV-DEPT
004650     MOVE TM-SKILL-CLASS TO TV-SKILL-CLASS
004660     MOVE TM-CREW-SIZE TO TV-CREW-SIZE
004670     IF LV-FOUND = 0 THEN
004680         MOVE 0 TO TV-EFF-DATE
004690         MOVE "B" TO TV-ACTION
004700         MOVE "MASTER BEFORE CHANGE" TO TV-REASON
004710         MOVE OLD-STD-DUR TO TV-STD-DUR
004720         PERFORM WRITE-TASK-VERSION
004730     END-IF
004740     MOVE TODAY-DATE TO TV-EFF-DATE
004750     MOVE "C" TO TV-ACTION
004760     MOVE SPACES TO TV-REASON
004770     STRING "AVG OF " HT-COMPLETIONS OF HIST-TASK(T) " RUNS"
004780         DELIMITED BY SIZE INTO TV-REASON
004790     MOVE NEW-STD-DUR TO TV-STD-DUR
004800     PERFORM WRITE-TASK-VERSION
004810 RECORD-FEED-VERSION-EXIT.
004820     EXIT SECTION.
004825*
004830*    THE LATEST VERSION ON FILE FOR VERSION-TASK-ID INTO
004840*    LATEST-VERSION, WITH LV-FOUND SAYING WHETHER THERE IS ONE.
004850 FIND-LATEST-VERSION SECTION.
004860     MOVE 0 TO LV-FOUND
004870     MOVE VERSION-TASK-ID TO TV-TASK-ID
004880     MOVE 0 TO TV-EFF-DATE
004890     MOVE 0 TO TV-SEQ
004900     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
004910         INVALID KEY
004920             GO TO FIND-LATEST-VERSION-EXIT
004930     END-START
004940     PERFORM FOREVER
004950         READ TASK-VERSIONS NEXT RECORD
004960             AT END EXIT PERFORM
004970         END-READ
004980         IF TV-TASK-ID NOT = VERSION-TASK-ID THEN
004990             EXIT PERFORM
005000         END-IF
005010         MOVE 1 TO LV-FOUND
005020         MOVE TASK-VERSION-REC TO LATEST-VERSION
005030     END-PERFORM
005040 FIND-LATEST-VERSION-EXIT.
005050     EXIT SECTION.
005060*
005070*    WRITE THE VERSION BUILT IN TASK-VERSION-REC UNDER THE NEXT
005080*    FREE SEQUENCE FOR ITS TASK AND DATE.
005090 WRITE-TASK-VERSION SECTION.
005100     MOVE 0 TO TV-SEQ
005110     MOVE 0 TO VERSION-WRITTEN
005120     PERFORM WITH TEST BEFORE UNTIL VERSION-WRITTEN NOT = 0
005130         WRITE TASK-VERSION-REC
005140             INVALID KEY
005150                 IF TV-FILE-STATUS = "22" AND TV-SEQ < 9999 THEN
005160                     ADD 1 TO TV-SEQ
005170                 ELSE
005180                     DISPLAY "DURFEED: VERSION WRITE FAILED "
005190                         "FOR " FUNCTION TRIM(TV-TASK-ID)
005200                         " - STATUS " TV-FILE-STATUS
005210                     MOVE 12 TO RETURN-CODE
005220                     MOVE 2 TO VERSION-WRITTEN
005230                 END-IF
005240             NOT INVALID KEY
005250                 ADD 1 TO VERSIONS-WRITTEN
005260                 MOVE 1 TO VERSION-WRITTEN
005270         END-WRITE
005280     END-PERFORM
005290 WRITE-TASK-VERSION-EXIT.
005300     EXIT SECTION.
005310*
005320*    A VERSION FILE WITH NOTHING IN IT IS BEING STARTED, SO EVERY
005330*    TASK ON THE MASTER GOES INTO IT FIRST, AS IT STANDS AND DATED
005340*    ZERO, AS THE FIGURES IN FORCE BEFORE VERSIONS WERE KEPT.
005350*    WITHOUT THEM THE NEXT RELOAD WOULD RECORD EVERY TASK THIS
005360*    RUN DID NOT ADJUST AS ADDED TODAY, AND A RERUN AS OF AN
005370*    EARLIER DATE WOULD FIND NO FIGURES FOR IT.
005380 RECORD-MASTER-BASELINES SECTION.
005390     MOVE LOW-VALUES TO TV-KEY
005400     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
005410         NOT INVALID KEY
005420             GO TO RECORD-MASTER-BASELINES-EXIT
005430     END-START
005440     MOVE LOW-VALUES TO TM-TASK-ID
005450     START TASK-MASTER KEY IS NOT LESS THAN TM-TASK-ID
005460         INVALID KEY
005470             GO TO RECORD-MASTER-BASELINES-EXIT
005480     END-START
005490     PERFORM FOREVER
005500         READ TASK-MASTER NEXT RECORD
005510             AT END EXIT PERFORM
005520         END-READ
005530         MOVE SPACES TO TASK-VERSION-REC
005540         MOVE TM-TASK-ID TO TV-TASK-ID
005550         MOVE 0 TO TV-EFF-DATE
005560         MOVE "B" TO TV-ACTION
005570         MOVE "DURFEED" TO TV-SOURCE
005580         MOVE "VERSION FILE STARTED" TO TV-REASON
005590         MOVE TM-DESC TO TV-DESC
005600         MOVE TM-DEPT TO TV-DEPT
005610         MOVE TM-STD-DUR TO TV-STD-DUR
005620         MOVE TM-SKILL-CLASS TO TV-SKILL-CLASS
005630         MOVE TM-CREW-SIZE TO TV-CREW-SIZE
005640         PERFORM WRITE-TASK-VERSION
005650     END-PERFORM
005660     DISPLAY "DURFEED: TASKVERS WAS EMPTY - " VERSIONS-WRITTEN
005670         " MASTER TASKS RECORDED AS THE BASELINE"
005680 RECORD-MASTER-BASELINES-EXIT.
005690     EXIT SECTION.
005700*
