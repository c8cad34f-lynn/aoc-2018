000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDITLOAD.
000030*
000040* MODIFICATION HISTORY.
000050*    NEW PROGRAM.  EVERY SCHEDULER RUN OPENS AUDITOUT FOR OUTPUT
000060*    AND OVERWRITES IT, AND AUDITHIST, DURFEED AND SCHEDVAR HAVE
000070*    DEPENDED ON SOMEBODY CONCATENATING THE DAILY COPIES INTO
000080*    AUDITIN BY HAND - DAYS WENT MISSING OR WENT IN TWICE, AND
000090*    THE DURFEED STANDARDS QUIETLY SKEWED.  THIS JOB APPENDS A
000100*    DAY'S AUDITOUT TO THE KEYED HISTORY STORE AUDSTORE, KEYED
000110*    BY RUN DATE, JOB NUMBER AND A LOAD SEQUENCE NUMBER, SO A
000120*    DAY'S RECORDS COME BACK GROUPED BY JOB AND, WITHIN A JOB,
000125*    IN THE ORDER THE SCHEDULER WROTE THEM.
000130*    THE RUN DATE COMES FROM LOADCARD (COLUMNS 1-8, YYYYMMDD;
000140*    BLANK OR NO CARD MEANS TODAY), AND A RUN DATE ALREADY ON
000150*    THE STORE IS REFUSED WITH RETURN CODE 16 SO A DAY CANNOT BE
000160*    LOADED TWICE.  THE LOAD PRINTS ITS RECORD COUNTS BY RECORD
000170*    TYPE SO EACH DAY CAN BE BALANCED AGAINST THE SCHEDULER'S
000180*    OWN FIGURES.  A RETENTION PERIOD IN DAYS IN COLUMNS 9-12
000190*    PURGES EVERY RUN DATE OLDER THAN THAT MANY DAYS BEFORE
000200*    TODAY; WITH NO AUDITOUT SUPPLIED THE JOB ONLY PURGES.  A
000210*    STORE THAT DOES NOT EXIST YET IS STARTED EMPTY.
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS AUDIT-FILE-STATUS.
000290     SELECT LOAD-FILE ASSIGN TO "LOADCARD"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS LOAD-FILE-STATUS.
000320     SELECT AUD-STORE ASSIGN TO "AUDSTORE"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS AS-KEY
000360         FILE STATUS IS STORE-FILE-STATUS.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400*
000410*    THE DAY'S AUDIT TRAIL AS THE SCHEDULER WROTE IT.  ONLY THE
000420*    TYPE AND JOB ARE LOOKED AT; THE WHOLE RECORD IS STORED.
000430 FD  AUDIT-FILE.
000440 01  AUDIT-RECORD.
000450     05  AUD-REC-TYPE       PIC X(08).
000460     05  AUD-JOB-NUM        PIC X(04).
000470     05  FILLER             PIC X(51).
000480*
000490 FD  LOAD-FILE.
000500 01  LOAD-LINE.
000510     05  LOAD-DATE-FLD      PIC X(08).
000520     05  LOAD-RETAIN-FLD    PIC X(04).
000530     05  FILLER             PIC X(68).
000540*
000550*    THE AUDIT HISTORY STORE.  THE SAME LAYOUT IS IN AUDITHIST,
000560*    DURFEED AND SCHEDVAR.
000570 FD  AUD-STORE.
000580 01  STORE-REC.
000590     05  AS-KEY.
000600         10  AS-RUN-DATE    PIC 9(08).
000610         10  AS-JOB-NUM     PIC 9(04).
000620         10  AS-SEQ         PIC 9(06).
000630     05  AS-AUDIT-DATA      PIC X(63).
000640     05  FILLER             PIC X(17).
000650*
000660 WORKING-STORAGE SECTION.
000670 01  AUDIT-FILE-STATUS      PIC XX.
000680 01  LOAD-FILE-STATUS       PIC XX.
000690 01  STORE-FILE-STATUS      PIC XX.
000700 01  TODAY-DATE             PIC 9(08).
000710 01  LOAD-RUN-DATE          PIC 9(08).
000720 01  RETAIN-DAYS            PIC 9(04)        VALUE 0.
000730 01  PURGE-CUTOFF           PIC 9(08).
000740 01  LOAD-WANTED            PIC 9            VALUE 1.
000750 01  STORE-EOF              PIC 9.
000760*
000770*    RECORD BOOKKEEPING.
000780 01  RECORDS-READ           PIC 9(08)        VALUE 0.
000790 01  RECORDS-LOADED         PIC 9(08)        VALUE 0.
000800 01  RECORDS-SKIPPED        PIC 9(08)        VALUE 0.
000810 01  RECORDS-PURGED         PIC 9(08)        VALUE 0.
000820 01  LOAD-SEQ               PIC 9(06)        VALUE 0.
000830 01  PURGE-DATE             PIC 9(08).
000840 01  PURGE-DATE-COUNT       PIC 9(08).
000850*
000860*    RECORD COUNTS BY AUD-REC-TYPE, IN THE ORDER THE TYPES
000870*    FIRST TURN UP.  A TYPE PAST THE TABLE IS COUNTED UNDER
000880*    THE LAST ROW AS OTHER.
000890 01  TY                     PIC 99.
000900 01  NUM-TYPES              PIC 99           VALUE 0.
000910 01  MAX-TYPES              PIC 99           VALUE 20.
000920 01  TYPE-COUNT-TABLE.
000930     05  TYPE-COUNT OCCURS 20 TIMES.
000940         10  TC-REC-TYPE    PIC X(08).
000950         10  TC-COUNT       PIC 9(08).
000960*
000970 PROCEDURE DIVISION.
000980*
000990 MAINLINE SECTION.
001000     PERFORM INITIALIZE-RUN
001010     IF LOAD-WANTED = 1 THEN
001020         PERFORM CHECK-RUN-DATE-LOADED
001030         PERFORM LOAD-AUDIT-RECORDS
001040         PERFORM WRITE-LOAD-COUNTS
001050     END-IF
001060     IF RETAIN-DAYS > 0 THEN
001070         PERFORM PURGE-OLD-RUN-DATES
001080     END-IF
001090     PERFORM TERMINATE-RUN
001100     STOP RUN.
001110*
001120 INITIALIZE-RUN SECTION.
001130     INITIALIZE TYPE-COUNT-TABLE
001140     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
001150     MOVE TODAY-DATE TO LOAD-RUN-DATE
001160     PERFORM READ-LOAD-CARD
001170*
001180*    THE FIRST LOAD BUILDS THE STORE, SO ONE THAT DOES NOT
001190*    EXIST YET IS STARTED EMPTY.  ANY OTHER OPEN FAILURE STOPS
001200*    THE JOB.
001210     OPEN I-O AUD-STORE
001220     IF STORE-FILE-STATUS = "35" THEN
001230         DISPLAY "AUDITLOAD: AUDSTORE NOT FOUND - STARTING AN "
001240             "EMPTY HISTORY STORE"
001250         OPEN OUTPUT AUD-STORE
001260         CLOSE AUD-STORE
001270         OPEN I-O AUD-STORE
001280     END-IF
001290     IF STORE-FILE-STATUS NOT = "00" THEN
001300         DISPLAY "AUDITLOAD: CANNOT OPEN AUDSTORE - STATUS "
001310             STORE-FILE-STATUS
001320         MOVE 16 TO RETURN-CODE
001330         STOP RUN
001340     END-IF
001350     OPEN INPUT AUDIT-FILE
001360     IF AUDIT-FILE-STATUS = "35" THEN
001370         DISPLAY "AUDITLOAD: NO AUDITOUT SUPPLIED - NOTHING "
001380             "TO LOAD"
001390         MOVE 0 TO LOAD-WANTED
001400         GO TO INITIALIZE-RUN-EXIT
001410     END-IF
001420     IF AUDIT-FILE-STATUS NOT = "00" THEN
001430         DISPLAY "AUDITLOAD: CANNOT OPEN AUDITOUT - STATUS "
001440             AUDIT-FILE-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         CLOSE AUD-STORE
001470         STOP RUN
001480     END-IF
001490 INITIALIZE-RUN-EXIT.
001500     EXIT SECTION.
001510*
001520 TERMINATE-RUN SECTION.
001530     IF LOAD-WANTED = 1 THEN
001540         CLOSE AUDIT-FILE
001550     END-IF
001560     CLOSE AUD-STORE
001570     IF RECORDS-SKIPPED > 0 AND RETURN-CODE < 4 THEN
001580         MOVE 4 TO RETURN-CODE
001590     END-IF
001600 TERMINATE-RUN-EXIT.
001610     EXIT SECTION.
001620*
001630*    THE LOAD CARD.  NO CARD, OR BLANK COLUMNS, MEANS TODAY'S
001640*    RUN DATE AND NO PURGE.  A PUNCHED VALUE THAT DOES NOT SCAN
001650*    IS A SETUP MISTAKE THAT COULD FILE A DAY UNDER THE WRONG
001660*    DATE OR PURGE THE WRONG ONES, SO IT STOPS THE JOB.
001670 READ-LOAD-CARD SECTION.
001680     OPEN INPUT LOAD-FILE
001690     IF LOAD-FILE-STATUS = "35" THEN
001700         GO TO READ-LOAD-CARD-EXIT
001710     END-IF
001720     IF LOAD-FILE-STATUS NOT = "00" THEN
001730         DISPLAY "AUDITLOAD: WARNING - LOADCARD COULD NOT BE "
001740             "READ - STATUS " LOAD-FILE-STATUS
001750             " - LOADING FOR TODAY, NO PURGE"
001760         GO TO READ-LOAD-CARD-EXIT
001770     END-IF
001780     READ LOAD-FILE
001790         AT END
001800             CLOSE LOAD-FILE
001810             GO TO READ-LOAD-CARD-EXIT
001820     END-READ
001830     IF LOAD-DATE-FLD NOT = SPACES THEN
001831         IF LOAD-DATE-FLD IS NUMERIC THEN
001832             MOVE LOAD-DATE-FLD TO LOAD-RUN-DATE
001833         END-IF
001840         IF LOAD-DATE-FLD IS NOT NUMERIC
001850                 OR FUNCTION TEST-DATE-YYYYMMDD(LOAD-RUN-DATE)
001851                     NOT = 0 THEN
001860             DISPLAY "AUDITLOAD: LOADCARD RUN DATE '"
001870                 LOAD-DATE-FLD "' IS NOT VALID - "
001880                 "REJECTING INPUT"
001890             MOVE 16 TO RETURN-CODE
001900             CLOSE LOAD-FILE
001910             STOP RUN
001920         END-IF
001940     END-IF
001950     IF LOAD-RETAIN-FLD NOT = SPACES THEN
001960         IF LOAD-RETAIN-FLD IS NOT NUMERIC
001970                 OR LOAD-RETAIN-FLD = "0000" THEN
001980             DISPLAY "AUDITLOAD: LOADCARD RETENTION DAYS '"
001990                 LOAD-RETAIN-FLD "' IS NOT VALID - "
002000                 "REJECTING INPUT"
002010             MOVE 16 TO RETURN-CODE
002020             CLOSE LOAD-FILE
002030             STOP RUN
002040         END-IF
002050         MOVE LOAD-RETAIN-FLD TO RETAIN-DAYS
002060     END-IF
002070     CLOSE LOAD-FILE
002080 READ-LOAD-CARD-EXIT.
002090     EXIT SECTION.
002100*
002110*    REFUSE A RUN DATE THAT IS ALREADY ON THE STORE - LOADING A
002120*    DAY TWICE DOUBLES EVERY COMPLETION IN IT.
002130 CHECK-RUN-DATE-LOADED SECTION.
002140     MOVE LOAD-RUN-DATE TO AS-RUN-DATE
002150     MOVE 0 TO AS-JOB-NUM
002160     MOVE 0 TO AS-SEQ
002170     START AUD-STORE KEY IS NOT LESS THAN AS-KEY
002180         INVALID KEY
002190             GO TO CHECK-RUN-DATE-LOADED-EXIT
002200     END-START
002210     READ AUD-STORE NEXT RECORD
002220         AT END
002230             GO TO CHECK-RUN-DATE-LOADED-EXIT
002240     END-READ
002250     IF AS-RUN-DATE = LOAD-RUN-DATE THEN
002260         DISPLAY "AUDITLOAD: RUN DATE " LOAD-RUN-DATE
002270             " IS ALREADY ON AUDSTORE - REJECTING INPUT"
002280         MOVE 16 TO RETURN-CODE
002290         PERFORM TERMINATE-RUN
002300         STOP RUN
002310     END-IF
002320 CHECK-RUN-DATE-LOADED-EXIT.
002330     EXIT SECTION.
002340*
002350*    APPEND THE DAY.  A BLANK LINE IS PASSED OVER; A RECORD
002360*    WHOSE JOB NUMBER DOES NOT SCAN CANNOT BE KEYED AND IS
002370*    SKIPPED AND COUNTED.
002380 LOAD-AUDIT-RECORDS SECTION.
002390     PERFORM FOREVER
002400         READ AUDIT-FILE
002410             AT END EXIT PERFORM
002420         END-READ
002430         ADD 1 TO RECORDS-READ
002440         IF AUDIT-RECORD = SPACES THEN
002450             EXIT PERFORM CYCLE
002460         END-IF
002470         IF AUD-JOB-NUM IS NOT NUMERIC THEN
002480             ADD 1 TO RECORDS-SKIPPED
002490             DISPLAY "AUDITLOAD: RECORD " RECORDS-READ
002500                 " JOB NUMBER '" AUD-JOB-NUM
002510                 "' IS NOT NUMERIC - SKIPPED"
002520             EXIT PERFORM CYCLE
002530         END-IF
002540         ADD 1 TO LOAD-SEQ
002550         MOVE SPACES TO STORE-REC
002560         MOVE LOAD-RUN-DATE TO AS-RUN-DATE
002570         MOVE AUD-JOB-NUM TO AS-JOB-NUM
002580         MOVE LOAD-SEQ TO AS-SEQ
002590         MOVE AUDIT-RECORD TO AS-AUDIT-DATA
002600         WRITE STORE-REC
002610             INVALID KEY
002620                 DISPLAY "AUDITLOAD: WRITE TO AUDSTORE FAILED "
002630                     "- STATUS " STORE-FILE-STATUS
002640                 MOVE 16 TO RETURN-CODE
002650                 PERFORM TERMINATE-RUN
002660                 STOP RUN
002670         END-WRITE
002680         ADD 1 TO RECORDS-LOADED
002690         PERFORM TALLY-RECORD-TYPE
002700     END-PERFORM
002710 LOAD-AUDIT-RECORDS-EXIT.
002720     EXIT SECTION.
002730*
002740 TALLY-RECORD-TYPE SECTION.
002750     PERFORM WITH TEST BEFORE VARYING TY FROM 1 BY 1
002751             UNTIL TY > NUM-TYPES
002760         IF TC-REC-TYPE(TY) = AUD-REC-TYPE THEN
002770             ADD 1 TO TC-COUNT(TY)
002780             GO TO TALLY-RECORD-TYPE-EXIT
002790         END-IF
002800     END-PERFORM
002810     IF NUM-TYPES < MAX-TYPES THEN
002820         ADD 1 TO NUM-TYPES
002830         IF NUM-TYPES = MAX-TYPES THEN
002840             MOVE "OTHER" TO TC-REC-TYPE(NUM-TYPES)
002850         ELSE
002860             MOVE AUD-REC-TYPE TO TC-REC-TYPE(NUM-TYPES)
002870         END-IF
002880     END-IF
002890     ADD 1 TO TC-COUNT(NUM-TYPES)
002900 TALLY-RECORD-TYPE-EXIT.
002910     EXIT SECTION.
002920*
002930 WRITE-LOAD-COUNTS SECTION.
002940     DISPLAY "===== AUDIT HISTORY LOAD - RUN DATE "
002950         LOAD-RUN-DATE " ====="
002960     PERFORM WITH TEST BEFORE VARYING TY FROM 1 BY 1
002961             UNTIL TY > NUM-TYPES
002970         DISPLAY "  " TC-REC-TYPE(TY) "  " TC-COUNT(TY)
002980     END-PERFORM
002990     DISPLAY "AUDITLOAD: RECORDS READ     " RECORDS-READ
003000     DISPLAY "AUDITLOAD: RECORDS LOADED   " RECORDS-LOADED
003010     DISPLAY "AUDITLOAD: RECORDS SKIPPED  " RECORDS-SKIPPED
003020 WRITE-LOAD-COUNTS-EXIT.
003030     EXIT SECTION.
003040*
003050*    DROP EVERY RUN DATE OLDER THAN THE RETENTION PERIOD, WHICH
003060*    RUNS BACK FROM TODAY RATHER THAN FROM THE DATE JUST LOADED,
003070*    SO BACK-LOADING AN OLD DAY CANNOT PURGE RECENT ONES.  THE
003080*    STORE IS IN RUN-DATE ORDER, SO THE PURGE WALKS FROM THE
003090*    FRONT AND STOPS AT THE FIRST DATE IT MUST KEEP.
003100 PURGE-OLD-RUN-DATES SECTION.
003110     COMPUTE PURGE-CUTOFF = FUNCTION DATE-OF-INTEGER
003120         (FUNCTION INTEGER-OF-DATE(TODAY-DATE) - RETAIN-DAYS)
003130     DISPLAY "===== AUDIT HISTORY PURGE - RUN DATES BEFORE "
003140         PURGE-CUTOFF " ====="
003150     MOVE 0 TO PURGE-DATE
003160     MOVE 0 TO PURGE-DATE-COUNT
003170     MOVE 0 TO STORE-EOF
003180     MOVE 0 TO AS-RUN-DATE
003190     MOVE 0 TO AS-JOB-NUM
003200     MOVE 0 TO AS-SEQ
003210     START AUD-STORE KEY IS NOT LESS THAN AS-KEY
003220         INVALID KEY
003230             MOVE 1 TO STORE-EOF
003240     END-START
003250     PERFORM WITH TEST BEFORE UNTIL STORE-EOF = 1
003260         READ AUD-STORE NEXT RECORD
003270             AT END
003280                 MOVE 1 TO STORE-EOF
003290                 EXIT PERFORM CYCLE
003300         END-READ
003310         IF AS-RUN-DATE NOT < PURGE-CUTOFF THEN
003320             MOVE 1 TO STORE-EOF
003330             EXIT PERFORM CYCLE
003340         END-IF
003350         IF AS-RUN-DATE NOT = PURGE-DATE THEN
003360             PERFORM SHOW-PURGED-DATE
003370             MOVE AS-RUN-DATE TO PURGE-DATE
003380         END-IF
003390         DELETE AUD-STORE RECORD
003400             INVALID KEY
003410                 DISPLAY "AUDITLOAD: DELETE FROM AUDSTORE "
003420                     "FAILED - STATUS " STORE-FILE-STATUS
003430                 MOVE 16 TO RETURN-CODE
003440                 PERFORM TERMINATE-RUN
003450                 STOP RUN
003460         END-DELETE
003470         ADD 1 TO PURGE-DATE-COUNT
003480         ADD 1 TO RECORDS-PURGED
003490     END-PERFORM
003500     PERFORM SHOW-PURGED-DATE
003510     DISPLAY "AUDITLOAD: RECORDS PURGED   " RECORDS-PURGED
003520 PURGE-OLD-RUN-DATES-EXIT.
003530     EXIT SECTION.
003540*
003550*    ONE LINE PER RUN DATE PURGED, WITH ITS RECORD COUNT.
003560 SHOW-PURGED-DATE SECTION.
003570     IF PURGE-DATE-COUNT > 0 THEN
003580         DISPLAY "  RUN DATE " PURGE-DATE "  "
003590             PURGE-DATE-COUNT " RECORDS PURGED"
003600     END-IF
003610     MOVE 0 TO PURGE-DATE-COUNT
003620 SHOW-PURGED-DATE-EXIT.
003630     EXIT SECTION.
003640*
