000190*    THE RECORD LAYOUT NOW CARRIES THE EMPLOYEE ID THE SCHEDULER
000200*    STAMPS FROM ITS WORKER MASTER; THE REPORTS STILL KEY ON THE
000210*    SLOT NUMBER, SO OLD AND NEW ARCHIVES MIX FREELY.
000211*    A RUN-DATE RANGE ON AUDRANGE (FIRST DATE IN COLUMNS 1-8, LAST
000212*    IN 9-16, EITHER MAY BE LEFT OPEN) NOW TAKES THE ARCHIVES FROM
000213*    THE KEYED HISTORY STORE AUDSTORE THAT AUDITLOAD KEEPS INSTEAD
000214*    OF FROM THE HAND-BUILT CONCATENATION ON AUDITIN.  WITH NO
000215*    CARD THE JOB READS AUDITIN EXACTLY AS BEFORE.
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000260     SELECT HIST-FILE ASSIGN TO "AUDITIN"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS HIST-FILE-STATUS.
000281     SELECT RANGE-FILE ASSIGN TO "AUDRANGE"
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS RANGE-FILE-STATUS.
000284     SELECT AUD-STORE ASSIGN TO "AUDSTORE"
000285         ORGANIZATION IS INDEXED
000286         ACCESS MODE IS DYNAMIC
000287         RECORD KEY IS AS-KEY
000288         FILE STATUS IS STORE-FILE-STATUS.
000290*
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  HIST-FILE.
000327 01  HIST-IN-REC            PIC X(63).
000334*
000341 FD  RANGE-FILE.
000348 01  RANGE-LINE.
000355     05  RANGE-FROM-FLD     PIC X(08).
000362     05  RANGE-TO-FLD       PIC X(08).
000369     05  FILLER             PIC X(64).
000376*
000383*    THE AUDIT HISTORY STORE AUDITLOAD KEEPS, KEYED BY RUN DATE,
000390*    JOB AND LOAD SEQUENCE.
000397 FD  AUD-STORE.
000404 01  STORE-REC.
000411     05  AS-KEY.
000418         10  AS-RUN-DATE    PIC 9(08).
000425         10  AS-JOB-NUM     PIC 9(04).
000432         10  AS-SEQ         PIC 9(06).
000439     05  AS-AUDIT-DATA      PIC X(63).
000446     05  FILLER             PIC X(17).
000460*
000470 WORKING-STORAGE SECTION.
000480 01  HIST-FILE-STATUS       PIC XX.
000481 01  RANGE-FILE-STATUS      PIC XX.
000482 01  STORE-FILE-STATUS      PIC XX.
000483*
000484*    THE ARCHIVED AUDIT RECORD, READ FROM AUDITIN OR TAKEN FROM
000485*    THE HISTORY STORE.
000486 01  HIST-RECORD.
000487     05  HST-REC-TYPE       PIC X(08).
000488     05  HST-JOB-NUM        PIC X(04).
000489     05  HST-TASK-ID        PIC X(10).
000490     05  HST-WORKER         PIC X(02).
000491     05  HST-START          PIC X(08).
000492     05  HST-FINISH         PIC X(08).
000493     05  HST-CRIT-POS       PIC X(04).
000494     05  FILLER             PIC X(14).
000495*
000496*    THE EMPLOYEE ID THE SCHEDULER STAMPS WHEN A WORKER MASTER
000497*    IS ON FILE; BLANK ON OLDER ARCHIVES.
000498     05  HST-EMP-ID         PIC X(05).
000499*
000500*    RUN-DATE SELECTION FROM THE HISTORY STORE.  WITH NO AUDRANGE
000501*    CARD THE ARCHIVES ARE READ FROM AUDITIN AS BEFORE.
000502 01  STORE-MODE             PIC 9            VALUE 0.
000503 01  HIST-EOF               PIC 9            VALUE 0.
000504 01  RANGE-FROM             PIC 9(08)        VALUE 0.
000505 01  RANGE-TO               PIC 9(08)        VALUE 99999999.
000506 01  SOURCE-NAME            PIC X(08)        VALUE "AUDITIN".
000507 01  SOURCE-STATUS          PIC XX.
000508*
000509*    PER-TASK ACCUMULATORS.  ONE ROW PER DISTINCT TASK ID SEEN
000510*    ANYWHERE IN THE ARCHIVES, FOUND THE SAME WAY THE SCHEDULER
000520*    FINDS ITS TASK TABLE ENTRIES.
000530 01  T                      PIC 9(04).
000970 INITIALIZE-RUN SECTION.
000980     INITIALIZE HIST-TASK-TABLE
000990     INITIALIZE HIST-WORKER-TABLE
000994     PERFORM READ-RANGE-CARD
000998     IF STORE-MODE = 1 THEN
001002         MOVE "AUDSTORE" TO SOURCE-NAME
001006         OPEN INPUT AUD-STORE
001010         MOVE STORE-FILE-STATUS TO SOURCE-STATUS
001014     ELSE
001018         OPEN INPUT HIST-FILE
001022         MOVE HIST-FILE-STATUS TO SOURCE-STATUS
001026     END-IF
001030     IF SOURCE-STATUS NOT = "00" THEN
001034         DISPLAY "AUDITHIST: CANNOT OPEN "
001035             FUNCTION TRIM(SOURCE-NAME)
001038             " - STATUS " SOURCE-STATUS
001042         MOVE 16 TO RETURN-CODE
001046         STOP RUN
001050     END-IF
001054     PERFORM POSITION-AUDIT-STORE
001070 INITIALIZE-RUN-EXIT.
001080     EXIT SECTION.
001090*
001100 TERMINATE-RUN SECTION.
001110     PERFORM CLOSE-AUDIT-SOURCE
001120 TERMINATE-RUN-EXIT.
001130     EXIT SECTION.
001140*
001190*    NOT ALREADY CARRY, SO THEY ONLY COUNT AS READ.
001200 READ-AUDIT-HISTORY SECTION.
001210     PERFORM FOREVER
001217         PERFORM READ-AUDIT-SOURCE
001224         IF HIST-EOF = 1 THEN
001231             EXIT PERFORM
001238         END-IF
001250         ADD 1 TO RECORDS-READ
001260         EVALUATE HST-REC-TYPE
001270             WHEN "COMPLETE"
002690     END-PERFORM
002700 WRITE-TREND-REPORTS-EXIT.
002710     EXIT SECTION.
002720*
002730*    THE RANGE CARD: FIRST RUN DATE IN COLUMNS 1-8 AND LAST IN
002740*    9-16 (YYYYMMDD; A BLANK END IS OPEN).  A CARD SENDS THE JOB
002750*    TO THE HISTORY STORE INSTEAD OF AUDITIN.  A CARD THAT IS
002760*    PRESENT BUT UNREADABLE OR DOES NOT SCAN IS REJECTED RATHER
002770*    THAN QUIETLY FALLING BACK ON WHATEVER AUDITIN HOLDS.
002780 READ-RANGE-CARD SECTION.
002790     OPEN INPUT RANGE-FILE
002800     IF RANGE-FILE-STATUS = "35" THEN
002810         GO TO READ-RANGE-CARD-EXIT
002820     END-IF
002830     IF RANGE-FILE-STATUS NOT = "00" THEN
002840         DISPLAY "AUDITHIST: AUDRANGE COULD NOT BE READ - STATUS "
002850             RANGE-FILE-STATUS " - REJECTING RUN"
002860         MOVE 16 TO RETURN-CODE
002870         STOP RUN
002880     END-IF
002890     READ RANGE-FILE
002900         AT END
002910             CLOSE RANGE-FILE
002920             GO TO READ-RANGE-CARD-EXIT
002930     END-READ
002940     IF (RANGE-FROM-FLD NOT = SPACES
002950             AND RANGE-FROM-FLD IS NOT NUMERIC)
002960             OR (RANGE-TO-FLD NOT = SPACES
002970             AND RANGE-TO-FLD IS NOT NUMERIC) THEN
002980         DISPLAY "AUDITHIST: AUDRANGE '" RANGE-FROM-FLD
002990             RANGE-TO-FLD "' IS NOT NUMERIC - REJECTING RUN"
003000         MOVE 16 TO RETURN-CODE
003010         CLOSE RANGE-FILE
003020         STOP RUN
003030     END-IF
003040     IF RANGE-FROM-FLD NOT = SPACES THEN
003050         MOVE RANGE-FROM-FLD TO RANGE-FROM
003060     END-IF
003070     IF RANGE-TO-FLD NOT = SPACES THEN
003080         MOVE RANGE-TO-FLD TO RANGE-TO
003090     END-IF
003100     IF RANGE-FROM > RANGE-TO THEN
003110         DISPLAY "AUDITHIST: AUDRANGE RUN DATES " RANGE-FROM
003120             " TO " RANGE-TO " ARE BACKWARDS - REJECTING RUN"
003130         MOVE 16 TO RETURN-CODE
003140         CLOSE RANGE-FILE
003150         STOP RUN
003160     END-IF
003170     MOVE 1 TO STORE-MODE
003180     CLOSE RANGE-FILE
003190 READ-RANGE-CARD-EXIT.
003200     EXIT SECTION.
003210*
003220*    PUT THE HISTORY STORE AT THE FIRST RECORD OF THE RANGE.
003230 POSITION-AUDIT-STORE SECTION.
003240     IF STORE-MODE = 0 THEN
003250         GO TO POSITION-AUDIT-STORE-EXIT
003260     END-IF
003270     DISPLAY "AUDITHIST: READING AUDSTORE RUN DATES " RANGE-FROM
003280         " TO " RANGE-TO
003290     MOVE RANGE-FROM TO AS-RUN-DATE
003300     MOVE 0 TO AS-JOB-NUM
003310     MOVE 0 TO AS-SEQ
003320     START AUD-STORE KEY IS NOT LESS THAN AS-KEY
003330         INVALID KEY
003340             MOVE 1 TO HIST-EOF
003350     END-START
003360 POSITION-AUDIT-STORE-EXIT.
003370     EXIT SECTION.
003380*
003390*    THE NEXT ARCHIVED AUDIT RECORD INTO HIST-RECORD, FROM
003400*    AUDITIN OR FROM THE STORE UP TO THE END OF THE RANGE.
003410 READ-AUDIT-SOURCE SECTION.
003420     IF HIST-EOF = 1 THEN
003430         GO TO READ-AUDIT-SOURCE-EXIT
003440     END-IF
003450     IF STORE-MODE = 0 THEN
003460         READ HIST-FILE INTO HIST-RECORD
003470             AT END
003480                 MOVE 1 TO HIST-EOF
003490         END-READ
003500         GO TO READ-AUDIT-SOURCE-EXIT
003510     END-IF
003520     READ AUD-STORE NEXT RECORD
003530         AT END
003540             MOVE 1 TO HIST-EOF
003550             GO TO READ-AUDIT-SOURCE-EXIT
003560     END-READ
003570     IF AS-RUN-DATE > RANGE-TO THEN
003580         MOVE 1 TO HIST-EOF
003590         GO TO READ-AUDIT-SOURCE-EXIT
003600     END-IF
003610     MOVE AS-AUDIT-DATA TO HIST-RECORD
003620 READ-AUDIT-SOURCE-EXIT.
003630     EXIT SECTION.
003640*
003650 CLOSE-AUDIT-SOURCE SECTION.
003660     IF STORE-MODE = 1 THEN
003670         CLOSE AUD-STORE
003680     ELSE
003690         CLOSE HIST-FILE
003700     END-IF
003710 CLOSE-AUDIT-SOURCE-EXIT.
003720     EXIT SECTION.
003730*
