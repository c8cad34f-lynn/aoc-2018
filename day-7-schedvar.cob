000170*    RETURN CODE 4, AND WITH RETURN CODE 8 WHEN A TASK WENT
000180*    MISSING OR OFF-PLAN, SO THE NIGHT OPERATOR KNOWS TO PULL
000190*    THE EXCEPTION REPORT.
000191*    A RUN-DATE RANGE ON AUDRANGE (FIRST DATE IN COLUMNS 1-8, LAST
000192*    IN 9-16, EITHER MAY BE LEFT OPEN) NOW TAKES THE ARCHIVES FROM
000193*    THE KEYED HISTORY STORE AUDSTORE THAT AUDITLOAD KEEPS INSTEAD
000194*    OF FROM THE HAND-BUILT CONCATENATION ON AUDITIN.  WITH NO
000195*    CARD THE JOB READS AUDITIN EXACTLY AS BEFORE.  A SINGLE DAY
000196*    IS SELECTED BY PUNCHING THE SAME DATE IN BOTH.
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000270     SELECT AUDIT-FILE ASSIGN TO "AUDITIN"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS AUDIT-FILE-STATUS.
000291     SELECT RANGE-FILE ASSIGN TO "AUDRANGE"
000292         ORGANIZATION IS LINE SEQUENTIAL
000293         FILE STATUS IS RANGE-FILE-STATUS.
000294     SELECT AUD-STORE ASSIGN TO "AUDSTORE"
000295         ORGANIZATION IS INDEXED
000296         ACCESS MODE IS DYNAMIC
000297         RECORD KEY IS AS-KEY
000298         FILE STATUS IS STORE-FILE-STATUS.
000300     SELECT TOL-FILE ASSIGN TO "TOLCARD"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS TOL-FILE-STATUS.
000600*
000610*    THE AUDIT TRAIL, SAME SHAPE AUDITHIST READS.
000620 FD  AUDIT-FILE.
000625 01  AUDIT-IN-REC           PIC X(63).
000630*
000635 FD  RANGE-FILE.
000640 01  RANGE-LINE.
000645     05  RANGE-FROM-FLD     PIC X(08).
000650     05  RANGE-TO-FLD       PIC X(08).
000655     05  FILLER             PIC X(64).
000660*
000665*    THE AUDIT HISTORY STORE AUDITLOAD KEEPS, KEYED BY RUN DATE,
000670*    JOB AND LOAD SEQUENCE.
000675 FD  AUD-STORE.
000680 01  STORE-REC.
000685     05  AS-KEY.
000690         10  AS-RUN-DATE    PIC 9(08).
000695         10  AS-JOB-NUM     PIC 9(04).
000700         10  AS-SEQ         PIC 9(06).
000705     05  AS-AUDIT-DATA      PIC X(63).
000710     05  FILLER             PIC X(17).
000730*
000740 FD  TOL-FILE.
000750 01  TOL-LINE.
000800 01  SCHED-FILE-STATUS      PIC XX.
000810 01  AUDIT-FILE-STATUS      PIC XX.
000820 01  TOL-FILE-STATUS        PIC XX.
000821 01  RANGE-FILE-STATUS      PIC XX.
000822 01  STORE-FILE-STATUS      PIC XX.
000823*
000824*    THE ARCHIVED AUDIT RECORD, READ FROM AUDITIN OR TAKEN FROM
000825*    THE HISTORY STORE.
000826 01  AUDIT-RECORD.
000827     05  AUD-REC-TYPE       PIC X(08).
000828     05  AUD-JOB-NUM        PIC X(04).
000829     05  AUD-TASK-ID        PIC X(10).
000830     05  AUD-WORKER         PIC X(02).
000831     05  AUD-START          PIC X(08).
000832     05  AUD-FINISH         PIC X(08).
000833     05  AUD-CRIT-POS       PIC X(04).
000834     05  FILLER             PIC X(14).
000835     05  AUD-EMP-ID         PIC X(05).
000836*
000837*    RUN-DATE SELECTION FROM THE HISTORY STORE.  WITH NO AUDRANGE
000838*    CARD THE ARCHIVES ARE READ FROM AUDITIN AS BEFORE.
000839 01  STORE-MODE             PIC 9            VALUE 0.
000840 01  AUDIT-EOF              PIC 9            VALUE 0.
000841 01  RANGE-FROM             PIC 9(08)        VALUE 0.
000842 01  RANGE-TO               PIC 9(08)        VALUE 99999999.
000843 01  SOURCE-NAME            PIC X(08)        VALUE "AUDITIN".
000844 01  SOURCE-STATUS          PIC XX.
000845*
000846*    THE PLAN, ONE ROW PER SCHEDULE DETAIL, WITH ROOM FOR THE
000850*    ACTUALS THE AUDIT PASS PINS ON IT.
000860 01  P                      PIC 9(04).
000870 01  PX                     PIC 9(04).
001400         MOVE 16 TO RETURN-CODE
001410         STOP RUN
001420     END-IF
001424     PERFORM READ-RANGE-CARD
001428     IF STORE-MODE = 1 THEN
001432         MOVE "AUDSTORE" TO SOURCE-NAME
001436         OPEN INPUT AUD-STORE
001440         MOVE STORE-FILE-STATUS TO SOURCE-STATUS
001444     ELSE
001448         OPEN INPUT AUDIT-FILE
001452         MOVE AUDIT-FILE-STATUS TO SOURCE-STATUS
001456     END-IF
001460     IF SOURCE-STATUS NOT = "00" THEN
001464         DISPLAY "SCHEDVAR: CANNOT OPEN "
001465             FUNCTION TRIM(SOURCE-NAME)
001468             " - STATUS " SOURCE-STATUS
001472         MOVE 16 TO RETURN-CODE
001476         CLOSE SCHED-FILE
001480         STOP RUN
001484     END-IF
001488     PERFORM POSITION-AUDIT-STORE
001510 INITIALIZE-RUN-EXIT.
001520     EXIT SECTION.
001530*
001540 TERMINATE-RUN SECTION.
001550     CLOSE SCHED-FILE
001560     PERFORM CLOSE-AUDIT-SOURCE
001570 TERMINATE-RUN-EXIT.
001580     EXIT SECTION.
001590*
002360*    ON THE SPOT.
002370 READ-AUDIT-ACTUALS SECTION.
002380     PERFORM FOREVER
002387         PERFORM READ-AUDIT-SOURCE
002394         IF AUDIT-EOF = 1 THEN
002401             EXIT PERFORM
002408         END-IF
002420         ADD 1 TO RECORDS-READ
002430         IF AUD-REC-TYPE NOT = "ASSIGN"
002440                 AND AUD-REC-TYPE NOT = "COMPLETE" THEN
003970 CHECK-VARIANCE-TOLERANCE-EXIT.
003980     EXIT SECTION.
003990*
004000*    THE RANGE CARD: FIRST RUN DATE IN COLUMNS 1-8 AND LAST IN
004010*    9-16 (YYYYMMDD; A BLANK END IS OPEN).  A CARD SENDS THE JOB
004020*    TO THE HISTORY STORE INSTEAD OF AUDITIN.  A CARD THAT IS
004030*    PRESENT BUT UNREADABLE OR DOES NOT SCAN IS REJECTED RATHER
004040*    THAN QUIETLY FALLING BACK ON WHATEVER AUDITIN HOLDS.
004050 READ-RANGE-CARD SECTION.
004060     OPEN INPUT RANGE-FILE
004070     IF RANGE-FILE-STATUS = "35" THEN
004080         GO TO READ-RANGE-CARD-EXIT
004090     END-IF
004100     IF RANGE-FILE-STATUS NOT = "00" THEN
004110         DISPLAY "SCHEDVAR: AUDRANGE COULD NOT BE READ - STATUS "
004120             RANGE-FILE-STATUS " - REJECTING RUN"
004130         MOVE 16 TO RETURN-CODE
004140         STOP RUN
004150     END-IF
004160     READ RANGE-FILE
004170         AT END
004180             CLOSE RANGE-FILE
004190             GO TO READ-RANGE-CARD-EXIT
004200     END-READ
004210     IF (RANGE-FROM-FLD NOT = SPACES
004220             AND RANGE-FROM-FLD IS NOT NUMERIC)
004230             OR (RANGE-TO-FLD NOT = SPACES
004240             AND RANGE-TO-FLD IS NOT NUMERIC) THEN
004250         DISPLAY "SCHEDVAR: AUDRANGE '" RANGE-FROM-FLD
004260             RANGE-TO-FLD "' IS NOT NUMERIC - REJECTING RUN"
004270         MOVE 16 TO RETURN-CODE
004280         CLOSE RANGE-FILE
004290         STOP RUN
004300     END-IF
004310     IF RANGE-FROM-FLD NOT = SPACES THEN
004320         MOVE RANGE-FROM-FLD TO RANGE-FROM
004330     END-IF
004340     IF RANGE-TO-FLD NOT = SPACES THEN
004350         MOVE RANGE-TO-FLD TO RANGE-TO
004360     END-IF
004370     IF RANGE-FROM > RANGE-TO THEN
004380         DISPLAY "SCHEDVAR: AUDRANGE RUN DATES " RANGE-FROM
004390             " TO " RANGE-TO " ARE BACKWARDS - REJECTING RUN"
004400         MOVE 16 TO RETURN-CODE
004410         CLOSE RANGE-FILE
004420         STOP RUN
004430     END-IF
004440     MOVE 1 TO STORE-MODE
004450     CLOSE RANGE-FILE
004460 READ-RANGE-CARD-EXIT.
004470     EXIT SECTION.
004480*
004490*    PUT THE HISTORY STORE AT THE FIRST RECORD OF THE RANGE.
004500 POSITION-AUDIT-STORE SECTION.
004510     IF STORE-MODE = 0 THEN
004520         GO TO POSITION-AUDIT-STORE-EXIT
004530     END-IF
004540     DISPLAY "SCHEDVAR: READING AUDSTORE RUN DATES " RANGE-FROM
004550         " TO " RANGE-TO
004560     MOVE RANGE-FROM TO AS-RUN-DATE
004570     MOVE 0 TO AS-JOB-NUM
004580     MOVE 0 TO AS-SEQ
004590     START AUD-STORE KEY IS NOT LESS THAN AS-KEY
004600         INVALID KEY
004610             MOVE 1 TO AUDIT-EOF
004620     END-START
004630 POSITION-AUDIT-STORE-EXIT.
004640     EXIT SECTION.
004650*
004660*    THE NEXT ARCHIVED AUDIT RECORD INTO AUDIT-RECORD, FROM
004670*    AUDITIN OR FROM THE STORE UP TO THE END OF THE RANGE.
004680 READ-AUDIT-SOURCE SECTION.
004690     IF AUDIT-EOF = 1 THEN
004700         GO TO READ-AUDIT-SOURCE-EXIT
004710     END-IF
004720     IF STORE-MODE = 0 THEN
004730         READ AUDIT-FILE INTO AUDIT-RECORD
004740             AT END
004750                 MOVE 1 TO AUDIT-EOF
004760         END-READ
004770         GO TO READ-AUDIT-SOURCE-EXIT
004780     END-IF
004790     READ AUD-STORE NEXT RECORD
004800         AT END
004810             MOVE 1 TO AUDIT-EOF
004820             GO TO READ-AUDIT-SOURCE-EXIT
004830     END-READ
004840     IF AS-RUN-DATE > RANGE-TO THEN
004850         MOVE 1 TO AUDIT-EOF
004860         GO TO READ-AUDIT-SOURCE-EXIT
004870     END-IF
004880     MOVE AS-AUDIT-DATA TO AUDIT-RECORD
004890 READ-AUDIT-SOURCE-EXIT.
004900     EXIT SECTION.
004910*
004920 CLOSE-AUDIT-SOURCE SECTION.
004930     IF STORE-MODE = 1 THEN
004940         CLOSE AUD-STORE
004950     ELSE
004960         CLOSE AUDIT-FILE
004970     END-IF
004980 CLOSE-AUDIT-SOURCE-EXIT.
004990     EXIT SECTION.
005000*
