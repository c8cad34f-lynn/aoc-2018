000170*    PRINTS ITS BEFORE AND AFTER IMAGE FOR THE PAPER TRAIL, AND
000180*    ANY REJECT ENDS THE JOB WITH RETURN CODE 4 THE WAY
000190*    TASKMLOAD FLAGS A SKIPPED CARD.
000191*    COLUMNS 51-52 NOW CARRY THE CREW SIZE FOR THE NEW
000192*    TM-CREW-SIZE FIELD.  AN ADD LEFT BLANK THERE GETS A CREW OF
000193*    ONE, A CHANGE LEFT BLANK KEEPS THE MASTER VALUE, AND A
000194*    PUNCHED VALUE THAT IS NOT A NUMBER FROM 1 UP REJECTS THE
000195*    CARD.  THE BEFORE AND AFTER IMAGES SHOW THE CREW SIZE.
000196*    EVERY APPLIED TRANSACTION NOW ALSO RECORDS A DATED VERSION
000197*    OF THE TASK ON TASKVERS - ADDED, CHANGED OR DELETED, DATED
000198*    TODAY, MARKED AS COMING FROM THIS JOB AND FROM WHICH
000199*    TRANFILE RECORD - SO THE SCHEDULER CAN RERUN AN OLD BATCH ON
000200*    THE FIGURES THAT WERE IN FORCE AT THE TIME.  THE FIRST
000201*    CHANGE TO A TASK WITH NO VERSIONS YET FIRST SAVES THE FIGURES
000202*    IT REPLACES AS A BASELINE DATED ZERO.  A CHANGE CARD THAT
000203*    ALTERS NOTHING RECORDS NO VERSION.  THE VERSION FILE IS
000204*    STARTED EMPTY IF IT DOES NOT EXIST YET.
000205*    A RUN THAT FINDS THE VERSION FILE EMPTY NOW FIRST RECORDS
000206*    EVERY TASK ON THE MASTER AS A BASELINE DATED ZERO, SO A LATER
000207*    RELOAD DOES NOT RECORD THE UNTOUCHED TASKS AS ADDED AND A
000208*    RERUN AS OF AN EARLIER DATE STILL FINDS THEIR FIGURES.
000209*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000260         FILE STATUS IS TRAN-FILE-STATUS.
000270     SELECT TASK-MASTER ASSIGN TO "TASKMSTR"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS TM-TASK-ID
000310         FILE STATUS IS TM-FILE-STATUS.
000311     SELECT TASK-VERSIONS ASSIGN TO "TASKVERS"
000312         ORGANIZATION IS INDEXED
000313         ACCESS MODE IS DYNAMIC
000314         RECORD KEY IS TV-KEY
000315         FILE STATUS IS TV-FILE-STATUS.
000320*
000330 DATA DIVISION.
000340 FILE SECTION.
000400     05  TR-DEPT            PIC X(04).
000410     05  TR-STD-DUR         PIC X(03).
000420     05  TR-SKILL-CLASS     PIC X(02).
000424     05  TR-CREW-SIZE       PIC X(02).
000430     05  FILLER             PIC X(28).
000440*
000450 FD  TASK-MASTER.
000460 01  TASK-MASTER-REC.
000490     05  TM-DEPT            PIC X(04).
000500     05  TM-STD-DUR         PIC 9(03).
000510     05  TM-SKILL-CLASS     PIC X(02).
000514     05  TM-CREW-SIZE       PIC 9(02).
000520     05  FILLER             PIC X(09).
000530*
000531*    ONE DATED VERSION OF A TASK'S MASTER FIGURES, KEYED BY TASK,
000532*    EFFECTIVE DATE AND A SEQUENCE THAT KEEPS TWO CHANGES ON THE
000533*    SAME DAY APART.  THE ACTION IS A (ADDED), C (CHANGED), D
000534*    (DELETED) OR B (THE FIGURES ON THE MASTER BEFORE THE FIRST
000535*    RECORDED CHANGE, DATED ZERO).  THE SAME LAYOUT IS IN
000536*    TASKMLOAD, DURFEED, TASKMHIST AND THE SCHEDULER.
000537 FD  TASK-VERSIONS.
000538 01  TASK-VERSION-REC.
000539     05  TV-KEY.
000540         10  TV-TASK-ID     PIC X(10).
000541         10  TV-EFF-DATE    PIC 9(08).
000542         10  TV-SEQ         PIC 9(04).
000543     05  TV-ACTION          PIC X(01).
000544     05  TV-SOURCE          PIC X(09).
000545     05  TV-REASON          PIC X(20).
000546     05  TV-FIGURES.
000547         10  TV-DESC        PIC X(30).
000548         10  TV-DEPT        PIC X(04).
000549         10  TV-STD-DUR     PIC 9(03).
000550         10  TV-SKILL-CLASS PIC X(02).
000551         10  TV-CREW-SIZE   PIC 9(02).
000552     05  FILLER             PIC X(07).
000553*
000554 WORKING-STORAGE SECTION.
000555 01  TRAN-FILE-STATUS       PIC XX.
000560 01  TM-FILE-STATUS         PIC XX.
000570 01  RECORDS-READ           PIC 9(06)        VALUE 0.
000580 01  TRANS-APPLIED          PIC 9(06)        VALUE 0.
000590 01  TRANS-REJECTED         PIC 9(06)        VALUE 0.
000600 01  MASTER-ON-FILE         PIC 9.
000601 01  TV-FILE-STATUS         PIC XX.
000602 01  TODAY-DATE             PIC 9(08).
000603 01  VERSIONS-WRITTEN       PIC 9(06)        VALUE 0.
000604 01  VERSION-TASK-ID        PIC X(10).
000605 01  VERSION-ACTION         PIC X(01).
000606 01  VERSION-WRITTEN        PIC 9.
000607*
000608*    THE LATEST VERSION ON FILE FOR VERSION-TASK-ID, AS FOUND BY
000609*    FIND-LATEST-VERSION.
000610 01  LATEST-VERSION.
000611     05  LV-KEY.
000612         10  LV-TASK-ID     PIC X(10).
000613         10  LV-EFF-DATE    PIC 9(08).
000614         10  LV-SEQ         PIC 9(04).
000615     05  LV-ACTION          PIC X(01).
000616     05  LV-SOURCE          PIC X(09).
000617     05  LV-REASON          PIC X(20).
000618     05  LV-FIGURES.
000619         10  LV-DESC        PIC X(30).
000620         10  LV-DEPT        PIC X(04).
000621         10  LV-STD-DUR     PIC 9(03).
000622         10  LV-SKILL-CLASS PIC X(02).
000623         10  LV-CREW-SIZE   PIC 9(02).
000624     05  FILLER             PIC X(07).
000625 01  LV-FOUND               PIC 9.
000626*
000627*    THE IMAGE OF THE MASTER RECORD AS IT STOOD BEFORE THE
000630*    TRANSACTION TOUCHED IT, FOR THE BEFORE/AFTER LISTING.
000640 01  BEFORE-IMAGE.
000650     05  BI-DESC            PIC X(30).
000660     05  BI-DEPT            PIC X(04).
000670     05  BI-STD-DUR         PIC 9(03).
000680     05  BI-SKILL-CLASS     PIC X(02).
000684     05  BI-CREW-SIZE       PIC 9(02).
000690*
000700 PROCEDURE DIVISION.
000710*
000720 MAINLINE SECTION.
000730     PERFORM INITIALIZE-RUN
000734     PERFORM RECORD-MASTER-BASELINES
000740     PERFORM APPLY-TRANSACTIONS
000750     PERFORM TERMINATE-RUN
000760     STOP RUN.
000940         CLOSE TRAN-FILE
000950         STOP RUN
000960     END-IF
000961*
000962*    THE VERSION FILE, ON THE OTHER HAND, IS CREATED IF IT DOES
000963*    NOT EXIST YET AND IS FILLED FROM THE MASTER BEFORE ANY
000964*    TRANSACTION IS APPLIED.
000965     ACCEPT TODAY-DATE FROM DATE YYYYMMDD
000966     OPEN I-O TASK-VERSIONS
000967     IF TV-FILE-STATUS = "35" THEN
000968         DISPLAY "TASKMAINT: TASKVERS NOT FOUND - STARTING AN "
000969             "EMPTY VERSION FILE"
000970         OPEN OUTPUT TASK-VERSIONS
000971         CLOSE TASK-VERSIONS
000972         OPEN I-O TASK-VERSIONS
000973     END-IF
000974     IF TV-FILE-STATUS NOT = "00" THEN
000975         DISPLAY "TASKMAINT: CANNOT OPEN TASKVERS - STATUS "
000976             TV-FILE-STATUS
000977         MOVE 16 TO RETURN-CODE
000978         CLOSE TRAN-FILE
000979         CLOSE TASK-MASTER
000980         STOP RUN
000981     END-IF
000982 INITIALIZE-RUN-EXIT.
000983     EXIT SECTION.
000990*
001000 TERMINATE-RUN SECTION.
001010     CLOSE TRAN-FILE
001020     CLOSE TASK-MASTER
001024     CLOSE TASK-VERSIONS
001030     DISPLAY " "
001040     DISPLAY "TASKMAINT: READ     " RECORDS-READ
001050     DISPLAY "TASKMAINT: APPLIED  " TRANS-APPLIED
001060     DISPLAY "TASKMAINT: REJECTED " TRANS-REJECTED
001064     DISPLAY "TASKMAINT: VERSIONS " VERSIONS-WRITTEN
001070     IF TRANS-REJECTED > 0 AND RETURN-CODE < 4 THEN
001080         MOVE 4 TO RETURN-CODE
001090     END-IF
001470*
001480*    ADD: THE KEY MUST NOT BE ON FILE, AND A NEW TASK NEEDS A
001490*    REAL NUMERIC STANDARD DURATION - THERE IS NO OLD VALUE TO
001500*    FALL BACK ON.  A BLANK CREW SIZE MEANS A ONE-WORKER TASK.
001510 APPLY-ADD SECTION.
001520     IF TR-STD-DUR IS NOT NUMERIC THEN
001530         ADD 1 TO TRANS-REJECTED
001560             "REJECTED"
001570         GO TO APPLY-ADD-EXIT
001580     END-IF
001581     IF TR-CREW-SIZE = SPACES THEN
001582         MOVE "01" TO TR-CREW-SIZE
001583     END-IF
001584     IF TR-CREW-SIZE IS NOT NUMERIC OR TR-CREW-SIZE = "00" THEN
001585         ADD 1 TO TRANS-REJECTED
001586         DISPLAY "TASKMAINT: ADD " FUNCTION TRIM(TR-TASK-ID)
001587             " CREW SIZE '" TR-CREW-SIZE "' IS INVALID - "
001588             "REJECTED"
001589         GO TO APPLY-ADD-EXIT
001590     END-IF
001591     MOVE SPACES TO TASK-MASTER-REC
001600     MOVE TR-TASK-ID TO TM-TASK-ID
001610     MOVE TR-DESC TO TM-DESC
001620     MOVE TR-DEPT TO TM-DEPT
001630     MOVE TR-STD-DUR TO TM-STD-DUR
001640     MOVE TR-SKILL-CLASS TO TM-SKILL-CLASS
001644     MOVE TR-CREW-SIZE TO TM-CREW-SIZE
001650     WRITE TASK-MASTER-REC
001660         INVALID KEY
001670             ADD 1 TO TRANS-REJECTED
001730                 FUNCTION TRIM(TR-TASK-ID)
001740             DISPLAY "  BEFORE: (NOT ON FILE)"
001750             PERFORM PRINT-AFTER-IMAGE
001753             MOVE "A" TO VERSION-ACTION
001756             PERFORM RECORD-MASTER-VERSION
001760     END-WRITE
001770 APPLY-ADD-EXIT.
001780     EXIT SECTION.
001810*    LEAVES THE MASTER VALUE ALONE, SO ONE DESCRIPTION CAN BE
001820*    FIXED WITHOUT RE-KEYING THE REST OF THE RECORD; A PUNCHED
001830*    BUT NON-NUMERIC DURATION IS A MISPUNCH AND REJECTS THE
001840*    CARD, AS DOES A PUNCHED CREW SIZE THAT IS NOT 1 OR MORE.
001850 APPLY-CHANGE SECTION.
001860     MOVE TR-TASK-ID TO TM-TASK-ID
001870     PERFORM READ-MASTER-RECORD
001990             "REJECTED"
002000         GO TO APPLY-CHANGE-EXIT
002010     END-IF
002011     IF TR-CREW-SIZE NOT = SPACES
002012             AND (TR-CREW-SIZE IS NOT NUMERIC
002013             OR TR-CREW-SIZE = "00") THEN
002014         ADD 1 TO TRANS-REJECTED
002015         DISPLAY "TASKMAINT: CHANGE " FUNCTION TRIM(TR-TASK-ID)
002016             " CREW SIZE '" TR-CREW-SIZE "' IS INVALID - "
002017             "REJECTED"
002018         GO TO APPLY-CHANGE-EXIT
002019     END-IF
002020     PERFORM SAVE-BEFORE-IMAGE
002030     IF TR-DESC NOT = SPACES THEN
002040         MOVE TR-DESC TO TM-DESC
002120     IF TR-SKILL-CLASS NOT = SPACES THEN
002130         MOVE TR-SKILL-CLASS TO TM-SKILL-CLASS
002140     END-IF
002142     IF TR-CREW-SIZE NOT = SPACES THEN
002144         MOVE TR-CREW-SIZE TO TM-CREW-SIZE
002146     END-IF
002150     REWRITE TASK-MASTER-REC
002160         INVALID KEY
002170             ADD 1 TO TRANS-REJECTED
002240                 FUNCTION TRIM(TR-TASK-ID)
002250             PERFORM PRINT-BEFORE-IMAGE
002260             PERFORM PRINT-AFTER-IMAGE
002264             PERFORM RECORD-CHANGE-VERSION
002270     END-REWRITE
002280 APPLY-CHANGE-EXIT.
002290     EXIT SECTION.
002520                 FUNCTION TRIM(TR-TASK-ID)
002530             PERFORM PRINT-BEFORE-IMAGE
002540             DISPLAY "  AFTER:  (DELETED)"
002544             PERFORM RECORD-DELETE-VERSION
002550     END-DELETE
002560 APPLY-DELETE-EXIT.
002570     EXIT SECTION.
002700     MOVE TM-DEPT TO BI-DEPT
002710     MOVE TM-STD-DUR TO BI-STD-DUR
002720     MOVE TM-SKILL-CLASS TO BI-SKILL-CLASS
002724     MOVE TM-CREW-SIZE TO BI-CREW-SIZE
002730 SAVE-BEFORE-IMAGE-EXIT.
002740     EXIT SECTION.
002750*
002760 PRINT-BEFORE-IMAGE SECTION.
002770     DISPLAY "  BEFORE: DESC '" FUNCTION TRIM(BI-DESC)
002780         "' DEPT " BI-DEPT " DUR " BI-STD-DUR
002790         " CLASS " BI-SKILL-CLASS " CREW " BI-CREW-SIZE
002800 PRINT-BEFORE-IMAGE-EXIT.
002810     EXIT SECTION.
002820*
002830 PRINT-AFTER-IMAGE SECTION.
002840     DISPLAY "  AFTER:  DESC '" FUNCTION TRIM(TM-DESC)
002850         "' DEPT " TM-DEPT " DUR " TM-STD-DUR
002860         " CLASS " TM-SKILL-CLASS " CREW " TM-CREW-SIZE
002870 PRINT-AFTER-IMAGE-EXIT.
002880     EXIT SECTION.
002890*
002910*    A VERSION FROM THE MASTER RECORD AS IT NOW STANDS.
002920 RECORD-MASTER-VERSION SECTION.
002930     MOVE SPACES TO TASK-VERSION-REC
002940     MOVE TM-TASK-ID TO TV-TASK-ID
002950     MOVE TODAY-DATE TO TV-EFF-DATE
002960     MOVE VERSION-ACTION TO TV-ACTION
002970     MOVE TM-DESC TO TV-DESC
002980     MOVE TM-DEPT TO TV-DEPT
002990     MOVE TM-STD-DUR TO TV-STD-DUR
003000     MOVE TM-SKILL-CLASS TO TV-SKILL-CLASS
003010     MOVE TM-CREW-SIZE TO TV-CREW-SIZE
003020     PERFORM STAMP-AND-WRITE-VERSION
003030 RECORD-MASTER-VERSION-EXIT.
003040     EXIT SECTION.
003050*
003060*    A CHANGE THAT ALTERED SOMETHING IS RECORDED, AFTER THE
003070*    BASELINE IF THE TASK HAS NO VERSIONS YET.
003080 RECORD-CHANGE-VERSION SECTION.
003090     IF BI-DESC = TM-DESC
003100             AND BI-DEPT = TM-DEPT
003110             AND BI-STD-DUR = TM-STD-DUR
003120             AND BI-SKILL-CLASS = TM-SKILL-CLASS
003130             AND BI-CREW-SIZE = TM-CREW-SIZE THEN
003140         GO TO RECORD-CHANGE-VERSION-EXIT
003150     END-IF
003160     PERFORM RECORD-BASELINE-VERSION
003170     MOVE "C" TO VERSION-ACTION
003180     PERFORM RECORD-MASTER-VERSION
003190 RECORD-CHANGE-VERSION-EXIT.
003200     EXIT SECTION.
003210*
003220*    A DELETION CARRIES THE FIGURES IT THREW AWAY.
003230 RECORD-DELETE-VERSION SECTION.
003240     PERFORM RECORD-BASELINE-VERSION
003250     MOVE SPACES TO TASK-VERSION-REC
003260     MOVE TR-TASK-ID TO TV-TASK-ID
003270     MOVE TODAY-DATE TO TV-EFF-DATE
003280     MOVE "D" TO TV-ACTION
003290     MOVE BEFORE-IMAGE TO TV-FIGURES
003300     PERFORM STAMP-AND-WRITE-VERSION
003310 RECORD-DELETE-VERSION-EXIT.
003320     EXIT SECTION.
003330*
003340*    A TASK LOADED BEFORE VERSIONS WERE KEPT HAS NONE UNTIL ITS
003350*    FIRST CHANGE, SO THE FIGURES THAT CHANGE REPLACES ARE SAVED
003360*    FIRST, DATED ZERO, AS THE ONES IN FORCE UNTIL NOW.
003370 RECORD-BASELINE-VERSION SECTION.
003380     MOVE TR-TASK-ID TO VERSION-TASK-ID
003390     PERFORM FIND-LATEST-VERSION
003400     IF LV-FOUND = 1 THEN
003410         GO TO RECORD-BASELINE-VERSION-EXIT
003420     END-IF
003430     MOVE SPACES TO TASK-VERSION-REC
003440     MOVE TR-TASK-ID TO TV-TASK-ID
003450     MOVE 0 TO TV-EFF-DATE
003460     MOVE "B" TO TV-ACTION
003470     MOVE "TASKMAINT" TO TV-SOURCE
003480     MOVE "MASTER BEFORE CHANGE" TO TV-REASON
003490     MOVE BEFORE-IMAGE TO TV-FIGURES
003500     PERFORM WRITE-TASK-VERSION
003510 RECORD-BASELINE-VERSION-EXIT.
003520     EXIT SECTION.
003530*
003540*    MARK THE VERSION AS THIS JOB'S, NAMING THE TRANSACTION
003550*    RECORD THAT MADE IT, AND WRITE IT.
003560 STAMP-AND-WRITE-VERSION SECTION.
003570     MOVE "TASKMAINT" TO TV-SOURCE
003580     STRING "TRANFILE REC " RECORDS-READ
003590         DELIMITED BY SIZE INTO TV-REASON
003600     PERFORM WRITE-TASK-VERSION
003610 STAMP-AND-WRITE-VERSION-EXIT.
003620     EXIT SECTION.
003630*
003640*    THE LATEST VERSION ON FILE FOR VERSION-TASK-ID INTO
003650*    LATEST-VERSION, WITH LV-FOUND SAYING WHETHER THERE IS ONE.
003660 FIND-LATEST-VERSION SECTION.
003670     MOVE 0 TO LV-FOUND
003680     MOVE VERSION-TASK-ID TO TV-TASK-ID
003690     MOVE 0 TO TV-EFF-DATE
003700     MOVE 0 TO TV-SEQ
003710     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
003720         INVALID KEY
003730             GO TO FIND-LATEST-VERSION-EXIT
003740     END-START
003750     PERFORM FOREVER
003760         READ TASK-VERSIONS NEXT RECORD
003770             AT END EXIT PERFORM
003780         END-READ
003790         IF TV-TASK-ID NOT = VERSION-TASK-ID THEN
003800             EXIT PERFORM
003810         END-IF
003820         MOVE 1 TO LV-FOUND
003830         MOVE TASK-VERSION-REC TO LATEST-VERSION
003840     END-PERFORM
003850 FIND-LATEST-VERSION-EXIT.
003860     EXIT SECTION.
003870*
003880*    WRITE THE VERSION BUILT IN TASK-VERSION-REC UNDER THE NEXT
003890*    FREE SEQUENCE FOR ITS TASK AND DATE.
003900 WRITE-TASK-VERSION SECTION.
003910     MOVE 0 TO TV-SEQ
003920     MOVE 0 TO VERSION-WRITTEN
003930     PERFORM WITH TEST BEFORE UNTIL VERSION-WRITTEN NOT = 0
003940         WRITE TASK-VERSION-REC
003950             INVALID KEY
003960                 IF TV-FILE-STATUS = "22" AND TV-SEQ < 9999 THEN
003970                     ADD 1 TO TV-SEQ
003980                 ELSE
003990                     DISPLAY "TASKMAINT: VERSION WRITE FAILED "
004000                         "FOR " FUNCTION TRIM(TV-TASK-ID)
004010                         " - STATUS " TV-FILE-STATUS
004020                     MOVE 12 TO RETURN-CODE
004030                     MOVE 2 TO VERSION-WRITTEN
004040                 END-IF
004050             NOT INVALID KEY
004060                 ADD 1 TO VERSIONS-WRITTEN
004070                 MOVE 1 TO VERSION-WRITTEN
004080         END-WRITE
004090     END-PERFORM
004100 WRITE-TASK-VERSION-EXIT.
004110     EXIT SECTION.
004120*
004130*    A VERSION FILE WITH NOTHING IN IT IS BEING STARTED, SO EVERY
004140*    TASK ON THE MASTER GOES INTO IT FIRST, AS IT STANDS AND DATED
004150*    ZERO, AS THE FIGURES IN FORCE BEFORE VERSIONS WERE KEPT.
004160*    WITHOUT THEM THE NEXT RELOAD WOULD RECORD EVERY TASK THIS
004170*    RUN DID NOT TOUCH AS ADDED TODAY, AND A RERUN AS OF AN
004180*    EARLIER DATE WOULD FIND NO FIGURES FOR IT.
004190 RECORD-MASTER-BASELINES SECTION.
004200     MOVE LOW-VALUES TO TV-KEY
004210     START TASK-VERSIONS KEY IS NOT LESS THAN TV-KEY
004220         NOT INVALID KEY
004230             GO TO RECORD-MASTER-BASELINES-EXIT
004240     END-START
004250     MOVE LOW-VALUES TO TM-TASK-ID
004260     START TASK-MASTER KEY IS NOT LESS THAN TM-TASK-ID
004270         INVALID KEY
004280             GO TO RECORD-MASTER-BASELINES-EXIT
004290     END-START
004300     PERFORM FOREVER
004310         READ TASK-MASTER NEXT RECORD
004320             AT END EXIT PERFORM
004330         END-READ
004340         MOVE SPACES TO TASK-VERSION-REC
004350         MOVE TM-TASK-ID TO TV-TASK-ID
004360         MOVE 0 TO TV-EFF-DATE
004370         MOVE "B" TO TV-ACTION
004380         MOVE "TASKMAINT" TO TV-SOURCE
004390         MOVE "VERSION FILE STARTED" TO TV-REASON
004400         MOVE TM-DESC TO TV-DESC
004410         MOVE TM-DEPT TO TV-DEPT
004420         MOVE TM-STD-DUR TO TV-STD-DUR
004430         MOVE TM-SKILL-CLASS TO TV-SKILL-CLASS
004440         MOVE TM-CREW-SIZE TO TV-CREW-SIZE
004450         PERFORM WRITE-TASK-VERSION
004460     END-PERFORM
004470     DISPLAY "TASKMAINT: TASKVERS WAS EMPTY - " VERSIONS-WRITTEN
004480         " MASTER TASKS RECORDED AS THE BASELINE"
004490 RECORD-MASTER-BASELINES-EXIT.
004500     EXIT SECTION.
004510*
