003170*                     ON THE CLEAN SIDE, WHICH IS THE DATE     *
003180*                     THOSE RECORDS ALWAYS POSTED UNDER.       *
003200*                                                             *
003202*    2026-10-15 FR    CLOSED ACCOUNTING PERIODS ARE NOW        *
003204*                     ENFORCED.  THE PERIOD FILE (DD PERIODS,  *
003206*                     MPERREC) WRITTEN BY THE PERIOD CLOSE     *
003208*                     (MYPCLS) IS LOADED AT START.  A RECORD   *
003210*                     THAT PASSES EVERY EDIT BUT IS DATED IN A *
003212*                     CLOSED PERIOD IS DIVERTED AS THAT        *
003214*                     PERIOD'S RECORD SAYS - REJECTED (REASON  *
003216*                     05), OR RE-DATED TO THE BUSINESS DATE    *
003218*                     THE REST OF THE FILE CARRIES (THAT OF    *
003220*                     THE FIRST RECORD DATED IN AN OPEN        *
003222*                     PERIOD) WITH THE DATE IT ARRIVED WITH    *
003224*                     KEPT IN TR-REDATED-FROM.                 *
003226*                     BOTH COUNTS ARE DISPLAYED.  AN           *
003228*                     UNREADABLE PERIOD FILE ENDS RC=16.       *
003230*    2026-10-15 FR    THE STEP NOW APPENDS A JOB-TIMING RECORD *
003232*                     (DD JOBTIME, MTIMREC) AS IT ENDS - RUN   *
003234*                     DATE, START AND END STAMPS, RECORDS READ *
003236*                     AND RETURN CODE - FOR THE BATCH WINDOW   *
003238*                     REPORT (MYTIMRPT) AND THE MYHLTH PAGE.   *
003240*                     THE RUN DATE LOGGED IS THE FIRST CLEAN   *
003242*                     RECORD'S TR-TRAN-DATE, THE DATE MYDRIVER *
003244*                     POSTS UNDER.  A FAILURE TO LOG IS        *
003246*                     DISPLAYED AND LEAVES THE RETURN CODE     *
003248*                     ALONE.                                   *
003250*    2026-10-15 FR    TEST VALUES ARE NOW CHECKED AGAINST THE  *
003252*                     REFERENCE CODE FILE (DD REFCODES,        *
003254*                     MREFREC) OF VALID TEST1 RANGES AND       *
003256*                     TEST2/TEST3 CODES, LOADED AT START.  A   *
003258*                     VALUE NOT ON THE FILE IS REJECTED AS     *
003260*                     UNKNOWN (REASONS 06-08) AND ONE NOT IN   *
003262*                     FORCE ON THE TRANSACTION DATE AS RETIRED *
003264*                     (REASONS 09-11), SO A MISSPELT OR        *
003266*                     RETIRED CODE NO LONGER FALLS THROUGH TO  *
003268*                     THE GLOBAL X IN MYPROG.  A FIELD IS      *
003270*                     CHECKED ONLY ONCE THE FILE HOLDS ENTRIES *
003272*                     OF ITS TYPE.  BOTH COUNTS ARE DISPLAYED. *
003274*                     AN UNREADABLE OR INVALID REFCODES FILE   *
003276*                     ENDS RC=16.                              *
003278*                                                             *
003300***************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.                MYEDIT.
005700                            ORGANIZATION IS SEQUENTIAL
005800                            FILE STATUS IS WS-REJECT-FILE-STATUS.
005900
005910     SELECT PERIOD-FILE     ASSIGN TO PERIODS
005920                            ORGANIZATION IS SEQUENTIAL
005930                            FILE STATUS IS WS-PERIOD-FILE-STATUS.
005932
005934     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
005936                            ORGANIZATION IS SEQUENTIAL
005938                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
005940
005950     SELECT REFERENCE-CODE-FILE
005960                            ASSIGN TO REFCODES
005970                            ORGANIZATION IS SEQUENTIAL
005980                            FILE STATUS IS WS-REFCODE-FILE-STATUS.
005990
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RAW-TRANS-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY MREJREC.
007600
007610 FD  PERIOD-FILE
007620     RECORDING MODE IS F
007630     LABEL RECORDS ARE STANDARD.
007640     COPY MPERREC.
007641
007642 FD  JOB-TIME-FILE
007643     RECORDING MODE IS F
007644     LABEL RECORDS ARE STANDARD.
007645     COPY MTIMREC.
007650
007660 FD  REFERENCE-CODE-FILE
007670     RECORDING MODE IS F
007680     LABEL RECORDS ARE STANDARD.
007690     COPY MREFREC.
007695
007700 WORKING-STORAGE SECTION.
007800 01  WS-RAW-FILE-STATUS          PIC X(02)   VALUE SPACES.
007900     88  RAW-FILE-OK                     VALUE "00".
008100     88  CLEAN-FILE-OK                   VALUE "00".
008200 01  WS-REJECT-FILE-STATUS       PIC X(02)   VALUE SPACES.
008300     88  REJECT-FILE-OK                  VALUE "00".
008310 01  WS-PERIOD-FILE-STATUS       PIC X(02)   VALUE SPACES.
008320     88  PERIOD-FILE-OK                  VALUE "00".
008330 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
008340     88  JOBTIME-FILE-OK                 VALUE "00".
008350 01  WS-REFCODE-FILE-STATUS      PIC X(02)   VALUE SPACES.
008360     88  REFCODE-FILE-OK                 VALUE "00".
008400
008500 01  WS-SWITCHES.
008600     05  WS-EOF-SW               PIC X(01)   VALUE "N".
008900         88  EDIT-RUN-FAILED             VALUE "Y".
009000     05  WS-RECORD-REJECT-SW     PIC X(01)   VALUE "N".
009100         88  RECORD-REJECTED             VALUE "Y".
009110     05  WS-PERIOD-EOF-SW        PIC X(01)   VALUE "N".
009120         88  END-OF-PERIOD-FILE          VALUE "Y".
009130     05  WS-REFCODES-EOF-SW      PIC X(01)   VALUE "N".
009140         88  END-OF-REFCODES-FILE        VALUE "Y".
009150     05  WS-CODE-STATUS-SW       PIC X(01)   VALUE SPACE.
009160         88  CODE-IN-FORCE               VALUE "F".
009170         88  CODE-NOT-IN-FORCE           VALUE "R".
009180         88  CODE-UNKNOWN                VALUE "U".
009200
009300 01  WS-COUNTERS.
009400     05  WS-RECORDS-READ         PIC 9(09)   COMP    VALUE ZERO.
009500     05  WS-RECORDS-ACCEPTED     PIC 9(09)   COMP    VALUE ZERO.
009600     05  WS-RECORDS-REJECTED     PIC 9(09)   COMP    VALUE ZERO.
009610     05  WS-CLOSED-PERIOD-REJECTS
009620                                 PIC 9(09)   COMP    VALUE ZERO.
009630     05  WS-RECORDS-REDATED      PIC 9(09)   COMP    VALUE ZERO.
009640     05  WS-UNKNOWN-CODE-REJECTS PIC 9(09)   COMP    VALUE ZERO.
009650     05  WS-RETIRED-CODE-REJECTS PIC 9(09)   COMP    VALUE ZERO.
009660     05  WS-REFCODES-READ        PIC 9(09)   COMP    VALUE ZERO.
009700
009800 01  WS-CURRENT-DATE             PIC 9(08).
009810
009870     05  WS-TRAN-DATE-YYYY       PIC 9(04).
009880     05  WS-TRAN-DATE-MM         PIC 9(02).
009890     05  WS-TRAN-DATE-DD         PIC 9(02).
009891 01  WS-TRAN-DATE-PARTS REDEFINES WS-TRAN-DATE-X.
009892     05  WS-TRAN-PERIOD          PIC 9(06).
009893     05  FILLER                  PIC 9(02).
009900
009901*    THE CLOSED ACCOUNTING PERIODS OFF THE PERIOD FILE, OLDEST
009902*    FIRST (MYPCLS CLOSES THEM IN ORDER WITH NO GAPS), WITH
009903*    WHAT EACH ONE'S RECORD SAYS TO DO WITH LATE WORK.
009904 01  WS-PERIOD-TABLE.
009905     05  WS-PERIODS-LOADED       PIC 9(04)   COMP    VALUE ZERO.
009906     05  WS-PERIOD-ENTRY OCCURS 1 TO 600 TIMES
009907                         DEPENDING ON WS-PERIODS-LOADED
009908                         INDEXED BY WS-PERIOD-IDX.
009909         10  WS-PT-PERIOD        PIC 9(06).
009910         10  WS-PT-DIVERT-ACTION PIC X(01).
009911             88  WS-PT-DIVERT-TO-REDATE  VALUE "D".
009912 01  WS-LAST-CLOSED-PERIOD.
009913     05  WS-LAST-CLOSED-YYYY     PIC 9(04)   VALUE ZERO.
009914     05  WS-LAST-CLOSED-MM       PIC 9(02)   VALUE ZERO.
009915*    A LATE TRANSACTION RE-DATED OUT OF A CLOSED PERIOD POSTS
009916*    UNDER THE BUSINESS DATE THE REST OF THE FILE CARRIES.
009917 01  WS-REDATE-DATE              PIC 9(08)   VALUE ZERO.
009918
009919*    WALL-CLOCK START OF THE STEP, FOR ITS JOB-TIMING RECORD.
009920 01  WS-STEP-START-STAMP.
009921     05  WS-STEP-START-DATE      PIC 9(08)   VALUE ZERO.
009922     05  WS-STEP-START-TIME      PIC 9(08)   VALUE ZERO.
009923
009924*    THE RUN DATE THE STEP IS LOGGED UNDER - THE DATE ON THE
009925*    FIRST CLEAN RECORD, WHICH IS THE DATE MYDRIVER POSTS UNDER.
009926 01  WS-STEP-RUN-DATE            PIC 9(08)   VALUE ZERO.
009927
009928*    THE REFERENCE CODE FILE (MREFREC) AS LOADED, IN FILE ORDER
009929*    WITH COMMENT RECORDS DROPPED.  A CODE ENTRY IS HELD AS A
009930*    RANGE OF ONE VALUE (HIGH = LOW).  A FIELD IS ONLY CHECKED
009931*    WHEN THE FILE HOLDS AT LEAST ONE ENTRY OF ITS TYPE.
009932 01  WS-REF-TABLE.
009933     05  WS-REF-TEST1-COUNT      PIC 9(04)   COMP    VALUE ZERO.
009934     05  WS-REF-TEST2-COUNT      PIC 9(04)   COMP    VALUE ZERO.
009935     05  WS-REF-TEST3-COUNT      PIC 9(04)   COMP    VALUE ZERO.
009936     05  WS-REFS-LOADED          PIC 9(04)   COMP    VALUE ZERO.
009937     05  WS-REF-ENTRY OCCURS 1 TO 3000 TIMES
009938                      DEPENDING ON WS-REFS-LOADED
009939                      INDEXED BY WS-REF-IDX.
009940         10  WS-RT-TYPE          PIC X(01).
009941         10  WS-RT-CODE-LO       PIC X(10).
009942         10  WS-RT-CODE-HI       PIC X(10).
009943         10  WS-RT-EFF-FROM      PIC 9(08).
009944         10  WS-RT-EFF-TO        PIC 9(08).
009945*    THE EFFECTIVE DATES AS KEYED, HELD AS CHARACTERS SO BLANK
009946*    (NO BOUND) CAN BE TOLD APART FROM A KEYING ERROR.
009947 01  WS-REF-FROM-X               PIC X(08)   VALUE SPACES.
009948 01  WS-REF-FROM REDEFINES WS-REF-FROM-X
009949                                 PIC 9(08).
009950 01  WS-REF-TO-X                 PIC X(08)   VALUE SPACES.
009951 01  WS-REF-TO REDEFINES WS-REF-TO-X
009952                                 PIC 9(08).
009953*    ONE LOOK-UP AGAINST THE TABLE - THE TYPE AND VALUE TO FIND
009954*    AND THE DATE IT MUST BE IN FORCE ON.
009955 01  WS-CODE-LOOKUP.
009956     05  WS-LOOKUP-TYPE          PIC X(01)   VALUE SPACE.
009957     05  WS-LOOKUP-CODE          PIC X(10)   VALUE SPACES.
009958     05  WS-LOOKUP-DATE          PIC 9(08)   VALUE ZERO.
009959
010000***************************************************************
010100*    MAINLINE                                                 *
010200***************************************************************
010300 PROCEDURE DIVISION.
010400
010500 0000-MAINLINE.
010510     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
010520     ACCEPT WS-STEP-START-TIME FROM TIME
010600     PERFORM 1000-INITIALIZE
010700         THRU 1000-INITIALIZE-EXIT
010800     PERFORM 2000-EDIT-TRANSACTION
011000         UNTIL END-OF-RAW-FILE
011100     PERFORM 9000-TERMINATE
011200         THRU 9000-TERMINATE-EXIT
011210     PERFORM 9900-LOG-STEP-TIME
011220         THRU 9900-LOG-STEP-TIME-EXIT
011300     STOP RUN
011400     .
011500
012300     OPEN INPUT  RAW-TRANS-FILE
012400     OPEN OUTPUT CLEAN-TRANS-FILE
012500     OPEN OUTPUT REJECT-FILE
012510     OPEN INPUT  PERIOD-FILE
012520     OPEN INPUT  REFERENCE-CODE-FILE
012600     IF NOT RAW-FILE-OK
012700         DISPLAY "MYEDIT - UNABLE TO OPEN RAWTRAN, STATUS = "
012800             WS-RAW-FILE-STATUS
013800             WS-REJECT-FILE-STATUS
013900         SET EDIT-RUN-FAILED TO TRUE
014000     END-IF
014010     IF NOT PERIOD-FILE-OK
014020         DISPLAY "MYEDIT - UNABLE TO OPEN PERIODS, STATUS = "
014030             WS-PERIOD-FILE-STATUS
014040         SET EDIT-RUN-FAILED TO TRUE
014050     END-IF
014055     IF NOT REFCODE-FILE-OK
014060         DISPLAY "MYEDIT - UNABLE TO OPEN REFCODES, STATUS = "
014065             WS-REFCODE-FILE-STATUS
014070         SET EDIT-RUN-FAILED TO TRUE
014075     END-IF
014100     IF EDIT-RUN-FAILED
014200         SET END-OF-RAW-FILE TO TRUE
014300         GO TO 1000-INITIALIZE-EXIT
014400     END-IF
014410     PERFORM 1100-LOAD-ONE-PERIOD
014420         THRU 1100-LOAD-ONE-PERIOD-EXIT
014430         UNTIL END-OF-PERIOD-FILE
014440     CLOSE PERIOD-FILE
014442     PERFORM 1200-LOAD-ONE-REFERENCE
014444         THRU 1200-LOAD-ONE-REFERENCE-EXIT
014446         UNTIL END-OF-REFCODES-FILE
014448     CLOSE REFERENCE-CODE-FILE
014450     IF EDIT-RUN-FAILED
014460         SET END-OF-RAW-FILE TO TRUE
014470         GO TO 1000-INITIALIZE-EXIT
014480     END-IF
014490     IF WS-PERIODS-LOADED > ZERO
014491         PERFORM 1300-GET-BUSINESS-DATE
014492             THRU 1300-GET-BUSINESS-DATE-EXIT
014493         IF EDIT-RUN-FAILED
014494             GO TO 1000-INITIALIZE-EXIT
014495         END-IF
014496     END-IF
014500     PERFORM 8000-READ-RAW-FILE
014600         THRU 8000-READ-RAW-FILE-EXIT
014700     .
014800 1000-INITIALIZE-EXIT.
014900     EXIT.
014901
014902***************************************************************
014903*    1100-LOAD-ONE-PERIOD - ADD ONE CLOSED PERIOD TO THE      *
014904*    TABLE.  MORE PERIODS THAN THE TABLE HOLDS ABANDONS THE   *
014905*    RUN RC=16 RATHER THAN LET A CLOSED PERIOD GO UNGUARDED.  *
014906***************************************************************
014907 1100-LOAD-ONE-PERIOD.
014908     READ PERIOD-FILE
014909         AT END
014910             SET END-OF-PERIOD-FILE TO TRUE
014911             GO TO 1100-LOAD-ONE-PERIOD-EXIT
014912     END-READ
014913     IF WS-PERIODS-LOADED NOT < 600
014914         DISPLAY "MYEDIT - OVER 600 PERIODS - RUN ABANDONED"
014915         SET EDIT-RUN-FAILED TO TRUE
014916         SET END-OF-PERIOD-FILE TO TRUE
014917         GO TO 1100-LOAD-ONE-PERIOD-EXIT
014918     END-IF
014919     ADD 1 TO WS-PERIODS-LOADED
014920     SET WS-PERIOD-IDX TO WS-PERIODS-LOADED
014921     MOVE PD-PERIOD        TO WS-PT-PERIOD (WS-PERIOD-IDX)
014922     MOVE PD-DIVERT-ACTION TO WS-PT-DIVERT-ACTION (WS-PERIOD-IDX)
014923     MOVE PD-PERIOD        TO WS-LAST-CLOSED-PERIOD
014924     .
014925 1100-LOAD-ONE-PERIOD-EXIT.
014926     EXIT.
014927
014928***************************************************************
014929*    1200-LOAD-ONE-REFERENCE - ADD ONE REFERENCE CODE ENTRY   *
014930*    TO THE TABLE, SKIPPING COMMENT RECORDS.  A RECORD WITH   *
014931*    NO VALID TYPE, NO CODE, A TEST1 RANGE RUNNING BACKWARDS  *
014932*    OR AN EFFECTIVE DATE NEITHER BLANK NOR NUMERIC, OR MORE  *
014933*    ENTRIES THAN THE TABLE HOLDS, ABANDONS THE RUN RC=16 -   *
014934*    EDITING AGAINST A TABLE WITH AN ENTRY LEFT OUT WOULD     *
014935*    REJECT GOOD WORK.  THE BAD RECORD IS DISPLAYED WITH ITS  *
014936*    NUMBER SO THE FILE CAN BE PUT RIGHT.                     *
014937***************************************************************
014938 1200-LOAD-ONE-REFERENCE.
014939     READ REFERENCE-CODE-FILE
014940         AT END
014941             SET END-OF-REFCODES-FILE TO TRUE
014942             GO TO 1200-LOAD-ONE-REFERENCE-EXIT
014943     END-READ
014944     ADD 1 TO WS-REFCODES-READ
014945     IF RF-TYPE-COMMENT
014946         GO TO 1200-LOAD-ONE-REFERENCE-EXIT
014947     END-IF
014948     IF WS-REFS-LOADED NOT < 3000
014949         DISPLAY "MYEDIT - OVER 3000 REFCODES - RUN ABANDONED"
014950         SET EDIT-RUN-FAILED TO TRUE
014951         SET END-OF-REFCODES-FILE TO TRUE
014952         GO TO 1200-LOAD-ONE-REFERENCE-EXIT
014953     END-IF
014954     MOVE RF-EFFECTIVE-FROM-X TO WS-REF-FROM-X
014955     IF WS-REF-FROM-X = SPACES
014956         MOVE ZERO TO WS-REF-FROM
014957     END-IF
014958     MOVE RF-EFFECTIVE-TO-X   TO WS-REF-TO-X
014959     IF WS-REF-TO-X = SPACES
014960         MOVE ZERO TO WS-REF-TO
014961     END-IF
014962     IF (NOT RF-TYPE-TEST1-RANGE
014963         AND NOT RF-TYPE-TEST2-CODE
014964         AND NOT RF-TYPE-TEST3-CODE)
014965         OR RF-CODE-LO = SPACES OR LOW-VALUES
014966         OR (RF-TYPE-TEST1-RANGE
014967             AND RF-CODE-HI NOT = SPACES
014968             AND RF-CODE-HI < RF-CODE-LO)
014969         OR WS-REF-FROM-X NOT NUMERIC
014970         OR WS-REF-TO-X NOT NUMERIC
014971         DISPLAY "MYEDIT - REFCODES RECORD " WS-REFCODES-READ
014972             " IS NOT VALID - RUN ABANDONED"
014973         DISPLAY "MYEDIT - " REFERENCE-CODE-RECORD
014974         SET EDIT-RUN-FAILED TO TRUE
014975         SET END-OF-REFCODES-FILE TO TRUE
014976         GO TO 1200-LOAD-ONE-REFERENCE-EXIT
014977     END-IF
014978     ADD 1 TO WS-REFS-LOADED
014979     SET WS-REF-IDX TO WS-REFS-LOADED
014980     MOVE RF-CODE-TYPE TO WS-RT-TYPE (WS-REF-IDX)
014981     MOVE RF-CODE-LO   TO WS-RT-CODE-LO (WS-REF-IDX)
014982     IF RF-TYPE-TEST1-RANGE AND RF-CODE-HI NOT = SPACES
014983         MOVE RF-CODE-HI TO WS-RT-CODE-HI (WS-REF-IDX)
014984     ELSE
014985         MOVE RF-CODE-LO TO WS-RT-CODE-HI (WS-REF-IDX)
014986     END-IF
014987     MOVE WS-REF-FROM  TO WS-RT-EFF-FROM (WS-REF-IDX)
014988     MOVE WS-REF-TO    TO WS-RT-EFF-TO (WS-REF-IDX)
014989     EVALUATE TRUE
014990         WHEN RF-TYPE-TEST1-RANGE
014991             ADD 1 TO WS-REF-TEST1-COUNT
014992         WHEN RF-TYPE-TEST2-CODE
014993             ADD 1 TO WS-REF-TEST2-COUNT
014994         WHEN OTHER
014995             ADD 1 TO WS-REF-TEST3-COUNT
014996     END-EVALUATE
014997     .
014998 1200-LOAD-ONE-REFERENCE-EXIT.
014999     EXIT.
015000
015004***************************************************************
015005*    1300-GET-BUSINESS-DATE - A LATE TRANSACTION RE-DATED OUT *
015006*    OF A CLOSED PERIOD POSTS UNDER THE BUSINESS DATE THE     *
015007*    REST OF THE FILE CARRIES - THAT OF THE FIRST RECORD      *
015008*    VALIDLY DATED IN AN OPEN PERIOD - SO IT IS POSTED,       *
015009*    BALANCED AND DISTRIBUTED WITH THE DAY BEING RUN, NOT ON  *
015010*    AN EARLIER DAY THAT HAS ALREADY BEEN RUN AND SENT.  A    *
015011*    FILE WITH NO SUCH RECORD POSTS UNDER TODAY, AS A BLANK   *
015012*    DATE DOES.  THE RAW FILE IS READ AHEAD FOR IT AND        *
015013*    REOPENED FOR THE EDIT PASS; A REOPEN FAILURE ABANDONS    *
015014*    THE RUN WITH RETURN CODE 16.                             *
015015***************************************************************
015016 1300-GET-BUSINESS-DATE.
015017     MOVE WS-CURRENT-DATE TO WS-REDATE-DATE
015018     PERFORM 1310-SCAN-FOR-OPEN-DATE
015019         THRU 1310-SCAN-FOR-OPEN-DATE-EXIT
015020         UNTIL END-OF-RAW-FILE
015021     CLOSE RAW-TRANS-FILE
015022     MOVE "N" TO WS-EOF-SW
015023     OPEN INPUT RAW-TRANS-FILE
015024     IF NOT RAW-FILE-OK
015025         DISPLAY "MYEDIT - UNABLE TO REOPEN RAWTRAN, STATUS = "
015026             WS-RAW-FILE-STATUS
015027         SET EDIT-RUN-FAILED TO TRUE
015028         SET END-OF-RAW-FILE TO TRUE
015029         GO TO 1300-GET-BUSINESS-DATE-EXIT
015030     END-IF
015031     DISPLAY "MYEDIT - LATE RECORDS RE-DATE TO " WS-REDATE-DATE
015032     .
015033 1300-GET-BUSINESS-DATE-EXIT.
015034     EXIT.
015035
015036***************************************************************
015037*    1310-SCAN-FOR-OPEN-DATE - READ AHEAD ONE RAW RECORD.     *
015038*    THE FIRST ONE WITH A VALID DATE IN AN OPEN PERIOD GIVES  *
015039*    WS-REDATE-DATE AND ENDS THE SCAN.                        *
015040***************************************************************
015041 1310-SCAN-FOR-OPEN-DATE.
015042     PERFORM 8000-READ-RAW-FILE
015043         THRU 8000-READ-RAW-FILE-EXIT
015044     IF END-OF-RAW-FILE
015045         GO TO 1310-SCAN-FOR-OPEN-DATE-EXIT
015046     END-IF
015047     MOVE TR-TRAN-DATE TO WS-TRAN-DATE-X
015048     IF WS-TRAN-DATE-X NUMERIC
015049         AND WS-TRAN-DATE-MM NOT < 01
015050         AND WS-TRAN-DATE-MM NOT > 12
015051         AND WS-TRAN-DATE-DD NOT < 01
015052         AND WS-TRAN-DATE-DD NOT > 31
015053         AND WS-TRAN-PERIOD > WS-LAST-CLOSED-PERIOD
015054         MOVE WS-TRAN-DATE TO WS-REDATE-DATE
015055         SET END-OF-RAW-FILE TO TRUE
015056     END-IF
015057     .
015058 1310-SCAN-FOR-OPEN-DATE-EXIT.
015059     EXIT.
015060
015100***************************************************************
015200*    2000-EDIT-TRANSACTION - VALIDATE THE CURRENT RECORD,     *
015300*    WRITE IT TO THE CLEAN OR REJECT SIDE, AND READ THE       *
017100         SET RJ-REASON-BLANK-TEST1 TO TRUE
017200         SET RECORD-REJECTED TO TRUE
017300     END-IF
017302     IF NOT RECORD-REJECTED
017304         PERFORM 2200-CHECK-REFERENCE-CODES
017306             THRU 2200-CHECK-REFERENCE-CODES-EXIT
017308     END-IF
017310     IF NOT RECORD-REJECTED
017320         PERFORM 2100-CHECK-CLOSED-PERIOD
017330             THRU 2100-CHECK-CLOSED-PERIOD-EXIT
017340     END-IF
017400     IF RECORD-REJECTED
017500         PERFORM 3000-WRITE-REJECT-RECORD
017600             THRU 3000-WRITE-REJECT-RECORD-EXIT
018400             SET END-OF-RAW-FILE TO TRUE
018500             GO TO 2000-EDIT-TRANSACTION-EXIT
018600         END-IF
018610         IF WS-STEP-RUN-DATE = ZERO
018620             MOVE TR-TRAN-DATE TO WS-STEP-RUN-DATE
018630         END-IF
018700     END-IF
018800     PERFORM 8000-READ-RAW-FILE
018900         THRU 8000-READ-RAW-FILE-EXIT
019000     .
019100 2000-EDIT-TRANSACTION-EXIT.
019200     EXIT.
019202
019204***************************************************************
019206*    2100-CHECK-CLOSED-PERIOD - A RECORD THAT PASSED THE      *
019208*    EDITS BUT IS DATED IN A CLOSED PERIOD IS DIVERTED AS     *
019210*    THAT PERIOD'S RECORD SAYS.  THE PERIODS ARE CONTIGUOUS   *
019212*    AND OLDEST FIRST, SO THE FIRST ONE NOT BEFORE THE        *
019214*    RECORD'S MONTH GOVERNS IT - A DATE OLDER THAN THE FIRST  *
019216*    CLOSE FALLS UNDER THE FIRST CLOSE.  A REJECT LEAVES THE  *
019218*    IMAGE UNTOUCHED; A RE-DATE KEEPS THE ORIGINAL DATE IN    *
019220*    TR-REDATED-FROM, WHICH IS ZERO ON EVERY OTHER CLEAN      *
019222*    RECORD.  A BLANK DATE IS STAMPED WITH TODAY, WHICH IS    *
019224*    ALWAYS OPEN.                                             *
019226***************************************************************
019228 2100-CHECK-CLOSED-PERIOD.
019230     IF WS-PERIODS-LOADED = ZERO
019232         OR WS-TRAN-DATE-X = SPACES
019234         OR WS-TRAN-DATE-X = LOW-VALUES
019236         OR WS-TRAN-DATE-X = "00000000"
019238         OR WS-TRAN-PERIOD > WS-LAST-CLOSED-PERIOD
019240         MOVE ZERO TO TR-REDATED-FROM
019242         GO TO 2100-CHECK-CLOSED-PERIOD-EXIT
019244     END-IF
019246     SET WS-PERIOD-IDX TO 1
019248     SEARCH WS-PERIOD-ENTRY
019250         AT END
019252             SET WS-PERIOD-IDX TO WS-PERIODS-LOADED
019254         WHEN WS-PT-PERIOD (WS-PERIOD-IDX) NOT < WS-TRAN-PERIOD
019256             CONTINUE
019258     END-SEARCH
019260     IF WS-PT-DIVERT-TO-REDATE (WS-PERIOD-IDX)
019262         ADD 1 TO WS-RECORDS-REDATED
019264         MOVE TR-TRAN-DATE       TO TR-REDATED-FROM
019266         MOVE WS-REDATE-DATE     TO TR-TRAN-DATE
019268     ELSE
019270         ADD 1 TO WS-CLOSED-PERIOD-REJECTS
019272         SET RJ-REASON-CLOSED-PERIOD TO TRUE
019274         SET RECORD-REJECTED TO TRUE
019276     END-IF
019278     .
019280 2100-CHECK-CLOSED-PERIOD-EXIT.
019282     EXIT.
019300
019301***************************************************************
019302*    2200-CHECK-REFERENCE-CODES - EACH TEST VALUE MUST BE ON  *
019303*    THE REFERENCE CODE FILE, IN FORCE ON THE TRANSACTION     *
019304*    DATE (RUN DATE IF BLANK): REASON 06-08 IF UNKNOWN, 09-11 *
019305*    IF RETIRED.  A TYPE NOT ON THE FILE IS NOT CHECKED.      *
019306*    TEST1 GOES LAST SO THE FIRST FAILING FIELD WINS.  RUNS   *
019307*    BEFORE 2100 SO A LATE RECORD IS JUDGED ON ITS OWN DATE.  *
019308***************************************************************
019309 2200-CHECK-REFERENCE-CODES.
019310     MOVE WS-CURRENT-DATE TO WS-LOOKUP-DATE
019311     IF WS-TRAN-DATE-X NUMERIC
019312         AND WS-TRAN-DATE-X NOT = "00000000"
019313         MOVE WS-TRAN-DATE    TO WS-LOOKUP-DATE
019314     END-IF
019315     IF WS-REF-TEST3-COUNT > ZERO
019316         MOVE "3"      TO WS-LOOKUP-TYPE
019317         MOVE TR-TEST3 TO WS-LOOKUP-CODE
019318         PERFORM 2210-LOOK-UP-CODE
019319             THRU 2210-LOOK-UP-CODE-EXIT
019320         IF CODE-UNKNOWN
019321             SET RJ-REASON-UNKNOWN-TEST3 TO TRUE
019322         END-IF
019323         IF CODE-NOT-IN-FORCE
019324             SET RJ-REASON-RETIRED-TEST3 TO TRUE
019325         END-IF
019326     END-IF
019327     IF WS-REF-TEST2-COUNT > ZERO
019328         MOVE "2"      TO WS-LOOKUP-TYPE
019329         MOVE TR-TEST2 TO WS-LOOKUP-CODE
019330         PERFORM 2210-LOOK-UP-CODE
019331             THRU 2210-LOOK-UP-CODE-EXIT
019332         IF CODE-UNKNOWN
019333             SET RJ-REASON-UNKNOWN-TEST2 TO TRUE
019334         END-IF
019335         IF CODE-NOT-IN-FORCE
019336             SET RJ-REASON-RETIRED-TEST2 TO TRUE
019337         END-IF
019338     END-IF
019339     IF WS-REF-TEST1-COUNT > ZERO
019340         MOVE "1"      TO WS-LOOKUP-TYPE
019341         MOVE TR-TEST1 TO WS-LOOKUP-CODE
019342         PERFORM 2210-LOOK-UP-CODE
019343             THRU 2210-LOOK-UP-CODE-EXIT
019344         IF CODE-UNKNOWN
019345             SET RJ-REASON-UNKNOWN-TEST1 TO TRUE
019346         END-IF
019347         IF CODE-NOT-IN-FORCE
019348             SET RJ-REASON-RETIRED-TEST1 TO TRUE
019349         END-IF
019350     END-IF
019351     IF RJ-REASON-REFERENCE-CODE
019352         SET RECORD-REJECTED TO TRUE
019353         IF RJ-REASON-UNKNOWN-CODE
019354             ADD 1 TO WS-UNKNOWN-CODE-REJECTS
019355         ELSE
019356             ADD 1 TO WS-RETIRED-CODE-REJECTS
019357         END-IF
019358     END-IF
019359     .
019360 2200-CHECK-REFERENCE-CODES-EXIT.
019361     EXIT.
019362
019363***************************************************************
019364*    2210-LOOK-UP-CODE - SCAN THE TABLE FOR WS-LOOKUP-CODE,   *
019365*    SETTING CODE-IN-FORCE, -NOT-IN-FORCE OR -UNKNOWN.        *
019366***************************************************************
019367 2210-LOOK-UP-CODE.
019368     SET CODE-UNKNOWN TO TRUE
019369     PERFORM 2220-MATCH-ONE-CODE
019370         THRU 2220-MATCH-ONE-CODE-EXIT
019371         VARYING WS-REF-IDX FROM 1 BY 1
019372         UNTIL WS-REF-IDX > WS-REFS-LOADED
019373            OR CODE-IN-FORCE
019374     .
019375 2210-LOOK-UP-CODE-EXIT.
019376     EXIT.
019377
019378***************************************************************
019379*    2220-MATCH-ONE-CODE - A CODE CAN BE ON FILE MORE THAN    *
019380*    ONCE: AN ENTRY NOT IN FORCE ONLY MARKS IT RETIRED.       *
019381***************************************************************
019382 2220-MATCH-ONE-CODE.
019383     IF WS-RT-TYPE (WS-REF-IDX) NOT = WS-LOOKUP-TYPE
019384         OR WS-LOOKUP-CODE < WS-RT-CODE-LO (WS-REF-IDX)
019385         OR WS-LOOKUP-CODE > WS-RT-CODE-HI (WS-REF-IDX)
019386         GO TO 2220-MATCH-ONE-CODE-EXIT
019387     END-IF
019388     IF (WS-RT-EFF-FROM (WS-REF-IDX) = ZERO
019389         OR WS-LOOKUP-DATE NOT < WS-RT-EFF-FROM (WS-REF-IDX))
019390         AND (WS-RT-EFF-TO (WS-REF-IDX) = ZERO
019391         OR WS-LOOKUP-DATE NOT > WS-RT-EFF-TO (WS-REF-IDX))
019392         SET CODE-IN-FORCE TO TRUE
019393     ELSE
019394         SET CODE-NOT-IN-FORCE TO TRUE
019395     END-IF
019396     .
019397 2220-MATCH-ONE-CODE-EXIT.
019398     EXIT.
019399
019400***************************************************************
019500*    3000-WRITE-REJECT-RECORD - WRITE THE FAILING RECORD TO   *
019600*    THE REJECT FILE WITH ITS REASON CODE AND THE ORIGINAL    *
019700*    RECORD IMAGE UNTOUCHED.  THE REASON LEFT IN              *
019800*    RJ-REASON-CODE IS SET BY THE ORDER OF THE EDITS IN 2000, *
019900*    FIRST FAILURE WINNING: A BLANK FIELD (01-03, TEST1       *
019910*    BEFORE TEST2 BEFORE TEST3) OVER A BAD DATE (04); A       *
019920*    REFERENCE CODE (06-11, SEE 2200) ONLY WHEN THOSE PASS; A *
019930*    CLOSED PERIOD (05, SEE 2100) ONLY WHEN EVERY OTHER EDIT  *
019940*    PASSED.                                                  *
020000***************************************************************
020100 3000-WRITE-REJECT-RECORD.
020200     ADD 1 TO WS-RECORDS-REJECTED
023900     DISPLAY "MYEDIT - RECORDS READ     = " WS-RECORDS-READ
024000     DISPLAY "MYEDIT - RECORDS ACCEPTED = " WS-RECORDS-ACCEPTED
024100     DISPLAY "MYEDIT - RECORDS REJECTED = " WS-RECORDS-REJECTED
024110     DISPLAY "MYEDIT -   CLOSED PERIOD  = "
024120         WS-CLOSED-PERIOD-REJECTS
024122     DISPLAY "MYEDIT -   UNKNOWN CODE   = "
024124         WS-UNKNOWN-CODE-REJECTS
024126     DISPLAY "MYEDIT -   RETIRED CODE   = "
024128         WS-RETIRED-CODE-REJECTS
024130     DISPLAY "MYEDIT - RECORDS RE-DATED = " WS-RECORDS-REDATED
024140     IF WS-PERIODS-LOADED > ZERO
024150         DISPLAY "MYEDIT - LAST CLOSED PERIOD = "
024160             WS-LAST-CLOSED-PERIOD
024170     END-IF
024200     IF EDIT-RUN-FAILED
024300         MOVE 16 TO RETURN-CODE
024400     ELSE
024900     .
025000 9000-TERMINATE-EXIT.
025100     EXIT.
025102
025104***************************************************************
025106*    9900-LOG-STEP-TIME - APPEND THIS STEP'S RECORD TO THE    *
025108*    JOB-TIMING HISTORY (DD JOBTIME, MTIMREC) FOR THE BATCH   *
025110*    WINDOW REPORT (MYTIMRPT) AND THE MYHLTH PAGE.  THE LOG   *
025112*    IS BOOKKEEPING, NOT PART OF THE DAY'S WORK - A FAILURE   *
025114*    HERE IS DISPLAYED AND THE STEP'S OWN RETURN CODE STANDS. *
025116***************************************************************
025118 9900-LOG-STEP-TIME.
025120     OPEN EXTEND JOB-TIME-FILE
025122     IF NOT JOBTIME-FILE-OK
025124         DISPLAY "MYEDIT - UNABLE TO OPEN JOBTIME, STATUS = "
025126             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
025128         GO TO 9900-LOG-STEP-TIME-EXIT
025130     END-IF
025132     MOVE SPACES              TO JOB-TIMING-RECORD
025134     MOVE "MYEDIT"            TO TM-PROGRAM-ID
025136     IF WS-STEP-RUN-DATE > ZERO
025138         MOVE WS-STEP-RUN-DATE    TO TM-RUN-DATE
025140     ELSE
025142         MOVE WS-STEP-START-DATE  TO TM-RUN-DATE
025144     END-IF
025146     MOVE WS-STEP-START-STAMP TO TM-START-STAMP
025148     ACCEPT TM-END-DATE FROM DATE YYYYMMDD
025150     ACCEPT TM-END-TIME FROM TIME
025152     MOVE WS-RECORDS-READ     TO TM-RECORDS-PROCESSED
025154     MOVE RETURN-CODE         TO TM-RETURN-CODE
025156     WRITE JOB-TIMING-RECORD
025158     IF NOT JOBTIME-FILE-OK
025160         DISPLAY "MYEDIT - UNABLE TO WRITE JOBTIME, STATUS = "
025162             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
025164     END-IF
025166     CLOSE JOB-TIME-FILE
025168     .
025170 9900-LOG-STEP-TIME-EXIT.
025172     EXIT.
025200
025300 END PROGRAM MYEDIT.
