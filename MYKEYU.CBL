000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYKEYU                                      *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     KEY MASTER UPDATE AND CHANGE-ONLY DELTA     *
001000*                 FEED.  THE DAILY FEEDS RESEND EVERY KEY     *
001100*                 CALLED THAT DAY, AND NOTHING ON OUR SIDE    *
001200*                 COULD SAY WHAT A GIVEN KEY'S Z IS TODAY     *
001300*                 WITHOUT A SCAN OF THE WHOLE EXTRACT         *
001400*                 HISTORY.  THIS PROGRAM READS THE RUN        *
001500*                 DATE'S EXTRACT RECORDS (DD EXTFILE, DATE    *
001600*                 FROM THE JCL PARM DEFAULTING TO TODAY) AND  *
001700*                 APPLIES THEM TO THE KEY MASTER (DD          *
001800*                 KEYMAST, MKEYREC LAYOUT) - ONE RECORD PER   *
001900*                 TEST1/TEST2/TEST3 WITH ITS FIRST-SEEN AND   *
002000*                 LAST-SEEN DATES, CURRENT AND PREVIOUS Z,    *
002100*                 THE DATE Z CHANGED AND THE RULE THAT        *
002200*                 DERIVED IT.  IT THEN WRITES THE DELTA       *
002300*                 FEED (DD DSTDLTA): ONLY THE KEYS THAT WERE  *
002400*                 NEW ON THE RUN DATE OR WHOSE Z CHANGED ON   *
002500*                 IT, FRAMED WITH THE SAME HEADER, TRAILER    *
002600*                 COUNT AND KEY HASH AS MYDIST'S FEEDS (SEE   *
002700*                 DS3-DETAIL-RECORD IN MDSTREC), AND LOGS     *
002800*                 THE COUNT AND HASH ON THE DISTRIBUTION LOG  *
002900*                 (DD DSTLOG) UNDER CONSUMER ID 'DELTAFEED'   *
003000*                 SO MYACK MATCHES ITS ACKNOWLEDGMENT.        *
003100*                                                             *
003200*                 THE DELTA IS BUILT OFF THE UPDATED MASTER,  *
003300*                 NOT THE EXTRACT, SO A KEY CALLED SEVERAL    *
003400*                 TIMES IN A DAY IS SENT ONCE, AND A RERUN    *
003500*                 FOR THE SAME DATE REBUILDS THE SAME DELTA.  *
003600*                 AN EXTRACT RECORD DATED BEFORE THE KEY'S    *
003700*                 LAST-SEEN DATE (AN OLDER DATE RERUN AFTER   *
003800*                 A NEWER ONE) IS COUNTED AND SKIPPED SO THE  *
003900*                 MASTER NEVER GOES BACKWARDS; THE RUN THEN   *
004000*                 ENDS RC=4.  A FILE FAILURE ENDS RC=16 AND   *
004100*                 THE DELTA MUST NOT BE RELEASED.             *
004110*                 PARM 'YYYYMMDD,CORRECT' CARRIES A DATE'S    *
004120*                 CORRECTIONS (MYCORR) TO THE MASTER AND A    *
004130*                 CORRECTION DELTA INSTEAD - SEE 2300.        *
004200*                                                             *
004300*    MODIFICATION HISTORY                                     *
004400*    DATE       BY    DESCRIPTION                             *
004500*    ---------  ----  -------------------------------------   *
004600*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
004605*    2026-10-15 FR    REVERSAL RECORDS WRITTEN BY A           *
004610*                     CORRECTION RUN (MYCORR) ARE SKIPPED;    *
004615*                     THE REPLACEMENT THAT FOLLOWS EACH ONE   *
004620*                     IS APPLIED LIKE ANY OTHER RECORD, SO A  *
004625*                     DATE RERUN HERE AFTER ITS CORRECTION    *
004630*                     LEAVES THE KEY ON ITS CORRECTED Z.      *
004635*    2026-10-15 FR    THE STEP NOW APPENDS A JOB-TIMING       *
004640*                     RECORD (DD JOBTIME, MTIMREC) AS IT ENDS *
004645*                     - RUN DATE, START AND END STAMPS,       *
004650*                     EXTRACT RECORDS READ AND RETURN CODE -  *
004655*                     FOR THE BATCH WINDOW REPORT (MYTIMRPT)  *
004660*                     AND THE MYHLTH PAGE.  A FAILURE TO LOG  *
004665*                     IS DISPLAYED AND LEAVES THE RETURN CODE *
004670*                     ALONE.                                  *
004675*    2026-10-15 FR    ADDED PARM 'CATCHUP' FOR THE MULTI-DAY  *
004676*                     CATCH-UP (JOB MYCATJ) - THE RUN DATE IS *
004677*                     THEN THE DAY MYCATCH LAST SELECTED, OFF *
004678*                     THE LAST 'Q' RECORD ON RUNCTL (NEW DD,  *
004679*                     READ ONLY).  NO 'Q' RECORD FAILS THE    *
004680*                     RUN (RC=12) WITH THE MASTER UNTOUCHED.  *
004681*    2026-10-15 FR    ADDED PARM 'YYYYMMDD,CORRECT' FOR A     *
004682*                     CORRECTION RUN (JOB MYCORJ, AFTER       *
004683*                     MYCORR).  ONLY THE DATE'S REPLACEMENT   *
004684*                     POSTINGS ARE TAKEN, AND ONLY FOR KEYS   *
004685*                     STILL LAST SEEN ON THAT DATE - A KEY    *
004686*                     SEEN AGAIN SINCE KEEPS THE Z OF ITS     *
004687*                     LATER POSTING.  THE LAST-SEEN DATE      *
004688*                     NEVER MOVES.  EACH KEY WHOSE Z THE      *
004689*                     CORRECTION MOVED GOES ON A DELTA MARKED *
004690*                     AS A CORRECTION FILE, LOGGED ON DSTLOG  *
004691*                     AS 'CORRECT-D' APART FROM THE DAY'S     *
004692*                     'DELTAFEED'.  A REPLACEMENT FOR A KEY   *
004693*                     NOT YET UPDATED FOR THE DATE IS NOT     *
004694*                     APPLIED AND ENDS THE RUN RC=4.          *
004695*                     CORRECTION RUNS ARE NOT TIME-LOGGED.    *
004696*                                                             *
004800***************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.                MYKEYU.
005100 AUTHOR.                    F. ROSSI.
005200 INSTALLATION.              KOOPA TREE LISTENER.
005300 DATE-WRITTEN.              2026-10-15.
005400 DATE-COMPILED.
005500
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.           IBM-370.
005900 OBJECT-COMPUTER.           IBM-370.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT EXTRACT-FILE    ASSIGN TO EXTFILE
006300                            ORGANIZATION IS SEQUENTIAL
006400                            FILE STATUS IS WS-EXTRACT-FILE-STATUS.
006500
006600     SELECT OPTIONAL KEY-MASTER-FILE
006700                            ASSIGN TO KEYMAST
006800                            ORGANIZATION IS INDEXED
006900                            ACCESS MODE IS DYNAMIC
007000                            RECORD KEY IS KM-KEY
007100                            FILE STATUS IS WS-KEYMAST-FILE-STATUS.
007200
007300     SELECT DELTA-FILE      ASSIGN TO DSTDLTA
007400                            ORGANIZATION IS SEQUENTIAL
007500                            FILE STATUS IS WS-DELTA-FILE-STATUS.
007600
007700     SELECT DIST-LOG-FILE   ASSIGN TO DSTLOG
007800                            ORGANIZATION IS SEQUENTIAL
007900                            FILE STATUS IS WS-DSTLOG-FILE-STATUS.
007910
007920     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
007930                            ORGANIZATION IS SEQUENTIAL
007940                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
007950
007960     SELECT RUN-CONTROL-FILE
007970                            ASSIGN TO RUNCTL
007980                            ORGANIZATION IS SEQUENTIAL
007990                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  EXTRACT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600     COPY MEXTREC.
008700
008800 FD  KEY-MASTER-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY MKEYREC.
009100
009200 FD  DELTA-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500 01  DELTA-RECORD                PIC X(80).
009600
009700 FD  DIST-LOG-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY MDLGREC.
010010
010020 FD  JOB-TIME-FILE
010030     RECORDING MODE IS F
010040     LABEL RECORDS ARE STANDARD.
010050     COPY MTIMREC.
010055
010060 FD  RUN-CONTROL-FILE
010065     RECORDING MODE IS F
010070     LABEL RECORDS ARE STANDARD.
010075     COPY MRUNREC.
010100
010200 WORKING-STORAGE SECTION.
010300 01  WS-EXTRACT-FILE-STATUS      PIC X(02)   VALUE SPACES.
010400     88  EXTRACT-FILE-OK                 VALUE "00".
010500 01  WS-KEYMAST-FILE-STATUS      PIC X(02)   VALUE SPACES.
010600     88  KEYMAST-FILE-OK                 VALUE "00".
010700*    STATUS 05 ON THE OPEN IS THE OPTIONAL-FILE CASE - THE
010800*    CLUSTER IS DEFINED BUT HAS NEVER HELD A RECORD.
010900     88  KEYMAST-FILE-OPEN-OK            VALUE "00" "05".
011000     88  KEYMAST-FILE-AT-END             VALUE "10".
011100     88  KEYMAST-FILE-NOT-FOUND          VALUE "23".
011200 01  WS-DELTA-FILE-STATUS        PIC X(02)   VALUE SPACES.
011300     88  DELTA-FILE-OK                   VALUE "00".
011400 01  WS-DSTLOG-FILE-STATUS       PIC X(02)   VALUE SPACES.
011500     88  DSTLOG-FILE-OK                  VALUE "00".
011510 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
011520     88  JOBTIME-FILE-OK                 VALUE "00".
011530 01  WS-RUNCTL-FILE-STATUS       PIC X(02)   VALUE SPACES.
011540     88  RUNCTL-FILE-OK                  VALUE "00".
011600
011700 01  WS-SWITCHES.
011800     05  WS-EOF-SW               PIC X(01)   VALUE "N".
011900         88  END-OF-EXTRACT-FILE         VALUE "Y".
012000     05  WS-BROWSE-EOF-SW        PIC X(01)   VALUE "N".
012100         88  END-OF-MASTER-BROWSE        VALUE "Y".
012200     05  WS-KEYU-FAILED-SW       PIC X(01)   VALUE "N".
012300         88  KEYU-RUN-FAILED             VALUE "Y".
012310     05  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
012320         88  END-OF-RUNCTL-FILE          VALUE "Y".
012330     05  WS-CATCHUP-FOUND-SW     PIC X(01)   VALUE "N".
012340         88  CATCHUP-DATE-FOUND          VALUE "Y".
012400
012500 01  WS-SOURCE-SYSTEM            PIC X(08)   VALUE "KTL".
012600
012700*    RUN DATE OFF THE JCL PARM (TODAY WHEN NO PARM).
012800 01  WS-RUN-DATE-X               PIC X(08)   VALUE SPACES.
012900 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X
013000                                 PIC 9(08).
013010
013020*    RUN MODE OFF THE SECOND PARM OPERAND - 'CORRECT' CARRIES
013030*    THE DATE'S CORRECTION POSTINGS (SEE MYCORR) TO THE MASTER.
013040 01  WS-RUN-MODE                 PIC X(08)   VALUE SPACES.
013050     88  CORRECTION-RUN                  VALUE "CORRECT".
013100
013200 01  WS-COUNTERS.
013300     05  WS-RECORDS-READ         PIC 9(09)   COMP    VALUE ZERO.
013400     05  WS-RECORDS-SELECTED     PIC 9(09)   COMP    VALUE ZERO.
013500     05  WS-KEYS-ADDED           PIC 9(09)   COMP    VALUE ZERO.
013600     05  WS-KEYS-UPDATED         PIC 9(09)   COMP    VALUE ZERO.
013700     05  WS-STALE-SKIPPED        PIC 9(09)   COMP    VALUE ZERO.
013800     05  WS-KEYS-BROWSED         PIC 9(09)   COMP    VALUE ZERO.
013900     05  WS-DELTA-NEW            PIC 9(09)   COMP    VALUE ZERO.
014000     05  WS-DELTA-CHANGED        PIC 9(09)   COMP    VALUE ZERO.
014100     05  WS-DELTA-WRITTEN        PIC 9(09)   COMP    VALUE ZERO.
014110     05  WS-KEYS-CORRECTED       PIC 9(09)   COMP    VALUE ZERO.
014120     05  WS-CORR-SUPERSEDED      PIC 9(09)   COMP    VALUE ZERO.
014130     05  WS-CORR-NOT-APPLIED     PIC 9(09)   COMP    VALUE ZERO.
014200
014300*    HASH TOTAL OF THE DELTA KEYS - THE SAME ARITHMETIC AS
014400*    MYDIST: THE 30-BYTE TEST1/TEST2/TEST3 KEY REDEFINED AS
014500*    SEVEN BINARY FULLWORDS AND ONE HALFWORD, SUMMED (SEE
014600*    MDSTREC).
014700 01  WS-HASH-KEY.
014800     05  WS-HASH-TEST1           PIC X(10).
014900     05  WS-HASH-TEST2           PIC X(10).
015000     05  WS-HASH-TEST3           PIC X(10).
015100 01  WS-HASH-KEY-WORDS REDEFINES WS-HASH-KEY.
015200     05  WS-HASH-WORD            PIC S9(09)  COMP OCCURS 7 TIMES.
015300     05  WS-HASH-HALF            PIC S9(04)  COMP.
015400 01  WS-HASH-SUB                 PIC 9(04)   COMP    VALUE ZERO.
015500 01  WS-HASH-TOTAL               PIC S9(15)  COMP-3  VALUE ZERO.
015600
015700 01  WS-GEN-DATE                 PIC 9(08).
015800 01  WS-GEN-TIME                 PIC 9(08).
015801
015802*    THE Z A CORRECTED KEY HELD BEFORE THE CORRECTION - THE
015803*    ONE THE CONSUMERS LAST RECEIVED FOR IT.
015804 01  WS-SENT-Z                   PIC X(01)   VALUE SPACE.
015810
015820*    WALL-CLOCK START OF THE STEP, FOR ITS JOB-TIMING RECORD.
015830 01  WS-STEP-START-STAMP.
015840     05  WS-STEP-START-DATE      PIC 9(08)   VALUE ZERO.
015850     05  WS-STEP-START-TIME      PIC 9(08)   VALUE ZERO.
015900
016000*    INTERFACE RECORD LAYOUTS SHARED WITH THE CONSUMERS.
016100     COPY MDSTREC.
016200
016300 LINKAGE SECTION.
016380*    OPTIONAL JCL PARM CARRYING THE TARGET RUN DATE (YYYYMMDD),
016420*    OPTIONALLY FOLLOWED BY ',CORRECT' FOR A CORRECTION RUN, OR
016460*    'CATCHUP' FOR THE DAY THE CATCH-UP JOB LAST SELECTED.
016540*    WHEN NO PARM IS SUPPLIED, LK-PARM-LEN IS ZERO AND THE RUN
016620*    DEFAULTS TO TODAY.  THE LENGTH AND TEXT MUST BE ONE
016700*    LINKAGE ITEM, NOT TWO - EXEC PGM=...,PARM= PASSES THE
016800*    PROGRAM A SINGLE ADDRESS POINTING AT THE HALFWORD LENGTH
016900*    IMMEDIATELY FOLLOWED BY THE TEXT, SO THERE IS ONLY ONE
017000*    USING OPERAND TO RECEIVE IT.
017100 01  LK-PARM-AREA.
017200     05  LK-PARM-LEN             PIC S9(04) COMP.
017300     05  LK-PARM-TEXT            PIC X(16).
017400
017500***************************************************************
017600*    MAINLINE                                                 *
017700***************************************************************
017800 PROCEDURE DIVISION USING LK-PARM-AREA.
017900
018000 0000-MAINLINE.
018010     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
018020     ACCEPT WS-STEP-START-TIME FROM TIME
018100     PERFORM 1000-INITIALIZE
018200         THRU 1000-INITIALIZE-EXIT
018300     PERFORM 2000-APPLY-ONE-RECORD
018400         THRU 2000-APPLY-ONE-RECORD-EXIT
018500         UNTIL END-OF-EXTRACT-FILE
018600     IF NOT KEYU-RUN-FAILED
018700         PERFORM 3000-WRITE-DELTA-FEED
018800             THRU 3000-WRITE-DELTA-FEED-EXIT
018900     END-IF
019000     PERFORM 9000-TERMINATE
019100         THRU 9000-TERMINATE-EXIT
019110     PERFORM 9900-LOG-STEP-TIME
019120         THRU 9900-LOG-STEP-TIME-EXIT
019200     STOP RUN
019300     .
019400
019500***************************************************************
019600*    1000-INITIALIZE - PICK UP THE RUN DATE AND OPEN THE      *
019700*    EXTRACT, THE MASTER (FOR UPDATE) AND THE DELTA FEED.     *
019800*    ANY FAILURE ABANDONS THE RUN WITH RETURN CODE 16.        *
019810*    A CORRECTION RUN WRITES THE DELTA HEADER HERE, AS ITS    *
019820*    DETAILS GO OUT WHILE THE EXTRACT IS READ (SEE 2300).     *
019900***************************************************************
020000 1000-INITIALIZE.
020060     IF LK-PARM-LEN = 7 AND LK-PARM-TEXT (1:7) = "CATCHUP"
020120         PERFORM 1100-GET-CATCHUP-DATE
020180             THRU 1100-GET-CATCHUP-DATE-EXIT
020240         IF KEYU-RUN-FAILED
020300             SET END-OF-EXTRACT-FILE TO TRUE
020360             GO TO 1000-INITIALIZE-EXIT
020420         END-IF
020480     ELSE
020540         IF LK-PARM-LEN > 0
020580             MOVE LK-PARM-TEXT (1:8) TO WS-RUN-DATE-X
020620             IF LK-PARM-LEN > 9
020660                 MOVE LK-PARM-TEXT (10:LK-PARM-LEN - 9)
020700                     TO WS-RUN-MODE
020740             END-IF
020780             IF WS-RUN-DATE-X NOT NUMERIC
020820                 OR (LK-PARM-LEN > 8 AND NOT CORRECTION-RUN)
020860                 DISPLAY "MYKEYU - PARM '" LK-PARM-TEXT
020900                     "' IS NOT YYYYMMDD OR YYYYMMDD,CORRECT - "
020940                     "RUN ABANDONED"
020980                 SET KEYU-RUN-FAILED TO TRUE
021020                 SET END-OF-EXTRACT-FILE TO TRUE
021060                 MOVE 12 TO RETURN-CODE
021100                 GO TO 1000-INITIALIZE-EXIT
021140             END-IF
021180         ELSE
021220             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021260         END-IF
021320     END-IF
021400     ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
021500     ACCEPT WS-GEN-TIME FROM TIME
021600     OPEN INPUT  EXTRACT-FILE
021700     OPEN I-O    KEY-MASTER-FILE
021800     OPEN OUTPUT DELTA-FILE
021900     IF NOT EXTRACT-FILE-OK
022000         DISPLAY "MYKEYU - UNABLE TO OPEN EXTFILE, STATUS = "
022100             WS-EXTRACT-FILE-STATUS
022200         SET KEYU-RUN-FAILED TO TRUE
022300     END-IF
022400     IF NOT KEYMAST-FILE-OPEN-OK
022500         DISPLAY "MYKEYU - UNABLE TO OPEN KEYMAST, STATUS = "
022600             WS-KEYMAST-FILE-STATUS
022700         SET KEYU-RUN-FAILED TO TRUE
022800     END-IF
022900     IF NOT DELTA-FILE-OK
023000         DISPLAY "MYKEYU - UNABLE TO OPEN DSTDLTA, STATUS = "
023100             WS-DELTA-FILE-STATUS
023200         SET KEYU-RUN-FAILED TO TRUE
023300     END-IF
023400     IF KEYU-RUN-FAILED
023500         SET END-OF-EXTRACT-FILE TO TRUE
023600         MOVE 16 TO RETURN-CODE
023700     END-IF
023710     IF CORRECTION-RUN AND NOT KEYU-RUN-FAILED
023720         DISPLAY "MYKEYU - CORRECTION RUN FOR " WS-RUN-DATE
023730         PERFORM 3010-WRITE-DELTA-HEADER
023740             THRU 3010-WRITE-DELTA-HEADER-EXIT
023750     END-IF
023800     .
023900 1000-INITIALIZE-EXIT.
024000     EXIT.
024002
024004***************************************************************
024006*    1100-GET-CATCHUP-DATE - UNDER PARM='CATCHUP' THE RUN     *
024008*    DATE IS THE DAY THE CATCH-UP JOB (MYCATCH) HANDED THIS   *
024010*    PASS - THE DATE ON THE LAST CATCH-UP SELECTED RECORD ON  *
024012*    RUNCTL, THE SAME DAY MYDRIVER POSTED UNDER.  NO SUCH     *
024014*    RECORD, OR AN UNREADABLE RUNCTL, FAILS THE RUN BEFORE    *
024016*    THE MASTER OR THE DELTA FEED IS OPENED.                  *
024018***************************************************************
024020 1100-GET-CATCHUP-DATE.
024022     OPEN INPUT RUN-CONTROL-FILE
024024     IF NOT RUNCTL-FILE-OK
024026         DISPLAY "MYKEYU - UNABLE TO OPEN RUNCTL, STATUS = "
024028             WS-RUNCTL-FILE-STATUS
024030         SET KEYU-RUN-FAILED TO TRUE
024032         MOVE 16 TO RETURN-CODE
024034         GO TO 1100-GET-CATCHUP-DATE-EXIT
024036     END-IF
024038     PERFORM 1110-SCAN-FOR-CATCHUP
024040         THRU 1110-SCAN-FOR-CATCHUP-EXIT
024042         UNTIL END-OF-RUNCTL-FILE
024044     CLOSE RUN-CONTROL-FILE
024046     IF NOT CATCHUP-DATE-FOUND
024048         DISPLAY "MYKEYU - NO CATCH-UP DAY SELECTED ON RUNCTL - "
024050             "RUN ABANDONED"
024052         SET KEYU-RUN-FAILED TO TRUE
024054         MOVE 12 TO RETURN-CODE
024056         GO TO 1100-GET-CATCHUP-DATE-EXIT
024058     END-IF
024060     DISPLAY "MYKEYU - CATCH-UP - UPDATING FOR " WS-RUN-DATE
024062     .
024064 1100-GET-CATCHUP-DATE-EXIT.
024066     EXIT.
024068
024070 1110-SCAN-FOR-CATCHUP.
024072     READ RUN-CONTROL-FILE
024074         AT END
024076             SET END-OF-RUNCTL-FILE TO TRUE
024078             GO TO 1110-SCAN-FOR-CATCHUP-EXIT
024080     END-READ
024082     IF RN-CATCHUP-SELECTED
024084         SET CATCHUP-DATE-FOUND TO TRUE
024086         MOVE RN-RUN-DATE TO WS-RUN-DATE
024088     END-IF
024090     .
024092 1110-SCAN-FOR-CATCHUP-EXIT.
024094     EXIT.
024100
024200***************************************************************
024300*    2000-APPLY-ONE-RECORD - READ ONE EXTRACT RECORD AND,     *
024400*    WHEN IT CARRIES THE RUN DATE, APPLY IT TO ITS KEY'S      *
024500*    MASTER RECORD - ADDED WHEN THE KEY IS NEW, UPDATED       *
024600*    WHEN IT IS ALREADY ON FILE.  A CORRECTION RUN'S REVERSAL *
024610*    IS PASSED OVER - ITS REPLACEMENT CARRIES THE NEW Z.      *
024620*    A CORRECTION RUN TAKES ONLY THE REPLACEMENTS, TO 2300.   *
024700***************************************************************
024800 2000-APPLY-ONE-RECORD.
024900     READ EXTRACT-FILE
025000         AT END
025100             SET END-OF-EXTRACT-FILE TO TRUE
025200             GO TO 2000-APPLY-ONE-RECORD-EXIT
025300     END-READ
025400     ADD 1 TO WS-RECORDS-READ
025500     IF EX-RUN-DATE NOT = WS-RUN-DATE
025600         GO TO 2000-APPLY-ONE-RECORD-EXIT
025700     END-IF
025701     IF CORRECTION-RUN
025702         IF EX-REPLACEMENT-POSTING
025703             ADD 1 TO WS-RECORDS-SELECTED
025704             PERFORM 2300-APPLY-CORRECTION
025705                 THRU 2300-APPLY-CORRECTION-EXIT
025706         END-IF
025707         GO TO 2000-APPLY-ONE-RECORD-EXIT
025708     END-IF
025710     IF EX-REVERSAL-POSTING
025720         GO TO 2000-APPLY-ONE-RECORD-EXIT
025730     END-IF
025800     ADD 1 TO WS-RECORDS-SELECTED
025900     MOVE EX-TEST1 TO KM-TEST1
026000     MOVE EX-TEST2 TO KM-TEST2
026100     MOVE EX-TEST3 TO KM-TEST3
026200     READ KEY-MASTER-FILE
026300     EVALUATE TRUE
026400         WHEN KEYMAST-FILE-OK
026500             PERFORM 2200-UPDATE-KNOWN-KEY
026600                 THRU 2200-UPDATE-KNOWN-KEY-EXIT
026700         WHEN KEYMAST-FILE-NOT-FOUND
026800             PERFORM 2100-ADD-NEW-KEY
026900                 THRU 2100-ADD-NEW-KEY-EXIT
027000         WHEN OTHER
027100             DISPLAY "MYKEYU - UNABLE TO READ KEYMAST, STATUS = "
027200                 WS-KEYMAST-FILE-STATUS
027300             SET KEYU-RUN-FAILED TO TRUE
027400             SET END-OF-EXTRACT-FILE TO TRUE
027500             MOVE 16 TO RETURN-CODE
027600     END-EVALUATE
027700     .
027800 2000-APPLY-ONE-RECORD-EXIT.
027900     EXIT.
028000
028100***************************************************************
028200*    2100-ADD-NEW-KEY - FIRST SIGHTING OF THIS KEY.  ITS Z    *
028300*    TAKES EFFECT ON THE RUN DATE AND THERE IS NO PREVIOUS Z. *
028400***************************************************************
028500 2100-ADD-NEW-KEY.
028600     MOVE SPACES      TO KEY-MASTER-RECORD
028700     MOVE EX-TEST1    TO KM-TEST1
028800     MOVE EX-TEST2    TO KM-TEST2
028900     MOVE EX-TEST3    TO KM-TEST3
029000     MOVE WS-RUN-DATE TO KM-FIRST-SEEN-DATE
029100     MOVE WS-RUN-DATE TO KM-LAST-SEEN-DATE
029200     MOVE EX-RESULT-Z TO KM-CURRENT-Z
029300     MOVE WS-RUN-DATE TO KM-Z-CHANGED-DATE
029400     MOVE EX-RULE-ID  TO KM-RULE-ID
029500     WRITE KEY-MASTER-RECORD
029600     IF KEYMAST-FILE-OK
029700         ADD 1 TO WS-KEYS-ADDED
029800     ELSE
029900         DISPLAY "MYKEYU - UNABLE TO WRITE KEYMAST, STATUS = "
030000             WS-KEYMAST-FILE-STATUS
030100         SET KEYU-RUN-FAILED TO TRUE
030200         SET END-OF-EXTRACT-FILE TO TRUE
030300         MOVE 16 TO RETURN-CODE
030400     END-IF
030500     .
030600 2100-ADD-NEW-KEY-EXIT.
030700     EXIT.
030800
030900***************************************************************
031000*    2200-UPDATE-KNOWN-KEY - THE KEY IS ON FILE.  STAMP IT    *
031100*    SEEN ON THE RUN DATE AND, WHEN ITS Z HAS MOVED, KEEP     *
031200*    THE Z IT HAD BEFORE.  ONLY THE FIRST CHANGE OF THE DAY   *
031300*    SAVES THE PREVIOUS Z - LATER CALLS THE SAME DAY ONLY     *
031400*    MOVE THE CURRENT ONE - SO PREVIOUS Z IS ALWAYS THE Z THE *
031500*    DAY STARTED WITH AND A RERUN OF THE DATE LANDS IN THE    *
031600*    SAME PLACE.  A RECORD OLDER THAN THE KEY'S LAST SIGHTING *
031700*    IS SKIPPED SO THE MASTER NEVER GOES BACKWARDS.           *
031800***************************************************************
031900 2200-UPDATE-KNOWN-KEY.
032000     IF WS-RUN-DATE < KM-LAST-SEEN-DATE
032100         ADD 1 TO WS-STALE-SKIPPED
032200         GO TO 2200-UPDATE-KNOWN-KEY-EXIT
032300     END-IF
032400     MOVE WS-RUN-DATE TO KM-LAST-SEEN-DATE
032500     IF EX-RESULT-Z NOT = KM-CURRENT-Z
032600         IF KM-Z-CHANGED-DATE NOT = WS-RUN-DATE
032700             MOVE KM-CURRENT-Z TO KM-PREVIOUS-Z
032800             MOVE WS-RUN-DATE  TO KM-Z-CHANGED-DATE
032900         END-IF
033000         MOVE EX-RESULT-Z TO KM-CURRENT-Z
033100     END-IF
033200     MOVE EX-RULE-ID  TO KM-RULE-ID
033300     REWRITE KEY-MASTER-RECORD
033400     IF KEYMAST-FILE-OK
033500         ADD 1 TO WS-KEYS-UPDATED
033600     ELSE
033700         DISPLAY "MYKEYU - UNABLE TO REWRITE KEYMAST, STATUS = "
033800             WS-KEYMAST-FILE-STATUS
033900         SET KEYU-RUN-FAILED TO TRUE
034000         SET END-OF-EXTRACT-FILE TO TRUE
034100         MOVE 16 TO RETURN-CODE
034200     END-IF
034300     .
034400 2200-UPDATE-KNOWN-KEY-EXIT.
034500     EXIT.
034501
034502***************************************************************
034503*    2300-APPLY-CORRECTION - CORRECTION RUN ONLY.  CARRY ONE  *
034504*    REPLACEMENT POSTING'S Z TO ITS KEY WHEN THE CORRECTED    *
034505*    DATE IS STILL THE KEY'S LAST SIGHTING.  A KEY SEEN AGAIN *
034506*    SINCE ALREADY HOLDS THE Z OF THAT LATER POSTING AND IS   *
034507*    LEFT AS IT IS.  A KEY NOT YET UPDATED FOR THE DATE (THE  *
034508*    DAILY RUN NEVER GOT TO IT) IS COUNTED AND THE RUN ENDS   *
034509*    RC=4.  THE LAST-SEEN DATE NEVER MOVES, AND PREVIOUS Z    *
034510*    STAYS THE Z THE DAY STARTED WITH, AS IN 2200.  A KEY     *
034511*    WHOSE Z MOVES GOES STRAIGHT ONTO THE CORRECTION DELTA,   *
034512*    WITH THE Z THE CONSUMERS LAST RECEIVED AS ITS PREVIOUS   *
034513*    Z; A LATER REPLACEMENT FOR THE SAME KEY FINDS THE Z      *
034514*    ALREADY MOVED AND SENDS NOTHING MORE.                    *
034515***************************************************************
034516 2300-APPLY-CORRECTION.
034517     MOVE EX-TEST1 TO KM-TEST1
034518     MOVE EX-TEST2 TO KM-TEST2
034519     MOVE EX-TEST3 TO KM-TEST3
034520     READ KEY-MASTER-FILE
034521     EVALUATE TRUE
034522         WHEN KEYMAST-FILE-OK
034523             CONTINUE
034524         WHEN KEYMAST-FILE-NOT-FOUND
034525             ADD 1 TO WS-CORR-NOT-APPLIED
034526             GO TO 2300-APPLY-CORRECTION-EXIT
034527         WHEN OTHER
034528             DISPLAY "MYKEYU - UNABLE TO READ KEYMAST, STATUS = "
034529                 WS-KEYMAST-FILE-STATUS
034530             SET KEYU-RUN-FAILED TO TRUE
034531             SET END-OF-EXTRACT-FILE TO TRUE
034532             MOVE 16 TO RETURN-CODE
034533             GO TO 2300-APPLY-CORRECTION-EXIT
034534     END-EVALUATE
034535     IF KM-LAST-SEEN-DATE < WS-RUN-DATE
034536         ADD 1 TO WS-CORR-NOT-APPLIED
034537         GO TO 2300-APPLY-CORRECTION-EXIT
034538     END-IF
034539     IF KM-LAST-SEEN-DATE > WS-RUN-DATE
034540         ADD 1 TO WS-CORR-SUPERSEDED
034541         GO TO 2300-APPLY-CORRECTION-EXIT
034542     END-IF
034543     IF EX-RESULT-Z = KM-CURRENT-Z
034544         GO TO 2300-APPLY-CORRECTION-EXIT
034545     END-IF
034546     MOVE KM-CURRENT-Z TO WS-SENT-Z
034547     IF KM-Z-CHANGED-DATE NOT = WS-RUN-DATE
034548         MOVE KM-CURRENT-Z TO KM-PREVIOUS-Z
034549         MOVE WS-RUN-DATE  TO KM-Z-CHANGED-DATE
034550     END-IF
034551     MOVE EX-RESULT-Z TO KM-CURRENT-Z
034552     MOVE EX-RULE-ID  TO KM-RULE-ID
034553     REWRITE KEY-MASTER-RECORD
034554     IF NOT KEYMAST-FILE-OK
034555         DISPLAY "MYKEYU - UNABLE TO REWRITE KEYMAST, STATUS = "
034556             WS-KEYMAST-FILE-STATUS
034557         SET KEYU-RUN-FAILED TO TRUE
034558         SET END-OF-EXTRACT-FILE TO TRUE
034559         MOVE 16 TO RETURN-CODE
034560         GO TO 2300-APPLY-CORRECTION-EXIT
034561     END-IF
034562     ADD 1 TO WS-KEYS-CORRECTED
034563     MOVE SPACES    TO DS3-DETAIL-RECORD
034564     SET DS3-Z-CHANGED TO TRUE
034565     MOVE WS-SENT-Z TO DS3-PREVIOUS-Z
034566     ADD 1 TO WS-DELTA-CHANGED
034567     PERFORM 3120-WRITE-DELTA-DETAIL
034568         THRU 3120-WRITE-DELTA-DETAIL-EXIT
034569     .
034570 2300-APPLY-CORRECTION-EXIT.
034571     EXIT.
034600
034700***************************************************************
034800*    3000-WRITE-DELTA-FEED - WRITE THE HEADER, BROWSE THE     *
034900*    UPDATED MASTER IN KEY ORDER FOR THE KEYS THAT ARE NEW    *
035000*    OR CHANGED ON THE RUN DATE, THEN CLOSE THE FEED OUT      *
035100*    WITH ITS TRAILER AND LOG IT.  A DAY WITH NO CHANGES      *
035200*    STILL SENDS A HEADER AND A ZERO TRAILER SO THE CONSUMER  *
035300*    CAN TELL "NOTHING CHANGED" FROM "NOTHING ARRIVED".       *
035310*    A CORRECTION RUN HAS ALREADY WRITTEN ITS HEADER AND      *
035320*    DETAILS AND ONLY CLOSES THE FEED OUT HERE.               *
035400***************************************************************
035500 3000-WRITE-DELTA-FEED.
035600     IF CORRECTION-RUN
035700         GO TO 3000-WRITE-TRAILER
035800     END-IF
035900     PERFORM 3010-WRITE-DELTA-HEADER
036000         THRU 3010-WRITE-DELTA-HEADER-EXIT
036100     IF KEYU-RUN-FAILED
036200         GO TO 3000-WRITE-DELTA-FEED-EXIT
036300     END-IF
037000     MOVE LOW-VALUES TO KM-KEY
037100     START KEY-MASTER-FILE KEY NOT < KM-KEY
037200     EVALUATE TRUE
037300         WHEN KEYMAST-FILE-OK
037400             PERFORM 3100-SELECT-ONE-KEY
037500                 THRU 3100-SELECT-ONE-KEY-EXIT
037600                 UNTIL END-OF-MASTER-BROWSE
037700         WHEN KEYMAST-FILE-NOT-FOUND
037800         WHEN KEYMAST-FILE-AT-END
037900             CONTINUE
038000         WHEN OTHER
038100             DISPLAY "MYKEYU - UNABLE TO START THE KEYMAST "
038200                 "BROWSE, STATUS = " WS-KEYMAST-FILE-STATUS
038300             SET KEYU-RUN-FAILED TO TRUE
038400             MOVE 16 TO RETURN-CODE
038500     END-EVALUATE
038600     IF KEYU-RUN-FAILED
038700         GO TO 3000-WRITE-DELTA-FEED-EXIT
038800     END-IF
038840     .
038850 3000-WRITE-TRAILER.
038900     MOVE SPACES           TO DS-TRAILER-RECORD
039000     MOVE "TRL"            TO DS-TRL-ID
039100     MOVE WS-DELTA-WRITTEN TO DS-TRL-RECORD-COUNT
039200     MOVE WS-HASH-TOTAL    TO DS-TRL-HASH-TOTAL
039300     WRITE DELTA-RECORD FROM DS-TRAILER-RECORD
039400     IF NOT DELTA-FILE-OK
039500         DISPLAY "MYKEYU - UNABLE TO WRITE DSTDLTA TRAILER, "
039600             "STATUS = " WS-DELTA-FILE-STATUS
039700         SET KEYU-RUN-FAILED TO TRUE
039800         MOVE 16 TO RETURN-CODE
039900         GO TO 3000-WRITE-DELTA-FEED-EXIT
040000     END-IF
040100     PERFORM 3200-WRITE-DIST-LOG
040200         THRU 3200-WRITE-DIST-LOG-EXIT
040300     .
040400 3000-WRITE-DELTA-FEED-EXIT.
040500     EXIT.
040502
040504***************************************************************
040506*    3010-WRITE-DELTA-HEADER - THE FEED'S HEADER, MARKED AS A *
040508*    CORRECTION FILE ON A CORRECTION RUN.  A WRITE FAILURE    *
040510*    ENDS THE RUN RC=16.                                      *
040512***************************************************************
040514 3010-WRITE-DELTA-HEADER.
040516     MOVE SPACES           TO DS-HEADER-RECORD
040518     MOVE "HDR"            TO DS-HDR-ID
040520     MOVE WS-SOURCE-SYSTEM TO DS-HDR-SOURCE-SYSTEM
040522     MOVE WS-RUN-DATE      TO DS-HDR-RUN-DATE
040524     MOVE WS-GEN-DATE      TO DS-HDR-GEN-DATE
040526     MOVE WS-GEN-TIME      TO DS-HDR-GEN-TIME
040528     IF CORRECTION-RUN
040530         SET DS-HDR-CORRECTION-FILE TO TRUE
040532     END-IF
040534     WRITE DELTA-RECORD FROM DS-HEADER-RECORD
040536     IF NOT DELTA-FILE-OK
040538         DISPLAY "MYKEYU - UNABLE TO WRITE DSTDLTA, STATUS = "
040540             WS-DELTA-FILE-STATUS
040542         SET KEYU-RUN-FAILED TO TRUE
040544         SET END-OF-EXTRACT-FILE TO TRUE
040546         MOVE 16 TO RETURN-CODE
040548     END-IF
040550     .
040552 3010-WRITE-DELTA-HEADER-EXIT.
040554     EXIT.
040600
040700***************************************************************
040800*    3100-SELECT-ONE-KEY - READ THE NEXT MASTER RECORD OFF    *
040900*    THE BROWSE AND, WHEN IT WAS SEEN ON THE RUN DATE AND IS  *
041000*    EITHER NEW THAT DAY OR ENDED THE DAY ON A DIFFERENT Z    *
041100*    THAN IT STARTED WITH, SEND IT ON THE DELTA.              *
041200***************************************************************
041300 3100-SELECT-ONE-KEY.
041400     READ KEY-MASTER-FILE NEXT RECORD
041500         AT END
041600             SET END-OF-MASTER-BROWSE TO TRUE
041700             GO TO 3100-SELECT-ONE-KEY-EXIT
041800     END-READ
041900     IF NOT KEYMAST-FILE-OK
042000         DISPLAY "MYKEYU - KEYMAST BROWSE READ FAILED, STATUS = "
042100             WS-KEYMAST-FILE-STATUS
042200         SET KEYU-RUN-FAILED TO TRUE
042300         SET END-OF-MASTER-BROWSE TO TRUE
042400         MOVE 16 TO RETURN-CODE
042500         GO TO 3100-SELECT-ONE-KEY-EXIT
042600     END-IF
042700     ADD 1 TO WS-KEYS-BROWSED
042800     IF KM-LAST-SEEN-DATE NOT = WS-RUN-DATE
042900         GO TO 3100-SELECT-ONE-KEY-EXIT
043000     END-IF
043100     MOVE SPACES TO DS3-DETAIL-RECORD
043200     EVALUATE TRUE
043300         WHEN KM-FIRST-SEEN-DATE = WS-RUN-DATE
043400             SET DS3-NEW-KEY TO TRUE
043500             ADD 1 TO WS-DELTA-NEW
043600         WHEN KM-Z-CHANGED-DATE = WS-RUN-DATE
043700             AND KM-CURRENT-Z NOT = KM-PREVIOUS-Z
043800             SET DS3-Z-CHANGED TO TRUE
043900             MOVE KM-PREVIOUS-Z TO DS3-PREVIOUS-Z
044000             ADD 1 TO WS-DELTA-CHANGED
044100         WHEN OTHER
044200             GO TO 3100-SELECT-ONE-KEY-EXIT
044300     END-EVALUATE
044400     PERFORM 3120-WRITE-DELTA-DETAIL
044500         THRU 3120-WRITE-DELTA-DETAIL-EXIT
046900     .
047000 3100-SELECT-ONE-KEY-EXIT.
047100     EXIT.
047200
047300 3110-ADD-ONE-HASH-WORD.
047400     ADD WS-HASH-WORD (WS-HASH-SUB) TO WS-HASH-TOTAL
047500     .
047600 3110-ADD-ONE-HASH-WORD-EXIT.
047700     EXIT.
047702
047704***************************************************************
047706*    3120-WRITE-DELTA-DETAIL - FILL IN THE DETAIL THE CALLER  *
047708*    HAS MARKED NEW OR CHANGED FROM THE MASTER RECORD, WRITE  *
047710*    IT AND ROLL ITS KEY INTO THE COUNT AND HASH.  A WRITE    *
047712*    FAILURE ENDS THE RUN RC=16.                              *
047714***************************************************************
047716 3120-WRITE-DELTA-DETAIL.
047718     MOVE "DTL"              TO DS3-ID
047720     MOVE KM-TEST1           TO DS3-TEST1
047722     MOVE KM-TEST2           TO DS3-TEST2
047724     MOVE KM-TEST3           TO DS3-TEST3
047726     MOVE KM-CURRENT-Z       TO DS3-RESULT-Z
047728     MOVE KM-FIRST-SEEN-DATE TO DS3-FIRST-SEEN-DATE
047730     MOVE KM-RULE-ID         TO DS3-RULE-ID
047732     WRITE DELTA-RECORD FROM DS3-DETAIL-RECORD
047734     IF NOT DELTA-FILE-OK
047736         DISPLAY "MYKEYU - UNABLE TO WRITE DSTDLTA, STATUS = "
047738             WS-DELTA-FILE-STATUS
047740         SET KEYU-RUN-FAILED TO TRUE
047742         SET END-OF-MASTER-BROWSE TO TRUE
047744         SET END-OF-EXTRACT-FILE TO TRUE
047746         MOVE 16 TO RETURN-CODE
047748         GO TO 3120-WRITE-DELTA-DETAIL-EXIT
047750     END-IF
047752     ADD 1 TO WS-DELTA-WRITTEN
047754     MOVE KM-TEST1 TO WS-HASH-TEST1
047756     MOVE KM-TEST2 TO WS-HASH-TEST2
047758     MOVE KM-TEST3 TO WS-HASH-TEST3
047760     PERFORM 3110-ADD-ONE-HASH-WORD
047762         THRU 3110-ADD-ONE-HASH-WORD-EXIT
047764         VARYING WS-HASH-SUB FROM 1 BY 1
047766         UNTIL WS-HASH-SUB > 7
047768     ADD WS-HASH-HALF TO WS-HASH-TOTAL
047770     .
047772 3120-WRITE-DELTA-DETAIL-EXIT.
047774     EXIT.
047800
047900***************************************************************
048000*    3200-WRITE-DIST-LOG - APPEND THE DELTA FEED'S COUNT AND  *
048100*    HASH TO THE DISTRIBUTION LOG SO MYACK HAS SOMETHING TO   *
048200*    MATCH ITS ACKNOWLEDGMENT AGAINST.  AS IN MYDIST, A       *
048300*    FAILURE HERE ENDS RC=16 BUT THE FEED ITSELF IS COMPLETE  *
048400*    AND THE MESSAGE SAYS SO.                                 *
048410*    A CORRECTION RUN'S DELTA IS LOGGED AS 'CORRECT-D'.       *
048500***************************************************************
048600 3200-WRITE-DIST-LOG.
048700     OPEN EXTEND DIST-LOG-FILE
048800     IF NOT DSTLOG-FILE-OK
048900         DISPLAY "MYKEYU - UNABLE TO OPEN DSTLOG, STATUS = "
049000             WS-DSTLOG-FILE-STATUS
049100         DISPLAY "MYKEYU - DELTA FEED IS COMPLETE BUT WAS NOT "
049200             "LOGGED - MYACK WILL CHASE THIS DATE AS "
049300             "UNACKNOWLEDGED"
049400         MOVE 16 TO RETURN-CODE
049500         GO TO 3200-WRITE-DIST-LOG-EXIT
049600     END-IF
049700     MOVE SPACES           TO DIST-LOG-RECORD
049800     MOVE WS-RUN-DATE      TO DL-RUN-DATE
049900     IF CORRECTION-RUN
049910         SET DL-CORRECTION-DELTA TO TRUE
049920     ELSE
049930         SET DL-DELTA-FEED     TO TRUE
049940     END-IF
050000     MOVE WS-DELTA-WRITTEN TO DL-RECORD-COUNT
050100     MOVE WS-HASH-TOTAL    TO DL-HASH-TOTAL
050200     MOVE WS-GEN-DATE      TO DL-GEN-DATE
050300     MOVE WS-GEN-TIME      TO DL-GEN-TIME
050400     WRITE DIST-LOG-RECORD
050500     IF NOT DSTLOG-FILE-OK
050600         DISPLAY "MYKEYU - UNABLE TO WRITE DSTLOG, STATUS = "
050700             WS-DSTLOG-FILE-STATUS
050800         DISPLAY "MYKEYU - DELTA FEED IS COMPLETE BUT WAS NOT "
050900             "LOGGED - MYACK WILL CHASE THIS DATE AS "
051000             "UNACKNOWLEDGED"
051100         MOVE 16 TO RETURN-CODE
051200     END-IF
051300     CLOSE DIST-LOG-FILE
051400     .
051500 3200-WRITE-DIST-LOG-EXIT.
051600     EXIT.
051700
051800***************************************************************
051900*    9000-TERMINATE - CLOSE THE FILES, DISPLAY THE RUN        *
052000*    TOTALS AND SET RC=4 WHEN STALE RECORDS WERE SKIPPED OR   *
052050*    CORRECTIONS COULD NOT BE APPLIED.                        *
052100***************************************************************
052200 9000-TERMINATE.
052300     CLOSE EXTRACT-FILE
052400     CLOSE KEY-MASTER-FILE
052500     CLOSE DELTA-FILE
052600     DISPLAY "MYKEYU - EXTRACT RECORDS READ = " WS-RECORDS-READ
052700     DISPLAY "MYKEYU - RUN DATE RECORDS     = "
052800         WS-RECORDS-SELECTED
052900     DISPLAY "MYKEYU - KEYS ADDED           = " WS-KEYS-ADDED
053000     DISPLAY "MYKEYU - KEYS UPDATED         = " WS-KEYS-UPDATED
053100     DISPLAY "MYKEYU - STALE RECORDS SKIPPED= " WS-STALE-SKIPPED
053200     DISPLAY "MYKEYU - DELTA NEW KEYS       = " WS-DELTA-NEW
053300     DISPLAY "MYKEYU - DELTA CHANGED KEYS   = " WS-DELTA-CHANGED
053310     IF CORRECTION-RUN
053320         DISPLAY "MYKEYU - KEYS CORRECTED       = "
053325             WS-KEYS-CORRECTED
053330         DISPLAY "MYKEYU - KEYS SEEN SINCE      = "
053335             WS-CORR-SUPERSEDED
053340         DISPLAY "MYKEYU - KEYS NOT YET UPDATED = "
053345             WS-CORR-NOT-APPLIED
053350     END-IF
053400     IF KEYU-RUN-FAILED
053500         DISPLAY "MYKEYU - RUN FAILED - DO NOT RELEASE THE DELTA "
053600             "FEED"
053700     ELSE
053800         IF WS-STALE-SKIPPED > ZERO
053900             AND RETURN-CODE = ZERO
054000             DISPLAY "MYKEYU - RECORDS OLDER THAN THEIR KEY'S "
054100                 "LAST SIGHTING WERE NOT APPLIED"
054200             MOVE 4 TO RETURN-CODE
054300         END-IF
054310         IF WS-CORR-NOT-APPLIED > ZERO
054320             AND RETURN-CODE = ZERO
054330             DISPLAY "MYKEYU - REPLACEMENTS FOR KEYS NOT YET "
054340                 "UPDATED FOR THE DATE WERE NOT APPLIED"
054350             MOVE 4 TO RETURN-CODE
054360         END-IF
054400     END-IF
054500     .
054600 9000-TERMINATE-EXIT.
054700     EXIT.
054702
054703***************************************************************
054704*    9900-LOG-STEP-TIME - APPEND THIS STEP'S RECORD TO THE    *
054705*    JOB-TIMING HISTORY (DD JOBTIME, MTIMREC) FOR THE BATCH   *
054706*    WINDOW REPORT (MYTIMRPT) AND THE MYHLTH PAGE.  THE LOG   *
054707*    IS BOOKKEEPING, NOT PART OF THE DAY'S WORK - A FAILURE   *
054708*    HERE IS DISPLAYED AND THE STEP'S OWN RETURN CODE STANDS. *
054709*    A CORRECTION RUN IS NOT PART OF THE DAILY STREAM AND IS  *
054714*    NOT LOGGED.                                              *
054719***************************************************************
054724 9900-LOG-STEP-TIME.
054729     IF CORRECTION-RUN
054734         GO TO 9900-LOG-STEP-TIME-EXIT
054739     END-IF
054751     OPEN EXTEND JOB-TIME-FILE
054752     IF NOT JOBTIME-FILE-OK
054753         DISPLAY "MYKEYU - UNABLE TO OPEN JOBTIME, STATUS = "
054754             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
054755         GO TO 9900-LOG-STEP-TIME-EXIT
054756     END-IF
054757     MOVE SPACES              TO JOB-TIMING-RECORD
054758     MOVE "MYKEYU"            TO TM-PROGRAM-ID
054759     IF WS-RUN-DATE-X NUMERIC
054760         MOVE WS-RUN-DATE         TO TM-RUN-DATE
054761     ELSE
054762         MOVE WS-STEP-START-DATE  TO TM-RUN-DATE
054763     END-IF
054764     MOVE WS-STEP-START-STAMP TO TM-START-STAMP
054765     ACCEPT TM-END-DATE FROM DATE YYYYMMDD
054766     ACCEPT TM-END-TIME FROM TIME
054767     MOVE WS-RECORDS-READ     TO TM-RECORDS-PROCESSED
054768     MOVE RETURN-CODE         TO TM-RETURN-CODE
054769     WRITE JOB-TIMING-RECORD
054770     IF NOT JOBTIME-FILE-OK
054771         DISPLAY "MYKEYU - UNABLE TO WRITE JOBTIME, STATUS = "
054772             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
054773     END-IF
054774     CLOSE JOB-TIME-FILE
054775     .
054776 9900-LOG-STEP-TIME-EXIT.
054777     EXIT.
054800
054900 END PROGRAM MYKEYU.
