000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYCATCH                                     *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     MULTI-DAY CATCH-UP OF THE DAILY STREAM      *
001000*                 AFTER ONE OR MORE MISSED NIGHTS (JOB        *
001100*                 MYCATJ).  THE HELD NIGHTS' RAW INPUT SITS   *
001200*                 AS GENERATIONS OF THE CATCH-UP QUEUE, READ  *
001300*                 OLDEST FIRST AS ONE CONCATENATION (DD       *
001400*                 RAWQUEUE, THE GDG BASE, MTRNREC LAYOUT).    *
001500*                 THE QUEUE IS SPLIT INTO DAYS: A DAY TAKES   *
001600*                 ITS DATE FROM ITS FIRST DATED RECORD, AND A *
001700*                 RECORD DATED LATER THAN THE DAY BEING       *
001800*                 GATHERED STARTS THE NEXT ONE.  A RECORD     *
001900*                 DATED THE SAME OR EARLIER (LATE WORK) OR    *
002000*                 UNDATED RIDES WITH THE DAY BEING GATHERED,  *
002100*                 JUST AS IT WOULD HAVE IN THAT NIGHT'S RUN.  *
002110*                 ONLY A VALID DATE, NOT LATER THAN TODAY AND *
002120*                 LATER THAN THE LAST DAY THE DAILY RUN       *
002130*                 POSTED (FROM RUNCTL), COUNTS AS A DATE      *
002140*                 HERE.  A RECORD WITH ANY OTHER DATE RIDES   *
002150*                 AS IF UNDATED, SO LATE WORK FOR A DAY       *
002160*                 ALREADY RUN, OR A MIS-KEYED DATE, NEVER     *
002170*                 OPENS A DAY OF ITS OWN.                     *
002200*                 WHAT IS ALREADY DONE FOR EACH DAY COMES     *
002300*                 FROM THE RUN HISTORY (DD RUNCTL) AND THE    *
002400*                 DISTRIBUTION LOG (DD DSTLOG).  A DAY IS     *
002500*                 COMPLETE ONCE MYDRIVER HAS MARKED IT        *
002600*                 COMPLETED AND BOTH CONSUMER FEEDS AND THE   *
002700*                 DELTA FEED ARE LOGGED FOR IT.               *
002800*                                                             *
002900*                 THE JCL PARM SELECTS THE FUNCTION:          *
003000*                   SELECT  - PICK THE OLDEST DAY NOT YET     *
003100*                             COMPLETE, WRITE ITS RECORDS TO  *
003200*                             DD RAWDAY FOR THE PASS'S EDIT   *
003300*                             STEP (AN UNDATED RECORD IS      *
003400*                             GIVEN THE DAY'S DATE, NOT       *
003500*                             TODAY'S), REGISTER IT ON RUNCTL *
003600*                             ('Q' - SEE MRUNREC) AND END     *
003700*                             WITH THE RETURN CODE THAT TELLS *
003800*                             THE PASS WHERE TO START:        *
003900*                               0 - THE WHOLE DAY,            *
004000*                               2 - ALREADY POSTED - ALL BUT  *
004100*                                   THE LISTENER,             *
004200*                               3 - ALREADY DISTRIBUTED - THE *
004300*                                   KEY MASTER UPDATE ONLY,   *
004400*                               4 - NOTHING LEFT TO DO,       *
004500*                   SUMMARY - PRINT ONE LINE PER QUEUED DAY   *
004600*                             WITH ITS COUNTS AND STATE ON DD *
004700*                             CATRPT, AND WHERE THE CATCH-UP  *
004800*                             STOPPED AND WHY.  ENDS RC=0     *
004900*                             WHEN EVERY DAY IS COMPLETE,     *
005000*                             RC=4 WHEN DAYS WERE SIMPLY NOT  *
005100*                             REACHED (RESUBMIT TO CONTINUE)  *
005200*                             AND RC=8 WHEN A DAY FAILED.     *
005300*                 BECAUSE SELECT ALWAYS STARTS FROM THE RUN   *
005400*                 HISTORY, A RESUBMITTED CATCH-UP RESUMES AT  *
005500*                 THE FIRST DAY NOT YET COMPLETE.  A BAD PARM *
005600*                 OR AN UNUSABLE QUEUE ENDS RC=12 AND A FILE  *
005700*                 FAILURE RC=16.                              *
005800*                                                             *
005900*    MODIFICATION HISTORY                                     *
006000*    DATE       BY    DESCRIPTION                             *
006100*    ---------  ----  -------------------------------------   *
006200*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
006205*    2026-10-15 FR    THE QUEUE IS NO LONGER SPLIT ON ANY     *
006210*                     NUMERIC DATE.  A RECORD ONLY OPENS A    *
006215*                     DAY IF ITS DATE IS VALID (AS MYEDIT     *
006220*                     JUDGES IT), NOT LATER THAN TODAY AND    *
006225*                     LATER THAN THE LAST DAY THE DAILY RUN   *
006230*                     POSTED (SEE 1050-FIND-LAST-DAILY-DAY).  *
006235*                     LATE WORK FOR A DAY ALREADY RUN BECAME  *
006240*                     A 'DAY' OF ITS OWN THAT SELECT SKIPPED  *
006245*                     AS COMPLETE, SO IT WAS NEVER POSTED AND *
006250*                     WAS LOST WITH THE QUEUE; A MIS-KEYED OR *
006255*                     FUTURE DATE OPENED A BOGUS DAY THAT     *
006260*                     TOOK THE REST OF THE QUEUE WITH IT.     *
006265*                     SUCH RECORDS NOW RIDE WITH THE DAY      *
006270*                     BEING GATHERED AND ARE COUNTED.         *
006300*                                                             *
006400***************************************************************
006500 IDENTIFICATION DIVISION.
006600 PROGRAM-ID.                MYCATCH.
006700 AUTHOR.                    F. ROSSI.
006800 INSTALLATION.              KOOPA TREE LISTENER.
006900 DATE-WRITTEN.              2026-10-15.
007000 DATE-COMPILED.
007100
007200 ENVIRONMENT DIVISION.
007300 CONFIGURATION SECTION.
007400 SOURCE-COMPUTER.           IBM-370.
007500 OBJECT-COMPUTER.           IBM-370.
007600 INPUT-OUTPUT SECTION.
007700 FILE-CONTROL.
007800     SELECT QUEUE-FILE      ASSIGN TO RAWQUEUE
007900                            ORGANIZATION IS SEQUENTIAL
008000                            FILE STATUS IS WS-QUEUE-FILE-STATUS.
008100
008200     SELECT DAY-FILE        ASSIGN TO RAWDAY
008300                            ORGANIZATION IS SEQUENTIAL
008400                            FILE STATUS IS WS-DAY-FILE-STATUS.
008500
008600     SELECT RUN-CONTROL-FILE
008700                            ASSIGN TO RUNCTL
008800                            ORGANIZATION IS SEQUENTIAL
008900                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
009000
009100     SELECT DIST-LOG-FILE   ASSIGN TO DSTLOG
009200                            ORGANIZATION IS SEQUENTIAL
009300                            FILE STATUS IS WS-DSTLOG-FILE-STATUS.
009400
009500     SELECT CATCH-REPORT-FILE
009600                            ASSIGN TO CATRPT
009700                            ORGANIZATION IS SEQUENTIAL
009800                            FILE STATUS IS WS-REPORT-FILE-STATUS.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  QUEUE-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY MTRNREC.
010600
010700 FD  DAY-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000 01  DAY-RECORD                  PIC X(80).
011100
011200 FD  RUN-CONTROL-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY MRUNREC.
011600
011700 FD  DIST-LOG-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY MDLGREC.
012100
012200 FD  CATCH-REPORT-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  CATCH-REPORT-LINE           PIC X(133).
012600
012700 WORKING-STORAGE SECTION.
012800 01  WS-QUEUE-FILE-STATUS        PIC X(02)   VALUE SPACES.
012900     88  QUEUE-FILE-OK                   VALUE "00".
013000 01  WS-DAY-FILE-STATUS          PIC X(02)   VALUE SPACES.
013100     88  DAY-FILE-OK                     VALUE "00".
013200 01  WS-RUNCTL-FILE-STATUS       PIC X(02)   VALUE SPACES.
013300     88  RUNCTL-FILE-OK                  VALUE "00".
013400 01  WS-DSTLOG-FILE-STATUS       PIC X(02)   VALUE SPACES.
013500     88  DSTLOG-FILE-OK                  VALUE "00".
013600 01  WS-REPORT-FILE-STATUS       PIC X(02)   VALUE SPACES.
013700     88  REPORT-FILE-OK                  VALUE "00".
013800
013900 01  WS-SWITCHES.
014000     05  WS-EOF-SW               PIC X(01)   VALUE "N".
014100         88  END-OF-INPUT-FILE           VALUE "Y".
014200     05  WS-CATCH-FAILED-SW      PIC X(01)   VALUE "N".
014300         88  CATCH-RUN-FAILED            VALUE "Y".
014400     05  WS-RECORD-DATED-SW      PIC X(01)   VALUE "N".
014500         88  RECORD-DATED                VALUE "Y".
014600     05  WS-DAY-FOUND-SW         PIC X(01)   VALUE "N".
014700         88  DAY-FOUND                   VALUE "Y".
014800     05  WS-OUTSTANDING-SW       PIC X(01)   VALUE "N".
014900         88  OUTSTANDING-DAY-FOUND       VALUE "Y".
015000
015100*    FUNCTION OFF THE JCL PARM.
015200 01  WS-RUN-FUNCTION             PIC X(08)   VALUE SPACES.
015300     88  SELECT-RUN                      VALUE "SELECT".
015400     88  SUMMARY-RUN                     VALUE "SUMMARY".
015500
015600*    ONE ENTRY PER QUEUED DAY, OLDEST FIRST, WITH WHERE ITS
015700*    RECORDS SIT IN THE QUEUE AND WHAT THE RUN HISTORY AND THE
015800*    DISTRIBUTION LOG SAY HAS BEEN DONE FOR IT.  THE COUNTS ARE
015900*    THE LAST ONES LOGGED FOR THE DATE.
016000 01  WS-MAX-DAYS                 PIC 9(04)   COMP    VALUE 60.
016100 01  WS-DAY-TABLE.
016200     05  WS-DAYS-QUEUED          PIC 9(04)   COMP    VALUE ZERO.
016300     05  WS-DAY-ENTRY OCCURS 1 TO 60 TIMES
016400                      DEPENDING ON WS-DAYS-QUEUED
016500                      INDEXED BY WS-DAY-IDX.
016600         10  WS-DAY-DATE         PIC 9(08).
016700         10  WS-DAY-FIRST-RECORD PIC 9(09)   COMP.
016800         10  WS-DAY-RECORDS      PIC 9(09)   COMP.
016900         10  WS-DAY-SELECTED-SW  PIC X(01).
017000             88  WS-DAY-SELECTED         VALUE "Y".
017100         10  WS-DAY-STARTED-SW   PIC X(01).
017200             88  WS-DAY-STARTED          VALUE "Y".
017300         10  WS-DAY-POSTED-SW    PIC X(01).
017400             88  WS-DAY-POSTED           VALUE "Y".
017500         10  WS-DAY-SENT-1-SW    PIC X(01).
017600             88  WS-DAY-SENT-1           VALUE "Y".
017700         10  WS-DAY-SENT-2-SW    PIC X(01).
017800             88  WS-DAY-SENT-2           VALUE "Y".
017900         10  WS-DAY-DELTA-SW     PIC X(01).
018000             88  WS-DAY-DELTA-SENT       VALUE "Y".
018100         10  WS-DAY-POSTED-READ  PIC 9(09)   COMP.
018200         10  WS-DAY-POSTED-CALLED
018300                                 PIC 9(09)   COMP.
018400         10  WS-DAY-SENT-1-COUNT PIC 9(09)   COMP.
018500         10  WS-DAY-SENT-2-COUNT PIC 9(09)   COMP.
018600         10  WS-DAY-DELTA-COUNT  PIC 9(09)   COMP.
018700
018800*    HOW FAR A DAY HAS GOT, WORKED OUT BY 1950-SET-DAY-STAGE.
018900 01  WS-DAY-STAGE                PIC X(01)   VALUE SPACES.
019000     88  STAGE-COMPLETE                  VALUE "C".
019100     88  STAGE-DISTRIBUTED               VALUE "D".
019200     88  STAGE-POSTED                    VALUE "P".
019300     88  STAGE-STARTED                   VALUE "S".
019400     88  STAGE-SELECTED                  VALUE "Q".
019500     88  STAGE-NOT-REACHED               VALUE "N".
019600
019700 01  WS-COUNTERS.
019800     05  WS-QUEUE-RECORDS        PIC 9(09)   COMP    VALUE ZERO.
019900     05  WS-RECORD-NO            PIC 9(09)   COMP    VALUE ZERO.
020000     05  WS-LAST-RECORD          PIC 9(09)   COMP    VALUE ZERO.
020100     05  WS-RECORDS-WRITTEN      PIC 9(09)   COMP    VALUE ZERO.
020200     05  WS-RECORDS-STAMPED      PIC 9(09)   COMP    VALUE ZERO.
020300     05  WS-DAYS-COMPLETE        PIC 9(04)   COMP    VALUE ZERO.
020400     05  WS-DAYS-OUTSTANDING     PIC 9(04)   COMP    VALUE ZERO.
020420     05  WS-RECORDS-LATE         PIC 9(09)   COMP    VALUE ZERO.
020440     05  WS-RECORDS-BAD-DATE     PIC 9(09)   COMP    VALUE ZERO.
020500
020600*    THE DAY SELECTED (OR, ON THE SUMMARY, WHERE IT STOPPED),
020700*    AS A TABLE POSITION, AND THE RETURN CODE THAT GOES WITH IT.
020800 01  WS-SELECTED-NO              PIC 9(04)   COMP    VALUE ZERO.
020900 01  WS-STOP-RC                  PIC 9(04)   COMP    VALUE ZERO.
021000 01  WS-FIND-DATE                PIC 9(08)   VALUE ZERO.
021010
021020*    THE LAST DAY THE DAILY STREAM POSTED ITSELF, AND THE DATE
021030*    OF THE LAST CATCH-UP SELECTION READ WHILE LOOKING FOR IT
021040*    (SEE 1050-FIND-LAST-DAILY-DAY).
021050 01  WS-LAST-DAILY-DATE          PIC 9(08)   VALUE ZERO.
021060 01  WS-LAST-SELECTED-DATE       PIC 9(08)   VALUE ZERO.
021100
021200*    A QUEUED RECORD'S DATE AS CHARACTERS, SO BLANK CAN BE TOLD
021300*    APART FROM GARBAGE THE WAY MYEDIT TELLS THEM APART.
021400 01  WS-TRAN-DATE-X              PIC X(08)   VALUE SPACES.
021410 01  WS-TRAN-DATE REDEFINES WS-TRAN-DATE-X.
021420     05  WS-TRAN-DATE-YYYY       PIC 9(04).
021430     05  WS-TRAN-DATE-MM         PIC 9(02).
021440     05  WS-TRAN-DATE-DD         PIC 9(02).
021500
021600 01  WS-CURRENT-DATE             PIC 9(08).
021700 01  WS-CURRENT-TIME             PIC 9(08).
021800 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
021900 01  WS-STOP-REASON              PIC X(60)   VALUE SPACES.
022000
022100*    ONE LINE PER QUEUED DAY ON CATRPT.
022200 01  WS-DETAIL-LINE.
022300     05  FILLER                  PIC X(02)   VALUE SPACES.
022400     05  WS-DTL-DATE             PIC 9(08).
022500     05  FILLER                  PIC X(02)   VALUE SPACES.
022600     05  WS-DTL-QUEUED           PIC ZZZ,ZZZ,ZZ9.
022700     05  FILLER                  PIC X(02)   VALUE SPACES.
022800     05  WS-DTL-POSTED           PIC ZZZ,ZZZ,ZZ9.
022900     05  FILLER                  PIC X(02)   VALUE SPACES.
023000     05  WS-DTL-CALLED           PIC ZZZ,ZZZ,ZZ9.
023100     05  FILLER                  PIC X(02)   VALUE SPACES.
023200     05  WS-DTL-SENT-1           PIC ZZZ,ZZZ,ZZ9.
023300     05  FILLER                  PIC X(02)   VALUE SPACES.
023400     05  WS-DTL-SENT-2           PIC ZZZ,ZZZ,ZZ9.
023500     05  FILLER                  PIC X(02)   VALUE SPACES.
023600     05  WS-DTL-DELTA            PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER                  PIC X(02)   VALUE SPACES.
023800     05  WS-DTL-STATE            PIC X(20).
023900     05  FILLER                  PIC X(23)   VALUE SPACES.
024000
024100 LINKAGE SECTION.
024200*    JCL PARM CARRYING THE FUNCTION - 'SELECT' OR 'SUMMARY'.
024300*    THE LENGTH AND TEXT MUST BE ONE LINKAGE ITEM, NOT TWO -
024400*    EXEC PGM=...,PARM= PASSES THE PROGRAM A SINGLE ADDRESS
024500*    POINTING AT THE HALFWORD LENGTH IMMEDIATELY FOLLOWED BY
024600*    THE TEXT, SO THERE IS ONLY ONE USING OPERAND TO RECEIVE IT.
024700 01  LK-PARM-AREA.
024800     05  LK-PARM-LEN             PIC S9(04) COMP.
024900     05  LK-PARM-TEXT            PIC X(08).
025000
025100***************************************************************
025200*    MAINLINE                                                 *
025300***************************************************************
025400 PROCEDURE DIVISION USING LK-PARM-AREA.
025500
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE
025800         THRU 1000-INITIALIZE-EXIT
025820     IF NOT CATCH-RUN-FAILED
025840         PERFORM 1050-FIND-LAST-DAILY-DAY
025860             THRU 1050-FIND-LAST-DAILY-DAY-EXIT
025880     END-IF
025900     IF NOT CATCH-RUN-FAILED
026000         PERFORM 1100-SCAN-QUEUE
026100             THRU 1100-SCAN-QUEUE-EXIT
026200     END-IF
026300     IF NOT CATCH-RUN-FAILED
026400         PERFORM 1200-SCAN-RUN-CONTROL
026500             THRU 1200-SCAN-RUN-CONTROL-EXIT
026600     END-IF
026700     IF NOT CATCH-RUN-FAILED
026800         PERFORM 1300-SCAN-DIST-LOG
026900             THRU 1300-SCAN-DIST-LOG-EXIT
027000     END-IF
027100     IF NOT CATCH-RUN-FAILED
027200         IF SELECT-RUN
027300             PERFORM 2000-SELECT-DAY
027400                 THRU 2000-SELECT-DAY-EXIT
027500         ELSE
027600             PERFORM 3000-PRINT-SUMMARY
027700                 THRU 3000-PRINT-SUMMARY-EXIT
027800         END-IF
027900     END-IF
028000     PERFORM 9000-TERMINATE
028100         THRU 9000-TERMINATE-EXIT
028200     STOP RUN
028300     .
028400
028500***************************************************************
028600*    1000-INITIALIZE - PICK UP THE FUNCTION OFF THE PARM.     *
028700*    THERE IS NO DEFAULT - A MISSING OR UNKNOWN PARM ENDS     *
028800*    RC=12.                                                   *
028900***************************************************************
029000 1000-INITIALIZE.
029100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029200     ACCEPT WS-CURRENT-TIME FROM TIME
029300     IF LK-PARM-LEN > 0
029400         IF LK-PARM-LEN < 8
029500             MOVE LK-PARM-TEXT (1:LK-PARM-LEN) TO WS-RUN-FUNCTION
029600         ELSE
029700             MOVE LK-PARM-TEXT TO WS-RUN-FUNCTION
029800         END-IF
029900     END-IF
030000     IF NOT SELECT-RUN AND NOT SUMMARY-RUN
030100         DISPLAY "MYCATCH - PARM='SELECT' OR PARM='SUMMARY' IS "
030200             "REQUIRED - RUN ABANDONED"
030300         SET CATCH-RUN-FAILED TO TRUE
030400         MOVE 12 TO RETURN-CODE
030500     END-IF
030600     .
030700 1000-INITIALIZE-EXIT.
030800     EXIT.
030900
030901***************************************************************
030902*    1050-FIND-LAST-DAILY-DAY - FIND THE LAST DAY THE DAILY   *
030903*    STREAM ITSELF POSTED: THE LATEST 'C' RECORD ON RUNCTL    *
030904*    NOT JUST PRECEDED BY A CATCH-UP SELECTION ('Q') OF THE   *
030905*    SAME DATE - SELECT WRITES A DAY'S 'Q' IMMEDIATELY BEFORE *
030906*    ITS PASS POSTS IT, SO A DAY POSTED BY A CATCH-UP IS      *
030907*    NEVER TAKEN FOR ONE THE DAILY RUN POSTED.  THAT DAY AND  *
030908*    EVERY ONE BEFORE IT ARE CLOSED TO THE QUEUE: A PASS FOR  *
030909*    A POSTED DAY POSTS NOTHING AGAIN, SO A RECORD DATED THEN *
030910*    MUST NOT OPEN A DAY OF ITS OWN.  AN UNREADABLE RUNCTL    *
030911*    FAILS THE RUN RC=16.                                     *
030912***************************************************************
030913 1050-FIND-LAST-DAILY-DAY.
030914     MOVE "N" TO WS-EOF-SW
030915     OPEN INPUT RUN-CONTROL-FILE
030916     IF NOT RUNCTL-FILE-OK
030917         DISPLAY "MYCATCH - UNABLE TO OPEN RUNCTL, STATUS = "
030918             WS-RUNCTL-FILE-STATUS
030919         SET CATCH-RUN-FAILED TO TRUE
030920         MOVE 16 TO RETURN-CODE
030921         GO TO 1050-FIND-LAST-DAILY-DAY-EXIT
030922     END-IF
030923     PERFORM 1060-CHECK-ONE-RUNCTL
030924         THRU 1060-CHECK-ONE-RUNCTL-EXIT
030925         UNTIL END-OF-INPUT-FILE
030926     CLOSE RUN-CONTROL-FILE
030927     DISPLAY "MYCATCH - LAST DAY POSTED BY THE DAILY RUN IS "
030928         WS-LAST-DAILY-DATE
030929     .
030930 1050-FIND-LAST-DAILY-DAY-EXIT.
030931     EXIT.
030932
030933 1060-CHECK-ONE-RUNCTL.
030934     READ RUN-CONTROL-FILE
030935         AT END
030936             SET END-OF-INPUT-FILE TO TRUE
030937             GO TO 1060-CHECK-ONE-RUNCTL-EXIT
030938     END-READ
030939     EVALUATE TRUE
030940         WHEN RN-CATCHUP-SELECTED
030941             MOVE RN-RUN-DATE TO WS-LAST-SELECTED-DATE
030942         WHEN RN-RUN-COMPLETED
030943             AND RN-RUN-DATE NOT = WS-LAST-SELECTED-DATE
030944             AND RN-RUN-DATE > WS-LAST-DAILY-DATE
030945             MOVE RN-RUN-DATE TO WS-LAST-DAILY-DATE
030946         WHEN OTHER
030947             CONTINUE
030948     END-EVALUATE
030949     .
030950 1060-CHECK-ONE-RUNCTL-EXIT.
030951     EXIT.
030952
031000***************************************************************
031050*    1100-SCAN-QUEUE - READ THE WHOLE QUEUE AND SPLIT IT INTO *
031100*    DAYS.  ONLY A VALID DATE, NOT LATER THAN TODAY AND LATER *
031150*    THAN WS-LAST-DAILY-DATE, OPENS A DAY OR GIVES ONE ITS    *
031200*    DATE; ANY OTHER RECORD RIDES WITH THE DAY BEING          *
031250*    GATHERED, AS LATE WORK DOES IN THE DAILY RUN.  A QUEUE   *
031300*    WITH NO SUCH DATE AT ALL CANNOT BE PLACED ON ANY DAY AND *
031350*    IS REFUSED RC=12 - IT IS NOT POSTED AS TODAY.            *
031500***************************************************************
031600 1100-SCAN-QUEUE.
031700     MOVE "N" TO WS-EOF-SW
031800     OPEN INPUT QUEUE-FILE
031900     IF NOT QUEUE-FILE-OK
032000         DISPLAY "MYCATCH - UNABLE TO OPEN RAWQUEUE, STATUS = "
032100             WS-QUEUE-FILE-STATUS
032200         SET CATCH-RUN-FAILED TO TRUE
032300         MOVE 16 TO RETURN-CODE
032400         GO TO 1100-SCAN-QUEUE-EXIT
032500     END-IF
032600     PERFORM 1110-SCAN-ONE-QUEUED
032700         THRU 1110-SCAN-ONE-QUEUED-EXIT
032800         UNTIL END-OF-INPUT-FILE
032900     CLOSE QUEUE-FILE
033000     IF CATCH-RUN-FAILED
033100         GO TO 1100-SCAN-QUEUE-EXIT
033200     END-IF
033300     IF WS-DAYS-QUEUED > ZERO
033400         IF WS-DAY-DATE (1) = ZERO
033500             DISPLAY "MYCATCH - NO RECORD ON RAWQUEUE CARRIES A "
033600                 "USABLE DATE AFTER THE LAST DAY ALREADY RUN - "
033650                 "THE QUEUE CANNOT BE PLACED ON A DAY - "
033670                 "RUN ABANDONED"
033800             SET CATCH-RUN-FAILED TO TRUE
033900             MOVE 12 TO RETURN-CODE
034000             GO TO 1100-SCAN-QUEUE-EXIT
034100         END-IF
034200     END-IF
034300     MOVE WS-QUEUE-RECORDS TO WS-EDIT-COUNT
034400     DISPLAY "MYCATCH - " WS-EDIT-COUNT " RECORDS QUEUED FOR "
034500         WS-DAYS-QUEUED " DAYS"
034505     IF WS-RECORDS-LATE > ZERO
034510         MOVE WS-RECORDS-LATE TO WS-EDIT-COUNT
034515         DISPLAY "MYCATCH - " WS-EDIT-COUNT " RECORDS LATE "
034520             "FOR A DAY ALREADY RUN - THEY GO WITH THE DAY "
034522             "QUEUED AROUND THEM"
034525     END-IF
034530     IF WS-RECORDS-BAD-DATE > ZERO
034535         MOVE WS-RECORDS-BAD-DATE TO WS-EDIT-COUNT
034540         DISPLAY "MYCATCH - " WS-EDIT-COUNT " RECORDS WITH AN "
034545             "INVALID OR FUTURE DATE - NOT USED TO SPLIT THE "
034547             "QUEUE"
034550     END-IF
034600     .
034700 1100-SCAN-QUEUE-EXIT.
034800     EXIT.
034900
035000 1110-SCAN-ONE-QUEUED.
035100     READ QUEUE-FILE
035200         AT END
035300             SET END-OF-INPUT-FILE TO TRUE
035400             GO TO 1110-SCAN-ONE-QUEUED-EXIT
035500     END-READ
035600     ADD 1 TO WS-QUEUE-RECORDS
035700     MOVE "N" TO WS-RECORD-DATED-SW
035720     MOVE TR-TRAN-DATE TO WS-TRAN-DATE-X
035740     EVALUATE TRUE
035760         WHEN WS-TRAN-DATE-X = SPACES
035780           OR WS-TRAN-DATE-X = LOW-VALUES
035800           OR WS-TRAN-DATE-X = "00000000"
035820             CONTINUE
035840         WHEN WS-TRAN-DATE-X NOT NUMERIC
035860             ADD 1 TO WS-RECORDS-BAD-DATE
035880         WHEN WS-TRAN-DATE-MM < 01 OR WS-TRAN-DATE-MM > 12
035900           OR WS-TRAN-DATE-DD < 01 OR WS-TRAN-DATE-DD > 31
035920           OR TR-TRAN-DATE > WS-CURRENT-DATE
035940             ADD 1 TO WS-RECORDS-BAD-DATE
035960         WHEN TR-TRAN-DATE NOT > WS-LAST-DAILY-DATE
035980             ADD 1 TO WS-RECORDS-LATE
036000         WHEN OTHER
036020             SET RECORD-DATED TO TRUE
036040     END-EVALUATE
036100     EVALUATE TRUE
036200         WHEN WS-DAYS-QUEUED = ZERO
036300             PERFORM 1120-START-NEW-DAY
036400                 THRU 1120-START-NEW-DAY-EXIT
036500         WHEN NOT RECORD-DATED
036600             CONTINUE
036700         WHEN WS-DAY-DATE (WS-DAY-IDX) = ZERO
036800             MOVE TR-TRAN-DATE TO WS-DAY-DATE (WS-DAY-IDX)
036900         WHEN TR-TRAN-DATE > WS-DAY-DATE (WS-DAY-IDX)
037000             PERFORM 1120-START-NEW-DAY
037100                 THRU 1120-START-NEW-DAY-EXIT
037200         WHEN OTHER
037300             CONTINUE
037400     END-EVALUATE
037500     IF CATCH-RUN-FAILED
037600         GO TO 1110-SCAN-ONE-QUEUED-EXIT
037700     END-IF
037800     ADD 1 TO WS-DAY-RECORDS (WS-DAY-IDX)
037900     .
038000 1110-SCAN-ONE-QUEUED-EXIT.
038100     EXIT.
038200
038300***************************************************************
038400*    1120-START-NEW-DAY - OPEN A TABLE ENTRY FOR THE DAY THE  *
038500*    CURRENT RECORD STARTS.  MORE DAYS THAN THE TABLE HOLDS   *
038600*    IS REFUSED RC=12 - CATCH UP IN TWO GOES BY QUEUING THE   *
038700*    OLDER NIGHTS FIRST.                                      *
038800***************************************************************
038900 1120-START-NEW-DAY.
039000     IF WS-DAYS-QUEUED NOT < WS-MAX-DAYS
039100         DISPLAY "MYCATCH - MORE THAN " WS-MAX-DAYS " DAYS ON "
039200             "RAWQUEUE - RUN ABANDONED"
039300         SET CATCH-RUN-FAILED TO TRUE
039400         SET END-OF-INPUT-FILE TO TRUE
039500         MOVE 12 TO RETURN-CODE
039600         GO TO 1120-START-NEW-DAY-EXIT
039700     END-IF
039800     ADD 1 TO WS-DAYS-QUEUED
039900     SET WS-DAY-IDX TO WS-DAYS-QUEUED
040000     INITIALIZE WS-DAY-ENTRY (WS-DAY-IDX)
040100     IF RECORD-DATED
040200         MOVE TR-TRAN-DATE TO WS-DAY-DATE (WS-DAY-IDX)
040300     END-IF
040400     MOVE WS-QUEUE-RECORDS TO WS-DAY-FIRST-RECORD (WS-DAY-IDX)
040500     .
040600 1120-START-NEW-DAY-EXIT.
040700     EXIT.
040800
040900***************************************************************
041000*    1200-SCAN-RUN-CONTROL - NOTE WHAT THE RUN HISTORY SAYS   *
041100*    ABOUT EACH QUEUED DAY.  AN UNREADABLE RUNCTL FAILS THE   *
041200*    RUN RC=16 - WITHOUT IT A DAY COULD BE POSTED TWICE.      *
041300***************************************************************
041400 1200-SCAN-RUN-CONTROL.
041500     MOVE "N" TO WS-EOF-SW
041600     OPEN INPUT RUN-CONTROL-FILE
041700     IF NOT RUNCTL-FILE-OK
041800         DISPLAY "MYCATCH - UNABLE TO OPEN RUNCTL, STATUS = "
041900             WS-RUNCTL-FILE-STATUS
042000         SET CATCH-RUN-FAILED TO TRUE
042100         MOVE 16 TO RETURN-CODE
042200         GO TO 1200-SCAN-RUN-CONTROL-EXIT
042300     END-IF
042400     PERFORM 1210-SCAN-ONE-RUNCTL
042500         THRU 1210-SCAN-ONE-RUNCTL-EXIT
042600         UNTIL END-OF-INPUT-FILE
042700     CLOSE RUN-CONTROL-FILE
042800     .
042900 1200-SCAN-RUN-CONTROL-EXIT.
043000     EXIT.
043100
043200 1210-SCAN-ONE-RUNCTL.
043300     READ RUN-CONTROL-FILE
043400         AT END
043500             SET END-OF-INPUT-FILE TO TRUE
043600             GO TO 1210-SCAN-ONE-RUNCTL-EXIT
043700     END-READ
043800     MOVE RN-RUN-DATE TO WS-FIND-DATE
043900     PERFORM 1900-FIND-DAY
044000         THRU 1900-FIND-DAY-EXIT
044100     IF NOT DAY-FOUND
044200         GO TO 1210-SCAN-ONE-RUNCTL-EXIT
044300     END-IF
044400     EVALUATE TRUE
044500         WHEN RN-CATCHUP-SELECTED
044600             SET WS-DAY-SELECTED (WS-DAY-IDX) TO TRUE
044700         WHEN RN-RUN-STARTED
044800             SET WS-DAY-STARTED (WS-DAY-IDX) TO TRUE
044900         WHEN RN-RUN-COMPLETED
045000             SET WS-DAY-POSTED (WS-DAY-IDX) TO TRUE
045100             MOVE RN-RECORDS-READ
045200                 TO WS-DAY-POSTED-READ (WS-DAY-IDX)
045300             MOVE RN-RECORDS-CALLED
045400                 TO WS-DAY-POSTED-CALLED (WS-DAY-IDX)
045500         WHEN OTHER
045600             CONTINUE
045700     END-EVALUATE
045800     .
045900 1210-SCAN-ONE-RUNCTL-EXIT.
046000     EXIT.
046100
046200***************************************************************
046300*    1300-SCAN-DIST-LOG - NOTE WHICH FEEDS WERE SENT FOR EACH *
046400*    QUEUED DAY.  CORRECTION FEEDS DO NOT COUNT.  AN          *
046500*    UNREADABLE DSTLOG FAILS THE RUN RC=16 - WITHOUT IT A DAY *
046600*    COULD BE SENT TWICE.                                     *
046700***************************************************************
046800 1300-SCAN-DIST-LOG.
046900     MOVE "N" TO WS-EOF-SW
047000     OPEN INPUT DIST-LOG-FILE
047100     IF NOT DSTLOG-FILE-OK
047200         DISPLAY "MYCATCH - UNABLE TO OPEN DSTLOG, STATUS = "
047300             WS-DSTLOG-FILE-STATUS
047400         SET CATCH-RUN-FAILED TO TRUE
047500         MOVE 16 TO RETURN-CODE
047600         GO TO 1300-SCAN-DIST-LOG-EXIT
047700     END-IF
047800     PERFORM 1310-SCAN-ONE-DSTLOG
047900         THRU 1310-SCAN-ONE-DSTLOG-EXIT
048000         UNTIL END-OF-INPUT-FILE
048100     CLOSE DIST-LOG-FILE
048200     .
048300 1300-SCAN-DIST-LOG-EXIT.
048400     EXIT.
048500
048600 1310-SCAN-ONE-DSTLOG.
048700     READ DIST-LOG-FILE
048800         AT END
048900             SET END-OF-INPUT-FILE TO TRUE
049000             GO TO 1310-SCAN-ONE-DSTLOG-EXIT
049100     END-READ
049200     MOVE DL-RUN-DATE TO WS-FIND-DATE
049300     PERFORM 1900-FIND-DAY
049400         THRU 1900-FIND-DAY-EXIT
049500     IF NOT DAY-FOUND
049600         GO TO 1310-SCAN-ONE-DSTLOG-EXIT
049700     END-IF
049800     EVALUATE TRUE
049900         WHEN DL-CONSUMER-1
050000             SET WS-DAY-SENT-1 (WS-DAY-IDX) TO TRUE
050100             MOVE DL-RECORD-COUNT
050200                 TO WS-DAY-SENT-1-COUNT (WS-DAY-IDX)
050300         WHEN DL-CONSUMER-2
050400             SET WS-DAY-SENT-2 (WS-DAY-IDX) TO TRUE
050500             MOVE DL-RECORD-COUNT
050600                 TO WS-DAY-SENT-2-COUNT (WS-DAY-IDX)
050700         WHEN DL-DELTA-FEED
050800             SET WS-DAY-DELTA-SENT (WS-DAY-IDX) TO TRUE
050900             MOVE DL-RECORD-COUNT
051000                 TO WS-DAY-DELTA-COUNT (WS-DAY-IDX)
051100         WHEN OTHER
051200             CONTINUE
051300     END-EVALUATE
051400     .
051500 1310-SCAN-ONE-DSTLOG-EXIT.
051600     EXIT.
051700
051800***************************************************************
051900*    1900-FIND-DAY - POINT WS-DAY-IDX AT THE QUEUED DAY FOR   *
052000*    WS-FIND-DATE, IF THERE IS ONE.                           *
052100***************************************************************
052200 1900-FIND-DAY.
052300     MOVE "N" TO WS-DAY-FOUND-SW
052400     IF WS-DAYS-QUEUED = ZERO
052500         GO TO 1900-FIND-DAY-EXIT
052600     END-IF
052700     SET WS-DAY-IDX TO 1
052800     SEARCH WS-DAY-ENTRY
052900         AT END
053000             CONTINUE
053100         WHEN WS-DAY-DATE (WS-DAY-IDX) = WS-FIND-DATE
053200             SET DAY-FOUND TO TRUE
053300     END-SEARCH
053400     .
053500 1900-FIND-DAY-EXIT.
053600     EXIT.
053700
053800***************************************************************
053900*    1950-SET-DAY-STAGE - HOW FAR THE DAY AT WS-DAY-IDX HAS   *
054000*    GOT.  POSTED MEANS MYDRIVER MARKED IT COMPLETED;         *
054100*    DISTRIBUTED MEANS BOTH CONSUMER FEEDS WERE LOGGED AS     *
054200*    WELL; COMPLETE MEANS THE DELTA FEED WAS LOGGED TOO.      *
054300***************************************************************
054400 1950-SET-DAY-STAGE.
054500     EVALUATE TRUE
054600         WHEN WS-DAY-POSTED (WS-DAY-IDX)
054700             AND WS-DAY-SENT-1 (WS-DAY-IDX)
054800             AND WS-DAY-SENT-2 (WS-DAY-IDX)
054900             AND WS-DAY-DELTA-SENT (WS-DAY-IDX)
055000             SET STAGE-COMPLETE TO TRUE
055100         WHEN WS-DAY-POSTED (WS-DAY-IDX)
055200             AND WS-DAY-SENT-1 (WS-DAY-IDX)
055300             AND WS-DAY-SENT-2 (WS-DAY-IDX)
055400             SET STAGE-DISTRIBUTED TO TRUE
055500         WHEN WS-DAY-POSTED (WS-DAY-IDX)
055600             SET STAGE-POSTED TO TRUE
055700         WHEN WS-DAY-STARTED (WS-DAY-IDX)
055800             SET STAGE-STARTED TO TRUE
055900         WHEN WS-DAY-SELECTED (WS-DAY-IDX)
056000             SET STAGE-SELECTED TO TRUE
056100         WHEN OTHER
056200             SET STAGE-NOT-REACHED TO TRUE
056300     END-EVALUATE
056400     .
056500 1950-SET-DAY-STAGE-EXIT.
056600     EXIT.
056700
056800***************************************************************
056900*    2000-SELECT-DAY - FIND THE OLDEST DAY NOT YET COMPLETE,  *
057000*    HAND ITS RECORDS TO THE PASS ON RAWDAY, REGISTER IT AND  *
057100*    SET THE RETURN CODE THAT TELLS THE PASS WHERE TO START.  *
057200*    WITH NOTHING LEFT THE PASS IS TOLD SO (RC=4) AND RAWDAY  *
057300*    IS NOT TOUCHED.                                          *
057400***************************************************************
057500 2000-SELECT-DAY.
057600     IF WS-DAYS-QUEUED > ZERO
057700         PERFORM 2100-CHECK-ONE-DAY
057800             THRU 2100-CHECK-ONE-DAY-EXIT
057900             VARYING WS-DAY-IDX FROM 1 BY 1
058000             UNTIL WS-DAY-IDX > WS-DAYS-QUEUED
058100                OR OUTSTANDING-DAY-FOUND
058200     END-IF
058300     IF NOT OUTSTANDING-DAY-FOUND
058400         DISPLAY "MYCATCH - NOTHING OUTSTANDING - EVERY QUEUED "
058500             "DAY IS COMPLETE"
058600         MOVE 4 TO RETURN-CODE
058700         GO TO 2000-SELECT-DAY-EXIT
058800     END-IF
058900     SET WS-DAY-IDX TO WS-SELECTED-NO
059000     PERFORM 1950-SET-DAY-STAGE
059100         THRU 1950-SET-DAY-STAGE-EXIT
059200     PERFORM 2200-WRITE-DAY-FILE
059300         THRU 2200-WRITE-DAY-FILE-EXIT
059400     IF CATCH-RUN-FAILED
059500         GO TO 2000-SELECT-DAY-EXIT
059600     END-IF
059700     PERFORM 2300-REGISTER-SELECTED
059800         THRU 2300-REGISTER-SELECTED-EXIT
059900     IF CATCH-RUN-FAILED
060000         GO TO 2000-SELECT-DAY-EXIT
060100     END-IF
060200     EVALUATE TRUE
060300         WHEN STAGE-DISTRIBUTED
060400             DISPLAY "MYCATCH - " WS-DAY-DATE (WS-DAY-IDX)
060500                 " ALREADY DISTRIBUTED - KEY MASTER UPDATE ONLY"
060600             MOVE 3 TO RETURN-CODE
060700         WHEN STAGE-POSTED
060800             DISPLAY "MYCATCH - " WS-DAY-DATE (WS-DAY-IDX)
060900                 " ALREADY POSTED - RESUMING AT THE BALANCE"
061000             MOVE 2 TO RETURN-CODE
061100         WHEN OTHER
061200             DISPLAY "MYCATCH - CATCHING UP "
061300                 WS-DAY-DATE (WS-DAY-IDX)
061400             MOVE ZERO TO RETURN-CODE
061500     END-EVALUATE
061600     .
061700 2000-SELECT-DAY-EXIT.
061800     EXIT.
061900
062000 2100-CHECK-ONE-DAY.
062100     PERFORM 1950-SET-DAY-STAGE
062200         THRU 1950-SET-DAY-STAGE-EXIT
062300     IF STAGE-COMPLETE
062400         DISPLAY "MYCATCH - " WS-DAY-DATE (WS-DAY-IDX)
062500             " ALREADY COMPLETE"
062600     ELSE
062700         SET OUTSTANDING-DAY-FOUND TO TRUE
062800         SET WS-SELECTED-NO TO WS-DAY-IDX
062900     END-IF
063000     .
063100 2100-CHECK-ONE-DAY-EXIT.
063200     EXIT.
063300
063400***************************************************************
063500*    2200-WRITE-DAY-FILE - COPY THE SELECTED DAY'S RECORDS    *
063600*    OFF THE QUEUE TO RAWDAY.  A BLANK OR ZERO DATE IS GIVEN  *
063700*    THE DAY'S DATE - MYEDIT WOULD OTHERWISE STAMP TODAY AND  *
063800*    POST IT DAYS LATE.  ANY OTHER DATE, GOOD OR BAD, GOES    *
063900*    THROUGH AS IT IS FOR MYEDIT TO JUDGE.                    *
064000***************************************************************
064100 2200-WRITE-DAY-FILE.
064200     COMPUTE WS-LAST-RECORD = WS-DAY-FIRST-RECORD (WS-DAY-IDX)
064300                            + WS-DAY-RECORDS (WS-DAY-IDX) - 1
064400     MOVE ZERO TO WS-RECORD-NO
064500     MOVE "N" TO WS-EOF-SW
064600     OPEN INPUT  QUEUE-FILE
064700     OPEN OUTPUT DAY-FILE
064800     IF NOT QUEUE-FILE-OK
064900         DISPLAY "MYCATCH - UNABLE TO OPEN RAWQUEUE, STATUS = "
065000             WS-QUEUE-FILE-STATUS
065100         SET CATCH-RUN-FAILED TO TRUE
065200     END-IF
065300     IF NOT DAY-FILE-OK
065400         DISPLAY "MYCATCH - UNABLE TO OPEN RAWDAY, STATUS = "
065500             WS-DAY-FILE-STATUS
065600         SET CATCH-RUN-FAILED TO TRUE
065700     END-IF
065800     IF CATCH-RUN-FAILED
065900         MOVE 16 TO RETURN-CODE
066000         GO TO 2200-WRITE-DAY-FILE-EXIT
066100     END-IF
066200     PERFORM 2210-COPY-ONE-QUEUED
066300         THRU 2210-COPY-ONE-QUEUED-EXIT
066400         UNTIL END-OF-INPUT-FILE
066500     CLOSE QUEUE-FILE
066600     CLOSE DAY-FILE
066700     IF CATCH-RUN-FAILED
066800         MOVE 16 TO RETURN-CODE
066900         GO TO 2200-WRITE-DAY-FILE-EXIT
067000     END-IF
067100     MOVE WS-RECORDS-WRITTEN TO WS-EDIT-COUNT
067200     DISPLAY "MYCATCH - " WS-EDIT-COUNT " RECORDS WRITTEN TO "
067300         "RAWDAY FOR " WS-DAY-DATE (WS-DAY-IDX)
067400     MOVE WS-RECORDS-STAMPED TO WS-EDIT-COUNT
067500     DISPLAY "MYCATCH - " WS-EDIT-COUNT " UNDATED RECORDS GIVEN "
067600         "THE DAY'S DATE"
067700     .
067800 2200-WRITE-DAY-FILE-EXIT.
067900     EXIT.
068000
068100 2210-COPY-ONE-QUEUED.
068200     READ QUEUE-FILE
068300         AT END
068400             SET END-OF-INPUT-FILE TO TRUE
068500             GO TO 2210-COPY-ONE-QUEUED-EXIT
068600     END-READ
068700     ADD 1 TO WS-RECORD-NO
068800     IF WS-RECORD-NO < WS-DAY-FIRST-RECORD (WS-DAY-IDX)
068900         GO TO 2210-COPY-ONE-QUEUED-EXIT
069000     END-IF
069100     IF WS-RECORD-NO > WS-LAST-RECORD
069200         SET END-OF-INPUT-FILE TO TRUE
069300         GO TO 2210-COPY-ONE-QUEUED-EXIT
069400     END-IF
069500     MOVE TR-TRAN-DATE TO WS-TRAN-DATE-X
069600     IF WS-TRAN-DATE-X = SPACES
069700         OR WS-TRAN-DATE-X = LOW-VALUES
069800         OR WS-TRAN-DATE-X = "00000000"
069900         MOVE WS-DAY-DATE (WS-DAY-IDX) TO TR-TRAN-DATE
070000         ADD 1 TO WS-RECORDS-STAMPED
070100     END-IF
070200     WRITE DAY-RECORD FROM TRANS-RECORD
070300     IF NOT DAY-FILE-OK
070400         DISPLAY "MYCATCH - UNABLE TO WRITE RAWDAY, STATUS = "
070500             WS-DAY-FILE-STATUS
070600         SET CATCH-RUN-FAILED TO TRUE
070700         SET END-OF-INPUT-FILE TO TRUE
070800         GO TO 2210-COPY-ONE-QUEUED-EXIT
070900     END-IF
071000     ADD 1 TO WS-RECORDS-WRITTEN
071100     .
071200 2210-COPY-ONE-QUEUED-EXIT.
071300     EXIT.
071400
071500***************************************************************
071600*    2300-REGISTER-SELECTED - APPEND THE CATCH-UP SELECTED    *
071700*    RECORD FOR THE DAY, CARRYING THE RECORDS HANDED TO THE   *
071800*    PASS, SO THE SUMMARY CAN TELL A DAY THAT FAILED IN ITS   *
071900*    EDIT FROM ONE NEVER REACHED.  IF IT CANNOT BE WRITTEN    *
072000*    THE PASS IS STOPPED RC=16.                               *
072100***************************************************************
072200 2300-REGISTER-SELECTED.
072300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
072400     ACCEPT WS-CURRENT-TIME FROM TIME
072500     OPEN EXTEND RUN-CONTROL-FILE
072600     IF NOT RUNCTL-FILE-OK
072700         DISPLAY "MYCATCH - UNABLE TO OPEN RUNCTL FOR THE "
072800             "SELECTED RECORD, STATUS = " WS-RUNCTL-FILE-STATUS
072900         SET CATCH-RUN-FAILED TO TRUE
073000         MOVE 16 TO RETURN-CODE
073100         GO TO 2300-REGISTER-SELECTED-EXIT
073200     END-IF
073300     MOVE SPACES                   TO RUN-CONTROL-RECORD
073400     MOVE WS-DAY-DATE (WS-DAY-IDX) TO RN-RUN-DATE
073500     SET RN-CATCHUP-SELECTED       TO TRUE
073600     MOVE WS-CURRENT-DATE          TO RN-STAMP-DATE
073700     MOVE WS-CURRENT-TIME          TO RN-STAMP-TIME
073800     MOVE WS-RECORDS-WRITTEN       TO RN-RECORDS-READ
073900     MOVE ZERO                     TO RN-RECORDS-CALLED
074000     WRITE RUN-CONTROL-RECORD
074100     IF NOT RUNCTL-FILE-OK
074200         DISPLAY "MYCATCH - UNABLE TO WRITE THE SELECTED "
074300             "RECORD TO RUNCTL, STATUS = " WS-RUNCTL-FILE-STATUS
074400         SET CATCH-RUN-FAILED TO TRUE
074500         MOVE 16 TO RETURN-CODE
074600     END-IF
074700     CLOSE RUN-CONTROL-FILE
074800     .
074900 2300-REGISTER-SELECTED-EXIT.
075000     EXIT.
075100
075200***************************************************************
075300*    3000-PRINT-SUMMARY - ONE LINE PER QUEUED DAY, OLDEST     *
075400*    FIRST, THEN WHERE THE CATCH-UP STOPPED AND THE TOTALS.   *
075500*    THE FIRST DAY NOT COMPLETE IS WHERE IT STOPPED; EVERY    *
075600*    DAY AFTER IT WAS NOT REACHED.                            *
075700***************************************************************
075800 3000-PRINT-SUMMARY.
075900     OPEN OUTPUT CATCH-REPORT-FILE
076000     IF NOT REPORT-FILE-OK
076100         DISPLAY "MYCATCH - UNABLE TO OPEN CATRPT, STATUS = "
076200             WS-REPORT-FILE-STATUS
076300         SET CATCH-RUN-FAILED TO TRUE
076400         MOVE 16 TO RETURN-CODE
076500         GO TO 3000-PRINT-SUMMARY-EXIT
076600     END-IF
076700     MOVE SPACES TO CATCH-REPORT-LINE
076800     STRING "KOOPA TREE LISTENER - CATCH-UP SUMMARY - PRINTED "
076900         WS-CURRENT-DATE " " WS-CURRENT-TIME (1:4)
077000         DELIMITED BY SIZE INTO CATCH-REPORT-LINE
077100     WRITE CATCH-REPORT-LINE AFTER ADVANCING PAGE
077200     MOVE SPACES TO CATCH-REPORT-LINE
077300     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
077400     MOVE SPACES TO CATCH-REPORT-LINE
077500     STRING "  RUN DATE       QUEUED       POSTED  MYPROG CALLS"
077600         "    CONSUMER1    CONSUMER2   DELTA FEED  STATE"
077700         DELIMITED BY SIZE INTO CATCH-REPORT-LINE
077800     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
077900     MOVE SPACES TO CATCH-REPORT-LINE
078000     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
078100     IF WS-DAYS-QUEUED = ZERO
078200         MOVE SPACES TO CATCH-REPORT-LINE
078300         STRING "  NO DAYS ARE QUEUED - NOTHING TO CATCH UP"
078400             DELIMITED BY SIZE INTO CATCH-REPORT-LINE
078500         WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
078600     ELSE
078700         PERFORM 3100-PRINT-ONE-DAY
078800             THRU 3100-PRINT-ONE-DAY-EXIT
078900             VARYING WS-DAY-IDX FROM 1 BY 1
079000             UNTIL WS-DAY-IDX > WS-DAYS-QUEUED
079100     END-IF
079200     PERFORM 3200-PRINT-TOTALS
079300         THRU 3200-PRINT-TOTALS-EXIT
079400     CLOSE CATCH-REPORT-FILE
079500     MOVE WS-STOP-RC TO RETURN-CODE
079600     .
079700 3000-PRINT-SUMMARY-EXIT.
079800     EXIT.
079900
080000 3100-PRINT-ONE-DAY.
080100     PERFORM 1950-SET-DAY-STAGE
080200         THRU 1950-SET-DAY-STAGE-EXIT
080300     MOVE WS-DAY-DATE (WS-DAY-IDX)          TO WS-DTL-DATE
080400     MOVE WS-DAY-RECORDS (WS-DAY-IDX)       TO WS-DTL-QUEUED
080500     MOVE WS-DAY-POSTED-READ (WS-DAY-IDX)   TO WS-DTL-POSTED
080600     MOVE WS-DAY-POSTED-CALLED (WS-DAY-IDX) TO WS-DTL-CALLED
080700     MOVE WS-DAY-SENT-1-COUNT (WS-DAY-IDX)  TO WS-DTL-SENT-1
080800     MOVE WS-DAY-SENT-2-COUNT (WS-DAY-IDX)  TO WS-DTL-SENT-2
080900     MOVE WS-DAY-DELTA-COUNT (WS-DAY-IDX)   TO WS-DTL-DELTA
081000     EVALUATE TRUE
081100         WHEN OUTSTANDING-DAY-FOUND
081200             MOVE "NOT REACHED" TO WS-DTL-STATE
081300             ADD 1 TO WS-DAYS-OUTSTANDING
081400         WHEN STAGE-COMPLETE
081500             MOVE "COMPLETE" TO WS-DTL-STATE
081600             ADD 1 TO WS-DAYS-COMPLETE
081700         WHEN OTHER
081800             MOVE "*** STOPPED HERE ***" TO WS-DTL-STATE
081900             ADD 1 TO WS-DAYS-OUTSTANDING
082000             SET OUTSTANDING-DAY-FOUND TO TRUE
082100             SET WS-SELECTED-NO TO WS-DAY-IDX
082200             PERFORM 3110-SET-STOP-REASON
082300                 THRU 3110-SET-STOP-REASON-EXIT
082400     END-EVALUATE
082500     WRITE CATCH-REPORT-LINE FROM WS-DETAIL-LINE
082600         AFTER ADVANCING 1 LINES
082700     .
082800 3100-PRINT-ONE-DAY-EXIT.
082900     EXIT.
083000
083100***************************************************************
083200*    3110-SET-STOP-REASON - WHY THE CATCH-UP STOPPED AT THIS  *
083300*    DAY.  A DAY NEVER SELECTED WAS SIMPLY NOT REACHED - THE  *
083400*    JOB RAN OUT OF PASSES - AND IS ONLY A WARNING (RC=4);    *
083500*    ANY OTHER STATE MEANS A STEP FAILED ON IT (RC=8).        *
083600***************************************************************
083700 3110-SET-STOP-REASON.
083800     EVALUATE TRUE
083900         WHEN STAGE-NOT-REACHED
084000             MOVE "NOT YET SELECTED - THE JOB RAN OUT OF PASSES"
084100                 TO WS-STOP-REASON
084200             MOVE 4 TO WS-STOP-RC
084300         WHEN STAGE-SELECTED
084400             MOVE "SELECTED BUT NEVER POSTED - SEE EDIT/LISTENER"
084500                 TO WS-STOP-REASON
084600             MOVE 8 TO WS-STOP-RC
084700         WHEN STAGE-STARTED
084800             MOVE "LISTENER RUN STARTED BUT DID NOT COMPLETE"
084900                 TO WS-STOP-REASON
085000             MOVE 8 TO WS-STOP-RC
085100         WHEN STAGE-POSTED
085200             MOVE "POSTED BUT NOT DISTRIBUTED - SEE THE BALANCE"
085300                 TO WS-STOP-REASON
085400             MOVE 8 TO WS-STOP-RC
085500         WHEN OTHER
085600             MOVE "DISTRIBUTED BUT THE KEY MASTER WAS NOT UPDATED"
085700                 TO WS-STOP-REASON
085800             MOVE 8 TO WS-STOP-RC
085900     END-EVALUATE
086000     .
086100 3110-SET-STOP-REASON-EXIT.
086200     EXIT.
086300
086400***************************************************************
086500*    3200-PRINT-TOTALS - THE DAY COUNTS AND THE VERDICT.      *
086600***************************************************************
086700 3200-PRINT-TOTALS.
086800     MOVE SPACES TO CATCH-REPORT-LINE
086900     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
087000     MOVE WS-DAYS-QUEUED TO WS-EDIT-COUNT
087100     MOVE SPACES TO CATCH-REPORT-LINE
087200     STRING "  DAYS QUEUED ............. " WS-EDIT-COUNT
087300         DELIMITED BY SIZE INTO CATCH-REPORT-LINE
087400     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
087500     MOVE WS-DAYS-COMPLETE TO WS-EDIT-COUNT
087600     MOVE SPACES TO CATCH-REPORT-LINE
087700     STRING "  DAYS COMPLETE ........... " WS-EDIT-COUNT
087800         DELIMITED BY SIZE INTO CATCH-REPORT-LINE
087900     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
088000     MOVE WS-DAYS-OUTSTANDING TO WS-EDIT-COUNT
088100     MOVE SPACES TO CATCH-REPORT-LINE
088200     STRING "  DAYS OUTSTANDING ........ " WS-EDIT-COUNT
088300         DELIMITED BY SIZE INTO CATCH-REPORT-LINE
088400     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
088500     MOVE SPACES TO CATCH-REPORT-LINE
088600     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
088700     MOVE SPACES TO CATCH-REPORT-LINE
088800     IF OUTSTANDING-DAY-FOUND
088900         SET WS-DAY-IDX TO WS-SELECTED-NO
089000         STRING "*** CATCH-UP STOPPED AT "
089100             WS-DAY-DATE (WS-DAY-IDX) " - " WS-STOP-REASON
089200             DELIMITED BY SIZE INTO CATCH-REPORT-LINE
089300         WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
089400         MOVE SPACES TO CATCH-REPORT-LINE
089500         STRING "    PUT IT RIGHT AND RESUBMIT MYCATJ - IT "
089600             "RESUMES AT THIS DAY"
089700             DELIMITED BY SIZE INTO CATCH-REPORT-LINE
089800     ELSE
089900         STRING "CATCH-UP COMPLETE - EVERY QUEUED DAY IS POSTED "
090000             "AND DISTRIBUTED"
090100             DELIMITED BY SIZE INTO CATCH-REPORT-LINE
090200     END-IF
090300     WRITE CATCH-REPORT-LINE AFTER ADVANCING 1 LINES
090400     .
090500 3200-PRINT-TOTALS-EXIT.
090600     EXIT.
090700
090800***************************************************************
090900*    9000-TERMINATE - DISPLAY THE OUTCOME.  THE RETURN CODE   *
091000*    HAS ALREADY BEEN SET BY THE FUNCTION THAT RAN.           *
091100***************************************************************
091200 9000-TERMINATE.
091300     IF CATCH-RUN-FAILED
091400         DISPLAY "MYCATCH - " WS-RUN-FUNCTION " FAILED - SEE THE "
091500             "MESSAGES ABOVE"
091600     ELSE
091700         DISPLAY "MYCATCH - " WS-RUN-FUNCTION " ENDED, RC = "
091800             RETURN-CODE
091900     END-IF
092000     .
092100 9000-TERMINATE-EXIT.
092200     EXIT.
092300
092400 END PROGRAM MYCATCH.
