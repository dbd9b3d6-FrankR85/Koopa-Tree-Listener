002980*                     RC=16 BUT DOES NOT CONDEMN THE FEEDS -   *
002990*                     THEY ARE COMPLETE; THE MESSAGE SAYS SO.  *
003000*                                                             *
003002*    2026-10-15 FR    ADDED PARM 'YYYYMMDD,CORRECT' FOR A     *
003004*                     CORRECTION RUN (MYCORR).  THE DAILY     *
003006*                     FILES NOW CARRY ONLY THE ORIGINAL       *
003008*                     POSTINGS; A CORRECTION RUN SENDS ONLY   *
003010*                     THE DATE'S REVERSALS AND REPLACEMENTS,  *
003012*                     IN THE SAME FRAMING WITH THE HEADER     *
003014*                     MARKED AS A CORRECTION FILE AND EACH    *
003016*                     DETAIL MARKED WITH ITS ACTION, AND LOGS *
003018*                     THEM ON DSTLOG AS 'CORRECT-1' AND       *
003020*                     'CORRECT-2' FOR MYACK.                  *
003022*    2026-10-15 FR    THE STEP NOW APPENDS A JOB-TIMING       *
003024*                     RECORD (DD JOBTIME, MTIMREC) AS IT ENDS *
003026*                     - RUN DATE, START AND END STAMPS,       *
003028*                     EXTRACT RECORDS READ AND RETURN CODE -  *
003030*                     FOR THE BATCH WINDOW REPORT (MYTIMRPT)  *
003032*                     AND THE MYHLTH PAGE.  CORRECTION RUNS   *
003034*                     ARE NOT LOGGED.  A FAILURE TO LOG IS    *
003036*                     DISPLAYED AND LEAVES THE RETURN CODE    *
003038*                     ALONE.                                  *
003040*    2026-10-15 FR    ADDED PARM 'CATCHUP' FOR THE MULTI-DAY  *
003042*                     CATCH-UP (JOB MYCATJ) - THE RUN DATE IS *
003044*                     THEN THE DAY MYCATCH LAST SELECTED, OFF *
003046*                     THE LAST 'Q' RECORD ON RUNCTL (NEW DD,  *
003048*                     READ ONLY).  NO 'Q' RECORD FAILS THE    *
003050*                     RUN (RC=12) WITH NEITHER CONSUMER FILE  *
003052*                     WRITTEN.                                *
003054*                                                             *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.                MYDIST.
005520     SELECT DIST-LOG-FILE   ASSIGN TO DSTLOG
005530                            ORGANIZATION IS SEQUENTIAL
005540                            FILE STATUS IS WS-DSTLOG-FILE-STATUS.
005550
005560     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
005570                            ORGANIZATION IS SEQUENTIAL
005580                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
005582
005584     SELECT RUN-CONTROL-FILE
005586                            ASSIGN TO RUNCTL
005588                            ORGANIZATION IS SEQUENTIAL
005590                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
007230     RECORDING MODE IS F
007240     LABEL RECORDS ARE STANDARD.
007250     COPY MDLGREC.
007255
007260 FD  JOB-TIME-FILE
007265     RECORDING MODE IS F
007270     LABEL RECORDS ARE STANDARD.
007275     COPY MTIMREC.
007277
007279 FD  RUN-CONTROL-FILE
007281     RECORDING MODE IS F
007283     LABEL RECORDS ARE STANDARD.
007285     COPY MRUNREC.
007300
007400 WORKING-STORAGE SECTION.
007500 01  WS-EXTRACT-FILE-STATUS      PIC X(02)   VALUE SPACES.
008000     88  DIST2-FILE-OK                   VALUE "00".
008010 01  WS-DSTLOG-FILE-STATUS       PIC X(02)   VALUE SPACES.
008020     88  DSTLOG-FILE-OK                  VALUE "00".
008030 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
008040     88  JOBTIME-FILE-OK                 VALUE "00".
008050 01  WS-RUNCTL-FILE-STATUS       PIC X(02)   VALUE SPACES.
008060     88  RUNCTL-FILE-OK                  VALUE "00".
008100
008200 01  WS-SWITCHES.
008300     05  WS-EOF-SW               PIC X(01)   VALUE "N".
008400         88  END-OF-EXTRACT-FILE         VALUE "Y".
008500     05  WS-DIST-FAILED-SW       PIC X(01)   VALUE "N".
008600         88  DIST-RUN-FAILED             VALUE "Y".
008610     05  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
008620         88  END-OF-RUNCTL-FILE          VALUE "Y".
008630     05  WS-CATCHUP-FOUND-SW     PIC X(01)   VALUE "N".
008640         88  CATCHUP-DATE-FOUND          VALUE "Y".
008700
008710*    RUN MODE OFF THE SECOND PARM OPERAND - 'CORRECT' SENDS
008720*    THE DATE'S CORRECTION POSTINGS (SEE MYCORR) INSTEAD OF
008730*    ITS ORIGINAL POSTINGS.
008740 01  WS-RUN-MODE                 PIC X(08)   VALUE SPACES.
008750     88  CORRECTION-RUN                  VALUE "CORRECT".
008760
008770*    CONSUMER IDS THE TWO FEEDS ARE LOGGED UNDER ON DSTLOG -
008775*    'CORRECT-1' AND 'CORRECT-2' ON A CORRECTION RUN.
008780 01  WS-LOG-CONSUMER-1           PIC X(09)   VALUE "CONSUMER1".
008785 01  WS-LOG-CONSUMER-2           PIC X(09)   VALUE "CONSUMER2".
008790
008800 01  WS-SOURCE-SYSTEM            PIC X(08)   VALUE "KTL".
008900
009000 01  WS-COUNTERS.
010600 01  WS-CURRENT-DATE             PIC 9(08).
010700 01  WS-GEN-DATE                 PIC 9(08).
010800 01  WS-GEN-TIME                 PIC 9(08).
010810
010820*    WALL-CLOCK START OF THE STEP, FOR ITS JOB-TIMING RECORD.
010830 01  WS-STEP-START-STAMP.
010840     05  WS-STEP-START-DATE      PIC 9(08)   VALUE ZERO.
010850     05  WS-STEP-START-TIME      PIC 9(08)   VALUE ZERO.
010900
011000*    INTERFACE RECORD LAYOUTS SHARED WITH THE CONSUMERS.
011100     COPY MDSTREC.
011200
011300 LINKAGE SECTION.
011350*    OPTIONAL JCL PARM CARRYING THE TARGET RUN DATE (YYYYMMDD),
011400*    OPTIONALLY FOLLOWED BY ',CORRECT' FOR A CORRECTION RUN, OR
011450*    'CATCHUP' FOR THE DAY THE CATCH-UP JOB LAST SELECTED.
011500*    WHEN NO PARM IS SUPPLIED, LK-PARM-LEN IS ZERO AND THE
011600*    DISTRIBUTION DEFAULTS TO TODAY.  THE LENGTH AND TEXT MUST
011700*    BE ONE LINKAGE ITEM, NOT TWO - EXEC PGM=...,PARM= PASSES
012000*    ONE USING OPERAND TO RECEIVE IT.
012100 01  LK-PARM-AREA.
012200     05  LK-PARM-LEN             PIC S9(04) COMP.
012300     05  LK-PARM-TEXT            PIC X(16).
012400
012500***************************************************************
012600*    MAINLINE                                                 *
012800 PROCEDURE DIVISION USING LK-PARM-AREA.
012900
013000 0000-MAINLINE.
013010     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
013020     ACCEPT WS-STEP-START-TIME FROM TIME
013100     PERFORM 1000-INITIALIZE
013200         THRU 1000-INITIALIZE-EXIT
013300     PERFORM 2000-DISTRIBUTE-ONE-RECORD
013900     END-IF
014000     PERFORM 9000-TERMINATE
014100         THRU 9000-TERMINATE-EXIT
014110     PERFORM 9900-LOG-STEP-TIME
014120         THRU 9900-LOG-STEP-TIME-EXIT
014200     STOP RUN
014300     .
014400
014900*    FILE WITH NO HEADER OR NO TRAILER.                       *
015000***************************************************************
015100 1000-INITIALIZE.
015120     IF LK-PARM-LEN = 7 AND LK-PARM-TEXT (1:7) = "CATCHUP"
015140         PERFORM 1100-GET-CATCHUP-DATE
015160             THRU 1100-GET-CATCHUP-DATE-EXIT
015180         IF DIST-RUN-FAILED
015200             SET END-OF-EXTRACT-FILE TO TRUE
015220             GO TO 1000-INITIALIZE-EXIT
015240         END-IF
015400     ELSE
015410         IF LK-PARM-LEN > 0
015420             MOVE LK-PARM-TEXT (1:8) TO WS-CURRENT-DATE
015430             IF LK-PARM-LEN > 9
015440                 MOVE LK-PARM-TEXT (10:LK-PARM-LEN - 9)
015450                     TO WS-RUN-MODE
015460             END-IF
015470         ELSE
015480             ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
015490         END-IF
015500     END-IF
015510     IF CORRECTION-RUN
015520         MOVE "CORRECT-1" TO WS-LOG-CONSUMER-1
015530         MOVE "CORRECT-2" TO WS-LOG-CONSUMER-2
015600     END-IF
015700     ACCEPT WS-GEN-DATE FROM DATE YYYYMMDD
015800     ACCEPT WS-GEN-TIME FROM TIME
018500     MOVE WS-CURRENT-DATE  TO DS-HDR-RUN-DATE
018600     MOVE WS-GEN-DATE      TO DS-HDR-GEN-DATE
018700     MOVE WS-GEN-TIME      TO DS-HDR-GEN-TIME
018710     IF CORRECTION-RUN
018720         SET DS-HDR-CORRECTION-FILE TO TRUE
018730     END-IF
018800     WRITE DIST1-RECORD FROM DS-HEADER-RECORD
018900     IF NOT DIST1-FILE-OK
019000         DISPLAY "MYDIST - UNABLE TO WRITE DSTFIL1, STATUS = "
020400     .
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020602
020604***************************************************************
020606*    1100-GET-CATCHUP-DATE - UNDER PARM='CATCHUP' THE RUN     *
020608*    DATE IS THE DAY THE CATCH-UP JOB (MYCATCH) HANDED THIS   *
020610*    PASS - THE DATE ON THE LAST CATCH-UP SELECTED RECORD ON  *
020612*    RUNCTL, THE SAME DAY MYDRIVER POSTED UNDER.  NO SUCH     *
020614*    RECORD, OR AN UNREADABLE RUNCTL, FAILS THE RUN BEFORE    *
020616*    EITHER CONSUMER FILE IS OPENED.                          *
020618***************************************************************
020620 1100-GET-CATCHUP-DATE.
020622     OPEN INPUT RUN-CONTROL-FILE
020624     IF NOT RUNCTL-FILE-OK
020626         DISPLAY "MYDIST - UNABLE TO OPEN RUNCTL, STATUS = "
020628             WS-RUNCTL-FILE-STATUS
020630         SET DIST-RUN-FAILED TO TRUE
020632         MOVE 16 TO RETURN-CODE
020634         GO TO 1100-GET-CATCHUP-DATE-EXIT
020636     END-IF
020638     PERFORM 1110-SCAN-FOR-CATCHUP
020640         THRU 1110-SCAN-FOR-CATCHUP-EXIT
020642         UNTIL END-OF-RUNCTL-FILE
020644     CLOSE RUN-CONTROL-FILE
020646     IF NOT CATCHUP-DATE-FOUND
020648         DISPLAY "MYDIST - NO CATCH-UP DAY SELECTED ON RUNCTL - "
020650             "RUN ABANDONED"
020652         SET DIST-RUN-FAILED TO TRUE
020654         MOVE 12 TO RETURN-CODE
020656         GO TO 1100-GET-CATCHUP-DATE-EXIT
020658     END-IF
020660     DISPLAY "MYDIST - CATCH-UP - DISTRIBUTING " WS-CURRENT-DATE
020662     .
020664 1100-GET-CATCHUP-DATE-EXIT.
020666     EXIT.
020668
020670 1110-SCAN-FOR-CATCHUP.
020672     READ RUN-CONTROL-FILE
020674         AT END
020676             SET END-OF-RUNCTL-FILE TO TRUE
020678             GO TO 1110-SCAN-FOR-CATCHUP-EXIT
020680     END-READ
020682     IF RN-CATCHUP-SELECTED
020684         SET CATCHUP-DATE-FOUND TO TRUE
020686         MOVE RN-RUN-DATE TO WS-CURRENT-DATE
020688     END-IF
020690     .
020692 1110-SCAN-FOR-CATCHUP-EXIT.
020694     EXIT.
020700
020800***************************************************************
020900*    2000-DISTRIBUTE-ONE-RECORD - READ ONE EXTRACT RECORD     *
021000*    AND, WHEN IT CARRIES THE RUN DATE, WRITE IT IN EACH      *
021100*    CONSUMER'S LAYOUT AND ROLL IT INTO THE COUNT AND HASH.   *
021110*    A DAILY RUN TAKES ONLY THE ORIGINAL POSTINGS AND A       *
021120*    CORRECTION RUN ONLY THE REVERSALS AND REPLACEMENTS, SO   *
021130*    A DATE RE-SENT AFTER ITS CORRECTION STILL GOES OUT AS    *
021140*    THE CONSUMERS FIRST RECEIVED IT.                         *
021200***************************************************************
021300 2000-DISTRIBUTE-ONE-RECORD.
021400     READ EXTRACT-FILE
022000     IF EX-RUN-DATE NOT = WS-CURRENT-DATE
022100         GO TO 2000-DISTRIBUTE-ONE-RECORD-EXIT
022200     END-IF
022210     IF CORRECTION-RUN
022220         IF NOT EX-CORRECTION-POSTING
022230             GO TO 2000-DISTRIBUTE-ONE-RECORD-EXIT
022240         END-IF
022250     ELSE
022260         IF EX-CORRECTION-POSTING
022270             GO TO 2000-DISTRIBUTE-ONE-RECORD-EXIT
022280         END-IF
022290     END-IF
022300     ADD 1 TO WS-RECORDS-SELECTED
022400     PERFORM 2100-ROLL-KEY-INTO-HASH
022500         THRU 2100-ROLL-KEY-INTO-HASH-EXIT
022900     MOVE EX-TEST2    TO DS1-TEST2
023000     MOVE EX-TEST3    TO DS1-TEST3
023100     MOVE EX-RESULT-Z TO DS1-RESULT-Z
023110*    THE ACTION CODES ARE THE EXTRACT POSTING TYPES - BLANK,
023120*    'R' REVERSAL, 'C' REPLACEMENT.
023130     MOVE EX-POSTING-TYPE TO DS1-ACTION
023200     WRITE DIST1-RECORD FROM DS1-DETAIL-RECORD
023300     IF NOT DIST1-FILE-OK
023400         DISPLAY "MYDIST - UNABLE TO WRITE DSTFIL1, STATUS = "
024300     MOVE EX-RESULT-Z TO DS2-RESULT-Z
024400     MOVE EX-TEST1    TO DS2-TEST1
024500     MOVE EX-RUN-DATE TO DS2-RUN-DATE
024510     MOVE EX-POSTING-TYPE TO DS2-ACTION
024600     WRITE DIST2-RECORD FROM DS2-DETAIL-RECORD
024700     IF NOT DIST2-FILE-OK
024800         DISPLAY "MYDIST - UNABLE TO WRITE DSTFIL2, STATUS = "
030802     END-IF
030803     MOVE SPACES              TO DIST-LOG-RECORD
030804     MOVE WS-CURRENT-DATE     TO DL-RUN-DATE
030805     MOVE WS-LOG-CONSUMER-1   TO DL-CONSUMER-ID
030806     MOVE WS-RECORDS-SELECTED TO DL-RECORD-COUNT
030807     MOVE WS-HASH-TOTAL       TO DL-HASH-TOTAL
030808     MOVE WS-GEN-DATE         TO DL-GEN-DATE
030809     MOVE WS-GEN-TIME         TO DL-GEN-TIME
030811     WRITE DIST-LOG-RECORD
030812     IF DSTLOG-FILE-OK
030813         MOVE WS-LOG-CONSUMER-2 TO DL-CONSUMER-ID
030814         WRITE DIST-LOG-RECORD
030815     END-IF
030816     IF NOT DSTLOG-FILE-OK
031400     CLOSE EXTRACT-FILE
031500     CLOSE DIST1-FILE
031600     CLOSE DIST2-FILE
031610     IF CORRECTION-RUN
031620         DISPLAY "MYDIST - CORRECTION FILES FOR " WS-CURRENT-DATE
031630     END-IF
031700     DISPLAY "MYDIST - EXTRACT RECORDS READ = " WS-RECORDS-READ
031800     DISPLAY "MYDIST - RECORDS DISTRIBUTED  = "
031900         WS-RECORDS-SELECTED
032400     .
032500 9000-TERMINATE-EXIT.
032600     EXIT.
032602
032604***************************************************************
032606*    9900-LOG-STEP-TIME - APPEND THIS STEP'S RECORD TO THE    *
032608*    JOB-TIMING HISTORY (DD JOBTIME, MTIMREC) FOR THE BATCH   *
032610*    WINDOW REPORT (MYTIMRPT) AND THE MYHLTH PAGE.  THE LOG   *
032612*    IS BOOKKEEPING, NOT PART OF THE DAY'S WORK - A FAILURE   *
032614*    HERE IS DISPLAYED AND THE STEP'S OWN RETURN CODE STANDS. *
032616*    A CORRECTION RUN IS NOT PART OF THE DAILY STREAM AND IS  *
032618*    NOT LOGGED.                                              *
032620***************************************************************
032622 9900-LOG-STEP-TIME.
032624     IF CORRECTION-RUN
032626         GO TO 9900-LOG-STEP-TIME-EXIT
032628     END-IF
032630     OPEN EXTEND JOB-TIME-FILE
032632     IF NOT JOBTIME-FILE-OK
032634         DISPLAY "MYDIST - UNABLE TO OPEN JOBTIME, STATUS = "
032636             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
032638         GO TO 9900-LOG-STEP-TIME-EXIT
032640     END-IF
032642     MOVE SPACES              TO JOB-TIMING-RECORD
032644     MOVE "MYDIST"            TO TM-PROGRAM-ID
032646     IF WS-CURRENT-DATE NUMERIC
032648         MOVE WS-CURRENT-DATE     TO TM-RUN-DATE
032650     ELSE
032652         MOVE WS-STEP-START-DATE  TO TM-RUN-DATE
032654     END-IF
032656     MOVE WS-STEP-START-STAMP TO TM-START-STAMP
032658     ACCEPT TM-END-DATE FROM DATE YYYYMMDD
032660     ACCEPT TM-END-TIME FROM TIME
032662     MOVE WS-RECORDS-READ     TO TM-RECORDS-PROCESSED
032664     MOVE RETURN-CODE         TO TM-RETURN-CODE
032666     WRITE JOB-TIMING-RECORD
032668     IF NOT JOBTIME-FILE-OK
032670         DISPLAY "MYDIST - UNABLE TO WRITE JOBTIME, STATUS = "
032672             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
032674     END-IF
032676     CLOSE JOB-TIME-FILE
032678     .
032680 9900-LOG-STEP-TIME-EXIT.
032682     EXIT.
032700
032800 END PROGRAM MYDIST.
