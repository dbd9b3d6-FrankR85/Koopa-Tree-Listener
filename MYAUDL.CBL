004992*                     AND ABANDONED THE RUN BEFORE A SINGLE    *
004993*                     RECORD COULD EVER BE ADDED.              *
005000*                                                             *
005010*    2026-10-15 FR    THE STEP NOW APPENDS A JOB-TIMING RECORD *
005020*                     (DD JOBTIME, MTIMREC) AS IT ENDS - RUN   *
005030*                     DATE, START AND END STAMPS, AUDIT        *
005040*                     RECORDS READ AND RETURN CODE - FOR THE   *
005050*                     BATCH WINDOW REPORT (MYTIMRPT) AND THE   *
005060*                     MYHLTH PAGE.  THE SEED LOAD IS NOT       *
005070*                     LOGGED.  A FAILURE TO LOG IS DISPLAYED   *
005080*                     AND LEAVES THE RETURN CODE ALONE.        *
005090*                                                             *
005100***************************************************************
005200 IDENTIFICATION DIVISION.
005300 PROGRAM-ID.                MYAUDL.
007200                            ACCESS MODE IS DYNAMIC
007300                            RECORD KEY IS AK-KEY
007400                            FILE STATUS IS WS-KEYED-FILE-STATUS.
007410
007420     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
007430                            ORGANIZATION IS SEQUENTIAL
007440                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
008300 FD  KEYED-AUDIT-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500     COPY MAUDKREC.
008510
008520 FD  JOB-TIME-FILE
008530     RECORDING MODE IS F
008540     LABEL RECORDS ARE STANDARD.
008550     COPY MTIMREC.
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE SPACES.
009200     88  KEYED-FILE-DUPLICATE            VALUE "21" "22".
009300     88  KEYED-FILE-AT-END               VALUE "10".
009310     88  KEYED-FILE-NOT-FOUND            VALUE "23".
009320 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
009330     88  JOBTIME-FILE-OK                 VALUE "00".
009400
009500 01  WS-SWITCHES.
009600     05  WS-EOF-SW               PIC X(01)   VALUE "N".
011100 01  WS-CUTOFF-DATE-X            PIC X(08)   VALUE SPACES.
011200 01  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-DATE-X
011300                                 PIC 9(08).
011310
011320*    WALL-CLOCK START OF THE STEP, FOR ITS JOB-TIMING RECORD.
011330 01  WS-STEP-START-STAMP.
011340     05  WS-STEP-START-DATE      PIC 9(08)   VALUE ZERO.
011350     05  WS-STEP-START-TIME      PIC 9(08)   VALUE ZERO.
011400
011500 01  WS-COUNTERS.
011600     05  WS-RECORDS-READ         PIC 9(09)   COMP    VALUE ZERO.
014100 PROCEDURE DIVISION USING LK-PARM-AREA.
014200
014300 0000-MAINLINE.
014310     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
014320     ACCEPT WS-STEP-START-TIME FROM TIME
014400     PERFORM 1000-INITIALIZE
014500         THRU 1000-INITIALIZE-EXIT
014600     PERFORM 2000-LOAD-ONE-RECORD
015300     END-IF
015400     PERFORM 9000-TERMINATE
015500         THRU 9000-TERMINATE-EXIT
015510     PERFORM 9900-LOG-STEP-TIME
015520         THRU 9900-LOG-STEP-TIME-EXIT
015600     STOP RUN
015700     .
015800
033400     .
033500 9000-TERMINATE-EXIT.
033600     EXIT.
033602
033604***************************************************************
033606*    9900-LOG-STEP-TIME - APPEND THIS STEP'S RECORD TO THE    *
033608*    JOB-TIMING HISTORY (DD JOBTIME, MTIMREC) FOR THE BATCH   *
033610*    WINDOW REPORT (MYTIMRPT) AND THE MYHLTH PAGE.  THE LOG   *
033612*    IS BOOKKEEPING, NOT PART OF THE DAY'S WORK - A FAILURE   *
033614*    HERE IS DISPLAYED AND THE STEP'S OWN RETURN CODE STANDS. *
033616*    THE ONE-TIME SEED LOAD IS NOT PART OF THE STREAM AND IS  *
033618*    NOT LOGGED.                                              *
033620***************************************************************
033622 9900-LOG-STEP-TIME.
033624     IF SEED-LOAD
033626         GO TO 9900-LOG-STEP-TIME-EXIT
033628     END-IF
033630     OPEN EXTEND JOB-TIME-FILE
033632     IF NOT JOBTIME-FILE-OK
033634         DISPLAY "MYAUDL - UNABLE TO OPEN JOBTIME, STATUS = "
033636             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
033638         GO TO 9900-LOG-STEP-TIME-EXIT
033640     END-IF
033642     MOVE SPACES              TO JOB-TIMING-RECORD
033644     MOVE "MYAUDL"            TO TM-PROGRAM-ID
033646     IF WS-RUN-DATE-X NUMERIC
033648         MOVE WS-RUN-DATE         TO TM-RUN-DATE
033650     ELSE
033652         MOVE WS-STEP-START-DATE  TO TM-RUN-DATE
033654     END-IF
033656     MOVE WS-STEP-START-STAMP TO TM-START-STAMP
033658     ACCEPT TM-END-DATE FROM DATE YYYYMMDD
033660     ACCEPT TM-END-TIME FROM TIME
033662     MOVE WS-RECORDS-READ     TO TM-RECORDS-PROCESSED
033664     MOVE RETURN-CODE         TO TM-RETURN-CODE
033666     WRITE JOB-TIMING-RECORD
033668     IF NOT JOBTIME-FILE-OK
033670         DISPLAY "MYAUDL - UNABLE TO WRITE JOBTIME, STATUS = "
033672             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
033674     END-IF
033676     CLOSE JOB-TIME-FILE
033678     .
033680 9900-LOG-STEP-TIME-EXIT.
033682     EXIT.
033700
033800 END PROGRAM MYAUDL.
