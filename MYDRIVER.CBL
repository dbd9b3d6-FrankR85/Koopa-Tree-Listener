008791*                     MP-TRAN-DATE SO MYPROG POSTS AU-RUN-DATE   *
008792*                     AND EX-RUN-DATE UNDER IT.                  *
008800*                                                             *
008805*    2026-10-15 FR    THE STEP NOW APPENDS A JOB-TIMING RECORD   *
008810*                     (DD JOBTIME, MTIMREC) AS IT ENDS - RUN     *
008815*                     DATE, START AND END STAMPS, RECORDS READ   *
008820*                     AND RETURN CODE - FOR THE BATCH WINDOW     *
008825*                     REPORT (MYTIMRPT) AND THE MYHLTH PAGE.     *
008830*                     TRIAL RUNS ARE NOT LOGGED.  A FAILURE TO   *
008835*                     LOG IS DISPLAYED AND LEAVES THE RETURN     *
008840*                     CODE ALONE.                                *
008845*    2026-10-15 FR    ADDED PARM 'CATCHUP' FOR THE MULTI-DAY     *
008850*                     CATCH-UP (JOB MYCATJ).  THE RUN DATE IS    *
008855*                     THEN THE DAY MYCATCH LAST SELECTED - THE   *
008860*                     LAST 'Q' RECORD ON RUNCTL - NOT THE DATE   *
008865*                     OFF THE FILE'S FIRST RECORD, SO A DAY      *
008870*                     WHOSE EVERY RECORD WAS REJECTED STILL      *
008875*                     REGISTERS UNDER ITS OWN DATE AND NEVER     *
008880*                     UNDER TODAY'S.  NO 'Q' RECORD REFUSES THE  *
008885*                     RUN (RC=12).                               *
008890*                                                             *
008900***************************************************************
009000 IDENTIFICATION DIVISION.
009100 PROGRAM-ID.                MYDRIVER.
011200                            ASSIGN TO RUNCTL
011300                            ORGANIZATION IS SEQUENTIAL
011400                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
011410
011420     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
011430                            ORGANIZATION IS SEQUENTIAL
011440                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
011500
011600 DATA DIVISION.
011700 FILE SECTION.
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD.
013100     COPY MRUNREC.
013110
013120 FD  JOB-TIME-FILE
013130     RECORDING MODE IS F
013140     LABEL RECORDS ARE STANDARD.
013150     COPY MTIMREC.
013200
013300 WORKING-STORAGE SECTION.
013400 01  WS-TRANS-FILE-STATUS    PIC X(02)   VALUE SPACES.
013800     88  RESTART-FILE-OK             VALUE "00".
013900 01  WS-RUNCTL-FILE-STATUS   PIC X(02)   VALUE SPACES.
014000     88  RUNCTL-FILE-OK              VALUE "00".
014010 01  WS-JOBTIME-FILE-STATUS  PIC X(02)   VALUE SPACES.
014020     88  JOBTIME-FILE-OK             VALUE "00".
014100
014200 01  WS-SWITCHES.
014300     05  WS-EOF-SW           PIC X(01)   VALUE "N".
015400         88  DATE-ALREADY-COMPLETED  VALUE "Y".
015500     05  WS-DATE-STARTED-SW  PIC X(01)   VALUE "N".
015600         88  DATE-ALREADY-STARTED    VALUE "Y".
015610     05  WS-CATCHUP-FOUND-SW PIC X(01)   VALUE "N".
015620         88  CATCHUP-DATE-FOUND      VALUE "Y".
015700
015800*    RUN MODE OFF THE JCL PARM - 'TRIAL' SIMULATES THE DAY
015900*    AGAINST THE PROPOSED CONTROL VALUES WITHOUT POSTING;
016000*    'FORCE' OVERRIDES THE SAME-DATE DOUBLE-RUN REFUSAL;
016050*    'CATCHUP' RUNS THE DAY THE CATCH-UP JOB LAST SELECTED;
016100*    ANYTHING ELSE (OR NO PARM) IS A NORMAL RUN.
016200 01  WS-RUN-MODE             PIC X(08)   VALUE SPACES.
016300     88  TRIAL-RUN                   VALUE "TRIAL".
016400     88  FORCE-RUN                   VALUE "FORCE".
016425     88  CATCHUP-RUN                 VALUE "CATCHUP".
016500
016600*    THE RUN DATE THIS RUN REGISTERS UNDER.
016700 01  WS-RUN-DATE             PIC 9(08)   VALUE ZERO.
018900
019000 01  WS-CURRENT-DATE         PIC 9(08).
019100 01  WS-CURRENT-TIME         PIC 9(08).
019110
019120*    WALL-CLOCK START OF THE STEP, FOR ITS JOB-TIMING RECORD.
019130 01  WS-STEP-START-STAMP.
019140     05  WS-STEP-START-DATE      PIC 9(08)   VALUE ZERO.
019150     05  WS-STEP-START-TIME      PIC 9(08)   VALUE ZERO.
019200
019300*    COMMUNICATION AREA PASSED TO MYPROG ON EACH CALL
019400     COPY MYPARMS.
019500
019600 LINKAGE SECTION.
019700*    OPTIONAL JCL PARM CARRYING THE RUN MODE - 'TRIAL' FOR A
019750*    SIMULATION RUN, 'FORCE' OR 'CATCHUP' AS DESCRIBED UNDER
019825*    WS-RUN-MODE, OMITTED FOR A NORMAL RUN.  THE LENGTH
019900*    AND TEXT MUST BE ONE LINKAGE ITEM, NOT TWO - EXEC
020000*    PGM=...,PARM= PASSES THE PROGRAM A SINGLE ADDRESS
020100*    POINTING AT THE HALFWORD LENGTH IMMEDIATELY FOLLOWED BY
021100 PROCEDURE DIVISION USING LK-PARM-AREA.
021200
021300 0000-MAINLINE.
021310     ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
021320     ACCEPT WS-STEP-START-TIME FROM TIME
021400     PERFORM 1000-INITIALIZE
021500         THRU 1000-INITIALIZE-EXIT
021600     PERFORM 2000-PROCESS-TRANSACTION
021800         UNTIL END-OF-TRANS-FILE
021900     PERFORM 9000-TERMINATE
022000         THRU 9000-TERMINATE-EXIT
022010     PERFORM 9900-LOG-STEP-TIME
022020         THRU 9900-LOG-STEP-TIME-EXIT
022100     STOP RUN
022200     .
022300
024500     ELSE
024600         SET MP-MODE-NORMAL TO TRUE
024700     END-IF
024710     IF CATCHUP-RUN
024720         PERFORM 1220-GET-CATCHUP-DATE
024730             THRU 1220-GET-CATCHUP-DATE-EXIT
024740         IF RUN-REFUSED
024750             MOVE "Y" TO WS-EOF-SW
024760             GO TO 1000-INITIALIZE-EXIT
024770         END-IF
024780     ELSE
024790         PERFORM 1050-GET-RUN-DATE
024800             THRU 1050-GET-RUN-DATE-EXIT
024810     END-IF
024820     IF RESTART-VERIFY-FAILED
024830         GO TO 1000-INITIALIZE-EXIT
024840     END-IF
042600     .
042700 1210-SCAN-ONE-RUNCTL-EXIT.
042800     EXIT.
042801
042802***************************************************************
042803*    1220-GET-CATCHUP-DATE - UNDER PARM='CATCHUP' THE RUN     *
042804*    DATE IS THE DAY THE CATCH-UP JOB (MYCATCH) HANDED THIS   *
042805*    PASS - THE DATE ON THE LAST CATCH-UP SELECTED RECORD ON  *
042806*    RUNCTL.  NO SUCH RECORD, OR AN UNREADABLE RUNCTL,        *
042807*    REFUSES THE RUN - GUESSING WOULD POST THE DAY UNDER THE  *
042808*    WRONG DATE.                                              *
042809***************************************************************
042810 1220-GET-CATCHUP-DATE.
042811     MOVE "N" TO WS-RUNCTL-EOF-SW
042812     OPEN INPUT RUN-CONTROL-FILE
042813     IF NOT RUNCTL-FILE-OK
042814         DISPLAY "MYDRIVER - UNABLE TO OPEN RUNCTL, STATUS = "
042815             WS-RUNCTL-FILE-STATUS
042816         DISPLAY "MYDRIVER - CANNOT FIND THE CATCH-UP DAY - "
042817             "RUN REFUSED"
042818         SET RUN-REFUSED TO TRUE
042819         MOVE 16 TO RETURN-CODE
042820         GO TO 1220-GET-CATCHUP-DATE-EXIT
042821     END-IF
042822     PERFORM 1230-SCAN-FOR-CATCHUP
042823         THRU 1230-SCAN-FOR-CATCHUP-EXIT
042824         UNTIL END-OF-RUNCTL-FILE
042825     CLOSE RUN-CONTROL-FILE
042826     IF NOT CATCHUP-DATE-FOUND
042827         DISPLAY "MYDRIVER - NO CATCH-UP DAY SELECTED ON RUNCTL "
042828             "- RUN REFUSED"
042829         SET RUN-REFUSED TO TRUE
042830         MOVE 12 TO RETURN-CODE
042831         GO TO 1220-GET-CATCHUP-DATE-EXIT
042832     END-IF
042833     DISPLAY "MYDRIVER - CATCH-UP - POSTING UNDER RUN DATE "
042834         WS-RUN-DATE
042835     .
042836 1220-GET-CATCHUP-DATE-EXIT.
042837     EXIT.
042838
042839 1230-SCAN-FOR-CATCHUP.
042840     READ RUN-CONTROL-FILE
042841         AT END
042842             SET END-OF-RUNCTL-FILE TO TRUE
042843             GO TO 1230-SCAN-FOR-CATCHUP-EXIT
042844     END-READ
042845     IF RN-CATCHUP-SELECTED
042846         SET CATCHUP-DATE-FOUND TO TRUE
042847         MOVE RN-RUN-DATE TO WS-RUN-DATE
042848     END-IF
042849     .
042850 1230-SCAN-FOR-CATCHUP-EXIT.
042851     EXIT.
042900
043000***************************************************************
043100*    1300-REGISTER-RUN-START - APPEND THE STARTED RECORD     *
062400     .
062500 9100-REGISTER-RUN-END-EXIT.
062600     EXIT.
062602
062604***************************************************************
062606*    9900-LOG-STEP-TIME - APPEND THIS STEP'S RECORD TO THE    *
062608*    JOB-TIMING HISTORY (DD JOBTIME, MTIMREC) FOR THE BATCH   *
062610*    WINDOW REPORT (MYTIMRPT) AND THE MYHLTH PAGE.  THE LOG   *
062612*    IS BOOKKEEPING, NOT PART OF THE DAY'S WORK - A FAILURE   *
062614*    HERE IS DISPLAYED AND THE STEP'S OWN RETURN CODE STANDS. *
062616*    A TRIAL RUN IS NOT PART OF THE STREAM AND IS NOT LOGGED. *
062618***************************************************************
062620 9900-LOG-STEP-TIME.
062622     IF TRIAL-RUN
062624         GO TO 9900-LOG-STEP-TIME-EXIT
062626     END-IF
062628     OPEN EXTEND JOB-TIME-FILE
062630     IF NOT JOBTIME-FILE-OK
062632         DISPLAY "MYDRIVER - UNABLE TO OPEN JOBTIME, STATUS = "
062634             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
062636         GO TO 9900-LOG-STEP-TIME-EXIT
062638     END-IF
062640     MOVE SPACES              TO JOB-TIMING-RECORD
062642     MOVE "MYDRIVER"          TO TM-PROGRAM-ID
062644     IF WS-RUN-DATE > ZERO
062646         MOVE WS-RUN-DATE         TO TM-RUN-DATE
062648     ELSE
062650         MOVE WS-STEP-START-DATE  TO TM-RUN-DATE
062652     END-IF
062654     MOVE WS-STEP-START-STAMP TO TM-START-STAMP
062656     ACCEPT TM-END-DATE FROM DATE YYYYMMDD
062658     ACCEPT TM-END-TIME FROM TIME
062660     MOVE WS-RECORDS-READ     TO TM-RECORDS-PROCESSED
062662     MOVE RETURN-CODE         TO TM-RETURN-CODE
062664     WRITE JOB-TIMING-RECORD
062666     IF NOT JOBTIME-FILE-OK
062668         DISPLAY "MYDRIVER - UNABLE TO WRITE JOBTIME, STATUS = "
062670             WS-JOBTIME-FILE-STATUS " - STEP TIME NOT LOGGED"
062672     END-IF
062674     CLOSE JOB-TIME-FILE
062676     .
062678 9900-LOG-STEP-TIME-EXIT.
062680     EXIT.
062700
062800 END PROGRAM MYDRIVER.
