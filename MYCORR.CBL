000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYCORR                                      *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     CORRECTION RUN FOR A DATE ALREADY POSTED.   *
001000*                 WHEN A BAD CONTROL VALUE OR RULE IS FOUND   *
001100*                 AFTER A DAY HAS POSTED AND GONE DOWNSTREAM, *
001200*                 THE CONTROL FILE AND RULE FILE ARE PUT      *
001300*                 RIGHT THROUGH THE NORMAL MAINTENANCE AND    *
001400*                 APPROVAL SCREENS AND THIS PROGRAM IS RUN    *
001500*                 FOR THE DATE (JCL PARM, YYYYMMDD - NO       *
001600*                 DEFAULT).  IT READS THE DATE'S ORIGINAL     *
001700*                 EXTRACT POSTINGS (DD EXTFILE) INTO A WORK   *
001800*                 FILE (DD CORRWRK), THEN PASSES EACH ONE     *
001900*                 BACK THROUGH MYPROG IN CORRECTION MODE      *
002000*                 UNDER THE CONTROL VALUES AND RULES NOW IN   *
002100*                 FORCE.  WHERE THE NEW Z DIFFERS FROM THE    *
002200*                 POSTED ONE, MYPROG APPENDS A CORRECTION     *
002300*                 AUDIT RECORD AND TWO EXTRACT RECORDS - A    *
002400*                 REVERSAL OF THE OLD POSTING AND ITS         *
002500*                 REPLACEMENT - UNDER THE SAME DATE.  EVERY   *
002600*                 CORRECTED POSTING IS LISTED ON DD CORRRPT.  *
002700*                 MYDIST THEN SENDS THE CORRECTIONS TO THE    *
002800*                 CONSUMERS WITH PARM='YYYYMMDD,CORRECT'      *
002900*                 (JOB MYCORJ).                               *
003000*                                                             *
003100*                 THE RUN REGISTERS ITSELF ON RUNCTL UNDER    *
003200*                 THE DATE IT CORRECTS ('R' STARTED, 'X'      *
003300*                 COMPLETED - SEE MRUNREC).  IT IS REFUSED    *
003400*                 RC=12 FOR A DATE THAT NEVER COMPLETED ITS   *
003500*                 DAILY RUN, FOR A DATE ALREADY CORRECTED,    *
003600*                 AND FOR A DATE WITH NO ORIGINAL POSTINGS    *
003700*                 LEFT ON EXTFILE (ARCHIVED).  A CORRECTION   *
003800*                 THAT STARTED BUT NEVER COMPLETED HAS LEFT   *
003900*                 PART OF ITSELF ON AUDTFILE AND EXTFILE AND  *
004000*                 IS ALSO REFUSED: RESTORE BOTH FILES FROM    *
004100*                 THE PRE-CORRECTION COPIES MYCORJ TAKES AND  *
004200*                 RESUBMIT WITH PARM='YYYYMMDD,FORCE'.  EVEN  *
004300*                 THEN THE RUN IS REFUSED WHILE EXTFILE STILL *
004400*                 HOLDS CORRECTION RECORDS FOR THE DATE.  A   *
004500*                 RUN THAT CHANGED NOTHING ENDS RC=4 (NOTHING *
004600*                 TO DISTRIBUTE) AND DOES NOT STOP A LATER    *
004700*                 CORRECTION OF THE SAME DATE.  A FILE        *
004800*                 FAILURE ENDS RC=16.                         *
004900*                                                             *
005000*    MODIFICATION HISTORY                                     *
005100*    DATE       BY    DESCRIPTION                             *
005200*    ---------  ----  -------------------------------------   *
005300*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
005310*    2026-10-15 FR    A DATE INSIDE A CLOSED ACCOUNTING       *
005320*                     PERIOD (PERIOD FILE, DD PERIODS,        *
005330*                     MPERREC) IS REFUSED RC=12 - ITS         *
005340*                     CORRECTIONS WOULD MOVE TOTALS FINANCE   *
005350*                     HAS ALREADY FROZEN.                     *
005400*                                                             *
005500***************************************************************
005600 IDENTIFICATION DIVISION.
005700 PROGRAM-ID.                MYCORR.
005800 AUTHOR.                    F. ROSSI.
005900 INSTALLATION.              KOOPA TREE LISTENER.
006000 DATE-WRITTEN.              2026-10-15.
006100 DATE-COMPILED.
006200
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.           IBM-370.
006600 OBJECT-COMPUTER.           IBM-370.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT EXTRACT-FILE    ASSIGN TO EXTFILE
007000                            ORGANIZATION IS SEQUENTIAL
007100                            FILE STATUS IS WS-EXTRACT-FILE-STATUS.
007200
007300     SELECT WORK-FILE       ASSIGN TO CORRWRK
007400                            ORGANIZATION IS SEQUENTIAL
007500                            FILE STATUS IS WS-WORK-FILE-STATUS.
007600
007700     SELECT RUN-CONTROL-FILE
007800                            ASSIGN TO RUNCTL
007900                            ORGANIZATION IS SEQUENTIAL
008000                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
008100
008200     SELECT CORR-REPORT-FILE
008300                            ASSIGN TO CORRRPT
008400                            ORGANIZATION IS SEQUENTIAL
008500                            FILE STATUS IS WS-REPORT-FILE-STATUS.
008600
008610     SELECT PERIOD-FILE     ASSIGN TO PERIODS
008620                            ORGANIZATION IS SEQUENTIAL
008630                            FILE STATUS IS WS-PERIOD-FILE-STATUS.
008640
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  EXTRACT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD.
009200     COPY MEXTREC.
009300
009400*    THE DATE'S ORIGINAL POSTINGS, COPIED FROM EXTFILE BYTE FOR
009500*    BYTE - THE SAME 50-BYTE SHAPE AS MEXTREC.
009600 FD  WORK-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  WORK-RECORD.
010000     05  WK-TEST1                PIC X(10).
010100     05  WK-TEST2                PIC X(10).
010200     05  WK-TEST3                PIC X(10).
010300     05  WK-RESULT-Z             PIC X(01).
010400     05  WK-RUN-DATE             PIC 9(08).
010500     05  WK-RULE-ID              PIC X(08).
010600     05  FILLER                  PIC X(03).
010700
010800 FD  RUN-CONTROL-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD.
011100     COPY MRUNREC.
011200
011300 FD  CORR-REPORT-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD.
011600 01  CORR-REPORT-LINE            PIC X(133).
011700
011710 FD  PERIOD-FILE
011720     RECORDING MODE IS F
011730     LABEL RECORDS ARE STANDARD.
011740     COPY MPERREC.
011750
011800 WORKING-STORAGE SECTION.
011900 01  WS-EXTRACT-FILE-STATUS      PIC X(02)   VALUE SPACES.
012000     88  EXTRACT-FILE-OK                 VALUE "00".
012100 01  WS-WORK-FILE-STATUS         PIC X(02)   VALUE SPACES.
012200     88  WORK-FILE-OK                    VALUE "00".
012300 01  WS-RUNCTL-FILE-STATUS       PIC X(02)   VALUE SPACES.
012400     88  RUNCTL-FILE-OK                  VALUE "00".
012500 01  WS-REPORT-FILE-STATUS       PIC X(02)   VALUE SPACES.
012600     88  REPORT-FILE-OK                  VALUE "00".
012610 01  WS-PERIOD-FILE-STATUS       PIC X(02)   VALUE SPACES.
012620     88  PERIOD-FILE-OK                  VALUE "00".
012700
012800 01  WS-SWITCHES.
012900     05  WS-EOF-SW               PIC X(01)   VALUE "N".
013000         88  END-OF-EXTRACT-FILE         VALUE "Y".
013100     05  WS-WORK-EOF-SW          PIC X(01)   VALUE "N".
013200         88  END-OF-WORK-FILE            VALUE "Y".
013300     05  WS-RUNCTL-EOF-SW        PIC X(01)   VALUE "N".
013400         88  END-OF-RUNCTL-FILE          VALUE "Y".
013500     05  WS-CORR-FAILED-SW       PIC X(01)   VALUE "N".
013600         88  CORR-RUN-FAILED             VALUE "Y".
013700     05  WS-DATE-DONE-SW         PIC X(01)   VALUE "N".
013800         88  DATE-RUN-COMPLETED          VALUE "Y".
013900     05  WS-CORR-DONE-SW         PIC X(01)   VALUE "N".
014000         88  DATE-ALREADY-CORRECTED      VALUE "Y".
014100     05  WS-CORR-OPEN-SW         PIC X(01)   VALUE "N".
014200         88  CORRECTION-LEFT-OPEN        VALUE "Y".
014210     05  WS-PERIOD-EOF-SW        PIC X(01)   VALUE "N".
014220         88  END-OF-PERIOD-FILE          VALUE "Y".
014300
014400*    OPTIONAL SECOND PARM OPERAND - 'FORCE' LETS A CORRECTION
014500*    THAT STARTED BUT NEVER COMPLETED BE RUN AGAIN ONCE AUDTFILE
014600*    AND EXTFILE HAVE BEEN RESTORED.  IT NEVER OVERRIDES A
014700*    COMPLETED CORRECTION.
014800 01  WS-RUN-MODE                 PIC X(08)   VALUE SPACES.
014900     88  FORCE-RUN                       VALUE "FORCE".
015000
015100*    THE DATE BEING CORRECTED, OFF THE JCL PARM.
015200 01  WS-RUN-DATE-X               PIC X(08)   VALUE SPACES.
015300 01  WS-RUN-DATE REDEFINES WS-RUN-DATE-X
015400                                 PIC 9(08).
015410 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-X.
015420     05  WS-RUN-PERIOD           PIC 9(06).
015430     05  FILLER                  PIC 9(02).
015440*    THE LAST ACCOUNTING PERIOD CLOSED, OFF THE PERIOD FILE.
015450 01  WS-LAST-CLOSED-PERIOD       PIC 9(06)   VALUE ZERO.
015500*    WHEN THE EARLIER CORRECTION OF THE DATE COMPLETED.
015600 01  WS-CORRECTED-ON             PIC 9(08)   VALUE ZERO.
015700
015800 01  WS-COUNTERS.
015900     05  WS-RECORDS-READ         PIC 9(09)   COMP    VALUE ZERO.
016000     05  WS-RECORDS-SELECTED     PIC 9(09)   COMP    VALUE ZERO.
016100     05  WS-PRIOR-CORRECTIONS    PIC 9(09)   COMP    VALUE ZERO.
016200     05  WS-POSTINGS-REDERIVED   PIC 9(09)   COMP    VALUE ZERO.
016300     05  WS-POSTINGS-CORRECTED   PIC 9(09)   COMP    VALUE ZERO.
016400     05  WS-POSTINGS-REJECTED    PIC 9(09)   COMP    VALUE ZERO.
016500
016600 01  WS-CURRENT-DATE             PIC 9(08).
016700 01  WS-CURRENT-TIME             PIC 9(08).
016800 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
016900
017000*    ONE LINE PER CORRECTED POSTING ON CORRRPT.
017100 01  WS-DETAIL-LINE.
017200     05  FILLER                  PIC X(02)   VALUE SPACES.
017300     05  WS-DTL-TEST1            PIC X(10).
017400     05  FILLER                  PIC X(02)   VALUE SPACES.
017500     05  WS-DTL-TEST2            PIC X(10).
017600     05  FILLER                  PIC X(02)   VALUE SPACES.
017700     05  WS-DTL-TEST3            PIC X(10).
017800     05  FILLER                  PIC X(05)   VALUE SPACES.
017900     05  WS-DTL-PRIOR-Z          PIC X(01).
018000     05  FILLER                  PIC X(08)   VALUE SPACES.
018100     05  WS-DTL-NEW-Z            PIC X(01).
018200     05  FILLER                  PIC X(05)   VALUE SPACES.
018300     05  WS-DTL-PRIOR-RULE       PIC X(08).
018400     05  FILLER                  PIC X(69)   VALUE SPACES.
018500
018600*    COMMUNICATION AREA PASSED TO MYPROG ON EACH CALL
018700     COPY MYPARMS.
018800
018900 LINKAGE SECTION.
019000*    JCL PARM CARRYING THE DATE TO CORRECT (YYYYMMDD), OPTIONALLY
019100*    FOLLOWED BY ',FORCE'.  THE LENGTH AND TEXT MUST BE ONE
019200*    LINKAGE ITEM, NOT TWO - EXEC PGM=...,PARM= PASSES THE
019300*    PROGRAM A SINGLE ADDRESS POINTING AT THE HALFWORD LENGTH
019400*    IMMEDIATELY FOLLOWED BY THE TEXT, SO THERE IS ONLY ONE
019500*    USING OPERAND TO RECEIVE IT.
019600 01  LK-PARM-AREA.
019700     05  LK-PARM-LEN             PIC S9(04) COMP.
019800     05  LK-PARM-TEXT            PIC X(14).
019900
020000***************************************************************
020100*    MAINLINE                                                 *
020200***************************************************************
020300 PROCEDURE DIVISION USING LK-PARM-AREA.
020400
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE
020700         THRU 1000-INITIALIZE-EXIT
020800     IF NOT CORR-RUN-FAILED
020900         PERFORM 2000-SELECT-POSTINGS
021000             THRU 2000-SELECT-POSTINGS-EXIT
021100     END-IF
021200     IF NOT CORR-RUN-FAILED
021300         PERFORM 1300-REGISTER-CORRECTION-START
021400             THRU 1300-REGISTER-CORRECTION-START-EXIT
021500     END-IF
021600     IF NOT CORR-RUN-FAILED
021700         PERFORM 3000-CORRECT-POSTINGS
021800             THRU 3000-CORRECT-POSTINGS-EXIT
021900     END-IF
022000     PERFORM 9000-TERMINATE
022100         THRU 9000-TERMINATE-EXIT
022200     STOP RUN
022300     .
022400
022500***************************************************************
022600*    1000-INITIALIZE - PICK UP THE DATE AND RUN MODE OFF THE  *
022700*    PARM AND CHECK THE RUN HISTORY.  THERE IS NO DEFAULT     *
022800*    DATE - CORRECTING THE WRONG DAY IS WORSE THAN NOT        *
022900*    RUNNING - SO A MISSING OR BAD PARM ENDS RC=12.           *
023000***************************************************************
023100 1000-INITIALIZE.
023200     IF LK-PARM-LEN < 8
023300         DISPLAY "MYCORR - PARM='YYYYMMDD' IS REQUIRED - RUN "
023400             "ABANDONED"
023500         SET CORR-RUN-FAILED TO TRUE
023600         MOVE 12 TO RETURN-CODE
023700         GO TO 1000-INITIALIZE-EXIT
023800     END-IF
023900     MOVE LK-PARM-TEXT (1:8) TO WS-RUN-DATE-X
024000     IF WS-RUN-DATE-X NOT NUMERIC
024100         DISPLAY "MYCORR - PARM '" LK-PARM-TEXT
024200             "' IS NOT A VALID YYYYMMDD - RUN ABANDONED"
024300         SET CORR-RUN-FAILED TO TRUE
024400         MOVE 12 TO RETURN-CODE
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF
024700     IF LK-PARM-LEN > 9
024800         MOVE LK-PARM-TEXT (10:LK-PARM-LEN - 9) TO WS-RUN-MODE
024900     END-IF
025000     PERFORM 1200-CHECK-RUN-CONTROL
025100         THRU 1200-CHECK-RUN-CONTROL-EXIT
025110     IF NOT CORR-RUN-FAILED
025120         PERFORM 1100-CHECK-CLOSED-PERIOD
025130             THRU 1100-CHECK-CLOSED-PERIOD-EXIT
025140     END-IF
025200     .
025300 1000-INITIALIZE-EXIT.
025400     EXIT.
025500
025502***************************************************************
025504*    1100-CHECK-CLOSED-PERIOD - A DATE INSIDE A CLOSED        *
025506*    ACCOUNTING PERIOD IS NOT CORRECTED: ITS REVERSALS AND    *
025508*    REPLACEMENTS WOULD POST UNDER THE DATE AND MOVE TOTALS   *
025510*    FINANCE HAS ALREADY FROZEN.  AN UNREADABLE PERIOD FILE   *
025512*    REFUSES THE RUN, AS AN UNREADABLE RUNCTL DOES.           *
025514***************************************************************
025516 1100-CHECK-CLOSED-PERIOD.
025518     OPEN INPUT PERIOD-FILE
025520     IF NOT PERIOD-FILE-OK
025522         DISPLAY "MYCORR - UNABLE TO OPEN PERIODS, STATUS = "
025524             WS-PERIOD-FILE-STATUS
025526         SET CORR-RUN-FAILED TO TRUE
025528         MOVE 16 TO RETURN-CODE
025530         GO TO 1100-CHECK-CLOSED-PERIOD-EXIT
025532     END-IF
025534     PERFORM 1110-READ-ONE-PERIOD
025536         THRU 1110-READ-ONE-PERIOD-EXIT
025538         UNTIL END-OF-PERIOD-FILE
025540     CLOSE PERIOD-FILE
025542     IF WS-RUN-PERIOD NOT > WS-LAST-CLOSED-PERIOD
025544         DISPLAY "MYCORR - " WS-RUN-DATE " IS IN A CLOSED "
025546             "ACCOUNTING PERIOD (LAST CLOSED "
025548             WS-LAST-CLOSED-PERIOD ") - RUN REFUSED"
025550         SET CORR-RUN-FAILED TO TRUE
025552         MOVE 12 TO RETURN-CODE
025554     END-IF
025556     .
025558 1100-CHECK-CLOSED-PERIOD-EXIT.
025560     EXIT.
025562
025564 1110-READ-ONE-PERIOD.
025566     READ PERIOD-FILE
025568         AT END
025570             SET END-OF-PERIOD-FILE TO TRUE
025572             GO TO 1110-READ-ONE-PERIOD-EXIT
025574     END-READ
025576     IF PD-PERIOD > WS-LAST-CLOSED-PERIOD
025578         MOVE PD-PERIOD TO WS-LAST-CLOSED-PERIOD
025580     END-IF
025582     .
025584 1110-READ-ONE-PERIOD-EXIT.
025586     EXIT.
025588
025600***************************************************************
025700*    1200-CHECK-RUN-CONTROL - READ THE RUN HISTORY AND        *
025800*    DECIDE WHETHER THIS DATE MAY BE CORRECTED.  THE DAILY    *
025900*    RUN MUST HAVE COMPLETED - THERE IS NOTHING WHOLE TO      *
026000*    CORRECT OTHERWISE.  A COMPLETED CORRECTION THAT POSTED   *
026100*    ANYTHING IS FINAL; A SECOND ONE WOULD REVERSE POSTINGS   *
026200*    THAT ARE ALREADY REVERSED.  A CORRECTION STARTED BUT     *
026300*    NEVER COMPLETED NEEDS THE RESTORE AND PARM='...,FORCE'.  *
026400*    AN UNREADABLE RUNCTL REFUSES THE RUN, AS IN MYDRIVER.    *
026500***************************************************************
026600 1200-CHECK-RUN-CONTROL.
026700     MOVE "N" TO WS-RUNCTL-EOF-SW
026800     OPEN INPUT RUN-CONTROL-FILE
026900     IF NOT RUNCTL-FILE-OK
027000         DISPLAY "MYCORR - UNABLE TO OPEN RUNCTL, STATUS = "
027100             WS-RUNCTL-FILE-STATUS
027200         DISPLAY "MYCORR - CANNOT RULE OUT A SECOND CORRECTION - "
027300             "RUN REFUSED"
027400         SET CORR-RUN-FAILED TO TRUE
027500         MOVE 16 TO RETURN-CODE
027600         GO TO 1200-CHECK-RUN-CONTROL-EXIT
027700     END-IF
027800     PERFORM 1210-SCAN-ONE-RUNCTL
027900         THRU 1210-SCAN-ONE-RUNCTL-EXIT
028000         UNTIL END-OF-RUNCTL-FILE
028100     CLOSE RUN-CONTROL-FILE
028200     EVALUATE TRUE
028300         WHEN NOT DATE-RUN-COMPLETED
028400             DISPLAY "MYCORR - " WS-RUN-DATE
028500                 " HAS NO COMPLETED DAILY RUN ON RUNCTL - "
028600                 "RUN REFUSED"
028700             SET CORR-RUN-FAILED TO TRUE
028800             MOVE 12 TO RETURN-CODE
028900         WHEN DATE-ALREADY-CORRECTED
029000             DISPLAY "MYCORR - " WS-RUN-DATE
029100                 " WAS ALREADY CORRECTED ON " WS-CORRECTED-ON
029200                 " - RUN REFUSED"
029300             SET CORR-RUN-FAILED TO TRUE
029400             MOVE 12 TO RETURN-CODE
029500         WHEN CORRECTION-LEFT-OPEN AND FORCE-RUN
029600             DISPLAY "MYCORR - EARLIER CORRECTION OF " WS-RUN-DATE
029700                 " NEVER COMPLETED - FORCED OVERRIDE IN EFFECT"
029800         WHEN CORRECTION-LEFT-OPEN
029900             DISPLAY "MYCORR - EARLIER CORRECTION OF " WS-RUN-DATE
030000                 " STARTED BUT NEVER COMPLETED - RUN REFUSED"
030100             DISPLAY "MYCORR - RESTORE AUDTFILE AND EXTFILE FROM "
030200                 "THE PRECORR COPIES, THEN RESUBMIT WITH "
030300                 "PARM='" WS-RUN-DATE ",FORCE'"
030400             SET CORR-RUN-FAILED TO TRUE
030500             MOVE 12 TO RETURN-CODE
030600         WHEN OTHER
030700             CONTINUE
030800     END-EVALUATE
030900     .
031000 1200-CHECK-RUN-CONTROL-EXIT.
031100     EXIT.
031200
031300***************************************************************
031400*    1210-SCAN-ONE-RUNCTL - READ ONE RUN-HISTORY RECORD AND   *
031500*    NOTE WHAT IT SAYS ABOUT THIS DATE.  RUNCTL IS IN THE     *
031600*    ORDER THE RECORDS WERE APPENDED, SO A COMPLETION CLOSES  *
031700*    THE START BEFORE IT.  A COMPLETED CORRECTION THAT        *
031800*    CHANGED NOTHING SENT NOTHING DOWNSTREAM AND DOES NOT     *
031900*    COUNT AGAINST THE DATE.                                  *
032000***************************************************************
032100 1210-SCAN-ONE-RUNCTL.
032200     READ RUN-CONTROL-FILE
032300         AT END
032400             SET END-OF-RUNCTL-FILE TO TRUE
032500             GO TO 1210-SCAN-ONE-RUNCTL-EXIT
032600     END-READ
032700     IF RN-RUN-DATE NOT = WS-RUN-DATE
032800         GO TO 1210-SCAN-ONE-RUNCTL-EXIT
032900     END-IF
033000     EVALUATE TRUE
033100         WHEN RN-RUN-COMPLETED
033200             SET DATE-RUN-COMPLETED TO TRUE
033300         WHEN RN-CORRECTION-STARTED
033400             SET CORRECTION-LEFT-OPEN TO TRUE
033500         WHEN RN-CORRECTION-COMPLETED
033600             MOVE "N" TO WS-CORR-OPEN-SW
033700             IF RN-RECORDS-CALLED > ZERO
033800                 SET DATE-ALREADY-CORRECTED TO TRUE
033900                 MOVE RN-STAMP-DATE TO WS-CORRECTED-ON
034000             END-IF
034100         WHEN OTHER
034200             CONTINUE
034300     END-EVALUATE
034400     .
034500 1210-SCAN-ONE-RUNCTL-EXIT.
034600     EXIT.
034700
034800***************************************************************
034900*    1300-REGISTER-CORRECTION-START - APPEND THE STARTED      *
035000*    RECORD FOR THE DATE.  IT GOES ON ONLY ONCE THE POSTINGS  *
035100*    ARE SAFELY IN THE WORK FILE, SO A RUN REFUSED OR FAILED  *
035200*    BEFORE THIS POINT HAS POSTED NOTHING AND LEAVES NOTHING  *
035300*    TO RESTORE.  IF THE HISTORY CANNOT BE WRITTEN THE RUN    *
035400*    STOPS HERE FOR THE SAME REASON MYDRIVER'S DOES.          *
035500***************************************************************
035600 1300-REGISTER-CORRECTION-START.
035700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
035800     ACCEPT WS-CURRENT-TIME FROM TIME
035900     OPEN EXTEND RUN-CONTROL-FILE
036000     IF NOT RUNCTL-FILE-OK
036100         DISPLAY "MYCORR - UNABLE TO OPEN RUNCTL FOR THE "
036200             "START RECORD, STATUS = " WS-RUNCTL-FILE-STATUS
036300         SET CORR-RUN-FAILED TO TRUE
036400         MOVE 16 TO RETURN-CODE
036500         GO TO 1300-REGISTER-CORRECTION-START-EXIT
036600     END-IF
036700     MOVE SPACES               TO RUN-CONTROL-RECORD
036800     MOVE WS-RUN-DATE          TO RN-RUN-DATE
036900     SET RN-CORRECTION-STARTED TO TRUE
037000     MOVE WS-CURRENT-DATE      TO RN-STAMP-DATE
037100     MOVE WS-CURRENT-TIME      TO RN-STAMP-TIME
037200     MOVE ZERO                 TO RN-RECORDS-READ
037300     MOVE ZERO                 TO RN-RECORDS-CALLED
037400     WRITE RUN-CONTROL-RECORD
037500     IF NOT RUNCTL-FILE-OK
037600         DISPLAY "MYCORR - UNABLE TO WRITE THE START "
037700             "RECORD TO RUNCTL, STATUS = "
037800             WS-RUNCTL-FILE-STATUS
037900         SET CORR-RUN-FAILED TO TRUE
038000         MOVE 16 TO RETURN-CODE
038100     END-IF
038200     CLOSE RUN-CONTROL-FILE
038300     .
038400 1300-REGISTER-CORRECTION-START-EXIT.
038500     EXIT.
038600
038700***************************************************************
038800*    2000-SELECT-POSTINGS - COPY THE DATE'S ORIGINAL POSTINGS *
038900*    FROM EXTFILE TO THE WORK FILE AND CLOSE EXTFILE, WHICH   *
039000*    MYPROG WILL REOPEN TO APPEND THE CORRECTIONS.  REFUSED   *
039100*    WHEN THERE ARE NO ORIGINALS FOR THE DATE, OR WHEN        *
039200*    CORRECTION RECORDS FOR IT ARE STILL ON THE FILE.         *
039300***************************************************************
039400 2000-SELECT-POSTINGS.
039500     OPEN INPUT  EXTRACT-FILE
039600     IF NOT EXTRACT-FILE-OK
039700         DISPLAY "MYCORR - UNABLE TO OPEN EXTFILE, STATUS = "
039800             WS-EXTRACT-FILE-STATUS
039900         SET CORR-RUN-FAILED TO TRUE
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 2000-SELECT-POSTINGS-EXIT
040200     END-IF
040300     OPEN OUTPUT WORK-FILE
040400     IF NOT WORK-FILE-OK
040500         DISPLAY "MYCORR - UNABLE TO OPEN CORRWRK, STATUS = "
040600             WS-WORK-FILE-STATUS
040700         CLOSE EXTRACT-FILE
040800         SET CORR-RUN-FAILED TO TRUE
040900         MOVE 16 TO RETURN-CODE
041000         GO TO 2000-SELECT-POSTINGS-EXIT
041100     END-IF
041200     PERFORM 2100-SELECT-ONE-POSTING
041300         THRU 2100-SELECT-ONE-POSTING-EXIT
041400         UNTIL END-OF-EXTRACT-FILE
041500     CLOSE EXTRACT-FILE
041600     CLOSE WORK-FILE
041700     IF CORR-RUN-FAILED
041800         GO TO 2000-SELECT-POSTINGS-EXIT
041900     END-IF
042000     IF WS-PRIOR-CORRECTIONS > ZERO
042100         MOVE WS-PRIOR-CORRECTIONS TO WS-EDIT-COUNT
042200         DISPLAY "MYCORR - EXTFILE STILL HOLDS" WS-EDIT-COUNT
042300             " CORRECTION RECORDS FOR " WS-RUN-DATE
042400             " - RUN REFUSED"
042500         DISPLAY "MYCORR - RESTORE AUDTFILE AND EXTFILE FROM "
042600             "THE PRECORR COPIES BEFORE RESUBMITTING"
042700         SET CORR-RUN-FAILED TO TRUE
042800         MOVE 12 TO RETURN-CODE
042900         GO TO 2000-SELECT-POSTINGS-EXIT
043000     END-IF
043100     IF WS-RECORDS-SELECTED = ZERO
043200         DISPLAY "MYCORR - NO ORIGINAL POSTINGS FOR " WS-RUN-DATE
043300             " ON EXTFILE - RUN REFUSED"
043400         DISPLAY "MYCORR - IF THE DATE HAS BEEN ARCHIVED, BRING "
043500             "IT BACK WITH MYRSTRJ FIRST"
043600         SET CORR-RUN-FAILED TO TRUE
043700         MOVE 12 TO RETURN-CODE
043800     END-IF
043900     .
044000 2000-SELECT-POSTINGS-EXIT.
044100     EXIT.
044200
044300***************************************************************
044400*    2100-SELECT-ONE-POSTING - READ ONE EXTRACT RECORD AND,   *
044500*    WHEN IT IS AN ORIGINAL POSTING FOR THE DATE, COPY IT TO  *
044600*    THE WORK FILE.  CORRECTION RECORDS FOR THE DATE ARE      *
044700*    COUNTED FOR THE CHECK IN 2000-SELECT-POSTINGS.           *
044800***************************************************************
044900 2100-SELECT-ONE-POSTING.
045000     READ EXTRACT-FILE
045100         AT END
045200             SET END-OF-EXTRACT-FILE TO TRUE
045300             GO TO 2100-SELECT-ONE-POSTING-EXIT
045400     END-READ
045500     ADD 1 TO WS-RECORDS-READ
045600     IF EX-RUN-DATE NOT = WS-RUN-DATE
045700         GO TO 2100-SELECT-ONE-POSTING-EXIT
045800     END-IF
045900     IF EX-CORRECTION-POSTING
046000         ADD 1 TO WS-PRIOR-CORRECTIONS
046100         GO TO 2100-SELECT-ONE-POSTING-EXIT
046200     END-IF
046300     WRITE WORK-RECORD FROM EXTRACT-RECORD
046400     IF NOT WORK-FILE-OK
046500         DISPLAY "MYCORR - UNABLE TO WRITE CORRWRK, STATUS = "
046600             WS-WORK-FILE-STATUS
046700         SET CORR-RUN-FAILED TO TRUE
046800         SET END-OF-EXTRACT-FILE TO TRUE
046900         MOVE 16 TO RETURN-CODE
047000         GO TO 2100-SELECT-ONE-POSTING-EXIT
047100     END-IF
047200     ADD 1 TO WS-RECORDS-SELECTED
047300     .
047400 2100-SELECT-ONE-POSTING-EXIT.
047500     EXIT.
047600
047700***************************************************************
047800*    3000-CORRECT-POSTINGS - OPEN THE WORK FILE AND THE       *
047900*    REPORT AND PASS EACH SELECTED POSTING BACK THROUGH       *
048000*    MYPROG.                                                  *
048100***************************************************************
048200 3000-CORRECT-POSTINGS.
048300     OPEN INPUT  WORK-FILE
048400     IF NOT WORK-FILE-OK
048500         DISPLAY "MYCORR - UNABLE TO REOPEN CORRWRK, STATUS = "
048600             WS-WORK-FILE-STATUS
048700         SET CORR-RUN-FAILED TO TRUE
048800         MOVE 16 TO RETURN-CODE
048900         GO TO 3000-CORRECT-POSTINGS-EXIT
049000     END-IF
049100     OPEN OUTPUT CORR-REPORT-FILE
049200     IF NOT REPORT-FILE-OK
049300         DISPLAY "MYCORR - UNABLE TO OPEN CORRRPT, STATUS = "
049400             WS-REPORT-FILE-STATUS
049500         CLOSE WORK-FILE
049600         SET CORR-RUN-FAILED TO TRUE
049700         MOVE 16 TO RETURN-CODE
049800         GO TO 3000-CORRECT-POSTINGS-EXIT
049900     END-IF
050000     MOVE SPACES TO CORR-REPORT-LINE
050100     STRING "MYPROG CORRECTION REPORT - POSTING DATE "
050200         WS-RUN-DATE DELIMITED BY SIZE INTO CORR-REPORT-LINE
050300     WRITE CORR-REPORT-LINE AFTER ADVANCING PAGE
050400     MOVE SPACES TO CORR-REPORT-LINE
050500     WRITE CORR-REPORT-LINE AFTER ADVANCING 1 LINES
050600     MOVE SPACES TO CORR-REPORT-LINE
050700     STRING "  TEST1       TEST2       TEST3       "
050800         "POSTED Z  NEW Z  POSTED RULE" DELIMITED BY SIZE
050900         INTO CORR-REPORT-LINE
051000     WRITE CORR-REPORT-LINE AFTER ADVANCING 1 LINES
051100     PERFORM 3100-CORRECT-ONE-POSTING
051200         THRU 3100-CORRECT-ONE-POSTING-EXIT
051300         UNTIL END-OF-WORK-FILE
051400     CLOSE WORK-FILE
051500     .
051600 3000-CORRECT-POSTINGS-EXIT.
051700     EXIT.
051800
051900***************************************************************
052000*    3100-CORRECT-ONE-POSTING - READ ONE SELECTED POSTING AND *
052100*    CALL MYPROG IN CORRECTION MODE WITH THE KEY, THE DATE    *
052200*    AND THE Z AND RULE IT POSTED WITH.  MYPROG RE-DERIVES Z  *
052300*    AND, ONLY WHEN IT HAS MOVED, WRITES THE CORRECTION AUDIT *
052400*    RECORD, THE REVERSAL AND THE REPLACEMENT ITSELF.         *
052500***************************************************************
052600 3100-CORRECT-ONE-POSTING.
052700     READ WORK-FILE
052800         AT END
052900             SET END-OF-WORK-FILE TO TRUE
053000             GO TO 3100-CORRECT-ONE-POSTING-EXIT
053100     END-READ
053200     ADD 1 TO WS-POSTINGS-REDERIVED
053300     MOVE SPACES         TO MYPARMS-AREA
053400     MOVE WK-TEST1       TO MP-TEST1
053500     MOVE WK-TEST2       TO MP-TEST2
053600     MOVE WK-TEST3       TO MP-TEST3
053700     MOVE ZERO           TO MP-RETURN-CODE
053800     SET MP-MODE-CORRECTION TO TRUE
053900     MOVE WS-RUN-DATE    TO MP-TRAN-DATE
054000     MOVE WK-RESULT-Z    TO MP-PRIOR-Z
054100     MOVE WK-RULE-ID     TO MP-PRIOR-RULE-ID
054200     CALL "MYPROG" USING MYPARMS-AREA
054300     IF NOT MP-RC-OK
054400         ADD 1 TO WS-POSTINGS-REJECTED
054500         DISPLAY "MYCORR - MYPROG REJECTED " WK-TEST1 " "
054600             WK-TEST2 " " WK-TEST3 " - POSTING LEFT AS IT STANDS"
054700         GO TO 3100-CORRECT-ONE-POSTING-EXIT
054800     END-IF
054900     IF MP-RESULT-Z = MP-PRIOR-Z
055000         GO TO 3100-CORRECT-ONE-POSTING-EXIT
055100     END-IF
055200     ADD 1 TO WS-POSTINGS-CORRECTED
055300     MOVE WK-TEST1       TO WS-DTL-TEST1
055400     MOVE WK-TEST2       TO WS-DTL-TEST2
055500     MOVE WK-TEST3       TO WS-DTL-TEST3
055600     MOVE MP-PRIOR-Z     TO WS-DTL-PRIOR-Z
055700     MOVE MP-RESULT-Z    TO WS-DTL-NEW-Z
055800     MOVE WK-RULE-ID     TO WS-DTL-PRIOR-RULE
055900     WRITE CORR-REPORT-LINE FROM WS-DETAIL-LINE
056000         AFTER ADVANCING 1 LINES
056100     .
056200 3100-CORRECT-ONE-POSTING-EXIT.
056300     EXIT.
056400
056500***************************************************************
056600*    9000-TERMINATE - FINISH THE REPORT, REGISTER THE         *
056700*    COMPLETED CORRECTION AND SET THE RETURN CODE.  RC=4      *
056800*    WHEN NO POSTING CHANGED - MYCORJ THEN SKIPS THE          *
056900*    DISTRIBUTION STEP.                                       *
057000***************************************************************
057100 9000-TERMINATE.
057200     IF REPORT-FILE-OK
057300         MOVE SPACES TO CORR-REPORT-LINE
057400         WRITE CORR-REPORT-LINE AFTER ADVANCING 1 LINES
057500         MOVE WS-POSTINGS-REDERIVED TO WS-EDIT-COUNT
057600         MOVE SPACES TO CORR-REPORT-LINE
057700         STRING "POSTINGS RE-DERIVED ......... " DELIMITED BY SIZE
057800             WS-EDIT-COUNT DELIMITED BY SIZE INTO CORR-REPORT-LINE
057900         WRITE CORR-REPORT-LINE AFTER ADVANCING 1 LINES
058000         MOVE WS-POSTINGS-CORRECTED TO WS-EDIT-COUNT
058100         MOVE SPACES TO CORR-REPORT-LINE
058200         STRING "POSTINGS CORRECTED .......... " DELIMITED BY SIZE
058300             WS-EDIT-COUNT DELIMITED BY SIZE INTO CORR-REPORT-LINE
058400         WRITE CORR-REPORT-LINE AFTER ADVANCING 1 LINES
058500         MOVE WS-POSTINGS-REJECTED TO WS-EDIT-COUNT
058600         MOVE SPACES TO CORR-REPORT-LINE
058700         STRING "POSTINGS REJECTED BY MYPROG . " DELIMITED BY SIZE
058800             WS-EDIT-COUNT DELIMITED BY SIZE INTO CORR-REPORT-LINE
058900         WRITE CORR-REPORT-LINE AFTER ADVANCING 1 LINES
059000         CLOSE CORR-REPORT-FILE
059100     END-IF
059200     DISPLAY "MYCORR - CORRECTION DATE        = " WS-RUN-DATE
059300     DISPLAY "MYCORR - EXTRACT RECORDS READ   = " WS-RECORDS-READ
059400     DISPLAY "MYCORR - ORIGINAL POSTINGS      = "
059500         WS-RECORDS-SELECTED
059600     DISPLAY "MYCORR - POSTINGS RE-DERIVED    = "
059700         WS-POSTINGS-REDERIVED
059800     DISPLAY "MYCORR - POSTINGS CORRECTED     = "
059900         WS-POSTINGS-CORRECTED
060000     DISPLAY "MYCORR - POSTINGS REJECTED      = "
060100         WS-POSTINGS-REJECTED
060200     IF CORR-RUN-FAILED
060300         IF RETURN-CODE = 16
060400             DISPLAY "MYCORR - RUN FAILED - DO NOT DISTRIBUTE"
060500         END-IF
060600         GO TO 9000-TERMINATE-EXIT
060700     END-IF
060800     PERFORM 9100-REGISTER-CORRECTION-END
060900         THRU 9100-REGISTER-CORRECTION-END-EXIT
061000     IF WS-POSTINGS-CORRECTED = ZERO
061100         AND RETURN-CODE = ZERO
061200         DISPLAY "MYCORR - NO POSTING CHANGED - NOTHING TO "
061300             "DISTRIBUTE"
061400         MOVE 4 TO RETURN-CODE
061500     END-IF
061600     .
061700 9000-TERMINATE-EXIT.
061800     EXIT.
061900
062000***************************************************************
062100*    9100-REGISTER-CORRECTION-END - APPEND THE COMPLETED      *
062200*    RECORD FOR THE DATE WITH THE POSTINGS RE-DERIVED AND     *
062300*    CORRECTED.  A FAILURE HERE LEAVES THE CORRECTION POSTED  *
062400*    BUT LOOKING UNFINISHED, SO THE MESSAGE SAYS SO.          *
062500***************************************************************
062600 9100-REGISTER-CORRECTION-END.
062700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
062800     ACCEPT WS-CURRENT-TIME FROM TIME
062900     OPEN EXTEND RUN-CONTROL-FILE
063000     IF NOT RUNCTL-FILE-OK
063100         DISPLAY "MYCORR - UNABLE TO OPEN RUNCTL FOR THE "
063200             "COMPLETED RECORD, STATUS = "
063300             WS-RUNCTL-FILE-STATUS
063400         DISPLAY "MYCORR - THE CORRECTION POSTED BUT IS NOT "
063500             "MARKED COMPLETE - INVESTIGATE BEFORE DISTRIBUTING"
063600         MOVE 16 TO RETURN-CODE
063700         GO TO 9100-REGISTER-CORRECTION-END-EXIT
063800     END-IF
063900     MOVE SPACES                 TO RUN-CONTROL-RECORD
064000     MOVE WS-RUN-DATE            TO RN-RUN-DATE
064100     SET RN-CORRECTION-COMPLETED TO TRUE
064200     MOVE WS-CURRENT-DATE        TO RN-STAMP-DATE
064300     MOVE WS-CURRENT-TIME        TO RN-STAMP-TIME
064400     MOVE WS-POSTINGS-REDERIVED  TO RN-RECORDS-READ
064500     MOVE WS-POSTINGS-CORRECTED  TO RN-RECORDS-CALLED
064600     WRITE RUN-CONTROL-RECORD
064700     IF NOT RUNCTL-FILE-OK
064800         DISPLAY "MYCORR - UNABLE TO WRITE THE COMPLETED "
064900             "RECORD TO RUNCTL, STATUS = "
065000             WS-RUNCTL-FILE-STATUS
065100         DISPLAY "MYCORR - THE CORRECTION POSTED BUT IS NOT "
065200             "MARKED COMPLETE - INVESTIGATE BEFORE DISTRIBUTING"
065300         MOVE 16 TO RETURN-CODE
065400     END-IF
065500     CLOSE RUN-CONTROL-FILE
065600     .
065700 9100-REGISTER-CORRECTION-END-EXIT.
065800     EXIT.
065900
066000 END PROGRAM MYCORR.
