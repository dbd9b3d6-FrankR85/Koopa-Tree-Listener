000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYPCLS                                      *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     ACCOUNTING PERIOD CLOSE.  SINCE MTRNREC     *
001000*                 CARRIED TR-TRAN-DATE, LATE AND BACKDATED    *
001100*                 WORK POSTS UNDER ITS OWN DATE, SO A FILE    *
001200*                 ARRIVING IN MID-OCTOBER COULD STILL MOVE    *
001300*                 SEPTEMBER'S TOTALS AFTER FINANCE HAD        *
001400*                 REPORTED THEM.  THIS PROGRAM DECLARES A     *
001500*                 MONTH (JCL PARM, YYYYMM - NO DEFAULT)       *
001600*                 CLOSED BY APPENDING ITS SNAPSHOT RECORD TO  *
001700*                 THE PERIOD FILE (DD PERIODS, MPERREC):      *
001800*                 THE MONTH'S ORIGINAL CALLS, ACCEPTED AND    *
001900*                 REJECTED, FROM THE AUDIT LOG (DD AUDTFILE), *
002000*                 ITS ORIGINAL EXTRACT POSTINGS (DD EXTFILE), *
002100*                 THE POSTINGS A CORRECTION RUN CHANGED, THE  *
002200*                 ACCEPTED CALLS BY Z NET OF THOSE            *
002300*                 CORRECTIONS, THE X/Y IN FORCE (DD CTLFILE)  *
002400*                 AND THE RULES VERSION (DD RULEFILE).  THE   *
002500*                 SNAPSHOT IS ALSO PRINTED ON DD PCLSRPT.     *
002600*                 FROM THEN ON MYEDIT DIVERTS ANY             *
002700*                 TRANSACTION DATED INSIDE THE MONTH - TO     *
002800*                 REJFILE, OR RE-DATED TO THE BUSINESS DATE   *
002850*                 OF THE DAY BEING RUN WHEN                   *
002900*                 PARM='YYYYMM,REDATE' IS CODED.              *
003000*                                                             *
003100*                 PERIODS CLOSE IN ORDER: THE MONTH MUST BE   *
003200*                 THE ONE AFTER THE LAST CLOSED (ANY MONTH    *
003300*                 WHEN NONE IS CLOSED YET) AND MUST BE OVER.  *
003400*                 THE CLOSE IS REFUSED RC=12 WHILE ANY DAY IN *
003500*                 THE MONTH HAS A DAILY RUN OR A CORRECTION   *
003600*                 RUN THAT STARTED BUT NEVER COMPLETED, AND   *
003700*                 WHEN AUDTFILE HOLDS NOTHING FOR THE MONTH   *
003800*                 (ALREADY ARCHIVED - RESTORE IT WITH MYREST  *
003900*                 FIRST).  A FILE FAILURE ENDS RC=16.         *
004000*                                                             *
004100*    MODIFICATION HISTORY                                     *
004200*    DATE       BY    DESCRIPTION                             *
004300*    ---------  ----  -------------------------------------   *
004400*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
004500*                                                             *
004600***************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID.                MYPCLS.
004900 AUTHOR.                    F. ROSSI.
005000 INSTALLATION.              KOOPA TREE LISTENER.
005100 DATE-WRITTEN.              2026-10-15.
005200 DATE-COMPILED.
005300
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.           IBM-370.
005700 OBJECT-COMPUTER.           IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT PERIOD-FILE     ASSIGN TO PERIODS
006100                            ORGANIZATION IS SEQUENTIAL
006200                            FILE STATUS IS WS-PERIOD-FILE-STATUS.
006300
006400     SELECT RUN-CONTROL-FILE
006500                            ASSIGN TO RUNCTL
006600                            ORGANIZATION IS SEQUENTIAL
006700                            FILE STATUS IS WS-RUNCTL-FILE-STATUS.
006800
006900     SELECT AUDIT-FILE      ASSIGN TO AUDTFILE
007000                            ORGANIZATION IS SEQUENTIAL
007100                            FILE STATUS IS WS-AUDIT-FILE-STATUS.
007200
007300     SELECT EXTRACT-FILE    ASSIGN TO EXTFILE
007400                            ORGANIZATION IS SEQUENTIAL
007500                            FILE STATUS IS WS-EXTRACT-FILE-STATUS.
007600
007700     SELECT CONTROL-FILE    ASSIGN TO CTLFILE
007800                            ORGANIZATION IS SEQUENTIAL
007900                            FILE STATUS IS WS-CONTROL-FILE-STATUS.
008000
008100     SELECT RULE-FILE       ASSIGN TO RULEFILE
008200                            ORGANIZATION IS SEQUENTIAL
008300                            FILE STATUS IS WS-RULE-FILE-STATUS.
008400
008500     SELECT CLOSE-REPORT-FILE
008600                            ASSIGN TO PCLSRPT
008700                            ORGANIZATION IS SEQUENTIAL
008800                            FILE STATUS IS WS-REPORT-FILE-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  PERIOD-FILE
009300     RECORDING MODE IS F
009400     LABEL RECORDS ARE STANDARD.
009500     COPY MPERREC.
009600
009700 FD  RUN-CONTROL-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD.
010000     COPY MRUNREC.
010100
010200 FD  AUDIT-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD.
010500     COPY MAUDREC.
010600
010700 FD  EXTRACT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD.
011000     COPY MEXTREC.
011100
011200 FD  CONTROL-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD.
011500     COPY MCTLREC.
011600
011700 FD  RULE-FILE
011800     RECORDING MODE IS F
011900     LABEL RECORDS ARE STANDARD.
012000     COPY MRULREC.
012100
012200 FD  CLOSE-REPORT-FILE
012300     RECORDING MODE IS F
012400     LABEL RECORDS ARE STANDARD.
012500 01  CLOSE-REPORT-LINE           PIC X(133).
012600
012700 WORKING-STORAGE SECTION.
012800 01  WS-PERIOD-FILE-STATUS       PIC X(02)   VALUE SPACES.
012900     88  PERIOD-FILE-OK                  VALUE "00".
013000 01  WS-RUNCTL-FILE-STATUS       PIC X(02)   VALUE SPACES.
013100     88  RUNCTL-FILE-OK                  VALUE "00".
013200 01  WS-AUDIT-FILE-STATUS        PIC X(02)   VALUE SPACES.
013300     88  AUDIT-FILE-OK                   VALUE "00".
013400 01  WS-EXTRACT-FILE-STATUS      PIC X(02)   VALUE SPACES.
013500     88  EXTRACT-FILE-OK                 VALUE "00".
013600 01  WS-CONTROL-FILE-STATUS      PIC X(02)   VALUE SPACES.
013700     88  CONTROL-FILE-OK                 VALUE "00".
013800 01  WS-RULE-FILE-STATUS         PIC X(02)   VALUE SPACES.
013900     88  RULE-FILE-OK                    VALUE "00".
014000 01  WS-REPORT-FILE-STATUS       PIC X(02)   VALUE SPACES.
014100     88  REPORT-FILE-OK                  VALUE "00".
014200
014300 01  WS-SWITCHES.
014400     05  WS-EOF-SW               PIC X(01)   VALUE "N".
014500         88  END-OF-INPUT-FILE           VALUE "Y".
014600     05  WS-CLOSE-FAILED-SW      PIC X(01)   VALUE "N".
014700         88  CLOSE-RUN-FAILED            VALUE "Y".
014800     05  WS-Z-FOUND-SW           PIC X(01)   VALUE "N".
014900         88  Z-VALUE-FOUND               VALUE "Y".
015000
015100*    OPTIONAL SECOND PARM OPERAND - WHAT MYEDIT DOES WITH A
015200*    TRANSACTION DATED INSIDE THE PERIOD ONCE IT IS CLOSED.
015300 01  WS-DIVERT-MODE              PIC X(08)   VALUE SPACES.
015400     88  REJECT-MODE                     VALUE "REJECT" SPACES.
015500     88  REDATE-MODE                     VALUE "REDATE".
015600
015700*    THE PERIOD BEING CLOSED, OFF THE JCL PARM.
015800 01  WS-PERIOD-X                 PIC X(06)   VALUE SPACES.
015900 01  WS-PERIOD REDEFINES WS-PERIOD-X.
016000     05  WS-PERIOD-YYYY          PIC 9(04).
016100     05  WS-PERIOD-MM            PIC 9(02).
016200
016300*    THE LAST PERIOD ON THE FILE AND THE ONE THAT MUST FOLLOW IT.
016400 01  WS-LAST-CLOSED.
016500     05  WS-LAST-CLOSED-YYYY     PIC 9(04)   VALUE ZERO.
016600     05  WS-LAST-CLOSED-MM       PIC 9(02)   VALUE ZERO.
016700 01  WS-NEXT-PERIOD.
016800     05  WS-NEXT-PERIOD-YYYY     PIC 9(04)   VALUE ZERO.
016900     05  WS-NEXT-PERIOD-MM       PIC 9(02)   VALUE ZERO.
017000
017100 01  WS-CURRENT-DATE             PIC 9(08).
017200 01  WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
017300     05  WS-CURRENT-PERIOD       PIC 9(06).
017400     05  FILLER                  PIC 9(02).
017500 01  WS-CURRENT-TIME             PIC 9(08).
017600
017700*    A RUN DATE OFF ONE OF THE INPUT FILES, SPLIT INTO ITS
017800*    PERIOD AND DAY.
017900 01  WS-WORK-DATE                PIC 9(08).
018000 01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
018100     05  WS-WORK-PERIOD          PIC 9(06).
018200     05  WS-WORK-DAY             PIC 9(02).
018300
018400*    WHAT RUNCTL SAYS ABOUT EACH DAY OF THE PERIOD.
018500 01  WS-DAY-TABLE.
018600     05  WS-DAY-ENTRY OCCURS 31 TIMES.
018700         10  WS-DAY-RUN-OPEN-SW  PIC X(01).
018800             88  DAY-RUN-LEFT-OPEN       VALUE "Y".
018900         10  WS-DAY-CORR-OPEN-SW PIC X(01).
019000             88  DAY-CORRECTION-LEFT-OPEN VALUE "Y".
019100 01  WS-DAY-SUB                  PIC 9(04)   COMP    VALUE ZERO.
019200 01  WS-OPEN-DAYS                PIC 9(04)   COMP    VALUE ZERO.
019300
019400 01  WS-COUNTERS.
019500     05  WS-CALL-COUNT           PIC 9(09)   COMP    VALUE ZERO.
019600     05  WS-ACCEPTED-COUNT       PIC 9(09)   COMP    VALUE ZERO.
019700     05  WS-REJECTED-COUNT       PIC 9(09)   COMP    VALUE ZERO.
019800     05  WS-EXTRACT-COUNT        PIC 9(09)   COMP    VALUE ZERO.
019900     05  WS-CORRECTED-COUNT      PIC 9(09)   COMP    VALUE ZERO.
020000     05  WS-Z-OTHER-COUNT        PIC S9(09)  COMP    VALUE ZERO.
020100     05  WS-RULE-COUNT           PIC 9(05)   COMP    VALUE ZERO.
020200
020300*    NET ACCEPTED CALLS BY RESULT Z.  AN ORIGINAL CALL ADDS ONE
020400*    TO ITS Z; A CORRECTION RECORD MOVES ONE FROM THE PRIOR Z TO
020500*    THE NEW ONE.  VALUES BEYOND THE TWENTIETH GO TO
020600*    WS-Z-OTHER-COUNT, AS PD-Z-OTHER-COUNT ON THE SNAPSHOT.
020700 01  WS-Z-TABLE.
020800     05  WS-Z-USED               PIC 9(04)   COMP    VALUE ZERO.
020900     05  WS-Z-ENTRY OCCURS 20 TIMES
021000                    INDEXED BY WS-Z-IDX.
021100         10  WS-Z-VALUE          PIC X(01).
021200         10  WS-Z-COUNT          PIC S9(09)  COMP.
021300 01  WS-Z-SEARCH-VALUE           PIC X(01).
021400 01  WS-Z-ADJUSTMENT             PIC S9(01)  VALUE ZERO.
021500
021600*    RULES VERSION - A HASH TOTAL OF EVERY RULEFILE IMAGE, TAKEN
021700*    A FULLWORD AT A TIME THE WAY MYDIST HASHES ITS KEYS, SO ANY
021800*    CHANGE TO ANY RULE GIVES A DIFFERENT VERSION.
021900 01  WS-HASH-RULE                PIC X(80).
022000 01  WS-HASH-RULE-WORDS REDEFINES WS-HASH-RULE.
022100     05  WS-HASH-WORD            PIC S9(09)  COMP OCCURS 20 TIMES.
022200 01  WS-HASH-SUB                 PIC 9(04)   COMP    VALUE ZERO.
022300 01  WS-HASH-TOTAL               PIC S9(15)  COMP-3  VALUE ZERO.
022400
022500 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
022600 01  WS-EDIT-RULES               PIC ZZ,ZZ9.
022700
022800 LINKAGE SECTION.
022900*    JCL PARM CARRYING THE PERIOD TO CLOSE (YYYYMM), OPTIONALLY
023000*    FOLLOWED BY ',REDATE' OR ',REJECT' (THE DEFAULT).  THE
023100*    LENGTH AND TEXT MUST BE ONE LINKAGE ITEM, NOT TWO -
023200*    EXEC PGM=...,PARM= PASSES THE PROGRAM A SINGLE ADDRESS
023300*    POINTING AT THE HALFWORD LENGTH IMMEDIATELY FOLLOWED BY
023400*    THE TEXT, SO THERE IS ONLY ONE USING OPERAND TO RECEIVE IT.
023500 01  LK-PARM-AREA.
023600     05  LK-PARM-LEN             PIC S9(04) COMP.
023700     05  LK-PARM-TEXT            PIC X(13).
023800
023900***************************************************************
024000*    MAINLINE                                                 *
024100***************************************************************
024200 PROCEDURE DIVISION USING LK-PARM-AREA.
024300
024400 0000-MAINLINE.
024500     PERFORM 1000-INITIALIZE
024600         THRU 1000-INITIALIZE-EXIT
024700     IF NOT CLOSE-RUN-FAILED
024800         PERFORM 1100-CHECK-PERIOD-FILE
024900             THRU 1100-CHECK-PERIOD-FILE-EXIT
025000     END-IF
025100     IF NOT CLOSE-RUN-FAILED
025200         PERFORM 1200-CHECK-RUN-CONTROL
025300             THRU 1200-CHECK-RUN-CONTROL-EXIT
025400     END-IF
025500     IF NOT CLOSE-RUN-FAILED
025600         PERFORM 2000-COUNT-AUDIT-RECORDS
025700             THRU 2000-COUNT-AUDIT-RECORDS-EXIT
025800     END-IF
025900     IF NOT CLOSE-RUN-FAILED
026000         PERFORM 3000-COUNT-EXTRACT-RECORDS
026100             THRU 3000-COUNT-EXTRACT-RECORDS-EXIT
026200     END-IF
026300     IF NOT CLOSE-RUN-FAILED
026400         PERFORM 4000-READ-CONTROL-VALUES
026500             THRU 4000-READ-CONTROL-VALUES-EXIT
026600     END-IF
026700     IF NOT CLOSE-RUN-FAILED
026800         PERFORM 4500-HASH-RULE-FILE
026900             THRU 4500-HASH-RULE-FILE-EXIT
027000     END-IF
027100     IF NOT CLOSE-RUN-FAILED
027200         PERFORM 5000-WRITE-SNAPSHOT
027300             THRU 5000-WRITE-SNAPSHOT-EXIT
027400     END-IF
027500     IF NOT CLOSE-RUN-FAILED
027600         PERFORM 6000-PRINT-SNAPSHOT
027700             THRU 6000-PRINT-SNAPSHOT-EXIT
027800     END-IF
027900     PERFORM 9000-TERMINATE
028000         THRU 9000-TERMINATE-EXIT
028100     STOP RUN
028200     .
028300
028400***************************************************************
028500*    1000-INITIALIZE - PICK UP THE PERIOD AND DIVERT ACTION   *
028600*    OFF THE PARM.  THERE IS NO DEFAULT PERIOD - CLOSING THE  *
028700*    WRONG MONTH CANNOT BE UNDONE - SO A MISSING OR BAD PARM  *
028800*    ENDS RC=12.  THE MONTH MUST ALREADY BE OVER.             *
028900***************************************************************
029000 1000-INITIALIZE.
029100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
029200     ACCEPT WS-CURRENT-TIME FROM TIME
029300     IF LK-PARM-LEN < 6
029400         DISPLAY "MYPCLS - PARM='YYYYMM' IS REQUIRED - RUN "
029500             "ABANDONED"
029600         SET CLOSE-RUN-FAILED TO TRUE
029700         MOVE 12 TO RETURN-CODE
029800         GO TO 1000-INITIALIZE-EXIT
029900     END-IF
030000     MOVE LK-PARM-TEXT (1:6) TO WS-PERIOD-X
030100     IF WS-PERIOD-X NOT NUMERIC
030200         OR WS-PERIOD-MM < 01
030300         OR WS-PERIOD-MM > 12
030400         DISPLAY "MYPCLS - PARM '" LK-PARM-TEXT
030500             "' IS NOT A VALID YYYYMM - RUN ABANDONED"
030600         SET CLOSE-RUN-FAILED TO TRUE
030700         MOVE 12 TO RETURN-CODE
030800         GO TO 1000-INITIALIZE-EXIT
030900     END-IF
031000     IF LK-PARM-LEN > 7
031100         MOVE LK-PARM-TEXT (8:LK-PARM-LEN - 7) TO WS-DIVERT-MODE
031200     END-IF
031300     IF NOT REJECT-MODE AND NOT REDATE-MODE
031400         DISPLAY "MYPCLS - DIVERT ACTION '" WS-DIVERT-MODE
031500             "' IS NOT REJECT OR REDATE - RUN ABANDONED"
031600         SET CLOSE-RUN-FAILED TO TRUE
031700         MOVE 12 TO RETURN-CODE
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF
032000     IF WS-PERIOD NOT < WS-CURRENT-PERIOD
032100         DISPLAY "MYPCLS - PERIOD " WS-PERIOD
032200             " IS NOT OVER YET - RUN REFUSED"
032300         SET CLOSE-RUN-FAILED TO TRUE
032400         MOVE 12 TO RETURN-CODE
032500     END-IF
032600     .
032700 1000-INITIALIZE-EXIT.
032800     EXIT.
032900
033000***************************************************************
033100*    1100-CHECK-PERIOD-FILE - FIND THE LAST PERIOD CLOSED.    *
033200*    THE PERIOD MUST BE THE MONTH AFTER IT, SO THE CLOSED     *
033300*    PERIODS NEVER HAVE A GAP AND MYEDIT CAN TAKE THE MONTH   *
033400*    AFTER THE LAST RECORD AS THE FIRST OPEN PERIOD.  AN      *
033500*    EMPTY FILE LETS ANY FINISHED MONTH BE THE FIRST CLOSE.   *
033600***************************************************************
033700 1100-CHECK-PERIOD-FILE.
033800     MOVE "N" TO WS-EOF-SW
033900     OPEN INPUT PERIOD-FILE
034000     IF NOT PERIOD-FILE-OK
034100         DISPLAY "MYPCLS - UNABLE TO OPEN PERIODS, STATUS = "
034200             WS-PERIOD-FILE-STATUS
034300         SET CLOSE-RUN-FAILED TO TRUE
034400         MOVE 16 TO RETURN-CODE
034500         GO TO 1100-CHECK-PERIOD-FILE-EXIT
034600     END-IF
034700     PERFORM 1110-READ-ONE-PERIOD
034800         THRU 1110-READ-ONE-PERIOD-EXIT
034900         UNTIL END-OF-INPUT-FILE
035000     CLOSE PERIOD-FILE
035100     IF WS-LAST-CLOSED = ZERO
035200         GO TO 1100-CHECK-PERIOD-FILE-EXIT
035300     END-IF
035400     IF WS-LAST-CLOSED-MM = 12
035500         COMPUTE WS-NEXT-PERIOD-YYYY = WS-LAST-CLOSED-YYYY + 1
035600         MOVE 01 TO WS-NEXT-PERIOD-MM
035700     ELSE
035800         MOVE WS-LAST-CLOSED-YYYY TO WS-NEXT-PERIOD-YYYY
035900         COMPUTE WS-NEXT-PERIOD-MM = WS-LAST-CLOSED-MM + 1
036000     END-IF
036100     IF WS-PERIOD NOT = WS-NEXT-PERIOD
036200         DISPLAY "MYPCLS - LAST PERIOD CLOSED IS " WS-LAST-CLOSED
036300             " - ONLY " WS-NEXT-PERIOD " MAY BE CLOSED NEXT - "
036400             "RUN REFUSED"
036500         SET CLOSE-RUN-FAILED TO TRUE
036600         MOVE 12 TO RETURN-CODE
036700     END-IF
036800     .
036900 1100-CHECK-PERIOD-FILE-EXIT.
037000     EXIT.
037100
037200 1110-READ-ONE-PERIOD.
037300     READ PERIOD-FILE
037400         AT END
037500             SET END-OF-INPUT-FILE TO TRUE
037600             GO TO 1110-READ-ONE-PERIOD-EXIT
037700     END-READ
037800     IF PD-PERIOD > WS-LAST-CLOSED
037900         MOVE PD-PERIOD TO WS-LAST-CLOSED
038000     END-IF
038100     .
038200 1110-READ-ONE-PERIOD-EXIT.
038300     EXIT.
038400
038500***************************************************************
038600*    1200-CHECK-RUN-CONTROL - A PERIOD IS ONLY CLOSED WHOLE.  *
038700*    ANY DAY IN IT WHOSE DAILY RUN OR CORRECTION RUN STARTED  *
038800*    BUT NEVER COMPLETED WOULD FREEZE A HALF-POSTED DAY INTO  *
038900*    THE SNAPSHOT, SO EACH ONE IS LISTED AND THE CLOSE IS     *
039000*    REFUSED UNTIL IT HAS BEEN FINISHED.                      *
039100***************************************************************
039200 1200-CHECK-RUN-CONTROL.
039300     MOVE "N" TO WS-EOF-SW
039400     MOVE ALL "N" TO WS-DAY-TABLE
039500     OPEN INPUT RUN-CONTROL-FILE
039600     IF NOT RUNCTL-FILE-OK
039700         DISPLAY "MYPCLS - UNABLE TO OPEN RUNCTL, STATUS = "
039800             WS-RUNCTL-FILE-STATUS
039900         SET CLOSE-RUN-FAILED TO TRUE
040000         MOVE 16 TO RETURN-CODE
040100         GO TO 1200-CHECK-RUN-CONTROL-EXIT
040200     END-IF
040300     PERFORM 1210-SCAN-ONE-RUNCTL
040400         THRU 1210-SCAN-ONE-RUNCTL-EXIT
040500         UNTIL END-OF-INPUT-FILE
040600     CLOSE RUN-CONTROL-FILE
040700     PERFORM 1220-CHECK-ONE-DAY
040800         THRU 1220-CHECK-ONE-DAY-EXIT
040900         VARYING WS-DAY-SUB FROM 1 BY 1
041000         UNTIL WS-DAY-SUB > 31
041100     IF WS-OPEN-DAYS > ZERO
041200         DISPLAY "MYPCLS - PERIOD " WS-PERIOD
041300             " HAS UNFINISHED RUNS - RUN REFUSED"
041400         SET CLOSE-RUN-FAILED TO TRUE
041500         MOVE 12 TO RETURN-CODE
041600     END-IF
041700     .
041800 1200-CHECK-RUN-CONTROL-EXIT.
041900     EXIT.
042000
042100***************************************************************
042200*    1210-SCAN-ONE-RUNCTL - RUNCTL IS IN THE ORDER THE        *
042300*    RECORDS WERE APPENDED, SO A COMPLETION CLOSES THE START  *
042400*    BEFORE IT FOR THE SAME DATE.                             *
042500***************************************************************
042600 1210-SCAN-ONE-RUNCTL.
042700     READ RUN-CONTROL-FILE
042800         AT END
042900             SET END-OF-INPUT-FILE TO TRUE
043000             GO TO 1210-SCAN-ONE-RUNCTL-EXIT
043100     END-READ
043200     MOVE RN-RUN-DATE TO WS-WORK-DATE
043300     IF WS-WORK-PERIOD NOT = WS-PERIOD
043400         OR WS-WORK-DAY < 01
043500         OR WS-WORK-DAY > 31
043600         GO TO 1210-SCAN-ONE-RUNCTL-EXIT
043700     END-IF
043800     MOVE WS-WORK-DAY TO WS-DAY-SUB
043900     EVALUATE TRUE
044000         WHEN RN-RUN-STARTED
044100             MOVE "Y" TO WS-DAY-RUN-OPEN-SW (WS-DAY-SUB)
044200         WHEN RN-RUN-COMPLETED
044300             MOVE "N" TO WS-DAY-RUN-OPEN-SW (WS-DAY-SUB)
044400         WHEN RN-CORRECTION-STARTED
044500             MOVE "Y" TO WS-DAY-CORR-OPEN-SW (WS-DAY-SUB)
044600         WHEN RN-CORRECTION-COMPLETED
044700             MOVE "N" TO WS-DAY-CORR-OPEN-SW (WS-DAY-SUB)
044800         WHEN OTHER
044900             CONTINUE
045000     END-EVALUATE
045100     .
045200 1210-SCAN-ONE-RUNCTL-EXIT.
045300     EXIT.
045400
045500 1220-CHECK-ONE-DAY.
045600     IF DAY-RUN-LEFT-OPEN (WS-DAY-SUB)
045700         ADD 1 TO WS-OPEN-DAYS
045800         DISPLAY "MYPCLS - DAY " WS-DAY-SUB " OF " WS-PERIOD
045900             " - DAILY RUN STARTED BUT NEVER COMPLETED"
046000     END-IF
046100     IF DAY-CORRECTION-LEFT-OPEN (WS-DAY-SUB)
046200         ADD 1 TO WS-OPEN-DAYS
046300         DISPLAY "MYPCLS - DAY " WS-DAY-SUB " OF " WS-PERIOD
046400             " - CORRECTION STARTED BUT NEVER COMPLETED"
046500     END-IF
046600     .
046700 1220-CHECK-ONE-DAY-EXIT.
046800     EXIT.
046900
047000***************************************************************
047100*    2000-COUNT-AUDIT-RECORDS - THE PERIOD'S ORIGINAL CALLS,  *
047200*    SPLIT ACCEPTED/REJECTED AS MYBAL SPLITS THEM, AND THE    *
047300*    NET Z DISTRIBUTION.  NOTHING ON FILE FOR THE PERIOD      *
047400*    MEANS IT HAS ALREADY BEEN ARCHIVED; A SNAPSHOT OF ZEROS  *
047500*    WOULD BE WORSE THAN NONE, SO THE CLOSE IS REFUSED.       *
047600***************************************************************
047700 2000-COUNT-AUDIT-RECORDS.
047800     MOVE "N" TO WS-EOF-SW
047900     OPEN INPUT AUDIT-FILE
048000     IF NOT AUDIT-FILE-OK
048100         DISPLAY "MYPCLS - UNABLE TO OPEN AUDTFILE, STATUS = "
048200             WS-AUDIT-FILE-STATUS
048300         SET CLOSE-RUN-FAILED TO TRUE
048400         MOVE 16 TO RETURN-CODE
048500         GO TO 2000-COUNT-AUDIT-RECORDS-EXIT
048600     END-IF
048700     PERFORM 2100-COUNT-ONE-AUDIT
048800         THRU 2100-COUNT-ONE-AUDIT-EXIT
048900         UNTIL END-OF-INPUT-FILE
049000     CLOSE AUDIT-FILE
049100     IF WS-CALL-COUNT = ZERO
049200         DISPLAY "MYPCLS - NO AUDIT RECORDS FOR PERIOD " WS-PERIOD
049300             " ON AUDTFILE - RUN REFUSED"
049400         DISPLAY "MYPCLS - IF THE PERIOD HAS BEEN ARCHIVED, "
049500             "RESTORE IT WITH MYREST FIRST"
049600         SET CLOSE-RUN-FAILED TO TRUE
049700         MOVE 12 TO RETURN-CODE
049800     END-IF
049900     .
050000 2000-COUNT-AUDIT-RECORDS-EXIT.
050100     EXIT.
050200
050300 2100-COUNT-ONE-AUDIT.
050400     READ AUDIT-FILE
050500         AT END
050600             SET END-OF-INPUT-FILE TO TRUE
050700             GO TO 2100-COUNT-ONE-AUDIT-EXIT
050800     END-READ
050900     MOVE AU-RUN-DATE TO WS-WORK-DATE
051000     IF WS-WORK-PERIOD NOT = WS-PERIOD
051100         GO TO 2100-COUNT-ONE-AUDIT-EXIT
051200     END-IF
051300     IF AU-CORRECTION-RECORD
051400         ADD 1 TO WS-CORRECTED-COUNT
051500         MOVE AU-PRIOR-Z TO WS-Z-SEARCH-VALUE
051600         MOVE -1 TO WS-Z-ADJUSTMENT
051700         PERFORM 2200-TALLY-RESULT-Z
051800             THRU 2200-TALLY-RESULT-Z-EXIT
051900         MOVE AU-RESULT-Z TO WS-Z-SEARCH-VALUE
052000         MOVE +1 TO WS-Z-ADJUSTMENT
052100         PERFORM 2200-TALLY-RESULT-Z
052200             THRU 2200-TALLY-RESULT-Z-EXIT
052300         GO TO 2100-COUNT-ONE-AUDIT-EXIT
052400     END-IF
052500     ADD 1 TO WS-CALL-COUNT
052600     IF AU-RETURN-CODE = ZERO
052700         ADD 1 TO WS-ACCEPTED-COUNT
052800         MOVE AU-RESULT-Z TO WS-Z-SEARCH-VALUE
052900         MOVE +1 TO WS-Z-ADJUSTMENT
053000         PERFORM 2200-TALLY-RESULT-Z
053100             THRU 2200-TALLY-RESULT-Z-EXIT
053200     ELSE
053300         ADD 1 TO WS-REJECTED-COUNT
053400     END-IF
053500     .
053600 2100-COUNT-ONE-AUDIT-EXIT.
053700     EXIT.
053800
053900***************************************************************
054000*    2200-TALLY-RESULT-Z - APPLY WS-Z-ADJUSTMENT TO THE COUNT *
054100*    FOR WS-Z-SEARCH-VALUE, ADDING THE VALUE TO THE TABLE THE *
054200*    FIRST TIME IT IS SEEN, OR TO THE OTHER COUNT ONCE THE    *
054300*    TABLE IS FULL.                                           *
054400***************************************************************
054500 2200-TALLY-RESULT-Z.
054600     MOVE "N" TO WS-Z-FOUND-SW
054700     SET WS-Z-IDX TO 1
054800     SEARCH WS-Z-ENTRY
054900         AT END
055000             CONTINUE
055100         WHEN WS-Z-IDX > WS-Z-USED
055200             CONTINUE
055300         WHEN WS-Z-VALUE (WS-Z-IDX) = WS-Z-SEARCH-VALUE
055400             SET Z-VALUE-FOUND TO TRUE
055500     END-SEARCH
055600     IF Z-VALUE-FOUND
055700         ADD WS-Z-ADJUSTMENT TO WS-Z-COUNT (WS-Z-IDX)
055800         GO TO 2200-TALLY-RESULT-Z-EXIT
055900     END-IF
056000     IF WS-Z-USED < 20
056100         ADD 1 TO WS-Z-USED
056200         SET WS-Z-IDX TO WS-Z-USED
056300         MOVE WS-Z-SEARCH-VALUE TO WS-Z-VALUE (WS-Z-IDX)
056400         MOVE WS-Z-ADJUSTMENT   TO WS-Z-COUNT (WS-Z-IDX)
056500     ELSE
056600         ADD WS-Z-ADJUSTMENT TO WS-Z-OTHER-COUNT
056700     END-IF
056800     .
056900 2200-TALLY-RESULT-Z-EXIT.
057000     EXIT.
057100
057200***************************************************************
057300*    3000-COUNT-EXTRACT-RECORDS - THE PERIOD'S ORIGINAL       *
057400*    POSTINGS, LEAVING OUT REVERSALS AND REPLACEMENTS.        *
057500***************************************************************
057600 3000-COUNT-EXTRACT-RECORDS.
057700     MOVE "N" TO WS-EOF-SW
057800     OPEN INPUT EXTRACT-FILE
057900     IF NOT EXTRACT-FILE-OK
058000         DISPLAY "MYPCLS - UNABLE TO OPEN EXTFILE, STATUS = "
058100             WS-EXTRACT-FILE-STATUS
058200         SET CLOSE-RUN-FAILED TO TRUE
058300         MOVE 16 TO RETURN-CODE
058400         GO TO 3000-COUNT-EXTRACT-RECORDS-EXIT
058500     END-IF
058600     PERFORM 3100-COUNT-ONE-EXTRACT
058700         THRU 3100-COUNT-ONE-EXTRACT-EXIT
058800         UNTIL END-OF-INPUT-FILE
058900     CLOSE EXTRACT-FILE
059000     .
059100 3000-COUNT-EXTRACT-RECORDS-EXIT.
059200     EXIT.
059300
059400 3100-COUNT-ONE-EXTRACT.
059500     READ EXTRACT-FILE
059600         AT END
059700             SET END-OF-INPUT-FILE TO TRUE
059800             GO TO 3100-COUNT-ONE-EXTRACT-EXIT
059900     END-READ
060000     MOVE EX-RUN-DATE TO WS-WORK-DATE
060100     IF WS-WORK-PERIOD = WS-PERIOD
060200         AND NOT EX-CORRECTION-POSTING
060300         ADD 1 TO WS-EXTRACT-COUNT
060400     END-IF
060500     .
060600 3100-COUNT-ONE-EXTRACT-EXIT.
060700     EXIT.
060800
060900***************************************************************
061000*    4000-READ-CONTROL-VALUES - THE X AND Y IN FORCE AT       *
061100*    CLOSE.  THE SNAPSHOT IS NOT WRITTEN WITHOUT THEM.        *
061200***************************************************************
061300 4000-READ-CONTROL-VALUES.
061400     OPEN INPUT CONTROL-FILE
061500     IF NOT CONTROL-FILE-OK
061600         DISPLAY "MYPCLS - UNABLE TO OPEN CTLFILE, STATUS = "
061700             WS-CONTROL-FILE-STATUS
061800         SET CLOSE-RUN-FAILED TO TRUE
061900         MOVE 16 TO RETURN-CODE
062000         GO TO 4000-READ-CONTROL-VALUES-EXIT
062100     END-IF
062200     READ CONTROL-FILE
062300         AT END
062400             DISPLAY "MYPCLS - CTLFILE IS EMPTY - RUN ABANDONED"
062500             SET CLOSE-RUN-FAILED TO TRUE
062600             MOVE 16 TO RETURN-CODE
062700     END-READ
062800     CLOSE CONTROL-FILE
062900     .
063000 4000-READ-CONTROL-VALUES-EXIT.
063100     EXIT.
063200
063300***************************************************************
063400*    4500-HASH-RULE-FILE - COUNT THE RULES ON FILE AND HASH   *
063500*    THEIR IMAGES INTO THE RULES VERSION.  AN EMPTY RULEFILE  *
063600*    IS A VALID RULE SET (EVERY CALL FALLS BACK TO X) AND     *
063700*    GIVES VERSION ZERO/ZERO.                                 *
063800***************************************************************
063900 4500-HASH-RULE-FILE.
064000     MOVE "N" TO WS-EOF-SW
064100     OPEN INPUT RULE-FILE
064200     IF NOT RULE-FILE-OK
064300         DISPLAY "MYPCLS - UNABLE TO OPEN RULEFILE, STATUS = "
064400             WS-RULE-FILE-STATUS
064500         SET CLOSE-RUN-FAILED TO TRUE
064600         MOVE 16 TO RETURN-CODE
064700         GO TO 4500-HASH-RULE-FILE-EXIT
064800     END-IF
064900     PERFORM 4510-HASH-ONE-RULE
065000         THRU 4510-HASH-ONE-RULE-EXIT
065100         UNTIL END-OF-INPUT-FILE
065200     CLOSE RULE-FILE
065300     .
065400 4500-HASH-RULE-FILE-EXIT.
065500     EXIT.
065600
065700 4510-HASH-ONE-RULE.
065800     READ RULE-FILE
065900         AT END
066000             SET END-OF-INPUT-FILE TO TRUE
066100             GO TO 4510-HASH-ONE-RULE-EXIT
066200     END-READ
066300     ADD 1 TO WS-RULE-COUNT
066400     MOVE RULE-RECORD TO WS-HASH-RULE
066500     PERFORM 4520-ADD-ONE-HASH-WORD
066600         THRU 4520-ADD-ONE-HASH-WORD-EXIT
066700         VARYING WS-HASH-SUB FROM 1 BY 1
066800         UNTIL WS-HASH-SUB > 20
066900     .
067000 4510-HASH-ONE-RULE-EXIT.
067100     EXIT.
067200
067300 4520-ADD-ONE-HASH-WORD.
067400     ADD WS-HASH-WORD (WS-HASH-SUB) TO WS-HASH-TOTAL
067500     .
067600 4520-ADD-ONE-HASH-WORD-EXIT.
067700     EXIT.
067800
067900***************************************************************
068000*    5000-WRITE-SNAPSHOT - BUILD THE PERIOD RECORD AND APPEND *
068100*    IT.  ONCE IT IS ON THE FILE THE PERIOD IS CLOSED.        *
068200***************************************************************
068300 5000-WRITE-SNAPSHOT.
068400     MOVE SPACES              TO PERIOD-RECORD
068500     MOVE WS-PERIOD           TO PD-PERIOD
068600     IF REDATE-MODE
068700         SET PD-DIVERT-TO-REDATE TO TRUE
068800     ELSE
068900         SET PD-DIVERT-TO-REJECT TO TRUE
069000     END-IF
069100     MOVE WS-CURRENT-DATE     TO PD-CLOSED-DATE
069200     MOVE WS-CURRENT-TIME     TO PD-CLOSED-TIME
069300     MOVE WS-CALL-COUNT       TO PD-CALL-COUNT
069400     MOVE WS-ACCEPTED-COUNT   TO PD-ACCEPTED-COUNT
069500     MOVE WS-REJECTED-COUNT   TO PD-REJECTED-COUNT
069600     MOVE WS-EXTRACT-COUNT    TO PD-EXTRACT-COUNT
069700     MOVE WS-CORRECTED-COUNT  TO PD-CORRECTED-COUNT
069800     MOVE CT-VALUE-X          TO PD-VALUE-X
069900     MOVE CT-VALUE-Y          TO PD-VALUE-Y
070000     MOVE WS-RULE-COUNT       TO PD-RULE-COUNT
070100     MOVE WS-HASH-TOTAL       TO PD-RULE-HASH
070200     MOVE WS-Z-USED           TO PD-Z-USED
070300     PERFORM 5100-MOVE-ONE-Z-ENTRY
070400         THRU 5100-MOVE-ONE-Z-ENTRY-EXIT
070500         VARYING WS-Z-IDX FROM 1 BY 1
070600         UNTIL WS-Z-IDX > 20
070700     MOVE WS-Z-OTHER-COUNT    TO PD-Z-OTHER-COUNT
070800     OPEN EXTEND PERIOD-FILE
070900     IF NOT PERIOD-FILE-OK
071000         DISPLAY "MYPCLS - UNABLE TO OPEN PERIODS FOR THE "
071100             "SNAPSHOT, STATUS = " WS-PERIOD-FILE-STATUS
071200         SET CLOSE-RUN-FAILED TO TRUE
071300         MOVE 16 TO RETURN-CODE
071400         GO TO 5000-WRITE-SNAPSHOT-EXIT
071500     END-IF
071600     WRITE PERIOD-RECORD
071700     IF NOT PERIOD-FILE-OK
071800         DISPLAY "MYPCLS - UNABLE TO WRITE THE SNAPSHOT TO "
071900             "PERIODS, STATUS = " WS-PERIOD-FILE-STATUS
072000         SET CLOSE-RUN-FAILED TO TRUE
072100         MOVE 16 TO RETURN-CODE
072200     END-IF
072300     CLOSE PERIOD-FILE
072400     .
072500 5000-WRITE-SNAPSHOT-EXIT.
072600     EXIT.
072700
072800 5100-MOVE-ONE-Z-ENTRY.
072900     IF WS-Z-IDX > WS-Z-USED
073000         MOVE SPACE TO PD-Z-VALUE (WS-Z-IDX)
073100         MOVE ZERO  TO PD-Z-COUNT (WS-Z-IDX)
073200     ELSE
073300         MOVE WS-Z-VALUE (WS-Z-IDX) TO PD-Z-VALUE (WS-Z-IDX)
073400         MOVE WS-Z-COUNT (WS-Z-IDX) TO PD-Z-COUNT (WS-Z-IDX)
073500     END-IF
073600     .
073700 5100-MOVE-ONE-Z-ENTRY-EXIT.
073800     EXIT.
073900
074000***************************************************************
074100*    6000-PRINT-SNAPSHOT - PRINT THE RECORD JUST WRITTEN ON   *
074200*    PCLSRPT FOR FINANCE.  A PRINT FAILURE DOES NOT UNDO THE  *
074300*    CLOSE - THE SNAPSHOT IS ON THE PERIOD FILE EITHER WAY.   *
074400***************************************************************
074500 6000-PRINT-SNAPSHOT.
074600     OPEN OUTPUT CLOSE-REPORT-FILE
074700     IF NOT REPORT-FILE-OK
074800         DISPLAY "MYPCLS - UNABLE TO OPEN PCLSRPT, STATUS = "
074900             WS-REPORT-FILE-STATUS
075000         MOVE 4 TO RETURN-CODE
075100         GO TO 6000-PRINT-SNAPSHOT-EXIT
075200     END-IF
075300     MOVE SPACES TO CLOSE-REPORT-LINE
075400     STRING "ACCOUNTING PERIOD CLOSE - PERIOD " PD-PERIOD
075500         "  CLOSED " PD-CLOSED-DATE " " PD-CLOSED-TIME
075600         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
075700     WRITE CLOSE-REPORT-LINE AFTER ADVANCING PAGE
075800     MOVE SPACES TO CLOSE-REPORT-LINE
075900     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
076000
076100     MOVE WS-CALL-COUNT TO WS-EDIT-COUNT
076200     MOVE SPACES TO CLOSE-REPORT-LINE
076300     STRING "ORIGINAL CALLS ............. " DELIMITED BY SIZE
076400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
076500     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
076600     MOVE WS-ACCEPTED-COUNT TO WS-EDIT-COUNT
076700     MOVE SPACES TO CLOSE-REPORT-LINE
076800     STRING "  ACCEPTED ................. " DELIMITED BY SIZE
076900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
077000     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
077100     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT
077200     MOVE SPACES TO CLOSE-REPORT-LINE
077300     STRING "  REJECTED ................. " DELIMITED BY SIZE
077400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
077500     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
077600     MOVE WS-EXTRACT-COUNT TO WS-EDIT-COUNT
077700     MOVE SPACES TO CLOSE-REPORT-LINE
077800     STRING "EXTRACT POSTINGS ........... " DELIMITED BY SIZE
077900         WS-EDIT-COUNT DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
078000     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
078100     MOVE WS-CORRECTED-COUNT TO WS-EDIT-COUNT
078200     MOVE SPACES TO CLOSE-REPORT-LINE
078300     STRING "CORRECTED POSTINGS ......... " DELIMITED BY SIZE
078400         WS-EDIT-COUNT DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
078500     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
078600
078700     MOVE SPACES TO CLOSE-REPORT-LINE
078800     STRING "CONTROL VALUES IN FORCE .... X = " PD-VALUE-X
078900         "  Y = " PD-VALUE-Y
079000         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
079100     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 2 LINES
079200     MOVE WS-RULE-COUNT TO WS-EDIT-RULES
079300     MOVE SPACES TO CLOSE-REPORT-LINE
079400     STRING "RULES VERSION .............. " WS-EDIT-RULES
079500         " RULES, HASH " PD-RULE-HASH
079600         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
079700     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
079800     MOVE SPACES TO CLOSE-REPORT-LINE
079900     IF PD-DIVERT-TO-REDATE
080000         STRING "LATE TRANSACTIONS .......... RE-DATED TO THE "
080100             "BUSINESS DATE OF THE DAY BEING RUN"
080200             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
080300     ELSE
080400         STRING "LATE TRANSACTIONS .......... REJECTED (REJFILE "
080500             "REASON 05)"
080600             DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
080700     END-IF
080800     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
080900
081000     MOVE SPACES TO CLOSE-REPORT-LINE
081100     STRING "ACCEPTED CALLS BY Z, NET OF CORRECTIONS"
081200         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
081300     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 2 LINES
081400     PERFORM 6100-PRINT-ONE-Z-ENTRY
081500         THRU 6100-PRINT-ONE-Z-ENTRY-EXIT
081600         VARYING WS-Z-IDX FROM 1 BY 1
081700         UNTIL WS-Z-IDX > WS-Z-USED
081800     IF WS-Z-OTHER-COUNT NOT = ZERO
081900         MOVE WS-Z-OTHER-COUNT TO WS-EDIT-COUNT
082000         MOVE SPACES TO CLOSE-REPORT-LINE
082100         STRING "  ALL OTHER Z VALUES ....... " DELIMITED BY SIZE
082200             WS-EDIT-COUNT DELIMITED BY SIZE
082300             INTO CLOSE-REPORT-LINE
082400         WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
082500     END-IF
082600     CLOSE CLOSE-REPORT-FILE
082700     .
082800 6000-PRINT-SNAPSHOT-EXIT.
082900     EXIT.
083000
083100 6100-PRINT-ONE-Z-ENTRY.
083200     MOVE WS-Z-COUNT (WS-Z-IDX) TO WS-EDIT-COUNT
083300     MOVE SPACES TO CLOSE-REPORT-LINE
083400     STRING "  Z = " WS-Z-VALUE (WS-Z-IDX)
083500         " ..................... " WS-EDIT-COUNT
083600         DELIMITED BY SIZE INTO CLOSE-REPORT-LINE
083700     WRITE CLOSE-REPORT-LINE AFTER ADVANCING 1 LINES
083800     .
083900 6100-PRINT-ONE-Z-ENTRY-EXIT.
084000     EXIT.
084100
084200***************************************************************
084300*    9000-TERMINATE - REPORT THE OUTCOME ON THE JOB LOG.      *
084400*    RETURN CODES - 16 FILE FAILURE, 12 CLOSE REFUSED, 4      *
084500*    CLOSED BUT THE REPORT COULD NOT BE PRINTED, 0 CLOSED.    *
084600***************************************************************
084700 9000-TERMINATE.
084800     IF CLOSE-RUN-FAILED
084900         DISPLAY "MYPCLS - PERIOD " WS-PERIOD-X " NOT CLOSED"
085000         GO TO 9000-TERMINATE-EXIT
085100     END-IF
085200     MOVE WS-CALL-COUNT TO WS-EDIT-COUNT
085300     DISPLAY "MYPCLS - PERIOD " WS-PERIOD " CLOSED - "
085400         WS-EDIT-COUNT " CALLS IN THE SNAPSHOT"
085500     IF REDATE-MODE
085600         DISPLAY "MYPCLS - LATE TRANSACTIONS FOR THE PERIOD WILL "
085700             "BE RE-DATED BY MYEDIT"
085800     ELSE
085900         DISPLAY "MYPCLS - LATE TRANSACTIONS FOR THE PERIOD WILL "
086000             "BE REJECTED BY MYEDIT"
086100     END-IF
086200     .
086300 9000-TERMINATE-EXIT.
086400     EXIT.
086500
086600 END PROGRAM MYPCLS.
