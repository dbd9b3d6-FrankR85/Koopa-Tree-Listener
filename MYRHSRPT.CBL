000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYRHSRPT                                    *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     Z DERIVATION RULE CHANGE HISTORY REPORT -   *
001000*                 THE RULES COUNTERPART OF MYCHGRPT.  READS   *
001100*                 THE RULE HISTORY FILE (DD MRULHIS, MRHSREC  *
001200*                 LAYOUT) THAT THE MRUL SCREEN WRITES ON      *
001300*                 EVERY ADD, CHANGE AND EXPIRY, AND LISTS, IN *
001400*                 DATE/TIME ORDER (THE KSDS KEY ORDER), EVERY *
001500*                 CHANGE IN A DATE RANGE - WHO, WHEN, WHAT    *
001600*                 WAS DONE TO WHICH RULE, AND THE FULL RULE   *
001700*                 RECORD BEFORE AND AFTER - SO THE RULE SET   *
001800*                 IN FORCE ON ANY PAST DATE CAN BE            *
001900*                 RECONSTRUCTED.  THE RANGE COMES IN ON THE   *
002000*                 JCL PARM AS FROMDATE-TODATE (BOTH ENDS      *
002100*                 INCLUSIVE); WITH NO PARM THE WHOLE HISTORY  *
002200*                 IS LISTED.  OUTPUT IS DD RHSRPT.            *
002300*                                                             *
002400*    MODIFICATION HISTORY                                     *
002500*    DATE       BY    DESCRIPTION                             *
002600*    ---------  ----  -------------------------------------   *
002700*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
002800*                                                             *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.                MYRHSRPT.
003200 AUTHOR.                    F. ROSSI.
003300 INSTALLATION.              KOOPA TREE LISTENER.
003400 DATE-WRITTEN.              2026-10-15.
003500 DATE-COMPILED.
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.           IBM-370.
004000 OBJECT-COMPUTER.           IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT HISTORY-FILE    ASSIGN TO MRULHIS
004400                            ORGANIZATION IS INDEXED
004500                            ACCESS MODE IS SEQUENTIAL
004600                            RECORD KEY IS RH-KEY
004700                            FILE STATUS IS WS-HISTORY-FILE-STATUS.
004800
004900     SELECT REPORT-FILE     ASSIGN TO RHSRPT
005000                            ORGANIZATION IS SEQUENTIAL
005100                            FILE STATUS IS WS-REPORT-FILE-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HISTORY-FILE
005600     RECORD CONTAINS 200 CHARACTERS.
005700     COPY MRHSREC.
005800
005900 FD  REPORT-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD.
006200 01  REPORT-LINE                 PIC X(133).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-HISTORY-FILE-STATUS      PIC X(02)   VALUE SPACES.
006600     88  HISTORY-FILE-OK                 VALUE "00".
006700 01  WS-REPORT-FILE-STATUS       PIC X(02)   VALUE SPACES.
006800     88  REPORT-FILE-OK                  VALUE "00".
006900
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW               PIC X(01)   VALUE "N".
007200         88  END-OF-HISTORY-FILE         VALUE "Y".
007300     05  WS-REPORT-FAILED-SW     PIC X(01)   VALUE "N".
007400         88  REPORT-RUN-FAILED           VALUE "Y".
007500     05  WS-RANGE-SW             PIC X(01)   VALUE "N".
007600         88  RANGE-SUPPLIED              VALUE "Y".
007700
007800*    REPORT RANGE OFF THE JCL PARM, BOTH ENDS INCLUSIVE.
007900 01  WS-FROM-DATE-X              PIC X(08)   VALUE SPACES.
008000 01  WS-FROM-DATE REDEFINES WS-FROM-DATE-X
008100                                 PIC 9(08).
008200 01  WS-TO-DATE-X                PIC X(08)   VALUE SPACES.
008300 01  WS-TO-DATE REDEFINES WS-TO-DATE-X
008400                                 PIC 9(08).
008500
008600*    PRINTED NAME OF THE ACTION ON EACH HISTORY RECORD.
008700 01  WS-ACTION-TEXT              PIC X(06).
008800
008900 01  WS-COUNTERS.
009000     05  WS-RECORDS-READ         PIC 9(09)   COMP    VALUE ZERO.
009100     05  WS-CHANGES-LISTED       PIC 9(09)   COMP    VALUE ZERO.
009200     05  WS-ADDS-LISTED          PIC 9(09)   COMP    VALUE ZERO.
009300     05  WS-UPDATES-LISTED       PIC 9(09)   COMP    VALUE ZERO.
009400     05  WS-EXPIRIES-LISTED      PIC 9(09)   COMP    VALUE ZERO.
009500
009600 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
009700
009800 LINKAGE SECTION.
009900*    OPTIONAL JCL PARM CARRYING THE REPORT RANGE AS
010000*    FROMDATE-TODATE (YYYYMMDD-YYYYMMDD, BOTH ENDS
010100*    INCLUSIVE).  WHEN NO PARM IS SUPPLIED, LK-PARM-LEN IS
010200*    ZERO AND THE WHOLE HISTORY IS LISTED.  THE LENGTH AND
010300*    TEXT MUST BE ONE LINKAGE ITEM, NOT TWO - EXEC
010400*    PGM=...,PARM= PASSES THE PROGRAM A SINGLE ADDRESS
010500*    POINTING AT THE HALFWORD LENGTH IMMEDIATELY FOLLOWED BY
010600*    THE TEXT, SO THERE IS ONLY ONE USING OPERAND TO RECEIVE
010700*    IT.
010800 01  LK-PARM-AREA.
010900     05  LK-PARM-LEN             PIC S9(04) COMP.
011000     05  LK-PARM-TEXT.
011100         10  LK-PARM-FROM        PIC X(08).
011200         10  FILLER              PIC X(01).
011300         10  LK-PARM-TO          PIC X(08).
011400
011500***************************************************************
011600*    MAINLINE                                                 *
011700***************************************************************
011800 PROCEDURE DIVISION USING LK-PARM-AREA.
011900
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE
012200         THRU 1000-INITIALIZE-EXIT
012300     PERFORM 2000-LIST-ONE-CHANGE
012400         THRU 2000-LIST-ONE-CHANGE-EXIT
012500         UNTIL END-OF-HISTORY-FILE
012600     IF NOT REPORT-RUN-FAILED
012700         PERFORM 3000-PRINT-SUMMARY
012800             THRU 3000-PRINT-SUMMARY-EXIT
012900     END-IF
013000     PERFORM 9000-TERMINATE
013100         THRU 9000-TERMINATE-EXIT
013200     STOP RUN
013300     .
013400
013500***************************************************************
013600*    1000-INITIALIZE - VALIDATE THE RANGE PARM, OPEN THE      *
013700*    FILES AND WRITE THE HEADING.                             *
013800***************************************************************
013900 1000-INITIALIZE.
014000     IF LK-PARM-LEN >= 17
014100         MOVE LK-PARM-FROM TO WS-FROM-DATE-X
014200         MOVE LK-PARM-TO   TO WS-TO-DATE-X
014300         IF WS-FROM-DATE-X NOT NUMERIC
014400             OR WS-TO-DATE-X NOT NUMERIC
014500             OR WS-TO-DATE < WS-FROM-DATE
014600             DISPLAY "MYRHSRPT - RANGE PARM '" LK-PARM-TEXT
014700                 "' IS NOT VALID (YYYYMMDD-YYYYMMDD) - RUN "
014800                 "ABANDONED"
014900             SET REPORT-RUN-FAILED TO TRUE
015000             SET END-OF-HISTORY-FILE TO TRUE
015100             MOVE 12 TO RETURN-CODE
015200             GO TO 1000-INITIALIZE-EXIT
015300         END-IF
015400         SET RANGE-SUPPLIED TO TRUE
015500     END-IF
015600     OPEN OUTPUT REPORT-FILE
015700     IF NOT REPORT-FILE-OK
015800         DISPLAY "MYRHSRPT - UNABLE TO OPEN RHSRPT, STATUS = "
015900             WS-REPORT-FILE-STATUS
016000         SET REPORT-RUN-FAILED TO TRUE
016100         SET END-OF-HISTORY-FILE TO TRUE
016200         MOVE 16 TO RETURN-CODE
016300         GO TO 1000-INITIALIZE-EXIT
016400     END-IF
016500     OPEN INPUT HISTORY-FILE
016600     IF NOT HISTORY-FILE-OK
016700         DISPLAY "MYRHSRPT - UNABLE TO OPEN MRULHIS, STATUS = "
016800             WS-HISTORY-FILE-STATUS
016900         SET REPORT-RUN-FAILED TO TRUE
017000         SET END-OF-HISTORY-FILE TO TRUE
017100         MOVE 16 TO RETURN-CODE
017200         GO TO 1000-INITIALIZE-EXIT
017300     END-IF
017400     MOVE SPACES TO REPORT-LINE
017500     IF RANGE-SUPPLIED
017600         STRING "Z DERIVATION RULE CHANGE HISTORY - "
017700             WS-FROM-DATE-X " THROUGH " WS-TO-DATE-X
017800             DELIMITED BY SIZE INTO REPORT-LINE
017900     ELSE
018000         STRING "Z DERIVATION RULE CHANGE HISTORY - FULL FILE"
018100             DELIMITED BY SIZE INTO REPORT-LINE
018200     END-IF
018300     WRITE REPORT-LINE AFTER ADVANCING PAGE
018400     MOVE SPACES TO REPORT-LINE
018500     STRING "CHANGED ON  AT      BY        ACTION  SEQ    "
018600         "RULE ID"
018700         DELIMITED BY SIZE INTO REPORT-LINE
018800     WRITE REPORT-LINE AFTER ADVANCING 2 LINES
018900     MOVE SPACES TO REPORT-LINE
019000     STRING "            RULE RECORD (MRULREC) BEFORE AND AFTER"
019100         DELIMITED BY SIZE INTO REPORT-LINE
019200     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
019300     PERFORM 8000-READ-HISTORY-FILE
019400         THRU 8000-READ-HISTORY-FILE-EXIT
019500     .
019600 1000-INITIALIZE-EXIT.
019700     EXIT.
019800
019900***************************************************************
020000*    2000-LIST-ONE-CHANGE - PRINT ONE IN-RANGE CHANGE - A     *
020100*    LINE NAMING WHO DID WHAT TO WHICH RULE, THEN THE RULE    *
020200*    RECORD BEFORE (NOT ON AN ADD) AND AFTER - AND READ THE   *
020300*    NEXT.  THE KSDS KEY ORDER IS DATE/TIME/USER, SO THE      *
020400*    RULE SET IN FORCE ON ANY DATE IS THE LATEST AFTER IMAGE  *
020500*    OF EACH RULE ON OR BEFORE IT.                            *
020600***************************************************************
020700 2000-LIST-ONE-CHANGE.
020800     ADD 1 TO WS-RECORDS-READ
020900     IF RANGE-SUPPLIED
021000         AND (RH-CHANGE-DATE < WS-FROM-DATE
021100              OR RH-CHANGE-DATE > WS-TO-DATE)
021200         GO TO 2000-NEXT-CHANGE
021300     END-IF
021400     ADD 1 TO WS-CHANGES-LISTED
021500     EVALUATE TRUE
021600         WHEN RH-ACTION-ADD
021700             MOVE "ADD"    TO WS-ACTION-TEXT
021800             ADD 1 TO WS-ADDS-LISTED
021900         WHEN RH-ACTION-CHANGE
022000             MOVE "CHANGE" TO WS-ACTION-TEXT
022100             ADD 1 TO WS-UPDATES-LISTED
022200         WHEN RH-ACTION-EXPIRE
022300             MOVE "EXPIRE" TO WS-ACTION-TEXT
022400             ADD 1 TO WS-EXPIRIES-LISTED
022500         WHEN OTHER
022600             MOVE RH-ACTION TO WS-ACTION-TEXT
022700     END-EVALUATE
022800     MOVE SPACES TO REPORT-LINE
022900     STRING RH-CHANGE-DATE "  " RH-CHANGE-TIME "  "
023000         RH-CHANGED-BY "  " WS-ACTION-TEXT "  "
023100         RH-SEQUENCE-NO "  " RH-RULE-ID
023200         DELIMITED BY SIZE INTO REPORT-LINE
023300     WRITE REPORT-LINE AFTER ADVANCING 2 LINES
023400     IF NOT RH-ACTION-ADD
023500         MOVE SPACES TO REPORT-LINE
023600         STRING "    BEFORE  " RH-BEFORE-IMAGE
023700             DELIMITED BY SIZE INTO REPORT-LINE
023800         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
023900     END-IF
024000     MOVE SPACES TO REPORT-LINE
024100     STRING "    AFTER   " RH-AFTER-IMAGE
024200         DELIMITED BY SIZE INTO REPORT-LINE
024300     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
024400     .
024500 2000-NEXT-CHANGE.
024600     PERFORM 8000-READ-HISTORY-FILE
024700         THRU 8000-READ-HISTORY-FILE-EXIT
024800     .
024900 2000-LIST-ONE-CHANGE-EXIT.
025000     EXIT.
025100
025200***************************************************************
025300*    3000-PRINT-SUMMARY - WRITE THE TOTALS.                   *
025400***************************************************************
025500 3000-PRINT-SUMMARY.
025600     MOVE WS-CHANGES-LISTED TO WS-EDIT-COUNT
025700     MOVE SPACES TO REPORT-LINE
025800     STRING "CHANGES LISTED .............. " DELIMITED BY SIZE
025900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
026000     WRITE REPORT-LINE AFTER ADVANCING 3 LINES
026100     MOVE WS-ADDS-LISTED TO WS-EDIT-COUNT
026200     MOVE SPACES TO REPORT-LINE
026300     STRING "  RULES ADDED ............... " DELIMITED BY SIZE
026400         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
026500     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
026600     MOVE WS-UPDATES-LISTED TO WS-EDIT-COUNT
026700     MOVE SPACES TO REPORT-LINE
026800     STRING "  RULES CHANGED ............. " DELIMITED BY SIZE
026900         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
027000     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
027100     MOVE WS-EXPIRIES-LISTED TO WS-EDIT-COUNT
027200     MOVE SPACES TO REPORT-LINE
027300     STRING "  RULES EXPIRED ............. " DELIMITED BY SIZE
027400         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
027500     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
027600     IF WS-CHANGES-LISTED = ZERO
027700         MOVE SPACES TO REPORT-LINE
027800         STRING "NO RULE CHANGES IN THE RANGE"
027900             DELIMITED BY SIZE INTO REPORT-LINE
028000         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
028100     END-IF
028200     .
028300 3000-PRINT-SUMMARY-EXIT.
028400     EXIT.
028500
028600***************************************************************
028700*    8000-READ-HISTORY-FILE - READ THE NEXT HISTORY RECORD    *
028800*    AND SET THE END-OF-FILE SWITCH WHEN EXHAUSTED.           *
028900***************************************************************
029000 8000-READ-HISTORY-FILE.
029100     READ HISTORY-FILE
029200         AT END
029300             SET END-OF-HISTORY-FILE TO TRUE
029400     END-READ
029500     .
029600 8000-READ-HISTORY-FILE-EXIT.
029700     EXIT.
029800
029900***************************************************************
030000*    9000-TERMINATE - CLOSE THE FILES.                        *
030100***************************************************************
030200 9000-TERMINATE.
030300     CLOSE HISTORY-FILE
030400     CLOSE REPORT-FILE
030500     .
030600 9000-TERMINATE-EXIT.
030700     EXIT.
030800
030900 END PROGRAM MYRHSRPT.
