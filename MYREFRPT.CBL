000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYREFRPT                                    *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     UNKNOWN REFERENCE CODE REPORT.  READS THE   *
001000*                 EDIT REJECT FILE (DD REJFILE, MREJREC) AND  *
001100*                 LISTS, ON DD REFRPT, EVERY TEST1, TEST2 OR  *
001200*                 TEST3 VALUE MYEDIT REJECTED AGAINST THE     *
001300*                 REFERENCE CODE FILE (MREFREC), MOST         *
001400*                 FREQUENT FIRST:                             *
001500*                   - HOW MANY RECORDS CARRIED IT AS AN       *
001600*                     UNKNOWN VALUE (REASONS 06-08) AND HOW   *
001700*                     MANY AS A VALUE NOT IN FORCE ON THE     *
001800*                     TRANSACTION DATE (REASONS 09-11),       *
001900*                   - THE FIRST AND LAST TRANSACTION DATES    *
002000*                     IT WAS SEEN ON.                         *
002100*                 A NEW CODE ALREADY IN USE SHOWS HERE AS AN  *
002200*                 UNKNOWN VALUE WITH VOLUME BEHIND IT, SO     *
002300*                 DATA CONTROL CAN SET IT UP ON THE REFERENCE *
002400*                 CODE FILE AND RESUBMIT THE REJECTS.  A      *
002500*                 HANDFUL OF ONE-OFFS IS USUALLY KEYING.      *
002600*                 REJECTS FOR ANY OTHER REASON ARE COUNTED    *
002700*                 BUT NOT LISTED.  THE FILE MAY BE A SINGLE   *
002800*                 NIGHT'S REJFILE OR SEVERAL CONCATENATED.    *
002900*                 ENDS RC=4 WHEN THERE ARE MORE DISTINCT      *
003000*                 VALUES THAN THE TABLE HOLDS (THE LIST IS    *
003100*                 THEN INCOMPLETE) AND RC=16 ON A FILE        *
003200*                 FAILURE.                                    *
003300*                                                             *
003400*    MODIFICATION HISTORY                                     *
003500*    DATE       BY    DESCRIPTION                             *
003600*    ---------  ----  -------------------------------------   *
003700*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
003800*                                                             *
003900***************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.                MYREFRPT.
004200 AUTHOR.                    F. ROSSI.
004300 INSTALLATION.              KOOPA TREE LISTENER.
004400 DATE-WRITTEN.              2026-10-15.
004500 DATE-COMPILED.
004600
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.           IBM-370.
005000 OBJECT-COMPUTER.           IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT REJECT-FILE     ASSIGN TO REJFILE
005400                            ORGANIZATION IS SEQUENTIAL
005500                            FILE STATUS IS WS-REJECT-FILE-STATUS.
005600
005700     SELECT REPORT-FILE     ASSIGN TO REFRPT
005800                            ORGANIZATION IS SEQUENTIAL
005900                            FILE STATUS IS WS-REPORT-FILE-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  REJECT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600     COPY MREJREC.
006700
006800 FD  REPORT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD.
007100 01  REPORT-LINE                 PIC X(133).
007200
007300 WORKING-STORAGE SECTION.
007400 01  WS-REJECT-FILE-STATUS       PIC X(02)   VALUE SPACES.
007500     88  REJECT-FILE-OK                  VALUE "00".
007600 01  WS-REPORT-FILE-STATUS       PIC X(02)   VALUE SPACES.
007700     88  REPORT-FILE-OK                  VALUE "00".
007800
007900 01  WS-SWITCHES.
008000     05  WS-REJECT-EOF-SW        PIC X(01)   VALUE "N".
008100         88  END-OF-REJECT-FILE          VALUE "Y".
008200     05  WS-REPORT-FAILED-SW     PIC X(01)   VALUE "N".
008300         88  REPORT-RUN-FAILED           VALUE "Y".
008400     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
008500         88  WS-VALUE-FOUND              VALUE "Y".
008600
008700*    THE REJECTED RECORD'S IMAGE, FOR ITS TEST VALUES AND DATE.
008800     COPY MTRNREC.
008900
009000*    THE VALUE BEING TALLIED - WHICH FIELD, WHAT VALUE, WHETHER
009100*    IT WAS UNKNOWN OR NOT IN FORCE, AND THE DATE IT CAME ON
009200*    (THE RUN DATE WHEN THE TRANSACTION DATE WAS BLANK).
009300 01  WS-THIS-REJECT.
009400     05  WS-THIS-FIELD           PIC X(05).
009500     05  WS-THIS-VALUE           PIC X(10).
009600     05  WS-THIS-UNKNOWN-SW      PIC X(01).
009700         88  WS-THIS-UNKNOWN             VALUE "Y".
009800     05  WS-THIS-DATE-X          PIC X(08).
009900
010000*    ONE ENTRY PER DISTINCT FIELD AND VALUE, IN THE ORDER FIRST
010100*    SEEN UNTIL 3000-PRINT-REPORT RANKS THEM.
010200 01  WS-CODE-TABLE.
010300     05  WS-CODE-USED            PIC 9(04)   COMP    VALUE ZERO.
010400     05  WS-CODE-OVERFLOW-SW     PIC X(01)           VALUE "N".
010500         88  WS-CODE-OVERFLOW            VALUE "Y".
010600     05  WS-CODE-ENTRY OCCURS 1 TO 500 TIMES
010700                       DEPENDING ON WS-CODE-USED
010800                       INDEXED BY WS-CODE-IDX.
010900         10  WS-CODE-FIELD       PIC X(05).
011000         10  WS-CODE-VALUE       PIC X(10).
011100         10  WS-CODE-UNKNOWN     PIC 9(07)   COMP.
011200         10  WS-CODE-RETIRED     PIC 9(07)   COMP.
011300         10  WS-CODE-TOTAL       PIC 9(07)   COMP.
011400         10  WS-CODE-FIRST-DATE  PIC X(08).
011500         10  WS-CODE-LAST-DATE   PIC X(08).
011600
011700*    SELECTION-SORT WORK FIELDS FOR THE RANKING - SAME PATTERN
011800*    AS MYSIMRPT AND MYTREND.
011900 01  WS-SORT-WORK.
012000     05  WS-SORT-I               PIC 9(04)   COMP    VALUE ZERO.
012100     05  WS-SORT-J               PIC 9(04)   COMP    VALUE ZERO.
012200     05  WS-SORT-J-START         PIC 9(04)   COMP    VALUE ZERO.
012300 01  WS-SWAP-CODE.
012400     05  WS-SWAP-FIELD           PIC X(05).
012500     05  WS-SWAP-VALUE           PIC X(10).
012600     05  WS-SWAP-UNKNOWN         PIC 9(07)   COMP.
012700     05  WS-SWAP-RETIRED         PIC 9(07)   COMP.
012800     05  WS-SWAP-TOTAL           PIC 9(07)   COMP.
012900     05  WS-SWAP-FIRST-DATE      PIC X(08).
013000     05  WS-SWAP-LAST-DATE       PIC X(08).
013100
013200 01  WS-TOTAL-COUNTERS.
013300     05  WS-REJECTS-READ         PIC 9(09)   COMP    VALUE ZERO.
013400     05  WS-CODE-REJECTS         PIC 9(09)   COMP    VALUE ZERO.
013500     05  WS-UNKNOWN-REJECTS      PIC 9(09)   COMP    VALUE ZERO.
013600     05  WS-RETIRED-REJECTS      PIC 9(09)   COMP    VALUE ZERO.
013700
013800 01  WS-CURRENT-DATE             PIC 9(08).
013900 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
014000 01  WS-EDIT-UNKNOWN             PIC Z,ZZZ,ZZ9.
014100 01  WS-EDIT-RETIRED             PIC Z,ZZZ,ZZ9.
014200 01  WS-EDIT-TOTAL               PIC Z,ZZZ,ZZ9.
014300
014400***************************************************************
014500*    MAINLINE                                                 *
014600***************************************************************
014700 PROCEDURE DIVISION.
014800
014900 0000-MAINLINE.
015000     PERFORM 1000-INITIALIZE
015100         THRU 1000-INITIALIZE-EXIT
015200     PERFORM 2000-PROCESS-REJECT
015300         THRU 2000-PROCESS-REJECT-EXIT
015400         UNTIL END-OF-REJECT-FILE
015500     IF NOT REPORT-RUN-FAILED
015600         PERFORM 3000-PRINT-REPORT
015700             THRU 3000-PRINT-REPORT-EXIT
015800     END-IF
015900     PERFORM 9000-TERMINATE
016000         THRU 9000-TERMINATE-EXIT
016100     STOP RUN
016200     .
016300
016400***************************************************************
016500*    1000-INITIALIZE - OPEN THE FILES AND PRIME THE READ.     *
016600*    AN OPEN FAILURE ENDS THE RUN RC=16 WITH NOTHING          *
016700*    REPORTED.                                                *
016800***************************************************************
016900 1000-INITIALIZE.
017000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
017100     OPEN OUTPUT REPORT-FILE
017200     IF NOT REPORT-FILE-OK
017300         DISPLAY "MYREFRPT - UNABLE TO OPEN REFRPT, STATUS = "
017400             WS-REPORT-FILE-STATUS
017500         SET REPORT-RUN-FAILED TO TRUE
017600         SET END-OF-REJECT-FILE TO TRUE
017700         MOVE 16 TO RETURN-CODE
017800         GO TO 1000-INITIALIZE-EXIT
017900     END-IF
018000     OPEN INPUT REJECT-FILE
018100     IF NOT REJECT-FILE-OK
018200         DISPLAY "MYREFRPT - UNABLE TO OPEN REJFILE, STATUS = "
018300             WS-REJECT-FILE-STATUS
018400         SET REPORT-RUN-FAILED TO TRUE
018500         SET END-OF-REJECT-FILE TO TRUE
018600         MOVE 16 TO RETURN-CODE
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF
018900     PERFORM 8000-READ-REJECT-FILE
019000         THRU 8000-READ-REJECT-FILE-EXIT
019100     .
019200 1000-INITIALIZE-EXIT.
019300     EXIT.
019400
019500***************************************************************
019600*    2000-PROCESS-REJECT - PICK THE FAILING FIELD'S VALUE OFF *
019700*    A REFERENCE CODE REJECT AND TALLY IT.  ANY OTHER REJECT  *
019800*    IS ONLY COUNTED.                                         *
019900***************************************************************
020000 2000-PROCESS-REJECT.
020100     ADD 1 TO WS-REJECTS-READ
020200     IF NOT RJ-REASON-REFERENCE-CODE
020300         GO TO 2000-PROCESS-REJECT-NEXT
020400     END-IF
020500     ADD 1 TO WS-CODE-REJECTS
020600     MOVE RJ-RECORD-IMAGE TO TRANS-RECORD
020700     MOVE "N" TO WS-THIS-UNKNOWN-SW
020800     EVALUATE TRUE
020900         WHEN RJ-REASON-UNKNOWN-TEST1
021000             MOVE "TEST1"  TO WS-THIS-FIELD
021100             MOVE TR-TEST1 TO WS-THIS-VALUE
021200             SET WS-THIS-UNKNOWN TO TRUE
021300         WHEN RJ-REASON-UNKNOWN-TEST2
021400             MOVE "TEST2"  TO WS-THIS-FIELD
021500             MOVE TR-TEST2 TO WS-THIS-VALUE
021600             SET WS-THIS-UNKNOWN TO TRUE
021700         WHEN RJ-REASON-UNKNOWN-TEST3
021800             MOVE "TEST3"  TO WS-THIS-FIELD
021900             MOVE TR-TEST3 TO WS-THIS-VALUE
022000             SET WS-THIS-UNKNOWN TO TRUE
022100         WHEN RJ-REASON-RETIRED-TEST1
022200             MOVE "TEST1"  TO WS-THIS-FIELD
022300             MOVE TR-TEST1 TO WS-THIS-VALUE
022400         WHEN RJ-REASON-RETIRED-TEST2
022500             MOVE "TEST2"  TO WS-THIS-FIELD
022600             MOVE TR-TEST2 TO WS-THIS-VALUE
022700         WHEN OTHER
022800             MOVE "TEST3"  TO WS-THIS-FIELD
022900             MOVE TR-TEST3 TO WS-THIS-VALUE
023000     END-EVALUATE
023100     IF WS-THIS-UNKNOWN
023200         ADD 1 TO WS-UNKNOWN-REJECTS
023300     ELSE
023400         ADD 1 TO WS-RETIRED-REJECTS
023500     END-IF
023600     MOVE TR-TRAN-DATE TO WS-THIS-DATE-X
023700     IF WS-THIS-DATE-X NOT NUMERIC
023800         OR WS-THIS-DATE-X = "00000000"
023900         MOVE RJ-RUN-DATE TO WS-THIS-DATE-X
024000     END-IF
024100     PERFORM 2100-TALLY-CODE
024200         THRU 2100-TALLY-CODE-EXIT
024300     .
024400 2000-PROCESS-REJECT-NEXT.
024500     PERFORM 8000-READ-REJECT-FILE
024600         THRU 8000-READ-REJECT-FILE-EXIT
024700     .
024800 2000-PROCESS-REJECT-EXIT.
024900     EXIT.
025000
025100***************************************************************
025200*    2100-TALLY-CODE - FIND THE FIELD AND VALUE IN THE TABLE, *
025300*    ADDING IT WHEN NEW, AND COUNT THE REJECT AGAINST IT.     *
025400***************************************************************
025500 2100-TALLY-CODE.
025600     IF WS-CODE-USED > ZERO
025700         SET WS-FOUND-SW TO "N"
025800         SET WS-CODE-IDX TO 1
025900         SEARCH WS-CODE-ENTRY
026000             AT END
026100                 CONTINUE
026200             WHEN WS-CODE-FIELD (WS-CODE-IDX) = WS-THIS-FIELD
026300              AND WS-CODE-VALUE (WS-CODE-IDX) = WS-THIS-VALUE
026400                 SET WS-VALUE-FOUND TO TRUE
026500         END-SEARCH
026600         IF WS-VALUE-FOUND
026700             GO TO 2100-TALLY-CODE-COUNT
026800         END-IF
026900     END-IF
027000     IF WS-CODE-USED NOT < 500
027100         SET WS-CODE-OVERFLOW TO TRUE
027200         GO TO 2100-TALLY-CODE-EXIT
027300     END-IF
027400     ADD 1 TO WS-CODE-USED
027500     SET WS-CODE-IDX TO WS-CODE-USED
027600     MOVE WS-THIS-FIELD  TO WS-CODE-FIELD (WS-CODE-IDX)
027700     MOVE WS-THIS-VALUE  TO WS-CODE-VALUE (WS-CODE-IDX)
027800     MOVE ZERO           TO WS-CODE-UNKNOWN (WS-CODE-IDX)
027900     MOVE ZERO           TO WS-CODE-RETIRED (WS-CODE-IDX)
028000     MOVE ZERO           TO WS-CODE-TOTAL (WS-CODE-IDX)
028100     MOVE WS-THIS-DATE-X TO WS-CODE-FIRST-DATE (WS-CODE-IDX)
028200     MOVE WS-THIS-DATE-X TO WS-CODE-LAST-DATE (WS-CODE-IDX)
028300     .
028400 2100-TALLY-CODE-COUNT.
028500     ADD 1 TO WS-CODE-TOTAL (WS-CODE-IDX)
028600     IF WS-THIS-UNKNOWN
028700         ADD 1 TO WS-CODE-UNKNOWN (WS-CODE-IDX)
028800     ELSE
028900         ADD 1 TO WS-CODE-RETIRED (WS-CODE-IDX)
029000     END-IF
029100     IF WS-THIS-DATE-X < WS-CODE-FIRST-DATE (WS-CODE-IDX)
029200         MOVE WS-THIS-DATE-X TO WS-CODE-FIRST-DATE (WS-CODE-IDX)
029300     END-IF
029400     IF WS-THIS-DATE-X > WS-CODE-LAST-DATE (WS-CODE-IDX)
029500         MOVE WS-THIS-DATE-X TO WS-CODE-LAST-DATE (WS-CODE-IDX)
029600     END-IF
029700     .
029800 2100-TALLY-CODE-EXIT.
029900     EXIT.
030000
030100***************************************************************
030200*    3000-PRINT-REPORT - WRITE THE HEADING AND TOTALS, THEN   *
030300*    THE VALUES RANKED BY TOTAL REJECTS, LARGEST FIRST.       *
030400***************************************************************
030500 3000-PRINT-REPORT.
030600     MOVE SPACES TO REPORT-LINE
030700     STRING "UNKNOWN AND RETIRED REFERENCE CODES BY FREQUENCY - "
030800         "RUN " WS-CURRENT-DATE
030900         DELIMITED BY SIZE INTO REPORT-LINE
031000     WRITE REPORT-LINE AFTER ADVANCING PAGE
031100     MOVE SPACES TO REPORT-LINE
031200     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
031300
031400     MOVE WS-REJECTS-READ TO WS-EDIT-COUNT
031500     MOVE SPACES TO REPORT-LINE
031600     STRING "EDIT REJECTS READ ........... " DELIMITED BY SIZE
031700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
031800     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
031900     MOVE WS-CODE-REJECTS TO WS-EDIT-COUNT
032000     MOVE SPACES TO REPORT-LINE
032100     STRING "REFERENCE CODE REJECTS ...... " DELIMITED BY SIZE
032200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
032300     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
032400     MOVE WS-UNKNOWN-REJECTS TO WS-EDIT-COUNT
032500     MOVE SPACES TO REPORT-LINE
032600     STRING "  UNKNOWN VALUE ............. " DELIMITED BY SIZE
032700         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
032800     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
032900     MOVE WS-RETIRED-REJECTS TO WS-EDIT-COUNT
033000     MOVE SPACES TO REPORT-LINE
033100     STRING "  NOT IN FORCE ON ITS DATE .. " DELIMITED BY SIZE
033200         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
033300     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
033400
033500     MOVE SPACES TO REPORT-LINE
033600     STRING "FIELD  VALUE         UNKNOWN    RETIRED      TOTAL"
033700         "  FIRST SEEN  LAST SEEN"
033800         DELIMITED BY SIZE INTO REPORT-LINE
033900     WRITE REPORT-LINE AFTER ADVANCING 2 LINES
034000     IF WS-CODE-USED = ZERO
034100         MOVE SPACES TO REPORT-LINE
034200         STRING "  (NO UNKNOWN OR RETIRED CODES)"
034300             DELIMITED BY SIZE INTO REPORT-LINE
034400         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
034500         GO TO 3000-PRINT-REPORT-EXIT
034600     END-IF
034700     IF WS-CODE-USED > 1
034800         PERFORM 3110-SORT-ONE-CODE
034900             THRU 3110-SORT-ONE-CODE-EXIT
035000             VARYING WS-SORT-I FROM 1 BY 1
035100             UNTIL WS-SORT-I >= WS-CODE-USED
035200     END-IF
035300     PERFORM 3100-PRINT-ONE-CODE
035400         THRU 3100-PRINT-ONE-CODE-EXIT
035500         VARYING WS-CODE-IDX FROM 1 BY 1
035600         UNTIL WS-CODE-IDX > WS-CODE-USED
035700     IF WS-CODE-OVERFLOW
035800         MOVE SPACES TO REPORT-LINE
035900         STRING "  *** MORE THAN 500 DISTINCT VALUES - LIST IS "
036000             "INCOMPLETE ***" DELIMITED BY SIZE INTO REPORT-LINE
036100         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
036200     END-IF
036300     .
036400 3000-PRINT-REPORT-EXIT.
036500     EXIT.
036600
036700 3100-PRINT-ONE-CODE.
036800     MOVE WS-CODE-UNKNOWN (WS-CODE-IDX) TO WS-EDIT-UNKNOWN
036900     MOVE WS-CODE-RETIRED (WS-CODE-IDX) TO WS-EDIT-RETIRED
037000     MOVE WS-CODE-TOTAL (WS-CODE-IDX)   TO WS-EDIT-TOTAL
037100     MOVE SPACES TO REPORT-LINE
037200     STRING WS-CODE-FIELD (WS-CODE-IDX) "  "
037300         WS-CODE-VALUE (WS-CODE-IDX) "  "
037400         WS-EDIT-UNKNOWN "  " WS-EDIT-RETIRED "  "
037500         WS-EDIT-TOTAL "  "
037600         WS-CODE-FIRST-DATE (WS-CODE-IDX) "    "
037700         WS-CODE-LAST-DATE (WS-CODE-IDX)
037800         DELIMITED BY SIZE INTO REPORT-LINE
037900     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
038000     .
038100 3100-PRINT-ONE-CODE-EXIT.
038200     EXIT.
038300
038400 3110-SORT-ONE-CODE.
038500     ADD 1 WS-SORT-I GIVING WS-SORT-J-START
038600     PERFORM 3120-COMPARE-ONE-CODE
038700         THRU 3120-COMPARE-ONE-CODE-EXIT
038800         VARYING WS-SORT-J FROM WS-SORT-J-START BY 1
038900         UNTIL WS-SORT-J > WS-CODE-USED
039000     .
039100 3110-SORT-ONE-CODE-EXIT.
039200     EXIT.
039300
039400 3120-COMPARE-ONE-CODE.
039500     IF WS-CODE-TOTAL (WS-SORT-J) > WS-CODE-TOTAL (WS-SORT-I)
039600         MOVE WS-CODE-ENTRY (WS-SORT-I) TO WS-SWAP-CODE
039700         MOVE WS-CODE-ENTRY (WS-SORT-J)
039800             TO WS-CODE-ENTRY (WS-SORT-I)
039900         MOVE WS-SWAP-CODE TO WS-CODE-ENTRY (WS-SORT-J)
040000     END-IF
040100     .
040200 3120-COMPARE-ONE-CODE-EXIT.
040300     EXIT.
040400
040500***************************************************************
040600*    8000-READ-REJECT-FILE - READ THE NEXT REJECT RECORD AND  *
040700*    SET THE END-OF-FILE SWITCH WHEN EXHAUSTED.               *
040800***************************************************************
040900 8000-READ-REJECT-FILE.
041000     READ REJECT-FILE
041100         AT END
041200             SET END-OF-REJECT-FILE TO TRUE
041300     END-READ
041400     .
041500 8000-READ-REJECT-FILE-EXIT.
041600     EXIT.
041700
041800***************************************************************
041900*    9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN      *
042000*    CODE - 4 WHEN THE VALUE LIST IS INCOMPLETE.  A FILE      *
042100*    FAILURE HAS ALREADY SET 16.                              *
042200***************************************************************
042300 9000-TERMINATE.
042400     CLOSE REJECT-FILE
042500     CLOSE REPORT-FILE
042600     DISPLAY "MYREFRPT - REJECTS READ           = "
042700         WS-REJECTS-READ
042800     DISPLAY "MYREFRPT - REFERENCE CODE REJECTS = "
042900         WS-CODE-REJECTS
043000     IF NOT REPORT-RUN-FAILED
043100         AND WS-CODE-OVERFLOW
043200         MOVE 4 TO RETURN-CODE
043300     END-IF
043400     .
043500 9000-TERMINATE-EXIT.
043600     EXIT.
043700
043800 END PROGRAM MYREFRPT.
