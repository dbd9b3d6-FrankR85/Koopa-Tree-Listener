000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYRSYNC                                     *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     OVERNIGHT REBUILD OF THE BATCH Z DERIVATION *
001000*                 RULES FILE (DD RULEFILE) FROM THE ONLINE    *
001100*                 VSAM COPY (DD MRULMNT) THAT THE MRUL        *
001200*                 MAINTENANCE SCREEN (MYRMNT) UPDATES - THE   *
001300*                 RULES COUNTERPART OF MYSYNC.  READS EVERY   *
001400*                 RULE OFF MRULMNT IN RL-SEQUENCE-NO ORDER    *
001500*                 AND REWRITES RULEFILE IN THAT ORDER, SO     *
001600*                 MYPROG'S FIRST-ON-FILE TIE-BREAK FOLLOWS    *
001700*                 THE SEQUENCE NUMBERS KEYED ONLINE.  THE     *
001800*                 WHOLE ONLINE FILE IS READ AND CHECKED       *
001900*                 BEFORE RULEFILE IS OPENED - IF MRULMNT      *
002000*                 CANNOT BE READ, IS EMPTY, OR HOLDS MORE     *
002100*                 RULES THAN MYPROG'S 2000-ENTRY TABLE, THE   *
002200*                 RUN ENDS WITH RETURN CODE 16 AND RULEFILE   *
002300*                 IS LEFT EXACTLY AS IT WAS.                  *
002400*                 CODING PARM='SEEDLOAD' RUNS THE OTHER WAY - *
002500*                 THE ONE-TIME CUTOVER SEED USED BY           *
002600*                 jcl/MYRMNI: EVERY RULE ON RULEFILE IS       *
002700*                 WRITTEN TO THE NEWLY DEFINED MRULMNT WITH   *
002800*                 SEQUENCE NUMBERS 10, 20, 30 ... IN FILE     *
002900*                 ORDER, AND A RULE WITH NO RULE ID IS GIVEN  *
003000*                 THE 'RULE' + POSITION ID MYPROG ALREADY     *
003100*                 REPORTS IT UNDER.  RULES PAST THE 2000TH,   *
003200*                 WHICH MYPROG NEVER LOADED, ARE NOT SEEDED.  *
003300*                                                             *
003400*    MODIFICATION HISTORY                                     *
003500*    DATE       BY    DESCRIPTION                             *
003600*    ---------  ----  -------------------------------------   *
003700*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
003710*    2026-10-15 FR    RULE LIMIT RAISED FROM 100 TO 2000 -    *
003720*                     THE SIZE OF MYDERIV'S TABLE, WHICH      *
003730*                     MYPROG NOW LOADS THE RULES INTO.        *
003800*                                                             *
003900***************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.                MYRSYNC.
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
005300     SELECT OPTIONAL ONLINE-RULE-FILE
005400                            ASSIGN TO MRULMNT
005500                            ORGANIZATION IS INDEXED
005600                            ACCESS MODE IS SEQUENTIAL
005700                            RECORD KEY IS RL-SEQUENCE-NO
005800                            FILE STATUS IS WS-ONLINE-FILE-STATUS.
005900
006000     SELECT RULE-FILE       ASSIGN TO RULEFILE
006100                            ORGANIZATION IS SEQUENTIAL
006200                            FILE STATUS IS WS-RULE-FILE-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ONLINE-RULE-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY MRULREC.
006900
007000 FD  RULE-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD.
007300 01  RULEFILE-RECORD             PIC X(80).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-ONLINE-FILE-STATUS       PIC X(02)   VALUE SPACES.
007700     88  ONLINE-FILE-STATUS-OK           VALUE "00".
007800*    STATUS 05 ON THE OPEN IS THE OPTIONAL-FILE CASE - THE
007900*    CLUSTER IS DEFINED BUT HAS NEVER HELD A RECORD.
008000     88  ONLINE-FILE-OPEN-OK             VALUE "00" "05".
008100     88  ONLINE-FILE-DUPLICATE           VALUE "21" "22".
008200     88  ONLINE-FILE-AT-END              VALUE "10".
008300 01  WS-RULE-FILE-STATUS         PIC X(02)   VALUE SPACES.
008400     88  RULE-FILE-STATUS-OK             VALUE "00".
008500
008600 01  WS-SWITCHES.
008700     05  WS-SYNC-FAILED-SW       PIC X(01)   VALUE "N".
008800         88  SYNC-FAILED                 VALUE "Y".
008900     05  WS-EOF-SW               PIC X(01)   VALUE "N".
009000         88  END-OF-INPUT                VALUE "Y".
009100     05  WS-SEED-SW              PIC X(01)   VALUE "N".
009200         88  SEED-LOAD                   VALUE "Y".
009300
009400*    THE SIZE OF THE RULE TABLE MYPROG LOADS - A RULEFILE
009500*    LONGER THAN THIS WOULD HAVE ITS TAIL SILENTLY IGNORED.
009600 01  WS-RULE-LIMIT               PIC 9(04)   COMP    VALUE 2000.
009700*    SEQUENCE GAP LEFT BETWEEN SEEDED RULES - THE SAME STEP
009800*    THE MRUL SCREEN USES FOR A RULE ADDED AT THE END.
009900 01  WS-SEQ-STEP                 PIC 9(05)   VALUE 10.
010000
010100*    THE RULES READ OFF MRULMNT, HELD UNTIL THE WHOLE FILE
010200*    HAS BEEN READ AND CHECKED SO A FAILURE PART WAY THROUGH
010300*    NEVER LEAVES RULEFILE HALF WRITTEN.  ONE ENTRY OVER THE
010400*    LIMIT IS ROOM TO NOTICE THE OVERFLOW.
010500 01  WS-RULE-TABLE.
010600     05  WS-RULE-USED            PIC 9(04)   COMP    VALUE ZERO.
010700     05  WS-RULE-ENTRY OCCURS 2001 TIMES
010800                       INDEXED BY WS-RULE-IDX.
010900         10  WS-RULE-IMAGE       PIC X(80).
011000
011100*    DEFAULT ID GIVEN TO A SEEDED RULE WITH NO RL-RULE-ID -
011200*    'RULE' PLUS ITS POSITION ON THE FILE, AS MYPROG NAMES IT.
011300 01  WS-GEN-RULE-ID.
011400     05  FILLER                  PIC X(04)   VALUE "RULE".
011500     05  WS-GEN-RULE-SEQ         PIC 9(04).
011600
011700 01  WS-COUNTERS.
011800     05  WS-RULES-READ           PIC 9(09)   COMP    VALUE ZERO.
011900     05  WS-RULES-WRITTEN        PIC 9(09)   COMP    VALUE ZERO.
012000     05  WS-IDS-GENERATED        PIC 9(09)   COMP    VALUE ZERO.
012100     05  WS-RULES-SKIPPED        PIC 9(09)   COMP    VALUE ZERO.
012200
012300 LINKAGE SECTION.
012400*    OPTIONAL JCL PARM - 'SEEDLOAD' LOADS MRULMNT FROM
012500*    RULEFILE (THE ONE-TIME CUTOVER SEED); WITH NO PARM,
012600*    RULEFILE IS REBUILT FROM MRULMNT.
012700*    THE LENGTH AND TEXT MUST BE ONE LINKAGE ITEM, NOT TWO -
012800*    EXEC PGM=...,PARM= PASSES THE PROGRAM A SINGLE ADDRESS
012900*    POINTING AT THE HALFWORD LENGTH IMMEDIATELY FOLLOWED BY
013000*    THE TEXT, SO THERE IS ONLY ONE USING OPERAND TO RECEIVE
013100*    IT.
013200 01  LK-PARM-AREA.
013300     05  LK-PARM-LEN             PIC S9(04) COMP.
013400     05  LK-PARM-TEXT            PIC X(08).
013500
013600***************************************************************
013700*    MAINLINE                                                 *
013800***************************************************************
013900 PROCEDURE DIVISION USING LK-PARM-AREA.
014000
014100 0000-MAINLINE.
014200     IF LK-PARM-LEN >= 8
014300         AND LK-PARM-TEXT = "SEEDLOAD"
014400         SET SEED-LOAD TO TRUE
014500     END-IF
014600     IF SEED-LOAD
014700         PERFORM 5000-SEED-ONLINE-RULES
014800             THRU 5000-SEED-ONLINE-RULES-EXIT
014900     ELSE
015000         PERFORM 1000-READ-ONLINE-RULES
015100             THRU 1000-READ-ONLINE-RULES-EXIT
015200         IF NOT SYNC-FAILED
015300             PERFORM 2000-REWRITE-RULEFILE
015400                 THRU 2000-REWRITE-RULEFILE-EXIT
015500         END-IF
015600     END-IF
015700     PERFORM 9000-TERMINATE
015800         THRU 9000-TERMINATE-EXIT
015900     IF SYNC-FAILED
016000         MOVE 16 TO RETURN-CODE
016100     END-IF
016200     STOP RUN
016300     .
016400
016500***************************************************************
016600*    1000-READ-ONLINE-RULES - READ EVERY RULE OFF MRULMNT, IN *
016700*    KEY (SEQUENCE) ORDER, INTO THE HOLD TABLE.  AN OPEN OR   *
016800*    READ FAILURE, AN EMPTY FILE, OR MORE RULES THAN MYPROG   *
016900*    CAN LOAD SETS THE SYNC-FAILED SWITCH SO RULEFILE IS      *
017000*    LEFT UNTOUCHED AND THE RUN ENDS NONZERO.                 *
017100***************************************************************
017200 1000-READ-ONLINE-RULES.
017300     OPEN INPUT ONLINE-RULE-FILE
017400     IF NOT ONLINE-FILE-OPEN-OK
017500         DISPLAY "MYRSYNC - UNABLE TO OPEN MRULMNT, STATUS = "
017600             WS-ONLINE-FILE-STATUS
017700         SET SYNC-FAILED TO TRUE
017800         GO TO 1000-READ-ONLINE-RULES-EXIT
017900     END-IF
018000     PERFORM 1100-READ-ONE-RULE
018100         THRU 1100-READ-ONE-RULE-EXIT
018200         UNTIL END-OF-INPUT
018300     CLOSE ONLINE-RULE-FILE
018400     IF SYNC-FAILED
018500         GO TO 1000-READ-ONLINE-RULES-EXIT
018600     END-IF
018700     IF WS-RULE-USED = ZERO
018800         DISPLAY "MYRSYNC - MRULMNT HOLDS NO RULES - RULEFILE "
018900             "NOT REBUILT (HAS THE SEEDLOAD RUN BEEN MADE?)"
019000         SET SYNC-FAILED TO TRUE
019100         GO TO 1000-READ-ONLINE-RULES-EXIT
019200     END-IF
019300     IF WS-RULE-USED > WS-RULE-LIMIT
019400         DISPLAY "MYRSYNC - MRULMNT HOLDS MORE THAN "
019500             WS-RULE-LIMIT " RULES - MYPROG WOULD IGNORE THE "
019600             "EXCESS, RULEFILE NOT REBUILT"
019700         SET SYNC-FAILED TO TRUE
019800     END-IF
019900     .
020000 1000-READ-ONLINE-RULES-EXIT.
020100     EXIT.
020200
020300***************************************************************
020400*    1100-READ-ONE-RULE - READ THE NEXT RULE AND HOLD IT.     *
020500*    READING STOPS ONE RULE PAST THE LIMIT - THAT IS ENOUGH   *
020600*    TO KNOW THE FILE IS TOO LONG.                            *
020700***************************************************************
020800 1100-READ-ONE-RULE.
020900     READ ONLINE-RULE-FILE NEXT RECORD
021000         AT END
021100             SET END-OF-INPUT TO TRUE
021200             GO TO 1100-READ-ONE-RULE-EXIT
021300     END-READ
021400     IF NOT ONLINE-FILE-STATUS-OK
021500         DISPLAY "MYRSYNC - UNABLE TO READ MRULMNT, STATUS = "
021600             WS-ONLINE-FILE-STATUS
021700         SET SYNC-FAILED TO TRUE
021800         SET END-OF-INPUT TO TRUE
021900         GO TO 1100-READ-ONE-RULE-EXIT
022000     END-IF
022100     ADD 1 TO WS-RULES-READ
022200     ADD 1 TO WS-RULE-USED
022300     SET WS-RULE-IDX TO WS-RULE-USED
022400     MOVE RULE-RECORD TO WS-RULE-IMAGE (WS-RULE-IDX)
022500     IF WS-RULE-USED > WS-RULE-LIMIT
022600         SET END-OF-INPUT TO TRUE
022700     END-IF
022800     .
022900 1100-READ-ONE-RULE-EXIT.
023000     EXIT.
023100
023200***************************************************************
023300*    2000-REWRITE-RULEFILE - REPLACE RULEFILE WITH THE RULES  *
023400*    JUST READ, IN SEQUENCE ORDER.  A FAILURE HERE ALSO ENDS  *
023500*    THE RUN NONZERO - A HALF-WRITTEN RULEFILE IS AS          *
023600*    DANGEROUS AS A STALE ONE.                                *
023700***************************************************************
023800 2000-REWRITE-RULEFILE.
023900     OPEN OUTPUT RULE-FILE
024000     IF NOT RULE-FILE-STATUS-OK
024100         DISPLAY "MYRSYNC - UNABLE TO OPEN RULEFILE, STATUS = "
024200             WS-RULE-FILE-STATUS
024300         SET SYNC-FAILED TO TRUE
024400         GO TO 2000-REWRITE-RULEFILE-EXIT
024500     END-IF
024600     PERFORM 2100-WRITE-ONE-RULE
024700         THRU 2100-WRITE-ONE-RULE-EXIT
024800         VARYING WS-RULE-IDX FROM 1 BY 1
024900         UNTIL WS-RULE-IDX > WS-RULE-USED
025000            OR SYNC-FAILED
025100     CLOSE RULE-FILE
025200     IF NOT SYNC-FAILED
025300         DISPLAY "MYRSYNC - RULEFILE REBUILT FROM MRULMNT"
025400     END-IF
025500     .
025600 2000-REWRITE-RULEFILE-EXIT.
025700     EXIT.
025800
025900 2100-WRITE-ONE-RULE.
026000     WRITE RULEFILE-RECORD FROM WS-RULE-IMAGE (WS-RULE-IDX)
026100     IF NOT RULE-FILE-STATUS-OK
026200         DISPLAY "MYRSYNC - UNABLE TO WRITE RULEFILE, STATUS = "
026300             WS-RULE-FILE-STATUS
026400         SET SYNC-FAILED TO TRUE
026500         GO TO 2100-WRITE-ONE-RULE-EXIT
026600     END-IF
026700     ADD 1 TO WS-RULES-WRITTEN
026800     .
026900 2100-WRITE-ONE-RULE-EXIT.
027000     EXIT.
027100
027200***************************************************************
027300*    5000-SEED-ONLINE-RULES - THE ONE-TIME CUTOVER: LOAD THE  *
027400*    EMPTY MRULMNT CLUSTER FROM RULEFILE, NUMBERING THE       *
027500*    RULES IN FILE ORDER SO THE REBUILT RULEFILE COMES BACK   *
027600*    IN THE SAME ORDER IT WENT IN.  RULES PAST THE LIMIT ARE  *
027700*    COUNTED BUT NOT LOADED, SO THE RULE SET IN FORCE IS      *
027800*    EXACTLY THE ONE MYPROG WAS ALREADY USING.                *
027900***************************************************************
028000 5000-SEED-ONLINE-RULES.
028100     DISPLAY "MYRSYNC - SEED LOAD - MRULMNT WILL BE LOADED "
028200         "FROM RULEFILE"
028300     OPEN INPUT RULE-FILE
028400     IF NOT RULE-FILE-STATUS-OK
028500         DISPLAY "MYRSYNC - UNABLE TO OPEN RULEFILE, STATUS = "
028600             WS-RULE-FILE-STATUS
028700         SET SYNC-FAILED TO TRUE
028800         GO TO 5000-SEED-ONLINE-RULES-EXIT
028900     END-IF
029000     OPEN OUTPUT ONLINE-RULE-FILE
029100     IF NOT ONLINE-FILE-STATUS-OK
029200         DISPLAY "MYRSYNC - UNABLE TO OPEN MRULMNT, STATUS = "
029300             WS-ONLINE-FILE-STATUS
029400         SET SYNC-FAILED TO TRUE
029500         CLOSE RULE-FILE
029600         GO TO 5000-SEED-ONLINE-RULES-EXIT
029700     END-IF
029800     PERFORM 5100-SEED-ONE-RULE
029900         THRU 5100-SEED-ONE-RULE-EXIT
030000         UNTIL END-OF-INPUT
030100     CLOSE RULE-FILE
030200     CLOSE ONLINE-RULE-FILE
030300     IF WS-RULES-SKIPPED > ZERO
030400         DISPLAY "MYRSYNC - RULEFILE HELD " WS-RULES-READ
030500             " RULES - MYPROG ONLY EVER LOADED THE FIRST "
030600             WS-RULE-LIMIT ", THE REST WERE NOT SEEDED"
030700     END-IF
030800     .
030900 5000-SEED-ONLINE-RULES-EXIT.
031000     EXIT.
031100
031200***************************************************************
031300*    5100-SEED-ONE-RULE - READ ONE RULEFILE RECORD, GIVE IT   *
031400*    ITS SEQUENCE NUMBER (AND, IF IT HAS NONE, ITS POSITION   *
031500*    RULE ID) AND WRITE IT TO MRULMNT.                        *
031600***************************************************************
031700 5100-SEED-ONE-RULE.
031800     READ RULE-FILE INTO RULE-RECORD
031900         AT END
032000             SET END-OF-INPUT TO TRUE
032100             GO TO 5100-SEED-ONE-RULE-EXIT
032200     END-READ
032300     ADD 1 TO WS-RULES-READ
032400     IF WS-RULES-READ > WS-RULE-LIMIT
032500         ADD 1 TO WS-RULES-SKIPPED
032600         GO TO 5100-SEED-ONE-RULE-EXIT
032700     END-IF
032800     COMPUTE RL-SEQUENCE-NO = WS-RULES-READ * WS-SEQ-STEP
032900     IF RL-RULE-ID = SPACES OR LOW-VALUES
033000         MOVE WS-RULES-READ TO WS-GEN-RULE-SEQ
033100         MOVE WS-GEN-RULE-ID TO RL-RULE-ID
033200         ADD 1 TO WS-IDS-GENERATED
033300     END-IF
033400     WRITE RULE-RECORD
033500     IF NOT ONLINE-FILE-STATUS-OK
033600         DISPLAY "MYRSYNC - UNABLE TO WRITE MRULMNT, STATUS = "
033700             WS-ONLINE-FILE-STATUS
033800         SET SYNC-FAILED TO TRUE
033900         SET END-OF-INPUT TO TRUE
034000         GO TO 5100-SEED-ONE-RULE-EXIT
034100     END-IF
034200     ADD 1 TO WS-RULES-WRITTEN
034300     .
034400 5100-SEED-ONE-RULE-EXIT.
034500     EXIT.
034600
034700***************************************************************
034800*    9000-TERMINATE - DISPLAY THE RUN TOTALS.                 *
034900***************************************************************
035000 9000-TERMINATE.
035100     DISPLAY "MYRSYNC - RULES READ          = " WS-RULES-READ
035200     DISPLAY "MYRSYNC - RULES WRITTEN       = " WS-RULES-WRITTEN
035300     IF SEED-LOAD
035400         DISPLAY "MYRSYNC - RULE IDS GENERATED  = "
035500             WS-IDS-GENERATED
035600         DISPLAY "MYRSYNC - RULES NOT SEEDED    = "
035700             WS-RULES-SKIPPED
035800     END-IF
035900     IF SYNC-FAILED
036000         IF SEED-LOAD
036100             DISPLAY "MYRSYNC - SEED LOAD FAILED - REDEFINE "
036200                 "MRULMNT AND RERUN MYRMNI"
036300         ELSE
036400             DISPLAY "MYRSYNC - RULEFILE NOT REBUILT - DO NOT "
036500                 "RUN MYDRVJ UNTIL THIS IS RESOLVED"
036600         END-IF
036700     END-IF
036800     .
036900 9000-TERMINATE-EXIT.
037000     EXIT.
037100
037200 END PROGRAM MYRSYNC.
