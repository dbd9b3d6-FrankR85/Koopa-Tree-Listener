000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYRMNT                                      *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     ONLINE MAINTENANCE TRANSACTION FOR THE Z    *
001000*                 DERIVATION RULES, COMPANION TO MMNT.  THE   *
001100*                 ONLY WAY TO CHANGE A RULE USED TO BE A      *
001200*                 BLIND EDIT OF THE RULEFILE FLAT FILE WITH   *
001300*                 NO RECORD OF WHO CHANGED WHICH RULE OR      *
001400*                 WHEN.  THIS TRANSACTION (MRUL) PRESENTS MAP *
001500*                 MYRMNT1 (OF MAPSET MYRMNTM), LISTS THE      *
001600*                 RULES TEN AT A TIME IN FILE ORDER OFF THE   *
001700*                 ONLINE RULES FILE (FCT FILE MRULMNT, A KSDS *
001800*                 KEYED ON RL-SEQUENCE-NO SO KEY ORDER IS     *
001900*                 FILE ORDER), AND LETS THE OPERATOR SHOW     *
002000*                 (ENTER), ADD (PF5), CHANGE (PF6) OR EXPIRE  *
002100*                 (PF9) ONE RULE.  AN ENTRY THAT WOULD BREAK  *
002200*                 MYPROG'S ASSUMPTIONS IS REFUSED - A RULE ID *
002300*                 ALREADY ON FILE, TEST1-LO AFTER TEST1-HI,   *
002400*                 EFFECTIVE-FROM AFTER EFFECTIVE-TO, OR A     *
002500*                 RULE PAST MYPROG'S 2000-ENTRY RULE TABLE.   *
002600*                 EVERY SUCCESSFUL CHANGE WRITES A BEFORE/    *
002700*                 AFTER HISTORY RECORD (FCT FILE MRULHIS,     *
002800*                 MRHSREC LAYOUT) STAMPED WITH THE SIGNED-ON  *
002900*                 USERID AND THE DATE/TIME.  THE OVERNIGHT    *
003000*                 MYRSYNC STEP REBUILDS RULEFILE FROM MRULMNT *
003100*                 IN SEQUENCE ORDER, SO THE NEXT MYDRVJ RUN   *
003200*                 USES EXACTLY WHAT WAS KEYED HERE.  EXPIRING *
003300*                 A RULE SETS ITS EFFECTIVE-TO TO YESTERDAY   *
003400*                 (OR TO THE EFF TO DATE KEYED) - RULES ARE   *
003500*                 NEVER DELETED ONLINE, SO THE HISTORY ALWAYS *
003600*                 HAS A RULE TO POINT AT.  RUNS PSEUDO-       *
003700*                 CONVERSATIONALLY LIKE MYMAINT.              *
003800*                                                             *
003900*    MODIFICATION HISTORY                                     *
004000*    DATE       BY    DESCRIPTION                             *
004100*    ---------  ----  -------------------------------------   *
004200*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
004210*    2026-10-15 FR    RULE LIMIT RAISED FROM 100 TO 2000 -    *
004220*                     THE SIZE OF MYDERIV'S TABLE, WHICH      *
004230*                     MYPROG NOW LOADS THE RULES INTO.        *
004240*    2026-10-15 FR    PF9 NO LONGER TREATS THE RULE'S OWN EFF *
004250*                     TO DATE, WHICH THE MAP ECHOES BACK      *
004260*                     AFTER A SHOW, AS A KEYED EXPIRY DATE -  *
004270*                     IT WAS REFUSED AS ALREADY OUT OF FORCE. *
004280*                     AN EFF TO EQUAL TO THE ONE ON FILE NOW  *
004290*                     EXPIRES THE RULE AS OF YESTERDAY.       *
004300*                                                             *
004400***************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.                MYRMNT.
004700 AUTHOR.                    F. ROSSI.
004800 INSTALLATION.              KOOPA TREE LISTENER.
004900 DATE-WRITTEN.              2026-10-15.
005000 DATE-COMPILED.
005100
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.           IBM-370.
005500 OBJECT-COMPUTER.           IBM-370.
005600
005700 DATA DIVISION.
005800 WORKING-STORAGE SECTION.
005900*
006000***************************************************************
006100*    CICS MAPSET/MAP NAMES, THE TRANSID USED TO CONTINUE      *
006200*    THIS TRANSACTION PSEUDO-CONVERSATIONALLY, AND THE FCT    *
006300*    NAMES OF THE ONLINE RULES FILE AND ITS CHANGE HISTORY.   *
006400***************************************************************
006500 01  MR-CONSTANTS.
006600     05  MR-MAPSET               PIC X(08) VALUE 'MYRMNTM'.
006700     05  MR-MAPNAME              PIC X(08) VALUE 'MYRMNT1'.
006800     05  MR-TRANSID              PIC X(04) VALUE 'MRUL'.
006900     05  MR-FILENAME             PIC X(08) VALUE 'MRULMNT'.
007000     05  MR-HISTORY-FILE         PIC X(08) VALUE 'MRULHIS'.
007100*    THE SIZE OF THE RULE TABLE MYPROG LOADS (MYDERIV'S) -
007150*    RULES PAST THIS ON RULEFILE ARE IGNORED BY THE BATCH RUN.
007300     05  MR-RULE-LIMIT           PIC 9(04) COMP VALUE 2000.
007400*    GAP LEFT BETWEEN SEQUENCE NUMBERS GIVEN OUT BY AN ADD
007500*    WITH NO SEQUENCE KEYED, SO A RULE CAN LATER BE SLOTTED IN
007600*    BETWEEN TWO OTHERS WITHOUT RENUMBERING THE FILE.
007700     05  MR-SEQ-STEP             PIC 9(05) VALUE 10.
007800     05  MR-SEQ-HIGHEST          PIC 9(05) VALUE 99999.
007900*    ATTRIBUTE BYTE FOR THE ENTRY FIELDS - UNPROTECTED WITH
008000*    THE MODIFIED DATA TAG ON (DFHBMFSE), SO EVERY ENTRY FIELD
008100*    COMES BACK ON THE NEXT RECEIVE WHETHER RETYPED OR NOT.
008200     05  MR-ATTR-ENTRY           PIC X(01) VALUE 'A'.
008300*    ONE DAY IN ABSTIME UNITS (MILLISECONDS), FOR YESTERDAY'S
008400*    DATE ON AN EXPIRY.
008500     05  MR-ONE-DAY              PIC S9(15) COMP-3
008600                                           VALUE 86400000.
008700*
008800***************************************************************
008900*    COMMAREA PASSED FORWARD ACROSS THE PSEUDO-CONVERSATIONAL *
009000*    RETURN - THE MAP-UP FLAG, THE SEQUENCE OF THE FIRST RULE *
009100*    ON THE LIST, AND THE SEQUENCE OF THE FIRST RULE ON THE   *
009200*    NEXT PAGE (ZERO WHEN THE LIST REACHED END OF FILE).      *
009300***************************************************************
009400 01  MR-COMMAREA.
009500     05  MR-CA-MAP-IS-UP         PIC X(01) VALUE 'N'.
009600         88  MR-CA-MAP-UP        VALUE 'Y'.
009700     05  MR-CA-TOP-SEQ           PIC 9(05) VALUE ZERO.
009800     05  MR-CA-NEXT-SEQ          PIC 9(05) VALUE ZERO.
009900*
010000 01  MR-SWITCHES.
010100     05  MR-ENTRY-OK-SW          PIC X(01) VALUE 'Y'.
010200         88  MR-ENTRY-OK         VALUE 'Y'.
010300     05  MR-BROWSE-DONE-SW       PIC X(01) VALUE 'N'.
010400         88  MR-BROWSE-DONE      VALUE 'Y'.
010500     05  MR-DUP-ID-SW            PIC X(01) VALUE 'N'.
010600         88  MR-DUP-ID-FOUND     VALUE 'Y'.
010700     05  MR-DATE-OK-SW           PIC X(01) VALUE 'Y'.
010800         88  MR-DATE-OK          VALUE 'Y'.
010900*
011000 01  MR-CURRENT-DATE             PIC 9(08).
011100 01  MR-CURRENT-TIME             PIC 9(06).
011200 01  MR-ABSTIME                  PIC S9(15) COMP-3.
011300 01  MR-USERID                   PIC X(08).
011400 01  MR-RESP-CODE                PIC S9(08) COMP.
011500*
011600*    THE LAST RUN DATE AN EXPIRED RULE STAYS IN FORCE FOR,
011650*    AND YESTERDAY, THE ONE TAKEN WHEN NO EFF TO IS KEYED.
011700 01  MR-EXPIRY-DATE              PIC 9(08).
011750 01  MR-YESTERDAY                PIC 9(08).
011800*
011900*    THE ENTRY FIELDS AS KEYED, SAVED OUT OF THE INPUT MAP
012000*    BEFORE THE OUTPUT SIDE OF THE (REDEFINED) MAP AREA IS
012100*    TOUCHED.  LOW-VALUES (A FIELD NEVER KEYED) BECOME SPACES.
012200 01  MR-ENTRY.
012300     05  MR-IN-SEQ-X             PIC X(05).
012400     05  MR-IN-SEQ REDEFINES MR-IN-SEQ-X
012500                                 PIC 9(05).
012600     05  MR-IN-RULE-ID           PIC X(08).
012700     05  MR-IN-TEST1-LO          PIC X(10).
012800     05  MR-IN-TEST1-HI          PIC X(10).
012900     05  MR-IN-TEST2             PIC X(10).
013000     05  MR-IN-TEST3             PIC X(10).
013100     05  MR-IN-RESULT-Z          PIC X(01).
013200     05  MR-IN-FROM-X            PIC X(08).
013300     05  MR-IN-FROM REDEFINES MR-IN-FROM-X
013400                                 PIC 9(08).
013500     05  MR-IN-TO-X              PIC X(08).
013600     05  MR-IN-TO REDEFINES MR-IN-TO-X
013700                                 PIC 9(08).
013800*
013900*    DATE UNDER VALIDATION - SAME YYYY/MM/DD CHECK MYEDIT
014000*    APPLIES TO TR-TRAN-DATE.
014100 01  MR-CHECK-DATE-X             PIC X(08).
014200 01  MR-CHECK-DATE REDEFINES MR-CHECK-DATE-X.
014300     05  MR-CHECK-DATE-YYYY      PIC 9(04).
014400     05  MR-CHECK-DATE-MM        PIC 9(02).
014500     05  MR-CHECK-DATE-DD        PIC 9(02).
014600*
014700*    RESULTS OF A FULL BROWSE OF THE RULES FILE - HOW MANY
014800*    RULES, THE HIGHEST SEQUENCE, AND WHERE (IF ANYWHERE)
014900*    THE RULE ID BEING SAVED IS ALREADY IN USE.  THE RULE
015000*    BEING CHANGED (MR-SKIP-SEQ) DOES NOT CLASH WITH ITSELF.
015100 01  MR-SCAN-RESULTS.
015200     05  MR-RULE-COUNT           PIC 9(04) COMP VALUE ZERO.
015300     05  MR-HIGH-SEQ             PIC 9(05) VALUE ZERO.
015400     05  MR-SKIP-SEQ             PIC 9(05) VALUE ZERO.
015500     05  MR-DUP-SEQ              PIC 9(05) VALUE ZERO.
015600*
015700*    BROWSE KEY (RIDFLD) - SAME SHAPE AS RL-SEQUENCE-NO.
015800 01  MR-BROWSE-SEQ               PIC 9(05).
015900 01  MR-READ-COUNT               PIC 9(04) COMP VALUE ZERO.
016000 01  MR-LINE-SUB                 PIC 9(04) COMP VALUE ZERO.
016100 01  MR-DETAIL-LINE              PIC X(79).
016200 01  MR-DISP-FROM                PIC X(08).
016300 01  MR-DISP-TO                  PIC X(08).
016400*
016500*    THE RULE AS IT WAS ON FILE BEFORE THIS CHANGE, AND THE
016600*    ACTION CODE, FOR THE HISTORY RECORD.
016700 01  MR-BEFORE-IMAGE             PIC X(80).
016800 01  MR-HIST-ACTION              PIC X(01).
016900*
017000     COPY MRULREC.
017100*
017200*    THE CHANGE-HISTORY RECORD WRITTEN ON EVERY SUCCESSFUL
017300*    ADD, CHANGE OR EXPIRY - SEE 3800-WRITE-HISTORY.
017400     COPY MRHSREC.
017500*
017600     COPY MYRMNTM.
017700*
017800 LINKAGE SECTION.
017900 01  DFHCOMMAREA                 PIC X(11).
018000
018100***************************************************************
018200*    PROCEDURE DIVISION                                       *
018300*    THE FIRST TIME THIS TRANSACTION IS ENTERED (NO COMMAREA) *
018400*    THE FIRST PAGE OF RULES IS LISTED AND THE SCREEN IS      *
018500*    SENT.  THE SECOND TIME (COMMAREA PRESENT, MAP ALREADY    *
018600*    UP) THE INPUT IS RECEIVED AND THE AID KEY DECIDES WHAT   *
018700*    IS DONE WITH IT.                                         *
018800***************************************************************
018900 PROCEDURE DIVISION.
019000*
019100 0000-MAINLINE.
019200     IF EIBCALEN = 0
019300         PERFORM 1000-INITIAL-DISPLAY THRU 1000-EXIT
019400     ELSE
019500         MOVE DFHCOMMAREA        TO MR-COMMAREA
019600         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
019700     END-IF.
019800     GO TO 9999-EXIT.
019900*
020000***************************************************************
020100*    1000-INITIAL-DISPLAY - FIRST ENTRY.  LIST THE FIRST PAGE *
020200*    OF RULES AND SEND THE SCREEN WITH AN EMPTY ENTRY AREA.   *
020300***************************************************************
020400 1000-INITIAL-DISPLAY.
020500     MOVE SPACES                 TO MYRMNT1O.
020600     MOVE SPACES                 TO MR-ENTRY.
020700     MOVE ZERO                   TO MR-CA-TOP-SEQ.
020800     PERFORM 6000-LIST-RULES THRU 6000-EXIT.
020900     PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
021000     IF MRMSGO = SPACES
021100         MOVE 'ENTER=SHOW A RULE  PF5=ADD A NEW RULE'
021200                                 TO MRMSGO
021300     END-IF.
021400     EXEC CICS SEND MAP(MR-MAPNAME)
021500                    MAPSET(MR-MAPSET)
021600                    FROM(MYRMNT1O)
021700                    ERASE
021800     END-EXEC.
021900     SET MR-CA-MAP-UP            TO TRUE.
022000     EXEC CICS RETURN TRANSID(MR-TRANSID)
022100                    COMMAREA(MR-COMMAREA)
022200     END-EXEC.
022300 1000-EXIT.
022400     EXIT.
022500*
022600***************************************************************
022700*    2000-PROCESS-INPUT - CONTINUATION ENTRY.  RECEIVE THE    *
022800*    OPERATOR'S INPUT AND ACT ON THE AID KEY PRESSED.         *
022900***************************************************************
023000 2000-PROCESS-INPUT.
023100     MOVE SPACES                 TO MR-ENTRY.
023200     EXEC CICS RECEIVE MAP(MR-MAPNAME)
023300                    MAPSET(MR-MAPSET)
023400                    INTO(MYRMNT1I)
023500                    RESP(MR-RESP-CODE)
023600     END-EXEC.
023700     IF MR-RESP-CODE NOT = DFHRESP(NORMAL)
023800         MOVE SPACES             TO MYRMNT1O
023900         MOVE 'UNABLE TO READ SCREEN - PRESS ENTER'
024000                                 TO MRMSGO
024100         PERFORM 4000-REDISPLAY THRU 4000-EXIT
024200         GO TO 2000-EXIT
024300     END-IF.
024400     PERFORM 2100-SAVE-INPUT THRU 2100-EXIT.
024500     EVALUATE EIBAID
024600         WHEN DFHPF3
024700             EXEC CICS RETURN
024800             END-EXEC
024900         WHEN DFHENTER
025000             PERFORM 3000-SHOW-RULE THRU 3000-EXIT
025100         WHEN DFHPF5
025200             PERFORM 3100-ADD-RULE THRU 3100-EXIT
025300         WHEN DFHPF6
025400             PERFORM 3200-CHANGE-RULE THRU 3200-EXIT
025500         WHEN DFHPF9
025600             PERFORM 3300-EXPIRE-RULE THRU 3300-EXIT
025700         WHEN DFHPF7
025800             PERFORM 3400-PAGE-BACK THRU 3400-EXIT
025900         WHEN DFHPF8
026000             PERFORM 3500-PAGE-FORWARD THRU 3500-EXIT
026100         WHEN OTHER
026200             MOVE 'INVALID KEY - SEE THE PF KEY LINE BELOW'
026300                                 TO MRMSGO
026400             PERFORM 4000-REDISPLAY THRU 4000-EXIT
026500     END-EVALUATE.
026600 2000-EXIT.
026700     EXIT.
026800*
026900***************************************************************
027000*    2100-SAVE-INPUT - COPY THE ENTRY FIELDS OUT OF THE INPUT *
027100*    MAP BEFORE ANYTHING IS MOVED TO THE OUTPUT SIDE, AND     *
027200*    CLEAR THE MESSAGE LINE FOR THIS INTERACTION.             *
027300***************************************************************
027400 2100-SAVE-INPUT.
027500     MOVE MRSEQI                 TO MR-IN-SEQ-X.
027600     MOVE MRRIDI                 TO MR-IN-RULE-ID.
027700     MOVE MRT1LOI                TO MR-IN-TEST1-LO.
027800     MOVE MRT1HII                TO MR-IN-TEST1-HI.
027900     MOVE MRT2I                  TO MR-IN-TEST2.
028000     MOVE MRT3I                  TO MR-IN-TEST3.
028100     MOVE MRZI                   TO MR-IN-RESULT-Z.
028200     MOVE MRFROMI                TO MR-IN-FROM-X.
028300     MOVE MRTOI                  TO MR-IN-TO-X.
028400     INSPECT MR-ENTRY REPLACING ALL LOW-VALUES BY SPACES.
028500     MOVE SPACES                 TO MRMSGO.
028600 2100-EXIT.
028700     EXIT.
028800*
028900***************************************************************
029000*    3000-SHOW-RULE - ENTER.  WITH A SEQUENCE KEYED, READ     *
029100*    THAT RULE INTO THE ENTRY AREA AND START THE LIST AT IT;  *
029200*    WITH NONE, JUST REFRESH THE LIST.                        *
029300***************************************************************
029400 3000-SHOW-RULE.
029500     IF MR-IN-SEQ-X = SPACES
029600         MOVE 'LIST REFRESHED - KEY A SEQUENCE TO SHOW ONE RULE'
029700                                 TO MRMSGO
029800         PERFORM 4000-REDISPLAY THRU 4000-EXIT
029900         GO TO 3000-EXIT
030000     END-IF.
030100     IF MR-IN-SEQ-X NOT NUMERIC
030200         MOVE 'SEQUENCE MUST BE NUMERIC' TO MRMSGO
030300         PERFORM 4000-REDISPLAY THRU 4000-EXIT
030400         GO TO 3000-EXIT
030500     END-IF.
030600     EXEC CICS READ FILE(MR-FILENAME)
030700                    INTO(RULE-RECORD)
030800                    RIDFLD(MR-IN-SEQ)
030900                    RESP(MR-RESP-CODE)
031000     END-EXEC.
031100     EVALUATE TRUE
031200         WHEN MR-RESP-CODE = DFHRESP(NORMAL)
031300             PERFORM 5100-RULE-TO-ENTRY THRU 5100-EXIT
031400             MOVE RL-SEQUENCE-NO TO MR-CA-TOP-SEQ
031500             MOVE 'RULE SHOWN - PF6=CHANGE  PF9=EXPIRE'
031600                                 TO MRMSGO
031700         WHEN MR-RESP-CODE = DFHRESP(NOTFND)
031800             STRING 'NO RULE ON FILE AT SEQUENCE ' MR-IN-SEQ-X
031900                 DELIMITED BY SIZE INTO MRMSGO
032000         WHEN OTHER
032100             MOVE 'RULES FILE UNAVAILABLE - SEE SYSTEM CONSOLE'
032200                                 TO MRMSGO
032300     END-EVALUATE.
032400     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
032500 3000-EXIT.
032600     EXIT.
032700*
032800***************************************************************
032900*    3100-ADD-RULE - PF5.  VALIDATE THE ENTRY, CHECK IT       *
033000*    AGAINST THE RULES ALREADY ON FILE (RULE ID NOT IN USE,   *
033100*    ROOM LEFT IN MYPROG'S TABLE), GIVE IT THE NEXT SEQUENCE  *
033200*    WHEN NONE WAS KEYED, AND WRITE IT.                       *
033300***************************************************************
033400 3100-ADD-RULE.
033500     PERFORM 3600-VALIDATE-ENTRY THRU 3600-EXIT.
033600     IF NOT MR-ENTRY-OK
033700         PERFORM 4000-REDISPLAY THRU 4000-EXIT
033800         GO TO 3100-EXIT
033900     END-IF.
034000     IF MR-IN-SEQ-X NOT = SPACES
034100         AND (MR-IN-SEQ-X NOT NUMERIC OR MR-IN-SEQ = ZERO)
034200         MOVE 'SEQUENCE MUST BE NUMERIC AND NOT ZERO, OR BLANK'
034300                                 TO MRMSGO
034400         PERFORM 4000-REDISPLAY THRU 4000-EXIT
034500         GO TO 3100-EXIT
034600     END-IF.
034700     MOVE ZERO                   TO MR-SKIP-SEQ.
034800     PERFORM 3700-SCAN-RULES THRU 3700-EXIT.
034900     IF NOT MR-ENTRY-OK
035000         PERFORM 4000-REDISPLAY THRU 4000-EXIT
035100         GO TO 3100-EXIT
035200     END-IF.
035300     IF MR-RULE-COUNT NOT < MR-RULE-LIMIT
035400         MOVE 'RULES FILE ALREADY HOLDS 2000 RULES - MYPROG LIMIT'
035500                                 TO MRMSGO
035600         PERFORM 4000-REDISPLAY THRU 4000-EXIT
035700         GO TO 3100-EXIT
035800     END-IF.
035900     IF MR-DUP-ID-FOUND
036000         STRING 'RULE ID ' MR-IN-RULE-ID
036100             ' IS ALREADY IN USE AT SEQUENCE ' MR-DUP-SEQ
036200             DELIMITED BY SIZE INTO MRMSGO
036300         PERFORM 4000-REDISPLAY THRU 4000-EXIT
036400         GO TO 3100-EXIT
036500     END-IF.
036600     IF MR-IN-SEQ-X = SPACES
036700         IF MR-HIGH-SEQ > MR-SEQ-HIGHEST - MR-SEQ-STEP
036800             STRING 'NO SEQUENCE LEFT AFTER ' MR-HIGH-SEQ
036900                 ' - KEY A FREE SEQUENCE TO ADD THIS RULE'
037000                 DELIMITED BY SIZE INTO MRMSGO
037100             PERFORM 4000-REDISPLAY THRU 4000-EXIT
037200             GO TO 3100-EXIT
037300         END-IF
037400         COMPUTE MR-IN-SEQ = MR-HIGH-SEQ + MR-SEQ-STEP
037500     END-IF.
037600     MOVE SPACES                 TO RULE-RECORD.
037700     MOVE MR-IN-SEQ              TO RL-SEQUENCE-NO.
037800     PERFORM 5200-ENTRY-TO-RULE THRU 5200-EXIT.
037900     MOVE SPACES                 TO MR-BEFORE-IMAGE.
038000     PERFORM 5300-STAMP-CHANGE THRU 5300-EXIT.
038100     EXEC CICS WRITE FILE(MR-FILENAME)
038200                    FROM(RULE-RECORD)
038300                    RIDFLD(RL-SEQUENCE-NO)
038400                    RESP(MR-RESP-CODE)
038500     END-EXEC.
038600     EVALUATE TRUE
038700         WHEN MR-RESP-CODE = DFHRESP(NORMAL)
038800             STRING 'RULE ' RL-RULE-ID ' ADDED AT SEQUENCE '
038900                 RL-SEQUENCE-NO DELIMITED BY SIZE INTO MRMSGO
039000             MOVE 'A'            TO MR-HIST-ACTION
039100             PERFORM 3800-WRITE-HISTORY THRU 3800-EXIT
039200         WHEN MR-RESP-CODE = DFHRESP(DUPREC)
039300             STRING 'SEQUENCE ' RL-SEQUENCE-NO
039400                 ' IS ALREADY IN USE - ENTER TO SHOW THAT RULE'
039500                 DELIMITED BY SIZE INTO MRMSGO
039600         WHEN OTHER
039700             MOVE 'ADD FAILED - SEE SYSTEM CONSOLE' TO MRMSGO
039800     END-EVALUATE.
039900     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
040000 3100-EXIT.
040100     EXIT.
040200*
040300***************************************************************
040400*    3200-CHANGE-RULE - PF6.  VALIDATE THE ENTRY, CHECK THE   *
040500*    RULE ID IS NOT IN USE ON ANOTHER RULE, AND REWRITE THE   *
040600*    RULE AT THE KEYED SEQUENCE.  THE SEQUENCE ITSELF CANNOT  *
040700*    BE CHANGED - TO MOVE A RULE, EXPIRE IT AND ADD IT AGAIN  *
040800*    UNDER A NEW RULE ID AT THE NEW SEQUENCE.                 *
040900***************************************************************
041000 3200-CHANGE-RULE.
041100     IF MR-IN-SEQ-X = SPACES
041200         OR MR-IN-SEQ-X NOT NUMERIC
041300         MOVE 'KEY THE SEQUENCE OF THE RULE TO CHANGE' TO MRMSGO
041400         PERFORM 4000-REDISPLAY THRU 4000-EXIT
041500         GO TO 3200-EXIT
041600     END-IF.
041700     PERFORM 3600-VALIDATE-ENTRY THRU 3600-EXIT.
041800     IF NOT MR-ENTRY-OK
041900         PERFORM 4000-REDISPLAY THRU 4000-EXIT
042000         GO TO 3200-EXIT
042100     END-IF.
042200     MOVE MR-IN-SEQ              TO MR-SKIP-SEQ.
042300     PERFORM 3700-SCAN-RULES THRU 3700-EXIT.
042400     IF NOT MR-ENTRY-OK
042500         PERFORM 4000-REDISPLAY THRU 4000-EXIT
042600         GO TO 3200-EXIT
042700     END-IF.
042800     IF MR-DUP-ID-FOUND
042900         STRING 'RULE ID ' MR-IN-RULE-ID
043000             ' IS ALREADY IN USE AT SEQUENCE ' MR-DUP-SEQ
043100             DELIMITED BY SIZE INTO MRMSGO
043200         PERFORM 4000-REDISPLAY THRU 4000-EXIT
043300         GO TO 3200-EXIT
043400     END-IF.
043500     PERFORM 5000-READ-RULE-FOR-UPDATE THRU 5000-EXIT.
043600     IF NOT MR-ENTRY-OK
043700         PERFORM 4000-REDISPLAY THRU 4000-EXIT
043800         GO TO 3200-EXIT
043900     END-IF.
044000     MOVE RULE-RECORD            TO MR-BEFORE-IMAGE.
044100     PERFORM 5200-ENTRY-TO-RULE THRU 5200-EXIT.
044200     IF RULE-RECORD = MR-BEFORE-IMAGE
044300         EXEC CICS UNLOCK FILE(MR-FILENAME)
044400         END-EXEC
044500         MOVE 'NOTHING WAS CHANGED - RULE NOT REWRITTEN' TO MRMSGO
044600         PERFORM 4000-REDISPLAY THRU 4000-EXIT
044700         GO TO 3200-EXIT
044800     END-IF.
044900     PERFORM 5300-STAMP-CHANGE THRU 5300-EXIT.
045000     EXEC CICS REWRITE FILE(MR-FILENAME)
045100                    FROM(RULE-RECORD)
045200                    RESP(MR-RESP-CODE)
045300     END-EXEC.
045400     IF MR-RESP-CODE = DFHRESP(NORMAL)
045500         STRING 'RULE ' RL-RULE-ID ' AT SEQUENCE ' RL-SEQUENCE-NO
045600             ' CHANGED' DELIMITED BY SIZE INTO MRMSGO
045700         MOVE 'C'                TO MR-HIST-ACTION
045800         PERFORM 3800-WRITE-HISTORY THRU 3800-EXIT
045900     ELSE
046000         MOVE 'CHANGE FAILED - SEE SYSTEM CONSOLE' TO MRMSGO
046100         MOVE MR-BEFORE-IMAGE    TO RULE-RECORD
046200     END-IF.
046300     PERFORM 5100-RULE-TO-ENTRY THRU 5100-EXIT.
046400     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
046500 3200-EXIT.
046600     EXIT.
046700*
046800***************************************************************
046900*    3300-EXPIRE-RULE - PF9.  TAKE THE RULE AT THE KEYED      *
047000*    SEQUENCE OUT OF FORCE BY SETTING ITS EFFECTIVE-TO DATE - *
047100*    TO THE EFF TO DATE KEYED, OR TO YESTERDAY SO TONIGHT'S   *
047200*    RUN NO LONGER USES IT.  ONLY THE EFFECTIVE-TO DATE IS    *
047300*    TOUCHED; ANY OTHER FIELD KEYED IS IGNORED.  A RULE       *
047400*    ALREADY OUT OF FORCE BY THAT DATE, OR NOT YET IN FORCE   *
047500*    BY IT (WHICH WOULD PUT FROM AFTER TO), IS REFUSED.  THE  *
047510*    RULE'S OWN EFF TO DATE, WHICH THE MAP SHOWS AFTER ENTER, *
047520*    COMES BACK UNCHANGED UNLESS OVERKEYED AND SO COUNTS AS   *
047530*    NOT KEYED.                                               *
047600***************************************************************
047700 3300-EXPIRE-RULE.
047800     IF MR-IN-SEQ-X = SPACES
047900         OR MR-IN-SEQ-X NOT NUMERIC
048000         MOVE 'KEY THE SEQUENCE OF THE RULE TO EXPIRE' TO MRMSGO
048100         PERFORM 4000-REDISPLAY THRU 4000-EXIT
048200         GO TO 3300-EXIT
048300     END-IF.
048400     PERFORM 5300-STAMP-CHANGE THRU 5300-EXIT.
048500     SUBTRACT MR-ONE-DAY FROM MR-ABSTIME.
048600     EXEC CICS FORMATTIME ABSTIME(MR-ABSTIME)
048700                    YYYYMMDD(MR-YESTERDAY)
048800     END-EXEC.
048900     MOVE MR-YESTERDAY           TO MR-EXPIRY-DATE.
049000     IF MR-IN-TO-X NOT = SPACES
049100         MOVE MR-IN-TO-X         TO MR-CHECK-DATE-X
049200         PERFORM 5400-CHECK-DATE THRU 5400-EXIT
049300         IF NOT MR-DATE-OK
049400             MOVE 'EFF TO MUST BE YYYYMMDD, OR BLANK'
049500                                 TO MRMSGO
049600             PERFORM 4000-REDISPLAY THRU 4000-EXIT
049700             GO TO 3300-EXIT
049800         END-IF
049900         MOVE MR-IN-TO           TO MR-EXPIRY-DATE
050000     END-IF.
050100     PERFORM 5000-READ-RULE-FOR-UPDATE THRU 5000-EXIT.
050200     IF NOT MR-ENTRY-OK
050300         PERFORM 4000-REDISPLAY THRU 4000-EXIT
050400         GO TO 3300-EXIT
050500     END-IF.
050600     MOVE RULE-RECORD            TO MR-BEFORE-IMAGE.
050700     IF RL-EFFECTIVE-FROM NOT NUMERIC
050800         MOVE ZERO               TO RL-EFFECTIVE-FROM
050900     END-IF.
051000     IF RL-EFFECTIVE-TO NOT NUMERIC
051100         MOVE ZERO               TO RL-EFFECTIVE-TO
051200     END-IF.
051210     IF MR-EXPIRY-DATE = RL-EFFECTIVE-TO
051220         MOVE MR-YESTERDAY       TO MR-EXPIRY-DATE
051230     END-IF.
051300     IF RL-EFFECTIVE-TO > ZERO
051400         AND RL-EFFECTIVE-TO NOT > MR-EXPIRY-DATE
051500         EXEC CICS UNLOCK FILE(MR-FILENAME)
051600         END-EXEC
051700         STRING 'RULE ' RL-RULE-ID
051800             ' IS ALREADY OUT OF FORCE AFTER ' RL-EFFECTIVE-TO
051900             DELIMITED BY SIZE INTO MRMSGO
052000         MOVE MR-BEFORE-IMAGE    TO RULE-RECORD
052100         PERFORM 5100-RULE-TO-ENTRY THRU 5100-EXIT
052200         PERFORM 4000-REDISPLAY THRU 4000-EXIT
052300         GO TO 3300-EXIT
052400     END-IF.
052500     IF RL-EFFECTIVE-FROM > MR-EXPIRY-DATE
052600         EXEC CICS UNLOCK FILE(MR-FILENAME)
052700         END-EXEC
052800         STRING 'RULE ' RL-RULE-ID ' IS NOT IN FORCE UNTIL '
052900             RL-EFFECTIVE-FROM ' - KEY A LATER EFF TO DATE'
053000             DELIMITED BY SIZE INTO MRMSGO
053100         MOVE MR-BEFORE-IMAGE    TO RULE-RECORD
053200         PERFORM 5100-RULE-TO-ENTRY THRU 5100-EXIT
053300         PERFORM 4000-REDISPLAY THRU 4000-EXIT
053400         GO TO 3300-EXIT
053500     END-IF.
053600     MOVE MR-EXPIRY-DATE         TO RL-EFFECTIVE-TO.
053700     EXEC CICS REWRITE FILE(MR-FILENAME)
053800                    FROM(RULE-RECORD)
053900                    RESP(MR-RESP-CODE)
054000     END-EXEC.
054100     IF MR-RESP-CODE = DFHRESP(NORMAL)
054200         STRING 'RULE ' RL-RULE-ID
054300             ' EXPIRED - LAST RUN DATE IN FORCE ' MR-EXPIRY-DATE
054400             DELIMITED BY SIZE INTO MRMSGO
054500         MOVE 'E'                TO MR-HIST-ACTION
054600         PERFORM 3800-WRITE-HISTORY THRU 3800-EXIT
054700     ELSE
054800         MOVE 'EXPIRY FAILED - SEE SYSTEM CONSOLE' TO MRMSGO
054900         MOVE MR-BEFORE-IMAGE    TO RULE-RECORD
055000     END-IF.
055100     PERFORM 5100-RULE-TO-ENTRY THRU 5100-EXIT.
055200     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
055300 3300-EXIT.
055400     EXIT.
055500*
055600***************************************************************
055700*    3400-PAGE-BACK - PF7.  BROWSE BACKWARDS FROM THE FIRST   *
055800*    RULE ON THE LIST TO THE RULE TEN PLACES EARLIER (OR THE  *
055900*    START OF THE FILE) AND LIST FROM THERE.  THE FIRST       *
056000*    READPREV RETURNS THE RULE THE BROWSE STARTED AT, SO UP   *
056100*    TO ELEVEN ARE READ.                                      *
056200***************************************************************
056300 3400-PAGE-BACK.
056400     IF MR-CA-TOP-SEQ = ZERO
056500         MOVE 'ALREADY AT THE FIRST RULE' TO MRMSGO
056600         PERFORM 4000-REDISPLAY THRU 4000-EXIT
056700         GO TO 3400-EXIT
056800     END-IF.
056900     MOVE MR-CA-TOP-SEQ          TO MR-BROWSE-SEQ.
057000     EXEC CICS STARTBR FILE(MR-FILENAME)
057100                    RIDFLD(MR-BROWSE-SEQ)
057200                    GTEQ
057300                    RESP(MR-RESP-CODE)
057400     END-EXEC.
057500     IF MR-RESP-CODE NOT = DFHRESP(NORMAL)
057600         MOVE ZERO               TO MR-CA-TOP-SEQ
057700         PERFORM 4000-REDISPLAY THRU 4000-EXIT
057800         GO TO 3400-EXIT
057900     END-IF.
058000     MOVE ZERO                   TO MR-READ-COUNT.
058100     MOVE 'N'                    TO MR-BROWSE-DONE-SW.
058200     PERFORM 3410-READ-PREV-RULE THRU 3410-EXIT
058300         UNTIL MR-BROWSE-DONE.
058400     EXEC CICS ENDBR FILE(MR-FILENAME)
058500                    RESP(MR-RESP-CODE)
058600     END-EXEC.
058700     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
058800 3400-EXIT.
058900     EXIT.
059000*
059100 3410-READ-PREV-RULE.
059200     EXEC CICS READPREV FILE(MR-FILENAME)
059300                    INTO(RULE-RECORD)
059400                    RIDFLD(MR-BROWSE-SEQ)
059500                    RESP(MR-RESP-CODE)
059600     END-EXEC.
059700     IF MR-RESP-CODE NOT = DFHRESP(NORMAL)
059800         MOVE ZERO               TO MR-CA-TOP-SEQ
059900         SET MR-BROWSE-DONE      TO TRUE
060000         GO TO 3410-EXIT
060100     END-IF.
060200     ADD 1 TO MR-READ-COUNT.
060300     MOVE RL-SEQUENCE-NO         TO MR-CA-TOP-SEQ.
060400     IF MR-READ-COUNT > 10
060500         SET MR-BROWSE-DONE      TO TRUE
060600     END-IF.
060700 3410-EXIT.
060800     EXIT.
060900*
061000***************************************************************
061100*    3500-PAGE-FORWARD - PF8.  LIST FROM THE RULE AFTER THE   *
061200*    LAST ONE SHOWN, IF THERE IS ONE.                         *
061300***************************************************************
061400 3500-PAGE-FORWARD.
061500     IF MR-CA-NEXT-SEQ = ZERO
061600         MOVE 'NO MORE RULES - ALREADY AT THE LAST PAGE' TO MRMSGO
061700     ELSE
061800         MOVE MR-CA-NEXT-SEQ     TO MR-CA-TOP-SEQ
061900     END-IF.
062000     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
062100 3500-EXIT.
062200     EXIT.
062300*
062400***************************************************************
062500*    3600-VALIDATE-ENTRY - THE CHECKS THAT KEEP A RULE FROM   *
062600*    BREAKING MYPROG'S ASSUMPTIONS: A RULE ID AND A RESULT Z  *
062700*    ARE REQUIRED; TEST1-HI ONLY MAKES SENSE WITH A TEST1-LO  *
062800*    (LO ALONE IS AN EXACT MATCH, BOTH BLANK MATCH ANY TEST1) *
062900*    AND MAY NOT SORT BEFORE IT; THE EFFECTIVE DATES MUST BE  *
063000*    YYYYMMDD OR BLANK (NO BOUND) AND FROM MAY NOT BE AFTER   *
063100*    TO.  THE FIRST FAILING CHECK WINS THE MESSAGE LINE.      *
063200***************************************************************
063300 3600-VALIDATE-ENTRY.
063400     SET MR-ENTRY-OK             TO TRUE.
063500     SET MR-DATE-OK              TO TRUE.
063600     IF MR-IN-FROM-X NOT = SPACES
063700         MOVE MR-IN-FROM-X       TO MR-CHECK-DATE-X
063800         PERFORM 5400-CHECK-DATE THRU 5400-EXIT
063900         IF NOT MR-DATE-OK
064000             MOVE 'EFF FROM MUST BE A DATE (YYYYMMDD) OR BLANK'
064100                                 TO MRMSGO
064200             MOVE 'N'            TO MR-ENTRY-OK-SW
064300         END-IF
064400     END-IF.
064500     IF MR-IN-TO-X NOT = SPACES
064600         MOVE MR-IN-TO-X         TO MR-CHECK-DATE-X
064700         PERFORM 5400-CHECK-DATE THRU 5400-EXIT
064800         IF NOT MR-DATE-OK
064900             MOVE 'EFF TO MUST BE A DATE (YYYYMMDD) OR BLANK'
065000                                 TO MRMSGO
065100             MOVE 'N'            TO MR-ENTRY-OK-SW
065200         END-IF
065300     END-IF.
065400     IF MR-ENTRY-OK
065500         AND MR-IN-FROM-X NOT = SPACES
065600         AND MR-IN-TO-X NOT = SPACES
065700         AND MR-IN-FROM > MR-IN-TO
065800         MOVE 'EFF FROM MAY NOT BE AFTER EFF TO' TO MRMSGO
065900         MOVE 'N'                TO MR-ENTRY-OK-SW
066000     END-IF.
066100     IF MR-IN-TEST1-HI NOT = SPACES
066200         AND MR-IN-TEST1-LO > MR-IN-TEST1-HI
066300         MOVE 'TEST1-LO MAY NOT BE GREATER THAN TEST1-HI'
066400                                 TO MRMSGO
066500         MOVE 'N'                TO MR-ENTRY-OK-SW
066600     END-IF.
066700     IF MR-IN-TEST1-LO = SPACES
066800         AND MR-IN-TEST1-HI NOT = SPACES
066900         MOVE 'TEST1-HI NEEDS A TEST1-LO (BOTH BLANK = ANY TEST1)'
067000                                 TO MRMSGO
067100         MOVE 'N'                TO MR-ENTRY-OK-SW
067200     END-IF.
067300     IF MR-IN-RESULT-Z = SPACES
067400         MOVE 'RESULT Z IS REQUIRED' TO MRMSGO
067500         MOVE 'N'                TO MR-ENTRY-OK-SW
067600     END-IF.
067700     IF MR-IN-RULE-ID = SPACES
067800         MOVE 'RULE ID IS REQUIRED' TO MRMSGO
067900         MOVE 'N'                TO MR-ENTRY-OK-SW
068000     END-IF.
068100 3600-EXIT.
068200     EXIT.
068300*
068400***************************************************************
068500*    3700-SCAN-RULES - BROWSE THE WHOLE RULES FILE, COUNTING  *
068600*    THE RULES, NOTING THE HIGHEST SEQUENCE, AND LOOKING FOR  *
068700*    THE ENTERED RULE ID ON ANY RULE OTHER THAN THE ONE AT    *
068800*    MR-SKIP-SEQ.  EXPIRED RULES COUNT - MYPROG LOADS THEM    *
068900*    INTO ITS TABLE LIKE ANY OTHER.                           *
069000***************************************************************
069100 3700-SCAN-RULES.
069200     MOVE ZERO                   TO MR-RULE-COUNT.
069300     MOVE ZERO                   TO MR-HIGH-SEQ.
069400     MOVE ZERO                   TO MR-DUP-SEQ.
069500     MOVE 'N'                    TO MR-DUP-ID-SW.
069600     MOVE 'N'                    TO MR-BROWSE-DONE-SW.
069700     MOVE ZERO                   TO MR-BROWSE-SEQ.
069800     EXEC CICS STARTBR FILE(MR-FILENAME)
069900                    RIDFLD(MR-BROWSE-SEQ)
070000                    GTEQ
070100                    RESP(MR-RESP-CODE)
070200     END-EXEC.
070300     EVALUATE TRUE
070400         WHEN MR-RESP-CODE = DFHRESP(NORMAL)
070500             PERFORM 3710-SCAN-ONE-RULE THRU 3710-EXIT
070600                 UNTIL MR-BROWSE-DONE
070700             EXEC CICS ENDBR FILE(MR-FILENAME)
070800                            RESP(MR-RESP-CODE)
070900             END-EXEC
071000         WHEN MR-RESP-CODE = DFHRESP(NOTFND)
071100             CONTINUE
071200         WHEN OTHER
071300             MOVE 'RULES FILE UNAVAILABLE - SEE SYSTEM CONSOLE'
071400                                 TO MRMSGO
071500             MOVE 'N'            TO MR-ENTRY-OK-SW
071600     END-EVALUATE.
071700 3700-EXIT.
071800     EXIT.
071900*
072000 3710-SCAN-ONE-RULE.
072100     EXEC CICS READNEXT FILE(MR-FILENAME)
072200                    INTO(RULE-RECORD)
072300                    RIDFLD(MR-BROWSE-SEQ)
072400                    RESP(MR-RESP-CODE)
072500     END-EXEC.
072600     IF MR-RESP-CODE NOT = DFHRESP(NORMAL)
072700         SET MR-BROWSE-DONE      TO TRUE
072800         GO TO 3710-EXIT
072900     END-IF.
073000     ADD 1 TO MR-RULE-COUNT.
073100     MOVE RL-SEQUENCE-NO         TO MR-HIGH-SEQ.
073200     IF RL-RULE-ID = MR-IN-RULE-ID
073300         AND RL-SEQUENCE-NO NOT = MR-SKIP-SEQ
073400         SET MR-DUP-ID-FOUND     TO TRUE
073500         MOVE RL-SEQUENCE-NO     TO MR-DUP-SEQ
073600     END-IF.
073700 3710-EXIT.
073800     EXIT.
073900*
074000***************************************************************
074100*    3800-WRITE-HISTORY - RECORD THE CHANGE JUST SAVED: THE   *
074200*    ACTION, THE RULE BEFORE AND AFTER, WHO, AND WHEN.  A     *
074300*    FAILED WRITE DOES NOT UNDO THE CHANGE - THE RULE IS      *
074400*    ALREADY ON THE FILE - BUT THE OPERATOR IS TOLD THE       *
074500*    HISTORY IS MISSING SO IT CAN BE LOGGED BY HAND.          *
074600***************************************************************
074700 3800-WRITE-HISTORY.
074800     MOVE SPACES                 TO RULE-HISTORY-RECORD.
074900     MOVE MR-CURRENT-DATE        TO RH-CHANGE-DATE.
075000     MOVE MR-CURRENT-TIME        TO RH-CHANGE-TIME.
075100     MOVE MR-USERID              TO RH-CHANGED-BY.
075200     MOVE MR-HIST-ACTION         TO RH-ACTION.
075300     MOVE RL-SEQUENCE-NO         TO RH-SEQUENCE-NO.
075400     MOVE RL-RULE-ID             TO RH-RULE-ID.
075500     MOVE MR-BEFORE-IMAGE        TO RH-BEFORE-IMAGE.
075600     MOVE RULE-RECORD            TO RH-AFTER-IMAGE.
075700     EXEC CICS WRITE FILE(MR-HISTORY-FILE)
075800                    FROM(RULE-HISTORY-RECORD)
075900                    RIDFLD(RH-KEY)
076000                    RESP(MR-RESP-CODE)
076100     END-EXEC.
076200     IF MR-RESP-CODE NOT = DFHRESP(NORMAL)
076300         MOVE SPACES             TO MRMSGO
076400         STRING 'RULE ' RL-RULE-ID ' SAVED - HISTORY NOT RECORDED'
076500             DELIMITED BY SIZE INTO MRMSGO
076600     END-IF.
076700 3800-EXIT.
076800     EXIT.
076900*
077000***************************************************************
077100*    4000-REDISPLAY - REFRESH THE LIST FROM THE CURRENT TOP   *
077200*    OF PAGE, PUT THE ENTRY AREA BACK, RE-SEND THE MAP AND    *
077300*    STAY ON THE SAME TRANSID FOR THE NEXT PSEUDO-            *
077400*    CONVERSATIONAL ENTRY.                                    *
077500***************************************************************
077600 4000-REDISPLAY.
077700     PERFORM 6000-LIST-RULES THRU 6000-EXIT.
077800     PERFORM 7000-FORMAT-ENTRY THRU 7000-EXIT.
077900     EXEC CICS SEND MAP(MR-MAPNAME)
078000                    MAPSET(MR-MAPSET)
078100                    FROM(MYRMNT1O)
078200                    DATAONLY
078300     END-EXEC.
078400     EXEC CICS RETURN TRANSID(MR-TRANSID)
078500                    COMMAREA(MR-COMMAREA)
078600     END-EXEC.
078700 4000-EXIT.
078800     EXIT.
078900*
079000***************************************************************
079100*    5000-READ-RULE-FOR-UPDATE - KEYED READ OF THE RULE AT    *
079200*    THE ENTERED SEQUENCE, UPDATE-INTENT SO IT CAN BE         *
079300*    REWRITTEN LATER IN THE SAME UNIT OF WORK.                *
079400***************************************************************
079500 5000-READ-RULE-FOR-UPDATE.
079600     SET MR-ENTRY-OK             TO TRUE.
079700     EXEC CICS READ FILE(MR-FILENAME)
079800                    INTO(RULE-RECORD)
079900                    RIDFLD(MR-IN-SEQ)
080000                    UPDATE
080100                    RESP(MR-RESP-CODE)
080200     END-EXEC.
080300     EVALUATE TRUE
080400         WHEN MR-RESP-CODE = DFHRESP(NORMAL)
080500             CONTINUE
080600         WHEN MR-RESP-CODE = DFHRESP(NOTFND)
080700             STRING 'NO RULE ON FILE AT SEQUENCE ' MR-IN-SEQ-X
080800                 ' - PF5 TO ADD ONE' DELIMITED BY SIZE INTO MRMSGO
080900             MOVE 'N'            TO MR-ENTRY-OK-SW
081000         WHEN OTHER
081100             MOVE 'RULES FILE UNAVAILABLE - SEE SYSTEM CONSOLE'
081200                                 TO MRMSGO
081300             MOVE 'N'            TO MR-ENTRY-OK-SW
081400     END-EVALUATE.
081500 5000-EXIT.
081600     EXIT.
081700*
081800***************************************************************
081900*    5100-RULE-TO-ENTRY - PUT A RULE RECORD INTO THE ENTRY    *
082000*    AREA FOR DISPLAY.  A ZERO (OR, ON OLDER RECORDS, BLANK)  *
082100*    EFFECTIVE DATE MEANS NO BOUND AND SHOWS AS BLANK.        *
082200***************************************************************
082300 5100-RULE-TO-ENTRY.
082400     MOVE RL-SEQUENCE-NO         TO MR-IN-SEQ.
082500     MOVE RL-RULE-ID             TO MR-IN-RULE-ID.
082600     MOVE RL-TEST1-LO            TO MR-IN-TEST1-LO.
082700     MOVE RL-TEST1-HI            TO MR-IN-TEST1-HI.
082800     MOVE RL-TEST2               TO MR-IN-TEST2.
082900     MOVE RL-TEST3               TO MR-IN-TEST3.
083000     MOVE RL-RESULT-Z            TO MR-IN-RESULT-Z.
083100     IF RL-EFFECTIVE-FROM NUMERIC
083200         AND RL-EFFECTIVE-FROM > ZERO
083300         MOVE RL-EFFECTIVE-FROM  TO MR-IN-FROM
083400     ELSE
083500         MOVE SPACES             TO MR-IN-FROM-X
083600     END-IF.
083700     IF RL-EFFECTIVE-TO NUMERIC
083800         AND RL-EFFECTIVE-TO > ZERO
083900         MOVE RL-EFFECTIVE-TO    TO MR-IN-TO
084000     ELSE
084100         MOVE SPACES             TO MR-IN-TO-X
084200     END-IF.
084300 5100-EXIT.
084400     EXIT.
084500*
084600***************************************************************
084700*    5200-ENTRY-TO-RULE - APPLY THE VALIDATED ENTRY TO THE    *
084800*    RULE RECORD.  THE SEQUENCE AND THE REST OF THE RECORD    *
084900*    ARE LEFT AS THEY ARE.  A BLANK DATE IS STORED AS ZERO.   *
085000***************************************************************
085100 5200-ENTRY-TO-RULE.
085200     MOVE MR-IN-RULE-ID          TO RL-RULE-ID.
085300     MOVE MR-IN-TEST1-LO         TO RL-TEST1-LO.
085400     MOVE MR-IN-TEST1-HI         TO RL-TEST1-HI.
085500     MOVE MR-IN-TEST2            TO RL-TEST2.
085600     MOVE MR-IN-TEST3            TO RL-TEST3.
085700     MOVE MR-IN-RESULT-Z         TO RL-RESULT-Z.
085800     IF MR-IN-FROM-X = SPACES
085900         MOVE ZERO               TO RL-EFFECTIVE-FROM
086000     ELSE
086100         MOVE MR-IN-FROM         TO RL-EFFECTIVE-FROM
086200     END-IF.
086300     IF MR-IN-TO-X = SPACES
086400         MOVE ZERO               TO RL-EFFECTIVE-TO
086500     ELSE
086600         MOVE MR-IN-TO           TO RL-EFFECTIVE-TO
086700     END-IF.
086800 5200-EXIT.
086900     EXIT.
087000*
087100***************************************************************
087200*    5300-STAMP-CHANGE - THE SIGNED-ON USERID AND THE CURRENT *
087300*    DATE AND TIME FOR THE HISTORY RECORD.                    *
087400***************************************************************
087500 5300-STAMP-CHANGE.
087600     EXEC CICS ASSIGN USERID(MR-USERID)
087700     END-EXEC.
087800     EXEC CICS ASKTIME ABSTIME(MR-ABSTIME)
087900     END-EXEC.
088000     EXEC CICS FORMATTIME ABSTIME(MR-ABSTIME)
088100                    YYYYMMDD(MR-CURRENT-DATE)
088200                    TIME(MR-CURRENT-TIME)
088300     END-EXEC.
088400 5300-EXIT.
088500     EXIT.
088600*
088700***************************************************************
088800*    5400-CHECK-DATE - VALIDATE MR-CHECK-DATE AS YYYYMMDD.    *
088900***************************************************************
089000 5400-CHECK-DATE.
089100     SET MR-DATE-OK              TO TRUE.
089200     IF MR-CHECK-DATE-X NOT NUMERIC
089300         MOVE 'N'                TO MR-DATE-OK-SW
089400         GO TO 5400-EXIT
089500     END-IF.
089600     IF MR-CHECK-DATE-MM < 01
089700         OR MR-CHECK-DATE-MM > 12
089800         OR MR-CHECK-DATE-DD < 01
089900         OR MR-CHECK-DATE-DD > 31
090000         MOVE 'N'                TO MR-DATE-OK-SW
090100     END-IF.
090200 5400-EXIT.
090300     EXIT.
090400*
090500***************************************************************
090600*    6000-LIST-RULES - FILL THE TEN LIST LINES FROM THE RULE  *
090700*    AT MR-CA-TOP-SEQ ON, AND NOTE WHERE THE NEXT PAGE        *
090800*    STARTS.  A MESSAGE ALREADY ON THE LINE IS NOT DISTURBED. *
090900***************************************************************
091000 6000-LIST-RULES.
091100     PERFORM 6100-CLEAR-ONE-LINE THRU 6100-EXIT
091200         VARYING MR-LINE-SUB FROM 1 BY 1
091300         UNTIL MR-LINE-SUB > 10.
091400     MOVE ZERO                   TO MR-LINE-SUB.
091500     MOVE ZERO                   TO MR-CA-NEXT-SEQ.
091600     MOVE 'N'                    TO MR-BROWSE-DONE-SW.
091700     MOVE MR-CA-TOP-SEQ          TO MR-BROWSE-SEQ.
091800     EXEC CICS STARTBR FILE(MR-FILENAME)
091900                    RIDFLD(MR-BROWSE-SEQ)
092000                    GTEQ
092100                    RESP(MR-RESP-CODE)
092200     END-EXEC.
092300     EVALUATE TRUE
092400         WHEN MR-RESP-CODE = DFHRESP(NORMAL)
092500             PERFORM 6200-LIST-ONE-RULE THRU 6200-EXIT
092600                 UNTIL MR-BROWSE-DONE
092700             EXEC CICS ENDBR FILE(MR-FILENAME)
092800                            RESP(MR-RESP-CODE)
092900             END-EXEC
093000         WHEN MR-RESP-CODE = DFHRESP(NOTFND)
093100             IF MRMSGO = SPACES
093200                 MOVE 'NO RULES ON FILE FROM HERE ON - PF5 TO ADD'
093300                                 TO MRMSGO
093400             END-IF
093500         WHEN OTHER
093600             IF MRMSGO = SPACES
093700                 MOVE 'RULES FILE UNAVAILABLE - SEE CONSOLE'
093800                                 TO MRMSGO
093900             END-IF
094000     END-EVALUATE.
094100 6000-EXIT.
094200     EXIT.
094300*
094400 6100-CLEAR-ONE-LINE.
094500     MOVE SPACES TO MRLINEO (MR-LINE-SUB).
094600 6100-EXIT.
094700     EXIT.
094800*
094900 6200-LIST-ONE-RULE.
095000     EXEC CICS READNEXT FILE(MR-FILENAME)
095100                    INTO(RULE-RECORD)
095200                    RIDFLD(MR-BROWSE-SEQ)
095300                    RESP(MR-RESP-CODE)
095400     END-EXEC.
095500     IF MR-RESP-CODE NOT = DFHRESP(NORMAL)
095600         SET MR-BROWSE-DONE      TO TRUE
095700         GO TO 6200-EXIT
095800     END-IF.
095900     IF MR-LINE-SUB NOT < 10
096000         MOVE RL-SEQUENCE-NO     TO MR-CA-NEXT-SEQ
096100         SET MR-BROWSE-DONE      TO TRUE
096200         GO TO 6200-EXIT
096300     END-IF.
096400     ADD 1 TO MR-LINE-SUB.
096500     MOVE SPACES                 TO MR-DISP-FROM.
096600     MOVE SPACES                 TO MR-DISP-TO.
096700     IF RL-EFFECTIVE-FROM NUMERIC
096800         AND RL-EFFECTIVE-FROM > ZERO
096900         MOVE RL-EFFECTIVE-FROM  TO MR-DISP-FROM
097000     END-IF.
097100     IF RL-EFFECTIVE-TO NUMERIC
097200         AND RL-EFFECTIVE-TO > ZERO
097300         MOVE RL-EFFECTIVE-TO    TO MR-DISP-TO
097400     END-IF.
097500     MOVE SPACES TO MR-DETAIL-LINE.
097600     STRING RL-SEQUENCE-NO ' '
097700            RL-RULE-ID ' '
097800            RL-TEST1-LO ' '
097900            RL-TEST1-HI ' '
098000            RL-TEST2 ' '
098100            RL-TEST3 ' '
098200            RL-RESULT-Z ' '
098300            MR-DISP-FROM ' '
098400            MR-DISP-TO
098500            DELIMITED BY SIZE INTO MR-DETAIL-LINE.
098600     MOVE MR-DETAIL-LINE TO MRLINEO (MR-LINE-SUB).
098700 6200-EXIT.
098800     EXIT.
098900*
099000***************************************************************
099100*    7000-FORMAT-ENTRY - PUT THE ENTRY AREA ON THE OUTPUT MAP *
099200*    WITH THE MODIFIED DATA TAG SET ON EVERY ENTRY FIELD.     *
099300***************************************************************
099400 7000-FORMAT-ENTRY.
099500     MOVE MR-IN-SEQ-X            TO MRSEQO.
099600     MOVE MR-IN-RULE-ID          TO MRRIDO.
099700     MOVE MR-IN-TEST1-LO         TO MRT1LOO.
099800     MOVE MR-IN-TEST1-HI         TO MRT1HIO.
099900     MOVE MR-IN-TEST2            TO MRT2O.
100000     MOVE MR-IN-TEST3            TO MRT3O.
100100     MOVE MR-IN-RESULT-Z         TO MRZO.
100200     MOVE MR-IN-FROM-X           TO MRFROMO.
100300     MOVE MR-IN-TO-X             TO MRTOO.
100400     MOVE MR-ATTR-ENTRY TO MRSEQA IN MYRMNT1O.
100500     MOVE MR-ATTR-ENTRY TO MRRIDA IN MYRMNT1O.
100600     MOVE MR-ATTR-ENTRY TO MRT1LOA IN MYRMNT1O.
100700     MOVE MR-ATTR-ENTRY TO MRT1HIA IN MYRMNT1O.
100800     MOVE MR-ATTR-ENTRY TO MRT2A IN MYRMNT1O.
100900     MOVE MR-ATTR-ENTRY TO MRT3A IN MYRMNT1O.
101000     MOVE MR-ATTR-ENTRY TO MRZA IN MYRMNT1O.
101100     MOVE MR-ATTR-ENTRY TO MRFROMA IN MYRMNT1O.
101200     MOVE MR-ATTR-ENTRY TO MRTOA IN MYRMNT1O.
101300 7000-EXIT.
101400     EXIT.
101500*
101600 9999-EXIT.
101700     EXIT.
