000100***************************************************************
000200*                                                             *
000300*    PROGRAM:     MYAPPR                                      *
000400*    AUTHOR:      F. ROSSI - APPLICATIONS DEVELOPMENT         *
000500*    INSTALLATION: KOOPA TREE LISTENER                        *
000600*    DATE-WRITTEN: 2026-10-15                                 *
000700*    DATE-COMPILED:                                           *
000800*                                                             *
000900*    PURPOSE:     ONLINE APPROVAL TRANSACTION (MAPR) FOR      *
001000*                 CHANGES TO THE MYPROG CONTROL VALUES (X     *
001100*                 AND Y).  A CHANGE KEYED ON MMNT (MYMAINT)   *
001200*                 NO LONGER TAKES EFFECT ON ITS OWN - IT IS   *
001300*                 PARKED ON THE CONTROL RECORD (FCT FILE      *
001400*                 MCTLFIL) AS A PENDING CHANGE STAMPED WITH   *
001500*                 THE REQUESTER.  THIS TRANSACTION PRESENTS   *
001600*                 MAP MYAPPR1 (OF MAPSET MYAPPRM) SHOWING THE *
001700*                 VALUES IN FORCE BESIDE THE PENDING CHANGE   *
001800*                 AND LETS A SECOND USER APPROVE IT (PF5),    *
001900*                 WHICH PUTS THE NEW X/Y INTO FORCE, OR       *
002000*                 REJECT IT (PF6), WHICH DISCARDS IT.  THE    *
002100*                 REQUESTER MAY NOT APPROVE THEIR OWN CHANGE  *
002200*                 BUT MAY REJECT IT, WHICH IS HOW A CHANGE IS *
002300*                 WITHDRAWN.  AN APPROVAL IS ONLY TAKEN FOR   *
002400*                 THE CHANGE THAT WAS ON THE SCREEN - IF IT   *
002500*                 WAS REKEYED ON MMNT IN THE MEANTIME THE NEW *
002600*                 ONE IS SHOWN AND MUST BE APPROVED AFRESH.   *
002700*                 EVERY APPROVAL OR REJECTION WRITES A        *
002800*                 CHANGE-HISTORY RECORD (FCT FILE MCTLHIS,    *
002900*                 MCHGREC LAYOUT) CARRYING BOTH THE REQUESTER *
003000*                 AND THE APPROVER.  RUNS PSEUDO-             *
003100*                 CONVERSATIONALLY LIKE MYMAINT.              *
003200*                                                             *
003300*    MODIFICATION HISTORY                                     *
003400*    DATE       BY    DESCRIPTION                             *
003500*    ---------  ----  -------------------------------------   *
003600*    2026-10-15 FR    ORIGINAL PROGRAM.                       *
003700*                                                             *
003800***************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.                MYAPPR.
004100 AUTHOR.                    F. ROSSI.
004200 INSTALLATION.              KOOPA TREE LISTENER.
004300 DATE-WRITTEN.              2026-10-15.
004400 DATE-COMPILED.
004500
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.           IBM-370.
004900 OBJECT-COMPUTER.           IBM-370.
005000
005100 DATA DIVISION.
005200 WORKING-STORAGE SECTION.
005300*
005400***************************************************************
005500*    CICS MAPSET/MAP NAMES, THE TRANSID USED TO CONTINUE      *
005600*    THIS TRANSACTION PSEUDO-CONVERSATIONALLY, AND THE FCT    *
005700*    NAMES OF THE ONLINE CONTROL FILE AND ITS CHANGE HISTORY. *
005800***************************************************************
005900 01  MA-CONSTANTS.
006000     05  MA-MAPSET               PIC X(08) VALUE 'MYAPPRM'.
006100     05  MA-MAPNAME              PIC X(08) VALUE 'MYAPPR1'.
006200     05  MA-TRANSID              PIC X(04) VALUE 'MAPR'.
006300     05  MA-FILENAME             PIC X(08) VALUE 'MCTLFIL'.
006400     05  MA-HISTORY-FILE         PIC X(08) VALUE 'MCTLHIS'.
006500     05  MA-CONTROL-KEY          PIC X(08) VALUE 'CTLKEY01'.
006600*
006700***************************************************************
006800*    COMMAREA PASSED FORWARD ACROSS THE PSEUDO-CONVERSATIONAL *
006900*    RETURN - THE MAP-UP FLAG AND THE PENDING CHANGE AS IT    *
007000*    WAS SHOWN, SO AN APPROVAL CAN BE REFUSED IF THE CHANGE   *
007100*    ON FILE IS NO LONGER THE ONE THE APPROVER LOOKED AT.     *
007200***************************************************************
007300 01  MA-COMMAREA.
007400     05  MA-CA-MAP-IS-UP         PIC X(01) VALUE 'N'.
007500         88  MA-CA-MAP-UP        VALUE 'Y'.
007600     05  MA-CA-PENDING-X         PIC X(01) VALUE SPACE.
007700     05  MA-CA-PENDING-Y         PIC X(01) VALUE SPACE.
007800     05  MA-CA-REQUESTED-BY      PIC X(08) VALUE SPACES.
007900     05  MA-CA-REQUESTED-DATE    PIC 9(08) VALUE ZERO.
008000     05  MA-CA-REQUESTED-TIME    PIC 9(08) VALUE ZERO.
008100*
008200 01  MA-SWITCHES.
008300     05  MA-ACTION-OK-SW         PIC X(01) VALUE 'Y'.
008400         88  MA-ACTION-OK        VALUE 'Y'.
008500*
008600 01  MA-CURRENT-DATE             PIC 9(08).
008700 01  MA-CURRENT-TIME             PIC 9(06).
008800 01  MA-ABSTIME                  PIC S9(15) COMP-3.
008900 01  MA-USERID                   PIC X(08).
009000 01  MA-RESP-CODE                PIC S9(08) COMP.
009100*
009200*    THE CONTROL RECORD AS READ, KEPT SO A FAILED REWRITE
009300*    LEAVES THE RECORD IN STORAGE MATCHING WHAT IS ACTUALLY ON
009400*    THE FILE INSTEAD OF THE UNSAVED APPROVAL OR REJECTION.
009500 01  MA-SAVED-RECORD             PIC X(80).
009600*
009700*    THE HISTORY ACTION FOR 3700-BUILD-HISTORY - 'A' APPROVED,
009800*    'R' REJECTED (SEE CH-ACTION IN MCHGREC).
009900 01  MA-HIST-ACTION              PIC X(01).
010000*
010100*    THE CHANGE-HISTORY RECORD WRITTEN ON EVERY APPROVAL OR
010200*    REJECTION - SEE 3700-BUILD-HISTORY AND 3800-WRITE-HISTORY.
010300     COPY MCHGREC.
010400*
010500     COPY MCTLREC.
010600*
010700     COPY MYAPPRM.
010800*
010900 LINKAGE SECTION.
011000 01  DFHCOMMAREA                 PIC X(27).
011100
011200***************************************************************
011300*    PROCEDURE DIVISION                                       *
011400*    THE FIRST TIME THIS TRANSACTION IS ENTERED (NO COMMAREA) *
011500*    THE CONTROL RECORD IS READ AND THE SCREEN IS SENT.  ON   *
011600*    LATER ENTRIES THE PF KEY PRESSED IS ACTED ON.  THE MAP   *
011700*    HAS NO INPUT FIELDS, SO IT IS NEVER RECEIVED - A RECEIVE *
011800*    OF A SCREEN WITH NOTHING KEYABLE WOULD ONLY EVER MAPFAIL.*
011900***************************************************************
012000 PROCEDURE DIVISION.
012100*
012200 0000-MAINLINE.
012300     IF EIBCALEN = 0
012400         PERFORM 1000-INITIAL-DISPLAY THRU 1000-EXIT
012500     ELSE
012600         MOVE DFHCOMMAREA        TO MA-COMMAREA
012700         PERFORM 2000-PROCESS-INPUT THRU 2000-EXIT
012800     END-IF.
012900     GO TO 9999-EXIT.
013000*
013100***************************************************************
013200*    1000-INITIAL-DISPLAY - FIRST ENTRY (AND ENTER TO         *
013300*    REFRESH).  READ THE CONTROL RECORD AND SEND THE MAP WITH *
013400*    THE VALUES IN FORCE AND ANY PENDING CHANGE.              *
013500***************************************************************
013600 1000-INITIAL-DISPLAY.
013700     PERFORM 5000-READ-CONTROL-RECORD THRU 5000-EXIT.
013800     MOVE SPACES                 TO MYAPPR1O.
013900     PERFORM 3900-FORMAT-SCREEN THRU 3900-EXIT.
014000     IF CT-CHANGE-PENDING
014100         MOVE 'PF5=APPROVE THIS CHANGE  PF6=REJECT IT' TO MAMSGO
014200     ELSE
014300         MOVE 'NO CHANGE IS AWAITING APPROVAL' TO MAMSGO
014400     END-IF.
014500     EXEC CICS SEND MAP(MA-MAPNAME)
014600                    MAPSET(MA-MAPSET)
014700                    FROM(MYAPPR1O)
014800                    ERASE
014900     END-EXEC.
015000     SET MA-CA-MAP-UP            TO TRUE.
015100     EXEC CICS RETURN TRANSID(MA-TRANSID)
015200                    COMMAREA(MA-COMMAREA)
015300     END-EXEC.
015400 1000-EXIT.
015500     EXIT.
015600*
015700***************************************************************
015800*    2000-PROCESS-INPUT - CONTINUATION ENTRY.  ACT ON THE AID *
015900*    KEY PRESSED.  THE OUTPUT MAP STARTS AS LOW-VALUES SO A   *
016000*    DATAONLY SEND OF JUST A MESSAGE LEAVES THE REST OF THE   *
016100*    SCREEN AS IT WAS.                                        *
016200***************************************************************
016300 2000-PROCESS-INPUT.
016400     MOVE LOW-VALUES             TO MYAPPR1O.
016500     EVALUATE EIBAID
016600         WHEN DFHPF3
016700             EXEC CICS RETURN
016800             END-EXEC
016900         WHEN DFHENTER
017000             PERFORM 1000-INITIAL-DISPLAY THRU 1000-EXIT
017100         WHEN DFHPF5
017200             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
017300         WHEN DFHPF6
017400             PERFORM 3500-REJECT-CHANGE THRU 3500-EXIT
017500         WHEN OTHER
017600             MOVE 'INVALID KEY - ENTER, PF3, PF5 OR PF6'
017700                                 TO MAMSGO
017800             PERFORM 4000-REDISPLAY THRU 4000-EXIT
017900     END-EVALUATE.
018000 2000-EXIT.
018100     EXIT.
018200*
018300***************************************************************
018400*    3000-APPROVE-CHANGE - PUT THE PENDING CHANGE INTO FORCE. *
018500*    THE NEW X/Y BECOME CT-VALUE-X/Y, CT-LAST-CHANGED-BY IS   *
018600*    THE REQUESTER (WHOSE CHANGE IT IS) STAMPED WITH THE TIME *
018700*    IT TOOK EFFECT, CT-APPROVED-BY IS THE SIGNED-ON USERID,  *
018800*    AND THE PENDING FIELDS ARE CLEARED.  REFUSED IF THE      *
018900*    SIGNED-ON USER IS THE REQUESTER.                         *
019000***************************************************************
019100 3000-APPROVE-CHANGE.
019200     PERFORM 3100-CHECK-PENDING THRU 3100-EXIT.
019300     IF NOT MA-ACTION-OK
019400         GO TO 3000-EXIT
019500     END-IF.
019600     IF CT-REQUESTED-BY = MA-USERID
019700         EXEC CICS UNLOCK FILE(MA-FILENAME)
019800         END-EXEC
019900         MOVE 'YOUR OWN CHANGE - ANOTHER USER MUST APPROVE IT'
020000                                 TO MAMSGO
020100         PERFORM 3900-FORMAT-SCREEN THRU 3900-EXIT
020200         PERFORM 4000-REDISPLAY THRU 4000-EXIT
020300         GO TO 3000-EXIT
020400     END-IF.
020500     MOVE 'A'                    TO MA-HIST-ACTION.
020600     PERFORM 3700-BUILD-HISTORY THRU 3700-EXIT.
020700     MOVE CT-PENDING-VALUE-X     TO CT-VALUE-X.
020800     MOVE CT-PENDING-VALUE-Y     TO CT-VALUE-Y.
020900     MOVE CT-REQUESTED-BY        TO CT-LAST-CHANGED-BY.
021000     MOVE MA-CURRENT-DATE        TO CT-LAST-CHANGED-DATE.
021100     MOVE MA-CURRENT-TIME        TO CT-LAST-CHANGED-TIME.
021200     MOVE MA-USERID              TO CT-APPROVED-BY.
021300     PERFORM 3600-CLEAR-PENDING THRU 3600-EXIT.
021400     EXEC CICS REWRITE FILE(MA-FILENAME)
021500                    FROM(CONTROL-RECORD)
021600                    RESP(MA-RESP-CODE)
021700     END-EXEC.
021800     IF MA-RESP-CODE = DFHRESP(NORMAL)
021900         MOVE SPACES             TO MAMSGO
022000         STRING 'CHANGE APPROVED - X=' CT-VALUE-X
022100             ' Y=' CT-VALUE-Y ' NOW IN FORCE'
022200             DELIMITED BY SIZE INTO MAMSGO
022300         PERFORM 3800-WRITE-HISTORY THRU 3800-EXIT
022400     ELSE
022500         MOVE 'APPROVAL FAILED - SEE SYSTEM CONSOLE' TO MAMSGO
022600         MOVE MA-SAVED-RECORD    TO CONTROL-RECORD
022700     END-IF.
022800     PERFORM 3900-FORMAT-SCREEN THRU 3900-EXIT.
022900     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
023000 3000-EXIT.
023100     EXIT.
023200*
023300***************************************************************
023400*    3100-CHECK-PENDING - READ THE CONTROL RECORD FOR UPDATE  *
023500*    AND MAKE SURE THERE IS A PENDING CHANGE AND THAT IT IS   *
023600*    STILL THE ONE ON THE SCREEN.  IF NOT, THE RECORD IS      *
023700*    RELEASED, THE SCREEN IS REFRESHED WITH WHAT IS ON FILE   *
023800*    NOW AND MA-ACTION-OK IS TURNED OFF.  ALSO PICKS UP THE   *
023900*    SIGNED-ON USERID AND THE CURRENT DATE/TIME FOR THE       *
024000*    CALLER.                                                  *
024100***************************************************************
024200 3100-CHECK-PENDING.
024300     SET MA-ACTION-OK            TO TRUE.
024400     PERFORM 5000-READ-CONTROL-RECORD THRU 5000-EXIT.
024500     IF MA-RESP-CODE NOT = DFHRESP(NORMAL)
024600         MOVE 'CONTROL RECORD NOT AVAILABLE - SEE SYSTEM CONSOLE'
024700                                 TO MAMSGO
024800         MOVE 'N'                TO MA-ACTION-OK-SW
024900         PERFORM 3900-FORMAT-SCREEN THRU 3900-EXIT
025000         PERFORM 4000-REDISPLAY THRU 4000-EXIT
025100         GO TO 3100-EXIT
025200     END-IF.
025300     IF NOT CT-CHANGE-PENDING
025400         MOVE 'NO CHANGE IS AWAITING APPROVAL' TO MAMSGO
025500         MOVE 'N'                TO MA-ACTION-OK-SW
025600     ELSE
025700         IF CT-PENDING-VALUE-X NOT = MA-CA-PENDING-X
025800            OR CT-PENDING-VALUE-Y NOT = MA-CA-PENDING-Y
025900            OR CT-REQUESTED-BY NOT = MA-CA-REQUESTED-BY
026000            OR CT-REQUESTED-DATE NOT = MA-CA-REQUESTED-DATE
026100            OR CT-REQUESTED-TIME NOT = MA-CA-REQUESTED-TIME
026200             MOVE 'CHANGE REKEYED ON MMNT - REVIEW AND RETRY'
026300                                 TO MAMSGO
026400             MOVE 'N'            TO MA-ACTION-OK-SW
026500         END-IF
026600     END-IF.
026700     IF NOT MA-ACTION-OK
026800         EXEC CICS UNLOCK FILE(MA-FILENAME)
026900         END-EXEC
027000         PERFORM 3900-FORMAT-SCREEN THRU 3900-EXIT
027100         PERFORM 4000-REDISPLAY THRU 4000-EXIT
027200         GO TO 3100-EXIT
027300     END-IF.
027400     MOVE CONTROL-RECORD         TO MA-SAVED-RECORD.
027500     EXEC CICS ASSIGN USERID(MA-USERID)
027600     END-EXEC.
027700     EXEC CICS ASKTIME ABSTIME(MA-ABSTIME)
027800     END-EXEC.
027900     EXEC CICS FORMATTIME ABSTIME(MA-ABSTIME)
028000                    YYYYMMDD(MA-CURRENT-DATE)
028100                    TIME(MA-CURRENT-TIME)
028200     END-EXEC.
028300 3100-EXIT.
028400     EXIT.
028500*
028600***************************************************************
028700*    3500-REJECT-CHANGE - DISCARD THE PENDING CHANGE, LEAVING *
028800*    THE VALUES IN FORCE AS THEY ARE.  ANY USER MAY REJECT,   *
028900*    INCLUDING THE REQUESTER (A WITHDRAWAL).                  *
029000***************************************************************
029100 3500-REJECT-CHANGE.
029200     PERFORM 3100-CHECK-PENDING THRU 3100-EXIT.
029300     IF NOT MA-ACTION-OK
029400         GO TO 3500-EXIT
029500     END-IF.
029600     MOVE 'R'                    TO MA-HIST-ACTION.
029700     PERFORM 3700-BUILD-HISTORY THRU 3700-EXIT.
029800     PERFORM 3600-CLEAR-PENDING THRU 3600-EXIT.
029900     EXEC CICS REWRITE FILE(MA-FILENAME)
030000                    FROM(CONTROL-RECORD)
030100                    RESP(MA-RESP-CODE)
030200     END-EXEC.
030300     IF MA-RESP-CODE = DFHRESP(NORMAL)
030400         MOVE 'CHANGE REJECTED - VALUES IN FORCE ARE UNCHANGED'
030500                                 TO MAMSGO
030600         PERFORM 3800-WRITE-HISTORY THRU 3800-EXIT
030700     ELSE
030800         MOVE 'REJECTION FAILED - SEE SYSTEM CONSOLE' TO MAMSGO
030900         MOVE MA-SAVED-RECORD    TO CONTROL-RECORD
031000     END-IF.
031100     PERFORM 3900-FORMAT-SCREEN THRU 3900-EXIT.
031200     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
031300 3500-EXIT.
031400     EXIT.
031500*
031600***************************************************************
031700*    3600-CLEAR-PENDING - EMPTY THE PENDING-CHANGE FIELDS.    *
031800***************************************************************
031900 3600-CLEAR-PENDING.
032000     SET CT-NO-CHANGE-PENDING    TO TRUE.
032100     MOVE SPACE                  TO CT-PENDING-VALUE-X.
032200     MOVE SPACE                  TO CT-PENDING-VALUE-Y.
032300     MOVE SPACES                 TO CT-REQUESTED-BY.
032400     MOVE ZERO                   TO CT-REQUESTED-DATE.
032500     MOVE ZERO                   TO CT-REQUESTED-TIME.
032600 3600-EXIT.
032700     EXIT.
032800*
032900***************************************************************
033000*    3700-BUILD-HISTORY - SET UP THE CHANGE-HISTORY RECORD    *
033100*    FROM THE CONTROL RECORD AS READ, BEFORE IT IS CHANGED.   *
033200*    THE KEY IS THE DATE/TIME OF THE APPROVAL OR REJECTION    *
033300*    AND THE REQUESTER'S USERID, SO AN APPROVAL LINES UP WITH *
033400*    CT-LAST-CHANGED-BY/DATE/TIME EXACTLY.  OLD X/Y ARE THE   *
033500*    VALUES IN FORCE, NEW X/Y THE VALUES REQUESTED.           *
033600***************************************************************
033700 3700-BUILD-HISTORY.
033800     MOVE SPACES                 TO CHANGE-HISTORY-RECORD.
033900     MOVE MA-CURRENT-DATE        TO CH-CHANGE-DATE.
034000     MOVE MA-CURRENT-TIME        TO CH-CHANGE-TIME.
034100     MOVE CT-REQUESTED-BY        TO CH-CHANGED-BY.
034200     MOVE CT-VALUE-X             TO CH-OLD-VALUE-X.
034300     MOVE CT-VALUE-Y             TO CH-OLD-VALUE-Y.
034400     MOVE CT-PENDING-VALUE-X     TO CH-NEW-VALUE-X.
034500     MOVE CT-PENDING-VALUE-Y     TO CH-NEW-VALUE-Y.
034600     MOVE MA-HIST-ACTION         TO CH-ACTION.
034700     MOVE MA-USERID              TO CH-APPROVED-BY.
034800     MOVE CT-REQUESTED-DATE      TO CH-REQUESTED-DATE.
034900     MOVE CT-REQUESTED-TIME      TO CH-REQUESTED-TIME.
035000 3700-EXIT.
035100     EXIT.
035200*
035300***************************************************************
035400*    3800-WRITE-HISTORY - WRITE THE RECORD SET UP BY          *
035500*    3700-BUILD-HISTORY.  A FAILED WRITE DOES NOT UNDO THE    *
035600*    APPROVAL OR REJECTION - THE CONTROL RECORD IS ALREADY    *
035700*    REWRITTEN - BUT THE OPERATOR IS TOLD THE HISTORY IS      *
035800*    MISSING SO IT CAN BE LOGGED BY HAND.                     *
035900***************************************************************
036000 3800-WRITE-HISTORY.
036100     EXEC CICS WRITE FILE(MA-HISTORY-FILE)
036200                    FROM(CHANGE-HISTORY-RECORD)
036300                    RIDFLD(CH-KEY)
036400                    RESP(MA-RESP-CODE)
036500     END-EXEC.
036600     IF MA-RESP-CODE NOT = DFHRESP(NORMAL)
036700         MOVE 'CONTROL RECORD UPDATED - HISTORY NOT RECORDED'
036800                                 TO MAMSGO
036900     END-IF.
037000 3800-EXIT.
037100     EXIT.
037200*
037300***************************************************************
037400*    3900-FORMAT-SCREEN - MOVE THE CONTROL RECORD TO THE MAP  *
037500*    AND REMEMBER THE PENDING CHANGE SHOWN IN THE COMMAREA.   *
037600***************************************************************
037700 3900-FORMAT-SCREEN.
037800     MOVE CT-VALUE-X             TO MAVALXO.
037900     MOVE CT-VALUE-Y             TO MAVALYO.
038000     MOVE CT-LAST-CHANGED-BY     TO MACHGBYO.
038100     MOVE CT-APPROVED-BY         TO MAAPPBYO.
038200     MOVE CT-LAST-CHANGED-DATE   TO MACHGDTO.
038300     MOVE CT-LAST-CHANGED-TIME   TO MACHGTMO.
038400     IF CT-CHANGE-PENDING
038500         MOVE CT-PENDING-VALUE-X TO MAPNDXO
038600         MOVE CT-PENDING-VALUE-Y TO MAPNDYO
038700         MOVE CT-REQUESTED-BY    TO MAREQBYO
038800         MOVE CT-REQUESTED-DATE  TO MAREQDTO
038900         MOVE CT-REQUESTED-TIME  TO MAREQTMO
039000         MOVE CT-PENDING-VALUE-X TO MA-CA-PENDING-X
039100         MOVE CT-PENDING-VALUE-Y TO MA-CA-PENDING-Y
039200         MOVE CT-REQUESTED-BY    TO MA-CA-REQUESTED-BY
039300         MOVE CT-REQUESTED-DATE  TO MA-CA-REQUESTED-DATE
039400         MOVE CT-REQUESTED-TIME  TO MA-CA-REQUESTED-TIME
039500     ELSE
039600         MOVE SPACES             TO MAPNDXO
039700         MOVE SPACES             TO MAPNDYO
039800         MOVE SPACES             TO MAREQBYO
039900         MOVE SPACES             TO MAREQDTO
040000         MOVE SPACES             TO MAREQTMO
040100         MOVE SPACE              TO MA-CA-PENDING-X
040200         MOVE SPACE              TO MA-CA-PENDING-Y
040300         MOVE SPACES             TO MA-CA-REQUESTED-BY
040400         MOVE ZERO               TO MA-CA-REQUESTED-DATE
040500         MOVE ZERO               TO MA-CA-REQUESTED-TIME
040600     END-IF.
040700 3900-EXIT.
040800     EXIT.
040900*
041000***************************************************************
041100*    4000-REDISPLAY - RE-SEND THE MAP AND STAY ON THE SAME    *
041200*    TRANSID FOR THE NEXT PSEUDO-CONVERSATIONAL ENTRY.        *
041300***************************************************************
041400 4000-REDISPLAY.
041500     EXEC CICS SEND MAP(MA-MAPNAME)
041600                    MAPSET(MA-MAPSET)
041700                    FROM(MYAPPR1O)
041800                    DATAONLY
041900     END-EXEC.
042000     EXEC CICS RETURN TRANSID(MA-TRANSID)
042100                    COMMAREA(MA-COMMAREA)
042200     END-EXEC.
042300 4000-EXIT.
042400     EXIT.
042500*
042600***************************************************************
042700*    5000-READ-CONTROL-RECORD - KEYED READ OF THE ONLINE      *
042800*    CONTROL FILE, UPDATE-INTENT SO IT CAN BE REWRITTEN LATER *
042900*    IN THE SAME UNIT OF WORK.                                *
043000***************************************************************
043100 5000-READ-CONTROL-RECORD.
043200     EXEC CICS READ FILE(MA-FILENAME)
043300                    INTO(CONTROL-RECORD)
043400                    RIDFLD(MA-CONTROL-KEY)
043500                    UPDATE
043600                    RESP(MA-RESP-CODE)
043700     END-EXEC.
043800     IF MA-RESP-CODE NOT = DFHRESP(NORMAL)
043900         MOVE SPACES             TO CONTROL-RECORD
044000         MOVE '?'                TO CT-VALUE-X
044100         MOVE '?'                TO CT-VALUE-Y
044200     END-IF.
044300 5000-EXIT.
044400     EXIT.
044500*
044600 9999-EXIT.
044700     EXIT.
