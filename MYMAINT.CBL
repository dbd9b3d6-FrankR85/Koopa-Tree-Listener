004196*                     NOT UNDO THE UPDATE - THE MESSAGE LINE     *
004197*                     SAYS THE HISTORY IS MISSING.               *
004200*                                                             *
004205*    2026-10-15 FR    MAKER/CHECKER APPROVAL.  ENTER NO LONGER   *
004210*                     REWRITES X AND Y - 3000-VALIDATE-AND-SAVE  *
004215*                     NOW PARKS THE KEYED VALUES ON THE CONTROL  *
004220*                     RECORD AS A PENDING CHANGE STAMPED WITH    *
004225*                     THE REQUESTER, AND THEY ONLY TAKE EFFECT   *
004230*                     WHEN A DIFFERENT USER APPROVES THEM ON THE *
004235*                     MAPR SCREEN (MYAPPR).  ONE CHANGE MAY BE   *
004240*                     PENDING AT A TIME - ITS REQUESTER MAY      *
004245*                     REKEY IT BUT NOBODY ELSE MAY REPLACE IT.   *
004250*                     THE CHANGE-HISTORY RECORD IS NOW WRITTEN   *
004255*                     BY MYAPPR ON APPROVAL OR REJECTION,        *
004260*                     CARRYING BOTH USERIDS, SO                  *
004265*                     3500-WRITE-HISTORY HAS MOVED THERE.        *
004270*                                                             *
004300***************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID.                MYMAINT.
006500     05  MM-MAPNAME              PIC X(08) VALUE 'MYMAINT1'.
006600     05  MM-TRANSID              PIC X(04) VALUE 'MMNT'.
006700     05  MM-FILENAME             PIC X(08) VALUE 'MCTLFIL'.
006800     05  MM-CONTROL-KEY          PIC X(08) VALUE 'CTLKEY01'.
006900*
007000***************************************************************
008300 01  MM-USERID                   PIC X(08).
008400 01  MM-RESP-CODE                PIC S9(08) COMP.
008410*
008418*    HOLDS THE CONTROL RECORD'S PENDING-CHANGE FIELDS AS THEY
008426*    WERE ON THE FILE BEFORE THE OPERATOR'S INPUT IS APPLIED, SO
008434*    A FAILED REWRITE LEAVES THE RECORD IN STORAGE MATCHING WHAT
008442*    IS ACTUALLY SAVED INSTEAD OF THE REJECTED INPUT.
008450 01  MM-SAVED-PENDING.
008458     05  MM-SAVE-PENDING-STATUS  PIC X(01).
008466     05  MM-SAVE-PENDING-X       PIC X(01).
008474     05  MM-SAVE-PENDING-Y       PIC X(01).
008482     05  MM-SAVE-REQUESTED-BY    PIC X(08).
008490     05  MM-SAVE-REQUESTED-DATE  PIC 9(08).
008498     05  MM-SAVE-REQUESTED-TIME  PIC 9(08).
008600*
009000     COPY MCTLREC.
009100*
009200     COPY MYMAINTM.
012500     MOVE CT-LAST-CHANGED-DATE   TO MXCHGDTO.
012600     MOVE CT-LAST-CHANGED-TIME   TO MXCHGTMO.
012700     MOVE SPACES                 TO MXMSGO.
012710     IF CT-CHANGE-PENDING
012720         PERFORM 6000-SHOW-PENDING THRU 6000-EXIT
012730     END-IF.
012800     EXEC CICS SEND MAP(MM-MAPNAME)
012900                    MAPSET(MM-MAPSET)
013000                    FROM(MYMAINT1O)
016400***************************************************************
016500*    3000-VALIDATE-AND-SAVE - VALIDATE THE OPERATOR'S ENTRIES *
016600*    AND, IF THEY ARE ACCEPTABLE, REWRITE THE CONTROL RECORD  *
016620*    WITH THEM PARKED AS A PENDING CHANGE STAMPED WITH THE    *
016640*    SIGNED-ON USERID AND CURRENT DATE/TIME.  THE VALUES IN   *
016660*    FORCE ARE NOT TOUCHED - A DIFFERENT USER MUST APPROVE    *
016680*    THE CHANGE ON MAPR (MYAPPR) BEFORE IT TAKES EFFECT.      *
016700*    ONLY ONE CHANGE MAY BE PENDING: ITS REQUESTER MAY REKEY  *
016720*    IT, BUT ANYONE ELSE IS TURNED AWAY UNTIL IT IS APPROVED  *
016740*    OR REJECTED.                                             *
016800***************************************************************
016900 3000-VALIDATE-AND-SAVE.
017000     SET MM-RESP-NORMAL          TO TRUE.
018100         GO TO 3000-EXIT
018200     END-IF.
018300     PERFORM 5000-READ-CONTROL-RECORD THRU 5000-EXIT.
018400     EXEC CICS ASSIGN USERID(MM-USERID)
018410     END-EXEC.
018420     IF CT-CHANGE-PENDING AND CT-REQUESTED-BY NOT = MM-USERID
018430         EXEC CICS UNLOCK FILE(MM-FILENAME)
018440         END-EXEC
018450         MOVE SPACES             TO MXMSGO
018460         STRING 'A CHANGE BY ' CT-REQUESTED-BY
018470             ' ALREADY AWAITS APPROVAL ON MAPR - NOT REPLACED'
018480             DELIMITED BY SIZE INTO MXMSGO
018490         PERFORM 3900-SHOW-IN-FORCE THRU 3900-EXIT
018500         GO TO 3000-EXIT
018510     END-IF.
018520     IF MXVALXI = CT-VALUE-X AND MXVALYI = CT-VALUE-Y
018530         EXEC CICS UNLOCK FILE(MM-FILENAME)
018540         END-EXEC
018550         IF CT-CHANGE-PENDING
018560             MOVE SPACES         TO MXMSGO
018570             STRING 'VALUES ALREADY IN FORCE - USE PF6 ON MAPR '
018580                 'TO WITHDRAW YOUR CHANGE' DELIMITED BY SIZE
018590                 INTO MXMSGO
018600         ELSE
018610             MOVE 'VALUES ALREADY IN FORCE - NO CHANGE RECORDED'
018620                                 TO MXMSGO
018630         END-IF
018640         PERFORM 3900-SHOW-IN-FORCE THRU 3900-EXIT
018650         GO TO 3000-EXIT
018660     END-IF.
018670     MOVE CT-PENDING-STATUS      TO MM-SAVE-PENDING-STATUS.
018680     MOVE CT-PENDING-VALUE-X     TO MM-SAVE-PENDING-X.
018690     MOVE CT-PENDING-VALUE-Y     TO MM-SAVE-PENDING-Y.
018700     MOVE CT-REQUESTED-BY        TO MM-SAVE-REQUESTED-BY.
018710     MOVE CT-REQUESTED-DATE      TO MM-SAVE-REQUESTED-DATE.
018720     MOVE CT-REQUESTED-TIME      TO MM-SAVE-REQUESTED-TIME.
018730     SET CT-CHANGE-PENDING       TO TRUE.
018740     MOVE MXVALXI                TO CT-PENDING-VALUE-X.
018750     MOVE MXVALYI                TO CT-PENDING-VALUE-Y.
018760     MOVE MM-USERID              TO CT-REQUESTED-BY.
019000     EXEC CICS ASKTIME ABSTIME(MM-ABSTIME)
019010     END-EXEC.
019020     EXEC CICS FORMATTIME ABSTIME(MM-ABSTIME)
019030                    YYYYMMDD(CT-REQUESTED-DATE)
019040                    TIME(MM-CURRENT-TIME)
019050     END-EXEC.
019160     MOVE MM-CURRENT-TIME        TO CT-REQUESTED-TIME.
019300     EXEC CICS REWRITE FILE(MM-FILENAME)
019400                    FROM(CONTROL-RECORD)
019500                    RESP(MM-RESP-CODE)
019600     END-EXEC.
019700     IF MM-RESP-CODE = DFHRESP(NORMAL)
019720         MOVE SPACES             TO MXMSGO
019740         STRING 'CHANGE TO X=' CT-PENDING-VALUE-X
019760             ' Y=' CT-PENDING-VALUE-Y
019780             ' RECORDED - ANOTHER USER MUST APPROVE IT ON MAPR'
019800             DELIMITED BY SIZE INTO MXMSGO
019900     ELSE
020000         MOVE 'UPDATE FAILED - SEE SYSTEM CONSOLE' TO MXMSGO
020010         MOVE MM-SAVE-PENDING-STATUS TO CT-PENDING-STATUS
020020         MOVE MM-SAVE-PENDING-X  TO CT-PENDING-VALUE-X
020030         MOVE MM-SAVE-PENDING-Y  TO CT-PENDING-VALUE-Y
020040         MOVE MM-SAVE-REQUESTED-BY TO CT-REQUESTED-BY
020050         MOVE MM-SAVE-REQUESTED-DATE TO CT-REQUESTED-DATE
020060         MOVE MM-SAVE-REQUESTED-TIME TO CT-REQUESTED-TIME
020100     END-IF.
020200     PERFORM 3900-SHOW-IN-FORCE THRU 3900-EXIT.
020800 3000-EXIT.
020900     EXIT.
021000*
021010***************************************************************
021015*    3900-SHOW-IN-FORCE - PUT THE VALUES IN FORCE (NOT ANY    *
021020*    PENDING CHANGE) BACK ON THE SCREEN AND RE-SEND IT.       *
021025***************************************************************
021030 3900-SHOW-IN-FORCE.
021035     MOVE CT-VALUE-X             TO MXVALXO.
021040     MOVE CT-VALUE-Y             TO MXVALYO.
021045     MOVE CT-LAST-CHANGED-BY     TO MXCHGBYO.
021050     MOVE CT-LAST-CHANGED-DATE   TO MXCHGDTO.
021055     MOVE CT-LAST-CHANGED-TIME   TO MXCHGTMO.
021060     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
021065 3900-EXIT.
021070     EXIT.
021075*
021100***************************************************************
021200*    4000-REDISPLAY - RE-SEND THE MAP AND STAY ON THE SAME    *
021300*    TRANSID FOR THE NEXT PSEUDO-CONVERSATIONAL ENTRY.        *
024400 5000-EXIT.
024500     EXIT.
024600*
024605***************************************************************
024610*    6000-SHOW-PENDING - TELL THE OPERATOR THAT A CHANGE IS   *
024615*    WAITING FOR APPROVAL, WHAT IT IS AND WHO KEYED IT.       *
024620***************************************************************
024625 6000-SHOW-PENDING.
024630     MOVE SPACES                 TO MXMSGO.
024635     STRING 'PENDING X=' CT-PENDING-VALUE-X
024640         ' Y=' CT-PENDING-VALUE-Y
024645         ' BY ' CT-REQUESTED-BY
024650         ' ON ' CT-REQUESTED-DATE
024655         ' - AWAITING APPROVAL ON MAPR'
024660         DELIMITED BY SIZE INTO MXMSGO.
024665 6000-EXIT.
024670     EXIT.
024675*
024700 9999-EXIT.
024800     EXIT.
