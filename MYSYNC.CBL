002700*    DATE       BY    DESCRIPTION                             *
002800*    ---------  ----  -------------------------------------   *
002900*    2026-08-22 FR    ORIGINAL PROGRAM.                       *
002910*    2026-10-15 FR    MCTLFIL NOW CARRIES A PENDING CHANGE    *
002915*                     (MAKER/CHECKER - SEE MYMAINT AND        *
002920*                     MYAPPR).  CT-VALUE-X/Y ONLY EVER HOLD   *
002925*                     APPROVED VALUES, SO THOSE ARE WHAT GOES *
002930*                     TO CTLFILE; A CHANGE STILL AWAITING     *
002935*                     APPROVAL AT SYNC TIME IS LISTED         *
002940*                     (1100-REPORT-PENDING-CHANGE) AS NOT     *
002945*                     INCLUDED IN TONIGHT'S VALUES, AND THE   *
002950*                     PENDING FIELDS ARE BLANKED ON THE       *
002955*                     CTLFILE COPY SO THE BATCH NEVER SEES    *
002960*                     THEM.                                   *
003000*                                                             *
003100***************************************************************
003200 IDENTIFICATION DIVISION.
007866     05  WS-ONLINE-CHANGED-BY    PIC X(08).
007868     05  WS-ONLINE-CHANGED-DATE  PIC 9(08).
007870     05  WS-ONLINE-CHANGED-TIME  PIC 9(08).
007871     05  WS-ONLINE-KEY           PIC X(08).
007872     05  WS-ONLINE-PEND-STATUS   PIC X(01).
007873         88  ONLINE-CHANGE-PENDING       VALUE "P".
007874     05  WS-ONLINE-PEND-X        PIC X(01).
007875     05  WS-ONLINE-PEND-Y        PIC X(01).
007876     05  WS-ONLINE-REQ-BY        PIC X(08).
007877     05  WS-ONLINE-REQ-DATE      PIC 9(08).
007878     05  WS-ONLINE-REQ-TIME      PIC 9(08).
007879     05  WS-ONLINE-APPROVED-BY   PIC X(08).
007880
008000*    IMAGE OF THE RECORD ALREADY ON CTLFILE, READ BACK ONLY ON
008100*    THE FAILURE PATH SO THE OPERATOR MESSAGE CAN SAY WHOSE
013400         DISPLAY "MYSYNC - ONLINE CONTROL VALUES LAST CHANGED "
013500             "BY " WS-ONLINE-CHANGED-BY " ON "
013600             WS-ONLINE-CHANGED-DATE " AT " WS-ONLINE-CHANGED-TIME
013610         DISPLAY "MYSYNC - VALUES IN FORCE APPROVED BY "
013620             WS-ONLINE-APPROVED-BY
013630         PERFORM 1100-REPORT-PENDING-CHANGE
013640             THRU 1100-REPORT-PENDING-CHANGE-EXIT
013700     END-IF
013800     CLOSE ONLINE-CONTROL-FILE
013900     .
014000 1000-READ-ONLINE-CONTROL-EXIT.
014100     EXIT.
014110
014113***************************************************************
014116*    1100-REPORT-PENDING-CHANGE - A CHANGE KEYED ON MMNT BUT  *
014119*    NOT YET APPROVED ON MAPR IS NOT PART OF TONIGHT'S        *
014122*    VALUES.  LIST IT SO THE OPERATOR KNOWS IT IS WAITING,    *
014125*    AND BLANK THE PENDING FIELDS ON THE HOLD AREA SO THE     *
014128*    CTLFILE COPY CARRIES ONLY THE APPROVED VALUES.           *
014131***************************************************************
014134 1100-REPORT-PENDING-CHANGE.
014137     IF ONLINE-CHANGE-PENDING
014140         DISPLAY "MYSYNC - CHANGE TO X=" WS-ONLINE-PEND-X
014143             " Y=" WS-ONLINE-PEND-Y " REQUESTED BY "
014146             WS-ONLINE-REQ-BY " ON " WS-ONLINE-REQ-DATE
014149             " AT " WS-ONLINE-REQ-TIME
014152         DISPLAY "MYSYNC - NOT INCLUDED IN TONIGHT'S VALUES - "
014155             "STILL AWAITING APPROVAL ON MAPR"
014158     END-IF
014161     MOVE SPACE TO WS-ONLINE-PEND-STATUS
014164     MOVE SPACE TO WS-ONLINE-PEND-X
014167     MOVE SPACE TO WS-ONLINE-PEND-Y
014170     MOVE SPACES TO WS-ONLINE-REQ-BY
014173     MOVE ZERO TO WS-ONLINE-REQ-DATE
014176     MOVE ZERO TO WS-ONLINE-REQ-TIME
014179     .
014182 1100-REPORT-PENDING-CHANGE-EXIT.
014185     EXIT.
014200
014300***************************************************************
014400*    2000-REWRITE-CTLFILE - REPLACE THE BATCH CONTROL FILE    *
