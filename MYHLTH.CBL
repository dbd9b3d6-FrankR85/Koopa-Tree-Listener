002200*                   - EDIT REJECTS WRITTEN TO REJFILE,       *
002300*                   - THE DISTRIBUTION COUNTS LOGGED ON      *
002400*                     DSTLOG FOR BOTH CONSUMERS,             *
002410*                   - THE OPEN ACCOUNTING PERIOD AND THE     *
002420*                     LATE WORK MYEDIT DIVERTED OUT OF       *
002430*                     CLOSED PERIODS,                        *
002440*                   - THE STREAM'S STEP TIMINGS AND BATCH    *
002450*                     WINDOW VERDICT OFF THE JOB-TIMING      *
002460*                     HISTORY (DD JOBTIME), JUDGED BY        *
002470*                     MYTIMJDG AS MYTIMRPT JUDGES THEM,      *
002500*                 AND A GREEN/RED VERDICT.  RED ENDS RC=8    *
002600*                 SO THE SCHEDULER CAN HOLD THE NEXT DAY.    *
002700*                 THIS IS OPERATIONAL STATUS, NOT BUSINESS   *
003100*    DATE       BY    DESCRIPTION                             *
003200*    ---------  ----  -------------------------------------   *
003300*    2026-09-02 FR    ORIGINAL PROGRAM.                       *
003302*    2026-10-15 FR    CORRECTION AUDIT RECORDS AND EXTRACT    *
003304*                     REVERSALS/REPLACEMENTS WRITTEN BY A     *
003306*                     LATER CORRECTION RUN (MYCORR) ARE LEFT  *
003308*                     OUT OF THE AUDIT AND EXTRACT COUNTS, AS *
003310*                     MYBAL NOW LEAVES THEM OUT OF ITS        *
003312*                     EQUATIONS, SO A CORRECTED DAY STILL     *
003314*                     PROVES AGAINST ITS REGISTERED COUNTS    *
003316*                     AND ITS DAILY DISTRIBUTION.             *
003318*    2026-10-15 FR    ADDED THE ACCOUNTING PERIOD LINES - THE *
003320*                     FIRST OPEN PERIOD AND LAST CLOSED ONE   *
003322*                     OFF THE PERIOD FILE (DD PERIODS), AND   *
003324*                     THE LATE WORK MYEDIT DIVERTED OUT OF    *
003326*                     CLOSED PERIODS: REJECTS WITH REASON 05  *
003328*                     ON REJFILE AND RE-DATED RECORDS ON THE  *
003330*                     DRIVER INPUT (DD TRANFILE), WHICH LIKE  *
003332*                     REJFILE ONLY HOLDS THE MOST RECENT EDIT *
003334*                     RUN.  INFORMATION ONLY - NEITHER TURNS  *
003336*                     THE DAY RED.                            *
003338*    2026-10-15 FR    ADDED THE STEP TIMING AND BATCH WINDOW  *
003340*                     LINES - HOW MANY OF THE STREAM'S STEPS  *
003342*                     LOGGED A GOOD RUN FOR THE DATE ON THE   *
003344*                     JOB-TIMING HISTORY (DD JOBTIME), HOW    *
003346*                     MANY RAN SLOW AGAINST THEIR ROLLING     *
003348*                     AVERAGE, AND WHETHER THE LAST STEP      *
003350*                     ENDED BY THE AGREED COMPLETION TIME,    *
003352*                     ALL JUDGED BY MYTIMJDG TO THE MTIMSTD   *
003354*                     STANDARDS AS THE BATCH WINDOW REPORT    *
003356*                     (MYTIMRPT) JUDGES THEM.  INFORMATION    *
003358*                     ONLY - A SLOW OR LATE NIGHT DOES NOT    *
003360*                     TURN THE DAY RED.                       *
003400*                                                             *
003500***************************************************************
003600 IDENTIFICATION DIVISION.
006700                            ORGANIZATION IS SEQUENTIAL
006800                            FILE STATUS IS WS-DSTLOG-FILE-STATUS.
006900
006910     SELECT TRANS-FILE      ASSIGN TO TRANFILE
006920                            ORGANIZATION IS SEQUENTIAL
006930                            FILE STATUS IS WS-TRANS-FILE-STATUS.
006940
006942     SELECT JOB-TIME-FILE   ASSIGN TO JOBTIME
006944                            ORGANIZATION IS SEQUENTIAL
006946                            FILE STATUS IS WS-JOBTIME-FILE-STATUS.
006948
006950     SELECT PERIOD-FILE     ASSIGN TO PERIODS
006960                            ORGANIZATION IS SEQUENTIAL
006970                            FILE STATUS IS WS-PERIOD-FILE-STATUS.
006980
007000     SELECT HEALTH-FILE     ASSIGN TO HLTHRPT
007100                            ORGANIZATION IS SEQUENTIAL
007200                            FILE STATUS IS WS-HEALTH-FILE-STATUS.
009800     LABEL RECORDS ARE STANDARD.
009900     COPY MDLGREC.
010000
010010 FD  TRANS-FILE
010020     RECORDING MODE IS F
010030     LABEL RECORDS ARE STANDARD.
010040     COPY MTRNREC.
010050
010052 FD  JOB-TIME-FILE
010054     RECORDING MODE IS F
010056     LABEL RECORDS ARE STANDARD.
010058     COPY MTIMREC.
010059
010060 FD  PERIOD-FILE
010070     RECORDING MODE IS F
010080     LABEL RECORDS ARE STANDARD.
010090     COPY MPERREC.
010095
010100 FD  HEALTH-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD.
011400     88  REJECT-FILE-OK                  VALUE "00".
011500 01  WS-DSTLOG-FILE-STATUS       PIC X(02)   VALUE SPACES.
011600     88  DSTLOG-FILE-OK                  VALUE "00".
011610 01  WS-TRANS-FILE-STATUS        PIC X(02)   VALUE SPACES.
011620     88  TRANS-FILE-OK                   VALUE "00".
011630 01  WS-PERIOD-FILE-STATUS       PIC X(02)   VALUE SPACES.
011640     88  PERIOD-FILE-OK                  VALUE "00".
011650 01  WS-JOBTIME-FILE-STATUS      PIC X(02)   VALUE SPACES.
011660     88  JOBTIME-FILE-OK                 VALUE "00".
011700 01  WS-HEALTH-FILE-STATUS       PIC X(02)   VALUE SPACES.
011800     88  HEALTH-FILE-OK                  VALUE "00".
011900
013000         88  RUN-DATE-COMPLETED          VALUE "Y".
013100     05  WS-REJFILE-SW           PIC X(01)   VALUE "N".
013200         88  REJFILE-AVAILABLE           VALUE "Y".
013210     05  WS-TRANFILE-SW          PIC X(01)   VALUE "N".
013220         88  TRANFILE-AVAILABLE          VALUE "Y".
013230     05  WS-PERIODS-SW           PIC X(01)   VALUE "N".
013240         88  PERIODS-AVAILABLE           VALUE "Y".
013250     05  WS-JOBTIME-SW           PIC X(01)   VALUE "N".
013260         88  JOBTIME-AVAILABLE           VALUE "Y".
013300
013400*    WHAT RUNCTL SAYS ABOUT THE DATE.
013500 01  WS-RUNCTL-FACTS.
015100     05  WS-DIST2-COUNT          PIC 9(09)   COMP    VALUE ZERO.
015200     05  WS-DIST1-LOGGED         PIC 9(04)   COMP    VALUE ZERO.
015300     05  WS-DIST2-LOGGED         PIC 9(04)   COMP    VALUE ZERO.
015310     05  WS-CLOSED-PERIOD-REJECTS
015320                                 PIC 9(09)   COMP    VALUE ZERO.
015330     05  WS-RECORDS-REDATED      PIC 9(09)   COMP    VALUE ZERO.
015340
015350*    THE LAST ACCOUNTING PERIOD CLOSED AND THE OPEN ONE AFTER IT.
015360 01  WS-LAST-CLOSED-PERIOD.
015370     05  WS-LAST-CLOSED-YYYY     PIC 9(04)   VALUE ZERO.
015380     05  WS-LAST-CLOSED-MM       PIC 9(02)   VALUE ZERO.
015390 01  WS-OPEN-PERIOD.
015392     05  WS-OPEN-PERIOD-YYYY     PIC 9(04)   VALUE ZERO.
015394     05  WS-OPEN-PERIOD-MM       PIC 9(02)   VALUE ZERO.
015400
015500*    THE TARGET RUN DATE, HELD AS CHARACTERS SO A MISTYPED
015510*    PARM IS CAUGHT BEFORE IT BECOMES A FALSE-RED PAGE.
015530 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-X
015540                                 PIC 9(08).
015600 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
015602
015604*    WHAT THE JOB-TIMING HISTORY SAYS ABOUT THE DATE - ITS STEP
015606*    RUNS, THE SLOW ONES (AND THE LAST OF THEM), THE STREAM
015608*    STEPS WITH A GOOD RUN (FLAGGED IN MTIMSTD STREAM STEP LIST
015610*    ORDER), AND THE LATEST END STAMP, DATE AND TIME SIDE BY
015612*    SIDE SO IT COMPARES DIRECTLY WITH THE DUE STAMP.
015614 01  WS-TIMING-FACTS.
015616     05  WS-TIMING-RUNS          PIC 9(04)   COMP    VALUE ZERO.
015618     05  WS-TIMING-SLOW          PIC 9(04)   COMP    VALUE ZERO.
015620     05  WS-SLOW-STEP-ID         PIC X(08)   VALUE SPACES.
015622     05  WS-STEPS-DONE           PIC 9(04)   COMP    VALUE ZERO.
015624     05  WS-STEP-FLAGS           PIC X(06)   VALUE "NNNNNN".
015626     05  WS-STEP-DONE REDEFINES WS-STEP-FLAGS
015628                                 PIC X(01)   OCCURS 6 TIMES.
015630     05  WS-LAST-END-STAMP.
015632         10  WS-LAST-END-DATE    PIC 9(08)   VALUE ZERO.
015634         10  WS-LAST-END-TIME    PIC 9(08)   VALUE ZERO.
015636 01  WS-STEP-NO                  PIC 9(04)   COMP    VALUE ZERO.
015638 01  WS-EDIT-STEPS               PIC 9.
015640 01  WS-EDIT-STEPS-OF            PIC 9.
015642 01  WS-EDIT-SLOW                PIC ZZZ9.
015644
015646*    BATCH WINDOW STANDARDS, AND THE PARAMETER AREA FOR THE
015648*    TIMING JUDGE (MYTIMJDG).
015650     COPY MTIMSTD.
015652     COPY MYTIMPRM.
015700
015800 LINKAGE SECTION.
015900*    OPTIONAL JCL PARM CARRYING THE TARGET RUN DATE (YYYYMMDD).
018400             THRU 4000-COUNT-EXTRACT-RECORDS-EXIT
018500         PERFORM 5000-COUNT-EDIT-REJECTS
018600             THRU 5000-COUNT-EDIT-REJECTS-EXIT
018610         PERFORM 5200-COUNT-REDATED-RECORDS
018620             THRU 5200-COUNT-REDATED-RECORDS-EXIT
018630         PERFORM 5400-FIND-OPEN-PERIOD
018640             THRU 5400-FIND-OPEN-PERIOD-EXIT
018700         PERFORM 6000-SCAN-DIST-LOG
018800             THRU 6000-SCAN-DIST-LOG-EXIT
018810         PERFORM 6500-SCAN-JOB-TIMING
018820             THRU 6500-SCAN-JOB-TIMING-EXIT
018900         PERFORM 7000-PRINT-STATUS-PAGE
019000             THRU 7000-PRINT-STATUS-PAGE-EXIT
019100     END-IF
026900***************************************************************
027000*    3000-COUNT-AUDIT-RECORDS - COUNT THE DATE'S AUDIT        *
027100*    RECORDS, SPLIT ACCEPTED/REJECTED, THE SAME WAY MYBAL     *
027200*    DOES, LEAVING OUT CORRECTION AUDIT RECORDS.              *
027300***************************************************************
027400 3000-COUNT-AUDIT-RECORDS.
027500     MOVE "N" TO WS-EOF-SW
029500             GO TO 3100-COUNT-ONE-AUDIT-EXIT
029600     END-READ
029700     IF AU-RUN-DATE = WS-CURRENT-DATE
029750         AND NOT AU-CORRECTION-RECORD
029800         ADD 1 TO WS-AUDIT-COUNT
029900         IF AU-RETURN-CODE = ZERO
030000             ADD 1 TO WS-AUDIT-ACCEPTED
030800
030900***************************************************************
031000*    4000-COUNT-EXTRACT-RECORDS - COUNT THE DATE'S EXTRACT    *
031100*    RECORDS, LEAVING OUT REVERSALS AND REPLACEMENTS.         *
031200***************************************************************
031300 4000-COUNT-EXTRACT-RECORDS.
031400     MOVE "N" TO WS-EOF-SW
033400             GO TO 4100-COUNT-ONE-EXTRACT-EXIT
033500     END-READ
033600     IF EX-RUN-DATE = WS-CURRENT-DATE
033650         AND NOT EX-CORRECTION-POSTING
033700         ADD 1 TO WS-EXTRACT-COUNT
033800     END-IF
033900     .
036900     END-READ
037000     IF RJ-RUN-DATE = WS-CURRENT-DATE
037100         ADD 1 TO WS-EDIT-REJECTS
037110         IF RJ-REASON-CLOSED-PERIOD
037120             ADD 1 TO WS-CLOSED-PERIOD-REJECTS
037130         END-IF
037200     END-IF
037300     .
037400 5100-COUNT-ONE-REJECT-EXIT.
037500     EXIT.
037600
037601***************************************************************
037602*    5200-COUNT-REDATED-RECORDS - COUNT THE RECORDS MYEDIT    *
037603*    RE-DATED OUT OF A CLOSED PERIOD.  TRANFILE IS REWRITTEN  *
037604*    BY EVERY EDIT RUN, SO LIKE REJFILE AN UNAVAILABLE FILE   *
037605*    IS REPORTED, NOT RED.                                    *
037606***************************************************************
037607 5200-COUNT-REDATED-RECORDS.
037608     MOVE "N" TO WS-EOF-SW
037609     OPEN INPUT TRANS-FILE
037610     IF NOT TRANS-FILE-OK
037611         GO TO 5200-COUNT-REDATED-RECORDS-EXIT
037612     END-IF
037613     SET TRANFILE-AVAILABLE TO TRUE
037614     PERFORM 5300-COUNT-ONE-TRANSACTION
037615         THRU 5300-COUNT-ONE-TRANSACTION-EXIT
037616         UNTIL END-OF-INPUT-FILE
037617     CLOSE TRANS-FILE
037618     .
037619 5200-COUNT-REDATED-RECORDS-EXIT.
037620     EXIT.
037621
037622 5300-COUNT-ONE-TRANSACTION.
037623     READ TRANS-FILE
037624         AT END
037625             SET END-OF-INPUT-FILE TO TRUE
037626             GO TO 5300-COUNT-ONE-TRANSACTION-EXIT
037627     END-READ
037628     IF TR-REDATED-FROM NUMERIC
037629         AND TR-REDATED-FROM > ZERO
037630         ADD 1 TO WS-RECORDS-REDATED
037631     END-IF
037632     .
037633 5300-COUNT-ONE-TRANSACTION-EXIT.
037634     EXIT.
037635
037636***************************************************************
037637*    5400-FIND-OPEN-PERIOD - THE LAST PERIOD ON THE PERIOD    *
037638*    FILE IS THE LAST ONE CLOSED; THE MONTH AFTER IT IS THE   *
037639*    OPEN PERIOD.  AN UNREADABLE FILE IS REPORTED, NOT RED.   *
037640***************************************************************
037641 5400-FIND-OPEN-PERIOD.
037642     MOVE "N" TO WS-EOF-SW
037643     OPEN INPUT PERIOD-FILE
037644     IF NOT PERIOD-FILE-OK
037645         GO TO 5400-FIND-OPEN-PERIOD-EXIT
037646     END-IF
037647     SET PERIODS-AVAILABLE TO TRUE
037648     PERFORM 5500-READ-ONE-PERIOD
037649         THRU 5500-READ-ONE-PERIOD-EXIT
037650         UNTIL END-OF-INPUT-FILE
037651     CLOSE PERIOD-FILE
037652     IF WS-LAST-CLOSED-MM = 12
037653         COMPUTE WS-OPEN-PERIOD-YYYY = WS-LAST-CLOSED-YYYY + 1
037654         MOVE 01 TO WS-OPEN-PERIOD-MM
037655     ELSE
037656         MOVE WS-LAST-CLOSED-YYYY TO WS-OPEN-PERIOD-YYYY
037657         COMPUTE WS-OPEN-PERIOD-MM = WS-LAST-CLOSED-MM + 1
037658     END-IF
037659     .
037660 5400-FIND-OPEN-PERIOD-EXIT.
037661     EXIT.
037662
037663 5500-READ-ONE-PERIOD.
037664     READ PERIOD-FILE
037665         AT END
037666             SET END-OF-INPUT-FILE TO TRUE
037667             GO TO 5500-READ-ONE-PERIOD-EXIT
037668     END-READ
037669     IF PD-PERIOD > WS-LAST-CLOSED-PERIOD
037670         MOVE PD-PERIOD TO WS-LAST-CLOSED-PERIOD
037671     END-IF
037672     .
037673 5500-READ-ONE-PERIOD-EXIT.
037674     EXIT.
037675
037700***************************************************************
037800*    6000-SCAN-DIST-LOG - PICK UP THE DISTRIBUTION COUNTS     *
037900*    LOGGED FOR THE DATE.  A FEED THAT WAS NEVER LOGGED       *
041500     .
041600 6100-SCAN-ONE-DIST-LOG-EXIT.
041700     EXIT.
041701
041702***************************************************************
041703*    6500-SCAN-JOB-TIMING - HAND EVERY RUN ON THE JOB-TIMING  *
041704*    HISTORY TO MYTIMJDG, WHICH JUDGES EACH AGAINST ITS       *
041705*    STEP'S RUNS BEFORE IT, AND PICK UP THE DATE'S RUNS, THEN *
041706*    ASK FOR THE DATE'S DUE STAMP.  AN UNREADABLE FILE IS     *
041707*    REPORTED, NOT RED.                                       *
041708***************************************************************
041709 6500-SCAN-JOB-TIMING.
041710     MOVE "N" TO WS-EOF-SW
041711     OPEN INPUT JOB-TIME-FILE
041712     IF NOT JOBTIME-FILE-OK
041713         GO TO 6500-SCAN-JOB-TIMING-EXIT
041714     END-IF
041715     SET JOBTIME-AVAILABLE TO TRUE
041716     PERFORM 6600-SCAN-ONE-TIMING
041717         THRU 6600-SCAN-ONE-TIMING-EXIT
041718         UNTIL END-OF-INPUT-FILE
041719     CLOSE JOB-TIME-FILE
041720     SET TJ-FUNC-DUE-STAMP TO TRUE
041721     MOVE WS-CURRENT-DATE TO TJ-RUN-DATE
041722     CALL "MYTIMJDG" USING TIMING-JUDGE-AREA
041723     .
041724 6500-SCAN-JOB-TIMING-EXIT.
041725     EXIT.
041726
041727 6600-SCAN-ONE-TIMING.
041728     READ JOB-TIME-FILE
041729         AT END
041730             SET END-OF-INPUT-FILE TO TRUE
041731             GO TO 6600-SCAN-ONE-TIMING-EXIT
041732     END-READ
041733     SET TJ-FUNC-JUDGE-RUN TO TRUE
041734     MOVE JOB-TIMING-RECORD TO TJ-TIMING-IMAGE
041735     CALL "MYTIMJDG" USING TIMING-JUDGE-AREA
041736     IF TJ-RC-BAD-RECORD
041737         OR TM-RUN-DATE NOT = WS-CURRENT-DATE
041738         GO TO 6600-SCAN-ONE-TIMING-EXIT
041739     END-IF
041740     ADD 1 TO WS-TIMING-RUNS
041741     IF TJ-RUN-SLOW
041742         ADD 1 TO WS-TIMING-SLOW
041743         MOVE TM-PROGRAM-ID TO WS-SLOW-STEP-ID
041744     END-IF
041745     IF TM-END-STAMP > WS-LAST-END-STAMP
041746         MOVE TM-END-STAMP TO WS-LAST-END-STAMP
041747     END-IF
041748     MOVE TJ-STREAM-STEP-NO TO WS-STEP-NO
041749     IF TJ-RUN-GOOD
041750         AND WS-STEP-NO > ZERO
041751         AND WS-STEP-DONE (WS-STEP-NO) NOT = "Y"
041752         MOVE "Y" TO WS-STEP-DONE (WS-STEP-NO)
041753         ADD 1 TO WS-STEPS-DONE
041754     END-IF
041755     .
041756 6600-SCAN-ONE-TIMING-EXIT.
041757     EXIT.
041800
041900***************************************************************
042000*    7000-PRINT-STATUS-PAGE - THE ONE PAGE.  EVERY CHECK      *
049300             DELIMITED BY SIZE INTO HEALTH-LINE
049400         WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
049500     END-IF
049510     PERFORM 7300-PRINT-PERIOD-LINES
049520         THRU 7300-PRINT-PERIOD-LINES-EXIT
049521     IF JOBTIME-AVAILABLE
049522         MOVE WS-STEPS-DONE TO WS-EDIT-STEPS
049523         MOVE TS-STREAM-STEPS TO WS-EDIT-STEPS-OF
049524         MOVE WS-TIMING-SLOW TO WS-EDIT-SLOW
049525         MOVE SPACES TO HEALTH-LINE
049526         IF WS-TIMING-SLOW > ZERO
049527             STRING "STEP TIMING ...... " WS-EDIT-STEPS " OF "
049528                 WS-EDIT-STEPS-OF " STEPS DONE,"
049529                 WS-EDIT-SLOW " SLOW (LAST " WS-SLOW-STEP-ID ")"
049530                 DELIMITED BY SIZE INTO HEALTH-LINE
049531         ELSE
049532             STRING "STEP TIMING ...... " WS-EDIT-STEPS " OF "
049533                 WS-EDIT-STEPS-OF " STEPS DONE, NONE SLOW"
049534                 DELIMITED BY SIZE INTO HEALTH-LINE
049535         END-IF
049536         WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
049537         MOVE SPACES TO HEALTH-LINE
049538         EVALUATE TRUE
049539             WHEN WS-TIMING-RUNS = ZERO
049540                 STRING "BATCH WINDOW ..... NO STEP LOGGED FOR "
049541                     "THIS DATE - DUE " TJ-DUE-DATE " "
049542                     TJ-DUE-TIME
049543                     DELIMITED BY SIZE INTO HEALTH-LINE
049544             WHEN WS-LAST-END-STAMP > TJ-DUE-STAMP
049545                 STRING "BATCH WINDOW ..... *** MISSED - LAST "
049546                     "STEP ENDED " WS-LAST-END-DATE " "
049547                     WS-LAST-END-TIME "  DUE " TJ-DUE-DATE " "
049548                     TJ-DUE-TIME " ***"
049549                     DELIMITED BY SIZE INTO HEALTH-LINE
049550             WHEN WS-STEPS-DONE < TS-STREAM-STEPS
049551                 STRING "BATCH WINDOW ..... NOT COMPLETE - LAST "
049552                     "STEP ENDED " WS-LAST-END-DATE " "
049553                     WS-LAST-END-TIME "  DUE " TJ-DUE-DATE " "
049554                     TJ-DUE-TIME
049555                     DELIMITED BY SIZE INTO HEALTH-LINE
049556             WHEN OTHER
049557                 STRING "BATCH WINDOW ..... MET - LAST STEP "
049558                     "ENDED " WS-LAST-END-DATE " "
049559                     WS-LAST-END-TIME "  DUE " TJ-DUE-DATE " "
049560                     TJ-DUE-TIME
049561                     DELIMITED BY SIZE INTO HEALTH-LINE
049562         END-EVALUATE
049563         WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
049564     ELSE
049565         MOVE SPACES TO HEALTH-LINE
049566         STRING "STEP TIMING ...... JOBTIME NOT AVAILABLE"
049567             DELIMITED BY SIZE INTO HEALTH-LINE
049568         WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
049569     END-IF
049600
049700     PERFORM 7100-PROVE-BALANCE
049800         THRU 7100-PROVE-BALANCE-EXIT
061500 7200-PROVE-DISTRIBUTION-EXIT.
061600     EXIT.
061700
061702***************************************************************
061704*    7300-PRINT-PERIOD-LINES - THE OPEN ACCOUNTING PERIOD     *
061706*    AND THE LATE WORK DIVERTED OUT OF CLOSED ONES.  THESE    *
061708*    LINES INFORM; THEY NEVER TURN THE DAY RED.               *
061710***************************************************************
061712 7300-PRINT-PERIOD-LINES.
061714     MOVE SPACES TO HEALTH-LINE
061716     EVALUATE TRUE
061718         WHEN NOT PERIODS-AVAILABLE
061720             STRING "OPEN PERIOD ...... PERIODS NOT AVAILABLE"
061722                 DELIMITED BY SIZE INTO HEALTH-LINE
061724         WHEN WS-LAST-CLOSED-PERIOD = ZERO
061726             STRING "OPEN PERIOD ...... NO PERIOD CLOSED YET"
061728                 DELIMITED BY SIZE INTO HEALTH-LINE
061730         WHEN OTHER
061732             STRING "OPEN PERIOD ...... " WS-OPEN-PERIOD
061734                 "  (LAST CLOSED " WS-LAST-CLOSED-PERIOD ")"
061736                 DELIMITED BY SIZE INTO HEALTH-LINE
061738     END-EVALUATE
061740     WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
061742     IF REJFILE-AVAILABLE
061744         MOVE WS-CLOSED-PERIOD-REJECTS TO WS-EDIT-COUNT
061746         MOVE SPACES TO HEALTH-LINE
061748         STRING "LATE REJECTED .... " DELIMITED BY SIZE
061750             WS-EDIT-COUNT DELIMITED BY SIZE INTO HEALTH-LINE
061752         WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
061754     END-IF
061756     MOVE SPACES TO HEALTH-LINE
061758     IF TRANFILE-AVAILABLE
061760         MOVE WS-RECORDS-REDATED TO WS-EDIT-COUNT
061762         STRING "LATE RE-DATED .... " DELIMITED BY SIZE
061764             WS-EDIT-COUNT DELIMITED BY SIZE INTO HEALTH-LINE
061766     ELSE
061768         STRING "LATE RE-DATED .... TRANFILE NOT AVAILABLE"
061770             DELIMITED BY SIZE INTO HEALTH-LINE
061772     END-IF
061774     WRITE HEALTH-LINE AFTER ADVANCING 1 LINES
061776     .
061778 7300-PRINT-PERIOD-LINES-EXIT.
061780     EXIT.
061782
061800***************************************************************
061900*    9000-TERMINATE - CLOSE THE PAGE AND SET THE RETURN       *
062000*    CODE - 8 ON A RED DAY SO THE SCHEDULER CAN HOLD THE      *
