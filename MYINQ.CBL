002600*    DATE       BY    DESCRIPTION                             *
002700*    ---------  ----  -------------------------------------   *
002800*    2026-08-22 FR    ORIGINAL PROGRAM.                       *
002810*    2026-10-15 FR    THE SCREEN NOW ALSO SHOWS THE KEY'S     *
002820*                     CURRENT STANDING OFF THE KEY MASTER     *
002830*                     (FCT FILE MKEYFIL, MKEYREC LAYOUT,      *
002840*                     MAINTAINED NIGHTLY BY MYKEYU) - FIRST   *
002850*                     AND LAST SEEN DATES, CURRENT Z, THE Z   *
002860*                     BEFORE IT AND THE DATE IT CHANGED, AND  *
002870*                     THE RULE THAT DERIVED IT - ON THE NEW   *
002880*                     STANDING LINE.                          *
002900*                                                             *
003000***************************************************************
003100 IDENTIFICATION DIVISION.
004600***************************************************************
004700*    CICS MAPSET/MAP NAMES, THE TRANSID USED TO CONTINUE     *
004800*    THIS TRANSACTION PSEUDO-CONVERSATIONALLY, AND THE FCT   *
004900*    NAMES OF THE KEYED AUDIT FILE AND THE KEY MASTER.       *
005000***************************************************************
005100 01  MQ-CONSTANTS.
005200     05  MQ-MAPSET               PIC X(08) VALUE 'MYINQM'.
005300     05  MQ-MAPNAME              PIC X(08) VALUE 'MYINQ1'.
005400     05  MQ-TRANSID              PIC X(04) VALUE 'MINQ'.
005500     05  MQ-FILENAME             PIC X(08) VALUE 'MAUDFIL'.
005510     05  MQ-KEYFILE              PIC X(08) VALUE 'MKEYFIL'.
005600*
005700***************************************************************
005800*    COMMAREA PASSED FORWARD ACROSS THE PSEUDO-CONVERSATIONAL *
010600 01  MQ-DETAIL-LINE              PIC X(50).
010700*
010800     COPY MAUDKREC.
010810*
010820     COPY MKEYREC.
010900*
011000     COPY MYINQM.
011100*
022500             GO TO 3000-EXIT
022600     END-EVALUATE.
022700     PERFORM 3300-FORMAT-SCREEN THRU 3300-EXIT.
022710     PERFORM 3400-SHOW-STANDING THRU 3400-EXIT.
022800     PERFORM 4000-REDISPLAY THRU 4000-EXIT.
022900 3000-EXIT.
023000     EXIT.
032400     MOVE MQ-DETAIL-LINE TO MQLINEO (MQ-LINE-SUB).
032500 3320-EXIT.
032600     EXIT.
032610***************************************************************
032612*    3400-SHOW-STANDING - READ THE KEY'S RECORD OFF THE KEY   *
032614*    MASTER AND SHOW ITS CURRENT STANDING ON THE STANDING     *
032616*    LINE.  THE MASTER IS UPDATED OVERNIGHT, SO THIS IS THE   *
032618*    STANDING AS OF THE LAST DISTRIBUTION RUN.                *
032620***************************************************************
032622 3400-SHOW-STANDING.
032624     MOVE MQ-SRCH-TEST1          TO KM-TEST1.
032626     MOVE MQ-SRCH-TEST2          TO KM-TEST2.
032628     MOVE MQ-SRCH-TEST3          TO KM-TEST3.
032630     EXEC CICS READ FILE(MQ-KEYFILE)
032632                    INTO(KEY-MASTER-RECORD)
032634                    RIDFLD(KM-KEY)
032636                    RESP(MQ-RESP-CODE)
032638     END-EXEC.
032640     MOVE SPACES                 TO MQKEYO.
032642     EVALUATE TRUE
032644         WHEN MQ-RESP-CODE = DFHRESP(NOTFND)
032646             MOVE 'KEY NOT ON THE KEY MASTER' TO MQKEYO
032648         WHEN MQ-RESP-CODE NOT = DFHRESP(NORMAL)
032650             MOVE 'KEY MASTER UNAVAILABLE' TO MQKEYO
032652         WHEN KM-PREVIOUS-Z = SPACES
032654             STRING 'FIRST ' KM-FIRST-SEEN-DATE
032656                 '  LAST ' KM-LAST-SEEN-DATE
032658                 '  Z=' KM-CURRENT-Z
032660                 ' SINCE ' KM-Z-CHANGED-DATE
032662                 '  RULE ' KM-RULE-ID
032664                 DELIMITED BY SIZE INTO MQKEYO
032666         WHEN OTHER
032668             STRING 'FIRST ' KM-FIRST-SEEN-DATE
032670                 '  LAST ' KM-LAST-SEEN-DATE
032672                 '  Z=' KM-CURRENT-Z
032674                 ' WAS ' KM-PREVIOUS-Z
032676                 ' UNTIL ' KM-Z-CHANGED-DATE
032678                 '  RULE ' KM-RULE-ID
032680                 DELIMITED BY SIZE INTO MQKEYO
032682     END-EVALUATE.
032684 3400-EXIT.
032686     EXIT.
032700*
032800***************************************************************
032900*    4000-REDISPLAY - RE-SEND THE MAP AND STAY ON THE SAME   *
