003800*    DATE       BY    DESCRIPTION                             *
003900*    ---------  ----  -------------------------------------   *
004000*    2026-09-02 FR    ORIGINAL PROGRAM.                       *
004005*    2026-10-15 FR    RESENDS.  A FILE REBUILT AND SENT AGAIN *
004010*                     BY MYRSND IS LOGGED UNDER THE ORIGINAL  *
004015*                     RUN DATE AND CONSUMER ID WITH ITS       *
004020*                     RESEND NUMBER (DL-RESEND-SEQ), AND THE  *
004025*                     CONSUMER ACKNOWLEDGES IT WITH THE SAME  *
004030*                     NUMBER (AC-RESEND-SEQ).  EACH LOG       *
004035*                     RECORD IS NOW MATCHED ON DATE, CONSUMER *
004040*                     AND RESEND NUMBER, AND A SENDING WITH A *
004045*                     LATER RESEND ON THE LOG IS LISTED AS    *
004050*                     CLOSED BY THAT RESEND INSTEAD OF BEING  *
004055*                     REPORTED REJECTED, UNACKNOWLEDGED OR    *
004060*                     MISMATCHED - THE RESEND'S OWN ACK NOW   *
004065*                     DECIDES THE FILE.  A RESEND IS CHASED   *
004070*                     FOR ITS ACK BY THE DATE IT WAS SENT,    *
004075*                     NOT ITS RUN DATE.  A FIRST PASS OF      *
004080*                     DSTLOG COLLECTS THE RESENDS.            *
004100*                                                             *
004200***************************************************************
004300 IDENTIFICATION DIVISION.
010100         88  CUTOFF-SUPPLIED             VALUE "Y".
010200     05  WS-FOUND-SW             PIC X(01)   VALUE "N".
010300         88  WS-VALUE-FOUND              VALUE "Y".
010310     05  WS-SUPERSEDED-SW        PIC X(01)   VALUE "N".
010320         88  SENDING-SUPERSEDED          VALUE "Y".
010400
010500*    ACK CUTOFF OFF THE JCL PARM - A LOGGED RUN DATE ON OR
010600*    BEFORE THIS DATE WITH NO ACK IS AN EXCEPTION.  WITH NO
012500         10  WS-ACK-LOADED       PIC 9(09).
012600         10  WS-ACK-STATUS       PIC X(01).
012700         10  WS-ACK-HASH         PIC 9(15).
012710         10  WS-ACK-RESEND-SEQ   PIC 9(03).
012800         10  WS-ACK-MATCHED-SW   PIC X(01).
012900             88  WS-ACK-MATCHED          VALUE "Y".
013000
013003*    THE LATEST RESEND LOGGED FOR EACH RUN DATE AND CONSUMER,
013006*    COLLECTED BY A FIRST PASS OF THE LOG - ANY EARLIER SENDING
013009*    OF THE SAME FILE IS CLOSED BY IT.  RESENDS ARE RARE, SO
013012*    200 ENTRIES OUTLASTS ANY SENSIBLE LOG RETENTION.
013015 01  WS-RESEND-TABLE.
013018     05  WS-RESEND-USED          PIC 9(04)   COMP    VALUE ZERO.
013021     05  WS-RESEND-OVERFLOW-SW   PIC X(01)           VALUE "N".
013024         88  WS-RESEND-OVERFLOW          VALUE "Y".
013027     05  WS-RESEND-ENTRY OCCURS 1 TO 200 TIMES
013030                         DEPENDING ON WS-RESEND-USED
013033                         INDEXED BY WS-RESEND-IDX.
013036         10  WS-RESEND-DATE      PIC 9(08).
013039         10  WS-RESEND-CONSUMER  PIC X(09).
013042         10  WS-RESEND-LATEST    PIC 9(03).
013045
013048*    THE LOG RECORD IN HAND - ITS RESEND NUMBER (ZERO FOR A
013051*    FIRST SENDING) AND THE DATE IT IS CHASED BY: THE RUN DATE
013054*    FOR A FIRST SENDING, THE DATE SENT FOR A RESEND.
013057 01  WS-LOG-RESEND-SEQ           PIC 9(03)   VALUE ZERO.
013060 01  WS-CHASE-DATE               PIC 9(08)   VALUE ZERO.
013063
013066*    FEED NAME FOR THE REPORT - THE CONSUMER ID, FOLLOWED BY
013069*    'RESEND NNN' WHEN THE RESEND NUMBER IS NOT ZERO.
013072 01  WS-FEED-CONSUMER            PIC X(09)   VALUE SPACES.
013075 01  WS-FEED-RESEND-SEQ          PIC 9(03)   VALUE ZERO.
013078 01  WS-FEED-NAME                PIC X(20)   VALUE SPACES.
013081
013100 01  WS-TOTAL-COUNTERS.
013200     05  WS-LOGS-READ            PIC 9(09)   COMP    VALUE ZERO.
013300     05  WS-ACKS-READ            PIC 9(09)   COMP    VALUE ZERO.
013800     05  WS-NO-ACK-COUNT         PIC 9(09)   COMP    VALUE ZERO.
013900     05  WS-ORPHAN-ACKS          PIC 9(09)   COMP    VALUE ZERO.
014000     05  WS-EXCEPTION-COUNT      PIC 9(09)   COMP    VALUE ZERO.
014010     05  WS-CLOSED-BY-RESEND     PIC 9(09)   COMP    VALUE ZERO.
014100
014200 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
014300 01  WS-EDIT-SENT                PIC ZZZ,ZZZ,ZZ9.
021100     END-IF
021200     PERFORM 1200-PRINT-HEADING
021300         THRU 1200-PRINT-HEADING-EXIT
021310     PERFORM 1300-LOAD-RESENDS
021320         THRU 1300-LOAD-RESENDS-EXIT
021330     IF ACK-RUN-FAILED
021340         GO TO 1000-INITIALIZE-EXIT
021350     END-IF
021400     OPEN INPUT DIST-LOG-FILE
021500     IF NOT DSTLOG-FILE-OK
021600         DISPLAY "MYACK - UNABLE TO OPEN DSTLOG, STATUS = "
027300         ELSE
027400             MOVE ZERO          TO WS-ACK-HASH (WS-ACK-IDX)
027500         END-IF
027510         IF AC-RESEND-SEQ NUMERIC
027520             MOVE AC-RESEND-SEQ TO WS-ACK-RESEND-SEQ (WS-ACK-IDX)
027530         ELSE
027540             MOVE ZERO          TO WS-ACK-RESEND-SEQ (WS-ACK-IDX)
027550         END-IF
027600         MOVE "N"               TO WS-ACK-MATCHED-SW (WS-ACK-IDX)
027700     ELSE
027800         SET WS-ACK-OVERFLOW TO TRUE
029900 1200-PRINT-HEADING-EXIT.
030000     EXIT.
030100
030101***************************************************************
030102*    1300-LOAD-RESENDS - FIRST PASS OF THE DISTRIBUTION LOG,  *
030103*    NOTING THE LATEST RESEND OF EACH FILE, SO A SENDING CAN  *
030104*    BE CLOSED BY A RESEND LOGGED AFTER IT.                   *
030105***************************************************************
030106 1300-LOAD-RESENDS.
030107     OPEN INPUT DIST-LOG-FILE
030108     IF NOT DSTLOG-FILE-OK
030109         DISPLAY "MYACK - UNABLE TO OPEN DSTLOG, STATUS = "
030110             WS-DSTLOG-FILE-STATUS
030111         SET ACK-RUN-FAILED TO TRUE
030112         SET END-OF-DSTLOG-FILE TO TRUE
030113         MOVE 16 TO RETURN-CODE
030114         GO TO 1300-LOAD-RESENDS-EXIT
030115     END-IF
030116     PERFORM 1310-NOTE-ONE-RESEND
030117         THRU 1310-NOTE-ONE-RESEND-EXIT
030118         UNTIL END-OF-DSTLOG-FILE
030119     CLOSE DIST-LOG-FILE
030120     MOVE "N" TO WS-DSTLOG-EOF-SW
030121     IF WS-RESEND-OVERFLOW
030122         DISPLAY "MYACK - DSTLOG HOLDS RESENDS OF MORE THAN 200 "
030123             "FILES - RESENDS PAST THE LIMIT DO NOT CLOSE THEIR "
030124             "ORIGINALS - ARCHIVE THE DISTRIBUTION LOG"
030125     END-IF
030126     .
030127 1300-LOAD-RESENDS-EXIT.
030128     EXIT.
030129
030130 1310-NOTE-ONE-RESEND.
030131     READ DIST-LOG-FILE
030132         AT END
030133             SET END-OF-DSTLOG-FILE TO TRUE
030134             GO TO 1310-NOTE-ONE-RESEND-EXIT
030135     END-READ
030136     IF NOT DL-RESEND
030137         OR DL-RESEND-SEQ NOT NUMERIC
030138         GO TO 1310-NOTE-ONE-RESEND-EXIT
030139     END-IF
030140     MOVE "N" TO WS-FOUND-SW
030141     IF WS-RESEND-USED > ZERO
030142         SET WS-RESEND-IDX TO 1
030143         SEARCH WS-RESEND-ENTRY
030144             AT END
030145                 CONTINUE
030146             WHEN WS-RESEND-DATE (WS-RESEND-IDX) = DL-RUN-DATE
030147                 AND WS-RESEND-CONSUMER (WS-RESEND-IDX)
030148                     = DL-CONSUMER-ID
030149                 SET WS-VALUE-FOUND TO TRUE
030150         END-SEARCH
030151     END-IF
030152     IF WS-VALUE-FOUND
030153         IF DL-RESEND-SEQ > WS-RESEND-LATEST (WS-RESEND-IDX)
030154             MOVE DL-RESEND-SEQ
030155                 TO WS-RESEND-LATEST (WS-RESEND-IDX)
030156         END-IF
030157         GO TO 1310-NOTE-ONE-RESEND-EXIT
030158     END-IF
030159     IF WS-RESEND-USED < 200
030160         ADD 1 TO WS-RESEND-USED
030161         SET WS-RESEND-IDX TO WS-RESEND-USED
030162         MOVE DL-RUN-DATE    TO WS-RESEND-DATE (WS-RESEND-IDX)
030163         MOVE DL-CONSUMER-ID TO WS-RESEND-CONSUMER (WS-RESEND-IDX)
030164         MOVE DL-RESEND-SEQ  TO WS-RESEND-LATEST (WS-RESEND-IDX)
030165     ELSE
030166         SET WS-RESEND-OVERFLOW TO TRUE
030167     END-IF
030168     .
030169 1310-NOTE-ONE-RESEND-EXIT.
030170     EXIT.
030171
030200***************************************************************
030300*    2000-MATCH-ONE-LOG - MATCH ONE DISTRIBUTION LOG RECORD   *
030340*    AGAINST THE ACK TABLE ON RUN DATE, CONSUMER AND RESEND   *
030380*    NUMBER AND WRITE WHATEVER EXCEPTION IT EARNS.  A         *
030420*    SENDING WITH A LATER RESEND ON THE LOG EARNS NONE - IT   *
030460*    IS LISTED AS CLOSED BY THE RESEND AND ITS ACK, IF ANY,   *
030500*    IS TAKEN AS MATCHED.                                     *
030600***************************************************************
030700 2000-MATCH-ONE-LOG.
030800     ADD 1 TO WS-LOGS-READ
030805     IF DL-RESEND
030810         AND DL-RESEND-SEQ NUMERIC
030815         MOVE DL-RESEND-SEQ TO WS-LOG-RESEND-SEQ
030820         MOVE DL-GEN-DATE   TO WS-CHASE-DATE
030825     ELSE
030830         MOVE ZERO          TO WS-LOG-RESEND-SEQ
030835         MOVE DL-RUN-DATE   TO WS-CHASE-DATE
030840     END-IF
030845     MOVE DL-CONSUMER-ID    TO WS-FEED-CONSUMER
030850     MOVE WS-LOG-RESEND-SEQ TO WS-FEED-RESEND-SEQ
030855     PERFORM 2900-NAME-THE-FEED
030860         THRU 2900-NAME-THE-FEED-EXIT
030900     SET WS-FOUND-SW TO "N"
031000     IF WS-ACK-USED > ZERO
031100         SET WS-ACK-IDX TO 1
031500             WHEN WS-ACK-DATE (WS-ACK-IDX) = DL-RUN-DATE
031600                 AND WS-ACK-CONSUMER (WS-ACK-IDX)
031700                     = DL-CONSUMER-ID
031720                 AND WS-ACK-RESEND-SEQ (WS-ACK-IDX)
031740                     = WS-LOG-RESEND-SEQ
031800                 SET WS-VALUE-FOUND TO TRUE
031900         END-SEARCH
032000     END-IF
032100     IF WS-VALUE-FOUND
032200         MOVE "Y" TO WS-ACK-MATCHED-SW (WS-ACK-IDX)
032205     END-IF
032210     PERFORM 2200-FIND-LATER-RESEND
032215         THRU 2200-FIND-LATER-RESEND-EXIT
032220     IF SENDING-SUPERSEDED
032225         ADD 1 TO WS-CLOSED-BY-RESEND
032230         MOVE SPACES TO REPORT-LINE
032235         STRING "CLOSED BY RESEND  " DL-RUN-DATE "  "
032240             DELIMITED BY SIZE
032245             WS-FEED-NAME DELIMITED BY "  "
032250             "  - SUPERSEDED BY RESEND "
032255             WS-RESEND-LATEST (WS-RESEND-IDX)
032260             DELIMITED BY SIZE INTO REPORT-LINE
032265         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
032270         GO TO 2000-NEXT-LOG
032275     END-IF
032280     IF WS-VALUE-FOUND
032300         PERFORM 2100-CHECK-ONE-ACK
032400             THRU 2100-CHECK-ONE-ACK-EXIT
032500     ELSE
032600         IF NOT CUTOFF-SUPPLIED
032700             OR WS-CHASE-DATE NOT > WS-CUTOFF-DATE
032800             ADD 1 TO WS-NO-ACK-COUNT
032900             ADD 1 TO WS-EXCEPTION-COUNT
033000             MOVE SPACES TO REPORT-LINE
033100             STRING "NO ACK RECEIVED   " DL-RUN-DATE "  "
033150                 DELIMITED BY SIZE
033200                 WS-FEED-NAME DELIMITED BY "  "
033250                 "  - CHASE THE CONSUMER"
033300                 DELIMITED BY SIZE INTO REPORT-LINE
033400             WRITE REPORT-LINE AFTER ADVANCING 1 LINES
033500         END-IF
033600     END-IF
033620     .
033640 2000-NEXT-LOG.
033700     PERFORM 8000-READ-DSTLOG-FILE
033800         THRU 8000-READ-DSTLOG-FILE-EXIT
033900     .
035100         ADD 1 TO WS-EXCEPTION-COUNT
035200         MOVE SPACES TO REPORT-LINE
035300         STRING "LOAD REJECTED     " DL-RUN-DATE "  "
035350             DELIMITED BY SIZE
035400             WS-FEED-NAME DELIMITED BY "  "
035450             "  - CONSUMER REPORTS THE LOAD FAILED"
035500             DELIMITED BY SIZE INTO REPORT-LINE
035600         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
035700         GO TO 2100-CHECK-ONE-ACK-EXIT
035800     END-IF
036300         MOVE WS-ACK-LOADED (WS-ACK-IDX) TO WS-EDIT-LOADED
036400         MOVE SPACES TO REPORT-LINE
036500         STRING "COUNT MISMATCH    " DL-RUN-DATE "  "
036550             DELIMITED BY SIZE
036600             WS-FEED-NAME DELIMITED BY "  "
036650             "  SENT=" WS-EDIT-SENT
036700             "  LOADED=" WS-EDIT-LOADED
036800             DELIMITED BY SIZE INTO REPORT-LINE
036900         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
037500         ADD 1 TO WS-EXCEPTION-COUNT
037600         MOVE SPACES TO REPORT-LINE
037700         STRING "HASH MISMATCH     " DL-RUN-DATE "  "
037750             DELIMITED BY SIZE
037800             WS-FEED-NAME DELIMITED BY "  "
037850             "  - COUNT AGREES BUT THE KEY HASH DOES NOT"
037900             DELIMITED BY SIZE INTO REPORT-LINE
038000         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
038100         GO TO 2100-CHECK-ONE-ACK-EXIT
038200     END-IF
038500 2100-CHECK-ONE-ACK-EXIT.
038600     EXIT.
038700
038710***************************************************************
038712*    2200-FIND-LATER-RESEND - THE LOG RECORD IN HAND IS       *
038714*    SUPERSEDED WHEN THE FIRST PASS FOUND A RESEND OF THE     *
038716*    SAME FILE WITH A HIGHER RESEND NUMBER.  WS-RESEND-IDX IS *
038718*    LEFT ON THAT FILE'S ENTRY.                               *
038720***************************************************************
038722 2200-FIND-LATER-RESEND.
038724     MOVE "N" TO WS-SUPERSEDED-SW
038726     IF WS-RESEND-USED = ZERO
038728         GO TO 2200-FIND-LATER-RESEND-EXIT
038730     END-IF
038732     SET WS-RESEND-IDX TO 1
038734     SEARCH WS-RESEND-ENTRY
038736         AT END
038738             CONTINUE
038740         WHEN WS-RESEND-DATE (WS-RESEND-IDX) = DL-RUN-DATE
038742             AND WS-RESEND-CONSUMER (WS-RESEND-IDX)
038744                 = DL-CONSUMER-ID
038746             IF WS-RESEND-LATEST (WS-RESEND-IDX)
038748                 > WS-LOG-RESEND-SEQ
038750                 SET SENDING-SUPERSEDED TO TRUE
038752             END-IF
038754     END-SEARCH
038756     .
038758 2200-FIND-LATER-RESEND-EXIT.
038760     EXIT.
038762
038764***************************************************************
038766*    2900-NAME-THE-FEED - BUILD THE REPORT'S NAME FOR A FEED  *
038768*    FROM WS-FEED-CONSUMER AND WS-FEED-RESEND-SEQ.            *
038770***************************************************************
038772 2900-NAME-THE-FEED.
038774     MOVE WS-FEED-CONSUMER TO WS-FEED-NAME
038776     IF WS-FEED-RESEND-SEQ > ZERO
038778         MOVE SPACES TO WS-FEED-NAME
038780         STRING WS-FEED-CONSUMER " RESEND " WS-FEED-RESEND-SEQ
038782             DELIMITED BY SIZE INTO WS-FEED-NAME
038784     END-IF
038786     .
038788 2900-NAME-THE-FEED-EXIT.
038790     EXIT.
038792
038800***************************************************************
038900*    3000-REPORT-ORPHAN-ACKS - LIST ANY ACK THAT MATCHED NO   *
039000*    LOGGED RUN - A RETYPED DATE AT THE CONSUMER, OR A RUN    *
040500     IF NOT WS-ACK-MATCHED (WS-ACK-IDX)
040600         ADD 1 TO WS-ORPHAN-ACKS
040700         ADD 1 TO WS-EXCEPTION-COUNT
040720         MOVE WS-ACK-CONSUMER (WS-ACK-IDX)   TO WS-FEED-CONSUMER
040740         MOVE WS-ACK-RESEND-SEQ (WS-ACK-IDX) TO WS-FEED-RESEND-SEQ
040760         PERFORM 2900-NAME-THE-FEED
040780             THRU 2900-NAME-THE-FEED-EXIT
040800         MOVE SPACES TO REPORT-LINE
040900         STRING "ACK WITHOUT A LOGGED RUN  "
041000             WS-ACK-DATE (WS-ACK-IDX) "  "
041100             WS-FEED-NAME
041200             DELIMITED BY SIZE INTO REPORT-LINE
041300         WRITE REPORT-LINE AFTER ADVANCING 1 LINES
041400     END-IF
046700     STRING "ACKS WITHOUT A LOGGED RUN ... " DELIMITED BY SIZE
046800         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
046900     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
046910
046920     MOVE WS-CLOSED-BY-RESEND TO WS-EDIT-COUNT
046930     MOVE SPACES TO REPORT-LINE
046940     STRING "CLOSED BY A LATER RESEND .... " DELIMITED BY SIZE
046950         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
046960     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
047000
047100     IF WS-EXCEPTION-COUNT = ZERO
047200         MOVE SPACES TO REPORT-LINE
