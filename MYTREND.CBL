001400*                 RANGE IN ONE PASS AND PRODUCES, ON DD      *
001500*                 TRNDFILE:                                  *
001600*                   - DAY-BY-DAY TOTAL/ACCEPTED/REJECTED     *
001700*                     VOLUME, WITH THE POSTINGS A LATER      *
001710*                     CORRECTION RUN (MYCORR) CHANGED,       *
001800*                   - PERIOD TOTALS,                         *
001900*                   - AN HOURLY CALL DISTRIBUTION BUILT      *
002000*                     FROM AU-RUN-TIME,                      *
003300*    DATE       BY    DESCRIPTION                             *
003400*    ---------  ----  -------------------------------------   *
003500*    2026-08-22 FR    ORIGINAL PROGRAM.                       *
003505*    2026-10-15 FR    CORRECTION AUDIT RECORDS (MYCORR,       *
003510*                     AU-CORRECTION-RECORD) ARE NO LONGER     *
003515*                     COUNTED AS CALLS, HOURS OR VALUES - THE *
003520*                     PERIOD STAYS AS IT WAS POSTED.  EACH    *
003525*                     DAY NOW SHOWS HOW MANY OF ITS POSTINGS  *
003530*                     WERE CORRECTED, AND THE PERIOD TOTALS   *
003535*                     CARRY A CORRECTED-POSTINGS LINE.        *
003540*                     PRIOR-PERIOD CORRECTIONS ARE PASSED     *
003545*                     OVER.                                   *
003600*                                                             *
003700***************************************************************
003800 IDENTIFICATION DIVISION.
011400         10  WS-DAY-TOTAL        PIC 9(07)   COMP.
011500         10  WS-DAY-ACCEPTED     PIC 9(07)   COMP.
011600         10  WS-DAY-REJECTED     PIC 9(07)   COMP.
011650         10  WS-DAY-CORRECTED    PIC 9(07)   COMP.
011700
011800*    HOURLY DISTRIBUTION - SUBSCRIPT IS THE HOUR OFF
011900*    AU-RUN-TIME (HHMMSSHH) PLUS ONE.  CLEARED BY
016800     05  WS-CUR-TOTAL            PIC 9(09)   COMP    VALUE ZERO.
016900     05  WS-CUR-ACCEPTED         PIC 9(09)   COMP    VALUE ZERO.
017000     05  WS-CUR-REJECTED         PIC 9(09)   COMP    VALUE ZERO.
017050     05  WS-CUR-CORRECTED        PIC 9(09)   COMP    VALUE ZERO.
017100     05  WS-PRI-TOTAL            PIC 9(09)   COMP    VALUE ZERO.
017200
017300*    SORT WORK FIELDS FOR THE RANKING SECTIONS - A SIMPLE
018800 01  WS-EDIT-CUR                 PIC ZZZ,ZZ9.
018900 01  WS-EDIT-PRI                 PIC ZZZ,ZZ9.
018950 01  WS-EDIT-REJ                 PIC ZZZ,ZZ9.
018960 01  WS-EDIT-COR                 PIC ZZZ,ZZ9.
019000 01  WS-EDIT-CHANGE              PIC +ZZZ,ZZ9.
019100
019200 LINKAGE SECTION.
031100*    2000-PROCESS-AUDIT-RECORD - TALLY ONE AUDIT RECORD INTO  *
031200*    THE CURRENT-PERIOD TABLES, OR INTO THE PRIOR-PERIOD      *
031300*    VALUE COUNTS, AND READ THE NEXT.  RECORDS OUTSIDE BOTH   *
031400*    PERIODS ARE PASSED OVER.  A CORRECTION AUDIT RECORD IS   *
031410*    ONLY COUNTED AGAINST ITS DAY, AND ONLY IN THE CURRENT    *
031420*    PERIOD.                                                  *
031500***************************************************************
031600 2000-PROCESS-AUDIT-RECORD.
031700     EVALUATE TRUE
031710         WHEN AU-CORRECTION-RECORD
031720             AND AU-RUN-DATE NOT < WS-CUR-FROM
031730             AND AU-RUN-DATE NOT > WS-CUR-TO
031740             ADD 1 TO WS-CUR-CORRECTED
031750             PERFORM 2200-TALLY-DAY
031760                 THRU 2200-TALLY-DAY-EXIT
031770         WHEN AU-CORRECTION-RECORD
031780             CONTINUE
031800         WHEN AU-RUN-DATE NOT < WS-CUR-FROM
031900             AND AU-RUN-DATE NOT > WS-CUR-TO
032000             PERFORM 2100-TALLY-CURRENT
036500
036600***************************************************************
036700*    2200-TALLY-DAY - FIND OR ADD THE DAY ENTRY FOR THE       *
036800*    CURRENT RECORD'S RUN DATE AND BUMP ITS COUNTS - ONLY     *
036810*    THE CORRECTED COUNT FOR A CORRECTION AUDIT RECORD.       *
036900***************************************************************
037000 2200-TALLY-DAY.
037100     MOVE "N" TO WS-FOUND-SW
038600             MOVE ZERO TO WS-DAY-TOTAL (WS-DAY-IDX)
038700             MOVE ZERO TO WS-DAY-ACCEPTED (WS-DAY-IDX)
038800             MOVE ZERO TO WS-DAY-REJECTED (WS-DAY-IDX)
038850             MOVE ZERO TO WS-DAY-CORRECTED (WS-DAY-IDX)
038900         ELSE
039000             SET WS-DAY-OVERFLOW TO TRUE
039100             GO TO 2200-TALLY-DAY-EXIT
039200         END-IF
039300     END-IF
039310     IF AU-CORRECTION-RECORD
039320         ADD 1 TO WS-DAY-CORRECTED (WS-DAY-IDX)
039330         GO TO 2200-TALLY-DAY-EXIT
039340     END-IF
039400     ADD 1 TO WS-DAY-TOTAL (WS-DAY-IDX)
039500     IF AU-RETURN-CODE = ZERO
039600         ADD 1 TO WS-DAY-ACCEPTED (WS-DAY-IDX)
059800     WRITE TREND-LINE AFTER ADVANCING 2 LINES
059900     MOVE SPACES TO TREND-LINE
060000     STRING "  DATE           TOTAL    ACCEPTED    REJECTED"
060050         "   CORRECTED"
060100         DELIMITED BY SIZE INTO TREND-LINE
060200     WRITE TREND-LINE AFTER ADVANCING 1 LINES
060300     IF WS-DAY-USED > ZERO
062100     MOVE WS-DAY-TOTAL (WS-SORT-I)    TO WS-EDIT-CUR
062200     MOVE WS-DAY-ACCEPTED (WS-SORT-I) TO WS-EDIT-PRI
062300     MOVE WS-DAY-REJECTED (WS-SORT-I) TO WS-EDIT-REJ
062350     MOVE WS-DAY-CORRECTED (WS-SORT-I) TO WS-EDIT-COR
062400     STRING "  " WS-DAY-DATE (WS-SORT-I) "    " WS-EDIT-CUR
062500         "     " WS-EDIT-PRI "     " WS-EDIT-REJ
062550         "     " WS-EDIT-COR
062600         DELIMITED BY SIZE INTO TREND-LINE
062700     WRITE TREND-LINE AFTER ADVANCING 1 LINES
062800     .
065200     STRING "  REJECTED .................. " DELIMITED BY SIZE
065300         WS-EDIT-COUNT DELIMITED BY SIZE INTO TREND-LINE
065400     WRITE TREND-LINE AFTER ADVANCING 1 LINES
065410     MOVE WS-CUR-CORRECTED TO WS-EDIT-COUNT
065420     MOVE SPACES TO TREND-LINE
065430     STRING "  CORRECTED POSTINGS ........ " DELIMITED BY SIZE
065440         WS-EDIT-COUNT DELIMITED BY SIZE INTO TREND-LINE
065450     WRITE TREND-LINE AFTER ADVANCING 1 LINES
065500     IF PRIOR-PERIOD-SUPPLIED
065600         MOVE WS-PRI-TOTAL TO WS-EDIT-COUNT
065700         MOVE SPACES TO TREND-LINE
