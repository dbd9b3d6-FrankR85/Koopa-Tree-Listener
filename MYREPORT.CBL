002008*                     RESTORED BY MYRSTRJ COULD NEVER BE         *
002009*                     RERUN.                                     *
002010*                                                             *
002011*    2026-10-15 FR    CORRECTION AUDIT RECORDS WRITTEN BY A      *
002013*                     CORRECTION RUN (MYCORR,                    *
002015*                     AU-CORRECTION-RECORD) ARE NO LONGER        *
002017*                     COUNTED AS CALLS OR TALLIED INTO THE       *
002019*                     DISTRIBUTIONS - THE DAY'S ACTIVITY STAYS   *
002021*                     AS IT WAS POSTED - AND ARE SHOWN ON THEIR  *
002023*                     OWN 'CORRECTION POSTINGS' LINE.            *
002050*                                                             *
002100***************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.                MYREPORT.
006700     05  WS-TOTAL-CALLS           PIC 9(09)   COMP    VALUE ZERO.
006800     05  WS-TOTAL-ACCEPTED        PIC 9(09)   COMP    VALUE ZERO.
006900     05  WS-TOTAL-REJECTED        PIC 9(09)   COMP    VALUE ZERO.
006950     05  WS-TOTAL-CORRECTIONS     PIC 9(09)   COMP    VALUE ZERO.
007000
007100*    DISTINCT-VALUE TALLY TABLES FOR TEST1, TEST2, TEST3 AND Z.
007200*    EACH TABLE IS SEARCHED LINEARLY FOR A MATCHING VALUE; A
015678
015700***************************************************************
015800*    2000-PROCESS-AUDIT-RECORD - TALLY ONE AUDIT RECORD INTO  *
015900*    THE RUNNING TOTALS AND THE DISTINCT-VALUE TABLES.  A     *
015910*    CORRECTION AUDIT RECORD IS ONLY COUNTED, ON ITS OWN.     *
016000***************************************************************
016100 2000-PROCESS-AUDIT-RECORD.
016110     IF AU-RUN-DATE = WS-CURRENT-DATE
016120         AND AU-CORRECTION-RECORD
016130         ADD 1 TO WS-TOTAL-CORRECTIONS
016140     END-IF
016150     IF AU-RUN-DATE = WS-CURRENT-DATE
016160         AND NOT AU-CORRECTION-RECORD
016200         ADD 1 TO WS-TOTAL-CALLS
016300         IF AU-RETURN-CODE = ZERO
016400             ADD 1 TO WS-TOTAL-ACCEPTED
033400     STRING "  REJECTED ................ " DELIMITED BY SIZE
033500         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
033600     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
033610
033620     MOVE WS-TOTAL-CORRECTIONS TO WS-EDIT-COUNT
033630     MOVE SPACES TO REPORT-LINE
033640     STRING "CORRECTION POSTINGS ........ " DELIMITED BY SIZE
033650         WS-EDIT-COUNT DELIMITED BY SIZE INTO REPORT-LINE
033660     WRITE REPORT-LINE AFTER ADVANCING 2 LINES
033700
033800     PERFORM 3100-PRINT-TEST1-DISTRIBUTION
033900         THRU 3100-PRINT-TEST1-DISTRIBUTION-EXIT
