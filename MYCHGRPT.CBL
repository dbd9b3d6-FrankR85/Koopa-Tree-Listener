002500*    DATE       BY    DESCRIPTION                             *
002600*    ---------  ----  -------------------------------------   *
002700*    2026-09-02 FR    ORIGINAL PROGRAM.                       *
002705*    2026-10-15 FR    CHANGES ARE NOW APPROVED OR REJECTED BY *
002710*                     A SECOND USER ON MAPR (MYAPPR), WHICH   *
002715*                     WRITES THE HISTORY RECORD.  ADDED THE   *
002720*                     ACTION (APPROVED, REJECTED, OR DIRECT   *
002725*                     FOR RECORDS WRITTEN BY THE OLD          *
002730*                     SINGLE-STEP MMNT UPDATE), THE APPROVER  *
002735*                     AND THE DATE/TIME THE CHANGE WAS        *
002740*                     REQUESTED TO EACH LINE.  A REJECTED     *
002745*                     LINE CHANGED NOTHING - THE VALUES IN    *
002750*                     FORCE ON A DATE ARE THE NEW X/Y OF THE  *
002755*                     LAST APPROVED OR DIRECT LINE ON OR      *
002760*                     BEFORE IT.                              *
002800*                                                             *
002900***************************************************************
003000 IDENTIFICATION DIVISION.
008800     05  WS-CHANGES-LISTED       PIC 9(09)   COMP    VALUE ZERO.
008900
009000 01  WS-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
009010
009020*    PRINTED FORM OF CH-ACTION.
009030 01  WS-ACTION-TEXT              PIC X(08)   VALUE SPACES.
009100
009200 LINKAGE SECTION.
009300*    OPTIONAL JCL PARM CARRYING THE REPORT RANGE AS
017700     WRITE REPORT-LINE AFTER ADVANCING PAGE
017800     MOVE SPACES TO REPORT-LINE
017900     STRING "CHANGED ON  AT      BY        "
017905         "OLD X/Y  NEW X/Y  ACTION    APPROVED BY  "
017910         "REQUESTED ON"
018100         DELIMITED BY SIZE INTO REPORT-LINE
018200     WRITE REPORT-LINE AFTER ADVANCING 2 LINES
018300     PERFORM 8000-READ-HISTORY-FILE
019000*    2000-LIST-ONE-CHANGE - PRINT ONE IN-RANGE CHANGE AND     *
019100*    READ THE NEXT.  THE KSDS KEY ORDER IS DATE/TIME/USER,    *
019200*    SO THE LISTING READS TOP TO BOTTOM AS THE VALUES         *
019250*    CHANGED.  A REJECTED LINE CHANGED NOTHING; OTHERWISE     *
019300*    THE NEW X/Y OF ONE LINE IS THE OLD X/Y OF THE NEXT, AND  *
019350*    THE VALUES IN FORCE ON ANY DATE ARE THE NEW X/Y OF THE   *
019400*    LAST APPROVED OR DIRECT LINE ON OR BEFORE IT.  A DIRECT  *
019450*    LINE IS ONE WRITTEN BEFORE CHANGES NEEDED APPROVAL - IT  *
019500*    HAS NO APPROVER OR REQUEST DATE.                         *
019600***************************************************************
019700 2000-LIST-ONE-CHANGE.
019800     ADD 1 TO WS-RECORDS-READ
020200         GO TO 2000-NEXT-CHANGE
020300     END-IF
020400     ADD 1 TO WS-CHANGES-LISTED
020410     EVALUATE TRUE
020420         WHEN CH-ACTION-APPROVED
020430             MOVE "APPROVED" TO WS-ACTION-TEXT
020440         WHEN CH-ACTION-REJECTED
020450             MOVE "REJECTED" TO WS-ACTION-TEXT
020460         WHEN OTHER
020470             MOVE "DIRECT" TO WS-ACTION-TEXT
020480     END-EVALUATE
020500     MOVE SPACES TO REPORT-LINE
020520     IF CH-ACTION-DIRECT
020540         STRING CH-CHANGE-DATE "  " CH-CHANGE-TIME "  "
020560             CH-CHANGED-BY "  " CH-OLD-VALUE-X " "
020580             CH-OLD-VALUE-Y "      " CH-NEW-VALUE-X " "
020600             CH-NEW-VALUE-Y "        " WS-ACTION-TEXT
020620             DELIMITED BY SIZE INTO REPORT-LINE
020640     ELSE
020660         STRING CH-CHANGE-DATE "  " CH-CHANGE-TIME "  "
020680             CH-CHANGED-BY "  " CH-OLD-VALUE-X " "
020700             CH-OLD-VALUE-Y "      " CH-NEW-VALUE-X " "
020720             CH-NEW-VALUE-Y "        " WS-ACTION-TEXT "  "
020740             CH-APPROVED-BY "     " CH-REQUESTED-DATE " "
020760             CH-REQUESTED-TIME
020780             DELIMITED BY SIZE INTO REPORT-LINE
020800     END-IF
021100     WRITE REPORT-LINE AFTER ADVANCING 1 LINES
021200     .
021300 2000-NEXT-CHANGE.
