002647*                     WITHOUT IT, HISTORY RESTORED BY MYRSTRJ    *
002648*                     COULD NEVER BE RERUN.                      *
002649*                                                             *
002650*    2026-10-15 FR    8100-READ-ACTUAL-FILE ALSO SKIPS THE       *
002652*                     REVERSAL AND REPLACEMENT RECORDS A         *
002654*                     CORRECTION RUN (MYCORR) APPENDS UNDER THE  *
002656*                     DATE - THEY WOULD PUT A KEY ON THE ACTUAL  *
002658*                     SIDE TWO OR THREE TIMES.  THE RECONCILE    *
002660*                     COVERS THE DAY AS IT WAS ORIGINALLY        *
002662*                     POSTED; THE CORRECTIONS ARE LISTED ON      *
002664*                     MYCORR'S OWN REPORT.                       *
002690*                                                             *
002700***************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.                MYRECON.
027100*    8100-READ-ACTUAL-FILE - READ THE NEXT ACTUAL EXTRACT      *
027200*    RECORD FOR THE TARGET RUN DATE, SKIPPING OVER ANY OTHER    *
027300*    DAY'S RECORDS LEFT ON ACTFILE BY THE NEVER-RESET EXTFILE,  *
027310*    AND OVER ANY REVERSAL OR REPLACEMENT A CORRECTION RUN      *
027320*    ADDED FOR THE DATE, AND SET THE END-OF-FILE SWITCH WHEN    *
027400*    EXHAUSTED.                                                 *
027500***************************************************************
027600 8100-READ-ACTUAL-FILE.
027700     PERFORM 8110-READ-ACTUAL-FILE-RAW
027800         THRU 8110-READ-ACTUAL-FILE-RAW-EXIT
027900         UNTIL END-OF-ACTUAL-FILE
028000            OR (EX-RUN-DATE = WS-CURRENT-DATE
028050                AND NOT EX-CORRECTION-POSTING)
028100     .
028200 8100-READ-ACTUAL-FILE-EXIT.
028300     EXIT.
