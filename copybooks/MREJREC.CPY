001730*                     YYYYMMDD.  A BLANK OR ZERO DATE IS NOT   *
001740*                     A REJECT - MYEDIT STAMPS THE RUN DATE    *
001750*                     INTO IT.                                 *
001752*    2026-10-15 FR    ADDED REASON 05 - THE TRANSACTION DATE   *
001754*                     FALLS IN AN ACCOUNTING PERIOD ALREADY    *
001756*                     CLOSED (SEE MPERREC) WHOSE PERIOD RECORD *
001758*                     SAYS LATE WORK IS REJECTED.  ONLY A      *
001760*                     RECORD THAT PASSES EVERY OTHER EDIT GETS *
001762*                     IT.                                      *
001764*    2026-10-15 FR    ADDED REASONS 06 TO 11 FOR A TEST FIELD  *
001766*                     VALUE THE REFERENCE CODE FILE (MREFREC)  *
001768*                     DOES NOT ALLOW - 06/07/08 WHEN           *
001770*                     TEST1/TEST2/TEST3 IS NOT ON THE FILE AT  *
001772*                     ALL, 09/10/11 WHEN IT IS ON THE FILE BUT *
001774*                     NOT IN FORCE ON THE TRANSACTION DATE     *
001776*                     (RETIRED, OR NOT YET STARTED).  CHECKED  *
001778*                     AFTER THE BLANK AND DATE EDITS, TEST1    *
001780*                     FIRST, AND BEFORE THE CLOSED PERIOD.     *
001800*                                                             *
001900***************************************************************
002000 01  REJECT-RECORD.
002400         88  RJ-REASON-BLANK-TEST2       VALUE "02".
002500         88  RJ-REASON-BLANK-TEST3       VALUE "03".
002510         88  RJ-REASON-BAD-TRAN-DATE     VALUE "04".
002520         88  RJ-REASON-CLOSED-PERIOD     VALUE "05".
002530         88  RJ-REASON-UNKNOWN-TEST1     VALUE "06".
002540         88  RJ-REASON-UNKNOWN-TEST2     VALUE "07".
002550         88  RJ-REASON-UNKNOWN-TEST3     VALUE "08".
002560         88  RJ-REASON-RETIRED-TEST1     VALUE "09".
002570         88  RJ-REASON-RETIRED-TEST2     VALUE "10".
002580         88  RJ-REASON-RETIRED-TEST3     VALUE "11".
002585         88  RJ-REASON-UNKNOWN-CODE      VALUE "06" THRU "08".
002590         88  RJ-REASON-REFERENCE-CODE    VALUE "06" THRU "11".
002600     05  RJ-RECORD-IMAGE         PIC X(80).
002700     05  FILLER                  PIC X(10).
