002000*    DATE       BY    DESCRIPTION                             *
002100*    ---------  ----  -------------------------------------   *
002200*    2026-08-22 FR    ORIGINAL COPYBOOK.                      *
002208*    2026-10-15 FR    ADDED RN-CORRECTION-STARTED ('R') AND   *
002216*                     RN-CORRECTION-COMPLETED ('X') - THE     *
002224*                     CORRECTION RUN (MYCORR) REGISTERS       *
002232*                     ITSELF HERE UNDER THE DATE IT CORRECTS, *
002240*                     SO A SECOND CORRECTION OF A DATE IS     *
002248*                     REFUSED.  ON THE 'X' RECORD             *
002256*                     RN-RECORDS-READ IS THE POSTINGS         *
002264*                     RE-DERIVED AND RN-RECORDS-CALLED THE    *
002272*                     POSTINGS CORRECTED.  THE DAILY-RUN      *
002280*                     CHECKS ONLY EVER TEST 'S' AND 'C' AND   *
002288*                     ARE UNAFFECTED.                         *
002291*    2026-10-15 FR    ADDED RN-CATCHUP-SELECTED ('Q') - THE   *
002292*                     CATCH-UP JOB (MYCATCH) APPENDS ONE WHEN *
002293*                     IT HANDS A QUEUED DAY TO A PASS, WITH   *
002294*                     RN-RECORDS-READ THE RECORDS HANDED OVER *
002295*                     AND RN-RECORDS-CALLED ZERO, SO A DAY    *
002296*                     THAT FAILED IN ITS EDIT CAN BE TOLD     *
002297*                     FROM ONE NEVER REACHED.                 *
002300*                                                             *
002400***************************************************************
002500 01  RUN-CONTROL-RECORD.
002700     05  RN-STATUS               PIC X(01).
002800         88  RN-RUN-STARTED              VALUE "S".
002900         88  RN-RUN-COMPLETED            VALUE "C".
002910         88  RN-CORRECTION-STARTED       VALUE "R".
002920         88  RN-CORRECTION-COMPLETED     VALUE "X".
002930         88  RN-CATCHUP-SELECTED         VALUE "Q".
003000     05  RN-STAMP-DATE           PIC 9(08).
003100     05  RN-STAMP-TIME           PIC 9(08).
003200     05  RN-RECORDS-READ         PIC 9(09).
