000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MTIMREC                                     *
000400*    PURPOSE:     RECORD LAYOUT FOR THE JOB-TIMING HISTORY    *
000500*                 FILE (DD JOBTIME).  AN APPEND-ONLY LOG -    *
000600*                 EVERY DAILY STREAM STEP (MYEDIT, MYDRIVER,  *
000700*                 MYBAL, MYDIST, MYKEYU AND MYAUDL) ADDS ONE  *
000800*                 RECORD AS IT ENDS, CARRYING THE RUN DATE    *
000900*                 IT PROCESSED, ITS WALL-CLOCK START AND END  *
001000*                 STAMPS, THE RECORDS IT PROCESSED AND THE    *
001100*                 RETURN CODE IT ENDED WITH.  A RERUN ADDS A  *
001200*                 SECOND RECORD - NOTHING IS EVER REPLACED.   *
001300*                 MYTIMRPT REPORTS ELAPSED TIME AGAINST EACH  *
001400*                 STEP'S ROLLING AVERAGE FROM IT, AND MYHLTH  *
001500*                 PRINTS THE NIGHT'S BATCH WINDOW VERDICT.    *
001600*                 TIMES ARE HHMMSSHH, AS ACCEPTED FROM TIME.  *
001700*                 EVERYTHING IS IN DISPLAY DIGITS SO          *
001800*                 OPERATIONS CAN BROWSE THE FILE.             *
001900*                                                             *
002000*    MODIFICATION HISTORY                                     *
002100*    DATE       BY    DESCRIPTION                             *
002200*    ---------  ----  -------------------------------------   *
002300*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
002400*                                                             *
002500***************************************************************
002600 01  JOB-TIMING-RECORD.
002700     05  TM-PROGRAM-ID           PIC X(08).
002800     05  TM-RUN-DATE             PIC 9(08).
002900     05  TM-START-STAMP.
003000         10  TM-START-DATE       PIC 9(08).
003100         10  TM-START-TIME       PIC 9(08).
003200     05  TM-END-STAMP.
003300         10  TM-END-DATE         PIC 9(08).
003400         10  TM-END-TIME         PIC 9(08).
003500     05  TM-RECORDS-PROCESSED    PIC 9(09).
003600     05  TM-RETURN-CODE          PIC 9(04).
003700     05  FILLER                  PIC X(19).
