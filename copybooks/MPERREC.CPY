000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MPERREC                                     *
000400*    PURPOSE:     RECORD LAYOUT FOR THE ACCOUNTING PERIOD     *
000500*                 FILE (DD PERIODS).  AN APPEND-ONLY HISTORY  *
000600*                 OF CLOSED PERIODS: THE PERIOD CLOSE         *
000700*                 PROGRAM (MYPCLS, JOB MYPCLJ) APPENDS ONE    *
000800*                 RECORD WHEN A MONTH IS CLOSED, CARRYING     *
000900*                 THE PERIOD'S FROZEN SNAPSHOT - THE CALL,    *
001000*                 ACCEPTED, REJECTED AND EXTRACT TOTALS, THE  *
001100*                 NET Z DISTRIBUTION AFTER CORRECTIONS, THE   *
001200*                 X/Y IN FORCE AT CLOSE AND THE RULES         *
001300*                 VERSION (RULE COUNT AND A HASH TOTAL OF     *
001400*                 THE RULEFILE IMAGES, SO ANY CHANGE TO THE   *
001500*                 RULE SET SHOWS AS A NEW VERSION).  PERIODS  *
001600*                 CLOSE IN MONTH ORDER WITH NO GAPS, SO THE   *
001700*                 MONTH AFTER THE LAST RECORD ON THE FILE IS  *
001800*                 THE FIRST OPEN PERIOD.                      *
001900*                                                             *
002000*                 PD-DIVERT-ACTION TELLS MYEDIT WHAT TO DO    *
002100*                 WITH A TRANSACTION DATED INSIDE THE         *
002200*                 PERIOD ONCE IT IS CLOSED - REJECT IT        *
002300*                 (REASON 05 IN MREJREC) OR RE-DATE IT TO     *
002400*                 THE BUSINESS DATE OF THE DAY BEING RUN.     *
002500*                 COUNTS ARE CARRIED IN DISPLAY DIGITS SO     *
002600*                 FINANCE CAN BROWSE THE FILE.                *
002700*                                                             *
002800*    MODIFICATION HISTORY                                     *
002900*    DATE       BY    DESCRIPTION                             *
003000*    ---------  ----  -------------------------------------   *
003100*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
003200*                                                             *
003300***************************************************************
003400 01  PERIOD-RECORD.
003500     05  PD-PERIOD.
003600         10  PD-PERIOD-YYYY      PIC 9(04).
003700         10  PD-PERIOD-MM        PIC 9(02).
003800     05  PD-DIVERT-ACTION        PIC X(01).
003900         88  PD-DIVERT-TO-REJECT         VALUE "R".
004000         88  PD-DIVERT-TO-REDATE         VALUE "D".
004100     05  PD-CLOSED-DATE          PIC 9(08).
004200     05  PD-CLOSED-TIME          PIC 9(08).
004300*    THE PERIOD'S ORIGINAL MYPROG CALLS (AUDTFILE), SPLIT BY
004400*    RETURN CODE, ITS ORIGINAL EXTRACT POSTINGS (EXTFILE), AND
004500*    THE POSTINGS A CORRECTION RUN CHANGED.
004600     05  PD-CALL-COUNT           PIC 9(09).
004700     05  PD-ACCEPTED-COUNT       PIC 9(09).
004800     05  PD-REJECTED-COUNT       PIC 9(09).
004900     05  PD-EXTRACT-COUNT        PIC 9(09).
005000     05  PD-CORRECTED-COUNT      PIC 9(09).
005100*    CONTROL VALUES AND RULE SET IN FORCE WHEN THE PERIOD CLOSED.
005200     05  PD-VALUE-X              PIC X(01).
005300     05  PD-VALUE-Y              PIC X(01).
005400     05  PD-RULES-VERSION.
005500         10  PD-RULE-COUNT       PIC 9(05).
005600         10  PD-RULE-HASH        PIC 9(15).
005700*    ACCEPTED CALLS BY RESULT Z, NET OF CORRECTIONS.  UP TO 20
005800*    DISTINCT VALUES; ANY BEYOND THAT ARE LUMPED TOGETHER IN
005900*    PD-Z-OTHER-COUNT.
006000     05  PD-Z-USED               PIC 9(02).
006100     05  PD-Z-ENTRY OCCURS 20 TIMES.
006200         10  PD-Z-VALUE          PIC X(01).
006300         10  PD-Z-COUNT          PIC 9(09).
006400     05  PD-Z-OTHER-COUNT        PIC 9(09).
006500     05  FILLER                  PIC X(19).
