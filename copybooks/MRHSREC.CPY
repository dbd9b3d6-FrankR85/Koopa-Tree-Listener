000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MRHSREC                                    *
000400*    PURPOSE:     RECORD LAYOUT FOR THE Z DERIVATION RULE    *
000500*                 CHANGE HISTORY FILE (FCT FILE MRULHIS, A   *
000600*                 VSAM KSDS KEYED ON DATE/TIME/USERID OF     *
000700*                 THE CHANGE) - THE RULES COUNTERPART OF     *
000800*                 MCHGREC/MCTLHIS.  THE MRUL MAINTENANCE     *
000900*                 SCREEN (MYRMNT) WRITES ONE OF THESE ON     *
001000*                 EVERY ADD, CHANGE OR EXPIRY OF A RULE,     *
001100*                 WITH THE FULL MRULREC IMAGE BEFORE AND     *
001200*                 AFTER (THE BEFORE IMAGE IS SPACES ON AN    *
001300*                 ADD), SO THE RULE SET IN FORCE ON ANY      *
001400*                 PAST DATE, AND WHO KEYED EACH PART OF IT,  *
001500*                 CAN BE RECONSTRUCTED.  REPORTED BY         *
001600*                 MYRHSRPT (JOB MYRHSJ); THE CLUSTER IS      *
001700*                 DEFINED ONCE BY jcl/MYRMNI.                *
001800*                                                             *
001900*    MODIFICATION HISTORY                                     *
002000*    DATE       BY    DESCRIPTION                             *
002100*    ---------  ----  -------------------------------------   *
002200*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
002300*                                                             *
002400***************************************************************
002500 01  RULE-HISTORY-RECORD.
002600     05  RH-KEY.
002700         10  RH-CHANGE-DATE      PIC 9(08).
002800         10  RH-CHANGE-TIME      PIC 9(06).
002900         10  RH-CHANGED-BY       PIC X(08).
003000     05  RH-ACTION               PIC X(01).
003100         88  RH-ACTION-ADD               VALUE "A".
003200         88  RH-ACTION-CHANGE            VALUE "C".
003300         88  RH-ACTION-EXPIRE            VALUE "E".
003400     05  RH-SEQUENCE-NO          PIC 9(05).
003500     05  RH-RULE-ID              PIC X(08).
003600*    MRULREC IMAGES OF THE RULE EITHER SIDE OF THE CHANGE.
003700     05  RH-BEFORE-IMAGE         PIC X(80).
003800     05  RH-AFTER-IMAGE          PIC X(80).
003900     05  FILLER                  PIC X(04).
