000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MREFREC                                     *
000400*    PURPOSE:     RECORD LAYOUT FOR THE REFERENCE CODE FILE   *
000500*                 (DD REFCODES) - THE VALID TEST1 RANGES AND  *
000600*                 THE VALID TEST2 AND TEST3 CODES, EACH WITH  *
000700*                 THE DATES IT IS IN FORCE.  MYEDIT LOADS IT  *
000800*                 AT START AND REJECTS A TRANSACTION CARRYING *
000900*                 A VALUE THE FILE DOES NOT KNOW, OR ONE NOT  *
001000*                 IN FORCE ON THE TRANSACTION'S TR-TRAN-DATE  *
001100*                 (REASONS 06-11 IN MREJREC); MYREFRPT LISTS  *
001200*                 THOSE VALUES BY FREQUENCY.  DATA CONTROL    *
001300*                 KEEPS THE FILE UP TO DATE BY EDITING IT     *
001400*                 DIRECTLY - A NEW CODE IS A NEW RECORD, A    *
001500*                 RETIRED CODE GETS AN EFFECTIVE-TO DATE, AND *
001600*                 NEITHER NEEDS A PROGRAM CHANGE.  EVERYTHING *
001700*                 IS DISPLAY SO THE FILE CAN BE KEYED AND     *
001800*                 BROWSED AS TEXT, ONE FIELD TO A COLUMN:     *
001900*                   COL  1     TYPE (1, 2 OR 3 - SEE BELOW)   *
002000*                   COL  3-12  CODE, OR LOW END OF THE RANGE  *
002100*                   COL 14-23  HIGH END OF A TEST1 RANGE      *
002200*                   COL 25-32  EFFECTIVE FROM (YYYYMMDD)      *
002300*                   COL 34-41  EFFECTIVE TO   (YYYYMMDD)      *
002400*                   COL 43-72  DESCRIPTION (NOT EDITED)       *
002500*                 A TYPE OF '*' MARKS A COMMENT RECORD, WHICH *
002600*                 IS IGNORED.  A TEST1 RANGE WITH NO HIGH END *
002700*                 COVERS THE ONE VALUE.  ZERO OR BLANK        *
002800*                 EFFECTIVE DATES MEAN NO BOUND ON THAT SIDE, *
002900*                 AS ON THE RULES FILE (MRULREC).  THE SAME   *
003000*                 CODE MAY APPEAR MORE THAN ONCE (E.G. ONCE   *
003100*                 PER SPELL IN FORCE).  A FIELD IS ONLY       *
003200*                 CHECKED ONCE THE FILE HOLDS AT LEAST ONE    *
003300*                 RECORD OF ITS TYPE, SO AN EMPTY FILE        *
003400*                 CHANGES NOTHING.                            *
003500*                                                             *
003600*    MODIFICATION HISTORY                                     *
003700*    DATE       BY    DESCRIPTION                             *
003800*    ---------  ----  -------------------------------------   *
003900*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
004000*                                                             *
004100***************************************************************
004200 01  REFERENCE-CODE-RECORD.
004300     05  RF-CODE-TYPE            PIC X(01).
004400         88  RF-TYPE-TEST1-RANGE         VALUE "1".
004500         88  RF-TYPE-TEST2-CODE          VALUE "2".
004600         88  RF-TYPE-TEST3-CODE          VALUE "3".
004700         88  RF-TYPE-COMMENT             VALUE "*".
004800     05  FILLER                  PIC X(01).
004900     05  RF-CODE-LO              PIC X(10).
005000     05  FILLER                  PIC X(01).
005100     05  RF-CODE-HI              PIC X(10).
005200     05  FILLER                  PIC X(01).
005300*    FIRST AND LAST TRANSACTION DATES (YYYYMMDD, INCLUSIVE) THE
005400*    CODE IS VALID FOR.  ZERO OR BLANK MEANS NO BOUND.
005500     05  RF-EFFECTIVE-FROM-X     PIC X(08).
005600     05  RF-EFFECTIVE-FROM REDEFINES RF-EFFECTIVE-FROM-X
005700                                 PIC 9(08).
005800     05  FILLER                  PIC X(01).
005900     05  RF-EFFECTIVE-TO-X       PIC X(08).
006000     05  RF-EFFECTIVE-TO REDEFINES RF-EFFECTIVE-TO-X
006100                                 PIC 9(08).
006200     05  FILLER                  PIC X(01).
006300     05  RF-DESCRIPTION          PIC X(30).
006400     05  FILLER                  PIC X(08).
