001900*    DATE       BY    DESCRIPTION                             *
002000*    ---------  ----  -------------------------------------   *
002100*    2026-08-22 FR    ORIGINAL COPYBOOK.                      *
002110*    2026-10-15 FR    ADDED MQKEY, THE KEY MASTER STANDING    *
002120*                     LINE (SEE MAPS/MYINQM.BMS).             *
002200*                                                             *
002300***************************************************************
002400 01  MYINQ1I.
008800     05  FILLER REDEFINES MQLIN10F.
008900         10  MQLIN10A            PIC X(01).
009000     05  MQLIN10I                PIC X(50).
009010     05  MQKEYL                  PIC S9(04) COMP.
009020     05  MQKEYF                  PIC X(01).
009030     05  FILLER REDEFINES MQKEYF.
009040         10  MQKEYA              PIC X(01).
009050     05  MQKEYI                  PIC X(70).
009100     05  MQMSGL                  PIC S9(04) COMP.
009200     05  MQMSGF                  PIC X(01).
009300     05  FILLER REDEFINES MQMSGF.
013500     05  FILLER                  PIC X(02).
013600     05  MQLIN10A                PIC X(01).
013700     05  MQLIN10O                PIC X(50).
013710     05  FILLER                  PIC X(02).
013720     05  MQKEYA                  PIC X(01).
013730     05  MQKEYO                  PIC X(70).
013800     05  FILLER                  PIC X(02).
013900     05  MQMSGA                  PIC X(01).
014000     05  MQMSGO                  PIC X(79).
