000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MYAPPRM                                     *
000400*    PURPOSE:     SYMBOLIC MAP FOR MAPSET MYAPPRM, MAP        *
000500*                 MYAPPR1 (THE MYPROG CONTROL CHANGE          *
000600*                 APPROVAL SCREEN).  GENERATED FROM           *
000700*                 MAPS/MYAPPRM.BMS BY THE BMS ASSEMBLY STEP;  *
000800*                 CHECKED IN HERE SO MYAPPR.CBL HAS SOMETHING *
000900*                 TO COMPILE AGAINST WITHOUT RUNNING THE MAP  *
001000*                 ASSEMBLY BY HAND.                           *
001100*                                                             *
001200*    MODIFICATION HISTORY                                     *
001300*    DATE       BY    DESCRIPTION                             *
001400*    ---------  ----  -------------------------------------   *
001500*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
001600*                                                             *
001700***************************************************************
001800 01  MYAPPR1I.
001900     05  FILLER                  PIC X(12).
002000     05  MAVALXL                 PIC S9(04) COMP.
002100     05  MAVALXF                 PIC X(01).
002200     05  FILLER REDEFINES MAVALXF.
002300         10  MAVALXA             PIC X(01).
002400     05  MAVALXI                 PIC X(01).
002500     05  MAVALYL                 PIC S9(04) COMP.
002600     05  MAVALYF                 PIC X(01).
002700     05  FILLER REDEFINES MAVALYF.
002800         10  MAVALYA             PIC X(01).
002900     05  MAVALYI                 PIC X(01).
003000     05  MACHGBYL                PIC S9(04) COMP.
003100     05  MACHGBYF                PIC X(01).
003200     05  FILLER REDEFINES MACHGBYF.
003300         10  MACHGBYA            PIC X(01).
003400     05  MACHGBYI                PIC X(08).
003500     05  MAAPPBYL                PIC S9(04) COMP.
003600     05  MAAPPBYF                PIC X(01).
003700     05  FILLER REDEFINES MAAPPBYF.
003800         10  MAAPPBYA            PIC X(01).
003900     05  MAAPPBYI                PIC X(08).
004000     05  MACHGDTL                PIC S9(04) COMP.
004100     05  MACHGDTF                PIC X(01).
004200     05  FILLER REDEFINES MACHGDTF.
004300         10  MACHGDTA            PIC X(01).
004400     05  MACHGDTI                PIC X(08).
004500     05  MACHGTML                PIC S9(04) COMP.
004600     05  MACHGTMF                PIC X(01).
004700     05  FILLER REDEFINES MACHGTMF.
004800         10  MACHGTMA            PIC X(01).
004900     05  MACHGTMI                PIC X(06).
005000     05  MAPNDXL                 PIC S9(04) COMP.
005100     05  MAPNDXF                 PIC X(01).
005200     05  FILLER REDEFINES MAPNDXF.
005300         10  MAPNDXA             PIC X(01).
005400     05  MAPNDXI                 PIC X(01).
005500     05  MAPNDYL                 PIC S9(04) COMP.
005600     05  MAPNDYF                 PIC X(01).
005700     05  FILLER REDEFINES MAPNDYF.
005800         10  MAPNDYA             PIC X(01).
005900     05  MAPNDYI                 PIC X(01).
006000     05  MAREQBYL                PIC S9(04) COMP.
006100     05  MAREQBYF                PIC X(01).
006200     05  FILLER REDEFINES MAREQBYF.
006300         10  MAREQBYA            PIC X(01).
006400     05  MAREQBYI                PIC X(08).
006500     05  MAREQDTL                PIC S9(04) COMP.
006600     05  MAREQDTF                PIC X(01).
006700     05  FILLER REDEFINES MAREQDTF.
006800         10  MAREQDTA            PIC X(01).
006900     05  MAREQDTI                PIC X(08).
007000     05  MAREQTML                PIC S9(04) COMP.
007100     05  MAREQTMF                PIC X(01).
007200     05  FILLER REDEFINES MAREQTMF.
007300         10  MAREQTMA            PIC X(01).
007400     05  MAREQTMI                PIC X(06).
007500     05  MAMSGL                  PIC S9(04) COMP.
007600     05  MAMSGF                  PIC X(01).
007700     05  FILLER REDEFINES MAMSGF.
007800         10  MAMSGA              PIC X(01).
007900     05  MAMSGI                  PIC X(79).
008000*
008100 01  MYAPPR1O REDEFINES MYAPPR1I.
008200     05  FILLER                  PIC X(12).
008300     05  FILLER                  PIC X(02).
008400     05  MAVALXA                 PIC X(01).
008500     05  MAVALXO                 PIC X(01).
008600     05  FILLER                  PIC X(02).
008700     05  MAVALYA                 PIC X(01).
008800     05  MAVALYO                 PIC X(01).
008900     05  FILLER                  PIC X(02).
009000     05  MACHGBYA                PIC X(01).
009100     05  MACHGBYO                PIC X(08).
009200     05  FILLER                  PIC X(02).
009300     05  MAAPPBYA                PIC X(01).
009400     05  MAAPPBYO                PIC X(08).
009500     05  FILLER                  PIC X(02).
009600     05  MACHGDTA                PIC X(01).
009700     05  MACHGDTO                PIC X(08).
009800     05  FILLER                  PIC X(02).
009900     05  MACHGTMA                PIC X(01).
010000     05  MACHGTMO                PIC X(06).
010100     05  FILLER                  PIC X(02).
010200     05  MAPNDXA                 PIC X(01).
010300     05  MAPNDXO                 PIC X(01).
010400     05  FILLER                  PIC X(02).
010500     05  MAPNDYA                 PIC X(01).
010600     05  MAPNDYO                 PIC X(01).
010700     05  FILLER                  PIC X(02).
010800     05  MAREQBYA                PIC X(01).
010900     05  MAREQBYO                PIC X(08).
011000     05  FILLER                  PIC X(02).
011100     05  MAREQDTA                PIC X(01).
011200     05  MAREQDTO                PIC X(08).
011300     05  FILLER                  PIC X(02).
011400     05  MAREQTMA                PIC X(01).
011500     05  MAREQTMO                PIC X(06).
011600     05  FILLER                  PIC X(02).
011700     05  MAMSGA                  PIC X(01).
011800     05  MAMSGO                  PIC X(79).
