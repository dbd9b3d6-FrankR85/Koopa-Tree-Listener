000100***************************************************************
000200*                                                             *
000300*    COPYBOOK:    MYRMNTM                                     *
000400*    PURPOSE:     SYMBOLIC MAP FOR MAPSET MYRMNTM, MAP        *
000500*                 MYRMNT1 (THE Z DERIVATION RULE MAINTENANCE  *
000600*                 SCREEN).  GENERATED FROM MAPS/MYRMNTM.BMS   *
000700*                 BY THE BMS ASSEMBLY STEP; CHECKED IN HERE   *
000800*                 SO MYRMNT.CBL HAS SOMETHING TO COMPILE      *
000900*                 AGAINST WITHOUT RUNNING THE MAP ASSEMBLY    *
001000*                 BY HAND.                                    *
001100*                 MYRMNT1L IS A HAND-CODED VIEW OF THE TEN    *
001200*                 LIST LINES AS A TABLE, LIKE MYINQ1L.        *
001300*                                                             *
001400*    MODIFICATION HISTORY                                     *
001500*    DATE       BY    DESCRIPTION                             *
001600*    ---------  ----  -------------------------------------   *
001700*    2026-10-15 FR    ORIGINAL COPYBOOK.                      *
001800*                                                             *
001900***************************************************************
002000 01  MYRMNT1I.
002100     05  FILLER                  PIC X(12).
002200     05  MRLIN01L                PIC S9(04) COMP.
002300     05  MRLIN01F                PIC X(01).
002400     05  FILLER REDEFINES MRLIN01F.
002500         10  MRLIN01A            PIC X(01).
002600     05  MRLIN01I                PIC X(79).
002700     05  MRLIN02L                PIC S9(04) COMP.
002800     05  MRLIN02F                PIC X(01).
002900     05  FILLER REDEFINES MRLIN02F.
003000         10  MRLIN02A            PIC X(01).
003100     05  MRLIN02I                PIC X(79).
003200     05  MRLIN03L                PIC S9(04) COMP.
003300     05  MRLIN03F                PIC X(01).
003400     05  FILLER REDEFINES MRLIN03F.
003500         10  MRLIN03A            PIC X(01).
003600     05  MRLIN03I                PIC X(79).
003700     05  MRLIN04L                PIC S9(04) COMP.
003800     05  MRLIN04F                PIC X(01).
003900     05  FILLER REDEFINES MRLIN04F.
004000         10  MRLIN04A            PIC X(01).
004100     05  MRLIN04I                PIC X(79).
004200     05  MRLIN05L                PIC S9(04) COMP.
004300     05  MRLIN05F                PIC X(01).
004400     05  FILLER REDEFINES MRLIN05F.
004500         10  MRLIN05A            PIC X(01).
004600     05  MRLIN05I                PIC X(79).
004700     05  MRLIN06L                PIC S9(04) COMP.
004800     05  MRLIN06F                PIC X(01).
004900     05  FILLER REDEFINES MRLIN06F.
005000         10  MRLIN06A            PIC X(01).
005100     05  MRLIN06I                PIC X(79).
005200     05  MRLIN07L                PIC S9(04) COMP.
005300     05  MRLIN07F                PIC X(01).
005400     05  FILLER REDEFINES MRLIN07F.
005500         10  MRLIN07A            PIC X(01).
005600     05  MRLIN07I                PIC X(79).
005700     05  MRLIN08L                PIC S9(04) COMP.
005800     05  MRLIN08F                PIC X(01).
005900     05  FILLER REDEFINES MRLIN08F.
006000         10  MRLIN08A            PIC X(01).
006100     05  MRLIN08I                PIC X(79).
006200     05  MRLIN09L                PIC S9(04) COMP.
006300     05  MRLIN09F                PIC X(01).
006400     05  FILLER REDEFINES MRLIN09F.
006500         10  MRLIN09A            PIC X(01).
006600     05  MRLIN09I                PIC X(79).
006700     05  MRLIN10L                PIC S9(04) COMP.
006800     05  MRLIN10F                PIC X(01).
006900     05  FILLER REDEFINES MRLIN10F.
007000         10  MRLIN10A            PIC X(01).
007100     05  MRLIN10I                PIC X(79).
007200     05  MRSEQL                  PIC S9(04) COMP.
007300     05  MRSEQF                  PIC X(01).
007400     05  FILLER REDEFINES MRSEQF.
007500         10  MRSEQA              PIC X(01).
007600     05  MRSEQI                  PIC X(05).
007700     05  MRRIDL                  PIC S9(04) COMP.
007800     05  MRRIDF                  PIC X(01).
007900     05  FILLER REDEFINES MRRIDF.
008000         10  MRRIDA              PIC X(01).
008100     05  MRRIDI                  PIC X(08).
008200     05  MRT1LOL                 PIC S9(04) COMP.
008300     05  MRT1LOF                 PIC X(01).
008400     05  FILLER REDEFINES MRT1LOF.
008500         10  MRT1LOA             PIC X(01).
008600     05  MRT1LOI                 PIC X(10).
008700     05  MRT1HIL                 PIC S9(04) COMP.
008800     05  MRT1HIF                 PIC X(01).
008900     05  FILLER REDEFINES MRT1HIF.
009000         10  MRT1HIA             PIC X(01).
009100     05  MRT1HII                 PIC X(10).
009200     05  MRT2L                   PIC S9(04) COMP.
009300     05  MRT2F                   PIC X(01).
009400     05  FILLER REDEFINES MRT2F.
009500         10  MRT2A               PIC X(01).
009600     05  MRT2I                   PIC X(10).
009700     05  MRT3L                   PIC S9(04) COMP.
009800     05  MRT3F                   PIC X(01).
009900     05  FILLER REDEFINES MRT3F.
010000         10  MRT3A               PIC X(01).
010100     05  MRT3I                   PIC X(10).
010200     05  MRZL                    PIC S9(04) COMP.
010300     05  MRZF                    PIC X(01).
010400     05  FILLER REDEFINES MRZF.
010500         10  MRZA                PIC X(01).
010600     05  MRZI                    PIC X(01).
010700     05  MRFROML                 PIC S9(04) COMP.
010800     05  MRFROMF                 PIC X(01).
010900     05  FILLER REDEFINES MRFROMF.
011000         10  MRFROMA             PIC X(01).
011100     05  MRFROMI                 PIC X(08).
011200     05  MRTOL                   PIC S9(04) COMP.
011300     05  MRTOF                   PIC X(01).
011400     05  FILLER REDEFINES MRTOF.
011500         10  MRTOA               PIC X(01).
011600     05  MRTOI                   PIC X(08).
011700     05  MRMSGL                  PIC S9(04) COMP.
011800     05  MRMSGF                  PIC X(01).
011900     05  FILLER REDEFINES MRMSGF.
012000         10  MRMSGA              PIC X(01).
012100     05  MRMSGI                  PIC X(79).
012200*
012300 01  MYRMNT1O REDEFINES MYRMNT1I.
012400     05  FILLER                  PIC X(12).
012500     05  FILLER                  PIC X(02).
012600     05  MRLIN01A                PIC X(01).
012700     05  MRLIN01O                PIC X(79).
012800     05  FILLER                  PIC X(02).
012900     05  MRLIN02A                PIC X(01).
013000     05  MRLIN02O                PIC X(79).
013100     05  FILLER                  PIC X(02).
013200     05  MRLIN03A                PIC X(01).
013300     05  MRLIN03O                PIC X(79).
013400     05  FILLER                  PIC X(02).
013500     05  MRLIN04A                PIC X(01).
013600     05  MRLIN04O                PIC X(79).
013700     05  FILLER                  PIC X(02).
013800     05  MRLIN05A                PIC X(01).
013900     05  MRLIN05O                PIC X(79).
014000     05  FILLER                  PIC X(02).
014100     05  MRLIN06A                PIC X(01).
014200     05  MRLIN06O                PIC X(79).
014300     05  FILLER                  PIC X(02).
014400     05  MRLIN07A                PIC X(01).
014500     05  MRLIN07O                PIC X(79).
014600     05  FILLER                  PIC X(02).
014700     05  MRLIN08A                PIC X(01).
014800     05  MRLIN08O                PIC X(79).
014900     05  FILLER                  PIC X(02).
015000     05  MRLIN09A                PIC X(01).
015100     05  MRLIN09O                PIC X(79).
015200     05  FILLER                  PIC X(02).
015300     05  MRLIN10A                PIC X(01).
015400     05  MRLIN10O                PIC X(79).
015500     05  FILLER                  PIC X(02).
015600     05  MRSEQA                  PIC X(01).
015700     05  MRSEQO                  PIC X(05).
015800     05  FILLER                  PIC X(02).
015900     05  MRRIDA                  PIC X(01).
016000     05  MRRIDO                  PIC X(08).
016100     05  FILLER                  PIC X(02).
016200     05  MRT1LOA                 PIC X(01).
016300     05  MRT1LOO                 PIC X(10).
016400     05  FILLER                  PIC X(02).
016500     05  MRT1HIA                 PIC X(01).
016600     05  MRT1HIO                 PIC X(10).
016700     05  FILLER                  PIC X(02).
016800     05  MRT2A                   PIC X(01).
016900     05  MRT2O                   PIC X(10).
017000     05  FILLER                  PIC X(02).
017100     05  MRT3A                   PIC X(01).
017200     05  MRT3O                   PIC X(10).
017300     05  FILLER                  PIC X(02).
017400     05  MRZA                    PIC X(01).
017500     05  MRZO                    PIC X(01).
017600     05  FILLER                  PIC X(02).
017700     05  MRFROMA                 PIC X(01).
017800     05  MRFROMO                 PIC X(08).
017900     05  FILLER                  PIC X(02).
018000     05  MRTOA                   PIC X(01).
018100     05  MRTOO                   PIC X(08).
018200     05  FILLER                  PIC X(02).
018300     05  MRMSGA                  PIC X(01).
018400     05  MRMSGO                  PIC X(79).
018500*
018600 01  MYRMNT1L REDEFINES MYRMNT1I.
018700     05  FILLER                  PIC X(12).
018800     05  MRLINE-ENTRY OCCURS 10 TIMES.
018900         10  FILLER              PIC X(03).
019000         10  MRLINEO             PIC X(79).
