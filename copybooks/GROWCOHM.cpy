000100*****************************************************************
000200* COPYBOOK:    GROWCOHM                                         *
000300* PURPOSE:     SYMBOLIC MAP FOR COHMAP IN MAPSET GROWSET - THE  *
000400*              COHORT MASTER MAINTENANCE SCREEN DRIVEN BY       *
000500*              GROWCOH.  KEPT IN STEP WITH MAPS/GROWSET.BMS -   *
000600*              REASSEMBLE THE MAPSET AND REFRESH THIS MEMBER    *
000700*              TOGETHER.                                        *
000800* MOD LOG:                                                      *
000900*   2026-10-15 DLH  INITIAL VERSION.                            *
001000*****************************************************************
001100 01  COHMAPI.
001200     05  FILLER                      PIC X(12).
001300     05  HACTL                       PIC S9(04) COMP.
001400     05  HACTF                       PIC X(01).
001500     05  HACTI                       PIC X(01).
001600     05  HCOHL                       PIC S9(04) COMP.
001700     05  HCOHF                       PIC X(01).
001800     05  HCOHI                       PIC X(08).
001900     05  HNAMEL                      PIC S9(04) COMP.
002000     05  HNAMEF                      PIC X(01).
002100     05  HNAMEI                      PIC X(30).
002200     05  HPOPL                       PIC S9(04) COMP.
002300     05  HPOPF                       PIC X(01).
002400     05  HPOPI                       PIC X(09).
002500     05  HSURGL                      PIC S9(04) COMP.
002600     05  HSURGF                      PIC X(01).
002700     05  HSURGI                      PIC X(12).
002800     05  HSTAL                       PIC S9(04) COMP.
002900     05  HSTAF                       PIC X(01).
003000     05  HSTAI                       PIC X(01).
003100     05  HHPCTL                      PIC S9(04) COMP.
003200     05  HHPCTF                      PIC X(01).
003300     05  HHPCTI                      PIC X(03).
003400     05  HIPCTL                      PIC S9(04) COMP.
003500     05  HIPCTF                      PIC X(01).
003600     05  HIPCTI                      PIC X(03).
003700     05  HHLOSL                      PIC S9(04) COMP.
003800     05  HHLOSF                      PIC X(01).
003900     05  HHLOSI                      PIC X(02).
004000     05  HILOSL                      PIC S9(04) COMP.
004100     05  HILOSF                      PIC X(01).
004200     05  HILOSI                      PIC X(02).
004300     05  HLBEDL                      PIC S9(04) COMP.
004400     05  HLBEDF                      PIC X(01).
004500     05  HLBEDI                      PIC X(05).
004600     05  HIBEDL                      PIC S9(04) COMP.
004700     05  HIBEDF                      PIC X(01).
004800     05  HIBEDI                      PIC X(05).
004900     05  HMSGL                       PIC S9(04) COMP.
005000     05  HMSGF                       PIC X(01).
005100     05  HMSGI                       PIC X(60).
005200 01  COHMAPO REDEFINES COHMAPI.
005300     05  FILLER                      PIC X(12).
005400     05  FILLER                      PIC X(02).
005500     05  HACTA                       PIC X(01).
005600     05  HACTO                       PIC X(01).
005700     05  FILLER                      PIC X(02).
005800     05  HCOHA                       PIC X(01).
005900     05  HCOHO                       PIC X(08).
006000     05  FILLER                      PIC X(02).
006100     05  HNAMEA                      PIC X(01).
006200     05  HNAMEO                      PIC X(30).
006300     05  FILLER                      PIC X(02).
006400     05  HPOPA                       PIC X(01).
006500     05  HPOPO                       PIC X(09).
006600     05  FILLER                      PIC X(02).
006700     05  HSURGA                      PIC X(01).
006800     05  HSURGO                      PIC X(12).
006900     05  FILLER                      PIC X(02).
007000     05  HSTAA                       PIC X(01).
007100     05  HSTAO                       PIC X(01).
007200     05  FILLER                      PIC X(02).
007300     05  HHPCTA                      PIC X(01).
007400     05  HHPCTO                      PIC X(03).
007500     05  FILLER                      PIC X(02).
007600     05  HIPCTA                      PIC X(01).
007700     05  HIPCTO                      PIC X(03).
007800     05  FILLER                      PIC X(02).
007900     05  HHLOSA                      PIC X(01).
008000     05  HHLOSO                      PIC X(02).
008100     05  FILLER                      PIC X(02).
008200     05  HILOSA                      PIC X(01).
008300     05  HILOSO                      PIC X(02).
008400     05  FILLER                      PIC X(02).
008500     05  HLBEDA                      PIC X(01).
008600     05  HLBEDO                      PIC X(05).
008700     05  FILLER                      PIC X(02).
008800     05  HIBEDA                      PIC X(01).
008900     05  HIBEDO                      PIC X(05).
009000     05  FILLER                      PIC X(02).
009100     05  HMSGA                       PIC X(01).
009200     05  HMSGO                       PIC X(60).
