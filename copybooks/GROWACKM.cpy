000100*****************************************************************
000200* COPYBOOK:    GROWACKM                                         *
000300* PURPOSE:     SYMBOLIC MAP FOR ACKMAP IN MAPSET GROWSET - THE  *
000400*              SURGE-ALERT ACKNOWLEDGEMENT SCREEN DRIVEN BY     *
000500*              GROWACK.  KEPT IN STEP WITH MAPS/GROWSET.BMS -   *
000600*              REASSEMBLE THE MAPSET AND REFRESH THIS MEMBER    *
000700*              TOGETHER.                                        *
000800* MOD LOG:                                                      *
000900*   2026-10-15 DLH  INITIAL VERSION.                            *
001000*****************************************************************
001100 01  ACKMAPI.
001200     05  FILLER                      PIC X(12).
001300     05  KACTL                       PIC S9(04) COMP.
001400     05  KACTF                       PIC X(01).
001500     05  KACTI                       PIC X(01).
001600     05  KCOHL                       PIC S9(04) COMP.
001700     05  KCOHF                       PIC X(01).
001800     05  KCOHI                       PIC X(08).
001900     05  KMODEL                      PIC S9(04) COMP.
002000     05  KMODEF                      PIC X(01).
002100     05  KMODEI                      PIC X(01).
002200     05  KLIML                       PIC S9(04) COMP.
002300     05  KLIMF                       PIC X(01).
002400     05  KLIMI                       PIC X(05).
002500     05  KRATEL                      PIC S9(04) COMP.
002600     05  KRATEF                      PIC X(01).
002700     05  KRATEI                      PIC X(05).
002800     05  KTIERL                      PIC S9(04) COMP.
002900     05  KTIERF                      PIC X(01).
003000     05  KTIERI                      PIC X(08).
003100     05  KLIFEL                      PIC S9(04) COMP.
003200     05  KLIFEF                      PIC X(01).
003300     05  KLIFEI                      PIC X(10).
003400     05  KFRSTL                      PIC S9(04) COMP.
003500     05  KFRSTF                      PIC X(01).
003600     05  KFRSTI                      PIC X(08).
003700     05  KLASTL                      PIC S9(04) COMP.
003800     05  KLASTF                      PIC X(01).
003900     05  KLASTI                      PIC X(08).
004000     05  KBRCHL                      PIC S9(04) COMP.
004100     05  KBRCHF                      PIC X(01).
004200     05  KBRCHI                      PIC X(08).
004300     05  KCRITL                      PIC S9(04) COMP.
004400     05  KCRITF                      PIC X(01).
004500     05  KCRITI                      PIC X(08).
004600     05  KASWL                       PIC S9(04) COMP.
004700     05  KASWF                       PIC X(01).
004800     05  KASWI                       PIC X(01).
004900     05  KBYL                        PIC S9(04) COMP.
005000     05  KBYF                        PIC X(01).
005100     05  KBYI                        PIC X(20).
005200     05  KACTNL                      PIC S9(04) COMP.
005300     05  KACTNF                      PIC X(01).
005400     05  KACTNI                      PIC X(40).
005500     05  KUSRL                       PIC S9(04) COMP.
005600     05  KUSRF                       PIC X(01).
005700     05  KUSRI                       PIC X(08).
005800     05  KADTL                       PIC S9(04) COMP.
005900     05  KADTF                       PIC X(01).
006000     05  KADTI                       PIC X(08).
006100     05  KMSGL                       PIC S9(04) COMP.
006200     05  KMSGF                       PIC X(01).
006300     05  KMSGI                       PIC X(60).
006400 01  ACKMAPO REDEFINES ACKMAPI.
006500     05  FILLER                      PIC X(12).
006600     05  FILLER                      PIC X(02).
006700     05  KACTA                       PIC X(01).
006800     05  KACTO                       PIC X(01).
006900     05  FILLER                      PIC X(02).
007000     05  KCOHA                       PIC X(01).
007100     05  KCOHO                       PIC X(08).
007200     05  FILLER                      PIC X(02).
007300     05  KMODEA                      PIC X(01).
007400     05  KMODEO                      PIC X(01).
007500     05  FILLER                      PIC X(02).
007600     05  KLIMA                       PIC X(01).
007700     05  KLIMO                       PIC X(05).
007800     05  FILLER                      PIC X(02).
007900     05  KRATEA                      PIC X(01).
008000     05  KRATEO                      PIC X(05).
008100     05  FILLER                      PIC X(02).
008200     05  KTIERA                      PIC X(01).
008300     05  KTIERO                      PIC X(08).
008400     05  FILLER                      PIC X(02).
008500     05  KLIFEA                      PIC X(01).
008600     05  KLIFEO                      PIC X(10).
008700     05  FILLER                      PIC X(02).
008800     05  KFRSTA                      PIC X(01).
008900     05  KFRSTO                      PIC X(08).
009000     05  FILLER                      PIC X(02).
009100     05  KLASTA                      PIC X(01).
009200     05  KLASTO                      PIC X(08).
009300     05  FILLER                      PIC X(02).
009400     05  KBRCHA                      PIC X(01).
009500     05  KBRCHO                      PIC X(08).
009600     05  FILLER                      PIC X(02).
009700     05  KCRITA                      PIC X(01).
009800     05  KCRITO                      PIC X(08).
009900     05  FILLER                      PIC X(02).
010000     05  KASWA                       PIC X(01).
010100     05  KASWO                       PIC X(01).
010200     05  FILLER                      PIC X(02).
010300     05  KBYA                        PIC X(01).
010400     05  KBYO                        PIC X(20).
010500     05  FILLER                      PIC X(02).
010600     05  KACTNA                      PIC X(01).
010700     05  KACTNO                      PIC X(40).
010800     05  FILLER                      PIC X(02).
010900     05  KUSRA                       PIC X(01).
011000     05  KUSRO                       PIC X(08).
011100     05  FILLER                      PIC X(02).
011200     05  KADTA                       PIC X(01).
011300     05  KADTO                       PIC X(08).
011400     05  FILLER                      PIC X(02).
011500     05  KMSGA                       PIC X(01).
011600     05  KMSGO                       PIC X(60).
