000100*****************************************************************
000200* COPYBOOK:    GROWSCHM                                         *
000300* PURPOSE:     SYMBOLIC MAP FOR SCHMAP IN MAPSET GROWSET - THE  *
000400*              RATE-SCHEDULE MAINTENANCE SCREEN DRIVEN BY       *
000500*              GROWSCHD.  KEPT IN STEP WITH MAPS/GROWSET.BMS -  *
000600*              REASSEMBLE THE MAPSET AND REFRESH THIS MEMBER    *
000700*              TOGETHER.                                        *
000800* MOD LOG:                                                      *
000900*   2026-10-15 DLH  INITIAL VERSION.                            *
001000*****************************************************************
001100 01  SCHMAPI.
001200     05  FILLER                      PIC X(12).
001300     05  SACTL                       PIC S9(04) COMP.
001400     05  SACTF                       PIC X(01).
001500     05  SACTI                       PIC X(01).
001600     05  SMODEL                      PIC S9(04) COMP.
001700     05  SMODEF                      PIC X(01).
001800     05  SMODEI                      PIC X(01).
001900     05  SLIML                       PIC S9(04) COMP.
002000     05  SLIMF                       PIC X(01).
002100     05  SLIMI                       PIC X(05).
002200     05  SRATEL                      PIC S9(04) COMP.
002300     05  SRATEF                      PIC X(01).
002400     05  SRATEI                      PIC X(05).
002500     05  SCOHL                       PIC S9(04) COMP.
002600     05  SCOHF                       PIC X(01).
002700     05  SCOHI                       PIC X(08).
002800     05  SEFFL                       PIC S9(04) COMP.
002900     05  SEFFF                       PIC X(01).
003000     05  SEFFI                       PIC X(08).
003100     05  SNEWL                       PIC S9(04) COMP.
003200     05  SNEWF                       PIC X(01).
003300     05  SNEWI                       PIC X(05).
003400     05  SRSNL                       PIC S9(04) COMP.
003500     05  SRSNF                       PIC X(01).
003600     05  SRSNI                       PIC X(30).
003700     05  SSTAL                       PIC S9(04) COMP.
003800     05  SSTAF                       PIC X(01).
003900     05  SSTAI                       PIC X(01).
004000     05  SUSRL                       PIC S9(04) COMP.
004100     05  SUSRF                       PIC X(01).
004200     05  SUSRI                       PIC X(08).
004300     05  SMDTL                       PIC S9(04) COMP.
004400     05  SMDTF                       PIC X(01).
004500     05  SMDTI                       PIC X(08).
004600     05  SMSGL                       PIC S9(04) COMP.
004700     05  SMSGF                       PIC X(01).
004800     05  SMSGI                       PIC X(60).
004900 01  SCHMAPO REDEFINES SCHMAPI.
005000     05  FILLER                      PIC X(12).
005100     05  FILLER                      PIC X(02).
005200     05  SACTA                       PIC X(01).
005300     05  SACTO                       PIC X(01).
005400     05  FILLER                      PIC X(02).
005500     05  SMODEA                      PIC X(01).
005600     05  SMODEO                      PIC X(01).
005700     05  FILLER                      PIC X(02).
005800     05  SLIMA                       PIC X(01).
005900     05  SLIMO                       PIC X(05).
006000     05  FILLER                      PIC X(02).
006100     05  SRATEA                      PIC X(01).
006200     05  SRATEO                      PIC X(05).
006300     05  FILLER                      PIC X(02).
006400     05  SCOHA                       PIC X(01).
006500     05  SCOHO                       PIC X(08).
006600     05  FILLER                      PIC X(02).
006700     05  SEFFA                       PIC X(01).
006800     05  SEFFO                       PIC X(08).
006900     05  FILLER                      PIC X(02).
007000     05  SNEWA                       PIC X(01).
007100     05  SNEWO                       PIC X(05).
007200     05  FILLER                      PIC X(02).
007300     05  SRSNA                       PIC X(01).
007400     05  SRSNO                       PIC X(30).
007500     05  FILLER                      PIC X(02).
007600     05  SSTAA                       PIC X(01).
007700     05  SSTAO                       PIC X(01).
007800     05  FILLER                      PIC X(02).
007900     05  SUSRA                       PIC X(01).
008000     05  SUSRO                       PIC X(08).
008100     05  FILLER                      PIC X(02).
008200     05  SMDTA                       PIC X(01).
008300     05  SMDTO                       PIC X(08).
008400     05  FILLER                      PIC X(02).
008500     05  SMSGA                       PIC X(01).
008600     05  SMSGO                       PIC X(60).
