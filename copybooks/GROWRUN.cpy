000100*****************************************************************
000200* COPYBOOK:    GROWRUN                                          *
000300* PURPOSE:     RUNINFO CONTROL CARD - ONE CARD, STAMPED BY THE  *
000400*              SCHEDULER AT SUBMISSION TIME AND READ BY EVERY   *
000500*              PROGRAM IN THE FIBSER00 AND GROWVAR0 STREAMS.    *
000600*              COLUMNS 1-8 REQUESTING USERID, 9-16 JOBNAME,     *
000700*              17-18 BATCH STREAM (00 = ALL), 19-26 AS-OF DATE  *
000800*              YYYYMMDD AND 27 THE SERHIST FORCE FLAG ("F").    *
000900*              A BLANK AS-OF DATE RUNS AS OF THE SYSTEM DATE;   *
001000*              A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES     *
001100*              THAT NIGHT'S DATE AND EVERY STEP DATES ITS WORK  *
001200*              AS OF IT.  SAME LAYOUT AS THE DRIVER'S OWN       *
001300*              RUNINFO FD.                                      *
001400* MOD LOG:                                                      *
001500*   2026-10-15 DLH  INITIAL VERSION.                            *
001600*****************************************************************
001700 01  GRN-RUNINFO-REC.
001800     05  GRN-USER                    PIC X(08).
001900     05  GRN-JOB                     PIC X(08).
002000     05  GRN-STREAM-X                PIC X(02).
002100     05  GRN-ASOF-DATE-X             PIC X(08).
002200     05  GRN-ASOF-DATE REDEFINES GRN-ASOF-DATE-X
002300                                     PIC 9(08).
002400     05  GRN-FORCE-SW                PIC X(01).
002500         88  GRN-FORCE               VALUE "F".
002600     05  FILLER                      PIC X(53).
