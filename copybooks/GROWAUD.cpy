001203*                   AND A CHECKPOINT-RESTORED SERIES CARRIES     *
001204*                   THE SEED IT RESUMED WITH ("R").  RECORDS     *
001205*                   WRITTEN BEFORE THIS CHANGE CARRY SPACES.     *
001206*   2026-10-15 DLH  ADDED GRA-SCHED-COUNT AND GRA-SCHED-FIRST-  *
001207*                   DATE (CARVED FROM FILLER) - HOW MANY RATE-  *
001208*                   SCHEDULE CHANGES (RATESCH, GROWRSC LAYOUT)  *
001209*                   THE SERIES WAS BUILT WITH AND THE EARLIEST  *
001210*                   EFFECTIVE DATE AMONG THEM.  ZERO MEANS THE  *
001211*                   REQUEST RATE RAN FLAT.  RECORDS WRITTEN     *
001212*                   BEFORE THIS CHANGE CARRY SPACES.            *
001213*   2026-10-15 DLH  ADDED GRA-RERUN-SW (CARVED FROM FILLER) -   *
001214*                   "Y" WHEN THE RUN WAS DATED FROM THE AS-OF   *
001215*                   DATE ON THE RUNINFO CARD (A RERUN OF A      *
001216*                   NIGHT LOST TO AN OUTAGE) INSTEAD OF THE     *
001217*                   SYSTEM DATE.  RECORDS WRITTEN BEFORE THIS   *
001218*                   CHANGE CARRY A SPACE, WHICH READS AS "NOT   *
001219*                   A RERUN".                                   *
001220*****************************************************************
001300 01  GRA-AUDIT-REC.
001400     05  GRA-RUN-USER                PIC X(08).
001500     05  GRA-RUN-JOB                 PIC X(08).
002183         88  GRA-SEED-FIXED          VALUE "F".
002184         88  GRA-SEED-RESTORED       VALUE "R".
002190     05  GRA-SEED-VALUE              PIC 9(12).
002193     05  GRA-SCHED-COUNT             PIC 9(02).
002196     05  GRA-SCHED-FIRST-DATE        PIC 9(08).
002197     05  GRA-RERUN-SW                PIC X(01).
002198         88  GRA-RERUN               VALUE "Y".
002199         88  GRA-NOT-RERUN           VALUE "N" " ".
002200     05  FILLER                      PIC X(03).
