000900*              DELETING ITS MASTER ROW.                         *
001000* MOD LOG:                                                      *
001100*   2026-08-22 DLH  INITIAL VERSION.                            *
001110*   2026-10-15 DLH  BED-DEMAND FACTORS CARVED FROM THE FILLER:  *
001120*                   HOSPITALIZED AND ICU PERCENT OF PROJECTED   *
001130*                   CASES, AVERAGE LENGTH OF STAY (DAYS) FOR    *
001140*                   EACH, AND THE REGION'S LICENSED AND ICU     *
001150*                   BED COUNTS.  ALL BLANK/ZERO UNTIL THE DESK  *
001160*                   FILLS THEM IN - THE BED-DEMAND STEP SKIPS A *
001170*                   COHORT WITH NO HOSPITALIZED PERCENT.        *
001180*                   RECORD LENGTH IS UNCHANGED.                 *
001200*****************************************************************
001300 01  GRC-COHORT-REC.
001400     05  GRC-COHORT-ID               PIC X(08).
001800     05  GRC-ACTIVE-SW               PIC X(01).
001900         88  GRC-ACTIVE              VALUE "A".
002000         88  GRC-INACTIVE            VALUE "I".
002010     05  GRC-BED-FACTORS.
002020         10  GRC-HOSP-PCT            PIC 9(02)V9(01).
002030         10  GRC-ICU-PCT             PIC 9(02)V9(01).
002040         10  GRC-HOSP-LOS            PIC 9(02).
002050         10  GRC-ICU-LOS             PIC 9(02).
002060         10  GRC-LICENSED-BEDS       PIC 9(05).
002070         10  GRC-ICU-BEDS            PIC 9(05).
