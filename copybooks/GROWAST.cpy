000100*****************************************************************
000200* COPYBOOK:    GROWAST                                          *
000300* PURPOSE:     ALERT-STATUS RECORD - ONE PER COHORT/REQUEST     *
000400*              SURGE-CAPACITY ALERT EVER RAISED, KEPT ON THE    *
000500*              KEYED ALRTSTAT FILE (VSAM KSDS, KEYED BY         *
000600*              COHORT/MODE/LIMIT/RATE LIKE PRIORRUN).  THE      *
000700*              TRIAGE BULLETIN MATCHES EACH NIGHT'S ALERTS      *
000800*              AGAINST IT AND SETS THE LIFECYCLE: NEW,          *
000900*              CONTINUING, WORSENED (BREACH DATE MOVED CLOSER)  *
001000*              OR CLEARED (NOT RAISED TONIGHT).  THE DESK       *
001100*              RECORDS WHO ACKNOWLEDGED THE ALERT AND THE       *
001200*              ACTION TAKEN THROUGH THE GACK CICS SCREEN.       *
001300*              GAS-CRITICAL-SINCE IS THE DATE THE ALERT WENT    *
001400*              CRITICAL (ZERO WHEN IT IS NOT CRITICAL) AND      *
001500*              DRIVES THE ESCALATION OF AN UNACKNOWLEDGED       *
001600*              CRITICAL ON THE BULLETIN.                        *
001700* MOD LOG:                                                      *
001800*   2026-10-15 DLH  INITIAL VERSION.                            *
001900*****************************************************************
002000 01  GAS-STATUS-REC.
002100     05  GAS-ALERT-KEY.
002200         10  GAS-COHORT-ID           PIC X(08).
002300         10  GAS-MODE                PIC X(01).
002400         10  GAS-LIMIT               PIC 9(05).
002500         10  GAS-GROWTH-RATE         PIC S9(03)V9(02).
002600     05  GAS-FIRST-SEEN              PIC 9(08).
002700     05  GAS-LAST-SEEN               PIC 9(08).
002800     05  GAS-TIER                    PIC X(08).
002900     05  GAS-BREACH-DATE             PIC 9(08).
003000     05  GAS-LIFECYCLE               PIC X(10).
003100         88  GAS-NEW                 VALUE "NEW".
003200         88  GAS-CONTINUING          VALUE "CONTINUING".
003300         88  GAS-WORSENED            VALUE "WORSENED".
003400         88  GAS-CLEARED             VALUE "CLEARED".
003500     05  GAS-LIFECYCLE-DATE          PIC 9(08).
003600     05  GAS-CRITICAL-SINCE          PIC 9(08).
003700     05  GAS-ACK-SW                  PIC X(01).
003800         88  GAS-ACKNOWLEDGED        VALUE "Y".
003900         88  GAS-NOT-ACKNOWLEDGED    VALUE "N" " ".
004000     05  GAS-ACK-BY                  PIC X(20).
004100     05  GAS-ACK-ACTION              PIC X(40).
004200     05  GAS-ACK-USER                PIC X(08).
004300     05  GAS-ACK-DATE                PIC 9(08).
004400     05  GAS-ACK-TIME                PIC 9(06).
004500     05  FILLER                      PIC X(20).
