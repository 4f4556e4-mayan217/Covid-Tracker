000100*****************************************************************
000200* COPYBOOK:    GROWRSC                                          *
000300* PURPOSE:     RATE-SCHEDULE RECORD - ONE KEYED ROW PER RATE    *
000400*              CHANGE ANNOUNCED FOR A PERCENT OR LOGISTIC       *
000500*              REQUEST (A MASK ORDER, A SCHOOL CLOSURE).  THE   *
000600*              KEY IS THE 19-BYTE REQMAST REQUEST KEY (MODE/    *
000700*              LIMIT/RATE/COHORT, SAME ORDER AS GROWREQ) PLUS   *
000800*              THE DATE THE CHANGE TAKES EFFECT; FROM THAT      *
000900*              DATE THE SERIES GROWS AT GRS-NEW-RATE INSTEAD OF *
001000*              THE REQUEST RATE.  THE NIGHTLY DRIVER MAPS THE   *
001100*              DATE TO A BUSINESS-DAY TERM ON THE PROCESSING    *
001200*              CALENDAR THE SAME WAY THE PROJECTION STEP DOES.  *
001300*              MAINTAINED ONLINE THROUGH GROWSCHD (TRANSID      *
001400*              GSCH); AN INACTIVE ROW IS KEPT BUT IGNORED.      *
001500* MOD LOG:                                                      *
001600*   2026-10-15 DLH  INITIAL VERSION.                            *
001700*****************************************************************
001800 01  GRS-SCHEDULE-REC.
001900     05  GRS-SCHEDULE-KEY.
002000         10  GRS-REQ-KEY.
002100             15  GRS-MODE            PIC X(01).
002200             15  GRS-LIMIT           PIC 9(05).
002300             15  GRS-GROWTH-RATE     PIC S9(03)V9(02).
002400             15  GRS-COHORT-ID       PIC X(08).
002500         10  GRS-EFFECTIVE-DATE      PIC 9(08).
002600     05  GRS-NEW-RATE                PIC S9(03)V9(02).
002700     05  GRS-ACTIVE-SW               PIC X(01).
002800         88  GRS-ACTIVE              VALUE "A" " ".
002900         88  GRS-INACTIVE            VALUE "I".
003000     05  GRS-REASON                  PIC X(30).
003100     05  GRS-MAINT-USER              PIC X(08).
003200     05  GRS-MAINT-DATE              PIC 9(08).
003300     05  FILLER                      PIC X(01).
