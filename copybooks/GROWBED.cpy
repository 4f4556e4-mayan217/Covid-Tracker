000100*****************************************************************
000200* COPYBOOK:    GROWBED                                          *
000300* PURPOSE:     DATED BED-DEMAND RECORD - ONE RECORD PER TERM OF *
000400*              EVERY SERIES ON THE DATED PROJECTION FILE,       *
000500*              WRITTEN BY THE BED-DEMAND STEP.  CARRIES THE     *
000600*              REQUEST KEY, THE PROJECTED DATE, THE PROJECTED   *
000700*              HOSPITAL AND ICU CENSUS (PATIENTS IN A BED THAT  *
000800*              DAY - EACH DAY'S ADMISSIONS STAY FOR THE         *
000900*              COHORT'S AVERAGE LENGTH OF STAY), THE REGION'S   *
001000*              LICENSED AND ICU BED COUNTS FROM THE COHORT      *
001100*              MASTER AND A FLAG FOR EACH WHEN CENSUS EXCEEDS   *
001200*              THE BEDS.  A TERM PAST THE LOADED CALENDAR       *
001300*              CARRIES A ZERO DATE AND THE OFF-CALENDAR FLAG,   *
001400*              AS ON THE PROJECTION FILE.                       *
001500* MOD LOG:                                                      *
001600*   2026-10-15 DLH  INITIAL VERSION.                            *
001700*****************************************************************
001800 01  GBE-BED-DEMAND-REC.
001900     05  GBE-COHORT-ID               PIC X(08).
002000     05  GBE-MODE                    PIC X(01).
002100     05  GBE-LIMIT                   PIC 9(05).
002200     05  GBE-GROWTH-RATE             PIC S9(03)V9(02).
002300     05  GBE-TERM-NO                 PIC 9(05).
002400     05  GBE-PROJ-DATE               PIC 9(08).
002500     05  GBE-HOSP-CENSUS             PIC 9(09).
002600     05  GBE-ICU-CENSUS              PIC 9(09).
002700     05  GBE-LICENSED-BEDS           PIC 9(05).
002800     05  GBE-ICU-BEDS                PIC 9(05).
002900     05  GBE-HOSP-OVER-SW            PIC X(01).
003000         88  GBE-HOSP-OVER           VALUE "Y".
003100         88  GBE-HOSP-WITHIN         VALUE "N".
003200     05  GBE-ICU-OVER-SW             PIC X(01).
003300         88  GBE-ICU-OVER            VALUE "Y".
003400         88  GBE-ICU-WITHIN          VALUE "N".
003500     05  GBE-OFF-CAL-SW              PIC X(01).
003600         88  GBE-OFF-CALENDAR        VALUE "Y".
003700         88  GBE-ON-CALENDAR         VALUE "N".
003800     05  FILLER                      PIC X(17).
