000100*****************************************************************
000200* COPYBOOK:    GROWJRN                                          *
000300* PURPOSE:     MASTER-FILE CHANGE JOURNAL RECORD - ONE KEYED    *
000400*              RECORD PER ADD, CHANGE OR DEACTIVATE MADE ON THE *
000500*              ONLINE MAINTENANCE SCREENS (GCOH OVER COHMAST,   *
000600*              GMNT OVER REQMAST), KEPT ON THE CHGJRNL FILE     *
000700*              (VSAM KSDS).  CARRIES THE RECORD AS IT STOOD     *
000800*              BEFORE THE CHANGE AND AS IT WAS WRITTEN, WITH THE*
000900*              SIGNED-ON USER, TERMINAL, TRANSACTION AND THE    *
001000*              DATE AND TIME, SO THE GROWJRNR REPORT CAN SHOW   *
001100*              WHO MOVED WHAT AND WHEN.  THE BEFORE IMAGE IS    *
001200*              SPACES ON AN ADD.  THE KEY LEADS WITH THE DATE   *
001300*              AND TIME SO THE FILE READS IN CHANGE ORDER; THE  *
001400*              TERMINAL AND CICS TASK NUMBER MAKE IT UNIQUE.    *
001500*              THE IMAGES ARE WHOLE 80-BYTE MASTER RECORDS -    *
001600*              GROWCOH OR GROWREQ ACCORDING TO GJN-FILE-ID.     *
001700* MOD LOG:                                                      *
001800*   2026-10-15 DLH  INITIAL VERSION.                            *
001900*****************************************************************
002000 01  GJN-JOURNAL-REC.
002100     05  GJN-JOURNAL-KEY.
002200         10  GJN-CHG-DATE            PIC 9(08).
002300         10  GJN-CHG-TIME            PIC 9(06).
002400         10  GJN-TERMID              PIC X(04).
002500         10  GJN-TASKNO              PIC 9(07).
002600     05  GJN-FILE-ID                 PIC X(08).
002700         88  GJN-COHMAST             VALUE "COHMAST".
002800         88  GJN-REQMAST             VALUE "REQMAST".
002900     05  GJN-ACTION                  PIC X(01).
003000         88  GJN-ADDED               VALUE "A".
003100         88  GJN-CHANGED             VALUE "C".
003200         88  GJN-DEACTIVATED         VALUE "D".
003300     05  GJN-USERID                  PIC X(08).
003400     05  GJN-TRANID                  PIC X(04).
003500     05  GJN-RECORD-KEY              PIC X(19).
003600     05  GJN-BEFORE-IMAGE            PIC X(80).
003700     05  GJN-AFTER-IMAGE             PIC X(80).
003800     05  FILLER                      PIC X(15).
