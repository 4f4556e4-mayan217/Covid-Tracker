000100*****************************************************************
000200* COPYBOOK:    GROWLAB                                          *
000300* PURPOSE:     ONE ROW OF THE STATE LAB REPORTING SYSTEM'S      *
000400*              DAILY CASE-LEVEL EXTRACT - ONE ROW PER REPORTED  *
000500*              CASE, CARRYING THE LAB SYSTEM'S CASE ID, THE     *
000600*              COUNTY CODE OF RESIDENCE, THE SPECIMEN           *
000700*              COLLECTION DATE (MAY BE BLANK) AND THE DATE THE  *
000800*              CASE WAS REPORTED.  DATES ARE KEPT AS CHARACTER  *
000900*              FIELDS WITH NUMERIC REDEFINES SO THE INTAKE CAN  *
001000*              CLASS-TEST THEM BEFORE USING THEM AS NUMBERS.    *
001100* MOD LOG:                                                      *
001200*   2026-10-15 DLH  INITIAL VERSION.                            *
001300*****************************************************************
001400 01  GLB-CASE-REC.
001500     05  GLB-CASE-ID                 PIC X(12).
001600     05  GLB-COUNTY-CODE             PIC X(05).
001700     05  GLB-SPECIMEN-DATE-X         PIC X(08).
001800     05  GLB-SPECIMEN-DATE REDEFINES GLB-SPECIMEN-DATE-X
001900                                     PIC 9(08).
002000     05  GLB-REPORT-DATE-X           PIC X(08).
002100     05  GLB-REPORT-DATE REDEFINES GLB-REPORT-DATE-X
002200                                     PIC 9(08).
002300     05  FILLER                      PIC X(47).
