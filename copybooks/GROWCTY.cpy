000100*****************************************************************
000200* COPYBOOK:    GROWCTY                                          *
000300* PURPOSE:     COUNTY-TO-COHORT CROSSWALK CARD - ONE CARD PER   *
000400*              COUNTY CODE USED BY THE STATE LAB REPORTING      *
000500*              SYSTEM, NAMING THE COHORT-MASTER KEY THE         *
000600*              COUNTY'S CASES ARE COUNTED UNDER.  A COUNTY      *
000700*              BELONGS TO EXACTLY ONE COHORT; A COHORT USUALLY  *
000800*              HAS SEVERAL COUNTIES.  MAINTAINED BY THE DESK    *
000900*              ALONGSIDE THE COHORT MASTER CARDS.               *
001000* MOD LOG:                                                      *
001100*   2026-10-15 DLH  INITIAL VERSION.                            *
001200*****************************************************************
001300 01  GCX-CROSSWALK-CARD.
001400     05  GCX-COUNTY-CODE             PIC X(05).
001500     05  GCX-COHORT-ID               PIC X(08).
001600     05  GCX-COUNTY-NAME             PIC X(30).
001700     05  FILLER                      PIC X(37).
