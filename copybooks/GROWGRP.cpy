000100*****************************************************************
000200* COPYBOOK:    GROWGRP                                          *
000300* PURPOSE:     REGION-GROUP MEMBERSHIP CARD - ONE CARD PER      *
000400*              COHORT IN A USER-DEFINED GROUP OF REGIONS (FOR   *
000500*              EXAMPLE "COASTAL" = EAST + SOUTH).  A GROUP IS   *
000600*              AS MANY CARDS AS IT HAS MEMBERS, EACH CARRYING   *
000700*              THE GROUP ID, THE MEMBER'S COHORT-MASTER KEY AND *
000800*              THE GROUP'S DISPLAY NAME (TAKEN FROM THE FIRST   *
000900*              CARD OF THE GROUP).  A COHORT MAY BELONG TO ANY  *
001000*              NUMBER OF GROUPS.  GROUP ID "STATE" IS RESERVED  *
001100*              FOR THE BUILT-IN STATEWIDE TOTAL OF EVERY ACTIVE *
001200*              COHORT AND NEEDS NO CARDS.  MAINTAINED BY THE    *
001300*              DESK ALONGSIDE THE COHORT MASTER CARDS.          *
001400* MOD LOG:                                                      *
001500*   2026-10-15 DLH  INITIAL VERSION.                            *
001600*****************************************************************
001700 01  GRG-GROUP-CARD.
001800     05  GRG-GROUP-ID                PIC X(08).
001900     05  GRG-COHORT-ID               PIC X(08).
002000     05  GRG-GROUP-NAME              PIC X(30).
002100     05  FILLER                      PIC X(34).
