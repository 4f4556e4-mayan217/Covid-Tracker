000100*****************************************************************
000200* COPYBOOK:    GROWSCO                                          *
000300* PURPOSE:     FORECAST-ACCURACY SCORECARD RECORD - ONE RECORD  *
000400*              PER COHORT, MODE AND LEAD-TIME BAND SCORED BY THE*
000500*              GROWSCOR RUN, PLUS ONE PER MODE AND BAND ACROSS  *
000600*              ALL COHORTS (COHORT ID "*ALL*").  LEAD TIME IS   *
000700*              THE TERM NUMBER THE OBSERVED DATE FELL ON IN THE *
000800*              GENERATION THAT PROJECTED IT - BUSINESS DAYS OUT *
000900*              FROM THAT GENERATION'S RUN DATE, TERM 1 BEING    *
001000*              ONE DAY OUT.  MAPE IS THE MEAN ABSOLUTE PERCENT  *
001100*              ERROR AGAINST THE ACTUAL; BIAS IS THE MEAN SIGNED*
001200*              PERCENT ERROR, POSITIVE WHEN THE MODEL PROJECTED *
001300*              HIGH.  EACH RUN'S RECORDS CARRY ITS RUN DATE AND *
001400*              OBSERVATION WINDOW SO THE FILE CAN BE KEPT AND   *
001500*              COMPARED MONTH TO MONTH.                         *
001600* MOD LOG:                                                      *
001700*   2026-10-15 DLH  INITIAL VERSION.                            *
001800*****************************************************************
001900 01  GSO-SCORE-REC.
002000     05  GSO-RUN-DATE                PIC 9(08).
002100     05  GSO-FROM-DATE               PIC 9(08).
002200     05  GSO-TO-DATE                 PIC 9(08).
002300     05  GSO-COHORT-ID               PIC X(08).
002400     05  GSO-MODE                    PIC X(01).
002500     05  GSO-LEAD-LOW                PIC 9(03).
002600     05  GSO-LEAD-HIGH               PIC 9(03).
002700     05  GSO-PAIR-COUNT              PIC 9(06).
002800     05  GSO-MAPE                    PIC 9(05)V9(02).
002900     05  GSO-BIAS                    PIC S9(05)V9(02).
003000     05  GSO-OVER-COUNT              PIC 9(06).
003100     05  GSO-UNDER-COUNT             PIC 9(06).
003200     05  GSO-ZERO-COUNT              PIC 9(06).
003300     05  FILLER                      PIC X(03).
