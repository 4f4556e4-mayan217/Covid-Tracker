006400*****************************************************************
006500* TRNCTL - ONE SELECTION CARD:                                  *
006600*   COLS  1-8   COHORT ID                                       *
006700*   COL   9     MODE (F, D, P OR L)                             *
006800*   COLS 10-14  LIMIT 9(05)                                     *
006900*   COLS 15-19  RATE 999V99                                     *
007000*   COLS 20-24  HORIZON TERM 9(05)                              *
