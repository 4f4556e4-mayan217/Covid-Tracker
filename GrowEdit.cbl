002496*                   EXPECTED <= HIGH).  NON-SCENARIO CARDS GET  *
002497*                   THEIR BAND RATES NORMALIZED TO ZEROS SO     *
002498*                   THE DRIVER NEVER READS BLANKS AS NUMBERS.   *
002501*   2026-10-15 DLH  MODE "L" (LOGISTIC) IS NOW ACCEPTED.  LIKE  *
002502*                   PERCENT MODE IT GROWS AT THE CARD'S RATE,   *
002503*                   SO A LOGISTIC CARD WITH A ZERO RATE IS      *
002504*                   REJECTED (R003).                            *
002505*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
009400         88  GED-CW-MODE-FIBONACCI   VALUE "F".
009500         88  GED-CW-MODE-DOUBLING    VALUE "D".
009600         88  GED-CW-MODE-PERCENT     VALUE "P".
009610         88  GED-CW-MODE-LOGISTIC    VALUE "L".
009700     05  GED-CW-LIMIT-X              PIC X(05).
009800     05  GED-CW-LIMIT REDEFINES GED-CW-LIMIT-X
009900                                     PIC 9(05).
022900     MOVE SPACES TO GED-REASON-CODE
023000     MOVE SPACES TO GED-REASON-TEXT
023100     IF NOT (GED-CW-MODE-FIBONACCI OR GED-CW-MODE-DOUBLING
023200             OR GED-CW-MODE-PERCENT OR GED-CW-MODE-LOGISTIC)
023300         MOVE "M001" TO GED-REASON-CODE
023400         MOVE "MODE NOT F, D, P OR L" TO GED-REASON-TEXT
023500         MOVE "N" TO GED-CARD-VALID-SW
023600         GO TO 2100-EXIT
023700     END-IF
025900         MOVE "N" TO GED-CARD-VALID-SW
026000         GO TO 2100-EXIT
026100     END-IF
026110     IF GED-CW-MODE-LOGISTIC AND GED-CW-RATE = ZERO
026120         MOVE "R003" TO GED-REASON-CODE
026130         MOVE "LOGISTIC MODE WITH ZERO RATE" TO GED-REASON-TEXT
026140         MOVE "N" TO GED-CARD-VALID-SW
026150         GO TO 2100-EXIT
026160     END-IF
026200     IF GED-CW-COHORT-ID = SPACES
026300         MOVE "C001" TO GED-REASON-CODE
026400         MOVE "COHORT ID MISSING" TO GED-REASON-TEXT
