001740*                   AT A TIME INSTEAD OF STOPPING AT THE FIRST  *
001750*                   SCREENFUL.  PF8 PAST THE END WRAPS TO THE   *
001760*                   TOP OF THE SERIES.                          *
001770*   2026-10-15 DLH  ACCEPTS MODE L SO A LOGISTIC SERIES CAN BE  *
001780*                   INQUIRED ON LIKE THE OTHER THREE MODES.     *
001800*****************************************************************
001900 ENVIRONMENT DIVISION.
002000 DATA DIVISION.
013500         GO TO 3000-EXIT
013600     END-IF
013700     IF QMODEI NOT = "F" AND QMODEI NOT = "D"
013800         AND QMODEI NOT = "P" AND QMODEI NOT = "L"
013900         MOVE "MODE MUST BE F, D, P OR L" TO QMSGO
014000         GO TO 3000-EXIT
014100     END-IF
014200     IF GIQ-LIMIT-X NOT NUMERIC
