001429*                   DRIVER RUN WITHOUT A STREAM STAMP STILL     *
001430*                   PROCESSES EVERY REQUEST, SO A SINGLE-       *
001431*                   STREAM SHOP IS UNAFFECTED.                  *
001433*   2026-10-15 DLH  ADDED MODE "L" (LOGISTIC) - GROWTH AT THE   *
001434*                   REQUEST RATE THAT SLOWS AS THE SERIES       *
001435*                   APPROACHES THE COHORT'S POPULATION FROM     *
001436*                   THE COHORT MASTER, SO A ONE-YEAR SERIES     *
001437*                   BENDS INSTEAD OF OVERFLOWING.               *
001438*****************************************************************
001500 01  GRQ-REQUEST-REC.
001600     05  GRQ-MODE                    PIC X(01).
001700         88  GRQ-MODE-FIBONACCI      VALUE "F".
001800         88  GRQ-MODE-DOUBLING       VALUE "D".
001900         88  GRQ-MODE-PERCENT        VALUE "P".
001910         88  GRQ-MODE-LOGISTIC       VALUE "L".
002000     05  GRQ-LIMIT                   PIC 9(05).
002100     05  GRQ-GROWTH-RATE             PIC S9(03)V9(02).
002150     05  GRQ-COHORT-ID               PIC X(08).
