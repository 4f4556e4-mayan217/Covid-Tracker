002500*                   CHANGES A MASTER RECORD ITSELF.  A          *
002600*                   DRIFTING COHORT WITH TOO FEW USABLE         *
002700*                   OBSERVATIONS TO FIT SETS RETURN-CODE 4.     *
002710*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002720*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002730*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002740*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002750*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS GRE-RATEPROP-STATUS.
004900
004910     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS GRE-RUNINFO-STATUS.
004940
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
011300     05  GRE-PRP-RUN-DATE            PIC 9(08).
011400     05  FILLER                      PIC X(40).
011500
011510*****************************************************************
011520* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
011530* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
011540* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
011550*****************************************************************
011560 FD  RUNINFO-FILE
011570     LABEL RECORDS ARE STANDARD.
011580     COPY GROWRUN.
011590
011600 WORKING-STORAGE SECTION.
011700*****************************************************************
011800* SWITCHES                                                      *
019000 01  GRE-PRIOR-STATUS                PIC X(02).
019100 01  GRE-VARCTL-STATUS               PIC X(02).
019200 01  GRE-RATEPROP-STATUS             PIC X(02).
019210 01  GRE-RUNINFO-STATUS              PIC X(02).
019300
019400 PROCEDURE DIVISION.
019500*****************************************************************
023300             "RATEPROP - STATUS " GRE-RATEPROP-STATUS
023400         GO TO 1000-ABEND
023500     END-IF
023510     OPEN INPUT  RUNINFO-FILE
023520     IF GRE-RUNINFO-STATUS NOT = "00"
023530         DISPLAY "GROWTH-RATE-REESTIMATE - ERROR OPENING RUNINFO "
023540             "- STATUS " GRE-RUNINFO-STATUS
023550         GO TO 1000-ABEND
023560     END-IF
023600     ACCEPT GRE-RUN-DATE FROM DATE YYYYMMDD
023610     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
023700     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
023800     PERFORM 1100-READ-NEXT-ACTUAL THRU 1100-EXIT
023900     GO TO 1000-EXIT.
024500 1000-EXIT.
024600     EXIT.
024700
024703*****************************************************************
024706* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
024709* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
024712* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
024715* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
024718* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
024721* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
024724*****************************************************************
024727 1040-READ-RUNINFO.
024730     READ RUNINFO-FILE
024733         AT END
024736             GO TO 1040-CLOSE
024739     END-READ
024742     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
024745         GO TO 1040-CLOSE
024748     END-IF
024751     IF GRN-ASOF-DATE-X NOT NUMERIC
024754         OR GRN-ASOF-DATE > GRE-RUN-DATE
024757         DISPLAY "GROWTH-RATE-REESTIMATE - RUNINFO AS-OF DATE '"
024760             GRN-ASOF-DATE-X "' INVALID"
024763         MOVE 16 TO RETURN-CODE
024766         DISPLAY "GROWTH-RATE-REESTIMATE - JOB ABENDING"
024769         STOP RUN
024772     END-IF
024775     MOVE GRN-ASOF-DATE TO GRE-RUN-DATE
024778     DISPLAY "GROWTH-RATE-REESTIMATE - RERUN AS OF " GRE-RUN-DATE.
024781 1040-CLOSE.
024784     CLOSE RUNINFO-FILE.
024787 1040-EXIT.
024790     EXIT.
024793
024800*****************************************************************
024900* 1050-READ-CONTROL-CARD - THE DRIFT TOLERANCE IN PERCENT.  A   *
025000* MISSING OR NON-NUMERIC CARD FALLS BACK TO THE 10.00 PERCENT   *
