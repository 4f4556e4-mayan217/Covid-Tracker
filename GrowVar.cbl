001800*                   GROWTH RATE GETS RE-ESTIMATED WHEN IT GOES  *
001900*                   STALE, NOT WEEKS LATER.  ONE OR MORE        *
002000*                   DRIFTING COHORTS SETS RETURN-CODE 4.        *
002010*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002020*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002030*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002040*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002050*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS GVR-VARRPT-STATUS.
004200
004210     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
004220         ORGANIZATION IS SEQUENTIAL
004230         FILE STATUS IS GVR-RUNINFO-STATUS.
004240
004300 DATA DIVISION.
004400 FILE SECTION.
004500*****************************************************************
009300     LABEL RECORDS ARE STANDARD.
009400 01  GVR-RPT-LINE                    PIC X(133).
009500
009510*****************************************************************
009520* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
009530* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
009540* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
009550*****************************************************************
009560 FD  RUNINFO-FILE
009570     LABEL RECORDS ARE STANDARD.
009580     COPY GROWRUN.
009590
009600 WORKING-STORAGE SECTION.
009700*****************************************************************
009800* SWITCHES                                                      *
014400 01  GVR-PRIOR-STATUS                PIC X(02).
014500 01  GVR-VARCTL-STATUS               PIC X(02).
014600 01  GVR-VARRPT-STATUS               PIC X(02).
014610 01  GVR-RUNINFO-STATUS              PIC X(02).
014700
014800*****************************************************************
014900* REPORT LINE LAYOUTS                                           *
020900             "STATUS " GVR-VARRPT-STATUS
021000         GO TO 1000-ABEND
021100     END-IF
021110     OPEN INPUT  RUNINFO-FILE
021120     IF GVR-RUNINFO-STATUS NOT = "00"
021130         DISPLAY "GROWTH-VARIANCE - ERROR OPENING RUNINFO - "
021140             "STATUS " GVR-RUNINFO-STATUS
021150         GO TO 1000-ABEND
021160     END-IF
021200     ACCEPT GVR-RUN-DATE FROM DATE YYYYMMDD
021210     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
021300     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
021400     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
021500     PERFORM 1100-READ-NEXT-ACTUAL THRU 1100-EXIT
022200 1000-EXIT.
022300     EXIT.
022400
022403*****************************************************************
022406* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
022409* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
022412* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
022415* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
022418* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
022421* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
022424*****************************************************************
022427 1040-READ-RUNINFO.
022430     READ RUNINFO-FILE
022433         AT END
022436             GO TO 1040-CLOSE
022439     END-READ
022442     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
022445         GO TO 1040-CLOSE
022448     END-IF
022451     IF GRN-ASOF-DATE-X NOT NUMERIC
022454         OR GRN-ASOF-DATE > GVR-RUN-DATE
022457         DISPLAY "GROWTH-VARIANCE - RUNINFO AS-OF DATE '"
022460             GRN-ASOF-DATE-X "' INVALID"
022463         MOVE 16 TO RETURN-CODE
022466         DISPLAY "GROWTH-VARIANCE - JOB ABENDING"
022469         STOP RUN
022472     END-IF
022475     MOVE GRN-ASOF-DATE TO GVR-RUN-DATE
022478     DISPLAY "GROWTH-VARIANCE - RERUN AS OF " GVR-RUN-DATE.
022481 1040-CLOSE.
022484     CLOSE RUNINFO-FILE.
022487 1040-EXIT.
022490     EXIT.
022493
022500*****************************************************************
022600* 1050-READ-CONTROL-CARD - THE DRIFT TOLERANCE IN PERCENT.  A   *
022700* MISSING OR NON-NUMERIC CARD FALLS BACK TO THE 10.00 PERCENT   *
