002810*                   THE RETURN-CODE 8.  EMPTY SLOTS STAY        *
002820*                   FLAGGED "** NO RECORDS **" ON THE ROUTING   *
002830*                   SUMMARY FOR THE DESK TO EYEBALL.            *
002831*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002832*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002833*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002834*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002835*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002840*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS GDS-DSTRRPT-STATUS.
009900
009910     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
009920         ORGANIZATION IS SEQUENTIAL
009930         FILE STATUS IS GDS-RUNINFO-STATUS.
009940
010000 DATA DIVISION.
010100 FILE SECTION.
010200*****************************************************************
018800     LABEL RECORDS ARE STANDARD.
018900 01  GDS-RPT-LINE                    PIC X(133).
019000
019010*****************************************************************
019020* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
019030* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
019040* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
019050*****************************************************************
019060 FD  RUNINFO-FILE
019070     LABEL RECORDS ARE STANDARD.
019080     COPY GROWRUN.
019090
019100 WORKING-STORAGE SECTION.
019200*****************************************************************
019300* SWITCHES                                                      *
026000 01  GDS-DSTALR7-STATUS              PIC X(02).
026100 01  GDS-DSTALR8-STATUS              PIC X(02).
026200 01  GDS-DSTRRPT-STATUS              PIC X(02).
026210 01  GDS-RUNINFO-STATUS              PIC X(02).
026300
026400*****************************************************************
026500* REPORT LINE LAYOUTS                                           *
036200             GDS-DSTALR7-STATUS " " GDS-DSTALR8-STATUS
036300         GO TO 1000-ABEND
036400     END-IF
036410     OPEN INPUT  RUNINFO-FILE
036420     IF GDS-RUNINFO-STATUS NOT = "00"
036430         DISPLAY "GROWTH-DISTRIBUTION - ERROR OPENING RUNINFO - "
036440             "STATUS " GDS-RUNINFO-STATUS
036450         GO TO 1000-ABEND
036460     END-IF
036500     ACCEPT GDS-RUN-DATE FROM DATE YYYYMMDD
036510     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
036600     GO TO 1000-EXIT.
036700 1000-ABEND.
036800     MOVE 16 TO RETURN-CODE
037200 1000-EXIT.
037300     EXIT.
037400
037403*****************************************************************
037406* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
037409* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
037412* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
037415* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
037418* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
037421* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
037424*****************************************************************
037427 1040-READ-RUNINFO.
037430     READ RUNINFO-FILE
037433         AT END
037436             GO TO 1040-CLOSE
037439     END-READ
037442     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
037445         GO TO 1040-CLOSE
037448     END-IF
037451     IF GRN-ASOF-DATE-X NOT NUMERIC
037454         OR GRN-ASOF-DATE > GDS-RUN-DATE
037457         DISPLAY "GROWTH-DISTRIBUTION - RUNINFO AS-OF DATE '"
037460             GRN-ASOF-DATE-X "' INVALID"
037463         MOVE 16 TO RETURN-CODE
037466         DISPLAY "GROWTH-DISTRIBUTION - JOB ABENDING"
037469         STOP RUN
037472     END-IF
037475     MOVE GRN-ASOF-DATE TO GDS-RUN-DATE
037478     DISPLAY "GROWTH-DISTRIBUTION - RERUN AS OF " GDS-RUN-DATE.
037481 1040-CLOSE.
037484     CLOSE RUNINFO-FILE.
037487 1040-EXIT.
037490     EXIT.
037493
037500*****************************************************************
037600* 2000-LOAD-COHORT-SLOTS - WALK THE MASTER IN KEY ORDER AND     *
037700* GIVE EACH ACTIVE COHORT THE NEXT DD SLOT.  INACTIVE COHORTS   *
