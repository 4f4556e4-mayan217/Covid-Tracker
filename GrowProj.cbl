002720*                   400 ENTRIES TO COVER THE 366-TERM SERIES    *
002730*                   TABLE NOW THAT A FULL YEAR OF DAILY TERMS   *
002740*                   IS A NORMAL REQUEST.                        *
002750*   2026-10-15 DLH  SECTION HEADER SPELLS OUT THE MODE AFTER    *
002760*                   ITS CODE SO THE NEW LOGISTIC (L) SERIES     *
002770*                   READS AS PLAINLY AS THE OTHER THREE.        *
002775*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002780*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002785*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002790*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002795*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS GPR-PROJRPT-STATUS.
005300
005310     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
005320         ORGANIZATION IS SEQUENTIAL
005330         FILE STATUS IS GPR-RUNINFO-STATUS.
005340
005400 DATA DIVISION.
005500 FILE SECTION.
005600*****************************************************************
009300     LABEL RECORDS ARE STANDARD.
009400 01  GPR-RPT-LINE                    PIC X(133).
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
012700 01  GPR-CURR-KEY.
012800     05  GPR-CK-COHORT               PIC X(08).
012900     05  GPR-CK-MODE                 PIC X(01).
012910         88  GPR-CK-MODE-FIBONACCI   VALUE "F".
012920         88  GPR-CK-MODE-DOUBLING    VALUE "D".
012930         88  GPR-CK-MODE-PERCENT     VALUE "P".
012940         88  GPR-CK-MODE-LOGISTIC    VALUE "L".
013000     05  GPR-CK-LIMIT                PIC 9(05).
013100     05  GPR-CK-RATE                 PIC S9(03)V9(02).
013200 01  GPR-PREV-KEY                    PIC X(19).
013600*****************************************************************
013700 01  GPR-REGION-NAME                 PIC X(30).
013800 01  GPR-POPULATION                  PIC 9(09).
013810 01  GPR-MODE-DESC                   PIC X(09).
013900
014000*****************************************************************
014100* WORK COUNTERS AND ACCUMULATORS                                *
016300 01  GPR-COHMAST-STATUS              PIC X(02).
016400 01  GPR-PROJOUT-STATUS              PIC X(02).
016500 01  GPR-PROJRPT-STATUS              PIC X(02).
016510 01  GPR-RUNINFO-STATUS              PIC X(02).
016600
016700*****************************************************************
016800* REPORT LINE LAYOUTS                                           *
023600             "STATUS " GPR-PROJRPT-STATUS
023700         GO TO 1000-ABEND
023800     END-IF
023810     OPEN INPUT  RUNINFO-FILE
023820     IF GPR-RUNINFO-STATUS NOT = "00"
023830         DISPLAY "GROWTH-PROJECTION - ERROR OPENING RUNINFO - "
023840             "STATUS " GPR-RUNINFO-STATUS
023850         GO TO 1000-ABEND
023860     END-IF
023900     ACCEPT GPR-RUN-DATE FROM DATE YYYYMMDD
023910     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
024000     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
024100     IF GPR-DATE-COUNT = ZERO
024200         DISPLAY "GROWTH-PROJECTION - NO BUSINESS DAY ON OR "
025400 1000-EXIT.
025500     EXIT.
025600
025603*****************************************************************
025606* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
025609* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
025612* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
025615* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
025618* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
025621* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
025624*****************************************************************
025627 1040-READ-RUNINFO.
025630     READ RUNINFO-FILE
025633         AT END
025636             GO TO 1040-CLOSE
025639     END-READ
025642     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
025645         GO TO 1040-CLOSE
025648     END-IF
025651     IF GRN-ASOF-DATE-X NOT NUMERIC
025654         OR GRN-ASOF-DATE > GPR-RUN-DATE
025657         DISPLAY "GROWTH-PROJECTION - RUNINFO AS-OF DATE '"
025660             GRN-ASOF-DATE-X "' INVALID"
025663         MOVE 16 TO RETURN-CODE
025666         DISPLAY "GROWTH-PROJECTION - JOB ABENDING"
025669         STOP RUN
025672     END-IF
025675     MOVE GRN-ASOF-DATE TO GPR-RUN-DATE
025678     DISPLAY "GROWTH-PROJECTION - RERUN AS OF " GPR-RUN-DATE.
025681 1040-CLOSE.
025684     CLOSE RUNINFO-FILE.
025687 1040-EXIT.
025690     EXIT.
025693
025700*****************************************************************
025800* 1100-LOAD-CALENDAR - WALK THE PROCESSING CALENDAR AND KEEP    *
025900* EVERY BUSINESS DAY ON OR AFTER THE RUN DATE, IN ORDER, UP TO  *
037100     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
037200     MOVE GPR-CK-RATE    TO GPR-HDR-RATE-DISP
037300     MOVE GPR-POPULATION TO GPR-HDR-POP-DISP
037310     EVALUATE TRUE
037320         WHEN GPR-CK-MODE-FIBONACCI
037330             MOVE "FIBONACCI" TO GPR-MODE-DESC
037340         WHEN GPR-CK-MODE-DOUBLING
037350             MOVE "DOUBLING"  TO GPR-MODE-DESC
037360         WHEN GPR-CK-MODE-PERCENT
037370             MOVE "PERCENT"   TO GPR-MODE-DESC
037380         WHEN GPR-CK-MODE-LOGISTIC
037390             MOVE "LOGISTIC"  TO GPR-MODE-DESC
037391         WHEN OTHER
037392             MOVE SPACES      TO GPR-MODE-DESC
037393     END-EVALUATE
037400     MOVE SPACES TO GPR-MESSAGE-LINE
037500     STRING "COHORT: " DELIMITED BY SIZE
037600         GPR-CK-COHORT DELIMITED BY SIZE
037800         GPR-REGION-NAME DELIMITED BY SIZE
037900         "   MODE: " DELIMITED BY SIZE
038000         GPR-CK-MODE DELIMITED BY SIZE
038010         " " DELIMITED BY SIZE
038020         GPR-MODE-DESC DELIMITED BY SIZE
038100         "   RATE: " DELIMITED BY SIZE
038200         GPR-HDR-RATE-DISP DELIMITED BY SIZE
038300         "   POPULATION: " DELIMITED BY SIZE
