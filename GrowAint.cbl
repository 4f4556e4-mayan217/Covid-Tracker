002600*                   INSTEAD OF DUPLICATING IT.  ONE OR MORE     *
002700*                   REJECTS SETS RETURN-CODE 4; THE CLEAN       *
002800*                   CARDS STILL FLOW.                           *
002810*   2026-10-15 DLH  MODE "L" (LOGISTIC) SERIES ARE NOW ACCEPTED *
002820*                   LIKE THE OTHER THREE MODES.                 *
002830*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002840*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002850*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002860*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002870*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
006400         RECORD KEY IS GAI-HIST-KEY
006500         FILE STATUS IS GAI-ACTHIST-STATUS.
006600
006610     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
006620         ORGANIZATION IS SEQUENTIAL
006630         FILE STATUS IS GAI-RUNINFO-STATUS.
006640
006700 DATA DIVISION.
006800 FILE SECTION.
006900*****************************************************************
015900     05  GAI-HIST-LOAD-DATE          PIC 9(08).
016000     05  FILLER                      PIC X(28).
016100
016110*****************************************************************
016120* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
016130* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
016140* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
016150*****************************************************************
016160 FD  RUNINFO-FILE
016170     LABEL RECORDS ARE STANDARD.
016180     COPY GROWRUN.
016190
016200 WORKING-STORAGE SECTION.
016300*****************************************************************
016400* SWITCHES                                                      *
018800         88  GAI-CW-MODE-FIBONACCI   VALUE "F".
018900         88  GAI-CW-MODE-DOUBLING    VALUE "D".
019000         88  GAI-CW-MODE-PERCENT     VALUE "P".
019010         88  GAI-CW-MODE-LOGISTIC    VALUE "L".
019100     05  GAI-CW-LIMIT-X              PIC X(05).
019200     05  GAI-CW-LIMIT REDEFINES GAI-CW-LIMIT-X
019300                                     PIC 9(05).
026000 01  GAI-ACTCLEAN-STATUS             PIC X(02).
026100 01  GAI-ACTREJ-STATUS               PIC X(02).
026200 01  GAI-ACTHIST-STATUS              PIC X(02).
026210 01  GAI-RUNINFO-STATUS              PIC X(02).
026300
026400 PROCEDURE DIVISION.
026500*****************************************************************
032000             "ACTHIST - STATUS " GAI-ACTHIST-STATUS
032100         GO TO 1000-ABEND
032200     END-IF
032210     OPEN INPUT  RUNINFO-FILE
032220     IF GAI-RUNINFO-STATUS NOT = "00"
032230         DISPLAY "GROWTH-ACTUALS-INTAKE - ERROR OPENING RUNINFO "
032240             "- STATUS " GAI-RUNINFO-STATUS
032250         GO TO 1000-ABEND
032260     END-IF
032300     ACCEPT GAI-RUN-DATE FROM DATE YYYYMMDD
032310     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
032400     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
032500     IF GAI-BD-COUNT = ZERO
032600         DISPLAY "GROWTH-ACTUALS-INTAKE - NO BUSINESS DAYS ON "
033700 1000-EXIT.
033800     EXIT.
033900
033903*****************************************************************
033906* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
033909* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
033912* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
033915* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
033918* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
033921* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
033924*****************************************************************
033927 1040-READ-RUNINFO.
033930     READ RUNINFO-FILE
033933         AT END
033936             GO TO 1040-CLOSE
033939     END-READ
033942     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
033945         GO TO 1040-CLOSE
033948     END-IF
033951     IF GRN-ASOF-DATE-X NOT NUMERIC
033954         OR GRN-ASOF-DATE > GAI-RUN-DATE
033957         DISPLAY "GROWTH-ACTUALS-INTAKE - RUNINFO AS-OF DATE '"
033960             GRN-ASOF-DATE-X "' INVALID"
033963         MOVE 16 TO RETURN-CODE
033966         DISPLAY "GROWTH-ACTUALS-INTAKE - JOB ABENDING"
033969         STOP RUN
033972     END-IF
033975     MOVE GRN-ASOF-DATE TO GAI-RUN-DATE
033978     DISPLAY "GROWTH-ACTUALS-INTAKE - RERUN AS OF " GAI-RUN-DATE.
033981 1040-CLOSE.
033984     CLOSE RUNINFO-FILE.
033987 1040-EXIT.
033990     EXIT.
033993
034000*****************************************************************
034100* 1100-LOAD-CALENDAR - EVERY BUSINESS DAY, IN CALENDAR ORDER.   *
034200*****************************************************************
041200         GO TO 2100-EXIT
041300     END-IF
041400     IF NOT (GAI-CW-MODE-FIBONACCI OR GAI-CW-MODE-DOUBLING
041500             OR GAI-CW-MODE-PERCENT OR GAI-CW-MODE-LOGISTIC)
041600         MOVE "M001" TO GAI-REASON-CODE
041700         MOVE "MODE NOT F, D, P OR L" TO GAI-REASON-TEXT
041800         MOVE "N" TO GAI-CARD-VALID-SW
041900         GO TO 2100-EXIT
042000     END-IF
