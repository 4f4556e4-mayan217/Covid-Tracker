000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-SCORECARD.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  FORECAST-ACCURACY         *
001000*                   SCORECARD.  GROWVAR ONLY COMPARES THE       *
001100*                   MORNING'S ACTUALS WITH TONIGHT'S PRIORRUN   *
001200*                   AND GROWTRND ONLY SHOWS HOW THE PROJECTIONS *
001300*                   MOVED; THIS RUN SCORES THE MODEL ITSELF.    *
001400*                   EVERY OBSERVATION ON THE KEYED ACTUALS      *
001500*                   HISTORY (ACTHIST - ONLY CARDS THAT PASSED   *
001600*                   GROWAINT'S EDITS EVER REACH IT) IS MATCHED  *
001700*                   WITH EVERY SERHIST GENERATION OF THE SAME   *
001800*                   REQUEST KEY THAT PROJECTED ITS DATE.  THE   *
001900*                   DATE IS MAPPED TO THE GENERATION'S TERM ON  *
002000*                   THE PROCESSING CALENDAR THE WAY GROWPROJ    *
002100*                   MAPS IT (TERM 1 = FIRST BUSINESS DAY ON OR  *
002200*                   AFTER THE RUN DATE), AND THAT TERM IS THE   *
002300*                   LEAD TIME.  REPORTS MEAN ABSOLUTE PERCENT   *
002400*                   ERROR AND BIAS BY LEAD-TIME BAND FOR EACH   *
002500*                   COHORT AND MODE AND FOR EACH MODE ACROSS    *
002600*                   ALL COHORTS, AND WRITES THE SAME FIGURES TO *
002700*                   A SCORECARD EXTRACT (GROWSCO) THAT IS KEPT  *
002800*                   FROM RUN TO RUN.                            *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACTHIST-FILE ASSIGN TO ACTHIST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS GFA-ACT-KEY
003700         FILE STATUS IS GFA-ACTHIST-STATUS.
003800
003900     SELECT SERHIST-FILE ASSIGN TO SERHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS GFA-HIST-KEY
004300         FILE STATUS IS GFA-SERHIST-STATUS.
004400
004500     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS GFA-CALENDAR-STATUS.
004800
004900     SELECT SCORCTL-FILE ASSIGN TO SCORCTL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS GFA-SCORCTL-STATUS.
005200
005300     SELECT SCOROUT-FILE ASSIGN TO SCOROUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS GFA-SCOROUT-STATUS.
005600
005700     SELECT SCORRPT-FILE ASSIGN TO SCORRPT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS GFA-SCORRPT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300*****************************************************************
006400* ACTHIST - CUMULATIVE KEYED ACTUALS HISTORY (VSAM KSDS), LAID  *
006500* OUT EXACTLY AS GROWAINT DECLARES IT - REQUEST KEY PLUS        *
006600* OBSERVATION DATE, SO A SEQUENTIAL READ DELIVERS EACH SERIES'  *
006700* OBSERVATIONS TOGETHER AND IN DATE ORDER.                      *
006800*****************************************************************
006900 FD  ACTHIST-FILE
007000     LABEL RECORDS ARE STANDARD.
007100 01  GFA-ACT-REC.
007200     05  GFA-ACT-KEY.
007300         10  GFA-ACT-COHORT          PIC X(08).
007400         10  GFA-ACT-MODE            PIC X(01).
007500         10  GFA-ACT-LIMIT           PIC 9(05).
007600         10  GFA-ACT-RATE            PIC S9(03)V9(02).
007700         10  GFA-ACT-OBS-DATE        PIC 9(08).
007800     05  GFA-ACT-TERM-NO             PIC 9(05).
007900     05  GFA-ACT-COUNT               PIC 9(12).
008000     05  GFA-ACT-LOAD-DATE           PIC 9(08).
008100     05  FILLER                      PIC X(28).
008200
008300*****************************************************************
008400* SERHIST - THE GENERATIONAL SERIES HISTORY, LAID OUT EXACTLY   *
008500* AS THE NIGHTLY DRIVER DECLARES IT - THE RUN DATE IS PART OF   *
008600* THE KEY AND THE TABLE RIDES IN VIA GROWARR.                   *
008700*****************************************************************
008800 FD  SERHIST-FILE
008900     LABEL RECORDS ARE STANDARD.
009000 01  GFA-HIST-REC.
009100     05  GFA-HIST-KEY.
009200         10  GFA-HIST-COHORT         PIC X(08).
009300         10  GFA-HIST-MODE           PIC X(01).
009400         10  GFA-HIST-LIMIT          PIC 9(05).
009500         10  GFA-HIST-RATE           PIC S9(03)V9(02).
009600         10  GFA-HIST-RUN-DATE       PIC 9(08).
009700     05  GFA-HIST-TERM-COUNT         PIC 9(05).
009800     COPY GROWARR REPLACING
009900         ==01 GRW-GROWTH-TABLE== BY ==05 GFA-HIST-TABLE==
010000         ==05 GRW-ENTRY==        BY ==10 GFA-HIST-ENTRY==
010100         ==10 GRW-NUMBER-WIDE==  BY ==15 GFA-HIST-NUMBER-WIDE==
010200         ==10 GRW-NUMBER==       BY ==15 GFA-HIST-NUMBER==
010300         ==10 GRW-OVERFLOW-SW==  BY ==15 GFA-HIST-OVERFLOW-SW==
010400         ==GRW-OVERFLOWED==      BY ==GFA-HIST-OVERFLOWED==
010500         ==GRW-NOT-OVERFLOWED==  BY ==GFA-HIST-NOT-OVERFLOWED==.
010600
010700*****************************************************************
010800* CALENDAR - THE PROCESSING CALENDAR, ONE RECORD PER DATE.      *
010900* LAYOUT IS SHARED VIA THE GROWCAL COPYBOOK.                    *
011000*****************************************************************
011100 FD  CALENDAR-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY GROWCAL.
011400
011500*****************************************************************
011600* SCORCTL - OPTIONAL OBSERVATION-WINDOW CARD:                   *
011700*   COLS  1-8   FIRST OBSERVATION DATE TO SCORE (YYYYMMDD)      *
011800*   COLS  9-16  LAST OBSERVATION DATE TO SCORE (YYYYMMDD)       *
011900* ZEROS OR SPACES LEAVE THAT END OPEN; NO CARD SCORES THE WHOLE *
012000* HISTORY.                                                      *
012100*****************************************************************
012200 FD  SCORCTL-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  GFA-CTL-REC.
012500     05  GFA-CTL-FROM-X              PIC X(08).
012600     05  GFA-CTL-FROM REDEFINES GFA-CTL-FROM-X
012700                                     PIC 9(08).
012800     05  GFA-CTL-TO-X                PIC X(08).
012900     05  GFA-CTL-TO REDEFINES GFA-CTL-TO-X
013000                                     PIC 9(08).
013100     05  FILLER                      PIC X(64).
013200
013300*****************************************************************
013400* SCOROUT - THE SCORECARD EXTRACT.  LAYOUT IS SHARED VIA THE    *
013500* GROWSCO COPYBOOK.                                             *
013600*****************************************************************
013700 FD  SCOROUT-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY GROWSCO.
014000
014100*****************************************************************
014200* SCORRPT - THE PRINT-IMAGE SCORECARD REPORT.                   *
014300*****************************************************************
014400 FD  SCORRPT-FILE
014500     LABEL RECORDS ARE STANDARD.
014600 01  GFA-RPT-LINE                    PIC X(133).
014700
014800 WORKING-STORAGE SECTION.
014900*****************************************************************
015000* SWITCHES                                                      *
015100*****************************************************************
015200 01  GFA-SWITCHES.
015300     05  GFA-ACT-EOF-SW              PIC X(01) VALUE "N".
015400         88  GFA-ACT-EOF              VALUE "Y".
015500     05  GFA-HIST-EOF-SW             PIC X(01) VALUE "N".
015600         88  GFA-HIST-EOF             VALUE "Y".
015700     05  GFA-CAL-EOF-SW              PIC X(01) VALUE "N".
015800         88  GFA-CAL-EOF              VALUE "Y".
015900     05  GFA-FIRST-KEY-SW            PIC X(01) VALUE "Y".
016000         88  GFA-FIRST-KEY            VALUE "Y".
016100     05  GFA-FOUND-SW                PIC X(01) VALUE "N".
016200         88  GFA-FOUND                VALUE "Y".
016300     05  GFA-ALL-PASS-SW             PIC X(01) VALUE "N".
016400         88  GFA-ALL-PASS             VALUE "Y".
016500
016600*****************************************************************
016700* CURRENT AND PREVIOUS REQUEST KEY - A CHANGE OF KEY ON ACTHIST *
016800* SCORES THE OBSERVATIONS COLLECTED FOR THE PREVIOUS SERIES.    *
016900*****************************************************************
017000 01  GFA-CURR-KEY.
017100     05  GFA-CK-COHORT               PIC X(08).
017200     05  GFA-CK-MODE                 PIC X(01).
017300     05  GFA-CK-LIMIT                PIC 9(05).
017400     05  GFA-CK-RATE                 PIC S9(03)V9(02).
017500 01  GFA-PREV-KEY.
017600     05  GFA-PK-COHORT               PIC X(08).
017700     05  GFA-PK-MODE                 PIC X(01).
017800     05  GFA-PK-LIMIT                PIC 9(05).
017900     05  GFA-PK-RATE                 PIC S9(03)V9(02).
018000
018100*****************************************************************
018200* OBSERVATION WINDOW FROM THE SCORCTL CARD                      *
018300*****************************************************************
018400 01  GFA-FROM-DATE                   PIC 9(08) VALUE ZERO.
018500 01  GFA-TO-DATE                     PIC 9(08) VALUE 99999999.
018600
018700*****************************************************************
018800* BUSINESS DAYS ON THE PROCESSING CALENDAR, IN DATE ORDER.  AN  *
018900* OBSERVATION'S LEAD TIME IN A GENERATION IS HOW MANY OF THESE  *
019000* LIE BETWEEN THE GENERATION'S FIRST BUSINESS DAY AND THE       *
019100* OBSERVED DATE, BOTH COUNTED.                                  *
019200*****************************************************************
019300 01  GFA-BDAY-TABLE.
019400     05  GFA-BD-DATE                 PIC 9(08) OCCURS 1500 TIMES.
019500 01  GFA-BDAY-MAX                    PIC 9(05) VALUE 1500.
019600 01  GFA-BDAY-COUNT                  PIC 9(05) VALUE ZERO.
019700 01  GFA-BDAY-INDEX                  PIC 9(05).
019800 01  GFA-LOOKUP-DATE                 PIC 9(08).
019900 01  GFA-GEN-BDAY                    PIC 9(05).
020000
020100*****************************************************************
020200* OBSERVATIONS FOR THE CURRENT SERIES, WITH EACH ONE'S POSITION *
020300* IN THE BUSINESS-DAY TABLE.                                    *
020400*****************************************************************
020500 01  GFA-OBS-TABLE.
020600     05  GFA-OBS-ENTRY               OCCURS 400 TIMES.
020700         10  GFA-OB-DATE             PIC 9(08).
020800         10  GFA-OB-COUNT            PIC 9(12).
020900         10  GFA-OB-BDAY             PIC 9(05).
021000 01  GFA-OBS-MAX                     PIC 9(05) VALUE 400.
021100 01  GFA-OBS-COUNT                   PIC 9(05) VALUE ZERO.
021200 01  GFA-OBS-INDEX                   PIC 9(05).
021300
021400*****************************************************************
021500* LEAD-TIME BANDS, IN BUSINESS DAYS OUT (LOW/HIGH TERM).  THE   *
021600* LAST BAND RUNS TO THE END OF THE 366-TERM SERIES TABLE.       *
021700*****************************************************************
021800 01  GFA-BAND-VALUES.
021900     05  FILLER                      PIC X(06) VALUE "001001".
022000     05  FILLER                      PIC X(06) VALUE "002007".
022100     05  FILLER                      PIC X(06) VALUE "008014".
022200     05  FILLER                      PIC X(06) VALUE "015021".
022300     05  FILLER                      PIC X(06) VALUE "022030".
022400     05  FILLER                      PIC X(06) VALUE "031060".
022500     05  FILLER                      PIC X(06) VALUE "061090".
022600     05  FILLER                      PIC X(06) VALUE "091366".
022700 01  GFA-BAND-TABLE REDEFINES GFA-BAND-VALUES.
022800     05  GFA-BAND-ENTRY              OCCURS 8 TIMES.
022900         10  GFA-BN-LOW              PIC 9(03).
023000         10  GFA-BN-HIGH             PIC 9(03).
023100 01  GFA-BAND-MAX                    PIC 9(03) VALUE 8.
023200 01  GFA-BAND                        PIC 9(03).
023300 01  GFA-BAND-INDEX                  PIC 9(03).
023400
023500*****************************************************************
023600* SCORE ACCUMULATORS - ONE ENTRY PER COHORT AND MODE, PLUS ONE  *
023700* PER MODE UNDER THE COHORT ID "*ALL*", EACH WITH A BUCKET PER  *
023800* LEAD-TIME BAND.  PERCENT ERRORS ARE SUMMED HERE AND AVERAGED  *
023900* AT REPORT TIME.                                               *
024000*****************************************************************
024100 01  GFA-SCORE-TABLE.
024200     05  GFA-SCORE-ENTRY             OCCURS 120 TIMES.
024300         10  GFA-SC-COHORT           PIC X(08).
024400         10  GFA-SC-MODE             PIC X(01).
024500         10  GFA-SC-BUCKET           OCCURS 8 TIMES.
024600             15  GFA-SC-PAIRS        PIC 9(07).
024700             15  GFA-SC-APE-SUM      PIC S9(13)V9(04) COMP-3.
024800             15  GFA-SC-PE-SUM       PIC S9(13)V9(04) COMP-3.
024900             15  GFA-SC-OVER         PIC 9(07).
025000             15  GFA-SC-UNDER        PIC 9(07).
025100             15  GFA-SC-ZERO         PIC 9(07).
025200 01  GFA-SCORE-MAX                   PIC 9(03) VALUE 120.
025300 01  GFA-SCORE-COUNT                 PIC 9(03) VALUE ZERO.
025400 01  GFA-SCORE-INDEX                 PIC 9(03).
025500 01  GFA-SLOT-COHORT                 PIC X(08).
025600 01  GFA-SLOT-NO                     PIC 9(03).
025700 01  GFA-SLOT-COH                    PIC 9(03).
025800 01  GFA-SLOT-ALL                    PIC 9(03).
025900 01  GFA-ALL-COHORTS                 PIC X(08) VALUE "*ALL*".
026000
026100*****************************************************************
026200* ONE SCORED PAIR                                               *
026300*****************************************************************
026400 01  GFA-TERM                        PIC 9(05).
026500 01  GFA-PROJECTED                   PIC S9(16)V9(02) COMP-3.
026600 01  GFA-ERROR                       PIC S9(16)V9(02) COMP-3.
026700 01  GFA-PCT-ERROR                   PIC S9(09)V9(04) COMP-3.
026800 01  GFA-ABS-PCT-ERROR               PIC S9(09)V9(04) COMP-3.
026900 01  GFA-MAPE                        PIC 9(05)V9(02).
027000 01  GFA-BIAS                        PIC S9(05)V9(02).
027100 01  GFA-LINES-WRITTEN               PIC 9(03).
027200
027300*****************************************************************
027400* WORK COUNTERS                                                 *
027500*****************************************************************
027600 01  GFA-ACT-COUNT-READ              PIC 9(07) VALUE ZERO.
027700 01  GFA-OBS-USED-COUNT              PIC 9(07) VALUE ZERO.
027800 01  GFA-WINDOW-SKIP-COUNT           PIC 9(07) VALUE ZERO.
027900 01  GFA-OFF-CAL-COUNT               PIC 9(07) VALUE ZERO.
028000 01  GFA-DROPPED-COUNT               PIC 9(07) VALUE ZERO.
028100 01  GFA-GEN-COUNT                   PIC 9(07) VALUE ZERO.
028200 01  GFA-PAIR-COUNT                  PIC 9(07) VALUE ZERO.
028300 01  GFA-SERIES-COUNT                PIC 9(05) VALUE ZERO.
028400 01  GFA-EXTRACT-COUNT               PIC 9(05) VALUE ZERO.
028500
028600*****************************************************************
028700* RUN-DATE AND REPORT PAGINATION                                *
028800*****************************************************************
028900 01  GFA-RUN-DATE                    PIC 9(08).
029000 01  GFA-PAGE-COUNT                  PIC 9(03) VALUE ZERO.
029100 01  GFA-REPORT-LINE-COUNT           PIC 9(03) VALUE ZERO.
029200 01  GFA-LINES-PER-PAGE              PIC 9(03) VALUE 20.
029300
029400*****************************************************************
029500* FILE STATUS CODES                                             *
029600*****************************************************************
029700 01  GFA-ACTHIST-STATUS              PIC X(02).
029800 01  GFA-SERHIST-STATUS              PIC X(02).
029900 01  GFA-CALENDAR-STATUS             PIC X(02).
030000 01  GFA-SCORCTL-STATUS              PIC X(02).
030100 01  GFA-SCOROUT-STATUS              PIC X(02).
030200 01  GFA-SCORRPT-STATUS              PIC X(02).
030300
030400*****************************************************************
030500* REPORT LINE LAYOUTS                                           *
030600*****************************************************************
030700 01  GFA-TITLE-LINE                  PIC X(133).
030800 01  GFA-INFO-LINE                   PIC X(133).
030900 01  GFA-COLUMN-HDR-LINE             PIC X(133).
031000 01  GFA-MESSAGE-LINE                PIC X(133).
031100 01  GFA-MODE-DESC                   PIC X(09).
031200 01  GFA-DETAIL-LINE.
031300     05  FILLER                      PIC X(02) VALUE SPACES.
031400     05  GFA-DTL-LEAD-LOW            PIC ZZ9.
031500     05  FILLER                      PIC X(03) VALUE " - ".
031600     05  GFA-DTL-LEAD-HIGH           PIC ZZ9.
031700     05  FILLER                      PIC X(05) VALUE SPACES.
031800     05  GFA-DTL-PAIRS               PIC ZZZ,ZZ9.
031900     05  FILLER                      PIC X(05) VALUE SPACES.
032000     05  GFA-DTL-MAPE                PIC ZZ,ZZ9.99.
032100     05  FILLER                      PIC X(05) VALUE SPACES.
032200     05  GFA-DTL-BIAS                PIC -ZZ,ZZ9.99.
032300     05  FILLER                      PIC X(05) VALUE SPACES.
032400     05  GFA-DTL-OVER                PIC ZZZ,ZZ9.
032500     05  FILLER                      PIC X(03) VALUE SPACES.
032600     05  GFA-DTL-UNDER               PIC ZZZ,ZZ9.
032700     05  FILLER                      PIC X(03) VALUE SPACES.
032800     05  GFA-DTL-ZERO                PIC ZZZ,ZZ9.
032900     05  FILLER                      PIC X(03) VALUE SPACES.
033000     05  GFA-DTL-FLAG                PIC X(20) VALUE SPACES.
033100     05  FILLER                      PIC X(26) VALUE SPACES.
033200
033300 PROCEDURE DIVISION.
033400*****************************************************************
033500* 0000-MAINLINE - COLLECT EACH SERIES' OBSERVATIONS OFF ACTHIST,*
033600* SCORE THEM AGAINST THE SERIES' GENERATIONS, THEN REPORT.      *
033700*****************************************************************
033800 0000-MAINLINE.
033900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034000     PERFORM 2000-PROCESS-ONE-ACTUAL THRU 2000-EXIT
034100         UNTIL GFA-ACT-EOF.
034200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034300     STOP RUN.
034400
034500*****************************************************************
034600* 1000-INITIALIZE - OPEN ALL FILES, READ THE WINDOW CARD, LOAD  *
034700* THE CALENDAR AND PRIME THE INPUT.  EVERY OPEN IS              *
034800* STATUS-CHECKED.                                               *
034900*****************************************************************
035000 1000-INITIALIZE.
035100     OPEN INPUT  ACTHIST-FILE
035200     IF GFA-ACTHIST-STATUS NOT = "00"
035300         DISPLAY "GROWTH-SCORECARD - ERROR OPENING ACTHIST - "
035400             "STATUS " GFA-ACTHIST-STATUS
035500         GO TO 1000-ABEND
035600     END-IF
035700     OPEN INPUT  SERHIST-FILE
035800     IF GFA-SERHIST-STATUS NOT = "00"
035900         DISPLAY "GROWTH-SCORECARD - ERROR OPENING SERHIST - "
036000             "STATUS " GFA-SERHIST-STATUS
036100         GO TO 1000-ABEND
036200     END-IF
036300     OPEN INPUT  CALENDAR-FILE
036400     IF GFA-CALENDAR-STATUS NOT = "00"
036500         DISPLAY "GROWTH-SCORECARD - ERROR OPENING CALENDAR - "
036600             "STATUS " GFA-CALENDAR-STATUS
036700         GO TO 1000-ABEND
036800     END-IF
036900     OPEN INPUT  SCORCTL-FILE
037000     IF GFA-SCORCTL-STATUS NOT = "00"
037100         DISPLAY "GROWTH-SCORECARD - ERROR OPENING SCORCTL - "
037200             "STATUS " GFA-SCORCTL-STATUS
037300         GO TO 1000-ABEND
037400     END-IF
037500     OPEN EXTEND SCOROUT-FILE
037600     IF GFA-SCOROUT-STATUS NOT = "00"
037700         DISPLAY "GROWTH-SCORECARD - ERROR OPENING SCOROUT - "
037800             "STATUS " GFA-SCOROUT-STATUS
037900         GO TO 1000-ABEND
038000     END-IF
038100     OPEN OUTPUT SCORRPT-FILE
038200     IF GFA-SCORRPT-STATUS NOT = "00"
038300         DISPLAY "GROWTH-SCORECARD - ERROR OPENING SCORRPT - "
038400             "STATUS " GFA-SCORRPT-STATUS
038500         GO TO 1000-ABEND
038600     END-IF
038700     ACCEPT GFA-RUN-DATE FROM DATE YYYYMMDD
038800     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
038900     PERFORM 1100-LOAD-ONE-CALENDAR THRU 1100-EXIT
039000         UNTIL GFA-CAL-EOF
039100     CLOSE CALENDAR-FILE
039200     IF GFA-BDAY-COUNT = ZERO
039300         DISPLAY "GROWTH-SCORECARD - NO BUSINESS DAYS ON THE "
039400             "PROCESSING CALENDAR"
039500         GO TO 1000-ABEND
039600     END-IF
039700     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
039800     PERFORM 1200-READ-NEXT-ACTUAL THRU 1200-EXIT
039900     GO TO 1000-EXIT.
040000 1000-ABEND.
040100     MOVE 16 TO RETURN-CODE
040200     DISPLAY "GROWTH-SCORECARD - INITIALIZATION FAILED - "
040300         "JOB ABENDING".
040400     STOP RUN.
040500 1000-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900* 1050-READ-CONTROL-CARD - THE OBSERVATION WINDOW.  A MISSING   *
041000* CARD, OR A NON-NUMERIC DATE ON IT, LEAVES THAT END OPEN       *
041100* RATHER THAN FAILING THE RUN.                                  *
041200*****************************************************************
041300 1050-READ-CONTROL-CARD.
041400     READ SCORCTL-FILE
041500         AT END
041600             DISPLAY "GROWTH-SCORECARD - NO WINDOW CARD - "
041700                 "WHOLE HISTORY SCORED"
041800         NOT AT END
041900             IF GFA-CTL-FROM-X NUMERIC
042000                 MOVE GFA-CTL-FROM TO GFA-FROM-DATE
042100             ELSE
042200                 IF GFA-CTL-FROM-X NOT = SPACES
042300                     DISPLAY "GROWTH-SCORECARD - FROM DATE NOT "
042400                         "NUMERIC - WINDOW LEFT OPEN"
042500                 END-IF
042600             END-IF
042700             IF GFA-CTL-TO-X NUMERIC AND GFA-CTL-TO > ZERO
042800                 MOVE GFA-CTL-TO TO GFA-TO-DATE
042900             ELSE
043000                 IF GFA-CTL-TO-X NOT = SPACES
043100                     AND GFA-CTL-TO-X NOT = "00000000"
043200                     DISPLAY "GROWTH-SCORECARD - TO DATE NOT "
043300                         "NUMERIC - WINDOW LEFT OPEN"
043400                 END-IF
043500             END-IF
043600     END-READ
043700     CLOSE SCORCTL-FILE.
043800 1050-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200* 1100-LOAD-ONE-CALENDAR - KEEP EVERY BUSINESS DAY.  A CALENDAR *
044300* LONGER THAN THE TABLE LEAVES ITS LATEST DATES UNSCORED, SO IT *
044400* SETS RETURN-CODE 4 ONCE.                                      *
044500*****************************************************************
044600 1100-LOAD-ONE-CALENDAR.
044700     READ CALENDAR-FILE
044800         AT END
044900             MOVE "Y" TO GFA-CAL-EOF-SW
045000             GO TO 1100-EXIT
045100     END-READ
045200     IF NOT GCL-BUSINESS-DAY
045300         GO TO 1100-EXIT
045400     END-IF
045500     IF GFA-BDAY-COUNT >= GFA-BDAY-MAX
045600         DISPLAY "GROWTH-SCORECARD - CALENDAR TABLE FULL - "
045700             "BUSINESS DAYS FROM " GCL-CAL-DATE " NOT SCORED"
045800         IF RETURN-CODE < 4
045900             MOVE 4 TO RETURN-CODE
046000         END-IF
046100         MOVE "Y" TO GFA-CAL-EOF-SW
046200         GO TO 1100-EXIT
046300     END-IF
046400     ADD 1 TO GFA-BDAY-COUNT
046500     MOVE GCL-CAL-DATE TO GFA-BD-DATE(GFA-BDAY-COUNT).
046600 1100-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000* 1200-READ-NEXT-ACTUAL                                         *
047100*****************************************************************
047200 1200-READ-NEXT-ACTUAL.
047300     READ ACTHIST-FILE
047400         AT END
047500             MOVE "Y" TO GFA-ACT-EOF-SW
047600         NOT AT END
047700             ADD 1 TO GFA-ACT-COUNT-READ
047800     END-READ.
047900 1200-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300* 2000-PROCESS-ONE-ACTUAL - ON A CHANGE OF REQUEST KEY, SCORE   *
048400* THE SERIES JUST COLLECTED; THEN COLLECT THIS OBSERVATION.     *
048500*****************************************************************
048600 2000-PROCESS-ONE-ACTUAL.
048700     MOVE GFA-ACT-COHORT TO GFA-CK-COHORT
048800     MOVE GFA-ACT-MODE   TO GFA-CK-MODE
048900     MOVE GFA-ACT-LIMIT  TO GFA-CK-LIMIT
049000     MOVE GFA-ACT-RATE   TO GFA-CK-RATE
049100     IF GFA-FIRST-KEY OR GFA-CURR-KEY NOT = GFA-PREV-KEY
049200         IF NOT GFA-FIRST-KEY
049300             PERFORM 3000-SCORE-SERIES THRU 3000-EXIT
049400         END-IF
049500         MOVE "N" TO GFA-FIRST-KEY-SW
049600         MOVE GFA-CURR-KEY TO GFA-PREV-KEY
049700         MOVE ZERO TO GFA-OBS-COUNT
049800     END-IF
049900     PERFORM 2100-ADD-OBSERVATION THRU 2100-EXIT
050000     PERFORM 1200-READ-NEXT-ACTUAL THRU 1200-EXIT.
050100 2000-EXIT.
050200     EXIT.
050300
050400*****************************************************************
050500* 2100-ADD-OBSERVATION - ONLY AN OBSERVATION INSIDE THE WINDOW  *
050600* AND ON A CALENDAR BUSINESS DAY CAN LINE UP WITH A TERM.  A    *
050700* SERIES WITH MORE OBSERVATIONS THAN THE TABLE HOLDS LOSES ITS  *
050800* LATEST ONES WITH RETURN-CODE 4.                               *
050900*****************************************************************
051000 2100-ADD-OBSERVATION.
051100     IF GFA-ACT-OBS-DATE < GFA-FROM-DATE
051200         OR GFA-ACT-OBS-DATE > GFA-TO-DATE
051300         ADD 1 TO GFA-WINDOW-SKIP-COUNT
051400         GO TO 2100-EXIT
051500     END-IF
051600     MOVE GFA-ACT-OBS-DATE TO GFA-LOOKUP-DATE
051700     PERFORM 2150-LOCATE-BUSINESS-DAY THRU 2150-EXIT
051800     IF NOT GFA-FOUND
051900         ADD 1 TO GFA-OFF-CAL-COUNT
052000         GO TO 2100-EXIT
052100     END-IF
052200     IF GFA-BD-DATE(GFA-BDAY-INDEX) NOT = GFA-ACT-OBS-DATE
052300         ADD 1 TO GFA-OFF-CAL-COUNT
052400         GO TO 2100-EXIT
052500     END-IF
052600     IF GFA-OBS-COUNT >= GFA-OBS-MAX
052700         DISPLAY "GROWTH-SCORECARD - COHORT '" GFA-CK-COHORT
052800             "' OBSERVATION " GFA-ACT-OBS-DATE
052900             " PAST THE SERIES TABLE - NOT SCORED"
053000         ADD 1 TO GFA-DROPPED-COUNT
053100         IF RETURN-CODE < 4
053200             MOVE 4 TO RETURN-CODE
053300         END-IF
053400         GO TO 2100-EXIT
053500     END-IF
053600     ADD 1 TO GFA-OBS-COUNT
053700     ADD 1 TO GFA-OBS-USED-COUNT
053800     MOVE GFA-ACT-OBS-DATE TO GFA-OB-DATE(GFA-OBS-COUNT)
053900     MOVE GFA-ACT-COUNT    TO GFA-OB-COUNT(GFA-OBS-COUNT)
054000     MOVE GFA-BDAY-INDEX   TO GFA-OB-BDAY(GFA-OBS-COUNT).
054100 2100-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500* 2150-LOCATE-BUSINESS-DAY - FIRST BUSINESS DAY ON OR AFTER     *
054600* GFA-LOOKUP-DATE.  GFA-FOUND IS OFF WHEN THE DATE IS PAST THE  *
054700* END OF THE LOADED CALENDAR.                                   *
054800*****************************************************************
054900 2150-LOCATE-BUSINESS-DAY.
055000     MOVE "N" TO GFA-FOUND-SW
055100     MOVE 1 TO GFA-BDAY-INDEX
055200     PERFORM 2160-CHECK-ONE-BUSINESS-DAY THRU 2160-EXIT
055300         UNTIL GFA-BDAY-INDEX > GFA-BDAY-COUNT
055400         OR GFA-FOUND.
055500 2150-EXIT.
055600     EXIT.
055700
055800*****************************************************************
055900* 2160-CHECK-ONE-BUSINESS-DAY                                   *
056000*****************************************************************
056100 2160-CHECK-ONE-BUSINESS-DAY.
056200     IF GFA-BD-DATE(GFA-BDAY-INDEX) >= GFA-LOOKUP-DATE
056300         MOVE "Y" TO GFA-FOUND-SW
056400     ELSE
056500         ADD 1 TO GFA-BDAY-INDEX
056600     END-IF.
056700 2160-EXIT.
056800     EXIT.
056900
057000*****************************************************************
057100* 3000-SCORE-SERIES - FIND THE SCORE ENTRIES FOR THE SERIES'    *
057200* COHORT/MODE AND FOR ITS MODE ACROSS ALL COHORTS, THEN WALK    *
057300* EVERY SERHIST GENERATION OF THE REQUEST KEY.  ONLY STATUS 23  *
057400* ON THE START MEANS "NO GENERATIONS AT ALL" - ANY OTHER        *
057500* NON-ZERO STATUS IS A REAL I/O ERROR AND ABENDS THE JOB.       *
057600*****************************************************************
057700 3000-SCORE-SERIES.
057800     IF GFA-OBS-COUNT = ZERO
057900         GO TO 3000-EXIT
058000     END-IF
058100     ADD 1 TO GFA-SERIES-COUNT
058200     MOVE GFA-PK-COHORT TO GFA-SLOT-COHORT
058300     PERFORM 3100-FIND-SCORE-ENTRY THRU 3100-EXIT
058400     IF NOT GFA-FOUND
058500         GO TO 3000-EXIT
058600     END-IF
058700     MOVE GFA-SLOT-NO TO GFA-SLOT-COH
058800     MOVE GFA-ALL-COHORTS TO GFA-SLOT-COHORT
058900     PERFORM 3100-FIND-SCORE-ENTRY THRU 3100-EXIT
059000     IF NOT GFA-FOUND
059100         GO TO 3000-EXIT
059200     END-IF
059300     MOVE GFA-SLOT-NO TO GFA-SLOT-ALL
059400     MOVE "N" TO GFA-HIST-EOF-SW
059500     MOVE GFA-PK-COHORT TO GFA-HIST-COHORT
059600     MOVE GFA-PK-MODE   TO GFA-HIST-MODE
059700     MOVE GFA-PK-LIMIT  TO GFA-HIST-LIMIT
059800     MOVE GFA-PK-RATE   TO GFA-HIST-RATE
059900     MOVE ZERO          TO GFA-HIST-RUN-DATE
060000     START SERHIST-FILE KEY NOT < GFA-HIST-KEY
060100         INVALID KEY
060200             CONTINUE
060300     END-START
060400     EVALUATE GFA-SERHIST-STATUS
060500         WHEN "00"
060600             CONTINUE
060700         WHEN "23"
060800         WHEN "14"
060900             MOVE "Y" TO GFA-HIST-EOF-SW
061000         WHEN OTHER
061100             DISPLAY "GROWTH-SCORECARD - ERROR STARTING SERHIST "
061200                 "- STATUS " GFA-SERHIST-STATUS
061300             MOVE 16 TO RETURN-CODE
061400             DISPLAY "GROWTH-SCORECARD - JOB ABENDING"
061500             STOP RUN
061600     END-EVALUATE
061700     PERFORM 3200-SCORE-ONE-GENERATION THRU 3200-EXIT
061800         UNTIL GFA-HIST-EOF.
061900 3000-EXIT.
062000     EXIT.
062100
062200*****************************************************************
062300* 3100-FIND-SCORE-ENTRY - FIND (OR START) THE ENTRY FOR         *
062400* GFA-SLOT-COHORT AND THE SERIES' MODE.  A FULL TABLE LEAVES    *
062500* THE SERIES UNSCORED WITH RETURN-CODE 4.                       *
062600*****************************************************************
062700 3100-FIND-SCORE-ENTRY.
062800     MOVE "N" TO GFA-FOUND-SW
062900     MOVE 1 TO GFA-SCORE-INDEX
063000     PERFORM 3110-CHECK-ONE-ENTRY THRU 3110-EXIT
063100         UNTIL GFA-SCORE-INDEX > GFA-SCORE-COUNT
063200         OR GFA-FOUND
063300     IF GFA-FOUND
063400         GO TO 3100-EXIT
063500     END-IF
063600     IF GFA-SCORE-COUNT >= GFA-SCORE-MAX
063700         DISPLAY "GROWTH-SCORECARD - SCORE TABLE FULL - COHORT '"
063800             GFA-PK-COHORT "' MODE " GFA-PK-MODE " NOT SCORED"
063900         IF RETURN-CODE < 4
064000             MOVE 4 TO RETURN-CODE
064100         END-IF
064200         GO TO 3100-EXIT
064300     END-IF
064400     ADD 1 TO GFA-SCORE-COUNT
064500     MOVE GFA-SCORE-COUNT TO GFA-SLOT-NO
064600     INITIALIZE GFA-SCORE-ENTRY(GFA-SLOT-NO)
064700     MOVE GFA-SLOT-COHORT TO GFA-SC-COHORT(GFA-SLOT-NO)
064800     MOVE GFA-PK-MODE     TO GFA-SC-MODE(GFA-SLOT-NO)
064900     MOVE "Y" TO GFA-FOUND-SW.
065000 3100-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400* 3110-CHECK-ONE-ENTRY                                          *
065500*****************************************************************
065600 3110-CHECK-ONE-ENTRY.
065700     IF GFA-SC-COHORT(GFA-SCORE-INDEX) = GFA-SLOT-COHORT
065800         AND GFA-SC-MODE(GFA-SCORE-INDEX) = GFA-PK-MODE
065900         MOVE "Y" TO GFA-FOUND-SW
066000         MOVE GFA-SCORE-INDEX TO GFA-SLOT-NO
066100     END-IF
066200     ADD 1 TO GFA-SCORE-INDEX.
066300 3110-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700* 3200-SCORE-ONE-GENERATION - A GENERATION RUN AFTER THE LAST   *
066800* CALENDAR BUSINESS DAY CANNOT BE MAPPED AND IS PASSED OVER.    *
066900*****************************************************************
067000 3200-SCORE-ONE-GENERATION.
067100     READ SERHIST-FILE NEXT
067200         AT END
067300             MOVE "Y" TO GFA-HIST-EOF-SW
067400             GO TO 3200-EXIT
067500     END-READ
067600     IF GFA-HIST-COHORT NOT = GFA-PK-COHORT
067700         OR GFA-HIST-MODE NOT = GFA-PK-MODE
067800         OR GFA-HIST-LIMIT NOT = GFA-PK-LIMIT
067900         OR GFA-HIST-RATE NOT = GFA-PK-RATE
068000         MOVE "Y" TO GFA-HIST-EOF-SW
068100         GO TO 3200-EXIT
068200     END-IF
068300     ADD 1 TO GFA-GEN-COUNT
068400     MOVE GFA-HIST-RUN-DATE TO GFA-LOOKUP-DATE
068500     PERFORM 2150-LOCATE-BUSINESS-DAY THRU 2150-EXIT
068600     IF NOT GFA-FOUND
068700         GO TO 3200-EXIT
068800     END-IF
068900     MOVE GFA-BDAY-INDEX TO GFA-GEN-BDAY
069000     MOVE 1 TO GFA-OBS-INDEX
069100     PERFORM 3300-SCORE-ONE-OBSERVATION THRU 3300-EXIT
069200         UNTIL GFA-OBS-INDEX > GFA-OBS-COUNT.
069300 3200-EXIT.
069400     EXIT.
069500
069600*****************************************************************
069700* 3300-SCORE-ONE-OBSERVATION - THE OBSERVED DATE'S TERM IN THIS *
069800* GENERATION IS ITS LEAD TIME.  AN OBSERVATION BEFORE THE       *
069900* GENERATION, OR PAST THE TERMS IT STORED, WAS NOT PROJECTED BY *
070000* IT.  PERCENT ERROR IS TAKEN AGAINST THE ACTUAL (PROJECTED     *
070100* MINUS ACTUAL, OVER ACTUAL), SO POSITIVE MEANS PROJECTED HIGH; *
070200* A ZERO ACTUAL HAS NO PERCENT ERROR AND IS ONLY COUNTED.       *
070300*****************************************************************
070400 3300-SCORE-ONE-OBSERVATION.
070500     IF GFA-OB-BDAY(GFA-OBS-INDEX) < GFA-GEN-BDAY
070600         GO TO 3300-ADVANCE
070700     END-IF
070800     COMPUTE GFA-TERM =
070900         GFA-OB-BDAY(GFA-OBS-INDEX) - GFA-GEN-BDAY + 1
071000     IF GFA-TERM > GFA-HIST-TERM-COUNT
071100         OR GFA-TERM > GFA-BN-HIGH(GFA-BAND-MAX)
071200         GO TO 3300-ADVANCE
071300     END-IF
071400     PERFORM 3400-FIND-BAND THRU 3400-EXIT
071500     MOVE GFA-HIST-NUMBER-WIDE(GFA-TERM) TO GFA-PROJECTED
071600     IF GFA-OB-COUNT(GFA-OBS-INDEX) = ZERO
071700         ADD 1 TO GFA-SC-ZERO(GFA-SLOT-COH, GFA-BAND)
071800         ADD 1 TO GFA-SC-ZERO(GFA-SLOT-ALL, GFA-BAND)
071900         GO TO 3300-ADVANCE
072000     END-IF
072100     ADD 1 TO GFA-PAIR-COUNT
072200     COMPUTE GFA-ERROR =
072300         GFA-PROJECTED - GFA-OB-COUNT(GFA-OBS-INDEX)
072400     COMPUTE GFA-PCT-ERROR ROUNDED =
072500         GFA-ERROR * 100 / GFA-OB-COUNT(GFA-OBS-INDEX)
072600         ON SIZE ERROR
072700             MOVE 999999999.9999 TO GFA-PCT-ERROR
072800     END-COMPUTE
072900     IF GFA-PCT-ERROR < ZERO
073000         COMPUTE GFA-ABS-PCT-ERROR = ZERO - GFA-PCT-ERROR
073100     ELSE
073200         MOVE GFA-PCT-ERROR TO GFA-ABS-PCT-ERROR
073300     END-IF
073400     MOVE GFA-SLOT-COH TO GFA-SLOT-NO
073500     PERFORM 3500-ACCUMULATE-PAIR THRU 3500-EXIT
073600     MOVE GFA-SLOT-ALL TO GFA-SLOT-NO
073700     PERFORM 3500-ACCUMULATE-PAIR THRU 3500-EXIT.
073800 3300-ADVANCE.
073900     ADD 1 TO GFA-OBS-INDEX.
074000 3300-EXIT.
074100     EXIT.
074200
074300*****************************************************************
074400* 3400-FIND-BAND - THE LEAD-TIME BAND GFA-TERM FALLS IN.        *
074500*****************************************************************
074600 3400-FIND-BAND.
074700     MOVE 1 TO GFA-BAND-INDEX
074800     MOVE GFA-BAND-MAX TO GFA-BAND
074900     PERFORM 3410-CHECK-ONE-BAND THRU 3410-EXIT
075000         UNTIL GFA-BAND-INDEX > GFA-BAND-MAX.
075100 3400-EXIT.
075200     EXIT.
075300
075400*****************************************************************
075500* 3410-CHECK-ONE-BAND                                           *
075600*****************************************************************
075700 3410-CHECK-ONE-BAND.
075800     IF GFA-TERM >= GFA-BN-LOW(GFA-BAND-INDEX)
075900         AND GFA-TERM <= GFA-BN-HIGH(GFA-BAND-INDEX)
076000         MOVE GFA-BAND-INDEX TO GFA-BAND
076100         MOVE GFA-BAND-MAX TO GFA-BAND-INDEX
076200     END-IF
076300     ADD 1 TO GFA-BAND-INDEX.
076400 3410-EXIT.
076500     EXIT.
076600
076700*****************************************************************
076800* 3500-ACCUMULATE-PAIR - ADD ONE SCORED PAIR TO GFA-SLOT-NO.    *
076900*****************************************************************
077000 3500-ACCUMULATE-PAIR.
077100     ADD 1 TO GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND)
077200     ADD GFA-ABS-PCT-ERROR
077300         TO GFA-SC-APE-SUM(GFA-SLOT-NO, GFA-BAND)
077400     ADD GFA-PCT-ERROR
077500         TO GFA-SC-PE-SUM(GFA-SLOT-NO, GFA-BAND)
077600     IF GFA-ERROR > ZERO
077700         ADD 1 TO GFA-SC-OVER(GFA-SLOT-NO, GFA-BAND)
077800     END-IF
077900     IF GFA-ERROR < ZERO
078000         ADD 1 TO GFA-SC-UNDER(GFA-SLOT-NO, GFA-BAND)
078100     END-IF.
078200 3500-EXIT.
078300     EXIT.
078400
078500*****************************************************************
078600* 4000-REPORT-ONE-ENTRY - ON THE FIRST PASS EVERY COHORT'S      *
078700* ENTRIES, ON THE SECOND THE ALL-COHORT ENTRY FOR EACH MODE.    *
078800*****************************************************************
078900 4000-REPORT-ONE-ENTRY.
079000     IF GFA-ALL-PASS
079100         IF GFA-SC-COHORT(GFA-SLOT-NO) NOT = GFA-ALL-COHORTS
079200             GO TO 4000-ADVANCE
079300         END-IF
079400     ELSE
079500         IF GFA-SC-COHORT(GFA-SLOT-NO) = GFA-ALL-COHORTS
079600             GO TO 4000-ADVANCE
079700         END-IF
079800     END-IF
079900     PERFORM 4020-WRITE-ENTRY-HEADER THRU 4020-EXIT
080000     MOVE ZERO TO GFA-LINES-WRITTEN
080100     MOVE 1 TO GFA-BAND
080200     PERFORM 4030-WRITE-ONE-BAND THRU 4030-EXIT
080300         UNTIL GFA-BAND > GFA-BAND-MAX
080400     IF GFA-LINES-WRITTEN = ZERO
080500         PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
080600         MOVE SPACES TO GFA-MESSAGE-LINE
080700         MOVE "  NO GENERATION ON FILE PROJECTED AN OBSERVED DATE"
080800             TO GFA-MESSAGE-LINE
080900         WRITE GFA-RPT-LINE FROM GFA-MESSAGE-LINE
081000             AFTER ADVANCING 1 LINE
081100         ADD 1 TO GFA-REPORT-LINE-COUNT
081200     END-IF.
081300 4000-ADVANCE.
081400     ADD 1 TO GFA-SLOT-NO.
081500 4000-EXIT.
081600     EXIT.
081700
081800*****************************************************************
081900* 4020-WRITE-ENTRY-HEADER                                       *
082000*****************************************************************
082100 4020-WRITE-ENTRY-HEADER.
082200     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
082300     EVALUATE GFA-SC-MODE(GFA-SLOT-NO)
082400         WHEN "F"
082500             MOVE "FIBONACCI" TO GFA-MODE-DESC
082600         WHEN "D"
082700             MOVE "DOUBLING"  TO GFA-MODE-DESC
082800         WHEN "P"
082900             MOVE "PERCENT"   TO GFA-MODE-DESC
083000         WHEN "L"
083100             MOVE "LOGISTIC"  TO GFA-MODE-DESC
083200         WHEN OTHER
083300             MOVE SPACES      TO GFA-MODE-DESC
083400     END-EVALUATE
083500     MOVE SPACES TO GFA-MESSAGE-LINE
083600     IF GFA-SC-COHORT(GFA-SLOT-NO) = GFA-ALL-COHORTS
083700         STRING "ALL COHORTS" DELIMITED BY SIZE
083800             "   MODE: " DELIMITED BY SIZE
083900             GFA-SC-MODE(GFA-SLOT-NO) DELIMITED BY SIZE
084000             " " DELIMITED BY SIZE
084100             GFA-MODE-DESC DELIMITED BY SIZE
084200             INTO GFA-MESSAGE-LINE
084300         END-STRING
084400     ELSE
084500         STRING "COHORT: " DELIMITED BY SIZE
084600             GFA-SC-COHORT(GFA-SLOT-NO) DELIMITED BY SIZE
084700             "   MODE: " DELIMITED BY SIZE
084800             GFA-SC-MODE(GFA-SLOT-NO) DELIMITED BY SIZE
084900             " " DELIMITED BY SIZE
085000             GFA-MODE-DESC DELIMITED BY SIZE
085100             INTO GFA-MESSAGE-LINE
085200         END-STRING
085300     END-IF
085400     WRITE GFA-RPT-LINE FROM GFA-MESSAGE-LINE
085500         AFTER ADVANCING 2 LINES
085600     ADD 2 TO GFA-REPORT-LINE-COUNT.
085700 4020-EXIT.
085800     EXIT.
085900
086000*****************************************************************
086100* 4030-WRITE-ONE-BAND - ONE REPORT LINE AND ONE EXTRACT RECORD  *
086200* PER BAND THAT HAD ANYTHING TO SCORE.                          *
086300*****************************************************************
086400 4030-WRITE-ONE-BAND.
086500     IF GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND) = ZERO
086600         AND GFA-SC-ZERO(GFA-SLOT-NO, GFA-BAND) = ZERO
086700         GO TO 4030-ADVANCE
086800     END-IF
086900     MOVE ZERO TO GFA-MAPE GFA-BIAS
087000     IF GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND) > ZERO
087100         COMPUTE GFA-MAPE ROUNDED =
087200             GFA-SC-APE-SUM(GFA-SLOT-NO, GFA-BAND)
087300             / GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND)
087400             ON SIZE ERROR
087500                 MOVE 99999.99 TO GFA-MAPE
087600         END-COMPUTE
087700         COMPUTE GFA-BIAS ROUNDED =
087800             GFA-SC-PE-SUM(GFA-SLOT-NO, GFA-BAND)
087900             / GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND)
088000             ON SIZE ERROR
088100                 MOVE 99999.99 TO GFA-BIAS
088200         END-COMPUTE
088300     END-IF
088400     PERFORM 3600-WRITE-SCORE-REC THRU 3600-EXIT
088500     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT
088600     ADD 1 TO GFA-LINES-WRITTEN.
088700 4030-ADVANCE.
088800     ADD 1 TO GFA-BAND.
088900 4030-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300* 3600-WRITE-SCORE-REC                                          *
089400*****************************************************************
089500 3600-WRITE-SCORE-REC.
089600     MOVE SPACES TO GSO-SCORE-REC
089700     MOVE GFA-RUN-DATE                TO GSO-RUN-DATE
089800     MOVE GFA-FROM-DATE               TO GSO-FROM-DATE
089900     MOVE GFA-TO-DATE                 TO GSO-TO-DATE
090000     MOVE GFA-SC-COHORT(GFA-SLOT-NO)  TO GSO-COHORT-ID
090100     MOVE GFA-SC-MODE(GFA-SLOT-NO)    TO GSO-MODE
090200     MOVE GFA-BN-LOW(GFA-BAND)        TO GSO-LEAD-LOW
090300     MOVE GFA-BN-HIGH(GFA-BAND)       TO GSO-LEAD-HIGH
090400     MOVE GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND) TO GSO-PAIR-COUNT
090500     MOVE GFA-MAPE                    TO GSO-MAPE
090600     MOVE GFA-BIAS                    TO GSO-BIAS
090700     MOVE GFA-SC-OVER(GFA-SLOT-NO, GFA-BAND)  TO GSO-OVER-COUNT
090800     MOVE GFA-SC-UNDER(GFA-SLOT-NO, GFA-BAND) TO GSO-UNDER-COUNT
090900     MOVE GFA-SC-ZERO(GFA-SLOT-NO, GFA-BAND)  TO GSO-ZERO-COUNT
091000     WRITE GSO-SCORE-REC
091100     ADD 1 TO GFA-EXTRACT-COUNT.
091200 3600-EXIT.
091300     EXIT.
091400
091500*****************************************************************
091600* 4100-WRITE-HEADERS                                            *
091700*****************************************************************
091800 4100-WRITE-HEADERS.
091900     ADD 1 TO GFA-PAGE-COUNT
092000     MOVE SPACES TO GFA-TITLE-LINE
092100     STRING "COVID-19 FORECAST ACCURACY SCORECARD BY LEAD TIME"
092200         DELIMITED BY SIZE
092300         "   PAGE " DELIMITED BY SIZE
092400         GFA-PAGE-COUNT DELIMITED BY SIZE
092500         INTO GFA-TITLE-LINE
092600     END-STRING
092700     WRITE GFA-RPT-LINE FROM GFA-TITLE-LINE AFTER ADVANCING PAGE
092800     MOVE SPACES TO GFA-INFO-LINE
092900     STRING "RUN DATE: " DELIMITED BY SIZE
093000         GFA-RUN-DATE DELIMITED BY SIZE
093100         "   OBSERVED FROM: " DELIMITED BY SIZE
093200         GFA-FROM-DATE DELIMITED BY SIZE
093300         " TO: " DELIMITED BY SIZE
093400         GFA-TO-DATE DELIMITED BY SIZE
093500         "   LEAD = BUSINESS DAYS OUT   PCT ERROR = "
093600         DELIMITED BY SIZE
093700         "(PROJECTED - ACTUAL) / ACTUAL" DELIMITED BY SIZE
093800         INTO GFA-INFO-LINE
093900     END-STRING
094000     WRITE GFA-RPT-LINE FROM GFA-INFO-LINE AFTER ADVANCING 2 LINES
094100     MOVE SPACES TO GFA-COLUMN-HDR-LINE
094200     STRING "  LEAD DAYS       PAIRS      MAPE PCT       BIAS PCT"
094300         DELIMITED BY SIZE
094400         "        OVER     UNDER  ZERO ACT   DIRECTION"
094500         DELIMITED BY SIZE
094600         INTO GFA-COLUMN-HDR-LINE
094700     END-STRING
094800     WRITE GFA-RPT-LINE FROM GFA-COLUMN-HDR-LINE
094900         AFTER ADVANCING 2 LINES
095000     MOVE ZERO TO GFA-REPORT-LINE-COUNT.
095100 4100-EXIT.
095200     EXIT.
095300
095400*****************************************************************
095500* 4150-CHECK-PAGE-BREAK - SHARED BY EVERY PARAGRAPH THAT        *
095600* WRITES A REPORT LINE.                                         *
095700*****************************************************************
095800 4150-CHECK-PAGE-BREAK.
095900     IF GFA-REPORT-LINE-COUNT >= GFA-LINES-PER-PAGE
096000         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
096100     END-IF.
096200 4150-EXIT.
096300     EXIT.
096400
096500*****************************************************************
096600* 4200-WRITE-DETAIL-LINE                                        *
096700*****************************************************************
096800 4200-WRITE-DETAIL-LINE.
096900     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
097000     MOVE SPACES TO GFA-DTL-FLAG
097100     MOVE GFA-BN-LOW(GFA-BAND)  TO GFA-DTL-LEAD-LOW
097200     MOVE GFA-BN-HIGH(GFA-BAND) TO GFA-DTL-LEAD-HIGH
097300     MOVE GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND) TO GFA-DTL-PAIRS
097400     MOVE GFA-MAPE TO GFA-DTL-MAPE
097500     MOVE GFA-BIAS TO GFA-DTL-BIAS
097600     MOVE GFA-SC-OVER(GFA-SLOT-NO, GFA-BAND)  TO GFA-DTL-OVER
097700     MOVE GFA-SC-UNDER(GFA-SLOT-NO, GFA-BAND) TO GFA-DTL-UNDER
097800     MOVE GFA-SC-ZERO(GFA-SLOT-NO, GFA-BAND)  TO GFA-DTL-ZERO
097900     EVALUATE TRUE
098000         WHEN GFA-SC-PAIRS(GFA-SLOT-NO, GFA-BAND) = ZERO
098100             MOVE "ZERO ACTUALS ONLY" TO GFA-DTL-FLAG
098200         WHEN GFA-BIAS > ZERO
098300             MOVE "PROJECTS HIGH" TO GFA-DTL-FLAG
098400         WHEN GFA-BIAS < ZERO
098500             MOVE "PROJECTS LOW" TO GFA-DTL-FLAG
098600         WHEN OTHER
098700             CONTINUE
098800     END-EVALUATE
098900     WRITE GFA-RPT-LINE FROM GFA-DETAIL-LINE
099000         AFTER ADVANCING 1 LINE
099100     ADD 1 TO GFA-REPORT-LINE-COUNT.
099200 4200-EXIT.
099300     EXIT.
099400
099500*****************************************************************
099600* 9000-TERMINATE - SCORE THE LAST SERIES, REPORT EVERY COHORT   *
099700* AND THEN EVERY MODE ACROSS ALL COHORTS, TRAILER, CLOSES AND   *
099800* THE CONSOLE SUMMARY.  A RUN THAT SCORED NOTHING AT ALL SETS   *
099900* RETURN-CODE 4 - EITHER THE WINDOW IS WRONG OR SERHIST IS      *
100000* EMPTY, AND NEITHER SHOULD PASS SILENTLY.                      *
100100*****************************************************************
100200 9000-TERMINATE.
100300     IF NOT GFA-FIRST-KEY
100400         PERFORM 3000-SCORE-SERIES THRU 3000-EXIT
100500     END-IF
100600     MOVE "N" TO GFA-ALL-PASS-SW
100700     MOVE 1 TO GFA-SLOT-NO
100800     PERFORM 4000-REPORT-ONE-ENTRY THRU 4000-EXIT
100900         UNTIL GFA-SLOT-NO > GFA-SCORE-COUNT
101000     MOVE "Y" TO GFA-ALL-PASS-SW
101100     MOVE 1 TO GFA-SLOT-NO
101200     PERFORM 4000-REPORT-ONE-ENTRY THRU 4000-EXIT
101300         UNTIL GFA-SLOT-NO > GFA-SCORE-COUNT
101400     IF GFA-PAIR-COUNT = ZERO
101500         PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
101600         MOVE SPACES TO GFA-MESSAGE-LINE
101700         MOVE "NO OBSERVATION COULD BE MATCHED TO A PROJECTION"
101800             TO GFA-MESSAGE-LINE
101900         WRITE GFA-RPT-LINE FROM GFA-MESSAGE-LINE
102000             AFTER ADVANCING 2 LINES
102100         ADD 2 TO GFA-REPORT-LINE-COUNT
102200         IF RETURN-CODE < 4
102300             MOVE 4 TO RETURN-CODE
102400         END-IF
102500     END-IF
102600     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
102700     MOVE SPACES TO GFA-MESSAGE-LINE
102800     STRING "*** END OF SCORECARD - " DELIMITED BY SIZE
102900         GFA-ACT-COUNT-READ DELIMITED BY SIZE
103000         " OBSERVATION(S) READ, " DELIMITED BY SIZE
103100         GFA-OBS-USED-COUNT DELIMITED BY SIZE
103200         " IN WINDOW, " DELIMITED BY SIZE
103300         GFA-GEN-COUNT DELIMITED BY SIZE
103400         " GENERATION(S), " DELIMITED BY SIZE
103500         GFA-PAIR-COUNT DELIMITED BY SIZE
103600         " PAIR(S) SCORED ***" DELIMITED BY SIZE
103700         INTO GFA-MESSAGE-LINE
103800     END-STRING
103900     WRITE GFA-RPT-LINE FROM GFA-MESSAGE-LINE
104000         AFTER ADVANCING 2 LINES
104100     CLOSE ACTHIST-FILE
104200     CLOSE SERHIST-FILE
104300     CLOSE SCOROUT-FILE
104400     CLOSE SCORRPT-FILE
104500     DISPLAY "GROWTH-SCORECARD - " GFA-ACT-COUNT-READ
104600         " OBSERVATION(S) READ, " GFA-WINDOW-SKIP-COUNT
104700         " OUTSIDE WINDOW, " GFA-OFF-CAL-COUNT
104800         " NOT ON A BUSINESS DAY, " GFA-DROPPED-COUNT
104900         " DROPPED"
105000     DISPLAY "GROWTH-SCORECARD - " GFA-SERIES-COUNT
105100         " SERIES, " GFA-GEN-COUNT " GENERATION(S), "
105200         GFA-PAIR-COUNT " PAIR(S) SCORED, " GFA-EXTRACT-COUNT
105300         " SCORECARD RECORD(S) WRITTEN".
105400 9000-EXIT.
105500     EXIT.
