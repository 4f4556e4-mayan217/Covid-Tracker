000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-BED-DEMAND.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  THE STEP025 BED-DEMAND    *
001000*                   STEP.  READS THE DATED PROJECTION FILE      *
001100*                   (GROWPRJ) WRITTEN BY STEP020 AND TURNS EACH *
001200*                   SERIES' PROJECTED CASES PER DATE INTO A     *
001300*                   PROJECTED HOSPITAL CENSUS AND ICU CENSUS,   *
001400*                   USING THE COHORT'S HOSPITALIZED PERCENT,    *
001500*                   ICU PERCENT AND AVERAGE LENGTH OF STAY FOR  *
001600*                   EACH FROM THE COHORT MASTER (GROWCOH).      *
001700*                   EACH DAY'S ADMISSIONS ARE CARRIED IN THE    *
001800*                   CENSUS FOR THEIR LENGTH OF STAY, NOT JUST   *
001900*                   COUNTED ON THE DAY THEY ARRIVE.  WRITES A   *
002000*                   DATED BED-DEMAND FILE (GROWBED) AND A       *
002100*                   REPORT COMPARING CENSUS WITH THE REGION'S   *
002200*                   LICENSED AND ICU BEDS.  A COHORT MISSING    *
002300*                   FROM THE MASTER, OR WITH NO HOSPITALIZED    *
002400*                   PERCENT ON IT, SKIPS ITS RECORDS AND SETS   *
002500*                   RETURN-CODE 4.                              *
002510*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002520*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002530*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002540*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002550*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002555*   2026-10-15 DLH  LENGTH OF STAY IS NOW COUNTED IN CALENDAR   *
002560*                   DAYS, AS THE COHORT MASTER DOCUMENTS IT,    *
002565*                   NOT IN BUSINESS-DAY TERMS.  EACH TERM'S     *
002570*                   DATE IS PLACED ON THE PROCESSING CALENDAR   *
002575*                   (NEW CALENDAR DD) AND AN EARLIER TERM'S     *
002580*                   ADMISSIONS STAY IN THE CENSUS ONLY WHILE    *
002585*                   ITS DATE IS WITHIN THE STAY.  THE SUMMARY   *
002590*                   NOW COUNTS DAYS OVER CAPACITY AS BUSINESS   *
002595*                   DAYS.                                       *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PROJIN-FILE ASSIGN TO PROJIN
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS GBD-PROJIN-STATUS.
003300
003400     SELECT COHMAST-FILE ASSIGN TO COHMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS GRC-COHORT-ID
003800         FILE STATUS IS GBD-COHMAST-STATUS.
003900
004000     SELECT BEDOUT-FILE ASSIGN TO BEDOUT
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS GBD-BEDOUT-STATUS.
004300
004400     SELECT BEDRPT-FILE ASSIGN TO BEDRPT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS GBD-BEDRPT-STATUS.
004700
004710     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
004720         ORGANIZATION IS SEQUENTIAL
004730         FILE STATUS IS GBD-RUNINFO-STATUS.
004740
004750     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
004760         ORGANIZATION IS SEQUENTIAL
004770         FILE STATUS IS GBD-CALENDAR-STATUS.
004780
004800 DATA DIVISION.
004900 FILE SECTION.
005000*****************************************************************
005100* PROJIN - THE DATED PROJECTION FILE, ONE RECORD PER TERM IN    *
005200* SERIES/TERM ORDER.  LAYOUT IS SHARED VIA THE GROWPRJ          *
005300* COPYBOOK.                                                     *
005400*****************************************************************
005500 FD  PROJIN-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY GROWPRJ.
005800
005900*****************************************************************
006000* COHMAST - KEYED COHORT MASTER (VSAM KSDS).  LAYOUT IS SHARED  *
006100* VIA THE GROWCOH COPYBOOK.                                     *
006200*****************************************************************
006300 FD  COHMAST-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY GROWCOH.
006600
006700*****************************************************************
006800* BEDOUT - THE DATED BED-DEMAND FILE, ONE RECORD PER PROJECTED  *
006900* TERM.  LAYOUT IS SHARED VIA THE GROWBED COPYBOOK.             *
007000*****************************************************************
007100 FD  BEDOUT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300     COPY GROWBED.
007400
007500*****************************************************************
007600* BEDRPT - THE PRINT-IMAGE BED-DEMAND REPORT.                   *
007700*****************************************************************
007800 FD  BEDRPT-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  GBD-RPT-LINE                    PIC X(133).
008100
008110*****************************************************************
008120* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
008130* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
008140* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
008150*****************************************************************
008160 FD  RUNINFO-FILE
008170     LABEL RECORDS ARE STANDARD.
008180     COPY GROWRUN.
008190
008191*****************************************************************
008192* CALENDAR - THE PROCESSING CALENDAR, ONE RECORD PER DATE.      *
008193* LAYOUT IS SHARED VIA THE GROWCAL COPYBOOK.                    *
008194*****************************************************************
008195 FD  CALENDAR-FILE
008196     LABEL RECORDS ARE STANDARD.
008197     COPY GROWCAL.
008198
008200 WORKING-STORAGE SECTION.
008300*****************************************************************
008400* SWITCHES                                                      *
008500*****************************************************************
008600 01  GBD-SWITCHES.
008700     05  GBD-EOF-SW                  PIC X(01) VALUE "N".
008800         88  GBD-EOF                  VALUE "Y".
008900     05  GBD-COHORT-OK-SW            PIC X(01) VALUE "N".
009000         88  GBD-COHORT-OK            VALUE "Y".
009100     05  GBD-FIRST-KEY-SW            PIC X(01) VALUE "Y".
009200         88  GBD-FIRST-KEY            VALUE "Y".
009300     05  GBD-HOSP-OVER-SW            PIC X(01) VALUE "N".
009400         88  GBD-HOSP-OVER            VALUE "Y".
009500     05  GBD-ICU-OVER-SW             PIC X(01) VALUE "N".
009600         88  GBD-ICU-OVER             VALUE "Y".
009610     05  GBD-CAL-EOF-SW              PIC X(01) VALUE "N".
009620         88  GBD-CAL-EOF              VALUE "Y".
009630     05  GBD-CAL-STOP-SW             PIC X(01) VALUE "N".
009640         88  GBD-CAL-STOP             VALUE "Y".
009650     05  GBD-WINDOW-END-SW           PIC X(01) VALUE "N".
009660         88  GBD-WINDOW-END           VALUE "Y".
009700
009800*****************************************************************
009900* CURRENT AND PREVIOUS REQUEST KEY - A CHANGE OF KEY ON THE     *
010000* PROJECTION FILE CLOSES THE PREVIOUS SERIES' SECTION, FETCHES  *
010100* THE NEW COHORT'S BED FACTORS AND STARTS A NEW SECTION.        *
010200*****************************************************************
010300 01  GBD-CURR-KEY.
010400     05  GBD-CK-COHORT               PIC X(08).
010500     05  GBD-CK-MODE                 PIC X(01).
010600     05  GBD-CK-LIMIT                PIC 9(05).
010700     05  GBD-CK-RATE                 PIC S9(03)V9(02).
010800 01  GBD-PREV-KEY                    PIC X(19).
010900
011000*****************************************************************
011100* CURRENT COHORT'S BED FACTORS FROM THE MASTER.  A ZERO LENGTH  *
011200* OF STAY IS TAKEN AS ONE DAY (THE PATIENT IS IN A BED ON THE   *
011300* DAY OF ADMISSION).                                            *
011400*****************************************************************
011500 01  GBD-REGION-NAME                 PIC X(30).
011600 01  GBD-HOSP-PCT                    PIC 9(02)V9(01).
011700 01  GBD-ICU-PCT                     PIC 9(02)V9(01).
011800 01  GBD-HOSP-LOS                    PIC 9(02).
011900 01  GBD-ICU-LOS                     PIC 9(02).
012000 01  GBD-LICENSED-BEDS               PIC 9(05).
012100 01  GBD-ICU-BEDS                    PIC 9(05).
012200
012300*****************************************************************
012400* ADMISSIONS BY TERM FOR THE CURRENT SERIES, EACH WITH ITS DAY  *
012500* INDEX ON THE PROCESSING CALENDAR.  THE CENSUS ON A TERM IS THE*
012600* SUM OF THE ADMISSIONS OF THIS TERM AND OF EVERY EARLIER TERM  *
012650* FEWER THAN LENGTH-OF-STAY CALENDAR DAYS BEFORE IT.  SIZED TO  *
012700* THE 366-TERM SERIES TABLE (GROWARR).                          *
012800*****************************************************************
012900 01  GBD-ADM-TABLE.
013000     05  GBD-ADM-ENTRY               OCCURS 366 TIMES.
013100         10  GBD-HOSP-ADM            PIC S9(15)V9(02) COMP-3.
013200         10  GBD-ICU-ADM             PIC S9(15)V9(02) COMP-3.
013250         10  GBD-ADM-DAY             PIC 9(05).
013300 01  GBD-MAX-TERMS                   PIC 9(05) VALUE 366.
013400 01  GBD-TERM                        PIC 9(05).
013500 01  GBD-WINDOW-INDEX                PIC 9(05).
013600 01  GBD-WINDOW-DAYS                 PIC 9(02).
013650 01  GBD-WINDOW-GAP                  PIC S9(05).
013700 01  GBD-HOSP-SUM                    PIC S9(15)V9(02) COMP-3.
013800 01  GBD-ICU-SUM                     PIC S9(15)V9(02) COMP-3.
013900 01  GBD-HOSP-CENSUS                 PIC 9(09).
014000 01  GBD-ICU-CENSUS                  PIC 9(09).
014100 01  GBD-HOSP-OCC-PCT                PIC 9(04)V9(01).
014200 01  GBD-ICU-OCC-PCT                 PIC 9(04)V9(01).
014210
014220*****************************************************************
014230* THE PROCESSING CALENDAR FROM THE RUN DATE ON.  THE CALENDAR   *
014231* CARRIES ONE RECORD PER DATE, SO A DATE'S PLACE IN THE TABLE   *
014232* IS ITS DAY INDEX AND THE DIFFERENCE OF TWO INDEXES IS IN      *
014233* CALENDAR DAYS.  SIZED FOR THE 400 BUSINESS DAYS THE           *
014234* PROJECTION MAPS (GROWPROJ) WITH THEIR WEEKENDS AND HOLIDAYS.  *
014240*****************************************************************
014250 01  GBD-CAL-TABLE.
014260     05  GBD-CAL-DATE                PIC 9(08) OCCURS 800 TIMES.
014270 01  GBD-MAX-DATES                   PIC 9(05) VALUE 800.
014280 01  GBD-CAL-COUNT                   PIC 9(05) VALUE ZERO.
014290 01  GBD-CAL-INDEX                   PIC 9(05) VALUE 1.
014300
014400*****************************************************************
014500* PER-SERIES PEAKS AND FIRST DAY OVER CAPACITY, FOR THE SECTION *
014600* SUMMARY                                                       *
014700*****************************************************************
014800 01  GBD-PEAK-HOSP                   PIC 9(09).
014900 01  GBD-PEAK-HOSP-DATE              PIC 9(08).
015000 01  GBD-PEAK-ICU                    PIC 9(09).
015100 01  GBD-PEAK-ICU-DATE               PIC 9(08).
015200 01  GBD-FIRST-HOSP-OVER             PIC 9(08).
015300 01  GBD-FIRST-ICU-OVER              PIC 9(08).
015400 01  GBD-HOSP-OVER-TERMS             PIC 9(05).
015500 01  GBD-ICU-OVER-TERMS              PIC 9(05).
015600
015700*****************************************************************
015800* WORK COUNTERS                                                 *
015900*****************************************************************
016000 01  GBD-PROJ-COUNT                  PIC 9(07) VALUE ZERO.
016100 01  GBD-BED-COUNT                   PIC 9(07) VALUE ZERO.
016200 01  GBD-SKIPPED-COUNT               PIC 9(07) VALUE ZERO.
016300 01  GBD-SERIES-COUNT                PIC 9(05) VALUE ZERO.
016400 01  GBD-OVER-SERIES-COUNT           PIC 9(05) VALUE ZERO.
016500
016600*****************************************************************
016700* RUN-DATE AND REPORT PAGINATION                                *
016800*****************************************************************
016900 01  GBD-RUN-DATE                    PIC 9(08).
017000 01  GBD-PAGE-COUNT                  PIC 9(03) VALUE ZERO.
017100 01  GBD-REPORT-LINE-COUNT           PIC 9(03) VALUE ZERO.
017200 01  GBD-LINES-PER-PAGE              PIC 9(03) VALUE 20.
017300
017400*****************************************************************
017500* FILE STATUS CODES                                             *
017600*****************************************************************
017700 01  GBD-PROJIN-STATUS               PIC X(02).
017800 01  GBD-COHMAST-STATUS              PIC X(02).
017900 01  GBD-BEDOUT-STATUS               PIC X(02).
018000 01  GBD-BEDRPT-STATUS               PIC X(02).
018010 01  GBD-RUNINFO-STATUS              PIC X(02).
018020 01  GBD-CALENDAR-STATUS             PIC X(02).
018100
018200*****************************************************************
018300* REPORT LINE LAYOUTS                                           *
018400*****************************************************************
018500 01  GBD-TITLE-LINE                  PIC X(133).
018600 01  GBD-INFO-LINE                   PIC X(133).
018700 01  GBD-COLUMN-HDR-LINE             PIC X(133).
018800 01  GBD-MESSAGE-LINE                PIC X(133).
018900 01  GBD-HDR-RATE-DISP               PIC -ZZ9.99.
019000 01  GBD-HDR-PCT-DISP                PIC Z9.9.
019100 01  GBD-HDR-ICU-PCT-DISP            PIC Z9.9.
019200 01  GBD-HDR-BEDS-DISP               PIC ZZ,ZZ9.
019300 01  GBD-HDR-ICU-BEDS-DISP           PIC ZZ,ZZ9.
019400 01  GBD-HDR-CENSUS-DISP             PIC ZZZ,ZZZ,ZZ9.
019500 01  GBD-HDR-ICU-CENSUS-DISP         PIC ZZZ,ZZZ,ZZ9.
019600 01  GBD-DETAIL-LINE.
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  GBD-DTL-TERM-NO             PIC ZZZZ9.
019900     05  FILLER                      PIC X(05) VALUE SPACES.
020000     05  GBD-DTL-DATE                PIC 9(08).
020100     05  FILLER                      PIC X(04) VALUE SPACES.
020200     05  GBD-DTL-HOSP                PIC ZZZ,ZZZ,ZZ9.
020300     05  FILLER                      PIC X(04) VALUE SPACES.
020400     05  GBD-DTL-HOSP-PCT            PIC ZZZ9.9.
020500     05  FILLER                      PIC X(04) VALUE SPACES.
020600     05  GBD-DTL-ICU                 PIC ZZZ,ZZZ,ZZ9.
020700     05  FILLER                      PIC X(04) VALUE SPACES.
020800     05  GBD-DTL-ICU-PCT             PIC ZZZ9.9.
020900     05  FILLER                      PIC X(04) VALUE SPACES.
021000     05  GBD-DTL-FLAG                PIC X(30) VALUE SPACES.
021100     05  FILLER                      PIC X(29) VALUE SPACES.
021200
021300 PROCEDURE DIVISION.
021400*****************************************************************
021500* 0000-MAINLINE - TURN EVERY DATED PROJECTION TERM INTO A       *
021600* HOSPITAL AND ICU CENSUS FOR THAT DATE.                        *
021700*****************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-PROCESS-ONE-PROJECTION THRU 2000-EXIT
022100         UNTIL GBD-EOF.
022200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022300     STOP RUN.
022400
022500*****************************************************************
022600* 1000-INITIALIZE - OPEN ALL FILES AND PRIME THE INPUT.  EVERY  *
022700* OPEN IS STATUS-CHECKED.                                       *
022800*****************************************************************
022900 1000-INITIALIZE.
023000     OPEN INPUT  PROJIN-FILE
023100     IF GBD-PROJIN-STATUS NOT = "00"
023200         DISPLAY "GROWTH-BED-DEMAND - ERROR OPENING PROJIN - "
023300             "STATUS " GBD-PROJIN-STATUS
023400         GO TO 1000-ABEND
023500     END-IF
023600     OPEN INPUT  COHMAST-FILE
023700     IF GBD-COHMAST-STATUS NOT = "00"
023800         DISPLAY "GROWTH-BED-DEMAND - ERROR OPENING COHMAST - "
023900             "STATUS " GBD-COHMAST-STATUS
024000         GO TO 1000-ABEND
024100     END-IF
024200     OPEN OUTPUT BEDOUT-FILE
024300     IF GBD-BEDOUT-STATUS NOT = "00"
024400         DISPLAY "GROWTH-BED-DEMAND - ERROR OPENING BEDOUT - "
024500             "STATUS " GBD-BEDOUT-STATUS
024600         GO TO 1000-ABEND
024700     END-IF
024800     OPEN OUTPUT BEDRPT-FILE
024900     IF GBD-BEDRPT-STATUS NOT = "00"
025000         DISPLAY "GROWTH-BED-DEMAND - ERROR OPENING BEDRPT - "
025100             "STATUS " GBD-BEDRPT-STATUS
025200         GO TO 1000-ABEND
025300     END-IF
025310     OPEN INPUT  RUNINFO-FILE
025320     IF GBD-RUNINFO-STATUS NOT = "00"
025330         DISPLAY "GROWTH-BED-DEMAND - ERROR OPENING RUNINFO - "
025340             "STATUS " GBD-RUNINFO-STATUS
025350         GO TO 1000-ABEND
025360     END-IF
025370     OPEN INPUT  CALENDAR-FILE
025375     IF GBD-CALENDAR-STATUS NOT = "00"
025380         DISPLAY "GROWTH-BED-DEMAND - ERROR OPENING CALENDAR - "
025385             "STATUS " GBD-CALENDAR-STATUS
025390         GO TO 1000-ABEND
025395     END-IF
025400     ACCEPT GBD-RUN-DATE FROM DATE YYYYMMDD
025410     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
025420     PERFORM 1250-LOAD-CALENDAR THRU 1250-EXIT
025500     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
025600     PERFORM 1200-READ-NEXT-PROJECTION THRU 1200-EXIT
025700     GO TO 1000-EXIT.
025800 1000-ABEND.
025900     MOVE 16 TO RETURN-CODE
026000     DISPLAY "GROWTH-BED-DEMAND - INITIALIZATION FAILED - "
026100         "JOB ABENDING".
026200     STOP RUN.
026300 1000-EXIT.
026400     EXIT.
026500
026503*****************************************************************
026506* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
026509* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
026512* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
026515* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
026518* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
026521* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
026524*****************************************************************
026527 1040-READ-RUNINFO.
026530     READ RUNINFO-FILE
026533         AT END
026536             GO TO 1040-CLOSE
026539     END-READ
026542     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
026545         GO TO 1040-CLOSE
026548     END-IF
026551     IF GRN-ASOF-DATE-X NOT NUMERIC
026554         OR GRN-ASOF-DATE > GBD-RUN-DATE
026557         DISPLAY "GROWTH-BED-DEMAND - RUNINFO AS-OF DATE '"
026560             GRN-ASOF-DATE-X "' INVALID"
026563         MOVE 16 TO RETURN-CODE
026566         DISPLAY "GROWTH-BED-DEMAND - JOB ABENDING"
026569         STOP RUN
026572     END-IF
026575     MOVE GRN-ASOF-DATE TO GBD-RUN-DATE
026578     DISPLAY "GROWTH-BED-DEMAND - RERUN AS OF " GBD-RUN-DATE.
026581 1040-CLOSE.
026584     CLOSE RUNINFO-FILE.
026587 1040-EXIT.
026590     EXIT.
026593
026600*****************************************************************
026700* 1200-READ-NEXT-PROJECTION                                     *
026800*****************************************************************
026900 1200-READ-NEXT-PROJECTION.
027000     READ PROJIN-FILE
027100         AT END
027200             MOVE "Y" TO GBD-EOF-SW
027300         NOT AT END
027400             ADD 1 TO GBD-PROJ-COUNT
027500     END-READ.
027600 1200-EXIT.
027700     EXIT.
027800
027802*****************************************************************
027804* 1250-LOAD-CALENDAR - KEEP EVERY CALENDAR DATE ON OR AFTER THE *
027806* RUN DATE, ONE TABLE ENTRY PER DATE.  A CALENDAR LONGER THAN   *
027808* THE TABLE STOPS AT THE TABLE - A TERM DATED PAST THE LAST     *
027810* DATE KEPT IS COUNTED AS OFF THE CALENDAR (3050).              *
027812*****************************************************************
027814 1250-LOAD-CALENDAR.
027816     PERFORM 1260-LOAD-ONE-CALENDAR THRU 1260-EXIT
027818         UNTIL GBD-CAL-EOF
027820            OR GBD-CAL-COUNT >= GBD-MAX-DATES
027822     CLOSE CALENDAR-FILE.
027824 1250-EXIT.
027826     EXIT.
027828
027830*****************************************************************
027832* 1260-LOAD-ONE-CALENDAR                                        *
027834*****************************************************************
027836 1260-LOAD-ONE-CALENDAR.
027838     READ CALENDAR-FILE
027840         AT END
027842             MOVE "Y" TO GBD-CAL-EOF-SW
027844             GO TO 1260-EXIT
027846     END-READ
027848     IF GCL-CAL-DATE >= GBD-RUN-DATE
027850         ADD 1 TO GBD-CAL-COUNT
027852         MOVE GCL-CAL-DATE TO GBD-CAL-DATE(GBD-CAL-COUNT)
027854     END-IF.
027856 1260-EXIT.
027858     EXIT.
027860
027900*****************************************************************
028000* 2000-PROCESS-ONE-PROJECTION - ON A CHANGE OF REQUEST KEY,     *
028100* CLOSE THE PREVIOUS SERIES AND FETCH THE NEW COHORT; THEN      *
028200* TURN THIS TERM INTO A CENSUS.                                 *
028300*****************************************************************
028400 2000-PROCESS-ONE-PROJECTION.
028500     MOVE GPJ-COHORT-ID   TO GBD-CK-COHORT
028600     MOVE GPJ-MODE        TO GBD-CK-MODE
028700     MOVE GPJ-LIMIT       TO GBD-CK-LIMIT
028800     MOVE GPJ-GROWTH-RATE TO GBD-CK-RATE
028900     IF GBD-FIRST-KEY OR GBD-CURR-KEY NOT = GBD-PREV-KEY
029000         PERFORM 2100-SWITCH-SERIES THRU 2100-EXIT
029100     END-IF
029200     IF GBD-COHORT-OK
029300         PERFORM 3000-PROJECT-ONE-TERM THRU 3000-EXIT
029400     ELSE
029500         ADD 1 TO GBD-SKIPPED-COUNT
029600     END-IF
029700     PERFORM 1200-READ-NEXT-PROJECTION THRU 1200-EXIT.
029800 2000-EXIT.
029900     EXIT.
030000
030100*****************************************************************
030200* 2100-SWITCH-SERIES - WRITE THE SUMMARY FOR THE SERIES JUST    *
030300* FINISHED, THEN LOOK THE NEW SERIES' COHORT UP ON THE MASTER.  *
030400* ONLY STATUS 23/14 MEANS "NOT ON THE MASTER" - ANY OTHER       *
030500* NON-ZERO STATUS IS A REAL I/O ERROR AND ABENDS THE JOB.       *
030600*****************************************************************
030700 2100-SWITCH-SERIES.
030800     IF NOT GBD-FIRST-KEY AND GBD-COHORT-OK
030900         PERFORM 4300-WRITE-SERIES-SUMMARY THRU 4300-EXIT
031000     END-IF
031100     MOVE "N" TO GBD-FIRST-KEY-SW
031200     MOVE GBD-CURR-KEY TO GBD-PREV-KEY
031300     MOVE "N"    TO GBD-COHORT-OK-SW
031400     MOVE SPACES TO GBD-REGION-NAME
031500     MOVE GBD-CK-COHORT TO GRC-COHORT-ID
031600     READ COHMAST-FILE
031700         INVALID KEY
031800             CONTINUE
031900     END-READ
032000     EVALUATE GBD-COHMAST-STATUS
032100         WHEN "00"
032200             MOVE GRC-REGION-NAME TO GBD-REGION-NAME
032300             PERFORM 2150-CHECK-BED-FACTORS THRU 2150-EXIT
032400         WHEN "23"
032500         WHEN "14"
032600             DISPLAY "GROWTH-BED-DEMAND - COHORT '" GBD-CK-COHORT
032700                 "' NOT ON THE COHORT MASTER - SERIES SKIPPED"
032800             IF RETURN-CODE < 4
032900                 MOVE 4 TO RETURN-CODE
033000             END-IF
033100         WHEN OTHER
033200             DISPLAY "GROWTH-BED-DEMAND - ERROR READING "
033300                 "COHMAST - STATUS " GBD-COHMAST-STATUS
033400             MOVE 16 TO RETURN-CODE
033500             DISPLAY "GROWTH-BED-DEMAND - JOB ABENDING"
033600             STOP RUN
033700     END-EVALUATE
033800     IF GBD-COHORT-OK
033900         ADD 1 TO GBD-SERIES-COUNT
034000         INITIALIZE GBD-ADM-TABLE
034050         MOVE 1 TO GBD-CAL-INDEX
034100         MOVE ZERO TO GBD-PEAK-HOSP GBD-PEAK-HOSP-DATE
034200             GBD-PEAK-ICU GBD-PEAK-ICU-DATE
034300             GBD-FIRST-HOSP-OVER GBD-FIRST-ICU-OVER
034400             GBD-HOSP-OVER-TERMS GBD-ICU-OVER-TERMS
034500         PERFORM 2200-WRITE-SECTION-HEADER THRU 2200-EXIT
034600     END-IF.
034700 2100-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100* 2150-CHECK-BED-FACTORS - THE FACTORS LIVE IN WHAT WAS THE     *
035200* MASTER RECORD'S FILLER, SO A COHORT THE DESK HAS NOT YET      *
035300* FILLED IN CARRIES SPACES THERE.  NO USABLE HOSPITALIZED       *
035400* PERCENT MEANS NO BED PROJECTION FOR THE COHORT - SKIPPED WITH *
035500* RETURN-CODE 4 RATHER THAN REPORTED AS AN EMPTY HOSPITAL.  THE *
035600* OTHER FACTORS DEFAULT TO ZERO WHEN BLANK (NO ICU DEMAND, NO   *
035700* CAPACITY TO COMPARE AGAINST).                                 *
035800*****************************************************************
035900 2150-CHECK-BED-FACTORS.
036000     IF GRC-HOSP-PCT NOT NUMERIC OR GRC-HOSP-PCT = ZERO
036100         DISPLAY "GROWTH-BED-DEMAND - COHORT '" GBD-CK-COHORT
036200             "' HAS NO HOSPITALIZED PERCENT ON THE COHORT "
036300             "MASTER - SERIES SKIPPED"
036400         IF RETURN-CODE < 4
036500             MOVE 4 TO RETURN-CODE
036600         END-IF
036700         GO TO 2150-EXIT
036800     END-IF
036900     MOVE "Y" TO GBD-COHORT-OK-SW
037000     MOVE GRC-HOSP-PCT TO GBD-HOSP-PCT
037100     IF GRC-ICU-PCT NUMERIC
037200         MOVE GRC-ICU-PCT TO GBD-ICU-PCT
037300     ELSE
037400         MOVE ZERO TO GBD-ICU-PCT
037500     END-IF
037600     IF GRC-HOSP-LOS NUMERIC AND GRC-HOSP-LOS > ZERO
037700         MOVE GRC-HOSP-LOS TO GBD-HOSP-LOS
037800     ELSE
037900         MOVE 1 TO GBD-HOSP-LOS
038000     END-IF
038100     IF GRC-ICU-LOS NUMERIC AND GRC-ICU-LOS > ZERO
038200         MOVE GRC-ICU-LOS TO GBD-ICU-LOS
038300     ELSE
038400         MOVE 1 TO GBD-ICU-LOS
038500     END-IF
038600     IF GRC-LICENSED-BEDS NUMERIC
038700         MOVE GRC-LICENSED-BEDS TO GBD-LICENSED-BEDS
038800     ELSE
038900         MOVE ZERO TO GBD-LICENSED-BEDS
039000     END-IF
039100     IF GRC-ICU-BEDS NUMERIC
039200         MOVE GRC-ICU-BEDS TO GBD-ICU-BEDS
039300     ELSE
039400         MOVE ZERO TO GBD-ICU-BEDS
039500     END-IF.
039600 2150-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 2200-WRITE-SECTION-HEADER - ONE SECTION PER SERIES, HEADED    *
040100* WITH THE REGION'S FACTORS AND BED COUNTS.                     *
040200*****************************************************************
040300 2200-WRITE-SECTION-HEADER.
040400     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
040500     MOVE GBD-CK-RATE TO GBD-HDR-RATE-DISP
040600     MOVE SPACES TO GBD-MESSAGE-LINE
040700     STRING "COHORT: " DELIMITED BY SIZE
040800         GBD-CK-COHORT DELIMITED BY SIZE
040900         " " DELIMITED BY SIZE
041000         GBD-REGION-NAME DELIMITED BY SIZE
041100         "   MODE: " DELIMITED BY SIZE
041200         GBD-CK-MODE DELIMITED BY SIZE
041300         "   LIMIT: " DELIMITED BY SIZE
041400         GBD-CK-LIMIT DELIMITED BY SIZE
041500         "   RATE: " DELIMITED BY SIZE
041600         GBD-HDR-RATE-DISP DELIMITED BY SIZE
041700         INTO GBD-MESSAGE-LINE
041800     END-STRING
041900     WRITE GBD-RPT-LINE FROM GBD-MESSAGE-LINE
042000         AFTER ADVANCING 2 LINES
042100     MOVE GBD-HOSP-PCT      TO GBD-HDR-PCT-DISP
042200     MOVE GBD-ICU-PCT       TO GBD-HDR-ICU-PCT-DISP
042300     MOVE GBD-LICENSED-BEDS TO GBD-HDR-BEDS-DISP
042400     MOVE GBD-ICU-BEDS      TO GBD-HDR-ICU-BEDS-DISP
042500     MOVE SPACES TO GBD-MESSAGE-LINE
042600     STRING "HOSPITALIZED: " DELIMITED BY SIZE
042700         GBD-HDR-PCT-DISP DELIMITED BY SIZE
042800         " PCT, " DELIMITED BY SIZE
042900         GBD-HOSP-LOS DELIMITED BY SIZE
043000         " DAY STAY   ICU: " DELIMITED BY SIZE
043100         GBD-HDR-ICU-PCT-DISP DELIMITED BY SIZE
043200         " PCT, " DELIMITED BY SIZE
043300         GBD-ICU-LOS DELIMITED BY SIZE
043400         " DAY STAY   LICENSED BEDS: " DELIMITED BY SIZE
043500         GBD-HDR-BEDS-DISP DELIMITED BY SIZE
043600         "   ICU BEDS: " DELIMITED BY SIZE
043700         GBD-HDR-ICU-BEDS-DISP DELIMITED BY SIZE
043800         INTO GBD-MESSAGE-LINE
043900     END-STRING
044000     WRITE GBD-RPT-LINE FROM GBD-MESSAGE-LINE
044100         AFTER ADVANCING 1 LINE
044200     ADD 3 TO GBD-REPORT-LINE-COUNT.
044300 2200-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700* 3000-PROJECT-ONE-TERM - THIS TERM'S PROJECTED CASES ARE ITS   *
044800* ADMISSIONS AT THE COHORT'S PERCENTS; THE CENSUS IS THOSE      *
044900* ADMISSIONS PLUS EVERY EARLIER TERM'S STILL INSIDE ITS LENGTH  *
045000* OF STAY, COUNTED IN CALENDAR DAYS BETWEEN THE TERMS' DATES.   *
045050* A TERM NUMBER OUTSIDE THE TABLE CANNOT COME FROM THE DRIVER   *
045100* AND IS SKIPPED WITH A CONSOLE NOTE.                           *
045200*****************************************************************
045300 3000-PROJECT-ONE-TERM.
045400     MOVE GPJ-TERM-NO TO GBD-TERM
045500     IF GBD-TERM < 1 OR GBD-TERM > GBD-MAX-TERMS
045600         DISPLAY "GROWTH-BED-DEMAND - COHORT '" GBD-CK-COHORT
045700             "' TERM " GBD-TERM " OUTSIDE THE SERIES TABLE - "
045800             "SKIPPED"
045900         ADD 1 TO GBD-SKIPPED-COUNT
046000         IF RETURN-CODE < 4
046100             MOVE 4 TO RETURN-CODE
046200         END-IF
046300         GO TO 3000-EXIT
046400     END-IF
046500     COMPUTE GBD-HOSP-ADM(GBD-TERM) ROUNDED =
046600         GPJ-VALUE-WIDE * GBD-HOSP-PCT / 100
046700         ON SIZE ERROR
046800             MOVE 999999999999999.99 TO GBD-HOSP-ADM(GBD-TERM)
046900     END-COMPUTE
047000     COMPUTE GBD-ICU-ADM(GBD-TERM) ROUNDED =
047100         GPJ-VALUE-WIDE * GBD-ICU-PCT / 100
047200         ON SIZE ERROR
047300             MOVE 999999999999999.99 TO GBD-ICU-ADM(GBD-TERM)
047400     END-COMPUTE
047450     PERFORM 3050-FIND-TERM-DAY THRU 3050-EXIT
047500     PERFORM 3100-SUM-HOSP-CENSUS THRU 3100-EXIT
047600     PERFORM 3200-SUM-ICU-CENSUS THRU 3200-EXIT
047700     PERFORM 3300-COMPARE-CAPACITY THRU 3300-EXIT
047800     PERFORM 3400-WRITE-BED-REC THRU 3400-EXIT
047900     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT.
048000 3000-EXIT.
048100     EXIT.
048200
048202*****************************************************************
048204* 3050-FIND-TERM-DAY - PLACE THIS TERM'S DATE ON THE PROCESSING *
048206* CALENDAR.  TERMS ARRIVE IN DATE ORDER, SO THE SEARCH CARRIES  *
048208* ON FROM THE PREVIOUS TERM'S DATE AND STARTS OVER FOR EACH     *
048210* SERIES.  A TERM OFF THE CALENDAR HAS NO DATE TO PLACE AND IS  *
048212* COUNTED ONE DAY AFTER THE TERM BEFORE IT - THE CLOSEST IT     *
048214* COULD BE, SO ITS CENSUS ERRS TOWARD MORE BEDS, NOT FEWER.     *
048216*****************************************************************
048218 3050-FIND-TERM-DAY.
048220     MOVE "N" TO GBD-CAL-STOP-SW
048222     IF GPJ-PROJ-DATE NOT = ZERO
048224         PERFORM 3060-CHECK-ONE-DATE THRU 3060-EXIT
048226             UNTIL GBD-CAL-STOP
048228                OR GBD-CAL-INDEX > GBD-CAL-COUNT
048230     END-IF
048232     IF GBD-CAL-STOP
048234         IF GBD-CAL-DATE(GBD-CAL-INDEX) = GPJ-PROJ-DATE
048236             MOVE GBD-CAL-INDEX TO GBD-ADM-DAY(GBD-TERM)
048238             GO TO 3050-EXIT
048240         END-IF
048242     END-IF
048244     IF GBD-TERM > 1
048246         COMPUTE GBD-ADM-DAY(GBD-TERM) =
048248             GBD-ADM-DAY(GBD-TERM - 1) + 1
048250     ELSE
048252         MOVE 1 TO GBD-ADM-DAY(GBD-TERM)
048254     END-IF.
048256 3050-EXIT.
048258     EXIT.
048260
048262*****************************************************************
048264* 3060-CHECK-ONE-DATE - STEP PAST CALENDAR DATES BEFORE THE     *
048266* TERM'S DATE; STOP ON THE FIRST DATE ON OR AFTER IT.           *
048268*****************************************************************
048270 3060-CHECK-ONE-DATE.
048272     IF GBD-CAL-DATE(GBD-CAL-INDEX) < GPJ-PROJ-DATE
048274         ADD 1 TO GBD-CAL-INDEX
048276     ELSE
048278         MOVE "Y" TO GBD-CAL-STOP-SW
048280     END-IF.
048282 3060-EXIT.
048284     EXIT.
048286
048300*****************************************************************
048400* 3100-SUM-HOSP-CENSUS - ADMISSIONS FROM THIS TERM BACK THROUGH *
048500* EVERY EARLIER TERM FEWER THAN THE HOSPITAL LENGTH OF STAY IN  *
048600* CALENDAR DAYS BEFORE IT.  A CENSUS TOO LARGE FOR THE RECORD   *
048700* IS CAPPED AT ALL NINES - ONLY AN OVERFLOWED SERIES GETS       *
048750* THERE, AND IT IS FLAGGED OVER CAPACITY ANYWAY.                *
048800*****************************************************************
048900 3100-SUM-HOSP-CENSUS.
049000     MOVE ZERO TO GBD-HOSP-SUM
049100     MOVE GBD-HOSP-LOS TO GBD-WINDOW-DAYS
049200     MOVE GBD-TERM TO GBD-WINDOW-INDEX
049300     MOVE "N" TO GBD-WINDOW-END-SW
049400     PERFORM 3110-ADD-HOSP-ADMISSIONS THRU 3110-EXIT
049500         UNTIL GBD-WINDOW-END
049800     COMPUTE GBD-HOSP-CENSUS ROUNDED = GBD-HOSP-SUM
049900         ON SIZE ERROR
050000             MOVE 999999999 TO GBD-HOSP-CENSUS
050100     END-COMPUTE.
050200 3100-EXIT.
050300     EXIT.
050400
050500*****************************************************************
050600* 3110-ADD-HOSP-ADMISSIONS                                      *
050700*****************************************************************
050800 3110-ADD-HOSP-ADMISSIONS.
050810     PERFORM 3250-CHECK-STAY-WINDOW THRU 3250-EXIT
050820     IF GBD-WINDOW-END
050830         GO TO 3110-EXIT
050840     END-IF
050900     ADD GBD-HOSP-ADM(GBD-WINDOW-INDEX) TO GBD-HOSP-SUM
051000         ON SIZE ERROR
051100             MOVE 999999999999999.99 TO GBD-HOSP-SUM
051200     END-ADD
051300     SUBTRACT 1 FROM GBD-WINDOW-INDEX.
051400 3110-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 3200-SUM-ICU-CENSUS - AS 3100, OVER THE ICU LENGTH OF STAY.   *
051900*****************************************************************
052000 3200-SUM-ICU-CENSUS.
052100     MOVE ZERO TO GBD-ICU-SUM
052200     MOVE GBD-ICU-LOS TO GBD-WINDOW-DAYS
052300     MOVE GBD-TERM TO GBD-WINDOW-INDEX
052400     MOVE "N" TO GBD-WINDOW-END-SW
052500     PERFORM 3210-ADD-ICU-ADMISSIONS THRU 3210-EXIT
052600         UNTIL GBD-WINDOW-END
052900     COMPUTE GBD-ICU-CENSUS ROUNDED = GBD-ICU-SUM
053000         ON SIZE ERROR
053100             MOVE 999999999 TO GBD-ICU-CENSUS
053200     END-COMPUTE.
053300 3200-EXIT.
053400     EXIT.
053500
053600*****************************************************************
053700* 3210-ADD-ICU-ADMISSIONS                                       *
053800*****************************************************************
053900 3210-ADD-ICU-ADMISSIONS.
053910     PERFORM 3250-CHECK-STAY-WINDOW THRU 3250-EXIT
053920     IF GBD-WINDOW-END
053930         GO TO 3210-EXIT
053940     END-IF
054000     ADD GBD-ICU-ADM(GBD-WINDOW-INDEX) TO GBD-ICU-SUM
054100         ON SIZE ERROR
054200             MOVE 999999999999999.99 TO GBD-ICU-SUM
054300     END-ADD
054400     SUBTRACT 1 FROM GBD-WINDOW-INDEX.
054500 3210-EXIT.
054600     EXIT.
054700
054702*****************************************************************
054704* 3250-CHECK-STAY-WINDOW - SHARED BY 3110 AND 3210.  THE WINDOW *
054706* ENDS BEFORE THE FIRST TERM OF THE SERIES, OR AT THE FIRST     *
054708* TERM DATED A FULL LENGTH OF STAY OR MORE BEFORE THE CURRENT   *
054710* TERM.  THE CURRENT TERM ITSELF IS ALWAYS INSIDE (A STAY IS AT *
054712* LEAST ONE DAY).                                               *
054714*****************************************************************
054716 3250-CHECK-STAY-WINDOW.
054718     IF GBD-WINDOW-INDEX < 1
054720         MOVE "Y" TO GBD-WINDOW-END-SW
054722         GO TO 3250-EXIT
054724     END-IF
054726     COMPUTE GBD-WINDOW-GAP = GBD-ADM-DAY(GBD-TERM)
054728         - GBD-ADM-DAY(GBD-WINDOW-INDEX)
054730     IF GBD-WINDOW-GAP NOT < GBD-WINDOW-DAYS
054732         MOVE "Y" TO GBD-WINDOW-END-SW
054734     END-IF.
054736 3250-EXIT.
054738     EXIT.
054740
054800*****************************************************************
054900* 3300-COMPARE-CAPACITY - OCCUPANCY AS A PERCENT OF THE BEDS,   *
055000* AND THE PEAKS AND FIRST DATE OVER CAPACITY FOR THE SUMMARY.   *
055100* A REGION WITH NO BED COUNT ON THE MASTER SHOWS ZERO PERCENT   *
055200* AND IS NEVER FLAGGED - THERE IS NOTHING TO COMPARE AGAINST.   *
055300*****************************************************************
055400 3300-COMPARE-CAPACITY.
055500     MOVE ZERO TO GBD-HOSP-OCC-PCT GBD-ICU-OCC-PCT
055600     MOVE "N" TO GBD-HOSP-OVER-SW GBD-ICU-OVER-SW
055700     IF GBD-LICENSED-BEDS > ZERO
055800         COMPUTE GBD-HOSP-OCC-PCT ROUNDED =
055900             GBD-HOSP-CENSUS * 100 / GBD-LICENSED-BEDS
056000             ON SIZE ERROR
056100                 MOVE 9999.9 TO GBD-HOSP-OCC-PCT
056200         END-COMPUTE
056300         IF GBD-HOSP-CENSUS > GBD-LICENSED-BEDS
056400             MOVE "Y" TO GBD-HOSP-OVER-SW
056500             ADD 1 TO GBD-HOSP-OVER-TERMS
056600             IF GBD-FIRST-HOSP-OVER = ZERO
056700                 MOVE GPJ-PROJ-DATE TO GBD-FIRST-HOSP-OVER
056800             END-IF
056900         END-IF
057000     END-IF
057100     IF GBD-ICU-BEDS > ZERO
057200         COMPUTE GBD-ICU-OCC-PCT ROUNDED =
057300             GBD-ICU-CENSUS * 100 / GBD-ICU-BEDS
057400             ON SIZE ERROR
057500                 MOVE 9999.9 TO GBD-ICU-OCC-PCT
057600         END-COMPUTE
057700         IF GBD-ICU-CENSUS > GBD-ICU-BEDS
057800             MOVE "Y" TO GBD-ICU-OVER-SW
057900             ADD 1 TO GBD-ICU-OVER-TERMS
058000             IF GBD-FIRST-ICU-OVER = ZERO
058100                 MOVE GPJ-PROJ-DATE TO GBD-FIRST-ICU-OVER
058200             END-IF
058300         END-IF
058400     END-IF
058500     IF GBD-HOSP-CENSUS > GBD-PEAK-HOSP
058600         MOVE GBD-HOSP-CENSUS TO GBD-PEAK-HOSP
058700         MOVE GPJ-PROJ-DATE   TO GBD-PEAK-HOSP-DATE
058800     END-IF
058900     IF GBD-ICU-CENSUS > GBD-PEAK-ICU
059000         MOVE GBD-ICU-CENSUS  TO GBD-PEAK-ICU
059100         MOVE GPJ-PROJ-DATE   TO GBD-PEAK-ICU-DATE
059200     END-IF.
059300 3300-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700* 3400-WRITE-BED-REC                                            *
059800*****************************************************************
059900 3400-WRITE-BED-REC.
060000     MOVE SPACES            TO GBE-BED-DEMAND-REC
060100     MOVE GPJ-COHORT-ID     TO GBE-COHORT-ID
060200     MOVE GPJ-MODE          TO GBE-MODE
060300     MOVE GPJ-LIMIT         TO GBE-LIMIT
060400     MOVE GPJ-GROWTH-RATE   TO GBE-GROWTH-RATE
060500     MOVE GPJ-TERM-NO       TO GBE-TERM-NO
060600     MOVE GPJ-PROJ-DATE     TO GBE-PROJ-DATE
060700     MOVE GBD-HOSP-CENSUS   TO GBE-HOSP-CENSUS
060800     MOVE GBD-ICU-CENSUS    TO GBE-ICU-CENSUS
060900     MOVE GBD-LICENSED-BEDS TO GBE-LICENSED-BEDS
061000     MOVE GBD-ICU-BEDS      TO GBE-ICU-BEDS
061100     MOVE GBD-HOSP-OVER-SW  TO GBE-HOSP-OVER-SW
061200     MOVE GBD-ICU-OVER-SW   TO GBE-ICU-OVER-SW
061300     MOVE GPJ-OFF-CAL-SW    TO GBE-OFF-CAL-SW
061400     WRITE GBE-BED-DEMAND-REC
061500     ADD 1 TO GBD-BED-COUNT.
061600 3400-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000* 4100-WRITE-HEADERS                                            *
062100*****************************************************************
062200 4100-WRITE-HEADERS.
062300     ADD 1 TO GBD-PAGE-COUNT
062400     MOVE SPACES TO GBD-TITLE-LINE
062500     STRING "COVID-19 HOSPITAL BED AND ICU DEMAND PROJECTION"
062600         DELIMITED BY SIZE
062700         "   PAGE " DELIMITED BY SIZE
062800         GBD-PAGE-COUNT DELIMITED BY SIZE
062900         INTO GBD-TITLE-LINE
063000     END-STRING
063100     WRITE GBD-RPT-LINE FROM GBD-TITLE-LINE AFTER ADVANCING PAGE
063200     MOVE SPACES TO GBD-INFO-LINE
063300     STRING "RUN DATE: " DELIMITED BY SIZE
063400         GBD-RUN-DATE DELIMITED BY SIZE
063500         "   CENSUS = ADMISSIONS CARRIED FOR THE AVERAGE "
063600         DELIMITED BY SIZE
063700         "LENGTH OF STAY" DELIMITED BY SIZE
063800         INTO GBD-INFO-LINE
063900     END-STRING
064000     WRITE GBD-RPT-LINE FROM GBD-INFO-LINE AFTER ADVANCING 2 LINES
064100     MOVE SPACES TO GBD-COLUMN-HDR-LINE
064200     STRING "   TERM       DATE      HOSP CENSUS  PCT BEDS"
064300         DELIMITED BY SIZE
064400         "     ICU CENSUS   PCT ICU    STATUS" DELIMITED BY SIZE
064500         INTO GBD-COLUMN-HDR-LINE
064600     END-STRING
064700     WRITE GBD-RPT-LINE FROM GBD-COLUMN-HDR-LINE
064800         AFTER ADVANCING 2 LINES
064900     MOVE ZERO TO GBD-REPORT-LINE-COUNT.
065000 4100-EXIT.
065100     EXIT.
065200
065300*****************************************************************
065400* 4150-CHECK-PAGE-BREAK - SHARED BY EVERY PARAGRAPH THAT        *
065500* WRITES A REPORT LINE.                                         *
065600*****************************************************************
065700 4150-CHECK-PAGE-BREAK.
065800     IF GBD-REPORT-LINE-COUNT >= GBD-LINES-PER-PAGE
065900         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
066000     END-IF.
066100 4150-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066500* 4200-WRITE-DETAIL-LINE                                        *
066600*****************************************************************
066700 4200-WRITE-DETAIL-LINE.
066800     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
066900     MOVE SPACES TO GBD-DTL-FLAG
067000     MOVE GPJ-TERM-NO      TO GBD-DTL-TERM-NO
067100     MOVE GPJ-PROJ-DATE    TO GBD-DTL-DATE
067200     MOVE GBD-HOSP-CENSUS  TO GBD-DTL-HOSP
067300     MOVE GBD-HOSP-OCC-PCT TO GBD-DTL-HOSP-PCT
067400     MOVE GBD-ICU-CENSUS   TO GBD-DTL-ICU
067500     MOVE GBD-ICU-OCC-PCT  TO GBD-DTL-ICU-PCT
067600     EVALUATE TRUE
067700         WHEN GPJ-OFF-CALENDAR
067800             MOVE "** OFF CALENDAR **" TO GBD-DTL-FLAG
067900         WHEN GBD-HOSP-OVER AND GBD-ICU-OVER
068000             MOVE "** OVER BEDS AND ICU **" TO GBD-DTL-FLAG
068100         WHEN GBD-HOSP-OVER
068200             MOVE "** OVER LICENSED BEDS **" TO GBD-DTL-FLAG
068300         WHEN GBD-ICU-OVER
068400             MOVE "** OVER ICU BEDS **" TO GBD-DTL-FLAG
068500         WHEN OTHER
068600             CONTINUE
068700     END-EVALUATE
068800     WRITE GBD-RPT-LINE FROM GBD-DETAIL-LINE
068900         AFTER ADVANCING 1 LINE
069000     ADD 1 TO GBD-REPORT-LINE-COUNT.
069100 4200-EXIT.
069200     EXIT.
069300
069400*****************************************************************
069500* 4300-WRITE-SERIES-SUMMARY - PEAK CENSUS AND THE FIRST DATE    *
069600* EACH BED TYPE RUNS OUT, SO THE HOSPITAL COORDINATORS DO NOT   *
069700* HAVE TO READ DOWN THE DETAIL TO FIND IT.                      *
069800*****************************************************************
069900 4300-WRITE-SERIES-SUMMARY.
070000     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
070100     MOVE GBD-PEAK-HOSP TO GBD-HDR-CENSUS-DISP
070200     MOVE GBD-PEAK-ICU  TO GBD-HDR-ICU-CENSUS-DISP
070300     MOVE SPACES TO GBD-MESSAGE-LINE
070400     STRING "  PEAK HOSPITAL CENSUS: " DELIMITED BY SIZE
070500         GBD-HDR-CENSUS-DISP DELIMITED BY SIZE
070600         " ON " DELIMITED BY SIZE
070700         GBD-PEAK-HOSP-DATE DELIMITED BY SIZE
070800         "   PEAK ICU CENSUS: " DELIMITED BY SIZE
070900         GBD-HDR-ICU-CENSUS-DISP DELIMITED BY SIZE
071000         " ON " DELIMITED BY SIZE
071100         GBD-PEAK-ICU-DATE DELIMITED BY SIZE
071200         INTO GBD-MESSAGE-LINE
071300     END-STRING
071400     WRITE GBD-RPT-LINE FROM GBD-MESSAGE-LINE
071500         AFTER ADVANCING 2 LINES
071600     MOVE SPACES TO GBD-MESSAGE-LINE
071700     IF GBD-HOSP-OVER-TERMS = ZERO AND GBD-ICU-OVER-TERMS = ZERO
071800         MOVE "  CENSUS STAYS WITHIN LICENSED AND ICU BEDS"
071900             TO GBD-MESSAGE-LINE
072000     ELSE
072100         ADD 1 TO GBD-OVER-SERIES-COUNT
072200         STRING "  FIRST DATE OVER LICENSED BEDS: "
072300             DELIMITED BY SIZE
072400             GBD-FIRST-HOSP-OVER DELIMITED BY SIZE
072500             " (" DELIMITED BY SIZE
072600             GBD-HOSP-OVER-TERMS DELIMITED BY SIZE
072700             " BUSINESS DAYS)   FIRST DATE OVER ICU BEDS: "
072800             DELIMITED BY SIZE
072900             GBD-FIRST-ICU-OVER DELIMITED BY SIZE
073000             " (" DELIMITED BY SIZE
073100             GBD-ICU-OVER-TERMS DELIMITED BY SIZE
073200             " BUSINESS DAYS)" DELIMITED BY SIZE
073300             INTO GBD-MESSAGE-LINE
073400         END-STRING
073500     END-IF
073600     WRITE GBD-RPT-LINE FROM GBD-MESSAGE-LINE
073700         AFTER ADVANCING 1 LINE
073800     ADD 3 TO GBD-REPORT-LINE-COUNT.
073900 4300-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300* 9000-TERMINATE - LAST SERIES' SUMMARY, TRAILER, CLOSES AND    *
074400* THE CONSOLE SUMMARY.                                          *
074500*****************************************************************
074600 9000-TERMINATE.
074700     IF NOT GBD-FIRST-KEY AND GBD-COHORT-OK
074800         PERFORM 4300-WRITE-SERIES-SUMMARY THRU 4300-EXIT
074900     END-IF
075000     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
075100     MOVE SPACES TO GBD-MESSAGE-LINE
075200     STRING "*** END OF BED DEMAND - " DELIMITED BY SIZE
075300         GBD-PROJ-COUNT DELIMITED BY SIZE
075400         " PROJECTION TERM(S) READ, " DELIMITED BY SIZE
075500         GBD-BED-COUNT DELIMITED BY SIZE
075600         " WRITTEN, " DELIMITED BY SIZE
075700         GBD-SKIPPED-COUNT DELIMITED BY SIZE
075800         " SKIPPED, " DELIMITED BY SIZE
075900         GBD-OVER-SERIES-COUNT DELIMITED BY SIZE
076000         " SERIES OVER CAPACITY ***" DELIMITED BY SIZE
076100         INTO GBD-MESSAGE-LINE
076200     END-STRING
076300     WRITE GBD-RPT-LINE FROM GBD-MESSAGE-LINE
076400         AFTER ADVANCING 2 LINES
076500     CLOSE PROJIN-FILE
076600     CLOSE COHMAST-FILE
076700     CLOSE BEDOUT-FILE
076800     CLOSE BEDRPT-FILE
076900     DISPLAY "GROWTH-BED-DEMAND - " GBD-PROJ-COUNT
077000         " PROJECTION TERM(S) READ, " GBD-BED-COUNT
077100         " WRITTEN, " GBD-SKIPPED-COUNT " SKIPPED".
077200 9000-EXIT.
077300     EXIT.
