000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-LAB-INTAKE.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  THE STEP003 LAB-REPORT    *
001000*                   INTAKE, RUN AHEAD OF GROWAINT.  READS THE   *
001100*                   STATE LAB REPORTING SYSTEM'S DAILY CASE-    *
001200*                   LEVEL EXTRACT (GROWLAB, SORTED BY CASE ID   *
001300*                   IN STEP001), MAPS EACH CASE'S COUNTY TO A   *
001400*                   COHORT THROUGH THE CNTYXWLK CROSSWALK CARDS *
001500*                   (GROWCTY) AND COUNTS CASES PER COHORT PER   *
001600*                   REPORT DATE.  A REPORT DATE THAT IS NOT A   *
001700*                   BUSINESS DAY IS COUNTED ON THE NEXT         *
001800*                   BUSINESS DAY, THE DAY ITS TERM LINES UP     *
001900*                   WITH.  WRITES ONE GROWACT CARD PER COHORT   *
002000*                   PER DAY FOR EACH ACTIVE REQMAST SERIES OF   *
002100*                   THE COHORT, WITH THE REQUEST KEY FILLED IN  *
002200*                   AND THE TERM LEFT ZERO FOR GROWAINT TO      *
002300*                   DERIVE.  UNMAPPED COUNTIES, DUPLICATE CASE  *
002400*                   IDS, FUTURE-DATED REPORTS AND OTHER BAD     *
002500*                   ROWS GO TO LABREJ WITH A REASON CODE AND    *
002600*                   THE ROW IMAGE (THE GROWAINT REJECTS         *
002700*                   PATTERN) AND ARE COUNTED BY REASON ON THE   *
002800*                   LABRPT CONTROL REPORT.  ONE OR MORE REJECTS *
002900*                   SETS RETURN-CODE 4; THE CLEAN COUNTS STILL  *
003000*                   FLOW.                                       *
003010*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
003020*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
003030*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
003040*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
003050*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
003060*   2026-10-15 DLH  A REPORT DATE BEFORE THE FIRST BUSINESS DAY *
003065*                   ON THE LOADED CALENDAR IS NOW REJECTED AS   *
003070*                   D005 LIKE ONE PAST THE END, INSTEAD OF      *
003075*                   BEING COUNTED ON THAT FIRST BUSINESS DAY.   *
003077*   2026-10-15 DLH  A ROW WHOSE REPORT DATE MAPS TO A BUSINESS  *
003079*                   DAY BEFORE THE RUN DATE'S OWN BUSINESS DAY  *
003081*                   IS NOW REJECTED AS D006 (LATE REPORT -      *
003083*                   PRIOR DAY ALREADY LOADED) AND COUNTED ON    *
003085*                   LABRPT.  THAT DAY'S CARDS WENT TO GROWAINT  *
003087*                   ON ITS OWN NIGHT, AND GROWAINT REPLACES AN  *
003089*                   ACTUAL ON FILE, SO A CARD OF LATE ROWS      *
003091*                   ALONE WOULD OVERWRITE THE FULL DAY'S COUNT  *
003093*                   (OR A HAND-KEYED CORRECTION).  LATE ROWS    *
003095*                   ARE REJECTED RATHER THAN ADDED; THE DESK    *
003097*                   CORRECTS THAT DAY BY HAND IF NEED BE.       *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LABCASE-FILE ASSIGN TO LABCASE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS GLI-LABCASE-STATUS.
003800
003900     SELECT CNTYXWLK-FILE ASSIGN TO CNTYXWLK
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS GLI-CNTYXWLK-STATUS.
004200
004300     SELECT REQMAST-FILE ASSIGN TO REQMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS GLI-REQ-KEY
004700         FILE STATUS IS GLI-REQMAST-STATUS.
004800
004900     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS GLI-CALENDAR-STATUS.
005200
005300     SELECT LABACT-FILE ASSIGN TO LABACT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS GLI-LABACT-STATUS.
005600
005700     SELECT LABREJ-FILE ASSIGN TO LABREJ
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS GLI-LABREJ-STATUS.
006000
006100     SELECT LABRPT-FILE ASSIGN TO LABRPT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS GLI-LABRPT-STATUS.
006400
006410     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
006420         ORGANIZATION IS SEQUENTIAL
006430         FILE STATUS IS GLI-RUNINFO-STATUS.
006440
006500 DATA DIVISION.
006600 FILE SECTION.
006700*****************************************************************
006800* LABCASE - THE LAB SYSTEM'S CASE-LEVEL EXTRACT, ONE ROW PER    *
006900* REPORTED CASE, IN CASE-ID ORDER.  LAYOUT IS SHARED VIA THE    *
007000* GROWLAB COPYBOOK.                                             *
007100*****************************************************************
007200 FD  LABCASE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY GROWLAB.
007500
007600*****************************************************************
007700* CNTYXWLK - COUNTY-TO-COHORT CROSSWALK CARDS.  LAYOUT IS       *
007800* SHARED VIA THE GROWCTY COPYBOOK.                              *
007900*****************************************************************
008000 FD  CNTYXWLK-FILE
008100     LABEL RECORDS ARE STANDARD.
008200     COPY GROWCTY.
008300
008400*****************************************************************
008500* REQMAST - THE ONLINE REQUEST MASTER (VSAM KSDS), READ FRONT   *
008600* TO BACK FOR THE ACTIVE SERIES OF EACH COHORT.  THE RECORD     *
008700* BODY IS THE SHARED GROWREQ LAYOUT; THE KEY IS ITS LEADING     *
008800* MODE/LIMIT/RATE/COHORT BYTES.                                 *
008900*****************************************************************
009000 FD  REQMAST-FILE
009100     LABEL RECORDS ARE STANDARD.
009200 01  GLI-REQMAST-REC.
009300     05  GLI-REQ-KEY                 PIC X(19).
009400     05  FILLER                      PIC X(61).
009500
009600*****************************************************************
009700* CALENDAR - THE PROCESSING CALENDAR, LOADED ONCE INTO THE      *
009800* BUSINESS-DAY TABLE.  LAYOUT IS SHARED VIA THE GROWCAL         *
009900* COPYBOOK.                                                     *
010000*****************************************************************
010100 FD  CALENDAR-FILE
010200     LABEL RECORDS ARE STANDARD.
010300     COPY GROWCAL.
010400
010500*****************************************************************
010600* LABACT - THE GENERATED ACTUALS CARDS, READ BY GROWAINT        *
010700* ALONGSIDE ANY HAND-TYPED ONES.  LAYOUT IS SHARED VIA THE      *
010800* GROWACT COPYBOOK.                                             *
010900*****************************************************************
011000 FD  LABACT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200     COPY GROWACT.
011300
011400*****************************************************************
011500* LABREJ - ONE RECORD PER REJECTED EXTRACT ROW: REASON CODE,    *
011600* REASON TEXT AND THE ORIGINAL ROW IMAGE, IN THE SAME SHAPE AS  *
011700* THE GROWAINT ACTREJ FILE.                                     *
011800*****************************************************************
011900 FD  LABREJ-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  GLI-REJECT-REC.
012200     05  GLI-REJ-REASON-CODE         PIC X(04).
012300     05  FILLER                      PIC X(01).
012400     05  GLI-REJ-REASON-TEXT         PIC X(30).
012500     05  FILLER                      PIC X(01).
012600     05  GLI-REJ-CASE                PIC X(80).
012700     05  FILLER                      PIC X(04).
012800
012900*****************************************************************
013000* LABRPT - THE PRINT-IMAGE CONTROL REPORT.                      *
013100*****************************************************************
013200 FD  LABRPT-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  GLI-RPT-LINE                    PIC X(133).
013500
013510*****************************************************************
013520* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
013530* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
013540* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
013550*****************************************************************
013560 FD  RUNINFO-FILE
013570     LABEL RECORDS ARE STANDARD.
013580     COPY GROWRUN.
013590
013600 WORKING-STORAGE SECTION.
013700*****************************************************************
013800* SWITCHES                                                      *
013900*****************************************************************
014000 01  GLI-SWITCHES.
014100     05  GLI-EOF-SW                  PIC X(01) VALUE "N".
014200         88  GLI-EOF                  VALUE "Y".
014300     05  GLI-CAL-EOF-SW              PIC X(01) VALUE "N".
014400         88  GLI-CAL-EOF              VALUE "Y".
014500     05  GLI-REQ-EOF-SW              PIC X(01) VALUE "N".
014600         88  GLI-REQ-EOF              VALUE "Y".
014700     05  GLI-XWK-EOF-SW              PIC X(01) VALUE "N".
014800         88  GLI-XWK-EOF              VALUE "Y".
014900     05  GLI-CASE-VALID-SW           PIC X(01) VALUE "Y".
015000         88  GLI-CASE-VALID           VALUE "Y".
015100     05  GLI-FOUND-SW                PIC X(01) VALUE "N".
015200         88  GLI-FOUND                VALUE "Y".
015300
015400*****************************************************************
015500* THE REQUEST MASTER RECORD, VIEWED THROUGH THE SHARED LAYOUT.  *
015600*****************************************************************
015700     COPY GROWREQ.
015800
015900*****************************************************************
016000* ACTIVE SERIES - EVERY ACTIVE REQMAST REQUEST, IN REQUEST-KEY  *
016100* ORDER.  EACH COHORT'S DAILY COUNT IS WRITTEN ONCE FOR EVERY   *
016200* ENTRY CARRYING THAT COHORT.                                   *
016300*****************************************************************
016400 01  GLI-REQ-TABLE.
016500     05  GLI-REQ-ENTRY               OCCURS 500 TIMES.
016600         10  GLI-RQ-MODE             PIC X(01).
016700         10  GLI-RQ-LIMIT            PIC 9(05).
016800         10  GLI-RQ-RATE             PIC S9(03)V9(02).
016900         10  GLI-RQ-COHORT           PIC X(08).
017000 01  GLI-REQ-MAX                     PIC 9(05) VALUE 500.
017100 01  GLI-REQ-COUNT                   PIC 9(05) VALUE ZERO.
017200 01  GLI-REQ-INDEX                   PIC 9(05).
017300
017400*****************************************************************
017500* COUNTY CROSSWALK - ONE ENTRY PER COUNTY CARD, WITH THE NUMBER *
017600* OF ACTIVE SERIES ITS COHORT HAS.  A COUNTY WHOSE COHORT HAS   *
017700* NO ACTIVE SERIES HAS NOWHERE FOR ITS CASES TO GO.             *
017800*****************************************************************
017900 01  GLI-XWK-TABLE.
018000     05  GLI-XWK-ENTRY               OCCURS 300 TIMES.
018100         10  GLI-XW-COUNTY           PIC X(05).
018200         10  GLI-XW-COHORT           PIC X(08).
018300         10  GLI-XW-SERIES           PIC 9(03).
018400 01  GLI-XWK-MAX                     PIC 9(05) VALUE 300.
018500 01  GLI-XWK-COUNT                   PIC 9(05) VALUE ZERO.
018600 01  GLI-XWK-INDEX                   PIC 9(05).
018700 01  GLI-XWK-NO                      PIC 9(05).
018800 01  GLI-FIND-COUNTY                 PIC X(05).
018900
019000*****************************************************************
019100* DAILY COUNTS - ONE ENTRY PER (COHORT, BUSINESS DAY), KEPT IN  *
019200* KEY ORDER AS ENTRIES ARE ADDED SO THE CARDS COME OUT SORTED   *
019300* BY COHORT AND DATE WITHIN EACH SERIES.                        *
019400*****************************************************************
019500 01  GLI-AGG-TABLE.
019600     05  GLI-AGG-ENTRY               OCCURS 2000 TIMES.
019700         10  GLI-AG-KEY.
019800             15  GLI-AG-COHORT       PIC X(08).
019900             15  GLI-AG-DATE         PIC 9(08).
020000         10  GLI-AG-CASES            PIC 9(12).
020100         10  GLI-AG-SERIES           PIC 9(03).
020200 01  GLI-AGG-MAX                     PIC 9(05) VALUE 2000.
020300 01  GLI-AGG-COUNT                   PIC 9(05) VALUE ZERO.
020400 01  GLI-AGG-INDEX                   PIC 9(05).
020500 01  GLI-SHIFT-INDEX                 PIC 9(05).
020600 01  GLI-NEW-KEY.
020700     05  GLI-NK-COHORT               PIC X(08).
020800     05  GLI-NK-DATE                 PIC 9(08).
020900
021000*****************************************************************
021100* BUSINESS-DAY TABLE - EVERY BUSINESS DAY ON THE PROCESSING     *
021150* CALENDAR, IN ORDER, AND THE RUN DATE'S OWN BUSINESS DAY (THE  *
021200* FIRST ON OR AFTER THE RUN DATE) - THE EARLIEST DAY A CARD MAY *
021250* STILL BE WRITTEN FOR.                                         *
021300*****************************************************************
021400 01  GLI-BD-TABLE.
021500     05  GLI-BD-DATE                 OCCURS 800 TIMES
021600                                     PIC 9(08).
021700 01  GLI-MAX-BDAYS                   PIC 9(05) VALUE 800.
021800 01  GLI-BD-COUNT                    PIC 9(05) VALUE ZERO.
021900 01  GLI-BD-INDEX                    PIC 9(05) VALUE ZERO.
022000 01  GLI-SCAN-INDEX                  PIC 9(05) VALUE ZERO.
022100 01  GLI-FIND-DATE                   PIC 9(08).
022150 01  GLI-RUN-BDAY                    PIC 9(08) VALUE ZERO.
022200
022300*****************************************************************
022400* CURRENT AND PREVIOUS CASE ID - THE EXTRACT IS SORTED BY CASE  *
022500* ID, SO A DUPLICATE IS ALWAYS THE ROW RIGHT AFTER ITS FIRST    *
022600* OCCURRENCE.                                                   *
022700*****************************************************************
022800 01  GLI-PREV-CASE-ID                PIC X(12) VALUE LOW-VALUES.
022900 01  GLI-COHORT-ID                   PIC X(08).
023000 01  GLI-OBS-DATE                    PIC 9(08).
023100
023200*****************************************************************
023300* REJECT REASON FOR THE CURRENT ROW                             *
023400*****************************************************************
023500 01  GLI-REASON-CODE                 PIC X(04).
023600 01  GLI-REASON-TEXT                 PIC X(30).
023700
023800*****************************************************************
023900* WORK COUNTERS - REJECTS ARE ALSO COUNTED BY REASON FOR THE    *
024000* CONTROL REPORT.                                               *
024100*****************************************************************
024200 01  GLI-CASE-COUNT                  PIC 9(07) VALUE ZERO.
024300 01  GLI-ACCEPT-COUNT                PIC 9(07) VALUE ZERO.
024400 01  GLI-REJECT-COUNT                PIC 9(07) VALUE ZERO.
024500 01  GLI-ROLLED-COUNT                PIC 9(07) VALUE ZERO.
024600 01  GLI-REJ-MISSING-COUNT           PIC 9(07) VALUE ZERO.
024700 01  GLI-REJ-DUP-COUNT               PIC 9(07) VALUE ZERO.
024800 01  GLI-REJ-DATE-COUNT              PIC 9(07) VALUE ZERO.
024900 01  GLI-REJ-FUTURE-COUNT            PIC 9(07) VALUE ZERO.
025000 01  GLI-REJ-UNMAPPED-COUNT          PIC 9(07) VALUE ZERO.
025100 01  GLI-REJ-NOSERIES-COUNT          PIC 9(07) VALUE ZERO.
025200 01  GLI-REJ-FULL-COUNT              PIC 9(07) VALUE ZERO.
025250 01  GLI-REJ-LATE-COUNT              PIC 9(07) VALUE ZERO.
025300 01  GLI-CARD-COUNT                  PIC 9(07) VALUE ZERO.
025400 01  GLI-XWK-CARD-COUNT              PIC 9(05) VALUE ZERO.
025500 01  GLI-TOTAL-VALUE                 PIC 9(07).
025600
025700*****************************************************************
025800* RUN-DATE AND REPORT PAGINATION                                *
025900*****************************************************************
026000 01  GLI-RUN-DATE                    PIC 9(08).
026100 01  GLI-PAGE-COUNT                  PIC 9(03) VALUE ZERO.
026200 01  GLI-REPORT-LINE-COUNT           PIC 9(03) VALUE ZERO.
026300 01  GLI-LINES-PER-PAGE              PIC 9(03) VALUE 20.
026400
026500*****************************************************************
026600* FILE STATUS CODES                                             *
026700*****************************************************************
026800 01  GLI-LABCASE-STATUS              PIC X(02).
026900 01  GLI-CNTYXWLK-STATUS             PIC X(02).
027000 01  GLI-REQMAST-STATUS              PIC X(02).
027100 01  GLI-CALENDAR-STATUS             PIC X(02).
027200 01  GLI-LABACT-STATUS               PIC X(02).
027300 01  GLI-LABREJ-STATUS               PIC X(02).
027400 01  GLI-LABRPT-STATUS               PIC X(02).
027410 01  GLI-RUNINFO-STATUS              PIC X(02).
027500
027600*****************************************************************
027700* REPORT LINE LAYOUTS                                           *
027800*****************************************************************
027900 01  GLI-TITLE-LINE                  PIC X(133).
028000 01  GLI-INFO-LINE                   PIC X(133).
028100 01  GLI-COLUMN-HDR-LINE             PIC X(133).
028200 01  GLI-MESSAGE-LINE                PIC X(133).
028300 01  GLI-DETAIL-LINE.
028400     05  FILLER                      PIC X(02) VALUE SPACES.
028500     05  GLI-DTL-COHORT              PIC X(08).
028600     05  FILLER                      PIC X(05) VALUE SPACES.
028700     05  GLI-DTL-DATE                PIC 9(08).
028800     05  FILLER                      PIC X(05) VALUE SPACES.
028900     05  GLI-DTL-CASES               PIC ZZZ,ZZZ,ZZZ,ZZ9.
029000     05  FILLER                      PIC X(05) VALUE SPACES.
029100     05  GLI-DTL-SERIES              PIC ZZ9.
029200     05  FILLER                      PIC X(82) VALUE SPACES.
029300 01  GLI-TOTAL-LINE.
029400     05  FILLER                      PIC X(02) VALUE SPACES.
029500     05  GLI-TOT-LABEL               PIC X(45).
029600     05  GLI-TOT-VALUE               PIC Z,ZZZ,ZZ9.
029700     05  FILLER                      PIC X(77) VALUE SPACES.
029800
029900 PROCEDURE DIVISION.
030000*****************************************************************
030100* 0000-MAINLINE - EDIT AND COUNT EVERY EXTRACT ROW, THEN WRITE  *
030200* THE ACTUALS CARDS AND THE CONTROL REPORT.                     *
030300*****************************************************************
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     PERFORM 2000-EDIT-ONE-CASE THRU 2000-EXIT
030700         UNTIL GLI-EOF.
030800     PERFORM 3000-WRITE-CARDS THRU 3000-EXIT.
030900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031000     STOP RUN.
031100
031200*****************************************************************
031300* 1000-INITIALIZE - OPEN ALL FILES, LOAD THE CALENDAR, THE      *
031400* ACTIVE SERIES AND THE CROSSWALK, AND PRIME THE INPUT.  EVERY  *
031500* OPEN IS STATUS-CHECKED.                                       *
031600*****************************************************************
031700 1000-INITIALIZE.
031800     OPEN INPUT  LABCASE-FILE
031900     IF GLI-LABCASE-STATUS NOT = "00"
032000         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING LABCASE - "
032100             "STATUS " GLI-LABCASE-STATUS
032200         GO TO 1000-ABEND
032300     END-IF
032400     OPEN INPUT  CNTYXWLK-FILE
032500     IF GLI-CNTYXWLK-STATUS NOT = "00"
032600         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING CNTYXWLK - "
032700             "STATUS " GLI-CNTYXWLK-STATUS
032800         GO TO 1000-ABEND
032900     END-IF
033000     OPEN INPUT  REQMAST-FILE
033100     IF GLI-REQMAST-STATUS NOT = "00"
033200         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING REQMAST - "
033300             "STATUS " GLI-REQMAST-STATUS
033400         GO TO 1000-ABEND
033500     END-IF
033600     OPEN INPUT  CALENDAR-FILE
033700     IF GLI-CALENDAR-STATUS NOT = "00"
033800         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING CALENDAR - "
033900             "STATUS " GLI-CALENDAR-STATUS
034000         GO TO 1000-ABEND
034100     END-IF
034200     OPEN OUTPUT LABACT-FILE
034300     IF GLI-LABACT-STATUS NOT = "00"
034400         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING LABACT - "
034500             "STATUS " GLI-LABACT-STATUS
034600         GO TO 1000-ABEND
034700     END-IF
034800     OPEN OUTPUT LABREJ-FILE
034900     IF GLI-LABREJ-STATUS NOT = "00"
035000         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING LABREJ - "
035100             "STATUS " GLI-LABREJ-STATUS
035200         GO TO 1000-ABEND
035300     END-IF
035400     OPEN OUTPUT LABRPT-FILE
035500     IF GLI-LABRPT-STATUS NOT = "00"
035600         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING LABRPT - "
035700             "STATUS " GLI-LABRPT-STATUS
035800         GO TO 1000-ABEND
035900     END-IF
035910     OPEN INPUT  RUNINFO-FILE
035920     IF GLI-RUNINFO-STATUS NOT = "00"
035930         DISPLAY "GROWTH-LAB-INTAKE - ERROR OPENING RUNINFO - "
035940             "STATUS " GLI-RUNINFO-STATUS
035950         GO TO 1000-ABEND
035960     END-IF
036000     ACCEPT GLI-RUN-DATE FROM DATE YYYYMMDD
036010     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
036100     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
036200     IF GLI-BD-COUNT = ZERO
036300         DISPLAY "GROWTH-LAB-INTAKE - NO BUSINESS DAYS ON "
036400             "THE PROCESSING CALENDAR"
036500         GO TO 1000-ABEND
036600     END-IF
036611     MOVE GLI-RUN-DATE TO GLI-FIND-DATE
036622     PERFORM 2600-FIND-FIRST-BDAY THRU 2600-EXIT
036633     IF GLI-BD-INDEX = ZERO
036644         DISPLAY "GROWTH-LAB-INTAKE - NO BUSINESS DAY ON OR "
036650             "AFTER " GLI-RUN-DATE
036655             " ON THE PROCESSING CALENDAR"
036666         GO TO 1000-ABEND
036677     END-IF
036688     MOVE GLI-BD-DATE(GLI-BD-INDEX) TO GLI-RUN-BDAY
036700     PERFORM 1200-LOAD-ONE-REQUEST THRU 1200-EXIT
036800         UNTIL GLI-REQ-EOF
036900     CLOSE REQMAST-FILE
037000     PERFORM 1300-LOAD-ONE-COUNTY THRU 1300-EXIT
037100         UNTIL GLI-XWK-EOF
037200     CLOSE CNTYXWLK-FILE
037300     IF GLI-XWK-COUNT = ZERO
037400         DISPLAY "GROWTH-LAB-INTAKE - NO COUNTIES ON THE "
037500             "CROSSWALK"
037600         GO TO 1000-ABEND
037700     END-IF
037800     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
037900     PERFORM 1400-READ-NEXT-CASE THRU 1400-EXIT
038000     GO TO 1000-EXIT.
038100 1000-ABEND.
038200     MOVE 16 TO RETURN-CODE
038300     DISPLAY "GROWTH-LAB-INTAKE - INITIALIZATION FAILED - "
038400         "JOB ABENDING".
038500     STOP RUN.
038600 1000-EXIT.
038700     EXIT.
038800
038803*****************************************************************
038806* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
038809* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
038812* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
038815* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
038818* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
038821* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
038824*****************************************************************
038827 1040-READ-RUNINFO.
038830     READ RUNINFO-FILE
038833         AT END
038836             GO TO 1040-CLOSE
038839     END-READ
038842     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
038845         GO TO 1040-CLOSE
038848     END-IF
038851     IF GRN-ASOF-DATE-X NOT NUMERIC
038854         OR GRN-ASOF-DATE > GLI-RUN-DATE
038857         DISPLAY "GROWTH-LAB-INTAKE - RUNINFO AS-OF DATE '"
038860             GRN-ASOF-DATE-X "' INVALID"
038863         MOVE 16 TO RETURN-CODE
038866         DISPLAY "GROWTH-LAB-INTAKE - JOB ABENDING"
038869         STOP RUN
038872     END-IF
038875     MOVE GRN-ASOF-DATE TO GLI-RUN-DATE
038878     DISPLAY "GROWTH-LAB-INTAKE - RERUN AS OF " GLI-RUN-DATE.
038881 1040-CLOSE.
038884     CLOSE RUNINFO-FILE.
038887 1040-EXIT.
038890     EXIT.
038893
038900*****************************************************************
039000* 1100-LOAD-CALENDAR - EVERY BUSINESS DAY, IN CALENDAR ORDER.   *
039100*****************************************************************
039200 1100-LOAD-CALENDAR.
039300     PERFORM 1150-LOAD-ONE-CALENDAR THRU 1150-EXIT
039400         UNTIL GLI-CAL-EOF
039500            OR GLI-BD-COUNT >= GLI-MAX-BDAYS
039600     CLOSE CALENDAR-FILE.
039700 1100-EXIT.
039800     EXIT.
039900
040000*****************************************************************
040100* 1150-LOAD-ONE-CALENDAR                                        *
040200*****************************************************************
040300 1150-LOAD-ONE-CALENDAR.
040400     READ CALENDAR-FILE
040500         AT END
040600             MOVE "Y" TO GLI-CAL-EOF-SW
040700             GO TO 1150-EXIT
040800     END-READ
040900     IF GCL-BUSINESS-DAY
041000         ADD 1 TO GLI-BD-COUNT
041100         MOVE GCL-CAL-DATE TO GLI-BD-DATE(GLI-BD-COUNT)
041200     END-IF.
041300 1150-EXIT.
041400     EXIT.
041500
041600*****************************************************************
041700* 1200-LOAD-ONE-REQUEST - ACTIVE REQUESTS ONLY; A DEACTIVATED   *
041800* REQUEST IS NO LONGER PROJECTED, SO IT GETS NO ACTUALS.        *
041900*****************************************************************
042000 1200-LOAD-ONE-REQUEST.
042100     READ REQMAST-FILE
042200         AT END
042300             MOVE "Y" TO GLI-REQ-EOF-SW
042400             GO TO 1200-EXIT
042500     END-READ
042600     MOVE GLI-REQMAST-REC TO GRQ-REQUEST-REC
042700     IF NOT GRQ-ACTIVE
042800         GO TO 1200-EXIT
042900     END-IF
043000     IF GLI-REQ-COUNT >= GLI-REQ-MAX
043100         DISPLAY "GROWTH-LAB-INTAKE - ACTIVE SERIES TABLE FULL"
043200             " - REQUEST " GLI-REQ-KEY " NOT LOADED"
043300         IF RETURN-CODE < 4
043400             MOVE 4 TO RETURN-CODE
043500         END-IF
043600         GO TO 1200-EXIT
043700     END-IF
043800     ADD 1 TO GLI-REQ-COUNT
043900     MOVE GRQ-MODE        TO GLI-RQ-MODE(GLI-REQ-COUNT)
044000     MOVE GRQ-LIMIT       TO GLI-RQ-LIMIT(GLI-REQ-COUNT)
044100     MOVE GRQ-GROWTH-RATE TO GLI-RQ-RATE(GLI-REQ-COUNT)
044200     MOVE GRQ-COHORT-ID   TO GLI-RQ-COHORT(GLI-REQ-COUNT).
044300 1200-EXIT.
044400     EXIT.
044500
044600*****************************************************************
044700* 1300-LOAD-ONE-COUNTY - ONE CROSSWALK CARD.  A CARD WITH NO    *
044800* COUNTY OR NO COHORT, OR A COUNTY ALREADY ON AN EARLIER CARD,  *
044900* IS LEFT OUT WITH A MESSAGE AND RETURN-CODE 4 - THE FIRST      *
045000* CARD FOR A COUNTY WINS.                                       *
045100*****************************************************************
045200 1300-LOAD-ONE-COUNTY.
045300     READ CNTYXWLK-FILE
045400         AT END
045500             MOVE "Y" TO GLI-XWK-EOF-SW
045600             GO TO 1300-EXIT
045700     END-READ
045800     ADD 1 TO GLI-XWK-CARD-COUNT
045900     IF GCX-COUNTY-CODE = SPACES OR GCX-COHORT-ID = SPACES
046000         DISPLAY "GROWTH-LAB-INTAKE - CROSSWALK CARD "
046100             GLI-XWK-CARD-COUNT " MISSING COUNTY OR COHORT "
046200             "- IGNORED"
046300         IF RETURN-CODE < 4
046400             MOVE 4 TO RETURN-CODE
046500         END-IF
046600         GO TO 1300-EXIT
046700     END-IF
046800     MOVE GCX-COUNTY-CODE TO GLI-FIND-COUNTY
046900     PERFORM 2150-FIND-COUNTY THRU 2150-EXIT
047000     IF GLI-FOUND
047100         DISPLAY "GROWTH-LAB-INTAKE - COUNTY " GCX-COUNTY-CODE
047200             " ON THE CROSSWALK TWICE - CARD "
047300             GLI-XWK-CARD-COUNT " IGNORED"
047400         IF RETURN-CODE < 4
047500             MOVE 4 TO RETURN-CODE
047600         END-IF
047700         GO TO 1300-EXIT
047800     END-IF
047900     IF GLI-XWK-COUNT >= GLI-XWK-MAX
048000         DISPLAY "GROWTH-LAB-INTAKE - CROSSWALK TABLE FULL - "
048100             "COUNTY " GCX-COUNTY-CODE " NOT LOADED"
048200         IF RETURN-CODE < 4
048300             MOVE 4 TO RETURN-CODE
048400         END-IF
048500         GO TO 1300-EXIT
048600     END-IF
048700     ADD 1 TO GLI-XWK-COUNT
048800     MOVE GCX-COUNTY-CODE TO GLI-XW-COUNTY(GLI-XWK-COUNT)
048900     MOVE GCX-COHORT-ID   TO GLI-XW-COHORT(GLI-XWK-COUNT)
049000     MOVE ZERO            TO GLI-XW-SERIES(GLI-XWK-COUNT)
049100     MOVE 1 TO GLI-REQ-INDEX
049200     PERFORM 1350-COUNT-ONE-SERIES THRU 1350-EXIT
049300         UNTIL GLI-REQ-INDEX > GLI-REQ-COUNT.
049400 1300-EXIT.
049500     EXIT.
049600
049700*****************************************************************
049800* 1350-COUNT-ONE-SERIES                                         *
049900*****************************************************************
050000 1350-COUNT-ONE-SERIES.
050100     IF GLI-RQ-COHORT(GLI-REQ-INDEX) = GCX-COHORT-ID
050200         ADD 1 TO GLI-XW-SERIES(GLI-XWK-COUNT)
050300     END-IF
050400     ADD 1 TO GLI-REQ-INDEX.
050500 1350-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900* 1400-READ-NEXT-CASE                                           *
051000*****************************************************************
051100 1400-READ-NEXT-CASE.
051200     READ LABCASE-FILE
051300         AT END
051400             MOVE "Y" TO GLI-EOF-SW
051500         NOT AT END
051600             ADD 1 TO GLI-CASE-COUNT
051700     END-READ.
051800 1400-EXIT.
051900     EXIT.
052000
052100*****************************************************************
052200* 2000-EDIT-ONE-CASE                                            *
052300*****************************************************************
052400 2000-EDIT-ONE-CASE.
052500     PERFORM 2100-VALIDATE-CASE THRU 2100-EXIT
052600     IF GLI-CASE-VALID
052700         PERFORM 2200-ADD-TO-COUNT THRU 2200-EXIT
052800     END-IF
052900     IF GLI-CASE-VALID
053000         ADD 1 TO GLI-ACCEPT-COUNT
053100     ELSE
053200         PERFORM 4000-WRITE-REJECT THRU 4000-EXIT
053300     END-IF
053400     IF GLB-CASE-ID NOT = SPACES
053500         MOVE GLB-CASE-ID TO GLI-PREV-CASE-ID
053600     END-IF
053700     PERFORM 1400-READ-NEXT-CASE THRU 1400-EXIT.
053800 2000-EXIT.
053900     EXIT.
054000
054100*****************************************************************
054200* 2100-VALIDATE-CASE - CASE ID AND DUPLICATE CHECK FIRST, THEN  *
054300* THE DATES, THEN THE COUNTY.  THE FIRST FAILING TEST SETS THE  *
054400* REASON AND NO FURTHER TESTS RUN.  A CASE ID LOWER THAN THE    *
054500* ONE BEFORE IT MEANS THE EXTRACT WAS NOT SORTED, AND A         *
054530* DUPLICATE COULD THEN GO UNSEEN - THAT ABENDS THE JOB.  A      *
054560* REPORT DATE THAT MAPS TO A BUSINESS DAY BEFORE THE RUN DATE'S *
054590* IS LATE: THAT DAY'S CARDS WERE LOADED ON ITS OWN NIGHT AND A  *
054620* CARD OF THE LATE ROWS WOULD REPLACE THEM, SO THE ROW IS       *
054650* REJECTED (D006).                                              *
054700*****************************************************************
054800 2100-VALIDATE-CASE.
054900     MOVE "Y"    TO GLI-CASE-VALID-SW
055000     MOVE SPACES TO GLI-REASON-CODE
055100     MOVE SPACES TO GLI-REASON-TEXT
055200     IF GLB-CASE-ID = SPACES
055300         MOVE "C001" TO GLI-REASON-CODE
055400         MOVE "CASE ID MISSING" TO GLI-REASON-TEXT
055500         MOVE "N" TO GLI-CASE-VALID-SW
055600         GO TO 2100-EXIT
055700     END-IF
055800     IF GLB-CASE-ID < GLI-PREV-CASE-ID
055900         DISPLAY "GROWTH-LAB-INTAKE - EXTRACT NOT IN CASE-ID "
056000             "ORDER AT ROW " GLI-CASE-COUNT
056100         MOVE 16 TO RETURN-CODE
056200         DISPLAY "GROWTH-LAB-INTAKE - JOB ABENDING"
056300         STOP RUN
056400     END-IF
056500     IF GLB-CASE-ID = GLI-PREV-CASE-ID
056600         MOVE "C002" TO GLI-REASON-CODE
056700         MOVE "DUPLICATE CASE ID" TO GLI-REASON-TEXT
056800         MOVE "N" TO GLI-CASE-VALID-SW
056900         GO TO 2100-EXIT
057000     END-IF
057100     IF GLB-REPORT-DATE-X NOT NUMERIC
057200         MOVE "D001" TO GLI-REASON-CODE
057300         MOVE "REPORT DATE NOT NUMERIC" TO GLI-REASON-TEXT
057400         MOVE "N" TO GLI-CASE-VALID-SW
057500         GO TO 2100-EXIT
057600     END-IF
057700     IF GLB-REPORT-DATE > GLI-RUN-DATE
057800         MOVE "D002" TO GLI-REASON-CODE
057900         MOVE "FUTURE-DATED REPORT" TO GLI-REASON-TEXT
058000         MOVE "N" TO GLI-CASE-VALID-SW
058100         GO TO 2100-EXIT
058200     END-IF
058300     IF GLB-SPECIMEN-DATE-X NOT = SPACES
058400         IF GLB-SPECIMEN-DATE-X NOT NUMERIC
058500             MOVE "D003" TO GLI-REASON-CODE
058600             MOVE "SPECIMEN DATE NOT NUMERIC" TO GLI-REASON-TEXT
058700             MOVE "N" TO GLI-CASE-VALID-SW
058800             GO TO 2100-EXIT
058900         END-IF
059000         IF GLB-SPECIMEN-DATE > GLB-REPORT-DATE
059100             MOVE "D004" TO GLI-REASON-CODE
059200             MOVE "SPECIMEN DATE AFTER REPORT" TO GLI-REASON-TEXT
059300             MOVE "N" TO GLI-CASE-VALID-SW
059400             GO TO 2100-EXIT
059500         END-IF
059600     END-IF
059610     IF GLB-REPORT-DATE < GLI-BD-DATE(1)
059620         MOVE "D005" TO GLI-REASON-CODE
059630         MOVE "REPORT DATE OFF CALENDAR" TO GLI-REASON-TEXT
059640         MOVE "N" TO GLI-CASE-VALID-SW
059650         GO TO 2100-EXIT
059660     END-IF
059700     MOVE GLB-REPORT-DATE TO GLI-FIND-DATE
059800     PERFORM 2600-FIND-FIRST-BDAY THRU 2600-EXIT
059900     IF GLI-BD-INDEX = ZERO
060000         MOVE "D005" TO GLI-REASON-CODE
060100         MOVE "REPORT DATE OFF CALENDAR" TO GLI-REASON-TEXT
060200         MOVE "N" TO GLI-CASE-VALID-SW
060300         GO TO 2100-EXIT
060400     END-IF
060414     IF GLI-BD-DATE(GLI-BD-INDEX) < GLI-RUN-BDAY
060428         MOVE "D006" TO GLI-REASON-CODE
060442         MOVE "LATE REPORT - PRIOR DAY LOADED" TO GLI-REASON-TEXT
060456         MOVE "N" TO GLI-CASE-VALID-SW
060470         GO TO 2100-EXIT
060484     END-IF
060500     MOVE GLI-BD-DATE(GLI-BD-INDEX) TO GLI-OBS-DATE
060600     MOVE GLB-COUNTY-CODE TO GLI-FIND-COUNTY
060700     PERFORM 2150-FIND-COUNTY THRU 2150-EXIT
060800     IF NOT GLI-FOUND
060900         MOVE "U001" TO GLI-REASON-CODE
061000         MOVE "COUNTY NOT ON CROSSWALK" TO GLI-REASON-TEXT
061100         MOVE "N" TO GLI-CASE-VALID-SW
061200         GO TO 2100-EXIT
061300     END-IF
061400     IF GLI-XW-SERIES(GLI-XWK-NO) = ZERO
061500         MOVE "K001" TO GLI-REASON-CODE
061600         MOVE "NO ACTIVE SERIES FOR COHORT" TO GLI-REASON-TEXT
061700         MOVE "N" TO GLI-CASE-VALID-SW
061800         GO TO 2100-EXIT
061900     END-IF
062000     MOVE GLI-XW-COHORT(GLI-XWK-NO) TO GLI-COHORT-ID.
062100 2100-EXIT.
062200     EXIT.
062300
062400*****************************************************************
062500* 2150-FIND-COUNTY - LOOK GLI-FIND-COUNTY UP ON THE CROSSWALK   *
062600* TABLE; GLI-XWK-NO IS THE ENTRY WHEN FOUND.                    *
062700*****************************************************************
062800 2150-FIND-COUNTY.
062900     MOVE "N" TO GLI-FOUND-SW
063000     MOVE 1 TO GLI-XWK-INDEX
063100     PERFORM 2160-TEST-ONE-COUNTY THRU 2160-EXIT
063200         UNTIL GLI-XWK-INDEX > GLI-XWK-COUNT
063300            OR GLI-FOUND.
063400 2150-EXIT.
063500     EXIT.
063600
063700*****************************************************************
063800* 2160-TEST-ONE-COUNTY                                          *
063900*****************************************************************
064000 2160-TEST-ONE-COUNTY.
064100     IF GLI-XW-COUNTY(GLI-XWK-INDEX) = GLI-FIND-COUNTY
064200         MOVE "Y" TO GLI-FOUND-SW
064300         MOVE GLI-XWK-INDEX TO GLI-XWK-NO
064400     END-IF
064500     ADD 1 TO GLI-XWK-INDEX.
064600 2160-EXIT.
064700     EXIT.
064800
064900*****************************************************************
065000* 2200-ADD-TO-COUNT - ADD THE CASE TO ITS (COHORT, BUSINESS DAY)*
065100* COUNT, OPENING A NEW ENTRY IN KEY ORDER IF THIS IS THE FIRST  *
065200* CASE FOR THAT KEY.  A REPORT DATE THAT IS NOT ITSELF A        *
065300* BUSINESS DAY IS COUNTED ON THE NEXT ONE.                      *
065400*****************************************************************
065500 2200-ADD-TO-COUNT.
065600     MOVE GLI-COHORT-ID TO GLI-NK-COHORT
065700     MOVE GLI-OBS-DATE  TO GLI-NK-DATE
065800     MOVE "N" TO GLI-FOUND-SW
065900     MOVE 1 TO GLI-AGG-INDEX
066000     PERFORM 2210-TEST-ONE-COUNT THRU 2210-EXIT
066100         UNTIL GLI-AGG-INDEX > GLI-AGG-COUNT
066200            OR GLI-FOUND
066300     IF GLI-FOUND
066400         AND GLI-AG-KEY(GLI-AGG-INDEX) = GLI-NEW-KEY
066500         ADD 1 TO GLI-AG-CASES(GLI-AGG-INDEX)
066600         GO TO 2200-ADVANCE
066700     END-IF
066800     IF GLI-AGG-COUNT >= GLI-AGG-MAX
066900         MOVE "T001" TO GLI-REASON-CODE
067000         MOVE "DAILY COUNT TABLE FULL" TO GLI-REASON-TEXT
067100         MOVE "N" TO GLI-CASE-VALID-SW
067200         GO TO 2200-EXIT
067300     END-IF
067400     PERFORM 2220-SHIFT-ONE-COUNT THRU 2220-EXIT
067500         VARYING GLI-SHIFT-INDEX FROM GLI-AGG-COUNT BY -1
067600         UNTIL GLI-SHIFT-INDEX < GLI-AGG-INDEX
067700     ADD 1 TO GLI-AGG-COUNT
067800     MOVE GLI-NEW-KEY TO GLI-AG-KEY(GLI-AGG-INDEX)
067900     MOVE 1 TO GLI-AG-CASES(GLI-AGG-INDEX)
068000     MOVE GLI-XW-SERIES(GLI-XWK-NO)
068100         TO GLI-AG-SERIES(GLI-AGG-INDEX).
068200 2200-ADVANCE.
068300     IF GLI-OBS-DATE NOT = GLB-REPORT-DATE
068400         ADD 1 TO GLI-ROLLED-COUNT
068500     END-IF.
068600 2200-EXIT.
068700     EXIT.
068800
068900*****************************************************************
069000* 2210-TEST-ONE-COUNT - STOPS ON THE FIRST ENTRY WHOSE KEY IS   *
069100* NOT BELOW THE NEW KEY: EITHER THE ENTRY ITSELF OR THE PLACE   *
069200* THE NEW ENTRY GOES.                                           *
069300*****************************************************************
069400 2210-TEST-ONE-COUNT.
069500     IF GLI-AG-KEY(GLI-AGG-INDEX) NOT < GLI-NEW-KEY
069600         MOVE "Y" TO GLI-FOUND-SW
069700     ELSE
069800         ADD 1 TO GLI-AGG-INDEX
069900     END-IF.
070000 2210-EXIT.
070100     EXIT.
070200
070300*****************************************************************
070400* 2220-SHIFT-ONE-COUNT - MOVE ONE ENTRY UP A SLOT TO OPEN A GAP.*
070500*****************************************************************
070600 2220-SHIFT-ONE-COUNT.
070700     MOVE GLI-AGG-ENTRY(GLI-SHIFT-INDEX)
070800         TO GLI-AGG-ENTRY(GLI-SHIFT-INDEX + 1).
070900 2220-EXIT.
071000     EXIT.
071100
071200*****************************************************************
071300* 2600-FIND-FIRST-BDAY - POSITION OF THE FIRST BUSINESS DAY ON  *
071400* OR AFTER GLI-FIND-DATE; ZERO WHEN THE DATE IS PAST THE END OF *
071500* THE LOADED CALENDAR.                                          *
071600*****************************************************************
071700 2600-FIND-FIRST-BDAY.
071800     MOVE ZERO TO GLI-BD-INDEX
071900     PERFORM 2610-TEST-ONE-BDAY THRU 2610-EXIT
072000         VARYING GLI-SCAN-INDEX FROM 1 BY 1
072100         UNTIL GLI-SCAN-INDEX > GLI-BD-COUNT
072200            OR GLI-BD-INDEX > ZERO.
072300 2600-EXIT.
072400     EXIT.
072500
072600*****************************************************************
072700* 2610-TEST-ONE-BDAY                                            *
072800*****************************************************************
072900 2610-TEST-ONE-BDAY.
073000     IF GLI-BD-DATE(GLI-SCAN-INDEX) >= GLI-FIND-DATE
073100         MOVE GLI-SCAN-INDEX TO GLI-BD-INDEX
073200     END-IF.
073300 2610-EXIT.
073400     EXIT.
073500
073600*****************************************************************
073700* 3000-WRITE-CARDS - ONE GROWACT CARD PER DAILY COUNT FOR EACH  *
073800* ACTIVE SERIES OF ITS COHORT, SERIES BY SERIES IN REQUEST-KEY  *
073900* ORDER SO GROWAINT FETCHES EACH STORED SERIES ONCE.  THEN ONE  *
074000* CONTROL-REPORT LINE PER DAILY COUNT.                          *
074100*****************************************************************
074200 3000-WRITE-CARDS.
074300     MOVE 1 TO GLI-REQ-INDEX
074400     PERFORM 3100-WRITE-ONE-SERIES THRU 3100-EXIT
074500         UNTIL GLI-REQ-INDEX > GLI-REQ-COUNT
074600     MOVE 1 TO GLI-AGG-INDEX
074700     PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT
074800         UNTIL GLI-AGG-INDEX > GLI-AGG-COUNT.
074900 3000-EXIT.
075000     EXIT.
075100
075200*****************************************************************
075300* 3100-WRITE-ONE-SERIES                                         *
075400*****************************************************************
075500 3100-WRITE-ONE-SERIES.
075600     MOVE 1 TO GLI-AGG-INDEX
075700     PERFORM 3200-WRITE-ONE-CARD THRU 3200-EXIT
075800         UNTIL GLI-AGG-INDEX > GLI-AGG-COUNT
075900     ADD 1 TO GLI-REQ-INDEX.
076000 3100-EXIT.
076100     EXIT.
076200
076300*****************************************************************
076400* 3200-WRITE-ONE-CARD - THE TERM NUMBER IS LEFT ZERO; GROWAINT  *
076500* DERIVES IT FROM THE OBSERVATION DATE.                         *
076600*****************************************************************
076700 3200-WRITE-ONE-CARD.
076800     IF GLI-AG-COHORT(GLI-AGG-INDEX)
076900             NOT = GLI-RQ-COHORT(GLI-REQ-INDEX)
077000         GO TO 3200-ADVANCE
077100     END-IF
077200     MOVE SPACES TO GAC-ACTUAL-REC
077300     MOVE GLI-AG-COHORT(GLI-AGG-INDEX) TO GAC-COHORT-ID
077400     MOVE GLI-RQ-MODE(GLI-REQ-INDEX)   TO GAC-MODE
077500     MOVE GLI-RQ-LIMIT(GLI-REQ-INDEX)  TO GAC-LIMIT
077600     MOVE GLI-RQ-RATE(GLI-REQ-INDEX)   TO GAC-GROWTH-RATE
077700     MOVE GLI-AG-DATE(GLI-AGG-INDEX)   TO GAC-OBS-DATE
077800     MOVE ZERO                         TO GAC-TERM-NO
077900     MOVE GLI-AG-CASES(GLI-AGG-INDEX)  TO GAC-ACTUAL-COUNT
078000     WRITE GAC-ACTUAL-REC
078100     ADD 1 TO GLI-CARD-COUNT.
078200 3200-ADVANCE.
078300     ADD 1 TO GLI-AGG-INDEX.
078400 3200-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800* 4000-WRITE-REJECT - REASON CODE, REASON TEXT AND THE          *
078900* UNTOUCHED ROW IMAGE, AND THE COUNT FOR ITS REASON.            *
079000*****************************************************************
079100 4000-WRITE-REJECT.
079200     MOVE SPACES          TO GLI-REJECT-REC
079300     MOVE GLI-REASON-CODE TO GLI-REJ-REASON-CODE
079400     MOVE GLI-REASON-TEXT TO GLI-REJ-REASON-TEXT
079500     MOVE GLB-CASE-REC    TO GLI-REJ-CASE
079600     WRITE GLI-REJECT-REC
079700     ADD 1 TO GLI-REJECT-COUNT
079800     EVALUATE GLI-REASON-CODE
079900         WHEN "C001"
080000             ADD 1 TO GLI-REJ-MISSING-COUNT
080100         WHEN "C002"
080200             ADD 1 TO GLI-REJ-DUP-COUNT
080300         WHEN "D002"
080400             ADD 1 TO GLI-REJ-FUTURE-COUNT
080433         WHEN "D006"
080466             ADD 1 TO GLI-REJ-LATE-COUNT
080500         WHEN "U001"
080600             ADD 1 TO GLI-REJ-UNMAPPED-COUNT
080700         WHEN "K001"
080800             ADD 1 TO GLI-REJ-NOSERIES-COUNT
080900         WHEN "T001"
081000             ADD 1 TO GLI-REJ-FULL-COUNT
081100         WHEN OTHER
081200             ADD 1 TO GLI-REJ-DATE-COUNT
081300     END-EVALUATE
081400     IF RETURN-CODE < 4
081500         MOVE 4 TO RETURN-CODE
081600     END-IF.
081700 4000-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100* 4100-WRITE-HEADERS                                            *
082200*****************************************************************
082300 4100-WRITE-HEADERS.
082400     ADD 1 TO GLI-PAGE-COUNT
082500     MOVE SPACES TO GLI-TITLE-LINE
082600     STRING "COVID-19 LAB-REPORT INTAKE - CONTROL REPORT"
082700         DELIMITED BY SIZE
082800         "   PAGE " DELIMITED BY SIZE
082900         GLI-PAGE-COUNT DELIMITED BY SIZE
083000         INTO GLI-TITLE-LINE
083100     END-STRING
083200     WRITE GLI-RPT-LINE FROM GLI-TITLE-LINE AFTER ADVANCING PAGE
083300     MOVE SPACES TO GLI-INFO-LINE
083400     STRING "RUN DATE: " DELIMITED BY SIZE
083500         GLI-RUN-DATE DELIMITED BY SIZE
083600         "   CASES COUNTED BY REPORT DATE, ON THE NEXT "
083700         DELIMITED BY SIZE
083800         "BUSINESS DAY WHEN NOT ONE ITSELF" DELIMITED BY SIZE
083900         INTO GLI-INFO-LINE
084000     END-STRING
084100     WRITE GLI-RPT-LINE FROM GLI-INFO-LINE AFTER ADVANCING 2 LINES
084200     MOVE SPACES TO GLI-COLUMN-HDR-LINE
084300     STRING "  COHORT       OBS DATE           CASES COUNTED"
084400         DELIMITED BY SIZE
084500         "   SERIES" DELIMITED BY SIZE
084600         INTO GLI-COLUMN-HDR-LINE
084700     END-STRING
084800     WRITE GLI-RPT-LINE FROM GLI-COLUMN-HDR-LINE
084900         AFTER ADVANCING 2 LINES
085000     MOVE ZERO TO GLI-REPORT-LINE-COUNT.
085100 4100-EXIT.
085200     EXIT.
085300
085400*****************************************************************
085500* 4150-CHECK-PAGE-BREAK - SHARED BY EVERY PARAGRAPH THAT        *
085600* WRITES A REPORT LINE.                                         *
085700*****************************************************************
085800 4150-CHECK-PAGE-BREAK.
085900     IF GLI-REPORT-LINE-COUNT >= GLI-LINES-PER-PAGE
086000         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
086100     END-IF.
086200 4150-EXIT.
086300     EXIT.
086400
086500*****************************************************************
086600* 4200-WRITE-DETAIL-LINE - ONE DAILY COUNT AND THE NUMBER OF    *
086700* SERIES IT WAS WRITTEN FOR.                                    *
086800*****************************************************************
086900 4200-WRITE-DETAIL-LINE.
087000     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
087100     MOVE GLI-AG-COHORT(GLI-AGG-INDEX) TO GLI-DTL-COHORT
087200     MOVE GLI-AG-DATE(GLI-AGG-INDEX)   TO GLI-DTL-DATE
087300     MOVE GLI-AG-CASES(GLI-AGG-INDEX)  TO GLI-DTL-CASES
087400     MOVE GLI-AG-SERIES(GLI-AGG-INDEX) TO GLI-DTL-SERIES
087500     WRITE GLI-RPT-LINE FROM GLI-DETAIL-LINE
087600         AFTER ADVANCING 1 LINE
087700     ADD 1 TO GLI-REPORT-LINE-COUNT
087800     ADD 1 TO GLI-AGG-INDEX.
087900 4200-EXIT.
088000     EXIT.
088100
088200*****************************************************************
088300* 4300-WRITE-TOTAL-LINE - ONE LABELLED CONTROL TOTAL.           *
088400*****************************************************************
088500 4300-WRITE-TOTAL-LINE.
088600     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
088700     MOVE GLI-TOTAL-VALUE TO GLI-TOT-VALUE
088800     WRITE GLI-RPT-LINE FROM GLI-TOTAL-LINE
088900         AFTER ADVANCING 1 LINE
089000     ADD 1 TO GLI-REPORT-LINE-COUNT.
089100 4300-EXIT.
089200     EXIT.
089300
089400*****************************************************************
089500* 9000-TERMINATE - THE CONTROL TOTALS (ROWS READ, ACCEPTED AND  *
089600* REJECTED BY REASON, CARDS WRITTEN), THE TRAILER, CLOSES AND   *
089700* THE CONSOLE SUMMARY.                                          *
089800*****************************************************************
089900 9000-TERMINATE.
090000     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
090100     MOVE SPACES TO GLI-MESSAGE-LINE
090200     MOVE "CONTROL TOTALS" TO GLI-MESSAGE-LINE
090300     WRITE GLI-RPT-LINE FROM GLI-MESSAGE-LINE
090400         AFTER ADVANCING 2 LINES
090500     ADD 2 TO GLI-REPORT-LINE-COUNT
090600     MOVE "EXTRACT ROWS READ" TO GLI-TOT-LABEL
090700     MOVE GLI-CASE-COUNT TO GLI-TOTAL-VALUE
090800     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
090900     MOVE "CASES ACCEPTED AND COUNTED" TO GLI-TOT-LABEL
091000     MOVE GLI-ACCEPT-COUNT TO GLI-TOTAL-VALUE
091100     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
091200     MOVE "  COUNTED ON THE NEXT BUSINESS DAY"
091300         TO GLI-TOT-LABEL
091400     MOVE GLI-ROLLED-COUNT TO GLI-TOTAL-VALUE
091500     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
091600     MOVE "ROWS REJECTED" TO GLI-TOT-LABEL
091700     MOVE GLI-REJECT-COUNT TO GLI-TOTAL-VALUE
091800     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
091900     MOVE "  C001 CASE ID MISSING" TO GLI-TOT-LABEL
092000     MOVE GLI-REJ-MISSING-COUNT TO GLI-TOTAL-VALUE
092100     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
092200     MOVE "  C002 DUPLICATE CASE ID" TO GLI-TOT-LABEL
092300     MOVE GLI-REJ-DUP-COUNT TO GLI-TOTAL-VALUE
092400     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
092500     MOVE "  D002 FUTURE-DATED REPORT" TO GLI-TOT-LABEL
092600     MOVE GLI-REJ-FUTURE-COUNT TO GLI-TOTAL-VALUE
092700     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
092800     MOVE "  D001/D003-D005 BAD OR OFF-CALENDAR DATE"
092900         TO GLI-TOT-LABEL
093000     MOVE GLI-REJ-DATE-COUNT TO GLI-TOTAL-VALUE
093100     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
093120     MOVE "  D006 LATE REPORT - PRIOR DAY ALREADY LOADED"
093140         TO GLI-TOT-LABEL
093160     MOVE GLI-REJ-LATE-COUNT TO GLI-TOTAL-VALUE
093180     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
093200     MOVE "  U001 COUNTY NOT ON CROSSWALK" TO GLI-TOT-LABEL
093300     MOVE GLI-REJ-UNMAPPED-COUNT TO GLI-TOTAL-VALUE
093400     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
093500     MOVE "  K001 NO ACTIVE SERIES FOR COHORT" TO GLI-TOT-LABEL
093600     MOVE GLI-REJ-NOSERIES-COUNT TO GLI-TOTAL-VALUE
093700     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
093800     MOVE "  T001 DAILY COUNT TABLE FULL" TO GLI-TOT-LABEL
093900     MOVE GLI-REJ-FULL-COUNT TO GLI-TOTAL-VALUE
094000     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
094100     MOVE "COHORT-DAYS COUNTED" TO GLI-TOT-LABEL
094200     MOVE GLI-AGG-COUNT TO GLI-TOTAL-VALUE
094300     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
094400     MOVE "ACTUALS CARDS WRITTEN" TO GLI-TOT-LABEL
094500     MOVE GLI-CARD-COUNT TO GLI-TOTAL-VALUE
094600     PERFORM 4300-WRITE-TOTAL-LINE THRU 4300-EXIT
094700     MOVE SPACES TO GLI-MESSAGE-LINE
094800     STRING "*** END OF LAB-REPORT INTAKE - " DELIMITED BY SIZE
094900         GLI-CASE-COUNT DELIMITED BY SIZE
095000         " ROW(S) READ, " DELIMITED BY SIZE
095100         GLI-REJECT-COUNT DELIMITED BY SIZE
095200         " REJECTED, " DELIMITED BY SIZE
095300         GLI-CARD-COUNT DELIMITED BY SIZE
095400         " CARD(S) WRITTEN ***" DELIMITED BY SIZE
095500         INTO GLI-MESSAGE-LINE
095600     END-STRING
095700     WRITE GLI-RPT-LINE FROM GLI-MESSAGE-LINE
095800         AFTER ADVANCING 2 LINES
095900     CLOSE LABCASE-FILE
096000     CLOSE LABACT-FILE
096100     CLOSE LABREJ-FILE
096200     CLOSE LABRPT-FILE
096300     DISPLAY "GROWTH-LAB-INTAKE - " GLI-CASE-COUNT
096400         " ROW(S) READ, " GLI-ACCEPT-COUNT " ACCEPTED, "
096500         GLI-REJECT-COUNT " REJECTED"
096600     DISPLAY "GROWTH-LAB-INTAKE - " GLI-AGG-COUNT
096700         " COHORT-DAY(S), " GLI-CARD-COUNT
096800         " ACTUALS CARD(S) WRITTEN".
096900 9000-EXIT.
097000     EXIT.
