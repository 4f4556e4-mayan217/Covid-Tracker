000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-ROLLUP.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  THE STEP027 ROLLUP STEP.  *
001000*                   READS THE DATED PROJECTION FILE (GROWPRJ)   *
001100*                   WRITTEN BY STEP020 AND SUMS EACH DATE'S     *
001200*                   PROJECTED COUNT ACROSS COHORTS - ONCE FOR   *
001300*                   THE STATEWIDE TOTAL OF EVERY ACTIVE COHORT, *
001400*                   AND ONCE FOR EACH REGION GROUP DEFINED ON   *
001500*                   THE REGNGRP MEMBERSHIP CARDS (GROWGRP).     *
001600*                   SERIES ARE ONLY SUMMED WITH OTHER SERIES OF *
001700*                   THE SAME MODE, LIMIT AND RATE, SO ONE TOTAL *
001800*                   IS NEVER A MIX OF TWO DIFFERENT REQUESTS.   *
001900*                   THE PER-100K RATE IS RECOMPUTED ON THE      *
002000*                   GROUP'S SUMMED POPULATION, NOT AVERAGED.    *
002100*                   WRITES A ROLLUP EXTRACT IN THE GROWPRJ      *
002200*                   LAYOUT WITH THE GROUP ID IN THE COHORT      *
002300*                   SLOT, AND A REPORT HEADED BY GROUP.  A      *
002400*                   COHORT MISSING FROM THE MASTER, OR A BAD    *
002500*                   GROUP CARD, SETS RETURN-CODE 4.             *
002510*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002520*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002530*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002540*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002550*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002552*   2026-10-15 DLH  THE TOTALS NOW SPAN EVERY REQUEST: A        *
002554*                   GROUP'S TOTAL IS KEYED ON THE GROUP ALONE   *
002556*                   AND SUMMED BY PROJECTED DATE, NOT BY        *
002558*                   MODE/LIMIT/RATE AND TERM, SO COHORTS RUN    *
002560*                   UNDER DIFFERENT REQUESTS NOW ADD UP.  EACH  *
002562*                   COHORT COUNTS ONCE PER DATE: ITS FIRST      *
002564*                   SERIES ON THE PROJECTION FILE (REQUEST      *
002566*                   ORDER) SUPPLIES EVERY DATE IT COVERS, A     *
002568*                   LATER SERIES OF THE SAME COHORT ONLY THE    *
002570*                   DATES PAST THAT, AND ITS POPULATION IS      *
002572*                   ADDED ONCE.  A TERM OFF THE END OF THE      *
002574*                   CALENDAR HAS NO DATE AND IS LEFT OUT        *
002576*                   (COUNTED ON THE TRAILER).  THE ROLLUP       *
002578*                   EXTRACT CARRIES THE BUSINESS-DAY NUMBER IN  *
002580*                   THE TERM SLOT AND A BLANK MODE, ZERO LIMIT  *
002582*                   AND ZERO RATE.                              *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PROJIN-FILE ASSIGN TO PROJIN
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS GRU-PROJIN-STATUS.
003300
003400     SELECT COHMAST-FILE ASSIGN TO COHMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS GRC-COHORT-ID
003800         FILE STATUS IS GRU-COHMAST-STATUS.
003900
004000     SELECT REGNGRP-FILE ASSIGN TO REGNGRP
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS GRU-REGNGRP-STATUS.
004300
004400     SELECT ROLLOUT-FILE ASSIGN TO ROLLOUT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS GRU-ROLLOUT-STATUS.
004700
004800     SELECT ROLLRPT-FILE ASSIGN TO ROLLRPT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS GRU-ROLLRPT-STATUS.
005100
005110     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
005120         ORGANIZATION IS SEQUENTIAL
005130         FILE STATUS IS GRU-RUNINFO-STATUS.
005140
005200 DATA DIVISION.
005300 FILE SECTION.
005400*****************************************************************
005500* PROJIN - THE DATED PROJECTION FILE, ONE RECORD PER TERM IN    *
005600* SERIES/TERM ORDER.  LAYOUT IS SHARED VIA THE GROWPRJ          *
005700* COPYBOOK.                                                     *
005800*****************************************************************
005900 FD  PROJIN-FILE
006000     LABEL RECORDS ARE STANDARD.
006100     COPY GROWPRJ.
006200
006300*****************************************************************
006400* COHMAST - KEYED COHORT MASTER (VSAM KSDS).  LAYOUT IS SHARED  *
006500* VIA THE GROWCOH COPYBOOK.                                     *
006600*****************************************************************
006700 FD  COHMAST-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY GROWCOH.
007000
007100*****************************************************************
007200* REGNGRP - REGION-GROUP MEMBERSHIP CARDS.  LAYOUT IS SHARED VIA*
007300* THE GROWGRP COPYBOOK.                                         *
007400*****************************************************************
007500 FD  REGNGRP-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY GROWGRP.
007800
007900*****************************************************************
008000* ROLLOUT - THE ROLLUP EXTRACT.  SAME LAYOUT AS THE DATED       *
008100* PROJECTION FILE SO THE DOWNSTREAM CONSUMERS CAN READ A GROUP  *
008200* TOTAL EXACTLY AS THEY READ A COHORT; THE GROUP ID GOES IN THE *
008250* COHORT SLOT AND THE BUSINESS-DAY NUMBER OF THE DATE IN THE    *
008300* TERM SLOT.  A TOTAL SPANS EVERY REQUEST, SO THE MODE IS BLANK *
008350* AND THE LIMIT AND RATE ARE ZERO.                              *
008400*****************************************************************
008500 FD  ROLLOUT-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GROWPRJ REPLACING
008800         ==01  GPJ-PROJECTION-REC== BY ==01  GRO-ROLLUP-REC==
008900         ==05  GPJ-COHORT-ID==      BY ==05  GRO-GROUP-ID==
009000         ==05  GPJ-MODE==           BY ==05  GRO-MODE==
009100         ==05  GPJ-LIMIT==          BY ==05  GRO-LIMIT==
009200         ==05  GPJ-GROWTH-RATE==    BY ==05  GRO-GROWTH-RATE==
009300         ==05  GPJ-TERM-NO==        BY ==05  GRO-TERM-NO==
009400         ==05  GPJ-PROJ-DATE==      BY ==05  GRO-PROJ-DATE==
009500         ==05  GPJ-VALUE-WIDE==     BY ==05  GRO-VALUE-WIDE==
009600         ==05  GPJ-POPULATION==     BY ==05  GRO-POPULATION==
009700         ==05  GPJ-PER-100K==       BY ==05  GRO-PER-100K==
009800         ==05  GPJ-OVERFLOW-SW==    BY ==05  GRO-OVERFLOW-SW==
009900         ==88  GPJ-OVERFLOWED==     BY ==88  GRO-OVERFLOWED==
010000         ==88  GPJ-NOT-OVERFLOWED== BY ==88  GRO-NOT-OVERFLOWED==
010100         ==05  GPJ-OFF-CAL-SW==     BY ==05  GRO-OFF-CAL-SW==
010200         ==88  GPJ-OFF-CALENDAR==   BY ==88  GRO-OFF-CALENDAR==
010300         ==88  GPJ-ON-CALENDAR==    BY ==88  GRO-ON-CALENDAR==.
010400
010500*****************************************************************
010600* ROLLRPT - THE PRINT-IMAGE ROLLUP REPORT.                      *
010700*****************************************************************
010800 FD  ROLLRPT-FILE
010900     LABEL RECORDS ARE STANDARD.
011000 01  GRU-RPT-LINE                    PIC X(133).
011100
011110*****************************************************************
011120* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
011130* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
011140* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
011150*****************************************************************
011160 FD  RUNINFO-FILE
011170     LABEL RECORDS ARE STANDARD.
011180     COPY GROWRUN.
011190
011200 WORKING-STORAGE SECTION.
011300*****************************************************************
011400* SWITCHES                                                      *
011500*****************************************************************
011600 01  GRU-SWITCHES.
011700     05  GRU-EOF-SW                  PIC X(01) VALUE "N".
011800         88  GRU-EOF                  VALUE "Y".
011900     05  GRU-GRP-EOF-SW              PIC X(01) VALUE "N".
012000         88  GRU-GRP-EOF              VALUE "Y".
012100     05  GRU-COHORT-OK-SW            PIC X(01) VALUE "N".
012200         88  GRU-COHORT-OK            VALUE "Y".
012300     05  GRU-FIRST-KEY-SW            PIC X(01) VALUE "Y".
012400         88  GRU-FIRST-KEY            VALUE "Y".
012500     05  GRU-FOUND-SW                PIC X(01) VALUE "N".
012600         88  GRU-FOUND                VALUE "Y".
012633     05  GRU-NEW-COHORT-SW           PIC X(01) VALUE "N".
012666         88  GRU-NEW-COHORT           VALUE "Y".
012700
012800*****************************************************************
012900* CURRENT AND PREVIOUS REQUEST KEY - A CHANGE OF KEY ON THE     *
013000* PROJECTION FILE LOOKS THE NEW COHORT UP ON THE MASTER AND     *
013100* WORKS OUT WHICH ROLLUP SLOTS ITS TERMS ARE ADDED INTO.        *
013200*****************************************************************
013300 01  GRU-CURR-KEY.
013400     05  GRU-CK-COHORT               PIC X(08).
013500     05  GRU-CK-MODE                 PIC X(01).
013600     05  GRU-CK-LIMIT                PIC 9(05).
013700     05  GRU-CK-RATE                 PIC S9(03)V9(02).
013800 01  GRU-PREV-KEY                    PIC X(19).
013900 01  GRU-COHORT-POP                  PIC 9(09).
014000
014100*****************************************************************
014200* REGION GROUPS.  ENTRY 1 IS ALWAYS THE BUILT-IN STATEWIDE      *
014300* GROUP (EVERY ACTIVE COHORT, NO CARDS NEEDED); THE REST ARE    *
014400* LOADED FROM THE REGNGRP CARDS IN THE ORDER FIRST SEEN, WHICH  *
014500* IS ALSO THE ORDER THEY PRINT IN.                              *
014600*****************************************************************
014700 01  GRU-GROUP-TABLE.
014800     05  GRU-GROUP-ENTRY             OCCURS 20 TIMES.
014900         10  GRU-GT-ID               PIC X(08).
015000         10  GRU-GT-NAME             PIC X(30).
015100         10  GRU-GT-MEMBERS          PIC 9(03).
015200 01  GRU-GROUP-MAX                   PIC 9(03) VALUE 20.
015300 01  GRU-GROUP-COUNT                 PIC 9(03) VALUE ZERO.
015400 01  GRU-GROUP-INDEX                 PIC 9(03).
015500 01  GRU-GROUP-NO                    PIC 9(03).
015600 01  GRU-STATE-ID                    PIC X(08) VALUE "STATE".
015700
015800*****************************************************************
015900* GROUP MEMBERSHIP - ONE ENTRY PER (GROUP, COHORT) CARD.        *
016000*****************************************************************
016100 01  GRU-MEMBER-TABLE.
016200     05  GRU-MEMBER-ENTRY            OCCURS 200 TIMES.
016300         10  GRU-MT-GROUP-NO         PIC 9(03).
016400         10  GRU-MT-COHORT           PIC X(08).
016500 01  GRU-MEMBER-MAX                  PIC 9(03) VALUE 200.
016600 01  GRU-MEMBER-COUNT                PIC 9(03) VALUE ZERO.
016700 01  GRU-MEMBER-INDEX                PIC 9(03).
016800
016900*****************************************************************
016980* CONTRIBUTING COHORTS - ONE ENTRY PER ACTIVE COHORT SEEN ON    *
017060* THE PROJECTION FILE, WITH THE LAST DATE IT HAS SUPPLIED.  A   *
017140* COHORT COUNTS ONCE PER DATE: ITS FIRST SERIES SUPPLIES EVERY  *
017220* DATE IT COVERS, AND A LATER SERIES OF THE SAME COHORT         *
017300* (ANOTHER MODE, LIMIT OR RATE) ONLY THE DATES PAST THAT, SO NO *
017380* COHORT'S CASES ARE COUNTED TWICE IN ONE TOTAL.                *
017460*****************************************************************
017540 01  GRU-COHORT-TABLE.
017620     05  GRU-COHORT-ENTRY            OCCURS 200 TIMES.
017700         10  GRU-CH-ID               PIC X(08).
017780         10  GRU-CH-LAST-DATE        PIC 9(08).
017860 01  GRU-COHORT-MAX                  PIC 9(03) VALUE 200.
017940 01  GRU-COHORT-COUNT                PIC 9(03) VALUE ZERO.
018020 01  GRU-COHORT-INDEX                PIC 9(03).
018100 01  GRU-COHORT-NO                   PIC 9(03).
018180
018260*****************************************************************
018340* ROLLUP SLOTS - ONE PER GROUP (SLOT N IS GROUP N), HOLDING THE *
018420* SUMMED POPULATION OF ITS CONTRIBUTING COHORTS AND THE SUMMED  *
018500* VALUE FOR EVERY PROJECTED DATE (DATE N OF THE DATE TABLE).    *
018580* EVERY REQUEST RUN FOR THE GROUP'S COHORTS FEEDS THE ONE SLOT. *
018660*****************************************************************
018740 01  GRU-SLOT-TABLE.
018820     05  GRU-SLOT-ENTRY              OCCURS 20 TIMES.
018900         10  GRU-SL-COHORTS          PIC 9(05).
018980         10  GRU-SL-POPULATION       PIC 9(09).
019060         10  GRU-SL-DATE-ENTRY       OCCURS 366 TIMES.
019140             15  GRU-SL-VALUE        PIC S9(16)V9(02) COMP-3.
019220             15  GRU-SL-SET-SW       PIC X(01).
019300                 88  GRU-SL-SET        VALUE "Y".
019380             15  GRU-SL-OVERFLOW-SW  PIC X(01).
019460                 88  GRU-SL-OVERFLOWED VALUE "Y".
019540 01  GRU-SLOT-NO                     PIC 9(03).
019620
019700*****************************************************************
019780* SLOTS THE CURRENT SERIES IS ADDED INTO - THE STATEWIDE SLOT   *
019860* PLUS ONE FOR EACH GROUP THE COHORT BELONGS TO.                *
019940*****************************************************************
020020 01  GRU-TARGET-TABLE.
020100     05  GRU-TG-SLOT                 PIC 9(03) OCCURS 20 TIMES.
020180 01  GRU-TARGET-COUNT                PIC 9(03) VALUE ZERO.
020260 01  GRU-TARGET-INDEX                PIC 9(03).
020340
020420*****************************************************************
020500* PROJECTED DATES IN THE ORDER FIRST SEEN.  EVERY SERIES MAPS   *
020580* ITS TERMS TO THE SAME RUN OF BUSINESS DAYS FROM THE RUN DATE, *
020660* SO THE DATES ARRIVE IN ASCENDING ORDER AND DATE N IS BUSINESS *
020740* DAY N.                                                        *
020820*****************************************************************
020900 01  GRU-DATE-TABLE.
020980     05  GRU-DT-DATE                 PIC 9(08) OCCURS 366 TIMES.
021060 01  GRU-MAX-DATES                   PIC 9(05) VALUE 366.
021140 01  GRU-DATE-COUNT                  PIC 9(05) VALUE ZERO.
021220 01  GRU-DATE-INDEX                  PIC 9(05).
021300 01  GRU-DATE-NO                     PIC 9(05).
021500
021600*****************************************************************
021700* WORK COUNTERS                                                 *
021800*****************************************************************
021900 01  GRU-PROJ-COUNT                  PIC 9(07) VALUE ZERO.
022000 01  GRU-CARD-COUNT                  PIC 9(05) VALUE ZERO.
022100 01  GRU-ROLL-COUNT                  PIC 9(07) VALUE ZERO.
022200 01  GRU-SKIPPED-COUNT               PIC 9(07) VALUE ZERO.
022300 01  GRU-SERIES-COUNT                PIC 9(05) VALUE ZERO.
022333 01  GRU-COVERED-COUNT               PIC 9(07) VALUE ZERO.
022366 01  GRU-OFF-CAL-COUNT               PIC 9(07) VALUE ZERO.
022400
022500*****************************************************************
022600* RUN-DATE AND REPORT PAGINATION                                *
022700*****************************************************************
022800 01  GRU-RUN-DATE                    PIC 9(08).
022900 01  GRU-PAGE-COUNT                  PIC 9(03) VALUE ZERO.
023000 01  GRU-REPORT-LINE-COUNT           PIC 9(03) VALUE ZERO.
023100 01  GRU-LINES-PER-PAGE              PIC 9(03) VALUE 20.
023200
023300*****************************************************************
023400* FILE STATUS CODES                                             *
023500*****************************************************************
023600 01  GRU-PROJIN-STATUS               PIC X(02).
023700 01  GRU-COHMAST-STATUS              PIC X(02).
023800 01  GRU-REGNGRP-STATUS              PIC X(02).
023900 01  GRU-ROLLOUT-STATUS              PIC X(02).
024000 01  GRU-ROLLRPT-STATUS              PIC X(02).
024010 01  GRU-RUNINFO-STATUS              PIC X(02).
024100
024200*****************************************************************
024300* REPORT LINE LAYOUTS                                           *
024400*****************************************************************
024500 01  GRU-TITLE-LINE                  PIC X(133).
024600 01  GRU-INFO-LINE                   PIC X(133).
024700 01  GRU-COLUMN-HDR-LINE             PIC X(133).
024800 01  GRU-MESSAGE-LINE                PIC X(133).
025000 01  GRU-HDR-POP-DISP                PIC ZZZ,ZZZ,ZZ9.
025100 01  GRU-HDR-COHORTS-DISP            PIC ZZZZ9.
025200 01  GRU-DETAIL-LINE.
025300     05  FILLER                      PIC X(02) VALUE SPACES.
025400     05  GRU-DTL-TERM-NO             PIC ZZZZ9.
025500     05  FILLER                      PIC X(05) VALUE SPACES.
025600     05  GRU-DTL-DATE                PIC 9(08).
025700     05  FILLER                      PIC X(05) VALUE SPACES.
025800     05  GRU-DTL-VALUE               PIC -Z(15)9.99.
025900     05  FILLER                      PIC X(05) VALUE SPACES.
026000     05  GRU-DTL-PER-100K            PIC Z(06)9.99.
026100     05  FILLER                      PIC X(04) VALUE SPACES.
026200     05  GRU-DTL-FLAG                PIC X(20) VALUE SPACES.
026300     05  FILLER                      PIC X(49) VALUE SPACES.
026400
026500 PROCEDURE DIVISION.
026600*****************************************************************
026700* 0000-MAINLINE - ADD EVERY DATED PROJECTION TERM INTO THE      *
026800* STATEWIDE AND REGION-GROUP TOTALS, THEN WRITE THE TOTALS.     *
026900*****************************************************************
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     PERFORM 2000-PROCESS-ONE-PROJECTION THRU 2000-EXIT
027300         UNTIL GRU-EOF.
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027500     STOP RUN.
027600
027700*****************************************************************
027800* 1000-INITIALIZE - OPEN ALL FILES, LOAD THE GROUP CARDS AND    *
027900* PRIME THE INPUT.  EVERY OPEN IS STATUS-CHECKED.               *
028000*****************************************************************
028100 1000-INITIALIZE.
028200     OPEN INPUT  PROJIN-FILE
028300     IF GRU-PROJIN-STATUS NOT = "00"
028400         DISPLAY "GROWTH-ROLLUP - ERROR OPENING PROJIN - "
028500             "STATUS " GRU-PROJIN-STATUS
028600         GO TO 1000-ABEND
028700     END-IF
028800     OPEN INPUT  COHMAST-FILE
028900     IF GRU-COHMAST-STATUS NOT = "00"
029000         DISPLAY "GROWTH-ROLLUP - ERROR OPENING COHMAST - "
029100             "STATUS " GRU-COHMAST-STATUS
029200         GO TO 1000-ABEND
029300     END-IF
029400     OPEN INPUT  REGNGRP-FILE
029500     IF GRU-REGNGRP-STATUS NOT = "00"
029600         DISPLAY "GROWTH-ROLLUP - ERROR OPENING REGNGRP - "
029700             "STATUS " GRU-REGNGRP-STATUS
029800         GO TO 1000-ABEND
029900     END-IF
030000     OPEN OUTPUT ROLLOUT-FILE
030100     IF GRU-ROLLOUT-STATUS NOT = "00"
030200         DISPLAY "GROWTH-ROLLUP - ERROR OPENING ROLLOUT - "
030300             "STATUS " GRU-ROLLOUT-STATUS
030400         GO TO 1000-ABEND
030500     END-IF
030600     OPEN OUTPUT ROLLRPT-FILE
030700     IF GRU-ROLLRPT-STATUS NOT = "00"
030800         DISPLAY "GROWTH-ROLLUP - ERROR OPENING ROLLRPT - "
030900             "STATUS " GRU-ROLLRPT-STATUS
031000         GO TO 1000-ABEND
031100     END-IF
031110     OPEN INPUT  RUNINFO-FILE
031120     IF GRU-RUNINFO-STATUS NOT = "00"
031130         DISPLAY "GROWTH-ROLLUP - ERROR OPENING RUNINFO - "
031140             "STATUS " GRU-RUNINFO-STATUS
031150         GO TO 1000-ABEND
031160     END-IF
031200     ACCEPT GRU-RUN-DATE FROM DATE YYYYMMDD
031210     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
031300     INITIALIZE GRU-DATE-TABLE
031350     INITIALIZE GRU-SLOT-TABLE
031400     MOVE 1 TO GRU-GROUP-COUNT
031500     MOVE GRU-STATE-ID TO GRU-GT-ID(1)
031600     MOVE "STATEWIDE - ALL ACTIVE COHORTS" TO GRU-GT-NAME(1)
031700     MOVE ZERO TO GRU-GT-MEMBERS(1)
031800     PERFORM 1100-LOAD-GROUP-CARD THRU 1100-EXIT
031900         UNTIL GRU-GRP-EOF
032000     CLOSE REGNGRP-FILE
032100     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
032200     PERFORM 1200-READ-NEXT-PROJECTION THRU 1200-EXIT
032300     GO TO 1000-EXIT.
032400 1000-ABEND.
032500     MOVE 16 TO RETURN-CODE
032600     DISPLAY "GROWTH-ROLLUP - INITIALIZATION FAILED - "
032700         "JOB ABENDING".
032800     STOP RUN.
032900 1000-EXIT.
033000     EXIT.
033100
033103*****************************************************************
033106* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
033109* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
033112* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
033115* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
033118* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
033121* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
033124*****************************************************************
033127 1040-READ-RUNINFO.
033130     READ RUNINFO-FILE
033133         AT END
033136             GO TO 1040-CLOSE
033139     END-READ
033142     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
033145         GO TO 1040-CLOSE
033148     END-IF
033151     IF GRN-ASOF-DATE-X NOT NUMERIC
033154         OR GRN-ASOF-DATE > GRU-RUN-DATE
033157         DISPLAY "GROWTH-ROLLUP - RUNINFO AS-OF DATE '"
033160             GRN-ASOF-DATE-X "' INVALID"
033163         MOVE 16 TO RETURN-CODE
033166         DISPLAY "GROWTH-ROLLUP - JOB ABENDING"
033169         STOP RUN
033172     END-IF
033175     MOVE GRN-ASOF-DATE TO GRU-RUN-DATE
033178     DISPLAY "GROWTH-ROLLUP - RERUN AS OF " GRU-RUN-DATE.
033181 1040-CLOSE.
033184     CLOSE RUNINFO-FILE.
033187 1040-EXIT.
033190     EXIT.
033193
033200*****************************************************************
033300* 1100-LOAD-GROUP-CARD - ONE MEMBERSHIP CARD.  A CARD WITH NO   *
033400* GROUP OR COHORT, ONE THAT NAMES THE RESERVED STATEWIDE GROUP, *
033500* OR ONE THAT WILL NOT FIT IN THE TABLES IS IGNORED WITH        *
033600* RETURN-CODE 4.  A REPEATED MEMBER IS IGNORED WITH A NOTE -    *
033700* COUNTING IT TWICE WOULD DOUBLE ITS CASES IN THE GROUP TOTAL.  *
033800*****************************************************************
033900 1100-LOAD-GROUP-CARD.
034000     READ REGNGRP-FILE
034100         AT END
034200             MOVE "Y" TO GRU-GRP-EOF-SW
034300             GO TO 1100-EXIT
034400     END-READ
034500     ADD 1 TO GRU-CARD-COUNT
034600     IF GRG-GROUP-ID = SPACES OR GRG-COHORT-ID = SPACES
034700         DISPLAY "GROWTH-ROLLUP - GROUP CARD " GRU-CARD-COUNT
034800             " HAS NO GROUP OR COHORT - IGNORED"
034900         IF RETURN-CODE < 4
035000             MOVE 4 TO RETURN-CODE
035100         END-IF
035200         GO TO 1100-EXIT
035300     END-IF
035400     IF GRG-GROUP-ID = GRU-STATE-ID
035500         DISPLAY "GROWTH-ROLLUP - GROUP CARD " GRU-CARD-COUNT
035600             " NAMES THE RESERVED GROUP '" GRU-STATE-ID
035700             "' - IGNORED"
035800         IF RETURN-CODE < 4
035900             MOVE 4 TO RETURN-CODE
036000         END-IF
036100         GO TO 1100-EXIT
036200     END-IF
036300     PERFORM 1110-FIND-GROUP THRU 1110-EXIT
036400     IF NOT GRU-FOUND
036500         IF GRU-GROUP-COUNT >= GRU-GROUP-MAX
036600             DISPLAY "GROWTH-ROLLUP - GROUP TABLE FULL - GROUP '"
036700                 GRG-GROUP-ID "' IGNORED"
036800             IF RETURN-CODE < 4
036900                 MOVE 4 TO RETURN-CODE
037000             END-IF
037100             GO TO 1100-EXIT
037200         END-IF
037300         ADD 1 TO GRU-GROUP-COUNT
037400         MOVE GRU-GROUP-COUNT TO GRU-GROUP-NO
037500         MOVE GRG-GROUP-ID    TO GRU-GT-ID(GRU-GROUP-NO)
037600         MOVE GRG-GROUP-NAME  TO GRU-GT-NAME(GRU-GROUP-NO)
037700         MOVE ZERO            TO GRU-GT-MEMBERS(GRU-GROUP-NO)
037800     END-IF
037900     PERFORM 1130-FIND-MEMBER THRU 1130-EXIT
038000     IF GRU-FOUND
038100         DISPLAY "GROWTH-ROLLUP - COHORT '" GRG-COHORT-ID
038200             "' REPEATED IN GROUP '" GRG-GROUP-ID "' - IGNORED"
038300         GO TO 1100-EXIT
038400     END-IF
038500     IF GRU-MEMBER-COUNT >= GRU-MEMBER-MAX
038600         DISPLAY "GROWTH-ROLLUP - MEMBER TABLE FULL - COHORT '"
038700             GRG-COHORT-ID "' NOT ADDED TO GROUP '"
038800             GRG-GROUP-ID "'"
038900         IF RETURN-CODE < 4
039000             MOVE 4 TO RETURN-CODE
039100         END-IF
039200         GO TO 1100-EXIT
039300     END-IF
039400     ADD 1 TO GRU-MEMBER-COUNT
039500     MOVE GRU-GROUP-NO  TO GRU-MT-GROUP-NO(GRU-MEMBER-COUNT)
039600     MOVE GRG-COHORT-ID TO GRU-MT-COHORT(GRU-MEMBER-COUNT)
039700     ADD 1 TO GRU-GT-MEMBERS(GRU-GROUP-NO).
039800 1100-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200* 1110-FIND-GROUP - LOOK THE CARD'S GROUP UP IN THE TABLE;      *
040300* LEAVES ITS ENTRY NUMBER IN GRU-GROUP-NO WHEN FOUND.           *
040400*****************************************************************
040500 1110-FIND-GROUP.
040600     MOVE "N" TO GRU-FOUND-SW
040700     MOVE 2 TO GRU-GROUP-INDEX
040800     PERFORM 1120-CHECK-ONE-GROUP THRU 1120-EXIT
040900         UNTIL GRU-GROUP-INDEX > GRU-GROUP-COUNT
041000         OR GRU-FOUND.
041100 1110-EXIT.
041200     EXIT.
041300
041400*****************************************************************
041500* 1120-CHECK-ONE-GROUP                                          *
041600*****************************************************************
041700 1120-CHECK-ONE-GROUP.
041800     IF GRU-GT-ID(GRU-GROUP-INDEX) = GRG-GROUP-ID
041900         MOVE "Y" TO GRU-FOUND-SW
042000         MOVE GRU-GROUP-INDEX TO GRU-GROUP-NO
042100     END-IF
042200     ADD 1 TO GRU-GROUP-INDEX.
042300 1120-EXIT.
042400     EXIT.
042500
042600*****************************************************************
042700* 1130-FIND-MEMBER - IS THIS COHORT ALREADY IN THIS GROUP?      *
042800*****************************************************************
042900 1130-FIND-MEMBER.
043000     MOVE "N" TO GRU-FOUND-SW
043100     MOVE 1 TO GRU-MEMBER-INDEX
043200     PERFORM 1140-CHECK-ONE-MEMBER THRU 1140-EXIT
043300         UNTIL GRU-MEMBER-INDEX > GRU-MEMBER-COUNT
043400         OR GRU-FOUND.
043500 1130-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900* 1140-CHECK-ONE-MEMBER                                         *
044000*****************************************************************
044100 1140-CHECK-ONE-MEMBER.
044200     IF GRU-MT-GROUP-NO(GRU-MEMBER-INDEX) = GRU-GROUP-NO
044300         AND GRU-MT-COHORT(GRU-MEMBER-INDEX) = GRG-COHORT-ID
044400         MOVE "Y" TO GRU-FOUND-SW
044500     END-IF
044600     ADD 1 TO GRU-MEMBER-INDEX.
044700 1140-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100* 1200-READ-NEXT-PROJECTION                                     *
045200*****************************************************************
045300 1200-READ-NEXT-PROJECTION.
045400     READ PROJIN-FILE
045500         AT END
045600             MOVE "Y" TO GRU-EOF-SW
045700         NOT AT END
045800             ADD 1 TO GRU-PROJ-COUNT
045900     END-READ.
046000 1200-EXIT.
046100     EXIT.
046200
046300*****************************************************************
046400* 2000-PROCESS-ONE-PROJECTION - ON A CHANGE OF REQUEST KEY,     *
046500* WORK OUT WHICH TOTALS THE NEW SERIES FEEDS; THEN ADD THIS     *
046600* TERM INTO EACH OF THEM.                                       *
046700*****************************************************************
046800 2000-PROCESS-ONE-PROJECTION.
046900     MOVE GPJ-COHORT-ID   TO GRU-CK-COHORT
047000     MOVE GPJ-MODE        TO GRU-CK-MODE
047100     MOVE GPJ-LIMIT       TO GRU-CK-LIMIT
047200     MOVE GPJ-GROWTH-RATE TO GRU-CK-RATE
047300     IF GRU-FIRST-KEY OR GRU-CURR-KEY NOT = GRU-PREV-KEY
047400         PERFORM 2100-SWITCH-SERIES THRU 2100-EXIT
047500     END-IF
047600     IF GRU-COHORT-OK
047700         PERFORM 3000-ADD-ONE-TERM THRU 3000-EXIT
047800     ELSE
047900         ADD 1 TO GRU-SKIPPED-COUNT
048000     END-IF
048100     PERFORM 1200-READ-NEXT-PROJECTION THRU 1200-EXIT.
048200 2000-EXIT.
048300     EXIT.
048400
048500*****************************************************************
048600* 2100-SWITCH-SERIES - LOOK THE NEW SERIES' COHORT UP ON THE    *
048700* MASTER.  ONLY AN ACTIVE COHORT IS ROLLED UP - AN INACTIVE ONE *
048800* IS LEFT OUT OF EVERY TOTAL WITH A CONSOLE NOTE.  ONLY STATUS  *
048900* 23/14 MEANS "NOT ON THE MASTER" - ANY OTHER NON-ZERO STATUS   *
048965* IS A REAL I/O ERROR AND ABENDS THE JOB.  AN ACTIVE COHORT IS  *
049030* THEN FOUND (OR ADDED) IN THE CONTRIBUTING-COHORT TABLE.       *
049100*****************************************************************
049200 2100-SWITCH-SERIES.
049300     MOVE "N" TO GRU-FIRST-KEY-SW
049400     MOVE GRU-CURR-KEY TO GRU-PREV-KEY
049500     MOVE "N"    TO GRU-COHORT-OK-SW
049600     MOVE GRU-CK-COHORT TO GRC-COHORT-ID
049700     READ COHMAST-FILE
049800         INVALID KEY
049900             CONTINUE
050000     END-READ
050100     EVALUATE GRU-COHMAST-STATUS
050200         WHEN "00"
050300             IF GRC-ACTIVE
050400                 MOVE "Y" TO GRU-COHORT-OK-SW
050500                 MOVE GRC-POPULATION TO GRU-COHORT-POP
050600             ELSE
050700                 DISPLAY "GROWTH-ROLLUP - COHORT '"
050800                     GRU-CK-COHORT "' IS INACTIVE ON THE "
050900                     "COHORT MASTER - LEFT OUT OF THE TOTALS"
051000             END-IF
051100         WHEN "23"
051200         WHEN "14"
051300             DISPLAY "GROWTH-ROLLUP - COHORT '" GRU-CK-COHORT
051400                 "' NOT ON THE COHORT MASTER - SERIES SKIPPED"
051500             IF RETURN-CODE < 4
051600                 MOVE 4 TO RETURN-CODE
051700             END-IF
051800         WHEN OTHER
051900             DISPLAY "GROWTH-ROLLUP - ERROR READING "
052000                 "COHMAST - STATUS " GRU-COHMAST-STATUS
052100             MOVE 16 TO RETURN-CODE
052200             DISPLAY "GROWTH-ROLLUP - JOB ABENDING"
052300             STOP RUN
052400     END-EVALUATE
052500     IF GRU-COHORT-OK
052540         PERFORM 2150-FIND-COHORT THRU 2150-EXIT
052580     END-IF
052620     IF GRU-COHORT-OK
052660         ADD 1 TO GRU-SERIES-COUNT
052700         PERFORM 2200-BUILD-TARGETS THRU 2200-EXIT
052800     END-IF.
052900 2100-EXIT.
053000     EXIT.
053002
053004*****************************************************************
053006* 2150-FIND-COHORT - FIND THE SERIES' COHORT IN THE             *
053008* CONTRIBUTING-COHORT TABLE, OR ADD IT WHEN THIS IS ITS FIRST   *
053010* SERIES ON THE FILE.  A FULL TABLE LEAVES THE SERIES OUT OF    *
053012* EVERY TOTAL, SO IT SETS RETURN-CODE 4.                        *
053014*****************************************************************
053016 2150-FIND-COHORT.
053018     MOVE "N" TO GRU-NEW-COHORT-SW
053020     MOVE "N" TO GRU-FOUND-SW
053022     MOVE 1 TO GRU-COHORT-INDEX
053024     PERFORM 2160-CHECK-ONE-COHORT THRU 2160-EXIT
053026         UNTIL GRU-COHORT-INDEX > GRU-COHORT-COUNT
053028         OR GRU-FOUND
053030     IF GRU-FOUND
053032         GO TO 2150-EXIT
053034     END-IF
053036     IF GRU-COHORT-COUNT >= GRU-COHORT-MAX
053038         DISPLAY "GROWTH-ROLLUP - COHORT TABLE FULL - COHORT '"
053040             GRU-CK-COHORT "' LEFT OUT OF THE TOTALS"
053042         MOVE "N" TO GRU-COHORT-OK-SW
053044         IF RETURN-CODE < 4
053046             MOVE 4 TO RETURN-CODE
053048         END-IF
053050         GO TO 2150-EXIT
053052     END-IF
053054     ADD 1 TO GRU-COHORT-COUNT
053056     MOVE GRU-COHORT-COUNT TO GRU-COHORT-NO
053058     MOVE GRU-CK-COHORT TO GRU-CH-ID(GRU-COHORT-NO)
053060     MOVE ZERO TO GRU-CH-LAST-DATE(GRU-COHORT-NO)
053062     MOVE "Y" TO GRU-NEW-COHORT-SW.
053064 2150-EXIT.
053066     EXIT.
053068
053070*****************************************************************
053072* 2160-CHECK-ONE-COHORT                                         *
053074*****************************************************************
053076 2160-CHECK-ONE-COHORT.
053078     IF GRU-CH-ID(GRU-COHORT-INDEX) = GRU-CK-COHORT
053080         MOVE "Y" TO GRU-FOUND-SW
053082         MOVE GRU-COHORT-INDEX TO GRU-COHORT-NO
053084     END-IF
053086     ADD 1 TO GRU-COHORT-INDEX.
053088 2160-EXIT.
053090     EXIT.
053100
053200*****************************************************************
053300* 2200-BUILD-TARGETS - THE STATEWIDE SLOT, THEN THE SLOT OF     *
053400* EVERY GROUP THE COHORT IS A MEMBER OF.                        *
053500*****************************************************************
053600 2200-BUILD-TARGETS.
053700     MOVE ZERO TO GRU-TARGET-COUNT
053800     MOVE 1 TO GRU-GROUP-NO
053900     PERFORM 2300-ADD-TARGET THRU 2300-EXIT
054000     MOVE 1 TO GRU-MEMBER-INDEX
054100     PERFORM 2210-CHECK-MEMBERSHIP THRU 2210-EXIT
054200         UNTIL GRU-MEMBER-INDEX > GRU-MEMBER-COUNT.
054300 2200-EXIT.
054400     EXIT.
054500
054600*****************************************************************
054700* 2210-CHECK-MEMBERSHIP                                         *
054800*****************************************************************
054900 2210-CHECK-MEMBERSHIP.
055000     IF GRU-MT-COHORT(GRU-MEMBER-INDEX) = GRU-CK-COHORT
055100         MOVE GRU-MT-GROUP-NO(GRU-MEMBER-INDEX) TO GRU-GROUP-NO
055200         PERFORM 2300-ADD-TARGET THRU 2300-EXIT
055300     END-IF
055400     ADD 1 TO GRU-MEMBER-INDEX.
055500 2210-EXIT.
055600     EXIT.
055700
055800*****************************************************************
056090* 2300-ADD-TARGET - LIST GRU-GROUP-NO'S SLOT AS A TARGET FOR    *
056380* THIS SERIES' TERMS.  A COHORT ON ITS FIRST SERIES ALSO ADDS   *
056670* ITS POPULATION TO THE SLOT - ONCE, HOWEVER MANY SERIES IT     *
056960* HAS.                                                          *
057250*****************************************************************
057540 2300-ADD-TARGET.
057830     MOVE GRU-GROUP-NO TO GRU-SLOT-NO
058120     IF GRU-NEW-COHORT
058410         ADD 1 TO GRU-SL-COHORTS(GRU-SLOT-NO)
058700         ADD GRU-COHORT-POP TO GRU-SL-POPULATION(GRU-SLOT-NO)
058990             ON SIZE ERROR
059280                 MOVE 999999999 TO GRU-SL-POPULATION(GRU-SLOT-NO)
059570         END-ADD
059860     END-IF
060150     ADD 1 TO GRU-TARGET-COUNT
060440     MOVE GRU-SLOT-NO TO GRU-TG-SLOT(GRU-TARGET-COUNT).
060730 2300-EXIT.
061100     EXIT.
061200
061300*****************************************************************
061400* 3000-ADD-ONE-TERM - ADD THIS TERM'S PROJECTED COUNT INTO      *
061450* EVERY TARGET SLOT UNDER ITS PROJECTED DATE.  A TERM OFF THE   *
061500* END OF THE CALENDAR HAS NO DATE TO SUM UNDER AND IS LEFT OUT. *
061550* SO IS A DATE THE COHORT HAS ALREADY SUPPLIED FROM AN EARLIER  *
061600* SERIES - ONE SERIES PER COHORT PER DATE.  BOTH ARE COUNTED ON *
061650* THE TRAILER.                                                  *
061700*****************************************************************
061750 3000-ADD-ONE-TERM.
061800     IF GPJ-OFF-CALENDAR OR GPJ-PROJ-DATE = ZERO
061850         ADD 1 TO GRU-OFF-CAL-COUNT
061900         GO TO 3000-EXIT
061950     END-IF
062000     IF GPJ-PROJ-DATE NOT > GRU-CH-LAST-DATE(GRU-COHORT-NO)
062050         ADD 1 TO GRU-COVERED-COUNT
062100         GO TO 3000-EXIT
062150     END-IF
062200     PERFORM 3050-FIND-DATE THRU 3050-EXIT
062250     IF NOT GRU-FOUND
062300         DISPLAY "GROWTH-ROLLUP - MORE THAN " GRU-MAX-DATES
062350             " PROJECTED DATES - COHORT '" GRU-CK-COHORT
062400             "' DATE " GPJ-PROJ-DATE " SKIPPED"
062450         ADD 1 TO GRU-SKIPPED-COUNT
062500         IF RETURN-CODE < 4
062550             MOVE 4 TO RETURN-CODE
062600         END-IF
062650         GO TO 3000-EXIT
062700     END-IF
062750     MOVE GPJ-PROJ-DATE TO GRU-CH-LAST-DATE(GRU-COHORT-NO)
062800     MOVE 1 TO GRU-TARGET-INDEX
062850     PERFORM 3100-ADD-TO-SLOT THRU 3100-EXIT
062900         UNTIL GRU-TARGET-INDEX > GRU-TARGET-COUNT.
062950 3000-EXIT.
063000     EXIT.
063050
063100*****************************************************************
063150* 3050-FIND-DATE - THE DATE TABLE ENTRY FOR THIS TERM'S         *
063200* PROJECTED DATE, ADDED AT THE END WHEN NEW, LEFT IN GRU-DATE-  *
063250* NO. NOT FOUND ONLY WHEN THE TABLE IS FULL.                    *
063300*****************************************************************
063350 3050-FIND-DATE.
063400     MOVE "N" TO GRU-FOUND-SW
063450     MOVE 1 TO GRU-DATE-INDEX
063500     PERFORM 3060-CHECK-ONE-DATE THRU 3060-EXIT
063550         UNTIL GRU-DATE-INDEX > GRU-DATE-COUNT
063600         OR GRU-FOUND
063650     IF GRU-FOUND OR GRU-DATE-COUNT >= GRU-MAX-DATES
063700         GO TO 3050-EXIT
063750     END-IF
063800     ADD 1 TO GRU-DATE-COUNT
063850     MOVE GRU-DATE-COUNT TO GRU-DATE-NO
063900     MOVE GPJ-PROJ-DATE TO GRU-DT-DATE(GRU-DATE-NO)
063950     MOVE "Y" TO GRU-FOUND-SW.
064000 3050-EXIT.
064050     EXIT.
064100
064150*****************************************************************
064200* 3060-CHECK-ONE-DATE                                           *
064250*****************************************************************
064300 3060-CHECK-ONE-DATE.
064350     IF GRU-DT-DATE(GRU-DATE-INDEX) = GPJ-PROJ-DATE
064400         MOVE "Y" TO GRU-FOUND-SW
064450         MOVE GRU-DATE-INDEX TO GRU-DATE-NO
064500     END-IF
064550     ADD 1 TO GRU-DATE-INDEX.
064600 3060-EXIT.
064650     EXIT.
064700
064750*****************************************************************
064800* 3100-ADD-TO-SLOT - AN OVERFLOWED COHORT TERM, OR A SUM TOO    *
064850* LARGE FOR THE FIELD, MARKS THE GROUP'S DATE OVERFLOWED TOO.   *
064900*****************************************************************
064950 3100-ADD-TO-SLOT.
065000     MOVE GRU-TG-SLOT(GRU-TARGET-INDEX) TO GRU-SLOT-NO
065050     MOVE "Y" TO GRU-SL-SET-SW(GRU-SLOT-NO, GRU-DATE-NO)
065100     ADD GPJ-VALUE-WIDE TO GRU-SL-VALUE(GRU-SLOT-NO, GRU-DATE-NO)
065150         ON SIZE ERROR
065200             MOVE 9999999999999999.99
065250                 TO GRU-SL-VALUE(GRU-SLOT-NO, GRU-DATE-NO)
065300             MOVE "Y"
065350                 TO GRU-SL-OVERFLOW-SW(GRU-SLOT-NO, GRU-DATE-NO)
065400     END-ADD
065450     IF GPJ-OVERFLOWED
065500         MOVE "Y" TO GRU-SL-OVERFLOW-SW(GRU-SLOT-NO, GRU-DATE-NO)
065800     END-IF
065900     ADD 1 TO GRU-TARGET-INDEX.
066000 3100-EXIT.
066100     EXIT.
066200
066300*****************************************************************
066410*****************************************************************
066520* 3400-WRITE-ROLLUP-REC - ONE EXTRACT RECORD PER GROUP DATE,    *
066630* WITH THE PER-100K RATE TAKEN ON THE GROUP'S OWN POPULATION.   *
066740*****************************************************************
066850 3400-WRITE-ROLLUP-REC.
066960     MOVE SPACES TO GRO-ROLLUP-REC
067070     MOVE GRU-GT-ID(GRU-GROUP-NO)   TO GRO-GROUP-ID
067180     MOVE SPACE                     TO GRO-MODE
067290     MOVE ZERO                      TO GRO-LIMIT
067400     MOVE ZERO                      TO GRO-GROWTH-RATE
067510     MOVE GRU-DATE-NO               TO GRO-TERM-NO
067620     MOVE GRU-DT-DATE(GRU-DATE-NO)  TO GRO-PROJ-DATE
067730     MOVE GRU-SL-VALUE(GRU-SLOT-NO, GRU-DATE-NO) TO GRO-VALUE-WIDE
067840     MOVE GRU-SL-POPULATION(GRU-SLOT-NO) TO GRO-POPULATION
067950     MOVE ZERO TO GRO-PER-100K
068060     IF GRU-SL-POPULATION(GRU-SLOT-NO) > ZERO
068170         COMPUTE GRO-PER-100K ROUNDED =
068280             GRU-SL-VALUE(GRU-SLOT-NO, GRU-DATE-NO) * 100000
068390             / GRU-SL-POPULATION(GRU-SLOT-NO)
068500             ON SIZE ERROR
068610                 MOVE 9999999.99 TO GRO-PER-100K
068720         END-COMPUTE
068830     END-IF
068940     IF GRU-SL-OVERFLOWED(GRU-SLOT-NO, GRU-DATE-NO)
069050         MOVE "Y" TO GRO-OVERFLOW-SW
069160     ELSE
069270         MOVE "N" TO GRO-OVERFLOW-SW
069380     END-IF
069490     MOVE "N" TO GRO-OFF-CAL-SW
069600     WRITE GRO-ROLLUP-REC
069700     ADD 1 TO GRU-ROLL-COUNT.
069800 3400-EXIT.
069900     EXIT.
070000
070100*****************************************************************
070220* 4000-REPORT-ONE-GROUP - THE GROUP'S TOTAL FOR EVERY DATE ITS  *
070340* COHORTS SUPPLIED, IN DATE ORDER.                              *
070460*****************************************************************
070580 4000-REPORT-ONE-GROUP.
070700     MOVE GRU-GROUP-NO TO GRU-SLOT-NO
070820     IF GRU-SL-COHORTS(GRU-SLOT-NO) = ZERO
070940         PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
071060         MOVE SPACES TO GRU-MESSAGE-LINE
071180         STRING "GROUP: " DELIMITED BY SIZE
071300             GRU-GT-ID(GRU-GROUP-NO) DELIMITED BY SIZE
071420             " " DELIMITED BY SIZE
071540             GRU-GT-NAME(GRU-GROUP-NO) DELIMITED BY SIZE
071660             "   NO PROJECTIONS TONIGHT" DELIMITED BY SIZE
071780             INTO GRU-MESSAGE-LINE
071900         END-STRING
072020         WRITE GRU-RPT-LINE FROM GRU-MESSAGE-LINE
072140             AFTER ADVANCING 2 LINES
072260         ADD 2 TO GRU-REPORT-LINE-COUNT
072380         GO TO 4000-EXIT
072500     END-IF
072620     PERFORM 4020-WRITE-GROUP-HEADER THRU 4020-EXIT
072740     MOVE 1 TO GRU-DATE-NO
072860     PERFORM 4030-WRITE-ONE-DATE THRU 4030-EXIT
072980         UNTIL GRU-DATE-NO > GRU-DATE-COUNT.
073100 4000-EXIT.
073220     EXIT.
073340
073460*****************************************************************
073580* 4020-WRITE-GROUP-HEADER - ONE SECTION PER GROUP, HEADED WITH  *
073700* HOW MANY COHORTS WENT INTO IT AND THEIR SUMMED POPULATION.    *
073820*****************************************************************
073940 4020-WRITE-GROUP-HEADER.
074060     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
074180     MOVE SPACES TO GRU-MESSAGE-LINE
074300     STRING "GROUP: " DELIMITED BY SIZE
074420         GRU-GT-ID(GRU-GROUP-NO) DELIMITED BY SIZE
074540         " " DELIMITED BY SIZE
074660         GRU-GT-NAME(GRU-GROUP-NO) DELIMITED BY SIZE
074780         INTO GRU-MESSAGE-LINE
074900     END-STRING
075020     WRITE GRU-RPT-LINE FROM GRU-MESSAGE-LINE
075140         AFTER ADVANCING 2 LINES
075260     MOVE GRU-SL-COHORTS(GRU-SLOT-NO)    TO GRU-HDR-COHORTS-DISP
075380     MOVE GRU-SL-POPULATION(GRU-SLOT-NO) TO GRU-HDR-POP-DISP
075500     MOVE SPACES TO GRU-MESSAGE-LINE
075620     STRING "COHORTS: " DELIMITED BY SIZE
075740         GRU-HDR-COHORTS-DISP DELIMITED BY SIZE
075860         "   SUMMED POPULATION: " DELIMITED BY SIZE
075980         GRU-HDR-POP-DISP DELIMITED BY SIZE
076100         INTO GRU-MESSAGE-LINE
076220     END-STRING
076340     WRITE GRU-RPT-LINE FROM GRU-MESSAGE-LINE
076460         AFTER ADVANCING 1 LINE
076580     ADD 3 TO GRU-REPORT-LINE-COUNT.
076700 4020-EXIT.
076820     EXIT.
076940
077060*****************************************************************
077180* 4030-WRITE-ONE-DATE - A DATE NONE OF THE GROUP'S COHORTS      *
077300* REACHED IS NOT PRINTED.                                       *
077420*****************************************************************
077540 4030-WRITE-ONE-DATE.
077660     IF GRU-SL-SET(GRU-SLOT-NO, GRU-DATE-NO)
077780         PERFORM 3400-WRITE-ROLLUP-REC THRU 3400-EXIT
077900         PERFORM 4200-WRITE-DETAIL-LINE THRU 4200-EXIT
078020     END-IF
078140     ADD 1 TO GRU-DATE-NO.
078700 4030-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100* 4100-WRITE-HEADERS                                            *
079200*****************************************************************
079300 4100-WRITE-HEADERS.
079400     ADD 1 TO GRU-PAGE-COUNT
079500     MOVE SPACES TO GRU-TITLE-LINE
079600     STRING "COVID-19 STATEWIDE AND REGION-GROUP ROLLUP"
079700         DELIMITED BY SIZE
079800         "   PAGE " DELIMITED BY SIZE
079900         GRU-PAGE-COUNT DELIMITED BY SIZE
080000         INTO GRU-TITLE-LINE
080100     END-STRING
080200     WRITE GRU-RPT-LINE FROM GRU-TITLE-LINE AFTER ADVANCING PAGE
080300     MOVE SPACES TO GRU-INFO-LINE
080400     STRING "RUN DATE: " DELIMITED BY SIZE
080500         GRU-RUN-DATE DELIMITED BY SIZE
080600         "   PER 100K = GROUP TOTAL OVER SUMMED GROUP "
080700         DELIMITED BY SIZE
080800         "POPULATION" DELIMITED BY SIZE
080900         INTO GRU-INFO-LINE
081000     END-STRING
081100     WRITE GRU-RPT-LINE FROM GRU-INFO-LINE AFTER ADVANCING 2 LINES
081110     MOVE SPACES TO GRU-INFO-LINE
081120     STRING "TOTALS SPAN EVERY REQUEST.  EACH COHORT COUNTS ONCE "
081130         DELIMITED BY SIZE
081140         "PER DATE - FROM ITS FIRST SERIES ON THE PROJECTION "
081150         DELIMITED BY SIZE
081160         "FILE THAT REACHES THE DATE" DELIMITED BY SIZE
081170         INTO GRU-INFO-LINE
081180     END-STRING
081190     WRITE GRU-RPT-LINE FROM GRU-INFO-LINE AFTER ADVANCING 1 LINE
081200     MOVE SPACES TO GRU-COLUMN-HDR-LINE
081300     STRING "    DAY       DATE              PROJECTED VALUE"
081400         DELIMITED BY SIZE
081500         "     PER 100K    STATUS" DELIMITED BY SIZE
081600         INTO GRU-COLUMN-HDR-LINE
081700     END-STRING
081800     WRITE GRU-RPT-LINE FROM GRU-COLUMN-HDR-LINE
081900         AFTER ADVANCING 2 LINES
082000     MOVE ZERO TO GRU-REPORT-LINE-COUNT.
082100 4100-EXIT.
082200     EXIT.
082300
082400*****************************************************************
082500* 4150-CHECK-PAGE-BREAK - SHARED BY EVERY PARAGRAPH THAT        *
082600* WRITES A REPORT LINE.                                         *
082700*****************************************************************
082800 4150-CHECK-PAGE-BREAK.
082900     IF GRU-REPORT-LINE-COUNT >= GRU-LINES-PER-PAGE
083000         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
083100     END-IF.
083200 4150-EXIT.
083300     EXIT.
083400
083500*****************************************************************
083600* 4200-WRITE-DETAIL-LINE - FROM THE EXTRACT RECORD JUST WRITTEN.*
083700*****************************************************************
083800 4200-WRITE-DETAIL-LINE.
083900     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
084000     MOVE SPACES TO GRU-DTL-FLAG
084100     MOVE GRO-TERM-NO    TO GRU-DTL-TERM-NO
084200     MOVE GRO-PROJ-DATE  TO GRU-DTL-DATE
084300     MOVE GRO-VALUE-WIDE TO GRU-DTL-VALUE
084400     MOVE GRO-PER-100K   TO GRU-DTL-PER-100K
084500     EVALUATE TRUE
084800         WHEN GRO-OVERFLOWED
084900             MOVE "** OVERFLOWED **" TO GRU-DTL-FLAG
085000         WHEN OTHER
085100             CONTINUE
085200     END-EVALUATE
085300     WRITE GRU-RPT-LINE FROM GRU-DETAIL-LINE
085400         AFTER ADVANCING 1 LINE
085500     ADD 1 TO GRU-REPORT-LINE-COUNT.
085600 4200-EXIT.
085700     EXIT.
085800
085900*****************************************************************
086000* 9000-TERMINATE - WRITE EVERY GROUP'S TOTALS (STATEWIDE FIRST),*
086100* THE TRAILER, CLOSES AND THE CONSOLE SUMMARY.                  *
086200*****************************************************************
086300 9000-TERMINATE.
086400     MOVE 1 TO GRU-GROUP-NO
086500     PERFORM 9010-REPORT-NEXT-GROUP THRU 9010-EXIT
086600         UNTIL GRU-GROUP-NO > GRU-GROUP-COUNT
086700     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
086800     MOVE SPACES TO GRU-MESSAGE-LINE
086900     STRING "*** END OF ROLLUP - " DELIMITED BY SIZE
087000         GRU-PROJ-COUNT DELIMITED BY SIZE
087100         " PROJECTION TERM(S) READ, " DELIMITED BY SIZE
087200         GRU-SKIPPED-COUNT DELIMITED BY SIZE
087300         " SKIPPED, " DELIMITED BY SIZE
087400         GRU-GROUP-COUNT DELIMITED BY SIZE
087500         " GROUP(S), " DELIMITED BY SIZE
087600         GRU-ROLL-COUNT DELIMITED BY SIZE
087700         " ROLLUP RECORD(S) WRITTEN ***" DELIMITED BY SIZE
087800         INTO GRU-MESSAGE-LINE
087900     END-STRING
088000     WRITE GRU-RPT-LINE FROM GRU-MESSAGE-LINE
088100         AFTER ADVANCING 2 LINES
088107     MOVE SPACES TO GRU-MESSAGE-LINE
088114     STRING "    " DELIMITED BY SIZE
088121         GRU-COVERED-COUNT DELIMITED BY SIZE
088128         " TERM(S) ON A DATE ALREADY SUPPLIED BY AN EARLIER "
088135         DELIMITED BY SIZE
088142         "SERIES OF THE COHORT, " DELIMITED BY SIZE
088149         GRU-OFF-CAL-COUNT DELIMITED BY SIZE
088156         " OFF-CALENDAR TERM(S) - NOT ROLLED UP ***"
088163         DELIMITED BY SIZE
088170         INTO GRU-MESSAGE-LINE
088177     END-STRING
088184     WRITE GRU-RPT-LINE FROM GRU-MESSAGE-LINE
088191         AFTER ADVANCING 1 LINE
088200     CLOSE PROJIN-FILE
088300     CLOSE COHMAST-FILE
088400     CLOSE ROLLOUT-FILE
088500     CLOSE ROLLRPT-FILE
088600     DISPLAY "GROWTH-ROLLUP - " GRU-PROJ-COUNT
088700         " PROJECTION TERM(S) READ, " GRU-SKIPPED-COUNT
088800         " SKIPPED, " GRU-ROLL-COUNT " ROLLUP RECORD(S) WRITTEN".
088900 9000-EXIT.
089000     EXIT.
089100
089200*****************************************************************
089300* 9010-REPORT-NEXT-GROUP                                        *
089400*****************************************************************
089500 9010-REPORT-NEXT-GROUP.
089600     PERFORM 4000-REPORT-ONE-GROUP THRU 4000-EXIT
089700     ADD 1 TO GRU-GROUP-NO.
089800 9010-EXIT.
089900     EXIT.
