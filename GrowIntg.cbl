000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-INTEGRITY-AUDIT.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  CROSS-FILE INTEGRITY      *
001000*                   AUDIT.  EVERY PROGRAM IN THE SUITE CHECKS   *
001100*                   THE RECORDS IT READS AGAINST THE ONE OR TWO *
001200*                   FILES IT NEEDS, BUT NOTHING LOOKS ACROSS    *
001300*                   ALL OF THE KEYED FILES FOR RECORDS THAT     *
001400*                   HAVE LOST THEIR PARTNER.  THIS RUN READS    *
001500*                   REQMAST, COHMAST, PRIORRUN, SERHIST,        *
001600*                   ACTHIST AND CHECKPT AND REPORTS EACH        *
001700*                   INCONSISTENCY UNDER A CATEGORY CODE WITH    *
001800*                   THE OFFENDING KEY, THEN A COUNT PER         *
001900*                   CATEGORY.  IT ONLY REPORTS - EVERY FILE IS  *
002000*                   OPENED INPUT AND NOTHING IS EVER FIXED.     *
002100*                   ANY INCONSISTENCY ENDS THE RUN WITH         *
002200*                   RETURN-CODE 8 SO THE SCHEDULER CAN ALERT.   *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REQMAST-FILE ASSIGN TO REQMAST
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS DYNAMIC
003000         RECORD KEY IS GIG-REQ-KEY
003100         FILE STATUS IS GIG-REQMAST-STATUS.
003200
003300     SELECT COHMAST-FILE ASSIGN TO COHMAST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS GRC-COHORT-ID
003700         FILE STATUS IS GIG-COHMAST-STATUS.
003800
003900     SELECT PRIORRUN-FILE ASSIGN TO PRIORRUN
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS GIG-PRIOR-KEY
004300         FILE STATUS IS GIG-PRIOR-STATUS.
004400
004500     SELECT SERHIST-FILE ASSIGN TO SERHIST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS GIG-HIST-KEY
004900         FILE STATUS IS GIG-SERHIST-STATUS.
005000
005100     SELECT ACTHIST-FILE ASSIGN TO ACTHIST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS GIG-ACT-KEY
005500         FILE STATUS IS GIG-ACTHIST-STATUS.
005600
005700     SELECT CHECKPT-FILE ASSIGN TO CHECKPT
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS GIG-CHKPT-KEY
006100         FILE STATUS IS GIG-CHKPT-STATUS.
006200
006300     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS GIG-CALENDAR-STATUS.
006600
006700     SELECT INTGCTL-FILE ASSIGN TO INTGCTL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS GIG-INTGCTL-STATUS.
007000
007100     SELECT INTGRPT-FILE ASSIGN TO INTGRPT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS GIG-INTGRPT-STATUS.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700*****************************************************************
007800* REQMAST - THE ONLINE REQUEST MASTER (VSAM KSDS).  THE RECORD  *
007900* BODY IS THE SHARED GROWREQ LAYOUT; THE KEY IS ITS LEADING     *
008000* MODE/LIMIT/RATE/COHORT BYTES.                                 *
008100*****************************************************************
008200 FD  REQMAST-FILE
008300     LABEL RECORDS ARE STANDARD.
008400 01  GIG-REQMAST-REC.
008500     05  GIG-REQ-KEY                 PIC X(19).
008600     05  FILLER                      PIC X(61).
008700
008800*****************************************************************
008900* COHMAST - KEYED COHORT MASTER (VSAM KSDS).  LAYOUT IS SHARED  *
009000* VIA THE GROWCOH COPYBOOK.                                     *
009100*****************************************************************
009200 FD  COHMAST-FILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY GROWCOH.
009500
009600*****************************************************************
009700* PRIORRUN - STORED SERIES KSDS, AS DECLARED BY THE NIGHTLY     *
009800* DRIVER.                                                       *
009900*****************************************************************
010000 FD  PRIORRUN-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  GIG-PRIOR-REC.
010300     05  GIG-PRIOR-KEY.
010400         10  GIG-PRIOR-COHORT        PIC X(08).
010500         10  GIG-PRIOR-MODE          PIC X(01).
010600         10  GIG-PRIOR-LIMIT         PIC 9(05).
010700         10  GIG-PRIOR-RATE          PIC S9(03)V9(02).
010800     05  GIG-PRIOR-RUN-DATE          PIC 9(08).
010900     05  GIG-PRIOR-TERM-COUNT        PIC 9(05).
011000     COPY GROWARR REPLACING
011100         ==01 GRW-GROWTH-TABLE== BY ==05 GIG-PRIOR-TABLE==
011200         ==05 GRW-ENTRY==        BY ==10 GIG-PRIOR-ENTRY==
011300         ==10 GRW-NUMBER-WIDE==  BY ==15 GIG-PRIOR-NUMBER-WIDE==
011400         ==10 GRW-NUMBER==       BY ==15 GIG-PRIOR-NUMBER==
011500         ==10 GRW-OVERFLOW-SW==  BY ==15 GIG-PRIOR-OVERFLOW-SW==
011600         ==GRW-OVERFLOWED==      BY ==GIG-PRIOR-OVERFLOWED==
011700         ==GRW-NOT-OVERFLOWED==  BY ==GIG-PRIOR-NOT-OVERFLOWED==.
011800
011900*****************************************************************
012000* SERHIST - THE GENERATIONAL SERIES HISTORY, LAID OUT EXACTLY   *
012100* AS THE NIGHTLY DRIVER DECLARES IT - THE RUN DATE IS PART OF   *
012200* THE KEY AND THE TABLE RIDES IN VIA GROWARR.                   *
012300*****************************************************************
012400 FD  SERHIST-FILE
012500     LABEL RECORDS ARE STANDARD.
012600 01  GIG-HIST-REC.
012700     05  GIG-HIST-KEY.
012800         10  GIG-HIST-COHORT         PIC X(08).
012900         10  GIG-HIST-MODE           PIC X(01).
013000         10  GIG-HIST-LIMIT          PIC 9(05).
013100         10  GIG-HIST-RATE           PIC S9(03)V9(02).
013200         10  GIG-HIST-RUN-DATE       PIC 9(08).
013300     05  GIG-HIST-TERM-COUNT         PIC 9(05).
013400     COPY GROWARR REPLACING
013500         ==01 GRW-GROWTH-TABLE== BY ==05 GIG-HIST-TABLE==
013600         ==05 GRW-ENTRY==        BY ==10 GIG-HIST-ENTRY==
013700         ==10 GRW-NUMBER-WIDE==  BY ==15 GIG-HIST-NUMBER-WIDE==
013800         ==10 GRW-NUMBER==       BY ==15 GIG-HIST-NUMBER==
013900         ==10 GRW-OVERFLOW-SW==  BY ==15 GIG-HIST-OVERFLOW-SW==
014000         ==GRW-OVERFLOWED==      BY ==GIG-HIST-OVERFLOWED==
014100         ==GRW-NOT-OVERFLOWED==  BY ==GIG-HIST-NOT-OVERFLOWED==.
014200
014300*****************************************************************
014400* ACTHIST - CUMULATIVE KEYED ACTUALS HISTORY (VSAM KSDS), LAID  *
014500* OUT EXACTLY AS GROWAINT DECLARES IT - REQUEST KEY PLUS        *
014600* OBSERVATION DATE, SO A SEQUENTIAL READ DELIVERS EACH SERIES'  *
014700* OBSERVATIONS TOGETHER.                                        *
014800*****************************************************************
014900 FD  ACTHIST-FILE
015000     LABEL RECORDS ARE STANDARD.
015100 01  GIG-ACT-REC.
015200     05  GIG-ACT-KEY.
015300         10  GIG-ACT-COHORT          PIC X(08).
015400         10  GIG-ACT-MODE            PIC X(01).
015500         10  GIG-ACT-LIMIT           PIC 9(05).
015600         10  GIG-ACT-RATE            PIC S9(03)V9(02).
015700         10  GIG-ACT-OBS-DATE        PIC 9(08).
015800     05  GIG-ACT-TERM-NO             PIC 9(05).
015900     05  GIG-ACT-COUNT               PIC 9(12).
016000     05  GIG-ACT-LOAD-DATE           PIC 9(08).
016100     05  FILLER                      PIC X(28).
016200
016300*****************************************************************
016400* CHECKPT - RESTART CHECKPOINT KSDS, AS DECLARED BY THE         *
016500* NIGHTLY DRIVER.  THE RESERVED BATCH-POSITION RECORD (KEY      *
016600* MODE "*", STREAM IN THE LIMIT FIELD) CARRIES THE RUN DATE     *
016700* THAT LAST SAVED IT IN GIG-CHKPT-NUMBER(1).                    *
016800*****************************************************************
016900 FD  CHECKPT-FILE
017000     LABEL RECORDS ARE STANDARD.
017100 01  GIG-CHECKPOINT-REC.
017200     05  GIG-CHKPT-KEY.
017300         10  GIG-CHKPT-COHORT        PIC X(08).
017400         10  GIG-CHKPT-MODE          PIC X(01).
017500         10  GIG-CHKPT-LIMIT         PIC 9(05).
017600         10  GIG-CHKPT-RATE          PIC S9(03)V9(02).
017700     05  GIG-CHKPT-COUNTER           PIC 9(05).
017800     COPY GROWARR REPLACING
017900         ==01 GRW-GROWTH-TABLE== BY ==05 GIG-CHKPT-TABLE==
018000         ==05 GRW-ENTRY==        BY ==10 GIG-CHKPT-ENTRY==
018100         ==10 GRW-NUMBER-WIDE==  BY ==15 GIG-CHKPT-NUMBER-WIDE==
018200         ==10 GRW-NUMBER==       BY ==15 GIG-CHKPT-NUMBER==
018300         ==10 GRW-OVERFLOW-SW==  BY ==15 GIG-CHKPT-OVERFLOW-SW==
018400         ==GRW-OVERFLOWED==      BY ==GIG-CHKPT-OVERFLOWED==
018500         ==GRW-NOT-OVERFLOWED==  BY ==GIG-CHKPT-NOT-OVERFLOWED==.
018600
018700*****************************************************************
018800* CALENDAR - THE PROCESSING CALENDAR, ONE RECORD PER DATE.      *
018900* WITH NO INTGCTL CARD, "LAST NIGHT" IS THE LATEST CALENDAR     *
019000* DATE BEFORE TODAY.  LAYOUT IS SHARED VIA THE GROWCAL          *
019100* COPYBOOK.                                                     *
019200*****************************************************************
019300 FD  CALENDAR-FILE
019400     LABEL RECORDS ARE STANDARD.
019500     COPY GROWCAL.
019600
019700*****************************************************************
019800* INTGCTL - OPTIONAL CONTROL CARD: COLUMNS 1-8 ARE LAST NIGHT'S *
019900* RUN DATE (YYYYMMDD).  A BATCH-POSITION CHECKPOINT SAVED       *
020000* BEFORE THIS DATE IS REPORTED AS LEFT OVER.  NEEDED ONLY WHEN  *
020100* THE AUDIT RUNS OTHER THAN THE MORNING AFTER THE NIGHTLY RUN.  *
020200*****************************************************************
020300 FD  INTGCTL-FILE
020400     LABEL RECORDS ARE STANDARD.
020500 01  GIG-INTGCTL-REC.
020600     05  GIG-CTL-LAST-NIGHT-X        PIC X(08).
020700     05  GIG-CTL-LAST-NIGHT REDEFINES GIG-CTL-LAST-NIGHT-X
020800                                     PIC 9(08).
020900     05  FILLER                      PIC X(72).
021000
021100*****************************************************************
021200* INTGRPT - THE PRINT-IMAGE INTEGRITY AUDIT REPORT.             *
021300*****************************************************************
021400 FD  INTGRPT-FILE
021500     LABEL RECORDS ARE STANDARD.
021600 01  GIG-RPT-LINE                    PIC X(133).
021700
021800 WORKING-STORAGE SECTION.
021900*****************************************************************
022000* SWITCHES                                                      *
022100*****************************************************************
022200 01  GIG-SWITCHES.
022300     05  GIG-EOF-SW                  PIC X(01) VALUE "N".
022400         88  GIG-EOF                  VALUE "Y".
022500     05  GIG-CAL-EOF-SW              PIC X(01) VALUE "N".
022600         88  GIG-CAL-EOF              VALUE "Y".
022700     05  GIG-FIRST-KEY-SW            PIC X(01) VALUE "Y".
022800         88  GIG-FIRST-KEY            VALUE "Y".
022900     05  GIG-REQ-FOUND-SW            PIC X(01) VALUE "N".
023000         88  GIG-REQ-FOUND            VALUE "Y".
023100     05  GIG-SERIES-FOUND-SW         PIC X(01) VALUE "N".
023200         88  GIG-SERIES-FOUND         VALUE "Y".
023300     05  GIG-SHORT-SW                PIC X(01) VALUE "N".
023400         88  GIG-TABLE-SHORT          VALUE "Y".
023500     05  GIG-CTL-DATE-SW             PIC X(01) VALUE "N".
023600         88  GIG-CTL-DATE-GIVEN       VALUE "Y".
023700
023800*****************************************************************
023900* THE ONLINE REQUEST, MOVED OUT OF THE REQMAST RECORD           *
024000*****************************************************************
024100     COPY GROWREQ.
024200
024300*****************************************************************
024400* KEY OF THE RECORD BEING CHECKED (COHORT/MODE/LIMIT/RATE), AND *
024500* THE SAME FOUR FIELDS IN REQMAST KEY ORDER FOR THE LOOKUP.     *
024600*****************************************************************
024700 01  GIG-KEY-WORK.
024800     05  GIG-KW-COHORT               PIC X(08).
024900     05  GIG-KW-MODE                 PIC X(01).
025000     05  GIG-KW-LIMIT                PIC 9(05).
025100     05  GIG-KW-RATE                 PIC S9(03)V9(02).
025200 01  GIG-LOOKUP-KEY.
025300     05  GIG-LK-MODE                 PIC X(01).
025400     05  GIG-LK-LIMIT                PIC 9(05).
025500     05  GIG-LK-RATE                 PIC S9(03)V9(02).
025600     05  GIG-LK-COHORT               PIC X(08).
025700
025800*****************************************************************
025900* CURRENT AND PREVIOUS SERIES KEY ON ACTHIST, AND WHAT HAS BEEN *
026000* SEEN OF THE CURRENT SERIES SO FAR.                            *
026100*****************************************************************
026200 01  GIG-CURR-KEY.
026300     05  GIG-CK-COHORT               PIC X(08).
026400     05  GIG-CK-MODE                 PIC X(01).
026500     05  GIG-CK-LIMIT                PIC 9(05).
026600     05  GIG-CK-RATE                 PIC S9(03)V9(02).
026700 01  GIG-PREV-KEY.
026800     05  GIG-PK-COHORT               PIC X(08).
026900     05  GIG-PK-MODE                 PIC X(01).
027000     05  GIG-PK-LIMIT                PIC 9(05).
027100     05  GIG-PK-RATE                 PIC S9(03)V9(02).
027200 01  GIG-SERIES-OBS-COUNT            PIC 9(05) VALUE ZERO.
027300 01  GIG-SERIES-FIRST-DATE           PIC 9(08) VALUE ZERO.
027400 01  GIG-SERIES-LAST-DATE            PIC 9(08) VALUE ZERO.
027500
027600*****************************************************************
027700* INCONSISTENCY CATEGORIES - CODE AND DESCRIPTION, IN THE ORDER *
027800* THE FILES ARE CHECKED.  THE CATEGORY NUMBER (GIG-CAT) PICKS   *
027900* THE ENTRY; THE COUNT TABLE RUNS PARALLEL TO IT.               *
028000*****************************************************************
028100 01  GIG-CATEGORY-VALUES.
028200     05  FILLER                      PIC X(50) VALUE
028300         "R001ACTIVE REQUEST - COHORT NOT ON COHMAST".
028400     05  FILLER                      PIC X(50) VALUE
028500         "R002ACTIVE REQUEST - COHORT INACTIVE ON COHMAST".
028600     05  FILLER                      PIC X(50) VALUE
028700         "P001PRIORRUN SERIES - NO REQMAST REQUEST".
028800     05  FILLER                      PIC X(50) VALUE
028900         "H001SERHIST GENERATION - TERM COUNT NOT = LIMIT".
029000     05  FILLER                      PIC X(50) VALUE
029100         "H002SERHIST GENERATION - TABLE SHORT OF COUNT".
029200     05  FILLER                      PIC X(50) VALUE
029300         "A001ACTHIST SERIES - NO REQMAST REQUEST".
029400     05  FILLER                      PIC X(50) VALUE
029500         "C001CHECKPT BATCH POSITION - OLDER THAN LAST NIGHT".
029600     05  FILLER                      PIC X(50) VALUE
029700         "C002CHECKPT REQUEST RECORD - NO REQMAST REQUEST".
029800 01  GIG-CATEGORY-TABLE REDEFINES GIG-CATEGORY-VALUES.
029900     05  GIG-CATEGORY-ENTRY          OCCURS 8 TIMES.
030000         10  GIG-CT-CODE             PIC X(04).
030100         10  GIG-CT-DESC             PIC X(46).
030200 01  GIG-CATEGORY-COUNTS.
030300     05  GIG-CAT-COUNT               PIC 9(07) OCCURS 8 TIMES.
030400 01  GIG-CAT-MAX                     PIC 9(03) VALUE 8.
030500 01  GIG-CAT                         PIC 9(03).
030600 01  GIG-CAT-INDEX                   PIC 9(03).
030700
030800*****************************************************************
030900* WORK COUNTERS                                                 *
031000*****************************************************************
031100 01  GIG-REQ-READ-COUNT              PIC 9(07) VALUE ZERO.
031200 01  GIG-REQ-ACTIVE-COUNT            PIC 9(07) VALUE ZERO.
031300 01  GIG-PRIOR-READ-COUNT            PIC 9(07) VALUE ZERO.
031400 01  GIG-HIST-READ-COUNT             PIC 9(07) VALUE ZERO.
031500 01  GIG-ACT-READ-COUNT              PIC 9(07) VALUE ZERO.
031600 01  GIG-SERIES-COUNT                PIC 9(07) VALUE ZERO.
031700 01  GIG-CHKPT-READ-COUNT            PIC 9(07) VALUE ZERO.
031800 01  GIG-MARKER-COUNT                PIC 9(07) VALUE ZERO.
031900 01  GIG-EXCEPTION-COUNT             PIC 9(07) VALUE ZERO.
032000 01  GIG-TERM-INDEX                  PIC 9(05).
032100 01  GIG-TABLE-MAX                   PIC 9(05) VALUE 366.
032200 01  GIG-MARKER-DATE                 PIC 9(08).
032300
032400*****************************************************************
032500* RUN DATE, LAST NIGHT'S RUN DATE AND REPORT PAGINATION         *
032600*****************************************************************
032700 01  GIG-RUN-DATE                    PIC 9(08).
032800 01  GIG-LAST-NIGHT                  PIC 9(08) VALUE ZERO.
032900 01  GIG-PAGE-COUNT                  PIC 9(03) VALUE ZERO.
033000 01  GIG-REPORT-LINE-COUNT           PIC 9(03) VALUE ZERO.
033100 01  GIG-LINES-PER-PAGE              PIC 9(03) VALUE 20.
033200
033300*****************************************************************
033400* FILE STATUS CODES                                             *
033500*****************************************************************
033600 01  GIG-REQMAST-STATUS              PIC X(02).
033700 01  GIG-COHMAST-STATUS              PIC X(02).
033800 01  GIG-PRIOR-STATUS                PIC X(02).
033900 01  GIG-SERHIST-STATUS              PIC X(02).
034000 01  GIG-ACTHIST-STATUS              PIC X(02).
034100 01  GIG-CHKPT-STATUS                PIC X(02).
034200 01  GIG-CALENDAR-STATUS             PIC X(02).
034300 01  GIG-INTGCTL-STATUS              PIC X(02).
034400 01  GIG-INTGRPT-STATUS              PIC X(02).
034500
034600*****************************************************************
034700* REPORT LINE LAYOUTS                                           *
034800*****************************************************************
034900 01  GIG-TITLE-LINE                  PIC X(133).
035000 01  GIG-INFO-LINE                   PIC X(133).
035100 01  GIG-COLUMN-HDR-LINE             PIC X(133).
035200 01  GIG-MESSAGE-LINE                PIC X(133).
035300 01  GIG-SECTION-TEXT                PIC X(60).
035400 01  GIG-DETAIL-TEXT                 PIC X(60).
035500 01  GIG-RATE-DISP                   PIC -ZZ9.99.
035600 01  GIG-COUNT-DISP                  PIC Z,ZZZ,ZZ9.
035700
035800 PROCEDURE DIVISION.
035900*****************************************************************
036000* 0000-MAINLINE - CHECK EACH FILE AGAINST ITS PARTNERS IN TURN, *
036100* THEN SUMMARIZE BY CATEGORY.                                   *
036200*****************************************************************
036300 0000-MAINLINE.
036400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036500     PERFORM 2000-CHECK-REQUESTS THRU 2000-EXIT.
036600     PERFORM 3000-CHECK-PRIOR-RUNS THRU 3000-EXIT.
036700     PERFORM 5000-CHECK-SERIES-HISTORY THRU 5000-EXIT.
036800     PERFORM 6000-CHECK-ACTUALS THRU 6000-EXIT.
036900     PERFORM 7000-CHECK-CHECKPOINTS THRU 7000-EXIT.
037000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037100     STOP RUN.
037200
037300*****************************************************************
037400* 1000-INITIALIZE - OPEN EVERY FILE (ALL INPUT EXCEPT THE       *
037500* REPORT), READ THE CONTROL CARD AND SETTLE LAST NIGHT'S RUN    *
037600* DATE.  EVERY OPEN IS STATUS-CHECKED.                          *
037700*****************************************************************
037800 1000-INITIALIZE.
037900     OPEN INPUT  REQMAST-FILE
038000     IF GIG-REQMAST-STATUS NOT = "00"
038100         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
038200             "REQMAST - STATUS " GIG-REQMAST-STATUS
038300         GO TO 1000-ABEND
038400     END-IF
038500     OPEN INPUT  COHMAST-FILE
038600     IF GIG-COHMAST-STATUS NOT = "00"
038700         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
038800             "COHMAST - STATUS " GIG-COHMAST-STATUS
038900         GO TO 1000-ABEND
039000     END-IF
039100     OPEN INPUT  PRIORRUN-FILE
039200     IF GIG-PRIOR-STATUS NOT = "00"
039300         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
039400             "PRIORRUN - STATUS " GIG-PRIOR-STATUS
039500         GO TO 1000-ABEND
039600     END-IF
039700     OPEN INPUT  SERHIST-FILE
039800     IF GIG-SERHIST-STATUS NOT = "00"
039900         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
040000             "SERHIST - STATUS " GIG-SERHIST-STATUS
040100         GO TO 1000-ABEND
040200     END-IF
040300     OPEN INPUT  ACTHIST-FILE
040400     IF GIG-ACTHIST-STATUS NOT = "00"
040500         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
040600             "ACTHIST - STATUS " GIG-ACTHIST-STATUS
040700         GO TO 1000-ABEND
040800     END-IF
040900     OPEN INPUT  CHECKPT-FILE
041000     IF GIG-CHKPT-STATUS NOT = "00"
041100         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
041200             "CHECKPT - STATUS " GIG-CHKPT-STATUS
041300         GO TO 1000-ABEND
041400     END-IF
041500     OPEN INPUT  CALENDAR-FILE
041600     IF GIG-CALENDAR-STATUS NOT = "00"
041700         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
041800             "CALENDAR - STATUS " GIG-CALENDAR-STATUS
041900         GO TO 1000-ABEND
042000     END-IF
042100     OPEN INPUT  INTGCTL-FILE
042200     IF GIG-INTGCTL-STATUS NOT = "00"
042300         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
042400             "INTGCTL - STATUS " GIG-INTGCTL-STATUS
042500         GO TO 1000-ABEND
042600     END-IF
042700     OPEN OUTPUT INTGRPT-FILE
042800     IF GIG-INTGRPT-STATUS NOT = "00"
042900         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR OPENING "
043000             "INTGRPT - STATUS " GIG-INTGRPT-STATUS
043100         GO TO 1000-ABEND
043200     END-IF
043300     ACCEPT GIG-RUN-DATE FROM DATE YYYYMMDD
043400     INITIALIZE GIG-CATEGORY-COUNTS
043500     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
043600     IF NOT GIG-CTL-DATE-GIVEN
043700         PERFORM 1100-READ-ONE-CALENDAR THRU 1100-EXIT
043800             UNTIL GIG-CAL-EOF
043900     END-IF
044000     CLOSE CALENDAR-FILE
044100     IF GIG-LAST-NIGHT = ZERO
044200         DISPLAY "GROWTH-INTEGRITY-AUDIT - NO CALENDAR DATE "
044300             "BEFORE " GIG-RUN-DATE " - TODAY TAKEN AS LAST "
044400             "NIGHT"
044500         MOVE GIG-RUN-DATE TO GIG-LAST-NIGHT
044600     END-IF
044700     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
044800     GO TO 1000-EXIT.
044900 1000-ABEND.
045000     MOVE 16 TO RETURN-CODE
045100     DISPLAY "GROWTH-INTEGRITY-AUDIT - INITIALIZATION FAILED - "
045200         "JOB ABENDING".
045300     STOP RUN.
045400 1000-EXIT.
045500     EXIT.
045600
045700*****************************************************************
045800* 1050-READ-CONTROL-CARD - LAST NIGHT'S RUN DATE.  A MISSING    *
045900* CARD, OR A BLANK OR NON-NUMERIC DATE ON IT, LEAVES THE DATE   *
046000* TO THE PROCESSING CALENDAR.                                   *
046100*****************************************************************
046200 1050-READ-CONTROL-CARD.
046300     READ INTGCTL-FILE
046400         AT END
046500             CONTINUE
046600         NOT AT END
046700             IF GIG-CTL-LAST-NIGHT-X NUMERIC
046800                 AND GIG-CTL-LAST-NIGHT > ZERO
046900                 MOVE GIG-CTL-LAST-NIGHT TO GIG-LAST-NIGHT
047000                 MOVE "Y" TO GIG-CTL-DATE-SW
047100             ELSE
047200                 IF GIG-CTL-LAST-NIGHT-X NOT = SPACES
047300                     DISPLAY "GROWTH-INTEGRITY-AUDIT - LAST "
047400                         "NIGHT DATE NOT NUMERIC - CALENDAR "
047500                         "USED"
047600                 END-IF
047700             END-IF
047800     END-READ
047900     CLOSE INTGCTL-FILE.
048000 1050-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* 1100-READ-ONE-CALENDAR - KEEP THE LATEST CALENDAR DATE BEFORE *
048500* TODAY.  THE NIGHTLY RUN GOES EVERY NIGHT, BUSINESS DAY OR     *
048600* NOT, SO ANY CALENDAR DATE WILL DO.                            *
048700*****************************************************************
048800 1100-READ-ONE-CALENDAR.
048900     READ CALENDAR-FILE
049000         AT END
049100             MOVE "Y" TO GIG-CAL-EOF-SW
049200             GO TO 1100-EXIT
049300     END-READ
049400     IF GCL-CAL-DATE < GIG-RUN-DATE
049500         AND GCL-CAL-DATE > GIG-LAST-NIGHT
049600         MOVE GCL-CAL-DATE TO GIG-LAST-NIGHT
049700     END-IF.
049800 1100-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200* 2000-CHECK-REQUESTS - BROWSE THE WHOLE REQUEST MASTER.  EVERY *
050300* ACTIVE REQUEST MUST NAME A COHORT THAT IS ON COHMAST AND      *
050400* ACTIVE THERE, OR THE NIGHTLY DRIVER SKIPS IT EVERY NIGHT.     *
050500*****************************************************************
050600 2000-CHECK-REQUESTS.
050700     MOVE "REQMAST ACTIVE REQUESTS AGAINST COHMAST"
050800         TO GIG-SECTION-TEXT
050900     PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
051000     MOVE "N" TO GIG-EOF-SW
051100     MOVE LOW-VALUES TO GIG-REQ-KEY
051200     START REQMAST-FILE KEY NOT < GIG-REQ-KEY
051300         INVALID KEY
051400             CONTINUE
051500     END-START
051600     EVALUATE GIG-REQMAST-STATUS
051700         WHEN "00"
051800             CONTINUE
051900         WHEN "23"
052000         WHEN "14"
052100             MOVE "Y" TO GIG-EOF-SW
052200         WHEN OTHER
052300             DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR STARTING "
052400                 "REQMAST - STATUS " GIG-REQMAST-STATUS
052500             MOVE 16 TO RETURN-CODE
052600             DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
052700             STOP RUN
052800     END-EVALUATE
052900     PERFORM 2100-CHECK-ONE-REQUEST THRU 2100-EXIT
053000         UNTIL GIG-EOF.
053100 2000-EXIT.
053200     EXIT.
053300
053400*****************************************************************
053500* 2100-CHECK-ONE-REQUEST - AN INACTIVE REQUEST DOES NOT RUN, SO *
053600* ITS COHORT DOES NOT MATTER AND IT IS ONLY COUNTED.            *
053700*****************************************************************
053800 2100-CHECK-ONE-REQUEST.
053900     READ REQMAST-FILE NEXT RECORD
054000         AT END
054100             MOVE "Y" TO GIG-EOF-SW
054200             GO TO 2100-EXIT
054300     END-READ
054400     IF GIG-REQMAST-STATUS NOT = "00"
054500         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR BROWSING "
054600             "REQMAST - STATUS " GIG-REQMAST-STATUS
054700         MOVE 16 TO RETURN-CODE
054800         DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
054900         STOP RUN
055000     END-IF
055100     ADD 1 TO GIG-REQ-READ-COUNT
055200     MOVE GIG-REQMAST-REC TO GRQ-REQUEST-REC
055300     IF NOT GRQ-ACTIVE
055400         GO TO 2100-EXIT
055500     END-IF
055600     ADD 1 TO GIG-REQ-ACTIVE-COUNT
055700     MOVE GRQ-COHORT-ID   TO GIG-KW-COHORT
055800     MOVE GRQ-MODE        TO GIG-KW-MODE
055900     MOVE GRQ-LIMIT       TO GIG-KW-LIMIT
056000     MOVE GRQ-GROWTH-RATE TO GIG-KW-RATE
056100     MOVE GRQ-COHORT-ID   TO GRC-COHORT-ID
056200     READ COHMAST-FILE
056300         INVALID KEY
056400             CONTINUE
056500     END-READ
056600     EVALUATE GIG-COHMAST-STATUS
056700         WHEN "00"
056800             IF GRC-ACTIVE
056900                 GO TO 2100-EXIT
057000             END-IF
057100             MOVE 2 TO GIG-CAT
057200             MOVE SPACES TO GIG-DETAIL-TEXT
057300             STRING "COHORT IS MARKED '" DELIMITED BY SIZE
057400                 GRC-ACTIVE-SW DELIMITED BY SIZE
057500                 "' ON COHMAST - " DELIMITED BY SIZE
057600                 GRC-REGION-NAME DELIMITED BY SIZE
057700                 INTO GIG-DETAIL-TEXT
057800             END-STRING
057900         WHEN "23"
058000         WHEN "14"
058100             MOVE 1 TO GIG-CAT
058200             MOVE "NO COHMAST RECORD FOR THIS COHORT"
058300                 TO GIG-DETAIL-TEXT
058400         WHEN OTHER
058500             DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR READING "
058600                 "COHMAST - STATUS " GIG-COHMAST-STATUS
058700             MOVE 16 TO RETURN-CODE
058800             DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
058900             STOP RUN
059000     END-EVALUATE
059100     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
059200 2100-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 3000-CHECK-PRIOR-RUNS - EVERY STORED SERIES ON PRIORRUN MUST  *
059700* STILL HAVE ITS REQUEST ON REQMAST (ACTIVE OR NOT).            *
059800*****************************************************************
059900 3000-CHECK-PRIOR-RUNS.
060000     MOVE "PRIORRUN SERIES AGAINST REQMAST" TO GIG-SECTION-TEXT
060100     PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
060200     MOVE "N" TO GIG-EOF-SW
060300     PERFORM 3100-CHECK-ONE-PRIOR THRU 3100-EXIT
060400         UNTIL GIG-EOF.
060500 3000-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 3100-CHECK-ONE-PRIOR                                          *
061000*****************************************************************
061100 3100-CHECK-ONE-PRIOR.
061200     READ PRIORRUN-FILE
061300         AT END
061400             MOVE "Y" TO GIG-EOF-SW
061500             GO TO 3100-EXIT
061600     END-READ
061700     IF GIG-PRIOR-STATUS NOT = "00"
061800         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR READING "
061900             "PRIORRUN - STATUS " GIG-PRIOR-STATUS
062000         MOVE 16 TO RETURN-CODE
062100         DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
062200         STOP RUN
062300     END-IF
062400     ADD 1 TO GIG-PRIOR-READ-COUNT
062500     MOVE GIG-PRIOR-COHORT TO GIG-KW-COHORT
062600     MOVE GIG-PRIOR-MODE   TO GIG-KW-MODE
062700     MOVE GIG-PRIOR-LIMIT  TO GIG-KW-LIMIT
062800     MOVE GIG-PRIOR-RATE   TO GIG-KW-RATE
062900     PERFORM 7500-FIND-REQUEST THRU 7500-EXIT
063000     IF GIG-REQ-FOUND
063100         GO TO 3100-EXIT
063200     END-IF
063300     MOVE 3 TO GIG-CAT
063400     MOVE SPACES TO GIG-DETAIL-TEXT
063500     STRING "NO REQMAST REQUEST - SERIES LAST SAVED "
063600         DELIMITED BY SIZE
063700         GIG-PRIOR-RUN-DATE DELIMITED BY SIZE
063800         INTO GIG-DETAIL-TEXT
063900     END-STRING
064000     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
064100 3100-EXIT.
064200     EXIT.
064300
064400*****************************************************************
064500* 4100-WRITE-HEADERS                                            *
064600*****************************************************************
064700 4100-WRITE-HEADERS.
064800     ADD 1 TO GIG-PAGE-COUNT
064900     MOVE SPACES TO GIG-TITLE-LINE
065000     STRING "COVID-19 GROWTH-SERIES CROSS-FILE INTEGRITY AUDIT"
065100         DELIMITED BY SIZE
065200         "   PAGE " DELIMITED BY SIZE
065300         GIG-PAGE-COUNT DELIMITED BY SIZE
065400         INTO GIG-TITLE-LINE
065500     END-STRING
065600     WRITE GIG-RPT-LINE FROM GIG-TITLE-LINE AFTER ADVANCING PAGE
065700     MOVE SPACES TO GIG-INFO-LINE
065800     STRING "RUN DATE: " DELIMITED BY SIZE
065900         GIG-RUN-DATE DELIMITED BY SIZE
066000         "   LAST NIGHT: " DELIMITED BY SIZE
066100         GIG-LAST-NIGHT DELIMITED BY SIZE
066200         "   REPORT ONLY - NO RECORD IS CHANGED"
066300         DELIMITED BY SIZE
066400         INTO GIG-INFO-LINE
066500     END-STRING
066600     WRITE GIG-RPT-LINE FROM GIG-INFO-LINE AFTER ADVANCING 2 LINES
066700     MOVE SPACES TO GIG-COLUMN-HDR-LINE
066800     STRING "CODE  RECORD KEY" DELIMITED BY SIZE
066900         "                                       "
067000         DELIMITED BY SIZE
067100         "INCONSISTENCY" DELIMITED BY SIZE
067200         INTO GIG-COLUMN-HDR-LINE
067300     END-STRING
067400     WRITE GIG-RPT-LINE FROM GIG-COLUMN-HDR-LINE
067500         AFTER ADVANCING 2 LINES
067600     MOVE ZERO TO GIG-REPORT-LINE-COUNT.
067700 4100-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* 4150-CHECK-PAGE-BREAK - SHARED BY EVERY PARAGRAPH THAT        *
068200* WRITES A REPORT LINE.                                         *
068300*****************************************************************
068400 4150-CHECK-PAGE-BREAK.
068500     IF GIG-REPORT-LINE-COUNT >= GIG-LINES-PER-PAGE
068600         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
068700     END-IF.
068800 4150-EXIT.
068900     EXIT.
069000
069100*****************************************************************
069200* 4200-WRITE-SECTION-HEADER - ONE LINE NAMING THE FILES THE     *
069300* FOLLOWING EXCEPTIONS CAME FROM.                               *
069400*****************************************************************
069500 4200-WRITE-SECTION-HEADER.
069600     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
069700     MOVE SPACES TO GIG-MESSAGE-LINE
069800     STRING "--- " DELIMITED BY SIZE
069900         GIG-SECTION-TEXT DELIMITED BY "  "
070000         " ---" DELIMITED BY SIZE
070100         INTO GIG-MESSAGE-LINE
070200     END-STRING
070300     WRITE GIG-RPT-LINE FROM GIG-MESSAGE-LINE
070400         AFTER ADVANCING 2 LINES
070500     ADD 2 TO GIG-REPORT-LINE-COUNT.
070600 4200-EXIT.
070700     EXIT.
070800
070900*****************************************************************
071000* 5000-CHECK-SERIES-HISTORY - EVERY SERHIST GENERATION'S TERM   *
071100* COUNT MUST EQUAL THE LIMIT IN ITS KEY (THE DRIVER SAVES ONE   *
071200* TERM PER LIMIT), FIT THE 366-TERM TABLE, AND EVERY TERM UP TO *
071300* THE COUNT MUST ACTUALLY BE STORED.                            *
071400*****************************************************************
071500 5000-CHECK-SERIES-HISTORY.
071600     MOVE "SERHIST GENERATIONS - TERM COUNT AGAINST STORED TABLE"
071700         TO GIG-SECTION-TEXT
071800     PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
071900     MOVE "N" TO GIG-EOF-SW
072000     PERFORM 5100-CHECK-ONE-GENERATION THRU 5100-EXIT
072100         UNTIL GIG-EOF.
072200 5000-EXIT.
072300     EXIT.
072400
072500*****************************************************************
072600* 5100-CHECK-ONE-GENERATION                                     *
072700*****************************************************************
072800 5100-CHECK-ONE-GENERATION.
072900     READ SERHIST-FILE
073000         AT END
073100             MOVE "Y" TO GIG-EOF-SW
073200             GO TO 5100-EXIT
073300     END-READ
073400     IF GIG-SERHIST-STATUS NOT = "00"
073500         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR READING "
073600             "SERHIST - STATUS " GIG-SERHIST-STATUS
073700         MOVE 16 TO RETURN-CODE
073800         DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
073900         STOP RUN
074000     END-IF
074100     ADD 1 TO GIG-HIST-READ-COUNT
074200     MOVE GIG-HIST-COHORT TO GIG-KW-COHORT
074300     MOVE GIG-HIST-MODE   TO GIG-KW-MODE
074400     MOVE GIG-HIST-LIMIT  TO GIG-KW-LIMIT
074500     MOVE GIG-HIST-RATE   TO GIG-KW-RATE
074600     IF GIG-HIST-TERM-COUNT NOT NUMERIC
074700         GO TO 5100-BAD-COUNT
074800     END-IF
074900     IF GIG-HIST-TERM-COUNT = ZERO
075000         OR GIG-HIST-TERM-COUNT > GIG-TABLE-MAX
075100         OR GIG-HIST-TERM-COUNT NOT = GIG-HIST-LIMIT
075200         GO TO 5100-BAD-COUNT
075300     END-IF
075400     MOVE "N" TO GIG-SHORT-SW
075500     MOVE 1 TO GIG-TERM-INDEX
075600     PERFORM 5200-CHECK-ONE-TERM THRU 5200-EXIT
075700         UNTIL GIG-TERM-INDEX > GIG-HIST-TERM-COUNT
075800         OR GIG-TABLE-SHORT
075900     IF NOT GIG-TABLE-SHORT
076000         GO TO 5100-EXIT
076100     END-IF
076200     MOVE 5 TO GIG-CAT
076300     MOVE SPACES TO GIG-DETAIL-TEXT
076400     STRING "RUN DATE " DELIMITED BY SIZE
076500         GIG-HIST-RUN-DATE DELIMITED BY SIZE
076600         " - TERM " DELIMITED BY SIZE
076700         GIG-TERM-INDEX DELIMITED BY SIZE
076800         " OF " DELIMITED BY SIZE
076900         GIG-HIST-TERM-COUNT DELIMITED BY SIZE
077000         " NOT STORED" DELIMITED BY SIZE
077100         INTO GIG-DETAIL-TEXT
077200     END-STRING
077300     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
077400     GO TO 5100-EXIT.
077500 5100-BAD-COUNT.
077600     MOVE 4 TO GIG-CAT
077700     MOVE SPACES TO GIG-DETAIL-TEXT
077800     STRING "RUN DATE " DELIMITED BY SIZE
077900         GIG-HIST-RUN-DATE DELIMITED BY SIZE
078000         " - TERM COUNT " DELIMITED BY SIZE
078100         GIG-HIST-TERM-COUNT DELIMITED BY SIZE
078200         " BUT KEY LIMIT " DELIMITED BY SIZE
078300         GIG-HIST-LIMIT DELIMITED BY SIZE
078400         INTO GIG-DETAIL-TEXT
078500     END-STRING
078600     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
078700 5100-EXIT.
078800     EXIT.
078900
079000*****************************************************************
079100* 5200-CHECK-ONE-TERM - A TERM THE DRIVER SAVED ALWAYS HAS A    *
079200* NUMERIC DISPLAY VALUE.  THE FIRST ONE THAT DOES NOT STOPS THE *
079300* CHECK AND IS THE TERM REPORTED.                               *
079400*****************************************************************
079500 5200-CHECK-ONE-TERM.
079600     IF GIG-HIST-NUMBER(GIG-TERM-INDEX) NOT NUMERIC
079700         MOVE "Y" TO GIG-SHORT-SW
079800     ELSE
079900         ADD 1 TO GIG-TERM-INDEX
080000     END-IF.
080100 5200-EXIT.
080200     EXIT.
080300
080400*****************************************************************
080500* 6000-CHECK-ACTUALS - EVERY SERIES WITH OBSERVATIONS ON        *
080600* ACTHIST MUST STILL HAVE ITS REQUEST ON REQMAST.  REQMAST IS   *
080700* LOOKED UP ONCE PER SERIES, AND AN ORPHANED SERIES IS REPORTED *
080800* ONCE WITH ITS OBSERVATION COUNT AND DATE RANGE.               *
080900*****************************************************************
081000 6000-CHECK-ACTUALS.
081100     MOVE "ACTHIST OBSERVATIONS AGAINST REQMAST"
081200         TO GIG-SECTION-TEXT
081300     PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
081400     MOVE "N" TO GIG-EOF-SW
081500     MOVE "Y" TO GIG-FIRST-KEY-SW
081600     PERFORM 6100-CHECK-ONE-ACTUAL THRU 6100-EXIT
081700         UNTIL GIG-EOF
081800     IF NOT GIG-FIRST-KEY
081900         PERFORM 6200-CLOSE-SERIES THRU 6200-EXIT
082000     END-IF.
082100 6000-EXIT.
082200     EXIT.
082300
082400*****************************************************************
082500* 6100-CHECK-ONE-ACTUAL - ON A CHANGE OF SERIES KEY, CLOSE OFF  *
082600* THE SERIES JUST READ AND LOOK THE NEW ONE UP.                 *
082700*****************************************************************
082800 6100-CHECK-ONE-ACTUAL.
082900     READ ACTHIST-FILE
083000         AT END
083100             MOVE "Y" TO GIG-EOF-SW
083200             GO TO 6100-EXIT
083300     END-READ
083400     IF GIG-ACTHIST-STATUS NOT = "00"
083500         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR READING "
083600             "ACTHIST - STATUS " GIG-ACTHIST-STATUS
083700         MOVE 16 TO RETURN-CODE
083800         DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
083900         STOP RUN
084000     END-IF
084100     ADD 1 TO GIG-ACT-READ-COUNT
084200     MOVE GIG-ACT-COHORT TO GIG-CK-COHORT
084300     MOVE GIG-ACT-MODE   TO GIG-CK-MODE
084400     MOVE GIG-ACT-LIMIT  TO GIG-CK-LIMIT
084500     MOVE GIG-ACT-RATE   TO GIG-CK-RATE
084600     IF GIG-FIRST-KEY OR GIG-CURR-KEY NOT = GIG-PREV-KEY
084700         IF NOT GIG-FIRST-KEY
084800             PERFORM 6200-CLOSE-SERIES THRU 6200-EXIT
084900         END-IF
085000         MOVE "N" TO GIG-FIRST-KEY-SW
085100         MOVE GIG-CURR-KEY TO GIG-PREV-KEY
085200         ADD 1 TO GIG-SERIES-COUNT
085300         MOVE ZERO TO GIG-SERIES-OBS-COUNT
085400         MOVE GIG-ACT-OBS-DATE TO GIG-SERIES-FIRST-DATE
085500         MOVE GIG-CURR-KEY TO GIG-KEY-WORK
085600         PERFORM 7500-FIND-REQUEST THRU 7500-EXIT
085700         MOVE GIG-REQ-FOUND-SW TO GIG-SERIES-FOUND-SW
085800     END-IF
085900     ADD 1 TO GIG-SERIES-OBS-COUNT
086000     MOVE GIG-ACT-OBS-DATE TO GIG-SERIES-LAST-DATE.
086100 6100-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500* 6200-CLOSE-SERIES - REPORT THE SERIES JUST READ IF ITS        *
086600* REQUEST IS GONE.                                              *
086700*****************************************************************
086800 6200-CLOSE-SERIES.
086900     IF GIG-SERIES-FOUND
087000         GO TO 6200-EXIT
087100     END-IF
087200     MOVE GIG-PREV-KEY TO GIG-KEY-WORK
087300     MOVE 6 TO GIG-CAT
087400     MOVE SPACES TO GIG-DETAIL-TEXT
087500     STRING "NO REQMAST REQUEST - " DELIMITED BY SIZE
087600         GIG-SERIES-OBS-COUNT DELIMITED BY SIZE
087700         " OBS " DELIMITED BY SIZE
087800         GIG-SERIES-FIRST-DATE DELIMITED BY SIZE
087900         " TO " DELIMITED BY SIZE
088000         GIG-SERIES-LAST-DATE DELIMITED BY SIZE
088100         INTO GIG-DETAIL-TEXT
088200     END-STRING
088300     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
088400 6200-EXIT.
088500     EXIT.
088600
088700*****************************************************************
088800* 7000-CHECK-CHECKPOINTS - THE NIGHTLY DRIVER DELETES A         *
088900* REQUEST'S CHECKPOINT WHEN THE REQUEST FINISHES AND ITS        *
089000* BATCH-POSITION RECORD WHEN THE RUN FINISHES, SO ANYTHING      *
089100* STILL HERE IS LEFT FROM AN INTERRUPTED RUN.  A BATCH POSITION *
089200* FROM LAST NIGHT IS A RESTART STILL TO BE DONE AND IS ONLY     *
089300* NOTED ON THE CONSOLE; ONE OLDER THAN THAT WAS NEVER           *
089400* RESTARTED.  A REQUEST CHECKPOINT IS REPORTED ONLY WHEN ITS    *
089500* REQUEST IS GONE FROM REQMAST.                                 *
089600*****************************************************************
089700 7000-CHECK-CHECKPOINTS.
089800     MOVE "CHECKPT RECORDS - LEFTOVER AND ORPHANED"
089900         TO GIG-SECTION-TEXT
090000     PERFORM 4200-WRITE-SECTION-HEADER THRU 4200-EXIT
090100     MOVE "N" TO GIG-EOF-SW
090200     PERFORM 7100-CHECK-ONE-CHECKPOINT THRU 7100-EXIT
090300         UNTIL GIG-EOF.
090400 7000-EXIT.
090500     EXIT.
090600
090700*****************************************************************
090800* 7100-CHECK-ONE-CHECKPOINT - A BATCH POSITION SAVED BEFORE THE *
090900* RUN DATE WAS STAMPED ON IT CARRIES NO DATE AND COUNTS AS OLD. *
091000*****************************************************************
091100 7100-CHECK-ONE-CHECKPOINT.
091200     READ CHECKPT-FILE
091300         AT END
091400             MOVE "Y" TO GIG-EOF-SW
091500             GO TO 7100-EXIT
091600     END-READ
091700     IF GIG-CHKPT-STATUS NOT = "00"
091800         DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR READING "
091900             "CHECKPT - STATUS " GIG-CHKPT-STATUS
092000         MOVE 16 TO RETURN-CODE
092100         DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
092200         STOP RUN
092300     END-IF
092400     ADD 1 TO GIG-CHKPT-READ-COUNT
092500     MOVE GIG-CHKPT-COHORT TO GIG-KW-COHORT
092600     MOVE GIG-CHKPT-MODE   TO GIG-KW-MODE
092700     MOVE GIG-CHKPT-LIMIT  TO GIG-KW-LIMIT
092800     MOVE GIG-CHKPT-RATE   TO GIG-KW-RATE
092900     IF GIG-CHKPT-MODE NOT = "*"
093000         GO TO 7100-REQUEST-RECORD
093100     END-IF
093200     ADD 1 TO GIG-MARKER-COUNT
093300     MOVE ZERO TO GIG-MARKER-DATE
093400     IF GIG-CHKPT-NUMBER(1) NUMERIC
093500         MOVE GIG-CHKPT-NUMBER(1) TO GIG-MARKER-DATE
093600     END-IF
093700     IF GIG-MARKER-DATE NOT < GIG-LAST-NIGHT
093800         DISPLAY "GROWTH-INTEGRITY-AUDIT - STREAM "
093900             GIG-CHKPT-LIMIT " HAS A BATCH POSITION FROM "
094000             GIG-MARKER-DATE " - RESTART PENDING"
094100         GO TO 7100-EXIT
094200     END-IF
094300     MOVE 7 TO GIG-CAT
094400     MOVE SPACES TO GIG-DETAIL-TEXT
094500     IF GIG-MARKER-DATE = ZERO
094600         STRING "UNDATED BATCH POSITION - " DELIMITED BY SIZE
094700             GIG-CHKPT-COUNTER DELIMITED BY SIZE
094800             " REQUEST(S) DONE" DELIMITED BY SIZE
094900             INTO GIG-DETAIL-TEXT
095000         END-STRING
095100     ELSE
095200         STRING "BATCH POSITION FROM " DELIMITED BY SIZE
095300             GIG-MARKER-DATE DELIMITED BY SIZE
095400             " - " DELIMITED BY SIZE
095500             GIG-CHKPT-COUNTER DELIMITED BY SIZE
095600             " REQUEST(S) DONE" DELIMITED BY SIZE
095700             INTO GIG-DETAIL-TEXT
095800         END-STRING
095900     END-IF
096000     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT
096100     GO TO 7100-EXIT.
096200 7100-REQUEST-RECORD.
096300     PERFORM 7500-FIND-REQUEST THRU 7500-EXIT
096400     IF GIG-REQ-FOUND
096500         GO TO 7100-EXIT
096600     END-IF
096700     MOVE 8 TO GIG-CAT
096800     MOVE SPACES TO GIG-DETAIL-TEXT
096900     STRING "NO REQMAST REQUEST - SAVED AT TERM "
097000         DELIMITED BY SIZE
097100         GIG-CHKPT-COUNTER DELIMITED BY SIZE
097200         INTO GIG-DETAIL-TEXT
097300     END-STRING
097400     PERFORM 8000-WRITE-EXCEPTION THRU 8000-EXIT.
097500 7100-EXIT.
097600     EXIT.
097700
097800*****************************************************************
097900* 7500-FIND-REQUEST - IS THE SERIES IN GIG-KEY-WORK ON REQMAST? *
098000* THE REQMAST KEY CARRIES THE SAME FOUR FIELDS IN MODE/LIMIT/   *
098100* RATE/COHORT ORDER.                                            *
098200*****************************************************************
098300 7500-FIND-REQUEST.
098400     MOVE "N" TO GIG-REQ-FOUND-SW
098500     MOVE GIG-KW-MODE   TO GIG-LK-MODE
098600     MOVE GIG-KW-LIMIT  TO GIG-LK-LIMIT
098700     MOVE GIG-KW-RATE   TO GIG-LK-RATE
098800     MOVE GIG-KW-COHORT TO GIG-LK-COHORT
098900     MOVE GIG-LOOKUP-KEY TO GIG-REQ-KEY
099000     READ REQMAST-FILE
099100         INVALID KEY
099200             CONTINUE
099300     END-READ
099400     EVALUATE GIG-REQMAST-STATUS
099500         WHEN "00"
099600             MOVE "Y" TO GIG-REQ-FOUND-SW
099700         WHEN "23"
099800         WHEN "14"
099900             CONTINUE
100000         WHEN OTHER
100100             DISPLAY "GROWTH-INTEGRITY-AUDIT - ERROR READING "
100200                 "REQMAST - STATUS " GIG-REQMAST-STATUS
100300             MOVE 16 TO RETURN-CODE
100400             DISPLAY "GROWTH-INTEGRITY-AUDIT - JOB ABENDING"
100500             STOP RUN
100600     END-EVALUATE.
100700 7500-EXIT.
100800     EXIT.
100900
101000*****************************************************************
101100* 8000-WRITE-EXCEPTION - ONE REPORT LINE PER INCONSISTENCY:     *
101200* THE CATEGORY CODE IN GIG-CAT, THE KEY IN GIG-KEY-WORK AND THE *
101300* DETAIL ALREADY IN GIG-DETAIL-TEXT.                            *
101400*****************************************************************
101500 8000-WRITE-EXCEPTION.
101600     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
101700     ADD 1 TO GIG-CAT-COUNT(GIG-CAT)
101800     ADD 1 TO GIG-EXCEPTION-COUNT
101900     MOVE GIG-KW-RATE TO GIG-RATE-DISP
102000     MOVE SPACES TO GIG-MESSAGE-LINE
102100     STRING GIG-CT-CODE(GIG-CAT) DELIMITED BY SIZE
102200         "  COHORT " DELIMITED BY SIZE
102300         GIG-KW-COHORT DELIMITED BY SIZE
102400         " MODE " DELIMITED BY SIZE
102500         GIG-KW-MODE DELIMITED BY SIZE
102600         " LIMIT " DELIMITED BY SIZE
102700         GIG-KW-LIMIT DELIMITED BY SIZE
102800         " RATE " DELIMITED BY SIZE
102900         GIG-RATE-DISP DELIMITED BY SIZE
103000         "  " DELIMITED BY SIZE
103100         GIG-DETAIL-TEXT DELIMITED BY SIZE
103200         INTO GIG-MESSAGE-LINE
103300     END-STRING
103400     WRITE GIG-RPT-LINE FROM GIG-MESSAGE-LINE
103500         AFTER ADVANCING 1 LINE
103600     ADD 1 TO GIG-REPORT-LINE-COUNT.
103700 8000-EXIT.
103800     EXIT.
103900
104000*****************************************************************
104100* 9000-TERMINATE - THE COUNT FOR EVERY CATEGORY (ZEROS          *
104200* INCLUDED, SO THE REPORT SHOWS WHAT WAS CHECKED), TRAILER,     *
104300* CLOSES AND THE CONSOLE SUMMARY.  ANY INCONSISTENCY AT ALL     *
104400* SETS RETURN-CODE 8.                                           *
104500*****************************************************************
104600 9000-TERMINATE.
104700     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
104800     MOVE SPACES TO GIG-MESSAGE-LINE
104900     MOVE "--- INCONSISTENCIES BY CATEGORY ---"
105000         TO GIG-MESSAGE-LINE
105100     WRITE GIG-RPT-LINE FROM GIG-MESSAGE-LINE
105200         AFTER ADVANCING 2 LINES
105300     ADD 2 TO GIG-REPORT-LINE-COUNT
105400     MOVE 1 TO GIG-CAT-INDEX
105500     PERFORM 9100-WRITE-ONE-CATEGORY THRU 9100-EXIT
105600         UNTIL GIG-CAT-INDEX > GIG-CAT-MAX
105700     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
105800     MOVE SPACES TO GIG-MESSAGE-LINE
105900     STRING "*** END OF INTEGRITY AUDIT - " DELIMITED BY SIZE
106000         GIG-EXCEPTION-COUNT DELIMITED BY SIZE
106100         " INCONSISTENCY(S) FOUND ***" DELIMITED BY SIZE
106200         INTO GIG-MESSAGE-LINE
106300     END-STRING
106400     WRITE GIG-RPT-LINE FROM GIG-MESSAGE-LINE
106500         AFTER ADVANCING 2 LINES
106600     CLOSE REQMAST-FILE
106700     CLOSE COHMAST-FILE
106800     CLOSE PRIORRUN-FILE
106900     CLOSE SERHIST-FILE
107000     CLOSE ACTHIST-FILE
107100     CLOSE CHECKPT-FILE
107200     CLOSE INTGRPT-FILE
107300     DISPLAY "GROWTH-INTEGRITY-AUDIT - " GIG-REQ-READ-COUNT
107400         " REQUEST(S) (" GIG-REQ-ACTIVE-COUNT " ACTIVE), "
107500         GIG-PRIOR-READ-COUNT " PRIORRUN, "
107600         GIG-HIST-READ-COUNT " SERHIST, "
107700         GIG-ACT-READ-COUNT " ACTHIST (" GIG-SERIES-COUNT
107800         " SERIES), " GIG-CHKPT-READ-COUNT " CHECKPT READ"
107900     DISPLAY "GROWTH-INTEGRITY-AUDIT - " GIG-EXCEPTION-COUNT
108000         " INCONSISTENCY(S) FOUND"
108100     IF GIG-EXCEPTION-COUNT > ZERO
108200         IF RETURN-CODE < 8
108300             MOVE 8 TO RETURN-CODE
108400         END-IF
108500     END-IF.
108600 9000-EXIT.
108700     EXIT.
108800
108900*****************************************************************
109000* 9100-WRITE-ONE-CATEGORY                                       *
109100*****************************************************************
109200 9100-WRITE-ONE-CATEGORY.
109300     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
109400     MOVE GIG-CAT-COUNT(GIG-CAT-INDEX) TO GIG-COUNT-DISP
109500     MOVE SPACES TO GIG-MESSAGE-LINE
109600     STRING GIG-CT-CODE(GIG-CAT-INDEX) DELIMITED BY SIZE
109700         "  " DELIMITED BY SIZE
109800         GIG-CT-DESC(GIG-CAT-INDEX) DELIMITED BY SIZE
109900         GIG-COUNT-DISP DELIMITED BY SIZE
110000         INTO GIG-MESSAGE-LINE
110100     END-STRING
110200     WRITE GIG-RPT-LINE FROM GIG-MESSAGE-LINE
110300         AFTER ADVANCING 1 LINE
110400     ADD 1 TO GIG-REPORT-LINE-COUNT
110500     ADD 1 TO GIG-CAT-INDEX.
110600 9100-EXIT.
110700     EXIT.
