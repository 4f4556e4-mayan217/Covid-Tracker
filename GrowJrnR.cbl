000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-JOURNAL-REPORT.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  LISTS THE MASTER-FILE     *
001000*                   CHANGE JOURNAL (CHGJRNL) THE GCOH AND GMNT  *
001100*                   SCREENS WRITE, FOR THE DATE RANGE ON THE    *
001200*                   JRNCTL CARD, OPTIONALLY NARROWED TO ONE     *
001300*                   FILE, ONE USER OR ONE COHORT.  EACH CHANGE  *
001400*                   SHOWS WHEN, WHO, WHICH TERMINAL AND WHAT    *
001500*                   RECORD, FOLLOWED BY EVERY FIELD WHOSE VALUE *
001600*                   DIFFERS BETWEEN THE BEFORE AND AFTER IMAGES *
001700*                   - SO A MOVED SURGE CAPACITY SHOWS UP AS ITS *
001800*                   OLD AND NEW VALUE WITH THE USER AND TIME.   *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT CHGJRNL-FILE ASSIGN TO CHGJRNL
002400         ORGANIZATION IS INDEXED
002500         ACCESS MODE IS DYNAMIC
002600         RECORD KEY IS GJN-JOURNAL-KEY
002700         FILE STATUS IS GJR-CHGJRNL-STATUS.
002800
002900     SELECT JRNCTL-FILE ASSIGN TO JRNCTL
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS GJR-JRNCTL-STATUS.
003200
003300     SELECT JRNRPT-FILE ASSIGN TO JRNRPT
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS GJR-JRNRPT-STATUS.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900*****************************************************************
004000* CHGJRNL - THE CHANGE JOURNAL, ONE GROWJRN RECORD PER ONLINE   *
004100* ADD, CHANGE OR DEACTIVATE, KEYED BY DATE AND TIME FIRST.      *
004200*****************************************************************
004300 FD  CHGJRNL-FILE
004400     LABEL RECORDS ARE STANDARD.
004500     COPY GROWJRN.
004600
004700*****************************************************************
004800* JRNCTL - ONE SELECTION CARD: COLUMNS 1-8 DATE-FROM AND 9-16   *
004900* DATE-TO (YYYYMMDD, ZEROS OR SPACES MEAN NO DATE LIMIT),       *
005000* 17-24 FILE (COHMAST OR REQMAST), 25-32 USER, 33-40 COHORT     *
005100* (SPACES MEAN ALL).                                            *
005200*****************************************************************
005300 FD  JRNCTL-FILE
005400     LABEL RECORDS ARE STANDARD.
005500 01  GJR-JRNCTL-REC.
005600     05  GJR-CTL-DATE-FROM-X         PIC X(08).
005700     05  GJR-CTL-DATE-FROM REDEFINES GJR-CTL-DATE-FROM-X
005800                                     PIC 9(08).
005900     05  GJR-CTL-DATE-TO-X           PIC X(08).
006000     05  GJR-CTL-DATE-TO REDEFINES GJR-CTL-DATE-TO-X
006100                                     PIC 9(08).
006200     05  GJR-CTL-FILE                PIC X(08).
006300     05  GJR-CTL-USER                PIC X(08).
006400     05  GJR-CTL-COHORT              PIC X(08).
006500     05  FILLER                      PIC X(40).
006600
006700*****************************************************************
006800* JRNRPT - THE PRINT-IMAGE CHANGE LISTING.                      *
006900*****************************************************************
007000 FD  JRNRPT-FILE
007100     LABEL RECORDS ARE STANDARD.
007200 01  GJR-RPT-LINE                    PIC X(133).
007300
007400 WORKING-STORAGE SECTION.
007500*****************************************************************
007600* SWITCHES                                                      *
007700*****************************************************************
007800 01  GJR-SWITCHES.
007900     05  GJR-EOF-SW                  PIC X(01) VALUE "N".
008000         88  GJR-EOF                  VALUE "Y".
008100     05  GJR-SELECTED-SW             PIC X(01) VALUE "N".
008200         88  GJR-SELECTED             VALUE "Y".
008300     05  GJR-DIFFERS-SW              PIC X(01) VALUE "N".
008400         88  GJR-DIFFERS              VALUE "Y".
008500
008600*****************************************************************
008700* SELECTION CRITERIA FROM THE CONTROL CARD                      *
008800*****************************************************************
008900 01  GJR-SEL-DATE-FROM               PIC 9(08) VALUE ZERO.
009000 01  GJR-SEL-DATE-TO                 PIC 9(08) VALUE 99999999.
009100 01  GJR-SEL-FILE                    PIC X(08) VALUE SPACES.
009200 01  GJR-SEL-USER                    PIC X(08) VALUE SPACES.
009300 01  GJR-SEL-COHORT                  PIC X(08) VALUE SPACES.
009400
009500*****************************************************************
009600* FIELDS COMPARED BETWEEN THE BEFORE AND AFTER IMAGES - FILE,   *
009700* PRINTED NAME, OFFSET AND LENGTH IN THE 80-BYTE MASTER RECORD  *
009800* (GROWCOH FOR COHMAST, GROWREQ FOR REQMAST).  THE KEY FIELDS   *
009900* ARE NOT LISTED - THEY CANNOT CHANGE AND ARE PRINTED ON THE    *
010000* CHANGE LINE.  KEEP IN STEP WITH THOSE TWO COPYBOOKS.          *
010100*****************************************************************
010200 01  GJR-FIELD-VALUES.
010300     05  FILLER                      PIC X(30)
010400         VALUE "COHMAST REGION NAME     009030".
010500     05  FILLER                      PIC X(30)
010600         VALUE "COHMAST POPULATION      039009".
010700     05  FILLER                      PIC X(30)
010800         VALUE "COHMAST SURGE CAPACITY  048012".
010900     05  FILLER                      PIC X(30)
011000         VALUE "COHMAST STATUS          060001".
011100     05  FILLER                      PIC X(30)
011200         VALUE "COHMAST HOSP PCT (99V9) 061003".
011300     05  FILLER                      PIC X(30)
011400         VALUE "COHMAST ICU PCT (99V9)  064003".
011500     05  FILLER                      PIC X(30)
011600         VALUE "COHMAST HOSP STAY DAYS  067002".
011700     05  FILLER                      PIC X(30)
011800         VALUE "COHMAST ICU STAY DAYS   069002".
011900     05  FILLER                      PIC X(30)
012000         VALUE "COHMAST LICENSED BEDS   071005".
012100     05  FILLER                      PIC X(30)
012200         VALUE "COHMAST ICU BEDS        076005".
012300     05  FILLER                      PIC X(30)
012400         VALUE "REQMAST FREQUENCY       020001".
012500     05  FILLER                      PIC X(30)
012600         VALUE "REQMAST WEEK DAY        021001".
012700     05  FILLER                      PIC X(30)
012800         VALUE "REQMAST EFFECTIVE DATE  022008".
012900     05  FILLER                      PIC X(30)
013000         VALUE "REQMAST STATUS          030001".
013100 01  GJR-FIELD-TABLE REDEFINES GJR-FIELD-VALUES.
013200     05  GJR-FIELD-ENTRY             OCCURS 14 TIMES.
013300         10  GJR-FT-FILE             PIC X(08).
013400         10  GJR-FT-NAME             PIC X(16).
013500         10  GJR-FT-OFFSET           PIC 9(03).
013600         10  GJR-FT-LENGTH           PIC 9(03).
013700 01  GJR-FIELD-MAX                   PIC 9(03) VALUE 14.
013800 01  GJR-FIELD-INDEX                 PIC 9(03).
013900 01  GJR-OFFSET                      PIC 9(03).
014000 01  GJR-LENGTH                      PIC 9(03).
014100
014200*****************************************************************
014300* THE REQMAST KEY, TAKEN APART FOR PRINTING AND FOR THE COHORT  *
014400* SELECTION (A COHMAST KEY IS THE COHORT ID ITSELF)             *
014500*****************************************************************
014600 01  GJR-REQ-KEY.
014700     05  GJR-RK-MODE                 PIC X(01).
014800     05  GJR-RK-LIMIT                PIC 9(05).
014900     05  GJR-RK-RATE                 PIC S9(03)V9(02).
015000     05  GJR-RK-COHORT               PIC X(08).
015100 01  GJR-KEY-COHORT                  PIC X(08).
015200 01  GJR-RATE-DISP                   PIC -ZZ9.99.
015300
015400*****************************************************************
015500* WORK COUNTERS                                                 *
015600*****************************************************************
015700 01  GJR-READ-COUNT                  PIC 9(07) VALUE ZERO.
015800 01  GJR-SELECT-COUNT                PIC 9(07) VALUE ZERO.
015900 01  GJR-COHMAST-COUNT               PIC 9(07) VALUE ZERO.
016000 01  GJR-REQMAST-COUNT               PIC 9(07) VALUE ZERO.
016100 01  GJR-ADDED-COUNT                 PIC 9(07) VALUE ZERO.
016200 01  GJR-CHANGED-COUNT               PIC 9(07) VALUE ZERO.
016300 01  GJR-DEACT-COUNT                 PIC 9(07) VALUE ZERO.
016400
016500*****************************************************************
016600* RUN-DATE AND REPORT PAGINATION                                *
016700*****************************************************************
016800 01  GJR-RUN-DATE                    PIC 9(08).
016900 01  GJR-PAGE-COUNT                  PIC 9(03) VALUE ZERO.
017000 01  GJR-REPORT-LINE-COUNT           PIC 9(03) VALUE ZERO.
017100 01  GJR-LINES-PER-PAGE              PIC 9(03) VALUE 20.
017200
017300*****************************************************************
017400* FILE STATUS CODES                                             *
017500*****************************************************************
017600 01  GJR-CHGJRNL-STATUS              PIC X(02).
017700 01  GJR-JRNCTL-STATUS               PIC X(02).
017800 01  GJR-JRNRPT-STATUS               PIC X(02).
017900
018000*****************************************************************
018100* REPORT LINE LAYOUTS                                           *
018200*****************************************************************
018300 01  GJR-TITLE-LINE                  PIC X(133).
018400 01  GJR-INFO-LINE                   PIC X(133).
018500 01  GJR-MESSAGE-LINE                PIC X(133).
018600 01  GJR-CHANGE-LINE.
018700     05  FILLER                      PIC X(02) VALUE SPACES.
018800     05  GJR-CL-DATE                 PIC 9(08).
018900     05  FILLER                      PIC X(01) VALUE SPACES.
019000     05  GJR-CL-TIME                 PIC 9(06).
019100     05  FILLER                      PIC X(02) VALUE SPACES.
019200     05  GJR-CL-USER                 PIC X(08).
019300     05  FILLER                      PIC X(02) VALUE SPACES.
019400     05  GJR-CL-TERM                 PIC X(04).
019500     05  FILLER                      PIC X(02) VALUE SPACES.
019600     05  GJR-CL-TRAN                 PIC X(04).
019700     05  FILLER                      PIC X(02) VALUE SPACES.
019800     05  GJR-CL-FILE                 PIC X(08).
019900     05  FILLER                      PIC X(02) VALUE SPACES.
020000     05  GJR-CL-ACTION               PIC X(11).
020100     05  FILLER                      PIC X(02) VALUE SPACES.
020200     05  GJR-CL-KEY                  PIC X(50).
020300     05  FILLER                      PIC X(19) VALUE SPACES.
020400 01  GJR-FIELD-LINE.
020500     05  FILLER                      PIC X(06) VALUE SPACES.
020600     05  GJR-FL-NAME                 PIC X(16).
020700     05  FILLER                      PIC X(02) VALUE SPACES.
020800     05  GJR-FL-BEFORE               PIC X(30).
020900     05  FILLER                      PIC X(04) VALUE " -> ".
021000     05  GJR-FL-AFTER                PIC X(30).
021100     05  FILLER                      PIC X(45) VALUE SPACES.
021200
021300 PROCEDURE DIVISION.
021400*****************************************************************
021500* 0000-MAINLINE - WALK THE JOURNAL FOR THE DATE RANGE, LIST     *
021600* EACH SELECTED CHANGE, AND FINISH WITH THE TOTALS.             *
021700*****************************************************************
021800 0000-MAINLINE.
021900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022000     PERFORM 2000-PROCESS-ONE-CHANGE THRU 2000-EXIT
022100         UNTIL GJR-EOF.
022200     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
022300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022400     STOP RUN.
022500
022600*****************************************************************
022700* 1000-INITIALIZE - OPEN ALL FILES, PICK UP THE SELECTION CARD, *
022800* PRINT THE FIRST HEADINGS AND POSITION THE JOURNAL AT THE      *
022900* FROM-DATE.  EVERY OPEN IS STATUS-CHECKED.                     *
023000*****************************************************************
023100 1000-INITIALIZE.
023200     OPEN INPUT  CHGJRNL-FILE
023300     IF GJR-CHGJRNL-STATUS NOT = "00"
023400         DISPLAY "GROWTH-JOURNAL-REPORT - ERROR OPENING "
023500             "CHGJRNL - STATUS " GJR-CHGJRNL-STATUS
023600         GO TO 1000-ABEND
023700     END-IF
023800     OPEN INPUT  JRNCTL-FILE
023900     IF GJR-JRNCTL-STATUS NOT = "00"
024000         DISPLAY "GROWTH-JOURNAL-REPORT - ERROR OPENING "
024100             "JRNCTL - STATUS " GJR-JRNCTL-STATUS
024200         GO TO 1000-ABEND
024300     END-IF
024400     OPEN OUTPUT JRNRPT-FILE
024500     IF GJR-JRNRPT-STATUS NOT = "00"
024600         DISPLAY "GROWTH-JOURNAL-REPORT - ERROR OPENING "
024700             "JRNRPT - STATUS " GJR-JRNRPT-STATUS
024800         GO TO 1000-ABEND
024900     END-IF
025000     ACCEPT GJR-RUN-DATE FROM DATE YYYYMMDD
025100     PERFORM 1050-READ-CONTROL-CARD THRU 1050-EXIT
025200     PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
025300     PERFORM 1100-POSITION-JOURNAL THRU 1100-EXIT
025400     GO TO 1000-EXIT.
025500 1000-ABEND.
025600     MOVE 16 TO RETURN-CODE
025700     DISPLAY "GROWTH-JOURNAL-REPORT - INITIALIZATION FAILED - "
025800         "JOB ABENDING".
025900     STOP RUN.
026000 1000-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400* 1050-READ-CONTROL-CARD - A MISSING CARD OR A BLANK FIELD      *
026500* MEANS "NO SELECTION ON THAT FIELD", SO AN EMPTY JRNCTL DD     *
026600* LISTS THE WHOLE JOURNAL.                                      *
026700*****************************************************************
026800 1050-READ-CONTROL-CARD.
026900     READ JRNCTL-FILE
027000         AT END
027100             GO TO 1050-CLOSE
027200     END-READ
027300     IF GJR-CTL-DATE-FROM-X NUMERIC
027400         AND GJR-CTL-DATE-FROM > ZERO
027500         MOVE GJR-CTL-DATE-FROM TO GJR-SEL-DATE-FROM
027600     END-IF
027700     IF GJR-CTL-DATE-TO-X NUMERIC
027800         AND GJR-CTL-DATE-TO > ZERO
027900         MOVE GJR-CTL-DATE-TO TO GJR-SEL-DATE-TO
028000     END-IF
028100     MOVE GJR-CTL-FILE   TO GJR-SEL-FILE
028200     MOVE GJR-CTL-USER   TO GJR-SEL-USER
028300     MOVE GJR-CTL-COHORT TO GJR-SEL-COHORT.
028400 1050-CLOSE.
028500     CLOSE JRNCTL-FILE.
028600 1050-EXIT.
028700     EXIT.
028800
028900*****************************************************************
029000* 1100-POSITION-JOURNAL - THE KEY LEADS WITH THE CHANGE DATE,   *
029100* SO A START AT THE FROM-DATE SKIPS EVERYTHING OLDER.  ONLY     *
029200* STATUS 23 ON THE START MEANS "NOTHING THAT RECENT" - ANY      *
029300* OTHER NON-ZERO STATUS IS A REAL I/O ERROR AND ABENDS.         *
029400*****************************************************************
029500 1100-POSITION-JOURNAL.
029600     MOVE LOW-VALUES TO GJN-JOURNAL-KEY
029700     MOVE GJR-SEL-DATE-FROM TO GJN-CHG-DATE
029800     START CHGJRNL-FILE KEY NOT < GJN-JOURNAL-KEY
029900         INVALID KEY
030000             CONTINUE
030100     END-START
030200     EVALUATE GJR-CHGJRNL-STATUS
030300         WHEN "00"
030400             CONTINUE
030500         WHEN "23"
030600         WHEN "14"
030700             MOVE "Y" TO GJR-EOF-SW
030800             GO TO 1100-EXIT
030900         WHEN OTHER
031000             DISPLAY "GROWTH-JOURNAL-REPORT - ERROR STARTING "
031100                 "CHGJRNL - STATUS " GJR-CHGJRNL-STATUS
031200             MOVE 16 TO RETURN-CODE
031300             DISPLAY "GROWTH-JOURNAL-REPORT - JOB ABENDING"
031400             STOP RUN
031500     END-EVALUATE
031600     PERFORM 1200-READ-NEXT-CHANGE THRU 1200-EXIT.
031700 1100-EXIT.
031800     EXIT.
031900
032000*****************************************************************
032100* 1200-READ-NEXT-CHANGE - THE FIRST RECORD PAST THE TO-DATE     *
032200* ENDS THE RUN.                                                 *
032300*****************************************************************
032400 1200-READ-NEXT-CHANGE.
032500     READ CHGJRNL-FILE NEXT
032600         AT END
032700             MOVE "Y" TO GJR-EOF-SW
032800             GO TO 1200-EXIT
032900     END-READ
033000     IF GJN-CHG-DATE > GJR-SEL-DATE-TO
033100         MOVE "Y" TO GJR-EOF-SW
033200         GO TO 1200-EXIT
033300     END-IF
033400     ADD 1 TO GJR-READ-COUNT.
033500 1200-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900* 2000-PROCESS-ONE-CHANGE - APPLY THE SELECTION AND LIST.       *
034000*****************************************************************
034100 2000-PROCESS-ONE-CHANGE.
034200     PERFORM 2100-APPLY-SELECTION THRU 2100-EXIT
034300     IF GJR-SELECTED
034400         ADD 1 TO GJR-SELECT-COUNT
034500         IF GJN-COHMAST
034600             ADD 1 TO GJR-COHMAST-COUNT
034700         ELSE
034800             ADD 1 TO GJR-REQMAST-COUNT
034900         END-IF
035000         EVALUATE TRUE
035100             WHEN GJN-ADDED
035200                 ADD 1 TO GJR-ADDED-COUNT
035300             WHEN GJN-CHANGED
035400                 ADD 1 TO GJR-CHANGED-COUNT
035500             WHEN GJN-DEACTIVATED
035600                 ADD 1 TO GJR-DEACT-COUNT
035700         END-EVALUATE
035800         PERFORM 3000-WRITE-CHANGE THRU 3000-EXIT
035900     END-IF
036000     PERFORM 1200-READ-NEXT-CHANGE THRU 1200-EXIT.
036100 2000-EXIT.
036200     EXIT.
036300
036400*****************************************************************
036500* 2100-APPLY-SELECTION - FILE, USER AND COHORT.  A BLANK        *
036600* CRITERION SELECTS EVERYTHING ON THAT FIELD.  THE COHORT IS    *
036700* THE WHOLE KEY ON COHMAST AND THE LAST 8 BYTES ON REQMAST.     *
036800*****************************************************************
036900 2100-APPLY-SELECTION.
037000     MOVE "Y" TO GJR-SELECTED-SW
037100     IF GJN-REQMAST
037200         MOVE GJN-RECORD-KEY TO GJR-REQ-KEY
037300         MOVE GJR-RK-COHORT TO GJR-KEY-COHORT
037400     ELSE
037500         MOVE GJN-RECORD-KEY(1:8) TO GJR-KEY-COHORT
037600     END-IF
037700     IF GJR-SEL-FILE NOT = SPACES
037800         AND GJN-FILE-ID NOT = GJR-SEL-FILE
037900         MOVE "N" TO GJR-SELECTED-SW
038000     END-IF
038100     IF GJR-SEL-USER NOT = SPACES
038200         AND GJN-USERID NOT = GJR-SEL-USER
038300         MOVE "N" TO GJR-SELECTED-SW
038400     END-IF
038500     IF GJR-SEL-COHORT NOT = SPACES
038600         AND GJR-KEY-COHORT NOT = GJR-SEL-COHORT
038700         MOVE "N" TO GJR-SELECTED-SW
038800     END-IF.
038900 2100-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300* 3000-WRITE-CHANGE - ONE LINE FOR THE CHANGE ITSELF, THEN ONE  *
039400* LINE PER FIELD WHOSE VALUE DIFFERS (ON AN ADD THE BEFORE      *
039500* IMAGE IS BLANK, SO EVERY FILLED-IN FIELD IS LISTED).          *
039600*****************************************************************
039700 3000-WRITE-CHANGE.
039800     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
039900     MOVE GJN-CHG-DATE TO GJR-CL-DATE
040000     MOVE GJN-CHG-TIME TO GJR-CL-TIME
040100     MOVE GJN-USERID   TO GJR-CL-USER
040200     MOVE GJN-TERMID   TO GJR-CL-TERM
040300     MOVE GJN-TRANID   TO GJR-CL-TRAN
040400     MOVE GJN-FILE-ID  TO GJR-CL-FILE
040500     EVALUATE TRUE
040600         WHEN GJN-ADDED
040700             MOVE "ADDED"       TO GJR-CL-ACTION
040800         WHEN GJN-CHANGED
040900             MOVE "CHANGED"     TO GJR-CL-ACTION
041000         WHEN GJN-DEACTIVATED
041100             MOVE "DEACTIVATED" TO GJR-CL-ACTION
041200         WHEN OTHER
041300             MOVE GJN-ACTION    TO GJR-CL-ACTION
041400     END-EVALUATE
041500     MOVE SPACES TO GJR-CL-KEY
041600     IF GJN-REQMAST
041700         MOVE GJR-RK-RATE TO GJR-RATE-DISP
041800         STRING "COHORT " DELIMITED BY SIZE
041900             GJR-RK-COHORT DELIMITED BY SIZE
042000             " MODE " DELIMITED BY SIZE
042100             GJR-RK-MODE DELIMITED BY SIZE
042200             " LIMIT " DELIMITED BY SIZE
042300             GJR-RK-LIMIT DELIMITED BY SIZE
042400             " RATE " DELIMITED BY SIZE
042500             GJR-RATE-DISP DELIMITED BY SIZE
042600             INTO GJR-CL-KEY
042700         END-STRING
042800     ELSE
042900         STRING "COHORT " DELIMITED BY SIZE
043000             GJR-KEY-COHORT DELIMITED BY SIZE
043100             INTO GJR-CL-KEY
043200         END-STRING
043300     END-IF
043400     WRITE GJR-RPT-LINE FROM GJR-CHANGE-LINE
043500         AFTER ADVANCING 2 LINES
043600     ADD 2 TO GJR-REPORT-LINE-COUNT
043700     MOVE "N" TO GJR-DIFFERS-SW
043800     MOVE 1 TO GJR-FIELD-INDEX
043900     PERFORM 3100-COMPARE-ONE-FIELD THRU 3100-EXIT
044000         UNTIL GJR-FIELD-INDEX > GJR-FIELD-MAX
044100     IF NOT GJR-DIFFERS
044200         PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
044300         MOVE SPACES TO GJR-MESSAGE-LINE
044400         MOVE "      NO FIELD VALUE DIFFERS" TO GJR-MESSAGE-LINE
044500         WRITE GJR-RPT-LINE FROM GJR-MESSAGE-LINE
044600             AFTER ADVANCING 1 LINE
044700         ADD 1 TO GJR-REPORT-LINE-COUNT
044800     END-IF.
044900 3000-EXIT.
045000     EXIT.
045100
045200*****************************************************************
045300* 3100-COMPARE-ONE-FIELD                                        *
045400*****************************************************************
045500 3100-COMPARE-ONE-FIELD.
045600     IF GJR-FT-FILE(GJR-FIELD-INDEX) NOT = GJN-FILE-ID
045700         GO TO 3100-NEXT
045800     END-IF
045900     MOVE GJR-FT-OFFSET(GJR-FIELD-INDEX) TO GJR-OFFSET
046000     MOVE GJR-FT-LENGTH(GJR-FIELD-INDEX) TO GJR-LENGTH
046100     IF GJN-BEFORE-IMAGE(GJR-OFFSET:GJR-LENGTH)
046200         = GJN-AFTER-IMAGE(GJR-OFFSET:GJR-LENGTH)
046300         GO TO 3100-NEXT
046400     END-IF
046500     MOVE "Y" TO GJR-DIFFERS-SW
046600     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
046700     MOVE GJR-FT-NAME(GJR-FIELD-INDEX) TO GJR-FL-NAME
046800     MOVE GJN-BEFORE-IMAGE(GJR-OFFSET:GJR-LENGTH)
046900         TO GJR-FL-BEFORE
047000     MOVE GJN-AFTER-IMAGE(GJR-OFFSET:GJR-LENGTH)
047100         TO GJR-FL-AFTER
047200     WRITE GJR-RPT-LINE FROM GJR-FIELD-LINE
047300         AFTER ADVANCING 1 LINE
047400     ADD 1 TO GJR-REPORT-LINE-COUNT.
047500 3100-NEXT.
047600     ADD 1 TO GJR-FIELD-INDEX.
047700 3100-EXIT.
047800     EXIT.
047900
048000*****************************************************************
048100* 4000-WRITE-TOTALS - COUNTS BY FILE AND BY ACTION, THEN THE    *
048200* END-OF-REPORT LINE.                                           *
048300*****************************************************************
048400 4000-WRITE-TOTALS.
048500     PERFORM 4150-CHECK-PAGE-BREAK THRU 4150-EXIT
048600     MOVE SPACES TO GJR-MESSAGE-LINE
048700     STRING "CHANGES IN RANGE: " DELIMITED BY SIZE
048800         GJR-READ-COUNT DELIMITED BY SIZE
048900         "   SELECTED: " DELIMITED BY SIZE
049000         GJR-SELECT-COUNT DELIMITED BY SIZE
049100         "   COHMAST: " DELIMITED BY SIZE
049200         GJR-COHMAST-COUNT DELIMITED BY SIZE
049300         "   REQMAST: " DELIMITED BY SIZE
049400         GJR-REQMAST-COUNT DELIMITED BY SIZE
049500         INTO GJR-MESSAGE-LINE
049600     END-STRING
049700     WRITE GJR-RPT-LINE FROM GJR-MESSAGE-LINE
049800         AFTER ADVANCING 3 LINES
049900     ADD 1 TO GJR-REPORT-LINE-COUNT
050000     MOVE SPACES TO GJR-MESSAGE-LINE
050100     STRING "ADDED: " DELIMITED BY SIZE
050200         GJR-ADDED-COUNT DELIMITED BY SIZE
050300         "   CHANGED: " DELIMITED BY SIZE
050400         GJR-CHANGED-COUNT DELIMITED BY SIZE
050500         "   DEACTIVATED: " DELIMITED BY SIZE
050600         GJR-DEACT-COUNT DELIMITED BY SIZE
050700         INTO GJR-MESSAGE-LINE
050800     END-STRING
050900     WRITE GJR-RPT-LINE FROM GJR-MESSAGE-LINE
051000         AFTER ADVANCING 1 LINE
051100     ADD 1 TO GJR-REPORT-LINE-COUNT
051200     MOVE SPACES TO GJR-MESSAGE-LINE
051300     STRING "*** END OF CHANGE JOURNAL - " DELIMITED BY SIZE
051400         GJR-SELECT-COUNT DELIMITED BY SIZE
051500         " CHANGE(S) LISTED ***" DELIMITED BY SIZE
051600         INTO GJR-MESSAGE-LINE
051700     END-STRING
051800     WRITE GJR-RPT-LINE FROM GJR-MESSAGE-LINE
051900         AFTER ADVANCING 2 LINES.
052000 4000-EXIT.
052100     EXIT.
052200
052300*****************************************************************
052400* 4100-WRITE-HEADERS - TITLE, THE SELECTION CRITERIA SO THE     *
052500* READER KNOWS WHAT SLICE OF THE JOURNAL THIS COVERS, AND THE   *
052600* COLUMN HEADINGS.                                              *
052700*****************************************************************
052800 4100-WRITE-HEADERS.
052900     ADD 1 TO GJR-PAGE-COUNT
053000     MOVE SPACES TO GJR-TITLE-LINE
053100     STRING "COVID-19 MASTER-FILE CHANGE JOURNAL"
053200         DELIMITED BY SIZE
053300         "   PAGE " DELIMITED BY SIZE
053400         GJR-PAGE-COUNT DELIMITED BY SIZE
053500         INTO GJR-TITLE-LINE
053600     END-STRING
053700     WRITE GJR-RPT-LINE FROM GJR-TITLE-LINE AFTER ADVANCING PAGE
053800     MOVE SPACES TO GJR-INFO-LINE
053900     STRING "RUN DATE: " DELIMITED BY SIZE
054000         GJR-RUN-DATE DELIMITED BY SIZE
054100         "   FROM: " DELIMITED BY SIZE
054200         GJR-SEL-DATE-FROM DELIMITED BY SIZE
054300         "   TO: " DELIMITED BY SIZE
054400         GJR-SEL-DATE-TO DELIMITED BY SIZE
054500         "   FILE: " DELIMITED BY SIZE
054600         GJR-SEL-FILE DELIMITED BY SIZE
054700         "   USER: " DELIMITED BY SIZE
054800         GJR-SEL-USER DELIMITED BY SIZE
054900         "   COHORT: " DELIMITED BY SIZE
055000         GJR-SEL-COHORT DELIMITED BY SIZE
055100         INTO GJR-INFO-LINE
055200     END-STRING
055300     WRITE GJR-RPT-LINE FROM GJR-INFO-LINE AFTER ADVANCING 2 LINES
055400     MOVE SPACES TO GJR-MESSAGE-LINE
055500     STRING "  DATE     TIME    USER      TERM  TRAN  "
055600         DELIMITED BY SIZE
055700         "FILE      ACTION       RECORD KEY" DELIMITED BY SIZE
055800         INTO GJR-MESSAGE-LINE
055900     END-STRING
056000     WRITE GJR-RPT-LINE FROM GJR-MESSAGE-LINE
056100         AFTER ADVANCING 2 LINES
056200     MOVE ZERO TO GJR-REPORT-LINE-COUNT.
056300 4100-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700* 4150-CHECK-PAGE-BREAK                                         *
056800*****************************************************************
056900 4150-CHECK-PAGE-BREAK.
057000     IF GJR-REPORT-LINE-COUNT >= GJR-LINES-PER-PAGE
057100         PERFORM 4100-WRITE-HEADERS THRU 4100-EXIT
057200     END-IF.
057300 4150-EXIT.
057400     EXIT.
057500
057600*****************************************************************
057700* 9000-TERMINATE                                                *
057800*****************************************************************
057900 9000-TERMINATE.
058000     CLOSE CHGJRNL-FILE
058100     CLOSE JRNRPT-FILE
058200     DISPLAY "GROWTH-JOURNAL-REPORT - " GJR-READ-COUNT
058300         " CHANGE(S) IN RANGE, " GJR-SELECT-COUNT " LISTED".
058400 9000-EXIT.
058500     EXIT.
