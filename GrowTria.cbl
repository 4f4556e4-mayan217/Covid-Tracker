002320*                   400 ENTRIES TO COVER THE 366-TERM SERIES    *
002330*                   TABLE NOW THAT A FULL YEAR OF DAILY TERMS   *
002340*                   IS A NORMAL REQUEST.                        *
002345*   2026-10-15 DLH  ALERT LIFECYCLE.  EACH ALERT IS MATCHED     *
002350*                   AGAINST THE KEYED ALRTSTAT FILE (GROWAST)   *
002355*                   AND MARKED NEW, CONTINUING OR WORSENED      *
002360*                   (BREACH DATE MOVED CLOSER); AN ALERT ON     *
002365*                   FILE THAT WAS NOT RAISED TONIGHT IS MARKED  *
002370*                   CLEARED AND PRINTS ONCE AT THE FOOT OF THE  *
002375*                   BULLETIN.  THE DESK ACKNOWLEDGES ALERTS ON  *
002380*                   THE GACK SCREEN; A CRITICAL STILL NOT       *
002385*                   ACKNOWLEDGED AFTER THE NUMBER OF DAYS ON    *
002390*                   THE ESCCTL CARD (DEFAULT 3) PRINTS AT THE   *
002395*                   TOP OF THE BULLETIN AS ESCALATED.           *
002396*   2026-10-15 DLH  THE RUN DATE NOW HONOURS THE OPTIONAL AS-OF *
002397*                   DATE ON THE RUNINFO CARD (GROWRUN LAYOUT),  *
002398*                   SO A RERUN OF A NIGHT LOST TO AN OUTAGE IS  *
002399*                   DATED AS THAT NIGHT INSTEAD OF TODAY.  A    *
002400*                   BAD OR FUTURE AS-OF DATE ABENDS THE STEP.   *
002401*                   AN ALERT ALREADY TRACKED ON OR PAST THE     *
002402*                   RERUN DATE IS LEFT AS THE LATER NIGHT LEFT  *
002403*                   IT.                                         *
002405*   2026-10-15 DLH  AN ALERT IS CLEARED ONLY WHEN ITS SERIES    *
002410*                   WAS PRODUCED TONIGHT - ITS KEY IS ON THIS   *
002415*                   STREAM'S EXTRACT.  A WEEKLY OR MONTH-END    *
002420*                   REQUEST NOT DUE TONIGHT, OR A SERIES RUN    *
002425*                   BY ANOTHER STREAM, KEEPS ITS OPEN ALERT,    *
002430*                   ITS CRITICAL-SINCE DATE AND ITS             *
002435*                   ACKNOWLEDGEMENT.  THE CLEAR PASS NOW RUNS   *
002440*                   AFTER THE EXTRACT SCAN, WHICH LISTS         *
002445*                   TONIGHT'S SERIES.                           *
002490*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS GTB-TRIARPT-STATUS.
004900
004909     SELECT ALRTSTAT-FILE ASSIGN TO ALRTSTAT
004918         ORGANIZATION IS INDEXED
004927         ACCESS MODE IS DYNAMIC
004936         RECORD KEY IS GAS-ALERT-KEY
004945         FILE STATUS IS GTB-ALRTSTAT-STATUS.
004954
004963     SELECT ESCCTL-FILE ASSIGN TO ESCCTL
004972         ORGANIZATION IS SEQUENTIAL
004981         FILE STATUS IS GTB-ESCCTL-STATUS.
004990
004992     SELECT RUNINFO-FILE ASSIGN TO RUNINFO
004994         ORGANIZATION IS SEQUENTIAL
004996         FILE STATUS IS GTB-RUNINFO-STATUS.
004998
005000 DATA DIVISION.
005100 FILE SECTION.
005200*****************************************************************
009000     LABEL RECORDS ARE STANDARD.
009100 01  GTB-RPT-LINE                    PIC X(133).
009200
009204*****************************************************************
009208* ALRTSTAT - KEYED ALERT-STATUS FILE (VSAM KSDS), ONE RECORD PER*
009212* ALERT EVER RAISED, CARRYING ITS LIFECYCLE AND THE DESK'S      *
009216* ACKNOWLEDGEMENT.  LAYOUT IS SHARED VIA THE GROWAST COPYBOOK.  *
009220*****************************************************************
009224 FD  ALRTSTAT-FILE
009228     LABEL RECORDS ARE STANDARD.
009232     COPY GROWAST.
009236
009240*****************************************************************
009244* ESCCTL - OPTIONAL CONTROL CARD.  COLUMNS 1-3 ARE THE NUMBER OF*
009248* DAYS AN UNACKNOWLEDGED CRITICAL MAY STAND BEFORE IT IS        *
009252* ESCALATED (001-099).  NO CARD OR A BAD VALUE USES THE DEFAULT.*
009256*****************************************************************
009260 FD  ESCCTL-FILE
009264     LABEL RECORDS ARE STANDARD.
009268 01  GTB-ESC-CARD.
009272     05  GTB-ESC-DAYS-X              PIC X(03).
009276     05  GTB-ESC-DAYS-N REDEFINES GTB-ESC-DAYS-X
009280                                     PIC 9(03).
009284     05  FILLER                      PIC X(77).
009288
009289*****************************************************************
009290* RUNINFO - THE SCHEDULER'S ONE-CARD RUN INFORMATION, SHARED BY *
009291* EVERY STEP OF THE STREAM.  ONLY THE AS-OF DATE IS USED HERE.  *
009292* LAYOUT IS SHARED VIA THE GROWRUN COPYBOOK.                    *
009293*****************************************************************
009294 FD  RUNINFO-FILE
009295     LABEL RECORDS ARE STANDARD.
009296     COPY GROWRUN.
009297
009300 WORKING-STORAGE SECTION.
009400*****************************************************************
009500* SWITCHES                                                      *
010500         88  GTB-FIRST-KEY            VALUE "Y".
010600     05  GTB-SWAPPED-SW              PIC X(01) VALUE "N".
010700         88  GTB-SWAPPED              VALUE "Y".
010710     05  GTB-STAT-EOF-SW             PIC X(01) VALUE "N".
010720         88  GTB-STAT-EOF             VALUE "Y".
010730     05  GTB-ON-FILE-SW              PIC X(01) VALUE "N".
010740         88  GTB-ON-FILE              VALUE "Y".
010750     05  GTB-PRODUCED-SW             PIC X(01) VALUE "N".
010760         88  GTB-PRODUCED             VALUE "Y".
010800
010900*****************************************************************
011000* TERM-TO-DATE TABLE - BUSINESS DAYS ON OR AFTER THE RUN DATE   *
012000 01  GTB-DATE-COUNT                  PIC 9(05) VALUE ZERO.
012100 01  GTB-CAL-DAYS-OUT                PIC 9(05) VALUE ZERO.
012200
012205*****************************************************************
012210* ESCALATION WORK - THE CALENDAR DATES JUST BEFORE THE RUN DATE,*
012215* MOST RECENT FIRST, SO ENTRY N IS THE DATE N DAYS BACK.  A     *
012220* CRITICAL THAT HAS STOOD SINCE THAT CUTOFF DATE OR EARLIER     *
012225* WITHOUT AN ACKNOWLEDGEMENT IS ESCALATED.                      *
012230*****************************************************************
012235 01  GTB-BACK-TABLE.
012240     05  GTB-BACK-DATE               PIC 9(08) OCCURS 99 TIMES.
012245 01  GTB-BACK-COUNT                  PIC 9(03) VALUE ZERO.
012250 01  GTB-BACK-INDEX                  PIC 9(03) VALUE ZERO.
012255 01  GTB-BACK-START                  PIC 9(03) VALUE ZERO.
012260 01  GTB-ESC-DAYS                    PIC 9(03) VALUE 3.
012265 01  GTB-ESC-DISPLAY                 PIC ZZ9.
012270 01  GTB-ESC-CUTOFF                  PIC 9(08) VALUE ZERO.
012275 01  GTB-OLD-RANK                    PIC 9(01).
012280 01  GTB-NEW-RANK                    PIC 9(01).
012285
012300*****************************************************************
012400* BULLETIN TABLE - ONE ENTRY PER GRADED ALERT OR WARNING,       *
012500* SORTED MOST-URGENT-FIRST BEFORE PRINTING.  RANK 1 CRITICAL,   *
012600* 2 HIGH, 3 WARNING, 4 WATCH.                                   *
012610* RANK 0 IS A CRITICAL ESCALATED FOR WANT OF AN ACKNOWLEDGEMENT *
012620* AND RANK 5 AN ALERT CLEARED TONIGHT.                          *
012700*****************************************************************
012800 01  GTB-BULLETIN-TABLE.
012900     05  GTB-BL-ENTRY                OCCURS 150 TIMES.
013000         10  GTB-BL-SORT-KEY.
013100             15  GTB-BL-RANK         PIC 9(01).
013200             15  GTB-BL-DAYS         PIC 9(05).
013900         10  GTB-BL-VALUE            PIC S9(16)V9(2) COMP-3.
014000         10  GTB-BL-CAPACITY         PIC 9(12).
014100         10  GTB-BL-PCT-OF-CAP       PIC 9(03)V9(02).
014110         10  GTB-BL-LIFECYCLE        PIC X(10).
014120         10  GTB-BL-ACK-FLAG         PIC X(12).
014200 01  GTB-BL-SWAP-ENTRY               PIC X(90).
014300 01  GTB-MAX-BULLETIN                PIC 9(03) VALUE 150.
014400 01  GTB-BULLETIN-COUNT              PIC 9(03) VALUE ZERO.
014500 01  GTB-BL-INDEX                    PIC 9(03) VALUE ZERO.
014600
016200 01  GTB-PEAK-TERM                   PIC 9(05).
016300 01  GTB-WARN-THRESHOLD              PIC S9(16)V9(2) COMP-3.
016400 01  GTB-SERIES-CAPACITY             PIC 9(12).
016405
016410*****************************************************************
016415* SERIES PRODUCED TONIGHT - EVERY REQUEST KEY ON THIS STREAM'S  *
016420* EXTRACT, BUILT BY THE WARNING-TIER SCAN.  ONLY AN ALERT FOR   *
016425* ONE OF THESE SERIES CAN BE CLEARED.                           *
016430*****************************************************************
016435 01  GTB-SERIES-TABLE.
016440     05  GTB-SN-KEY                  PIC X(19) OCCURS 1000 TIMES.
016445 01  GTB-MAX-SERIES                  PIC 9(05) VALUE 1000.
016450 01  GTB-SERIES-COUNT                PIC 9(05) VALUE ZERO.
016455 01  GTB-SN-INDEX                    PIC 9(05) VALUE ZERO.
016500
016600*****************************************************************
016700* WORK COUNTERS                                                 *
016900 01  GTB-ALERT-COUNT                 PIC 9(05) VALUE ZERO.
017000 01  GTB-WARNING-COUNT               PIC 9(05) VALUE ZERO.
017100 01  GTB-PCT-WORK                    PIC 9(03)V9(02).
017110 01  GTB-NEW-COUNT                   PIC 9(05) VALUE ZERO.
017120 01  GTB-CONTINUING-COUNT            PIC 9(05) VALUE ZERO.
017130 01  GTB-WORSENED-COUNT              PIC 9(05) VALUE ZERO.
017140 01  GTB-CLEARED-COUNT               PIC 9(05) VALUE ZERO.
017150 01  GTB-ESCALATED-COUNT             PIC 9(05) VALUE ZERO.
017200
017300*****************************************************************
017400* RUN-DATE AND REPORT PAGINATION                                *
018600 01  GTB-CALENDAR-STATUS             PIC X(02).
018700 01  GTB-COHMAST-STATUS              PIC X(02).
018800 01  GTB-TRIARPT-STATUS              PIC X(02).
018810 01  GTB-ALRTSTAT-STATUS             PIC X(02).
018820 01  GTB-ESCCTL-STATUS               PIC X(02).
018830 01  GTB-RUNINFO-STATUS              PIC X(02).
018900
019000*****************************************************************
019100* REPORT LINE LAYOUTS                                           *
021300     05  GTB-DTL-VALUE               PIC -Z(15)9.99.
021400     05  FILLER                      PIC X(03) VALUE SPACES.
021500     05  GTB-DTL-PCT                 PIC ZZ9.99.
021510     05  FILLER                      PIC X(05) VALUE SPACES.
021520     05  GTB-DTL-LIFECYCLE           PIC X(10).
021530     05  FILLER                      PIC X(02) VALUE SPACES.
021540     05  GTB-DTL-ACK                 PIC X(12).
021550     05  FILLER                      PIC X(12) VALUE SPACES.
021700
021800 PROCEDURE DIVISION.
021900*****************************************************************
022000* 0000-MAINLINE - LOAD THE TERM-TO-DATE TABLE, GRADE THE        *
022100* ALERTS, SCAN FOR NEAR-CAPACITY WARNINGS, CLEAR THE ALERTS     *
022150* NO LONGER RAISED, SORT AND PRINT.                             *
022200*****************************************************************
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022500     PERFORM 2000-GRADE-ALERTS THRU 2000-EXIT.
022600     PERFORM 3000-SCAN-FOR-WARNINGS THRU 3000-EXIT.
022650     PERFORM 2700-CLEAR-UNSEEN-ALERTS THRU 2700-EXIT.
022700     PERFORM 4000-SORT-BULLETIN THRU 4000-EXIT.
022800     PERFORM 5000-PRINT-BULLETIN THRU 5000-EXIT.
022900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026400             "STATUS " GTB-TRIARPT-STATUS
026500         GO TO 1000-ABEND
026600     END-IF
026607     OPEN I-O    ALRTSTAT-FILE
026614     IF GTB-ALRTSTAT-STATUS NOT = "00"
026621         DISPLAY "GROWTH-TRIAGE - ERROR OPENING ALRTSTAT - "
026628             "STATUS " GTB-ALRTSTAT-STATUS
026635         GO TO 1000-ABEND
026642     END-IF
026649     OPEN INPUT  ESCCTL-FILE
026656     IF GTB-ESCCTL-STATUS NOT = "00"
026663         DISPLAY "GROWTH-TRIAGE - ERROR OPENING ESCCTL - "
026670             "STATUS " GTB-ESCCTL-STATUS
026677         GO TO 1000-ABEND
026684     END-IF
026685     OPEN INPUT  RUNINFO-FILE
026686     IF GTB-RUNINFO-STATUS NOT = "00"
026687         DISPLAY "GROWTH-TRIAGE - ERROR OPENING RUNINFO - "
026688             "STATUS " GTB-RUNINFO-STATUS
026689         GO TO 1000-ABEND
026690     END-IF
026691     PERFORM 1050-READ-ESCALATION-CARD THRU 1050-EXIT
026700     ACCEPT GTB-RUN-DATE FROM DATE YYYYMMDD
026710     PERFORM 1040-READ-RUNINFO THRU 1040-EXIT
026800     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
026900     IF GTB-DATE-COUNT = ZERO
027000         DISPLAY "GROWTH-TRIAGE - NO BUSINESS DAY ON OR AFTER "
028000 1000-EXIT.
028100     EXIT.
028200
028201*****************************************************************
028202* 1040-READ-RUNINFO - THE OPTIONAL AS-OF DATE ON THE RUNINFO    *
028203* CARD.  A RERUN OF A NIGHT LOST TO AN OUTAGE CARRIES THAT      *
028204* NIGHT'S DATE AND THE STEP IS DATED AS OF IT IN PLACE OF THE   *
028205* SYSTEM DATE.  NO CARD, OR A BLANK OR ZERO DATE, IS AN         *
028206* ORDINARY RUN.  A DATE THAT IS NOT NUMERIC OR LIES IN THE      *
028207* FUTURE ABENDS THE STEP RATHER THAN DATING ITS WORK WRONGLY.   *
028208*****************************************************************
028209 1040-READ-RUNINFO.
028210     READ RUNINFO-FILE
028211         AT END
028212             GO TO 1040-CLOSE
028213     END-READ
028214     IF GRN-ASOF-DATE-X = SPACES OR GRN-ASOF-DATE-X = ZEROS
028215         GO TO 1040-CLOSE
028216     END-IF
028217     IF GRN-ASOF-DATE-X NOT NUMERIC
028218         OR GRN-ASOF-DATE > GTB-RUN-DATE
028219         DISPLAY "GROWTH-TRIAGE - RUNINFO AS-OF DATE '"
028220             GRN-ASOF-DATE-X "' INVALID"
028221         MOVE 16 TO RETURN-CODE
028222         DISPLAY "GROWTH-TRIAGE - JOB ABENDING"
028223         STOP RUN
028224     END-IF
028225     MOVE GRN-ASOF-DATE TO GTB-RUN-DATE
028226     DISPLAY "GROWTH-TRIAGE - RERUN AS OF " GTB-RUN-DATE.
028227 1040-CLOSE.
028228     CLOSE RUNINFO-FILE.
028229 1040-EXIT.
028230     EXIT.
028231
028232*****************************************************************
028233* 1050-READ-ESCALATION-CARD - THE ESCALATION DAYS FROM THE      *
028234* OPTIONAL ESCCTL CARD.  NO CARD, OR A VALUE THAT IS NOT A      *
028235* NUMBER FROM 1 TO 99, KEEPS THE DEFAULT OF 3 DAYS.             *
028236*****************************************************************
028237 1050-READ-ESCALATION-CARD.
028238     READ ESCCTL-FILE
028239         AT END
028240             DISPLAY "GROWTH-TRIAGE - NO ESCCTL CARD - DEFAULT "
028241                 GTB-ESC-DAYS " DAYS USED"
028242             GO TO 1050-CLOSE
028243     END-READ
028244     IF GTB-ESC-DAYS-X NOT NUMERIC
028245         DISPLAY "GROWTH-TRIAGE - ESCCTL DAYS NOT NUMERIC - "
028246             "DEFAULT " GTB-ESC-DAYS " DAYS USED"
028248         GO TO 1050-CLOSE
028251     END-IF
028254     IF GTB-ESC-DAYS-N < 1 OR GTB-ESC-DAYS-N > 99
028257         DISPLAY "GROWTH-TRIAGE - ESCCTL DAYS OUT OF RANGE - "
028260             "DEFAULT " GTB-ESC-DAYS " DAYS USED"
028263         GO TO 1050-CLOSE
028266     END-IF
028269     MOVE GTB-ESC-DAYS-N TO GTB-ESC-DAYS.
028272 1050-CLOSE.
028275     CLOSE ESCCTL-FILE.
028278 1050-EXIT.
028281     EXIT.
028284
028300*****************************************************************
028400* 1100-LOAD-CALENDAR - KEEP EVERY BUSINESS DAY ON OR AFTER THE  *
028500* RUN DATE, EACH WITH ITS CALENDAR-DAY OFFSET FROM THE RUN      *
028600* DATE (THE CALENDAR CARRIES ONE RECORD PER DATE, SO COUNTING   *
028700* RECORDS COUNTS DAYS).                                         *
028710* THE DATES JUST BEFORE THE RUN DATE ARE KEPT FOR THE ESCALATION*
028720* CUTOFF.                                                       *
028800*****************************************************************
028900 1100-LOAD-CALENDAR.
029000     PERFORM 1150-LOAD-ONE-CALENDAR THRU 1150-EXIT
029100         UNTIL GTB-CAL-EOF
029200            OR GTB-DATE-COUNT >= GTB-MAX-DATES
029300     CLOSE CALENDAR-FILE
029310     IF GTB-BACK-COUNT >= GTB-ESC-DAYS
029320         MOVE GTB-BACK-DATE(GTB-ESC-DAYS) TO GTB-ESC-CUTOFF
029330     END-IF.
029400 1100-EXIT.
029500     EXIT.
029600
030400             GO TO 1150-EXIT
030500     END-READ
030600     IF GCL-CAL-DATE < GTB-RUN-DATE
030610         PERFORM 1160-KEEP-PAST-DATE THRU 1160-EXIT
030700         GO TO 1150-EXIT
030800     END-IF
030900     IF GCL-BUSINESS-DAY
031600 1150-EXIT.
031700     EXIT.
031800
031803*****************************************************************
031806* 1160-KEEP-PAST-DATE - PUSH A DATE BEFORE THE RUN DATE ONTO THE*
031809* FRONT OF THE BACK-DATE TABLE, DROPPING THE OLDEST ONCE THE    *
031812* TABLE HOLDS AS MANY DATES AS THE ESCALATION DAYS.             *
031815*****************************************************************
031818 1160-KEEP-PAST-DATE.
031821     COMPUTE GTB-BACK-START = GTB-ESC-DAYS - 1
031824     PERFORM 1170-SHIFT-ONE-DATE THRU 1170-EXIT
031827         VARYING GTB-BACK-INDEX FROM GTB-BACK-START BY -1
031830         UNTIL GTB-BACK-INDEX < 1
031833     MOVE GCL-CAL-DATE TO GTB-BACK-DATE(1)
031836     IF GTB-BACK-COUNT < GTB-ESC-DAYS
031839         ADD 1 TO GTB-BACK-COUNT
031842     END-IF.
031845 1160-EXIT.
031848     EXIT.
031851
031854*****************************************************************
031857* 1170-SHIFT-ONE-DATE                                           *
031860*****************************************************************
031863 1170-SHIFT-ONE-DATE.
031866     MOVE GTB-BACK-DATE(GTB-BACK-INDEX)
031869         TO GTB-BACK-DATE(GTB-BACK-INDEX + 1).
031872 1170-EXIT.
031875     EXIT.
031878
031900*****************************************************************
032000* 2000-GRADE-ALERTS                                             *
032010* GRADE TONIGHT'S ALERTS.  THOSE NOT RAISED TONIGHT ARE CLEARED *
032020* BY 2700 ONCE THE EXTRACT SCAN HAS LISTED TONIGHT'S SERIES.    *
032100*****************************************************************
032200 2000-GRADE-ALERTS.
032300     PERFORM 2100-GRADE-ONE-ALERT THRU 2100-EXIT
038200         MOVE 99999 TO GTB-BL-DAYS(GTB-BULLETIN-COUNT)
038300         MOVE 4 TO GTB-BL-RANK(GTB-BULLETIN-COUNT)
038400         MOVE "WATCH" TO GTB-BL-SEVERITY(GTB-BULLETIN-COUNT)
038500     END-IF
038510     PERFORM 2200-TRACK-LIFECYCLE THRU 2200-EXIT.
038600 2100-EXIT.
038700     EXIT.
038800
038801*****************************************************************
038802* 2200-TRACK-LIFECYCLE - MATCH THE ALERT JUST GRADED AGAINST    *
038803* ALRTSTAT.  NOT ON FILE (OR CLEARED ON AN EARLIER NIGHT) IS A  *
038804* NEW ALERT; OTHERWISE IT IS WORSENED IF THE BREACH DATE MOVED  *
038805* CLOSER, ELSE CONTINUING.  A RECORD ALREADY MATCHED ON THIS    *
038806* RUN DATE (OR, FOR AN AS-OF RERUN, ON A LATER NIGHT) IS LEFT   *
038807* AS IT STANDS.  AN UNACKNOWLEDGED CRITICAL OLDER THAN THE      *
038808* ESCALATION CUTOFF MOVES TO RANK 0.                            *
038810*****************************************************************
038811 2200-TRACK-LIFECYCLE.
038812     MOVE GTB-BL-RANK(GTB-BULLETIN-COUNT) TO GTB-NEW-RANK
038813     MOVE GRL-COHORT-ID   TO GAS-COHORT-ID
038814     MOVE GRL-MODE        TO GAS-MODE
038815     MOVE GRL-LIMIT       TO GAS-LIMIT
038816     MOVE GRL-GROWTH-RATE TO GAS-GROWTH-RATE
038817     READ ALRTSTAT-FILE
038818         INVALID KEY
038819             CONTINUE
038820     END-READ
038821     EVALUATE GTB-ALRTSTAT-STATUS
038822         WHEN "00"
038823             MOVE "Y" TO GTB-ON-FILE-SW
038824         WHEN "23"
038825         WHEN "14"
038826             MOVE "N" TO GTB-ON-FILE-SW
038827         WHEN OTHER
038828             DISPLAY "GROWTH-TRIAGE - ERROR READING ALRTSTAT - "
038829                 "STATUS " GTB-ALRTSTAT-STATUS
038830             MOVE 16 TO RETURN-CODE
038831             DISPLAY "GROWTH-TRIAGE - JOB ABENDING"
038832             STOP RUN
038833     END-EVALUATE
038834     IF GTB-ON-FILE AND (GAS-LAST-SEEN >= GTB-RUN-DATE
038835                      OR GAS-LIFECYCLE-DATE > GTB-RUN-DATE)
038836         GO TO 2200-ADVANCE
038837     END-IF
038838     IF GTB-ON-FILE AND NOT GAS-CLEARED
038839         PERFORM 2400-UPDATE-ALERT THRU 2400-EXIT
038840     ELSE
038841         PERFORM 2300-START-ALERT THRU 2300-EXIT
038842     END-IF
038843     IF GTB-ON-FILE
038844         REWRITE GAS-STATUS-REC
038845     ELSE
038846         WRITE GAS-STATUS-REC
038847     END-IF
038848     IF GTB-ALRTSTAT-STATUS NOT = "00"
038849         DISPLAY "GROWTH-TRIAGE - ERROR WRITING ALRTSTAT - "
038850             "STATUS " GTB-ALRTSTAT-STATUS
038851         MOVE 16 TO RETURN-CODE
038852         DISPLAY "GROWTH-TRIAGE - JOB ABENDING"
038853         STOP RUN
038854     END-IF.
038855 2200-ADVANCE.
038856     MOVE GAS-LIFECYCLE TO GTB-BL-LIFECYCLE(GTB-BULLETIN-COUNT)
038857     IF GAS-ACKNOWLEDGED
038858         MOVE "ACKNOWLEDGED"
038859             TO GTB-BL-ACK-FLAG(GTB-BULLETIN-COUNT)
038860         GO TO 2200-EXIT
038861     END-IF
038862     MOVE "UNACKED" TO GTB-BL-ACK-FLAG(GTB-BULLETIN-COUNT)
038863     IF GTB-NEW-RANK = 1
038864         AND GTB-ESC-CUTOFF > ZERO
038865         AND GAS-CRITICAL-SINCE > ZERO
038866         AND GAS-CRITICAL-SINCE <= GTB-ESC-CUTOFF
038867         MOVE ZERO TO GTB-BL-RANK(GTB-BULLETIN-COUNT)
038868         MOVE "*ESCALATED*"
038869             TO GTB-BL-ACK-FLAG(GTB-BULLETIN-COUNT)
038870         ADD 1 TO GTB-ESCALATED-COUNT
038871     END-IF.
038872 2200-EXIT.
038873     EXIT.
038874
038875*****************************************************************
038876* 2300-START-ALERT - A NEW ALERT, OR ONE RAISED AGAIN AFTER IT  *
038877* CLEARED: THE LIFECYCLE STARTS OVER AND ANY EARLIER            *
038878* ACKNOWLEDGEMENT IS DROPPED.                                   *
038879*****************************************************************
038880 2300-START-ALERT.
038881     IF NOT GTB-ON-FILE
038882         MOVE SPACES          TO GAS-STATUS-REC
038883         MOVE GRL-COHORT-ID   TO GAS-COHORT-ID
038884         MOVE GRL-MODE        TO GAS-MODE
038885         MOVE GRL-LIMIT       TO GAS-LIMIT
038886         MOVE GRL-GROWTH-RATE TO GAS-GROWTH-RATE
038887     END-IF
038888     MOVE GTB-RUN-DATE TO GAS-FIRST-SEEN
038889     MOVE GTB-RUN-DATE TO GAS-LAST-SEEN
038890     MOVE GTB-BL-SEVERITY(GTB-BULLETIN-COUNT) TO GAS-TIER
038891     MOVE GTB-BL-DATE(GTB-BULLETIN-COUNT) TO GAS-BREACH-DATE
038892     MOVE "NEW" TO GAS-LIFECYCLE
038893     MOVE GTB-RUN-DATE TO GAS-LIFECYCLE-DATE
038894     IF GTB-NEW-RANK = 1
038895         MOVE GTB-RUN-DATE TO GAS-CRITICAL-SINCE
038896     ELSE
038897         MOVE ZERO TO GAS-CRITICAL-SINCE
038898     END-IF
038899     MOVE "N"    TO GAS-ACK-SW
038900     MOVE SPACES TO GAS-ACK-BY
038901     MOVE SPACES TO GAS-ACK-ACTION
038902     MOVE SPACES TO GAS-ACK-USER
038903     MOVE ZERO   TO GAS-ACK-DATE
038904     MOVE ZERO   TO GAS-ACK-TIME
038905     ADD 1 TO GTB-NEW-COUNT.
038906 2300-EXIT.
038907     EXIT.
038908
038909*****************************************************************
038910* 2400-UPDATE-ALERT - AN ALERT STILL STANDING FROM AN EARLIER   *
038911* NIGHT.  A MOVE TO A MORE SEVERE TIER DROPS THE EARLIER        *
038912* ACKNOWLEDGEMENT (IT WAS GIVEN FOR A MILDER ALERT) BUT KEEPS   *
038913* WHO GAVE IT ON THE RECORD FOR THE DESK.                       *
038914*****************************************************************
038915 2400-UPDATE-ALERT.
038916     EVALUATE GAS-TIER
038917         WHEN "CRITICAL"
038918             MOVE 1 TO GTB-OLD-RANK
038919         WHEN "HIGH"
038920             MOVE 2 TO GTB-OLD-RANK
038921         WHEN OTHER
038922             MOVE 4 TO GTB-OLD-RANK
038923     END-EVALUATE
038924     IF GTB-BL-DATE(GTB-BULLETIN-COUNT) > ZERO
038925         AND (GAS-BREACH-DATE = ZERO
038926           OR GTB-BL-DATE(GTB-BULLETIN-COUNT) < GAS-BREACH-DATE)
038927         MOVE "WORSENED" TO GAS-LIFECYCLE
038928         ADD 1 TO GTB-WORSENED-COUNT
038929     ELSE
038930         MOVE "CONTINUING" TO GAS-LIFECYCLE
038931         ADD 1 TO GTB-CONTINUING-COUNT
038932     END-IF
038933     IF GTB-NEW-RANK < GTB-OLD-RANK
038934         MOVE "N" TO GAS-ACK-SW
038935     END-IF
038936     IF GTB-NEW-RANK = 1
038937         IF GAS-CRITICAL-SINCE = ZERO
038938             MOVE GTB-RUN-DATE TO GAS-CRITICAL-SINCE
038939         END-IF
038940     ELSE
038941         MOVE ZERO TO GAS-CRITICAL-SINCE
038942     END-IF
038943     MOVE GTB-BL-SEVERITY(GTB-BULLETIN-COUNT) TO GAS-TIER
038944     MOVE GTB-BL-DATE(GTB-BULLETIN-COUNT) TO GAS-BREACH-DATE
038945     MOVE GTB-RUN-DATE TO GAS-LAST-SEEN
038946     MOVE GTB-RUN-DATE TO GAS-LIFECYCLE-DATE.
038947 2400-EXIT.
038948     EXIT.
038949
038950*****************************************************************
039000* 2500-GROW-BULLETIN - CLAIM THE NEXT BULLETIN ENTRY OR ABEND   *
039100* IF THE TABLE IS FULL.                                         *
039200*****************************************************************
039700         MOVE 16 TO RETURN-CODE
039800         STOP RUN
039900     END-IF
040000     ADD 1 TO GTB-BULLETIN-COUNT
040010     MOVE SPACES TO GTB-BL-LIFECYCLE(GTB-BULLETIN-COUNT)
040020     MOVE SPACES TO GTB-BL-ACK-FLAG(GTB-BULLETIN-COUNT).
040100 2500-EXIT.
040200     EXIT.
040220
040221*****************************************************************
040222* 2700-CLEAR-UNSEEN-ALERTS - BROWSE ALRTSTAT FOR ALERTS NOT     *
040223* RAISED TONIGHT ON A SERIES THAT WAS PRODUCED TONIGHT (ITS     *
040224* KEY IS ON THIS STREAM'S EXTRACT - SEE 3150).  EACH ONE STILL  *
040225* OPEN IS MARKED CLEARED AND GETS A RANK-5 LINE ON THE          *
040226* BULLETIN; ONE ALREADY CLEARED ON THIS RUN DATE (A RERUN)      *
040227* PRINTS AGAIN WITHOUT A REWRITE.  AN ALERT FOR A SERIES NOT    *
040228* RUN TONIGHT - A WEEKLY OR MONTH-END REQUEST NOT DUE, OR A     *
040229* SERIES BELONGING TO ANOTHER STREAM - IS LEFT AS IT STANDS,    *
040230* SO ITS CRITICAL-SINCE DATE AND ACKNOWLEDGEMENT CARRY OVER.    *
040231* RUNS AFTER THE EXTRACT SCAN, WHICH BUILDS THE SERIES TABLE.   *
040232*****************************************************************
040233 2700-CLEAR-UNSEEN-ALERTS.
040234     MOVE LOW-VALUES TO GAS-ALERT-KEY
040235     START ALRTSTAT-FILE KEY IS NOT LESS THAN GAS-ALERT-KEY
040236         INVALID KEY
040237             CONTINUE
040238     END-START
040239     EVALUATE GTB-ALRTSTAT-STATUS
040240         WHEN "00"
040241             CONTINUE
040242         WHEN "23"
040243             GO TO 2700-EXIT
040244         WHEN OTHER
040245             DISPLAY "GROWTH-TRIAGE - ERROR POSITIONING ALRTSTAT "
040246                 "- STATUS " GTB-ALRTSTAT-STATUS
040247             MOVE 16 TO RETURN-CODE
040248             DISPLAY "GROWTH-TRIAGE - JOB ABENDING"
040249             STOP RUN
040250     END-EVALUATE
040251     PERFORM 2710-CLEAR-ONE-ALERT THRU 2710-EXIT
040252         UNTIL GTB-STAT-EOF.
040253 2700-EXIT.
040254     EXIT.
040255
040257*****************************************************************
040258* 2710-CLEAR-ONE-ALERT                                          *
040259*****************************************************************
040260 2710-CLEAR-ONE-ALERT.
040261     READ ALRTSTAT-FILE NEXT RECORD
040262         AT END
040263             MOVE "Y" TO GTB-STAT-EOF-SW
040264             GO TO 2710-EXIT
040265     END-READ
040266     IF GTB-ALRTSTAT-STATUS NOT = "00"
040267         DISPLAY "GROWTH-TRIAGE - ERROR READING ALRTSTAT - "
040268             "STATUS " GTB-ALRTSTAT-STATUS
040269         MOVE 16 TO RETURN-CODE
040270         DISPLAY "GROWTH-TRIAGE - JOB ABENDING"
040271         STOP RUN
040272     END-IF
040273     MOVE "N" TO GTB-PRODUCED-SW
040274     PERFORM 2720-CHECK-ONE-SERIES THRU 2720-EXIT
040275         VARYING GTB-SN-INDEX FROM 1 BY 1
040276         UNTIL GTB-SN-INDEX > GTB-SERIES-COUNT OR GTB-PRODUCED
040277     IF NOT GTB-PRODUCED
040278         GO TO 2710-EXIT
040279     END-IF
040280     IF GAS-CLEARED
040281         IF GAS-LIFECYCLE-DATE = GTB-RUN-DATE
040282             PERFORM 2750-ADD-CLEARED-ENTRY THRU 2750-EXIT
040283         END-IF
040284         GO TO 2710-EXIT
040285     END-IF
040286     IF GAS-LAST-SEEN >= GTB-RUN-DATE
040287         GO TO 2710-EXIT
040288     END-IF
040289     MOVE "CLEARED" TO GAS-LIFECYCLE
040290     MOVE GTB-RUN-DATE TO GAS-LIFECYCLE-DATE
040291     MOVE ZERO TO GAS-CRITICAL-SINCE
040292     REWRITE GAS-STATUS-REC
040293     IF GTB-ALRTSTAT-STATUS NOT = "00"
040294         DISPLAY "GROWTH-TRIAGE - ERROR REWRITING ALRTSTAT - "
040295             "STATUS " GTB-ALRTSTAT-STATUS
040296         MOVE 16 TO RETURN-CODE
040297         DISPLAY "GROWTH-TRIAGE - JOB ABENDING"
040298         STOP RUN
040299     END-IF
040300     ADD 1 TO GTB-CLEARED-COUNT
040301     PERFORM 2750-ADD-CLEARED-ENTRY THRU 2750-EXIT.
040302 2710-EXIT.
040303     EXIT.
040304
040306*****************************************************************
040307* 2720-CHECK-ONE-SERIES                                         *
040308*****************************************************************
040309 2720-CHECK-ONE-SERIES.
040310     IF GTB-SN-KEY(GTB-SN-INDEX) = GAS-ALERT-KEY
040311         MOVE "Y" TO GTB-PRODUCED-SW
040312     END-IF.
040313 2720-EXIT.
040314     EXIT.
040315
040316*****************************************************************
040317* 2750-ADD-CLEARED-ENTRY - THE BULLETIN LINE FOR A CLEARED      *
040318* ALERT, SHOWING THE LAST BREACH DATE IT CARRIED.               *
040319*****************************************************************
040320 2750-ADD-CLEARED-ENTRY.
040321     PERFORM 2500-GROW-BULLETIN THRU 2500-EXIT
040322     MOVE 5 TO GTB-BL-RANK(GTB-BULLETIN-COUNT)
040323     MOVE ZERO TO GTB-BL-DAYS(GTB-BULLETIN-COUNT)
040324     MOVE "CLEARED" TO GTB-BL-SEVERITY(GTB-BULLETIN-COUNT)
040325     MOVE GAS-COHORT-ID   TO GTB-BL-COHORT(GTB-BULLETIN-COUNT)
040326     MOVE GAS-MODE        TO GTB-BL-MODE(GTB-BULLETIN-COUNT)
040327     MOVE GAS-GROWTH-RATE TO GTB-BL-RATE(GTB-BULLETIN-COUNT)
040328     MOVE ZERO TO GTB-BL-TERM(GTB-BULLETIN-COUNT)
040329     MOVE GAS-BREACH-DATE TO GTB-BL-DATE(GTB-BULLETIN-COUNT)
040330     MOVE ZERO TO GTB-BL-VALUE(GTB-BULLETIN-COUNT)
040331     MOVE ZERO TO GTB-BL-CAPACITY(GTB-BULLETIN-COUNT)
040332     MOVE ZERO TO GTB-BL-PCT-OF-CAP(GTB-BULLETIN-COUNT)
040333     MOVE GAS-LIFECYCLE TO GTB-BL-LIFECYCLE(GTB-BULLETIN-COUNT)
040334     IF GAS-ACKNOWLEDGED
040335         MOVE "ACKNOWLEDGED"
040336             TO GTB-BL-ACK-FLAG(GTB-BULLETIN-COUNT)
040337     END-IF.
040338 2750-EXIT.
040339     EXIT.
040395
040400*****************************************************************
040500* 3000-SCAN-FOR-WARNINGS - WALK THE EXTRACT TRACKING EACH       *
040600* SERIES' PEAK TERM; AT EACH KEY CHANGE (AND AT EOF) A SERIES   *
040700* WHOSE PEAK REACHED 80 PCT OF ITS COHORT'S SURGE CAPACITY      *
040800* WITHOUT CROSSING IT BECOMES A WARNING ENTRY.  SERIES THAT     *
040900* CROSSED ARE ALREADY ON THE ALERT FILE AND SKIP THIS TIER.     *
041000* EACH SERIES KEY IS ALSO LISTED FOR THE CLEAR PASS (3150).     *
041050*****************************************************************
041100 3000-SCAN-FOR-WARNINGS.
041200     PERFORM 3100-SCAN-ONE-EXTRACT THRU 3100-EXIT
041300         UNTIL GTB-EXTR-EOF
043600         END-IF
043700         MOVE "N" TO GTB-FIRST-KEY-SW
043800         MOVE GTB-CURR-KEY TO GTB-PREV-KEY
043810             PERFORM 3150-RECORD-SERIES THRU 3150-EXIT
043900         MOVE ZERO TO GTB-PEAK-VALUE
044000         MOVE ZERO TO GTB-PEAK-TERM
044100     END-IF
044500     END-IF.
044600 3100-EXIT.
044700     EXIT.
044710
044720*****************************************************************
044730* 3150-RECORD-SERIES - ADD THE SERIES JUST STARTED ON THE       *
044740* EXTRACT TO THE PRODUCED-TONIGHT TABLE, OR ABEND IF FULL.      *
044750*****************************************************************
044760 3150-RECORD-SERIES.
044765     IF GTB-SERIES-COUNT >= GTB-MAX-SERIES
044770         DISPLAY "GROWTH-TRIAGE - MORE THAN " GTB-MAX-SERIES
044775             " SERIES ON EXTRIN - TABLE FULL - JOB ABENDING"
044780         MOVE 16 TO RETURN-CODE
044785         STOP RUN
044790     END-IF
044792     ADD 1 TO GTB-SERIES-COUNT
044794     MOVE GTB-CURR-KEY TO GTB-SN-KEY(GTB-SERIES-COUNT).
044796 3150-EXIT.
044798     EXIT.
044800
044900*****************************************************************
045000* 3200-FINALIZE-SERIES - THE WARNING-TIER TEST FOR THE SERIES   *
051700*****************************************************************
051800* 4000-SORT-BULLETIN - MOST-URGENT-FIRST: SEVERITY RANK, THEN   *
051900* NEAREST BREACH.  A SIMPLE IN-PLACE EXCHANGE SORT - THE        *
052000* BULLETIN IS AT MOST A HUNDRED AND FIFTY LINES.                *
052100*****************************************************************
052200 4000-SORT-BULLETIN.
052300     IF GTB-BULLETIN-COUNT < 2
059900         INTO GTB-INFO-LINE
060000     END-STRING
060100     WRITE GTB-RPT-LINE FROM GTB-INFO-LINE AFTER ADVANCING 2 LINES
060107     MOVE GTB-ESC-DAYS TO GTB-ESC-DISPLAY
060114     MOVE SPACES TO GTB-INFO-LINE
060121     STRING "LIFECYCLE: NEW, CONTINUING, WORSENED (BREACH DATE "
060128         DELIMITED BY SIZE
060135         "CLOSER), CLEARED   UNACKNOWLEDGED CRITICAL ESCALATES "
060142         DELIMITED BY SIZE
060149         "AFTER " DELIMITED BY SIZE
060156         GTB-ESC-DISPLAY DELIMITED BY SIZE
060163         " DAY(S)" DELIMITED BY SIZE
060170         INTO GTB-INFO-LINE
060177     END-STRING
060184     WRITE GTB-RPT-LINE FROM GTB-INFO-LINE AFTER ADVANCING 1 LINE
060200     MOVE SPACES TO GTB-COLUMN-HDR-LINE
060300     STRING "  SEVERITY   COHORT    M  RATE      TERM"
060400         DELIMITED BY SIZE
060500         "   BRCH DATE    DAYS           PROJECTED/PEAK"
060600         DELIMITED BY SIZE
060700         "   PCT CAP" DELIMITED BY SIZE
060710         "  STATUS      ACK" DELIMITED BY SIZE
060800         INTO GTB-COLUMN-HDR-LINE
060900     END-STRING
061000     WRITE GTB-RPT-LINE FROM GTB-COLUMN-HDR-LINE
063700     MOVE GTB-BL-DAYS(GTB-BL-INDEX)     TO GTB-DTL-DAYS
063800     MOVE GTB-BL-VALUE(GTB-BL-INDEX)    TO GTB-DTL-VALUE
063900     MOVE GTB-BL-PCT-OF-CAP(GTB-BL-INDEX) TO GTB-DTL-PCT
063910     MOVE GTB-BL-LIFECYCLE(GTB-BL-INDEX) TO GTB-DTL-LIFECYCLE
063920     MOVE GTB-BL-ACK-FLAG(GTB-BL-INDEX)  TO GTB-DTL-ACK
064000     WRITE GTB-RPT-LINE FROM GTB-DETAIL-LINE
064100         AFTER ADVANCING 1 LINE
064200     ADD 1 TO GTB-REPORT-LINE-COUNT
065900     END-STRING
066000     WRITE GTB-RPT-LINE FROM GTB-MESSAGE-LINE
066100         AFTER ADVANCING 2 LINES
066105     MOVE SPACES TO GTB-MESSAGE-LINE
066110     STRING "    LIFECYCLE - " DELIMITED BY SIZE
066115         GTB-NEW-COUNT DELIMITED BY SIZE
066120         " NEW, " DELIMITED BY SIZE
066125         GTB-CONTINUING-COUNT DELIMITED BY SIZE
066130         " CONTINUING, " DELIMITED BY SIZE
066135         GTB-WORSENED-COUNT DELIMITED BY SIZE
066140         " WORSENED, " DELIMITED BY SIZE
066145         GTB-CLEARED-COUNT DELIMITED BY SIZE
066150         " CLEARED, " DELIMITED BY SIZE
066155         GTB-ESCALATED-COUNT DELIMITED BY SIZE
066160         " ESCALATED" DELIMITED BY SIZE
066165         INTO GTB-MESSAGE-LINE
066170     END-STRING
066175     WRITE GTB-RPT-LINE FROM GTB-MESSAGE-LINE
066180         AFTER ADVANCING 1 LINE
066200     CLOSE ALERTIN-FILE
066300     CLOSE EXTRIN-FILE
066400     CLOSE COHMAST-FILE
066500     CLOSE TRIARPT-FILE
066510     CLOSE ALRTSTAT-FILE
066600     DISPLAY "GROWTH-TRIAGE - " GTB-ALERT-COUNT
066700         " ALERT(S) GRADED, " GTB-WARNING-COUNT
066800         " WARNING(S) ADDED"
066810     DISPLAY "GROWTH-TRIAGE - " GTB-NEW-COUNT " NEW, "
066820         GTB-WORSENED-COUNT " WORSENED, " GTB-CLEARED-COUNT
066830         " CLEARED, " GTB-ESCALATED-COUNT " ESCALATED".
066900 9000-EXIT.
067000     EXIT.
