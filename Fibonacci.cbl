003838*                   ON THE CONSOLE AND EVERY SEED FALLS BACK TO  *
003839*                   THE DEFAULT OF 1, AS THE SEED-LOAD COMMENTS  *
003840*                   ALWAYS PROMISED.                             *
003845*   2026-10-15 DLH  LOGISTIC MODE "L" - A POPULATION-BOUNDED    *
003850*                   SERIES BUILT BY 3350-LOGISTIC-STEP.  EACH   *
003855*                   TERM GROWS AT THE REQUEST RATE SCALED BY    *
003860*                   THE SHARE OF THE COHORT'S POPULATION (FROM  *
003865*                   COHMAST) NOT YET REACHED, SO THE CURVE      *
003870*                   BENDS TOWARD THE POPULATION INSTEAD OF      *
003875*                   OVERFLOWING.  SEEDS FROM ACTUALS LIKE THE   *
003880*                   DOUBLING AND PERCENT MODES.  A LOGISTIC     *
003885*                   REQUEST FOR A COHORT WITH NO POPULATION ON  *
003890*                   THE MASTER IS SKIPPED.  THE RUN-INFO LINE   *
003895*                   NOW SPELLS THE MODE OUT AND A LOGISTIC      *
003900*                   REPORT CARRIES ITS POPULATION CEILING.      *
003905*   2026-10-15 DLH  INTERVENTION RATE SCHEDULE.  A PERCENT OR   *
003910*                   LOGISTIC REQUEST CAN NOW CARRY DATED RATE   *
003915*                   CHANGES ON THE KEYED RATE-SCHEDULE FILE     *
003920*                   (RATESCH, GROWRSC LAYOUT, MAINTAINED ON     *
003925*                   THE GSCH SCREEN).  EACH EFFECTIVE DATE IS   *
003930*                   MAPPED TO ITS BUSINESS-DAY TERM THE SAME    *
003935*                   WAY GROWPROJ DATES THE EXTRACT - TERM N IS  *
003940*                   THE NTH BUSINESS DAY ON OR AFTER THE RUN    *
003945*                   DATE - AND FROM THAT TERM ON THE SERIES     *
003950*                   GROWS AT THE NEW RATE.  THE CHANGES APPLIED *
003955*                   ARE LISTED IN THE REPORT RUN-INFO BLOCK AND *
003960*                   COUNTED ON THE AUDIT RECORD.  A SCENARIO    *
003965*                   REQUEST'S LOW/HIGH BAND STAYS FLAT.         *
003970*   2026-10-15 DLH  AS-OF DATE FOR RERUNS.  THE RUNINFO CARD    *
003975*                   NOW CARRIES AN OPTIONAL AS-OF DATE          *
003980*                   (COLUMNS 19-26) THAT REPLACES THE SYSTEM    *
003985*                   DATE AS THE RUN DATE, SO A NIGHT LOST TO    *
003990*                   AN OUTAGE RERUNS AS THAT NIGHT - CALENDAR   *
003995*                   WALK, SEED ACTUALS, AUDIT, PRIORRUN AND     *
004000*                   SERHIST ALL DATE FROM IT.  THE AUDIT        *
004005*                   RECORD FLAGS SUCH A RUN (GRA-RERUN-SW).     *
004010*                   SERHIST NO LONGER REPLACES A GENERATION     *
004015*                   ALREADY ON FILE FOR THE RUN DATE UNLESS     *
004020*                   COLUMN 27 OF THE CARD IS "F" (FORCE); A     *
004025*                   KEPT GENERATION IS COUNTED ON THE           *
004030*                   BALANCING PAGE AND SETS RETURN-CODE 4.  A   *
004035*                   RERUN OLDER THAN THE PRIORRUN RECORD ON     *
004040*                   FILE LEAVES THE NEWER RECORD IN PLACE.      *
004045*   2026-10-15 DLH  THE RESERVED BATCH-POSITION CHECKPT RECORD  *
004050*                   NOW CARRIES THE RUN DATE THAT LAST SAVED IT *
004055*                   (IN ITS FIRST TABLE ENTRY) SO THE GROWINTG  *
004060*                   INTEGRITY AUDIT CAN TELL A MARKER LEFT BY AN*
004065*                   OLDER, NEVER-RESTARTED RUN FROM THE ONE LAST*
004070*                   NIGHT'S INTERRUPTED RUN STILL NEEDS.        *
004071*   2026-10-15 DLH  A FORCED SERHIST REWRITE THAT FAILS NOW     *
004072*                   ABENDS (RC 16) INSTEAD OF SILENTLY KEEPING  *
004073*                   THE OLD GENERATION.                         *
004075*****************************************************************
004080 ENVIRONMENT DIVISION.
004085 INPUT-OUTPUT SECTION.
004090 FILE-CONTROL.
004100     SELECT LIMITIN-FILE ASSIGN TO LIMITIN
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS FIB-LIMITIN-STATUS.
006413         ORGANIZATION IS SEQUENTIAL
006414         FILE STATUS IS FIB-ACTUALS-STATUS.
006415
006425     SELECT RATESCH-FILE ASSIGN TO RATESCH
006435         ORGANIZATION IS INDEXED
006445         ACCESS MODE IS DYNAMIC
006455         RECORD KEY IS GRS-SCHEDULE-KEY
006465         FILE STATUS IS FIB-RATESCH-STATUS.
006475
006500 DATA DIVISION.
006600 FILE SECTION.
006700*****************************************************************
009290* A PER-REQUEST RECORD IT IS THE SAVED SERIES COUNTER; FOR THE  *
009291* ONE RESERVED "BATCH POSITION" RECORD (KEY MODE "*") IT IS THE *
009292* NUMBER OF LIMITIN RECORDS THIS RUN HAS FULLY COMPLETED - SEE  *
009293* 1060-READ-BATCH-POSITION AND 2300-SAVE-BATCH-POSITION.  THE   *
009303* BATCH-POSITION RECORD ALSO CARRIES THE RUN DATE THAT LAST     *
009313* SAVED IT IN FIB-CHKPT-NUMBER(1), FOR THE GROWINTG AUDIT.      *
009400*****************************************************************
009500 FD  CHECKPT-FILE
009600     LABEL RECORDS ARE STANDARD.
011920* RUNINFO - ONE CONTROL CARD CARRYING THE REQUESTING USERID AND *
011930* JOBNAME FOR THE AUDIT RECORD.  STAMPED BY THE SCHEDULER AT    *
011940* SUBMISSION TIME - SEE THE RUNINFO DD IN FIBSER00.JCL.         *
011942* THE AS-OF DATE AND FORCE FLAG ARE SET BY OPERATIONS FOR A     *
011944* RERUN ONLY.  THE OTHER STEPS READ THE SAME CARD THROUGH THE   *
011946* GROWRUN COPYBOOK - KEEP THE TWO LAYOUTS IN STEP.              *
011950*****************************************************************
011960 FD  RUNINFO-FILE
011970     LABEL RECORDS ARE STANDARD.
012011     05  FIB-RUNINFO-STREAM-X        PIC X(02).
012012     05  FIB-RUNINFO-STREAM REDEFINES FIB-RUNINFO-STREAM-X
012013                                     PIC 9(02).
012014     05  FIB-RUNINFO-ASOF-X          PIC X(08).
012015     05  FIB-RUNINFO-ASOF REDEFINES FIB-RUNINFO-ASOF-X
012016                                     PIC 9(08).
012017     05  FIB-RUNINFO-FORCE-SW        PIC X(01).
012018         88  FIB-RUNINFO-FORCE       VALUE "F".
012019     05  FILLER                      PIC X(53).
012020
012021*****************************************************************
012022* COHMAST - KEYED COHORT MASTER (VSAM KSDS).  ONE RECORD PER    *
012125* SHAPE AS A PRIORRUN RECORD BUT WITH THE RUN DATE INSIDE THE   *
012126* KEY, SO EACH NIGHT'S COMPLETED TABLE IS KEPT INSTEAD OF       *
012127* OVERWRITTEN - THE GROWTRND TREND REPORT LINES THE             *
012128* GENERATIONS UP NIGHT OVER NIGHT.  ONE ALREADY ON FILE FOR THE *
012129* RUN DATE IS KEPT UNLESS RUNINFO FORCES IT - SEE 6400.         *
012130*****************************************************************
012131 FD  SERHIST-FILE
012132     LABEL RECORDS ARE STANDARD.
012156 FD  ACTUALS-FILE
012157     LABEL RECORDS ARE STANDARD.
012158     COPY GROWACT.
012160
012162*****************************************************************
012164* RATESCH - KEYED RATE-SCHEDULE FILE (VSAM KSDS).  DATED RATE   *
012166* CHANGES FOR A PERCENT OR LOGISTIC REQUEST, KEYED BY THE       *
012168* REQMAST REQUEST KEY PLUS EFFECTIVE DATE.  LAYOUT IS SHARED    *
012170* WITH THE GSCH MAINTENANCE SCREEN VIA THE GROWRSC COPYBOOK.    *
012172*****************************************************************
012174 FD  RATESCH-FILE
012176     LABEL RECORDS ARE STANDARD.
012178     COPY GROWRSC.
012180
012200 WORKING-STORAGE SECTION.
012300*****************************************************************
012400* SWITCHES                                                      *
013678         88  FIB-SCENARIO             VALUE "Y".
013679     05  FIB-SCENARIO-PASS-SW         PIC X(01) VALUE "N".
013680         88  FIB-SCENARIO-PASS        VALUE "Y".
013682     05  FIB-SCHED-EOF-SW             PIC X(01) VALUE "N".
013684         88  FIB-SCHED-EOF            VALUE "Y".
013686     05  FIB-RERUN-SW                PIC X(01) VALUE "N".
013688         88  FIB-RERUN                VALUE "Y".
013690     05  FIB-FORCE-HIST-SW           PIC X(01) VALUE "N".
013692         88  FIB-FORCE-HIST           VALUE "Y".
013700
013800*****************************************************************
013900* CURRENT REQUEST                                               *
014200     88  FIB-MODE-FIBONACCI          VALUE "F".
014300     88  FIB-MODE-DOUBLING           VALUE "D".
014400     88  FIB-MODE-PERCENT            VALUE "P".
014450     88  FIB-MODE-LOGISTIC           VALUE "L".
014500 01  FIB-LIMIT                       PIC 9(05).
014600 01  FIB-GROWTH-RATE                 PIC S9(03)V9(02).
014650 01  FIB-COHORT-ID                   PIC X(08).
014660 01  FIB-REGION-NAME                 PIC X(30).
014670 01  FIB-SURGE-CAPACITY              PIC 9(12).
014675 01  FIB-POPULATION                  PIC 9(09).
014680 01  FIB-WEEK-DAY                    PIC 9(01).
014690 01  FIB-EFFECTIVE-DATE              PIC 9(08).
014695 01  FIB-TONIGHT-DOW                 PIC 9(01).
014758 01  FIB-SEED-INDEX                  PIC 9(03) VALUE ZERO.
014759
014800*****************************************************************
014802* TERM-TO-DATE TABLE - EVERY BUSINESS DAY ON OR AFTER THE RUN   *
014804* DATE, IN ORDER, FROM THE PROCESSING CALENDAR.  TERM N OF A    *
014806* SERIES FALLS ON ENTRY N - THE SAME MAPPING GROWPROJ USES TO   *
014808* DATE THE EXTRACT - SO A RATE CHANGE KEYED BY DATE LANDS ON    *
014810* THE TERM THE PROJECTION REPORT WILL SHOW FOR THAT DATE.       *
014812*****************************************************************
014814 01  FIB-DATE-TABLE.
014816     05  FIB-DATE-ENTRY              OCCURS 400 TIMES
014818                                     PIC 9(08).
014820 01  FIB-MAX-DATES                   PIC 9(05) VALUE 400.
014822 01  FIB-DATE-COUNT                  PIC 9(05) VALUE ZERO.
014824
014826*****************************************************************
014828* RATE SCHEDULE FOR THE CURRENT REQUEST - THE ACTIVE RATESCH    *
014830* ROWS IN EFFECTIVE-DATE ORDER, EACH WITH THE TERM ITS DATE     *
014832* MAPS TO.  A STEP AT TERM N GROWS AT THE RATE OF THE LAST ROW  *
014834* WHOSE TERM IS N OR EARLIER, OR AT THE REQUEST RATE WHEN NO    *
014836* ROW HAS TAKEN EFFECT YET.                                     *
014838*****************************************************************
014840 01  FIB-SCHED-TABLE.
014842     05  FIB-SCHED-ENTRY              OCCURS 12 TIMES.
014844         10  FIB-SC-TERM              PIC 9(05).
014846         10  FIB-SC-EFF-DATE          PIC 9(08).
014848         10  FIB-SC-RATE              PIC S9(03)V9(02).
014850 01  FIB-SCHED-MAX                   PIC 9(02) VALUE 12.
014852 01  FIB-SCHED-COUNT                 PIC 9(02) VALUE ZERO.
014854 01  FIB-SCHED-INDEX                 PIC 9(02) VALUE ZERO.
014856 01  FIB-SCHED-TERM                  PIC 9(05) VALUE ZERO.
014858 01  FIB-SCHED-REQ-KEY               PIC X(19).
014860 01  FIB-STEP-RATE                   PIC S9(03)V9(02).
014862
014864*****************************************************************
014900* WORK COUNTERS AND ACCUMULATORS                                *
015000*****************************************************************
015100 01  FIB-COUNTER                     PIC 9(05).
015861 01  FIB-STREAM-NO                   PIC 9(02) VALUE ZERO.
015862 01  FIB-REQ-STREAM                  PIC 9(02) VALUE ZERO.
015863 01  FIB-OTHER-STREAM-COUNT          PIC 9(05) VALUE ZERO.
015873 01  FIB-HIST-KEPT-COUNT             PIC 9(05) VALUE ZERO.
015900 01  FIB-WIDE-LIMIT-VALUE            PIC S9(18) COMP-3
016000                                     VALUE 9999999999.
016050 01  FIB-WIDE-MAX-VALUE              PIC S9(16)V9(2) COMP-3
017875 01  FIB-CTLOUT-STATUS               PIC X(02).
017880 01  FIB-ACTUALS-STATUS              PIC X(02).
017885 01  FIB-SERHIST-STATUS              PIC X(02).
017890 01  FIB-RATESCH-STATUS              PIC X(02).
017900
017910*****************************************************************
017920* RUN-USER / RUN-JOB - READ ONCE FROM RUNINFO AT INITIALIZATION *
017930* FOR THE AUDIT RECORD.                                         *
017932* RUN-ASOF-DATE - THE RERUN DATE FROM THE SAME CARD, ZERO WHEN  *
017934* THE RUN IS DATED FROM THE SYSTEM DATE.                        *
017940*****************************************************************
017950 01  FIB-RUN-USER                    PIC X(08).
017960 01  FIB-RUN-JOB                     PIC X(08).
017962 01  FIB-RUN-ASOF-X                  PIC X(08) VALUE SPACES.
017964 01  FIB-RUN-ASOF-DATE REDEFINES FIB-RUN-ASOF-X
017966                                     PIC 9(08).
017970
018000*****************************************************************
018100* REPORT LINE LAYOUTS                                            *
018760 01  FIB-MISMATCH-CURRENT-DISP        PIC -Z(15)9.99.
018770 01  FIB-HDR-RATE-DISP                PIC -ZZ9.99.
018771 01  FIB-HDR-SEED-DISP                PIC Z(11)9.
018776 01  FIB-HDR-POP-DISP                 PIC Z(08)9.
018781 01  FIB-HDR-MODE-DESC                PIC X(09).
018786 01  FIB-HDR-SCHED-RATE-DISP          PIC -ZZ9.99.
018800 01  FIB-DETAIL-LINE.
018900     05  FILLER                      PIC X(08) VALUE SPACES.
019000     05  FIB-DTL-TERM-NO              PIC ZZZZ9.
022203             "STATUS " FIB-CHKPT-STATUS
022204         GO TO 1000-ABEND
022205     END-IF
022215     OPEN INPUT  RATESCH-FILE
022225     IF FIB-RATESCH-STATUS NOT = "00"
022235         DISPLAY "FIBONACCI-SERIES - ERROR OPENING RATESCH - "
022245             "STATUS " FIB-RATESCH-STATUS
022255         GO TO 1000-ABEND
022265     END-IF
022300     OPEN I-O    PRIORRUN-FILE
022301     IF FIB-PRIOR-STATUS NOT = "00"
022302         DISPLAY "FIBONACCI-SERIES - ERROR OPENING PRIORRUN - "
022338             GO TO 1000-ABEND
022339     END-EVALUATE
022340     PERFORM 1050-READ-RUNINFO THRU 1050-EXIT
022342     PERFORM 1060-READ-BATCH-POSITION THRU 1060-EXIT
022400     ACCEPT FIB-RUN-DATE FROM DATE YYYYMMDD
022500     ACCEPT FIB-RUN-TIME FROM TIME
022510     PERFORM 1150-APPLY-AS-OF-DATE THRU 1150-EXIT
022520     PERFORM 1080-LOAD-ACTUAL-SEEDS THRU 1080-EXIT
022550     PERFORM 1070-FIND-TONIGHT THRU 1070-EXIT
022560     PERFORM 1160-LOAD-RATE-DATES THRU 1160-EXIT
022600     MOVE ZERO TO FIB-PAGE-COUNT
022700     MOVE ZERO TO FIB-REQUEST-COUNT
022800     PERFORM 1100-READ-NEXT-REQUEST THRU 1100-EXIT
023010
023020*****************************************************************
023030* 1050-READ-RUNINFO - PICK UP THE REQUESTING USERID/JOBNAME FOR  *
023040* THE AUDIT RECORD FROM THE ONE-CARD RUNINFO DD, AND THE AS-OF  *
023045* DATE AND FORCE FLAG OF A RERUN.                               *
023050*****************************************************************
023060 1050-READ-RUNINFO.
023070     MOVE SPACES TO FIB-RUN-USER
023141             IF FIB-RUNINFO-STREAM-X NUMERIC
023142                 MOVE FIB-RUNINFO-STREAM TO FIB-STREAM-NO
023143             END-IF
023144             MOVE FIB-RUNINFO-ASOF-X TO FIB-RUN-ASOF-X
023145             IF FIB-RUNINFO-FORCE
023146                 MOVE "Y" TO FIB-FORCE-HIST-SW
023147             END-IF
023150     END-READ
023160     CLOSE RUNINFO-FILE
023161     IF FIB-STREAM-NO > ZERO
023302             GAC-COHORT-ID "' NOT NUMERIC - SKIPPED FOR SEEDING"
023303         GO TO 1085-EXIT
023304     END-IF
023309*    A RERUN SEEDS FROM WHAT WAS KNOWN ON ITS AS-OF DATE - AN
023314*    OBSERVATION MADE AFTER THE RUN DATE IS LEFT OUT.
023319     IF GAC-OBS-DATE > FIB-RUN-DATE
023324         GO TO 1085-EXIT
023329     END-IF
023334     MOVE "N" TO FIB-SEED-FOUND-SW
023339     MOVE 1 TO FIB-SEED-INDEX
023344     PERFORM 1090-MATCH-ONE-SEED THRU 1090-EXIT
023349         UNTIL FIB-SEED-INDEX > FIB-SEED-TABLE-COUNT
023354            OR FIB-SEED-FOUND
023359     IF FIB-SEED-FOUND
023364         SUBTRACT 1 FROM FIB-SEED-INDEX
023369         IF GAC-OBS-DATE > FIB-SE-OBS-DATE(FIB-SEED-INDEX)
023374             MOVE GAC-OBS-DATE TO FIB-SE-OBS-DATE(FIB-SEED-INDEX)
023379             MOVE GAC-ACTUAL-COUNT
023384                 TO FIB-SE-COUNT(FIB-SEED-INDEX)
023389         END-IF
023394     ELSE
023399         IF FIB-SEED-TABLE-COUNT >= 100
023404             DISPLAY "FIBONACCI-SERIES - MORE THAN 100 COHORTS "
023409                 "ON THE ACTUALS FILE - SEED TABLE FULL - "
023414                 "JOB ABENDING"
023419             MOVE 16 TO RETURN-CODE
023424             STOP RUN
023429         END-IF
023434         ADD 1 TO FIB-SEED-TABLE-COUNT
023439         MOVE GAC-COHORT-ID TO FIB-SE-COHORT(FIB-SEED-TABLE-COUNT)
023444         MOVE GAC-OBS-DATE
023449             TO FIB-SE-OBS-DATE(FIB-SEED-TABLE-COUNT)
023454         MOVE GAC-ACTUAL-COUNT
023459             TO FIB-SE-COUNT(FIB-SEED-TABLE-COUNT)
023464     END-IF.
023469 1085-EXIT.
023474     EXIT.
023479
023484*****************************************************************
023489* 1090-MATCH-ONE-SEED - LEAVES FIB-SEED-INDEX ONE PAST THE      *
023494* MATCHED ENTRY; THE CALLER BACKS UP BY ONE TO REACH IT.        *
023499*****************************************************************
023504 1090-MATCH-ONE-SEED.
023509     IF FIB-SE-COHORT(FIB-SEED-INDEX) = GAC-COHORT-ID
023514         MOVE "Y" TO FIB-SEED-FOUND-SW
023519     END-IF
023524     ADD 1 TO FIB-SEED-INDEX.
023529 1090-EXIT.
023534     EXIT.
023539
023544*****************************************************************
023549* 1100-READ-NEXT-REQUEST                                        *
023554*****************************************************************
023559 1100-READ-NEXT-REQUEST.
023564     READ LIMITIN-FILE
023569         AT END
023574             MOVE "Y" TO FIB-EOF-SW
023579         NOT AT END
023584             ADD 1 TO FIB-REQUEST-COUNT
023589     END-READ.
023594 1100-EXIT.
023596     EXIT.
023599
023604*****************************************************************
023609* 1150-APPLY-AS-OF-DATE - A RERUN OF A NIGHT LOST TO AN OUTAGE  *
023614* CARRIES THAT NIGHT'S DATE ON THE RUNINFO CARD, AND THE WHOLE  *
023619* RUN IS DATED AS OF IT IN PLACE OF THE SYSTEM DATE.  A BLANK   *
023624* OR ZERO DATE IS AN ORDINARY NIGHT.  A DATE THAT IS NOT        *
023629* NUMERIC OR LIES IN THE FUTURE ABENDS THE JOB RATHER THAN      *
023634* DATING A NIGHT'S WORK WRONGLY.  THE RUN TIME STAYS THE        *
023639* WALL-CLOCK TIME SO THE AUDIT SHOWS WHEN THE RERUN HAPPENED.   *
023644*****************************************************************
023649 1150-APPLY-AS-OF-DATE.
023654     IF FIB-RUN-ASOF-X = SPACES OR FIB-RUN-ASOF-X = ZEROS
023659         GO TO 1150-EXIT
023664     END-IF
023669     IF FIB-RUN-ASOF-X NOT NUMERIC
023674         OR FIB-RUN-ASOF-DATE > FIB-RUN-DATE
023679         DISPLAY "FIBONACCI-SERIES - RUNINFO AS-OF DATE '"
023684             FIB-RUN-ASOF-X "' INVALID"
023689         MOVE 16 TO RETURN-CODE
023694         DISPLAY "FIBONACCI-SERIES - JOB ABENDING"
023699         STOP RUN
023704     END-IF
023709     MOVE FIB-RUN-ASOF-DATE TO FIB-RUN-DATE
023714     MOVE "Y" TO FIB-RERUN-SW
023719     DISPLAY "FIBONACCI-SERIES - RERUN AS OF " FIB-RUN-DATE.
023724 1150-EXIT.
023729     EXIT.
023734
023739*****************************************************************
023744* 1160-LOAD-RATE-DATES - FILL THE TERM-TO-DATE TABLE WITH EVERY *
023749* BUSINESS DAY FROM TONIGHT ON, IN ORDER, FOR THE RATE-SCHEDULE *
023754* LOOKUP.  1070 HAS ALREADY CLOSED THE CALENDAR, SO IT IS READ  *
023759* AGAIN FROM THE TOP; THE LOAD STOPS WHEN THE CALENDAR OR THE   *
023764* TABLE RUNS OUT.                                               *
023769*****************************************************************
023774 1160-LOAD-RATE-DATES.
023779     MOVE ZERO TO FIB-DATE-COUNT
023784     MOVE "N"  TO FIB-CAL-EOF-SW
023789     OPEN INPUT  CALENDAR-FILE
023794     IF FIB-CALENDAR-STATUS NOT = "00"
023799         DISPLAY "FIBONACCI-SERIES - ERROR REOPENING CALENDAR - "
023804             "STATUS " FIB-CALENDAR-STATUS
023809         MOVE 16 TO RETURN-CODE
023814         DISPLAY "FIBONACCI-SERIES - JOB ABENDING"
023819         STOP RUN
023824     END-IF
023829     PERFORM 1165-READ-ONE-RATE-DATE THRU 1165-EXIT
023834         UNTIL FIB-CAL-EOF OR FIB-DATE-COUNT >= FIB-MAX-DATES
023839     CLOSE CALENDAR-FILE.
023844 1160-EXIT.
023849     EXIT.
023854
023859*****************************************************************
023864* 1165-READ-ONE-RATE-DATE                                       *
023869*****************************************************************
023874 1165-READ-ONE-RATE-DATE.
023879     READ CALENDAR-FILE
023884         AT END
023889             MOVE "Y" TO FIB-CAL-EOF-SW
023894             GO TO 1165-EXIT
023899     END-READ
023904     IF GCL-CAL-DATE >= FIB-RUN-DATE AND GCL-BUSINESS-DAY
023909         ADD 1 TO FIB-DATE-COUNT
023914         MOVE GCL-CAL-DATE TO FIB-DATE-ENTRY(FIB-DATE-COUNT)
023919     END-IF.
023924 1165-EXIT.
023929     EXIT.
024400
024500*****************************************************************
024600* 2000-PROCESS-ONE-REQUEST - VALIDATE, BUILD, REPORT, AUDIT AND *
025320         PERFORM 2150-VALIDATE-COHORT THRU 2150-EXIT
025330     END-IF
025400     IF FIB-VALID
025405         PERFORM 2400-LOAD-RATE-SCHEDULE THRU 2400-EXIT
025410         MOVE "N" TO FIB-SCENARIO-SW
025420         IF GRQ-SCENARIO AND FIB-MODE-PERCENT
025430             MOVE "Y" TO FIB-SCENARIO-SW
027500     MOVE "N" TO FIB-CLAMPED-SW
027600     MOVE "Y" TO FIB-VALID-SW
027700     IF NOT (FIB-MODE-FIBONACCI OR FIB-MODE-DOUBLING
027800             OR FIB-MODE-PERCENT OR FIB-MODE-LOGISTIC)
027900         DISPLAY "FIBONACCI-SERIES - INVALID MODE '" FIB-MODE
028000             "' - REQUEST SKIPPED"
028050         MOVE "N" TO FIB-VALID-SW
030160* NEVER RECONCILES AGAINST ANYTHING.  A CLEAN READ ALSO PICKS   *
030170* UP THE FULL REGION NAME FOR THE REPORT HEADER AND THE SURGE   *
030180* CAPACITY FIGURE.  ONLY STATUS 23/14 MEANS "NOT ON THE         *
030181* MASTER" - ANY OTHER NON-ZERO STATUS IS A REAL I/O ERROR AND   *
030182* ABENDS THE JOB.  A LOGISTIC REQUEST ALSO NEEDS A POPULATION.  *
030183*****************************************************************
030184 2150-VALIDATE-COHORT.
030185     MOVE "N"    TO FIB-COHORT-OK-SW
030186     MOVE SPACES TO FIB-REGION-NAME
030187     MOVE ZERO   TO FIB-SURGE-CAPACITY
030188     MOVE ZERO   TO FIB-POPULATION
030189     MOVE FIB-COHORT-ID TO GRC-COHORT-ID
030190     READ COHMAST-FILE
030191         INVALID KEY
030192             CONTINUE
030193     END-READ
030194     EVALUATE FIB-COHMAST-STATUS
030195         WHEN "00"
030196             IF GRC-ACTIVE
030197                 MOVE "Y" TO FIB-COHORT-OK-SW
030198                 MOVE GRC-REGION-NAME    TO FIB-REGION-NAME
030199                 MOVE GRC-SURGE-CAPACITY TO FIB-SURGE-CAPACITY
030200                 IF GRC-POPULATION NUMERIC
030201                     MOVE GRC-POPULATION TO FIB-POPULATION
030202                 END-IF
030208             ELSE
030209                 DISPLAY "FIBONACCI-SERIES - COHORT '"
030210                     FIB-COHORT-ID "' IS INACTIVE - "
030228             MOVE 16 TO RETURN-CODE
030229             DISPLAY "FIBONACCI-SERIES - JOB ABENDING"
030230             STOP RUN
030231     END-EVALUATE
030233     IF FIB-VALID AND FIB-MODE-LOGISTIC AND FIB-POPULATION = ZERO
030235         DISPLAY "FIBONACCI-SERIES - COHORT '" FIB-COHORT-ID
030237             "' HAS NO POPULATION ON THE COHORT MASTER - "
030239             "LOGISTIC REQUEST SKIPPED"
030241         MOVE "N" TO FIB-VALID-SW
030243         IF RETURN-CODE < 4
030245             MOVE 4 TO RETURN-CODE
030247         END-IF
030249     END-IF.
030251 2150-EXIT.
030253     EXIT.
030255
030257*****************************************************************
030300* 2200-CHECK-FOR-CHECKPOINT - SEE IF A PRIOR, INTERRUPTED RUN   *
030400* LEFT PROGRESS BEHIND FOR THIS COHORT/MODE/LIMIT/RATE.  ONLY   *
030450* STATUS 23 (RECORD NOT FOUND) MEANS "NO CHECKPOINT YET" - ANY  *
031640* CHECKPT "BATCH POSITION" RECORD (KEY MODE "*") SO A RESTART   *
031650* SKIPS EVERY LIMITIN RECORD THIS RUN HAS ALREADY FULLY         *
031660* DISPOSED OF - WHETHER IT WAS PROCESSED OR SKIPPED AS INVALID. *
031665* THE RUN DATE GOES IN THE FIRST TABLE ENTRY'S DISPLAY NUMBER.  *
031670*****************************************************************
031680 2300-SAVE-BATCH-POSITION.
031690     ADD 1 TO FIB-BATCH-POSITION
031730     MOVE FIB-STREAM-NO TO FIB-CHKPT-LIMIT
031740     MOVE ZERO   TO FIB-CHKPT-RATE
031750     MOVE FIB-BATCH-POSITION TO FIB-CHKPT-COUNTER
031755     MOVE FIB-RUN-DATE  TO FIB-CHKPT-NUMBER(1)
031760     IF FIB-BATCH-POS-FOUND
031770         REWRITE FIB-CHECKPOINT-REC
031780     ELSE
031830         MOVE "Y" TO FIB-BATCH-POS-FOUND-SW
031840     END-IF.
031850 2300-EXIT.
031851     EXIT.
031852
031853*****************************************************************
031854* 2400-LOAD-RATE-SCHEDULE - PICK UP THE ACTIVE RATESCH ROWS FOR *
031855* THIS REQUEST (ITS 19-BYTE REQMAST KEY - THE ORIGINAL LIMIT,   *
031856* NOT A CLAMPED ONE) IN EFFECTIVE-DATE ORDER AND MAP EACH DATE  *
031857* TO ITS TERM.  ONLY PERCENT AND LOGISTIC SERIES HAVE A RATE TO *
031858* CHANGE.  ONLY STATUS 23 ON THE START MEANS "NO SCHEDULE" -    *
031859* ANY OTHER NON-ZERO STATUS IS A REAL I/O ERROR AND ABENDS.     *
031860*****************************************************************
031861 2400-LOAD-RATE-SCHEDULE.
031862     MOVE ZERO TO FIB-SCHED-COUNT
031863     IF NOT (FIB-MODE-PERCENT OR FIB-MODE-LOGISTIC)
031864         GO TO 2400-EXIT
031865     END-IF
031866     MOVE GRQ-REQUEST-REC(1:19) TO FIB-SCHED-REQ-KEY
031867     MOVE FIB-SCHED-REQ-KEY     TO GRS-REQ-KEY
031868     MOVE ZERO                  TO GRS-EFFECTIVE-DATE
031869     MOVE "N" TO FIB-SCHED-EOF-SW
031870     START RATESCH-FILE KEY NOT < GRS-SCHEDULE-KEY
031871         INVALID KEY
031872             CONTINUE
031873     END-START
031874     EVALUATE FIB-RATESCH-STATUS
031875         WHEN "00"
031876             CONTINUE
031877         WHEN "23"
031878         WHEN "14"
031879             GO TO 2400-EXIT
031880         WHEN OTHER
031881             DISPLAY "FIBONACCI-SERIES - ERROR STARTING RATESCH"
031882                 " - STATUS " FIB-RATESCH-STATUS
031883             MOVE 16 TO RETURN-CODE
031884             DISPLAY "FIBONACCI-SERIES - JOB ABENDING"
031885             STOP RUN
031886     END-EVALUATE
031887     PERFORM 2450-LOAD-ONE-SCHEDULE-ROW THRU 2450-EXIT
031888         UNTIL FIB-SCHED-EOF.
031889 2400-EXIT.
031890     EXIT.
031891
031892*****************************************************************
031893* 2450-LOAD-ONE-SCHEDULE-ROW - A ROW WHOSE DATE FALLS PAST THE  *
031894* LOADED CALENDAR OR PAST THE LAST TERM OF THE SERIES CHANGES   *
031895* NOTHING TONIGHT AND IS ONLY NOTED ON THE CONSOLE.  MORE ROWS  *
031896* THAN THE TABLE HOLDS IS A DESK ERROR - THE EXTRA ROWS ARE     *
031897* DROPPED WITH RETURN-CODE 4 RATHER THAN GUESSED AT.            *
031898*****************************************************************
031899 2450-LOAD-ONE-SCHEDULE-ROW.
031900     READ RATESCH-FILE NEXT
031901         AT END
031902             MOVE "Y" TO FIB-SCHED-EOF-SW
031903             GO TO 2450-EXIT
031904     END-READ
031905     IF GRS-REQ-KEY NOT = FIB-SCHED-REQ-KEY
031906         MOVE "Y" TO FIB-SCHED-EOF-SW
031907         GO TO 2450-EXIT
031908     END-IF
031909     IF GRS-INACTIVE
031910         GO TO 2450-EXIT
031911     END-IF
031912     IF GRS-NEW-RATE NOT NUMERIC
031913         DISPLAY "FIBONACCI-SERIES - COHORT " FIB-COHORT-ID
031914             " RATE CHANGE " GRS-EFFECTIVE-DATE
031915             " NOT NUMERIC - IGNORED"
031916         GO TO 2450-EXIT
031917     END-IF
031918     MOVE ZERO TO FIB-SCHED-TERM
031919     MOVE 1 TO FIB-INDEX
031920     PERFORM 2460-MATCH-SCHEDULE-DATE THRU 2460-EXIT
031921         UNTIL FIB-INDEX > FIB-DATE-COUNT
031922            OR FIB-SCHED-TERM > ZERO
031923     IF FIB-SCHED-TERM = ZERO
031924         DISPLAY "FIBONACCI-SERIES - COHORT " FIB-COHORT-ID
031925             " RATE CHANGE " GRS-EFFECTIVE-DATE
031926             " IS PAST THE PROCESSING CALENDAR - NOT APPLIED"
031927         GO TO 2450-EXIT
031928     END-IF
031929     IF FIB-SCHED-TERM > FIB-LIMIT
031930         DISPLAY "FIBONACCI-SERIES - COHORT " FIB-COHORT-ID
031931             " RATE CHANGE " GRS-EFFECTIVE-DATE
031932             " FALLS AFTER THE LAST TERM - NOT APPLIED"
031933         GO TO 2450-EXIT
031934     END-IF
031935     IF FIB-SCHED-COUNT >= FIB-SCHED-MAX
031936         DISPLAY "FIBONACCI-SERIES - COHORT " FIB-COHORT-ID
031937             " MORE THAN " FIB-SCHED-MAX " RATE CHANGES - "
031938             GRS-EFFECTIVE-DATE " NOT APPLIED"
031939         IF RETURN-CODE < 4
031940             MOVE 4 TO RETURN-CODE
031941         END-IF
031942         GO TO 2450-EXIT
031943     END-IF
031944     ADD 1 TO FIB-SCHED-COUNT
031945     MOVE FIB-SCHED-TERM     TO FIB-SC-TERM(FIB-SCHED-COUNT)
031946     MOVE GRS-EFFECTIVE-DATE TO FIB-SC-EFF-DATE(FIB-SCHED-COUNT)
031947     MOVE GRS-NEW-RATE       TO FIB-SC-RATE(FIB-SCHED-COUNT).
031948 2450-EXIT.
031949     EXIT.
031950
031951*****************************************************************
031952* 2460-MATCH-SCHEDULE-DATE - THE FIRST BUSINESS DAY ON OR AFTER *
031953* THE EFFECTIVE DATE IS THE TERM THE CHANGE TAKES HOLD.  A DATE *
031954* ON OR BEFORE TONIGHT MAPS TO TERM 1 - THE CHANGE IS ALREADY   *
031955* IN FORCE FOR THE WHOLE SERIES.                                *
031956*****************************************************************
031957 2460-MATCH-SCHEDULE-DATE.
031958     IF FIB-DATE-ENTRY(FIB-INDEX) >= GRS-EFFECTIVE-DATE
031959         MOVE FIB-INDEX TO FIB-SCHED-TERM
031960     END-IF
031961     ADD 1 TO FIB-INDEX.
031962 2460-EXIT.
031963     EXIT.
031964
031965*****************************************************************
031966* 3000-BUILD-SERIES - SEED OR RESUME THE TABLE, THEN GENERATE   *
032000* TERMS USING WHICHEVER GROWTH MODE WAS REQUESTED.              *
032100*****************************************************************
032200 3000-BUILD-SERIES.
033500         WHEN FIB-MODE-PERCENT
033600             PERFORM 3310-PERCENT-STEP THRU 3310-EXIT
033700                 UNTIL FIB-COUNTER > FIB-LIMIT
033710         WHEN FIB-MODE-LOGISTIC
033720             PERFORM 3350-LOGISTIC-STEP THRU 3350-EXIT
033730                 UNTIL FIB-COUNTER > FIB-LIMIT
033800     END-EVALUATE
033810     PERFORM 3700-CHECK-CAPACITY-ALERT THRU 3700-EXIT.
033900 3000-EXIT.
034200*****************************************************************
034300* 3010-SEED-SERIES - ESTABLISH THE FIRST TERM(S) FOR A FRESH    *
034400* (NON-RESTARTED) REQUEST.  FIBONACCI KEEPS ITS FIXED 0/1       *
034410* SEED; DOUBLING, PERCENT AND LOGISTIC SERIES SEED FROM THE     *
034420* COHORT'S MOST RECENT OBSERVED ACTUAL SO THE PROJECTION (AND   *
034430* THE SURGE-CAPACITY CHECK) STARTS FROM TONIGHT'S REAL          *
034440* MAGNITUDE, FALLING BACK TO 1 WITH A WARNING WHEN THE COHORT   *
034450* HAS NO ACTUALS ON FILE.                                       *
034500*****************************************************************
034600 3010-SEED-SERIES.
034700     MOVE ZERO TO FIB-OVERFLOW-COUNT
042600     EXIT.
042700
042800*****************************************************************
042900* 3310-PERCENT-STEP - EACH TERM GROWS BY THE RATE IN EFFECT AT  *
043000* THIS TERM (SEE 3320) PERCENT OVER THE PRIOR TERM.  ON SIZE    *
043050* ERROR CATCHES THE WIDE FIELD'S OWN CAPACITY BEING EXCEEDED -  *
043060* A HIGH ENOUGH RATE COMPOUNDS PAST 10**16 WELL BEFORE THE      *
043070* 366-TERM TABLE LIMIT.                                         *
043100*****************************************************************
043200 3310-PERCENT-STEP.
043250     PERFORM 3320-SET-STEP-RATE THRU 3320-EXIT
043300     COMPUTE GRW-NUMBER-WIDE(FIB-COUNTER) ROUNDED =
043400         GRW-NUMBER-WIDE(FIB-COUNTER - 1) +
043500         (GRW-NUMBER-WIDE(FIB-COUNTER - 1) * FIB-STEP-RATE
043600         / 100)
043650         ON SIZE ERROR
043660             MOVE FIB-WIDE-MAX-VALUE
043800     ADD 1 TO FIB-COUNTER
043900     PERFORM 3500-CHECKPOINT-IF-DUE THRU 3500-EXIT.
044000 3310-EXIT.
044001     EXIT.
044002
044003*****************************************************************
044004* 3320-SET-STEP-RATE - THE REQUEST RATE, UNLESS A RATE-SCHEDULE *
044005* ROW HAS TAKEN EFFECT BY THIS TERM, IN WHICH CASE THE LATEST   *
044006* SUCH ROW'S RATE.  THE SCENARIO BAND PASSES KEEP THEIR FLAT    *
044007* LOW/HIGH RATES.                                               *
044008*****************************************************************
044009 3320-SET-STEP-RATE.
044010     MOVE FIB-GROWTH-RATE TO FIB-STEP-RATE
044011     IF FIB-SCENARIO-PASS OR FIB-SCHED-COUNT = ZERO
044012         GO TO 3320-EXIT
044013     END-IF
044014     MOVE 1 TO FIB-SCHED-INDEX
044015     PERFORM 3330-MATCH-SCHEDULE-TERM THRU 3330-EXIT
044016         UNTIL FIB-SCHED-INDEX > FIB-SCHED-COUNT.
044017 3320-EXIT.
044018     EXIT.
044019
044020*****************************************************************
044021* 3330-MATCH-SCHEDULE-TERM - THE TABLE IS IN EFFECTIVE-DATE     *
044022* ORDER, SO THE LAST ROW THAT QUALIFIES IS THE ONE IN FORCE.    *
044023*****************************************************************
044024 3330-MATCH-SCHEDULE-TERM.
044025     IF FIB-SC-TERM(FIB-SCHED-INDEX) <= FIB-COUNTER
044026         MOVE FIB-SC-RATE(FIB-SCHED-INDEX) TO FIB-STEP-RATE
044027     END-IF
044028     ADD 1 TO FIB-SCHED-INDEX.
044029 3330-EXIT.
044030     EXIT.
044031
044032*****************************************************************
044033* 3350-LOGISTIC-STEP - PERCENT GROWTH DAMPED BY THE SHARE OF    *
044034* THE COHORT'S POPULATION STILL UNREACHED: THE INCREMENT IS     *
044035* PRIOR * RATE / 100 * (POPULATION - PRIOR) / POPULATION, SO    *
044036* GROWTH SLOWS TO NOTHING AS THE SERIES NEARS THE POPULATION.   *
044037* THE RATE IS THE ONE IN EFFECT AT THIS TERM (SEE 3320).        *
044038* 2150-VALIDATE-COHORT GUARANTEES A NON-ZERO POPULATION.  ON    *
044039* SIZE ERROR CATCHES THE WIDE FIELD'S OWN CAPACITY BEING        *
044040* EXCEEDED - SEE 3110-FIBONACCI-STEP.                           *
044041*****************************************************************
044042 3350-LOGISTIC-STEP.
044043     PERFORM 3320-SET-STEP-RATE THRU 3320-EXIT
044044     COMPUTE GRW-NUMBER-WIDE(FIB-COUNTER) ROUNDED =
044045         GRW-NUMBER-WIDE(FIB-COUNTER - 1) +
044046         (GRW-NUMBER-WIDE(FIB-COUNTER - 1) * FIB-STEP-RATE
044047         * (FIB-POPULATION - GRW-NUMBER-WIDE(FIB-COUNTER - 1))
044048         / (FIB-POPULATION * 100))
044049         ON SIZE ERROR
044050             MOVE FIB-WIDE-MAX-VALUE
044051                 TO GRW-NUMBER-WIDE(FIB-COUNTER)
044052     END-COMPUTE
044053     PERFORM 3400-CHECK-OVERFLOW THRU 3400-EXIT
044054     ADD 1 TO FIB-COUNTER
044055     PERFORM 3500-CHECKPOINT-IF-DUE THRU 3500-EXIT.
044056 3350-EXIT.
044100     EXIT.
044200
044300*****************************************************************
055100     WRITE RPT-LINE FROM FIB-TITLE-LINE AFTER ADVANCING PAGE
055200
055300     MOVE FIB-GROWTH-RATE TO FIB-HDR-RATE-DISP
055305     EVALUATE TRUE
055310         WHEN FIB-MODE-FIBONACCI
055315             MOVE "FIBONACCI" TO FIB-HDR-MODE-DESC
055320         WHEN FIB-MODE-DOUBLING
055325             MOVE "DOUBLING"  TO FIB-HDR-MODE-DESC
055330         WHEN FIB-MODE-PERCENT
055335             MOVE "PERCENT"   TO FIB-HDR-MODE-DESC
055340         WHEN OTHER
055345             MOVE "LOGISTIC"  TO FIB-HDR-MODE-DESC
055350     END-EVALUATE
055355     MOVE SPACES TO FIB-RUN-INFO-LINE
055400     STRING "RUN DATE: " DELIMITED BY SIZE
055500         FIB-RUN-DATE DELIMITED BY SIZE
055600         "   MODE: " DELIMITED BY SIZE
055700         FIB-MODE DELIMITED BY SIZE
055710         " " DELIMITED BY SIZE
055720         FIB-HDR-MODE-DESC DELIMITED BY SIZE
055800         "   LIMIT: " DELIMITED BY SIZE
055900         FIB-LIMIT DELIMITED BY SIZE
055910         "   COHORT: " DELIMITED BY SIZE
056311     WRITE RPT-LINE FROM FIB-RUN-INFO-LINE
056312         AFTER ADVANCING 1 LINE
056313
056315     IF FIB-MODE-LOGISTIC
056317         MOVE FIB-POPULATION TO FIB-HDR-POP-DISP
056319         MOVE SPACES TO FIB-RUN-INFO-LINE
056321         STRING "CEILING: " DELIMITED BY SIZE
056323             FIB-HDR-POP-DISP DELIMITED BY SIZE
056325             "  COHORT POPULATION FROM THE COHORT MASTER"
056327             DELIMITED BY SIZE
056329             INTO FIB-RUN-INFO-LINE
056331         END-STRING
056333         WRITE RPT-LINE FROM FIB-RUN-INFO-LINE
056335             AFTER ADVANCING 1 LINE
056337     END-IF
056339
056341     IF FIB-SCHED-COUNT > ZERO
056343         MOVE SPACES TO FIB-RUN-INFO-LINE
056345         STRING "RATE SCHEDULE: " DELIMITED BY SIZE
056347             FIB-SCHED-COUNT DELIMITED BY SIZE
056349             " CHANGE(S) FROM RATESCH APPLIED - REQUEST RATE "
056351             DELIMITED BY SIZE
056353             "UNTIL THE FIRST" DELIMITED BY SIZE
056355             INTO FIB-RUN-INFO-LINE
056357         END-STRING
056359         WRITE RPT-LINE FROM FIB-RUN-INFO-LINE
056361             AFTER ADVANCING 1 LINE
056363         MOVE 1 TO FIB-SCHED-INDEX
056365         PERFORM 4110-WRITE-SCHEDULE-LINE THRU 4110-EXIT
056367             UNTIL FIB-SCHED-INDEX > FIB-SCHED-COUNT
056369     END-IF
056371
056400     IF FIB-CLAMPED
056500         MOVE SPACES TO FIB-RUN-INFO-LINE
056600         STRING "** WARNING - REQUESTED LIMIT EXCEEDED THE "
058150         AFTER ADVANCING 2 LINES
058200     MOVE ZERO TO FIB-REPORT-LINE-COUNT.
058300 4100-EXIT.
058302     EXIT.
058304
058306*****************************************************************
058308* 4110-WRITE-SCHEDULE-LINE - ONE RUN-INFO LINE PER RATE CHANGE  *
058310* APPLIED: THE EFFECTIVE DATE, THE TERM IT MAPPED TO AND THE    *
058312* NEW RATE.                                                     *
058314*****************************************************************
058316 4110-WRITE-SCHEDULE-LINE.
058318     MOVE FIB-SC-RATE(FIB-SCHED-INDEX) TO FIB-HDR-SCHED-RATE-DISP
058320     MOVE SPACES TO FIB-RUN-INFO-LINE
058322     STRING "    EFFECTIVE " DELIMITED BY SIZE
058324         FIB-SC-EFF-DATE(FIB-SCHED-INDEX) DELIMITED BY SIZE
058326         "   FROM TERM " DELIMITED BY SIZE
058328         FIB-SC-TERM(FIB-SCHED-INDEX) DELIMITED BY SIZE
058330         "   RATE: " DELIMITED BY SIZE
058332         FIB-HDR-SCHED-RATE-DISP DELIMITED BY SIZE
058334         INTO FIB-RUN-INFO-LINE
058336     END-STRING
058338     WRITE RPT-LINE FROM FIB-RUN-INFO-LINE
058340         AFTER ADVANCING 1 LINE
058342     ADD 1 TO FIB-SCHED-INDEX.
058344 4110-EXIT.
058400     EXIT.
058410
058420*****************************************************************
062630     MOVE FIB-CLAMPED-SW     TO GRA-CLAMPED-SW
062640     MOVE FIB-SEED-SOURCE    TO GRA-SEED-SOURCE
062650     MOVE FIB-SEED-VALUE     TO GRA-SEED-VALUE
062651     MOVE FIB-SCHED-COUNT    TO GRA-SCHED-COUNT
062652     MOVE FIB-RERUN-SW       TO GRA-RERUN-SW
062653     IF FIB-SCHED-COUNT > ZERO
062654         MOVE FIB-SC-EFF-DATE(1) TO GRA-SCHED-FIRST-DATE
062655     ELSE
062656         MOVE ZERO TO GRA-SCHED-FIRST-DATE
062657     END-IF
062660     WRITE GRA-AUDIT-REC
062670     ADD 1 TO FIB-AUDIT-COUNT.
062680 5000-EXIT.
072400*****************************************************************
072500* 6300-SAVE-PRIOR-RECORD - REPLACE THE SAVED TABLE FOR THIS     *
072600* MODE/LIMIT SO THE NEXT RUN CAN RECONCILE AGAINST TODAY'S.     *
072610* A RERUN DATED BEFORE THE RECORD ALREADY SAVED (A LOST NIGHT   *
072620* RERUN AFTER LATER NIGHTS HAVE RUN) LEAVES THE NEWER TABLE.    *
072700*****************************************************************
072800 6300-SAVE-PRIOR-RECORD.
072805     IF FIB-PRIOR-FOUND AND FIB-PRIOR-RUN-DATE > FIB-RUN-DATE
072810         DISPLAY "FIBONACCI-SERIES - PRIORRUN FOR COHORT "
072815             FIB-COHORT-ID " IS NEWER THAN THE RERUN - KEPT"
072820         GO TO 6300-EXIT
072825     END-IF
072850     MOVE FIB-COHORT-ID   TO FIB-PRIOR-COHORT
072900     MOVE FIB-MODE        TO FIB-PRIOR-MODE
073000     MOVE FIB-LIMIT       TO FIB-PRIOR-LIMIT
075160         TO FIB-PRIOR-NUMBER-WIDE(FIB-INDEX)
075200     ADD 1 TO FIB-INDEX.
075300 6350-EXIT.
075302     EXIT.
075304
075306*****************************************************************
075308* 6400-SAVE-HISTORY-RECORD - ADD TONIGHT'S COMPLETED TABLE TO   *
075310* THE GENERATIONAL HISTORY.  UNLIKE THE PRIORRUN RECORD, WHICH  *
075312* IS OVERWRITTEN EVERY NIGHT, THE RUN DATE IS PART OF THIS      *
075314* KEY.  ONE ALREADY ON FILE IS REPLACED ONLY IF RUNINFO FORCES  *
075316* IT; ELSE IT IS KEPT, COUNTED ON THE BALANCE PAGE, AND RC 4.   *
075318*****************************************************************
075320 6400-SAVE-HISTORY-RECORD.
075322     MOVE FIB-COHORT-ID   TO FIB-HIST-COHORT
075324     MOVE FIB-MODE        TO FIB-HIST-MODE
075326     MOVE FIB-LIMIT       TO FIB-HIST-LIMIT
075328     MOVE FIB-GROWTH-RATE TO FIB-HIST-RATE
075330     MOVE FIB-RUN-DATE    TO FIB-HIST-RUN-DATE
075332     MOVE FIB-LIMIT       TO FIB-HIST-TERM-COUNT
075334     MOVE 1 TO FIB-INDEX
075336     PERFORM 6450-COPY-HIST-TERM THRU 6450-EXIT
075338         UNTIL FIB-INDEX > FIB-LIMIT
075340     WRITE FIB-HIST-REC
075342         INVALID KEY
075344             CONTINUE
075346     END-WRITE
075348     IF FIB-SERHIST-STATUS = "00"
075350         GO TO 6400-EXIT
075352     END-IF
075354     IF FIB-SERHIST-STATUS NOT = "22"
075356         DISPLAY "FIBONACCI-SERIES - ERROR WRITING SERHIST - "
075358             "STATUS " FIB-SERHIST-STATUS
075360         MOVE 16 TO RETURN-CODE
075362         DISPLAY "FIBONACCI-SERIES - JOB ABENDING"
075364         STOP RUN
075366     END-IF
075368     IF FIB-FORCE-HIST
075370         REWRITE FIB-HIST-REC
075372             INVALID KEY
075374                 CONTINUE
075376         END-REWRITE
075378         IF FIB-SERHIST-STATUS NOT = "00"
075380             DISPLAY "FIBONACCI-SERIES - ERROR REWRITING "
075382                 "SERHIST - STATUS " FIB-SERHIST-STATUS
075384             MOVE 16 TO RETURN-CODE
075386             DISPLAY "FIBONACCI-SERIES - JOB ABENDING"
075388             STOP RUN
075390         END-IF
075392         GO TO 6400-EXIT
075394     END-IF
075396     DISPLAY "FIBONACCI-SERIES - SERHIST GENERATION " FIB-RUN-DATE
075398         " FOR COHORT " FIB-COHORT-ID " ALREADY ON FILE - KEPT"
075400     ADD 1 TO FIB-HIST-KEPT-COUNT
075402     IF RETURN-CODE < 4
075404         MOVE 4 TO RETURN-CODE
075406     END-IF.
075423 6400-EXIT.
075424     EXIT.
075425
075480         FIB-EXTRACT-COUNT DELIMITED BY SIZE
075481         "   ALERTS: " DELIMITED BY SIZE
075482         FIB-ALERT-COUNT DELIMITED BY SIZE
075484         "   SERHIST KEPT: " DELIMITED BY SIZE
075486         FIB-HIST-KEPT-COUNT DELIMITED BY SIZE
075488         INTO FIB-BALANCE-LINE
075490     END-STRING
075492     WRITE RPT-LINE FROM FIB-BALANCE-LINE
075494         AFTER ADVANCING 1 LINE
075496     COMPUTE FIB-BALANCE-WORK = FIB-PROCESSED-COUNT
075498         + FIB-SKIPPED-COUNT + FIB-NOT-SCHED-COUNT
075500         + FIB-OTHER-STREAM-COUNT
075502     MOVE SPACES TO FIB-BALANCE-LINE
075504     IF FIB-BALANCE-WORK = FIB-REQUEST-COUNT
075506         AND FIB-AUDIT-COUNT = FIB-PROCESSED-COUNT
075508         MOVE "*** RUN IS IN BALANCE ***" TO FIB-BALANCE-LINE
075510     ELSE
075512         MOVE "*** RUN OUT OF BALANCE - INVESTIGATE ***"
075514             TO FIB-BALANCE-LINE
075516         IF RETURN-CODE < 8
075518             MOVE 8 TO RETURN-CODE
075520         END-IF
075522     END-IF
075524     WRITE RPT-LINE FROM FIB-BALANCE-LINE
075526         AFTER ADVANCING 2 LINES.
075528 8000-EXIT.
075530     EXIT.
075532
075534*****************************************************************
075536* 8100-WRITE-CONTROL-TOTALS - THE SAME TOTALS, MACHINE-         *
075538* READABLE, FOR THE DOWNSTREAM BALANCING STEP.                  *
075540*****************************************************************
075542 8100-WRITE-CONTROL-TOTALS.
075544     MOVE SPACES              TO GCT-CONTROL-REC
075546     MOVE FIB-RUN-DATE        TO GCT-RUN-DATE
075548     MOVE FIB-RUN-TIME        TO GCT-RUN-TIME
075550     MOVE FIB-REQUEST-COUNT   TO GCT-READ-COUNT
075552     MOVE FIB-PROCESSED-COUNT TO GCT-PROCESSED-COUNT
075554     MOVE FIB-SKIPPED-COUNT   TO GCT-SKIPPED-COUNT
075556     MOVE FIB-NOT-SCHED-COUNT TO GCT-NOT-SCHED-COUNT
075558     MOVE FIB-CLAMPED-COUNT   TO GCT-CLAMPED-COUNT
075560     MOVE FIB-PAGE-COUNT      TO GCT-PAGE-COUNT
075562     MOVE FIB-AUDIT-COUNT     TO GCT-AUDIT-COUNT
075564     MOVE FIB-EXTRACT-COUNT   TO GCT-EXTRACT-COUNT
075566     MOVE FIB-ALERT-COUNT     TO GCT-ALERT-COUNT
075568     MOVE FIB-STREAM-NO       TO GCT-STREAM-NO
075570     MOVE FIB-OTHER-STREAM-COUNT
075572         TO GCT-OTHER-STREAM-COUNT
075574     WRITE GCT-CONTROL-REC.
075576 8100-EXIT.
075578     EXIT.
075580
075600*****************************************************************
075700* 9000-TERMINATE - LIMITIN-FILE REACHED EOF, SO THIS RUN HAS NO *
075710* UNFINISHED WORK LEFT FOR A RESTART TO SKIP PAST - CLEAR THE   *
076300     CLOSE CHECKPT-FILE
076400     CLOSE PRIORRUN-FILE
076410     CLOSE SERHIST-FILE
076420     CLOSE RATESCH-FILE
076450     CLOSE COHMAST-FILE
076460     CLOSE CTLOUT-FILE
076500     DISPLAY "FIBONACCI-SERIES - " FIB-REQUEST-COUNT
