000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-SCHEDULE-MAINT.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  CICS MAINTENANCE SCREEN   *
001000*                   (TRANSID GSCH, MAP SCHMAP IN GROWSET) OVER  *
001100*                   THE RATESCH RATE-SCHEDULE FILE, SO THE DESK *
001200*                   KEYS "FROM THIS DATE THE RATE BECOMES X"    *
001300*                   AGAINST A PERCENT OR LOGISTIC REQUEST       *
001400*                   WHEN AN INTERVENTION IS ANNOUNCED.  ADD,    *
001500*                   CHANGE, DEACTIVATE AND BROWSE, ON THE SAME  *
001600*                   PATTERN AS GMNT.  A ROW IS ONLY ACCEPTED    *
001700*                   FOR A REQUEST THAT IS ON REQMAST, AND EVERY *
001800*                   UPDATE STAMPS THE SIGNED-ON USER AND DATE.  *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 DATA DIVISION.
002200 WORKING-STORAGE SECTION.
002300*****************************************************************
002400* SYMBOLIC MAP AND CICS ATTENTION-KEY DEFINITIONS               *
002500*****************************************************************
002600     COPY GROWSCHM.
002700     COPY DFHAID.
002800
002900*****************************************************************
003000* THE RATE-SCHEDULE RECORD, SHARED WITH FIBSER00 VIA GROWRSC,   *
003100* AND THE REQUEST RECORD IT HANGS FROM (READ ONLY HERE - THE    *
003200* PARENT-REQUEST EDIT).                                         *
003300*****************************************************************
003400     COPY GROWRSC.
003500     COPY GROWREQ.
003600
003700*****************************************************************
003800* RECORD KEYS, PSEUDO-CONVERSATION FLAG AND RESPONSE CODE.      *
003900* THE FIRST 19 BYTES OF THE SCHEDULE KEY ARE THE REQMAST KEY.   *
004000*****************************************************************
004100 01  GSC-SCHED-KEY.
004200     05  GSC-REQ-KEY.
004300         10  GSC-KEY-MODE            PIC X(01).
004400         10  GSC-KEY-LIMIT           PIC 9(05).
004500         10  GSC-KEY-RATE            PIC S9(03)V9(02).
004600         10  GSC-KEY-COHORT          PIC X(08).
004700     05  GSC-KEY-EFF-DATE            PIC 9(08).
004800 01  GSC-SAVE-KEY                    PIC X(27).
004900 01  GSC-COMMAREA                    PIC X(01) VALUE "Y".
005000 01  GSC-RESP                        PIC S9(08) COMP.
005100
005200*****************************************************************
005300* MAINTENANCE STAMP - SIGNED-ON USER AND TODAY'S DATE           *
005400*****************************************************************
005500 01  GSC-USERID                      PIC X(08).
005600 01  GSC-ABSTIME                     PIC S9(15) COMP-3.
005700 01  GSC-TODAY-X                     PIC X(08).
005800 01  GSC-TODAY REDEFINES GSC-TODAY-X PIC 9(08).
005900
006000*****************************************************************
006100* EDIT WORK FIELDS - THE SCREEN FIELDS ARE CLASS-TESTED HERE    *
006200* BEFORE ANYTHING USES THEM AS NUMBERS, AS GMNT DOES.           *
006300*****************************************************************
006400 01  GSC-EDIT-OK-SW                  PIC X(01) VALUE "Y".
006500     88  GSC-EDIT-OK                  VALUE "Y".
006600 01  GSC-LIMIT-X                     PIC X(05).
006700 01  GSC-LIMIT REDEFINES GSC-LIMIT-X PIC 9(05).
006800 01  GSC-RATE-X                      PIC X(05).
006900 01  GSC-RATE REDEFINES GSC-RATE-X   PIC S9(03)V9(02).
007000 01  GSC-EFF-X                       PIC X(08).
007100 01  GSC-EFF REDEFINES GSC-EFF-X     PIC 9(08).
007200 01  GSC-NEW-X                       PIC X(05).
007300 01  GSC-NEW REDEFINES GSC-NEW-X     PIC S9(03)V9(02).
007400
007500 LINKAGE SECTION.
007600 01  DFHCOMMAREA                     PIC X(01).
007700
007800 PROCEDURE DIVISION.
007900*****************************************************************
008000* 0000-MAINLINE - PSEUDO-CONVERSATIONAL: FIRST ENTRY PAINTS     *
008100* THE EMPTY SCREEN; EVERY LATER ENTRY PROCESSES THE ACTION      *
008200* AND RETURNS WITH THE SAME TRANSID.                            *
008300*****************************************************************
008400 0000-MAINLINE.
008500     IF EIBCALEN = ZERO
008600         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
008700     ELSE
008800         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
008900     END-IF
009000     EXEC CICS RETURN TRANSID('GSCH')
009100         COMMAREA(GSC-COMMAREA) LENGTH(1)
009200     END-EXEC.
009300
009400*****************************************************************
009500* 1000-FIRST-TIME                                               *
009600*****************************************************************
009700 1000-FIRST-TIME.
009800     MOVE LOW-VALUES TO SCHMAPO
009900     MOVE "ENTER AN ACTION, REQUEST KEY AND EFFECTIVE DATE"
010000         TO SMSGO
010100     EXEC CICS SEND MAP('SCHMAP') MAPSET('GROWSET')
010200         FROM(SCHMAPO) ERASE
010300     END-EXEC.
010400 1000-EXIT.
010500     EXIT.
010600
010700*****************************************************************
010800* 2000-PROCESS-SCREEN - CLEAR EXITS; ANYTHING ELSE IS AN        *
010900* ACTION AGAINST THE SCHEDULE FILE.                             *
011000*****************************************************************
011100 2000-PROCESS-SCREEN.
011200     IF EIBAID = DFHCLEAR
011300         EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
011400         EXEC CICS RETURN END-EXEC
011500     END-IF
011600     MOVE LOW-VALUES TO SCHMAPI
011700     EXEC CICS RECEIVE MAP('SCHMAP') MAPSET('GROWSET')
011800         INTO(SCHMAPI) RESP(GSC-RESP)
011900     END-EXEC
012000     IF GSC-RESP = DFHRESP(MAPFAIL)
012100         MOVE "ENTER AN ACTION, REQUEST KEY AND EFFECTIVE DATE"
012200             TO SMSGO
012300         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
012400         GO TO 2000-EXIT
012500     END-IF
012600     EVALUATE SACTI
012700         WHEN "A"
012800             PERFORM 3000-ADD-SCHEDULE THRU 3000-EXIT
012900         WHEN "C"
013000             PERFORM 4000-CHANGE-SCHEDULE THRU 4000-EXIT
013100         WHEN "D"
013200             PERFORM 5000-DEACTIVATE-SCHEDULE THRU 5000-EXIT
013300         WHEN "B"
013400             PERFORM 6000-BROWSE-SCHEDULE THRU 6000-EXIT
013500         WHEN OTHER
013600             MOVE "ACTION MUST BE A, C, D OR B" TO SMSGO
013700     END-EVALUATE
013800     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
013900 2000-EXIT.
014000     EXIT.
014100
014200*****************************************************************
014300* 2100-EDIT-SCHEDULE - ONLY A PERCENT OR LOGISTIC SERIES HAS A  *
014400* RATE TO CHANGE, THE DATE AND BOTH RATES MUST BE NUMERIC, AND  *
014500* THE REQUEST THE ROW BELONGS TO MUST BE ON REQMAST - A ROW     *
014600* KEYED TO A REQUEST THAT DOES NOT EXIST WOULD NEVER BE READ.   *
014700* THE FIRST FAILING TEST SETS THE MESSAGE AND STOPS.            *
014800*****************************************************************
014900 2100-EDIT-SCHEDULE.
015000     MOVE "Y" TO GSC-EDIT-OK-SW
015100     MOVE SLIMI  TO GSC-LIMIT-X
015200     MOVE SRATEI TO GSC-RATE-X
015300     MOVE SEFFI  TO GSC-EFF-X
015400     MOVE SNEWI  TO GSC-NEW-X
015500     IF SMODEI NOT = "P" AND SMODEI NOT = "L"
015600         MOVE "MODE MUST BE P OR L - ONLY THEY HAVE A RATE"
015700             TO SMSGO
015800         MOVE "N" TO GSC-EDIT-OK-SW
015900         GO TO 2100-EXIT
016000     END-IF
016100     IF GSC-LIMIT-X NOT NUMERIC
016200         MOVE "LIMIT MUST BE NUMERIC" TO SMSGO
016300         MOVE "N" TO GSC-EDIT-OK-SW
016400         GO TO 2100-EXIT
016500     END-IF
016600     IF GSC-RATE-X NOT NUMERIC
016700         MOVE "RATE MUST BE NUMERIC (999V99)" TO SMSGO
016800         MOVE "N" TO GSC-EDIT-OK-SW
016900         GO TO 2100-EXIT
017000     END-IF
017100     IF SCOHI = SPACES OR SCOHI = LOW-VALUES
017200         MOVE "COHORT ID IS REQUIRED" TO SMSGO
017300         MOVE "N" TO GSC-EDIT-OK-SW
017400         GO TO 2100-EXIT
017500     END-IF
017600     IF GSC-EFF-X NOT NUMERIC OR GSC-EFF = ZERO
017700         MOVE "EFFECTIVE DATE MUST BE YYYYMMDD" TO SMSGO
017800         MOVE "N" TO GSC-EDIT-OK-SW
017900         GO TO 2100-EXIT
018000     END-IF
018100     IF GSC-NEW-X NOT NUMERIC
018200         MOVE "NEW RATE MUST BE NUMERIC (999V99)" TO SMSGO
018300         MOVE "N" TO GSC-EDIT-OK-SW
018400         GO TO 2100-EXIT
018500     END-IF
018600     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
018700     EXEC CICS READ FILE('REQMAST')
018800         INTO(GRQ-REQUEST-REC) RIDFLD(GSC-REQ-KEY)
018900         RESP(GSC-RESP)
019000     END-EXEC
019100     IF GSC-RESP = DFHRESP(NOTFND)
019200         MOVE "NO SUCH REQUEST ON REQMAST - ADD IT ON GMNT FIRST"
019300             TO SMSGO
019400         MOVE "N" TO GSC-EDIT-OK-SW
019500         GO TO 2100-EXIT
019600     END-IF
019700     IF GSC-RESP NOT = DFHRESP(NORMAL)
019800         MOVE "REQMAST READ FAILED - CALL SUPPORT" TO SMSGO
019900         MOVE "N" TO GSC-EDIT-OK-SW
020000         GO TO 2100-EXIT
020100     END-IF.
020200 2100-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600* 2200-BUILD-KEY - THE RATESCH KEY FROM THE SCREEN FIELDS.  THE *
020700* LIMIT, RATE AND DATE GO THROUGH THE NUMERIC FIELDS SO THE KEY *
020800* CARRIES THE SAME SIGN OVERPUNCH AND ZERO-FILL AS THE STORED   *
020900* RECORD (SEE GMNT 2200).  A NON-NUMERIC FIELD KEYS AS ZERO,    *
021000* WHICH SIMPLY FINDS NOTHING (OR STARTS A BROWSE AT THE TOP).   *
021100*****************************************************************
021200 2200-BUILD-KEY.
021300     MOVE SMODEI TO GSC-KEY-MODE
021400     MOVE SLIMI  TO GSC-LIMIT-X
021500     MOVE SRATEI TO GSC-RATE-X
021600     MOVE SEFFI  TO GSC-EFF-X
021700     IF GSC-LIMIT-X NUMERIC
021800         MOVE GSC-LIMIT TO GSC-KEY-LIMIT
021900     ELSE
022000         MOVE ZERO TO GSC-KEY-LIMIT
022100     END-IF
022200     IF GSC-RATE-X NUMERIC
022300         MOVE GSC-RATE TO GSC-KEY-RATE
022400     ELSE
022500         MOVE ZERO TO GSC-KEY-RATE
022600     END-IF
022700     MOVE SCOHI  TO GSC-KEY-COHORT
022800     IF GSC-EFF-X NUMERIC
022900         MOVE GSC-EFF TO GSC-KEY-EFF-DATE
023000     ELSE
023100         MOVE ZERO TO GSC-KEY-EFF-DATE
023200     END-IF.
023300 2200-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700* 2300-STAMP-MAINT - WHO TOUCHED THE ROW AND WHEN, CARRIED ON   *
023800* THE RECORD FOR THE DESK TO SEE ON A LATER BROWSE.             *
023900*****************************************************************
024000 2300-STAMP-MAINT.
024100     EXEC CICS ASSIGN USERID(GSC-USERID) END-EXEC
024200     EXEC CICS ASKTIME ABSTIME(GSC-ABSTIME) END-EXEC
024300     EXEC CICS FORMATTIME ABSTIME(GSC-ABSTIME)
024400         YYYYMMDD(GSC-TODAY-X)
024500     END-EXEC
024600     MOVE GSC-USERID TO GRS-MAINT-USER
024700     MOVE GSC-TODAY  TO GRS-MAINT-DATE.
024800 2300-EXIT.
024900     EXIT.
025000
025100*****************************************************************
025200* 3000-ADD-SCHEDULE                                             *
025300*****************************************************************
025400 3000-ADD-SCHEDULE.
025500     PERFORM 2100-EDIT-SCHEDULE THRU 2100-EXIT
025600     IF NOT GSC-EDIT-OK
025700         GO TO 3000-EXIT
025800     END-IF
025900     MOVE SPACES TO GRS-SCHEDULE-REC
026000     MOVE GSC-SCHED-KEY TO GRS-SCHEDULE-KEY
026100     MOVE GSC-NEW       TO GRS-NEW-RATE
026200     MOVE SRSNI         TO GRS-REASON
026300     INSPECT GRS-REASON REPLACING ALL LOW-VALUE BY SPACE
026400     MOVE "A" TO GRS-ACTIVE-SW
026500     PERFORM 2300-STAMP-MAINT THRU 2300-EXIT
026600     EXEC CICS WRITE FILE('RATESCH')
026700         FROM(GRS-SCHEDULE-REC) RIDFLD(GSC-SCHED-KEY)
026800         RESP(GSC-RESP)
026900     END-EXEC
027000     EVALUATE GSC-RESP
027100         WHEN DFHRESP(NORMAL)
027200             MOVE "RATE CHANGE ADDED" TO SMSGO
027300             MOVE "A" TO SSTAO
027400             MOVE GRS-MAINT-USER TO SUSRO
027500             MOVE GRS-MAINT-DATE TO SMDTO
027600         WHEN DFHRESP(DUPREC)
027700             MOVE "RATE CHANGE ALREADY ON FILE - USE C TO CHANGE"
027800                 TO SMSGO
027900         WHEN OTHER
028000             MOVE "RATESCH WRITE FAILED - CALL SUPPORT" TO SMSGO
028100     END-EVALUATE.
028200 3000-EXIT.
028300     EXIT.
028400
028500*****************************************************************
028600* 4000-CHANGE-SCHEDULE - THE KEY FIELDS IDENTIFY THE ROW; ONLY  *
028700* THE NEW RATE AND REASON CAN CHANGE (A DIFFERENT DATE IS A     *
028800* DIFFERENT ROW - ADD IT).  AS ON GMNT, A SUCCESSFUL CHANGE     *
028900* ALSO REACTIVATES THE ROW.                                     *
029000*****************************************************************
029100 4000-CHANGE-SCHEDULE.
029200     PERFORM 2100-EDIT-SCHEDULE THRU 2100-EXIT
029300     IF NOT GSC-EDIT-OK
029400         GO TO 4000-EXIT
029500     END-IF
029600     EXEC CICS READ FILE('RATESCH') UPDATE
029700         INTO(GRS-SCHEDULE-REC) RIDFLD(GSC-SCHED-KEY)
029800         RESP(GSC-RESP)
029900     END-EXEC
030000     IF GSC-RESP = DFHRESP(NOTFND)
030100         MOVE "RATE CHANGE NOT ON FILE - USE A TO ADD" TO SMSGO
030200         GO TO 4000-EXIT
030300     END-IF
030400     IF GSC-RESP NOT = DFHRESP(NORMAL)
030500         MOVE "RATESCH READ FAILED - CALL SUPPORT" TO SMSGO
030600         GO TO 4000-EXIT
030700     END-IF
030800     MOVE GSC-NEW TO GRS-NEW-RATE
030900     MOVE SRSNI   TO GRS-REASON
031000     INSPECT GRS-REASON REPLACING ALL LOW-VALUE BY SPACE
031100     MOVE "A" TO GRS-ACTIVE-SW
031200     PERFORM 2300-STAMP-MAINT THRU 2300-EXIT
031300     EXEC CICS REWRITE FILE('RATESCH')
031400         FROM(GRS-SCHEDULE-REC) RESP(GSC-RESP)
031500     END-EXEC
031600     IF GSC-RESP = DFHRESP(NORMAL)
031700         MOVE "RATE CHANGE CHANGED" TO SMSGO
031800         MOVE GRS-ACTIVE-SW  TO SSTAO
031900         MOVE GRS-MAINT-USER TO SUSRO
032000         MOVE GRS-MAINT-DATE TO SMDTO
032100     ELSE
032200         MOVE "RATESCH REWRITE FAILED - CALL SUPPORT" TO SMSGO
032300     END-IF.
032400 4000-EXIT.
032500     EXIT.
032600
032700*****************************************************************
032800* 5000-DEACTIVATE-SCHEDULE - THE ROW STAYS ON FILE BUT FIBSER00 *
032900* STOPS APPLYING IT.                                            *
033000*****************************************************************
033100 5000-DEACTIVATE-SCHEDULE.
033200     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
033300     EXEC CICS READ FILE('RATESCH') UPDATE
033400         INTO(GRS-SCHEDULE-REC) RIDFLD(GSC-SCHED-KEY)
033500         RESP(GSC-RESP)
033600     END-EXEC
033700     IF GSC-RESP = DFHRESP(NOTFND)
033800         MOVE "RATE CHANGE NOT ON FILE" TO SMSGO
033900         GO TO 5000-EXIT
034000     END-IF
034100     IF GSC-RESP NOT = DFHRESP(NORMAL)
034200         MOVE "RATESCH READ FAILED - CALL SUPPORT" TO SMSGO
034300         GO TO 5000-EXIT
034400     END-IF
034500     MOVE "I" TO GRS-ACTIVE-SW
034600     PERFORM 2300-STAMP-MAINT THRU 2300-EXIT
034700     EXEC CICS REWRITE FILE('RATESCH')
034800         FROM(GRS-SCHEDULE-REC) RESP(GSC-RESP)
034900     END-EXEC
035000     IF GSC-RESP = DFHRESP(NORMAL)
035100         MOVE "RATE CHANGE DEACTIVATED" TO SMSGO
035200         MOVE "I" TO SSTAO
035300         MOVE GRS-MAINT-USER TO SUSRO
035400         MOVE GRS-MAINT-DATE TO SMDTO
035500     ELSE
035600         MOVE "RATESCH REWRITE FAILED - CALL SUPPORT" TO SMSGO
035700     END-IF.
035800 5000-EXIT.
035900     EXIT.
036000
036100*****************************************************************
036200* 6000-BROWSE-SCHEDULE - SHOW THE FIRST ROW AT OR AFTER THE     *
036300* KEYED VALUE.  THE RETURNED KEY IS PUT BACK ON THE SCREEN, SO  *
036400* PRESSING ENTER AGAIN WALKS FORWARD THROUGH A REQUEST'S        *
036500* CHANGES IN DATE ORDER: WHEN THE KEYED ROW ITSELF COMES BACK,  *
036600* THE BROWSE TAKES ONE MORE STEP.                               *
036700*****************************************************************
036800 6000-BROWSE-SCHEDULE.
036900     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
037000     INSPECT GSC-SCHED-KEY REPLACING ALL LOW-VALUE BY SPACE
037100     MOVE GSC-SCHED-KEY TO GSC-SAVE-KEY
037200     EXEC CICS STARTBR FILE('RATESCH')
037300         RIDFLD(GSC-SCHED-KEY) GTEQ RESP(GSC-RESP)
037400     END-EXEC
037500     IF GSC-RESP = DFHRESP(NOTFND)
037600         MOVE "END OF FILE - NO RATE CHANGE AT OR AFTER THIS KEY"
037700             TO SMSGO
037800         GO TO 6000-EXIT
037900     END-IF
038000     IF GSC-RESP NOT = DFHRESP(NORMAL)
038100         MOVE "RATESCH BROWSE FAILED - CALL SUPPORT" TO SMSGO
038200         GO TO 6000-EXIT
038300     END-IF
038400     EXEC CICS READNEXT FILE('RATESCH')
038500         INTO(GRS-SCHEDULE-REC) RIDFLD(GSC-SCHED-KEY)
038600         RESP(GSC-RESP)
038700     END-EXEC
038800     IF GSC-RESP = DFHRESP(NORMAL)
038900         AND GSC-SCHED-KEY = GSC-SAVE-KEY
039000         EXEC CICS READNEXT FILE('RATESCH')
039100             INTO(GRS-SCHEDULE-REC) RIDFLD(GSC-SCHED-KEY)
039200             RESP(GSC-RESP)
039300         END-EXEC
039400     END-IF
039500     EXEC CICS ENDBR FILE('RATESCH') END-EXEC
039600     IF GSC-RESP = DFHRESP(ENDFILE)
039700         MOVE "END OF FILE - NO FURTHER RATE CHANGES" TO SMSGO
039800         GO TO 6000-EXIT
039900     END-IF
040000     IF GSC-RESP NOT = DFHRESP(NORMAL)
040100         MOVE "RATESCH BROWSE FAILED - CALL SUPPORT" TO SMSGO
040200         GO TO 6000-EXIT
040300     END-IF
040400     MOVE GRS-MODE                  TO SMODEO
040500     MOVE GRS-SCHEDULE-REC(2:5)     TO SLIMO
040600     MOVE GRS-SCHEDULE-REC(7:5)     TO SRATEO
040700     MOVE GRS-COHORT-ID             TO SCOHO
040800     MOVE GRS-SCHEDULE-REC(20:8)    TO SEFFO
040900     MOVE GRS-SCHEDULE-REC(28:5)    TO SNEWO
041000     MOVE GRS-REASON                TO SRSNO
041100     MOVE GRS-ACTIVE-SW             TO SSTAO
041200     MOVE GRS-MAINT-USER            TO SUSRO
041300     MOVE GRS-MAINT-DATE            TO SMDTO
041400     MOVE "RATE CHANGE DISPLAYED - PRESS ENTER FOR THE NEXT ONE"
041500         TO SMSGO.
041600 6000-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000* 8000-SEND-SCREEN                                              *
042100*****************************************************************
042200 8000-SEND-SCREEN.
042300     EXEC CICS SEND MAP('SCHMAP') MAPSET('GROWSET')
042400         FROM(SCHMAPO) DATAONLY
042500     END-EXEC.
042600 8000-EXIT.
042700     EXIT.
