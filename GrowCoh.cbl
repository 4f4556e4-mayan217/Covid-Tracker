000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-COHORT-MAINT.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  CICS MAINTENANCE SCREEN   *
001000*                   (TRANSID GCOH, MAP COHMAP IN GROWSET) OVER  *
001100*                   THE COHMAST COHORT MASTER, SO THE DESK      *
001200*                   ADDS, CHANGES, DEACTIVATES AND BROWSES      *
001300*                   GROWCOH RECORDS ON A SCREEN INSTEAD OF      *
001400*                   REPROING A HAND-EDITED DATASET.  COHMAST    *
001500*                   DRIVES THE DRIVER'S COHORT SKIP, THE        *
001600*                   PER-100K RATES, SLOT ASSIGNMENT AND THE     *
001700*                   SURGE THRESHOLDS, SO THE EDITS ARE STRICT:  *
001800*                   NUMERIC POPULATION AND SURGE CAPACITY,      *
001900*                   STATUS A OR I, BED FACTORS NUMERIC OR       *
002000*                   BLANK, AND NO DEACTIVATING A COHORT THAT    *
002100*                   STILL HAS ACTIVE REQMAST REQUESTS.  EVERY   *
002200*                   ADD, CHANGE AND DEACTIVATE WRITES A CHGJRNL *
002300*                   JOURNAL RECORD (GROWJRN) WITH THE BEFORE AND*
002400*                   AFTER IMAGES, USER, TERMINAL AND TIMESTAMP; *
002500*                   GROWJRNR REPORTS THEM.  SAME PATTERN AS     *
002600*                   GMNT.                                       *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100*****************************************************************
003200* SYMBOLIC MAP AND CICS ATTENTION-KEY DEFINITIONS               *
003300*****************************************************************
003400     COPY GROWCOHM.
003500     COPY DFHAID.
003600
003700*****************************************************************
003800* THE COHORT RECORD, SHARED WITH THE BATCH VIA GROWCOH.  THE    *
003900* LEADING 8 BYTES (COHORT ID) ARE THE COHMAST RECORD KEY.       *
004000*****************************************************************
004100     COPY GROWCOH.
004200
004300*****************************************************************
004400* THE REQUEST RECORD - READ ONLY, TO FIND ACTIVE REQUESTS FOR A *
004500* COHORT BEFORE IT IS DEACTIVATED.                              *
004600*****************************************************************
004700     COPY GROWREQ.
004800
004900*****************************************************************
005000* THE CHANGE-JOURNAL RECORD, SHARED WITH GMNT AND GROWJRNR.     *
005100*****************************************************************
005200     COPY GROWJRN.
005300
005400*****************************************************************
005500* RECORD KEYS, PSEUDO-CONVERSATION FLAG AND RESPONSE CODE       *
005600*****************************************************************
005700 01  GCM-COHORT-KEY                  PIC X(08).
005800 01  GCM-SAVE-KEY                    PIC X(08).
005900 01  GCM-REQ-KEY                     PIC X(19).
006000 01  GCM-COMMAREA                    PIC X(01) VALUE "Y".
006100 01  GCM-RESP                        PIC S9(08) COMP.
006200
006300*****************************************************************
006400* JOURNAL STAMP - SIGNED-ON USER, TODAY'S DATE AND THE TIME OF  *
006500* DAY - AND THE RECORD AS IT STOOD BEFORE THE CHANGE            *
006600*****************************************************************
006700 01  GCM-USERID                      PIC X(08).
006800 01  GCM-ABSTIME                     PIC S9(15) COMP-3.
006900 01  GCM-TODAY-X                     PIC X(08).
007000 01  GCM-TODAY REDEFINES GCM-TODAY-X PIC 9(08).
007100 01  GCM-NOW-X                       PIC X(06).
007200 01  GCM-NOW REDEFINES GCM-NOW-X     PIC 9(06).
007300 01  GCM-BEFORE-IMAGE                PIC X(80).
007400 01  GCM-JRN-ACTION                  PIC X(01).
007500 01  GCM-JOURNAL-OK-SW               PIC X(01) VALUE "Y".
007600     88  GCM-JOURNAL-OK               VALUE "Y".
007700
007800*****************************************************************
007900* ACTIVE-REQUEST CHECK - A FULL BROWSE OF REQMAST, WHOSE KEY    *
008000* LEADS WITH MODE AND LIMIT RATHER THAN COHORT                  *
008100*****************************************************************
008200 01  GCM-REQ-EOF-SW                  PIC X(01) VALUE "N".
008300     88  GCM-REQ-EOF                  VALUE "Y".
008400 01  GCM-REQ-FOUND-SW                PIC X(01) VALUE "N".
008500     88  GCM-REQ-FOUND                VALUE "Y".
008600
008700*****************************************************************
008800* EDIT WORK FIELDS - THE SCREEN FIELDS ARE CLASS-TESTED HERE    *
008900* BEFORE ANYTHING USES THEM AS NUMBERS, AS GMNT DOES.           *
009000*****************************************************************
009100 01  GCM-EDIT-OK-SW                  PIC X(01) VALUE "Y".
009200     88  GCM-EDIT-OK                  VALUE "Y".
009300 01  GCM-NAME                        PIC X(30).
009400 01  GCM-STATUS                      PIC X(01).
009500 01  GCM-POP-X                       PIC X(09).
009600 01  GCM-POP REDEFINES GCM-POP-X     PIC 9(09).
009700 01  GCM-SURG-X                      PIC X(12).
009800 01  GCM-SURG REDEFINES GCM-SURG-X   PIC 9(12).
009900 01  GCM-HPCT-X                      PIC X(03).
010000 01  GCM-HPCT REDEFINES GCM-HPCT-X   PIC 9(02)V9(01).
010100 01  GCM-IPCT-X                      PIC X(03).
010200 01  GCM-IPCT REDEFINES GCM-IPCT-X   PIC 9(02)V9(01).
010300 01  GCM-HLOS-X                      PIC X(02).
010400 01  GCM-HLOS REDEFINES GCM-HLOS-X   PIC 9(02).
010500 01  GCM-ILOS-X                      PIC X(02).
010600 01  GCM-ILOS REDEFINES GCM-ILOS-X   PIC 9(02).
010700 01  GCM-LBED-X                      PIC X(05).
010800 01  GCM-LBED REDEFINES GCM-LBED-X   PIC 9(05).
010900 01  GCM-IBED-X                      PIC X(05).
011000 01  GCM-IBED REDEFINES GCM-IBED-X   PIC 9(05).
011100
011200 LINKAGE SECTION.
011300 01  DFHCOMMAREA                     PIC X(01).
011400
011500 PROCEDURE DIVISION.
011600*****************************************************************
011700* 0000-MAINLINE - PSEUDO-CONVERSATIONAL: FIRST ENTRY PAINTS     *
011800* THE EMPTY SCREEN; EVERY LATER ENTRY PROCESSES THE ACTION      *
011900* AND RETURNS WITH THE SAME TRANSID.                            *
012000*****************************************************************
012100 0000-MAINLINE.
012200     IF EIBCALEN = ZERO
012300         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
012400     ELSE
012500         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
012600     END-IF
012700     EXEC CICS RETURN TRANSID('GCOH')
012800         COMMAREA(GCM-COMMAREA) LENGTH(1)
012900     END-EXEC.
013000
013100*****************************************************************
013200* 1000-FIRST-TIME                                               *
013300*****************************************************************
013400 1000-FIRST-TIME.
013500     MOVE LOW-VALUES TO COHMAPO
013600     MOVE "ENTER AN ACTION AND THE COHORT ID" TO HMSGO
013700     EXEC CICS SEND MAP('COHMAP') MAPSET('GROWSET')
013800         FROM(COHMAPO) ERASE
013900     END-EXEC.
014000 1000-EXIT.
014100     EXIT.
014200
014300*****************************************************************
014400* 2000-PROCESS-SCREEN - CLEAR EXITS; ANYTHING ELSE IS AN        *
014500* ACTION AGAINST THE COHORT MASTER.                             *
014600*****************************************************************
014700 2000-PROCESS-SCREEN.
014800     IF EIBAID = DFHCLEAR
014900         EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
015000         EXEC CICS RETURN END-EXEC
015100     END-IF
015200     MOVE LOW-VALUES TO COHMAPI
015300     EXEC CICS RECEIVE MAP('COHMAP') MAPSET('GROWSET')
015400         INTO(COHMAPI) RESP(GCM-RESP)
015500     END-EXEC
015600     IF GCM-RESP = DFHRESP(MAPFAIL)
015700         MOVE "ENTER AN ACTION AND THE COHORT ID" TO HMSGO
015800         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
015900         GO TO 2000-EXIT
016000     END-IF
016100     EVALUATE HACTI
016200         WHEN "A"
016300             PERFORM 3000-ADD-COHORT THRU 3000-EXIT
016400         WHEN "C"
016500             PERFORM 4000-CHANGE-COHORT THRU 4000-EXIT
016600         WHEN "D"
016700             PERFORM 5000-DEACTIVATE-COHORT THRU 5000-EXIT
016800         WHEN "B"
016900             PERFORM 6000-BROWSE-COHORT THRU 6000-EXIT
017000         WHEN OTHER
017100             MOVE "ACTION MUST BE A, C, D OR B" TO HMSGO
017200     END-EVALUATE
017300     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
017400 2000-EXIT.
017500     EXIT.
017600
017700*****************************************************************
017800* 2100-EDIT-COHORT - COHORT ID AND REGION NAME REQUIRED,        *
017900* POPULATION NUMERIC AND NON-ZERO (THE PER-100K RATES DIVIDE    *
018000* BY IT), SURGE CAPACITY NUMERIC, STATUS A OR I (BLANK LEAVES   *
018100* IT AS IT IS, OR ACTIVE ON AN ADD), AND EACH BED FACTOR        *
018200* NUMERIC OR BLANK - A BLANK FACTOR STORES AS ZERO, WHICH THE   *
018300* BED-DEMAND STEP ALREADY TREATS AS "NOT FILLED IN".  THE       *
018400* FIRST FAILING TEST SETS THE MESSAGE AND STOPS.                *
018500*****************************************************************
018600 2100-EDIT-COHORT.
018700     MOVE "Y" TO GCM-EDIT-OK-SW
018800     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
018900     MOVE HNAMEI TO GCM-NAME
019000     MOVE HSTAI  TO GCM-STATUS
019100     MOVE HPOPI  TO GCM-POP-X
019200     MOVE HSURGI TO GCM-SURG-X
019300     MOVE HHPCTI TO GCM-HPCT-X
019400     MOVE HIPCTI TO GCM-IPCT-X
019500     MOVE HHLOSI TO GCM-HLOS-X
019600     MOVE HILOSI TO GCM-ILOS-X
019700     MOVE HLBEDI TO GCM-LBED-X
019800     MOVE HIBEDI TO GCM-IBED-X
019900     INSPECT GCM-NAME   REPLACING ALL LOW-VALUE BY SPACE
020000     INSPECT GCM-STATUS REPLACING ALL LOW-VALUE BY SPACE
020100     INSPECT GCM-HPCT-X REPLACING ALL LOW-VALUE BY SPACE
020200     INSPECT GCM-IPCT-X REPLACING ALL LOW-VALUE BY SPACE
020300     INSPECT GCM-HLOS-X REPLACING ALL LOW-VALUE BY SPACE
020400     INSPECT GCM-ILOS-X REPLACING ALL LOW-VALUE BY SPACE
020500     INSPECT GCM-LBED-X REPLACING ALL LOW-VALUE BY SPACE
020600     INSPECT GCM-IBED-X REPLACING ALL LOW-VALUE BY SPACE
020700     IF GCM-COHORT-KEY = SPACES
020800         MOVE "COHORT ID IS REQUIRED" TO HMSGO
020900         MOVE "N" TO GCM-EDIT-OK-SW
021000         GO TO 2100-EXIT
021100     END-IF
021200     IF GCM-NAME = SPACES
021300         MOVE "REGION NAME IS REQUIRED" TO HMSGO
021400         MOVE "N" TO GCM-EDIT-OK-SW
021500         GO TO 2100-EXIT
021600     END-IF
021700     IF GCM-POP-X NOT NUMERIC
021800         MOVE "POPULATION MUST BE NUMERIC (9 DIGITS)" TO HMSGO
021900         MOVE "N" TO GCM-EDIT-OK-SW
022000         GO TO 2100-EXIT
022100     END-IF
022200     IF GCM-POP = ZERO
022300         MOVE "POPULATION MUST BE GREATER THAN ZERO" TO HMSGO
022400         MOVE "N" TO GCM-EDIT-OK-SW
022500         GO TO 2100-EXIT
022600     END-IF
022700     IF GCM-SURG-X NOT NUMERIC
022800         MOVE "SURGE CAPACITY MUST BE NUMERIC (12 DIGITS)"
022900             TO HMSGO
023000         MOVE "N" TO GCM-EDIT-OK-SW
023100         GO TO 2100-EXIT
023200     END-IF
023300     IF GCM-STATUS NOT = "A" AND GCM-STATUS NOT = "I"
023400         AND GCM-STATUS NOT = SPACE
023500         MOVE "STATUS MUST BE A OR I" TO HMSGO
023600         MOVE "N" TO GCM-EDIT-OK-SW
023700         GO TO 2100-EXIT
023800     END-IF
023900     IF GCM-HPCT-X NOT = SPACES AND GCM-HPCT-X NOT NUMERIC
024000         MOVE "HOSPITALIZED PCT MUST BE 99V9 OR BLANK" TO HMSGO
024100         MOVE "N" TO GCM-EDIT-OK-SW
024200         GO TO 2100-EXIT
024300     END-IF
024400     IF GCM-IPCT-X NOT = SPACES AND GCM-IPCT-X NOT NUMERIC
024500         MOVE "ICU PCT MUST BE 99V9 OR BLANK" TO HMSGO
024600         MOVE "N" TO GCM-EDIT-OK-SW
024700         GO TO 2100-EXIT
024800     END-IF
024900     IF GCM-HLOS-X NOT = SPACES AND GCM-HLOS-X NOT NUMERIC
025000         MOVE "HOSPITAL STAY MUST BE NUMERIC OR BLANK" TO HMSGO
025100         MOVE "N" TO GCM-EDIT-OK-SW
025200         GO TO 2100-EXIT
025300     END-IF
025400     IF GCM-ILOS-X NOT = SPACES AND GCM-ILOS-X NOT NUMERIC
025500         MOVE "ICU STAY MUST BE NUMERIC OR BLANK" TO HMSGO
025600         MOVE "N" TO GCM-EDIT-OK-SW
025700         GO TO 2100-EXIT
025800     END-IF
025900     IF GCM-LBED-X NOT = SPACES AND GCM-LBED-X NOT NUMERIC
026000         MOVE "LICENSED BEDS MUST BE NUMERIC OR BLANK" TO HMSGO
026100         MOVE "N" TO GCM-EDIT-OK-SW
026200         GO TO 2100-EXIT
026300     END-IF
026400     IF GCM-IBED-X NOT = SPACES AND GCM-IBED-X NOT NUMERIC
026500         MOVE "ICU BEDS MUST BE NUMERIC OR BLANK" TO HMSGO
026600         MOVE "N" TO GCM-EDIT-OK-SW
026700         GO TO 2100-EXIT
026800     END-IF.
026900 2100-EXIT.
027000     EXIT.
027100
027200*****************************************************************
027300* 2200-BUILD-KEY - THE COHMAST KEY FROM THE SCREEN.  A SHORT    *
027400* ENTRY COMES BACK PADDED WITH NULLS; THE STORED KEY IS PADDED  *
027500* WITH SPACES.                                                  *
027600*****************************************************************
027700 2200-BUILD-KEY.
027800     MOVE HCOHI TO GCM-COHORT-KEY
027900     INSPECT GCM-COHORT-KEY REPLACING ALL LOW-VALUE BY SPACE.
028000 2200-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400* 2300-APPLY-FIELDS - THE EDITED SCREEN FIELDS INTO THE         *
028500* COHORT RECORD.  THE KEY AND STATUS ARE SET BY THE CALLER.     *
028600*****************************************************************
028700 2300-APPLY-FIELDS.
028800     MOVE GCM-NAME TO GRC-REGION-NAME
028900     MOVE GCM-POP  TO GRC-POPULATION
029000     MOVE GCM-SURG TO GRC-SURGE-CAPACITY
029100     IF GCM-HPCT-X NUMERIC
029200         MOVE GCM-HPCT TO GRC-HOSP-PCT
029300     ELSE
029400         MOVE ZERO TO GRC-HOSP-PCT
029500     END-IF
029600     IF GCM-IPCT-X NUMERIC
029700         MOVE GCM-IPCT TO GRC-ICU-PCT
029800     ELSE
029900         MOVE ZERO TO GRC-ICU-PCT
030000     END-IF
030100     IF GCM-HLOS-X NUMERIC
030200         MOVE GCM-HLOS TO GRC-HOSP-LOS
030300     ELSE
030400         MOVE ZERO TO GRC-HOSP-LOS
030500     END-IF
030600     IF GCM-ILOS-X NUMERIC
030700         MOVE GCM-ILOS TO GRC-ICU-LOS
030800     ELSE
030900         MOVE ZERO TO GRC-ICU-LOS
031000     END-IF
031100     IF GCM-LBED-X NUMERIC
031200         MOVE GCM-LBED TO GRC-LICENSED-BEDS
031300     ELSE
031400         MOVE ZERO TO GRC-LICENSED-BEDS
031500     END-IF
031600     IF GCM-IBED-X NUMERIC
031700         MOVE GCM-IBED TO GRC-ICU-BEDS
031800     ELSE
031900         MOVE ZERO TO GRC-ICU-BEDS
032000     END-IF.
032100 2300-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500* 3000-ADD-COHORT - A NEW COHORT IS ACTIVE UNLESS KEYED "I".    *
032600*****************************************************************
032700 3000-ADD-COHORT.
032800     PERFORM 2100-EDIT-COHORT THRU 2100-EXIT
032900     IF NOT GCM-EDIT-OK
033000         GO TO 3000-EXIT
033100     END-IF
033200     MOVE SPACES TO GRC-COHORT-REC
033300     MOVE GCM-COHORT-KEY TO GRC-COHORT-ID
033400     PERFORM 2300-APPLY-FIELDS THRU 2300-EXIT
033500     IF GCM-STATUS = "I"
033600         MOVE "I" TO GRC-ACTIVE-SW
033700     ELSE
033800         MOVE "A" TO GRC-ACTIVE-SW
033900     END-IF
034000     EXEC CICS WRITE FILE('COHMAST')
034100         FROM(GRC-COHORT-REC) RIDFLD(GCM-COHORT-KEY)
034200         RESP(GCM-RESP)
034300     END-EXEC
034400     EVALUATE GCM-RESP
034500         WHEN DFHRESP(NORMAL)
034600             MOVE SPACES TO GCM-BEFORE-IMAGE
034700             MOVE "A" TO GCM-JRN-ACTION
034800             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
034900             IF GCM-JOURNAL-OK
035000                 PERFORM 7000-SHOW-COHORT THRU 7000-EXIT
035100                 MOVE "COHORT ADDED" TO HMSGO
035200             END-IF
035300         WHEN DFHRESP(DUPREC)
035400             MOVE "COHORT ALREADY ON FILE - USE C TO CHANGE"
035500                 TO HMSGO
035600         WHEN OTHER
035700             MOVE "COHMAST WRITE FAILED - CALL SUPPORT" TO HMSGO
035800     END-EVALUATE.
035900 3000-EXIT.
036000     EXIT.
036100
036200*****************************************************************
036300* 4000-CHANGE-COHORT - THE COHORT ID IDENTIFIES THE RECORD;     *
036400* EVERYTHING ELSE ON THE SCREEN REPLACES WHAT IS STORED.  A     *
036500* CHANGE THAT TAKES AN ACTIVE COHORT TO "I" IS HELD TO THE      *
036600* SAME ACTIVE-REQUEST CHECK AS ACTION D.  A CHANGE THAT         *
036700* ALTERS NOTHING IS NOT REWRITTEN OR JOURNALLED.                *
036800*****************************************************************
036900 4000-CHANGE-COHORT.
037000     PERFORM 2100-EDIT-COHORT THRU 2100-EXIT
037100     IF NOT GCM-EDIT-OK
037200         GO TO 4000-EXIT
037300     END-IF
037400     EXEC CICS READ FILE('COHMAST') UPDATE
037500         INTO(GRC-COHORT-REC) RIDFLD(GCM-COHORT-KEY)
037600         RESP(GCM-RESP)
037700     END-EXEC
037800     IF GCM-RESP = DFHRESP(NOTFND)
037900         MOVE "COHORT NOT ON FILE - USE A TO ADD" TO HMSGO
038000         GO TO 4000-EXIT
038100     END-IF
038200     IF GCM-RESP NOT = DFHRESP(NORMAL)
038300         MOVE "COHMAST READ FAILED - CALL SUPPORT" TO HMSGO
038400         GO TO 4000-EXIT
038500     END-IF
038600     MOVE GRC-COHORT-REC TO GCM-BEFORE-IMAGE
038700     IF GCM-STATUS = "I" AND GRC-ACTIVE
038800         PERFORM 5100-CHECK-ACTIVE-REQUESTS THRU 5100-EXIT
038900         IF NOT GCM-EDIT-OK
039000             EXEC CICS UNLOCK FILE('COHMAST') END-EXEC
039100             GO TO 4000-EXIT
039200         END-IF
039300     END-IF
039400     PERFORM 2300-APPLY-FIELDS THRU 2300-EXIT
039500     IF GCM-STATUS NOT = SPACE
039600         MOVE GCM-STATUS TO GRC-ACTIVE-SW
039700     END-IF
039800     IF GRC-COHORT-REC = GCM-BEFORE-IMAGE
039900         EXEC CICS UNLOCK FILE('COHMAST') END-EXEC
040000         PERFORM 7000-SHOW-COHORT THRU 7000-EXIT
040100         MOVE "NO CHANGES ENTERED - COHORT NOT UPDATED" TO HMSGO
040200         GO TO 4000-EXIT
040300     END-IF
040400     EXEC CICS REWRITE FILE('COHMAST')
040500         FROM(GRC-COHORT-REC) RESP(GCM-RESP)
040600     END-EXEC
040700     IF GCM-RESP NOT = DFHRESP(NORMAL)
040800         MOVE "COHMAST REWRITE FAILED - CALL SUPPORT" TO HMSGO
040900         GO TO 4000-EXIT
041000     END-IF
041100     MOVE "C" TO GCM-JRN-ACTION
041200     PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
041300     IF GCM-JOURNAL-OK
041400         PERFORM 7000-SHOW-COHORT THRU 7000-EXIT
041500         MOVE "COHORT CHANGED" TO HMSGO
041600     END-IF.
041700 4000-EXIT.
041800     EXIT.
041900
042000*****************************************************************
042100* 5000-DEACTIVATE-COHORT - THE RECORD STAYS ON THE MASTER BUT   *
042200* THE DRIVER SKIPS THE COHORT FROM THE NEXT RUN.  REFUSED       *
042300* WHILE ANY ACTIVE REQMAST REQUEST STILL NAMES THE COHORT -     *
042400* THOSE WOULD SIMPLY BE SKIPPED EVERY NIGHT.                    *
042500*****************************************************************
042600 5000-DEACTIVATE-COHORT.
042700     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
042800     MOVE "Y" TO GCM-EDIT-OK-SW
042900     EXEC CICS READ FILE('COHMAST') UPDATE
043000         INTO(GRC-COHORT-REC) RIDFLD(GCM-COHORT-KEY)
043100         RESP(GCM-RESP)
043200     END-EXEC
043300     IF GCM-RESP = DFHRESP(NOTFND)
043400         MOVE "COHORT NOT ON FILE" TO HMSGO
043500         GO TO 5000-EXIT
043600     END-IF
043700     IF GCM-RESP NOT = DFHRESP(NORMAL)
043800         MOVE "COHMAST READ FAILED - CALL SUPPORT" TO HMSGO
043900         GO TO 5000-EXIT
044000     END-IF
044100     IF GRC-INACTIVE
044200         EXEC CICS UNLOCK FILE('COHMAST') END-EXEC
044300         PERFORM 7000-SHOW-COHORT THRU 7000-EXIT
044400         MOVE "COHORT IS ALREADY INACTIVE" TO HMSGO
044500         GO TO 5000-EXIT
044600     END-IF
044700     MOVE GRC-COHORT-REC TO GCM-BEFORE-IMAGE
044800     PERFORM 5100-CHECK-ACTIVE-REQUESTS THRU 5100-EXIT
044900     IF NOT GCM-EDIT-OK
045000         EXEC CICS UNLOCK FILE('COHMAST') END-EXEC
045100         GO TO 5000-EXIT
045200     END-IF
045300     MOVE "I" TO GRC-ACTIVE-SW
045400     EXEC CICS REWRITE FILE('COHMAST')
045500         FROM(GRC-COHORT-REC) RESP(GCM-RESP)
045600     END-EXEC
045700     IF GCM-RESP NOT = DFHRESP(NORMAL)
045800         MOVE "COHMAST REWRITE FAILED - CALL SUPPORT" TO HMSGO
045900         GO TO 5000-EXIT
046000     END-IF
046100     MOVE "D" TO GCM-JRN-ACTION
046200     PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
046300     IF GCM-JOURNAL-OK
046400         PERFORM 7000-SHOW-COHORT THRU 7000-EXIT
046500         MOVE "COHORT DEACTIVATED" TO HMSGO
046600     END-IF.
046700 5000-EXIT.
046800     EXIT.
046900
047000*****************************************************************
047100* 5100-CHECK-ACTIVE-REQUESTS - BROWSE REQMAST FROM THE TOP FOR  *
047200* AN ACTIVE REQUEST NAMING THIS COHORT (A BLANK REQUEST STATUS  *
047300* READS AS ACTIVE, AS IN GROWREQ).  THE FIRST ONE FOUND, OR A   *
047400* BROWSE THAT CANNOT BE COMPLETED, TURNS THE EDIT SWITCH OFF    *
047500* WITH THE REASON IN THE MESSAGE.                               *
047600*****************************************************************
047700 5100-CHECK-ACTIVE-REQUESTS.
047800     MOVE "N" TO GCM-REQ-EOF-SW
047900     MOVE "N" TO GCM-REQ-FOUND-SW
048000     MOVE LOW-VALUES TO GCM-REQ-KEY
048100     EXEC CICS STARTBR FILE('REQMAST')
048200         RIDFLD(GCM-REQ-KEY) GTEQ RESP(GCM-RESP)
048300     END-EXEC
048400     IF GCM-RESP = DFHRESP(NOTFND)
048500         GO TO 5100-EXIT
048600     END-IF
048700     IF GCM-RESP NOT = DFHRESP(NORMAL)
048800         MOVE "REQMAST BROWSE FAILED - CALL SUPPORT" TO HMSGO
048900         MOVE "N" TO GCM-EDIT-OK-SW
049000         GO TO 5100-EXIT
049100     END-IF
049200     PERFORM 5110-READ-NEXT-REQUEST THRU 5110-EXIT
049300         UNTIL GCM-REQ-EOF
049400            OR GCM-REQ-FOUND
049500     EXEC CICS ENDBR FILE('REQMAST') END-EXEC
049600     IF GCM-RESP NOT = DFHRESP(NORMAL)
049700         AND GCM-RESP NOT = DFHRESP(ENDFILE)
049800         MOVE "REQMAST BROWSE FAILED - CALL SUPPORT" TO HMSGO
049900         MOVE "N" TO GCM-EDIT-OK-SW
050000         GO TO 5100-EXIT
050100     END-IF
050200     IF GCM-REQ-FOUND
050300         MOVE "ACTIVE REQUESTS STILL NAME THIS COHORT - SEE GMNT"
050400             TO HMSGO
050500         MOVE "N" TO GCM-EDIT-OK-SW
050600     END-IF.
050700 5100-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100* 5110-READ-NEXT-REQUEST                                        *
051200*****************************************************************
051300 5110-READ-NEXT-REQUEST.
051400     EXEC CICS READNEXT FILE('REQMAST')
051500         INTO(GRQ-REQUEST-REC) RIDFLD(GCM-REQ-KEY)
051600         RESP(GCM-RESP)
051700     END-EXEC
051800     IF GCM-RESP NOT = DFHRESP(NORMAL)
051900         MOVE "Y" TO GCM-REQ-EOF-SW
052000         GO TO 5110-EXIT
052100     END-IF
052200     IF GRQ-COHORT-ID = GCM-COHORT-KEY
052300         AND GRQ-ACTIVE
052400         MOVE "Y" TO GCM-REQ-FOUND-SW
052500     END-IF.
052600 5110-EXIT.
052700     EXIT.
052800
052900*****************************************************************
053000* 6000-BROWSE-COHORT - SHOW THE FIRST COHORT AT OR AFTER THE    *
053100* KEYED VALUE.  THE RETURNED KEY IS PUT BACK ON THE SCREEN, SO  *
053200* PRESSING ENTER AGAIN WALKS FORWARD THROUGH THE FILE: WHEN     *
053300* THE KEYED COHORT ITSELF COMES BACK, THE BROWSE TAKES ONE      *
053400* MORE STEP.                                                    *
053500*****************************************************************
053600 6000-BROWSE-COHORT.
053700     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
053800     MOVE GCM-COHORT-KEY TO GCM-SAVE-KEY
053900     EXEC CICS STARTBR FILE('COHMAST')
054000         RIDFLD(GCM-COHORT-KEY) GTEQ RESP(GCM-RESP)
054100     END-EXEC
054200     IF GCM-RESP = DFHRESP(NOTFND)
054300         MOVE "END OF FILE - NO COHORT AT OR AFTER THIS KEY"
054400             TO HMSGO
054500         GO TO 6000-EXIT
054600     END-IF
054700     IF GCM-RESP NOT = DFHRESP(NORMAL)
054800         MOVE "COHMAST BROWSE FAILED - CALL SUPPORT" TO HMSGO
054900         GO TO 6000-EXIT
055000     END-IF
055100     EXEC CICS READNEXT FILE('COHMAST')
055200         INTO(GRC-COHORT-REC) RIDFLD(GCM-COHORT-KEY)
055300         RESP(GCM-RESP)
055400     END-EXEC
055500     IF GCM-RESP = DFHRESP(NORMAL)
055600         AND GCM-COHORT-KEY = GCM-SAVE-KEY
055700         EXEC CICS READNEXT FILE('COHMAST')
055800             INTO(GRC-COHORT-REC) RIDFLD(GCM-COHORT-KEY)
055900             RESP(GCM-RESP)
056000         END-EXEC
056100     END-IF
056200     EXEC CICS ENDBR FILE('COHMAST') END-EXEC
056300     IF GCM-RESP = DFHRESP(ENDFILE)
056400         MOVE "END OF FILE - NO FURTHER COHORTS" TO HMSGO
056500         GO TO 6000-EXIT
056600     END-IF
056700     IF GCM-RESP NOT = DFHRESP(NORMAL)
056800         MOVE "COHMAST BROWSE FAILED - CALL SUPPORT" TO HMSGO
056900         GO TO 6000-EXIT
057000     END-IF
057100     PERFORM 7000-SHOW-COHORT THRU 7000-EXIT
057200     MOVE "COHORT DISPLAYED - PRESS ENTER FOR THE NEXT ONE"
057300         TO HMSGO.
057400 6000-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800* 7000-SHOW-COHORT - THE COHORT RECORD ONTO THE SCREEN.  THE    *
057900* NUMBERS GO BACK AS STORED, ZERO-FILLED, READY TO KEY AGAIN.   *
058000*****************************************************************
058100 7000-SHOW-COHORT.
058200     MOVE GRC-COHORT-ID             TO HCOHO
058300     MOVE GRC-REGION-NAME           TO HNAMEO
058400     MOVE GRC-COHORT-REC(39:9)      TO HPOPO
058500     MOVE GRC-COHORT-REC(48:12)     TO HSURGO
058600     MOVE GRC-ACTIVE-SW             TO HSTAO
058700     MOVE GRC-COHORT-REC(61:3)      TO HHPCTO
058800     MOVE GRC-COHORT-REC(64:3)      TO HIPCTO
058900     MOVE GRC-COHORT-REC(67:2)      TO HHLOSO
059000     MOVE GRC-COHORT-REC(69:2)      TO HILOSO
059100     MOVE GRC-COHORT-REC(71:5)      TO HLBEDO
059200     MOVE GRC-COHORT-REC(76:5)      TO HIBEDO.
059300 7000-EXIT.
059400     EXIT.
059500
059600*****************************************************************
059700* 7500-WRITE-JOURNAL - ONE CHGJRNL RECORD FOR THE UPDATE JUST   *
059800* MADE: THE BEFORE IMAGE SAVED BY THE CALLER, THE RECORD AS     *
059900* WRITTEN, AND WHO, WHERE AND WHEN.  THE MASTER UPDATE AND THE  *
060000* JOURNAL RECORD ARE ONE UNIT OF WORK - COHMAST AND CHGJRNL ARE *
060100* DEFINED RECOVERABLE - SO IF THE JOURNAL CANNOT BE WRITTEN     *
060200* THE UPDATE IS ROLLED BACK RATHER THAN LEFT UNJOURNALLED.      *
060300*****************************************************************
060400 7500-WRITE-JOURNAL.
060500     MOVE "Y" TO GCM-JOURNAL-OK-SW
060600     EXEC CICS ASSIGN USERID(GCM-USERID) END-EXEC
060700     EXEC CICS ASKTIME ABSTIME(GCM-ABSTIME) END-EXEC
060800     EXEC CICS FORMATTIME ABSTIME(GCM-ABSTIME)
060900         YYYYMMDD(GCM-TODAY-X) TIME(GCM-NOW-X)
061000     END-EXEC
061100     MOVE SPACES           TO GJN-JOURNAL-REC
061200     MOVE GCM-TODAY        TO GJN-CHG-DATE
061300     MOVE GCM-NOW          TO GJN-CHG-TIME
061400     MOVE EIBTRMID         TO GJN-TERMID
061500     MOVE EIBTASKN         TO GJN-TASKNO
061600     MOVE "COHMAST"        TO GJN-FILE-ID
061700     MOVE GCM-JRN-ACTION   TO GJN-ACTION
061800     MOVE GCM-USERID       TO GJN-USERID
061900     MOVE EIBTRNID         TO GJN-TRANID
062000     MOVE GRC-COHORT-ID    TO GJN-RECORD-KEY
062100     MOVE GCM-BEFORE-IMAGE TO GJN-BEFORE-IMAGE
062200     MOVE GRC-COHORT-REC   TO GJN-AFTER-IMAGE
062300     EXEC CICS WRITE FILE('CHGJRNL')
062400         FROM(GJN-JOURNAL-REC) RIDFLD(GJN-JOURNAL-KEY)
062500         RESP(GCM-RESP)
062600     END-EXEC
062700     IF GCM-RESP NOT = DFHRESP(NORMAL)
062800         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
062900         MOVE "N" TO GCM-JOURNAL-OK-SW
063000         MOVE "JOURNAL FAILED - NOT UPDATED - CALL SUPPORT"
063100             TO HMSGO
063200     END-IF.
063300 7500-EXIT.
063400     EXIT.
063500
063600*****************************************************************
063700* 8000-SEND-SCREEN                                              *
063800*****************************************************************
063900 8000-SEND-SCREEN.
064000     EXEC CICS SEND MAP('COHMAP') MAPSET('GROWSET')
064100         FROM(COHMAPO) DATAONLY
064200     END-EXEC.
064300 8000-EXIT.
064400     EXIT.
