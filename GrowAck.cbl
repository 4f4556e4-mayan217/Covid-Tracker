000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GROWTH-ALERT-ACK.
000300 AUTHOR.        D. HAUSER.
000400 INSTALLATION.  PUBLIC-HEALTH-ANALYTICS-DIVISION.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800* MODIFICATION HISTORY                                          *
000900*   2026-10-15 DLH  INITIAL VERSION.  CICS ACKNOWLEDGEMENT      *
001000*                   SCREEN (TRANSID GACK, MAP ACKMAP IN GROWSET)*
001100*                   OVER THE ALRTSTAT ALERT-STATUS FILE THE     *
001200*                   TRIAGE BULLETIN MAINTAINS.  THE DESK KEYS   *
001300*                   AN ALERT, SEES ITS TIER AND LIFECYCLE, AND  *
001400*                   RECORDS WHO ACKNOWLEDGED IT AND THE ACTION  *
001500*                   TAKEN; THE SIGNED-ON USER, DATE AND TIME    *
001600*                   ARE STAMPED WITH IT.  AN ACKNOWLEDGED       *
001700*                   CRITICAL NO LONGER ESCALATES ON THE         *
001800*                   BULLETIN.  INQUIRE, ACKNOWLEDGE AND BROWSE, *
001900*                   ON THE SAME PATTERN AS GMNT AND GSCH.       *
002000*****************************************************************
002100 ENVIRONMENT DIVISION.
002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400*****************************************************************
002500* SYMBOLIC MAP AND CICS ATTENTION-KEY DEFINITIONS               *
002600*****************************************************************
002700     COPY GROWACKM.
002800     COPY DFHAID.
002900
003000*****************************************************************
003100* THE ALERT-STATUS RECORD, SHARED WITH GROWTRIA VIA GROWAST.    *
003200*****************************************************************
003300     COPY GROWAST.
003400
003500*****************************************************************
003600* RECORD KEY, PSEUDO-CONVERSATION FLAG AND RESPONSE CODE.       *
003700*****************************************************************
003800 01  GAK-ALERT-KEY.
003900     05  GAK-KEY-COHORT              PIC X(08).
004000     05  GAK-KEY-MODE                PIC X(01).
004100     05  GAK-KEY-LIMIT               PIC 9(05).
004200     05  GAK-KEY-RATE                PIC S9(03)V9(02).
004300 01  GAK-SAVE-KEY                    PIC X(19).
004400 01  GAK-COMMAREA                    PIC X(01) VALUE "Y".
004500 01  GAK-RESP                        PIC S9(08) COMP.
004600
004700*****************************************************************
004800* ACKNOWLEDGEMENT STAMP - SIGNED-ON USER, TODAY'S DATE AND THE  *
004900* TIME OF DAY                                                   *
005000*****************************************************************
005100 01  GAK-USERID                      PIC X(08).
005200 01  GAK-ABSTIME                     PIC S9(15) COMP-3.
005300 01  GAK-TODAY-X                     PIC X(08).
005400 01  GAK-TODAY REDEFINES GAK-TODAY-X PIC 9(08).
005500 01  GAK-NOW-X                       PIC X(06).
005600 01  GAK-NOW REDEFINES GAK-NOW-X     PIC 9(06).
005700
005800*****************************************************************
005900* EDIT WORK FIELDS - THE SCREEN FIELDS ARE CLASS-TESTED HERE    *
006000* BEFORE ANYTHING USES THEM AS NUMBERS, AS GMNT DOES.           *
006100*****************************************************************
006200 01  GAK-EDIT-OK-SW                  PIC X(01) VALUE "Y".
006300     88  GAK-EDIT-OK                  VALUE "Y".
006400 01  GAK-LIMIT-X                     PIC X(05).
006500 01  GAK-LIMIT REDEFINES GAK-LIMIT-X PIC 9(05).
006600 01  GAK-RATE-X                      PIC X(05).
006700 01  GAK-RATE REDEFINES GAK-RATE-X   PIC S9(03)V9(02).
006800 01  GAK-ACK-BY                      PIC X(20).
006900 01  GAK-ACK-ACTION                  PIC X(40).
007000
007100 LINKAGE SECTION.
007200 01  DFHCOMMAREA                     PIC X(01).
007300
007400 PROCEDURE DIVISION.
007500*****************************************************************
007600* 0000-MAINLINE - PSEUDO-CONVERSATIONAL: FIRST ENTRY PAINTS     *
007700* THE EMPTY SCREEN; EVERY LATER ENTRY PROCESSES THE ACTION      *
007800* AND RETURNS WITH THE SAME TRANSID.                            *
007900*****************************************************************
008000 0000-MAINLINE.
008100     IF EIBCALEN = ZERO
008200         PERFORM 1000-FIRST-TIME THRU 1000-EXIT
008300     ELSE
008400         PERFORM 2000-PROCESS-SCREEN THRU 2000-EXIT
008500     END-IF
008600     EXEC CICS RETURN TRANSID('GACK')
008700         COMMAREA(GAK-COMMAREA) LENGTH(1)
008800     END-EXEC.
008900
009000*****************************************************************
009100* 1000-FIRST-TIME                                               *
009200*****************************************************************
009300 1000-FIRST-TIME.
009400     MOVE LOW-VALUES TO ACKMAPO
009500     MOVE "ENTER AN ACTION AND THE ALERT KEY" TO KMSGO
009600     EXEC CICS SEND MAP('ACKMAP') MAPSET('GROWSET')
009700         FROM(ACKMAPO) ERASE
009800     END-EXEC.
009900 1000-EXIT.
010000     EXIT.
010100
010200*****************************************************************
010300* 2000-PROCESS-SCREEN - CLEAR EXITS; ANYTHING ELSE IS AN        *
010400* ACTION AGAINST THE ALERT-STATUS FILE.                         *
010500*****************************************************************
010600 2000-PROCESS-SCREEN.
010700     IF EIBAID = DFHCLEAR
010800         EXEC CICS SEND CONTROL ERASE FREEKB END-EXEC
010900         EXEC CICS RETURN END-EXEC
011000     END-IF
011100     MOVE LOW-VALUES TO ACKMAPI
011200     EXEC CICS RECEIVE MAP('ACKMAP') MAPSET('GROWSET')
011300         INTO(ACKMAPI) RESP(GAK-RESP)
011400     END-EXEC
011500     IF GAK-RESP = DFHRESP(MAPFAIL)
011600         MOVE "ENTER AN ACTION AND THE ALERT KEY" TO KMSGO
011700         PERFORM 8000-SEND-SCREEN THRU 8000-EXIT
011800         GO TO 2000-EXIT
011900     END-IF
012000     EVALUATE KACTI
012100         WHEN "I"
012200             PERFORM 3000-INQUIRE-ALERT THRU 3000-EXIT
012300         WHEN "K"
012400             PERFORM 4000-ACKNOWLEDGE-ALERT THRU 4000-EXIT
012500         WHEN "B"
012600             PERFORM 6000-BROWSE-ALERTS THRU 6000-EXIT
012700         WHEN OTHER
012800             MOVE "ACTION MUST BE I, K OR B" TO KMSGO
012900     END-EVALUATE
013000     PERFORM 8000-SEND-SCREEN THRU 8000-EXIT.
013100 2000-EXIT.
013200     EXIT.
013300
013400*****************************************************************
013500* 2100-EDIT-KEY - THE COHORT IS REQUIRED AND THE LIMIT AND RATE *
013600* MUST BE NUMERIC.  THE FIRST FAILING TEST SETS THE MESSAGE AND *
013700* STOPS.                                                        *
013800*****************************************************************
013900 2100-EDIT-KEY.
014000     MOVE "Y" TO GAK-EDIT-OK-SW
014100     MOVE KLIMI  TO GAK-LIMIT-X
014200     MOVE KRATEI TO GAK-RATE-X
014300     IF KCOHI = SPACES OR KCOHI = LOW-VALUES
014400         MOVE "COHORT ID IS REQUIRED" TO KMSGO
014500         MOVE "N" TO GAK-EDIT-OK-SW
014600         GO TO 2100-EXIT
014700     END-IF
014800     IF KMODEI NOT = "F" AND KMODEI NOT = "D"
014900         AND KMODEI NOT = "P" AND KMODEI NOT = "L"
015000         MOVE "MODE MUST BE F, D, P OR L" TO KMSGO
015100         MOVE "N" TO GAK-EDIT-OK-SW
015200         GO TO 2100-EXIT
015300     END-IF
015400     IF GAK-LIMIT-X NOT NUMERIC
015500         MOVE "LIMIT MUST BE NUMERIC" TO KMSGO
015600         MOVE "N" TO GAK-EDIT-OK-SW
015700         GO TO 2100-EXIT
015800     END-IF
015900     IF GAK-RATE-X NOT NUMERIC
016000         MOVE "RATE MUST BE NUMERIC (999V99)" TO KMSGO
016100         MOVE "N" TO GAK-EDIT-OK-SW
016200         GO TO 2100-EXIT
016300     END-IF
016400     PERFORM 2200-BUILD-KEY THRU 2200-EXIT.
016500 2100-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016900* 2200-BUILD-KEY - THE ALRTSTAT KEY FROM THE SCREEN FIELDS.  THE*
017000* LIMIT AND RATE GO THROUGH THE NUMERIC FIELDS SO THE KEY       *
017100* CARRIES THE SAME SIGN OVERPUNCH AND ZERO-FILL AS THE STORED   *
017200* RECORD (SEE GMNT 2200).  A NON-NUMERIC FIELD KEYS AS ZERO,    *
017300* WHICH SIMPLY FINDS NOTHING (OR STARTS A BROWSE AT THE TOP).   *
017400*****************************************************************
017500 2200-BUILD-KEY.
017600     MOVE KCOHI  TO GAK-KEY-COHORT
017700     MOVE KMODEI TO GAK-KEY-MODE
017800     MOVE KLIMI  TO GAK-LIMIT-X
017900     MOVE KRATEI TO GAK-RATE-X
018000     IF GAK-LIMIT-X NUMERIC
018100         MOVE GAK-LIMIT TO GAK-KEY-LIMIT
018200     ELSE
018300         MOVE ZERO TO GAK-KEY-LIMIT
018400     END-IF
018500     IF GAK-RATE-X NUMERIC
018600         MOVE GAK-RATE TO GAK-KEY-RATE
018700     ELSE
018800         MOVE ZERO TO GAK-KEY-RATE
018900     END-IF.
019000 2200-EXIT.
019100     EXIT.
019200
019300*****************************************************************
019400* 3000-INQUIRE-ALERT - SHOW THE KEYED ALERT AS IT STANDS.       *
019500*****************************************************************
019600 3000-INQUIRE-ALERT.
019700     PERFORM 2100-EDIT-KEY THRU 2100-EXIT
019800     IF NOT GAK-EDIT-OK
019900         GO TO 3000-EXIT
020000     END-IF
020100     EXEC CICS READ FILE('ALRTSTAT')
020200         INTO(GAS-STATUS-REC) RIDFLD(GAK-ALERT-KEY)
020300         RESP(GAK-RESP)
020400     END-EXEC
020500     IF GAK-RESP = DFHRESP(NOTFND)
020600         MOVE "NO SUCH ALERT ON ALRTSTAT" TO KMSGO
020700         GO TO 3000-EXIT
020800     END-IF
020900     IF GAK-RESP NOT = DFHRESP(NORMAL)
021000         MOVE "ALRTSTAT READ FAILED - CALL SUPPORT" TO KMSGO
021100         GO TO 3000-EXIT
021200     END-IF
021300     PERFORM 7000-SHOW-ALERT THRU 7000-EXIT
021400     MOVE "ALERT DISPLAYED" TO KMSGO.
021500 3000-EXIT.
021600     EXIT.
021700
021800*****************************************************************
021900* 4000-ACKNOWLEDGE-ALERT - RECORD WHO ACKNOWLEDGED THE ALERT AND*
022000* THE ACTION TAKEN.  BOTH ARE REQUIRED.  A CLEARED ALERT HAS    *
022100* NOTHING LEFT TO ACKNOWLEDGE; ACKNOWLEDGING AN ALERT A SECOND  *
022200* TIME REPLACES THE EARLIER ENTRY (THE DESK'S LATEST WORD).     *
022300*****************************************************************
022400 4000-ACKNOWLEDGE-ALERT.
022500     PERFORM 2100-EDIT-KEY THRU 2100-EXIT
022600     IF NOT GAK-EDIT-OK
022700         GO TO 4000-EXIT
022800     END-IF
022900     MOVE KBYI   TO GAK-ACK-BY
023000     MOVE KACTNI TO GAK-ACK-ACTION
023100     INSPECT GAK-ACK-BY REPLACING ALL LOW-VALUE BY SPACE
023200     INSPECT GAK-ACK-ACTION REPLACING ALL LOW-VALUE BY SPACE
023300     IF GAK-ACK-BY = SPACES
023400         MOVE "ACKNOWLEDGED BY IS REQUIRED" TO KMSGO
023500         GO TO 4000-EXIT
023600     END-IF
023700     IF GAK-ACK-ACTION = SPACES
023800         MOVE "ACTION TAKEN IS REQUIRED" TO KMSGO
023900         GO TO 4000-EXIT
024000     END-IF
024100     EXEC CICS READ FILE('ALRTSTAT') UPDATE
024200         INTO(GAS-STATUS-REC) RIDFLD(GAK-ALERT-KEY)
024300         RESP(GAK-RESP)
024400     END-EXEC
024500     IF GAK-RESP = DFHRESP(NOTFND)
024600         MOVE "NO SUCH ALERT ON ALRTSTAT" TO KMSGO
024700         GO TO 4000-EXIT
024800     END-IF
024900     IF GAK-RESP NOT = DFHRESP(NORMAL)
025000         MOVE "ALRTSTAT READ FAILED - CALL SUPPORT" TO KMSGO
025100         GO TO 4000-EXIT
025200     END-IF
025300     IF GAS-CLEARED
025400         EXEC CICS UNLOCK FILE('ALRTSTAT') END-EXEC
025500         PERFORM 7000-SHOW-ALERT THRU 7000-EXIT
025600         MOVE "ALERT HAS CLEARED - NOTHING TO ACKNOWLEDGE"
025700             TO KMSGO
025800         GO TO 4000-EXIT
025900     END-IF
026000     EXEC CICS ASSIGN USERID(GAK-USERID) END-EXEC
026100     EXEC CICS ASKTIME ABSTIME(GAK-ABSTIME) END-EXEC
026200     EXEC CICS FORMATTIME ABSTIME(GAK-ABSTIME)
026300         YYYYMMDD(GAK-TODAY-X) TIME(GAK-NOW-X)
026400     END-EXEC
026500     MOVE "Y"            TO GAS-ACK-SW
026600     MOVE GAK-ACK-BY     TO GAS-ACK-BY
026700     MOVE GAK-ACK-ACTION TO GAS-ACK-ACTION
026800     MOVE GAK-USERID     TO GAS-ACK-USER
026900     MOVE GAK-TODAY      TO GAS-ACK-DATE
027000     MOVE GAK-NOW        TO GAS-ACK-TIME
027100     EXEC CICS REWRITE FILE('ALRTSTAT')
027200         FROM(GAS-STATUS-REC) RESP(GAK-RESP)
027300     END-EXEC
027400     IF GAK-RESP = DFHRESP(NORMAL)
027500         PERFORM 7000-SHOW-ALERT THRU 7000-EXIT
027600         MOVE "ALERT ACKNOWLEDGED" TO KMSGO
027700     ELSE
027800         MOVE "ALRTSTAT REWRITE FAILED - CALL SUPPORT" TO KMSGO
027900     END-IF.
028000 4000-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400* 6000-BROWSE-ALERTS - SHOW THE FIRST ALERT AT OR AFTER THE     *
028500* KEYED VALUE.  THE RETURNED KEY IS PUT BACK ON THE SCREEN, SO  *
028600* PRESSING ENTER AGAIN WALKS FORWARD THROUGH THE FILE: WHEN THE *
028700* KEYED ALERT ITSELF COMES BACK, THE BROWSE TAKES ONE MORE STEP.*
028800*****************************************************************
028900 6000-BROWSE-ALERTS.
029000     PERFORM 2200-BUILD-KEY THRU 2200-EXIT
029100     INSPECT GAK-ALERT-KEY REPLACING ALL LOW-VALUE BY SPACE
029200     MOVE GAK-ALERT-KEY TO GAK-SAVE-KEY
029300     EXEC CICS STARTBR FILE('ALRTSTAT')
029400         RIDFLD(GAK-ALERT-KEY) GTEQ RESP(GAK-RESP)
029500     END-EXEC
029600     IF GAK-RESP = DFHRESP(NOTFND)
029700         MOVE "END OF FILE - NO ALERT AT OR AFTER THIS KEY"
029800             TO KMSGO
029900         GO TO 6000-EXIT
030000     END-IF
030100     IF GAK-RESP NOT = DFHRESP(NORMAL)
030200         MOVE "ALRTSTAT BROWSE FAILED - CALL SUPPORT" TO KMSGO
030300         GO TO 6000-EXIT
030400     END-IF
030500     EXEC CICS READNEXT FILE('ALRTSTAT')
030600         INTO(GAS-STATUS-REC) RIDFLD(GAK-ALERT-KEY)
030700         RESP(GAK-RESP)
030800     END-EXEC
030900     IF GAK-RESP = DFHRESP(NORMAL)
031000         AND GAK-ALERT-KEY = GAK-SAVE-KEY
031100         EXEC CICS READNEXT FILE('ALRTSTAT')
031200             INTO(GAS-STATUS-REC) RIDFLD(GAK-ALERT-KEY)
031300             RESP(GAK-RESP)
031400         END-EXEC
031500     END-IF
031600     EXEC CICS ENDBR FILE('ALRTSTAT') END-EXEC
031700     IF GAK-RESP = DFHRESP(ENDFILE)
031800         MOVE "END OF FILE - NO FURTHER ALERTS" TO KMSGO
031900         GO TO 6000-EXIT
032000     END-IF
032100     IF GAK-RESP NOT = DFHRESP(NORMAL)
032200         MOVE "ALRTSTAT BROWSE FAILED - CALL SUPPORT" TO KMSGO
032300         GO TO 6000-EXIT
032400     END-IF
032500     PERFORM 7000-SHOW-ALERT THRU 7000-EXIT
032600     MOVE "ALERT DISPLAYED - PRESS ENTER FOR THE NEXT ONE"
032700         TO KMSGO.
032800 6000-EXIT.
032900     EXIT.
033000
033100*****************************************************************
033200* 7000-SHOW-ALERT - THE ALERT-STATUS RECORD ONTO THE SCREEN.    *
033300* THE LIMIT AND RATE GO BACK AS STORED, READY TO KEY AGAIN.     *
033400*****************************************************************
033500 7000-SHOW-ALERT.
033600     MOVE GAS-COHORT-ID             TO KCOHO
033700     MOVE GAS-MODE                  TO KMODEO
033800     MOVE GAS-STATUS-REC(10:5)      TO KLIMO
033900     MOVE GAS-STATUS-REC(15:5)      TO KRATEO
034000     MOVE GAS-TIER                  TO KTIERO
034100     MOVE GAS-LIFECYCLE             TO KLIFEO
034200     MOVE GAS-FIRST-SEEN            TO KFRSTO
034300     MOVE GAS-LAST-SEEN             TO KLASTO
034400     MOVE GAS-BREACH-DATE           TO KBRCHO
034500     MOVE GAS-CRITICAL-SINCE        TO KCRITO
034600     IF GAS-ACKNOWLEDGED
034700         MOVE "Y" TO KASWO
034800     ELSE
034900         MOVE "N" TO KASWO
035000     END-IF
035100     MOVE GAS-ACK-BY                TO KBYO
035200     MOVE GAS-ACK-ACTION            TO KACTNO
035300     MOVE GAS-ACK-USER              TO KUSRO
035400     MOVE GAS-ACK-DATE              TO KADTO.
035500 7000-EXIT.
035600     EXIT.
035700
035800*****************************************************************
035900* 8000-SEND-SCREEN                                              *
036000*****************************************************************
036100 8000-SEND-SCREEN.
036200     EXEC CICS SEND MAP('ACKMAP') MAPSET('GROWSET')
036300         FROM(ACKMAPO) DATAONLY
036400     END-EXEC.
036500 8000-EXIT.
036600     EXIT.
