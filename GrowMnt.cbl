002230*                   A ONE-YEAR DAILY REQUEST IS NOW KEYABLE     *
002240*                   THROUGH THIS SCREEN.  THE MNTMAP LABEL IN   *
002250*                   GROWSET.BMS MOVED WITH IT.                  *
002260*   2026-10-15 DLH  MODE "L" (LOGISTIC) IS NOW ACCEPTED, WITH   *
002270*                   THE SAME NON-ZERO RATE EDIT AS PERCENT      *
002280*                   MODE.  THE MNTMAP MODE LABEL MOVED WITH IT. *
002282*   2026-10-15 DLH  EVERY ADD, CHANGE AND DEACTIVATE NOW WRITES *
002284*                   A CHGJRNL CHANGE-JOURNAL RECORD (GROWJRN)   *
002286*                   WITH THE BEFORE AND AFTER IMAGES, USER,     *
002288*                   TERMINAL AND TIMESTAMP, AS GCOH DOES FOR    *
002290*                   COHMAST.  IF THE JOURNAL CANNOT BE WRITTEN  *
002292*                   THE UPDATE IS ROLLED BACK.                  *
002300*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 DATA DIVISION.
003600* RECORD KEY.                                                   *
003700*****************************************************************
003800     COPY GROWREQ.
003810
003820*****************************************************************
003830* THE CHANGE-JOURNAL RECORD, SHARED WITH GCOH AND GROWJRNR.     *
003840*****************************************************************
003850     COPY GROWJRN.
003900
004000*****************************************************************
004100* RECORD KEY, PSEUDO-CONVERSATION FLAG AND RESPONSE CODE        *
004710 01  GMT-SAVE-KEY                    PIC X(19).
004800 01  GMT-COMMAREA                    PIC X(01) VALUE "Y".
004900 01  GMT-RESP                        PIC S9(08) COMP.
004906
004912*****************************************************************
004918* JOURNAL STAMP - SIGNED-ON USER, TODAY'S DATE AND THE TIME OF  *
004924* DAY - AND THE RECORD AS IT STOOD BEFORE THE CHANGE            *
004930*****************************************************************
004936 01  GMT-USERID                      PIC X(08).
004942 01  GMT-ABSTIME                     PIC S9(15) COMP-3.
004948 01  GMT-TODAY-X                     PIC X(08).
004954 01  GMT-TODAY REDEFINES GMT-TODAY-X PIC 9(08).
004960 01  GMT-NOW-X                       PIC X(06).
004966 01  GMT-NOW REDEFINES GMT-NOW-X     PIC 9(06).
004972 01  GMT-BEFORE-IMAGE                PIC X(80).
004978 01  GMT-JRN-ACTION                  PIC X(01).
004984 01  GMT-JOURNAL-OK-SW               PIC X(01) VALUE "Y".
004990     88  GMT-JOURNAL-OK               VALUE "Y".
005000
005100*****************************************************************
005200* EDIT WORK FIELDS - THE SCREEN FIELDS ARE CLASS-TESTED HERE    *
014100     MOVE RWDYI  TO GMT-WDAY-X
014200     MOVE REFFI  TO GMT-EFF-X
014300     IF RMODEI NOT = "F" AND RMODEI NOT = "D"
014400         AND RMODEI NOT = "P" AND RMODEI NOT = "L"
014500         MOVE "MODE MUST BE F, D, P OR L" TO MSGO
014600         MOVE "N" TO GMT-EDIT-OK-SW
014700         GO TO 2100-EXIT
014800     END-IF
016600         MOVE "N" TO GMT-EDIT-OK-SW
016700         GO TO 2100-EXIT
016800     END-IF
016810     IF RMODEI = "L" AND GMT-RATE = ZERO
016820         MOVE "LOGISTIC MODE NEEDS A NON-ZERO RATE" TO MSGO
016830         MOVE "N" TO GMT-EDIT-OK-SW
016840         GO TO 2100-EXIT
016850     END-IF
016900     IF RCOHI = SPACES OR RCOHI = LOW-VALUES
017000         MOVE "COHORT ID IS REQUIRED" TO MSGO
017100         MOVE "N" TO GMT-EDIT-OK-SW
025300     END-EXEC
025400     EVALUATE GMT-RESP
025500         WHEN DFHRESP(NORMAL)
025510             MOVE SPACES TO GMT-BEFORE-IMAGE
025520             MOVE "A" TO GMT-JRN-ACTION
025530             PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
025540             IF GMT-JOURNAL-OK
025550                 MOVE "REQUEST ADDED" TO MSGO
025560                 MOVE "A" TO RSTAO
025570             END-IF
025800         WHEN DFHRESP(DUPREC)
025900             MOVE "REQUEST ALREADY ON FILE - USE C TO CHANGE"
026000                 TO MSGO
028700         MOVE "REQMAST READ FAILED - CALL SUPPORT" TO MSGO
028800         GO TO 4000-EXIT
028900     END-IF
028910     MOVE GRQ-REQUEST-REC TO GMT-BEFORE-IMAGE
029000     IF RFRQI = "W" OR RFRQI = "M"
029100         MOVE RFRQI TO GRQ-FREQUENCY
029200     ELSE
030600         FROM(GRQ-REQUEST-REC) RESP(GMT-RESP)
030700     END-EXEC
030800     IF GMT-RESP = DFHRESP(NORMAL)
030810         MOVE "C" TO GMT-JRN-ACTION
030820         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
030830         IF GMT-JOURNAL-OK
030840             MOVE "REQUEST CHANGED" TO MSGO
030850             MOVE GRQ-ACTIVE-SW TO RSTAO
030860         END-IF
031100     ELSE
031200         MOVE "REQMAST REWRITE FAILED - CALL SUPPORT" TO MSGO
031300     END-IF.
033200         MOVE "REQMAST READ FAILED - CALL SUPPORT" TO MSGO
033300         GO TO 5000-EXIT
033400     END-IF
033410     MOVE GRQ-REQUEST-REC TO GMT-BEFORE-IMAGE
033500     MOVE "I" TO GRQ-ACTIVE-SW
033600     EXEC CICS REWRITE FILE('REQMAST')
033700         FROM(GRQ-REQUEST-REC) RESP(GMT-RESP)
033800     END-EXEC
033900     IF GMT-RESP = DFHRESP(NORMAL)
033910         MOVE "D" TO GMT-JRN-ACTION
033920         PERFORM 7500-WRITE-JOURNAL THRU 7500-EXIT
033930         IF GMT-JOURNAL-OK
033940             MOVE "REQUEST DEACTIVATED" TO MSGO
033950             MOVE "I" TO RSTAO
033960         END-IF
034200     ELSE
034300         MOVE "REQMAST REWRITE FAILED - CALL SUPPORT" TO MSGO
034400     END-IF.
040100 6000-EXIT.
040200     EXIT.
040300
040302*****************************************************************
040304* 7500-WRITE-JOURNAL - ONE CHGJRNL RECORD FOR THE UPDATE JUST   *
040306* MADE: THE BEFORE IMAGE SAVED BY THE CALLER, THE RECORD AS     *
040308* WRITTEN, AND WHO, WHERE AND WHEN.  THE MASTER UPDATE AND THE  *
040310* JOURNAL RECORD ARE ONE UNIT OF WORK - REQMAST AND CHGJRNL ARE *
040312* DEFINED RECOVERABLE - SO IF THE JOURNAL CANNOT BE WRITTEN     *
040314* THE UPDATE IS ROLLED BACK RATHER THAN LEFT UNJOURNALLED.      *
040316*****************************************************************
040318 7500-WRITE-JOURNAL.
040320     MOVE "Y" TO GMT-JOURNAL-OK-SW
040322     EXEC CICS ASSIGN USERID(GMT-USERID) END-EXEC
040324     EXEC CICS ASKTIME ABSTIME(GMT-ABSTIME) END-EXEC
040326     EXEC CICS FORMATTIME ABSTIME(GMT-ABSTIME)
040328         YYYYMMDD(GMT-TODAY-X) TIME(GMT-NOW-X)
040330     END-EXEC
040332     MOVE SPACES                TO GJN-JOURNAL-REC
040334     MOVE GMT-TODAY             TO GJN-CHG-DATE
040336     MOVE GMT-NOW               TO GJN-CHG-TIME
040338     MOVE EIBTRMID              TO GJN-TERMID
040340     MOVE EIBTASKN              TO GJN-TASKNO
040342     MOVE "REQMAST"             TO GJN-FILE-ID
040344     MOVE GMT-JRN-ACTION        TO GJN-ACTION
040346     MOVE GMT-USERID            TO GJN-USERID
040348     MOVE EIBTRNID              TO GJN-TRANID
040350     MOVE GRQ-REQUEST-REC(1:19) TO GJN-RECORD-KEY
040352     MOVE GMT-BEFORE-IMAGE      TO GJN-BEFORE-IMAGE
040354     MOVE GRQ-REQUEST-REC       TO GJN-AFTER-IMAGE
040356     EXEC CICS WRITE FILE('CHGJRNL')
040358         FROM(GJN-JOURNAL-REC) RIDFLD(GJN-JOURNAL-KEY)
040360         RESP(GMT-RESP)
040362     END-EXEC
040364     IF GMT-RESP NOT = DFHRESP(NORMAL)
040366         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
040368         MOVE "N" TO GMT-JOURNAL-OK-SW
040370         MOVE "JOURNAL FAILED - NOT UPDATED - CALL SUPPORT"
040372             TO MSGO
040374     END-IF.
040376 7500-EXIT.
040378     EXIT.
040380
040400*****************************************************************
040500* 8000-SEND-SCREEN                                              *
040600*****************************************************************
