000220*                 MALFORMED MESSAGE GETS ONE CARRYING A GATEWAY
000230*                 FORMAT CODE, SO NO SENDER IS EVER LEFT
000240*                 WAITING.  SINGLE AND DRAIN MODES AS CONTMQB.
000241*15/10/2026 RM    ACCTCTL REVERSAL EXTENSION PASSED AS SPACES.
000242*15/10/2026 RM    ACCTCTL-SOURCE PASSED AS SPACES TOO, SO THESE
000243*                 POSTINGS ARE JOURNALLED AS ONLINE.
000244*15/10/2026 RM    BATCH-WINDOW INTERLOCK (SEE BWINREC) - WHILE THE
000245*                 WINDOW IS OPEN NO MESSAGE IS TAKEN AND THE RUN
000246*                 ENDS BATCH-WINDOW.  A POSTING DEFERRED MID-DRAIN
000247*                 IS REPLIED TO AS DEFERRED.  THE HOLD IS COUNTED
000248*                 TO CONTSTAT AS OPERATION W.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000290     COPY MQPREC.
000300     COPY ACCTCTL.
000310     COPY STATCTL.
000315     COPY BWINREC.
000320 01  RESP-CODES.
000330     05  WS-RESP               PIC S9(08) COMP.
000340     05  WS-RESP2              PIC S9(08) COMP.
000590 01  WS-CURRENT-REPLY-QUEUE    PIC X(48).
000600 77  WS-DRAIN-DONE-SWITCH      PIC X(01) VALUE 'N'.
000610     88  WS-DRAIN-DONE             VALUE 'Y'.
000612 77  WS-WINDOW-KEY             PIC X(08) VALUE 'BATCHWIN'.
000614 77  WS-WINDOW-SWITCH          PIC X(01) VALUE 'N'.
000616     88  WS-WINDOW-OPEN            VALUE 'Y'.
000620 01  MQOD.
000630*   FULL VERSION 1 MQOD - 4+4+4+48+48+48+12 = 168 BYTES.
000640     05  MQOD-STRUCID          PIC X(04)         VALUE 'OD  '.
001380             PERFORM 5100-PROCESS-ONE-MESSAGE THRU 5100-EXIT
001390         END-IF
001400     END-IF.
001402     IF MQPCTL-RC-BATCH-WINDOW
001404         PERFORM 7200-COUNT-WINDOW-HOLD THRU 7200-EXIT
001406     END-IF.
001410     IF NOT MQPCTL-RC-NORMAL
001415        AND NOT MQPCTL-RC-BATCH-WINDOW
001420         PERFORM 7000-COUNT-GATEWAY-FAILURE THRU 7000-EXIT
001430     END-IF.
001440     PERFORM 8000-CLOSE-QUEUES THRU 8000-EXIT.
002640         MOVE MQPREQ-AMOUNT TO ACCTCTL-AMOUNT
002650     END-IF.
002660     MOVE ZERO TO ACCTCTL-BALANCE.
002665     MOVE SPACES TO ACCTCTL-REVERSAL-OF.
002667     MOVE SPACES TO ACCTCTL-SOURCE.
002670     SET ACCTCTL-RC-NORMAL TO TRUE.
002680     EXEC CICS LINK PROGRAM('CONTACCT')
002690          COMMAREA(ACCTCTL)
003540*STILL SENDS ITS F9 REPLY BEFORE THE DRAIN STOPS.
003550*****************************************************************
003560 5100-PROCESS-ONE-MESSAGE.
003561     PERFORM 6000-CHECK-WINDOW THRU 6000-EXIT.
003562     IF WS-WINDOW-OPEN
003563         SET MQPCTL-RC-BATCH-WINDOW TO TRUE
003564         SET WS-DRAIN-DONE TO TRUE
003565         GO TO 5100-EXIT
003566     END-IF.
003570     PERFORM 2000-GET-MESSAGE THRU 2000-EXIT.
003580     IF NOT MQPCTL-RC-NORMAL
003590         SET WS-DRAIN-DONE TO TRUE
003650         ADD 1 TO MQPCTL-MSGS-PROCESSED
003660     ELSE
003670         SET WS-DRAIN-DONE TO TRUE
003671     END-IF.
003672 5100-EXIT.
003673     EXIT.
003674*****************************************************************
003675*6000-CHECK-WINDOW - IS THE BATCH WINDOW OPEN (SEE BWINREC)?  IT
003676*IS TESTED BEFORE EVERY GET, SO A DRAIN STOPS AS SOON AS THE BATCH
003677*JOBS TAKE THE WINDOW AND THE REST OF THE QUEUE WAITS FOR THEM TO
003678*FINISH.  NO RECORD, OR A CONTBWIN FILE THAT CANNOT BE READ, MEANS
003679*IT IS CLOSED - THE SAME CONVENTION AS CONTACCT.
003680*****************************************************************
003681 6000-CHECK-WINDOW.
003682     MOVE 'N' TO WS-WINDOW-SWITCH.
003683     EXEC CICS READ FILE('CONTBWIN')
003684          RIDFLD(WS-WINDOW-KEY)
003685          INTO(BWINREC)
003686          RESP(WS-RESP)
003687          RESP2(WS-RESP2)
003688     END-EXEC.
003689     IF WS-RESP = DFHRESP(NORMAL)
003690        AND BWINREC-WINDOW-OPEN
003691         SET WS-WINDOW-OPEN TO TRUE
003692     END-IF.
003693 6000-EXIT.
003700     EXIT.
003710*****************************************************************
003720*7000-COUNT-GATEWAY-FAILURE - REPORT A FAILED GATEWAY REQUEST
004070          RESP2(WS-RESP2)
004080     END-EXEC.
004090 7100-EXIT.
004091     EXIT.
004092*****************************************************************
004093*7200-COUNT-WINDOW-HOLD - REPORT A RUN THE OPEN BATCH WINDOW
004094*HELD OFF TO CONTSTAT UNDER ITS OWN OPERATION CODE, W, RETURN
004095*CODE 00.  THE REQUESTS ARE STILL ON THE INPUT QUEUE AND NOTHING
004096*FAILED, SO IT IS KEPT OUT OF THE GATEWAY-FAILURE COUNTERS.
004097*BEST EFFORT, AS 7000.
004098*****************************************************************
004099 7200-COUNT-WINDOW-HOLD.
004100     SET STATCTL-REQ-UPDATE TO TRUE.
004101     MOVE 'CONTMQP' TO STATCTL-PROGRAM.
004102     MOVE 'W' TO STATCTL-OPERATION.
004103     MOVE '00' TO STATCTL-OP-RETURN-CODE.
004104     EXEC CICS LINK PROGRAM('CONTSTAT')
004105          COMMAREA(STATCTL)
004106          LENGTH(LENGTH OF STATCTL)
004107          RESP(WS-RESP)
004108          RESP2(WS-RESP2)
004109     END-EXEC.
004110 7200-EXIT.
004111     EXIT.
004112*****************************************************************
004120*8000-CLOSE-QUEUES - CLOSE BOTH QUEUES.  NO EXPLICIT MQDISC IS
004130*ISSUED - THE CICS-MQ ADAPTER OWNS THE QUEUE MANAGER CONNECTION
004140*AND TEARS IT DOWN ITSELF.  CLEANUP IS BEST EFFORT AND DOES NOT
