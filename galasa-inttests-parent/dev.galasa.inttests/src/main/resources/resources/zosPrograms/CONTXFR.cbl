000200*                 BALANCES THAT ACTUALLY SURVIVED, WHICH IS HOW
000210*                 A TEST PROVES A FAILED CREDIT LEG LEFT THE
000220*                 DEBIT LEG UNTOUCHED.
000221*15/10/2026 RM    A DEBIT FROM A FROZEN ACCOUNT OR A POSTING TO A
000222*                 CLOSED ONE IS REFUSED BY CONTACCT AND ENDS THE
000223*                 TRANSFER LIKE ANY OTHER REFUSAL.  COMMENTS ONLY.
000224*15/10/2026 RM    ACCTCTL REVERSAL EXTENSION PASSED AS SPACES.
000225*15/10/2026 RM    BOTH LEGS MARKED AS TRANSFER LEGS IN ACCTCTL.
000226*15/10/2026 RM    BATCH-WINDOW INTERLOCK (SEE BWINREC) - A LEG
000227*                 MEETING THE OPEN WINDOW BACKS OUT THE UNIT OF
000228*                 WORK AND FILES THE WHOLE TRANSFER ON CONTPEND,
000229*                 ANSWERED DEFERRED; A REPLAY IS NEVER REFILED.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270     COPY ACCTCTL.
000280     COPY CONTFREC.
000285     COPY PENDREC.
000290 01  RESP-CODES.
000300     05  WS-RESP               PIC S9(08) COMP.
000310     05  WS-RESP2              PIC S9(08) COMP.
000320 01  WS-VERIFY-KEY             PIC X(08).
000330 01  WS-VERIFY-BALANCE         PIC S9(13)V99 COMP-3.
000331*****************************************************************
000332*SET WHEN CONTRPL PASSED THE EXTENSION TO REPLAY A STORED
000333*TRANSFER.
000334*****************************************************************
000335 77  WS-REPLAY-SWITCH          PIC X(01) VALUE 'N'.
000336     88  WS-REPLAY-REQUEST         VALUE 'Y'.
000337 77  WS-PEND-TRIES             PIC S9(04) COMP VALUE ZERO.
000340 LINKAGE SECTION.
000350     COPY XFRCTL REPLACING ==XFRCTL== BY ==DFHCOMMAREA==.
000360*****************************************************************
000390*ACCOUNTS.  THE SYNCPOINT AND VERIFY ALWAYS RUN ONCE A LEG HAS
000400*BEEN DRIVEN, SO THE UNIT OF WORK IS NEVER LEFT OPEN AND THE
000410*CALLER ALWAYS SEES THE BALANCES THAT SURVIVED.
000413*A LEG THAT MEETS THE OPEN BATCH WINDOW BACKS THE UNIT OF WORK
000416*OUT AND FILES THE WHOLE TRANSFER FOR REPLAY - SEE 6000.
000420*****************************************************************
000430 PROCEDURE DIVISION.
000440 0000-MAINLINE.
000470     MOVE SPACES TO XFRCTL-CREDIT-RC.
000480     MOVE ZERO TO XFRCTL-DEBIT-BALANCE.
000490     MOVE ZERO TO XFRCTL-CREDIT-BALANCE.
000491     MOVE 'N' TO WS-REPLAY-SWITCH.
000492     IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
000493        AND XFRCTL-REPLAY
000494         SET WS-REPLAY-REQUEST TO TRUE
000495     END-IF.
000500     PERFORM 1000-VALIDATE-REQUEST THRU 1000-EXIT.
000510     IF XFRCTL-RC-BAD-REQUEST
000520         GO TO 9999-EXIT
000560         PERFORM 3000-CREDIT-LEG THRU 3000-EXIT
000570     END-IF.
000580     PERFORM 4000-SYNCPOINT THRU 4000-EXIT.
000582     IF XFRCTL-RC-BATCH-WINDOW
000584        AND NOT WS-REPLAY-REQUEST
000586         PERFORM 6000-DEFER-TRANSFER THRU 6000-EXIT
000588     END-IF.
000590     PERFORM 5000-VERIFY-ACCOUNTS THRU 5000-EXIT.
000600     GO TO 9999-EXIT.
000610*****************************************************************
000800*****************************************************************
000810*2000-DEBIT-LEG - POST THE AMOUNT, NEGATED, TO THE DEBIT
000820*ACCOUNT THROUGH CONTACCT.  ANY REFUSAL (WOULD GO NEGATIVE,
000830*OVER LIMIT, NOT AN ACCOUNT, ACCOUNT FROZEN OR CLOSED) STOPS
000840*THE TRANSFER WITH NOTHING WRITTEN - THERE IS NO CREDIT TO BACK
000850*OUT YET, SO THE REFUSAL COMMITS AND ITS JOURNAL ENTRY STANDS,
000860*EXACTLY AS IT WOULD FOR A STANDALONE POSTING.  A DEBIT AGAINST
000870*AN ACCOUNT THAT DOES NOT EXIST COMES BACK AS WOULD-GO-NEGATIVE
000880*FROM CONTACCT'S CREATE PATH - NOTHING IS OPENED.
000890*****************************************************************
000900 2000-DEBIT-LEG.
000910     MOVE XFRCTL-DEBIT-ACCOUNT TO ACCTCTL-ACCOUNT-KEY.
000920     COMPUTE ACCTCTL-AMOUNT = ZERO - XFRCTL-AMOUNT.
000930     MOVE ZERO TO ACCTCTL-BALANCE.
000935     MOVE SPACES TO ACCTCTL-REVERSAL-OF.
000937     SET ACCTCTL-SOURCE-TRANSFER TO TRUE.
000940     SET ACCTCTL-RC-NORMAL TO TRUE.
000950     EXEC CICS LINK PROGRAM('CONTACCT')
000960          COMMAREA(ACCTCTL)
001030         GO TO 2000-EXIT
001040     END-IF.
001050     MOVE ACCTCTL-RETURN-CODE TO XFRCTL-DEBIT-RC.
001052     IF ACCTCTL-RC-BATCH-WINDOW
001054         SET XFRCTL-RC-BATCH-WINDOW TO TRUE
001056         GO TO 2000-EXIT
001058     END-IF.
001060     IF NOT ACCTCTL-RC-NORMAL
001070         SET XFRCTL-RC-DEBIT-REFUSED TO TRUE
001080     END-IF.
001150*RESULT (THE ACCOUNT DID NOT EXIST AND A TRANSFER MAY NOT OPEN
001160*ONE), MARKS THE TRANSFER FAILED SO 4000-SYNCPOINT ROLLS THE
001170*DEBIT - AND ANY RECORD THE CREATE PATH WROTE - BACK OUT.
001173*A CLOSED CREDIT ACCOUNT IS REFUSED BY CONTACCT AND ROLLS BACK
001176*THE SAME WAY; A FROZEN ONE STILL TAKES CREDITS.
001180*****************************************************************
001190 3000-CREDIT-LEG.
001200     MOVE XFRCTL-CREDIT-ACCOUNT TO ACCTCTL-ACCOUNT-KEY.
001210     MOVE XFRCTL-AMOUNT TO ACCTCTL-AMOUNT.
001220     MOVE ZERO TO ACCTCTL-BALANCE.
001225     MOVE SPACES TO ACCTCTL-REVERSAL-OF.
001227     SET ACCTCTL-SOURCE-TRANSFER TO TRUE.
001230     SET ACCTCTL-RC-NORMAL TO TRUE.
001240     EXEC CICS LINK PROGRAM('CONTACCT')
001250          COMMAREA(ACCTCTL)
001320         GO TO 3000-EXIT
001330     END-IF.
001340     MOVE ACCTCTL-RETURN-CODE TO XFRCTL-CREDIT-RC.
001342     IF ACCTCTL-RC-BATCH-WINDOW
001344         SET XFRCTL-RC-BATCH-WINDOW TO TRUE
001346         GO TO 3000-EXIT
001348     END-IF.
001350     IF NOT ACCTCTL-RC-NORMAL
001360         SET XFRCTL-RC-CREDIT-REFUSED TO TRUE
001370     END-IF.
001450*REFUSAL'S JOURNAL ENTRY.  A SYNCPOINT FAILURE ONLY OVERWRITES
001460*A NORMAL RETURN CODE - THE FIRST FAILURE SEEN IS THE ONE THE
001470*CALLER GETS.
001473*A LEG THAT MET THE BATCH WINDOW BACKS OUT THE SAME WAY AS A
001476*REFUSED CREDIT, BEFORE 6000 FILES THE TRANSFER.
001480*****************************************************************
001490 4000-SYNCPOINT.
001500     IF XFRCTL-RC-NORMAL OR XFRCTL-RC-DEBIT-REFUSED
001960     END-IF.
001970 5100-EXIT.
001980     EXIT.
001981*****************************************************************
001982*6000-DEFER-TRANSFER - A LEG MET THE OPEN BATCH WINDOW (SEE
001983*BWINREC) AND 4000-SYNCPOINT HAS ALREADY BACKED OUT ANY DEBIT, SO
001984*NOTHING HAS MOVED.  THE WHOLE TRANSFER IS FILED ON THE CONTPEND
001985*STORE AS ONE ENTRY (SEE PENDREC) AND COMMITTED, THEN ANSWERED
001986*DEFERRED - CONTRPL REPLAYS IT THROUGH HERE, BOTH LEGS TOGETHER,
001987*ONCE THE WINDOW CLOSES.  THE STORE IS KEYED AND RETRIED PAST
001988*DUPREC THE SAME WAY AS CONTACCT'S.  A STORE THAT CANNOT BE
001989*WRITTEN LEAVES THE BATCH-WINDOW CODE - THE TRANSFER WAS NOT
001990*TAKEN.
001991*****************************************************************
001992 6000-DEFER-TRANSFER.
001993     MOVE SPACES TO PENDREC.
001994     MOVE EIBDATE TO PENDREC-DATE.
001995     MOVE EIBTIME TO PENDREC-TIME.
001996     MOVE EIBTASKN TO PENDREC-SEQUENCE.
001997     SET PENDREC-TYPE-TRANSFER TO TRUE.
001998     SET PENDREC-PENDING TO TRUE.
001999     MOVE 'CONTXFR' TO PENDREC-FILED-BY.
002000     MOVE XFRCTL-DEBIT-ACCOUNT TO PENDREC-ACCOUNT.
002001     MOVE XFRCTL-CREDIT-ACCOUNT TO PENDREC-CREDIT-ACCOUNT.
002002     MOVE XFRCTL-AMOUNT TO PENDREC-AMOUNT.
002003     MOVE ZERO TO PENDREC-REPLAY-DATE.
002004     MOVE ZERO TO PENDREC-REPLAY-TIME.
002005     MOVE ZERO TO WS-PEND-TRIES.
002006     PERFORM 6100-WRITE-PENDING THRU 6100-EXIT.
002007     PERFORM 6100-WRITE-PENDING THRU 6100-EXIT
002008         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
002009            OR WS-PEND-TRIES > 50.
002010     IF WS-RESP NOT = DFHRESP(NORMAL)
002011         GO TO 6000-EXIT
002012     END-IF.
002013     EXEC CICS SYNCPOINT
002014          RESP(WS-RESP)
002015          RESP2(WS-RESP2)
002016     END-EXEC.
002017     IF WS-RESP = DFHRESP(NORMAL)
002018         SET XFRCTL-RC-DEFERRED TO TRUE
002019     END-IF.
002020 6000-EXIT.
002021     EXIT.
002022 6100-WRITE-PENDING.
002023     EXEC CICS WRITE FILE('CONTPEND')
002024          RIDFLD(PENDREC-KEY)
002025          FROM(PENDREC)
002026          RESP(WS-RESP)
002027          RESP2(WS-RESP2)
002028     END-EXEC.
002029     ADD 1 TO WS-PEND-TRIES.
002030     IF WS-RESP = DFHRESP(DUPREC)
002031         ADD 1 TO PENDREC-SEQUENCE
002032     END-IF.
002033 6100-EXIT.
002034     EXIT.
002035 9999-EXIT.
002036     EXEC CICS RETURN END-EXEC.
