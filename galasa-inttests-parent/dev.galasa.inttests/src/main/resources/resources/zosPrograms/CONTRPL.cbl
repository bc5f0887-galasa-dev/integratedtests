000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTRPL.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*DATE       INIT  DESCRIPTION
000110*15/10/2026 RM    ORIGINAL PROGRAM - PENDING-POSTING REPLAY
000120*                 (TRANSACTION CRPL).  ONCE THE BATCH WINDOW HAS
000130*                 CLOSED, APPLIES THE ONLINE POSTINGS AND
000140*                 TRANSFERS CONTACCT AND CONTXFR FILED ON CONTPEND
000150*                 WHILE IT WAS OPEN, IN ARRIVAL ORDER, THROUGH THE
000160*                 SAME PROGRAMS - SO EVERY POSTING RULE APPLIES AS
000170*                 IT WOULD HAVE ONLINE - AND MARKS EACH ENTRY
000180*                 APPLIED OR REFUSED WITH THE CODE IT GOT.
000190*                 ONLY ONE CRPL TASK REPLAYS AT A TIME - A SECOND
000200*                 ONE ENDS AT ONCE WITH REPLAY-BUSY.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 DATA DIVISION.
000240 WORKING-STORAGE SECTION.
000250     COPY ACCTCTL.
000260     COPY XFRCTL.
000270     COPY PENDREC.
000280     COPY BWINREC.
000290 01  RESP-CODES.
000300     05  WS-RESP               PIC S9(08) COMP.
000310     05  WS-RESP2              PIC S9(08) COMP.
000320*****************************************************************
000330*WS-NEXT-KEY IS THE CONTPEND KEY OF THE ENTRY IN HAND.  EACH
000340*SEARCH STARTS FROM IT, SO THE STORE IS WALKED FRONT TO BACK ONCE
000350*PER RUN; AN ENTRY ALREADY REPLAYED IS PASSED OVER.
000360*****************************************************************
000370 01  WS-NEXT-KEY               PIC X(21).
000380 77  WS-WINDOW-KEY             PIC X(08) VALUE 'BATCHWIN'.
000390 77  WS-REPLAY-LOCK            PIC X(08) VALUE 'CONTRPL '.
000400 77  WS-REPLAY-LOCK-SWITCH     PIC X(01) VALUE 'N'.
000410     88  WS-REPLAY-LOCKED          VALUE 'Y'.
000420 77  WS-ENTRY-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000430     88  WS-ENTRY-FOUND            VALUE 'Y'.
000440 77  WS-REPLAY-DONE-SWITCH     PIC X(01) VALUE 'N'.
000450     88  WS-REPLAY-DONE            VALUE 'Y'.
000460 77  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE 'N'.
000470     88  WS-BROWSE-DONE            VALUE 'Y'.
000480 77  WS-ENTRIES-TRIED          PIC S9(09) COMP VALUE ZERO.
000490 LINKAGE SECTION.
000500     COPY RPLCTL REPLACING ==RPLCTL== BY ==DFHCOMMAREA==.
000510*****************************************************************
000520*0000-MAINLINE - NOTHING IS REPLAYED WHILE ANOTHER CRPL TASK IS
000530*REPLAYING OR THE BATCH WINDOW IS OPEN.  OTHERWISE REPLAY ONE
000540*ENTRY AT A TIME UNTIL THE STORE HAS NO MORE PENDING, THE RUN'S
000550*LIMIT IS REACHED OR SOMETHING STOPS IT, THEN COUNT WHAT IS STILL
000560*PENDING.
000570*EACH ENTRY IS ITS OWN UNIT OF WORK, SO A RUN THAT STOPS PART WAY
000580*LEAVES EVERY ENTRY EITHER FULLY REPLAYED OR STILL PENDING.
000590*****************************************************************
000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000620     SET RPLCTL-RC-NORMAL TO TRUE.
000630     MOVE ZERO TO RPLCTL-APPLIED.
000640     MOVE ZERO TO RPLCTL-REFUSED.
000650     MOVE ZERO TO RPLCTL-REMAINING.
000660     MOVE SPACES TO RPLCTL-FIRST-REFUSED-KEY.
000670     PERFORM 1100-LOCK-REPLAY THRU 1100-EXIT.
000680     IF NOT WS-REPLAY-LOCKED
000690         GO TO 9999-EXIT
000700     END-IF.
000710     PERFORM 1000-CHECK-WINDOW THRU 1000-EXIT.
000720     IF RPLCTL-RC-NORMAL
000730         MOVE LOW-VALUES TO WS-NEXT-KEY
000740         MOVE 'N' TO WS-REPLAY-DONE-SWITCH
000750         PERFORM 2000-REPLAY-NEXT THRU 2000-EXIT
000760             UNTIL WS-REPLAY-DONE
000770     END-IF.
000780     PERFORM 5000-COUNT-REMAINING THRU 5000-EXIT.
000790     PERFORM 1200-UNLOCK-REPLAY THRU 1200-EXIT.
000800     GO TO 9999-EXIT.
000810*****************************************************************
000820*1000-CHECK-WINDOW - IS THE BATCH WINDOW OPEN (SEE BWINREC)?  NO
000830*RECORD, OR A CONTBWIN FILE THAT CANNOT BE READ, MEANS IT IS
000840*CLOSED, THE SAME CONVENTION AS CONTACCT.  A WINDOW THAT OPENS
000850*AFTER THIS CHECK IS CAUGHT BY CONTACCT ITSELF (SEE 4000).
000860*****************************************************************
000870 1000-CHECK-WINDOW.
000880     EXEC CICS READ FILE('CONTBWIN')
000890          RIDFLD(WS-WINDOW-KEY)
000900          INTO(BWINREC)
000910          RESP(WS-RESP)
000920          RESP2(WS-RESP2)
000930     END-EXEC.
000940     IF WS-RESP = DFHRESP(NORMAL)
000950        AND BWINREC-WINDOW-OPEN
000960         SET RPLCTL-RC-WINDOW-OPEN TO TRUE
000970     END-IF.
000980 1000-EXIT.
000990     EXIT.
001000*****************************************************************
001010*1100-LOCK-REPLAY - TAKE THE ENQ THAT LETS ONLY ONE CRPL TASK
001020*REPLAY AT A TIME.  THE CONTPEND UPDATE LOCK CANNOT DO THIS ON ITS
001030*OWN - CONTXFR TAKES ITS OWN SYNCPOINT PART WAY THROUGH A TRANSFER
001040*(SEE 4500), WHICH RELEASES THE ENTRY BEFORE ITS OUTCOME IS
001050*RECORDED.  MAXLIFETIME(TASK) KEEPS THE ENQ ACROSS EVERY ENTRY'S
001060*SYNCPOINT, AND NOSUSPEND MEANS A SECOND TASK DOES NOT WAIT - IT
001070*ENDS AT ONCE WITH REPLAY-BUSY, HAVING TOUCHED NOTHING.
001080*****************************************************************
001090 1100-LOCK-REPLAY.
001100     EXEC CICS ENQ RESOURCE(WS-REPLAY-LOCK)
001110          LENGTH(LENGTH OF WS-REPLAY-LOCK)
001120          MAXLIFETIME(TASK)
001130          NOSUSPEND
001140          RESP(WS-RESP)
001150          RESP2(WS-RESP2)
001160     END-EXEC.
001170     IF WS-RESP = DFHRESP(NORMAL)
001180         SET WS-REPLAY-LOCKED TO TRUE
001190     ELSE
001200         SET RPLCTL-RC-REPLAY-BUSY TO TRUE
001210     END-IF.
001220 1100-EXIT.
001230     EXIT.
001240*****************************************************************
001250*1200-UNLOCK-REPLAY - RELEASE THE REPLAY ENQ.  CICS WOULD RELEASE
001260*IT AT END OF TASK ANYWAY; THE DEQ JUST LETS THE NEXT CRPL START
001270*AS SOON AS THIS ONE HAS FINISHED WITH THE STORE.
001280*****************************************************************
001290 1200-UNLOCK-REPLAY.
001300     EXEC CICS DEQ RESOURCE(WS-REPLAY-LOCK)
001310          LENGTH(LENGTH OF WS-REPLAY-LOCK)
001320          MAXLIFETIME(TASK)
001330          RESP(WS-RESP)
001340          RESP2(WS-RESP2)
001350     END-EXEC.
001360 1200-EXIT.
001370     EXIT.
001380*****************************************************************
001390*2000-REPLAY-NEXT - FIND THE NEXT PENDING ENTRY, READ IT FOR
001400*UPDATE AND REPLAY IT.  AN ENTRY THAT IS NO LONGER PENDING ONCE
001410*LOCKED IS PASSED OVER.  THE UPDATE LOCK IS NOT WHAT KEEPS TWO
001420*REPLAYS OF ONE ENTRY APART - A TRANSFER'S LOCK GOES AT CONTXFR'S
001430*OWN SYNCPOINT - SO ONLY ONE CRPL TASK RUNS AT A TIME (SEE 1100).
001440*A REPLAY THAT STOPPED THE RUN BACKS OUT WHATEVER IT LEFT
001450*UNCOMMITTED, SO THE ENTRY IN HAND STAYS PENDING.
001460*****************************************************************
001470 2000-REPLAY-NEXT.
001480     IF RPLCTL-MAX-ENTRIES > ZERO
001490        AND WS-ENTRIES-TRIED NOT < RPLCTL-MAX-ENTRIES
001500         SET WS-REPLAY-DONE TO TRUE
001510         GO TO 2000-EXIT
001520     END-IF.
001530     PERFORM 3000-FIND-NEXT THRU 3000-EXIT.
001540     IF NOT WS-ENTRY-FOUND
001550         SET WS-REPLAY-DONE TO TRUE
001560         GO TO 2000-EXIT
001570     END-IF.
001580     EXEC CICS READ FILE('CONTPEND')
001590          RIDFLD(WS-NEXT-KEY)
001600          INTO(PENDREC)
001610          UPDATE
001620          RESP(WS-RESP)
001630          RESP2(WS-RESP2)
001640     END-EXEC.
001650     EVALUATE WS-RESP
001660         WHEN DFHRESP(NORMAL)
001670             CONTINUE
001680         WHEN DFHRESP(NOTFND)
001690             GO TO 2000-EXIT
001700         WHEN OTHER
001710             SET RPLCTL-RC-STORE-ERROR TO TRUE
001720             SET WS-REPLAY-DONE TO TRUE
001730             GO TO 2000-EXIT
001740     END-EVALUATE.
001750     IF NOT PENDREC-PENDING
001760         EXEC CICS UNLOCK FILE('CONTPEND')
001770              RESP(WS-RESP)
001780              RESP2(WS-RESP2)
001790         END-EXEC
001800         GO TO 2000-EXIT
001810     END-IF.
001820     ADD 1 TO WS-ENTRIES-TRIED.
001830     IF PENDREC-TYPE-TRANSFER
001840         PERFORM 4500-REPLAY-TRANSFER THRU 4500-EXIT
001850     ELSE
001860         PERFORM 4000-REPLAY-POSTING THRU 4000-EXIT
001870     END-IF.
001880     IF NOT RPLCTL-RC-NORMAL
001890         SET WS-REPLAY-DONE TO TRUE
001900         EXEC CICS SYNCPOINT ROLLBACK
001910              RESP(WS-RESP)
001920              RESP2(WS-RESP2)
001930         END-EXEC
001940     END-IF.
001950 2000-EXIT.
001960     EXIT.
001970*****************************************************************
001980*3000-FIND-NEXT - BROWSE FORWARD FROM WS-NEXT-KEY TO THE FIRST
001990*ENTRY STILL PENDING.  THE BROWSE IS ENDED BEFORE THE ENTRY IS
002000*READ FOR UPDATE.  AN EMPTY STORE, OR NOTHING PENDING PAST THE
002010*KEY, IS THE END OF THE RUN; A STORE THAT CANNOT BE BROWSED ENDS
002020*IT AS AN ERROR.
002030*****************************************************************
002040 3000-FIND-NEXT.
002050     MOVE 'N' TO WS-ENTRY-FOUND-SWITCH.
002060     EXEC CICS STARTBR FILE('CONTPEND')
002070          RIDFLD(WS-NEXT-KEY)
002080          GTEQ
002090          RESP(WS-RESP)
002100          RESP2(WS-RESP2)
002110     END-EXEC.
002120     EVALUATE WS-RESP
002130         WHEN DFHRESP(NORMAL)
002140             CONTINUE
002150         WHEN DFHRESP(NOTFND)
002160             GO TO 3000-EXIT
002170         WHEN OTHER
002180             SET RPLCTL-RC-STORE-ERROR TO TRUE
002190             GO TO 3000-EXIT
002200     END-EVALUATE.
002210     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
002220     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT
002230         UNTIL WS-BROWSE-DONE.
002240     EXEC CICS ENDBR FILE('CONTPEND')
002250          RESP(WS-RESP)
002260          RESP2(WS-RESP2)
002270     END-EXEC.
002280 3000-EXIT.
002290     EXIT.
002300 3100-READ-NEXT-ENTRY.
002310     EXEC CICS READNEXT FILE('CONTPEND')
002320          RIDFLD(WS-NEXT-KEY)
002330          INTO(PENDREC)
002340          RESP(WS-RESP)
002350          RESP2(WS-RESP2)
002360     END-EXEC.
002370     EVALUATE WS-RESP
002380         WHEN DFHRESP(NORMAL)
002390             CONTINUE
002400         WHEN DFHRESP(ENDFILE)
002410             SET WS-BROWSE-DONE TO TRUE
002420             GO TO 3100-EXIT
002430         WHEN OTHER
002440             SET RPLCTL-RC-STORE-ERROR TO TRUE
002450             SET WS-BROWSE-DONE TO TRUE
002460             GO TO 3100-EXIT
002470     END-EVALUATE.
002480     IF PENDREC-PENDING
002490         SET WS-ENTRY-FOUND TO TRUE
002500         SET WS-BROWSE-DONE TO TRUE
002510     END-IF.
002520 3100-EXIT.
002530     EXIT.
002540*****************************************************************
002550*4000-REPLAY-POSTING - POST THE ENTRY THROUGH CONTACCT AS A
002560*REPLAY, THEN MARK IT WITH THE OUTCOME AND COMMIT BOTH TOGETHER.
002570*APPLIED (OR CREATED, AS THE ORIGINAL POSTING WOULD HAVE BEEN)
002580*KEEPS THE KEY IT WAS JOURNALLED UNDER; ANY OTHER CODE IS A
002590*REFUSAL, ALREADY JOURNALLED BY CONTACCT.  CONTACCT ANSWERS
002600*BATCH-WINDOW WITH NOTHING DONE IF THE WINDOW HAS OPENED AGAIN -
002610*THE ENTRY STAYS PENDING AND THE RUN STOPS.
002620*****************************************************************
002630 4000-REPLAY-POSTING.
002640     MOVE PENDREC-ACCOUNT TO ACCTCTL-ACCOUNT-KEY.
002650     MOVE PENDREC-AMOUNT TO ACCTCTL-AMOUNT.
002660     MOVE ZERO TO ACCTCTL-BALANCE.
002670     SET ACCTCTL-RC-NORMAL TO TRUE.
002680     MOVE SPACES TO ACCTCTL-REVERSAL-OF.
002690     MOVE SPACES TO ACCTCTL-JOURNAL-KEY.
002700     SET ACCTCTL-SOURCE-REPLAY TO TRUE.
002710     EXEC CICS LINK PROGRAM('CONTACCT')
002720          COMMAREA(ACCTCTL)
002730          LENGTH(LENGTH OF ACCTCTL)
002740          RESP(WS-RESP)
002750          RESP2(WS-RESP2)
002760     END-EXEC.
002770     IF WS-RESP NOT = DFHRESP(NORMAL)
002780         SET RPLCTL-RC-LINK-FAILED TO TRUE
002790         GO TO 4000-EXIT
002800     END-IF.
002810     IF ACCTCTL-RC-BATCH-WINDOW
002820         SET RPLCTL-RC-WINDOW-OPEN TO TRUE
002830         GO TO 4000-EXIT
002840     END-IF.
002850     MOVE ACCTCTL-RETURN-CODE TO PENDREC-REPLAY-RC.
002860     IF ACCTCTL-RC-NORMAL OR ACCTCTL-RC-CREATED
002870         SET PENDREC-APPLIED TO TRUE
002880         MOVE ACCTCTL-JOURNAL-KEY TO PENDREC-JOURNAL-KEY
002890     ELSE
002900         SET PENDREC-REFUSED TO TRUE
002910     END-IF.
002920     PERFORM 4800-REWRITE-AND-COMMIT THRU 4800-EXIT.
002930 4000-EXIT.
002940     EXIT.
002950*****************************************************************
002960*4500-REPLAY-TRANSFER - REPLAY A WHOLE TRANSFER THROUGH CONTXFR,
002970*WHICH TAKES ITS OWN SYNCPOINT.  THE ENTRY IS MARKED APPLIED
002980*FIRST, IN THE UNIT OF WORK CONTXFR ENDS.  WHEN BOTH LEGS POST, OR
002990*THE DEBIT IS REFUSED, CONTXFR COMMITS AND THE MARK IS COMMITTED
003000*WITH THEM - SO A TRANSFER THAT MOVED THE MONEY CAN NEVER STILL
003010*LOOK PENDING.  A REFUSED CREDIT OR A FAILED SYNCPOINT IS ROLLED
003020*BACK, MARK AND ALL, WHICH LEAVES THE ENTRY PENDING AND UNLOCKED
003030*UNTIL 4600 READS IT AGAIN; NO OTHER CRPL TASK CAN TAKE IT IN THAT
003040*GAP (SEE 1100).  EITHER WAY 4600 THEN RECORDS THE OUTCOME AND LEG
003050*CODES IN A UNIT OF WORK OF THEIR OWN.  A TRANSFER CONTXFR ANSWERS
003060*BATCH-WINDOW HAS BEEN ROLLED BACK, MARK AND ALL, AND STAYS
003070*PENDING.
003080*****************************************************************
003090 4500-REPLAY-TRANSFER.
003100     SET PENDREC-APPLIED TO TRUE.
003110     MOVE '00' TO PENDREC-REPLAY-RC.
003120     MOVE EIBDATE TO PENDREC-REPLAY-DATE.
003130     MOVE EIBTIME TO PENDREC-REPLAY-TIME.
003140     EXEC CICS REWRITE FILE('CONTPEND')
003150          FROM(PENDREC)
003160          RESP(WS-RESP)
003170          RESP2(WS-RESP2)
003180     END-EXEC.
003190     IF WS-RESP NOT = DFHRESP(NORMAL)
003200         SET RPLCTL-RC-STORE-ERROR TO TRUE
003210         GO TO 4500-EXIT
003220     END-IF.
003230     MOVE PENDREC-ACCOUNT TO XFRCTL-DEBIT-ACCOUNT.
003240     MOVE PENDREC-CREDIT-ACCOUNT TO XFRCTL-CREDIT-ACCOUNT.
003250     MOVE PENDREC-AMOUNT TO XFRCTL-AMOUNT.
003260     SET XFRCTL-RC-NORMAL TO TRUE.
003270     SET XFRCTL-REPLAY TO TRUE.
003280     EXEC CICS LINK PROGRAM('CONTXFR')
003290          COMMAREA(XFRCTL)
003300          LENGTH(LENGTH OF XFRCTL)
003310          RESP(WS-RESP)
003320          RESP2(WS-RESP2)
003330     END-EXEC.
003340     IF WS-RESP NOT = DFHRESP(NORMAL)
003350         SET RPLCTL-RC-LINK-FAILED TO TRUE
003360         GO TO 4500-EXIT
003370     END-IF.
003380     IF XFRCTL-RC-BATCH-WINDOW
003390         SET RPLCTL-RC-WINDOW-OPEN TO TRUE
003400         GO TO 4500-EXIT
003410     END-IF.
003420     PERFORM 4600-RECORD-TRANSFER THRU 4600-EXIT.
003430 4500-EXIT.
003440     EXIT.
003450*****************************************************************
003460*4600-RECORD-TRANSFER - RE-READ THE ENTRY AND RECORD HOW THE
003470*TRANSFER ENDED - APPLIED ONLY WHEN CONTXFR ANSWERED NORMAL, WITH
003480*ITS RETURN CODE AND BOTH LEG CODES EITHER WAY.
003490*****************************************************************
003500 4600-RECORD-TRANSFER.
003510     EXEC CICS READ FILE('CONTPEND')
003520          RIDFLD(WS-NEXT-KEY)
003530          INTO(PENDREC)
003540          UPDATE
003550          RESP(WS-RESP)
003560          RESP2(WS-RESP2)
003570     END-EXEC.
003580     IF WS-RESP NOT = DFHRESP(NORMAL)
003590         SET RPLCTL-RC-STORE-ERROR TO TRUE
003600         GO TO 4600-EXIT
003610     END-IF.
003620     MOVE XFRCTL-RETURN-CODE TO PENDREC-REPLAY-RC.
003630     MOVE XFRCTL-DEBIT-RC TO PENDREC-DEBIT-RC.
003640     MOVE XFRCTL-CREDIT-RC TO PENDREC-CREDIT-RC.
003650     IF XFRCTL-RC-NORMAL
003660         SET PENDREC-APPLIED TO TRUE
003670     ELSE
003680         SET PENDREC-REFUSED TO TRUE
003690     END-IF.
003700     PERFORM 4800-REWRITE-AND-COMMIT THRU 4800-EXIT.
003710 4600-EXIT.
003720     EXIT.
003730*****************************************************************
003740*4800-REWRITE-AND-COMMIT - STAMP THE REPLAY, REWRITE THE ENTRY AND
003750*COMMIT IT, THEN COUNT THE OUTCOME.  A FAILURE LEAVES THE COUNTS
003760*ALONE AND STOPS THE RUN.
003770*****************************************************************
003780 4800-REWRITE-AND-COMMIT.
003790     MOVE EIBDATE TO PENDREC-REPLAY-DATE.
003800     MOVE EIBTIME TO PENDREC-REPLAY-TIME.
003810     EXEC CICS REWRITE FILE('CONTPEND')
003820          FROM(PENDREC)
003830          RESP(WS-RESP)
003840          RESP2(WS-RESP2)
003850     END-EXEC.
003860     IF WS-RESP NOT = DFHRESP(NORMAL)
003870         SET RPLCTL-RC-STORE-ERROR TO TRUE
003880         GO TO 4800-EXIT
003890     END-IF.
003900     EXEC CICS SYNCPOINT
003910          RESP(WS-RESP)
003920          RESP2(WS-RESP2)
003930     END-EXEC.
003940     IF WS-RESP NOT = DFHRESP(NORMAL)
003950         SET RPLCTL-RC-SYNC-FAILED TO TRUE
003960         GO TO 4800-EXIT
003970     END-IF.
003980     IF PENDREC-APPLIED
003990         ADD 1 TO RPLCTL-APPLIED
004000     ELSE
004010         ADD 1 TO RPLCTL-REFUSED
004020         IF RPLCTL-FIRST-REFUSED-KEY = SPACES
004030             MOVE PENDREC-KEY TO RPLCTL-FIRST-REFUSED-KEY
004040         END-IF
004050     END-IF.
004060 4800-EXIT.
004070     EXIT.
004080*****************************************************************
004090*5000-COUNT-REMAINING - BROWSE THE WHOLE STORE AND COUNT THE
004100*ENTRIES STILL PENDING.  A STORE THAT CANNOT BE BROWSED COUNTS AS
004110*NONE; THE RETURN CODE ALREADY SAYS WHY THE RUN ENDED.
004120*****************************************************************
004130 5000-COUNT-REMAINING.
004140     MOVE LOW-VALUES TO WS-NEXT-KEY.
004150     EXEC CICS STARTBR FILE('CONTPEND')
004160          RIDFLD(WS-NEXT-KEY)
004170          GTEQ
004180          RESP(WS-RESP)
004190          RESP2(WS-RESP2)
004200     END-EXEC.
004210     IF WS-RESP NOT = DFHRESP(NORMAL)
004220         GO TO 5000-EXIT
004230     END-IF.
004240     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
004250     PERFORM 5100-COUNT-NEXT-ENTRY THRU 5100-EXIT
004260         UNTIL WS-BROWSE-DONE.
004270     EXEC CICS ENDBR FILE('CONTPEND')
004280          RESP(WS-RESP)
004290          RESP2(WS-RESP2)
004300     END-EXEC.
004310 5000-EXIT.
004320     EXIT.
004330 5100-COUNT-NEXT-ENTRY.
004340     EXEC CICS READNEXT FILE('CONTPEND')
004350          RIDFLD(WS-NEXT-KEY)
004360          INTO(PENDREC)
004370          RESP(WS-RESP)
004380          RESP2(WS-RESP2)
004390     END-EXEC.
004400     IF WS-RESP NOT = DFHRESP(NORMAL)
004410         SET WS-BROWSE-DONE TO TRUE
004420         GO TO 5100-EXIT
004430     END-IF.
004440     IF PENDREC-PENDING
004450         ADD 1 TO RPLCTL-REMAINING
004460     END-IF.
004470 5100-EXIT.
004480     EXIT.
004490 9999-EXIT.
004500     EXEC CICS RETURN END-EXEC.
