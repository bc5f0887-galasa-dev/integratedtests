000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTRVS.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*DATE       INIT  DESCRIPTION
000110*15/10/2026 RM    ORIGINAL PROGRAM - JOURNAL-ENTRY REVERSAL
000120*                 (TRANSACTION CRVS).  TAKES THE FULL POSTJRNL
000130*                 KEY OF A POSTING THAT SHOULD NEVER HAVE GONE
000140*                 THROUGH, POSTS THE OPPOSITE AMOUNT TO THE SAME
000150*                 ACCOUNT BY LINKING TO CONTACCT - SO EVERY
000160*                 POSTING RULE STILL APPLIES - AND TIES THE TWO
000170*                 JOURNAL ENTRIES TOGETHER (SEE PJRNREC-REVERSAL-
000180*                 FLAG) IN ONE UNIT OF WORK.  ONLY AN APPLIED
000190*                 POSTING (OUTCOME 00 OR 01) CAN BE REVERSED, AND
000200*                 ONLY ONCE.  UNTIL NOW A BAD POSTING WAS UNDONE
000210*                 BY A HAND-BUILT COMPENSATING POSTING THAT
000220*                 NOTHING CONNECTED TO THE ORIGINAL.
000230*****************************************************************
000240 ENVIRONMENT DIVISION.
000250 DATA DIVISION.
000260 WORKING-STORAGE SECTION.
000270     COPY ACCTCTL.
000280     COPY CONTFREC.
000290     COPY PJRNREC.
000300 01  RESP-CODES.
000310     05  WS-RESP               PIC S9(08) COMP.
000320     05  WS-RESP2              PIC S9(08) COMP.
000330*****************************************************************
000340*THE KEY CONTACCT FILED THE REVERSAL UNDER, TAKEN APART SO ITS
000350*DATE/TIME/SEQUENCE CAN BECOME THE ORIGINAL'S REVERSAL LINK.
000360*****************************************************************
000370 01  WS-REVERSAL-KEY.
000380     05  WS-RVK-ACCOUNT        PIC X(08).
000390     05  WS-RVK-DATE           PIC 9(07).
000400     05  WS-RVK-TIME           PIC 9(07).
000410     05  WS-RVK-SEQUENCE       PIC 9(07).
000420 01  WS-VERIFY-BALANCE         PIC S9(13)V99 COMP-3.
000430 LINKAGE SECTION.
000440     COPY RVSCTL REPLACING ==RVSCTL== BY ==DFHCOMMAREA==.
000450*****************************************************************
000460*0000-MAINLINE - VALIDATE THE REQUEST AND READ THE ENTRY TO BE
000470*REVERSED; A REQUEST THAT FAILS EITHER HAS TOUCHED NOTHING AND
000480*ENDS THERE.  OTHERWISE POST THE REVERSAL, MARK THE ORIGINAL,
000490*SYNCPOINT (COMMIT OR ROLLBACK) AND VERIFY THE BALANCE, THE SAME
000500*SHAPE AS CONTXFR - THE UNIT OF WORK IS NEVER LEFT OPEN.
000510*****************************************************************
000520 PROCEDURE DIVISION.
000530 0000-MAINLINE.
000540     SET RVSCTL-RC-NORMAL TO TRUE.
000550     MOVE SPACES TO RVSCTL-POST-RC.
000560     MOVE SPACES TO RVSCTL-REVERSAL-KEY.
000570     MOVE ZERO TO RVSCTL-AMOUNT.
000580     MOVE ZERO TO RVSCTL-BALANCE.
000590     PERFORM 1000-VALIDATE-REQUEST THRU 1000-EXIT.
000600     IF NOT RVSCTL-RC-NORMAL
000610         GO TO 9999-EXIT
000620     END-IF.
000630     PERFORM 2000-READ-ORIGINAL THRU 2000-EXIT.
000640     IF NOT RVSCTL-RC-NORMAL
000650         GO TO 9999-EXIT
000660     END-IF.
000670     PERFORM 3000-POST-REVERSAL THRU 3000-EXIT.
000680     IF RVSCTL-RC-NORMAL
000690         PERFORM 4000-MARK-ORIGINAL THRU 4000-EXIT
000700     END-IF.
000710     PERFORM 5000-SYNCPOINT THRU 5000-EXIT.
000720     PERFORM 6000-VERIFY-BALANCE THRU 6000-EXIT.
000730     GO TO 9999-EXIT.
000740*****************************************************************
000750*1000-VALIDATE-REQUEST - REFUSE A KEY THAT COULD NEVER NAME A
000760*JOURNAL ENTRY BEFORE ANY FILE IS TOUCHED - A BLANK ACCOUNT, OR A
000770*DATE, TIME OR SEQUENCE THAT IS NOT NUMERIC.
000780*****************************************************************
000790 1000-VALIDATE-REQUEST.
000800     IF RVSCTL-ACCOUNT = SPACES
000810        OR RVSCTL-ACCOUNT = LOW-VALUES
000820        OR RVSCTL-DATE NOT NUMERIC
000830        OR RVSCTL-TIME NOT NUMERIC
000840        OR RVSCTL-SEQUENCE NOT NUMERIC
000850         SET RVSCTL-RC-BAD-REQUEST TO TRUE
000860     END-IF.
000870 1000-EXIT.
000880     EXIT.
000890*****************************************************************
000900*2000-READ-ORIGINAL - READ THE ENTRY TO BE REVERSED AND DECIDE
000910*WHETHER IT CAN BE.  A REFUSED POSTING MOVED NOTHING AND A
000920*MAINTENANCE ADJUSTMENT IS CORRECTED ON CMNT, NOT HERE, SO ONLY
000930*OUTCOMES 00 AND 01 QUALIFY.  AN ENTRY ALREADY REVERSED, OR ONE
000940*THAT IS ITSELF A REVERSAL, IS REFUSED UNDER ITS OWN CODE.  THE
000950*READ TAKES NO LOCK - 4000-MARK-ORIGINAL RE-READS FOR UPDATE AND
000960*CATCHES A REVERSAL THAT GOT IN BETWEEN.
000970*****************************************************************
000980 2000-READ-ORIGINAL.
000990     EXEC CICS READ FILE('POSTJRNL')
001000          RIDFLD(RVSCTL-JOURNAL-KEY)
001010          INTO(PJRNREC)
001020          RESP(WS-RESP)
001030          RESP2(WS-RESP2)
001040     END-EXEC.
001050     EVALUATE WS-RESP
001060         WHEN DFHRESP(NORMAL)
001070             CONTINUE
001080         WHEN DFHRESP(NOTFND)
001090             SET RVSCTL-RC-NOT-FOUND TO TRUE
001100             GO TO 2000-EXIT
001110         WHEN OTHER
001120             SET RVSCTL-RC-JOURNAL-ERROR TO TRUE
001130             GO TO 2000-EXIT
001140     END-EVALUATE.
001150     EVALUATE TRUE
001160         WHEN PJRNREC-OUTCOME NOT = '00'
001170          AND PJRNREC-OUTCOME NOT = '01'
001180             SET RVSCTL-RC-NOT-REVERSIBLE TO TRUE
001190         WHEN PJRNREC-IS-REVERSAL
001200             SET RVSCTL-RC-IS-REVERSAL TO TRUE
001210         WHEN PJRNREC-REVERSED
001220             SET RVSCTL-RC-ALREADY-REVERSED TO TRUE
001230         WHEN OTHER
001240             COMPUTE RVSCTL-AMOUNT = ZERO - PJRNREC-AMOUNT
001250     END-EVALUATE.
001260 2000-EXIT.
001270     EXIT.
001280*****************************************************************
001290*3000-POST-REVERSAL - POST THE OPPOSITE AMOUNT TO THE ORIGINAL'S
001300*ACCOUNT THROUGH CONTACCT, PASSING THE ORIGINAL'S KEY IN THE
001310*ACCTCTL EXTENSION SO THE JOURNAL ENTRY CONTACCT WRITES CARRIES
001320*THE REVERSAL LINK.  ANY REFUSAL ENDS THE REVERSAL WITH THE
001330*ORIGINAL STILL REVERSIBLE; A CREATED RESULT (THE ACCOUNT HAS GONE
001340*FROM CONTFILE SINCE) IS TREATED AS A REFUSAL AND ROLLED BACK - A
001350*REVERSAL MAY NOT OPEN AN ACCOUNT.
001360*****************************************************************
001370 3000-POST-REVERSAL.
001380     MOVE RVSCTL-ACCOUNT TO ACCTCTL-ACCOUNT-KEY.
001390     MOVE RVSCTL-AMOUNT TO ACCTCTL-AMOUNT.
001400     MOVE ZERO TO ACCTCTL-BALANCE.
001410     SET ACCTCTL-RC-NORMAL TO TRUE.
001420     MOVE RVSCTL-JOURNAL-KEY TO ACCTCTL-REVERSAL-OF.
001430     MOVE SPACES TO ACCTCTL-JOURNAL-KEY.
001440     MOVE SPACES TO ACCTCTL-SOURCE.
001450     EXEC CICS LINK PROGRAM('CONTACCT')
001460          COMMAREA(ACCTCTL)
001470          LENGTH(LENGTH OF ACCTCTL)
001480          RESP(WS-RESP)
001490          RESP2(WS-RESP2)
001500     END-EXEC.
001510     IF WS-RESP NOT = DFHRESP(NORMAL)
001520         SET RVSCTL-RC-LINK-FAILED TO TRUE
001530         GO TO 3000-EXIT
001540     END-IF.
001550     MOVE ACCTCTL-RETURN-CODE TO RVSCTL-POST-RC.
001560     IF NOT ACCTCTL-RC-NORMAL
001570         SET RVSCTL-RC-POST-REFUSED TO TRUE
001580         GO TO 3000-EXIT
001590     END-IF.
001600     IF ACCTCTL-JOURNAL-KEY = SPACES
001610         SET RVSCTL-RC-MARK-FAILED TO TRUE
001620         GO TO 3000-EXIT
001630     END-IF.
001640     MOVE ACCTCTL-JOURNAL-KEY TO WS-REVERSAL-KEY.
001650 3000-EXIT.
001660     EXIT.
001670*****************************************************************
001680*4000-MARK-ORIGINAL - RE-READ THE ORIGINAL FOR UPDATE, FLAG IT
001690*REVERSED AND POINT ITS LINK AT THE REVERSAL ENTRY.  IF ANOTHER
001700*CRVS REVERSED IT SINCE 2000 READ IT, THIS ONE BECOMES A DOUBLE
001710*REVERSAL AND IS ROLLED BACK - THE UPDATE LOCK, HELD TO THE
001720*SYNCPOINT, IS WHAT SERIALISES TWO REVERSALS OF THE SAME ENTRY.
001730*****************************************************************
001740 4000-MARK-ORIGINAL.
001750     EXEC CICS READ FILE('POSTJRNL')
001760          RIDFLD(RVSCTL-JOURNAL-KEY)
001770          INTO(PJRNREC)
001780          UPDATE
001790          RESP(WS-RESP)
001800          RESP2(WS-RESP2)
001810     END-EXEC.
001820     IF WS-RESP NOT = DFHRESP(NORMAL)
001830         SET RVSCTL-RC-MARK-FAILED TO TRUE
001840         GO TO 4000-EXIT
001850     END-IF.
001860     IF PJRNREC-REVERSED
001870         SET RVSCTL-RC-ALREADY-REVERSED TO TRUE
001880         GO TO 4000-EXIT
001890     END-IF.
001900     SET PJRNREC-REVERSED TO TRUE.
001910     MOVE WS-RVK-DATE TO PJRNREC-LINK-DATE.
001920     MOVE WS-RVK-TIME TO PJRNREC-LINK-TIME.
001930     MOVE WS-RVK-SEQUENCE TO PJRNREC-LINK-SEQUENCE.
001940     EXEC CICS REWRITE FILE('POSTJRNL')
001950          FROM(PJRNREC)
001960          RESP(WS-RESP)
001970          RESP2(WS-RESP2)
001980     END-EXEC.
001990     IF WS-RESP NOT = DFHRESP(NORMAL)
002000         SET RVSCTL-RC-MARK-FAILED TO TRUE
002010         GO TO 4000-EXIT
002020     END-IF.
002030     MOVE WS-REVERSAL-KEY TO RVSCTL-REVERSAL-KEY.
002040 4000-EXIT.
002050     EXIT.
002060*****************************************************************
002070*5000-SYNCPOINT - COMMIT WHEN THE REVERSAL POSTED AND THE
002080*ORIGINAL IS MARKED, OTHERWISE BACK EVERYTHING OUT, SO A POSTING
002090*AND ITS REVERSAL LINK ALWAYS LAND TOGETHER.  A POSTING CONTACCT
002100*REFUSED COMMITS - IT WROTE NOTHING BUT ITS JOURNAL ENTRY, WHICH
002110*MUST STAND - EXCEPT A CREATED RESULT, WHICH WROTE AN ACCOUNT THE
002120*ROLLBACK MUST REMOVE.  A SYNCPOINT FAILURE ONLY OVERWRITES A
002130*NORMAL RETURN CODE, AS IN CONTXFR.
002140*****************************************************************
002150 5000-SYNCPOINT.
002160     IF RVSCTL-RC-NORMAL
002170        OR (RVSCTL-RC-POST-REFUSED AND RVSCTL-POST-RC NOT = '01')
002180         EXEC CICS SYNCPOINT
002190              RESP(WS-RESP)
002200              RESP2(WS-RESP2)
002210         END-EXEC
002220     ELSE
002230         EXEC CICS SYNCPOINT ROLLBACK
002240              RESP(WS-RESP)
002250              RESP2(WS-RESP2)
002260         END-EXEC
002270     END-IF.
002280     IF WS-RESP NOT = DFHRESP(NORMAL)
002290        AND RVSCTL-RC-NORMAL
002300         SET RVSCTL-RC-SYNC-FAILED TO TRUE
002310     END-IF.
002320     IF NOT RVSCTL-RC-NORMAL
002330         MOVE SPACES TO RVSCTL-REVERSAL-KEY
002340     END-IF.
002350 5000-EXIT.
002360     EXIT.
002370*****************************************************************
002380*6000-VERIFY-BALANCE - RE-READ THE ACCOUNT AFTER THE SYNCPOINT
002390*AND RETURN THE BALANCE THAT ACTUALLY SURVIVED.  AN ACCOUNT NOT
002400*ON THE FILE, OR ONE WHOSE BALANCE FIELD IS NOT VALID PACKED
002410*DECIMAL, VERIFIES AS ZERO, AS IN CONTXFR.
002420*****************************************************************
002430 6000-VERIFY-BALANCE.
002440     MOVE ZERO TO WS-VERIFY-BALANCE.
002450     EXEC CICS READ FILE('CONTFILE')
002460          RIDFLD(RVSCTL-ACCOUNT)
002470          INTO(CONTFREC)
002480          RESP(WS-RESP)
002490          RESP2(WS-RESP2)
002500     END-EXEC.
002510     IF WS-RESP = DFHRESP(NORMAL)
002520        AND CONTFREC-BALANCE NUMERIC
002530         MOVE CONTFREC-BALANCE TO WS-VERIFY-BALANCE
002540     END-IF.
002550     MOVE WS-VERIFY-BALANCE TO RVSCTL-BALANCE.
002560 6000-EXIT.
002570     EXIT.
002580 9999-EXIT.
002590     EXEC CICS RETURN END-EXEC.
