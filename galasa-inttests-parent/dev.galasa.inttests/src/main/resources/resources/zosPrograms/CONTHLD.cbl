000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTHLD.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*DATE       INIT  DESCRIPTION
000110*15/10/2026 RM    ORIGINAL PROGRAM - FUNDS HOLDS (TRANSACTION
000120*                 CHLD).  PLACES AND RELEASES HOLDS ON THE
000130*                 CONTHOLD KSDS (SEE HOLDREC) THAT EARMARK PART OF
000140*                 AN ACCOUNT'S BALANCE WITHOUT MOVING IT, AND
000150*                 RETURNS THE LEDGER BALANCE, THE TOTAL HELD AND
000160*                 THE AVAILABLE BALANCE.  THE TOTAL IS WORKED OUT
000170*                 HERE AND NOWHERE ELSE ONLINE - CONTACCT LINKS
000180*                 FOR IT WHEN CHECKING A DEBIT AND CONTMNT WHEN
000190*                 SHOWING AN ACCOUNT, SO ONE RULE DECIDES WHICH
000200*                 HOLDS COUNT.
000210*****************************************************************
000220 ENVIRONMENT DIVISION.
000230 DATA DIVISION.
000240 WORKING-STORAGE SECTION.
000250     COPY CONTFREC.
000260     COPY HOLDREC.
000270 01  RESP-CODES.
000280     05  WS-RESP               PIC S9(08) COMP.
000290     05  WS-RESP2              PIC S9(08) COMP.
000300*****************************************************************
000310*HOLDS BROWSE WORK AREA - THE BROWSE STARTS AT THE ACCOUNT KEY
000320*WITH A LOW-VALUES HOLD ID AND STOPS AT THE FIRST RECORD FOR
000330*ANOTHER ACCOUNT.
000340*****************************************************************
000350 01  WS-HOLD-KEY.
000360     05  WS-HK-ACCOUNT         PIC X(08).
000370     05  WS-HK-HOLD-ID         PIC X(08).
000380 77  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE 'N'.
000390     88  WS-BROWSE-DONE            VALUE 'Y'.
000400 01  WS-AVAILABLE              PIC S9(15)V99 COMP-3.
000410 01  WS-USERID                 PIC X(08).
000420 LINKAGE SECTION.
000430     COPY HOLDCTL REPLACING ==HOLDCTL== BY ==DFHCOMMAREA==.
000440*****************************************************************
000450*0000-MAINLINE - VALIDATE THE REQUEST; A TOTAL REQUEST IS ANSWERED
000460*FROM CONTHOLD ALONE.  EVERY OTHER FUNCTION READS THE ACCOUNT,
000470*DOES ITS WORK AND RETURNS THE BALANCES AS THEY STAND AFTERWARDS.
000480*****************************************************************
000490 PROCEDURE DIVISION.
000500 0000-MAINLINE.
000510     SET HOLDCTL-RC-NORMAL TO TRUE.
000520     MOVE ZERO TO HOLDCTL-LEDGER-BALANCE.
000530     MOVE ZERO TO HOLDCTL-TOTAL-HELD.
000540     MOVE ZERO TO HOLDCTL-AVAILABLE.
000550     PERFORM 1000-VALIDATE-REQUEST THRU 1000-EXIT.
000560     IF NOT HOLDCTL-RC-NORMAL
000570         GO TO 9999-EXIT
000580     END-IF.
000590     IF HOLDCTL-FN-TOTAL
000600         PERFORM 5000-TOTAL-HOLDS THRU 5000-EXIT
000610         GO TO 9999-EXIT
000620     END-IF.
000630     PERFORM 2000-READ-ACCOUNT THRU 2000-EXIT.
000640     IF NOT HOLDCTL-RC-NORMAL
000650         GO TO 9999-EXIT
000660     END-IF.
000670     EVALUATE TRUE
000680         WHEN HOLDCTL-FN-PLACE
000690             PERFORM 3000-PLACE-HOLD THRU 3000-EXIT
000700         WHEN HOLDCTL-FN-RELEASE
000710             PERFORM 4000-RELEASE-HOLD THRU 4000-EXIT
000720         WHEN OTHER
000730             CONTINUE
000740     END-EVALUATE.
000750     PERFORM 5000-TOTAL-HOLDS THRU 5000-EXIT.
000760     COMPUTE HOLDCTL-AVAILABLE =
000770         HOLDCTL-LEDGER-BALANCE - HOLDCTL-TOTAL-HELD.
000780     GO TO 9999-EXIT.
000790*****************************************************************
000800*1000-VALIDATE-REQUEST - REFUSE A REQUEST THAT COULD NEVER BE
000810*CARRIED OUT BEFORE ANY FILE IS TOUCHED - AN UNKNOWN FUNCTION OR A
000820*BLANK ACCOUNT; FOR A PLACE OR RELEASE A BLANK HOLD ID; FOR A
000830*PLACE AN AMOUNT NOT GREATER THAN ZERO, A BLANK REASON, OR AN
000840*EXPIRY DATE THAT IS NOT NUMERIC OR IS ALREADY PAST.
000850*****************************************************************
000860 1000-VALIDATE-REQUEST.
000870     IF NOT (HOLDCTL-FN-PLACE OR HOLDCTL-FN-RELEASE
000880             OR HOLDCTL-FN-INQUIRE OR HOLDCTL-FN-TOTAL)
000890        OR HOLDCTL-ACCOUNT = SPACES
000900        OR HOLDCTL-ACCOUNT = LOW-VALUES
000910         SET HOLDCTL-RC-BAD-REQUEST TO TRUE
000920         GO TO 1000-EXIT
000930     END-IF.
000940     IF (HOLDCTL-FN-PLACE OR HOLDCTL-FN-RELEASE)
000950        AND (HOLDCTL-HOLD-ID = SPACES
000960             OR HOLDCTL-HOLD-ID = LOW-VALUES)
000970         SET HOLDCTL-RC-BAD-REQUEST TO TRUE
000980         GO TO 1000-EXIT
000990     END-IF.
001000     IF NOT HOLDCTL-FN-PLACE
001010         GO TO 1000-EXIT
001020     END-IF.
001030     IF HOLDCTL-AMOUNT NOT NUMERIC
001040        OR HOLDCTL-REASON = SPACES
001050        OR HOLDCTL-EXPIRY-DATE NOT NUMERIC
001060         SET HOLDCTL-RC-BAD-REQUEST TO TRUE
001070         GO TO 1000-EXIT
001080     END-IF.
001090     IF HOLDCTL-AMOUNT NOT > ZERO
001100         SET HOLDCTL-RC-BAD-REQUEST TO TRUE
001110     END-IF.
001120     IF HOLDCTL-EXPIRY-DATE NOT = ZERO
001130        AND HOLDCTL-EXPIRY-DATE < EIBDATE
001140         SET HOLDCTL-RC-BAD-REQUEST TO TRUE
001150     END-IF.
001160 1000-EXIT.
001170     EXIT.
001180*****************************************************************
001190*2000-READ-ACCOUNT - READ THE ACCOUNT FOR ITS LEDGER BALANCE.  NO
001200*LOCK IS TAKEN - NO HOLD FUNCTION CHANGES THE ACCOUNT RECORD.  A
001210*RECORD WHOSE BALANCE IS NOT VALID PACKED DECIMAL IS NOT AN
001220*ACCOUNT, AND A CLOSED ACCOUNT TAKES NO NEW HOLD (A HOLD ON IT CAN
001230*STILL BE RELEASED).
001240*****************************************************************
001250 2000-READ-ACCOUNT.
001260     EXEC CICS READ FILE('CONTFILE')
001270          RIDFLD(HOLDCTL-ACCOUNT)
001280          INTO(CONTFREC)
001290          RESP(WS-RESP)
001300          RESP2(WS-RESP2)
001310     END-EXEC.
001320     EVALUATE WS-RESP
001330         WHEN DFHRESP(NORMAL)
001340             CONTINUE
001350         WHEN DFHRESP(NOTFND)
001360             SET HOLDCTL-RC-NO-ACCOUNT TO TRUE
001370             GO TO 2000-EXIT
001380         WHEN OTHER
001390             SET HOLDCTL-RC-FILE-ERROR TO TRUE
001400             GO TO 2000-EXIT
001410     END-EVALUATE.
001420     IF CONTFREC-BALANCE NOT NUMERIC
001430         SET HOLDCTL-RC-NOT-AN-ACCOUNT TO TRUE
001440         GO TO 2000-EXIT
001450     END-IF.
001460     MOVE CONTFREC-BALANCE TO HOLDCTL-LEDGER-BALANCE.
001470     IF CONTFREC-STATUS-CLOSED AND HOLDCTL-FN-PLACE
001480         SET HOLDCTL-RC-CLOSED TO TRUE
001490     END-IF.
001500 2000-EXIT.
001510     EXIT.
001520*****************************************************************
001530*3000-PLACE-HOLD - REFUSE A HOLD LARGER THAN THE AVAILABLE
001540*BALANCE, THEN FILE IT ACTIVE, STAMPED WITH THE SIGNED-ON USER
001550*AND THE TIME IT WAS PLACED.  DUPREC MEANS THE ACCOUNT ALREADY HAS
001560*A HOLD UNDER THAT ID - ACTIVE OR ENDED, THE ID IS NOT REUSED.
001570*****************************************************************
001580 3000-PLACE-HOLD.
001590     PERFORM 5000-TOTAL-HOLDS THRU 5000-EXIT.
001600     COMPUTE WS-AVAILABLE =
001610         HOLDCTL-LEDGER-BALANCE - HOLDCTL-TOTAL-HELD.
001620     IF HOLDCTL-AMOUNT > WS-AVAILABLE
001630         SET HOLDCTL-RC-INSUFFICIENT TO TRUE
001640         GO TO 3000-EXIT
001650     END-IF.
001660     PERFORM 6000-GET-USERID THRU 6000-EXIT.
001670     MOVE SPACES TO HOLDREC.
001680     MOVE HOLDCTL-ACCOUNT TO HOLDREC-ACCOUNT.
001690     MOVE HOLDCTL-HOLD-ID TO HOLDREC-HOLD-ID.
001700     MOVE HOLDCTL-AMOUNT TO HOLDREC-AMOUNT.
001710     MOVE HOLDCTL-REASON TO HOLDREC-REASON.
001720     MOVE WS-USERID TO HOLDREC-PLACED-BY.
001730     MOVE EIBDATE TO HOLDREC-PLACED-DATE.
001740     MOVE EIBTIME TO HOLDREC-PLACED-TIME.
001750     MOVE HOLDCTL-EXPIRY-DATE TO HOLDREC-EXPIRY-DATE.
001760     SET HOLDREC-ACTIVE TO TRUE.
001770     MOVE ZERO TO HOLDREC-ENDED-DATE.
001780     EXEC CICS WRITE FILE('CONTHOLD')
001790          RIDFLD(HOLDREC-KEY)
001800          FROM(HOLDREC)
001810          RESP(WS-RESP)
001820          RESP2(WS-RESP2)
001830     END-EXEC.
001840     EVALUATE WS-RESP
001850         WHEN DFHRESP(NORMAL)
001860             CONTINUE
001870         WHEN DFHRESP(DUPREC)
001880             SET HOLDCTL-RC-HOLD-EXISTS TO TRUE
001890         WHEN OTHER
001900             SET HOLDCTL-RC-FILE-ERROR TO TRUE
001910     END-EVALUATE.
001920 3000-EXIT.
001930     EXIT.
001940*****************************************************************
001950*4000-RELEASE-HOLD - READ THE HOLD FOR UPDATE AND MARK IT
001960*RELEASED BY THE SIGNED-ON USER.  ONLY AN ACTIVE HOLD CAN BE
001970*RELEASED; ONE ALREADY RELEASED OR EXPIRED IS LEFT AS IT IS.
001980*****************************************************************
001990 4000-RELEASE-HOLD.
002000     MOVE HOLDCTL-ACCOUNT TO WS-HK-ACCOUNT.
002010     MOVE HOLDCTL-HOLD-ID TO WS-HK-HOLD-ID.
002020     EXEC CICS READ FILE('CONTHOLD')
002030          RIDFLD(WS-HOLD-KEY)
002040          INTO(HOLDREC)
002050          UPDATE
002060          RESP(WS-RESP)
002070          RESP2(WS-RESP2)
002080     END-EXEC.
002090     EVALUATE WS-RESP
002100         WHEN DFHRESP(NORMAL)
002110             CONTINUE
002120         WHEN DFHRESP(NOTFND)
002130             SET HOLDCTL-RC-HOLD-NOT-FOUND TO TRUE
002140             GO TO 4000-EXIT
002150         WHEN OTHER
002160             SET HOLDCTL-RC-FILE-ERROR TO TRUE
002170             GO TO 4000-EXIT
002180     END-EVALUATE.
002190     IF NOT HOLDREC-ACTIVE
002200         SET HOLDCTL-RC-NOT-ACTIVE TO TRUE
002210         EXEC CICS UNLOCK FILE('CONTHOLD')
002220              RESP(WS-RESP)
002230              RESP2(WS-RESP2)
002240         END-EXEC
002250         GO TO 4000-EXIT
002260     END-IF.
002270     PERFORM 6000-GET-USERID THRU 6000-EXIT.
002280     SET HOLDREC-RELEASED TO TRUE.
002290     MOVE WS-USERID TO HOLDREC-ENDED-BY.
002300     MOVE EIBDATE TO HOLDREC-ENDED-DATE.
002310     EXEC CICS REWRITE FILE('CONTHOLD')
002320          FROM(HOLDREC)
002330          RESP(WS-RESP)
002340          RESP2(WS-RESP2)
002350     END-EXEC.
002360     IF WS-RESP NOT = DFHRESP(NORMAL)
002370         SET HOLDCTL-RC-FILE-ERROR TO TRUE
002380     END-IF.
002390 4000-EXIT.
002400     EXIT.
002410*****************************************************************
002420*5000-TOTAL-HOLDS - BROWSE THE ACCOUNT'S HOLDS AND ADD UP THE
002430*ONES THAT COUNT - ACTIVE, WITH A VALID AMOUNT, AND NOT PAST THEIR
002440*EXPIRY DATE (ZERO NEVER EXPIRES).  A HOLD THAT HAS LAPSED STOPS
002450*COUNTING AT ONCE, WITHOUT WAITING FOR HOLDBAT.  NO HOLDS, OR A
002460*CONTHOLD FILE THAT CANNOT BE BROWSED, IS A TOTAL OF ZERO - THE
002470*SAME GUARD-RAIL CONVENTION AS CONTLIMS, SO AN ABSENT HOLDS FILE
002480*NEVER STOPS A POSTING.
002490*****************************************************************
002500 5000-TOTAL-HOLDS.
002510     MOVE ZERO TO HOLDCTL-TOTAL-HELD.
002520     MOVE HOLDCTL-ACCOUNT TO WS-HK-ACCOUNT.
002530     MOVE LOW-VALUES TO WS-HK-HOLD-ID.
002540     EXEC CICS STARTBR FILE('CONTHOLD')
002550          RIDFLD(WS-HOLD-KEY)
002560          GTEQ
002570          RESP(WS-RESP)
002580          RESP2(WS-RESP2)
002590     END-EXEC.
002600     IF WS-RESP NOT = DFHRESP(NORMAL)
002610         GO TO 5000-EXIT
002620     END-IF.
002630     MOVE 'N' TO WS-BROWSE-DONE-SWITCH.
002640     PERFORM 5100-ADD-NEXT-HOLD THRU 5100-EXIT
002650         UNTIL WS-BROWSE-DONE.
002660     EXEC CICS ENDBR FILE('CONTHOLD')
002670          RESP(WS-RESP)
002680          RESP2(WS-RESP2)
002690     END-EXEC.
002700 5000-EXIT.
002710     EXIT.
002720 5100-ADD-NEXT-HOLD.
002730     EXEC CICS READNEXT FILE('CONTHOLD')
002740          RIDFLD(WS-HOLD-KEY)
002750          INTO(HOLDREC)
002760          RESP(WS-RESP)
002770          RESP2(WS-RESP2)
002780     END-EXEC.
002790     IF WS-RESP NOT = DFHRESP(NORMAL)
002800        OR HOLDREC-ACCOUNT NOT = HOLDCTL-ACCOUNT
002810         SET WS-BROWSE-DONE TO TRUE
002820         GO TO 5100-EXIT
002830     END-IF.
002840     IF HOLDREC-ACTIVE
002850        AND HOLDREC-AMOUNT NUMERIC
002860        AND HOLDREC-EXPIRY-DATE NUMERIC
002870         IF HOLDREC-EXPIRY-DATE = ZERO
002880            OR HOLDREC-EXPIRY-DATE NOT < EIBDATE
002890             ADD HOLDREC-AMOUNT TO HOLDCTL-TOTAL-HELD
002900         END-IF
002910     END-IF.
002920 5100-EXIT.
002930     EXIT.
002940*****************************************************************
002950*6000-GET-USERID - THE USER ID THE TASK IS RUNNING UNDER, FOR THE
002960*PLACED-BY AND ENDED-BY STAMPS.
002970*****************************************************************
002980 6000-GET-USERID.
002990     MOVE SPACES TO WS-USERID.
003000     EXEC CICS ASSIGN USERID(WS-USERID)
003010          RESP(WS-RESP)
003020          RESP2(WS-RESP2)
003030     END-EXEC.
003040 6000-EXIT.
003050     EXIT.
003060 9999-EXIT.
003070     EXEC CICS RETURN END-EXEC.
