000230*                 UNTIL NOW FIXING A BAD RECORD FROM A TERMINAL
000240*                 MEANT HAND-BUILDING A FILETEST COMMAREA.
000250*                 WHO MAY UPDATE IS GOVERNED BY TRANSACTION-
000251*                 ATTACH SECURITY ON CMNT - THE PROGRAM ITSELF
000252*                 ENFORCES ONLY THE FIELD EDITS.
000253*15/10/2026 RM    DUAL CONTROL FOR BALANCE AND REF ID CHANGES.
000254*                 PF4 NO LONGER REWRITES CONTFILE - IT FILES THE
000255*                 CHANGE ON THE CONTPCHG KSDS (SEE PCHGREC) AS A
000256*                 PENDING CHANGE CARRYING THE OPERATOR'S USER ID
000257*                 AND THE BEFORE AND AFTER IMAGES OF THE RECORD.
000258*                 PF5 SHOWS THE PENDING-CHANGES LIST (MAP
000259*                 CMNTLST), WHERE A SECOND, DIFFERENT USER
000260*                 APPROVES OR REJECTS EACH CHANGE.  ONLY AN
000261*                 APPROVED CHANGE REACHES CONTFILE, AND ONLY IF
000262*                 THE RECORD STILL MATCHES THE BEFORE IMAGE; IT
000263*                 IS JOURNALLED TO POSTJRNL AS AN ADJUSTMENT
000264*                 (OUTCOME 02) SO ACCTSTMT STILL BALANCES.  THE
000265*                 MAKER CAN NEVER DECIDE THEIR OWN CHANGE.
000266*15/10/2026 RM    ACCOUNT STATUS.  THE SCREEN SHOWS WHETHER THE
000267*                 ACCOUNT IS OPEN, FROZEN OR CLOSED AND SINCE
000268*                 WHEN, AND PF9/PF10/PF11 FREEZE, UNFREEZE AND
000269*                 CLOSE THE ACCOUNT ON THE SCREEN.  A CLOSE IS
000270*                 REFUSED UNLESS THE BALANCE IS ZERO, AND A
000271*                 CLOSED ACCOUNT TAKES NO FURTHER STATUS CHANGE
000272*                 OR BALANCE/REF ID CHANGE.  STATUS CHANGES TAKE
000273*                 EFFECT AT ONCE - THEY MOVE NO MONEY, SO THEY
000274*                 ARE NOT HELD FOR A SECOND USER.
000275*15/10/2026 RM    FUNDS HOLDS.  THE BALANCE IS NOW SHOWN AS THE
000276*                 LEDGER BALANCE WITH THE TOTAL HELD AND THE
000277*                 AVAILABLE BALANCE BESIDE IT, BOTH FROM CONTHLD.
000278*15/10/2026 RM    AN APPROVED ADJUSTMENT IS NOW JOURNALLED WITH
000279*                 THE MAINTENANCE SOURCE (SEE PJRNREC-SOURCE).
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 DATA DIVISION.
000310 WORKING-STORAGE SECTION.
000311     COPY CONTMNTM.
000312*****************************************************************
000313*ROW VIEW OF THE CMNTLST SYMBOLIC MAP - EACH ROW IS THE SELECTION
000314*FIELD AND THE TWO DETAIL LINES, IN THE ORDER THE MAPSET LAYS
000315*THEM OUT, SO THE LIST CAN BE FILLED AND READ BY SUBSCRIPT.  THE
000316*DETAIL LINES SIT WHERE THE O-SIDE DATA DOES.
000317*****************************************************************
000318 01  WS-LIST-ROWS REDEFINES CMNTLSTI.
000319     05  FILLER                PIC X(12).
000320     05  WS-LIST-ROW           OCCURS 8 TIMES.
000321         10  WS-ROW-SEL-LENGTH PIC S9(04) COMP.
000322         10  WS-ROW-SEL-FLAG   PIC X(01).
000323         10  WS-ROW-SEL        PIC X(01).
000324         10  FILLER            PIC X(03).
000325         10  WS-ROW-DETAIL-A   PIC X(75).
000326         10  FILLER            PIC X(03).
000327         10  WS-ROW-DETAIL-B   PIC X(75).
000328     05  FILLER                PIC X(81).
000330     COPY CONTFREC.
000340     COPY MNTCTL.
000343     COPY PCHGREC.
000346     COPY PJRNREC.
000348     COPY HOLDCTL.
000350     COPY DFHAID.
000360 01  RESP-CODES.
000370     05  WS-RESP               PIC S9(08) COMP.
000770 01  WS-MATCH-COUNT            PIC S9(04) COMP.
000780 01  WS-HOLD-RECORD            PIC X(72).
000790 77  WS-MATCH-DONE-SWITCH      PIC X(01) VALUE 'N'.
000791     88  WS-MATCH-DONE             VALUE 'Y'.
000792 77  WS-MAPFAIL-SWITCH         PIC X(01) VALUE 'N'.
000793     88  WS-MAPFAIL                VALUE 'Y'.
000794 01  WS-UPDATE-KEY             PIC X(08).
000795*****************************************************************
000796*DUAL-CONTROL WORK AREA.  WS-USERID IS THE SIGNED-ON USER - THE
000797*MAKER WHEN A CHANGE IS FILED, THE CHECKER WHEN ONE IS DECIDED.
000798*WS-PCHG-KEY IS THE RIDFLD FOR EVERY CONTPCHG REQUEST.  THE LIST
000799*PAGING KEYS AND SWITCHES ARE SET BY THE CALLER OF 6100-BUILD-
000800*PAGE, WHICH FILLS THE SCREEN WITH THE NEXT EIGHT PENDING CHANGES
000801*FROM THE START KEY (OR FROM JUST PAST IT).
000802*****************************************************************
000803 01  WS-USERID                 PIC X(08).
000804 01  WS-PCHG-KEY               PIC X(29).
000805 01  WS-LIST-START-KEY         PIC X(29).
000806 01  WS-SAVE-FIRST-KEY         PIC X(29).
000807 01  WS-LIST-IX                PIC S9(04) COMP.
000808 01  WS-BACK-COUNT             PIC S9(04) COMP.
000809 77  WS-LIST-END-SWITCH        PIC X(01) VALUE 'N'.
000810     88  WS-LIST-END               VALUE 'Y'.
000811 77  WS-SKIP-START-SWITCH      PIC X(01) VALUE 'N'.
000812     88  WS-SKIP-START             VALUE 'Y'.
000813 77  WS-PCHG-TRIES             PIC S9(04) COMP VALUE ZERO.
000814 77  WS-JRNL-TRIES             PIC S9(04) COMP VALUE ZERO.
000815 01  WS-ADJ-BEFORE             PIC S9(13)V99 COMP-3.
000816 01  WS-ADJ-AFTER              PIC S9(13)V99 COMP-3.
000817 01  WS-DECISION-COUNTS.
000818     05  WS-APPROVED-COUNT     PIC S9(04) COMP.
000819     05  WS-REJECTED-COUNT     PIC S9(04) COMP.
000820     05  WS-REFUSED-COUNT      PIC S9(04) COMP.
000821     05  WS-BAD-CODE-COUNT     PIC S9(04) COMP.
000822 01  WS-REFUSAL-REASON         PIC X(37).
000823 01  WS-DECISION-MSG.
000824     05  FILLER                PIC X(09) VALUE 'APPROVED '.
000825     05  WS-DMSG-APPROVED      PIC Z9.
000826     05  FILLER                PIC X(11) VALUE '  REJECTED '.
000827     05  WS-DMSG-REJECTED      PIC Z9.
000828     05  FILLER                PIC X(10) VALUE '  REFUSED '.
000829     05  WS-DMSG-REFUSED       PIC Z9.
000830     05  FILLER                PIC X(03) VALUE ' - '.
000831     05  WS-DMSG-REASON        PIC X(37).
000832*****************************************************************
000833*PENDING-CHANGES LIST LINES - DETAIL A CARRIES THE ACCOUNT, THE
000834*MAKER, WHEN THE CHANGE WAS ENTERED AND THE BALANCE BEFORE AND
000835*AFTER; DETAIL B THE REFERENCE ID BEFORE AND AFTER.  THE COLUMNS
000836*LINE UP UNDER THE CMNTLST HEADING.
000837*****************************************************************
000838 01  WS-LIST-LINE-A.
000839     05  WS-LA-ACCOUNT         PIC X(08).
000840     05  FILLER                PIC X(01) VALUE SPACES.
000841     05  WS-LA-MAKER           PIC X(08).
000842     05  FILLER                PIC X(01) VALUE SPACES.
000843     05  WS-LA-DATE            PIC 9(07).
000844     05  FILLER                PIC X(01) VALUE SPACES.
000845     05  WS-LA-TIME            PIC 9(07).
000846     05  FILLER                PIC X(01) VALUE SPACES.
000847     05  WS-LA-BEFORE          PIC X(17).
000848     05  FILLER                PIC X(01) VALUE SPACES.
000849     05  WS-LA-AFTER           PIC X(17).
000850     05  FILLER                PIC X(06) VALUE SPACES.
000851 01  WS-LIST-LINE-B.
000852     05  FILLER                PIC X(17)
000853         VALUE '  REF ID BEFORE  '.
000854     05  WS-LB-REF-BEFORE      PIC X(16).
000855     05  FILLER                PIC X(08) VALUE '  AFTER '.
000856     05  WS-LB-REF-AFTER       PIC X(16).
000857     05  FILLER                PIC X(18) VALUE SPACES.
000858 01  WS-BALANCE-TEXT           PIC X(17).
000859*****************************************************************
000860*ACCOUNT STATUS LINE - THE STATUS AND, WHEN THE RECORD CARRIES
000861*ONE, THE EIBDATE IT WAS LAST SET.  WS-NEW-STATUS IS THE STATUS
000862*A PF9/PF10/PF11 IS ASKING FOR.
000863*****************************************************************
000864 01  WS-STATUS-LINE.
000865     05  WS-SL-STATUS          PIC X(06).
000866     05  WS-SL-SINCE           PIC X(07).
000867     05  WS-SL-DATE            PIC X(07).
000868     05  FILLER                PIC X(10) VALUE SPACES.
000869 01  WS-SL-DATE-9              PIC 9(07).
000870 01  WS-NEW-STATUS             PIC X(01).
000871 01  WS-GOODBYE-TEXT           PIC X(16)
000872     VALUE 'CONTMNT ENDED   '.
000873 LINKAGE SECTION.
000874 01  DFHCOMMAREA               PIC X(263).
000880*****************************************************************
000890*0000-MAINLINE - PSEUDO-CONVERSATIONAL.  THE CONVERSATION STATE
000900*TRAVELS IN THE COMMAREA (SEE MNTCTL) - IT IS COPIED INTO THE
000910*WORKING-STORAGE MNTCTL AT ENTRY AND RETURNED FROM THERE, SO A
000920*FIRST ENTRY (NO COMMAREA) AND A CLEARED SCREEN BOTH START FROM
000930*THE SAME ALL-SPACES STATE.  PF3 AND CLEAR ARE HANDLED BEFORE
000940*THE RECEIVE - NEITHER CARRIES MAP DATA.  WHILE THE PENDING-
000942*CHANGES LIST IS ON THE SCREEN EVERY OTHER KEY BELONGS TO
000944*6000-LIST-INTERACTION, AND PF5 FROM THE MAINTENANCE MAP
000946*OPENS THE LIST WITHOUT RECEIVING IT.
000950*****************************************************************
000960 PROCEDURE DIVISION.
000970 0000-MAINLINE.
001010         MOVE SPACES TO MNTCTL
001020     END-IF.
001030     MOVE LOW-VALUES TO CMNTMAPI.
001035     MOVE LOW-VALUES TO CMNTLSTI.
001040     IF EIBCALEN = 0 OR EIBAID = DFHCLEAR
001050         PERFORM 1000-FRESH-SCREEN THRU 1000-EXIT
001060         GO TO 9999-EXIT
001070     END-IF.
001080     IF EIBAID = DFHPF3
001090         PERFORM 8000-EXIT-TRANSACTION THRU 8000-EXIT
001091     END-IF.
001092     IF MNTCTL-MODE-PENDING
001093         PERFORM 6000-LIST-INTERACTION THRU 6000-EXIT
001094         GO TO 9999-EXIT
001095     END-IF.
001096     IF EIBAID = DFHPF5
001097         PERFORM 6050-OPEN-LIST THRU 6050-EXIT
001098         GO TO 9999-EXIT
001100     END-IF.
001110     PERFORM 1500-RECEIVE-MAP THRU 1500-EXIT.
001120     IF WS-MAPFAIL
001210                 PERFORM 4000-FIND-BY-REFID THRU 4000-EXIT
001220             WHEN EIBAID = DFHPF8
001230                 PERFORM 4500-NEXT-MATCH THRU 4500-EXIT
001233             WHEN EIBAID = DFHPF9 OR DFHPF10 OR DFHPF11
001236                 PERFORM 3100-CHANGE-STATUS THRU 3100-EXIT
001240             WHEN OTHER
001250                 MOVE 'THAT KEY IS NOT ASSIGNED - SEE LINE 24'
001260                     TO MSGO
001960 2000-EXIT.
001970     EXIT.
001980*****************************************************************
001990*3000-UPDATE-RECORD - VALIDATE THE SCREEN FIELDS AND FILE THE
002000*CHANGE FOR APPROVAL.  THE KEY MUST NOT BE BLANK AND THE BALANCE
002010*MUST PASS THE NUMERIC EDIT - THE SAME RULES CONTACCT AND
002020*FILETEST ENFORCE - AND NOTHING IS FILED WHEN EITHER EDIT FAILS.
002030*A BLANK REF ID MEANS LEAVE THE RECORD'S REF ID ALONE.  CONTFILE
002040*ITSELF IS NOT TOUCHED - THE RECORD AS IT STANDS BECOMES THE
002050*BEFORE IMAGE, THE RECORD WITH THE SCREEN'S VALUES APPLIED THE
002060*AFTER IMAGE, AND BOTH GO TO CONTPCHG AS A PENDING CHANGE UNDER
002070*THE OPERATOR'S USER ID FOR A SECOND USER TO DECIDE (SEE 6000).
002072*A RECORD WHOSE STORED BALANCE IS NOT VALID PACKED DECIMAL CAN
002074*STILL BE CORRECTED - REPAIRING EXACTLY THAT RECORD IS WHAT THIS
002076*SCREEN IS FOR.  A CHANGE THAT CHANGES NOTHING IS NOT FILED.
002078*A CLOSED ACCOUNT TAKES NO CHANGE AT ALL.
002080*****************************************************************
002090 3000-UPDATE-RECORD.
002100     IF ACCTKEYI = SPACES OR ACCTKEYI = LOW-VALUES
002220     EXEC CICS READ FILE('CONTFILE')
002230          RIDFLD(WS-UPDATE-KEY)
002240          INTO(CONTFREC)
002260          RESP(WS-RESP)
002270          RESP2(WS-RESP2)
002280     END-EXEC.
002330             MOVE 'ACCOUNT NOT FOUND ON CONTFILE' TO MSGO
002340             GO TO 3000-EXIT
002350         WHEN OTHER
002360             MOVE 'CONTFILE READ FAILED - SEE CSMT' TO MSGO
002370             GO TO 3000-EXIT
002380     END-EVALUATE.
002381     IF CONTFREC-STATUS-CLOSED
002382         PERFORM 5000-SHOW-RECORD THRU 5000-EXIT
002383         MOVE 'ACCOUNT IS CLOSED - NO CHANGE FILED' TO MSGO
002384         GO TO 3000-EXIT
002385     END-IF.
002386     MOVE CONTFREC TO PCHGREC-BEFORE-IMAGE.
002390     MOVE WS-BAL-AMOUNT TO CONTFREC-BALANCE.
002400     IF REFIDI NOT = SPACES AND REFIDI NOT = LOW-VALUES
002410         MOVE REFIDI TO CONTFREC-REF-ID
002420     END-IF.
002430     MOVE CONTFREC TO PCHGREC-AFTER-IMAGE.
002431     IF PCHGREC-AFTER-IMAGE = PCHGREC-BEFORE-IMAGE
002432         PERFORM 5000-SHOW-RECORD THRU 5000-EXIT
002433         MOVE 'NOTHING CHANGED - NO CHANGE FILED' TO MSGO
002434         GO TO 3000-EXIT
002435     END-IF.
002436     PERFORM 3800-FILE-PENDING-CHANGE THRU 3800-EXIT.
002437     IF WS-RESP = DFHRESP(NORMAL)
002438         PERFORM 5000-SHOW-RECORD THRU 5000-EXIT
002439         MOVE
002440             'CHANGE FILED - A SECOND USER MUST APPROVE (PF5)'
002441             TO MSGO
002442     ELSE
002443         MOVE 'CONTPCHG WRITE FAILED - NOTHING FILED' TO MSGO
002444     END-IF.
002445 3000-EXIT.
002446     EXIT.
002447*****************************************************************
002448*3100-CHANGE-STATUS - PF9 FREEZES, PF10 UNFREEZES AND PF11
002449*CLOSES THE ACCOUNT ON THE SCREEN.  ONLY AN OPEN ACCOUNT CAN BE
002450*FROZEN AND ONLY A FROZEN ONE UNFROZEN; AN OPEN OR FROZEN
002451*ACCOUNT CAN BE CLOSED, BUT ONLY WITH A BALANCE OF EXACTLY ZERO,
002452*AND A CLOSED ACCOUNT STAYS CLOSED.  A RECORD WHOSE BALANCE IS
002453*NOT VALID PACKED DECIMAL IS NOT AN ACCOUNT TO CONTACCT AND GETS
002454*NO STATUS EITHER.  THE CHANGE IS REWRITTEN AT ONCE WITH TODAY'S
002455*DATE - A STATUS CHANGE MOVES NO MONEY, SO IT IS NOT HELD FOR A
002456*SECOND USER THE WAY A BALANCE OR REF ID CHANGE IS.
002457*****************************************************************
002458 3100-CHANGE-STATUS.
002459     IF ACCTKEYI = SPACES OR ACCTKEYI = LOW-VALUES
002460         MOVE 'ACCOUNT KEY REQUIRED' TO MSGO
002461         GO TO 3100-EXIT
002462     END-IF.
002463     EVALUATE EIBAID
002464         WHEN DFHPF9
002465             MOVE 'F' TO WS-NEW-STATUS
002466         WHEN DFHPF10
002467             MOVE 'O' TO WS-NEW-STATUS
002468         WHEN OTHER
002469             MOVE 'C' TO WS-NEW-STATUS
002470     END-EVALUATE.
002471     MOVE ACCTKEYI TO WS-UPDATE-KEY.
002472     EXEC CICS READ FILE('CONTFILE')
002473          RIDFLD(WS-UPDATE-KEY)
002474          INTO(CONTFREC)
002475          UPDATE
002476          RESP(WS-RESP)
002477          RESP2(WS-RESP2)
002478     END-EXEC.
002479     EVALUATE WS-RESP
002480         WHEN DFHRESP(NORMAL)
002481             CONTINUE
002482         WHEN DFHRESP(NOTFND)
002483             MOVE 'ACCOUNT NOT FOUND ON CONTFILE' TO MSGO
002484             GO TO 3100-EXIT
002485         WHEN OTHER
002486             MOVE 'CONTFILE READ FAILED - SEE CSMT' TO MSGO
002487             GO TO 3100-EXIT
002488     END-EVALUATE.
002489     IF CONTFREC-BALANCE NOT NUMERIC
002490         MOVE 'BALANCE IS NOT AN AMOUNT - STATUS NOT CHANGED'
002491             TO MSGO
002492         GO TO 3100-REFUSED
002493     END-IF.
002494     IF CONTFREC-STATUS-CLOSED
002495         MOVE 'ACCOUNT IS CLOSED - STATUS NOT CHANGED' TO MSGO
002496         GO TO 3100-REFUSED
002497     END-IF.
002498     EVALUATE WS-NEW-STATUS
002499         WHEN 'F'
002500             IF NOT CONTFREC-STATUS-OPEN
002501                 MOVE 'ONLY AN OPEN ACCOUNT CAN BE FROZEN' TO MSGO
002502                 GO TO 3100-REFUSED
002503             END-IF
002504         WHEN 'O'
002505             IF NOT CONTFREC-STATUS-FROZEN
002506                 MOVE 'ACCOUNT IS NOT FROZEN' TO MSGO
002507                 GO TO 3100-REFUSED
002508             END-IF
002509         WHEN OTHER
002510             IF CONTFREC-BALANCE NOT = ZERO
002511                 MOVE 'BALANCE MUST BE ZERO TO CLOSE' TO MSGO
002512                 GO TO 3100-REFUSED
002513             END-IF
002514     END-EVALUATE.
002515     MOVE WS-NEW-STATUS TO CONTFREC-STATUS.
002516     MOVE EIBDATE TO CONTFREC-STATUS-DATE.
002517     EXEC CICS REWRITE FILE('CONTFILE')
002518          FROM(CONTFREC)
002519          RESP(WS-RESP)
002520          RESP2(WS-RESP2)
002521     END-EXEC.
002522     IF WS-RESP NOT = DFHRESP(NORMAL)
002523         MOVE 'CONTFILE REWRITE FAILED - STATUS NOT CHANGED'
002530             TO MSGO
002535         GO TO 3100-EXIT
002540     END-IF.
002541     PERFORM 5000-SHOW-RECORD THRU 5000-EXIT.
002542     EVALUATE TRUE
002543         WHEN CONTFREC-STATUS-FROZEN
002544             MOVE 'ACCOUNT FROZEN - CREDITS ONLY' TO MSGO
002545         WHEN CONTFREC-STATUS-CLOSED
002546             MOVE 'ACCOUNT CLOSED' TO MSGO
002547         WHEN OTHER
002548             MOVE 'ACCOUNT UNFROZEN' TO MSGO
002549     END-EVALUATE.
002550     GO TO 3100-EXIT.
002551 3100-REFUSED.
002552     PERFORM 6490-RELEASE-ACCOUNT THRU 6490-EXIT.
002553     PERFORM 5000-SHOW-RECORD THRU 5000-EXIT.
002554 3100-EXIT.
002560     EXIT.
002570*****************************************************************
002580*3500-EDIT-BALANCE - SCAN THE BALANCE FIELD AND BUILD THE PACKED
003400                     SET WS-BAL-ERROR TO TRUE
003410                 END-IF
003420             END-IF
003421         WHEN OTHER
003422             SET WS-BAL-ERROR TO TRUE
003423     END-EVALUATE.
003424 3600-EXIT.
003425     EXIT.
003426*****************************************************************
003427*3800-FILE-PENDING-CHANGE - WRITE THE CHANGE WHOSE IMAGES ARE
003428*ALREADY IN PCHGREC TO CONTPCHG AS PENDING.  THE KEY IS THE
003429*ACCOUNT AND THE EIBDATE/EIBTIME/TASK NUMBER IT WAS ENTERED AT,
003430*STEPPED PAST ANY DUPREC THE SAME WAY CONTACCT FILES ITS JOURNAL
003431*ENTRIES.  WS-RESP IS LEFT HOLDING THE OUTCOME OF THE WRITE.
003432*****************************************************************
003433 3800-FILE-PENDING-CHANGE.
003434     PERFORM 6900-GET-USERID THRU 6900-EXIT.
003435     MOVE CONTFREC-KEY TO PCHGREC-ACCOUNT.
003436     MOVE EIBDATE TO PCHGREC-DATE.
003437     MOVE EIBTIME TO PCHGREC-TIME.
003438     MOVE EIBTASKN TO PCHGREC-SEQUENCE.
003439     SET PCHGREC-PENDING TO TRUE.
003440     MOVE WS-USERID TO PCHGREC-MAKER-USERID.
003441     MOVE SPACES TO PCHGREC-CHECKER-USERID.
003442     MOVE ZERO TO PCHGREC-DECIDED-DATE.
003443     MOVE ZERO TO PCHGREC-DECIDED-TIME.
003444     MOVE SPACES TO PCHGREC-DECISION-TEXT.
003445     MOVE ZERO TO WS-PCHG-TRIES.
003446     PERFORM 3900-WRITE-ONE-CHANGE THRU 3900-EXIT.
003447     PERFORM 3900-WRITE-ONE-CHANGE THRU 3900-EXIT
003448         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
003449            OR WS-PCHG-TRIES > 50.
003450 3800-EXIT.
003451     EXIT.
003452 3900-WRITE-ONE-CHANGE.
003453     EXEC CICS WRITE FILE('CONTPCHG')
003454          RIDFLD(PCHGREC-KEY)
003455          FROM(PCHGREC)
003456          RESP(WS-RESP)
003457          RESP2(WS-RESP2)
003458     END-EXEC.
003459     ADD 1 TO WS-PCHG-TRIES.
003460     IF WS-RESP = DFHRESP(DUPREC)
003461         ADD 1 TO PCHGREC-SEQUENCE
003462     END-IF.
003463 3900-EXIT.
003470     EXIT.
003480*****************************************************************
003490*4000-FIND-BY-REFID - READ THE FIRST BASE RECORD CARRYING THE
004780*RECORD SOME OTHER TEST WROTE THROUGH FILETEST - SO THE
004790*OPERATOR SEES EXACTLY WHAT NEEDS CORRECTING.  THE DISPLAYED
004800*KEY BECOMES THE CONVERSATION'S CURRENT RECORD.
004802*THE STATUS LINE SHOWS OPEN, FROZEN OR CLOSED - A STATUS BYTE
004804*THAT IS NEITHER FROZEN NOR CLOSED IS OPEN, AS CONTACCT TREATS
004805*IT - WITH THE DATE IT WAS SET WHEN THE RECORD CARRIES ONE.
004806*THE HELD AND AVAIL FIELDS SHOW THE FUNDS HELD ON THE ACCOUNT AND
004807*THE LEDGER BALANCE LESS THEM, AS CONTHLD TOTALS THEM; THEY ARE
004808*LEFT BLANK WHEN THE BALANCE IS NOT AN AMOUNT OR CONTHLD CANNOT
004809*BE REACHED.
004810*****************************************************************
004820 5000-SHOW-RECORD.
004830     MOVE CONTFREC-KEY TO ACCTKEYO.
004840     MOVE CONTFREC-REF-ID TO REFIDO.
004850     IF CONTFREC-BALANCE NUMERIC
004860         MOVE CONTFREC-BALANCE TO WS-BAL-EDITED
004861         MOVE WS-BAL-EDITED TO BALANCEO
004862     ELSE
004863         MOVE '*NOT AN AMOUNT*  ' TO BALANCEO
004864     END-IF.
004865     MOVE SPACES TO WS-STATUS-LINE.
004866     EVALUATE TRUE
004867         WHEN CONTFREC-STATUS-FROZEN
004868             MOVE 'FROZEN' TO WS-SL-STATUS
004869         WHEN CONTFREC-STATUS-CLOSED
004870             MOVE 'CLOSED' TO WS-SL-STATUS
004871         WHEN OTHER
004872             MOVE 'OPEN' TO WS-SL-STATUS
004873     END-EVALUATE.
004874     IF CONTFREC-STATUS-DATE NUMERIC
004875        AND CONTFREC-STATUS-DATE > ZERO
004876         MOVE ' SINCE ' TO WS-SL-SINCE
004877         MOVE CONTFREC-STATUS-DATE TO WS-SL-DATE-9
004878         MOVE WS-SL-DATE-9 TO WS-SL-DATE
004879     END-IF.
004880     MOVE WS-STATUS-LINE TO ACSTATO.
004881     MOVE SPACES TO HELDO.
004882     MOVE SPACES TO AVAILO.
004883     IF CONTFREC-BALANCE NUMERIC
004884         MOVE SPACES TO HOLDCTL
004885         SET HOLDCTL-FN-TOTAL TO TRUE
004886         MOVE CONTFREC-KEY TO HOLDCTL-ACCOUNT
004887         MOVE ZERO TO HOLDCTL-AMOUNT
004888         MOVE ZERO TO HOLDCTL-EXPIRY-DATE
004889         EXEC CICS LINK PROGRAM('CONTHLD')
004890              COMMAREA(HOLDCTL)
004891              LENGTH(LENGTH OF HOLDCTL)
004892              RESP(WS-RESP)
004893              RESP2(WS-RESP2)
004894         END-EXEC
004895         IF WS-RESP = DFHRESP(NORMAL) AND HOLDCTL-RC-NORMAL
004896             MOVE HOLDCTL-TOTAL-HELD TO WS-BAL-EDITED
004897             MOVE WS-BAL-EDITED TO HELDO
004898             COMPUTE WS-BAL-EDITED =
004899                 CONTFREC-BALANCE - HOLDCTL-TOTAL-HELD
004900             MOVE WS-BAL-EDITED TO AVAILO
004901         END-IF
004902     END-IF.
004910     MOVE CONTFREC-KEY TO MNTCTL-LAST-KEY.
004920     IF NOT MNTCTL-MODE-REFID
004930         SET MNTCTL-MODE-KEY TO TRUE
004950 5000-EXIT.
004960     EXIT.
004970*****************************************************************
004971*6000-LIST-INTERACTION - ONE INTERACTION WITH THE PENDING-CHANGES
004972*LIST ON THE SCREEN.  ENTER ACTS ON THE SELECTION CODES TYPED
004973*AGAINST THE ROWS (A APPROVE, R REJECT) AND REDISPLAYS THE PAGE
004974*FROM ITS FIRST ROW, SO DECIDED CHANGES DROP OUT AND LATER ONES
004975*MOVE UP.  PF7 AND PF8 PAGE BACK AND FORWARD, PF12 RETURNS TO
004976*THE MAINTENANCE MAP.  MAPFAIL JUST MEANS NOTHING WAS TYPED.
004977*****************************************************************
004978 6000-LIST-INTERACTION.
004979     IF MNTCTL-LIST-COUNT NOT NUMERIC
004980         MOVE ZERO TO MNTCTL-LIST-COUNT
004981     END-IF.
004982     IF MNTCTL-LIST-COUNT > ZERO
004983         MOVE MNTCTL-LIST-KEY(1) TO WS-SAVE-FIRST-KEY
004984     ELSE
004985         MOVE LOW-VALUES TO WS-SAVE-FIRST-KEY
004986     END-IF.
004987     EVALUATE TRUE
004988         WHEN EIBAID = DFHENTER
004989             PERFORM 6200-RECEIVE-LIST THRU 6200-EXIT
004990             PERFORM 6300-APPLY-SELECTIONS THRU 6300-EXIT
004991         WHEN EIBAID = DFHPF7
004992             PERFORM 6600-PAGE-BACK THRU 6600-EXIT
004993         WHEN EIBAID = DFHPF8
004994             PERFORM 6700-PAGE-FORWARD THRU 6700-EXIT
004995         WHEN EIBAID = DFHPF12
004996             MOVE SPACES TO MNTCTL
004997             MOVE 'ENTER AN ACCOUNT KEY OR A REF ID' TO MSGO
004998             PERFORM 7000-SEND-SCREEN THRU 7000-EXIT
004999             GO TO 6000-EXIT
005000         WHEN OTHER
005001             PERFORM 6150-REDISPLAY-PAGE THRU 6150-EXIT
005002             MOVE 'THAT KEY IS NOT ASSIGNED - SEE LINE 24'
005003                 TO LMSGO
005004     END-EVALUATE.
005005     PERFORM 7100-SEND-LIST THRU 7100-EXIT.
005006 6000-EXIT.
005007     EXIT.
005008*****************************************************************
005009*6050-OPEN-LIST - PF5 FROM THE MAINTENANCE MAP.  SHOW THE FIRST
005010*PAGE OF PENDING CHANGES AND SWITCH THE CONVERSATION TO THE LIST.
005011*****************************************************************
005012 6050-OPEN-LIST.
005013     MOVE SPACES TO MNTCTL.
005014     SET MNTCTL-MODE-PENDING TO TRUE.
005015     MOVE LOW-VALUES TO WS-LIST-START-KEY.
005016     MOVE 'N' TO WS-SKIP-START-SWITCH.
005017     PERFORM 6100-BUILD-PAGE THRU 6100-EXIT.
005018     PERFORM 7100-SEND-LIST THRU 7100-EXIT.
005019 6050-EXIT.
005020     EXIT.
005021*****************************************************************
005022*6100-BUILD-PAGE - BROWSE CONTPCHG FORWARD FROM WS-LIST-START-KEY
005023*(SKIPPING THE START KEY ITSELF WHEN WS-SKIP-START IS ON) AND
005024*FILL THE LIST WITH THE NEXT EIGHT PENDING CHANGES, REMEMBERING
005025*THE KEY BEHIND EACH ROW.  DECIDED CHANGES ARE PASSED OVER.  AN
005026*EMPTY OR MISSING FILE IS AN EMPTY LIST, NOT AN ERROR.
005027*****************************************************************
005028 6100-BUILD-PAGE.
005029     MOVE LOW-VALUES TO CMNTLSTI.
005030     MOVE ZERO TO MNTCTL-LIST-COUNT.
005031     MOVE 'N' TO WS-LIST-END-SWITCH.
005032     MOVE WS-LIST-START-KEY TO WS-PCHG-KEY.
005033     EXEC CICS STARTBR FILE('CONTPCHG')
005034          RIDFLD(WS-PCHG-KEY)
005035          GTEQ
005036          RESP(WS-RESP)
005037          RESP2(WS-RESP2)
005038     END-EXEC.
005039     IF WS-RESP NOT = DFHRESP(NORMAL)
005040         MOVE 'NO CHANGES ARE WAITING FOR APPROVAL' TO LMSGO
005041         GO TO 6100-EXIT
005042     END-IF.
005043     PERFORM 6110-READ-NEXT-PENDING THRU 6110-EXIT
005044         UNTIL WS-LIST-END
005045            OR MNTCTL-LIST-COUNT = 8.
005046     EXEC CICS ENDBR FILE('CONTPCHG')
005047          RESP(WS-RESP)
005048          RESP2(WS-RESP2)
005049     END-EXEC.
005050     IF MNTCTL-LIST-COUNT = ZERO
005051         MOVE 'NO CHANGES ARE WAITING FOR APPROVAL' TO LMSGO
005052     ELSE
005053         MOVE 'TYPE A OR R AGAINST A CHANGE AND PRESS ENTER'
005054             TO LMSGO
005055     END-IF.
005056 6100-EXIT.
005057     EXIT.
005058 6110-READ-NEXT-PENDING.
005059     EXEC CICS READNEXT FILE('CONTPCHG')
005060          RIDFLD(WS-PCHG-KEY)
005061          INTO(PCHGREC)
005062          RESP(WS-RESP)
005063          RESP2(WS-RESP2)
005064     END-EXEC.
005065     IF WS-RESP NOT = DFHRESP(NORMAL)
005066         SET WS-LIST-END TO TRUE
005067         GO TO 6110-EXIT
005068     END-IF.
005069     IF WS-SKIP-START
005070        AND PCHGREC-KEY = WS-LIST-START-KEY
005071         GO TO 6110-EXIT
005072     END-IF.
005073     IF PCHGREC-PENDING
005074         ADD 1 TO MNTCTL-LIST-COUNT
005075         MOVE MNTCTL-LIST-COUNT TO WS-LIST-IX
005076         MOVE PCHGREC-KEY TO MNTCTL-LIST-KEY(WS-LIST-IX)
005077         PERFORM 6120-FORMAT-ROW THRU 6120-EXIT
005078     END-IF.
005079 6110-EXIT.
005080     EXIT.
005081*****************************************************************
005082*6120-FORMAT-ROW - BUILD THE TWO DETAIL LINES FOR THE PENDING
005083*CHANGE IN PCHGREC INTO ROW WS-LIST-IX.  A BEFORE BALANCE THAT
005084*IS NOT VALID PACKED DECIMAL SHOWS AS THE SAME WARNING CAPTION
005085*5000-SHOW-RECORD USES.
005086*****************************************************************
005087 6120-FORMAT-ROW.
005088     MOVE PCHGREC-ACCOUNT TO WS-LA-ACCOUNT.
005089     MOVE PCHGREC-MAKER-USERID TO WS-LA-MAKER.
005090     MOVE PCHGREC-DATE TO WS-LA-DATE.
005091     MOVE PCHGREC-TIME TO WS-LA-TIME.
005092     MOVE PCHGREC-BEFORE-IMAGE TO CONTFREC.
005093     PERFORM 6130-EDIT-BALANCE-TEXT THRU 6130-EXIT.
005094     MOVE WS-BALANCE-TEXT TO WS-LA-BEFORE.
005095     MOVE CONTFREC-REF-ID TO WS-LB-REF-BEFORE.
005096     MOVE PCHGREC-AFTER-IMAGE TO CONTFREC.
005097     PERFORM 6130-EDIT-BALANCE-TEXT THRU 6130-EXIT.
005098     MOVE WS-BALANCE-TEXT TO WS-LA-AFTER.
005099     MOVE CONTFREC-REF-ID TO WS-LB-REF-AFTER.
005100     MOVE WS-LIST-LINE-A TO WS-ROW-DETAIL-A(WS-LIST-IX).
005101     MOVE WS-LIST-LINE-B TO WS-ROW-DETAIL-B(WS-LIST-IX).
005102 6120-EXIT.
005103     EXIT.
005104 6130-EDIT-BALANCE-TEXT.
005105     IF CONTFREC-BALANCE NUMERIC
005106         MOVE CONTFREC-BALANCE TO WS-BAL-EDITED
005107         MOVE WS-BAL-EDITED TO WS-BALANCE-TEXT
005108     ELSE
005109         MOVE '*NOT AN AMOUNT*  ' TO WS-BALANCE-TEXT
005110     END-IF.
005111 6130-EXIT.
005112     EXIT.
005113*****************************************************************
005114*6150-REDISPLAY-PAGE - REBUILD THE CURRENT PAGE FROM ITS FIRST
005115*ROW (OR FROM THE TOP WHEN IT WAS EMPTY).
005116*****************************************************************
005117 6150-REDISPLAY-PAGE.
005118     MOVE WS-SAVE-FIRST-KEY TO WS-LIST-START-KEY.
005119     MOVE 'N' TO WS-SKIP-START-SWITCH.
005120     PERFORM 6100-BUILD-PAGE THRU 6100-EXIT.
005121 6150-EXIT.
005122     EXIT.
005123 6200-RECEIVE-LIST.
005124     EXEC CICS RECEIVE MAP('CMNTLST')
005125          MAPSET('CONTMNT')
005126          INTO(CMNTLSTI)
005127          RESP(WS-RESP)
005128          RESP2(WS-RESP2)
005129     END-EXEC.
005130     IF WS-RESP NOT = DFHRESP(NORMAL)
005131         MOVE LOW-VALUES TO CMNTLSTI
005132     END-IF.
005133 6200-EXIT.
005134     EXIT.
005135*****************************************************************
005136*6300-APPLY-SELECTIONS - ACT ON EVERY ROW THE CHECKER MARKED,
005137*THEN REDISPLAY THE PAGE AND SUMMARISE WHAT HAPPENED.  A CODE
005138*OTHER THAN A OR R IS IGNORED AND SAID SO.  THE REASON SHOWN IS
005139*THAT OF THE LAST CHANGE THAT COULD NOT BE DECIDED.
005140*****************************************************************
005141 6300-APPLY-SELECTIONS.
005142     MOVE ZERO TO WS-APPROVED-COUNT.
005143     MOVE ZERO TO WS-REJECTED-COUNT.
005144     MOVE ZERO TO WS-REFUSED-COUNT.
005145     MOVE ZERO TO WS-BAD-CODE-COUNT.
005146     MOVE SPACES TO WS-REFUSAL-REASON.
005147     PERFORM 6900-GET-USERID THRU 6900-EXIT.
005148     PERFORM 6310-APPLY-ONE-ROW THRU 6310-EXIT
005149         VARYING WS-LIST-IX FROM 1 BY 1
005150         UNTIL WS-LIST-IX > MNTCTL-LIST-COUNT.
005151     PERFORM 6150-REDISPLAY-PAGE THRU 6150-EXIT.
005152     IF WS-APPROVED-COUNT = ZERO AND WS-REJECTED-COUNT = ZERO
005153        AND WS-REFUSED-COUNT = ZERO AND WS-BAD-CODE-COUNT = ZERO
005154         GO TO 6300-EXIT
005155     END-IF.
005156     IF WS-BAD-CODE-COUNT > ZERO
005157        AND WS-REFUSAL-REASON = SPACES
005158         MOVE 'ONLY A OR R IS ACCEPTED'
005159             TO WS-REFUSAL-REASON
005160     END-IF.
005161     MOVE WS-APPROVED-COUNT TO WS-DMSG-APPROVED.
005162     MOVE WS-REJECTED-COUNT TO WS-DMSG-REJECTED.
005163     MOVE WS-REFUSED-COUNT TO WS-DMSG-REFUSED.
005164     MOVE WS-REFUSAL-REASON TO WS-DMSG-REASON.
005165     MOVE WS-DECISION-MSG TO LMSGO.
005166 6300-EXIT.
005167     EXIT.
005168 6310-APPLY-ONE-ROW.
005169     EVALUATE WS-ROW-SEL(WS-LIST-IX)
005170         WHEN 'A'
005171         WHEN 'R'
005172             PERFORM 6400-DECIDE-CHANGE THRU 6400-EXIT
005173         WHEN SPACE
005174         WHEN LOW-VALUE
005175             CONTINUE
005176         WHEN OTHER
005177             ADD 1 TO WS-BAD-CODE-COUNT
005178     END-EVALUATE.
005179 6310-EXIT.
005180     EXIT.
005181*****************************************************************
005182*6400-DECIDE-CHANGE - APPROVE OR REJECT THE CHANGE BEHIND ROW
005183*WS-LIST-IX.  THE CHANGE IS RE-READ FOR UPDATE AND MUST STILL BE
005184*PENDING (ANOTHER CHECKER MAY HAVE GOT THERE FIRST), AND THE
005185*USER DECIDING IT MUST NOT BE THE USER WHO ENTERED IT.  A
005186*REFUSED DECISION LEAVES THE CHANGE PENDING.
005187*****************************************************************
005188 6400-DECIDE-CHANGE.
005189     MOVE MNTCTL-LIST-KEY(WS-LIST-IX) TO WS-PCHG-KEY.
005190     EXEC CICS READ FILE('CONTPCHG')
005191          RIDFLD(WS-PCHG-KEY)
005192          INTO(PCHGREC)
005193          UPDATE
005194          RESP(WS-RESP)
005195          RESP2(WS-RESP2)
005196     END-EXEC.
005197     IF WS-RESP NOT = DFHRESP(NORMAL)
005198         ADD 1 TO WS-REFUSED-COUNT
005199         MOVE 'CONTPCHG READ FAILED - SEE CSMT'
005200             TO WS-REFUSAL-REASON
005201         GO TO 6400-EXIT
005202     END-IF.
005203     IF NOT PCHGREC-PENDING
005204         PERFORM 6480-RELEASE-CHANGE THRU 6480-EXIT
005205         ADD 1 TO WS-REFUSED-COUNT
005206         MOVE 'ALREADY DECIDED BY ANOTHER USER'
005207             TO WS-REFUSAL-REASON
005208         GO TO 6400-EXIT
005209     END-IF.
005210     IF PCHGREC-MAKER-USERID = WS-USERID
005211         PERFORM 6480-RELEASE-CHANGE THRU 6480-EXIT
005212         ADD 1 TO WS-REFUSED-COUNT
005213         MOVE 'YOU ENTERED IT - ANOTHER USER MUST'
005214             TO WS-REFUSAL-REASON
005215         GO TO 6400-EXIT
005216     END-IF.
005217     IF WS-ROW-SEL(WS-LIST-IX) = 'R'
005218         SET PCHGREC-REJECTED TO TRUE
005219         MOVE 'REJECTED BY CHECKER' TO PCHGREC-DECISION-TEXT
005220         PERFORM 6450-FILE-DECISION THRU 6450-EXIT
005221         IF WS-RESP = DFHRESP(NORMAL)
005222             ADD 1 TO WS-REJECTED-COUNT
005223         ELSE
005224             ADD 1 TO WS-REFUSED-COUNT
005225             MOVE 'CONTPCHG REWRITE FAILED' TO WS-REFUSAL-REASON
005226         END-IF
005227     ELSE
005228         PERFORM 6500-APPLY-CHANGE THRU 6500-EXIT
005229     END-IF.
005230 6400-EXIT.
005231     EXIT.
005232*****************************************************************
005233*6450-FILE-DECISION - STAMP THE CHECKER AND THE TIME OF THE
005234*DECISION ON THE CHANGE HELD FOR UPDATE AND REWRITE IT.  THE
005235*STATUS AND DECISION TEXT ARE ALREADY SET BY THE CALLER.
005236*****************************************************************
005237 6450-FILE-DECISION.
005238     MOVE WS-USERID TO PCHGREC-CHECKER-USERID.
005239     MOVE EIBDATE TO PCHGREC-DECIDED-DATE.
005240     MOVE EIBTIME TO PCHGREC-DECIDED-TIME.
005241     EXEC CICS REWRITE FILE('CONTPCHG')
005242          FROM(PCHGREC)
005243          RESP(WS-RESP)
005244          RESP2(WS-RESP2)
005245     END-EXEC.
005246 6450-EXIT.
005247     EXIT.
005248 6480-RELEASE-CHANGE.
005249     EXEC CICS UNLOCK FILE('CONTPCHG')
005250          RESP(WS-RESP)
005251          RESP2(WS-RESP2)
005252     END-EXEC.
005253 6480-EXIT.
005254     EXIT.
005255 6490-RELEASE-ACCOUNT.
005256     EXEC CICS UNLOCK FILE('CONTFILE')
005257          RESP(WS-RESP)
005258          RESP2(WS-RESP2)
005259     END-EXEC.
005260 6490-EXIT.
005261     EXIT.
005262*****************************************************************
005263*6500-APPLY-CHANGE - APPROVAL.  READ THE ACCOUNT FOR UPDATE AND
005264*APPLY THE AFTER IMAGE ONLY WHEN THE RECORD IS STILL EXACTLY THE
005265*BEFORE IMAGE THE MAKER SAW - IF ANYTHING HAS MOVED SINCE (A
005266*POSTING, ANOTHER APPROVED CHANGE) OR THE ACCOUNT IS GONE, THE
005267*CHANGE IS REJECTED WITH THAT REASON AND MUST BE RE-ENTERED
005268*AGAINST THE RECORD AS IT NOW STANDS.  AN APPLIED CHANGE IS
005269*JOURNALLED AS AN ADJUSTMENT BEFORE THE DECISION IS FILED.  A
005270*CONTFILE FAILURE RELEASES THE ACCOUNT AND LEAVES THE CHANGE
005280*PENDING.
005290*****************************************************************
005300 6500-APPLY-CHANGE.
005310     MOVE PCHGREC-ACCOUNT TO WS-UPDATE-KEY.
005320     EXEC CICS READ FILE('CONTFILE')
005330          RIDFLD(WS-UPDATE-KEY)
005340          INTO(CONTFREC)
005350          UPDATE
005360          RESP(WS-RESP)
005370          RESP2(WS-RESP2)
005380     END-EXEC.
005390     EVALUATE WS-RESP
005400         WHEN DFHRESP(NORMAL)
005410             CONTINUE
005420         WHEN DFHRESP(NOTFND)
005430             SET PCHGREC-REJECTED TO TRUE
005440             MOVE 'ACCOUNT NO LONGER ON CONTFILE'
005450                 TO PCHGREC-DECISION-TEXT
005460             PERFORM 6450-FILE-DECISION THRU 6450-EXIT
005470             ADD 1 TO WS-REFUSED-COUNT
005480             MOVE 'ACCOUNT GONE - CHANGE REJECTED'
005490                 TO WS-REFUSAL-REASON
005500             GO TO 6500-EXIT
005510         WHEN OTHER
005520             PERFORM 6480-RELEASE-CHANGE THRU 6480-EXIT
005530             ADD 1 TO WS-REFUSED-COUNT
005540             MOVE 'CONTFILE READ FAILED - SEE CSMT'
005550                 TO WS-REFUSAL-REASON
005560             GO TO 6500-EXIT
005570     END-EVALUATE.
005580     IF CONTFREC NOT = PCHGREC-BEFORE-IMAGE
005590         PERFORM 6490-RELEASE-ACCOUNT THRU 6490-EXIT
005600         SET PCHGREC-REJECTED TO TRUE
005610         MOVE 'ACCOUNT CHANGED SINCE ENTERED'
005620             TO PCHGREC-DECISION-TEXT
005630         PERFORM 6450-FILE-DECISION THRU 6450-EXIT
005640         ADD 1 TO WS-REFUSED-COUNT
005650         MOVE 'ACCOUNT CHANGED - CHANGE REJECTED'
005660             TO WS-REFUSAL-REASON
005670         GO TO 6500-EXIT
005680     END-IF.
005690     IF CONTFREC-BALANCE NUMERIC
005700         MOVE CONTFREC-BALANCE TO WS-ADJ-BEFORE
005710     ELSE
005720         MOVE ZERO TO WS-ADJ-BEFORE
005730     END-IF.
005740     MOVE PCHGREC-AFTER-IMAGE TO CONTFREC.
005750     MOVE CONTFREC-BALANCE TO WS-ADJ-AFTER.
005760     EXEC CICS REWRITE FILE('CONTFILE')
005770          FROM(CONTFREC)
005780          RESP(WS-RESP)
005790          RESP2(WS-RESP2)
005800     END-EXEC.
005810     IF WS-RESP NOT = DFHRESP(NORMAL)
005820         PERFORM 6490-RELEASE-ACCOUNT THRU 6490-EXIT
005830         PERFORM 6480-RELEASE-CHANGE THRU 6480-EXIT
005840         ADD 1 TO WS-REFUSED-COUNT
005850         MOVE 'CONTFILE REWRITE FAILED' TO WS-REFUSAL-REASON
005860         GO TO 6500-EXIT
005870     END-IF.
005880     PERFORM 6800-WRITE-ADJUSTMENT THRU 6800-EXIT.
005890     SET PCHGREC-APPROVED TO TRUE.
005900     MOVE 'APPROVED AND APPLIED' TO PCHGREC-DECISION-TEXT.
005910     PERFORM 6450-FILE-DECISION THRU 6450-EXIT.
005920     ADD 1 TO WS-APPROVED-COUNT.
005930 6500-EXIT.
005940     EXIT.
005950*****************************************************************
005960*6600-PAGE-BACK - PF7.  BROWSE BACKWARDS FROM THE FIRST ROW SHOWN
005970*COUNTING UP TO EIGHT EARLIER PENDING CHANGES, THEN BUILD THE
005980*PAGE FORWARD FROM THE EARLIEST OF THEM.  NOTHING EARLIER MEANS
005990*THIS IS ALREADY THE FIRST PAGE.
006000*****************************************************************
006010 6600-PAGE-BACK.
006020     IF MNTCTL-LIST-COUNT = ZERO
006030         PERFORM 6150-REDISPLAY-PAGE THRU 6150-EXIT
006040         GO TO 6600-EXIT
006050     END-IF.
006060     MOVE ZERO TO WS-BACK-COUNT.
006070     MOVE 'N' TO WS-LIST-END-SWITCH.
006080     MOVE WS-SAVE-FIRST-KEY TO WS-PCHG-KEY.
006090     EXEC CICS STARTBR FILE('CONTPCHG')
006100          RIDFLD(WS-PCHG-KEY)
006110          GTEQ
006120          RESP(WS-RESP)
006130          RESP2(WS-RESP2)
006140     END-EXEC.
006150     IF WS-RESP = DFHRESP(NORMAL)
006160         PERFORM 6610-READ-PREV-PENDING THRU 6610-EXIT
006170             UNTIL WS-LIST-END
006180                OR WS-BACK-COUNT = 8
006190         EXEC CICS ENDBR FILE('CONTPCHG')
006200              RESP(WS-RESP)
006210              RESP2(WS-RESP2)
006220         END-EXEC
006230     END-IF.
006240     IF WS-BACK-COUNT = ZERO
006250         PERFORM 6150-REDISPLAY-PAGE THRU 6150-EXIT
006260         MOVE 'ALREADY AT THE FIRST PAGE' TO LMSGO
006270     ELSE
006280         MOVE 'N' TO WS-SKIP-START-SWITCH
006290         PERFORM 6100-BUILD-PAGE THRU 6100-EXIT
006300     END-IF.
006310 6600-EXIT.
006320     EXIT.
006330 6610-READ-PREV-PENDING.
006340     EXEC CICS READPREV FILE('CONTPCHG')
006350          RIDFLD(WS-PCHG-KEY)
006360          INTO(PCHGREC)
006370          RESP(WS-RESP)
006380          RESP2(WS-RESP2)
006390     END-EXEC.
006400     IF WS-RESP NOT = DFHRESP(NORMAL)
006410         SET WS-LIST-END TO TRUE
006420         GO TO 6610-EXIT
006430     END-IF.
006440     IF PCHGREC-KEY < WS-SAVE-FIRST-KEY
006450        AND PCHGREC-PENDING
006460         ADD 1 TO WS-BACK-COUNT
006470         MOVE PCHGREC-KEY TO WS-LIST-START-KEY
006480     END-IF.
006490 6610-EXIT.
006500     EXIT.
006510*****************************************************************
006520*6700-PAGE-FORWARD - PF8.  A PAGE THAT IS NOT FULL IS THE LAST
006530*ONE.  OTHERWISE BUILD THE NEXT PAGE FROM JUST PAST THE LAST ROW
006540*SHOWN, AND WHEN THAT TURNS UP NOTHING PUT THE CURRENT PAGE BACK.
006550*****************************************************************
006560 6700-PAGE-FORWARD.
006570     IF MNTCTL-LIST-COUNT < 8
006580         PERFORM 6150-REDISPLAY-PAGE THRU 6150-EXIT
006590         MOVE 'NO MORE PENDING CHANGES' TO LMSGO
006600         GO TO 6700-EXIT
006610     END-IF.
006620     MOVE MNTCTL-LIST-KEY(8) TO WS-LIST-START-KEY.
006630     SET WS-SKIP-START TO TRUE.
006640     PERFORM 6100-BUILD-PAGE THRU 6100-EXIT.
006650     IF MNTCTL-LIST-COUNT = ZERO
006660         PERFORM 6150-REDISPLAY-PAGE THRU 6150-EXIT
006670         MOVE 'NO MORE PENDING CHANGES' TO LMSGO
006680     END-IF.
006690 6700-EXIT.
006700     EXIT.
006710*****************************************************************
006720*6800-WRITE-ADJUSTMENT - JOURNAL THE APPROVED CHANGE TO POSTJRNL
006730*AS AN ADJUSTMENT (OUTCOME 02, SEE PJRNREC) SO ACCTSTMT'S
006740*COMPUTED BALANCE FOLLOWS THE CORRECTION.  THE AMOUNT IS THE
006750*AFTER BALANCE LESS THE BEFORE BALANCE, A BEFORE BALANCE THAT WAS
006760*NOT VALID PACKED DECIMAL COUNTING AS ZERO, THE SAME CONVENTION
006770*CONTACCT JOURNALS SUCH A RECORD UNDER.  KEYED AND RETRIED PAST
006780*DUPREC EXACTLY AS CONTACCT'S 5000-WRITE-JOURNAL, AND BEST
006790*EFFORT IN THE SAME WAY.
006800*****************************************************************
006810 6800-WRITE-ADJUSTMENT.
006820     MOVE SPACES TO PJRNREC.
006830     MOVE PCHGREC-ACCOUNT TO PJRNREC-ACCOUNT.
006840     MOVE EIBDATE TO PJRNREC-DATE.
006850     MOVE EIBTIME TO PJRNREC-TIME.
006860     MOVE EIBTASKN TO PJRNREC-SEQUENCE.
006870     COMPUTE PJRNREC-AMOUNT = WS-ADJ-AFTER - WS-ADJ-BEFORE.
006880     MOVE WS-ADJ-BEFORE TO PJRNREC-BALANCE-BEFORE.
006890     MOVE WS-ADJ-AFTER TO PJRNREC-BALANCE-AFTER.
006900     SET PJRNREC-OUTCOME-ADJUSTMENT TO TRUE.
006910     SET PJRNREC-SOURCE-MAINTENANCE TO TRUE.
006920     MOVE ZERO TO WS-JRNL-TRIES.
006930     PERFORM 6810-WRITE-ONE-ENTRY THRU 6810-EXIT.
006940     PERFORM 6810-WRITE-ONE-ENTRY THRU 6810-EXIT
006950         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
006960            OR WS-JRNL-TRIES > 50.
006970 6800-EXIT.
006980     EXIT.
006990 6810-WRITE-ONE-ENTRY.
007000     EXEC CICS WRITE FILE('POSTJRNL')
007010          RIDFLD(PJRNREC-KEY)
007020          FROM(PJRNREC)
007030          RESP(WS-RESP)
007040          RESP2(WS-RESP2)
007050     END-EXEC.
007060     ADD 1 TO WS-JRNL-TRIES.
007070     IF WS-RESP = DFHRESP(DUPREC)
007080         ADD 1 TO PJRNREC-SEQUENCE
007090     END-IF.
007100 6810-EXIT.
007110     EXIT.
007120*****************************************************************
007130*6900-GET-USERID - THE USER ID SIGNED ON AT THIS TERMINAL, FOR
007140*THE MAKER OR CHECKER STAMP.
007150*****************************************************************
007160 6900-GET-USERID.
007170     MOVE SPACES TO WS-USERID.
007180     EXEC CICS ASSIGN USERID(WS-USERID)
007190          RESP(WS-RESP)
007200          RESP2(WS-RESP2)
007210     END-EXEC.
007220 6900-EXIT.
007230     EXIT.
007240*****************************************************************
007250*7000-SEND-SCREEN - SEND THE MAP.  ERASE EVERY TIME - THE WHOLE
007260*SCREEN IS REBUILT FROM THE MAP AREA ON EACH INTERACTION, WHICH
007270*KEEPS THE OPERATOR'S INPUT (THE I AND O FIELDS SHARE STORAGE)
007280*AND THE PROGRAM'S RESULTS IN ONE PICTURE.
007290*****************************************************************
007300 7000-SEND-SCREEN.
007310     EXEC CICS SEND MAP('CMNTMAP')
007320          MAPSET('CONTMNT')
007330          FROM(CMNTMAPO)
007340          ERASE
007350          RESP(WS-RESP)
007360          RESP2(WS-RESP2)
007370     END-EXEC.
007380 7000-EXIT.
007390     EXIT.
007400*****************************************************************
007410*7100-SEND-LIST - SEND THE PENDING-CHANGES MAP, ERASING THE SAME
007420*WAY 7000-SEND-SCREEN DOES.
007430*****************************************************************
007440 7100-SEND-LIST.
007450     EXEC CICS SEND MAP('CMNTLST')
007460          MAPSET('CONTMNT')
007470          FROM(CMNTLSTO)
007480          ERASE
007490          RESP(WS-RESP)
007500          RESP2(WS-RESP2)
007510     END-EXEC.
007520 7100-EXIT.
007530     EXIT.
007540*****************************************************************
007550*8000-EXIT-TRANSACTION - PF3.  SAY GOODBYE AND RETURN WITHOUT A
007560*TRANSID, ENDING THE PSEUDO-CONVERSATION.
007570*****************************************************************
007580 8000-EXIT-TRANSACTION.
007590     EXEC CICS SEND TEXT FROM(WS-GOODBYE-TEXT)
007600          LENGTH(LENGTH OF WS-GOODBYE-TEXT)
007610          ERASE
007620          FREEKB
007630     END-EXEC.
007640     EXEC CICS RETURN END-EXEC.
007650 8000-EXIT.
007660     EXIT.
007670 9999-EXIT.
007680     EXEC CICS RETURN TRANSID('CMNT')
007690          COMMAREA(MNTCTL)
007700          LENGTH(LENGTH OF MNTCTL)
007710     END-EXEC.
