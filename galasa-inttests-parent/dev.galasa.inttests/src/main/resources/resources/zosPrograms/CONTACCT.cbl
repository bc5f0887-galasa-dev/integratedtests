000210*                 DRAIN, BOTH LEGS OF A CONTXFR), SO THE TASK
000211*                 NUMBER ALONE NO LONGER MAKES THE KEY UNIQUE
000212*                 AND A COLLIDING ENTRY MUST NOT BE DROPPED.
000213*15/10/2026 RM    ACCOUNT STATUS (SEE CONTFREC-STATUS) IS NOW
000214*                 ENFORCED - A DEBIT TO A FROZEN ACCOUNT IS
000215*                 REFUSED WITH THE NEW FROZEN CODE AND ANY
000216*                 POSTING TO A CLOSED ACCOUNT WITH THE NEW
000217*                 CLOSED CODE, BOTH JOURNALLED LIKE EVERY OTHER
000218*                 REFUSAL.  AN ACCOUNT OPENED BY ITS FIRST
000219*                 POSTING IS STAMPED OPEN WITH THE DATE.
000220*15/10/2026 RM    OPTIONAL COMMAREA EXTENSION (SEE ACCTCTL) FOR
000221*                 JOURNAL REVERSALS - A POSTING CARRYING THE KEY
000222*                 OF THE ENTRY IT REVERSES IS JOURNALLED WITH
000223*                 THE REVERSAL LINK, AND THE JOURNAL KEY IS
000224*                 RETURNED.  A CALLER PASSING THE ORIGINAL
000225*                 LENGTH SEES NO CHANGE.
000226*15/10/2026 RM    FUNDS HOLDS (SEE HOLDREC) - A DEBIT THAT WOULD
000227*                 TAKE THE BALANCE BELOW THE TOTAL OF THE HOLDS
000228*                 STILL ACTIVE ON THE ACCOUNT IS REFUSED WITH THE
000229*                 NEW HELD CODE AND WRITES NOTHING.  CONTHLD
000230*                 SUPPLIES THE TOTAL.
000231*15/10/2026 RM    EVERY JOURNAL ENTRY IS NOW STAMPED WITH ITS
000232*                 SOURCE (SEE PJRNREC-SOURCE) - A TRANSFER LEG
000233*                 WHEN THE CALLER SAYS SO THROUGH THE EXTENSION,
000234*                 OTHERWISE AN ONLINE POSTING.
000235*15/10/2026 RM    BATCH-WINDOW INTERLOCK (SEE BWINREC) - WHILE THE
000236*                 BATCH JOBS HOLD THE WINDOW OPEN AN ORDINARY
000237*                 POSTING IS FILED ON THE CONTPEND STORE (SEE
000238*                 PENDREC) AND ANSWERED WITH THE NEW DEFERRED
000239*                 CODE, NOT APPLIED; CONTRPL REPLAYS IT LATER.
000240*                 A TRANSFER LEG, REVERSAL OR REPLAY IS NOT
000241*                 DEFERRED HERE - IT GETS THE NEW BATCH-WINDOW
000242*                 CODE AND ITS CALLER DECIDES.
000243*15/10/2026 RM    ALERTS - A POSTING THAT TAKES THE BALANCE BELOW
000244*                 THE ACCOUNT'S FLOOR, OR ABOVE THE SET
000245*                 PERCENTAGE OF ITS MAXIMUM BALANCE (THRESHOLDS
000246*                 ON THE LIMITS RECORD, SEE LIMFREC), AND ONE
000247*                 REFUSED OVER-LIMIT OR WOULD-GO-NEGATIVE, PUTS
000248*                 AN ALERT ON THE CONTACCT.ALERT QUEUE (SEE
000249*                 ALRTMSG).  A FAILED PUT NEVER STOPS THE
000250*                 POSTING; EVERY PUT IS COUNTED THROUGH CONTSTAT,
000251*                 FAILURES UNDER THEIR OWN RETURN CODE.
000252*****************************************************************
000253 ENVIRONMENT DIVISION.
000254 DATA DIVISION.
000255 WORKING-STORAGE SECTION.
000256     COPY CONTFREC.
000257     COPY PJRNREC.
000258     COPY LIMFREC.
000259     COPY HOLDCTL.
000260     COPY BWINREC.
000261     COPY PENDREC.
000262     COPY ALRTMSG.
000263     COPY STATCTL.
000264 01  RESP-CODES.
000265     05  WS-RESP               PIC S9(08) COMP.
000266     05  WS-RESP2              PIC S9(08) COMP.
000270 01  WS-NEW-BALANCE            PIC S9(13)V99 COMP-3.
000275 01  WS-BALANCE-BEFORE         PIC S9(13)V99 COMP-3.
000276 01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3.
000280 77  WS-OVER-LIMIT-SWITCH      PIC X(01) VALUE 'N'.
000281     88  WS-OVER-LIMIT             VALUE 'Y'.
000282 77  WS-JRNL-TRIES             PIC S9(04) COMP VALUE ZERO.
000283 77  WS-FUNDS-HELD-SWITCH      PIC X(01) VALUE 'N'.
000284     88  WS-FUNDS-HELD             VALUE 'Y'.
000285*****************************************************************
000286*THE COMMAREA EXTENSION, WHEN THE CALLER PASSED IT - THE KEY OF
000287*THE JOURNAL ENTRY THIS POSTING REVERSES, OR SPACES.
000288*****************************************************************
000289 77  WS-EXTENDED-SWITCH        PIC X(01) VALUE 'N'.
000290     88  WS-EXTENDED-COMMAREA      VALUE 'Y'.
000291 01  WS-REVERSAL-OF.
000292     05  WS-REV-ACCOUNT        PIC X(08).
000293     05  WS-REV-DATE           PIC 9(07).
000294     05  WS-REV-TIME           PIC 9(07).
000295     05  WS-REV-SEQUENCE       PIC 9(07).
000296*****************************************************************
000297*THE BATCH-WINDOW FLAG, READ AT THE START OF EVERY POSTING.
000298*****************************************************************
000299 77  WS-WINDOW-KEY             PIC X(08) VALUE 'BATCHWIN'.
000300 77  WS-WINDOW-SWITCH          PIC X(01) VALUE 'N'.
000301     88  WS-WINDOW-OPEN            VALUE 'Y'.
000302 77  WS-PEND-TRIES             PIC S9(04) COMP VALUE ZERO.
000303*****************************************************************
000304*ALERT WORK AREA - THE THRESHOLDS FROM THE LIMITS RECORD (ZERO
000305*WHEN THERE ARE NONE), THE LIMIT THAT REFUSED AN OVER-LIMIT
000306*POSTING, AND THE KEY THE POSTING WAS JOURNALLED UNDER.  THE MQ
000307*STRUCTURES ARE THE FULL VERSION 1 LAYOUTS, AS IN CONTMQB.
000308*****************************************************************
000309 77  WS-ALERT-QUEUE            PIC X(48) VALUE 'CONTACCT.ALERT'.
000310 77  WS-LIMIT-HIT-SWITCH       PIC X(01) VALUE SPACE.
000311     88  WS-MAX-POSTING-HIT        VALUE 'P'.
000312     88  WS-MAX-BALANCE-HIT        VALUE 'B'.
000313 01  WS-ALERT-FLOOR            PIC S9(13)V99 COMP-3 VALUE ZERO.
000314 01  WS-ALERT-PERCENT          PIC S9(03) COMP-3 VALUE ZERO.
000315 01  WS-ALERT-LEVEL            PIC S9(13)V99 COMP-3 VALUE ZERO.
000316 01  WS-ALERT-THRESHOLD        PIC S9(13)V99 COMP-3 VALUE ZERO.
000317 01  WS-JOURNAL-KEY            PIC X(29) VALUE SPACES.
000318 01  WS-ALERT-RC               PIC X(02) VALUE SPACES.
000319 01  MQ-HANDLES.
000320     05  WS-HCONN              PIC S9(09) COMP-5 VALUE ZERO.
000321 01  MQ-CODES.
000322     05  WS-MQCC               PIC S9(09) COMP-5.
000323     05  WS-MQRC               PIC S9(09) COMP-5.
000324 01  MQ-OPTIONS.
000325     05  WS-DATA-LENGTH        PIC S9(09) COMP-5.
000326 01  MQOD.
000327*   FULL VERSION 1 MQOD - 4+4+4+48+48+48+12 = 168 BYTES.
000328     05  MQOD-STRUCID          PIC X(04)         VALUE 'OD  '.
000329     05  MQOD-VERSION          PIC S9(09) COMP-5 VALUE 1.
000330     05  MQOD-OBJECTTYPE       PIC S9(09) COMP-5 VALUE 1.
000331     05  MQOD-OBJECTNAME       PIC X(48).
000332     05  MQOD-OBJECTQMGRNAME   PIC X(48).
000333     05  MQOD-DYNAMICQNAME     PIC X(48)         VALUE SPACES.
000334     05  MQOD-ALTERNATEUSERID  PIC X(12)         VALUE SPACES.
000335 01  MQMD.
000336*   FULL VERSION 1 MQMD, UNUSED FIELDS AT THE MQI DEFAULT VALUES.
000337     05  MQMD-STRUCID          PIC X(04)         VALUE 'MD  '.
000338     05  MQMD-VERSION          PIC S9(09) COMP-5 VALUE 1.
000339     05  MQMD-REPORT           PIC S9(09) COMP-5 VALUE 0.
000340     05  MQMD-MSGTYPE          PIC S9(09) COMP-5 VALUE 8.
000341     05  MQMD-EXPIRY           PIC S9(09) COMP-5 VALUE -1.
000342     05  MQMD-FEEDBACK         PIC S9(09) COMP-5 VALUE 0.
000343     05  MQMD-ENCODING         PIC S9(09) COMP-5 VALUE 273.
000344     05  MQMD-CODEDCHARSETID   PIC S9(09) COMP-5 VALUE 0.
000345     05  MQMD-FORMAT           PIC X(08).
000346     05  MQMD-PRIORITY         PIC S9(09) COMP-5 VALUE -1.
000347     05  MQMD-PERSISTENCE      PIC S9(09) COMP-5 VALUE -1.
000348     05  MQMD-MSGID            PIC X(24).
000349     05  MQMD-CORRELID         PIC X(24).
000350     05  MQMD-BACKOUTCOUNT     PIC S9(09) COMP-5 VALUE 0.
000351     05  MQMD-REPLYTOQ         PIC X(48)         VALUE SPACES.
000352     05  MQMD-REPLYTOQMGR      PIC X(48)         VALUE SPACES.
000353     05  MQMD-USERIDENTIFIER   PIC X(12)         VALUE SPACES.
000354     05  MQMD-ACCOUNTINGTOKEN  PIC X(32)         VALUE LOW-VALUES.
000355     05  MQMD-APPLIDENTITYDATA PIC X(32)         VALUE SPACES.
000356     05  MQMD-PUTAPPLTYPE      PIC S9(09) COMP-5 VALUE 0.
000357     05  MQMD-PUTAPPLNAME      PIC X(28)         VALUE SPACES.
000358     05  MQMD-PUTDATE          PIC X(08)         VALUE SPACES.
000359     05  MQMD-PUTTIME          PIC X(08)         VALUE SPACES.
000360     05  MQMD-APPLORIGINDATA   PIC X(04)         VALUE SPACES.
000361     05  MQMD-GROUPID          PIC X(24)         VALUE LOW-VALUES.
000362     05  MQMD-MSGSEQNUMBER     PIC S9(09) COMP-5 VALUE 1.
000363     05  MQMD-OFFSET           PIC S9(09) COMP-5 VALUE 0.
000364     05  MQMD-MSGFLAGS         PIC S9(09) COMP-5 VALUE 0.
000365     05  MQMD-ORIGINALLENGTH   PIC S9(09) COMP-5 VALUE -1.
000366 01  MQPMO.
000367*   FULL VERSION 1 MQPMO - 4+4+4+4+4+4+48+48 = 124 BYTES.
000368     05  MQPMO-STRUCID         PIC X(04)         VALUE 'PMO '.
000369     05  MQPMO-VERSION         PIC S9(09) COMP-5 VALUE 1.
000370     05  MQPMO-OPTIONS         PIC S9(09) COMP-5.
000371     05  MQPMO-CONTEXT         PIC S9(09) COMP-5 VALUE 0.
000372     05  MQPMO-KNOWNDESTCOUNT  PIC S9(09) COMP-5 VALUE 0.
000373     05  MQPMO-UNKNOWNDESTCNT  PIC S9(09) COMP-5 VALUE 0.
000374     05  MQPMO-INVALIDDESTCNT  PIC S9(09) COMP-5 VALUE 0.
000375     05  MQPMO-RESOLVEDQNAME   PIC X(48)         VALUE SPACES.
000376     05  MQPMO-RESOLVEDQMGRNM  PIC X(48)         VALUE SPACES.
000377 LINKAGE SECTION.
000378     COPY ACCTCTL REPLACING ==ACCTCTL== BY ==DFHCOMMAREA==.
000379*****************************************************************
000380*0000-MAINLINE - READ THE ACCOUNT RECORD FOR UPDATE AND POST TO
000381*IT, OR CREATE IT WHEN IT DOES NOT EXIST.  EVERY PATH LOADS
000382*ACCTCTL-BALANCE WITH THE BALANCE AS IT STOOD WHEN THE
000383*TRANSACTION ENDED.  THE ACCTCTL EXTENSION IS ONLY READ OR SET
000384*WHEN EIBCALEN SAYS THE CALLER PASSED IT.
000385*WHILE THE BATCH WINDOW IS OPEN NOTHING IS POSTED AT ALL - SEE
000386*6100-DEFER-POSTING.
000387*A POSTING THAT EARNS AN ALERT IS ALERTED ON MQ ONCE IT HAS BEEN
000388*JOURNALLED, SO THE ALERT CAN CARRY THE JOURNAL KEY - SEE
000389*7000-RAISE-ALERT.
000390*****************************************************************
000391 PROCEDURE DIVISION.
000392 0000-MAINLINE.
000393     SET ACCTCTL-RC-NORMAL TO TRUE.
000394     MOVE ZERO TO ACCTCTL-BALANCE.
000395     MOVE ZERO TO WS-BALANCE-BEFORE.
000396     MOVE 'N' TO WS-EXTENDED-SWITCH.
000397     MOVE SPACES TO WS-REVERSAL-OF.
000398     IF EIBCALEN NOT < LENGTH OF DFHCOMMAREA
000399         SET WS-EXTENDED-COMMAREA TO TRUE
000400         MOVE ACCTCTL-REVERSAL-OF TO WS-REVERSAL-OF
000401         MOVE SPACES TO ACCTCTL-JOURNAL-KEY
000402     END-IF.
000403     IF ACCTCTL-ACCOUNT-KEY = SPACES
000410        OR ACCTCTL-ACCOUNT-KEY = LOW-VALUES
000420         SET ACCTCTL-RC-BAD-KEY TO TRUE
000421         GO TO 9999-EXIT
000422     END-IF.
000423     PERFORM 6000-CHECK-WINDOW THRU 6000-EXIT.
000424     IF WS-WINDOW-OPEN
000425         PERFORM 6100-DEFER-POSTING THRU 6100-EXIT
000430         GO TO 9999-EXIT
000440     END-IF.
000450     PERFORM 1000-READ-ACCOUNT THRU 1000-EXIT.
000520             CONTINUE
000530     END-EVALUATE.
000535     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
000537     PERFORM 7000-RAISE-ALERT THRU 7000-EXIT.
000540     GO TO 9999-EXIT.
000550*****************************************************************
000560*1000-READ-ACCOUNT - READ THE BALANCE RECORD FOR UPDATE SO THE
000880*WRITTEN ON A REFUSED POST.  A POSTING THE ACCOUNT'S LIMITS
000882*REFUSE IS HANDLED THE SAME WAY, UNDER ITS OWN RETURN CODE SO
000884*THE CALLER CAN TELL OVER-LIMIT FROM WOULD-GO-NEGATIVE.
000885*THE ACCOUNT'S STATUS IS TESTED FIRST - A CLOSED ACCOUNT TAKES
000886*NOTHING AND A FROZEN ONE TAKES NO DEBIT, EACH REFUSED UNDER
000887*ITS OWN RETURN CODE BEFORE ANY ARITHMETIC.
000890*****************************************************************
000891 2000-POST-TO-ACCOUNT.
000892     IF CONTFREC-STATUS-CLOSED
000893         SET ACCTCTL-RC-CLOSED TO TRUE
000894     END-IF.
000895     IF CONTFREC-STATUS-FROZEN AND ACCTCTL-AMOUNT < ZERO
000896         SET ACCTCTL-RC-FROZEN TO TRUE
000897     END-IF.
000898     IF NOT ACCTCTL-RC-NORMAL
000899         MOVE CONTFREC-BALANCE TO ACCTCTL-BALANCE
000900         PERFORM 4000-RELEASE-LOCK THRU 4000-EXIT
000901         GO TO 2000-EXIT
000902     END-IF.
000910     COMPUTE WS-NEW-BALANCE =
000920         CONTFREC-BALANCE + ACCTCTL-AMOUNT.
000930     IF WS-NEW-BALANCE < ZERO
000950         MOVE CONTFREC-BALANCE TO ACCTCTL-BALANCE
000960         PERFORM 4000-RELEASE-LOCK THRU 4000-EXIT
000970         GO TO 2000-EXIT
000971     END-IF.
000972     PERFORM 2500-CHECK-LIMITS THRU 2500-EXIT.
000973     IF WS-OVER-LIMIT
000974         SET ACCTCTL-RC-OVER-LIMIT TO TRUE
000975         MOVE CONTFREC-BALANCE TO ACCTCTL-BALANCE
000976         PERFORM 4000-RELEASE-LOCK THRU 4000-EXIT
000977         GO TO 2000-EXIT
000978     END-IF.
000979     PERFORM 2700-CHECK-HOLDS THRU 2700-EXIT.
000980     IF WS-FUNDS-HELD
000981         SET ACCTCTL-RC-HELD TO TRUE
000986         MOVE CONTFREC-BALANCE TO ACCTCTL-BALANCE
000987         PERFORM 4000-RELEASE-LOCK THRU 4000-EXIT
000988         GO TO 2000-EXIT
001080         SET ACCTCTL-RC-OTHER TO TRUE
001090     END-IF.
001100 2000-EXIT.
001101     EXIT.
001102*****************************************************************
001103*2500-CHECK-LIMITS - TEST THE POSTING IN ACCTCTL-AMOUNT AND THE
001104*RESULT ALREADY IN WS-NEW-BALANCE AGAINST THE ACCOUNT'S LIMITS.
001105*A ZERO LIMIT FIELD MEANS THAT DIMENSION IS UNLIMITED, AND AN
001106*ACCOUNT WITH NO LIMITS RECORD AT ALL PASSES EVERYTHING - SEE
001107*2600-READ-LIMITS FOR THE DEFAULT-RECORD FALLBACK.
001108*****************************************************************
001109 2500-CHECK-LIMITS.
001110     MOVE 'N' TO WS-OVER-LIMIT-SWITCH.
001111     MOVE SPACE TO WS-LIMIT-HIT-SWITCH.
001112     PERFORM 2600-READ-LIMITS THRU 2600-EXIT.
001113     IF NOT WS-LIMITS-FOUND
001114         GO TO 2500-EXIT
001115     END-IF.
001116     IF ACCTCTL-AMOUNT < ZERO
001117         COMPUTE WS-ABS-AMOUNT = ZERO - ACCTCTL-AMOUNT
001118     ELSE
001119         MOVE ACCTCTL-AMOUNT TO WS-ABS-AMOUNT
001120     END-IF.
001121     IF LIMFREC-MAX-POSTING > ZERO
001122        AND WS-ABS-AMOUNT > LIMFREC-MAX-POSTING
001123         SET WS-OVER-LIMIT TO TRUE
001124         SET WS-MAX-POSTING-HIT TO TRUE
001125         GO TO 2500-EXIT
001126     END-IF.
001127     IF LIMFREC-MAX-BALANCE > ZERO
001128        AND WS-NEW-BALANCE > LIMFREC-MAX-BALANCE
001129         SET WS-OVER-LIMIT TO TRUE
001130         SET WS-MAX-BALANCE-HIT TO TRUE
001131     END-IF.
001132 2500-EXIT.
001133     EXIT.
001134*****************************************************************
001135*2600-READ-LIMITS - READ THE CONTLIMS RECORD FOR THE ACCOUNT,
001136*FALLING BACK TO THE *DEFAULT RECORD WHEN THE ACCOUNT HAS NONE.
001137*NO RECORD AND NO DEFAULT MEANS NO LIMITS, AND SO DOES ANY
001138*OTHER READ FAILURE OR A RECORD WHOSE LIMIT FIELDS ARE NOT
001139*VALID PACKED DECIMAL - THE LIMITS FILE IS A GUARD RAIL FOR THE
001140*POSTING SUITES, AND AN ABSENT OR BROKEN ONE MUST NOT STOP
001141*THEM RUNNING.  THE ALERT THRESHOLDS COME FROM THE SAME RECORD;
001142*ONE THAT IS NOT VALID PACKED DECIMAL (A RECORD LOADED BEFORE
001143*THE THRESHOLDS EXISTED) IS TAKEN AS ZERO - NO ALERT.
001144*****************************************************************
001145 2600-READ-LIMITS.
001146     MOVE 'N' TO WS-LIMITS-FOUND-SWITCH.
001147     MOVE ZERO TO WS-ALERT-FLOOR.
001148     MOVE ZERO TO WS-ALERT-PERCENT.
001151     EXEC CICS READ FILE('CONTLIMS')
001152          RIDFLD(ACCTCTL-ACCOUNT-KEY)
001153          INTO(LIMFREC)
001167        AND LIMFREC-MAX-BALANCE NUMERIC
001168         SET WS-LIMITS-FOUND TO TRUE
001169     END-IF.
001177     IF WS-LIMITS-FOUND
001178        AND LIMFREC-ALERT-FLOOR NUMERIC
001179         MOVE LIMFREC-ALERT-FLOOR TO WS-ALERT-FLOOR
001180     END-IF.
001181     IF WS-LIMITS-FOUND
001182        AND LIMFREC-ALERT-PERCENT NUMERIC
001183         MOVE LIMFREC-ALERT-PERCENT TO WS-ALERT-PERCENT
001184     END-IF.
001185 2600-EXIT.
001186     EXIT.
001187*****************************************************************
001188*2700-CHECK-HOLDS - A DEBIT MAY NOT TAKE THE BALANCE IN
001189*WS-NEW-BALANCE BELOW THE FUNDS HELD ON THE ACCOUNT (SEE
001190*HOLDREC).  CONTHLD WORKS OUT THE TOTAL OF THE HOLDS THAT COUNT,
001191*SO THE RULE LIVES IN ONE PLACE.  A CREDIT IS NEVER REFUSED FOR
001192*HOLDS, AND IF CONTHLD CANNOT BE REACHED NOTHING IS ENFORCED -
001193*THE SAME GUARD-RAIL CONVENTION AS THE LIMITS FILE.
001194*****************************************************************
001195 2700-CHECK-HOLDS.
001196     MOVE 'N' TO WS-FUNDS-HELD-SWITCH.
001197     IF ACCTCTL-AMOUNT NOT < ZERO
001198         GO TO 2700-EXIT
001199     END-IF.
001200     MOVE SPACES TO HOLDCTL.
001201     SET HOLDCTL-FN-TOTAL TO TRUE.
001202     MOVE ACCTCTL-ACCOUNT-KEY TO HOLDCTL-ACCOUNT.
001203     MOVE ZERO TO HOLDCTL-AMOUNT.
001204     MOVE ZERO TO HOLDCTL-EXPIRY-DATE.
001205     EXEC CICS LINK PROGRAM('CONTHLD')
001206          COMMAREA(HOLDCTL)
001207          LENGTH(LENGTH OF HOLDCTL)
001208          RESP(WS-RESP)
001209          RESP2(WS-RESP2)
001210     END-EXEC.
001211     IF WS-RESP = DFHRESP(NORMAL)
001212        AND HOLDCTL-RC-NORMAL
001213        AND WS-NEW-BALANCE < HOLDCTL-TOTAL-HELD
001214         SET WS-FUNDS-HELD TO TRUE
001215     END-IF.
001216 2700-EXIT.
001217     EXIT.
001218*****************************************************************
001219*3000-CREATE-ACCOUNT - OPEN THE ACCOUNT WITH THE POSTED AMOUNT
001220*AS ITS FIRST BALANCE.  A NEGATIVE OPENING AMOUNT IS REFUSED
001221*THE SAME WAY A NEGATIVE RESULT IS ON AN EXISTING ACCOUNT.
001222*DUPREC MEANS ANOTHER TASK CREATED THE ACCOUNT BETWEEN OUR READ
001223*AND WRITE - RARE IN A TEST REGION, AND RETURNED AS OTHER
001224*RATHER THAN RETRIED.
001225*****************************************************************
001226 3000-CREATE-ACCOUNT.
001227     IF ACCTCTL-AMOUNT < ZERO
001228         SET ACCTCTL-RC-NEGATIVE TO TRUE
001230         MOVE ZERO TO ACCTCTL-BALANCE
001240         GO TO 3000-EXIT
001250     END-IF.
001262     MOVE SPACES TO CONTFREC.
001270     MOVE ACCTCTL-ACCOUNT-KEY TO CONTFREC-KEY.
001280     MOVE ACCTCTL-AMOUNT TO CONTFREC-BALANCE.
001283     SET CONTFREC-STATUS-OPEN TO TRUE.
001286     MOVE EIBDATE TO CONTFREC-STATUS-DATE.
001290     EXEC CICS WRITE FILE('CONTFILE')
001300          RIDFLD(CONTFREC-KEY)
001310          FROM(CONTFREC)
001556*SAME ACCOUNT SEVERAL TIMES (A CONTMQP DRAIN, BOTH LEGS OF A
001557*CONTXFR).  ACCTCTL-BALANCE ALREADY HOLDS THE BALANCE AS IT
001558*STOOD WHEN THE REQUEST ENDED ON EVERY PATH, SO IT IS THE AFTER
001559*IMAGE AS-IS.  BEST EFFORT, THE SAME CONVENTION AS CONTTEST'S
001560*AUDIT TRAIL - A JOURNAL FAILURE NEVER CHANGES THE OUTCOME OF
001561*THE POSTING BEING JOURNALLED.  A REVERSAL CARRIES THE LINK TO
001562*THE ENTRY IT REVERSES, AND A CALLER THAT PASSED THE EXTENSION
001563*GETS THE KEY THE ENTRY WAS FILED UNDER.  THE ENTRY IS MARKED
001564*AS A TRANSFER LEG WHEN THE EXTENSION SAYS SO (SEE CONTXFR),
001565*OTHERWISE AS AN ONLINE POSTING.
001566*****************************************************************
001567 5000-WRITE-JOURNAL.
001568     MOVE SPACES TO PJRNREC.
001569     MOVE ACCTCTL-ACCOUNT-KEY TO PJRNREC-ACCOUNT.
001570     MOVE EIBDATE TO PJRNREC-DATE.
001571     MOVE EIBTIME TO PJRNREC-TIME.
001572     MOVE EIBTASKN TO PJRNREC-SEQUENCE.
001573     MOVE ACCTCTL-AMOUNT TO PJRNREC-AMOUNT.
001574     MOVE WS-BALANCE-BEFORE TO PJRNREC-BALANCE-BEFORE.
001575     MOVE ACCTCTL-BALANCE TO PJRNREC-BALANCE-AFTER.
001576     MOVE ACCTCTL-RETURN-CODE TO PJRNREC-OUTCOME.
001577     IF WS-EXTENDED-COMMAREA
001578        AND ACCTCTL-SOURCE-TRANSFER
001579         SET PJRNREC-SOURCE-TRANSFER TO TRUE
001580     ELSE
001581         SET PJRNREC-SOURCE-ONLINE TO TRUE
001582     END-IF.
001583     IF WS-REVERSAL-OF NOT = SPACES
001584         SET PJRNREC-IS-REVERSAL TO TRUE
001585         MOVE WS-REV-DATE TO PJRNREC-LINK-DATE
001586         MOVE WS-REV-TIME TO PJRNREC-LINK-TIME
001587         MOVE WS-REV-SEQUENCE TO PJRNREC-LINK-SEQUENCE
001588     END-IF.
001589     MOVE ZERO TO WS-JRNL-TRIES.
001590     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT.
001591     PERFORM 5100-WRITE-ONE-ENTRY THRU 5100-EXIT
001592         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
001593            OR WS-JRNL-TRIES > 50.
001594     IF WS-EXTENDED-COMMAREA
001595        AND WS-RESP = DFHRESP(NORMAL)
001596         MOVE PJRNREC-KEY TO ACCTCTL-JOURNAL-KEY
001597     END-IF.
001598     IF WS-RESP = DFHRESP(NORMAL)
001599         MOVE PJRNREC-KEY TO WS-JOURNAL-KEY
001600     END-IF.
001601 5000-EXIT.
001602     EXIT.
001603*****************************************************************
001604*5100-WRITE-ONE-ENTRY - ONE ATTEMPT AT THE JOURNAL WRITE.
001605*DUPREC MEANS AN EARLIER POSTING IN THIS SAME TASK (OR, ON A
001606*RERUN, AN EARLIER TASK AT THE SAME STAMP) ALREADY HOLDS THIS
001608*KEY - THE SEQUENCE STEPS ON AND THE MAINLINE LOOP RETRIES, SO
001610*A COLLIDING ENTRY IS FILED UNDER THE NEXT FREE SLOT INSTEAD OF
001638     END-IF.
001640 5100-EXIT.
001642     EXIT.
001643*****************************************************************
001644*6000-CHECK-WINDOW - IS THE BATCH WINDOW OPEN (SEE BWINREC)?  NO
001645*RECORD, OR A CONTBWIN FILE THAT CANNOT BE READ, MEANS IT IS
001646*CLOSED - THE SAME GUARD-RAIL CONVENTION AS THE LIMITS FILE, SO AN
001647*ABSENT CONTBWIN NEVER STOPS A POSTING.
001648*****************************************************************
001649 6000-CHECK-WINDOW.
001650     MOVE 'N' TO WS-WINDOW-SWITCH.
001651     EXEC CICS READ FILE('CONTBWIN')
001652          RIDFLD(WS-WINDOW-KEY)
001653          INTO(BWINREC)
001654          RESP(WS-RESP)
001655          RESP2(WS-RESP2)
001656     END-EXEC.
001657     IF WS-RESP = DFHRESP(NORMAL)
001658        AND BWINREC-WINDOW-OPEN
001659         SET WS-WINDOW-OPEN TO TRUE
001660     END-IF.
001661 6000-EXIT.
001662     EXIT.
001663*****************************************************************
001664*6100-DEFER-POSTING - THE WINDOW IS OPEN, SO CONTFILE IS NOT
001665*TOUCHED.  AN ORDINARY POSTING IS FILED ON THE CONTPEND STORE (SEE
001666*PENDREC) UNDER ITS ARRIVAL STAMP AND ANSWERED DEFERRED; IT IS
001667*JOURNALLED WHEN CONTRPL REPLAYS IT, NOT NOW.  A TRANSFER LEG, A
001668*REVERSAL OR A REPLAY CANNOT BE DEFERRED ON ITS OWN - ITS CALLER
001669*HOLDS THE REST OF THE REQUEST - SO IT IS ANSWERED BATCH-WINDOW
001670*WITH NOTHING DONE AT ALL.  THE STORE IS KEYED AND RETRIED PAST
001671*DUPREC THE SAME WAY AS THE JOURNAL.  A STORE THAT CANNOT BE
001672*WRITTEN LEAVES THE POSTING UNTAKEN, ANSWERED OTHER.
001673*****************************************************************
001674 6100-DEFER-POSTING.
001675     IF WS-EXTENDED-COMMAREA
001676        AND (ACCTCTL-SOURCE-TRANSFER
001677             OR ACCTCTL-SOURCE-REPLAY
001678             OR WS-REVERSAL-OF NOT = SPACES)
001679         SET ACCTCTL-RC-BATCH-WINDOW TO TRUE
001680         GO TO 6100-EXIT
001681     END-IF.
001682     MOVE SPACES TO PENDREC.
001683     MOVE EIBDATE TO PENDREC-DATE.
001684     MOVE EIBTIME TO PENDREC-TIME.
001685     MOVE EIBTASKN TO PENDREC-SEQUENCE.
001686     SET PENDREC-TYPE-POSTING TO TRUE.
001687     SET PENDREC-PENDING TO TRUE.
001688     MOVE 'CONTACCT' TO PENDREC-FILED-BY.
001689     MOVE ACCTCTL-ACCOUNT-KEY TO PENDREC-ACCOUNT.
001690     MOVE ACCTCTL-AMOUNT TO PENDREC-AMOUNT.
001691     MOVE ZERO TO PENDREC-REPLAY-DATE.
001692     MOVE ZERO TO PENDREC-REPLAY-TIME.
001693     MOVE ZERO TO WS-PEND-TRIES.
001694     PERFORM 6200-WRITE-PENDING THRU 6200-EXIT.
001695     PERFORM 6200-WRITE-PENDING THRU 6200-EXIT
001696         UNTIL WS-RESP NOT = DFHRESP(DUPREC)
001697            OR WS-PEND-TRIES > 50.
001698     IF WS-RESP = DFHRESP(NORMAL)
001699         SET ACCTCTL-RC-DEFERRED TO TRUE
001700     ELSE
001701         SET ACCTCTL-RC-OTHER TO TRUE
001702     END-IF.
001703 6100-EXIT.
001704     EXIT.
001705*****************************************************************
001706*6200-WRITE-PENDING - ONE ATTEMPT AT THE CONTPEND WRITE.  DUPREC
001707*MEANS ANOTHER POSTING FILED AT THE SAME STAMP ALREADY HOLDS THIS
001708*KEY - THE SEQUENCE STEPS ON AND 6100 RETRIES, THE SAME WAY
001709*5100-WRITE-ONE-ENTRY FILES A COLLIDING JOURNAL ENTRY.
001710*****************************************************************
001711 6200-WRITE-PENDING.
001712     EXEC CICS WRITE FILE('CONTPEND')
001713          RIDFLD(PENDREC-KEY)
001714          FROM(PENDREC)
001715          RESP(WS-RESP)
001716          RESP2(WS-RESP2)
001717     END-EXEC.
001718     ADD 1 TO WS-PEND-TRIES.
001719     IF WS-RESP = DFHRESP(DUPREC)
001720         ADD 1 TO PENDREC-SEQUENCE
001721     END-IF.
001722 6200-EXIT.
001723     EXIT.
001724*****************************************************************
001725*7000-RAISE-ALERT - DOES THE POSTING JUST JOURNALLED EARN AN ALERT
001726*(SEE ALRTMSG)?  A REFUSAL FOR GOING NEGATIVE OR OVER A LIMIT
001727*ALWAYS DOES.  A POSTING THAT WAS APPLIED (OR OPENED THE ACCOUNT)
001728*DOES WHEN IT CROSSED ONE OF THE ACCOUNT'S ALERT THRESHOLDS - SEE
001729*7100.  NO OTHER OUTCOME IS ALERTED.
001730*****************************************************************
001731 7000-RAISE-ALERT.
001732     MOVE SPACES TO ALRTMSG.
001733     MOVE ZERO TO ALRTMSG-PERCENT.
001734     MOVE ZERO TO WS-ALERT-THRESHOLD.
001735     EVALUATE TRUE
001736         WHEN ACCTCTL-RC-NEGATIVE
001737             SET ALRTMSG-REFUSED-NEGATIVE TO TRUE
001738         WHEN ACCTCTL-RC-OVER-LIMIT AND WS-MAX-POSTING-HIT
001739             SET ALRTMSG-REFUSED-POSTING TO TRUE
001740             MOVE LIMFREC-MAX-POSTING TO WS-ALERT-THRESHOLD
001741         WHEN ACCTCTL-RC-OVER-LIMIT
001742             SET ALRTMSG-REFUSED-BALANCE TO TRUE
001743             MOVE LIMFREC-MAX-BALANCE TO WS-ALERT-THRESHOLD
001744         WHEN ACCTCTL-RC-NORMAL
001745         WHEN ACCTCTL-RC-CREATED
001746             PERFORM 7100-CHECK-THRESHOLDS THRU 7100-EXIT
001747         WHEN OTHER
001748             CONTINUE
001749     END-EVALUATE.
001750     IF ALRTMSG-TYPE = SPACES
001751         GO TO 7000-EXIT
001752     END-IF.
001753     PERFORM 7200-BUILD-ALERT THRU 7200-EXIT.
001754     PERFORM 7300-PUT-ALERT THRU 7300-EXIT.
001755     PERFORM 7400-COUNT-ALERT THRU 7400-EXIT.
001756 7000-EXIT.
001757     EXIT.
001758*****************************************************************
001759*7100-CHECK-THRESHOLDS - AN ALERT IS RAISED WHEN A THRESHOLD IS
001760*CROSSED, NOT FOR EVERY POSTING THAT LANDS BEYOND IT - THE BALANCE
001761*MUST GO FROM AT OR ABOVE THE FLOOR TO BELOW IT, OR FROM AT OR
001762*BELOW THE ALERT LEVEL TO ABOVE IT.  THE ALERT LEVEL IS THE SET
001763*PERCENTAGE OF THE MAXIMUM BALANCE.  A NEW ACCOUNT STARTS FROM A
001764*BALANCE OF ZERO.  THE THRESHOLDS ARE ONLY NON-ZERO WHEN
001765*2600-READ-LIMITS FOUND A LIMITS RECORD.
001766*****************************************************************
001767 7100-CHECK-THRESHOLDS.
001768     IF WS-ALERT-FLOOR > ZERO
001769        AND WS-BALANCE-BEFORE NOT < WS-ALERT-FLOOR
001770        AND ACCTCTL-BALANCE < WS-ALERT-FLOOR
001771         SET ALRTMSG-LOW-BALANCE TO TRUE
001772         MOVE WS-ALERT-FLOOR TO WS-ALERT-THRESHOLD
001773         GO TO 7100-EXIT
001774     END-IF.
001775     IF WS-ALERT-PERCENT NOT > ZERO
001776         GO TO 7100-EXIT
001777     END-IF.
001778     IF LIMFREC-MAX-BALANCE NOT > ZERO
001779         GO TO 7100-EXIT
001780     END-IF.
001781     COMPUTE WS-ALERT-LEVEL =
001782         LIMFREC-MAX-BALANCE * WS-ALERT-PERCENT / 100.
001783     IF WS-BALANCE-BEFORE NOT > WS-ALERT-LEVEL
001784        AND ACCTCTL-BALANCE > WS-ALERT-LEVEL
001785         SET ALRTMSG-HIGH-BALANCE TO TRUE
001786         MOVE WS-ALERT-LEVEL TO WS-ALERT-THRESHOLD
001787         MOVE WS-ALERT-PERCENT TO ALRTMSG-PERCENT
001788     END-IF.
001789 7100-EXIT.
001790     EXIT.
001791*****************************************************************
001792*7200-BUILD-ALERT - FILL IN THE REST OF THE ALERT MESSAGE, THE
001793*SIGNED AMOUNTS IN THE SAME CHARACTER FORM CONTMQP REPLIES WITH.
001794*****************************************************************
001795 7200-BUILD-ALERT.
001796     MOVE ACCTCTL-ACCOUNT-KEY TO ALRTMSG-ACCOUNT.
001797     MOVE ACCTCTL-RETURN-CODE TO ALRTMSG-RETURN-CODE.
001798     IF ACCTCTL-AMOUNT < ZERO
001799         MOVE '-' TO ALRTMSG-AMOUNT-SIGN
001800         COMPUTE ALRTMSG-AMOUNT = ZERO - ACCTCTL-AMOUNT
001801     ELSE
001802         MOVE '+' TO ALRTMSG-AMOUNT-SIGN
001803         MOVE ACCTCTL-AMOUNT TO ALRTMSG-AMOUNT
001804     END-IF.
001805     IF WS-BALANCE-BEFORE < ZERO
001806         MOVE '-' TO ALRTMSG-BEFORE-SIGN
001807         COMPUTE ALRTMSG-BALANCE-BEFORE = ZERO - WS-BALANCE-BEFORE
001808     ELSE
001809         MOVE '+' TO ALRTMSG-BEFORE-SIGN
001810         MOVE WS-BALANCE-BEFORE TO ALRTMSG-BALANCE-BEFORE
001811     END-IF.
001812     IF ACCTCTL-BALANCE < ZERO
001813         MOVE '-' TO ALRTMSG-AFTER-SIGN
001814         COMPUTE ALRTMSG-BALANCE-AFTER = ZERO - ACCTCTL-BALANCE
001815     ELSE
001816         MOVE '+' TO ALRTMSG-AFTER-SIGN
001817         MOVE ACCTCTL-BALANCE TO ALRTMSG-BALANCE-AFTER
001818     END-IF.
001819     MOVE WS-ALERT-THRESHOLD TO ALRTMSG-THRESHOLD.
001820     MOVE WS-JOURNAL-KEY TO ALRTMSG-JOURNAL-KEY.
001821     MOVE EIBDATE TO ALRTMSG-DATE.
001822     MOVE EIBTIME TO ALRTMSG-TIME.
001823 7200-EXIT.
001824     EXIT.
001825*****************************************************************
001826*7300-PUT-ALERT - PUT THE ALERT WITH ONE MQPUT1 - ONE MESSAGE PER
001827*POSTING DOES NOT WARRANT HOLDING THE QUEUE OPEN, AND NO EXPLICIT
001828*MQCONN IS NEEDED UNDER THE CICS-MQ ADAPTER (SEE CONTMQB).  THE
001829*PUT IS UNDER SYNCPOINT, SO THE ALERT STANDS OR FALLS WITH THE
001830*UNIT OF WORK THAT JOURNALLED THE POSTING - A CALLER THAT BACKS
001831*OUT (A TRANSFER WHOSE OTHER LEG FAILED, A REPLAY THAT WOULD NOT
001832*COMMIT) BACKS OUT ITS ALERT TOO.  A FAILED PUT IS ONLY COUNTED -
001833*THE POSTING HAS ALREADY HAPPENED AND ITS RETURN CODE STANDS.
001834*****************************************************************
001835 7300-PUT-ALERT.
001836     MOVE WS-ALERT-QUEUE TO MQOD-OBJECTNAME.
001837     MOVE SPACES TO MQOD-OBJECTQMGRNAME.
001838     MOVE LOW-VALUES TO MQMD-MSGID.
001839     MOVE LOW-VALUES TO MQMD-CORRELID.
001840     MOVE 'MQSTR   ' TO MQMD-FORMAT.
001841*   MQPMO_SYNCPOINT (2) + MQPMO_NEW_MSG_ID (64)
001842*   + MQPMO_FAIL_IF_QUIESCING (8192) = 8258
001843     MOVE 8258 TO MQPMO-OPTIONS.
001844     MOVE LENGTH OF ALRTMSG TO WS-DATA-LENGTH.
001845     CALL 'MQPUT1' USING WS-HCONN MQOD MQMD MQPMO
001846         WS-DATA-LENGTH ALRTMSG WS-MQCC WS-MQRC.
001847     IF WS-MQCC = ZERO
001848         MOVE '00' TO WS-ALERT-RC
001849     ELSE
001850         MOVE '20' TO WS-ALERT-RC
001851     END-IF.
001852 7300-EXIT.
001853     EXIT.
001854*****************************************************************
001855*7400-COUNT-ALERT - REPORT THE ALERT TO CONTSTAT AS OPERATION A,
001856*RETURN CODE 00 WHEN IT WAS PUT AND 20 WHEN THE PUT FAILED, SO A
001857*LOST ALERT SHOWS IN THE REGION'S COUNTERS.  BEST EFFORT, AS IN
001858*CONTMQB - THE LINK'S OWN RESULT IS IGNORED.
001859*****************************************************************
001860 7400-COUNT-ALERT.
001861     SET STATCTL-REQ-UPDATE TO TRUE.
001862     MOVE 'CONTACCT' TO STATCTL-PROGRAM.
001863     MOVE 'A' TO STATCTL-OPERATION.
001864     MOVE WS-ALERT-RC TO STATCTL-OP-RETURN-CODE.
001865     EXEC CICS LINK PROGRAM('CONTSTAT')
001866          COMMAREA(STATCTL)
001867          LENGTH(LENGTH OF STATCTL)
001868          RESP(WS-RESP)
001869          RESP2(WS-RESP2)
001870     END-EXEC.
001871 7400-EXIT.
001872     EXIT.
001873 9999-EXIT.
001874     EXEC CICS RETURN END-EXEC.
