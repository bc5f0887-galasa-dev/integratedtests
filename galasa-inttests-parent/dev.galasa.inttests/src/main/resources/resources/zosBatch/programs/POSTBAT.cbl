000260*                  NET MOVEMENT IS PRINTED.  CONDITION CODES
000270*                  FOLLOW CONTBAT - 0 CLEAN, 4 COMPLETED WITH
000280*                  REJECTS, 8 CONTROL TOTALS OUT OF BALANCE OR
000288*                  TRAILER MISSING, 16 FILE OPEN ERROR.
000289* 15/10/2026 RM    ACCOUNT STATUS - A DEBIT TO A FROZEN ACCOUNT
000290*                  IS REJECTED WITH REASON 10 AND ANY POSTING TO
000291*                  A CLOSED ACCOUNT WITH REASON 11, JOURNALLED
000292*                  UNDER CONTACCT'S FROZEN AND CLOSED OUTCOME
000293*                  CODES.  A FROZEN ACCOUNT STILL TAKES CREDITS.
000294* 15/10/2026 RM    FUNDS HOLDS - A DEBIT THAT WOULD TAKE THE
000295*                  BALANCE BELOW THE ACTIVE HOLDS ON CONTHOLD IS
000296*                  REJECTED WITH REASON 12, JOURNALLED UNDER
000297*                  CONTACCT'S HELD OUTCOME CODE.
000298* 15/10/2026 RM    JOURNAL ENTRIES ARE NOW STAMPED WITH THE
000299*                  POSTBAT SOURCE (SEE PJRNREC-SOURCE).
000300*****************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PJRNREC-KEY
000480         FILE STATUS IS WS-JRNL-STATUS.
000481     SELECT HOLD-FILE         ASSIGN TO CONTHOLD
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS HOLDREC-KEY
000485         FILE STATUS IS WS-HOLD-STATUS.
000490     SELECT POSTING-FILE      ASSIGN TO POSTIN
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT REJECT-FILE       ASSIGN TO POSTREJ
000600     COPY LIMFREC.
000610 FD  JOURNAL-FILE.
000620     COPY PJRNREC.
000623 FD  HOLD-FILE.
000626     COPY HOLDREC.
000630 FD  POSTING-FILE
000640     RECORDING MODE IS F.
000650 01  POSTING-RECORD.
000880         88  POSTREJ-REASON-OVER-LIMIT   VALUE '07'.
000890         88  POSTREJ-REASON-BAD-TRAILER  VALUE '08'.
000900         88  POSTREJ-REASON-IO-ERROR     VALUE '09'.
000903         88  POSTREJ-REASON-FROZEN       VALUE '10'.
000906         88  POSTREJ-REASON-CLOSED       VALUE '11'.
000908         88  POSTREJ-REASON-HELD         VALUE '12'.
000910     05  FILLER                    PIC X(02).
000920     05  POSTREJ-INPUT-RECORD      PIC X(80).
000930 FD  REPORT-FILE
000990 77  WS-VSAM-STATUS            PIC X(02) VALUE SPACES.
001000 77  WS-LIMS-STATUS            PIC X(02) VALUE SPACES.
001010 77  WS-JRNL-STATUS            PIC X(02) VALUE SPACES.
001015 77  WS-HOLD-STATUS            PIC X(02) VALUE SPACES.
001020 77  WS-VSAM-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001030     88  WS-VSAM-OPEN              VALUE 'Y'.
001040 77  WS-LIMS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001050     88  WS-LIMS-OPEN              VALUE 'Y'.
001060 77  WS-JRNL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001070     88  WS-JRNL-OPEN              VALUE 'Y'.
001072 77  WS-HOLD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
001074     88  WS-HOLD-OPEN              VALUE 'Y'.
001076 77  WS-HOLDS-DONE-SWITCH      PIC X(01) VALUE 'N'.
001078     88  WS-HOLDS-DONE             VALUE 'Y'.
001080 77  WS-TRAILER-SWITCH         PIC X(01) VALUE 'N'.
001090     88  WS-TRAILER-SEEN           VALUE 'Y'.
001100 77  WS-LIMITS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
001360* DECIMAL-ALIGNED ADD INTO AN INTEGER TOTAL WOULD FLOOR THE
001370* CENTS OFF EVERY RECORD), TRUNCATED TO 17 DIGITS - THE USUAL
001380* OVERFLOW-AND-DROP HASH CONVENTION, MATCHED BY WHATEVER BUILT
001382* THE TRAILER.  IT COVERS ACCOUNT-LEVEL REJECTS (04-07, 09-12)
001384* THE SAME AS APPLIED POSTINGS, BUT A FORMAT-BAD RECORD
001386* (REASONS 01-03) NEITHER HASHES NOR COUNTS INTO THE POSTINGS
001388* READ - SO A FILE WITH FORMAT REJECTS ALSO GOES OUT OF
001430 01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3.
001440 01  WS-NEW-BALANCE            PIC S9(13)V99 COMP-3.
001450 01  WS-BALANCE-BEFORE         PIC S9(13)V99 COMP-3.
001455 01  WS-TOTAL-HELD             PIC S9(15)V99 COMP-3.
001460 77  WS-DEFAULT-LIMIT-KEY      PIC X(08) VALUE '*DEFAULT'.
001470*****************************************************************
001480* THE JOURNAL KEY STAMP - THE RUN'S DATE AND TIME IN THE SAME
002430         DISPLAY 'POSTBAT - CONTLIMS NOT AVAILABLE (STATUS '
002440             WS-LIMS-STATUS ') - NO LIMITS ENFORCED'
002450     END-IF.
002451     OPEN INPUT HOLD-FILE.
002452     IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '97'
002453         SET WS-HOLD-OPEN TO TRUE
002454     ELSE
002455         DISPLAY 'POSTBAT - CONTHOLD NOT AVAILABLE (STATUS '
002456             WS-HOLD-STATUS ') - NO HOLDS ENFORCED'
002457     END-IF.
002460     OPEN I-O JOURNAL-FILE.
002470     IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '97'
002480         SET WS-JRNL-OPEN TO TRUE
003280* REFUSALS - THE RECORD MUST EXIST (BATCH NEVER OPENS AN
003290* ACCOUNT), ITS BALANCE MUST BE VALID PACKED DECIMAL, THE
003300* RESULT MAY NOT GO NEGATIVE AND THE CONTLIMS LIMITS APPLY.
003303* A CLOSED ACCOUNT TAKES NO POSTING AND A FROZEN ONE NO DEBIT,
003306* TESTED BEFORE ANY ARITHMETIC AS CONTACCT DOES.
003308* A DEBIT MAY NOT TAKE THE BALANCE BELOW THE FUNDS HELD ON IT.
003310* EVERY OUTCOME AGAINST AN EXISTING ACCOUNT IS JOURNALLED WITH
003320* THE MATCHING ACCTCTL OUTCOME CODE, REFUSALS WITH BEFORE =
003330* AFTER, SO THE ACCTSTMT STATEMENT STAYS COMPLETE.
003590         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
003600         GO TO 3000-EXIT
003610     END-IF.
003611     MOVE CONTFREC-BALANCE TO WS-BALANCE-BEFORE.
003612     IF CONTFREC-STATUS-CLOSED
003613         MOVE '11' TO WS-REJECT-REASON
003614         MOVE '13' TO WS-JRNL-OUTCOME
003615     END-IF.
003616     IF CONTFREC-STATUS-FROZEN AND WS-AMOUNT < ZERO
003617         MOVE '10' TO WS-REJECT-REASON
003618         MOVE '12' TO WS-JRNL-OUTCOME
003619     END-IF.
003620     IF WS-REJECT-REASON NOT = SPACES
003621         MOVE WS-BALANCE-BEFORE TO WS-NEW-BALANCE
003622         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
003623         GO TO 3000-EXIT
003624     END-IF.
003630     COMPUTE WS-NEW-BALANCE = CONTFREC-BALANCE + WS-AMOUNT.
003640     IF WS-NEW-BALANCE < ZERO
003650         MOVE '06' TO WS-REJECT-REASON
003720     IF WS-REJECT-REASON NOT = SPACES
003730         MOVE WS-BALANCE-BEFORE TO WS-NEW-BALANCE
003740         MOVE '11' TO WS-JRNL-OUTCOME
003741         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
003742         GO TO 3000-EXIT
003743     END-IF.
003744     PERFORM 3400-CHECK-HOLDS THRU 3400-EXIT.
003745     IF WS-REJECT-REASON NOT = SPACES
003746         MOVE WS-BALANCE-BEFORE TO WS-NEW-BALANCE
003747         MOVE '14' TO WS-JRNL-OUTCOME
003750         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
003760         GO TO 3000-EXIT
003770     END-IF.
004310     END-IF.
004320     IF LIMFREC-MAX-BALANCE > ZERO
004330        AND WS-NEW-BALANCE > LIMFREC-MAX-BALANCE
004331         MOVE '07' TO WS-REJECT-REASON
004332     END-IF.
004333 3300-EXIT.
004334     EXIT.
004335*****************************************************************
004336* 3400-CHECK-HOLDS - THE HOLDS TEST CONTACCT MAKES ONLINE THROUGH
004337* CONTHLD - A DEBIT MAY NOT TAKE THE RESULT IN WS-NEW-BALANCE
004338* BELOW THE TOTAL OF THE ACCOUNT'S ACTIVE HOLDS WHOSE EXPIRY DATE
004339* IS ZERO OR NOT BEFORE TODAY.  THE ACCOUNT'S HOLDS ARE READ FROM
004340* ITS FIRST KEY UNTIL THE ACCOUNT CHANGES.  A CREDIT IS NEVER
004341* REFUSED FOR HOLDS, AND AN UNOPENABLE CONTHOLD ENFORCES NOTHING.
004342*****************************************************************
004343 3400-CHECK-HOLDS.
004344     IF NOT WS-HOLD-OPEN
004345        OR WS-AMOUNT NOT < ZERO
004346         GO TO 3400-EXIT
004347     END-IF.
004348     MOVE ZERO TO WS-TOTAL-HELD.
004349     MOVE 'N' TO WS-HOLDS-DONE-SWITCH.
004350     MOVE POSTIN-ACCOUNT TO HOLDREC-ACCOUNT.
004351     MOVE LOW-VALUES TO HOLDREC-HOLD-ID.
004352     START HOLD-FILE KEY IS NOT < HOLDREC-KEY
004353         INVALID KEY
004354             SET WS-HOLDS-DONE TO TRUE
004355     END-START.
004356     PERFORM 3450-ADD-NEXT-HOLD THRU 3450-EXIT
004357         UNTIL WS-HOLDS-DONE.
004358     IF WS-NEW-BALANCE < WS-TOTAL-HELD
004359         MOVE '12' TO WS-REJECT-REASON
004360     END-IF.
004361 3400-EXIT.
004362     EXIT.
004363 3450-ADD-NEXT-HOLD.
004364     READ HOLD-FILE NEXT RECORD
004365         AT END
004366             SET WS-HOLDS-DONE TO TRUE
004367     END-READ.
004368     IF WS-HOLDS-DONE
004369        OR WS-HOLD-STATUS NOT = '00'
004370        OR HOLDREC-ACCOUNT NOT = POSTIN-ACCOUNT
004371         SET WS-HOLDS-DONE TO TRUE
004372         GO TO 3450-EXIT
004373     END-IF.
004374     IF HOLDREC-ACTIVE
004375        AND HOLDREC-AMOUNT NUMERIC
004376        AND HOLDREC-EXPIRY-DATE NUMERIC
004377         IF HOLDREC-EXPIRY-DATE = ZERO
004378            OR HOLDREC-EXPIRY-DATE NOT < WS-RUN-DATE
004379             ADD HOLDREC-AMOUNT TO WS-TOTAL-HELD
004380         END-IF
004381     END-IF.
004382 3450-EXIT.
004383     EXIT.
004384*****************************************************************
004390* 3600-WRITE-JOURNAL - JOURNAL THE POSTING JUST APPLIED (OR
004400* REFUSED AGAINST AN EXISTING ACCOUNT) TO POSTJRNL, KEYED
004410* ACCOUNT/DATE/TIME/SEQUENCE WITH THE RUN STAMP AND THE NEXT
004580     MOVE WS-BALANCE-BEFORE TO PJRNREC-BALANCE-BEFORE.
004590     MOVE WS-NEW-BALANCE TO PJRNREC-BALANCE-AFTER.
004600     MOVE WS-JRNL-OUTCOME TO PJRNREC-OUTCOME.
004605     SET PJRNREC-SOURCE-POSTBAT TO TRUE.
004610     WRITE PJRNREC
004620         INVALID KEY
004630             ADD 1 TO WS-JRNL-SKIPPED
005380     END-IF.
005390     IF WS-LIMS-OPEN
005400         CLOSE LIMITS-FILE
005402     END-IF.
005404     IF WS-HOLD-OPEN
005406         CLOSE HOLD-FILE
005410     END-IF.
005420     IF WS-JRNL-OPEN
005430         CLOSE JOURNAL-FILE
