000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SORDBAT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - NIGHTLY STANDING-ORDER RUN.
000120*                  EXECUTES EVERY ACTIVE CONTSORD ORDER THAT HAS
000130*                  FALLEN DUE AS AN ACCOUNT-TO-ACCOUNT TRANSFER
000140*                  UNDER CONTXFR'S RULES - BOTH ACCOUNTS MUST
000150*                  EXIST (A TRANSFER NEVER OPENS ONE), EACH LEG
000160*                  MAKES CONTACCT'S REFUSALS (BALANCE NOT PACKED,
000170*                  FROZEN OR CLOSED, WOULD GO NEGATIVE, OVER THE
000180*                  CONTLIMS LIMITS, BELOW THE FUNDS HELD ON
000190*                  CONTHOLD) AND A REFUSED CREDIT LEG LEAVES THE
000200*                  DEBIT LEG UNAPPLIED.  BOTH LEGS ARE JOURNALLED
000210*                  TO POSTJRNL WITH THE TRANSFER SOURCE.  EVERY
000220*                  ORDER RUN HAS ITS NEXT-DUE DATE ADVANCED; A
000230*                  FAILED ORDER IS LISTED ON THE EXCEPTIONS REPORT
000240*                  WITH ITS REASON AND IS SUSPENDED ON ITS THIRD
000250*                  FAILED RUN IN A ROW.  CC 0 CLEAN, 4 EXCEPTIONS,
000260*                  8 AN UPDATE FAILED PART-WAY, 16 FILE OPEN
000270*                  ERROR.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ORDER-FILE        ASSIGN TO CONTSORD
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS SORDREC-KEY
000360         FILE STATUS IS WS-SORD-STATUS.
000370     SELECT VSAM-FILE         ASSIGN TO CONTFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CONTFREC-KEY
000410         FILE STATUS IS WS-VSAM-STATUS.
000420     SELECT LIMITS-FILE       ASSIGN TO CONTLIMS
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS LIMFREC-ACCOUNT
000460         FILE STATUS IS WS-LIMS-STATUS.
000470     SELECT JOURNAL-FILE      ASSIGN TO POSTJRNL
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS PJRNREC-KEY
000510         FILE STATUS IS WS-JRNL-STATUS.
000520     SELECT HOLD-FILE         ASSIGN TO CONTHOLD
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS HOLDREC-KEY
000560         FILE STATUS IS WS-HOLD-STATUS.
000570     SELECT REPORT-FILE       ASSIGN TO SORDRPT
000580         ORGANIZATION IS SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ORDER-FILE.
000620     COPY SORDREC.
000630 FD  VSAM-FILE.
000640     COPY CONTFREC.
000650 FD  LIMITS-FILE.
000660     COPY LIMFREC.
000670 FD  JOURNAL-FILE.
000680     COPY PJRNREC.
000690 FD  HOLD-FILE.
000700     COPY HOLDREC.
000710 FD  REPORT-FILE
000720     RECORDING MODE IS F.
000730 01  REPORT-RECORD                 PIC X(132).
000740 WORKING-STORAGE SECTION.
000750 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000760     88  WS-EOF                    VALUE 'Y'.
000770 77  WS-SORD-STATUS            PIC X(02) VALUE SPACES.
000780 77  WS-VSAM-STATUS            PIC X(02) VALUE SPACES.
000790 77  WS-LIMS-STATUS            PIC X(02) VALUE SPACES.
000800 77  WS-JRNL-STATUS            PIC X(02) VALUE SPACES.
000810 77  WS-HOLD-STATUS            PIC X(02) VALUE SPACES.
000820 77  WS-SORD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000830     88  WS-SORD-OPEN              VALUE 'Y'.
000840 77  WS-VSAM-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000850     88  WS-VSAM-OPEN              VALUE 'Y'.
000860 77  WS-LIMS-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000870     88  WS-LIMS-OPEN              VALUE 'Y'.
000880 77  WS-JRNL-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000890     88  WS-JRNL-OPEN              VALUE 'Y'.
000900 77  WS-LIMITS-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000910     88  WS-LIMITS-FOUND           VALUE 'Y'.
000920 77  WS-OVER-LIMIT-SWITCH      PIC X(01) VALUE 'N'.
000930     88  WS-OVER-LIMIT             VALUE 'Y'.
000940 77  WS-HOLD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000950     88  WS-HOLD-OPEN              VALUE 'Y'.
000960 77  WS-HOLDS-DONE-SWITCH      PIC X(01) VALUE 'N'.
000970     88  WS-HOLDS-DONE             VALUE 'Y'.
000980 77  WS-FUNDS-HELD-SWITCH      PIC X(01) VALUE 'N'.
000990     88  WS-FUNDS-HELD             VALUE 'Y'.
001000*****************************************************************
001010* WS-REASON IS THE EXCEPTION REASON FOR THE ORDER IN HAND AND
001020* SPACES MEANS "PAID".  THE CODES ARE PRINTED WITH THEIR TEXT ON
001030* THE EXCEPTIONS REPORT AND KEPT ON SORDREC-LAST-REASON -
001040*   01 DEBIT ACCOUNT NOT ON FILE    07 DEBIT ACCOUNT FROZEN
001050*   02 CREDIT ACCOUNT NOT ON FILE   08 DEBIT ACCOUNT CLOSED
001060*   03 BALANCE NOT PACKED DECIMAL   09 CREDIT ACCOUNT CLOSED
001070*   04 INSUFFICIENT FUNDS           10 REWRITE FAILED
001080*   05 DEBIT OVER CONTLIMS LIMIT    11 ORDER RECORD INVALID
001090*   06 CREDIT OVER CONTLIMS LIMIT   12 DEBIT FUNDS HELD
001100* WS-JRNL-OUTCOME CARRIES THE MATCHING ACCTCTL RETURN-CODE VALUE
001110* FOR THE LEG'S POSTJRNL ENTRY, THE SAME AS POSTBAT.
001120*****************************************************************
001130 77  WS-REASON                 PIC X(02) VALUE SPACES.
001140 77  WS-JRNL-OUTCOME           PIC X(02) VALUE SPACES.
001150 77  WS-ORDERS-READ            PIC 9(08) COMP VALUE 0.
001160 77  WS-ORDERS-DUE             PIC 9(08) COMP VALUE 0.
001170 77  WS-ORDERS-PAID            PIC 9(08) COMP VALUE 0.
001180 77  WS-ORDERS-FAILED          PIC 9(08) COMP VALUE 0.
001190 77  WS-ORDERS-SUSPENDED       PIC 9(08) COMP VALUE 0.
001200 77  WS-ORDERS-ENDED           PIC 9(08) COMP VALUE 0.
001210 77  WS-SEVERE-ERRORS          PIC 9(08) COMP VALUE 0.
001220 77  WS-JRNL-SKIPPED           PIC 9(08) COMP VALUE 0.
001230 77  WS-DEFAULT-LIMIT-KEY      PIC X(08) VALUE '*DEFAULT'.
001240*****************************************************************
001250* THE TWO LEGS - EACH ACCOUNT'S RECORD IS READ AND CHECKED, AND
001260* ITS IMAGE KEPT, BEFORE EITHER IS REWRITTEN.  THE DEBIT IMAGE IS
001270* ALSO WHAT PUTS THE DEBIT BACK IF THE CREDIT REWRITE FAILS.
001280*****************************************************************
001290 01  WS-DEBIT-IMAGE            PIC X(72).
001300 01  WS-CREDIT-IMAGE           PIC X(72).
001310 01  WS-DEBIT-BEFORE           PIC S9(13)V99 COMP-3.
001320 01  WS-DEBIT-AFTER            PIC S9(13)V99 COMP-3.
001330 01  WS-CREDIT-BEFORE          PIC S9(13)V99 COMP-3.
001340 01  WS-CREDIT-AFTER           PIC S9(13)V99 COMP-3.
001350 01  WS-LEG-ACCOUNT            PIC X(08).
001360 01  WS-LEG-AMOUNT             PIC S9(13)V99 COMP-3.
001370 01  WS-LEG-BEFORE             PIC S9(13)V99 COMP-3.
001380 01  WS-LEG-AFTER              PIC S9(13)V99 COMP-3.
001390 01  WS-ABS-AMOUNT             PIC S9(13)V99 COMP-3.
001400 01  WS-TOTAL-HELD             PIC S9(15)V99 COMP-3.
001410*****************************************************************
001420* THE RUN DATE - WS-RUN-DATE IS TODAY AS YYYYMMDD, THE SHAPE OF
001430* THE SORDREC DATES, AND AN ORDER IS DUE WHEN ITS NEXT-DUE DATE
001440* IS ON OR BEFORE IT.  THE JOURNAL KEY STAMP IS THE RUN'S DATE AND
001450* TIME IN THE 0CYYDDD/0HHMMSS SHAPE EIBDATE/EIBTIME GIVE THE
001460* ONLINE PATH, WITH A SEQUENCE NUMBER STEPPED ONCE PER ENTRY, THE
001470* SAME AS POSTBAT.
001480*****************************************************************
001490 01  WS-RUN-DATE               PIC 9(08).
001500 01  WS-DATE-YYYYDDD           PIC 9(07).
001510 01  WS-JRNL-DATE              PIC 9(07).
001520 01  WS-TIME-RAW.
001530     05  WS-TIME-HHMMSS        PIC 9(06).
001540     05  FILLER                PIC 9(02).
001550 01  WS-JRNL-TIME              PIC 9(07).
001560 01  WS-POSTING-SEQ            PIC 9(07) VALUE ZERO.
001570*****************************************************************
001580* NEXT-DUE DATE ARITHMETIC.  WS-CAL-DATE IS THE DATE BEING
001590* ADVANCED; THE MONTH-LENGTH TABLE IS FOR A COMMON YEAR AND
001600* 5400-SET-MONTH-DAYS ADDS THE LEAP DAY TO FEBRUARY.
001610*****************************************************************
001620 01  WS-CAL-DATE.
001630     05  WS-CAL-YEAR           PIC 9(04).
001640     05  WS-CAL-MONTH          PIC 9(02).
001650     05  WS-CAL-DAY            PIC 9(02).
001660 01  WS-CAL-DATE-NUM REDEFINES WS-CAL-DATE
001670                               PIC 9(08).
001680 01  WS-ADD-DAYS               PIC 9(02).
001690 01  WS-MONTH-DAYS             PIC 9(02).
001700 01  WS-LEAP-QUOTIENT          PIC 9(04).
001710 01  WS-LEAP-REM-4             PIC 9(04).
001720 01  WS-LEAP-REM-100           PIC 9(04).
001730 01  WS-LEAP-REM-400           PIC 9(04).
001740 01  WS-MONTH-TABLE-VALUES.
001750     05  FILLER                PIC X(24)
001760         VALUE '312831303130313130313031'.
001770 01  WS-MONTH-TABLE REDEFINES WS-MONTH-TABLE-VALUES.
001780     05  WS-MONTH-LENGTH       PIC 9(02) OCCURS 12 TIMES.
001790 01  WS-COUNT-DISPLAY          PIC Z(07)9.
001800 01  WS-HEADING-LINE.
001810     05  FILLER                PIC X(47)
001820         VALUE 'SORDBAT - STANDING ORDER EXCEPTIONS - RUN DATE '.
001830     05  WS-HEAD-RUN-DATE      PIC 9(08).
001840     05  FILLER                PIC X(77) VALUE SPACES.
001850 01  WS-COLUMN-LINE.
001860     05  FILLER                PIC X(27)
001870         VALUE 'DEBIT    ORDER    CREDIT   '.
001880     05  FILLER                PIC X(20)
001890         VALUE '             AMOUNT '.
001900     05  FILLER                PIC X(13) VALUE 'DUE       RC '.
001910     05  FILLER                PIC X(32) VALUE 'REASON'.
001920     05  FILLER                PIC X(40) VALUE 'FAILS  NOTE'.
001930 01  WS-DETAIL-LINE.
001940     05  WS-DET-DEBIT          PIC X(08).
001950     05  FILLER                PIC X(01) VALUE SPACES.
001960     05  WS-DET-ORDER          PIC X(08).
001970     05  FILLER                PIC X(01) VALUE SPACES.
001980     05  WS-DET-CREDIT         PIC X(08).
001990     05  FILLER                PIC X(01) VALUE SPACES.
002000     05  WS-DET-AMOUNT         PIC -(15)9.99.
002010     05  FILLER                PIC X(01) VALUE SPACES.
002020     05  WS-DET-DUE            PIC 9(08).
002030     05  FILLER                PIC X(02) VALUE SPACES.
002040     05  WS-DET-REASON         PIC X(02).
002050     05  FILLER                PIC X(01) VALUE SPACES.
002060     05  WS-DET-REASON-TEXT    PIC X(30).
002070     05  FILLER                PIC X(04) VALUE SPACES.
002080     05  WS-DET-FAILS          PIC 9(01).
002090     05  FILLER                PIC X(04) VALUE SPACES.
002100     05  WS-DET-NOTE           PIC X(20).
002110     05  FILLER                PIC X(13) VALUE SPACES.
002120 01  WS-NOTE-LINE.
002130     05  WS-NOTE-TEXT          PIC X(60).
002140     05  FILLER                PIC X(72) VALUE SPACES.
002150 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
002160*****************************************************************
002170* 0000-MAINLINE
002180*****************************************************************
002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002230         UNTIL WS-EOF.
002240     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002250     STOP RUN.
002260*****************************************************************
002270* 1000-INITIALIZE - STAMP THE RUN, OPEN THE FILES, HEAD THE
002280* REPORT AND PRIME THE READ.  CONTSORD OPENS I-O SO EACH ORDER
002290* CAN BE REWRITTEN AS IT IS READ; STATUS 35 (NEVER LOADED) MEANS
002300* THERE IS NOTHING TO RUN AND THE JOB ENDS CLEAN.  CONTFILE
002310* STATUS 35 LEAVES IT MARKED NOT OPEN, SO EVERY ORDER DUE FAILS
002320* AS ACCOUNT NOT ON FILE RATHER THAN ABENDING, THE SAME
002330* TOLERANCE POSTBAT SHOWS.  CONTLIMS AND POSTJRNL ARE GUARD RAIL
002340* AND JOURNAL - EITHER ONE UNOPENABLE IS NOTED ON SYSOUT AND THE
002350* RUN CARRIES ON WITHOUT IT.  ANY OTHER CONTSORD OR CONTFILE
002360* OPEN FAILURE ENDS CC 16.
002370*****************************************************************
002380 1000-INITIALIZE.
002390     PERFORM 1100-SET-RUN-STAMP THRU 1100-EXIT.
002400     OPEN OUTPUT REPORT-FILE.
002410     MOVE WS-RUN-DATE TO WS-HEAD-RUN-DATE.
002420     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
002430     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
002440     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
002450     OPEN I-O ORDER-FILE.
002460     EVALUATE TRUE
002470         WHEN WS-SORD-STATUS = '00' OR WS-SORD-STATUS = '97'
002480             SET WS-SORD-OPEN TO TRUE
002490         WHEN WS-SORD-STATUS = '35'
002500             DISPLAY 'SORDBAT - CONTSORD HAS NEVER BEEN LOADED'
002510                 ' - NO ORDERS TO RUN'
002520             SET WS-EOF TO TRUE
002530         WHEN OTHER
002540             DISPLAY 'SORDBAT - OPEN OF CONTSORD FAILED -'
002550                 ' FILE STATUS ' WS-SORD-STATUS
002560             CLOSE REPORT-FILE
002570             MOVE 16 TO RETURN-CODE
002580             STOP RUN
002590     END-EVALUATE.
002600     OPEN I-O VSAM-FILE.
002610     EVALUATE TRUE
002620         WHEN WS-VSAM-STATUS = '00' OR WS-VSAM-STATUS = '97'
002630             SET WS-VSAM-OPEN TO TRUE
002640         WHEN WS-VSAM-STATUS = '35'
002650             DISPLAY 'SORDBAT - CONTFILE HAS NEVER BEEN LOADED'
002660                 ' - EVERY ORDER DUE WILL FAIL'
002670         WHEN OTHER
002680             DISPLAY 'SORDBAT - OPEN OF CONTFILE FAILED -'
002690                 ' FILE STATUS ' WS-VSAM-STATUS
002700             IF WS-SORD-OPEN
002710                 CLOSE ORDER-FILE
002720             END-IF
002730             CLOSE REPORT-FILE
002740             MOVE 16 TO RETURN-CODE
002750             STOP RUN
002760     END-EVALUATE.
002770     OPEN INPUT LIMITS-FILE.
002780     IF WS-LIMS-STATUS = '00' OR WS-LIMS-STATUS = '97'
002790         SET WS-LIMS-OPEN TO TRUE
002800     ELSE
002810         DISPLAY 'SORDBAT - CONTLIMS NOT AVAILABLE (STATUS '
002820             WS-LIMS-STATUS ') - NO LIMITS ENFORCED'
002830     END-IF.
002840     OPEN I-O JOURNAL-FILE.
002850     IF WS-JRNL-STATUS = '00' OR WS-JRNL-STATUS = '97'
002860         SET WS-JRNL-OPEN TO TRUE
002870     ELSE
002880         DISPLAY 'SORDBAT - POSTJRNL NOT AVAILABLE (STATUS '
002890             WS-JRNL-STATUS ') - TRANSFERS NOT JOURNALLED'
002900     END-IF.
002910     OPEN INPUT HOLD-FILE.
002920     IF WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '97'
002930         SET WS-HOLD-OPEN TO TRUE
002940     ELSE
002950         DISPLAY 'SORDBAT - CONTHOLD NOT AVAILABLE (STATUS '
002960             WS-HOLD-STATUS ') - NO HOLDS ENFORCED'
002970     END-IF.
002980     IF WS-SORD-OPEN
002990         PERFORM 9000-READ-ORDER THRU 9000-EXIT
003000     END-IF.
003010 1000-EXIT.
003020     EXIT.
003030*****************************************************************
003040* 1100-SET-RUN-STAMP - TODAY AS YYYYMMDD FOR THE DUE-DATE TESTS,
003050* AND THE JOURNAL KEY STAMP REBASED FROM YYYYDDD TO THE 0CYYDDD
003060* SHAPE, SO ONLINE AND BATCH POSTINGS COLLATE TOGETHER ON THE
003070* FILE.
003080*****************************************************************
003090 1100-SET-RUN-STAMP.
003100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003110     ACCEPT WS-DATE-YYYYDDD FROM DAY YYYYDDD.
003120     COMPUTE WS-JRNL-DATE = WS-DATE-YYYYDDD - 1900000.
003130     ACCEPT WS-TIME-RAW FROM TIME.
003140     MOVE WS-TIME-HHMMSS TO WS-JRNL-TIME.
003150 1100-EXIT.
003160     EXIT.
003170*****************************************************************
003180* 2000-PROCESS-ORDER - RUN THE ORDER JUST READ IF IT IS ACTIVE
003190* AND DUE.  A PAID ORDER HAS ITS FAILURE COUNT CLEARED; A FAILED
003200* ONE IS LISTED ON THE EXCEPTIONS REPORT, HAS ITS COUNT STEPPED
003210* AND IS SUSPENDED ON THE THIRD FAILURE IN A ROW.  EITHER WAY THE
003220* NEXT-DUE DATE IS ADVANCED PAST TODAY - AN ORDER MISSED BY A RUN
003230* THAT DID NOT HAPPEN IS PAID ONCE, NOT ONCE PER MISSED DATE -
003240* AND AN ORDER WHOSE NEXT-DUE DATE PASSES ITS END DATE IS MARKED
003250* ENDED.  AN INVALID ORDER KEEPS ITS DATE; IT FAILS EACH RUN
003260* UNTIL IT IS SUSPENDED.
003270*****************************************************************
003280 2000-PROCESS-ORDER.
003290     IF NOT SORDREC-ACTIVE
003300         GO TO 2000-NEXT
003310     END-IF.
003320     IF SORDREC-NEXT-DUE NUMERIC
003330        AND SORDREC-NEXT-DUE > WS-RUN-DATE
003340         GO TO 2000-NEXT
003350     END-IF.
003360     IF SORDREC-END-DATE NUMERIC
003370        AND SORDREC-END-DATE NOT = ZERO
003380        AND SORDREC-NEXT-DUE NUMERIC
003390        AND SORDREC-NEXT-DUE > SORDREC-END-DATE
003400         SET SORDREC-ENDED TO TRUE
003410         ADD 1 TO WS-ORDERS-ENDED
003420         PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT
003430         GO TO 2000-NEXT
003440     END-IF.
003450     ADD 1 TO WS-ORDERS-DUE.
003460     MOVE SPACES TO WS-REASON.
003470     PERFORM 2500-VALIDATE-ORDER THRU 2500-EXIT.
003480     IF WS-REASON = SPACES
003490         PERFORM 3000-EXECUTE-ORDER THRU 3000-EXIT
003500     END-IF.
003510     IF WS-REASON = SPACES
003520         ADD 1 TO WS-ORDERS-PAID
003530         MOVE ZERO TO SORDREC-FAIL-COUNT
003540     ELSE
003550         ADD 1 TO WS-ORDERS-FAILED
003560         IF SORDREC-FAIL-COUNT NUMERIC
003570            AND SORDREC-FAIL-COUNT < 9
003580             ADD 1 TO SORDREC-FAIL-COUNT
003590         ELSE
003600             MOVE 1 TO SORDREC-FAIL-COUNT
003610         END-IF
003620         IF SORDREC-FAIL-COUNT NOT < 3
003630             SET SORDREC-SUSPENDED TO TRUE
003640             ADD 1 TO WS-ORDERS-SUSPENDED
003650         END-IF
003660         PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
003670     END-IF.
003680     MOVE WS-RUN-DATE TO SORDREC-LAST-RUN-DATE.
003690     MOVE WS-REASON TO SORDREC-LAST-REASON.
003700     IF WS-REASON NOT = '11'
003710         PERFORM 5000-ADVANCE-DUE-DATE THRU 5000-EXIT
003720             UNTIL SORDREC-NEXT-DUE > WS-RUN-DATE
003730         IF SORDREC-ACTIVE
003740            AND SORDREC-END-DATE NOT = ZERO
003750            AND SORDREC-NEXT-DUE > SORDREC-END-DATE
003760             SET SORDREC-ENDED TO TRUE
003770             ADD 1 TO WS-ORDERS-ENDED
003780         END-IF
003790     END-IF.
003800     PERFORM 2800-REWRITE-ORDER THRU 2800-EXIT.
003810 2000-NEXT.
003820     PERFORM 9000-READ-ORDER THRU 9000-EXIT.
003830 2000-EXIT.
003840     EXIT.
003850*****************************************************************
003860* 2500-VALIDATE-ORDER - AN ORDER THAT COULD NEVER BE A TRANSFER
003870* FAILS BEFORE A RECORD IS TOUCHED - CONTXFR'S EDITS (A BLANK
003880* CREDIT ACCOUNT, THE SAME ACCOUNT ON BOTH SIDES, AN AMOUNT NOT
003890* GREATER THAN ZERO) AND DATES OR A FREQUENCY THE RUN CANNOT
003900* ADVANCE.  SORDLOAD MAKES THE SAME EDITS; THIS CATCHES A RECORD
003910* DAMAGED SINCE IT WAS LOADED.
003920*****************************************************************
003930 2500-VALIDATE-ORDER.
003940     IF SORDREC-CREDIT-ACCOUNT = SPACES
003950        OR SORDREC-CREDIT-ACCOUNT = SORDREC-DEBIT-ACCOUNT
003960        OR SORDREC-AMOUNT NOT NUMERIC
003970        OR NOT (SORDREC-DAILY OR SORDREC-WEEKLY
003980                OR SORDREC-MONTHLY)
003990        OR SORDREC-NEXT-DUE NOT NUMERIC
004000        OR SORDREC-END-DATE NOT NUMERIC
004010        OR SORDREC-DUE-DAY NOT NUMERIC
004020         MOVE '11' TO WS-REASON
004030         GO TO 2500-EXIT
004040     END-IF.
004050     MOVE SORDREC-NEXT-DUE TO WS-CAL-DATE-NUM.
004060     IF SORDREC-AMOUNT NOT > ZERO
004070        OR SORDREC-DUE-DAY < 1 OR SORDREC-DUE-DAY > 31
004080        OR WS-CAL-MONTH < 1 OR WS-CAL-MONTH > 12
004090         MOVE '11' TO WS-REASON
004100     END-IF.
004110 2500-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 2800-REWRITE-ORDER - PUT THE UPDATED ORDER BACK.  A FAILURE
004150* HERE LEAVES THE NEXT-DUE DATE UNADVANCED, SO A PAID ORDER WOULD
004160* PAY AGAIN ON THE NEXT RUN - IT IS A SEVERE ERROR (CC 8).
004170*****************************************************************
004180 2800-REWRITE-ORDER.
004190     REWRITE SORDREC.
004200     IF WS-SORD-STATUS NOT = '00'
004210         DISPLAY 'SORDBAT - REWRITE OF ORDER ' SORDREC-KEY
004220             ' FAILED - FILE STATUS ' WS-SORD-STATUS
004230         ADD 1 TO WS-SEVERE-ERRORS
004240     END-IF.
004250 2800-EXIT.
004260     EXIT.
004270*****************************************************************
004280* 3000-EXECUTE-ORDER - THE TRANSFER.  BOTH LEGS ARE CHECKED
004290* BEFORE EITHER IS WRITTEN - THE DEBIT ACCOUNT FIRST, THEN THE
004300* CREDIT ACCOUNT - SO A REFUSED CREDIT LEG NEVER LEAVES THE DEBIT
004310* APPLIED, THE BATCH EQUIVALENT OF CONTXFR'S ROLLBACK.  A REFUSAL
004320* AGAINST AN EXISTING ACCOUNT IS JOURNALLED FOR THAT LEG WITH
004330* BEFORE = AFTER, THE SAME AS POSTBAT; WHEN BOTH LEGS PASS, BOTH
004340* ARE REWRITTEN AND BOTH JOURNALLED.
004350*****************************************************************
004360 3000-EXECUTE-ORDER.
004370     IF NOT WS-VSAM-OPEN
004380         MOVE '01' TO WS-REASON
004390         GO TO 3000-EXIT
004400     END-IF.
004410     PERFORM 3100-CHECK-DEBIT-LEG THRU 3100-EXIT.
004420     IF WS-REASON NOT = SPACES
004430         GO TO 3000-EXIT
004440     END-IF.
004450     PERFORM 3200-CHECK-CREDIT-LEG THRU 3200-EXIT.
004460     IF WS-REASON NOT = SPACES
004470         GO TO 3000-EXIT
004480     END-IF.
004490     PERFORM 3400-APPLY-LEGS THRU 3400-EXIT.
004500 3000-EXIT.
004510     EXIT.
004520*****************************************************************
004530* 3100-CHECK-DEBIT-LEG - CONTACCT'S REFUSALS FOR A DEBIT OF THE
004540* ORDER AMOUNT - THE ACCOUNT MUST EXIST, ITS BALANCE BE VALID
004550* PACKED DECIMAL, IT MAY NOT BE CLOSED OR FROZEN, THE RESULT MAY
004560* NOT GO NEGATIVE AND THE CONTLIMS LIMITS APPLY.
004570* THE FUNDS HELD ON THE DEBIT ACCOUNT MUST STAY COVERED.
004580*****************************************************************
004590 3100-CHECK-DEBIT-LEG.
004600     MOVE SORDREC-DEBIT-ACCOUNT TO CONTFREC-KEY.
004610     READ VSAM-FILE
004620         INVALID KEY
004630             MOVE '01' TO WS-REASON
004640     END-READ.
004650     IF WS-REASON NOT = SPACES
004660         GO TO 3100-EXIT
004670     END-IF.
004680     MOVE SORDREC-DEBIT-ACCOUNT TO WS-LEG-ACCOUNT.
004690     COMPUTE WS-LEG-AMOUNT = ZERO - SORDREC-AMOUNT.
004700     IF CONTFREC-BALANCE NOT NUMERIC
004710         MOVE '03' TO WS-REASON
004720         MOVE ZERO TO WS-LEG-BEFORE
004730         MOVE ZERO TO WS-LEG-AFTER
004740         MOVE '20' TO WS-JRNL-OUTCOME
004750         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
004760         GO TO 3100-EXIT
004770     END-IF.
004780     MOVE CONTFREC TO WS-DEBIT-IMAGE.
004790     MOVE CONTFREC-BALANCE TO WS-DEBIT-BEFORE.
004800     MOVE WS-DEBIT-BEFORE TO WS-LEG-BEFORE.
004810     COMPUTE WS-DEBIT-AFTER = WS-DEBIT-BEFORE - SORDREC-AMOUNT.
004820     MOVE WS-DEBIT-AFTER TO WS-LEG-AFTER.
004830     EVALUATE TRUE
004840         WHEN CONTFREC-STATUS-CLOSED
004850             MOVE '08' TO WS-REASON
004860             MOVE '13' TO WS-JRNL-OUTCOME
004870         WHEN CONTFREC-STATUS-FROZEN
004880             MOVE '07' TO WS-REASON
004890             MOVE '12' TO WS-JRNL-OUTCOME
004900         WHEN WS-DEBIT-AFTER < ZERO
004910             MOVE '04' TO WS-REASON
004920             MOVE '10' TO WS-JRNL-OUTCOME
004930         WHEN OTHER
004940             PERFORM 3300-CHECK-LIMITS THRU 3300-EXIT
004950             IF WS-OVER-LIMIT
004960                 MOVE '05' TO WS-REASON
004970                 MOVE '11' TO WS-JRNL-OUTCOME
004980             ELSE
004990                 PERFORM 3500-CHECK-HOLDS THRU 3500-EXIT
005000                 IF WS-FUNDS-HELD
005010                     MOVE '12' TO WS-REASON
005020                     MOVE '14' TO WS-JRNL-OUTCOME
005030                 END-IF
005040             END-IF
005050     END-EVALUATE.
005060     IF WS-REASON NOT = SPACES
005070         MOVE WS-LEG-BEFORE TO WS-LEG-AFTER
005080         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
005090     END-IF.
005100 3100-EXIT.
005110     EXIT.
005120*****************************************************************
005130* 3200-CHECK-CREDIT-LEG - THE SAME FOR THE CREDIT.  THE ACCOUNT
005140* MUST ALREADY EXIST - A TRANSFER NEVER OPENS ONE - AND A FROZEN
005150* ACCOUNT STILL TAKES A CREDIT, THE SAME AS CONTACCT.
005160*****************************************************************
005170 3200-CHECK-CREDIT-LEG.
005180     MOVE SORDREC-CREDIT-ACCOUNT TO CONTFREC-KEY.
005190     READ VSAM-FILE
005200         INVALID KEY
005210             MOVE '02' TO WS-REASON
005220     END-READ.
005230     IF WS-REASON NOT = SPACES
005240         GO TO 3200-EXIT
005250     END-IF.
005260     MOVE SORDREC-CREDIT-ACCOUNT TO WS-LEG-ACCOUNT.
005270     MOVE SORDREC-AMOUNT TO WS-LEG-AMOUNT.
005280     IF CONTFREC-BALANCE NOT NUMERIC
005290         MOVE '03' TO WS-REASON
005300         MOVE ZERO TO WS-LEG-BEFORE
005310         MOVE ZERO TO WS-LEG-AFTER
005320         MOVE '20' TO WS-JRNL-OUTCOME
005330         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
005340         GO TO 3200-EXIT
005350     END-IF.
005360     MOVE CONTFREC TO WS-CREDIT-IMAGE.
005370     MOVE CONTFREC-BALANCE TO WS-CREDIT-BEFORE.
005380     MOVE WS-CREDIT-BEFORE TO WS-LEG-BEFORE.
005390     COMPUTE WS-CREDIT-AFTER = WS-CREDIT-BEFORE + SORDREC-AMOUNT.
005400     MOVE WS-CREDIT-AFTER TO WS-LEG-AFTER.
005410     IF CONTFREC-STATUS-CLOSED
005420         MOVE '09' TO WS-REASON
005430         MOVE '13' TO WS-JRNL-OUTCOME
005440     ELSE
005450         PERFORM 3300-CHECK-LIMITS THRU 3300-EXIT
005460         IF WS-OVER-LIMIT
005470             MOVE '06' TO WS-REASON
005480             MOVE '11' TO WS-JRNL-OUTCOME
005490         END-IF
005500     END-IF.
005510     IF WS-REASON NOT = SPACES
005520         MOVE WS-LEG-BEFORE TO WS-LEG-AFTER
005530         PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT
005540     END-IF.
005550 3200-EXIT.
005560     EXIT.
005570*****************************************************************
005580* 3300-CHECK-LIMITS - THE SAME LIMIT TESTS AS POSTBAT'S
005590* 3300-CHECK-LIMITS, FOR THE LEG IN WS-LEG-ACCOUNT/-AMOUNT/-AFTER
005600* - THE AMOUNT'S MAGNITUDE AGAINST THE MAXIMUM SINGLE POSTING,
005610* THE RESULTING BALANCE AGAINST THE MAXIMUM BALANCE, ZERO MEANING
005620* UNLIMITED, WITH THE *DEFAULT FALLBACK.  NO RECORD, AN
005630* UNOPENABLE FILE OR UNREADABLE LIMIT FIELDS ENFORCE NOTHING.
005640*****************************************************************
005650 3300-CHECK-LIMITS.
005660     MOVE 'N' TO WS-OVER-LIMIT-SWITCH.
005670     IF NOT WS-LIMS-OPEN
005680         GO TO 3300-EXIT
005690     END-IF.
005700     MOVE 'N' TO WS-LIMITS-FOUND-SWITCH.
005710     MOVE WS-LEG-ACCOUNT TO LIMFREC-ACCOUNT.
005720     READ LIMITS-FILE
005730         INVALID KEY
005740             MOVE WS-DEFAULT-LIMIT-KEY TO LIMFREC-ACCOUNT
005750             READ LIMITS-FILE
005760                 NOT INVALID KEY
005770                     SET WS-LIMITS-FOUND TO TRUE
005780             END-READ
005790         NOT INVALID KEY
005800             SET WS-LIMITS-FOUND TO TRUE
005810     END-READ.
005820     IF NOT WS-LIMITS-FOUND
005830        OR LIMFREC-MAX-POSTING NOT NUMERIC
005840        OR LIMFREC-MAX-BALANCE NOT NUMERIC
005850         GO TO 3300-EXIT
005860     END-IF.
005870     IF WS-LEG-AMOUNT < ZERO
005880         COMPUTE WS-ABS-AMOUNT = ZERO - WS-LEG-AMOUNT
005890     ELSE
005900         MOVE WS-LEG-AMOUNT TO WS-ABS-AMOUNT
005910     END-IF.
005920     IF LIMFREC-MAX-POSTING > ZERO
005930        AND WS-ABS-AMOUNT > LIMFREC-MAX-POSTING
005940         SET WS-OVER-LIMIT TO TRUE
005950         GO TO 3300-EXIT
005960     END-IF.
005970     IF LIMFREC-MAX-BALANCE > ZERO
005980        AND WS-LEG-AFTER > LIMFREC-MAX-BALANCE
005990         SET WS-OVER-LIMIT TO TRUE
006000     END-IF.
006010 3300-EXIT.
006020     EXIT.
006030*****************************************************************
006040* 3400-APPLY-LEGS - REWRITE THE DEBIT, THEN THE CREDIT, FROM THE
006050* IMAGES THE CHECKS KEPT.  IF THE CREDIT REWRITE FAILS THE DEBIT
006060* IMAGE IS WRITTEN BACK UNCHANGED, SO THE DEBIT IS NOT LEFT
006070* APPLIED; IF EVEN THAT FAILS THE DEBIT ACCOUNT IS OUT BY THE
006080* ORDER AMOUNT, WHICH IS A SEVERE ERROR (CC 8) FOR OPERATIONS TO
006090* PUT RIGHT BY HAND.  BOTH LEGS ARE JOURNALLED ONLY WHEN BOTH
006100* REWRITES STOOD.
006110*****************************************************************
006120 3400-APPLY-LEGS.
006130     MOVE WS-DEBIT-IMAGE TO CONTFREC.
006140     MOVE WS-DEBIT-AFTER TO CONTFREC-BALANCE.
006150     REWRITE CONTFREC.
006160     IF WS-VSAM-STATUS NOT = '00'
006170         DISPLAY 'SORDBAT - REWRITE OF KEY ' CONTFREC-KEY
006180             ' FAILED - FILE STATUS ' WS-VSAM-STATUS
006190         MOVE '10' TO WS-REASON
006200         GO TO 3400-EXIT
006210     END-IF.
006220     MOVE WS-CREDIT-IMAGE TO CONTFREC.
006230     MOVE WS-CREDIT-AFTER TO CONTFREC-BALANCE.
006240     REWRITE CONTFREC.
006250     IF WS-VSAM-STATUS NOT = '00'
006260         DISPLAY 'SORDBAT - REWRITE OF KEY ' CONTFREC-KEY
006270             ' FAILED - FILE STATUS ' WS-VSAM-STATUS
006280         MOVE '10' TO WS-REASON
006290         MOVE WS-DEBIT-IMAGE TO CONTFREC
006300         REWRITE CONTFREC
006310         IF WS-VSAM-STATUS NOT = '00'
006320             DISPLAY 'SORDBAT - DEBIT OF KEY ' CONTFREC-KEY
006330                 ' COULD NOT BE BACKED OUT - FILE STATUS '
006340                 WS-VSAM-STATUS
006350             ADD 1 TO WS-SEVERE-ERRORS
006360         END-IF
006370         GO TO 3400-EXIT
006380     END-IF.
006390     MOVE '00' TO WS-JRNL-OUTCOME.
006400     MOVE SORDREC-DEBIT-ACCOUNT TO WS-LEG-ACCOUNT.
006410     COMPUTE WS-LEG-AMOUNT = ZERO - SORDREC-AMOUNT.
006420     MOVE WS-DEBIT-BEFORE TO WS-LEG-BEFORE.
006430     MOVE WS-DEBIT-AFTER TO WS-LEG-AFTER.
006440     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
006450     MOVE SORDREC-CREDIT-ACCOUNT TO WS-LEG-ACCOUNT.
006460     MOVE SORDREC-AMOUNT TO WS-LEG-AMOUNT.
006470     MOVE WS-CREDIT-BEFORE TO WS-LEG-BEFORE.
006480     MOVE WS-CREDIT-AFTER TO WS-LEG-AFTER.
006490     PERFORM 3600-WRITE-JOURNAL THRU 3600-EXIT.
006500 3400-EXIT.
006510     EXIT.
006520*****************************************************************
006530* 3500-CHECK-HOLDS - THE HOLDS TEST CONTACCT MAKES ONLINE THROUGH
006540* CONTHLD, FOR THE DEBIT LEG - THE RESULT IN WS-DEBIT-AFTER MAY
006550* NOT FALL BELOW THE TOTAL OF THE DEBIT ACCOUNT'S ACTIVE HOLDS
006560* WHOSE EXPIRY DATE IS ZERO OR NOT BEFORE TODAY.  AN UNOPENABLE
006570* CONTHOLD ENFORCES NOTHING.
006580*****************************************************************
006590 3500-CHECK-HOLDS.
006600     MOVE 'N' TO WS-FUNDS-HELD-SWITCH.
006610     IF NOT WS-HOLD-OPEN
006620         GO TO 3500-EXIT
006630     END-IF.
006640     MOVE ZERO TO WS-TOTAL-HELD.
006650     MOVE 'N' TO WS-HOLDS-DONE-SWITCH.
006660     MOVE SORDREC-DEBIT-ACCOUNT TO HOLDREC-ACCOUNT.
006670     MOVE LOW-VALUES TO HOLDREC-HOLD-ID.
006680     START HOLD-FILE KEY IS NOT < HOLDREC-KEY
006690         INVALID KEY
006700             SET WS-HOLDS-DONE TO TRUE
006710     END-START.
006720     PERFORM 3550-ADD-NEXT-HOLD THRU 3550-EXIT
006730         UNTIL WS-HOLDS-DONE.
006740     IF WS-DEBIT-AFTER < WS-TOTAL-HELD
006750         SET WS-FUNDS-HELD TO TRUE
006760     END-IF.
006770 3500-EXIT.
006780     EXIT.
006790 3550-ADD-NEXT-HOLD.
006800     READ HOLD-FILE NEXT RECORD
006810         AT END
006820             SET WS-HOLDS-DONE TO TRUE
006830     END-READ.
006840     IF WS-HOLDS-DONE
006850        OR WS-HOLD-STATUS NOT = '00'
006860        OR HOLDREC-ACCOUNT NOT = SORDREC-DEBIT-ACCOUNT
006870         SET WS-HOLDS-DONE TO TRUE
006880         GO TO 3550-EXIT
006890     END-IF.
006900     IF HOLDREC-ACTIVE
006910        AND HOLDREC-AMOUNT NUMERIC
006920        AND HOLDREC-EXPIRY-DATE NUMERIC
006930         IF HOLDREC-EXPIRY-DATE = ZERO
006940            OR HOLDREC-EXPIRY-DATE NOT < WS-JRNL-DATE
006950             ADD HOLDREC-AMOUNT TO WS-TOTAL-HELD
006960         END-IF
006970     END-IF.
006980 3550-EXIT.
006990     EXIT.
007000*****************************************************************
007010* 3600-WRITE-JOURNAL - JOURNAL THE LEG IN WS-LEG-ACCOUNT/-AMOUNT/
007020* -BEFORE/-AFTER TO POSTJRNL WITH OUTCOME WS-JRNL-OUTCOME, KEYED
007030* WITH THE RUN STAMP AND THE NEXT SEQUENCE NUMBER.  BEST EFFORT,
007040* THE SAME CONVENTION AS POSTBAT - A JOURNAL FAILURE IS COUNTED
007050* AND REPORTED BUT NEVER CHANGES THE OUTCOME OF THE TRANSFER.
007060*****************************************************************
007070 3600-WRITE-JOURNAL.
007080     IF NOT WS-JRNL-OPEN
007090         ADD 1 TO WS-JRNL-SKIPPED
007100         GO TO 3600-EXIT
007110     END-IF.
007120     ADD 1 TO WS-POSTING-SEQ.
007130     MOVE SPACES TO PJRNREC.
007140     MOVE WS-LEG-ACCOUNT TO PJRNREC-ACCOUNT.
007150     MOVE WS-JRNL-DATE TO PJRNREC-DATE.
007160     MOVE WS-JRNL-TIME TO PJRNREC-TIME.
007170     MOVE WS-POSTING-SEQ TO PJRNREC-SEQUENCE.
007180     MOVE WS-LEG-AMOUNT TO PJRNREC-AMOUNT.
007190     MOVE WS-LEG-BEFORE TO PJRNREC-BALANCE-BEFORE.
007200     MOVE WS-LEG-AFTER TO PJRNREC-BALANCE-AFTER.
007210     MOVE WS-JRNL-OUTCOME TO PJRNREC-OUTCOME.
007220     SET PJRNREC-SOURCE-TRANSFER TO TRUE.
007230     WRITE PJRNREC
007240         INVALID KEY
007250             ADD 1 TO WS-JRNL-SKIPPED
007260     END-WRITE.
007270 3600-EXIT.
007280     EXIT.
007290*****************************************************************
007300* 4000-WRITE-EXCEPTION - ONE LINE PER FAILED ORDER - THE ORDER,
007310* ITS AMOUNT AND DUE DATE, THE REASON CODE AND TEXT, AND THE
007320* FAILURE COUNT, NOTING WHEN THIS FAILURE SUSPENDED THE ORDER.
007330*****************************************************************
007340 4000-WRITE-EXCEPTION.
007350     MOVE SORDREC-DEBIT-ACCOUNT TO WS-DET-DEBIT.
007360     MOVE SORDREC-ORDER-ID TO WS-DET-ORDER.
007370     MOVE SORDREC-CREDIT-ACCOUNT TO WS-DET-CREDIT.
007380     IF SORDREC-AMOUNT NUMERIC
007390         MOVE SORDREC-AMOUNT TO WS-DET-AMOUNT
007400     ELSE
007410         MOVE ZERO TO WS-DET-AMOUNT
007420     END-IF.
007430     IF SORDREC-NEXT-DUE NUMERIC
007440         MOVE SORDREC-NEXT-DUE TO WS-DET-DUE
007450     ELSE
007460         MOVE ZERO TO WS-DET-DUE
007470     END-IF.
007480     MOVE WS-REASON TO WS-DET-REASON.
007490     EVALUATE WS-REASON
007500         WHEN '01'
007510             MOVE 'DEBIT ACCOUNT NOT ON FILE'
007520                 TO WS-DET-REASON-TEXT
007530         WHEN '02'
007540             MOVE 'CREDIT ACCOUNT NOT ON FILE'
007550                 TO WS-DET-REASON-TEXT
007560         WHEN '03'
007570             MOVE 'BALANCE NOT PACKED DECIMAL'
007580                 TO WS-DET-REASON-TEXT
007590         WHEN '04'
007600             MOVE 'INSUFFICIENT FUNDS'
007610                 TO WS-DET-REASON-TEXT
007620         WHEN '05'
007630             MOVE 'DEBIT OVER CONTLIMS LIMIT'
007640                 TO WS-DET-REASON-TEXT
007650         WHEN '06'
007660             MOVE 'CREDIT OVER CONTLIMS LIMIT'
007670                 TO WS-DET-REASON-TEXT
007680         WHEN '07'
007690             MOVE 'DEBIT ACCOUNT FROZEN'
007700                 TO WS-DET-REASON-TEXT
007710         WHEN '08'
007720             MOVE 'DEBIT ACCOUNT CLOSED'
007730                 TO WS-DET-REASON-TEXT
007740         WHEN '09'
007750             MOVE 'CREDIT ACCOUNT CLOSED'
007760                 TO WS-DET-REASON-TEXT
007770         WHEN '10'
007780             MOVE 'REWRITE FAILED'
007790                 TO WS-DET-REASON-TEXT
007800         WHEN '12'
007810             MOVE 'DEBIT FUNDS HELD'
007820                 TO WS-DET-REASON-TEXT
007830         WHEN OTHER
007840             MOVE 'ORDER RECORD INVALID'
007850                 TO WS-DET-REASON-TEXT
007860     END-EVALUATE.
007870     MOVE SORDREC-FAIL-COUNT TO WS-DET-FAILS.
007880     IF SORDREC-SUSPENDED
007890         MOVE 'ORDER SUSPENDED' TO WS-DET-NOTE
007900     ELSE
007910         MOVE SPACES TO WS-DET-NOTE
007920     END-IF.
007930     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
007940 4000-EXIT.
007950     EXIT.
007960*****************************************************************
007970* 5000-ADVANCE-DUE-DATE - MOVE THE NEXT-DUE DATE ON BY ONE
007980* PERIOD OF THE ORDER'S FREQUENCY.  PERFORMED UNTIL THE DATE IS
007990* PAST TODAY.
008000*****************************************************************
008010 5000-ADVANCE-DUE-DATE.
008020     MOVE SORDREC-NEXT-DUE TO WS-CAL-DATE-NUM.
008030     EVALUATE TRUE
008040         WHEN SORDREC-DAILY
008050             MOVE 1 TO WS-ADD-DAYS
008060             PERFORM 5200-ADD-DAYS THRU 5200-EXIT
008070         WHEN SORDREC-WEEKLY
008080             MOVE 7 TO WS-ADD-DAYS
008090             PERFORM 5200-ADD-DAYS THRU 5200-EXIT
008100         WHEN OTHER
008110             PERFORM 5300-ADD-MONTH THRU 5300-EXIT
008120     END-EVALUATE.
008130     MOVE WS-CAL-DATE-NUM TO SORDREC-NEXT-DUE.
008140 5000-EXIT.
008150     EXIT.
008160*****************************************************************
008170* 5200-ADD-DAYS - ADD WS-ADD-DAYS (AT MOST A WEEK) TO WS-CAL-DATE,
008180* ROLLING INTO THE NEXT MONTH AND YEAR AS NEEDED.
008190*****************************************************************
008200 5200-ADD-DAYS.
008210     ADD WS-ADD-DAYS TO WS-CAL-DAY.
008220     PERFORM 5400-SET-MONTH-DAYS THRU 5400-EXIT.
008230     IF WS-CAL-DAY > WS-MONTH-DAYS
008240         SUBTRACT WS-MONTH-DAYS FROM WS-CAL-DAY
008250         ADD 1 TO WS-CAL-MONTH
008260         IF WS-CAL-MONTH > 12
008270             MOVE 1 TO WS-CAL-MONTH
008280             ADD 1 TO WS-CAL-YEAR
008290         END-IF
008300     END-IF.
008310 5200-EXIT.
008320     EXIT.
008330*****************************************************************
008340* 5300-ADD-MONTH - MOVE WS-CAL-DATE TO THE ORDER'S DUE DAY IN THE
008350* FOLLOWING MONTH, OR THAT MONTH'S LAST DAY WHEN IT IS SHORTER.
008360*****************************************************************
008370 5300-ADD-MONTH.
008380     ADD 1 TO WS-CAL-MONTH.
008390     IF WS-CAL-MONTH > 12
008400         MOVE 1 TO WS-CAL-MONTH
008410         ADD 1 TO WS-CAL-YEAR
008420     END-IF.
008430     MOVE SORDREC-DUE-DAY TO WS-CAL-DAY.
008440     PERFORM 5400-SET-MONTH-DAYS THRU 5400-EXIT.
008450     IF WS-CAL-DAY > WS-MONTH-DAYS
008460         MOVE WS-MONTH-DAYS TO WS-CAL-DAY
008470     END-IF.
008480 5300-EXIT.
008490     EXIT.
008500*****************************************************************
008510* 5400-SET-MONTH-DAYS - THE LENGTH OF WS-CAL-MONTH IN WS-CAL-YEAR
008520* - FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
008530* CENTURY YEAR NOT DIVISIBLE BY 400.
008540*****************************************************************
008550 5400-SET-MONTH-DAYS.
008560     MOVE WS-MONTH-LENGTH(WS-CAL-MONTH) TO WS-MONTH-DAYS.
008570     IF WS-CAL-MONTH = 2
008580         DIVIDE WS-CAL-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
008590             REMAINDER WS-LEAP-REM-4
008600         DIVIDE WS-CAL-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
008610             REMAINDER WS-LEAP-REM-100
008620         DIVIDE WS-CAL-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
008630             REMAINDER WS-LEAP-REM-400
008640         IF WS-LEAP-REM-4 = ZERO
008650            AND (WS-LEAP-REM-100 NOT = ZERO
008660                 OR WS-LEAP-REM-400 = ZERO)
008670             MOVE 29 TO WS-MONTH-DAYS
008680         END-IF
008690     END-IF.
008700 5400-EXIT.
008710     EXIT.
008720*****************************************************************
008730* 8000-TERMINATE - PRINT THE RUN TOTALS, CLOSE THE FILES AND SET
008740* THE CONDITION CODE - 0 CLEAN, 4 ORDERS FAILED, 8 AN UPDATE
008750* FAILED PART-WAY (A DEBIT THAT COULD NOT BE BACKED OUT, AN
008760* ORDER THAT COULD NOT BE REWRITTEN) AND NEEDS PUTTING RIGHT
008770* BEFORE THE NEXT RUN.
008780*****************************************************************
008790 8000-TERMINATE.
008800     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
008810     MOVE WS-ORDERS-READ TO WS-COUNT-DISPLAY.
008820     DISPLAY 'SORDBAT - ORDERS READ       ' WS-COUNT-DISPLAY.
008830     MOVE WS-ORDERS-DUE TO WS-COUNT-DISPLAY.
008840     DISPLAY 'SORDBAT - ORDERS DUE        ' WS-COUNT-DISPLAY.
008850     MOVE WS-ORDERS-PAID TO WS-COUNT-DISPLAY.
008860     DISPLAY 'SORDBAT - ORDERS PAID       ' WS-COUNT-DISPLAY.
008870     MOVE WS-ORDERS-FAILED TO WS-COUNT-DISPLAY.
008880     DISPLAY 'SORDBAT - ORDERS FAILED     ' WS-COUNT-DISPLAY.
008890     MOVE WS-ORDERS-SUSPENDED TO WS-COUNT-DISPLAY.
008900     DISPLAY 'SORDBAT - ORDERS SUSPENDED  ' WS-COUNT-DISPLAY.
008910     MOVE WS-ORDERS-ENDED TO WS-COUNT-DISPLAY.
008920     DISPLAY 'SORDBAT - ORDERS ENDED      ' WS-COUNT-DISPLAY.
008930     MOVE WS-JRNL-SKIPPED TO WS-COUNT-DISPLAY.
008940     DISPLAY 'SORDBAT - JOURNAL SKIPS     ' WS-COUNT-DISPLAY.
008950     CLOSE REPORT-FILE.
008960     IF WS-SORD-OPEN
008970         CLOSE ORDER-FILE
008980     END-IF.
008990     IF WS-VSAM-OPEN
009000         CLOSE VSAM-FILE
009010     END-IF.
009020     IF WS-LIMS-OPEN
009030         CLOSE LIMITS-FILE
009040     END-IF.
009050     IF WS-JRNL-OPEN
009060         CLOSE JOURNAL-FILE
009070     END-IF.
009080     IF WS-HOLD-OPEN
009090         CLOSE HOLD-FILE
009100     END-IF.
009110     EVALUATE TRUE
009120         WHEN WS-SEVERE-ERRORS > 0
009130             MOVE 8 TO RETURN-CODE
009140         WHEN WS-ORDERS-FAILED > 0
009150             MOVE 4 TO RETURN-CODE
009160         WHEN OTHER
009170             MOVE 0 TO RETURN-CODE
009180     END-EVALUATE.
009190 8000-EXIT.
009200     EXIT.
009210*****************************************************************
009220* 8100-PRINT-TOTALS - THE RUN TOTALS UNDER THE EXCEPTION LINES,
009230* OR UNDER A NOTE THAT THERE WERE NONE.
009240*****************************************************************
009250 8100-PRINT-TOTALS.
009260     IF WS-ORDERS-FAILED = 0
009270         MOVE SPACES TO WS-NOTE-LINE
009280         MOVE 'NO EXCEPTIONS' TO WS-NOTE-TEXT
009290         WRITE REPORT-RECORD FROM WS-NOTE-LINE
009300     END-IF.
009310     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
009320     MOVE SPACES TO WS-NOTE-LINE.
009330     MOVE WS-ORDERS-DUE TO WS-COUNT-DISPLAY.
009340     STRING 'ORDERS DUE ' WS-COUNT-DISPLAY
009350         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
009360     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
009370     MOVE SPACES TO WS-NOTE-LINE.
009380     MOVE WS-ORDERS-PAID TO WS-COUNT-DISPLAY.
009390     STRING 'ORDERS PAID ' WS-COUNT-DISPLAY
009400         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
009410     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
009420     MOVE SPACES TO WS-NOTE-LINE.
009430     MOVE WS-ORDERS-FAILED TO WS-COUNT-DISPLAY.
009440     STRING 'ORDERS FAILED ' WS-COUNT-DISPLAY
009450         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
009460     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
009470     MOVE SPACES TO WS-NOTE-LINE.
009480     MOVE WS-ORDERS-SUSPENDED TO WS-COUNT-DISPLAY.
009490     STRING 'ORDERS SUSPENDED ' WS-COUNT-DISPLAY
009500         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
009510     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
009520     MOVE SPACES TO WS-NOTE-LINE.
009530     MOVE WS-ORDERS-ENDED TO WS-COUNT-DISPLAY.
009540     STRING 'ORDERS ENDED ' WS-COUNT-DISPLAY
009550         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
009560     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
009570 8100-EXIT.
009580     EXIT.
009590*****************************************************************
009600* 9000-READ-ORDER - READ THE NEXT STANDING ORDER IN KEY ORDER,
009610* SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
009620*****************************************************************
009630 9000-READ-ORDER.
009640     READ ORDER-FILE NEXT RECORD
009650         AT END
009660             SET WS-EOF TO TRUE
009670         NOT AT END
009680             ADD 1 TO WS-ORDERS-READ
009690     END-READ.
009700 9000-EXIT.
009710     EXIT.
