000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    TBALBAT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - END-OF-DAY TRIAL BALANCE.
000120*                  TOTALS EVERY CONTFILE BALANCE, COUNTS THE
000130*                  ACCOUNTS, THE RECORDS WHOSE BALANCE IS NOT AN
000140*                  AMOUNT AND THE ACCOUNTS OPENED AND CLOSED, AND
000150*                  WRITES THE FIGURES TO THE CONTBHST KSDS (SEE
000160*                  BHSTREC).  TODAY'S TOTAL IS PROVED AGAINST THE
000170*                  PREVIOUS RUN'S PLUS THE APPLIED POSTJRNL
000180*                  MOVEMENT SINCE, SPLIT BY SOURCE, AND THE PROOF
000190*                  IS PRINTED.  UNTIL NOW EACH ACCOUNT COULD BE
000200*                  CHECKED AGAINST ITS OWN JOURNAL (ACCTSTMT) BUT
000210*                  NOTHING PROVED THE BOOK AS A WHOLE.  CC 0
000220*                  PROVED (OR OPENING RUN), 4 PROVED BUT THE
000230*                  TOTALS WERE NOT RECORDED, 8 THE BOOK DOES NOT
000240*                  PROVE, 16 FILE OPEN ERROR.
000250*****************************************************************
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ACCOUNT-FILE      ASSIGN TO CONTFILE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS CONTFREC-KEY
000330         FILE STATUS IS WS-ACCOUNT-STATUS.
000340     SELECT JOURNAL-FILE      ASSIGN TO POSTJRNL
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS PJRNREC-KEY
000380         FILE STATUS IS WS-JOURNAL-STATUS.
000390     SELECT HISTORY-FILE      ASSIGN TO CONTBHST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS HISTORY-KEY
000430         FILE STATUS IS WS-HISTORY-STATUS.
000440     SELECT REPORT-FILE       ASSIGN TO TBALRPT
000450         ORGANIZATION IS SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ACCOUNT-FILE.
000490     COPY CONTFREC.
000500 FD  JOURNAL-FILE.
000510     COPY PJRNREC.
000520*****************************************************************
000530* THE CONTBHST RECORD IS BUILT AND READ BACK IN WORKING STORAGE
000540* (SEE BHSTREC) - THE FILE AREA ONLY NAMES THE KEY.
000550*****************************************************************
000560 FD  HISTORY-FILE.
000570 01  HISTORY-RECORD.
000580     05  HISTORY-KEY               PIC X(14).
000590     05  FILLER                    PIC X(236).
000600 FD  REPORT-FILE
000610     RECORDING MODE IS F.
000620 01  REPORT-RECORD                 PIC X(132).
000630 WORKING-STORAGE SECTION.
000640     COPY BHSTREC.
000650 77  WS-ACCOUNT-EOF-SWITCH     PIC X(01) VALUE 'N'.
000660     88  WS-ACCOUNT-EOF            VALUE 'Y'.
000670 77  WS-JOURNAL-EOF-SWITCH     PIC X(01) VALUE 'N'.
000680     88  WS-JOURNAL-EOF            VALUE 'Y'.
000690 77  WS-HISTORY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000700     88  WS-HISTORY-EOF            VALUE 'Y'.
000710 77  WS-ACCOUNT-STATUS         PIC X(02) VALUE SPACES.
000720 77  WS-ACCOUNT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000730     88  WS-ACCOUNT-OPEN           VALUE 'Y'.
000740 77  WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
000750 77  WS-JOURNAL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000760     88  WS-JOURNAL-OPEN           VALUE 'Y'.
000770 77  WS-HISTORY-STATUS         PIC X(02) VALUE SPACES.
000780 77  WS-HISTORY-WRITE-STATUS   PIC X(02) VALUE SPACES.
000790 77  WS-HISTORY-WRITTEN-SWITCH PIC X(01) VALUE 'N'.
000800     88  WS-HISTORY-WRITTEN        VALUE 'Y'.
000810 77  WS-PREVIOUS-SWITCH        PIC X(01) VALUE 'N'.
000820     88  WS-PREVIOUS-FOUND         VALUE 'Y'.
000830 77  WS-ACCOUNTS-READ          PIC 9(08) COMP VALUE 0.
000840 77  WS-ENTRIES-READ           PIC 9(08) COMP VALUE 0.
000850 77  WS-ENTRIES-LATE           PIC 9(08) COMP VALUE 0.
000860 77  WS-HISTORY-READ           PIC 9(08) COMP VALUE 0.
000870*****************************************************************
000880* THE RUN STAMP - TODAY AND NOW IN THE 0CYYDDD/0HHMMSS SHAPE OF
000890* EIBDATE/EIBTIME, WHICH IS HOW POSTJRNL AND CONTBHST ARE KEYED.
000900* THE JOURNAL WINDOW THIS RUN PROVES IS EVERY ENTRY STAMPED AFTER
000910* THE PREVIOUS RUN'S STAMP AND NOT AFTER THIS ONE'S.  THE STAMPS
000920* ARE FIXED-WIDTH DISPLAY NUMERIC, SO THEY COMPARE AS GROUPS.
000930*****************************************************************
000940 01  WS-RUN-STAMP.
000950     05  WS-RUN-DATE           PIC 9(07).
000960     05  WS-RUN-TIME           PIC 9(07).
000970 01  WS-PREVIOUS-STAMP.
000980     05  WS-PREVIOUS-DATE      PIC 9(07) VALUE ZERO.
000990     05  WS-PREVIOUS-TIME      PIC 9(07) VALUE ZERO.
001000 01  WS-ENTRY-STAMP.
001010     05  WS-ENTRY-DATE         PIC 9(07).
001020     05  WS-ENTRY-TIME         PIC 9(07).
001030 01  WS-CALENDAR-DATE          PIC 9(08).
001040 01  WS-DATE-YYYYDDD           PIC 9(07).
001050 01  WS-TIME-RAW.
001060     05  WS-TIME-HHMMSS        PIC 9(06).
001070     05  FILLER                PIC 9(02).
001080*****************************************************************
001090* THE FIGURES CARRIED FORWARD FROM THE PREVIOUS CONTBHST RECORD.
001100*****************************************************************
001110 01  WS-PREVIOUS-CALENDAR      PIC 9(08) VALUE ZERO.
001120 01  WS-PREVIOUS-BALANCE       PIC S9(15)V99 COMP-3 VALUE ZERO.
001130 01  WS-PREVIOUS-ACCOUNTS      PIC 9(09) VALUE ZERO.
001140 01  WS-PREVIOUS-CLOSED        PIC 9(09) VALUE ZERO.
001150 01  WS-COUNT-DISPLAY          PIC Z(07)9.
001160 01  WS-HEADING-LINE.
001170     05  FILLER                PIC X(46)
001180         VALUE 'TBALBAT - END-OF-DAY TRIAL BALANCE - RUN DATE '.
001190     05  WS-HEAD-RUN-DATE      PIC 9(08).
001200     05  FILLER                PIC X(08) VALUE '  STAMP '.
001210     05  WS-HEAD-STAMP-DATE    PIC 9(07).
001220     05  FILLER                PIC X(01) VALUE SPACES.
001230     05  WS-HEAD-STAMP-TIME    PIC 9(07).
001240     05  FILLER                PIC X(55) VALUE SPACES.
001250 01  WS-TITLE-LINE.
001260     05  WS-TITLE-TEXT         PIC X(60).
001270     05  FILLER                PIC X(72) VALUE SPACES.
001280 01  WS-PREVIOUS-LINE.
001290     05  FILLER                PIC X(02) VALUE SPACES.
001300     05  FILLER                PIC X(25)
001310         VALUE 'PROVED AGAINST THE RUN OF'.
001320     05  FILLER                PIC X(01) VALUE SPACES.
001330     05  WS-PREV-CALENDAR      PIC 9(08).
001340     05  FILLER                PIC X(08) VALUE '  STAMP '.
001350     05  WS-PREV-STAMP-DATE    PIC 9(07).
001360     05  FILLER                PIC X(01) VALUE SPACES.
001370     05  WS-PREV-STAMP-TIME    PIC 9(07).
001380     05  FILLER                PIC X(73) VALUE SPACES.
001390 01  WS-COUNT-LINE.
001400     05  FILLER                PIC X(02) VALUE SPACES.
001410     05  WS-CNT-LABEL          PIC X(34).
001420     05  WS-CNT-VALUE          PIC Z(08)9.
001430     05  FILLER                PIC X(87) VALUE SPACES.
001440 01  WS-SOURCE-LINE.
001450     05  FILLER                PIC X(02) VALUE SPACES.
001460     05  WS-SRC-LABEL          PIC X(34).
001470     05  WS-SRC-COUNT          PIC Z(08)9.
001480     05  FILLER                PIC X(02) VALUE SPACES.
001490     05  WS-SRC-AMOUNT         PIC -(15)9.99.
001500     05  FILLER                PIC X(66) VALUE SPACES.
001510 01  WS-AMOUNT-LINE.
001520     05  FILLER                PIC X(02) VALUE SPACES.
001530     05  WS-AMT-LABEL          PIC X(34).
001540     05  FILLER                PIC X(11) VALUE SPACES.
001550     05  WS-AMT-AMOUNT         PIC -(15)9.99.
001560     05  FILLER                PIC X(66) VALUE SPACES.
001570 01  WS-NOTE-LINE.
001580     05  WS-NOTE-TEXT          PIC X(72).
001590     05  FILLER                PIC X(60) VALUE SPACES.
001600 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
001610*****************************************************************
001620* 0000-MAINLINE
001630*****************************************************************
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001670     PERFORM 2000-FIND-PREVIOUS THRU 2000-EXIT.
001680     PERFORM 3000-TOTAL-ACCOUNTS THRU 3000-EXIT.
001690     PERFORM 4000-TOTAL-MOVEMENT THRU 4000-EXIT.
001700     PERFORM 5000-PROVE-BOOK THRU 5000-EXIT.
001710     PERFORM 6000-WRITE-HISTORY THRU 6000-EXIT.
001720     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
001730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001740     STOP RUN.
001750*****************************************************************
001760* 1000-INITIALIZE - STAMP THE RUN AND OPEN THE FILES.  STATUS 35
001770* ON CONTFILE MEANS AN EMPTY BOOK AND ON POSTJRNL THAT NOTHING HAS
001780* EVER BEEN JOURNALLED - BOTH ARE ROUTINE, THE SAME AS ACCTSTMT
001790* TREATS THEM.  STATUS 35 ON CONTBHST MEANS NO TRIAL BALANCE HAS
001800* EVER RUN - THE FILE IS OPENED OUTPUT TO TAKE THE OPENING
001810* RECORD.  ANY OTHER OPEN FAILURE STOPS WITH CC 16 - A TRIAL
001820* BALANCE THAT CANNOT SEE THE WHOLE BOOK PROVES NOTHING.
001830*****************************************************************
001840 1000-INITIALIZE.
001850     ACCEPT WS-CALENDAR-DATE FROM DATE YYYYMMDD.
001860     ACCEPT WS-DATE-YYYYDDD FROM DAY YYYYDDD.
001870     COMPUTE WS-RUN-DATE = WS-DATE-YYYYDDD - 1900000.
001880     ACCEPT WS-TIME-RAW FROM TIME.
001890     MOVE WS-TIME-HHMMSS TO WS-RUN-TIME.
001900     OPEN INPUT ACCOUNT-FILE.
001910     EVALUATE TRUE
001920         WHEN WS-ACCOUNT-STATUS = '00'
001930           OR WS-ACCOUNT-STATUS = '97'
001940             SET WS-ACCOUNT-OPEN TO TRUE
001950         WHEN WS-ACCOUNT-STATUS = '35'
001960             SET WS-ACCOUNT-EOF TO TRUE
001970         WHEN OTHER
001980             DISPLAY 'TBALBAT - OPEN OF CONTFILE FAILED -'
001990                 ' FILE STATUS ' WS-ACCOUNT-STATUS
002000             MOVE 16 TO RETURN-CODE
002010             STOP RUN
002020     END-EVALUATE.
002030     OPEN INPUT JOURNAL-FILE.
002040     EVALUATE TRUE
002050         WHEN WS-JOURNAL-STATUS = '00'
002060           OR WS-JOURNAL-STATUS = '97'
002070             SET WS-JOURNAL-OPEN TO TRUE
002080         WHEN WS-JOURNAL-STATUS = '35'
002090             SET WS-JOURNAL-EOF TO TRUE
002100         WHEN OTHER
002110             DISPLAY 'TBALBAT - OPEN OF POSTJRNL FAILED -'
002120                 ' FILE STATUS ' WS-JOURNAL-STATUS
002130             MOVE 16 TO RETURN-CODE
002140             STOP RUN
002150     END-EVALUATE.
002160     OPEN I-O HISTORY-FILE.
002170     EVALUATE TRUE
002180         WHEN WS-HISTORY-STATUS = '00'
002190           OR WS-HISTORY-STATUS = '97'
002200             CONTINUE
002210         WHEN WS-HISTORY-STATUS = '35'
002220             DISPLAY 'TBALBAT - CONTBHST HAS NEVER BEEN LOADED'
002230                 ' - THIS IS THE OPENING RUN'
002240             SET WS-HISTORY-EOF TO TRUE
002250             OPEN OUTPUT HISTORY-FILE
002260         WHEN OTHER
002270             CONTINUE
002280     END-EVALUATE.
002290     IF WS-HISTORY-STATUS NOT = '00'
002300        AND WS-HISTORY-STATUS NOT = '97'
002310         DISPLAY 'TBALBAT - OPEN OF CONTBHST FAILED -'
002320             ' FILE STATUS ' WS-HISTORY-STATUS
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     OPEN OUTPUT REPORT-FILE.
002370 1000-EXIT.
002380     EXIT.
002390*****************************************************************
002400* 2000-FIND-PREVIOUS - READ CONTBHST THROUGH TO THE END.  THE FILE
002410* COLLATES ON THE RUN STAMP, SO THE LAST RECORD READ IS THE MOST
002420* RECENT RUN - ITS STAMP OPENS THIS RUN'S JOURNAL WINDOW AND ITS
002430* TOTALS ARE WHAT TODAY IS PROVED AGAINST.  NO RECORD AT ALL MEANS
002440* THIS IS THE OPENING RUN.
002450*****************************************************************
002460 2000-FIND-PREVIOUS.
002470     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
002480         UNTIL WS-HISTORY-EOF.
002490 2000-EXIT.
002500     EXIT.
002510 2100-READ-HISTORY.
002520     READ HISTORY-FILE NEXT RECORD INTO BHSTREC
002530         AT END
002540             SET WS-HISTORY-EOF TO TRUE
002550             GO TO 2100-EXIT
002560     END-READ.
002570     IF WS-HISTORY-STATUS NOT = '00'
002580         DISPLAY 'TBALBAT - READ OF CONTBHST FAILED -'
002590             ' FILE STATUS ' WS-HISTORY-STATUS
002600         SET WS-HISTORY-EOF TO TRUE
002610         GO TO 2100-EXIT
002620     END-IF.
002630     ADD 1 TO WS-HISTORY-READ.
002640     SET WS-PREVIOUS-FOUND TO TRUE.
002650     MOVE BHSTREC-RUN-DATE TO WS-PREVIOUS-DATE.
002660     MOVE BHSTREC-RUN-TIME TO WS-PREVIOUS-TIME.
002670     MOVE BHSTREC-CALENDAR-DATE TO WS-PREVIOUS-CALENDAR.
002680     MOVE BHSTREC-TOTAL-BALANCE TO WS-PREVIOUS-BALANCE.
002690     MOVE BHSTREC-ACCOUNT-COUNT TO WS-PREVIOUS-ACCOUNTS.
002700     MOVE BHSTREC-CLOSED-ON-FILE TO WS-PREVIOUS-CLOSED.
002710 2100-EXIT.
002720     EXIT.
002730*****************************************************************
002740* 3000-TOTAL-ACCOUNTS - START TODAY'S RECORD AND ADD UP CONTFILE.
002750*****************************************************************
002760 3000-TOTAL-ACCOUNTS.
002770     MOVE SPACES TO BHSTREC.
002780     INITIALIZE BHSTREC.
002790     MOVE WS-RUN-DATE TO BHSTREC-RUN-DATE.
002800     MOVE WS-RUN-TIME TO BHSTREC-RUN-TIME.
002810     MOVE WS-CALENDAR-DATE TO BHSTREC-CALENDAR-DATE.
002820     IF WS-ACCOUNT-OPEN
002830         PERFORM 9000-READ-ACCOUNT THRU 9000-EXIT
002840     END-IF.
002850     PERFORM 3100-ADD-ACCOUNT THRU 3100-EXIT
002860         UNTIL WS-ACCOUNT-EOF.
002870 3000-EXIT.
002880     EXIT.
002890*****************************************************************
002900* 3100-ADD-ACCOUNT - ONE CONTFILE RECORD.  A BALANCE THAT IS NOT
002910* VALID PACKED DECIMAL (A RECORD FILETEST WROTE, SAY) CANNOT BE
002920* ADDED - IT IS COUNTED ON ITS OWN AND LEFT OUT OF THE TOTAL, THE
002930* SAME WAY CONTACCT REFUSES TO POST TO IT.  A CLOSED ACCOUNT IS
002940* STILL AN ACCOUNT (ITS BALANCE IS ZERO) AND IS COUNTED BOTH WAYS.
002950*****************************************************************
002960 3100-ADD-ACCOUNT.
002970     IF CONTFREC-BALANCE NOT NUMERIC
002980         ADD 1 TO BHSTREC-UNREADABLE-COUNT
002990     ELSE
003000         ADD 1 TO BHSTREC-ACCOUNT-COUNT
003010         ADD CONTFREC-BALANCE TO BHSTREC-TOTAL-BALANCE
003020         IF CONTFREC-STATUS-CLOSED
003030             ADD 1 TO BHSTREC-CLOSED-ON-FILE
003040         END-IF
003050     END-IF.
003060     PERFORM 9000-READ-ACCOUNT THRU 9000-EXIT.
003070 3100-EXIT.
003080     EXIT.
003090*****************************************************************
003100* 4000-TOTAL-MOVEMENT - ADD UP THE APPLIED JOURNAL ENTRIES IN THIS
003110* RUN'S WINDOW.  POSTJRNL COLLATES BY ACCOUNT, NOT BY TIME, SO THE
003120* WHOLE FILE IS READ.  THE OPENING RUN HAS NO WINDOW - THERE IS
003130* NOTHING TO PROVE AGAINST - AND SKIPS IT.
003140*****************************************************************
003150 4000-TOTAL-MOVEMENT.
003160     IF NOT WS-PREVIOUS-FOUND
003170         GO TO 4000-EXIT
003180     END-IF.
003190     IF WS-JOURNAL-OPEN
003200         PERFORM 9100-READ-JOURNAL THRU 9100-EXIT
003210     END-IF.
003220     PERFORM 4100-ADD-ENTRY THRU 4100-EXIT
003230         UNTIL WS-JOURNAL-EOF.
003240 4000-EXIT.
003250     EXIT.
003260*****************************************************************
003270* 4100-ADD-ENTRY - ONE JOURNAL ENTRY.  ONLY AN APPLIED ENTRY MOVED
003280* A BALANCE (SEE PJRNREC-OUTCOME-APPLIED) - A REFUSAL IS PASSED
003290* OVER.  AN ENTRY STAMPED AFTER THIS RUN STARTED WAS POSTED WHILE
003300* THE BOOK WAS BEING ADDED UP; IT IS LEFT FOR THE NEXT RUN AND
003310* COUNTED, BECAUSE IT MAY ALREADY BE IN TODAY'S TOTAL AND BREAK
003320* THE PROOF.  OUTCOME 01 IS AN ACCOUNT OPENED BY ITS FIRST
003330* POSTING.
003340*****************************************************************
003350 4100-ADD-ENTRY.
003360     IF NOT PJRNREC-OUTCOME-APPLIED
003370         GO TO 4190-NEXT-ENTRY
003380     END-IF.
003390     MOVE PJRNREC-DATE TO WS-ENTRY-DATE.
003400     MOVE PJRNREC-TIME TO WS-ENTRY-TIME.
003410     IF WS-ENTRY-STAMP NOT > WS-PREVIOUS-STAMP
003420         GO TO 4190-NEXT-ENTRY
003430     END-IF.
003440     IF WS-ENTRY-STAMP > WS-RUN-STAMP
003450         ADD 1 TO WS-ENTRIES-LATE
003460         GO TO 4190-NEXT-ENTRY
003470     END-IF.
003480     EVALUATE TRUE
003490         WHEN PJRNREC-SOURCE-ONLINE
003500             ADD PJRNREC-AMOUNT TO BHSTREC-ONLINE-AMOUNT
003510             ADD 1 TO BHSTREC-ONLINE-COUNT
003520         WHEN PJRNREC-SOURCE-POSTBAT
003530             ADD PJRNREC-AMOUNT TO BHSTREC-POSTBAT-AMOUNT
003540             ADD 1 TO BHSTREC-POSTBAT-COUNT
003550         WHEN PJRNREC-SOURCE-ACCRBAT
003560             ADD PJRNREC-AMOUNT TO BHSTREC-ACCRBAT-AMOUNT
003570             ADD 1 TO BHSTREC-ACCRBAT-COUNT
003580         WHEN PJRNREC-SOURCE-TRANSFER
003590             ADD PJRNREC-AMOUNT TO BHSTREC-TRANSFER-AMOUNT
003600             ADD 1 TO BHSTREC-TRANSFER-COUNT
003610         WHEN PJRNREC-SOURCE-MAINTENANCE
003620             ADD PJRNREC-AMOUNT TO BHSTREC-MAINT-AMOUNT
003630             ADD 1 TO BHSTREC-MAINT-COUNT
003640         WHEN OTHER
003650             ADD PJRNREC-AMOUNT TO BHSTREC-OTHER-AMOUNT
003660             ADD 1 TO BHSTREC-OTHER-COUNT
003670     END-EVALUATE.
003680     ADD PJRNREC-AMOUNT TO BHSTREC-MOVEMENT-AMOUNT.
003690     ADD 1 TO BHSTREC-MOVEMENT-COUNT.
003700     IF PJRNREC-OUTCOME = '01'
003710         ADD 1 TO BHSTREC-OPENED-COUNT
003720     END-IF.
003730 4190-NEXT-ENTRY.
003740     PERFORM 9100-READ-JOURNAL THRU 9100-EXIT.
003750 4100-EXIT.
003760     EXIT.
003770*****************************************************************
003780* 5000-PROVE-BOOK - THE PREVIOUS RUN'S TOTAL PLUS THE MOVEMENT
003790* SINCE MUST EQUAL TODAY'S TOTAL TO THE PENNY.  THE PREVIOUS
003800* TOTAL IS WHAT WAS ACTUALLY ON THE BOOK THEN, NOT WHAT WAS
003810* EXPECTED, SO A BREAK IS REPORTED ON THE DAY IT HAPPENED AND
003820* DOES NOT CARRY INTO EVERY RUN AFTER IT.  CLOSED ACCOUNTS NEVER
003830* REOPEN, SO THE ACCOUNTS CLOSED SINCE THE PREVIOUS RUN ARE THE
003840* GROWTH IN THE NUMBER CLOSED ON FILE.
003850*****************************************************************
003860 5000-PROVE-BOOK.
003870     IF NOT WS-PREVIOUS-FOUND
003880         SET BHSTREC-OPENING TO TRUE
003890         MOVE BHSTREC-TOTAL-BALANCE TO BHSTREC-EXPECTED-BALANCE
003900         GO TO 5000-EXIT
003910     END-IF.
003920     MOVE WS-PREVIOUS-BALANCE TO BHSTREC-PREVIOUS-BALANCE.
003930     COMPUTE BHSTREC-EXPECTED-BALANCE =
003940         WS-PREVIOUS-BALANCE + BHSTREC-MOVEMENT-AMOUNT.
003950     COMPUTE BHSTREC-DIFFERENCE =
003960         BHSTREC-TOTAL-BALANCE - BHSTREC-EXPECTED-BALANCE.
003970     IF BHSTREC-DIFFERENCE = ZERO
003980         SET BHSTREC-PROVED TO TRUE
003990     ELSE
004000         SET BHSTREC-BROKEN TO TRUE
004010     END-IF.
004020     IF BHSTREC-CLOSED-ON-FILE > WS-PREVIOUS-CLOSED
004030         COMPUTE BHSTREC-CLOSED-COUNT =
004040             BHSTREC-CLOSED-ON-FILE - WS-PREVIOUS-CLOSED
004050     END-IF.
004060 5000-EXIT.
004070     EXIT.
004080*****************************************************************
004090* 6000-WRITE-HISTORY - FILE TODAY'S RECORD, PROVED OR NOT - IT IS
004100* THE BOOK AS IT STANDS AND TOMORROW PROVES AGAINST IT.  A FAILED
004110* WRITE (A RERUN IN THE SAME SECOND, SAY) LOSES NOTHING BUT THE
004120* RECORD - THE NEXT RUN PROVES AGAINST THE ONE BEFORE, OVER A
004130* LONGER WINDOW.
004140*****************************************************************
004150 6000-WRITE-HISTORY.
004160     WRITE HISTORY-RECORD FROM BHSTREC
004170         INVALID KEY
004180             CONTINUE
004190     END-WRITE.
004200     MOVE WS-HISTORY-STATUS TO WS-HISTORY-WRITE-STATUS.
004210     IF WS-HISTORY-STATUS = '00'
004220         SET WS-HISTORY-WRITTEN TO TRUE
004230     ELSE
004240         DISPLAY 'TBALBAT - WRITE OF CONTBHST FAILED -'
004250             ' FILE STATUS ' WS-HISTORY-STATUS
004260     END-IF.
004270 6000-EXIT.
004280     EXIT.
004290*****************************************************************
004300* 7000-PRINT-REPORT - THE CONTROL TOTALS, THEN THE PROOF LINE BY
004310* LINE, THEN THE VERDICT.
004320*****************************************************************
004330 7000-PRINT-REPORT.
004340     MOVE WS-CALENDAR-DATE TO WS-HEAD-RUN-DATE.
004350     MOVE WS-RUN-DATE TO WS-HEAD-STAMP-DATE.
004360     MOVE WS-RUN-TIME TO WS-HEAD-STAMP-TIME.
004370     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
004380     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
004390     MOVE 'CONTFILE CONTROL TOTALS' TO WS-TITLE-TEXT.
004400     WRITE REPORT-RECORD FROM WS-TITLE-LINE.
004410     MOVE 'ACCOUNTS ON FILE' TO WS-CNT-LABEL.
004420     MOVE BHSTREC-ACCOUNT-COUNT TO WS-CNT-VALUE.
004430     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004440     MOVE 'BALANCES NOT VALID PACKED DECIMAL' TO WS-CNT-LABEL.
004450     MOVE BHSTREC-UNREADABLE-COUNT TO WS-CNT-VALUE.
004460     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004470     MOVE 'CLOSED ACCOUNTS ON FILE' TO WS-CNT-LABEL.
004480     MOVE BHSTREC-CLOSED-ON-FILE TO WS-CNT-VALUE.
004490     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
004500     IF WS-PREVIOUS-FOUND
004510         MOVE 'ACCOUNTS ON FILE AT LAST RUN' TO WS-CNT-LABEL
004520         MOVE WS-PREVIOUS-ACCOUNTS TO WS-CNT-VALUE
004530         WRITE REPORT-RECORD FROM WS-COUNT-LINE
004540         MOVE 'ACCOUNTS OPENED SINCE LAST RUN' TO WS-CNT-LABEL
004550         MOVE BHSTREC-OPENED-COUNT TO WS-CNT-VALUE
004560         WRITE REPORT-RECORD FROM WS-COUNT-LINE
004570         MOVE 'ACCOUNTS CLOSED SINCE LAST RUN' TO WS-CNT-LABEL
004580         MOVE BHSTREC-CLOSED-COUNT TO WS-CNT-VALUE
004590         WRITE REPORT-RECORD FROM WS-COUNT-LINE
004600     END-IF.
004610     MOVE 'TOTAL OF BALANCES' TO WS-AMT-LABEL.
004620     MOVE BHSTREC-TOTAL-BALANCE TO WS-AMT-AMOUNT.
004630     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
004640     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
004650     IF WS-PREVIOUS-FOUND
004660         PERFORM 7100-PRINT-PROOF THRU 7100-EXIT
004670     END-IF.
004680     EVALUATE TRUE
004690         WHEN BHSTREC-OPENING
004700             MOVE 'OPENING RUN - NO EARLIER RUN TO PROVE AGAINST'
004710                 TO WS-NOTE-TEXT
004720         WHEN BHSTREC-PROVED
004730             MOVE '*** THE BOOK PROVES ***' TO WS-NOTE-TEXT
004740         WHEN OTHER
004750             MOVE '*** THE BOOK DOES NOT PROVE ***'
004760                 TO WS-NOTE-TEXT
004770     END-EVALUATE.
004780     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
004790     IF WS-ENTRIES-LATE > 0
004800         MOVE WS-ENTRIES-LATE TO WS-COUNT-DISPLAY
004810         MOVE SPACES TO WS-NOTE-TEXT
004820         STRING WS-COUNT-DISPLAY
004830             ' JOURNAL ENTRIES WERE POSTED WHILE THE RUN WAS'
004840             ' IN PROGRESS' DELIMITED BY SIZE
004850             INTO WS-NOTE-TEXT
004860         WRITE REPORT-RECORD FROM WS-NOTE-LINE
004870     END-IF.
004880     IF NOT WS-HISTORY-WRITTEN
004890         MOVE SPACES TO WS-NOTE-TEXT
004900         STRING '** CONTBHST WRITE FAILED (STATUS '
004910             WS-HISTORY-WRITE-STATUS
004920             ') - TODAY''S TOTALS ARE NOT RECORDED **'
004930             DELIMITED BY SIZE INTO WS-NOTE-TEXT
004940         WRITE REPORT-RECORD FROM WS-NOTE-LINE
004950     END-IF.
004960 7000-EXIT.
004970     EXIT.
004980*****************************************************************
004990* 7100-PRINT-PROOF - PREVIOUS TOTAL, THE MOVEMENT BY SOURCE, THE
005000* EXPECTED AND ACTUAL TOTALS AND THE DIFFERENCE BETWEEN THEM.
005010*****************************************************************
005020 7100-PRINT-PROOF.
005030     MOVE 'PROOF AGAINST THE PREVIOUS RUN' TO WS-TITLE-TEXT.
005040     WRITE REPORT-RECORD FROM WS-TITLE-LINE.
005050     MOVE WS-PREVIOUS-CALENDAR TO WS-PREV-CALENDAR.
005060     MOVE WS-PREVIOUS-DATE TO WS-PREV-STAMP-DATE.
005070     MOVE WS-PREVIOUS-TIME TO WS-PREV-STAMP-TIME.
005080     WRITE REPORT-RECORD FROM WS-PREVIOUS-LINE.
005090     MOVE 'TOTAL OF BALANCES AT LAST RUN' TO WS-AMT-LABEL.
005100     MOVE BHSTREC-PREVIOUS-BALANCE TO WS-AMT-AMOUNT.
005110     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
005120     MOVE 'ONLINE POSTINGS (CONTACCT)' TO WS-SRC-LABEL.
005130     MOVE BHSTREC-ONLINE-COUNT TO WS-SRC-COUNT.
005140     MOVE BHSTREC-ONLINE-AMOUNT TO WS-SRC-AMOUNT.
005150     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005160     MOVE 'BATCH POSTINGS (POSTBAT)' TO WS-SRC-LABEL.
005170     MOVE BHSTREC-POSTBAT-COUNT TO WS-SRC-COUNT.
005180     MOVE BHSTREC-POSTBAT-AMOUNT TO WS-SRC-AMOUNT.
005190     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005200     MOVE 'INTEREST ACCRUED (ACCRBAT)' TO WS-SRC-LABEL.
005210     MOVE BHSTREC-ACCRBAT-COUNT TO WS-SRC-COUNT.
005220     MOVE BHSTREC-ACCRBAT-AMOUNT TO WS-SRC-AMOUNT.
005230     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005240     MOVE 'TRANSFERS (CONTXFR, SORDBAT)' TO WS-SRC-LABEL.
005250     MOVE BHSTREC-TRANSFER-COUNT TO WS-SRC-COUNT.
005260     MOVE BHSTREC-TRANSFER-AMOUNT TO WS-SRC-AMOUNT.
005270     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005280     MOVE 'MAINTENANCE ADJUSTMENTS (CMNT)' TO WS-SRC-LABEL.
005290     MOVE BHSTREC-MAINT-COUNT TO WS-SRC-COUNT.
005300     MOVE BHSTREC-MAINT-AMOUNT TO WS-SRC-AMOUNT.
005310     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005320     MOVE 'UNCLASSIFIED ENTRIES' TO WS-SRC-LABEL.
005330     MOVE BHSTREC-OTHER-COUNT TO WS-SRC-COUNT.
005340     MOVE BHSTREC-OTHER-AMOUNT TO WS-SRC-AMOUNT.
005350     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005360     MOVE 'TOTAL MOVEMENT' TO WS-SRC-LABEL.
005370     MOVE BHSTREC-MOVEMENT-COUNT TO WS-SRC-COUNT.
005380     MOVE BHSTREC-MOVEMENT-AMOUNT TO WS-SRC-AMOUNT.
005390     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
005400     MOVE 'EXPECTED TOTAL OF BALANCES' TO WS-AMT-LABEL.
005410     MOVE BHSTREC-EXPECTED-BALANCE TO WS-AMT-AMOUNT.
005420     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
005430     MOVE 'ACTUAL TOTAL OF BALANCES' TO WS-AMT-LABEL.
005440     MOVE BHSTREC-TOTAL-BALANCE TO WS-AMT-AMOUNT.
005450     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
005460     MOVE 'DIFFERENCE (ACTUAL LESS EXPECTED)' TO WS-AMT-LABEL.
005470     MOVE BHSTREC-DIFFERENCE TO WS-AMT-AMOUNT.
005480     WRITE REPORT-RECORD FROM WS-AMOUNT-LINE.
005490     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
005500 7100-EXIT.
005510     EXIT.
005520*****************************************************************
005530* 8000-TERMINATE - CLOSE THE FILES AND SET THE CONDITION CODE -
005540* 0 THE BOOK PROVES (OR THIS IS THE OPENING RUN), 4 IT PROVES BUT
005550* TODAY'S TOTALS COULD NOT BE RECORDED, 8 IT DOES NOT PROVE, SO
005560* THE SCHEDULER HOLDS EVERYTHING DOWNSTREAM OF THE BREAK.
005570*****************************************************************
005580 8000-TERMINATE.
005590     MOVE WS-ACCOUNTS-READ TO WS-COUNT-DISPLAY.
005600     DISPLAY 'TBALBAT - CONTFILE RECORDS   ' WS-COUNT-DISPLAY.
005610     MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY.
005620     DISPLAY 'TBALBAT - JOURNAL ENTRIES    ' WS-COUNT-DISPLAY.
005630     MOVE WS-HISTORY-READ TO WS-COUNT-DISPLAY.
005640     DISPLAY 'TBALBAT - EARLIER RUNS       ' WS-COUNT-DISPLAY.
005650     IF WS-ACCOUNT-OPEN
005660         CLOSE ACCOUNT-FILE
005670     END-IF.
005680     IF WS-JOURNAL-OPEN
005690         CLOSE JOURNAL-FILE
005700     END-IF.
005710     CLOSE HISTORY-FILE.
005720     CLOSE REPORT-FILE.
005730     EVALUATE TRUE
005740         WHEN BHSTREC-BROKEN
005750             DISPLAY 'TBALBAT - THE BOOK DOES NOT PROVE'
005760             MOVE 8 TO RETURN-CODE
005770         WHEN NOT WS-HISTORY-WRITTEN
005780             MOVE 4 TO RETURN-CODE
005790         WHEN OTHER
005800             MOVE 0 TO RETURN-CODE
005810     END-EVALUATE.
005820 8000-EXIT.
005830     EXIT.
005840*****************************************************************
005850* 9000-READ-ACCOUNT / 9100-READ-JOURNAL - THE NEXT RECORD IN KEY
005860* ORDER, SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
005870*****************************************************************
005880 9000-READ-ACCOUNT.
005890     READ ACCOUNT-FILE
005900         AT END
005910             SET WS-ACCOUNT-EOF TO TRUE
005920         NOT AT END
005930             ADD 1 TO WS-ACCOUNTS-READ
005940     END-READ.
005950 9000-EXIT.
005960     EXIT.
005970 9100-READ-JOURNAL.
005980     READ JOURNAL-FILE
005990         AT END
006000             SET WS-JOURNAL-EOF TO TRUE
006010         NOT AT END
006020             ADD 1 TO WS-ENTRIES-READ
006030     END-READ.
006040 9100-EXIT.
006050     EXIT.
