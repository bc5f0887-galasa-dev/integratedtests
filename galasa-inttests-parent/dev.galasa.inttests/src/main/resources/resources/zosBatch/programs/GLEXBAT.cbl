000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    GLEXBAT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - NIGHTLY GENERAL-LEDGER
000120*                  INTERFACE EXTRACT.  WRITES EVERY APPLIED
000130*                  POSTJRNL ENTRY SINCE THE LAST EXTRACT TO A
000140*                  FIXED-FORMAT FILE FOR FINANCE (SEE GLEXREC) -
000150*                  HEADER WITH THE RUN DATE AND EXTRACT SEQUENCE
000160*                  NUMBER, ONE DETAIL PER POSTING, AND A TRAILER
000170*                  WITH THE COUNT AND HASH TOTAL IN THE POSTBAT
000180*                  STYLE.  A HIGH-WATER MARK ON THE GLEXCTL KSDS
000190*                  (SEE GLCREC) MAKES EACH ENTRY GO EXACTLY ONCE,
000200*                  RERUNS INCLUDED.  AN R CARD ON RUNCTL RESENDS
000210*                  AN EARLIER SEQUENCE FROM THE WINDOW RECORDED
000220*                  FOR IT AND PROVES IT AGAINST THE ORIGINAL
000230*                  TOTALS.  CC 0 CLEAN, 8 A RESEND DID NOT MATCH
000240*                  THE ORIGINAL, 16 RUN-CONTROL, FILE OR CONTROL-
000250*                  RECORD ERROR - THE FILE MUST NOT BE SENT.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT JOURNAL-FILE      ASSIGN TO POSTJRNL
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS PJRNREC-KEY
000340         FILE STATUS IS WS-JOURNAL-STATUS.
000350     SELECT CONTROL-FILE      ASSIGN TO GLEXCTL
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS GLCREC-SEQUENCE
000390         FILE STATUS IS WS-CONTROL-STATUS.
000400     SELECT EXTRACT-FILE      ASSIGN TO GLEXOUT
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-EXTRACT-STATUS.
000430     SELECT OPTIONAL RUN-CONTROL-FILE
000440                              ASSIGN TO RUNCTL
000450         ORGANIZATION IS SEQUENTIAL.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  JOURNAL-FILE.
000490     COPY PJRNREC.
000500 FD  CONTROL-FILE.
000510     COPY GLCREC.
000520 FD  EXTRACT-FILE
000530     RECORDING MODE IS F.
000540     COPY GLEXREC.
000550 FD  RUN-CONTROL-FILE
000560     RECORDING MODE IS F.
000570 01  CONTROL-CARD.
000580     05  CARD-RUN-MODE             PIC X(01).
000590         88  CARD-MODE-NEW            VALUE 'N' ' '.
000600         88  CARD-MODE-RESEND         VALUE 'R'.
000610     05  CARD-SEQUENCE             PIC 9(07).
000620     05  FILLER                    PIC X(72).
000630 WORKING-STORAGE SECTION.
000640 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000650     88  WS-EOF                    VALUE 'Y'.
000660 77  WS-RUN-MODE-SWITCH        PIC X(01) VALUE 'N'.
000670     88  WS-RUN-MODE-RESEND        VALUE 'R'.
000680 77  WS-JOURNAL-STATUS         PIC X(02) VALUE SPACES.
000690 77  WS-JOURNAL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000700     88  WS-JOURNAL-OPEN           VALUE 'Y'.
000710 77  WS-CONTROL-STATUS         PIC X(02) VALUE SPACES.
000720 77  WS-CONTROL-NEW-SWITCH     PIC X(01) VALUE 'N'.
000730     88  WS-CONTROL-NEW            VALUE 'Y'.
000740 77  WS-EXTRACT-STATUS         PIC X(02) VALUE SPACES.
000750 77  WS-ENTRIES-READ           PIC 9(08) COMP VALUE 0.
000760 77  WS-ENTRIES-LATE           PIC 9(08) COMP VALUE 0.
000770 77  WS-DETAILS-WRITTEN        PIC 9(08) COMP VALUE 0.
000780*****************************************************************
000790* THE EXTRACT BEING WRITTEN - ITS SEQUENCE NUMBER, THE DATE IT WAS
000800* FIRST RUN AND ITS JOURNAL WINDOW.  A NIGHTLY RUN OPENS THE
000810* WINDOW AT THE HIGH-WATER MARK AND CLOSES IT AT ITS OWN START; A
000820* RESEND TAKES ALL THREE FROM THE SEQUENCE'S OWN GLEXCTL RECORD.
000830* THE STAMPS ARE FIXED-WIDTH DISPLAY NUMERIC, SO THEY COMPARE AS
000840* GROUPS.
000850*****************************************************************
000860 01  WS-EXTRACT-SEQUENCE       PIC 9(07) VALUE ZERO.
000870 01  WS-EXTRACT-RUN-DATE       PIC 9(08) VALUE ZERO.
000880 01  WS-FROM-STAMP.
000890     05  WS-FROM-DATE          PIC 9(07) VALUE ZERO.
000900     05  WS-FROM-TIME          PIC 9(07) VALUE ZERO.
000910 01  WS-TO-STAMP.
000920     05  WS-TO-DATE            PIC 9(07).
000930     05  WS-TO-TIME            PIC 9(07).
000940 01  WS-ENTRY-STAMP.
000950     05  WS-ENTRY-DATE         PIC 9(07).
000960     05  WS-ENTRY-TIME         PIC 9(07).
000970 01  WS-CALENDAR-DATE          PIC 9(08).
000980 01  WS-DATE-YYYYDDD           PIC 9(07).
000990 01  WS-TIME-RAW.
001000     05  WS-TIME-HHMMSS        PIC 9(06).
001010     05  FILLER                PIC 9(02).
001020*****************************************************************
001030* THE HASH TOTAL FOLLOWS THE POSTBAT TRAILER CONVENTION - EACH
001040* DETAIL'S 15-DIGIT AMOUNT FIELD ADDED AS A WHOLE NUMBER, AND
001050* TRUNCATED TO 17 DIGITS ON OVERFLOW.  A RESEND IS CHECKED
001060* AGAINST THE COUNT AND HASH RECORDED WHEN THE SEQUENCE FIRST RAN.
001070*****************************************************************
001080 01  WS-HASH-TOTAL             PIC 9(17) VALUE ZERO.
001090 01  WS-ORIGINAL-COUNT         PIC 9(08) VALUE ZERO.
001100 01  WS-ORIGINAL-HASH          PIC 9(17) VALUE ZERO.
001110 01  WS-COUNT-DISPLAY          PIC Z(07)9.
001120*****************************************************************
001130* 0000-MAINLINE
001140*****************************************************************
001150 PROCEDURE DIVISION.
001160 0000-MAINLINE.
001170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001180     IF WS-RUN-MODE-RESEND
001190         PERFORM 1300-OPEN-RESEND THRU 1300-EXIT
001200     ELSE
001210         PERFORM 1200-OPEN-NIGHTLY THRU 1200-EXIT
001220     END-IF.
001230     PERFORM 2000-WRITE-HEADER THRU 2000-EXIT.
001240     PERFORM 3000-EXTRACT-ENTRY THRU 3000-EXIT
001250         UNTIL WS-EOF.
001260     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
001270     IF WS-RUN-MODE-RESEND
001280         PERFORM 5500-RECORD-RESEND THRU 5500-EXIT
001290     ELSE
001300         PERFORM 5000-COMMIT-EXTRACT THRU 5000-EXIT
001310     END-IF.
001320     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001330     STOP RUN.
001340*****************************************************************
001350* 1000-INITIALIZE - STAMP THE RUN, READ THE RUN-CONTROL CARD AND
001360* OPEN THE JOURNAL AND THE CONTROL FILE.  STATUS 35 ON POSTJRNL
001370* MEANS NOTHING HAS EVER BEEN JOURNALLED - THE EXTRACT IS A HEADER
001380* AND TRAILER ONLY.  STATUS 35 ON GLEXCTL MEANS NO EXTRACT HAS
001390* EVER RUN - A NIGHTLY RUN STARTS FROM THE BEGINNING OF THE
001400* JOURNAL AS SEQUENCE 1.  ANY OTHER OPEN FAILURE ENDS CC 16.
001410*****************************************************************
001420 1000-INITIALIZE.
001430     ACCEPT WS-CALENDAR-DATE FROM DATE YYYYMMDD.
001440     ACCEPT WS-DATE-YYYYDDD FROM DAY YYYYDDD.
001450     COMPUTE WS-TO-DATE = WS-DATE-YYYYDDD - 1900000.
001460     ACCEPT WS-TIME-RAW FROM TIME.
001470     MOVE WS-TIME-HHMMSS TO WS-TO-TIME.
001480     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
001490     OPEN INPUT JOURNAL-FILE.
001500     EVALUATE TRUE
001510         WHEN WS-JOURNAL-STATUS = '00'
001520           OR WS-JOURNAL-STATUS = '97'
001530             SET WS-JOURNAL-OPEN TO TRUE
001540         WHEN WS-JOURNAL-STATUS = '35'
001550             SET WS-EOF TO TRUE
001560         WHEN OTHER
001570             DISPLAY 'GLEXBAT - OPEN OF POSTJRNL FAILED -'
001580                 ' FILE STATUS ' WS-JOURNAL-STATUS
001590             MOVE 16 TO RETURN-CODE
001600             STOP RUN
001610     END-EVALUATE.
001620     OPEN I-O CONTROL-FILE.
001630     EVALUATE TRUE
001640         WHEN WS-CONTROL-STATUS = '00'
001650           OR WS-CONTROL-STATUS = '97'
001660             CONTINUE
001670         WHEN WS-CONTROL-STATUS = '35'
001680             SET WS-CONTROL-NEW TO TRUE
001690         WHEN OTHER
001700             DISPLAY 'GLEXBAT - OPEN OF GLEXCTL FAILED -'
001710                 ' FILE STATUS ' WS-CONTROL-STATUS
001720             MOVE 16 TO RETURN-CODE
001730             STOP RUN
001740     END-EVALUATE.
001750     IF WS-JOURNAL-OPEN
001760         PERFORM 9000-READ-JOURNAL THRU 9000-EXIT
001770     END-IF.
001780 1000-EXIT.
001790     EXIT.
001800*****************************************************************
001810* 1100-READ-CONTROL-CARD - N (OR BLANK, OR NO RUNCTL DD AT ALL)
001820* IS THE NIGHTLY EXTRACT.  R IN COLUMN 1 WITH A SEQUENCE NUMBER
001830* IN COLUMNS 2-8 RESENDS THAT EARLIER EXTRACT.  ANYTHING ELSE
001840* ENDS CC 16 BEFORE A FILE IS TOUCHED.
001850*****************************************************************
001860 1100-READ-CONTROL-CARD.
001870     OPEN INPUT RUN-CONTROL-FILE.
001880     READ RUN-CONTROL-FILE
001890         AT END
001900             MOVE SPACES TO CONTROL-CARD
001910     END-READ.
001920     CLOSE RUN-CONTROL-FILE.
001930     IF CARD-MODE-NEW
001940         GO TO 1100-EXIT
001950     END-IF.
001960     IF NOT CARD-MODE-RESEND
001970         DISPLAY 'GLEXBAT - RUN MODE ' CARD-RUN-MODE
001980             ' ON THE RUNCTL CARD IS NOT N, BLANK OR R'
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF.
002020     IF CARD-SEQUENCE NOT NUMERIC
002030        OR CARD-SEQUENCE = ZERO
002040         DISPLAY 'GLEXBAT - A RESEND NEEDS THE SEQUENCE NUMBER IN'
002050             ' COLUMNS 2-8 OF THE RUNCTL CARD'
002060         MOVE 16 TO RETURN-CODE
002070         STOP RUN
002080     END-IF.
002090     SET WS-RUN-MODE-RESEND TO TRUE.
002100     MOVE CARD-SEQUENCE TO WS-EXTRACT-SEQUENCE.
002110 1100-EXIT.
002120     EXIT.
002130*****************************************************************
002140* 1200-OPEN-NIGHTLY - TAKE THE NEXT SEQUENCE NUMBER AND OPEN THE
002150* WINDOW AT THE HIGH-WATER MARK.  A CONTROL FILE WITH NO MARK
002160* RECORD IS TREATED THE SAME AS A NEW ONE.
002170*****************************************************************
002180 1200-OPEN-NIGHTLY.
002190     MOVE 1 TO WS-EXTRACT-SEQUENCE.
002200     MOVE WS-CALENDAR-DATE TO WS-EXTRACT-RUN-DATE.
002210     IF WS-CONTROL-NEW
002220         GO TO 1200-EXIT
002230     END-IF.
002240     MOVE ZERO TO GLCREC-SEQUENCE.
002250     READ CONTROL-FILE.
002260     EVALUATE TRUE
002270         WHEN WS-CONTROL-STATUS = '00'
002280             COMPUTE WS-EXTRACT-SEQUENCE =
002290                 GLCREC-LAST-SEQUENCE + 1
002300             MOVE GLCREC-MARK-STAMP TO WS-FROM-STAMP
002310         WHEN WS-CONTROL-STATUS = '23'
002320             CONTINUE
002330         WHEN OTHER
002340             DISPLAY 'GLEXBAT - READ OF THE GLEXCTL HIGH-WATER'
002350                 ' RECORD FAILED - FILE STATUS ' WS-CONTROL-STATUS
002360             PERFORM 8100-ABANDON-RUN THRU 8100-EXIT
002370     END-EVALUATE.
002380 1200-EXIT.
002390     EXIT.
002400*****************************************************************
002410* 1300-OPEN-RESEND - READ BACK THE SEQUENCE'S OWN RECORD AND TAKE
002420* ITS WINDOW, RUN DATE AND ORIGINAL TOTALS.  A SEQUENCE THAT WAS
002430* NEVER ISSUED ENDS CC 16.  THE HIGH-WATER MARK IS NOT TOUCHED.
002440*****************************************************************
002450 1300-OPEN-RESEND.
002460     IF WS-CONTROL-NEW
002470         DISPLAY 'GLEXBAT - GLEXCTL HAS NEVER BEEN LOADED -'
002480             ' NOTHING TO RESEND'
002490         PERFORM 8100-ABANDON-RUN THRU 8100-EXIT
002500     END-IF.
002510     MOVE WS-EXTRACT-SEQUENCE TO GLCREC-SEQUENCE.
002520     READ CONTROL-FILE.
002530     IF WS-CONTROL-STATUS NOT = '00'
002540         DISPLAY 'GLEXBAT - EXTRACT SEQUENCE ' WS-EXTRACT-SEQUENCE
002550             ' IS NOT ON GLEXCTL - FILE STATUS ' WS-CONTROL-STATUS
002560         PERFORM 8100-ABANDON-RUN THRU 8100-EXIT
002570     END-IF.
002580     MOVE GLCREC-RUN-DATE TO WS-EXTRACT-RUN-DATE.
002590     MOVE GLCREC-FROM-STAMP TO WS-FROM-STAMP.
002600     MOVE GLCREC-TO-STAMP TO WS-TO-STAMP.
002610     MOVE GLCREC-RECORD-COUNT TO WS-ORIGINAL-COUNT.
002620     MOVE GLCREC-HASH-TOTAL TO WS-ORIGINAL-HASH.
002630 1300-EXIT.
002640     EXIT.
002650*****************************************************************
002660* 2000-WRITE-HEADER - OPEN THE INTERFACE FILE AND WRITE ITS
002670* HEADER.
002680*****************************************************************
002690 2000-WRITE-HEADER.
002700     OPEN OUTPUT EXTRACT-FILE.
002710     IF WS-EXTRACT-STATUS NOT = '00'
002720         DISPLAY 'GLEXBAT - OPEN OF GLEXOUT FAILED -'
002730             ' FILE STATUS ' WS-EXTRACT-STATUS
002740         PERFORM 8100-ABANDON-RUN THRU 8100-EXIT
002750     END-IF.
002760     MOVE SPACES TO GLEXREC.
002770     SET GLEXREC-HEADER TO TRUE.
002780     MOVE WS-EXTRACT-RUN-DATE TO GLEXREC-HDR-RUN-DATE.
002790     MOVE WS-EXTRACT-SEQUENCE TO GLEXREC-HDR-SEQUENCE.
002800     MOVE WS-CALENDAR-DATE TO GLEXREC-HDR-SENT-DATE.
002810     IF WS-RUN-MODE-RESEND
002820         SET GLEXREC-HDR-IS-RESEND TO TRUE
002830     END-IF.
002840     WRITE GLEXREC.
002850 2000-EXIT.
002860     EXIT.
002870*****************************************************************
002880* 3000-EXTRACT-ENTRY - ONE JOURNAL ENTRY.  ONLY AN APPLIED ENTRY
002890* (SEE PJRNREC-OUTCOME-APPLIED) MOVED MONEY, SO ONLY AN APPLIED
002900* ENTRY GOES TO THE LEDGER.  IT IS IN THIS EXTRACT WHEN ITS STAMP
002910* IS AFTER THE WINDOW'S FROM STAMP AND NOT AFTER ITS TO STAMP.  ON
002920* A NIGHTLY RUN AN ENTRY STAMPED AFTER THE RUN STARTED IS LEFT FOR
002930* THE NEXT EXTRACT AND COUNTED.  POSTJRNL COLLATES BY ACCOUNT, SO
002940* THE WHOLE FILE IS READ AND THE DETAILS COME OUT IN KEY ORDER.
002950* AN ENTRY STAMPED BEFORE THE RUN STARTED BUT WRITTEN BEHIND THE
002960* READ WOULD BE MISSED FOR GOOD, SO THE JCL HOLDS THE BATCH
002970* WINDOW OPEN ROUND THE EXTRACT AND ONLINE POSTINGS WAIT ON
002980* CONTPEND (SEE BWINBAT).
002990*****************************************************************
003000 3000-EXTRACT-ENTRY.
003010     IF NOT PJRNREC-OUTCOME-APPLIED
003020         GO TO 3090-NEXT-ENTRY
003030     END-IF.
003040     MOVE PJRNREC-DATE TO WS-ENTRY-DATE.
003050     MOVE PJRNREC-TIME TO WS-ENTRY-TIME.
003060     IF WS-ENTRY-STAMP NOT > WS-FROM-STAMP
003070         GO TO 3090-NEXT-ENTRY
003080     END-IF.
003090     IF WS-ENTRY-STAMP > WS-TO-STAMP
003100         ADD 1 TO WS-ENTRIES-LATE
003110         GO TO 3090-NEXT-ENTRY
003120     END-IF.
003130     MOVE SPACES TO GLEXREC.
003140     SET GLEXREC-DETAIL TO TRUE.
003150     MOVE PJRNREC-ACCOUNT TO GLEXREC-DET-ACCOUNT.
003160     MOVE PJRNREC-DATE TO GLEXREC-DET-DATE.
003170     MOVE PJRNREC-TIME TO GLEXREC-DET-TIME.
003180     MOVE PJRNREC-SEQUENCE TO GLEXREC-DET-SEQUENCE.
003190     IF PJRNREC-AMOUNT < ZERO
003200         MOVE '-' TO GLEXREC-DET-SIGN
003210         COMPUTE GLEXREC-DET-AMOUNT = ZERO - PJRNREC-AMOUNT
003220     ELSE
003230         MOVE '+' TO GLEXREC-DET-SIGN
003240         MOVE PJRNREC-AMOUNT TO GLEXREC-DET-AMOUNT
003250     END-IF.
003260     MOVE PJRNREC-SOURCE TO GLEXREC-DET-SOURCE.
003270     MOVE PJRNREC-OUTCOME TO GLEXREC-DET-OUTCOME.
003280     ADD GLEXREC-DET-AMOUNT-DIGITS TO WS-HASH-TOTAL.
003290     WRITE GLEXREC.
003300     ADD 1 TO WS-DETAILS-WRITTEN.
003310 3090-NEXT-ENTRY.
003320     PERFORM 9000-READ-JOURNAL THRU 9000-EXIT.
003330 3000-EXIT.
003340     EXIT.
003350*****************************************************************
003360* 4000-WRITE-TRAILER - COUNT AND HASH, THEN CLOSE THE FILE SO IT
003370* IS COMPLETE BEFORE THE CONTROL FILE SAYS IT WAS SENT.
003380*****************************************************************
003390 4000-WRITE-TRAILER.
003400     MOVE SPACES TO GLEXREC.
003410     SET GLEXREC-TRAILER TO TRUE.
003420     MOVE WS-DETAILS-WRITTEN TO GLEXREC-TRL-COUNT.
003430     MOVE WS-HASH-TOTAL TO GLEXREC-TRL-HASH.
003440     WRITE GLEXREC.
003450     CLOSE EXTRACT-FILE.
003460 4000-EXIT.
003470     EXIT.
003480*****************************************************************
003490* 5000-COMMIT-EXTRACT - RECORD THE EXTRACT AND MOVE THE HIGH-WATER
003500* MARK UP TO THE END OF ITS WINDOW.  THE EXTRACT'S OWN RECORD GOES
003510* FIRST, SO A FAILURE BETWEEN THE TWO LEAVES THE MARK WHERE IT WAS
003520* AND THE RERUN REISSUES THE SAME SEQUENCE NUMBER OVER THE RECORD
003530* LEFT BEHIND.  A NEW CONTROL FILE IS LOADED IN KEY ORDER - THE
003540* MARK RECORD (SEQUENCE ZERO) BEFORE SEQUENCE 1.  IF THE MARK
003550* CANNOT BE MOVED THE NEXT RUN WOULD SEND THESE ENTRIES AGAIN, SO
003560* THE RUN ENDS CC 16 AND THE FILE MUST NOT BE SENT.
003570*****************************************************************
003580 5000-COMMIT-EXTRACT.
003590     IF WS-CONTROL-NEW
003600         OPEN OUTPUT CONTROL-FILE
003610         PERFORM 5200-BUILD-MARK THRU 5200-EXIT
003620         WRITE GLCREC
003630         PERFORM 5100-BUILD-EXTRACT THRU 5100-EXIT
003640         WRITE GLCREC
003650         GO TO 5090-CHECK-COMMIT
003660     END-IF.
003670     PERFORM 5100-BUILD-EXTRACT THRU 5100-EXIT.
003680     WRITE GLCREC
003690         INVALID KEY
003700             REWRITE GLCREC
003710     END-WRITE.
003720     IF WS-CONTROL-STATUS NOT = '00'
003730         GO TO 5090-CHECK-COMMIT
003740     END-IF.
003750     MOVE ZERO TO GLCREC-SEQUENCE.
003760     READ CONTROL-FILE.
003770     PERFORM 5200-BUILD-MARK THRU 5200-EXIT.
003780     IF WS-CONTROL-STATUS = '00'
003790         REWRITE GLCREC
003800     ELSE
003810         WRITE GLCREC
003820     END-IF.
003830 5090-CHECK-COMMIT.
003840     IF WS-CONTROL-STATUS NOT = '00'
003850         DISPLAY 'GLEXBAT - GLEXCTL UPDATE FAILED - FILE STATUS '
003860             WS-CONTROL-STATUS
003870         DISPLAY 'GLEXBAT - THE HIGH-WATER MARK HAS NOT MOVED -'
003880             ' DO NOT SEND GLEXOUT, RERUN THE EXTRACT'
003890         PERFORM 8100-ABANDON-RUN THRU 8100-EXIT
003900     END-IF.
003910 5000-EXIT.
003920     EXIT.
003930 5100-BUILD-EXTRACT.
003940     MOVE SPACES TO GLCREC.
003950     MOVE WS-EXTRACT-SEQUENCE TO GLCREC-SEQUENCE.
003960     MOVE WS-EXTRACT-RUN-DATE TO GLCREC-RUN-DATE.
003970     MOVE WS-FROM-STAMP TO GLCREC-FROM-STAMP.
003980     MOVE WS-TO-STAMP TO GLCREC-TO-STAMP.
003990     MOVE WS-DETAILS-WRITTEN TO GLCREC-RECORD-COUNT.
004000     MOVE WS-HASH-TOTAL TO GLCREC-HASH-TOTAL.
004010     MOVE ZERO TO GLCREC-RESEND-COUNT.
004020     MOVE ZERO TO GLCREC-RESEND-DATE.
004030 5100-EXIT.
004040     EXIT.
004050 5200-BUILD-MARK.
004060     MOVE SPACES TO GLCREC.
004070     MOVE ZERO TO GLCREC-SEQUENCE.
004080     MOVE WS-EXTRACT-SEQUENCE TO GLCREC-LAST-SEQUENCE.
004090     MOVE WS-TO-STAMP TO GLCREC-MARK-STAMP.
004100     MOVE WS-CALENDAR-DATE TO GLCREC-MARK-RUN-DATE.
004110 5200-EXIT.
004120     EXIT.
004130*****************************************************************
004140* 5500-RECORD-RESEND - NOTE THE RESEND ON THE SEQUENCE'S RECORD
004150* AND PROVE IT AGAINST THE ORIGINAL TOTALS.  A DIFFERENCE MEANS
004160* THE JOURNAL INSIDE THAT WINDOW HAS CHANGED SINCE IT WAS FIRST
004170* SENT.  THE BATCH WINDOW THE JCL HOLDS OPEN ROUND THE EXTRACT
004180* KEEPS ONLINE POSTINGS OUT, SO THAT MEANS AN EXTRACT RUN WITH
004190* THE BATCH WINDOW CLOSED OR A CMNT ADJUSTMENT MADE WHILE IT RAN.
004200* IT ENDS CC 8 SO FINANCE IS TOLD BEFORE THE FILE GOES.  A FAILED
004210* REWRITE ONLY LOSES THE NOTE.
004220*****************************************************************
004230 5500-RECORD-RESEND.
004240     ADD 1 TO GLCREC-RESEND-COUNT.
004250     MOVE WS-CALENDAR-DATE TO GLCREC-RESEND-DATE.
004260     REWRITE GLCREC.
004270     IF WS-CONTROL-STATUS NOT = '00'
004280         DISPLAY 'GLEXBAT - RESEND NOT NOTED ON GLEXCTL -'
004290             ' FILE STATUS ' WS-CONTROL-STATUS
004300     END-IF.
004310     IF WS-DETAILS-WRITTEN NOT = WS-ORIGINAL-COUNT
004320        OR WS-HASH-TOTAL NOT = WS-ORIGINAL-HASH
004330         DISPLAY 'GLEXBAT - RESEND OF SEQUENCE '
004340             WS-EXTRACT-SEQUENCE
004350             ' DOES NOT MATCH THE ORIGINAL EXTRACT'
004360         MOVE WS-ORIGINAL-COUNT TO WS-COUNT-DISPLAY
004370         DISPLAY 'GLEXBAT - ORIGINAL COUNT     ' WS-COUNT-DISPLAY
004380             '  HASH ' WS-ORIGINAL-HASH
004390         MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DISPLAY
004400         DISPLAY 'GLEXBAT - RESENT COUNT       ' WS-COUNT-DISPLAY
004410             '  HASH ' WS-HASH-TOTAL
004420         MOVE 8 TO RETURN-CODE
004430     END-IF.
004440 5500-EXIT.
004450     EXIT.
004460*****************************************************************
004470* 8000-TERMINATE - COUNTS TO SYSOUT AND CLOSE THE FILES.  THE
004480* CONDITION CODE IS ALREADY SET - 0 UNLESS A RESEND FAILED TO
004490* MATCH.
004500*****************************************************************
004510 8000-TERMINATE.
004520     IF WS-RUN-MODE-RESEND
004530         DISPLAY 'GLEXBAT - RESEND OF EXTRACT SEQUENCE '
004540             WS-EXTRACT-SEQUENCE
004550     ELSE
004560         DISPLAY 'GLEXBAT - EXTRACT SEQUENCE ' WS-EXTRACT-SEQUENCE
004570     END-IF.
004580     DISPLAY 'GLEXBAT - WINDOW AFTER ' WS-FROM-DATE ' '
004590         WS-FROM-TIME ' UP TO ' WS-TO-DATE ' ' WS-TO-TIME.
004600     MOVE WS-ENTRIES-READ TO WS-COUNT-DISPLAY.
004610     DISPLAY 'GLEXBAT - JOURNAL ENTRIES    ' WS-COUNT-DISPLAY.
004620     MOVE WS-DETAILS-WRITTEN TO WS-COUNT-DISPLAY.
004630     DISPLAY 'GLEXBAT - DETAILS WRITTEN    ' WS-COUNT-DISPLAY.
004640     IF WS-ENTRIES-LATE > 0
004650        AND NOT WS-RUN-MODE-RESEND
004660         MOVE WS-ENTRIES-LATE TO WS-COUNT-DISPLAY
004670         DISPLAY 'GLEXBAT - LEFT FOR NEXT RUN  ' WS-COUNT-DISPLAY
004680     END-IF.
004690     DISPLAY 'GLEXBAT - HASH TOTAL         ' WS-HASH-TOTAL.
004700     IF WS-JOURNAL-OPEN
004710         CLOSE JOURNAL-FILE
004720     END-IF.
004730     CLOSE CONTROL-FILE.
004740 8000-EXIT.
004750     EXIT.
004760*****************************************************************
004770* 8100-ABANDON-RUN - A CONTROL-FILE OR OUTPUT FAILURE.  NOTHING
004780* MORE IS WRITTEN AND THE RUN ENDS CC 16.
004790*****************************************************************
004800 8100-ABANDON-RUN.
004810     IF WS-JOURNAL-OPEN
004820         CLOSE JOURNAL-FILE
004830     END-IF.
004840     MOVE 16 TO RETURN-CODE.
004850     STOP RUN.
004860 8100-EXIT.
004870     EXIT.
004880*****************************************************************
004890* 9000-READ-JOURNAL - READ THE NEXT JOURNAL ENTRY IN KEY ORDER,
004900* SETTING THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
004910*****************************************************************
004920 9000-READ-JOURNAL.
004930     READ JOURNAL-FILE
004940         AT END
004950             SET WS-EOF TO TRUE
004960         NOT AT END
004970             ADD 1 TO WS-ENTRIES-READ
004980     END-READ.
004990 9000-EXIT.
005000     EXIT.
