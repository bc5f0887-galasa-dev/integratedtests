000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    HOLDBAT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - NIGHTLY FUNDS-HOLD EXPIRY.
000120*                  EVERY ACTIVE HOLD ON CONTHOLD WHOSE EXPIRY DATE
000130*                  HAS PASSED IS MARKED EXPIRED, SIGNED 'HOLDBAT'
000140*                  WITH THE RUN DATE, AND LISTED ON THE REPORT
000150*                  WITH THE AMOUNT IT RELEASED.  A LAPSED HOLD HAS
000160*                  ALREADY STOPPED COUNTING ONLINE (SEE CONTHLD) -
000170*                  THIS RUN MAKES THE FILE SAY SO.  CC 0 CLEAN,
000180*                  8 A REWRITE FAILED, 16 FILE OPEN ERROR.
000190*****************************************************************
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT HOLD-FILE         ASSIGN TO CONTHOLD
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS HOLDREC-KEY
000270         FILE STATUS IS WS-HOLD-STATUS.
000280     SELECT REPORT-FILE       ASSIGN TO HOLDRPT
000290         ORGANIZATION IS SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  HOLD-FILE.
000330     COPY HOLDREC.
000340 FD  REPORT-FILE
000350     RECORDING MODE IS F.
000360 01  REPORT-RECORD                 PIC X(132).
000370 WORKING-STORAGE SECTION.
000380 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000390     88  WS-EOF                    VALUE 'Y'.
000400 77  WS-HOLD-STATUS            PIC X(02) VALUE SPACES.
000410 77  WS-HOLD-OPEN-SWITCH       PIC X(01) VALUE 'N'.
000420     88  WS-HOLD-OPEN              VALUE 'Y'.
000430 77  WS-HOLDS-READ             PIC 9(08) COMP VALUE 0.
000440 77  WS-HOLDS-ACTIVE           PIC 9(08) COMP VALUE 0.
000450 77  WS-HOLDS-EXPIRED          PIC 9(08) COMP VALUE 0.
000460 77  WS-REWRITE-ERRORS         PIC 9(08) COMP VALUE 0.
000470 01  WS-AMOUNT-RELEASED        PIC S9(15)V99 COMP-3 VALUE ZERO.
000480*****************************************************************
000490* THE RUN DATE - WS-RUN-DATE IS TODAY AS YYYYMMDD FOR THE REPORT
000500* HEADING, AND WS-EXPIRY-DATE IS TODAY IN THE 0CYYDDD SHAPE OF
000510* EIBDATE, WHICH IS HOW HOLDREC CARRIES ITS DATES.  A HOLD EXPIRES
000520* ONCE ITS EXPIRY DATE IS BEFORE TODAY - IT STILL COUNTS ON THE
000530* DAY ITSELF, AS CONTHLD TREATS IT.
000540*****************************************************************
000550 01  WS-RUN-DATE               PIC 9(08).
000560 01  WS-DATE-YYYYDDD           PIC 9(07).
000570 01  WS-EXPIRY-DATE            PIC 9(07).
000580 01  WS-COUNT-DISPLAY          PIC Z(07)9.
000590 01  WS-AMOUNT-DISPLAY         PIC -(15)9.99.
000600 01  WS-HEADING-LINE.
000610     05  FILLER                PIC X(41)
000620         VALUE 'HOLDBAT - FUNDS HOLDS EXPIRED - RUN DATE '.
000630     05  WS-HEAD-RUN-DATE      PIC 9(08).
000640     05  FILLER                PIC X(83) VALUE SPACES.
000650 01  WS-COLUMN-LINE.
000660     05  FILLER                PIC X(18)
000670         VALUE 'ACCOUNT  HOLD ID  '.
000680     05  FILLER                PIC X(20)
000690         VALUE '             AMOUNT '.
000700     05  FILLER                PIC X(31) VALUE 'REASON'.
000710     05  FILLER                PIC X(09) VALUE 'USER'.
000720     05  FILLER                PIC X(09) VALUE 'PLACED'.
000730     05  FILLER                PIC X(45) VALUE 'EXPIRY'.
000740 01  WS-DETAIL-LINE.
000750     05  WS-DET-ACCOUNT        PIC X(08).
000760     05  FILLER                PIC X(01) VALUE SPACES.
000770     05  WS-DET-HOLD-ID        PIC X(08).
000780     05  FILLER                PIC X(01) VALUE SPACES.
000790     05  WS-DET-AMOUNT         PIC -(15)9.99.
000800     05  FILLER                PIC X(01) VALUE SPACES.
000810     05  WS-DET-REASON         PIC X(30).
000820     05  FILLER                PIC X(01) VALUE SPACES.
000830     05  WS-DET-PLACED-BY      PIC X(08).
000840     05  FILLER                PIC X(01) VALUE SPACES.
000850     05  WS-DET-PLACED-DATE    PIC 9(07).
000860     05  FILLER                PIC X(02) VALUE SPACES.
000870     05  WS-DET-EXPIRY-DATE    PIC 9(07).
000880     05  FILLER                PIC X(02) VALUE SPACES.
000890     05  WS-DET-NOTE           PIC X(20).
000900     05  FILLER                PIC X(16) VALUE SPACES.
000910 01  WS-NOTE-LINE.
000920     05  WS-NOTE-TEXT          PIC X(60).
000930     05  FILLER                PIC X(72) VALUE SPACES.
000940 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
000950*****************************************************************
000960* 0000-MAINLINE
000970*****************************************************************
000980 PROCEDURE DIVISION.
000990 0000-MAINLINE.
001000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001010     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001020         UNTIL WS-EOF.
001030     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001040     STOP RUN.
001050*****************************************************************
001060* 1000-INITIALIZE - STAMP THE RUN, HEAD THE REPORT, OPEN CONTHOLD
001070* AND PRIME THE READ.  CONTHOLD OPENS I-O SO EACH HOLD CAN BE
001080* REWRITTEN AS IT IS READ; STATUS 35 (NEVER LOADED) MEANS NO HOLD
001090* HAS EVER BEEN PLACED AND THE JOB ENDS CLEAN.  ANY OTHER OPEN
001100* FAILURE ENDS CC 16.
001110*****************************************************************
001120 1000-INITIALIZE.
001130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001140     ACCEPT WS-DATE-YYYYDDD FROM DAY YYYYDDD.
001150     COMPUTE WS-EXPIRY-DATE = WS-DATE-YYYYDDD - 1900000.
001160     OPEN OUTPUT REPORT-FILE.
001170     MOVE WS-RUN-DATE TO WS-HEAD-RUN-DATE.
001180     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
001190     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
001200     WRITE REPORT-RECORD FROM WS-COLUMN-LINE.
001210     OPEN I-O HOLD-FILE.
001220     EVALUATE TRUE
001230         WHEN WS-HOLD-STATUS = '00' OR WS-HOLD-STATUS = '97'
001240             SET WS-HOLD-OPEN TO TRUE
001250         WHEN WS-HOLD-STATUS = '35'
001260             DISPLAY 'HOLDBAT - CONTHOLD HAS NEVER BEEN LOADED'
001270                 ' - NO HOLDS TO EXPIRE'
001280             SET WS-EOF TO TRUE
001290         WHEN OTHER
001300             DISPLAY 'HOLDBAT - OPEN OF CONTHOLD FAILED -'
001310                 ' FILE STATUS ' WS-HOLD-STATUS
001320             CLOSE REPORT-FILE
001330             MOVE 16 TO RETURN-CODE
001340             STOP RUN
001350     END-EVALUATE.
001360     IF WS-HOLD-OPEN
001370         PERFORM 9000-READ-HOLD THRU 9000-EXIT
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410*****************************************************************
001420* 2000-PROCESS-HOLD - EXPIRE THE HOLD JUST READ IF IT IS ACTIVE
001430* AND ITS EXPIRY DATE (ZERO MEANS IT RUNS UNTIL RELEASED) IS
001440* BEFORE TODAY.  RELEASED AND EXPIRED HOLDS STAY ON THE FILE AS
001450* THEY ARE, AS THE RECORD OF WHAT WAS HELD.  A HOLD WHOSE REWRITE
001460* FAILS IS STILL LISTED, MARKED, SO THE REPORT SHOWS EVERY HOLD
001470* THAT HAS LAPSED.
001480*****************************************************************
001490 2000-PROCESS-HOLD.
001500     IF NOT HOLDREC-ACTIVE
001510         GO TO 2000-NEXT
001520     END-IF.
001530     ADD 1 TO WS-HOLDS-ACTIVE.
001540     IF HOLDREC-EXPIRY-DATE NOT NUMERIC
001550        OR HOLDREC-EXPIRY-DATE = ZERO
001560        OR HOLDREC-EXPIRY-DATE NOT < WS-EXPIRY-DATE
001570         GO TO 2000-NEXT
001580     END-IF.
001590     SET HOLDREC-EXPIRED TO TRUE.
001600     MOVE 'HOLDBAT' TO HOLDREC-ENDED-BY.
001610     MOVE WS-EXPIRY-DATE TO HOLDREC-ENDED-DATE.
001620     MOVE SPACES TO WS-DET-NOTE.
001630     REWRITE HOLDREC.
001640     IF WS-HOLD-STATUS = '00'
001650         ADD 1 TO WS-HOLDS-EXPIRED
001660         IF HOLDREC-AMOUNT NUMERIC
001670             ADD HOLDREC-AMOUNT TO WS-AMOUNT-RELEASED
001680         END-IF
001690     ELSE
001700         ADD 1 TO WS-REWRITE-ERRORS
001710         DISPLAY 'HOLDBAT - REWRITE OF HOLD ' HOLDREC-ACCOUNT
001720             '/' HOLDREC-HOLD-ID ' FAILED - FILE STATUS '
001730             WS-HOLD-STATUS
001740         MOVE 'NOT EXPIRED - ERROR' TO WS-DET-NOTE
001750     END-IF.
001760     PERFORM 3000-WRITE-DETAIL THRU 3000-EXIT.
001770 2000-NEXT.
001780     PERFORM 9000-READ-HOLD THRU 9000-EXIT.
001790 2000-EXIT.
001800     EXIT.
001810*****************************************************************
001820* 3000-WRITE-DETAIL - ONE REPORT LINE FOR THE HOLD IN HAND.
001830*****************************************************************
001840 3000-WRITE-DETAIL.
001850     MOVE HOLDREC-ACCOUNT TO WS-DET-ACCOUNT.
001860     MOVE HOLDREC-HOLD-ID TO WS-DET-HOLD-ID.
001870     IF HOLDREC-AMOUNT NUMERIC
001880         MOVE HOLDREC-AMOUNT TO WS-DET-AMOUNT
001890     ELSE
001900         MOVE ZERO TO WS-DET-AMOUNT
001910     END-IF.
001920     MOVE HOLDREC-REASON TO WS-DET-REASON.
001930     MOVE HOLDREC-PLACED-BY TO WS-DET-PLACED-BY.
001940     IF HOLDREC-PLACED-DATE NUMERIC
001950         MOVE HOLDREC-PLACED-DATE TO WS-DET-PLACED-DATE
001960     ELSE
001970         MOVE ZERO TO WS-DET-PLACED-DATE
001980     END-IF.
001990     MOVE HOLDREC-EXPIRY-DATE TO WS-DET-EXPIRY-DATE.
002000     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
002010 3000-EXIT.
002020     EXIT.
002030*****************************************************************
002040* 8000-TERMINATE - PRINT THE TOTALS, CLOSE DOWN AND SET THE
002050* CONDITION CODE.
002060*****************************************************************
002070 8000-TERMINATE.
002080     PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT.
002090     MOVE WS-HOLDS-READ TO WS-COUNT-DISPLAY.
002100     DISPLAY 'HOLDBAT - HOLDS READ        ' WS-COUNT-DISPLAY.
002110     MOVE WS-HOLDS-ACTIVE TO WS-COUNT-DISPLAY.
002120     DISPLAY 'HOLDBAT - HOLDS ACTIVE      ' WS-COUNT-DISPLAY.
002130     MOVE WS-HOLDS-EXPIRED TO WS-COUNT-DISPLAY.
002140     DISPLAY 'HOLDBAT - HOLDS EXPIRED     ' WS-COUNT-DISPLAY.
002150     MOVE WS-REWRITE-ERRORS TO WS-COUNT-DISPLAY.
002160     DISPLAY 'HOLDBAT - REWRITE ERRORS    ' WS-COUNT-DISPLAY.
002170     MOVE WS-AMOUNT-RELEASED TO WS-AMOUNT-DISPLAY.
002180     DISPLAY 'HOLDBAT - AMOUNT RELEASED   ' WS-AMOUNT-DISPLAY.
002190     CLOSE REPORT-FILE.
002200     IF WS-HOLD-OPEN
002210         CLOSE HOLD-FILE
002220     END-IF.
002230     IF WS-REWRITE-ERRORS > 0
002240         MOVE 8 TO RETURN-CODE
002250     ELSE
002260         MOVE 0 TO RETURN-CODE
002270     END-IF.
002280 8000-EXIT.
002290     EXIT.
002300*****************************************************************
002310* 8100-PRINT-TOTALS - THE RUN TOTALS UNDER THE DETAIL LINES, OR
002320* UNDER A NOTE THAT NO HOLD HAD LAPSED.
002330*****************************************************************
002340 8100-PRINT-TOTALS.
002350     IF WS-HOLDS-EXPIRED = 0 AND WS-REWRITE-ERRORS = 0
002360         MOVE SPACES TO WS-NOTE-LINE
002370         MOVE 'NO HOLDS EXPIRED' TO WS-NOTE-TEXT
002380         WRITE REPORT-RECORD FROM WS-NOTE-LINE
002390     END-IF.
002400     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
002410     MOVE SPACES TO WS-NOTE-LINE.
002420     MOVE WS-HOLDS-EXPIRED TO WS-COUNT-DISPLAY.
002430     STRING 'HOLDS EXPIRED ' WS-COUNT-DISPLAY
002440         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
002450     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
002460     MOVE SPACES TO WS-NOTE-LINE.
002470     MOVE WS-AMOUNT-RELEASED TO WS-AMOUNT-DISPLAY.
002480     STRING 'AMOUNT RELEASED ' WS-AMOUNT-DISPLAY
002490         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
002500     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
002510     MOVE SPACES TO WS-NOTE-LINE.
002520     MOVE WS-HOLDS-ACTIVE TO WS-COUNT-DISPLAY.
002530     STRING 'HOLDS STILL ACTIVE BEFORE THE RUN ' WS-COUNT-DISPLAY
002540         DELIMITED BY SIZE INTO WS-NOTE-TEXT.
002550     WRITE REPORT-RECORD FROM WS-NOTE-LINE.
002560 8100-EXIT.
002570     EXIT.
002580*****************************************************************
002590* 9000-READ-HOLD - READ THE NEXT HOLD IN KEY ORDER, SETTING THE
002600* EOF SWITCH WHEN THE FILE IS EXHAUSTED.
002610*****************************************************************
002620 9000-READ-HOLD.
002630     READ HOLD-FILE NEXT RECORD
002640         AT END
002650             SET WS-EOF TO TRUE
002660         NOT AT END
002670             ADD 1 TO WS-HOLDS-READ
002680     END-READ.
002690 9000-EXIT.
002700     EXIT.
