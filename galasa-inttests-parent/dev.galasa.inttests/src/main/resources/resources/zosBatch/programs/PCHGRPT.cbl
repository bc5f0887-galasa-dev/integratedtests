000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PCHGRPT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - DUAL-CONTROL REPORT OVER THE
000120*                  CONTPCHG KSDS OF CONTMNT MAINTENANCE CHANGES.
000130*                  PRINTS EVERY CHANGE IN KEY ORDER - ACCOUNT,
000140*                  WHEN IT WAS ENTERED AND BY WHOM, ITS STATUS,
000150*                  WHO DECIDED IT AND WHEN, AND THE BALANCE AND
000160*                  REF ID BEFORE AND AFTER - THEN TOTALS CHANGES
000170*                  APPROVED, REJECTED AND STILL PENDING.  CC 0
000180*                  NOTHING LEFT PENDING, 4 ONE OR MORE CHANGES
000190*                  STILL AWAITING A CHECKER, 16 FILE OPEN ERROR.
000200*****************************************************************
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CHANGE-FILE       ASSIGN TO CONTPCHG
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS PCHGREC-KEY
000280         FILE STATUS IS WS-CHANGE-STATUS.
000290     SELECT REPORT-FILE       ASSIGN TO PCHGRPT
000300         ORGANIZATION IS SEQUENTIAL.
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  CHANGE-FILE.
000340     COPY PCHGREC.
000350 FD  REPORT-FILE
000360     RECORDING MODE IS F.
000370 01  REPORT-RECORD             PIC X(132).
000380 WORKING-STORAGE SECTION.
000390 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000400     88  WS-EOF                    VALUE 'Y'.
000410 77  WS-CHANGE-STATUS          PIC X(02) VALUE SPACES.
000420 77  WS-CHANGE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000430     88  WS-CHANGE-OPEN            VALUE 'Y'.
000440 77  WS-RECORDS-READ           PIC 9(08) COMP VALUE 0.
000450 77  WS-APPROVED-COUNT         PIC 9(08) COMP VALUE 0.
000460 77  WS-REJECTED-COUNT         PIC 9(08) COMP VALUE 0.
000470 77  WS-PENDING-COUNT          PIC 9(08) COMP VALUE 0.
000480 77  WS-UNKNOWN-COUNT          PIC 9(08) COMP VALUE 0.
000490*****************************************************************
000500* THE BEFORE AND AFTER IMAGES ARE CONTFREC-SHAPED - EACH IS MOVED
000510* THROUGH THIS COPY OF CONTFREC TO REACH ITS BALANCE AND REF ID.
000520* A BALANCE THAT IS NOT VALID PACKED DECIMAL (THE CASE CONTMNT
000530* EXISTS TO REPAIR) PRINTS AS NOT NUMERIC INSTEAD OF AS AN AMOUNT.
000540*****************************************************************
000550     COPY CONTFREC.
000560 01  WS-HEADING-LINE.
000570     05  FILLER                PIC X(46)
000580         VALUE 'PCHGRPT - CONTMNT DUAL-CONTROL CHANGE REPORT  '.
000590     05  FILLER                PIC X(86) VALUE SPACES.
000600 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
000610 01  WS-CHANGE-LINE.
000620     05  FILLER                PIC X(08) VALUE 'ACCOUNT '.
000630     05  WS-CHG-ACCOUNT        PIC X(08).
000640     05  FILLER                PIC X(10) VALUE '  ENTERED '.
000650     05  WS-CHG-DATE           PIC 9(07).
000660     05  FILLER                PIC X(01) VALUE SPACES.
000670     05  WS-CHG-TIME           PIC 9(07).
000680     05  FILLER                PIC X(01) VALUE SPACES.
000690     05  WS-CHG-SEQ            PIC 9(07).
000700     05  FILLER                PIC X(05) VALUE '  BY '.
000710     05  WS-CHG-MAKER          PIC X(08).
000720     05  FILLER                PIC X(02) VALUE SPACES.
000730     05  WS-CHG-STATUS         PIC X(08).
000740     05  FILLER                PIC X(05) VALUE '  BY '.
000750     05  WS-CHG-CHECKER        PIC X(08).
000760     05  FILLER                PIC X(04) VALUE '  ON'.
000770     05  FILLER                PIC X(01) VALUE SPACES.
000780     05  WS-CHG-DECIDED-DATE   PIC 9(07).
000790     05  FILLER                PIC X(01) VALUE SPACES.
000800     05  WS-CHG-DECIDED-TIME   PIC 9(07).
000810     05  FILLER                PIC X(27) VALUE SPACES.
000820 01  WS-BALANCE-LINE.
000830     05  FILLER                PIC X(18)
000840         VALUE '  BALANCE BEFORE  '.
000850     05  WS-BAL-BEFORE         PIC X(18).
000860     05  FILLER                PIC X(09) VALUE '  AFTER  '.
000870     05  WS-BAL-AFTER          PIC X(18).
000880     05  FILLER                PIC X(17)
000890         VALUE '  REF ID BEFORE  '.
000900     05  WS-REF-BEFORE         PIC X(16).
000910     05  FILLER                PIC X(09) VALUE '  AFTER  '.
000920     05  WS-REF-AFTER          PIC X(16).
000930     05  FILLER                PIC X(11) VALUE SPACES.
000940 01  WS-DECISION-LINE.
000950     05  FILLER                PIC X(18)
000960         VALUE '  DECISION        '.
000970     05  WS-DEC-TEXT           PIC X(30).
000980     05  FILLER                PIC X(84) VALUE SPACES.
000990 01  WS-AMOUNT-EDIT            PIC -(13)9.99.
001000 01  WS-AMOUNT-TEXT            PIC X(18).
001010 01  WS-TOTAL-LINE.
001020     05  WS-TOTAL-CAPTION      PIC X(24).
001030     05  WS-TOTAL-COUNT        PIC Z(07)9.
001040     05  FILLER                PIC X(100) VALUE SPACES.
001050*****************************************************************
001060* 0000-MAINLINE
001070*****************************************************************
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001110     PERFORM 2000-PRINT-CHANGE THRU 2000-EXIT
001120         UNTIL WS-EOF.
001130     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001140     STOP RUN.
001150*****************************************************************
001160* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REPORT HEADING AND
001170* PRIME THE READ.  STATUS 35 ON THE CONTPCHG OPEN MEANS NO CHANGE
001180* HAS EVER BEEN FILED - A ROUTINE RESULT, SO THE REPORT IS
001190* PRODUCED EMPTY.  ANY OTHER OPEN FAILURE STOPS WITH CC 16.
001200*****************************************************************
001210 1000-INITIALIZE.
001220     OPEN INPUT CHANGE-FILE.
001230     EVALUATE TRUE
001240         WHEN WS-CHANGE-STATUS = '00' OR WS-CHANGE-STATUS = '97'
001250             SET WS-CHANGE-OPEN TO TRUE
001260         WHEN WS-CHANGE-STATUS = '35'
001270             SET WS-EOF TO TRUE
001280         WHEN OTHER
001290             DISPLAY 'PCHGRPT - OPEN OF CONTPCHG FAILED -'
001300                 ' FILE STATUS ' WS-CHANGE-STATUS
001310             MOVE 16 TO RETURN-CODE
001320             STOP RUN
001330     END-EVALUATE.
001340     OPEN OUTPUT REPORT-FILE.
001350     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
001360     IF WS-CHANGE-OPEN
001370         PERFORM 9000-READ-RECORD THRU 9000-EXIT
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410*****************************************************************
001420* 2000-PRINT-CHANGE - PRINT ONE CHANGE - WHO ENTERED IT AND WHEN,
001430* ITS STATUS AND WHO DECIDED IT, THE BALANCE AND REF ID BEFORE
001440* AND AFTER, AND FOR A DECIDED CHANGE THE DECISION TEXT - COUNT
001450* IT UNDER ITS STATUS, THEN READ THE NEXT ONE.
001460*****************************************************************
001470 2000-PRINT-CHANGE.
001480     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
001490     MOVE PCHGREC-ACCOUNT TO WS-CHG-ACCOUNT.
001500     MOVE PCHGREC-DATE TO WS-CHG-DATE.
001510     MOVE PCHGREC-TIME TO WS-CHG-TIME.
001520     MOVE PCHGREC-SEQUENCE TO WS-CHG-SEQ.
001530     MOVE PCHGREC-MAKER-USERID TO WS-CHG-MAKER.
001540     MOVE PCHGREC-CHECKER-USERID TO WS-CHG-CHECKER.
001550     MOVE PCHGREC-DECIDED-DATE TO WS-CHG-DECIDED-DATE.
001560     MOVE PCHGREC-DECIDED-TIME TO WS-CHG-DECIDED-TIME.
001570     EVALUATE TRUE
001580         WHEN PCHGREC-PENDING
001590             MOVE 'PENDING ' TO WS-CHG-STATUS
001600             ADD 1 TO WS-PENDING-COUNT
001610         WHEN PCHGREC-APPROVED
001620             MOVE 'APPROVED' TO WS-CHG-STATUS
001630             ADD 1 TO WS-APPROVED-COUNT
001640         WHEN PCHGREC-REJECTED
001650             MOVE 'REJECTED' TO WS-CHG-STATUS
001660             ADD 1 TO WS-REJECTED-COUNT
001670         WHEN OTHER
001680             MOVE 'UNKNOWN ' TO WS-CHG-STATUS
001690             ADD 1 TO WS-UNKNOWN-COUNT
001700     END-EVALUATE.
001710     WRITE REPORT-RECORD FROM WS-CHANGE-LINE.
001720     MOVE PCHGREC-BEFORE-IMAGE TO CONTFREC.
001730     PERFORM 5000-EDIT-BALANCE THRU 5000-EXIT.
001740     MOVE WS-AMOUNT-TEXT TO WS-BAL-BEFORE.
001750     MOVE CONTFREC-REF-ID TO WS-REF-BEFORE.
001760     MOVE PCHGREC-AFTER-IMAGE TO CONTFREC.
001770     PERFORM 5000-EDIT-BALANCE THRU 5000-EXIT.
001780     MOVE WS-AMOUNT-TEXT TO WS-BAL-AFTER.
001790     MOVE CONTFREC-REF-ID TO WS-REF-AFTER.
001800     WRITE REPORT-RECORD FROM WS-BALANCE-LINE.
001810     IF NOT PCHGREC-PENDING
001820         MOVE PCHGREC-DECISION-TEXT TO WS-DEC-TEXT
001830         WRITE REPORT-RECORD FROM WS-DECISION-LINE
001840     END-IF.
001850     PERFORM 9000-READ-RECORD THRU 9000-EXIT.
001860 2000-EXIT.
001870     EXIT.
001880*****************************************************************
001890* 5000-EDIT-BALANCE - EDIT CONTFREC-BALANCE INTO WS-AMOUNT-TEXT,
001900* OR 'NOT NUMERIC' WHEN IT IS NOT VALID PACKED DECIMAL.
001910*****************************************************************
001920 5000-EDIT-BALANCE.
001930     IF CONTFREC-BALANCE IS NUMERIC
001940         MOVE CONTFREC-BALANCE TO WS-AMOUNT-EDIT
001950         MOVE WS-AMOUNT-EDIT TO WS-AMOUNT-TEXT
001960     ELSE
001970         MOVE '       NOT NUMERIC' TO WS-AMOUNT-TEXT
001980     END-IF.
001990 5000-EXIT.
002000     EXIT.
002010*****************************************************************
002020* 8000-TERMINATE - PRINT THE TOTALS BY STATUS, CLOSE THE FILES
002030* AND SET THE CONDITION CODE - 4 WHEN ANY CHANGE IS STILL WAITING
002040* FOR A CHECKER, SO THE SCHEDULE CAN CHASE IT.
002050*****************************************************************
002060 8000-TERMINATE.
002070     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
002080     MOVE 'CHANGES LISTED          ' TO WS-TOTAL-CAPTION.
002090     MOVE WS-RECORDS-READ TO WS-TOTAL-COUNT.
002100     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002110     MOVE 'CHANGES APPROVED        ' TO WS-TOTAL-CAPTION.
002120     MOVE WS-APPROVED-COUNT TO WS-TOTAL-COUNT.
002130     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002140     MOVE 'CHANGES REJECTED        ' TO WS-TOTAL-CAPTION.
002150     MOVE WS-REJECTED-COUNT TO WS-TOTAL-COUNT.
002160     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002170     MOVE 'CHANGES STILL PENDING   ' TO WS-TOTAL-CAPTION.
002180     MOVE WS-PENDING-COUNT TO WS-TOTAL-COUNT.
002190     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002200     IF WS-UNKNOWN-COUNT > 0
002210         MOVE 'CHANGES WITH BAD STATUS ' TO WS-TOTAL-CAPTION
002220         MOVE WS-UNKNOWN-COUNT TO WS-TOTAL-COUNT
002230         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002240     END-IF.
002250     IF WS-CHANGE-OPEN
002260         CLOSE CHANGE-FILE
002270     END-IF.
002280     CLOSE REPORT-FILE.
002290     IF WS-PENDING-COUNT > 0
002300         MOVE 4 TO RETURN-CODE
002310     ELSE
002320         MOVE 0 TO RETURN-CODE
002330     END-IF.
002340 8000-EXIT.
002350     EXIT.
002360*****************************************************************
002370* 9000-READ-RECORD - READ THE NEXT CHANGE IN KEY ORDER, SETTING
002380* THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
002390*****************************************************************
002400 9000-READ-RECORD.
002410     READ CHANGE-FILE
002420         AT END
002430             SET WS-EOF TO TRUE
002440         NOT AT END
002450             ADD 1 TO WS-RECORDS-READ
002460     END-READ.
002470 9000-EXIT.
002480     EXIT.
