000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PENDRPT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - REPORT OVER THE CONTPEND
000120*                  KSDS OF ONLINE POSTINGS DEFERRED WHILE THE
000130*                  BATCH WINDOW WAS OPEN (SEE PENDREC).  PRINTS
000140*                  EVERY ENTRY IN ARRIVAL ORDER - WHEN IT WAS
000150*                  FILED AND BY WHICH PROGRAM, THE ACCOUNTS AND
000160*                  AMOUNT, ITS STATUS, AND FOR A REPLAYED ENTRY
000170*                  WHEN CRPL REPLAYED IT AND THE CODES IT GOT -
000180*                  THEN TOTALS ENTRIES APPLIED, REFUSED AND STILL
000190*                  PENDING.  A CUTOFF DATE ON THE RUNCTL CARD ALSO
000200*                  PURGES THE APPLIED AND REFUSED ENTRIES REPLAYED
000210*                  BEFORE IT, ONCE THEY HAVE BEEN LISTED, SO THE
000220*                  STORE DOES NOT GROW WITHOUT BOUND.  CC 0
000230*                  EVERYTHING APPLIED, 4 ONE OR MORE ENTRIES
000240*                  REFUSED ON REPLAY OR STILL PENDING, 8 A PURGE
000250*                  DELETE FAILED, 16 CONTROL-CARD OR FILE OPEN
000260*                  ERROR.
000270*****************************************************************
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PENDING-FILE      ASSIGN TO CONTPEND
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS PENDREC-KEY
000350         FILE STATUS IS WS-PENDING-STATUS.
000360     SELECT REPORT-FILE       ASSIGN TO PENDRPT
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT OPTIONAL RUN-CONTROL-FILE
000390                              ASSIGN TO RUNCTL
000400         ORGANIZATION IS SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  PENDING-FILE.
000440     COPY PENDREC.
000450 FD  REPORT-FILE
000460     RECORDING MODE IS F.
000470 01  REPORT-RECORD             PIC X(132).
000480 FD  RUN-CONTROL-FILE
000490     RECORDING MODE IS F.
000500 01  CONTROL-CARD.
000510     05  CARD-PURGE-BEFORE         PIC X(07).
000520     05  CARD-PURGE-DATE REDEFINES CARD-PURGE-BEFORE
000530                                   PIC 9(07).
000540     05  FILLER                    PIC X(73).
000550 WORKING-STORAGE SECTION.
000560 77  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
000570     88  WS-EOF                    VALUE 'Y'.
000580 77  WS-PENDING-STATUS         PIC X(02) VALUE SPACES.
000590 77  WS-PENDING-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000600     88  WS-PENDING-OPEN           VALUE 'Y'.
000610 77  WS-RECORDS-READ           PIC 9(08) COMP VALUE 0.
000620 77  WS-APPLIED-COUNT          PIC 9(08) COMP VALUE 0.
000630 77  WS-REFUSED-COUNT          PIC 9(08) COMP VALUE 0.
000640 77  WS-PENDING-COUNT          PIC 9(08) COMP VALUE 0.
000650 77  WS-UNKNOWN-COUNT          PIC 9(08) COMP VALUE 0.
000660 77  WS-PURGED-COUNT           PIC 9(08) COMP VALUE 0.
000670 77  WS-PURGE-FAILED-COUNT     PIC 9(08) COMP VALUE 0.
000680 77  WS-PURGE-SWITCH           PIC X(01) VALUE 'N'.
000690     88  WS-PURGE-REQUESTED        VALUE 'Y'.
000700 01  WS-PURGE-DATE             PIC 9(07) VALUE ZERO.
000710 01  WS-HEADING-LINE.
000720     05  FILLER                PIC X(46)
000730         VALUE 'PENDRPT - DEFERRED ONLINE POSTING REPORT      '.
000740     05  FILLER                PIC X(86) VALUE SPACES.
000750 01  WS-BLANK-LINE             PIC X(132) VALUE SPACES.
000760 01  WS-ENTRY-LINE.
000770     05  FILLER                PIC X(06) VALUE 'FILED '.
000780     05  WS-ENT-DATE           PIC 9(07).
000790     05  FILLER                PIC X(01) VALUE SPACES.
000800     05  WS-ENT-TIME           PIC 9(07).
000810     05  FILLER                PIC X(01) VALUE SPACES.
000820     05  WS-ENT-SEQ            PIC 9(07).
000830     05  FILLER                PIC X(02) VALUE SPACES.
000840     05  WS-ENT-TYPE           PIC X(08).
000850     05  FILLER                PIC X(04) VALUE ' BY '.
000860     05  WS-ENT-FILED-BY       PIC X(08).
000870     05  FILLER                PIC X(09) VALUE ' ACCOUNT '.
000880     05  WS-ENT-ACCOUNT        PIC X(08).
000890     05  FILLER                PIC X(04) VALUE ' TO '.
000900     05  WS-ENT-CREDIT         PIC X(08).
000910     05  FILLER                PIC X(09) VALUE '  AMOUNT '.
000920     05  WS-ENT-AMOUNT         PIC X(18).
000930     05  FILLER                PIC X(02) VALUE SPACES.
000940     05  WS-ENT-STATUS         PIC X(08).
000950     05  FILLER                PIC X(15) VALUE SPACES.
000960 01  WS-REPLAY-LINE.
000970     05  FILLER                PIC X(12) VALUE '  REPLAYED  '.
000980     05  WS-RPL-DATE           PIC 9(07).
000990     05  FILLER                PIC X(01) VALUE SPACES.
001000     05  WS-RPL-TIME           PIC 9(07).
001010     05  FILLER                PIC X(05) VALUE '  RC '.
001020     05  WS-RPL-RC             PIC X(02).
001030     05  FILLER                PIC X(11) VALUE '  DEBIT RC '.
001040     05  WS-RPL-DEBIT-RC       PIC X(02).
001050     05  FILLER                PIC X(12) VALUE '  CREDIT RC '.
001060     05  WS-RPL-CREDIT-RC      PIC X(02).
001070     05  FILLER                PIC X(14) VALUE '  JOURNAL KEY '.
001080     05  WS-RPL-JOURNAL-KEY    PIC X(29).
001090     05  FILLER                PIC X(28) VALUE SPACES.
001100 01  WS-AMOUNT-EDIT            PIC -(13)9.99.
001110 01  WS-TOTAL-LINE.
001120     05  WS-TOTAL-CAPTION      PIC X(24).
001130     05  WS-TOTAL-COUNT        PIC Z(07)9.
001140     05  FILLER                PIC X(100) VALUE SPACES.
001150*****************************************************************
001160* 0000-MAINLINE
001170*****************************************************************
001180 PROCEDURE DIVISION.
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     PERFORM 2000-PRINT-ENTRY THRU 2000-EXIT
001220         UNTIL WS-EOF.
001230     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001240     STOP RUN.
001250*****************************************************************
001260* 1000-INITIALIZE - READ THE RUN-CONTROL CARD, OPEN THE FILES -
001270* CONTPEND FOR UPDATE WHEN A PURGE WAS ASKED FOR - PRINT THE
001280* REPORT HEADING AND PRIME THE READ.  STATUS 35 ON THE CONTPEND
001290* OPEN MEANS NOTHING HAS EVER BEEN DEFERRED - A ROUTINE RESULT, SO
001300* THE REPORT IS PRODUCED EMPTY.  ANY OTHER OPEN FAILURE STOPS WITH
001310* CC 16.
001320*****************************************************************
001330 1000-INITIALIZE.
001340     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
001350     IF WS-PURGE-REQUESTED
001360         OPEN I-O PENDING-FILE
001370     ELSE
001380         OPEN INPUT PENDING-FILE
001390     END-IF.
001400     EVALUATE TRUE
001410         WHEN WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '97'
001420             SET WS-PENDING-OPEN TO TRUE
001430         WHEN WS-PENDING-STATUS = '35'
001440             SET WS-EOF TO TRUE
001450         WHEN OTHER
001460             DISPLAY 'PENDRPT - OPEN OF CONTPEND FAILED -'
001470                 ' FILE STATUS ' WS-PENDING-STATUS
001480             MOVE 16 TO RETURN-CODE
001490             STOP RUN
001500     END-EVALUATE.
001510     OPEN OUTPUT REPORT-FILE.
001520     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
001530     IF WS-PENDING-OPEN
001540         PERFORM 9000-READ-RECORD THRU 9000-EXIT
001550     END-IF.
001560 1000-EXIT.
001570     EXIT.
001580*****************************************************************
001590* 1100-READ-CONTROL-CARD - A BLANK CARD, OR NO RUNCTL CARD AT ALL,
001600* ONLY REPORTS.  COLUMNS 1-7 MAY CARRY A PURGE CUTOFF IN THE SAME
001610* 7-DIGIT FORM AS PENDREC-REPLAY-DATE (EIBDATE, 0CYYDDD) - AN
001620* APPLIED OR REFUSED ENTRY REPLAYED BEFORE THE CUTOFF IS DELETED
001630* ONCE IT HAS BEEN LISTED.  A CUTOFF THAT IS NOT NUMERIC ENDS
001640* CC 16 BEFORE THE STORE IS TOUCHED.
001650*****************************************************************
001660 1100-READ-CONTROL-CARD.
001670     OPEN INPUT RUN-CONTROL-FILE.
001680     READ RUN-CONTROL-FILE
001690         AT END
001700             MOVE SPACES TO CONTROL-CARD
001710     END-READ.
001720     CLOSE RUN-CONTROL-FILE.
001730     IF CARD-PURGE-BEFORE = SPACES
001740         GO TO 1100-EXIT
001750     END-IF.
001760     IF CARD-PURGE-DATE NOT NUMERIC
001770         DISPLAY 'PENDRPT - PURGE CUTOFF ON THE RUNCTL CARD IS'
001780             ' NOT NUMERIC'
001790         MOVE 16 TO RETURN-CODE
001800         STOP RUN
001810     END-IF.
001820     MOVE CARD-PURGE-DATE TO WS-PURGE-DATE.
001830     SET WS-PURGE-REQUESTED TO TRUE.
001840 1100-EXIT.
001850     EXIT.
001860*****************************************************************
001870* 2000-PRINT-ENTRY - PRINT ONE ENTRY - WHEN AND BY WHAT IT WAS
001880* FILED, ITS ACCOUNTS (THE CREDIT ACCOUNT ONLY FOR A TRANSFER),
001890* AMOUNT AND STATUS, AND FOR A REPLAYED ENTRY THE REPLAY STAMP,
001900* RETURN CODE, LEG CODES AND JOURNAL KEY - COUNT IT UNDER ITS
001910* STATUS, PURGE IT IF IT IS OLD ENOUGH, THEN READ THE NEXT ONE.
001920*****************************************************************
001930 2000-PRINT-ENTRY.
001940     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
001950     MOVE PENDREC-DATE TO WS-ENT-DATE.
001960     MOVE PENDREC-TIME TO WS-ENT-TIME.
001970     MOVE PENDREC-SEQUENCE TO WS-ENT-SEQ.
001980     MOVE PENDREC-FILED-BY TO WS-ENT-FILED-BY.
001990     MOVE PENDREC-ACCOUNT TO WS-ENT-ACCOUNT.
002000     IF PENDREC-TYPE-TRANSFER
002010         MOVE 'TRANSFER' TO WS-ENT-TYPE
002020         MOVE PENDREC-CREDIT-ACCOUNT TO WS-ENT-CREDIT
002030     ELSE
002040         MOVE 'POSTING ' TO WS-ENT-TYPE
002050         MOVE SPACES TO WS-ENT-CREDIT
002060     END-IF.
002070     IF PENDREC-AMOUNT IS NUMERIC
002080         MOVE PENDREC-AMOUNT TO WS-AMOUNT-EDIT
002090         MOVE WS-AMOUNT-EDIT TO WS-ENT-AMOUNT
002100     ELSE
002110         MOVE '       NOT NUMERIC' TO WS-ENT-AMOUNT
002120     END-IF.
002130     EVALUATE TRUE
002140         WHEN PENDREC-PENDING
002150             MOVE 'PENDING ' TO WS-ENT-STATUS
002160             ADD 1 TO WS-PENDING-COUNT
002170         WHEN PENDREC-APPLIED
002180             MOVE 'APPLIED ' TO WS-ENT-STATUS
002190             ADD 1 TO WS-APPLIED-COUNT
002200         WHEN PENDREC-REFUSED
002210             MOVE 'REFUSED ' TO WS-ENT-STATUS
002220             ADD 1 TO WS-REFUSED-COUNT
002230         WHEN OTHER
002240             MOVE 'UNKNOWN ' TO WS-ENT-STATUS
002250             ADD 1 TO WS-UNKNOWN-COUNT
002260     END-EVALUATE.
002270     WRITE REPORT-RECORD FROM WS-ENTRY-LINE.
002280     IF PENDREC-APPLIED OR PENDREC-REFUSED
002290         MOVE PENDREC-REPLAY-DATE TO WS-RPL-DATE
002300         MOVE PENDREC-REPLAY-TIME TO WS-RPL-TIME
002310         MOVE PENDREC-REPLAY-RC TO WS-RPL-RC
002320         MOVE PENDREC-DEBIT-RC TO WS-RPL-DEBIT-RC
002330         MOVE PENDREC-CREDIT-RC TO WS-RPL-CREDIT-RC
002340         MOVE PENDREC-JOURNAL-KEY TO WS-RPL-JOURNAL-KEY
002350         WRITE REPORT-RECORD FROM WS-REPLAY-LINE
002360     END-IF.
002370     IF WS-PURGE-REQUESTED
002380         PERFORM 2100-PURGE-ENTRY THRU 2100-EXIT
002390     END-IF.
002400     PERFORM 9000-READ-RECORD THRU 9000-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430*****************************************************************
002440* 2100-PURGE-ENTRY - DELETE THE ENTRY JUST LISTED WHEN IT HAS BEEN
002450* REPLAYED (APPLIED OR REFUSED) BEFORE THE CUTOFF.  A PENDING
002460* ENTRY IS NEVER PURGED - CRPL HAS STILL TO APPLY IT.  A DELETE
002470* THAT FAILS IS REPORTED AND THE RUN GOES ON; THE ENTRY STAYS FOR
002480* THE NEXT PURGE.
002490*****************************************************************
002500 2100-PURGE-ENTRY.
002510     IF NOT PENDREC-APPLIED
002520        AND NOT PENDREC-REFUSED
002530         GO TO 2100-EXIT
002540     END-IF.
002550     IF PENDREC-REPLAY-DATE NOT NUMERIC
002560         GO TO 2100-EXIT
002570     END-IF.
002580     IF PENDREC-REPLAY-DATE NOT < WS-PURGE-DATE
002590         GO TO 2100-EXIT
002600     END-IF.
002610     DELETE PENDING-FILE.
002620     IF WS-PENDING-STATUS = '00'
002630         ADD 1 TO WS-PURGED-COUNT
002640     ELSE
002650         DISPLAY 'PENDRPT - PURGE OF ENTRY ' PENDREC-KEY
002660             ' FAILED - FILE STATUS ' WS-PENDING-STATUS
002670         ADD 1 TO WS-PURGE-FAILED-COUNT
002680     END-IF.
002690 2100-EXIT.
002700     EXIT.
002710*****************************************************************
002720* 8000-TERMINATE - PRINT THE TOTALS BY STATUS, CLOSE THE FILES
002730* AND SET THE CONDITION CODE - 4 WHEN ANY ENTRY WAS REFUSED ON
002740* REPLAY OR IS STILL PENDING, SO THE SCHEDULE CAN CHASE IT, AND
002750* 8 WHEN A PURGE DELETE FAILED.
002760*****************************************************************
002770 8000-TERMINATE.
002780     WRITE REPORT-RECORD FROM WS-BLANK-LINE.
002790     MOVE 'ENTRIES LISTED          ' TO WS-TOTAL-CAPTION.
002800     MOVE WS-RECORDS-READ TO WS-TOTAL-COUNT.
002810     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002820     MOVE 'ENTRIES APPLIED         ' TO WS-TOTAL-CAPTION.
002830     MOVE WS-APPLIED-COUNT TO WS-TOTAL-COUNT.
002840     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002850     MOVE 'ENTRIES REFUSED         ' TO WS-TOTAL-CAPTION.
002860     MOVE WS-REFUSED-COUNT TO WS-TOTAL-COUNT.
002870     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002880     MOVE 'ENTRIES STILL PENDING   ' TO WS-TOTAL-CAPTION.
002890     MOVE WS-PENDING-COUNT TO WS-TOTAL-COUNT.
002900     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
002910     IF WS-UNKNOWN-COUNT > 0
002920         MOVE 'ENTRIES WITH BAD STATUS ' TO WS-TOTAL-CAPTION
002930         MOVE WS-UNKNOWN-COUNT TO WS-TOTAL-COUNT
002940         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
002950     END-IF.
002960     IF WS-PURGE-REQUESTED
002970         MOVE 'ENTRIES PURGED          ' TO WS-TOTAL-CAPTION
002980         MOVE WS-PURGED-COUNT TO WS-TOTAL-COUNT
002990         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003000     END-IF.
003010     IF WS-PURGE-FAILED-COUNT > 0
003020         MOVE 'PURGE DELETES FAILED    ' TO WS-TOTAL-CAPTION
003030         MOVE WS-PURGE-FAILED-COUNT TO WS-TOTAL-COUNT
003040         WRITE REPORT-RECORD FROM WS-TOTAL-LINE
003050     END-IF.
003060     IF WS-PENDING-OPEN
003070         CLOSE PENDING-FILE
003080     END-IF.
003090     CLOSE REPORT-FILE.
003100     IF WS-PURGE-FAILED-COUNT > 0
003110         MOVE 8 TO RETURN-CODE
003120         GO TO 8000-EXIT
003130     END-IF.
003140     IF WS-PENDING-COUNT > 0
003150        OR WS-REFUSED-COUNT > 0
003160        OR WS-UNKNOWN-COUNT > 0
003170         MOVE 4 TO RETURN-CODE
003180     ELSE
003190         MOVE 0 TO RETURN-CODE
003200     END-IF.
003210 8000-EXIT.
003220     EXIT.
003230*****************************************************************
003240* 9000-READ-RECORD - READ THE NEXT ENTRY IN ARRIVAL ORDER, SETTING
003250* THE EOF SWITCH WHEN THE FILE IS EXHAUSTED.
003260*****************************************************************
003270 9000-READ-RECORD.
003280     READ PENDING-FILE
003290         AT END
003300             SET WS-EOF TO TRUE
003310         NOT AT END
003320             ADD 1 TO WS-RECORDS-READ
003330     END-READ.
003340 9000-EXIT.
003350     EXIT.
