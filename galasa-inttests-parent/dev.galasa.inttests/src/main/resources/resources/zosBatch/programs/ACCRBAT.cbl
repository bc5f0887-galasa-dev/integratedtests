000218*                  ACCTSTMT RUN FROM THE FIRST MONTH-END ON.
000219*                  THE JOURNAL IS BEST EFFORT - AN ABSENT
000220*                  POSTJRNL IS NOTED AND THE ACCRUAL CARRIES ON.
000221* 15/10/2026 RM    A CLOSED ACCOUNT ACCRUES NO INTEREST - IT IS
000222*                  PASSED OVER UNTOUCHED AND COUNTED ON ITS OWN
000223*                  RECAP LINE.  IT IS NOT A SKIP AND DOES NOT
000224*                  RAISE THE CONDITION CODE.  A FROZEN ACCOUNT
000225*                  STILL ACCRUES - INTEREST IS A CREDIT.
000226* 15/10/2026 RM    JOURNAL ENTRIES ARE NOW STAMPED WITH THE
000227*                  ACCRBAT SOURCE (SEE PJRNREC-SOURCE).
000228*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000480 77  WS-ACCOUNTS-PROCESSED     PIC 9(08) COMP VALUE 0.
000490 77  WS-RECORDS-SKIPPED        PIC 9(08) COMP VALUE 0.
000492 77  WS-JRNL-SKIPPED           PIC 9(08) COMP VALUE 0.
000496 77  WS-CLOSED-PASSED          PIC 9(08) COMP VALUE 0.
000500 01  WS-RATE-PCT               PIC 9(03)V9(04) VALUE ZERO.
000510 01  WS-INTEREST               PIC S9(13)V99 COMP-3.
000512 01  WS-BALANCE-BEFORE         PIC S9(13)V99 COMP-3.
001250* PACKED DECIMAL BELONGS TO SOME OTHER TEST (USUALLY WRITTEN
001260* THROUGH FILETEST) AND IS SKIPPED UNTOUCHED - THE SAME CLASS
001270* TEST CONTACCT MAKES BEFORE DOING ARITHMETIC ON A BALANCE.
001280* INTEREST IS ROUNDED TO THE NEAREST CENT.  A CLOSED ACCOUNT
001283* ACCRUES NOTHING AND IS PASSED OVER; A FROZEN ONE ACCRUES AS
001286* USUAL, INTEREST BEING A CREDIT.
001290*****************************************************************
001300 2000-ACCRUE-ACCOUNT.
001310     IF CONTFREC-BALANCE NOT NUMERIC
001320         ADD 1 TO WS-RECORDS-SKIPPED
001322         GO TO 2000-NEXT
001324     END-IF.
001326     IF CONTFREC-STATUS-CLOSED
001328         ADD 1 TO WS-CLOSED-PASSED
001330         GO TO 2000-NEXT
001340     END-IF.
001345     MOVE CONTFREC-BALANCE TO WS-BALANCE-BEFORE.
001524     MOVE WS-BALANCE-BEFORE TO PJRNREC-BALANCE-BEFORE.
001525     MOVE CONTFREC-BALANCE TO PJRNREC-BALANCE-AFTER.
001526     MOVE '00' TO PJRNREC-OUTCOME.
001527     SET PJRNREC-SOURCE-ACCRBAT TO TRUE.
001528     WRITE PJRNREC
001529         INVALID KEY
001530             ADD 1 TO WS-JRNL-SKIPPED
001531     END-WRITE.
001532 3000-EXIT.
001533     EXIT.
001540*****************************************************************
001545* 8000-TERMINATE - PRINT THE RECAP, CLOSE THE FILES AND SET THE
001550* CONDITION CODE - 0 CLEAN, 4 COMPLETED WITH SKIPS - SO THE
001650     DISPLAY 'ACCRBAT - RECORDS SKIPPED   ' WS-COUNT-DISPLAY.
001652     MOVE WS-JRNL-SKIPPED TO WS-COUNT-DISPLAY.
001654     DISPLAY 'ACCRBAT - JOURNAL SKIPS     ' WS-COUNT-DISPLAY.
001656     MOVE WS-CLOSED-PASSED TO WS-COUNT-DISPLAY.
001658     DISPLAY 'ACCRBAT - CLOSED ACCOUNTS   ' WS-COUNT-DISPLAY.
001660     IF WS-VSAM-OPEN
001670         CLOSE VSAM-FILE
001680     END-IF.
