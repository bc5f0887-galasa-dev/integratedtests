000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    SORDLOAD.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - BATCH MAINTENANCE UTILITY
000120*                  FOR THE CONTSORD STANDING-ORDER KSDS, IN THE
000130*                  LIMSBAT MOULD, DRIVEN BY A FIXED-FORMAT
000140*                  SEQUENTIAL DECK.  A NEW ORDER - DEBIT ACCOUNT,
000150*                  ORDER REFERENCE, CREDIT ACCOUNT, AMOUNT,
000160*                  FREQUENCY, FIRST DUE DATE AND END DATE - IS
000170*                  ADDED ACTIVE WITH A CLEAN FAILURE COUNT.  AN
000180*                  ORDER ALREADY ON FILE IS UPDATED IN PLACE, ONLY
000190*                  ITS AMOUNT AND FREQUENCY CHANGING, SO A RERUN
000200*                  CANNOT MAKE SORDBAT PAY IT TWICE IN ONE PERIOD.
000210*                  A REINSTATE CARD MAKES A SUSPENDED ORDER ACTIVE
000220*                  AGAIN.  A RECORD THAT COULD NEVER BE A
000230*                  TRANSFER, OR WITH A BAD FREQUENCY, DATE OR
000240*                  ACTION, IS REJECTED WITH A MESSAGE.  CC 0
000250*                  CLEAN, 8 REJECTS, 16 FILE OPEN ERROR.
000260*****************************************************************
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT VSAM-FILE         ASSIGN TO CONTSORD
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS SORDREC-KEY
000340         FILE STATUS IS WS-VSAM-STATUS.
000350     SELECT SEQ-IN-FILE       ASSIGN TO SEQIN
000360         ORGANIZATION IS SEQUENTIAL.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  VSAM-FILE.
000400     COPY SORDREC.
000410 FD  SEQ-IN-FILE
000420     RECORDING MODE IS F.
000430 01  SEQIN-RECORD.
000440     05  SEQIN-DEBIT-ACCOUNT       PIC X(08).
000450     05  SEQIN-ORDER-ID            PIC X(08).
000460     05  SEQIN-CREDIT-ACCOUNT      PIC X(08).
000470     05  SEQIN-AMOUNT              PIC 9(13)V99.
000480     05  SEQIN-FREQUENCY           PIC X(01).
000490         88  SEQIN-FREQUENCY-VALID     VALUE 'D' 'W' 'M'.
000500     05  SEQIN-FIRST-DUE.
000510         10  SEQIN-DUE-YEAR        PIC 9(04).
000520         10  SEQIN-DUE-MONTH       PIC 9(02).
000530         10  SEQIN-DUE-DAY         PIC 9(02).
000540     05  SEQIN-FIRST-DUE-DATE REDEFINES SEQIN-FIRST-DUE
000550                                   PIC 9(08).
000560     05  SEQIN-END-DATE            PIC 9(08).
000570     05  SEQIN-ACTION              PIC X(01).
000580         88  SEQIN-LOAD                VALUE SPACE 'L'.
000590         88  SEQIN-REINSTATE           VALUE 'R'.
000600     05  FILLER                    PIC X(23).
000610 WORKING-STORAGE SECTION.
000620 77  WS-SEQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
000630     88  WS-SEQ-EOF                VALUE 'Y'.
000640 77  WS-VSAM-STATUS            PIC X(02) VALUE SPACES.
000650 77  WS-RECORDS-OUT            PIC 9(08) COMP VALUE 0.
000660 77  WS-RECORDS-UPDATED        PIC 9(08) COMP VALUE 0.
000670 77  WS-RECORDS-REINSTATED     PIC 9(08) COMP VALUE 0.
000680 77  WS-RECORDS-IN-ERROR       PIC 9(08) COMP VALUE 0.
000690 01  WS-COUNT-DISPLAY          PIC Z(07)9.
000700*****************************************************************
000710* 0000-MAINLINE
000720*****************************************************************
000730 PROCEDURE DIVISION.
000740 0000-MAINLINE.
000750     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000760     PERFORM 2000-LOAD-ONE-RECORD THRU 2000-EXIT
000770         UNTIL WS-SEQ-EOF.
000780     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000790     STOP RUN.
000800*****************************************************************
000810* 1000-INITIALIZE - OPEN THE DECK AND THE KSDS AND PRIME THE
000820* READ.  ANYTHING OTHER THAN A CLEAN OPEN OF THE KSDS STOPS THE
000830* LOAD BEFORE A RECORD IS TOUCHED, THE SAME EDIT FILEBAT MAKES.
000840* THE KSDS IS OPENED I-O SO ORDERS ALREADY ON FILE ARE UPDATED,
000850* NOT REBUILT.  STATUS 35 MEANS THE CLUSTER HAS NEVER BEEN
000860* LOADED - AN OPEN OUTPUT AND CLOSE INITIALIZES IT SO THE I-O
000870* OPEN CAN BE RETRIED.
000880*****************************************************************
000890 1000-INITIALIZE.
000900     OPEN INPUT SEQ-IN-FILE.
000910     OPEN I-O VSAM-FILE.
000920     IF WS-VSAM-STATUS = '35'
000930         OPEN OUTPUT VSAM-FILE
000940         CLOSE VSAM-FILE
000950         OPEN I-O VSAM-FILE
000960     END-IF.
000970     IF WS-VSAM-STATUS NOT = '00'
000980        AND WS-VSAM-STATUS NOT = '97'
000990         DISPLAY 'SORDLOAD - OPEN OF CONTSORD FOR LOAD FAILED -'
001000             ' FILE STATUS ' WS-VSAM-STATUS
001010         CLOSE SEQ-IN-FILE
001020         MOVE 16 TO RETURN-CODE
001030         STOP RUN
001040     END-IF.
001050     PERFORM 7200-READ-SEQIN THRU 7200-EXIT.
001060 1000-EXIT.
001070     EXIT.
001080*****************************************************************
001090* 2000-LOAD-ONE-RECORD - EDIT THE DECK RECORD JUST READ AND ADD OR
001100* UPDATE ITS SORDREC (A REINSTATE CARD IS HANDED TO 3000).  THE
001110* TRANSFER EDITS ARE CONTXFR'S - NEITHER ACCOUNT BLANK, NOT THE
001120* SAME ACCOUNT ON BOTH SIDES, AN AMOUNT GREATER THAN ZERO - PLUS A
001130* BLANK ORDER REFERENCE, A FREQUENCY OTHER THAN D, W OR M, A FIRST
001140* DUE DATE THAT IS NOT A PLAUSIBLE CALENDAR DATE, AND AN END DATE
001150* BEFORE THE FIRST DUE DATE.  A CARD WHOSE ORDER IS ALREADY ON
001160* FILE MUST STILL PASS EVERY EDIT, BUT ONLY ITS AMOUNT AND
001170* FREQUENCY ARE TAKEN - SEE 2200.
001180*****************************************************************
001190 2000-LOAD-ONE-RECORD.
001200     IF SEQIN-REINSTATE
001210         PERFORM 3000-REINSTATE-ORDER THRU 3000-EXIT
001220         GO TO 2000-NEXT
001230     END-IF.
001240     IF NOT SEQIN-LOAD
001250         DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001260             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001270             ' ACTION NOT BLANK, L OR R'
001280         ADD 1 TO WS-RECORDS-IN-ERROR
001290         GO TO 2000-NEXT
001300     END-IF.
001310     IF SEQIN-DEBIT-ACCOUNT = SPACES
001320        OR SEQIN-ORDER-ID = SPACES
001330        OR SEQIN-CREDIT-ACCOUNT = SPACES
001340         DISPLAY 'SORDLOAD - RECORD REJECTED - ACCOUNT OR ORDER'
001350             ' KEY IS BLANK'
001360         ADD 1 TO WS-RECORDS-IN-ERROR
001370         GO TO 2000-NEXT
001380     END-IF.
001390     IF SEQIN-CREDIT-ACCOUNT = SEQIN-DEBIT-ACCOUNT
001400         DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001410             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001420             ' SAME ACCOUNT ON BOTH SIDES'
001430         ADD 1 TO WS-RECORDS-IN-ERROR
001440         GO TO 2000-NEXT
001450     END-IF.
001460     IF SEQIN-AMOUNT NOT NUMERIC
001470        OR SEQIN-AMOUNT = ZERO
001480         DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001490             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001500             ' AMOUNT NOT NUMERIC OR ZERO'
001510         ADD 1 TO WS-RECORDS-IN-ERROR
001520         GO TO 2000-NEXT
001530     END-IF.
001540     IF NOT SEQIN-FREQUENCY-VALID
001550         DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001560             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001570             ' FREQUENCY NOT D, W OR M'
001580         ADD 1 TO WS-RECORDS-IN-ERROR
001590         GO TO 2000-NEXT
001600     END-IF.
001610     IF SEQIN-FIRST-DUE-DATE NOT NUMERIC
001620        OR SEQIN-END-DATE NOT NUMERIC
001630        OR SEQIN-DUE-YEAR < 1900
001640        OR SEQIN-DUE-MONTH < 1 OR SEQIN-DUE-MONTH > 12
001650        OR SEQIN-DUE-DAY < 1 OR SEQIN-DUE-DAY > 31
001660         DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001670             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001680             ' DUE OR END DATE NOT A VALID DATE'
001690         ADD 1 TO WS-RECORDS-IN-ERROR
001700         GO TO 2000-NEXT
001710     END-IF.
001720     IF SEQIN-END-DATE NOT = ZERO
001730        AND SEQIN-END-DATE < SEQIN-FIRST-DUE-DATE
001740         DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001750             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001760             ' END DATE BEFORE FIRST DUE DATE'
001770         ADD 1 TO WS-RECORDS-IN-ERROR
001780         GO TO 2000-NEXT
001790     END-IF.
001800     MOVE SEQIN-DEBIT-ACCOUNT TO SORDREC-DEBIT-ACCOUNT.
001810     MOVE SEQIN-ORDER-ID TO SORDREC-ORDER-ID.
001820     READ VSAM-FILE.
001830     EVALUATE WS-VSAM-STATUS
001840         WHEN '00'
001850             PERFORM 2200-UPDATE-ORDER THRU 2200-EXIT
001860         WHEN '23'
001870             PERFORM 2100-ADD-ORDER THRU 2100-EXIT
001880         WHEN OTHER
001890             DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
001900                 SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
001910                 ' READ FAILED - FILE STATUS ' WS-VSAM-STATUS
001920             ADD 1 TO WS-RECORDS-IN-ERROR
001930     END-EVALUATE.
001940 2000-NEXT.
001950     PERFORM 7200-READ-SEQIN THRU 7200-EXIT.
001960 2000-EXIT.
001970     EXIT.
001980*****************************************************************
001990* 2100-ADD-ORDER - A NEW ORDER LOADS ACTIVE WITH A CLEAN FAILURE
002000* COUNT, DUE FIRST ON THE CARD'S FIRST DUE DATE.
002010*****************************************************************
002020 2100-ADD-ORDER.
002030     MOVE SPACES TO SORDREC.
002040     MOVE SEQIN-DEBIT-ACCOUNT TO SORDREC-DEBIT-ACCOUNT.
002050     MOVE SEQIN-ORDER-ID TO SORDREC-ORDER-ID.
002060     MOVE SEQIN-CREDIT-ACCOUNT TO SORDREC-CREDIT-ACCOUNT.
002070     MOVE SEQIN-AMOUNT TO SORDREC-AMOUNT.
002080     MOVE SEQIN-FREQUENCY TO SORDREC-FREQUENCY.
002090     MOVE SEQIN-DUE-DAY TO SORDREC-DUE-DAY.
002100     MOVE SEQIN-FIRST-DUE-DATE TO SORDREC-NEXT-DUE.
002110     MOVE SEQIN-END-DATE TO SORDREC-END-DATE.
002120     SET SORDREC-ACTIVE TO TRUE.
002130     MOVE ZERO TO SORDREC-FAIL-COUNT.
002140     MOVE ZERO TO SORDREC-LAST-RUN-DATE.
002150     WRITE SORDREC
002160         INVALID KEY
002170             DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
002180                 SORDREC-DEBIT-ACCOUNT SORDREC-ORDER-ID
002190                 ' WRITE FAILED - FILE STATUS ' WS-VSAM-STATUS
002200             ADD 1 TO WS-RECORDS-IN-ERROR
002210         NOT INVALID KEY
002220             ADD 1 TO WS-RECORDS-OUT
002230     END-WRITE.
002240 2100-EXIT.
002250     EXIT.
002260*****************************************************************
002270* 2200-UPDATE-ORDER - THE ORDER IS ALREADY ON FILE.  ONLY THE
002280* AMOUNT AND FREQUENCY ARE CHANGED - THE NEXT-DUE DATE, LAST RUN
002290* DATE AND REASON, FAILURE COUNT AND STATUS ARE SORDBAT'S AND ARE
002300* KEPT, SO AN ORDER ALREADY PAID THIS PERIOD IS NOT DUE AGAIN AND
002310* A SUSPENDED ORDER STAYS SUSPENDED (SEE 3000).  THE CREDIT
002320* ACCOUNT AND DATES ON THE CARD ARE NOT TAKEN.
002330*****************************************************************
002340 2200-UPDATE-ORDER.
002350     MOVE SEQIN-AMOUNT TO SORDREC-AMOUNT.
002360     MOVE SEQIN-FREQUENCY TO SORDREC-FREQUENCY.
002370     REWRITE SORDREC
002380         INVALID KEY
002390             DISPLAY 'SORDLOAD - RECORD REJECTED - KEY '
002400                 SORDREC-DEBIT-ACCOUNT SORDREC-ORDER-ID
002410                 ' REWRITE FAILED - FILE STATUS ' WS-VSAM-STATUS
002420             ADD 1 TO WS-RECORDS-IN-ERROR
002430         NOT INVALID KEY
002440             ADD 1 TO WS-RECORDS-UPDATED
002450     END-REWRITE.
002460 2200-EXIT.
002470     EXIT.
002480*****************************************************************
002490* 3000-REINSTATE-ORDER - A REINSTATE CARD NEEDS ONLY THE DEBIT
002500* ACCOUNT AND ORDER REFERENCE.  A SUSPENDED ORDER IS MADE ACTIVE
002510* AGAIN AND ITS FAILURE COUNT CLEARED; NOTHING ELSE CHANGES, SO
002520* AN ORDER OVERDUE WHILE SUSPENDED IS PAID ONCE BY THE NEXT
002530* SORDBAT RUN, THE SAME AS AFTER A MISSED RUN.  AN ORDER NOT ON
002540* FILE, OR NOT SUSPENDED, IS REJECTED.
002550*****************************************************************
002560 3000-REINSTATE-ORDER.
002570     IF SEQIN-DEBIT-ACCOUNT = SPACES
002580        OR SEQIN-ORDER-ID = SPACES
002590         DISPLAY 'SORDLOAD - REINSTATE REJECTED - ACCOUNT OR'
002600             ' ORDER KEY IS BLANK'
002610         ADD 1 TO WS-RECORDS-IN-ERROR
002620         GO TO 3000-EXIT
002630     END-IF.
002640     MOVE SEQIN-DEBIT-ACCOUNT TO SORDREC-DEBIT-ACCOUNT.
002650     MOVE SEQIN-ORDER-ID TO SORDREC-ORDER-ID.
002660     READ VSAM-FILE.
002670     IF WS-VSAM-STATUS NOT = '00'
002680         DISPLAY 'SORDLOAD - REINSTATE REJECTED - KEY '
002690             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
002700             ' NOT ON FILE - FILE STATUS ' WS-VSAM-STATUS
002710         ADD 1 TO WS-RECORDS-IN-ERROR
002720         GO TO 3000-EXIT
002730     END-IF.
002740     IF NOT SORDREC-SUSPENDED
002750         DISPLAY 'SORDLOAD - REINSTATE REJECTED - KEY '
002760             SEQIN-DEBIT-ACCOUNT SEQIN-ORDER-ID
002770             ' ORDER IS NOT SUSPENDED'
002780         ADD 1 TO WS-RECORDS-IN-ERROR
002790         GO TO 3000-EXIT
002800     END-IF.
002810     SET SORDREC-ACTIVE TO TRUE.
002820     MOVE ZERO TO SORDREC-FAIL-COUNT.
002830     REWRITE SORDREC
002840         INVALID KEY
002850             DISPLAY 'SORDLOAD - REINSTATE REJECTED - KEY '
002860                 SORDREC-DEBIT-ACCOUNT SORDREC-ORDER-ID
002870                 ' REWRITE FAILED - FILE STATUS ' WS-VSAM-STATUS
002880             ADD 1 TO WS-RECORDS-IN-ERROR
002890         NOT INVALID KEY
002900             ADD 1 TO WS-RECORDS-REINSTATED
002910     END-REWRITE.
002920 3000-EXIT.
002930     EXIT.
002940*****************************************************************
002950* 7200-READ-SEQIN - READ THE NEXT DECK RECORD, SETTING THE EOF
002960* SWITCH WHEN THE DECK IS EXHAUSTED.
002970*****************************************************************
002980 7200-READ-SEQIN.
002990     READ SEQ-IN-FILE
003000         AT END
003010             SET WS-SEQ-EOF TO TRUE
003020     END-READ.
003030 7200-EXIT.
003040     EXIT.
003050*****************************************************************
003060* 8000-TERMINATE - CLOSE THE FILES, DISPLAY THE COUNTS AND SET
003070* THE CONDITION CODE - 0 CLEAN, 8 REJECTS.
003080*****************************************************************
003090 8000-TERMINATE.
003100     CLOSE SEQ-IN-FILE.
003110     CLOSE VSAM-FILE.
003120     MOVE WS-RECORDS-OUT TO WS-COUNT-DISPLAY.
003130     DISPLAY 'SORDLOAD - RECORDS LOADED    ' WS-COUNT-DISPLAY.
003140     MOVE WS-RECORDS-UPDATED TO WS-COUNT-DISPLAY.
003150     DISPLAY 'SORDLOAD - RECORDS UPDATED   ' WS-COUNT-DISPLAY.
003160     MOVE WS-RECORDS-REINSTATED TO WS-COUNT-DISPLAY.
003170     DISPLAY 'SORDLOAD - ORDERS REINSTATED ' WS-COUNT-DISPLAY.
003180     MOVE WS-RECORDS-IN-ERROR TO WS-COUNT-DISPLAY.
003190     DISPLAY 'SORDLOAD - RECORDS REJECTED  ' WS-COUNT-DISPLAY.
003200     IF WS-RECORDS-IN-ERROR > 0
003210         MOVE 8 TO RETURN-CODE
003220     ELSE
003230         MOVE 0 TO RETURN-CODE
003240     END-IF.
003250 8000-EXIT.
003260     EXIT.
