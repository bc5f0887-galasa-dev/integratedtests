000010*
000020* SORDREC - STANDING-ORDER RECORD ON THE CONTSORD KSDS.  EACH
000030* RECORD IS A STANDING INSTRUCTION TO MOVE SORDREC-AMOUNT FROM THE
000040* DEBIT ACCOUNT TO THE CREDIT ACCOUNT ON A SCHEDULE - EVERY DAY,
000050* EVERY WEEK OR EVERY MONTH FROM SORDREC-NEXT-DUE UNTIL
000060* SORDREC-END-DATE.  THE NIGHTLY SORDBAT RUN EXECUTES EVERY ACTIVE
000070* ORDER THAT HAS FALLEN DUE UNDER THE SAME RULES CONTXFR APPLIES
000080* ONLINE, JOURNALS BOTH LEGS TO POSTJRNL AND ADVANCES THE NEXT-DUE
000090* DATE.  SORDLOAD MAINTAINS THE FILE FROM A SEQUENTIAL INPUT DECK,
000100* UPDATING AN ORDER ALREADY ON FILE IN PLACE.
000110*
000120* THE KEY IS THE DEBIT ACCOUNT THEN AN ORDER REFERENCE, SO AN
000130* ACCOUNT'S STANDING ORDERS COLLATE TOGETHER AND ONE ACCOUNT CAN
000140* HOLD AS MANY AS IT NEEDS.
000150*
000160* THE DATES ARE CALENDAR DATES, YYYYMMDD - A MONTHLY ORDER IS
000170* DUE ON A DAY OF THE MONTH, WHICH A JULIAN DATE CANNOT SAY.
000180* SORDREC-DUE-DAY IS THAT DAY, TAKEN FROM THE FIRST DUE DATE
000190* WHEN THE ORDER IS LOADED; A MONTH SHORTER THAN THE DUE DAY PAYS
000200* ON ITS LAST DAY AND THE FOLLOWING MONTH GOES BACK TO THE DUE
000210* DAY.  A ZERO END DATE MEANS THE ORDER RUNS UNTIL CANCELLED.
000220*
000230* SORDREC-FAIL-COUNT IS THE NUMBER OF RUNS IN A ROW THE ORDER HAS
000240* FAILED (INSUFFICIENT FUNDS, OVER A CONTLIMS LIMIT, AN ACCOUNT
000250* MISSING, FROZEN OR CLOSED).  A SUCCESSFUL RUN CLEARS IT, AND THE
000260* THIRD FAILURE IN A ROW SUSPENDS THE ORDER - A SUSPENDED ORDER IS
000270* PASSED OVER UNTIL A SORDLOAD REINSTATE CARD MAKES IT ACTIVE
000280* AGAIN.  AN ORDER WHOSE NEXT-DUE DATE PASSES ITS END DATE IS
000290* MARKED ENDED.  SORDREC-LAST-RUN-DATE AND SORDREC-LAST-REASON
000300* RECORD THE MOST RECENT RUN AND ITS SORDBAT EXCEPTION REASON
000310* CODE - SPACES WHEN IT PAID.
000320*
000330 01  SORDREC.
000340     05  SORDREC-KEY.
000350         10  SORDREC-DEBIT-ACCOUNT PIC X(08).
000360         10  SORDREC-ORDER-ID      PIC X(08).
000370     05  SORDREC-CREDIT-ACCOUNT    PIC X(08).
000380     05  SORDREC-AMOUNT            PIC S9(13)V99 COMP-3.
000390     05  SORDREC-FREQUENCY         PIC X(01).
000400         88  SORDREC-DAILY             VALUE 'D'.
000410         88  SORDREC-WEEKLY            VALUE 'W'.
000420         88  SORDREC-MONTHLY           VALUE 'M'.
000430     05  SORDREC-DUE-DAY           PIC 9(02).
000440     05  SORDREC-NEXT-DUE          PIC 9(08).
000450     05  SORDREC-END-DATE          PIC 9(08).
000460     05  SORDREC-STATUS            PIC X(01).
000470         88  SORDREC-ACTIVE            VALUE 'A'.
000480         88  SORDREC-SUSPENDED         VALUE 'S'.
000490         88  SORDREC-ENDED             VALUE 'E'.
000500     05  SORDREC-FAIL-COUNT        PIC 9(01).
000510     05  SORDREC-LAST-RUN-DATE     PIC 9(08).
000520     05  SORDREC-LAST-REASON       PIC X(02).
000530     05  FILLER                    PIC X(17).
