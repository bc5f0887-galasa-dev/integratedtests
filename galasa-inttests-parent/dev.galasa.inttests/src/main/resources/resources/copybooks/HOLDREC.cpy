000010*
000020* HOLDREC - FUNDS-HOLD RECORD ON THE CONTHOLD KSDS.  A HOLD
000030* EARMARKS PART OF AN ACCOUNT'S BALANCE WITHOUT MOVING IT - FUNDS
000040* SET ASIDE FOR A PENDING TRANSFER, A DISPUTED POSTING AND THE
000050* LIKE.  THE LEDGER BALANCE ON CONTFILE IS UNCHANGED; WHAT CHANGES
000060* IS THE AVAILABLE BALANCE, THE LEDGER BALANCE LESS THE TOTAL OF
000070* THE ACCOUNT'S ACTIVE HOLDS, AND CONTACCT REFUSES A DEBIT THAT
000080* WOULD TAKE THE LEDGER BALANCE BELOW THAT TOTAL (SEE ACCTCTL).
000090* HOLDS ARE PLACED AND RELEASED THROUGH CONTHLD (TRANSACTION
000100* CHLD), AND THE NIGHTLY HOLDBAT RUN EXPIRES THE ONES THAT HAVE
000110* LAPSED.
000120*
000130* THE KEY IS ACCOUNT THEN HOLD ID, SO AN ACCOUNT'S HOLDS COLLATE
000140* TOGETHER AND ONE BROWSE FROM THE ACCOUNT KEY FINDS THEM ALL.
000150* THE HOLD ID IS THE CALLER'S OWN REFERENCE FOR THE HOLD.
000160*
000170* A HOLD COUNTS AGAINST THE ACCOUNT WHILE IT IS ACTIVE AND ITS
000180* EXPIRY DATE HAS NOT PASSED - IT HOLDS THROUGH THE WHOLE OF ITS
000190* EXPIRY DATE AND LAPSES THE DAY AFTER, WHETHER OR NOT HOLDBAT
000200* HAS RUN YET.  A ZERO EXPIRY DATE HOLDS UNTIL RELEASED.  THE
000210* DATES ARE 0CYYDDD, THE SHAPE EIBDATE GIVES.  A RELEASED OR
000220* EXPIRED HOLD STAYS ON THE FILE WITH WHO ENDED IT AND WHEN -
000230* HOLDBAT SIGNS ITS EXPIRIES 'HOLDBAT'.
000240*
000250 01  HOLDREC.
000260     05  HOLDREC-KEY.
000270         10  HOLDREC-ACCOUNT       PIC X(08).
000280         10  HOLDREC-HOLD-ID       PIC X(08).
000290     05  HOLDREC-AMOUNT            PIC S9(13)V99 COMP-3.
000300     05  HOLDREC-REASON            PIC X(30).
000310     05  HOLDREC-PLACED-BY         PIC X(08).
000320     05  HOLDREC-PLACED-DATE       PIC 9(07).
000330     05  HOLDREC-PLACED-TIME       PIC 9(07).
000340     05  HOLDREC-EXPIRY-DATE       PIC 9(07).
000350     05  HOLDREC-STATUS            PIC X(01).
000360         88  HOLDREC-ACTIVE            VALUE 'A'.
000370         88  HOLDREC-RELEASED          VALUE 'R'.
000380         88  HOLDREC-EXPIRED           VALUE 'E'.
000390     05  HOLDREC-ENDED-BY          PIC X(08).
000400     05  HOLDREC-ENDED-DATE        PIC 9(07).
000410     05  FILLER                    PIC X(21).
