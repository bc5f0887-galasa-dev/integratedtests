000010*
000020* BHSTREC - END-OF-DAY CONTROL-TOTALS RECORD ON THE CONTBHST
000030* KSDS.  TBALBAT WRITES ONE EVERY TIME IT RUNS - THE TOTAL OF
000040* EVERY CONTFILE BALANCE, HOW MANY ACCOUNTS THAT TOTAL COVERS,
000050* HOW MANY RECORDS HOLD A BALANCE THAT IS NOT VALID PACKED
000060* DECIMAL (AND SO ARE NOT IN THE TOTAL), AND THE ACCOUNTS OPENED
000070* AND CLOSED SINCE THE RUN BEFORE - SO THE BOOK CAN BE PROVED
000080* FROM ONE DAY TO THE NEXT INSTEAD OF ONLY ACCOUNT BY ACCOUNT.
000090*
000100* THE KEY IS THE RUN DATE AND TIME IN THE 0CYYDDD/0HHMMSS SHAPE
000110* OF EIBDATE/EIBTIME, THE SAME CONVENTION AS PJRNREC-KEY, SO THE
000120* LAST RECORD ON THE FILE IS ALWAYS THE MOST RECENT RUN AND ITS
000130* KEY IS THE POINT IN THE JOURNAL THE NEXT RUN PICKS UP FROM.  A
000140* RERUN ON THE SAME DAY ADDS A SECOND RECORD; IT DOES NOT
000150* REPLACE THE FIRST.  BHSTREC-CALENDAR-DATE IS THE SAME DAY AS
000160* YYYYMMDD FOR THE REPORT.
000170*
000180* THE MOVEMENT FIELDS ARE THE APPLIED POSTJRNL ENTRIES (SEE
000190* PJRNREC-OUTCOME-APPLIED) STAMPED AFTER THE PREVIOUS RECORD'S
000200* KEY AND NOT AFTER THIS ONE'S, SPLIT BY PJRNREC-SOURCE, EACH
000210* WITH ITS ENTRY COUNT.  UNCLASSIFIED IS EVERY ENTRY WITH NO
000220* SOURCE - WRITTEN BEFORE THE FIELD EXISTED.  THE PREVIOUS
000230* BALANCE PLUS THE TOTAL MOVEMENT IS THE EXPECTED BALANCE, AND
000240* THE DIFFERENCE IS THE ACTUAL TOTAL LESS THE EXPECTED.  ON AN
000250* OPENING RECORD (NO RECORD BEFORE IT) THERE IS NOTHING TO PROVE
000260* AGAINST - THE PREVIOUS BALANCE, MOVEMENT AND DIFFERENCE ARE
000270* ZERO AND THE EXPECTED BALANCE IS THE ACTUAL TOTAL.
000280*
000290* THE AMOUNTS ARE TWO DIGITS WIDER THAN CONTFREC-BALANCE - THEY
000300* ADD UP EVERY ACCOUNT ON THE FILE.
000310*
000320  01  BHSTREC.
000330      05  BHSTREC-KEY.
000340          10  BHSTREC-RUN-DATE      PIC 9(07).
000350          10  BHSTREC-RUN-TIME      PIC 9(07).
000360      05  BHSTREC-CALENDAR-DATE     PIC 9(08).
000370      05  BHSTREC-TOTAL-BALANCE     PIC S9(15)V99 COMP-3.
000380      05  BHSTREC-ACCOUNT-COUNT     PIC 9(09).
000390      05  BHSTREC-UNREADABLE-COUNT  PIC 9(09).
000400      05  BHSTREC-OPENED-COUNT      PIC 9(09).
000410      05  BHSTREC-CLOSED-COUNT      PIC 9(09).
000420      05  BHSTREC-CLOSED-ON-FILE    PIC 9(09).
000430      05  BHSTREC-MOVEMENTS.
000440          10  BHSTREC-ONLINE-AMOUNT      PIC S9(15)V99 COMP-3.
000450          10  BHSTREC-ONLINE-COUNT       PIC 9(09).
000460          10  BHSTREC-POSTBAT-AMOUNT     PIC S9(15)V99 COMP-3.
000470          10  BHSTREC-POSTBAT-COUNT      PIC 9(09).
000480          10  BHSTREC-ACCRBAT-AMOUNT     PIC S9(15)V99 COMP-3.
000490          10  BHSTREC-ACCRBAT-COUNT      PIC 9(09).
000500          10  BHSTREC-TRANSFER-AMOUNT    PIC S9(15)V99 COMP-3.
000510          10  BHSTREC-TRANSFER-COUNT     PIC 9(09).
000520          10  BHSTREC-MAINT-AMOUNT       PIC S9(15)V99 COMP-3.
000530          10  BHSTREC-MAINT-COUNT        PIC 9(09).
000540          10  BHSTREC-OTHER-AMOUNT       PIC S9(15)V99 COMP-3.
000550          10  BHSTREC-OTHER-COUNT        PIC 9(09).
000560      05  BHSTREC-MOVEMENT-AMOUNT   PIC S9(15)V99 COMP-3.
000570      05  BHSTREC-MOVEMENT-COUNT    PIC 9(09).
000580      05  BHSTREC-PREVIOUS-BALANCE  PIC S9(15)V99 COMP-3.
000590      05  BHSTREC-EXPECTED-BALANCE  PIC S9(15)V99 COMP-3.
000600      05  BHSTREC-DIFFERENCE        PIC S9(15)V99 COMP-3.
000610      05  BHSTREC-PROOF-STATUS      PIC X(01).
000620          88  BHSTREC-PROVED            VALUE 'P'.
000630          88  BHSTREC-BROKEN            VALUE 'B'.
000640          88  BHSTREC-OPENING           VALUE 'O'.
000650      05  FILLER                    PIC X(20).
