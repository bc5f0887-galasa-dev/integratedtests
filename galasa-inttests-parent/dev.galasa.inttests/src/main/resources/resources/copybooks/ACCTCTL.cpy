000236* HAVE LEFT THE BALANCE ABOVE THE MAXIMUM - AND NOTHING IS
000237* WRITTEN, SO A CALLER CAN TELL "OVER LIMIT" FROM "WOULD GO
000238* NEGATIVE".
000239*
000240* ACCTCTL-RC-FROZEN MEANS A DEBIT WAS REFUSED BECAUSE THE
000241* ACCOUNT IS FROZEN (SEE CONTFREC-STATUS) - CREDITS TO A FROZEN
000242* ACCOUNT STILL POST.  ACCTCTL-RC-CLOSED MEANS THE ACCOUNT IS
000243* CLOSED AND REFUSES EVERY POSTING.  NOTHING IS WRITTEN FOR
000244* EITHER, AND ACCTCTL-BALANCE RETURNS THE UNTOUCHED BALANCE.
000245*
000246* ACCTCTL-RC-HELD MEANS A DEBIT WAS REFUSED BECAUSE IT WOULD TAKE
000247* THE BALANCE BELOW THE FUNDS HELD ON THE ACCOUNT (SEE HOLDREC) -
000248* THE BALANCE ITSELF WOULD HAVE STAYED AT OR ABOVE ZERO, SO A
000249* CALLER CAN TELL "HELD" FROM "WOULD GO NEGATIVE".  NOTHING IS
000250* WRITTEN.
000251*
000252* ACCTCTL-REVERSAL-OF AND ACCTCTL-JOURNAL-KEY ARE AN OPTIONAL
000253* EXTENSION - A CALLER PASSING ONLY THE FIELDS ABOVE (THE
000254* ORIGINAL 26-BYTE COMMAREA) GETS EXACTLY THE OLD BEHAVIOUR, AND
000255* CONTACCT NEVER TOUCHES THE EXTENSION UNLESS EIBCALEN COVERS
000256* IT.  ACCTCTL-REVERSAL-OF IS THE POSTJRNL KEY OF THE ENTRY THIS
000257* POSTING REVERSES (SEE CONTRVS), SPACES FOR AN ORDINARY POSTING
000258* - IT IS CARRIED ONTO THE JOURNAL ENTRY AS THE REVERSAL LINK
000259* (SEE PJRNREC).  ACCTCTL-JOURNAL-KEY RETURNS THE KEY THE
000260* POSTING WAS JOURNALLED UNDER, SPACES IF THE JOURNAL WRITE
000261* FAILED.  A CALLER PASSING THE FULL LENGTH MUST SET
000262* ACCTCTL-REVERSAL-OF - SPACES WHEN IT IS NOT A REVERSAL.
000263*
000264* ACCTCTL-SOURCE IS PART OF THE SAME EXTENSION AND IS STAMPED ON
000265* THE JOURNAL ENTRY AS PJRNREC-SOURCE.  ACCTCTL-SOURCE-TRANSFER
000266* MARKS A LEG OF A TRANSFER (SEE CONTXFR); ANY OTHER VALUE IS
000267* JOURNALLED AS AN ONLINE POSTING.  A CALLER PASSING THE FULL
000268* LENGTH MUST SET IT - SPACES FOR AN ORDINARY POSTING.
000269*
000270* ACCTCTL-RC-DEFERRED MEANS THE BATCH WINDOW WAS OPEN (SEE
000271* BWINREC) - THE POSTING WAS TAKEN ONTO THE CONTPEND STORE (SEE
000272* PENDREC), NOT REFUSED, AND WILL BE APPLIED WHEN CONTRPL REPLAYS
000273* THE STORE.  NOTHING IS WRITTEN TO CONTFILE OR JOURNALLED YET,
000274* AND ACCTCTL-BALANCE RETURNS ZERO.  ACCTCTL-RC-BATCH-WINDOW MEANS
000275* THE WINDOW WAS OPEN BUT THE POSTING COULD NOT BE DEFERRED ON ITS
000276* OWN - A TRANSFER LEG, A REVERSAL OR A REPLAY - AND NOTHING AT
000277* ALL WAS DONE; THE CALLER OWNS THE WHOLE REQUEST AND DECIDES
000278* WHETHER TO DEFER IT (CONTXFR) OR REFUSE IT (CONTRVS).
000279* ACCTCTL-SOURCE-REPLAY MARKS A POSTING CONTRPL IS REPLAYING FROM
000280* THE STORE - IT IS JOURNALLED AS THE ONLINE POSTING IT WAS.
000281*****************************************************************
000282   01  ACCTCTL.
000283       05  ACCTCTL-ACCOUNT-KEY       PIC X(08).
000284       05  ACCTCTL-AMOUNT            PIC S9(13)V99 COMP-3.
000285       05  ACCTCTL-BALANCE           PIC S9(13)V99 COMP-3.
000290       05  ACCTCTL-RETURN-CODE       PIC X(02).
000300           88  ACCTCTL-RC-NORMAL             VALUE '00'.
000310           88  ACCTCTL-RC-CREATED            VALUE '01'.
000315           88  ACCTCTL-RC-DEFERRED           VALUE '03'.
000320           88  ACCTCTL-RC-NEGATIVE           VALUE '10'.
000325           88  ACCTCTL-RC-OVER-LIMIT         VALUE '11'.
000326           88  ACCTCTL-RC-FROZEN             VALUE '12'.
000327           88  ACCTCTL-RC-CLOSED             VALUE '13'.
000328           88  ACCTCTL-RC-HELD               VALUE '14'.
000329           88  ACCTCTL-RC-BATCH-WINDOW       VALUE '15'.
000330           88  ACCTCTL-RC-NOT-AN-ACCOUNT     VALUE '20'.
000340           88  ACCTCTL-RC-BAD-KEY            VALUE '98'.
000350           88  ACCTCTL-RC-OTHER              VALUE '99'.
000360       05  ACCTCTL-REVERSAL-OF       PIC X(29).
000370       05  ACCTCTL-JOURNAL-KEY       PIC X(29).
000380       05  ACCTCTL-SOURCE            PIC X(01).
000390           88  ACCTCTL-SOURCE-TRANSFER       VALUE 'T'.
000400           88  ACCTCTL-SOURCE-REPLAY         VALUE 'R'.
