000010*
000020* PENDREC - PENDING-POSTING RECORD ON THE CONTPEND KSDS, THE STORE
000030* ONLINE POSTINGS ARE FILED ON WHILE THE BATCH WINDOW IS OPEN (SEE
000040* BWINREC).  CONTACCT FILES AN ORDINARY POSTING AS A POSTING ENTRY
000050* AND CONTXFR FILES A WHOLE TRANSFER AS ONE TRANSFER ENTRY, SO THE
000060* TWO LEGS CAN NEVER BE REPLAYED APART.  THE CALLER IS ANSWERED
000070* DEFERRED - THE REQUEST IS TAKEN, NOT REFUSED - AND NOTHING IS
000080* JOURNALLED UNTIL IT IS REPLAYED.
000090*
000100* THE KEY IS THE ARRIVAL STAMP - THE EIBDATE/EIBTIME OF THE TASK
000110* THAT FILED IT AND ITS TASK NUMBER, STEPPED PAST ANY DUPREC THE
000120* SAME WAY AS PJRNREC-SEQUENCE - SO KEY ORDER IS ARRIVAL ORDER AND
000130* CONTRPL (TRANSACTION CRPL) REPLAYS THE STORE FRONT TO BACK.
000140*
000150* A POSTING ENTRY CARRIES THE ACCOUNT AND SIGNED AMOUNT AND IS
000160* REPLAYED THROUGH CONTACCT.  A TRANSFER ENTRY CARRIES THE DEBIT
000170* ACCOUNT IN PENDREC-ACCOUNT, THE CREDIT ACCOUNT AND THE POSITIVE
000180* AMOUNT, AND IS REPLAYED THROUGH CONTXFR, WHICH POSTS BOTH LEGS
000190* THROUGH CONTACCT.  AN ENTRY STAYS ON THE FILE ONCE REPLAYED,
000200* MARKED APPLIED OR REFUSED WITH THE RETURN CODE IT GOT (ACCTCTL
000210* FOR A POSTING, XFRCTL FOR A TRANSFER WITH BOTH LEG CODES), SO
000220* PENDRPT CAN LIST EVERY REFUSAL, UNTIL A PENDRPT PURGE RUN
000230* DELETES THE REPLAYED ENTRIES OLDER THAN ITS CUTOFF DATE.
000240* PENDREC-JOURNAL-KEY IS THE POSTJRNL KEY AN APPLIED POSTING WAS
000250* JOURNALLED UNDER.
000260*
000270* THE REPLAY FIELDS ARE SPACES, AND THE STAMPS ZERO, WHILE THE
000280* ENTRY IS PENDING.
000290*
000300 01  PENDREC.
000310     05  PENDREC-KEY.
000320         10  PENDREC-DATE          PIC 9(07).
000330         10  PENDREC-TIME          PIC 9(07).
000340         10  PENDREC-SEQUENCE      PIC 9(07).
000350     05  PENDREC-TYPE              PIC X(01).
000360         88  PENDREC-TYPE-POSTING      VALUE 'P'.
000370         88  PENDREC-TYPE-TRANSFER     VALUE 'X'.
000380     05  PENDREC-STATUS            PIC X(01).
000390         88  PENDREC-PENDING           VALUE 'P'.
000400         88  PENDREC-APPLIED           VALUE 'A'.
000410         88  PENDREC-REFUSED           VALUE 'R'.
000420     05  PENDREC-FILED-BY          PIC X(08).
000430     05  PENDREC-ACCOUNT           PIC X(08).
000440     05  PENDREC-CREDIT-ACCOUNT    PIC X(08).
000450     05  PENDREC-AMOUNT            PIC S9(13)V99 COMP-3.
000460     05  PENDREC-REPLAY-DATE       PIC 9(07).
000470     05  PENDREC-REPLAY-TIME       PIC 9(07).
000480     05  PENDREC-REPLAY-RC         PIC X(02).
000490     05  PENDREC-DEBIT-RC          PIC X(02).
000500     05  PENDREC-CREDIT-RC         PIC X(02).
000510     05  PENDREC-JOURNAL-KEY       PIC X(29).
000520     05  FILLER                    PIC X(20).
