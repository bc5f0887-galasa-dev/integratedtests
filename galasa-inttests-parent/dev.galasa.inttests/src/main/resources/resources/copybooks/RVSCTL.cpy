000010*****************************************************************
000020* RVSCTL - CONTROL RECORD FOR CONTRVS, THE JOURNAL-ENTRY REVERSAL
000030* TRANSACTION (CRVS).  PASSED AS THE DFHCOMMAREA ON EXEC CICS
000040* RETURN, THE SAME WAY XFRCTL DRIVES CONTXFR.
000050*
000060* RVSCTL-JOURNAL-KEY IS THE FULL POSTJRNL KEY OF THE ENTRY TO
000070* REVERSE - ACCOUNT/DATE/TIME/SEQUENCE, EXACTLY AS ACCTSTMT PRINTS
000080* IT.  CONTRVS POSTS THE OPPOSITE OF THAT ENTRY'S AMOUNT TO THE
000090* SAME ACCOUNT BY LINKING TO CONTACCT, SO THE NEGATIVE-BALANCE,
000100* LIMITS AND ACCOUNT-STATUS RULES APPLY TO A REVERSAL EXACTLY AS
000110* TO ANY OTHER POSTING, THEN MARKS THE ORIGINAL REVERSED (SEE
000120* PJRNREC-REVERSAL-FLAG) IN THE SAME UNIT OF WORK.  ONLY AN ENTRY
000130* THAT WAS APPLIED AS A NORMAL POSTING OR AN ACCOUNT OPENING
000140* (OUTCOME 00 OR 01) CAN BE REVERSED, AND ONLY ONCE; A REVERSAL
000150* CANNOT ITSELF BE REVERSED - POST THE ORIGINAL AGAIN INSTEAD.
000160*
000170* RVSCTL-AMOUNT IS THE AMOUNT THE REVERSAL POSTED (OR TRIED TO)
000180* AND RVSCTL-POST-RC IS CONTACCT'S ACCTCTL-RETURN-CODE FOR IT,
000190* PASSED BACK UNCHANGED - SPACES WHEN NOTHING WAS POSTED.
000200* RVSCTL-REVERSAL-KEY IS THE POSTJRNL KEY OF THE REVERSAL ENTRY
000210* ON A NORMAL RETURN, SPACES OTHERWISE.  RVSCTL-BALANCE IS READ
000220* BACK FROM CONTFILE AFTER THE SYNCPOINT - THE BALANCE THAT
000230* ACTUALLY SURVIVED, THE SAME CONVENTION AS XFRCTL.
000240*
000250* RVSCTL-RC-POST-REFUSED MEANS CONTACCT REFUSED THE REVERSAL
000260* POSTING - THE REFUSAL IS JOURNALLED AND THE ORIGINAL STAYS
000270* REVERSIBLE.  A REVERSAL THAT WOULD HAVE RE-OPENED AN ACCOUNT NO
000280* LONGER ON CONTFILE (CONTACCT REPORTS CREATED) IS REFUSED THE
000290* SAME WAY AND ROLLED BACK.  RVSCTL-RC-MARK-FAILED MEANS THE
000300* POSTING WENT THROUGH BUT COULD NOT BE TIED TO THE ORIGINAL (NO
000310* JOURNAL KEY CAME BACK, OR THE ORIGINAL COULD NOT BE REWRITTEN) -
000320* THE WHOLE UNIT OF WORK IS ROLLED BACK, SO A REVERSAL IS NEVER
000330* LEFT UNLINKED.  RVSCTL-RC-BAD-REQUEST MEANS THE KEY WAS BLANK OR
000340* ITS DATE, TIME OR SEQUENCE NOT NUMERIC.
000350*
000360* WHILE THE BATCH WINDOW IS OPEN (SEE BWINREC) CONTACCT TAKES NO
000370* REVERSAL AT ALL - IT ANSWERS BATCH-WINDOW (15) WITH NOTHING
000380* POSTED OR JOURNALLED, SO THE REVERSAL IS REFUSED WITH POST RC 15
000390* AND SIMPLY RE-ENTERED ONCE THE WINDOW CLOSES.
000400*****************************************************************
000410  01  RVSCTL.
000420      05  RVSCTL-JOURNAL-KEY.
000430          10  RVSCTL-ACCOUNT        PIC X(08).
000440          10  RVSCTL-DATE           PIC 9(07).
000450          10  RVSCTL-TIME           PIC 9(07).
000460          10  RVSCTL-SEQUENCE       PIC 9(07).
000470      05  RVSCTL-AMOUNT             PIC S9(13)V99 COMP-3.
000480      05  RVSCTL-BALANCE            PIC S9(13)V99 COMP-3.
000490      05  RVSCTL-POST-RC            PIC X(02).
000500      05  RVSCTL-REVERSAL-KEY       PIC X(29).
000510      05  RVSCTL-RETURN-CODE        PIC X(02).
000520          88  RVSCTL-RC-NORMAL              VALUE '00'.
000530          88  RVSCTL-RC-NOT-FOUND           VALUE '10'.
000540          88  RVSCTL-RC-NOT-REVERSIBLE      VALUE '11'.
000550          88  RVSCTL-RC-ALREADY-REVERSED    VALUE '12'.
000560          88  RVSCTL-RC-IS-REVERSAL         VALUE '13'.
000570          88  RVSCTL-RC-POST-REFUSED        VALUE '20'.
000580          88  RVSCTL-RC-SYNC-FAILED         VALUE '30'.
000590          88  RVSCTL-RC-LINK-FAILED         VALUE '40'.
000600          88  RVSCTL-RC-MARK-FAILED         VALUE '50'.
000610          88  RVSCTL-RC-JOURNAL-ERROR       VALUE '90'.
000620          88  RVSCTL-RC-BAD-REQUEST         VALUE '99'.
