000010*
000020* PCHGREC - PENDING MAINTENANCE-CHANGE RECORD ON THE CONTPCHG
000030* KSDS.  A BALANCE OR REFERENCE-ID CORRECTION KEYED ON THE CMNT
000040* SCREEN (SEE CONTMNT) NO LONGER LANDS ON CONTFILE STRAIGHT
000050* AWAY - IT IS FILED HERE AS A PENDING CHANGE CARRYING THE USER
000060* ID OF THE OPERATOR WHO ENTERED IT (THE MAKER) AND THE BEFORE
000070* AND AFTER IMAGES OF THE CONTFILE RECORD, AND ONLY REACHES THE
000080* ACCOUNT WHEN A SECOND, DIFFERENT USER (THE CHECKER) APPROVES
000090* IT FROM THE PENDING-CHANGES LIST.  A DECIDED CHANGE STAYS ON
000100* THE FILE WITH ITS OUTCOME, SO PCHGRPT CAN LIST EVERY CHANGE
000110* APPROVED, REJECTED OR STILL WAITING.
000120*
000130* THE KEY IS ACCOUNT/DATE/TIME/SEQUENCE, THE SAME SHAPE AS
000140* PJRNREC-KEY - ACCOUNT FIRST SO AN ACCOUNT'S CHANGES COLLATE
000150* TOGETHER, THEN THE EIBDATE/EIBTIME THE CHANGE WAS ENTERED,
000160* THEN THE CICS TASK NUMBER, STEPPED PAST ANY DUPREC.
000170*
000180* PCHGREC-BEFORE-IMAGE IS THE CONTFILE RECORD EXACTLY AS THE
000190* MAKER SAW IT.  APPROVAL COMPARES IT AGAINST THE RECORD AS IT
000200* STANDS THEN AND REFUSES TO APPLY THE CHANGE WHEN ANYTHING HAS
000210* MOVED IN BETWEEN (A POSTING, ANOTHER APPROVED CHANGE) - THE
000220* CHANGE IS REJECTED WITH THAT REASON AND MUST BE RE-ENTERED
000230* AGAINST THE CURRENT RECORD.  PCHGREC-AFTER-IMAGE IS THE
000240* RECORD THE APPROVAL WRITES BACK.  BOTH ARE CONTFREC-SHAPED.
000250*
000260* PCHGREC-CHECKER-USERID AND -DECISION-TEXT ARE SPACES, AND
000270* -DECIDED-DATE/-TIME ZERO, WHILE THE CHANGE IS PENDING.
000280*
000290 01  PCHGREC.
000300     05  PCHGREC-KEY.
000310         10  PCHGREC-ACCOUNT       PIC X(08).
000320         10  PCHGREC-DATE          PIC 9(07).
000330         10  PCHGREC-TIME          PIC 9(07).
000340         10  PCHGREC-SEQUENCE      PIC 9(07).
000350     05  PCHGREC-STATUS            PIC X(01).
000360         88  PCHGREC-PENDING           VALUE 'P'.
000370         88  PCHGREC-APPROVED          VALUE 'A'.
000380         88  PCHGREC-REJECTED          VALUE 'R'.
000390     05  PCHGREC-MAKER-USERID      PIC X(08).
000400     05  PCHGREC-CHECKER-USERID    PIC X(08).
000410     05  PCHGREC-DECIDED-DATE      PIC 9(07).
000420     05  PCHGREC-DECIDED-TIME      PIC 9(07).
000430     05  PCHGREC-DECISION-TEXT     PIC X(30).
000440     05  PCHGREC-BEFORE-IMAGE      PIC X(72).
000450     05  PCHGREC-AFTER-IMAGE       PIC X(72).
000460     05  FILLER                    PIC X(22).
