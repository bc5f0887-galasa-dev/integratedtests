000010*****************************************************************
000020* RPLCTL - CONTROL RECORD FOR CONTRPL, THE PENDING-POSTING REPLAY
000030* TRANSACTION (CRPL).  PASSED AS THE DFHCOMMAREA ON EXEC CICS
000040* RETURN, THE SAME WAY XFRCTL DRIVES CONTXFR.
000050*
000060* WHILE THE BATCH WINDOW IS OPEN (SEE BWINREC) CONTACCT AND
000070* CONTXFR FILE ONLINE POSTINGS ON THE CONTPEND STORE (SEE PENDREC)
000080* AND ANSWER DEFERRED.  ONCE THE WINDOW CLOSES, CONTRPL APPLIES
000090* THE STORE IN ARRIVAL ORDER - A POSTING THROUGH CONTACCT, A
000100* TRANSFER THROUGH CONTXFR - ONE ENTRY PER UNIT OF WORK, AND MARKS
000110* EACH ENTRY APPLIED OR REFUSED WITH THE CODE IT GOT.  A POSTING
000120* THAT WOULD NOW GO NEGATIVE, BREAK A LIMIT OR MEET A FROZEN OR
000130* CLOSED ACCOUNT IS REFUSED EXACTLY AS IT WOULD HAVE BEEN ONLINE;
000140* PENDRPT LISTS THE REFUSALS FOR FOLLOW-UP.
000150*
000160* RPLCTL-MAX-ENTRIES LIMITS HOW MANY ENTRIES ONE RUN REPLAYS -
000170* ZERO (OR LESS) MEANS THE WHOLE STORE.  RPLCTL-APPLIED AND
000180* RPLCTL-REFUSED COUNT WHAT THIS RUN DID; RPLCTL-REMAINING IS HOW
000190* MANY ENTRIES ARE STILL PENDING AFTER IT.
000200* RPLCTL-FIRST-REFUSED-KEY IS THE CONTPEND KEY OF THE FIRST ENTRY
000210* THIS RUN REFUSED, SPACES WHEN NONE WAS.
000220*
000230* RPLCTL-RC-WINDOW-OPEN MEANS THE BATCH WINDOW IS OPEN (OR OPENED
000240* PART WAY THROUGH) - THE ENTRY IT MET IS LEFT PENDING AND THE RUN
000250* STOPS, SO ARRIVAL ORDER IS KEPT; RUN CRPL AGAIN ONCE THE BATCH
000260* JOBS FINISH.  RPLCTL-RC-STORE-ERROR MEANS CONTPEND COULD NOT BE
000270* BROWSED, READ OR REWRITTEN, RPLCTL-RC-SYNC-FAILED THAT AN
000280* ENTRY'S UNIT OF WORK WOULD NOT COMMIT, AND RPLCTL-RC-LINK-FAILED
000290* THAT THE LINK TO CONTACCT OR CONTXFR ITSELF FAILED.  ANY OF
000300* THOSE BACKS OUT THE ENTRY IN HAND, WHICH STAYS PENDING, AND ENDS
000310* THE RUN.  RPLCTL-RC-REPLAY-BUSY MEANS ANOTHER CRPL TASK IS
000320* ALREADY REPLAYING THE STORE - NOTHING WAS TOUCHED AND THE COUNTS
000330* ARE ZERO.
000340*****************************************************************
000350   01  RPLCTL.
000360       05  RPLCTL-MAX-ENTRIES        PIC S9(09) COMP-5.
000370       05  RPLCTL-APPLIED            PIC S9(09) COMP-5.
000380       05  RPLCTL-REFUSED            PIC S9(09) COMP-5.
000390       05  RPLCTL-REMAINING          PIC S9(09) COMP-5.
000400       05  RPLCTL-FIRST-REFUSED-KEY  PIC X(21).
000410       05  RPLCTL-RETURN-CODE        PIC X(02).
000420           88  RPLCTL-RC-NORMAL              VALUE '00'.
000430           88  RPLCTL-RC-WINDOW-OPEN         VALUE '10'.
000440           88  RPLCTL-RC-STORE-ERROR         VALUE '20'.
000450           88  RPLCTL-RC-SYNC-FAILED         VALUE '30'.
000460           88  RPLCTL-RC-LINK-FAILED         VALUE '40'.
000470           88  RPLCTL-RC-REPLAY-BUSY         VALUE '50'.
