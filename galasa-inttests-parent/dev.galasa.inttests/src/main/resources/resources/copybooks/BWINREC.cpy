000010*
000020* BWINREC - BATCH-WINDOW CONTROL RECORD, THE ONE RECORD ON THE
000030* CONTBWIN KSDS, KEYED 'BATCHWIN'.  POSTBAT, ACCRBAT, SORDBAT AND
000040* TBALBAT UPDATE OR ADD UP CONTFILE DIRECTLY FROM BATCH, AND
000050* GLEXBAT EXTRACTS THE JOURNAL THE ONLINE POSTINGS WRITE, SO EACH
000060* OF THOSE JOBS OPENS THE BATCH WINDOW IN ITS FIRST STEP AND
000070* CLOSES IT IN ITS LAST (SEE BWINBAT).  WHILE THE WINDOW IS OPEN
000080* NO ONLINE POSTING TOUCHES CONTFILE - CONTACCT FILES AN ORDINARY
000090* POSTING ON THE CONTPEND STORE (SEE PENDREC) AND ANSWERS
000100* DEFERRED, CONTXFR DOES THE SAME FOR A WHOLE TRANSFER, AND
000110* CONTMQP LEAVES ITS REQUESTS ON THE INPUT QUEUE.  ONCE IT CLOSES,
000120* CONTRPL (TRANSACTION CRPL) APPLIES THE STORED POSTINGS IN
000130* ARRIVAL ORDER.
000140*
000150* BWINREC-HOLDER-JOB LISTS BY NAME THE JOBS INSIDE THE WINDOW, UP
000160* TO FOUR, AND BWINREC-HOLDERS COUNTS THEM, SO TWO BATCH JOBS
000170* RUNNING TOGETHER KEEP IT OPEN UNTIL THE SECOND ONE ENDS.  A JOB
000180* IS LISTED ONCE HOWEVER OFTEN ITS OPENING STEP RUNS, SO A JOB
000190* THAT ABENDS AND IS RERUN FROM THE TOP STILL LEAVES WITH ONE
000200* CLOSE, AND THE WINDOW CLOSES WHEN THE LIST IS EMPTY.  A JOB THAT
000210* ABENDS AND IS NOT RERUN LEAVES THE WINDOW OPEN - THE SAFE WAY
000220* ROUND, SINCE ONLINE POSTINGS ARE ONLY DEFERRED - UNTIL IT IS
000230* RESET BY HAND.  BWINREC-LAST-JOB IS THE JOB THAT LAST OPENED
000240* OR CLOSED IT.
000250*
000260* A SPACE STATE (A RECORD NEVER SET) READS AS CLOSED, AND SO DOES
000270* A MISSING RECORD OR AN UNREADABLE FILE ONLINE - THE SAME GUARD-
000280* RAIL CONVENTION AS CONTLIMS, SO AN ABSENT CONTBWIN NEVER STOPS
000290* THE POSTING SUITES.  THE DATES AND TIMES ARE 0CYYDDD/0HHMMSS,
000300* THE EIBDATE/EIBTIME SHAPE.
000310*
000320 01  BWINREC.
000330     05  BWINREC-KEY               PIC X(08).
000340     05  BWINREC-STATE             PIC X(01).
000350         88  BWINREC-WINDOW-OPEN       VALUE 'B'.
000360         88  BWINREC-WINDOW-CLOSED     VALUE 'O' ' '.
000370     05  BWINREC-HOLDERS           PIC 9(03).
000380     05  BWINREC-LAST-JOB          PIC X(08).
000390     05  BWINREC-OPENED-DATE       PIC 9(07).
000400     05  BWINREC-OPENED-TIME       PIC 9(07).
000410     05  BWINREC-CLOSED-DATE       PIC 9(07).
000420     05  BWINREC-CLOSED-TIME       PIC 9(07).
000430     05  BWINREC-HOLDER-TABLE.
000440         10  BWINREC-HOLDER-JOB    PIC X(08) OCCURS 4 TIMES.
