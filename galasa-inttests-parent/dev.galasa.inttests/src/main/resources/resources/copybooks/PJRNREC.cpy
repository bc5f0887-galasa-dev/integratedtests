000230* REFUSED POSTING (SEE THE ACCTCTL RETURN CODES CARRIED IN
000240* PJRNREC-OUTCOME) THE TWO ARE EQUAL - NOTHING WAS WRITTEN -
000250* AND ON A RECORD WHOSE BALANCE FIELD IS NOT VALID PACKED
000251* DECIMAL BOTH ARE ZERO, BECAUSE THE REAL BYTES CANNOT BE READ
000252* AS AN AMOUNT AT ALL.
000253*
000254* PJRNREC-OUTCOME 02 IS NOT AN ACCTCTL RETURN CODE - IT MARKS A
000255* MAINTENANCE ADJUSTMENT, A BALANCE OR REFERENCE-ID CORRECTION
000256* ENTERED ON CMNT AND APPROVED BY A SECOND USER (SEE PCHGREC).
000257* ITS AMOUNT IS THE AFTER BALANCE LESS THE BEFORE BALANCE (ZERO
000258* WHEN ONLY THE REFERENCE ID CHANGED), SO THE STATEMENT STILL
000259* ADDS UP ACROSS THE CORRECTION.  PJRNREC-OUTCOME-APPLIED IS
000260* EVERY OUTCOME THAT WAS APPLIED TO THE ACCOUNT - THE ONLY
000261* ENTRIES A READER SHOULD ADD INTO A COMPUTED BALANCE.
000262*
000263* PJRNREC-REVERSAL-FLAG TIES A REVERSAL (SEE CONTRVS) TO THE
000264* ENTRY IT CANCELS.  THE REVERSAL IS AN ORDINARY CONTACCT
000265* POSTING OF THE OPPOSITE AMOUNT TO THE SAME ACCOUNT, FLAGGED
000266* IS-REVERSAL WITH PJRNREC-REVERSAL-LINK HOLDING THE DATE/TIME/
000267* SEQUENCE OF THE ORIGINAL; THE ORIGINAL IS THEN FLAGGED
000268* REVERSED WITH THE LINK POINTING THE OTHER WAY, SO IT CAN NEVER
000269* BE REVERSED TWICE.  THE ACCOUNT IS THE SAME ON BOTH SIDES, SO
000270* THE LINK CARRIES ONLY THE REST OF THE KEY.  A SPACE FLAG (EVERY
000271* ENTRY WRITTEN BEFORE THE FIELD EXISTED) IS NEITHER, AND THE
000272* LINK IS THEN SPACES AND MEANINGLESS.
000273*
000274* PJRNREC-SOURCE SAYS WHERE THE POSTING CAME FROM, SO THE END-
000275* OF-DAY TRIAL BALANCE (SEE TBALBAT) CAN SPLIT THE DAY'S
000276* MOVEMENT BY ORIGIN - AN ONLINE CONTACCT POSTING, A POSTBAT OR
000277* ACCRBAT RUN, EITHER LEG OF A TRANSFER (CONTXFR ONLINE OR A
000278* SORDBAT STANDING ORDER), OR AN APPROVED CMNT MAINTENANCE
000279* ADJUSTMENT.  A SPACE (EVERY ENTRY WRITTEN BEFORE THE FIELD
000280* EXISTED) IS UNCLASSIFIED.
000281*
000290 01  PJRNREC.
000300     05  PJRNREC-KEY.
000310         10  PJRNREC-ACCOUNT       PIC X(08).
000360     05  PJRNREC-BALANCE-BEFORE    PIC S9(13)V99 COMP-3.
000370     05  PJRNREC-BALANCE-AFTER     PIC S9(13)V99 COMP-3.
000380     05  PJRNREC-OUTCOME           PIC X(02).
000382         88  PJRNREC-OUTCOME-APPLIED   VALUE '00' '01' '02'.
000384         88  PJRNREC-OUTCOME-ADJUSTMENT VALUE '02'.
000385     05  PJRNREC-REVERSAL-FLAG     PIC X(01).
000386         88  PJRNREC-REVERSED          VALUE 'R'.
000387         88  PJRNREC-IS-REVERSAL       VALUE 'V'.
000388     05  PJRNREC-REVERSAL-LINK.
000389         10  PJRNREC-LINK-DATE     PIC 9(07).
000390         10  PJRNREC-LINK-TIME     PIC 9(07).
000391         10  PJRNREC-LINK-SEQUENCE PIC 9(07).
000392     05  PJRNREC-SOURCE            PIC X(01).
000393         88  PJRNREC-SOURCE-ONLINE     VALUE 'O'.
000394         88  PJRNREC-SOURCE-POSTBAT    VALUE 'P'.
000395         88  PJRNREC-SOURCE-ACCRBAT    VALUE 'A'.
000396         88  PJRNREC-SOURCE-TRANSFER   VALUE 'T'.
000397         88  PJRNREC-SOURCE-MAINTENANCE VALUE 'M'.
000398     05  FILLER                    PIC X(02).
