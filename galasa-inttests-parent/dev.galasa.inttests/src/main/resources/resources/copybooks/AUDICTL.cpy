000010*****************************************************************
000020* AUDICTL - PSEUDO-CONVERSATION STATE FOR CONTAUD, THE 3270
000030* AUDIT-TRAIL INQUIRY OVER THE AUDFILE KSDS (TRANSACTION CAUD).
000040* PASSED AS THE DFHCOMMAREA ON EXEC CICS RETURN TRANSID BETWEEN
000050* ONE SCREEN INTERACTION AND THE NEXT - LIKE MNTCTL IT IS NOT A
000060* CALLER'S REQUEST INTERFACE, JUST THE STATE THE SCREEN NEEDS TO
000070* REMEMBER ACROSS THE CONVERSATION.
000080*
000090* AUDICTL-FROM AND AUDICTL-TO BOUND THE SEARCH LAST STARTED WITH
000100* ENTER AS ONE CONTINUOUS DATE/TIME INTERVAL, IN THE SAME 0CYYDDD
000110* AND 0HHMMSS FORM AS THE FIRST 14 BYTES OF AUDFREC-KEY, SO AN
000120* ENTRY IS IN RANGE WHEN THOSE 14 BYTES FALL BETWEEN THEM.
000130* AUDICTL-TASK (WHEN AUDICTL-TASK-GIVEN) AND AUDICTL-CONTAINER
000140* (WHEN NOT SPACES) NARROW THE LIST - THE CONTAINER MATCHES
000150* EITHER AUDFREC-CONTAINER-NAME-IN OR -OUT.
000160*
000170* AUDICTL-LIST-COUNT ROWS ARE ON THE LIST AND AUDICTL-LIST-KEY
000180* HOLDS THE AUDFREC KEY BEHIND EACH, SO PF7/PF8 PAGE FROM THE
000190* FIRST/LAST ROW AND A SELECTION ACTS ON EXACTLY THE ENTRY THE
000200* OPERATOR SAW.  THEY ARE KEPT WHILE AN ENTRY IS ON DISPLAY, SO
000210* PF12 GOES BACK TO THE SAME PAGE.  AUDICTL-DETAIL-KEY IS THE
000220* ENTRY ON DISPLAY AND AUDICTL-DETAIL-OFFSET THE 1-BASED OFFSET OF
000230* THE FIRST PAYLOAD BYTE SHOWN.  THE COUNTS AND OFFSET ARE DISPLAY
000240* NUMERIC FOR THE SAME REASON AS MNTCTL-AIX-SHOWN - THE ALL-SPACES
000250* COMMAREA A FRESH CONVERSATION STARTS FROM READS AS NOT NUMERIC.
000260*****************************************************************
000270   01  AUDICTL.
000280       05  AUDICTL-MODE              PIC X(01).
000290           88  AUDICTL-MODE-NONE         VALUE ' '.
000300           88  AUDICTL-MODE-LIST         VALUE 'L'.
000310           88  AUDICTL-MODE-DETAIL       VALUE 'D'.
000320       05  AUDICTL-FROM.
000330           10  AUDICTL-FROM-DATE     PIC 9(07).
000340           10  AUDICTL-FROM-TIME     PIC 9(07).
000350       05  AUDICTL-TO.
000360           10  AUDICTL-TO-DATE       PIC 9(07).
000370           10  AUDICTL-TO-TIME       PIC 9(07).
000380       05  AUDICTL-TASK-SWITCH       PIC X(01).
000390           88  AUDICTL-TASK-GIVEN        VALUE 'Y'.
000400       05  AUDICTL-TASK              PIC 9(07).
000410       05  AUDICTL-CONTAINER         PIC X(16).
000420       05  AUDICTL-LIST-COUNT        PIC 9(02).
000430       05  AUDICTL-LIST-KEY          PIC X(25)
000440                                     OCCURS 12 TIMES.
000450       05  AUDICTL-DETAIL-KEY        PIC X(25).
000460       05  AUDICTL-DETAIL-OFFSET     PIC 9(04).
