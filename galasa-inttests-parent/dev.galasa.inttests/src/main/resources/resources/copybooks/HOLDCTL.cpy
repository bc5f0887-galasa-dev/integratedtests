000010*****************************************************************
000020* HOLDCTL - CONTROL RECORD FOR CONTHLD, THE FUNDS-HOLD
000030* TRANSACTION (CHLD).  PASSED AS THE DFHCOMMAREA ON EXEC CICS
000040* RETURN, THE SAME WAY XFRCTL DRIVES CONTXFR.
000050*
000060* HOLDCTL-FUNCTION SAYS WHAT TO DO FOR HOLDCTL-ACCOUNT -
000070*   P  PLACE A HOLD OF HOLDCTL-AMOUNT UNDER HOLDCTL-HOLD-ID, WITH
000080*      HOLDCTL-REASON AND HOLDCTL-EXPIRY-DATE (0CYYDDD, ZERO FOR
000090*      UNTIL RELEASED).  THE ACCOUNT MUST EXIST AND NOT BE CLOSED,
000100*      AND THE HOLD MAY NOT EXCEED THE AVAILABLE BALANCE.  THE
000110*      PLACED-BY STAMP IS THE SIGNED-ON USER.
000120*   R  RELEASE THE ACTIVE HOLD HOLDCTL-HOLD-ID.
000130*   I  INQUIRE - RETURN THE BALANCES ONLY.
000140*   T  TOTAL - RETURN HOLDCTL-TOTAL-HELD ONLY, WITHOUT READING
000150*      CONTFILE.  FOR A CALLER THAT ALREADY HOLDS THE ACCOUNT
000160*      RECORD (CONTACCT CHECKING A DEBIT, CONTMNT SHOWING ONE).
000170* EVERY FUNCTION BUT T RETURNS HOLDCTL-LEDGER-BALANCE (THE
000180* CONTFILE BALANCE), HOLDCTL-TOTAL-HELD (THE ACTIVE, UNEXPIRED
000190* HOLDS) AND HOLDCTL-AVAILABLE (LEDGER LESS HELD) AS THEY STAND
000200* AFTER THE REQUEST.
000210*
000220* HOLDCTL-RC-INSUFFICIENT MEANS A PLACE WAS REFUSED BECAUSE THE
000230* HOLD IS MORE THAN THE AVAILABLE BALANCE.  HOLDCTL-RC-NOT-ACTIVE
000240* MEANS A RELEASE NAMED A HOLD ALREADY RELEASED OR EXPIRED.
000250* HOLDCTL-RC-BAD-REQUEST MEANS THE REQUEST NEVER TOUCHED A RECORD
000260* - AN UNKNOWN FUNCTION, A BLANK ACCOUNT OR HOLD ID, AN AMOUNT NOT
000270* GREATER THAN ZERO, A BLANK REASON OR AN EXPIRY DATE THAT IS NOT
000280* NUMERIC OR HAS ALREADY PASSED.
000290*****************************************************************
000300   01  HOLDCTL.
000310       05  HOLDCTL-FUNCTION          PIC X(01).
000320           88  HOLDCTL-FN-PLACE              VALUE 'P'.
000330           88  HOLDCTL-FN-RELEASE            VALUE 'R'.
000340           88  HOLDCTL-FN-INQUIRE            VALUE 'I'.
000350           88  HOLDCTL-FN-TOTAL              VALUE 'T'.
000360       05  HOLDCTL-ACCOUNT           PIC X(08).
000370       05  HOLDCTL-HOLD-ID           PIC X(08).
000380       05  HOLDCTL-AMOUNT            PIC S9(13)V99 COMP-3.
000390       05  HOLDCTL-REASON            PIC X(30).
000400       05  HOLDCTL-EXPIRY-DATE       PIC 9(07).
000410       05  HOLDCTL-LEDGER-BALANCE    PIC S9(13)V99 COMP-3.
000420       05  HOLDCTL-TOTAL-HELD        PIC S9(15)V99 COMP-3.
000430       05  HOLDCTL-AVAILABLE         PIC S9(15)V99 COMP-3.
000440       05  HOLDCTL-RETURN-CODE       PIC X(02).
000450           88  HOLDCTL-RC-NORMAL             VALUE '00'.
000460           88  HOLDCTL-RC-NO-ACCOUNT         VALUE '10'.
000470           88  HOLDCTL-RC-CLOSED             VALUE '11'.
000480           88  HOLDCTL-RC-NOT-AN-ACCOUNT     VALUE '12'.
000490           88  HOLDCTL-RC-HOLD-NOT-FOUND     VALUE '20'.
000500           88  HOLDCTL-RC-HOLD-EXISTS        VALUE '21'.
000510           88  HOLDCTL-RC-NOT-ACTIVE         VALUE '22'.
000520           88  HOLDCTL-RC-INSUFFICIENT       VALUE '30'.
000530           88  HOLDCTL-RC-FILE-ERROR         VALUE '90'.
000540           88  HOLDCTL-RC-BAD-REQUEST        VALUE '99'.
