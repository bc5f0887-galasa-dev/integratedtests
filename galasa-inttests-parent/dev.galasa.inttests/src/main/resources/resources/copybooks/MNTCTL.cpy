000150* COUNT IS DISPLAY NUMERIC SO THE ALL-SPACES COMMAREA A FRESH
000160* CONVERSATION STARTS FROM READS AS "NO LOOKUP IN PROGRESS"
000170* (NOT NUMERIC) INSTEAD OF AS A GARBAGE BINARY COUNT.
000171*
000172* MNTCTL-MODE-PENDING MEANS THE CMNTLST PENDING-CHANGES LIST IS
000173* ON THE SCREEN RATHER THAN THE MAINTENANCE MAP.  MNTCTL-LIST-
000174* COUNT ROWS ARE SHOWN AND MNTCTL-LIST-KEY HOLDS THE CONTPCHG
000175* KEY (SEE PCHGREC) BEHIND EACH ROW, SO A SELECTION CODE TYPED
000176* AGAINST ROW N ACTS ON EXACTLY THE CHANGE THE CHECKER SAW THERE,
000177* AND PF7/PF8 PAGE FROM THE FIRST/LAST KEY SHOWN.  THE COUNT IS
000178* DISPLAY NUMERIC FOR THE SAME REASON AS MNTCTL-AIX-SHOWN.
000180*****************************************************************
000190   01  MNTCTL.
000200       05  MNTCTL-LAST-KEY           PIC X(08).
000240           88  MNTCTL-MODE-NONE          VALUE ' '.
000250           88  MNTCTL-MODE-KEY           VALUE 'K'.
000260           88  MNTCTL-MODE-REFID         VALUE 'A'.
000262           88  MNTCTL-MODE-PENDING       VALUE 'P'.
000264       05  MNTCTL-LIST-COUNT         PIC 9(02).
000266       05  MNTCTL-LIST-KEY           PIC X(29)
000268                                     OCCURS 8 TIMES.
