000010*
000020* ALRTMSG - THE ALERT MESSAGE CONTACCT PUTS ON THE CONTACCT.ALERT
000030* QUEUE.  IT IS IN CHARACTER FORM, LIKE THE MQPREC MESSAGES, SO
000040* ANY PLATFORM CAN READ ONE WITHOUT KNOWING PACKED DECIMAL.  THE
000050* AMOUNTS ARE DISPLAY NUMERIC WITH THE LAST TWO DIGITS BEHIND AN
000060* IMPLIED DECIMAL POINT, EACH BEHIND A '+' OR '-' SIGN BYTE.
000070*
000080* ONE ALERT IS PUT PER POSTING THAT EARNS ONE:
000090*   LB - THE POSTING TOOK THE BALANCE BELOW THE ACCOUNT'S FLOOR
000100*        (LIMFREC-ALERT-FLOOR), FROM AT OR ABOVE IT.
000110*   HB - THE POSTING TOOK THE BALANCE ABOVE THE ALERT LEVEL, THE
000120*        SET PERCENTAGE (ALRTMSG-PERCENT) OF THE MAXIMUM BALANCE,
000130*        FROM AT OR BELOW IT.
000140*   RP - THE POSTING WAS REFUSED OVER-LIMIT BECAUSE ITS SIZE
000150*        EXCEEDED THE MAXIMUM SINGLE POSTING.
000160*   RB - THE POSTING WAS REFUSED OVER-LIMIT BECAUSE IT WOULD HAVE
000170*        LEFT THE BALANCE ABOVE THE MAXIMUM BALANCE.
000180*   RN - THE POSTING WAS REFUSED BECAUSE IT WOULD HAVE TAKEN THE
000190*        BALANCE BELOW ZERO.
000200* ALRTMSG-THRESHOLD IS THE AMOUNT CROSSED (OR THAT REFUSED THE
000210* POSTING) - THE FLOOR, THE ALERT LEVEL, THE MAXIMUM POSTING, THE
000220* MAXIMUM BALANCE, OR ZERO FOR RN.  ALRTMSG-PERCENT IS ONLY SET ON
000230* AN HB ALERT.  ON A REFUSAL THE BALANCE BEFORE AND AFTER ARE
000240* EQUAL, AS ON THE JOURNAL ENTRY - NOTHING WAS WRITTEN.
000250*
000260* ALRTMSG-JOURNAL-KEY IS THE POSTJRNL KEY OF THE POSTING'S JOURNAL
000270* ENTRY (SEE PJRNREC), SPACES IF THE JOURNAL WRITE FAILED.
000280* ALRTMSG-RETURN-CODE IS THE ACCTCTL RETURN CODE THE POSTING ENDED
000290* WITH.
000300*
000310   01  ALRTMSG.
000320       05  ALRTMSG-TYPE              PIC X(02).
000330           88  ALRTMSG-LOW-BALANCE       VALUE 'LB'.
000340           88  ALRTMSG-HIGH-BALANCE      VALUE 'HB'.
000350           88  ALRTMSG-REFUSED-POSTING   VALUE 'RP'.
000360           88  ALRTMSG-REFUSED-BALANCE   VALUE 'RB'.
000370           88  ALRTMSG-REFUSED-NEGATIVE  VALUE 'RN'.
000380       05  ALRTMSG-ACCOUNT           PIC X(08).
000390       05  ALRTMSG-RETURN-CODE       PIC X(02).
000400       05  ALRTMSG-AMOUNT-SIGN       PIC X(01).
000410       05  ALRTMSG-AMOUNT            PIC 9(13)V99.
000420       05  ALRTMSG-BEFORE-SIGN       PIC X(01).
000430       05  ALRTMSG-BALANCE-BEFORE    PIC 9(13)V99.
000440       05  ALRTMSG-AFTER-SIGN        PIC X(01).
000450       05  ALRTMSG-BALANCE-AFTER     PIC 9(13)V99.
000460       05  ALRTMSG-THRESHOLD         PIC 9(13)V99.
000470       05  ALRTMSG-PERCENT           PIC 9(03).
000480       05  ALRTMSG-JOURNAL-KEY       PIC X(29).
000490       05  ALRTMSG-DATE              PIC 9(07).
000500       05  ALRTMSG-TIME              PIC 9(07).
000510       05  FILLER                    PIC X(07).
