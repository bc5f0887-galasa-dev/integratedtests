000310*
000320* XFRCTL-RC-BAD-REQUEST MEANS THE REQUEST NEVER TOUCHED A
000330* RECORD - A BLANK ACCOUNT KEY, THE SAME ACCOUNT ON BOTH SIDES,
000331* OR AN AMOUNT THAT IS NOT GREATER THAN ZERO.
000332*
000333* XFRCTL-RC-DEFERRED MEANS THE BATCH WINDOW WAS OPEN (SEE
000334* BWINREC) - NEITHER LEG WAS POSTED; THE WHOLE TRANSFER WAS FILED
000335* ON THE CONTPEND STORE (SEE PENDREC) AS ONE ENTRY FOR CONTRPL TO
000336* REPLAY, SO ITS TWO LEGS CAN NEVER BE APPLIED APART.  THE LEG
000337* THAT MET THE WINDOW CARRIES CONTACCT'S BATCH-WINDOW CODE.
000338* XFRCTL-RC-BATCH-WINDOW MEANS THE WINDOW WAS OPEN AND THE
000339* TRANSFER WAS NOT TAKEN AT ALL - ON A REPLAY, OR WHEN THE STORE
000340* COULD NOT BE WRITTEN.
000341*
000342* XFRCTL-REPLAY IS AN OPTIONAL EXTENSION - A CALLER PASSING THE
000343* ORIGINAL LENGTH GETS THE OLD BEHAVIOUR.  CONTRPL SETS IT WHEN IT
000344* REPLAYS A STORED TRANSFER, SO A WINDOW THAT HAS OPENED AGAIN
000345* LEAVES THE ENTRY WHERE IT IS INSTEAD OF FILING A SECOND COPY.
000350*****************************************************************
000360   01  XFRCTL.
000370       05  XFRCTL-DEBIT-ACCOUNT      PIC X(08).
000430       05  XFRCTL-CREDIT-RC          PIC X(02).
000440       05  XFRCTL-RETURN-CODE        PIC X(02).
000450           88  XFRCTL-RC-NORMAL              VALUE '00'.
000455           88  XFRCTL-RC-DEFERRED            VALUE '03'.
000460           88  XFRCTL-RC-DEBIT-REFUSED       VALUE '10'.
000465           88  XFRCTL-RC-BATCH-WINDOW        VALUE '15'.
000470           88  XFRCTL-RC-CREDIT-REFUSED      VALUE '20'.
000480           88  XFRCTL-RC-SYNC-FAILED         VALUE '30'.
000490           88  XFRCTL-RC-LINK-FAILED         VALUE '40'.
000500           88  XFRCTL-RC-BAD-REQUEST         VALUE '99'.
000510       05  XFRCTL-REPLAY-SWITCH      PIC X(01).
000520           88  XFRCTL-REPLAY                 VALUE 'R'.
