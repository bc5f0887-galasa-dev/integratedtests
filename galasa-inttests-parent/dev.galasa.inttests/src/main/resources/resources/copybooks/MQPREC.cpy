000200* BUT THE SENDER STILL GETS ITS CORRELATED REPLY.
000210* MQPREP-BALANCE IS THE ACCTCTL-BALANCE THE POSTING ENDED WITH,
000220* IN THE SAME CHARACTER FORM AS THE REQUEST AMOUNT.
000222* A POSTING TAKEN JUST AS THE BATCH WINDOW OPENED (SEE BWINREC) IS
000224* FILED BY CONTACCT FOR LATER REPLAY AND REPLIED TO WITH 03,
000226* DEFERRED; ITS MQPREP-BALANCE IS THEN ZERO, SINCE NOTHING HAS
000228* BEEN POSTED YET.
000230*
000240   01  MQPREQ.
000250       05  MQPREQ-ACCOUNT            PIC X(08).
