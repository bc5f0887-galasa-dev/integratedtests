000110* IT GOES TO THE REQUEST'S OWN REPLYTOQ WHEN THE MESSAGE
000120* CARRIES ONE, OTHERWISE TO MQPCTL-REPLY-QUEUE - THE SAME
000130* CORRELATION CONVENTION AS CONTMQB.  A MESSAGE CONTACCT
000140* REFUSES (NEGATIVE BALANCE, BAD KEY, NOT AN ACCOUNT, ACCOUNT
000145* FROZEN OR CLOSED) STILL GETS A REPLY CARRYING THE REFUSAL CODE,
000150* SO THE SENDER IS NEVER LEFT WAITING ON A REFUSED POSTING.
000170*
000180* MQPCTL-MODE-DRAIN LOOPS GET/POST/REPLY UNTIL THE INPUT QUEUE
000190* REPORTS NO MORE MESSAGES (MQRC 2033), CLEARING A PRELOADED
000280* FAILED (PROGRAM NOT DEFINED, DISABLED) - THE MESSAGE STILL
000290* GETS A REPLY, CARRYING THE GATEWAY CODE F9, SO THE SENDER IS
000300* NOT LEFT WAITING ON AN ENVIRONMENT ERROR EITHER.
000301*
000302* MQPCTL-RC-BATCH-WINDOW MEANS THE BATCH WINDOW IS OPEN (SEE
000303* BWINREC).  THE WINDOW IS TESTED BEFORE EVERY GET, SO NO MESSAGE
000304* IS TAKEN WHILE IT IS OPEN - THE REQUESTS STAY ON THE INPUT QUEUE
000305* FOR THE NEXT RUN AFTER THE BATCH JOBS FINISH.  A DRAIN THAT
000306* MEETS THE WINDOW PART WAY THROUGH ENDS WITH THIS CODE, AND
000307* MQPCTL-MSGS-PROCESSED SAYS HOW MANY WENT THROUGH BEFORE IT.
000308* NOTHING HAS FAILED, SO CONTMQP COUNTS THE HOLD TO CONTSTAT AS
000309* OPERATION W RATHER THAN AMONG ITS GATEWAY FAILURES.
000310*****************************************************************
000320   01  MQPCTL.
000330       05  MQPCTL-INPUT-QUEUE        PIC X(48).
000410           88  MQPCTL-RC-OPEN-FAILED         VALUE '10'.
000420           88  MQPCTL-RC-GET-FAILED          VALUE '20'.
000430           88  MQPCTL-RC-NO-MSG-AVAILABLE    VALUE '21'.
000435           88  MQPCTL-RC-BATCH-WINDOW        VALUE '22'.
000440           88  MQPCTL-RC-PUT-FAILED          VALUE '30'.
000450           88  MQPCTL-RC-LINK-FAILED         VALUE '40'.
