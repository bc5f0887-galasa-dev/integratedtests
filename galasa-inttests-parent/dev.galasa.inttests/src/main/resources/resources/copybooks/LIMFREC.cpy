000210* THE AMOUNTS ARE THE SAME PICTURE AS CONTFREC-BALANCE AND
000220* ACCTCTL-AMOUNT SO ONE SET OF TEST VALUES WORKS EVERYWHERE.
000230* LIMSBAT MAINTAINS THE FILE FROM A SEQUENTIAL INPUT DECK.
000231*
000232* THE SAME RECORD CARRIES THE ALERT THRESHOLDS (SEE ALRTMSG) -
000233* CONTACCT PUTS AN ALERT ON ITS MQ ALERT QUEUE WHEN A POSTING
000234* TAKES THE BALANCE FROM AT OR ABOVE LIMFREC-ALERT-FLOOR TO
000235* BELOW IT, OR FROM AT OR BELOW LIMFREC-ALERT-PERCENT PER CENT
000236* OF LIMFREC-MAX-BALANCE TO ABOVE IT.  ZERO IN EITHER FIELD
000237* MEANS NO ALERT OF THAT KIND, AS DOES A ZERO MAXIMUM BALANCE
000238* FOR THE PERCENTAGE.  THE THRESHOLDS COME FROM WHICHEVER
000239* RECORD SUPPLIED THE LIMITS - THE ACCOUNT'S OWN OR *DEFAULT.
000240* A RECORD LOADED BEFORE THE FIELDS EXISTED HOLDS SPACES THERE,
000241* WHICH ARE NOT VALID PACKED DECIMAL AND READ AS NO THRESHOLD.
000242*
000250   01  LIMFREC.
000260       05  LIMFREC-ACCOUNT           PIC X(08).
000270       05  LIMFREC-MAX-POSTING       PIC S9(13)V99 COMP-3.
000280       05  LIMFREC-MAX-BALANCE       PIC S9(13)V99 COMP-3.
000282       05  LIMFREC-ALERT-FLOOR       PIC S9(13)V99 COMP-3.
000284       05  LIMFREC-ALERT-PERCENT     PIC S9(03) COMP-3.
000290       05  FILLER                    PIC X(06).
