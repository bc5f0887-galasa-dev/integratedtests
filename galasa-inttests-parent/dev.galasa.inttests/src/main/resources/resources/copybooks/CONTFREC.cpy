000190* IS NOT UNIQUE - SEVERAL BASE RECORDS MAY CARRY THE SAME
000200* REFERENCE ID, WHICH IS HOW FILETEST'S AIX OPERATIONS EXERCISE
000210* THE DUPLICATE-KEY CONDITION.
000211*
000212* CONTFREC-STATUS IS THE ACCOUNT'S LIFECYCLE STATE.  AN OPEN
000213* ACCOUNT TAKES EVERY POSTING; A FROZEN ONE REFUSES DEBITS BUT
000214* STILL ACCEPTS CREDITS; A CLOSED ONE REFUSES EVERYTHING AND
000215* ACCRUES NO INTEREST.  EVERY POSTING PATH - CONTACCT (AND SO
000216* CONTXFR AND CONTMQP THROUGH IT), POSTBAT AND ACCRBAT - TESTS
000217* IT, AND ONLY CONTMNT CHANGES IT.  A SPACE READS AS OPEN, SO
000218* RECORDS WRITTEN BEFORE THE FIELD EXISTED STAY USABLE.
000219* CONTFREC-STATUS-DATE IS THE 0CYYDDD DATE (THE EIBDATE SHAPE)
000220* THE STATUS LAST CHANGED - THE DAY THE ACCOUNT WAS OPENED
000221* UNTIL IT IS FIRST FROZEN OR CLOSED.
000222*
000230   01  CONTFREC.
000240       05  CONTFREC-KEY              PIC X(08).
000250       05  CONTFREC-BALANCE          PIC S9(13)V99 COMP-3.
000260       05  CONTFREC-REF-ID           PIC X(16).
000270       05  CONTFREC-STATUS           PIC X(01).
000280           88  CONTFREC-STATUS-OPEN      VALUE 'O' ' '.
000290           88  CONTFREC-STATUS-FROZEN    VALUE 'F'.
000300           88  CONTFREC-STATUS-CLOSED    VALUE 'C'.
000310       05  CONTFREC-STATUS-DATE      PIC 9(07).
000320       05  FILLER                    PIC X(32).
