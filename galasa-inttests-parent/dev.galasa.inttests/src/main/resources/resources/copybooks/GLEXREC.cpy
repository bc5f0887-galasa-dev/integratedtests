000010*
000020* GLEXREC - GENERAL-LEDGER INTERFACE RECORD, THE FIXED-FORMAT
000030* 80-BYTE FILE GLEXBAT WRITES FOR FINANCE EACH NIGHT.  ONE HEADER,
000040* ONE DETAIL PER APPLIED POSTJRNL ENTRY IN THE EXTRACT, AND ONE
000050* TRAILER, TOLD APART BY GLEXREC-TYPE.
000060*
000070* THE HEADER CARRIES THE EXTRACT SEQUENCE NUMBER (SEE GLCREC) AND
000080* THE DATE THE EXTRACT WAS FIRST RUN.  A RESEND OF AN EARLIER
000090* SEQUENCE CARRIES THE SAME SEQUENCE AND DATE, FLAGGED RESEND
000100* WITH THE DATE IT WAS RESENT, SO THE LEDGER CAN TELL A REPEAT
000110* FROM NEW BUSINESS.
000120*
000130* THE DETAIL IS THE JOURNAL ENTRY - ITS FULL POSTJRNL KEY (THE
000140* DATE AND TIME IN THE 0CYYDDD/0HHMMSS SHAPE OF EIBDATE/EIBTIME),
000150* THE AMOUNT AS A SIGN AND AN UNSIGNED 9(13)V99, THE SAME AS A
000160* POSTBAT INPUT RECORD, AND THE PJRNREC SOURCE AND OUTCOME CODES.
000170*
000180* THE TRAILER CARRIES THE DETAIL COUNT AND A HASH TOTAL IN THE
000190* POSTBAT CONVENTION - THE SUM OF EVERY DETAIL'S 15-DIGIT AMOUNT
000200* FIELD TAKEN AS A WHOLE NUMBER (CENTS INCLUDED, SIGN IGNORED),
000210* TRUNCATED TO 17 DIGITS ON OVERFLOW.
000220*
000230  01  GLEXREC.
000240      05  GLEXREC-TYPE              PIC X(01).
000250          88  GLEXREC-HEADER            VALUE 'H'.
000260          88  GLEXREC-DETAIL            VALUE 'D'.
000270          88  GLEXREC-TRAILER           VALUE 'T'.
000280      05  GLEXREC-BODY              PIC X(79).
000290      05  GLEXREC-HEADER-BODY REDEFINES GLEXREC-BODY.
000300          10  GLEXREC-HDR-RUN-DATE  PIC 9(08).
000310          10  GLEXREC-HDR-SEQUENCE  PIC 9(07).
000320          10  GLEXREC-HDR-RESEND    PIC X(01).
000330              88  GLEXREC-HDR-IS-RESEND VALUE 'R'.
000340          10  GLEXREC-HDR-SENT-DATE PIC 9(08).
000350          10  FILLER                PIC X(55).
000360      05  GLEXREC-DETAIL-BODY REDEFINES GLEXREC-BODY.
000370          10  GLEXREC-DET-ACCOUNT   PIC X(08).
000380          10  GLEXREC-DET-DATE      PIC 9(07).
000390          10  GLEXREC-DET-TIME      PIC 9(07).
000400          10  GLEXREC-DET-SEQUENCE  PIC 9(07).
000410          10  GLEXREC-DET-SIGN      PIC X(01).
000420          10  GLEXREC-DET-AMOUNT    PIC 9(13)V99.
000430          10  GLEXREC-DET-AMOUNT-DIGITS REDEFINES
000440              GLEXREC-DET-AMOUNT    PIC 9(15).
000450          10  GLEXREC-DET-SOURCE    PIC X(01).
000460          10  GLEXREC-DET-OUTCOME   PIC X(02).
000470          10  FILLER                PIC X(31).
000480      05  GLEXREC-TRAILER-BODY REDEFINES GLEXREC-BODY.
000490          10  GLEXREC-TRL-COUNT     PIC 9(08).
000500          10  GLEXREC-TRL-HASH      PIC 9(17).
000510          10  FILLER                PIC X(54).
