000010*
000020* GLCREC - GENERAL-LEDGER EXTRACT CONTROL RECORD ON THE GLEXCTL
000030* KSDS.  KEYED ON THE EXTRACT SEQUENCE NUMBER, WITH TWO VIEWS.
000040*
000050* SEQUENCE ZERO IS THE HIGH-WATER-MARK RECORD - THE LAST SEQUENCE
000060* NUMBER GLEXBAT ISSUED AND THE POSTJRNL DATE/TIME STAMP IT
000070* EXTRACTED UP TO.  THE NEXT NIGHTLY RUN TAKES EVERY APPLIED
000080* ENTRY STAMPED AFTER THAT MARK AND NOT AFTER ITS OWN START, THEN
000090* MOVES THE MARK UP TO ITS START - SO THE WINDOWS NEVER OVERLAP
000100* AND NEVER LEAVE A GAP, AND EACH ENTRY GOES TO FINANCE EXACTLY
000110* ONCE HOWEVER OFTEN THE JOB IS RERUN.  THE MARK ONLY MOVES AFTER
000120* THE INTERFACE FILE IS COMPLETE, SO A RUN THAT FAILS PART-WAY IS
000130* SIMPLY RUN AGAIN UNDER THE SAME SEQUENCE NUMBER.
000140*
000150* EVERY OTHER RECORD DESCRIBES ONE EXTRACT ALREADY SENT - THE
000160* WINDOW IT COVERED (AFTER THE FROM STAMP, UP TO AND INCLUDING THE
000170* TO STAMP), THE DATE IT RAN AND ITS TRAILER COUNT AND HASH - SO A
000180* RESEND CAN RE-READ EXACTLY THE SAME WINDOW AND PROVE IT CAME OUT
000190* THE SAME.  THE RESEND COUNT AND DATE RECORD THE LAST TIME IT WAS
000200* ASKED FOR AGAIN.
000210*
000220* ALL STAMPS ARE 0CYYDDD/0HHMMSS, THE PJRNREC-KEY CONVENTION; THE
000230* RUN DATES ARE YYYYMMDD FOR THE INTERFACE HEADER.
000240*
000250  01  GLCREC.
000260      05  GLCREC-SEQUENCE           PIC 9(07).
000270          88  GLCREC-HIGH-WATER-RECORD  VALUE ZERO.
000280      05  GLCREC-EXTRACT.
000290          10  GLCREC-RUN-DATE       PIC 9(08).
000300          10  GLCREC-FROM-STAMP.
000310              15  GLCREC-FROM-DATE  PIC 9(07).
000320              15  GLCREC-FROM-TIME  PIC 9(07).
000330          10  GLCREC-TO-STAMP.
000340              15  GLCREC-TO-DATE    PIC 9(07).
000350              15  GLCREC-TO-TIME    PIC 9(07).
000360          10  GLCREC-RECORD-COUNT   PIC 9(08).
000370          10  GLCREC-HASH-TOTAL     PIC 9(17).
000380          10  GLCREC-RESEND-COUNT   PIC 9(03).
000390          10  GLCREC-RESEND-DATE    PIC 9(08).
000400          10  FILLER                PIC X(21).
000410      05  GLCREC-HIGH-WATER REDEFINES GLCREC-EXTRACT.
000420          10  GLCREC-LAST-SEQUENCE  PIC 9(07).
000430          10  GLCREC-MARK-STAMP.
000440              15  GLCREC-MARK-DATE  PIC 9(07).
000450              15  GLCREC-MARK-TIME  PIC 9(07).
000460          10  GLCREC-MARK-RUN-DATE  PIC 9(08).
000470          10  FILLER                PIC X(64).
