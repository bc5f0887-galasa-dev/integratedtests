000010*
000020* AUDPREC - AUDFILE PURGE RECORD, THE ONE RECORD ON THE AUDPURGE
000030* KSDS, KEYED 'AUDARCH '.  AUDARCH REWRITES IT AFTER EVERY RUN
000040* WHOSE PURGE PASS DELETED EVERYTHING ITS ARCHIVE PASS COPIED, SO
000050* THE ONLINE AUDIT-TRAIL INQUIRY (CONTAUD, TRANSACTION CAUD) CAN
000060* TELL AN OPERATOR THAT A DATE RANGE WAS ARCHIVED INSTEAD OF JUST
000070* SHOWING AN EMPTY LIST.
000080*
000090* AUDPREC-PURGED-BEFORE IS THE HIGHEST CUTOFF ANY COMPLETE PURGE
000100* HAS RUN WITH - NO ENTRY DATED BEFORE IT IS LEFT ON AUDFILE, AND
000110* THE ENTRIES THAT WERE ARE ON THE GALASA.TEST.AUDFILE.ARCHIVE
000120* GDG.  IT NEVER MOVES BACKWARDS - A LATER RUN WITH AN EARLIER
000130* CUTOFF PURGES NOTHING NEW AND LEAVES IT ALONE.  A RUN WHOSE
000140* ARCHIVED AND DELETED COUNTS DISAGREE (CC 8) DOES NOT MOVE IT
000150* EITHER - SOME OF THE RANGE IS STILL ON THE FILE UNTIL THE RERUN
000160* FINISHES THE JOB.  THE -LAST- FIELDS DESCRIBE THE MOST RECENT
000170* RUN THAT UPDATED THE RECORD.
000180*
000190* A MISSING FILE OR RECORD MEANS NOTHING HAS BEEN PURGED YET.  THE
000200* DATES ARE 0CYYDDD AND THE TIME 0HHMMSS, THE AUDFREC-DATE/-TIME
000210* SHAPE.
000220*
000230   01  AUDPREC.
000240       05  AUDPREC-KEY               PIC X(08).
000250       05  AUDPREC-PURGED-BEFORE     PIC 9(07).
000260       05  AUDPREC-LAST-CUTOFF       PIC 9(07).
000270       05  AUDPREC-LAST-RUN-DATE     PIC 9(07).
000280       05  AUDPREC-LAST-RUN-TIME     PIC 9(07).
000290       05  AUDPREC-LAST-ARCHIVED     PIC 9(08).
000300       05  AUDPREC-LAST-DELETED      PIC 9(08).
000310       05  FILLER                    PIC X(28).
