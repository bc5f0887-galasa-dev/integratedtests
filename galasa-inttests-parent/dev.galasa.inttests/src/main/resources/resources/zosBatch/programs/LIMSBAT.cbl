000190*                  MESSAGE, AS ARE DUPLICATE AND OUT-OF-SEQUENCE
000200*                  KEYS (BY VSAM).  CC 0 CLEAN, 8 REJECTS,
000210*                  16 FILE OPEN ERROR.
000211* 15/10/2026 RM    ALERT THRESHOLDS - THE DECK CARRIES THE LOW-
000212*                  BALANCE FLOOR AND THE PERCENTAGE OF MAXIMUM
000213*                  BALANCE CONTACCT ALERTS AT (COLUMNS 39-56),
000214*                  BLANK LOADING AS ZERO - NO ALERT.  A
000215*                  NON-NUMERIC THRESHOLD OR A PERCENTAGE OVER
000216*                  100 IS REJECTED.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000400     05  SEQIN-ACCOUNT             PIC X(08).
000410     05  SEQIN-MAX-POSTING         PIC 9(13)V99.
000420     05  SEQIN-MAX-BALANCE         PIC 9(13)V99.
000422     05  SEQIN-ALERT-FLOOR         PIC 9(13)V99.
000423     05  SEQIN-ALERT-FLOOR-X REDEFINES SEQIN-ALERT-FLOOR
000424                                   PIC X(15).
000425     05  SEQIN-ALERT-PERCENT       PIC 9(03).
000426     05  SEQIN-ALERT-PERCENT-X REDEFINES SEQIN-ALERT-PERCENT
000427                                   PIC X(03).
000430     05  FILLER                    PIC X(24).
000440 WORKING-STORAGE SECTION.
000450 77  WS-SEQ-EOF-SWITCH         PIC X(01) VALUE 'N'.
000460     88  WS-SEQ-EOF                VALUE 'Y'.
000830* IS REJECTED WITH A MESSAGE; DUPLICATE AND OUT-OF-SEQUENCE
000840* KEYS ARE REJECTED BY VSAM AND COUNTED THE SAME WAY.  A ZERO
000850* AMOUNT IS VALID - IT LOADS AS "THAT DIMENSION UNLIMITED",
000860* SEE LIMFREC.  THE ALERT THRESHOLDS MAY BE LEFT BLANK, WHICH
000862* LOADS AS ZERO - NO ALERT; ONE THAT IS NOT NUMERIC, OR A
000864* PERCENTAGE OVER 100, IS REJECTED THE SAME AS A BAD LIMIT.
000870*****************************************************************
000880 2000-LOAD-ONE-RECORD.
000890     IF SEQIN-ACCOUNT = SPACES
000970         DISPLAY 'LIMSBAT - RECORD REJECTED - KEY '
000980             SEQIN-ACCOUNT ' LIMIT AMOUNT NOT NUMERIC'
000990         ADD 1 TO WS-RECORDS-IN-ERROR
000991         GO TO 2000-NEXT
000992     END-IF.
000993     IF (SEQIN-ALERT-FLOOR-X NOT = SPACES
000994         AND SEQIN-ALERT-FLOOR NOT NUMERIC)
000995        OR (SEQIN-ALERT-PERCENT-X NOT = SPACES
000996         AND SEQIN-ALERT-PERCENT NOT NUMERIC)
000997         DISPLAY 'LIMSBAT - RECORD REJECTED - KEY '
000998             SEQIN-ACCOUNT ' ALERT THRESHOLD NOT NUMERIC'
000999         ADD 1 TO WS-RECORDS-IN-ERROR
001000         GO TO 2000-NEXT
001001     END-IF.
001002     IF SEQIN-ALERT-PERCENT-X > '100'
001003         DISPLAY 'LIMSBAT - RECORD REJECTED - KEY '
001004             SEQIN-ACCOUNT ' ALERT PERCENTAGE OVER 100'
001005         ADD 1 TO WS-RECORDS-IN-ERROR
001006         GO TO 2000-NEXT
001007     END-IF.
001020     MOVE SPACES TO LIMFREC.
001030     MOVE SEQIN-ACCOUNT TO LIMFREC-ACCOUNT.
001040     MOVE SEQIN-MAX-POSTING TO LIMFREC-MAX-POSTING.
001050     MOVE SEQIN-MAX-BALANCE TO LIMFREC-MAX-BALANCE.
001051     MOVE ZERO TO LIMFREC-ALERT-FLOOR.
001052     IF SEQIN-ALERT-FLOOR-X NOT = SPACES
001053         MOVE SEQIN-ALERT-FLOOR TO LIMFREC-ALERT-FLOOR
001054     END-IF.
001055     MOVE ZERO TO LIMFREC-ALERT-PERCENT.
001056     IF SEQIN-ALERT-PERCENT-X NOT = SPACES
001057         MOVE SEQIN-ALERT-PERCENT TO LIMFREC-ALERT-PERCENT
001058     END-IF.
001060     WRITE LIMFREC
001070         INVALID KEY
001080             DISPLAY 'LIMSBAT - RECORD REJECTED - KEY '
