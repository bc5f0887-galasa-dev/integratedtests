000250*                  RETAINED.  CC 0 CLEAN, 8 ARCHIVED AND DELETED
000260*                  COUNTS DISAGREE, 16 CONTROL-CARD OR FILE
000270*                  OPEN ERROR.
000271* 15/10/2026 RM    A PURGE THAT DELETES EVERYTHING IT ARCHIVED NOW
000272*                  RECORDS ITS CUTOFF ON THE AUDPURGE KSDS (SEE
000273*                  AUDPREC), SO THE CAUD AUDIT-TRAIL INQUIRY CAN
000274*                  SAY A RANGE WAS ARCHIVED INSTEAD OF SHOWING AN
000275*                  EMPTY LIST.  FAILING TO RECORD IT ENDS CC 4 -
000276*                  THE ARCHIVE AND PURGE THEMSELVES STAND.
000280*****************************************************************
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS AUDFREC-KEY
000360         FILE STATUS IS WS-AUDIT-STATUS.
000361     SELECT PURGE-FILE        ASSIGN TO AUDPURGE
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS AUDPREC-KEY
000365         FILE STATUS IS WS-PURGE-STATUS.
000370     SELECT ARCHIVE-FILE      ASSIGN TO ARCHOUT
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
000450 FD  ARCHIVE-FILE
000460     RECORDING MODE IS F.
000470 01  ARCHIVE-RECORD            PIC X(8061).
000473 FD  PURGE-FILE.
000476     COPY AUDPREC.
000480 FD  RUN-CONTROL-FILE
000490     RECORDING MODE IS F.
000500 01  CONTROL-CARD.
000590 77  WS-RECORDS-ARCHIVED       PIC 9(08) COMP VALUE 0.
000600 77  WS-RECORDS-DELETED        PIC 9(08) COMP VALUE 0.
000610 77  WS-RECORDS-RETAINED       PIC 9(08) COMP VALUE 0.
000611 77  WS-PURGE-STATUS           PIC X(02) VALUE SPACES.
000612 77  WS-PURGE-NEW-SWITCH       PIC X(01) VALUE 'N'.
000613     88  WS-PURGE-NEW              VALUE 'Y'.
000614 77  WS-PURGE-FOUND-SWITCH     PIC X(01) VALUE 'N'.
000615     88  WS-PURGE-FOUND            VALUE 'Y'.
000616 77  WS-PURGE-FAILED-SWITCH    PIC X(01) VALUE 'N'.
000617     88  WS-PURGE-FAILED           VALUE 'Y'.
000618 77  WS-PURGE-KEY              PIC X(08) VALUE 'AUDARCH '.
000619 77  WS-PURGED-BEFORE          PIC 9(07) VALUE ZERO.
000620 01  WS-CUTOFF-DATE            PIC 9(07) VALUE ZERO.
000630 01  WS-COUNT-DISPLAY          PIC Z(07)9.
000631* AUDPURGE RUN STAMP (SEE 4000-RECORD-PURGE), IN THE 0CYYDDD AND
000632* 0HHMMSS SHAPE THE AUDIT ENTRIES CARRY.
000633 01  WS-DATE-YYYYDDD           PIC 9(07).
000634 01  WS-TIME-RAW.
000635     05  WS-TIME-HHMMSS        PIC 9(06).
000636     05  FILLER                PIC 9(02).
000640*****************************************************************
000650* 0000-MAINLINE - ARCHIVE PASS FIRST, PURGE PASS ONLY ONCE THE
000660* ARCHIVE DATASET HAS BEEN CLOSED - AN AUDIT ENTRY IS NEVER
000670* DELETED BEFORE ITS ARCHIVE COPY IS SAFELY ON DISK.  THE CUTOFF
000673* IS RECORDED AS PURGED ONLY WHEN NOTHING ARCHIVED WAS LEFT
000676* BEHIND ON THE KSDS.
000680*****************************************************************
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000720     PERFORM 2000-ARCHIVE-PASS THRU 2000-EXIT.
000730     IF WS-RECORDS-ARCHIVED > 0
000740         PERFORM 3000-PURGE-PASS THRU 3000-EXIT
000742     END-IF.
000744     IF WS-RECORDS-DELETED = WS-RECORDS-ARCHIVED
000746         PERFORM 4000-RECORD-PURGE THRU 4000-EXIT
000750     END-IF.
000760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000770     STOP RUN.
001930         SET WS-EOF TO TRUE
001940         GO TO 3100-EXIT
001950     END-IF.
001951     PERFORM 9000-READ-RECORD THRU 9000-EXIT.
001952 3100-EXIT.
001953     EXIT.
001954*****************************************************************
001955* 4000-RECORD-PURGE - EVERY ENTRY DATED BEFORE THE CUTOFF HAS
001956* GONE FROM AUDFILE, SO RAISE AUDPREC-PURGED-BEFORE TO THE CUTOFF
001957* (NEVER LOWER IT) AND NOTE THE RUN.  STATUS 35 MEANS NOTHING HAS
001958* BEEN RECORDED BEFORE - THE FILE IS LOADED WITH ITS ONE RECORD.
001959* ANY FAILURE IS REPORTED AND ENDS CC 4 - THE PURGE HAS ALREADY
001960* HAPPENED AND STANDS; ONLY THE ONLINE INQUIRY'S "ARCHIVED" NOTE
001961* LAGS UNTIL A LATER RUN RECORDS IT.
001962*****************************************************************
001963 4000-RECORD-PURGE.
001964     ACCEPT WS-DATE-YYYYDDD FROM DAY YYYYDDD.
001965     ACCEPT WS-TIME-RAW FROM TIME.
001966     OPEN I-O PURGE-FILE.
001967     EVALUATE TRUE
001968         WHEN WS-PURGE-STATUS = '00' OR WS-PURGE-STATUS = '97'
001969             CONTINUE
001970         WHEN WS-PURGE-STATUS = '35'
001971             SET WS-PURGE-NEW TO TRUE
001972         WHEN OTHER
001973             DISPLAY 'AUDARCH - OPEN OF AUDPURGE FAILED -'
001974                 ' FILE STATUS ' WS-PURGE-STATUS
001975             SET WS-PURGE-FAILED TO TRUE
001976             GO TO 4000-EXIT
001977     END-EVALUATE.
001978     IF WS-PURGE-NEW
001979         GO TO 4100-NEW-RECORD
001980     END-IF.
001981     MOVE WS-PURGE-KEY TO AUDPREC-KEY.
001982     READ PURGE-FILE.
001983     EVALUATE TRUE
001984         WHEN WS-PURGE-STATUS = '00'
001985             SET WS-PURGE-FOUND TO TRUE
001986             GO TO 4200-UPDATE-RECORD
001987         WHEN WS-PURGE-STATUS = '23'
001988             GO TO 4100-NEW-RECORD
001989         WHEN OTHER
001990             DISPLAY 'AUDARCH - READ OF AUDPURGE FAILED -'
001991                 ' FILE STATUS ' WS-PURGE-STATUS
001992             CLOSE PURGE-FILE
001993             SET WS-PURGE-FAILED TO TRUE
001994             GO TO 4000-EXIT
001995     END-EVALUATE.
001996 4100-NEW-RECORD.
001997     MOVE SPACES TO AUDPREC.
001998     MOVE WS-PURGE-KEY TO AUDPREC-KEY.
001999     MOVE ZERO TO AUDPREC-PURGED-BEFORE.
002000 4200-UPDATE-RECORD.
002001     IF AUDPREC-PURGED-BEFORE NOT NUMERIC
002002        OR WS-CUTOFF-DATE > AUDPREC-PURGED-BEFORE
002003         MOVE WS-CUTOFF-DATE TO AUDPREC-PURGED-BEFORE
002004     END-IF.
002005     MOVE WS-CUTOFF-DATE TO AUDPREC-LAST-CUTOFF.
002006     COMPUTE AUDPREC-LAST-RUN-DATE = WS-DATE-YYYYDDD - 1900000.
002007     MOVE WS-TIME-HHMMSS TO AUDPREC-LAST-RUN-TIME.
002008     MOVE WS-RECORDS-ARCHIVED TO AUDPREC-LAST-ARCHIVED.
002009     MOVE WS-RECORDS-DELETED TO AUDPREC-LAST-DELETED.
002010     IF WS-PURGE-NEW
002011         OPEN OUTPUT PURGE-FILE
002012         IF WS-PURGE-STATUS NOT = '00'
002013             DISPLAY 'AUDARCH - LOAD OF AUDPURGE FAILED -'
002014                 ' FILE STATUS ' WS-PURGE-STATUS
002015             SET WS-PURGE-FAILED TO TRUE
002016             GO TO 4000-EXIT
002017         END-IF
002018     END-IF.
002019     IF WS-PURGE-FOUND
002020         REWRITE AUDPREC
002021     ELSE
002022         WRITE AUDPREC
002023     END-IF.
002024     IF WS-PURGE-STATUS NOT = '00'
002025         DISPLAY 'AUDARCH - UPDATE OF AUDPURGE FAILED -'
002026             ' FILE STATUS ' WS-PURGE-STATUS
002027         SET WS-PURGE-FAILED TO TRUE
002028     END-IF.
002029     MOVE AUDPREC-PURGED-BEFORE TO WS-PURGED-BEFORE.
002030     CLOSE PURGE-FILE.
002031 4000-EXIT.
002032     EXIT.
002033*****************************************************************
002034* 8000-TERMINATE - PRINT THE COUNTS AND SET THE CONDITION CODE.
002035* ARCHIVED AND DELETED MUST AGREE - A SHORTFALL MEANS THE PURGE
002036* PASS STOPPED EARLY AND THE JOB SHOULD BE RERUN ONCE THE CAUSE
002037* IS CLEARED.  WITH THE COUNTS AGREEING, A CUTOFF THAT COULD NOT
002038* BE RECORDED ON AUDPURGE ENDS CC 4.
002040*****************************************************************
002050 8000-TERMINATE.
002060     MOVE WS-CUTOFF-DATE TO WS-COUNT-DISPLAY.
002160             ' DISAGREE - RERUN ONCE THE CAUSE IS CLEARED'
002170         MOVE 8 TO RETURN-CODE
002180     ELSE
002181         IF WS-PURGE-FAILED
002182             DISPLAY 'AUDARCH - CUTOFF NOT RECORDED ON AUDPURGE -'
002183                 ' CAUD WILL NOT SHOW THE RANGE AS ARCHIVED'
002184             MOVE 4 TO RETURN-CODE
002185         ELSE
002186             MOVE WS-PURGED-BEFORE TO WS-COUNT-DISPLAY
002187             DISPLAY 'AUDARCH - PURGED BEFORE     '
002188                 WS-COUNT-DISPLAY
002190             MOVE 0 TO RETURN-CODE
002195         END-IF
002200     END-IF.
002210 8000-EXIT.
002220     EXIT.
