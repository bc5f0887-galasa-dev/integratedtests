000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    BWINBAT.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080* MODIFICATION HISTORY
000090* ----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 15/10/2026 RM    ORIGINAL PROGRAM - OPENS AND CLOSES THE BATCH
000120*                  WINDOW ON CONTBWIN (SEE BWINREC).  RUN AS THE
000130*                  FIRST STEP OF EVERY JOB THAT UPDATES CONTFILE
000140*                  FROM BATCH WITH AN S CARD AND AS ITS LAST STEP
000150*                  WITH A C CARD, SO CONTACCT AND CONTXFR FILE
000160*                  ONLINE POSTINGS FOR LATER REPLAY INSTEAD OF
000170*                  RACING THE BATCH UPDATE, AND CONTMQP LEAVES ITS
000180*                  REQUESTS ON THE QUEUE.  THE WINDOW LISTS ITS
000190*                  HOLDERS BY JOB NAME, SO A RERUN JOB IS NOT
000200*                  COUNTED TWICE.  AN R CARD RESETS A WINDOW LEFT
000210*                  OPEN BY A JOB THAT ABENDED.  CC 0 DONE, 4 A
000220*                  CLOSE BY A JOB NOT HOLDING THE WINDOW, 16
000230*                  RUN-CONTROL OR FILE ERROR, OR HOLDER LIST FULL.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT WINDOW-FILE       ASSIGN TO CONTBWIN
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS BWINREC-KEY
000320         FILE STATUS IS WS-WINDOW-STATUS.
000330     SELECT OPTIONAL RUN-CONTROL-FILE
000340                              ASSIGN TO RUNCTL
000350         ORGANIZATION IS SEQUENTIAL.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  WINDOW-FILE.
000390     COPY BWINREC.
000400 FD  RUN-CONTROL-FILE
000410     RECORDING MODE IS F.
000420 01  CONTROL-CARD.
000430     05  CARD-ACTION               PIC X(01).
000440         88  CARD-ACTION-SET          VALUE 'S'.
000450         88  CARD-ACTION-CLEAR        VALUE 'C'.
000460         88  CARD-ACTION-RESET        VALUE 'R'.
000470     05  CARD-JOB-NAME             PIC X(08).
000480     05  FILLER                    PIC X(71).
000490 WORKING-STORAGE SECTION.
000500 77  WS-WINDOW-STATUS          PIC X(02) VALUE SPACES.
000510 77  WS-WINDOW-NEW-SWITCH      PIC X(01) VALUE 'N'.
000520     88  WS-WINDOW-NEW             VALUE 'Y'.
000530 77  WS-RECORD-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000540     88  WS-RECORD-FOUND           VALUE 'Y'.
000550 77  WS-WINDOW-KEY             PIC X(08) VALUE 'BATCHWIN'.
000560 01  WS-STAMP-DATE             PIC 9(07) VALUE ZERO.
000570 01  WS-STAMP-TIME             PIC 9(07) VALUE ZERO.
000580 01  WS-DATE-YYYYDDD           PIC 9(07).
000590 01  WS-TIME-RAW.
000600     05  WS-TIME-HHMMSS        PIC 9(06).
000610     05  FILLER                PIC 9(02).
000620 01  WS-HOLDERS-DISPLAY        PIC ZZ9.
000630 01  WS-HOLDER-SEARCH.
000640     05  WS-SEARCH-NAME        PIC X(08).
000650     05  WS-HOLDER-IX          PIC 9(04) COMP.
000660     05  WS-HOLDER-SLOT        PIC 9(04) COMP.
000670     05  WS-HOLDER-FOUND-SW    PIC X(01).
000680         88  WS-HOLDER-FOUND       VALUE 'Y'.
000690*****************************************************************
000700* 0000-MAINLINE
000710*****************************************************************
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000750     PERFORM 2000-READ-WINDOW THRU 2000-EXIT.
000760     EVALUATE TRUE
000770         WHEN CARD-ACTION-SET
000780             PERFORM 3000-SET-WINDOW THRU 3000-EXIT
000790         WHEN CARD-ACTION-CLEAR
000800             PERFORM 3100-CLEAR-WINDOW THRU 3100-EXIT
000810         WHEN OTHER
000820             PERFORM 3200-RESET-WINDOW THRU 3200-EXIT
000830     END-EVALUATE.
000840     PERFORM 4000-WRITE-WINDOW THRU 4000-EXIT.
000850     PERFORM 8000-TERMINATE THRU 8000-EXIT.
000860     STOP RUN.
000870*****************************************************************
000880* 1000-INITIALIZE - STAMP THE RUN IN THE 0CYYDDD/0HHMMSS SHAPE
000890* CICS USES, READ THE RUN-CONTROL CARD AND OPEN CONTBWIN.  STATUS
000900* 35 MEANS THE WINDOW HAS NEVER BEEN SET - THE FILE IS LOADED
000910* WITH ITS ONE RECORD WHEN IT IS WRITTEN.  ANY OTHER OPEN FAILURE
000920* ENDS CC 16.
000930*****************************************************************
000940 1000-INITIALIZE.
000950     ACCEPT WS-DATE-YYYYDDD FROM DAY YYYYDDD.
000960     COMPUTE WS-STAMP-DATE = WS-DATE-YYYYDDD - 1900000.
000970     ACCEPT WS-TIME-RAW FROM TIME.
000980     MOVE WS-TIME-HHMMSS TO WS-STAMP-TIME.
000990     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
001000     OPEN I-O WINDOW-FILE.
001010     EVALUATE TRUE
001020         WHEN WS-WINDOW-STATUS = '00'
001030           OR WS-WINDOW-STATUS = '97'
001040             CONTINUE
001050         WHEN WS-WINDOW-STATUS = '35'
001060             SET WS-WINDOW-NEW TO TRUE
001070         WHEN OTHER
001080             DISPLAY 'BWINBAT - OPEN OF CONTBWIN FAILED -'
001090                 ' FILE STATUS ' WS-WINDOW-STATUS
001100             MOVE 16 TO RETURN-CODE
001110             STOP RUN
001120     END-EVALUATE.
001130 1000-EXIT.
001140     EXIT.
001150*****************************************************************
001160* 1100-READ-CONTROL-CARD - S IN COLUMN 1 OPENS THE WINDOW, C
001170* CLOSES IT AND R RESETS IT BY HAND; COLUMNS 2-9 NAME THE JOB, SO
001180* THE WINDOW KNOWS WHO HOLDS IT.  THERE IS NO DEFAULT - A MISSING
001190* OR UNKNOWN CARD, OR AN S OR C CARD WITH NO JOB NAME, ENDS CC 16
001200* BEFORE THE FILE IS TOUCHED.
001210*****************************************************************
001220 1100-READ-CONTROL-CARD.
001230     OPEN INPUT RUN-CONTROL-FILE.
001240     READ RUN-CONTROL-FILE
001250         AT END
001260             MOVE SPACES TO CONTROL-CARD
001270     END-READ.
001280     CLOSE RUN-CONTROL-FILE.
001290     IF NOT CARD-ACTION-SET
001300        AND NOT CARD-ACTION-CLEAR
001310        AND NOT CARD-ACTION-RESET
001320         DISPLAY 'BWINBAT - ACTION ' CARD-ACTION
001330             ' ON THE RUNCTL CARD IS NOT S, C OR R'
001340         MOVE 16 TO RETURN-CODE
001350         STOP RUN
001360     END-IF.
001370     IF CARD-JOB-NAME = SPACES
001380        AND NOT CARD-ACTION-RESET
001390         DISPLAY 'BWINBAT - ACTION ' CARD-ACTION
001400             ' ON THE RUNCTL CARD NAMES NO JOB'
001410         MOVE 16 TO RETURN-CODE
001420         STOP RUN
001430     END-IF.
001440 1100-EXIT.
001450     EXIT.
001460*****************************************************************
001470* 2000-READ-WINDOW - FETCH THE WINDOW RECORD.  NO FILE OR NO
001480* RECORD STARTS FROM A CLOSED WINDOW WITH NO HOLDERS, THE SAME WAY
001490* CICS READS IT.
001500*****************************************************************
001510 2000-READ-WINDOW.
001520     IF WS-WINDOW-NEW
001530         GO TO 2100-NEW-WINDOW
001540     END-IF.
001550     MOVE WS-WINDOW-KEY TO BWINREC-KEY.
001560     READ WINDOW-FILE.
001570     EVALUATE TRUE
001580         WHEN WS-WINDOW-STATUS = '00'
001590             SET WS-RECORD-FOUND TO TRUE
001600             GO TO 2000-EXIT
001610         WHEN WS-WINDOW-STATUS = '23'
001620             GO TO 2100-NEW-WINDOW
001630         WHEN OTHER
001640             DISPLAY 'BWINBAT - READ OF CONTBWIN FAILED -'
001650                 ' FILE STATUS ' WS-WINDOW-STATUS
001660             CLOSE WINDOW-FILE
001670             MOVE 16 TO RETURN-CODE
001680             STOP RUN
001690     END-EVALUATE.
001700 2100-NEW-WINDOW.
001710     MOVE SPACES TO BWINREC.
001720     MOVE WS-WINDOW-KEY TO BWINREC-KEY.
001730     SET BWINREC-WINDOW-CLOSED TO TRUE.
001740     MOVE ZERO TO BWINREC-HOLDERS.
001750     MOVE ZERO TO BWINREC-OPENED-DATE.
001760     MOVE ZERO TO BWINREC-OPENED-TIME.
001770     MOVE ZERO TO BWINREC-CLOSED-DATE.
001780     MOVE ZERO TO BWINREC-CLOSED-TIME.
001790 2000-EXIT.
001800     EXIT.
001810*****************************************************************
001820* 3000-SET-WINDOW - ONE MORE JOB INSIDE THE WINDOW.  THE OPENED
001830* STAMP IS TAKEN ONLY BY THE JOB THAT OPENS A CLOSED WINDOW, SO IT
001840* SHOWS HOW LONG ONLINE POSTINGS HAVE BEEN DEFERRED.  A JOB
001850* ALREADY LISTED - ONE RERUN FROM THE TOP AFTER AN ABEND - IS NOT
001860* ADDED AGAIN.  A FIFTH JOB FINDS NO FREE SLOT AND ENDS CC 16 WITH
001870* THE RECORD UNCHANGED; THE WINDOW STAYS OPEN UNDER THE OTHERS.
001880*****************************************************************
001890 3000-SET-WINDOW.
001900     IF NOT BWINREC-WINDOW-OPEN
001910         MOVE ZERO TO BWINREC-HOLDERS
001920         MOVE SPACES TO BWINREC-HOLDER-TABLE
001930         MOVE WS-STAMP-DATE TO BWINREC-OPENED-DATE
001940         MOVE WS-STAMP-TIME TO BWINREC-OPENED-TIME
001950     END-IF.
001960     MOVE CARD-JOB-NAME TO WS-SEARCH-NAME.
001970     PERFORM 3300-FIND-HOLDER THRU 3300-EXIT.
001980     IF WS-HOLDER-FOUND
001990         DISPLAY 'BWINBAT - ' CARD-JOB-NAME
002000             ' ALREADY HOLDS THE WINDOW'
002010         GO TO 3000-EXIT
002020     END-IF.
002030     MOVE SPACES TO WS-SEARCH-NAME.
002040     PERFORM 3300-FIND-HOLDER THRU 3300-EXIT.
002050     IF NOT WS-HOLDER-FOUND
002060         DISPLAY 'BWINBAT - ' CARD-JOB-NAME
002070             ' CANNOT OPEN THE WINDOW - HELD BY '
002080             BWINREC-HOLDER-TABLE
002090         CLOSE WINDOW-FILE
002100         MOVE 16 TO RETURN-CODE
002110         STOP RUN
002120     END-IF.
002130     MOVE CARD-JOB-NAME TO BWINREC-HOLDER-JOB(WS-HOLDER-SLOT).
002140     ADD 1 TO BWINREC-HOLDERS.
002150     SET BWINREC-WINDOW-OPEN TO TRUE.
002160     MOVE CARD-JOB-NAME TO BWINREC-LAST-JOB.
002170 3000-EXIT.
002180     EXIT.
002190*****************************************************************
002200* 3100-CLEAR-WINDOW - ONE JOB LEAVES THE WINDOW; THE LAST ONE OUT
002210* CLOSES IT.  A CLOSE BY A JOB THAT IS NOT LISTED CHANGES NOTHING
002220* AND ENDS CC 4 - SOMETHING RESET THE WINDOW, THE JOB'S OWN
002230* OPENING STEP NEVER RAN, OR ITS CLOSING STEP RAN TWICE.
002240*****************************************************************
002250 3100-CLEAR-WINDOW.
002260     IF NOT BWINREC-WINDOW-OPEN
002270         DISPLAY 'BWINBAT - ' CARD-JOB-NAME
002280             ' CLOSED A WINDOW THAT WAS NOT OPEN'
002290         MOVE 4 TO RETURN-CODE
002300         GO TO 3100-EXIT
002310     END-IF.
002320     MOVE CARD-JOB-NAME TO WS-SEARCH-NAME.
002330     PERFORM 3300-FIND-HOLDER THRU 3300-EXIT.
002340     IF NOT WS-HOLDER-FOUND
002350         DISPLAY 'BWINBAT - ' CARD-JOB-NAME
002360             ' DOES NOT HOLD THE WINDOW - HELD BY '
002370             BWINREC-HOLDER-TABLE
002380         MOVE 4 TO RETURN-CODE
002390         GO TO 3100-EXIT
002400     END-IF.
002410     MOVE SPACES TO BWINREC-HOLDER-JOB(WS-HOLDER-SLOT).
002420     IF BWINREC-HOLDERS > 0
002430         SUBTRACT 1 FROM BWINREC-HOLDERS
002440     END-IF.
002450     MOVE CARD-JOB-NAME TO BWINREC-LAST-JOB.
002460     IF BWINREC-HOLDER-TABLE = SPACES
002470         MOVE ZERO TO BWINREC-HOLDERS
002480         SET BWINREC-WINDOW-CLOSED TO TRUE
002490         MOVE WS-STAMP-DATE TO BWINREC-CLOSED-DATE
002500         MOVE WS-STAMP-TIME TO BWINREC-CLOSED-TIME
002510     END-IF.
002520 3100-EXIT.
002530     EXIT.
002540*****************************************************************
002550* 3200-RESET-WINDOW - CLOSE THE WINDOW WHATEVER HOLDS IT.  ONLY
002560* FOR A WINDOW LEFT OPEN BY A JOB THAT ABENDED AND WILL NOT BE
002570* RERUN - RESETTING WHILE A JOB IS STILL UPDATING CONTFILE LETS
002580* ONLINE POSTINGS RACE IT AGAIN.
002590*****************************************************************
002600 3200-RESET-WINDOW.
002610     MOVE BWINREC-HOLDERS TO WS-HOLDERS-DISPLAY.
002620     DISPLAY 'BWINBAT - WINDOW RESET BY ' CARD-JOB-NAME
002630         ' - HOLDERS WAS ' WS-HOLDERS-DISPLAY
002640         ', LAST JOB ' BWINREC-LAST-JOB.
002650     DISPLAY 'BWINBAT - HELD BY ' BWINREC-HOLDER-TABLE.
002660     MOVE ZERO TO BWINREC-HOLDERS.
002670     MOVE SPACES TO BWINREC-HOLDER-TABLE.
002680     SET BWINREC-WINDOW-CLOSED TO TRUE.
002690     MOVE CARD-JOB-NAME TO BWINREC-LAST-JOB.
002700     MOVE WS-STAMP-DATE TO BWINREC-CLOSED-DATE.
002710     MOVE WS-STAMP-TIME TO BWINREC-CLOSED-TIME.
002720 3200-EXIT.
002730     EXIT.
002740*****************************************************************
002750* 3300-FIND-HOLDER - LOOK FOR WS-SEARCH-NAME IN THE HOLDER LIST;
002760* SPACES FINDS A FREE SLOT.  WS-HOLDER-SLOT IS WHERE IT WAS FOUND.
002770*****************************************************************
002780 3300-FIND-HOLDER.
002790     MOVE 'N' TO WS-HOLDER-FOUND-SW.
002800     MOVE ZERO TO WS-HOLDER-SLOT.
002810     PERFORM 3310-CHECK-HOLDER THRU 3310-EXIT
002820         VARYING WS-HOLDER-IX FROM 1 BY 1
002830         UNTIL WS-HOLDER-IX > 4
002840            OR WS-HOLDER-FOUND.
002850 3300-EXIT.
002860     EXIT.
002870*****************************************************************
002880* 3310-CHECK-HOLDER - ONE SLOT OF THE HOLDER LIST.
002890*****************************************************************
002900 3310-CHECK-HOLDER.
002910     IF BWINREC-HOLDER-JOB(WS-HOLDER-IX) = WS-SEARCH-NAME
002920         SET WS-HOLDER-FOUND TO TRUE
002930         MOVE WS-HOLDER-IX TO WS-HOLDER-SLOT
002940     END-IF.
002950 3310-EXIT.
002960     EXIT.
002970*****************************************************************
002980* 4000-WRITE-WINDOW - PUT THE RECORD BACK.  A NEW FILE IS LOADED
002990* WITH IT; A MISSING RECORD IS WRITTEN; AN EXISTING ONE REWRITTEN.
003000*****************************************************************
003010 4000-WRITE-WINDOW.
003020     IF WS-WINDOW-NEW
003030         OPEN OUTPUT WINDOW-FILE
003040         IF WS-WINDOW-STATUS NOT = '00'
003050             DISPLAY 'BWINBAT - LOAD OF CONTBWIN FAILED -'
003060                 ' FILE STATUS ' WS-WINDOW-STATUS
003070             MOVE 16 TO RETURN-CODE
003080             STOP RUN
003090         END-IF
003100     END-IF.
003110     IF WS-RECORD-FOUND
003120         REWRITE BWINREC
003130     ELSE
003140         WRITE BWINREC
003150     END-IF.
003160     IF WS-WINDOW-STATUS NOT = '00'
003170         DISPLAY 'BWINBAT - UPDATE OF CONTBWIN FAILED -'
003180             ' FILE STATUS ' WS-WINDOW-STATUS
003190         CLOSE WINDOW-FILE
003200         MOVE 16 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230 4000-EXIT.
003240     EXIT.
003250*****************************************************************
003260* 8000-TERMINATE - CLOSE THE FILE AND SAY WHERE THE WINDOW NOW
003270* STANDS.
003280*****************************************************************
003290 8000-TERMINATE.
003300     CLOSE WINDOW-FILE.
003310     MOVE BWINREC-HOLDERS TO WS-HOLDERS-DISPLAY.
003320     IF BWINREC-WINDOW-OPEN
003330         DISPLAY 'BWINBAT - BATCH WINDOW OPEN - HOLDERS '
003340             WS-HOLDERS-DISPLAY ', LAST JOB ' BWINREC-LAST-JOB
003350         DISPLAY 'BWINBAT - HELD BY ' BWINREC-HOLDER-TABLE
003360     ELSE
003370         DISPLAY 'BWINBAT - BATCH WINDOW CLOSED - LAST JOB '
003380             BWINREC-LAST-JOB
003390     END-IF.
003400 8000-EXIT.
003410     EXIT.
