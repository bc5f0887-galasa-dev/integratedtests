000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CONTAUD.
000030 AUTHOR.        R MERCER.
000040 INSTALLATION.  GALASA TEST FACTORY.
000050 DATE-WRITTEN.  15/10/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*MODIFICATION HISTORY
000090*----------------------------------------------------------
000100*DATE       INIT  DESCRIPTION
000110*15/10/2026 RM    ORIGINAL PROGRAM - 3270 INQUIRY OVER THE AUDFILE
000120*                 AUDIT TRAIL (TRANSACTION CAUD, MAPSET CONTAUD),
000130*                 PSEUDO-CONVERSATIONAL IN THE SAME STYLE AS CMNT.
000140*                 LISTS THE AUDIT ENTRIES IN A DATE/TIME RANGE,
000150*                 NARROWED BY TASK NUMBER OR CONTAINER NAME (IN OR
000160*                 OUT), TWELVE TO A PAGE WITH PF7/PF8 PAGING, AND
000170*                 SHOWS A SELECTED ENTRY'S BEFORE AND AFTER VALUES
000180*                 SIDE BY SIDE IN HEX AND CHARACTERS.  WHEN
000190*                 AUDARCH HAS PURGED PART OR ALL OF THE RANGE (SEE
000200*                 AUDPREC) THE SCREEN SAYS SO INSTEAD OF SHOWING
000210*                 NOTHING.  UNTIL NOW THE TRAIL COULD ONLY BE READ
000220*                 THROUGH A FULL AUDPRINT RUN.  READ-ONLY - IT
000230*                 UPDATES NO FILE.
000240*****************************************************************
000250 ENVIRONMENT DIVISION.
000260 DATA DIVISION.
000270 WORKING-STORAGE SECTION.
000280     COPY CONTAUDM.
000290*****************************************************************
000300*ROW VIEW OF THE CAUDLST SYMBOLIC MAP - EACH ROW IS THE SELECTION
000310*FIELD AND THE DETAIL LINE, IN THE ORDER THE MAPSET LAYS THEM OUT,
000320*SO THE LIST CAN BE FILLED AND READ BY SUBSCRIPT.  THE DETAIL LINE
000330*SITS WHERE THE O-SIDE DATA DOES.
000340*****************************************************************
000350 01  WS-LIST-ROWS REDEFINES CAUDLSTI.
000360     05  FILLER                PIC X(162).
000370     05  WS-LIST-ROW           OCCURS 12 TIMES.
000380         10  WS-ROW-SEL-LENGTH PIC S9(04) COMP.
000390         10  WS-ROW-SEL-FLAG   PIC X(01).
000400         10  WS-ROW-SEL        PIC X(01).
000410         10  FILLER            PIC X(03).
000420         10  WS-ROW-DETAIL     PIC X(75).
000430     05  FILLER                PIC X(81).
000440     COPY AUDFREC.
000450     COPY AUDPREC.
000460     COPY AUDICTL.
000470     COPY DFHAID.
000480 01  RESP-CODES.
000490     05  WS-RESP               PIC S9(08) COMP.
000500     05  WS-RESP2              PIC S9(08) COMP.
000510*****************************************************************
000520*SEARCH EDIT WORK AREA - 2400-EDIT-NUMBER SCANS A 7-BYTE SCREEN
000530*FIELD ONE CHARACTER AT A TIME THE WAY CMNT EDITS A BALANCE -
000540*OPTIONAL LEADING SPACES, UP TO 7 DIGITS, TRAILING SPACES - SO A
000550*DATE, TIME OR TASK NUMBER CAN BE TYPED WITHOUT ITS LEADING
000560*ZEROS.  NO DIGITS AT ALL IS A BLANK FIELD, WHICH MEANS NO LIMIT.
000570*THE EDITED SEARCH IS BUILT IN WS-NEW-SEARCH AND ONLY REPLACES
000580*THE CONVERSATION'S SEARCH WHEN EVERY FIELD PASSES.
000590*****************************************************************
000600 01  WS-NUMBER-EDIT.
000610     05  WS-EDIT-FIELD         PIC X(07).
000620     05  WS-EDIT-VALUE         PIC 9(07).
000630     05  WS-EDIT-IX            PIC S9(04) COMP.
000640     05  WS-EDIT-DIGITS        PIC S9(04) COMP.
000650     05  WS-EDIT-CHAR          PIC X(01).
000660     05  WS-EDIT-DIGIT REDEFINES WS-EDIT-CHAR
000670                               PIC 9(01).
000680 77  WS-EDIT-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000690     88  WS-EDIT-ERROR             VALUE 'Y'.
000700 77  WS-EDIT-ENDED-SWITCH      PIC X(01) VALUE 'N'.
000710     88  WS-EDIT-ENDED             VALUE 'Y'.
000720 77  WS-SEARCH-ERROR-SWITCH    PIC X(01) VALUE 'N'.
000730     88  WS-SEARCH-ERROR           VALUE 'Y'.
000740 01  WS-NEW-SEARCH.
000750     05  WS-NEW-FROM.
000760         10  WS-NEW-FROM-DATE  PIC 9(07).
000770         10  WS-NEW-FROM-TIME  PIC 9(07).
000780     05  WS-NEW-TO.
000790         10  WS-NEW-TO-DATE    PIC 9(07).
000800         10  WS-NEW-TO-TIME    PIC 9(07).
000810     05  WS-NEW-TASK-SWITCH    PIC X(01).
000820     05  WS-NEW-TASK           PIC 9(07).
000830     05  WS-NEW-CONTAINER      PIC X(16).
000840*****************************************************************
000850*LIST PAGING WORK AREA - THE SAME SHAPE AS CMNT'S PENDING-CHANGES
000860*LIST.  WS-AUD-KEY IS THE RIDFLD FOR EVERY AUDFILE REQUEST.  THE
000870*PAGING KEYS AND SWITCHES ARE SET BY THE CALLER OF 3000-BUILD-
000880*PAGE, WHICH FILLS THE SCREEN WITH THE NEXT TWELVE MATCHING
000890*ENTRIES FROM THE START KEY (OR FROM JUST PAST IT).  WS-FROM-KEY
000900*IS THE LOWEST KEY THE SEARCH'S FROM DATE/TIME ALLOWS.
000910*****************************************************************
000920 01  WS-AUD-KEY                PIC X(25).
000930 01  WS-LIST-START-KEY         PIC X(25).
000940 01  WS-SAVE-FIRST-KEY         PIC X(25).
000950 01  WS-FROM-KEY.
000960     05  WS-FROM-KEY-STAMP     PIC X(14).
000970     05  FILLER                PIC X(11) VALUE ALL '0'.
000980 01  WS-LIST-IX                PIC S9(04) COMP.
000990 01  WS-BACK-COUNT             PIC S9(04) COMP.
001000 01  WS-SELECTED-IX            PIC S9(04) COMP.
001010 01  WS-BAD-SEL-COUNT          PIC S9(04) COMP.
001020 77  WS-LIST-END-SWITCH        PIC X(01) VALUE 'N'.
001030     88  WS-LIST-END               VALUE 'Y'.
001040 77  WS-SKIP-START-SWITCH      PIC X(01) VALUE 'N'.
001050     88  WS-SKIP-START             VALUE 'Y'.
001060 77  WS-MATCH-SWITCH           PIC X(01) VALUE 'N'.
001070     88  WS-ENTRY-MATCHES          VALUE 'Y'.
001080*****************************************************************
001090*ARCHIVE NOTE - WS-PURGED-BEFORE IS AUDPREC-PURGED-BEFORE FROM
001100*THE AUDPURGE RECORD AUDARCH KEEPS, ZERO WHEN NOTHING HAS BEEN
001110*PURGED OR THE RECORD CANNOT BE READ - THE SAME GUARD-RAIL
001120*CONVENTION AS CONTLIMS, SO A MISSING AUDPURGE NEVER STOPS THE
001130*INQUIRY, IT JUST LOSES THE NOTE.
001140*****************************************************************
001150 77  WS-PURGE-KEY              PIC X(08) VALUE 'AUDARCH '.
001160 01  WS-PURGED-BEFORE          PIC 9(07) VALUE ZERO.
001170 01  WS-ARCHIVE-NOTE.
001180     05  FILLER                PIC X(21)
001190         VALUE 'ENTRIES DATED BEFORE '.
001200     05  WS-AN-DATE            PIC 9(07).
001210     05  FILLER                PIC X(43)
001220         VALUE ' ARE ARCHIVED - SEE THE AUDFILE ARCHIVE GDG'.
001230     05  FILLER                PIC X(07) VALUE SPACES.
001240*****************************************************************
001250*LIST LINE - ONE AUDIT ENTRY PER ROW, THE COLUMNS LINING UP UNDER
001260*THE CAUDLST HEADING.  BLEN AND ALEN ARE THE BEFORE AND AFTER
001270*PAYLOAD LENGTHS.
001280*****************************************************************
001290 01  WS-LIST-LINE.
001300     05  WS-LL-DATE            PIC 9(07).
001310     05  FILLER                PIC X(01) VALUE SPACES.
001320     05  WS-LL-TIME            PIC 9(07).
001330     05  FILLER                PIC X(01) VALUE SPACES.
001340     05  WS-LL-TASK            PIC 9(07).
001350     05  FILLER                PIC X(01) VALUE SPACES.
001360     05  WS-LL-ITEM            PIC 9(04).
001370     05  FILLER                PIC X(01) VALUE SPACES.
001380     05  WS-LL-NAME-IN         PIC X(16).
001390     05  FILLER                PIC X(01) VALUE SPACES.
001400     05  WS-LL-NAME-OUT        PIC X(16).
001410     05  FILLER                PIC X(01) VALUE SPACES.
001420     05  WS-LL-BEFORE-LENGTH   PIC ZZZ9.
001430     05  FILLER                PIC X(01) VALUE SPACES.
001440     05  WS-LL-AFTER-LENGTH    PIC ZZZ9.
001450     05  FILLER                PIC X(03) VALUE SPACES.
001460*****************************************************************
001470*DETAIL LINES - THE ENTRY'S KEY, CONTAINER NAMES AND LENGTHS IN
001480*THE SAME WORDS AUDPRINT PRINTS THEM, AND THE RANGE OF PAYLOAD
001490*BYTES ON THE SCREEN.
001500*****************************************************************
001510 01  WS-DKEY-LINE.
001520     05  FILLER                PIC X(05) VALUE 'DATE '.
001530     05  WS-DK-DATE            PIC 9(07).
001540     05  FILLER                PIC X(07) VALUE '  TIME '.
001550     05  WS-DK-TIME            PIC 9(07).
001560     05  FILLER                PIC X(07) VALUE '  TASK '.
001570     05  WS-DK-TASK            PIC 9(07).
001580     05  FILLER                PIC X(07) VALUE '  ITEM '.
001590     05  WS-DK-ITEM            PIC 9(04).
001600     05  FILLER                PIC X(27) VALUE SPACES.
001610 01  WS-DCONT-LINE.
001620     05  FILLER                PIC X(14) VALUE 'CONTAINER IN  '.
001630     05  WS-DC-NAME-IN         PIC X(16).
001640     05  FILLER                PIC X(17)
001650         VALUE '  CONTAINER OUT  '.
001660     05  WS-DC-NAME-OUT        PIC X(16).
001670     05  FILLER                PIC X(15) VALUE SPACES.
001680 01  WS-DLEN-LINE.
001690     05  FILLER                PIC X(14) VALUE 'BEFORE LENGTH '.
001700     05  WS-DL-BEFORE-LENGTH   PIC ZZZ9.
001710     05  FILLER                PIC X(15) VALUE '  AFTER LENGTH '.
001720     05  WS-DL-AFTER-LENGTH    PIC ZZZ9.
001730     05  WS-DL-SHOWING.
001740         10  FILLER            PIC X(16) VALUE '  SHOWING BYTES '.
001750         10  WS-DL-FIRST-BYTE  PIC ZZZ9.
001760         10  FILLER            PIC X(04) VALUE ' TO '.
001770         10  WS-DL-LAST-BYTE   PIC ZZZ9.
001780     05  FILLER                PIC X(13) VALUE SPACES.
001790*****************************************************************
001800*DUMP LINE - TEN BYTES OF EACH VALUE FROM THE SAME 1-BASED OFFSET,
001810*BEFORE ON THE LEFT AND AFTER ON THE RIGHT, EACH IN HEX AND THEN
001820*AS CHARACTERS, UNDER THE CAUDDET HEADING.  A BYTE PAST THE END OF
001830*ONE VALUE IS LEFT BLANK ON THAT SIDE.
001840*****************************************************************
001850 01  WS-DUMP-LINE.
001860     05  WS-DP-OFFSET          PIC ZZZ9.
001870     05  FILLER                PIC X(01) VALUE SPACES.
001880     05  WS-DP-HEX-BEFORE.
001890         10  WS-DP-HEX-B-PAIR  PIC X(02) OCCURS 10 TIMES.
001900     05  FILLER                PIC X(01) VALUE SPACES.
001910     05  WS-DP-CHAR-BEFORE     PIC X(10).
001920     05  FILLER                PIC X(03) VALUE ' | '.
001930     05  WS-DP-HEX-AFTER.
001940         10  WS-DP-HEX-A-PAIR  PIC X(02) OCCURS 10 TIMES.
001950     05  FILLER                PIC X(01) VALUE SPACES.
001960     05  WS-DP-CHAR-AFTER      PIC X(10).
001970     05  FILLER                PIC X(08) VALUE SPACES.
001980*****************************************************************
001990*DUMP WORK AREA.  WS-BYTE-NUM/WS-BYTE-CHAR EXPOSE ONE PAYLOAD BYTE
002000*AS A BINARY VALUE 0-255 EXACTLY AS AUDPRINT DOES, SO IT CAN BE
002010*SPLIT INTO TWO HEX DIGITS.  A PAGE IS FOURTEEN LINES OF TEN
002020*BYTES.  DUMP LINE N IS DUMPO(N) OF THE CAUDDET ROW VIEW
002030*(CAUDDMPO IN CONTAUDM).
002040*****************************************************************
002050 77  WS-HEX-DIGITS             PIC X(16) VALUE '0123456789ABCDEF'.
002060 77  WS-PAGE-BYTES             PIC 9(04) COMP VALUE 140.
002070 01  WS-DUMP-WORK.
002080     05  WS-DUMP-OFFSET        PIC 9(05) COMP.
002090     05  WS-BEFORE-LENGTH      PIC 9(05) COMP.
002100     05  WS-AFTER-LENGTH       PIC 9(05) COMP.
002110     05  WS-MAX-LENGTH         PIC 9(05) COMP.
002120     05  WS-LAST-BYTE          PIC 9(05) COMP.
002130     05  WS-LINE-IX            PIC 9(04) COMP.
002140     05  WS-COL-IX             PIC 9(04) COMP.
002150     05  WS-BYTE-IX            PIC 9(05) COMP.
002160     05  WS-REQ-OFFSET         PIC 9(07).
002170 01  WS-BYTE-WORK.
002180     05  WS-BYTE-NUM           PIC 9(04) COMP VALUE ZERO.
002190     05  FILLER REDEFINES WS-BYTE-NUM.
002200         10  FILLER            PIC X(01).
002210         10  WS-BYTE-CHAR      PIC X(01).
002220     05  WS-HEX-HI             PIC 9(04) COMP.
002230     05  WS-HEX-LO             PIC 9(04) COMP.
002240     05  WS-HEX-PAIR           PIC X(02).
002250     05  WS-SHOW-CHAR          PIC X(01).
002260 77  WS-DETAIL-OK-SWITCH       PIC X(01) VALUE 'N'.
002270     88  WS-DETAIL-OK              VALUE 'Y'.
002280 01  WS-DETAIL-MSG             PIC X(78).
002290 01  WS-SAVE-MSG               PIC X(78).
002300 01  WS-READ-RESP              PIC S9(08) COMP.
002310 01  WS-GOODBYE-TEXT           PIC X(16)
002320     VALUE 'CONTAUD ENDED   '.
002330 LINKAGE SECTION.
002340 01  DFHCOMMAREA               PIC X(384).
002350*****************************************************************
002360*0000-MAINLINE - PSEUDO-CONVERSATIONAL, THE SAME SHAPE AS CMNT.
002370*THE CONVERSATION STATE TRAVELS IN THE COMMAREA (SEE AUDICTL) - IT
002380*IS COPIED INTO THE WORKING-STORAGE AUDICTL AT ENTRY AND RETURNED
002390*FROM THERE, SO A FIRST ENTRY (NO COMMAREA) AND A CLEARED SCREEN
002400*BOTH START FROM THE SAME ALL-SPACES STATE.  PF3 AND CLEAR ARE
002410*HANDLED BEFORE ANY RECEIVE.  WHILE AN ENTRY IS ON THE SCREEN
002420*EVERY OTHER KEY BELONGS TO 5000-DETAIL-INTERACTION, OTHERWISE TO
002430*2000-LIST-INTERACTION.
002440*****************************************************************
002450 PROCEDURE DIVISION.
002460 0000-MAINLINE.
002470     IF EIBCALEN > 0
002480         MOVE DFHCOMMAREA TO AUDICTL
002490     ELSE
002500         MOVE SPACES TO AUDICTL
002510     END-IF.
002520     MOVE LOW-VALUES TO CAUDLSTI.
002530     MOVE LOW-VALUES TO CAUDDETI.
002540     IF EIBCALEN = 0 OR EIBAID = DFHCLEAR
002550         PERFORM 1000-FRESH-SCREEN THRU 1000-EXIT
002560         GO TO 9999-EXIT
002570     END-IF.
002580     IF EIBAID = DFHPF3
002590         PERFORM 8000-EXIT-TRANSACTION THRU 8000-EXIT
002600     END-IF.
002610     IF AUDICTL-MODE-DETAIL
002620         PERFORM 5000-DETAIL-INTERACTION THRU 5000-EXIT
002630     ELSE
002640         PERFORM 2000-LIST-INTERACTION THRU 2000-EXIT
002650     END-IF.
002660     GO TO 9999-EXIT.
002670*****************************************************************
002680*1000-FRESH-SCREEN - SEND AN EMPTY SEARCH SCREEN WITH THE PROMPT
002690*AND FORGET ANY CONVERSATION STATE.  SERVES BOTH THE FIRST ENTRY
002700*AND THE CLEAR KEY.
002710*****************************************************************
002720 1000-FRESH-SCREEN.
002730     MOVE SPACES TO AUDICTL.
002740     MOVE 'ENTER A DATE/TIME RANGE AND PRESS ENTER' TO MSGO.
002750     PERFORM 7100-SEND-LIST THRU 7100-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780*****************************************************************
002790*2000-LIST-INTERACTION - ONE INTERACTION WITH THE SEARCH AND LIST
002800*SCREEN.  ENTER SHOWS THE ENTRY MARKED S, OR WITH NOTHING MARKED
002810*STARTS A NEW SEARCH FROM THE FIELDS ON THE SCREEN.  PF7 AND PF8
002820*PAGE BACK AND FORWARD THROUGH THE SEARCH LAST STARTED.
002830*****************************************************************
002840 2000-LIST-INTERACTION.
002850     PERFORM 2050-SET-FIRST-KEY THRU 2050-EXIT.
002860     EVALUATE TRUE
002870         WHEN EIBAID = DFHENTER
002880             PERFORM 2100-RECEIVE-LIST THRU 2100-EXIT
002890             PERFORM 2200-ENTER-ON-LIST THRU 2200-EXIT
002900         WHEN AUDICTL-MODE-NONE
002910             MOVE 'ENTER A DATE/TIME RANGE AND PRESS ENTER'
002920                 TO MSGO
002930         WHEN EIBAID = DFHPF7
002940             PERFORM 3600-PAGE-BACK THRU 3600-EXIT
002950         WHEN EIBAID = DFHPF8
002960             PERFORM 3700-PAGE-FORWARD THRU 3700-EXIT
002970         WHEN OTHER
002980             PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
002990             MOVE 'THAT KEY IS NOT ASSIGNED - SEE LINE 24' TO MSGO
003000     END-EVALUATE.
003010     IF AUDICTL-MODE-DETAIL
003020         PERFORM 7200-SEND-DETAIL THRU 7200-EXIT
003030     ELSE
003040         PERFORM 7100-SEND-LIST THRU 7100-EXIT
003050     END-IF.
003060 2000-EXIT.
003070     EXIT.
003080*****************************************************************
003090*2050-SET-FIRST-KEY - THE KEY THE CURRENT PAGE STARTS FROM - ITS
003100*FIRST ROW, OR THE START OF THE SEARCH RANGE WHEN IT IS EMPTY.
003110*****************************************************************
003120 2050-SET-FIRST-KEY.
003130     IF AUDICTL-LIST-COUNT NOT NUMERIC
003140         MOVE ZERO TO AUDICTL-LIST-COUNT
003150     END-IF.
003160     MOVE AUDICTL-FROM TO WS-FROM-KEY-STAMP.
003170     IF AUDICTL-LIST-COUNT > ZERO
003180         MOVE AUDICTL-LIST-KEY(1) TO WS-SAVE-FIRST-KEY
003190     ELSE
003200         MOVE WS-FROM-KEY TO WS-SAVE-FIRST-KEY
003210     END-IF.
003220 2050-EXIT.
003230     EXIT.
003240 2100-RECEIVE-LIST.
003250     EXEC CICS RECEIVE MAP('CAUDLST')
003260          MAPSET('CONTAUD')
003270          INTO(CAUDLSTI)
003280          RESP(WS-RESP)
003290          RESP2(WS-RESP2)
003300     END-EXEC.
003310     IF WS-RESP NOT = DFHRESP(NORMAL)
003320         MOVE LOW-VALUES TO CAUDLSTI
003330     END-IF.
003340 2100-EXIT.
003350     EXIT.
003360*****************************************************************
003370*2150-REDISPLAY-PAGE - REBUILD THE CURRENT PAGE FROM ITS FIRST ROW
003380*(OR FROM THE START OF THE RANGE WHEN IT WAS EMPTY).  WITH NO
003390*SEARCH STARTED YET THERE IS NOTHING TO REBUILD.
003400*****************************************************************
003410 2150-REDISPLAY-PAGE.
003420     IF AUDICTL-MODE-NONE
003430         GO TO 2150-EXIT
003440     END-IF.
003450     MOVE WS-SAVE-FIRST-KEY TO WS-LIST-START-KEY.
003460     MOVE 'N' TO WS-SKIP-START-SWITCH.
003470     PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
003480 2150-EXIT.
003490     EXIT.
003500*****************************************************************
003510*2200-ENTER-ON-LIST - AN ENTRY MARKED S IS SHOWN (THE FIRST ONE
003520*WHEN SEVERAL ARE MARKED), AND ANY OTHER CODE IS REFUSED.  WITH
003530*NOTHING MARKED THE SEARCH FIELDS ARE EDITED AND, WHEN THEY PASS,
003540*BECOME THE CONVERSATION'S SEARCH AND ITS FIRST PAGE IS BUILT.  A
003550*FIELD THAT FAILS THE EDIT LEAVES THE PREVIOUS SEARCH AND PAGE ON
003560*THE SCREEN WITH THE REASON.
003570*****************************************************************
003580 2200-ENTER-ON-LIST.
003590     MOVE ZERO TO WS-SELECTED-IX.
003600     MOVE ZERO TO WS-BAD-SEL-COUNT.
003610     PERFORM 2210-CHECK-ONE-SEL THRU 2210-EXIT
003620         VARYING WS-LIST-IX FROM 1 BY 1
003630         UNTIL WS-LIST-IX > AUDICTL-LIST-COUNT.
003640     IF WS-SELECTED-IX > ZERO
003650         MOVE AUDICTL-LIST-KEY(WS-SELECTED-IX)
003660             TO AUDICTL-DETAIL-KEY
003670         MOVE 1 TO AUDICTL-DETAIL-OFFSET
003680         PERFORM 4000-READ-ENTRY THRU 4000-EXIT
003690         IF WS-DETAIL-OK
003700             PERFORM 4100-BUILD-DUMP THRU 4100-EXIT
003710             MOVE 'PF8/PF7 PAGE THE VALUES - PF12 FOR THE LIST'
003720                 TO DMSGO
003730         END-IF
003740         GO TO 2200-EXIT
003750     END-IF.
003760     IF WS-BAD-SEL-COUNT > ZERO
003770         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
003780         MOVE 'ONLY S IS ACCEPTED AGAINST AN ENTRY' TO MSGO
003790         GO TO 2200-EXIT
003800     END-IF.
003810     PERFORM 2300-EDIT-SEARCH THRU 2300-EXIT.
003820     IF WS-SEARCH-ERROR
003830         MOVE MSGO TO WS-SAVE-MSG
003840         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
003850         MOVE WS-SAVE-MSG TO MSGO
003860         GO TO 2200-EXIT
003870     END-IF.
003880     MOVE WS-NEW-FROM TO AUDICTL-FROM.
003890     MOVE WS-NEW-TO TO AUDICTL-TO.
003900     MOVE WS-NEW-TASK-SWITCH TO AUDICTL-TASK-SWITCH.
003910     MOVE WS-NEW-TASK TO AUDICTL-TASK.
003920     MOVE WS-NEW-CONTAINER TO AUDICTL-CONTAINER.
003930     SET AUDICTL-MODE-LIST TO TRUE.
003940     MOVE AUDICTL-FROM TO WS-FROM-KEY-STAMP.
003950     MOVE WS-FROM-KEY TO WS-LIST-START-KEY.
003960     MOVE 'N' TO WS-SKIP-START-SWITCH.
003970     PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
003980 2200-EXIT.
003990     EXIT.
004000 2210-CHECK-ONE-SEL.
004010     EVALUATE WS-ROW-SEL(WS-LIST-IX)
004020         WHEN 'S'
004030             IF WS-SELECTED-IX = ZERO
004040                 MOVE WS-LIST-IX TO WS-SELECTED-IX
004050             END-IF
004060         WHEN SPACE
004070         WHEN LOW-VALUE
004080             CONTINUE
004090         WHEN OTHER
004100             ADD 1 TO WS-BAD-SEL-COUNT
004110     END-EVALUATE.
004120 2210-EXIT.
004130     EXIT.
004140*****************************************************************
004150*2300-EDIT-SEARCH - EDIT THE SEARCH FIELDS INTO WS-NEW-SEARCH.  A
004160*BLANK FROM DATE OR TIME MEANS FROM THE START OF THE FILE OR OF
004170*THE DAY, A BLANK TO DATE OR TIME TO THE END OF THE FILE OR OF THE
004180*DAY, A BLANK TASK OR CONTAINER ANY TASK OR CONTAINER.  THE RANGE
004190*IS ONE CONTINUOUS INTERVAL, NOT A TIME OF DAY ON EACH DATE.  THE
004200*FIRST FIELD TO FAIL PUTS ITS REASON IN MSGO.
004210*****************************************************************
004220 2300-EDIT-SEARCH.
004230     MOVE 'N' TO WS-SEARCH-ERROR-SWITCH.
004240     MOVE FDATEI TO WS-EDIT-FIELD.
004250     PERFORM 2400-EDIT-NUMBER THRU 2400-EXIT.
004260     IF WS-EDIT-ERROR
004270         MOVE 'FROM DATE MUST BE NUMERIC - 0CYYDDD' TO MSGO
004280         GO TO 2300-ERROR
004290     END-IF.
004300     MOVE WS-EDIT-VALUE TO WS-NEW-FROM-DATE.
004310     MOVE FTIMEI TO WS-EDIT-FIELD.
004320     PERFORM 2400-EDIT-NUMBER THRU 2400-EXIT.
004330     IF WS-EDIT-ERROR
004340         MOVE 'FROM TIME MUST BE NUMERIC - 0HHMMSS' TO MSGO
004350         GO TO 2300-ERROR
004360     END-IF.
004370     MOVE WS-EDIT-VALUE TO WS-NEW-FROM-TIME.
004380     MOVE TDATEI TO WS-EDIT-FIELD.
004390     PERFORM 2400-EDIT-NUMBER THRU 2400-EXIT.
004400     IF WS-EDIT-ERROR
004410         MOVE 'TO DATE MUST BE NUMERIC - 0CYYDDD' TO MSGO
004420         GO TO 2300-ERROR
004430     END-IF.
004440     IF WS-EDIT-DIGITS = ZERO
004450         MOVE 9999999 TO WS-NEW-TO-DATE
004460     ELSE
004470         MOVE WS-EDIT-VALUE TO WS-NEW-TO-DATE
004480     END-IF.
004490     MOVE TTIMEI TO WS-EDIT-FIELD.
004500     PERFORM 2400-EDIT-NUMBER THRU 2400-EXIT.
004510     IF WS-EDIT-ERROR
004520         MOVE 'TO TIME MUST BE NUMERIC - 0HHMMSS' TO MSGO
004530         GO TO 2300-ERROR
004540     END-IF.
004550     IF WS-EDIT-DIGITS = ZERO
004560         MOVE 9999999 TO WS-NEW-TO-TIME
004570     ELSE
004580         MOVE WS-EDIT-VALUE TO WS-NEW-TO-TIME
004590     END-IF.
004600     MOVE TASKI TO WS-EDIT-FIELD.
004610     PERFORM 2400-EDIT-NUMBER THRU 2400-EXIT.
004620     IF WS-EDIT-ERROR
004630         MOVE 'TASK MUST BE A CICS TASK NUMBER' TO MSGO
004640         GO TO 2300-ERROR
004650     END-IF.
004660     MOVE WS-EDIT-VALUE TO WS-NEW-TASK.
004670     IF WS-EDIT-DIGITS = ZERO
004680         MOVE 'N' TO WS-NEW-TASK-SWITCH
004690     ELSE
004700         MOVE 'Y' TO WS-NEW-TASK-SWITCH
004710     END-IF.
004720     MOVE CONTI TO WS-NEW-CONTAINER.
004730     INSPECT WS-NEW-CONTAINER REPLACING ALL LOW-VALUE BY SPACE.
004740     IF WS-NEW-FROM > WS-NEW-TO
004750         MOVE 'FROM DATE/TIME IS AFTER TO DATE/TIME' TO MSGO
004760         GO TO 2300-ERROR
004770     END-IF.
004780     GO TO 2300-EXIT.
004790 2300-ERROR.
004800     SET WS-SEARCH-ERROR TO TRUE.
004810 2300-EXIT.
004820     EXIT.
004830*****************************************************************
004840*2400-EDIT-NUMBER - SCAN WS-EDIT-FIELD AND BUILD WS-EDIT-VALUE.  A
004850*SPACE (OR THE LOW-VALUE AN UNTOUCHED SCREEN FIELD HOLDS) BEFORE
004860*THE NUMBER IS PADDING; AFTER THE FIRST DIGIT IT ENDS THE NUMBER,
004870*AND ANYTHING OTHER THAN PADDING BEYOND THAT POINT FAILS THE EDIT.
004880*WS-EDIT-DIGITS ZERO ON RETURN MEANS THE FIELD WAS BLANK.
004890*****************************************************************
004900 2400-EDIT-NUMBER.
004910     MOVE 'N' TO WS-EDIT-ERROR-SWITCH.
004920     MOVE 'N' TO WS-EDIT-ENDED-SWITCH.
004930     MOVE ZERO TO WS-EDIT-DIGITS.
004940     MOVE ZERO TO WS-EDIT-VALUE.
004950     PERFORM 2410-EDIT-ONE-CHAR THRU 2410-EXIT
004960         VARYING WS-EDIT-IX FROM 1 BY 1
004970         UNTIL WS-EDIT-IX > 7
004980            OR WS-EDIT-ERROR.
004990 2400-EXIT.
005000     EXIT.
005010 2410-EDIT-ONE-CHAR.
005020     MOVE WS-EDIT-FIELD(WS-EDIT-IX:1) TO WS-EDIT-CHAR.
005030     EVALUATE TRUE
005040         WHEN WS-EDIT-CHAR = SPACE OR WS-EDIT-CHAR = LOW-VALUE
005050             IF WS-EDIT-DIGITS > ZERO
005060                 SET WS-EDIT-ENDED TO TRUE
005070             END-IF
005080         WHEN WS-EDIT-ENDED
005090             SET WS-EDIT-ERROR TO TRUE
005100         WHEN WS-EDIT-CHAR NUMERIC
005110             ADD 1 TO WS-EDIT-DIGITS
005120             COMPUTE WS-EDIT-VALUE =
005130                 WS-EDIT-VALUE * 10 + WS-EDIT-DIGIT
005140         WHEN OTHER
005150             SET WS-EDIT-ERROR TO TRUE
005160     END-EVALUATE.
005170 2410-EXIT.
005180     EXIT.
005190*****************************************************************
005200*3000-BUILD-PAGE - BROWSE AUDFILE FORWARD FROM WS-LIST-START-KEY
005210*(SKIPPING THE START KEY ITSELF WHEN WS-SKIP-START IS ON) AND FILL
005220*THE LIST WITH THE NEXT TWELVE ENTRIES THAT MATCH THE SEARCH,
005230*REMEMBERING THE KEY BEHIND EACH ROW.  THE KEY COLLATES DATE/TIME
005240*FIRST, SO THE BROWSE STOPS AT THE FIRST ENTRY PAST THE END OF THE
005250*RANGE.  NO ENTRY AT ALL IS AN EMPTY LIST, NOT AN ERROR - BUT WHEN
005260*AUDARCH HAS PURGED DATES THE RANGE COVERS, THE SCREEN SAYS THOSE
005270*ENTRIES ARE ARCHIVED RATHER THAN LEAVING THE OPERATOR TO WONDER.
005280*****************************************************************
005290 3000-BUILD-PAGE.
005300     MOVE LOW-VALUES TO CAUDLSTI.
005310     MOVE ZERO TO AUDICTL-LIST-COUNT.
005320     MOVE 'N' TO WS-LIST-END-SWITCH.
005330     PERFORM 3900-READ-PURGE-MARK THRU 3900-EXIT.
005340     IF AUDICTL-FROM-DATE < WS-PURGED-BEFORE
005350         MOVE WS-PURGED-BEFORE TO WS-AN-DATE
005360         MOVE WS-ARCHIVE-NOTE TO ARCMSGO
005370     END-IF.
005380     MOVE WS-LIST-START-KEY TO WS-AUD-KEY.
005390     EXEC CICS STARTBR FILE('AUDFILE')
005400          RIDFLD(WS-AUD-KEY)
005410          GTEQ
005420          RESP(WS-RESP)
005430          RESP2(WS-RESP2)
005440     END-EXEC.
005450     EVALUATE WS-RESP
005460         WHEN DFHRESP(NORMAL)
005470             PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT
005480                 UNTIL WS-LIST-END
005490                    OR AUDICTL-LIST-COUNT = 12
005500             EXEC CICS ENDBR FILE('AUDFILE')
005510                  RESP(WS-RESP)
005520                  RESP2(WS-RESP2)
005530             END-EXEC
005540         WHEN DFHRESP(NOTFND)
005550             CONTINUE
005560         WHEN OTHER
005570             MOVE 'AUDFILE BROWSE FAILED - SEE CSMT' TO MSGO
005580             GO TO 3000-EXIT
005590     END-EVALUATE.
005600     EVALUATE TRUE
005610         WHEN AUDICTL-LIST-COUNT > ZERO
005620             MOVE 'TYPE S AGAINST AN ENTRY AND PRESS ENTER'
005630                 TO MSGO
005640         WHEN AUDICTL-TO-DATE < WS-PURGED-BEFORE
005650             MOVE 'THE WHOLE RANGE HAS BEEN ARCHIVED BY AUDARCH'
005660                 TO MSGO
005670         WHEN OTHER
005680             MOVE 'NO AUDIT ENTRIES MATCH THE SEARCH' TO MSGO
005690     END-EVALUATE.
005700 3000-EXIT.
005710     EXIT.
005720*****************************************************************
005730*3100-READ-NEXT-ENTRY - READ THE NEXT ENTRY OF THE BROWSE AND LIST
005740*IT WHEN IT MATCHES.  AN ENTRY PAST THE END OF THE RANGE, OR THE
005750*END OF THE FILE, ENDS THE LIST.
005760*****************************************************************
005770 3100-READ-NEXT-ENTRY.
005780     EXEC CICS READNEXT FILE('AUDFILE')
005790          RIDFLD(WS-AUD-KEY)
005800          INTO(AUDFREC)
005810          RESP(WS-RESP)
005820          RESP2(WS-RESP2)
005830     END-EXEC.
005840     IF WS-RESP NOT = DFHRESP(NORMAL)
005850         SET WS-LIST-END TO TRUE
005860         GO TO 3100-EXIT
005870     END-IF.
005880     IF AUDFREC-KEY(1:14) > AUDICTL-TO
005890         SET WS-LIST-END TO TRUE
005900         GO TO 3100-EXIT
005910     END-IF.
005920     IF WS-SKIP-START
005930        AND AUDFREC-KEY = WS-LIST-START-KEY
005940         GO TO 3100-EXIT
005950     END-IF.
005960     PERFORM 3300-CHECK-FILTERS THRU 3300-EXIT.
005970     IF WS-ENTRY-MATCHES
005980         ADD 1 TO AUDICTL-LIST-COUNT
005990         MOVE AUDICTL-LIST-COUNT TO WS-LIST-IX
006000         MOVE AUDFREC-KEY TO AUDICTL-LIST-KEY(WS-LIST-IX)
006010         PERFORM 3400-FORMAT-ROW THRU 3400-EXIT
006020     END-IF.
006030 3100-EXIT.
006040     EXIT.
006050*****************************************************************
006060*3300-CHECK-FILTERS - DOES THE ENTRY IN AUDFREC PASS THE TASK AND
006070*CONTAINER FILTERS?  THE CONTAINER MATCHES WHEN IT IS THE ONE THE
006080*BEFORE VALUE CAME FROM OR THE ONE THE AFTER VALUE WENT TO.
006090*****************************************************************
006100 3300-CHECK-FILTERS.
006110     SET WS-ENTRY-MATCHES TO TRUE.
006120     IF AUDICTL-TASK-GIVEN
006130        AND AUDFREC-TASK NOT = AUDICTL-TASK
006140         MOVE 'N' TO WS-MATCH-SWITCH
006150     END-IF.
006160     IF AUDICTL-CONTAINER NOT = SPACES
006170        AND AUDFREC-CONTAINER-NAME-IN NOT = AUDICTL-CONTAINER
006180        AND AUDFREC-CONTAINER-NAME-OUT NOT = AUDICTL-CONTAINER
006190         MOVE 'N' TO WS-MATCH-SWITCH
006200     END-IF.
006210 3300-EXIT.
006220     EXIT.
006230 3400-FORMAT-ROW.
006240     MOVE AUDFREC-DATE TO WS-LL-DATE.
006250     MOVE AUDFREC-TIME TO WS-LL-TIME.
006260     MOVE AUDFREC-TASK TO WS-LL-TASK.
006270     MOVE AUDFREC-ITEM TO WS-LL-ITEM.
006280     MOVE AUDFREC-CONTAINER-NAME-IN TO WS-LL-NAME-IN.
006290     MOVE AUDFREC-CONTAINER-NAME-OUT TO WS-LL-NAME-OUT.
006300     MOVE AUDFREC-BEFORE-LENGTH TO WS-LL-BEFORE-LENGTH.
006310     MOVE AUDFREC-AFTER-LENGTH TO WS-LL-AFTER-LENGTH.
006320     MOVE WS-LIST-LINE TO WS-ROW-DETAIL(WS-LIST-IX).
006330 3400-EXIT.
006340     EXIT.
006350*****************************************************************
006360*3600-PAGE-BACK - PF7.  BROWSE BACKWARDS FROM THE FIRST ROW SHOWN
006370*COUNTING UP TO TWELVE EARLIER MATCHING ENTRIES, STOPPING AT THE
006380*START OF THE RANGE, THEN BUILD THE PAGE FORWARD FROM THE EARLIEST
006390*OF THEM.  NOTHING EARLIER MEANS THIS IS ALREADY THE FIRST PAGE.
006400*****************************************************************
006410 3600-PAGE-BACK.
006420     IF AUDICTL-LIST-COUNT = ZERO
006430         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
006440         GO TO 3600-EXIT
006450     END-IF.
006460     MOVE ZERO TO WS-BACK-COUNT.
006470     MOVE 'N' TO WS-LIST-END-SWITCH.
006480     MOVE WS-SAVE-FIRST-KEY TO WS-AUD-KEY.
006490     EXEC CICS STARTBR FILE('AUDFILE')
006500          RIDFLD(WS-AUD-KEY)
006510          GTEQ
006520          RESP(WS-RESP)
006530          RESP2(WS-RESP2)
006540     END-EXEC.
006550     IF WS-RESP = DFHRESP(NORMAL)
006560         PERFORM 3610-READ-PREV-ENTRY THRU 3610-EXIT
006570             UNTIL WS-LIST-END
006580                OR WS-BACK-COUNT = 12
006590         EXEC CICS ENDBR FILE('AUDFILE')
006600              RESP(WS-RESP)
006610              RESP2(WS-RESP2)
006620         END-EXEC
006630     END-IF.
006640     IF WS-BACK-COUNT = ZERO
006650         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
006660         MOVE 'ALREADY AT THE FIRST PAGE' TO MSGO
006670     ELSE
006680         MOVE 'N' TO WS-SKIP-START-SWITCH
006690         PERFORM 3000-BUILD-PAGE THRU 3000-EXIT
006700     END-IF.
006710 3600-EXIT.
006720     EXIT.
006730 3610-READ-PREV-ENTRY.
006740     EXEC CICS READPREV FILE('AUDFILE')
006750          RIDFLD(WS-AUD-KEY)
006760          INTO(AUDFREC)
006770          RESP(WS-RESP)
006780          RESP2(WS-RESP2)
006790     END-EXEC.
006800     IF WS-RESP NOT = DFHRESP(NORMAL)
006810         SET WS-LIST-END TO TRUE
006820         GO TO 3610-EXIT
006830     END-IF.
006840     IF AUDFREC-KEY(1:14) < AUDICTL-FROM
006850         SET WS-LIST-END TO TRUE
006860         GO TO 3610-EXIT
006870     END-IF.
006880     IF AUDFREC-KEY < WS-SAVE-FIRST-KEY
006890         PERFORM 3300-CHECK-FILTERS THRU 3300-EXIT
006900         IF WS-ENTRY-MATCHES
006910             ADD 1 TO WS-BACK-COUNT
006920             MOVE AUDFREC-KEY TO WS-LIST-START-KEY
006930         END-IF
006940     END-IF.
006950 3610-EXIT.
006960     EXIT.
006970*****************************************************************
006980*3700-PAGE-FORWARD - PF8.  A PAGE THAT IS NOT FULL IS THE LAST
006990*ONE.  OTHERWISE BUILD THE NEXT PAGE FROM JUST PAST THE LAST ROW
007000*SHOWN, AND WHEN THAT TURNS UP NOTHING PUT THE CURRENT PAGE BACK.
007010*****************************************************************
007020 3700-PAGE-FORWARD.
007030     IF AUDICTL-LIST-COUNT < 12
007040         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
007050         MOVE 'NO MORE MATCHING ENTRIES' TO MSGO
007060         GO TO 3700-EXIT
007070     END-IF.
007080     MOVE AUDICTL-LIST-KEY(12) TO WS-LIST-START-KEY.
007090     SET WS-SKIP-START TO TRUE.
007100     PERFORM 3000-BUILD-PAGE THRU 3000-EXIT.
007110     IF AUDICTL-LIST-COUNT = ZERO
007120         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
007130         MOVE 'NO MORE MATCHING ENTRIES' TO MSGO
007140     END-IF.
007150 3700-EXIT.
007160     EXIT.
007170*****************************************************************
007180*3900-READ-PURGE-MARK - FETCH THE DATE BEFORE WHICH AUDARCH HAS
007190*PURGED EVERYTHING.  ANY FAILURE LEAVES IT ZERO - NOTHING KNOWN
007200*TO BE ARCHIVED.
007210*****************************************************************
007220 3900-READ-PURGE-MARK.
007230     MOVE ZERO TO WS-PURGED-BEFORE.
007240     EXEC CICS READ FILE('AUDPURGE')
007250          RIDFLD(WS-PURGE-KEY)
007260          INTO(AUDPREC)
007270          RESP(WS-RESP)
007280          RESP2(WS-RESP2)
007290     END-EXEC.
007300     IF WS-RESP = DFHRESP(NORMAL)
007310        AND AUDPREC-PURGED-BEFORE NUMERIC
007320         MOVE AUDPREC-PURGED-BEFORE TO WS-PURGED-BEFORE
007330     END-IF.
007340 3900-EXIT.
007350     EXIT.
007360*****************************************************************
007370*4000-READ-ENTRY - READ THE ENTRY IN AUDICTL-DETAIL-KEY AND PUT
007380*ITS KEY, CONTAINER NAMES AND LENGTHS ON THE DETAIL MAP.  A LENGTH
007390*BEYOND THE PAYLOAD FIELD (A DAMAGED RECORD) IS CLAMPED, THE SAME
007400*AS AUDPRINT DOES.  AN ENTRY THAT HAS GONE SINCE IT WAS LISTED -
007410*MOST LIKELY PURGED BY AUDARCH - OR CANNOT BE READ SENDS THE
007420*OPERATOR BACK TO THE LIST WITH THE REASON, AND WS-DETAIL-OK IS
007430*LEFT OFF.
007440*****************************************************************
007450 4000-READ-ENTRY.
007460     MOVE 'N' TO WS-DETAIL-OK-SWITCH.
007470     MOVE AUDICTL-DETAIL-KEY TO WS-AUD-KEY.
007480     EXEC CICS READ FILE('AUDFILE')
007490          RIDFLD(WS-AUD-KEY)
007500          INTO(AUDFREC)
007510          RESP(WS-RESP)
007520          RESP2(WS-RESP2)
007530     END-EXEC.
007540     IF WS-RESP NOT = DFHRESP(NORMAL)
007550         MOVE WS-RESP TO WS-READ-RESP
007560         SET AUDICTL-MODE-LIST TO TRUE
007570         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
007580         EVALUATE TRUE
007590             WHEN WS-READ-RESP NOT = DFHRESP(NOTFND)
007600                 MOVE 'AUDFILE READ FAILED - SEE CSMT' TO MSGO
007610             WHEN AUDICTL-DETAIL-KEY(1:7) < WS-PURGED-BEFORE
007620                 MOVE 'THAT ENTRY HAS SINCE BEEN ARCHIVED'
007630                     TO MSGO
007640             WHEN OTHER
007650                 MOVE 'THAT ENTRY IS NO LONGER ON AUDFILE' TO MSGO
007660         END-EVALUATE
007670         GO TO 4000-EXIT
007680     END-IF.
007690     SET WS-DETAIL-OK TO TRUE.
007700     SET AUDICTL-MODE-DETAIL TO TRUE.
007710     MOVE LOW-VALUES TO CAUDDETI.
007720     MOVE AUDFREC-DATE TO WS-DK-DATE.
007730     MOVE AUDFREC-TIME TO WS-DK-TIME.
007740     MOVE AUDFREC-TASK TO WS-DK-TASK.
007750     MOVE AUDFREC-ITEM TO WS-DK-ITEM.
007760     MOVE WS-DKEY-LINE TO DKEYO.
007770     MOVE AUDFREC-CONTAINER-NAME-IN TO WS-DC-NAME-IN.
007780     MOVE AUDFREC-CONTAINER-NAME-OUT TO WS-DC-NAME-OUT.
007790     MOVE WS-DCONT-LINE TO DCONTO.
007800     MOVE AUDFREC-BEFORE-LENGTH TO WS-BEFORE-LENGTH.
007810     IF WS-BEFORE-LENGTH > 4000
007820         MOVE 4000 TO WS-BEFORE-LENGTH
007830     END-IF.
007840     MOVE AUDFREC-AFTER-LENGTH TO WS-AFTER-LENGTH.
007850     IF WS-AFTER-LENGTH > 4000
007860         MOVE 4000 TO WS-AFTER-LENGTH
007870     END-IF.
007880     IF WS-BEFORE-LENGTH > WS-AFTER-LENGTH
007890         MOVE WS-BEFORE-LENGTH TO WS-MAX-LENGTH
007900     ELSE
007910         MOVE WS-AFTER-LENGTH TO WS-MAX-LENGTH
007920     END-IF.
007930     IF AUDICTL-DETAIL-OFFSET NOT NUMERIC
007940        OR AUDICTL-DETAIL-OFFSET = ZERO
007950         MOVE 1 TO AUDICTL-DETAIL-OFFSET
007960     END-IF.
007970 4000-EXIT.
007980     EXIT.
007990*****************************************************************
008000*4100-BUILD-DUMP - FILL THE DUMP LINES FROM AUDICTL-DETAIL-OFFSET,
008010*TEN BYTES OF EACH VALUE A LINE, UNTIL THE SCREEN IS FULL OR THE
008020*LONGER VALUE RUNS OUT, AND SAY WHICH BYTES ARE SHOWN.
008030*****************************************************************
008040 4100-BUILD-DUMP.
008050     MOVE AUDFREC-BEFORE-LENGTH TO WS-DL-BEFORE-LENGTH.
008060     MOVE AUDFREC-AFTER-LENGTH TO WS-DL-AFTER-LENGTH.
008070     MOVE AUDICTL-DETAIL-OFFSET TO WS-DUMP-OFFSET.
008080     COMPUTE WS-LAST-BYTE = WS-DUMP-OFFSET + WS-PAGE-BYTES - 1.
008090     IF WS-LAST-BYTE > WS-MAX-LENGTH
008100         MOVE WS-MAX-LENGTH TO WS-LAST-BYTE
008110     END-IF.
008120     IF WS-DUMP-OFFSET > WS-MAX-LENGTH
008130         MOVE SPACES TO WS-DL-SHOWING
008140     ELSE
008150         MOVE WS-DUMP-OFFSET TO WS-DL-FIRST-BYTE
008160         MOVE WS-LAST-BYTE TO WS-DL-LAST-BYTE
008170     END-IF.
008180     MOVE WS-DLEN-LINE TO DLENO.
008190     MOVE AUDICTL-DETAIL-OFFSET TO DOFFO.
008200     PERFORM 4200-DUMP-LINE THRU 4200-EXIT
008210         VARYING WS-LINE-IX FROM 1 BY 1
008220         UNTIL WS-LINE-IX > 14
008230            OR WS-DUMP-OFFSET > WS-MAX-LENGTH.
008240 4100-EXIT.
008250     EXIT.
008260*****************************************************************
008270*4200-DUMP-LINE - BUILD DUMP LINE WS-LINE-IX FROM WS-DUMP-OFFSET
008280*AND STEP THE OFFSET ON TO THE NEXT LINE.
008290*****************************************************************
008300 4200-DUMP-LINE.
008310     MOVE SPACES TO WS-DP-HEX-BEFORE.
008320     MOVE SPACES TO WS-DP-CHAR-BEFORE.
008330     MOVE SPACES TO WS-DP-HEX-AFTER.
008340     MOVE SPACES TO WS-DP-CHAR-AFTER.
008350     MOVE WS-DUMP-OFFSET TO WS-DP-OFFSET.
008360     PERFORM 4300-DUMP-COLUMN THRU 4300-EXIT
008370         VARYING WS-COL-IX FROM 1 BY 1
008380         UNTIL WS-COL-IX > 10.
008390     MOVE WS-DUMP-LINE TO DUMPO(WS-LINE-IX).
008400     ADD 10 TO WS-DUMP-OFFSET.
008410 4200-EXIT.
008420     EXIT.
008430*****************************************************************
008440*4300-DUMP-COLUMN - ONE BYTE POSITION OF THE LINE, CONVERTED ON
008450*EACH SIDE WHERE THAT VALUE IS LONG ENOUGH TO HAVE IT.
008460*****************************************************************
008470 4300-DUMP-COLUMN.
008480     COMPUTE WS-BYTE-IX = WS-DUMP-OFFSET + WS-COL-IX - 1.
008490     IF WS-BYTE-IX NOT > WS-BEFORE-LENGTH
008500         MOVE AUDFREC-BEFORE-VALUE(WS-BYTE-IX:1) TO WS-BYTE-CHAR
008510         PERFORM 4400-CONVERT-BYTE THRU 4400-EXIT
008520         MOVE WS-HEX-PAIR TO WS-DP-HEX-B-PAIR(WS-COL-IX)
008530         MOVE WS-SHOW-CHAR TO WS-DP-CHAR-BEFORE(WS-COL-IX:1)
008540     END-IF.
008550     IF WS-BYTE-IX NOT > WS-AFTER-LENGTH
008560         MOVE AUDFREC-AFTER-VALUE(WS-BYTE-IX:1) TO WS-BYTE-CHAR
008570         PERFORM 4400-CONVERT-BYTE THRU 4400-EXIT
008580         MOVE WS-HEX-PAIR TO WS-DP-HEX-A-PAIR(WS-COL-IX)
008590         MOVE WS-SHOW-CHAR TO WS-DP-CHAR-AFTER(WS-COL-IX:1)
008600     END-IF.
008610 4300-EXIT.
008620     EXIT.
008630*****************************************************************
008640*4400-CONVERT-BYTE - THE BYTE IN WS-BYTE-CHAR AS TWO HEX DIGITS
008650*AND AS A CHARACTER.  BYTES BELOW X'40' (EBCDIC SPACE) OR AT X'FF'
008660*ARE NOT DISPLAYABLE - BELOW X'40' THEY WOULD BE TAKEN AS 3270
008670*ORDERS - AND SHOW AS '.', THE SAME RULE AUDPRINT APPLIES.
008680*****************************************************************
008690 4400-CONVERT-BYTE.
008700     DIVIDE WS-BYTE-NUM BY 16
008710         GIVING WS-HEX-HI REMAINDER WS-HEX-LO.
008720     MOVE WS-HEX-DIGITS(WS-HEX-HI + 1:1) TO WS-HEX-PAIR(1:1).
008730     MOVE WS-HEX-DIGITS(WS-HEX-LO + 1:1) TO WS-HEX-PAIR(2:1).
008740     IF WS-BYTE-NUM < 64 OR WS-BYTE-NUM = 255
008750         MOVE '.' TO WS-SHOW-CHAR
008760     ELSE
008770         MOVE WS-BYTE-CHAR TO WS-SHOW-CHAR
008780     END-IF.
008790 4400-EXIT.
008800     EXIT.
008810*****************************************************************
008820*5000-DETAIL-INTERACTION - ONE INTERACTION WITH AN ENTRY ON THE
008830*SCREEN.  PF12 GOES BACK TO THE LIST PAGE IT WAS CHOSEN FROM.
008840*OTHERWISE THE ENTRY IS RE-READ (NO RECORD IS HELD BETWEEN
008850*SCREENS), THE OFFSET IS MOVED - PF8 AND PF7 A SCREENFUL FORWARD
008860*OR BACK, ENTER TO THE OFFSET TYPED - AND THE DUMP REBUILT.
008870*****************************************************************
008880 5000-DETAIL-INTERACTION.
008890     PERFORM 2050-SET-FIRST-KEY THRU 2050-EXIT.
008900     IF EIBAID = DFHPF12
008910         SET AUDICTL-MODE-LIST TO TRUE
008920         PERFORM 2150-REDISPLAY-PAGE THRU 2150-EXIT
008930         GO TO 5000-SEND
008940     END-IF.
008950     IF EIBAID = DFHENTER
008960         PERFORM 5100-RECEIVE-DETAIL THRU 5100-EXIT
008970     END-IF.
008980     PERFORM 4000-READ-ENTRY THRU 4000-EXIT.
008990     IF NOT WS-DETAIL-OK
009000         GO TO 5000-SEND
009010     END-IF.
009020     PERFORM 5200-MOVE-OFFSET THRU 5200-EXIT.
009030     PERFORM 4100-BUILD-DUMP THRU 4100-EXIT.
009040     MOVE WS-DETAIL-MSG TO DMSGO.
009050 5000-SEND.
009060     IF AUDICTL-MODE-DETAIL
009070         PERFORM 7200-SEND-DETAIL THRU 7200-EXIT
009080     ELSE
009090         PERFORM 7100-SEND-LIST THRU 7100-EXIT
009100     END-IF.
009110 5000-EXIT.
009120     EXIT.
009130*****************************************************************
009140*5100-RECEIVE-DETAIL - RECEIVE THE DETAIL MAP AND EDIT THE OFFSET
009150*FIELD INTO WS-REQ-OFFSET.  A BLANK OFFSET (OR NOTHING RECEIVED)
009160*MEANS THE START OF THE VALUES.
009170*****************************************************************
009180 5100-RECEIVE-DETAIL.
009190     EXEC CICS RECEIVE MAP('CAUDDET')
009200          MAPSET('CONTAUD')
009210          INTO(CAUDDETI)
009220          RESP(WS-RESP)
009230          RESP2(WS-RESP2)
009240     END-EXEC.
009250     IF WS-RESP NOT = DFHRESP(NORMAL)
009260         MOVE LOW-VALUES TO CAUDDETI
009270     END-IF.
009280     MOVE DOFFI TO WS-EDIT-FIELD.
009290     PERFORM 2400-EDIT-NUMBER THRU 2400-EXIT.
009300     IF WS-EDIT-DIGITS = ZERO
009310         MOVE 1 TO WS-REQ-OFFSET
009320     ELSE
009330         MOVE WS-EDIT-VALUE TO WS-REQ-OFFSET
009340     END-IF.
009350 5100-EXIT.
009360     EXIT.
009370*****************************************************************
009380*5200-MOVE-OFFSET - SET AUDICTL-DETAIL-OFFSET FOR THE KEY PRESSED,
009390*KEEPING IT WITHIN THE LONGER OF THE TWO VALUES, AND LEAVE THE
009400*MESSAGE FOR THE SCREEN IN WS-DETAIL-MSG.
009410*****************************************************************
009420 5200-MOVE-OFFSET.
009430     MOVE SPACES TO WS-DETAIL-MSG.
009440     IF WS-MAX-LENGTH = ZERO
009450         MOVE 1 TO AUDICTL-DETAIL-OFFSET
009460         MOVE 'BOTH VALUES ARE EMPTY' TO WS-DETAIL-MSG
009470         GO TO 5200-EXIT
009480     END-IF.
009490     EVALUATE TRUE
009500         WHEN EIBAID = DFHENTER
009510             IF WS-EDIT-ERROR
009520                OR WS-REQ-OFFSET > WS-MAX-LENGTH
009530                 MOVE 'OFFSET MUST BE FROM 1 TO THE LONGER LENGTH'
009540                     TO WS-DETAIL-MSG
009550             ELSE
009560                 MOVE WS-REQ-OFFSET TO AUDICTL-DETAIL-OFFSET
009570             END-IF
009580         WHEN EIBAID = DFHPF7
009590             IF AUDICTL-DETAIL-OFFSET NOT > 1
009600                 MOVE 'ALREADY AT THE START OF THE VALUES'
009610                     TO WS-DETAIL-MSG
009620             ELSE
009630                 IF AUDICTL-DETAIL-OFFSET > WS-PAGE-BYTES
009640                     SUBTRACT WS-PAGE-BYTES
009650                         FROM AUDICTL-DETAIL-OFFSET
009660                 ELSE
009670                     MOVE 1 TO AUDICTL-DETAIL-OFFSET
009680                 END-IF
009690             END-IF
009700         WHEN EIBAID = DFHPF8
009710             IF AUDICTL-DETAIL-OFFSET + WS-PAGE-BYTES
009720                > WS-MAX-LENGTH
009730                 MOVE 'ALREADY AT THE END OF THE VALUES'
009740                     TO WS-DETAIL-MSG
009750             ELSE
009760                 ADD WS-PAGE-BYTES TO AUDICTL-DETAIL-OFFSET
009770             END-IF
009780         WHEN OTHER
009790             MOVE 'THAT KEY IS NOT ASSIGNED - SEE LINE 24'
009800                 TO WS-DETAIL-MSG
009810     END-EVALUATE.
009820 5200-EXIT.
009830     EXIT.
009840*****************************************************************
009850*7100-SEND-LIST - SEND THE SEARCH AND LIST MAP WITH THE SEARCH IT
009860*BELONGS TO IN THE SEARCH FIELDS - A LIMIT THAT WAS LEFT BLANK IS
009870*SHOWN BLANK.  ERASE EVERY TIME, AS CMNT DOES - THE WHOLE SCREEN
009880*IS REBUILT FROM THE MAP AREA ON EACH INTERACTION.
009890*****************************************************************
009900 7100-SEND-LIST.
009910     IF NOT AUDICTL-MODE-NONE
009920         PERFORM 7150-SHOW-SEARCH THRU 7150-EXIT
009930     END-IF.
009940     EXEC CICS SEND MAP('CAUDLST')
009950          MAPSET('CONTAUD')
009960          FROM(CAUDLSTO)
009970          ERASE
009980          RESP(WS-RESP)
009990          RESP2(WS-RESP2)
010000     END-EXEC.
010010 7100-EXIT.
010020     EXIT.
010030 7150-SHOW-SEARCH.
010040     IF AUDICTL-FROM-DATE NOT = ZERO
010050         MOVE AUDICTL-FROM-DATE TO FDATEO
010060     END-IF.
010070     IF AUDICTL-FROM-TIME NOT = ZERO
010080         MOVE AUDICTL-FROM-TIME TO FTIMEO
010090     END-IF.
010100     IF AUDICTL-TO-DATE NOT = 9999999
010110         MOVE AUDICTL-TO-DATE TO TDATEO
010120     END-IF.
010130     IF AUDICTL-TO-TIME NOT = 9999999
010140         MOVE AUDICTL-TO-TIME TO TTIMEO
010150     END-IF.
010160     IF AUDICTL-TASK-GIVEN
010170         MOVE AUDICTL-TASK TO TASKO
010180     END-IF.
010190     IF AUDICTL-CONTAINER NOT = SPACES
010200         MOVE AUDICTL-CONTAINER TO CONTO
010210     END-IF.
010220 7150-EXIT.
010230     EXIT.
010240*****************************************************************
010250*7200-SEND-DETAIL - SEND THE ENTRY MAP, ERASING THE SAME WAY.
010260*****************************************************************
010270 7200-SEND-DETAIL.
010280     EXEC CICS SEND MAP('CAUDDET')
010290          MAPSET('CONTAUD')
010300          FROM(CAUDDETO)
010310          ERASE
010320          RESP(WS-RESP)
010330          RESP2(WS-RESP2)
010340     END-EXEC.
010350 7200-EXIT.
010360     EXIT.
010370*****************************************************************
010380*8000-EXIT-TRANSACTION - PF3.  SAY GOODBYE AND RETURN WITHOUT A
010390*TRANSID, ENDING THE PSEUDO-CONVERSATION.
010400*****************************************************************
010410 8000-EXIT-TRANSACTION.
010420     EXEC CICS SEND TEXT FROM(WS-GOODBYE-TEXT)
010430          LENGTH(LENGTH OF WS-GOODBYE-TEXT)
010440          ERASE
010450          FREEKB
010460     END-EXEC.
010470     EXEC CICS RETURN END-EXEC.
010480 8000-EXIT.
010490     EXIT.
010500 9999-EXIT.
010510     EXEC CICS RETURN TRANSID('CAUD')
010520          COMMAREA(AUDICTL)
010530          LENGTH(LENGTH OF AUDICTL)
010540     END-EXEC.
