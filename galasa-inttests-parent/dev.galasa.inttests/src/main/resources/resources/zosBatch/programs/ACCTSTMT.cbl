000190*                  ACTUALLY ON CONTFREC-BALANCE.  CC 0 CLEAN,
000200*                  8 ONE OR MORE ACCOUNTS OUT OF BALANCE,
000210*                  16 FILE OPEN ERROR.
000212* 15/10/2026 RM    OUTCOME 02 (A CONTMNT MAINTENANCE ADJUSTMENT
000213*                  APPROVED UNDER DUAL CONTROL) NOW ROLLS INTO
000214*                  THE COMPUTED BALANCE LIKE 00 AND 01.
000215* 15/10/2026 RM    REVERSALS (SEE CONTRVS) - A REVERSED ENTRY IS
000216*                  FOLLOWED AT ONCE BY A LINE NAMING THE ENTRY
000217*                  THAT REVERSED IT AND THE AMOUNT, AND THE
000218*                  REVERSAL ITSELF, IN ITS OWN PLACE IN POSTING
000219*                  ORDER, NAMES THE ENTRY IT CANCELS.
000220*****************************************************************
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000600*****************************************************************
000610* WS-COMPUTED-BALANCE RUNS FORWARD FROM THE OPENING BALANCE,
000620* ADDING ONLY THE POSTINGS THAT WERE ACTUALLY APPLIED (OUTCOME
000630* 00 POSTED, 01 CREATED OR 02 ADJUSTED) - REFUSED POSTINGS
000640* APPEAR ON THE STATEMENT BUT MOVE NOTHING, EXACTLY AS THEY DID
000645* ON THE FILE.
000650*****************************************************************
000660 01  WS-OPENING-BALANCE        PIC S9(13)V99 COMP-3.
000670 01  WS-COMPUTED-BALANCE       PIC S9(13)V99 COMP-3.
000920     05  WS-POST-BALANCE       PIC -(13)9.99.
000930     05  FILLER                PIC X(10)
000940         VALUE '  OUTCOME '.
000941     05  WS-POST-OUTCOME       PIC X(02).
000942     05  FILLER                PIC X(02) VALUE SPACES.
000943     05  WS-POST-NOTE.
000944         10  WS-NOTE-LABEL     PIC X(12).
000945         10  WS-NOTE-DATE      PIC 9(07).
000946         10  FILLER            PIC X(01).
000947         10  WS-NOTE-TIME      PIC 9(07).
000948         10  FILLER            PIC X(01).
000949         10  WS-NOTE-SEQ       PIC 9(07).
000950         10  FILLER            PIC X(05).
000951*****************************************************************
000952* THE LINE PRINTED DIRECTLY UNDER A REVERSED ENTRY, SO THE
000953* REVERSAL READS NEXT TO THE POSTING IT CANCELS EVEN THOUGH ITS
000954* OWN JOURNAL ENTRY COMES LATER IN POSTING ORDER.
000955*****************************************************************
000956 01  WS-REVERSED-LINE.
000957     05  FILLER                PIC X(04) VALUE SPACES.
000958     05  FILLER                PIC X(12) VALUE 'REVERSED BY '.
000959     05  WS-RVD-DATE           PIC 9(07).
000960     05  FILLER                PIC X(01) VALUE SPACES.
000961     05  WS-RVD-TIME           PIC 9(07).
000962     05  FILLER                PIC X(01) VALUE SPACES.
000963     05  WS-RVD-SEQ            PIC 9(07).
000964     05  FILLER                PIC X(09) VALUE '  AMOUNT '.
000965     05  WS-RVD-AMOUNT         PIC -(13)9.99.
000966     05  FILLER                PIC X(67) VALUE SPACES.
000970 01  WS-CLOSING-LINE.
000980     05  FILLER                PIC X(26)
000990         VALUE 'COMPUTED CLOSING BALANCE  '.
001930* 2100-PRINT-POSTING - PRINT ONE JOURNAL ENTRY AND ROLL IT INTO
001940* THE COMPUTED BALANCE WHEN IT WAS ACTUALLY APPLIED.  OUTCOME
001950* 00 IS A NORMAL POST AND 01 AN ACCOUNT OPENED BY ITS FIRST
001960* POSTING (SEE ACCTCTL), 02 A CONTMNT MAINTENANCE ADJUSTMENT
001961* (SEE PJRNREC); EVERY OTHER OUTCOME WROTE NOTHING.  A REVERSAL
001962* NAMES THE ENTRY IT CANCELS, AND A REVERSED ENTRY IS FOLLOWED
001963* BY THE REVERSED-BY LINE - THE REVERSAL'S AMOUNT IS THE
001964* OPPOSITE OF THE ORIGINAL'S BY DEFINITION (SEE CONTRVS).  BOTH
001965* ENTRIES WERE APPLIED, SO BOTH ROLL INTO THE COMPUTED BALANCE
001966* IN THEIR OWN PLACES.
001970*****************************************************************
001980 2100-PRINT-POSTING.
001990     MOVE PJRNREC-DATE TO WS-POST-DATE.
002020     MOVE PJRNREC-AMOUNT TO WS-POST-AMOUNT.
002030     MOVE PJRNREC-BALANCE-AFTER TO WS-POST-BALANCE.
002040     MOVE PJRNREC-OUTCOME TO WS-POST-OUTCOME.
002041     MOVE SPACES TO WS-POST-NOTE.
002042     IF PJRNREC-IS-REVERSAL
002043         MOVE 'REVERSAL OF ' TO WS-NOTE-LABEL
002044         MOVE PJRNREC-LINK-DATE TO WS-NOTE-DATE
002045         MOVE PJRNREC-LINK-TIME TO WS-NOTE-TIME
002046         MOVE PJRNREC-LINK-SEQUENCE TO WS-NOTE-SEQ
002047     END-IF.
002050     WRITE REPORT-RECORD FROM WS-POSTING-LINE.
002051     IF PJRNREC-REVERSED
002052         MOVE PJRNREC-LINK-DATE TO WS-RVD-DATE
002053         MOVE PJRNREC-LINK-TIME TO WS-RVD-TIME
002054         MOVE PJRNREC-LINK-SEQUENCE TO WS-RVD-SEQ
002055         COMPUTE WS-RVD-AMOUNT = ZERO - PJRNREC-AMOUNT
002056         WRITE REPORT-RECORD FROM WS-REVERSED-LINE
002057     END-IF.
002060     IF PJRNREC-OUTCOME-APPLIED
002070         ADD PJRNREC-AMOUNT TO WS-COMPUTED-BALANCE
002080     END-IF.
002090     PERFORM 9000-READ-RECORD THRU 9000-EXIT.
