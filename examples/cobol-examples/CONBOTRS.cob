123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOTRS.
      *TOURNAMENT STANDINGS. RANKS EVERY ENTRANT OF ONE EVENT FROM
      *THE ROUND SLOTS CONBOLER POSTS TO CONBOTRE.IDX AND PRINTS THE
      *TIE-BREAK RULES ON THE SHEET ITSELF, SO NOBODY HAS TO ASK HOW
      *A PLACE WAS DECIDED. ONCE THE WINDOW HAS CLOSED THE SHEET ALSO
      *LISTS EVERY ENTRANT WHO LEFT ROUNDS UNPLAYED OR UNFINISHED.
      *A ROUND STARTED BUT NEVER FINISHED SCORES AS NO WIN.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO "CONBOTRN.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "CONBOTRE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRE-KEY
               FILE STATUS IS ENTRANT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOTRS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  TRN-FILE.
       01  TRN-FILE-RECORD.
           03 TRN-KEY      PIC X(8).
           03 FILLER       PIC X(121).
       FD  ENTRANT-FILE.
       01  TRE-RECORD.
           03 TRE-KEY.
               05 TRE-TRN-ID   PIC X(8).
               05 TRE-OPERATOR PIC X(8).
           03 TRE-ROUND OCCURS 12.
               05 TRE-STATUS   PIC X(1).
               05 TRE-DATE     PIC 9(8).
               05 TRE-ROUND-ID PIC 9(8).
               05 TRE-SECS     PIC 9(5).
               05 TRE-HINTS    PIC 9(3).
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
       77 TRN-FILE-STATUS PIC X(2).
      *THE EVENT IS READ INTO WORKING STORAGE SO IT CAN STILL BE
      *USED ONCE CONBOTRN.IDX IS CLOSED
       01 TRN-RECORD.
           03 TRN-ID       PIC X(8).
           03 TRN-OPEN     PIC 9(8).
           03 TRN-CLOSE    PIC 9(8).
           03 TRN-LV       PIC X(1).
           03 TRN-WIDTH    PIC 9(2).
           03 TRN-HEIGHT   PIC 9(2).
           03 TRN-N-MINE   PIC 9(2).
           03 TRN-ROUNDS   PIC 9(2).
           03 TRN-ROUND OCCURS 12.
               05 TRN-SEED   PIC 9(4).
               05 TRN-OPEN-X PIC 9(2).
               05 TRN-OPEN-Y PIC 9(2).
       77 ENTRANT-FILE-STATUS PIC X(2).
       77 EOF-FLAG PIC X VALUE " ".
       77 EVENT-ID PIC X(8) VALUE SPACES.
       77 TODAY-DATE PIC 9(8).
       77 WINDOW-CLOSED PIC X VALUE " ".
      *ONE ENTRY PER ENTRANT
       77 ENT-COUNT PIC 9(3) VALUE 0.
       77 ENT-MAX PIC 9(3) VALUE 500.
       01 ENTRANTS.
           03 ENT-ENTRY OCCURS 500.
               05 ENT-OPERATOR PIC X(8).
               05 ENT-WINS     PIC 9(3).
               05 ENT-LOSSES   PIC 9(3).
               05 ENT-TIMES    PIC 9(3).
               05 ENT-UNFIN    PIC 9(3).
               05 ENT-UNPLAYED PIC 9(3).
               05 ENT-SECS     PIC 9(7).
               05 ENT-HINTS    PIC 9(5).
               05 ENT-RANK     PIC 9(3).
               05 ENT-PLACED   PIC X.
       77 CNTI PIC 9(3).
       77 RND-IDX PIC 9(2).
       77 BEST-IDX PIC 9(3).
       77 PREV-IDX PIC 9(3).
       77 PLACE-NO PIC 9(3).
       01 PLACE-ORDER.
           03 ORDER-IDX PIC 9(3) OCCURS 500.
       77 LATE-COUNT PIC 9(3) VALUE 0.
      *CONTROL TOTALS - EVERY SLOT OF EVERY ENTRANT IS ACCOUNTED FOR
       77 SLOT-COUNT PIC 9(7) VALUE 0.
       77 OVER-COUNT PIC 9(7) VALUE 0.
       01 GRAND-TOTALS.
           03 TOT-WINS     PIC 9(7) VALUE 0.
           03 TOT-LOSSES   PIC 9(7) VALUE 0.
           03 TOT-TIMES    PIC 9(7) VALUE 0.
           03 TOT-UNFIN    PIC 9(7) VALUE 0.
           03 TOT-UNPLAYED PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(31)
               VALUE "CONBOTRS TOURNAMENT STANDINGS ".
           03 HD-EVENT PIC X(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 EVENT-LINE.
           03 FILLER PIC X(7) VALUE "WINDOW ".
           03 EV-OPEN PIC 9(8).
           03 FILLER PIC X(4) VALUE " TO ".
           03 EV-CLOSE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  LV-".
           03 EV-LV PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EV-WIDTH PIC 9(2).
           03 FILLER PIC X(1) VALUE "X".
           03 EV-HEIGHT PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EV-N-MINE PIC 9(2).
           03 FILLER PIC X(8) VALUE " MINES  ".
           03 EV-ROUNDS PIC Z9.
           03 FILLER PIC X(7) VALUE " ROUNDS".
       01 COL-LINE.
           03 FILLER PIC X(14) VALUE "RANK OPERATOR ".
           03 FILLER PIC X(50) VALUE
               " WINS LOSSES  TIMES UNFIN  WIN-SECS HINTS UNPLAYED".
       01 DETAIL-LINE.
           03 DL-RANK PIC ZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-OPERATOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-WINS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-LOSSES PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-TIMES PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-UNFIN PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-SECS PIC ZZZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-HINTS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-UNPLAYED PIC ZZZZZZZ9.
       01 MISSING-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 ML-OPERATOR PIC X(8).
           03 FILLER PIC X(13) VALUE "  UNPLAYED : ".
           03 ML-UNPLAYED PIC Z9.
           03 FILLER PIC X(15) VALUE "  UNFINISHED : ".
           03 ML-UNFIN PIC Z9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT EVENT-ID FROM ARGUMENT-VALUE.
           IF EVENT-ID = SPACES
               THEN
                   DISPLAY "USAGE: CONBOTRS TOURNAMENT-ID"
                   STOP RUN
           END-IF.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO TOURNAMENTS ON FILE (CONBOTRN.IDX)"
                   STOP RUN
           END-IF.
           MOVE EVENT-ID TO TRN-KEY.
           READ TRN-FILE INTO TRN-RECORD
               INVALID KEY
                   DISPLAY "NO TOURNAMENT " EVENT-ID
                   CLOSE TRN-FILE
                   STOP RUN
           END-READ.
           CLOSE TRN-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF TODAY-DATE > TRN-CLOSE
               THEN
                   MOVE "Y" TO WINDOW-CLOSED
           END-IF.
           OPEN INPUT ENTRANT-FILE.
           IF ENTRANT-FILE-STATUS NOT = "35"
               THEN
                   MOVE EVENT-ID TO TRE-TRN-ID
                   MOVE LOW-VALUES TO TRE-OPERATOR
                   START ENTRANT-FILE KEY NOT < TRE-KEY
                       INVALID KEY
                           MOVE "Y" TO EOF-FLAG
                   END-START
                   PERFORM TALLY-LOOP THRU EXIT-TALLY-LOOP
                       UNTIL EOF-FLAG = "Y"
                   CLOSE ENTRANT-FILE
           END-IF.
           PERFORM RANK-ENTRANTS THRU EXIT-RANK-ENTRANTS.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM PRINT-PLACE THRU EXIT-PRINT-PLACE
               VARYING PLACE-NO FROM 1 BY 1 UNTIL PLACE-NO > ENT-COUNT.
           PERFORM PRINT-RULES THRU EXIT-PRINT-RULES.
           PERFORM PRINT-MISSING THRU EXIT-PRINT-MISSING.
           CLOSE PRINT-FILE.
           DISPLAY "===== CONBOTRS CONTROL TOTALS =====".
           DISPLAY "TOURNAMENT         : " EVENT-ID.
           DISPLAY "ENTRANTS           : " ENT-COUNT.
           DISPLAY "ROUND SLOTS        : " SLOT-COUNT.
           DISPLAY "  WON              : " TOT-WINS.
           DISPLAY "  LOST             : " TOT-LOSSES.
           DISPLAY "  TIMED OUT        : " TOT-TIMES.
           DISPLAY "  UNFINISHED       : " TOT-UNFIN.
           DISPLAY "  UNPLAYED         : " TOT-UNPLAYED.
           IF OVER-COUNT > 0
               THEN
                   DISPLAY "ENTRANTS NOT RANKED: " OVER-COUNT
                       " (TABLE FULL)"
           END-IF.
           IF SLOT-COUNT = TOT-WINS + TOT-LOSSES + TOT-TIMES
               + TOT-UNFIN + TOT-UNPLAYED
               AND OVER-COUNT = 0
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
           END-IF.
           DISPLAY "STANDINGS WRITTEN TO CONBOTRS.RPT".
       STOP RUN.

       TALLY-LOOP.
           READ ENTRANT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
                   GO TO EXIT-TALLY-LOOP
           END-READ.
           IF TRE-TRN-ID NOT = EVENT-ID
               THEN
                   MOVE "Y" TO EOF-FLAG
                   GO TO EXIT-TALLY-LOOP
           END-IF.
           IF ENT-COUNT NOT < ENT-MAX
               THEN
                   ADD 1 TO OVER-COUNT
                   GO TO EXIT-TALLY-LOOP
           END-IF.
           ADD 1 TO ENT-COUNT.
           MOVE TRE-OPERATOR TO ENT-OPERATOR(ENT-COUNT).
           MOVE 0 TO ENT-WINS(ENT-COUNT).
           MOVE 0 TO ENT-LOSSES(ENT-COUNT).
           MOVE 0 TO ENT-TIMES(ENT-COUNT).
           MOVE 0 TO ENT-UNFIN(ENT-COUNT).
           MOVE 0 TO ENT-UNPLAYED(ENT-COUNT).
           MOVE 0 TO ENT-SECS(ENT-COUNT).
           MOVE 0 TO ENT-HINTS(ENT-COUNT).
           MOVE 0 TO ENT-RANK(ENT-COUNT).
           MOVE " " TO ENT-PLACED(ENT-COUNT).
           PERFORM TALLY-SLOT THRU EXIT-TALLY-SLOT
               VARYING RND-IDX FROM 1 BY 1
               UNTIL RND-IDX > TRN-ROUNDS.
       EXIT-TALLY-LOOP.
           EXIT.

       TALLY-SLOT.
           ADD 1 TO SLOT-COUNT.
           EVALUATE TRE-STATUS(RND-IDX)
               WHEN "W"
                   ADD 1 TO ENT-WINS(ENT-COUNT)
                   ADD 1 TO TOT-WINS
                   ADD TRE-SECS(RND-IDX) TO ENT-SECS(ENT-COUNT)
                   ADD TRE-HINTS(RND-IDX) TO ENT-HINTS(ENT-COUNT)
               WHEN "L"
                   ADD 1 TO ENT-LOSSES(ENT-COUNT)
                   ADD 1 TO TOT-LOSSES
                   ADD TRE-HINTS(RND-IDX) TO ENT-HINTS(ENT-COUNT)
               WHEN "T"
                   ADD 1 TO ENT-TIMES(ENT-COUNT)
                   ADD 1 TO TOT-TIMES
                   ADD TRE-HINTS(RND-IDX) TO ENT-HINTS(ENT-COUNT)
               WHEN "S"
                   ADD 1 TO ENT-UNFIN(ENT-COUNT)
                   ADD 1 TO TOT-UNFIN
               WHEN OTHER
                   ADD 1 TO ENT-UNPLAYED(ENT-COUNT)
                   ADD 1 TO TOT-UNPLAYED
           END-EVALUATE.
       EXIT-TALLY-SLOT.
           EXIT.

      *    STRAIGHT SELECTION - EACH PASS PLACES THE BEST ENTRANT
      *    STILL UNPLACED. AN ENTRANT LEVEL WITH THE ONE PLACED JUST
      *    BEFORE ON ALL THREE KEYS SHARES THAT ENTRANT'S RANK
       RANK-ENTRANTS.
           MOVE 0 TO PREV-IDX.
           PERFORM RANK-PASS THRU EXIT-RANK-PASS
               VARYING PLACE-NO FROM 1 BY 1 UNTIL PLACE-NO > ENT-COUNT.
       EXIT-RANK-ENTRANTS.
           EXIT.

       RANK-PASS.
           MOVE 0 TO BEST-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > ENT-COUNT
               IF ENT-PLACED(CNTI) = " "
                   THEN
                       IF BEST-IDX = 0
                           THEN
                               MOVE CNTI TO BEST-IDX
                           ELSE
                               PERFORM CMP-ENTRANT
                                   THRU EXIT-CMP-ENTRANT
                       END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO ENT-PLACED(BEST-IDX).
           IF PREV-IDX > 0
               AND ENT-WINS(BEST-IDX) = ENT-WINS(PREV-IDX)
               AND ENT-SECS(BEST-IDX) = ENT-SECS(PREV-IDX)
               AND ENT-HINTS(BEST-IDX) = ENT-HINTS(PREV-IDX)
               THEN
                   MOVE ENT-RANK(PREV-IDX) TO ENT-RANK(BEST-IDX)
               ELSE
                   MOVE PLACE-NO TO ENT-RANK(BEST-IDX)
           END-IF.
           MOVE BEST-IDX TO PREV-IDX.
           MOVE BEST-IDX TO ORDER-IDX(PLACE-NO).
       EXIT-RANK-PASS.
           EXIT.

      *    TIE-BREAK ORDER: MORE WINS, THEN FEWER SECONDS ON THE WON
      *    ROUNDS, THEN FEWER HINTS - THE SAME RULES PRINT-RULES PUTS
      *    ON THE SHEET
       CMP-ENTRANT.
           IF ENT-WINS(CNTI) > ENT-WINS(BEST-IDX)
               THEN
                   MOVE CNTI TO BEST-IDX
                   GO TO EXIT-CMP-ENTRANT
           END-IF.
           IF ENT-WINS(CNTI) < ENT-WINS(BEST-IDX)
               THEN
                   GO TO EXIT-CMP-ENTRANT
           END-IF.
           IF ENT-SECS(CNTI) < ENT-SECS(BEST-IDX)
               THEN
                   MOVE CNTI TO BEST-IDX
                   GO TO EXIT-CMP-ENTRANT
           END-IF.
           IF ENT-SECS(CNTI) > ENT-SECS(BEST-IDX)
               THEN
                   GO TO EXIT-CMP-ENTRANT
           END-IF.
           IF ENT-HINTS(CNTI) < ENT-HINTS(BEST-IDX)
               THEN
                   MOVE CNTI TO BEST-IDX
           END-IF.
       EXIT-CMP-ENTRANT.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE EVENT-ID TO HD-EVENT.
           MOVE PAGE-NO TO HD-PAGE.
           MOVE HEAD-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE TRN-OPEN TO EV-OPEN.
           MOVE TRN-CLOSE TO EV-CLOSE.
           MOVE TRN-LV TO EV-LV.
           MOVE TRN-WIDTH TO EV-WIDTH.
           MOVE TRN-HEIGHT TO EV-HEIGHT.
           MOVE TRN-N-MINE TO EV-N-MINE.
           MOVE TRN-ROUNDS TO EV-ROUNDS.
           MOVE EVENT-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WINDOW-CLOSED = "Y"
               THEN
                   MOVE "WINDOW CLOSED - FINAL STANDINGS"
                       TO PRINT-RECORD
               ELSE
                   MOVE "WINDOW OPEN - STANDINGS SO FAR"
                       TO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE COL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 6 TO LINE-CNT.
       EXIT-PAGE-HEAD.
           EXIT.

       PRINT-PLACE.
           MOVE ORDER-IDX(PLACE-NO) TO BEST-IDX.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE ENT-RANK(BEST-IDX) TO DL-RANK.
           MOVE ENT-OPERATOR(BEST-IDX) TO DL-OPERATOR.
           MOVE ENT-WINS(BEST-IDX) TO DL-WINS.
           MOVE ENT-LOSSES(BEST-IDX) TO DL-LOSSES.
           MOVE ENT-TIMES(BEST-IDX) TO DL-TIMES.
           MOVE ENT-UNFIN(BEST-IDX) TO DL-UNFIN.
           MOVE ENT-SECS(BEST-IDX) TO DL-SECS.
           MOVE ENT-HINTS(BEST-IDX) TO DL-HINTS.
           MOVE ENT-UNPLAYED(BEST-IDX) TO DL-UNPLAYED.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-PLACE.
           EXIT.

       PRINT-RULES.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "HOW PLACES ARE DECIDED:" TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  1. MOST ROUNDS WON" TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  2. LEVEL ON WINS - FEWEST SECONDS ON ROUNDS WON"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  3. STILL LEVEL - FEWEST HINTS ON ROUNDS FINISHED"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  4. STILL LEVEL - THE PLACE IS SHARED"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  A ROUND STARTED BUT NOT FINISHED (UNFIN) SCORES"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  AS NO WIN AND CANNOT BE REPLAYED - EVERY ROUND"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  COUNTS ONCE ONLY."
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 9 TO LINE-CNT.
       EXIT-PRINT-RULES.
           EXIT.

       PRINT-MISSING.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF WINDOW-CLOSED NOT = "Y"
               THEN
                   MOVE "MISSING ROUNDS ARE LISTED AFTER THE CLOSE"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   GO TO EXIT-PRINT-MISSING
           END-IF.
           MOVE "ENTRANTS WITH MISSING ROUNDS:" TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 0 TO LATE-COUNT.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > ENT-COUNT
               IF ENT-UNPLAYED(CNTI) > 0 OR ENT-UNFIN(CNTI) > 0
                   THEN
                       ADD 1 TO LATE-COUNT
                       MOVE ENT-OPERATOR(CNTI) TO ML-OPERATOR
                       MOVE ENT-UNPLAYED(CNTI) TO ML-UNPLAYED
                       MOVE ENT-UNFIN(CNTI) TO ML-UNFIN
                       MOVE MISSING-LINE TO PRINT-RECORD
                       WRITE PRINT-RECORD
               END-IF
           END-PERFORM.
           IF LATE-COUNT = 0
               THEN
                   MOVE "  NONE - EVERY ENTRANT FINISHED EVERY ROUND"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
           END-IF.
       EXIT-PRINT-MISSING.
           EXIT.
