123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOANA.
      *PLAY-QUALITY ANALYTICS FROM THE GAME LIBRARY. EVERY ROUND
      *LOGGED IN THE DATE RANGE (ARCHIVED OR LIVE) IS LOOKED UP IN
      *THE LIBRARY (CONBOLIB.IDX) AND ITS JOURNAL IS MEASURED
      *AGAINST ITS LAYOUT:
      *FLAG ACCURACY, UNDO AND SUSPECT USE, CHORDS, MOVES PER MINUTE
      *AND EFFICIENCY. EFFICIENCY IS THE MINIMUM NUMBER OF CLICKS
      *THE BOARD NEEDED (ONE PER OPENING PLUS ONE PER NUMBERED CELL
      *NOT ON THE EDGE OF AN OPENING) AGAINST THE OPEN AND CHORD
      *CLICKS ACTUALLY MADE. IT IS ONLY TAKEN ON WON ROUNDS WITH A
      *FULL JOURNAL - A RESUMED ROUND JOURNALS ONLY ITS LAST PART.
      *A ROUND LOGGED UNDER A NAME OR ALIAS IS SELECTED AND COUNTED
      *UNDER THE OPERATOR ID IT RESOLVES TO ON THE CROSS-REFERENCE
      *CONBOXRF.IDX; SO IS THE OPERATOR GIVEN ON THE COMMAND LINE.
      *
      *USAGE: CONBOANA <FROM-DATE YYYYMMDD> <TO-DATE YYYYMMDD>
      *                [OPERATOR]
      *WRITES THE PER-OPERATOR SUMMARY TO CONBOANA.RPT AND ONE
      *DETAIL RECORD PER ROUND TO CONBOANA.DTL.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT LIB-FILE ASSIGN TO "CONBOLIB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIB-KEY
               ALTERNATE RECORD KEY IS LIB-OPERATOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIB-DATE WITH DUPLICATES
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT DETAIL-FILE ASSIGN TO "CONBOANA.DTL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "CONBOANA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  STATS-FILE.
       01  STATS-RECORD PIC X(58).
       FD  ARCH-FILE.
       01  ARCH-RECORD PIC X(58).
      *GAME LIBRARY - PART 000 OF A ROUND CARRIES THE LAYOUT AND
      *THE ROUND'S STATS, PARTS 001 UP CARRY ITS JOURNAL 100 MOVES
      *AT A TIME
       FD  LIB-FILE.
       01  LIB-RECORD.
           03 LIB-KEY.
               05 LIB-ROUND PIC 9(8).
               05 LIB-PART  PIC 9(3).
           03 LIB-OPERATOR PIC X(8).
           03 LIB-DATE     PIC 9(8).
           03 LIB-OUTCOME  PIC X(4).
           03 LIB-SEED     PIC 9(4).
           03 LIB-BODY     PIC X(1000).
           03 LIB-HEAD REDEFINES LIB-BODY.
               05 LIB-LV      PIC X(1).
               05 LIB-SECONDS PIC 9(5).
               05 LIB-HINTS   PIC 9(3).
               05 LIB-MOVES   PIC 9(5).
               05 LIB-PARTS   PIC 9(3).
               05 LIB-LAYOUT  PIC X(683).
               05 FILLER      PIC X(300).
           03 LIB-CONT REDEFINES LIB-BODY.
               05 LIB-MOVE PIC X(10) OCCURS 100.
      *OPERATOR CROSS-REFERENCE - EVERY NAME OR ALIAS AN OPERATOR
      *IS KNOWN BY, MAPPED TO THE OPERATOR ID
       FD  XRF-FILE.
       01  XRF-RECORD.
           03 XRF-ALIAS    PIC X(8).
           03 XRF-OPERATOR PIC X(8).
           03 XRF-SOURCE   PIC X.
           03 XRF-ADDED    PIC 9(8).
           03 XRF-USER     PIC X(8).
      *ONE RECORD PER ROUND ANALYSED, FOR COACHING FOLLOW-UP
       FD  DETAIL-FILE.
       01  DETAIL-RECORD.
           03 DTL-ROUND     PIC 9(8).
           03 DTL-OPERATOR  PIC X(8).
           03 DTL-DATE      PIC 9(8).
           03 DTL-LV        PIC X.
           03 DTL-WIDTH     PIC 9(2).
           03 DTL-HEIGHT    PIC 9(2).
           03 DTL-N-MINE    PIC 9(2).
           03 DTL-OUTCOME   PIC X(4).
           03 DTL-SECONDS   PIC 9(5).
           03 DTL-MOVES     PIC 9(4).
           03 DTL-OPENS     PIC 9(4).
           03 DTL-CHORDS    PIC 9(4).
           03 DTL-FLAGS     PIC 9(4).
           03 DTL-BAD-FLAGS PIC 9(4).
           03 DTL-FLAG-PCT  PIC 9(3).
           03 DTL-SUSPECTS  PIC 9(4).
           03 DTL-UNDOS     PIC 9(4).
           03 DTL-HINTS     PIC 9(3).
           03 DTL-MPM       PIC 9(4).
           03 DTL-MIN-CLICK PIC 9(4).
           03 DTL-EFF-PCT   PIC 9(3).
      *    "R" = RESUMED ROUND, PARTIAL JOURNAL - NO EFFICIENCY
           03 DTL-PARTIAL   PIC X.
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
       77 STATS-FILE-STATUS PIC X(2).
       77 ARCH-FILE-STATUS PIC X(2).
       77 LIB-FILE-STATUS PIC X(2).
       77 LIB-OPEN PIC X VALUE " ".
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
       77 ARCH-FILE-NAME PIC X(15).
       77 STATS-EOF PIC X VALUE " ".
       77 ARCH-EOF PIC X VALUE " ".
       77 LIB-PART-MAX PIC 9(3) VALUE 0.
       77 LIB-PART-NO PIC 9(3) VALUE 0.
       77 LIB-MOVE-IDX PIC 9(3) VALUE 0.
       77 LIB-MOVE-MAX PIC 9(3) VALUE 100.
       77 LIB-MOVE-TOTAL PIC 9(5) VALUE 0.
       77 PART-MOVES PIC 9(5) VALUE 0.
      *ONE JOURNAL MOVE AND THE LAYOUT AS CONBOLER WROTE THEM
       01 JOURNAL-RECORD.
           03 JRN-X    PIC 9(2).
           03 JRN-Y    PIC 9(2).
           03 JRN-C    PIC X.
           03 JRN-SECS PIC 9(5).
       01 LAYOUT-RECORD.
           03 LAY-MAP-CONF PIC X(7).
           03 LAY-CLMN OCCURS 26.
               05 LAY-MINE-ROW PIC 9(26).
      *THE STATS RECORD AS LOGGED BY CONBOLER - LIVE AND ARCHIVED
      *RECORDS SHARE ONE IMAGE
       01 WORK-STAT.
           03 WRK-LV       PIC X(1).
           03 WRK-WIDTH    PIC 9(2).
           03 WRK-HEIGHT   PIC 9(2).
           03 WRK-N-MINE   PIC 9(2).
           03 WRK-SECONDS  PIC 9(5).
           03 WRK-OUTCOME  PIC X(4).
           03 WRK-OPERATOR PIC X(8).
           03 WRK-SEED     PIC 9(4).
           03 WRK-HINTS    PIC 9(3).
           03 WRK-DATE     PIC 9(8).
           03 WRK-ROUND    PIC 9(8).
           03 WRK-SEQ      PIC 9(7).
           03 WRK-CHECK    PIC 9(4).
      *SELECTION FROM THE COMMAND LINE
       77 FROM-STR PIC X(10) VALUE SPACES.
       77 TO-STR PIC X(10) VALUE SPACES.
       77 OP-ARG PIC X(8) VALUE SPACES.
       77 FROM-DATE PIC 9(8).
       77 TO-DATE PIC 9(8).
       01 CUR-MONTH.
           03 CUR-YYYY PIC 9(4).
           03 CUR-MM   PIC 9(2).
       77 TO-MONTH PIC 9(6).
      *LAYOUT UNDER ANALYSIS. MINE-CELL(Y,X) = 1 FOR A MINE;
      *NEAR-CNT IS THE COUNT OF MINES AROUND EACH SAFE CELL AND
      *SEEN-CELL MARKS CELLS ALREADY CREDITED TO AN OPENING.
       01 MAP-CONF.
           03 ISSET    PIC X(1).
           03 WIDTH    PIC 9(2).
           03 HEIGHT   PIC 9(2).
           03 N-MINE   PIC 9(2).
       01 GAME-MAP.
           03 CLMN OCCURS 26.
               05 MINE-ROW.
                   07 MINE-CELL PIC 9 OCCURS 26.
               05 NEAR-ROW.
                   07 NEAR-CNT PIC 9 OCCURS 26.
               05 SEEN-ROW.
                   07 SEEN-CELL PIC X OCCURS 26.
       01 CHK-STACK.
           03 CHK-STACK-XY OCCURS 700.
               05 CHK-STACK-X PIC 9(2).
               05 CHK-STACK-Y PIC 9(2).
           03 CHK-STACK-C PIC 9(4) VALUE 0.
       77 CHK-STACK-MAX PIC 9(4) VALUE 700.
       77 CHK-X PIC 9(2).
       77 CHK-Y PIC 9(2).
       77 LO-X PIC 9(2).
       77 HI-X PIC 9(2).
       77 LO-Y PIC 9(2).
       77 HI-Y PIC 9(2).
       77 NX PIC 9(2).
       77 NY PIC 9(2).
       77 CNTI PIC 9(3).
       77 CNTJ PIC 9(3).
       77 FOUND-IDX PIC 9(3).
      *MEASURES FOR THE ROUND IN HAND
       01 ROUND-MEASURES.
           03 RND-MOVES     PIC 9(4).
           03 RND-OPENS     PIC 9(4).
           03 RND-CHORDS    PIC 9(4).
           03 RND-FLAGS     PIC 9(4).
           03 RND-BAD-FLAGS PIC 9(4).
           03 RND-SUSPECTS  PIC 9(4).
           03 RND-UNDOS     PIC 9(4).
           03 RND-HINTS     PIC 9(3).
           03 RND-LAST-SECS PIC 9(5).
           03 RND-MIN-CLICK PIC 9(4).
           03 RND-FLAG-PCT  PIC 9(3).
           03 RND-MPM       PIC 9(4).
           03 RND-EFF-PCT   PIC 9(3).
       77 LAYOUT-OK PIC X VALUE " ".
      *PER-OPERATOR TOTALS
       77 OP-COUNT PIC 9(3) VALUE 0.
       77 OP-MAX PIC 9(3) VALUE 500.
       77 OP-LOST PIC 9(7) VALUE 0.
       01 OPERATORS.
           03 OP-ENTRY OCCURS 500.
               05 OP-NAME      PIC X(8).
               05 OP-ROUNDS    PIC 9(5).
               05 OP-WINS      PIC 9(5).
               05 OP-MOVES     PIC 9(7).
               05 OP-SECS      PIC 9(7).
               05 OP-FLAGS     PIC 9(6).
               05 OP-BAD-FLAGS PIC 9(6).
               05 OP-SUSPECTS  PIC 9(6).
               05 OP-UNDOS     PIC 9(6).
               05 OP-CHORDS    PIC 9(6).
               05 OP-EFF-MIN   PIC 9(7).
               05 OP-EFF-CLICK PIC 9(7).
       01 GRAND-TOTALS.
           03 TOT-ROUNDS    PIC 9(7) VALUE 0.
           03 TOT-WINS      PIC 9(7) VALUE 0.
           03 TOT-MOVES     PIC 9(9) VALUE 0.
           03 TOT-SECS      PIC 9(9) VALUE 0.
           03 TOT-FLAGS     PIC 9(7) VALUE 0.
           03 TOT-BAD-FLAGS PIC 9(7) VALUE 0.
           03 TOT-SUSPECTS  PIC 9(7) VALUE 0.
           03 TOT-UNDOS     PIC 9(7) VALUE 0.
           03 TOT-CHORDS    PIC 9(7) VALUE 0.
           03 TOT-EFF-MIN   PIC 9(9) VALUE 0.
           03 TOT-EFF-CLICK PIC 9(9) VALUE 0.
       01 SUM-FIELDS.
           03 SUM-ROUNDS    PIC 9(7).
           03 SUM-WINS      PIC 9(7).
           03 SUM-MOVES     PIC 9(9).
           03 SUM-SECS      PIC 9(9).
           03 SUM-FLAGS     PIC 9(7).
           03 SUM-BAD-FLAGS PIC 9(7).
           03 SUM-SUSPECTS  PIC 9(7).
           03 SUM-UNDOS     PIC 9(7).
           03 SUM-CHORDS    PIC 9(7).
           03 SUM-EFF-MIN   PIC 9(9).
           03 SUM-EFF-CLICK PIC 9(9).
       77 CALC-PCT PIC 9(5).
      *CONTROL TOTALS
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 OUTSIDE-COUNT PIC 9(7) VALUE 0.
       77 SELECT-COUNT PIC 9(7) VALUE 0.
       77 NO-ROUND-COUNT PIC 9(7) VALUE 0.
       77 NO-LIB-COUNT PIC 9(7) VALUE 0.
       77 ANALYSED-COUNT PIC 9(7) VALUE 0.
       77 DETAIL-COUNT PIC 9(7) VALUE 0.
       77 PARTIAL-COUNT PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(27)
               VALUE "CONBOANA PLAY QUALITY FROM ".
           03 HD-FROM PIC 9(8).
           03 FILLER PIC X(4) VALUE " TO ".
           03 HD-TO PIC 9(8).
           03 FILLER PIC X(8) VALUE "   PAGE ".
           03 HD-PAGE PIC ZZZ9.
       01 SEL-LINE.
           03 FILLER PIC X(10) VALUE "OPERATOR: ".
           03 SL-OPERATOR PIC X(8).
       01 COL-LINE.
           03 FILLER PIC X(33) VALUE
               "OPERATOR ROUNDS  WINS FLAGS WRONG".
           03 FILLER PIC X(36) VALUE
               " FLAG%  UNDO  SUSP CHORD   MPM  EFF%".
       01 DETAIL-LINE.
           03 DL-OPERATOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-ROUNDS PIC ZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-WINS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-FLAGS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-BAD-FLAGS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-FLAG-PCT PIC ZZZZ9.
           03 DL-FLAG-PCT-X REDEFINES DL-FLAG-PCT PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-UNDOS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-SUSPECTS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-CHORDS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-MPM PIC ZZZZ9.
           03 DL-MPM-X REDEFINES DL-MPM PIC X(5).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-EFF-PCT PIC ZZZZ9.
           03 DL-EFF-PCT-X REDEFINES DL-EFF-PCT PIC X(5).
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT FROM-STR FROM ARGUMENT-VALUE.
           ACCEPT TO-STR FROM ARGUMENT-VALUE.
           ACCEPT OP-ARG FROM ARGUMENT-VALUE.
           IF FROM-STR = SPACES OR TO-STR = SPACES
               OR FUNCTION TRIM(FROM-STR) NOT NUMERIC
               OR FUNCTION TRIM(TO-STR) NOT NUMERIC
               THEN
                   DISPLAY "USAGE: CONBOANA <FROM-DATE YYYYMMDD> "
                       "<TO-DATE YYYYMMDD> [OPERATOR]"
                   DISPLAY "BLANK OPERATOR ANALYSES EVERY OPERATOR"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(FROM-STR) TO FROM-DATE.
           MOVE FUNCTION TRIM(TO-STR) TO TO-DATE.
           IF FROM-DATE > TO-DATE
               OR FROM-DATE(5:2) < "01" OR FROM-DATE(5:2) > "12"
               OR TO-DATE(5:2) < "01" OR TO-DATE(5:2) > "12"
               THEN
                   DISPLAY "INVALID DATE RANGE " FROM-DATE
                       " TO " TO-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT LIB-FILE.
           IF LIB-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO LIB-OPEN
               ELSE
                   DISPLAY "NO GAME LIBRARY (CONBOLIB.IDX)"
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO XRF-OPEN
           END-IF.
           IF OP-ARG NOT = SPACES
               THEN
                   MOVE OP-ARG TO RES-KEY
                   PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY
                   MOVE RES-KEY TO OP-ARG
           END-IF.
           OPEN OUTPUT DETAIL-FILE.
      *    ARCHIVED MONTHS FIRST, THEN THE ROUNDS STILL LIVE
           MOVE FROM-DATE(1:6) TO CUR-MONTH.
           MOVE TO-DATE(1:6) TO TO-MONTH.
           PERFORM MONTH-PASS THRU EXIT-MONTH-PASS
               UNTIL CUR-MONTH > TO-MONTH.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-STATUS NOT = "35"
               THEN
                   MOVE " " TO STATS-EOF
                   PERFORM STATS-READ THRU EXIT-STATS-READ
                       UNTIL STATS-EOF = "Y"
                   CLOSE STATS-FILE
           END-IF.
           CLOSE DETAIL-FILE.
           IF LIB-OPEN = "Y"
               THEN
                   CLOSE LIB-FILE
           END-IF.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM PRINT-OPERATOR THRU EXIT-PRINT-OPERATOR
               VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY "===== CONBOANA CONTROL TOTALS =====".
           DISPLAY "DATE RANGE       : " FROM-DATE " TO " TO-DATE.
           IF OP-ARG NOT = SPACES
               THEN
                   DISPLAY "OPERATOR         : " OP-ARG
           END-IF.
           DISPLAY "RECORDS READ     : " READ-COUNT.
           DISPLAY "NOT SELECTED     : " OUTSIDE-COUNT.
           DISPLAY "SELECTED         : " SELECT-COUNT.
           DISPLAY "  NO ROUND ID    : " NO-ROUND-COUNT.
           DISPLAY "  NOT IN LIBRARY : " NO-LIB-COUNT.
           DISPLAY "  ANALYSED       : " ANALYSED-COUNT.
           DISPLAY "DETAIL RECORDS   : " DETAIL-COUNT.
           DISPLAY "PARTIAL JOURNALS : " PARTIAL-COUNT.
           IF OP-LOST > 0
               THEN
                   DISPLAY "*** OPERATOR TABLE FULL - " OP-LOST
                       " ROUND(S) MISSING FROM THE OPERATOR LINES ***"
           END-IF.
           IF READ-COUNT = OUTSIDE-COUNT + SELECT-COUNT
               AND SELECT-COUNT =
                   NO-ROUND-COUNT + NO-LIB-COUNT + ANALYSED-COUNT
               AND ANALYSED-COUNT = DETAIL-COUNT
               AND ANALYSED-COUNT = TOT-ROUNDS + OP-LOST
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SUMMARY WRITTEN TO CONBOANA.RPT".
           DISPLAY "ROUND DETAIL WRITTEN TO CONBOANA.DTL".
       STOP RUN.

       MONTH-PASS.
           MOVE SPACES TO ARCH-FILE-NAME.
           STRING "CONBOARC." DELIMITED BY SIZE
               CUR-MONTH DELIMITED BY SIZE
               INTO ARCH-FILE-NAME.
           OPEN INPUT ARCH-FILE.
           IF ARCH-FILE-STATUS NOT = "35"
               THEN
                   MOVE " " TO ARCH-EOF
                   PERFORM ARCH-READ THRU EXIT-ARCH-READ
                       UNTIL ARCH-EOF = "Y"
                   CLOSE ARCH-FILE
           END-IF.
           IF CUR-MM = 12
               THEN
                   ADD 1 TO CUR-YYYY
                   MOVE 01 TO CUR-MM
               ELSE
                   ADD 1 TO CUR-MM
           END-IF.
       EXIT-MONTH-PASS.
           EXIT.

       ARCH-READ.
           READ ARCH-FILE
               AT END
                   MOVE "Y" TO ARCH-EOF
                   GO TO EXIT-ARCH-READ
           END-READ.
           MOVE ARCH-RECORD TO WORK-STAT.
           PERFORM SELECT-ROUND THRU EXIT-SELECT-ROUND.
       EXIT-ARCH-READ.
           EXIT.

       STATS-READ.
           READ STATS-FILE
               AT END
                   MOVE "Y" TO STATS-EOF
                   GO TO EXIT-STATS-READ
           END-READ.
           IF STATS-RECORD(1:4) = "#TRL"
               THEN
                   GO TO EXIT-STATS-READ
           END-IF.
           MOVE STATS-RECORD TO WORK-STAT.
           PERFORM SELECT-ROUND THRU EXIT-SELECT-ROUND.
       EXIT-STATS-READ.
           EXIT.

       SELECT-ROUND.
           ADD 1 TO READ-COUNT.
           MOVE WRK-OPERATOR TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           MOVE RES-KEY TO WRK-OPERATOR.
           IF WRK-DATE NOT NUMERIC
               OR WRK-DATE < FROM-DATE OR WRK-DATE > TO-DATE
               OR (OP-ARG NOT = SPACES AND WRK-OPERATOR NOT = OP-ARG)
               THEN
                   ADD 1 TO OUTSIDE-COUNT
                   GO TO EXIT-SELECT-ROUND
           END-IF.
           ADD 1 TO SELECT-COUNT.
      *    ROUNDS LOGGED BEFORE THE LIBRARY EXISTED CARRY NO ROUND ID
           IF WRK-ROUND NOT NUMERIC OR WRK-ROUND = 0
               THEN
                   ADD 1 TO NO-ROUND-COUNT
                   GO TO EXIT-SELECT-ROUND
           END-IF.
           PERFORM LOAD-LAYOUT THRU EXIT-LOAD-LAYOUT.
           IF LAYOUT-OK NOT = "Y"
               THEN
                   ADD 1 TO NO-LIB-COUNT
                   GO TO EXIT-SELECT-ROUND
           END-IF.
           PERFORM SCAN-JOURNAL THRU EXIT-SCAN-JOURNAL.
           IF LAYOUT-OK NOT = "Y"
               THEN
                   ADD 1 TO NO-LIB-COUNT
                   GO TO EXIT-SELECT-ROUND
           END-IF.
           ADD 1 TO ANALYSED-COUNT.
           PERFORM MIN-CLICKS THRU EXIT-MIN-CLICKS.
           PERFORM SCORE-ROUND THRU EXIT-SCORE-ROUND.
           PERFORM WRITE-DETAIL THRU EXIT-WRITE-DETAIL.
           PERFORM TALLY-OPERATOR THRU EXIT-TALLY-OPERATOR.
       EXIT-SELECT-ROUND.
           EXIT.

       LOAD-LAYOUT.
           MOVE " " TO LAYOUT-OK.
           IF LIB-OPEN NOT = "Y"
               THEN
                   GO TO EXIT-LOAD-LAYOUT
           END-IF.
           MOVE WRK-ROUND TO LIB-ROUND.
           MOVE 0 TO LIB-PART.
           READ LIB-FILE
               INVALID KEY
                   GO TO EXIT-LOAD-LAYOUT
           END-READ.
           MOVE LIB-LAYOUT TO LAYOUT-RECORD.
           MOVE LIB-PARTS TO LIB-PART-MAX.
           MOVE LIB-MOVES TO LIB-MOVE-TOTAL.
           MOVE LAY-MAP-CONF TO MAP-CONF.
           IF WIDTH NOT NUMERIC OR HEIGHT NOT NUMERIC
               OR WIDTH < 1 OR WIDTH > 26
               OR HEIGHT < 1 OR HEIGHT > 26
               THEN
                   GO TO EXIT-LOAD-LAYOUT
           END-IF.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HEIGHT
               MOVE LAY-MINE-ROW(CNTI) TO MINE-ROW(CNTI)
               MOVE ALL "0" TO NEAR-ROW(CNTI)
               MOVE SPACES TO SEEN-ROW(CNTI)
           END-PERFORM.
           MOVE "Y" TO LAYOUT-OK.
       EXIT-LOAD-LAYOUT.
           EXIT.

      *    ONE PASS OVER THE JOURNAL. A FLAG IS WRONG WHEN THE CELL
      *    IT WAS PLANTED ON IS NOT A MINE IN THE LAYOUT. A MISSING
      *    JOURNAL PART LEAVES THE ROUND OUT AS NOT IN THE LIBRARY.
       SCAN-JOURNAL.
           INITIALIZE ROUND-MEASURES.
           PERFORM SCAN-PART THRU EXIT-SCAN-PART
               VARYING LIB-PART-NO FROM 1 BY 1
               UNTIL LIB-PART-NO > LIB-PART-MAX
                   OR LAYOUT-OK NOT = "Y".
       EXIT-SCAN-JOURNAL.
           EXIT.

       SCAN-PART.
           MOVE WRK-ROUND TO LIB-ROUND.
           MOVE LIB-PART-NO TO LIB-PART.
           READ LIB-FILE
               INVALID KEY
                   MOVE " " TO LAYOUT-OK
                   GO TO EXIT-SCAN-PART
           END-READ.
           COMPUTE PART-MOVES =
               LIB-MOVE-TOTAL - (LIB-PART-NO - 1) * LIB-MOVE-MAX.
           IF PART-MOVES > LIB-MOVE-MAX
               THEN
                   MOVE LIB-MOVE-MAX TO PART-MOVES
           END-IF.
           PERFORM SCAN-MOVE THRU EXIT-SCAN-MOVE
               VARYING LIB-MOVE-IDX FROM 1 BY 1
               UNTIL LIB-MOVE-IDX > PART-MOVES.
       EXIT-SCAN-PART.
           EXIT.

       SCAN-MOVE.
           MOVE LIB-MOVE(LIB-MOVE-IDX) TO JOURNAL-RECORD.
           ADD 1 TO RND-MOVES.
           IF JRN-SECS IS NUMERIC
               THEN
                   MOVE JRN-SECS TO RND-LAST-SECS
           END-IF.
           EVALUATE JRN-C
               WHEN "o"
                   ADD 1 TO RND-OPENS
               WHEN "c"
                   ADD 1 TO RND-CHORDS
               WHEN "m"
                   ADD 1 TO RND-FLAGS
                   IF JRN-X IS NUMERIC AND JRN-Y IS NUMERIC
                       AND JRN-X >= 1 AND JRN-X <= WIDTH
                       AND JRN-Y >= 1 AND JRN-Y <= HEIGHT
                       THEN
                           IF MINE-CELL(JRN-Y, JRN-X) NOT = 1
                               THEN
                                   ADD 1 TO RND-BAD-FLAGS
                           END-IF
                   END-IF
               WHEN "s"
                   ADD 1 TO RND-SUSPECTS
               WHEN "z"
                   ADD 1 TO RND-UNDOS
               WHEN "h"
                   ADD 1 TO RND-HINTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT-SCAN-MOVE.
           EXIT.

      *    MINIMUM CLICKS: EVERY CONNECTED AREA OF ZERO CELLS OPENS
      *    WITH ONE CLICK AND TAKES ITS NUMBERED EDGE WITH IT; EVERY
      *    NUMBERED CELL LEFT OVER NEEDS A CLICK OF ITS OWN.
       MIN-CLICKS.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HEIGHT
               PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > WIDTH
                   IF MINE-CELL(CNTI, CNTJ) = 1
                       THEN
                           MOVE CNTJ TO CHK-X
                           MOVE CNTI TO CHK-Y
                           PERFORM NEAR-BOUNDS THRU EXIT-NEAR-BOUNDS
                           PERFORM COUNT-NEAR THRU EXIT-COUNT-NEAR
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 0 TO RND-MIN-CLICK.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HEIGHT
               PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > WIDTH
                   IF MINE-CELL(CNTI, CNTJ) NOT = 1
                       AND NEAR-CNT(CNTI, CNTJ) = 0
                       AND SEEN-CELL(CNTI, CNTJ) = " "
                       THEN
                           ADD 1 TO RND-MIN-CLICK
                           PERFORM FLOOD-OPENING
                               THRU EXIT-FLOOD-OPENING
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HEIGHT
               PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > WIDTH
                   IF MINE-CELL(CNTI, CNTJ) NOT = 1
                       AND SEEN-CELL(CNTI, CNTJ) = " "
                       THEN
                           ADD 1 TO RND-MIN-CLICK
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXIT-MIN-CLICKS.
           EXIT.

      *    THE 3X3 BLOCK ROUND CHK-X/CHK-Y, CLIPPED TO THE BOARD
       NEAR-BOUNDS.
           IF CHK-X > 1
               THEN
                   COMPUTE LO-X = CHK-X - 1
               ELSE
                   MOVE 1 TO LO-X
           END-IF.
           IF CHK-X < WIDTH
               THEN
                   COMPUTE HI-X = CHK-X + 1
               ELSE
                   MOVE WIDTH TO HI-X
           END-IF.
           IF CHK-Y > 1
               THEN
                   COMPUTE LO-Y = CHK-Y - 1
               ELSE
                   MOVE 1 TO LO-Y
           END-IF.
           IF CHK-Y < HEIGHT
               THEN
                   COMPUTE HI-Y = CHK-Y + 1
               ELSE
                   MOVE HEIGHT TO HI-Y
           END-IF.
       EXIT-NEAR-BOUNDS.
           EXIT.

       COUNT-NEAR.
           PERFORM VARYING NY FROM LO-Y BY 1 UNTIL NY > HI-Y
               PERFORM VARYING NX FROM LO-X BY 1 UNTIL NX > HI-X
                   IF MINE-CELL(NY, NX) NOT = 1
                       THEN
                           ADD 1 TO NEAR-CNT(NY, NX)
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXIT-COUNT-NEAR.
           EXIT.

       FLOOD-OPENING.
           MOVE "Y" TO SEEN-CELL(CNTI, CNTJ).
           MOVE 1 TO CHK-STACK-C.
           MOVE CNTJ TO CHK-STACK-X(1).
           MOVE CNTI TO CHK-STACK-Y(1).
           PERFORM FLOOD-CELL THRU EXIT-FLOOD-CELL
               UNTIL CHK-STACK-C < 1.
       EXIT-FLOOD-OPENING.
           EXIT.

      *    EVERY CELL IS MARKED SEEN AS IT IS STACKED, SO NONE IS
      *    STACKED TWICE AND THE STACK CANNOT OUTGROW THE BOARD
       FLOOD-CELL.
           MOVE CHK-STACK-X(CHK-STACK-C) TO CHK-X.
           MOVE CHK-STACK-Y(CHK-STACK-C) TO CHK-Y.
           SUBTRACT 1 FROM CHK-STACK-C.
           PERFORM NEAR-BOUNDS THRU EXIT-NEAR-BOUNDS.
           PERFORM VARYING NY FROM LO-Y BY 1 UNTIL NY > HI-Y
               PERFORM VARYING NX FROM LO-X BY 1 UNTIL NX > HI-X
                   IF MINE-CELL(NY, NX) NOT = 1
                       AND SEEN-CELL(NY, NX) = " "
                       THEN
                           MOVE "Y" TO SEEN-CELL(NY, NX)
                           IF NEAR-CNT(NY, NX) = 0
                               AND CHK-STACK-C < CHK-STACK-MAX
                               THEN
                                   ADD 1 TO CHK-STACK-C
                                   MOVE NX TO CHK-STACK-X(CHK-STACK-C)
                                   MOVE NY TO CHK-STACK-Y(CHK-STACK-C)
                           END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
       EXIT-FLOOD-CELL.
           EXIT.

       SCORE-ROUND.
           IF RND-FLAGS > 0
               THEN
                   COMPUTE RND-FLAG-PCT ROUNDED =
                       (RND-FLAGS - RND-BAD-FLAGS) * 100 / RND-FLAGS
           END-IF.
           IF RND-LAST-SECS > 0
               THEN
                   COMPUTE RND-MPM ROUNDED =
                       RND-MOVES * 60 / RND-LAST-SECS
           END-IF.
           IF WRK-LV = "r"
               THEN
                   ADD 1 TO PARTIAL-COUNT
                   GO TO EXIT-SCORE-ROUND
           END-IF.
           IF WRK-OUTCOME = "WIN "
               AND RND-OPENS + RND-CHORDS > 0
               THEN
                   COMPUTE CALC-PCT ROUNDED = RND-MIN-CLICK * 100
                       / (RND-OPENS + RND-CHORDS)
                   IF CALC-PCT > 999
                       THEN
                           MOVE 999 TO CALC-PCT
                   END-IF
                   MOVE CALC-PCT TO RND-EFF-PCT
           END-IF.
       EXIT-SCORE-ROUND.
           EXIT.

       WRITE-DETAIL.
           MOVE SPACES TO DETAIL-RECORD.
           MOVE WRK-ROUND TO DTL-ROUND.
           MOVE WRK-OPERATOR TO DTL-OPERATOR.
           MOVE WRK-DATE TO DTL-DATE.
           MOVE WRK-LV TO DTL-LV.
           MOVE WIDTH TO DTL-WIDTH.
           MOVE HEIGHT TO DTL-HEIGHT.
           MOVE N-MINE TO DTL-N-MINE.
           MOVE WRK-OUTCOME TO DTL-OUTCOME.
           IF WRK-SECONDS IS NUMERIC
               THEN
                   MOVE WRK-SECONDS TO DTL-SECONDS
               ELSE
                   MOVE 0 TO DTL-SECONDS
           END-IF.
           MOVE RND-MOVES TO DTL-MOVES.
           MOVE RND-OPENS TO DTL-OPENS.
           MOVE RND-CHORDS TO DTL-CHORDS.
           MOVE RND-FLAGS TO DTL-FLAGS.
           MOVE RND-BAD-FLAGS TO DTL-BAD-FLAGS.
           MOVE RND-FLAG-PCT TO DTL-FLAG-PCT.
           MOVE RND-SUSPECTS TO DTL-SUSPECTS.
           MOVE RND-UNDOS TO DTL-UNDOS.
           MOVE RND-HINTS TO DTL-HINTS.
           MOVE RND-MPM TO DTL-MPM.
           MOVE RND-MIN-CLICK TO DTL-MIN-CLICK.
           MOVE RND-EFF-PCT TO DTL-EFF-PCT.
           IF WRK-LV = "r"
               THEN
                   MOVE "R" TO DTL-PARTIAL
           END-IF.
           WRITE DETAIL-RECORD.
           ADD 1 TO DETAIL-COUNT.
       EXIT-WRITE-DETAIL.
           EXIT.

       TALLY-OPERATOR.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF FOUND-IDX = 0
               THEN
                   ADD 1 TO OP-LOST
                   GO TO EXIT-TALLY-OPERATOR
           END-IF.
           ADD 1 TO OP-ROUNDS(FOUND-IDX).
           ADD 1 TO TOT-ROUNDS.
           IF WRK-OUTCOME = "WIN "
               THEN
                   ADD 1 TO OP-WINS(FOUND-IDX)
                   ADD 1 TO TOT-WINS
           END-IF.
           ADD RND-MOVES TO OP-MOVES(FOUND-IDX).
           ADD RND-MOVES TO TOT-MOVES.
           ADD RND-LAST-SECS TO OP-SECS(FOUND-IDX).
           ADD RND-LAST-SECS TO TOT-SECS.
           ADD RND-FLAGS TO OP-FLAGS(FOUND-IDX).
           ADD RND-FLAGS TO TOT-FLAGS.
           ADD RND-BAD-FLAGS TO OP-BAD-FLAGS(FOUND-IDX).
           ADD RND-BAD-FLAGS TO TOT-BAD-FLAGS.
           ADD RND-SUSPECTS TO OP-SUSPECTS(FOUND-IDX).
           ADD RND-SUSPECTS TO TOT-SUSPECTS.
           ADD RND-UNDOS TO OP-UNDOS(FOUND-IDX).
           ADD RND-UNDOS TO TOT-UNDOS.
           ADD RND-CHORDS TO OP-CHORDS(FOUND-IDX).
           ADD RND-CHORDS TO TOT-CHORDS.
           IF RND-EFF-PCT > 0
               THEN
                   ADD RND-MIN-CLICK TO OP-EFF-MIN(FOUND-IDX)
                   ADD RND-MIN-CLICK TO TOT-EFF-MIN
                   COMPUTE OP-EFF-CLICK(FOUND-IDX) =
                       OP-EFF-CLICK(FOUND-IDX) + RND-OPENS + RND-CHORDS
                   COMPUTE TOT-EFF-CLICK =
                       TOT-EFF-CLICK + RND-OPENS + RND-CHORDS
           END-IF.
       EXIT-TALLY-OPERATOR.
           EXIT.

       FIND-OPERATOR.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT
               IF OP-NAME(CNTI) = WRK-OPERATOR
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX = 0 AND OP-COUNT < OP-MAX
               THEN
                   ADD 1 TO OP-COUNT
                   INITIALIZE OP-ENTRY(OP-COUNT)
                   MOVE WRK-OPERATOR TO OP-NAME(OP-COUNT)
                   MOVE OP-COUNT TO FOUND-IDX
           END-IF.
       EXIT-FIND-OPERATOR.
           EXIT.

      *    ROUNDS LOGGED UNDER A PROFILE NAME BEFORE THE OPERATOR ID
      *    WAS USED ARE MATCHED THROUGH THE CROSS-REFERENCE
       RESOLVE-KEY.
           IF XRF-OPEN NOT = "Y"
               THEN
                   GO TO EXIT-RESOLVE-KEY
           END-IF.
           MOVE RES-KEY TO XRF-ALIAS.
           READ XRF-FILE
               NOT INVALID KEY
                   MOVE XRF-OPERATOR TO RES-KEY
           END-READ.
       EXIT-RESOLVE-KEY.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE FROM-DATE TO HD-FROM.
           MOVE TO-DATE TO HD-TO.
           MOVE PAGE-NO TO HD-PAGE.
           MOVE HEAD-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 1 TO LINE-CNT.
           IF OP-ARG NOT = SPACES
               THEN
                   MOVE OP-ARG TO SL-OPERATOR
                   MOVE SEL-LINE TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   ADD 1 TO LINE-CNT
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE COL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 3 TO LINE-CNT.
       EXIT-PAGE-HEAD.
           EXIT.

       PRINT-OPERATOR.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE OP-NAME(CNTI) TO DL-OPERATOR.
           MOVE OP-ROUNDS(CNTI) TO SUM-ROUNDS.
           MOVE OP-WINS(CNTI) TO SUM-WINS.
           MOVE OP-MOVES(CNTI) TO SUM-MOVES.
           MOVE OP-SECS(CNTI) TO SUM-SECS.
           MOVE OP-FLAGS(CNTI) TO SUM-FLAGS.
           MOVE OP-BAD-FLAGS(CNTI) TO SUM-BAD-FLAGS.
           MOVE OP-SUSPECTS(CNTI) TO SUM-SUSPECTS.
           MOVE OP-UNDOS(CNTI) TO SUM-UNDOS.
           MOVE OP-CHORDS(CNTI) TO SUM-CHORDS.
           MOVE OP-EFF-MIN(CNTI) TO SUM-EFF-MIN.
           MOVE OP-EFF-CLICK(CNTI) TO SUM-EFF-CLICK.
           PERFORM PRINT-SUM-LINE THRU EXIT-PRINT-SUM-LINE.
       EXIT-PRINT-OPERATOR.
           EXIT.

      *    RATES ARE TAKEN FROM THE SUMMED COUNTS, NOT AVERAGED PER
      *    ROUND, SO A FEW SHORT ROUNDS DO NOT SWING THEM. A RATE
      *    WITH NOTHING UNDER IT PRINTS BLANK.
       PRINT-SUM-LINE.
           MOVE SUM-ROUNDS TO DL-ROUNDS.
           MOVE SUM-WINS TO DL-WINS.
           MOVE SUM-FLAGS TO DL-FLAGS.
           MOVE SUM-BAD-FLAGS TO DL-BAD-FLAGS.
           MOVE SUM-UNDOS TO DL-UNDOS.
           MOVE SUM-SUSPECTS TO DL-SUSPECTS.
           MOVE SUM-CHORDS TO DL-CHORDS.
           IF SUM-FLAGS > 0
               THEN
                   COMPUTE CALC-PCT ROUNDED =
                       (SUM-FLAGS - SUM-BAD-FLAGS) * 100 / SUM-FLAGS
                   MOVE CALC-PCT TO DL-FLAG-PCT
               ELSE
                   MOVE SPACES TO DL-FLAG-PCT-X
           END-IF.
           IF SUM-SECS > 0
               THEN
                   COMPUTE CALC-PCT ROUNDED = SUM-MOVES * 60 / SUM-SECS
                   MOVE CALC-PCT TO DL-MPM
               ELSE
                   MOVE SPACES TO DL-MPM-X
           END-IF.
           IF SUM-EFF-CLICK > 0
               THEN
                   COMPUTE CALC-PCT ROUNDED =
                       SUM-EFF-MIN * 100 / SUM-EFF-CLICK
                   MOVE CALC-PCT TO DL-EFF-PCT
               ELSE
                   MOVE SPACES TO DL-EFF-PCT-X
           END-IF.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-SUM-LINE.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "TOTALS" TO DL-OPERATOR.
           MOVE GRAND-TOTALS TO SUM-FIELDS.
           PERFORM PRINT-SUM-LINE THRU EXIT-PRINT-SUM-LINE.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "FLAG% = FLAGS ON MINES / FLAGS PLANTED"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "MPM   = JOURNALED MOVES PER MINUTE OF PLAY"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "EFF%  = MINIMUM CLICKS / OPEN+CHORD CLICKS (WINS)"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "RECORDS READ          :" TO CTL-LABEL.
           MOVE READ-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "ROUNDS SELECTED       :" TO CTL-LABEL.
           MOVE SELECT-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  NO ROUND ID         :" TO CTL-LABEL.
           MOVE NO-ROUND-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  NOT IN LIBRARY      :" TO CTL-LABEL.
           MOVE NO-LIB-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  ANALYSED            :" TO CTL-LABEL.
           MOVE ANALYSED-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  PARTIAL JOURNAL     :" TO CTL-LABEL.
           MOVE PARTIAL-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
