123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOVUE.
      *REPLAYS A ROUND MOVE BY MOVE, OR LISTS THE LIBRARY ROUNDS OF
      *ONE OPERATOR OR ONE DAY.
      *
      *USAGE: CONBOVUE                  REPLAY THE LIVE ROUND
      *       CONBOVUE <ROUND-ID>       REPLAY A LIBRARY ROUND
      *       CONBOVUE O <OPERATOR>     LIST AN OPERATOR'S ROUNDS
      *       CONBOVUE D <YYYYMMDD>     LIST THE ROUNDS OF A DAY
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC LAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
           SELECT VIEW-FILE ASSIGN TO "CONBOVUE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIEW-FILE-STATUS.
           SELECT RNO-FILE ASSIGN TO "CONBOLER.RNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNO-FILE-STATUS.
           SELECT LIB-FILE ASSIGN TO "CONBOLIB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-KEY
               ALTERNATE RECORD KEY IS LIB-OPERATOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIB-DATE WITH DUPLICATES
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  JOURNAL-FILE.
           03 LAY-MAP-CONF PIC X(7).
           03 LAY-CLMN OCCURS 26.
               05 LAY-MINE-ROW PIC 9(26).
      *ONE RECORD PER LIBRARY ROUND VIEWED. VUE-NEXT-ROUND IS THE
      *NEXT ROUND ID CONBOLER WILL HAND OUT, SO FAIR-PLAY SCREENING
      *CAN TELL WHICH ROUNDS WERE PLAYED AFTER THE VIEW.
       FD  VIEW-FILE.
       01  VIEW-RECORD.
           03 VUE-DATE       PIC 9(8).
           03 VUE-TIME       PIC 9(6).
           03 VUE-VIEWER     PIC X(8).
           03 VUE-ROUND      PIC 9(8).
           03 VUE-NEXT-ROUND PIC 9(8).
       FD  RNO-FILE.
       01  RNO-RECORD.
           03 RNO-NEXT PIC 9(8).
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
       WORKING-STORAGE   SECTION.
       77 JOURNAL-FILE-STATUS PIC X(2).
       77 LAYOUT-FILE-STATUS PIC X(2).
       77 VIEW-FILE-STATUS PIC X(2).
       77 RNO-FILE-STATUS PIC X(2).
       77 XRF-FILE-STATUS PIC X(2).
       77 LIB-FILE-STATUS PIC X(2).
       77 VIEWER-ID PIC X(8) VALUE SPACES.
       01 CURRENT-TIME.
           05 CT-HHMMSS PIC 9(6).
           05 CT-REST PIC X(2).
       77 EOF-FLAG PIC X VALUE " ".
      *BLANK ARGUMENT REPLAYS THE LIVE PAIR; A ROUND ID IS TAKEN
      *OUT OF THE GAME LIBRARY INTO THE CONBOVUE.JRN/.LAY WORK PAIR
      *AND REPLAYED FROM THERE
       77 JRN-NAME PIC X(17) VALUE "CONBOLER.JRN".
       77 LAY-NAME PIC X(17) VALUE "CONBOLER.LAY".
       77 ROUND-ARG PIC X(8) VALUE SPACES.
       77 ROUND-NUM PIC 9(8) VALUE 0.
       77 LIB-FOUND PIC X VALUE " ".
       77 LIB-PART-MAX PIC 9(3) VALUE 0.
       77 LIB-PART-NO PIC 9(3) VALUE 0.
       77 LIB-MOVE-IDX PIC 9(3) VALUE 0.
       77 LIB-MOVE-MAX PIC 9(3) VALUE 100.
       77 LIB-MOVE-TOTAL PIC 9(5) VALUE 0.
       77 PART-MOVES PIC 9(5) VALUE 0.
      *LIBRARY LOOKUP BY OPERATOR ("O") OR BY DATE ("D")
       77 LIST-VALUE PIC X(8) VALUE SPACES.
       77 LIST-DATE PIC 9(8) VALUE 0.
       77 LIST-EOF PIC X VALUE " ".
       77 LIST-COUNT PIC 9(5) VALUE 0.
       01 LIST-LINE.
           03 LL-ROUND   PIC 9(8).
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-DATE    PIC 9(8).
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-OPERATOR PIC X(8).
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-LV      PIC X(1).
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-OUTCOME PIC X(4).
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-SECONDS PIC ZZZZ9.
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-SEED    PIC 9(4).
           03 FILLER     PIC X(2) VALUE SPACES.
           03 LL-MOVES   PIC ZZZZ9.
       01 MAP-CONF.
           03 ISSET    PIC X(1).
           03 WIDTH    PIC 9(2).
       MAIN SECTION.
       MAIN-START.
           ACCEPT ROUND-ARG FROM ARGUMENT-VALUE.
           IF ROUND-ARG = "O" OR ROUND-ARG = "D"
               THEN
                   ACCEPT LIST-VALUE FROM ARGUMENT-VALUE
                   PERFORM LIST-ROUNDS THRU EXIT-LIST-ROUNDS
                   STOP RUN
           END-IF.
           IF ROUND-ARG NOT = SPACES
               THEN
                   IF FUNCTION TRIM(ROUND-ARG) NUMERIC
                       THEN
                           MOVE FUNCTION TRIM(ROUND-ARG) TO ROUND-NUM
                           MOVE "CONBOVUE.JRN" TO JRN-NAME
                           MOVE "CONBOVUE.LAY" TO LAY-NAME
                           PERFORM EXTRACT-ROUND
                               THRU EXIT-EXTRACT-ROUND
                           IF LIB-FOUND NOT = "Y"
                               THEN
                                   DISPLAY "ROUND " ROUND-NUM
                                       " NOT IN THE GAME LIBRARY "
                                       "(CONBOLIB.IDX)"
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                           END-IF
                           DISPLAY "REPLAYING LIBRARY ROUND "
                               ROUND-NUM
                       ELSE
                   DISPLAY "NO JOURNAL FOUND (" JRN-NAME ")"
                   STOP RUN
           END-IF.
           IF ROUND-NUM > 0
               THEN
                   PERFORM LOG-VIEW THRU EXIT-LOG-VIEW
           END-IF.
           DISPLAY "CONBOVUE REPLAY - LV CONF " MAP-CONF.
           PERFORM SCREEN-OUT THRU EXIT-SCREEN-OUT.
           PERFORM MINE-COUNT-OUT THRU EXIT-MINE-COUNT-OUT.
           END-EVALUATE.
       STOP RUN.

      *    A LIBRARY REPLAY SHOWS WHERE EVERY MINE OF THAT SEED LIES,
      *    SO EACH ONE IS LOGGED AGAINST THE VIEWER
       LOG-VIEW.
           DISPLAY "ENTER OPERATOR ID (BLANK = LOGIN NAME)".
           ACCEPT VIEWER-ID.
           IF VIEWER-ID = SPACES
               THEN
                   DISPLAY "USER" UPON ENVIRONMENT-NAME
                   ACCEPT VIEWER-ID FROM ENVIRONMENT-VALUE
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE VIEWER-ID TO XRF-ALIAS
                   READ XRF-FILE
                       NOT INVALID KEY
                           MOVE XRF-OPERATOR TO VIEWER-ID
                   END-READ
                   CLOSE XRF-FILE
           END-IF.
           MOVE 1 TO RNO-NEXT.
           OPEN INPUT RNO-FILE.
           IF RNO-FILE-STATUS NOT = "35"
               THEN
                   READ RNO-FILE
                       AT END
                           MOVE 1 TO RNO-NEXT
                   END-READ
                   CLOSE RNO-FILE
           END-IF.
           IF RNO-NEXT NOT NUMERIC
               THEN
                   MOVE 1 TO RNO-NEXT
           END-IF.
           ACCEPT VUE-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CT-HHMMSS TO VUE-TIME.
           MOVE VIEWER-ID TO VUE-VIEWER.
           MOVE ROUND-NUM TO VUE-ROUND.
           MOVE RNO-NEXT TO VUE-NEXT-ROUND.
           OPEN EXTEND VIEW-FILE.
           IF VIEW-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT VIEW-FILE
           END-IF.
           WRITE VIEW-RECORD.
           CLOSE VIEW-FILE.
       EXIT-LOG-VIEW.
           EXIT.

      *    THE LIBRARY ROUND IS WRITTEN OUT AS AN ORDINARY LAYOUT AND
      *    JOURNAL PAIR, SO THE REPLAY READS IT LIKE THE LIVE ROUND
       EXTRACT-ROUND.
           MOVE " " TO LIB-FOUND.
           OPEN INPUT LIB-FILE.
           IF LIB-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-EXTRACT-ROUND
           END-IF.
           MOVE ROUND-NUM TO LIB-ROUND.
           MOVE 0 TO LIB-PART.
           READ LIB-FILE
               INVALID KEY
                   CLOSE LIB-FILE
                   GO TO EXIT-EXTRACT-ROUND
           END-READ.
           MOVE "Y" TO LIB-FOUND.
           MOVE LIB-PARTS TO LIB-PART-MAX.
           MOVE LIB-MOVES TO LIB-MOVE-TOTAL.
           OPEN OUTPUT LAYOUT-FILE.
           MOVE LIB-LAYOUT TO LAYOUT-RECORD.
           WRITE LAYOUT-RECORD.
           CLOSE LAYOUT-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           PERFORM EXTRACT-PART THRU EXIT-EXTRACT-PART
               VARYING LIB-PART-NO FROM 1 BY 1
               UNTIL LIB-PART-NO > LIB-PART-MAX.
           CLOSE JOURNAL-FILE.
           CLOSE LIB-FILE.
       EXIT-EXTRACT-ROUND.
           EXIT.

       EXTRACT-PART.
           MOVE ROUND-NUM TO LIB-ROUND.
           MOVE LIB-PART-NO TO LIB-PART.
           READ LIB-FILE
               INVALID KEY
                   DISPLAY "JOURNAL PART " LIB-PART-NO
                       " MISSING FROM THE GAME LIBRARY"
                   GO TO EXIT-EXTRACT-PART
           END-READ.
           COMPUTE PART-MOVES =
               LIB-MOVE-TOTAL - (LIB-PART-NO - 1) * LIB-MOVE-MAX.
           IF PART-MOVES > LIB-MOVE-MAX
               THEN
                   MOVE LIB-MOVE-MAX TO PART-MOVES
           END-IF.
           PERFORM VARYING LIB-MOVE-IDX FROM 1 BY 1
                   UNTIL LIB-MOVE-IDX > PART-MOVES
               MOVE LIB-MOVE(LIB-MOVE-IDX) TO JOURNAL-RECORD
               WRITE JOURNAL-RECORD
           END-PERFORM.
       EXIT-EXTRACT-PART.
           EXIT.

      *    ROUNDS OF ONE OPERATOR OR ONE DAY, THROUGH THE ALTERNATE
      *    KEYS. AN OPERATOR ALIAS IS RESOLVED TO THE OPERATOR ID.
       LIST-ROUNDS.
           IF LIST-VALUE = SPACES
               OR (ROUND-ARG = "D"
                   AND FUNCTION TRIM(LIST-VALUE) NOT NUMERIC)
               THEN
                   DISPLAY "USAGE: CONBOVUE O <OPERATOR> OR "
                       "CONBOVUE D <YYYYMMDD>"
                   MOVE 16 TO RETURN-CODE
                   GO TO EXIT-LIST-ROUNDS
           END-IF.
           OPEN INPUT LIB-FILE.
           IF LIB-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO GAME LIBRARY (CONBOLIB.IDX)"
                   MOVE 8 TO RETURN-CODE
                   GO TO EXIT-LIST-ROUNDS
           END-IF.
           IF ROUND-ARG = "O"
               THEN
                   OPEN INPUT XRF-FILE
                   IF XRF-FILE-STATUS NOT = "35"
                       THEN
                           MOVE LIST-VALUE TO XRF-ALIAS
                           READ XRF-FILE
                               NOT INVALID KEY
                                   MOVE XRF-OPERATOR TO LIST-VALUE
                           END-READ
                           CLOSE XRF-FILE
                   END-IF
                   DISPLAY "LIBRARY ROUNDS OF OPERATOR " LIST-VALUE
                   MOVE LIST-VALUE TO LIB-OPERATOR
                   START LIB-FILE KEY IS = LIB-OPERATOR
                       INVALID KEY
                           MOVE "Y" TO LIST-EOF
                   END-START
               ELSE
                   MOVE FUNCTION TRIM(LIST-VALUE) TO LIST-DATE
                   DISPLAY "LIBRARY ROUNDS OF " LIST-DATE
                   MOVE LIST-DATE TO LIB-DATE
                   START LIB-FILE KEY IS = LIB-DATE
                       INVALID KEY
                           MOVE "Y" TO LIST-EOF
                   END-START
           END-IF.
           DISPLAY "ROUND     DATE      OPERATOR  LV OUTC   SECS  "
               "SEED  MOVES".
           PERFORM LIST-NEXT THRU EXIT-LIST-NEXT
               UNTIL LIST-EOF = "Y".
           CLOSE LIB-FILE.
           DISPLAY LIST-COUNT " ROUND(S) FOUND".
       EXIT-LIST-ROUNDS.
           EXIT.

       LIST-NEXT.
           READ LIB-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-NEXT
           END-READ.
           IF (ROUND-ARG = "O" AND LIB-OPERATOR NOT = LIST-VALUE)
               OR (ROUND-ARG = "D" AND LIB-DATE NOT = LIST-DATE)
               THEN
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-NEXT
           END-IF.
           IF LIB-PART NOT = 0
               THEN
                   GO TO EXIT-LIST-NEXT
           END-IF.
           ADD 1 TO LIST-COUNT.
           MOVE LIB-ROUND TO LL-ROUND.
           MOVE LIB-DATE TO LL-DATE.
           MOVE LIB-OPERATOR TO LL-OPERATOR.
           MOVE LIB-LV TO LL-LV.
           MOVE LIB-OUTCOME TO LL-OUTCOME.
           MOVE LIB-SECONDS TO LL-SECONDS.
           MOVE LIB-SEED TO LL-SEED.
           MOVE LIB-MOVES TO LL-MOVES.
           DISPLAY LIST-LINE.
       EXIT-LIST-NEXT.
           EXIT.

       LOAD-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS = "35"
