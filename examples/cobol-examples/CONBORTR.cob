123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBORTR.
      *RATING TREND REPORT. READS THE RATING LEDGER CONBORAT.LDG AND
      *PRINTS EACH OPERATOR'S RATING AT EVERY MONTH END IN THE RANGE,
      *THE CHANGE FROM THE PREVIOUS MONTH END AND THE GAMES RATED IN
      *THE MONTH. ENTRIES BEFORE THE RANGE MAKE UP THE OPENING
      *BALANCE; ENTRIES AFTER IT ARE LEFT OUT. AN ENTRY BELONGS TO
      *THE MONTH OF ITS LEDGER DATE.
      *
      *USAGE: CONBORTR [FROM-YYYYMM] [TO-YYYYMM] [OPERATOR]
      *BLANK TO-YYYYMM IS THE CURRENT MONTH, BLANK FROM-YYYYMM IS
      *ELEVEN MONTHS BEFORE IT. AT MOST 24 MONTHS ARE PRINTED.
      *THE REPORT IS WRITTEN TO CONBORTR.RPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "CONBORAT.LDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBORTR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-LINE PIC X(82).
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
       77 LEDGER-FILE-STATUS PIC X(2).
       77 LDG-EOF PIC X VALUE " ".
      *RATING LEDGER ENTRY AS WRITTEN BY CONBORAT AND CONBOMNT
       01 LEDGER-ENTRY.
           03 LDG-OPERATOR     PIC X(8).
           03 LDG-ROUND        PIC 9(8).
           03 LDG-DATE.
               05 LDG-YYYY     PIC 9(4).
               05 LDG-MM       PIC 9(2).
               05 LDG-DD       PIC 9(2).
           03 LDG-TIME         PIC 9(6).
           03 LDG-SOURCE       PIC X.
           03 LDG-ACTION       PIC X(6).
           03 LDG-REASON       PIC X(4).
           03 LDG-USER         PIC X(8).
           03 LDG-WEIGHT       PIC 9(3).
           03 LDG-RAT-BEFORE   PIC S9(7) SIGN IS LEADING SEPARATE.
           03 LDG-RAT-AFTER    PIC S9(7) SIGN IS LEADING SEPARATE.
           03 LDG-GAMES-BEFORE PIC 9(7).
           03 LDG-GAMES-AFTER  PIC 9(7).
      *ARGUMENTS AND MONTH RANGE
       77 FROM-STR PIC X(6) VALUE SPACES.
       77 TO-STR PIC X(6) VALUE SPACES.
       77 OPERATOR-ARG PIC X(8) VALUE SPACES.
       01 TODAY-DATE.
           03 TODAY-YYYY PIC 9(4).
           03 TODAY-MM   PIC 9(2).
           03 TODAY-DD   PIC 9(2).
       77 TODAY-NUM PIC 9(8).
       01 FROM-MONTH.
           03 FROM-YYYY PIC 9(4).
           03 FROM-MM   PIC 9(2).
       01 TO-MONTH.
           03 TO-YYYY PIC 9(4).
           03 TO-MM   PIC 9(2).
       01 CUR-MONTH.
           03 CUR-YYYY PIC 9(4).
           03 CUR-MM   PIC 9(2).
       77 FROM-SEQ PIC 9(6).
       77 TO-SEQ PIC 9(6).
       77 MONTH-SPAN PIC 9(4).
       77 MONTH-MAX PIC 9(2) VALUE 24.
       77 ENTRY-SEQ PIC 9(6).
       77 MONTH-IDX PIC 9(2).
       77 LDG-DELTA PIC S9(7).
      *ONE ROW PER OPERATOR: THE BALANCE BROUGHT INTO THE RANGE AND
      *THE RATING MOVEMENT AND GAMES RATED IN EACH MONTH
       77 OP-COUNT PIC 9(3) VALUE 0.
       77 OP-MAX PIC 9(3) VALUE 500.
       77 OP-LOST PIC 9(7) VALUE 0.
       01 OPERATORS.
           03 OP-ENTRY OCCURS 500.
               05 OP-NAME    PIC X(8).
               05 OP-OPENING PIC S9(7).
               05 OP-ACTIVE  PIC X.
               05 OP-MONTH OCCURS 24.
                   07 OP-DELTA PIC S9(7).
                   07 OP-GAMES PIC 9(5).
       77 FOUND-IDX PIC 9(3).
       77 CNTI PIC 9(3).
       77 CNTJ PIC 9(2).
       77 RUN-BALANCE PIC S9(7).
       77 PRINT-STARTED PIC X.
      *CONTROL TOTALS
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 BAD-COUNT PIC 9(7) VALUE 0.
       77 OTHER-COUNT PIC 9(7) VALUE 0.
       77 BEFORE-COUNT PIC 9(7) VALUE 0.
       77 RANGE-COUNT PIC 9(7) VALUE 0.
       77 AFTER-COUNT PIC 9(7) VALUE 0.
       77 PRINTED-OPS PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(28) VALUE "CONBORTR RATING TREND ".
           03 HD-FROM PIC 9(6).
           03 FILLER PIC X(4) VALUE " TO ".
           03 HD-TO PIC 9(6).
           03 FILLER PIC X(6) VALUE "  RUN ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 COL-LINE.
           03 FILLER PIC X(45) VALUE
               "OPERATOR MONTH    MONTH-END   CHANGE    GAMES".
       01 DETAIL-LINE.
           03 DL-OPERATOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-YYYY PIC 9(4).
           03 FILLER PIC X(1) VALUE "-".
           03 DL-MM PIC 9(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DL-RATING PIC -(7)9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-CHANGE PIC +(7)9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DL-GAMES PIC ZZZZ9.
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO TODAY-NUM.
           ACCEPT FROM-STR FROM ARGUMENT-VALUE.
           ACCEPT TO-STR FROM ARGUMENT-VALUE.
           ACCEPT OPERATOR-ARG FROM ARGUMENT-VALUE.
           IF (FROM-STR NOT = SPACES AND FROM-STR NOT NUMERIC)
               OR (TO-STR NOT = SPACES AND TO-STR NOT NUMERIC)
               THEN
                   PERFORM SHOW-USAGE THRU EXIT-SHOW-USAGE
                   STOP RUN
           END-IF.
           IF TO-STR = SPACES
               THEN
                   MOVE TODAY-YYYY TO TO-YYYY
                   MOVE TODAY-MM TO TO-MM
               ELSE
                   MOVE TO-STR TO TO-MONTH
           END-IF.
           IF FROM-STR = SPACES
               THEN
                   IF TO-MM = 12
                       THEN
                           MOVE TO-YYYY TO FROM-YYYY
                           MOVE 01 TO FROM-MM
                       ELSE
                           COMPUTE FROM-YYYY = TO-YYYY - 1
                           COMPUTE FROM-MM = TO-MM + 1
                   END-IF
               ELSE
                   MOVE FROM-STR TO FROM-MONTH
           END-IF.
           IF FROM-MM < 01 OR FROM-MM > 12 OR TO-MM < 01
               OR TO-MM > 12 OR FROM-MONTH > TO-MONTH
               THEN
                   PERFORM SHOW-USAGE THRU EXIT-SHOW-USAGE
                   STOP RUN
           END-IF.
           COMPUTE FROM-SEQ = FROM-YYYY * 12 + FROM-MM.
           COMPUTE TO-SEQ = TO-YYYY * 12 + TO-MM.
           COMPUTE MONTH-SPAN = TO-SEQ - FROM-SEQ + 1.
           IF MONTH-SPAN > MONTH-MAX
               THEN
                   DISPLAY "AT MOST " MONTH-MAX " MONTHS PER REPORT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO RATING LEDGER (CONBORAT.LDG)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM LEDGER-READ THRU EXIT-LEDGER-READ
               UNTIL LDG-EOF = "Y".
           CLOSE LEDGER-FILE.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM PRINT-OPERATOR THRU EXIT-PRINT-OPERATOR
               VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY "===== CONBORTR CONTROL TOTALS =====".
           DISPLAY "LEDGER ENTRIES    : " READ-COUNT.
           DISPLAY "  UNREADABLE      : " BAD-COUNT.
           DISPLAY "  OTHER OPERATORS : " OTHER-COUNT.
           DISPLAY "  BEFORE RANGE    : " BEFORE-COUNT.
           DISPLAY "  IN RANGE        : " RANGE-COUNT.
           DISPLAY "  AFTER RANGE     : " AFTER-COUNT.
           DISPLAY "  TABLE FULL      : " OP-LOST.
           DISPLAY "OPERATORS PRINTED : " PRINTED-OPS.
           IF READ-COUNT = BAD-COUNT + OTHER-COUNT + BEFORE-COUNT
               + RANGE-COUNT + AFTER-COUNT + OP-LOST
               AND OP-LOST = 0
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF BAD-COUNT > 0
               THEN
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       SHOW-USAGE.
           DISPLAY "USAGE: CONBORTR [FROM-YYYYMM] [TO-YYYYMM] "
               "[OPERATOR]".
           DISPLAY "BLANK TO-YYYYMM IS THIS MONTH, BLANK FROM-YYYYMM "
               "ELEVEN MONTHS BEFORE IT".
           MOVE 16 TO RETURN-CODE.
       EXIT-SHOW-USAGE.
           EXIT.

       LEDGER-READ.
           READ LEDGER-FILE INTO LEDGER-ENTRY
               AT END
                   MOVE "Y" TO LDG-EOF
                   GO TO EXIT-LEDGER-READ
           END-READ.
           ADD 1 TO READ-COUNT.
           IF LDG-RAT-BEFORE NOT NUMERIC OR LDG-RAT-AFTER NOT NUMERIC
               OR LDG-YYYY NOT NUMERIC OR LDG-MM NOT NUMERIC
               THEN
                   ADD 1 TO BAD-COUNT
                   GO TO EXIT-LEDGER-READ
           END-IF.
           IF OPERATOR-ARG NOT = SPACES
               AND LDG-OPERATOR NOT = OPERATOR-ARG
               THEN
                   ADD 1 TO OTHER-COUNT
                   GO TO EXIT-LEDGER-READ
           END-IF.
           COMPUTE ENTRY-SEQ = LDG-YYYY * 12 + LDG-MM.
           IF ENTRY-SEQ > TO-SEQ
               THEN
                   ADD 1 TO AFTER-COUNT
                   GO TO EXIT-LEDGER-READ
           END-IF.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF FOUND-IDX = 0
               THEN
                   ADD 1 TO OP-LOST
                   GO TO EXIT-LEDGER-READ
           END-IF.
           COMPUTE LDG-DELTA = LDG-RAT-AFTER - LDG-RAT-BEFORE.
           IF ENTRY-SEQ < FROM-SEQ
               THEN
                   ADD LDG-DELTA TO OP-OPENING(FOUND-IDX)
                   ADD 1 TO BEFORE-COUNT
                   GO TO EXIT-LEDGER-READ
           END-IF.
           COMPUTE MONTH-IDX = ENTRY-SEQ - FROM-SEQ + 1.
           ADD LDG-DELTA TO OP-DELTA(FOUND-IDX, MONTH-IDX).
           IF LDG-SOURCE = "G"
               THEN
                   ADD 1 TO OP-GAMES(FOUND-IDX, MONTH-IDX)
           END-IF.
           MOVE "Y" TO OP-ACTIVE(FOUND-IDX).
           ADD 1 TO RANGE-COUNT.
       EXIT-LEDGER-READ.
           EXIT.

       FIND-OPERATOR.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT
               IF OP-NAME(CNTI) = LDG-OPERATOR
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX = 0 AND OP-COUNT < OP-MAX
               THEN
                   ADD 1 TO OP-COUNT
                   MOVE OP-COUNT TO FOUND-IDX
                   MOVE LDG-OPERATOR TO OP-NAME(FOUND-IDX)
                   MOVE 0 TO OP-OPENING(FOUND-IDX)
                   MOVE " " TO OP-ACTIVE(FOUND-IDX)
                   PERFORM VARYING CNTJ FROM 1 BY 1
                       UNTIL CNTJ > MONTH-MAX
                       MOVE 0 TO OP-DELTA(FOUND-IDX, CNTJ)
                       MOVE 0 TO OP-GAMES(FOUND-IDX, CNTJ)
                   END-PERFORM
           END-IF.
       EXIT-FIND-OPERATOR.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE FROM-MONTH TO HD-FROM.
           MOVE TO-MONTH TO HD-TO.
           MOVE TODAY-NUM TO HD-DATE.
           MOVE PAGE-NO TO HD-PAGE.
           MOVE HEAD-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE COL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 4 TO LINE-CNT.
       EXIT-PAGE-HEAD.
           EXIT.

      *    MONTHS BEFORE THE OPERATOR HAS ANY RATING ARE NOT PRINTED;
      *    FROM THE FIRST MONTH WITH A BALANCE OR A MOVEMENT EVERY
      *    MONTH END IS PRINTED, QUIET ONES INCLUDED
       PRINT-OPERATOR.
           IF OP-ACTIVE(CNTI) NOT = "Y" AND OP-OPENING(CNTI) = 0
               THEN
                   GO TO EXIT-PRINT-OPERATOR
           END-IF.
           IF LINE-CNT + MONTH-SPAN > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           ADD 1 TO PRINTED-OPS.
           MOVE OP-OPENING(CNTI) TO RUN-BALANCE.
           MOVE " " TO PRINT-STARTED.
           MOVE OP-NAME(CNTI) TO DL-OPERATOR.
           MOVE FROM-MONTH TO CUR-MONTH.
           PERFORM PRINT-MONTH THRU EXIT-PRINT-MONTH
               VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > MONTH-SPAN.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-OPERATOR.
           EXIT.

       PRINT-MONTH.
           ADD OP-DELTA(CNTI, CNTJ) TO RUN-BALANCE.
           IF PRINT-STARTED NOT = "Y"
               AND RUN-BALANCE = 0 AND OP-DELTA(CNTI, CNTJ) = 0
               AND OP-GAMES(CNTI, CNTJ) = 0
               THEN
                   GO TO NEXT-MONTH
           END-IF.
           MOVE "Y" TO PRINT-STARTED.
           MOVE CUR-YYYY TO DL-YYYY.
           MOVE CUR-MM TO DL-MM.
           MOVE RUN-BALANCE TO DL-RATING.
           MOVE OP-DELTA(CNTI, CNTJ) TO DL-CHANGE.
           MOVE OP-GAMES(CNTI, CNTJ) TO DL-GAMES.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
           MOVE SPACES TO DL-OPERATOR.
       NEXT-MONTH.
           IF CUR-MM = 12
               THEN
                   ADD 1 TO CUR-YYYY
                   MOVE 01 TO CUR-MM
               ELSE
                   ADD 1 TO CUR-MM
           END-IF.
       EXIT-PRINT-MONTH.
           EXIT.

       PRINT-TOTALS.
           MOVE "LEDGER ENTRIES        :" TO CTL-LABEL.
           MOVE READ-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  IN RANGE            :" TO CTL-LABEL.
           MOVE RANGE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  BEFORE RANGE        :" TO CTL-LABEL.
           MOVE BEFORE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "OPERATORS PRINTED     :" TO CTL-LABEL.
           MOVE PRINTED-OPS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
