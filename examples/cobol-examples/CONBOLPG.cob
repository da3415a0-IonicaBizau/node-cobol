123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOLPG.
      *GAME LIBRARY RETENTION PURGE. RUNS WITH CONBOARC ON THE SAME
      *CUTOFF DATE. A ROUND IN CONBOLIB.IDX DATED MORE THAN THE
      *RETENTION PERIOD BEFORE THE CUTOFF IS DELETED, ALL ITS PARTS,
      *UNLESS
      *  - IT HAS A FAIR-PLAY REVIEW RECORD (CONBOFPS.IDX) THAT IS
      *    STILL PENDING OR WAS UPHELD, OR
      *  - IT WAS PLAYED AS A TOURNAMENT ROUND (CONBOTRE.IDX).
      *A ROUND WITH NO DATE (LOADED WITHOUT A STATS RECORD) IS KEPT.
      *
      *USAGE: CONBOLPG <CUTOFF-DATE YYYYMMDD> [RETAIN-MONTHS]
      *BLANK RETAIN-MONTHS KEEPS TWELVE MONTHS BEFORE THE CUTOFF.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT LIB-FILE ASSIGN TO "CONBOLIB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-KEY
               ALTERNATE RECORD KEY IS LIB-OPERATOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIB-DATE WITH DUPLICATES
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CONBOFPS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REV-ROUND
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "CONBOTRE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRE-KEY
               FILE STATUS IS ENTRANT-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
      *GAME LIBRARY - PART 000 OF A ROUND CARRIES THE LAYOUT AND
      *THE ROUND'S STATS, PARTS 001 UP CARRY ITS JOURNAL 100 MOVES
      *AT A TIME. EVERY PART REPEATS THE OPERATOR, DATE, OUTCOME AND
      *SEED.
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
      *REVIEW FILE - ONE RECORD PER FLAGGED ROUND. REV-STATUS IS
      *P PENDING, C CLEARED OR U UPHELD.
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           03 REV-ROUND    PIC 9(8).
           03 REV-OPERATOR PIC X(8).
           03 REV-DATE     PIC 9(8).
           03 REV-SEED     PIC 9(4).
           03 REV-REASON   PIC X(4).
           03 REV-DETAIL   PIC X(32).
           03 REV-STATUS   PIC X.
           03 REV-FLAGGED  PIC 9(8).
           03 REV-SUPER    PIC X(8).
           03 REV-DECIDED  PIC 9(8).
           03 REV-HELD     PIC X.
           03 REV-STATS    PIC X(58).
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
       WORKING-STORAGE   SECTION.
       77 LIB-FILE-STATUS PIC X(2).
       77 REVIEW-FILE-STATUS PIC X(2).
       77 ENTRANT-FILE-STATUS PIC X(2).
       77 REVIEW-OPEN PIC X VALUE " ".
       77 LIB-EOF PIC X VALUE " ".
       77 TRE-EOF PIC X VALUE " ".
      *RUN PARAMETERS
       77 CUTOFF-STR PIC X(8) VALUE SPACES.
       77 RETAIN-STR PIC X(3) VALUE SPACES.
       01 CUTOFF-DATE.
           03 CUTOFF-YYYY PIC 9(4).
           03 CUTOFF-MM   PIC 9(2).
           03 CUTOFF-DD   PIC 9(2).
       77 RETAIN-MONTHS PIC 9(3) VALUE 12.
       01 PURGE-DATE.
           03 PURGE-YYYY PIC 9(4).
           03 PURGE-MM   PIC 9(2).
           03 PURGE-DD   PIC 9(2).
       77 PURGE-NUM PIC 9(8).
       77 MONTH-SEQ PIC 9(6).
      *ROUND IDS PLAYED IN A TOURNAMENT
       77 TRN-COUNT PIC 9(5) VALUE 0.
       77 TRN-MAX PIC 9(5) VALUE 5000.
       77 TRN-FULL PIC X VALUE " ".
       01 TOURNEY-ROUNDS.
           03 TRN-ROUND-ID PIC 9(8) OCCURS 5000.
       77 CNTI PIC 9(5).
       77 CNTJ PIC 9(2).
      *DECISION FOR THE RECORD IN HAND - " " PURGE, "D" WITHIN THE
      *RETENTION PERIOD, "N" NO DATE, "R" UNDER REVIEW,
      *"T" TOURNAMENT ROUND
       77 KEEP-REASON PIC X.
      *CONTROL TOTALS
       77 RECORD-COUNT PIC 9(7) VALUE 0.
       77 ROUND-COUNT PIC 9(7) VALUE 0.
       77 RETAIN-COUNT PIC 9(7) VALUE 0.
       77 NO-DATE-COUNT PIC 9(7) VALUE 0.
       77 REVIEW-COUNT PIC 9(7) VALUE 0.
       77 TOURNEY-COUNT PIC 9(7) VALUE 0.
       77 PURGE-COUNT PIC 9(7) VALUE 0.
       77 PART-PURGED PIC 9(7) VALUE 0.
       77 DELETE-FAIL PIC 9(7) VALUE 0.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT CUTOFF-STR FROM ARGUMENT-VALUE.
           ACCEPT RETAIN-STR FROM ARGUMENT-VALUE.
           IF CUTOFF-STR = SPACES
               OR FUNCTION TRIM(CUTOFF-STR) NOT NUMERIC
               OR (RETAIN-STR NOT = SPACES
                   AND FUNCTION TRIM(RETAIN-STR) NOT NUMERIC)
               THEN
                   DISPLAY "USAGE: CONBOLPG <CUTOFF-DATE YYYYMMDD> "
                       "[RETAIN-MONTHS]"
                   DISPLAY "LIBRARY ROUNDS DATED MORE THAN "
                       "RETAIN-MONTHS (BLANK = 12) BEFORE THE "
                       "CUTOFF ARE PURGED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(CUTOFF-STR) TO CUTOFF-DATE.
           IF RETAIN-STR NOT = SPACES
               THEN
                   MOVE FUNCTION TRIM(RETAIN-STR) TO RETAIN-MONTHS
           END-IF.
           IF CUTOFF-MM < 01 OR CUTOFF-MM > 12
               THEN
                   DISPLAY "INVALID CUTOFF DATE " CUTOFF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           COMPUTE MONTH-SEQ =
               CUTOFF-YYYY * 12 + CUTOFF-MM - 1 - RETAIN-MONTHS.
           COMPUTE PURGE-YYYY = MONTH-SEQ / 12.
           COMPUTE PURGE-MM = FUNCTION MOD(MONTH-SEQ, 12) + 1.
           MOVE CUTOFF-DD TO PURGE-DD.
           MOVE PURGE-DATE TO PURGE-NUM.
           OPEN INPUT LIB-FILE.
           IF LIB-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO GAME LIBRARY TO PURGE (CONBOLIB.IDX)"
                   STOP RUN
           END-IF.
           CLOSE LIB-FILE.
           PERFORM LOAD-TOURNEY THRU EXIT-LOAD-TOURNEY.
           IF TRN-FULL = "Y"
               THEN
                   DISPLAY "MORE THAN " TRN-MAX " TOURNAMENT ROUNDS - "
                       "NOTHING PURGED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO REVIEW-OPEN
           END-IF.
           OPEN I-O LIB-FILE.
           MOVE 0 TO LIB-ROUND.
           MOVE 0 TO LIB-PART.
           START LIB-FILE KEY IS NOT < LIB-KEY
               INVALID KEY
                   MOVE "Y" TO LIB-EOF
           END-START.
           PERFORM PURGE-LOOP THRU EXIT-PURGE-LOOP
               UNTIL LIB-EOF = "Y".
           CLOSE LIB-FILE.
           IF REVIEW-OPEN = "Y"
               THEN
                   CLOSE REVIEW-FILE
           END-IF.
           DISPLAY "===== CONBOLPG CONTROL TOTALS =====".
           DISPLAY "CUTOFF DATE      : " CUTOFF-DATE.
           DISPLAY "RETAIN MONTHS    : " RETAIN-MONTHS.
           DISPLAY "PURGE BEFORE     : " PURGE-DATE.
           DISPLAY "RECORDS READ     : " RECORD-COUNT.
           DISPLAY "ROUNDS READ      : " ROUND-COUNT.
           DISPLAY "  IN RETENTION   : " RETAIN-COUNT.
           DISPLAY "  NO DATE        : " NO-DATE-COUNT.
           DISPLAY "  UNDER REVIEW   : " REVIEW-COUNT.
           DISPLAY "  TOURNAMENT     : " TOURNEY-COUNT.
           DISPLAY "  PURGED         : " PURGE-COUNT.
           DISPLAY "JOURNAL PARTS PURGED: " PART-PURGED.
           DISPLAY "DELETES FAILED   : " DELETE-FAIL.
           IF ROUND-COUNT = RETAIN-COUNT + NO-DATE-COUNT
               + REVIEW-COUNT + TOURNEY-COUNT + PURGE-COUNT
               AND DELETE-FAIL = 0
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-TOURNEY.
           OPEN INPUT ENTRANT-FILE.
           IF ENTRANT-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-LOAD-TOURNEY
           END-IF.
           PERFORM TOURNEY-READ THRU EXIT-TOURNEY-READ
               UNTIL TRE-EOF = "Y".
           CLOSE ENTRANT-FILE.
       EXIT-LOAD-TOURNEY.
           EXIT.

       TOURNEY-READ.
           READ ENTRANT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TRE-EOF
                   GO TO EXIT-TOURNEY-READ
           END-READ.
           PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > 12
               IF TRE-ROUND-ID(CNTJ) IS NUMERIC
                   AND TRE-ROUND-ID(CNTJ) > 0
                   THEN
                       IF TRN-COUNT < TRN-MAX
                           THEN
                               ADD 1 TO TRN-COUNT
                               MOVE TRE-ROUND-ID(CNTJ)
                                   TO TRN-ROUND-ID(TRN-COUNT)
                           ELSE
                               MOVE "Y" TO TRN-FULL
                       END-IF
               END-IF
           END-PERFORM.
       EXIT-TOURNEY-READ.
           EXIT.

      *    EVERY PART OF A ROUND CARRIES ITS DATE AND ROUND ID, SO
      *    EACH PART GETS THE SAME DECISION AS THE HEADER. ROUNDS
      *    ARE COUNTED ON THEIR HEADER (PART 000).
       PURGE-LOOP.
           READ LIB-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIB-EOF
                   GO TO EXIT-PURGE-LOOP
           END-READ.
           ADD 1 TO RECORD-COUNT.
           PERFORM DECIDE-ROUND THRU EXIT-DECIDE-ROUND.
           IF LIB-PART = 0
               THEN
                   ADD 1 TO ROUND-COUNT
                   EVALUATE KEEP-REASON
                       WHEN "D"
                           ADD 1 TO RETAIN-COUNT
                       WHEN "N"
                           ADD 1 TO NO-DATE-COUNT
                       WHEN "R"
                           ADD 1 TO REVIEW-COUNT
                       WHEN "T"
                           ADD 1 TO TOURNEY-COUNT
                       WHEN OTHER
                           ADD 1 TO PURGE-COUNT
                   END-EVALUATE
           END-IF.
           IF KEEP-REASON NOT = " "
               THEN
                   GO TO EXIT-PURGE-LOOP
           END-IF.
           DELETE LIB-FILE RECORD
               INVALID KEY
                   ADD 1 TO DELETE-FAIL
                   GO TO EXIT-PURGE-LOOP
           END-DELETE.
           IF LIB-PART NOT = 0
               THEN
                   ADD 1 TO PART-PURGED
           END-IF.
       EXIT-PURGE-LOOP.
           EXIT.

       DECIDE-ROUND.
           MOVE " " TO KEEP-REASON.
           IF LIB-DATE NOT NUMERIC OR LIB-DATE = 0
               THEN
                   MOVE "N" TO KEEP-REASON
                   GO TO EXIT-DECIDE-ROUND
           END-IF.
           IF LIB-DATE NOT < PURGE-NUM
               THEN
                   MOVE "D" TO KEEP-REASON
                   GO TO EXIT-DECIDE-ROUND
           END-IF.
           IF REVIEW-OPEN = "Y"
               THEN
                   MOVE LIB-ROUND TO REV-ROUND
                   READ REVIEW-FILE
                       NOT INVALID KEY
                           IF REV-STATUS = "P" OR REV-STATUS = "U"
                               THEN
                                   MOVE "R" TO KEEP-REASON
                                   GO TO EXIT-DECIDE-ROUND
                           END-IF
                   END-READ
           END-IF.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > TRN-COUNT
               IF TRN-ROUND-ID(CNTI) = LIB-ROUND
                   THEN
                       MOVE "T" TO KEEP-REASON
               END-IF
           END-PERFORM.
       EXIT-DECIDE-ROUND.
           EXIT.
