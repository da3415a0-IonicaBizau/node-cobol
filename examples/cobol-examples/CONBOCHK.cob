           SELECT LAYOUT-FILE ASSIGN TO DYNAMIC LAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LAYOUT-FILE-STATUS.
           SELECT LIB-FILE ASSIGN TO "CONBOLIB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIB-KEY
               ALTERNATE RECORD KEY IS LIB-OPERATOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIB-DATE WITH DUPLICATES
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           03 LAY-MAP-CONF PIC X(7).
           03 LAY-CLMN OCCURS 26.
               05 LAY-MINE-ROW PIC 9(26).
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
       FD  STATS-FILE.
       01  STATS-RECORD.
           03 STATS-LV       PIC X(1).
       WORKING-STORAGE   SECTION.
       77 JOURNAL-FILE-STATUS PIC X(2).
       77 LAYOUT-FILE-STATUS PIC X(2).
       77 LIB-FILE-STATUS PIC X(2).
       77 STATS-FILE-STATUS PIC X(2).
       77 REJECT-FILE-STATUS PIC X(2).
       77 CKP-FILE-STATUS PIC X(2).
      *BLANK ARGUMENT VERIFIES THE LIVE PAIR AGAINST THE LAST STATS
      *RECORD (THE LIVE JOURNAL ALWAYS BELONGS TO THE NEWEST ROUND);
      *A ROUND ID VERIFIES THAT ROUND FROM THE GAME LIBRARY AGAINST
      *THE STATS RECORD CARRYING THE SAME ROUND ID. A LIBRARY ROUND
      *IS TAKEN OUT INTO THE CONBOCHK.JRN/.LAY WORK PAIR FIRST.
       77 JRN-NAME PIC X(17) VALUE "CONBOLER.JRN".
       77 LAY-NAME PIC X(17) VALUE "CONBOLER.LAY".
       77 ROUND-ARG PIC X(8) VALUE SPACES.
       77 ROUND-NUM PIC 9(8) VALUE 0.
       77 ROUND-GIVEN PIC X VALUE " ".
       77 LIB-FOUND PIC X VALUE " ".
       77 LIB-MISSING PIC X VALUE " ".
       77 LIB-PART-MAX PIC 9(3) VALUE 0.
       77 LIB-PART-NO PIC 9(3) VALUE 0.
       77 LIB-MOVE-IDX PIC 9(3) VALUE 0.
       77 LIB-MOVE-MAX PIC 9(3) VALUE 100.
       77 LIB-MOVE-TOTAL PIC 9(5) VALUE 0.
       77 PART-MOVES PIC 9(5) VALUE 0.
       77 STAT-FOUND PIC X VALUE " ".
       77 STAT-ORD PIC 9(7) VALUE 0.
       77 READ-COUNT PIC 9(7) VALUE 0.
                       THEN
                           MOVE FUNCTION TRIM(ROUND-ARG) TO ROUND-NUM
                           MOVE "Y" TO ROUND-GIVEN
                       ELSE
                           DISPLAY "INVALID ROUND ID - "
                               "VERIFYING THE LIVE ROUND"
               THEN
                   DISPLAY "BATCH WINDOW OPEN (CONBOLER.LCK) - "
                       "RUN CONBOCHK AFTER THE BATCH FINISHES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF ROUND-GIVEN NOT = "Y"
                       THEN
                           DISPLAY "PENDING ROUNDS IN CONBOLER.SPL "
                               "- RUN THE BATCH FOLD FIRST"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
               AND LST-ROUND IS NUMERIC AND LST-ROUND > 0
               THEN
                   MOVE LST-ROUND TO ROUND-NUM
                   DISPLAY "VERIFYING ROUND " ROUND-NUM
                       " FROM THE GAME LIBRARY"
           END-IF.
           IF ROUND-NUM > 0
               THEN
                   MOVE "CONBOCHK.JRN" TO JRN-NAME
                   MOVE "CONBOCHK.LAY" TO LAY-NAME
                   PERFORM EXTRACT-ROUND THRU EXIT-EXTRACT-ROUND
                   IF LIB-MISSING = "Y"
                       THEN
                           DISPLAY "NO GAME LIBRARY (CONBOLIB.IDX) - "
                               "RECORD LEFT IN PLACE"
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   IF LIB-FOUND NOT = "Y"
                       THEN
                           MOVE "NOT IN LIBRARY" TO FAIL-REASON
                   END-IF
           END-IF.
           IF FAIL-REASON = SPACES
               THEN
                   PERFORM LOAD-LAYOUT THRU EXIT-LOAD-LAYOUT
           END-IF.
           IF FAIL-REASON = SPACES
               THEN
                   PERFORM REPLAY-ROUND THRU EXIT-REPLAY-ROUND
                   PERFORM RELEASE-LOCK THRU EXIT-RELEASE-LOCK
                   DISPLAY "RECORD QUARANTINED IN CONBOCHK.REJ - "
                       "RERUN CONBORAT AND CONBOREP"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       EXIT-STATS-READ.
           EXIT.

      *    THE LIBRARY ROUND IS WRITTEN OUT AS AN ORDINARY LAYOUT AND
      *    JOURNAL PAIR, SO THE REPLAY READS IT LIKE THE LIVE ROUND.
      *    A MISSING JOURNAL PART SHORTENS THE WORK JOURNAL AND THE
      *    REPLAY THEN FAILS AS AN INCOMPLETE JOURNAL.
       EXTRACT-ROUND.
           MOVE " " TO LIB-FOUND.
           OPEN INPUT LIB-FILE.
           IF LIB-FILE-STATUS = "35"
               THEN
                   MOVE "Y" TO LIB-MISSING
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

       LOAD-LAYOUT.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS = "35"
