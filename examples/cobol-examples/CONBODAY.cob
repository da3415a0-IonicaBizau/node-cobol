           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT SES-FILE ASSIGN TO "CONBOSES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBODAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
           03 STATS-ROUND    PIC 9(8).
           03 STATS-SEQ      PIC 9(7).
           03 STATS-CHECK    PIC 9(4).
      *SESSION LEDGER WRITTEN BY CONBOLER - ONLY THE KEY, THE RECORD
      *TYPE AND THE CLOSE REASON ARE NEEDED HERE
       FD  SES-FILE.
       01  SES-RECORD.
           03 SES-TYPE       PIC X(1).
           03 SES-KEY.
               05 SES-START-DATE PIC 9(8).
               05 SES-START-TIME PIC 9(8).
               05 SES-OPERATOR   PIC X(8).
           03 SES-DATE       PIC 9(8).
           03 SES-TIME       PIC 9(8).
           03 SES-REASON     PIC X(4).
           03 FILLER         PIC X(32).
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
               05 OP-TIMES  PIC 9(5).
               05 OP-SECS   PIC 9(7).
               05 OP-HINTS  PIC 9(5).
               05 OP-ABAND  PIC 9(5).
       77 FIND-NAME PIC X(8).
       77 CNTI PIC 9(3).
       77 FOUND-IDX PIC 9(3).
      *CONTROL TOTALS - THE SAME DISCIPLINE CONBOARC AND CONBOVAL
           03 TOT-TIMES  PIC 9(7) VALUE 0.
           03 TOT-SECS   PIC 9(9) VALUE 0.
           03 TOT-HINTS  PIC 9(7) VALUE 0.
           03 TOT-ABAND  PIC 9(7) VALUE 0.
      *ROUNDS ABANDONED ON THE REPORT DATE - A SESSION STARTED THAT
      *DAY WHOSE LAST CLOSE RECORD IS NOT WIN, LOSE OR TIME (SAVED,
      *QUIT, OR NEVER CLOSED AT ALL). THEY NEVER REACH THE STATS
      *FILE, SO THEY ARE COUNTED FROM THE SESSION LEDGER.
       77 SES-FILE-STATUS PIC X(2).
       77 SES-EOF PIC X VALUE " ".
       77 SES-COUNT PIC 9(4) VALUE 0.
       77 SES-MAX PIC 9(4) VALUE 2000.
       77 SES-LOST PIC 9(7) VALUE 0.
       01 SESSIONS.
           03 SES-ENTRY OCCURS 2000.
               05 SE-KEY.
                   07 SE-START-DATE PIC 9(8).
                   07 SE-START-TIME PIC 9(8).
                   07 SE-OPERATOR   PIC X(8).
               05 SE-DONE PIC X(1).
       77 SES-IDX PIC 9(4).
       77 SES-FOUND PIC 9(4).
       77 AVG-SECS PIC 9(5).
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
           03 FILLER PIC X(8) VALUE "OPERATOR".
           03 FILLER PIC X(52) VALUE
               " ROUNDS  WINS LOSSES  TIMES  TOT-SECS AVG-SECS HINTS".
           03 FILLER PIC X(6) VALUE " ABAND".
       01 DETAIL-LINE.
           03 DL-OPERATOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DL-AVG PIC ZZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-HINTS PIC ZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-ABAND PIC ZZZZ9.
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.
                       ELSE
                           DISPLAY "USAGE: CONBODAY [DATE YYYYMMDD]"
                           DISPLAY "BLANK DATE REPORTS ON TODAY"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
           PERFORM TALLY-LOOP THRU EXIT-TALLY-LOOP
               UNTIL EOF-FLAG = "Y".
           CLOSE STATS-FILE.
           OPEN INPUT SES-FILE.
           IF SES-FILE-STATUS = "00"
               THEN
                   PERFORM SES-LOOP THRU EXIT-SES-LOOP
                       UNTIL SES-EOF = "Y"
                   CLOSE SES-FILE
                   PERFORM VARYING SES-IDX FROM 1 BY 1
                           UNTIL SES-IDX > SES-COUNT
                       IF SE-DONE(SES-IDX) NOT = "Y"
                           THEN
                               PERFORM TALLY-ABANDONED
                                   THRU EXIT-TALLY-ABANDONED
                       END-IF
                   END-PERFORM
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM PRINT-DETAIL THRU EXIT-PRINT-DETAIL
           DISPLAY "RECORDS READ       : " READ-COUNT.
           DISPLAY "RECORDS FOR DATE   : " DATE-COUNT.
           DISPLAY "RECORDS OTHER DATES: " OTHER-COUNT.
           DISPLAY "SESSIONS FOR DATE  : " SES-COUNT.
           DISPLAY "ABANDONED ROUNDS   : " TOT-ABAND.
           IF SES-LOST > 0
               THEN
                   DISPLAY "SESSION TABLE FULL - " SES-LOST
                       " SESSIONS NOT CHECKED FOR ABANDONMENT"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF READ-COUNT = DATE-COUNT + OTHER-COUNT
               AND DATE-COUNT = TOT-ROUNDS
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "REPORT WRITTEN TO CONBODAY.RPT".
       STOP RUN.
           EXIT.

       TALLY-RECORD.
           MOVE STATS-OPERATOR TO FIND-NAME.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF FOUND-IDX = 0
               THEN
       EXIT-TALLY-RECORD.
           EXIT.

      *    THE LEDGER IS APPENDED IN TIME ORDER, SO A SESSION'S START
      *    IS READ BEFORE ITS CLOSE RECORDS AND THE LAST CLOSE WINS
       SES-LOOP.
           READ SES-FILE
               AT END
                   MOVE "Y" TO SES-EOF
                   GO TO EXIT-SES-LOOP
           END-READ.
           IF SES-START-DATE NOT NUMERIC
               OR SES-START-DATE NOT = REPORT-DATE
               THEN
                   GO TO EXIT-SES-LOOP
           END-IF.
           MOVE 0 TO SES-FOUND.
           PERFORM VARYING SES-IDX FROM 1 BY 1
                   UNTIL SES-IDX > SES-COUNT OR SES-FOUND > 0
               IF SE-KEY(SES-IDX) = SES-KEY
                   THEN
                       MOVE SES-IDX TO SES-FOUND
               END-IF
           END-PERFORM.
           IF SES-TYPE = "S" AND SES-FOUND = 0
               THEN
                   IF SES-COUNT < SES-MAX
                       THEN
                           ADD 1 TO SES-COUNT
                           MOVE SES-KEY TO SE-KEY(SES-COUNT)
                           MOVE " " TO SE-DONE(SES-COUNT)
                       ELSE
                           ADD 1 TO SES-LOST
                   END-IF
                   GO TO EXIT-SES-LOOP
           END-IF.
           IF SES-TYPE = "C" AND SES-FOUND > 0
               THEN
                   IF SES-REASON = "WIN " OR "LOSE" OR "TIME"
                       THEN
                           MOVE "Y" TO SE-DONE(SES-FOUND)
                       ELSE
                           MOVE " " TO SE-DONE(SES-FOUND)
                   END-IF
           END-IF.
       EXIT-SES-LOOP.
           EXIT.

       TALLY-ABANDONED.
           MOVE SE-OPERATOR(SES-IDX) TO FIND-NAME.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF FOUND-IDX = 0
               THEN
                   GO TO EXIT-TALLY-ABANDONED
           END-IF.
           ADD 1 TO OP-ABAND(FOUND-IDX).
           ADD 1 TO TOT-ABAND.
       EXIT-TALLY-ABANDONED.
           EXIT.

       FIND-OPERATOR.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT
               IF OP-NAME(CNTI) = FIND-NAME
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
               THEN
                   ADD 1 TO OP-COUNT
                   MOVE SPACES TO OP-ENTRY(OP-COUNT)
                   MOVE FIND-NAME TO OP-NAME(OP-COUNT)
                   MOVE 0 TO OP-ROUNDS(OP-COUNT)
                   MOVE 0 TO OP-WINS(OP-COUNT)
                   MOVE 0 TO OP-LOSSES(OP-COUNT)
                   MOVE 0 TO OP-TIMES(OP-COUNT)
                   MOVE 0 TO OP-SECS(OP-COUNT)
                   MOVE 0 TO OP-HINTS(OP-COUNT)
                   MOVE 0 TO OP-ABAND(OP-COUNT)
                   MOVE OP-COUNT TO FOUND-IDX
           END-IF.
       EXIT-FIND-OPERATOR.
           END-IF.
           MOVE AVG-SECS TO DL-AVG.
           MOVE OP-HINTS(CNTI) TO DL-HINTS.
           MOVE OP-ABAND(CNTI) TO DL-ABAND.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
           END-IF.
           MOVE AVG-SECS TO DL-AVG.
           MOVE TOT-HINTS TO DL-HINTS.
           MOVE TOT-ABAND TO DL-ABAND.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           MOVE OTHER-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "SESSIONS FOR DATE     :" TO CTL-LABEL.
           MOVE SES-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "ABANDONED ROUNDS      :" TO CTL-LABEL.
           MOVE TOT-ABAND TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
