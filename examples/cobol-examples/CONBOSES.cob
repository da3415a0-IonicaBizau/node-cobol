123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOSES.
      *SESSION RECONCILIATION. READS THE SESSION LEDGER CONBOSES.LOG
      *THAT CONBOLER APPENDS TO AND PAIRS EVERY SESSION STARTED ON
      *THE REPORT DATE WITH ITS CLOSE RECORDS. THE LAST CLOSE RECORD
      *OF A SESSION IS ITS OUTCOME: WIN, LOSE OR TIME IS FINISHED,
      *SAVE IS SAVED, QUIT IS A BATCH FILE THAT RAN OUT, AND NO CLOSE
      *RECORD AT ALL IS AN OPEN SESSION - CTRL-C, A DROPPED TERMINAL,
      *OR A ROUND STILL BEING PLAYED WHEN THE REPORT RAN.
      *EVERY SESSION THAT DID NOT FINISH IS LISTED, THEN THE COUNTS
      *ARE PRINTED PER OPERATOR AND PER SHIFT OF THE START TIME:
      *  SHIFT 1  06:00 - 13:59
      *  SHIFT 2  14:00 - 21:59
      *  SHIFT 3  22:00 - 05:59
      *
      *USAGE: CONBOSES [DATE YYYYMMDD]
      *BLANK DATE REPORTS ON TODAY. THE REPORT IS WRITTEN TO
      *CONBOSES.RPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT SES-FILE ASSIGN TO "CONBOSES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOSES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
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
           03 SES-LV         PIC X(1).
           03 SES-WIDTH      PIC 9(2).
           03 SES-HEIGHT     PIC 9(2).
           03 SES-N-MINE     PIC 9(2).
           03 SES-SEED       PIC 9(4).
           03 SES-TOURNEY    PIC X(8).
           03 SES-ROUND      PIC 9(8).
           03 SES-SECONDS    PIC 9(5).
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
       77 SES-FILE-STATUS PIC X(2).
       77 EOF-FLAG PIC X VALUE " ".
       77 REPORT-DATE-STR PIC X(8) VALUE SPACES.
       77 REPORT-DATE PIC 9(8).
      *SESSIONS STARTED ON THE REPORT DATE, IN LEDGER ORDER.
      *SE-STATE IS O OPEN, F FINISHED, V SAVED OR Q QUIT.
       77 SE-COUNT PIC 9(4) VALUE 0.
       77 SE-MAX PIC 9(4) VALUE 2000.
       77 SE-LOST PIC 9(7) VALUE 0.
       01 SESSIONS.
           03 SE-ENTRY OCCURS 2000.
               05 SE-KEY.
                   07 SE-START-DATE PIC 9(8).
                   07 SE-START-TIME.
                       09 SE-HH     PIC 9(2).
                       09 SE-MI     PIC 9(2).
                       09 SE-SS     PIC 9(2).
                       09 SE-CC     PIC 9(2).
                   07 SE-OPERATOR   PIC X(8).
               05 SE-STATE   PIC X(1).
               05 SE-SHIFT   PIC 9(1).
               05 SE-LV      PIC X(1).
               05 SE-WIDTH   PIC 9(2).
               05 SE-HEIGHT  PIC 9(2).
               05 SE-N-MINE  PIC 9(2).
               05 SE-SEED    PIC 9(4).
               05 SE-TOURNEY PIC X(8).
               05 SE-REASON  PIC X(4).
       77 SE-IDX PIC 9(4).
       77 FOUND-IDX PIC 9(4).
      *PER-OPERATOR AND PER-SHIFT COUNTS. THE SAME FIVE COLUMNS
      *ARE KEPT FOR BOTH, SO ONE PRINT PARAGRAPH SERVES EACH.
       77 OP-COUNT PIC 9(3) VALUE 0.
       77 OP-MAX PIC 9(3) VALUE 500.
       77 OP-LOST PIC 9(7) VALUE 0.
       01 OPERATORS.
           03 OP-ENTRY OCCURS 500.
               05 OP-NAME   PIC X(8).
               05 OP-TALLY.
                   07 OP-STARTED  PIC 9(5).
                   07 OP-FINISHED PIC 9(5).
                   07 OP-SAVED    PIC 9(5).
                   07 OP-QUIT     PIC 9(5).
                   07 OP-OPEN     PIC 9(5).
       01 SHIFTS.
           03 SH-ENTRY OCCURS 3.
               05 SH-TALLY.
                   07 SH-STARTED  PIC 9(5).
                   07 SH-FINISHED PIC 9(5).
                   07 SH-SAVED    PIC 9(5).
                   07 SH-QUIT     PIC 9(5).
                   07 SH-OPEN     PIC 9(5).
       01 GRAND-TALLY.
           03 TOT-STARTED  PIC 9(5) VALUE 0.
           03 TOT-FINISHED PIC 9(5) VALUE 0.
           03 TOT-SAVED    PIC 9(5) VALUE 0.
           03 TOT-QUIT     PIC 9(5) VALUE 0.
           03 TOT-OPEN     PIC 9(5) VALUE 0.
       01 PRINT-TALLY.
           03 PT-STARTED  PIC 9(5).
           03 PT-FINISHED PIC 9(5).
           03 PT-SAVED    PIC 9(5).
           03 PT-QUIT     PIC 9(5).
           03 PT-OPEN     PIC 9(5).
       77 OP-IDX PIC 9(3).
       77 OP-FOUND PIC 9(3).
       77 SH-IDX PIC 9(1).
      *CONTROL TOTALS
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 BAD-COUNT PIC 9(7) VALUE 0.
       77 START-COUNT PIC 9(7) VALUE 0.
       77 CLOSE-COUNT PIC 9(7) VALUE 0.
       77 DUP-COUNT PIC 9(7) VALUE 0.
       77 ORPHAN-COUNT PIC 9(7) VALUE 0.
       77 OTHER-COUNT PIC 9(7) VALUE 0.
       77 LISTED-COUNT PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       77 HOLD-LINE PIC X(80).
       01 HEAD-LINE.
           03 FILLER PIC X(36)
               VALUE "CONBOSES SESSION RECONCILIATION FOR ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 LIST-TITLE PIC X(40)
           VALUE "SESSIONS NOT FINISHED".
       01 LIST-COL-LINE.
           03 FILLER PIC X(27) VALUE
               "OPERATOR START    SHIFT LV ".
           03 FILLER PIC X(29) VALUE
               "BOARD    SEED TOURNEY  STATUS".
       01 LIST-LINE.
           03 LL-OPERATOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LL-HH PIC 9(2).
           03 FILLER PIC X(1) VALUE ":".
           03 LL-MI PIC 9(2).
           03 FILLER PIC X(1) VALUE ":".
           03 LL-SS PIC 9(2).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LL-SHIFT PIC 9(1).
           03 FILLER PIC X(3) VALUE SPACES.
           03 LL-LV PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 LL-WIDTH PIC 9(2).
           03 FILLER PIC X(1) VALUE "X".
           03 LL-HEIGHT PIC 9(2).
           03 FILLER PIC X(1) VALUE "/".
           03 LL-N-MINE PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LL-SEED PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LL-TOURNEY PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 LL-STATUS PIC X(6).
       01 TALLY-COL-LINE.
           03 TC-LABEL PIC X(8).
           03 FILLER PIC X(42) VALUE
               "  STARTED FINISHED   SAVED    QUIT    OPEN".
       01 TALLY-LINE.
           03 TL-LABEL PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 TL-STARTED PIC ZZZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TL-FINISHED PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TL-SAVED PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TL-QUIT PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 TL-OPEN PIC ZZZZZZ9.
       01 SHIFT-NAME.
           03 FILLER PIC X(8) VALUE "SHIFT 1".
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT REPORT-DATE-STR FROM ARGUMENT-VALUE.
           IF REPORT-DATE-STR = SPACES
               THEN
                   ACCEPT REPORT-DATE FROM DATE YYYYMMDD
               ELSE
                   IF FUNCTION TRIM(REPORT-DATE-STR) NUMERIC
                       THEN
                           MOVE FUNCTION TRIM(REPORT-DATE-STR)
                               TO REPORT-DATE
                       ELSE
                           DISPLAY "USAGE: CONBOSES [DATE YYYYMMDD]"
                           DISPLAY "BLANK DATE REPORTS ON TODAY"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
           INITIALIZE SHIFTS.
           OPEN INPUT SES-FILE.
           IF SES-FILE-STATUS = "35"
               THEN
      *            NO SESSION HAS EVER BEEN PLAYED - AN EMPTY REPORT
      *            IS STILL PRINTED SO THE SHIFT HAS SOMETHING TO FILE
                   DISPLAY "NO SESSION LEDGER (CONBOSES.LOG) - "
                       "NOTHING TO PAIR"
               ELSE
                   PERFORM PAIR-LOOP THRU EXIT-PAIR-LOOP
                       UNTIL EOF-FLAG = "Y"
                   CLOSE SES-FILE
           END-IF.
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SE-COUNT
               PERFORM TALLY-SESSION THRU EXIT-TALLY-SESSION
           END-PERFORM.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM PRINT-LIST THRU EXIT-PRINT-LIST.
           PERFORM PRINT-OPERATORS THRU EXIT-PRINT-OPERATORS.
           PERFORM PRINT-SHIFTS THRU EXIT-PRINT-SHIFTS.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY "===== CONBOSES CONTROL TOTALS =====".
           DISPLAY "REPORT DATE         : " REPORT-DATE.
           DISPLAY "RECORDS READ        : " READ-COUNT.
           DISPLAY "BAD RECORDS         : " BAD-COUNT.
           DISPLAY "STARTS FOR DATE     : " START-COUNT.
           DISPLAY "CLOSES FOR DATE     : " CLOSE-COUNT.
           DISPLAY "RECORDS OTHER DATES : " OTHER-COUNT.
           DISPLAY "DUPLICATE STARTS    : " DUP-COUNT.
           DISPLAY "CLOSES WITHOUT START: " ORPHAN-COUNT.
           DISPLAY "SESSIONS NOT HELD   : " SE-LOST.
           DISPLAY "SESSIONS PAIRED     : " TOT-STARTED.
           DISPLAY "  FINISHED          : " TOT-FINISHED.
           DISPLAY "  SAVED             : " TOT-SAVED.
           DISPLAY "  QUIT              : " TOT-QUIT.
           DISPLAY "  OPEN              : " TOT-OPEN.
           IF OP-LOST > 0
               THEN
                   DISPLAY "OPERATOR TABLE FULL - " OP-LOST
                       " SESSIONS LEFT OUT OF THE OPERATOR COUNTS"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF READ-COUNT = BAD-COUNT + START-COUNT + CLOSE-COUNT
                   + OTHER-COUNT
               AND START-COUNT = TOT-STARTED + DUP-COUNT + SE-LOST
               AND TOT-STARTED = TOT-FINISHED + TOT-SAVED + TOT-QUIT
                   + TOT-OPEN
               AND ORPHAN-COUNT = 0
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "REPORT WRITTEN TO CONBOSES.RPT".
       STOP RUN.

      *    THE LEDGER IS APPENDED IN TIME ORDER, SO A SESSION'S START
      *    RECORD IS ALWAYS READ BEFORE ANY OF ITS CLOSE RECORDS
       PAIR-LOOP.
           READ SES-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
                   GO TO EXIT-PAIR-LOOP
           END-READ.
           ADD 1 TO READ-COUNT.
           IF (SES-TYPE NOT = "S" AND SES-TYPE NOT = "C")
               OR SES-START-DATE NOT NUMERIC
               OR SES-START-TIME NOT NUMERIC
               THEN
                   ADD 1 TO BAD-COUNT
                   GO TO EXIT-PAIR-LOOP
           END-IF.
           IF SES-START-DATE NOT = REPORT-DATE
               THEN
                   ADD 1 TO OTHER-COUNT
                   GO TO EXIT-PAIR-LOOP
           END-IF.
           PERFORM FIND-SESSION THRU EXIT-FIND-SESSION.
           IF SES-TYPE = "S"
               THEN
                   ADD 1 TO START-COUNT
                   PERFORM ADD-SESSION THRU EXIT-ADD-SESSION
               ELSE
                   ADD 1 TO CLOSE-COUNT
                   PERFORM CLOSE-SESSION THRU EXIT-CLOSE-SESSION
           END-IF.
       EXIT-PAIR-LOOP.
           EXIT.

       FIND-SESSION.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING SE-IDX FROM 1 BY 1
                   UNTIL SE-IDX > SE-COUNT OR FOUND-IDX > 0
               IF SE-KEY(SE-IDX) = SES-KEY
                   THEN
                       MOVE SE-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
       EXIT-FIND-SESSION.
           EXIT.

       ADD-SESSION.
           IF FOUND-IDX > 0
               THEN
                   DISPLAY "DUPLICATE SESSION START " SES-OPERATOR
                       " " SES-START-TIME
                   ADD 1 TO DUP-COUNT
                   GO TO EXIT-ADD-SESSION
           END-IF.
           IF SE-COUNT NOT < SE-MAX
               THEN
                   ADD 1 TO SE-LOST
                   GO TO EXIT-ADD-SESSION
           END-IF.
           ADD 1 TO SE-COUNT.
           MOVE SES-KEY TO SE-KEY(SE-COUNT).
           MOVE "O" TO SE-STATE(SE-COUNT).
           EVALUATE TRUE
               WHEN SE-HH(SE-COUNT) >= 6 AND SE-HH(SE-COUNT) < 14
                   MOVE 1 TO SE-SHIFT(SE-COUNT)
               WHEN SE-HH(SE-COUNT) >= 14 AND SE-HH(SE-COUNT) < 22
                   MOVE 2 TO SE-SHIFT(SE-COUNT)
               WHEN OTHER
                   MOVE 3 TO SE-SHIFT(SE-COUNT)
           END-EVALUATE.
           MOVE SES-LV TO SE-LV(SE-COUNT).
           MOVE SES-WIDTH TO SE-WIDTH(SE-COUNT).
           MOVE SES-HEIGHT TO SE-HEIGHT(SE-COUNT).
           MOVE SES-N-MINE TO SE-N-MINE(SE-COUNT).
           MOVE SES-SEED TO SE-SEED(SE-COUNT).
           MOVE SES-TOURNEY TO SE-TOURNEY(SE-COUNT).
           MOVE SPACES TO SE-REASON(SE-COUNT).
       EXIT-ADD-SESSION.
           EXIT.

      *    A LATER CLOSE RECORD REPLACES AN EARLIER ONE - A ROUND
      *    SAVED WITH W AND THEN PLAYED OUT ENDS UP FINISHED
       CLOSE-SESSION.
           IF FOUND-IDX = 0
               THEN
                   IF SE-LOST > 0
                       THEN
      *                    THE START DID NOT FIT IN THE TABLE
                           GO TO EXIT-CLOSE-SESSION
                   END-IF
                   DISPLAY "CLOSE WITHOUT A START " SES-OPERATOR
                       " " SES-START-TIME " " SES-REASON
                   ADD 1 TO ORPHAN-COUNT
                   GO TO EXIT-CLOSE-SESSION
           END-IF.
           MOVE SES-REASON TO SE-REASON(FOUND-IDX).
           EVALUATE SES-REASON
               WHEN "SAVE"
                   MOVE "V" TO SE-STATE(FOUND-IDX)
               WHEN "QUIT"
                   MOVE "Q" TO SE-STATE(FOUND-IDX)
               WHEN OTHER
                   MOVE "F" TO SE-STATE(FOUND-IDX)
           END-EVALUATE.
       EXIT-CLOSE-SESSION.
           EXIT.

       TALLY-SESSION.
           MOVE SE-SHIFT(SE-IDX) TO SH-IDX.
           ADD 1 TO SH-STARTED(SH-IDX).
           ADD 1 TO TOT-STARTED.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF OP-FOUND > 0
               THEN
                   ADD 1 TO OP-STARTED(OP-FOUND)
               ELSE
                   ADD 1 TO OP-LOST
           END-IF.
           EVALUATE SE-STATE(SE-IDX)
               WHEN "F"
                   ADD 1 TO SH-FINISHED(SH-IDX)
                   ADD 1 TO TOT-FINISHED
                   IF OP-FOUND > 0
                       THEN
                           ADD 1 TO OP-FINISHED(OP-FOUND)
                   END-IF
               WHEN "V"
                   ADD 1 TO SH-SAVED(SH-IDX)
                   ADD 1 TO TOT-SAVED
                   IF OP-FOUND > 0
                       THEN
                           ADD 1 TO OP-SAVED(OP-FOUND)
                   END-IF
               WHEN "Q"
                   ADD 1 TO SH-QUIT(SH-IDX)
                   ADD 1 TO TOT-QUIT
                   IF OP-FOUND > 0
                       THEN
                           ADD 1 TO OP-QUIT(OP-FOUND)
                   END-IF
               WHEN OTHER
                   ADD 1 TO SH-OPEN(SH-IDX)
                   ADD 1 TO TOT-OPEN
                   IF OP-FOUND > 0
                       THEN
                           ADD 1 TO OP-OPEN(OP-FOUND)
                   END-IF
           END-EVALUATE.
       EXIT-TALLY-SESSION.
           EXIT.

       FIND-OPERATOR.
           MOVE 0 TO OP-FOUND.
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL OP-IDX > OP-COUNT OR OP-FOUND > 0
               IF OP-NAME(OP-IDX) = SE-OPERATOR(SE-IDX)
                   THEN
                       MOVE OP-IDX TO OP-FOUND
               END-IF
           END-PERFORM.
           IF OP-FOUND = 0 AND OP-COUNT < OP-MAX
               THEN
                   ADD 1 TO OP-COUNT
                   MOVE SE-OPERATOR(SE-IDX) TO OP-NAME(OP-COUNT)
                   MOVE 0 TO OP-STARTED(OP-COUNT)
                   MOVE 0 TO OP-FINISHED(OP-COUNT)
                   MOVE 0 TO OP-SAVED(OP-COUNT)
                   MOVE 0 TO OP-QUIT(OP-COUNT)
                   MOVE 0 TO OP-OPEN(OP-COUNT)
                   MOVE OP-COUNT TO OP-FOUND
           END-IF.
       EXIT-FIND-OPERATOR.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE REPORT-DATE TO HD-DATE.
           MOVE PAGE-NO TO HD-PAGE.
           MOVE HEAD-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 2 TO LINE-CNT.
       EXIT-PAGE-HEAD.
           EXIT.

      *    THE CALLER HAS ALREADY BUILT THE LINE IN PRINT-RECORD, SO
      *    IT IS HELD ASIDE WHILE THE PAGE HEADING IS WRITTEN
       NEW-LINE.
           IF LINE-CNT > PAGE-MAX
               THEN
                   MOVE PRINT-RECORD TO HOLD-LINE
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
                   MOVE HOLD-LINE TO PRINT-RECORD
           END-IF.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-NEW-LINE.
           EXIT.

       PRINT-LIST.
           MOVE LIST-TITLE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE LIST-COL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           PERFORM VARYING SE-IDX FROM 1 BY 1 UNTIL SE-IDX > SE-COUNT
               IF SE-STATE(SE-IDX) NOT = "F"
                   THEN
                       PERFORM PRINT-SESSION THRU EXIT-PRINT-SESSION
               END-IF
           END-PERFORM.
           IF LISTED-COUNT = 0
               THEN
                   MOVE "  NONE - EVERY SESSION FINISHED"
                       TO PRINT-RECORD
                   PERFORM NEW-LINE THRU EXIT-NEW-LINE
           END-IF.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
       EXIT-PRINT-LIST.
           EXIT.

       PRINT-SESSION.
           MOVE SE-OPERATOR(SE-IDX) TO LL-OPERATOR.
           MOVE SE-HH(SE-IDX) TO LL-HH.
           MOVE SE-MI(SE-IDX) TO LL-MI.
           MOVE SE-SS(SE-IDX) TO LL-SS.
           MOVE SE-SHIFT(SE-IDX) TO LL-SHIFT.
           MOVE SE-LV(SE-IDX) TO LL-LV.
           MOVE SE-WIDTH(SE-IDX) TO LL-WIDTH.
           MOVE SE-HEIGHT(SE-IDX) TO LL-HEIGHT.
           MOVE SE-N-MINE(SE-IDX) TO LL-N-MINE.
           MOVE SE-SEED(SE-IDX) TO LL-SEED.
           MOVE SE-TOURNEY(SE-IDX) TO LL-TOURNEY.
           EVALUATE SE-STATE(SE-IDX)
               WHEN "V"
                   MOVE "SAVED" TO LL-STATUS
               WHEN "Q"
                   MOVE "QUIT" TO LL-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO LL-STATUS
           END-EVALUATE.
           MOVE LIST-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           ADD 1 TO LISTED-COUNT.
       EXIT-PRINT-SESSION.
           EXIT.

       PRINT-OPERATORS.
           MOVE "SESSIONS BY OPERATOR" TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "OPERATOR" TO TC-LABEL.
           MOVE TALLY-COL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           PERFORM VARYING OP-IDX FROM 1 BY 1 UNTIL OP-IDX > OP-COUNT
               MOVE OP-NAME(OP-IDX) TO TL-LABEL
               MOVE OP-TALLY(OP-IDX) TO PRINT-TALLY
               PERFORM PRINT-TALLY-LINE THRU EXIT-PRINT-TALLY-LINE
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
       EXIT-PRINT-OPERATORS.
           EXIT.

       PRINT-SHIFTS.
           MOVE "SESSIONS BY SHIFT" TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "SHIFT" TO TC-LABEL.
           MOVE TALLY-COL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           PERFORM VARYING SH-IDX FROM 1 BY 1 UNTIL SH-IDX > 3
               MOVE SH-IDX TO SHIFT-NAME(7:1)
               MOVE SHIFT-NAME TO TL-LABEL
               MOVE SH-TALLY(SH-IDX) TO PRINT-TALLY
               PERFORM PRINT-TALLY-LINE THRU EXIT-PRINT-TALLY-LINE
           END-PERFORM.
           MOVE "TOTALS" TO TL-LABEL.
           MOVE GRAND-TALLY TO PRINT-TALLY.
           PERFORM PRINT-TALLY-LINE THRU EXIT-PRINT-TALLY-LINE.
           MOVE SPACES TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
       EXIT-PRINT-SHIFTS.
           EXIT.

       PRINT-TALLY-LINE.
           MOVE PT-STARTED TO TL-STARTED.
           MOVE PT-FINISHED TO TL-FINISHED.
           MOVE PT-SAVED TO TL-SAVED.
           MOVE PT-QUIT TO TL-QUIT.
           MOVE PT-OPEN TO TL-OPEN.
           MOVE TALLY-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
       EXIT-PRINT-TALLY-LINE.
           EXIT.

       PRINT-TOTALS.
           MOVE "RECORDS READ          :" TO CTL-LABEL.
           MOVE READ-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "BAD RECORDS           :" TO CTL-LABEL.
           MOVE BAD-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "STARTS FOR DATE       :" TO CTL-LABEL.
           MOVE START-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "CLOSES FOR DATE       :" TO CTL-LABEL.
           MOVE CLOSE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "RECORDS OTHER DATES   :" TO CTL-LABEL.
           MOVE OTHER-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "DUPLICATE STARTS      :" TO CTL-LABEL.
           MOVE DUP-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "CLOSES WITHOUT START  :" TO CTL-LABEL.
           MOVE ORPHAN-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
           MOVE "SESSIONS NOT HELD     :" TO CTL-LABEL.
           MOVE SE-LOST TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           PERFORM NEW-LINE THRU EXIT-NEW-LINE.
       EXIT-PRINT-TOTALS.
           EXIT.
