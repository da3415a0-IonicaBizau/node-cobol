123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOLBL.
      *GAME LIBRARY LOAD. FILES EVERY ROUND STILL HELD AS A FLAT
      *CONBOLAY.NNNNNNNN / CONBOJRN.NNNNNNNN PAIR INTO THE INDEXED
      *GAME LIBRARY CONBOLIB.IDX. ROUND IDS ARE TAKEN FROM 1 UP TO
      *THE LAST ONE CONBOLER HANDED OUT (CONBOLER.RNO). THE ROUND'S
      *OPERATOR, DATE, OUTCOME, SEED AND TIME COME FROM ITS STATS
      *RECORD (CONBOARC.YYYYMM ARCHIVES FROM THE START MONTH PLUS
      *THE LIVE CONBOLER.STA); A ROUND WITH NO STATS RECORD IS STILL
      *FILED, WITH THOSE FIELDS BLANK, AND LISTED AS AN EXCEPTION.
      *A ROUND LOGGED UNDER A NAME OR ALIAS IS FILED UNDER THE
      *OPERATOR ID IT RESOLVES TO ON THE CROSS-REFERENCE
      *CONBOXRF.IDX, AS CONBOLER FILES A NEW ROUND.
      *A ROUND ALREADY IN THE LIBRARY IS LEFT AS IT IS, SO THE LOAD
      *CAN BE RUN AGAIN. THE FLAT FILES ARE NOT REMOVED.
      *
      *USAGE: CONBOLBL [FROM-YYYYMM]
      *BLANK STARTS THE STATS HISTORY FIVE YEARS BACK.
      *EXCEPTIONS AND CONTROL TOTALS ARE LISTED IN CONBOLBL.RPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT RNO-FILE ASSIGN TO "CONBOLER.RNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNO-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC JRN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.
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
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOLBL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  STATS-FILE.
       01  STATS-RECORD PIC X(58).
       FD  ARCH-FILE.
       01  ARCH-RECORD PIC X(58).
       FD  RNO-FILE.
       01  RNO-RECORD.
           03 RNO-NEXT PIC 9(8).
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD PIC X(10).
       FD  LAYOUT-FILE.
       01  LAYOUT-RECORD PIC X(683).
      *GAME LIBRARY - PART 000 OF A ROUND CARRIES THE LAYOUT AND
      *THE ROUND'S STATS, PARTS 001 UP CARRY ITS JOURNAL 100 MOVES
      *AT A TIME. EVERY PART REPEATS THE OPERATOR, DATE, OUTCOME AND
      *SEED, SO READERS ON AN ALTERNATE KEY SKIP PARTS ABOVE 000.
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
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
       77 STATS-FILE-STATUS PIC X(2).
       77 ARCH-FILE-STATUS PIC X(2).
       77 RNO-FILE-STATUS PIC X(2).
       77 JOURNAL-FILE-STATUS PIC X(2).
       77 LAYOUT-FILE-STATUS PIC X(2).
       77 LIB-FILE-STATUS PIC X(2).
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
       77 ARCH-FILE-NAME PIC X(15).
       77 JRN-NAME PIC X(17) VALUE SPACES.
       77 LAY-NAME PIC X(17) VALUE SPACES.
       77 STATS-EOF PIC X VALUE " ".
       77 ARCH-EOF PIC X VALUE " ".
       77 JRN-EOF PIC X VALUE " ".
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
      *HISTORY MONTH RANGE
       77 FROM-STR PIC X(6) VALUE SPACES.
       01 TODAY-DATE.
           03 TODAY-YYYY PIC 9(4).
           03 TODAY-MM   PIC 9(2).
           03 TODAY-DD   PIC 9(2).
       77 TODAY-NUM PIC 9(8).
       01 CUR-MONTH.
           03 CUR-YYYY PIC 9(4).
           03 CUR-MM   PIC 9(2).
       77 TO-MONTH PIC 9(6).
      *STATS RECORDS THAT CARRY A ROUND ID, IN FILE ORDER
       77 ST-COUNT PIC 9(5) VALUE 0.
       77 ST-MAX PIC 9(5) VALUE 5000.
       77 ST-LOST PIC 9(7) VALUE 0.
       01 STAT-TABLE.
           03 ST-ENTRY OCCURS 5000.
               05 ST-ROUND PIC 9(8).
               05 ST-IMAGE PIC X(58).
       77 ST-IDX PIC 9(5).
       77 FOUND-IDX PIC 9(5).
      *ROUND BEING LOADED
       77 LAST-ROUND PIC 9(8) VALUE 0.
       77 ROUND-NO PIC 9(8) VALUE 0.
       77 STAT-FOUND PIC X VALUE " ".
       77 JRN-FOUND PIC X VALUE " ".
       77 WRITE-FAIL PIC X VALUE " ".
       77 LIB-MOVE-IDX PIC 9(3) VALUE 0.
       77 LIB-MOVE-MAX PIC 9(3) VALUE 100.
       77 LIB-MOVE-COUNT PIC 9(5) VALUE 0.
       77 LIB-PART-NO PIC 9(3) VALUE 0.
       77 SAVE-LAYOUT PIC X(683).
      *CONTROL TOTALS
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 NO-ROUND-COUNT PIC 9(7) VALUE 0.
       77 IDS-COUNT PIC 9(7) VALUE 0.
       77 NO-FILES-COUNT PIC 9(7) VALUE 0.
       77 ALREADY-COUNT PIC 9(7) VALUE 0.
       77 LOADED-COUNT PIC 9(7) VALUE 0.
       77 FAILED-COUNT PIC 9(7) VALUE 0.
       77 NO-STAT-COUNT PIC 9(7) VALUE 0.
       77 NO-JRN-COUNT PIC 9(7) VALUE 0.
       77 PART-COUNT PIC 9(7) VALUE 0.
       77 MOVE-TOTAL PIC 9(9) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(36) VALUE
               "CONBOLBL GAME LIBRARY LOAD     RUN ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE "   PAGE ".
           03 HD-PAGE PIC ZZZ9.
       01 COL-LINE.
           03 FILLER PIC X(40) VALUE
               "ROUND     EXCEPTION".
       01 DETAIL-LINE.
           03 DL-ROUND PIC 9(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DL-TEXT PIC X(50).
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO TODAY-NUM.
           ACCEPT FROM-STR FROM ARGUMENT-VALUE.
           IF FROM-STR = SPACES
               THEN
                   COMPUTE CUR-YYYY = TODAY-YYYY - 5
                   MOVE TODAY-MM TO CUR-MM
               ELSE
                   IF FROM-STR NOT NUMERIC
                       THEN
                           DISPLAY "USAGE: CONBOLBL [FROM-YYYYMM]"
                           DISPLAY "BLANK STARTS THE STATS HISTORY "
                               "FIVE YEARS BACK"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE FROM-STR TO CUR-MONTH
           END-IF.
           MOVE TODAY-DATE(1:6) TO TO-MONTH.
           IF CUR-MM < 01 OR CUR-MM > 12 OR CUR-MONTH > TO-MONTH
               THEN
                   DISPLAY "INVALID START MONTH " CUR-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN INPUT RNO-FILE.
           IF RNO-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO ROUND IDS HANDED OUT YET (CONBOLER.RNO)"
                   STOP RUN
           END-IF.
           READ RNO-FILE
               AT END
                   MOVE 1 TO RNO-NEXT
           END-READ.
           CLOSE RNO-FILE.
           IF RNO-NEXT NOT NUMERIC OR RNO-NEXT = 0
               THEN
                   DISPLAY "CONBOLER.RNO IS NOT A ROUND ID - NOTHING "
                       "LOADED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           COMPUTE LAST-ROUND = RNO-NEXT - 1.
           PERFORM MONTH-PASS THRU EXIT-MONTH-PASS
               UNTIL CUR-MONTH > TO-MONTH.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-STATUS NOT = "35"
               THEN
                   PERFORM STATS-READ THRU EXIT-STATS-READ
                       UNTIL STATS-EOF = "Y"
                   CLOSE STATS-FILE
           END-IF.
           OPEN I-O LIB-FILE.
           IF LIB-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT LIB-FILE
                   CLOSE LIB-FILE
                   OPEN I-O LIB-FILE
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO XRF-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM LOAD-ROUND THRU EXIT-LOAD-ROUND
               VARYING ROUND-NO FROM 1 BY 1 UNTIL ROUND-NO > LAST-ROUND.
           CLOSE LIB-FILE.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY "===== CONBOLBL CONTROL TOTALS =====".
           DISPLAY "STATS RECORDS READ: " READ-COUNT.
           DISPLAY "  NO ROUND ID     : " NO-ROUND-COUNT.
           DISPLAY "  TABLE FULL      : " ST-LOST.
           DISPLAY "ROUND IDS         : " IDS-COUNT.
           DISPLAY "  NO FLAT FILES   : " NO-FILES-COUNT.
           DISPLAY "  ALREADY FILED   : " ALREADY-COUNT.
           DISPLAY "  LOADED          : " LOADED-COUNT.
           DISPLAY "  NOT WRITTEN     : " FAILED-COUNT.
           DISPLAY "LOADED, NO STATS  : " NO-STAT-COUNT.
           DISPLAY "LOADED, NO JOURNAL: " NO-JRN-COUNT.
           DISPLAY "JOURNAL PARTS     : " PART-COUNT.
           DISPLAY "MOVES LOADED      : " MOVE-TOTAL.
           IF IDS-COUNT = NO-FILES-COUNT + ALREADY-COUNT
               + LOADED-COUNT + FAILED-COUNT
               AND FAILED-COUNT = 0 AND ST-LOST = 0
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF NO-STAT-COUNT > 0
               THEN
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "EXCEPTIONS LISTED IN CONBOLBL.RPT".
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
           PERFORM KEEP-STAT THRU EXIT-KEEP-STAT.
       EXIT-ARCH-READ.
           EXIT.

       STATS-READ.
           READ STATS-FILE
               AT END
                   MOVE "Y" TO STATS-EOF
                   GO TO EXIT-STATS-READ
           END-READ.
           IF STATS-RECORD(1:1) = "#"
               THEN
                   GO TO EXIT-STATS-READ
           END-IF.
           MOVE STATS-RECORD TO WORK-STAT.
           PERFORM KEEP-STAT THRU EXIT-KEEP-STAT.
       EXIT-STATS-READ.
           EXIT.

       KEEP-STAT.
           ADD 1 TO READ-COUNT.
           IF WRK-ROUND NOT NUMERIC OR WRK-ROUND = 0
               THEN
                   ADD 1 TO NO-ROUND-COUNT
                   GO TO EXIT-KEEP-STAT
           END-IF.
           IF ST-COUNT NOT < ST-MAX
               THEN
                   ADD 1 TO ST-LOST
                   GO TO EXIT-KEEP-STAT
           END-IF.
           ADD 1 TO ST-COUNT.
           MOVE WRK-ROUND TO ST-ROUND(ST-COUNT).
           MOVE WORK-STAT TO ST-IMAGE(ST-COUNT).
       EXIT-KEEP-STAT.
           EXIT.

      *    ONE ROUND ID. THE LAYOUT MUST BE THERE FOR THE ROUND TO BE
      *    FILED; A MISSING JOURNAL FILES THE ROUND WITH NO MOVES.
       LOAD-ROUND.
           ADD 1 TO IDS-COUNT.
           MOVE SPACES TO LAY-NAME.
           STRING "CONBOLAY." DELIMITED BY SIZE
               ROUND-NO DELIMITED BY SIZE
               INTO LAY-NAME.
           MOVE SPACES TO JRN-NAME.
           STRING "CONBOJRN." DELIMITED BY SIZE
               ROUND-NO DELIMITED BY SIZE
               INTO JRN-NAME.
           OPEN INPUT LAYOUT-FILE.
           IF LAYOUT-FILE-STATUS = "35"
               THEN
                   ADD 1 TO NO-FILES-COUNT
                   GO TO EXIT-LOAD-ROUND
           END-IF.
           MOVE SPACES TO SAVE-LAYOUT.
           READ LAYOUT-FILE
               NOT AT END
                   MOVE LAYOUT-RECORD TO SAVE-LAYOUT
           END-READ.
           CLOSE LAYOUT-FILE.
           MOVE ROUND-NO TO LIB-ROUND.
           MOVE 0 TO LIB-PART.
           READ LIB-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ALREADY-COUNT
                   GO TO EXIT-LOAD-ROUND
           END-READ.
           PERFORM FIND-STAT THRU EXIT-FIND-STAT.
           MOVE " " TO WRITE-FAIL.
           MOVE 0 TO LIB-MOVE-COUNT.
           MOVE 0 TO LIB-PART-NO.
           PERFORM NEW-PART THRU EXIT-NEW-PART.
           MOVE " " TO JRN-FOUND.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO JRN-FOUND
                   MOVE " " TO JRN-EOF
                   PERFORM COPY-MOVE THRU EXIT-COPY-MOVE
                       UNTIL JRN-EOF = "Y"
                   CLOSE JOURNAL-FILE
           END-IF.
           IF LIB-MOVE-IDX > 0
               THEN
                   PERFORM WRITE-PART THRU EXIT-WRITE-PART
           END-IF.
           PERFORM NEW-PART THRU EXIT-NEW-PART.
           MOVE 0 TO LIB-PART.
           IF STAT-FOUND = "Y"
               THEN
                   MOVE WRK-LV TO LIB-LV
                   MOVE WRK-SECONDS TO LIB-SECONDS
                   MOVE WRK-HINTS TO LIB-HINTS
               ELSE
                   MOVE 0 TO LIB-SECONDS
                   MOVE 0 TO LIB-HINTS
           END-IF.
           MOVE LIB-MOVE-COUNT TO LIB-MOVES.
           MOVE LIB-PART-NO TO LIB-PARTS.
           MOVE SAVE-LAYOUT TO LIB-LAYOUT.
           WRITE LIB-RECORD
               INVALID KEY
                   MOVE "Y" TO WRITE-FAIL
           END-WRITE.
           IF WRITE-FAIL = "Y"
               THEN
                   ADD 1 TO FAILED-COUNT
                   MOVE "NOT WRITTEN - LIBRARY KEY ALREADY IN USE"
                       TO DL-TEXT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
                   GO TO EXIT-LOAD-ROUND
           END-IF.
           ADD 1 TO LOADED-COUNT.
           ADD LIB-PART-NO TO PART-COUNT.
           ADD LIB-MOVE-COUNT TO MOVE-TOTAL.
           IF STAT-FOUND NOT = "Y"
               THEN
                   ADD 1 TO NO-STAT-COUNT
                   MOVE "LOADED WITHOUT A STATS RECORD" TO DL-TEXT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
           END-IF.
           IF JRN-FOUND NOT = "Y"
               THEN
                   ADD 1 TO NO-JRN-COUNT
                   MOVE "LOADED WITHOUT A JOURNAL" TO DL-TEXT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
           END-IF.
       EXIT-LOAD-ROUND.
           EXIT.

       FIND-STAT.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING ST-IDX FROM 1 BY 1
                   UNTIL ST-IDX > ST-COUNT OR FOUND-IDX > 0
               IF ST-ROUND(ST-IDX) = ROUND-NO
                   THEN
                       MOVE ST-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX > 0
               THEN
                   MOVE "Y" TO STAT-FOUND
                   MOVE ST-IMAGE(FOUND-IDX) TO WORK-STAT
                   MOVE WRK-OPERATOR TO RES-KEY
                   PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY
                   MOVE RES-KEY TO WRK-OPERATOR
               ELSE
                   MOVE " " TO STAT-FOUND
                   MOVE SPACES TO WRK-OPERATOR
                   MOVE SPACES TO WRK-OUTCOME
                   MOVE SPACES TO WRK-LV
                   MOVE 0 TO WRK-DATE
                   MOVE 0 TO WRK-SEED
           END-IF.
       EXIT-FIND-STAT.
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

       NEW-PART.
           MOVE ROUND-NO TO LIB-ROUND.
           MOVE WRK-OPERATOR TO LIB-OPERATOR.
           MOVE WRK-DATE TO LIB-DATE.
           MOVE WRK-OUTCOME TO LIB-OUTCOME.
           MOVE WRK-SEED TO LIB-SEED.
           MOVE SPACES TO LIB-BODY.
           MOVE 0 TO LIB-MOVE-IDX.
       EXIT-NEW-PART.
           EXIT.

       COPY-MOVE.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO JRN-EOF
                   GO TO EXIT-COPY-MOVE
           END-READ.
           ADD 1 TO LIB-MOVE-COUNT.
           ADD 1 TO LIB-MOVE-IDX.
           MOVE JOURNAL-RECORD TO LIB-MOVE(LIB-MOVE-IDX).
           IF LIB-MOVE-IDX = LIB-MOVE-MAX
               THEN
                   PERFORM WRITE-PART THRU EXIT-WRITE-PART
           END-IF.
       EXIT-COPY-MOVE.
           EXIT.

       WRITE-PART.
           ADD 1 TO LIB-PART-NO.
           MOVE LIB-PART-NO TO LIB-PART.
           WRITE LIB-RECORD
               INVALID KEY
                   MOVE "Y" TO WRITE-FAIL
           END-WRITE.
           PERFORM NEW-PART THRU EXIT-NEW-PART.
       EXIT-WRITE-PART.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
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

       PRINT-EXCEPTION.
           IF LINE-CNT NOT < PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE ROUND-NO TO DL-ROUND.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-EXCEPTION.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "ROUND IDS             :" TO CTL-LABEL.
           MOVE IDS-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  NO FLAT FILES       :" TO CTL-LABEL.
           MOVE NO-FILES-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  ALREADY FILED       :" TO CTL-LABEL.
           MOVE ALREADY-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  LOADED              :" TO CTL-LABEL.
           MOVE LOADED-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  NOT WRITTEN         :" TO CTL-LABEL.
           MOVE FAILED-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "LOADED, NO STATS      :" TO CTL-LABEL.
           MOVE NO-STAT-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "LOADED, NO JOURNAL    :" TO CTL-LABEL.
           MOVE NO-JRN-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
