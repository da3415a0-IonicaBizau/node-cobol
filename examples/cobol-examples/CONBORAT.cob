123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBORAT.
      *RATES THE NEW STATS RECORDS INTO THE MASTER CONBORAT.IDX AND
      *WRITES EVERY RATING CHANGE TO THE LEDGER CONBORAT.LDG. WHEN
      *THE LEDGER IS FIRST CREATED THE RATINGS ALREADY ON THE MASTER
      *ARE CARRIED IN AS OPENING BALANCES. A ROUND LOGGED UNDER A
      *NAME OR ALIAS IS RATED UNDER THE OPERATOR ID IT RESOLVES TO
      *ON THE CROSS-REFERENCE CONBOXRF.IDX.
      *
      *USAGE: CONBORAT [REBUILD]
      *  REBUILD  EMPTIES THE MASTER AND RECREATES IT FROM ZERO BY
      *           REPLAYING THE LEDGER. THE STATS FILE AND THE
      *           CHECKPOINT ARE NOT TOUCHED.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT CKP-FILE ASSIGN TO "CONBORAT.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CONBOFPS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-ROUND
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "CONBORAT.LDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  STATS-FILE.
       01  STATS-LINE PIC X(58).
       FD  RATING-FILE.
       01  RATING-RECORD.
           03 RAT-OPERATOR PIC X(8).
       FD  CKP-FILE.
       01  CKP-RECORD.
           03 CKP-PROCESSED PIC 9(7).
      *FAIR-PLAY REVIEW FILE WRITTEN BY CONBOFPS. A ROUND FILED THERE
      *IS NOT RATED UNTIL A SUPERVISOR CLEARS IT.
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
       FD  LEDGER-FILE.
       01  LEDGER-LINE PIC X(82).
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
       77 STATS-FILE-STATUS PIC X(2).
       77 RATING-FILE-STATUS PIC X(2).
       77 CKP-FILE-STATUS PIC X(2).
       77 REVIEW-FILE-STATUS PIC X(2).
       77 EOF-FLAG PIC X VALUE " ".
       77 MST-EOF-FLAG PIC X VALUE " ".
       77 REV-EOF-FLAG PIC X VALUE " ".
       77 REVIEW-OPEN PIC X VALUE " ".
       77 LEDGER-FILE-STATUS PIC X(2).
       77 LDG-EOF-FLAG PIC X VALUE " ".
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
       77 RUN-ARG PIC X(8) VALUE SPACES.
       01 CURRENT-TIME.
           05 CT-HHMMSS PIC 9(6).
           05 CT-REST   PIC X(2).
       77 RUN-DATE PIC 9(8).
      *RATING LEDGER ENTRY. LDG-SOURCE IS G FOR A GAME, S FOR A
      *SUPERVISOR CHANGE IN CONBOMNT AND B FOR AN OPENING BALANCE.
      *LDG-DATE IS THE DATE THE ROUND WAS PLAYED FOR A GAME, ELSE
      *THE DATE THE CHANGE WAS MADE. LDG-REASON CARRIES THE OUTCOME
      *FOR A GAME AND THE REASON CODE FOR A SUPERVISOR CHANGE.
       01 LEDGER-ENTRY.
           03 LDG-OPERATOR     PIC X(8).
           03 LDG-ROUND        PIC 9(8).
           03 LDG-DATE         PIC 9(8).
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
       77 RATE-ACTION PIC X(6) VALUE SPACES.
      *THE STATS RECORD BEING RATED - READ FROM THE LIVE FILE, OR
      *TAKEN FROM THE REVIEW FILE FOR A ROUND CLEARED AFTER IT WAS
      *HELD BACK
       01  STATS-RECORD.
           03 STATS-LV       PIC X(1).
           03 STATS-WIDTH    PIC 9(2).
           03 STATS-HEIGHT   PIC 9(2).
           03 STATS-N-MINE   PIC 9(2).
           03 STATS-SECONDS  PIC 9(5).
           03 STATS-OUTCOME  PIC X(4).
           03 STATS-OPERATOR PIC X(8).
           03 STATS-SEED     PIC 9(4).
           03 STATS-HINTS    PIC 9(3).
           03 STATS-DATE     PIC 9(8).
           03 STATS-ROUND    PIC 9(8).
           03 STATS-SEQ      PIC 9(7).
           03 STATS-CHECK    PIC 9(4).
      *THE MASTER IS KEYED ON OPERATOR, SO EACH STATS RECORD UPDATES
      *ONE RATING RECORD IN PLACE - NO TABLE, NO OPERATOR LIMIT
       77 RAT-ON-FILE PIC X VALUE " ".
       77 SKIP-COUNT PIC 9(7) VALUE 0.
       77 APPLY-COUNT PIC 9(7) VALUE 0.
       77 BAD-COUNT PIC 9(7) VALUE 0.
       77 HELD-COUNT PIC 9(7) VALUE 0.
       77 CLEARED-COUNT PIC 9(7) VALUE 0.
       77 OPENING-COUNT PIC 9(7) VALUE 0.
       77 LEDGER-COUNT PIC 9(7) VALUE 0.
      *REBUILD CONTROL
       77 LDG-READ PIC 9(7) VALUE 0.
       77 LDG-APPLIED PIC 9(7) VALUE 0.
       77 LDG-DELETED PIC 9(7) VALUE 0.
       77 LDG-BAD PIC 9(7) VALUE 0.
       77 CHAIN-BREAKS PIC 9(7) VALUE 0.
      *WEIGHTING
       77 WEIGHT PIC 9(3).
       77 BOARD-CELLS PIC 9(4).

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           ACCEPT RUN-ARG FROM ARGUMENT-VALUE.
           IF RUN-ARG = "REBUILD"
               THEN
                   PERFORM REBUILD-MASTER THRU EXIT-REBUILD-MASTER
                   STOP RUN
           END-IF.
           IF RUN-ARG NOT = SPACES
               THEN
                   DISPLAY "USAGE: CONBORAT [REBUILD]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM LOAD-CKP THRU EXIT-LOAD-CKP.
           PERFORM OPEN-MASTER THRU EXIT-OPEN-MASTER.
           OPEN INPUT STATS-FILE.
                   CLOSE RATING-FILE
                   STOP RUN
           END-IF.
           OPEN I-O REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO REVIEW-OPEN
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO XRF-OPEN
           END-IF.
           PERFORM OPEN-LEDGER THRU EXIT-OPEN-LEDGER.
           MOVE "RATE" TO RATE-ACTION.
           PERFORM RATE-LOOP THRU EXIT-RATE-LOOP
               UNTIL EOF-FLAG = "Y".
           CLOSE STATS-FILE.
           IF REVIEW-OPEN = "Y"
               THEN
                   MOVE "RATCLR" TO RATE-ACTION
                   PERFORM SWEEP-CLEARED THRU EXIT-SWEEP-CLEARED
                   CLOSE REVIEW-FILE
           END-IF.
           CLOSE LEDGER-FILE.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
           IF READ-TOTAL < DONE-BEFORE
               THEN
                   DISPLAY "WARNING: STATS FILE SHORTER THAN "
                       "CHECKPOINT - CHECKPOINT RESET TO FILE SIZE"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-CKP THRU EXIT-WRITE-CKP.
           DISPLAY "===== CONBORAT RUN SUMMARY =====".
           DISPLAY "RECORDS SKIPPED  : " SKIP-COUNT.
           DISPLAY "RECORDS APPLIED  : " APPLY-COUNT.
           DISPLAY "RECORDS UNRATABLE: " BAD-COUNT.
           DISPLAY "HELD FOR REVIEW  : " HELD-COUNT.
           DISPLAY "CLEARED AND RATED: " CLEARED-COUNT.
           DISPLAY "OPENING BALANCES : " OPENING-COUNT.
           DISPLAY "LEDGER ENTRIES   : " LEDGER-COUNT.
           DISPLAY " ".
           DISPLAY "OPERATOR RATINGS:".
           PERFORM LIST-MASTER THRU EXIT-LIST-MASTER.
       EXIT-OPEN-MASTER.
           EXIT.

      *    A NEW LEDGER STARTS WITH ONE OPENING-BALANCE ENTRY PER
      *    OPERATOR ALREADY ON THE MASTER, SO A REBUILD FROM THE
      *    LEDGER COMES BACK TO THE SAME FIGURES
       OPEN-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = "35"
               THEN
                   GO TO EXIT-OPEN-LEDGER
           END-IF.
           OPEN OUTPUT LEDGER-FILE.
           MOVE LOW-VALUES TO RAT-OPERATOR.
           START RATING-FILE KEY NOT < RAT-OPERATOR
               INVALID KEY
                   GO TO EXIT-OPEN-LEDGER
           END-START.
           PERFORM OPENING-NEXT THRU EXIT-OPENING-NEXT
               UNTIL MST-EOF-FLAG = "Y".
           MOVE " " TO MST-EOF-FLAG.
       EXIT-OPEN-LEDGER.
           EXIT.

       OPENING-NEXT.
           READ RATING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO MST-EOF-FLAG
                   GO TO EXIT-OPENING-NEXT
           END-READ.
           MOVE SPACES TO LEDGER-ENTRY.
           MOVE RAT-OPERATOR TO LDG-OPERATOR.
           MOVE 0 TO LDG-ROUND.
           MOVE RUN-DATE TO LDG-DATE.
           MOVE CT-HHMMSS TO LDG-TIME.
           MOVE "B" TO LDG-SOURCE.
           MOVE "OPEN" TO LDG-ACTION.
           MOVE "CONBORAT" TO LDG-USER.
           MOVE 0 TO LDG-WEIGHT.
           MOVE 0 TO LDG-RAT-BEFORE.
           MOVE RAT-RATING TO LDG-RAT-AFTER.
           MOVE 0 TO LDG-GAMES-BEFORE.
           MOVE RAT-GAMES TO LDG-GAMES-AFTER.
           WRITE LEDGER-LINE FROM LEDGER-ENTRY.
           ADD 1 TO OPENING-COUNT.
           ADD 1 TO LEDGER-COUNT.
       EXIT-OPENING-NEXT.
           EXIT.

       RATE-LOOP.
           READ STATS-FILE INTO STATS-RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
                   GO TO EXIT-RATE-LOOP
                   ADD 1 TO SKIP-COUNT
                   GO TO EXIT-RATE-LOOP
           END-IF.
           IF REVIEW-OPEN = "Y" AND STATS-ROUND IS NUMERIC
               AND STATS-ROUND > 0
               THEN
                   MOVE STATS-ROUND TO REV-ROUND
                   READ REVIEW-FILE
                       INVALID KEY
                           MOVE "C" TO REV-STATUS
                   END-READ
                   IF REV-STATUS NOT = "C"
                       THEN
                           PERFORM HOLD-RECORD THRU EXIT-HOLD-RECORD
                           GO TO EXIT-RATE-LOOP
                   END-IF
           END-IF.
           PERFORM RATE-RECORD THRU EXIT-RATE-RECORD.
       EXIT-RATE-LOOP.
           EXIT.

      *    A FLAGGED ROUND PENDING OR UPHELD IS PASSED OVER; THE
      *    CHECKPOINT STILL MOVES ON, SO THE REVIEW RECORD IS MARKED
      *    FOR SWEEP-CLEARED TO PICK UP IF IT IS CLEARED LATER
       HOLD-RECORD.
           ADD 1 TO HELD-COUNT.
           IF REV-HELD NOT = "Y"
               THEN
                   MOVE "Y" TO REV-HELD
                   REWRITE REVIEW-RECORD
           END-IF.
       EXIT-HOLD-RECORD.
           EXIT.

       SWEEP-CLEARED.
           MOVE 0 TO REV-ROUND.
           START REVIEW-FILE KEY NOT < REV-ROUND
               INVALID KEY
                   GO TO EXIT-SWEEP-CLEARED
           END-START.
           PERFORM SWEEP-NEXT THRU EXIT-SWEEP-NEXT
               UNTIL REV-EOF-FLAG = "Y".
       EXIT-SWEEP-CLEARED.
           EXIT.

       SWEEP-NEXT.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REV-EOF-FLAG
                   GO TO EXIT-SWEEP-NEXT
           END-READ.
           IF REV-STATUS NOT = "C" OR REV-HELD NOT = "Y"
               THEN
                   GO TO EXIT-SWEEP-NEXT
           END-IF.
           MOVE REV-STATS TO STATS-RECORD.
           PERFORM RATE-RECORD THRU EXIT-RATE-RECORD.
           ADD 1 TO CLEARED-COUNT.
           MOVE "R" TO REV-HELD.
           REWRITE REVIEW-RECORD.
       EXIT-SWEEP-NEXT.
           EXIT.

       RATE-RECORD.
           IF STATS-WIDTH NOT NUMERIC OR STATS-HEIGHT NOT NUMERIC
               OR STATS-N-MINE NOT NUMERIC
      *    SO A VETERAN BOARD IS WORTH ROUGHLY FIVE BEGINNER BOARDS
           COMPUTE WEIGHT ROUNDED =
               (STATS-N-MINE * 100) / BOARD-CELLS + STATS-N-MINE.
           MOVE STATS-OPERATOR TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           MOVE RES-KEY TO RAT-OPERATOR.
           READ RATING-FILE
               INVALID KEY
                   MOVE RES-KEY TO RAT-OPERATOR
                   MOVE 0 TO RAT-RATING
                   MOVE 0 TO RAT-GAMES
                   MOVE " " TO RAT-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO RAT-ON-FILE
           END-READ.
           MOVE RAT-RATING TO LDG-RAT-BEFORE.
           MOVE RAT-GAMES TO LDG-GAMES-BEFORE.
           IF STATS-OUTCOME = "WIN "
               THEN
                   ADD WEIGHT TO RAT-RATING
                   WRITE RATING-RECORD
           END-IF.
           ADD 1 TO APPLY-COUNT.
           MOVE RAT-OPERATOR TO LDG-OPERATOR.
           IF STATS-ROUND IS NUMERIC
               THEN
                   MOVE STATS-ROUND TO LDG-ROUND
               ELSE
                   MOVE 0 TO LDG-ROUND
           END-IF.
           IF STATS-DATE IS NUMERIC
               THEN
                   MOVE STATS-DATE TO LDG-DATE
               ELSE
                   MOVE RUN-DATE TO LDG-DATE
           END-IF.
           MOVE CT-HHMMSS TO LDG-TIME.
           MOVE "G" TO LDG-SOURCE.
           MOVE RATE-ACTION TO LDG-ACTION.
           MOVE STATS-OUTCOME TO LDG-REASON.
           MOVE "CONBORAT" TO LDG-USER.
           MOVE WEIGHT TO LDG-WEIGHT.
           MOVE RAT-RATING TO LDG-RAT-AFTER.
           MOVE RAT-GAMES TO LDG-GAMES-AFTER.
           WRITE LEDGER-LINE FROM LEDGER-ENTRY.
           ADD 1 TO LEDGER-COUNT.
       EXIT-RATE-RECORD.
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

      *    REPLAYS THE LEDGER FROM ZERO. EACH ENTRY'S BEFORE FIGURES
      *    SHOULD MATCH THE MASTER AS REBUILT SO FAR; A MISMATCH
      *    MEANS AN ENTRY IS MISSING OR WAS ALTERED AND IS REPORTED,
      *    BUT THE CHANGE IS STILL APPLIED.
       REBUILD-MASTER.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO LEDGER (CONBORAT.LDG) - NOTHING REBUILT"
                   MOVE 8 TO RETURN-CODE
                   GO TO EXIT-REBUILD-MASTER
           END-IF.
           OPEN OUTPUT RATING-FILE.
           CLOSE RATING-FILE.
           OPEN I-O RATING-FILE.
           PERFORM REBUILD-NEXT THRU EXIT-REBUILD-NEXT
               UNTIL LDG-EOF-FLAG = "Y".
           CLOSE LEDGER-FILE.
           DISPLAY "===== CONBORAT REBUILD SUMMARY =====".
           DISPLAY "LEDGER ENTRIES   : " LDG-READ.
           DISPLAY "  APPLIED        : " LDG-APPLIED.
           DISPLAY "  MERGED AWAY    : " LDG-DELETED.
           DISPLAY "  UNREADABLE     : " LDG-BAD.
           DISPLAY "CHAIN BREAKS     : " CHAIN-BREAKS.
           IF LDG-READ = LDG-APPLIED + LDG-DELETED + LDG-BAD
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF CHAIN-BREAKS > 0 OR LDG-BAD > 0
               THEN
                   MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ".
           DISPLAY "OPERATOR RATINGS:".
           PERFORM LIST-MASTER THRU EXIT-LIST-MASTER.
           CLOSE RATING-FILE.
       EXIT-REBUILD-MASTER.
           EXIT.

       REBUILD-NEXT.
           READ LEDGER-FILE INTO LEDGER-ENTRY
               AT END
                   MOVE "Y" TO LDG-EOF-FLAG
                   GO TO EXIT-REBUILD-NEXT
           END-READ.
           ADD 1 TO LDG-READ.
           IF LDG-RAT-BEFORE NOT NUMERIC OR LDG-RAT-AFTER NOT NUMERIC
               OR LDG-GAMES-BEFORE NOT NUMERIC
               OR LDG-GAMES-AFTER NOT NUMERIC
               THEN
                   DISPLAY "UNREADABLE LEDGER ENTRY " LDG-READ
                   ADD 1 TO LDG-BAD
                   GO TO EXIT-REBUILD-NEXT
           END-IF.
           MOVE LDG-OPERATOR TO RAT-OPERATOR.
           READ RATING-FILE
               INVALID KEY
                   MOVE LDG-OPERATOR TO RAT-OPERATOR
                   MOVE 0 TO RAT-RATING
                   MOVE 0 TO RAT-GAMES
                   MOVE " " TO RAT-ON-FILE
               NOT INVALID KEY
                   MOVE "Y" TO RAT-ON-FILE
           END-READ.
           IF RAT-RATING NOT = LDG-RAT-BEFORE
               OR RAT-GAMES NOT = LDG-GAMES-BEFORE
               THEN
                   DISPLAY "CHAIN BREAK AT ENTRY " LDG-READ " FOR "
                       LDG-OPERATOR " - MASTER " RAT-RATING
                       " LEDGER " LDG-RAT-BEFORE
                   ADD 1 TO CHAIN-BREAKS
           END-IF.
           IF LDG-ACTION = "RATDEL"
               THEN
                   IF RAT-ON-FILE = "Y"
                       THEN
                           DELETE RATING-FILE RECORD
                   END-IF
                   ADD 1 TO LDG-DELETED
                   GO TO EXIT-REBUILD-NEXT
           END-IF.
           COMPUTE RAT-RATING =
               RAT-RATING + LDG-RAT-AFTER - LDG-RAT-BEFORE.
           COMPUTE RAT-GAMES =
               RAT-GAMES + LDG-GAMES-AFTER - LDG-GAMES-BEFORE.
           IF RAT-ON-FILE = "Y"
               THEN
                   REWRITE RATING-RECORD
               ELSE
                   WRITE RATING-RECORD
           END-IF.
           ADD 1 TO LDG-APPLIED.
       EXIT-REBUILD-NEXT.
           EXIT.

       LIST-MASTER.
           MOVE LOW-VALUES TO RAT-OPERATOR.
           START RATING-FILE KEY NOT < RAT-OPERATOR
