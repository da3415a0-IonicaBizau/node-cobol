123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOREP.
      *LEADERBOARD FROM THE LIVE STATS FILE. WITH ACTIVE, ROUNDS
      *PLAYED BY AN OPERATOR WHOSE PROFILE IS MARKED INACTIVE (A
      *LEAVER ON THE HR ROSTER) ARE LEFT OUT. ROUNDS LOGGED UNDER A
      *NAME OR ALIAS ARE COUNTED UNDER THE OPERATOR ID IT RESOLVES
      *TO ON THE CROSS-REFERENCE CONBOXRF.IDX.
      *
      *USAGE: CONBOREP [ACTIVE]
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CONBOFPS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REV-ROUND
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT PROF-FILE ASSIGN TO "CONBOPRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROF-ID
               FILE STATUS IS PROF-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  STATS-FILE.
           03 STATS-ROUND    PIC 9(8).
           03 STATS-SEQ      PIC 9(7).
           03 STATS-CHECK    PIC 9(4).
      *FAIR-PLAY REVIEW FILE WRITTEN BY CONBOFPS. A FLAGGED ROUND
      *STAYS OFF THE LEADERBOARD UNTIL A SUPERVISOR CLEARS IT.
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
      *PROF-STATUS IS SPACE FOR AN ACTIVE OPERATOR AND I FOR ONE
      *THE HR ROSTER HAS REPORTED AS A LEAVER
       FD  PROF-FILE.
       01  PROF-RECORD.
           03 PROF-ID      PIC X(8).
           03 PROF-LV      PIC X(1).
           03 PROF-WIDTH   PIC 9(2).
           03 PROF-HEIGHT  PIC 9(2).
           03 PROF-N-MINE  PIC 9(2).
           03 PROF-UNKNOWN PIC X.
           03 PROF-MINE    PIC X.
           03 PROF-SUSPECT PIC X.
           03 PROF-NAME    PIC X(8).
           03 PROF-STATUS  PIC X(1).
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
       77 REVIEW-FILE-STATUS PIC X(2).
       77 EOF-FLAG PIC X VALUE " ".
       77 REVIEW-OPEN PIC X VALUE " ".
       77 HELD-COUNT PIC 9(5) VALUE 0.
       77 PROF-FILE-STATUS PIC X(2).
       77 OPTION-STR PIC X(8) VALUE SPACES.
       77 ACTIVE-ONLY PIC X VALUE " ".
       77 PROF-OPEN PIC X VALUE " ".
       77 INACTIVE-COUNT PIC 9(5) VALUE 0.
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
      *FASTEST WIN TIME PER PRESET LEVEL
       01 BEST-TIMES.
           03 BEST-B PIC 9(5) VALUE 99999.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT OPTION-STR FROM ARGUMENT-VALUE.
           EVALUATE FUNCTION TRIM(OPTION-STR)
               WHEN SPACES
                   CONTINUE
               WHEN "ACTIVE"
                   MOVE "Y" TO ACTIVE-ONLY
               WHEN OTHER
                   DISPLAY "USAGE: CONBOREP [ACTIVE]"
                   DISPLAY "ACTIVE LEAVES OUT OPERATORS WHOSE "
                       "PROFILE IS MARKED INACTIVE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO STATS RECORDED YET"
               ELSE
                   OPEN INPUT REVIEW-FILE
                   IF REVIEW-FILE-STATUS NOT = "35"
                       THEN
                           MOVE "Y" TO REVIEW-OPEN
                   END-IF
                   OPEN INPUT XRF-FILE
                   IF XRF-FILE-STATUS NOT = "35"
                       THEN
                           MOVE "Y" TO XRF-OPEN
                   END-IF
                   IF ACTIVE-ONLY = "Y"
                       THEN
                           OPEN INPUT PROF-FILE
                           IF PROF-FILE-STATUS NOT = "35"
                               THEN
                                   MOVE "Y" TO PROF-OPEN
                           END-IF
                   END-IF
                   PERFORM READ-LOOP THRU EXIT-READ-LOOP
                       UNTIL EOF-FLAG = "Y"
                   CLOSE STATS-FILE
                   IF REVIEW-OPEN = "Y"
                       THEN
                           CLOSE REVIEW-FILE
                   END-IF
                   IF PROF-OPEN = "Y"
                       THEN
                           CLOSE PROF-FILE
                   END-IF
                   IF XRF-OPEN = "Y"
                       THEN
                           CLOSE XRF-FILE
                   END-IF
                   PERFORM PRINT-REPORT THRU EXIT-PRINT-REPORT
           END-IF.
       STOP RUN.
           EXIT.

       TALLY-RECORD.
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
                           ADD 1 TO HELD-COUNT
                           GO TO EXIT-TALLY-RECORD
                   END-IF
           END-IF.
           MOVE STATS-OPERATOR TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
      *    AN OPERATOR WITH NO PROFILE CANNOT BE A KNOWN LEAVER
           IF PROF-OPEN = "Y"
               THEN
                   MOVE RES-KEY TO PROF-ID
                   READ PROF-FILE
                       INVALID KEY
                           MOVE SPACE TO PROF-STATUS
                   END-READ
                   IF PROF-STATUS = "I"
                       THEN
                           ADD 1 TO INACTIVE-COUNT
                           GO TO EXIT-TALLY-RECORD
                   END-IF
           END-IF.
           IF STATS-OUTCOME = "WIN "
               THEN
                   EVALUATE STATS-LV
       FIND-OPERATOR.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT
               IF OP-NAME(CNTI) = RES-KEY
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
           IF FOUND-IDX = 0 AND OP-COUNT < OP-MAX
               THEN
                   ADD 1 TO OP-COUNT
                   MOVE RES-KEY TO OP-NAME(OP-COUNT)
                   MOVE 0 TO OP-WINS(OP-COUNT)
                   MOVE 0 TO OP-LOSSES(OP-COUNT)
                   MOVE OP-COUNT TO FOUND-IDX
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

       PRINT-REPORT.
           DISPLAY "===== CONBOLER LEADERBOARD =====".
           DISPLAY " ".
               DISPLAY "  " OP-NAME(CNTI) " WINS=" OP-WINS(CNTI)
                   " LOSSES=" OP-LOSSES(CNTI)
           END-PERFORM.
           IF HELD-COUNT > 0
               THEN
                   DISPLAY " "
                   DISPLAY "ROUNDS HELD FOR FAIR-PLAY REVIEW: "
                       HELD-COUNT
           END-IF.
           IF ACTIVE-ONLY = "Y"
               THEN
                   DISPLAY " "
                   DISPLAY "ROUNDS OF INACTIVE OPERATORS LEFT OUT: "
                       INACTIVE-COUNT
           END-IF.
       EXIT-PRINT-REPORT.
           EXIT.
