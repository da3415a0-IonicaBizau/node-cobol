123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOHIS.
      *MONTHLY TRENDS BY LEVEL AND OPERATOR. WITH ACTIVE, GAMES
      *PLAYED BY AN OPERATOR WHOSE PROFILE IS MARKED INACTIVE (A
      *LEAVER ON THE HR ROSTER) ARE LEFT OUT OF EVERY FIGURE. GAMES
      *LOGGED UNDER A NAME OR ALIAS ARE COUNTED UNDER THE OPERATOR
      *ID IT RESOLVES TO ON THE CROSS-REFERENCE CONBOXRF.IDX.
      *
      *USAGE: CONBOHIS <FROM-YYYYMM> <TO-YYYYMM> [ACTIVE]
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
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
       01  STATS-RECORD PIC X(58).
       FD  ARCH-FILE.
       01  ARCH-RECORD PIC X(58).
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
       77 ARCH-FILE-STATUS PIC X(2).
       77 ARCH-FILE-NAME PIC X(15).
       77 PROF-FILE-STATUS PIC X(2).
       77 OPTION-STR PIC X(8) VALUE SPACES.
       77 ACTIVE-ONLY PIC X VALUE " ".
       77 PROF-OPEN PIC X VALUE " ".
       77 INACTIVE-GAMES PIC 9(7).
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
      *THE STATS RECORD AS LOGGED BY CONBOLER - LIVE AND ARCHIVED
      *RECORDS SHARE ONE IMAGE, SO BOTH ARE TALLIED THROUGH HERE
       01 WORK-STAT.
       MAIN-START.
           ACCEPT FROM-STR FROM ARGUMENT-VALUE.
           ACCEPT TO-STR FROM ARGUMENT-VALUE.
           ACCEPT OPTION-STR FROM ARGUMENT-VALUE.
           IF FUNCTION TRIM(OPTION-STR) = "ACTIVE"
               THEN
                   MOVE "Y" TO ACTIVE-ONLY
           END-IF.
           IF FROM-STR = SPACES OR TO-STR = SPACES
               OR FUNCTION TRIM(FROM-STR) NOT NUMERIC
               OR FUNCTION TRIM(TO-STR) NOT NUMERIC
               OR (OPTION-STR NOT = SPACES AND ACTIVE-ONLY NOT = "Y")
               THEN
                   DISPLAY "USAGE: CONBOHIS <FROM-YYYYMM> <TO-YYYYMM>"
                       " [ACTIVE]"
                   DISPLAY "TREND LINES ARE PRINTED PER MONTH FROM "
                       "THE CONBOARC.YYYYMM FILES PLUS CONBOLER.STA"
                   DISPLAY "ACTIVE LEAVES OUT OPERATORS WHOSE "
                       "PROFILE IS MARKED INACTIVE"
                   STOP RUN
           END-IF.
           MOVE FUNCTION TRIM(FROM-STR) TO FROM-MONTH.
           END-IF.
           DISPLAY "===== CONBOHIS MONTHLY TRENDS " FROM-MONTH
               " TO " TO-MONTH " =====".
           IF ACTIVE-ONLY = "Y"
               THEN
                   OPEN INPUT PROF-FILE
                   IF PROF-FILE-STATUS NOT = "35"
                       THEN
                           MOVE "Y" TO PROF-OPEN
                   END-IF
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO XRF-OPEN
           END-IF.
           MOVE FROM-MONTH TO CUR-MONTH.
           PERFORM MONTH-PASS THRU EXIT-MONTH-PASS
               UNTIL CUR-MONTH > TO-MONTH.
           IF PROF-OPEN = "Y"
               THEN
                   CLOSE PROF-FILE
           END-IF.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
       STOP RUN.

       MONTH-PASS.
           MOVE 0 TO OP-COUNT.
           MOVE 0 TO MONTH-GAMES.
           MOVE 0 TO OP-LOST.
           MOVE 0 TO INACTIVE-GAMES.
           INITIALIZE OPERATORS.
           INITIALIZE LEVELS.
           MOVE " " TO ARCH-EOF.
                   DISPLAY " "
                   DISPLAY "MONTH " CUR-MONTH ": NO GAMES RECORDED"
           END-IF.
           IF ACTIVE-ONLY = "Y"
               THEN
                   DISPLAY "GAMES OF INACTIVE OPERATORS LEFT OUT: "
                       INACTIVE-GAMES
           END-IF.
           PERFORM NEXT-MONTH THRU EXIT-NEXT-MONTH.
       EXIT-MONTH-PASS.
           EXIT.
           EXIT.

       TALLY-GAME.
           MOVE WRK-OPERATOR TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           MOVE RES-KEY TO WRK-OPERATOR.
      *    AN OPERATOR WITH NO PROFILE CANNOT BE A KNOWN LEAVER
           IF PROF-OPEN = "Y"
               THEN
                   MOVE WRK-OPERATOR TO PROF-ID
                   READ PROF-FILE
                       INVALID KEY
                           MOVE SPACE TO PROF-STATUS
                   END-READ
                   IF PROF-STATUS = "I"
                       THEN
                           ADD 1 TO INACTIVE-GAMES
                           GO TO EXIT-TALLY-GAME
                   END-IF
           END-IF.
           ADD 1 TO MONTH-GAMES.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF FOUND-IDX = 0
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

       PRINT-MONTH.
           DISPLAY " ".
           DISPLAY "===== MONTH " CUR-MONTH " - " MONTH-GAMES
