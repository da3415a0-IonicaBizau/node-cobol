123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOTRN.
      *TOURNAMENT SET-UP. AN EVENT IS KEYED ON ITS TOURNAMENT ID AND
      *CARRIES AN OPEN/CLOSE DATE WINDOW, THE BOARD IT IS PLAYED ON
      *AND A FIXED, ORDERED LIST OF SEEDS DRAWN FROM THE CONBOGRD
      *NO-GUESS CATALOG. EACH ENTRANT GETS ONE RECORD IN CONBOTRE.IDX
      *WITH A SLOT PER ROUND; CONBOLER FILLS THE SLOTS AS THE ROUNDS
      *ARE PLAYED AND CONBOTRS PRINTS THE STANDINGS FROM THEM.
      *ONCE DEFINED, AN EVENT'S BOARD AND SEEDS NEVER CHANGE - ONLY
      *THE WINDOW AND THE ENTRANT LIST CAN BE MAINTAINED HERE.
      *AN ENTRANT IS ALWAYS HELD UNDER THE OPERATOR ID - A NAME OR
      *ALIAS IS RESOLVED ON THE CROSS-REFERENCE CONBOXRF.IDX - AND
      *MUST HAVE AN ACTIVE PROFILE ON CONBOPRF.IDX.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT TRN-FILE ASSIGN TO "CONBOTRN.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-ID
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "CONBOTRE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRE-KEY
               FILE STATUS IS ENTRANT-FILE-STATUS.
           SELECT CAT-FILE ASSIGN TO "CONBOGRD.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-FILE-STATUS.
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
       FD  TRN-FILE.
       01  TRN-RECORD.
           03 TRN-ID       PIC X(8).
           03 TRN-OPEN     PIC 9(8).
           03 TRN-CLOSE    PIC 9(8).
           03 TRN-LV       PIC X(1).
           03 TRN-WIDTH    PIC 9(2).
           03 TRN-HEIGHT   PIC 9(2).
           03 TRN-N-MINE   PIC 9(2).
           03 TRN-ROUNDS   PIC 9(2).
           03 TRN-ROUND OCCURS 12.
               05 TRN-SEED   PIC 9(4).
               05 TRN-OPEN-X PIC 9(2).
               05 TRN-OPEN-Y PIC 9(2).
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
       FD  CAT-FILE.
       01  CAT-RECORD.
           03 CAT-SEED   PIC 9(4).
           03 CAT-LV     PIC X(1).
           03 CAT-WIDTH  PIC 9(2).
           03 CAT-HEIGHT PIC 9(2).
           03 CAT-N-MINE PIC 9(2).
           03 CAT-MOVES  PIC 9(4).
           03 CAT-DEPTH  PIC 9(3).
           03 CAT-OPEN-X PIC 9(2).
           03 CAT-OPEN-Y PIC 9(2).
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
       77 TRN-FILE-STATUS PIC X(2).
       77 ENTRANT-FILE-STATUS PIC X(2).
       77 CAT-FILE-STATUS PIC X(2).
       77 PROF-FILE-STATUS PIC X(2).
       77 PROF-OPEN PIC X VALUE " ".
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
       77 MENU-PICK PIC X VALUE " ".
       77 LIST-EOF PIC X VALUE " ".
       77 CONFIRM-IN PIC X VALUE " ".
       77 TODAY-DATE PIC 9(8).
       01 CONF-B PIC X(7) VALUE "Y090910".
       01 CONF-I PIC X(7) VALUE "Y161640".
       01 CONF-V PIC X(7) VALUE "Y261699".
       01 MAP-CONF.
           03 ISSET    PIC X(1).
           03 WIDTH    PIC 9(2).
           03 HEIGHT   PIC 9(2).
           03 N-MINE   PIC 9(2).
       77 MAX-DIM PIC 9(2) VALUE 26.
       77 MAX-ROUNDS PIC 9(2) VALUE 12.
      *FIELD ENTRY WORK AREAS
       77 ID-IN PIC X(8) VALUE SPACES.
       77 OPER-IN PIC X(8) VALUE SPACES.
       77 DATE-IN PIC X(8) VALUE SPACES.
       77 LV-IN PIC X VALUE " ".
       77 DIM-IN PIC X(2) VALUE SPACES.
       77 SEED-IN PIC X(4) VALUE SPACES.
       77 ROUNDS-IN PIC X(2) VALUE SPACES.
       77 DATE-OK PIC X VALUE " ".
       77 DATE-VAL PIC 9(8) VALUE 0.
       77 SEED-OK PIC X VALUE " ".
       77 SEED-VAL PIC 9(4) VALUE 0.
       77 STARTED-COUNT PIC 9(2) VALUE 0.
       01 PROGRESS-LINE.
           03 PROGRESS-CHAR PIC X OCCURS 12.
      *CATALOG BOARDS MATCHING THE EVENT'S LAYOUT, IN CATALOG ORDER
       77 CAT-EOF PIC X VALUE " ".
       77 CAT-COUNT PIC 9(3) VALUE 0.
       77 CAT-MAX PIC 9(3) VALUE 500.
       01 CAT-SEEDS.
           03 CAT-ENTRY OCCURS 500.
               05 CE-SEED   PIC 9(4).
               05 CE-OPEN-X PIC 9(2).
               05 CE-OPEN-Y PIC 9(2).
               05 CE-USED   PIC X.
       77 CAT-IDX PIC 9(3).
       77 FOUND-IDX PIC 9(3).
       77 RND-IDX PIC 9(2).

       PROCEDURE        DIVISION.
       MAIN-START.
           DISPLAY "CONBOTRN TOURNAMENT SET-UP".
           PERFORM OPEN-MASTERS THRU EXIT-OPEN-MASTERS.
           PERFORM MENU-LOOP THRU EXIT-MENU-LOOP
               UNTIL MENU-PICK = "q".
           CLOSE TRN-FILE.
           CLOSE ENTRANT-FILE.
           IF PROF-OPEN = "Y"
               THEN
                   CLOSE PROF-FILE
           END-IF.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
       STOP RUN.

       OPEN-MASTERS.
           OPEN I-O TRN-FILE.
           IF TRN-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT TRN-FILE
                   CLOSE TRN-FILE
                   OPEN I-O TRN-FILE
           END-IF.
           OPEN I-O ENTRANT-FILE.
           IF ENTRANT-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT ENTRANT-FILE
                   CLOSE ENTRANT-FILE
                   OPEN I-O ENTRANT-FILE
           END-IF.
           OPEN INPUT PROF-FILE.
           IF PROF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO PROF-OPEN
           END-IF.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO XRF-OPEN
           END-IF.
       EXIT-OPEN-MASTERS.
           EXIT.

       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "1) LIST TOURNAMENTS 2) DEFINE TOURNAMENT".
           DISPLAY "3) CHANGE WINDOW    4) LIST ENTRANTS".
           DISPLAY "5) ADD ENTRANT      6) REMOVE ENTRANT".
           DISPLAY "q) QUIT".
           MOVE " " TO MENU-PICK.
           ACCEPT MENU-PICK.
           EVALUATE MENU-PICK
               WHEN "1"
                   PERFORM LIST-EVENTS THRU EXIT-LIST-EVENTS
               WHEN "2"
                   PERFORM DEFINE-EVENT THRU EXIT-DEFINE-EVENT
               WHEN "3"
                   PERFORM CHANGE-WINDOW THRU EXIT-CHANGE-WINDOW
               WHEN "4"
                   PERFORM LIST-ENTRANTS THRU EXIT-LIST-ENTRANTS
               WHEN "5"
                   PERFORM ADD-ENTRANT THRU EXIT-ADD-ENTRANT
               WHEN "6"
                   PERFORM REMOVE-ENTRANT THRU EXIT-REMOVE-ENTRANT
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WRONG INPUT"
           END-EVALUATE.
       EXIT-MENU-LOOP.
           EXIT.

       LIST-EVENTS.
           MOVE " " TO LIST-EOF.
           MOVE LOW-VALUES TO TRN-ID.
           START TRN-FILE KEY NOT < TRN-ID
               INVALID KEY
                   DISPLAY "NO TOURNAMENTS ON FILE"
                   GO TO EXIT-LIST-EVENTS
           END-START.
           DISPLAY "ID       OPENS    CLOSES   LV W  H  M  ROUNDS".
           PERFORM LIST-EVENT-NEXT THRU EXIT-LIST-EVENT-NEXT
               UNTIL LIST-EOF = "Y".
       EXIT-LIST-EVENTS.
           EXIT.

       LIST-EVENT-NEXT.
           READ TRN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-EVENT-NEXT
           END-READ.
           DISPLAY TRN-ID " " TRN-OPEN " " TRN-CLOSE " " TRN-LV
               "  " TRN-WIDTH " " TRN-HEIGHT " " TRN-N-MINE " "
               TRN-ROUNDS.
           PERFORM VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > TRN-ROUNDS
               DISPLAY "    ROUND " RND-IDX " SEED " TRN-SEED(RND-IDX)
           END-PERFORM.
       EXIT-LIST-EVENT-NEXT.
           EXIT.

      *    THE SEEDS ARE FIXED HERE AND NOWHERE ELSE - EVERY ENTRANT
      *    PLAYS EXACTLY THE SAME BOARDS IN EXACTLY THE SAME ORDER
       DEFINE-EVENT.
           DISPLAY "TOURNAMENT ID TO DEFINE: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           IF ID-IN = SPACES
               THEN
                   DISPLAY "ID REQUIRED - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           MOVE ID-IN TO TRN-ID.
           READ TRN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ALREADY ON FILE - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-READ.
           MOVE SPACES TO TRN-RECORD.
           MOVE ID-IN TO TRN-ID.
           MOVE 0 TO TRN-ROUNDS.
           PERFORM VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > MAX-ROUNDS
               MOVE 0 TO TRN-SEED(RND-IDX)
               MOVE 0 TO TRN-OPEN-X(RND-IDX)
               MOVE 0 TO TRN-OPEN-Y(RND-IDX)
           END-PERFORM.
           DISPLAY "OPENS ON (YYYYMMDD): ".
           PERFORM ENTER-DATE THRU EXIT-ENTER-DATE.
           IF DATE-OK NOT = "Y"
               THEN
                   DISPLAY "BAD DATE - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           MOVE DATE-VAL TO TRN-OPEN.
           DISPLAY "CLOSES ON (YYYYMMDD): ".
           PERFORM ENTER-DATE THRU EXIT-ENTER-DATE.
           IF DATE-OK NOT = "Y" OR DATE-VAL < TRN-OPEN
               THEN
                   DISPLAY "BAD DATE - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           MOVE DATE-VAL TO TRN-CLOSE.
           PERFORM ENTER-BOARD THRU EXIT-ENTER-BOARD.
           IF ISSET NOT = "Y"
               THEN
                   DISPLAY "BAD BOARD - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           MOVE LV-IN TO TRN-LV.
           MOVE WIDTH TO TRN-WIDTH.
           MOVE HEIGHT TO TRN-HEIGHT.
           MOVE N-MINE TO TRN-N-MINE.
           PERFORM LOAD-CATALOG THRU EXIT-LOAD-CATALOG.
           IF CAT-COUNT = 0
               THEN
                   DISPLAY "NO CATALOG BOARD MATCHES THIS LAYOUT - "
                       "GRADE SOME WITH CONBOGRD FIRST"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           DISPLAY "NUMBER OF ROUNDS (1-" MAX-ROUNDS "): ".
           MOVE SPACES TO ROUNDS-IN.
           ACCEPT ROUNDS-IN.
           IF FUNCTION TRIM(ROUNDS-IN) NOT NUMERIC
               THEN
                   DISPLAY "BAD ROUND COUNT - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           MOVE FUNCTION TRIM(ROUNDS-IN) TO TRN-ROUNDS.
           IF TRN-ROUNDS = 0 OR TRN-ROUNDS > MAX-ROUNDS
               THEN
                   DISPLAY "BAD ROUND COUNT - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           IF TRN-ROUNDS > CAT-COUNT
               THEN
                   DISPLAY "ONLY " CAT-COUNT " CATALOG BOARDS MATCH "
                       "THIS LAYOUT - NOTHING DEFINED"
                   GO TO EXIT-DEFINE-EVENT
           END-IF.
           PERFORM ENTER-ROUND-SEED THRU EXIT-ENTER-ROUND-SEED
               VARYING RND-IDX FROM 1 BY 1
               UNTIL RND-IDX > TRN-ROUNDS.
           WRITE TRN-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " TRN-FILE-STATUS
                   GO TO EXIT-DEFINE-EVENT
           END-WRITE.
           DISPLAY "TOURNAMENT " TRN-ID " DEFINED".
       EXIT-DEFINE-EVENT.
           EXIT.

       ENTER-DATE.
           MOVE " " TO DATE-OK.
           MOVE SPACES TO DATE-IN.
           ACCEPT DATE-IN.
           IF DATE-IN IS NUMERIC
               THEN
                   MOVE DATE-IN TO DATE-VAL
                   IF DATE-VAL(5:2) > "00" AND DATE-VAL(5:2) < "13"
                       AND DATE-VAL(7:2) > "00"
                       AND DATE-VAL(7:2) < "32"
                       THEN
                           MOVE "Y" TO DATE-OK
                   END-IF
           END-IF.
       EXIT-ENTER-DATE.
           EXIT.

       ENTER-BOARD.
           MOVE SPACES TO MAP-CONF.
           DISPLAY "BOARD b/i/v/c: ".
           MOVE " " TO LV-IN.
           ACCEPT LV-IN.
           EVALUATE LV-IN
               WHEN "b"
                   MOVE CONF-B TO MAP-CONF
               WHEN "i"
                   MOVE CONF-I TO MAP-CONF
               WHEN "v"
                   MOVE CONF-V TO MAP-CONF
               WHEN "c"
                   PERFORM ENTER-DIMS THRU EXIT-ENTER-DIMS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT-ENTER-BOARD.
           EXIT.

       ENTER-DIMS.
           MOVE 0 TO WIDTH.
           MOVE 0 TO HEIGHT.
           MOVE 0 TO N-MINE.
           DISPLAY "ENTER WIDTH (2 DIGITS): ".
           MOVE SPACES TO DIM-IN.
           ACCEPT DIM-IN.
           IF DIM-IN IS NUMERIC
               THEN
                   MOVE DIM-IN TO WIDTH
           END-IF.
           DISPLAY "ENTER HEIGHT (2 DIGITS): ".
           MOVE SPACES TO DIM-IN.
           ACCEPT DIM-IN.
           IF DIM-IN IS NUMERIC
               THEN
                   MOVE DIM-IN TO HEIGHT
           END-IF.
           DISPLAY "ENTER N-MINE (2 DIGITS): ".
           MOVE SPACES TO DIM-IN.
           ACCEPT DIM-IN.
           IF DIM-IN IS NUMERIC
               THEN
                   MOVE DIM-IN TO N-MINE
           END-IF.
           IF WIDTH > 1 AND WIDTH <= MAX-DIM
               AND HEIGHT > 1 AND HEIGHT <= MAX-DIM
               AND N-MINE < WIDTH * HEIGHT
               THEN
                   MOVE "Y" TO ISSET
           END-IF.
       EXIT-ENTER-DIMS.
           EXIT.

       LOAD-CATALOG.
           MOVE 0 TO CAT-COUNT.
           MOVE " " TO CAT-EOF.
           OPEN INPUT CAT-FILE.
           IF CAT-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-LOAD-CATALOG
           END-IF.
           PERFORM CAT-READ THRU EXIT-CAT-READ
               UNTIL CAT-EOF = "Y".
           CLOSE CAT-FILE.
       EXIT-LOAD-CATALOG.
           EXIT.

       CAT-READ.
           READ CAT-FILE
               AT END
                   MOVE "Y" TO CAT-EOF
                   GO TO EXIT-CAT-READ
           END-READ.
           IF CAT-SEED IS NUMERIC AND CAT-SEED > 0
               AND CAT-WIDTH = WIDTH AND CAT-HEIGHT = HEIGHT
               AND CAT-N-MINE = N-MINE
               AND CAT-COUNT < CAT-MAX
               THEN
                   ADD 1 TO CAT-COUNT
                   MOVE CAT-SEED TO CE-SEED(CAT-COUNT)
                   MOVE " " TO CE-USED(CAT-COUNT)
                   IF CAT-OPEN-X IS NUMERIC
                       AND CAT-OPEN-Y IS NUMERIC
                       THEN
                           MOVE CAT-OPEN-X TO CE-OPEN-X(CAT-COUNT)
                           MOVE CAT-OPEN-Y TO CE-OPEN-Y(CAT-COUNT)
                       ELSE
                           MOVE ZEROES TO CE-OPEN-X(CAT-COUNT)
                           MOVE ZEROES TO CE-OPEN-Y(CAT-COUNT)
                   END-IF
           END-IF.
       EXIT-CAT-READ.
           EXIT.

      *    A TYPED SEED MUST BE A CATALOG BOARD FOR THIS LAYOUT THAT
      *    THE EVENT DOES NOT ALREADY USE; BLANK TAKES THE NEXT UNUSED
      *    CATALOG BOARD IN CATALOG ORDER
       ENTER-ROUND-SEED.
           MOVE " " TO SEED-OK.
           PERFORM UNTIL SEED-OK = "Y"
               DISPLAY "SEED FOR ROUND " RND-IDX
                   " (BLANK = NEXT CATALOG BOARD): "
               MOVE SPACES TO SEED-IN
               ACCEPT SEED-IN
               MOVE 0 TO FOUND-IDX
               IF SEED-IN = SPACES
                   THEN
                       PERFORM VARYING CAT-IDX FROM 1 BY 1
                               UNTIL CAT-IDX > CAT-COUNT
                           IF FOUND-IDX = 0
                               AND CE-USED(CAT-IDX) = " "
                               THEN
                                   MOVE CAT-IDX TO FOUND-IDX
                           END-IF
                       END-PERFORM
                   ELSE
                       IF FUNCTION TRIM(SEED-IN) NUMERIC
                           THEN
                               MOVE FUNCTION TRIM(SEED-IN) TO SEED-VAL
                               PERFORM VARYING CAT-IDX FROM 1 BY 1
                                       UNTIL CAT-IDX > CAT-COUNT
                                   IF CE-SEED(CAT-IDX) = SEED-VAL
                                       AND CE-USED(CAT-IDX) = " "
                                       THEN
                                           MOVE CAT-IDX TO FOUND-IDX
                                   END-IF
                               END-PERFORM
                       END-IF
               END-IF
               IF FOUND-IDX = 0
                   THEN
                       DISPLAY "NOT AN UNUSED CATALOG BOARD FOR THIS "
                           "LAYOUT - TRY AGAIN"
                   ELSE
                       MOVE "Y" TO CE-USED(FOUND-IDX)
                       MOVE CE-SEED(FOUND-IDX) TO TRN-SEED(RND-IDX)
                       MOVE CE-OPEN-X(FOUND-IDX) TO TRN-OPEN-X(RND-IDX)
                       MOVE CE-OPEN-Y(FOUND-IDX) TO TRN-OPEN-Y(RND-IDX)
                       DISPLAY "ROUND " RND-IDX " PLAYS SEED "
                           TRN-SEED(RND-IDX)
                       MOVE "Y" TO SEED-OK
               END-IF
           END-PERFORM.
       EXIT-ENTER-ROUND-SEED.
           EXIT.

       CHANGE-WINDOW.
           DISPLAY "TOURNAMENT ID TO CHANGE: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           MOVE ID-IN TO TRN-ID.
           READ TRN-FILE
               INVALID KEY
                   DISPLAY "NOT ON FILE"
                   GO TO EXIT-CHANGE-WINDOW
           END-READ.
           DISPLAY "CURRENT WINDOW: " TRN-OPEN " TO " TRN-CLOSE.
           DISPLAY "NEW OPEN DATE (BLANK = KEEP): ".
           PERFORM ENTER-DATE THRU EXIT-ENTER-DATE.
           IF DATE-OK = "Y"
               THEN
                   MOVE DATE-VAL TO TRN-OPEN
           END-IF.
           DISPLAY "NEW CLOSE DATE (BLANK = KEEP): ".
           PERFORM ENTER-DATE THRU EXIT-ENTER-DATE.
           IF DATE-OK = "Y"
               THEN
                   MOVE DATE-VAL TO TRN-CLOSE
           END-IF.
           IF TRN-CLOSE < TRN-OPEN
               THEN
                   DISPLAY "CLOSE BEFORE OPEN - WINDOW NOT CHANGED"
                   GO TO EXIT-CHANGE-WINDOW
           END-IF.
           REWRITE TRN-RECORD.
           DISPLAY "WINDOW NOW " TRN-OPEN " TO " TRN-CLOSE.
       EXIT-CHANGE-WINDOW.
           EXIT.

      *    ONE LINE PER ENTRANT - ONE CHARACTER PER ROUND: "." NOT
      *    YET PLAYED, "S" STARTED AND NEVER FINISHED, W/L/T FINISHED
       LIST-ENTRANTS.
           DISPLAY "TOURNAMENT ID TO LIST: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           MOVE ID-IN TO TRN-ID.
           READ TRN-FILE
               INVALID KEY
                   DISPLAY "NOT ON FILE"
                   GO TO EXIT-LIST-ENTRANTS
           END-READ.
           MOVE " " TO LIST-EOF.
           MOVE ID-IN TO TRE-TRN-ID.
           MOVE LOW-VALUES TO TRE-OPERATOR.
           START ENTRANT-FILE KEY NOT < TRE-KEY
               INVALID KEY
                   DISPLAY "NO ENTRANTS"
                   GO TO EXIT-LIST-ENTRANTS
           END-START.
           DISPLAY "OPERATOR ROUNDS".
           PERFORM LIST-ENTRANT-NEXT THRU EXIT-LIST-ENTRANT-NEXT
               UNTIL LIST-EOF = "Y".
       EXIT-LIST-ENTRANTS.
           EXIT.

       LIST-ENTRANT-NEXT.
           READ ENTRANT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-ENTRANT-NEXT
           END-READ.
           IF TRE-TRN-ID NOT = ID-IN
               THEN
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-ENTRANT-NEXT
           END-IF.
           MOVE SPACES TO PROGRESS-LINE.
           PERFORM VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > TRN-ROUNDS
               IF TRE-STATUS(RND-IDX) = " "
                   THEN
                       MOVE "." TO PROGRESS-CHAR(RND-IDX)
                   ELSE
                       MOVE TRE-STATUS(RND-IDX)
                           TO PROGRESS-CHAR(RND-IDX)
               END-IF
           END-PERFORM.
           DISPLAY TRE-OPERATOR " " PROGRESS-LINE.
       EXIT-LIST-ENTRANT-NEXT.
           EXIT.

       ADD-ENTRANT.
           DISPLAY "TOURNAMENT ID: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           MOVE ID-IN TO TRN-ID.
           READ TRN-FILE
               INVALID KEY
                   DISPLAY "NOT ON FILE"
                   GO TO EXIT-ADD-ENTRANT
           END-READ.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF TODAY-DATE > TRN-CLOSE
               THEN
                   DISPLAY "TOURNAMENT CLOSED " TRN-CLOSE
                       " - NO NEW ENTRANTS"
                   GO TO EXIT-ADD-ENTRANT
           END-IF.
           DISPLAY "OPERATOR ID TO ENTER: ".
           MOVE SPACES TO OPER-IN.
           ACCEPT OPER-IN.
           IF OPER-IN = SPACES
               THEN
                   DISPLAY "ID REQUIRED - NOTHING ADDED"
                   GO TO EXIT-ADD-ENTRANT
           END-IF.
           PERFORM RESOLVE-OPER THRU EXIT-RESOLVE-OPER.
           IF PROF-OPEN NOT = "Y"
               THEN
                   DISPLAY "NO PROFILE FOR " OPER-IN " - NOTHING ADDED"
                   GO TO EXIT-ADD-ENTRANT
           END-IF.
           MOVE OPER-IN TO PROF-ID.
           READ PROF-FILE
               INVALID KEY
                   DISPLAY "NO PROFILE FOR " OPER-IN " - NOTHING ADDED"
                   GO TO EXIT-ADD-ENTRANT
           END-READ.
           IF PROF-STATUS = "I"
               THEN
                   DISPLAY OPER-IN " IS INACTIVE - NOTHING ADDED"
                   GO TO EXIT-ADD-ENTRANT
           END-IF.
           MOVE SPACES TO TRE-RECORD.
           MOVE ID-IN TO TRE-TRN-ID.
           MOVE OPER-IN TO TRE-OPERATOR.
           PERFORM VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > MAX-ROUNDS
               MOVE 0 TO TRE-DATE(RND-IDX)
               MOVE 0 TO TRE-ROUND-ID(RND-IDX)
               MOVE 0 TO TRE-SECS(RND-IDX)
               MOVE 0 TO TRE-HINTS(RND-IDX)
           END-PERFORM.
           WRITE TRE-RECORD
               INVALID KEY
                   DISPLAY "ALREADY ENTERED"
                   GO TO EXIT-ADD-ENTRANT
           END-WRITE.
           DISPLAY OPER-IN " ENTERED IN " ID-IN.
       EXIT-ADD-ENTRANT.
           EXIT.

      *    AN ENTRANT WHO HAS STARTED A ROUND STAYS ON THE EVENT, SO
      *    THE STANDINGS CAN NEVER LOSE A ROUND THAT WAS PLAYED
       REMOVE-ENTRANT.
           DISPLAY "TOURNAMENT ID: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           DISPLAY "OPERATOR ID TO REMOVE: ".
           MOVE SPACES TO OPER-IN.
           ACCEPT OPER-IN.
           PERFORM RESOLVE-OPER THRU EXIT-RESOLVE-OPER.
           MOVE ID-IN TO TRE-TRN-ID.
           MOVE OPER-IN TO TRE-OPERATOR.
           READ ENTRANT-FILE
               INVALID KEY
                   DISPLAY "NOT ENTERED"
                   GO TO EXIT-REMOVE-ENTRANT
           END-READ.
           MOVE 0 TO STARTED-COUNT.
           PERFORM VARYING RND-IDX FROM 1 BY 1
                   UNTIL RND-IDX > MAX-ROUNDS
               IF TRE-STATUS(RND-IDX) NOT = " "
                   THEN
                       ADD 1 TO STARTED-COUNT
               END-IF
           END-PERFORM.
           IF STARTED-COUNT > 0
               THEN
                   DISPLAY "ENTRANT HAS PLAYED " STARTED-COUNT
                       " ROUND(S) - NOT REMOVED"
                   GO TO EXIT-REMOVE-ENTRANT
           END-IF.
           DISPLAY "CONFIRM REMOVE (y/N): ".
           MOVE " " TO CONFIRM-IN.
           ACCEPT CONFIRM-IN.
           IF CONFIRM-IN NOT = "y"
               THEN
                   DISPLAY "NOT REMOVED"
                   GO TO EXIT-REMOVE-ENTRANT
           END-IF.
           DELETE ENTRANT-FILE RECORD.
           DISPLAY OPER-IN " REMOVED FROM " ID-IN.
       EXIT-REMOVE-ENTRANT.
           EXIT.

      *    CONBOLER CLAIMS A SLOT UNDER THE OPERATOR ID, SO A NAME OR
      *    ALIAS TYPED BY THE SUPERVISOR IS TURNED INTO THE ID
       RESOLVE-OPER.
           MOVE OPER-IN TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           IF RES-KEY NOT = OPER-IN
               THEN
                   DISPLAY OPER-IN " IS AN ALIAS OF " RES-KEY
                   MOVE RES-KEY TO OPER-IN
           END-IF.
       EXIT-RESOLVE-OPER.
           EXIT.

      *    A NAME OR ALIAS ON THE CROSS-REFERENCE IS REPLACED BY THE
      *    OPERATOR ID IT BELONGS TO; ANYTHING ELSE IS LEFT AS IT IS
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
