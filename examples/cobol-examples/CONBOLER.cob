           SELECT RNO-FILE ASSIGN TO "CONBOLER.RNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RNO-FILE-STATUS.
           SELECT LIB-FILE ASSIGN TO "CONBOLIB.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LIB-KEY
               ALTERNATE RECORD KEY IS LIB-OPERATOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS LIB-DATE WITH DUPLICATES
               FILE STATUS IS LIB-FILE-STATUS.
           SELECT PROF-FILE ASSIGN TO "CONBOPRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS PROF-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT TRN-FILE ASSIGN TO "CONBOTRN.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRN-KEY
               FILE STATUS IS TRN-FILE-STATUS.
           SELECT ENTRANT-FILE ASSIGN TO "CONBOTRE.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRE-KEY
               FILE STATUS IS ENTRANT-FILE-STATUS.
           SELECT SES-FILE ASSIGN TO "CONBOSES.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SES-FILE-STATUS.
           SELECT CRT-FILE ASSIGN TO "CONBOCRT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-ID
               FILE STATUS IS CRT-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
       FD  SAVE-FILE.
       FD  RNO-FILE.
       01  RNO-RECORD.
           03 RNO-NEXT PIC 9(8).
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
       FD  BATCH-FILE.
       01  BATCH-RECORD.
           03 BATCH-X-STR PIC X.
           03 LAY-MAP-CONF PIC X(7).
           03 LAY-CLMN OCCURS 26.
               05 LAY-MINE-ROW PIC 9(26).
      *PROF-STATUS IS SPACE FOR AN ACTIVE OPERATOR AND I FOR ONE
      *THE HR ROSTER HAS REPORTED AS A LEAVER
       FD  PROF-FILE.
       01  PROF-RECORD.
           03 PROF-ID      PIC X(8).
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
       FD  TRN-FILE.
       01  TRN-FILE-RECORD.
           03 TRN-KEY      PIC X(8).
           03 FILLER       PIC X(121).
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
      *SESSION LEDGER - AN S RECORD WHEN THE BOARD IS SET UP, A C
      *RECORD WHEN THE ROUND ENDS, IS SAVED OR IS QUIT. BOTH CARRY
      *THE SAME SESSION KEY, SO CONBOSES CAN PAIR THEM AND SHOW THE
      *ROUNDS THAT WERE NEVER CLOSED.
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
      *CERTIFICATION MASTER - THE HIGHEST LEVEL THE OPERATOR MAY
      *PLAY (b, i OR v) AND THE DATE IT WAS EARNED. AN OPERATOR WITH
      *NO RECORD IS A BEGINNER.
       FD  CRT-FILE.
       01  CRT-RECORD.
           03 CRT-ID      PIC X(8).
           03 CRT-TIER    PIC X(1).
           03 CRT-DATE    PIC 9(8).
           03 CRT-SOURCE  PIC X(1).
           03 CRT-REASON  PIC X(4).
       WORKING-STORAGE   SECTION.
      *INIT
       77 LV    PIC X(1).
           03 HEIGHT   PIC 9(2).
           03 N-MINE     PIC 9(2).
       01 CONF-B PIC X(7) VALUE "Y090910".
       01 CONF-B-DIM REDEFINES CONF-B.
           03 FILLER     PIC X(1).
           03 CB-WIDTH   PIC 9(2).
           03 CB-HEIGHT  PIC 9(2).
           03 CB-N-MINE  PIC 9(2).
       01 CONF-I PIC X(7) VALUE "Y161640".
       01 CONF-I-DIM REDEFINES CONF-I.
           03 FILLER     PIC X(1).
           03 CI-WIDTH   PIC 9(2).
           03 CI-HEIGHT  PIC 9(2).
           03 CI-N-MINE  PIC 9(2).
       01 CONF-V PIC X(7) VALUE "Y261699".
       01 CUST-DIM.
           03 CUST-WIDTH  PIC 9(2).
        77 BLITZ-STR PIC X(5) VALUE SPACES.
      *OPERATOR PROFILE
       77 PROF-FILE-STATUS PIC X(2).
       77 XRF-FILE-STATUS PIC X(2).
       77 OPERATOR-ID PIC X(8) VALUE SPACES.
       77 OPERATOR-NAME PIC X(8) VALUE SPACES.
       77 PREF-LV PIC X VALUE " ".
      *CERTIFICATION - TIER AND BOARD ARE RANKED 1 (b) TO 3 (v)
       77 CRT-FILE-STATUS PIC X(2).
       77 OPERATOR-TIER PIC X VALUE "b".
       77 TIER-RANK PIC 9 VALUE 1.
       77 BOARD-RANK PIC 9 VALUE 1.
       77 TIER-OK PIC X VALUE " ".
       01 PREF-DIM.
           03 PREF-WIDTH  PIC 9(2).
           03 PREF-HEIGHT PIC 9(2).
               05 PE-MINE    PIC X.
               05 PE-SUSPECT PIC X.
               05 PE-NAME    PIC X(8).
               05 PE-STATUS  PIC X(1).
       77 PROF-NAME-IN PIC X(8).
       77 PROF-LV-IN PIC X.
       77 PROF-SYM-IN PIC X.
      *GAME LIBRARY - EVERY FINISHED ROUND IS FILED UNDER A ROUND ID
       77 RNO-FILE-STATUS PIC X(2).
       77 ROUND-ID PIC 9(8) VALUE 0.
       77 LIB-FILE-STATUS PIC X(2).
       77 LIB-COPY-EOF PIC X VALUE " ".
       77 LIB-WRITE-FAIL PIC X VALUE " ".
       77 LIB-ERR-STATUS PIC X(2) VALUE "00".
       77 LIB-MOVE-IDX PIC 9(3) VALUE 0.
       77 LIB-MOVE-MAX PIC 9(3) VALUE 100.
       77 LIB-MOVE-COUNT PIC 9(5) VALUE 0.
       77 LIB-PART-NO PIC 9(3) VALUE 0.
       01 LIB-STAT.
           03 LBS-LV       PIC X(1).
           03 LBS-WIDTH    PIC 9(2).
           03 LBS-HEIGHT   PIC 9(2).
           03 LBS-N-MINE   PIC 9(2).
           03 LBS-SECONDS  PIC 9(5).
           03 LBS-OUTCOME  PIC X(4).
           03 LBS-OPERATOR PIC X(8).
           03 LBS-SEED     PIC 9(4).
           03 LBS-HINTS    PIC 9(3).
           03 LBS-DATE     PIC 9(8).
           03 LBS-ROUND    PIC 9(8).
           03 LBS-SEQ      PIC 9(7).
           03 LBS-CHECK    PIC 9(4).
      *TOURNAMENT ROUND - THE SLOT IS TAKEN WHEN THE BOARD IS SET UP,
      *SO A ROUND THAT IS QUIT OR ABANDONED CAN NEVER BE REPLAYED
       77 TRN-FILE-STATUS PIC X(2).
      *THE EVENT IS READ INTO WORKING STORAGE SO IT CAN STILL BE
      *USED ONCE CONBOTRN.IDX IS CLOSED
       01 TRN-RECORD.
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
       77 ENTRANT-FILE-STATUS PIC X(2).
       77 TOURNEY-ID PIC X(8) VALUE SPACES.
       77 TOURNEY-ROUND PIC 9(2) VALUE 0.
       77 TRN-ID-IN PIC X(8) VALUE SPACES.
      *SESSION LEDGER
       77 SES-FILE-STATUS PIC X(2).
       77 SES-CLOSE-REASON PIC X(4) VALUE SPACES.
       01 SESSION-KEY.
           03 SK-DATE     PIC 9(8).
           03 SK-TIME     PIC 9(8).
           03 SK-OPERATOR PIC X(8).
      *JUST WORK
       01 PXY.
           03 PX PIC 9(2).
                   CONTINUE
           END-EVALUATE.
           PERFORM LOG-STATS THRU EXIT-LOG-STATS.
           PERFORM END-SESSION THRU EXIT-END-SESSION.
           IF BATCH-MODE = "Y"
               THEN
                   CLOSE BATCH-FILE
                   DISPLAY "USER" UPON ENVIRONMENT-NAME
                   ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF.
           PERFORM RESOLVE-OPERATOR THRU EXIT-RESOLVE-OPERATOR.
           PERFORM LOAD-PROFILES THRU EXIT-LOAD-PROFILES.
      *    A LEAVER'S PROFILE IS KEPT BUT MARKED INACTIVE BY THE HR
      *    ROSTER LOAD - THE ID CANNOT BE USED TO PLAY ANY MORE
           IF PROF-COUNT > 0 AND PE-STATUS(1) = "I"
               THEN
                   DISPLAY "OPERATOR " OPERATOR-ID " IS INACTIVE - "
                       "SEE YOUR SUPERVISOR"
                   IF BATCH-MODE = "Y"
                       THEN
                           CLOSE BATCH-FILE
                   END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM LOAD-TIER THRU EXIT-LOAD-TIER.
      *    A LEVEL GIVEN ON THE COMMAND LINE CANNOT BE ASKED AGAIN,
      *    SO A BOARD ABOVE THE OPERATOR'S TIER ENDS THE RUN
           IF CLI-LEVEL = "Y"
               THEN
                   PERFORM CHECK-TIER THRU EXIT-CHECK-TIER
                   IF TIER-OK NOT = "Y"
                       THEN
                           IF BATCH-MODE = "Y"
                               THEN
                                   CLOSE BATCH-FILE
                           END-IF
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF.
           PERFORM APPLY-PROFILE THRU EXIT-APPLY-PROFILE.
       SEL-LEVEL.
           PERFORM UNTIL ISSET = "Y"
                               CONTINUE
                       END-EVALUATE
               END-IF
               IF ISSET = "Y" AND RESUMED NOT = "Y"
                   THEN
                       PERFORM CHECK-TIER THRU EXIT-CHECK-TIER
                       IF TIER-OK NOT = "Y"
                           THEN
                               MOVE " " TO ISSET
                       END-IF
               END-IF
           END-PERFORM.
           IF RESUMED NOT = "Y"
               THEN
               AND SEEDED NOT = "Y"
               THEN
                   DISPLAY "ENTER 4-DIGIT SEED FOR SHARED BOARD, "
                       "d FOR THE DAILY BOARD, t FOR YOUR NEXT "
                       "TOURNAMENT ROUND, OR BLANK FOR RANDOM"
                   MOVE SPACES TO SEED-STR
                   ACCEPT SEED-STR
                   IF SEED-STR = "d"
                       THEN
                           PERFORM PICK-DAILY THRU EXIT-PICK-DAILY
                   ELSE IF SEED-STR = "t"
                       THEN
                           PERFORM PICK-TOURNEY THRU EXIT-PICK-TOURNEY
                   ELSE IF SEED-STR NOT = SPACES
                       THEN
                           IF FUNCTION TRIM(SEED-STR) NUMERIC
                                       "USING RANDOM BOARD"
                                   MOVE " " TO SEEDED
                           END-IF
                   END-IF END-IF END-IF
           END-IF.
           IF SEEDED = "Y"
               THEN
                   OPEN OUTPUT LAYOUT-FILE
                   CLOSE LAYOUT-FILE
           END-IF.
      *    THE SESSION IS ON THE LEDGER BEFORE THE FIRST MOVE, SO A
      *    ROUND LOST TO CTRL-C OR A DROPPED TERMINAL STILL SHOWS UP
      *    AS AN OPEN SESSION
       INIT-SESSION.
           ACCEPT SK-DATE FROM DATE YYYYMMDD.
           ACCEPT SK-TIME FROM TIME.
           MOVE OPERATOR-ID TO SK-OPERATOR.
           INITIALIZE SES-RECORD.
           MOVE "S" TO SES-TYPE.
           MOVE SESSION-KEY TO SES-KEY.
           MOVE SK-DATE TO SES-DATE.
           MOVE SK-TIME TO SES-TIME.
           IF RESUMED = "Y"
               THEN
                   MOVE "RSUM" TO SES-REASON
               ELSE
                   MOVE "NEW " TO SES-REASON
           END-IF.
           MOVE LV TO SES-LV.
           MOVE WIDTH TO SES-WIDTH.
           MOVE HEIGHT TO SES-HEIGHT.
           MOVE N-MINE TO SES-N-MINE.
           IF SEEDED = "Y"
               THEN
                   MOVE SEED TO SES-SEED
           END-IF.
           MOVE TOURNEY-ID TO SES-TOURNEY.
           PERFORM WRITE-SESSION THRU EXIT-WRITE-SESSION.
       EXIT-INIT.
           EXIT.

       EXIT-RESUME-MARKS.
           EXIT.

      *    A NAME OR ALIAS TYPED AT THE PROMPT IS TURNED INTO THE
      *    OPERATOR ID, SO EVERY ROUND IS RECORDED UNDER ONE KEY
       RESOLVE-OPERATOR.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-RESOLVE-OPERATOR
           END-IF.
           MOVE OPERATOR-ID TO XRF-ALIAS.
           READ XRF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-OPERATOR NOT = OPERATOR-ID
                       THEN
                           DISPLAY OPERATOR-ID " IS RECORDED AS "
                               "OPERATOR " XRF-OPERATOR
                           MOVE XRF-OPERATOR TO OPERATOR-ID
                   END-IF
           END-READ.
           CLOSE XRF-FILE.
       EXIT-RESOLVE-OPERATOR.
           EXIT.

      *    ONLY THIS OPERATOR'S RECORD IS FETCHED BY KEY - OTHER
      *    PROFILES STAY ON DISK UNTOUCHED, WHATEVER THEIR NUMBER
       LOAD-PROFILES.
       EXIT-RESOLVE-SYMBOLS.
           EXIT.

      *    ONLY THIS OPERATOR'S CERTIFICATION IS FETCHED BY KEY
       LOAD-TIER.
           MOVE "b" TO OPERATOR-TIER.
           OPEN INPUT CRT-FILE.
           IF CRT-FILE-STATUS NOT = "35"
               THEN
                   MOVE OPERATOR-ID TO CRT-ID
                   READ CRT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CRT-TIER TO OPERATOR-TIER
                   END-READ
                   CLOSE CRT-FILE
           END-IF.
           EVALUATE OPERATOR-TIER
               WHEN "v"
                   MOVE 3 TO TIER-RANK
               WHEN "i"
                   MOVE 2 TO TIER-RANK
               WHEN OTHER
                   MOVE "b" TO OPERATOR-TIER
                   MOVE 1 TO TIER-RANK
           END-EVALUATE.
           DISPLAY "CERTIFIED UP TO LV-" OPERATOR-TIER.
       EXIT-LOAD-TIER.
           EXIT.

      *    A PRESET RANKS AS ITS OWN LEVEL. A CUSTOM BOARD RANKS AS
      *    THE LOWEST PRESET IT FITS INSIDE - NO WIDER, NO TALLER AND
      *    NO MORE THICKLY MINED - SO A SMALL BOARD PACKED WITH MINES
      *    IS NOT A WAY AROUND THE TIER.
       CHECK-TIER.
           MOVE "Y" TO TIER-OK.
           EVALUATE LV
               WHEN "b"
                   MOVE 1 TO BOARD-RANK
               WHEN "i"
                   MOVE 2 TO BOARD-RANK
               WHEN "v"
                   MOVE 3 TO BOARD-RANK
               WHEN OTHER
                   MOVE 3 TO BOARD-RANK
                   IF WIDTH NOT > CI-WIDTH AND HEIGHT NOT > CI-HEIGHT
                       AND N-MINE * CI-WIDTH * CI-HEIGHT
                           NOT > CI-N-MINE * WIDTH * HEIGHT
                       THEN
                           MOVE 2 TO BOARD-RANK
                   END-IF
                   IF WIDTH NOT > CB-WIDTH AND HEIGHT NOT > CB-HEIGHT
                       AND N-MINE * CB-WIDTH * CB-HEIGHT
                           NOT > CB-N-MINE * WIDTH * HEIGHT
                       THEN
                           MOVE 1 TO BOARD-RANK
                   END-IF
           END-EVALUATE.
           IF BOARD-RANK > TIER-RANK
               THEN
                   MOVE " " TO TIER-OK
                   DISPLAY "LV-" LV " " WIDTH "X" HEIGHT " " N-MINE
                       " MINES IS ABOVE YOUR CERTIFICATION (LV-"
                       OPERATOR-TIER ")"
           END-IF.
       EXIT-CHECK-TIER.
           EXIT.

       APPLY-PREF.
           MOVE PREF-LV TO LV.
           EVALUATE PREF-LV
       EXIT-CAT-READ.
           EXIT.

      *    A TOURNAMENT ROUND REPLACES THE LEVEL JUST CHOSEN WITH THE
      *    EVENT'S OWN BOARD AND HANDS THE ENTRANT THE FIRST SEED
      *    THEY HAVE NOT YET STARTED. THE SLOT IS MARKED STARTED
      *    BEFORE THE BOARD IS SHOWN, SO QUITTING AND COMING BACK
      *    MOVES ON TO THE NEXT SEED INSTEAD OF A SECOND LOOK
       PICK-TOURNEY.
           DISPLAY "TOURNAMENT ID: ".
           MOVE SPACES TO TRN-ID-IN.
           ACCEPT TRN-ID-IN.
           OPEN INPUT TRN-FILE.
           IF TRN-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO TOURNAMENTS ON FILE (CONBOTRN.IDX) - "
                       "PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           MOVE TRN-ID-IN TO TRN-KEY.
           MOVE "Y" TO FG-A.
           READ TRN-FILE INTO TRN-RECORD
               INVALID KEY
                   MOVE " " TO FG-A
           END-READ.
           CLOSE TRN-FILE.
           IF FG-A NOT = "Y"
               THEN
                   DISPLAY "NO TOURNAMENT " TRN-ID-IN
                       " - PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           ACCEPT GAME-DATE FROM DATE YYYYMMDD.
           IF GAME-DATE < TRN-OPEN OR GAME-DATE > TRN-CLOSE
               THEN
                   DISPLAY "TOURNAMENT " TRN-ID " RUNS " TRN-OPEN
                       " TO " TRN-CLOSE " - PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           OPEN I-O ENTRANT-FILE.
           IF ENTRANT-FILE-STATUS = "35"
               THEN
                   DISPLAY "YOU ARE NOT ENTERED IN " TRN-ID
                       " - PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           IF ENTRANT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "TOURNAMENT ENTRANT FILE NOT AVAILABLE - "
                       "STATUS " ENTRANT-FILE-STATUS
                   DISPLAY "PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           MOVE TRN-ID TO TRE-TRN-ID.
           MOVE OPERATOR-ID TO TRE-OPERATOR.
           MOVE "Y" TO FG-A.
           READ ENTRANT-FILE
               INVALID KEY
                   MOVE " " TO FG-A
           END-READ.
           IF FG-A NOT = "Y"
               THEN
                   CLOSE ENTRANT-FILE
                   DISPLAY "YOU ARE NOT ENTERED IN " TRN-ID
                       " - PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           MOVE 0 TO TOURNEY-ROUND.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > TRN-ROUNDS
               IF TOURNEY-ROUND = 0 AND TRE-STATUS(CNTI) = " "
                   THEN
                       MOVE CNTI TO TOURNEY-ROUND
               END-IF
           END-PERFORM.
           IF TOURNEY-ROUND = 0
               THEN
                   CLOSE ENTRANT-FILE
                   DISPLAY "ALL " TRN-ROUNDS " ROUNDS OF " TRN-ID
                       " ALREADY PLAYED - PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           MOVE "S" TO TRE-STATUS(TOURNEY-ROUND).
           MOVE GAME-DATE TO TRE-DATE(TOURNEY-ROUND).
           REWRITE TRE-RECORD.
           IF ENTRANT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "TOURNAMENT SLOT NOT CLAIMED - STATUS "
                       ENTRANT-FILE-STATUS
                   CLOSE ENTRANT-FILE
                   DISPLAY "PLAYING RANDOM BOARD"
                   GO TO EXIT-PICK-TOURNEY
           END-IF.
           CLOSE ENTRANT-FILE.
           MOVE TRN-ID TO TOURNEY-ID.
           MOVE TRN-LV TO LV.
           MOVE "Y" TO ISSET.
           MOVE TRN-WIDTH TO WIDTH.
           MOVE TRN-HEIGHT TO HEIGHT.
           MOVE TRN-N-MINE TO N-MINE.
           COMPUTE N-OPEN = (WIDTH * HEIGHT) - N-MINE.
           MOVE TRN-SEED(TOURNEY-ROUND) TO SEED.
           MOVE "Y" TO SEEDED.
           DISPLAY "TOURNAMENT " TOURNEY-ID " ROUND " TOURNEY-ROUND
               " OF " TRN-ROUNDS " - LV-" LV " " N-OPEN.
           IF TRN-OPEN-X(TOURNEY-ROUND) > 0
               AND TRN-OPEN-Y(TOURNEY-ROUND) > 0
               THEN
                   DISPLAY "OPEN "
                       POS-INDEX(TRN-OPEN-X(TOURNEY-ROUND))
                       POS-INDEX(TRN-OPEN-Y(TOURNEY-ROUND))
                       " FIRST - THE BOARD IS SOLVABLE WITHOUT "
                       "GUESSING FROM THERE"
           END-IF.
       EXIT-PICK-TOURNEY.
           EXIT.

       PLAY SECTION.
       DISP.
           PERFORM SCREEN-OUT THRU EXIT-SCREEN-OUT.
               WHEN "c"
                   PERFORM CHORD-CMD THRU EXIT-CHORD-CMD
               WHEN "w"
                   IF TOURNEY-ID NOT = SPACES
                       THEN
                           DISPLAY "A TOURNAMENT ROUND CANNOT BE SAVED"
                       ELSE
                           PERFORM SAVE-GAME THRU EXIT-SAVE-GAME
                           MOVE "SAVE" TO SES-CLOSE-REASON
                           PERFORM CLOSE-SESSION
                               THRU EXIT-CLOSE-SESSION
                   END-IF
                   MOVE " " TO C
               WHEN "h"
                   PERFORM HINT-CMD THRU EXIT-HINT-CMD
                   MOVE HINT-COUNT TO STATS-HINTS
                   ACCEPT GAME-DATE FROM DATE YYYYMMDD
                   MOVE GAME-DATE TO STATS-DATE
      *            ALWAYS THE OPERATOR ID - THE PROFILE NAME CAN
      *            CHANGE AND WOULD SPLIT THE OPERATOR'S HISTORY
                   MOVE OPERATOR-ID TO STATS-OPERATOR
                   MOVE ZEROES TO STATS-SEQ
                   MOVE ZEROES TO STATS-CHECK
      *            THE LOCK IS ACQUIRED, NOT JUST SAMPLED: THE
                           PERFORM RELEASE-LOCK THRU EXIT-RELEASE-LOCK
                   END-IF
                   PERFORM SAVE-ROUND-LIB THRU EXIT-SAVE-ROUND-LIB
                   IF TOURNEY-ID NOT = SPACES
                       THEN
                           PERFORM POST-TOURNEY THRU EXIT-POST-TOURNEY
                   END-IF
           END-IF.
       EXIT-LOG-STATS.
           EXIT.
      *    THE ROUND HAS ENDED ONE WAY OR ANOTHER - A BATCH FILE THAT
      *    RUNS OUT BEFORE THE ROUND IS DECIDED CLOSES IT AS QUIT
       END-SESSION.
           EVALUATE ON-GAME
               WHEN "W"
                   MOVE "WIN " TO SES-CLOSE-REASON
               WHEN "T"
                   MOVE "TIME" TO SES-CLOSE-REASON
               WHEN "E"
                   MOVE "LOSE" TO SES-CLOSE-REASON
               WHEN OTHER
                   MOVE "QUIT" TO SES-CLOSE-REASON
           END-EVALUATE.
           PERFORM CLOSE-SESSION THRU EXIT-CLOSE-SESSION.
       EXIT-END-SESSION.
           EXIT.
      *    A SAVE CLOSES THE SESSION TOO, BUT PLAY MAY GO ON AFTER IT;
      *    CONBOSES TAKES THE LAST CLOSE RECORD OF A SESSION AS ITS
      *    OUTCOME. THE ROUND ID IS ZERO UNLESS THE ROUND FINISHED.
       CLOSE-SESSION.
           PERFORM CALC-ELAPSED THRU EXIT-CALC-ELAPSED.
           INITIALIZE SES-RECORD.
           MOVE "C" TO SES-TYPE.
           MOVE SESSION-KEY TO SES-KEY.
           ACCEPT SES-DATE FROM DATE YYYYMMDD.
           ACCEPT SES-TIME FROM TIME.
           MOVE SES-CLOSE-REASON TO SES-REASON.
           MOVE LV TO SES-LV.
           MOVE WIDTH TO SES-WIDTH.
           MOVE HEIGHT TO SES-HEIGHT.
           MOVE N-MINE TO SES-N-MINE.
           IF SEEDED = "Y"
               THEN
                   MOVE SEED TO SES-SEED
           END-IF.
           MOVE TOURNEY-ID TO SES-TOURNEY.
           MOVE ROUND-ID TO SES-ROUND.
           MOVE ELAPSED-SECS TO SES-SECONDS.
           PERFORM WRITE-SESSION THRU EXIT-WRITE-SESSION.
       EXIT-CLOSE-SESSION.
           EXIT.
       WRITE-SESSION.
           OPEN EXTEND SES-FILE.
           IF SES-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT SES-FILE
           END-IF.
           IF SES-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "SESSION LEDGER NOT AVAILABLE - STATUS "
                       SES-FILE-STATUS
                   GO TO EXIT-WRITE-SESSION
           END-IF.
           WRITE SES-RECORD.
           CLOSE SES-FILE.
       EXIT-WRITE-SESSION.
           EXIT.
      *    THE FINISHED ROUND IS WRITTEN INTO THE SLOT IT STARTED IN,
      *    TAGGED WITH ITS ROUND ID - A SLOT IS FILLED ONCE ONLY, SO
      *    THE ROUND COUNTS EXACTLY ONCE IN THE STANDINGS
       POST-TOURNEY.
           OPEN I-O ENTRANT-FILE.
           IF ENTRANT-FILE-STATUS = "35"
               THEN
                   DISPLAY "TOURNAMENT ENTRANT FILE MISSING - ROUND "
                       "NOT POSTED"
                   GO TO EXIT-POST-TOURNEY
           END-IF.
           IF ENTRANT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "TOURNAMENT ROUND NOT POSTED - STATUS "
                       ENTRANT-FILE-STATUS
                   GO TO EXIT-POST-TOURNEY
           END-IF.
           MOVE TOURNEY-ID TO TRE-TRN-ID.
           MOVE OPERATOR-ID TO TRE-OPERATOR.
           READ ENTRANT-FILE
               INVALID KEY
                   CLOSE ENTRANT-FILE
                   DISPLAY "NO LONGER ENTERED IN " TOURNEY-ID
                       " - ROUND NOT POSTED"
                   GO TO EXIT-POST-TOURNEY
           END-READ.
           IF TRE-STATUS(TOURNEY-ROUND) NOT = "S"
               THEN
                   CLOSE ENTRANT-FILE
                   DISPLAY "TOURNAMENT ROUND ALREADY POSTED - "
                       "NOT COUNTED AGAIN"
                   GO TO EXIT-POST-TOURNEY
           END-IF.
      *    THE STATS RECORD AREA HOLDS THE TRAILER BY NOW, SO THE
      *    ROUND IS TAKEN FROM THE COPY SAVED BEFORE IT WAS LOGGED
           MOVE NEW-STAT TO LIB-STAT.
           MOVE LBS-OUTCOME(1:1) TO TRE-STATUS(TOURNEY-ROUND).
           MOVE LBS-DATE TO TRE-DATE(TOURNEY-ROUND).
           MOVE ROUND-ID TO TRE-ROUND-ID(TOURNEY-ROUND).
           MOVE LBS-SECONDS TO TRE-SECS(TOURNEY-ROUND).
           MOVE HINT-COUNT TO TRE-HINTS(TOURNEY-ROUND).
           REWRITE TRE-RECORD.
           IF ENTRANT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "TOURNAMENT ROUND NOT POSTED - STATUS "
                       ENTRANT-FILE-STATUS
                   CLOSE ENTRANT-FILE
                   GO TO EXIT-POST-TOURNEY
           END-IF.
           CLOSE ENTRANT-FILE.
           DISPLAY "TOURNAMENT " TOURNEY-ID " ROUND " TOURNEY-ROUND
               " POSTED AS ROUND " ROUND-ID.
       EXIT-POST-TOURNEY.
           EXIT.
       CHECK-LOCK.
           MOVE " " TO BATCH-LOCKED.
           OPEN INPUT LOCK-FILE.
           CLOSE RNO-FILE.
       EXIT-GET-ROUND-ID.
           EXIT.
      *    THE LIVE JOURNAL AND LAYOUT ARE FILED IN THE LIBRARY
      *    UNDER THE ROUND ID, SO CONBOVUE AND CONBOCHK CAN REPLAY
      *    ANY PAST ROUND, NOT JUST THE NEWEST ONE. THE JOURNAL
      *    PARTS GO IN FIRST AND THE HEADER LAST, SO THE HEADER
      *    CARRIES THE FINAL MOVE AND PART COUNTS.
       SAVE-ROUND-LIB.
           MOVE NEW-STAT TO LIB-STAT.
           OPEN I-O LIB-FILE.
           IF LIB-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT LIB-FILE
                   CLOSE LIB-FILE
                   OPEN I-O LIB-FILE
           END-IF.
      *    THE LIBRARY IS SHARED AND THE LOCK IS ALREADY RELEASED, SO
      *    ANOTHER SESSION CAN BE HOLDING IT
           IF LIB-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "GAME LIBRARY NOT AVAILABLE - STATUS "
                       LIB-FILE-STATUS
                   DISPLAY "ROUND " ROUND-ID
                       " NOT FILED IN THE GAME LIBRARY"
                   GO TO EXIT-SAVE-ROUND-LIB
           END-IF.
           MOVE 0 TO LIB-MOVE-COUNT.
           MOVE 0 TO LIB-PART-NO.
           MOVE " " TO LIB-WRITE-FAIL.
           MOVE "00" TO LIB-ERR-STATUS.
           MOVE " " TO LIB-COPY-EOF.
           PERFORM LIB-NEW-PART THRU EXIT-LIB-NEW-PART.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "35"
               THEN
                   PERFORM LIB-JRN-COPY THRU EXIT-LIB-JRN-COPY
                       UNTIL LIB-COPY-EOF = "Y"
                   CLOSE JOURNAL-FILE
           END-IF.
           IF LIB-MOVE-IDX > 0
               THEN
                   PERFORM LIB-WRITE-PART THRU EXIT-LIB-WRITE-PART
           END-IF.
           PERFORM LIB-NEW-PART THRU EXIT-LIB-NEW-PART.
           MOVE 0 TO LIB-PART.
           MOVE LBS-LV TO LIB-LV.
           MOVE LBS-SECONDS TO LIB-SECONDS.
           MOVE LBS-HINTS TO LIB-HINTS.
           MOVE LIB-MOVE-COUNT TO LIB-MOVES.
           MOVE LIB-PART-NO TO LIB-PARTS.
           OPEN INPUT LAYOUT-FILE.
           READ LAYOUT-FILE
               AT END
                   MOVE SPACES TO LAYOUT-RECORD
           END-READ.
           MOVE LAYOUT-RECORD TO LIB-LAYOUT.
           CLOSE LAYOUT-FILE.
           WRITE LIB-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM LIB-CHECK-WRITE THRU EXIT-LIB-CHECK-WRITE.
           CLOSE LIB-FILE.
           IF LIB-ERR-STATUS NOT = "00"
               THEN
                   DISPLAY "ROUND " ROUND-ID " NOT FILED IN THE GAME "
                       "LIBRARY - STATUS " LIB-ERR-STATUS
                   GO TO EXIT-SAVE-ROUND-LIB
           END-IF.
           IF LIB-WRITE-FAIL = "Y"
               THEN
                   DISPLAY "ROUND " ROUND-ID " ALREADY IN THE GAME "
                       "LIBRARY - NOT FILED AGAIN"
               ELSE
                   DISPLAY "ROUND " ROUND-ID
                       " FILED IN THE GAME LIBRARY"
           END-IF.
       EXIT-SAVE-ROUND-LIB.
           EXIT.
       LIB-NEW-PART.
           MOVE ROUND-ID TO LIB-ROUND.
           MOVE LBS-OPERATOR TO LIB-OPERATOR.
           MOVE LBS-DATE TO LIB-DATE.
           MOVE LBS-OUTCOME TO LIB-OUTCOME.
           MOVE LBS-SEED TO LIB-SEED.
           MOVE SPACES TO LIB-BODY.
           MOVE 0 TO LIB-MOVE-IDX.
       EXIT-LIB-NEW-PART.
           EXIT.
       LIB-JRN-COPY.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO LIB-COPY-EOF
                   GO TO EXIT-LIB-JRN-COPY
           END-READ.
           ADD 1 TO LIB-MOVE-COUNT.
           ADD 1 TO LIB-MOVE-IDX.
           MOVE JOURNAL-RECORD TO LIB-MOVE(LIB-MOVE-IDX).
           IF LIB-MOVE-IDX = LIB-MOVE-MAX
               THEN
                   PERFORM LIB-WRITE-PART THRU EXIT-LIB-WRITE-PART
           END-IF.
       EXIT-LIB-JRN-COPY.
           EXIT.
       LIB-WRITE-PART.
           ADD 1 TO LIB-PART-NO.
           MOVE LIB-PART-NO TO LIB-PART.
           WRITE LIB-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM LIB-CHECK-WRITE THRU EXIT-LIB-CHECK-WRITE.
           PERFORM LIB-NEW-PART THRU EXIT-LIB-NEW-PART.
       EXIT-LIB-WRITE-PART.
           EXIT.
      *    A DUPLICATE KEY MEANS THE ROUND IS ALREADY FILED. 02 IS A
      *    GOOD WRITE - THE OPERATOR AND DATE KEYS TAKE DUPLICATES.
      *    ANY OTHER FAILURE IS KEPT FOR THE MESSAGE, FIRST ONE WINS.
       LIB-CHECK-WRITE.
           IF LIB-FILE-STATUS = "22"
               THEN
                   MOVE "Y" TO LIB-WRITE-FAIL
                   GO TO EXIT-LIB-CHECK-WRITE
           END-IF.
           IF LIB-FILE-STATUS(1:1) NOT = "0"
               AND LIB-ERR-STATUS = "00"
               THEN
                   MOVE LIB-FILE-STATUS TO LIB-ERR-STATUS
           END-IF.
       EXIT-LIB-CHECK-WRITE.
           EXIT.
       PARSE-CMD.
           INITIALIZE CMD.
