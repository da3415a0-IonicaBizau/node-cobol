123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOQUA.
      *CERTIFICATION QUALIFICATION. READS THE LIVE STATS FILE
      *CONBOLER.STA AND PROMOTES AN OPERATOR ONE TIER ON THE
      *CERTIFICATION MASTER CONBOCRT.IDX WHEN THEIR ROUNDS MEET THE
      *PUBLISHED CRITERIA FOR THE NEXT TIER:
      *  LV-b TO LV-i - 5 WINS AT LV-b IN 120 SECONDS OR LESS
      *  LV-i TO LV-v - 5 WINS AT LV-i IN 300 SECONDS OR LESS
      *EACH WITHOUT A HINT, PLAYED ON OR AFTER THE DAY THE CURRENT
      *TIER WAS EARNED. AN OPERATOR WITH NO CERTIFICATION RECORD IS
      *A BEGINNER AND ALL THEIR BEGINNER WINS COUNT. CUSTOM BOARDS
      *NEVER COUNT, ROUNDS HELD FOR FAIR-PLAY REVIEW (CONBOFPS.IDX)
      *ARE LEFT OUT AND OPERATORS WHOSE PROFILE IS INACTIVE ARE NOT
      *PROMOTED. ONE TIER IS EARNED PER RUN - THE NEXT TIER HAS TO BE
      *WON AT THE NEW LEVEL. A ROUND LOGGED UNDER A NAME OR ALIAS
      *COUNTS FOR THE OPERATOR ID IT RESOLVES TO ON THE
      *CROSS-REFERENCE CONBOXRF.IDX.
      *EVERY PROMOTION IS WRITTEN TO CONBOMNT.AUD WITH BEFORE AND
      *AFTER IMAGES UNDER THE USER CONBOQUA. CONBOQUA.RPT LISTS THE
      *CRITERIA, EACH OPERATOR'S PROGRESS AND THE CONTROL TOTALS.
      *
      *USAGE: CONBOQUA
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT CRT-FILE ASSIGN TO "CONBOCRT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-ID
               FILE STATUS IS CRT-FILE-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO "CONBOMNT.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOQUA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  STATS-FILE.
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
      *CERTIFICATION MASTER - THE HIGHEST LEVEL THE OPERATOR MAY
      *PLAY (b, i OR v) AND THE DATE IT WAS EARNED. CRT-SOURCE IS Q
      *FOR A QUALIFICATION BY THIS PROGRAM AND S FOR A SUPERVISOR
      *GRANT OR REVOKE IN CONBOMNT, WITH ITS REASON CODE.
       FD  CRT-FILE.
       01  CRT-RECORD.
           03 CRT-ID      PIC X(8).
           03 CRT-TIER    PIC X(1).
           03 CRT-DATE    PIC 9(8).
           03 CRT-SOURCE  PIC X(1).
           03 CRT-REASON  PIC X(4).
      *FAIR-PLAY REVIEW FILE WRITTEN BY CONBOFPS. A FLAGGED ROUND
      *DOES NOT COUNT TOWARDS A TIER UNTIL A SUPERVISOR CLEARS IT.
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
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           03 AUD-DATE   PIC 9(8).
           03 FILLER     PIC X(1).
           03 AUD-TIME   PIC 9(6).
           03 FILLER     PIC X(1).
           03 AUD-USER   PIC X(8).
           03 FILLER     PIC X(1).
           03 AUD-ACTION PIC X(6).
           03 FILLER     PIC X(1).
           03 AUD-REASON PIC X(4).
           03 FILLER     PIC X(5).
           03 AUD-BEFORE PIC X(27).
           03 FILLER     PIC X(5).
           03 AUD-AFTER  PIC X(27).
       FD  PRINT-FILE.
       01  PRINT-RECORD PIC X(80).
       WORKING-STORAGE   SECTION.
       77 STATS-FILE-STATUS PIC X(2).
       77 CRT-FILE-STATUS PIC X(2).
       77 REVIEW-FILE-STATUS PIC X(2).
       77 PROF-FILE-STATUS PIC X(2).
       77 AUDIT-FILE-STATUS PIC X(2).
       77 EOF-FLAG PIC X VALUE " ".
       77 REVIEW-OPEN PIC X VALUE " ".
       77 PROF-OPEN PIC X VALUE " ".
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
       77 QUA-USER PIC X(8) VALUE "CONBOQUA".
       01 CURRENT-TIME.
           05 CT-HHMMSS PIC 9(6).
           05 CT-REST   PIC X(2).
       77 TODAY-DATE PIC 9(8).
      *THE PUBLISHED CRITERIA - ONE ENTRY PER STEP UP: FROM TIER,
      *TO TIER, WINS NEEDED AT THE FROM LEVEL, LONGEST QUALIFYING
      *WIN IN SECONDS AND MOST HINTS ALLOWED IN A QUALIFYING WIN
       01 CRITERIA-LIST.
           03 FILLER PIC X(13) VALUE "bi00500120000".
           03 FILLER PIC X(13) VALUE "iv00500300000".
       01 CRITERIA-TABLE REDEFINES CRITERIA-LIST.
           03 CRIT-ENTRY OCCURS 2.
               05 CR-FROM  PIC X(1).
               05 CR-TO    PIC X(1).
               05 CR-WINS  PIC 9(3).
               05 CR-SECS  PIC 9(5).
               05 CR-HINTS PIC 9(3).
       77 CRIT-MAX PIC 9 VALUE 2.
       77 CRIT-IDX PIC 9.
      *ONE ENTRY PER OPERATOR IN THE STATS FILE. OP-CRIT POINTS AT
      *THE CRITERIA FOR THE OPERATOR'S NEXT TIER, 0 AT THE TOP TIER.
       77 OP-COUNT PIC 9(3) VALUE 0.
       77 OP-MAX PIC 9(3) VALUE 500.
       01 OPERATORS.
           03 OP-ENTRY OCCURS 500.
               05 OP-ID       PIC X(8).
               05 OP-TIER     PIC X(1).
               05 OP-SINCE    PIC 9(8).
               05 OP-INACTIVE PIC X(1).
               05 OP-CRIT     PIC 9.
               05 OP-QUAL     PIC 9(5).
       77 CNTI PIC 9(3).
       77 FOUND-IDX PIC 9(3).
       77 REC-ON-FILE PIC X VALUE " ".
       77 RESULT-TEXT PIC X(20).
      *BEFORE/AFTER IMAGES FOR THE AUDIT TRAIL
       77 IMAGE-BEFORE PIC X(27) VALUE SPACES.
       77 IMAGE-AFTER PIC X(27) VALUE SPACES.
      *CONTROL TOTALS
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 SKIP-COUNT PIC 9(7) VALUE 0.
       77 HELD-COUNT PIC 9(7) VALUE 0.
       77 LOST-COUNT PIC 9(7) VALUE 0.
       77 INACTIVE-COUNT PIC 9(7) VALUE 0.
       77 TALLY-COUNT PIC 9(7) VALUE 0.
       77 QUAL-COUNT PIC 9(7) VALUE 0.
       77 PROMOTE-COUNT PIC 9(7) VALUE 0.
       77 CHANGED-COUNT PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(34)
               VALUE "CONBOQUA CERTIFICATION QUALIFYING ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 CRIT-LINE.
           03 FILLER PIC X(5) VALUE "  LV-".
           03 CL-FROM PIC X(1).
           03 FILLER PIC X(7) VALUE " TO LV-".
           03 CL-TO PIC X(1).
           03 FILLER PIC X(3) VALUE " - ".
           03 CL-WINS PIC ZZ9.
           03 FILLER PIC X(12) VALUE " WINS AT LV-".
           03 CL-AT PIC X(1).
           03 FILLER PIC X(4) VALUE " IN ".
           03 CL-SECS PIC ZZZZ9.
           03 FILLER PIC X(7) VALUE " SECS, ".
           03 CL-HINTS PIC ZZ9.
           03 FILLER PIC X(6) VALUE " HINTS".
       01 COL-LINE.
           03 FILLER PIC X(28) VALUE
               "OPERATOR TIER SINCE    WINS ".
           03 FILLER PIC X(14) VALUE
               "NEEDED RESULT".
       01 OP-LINE.
           03 OL-ID PIC X(8).
           03 FILLER PIC X(4) VALUE SPACES.
           03 OL-TIER PIC X(1).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OL-SINCE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 OL-WINS PIC ZZZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 OL-NEEDED PIC ZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 OL-RESULT PIC X(20).
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO STATS RECORDED YET - NOTHING TO QUALIFY"
                   STOP RUN
           END-IF.
           OPEN I-O CRT-FILE.
           IF CRT-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT CRT-FILE
                   CLOSE CRT-FILE
                   OPEN I-O CRT-FILE
           END-IF.
           OPEN INPUT REVIEW-FILE.
           IF REVIEW-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO REVIEW-OPEN
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
           PERFORM READ-LOOP THRU EXIT-READ-LOOP
               UNTIL EOF-FLAG = "Y".
           CLOSE STATS-FILE.
           IF REVIEW-OPEN = "Y"
               THEN
                   CLOSE REVIEW-FILE
           END-IF.
           IF PROF-OPEN = "Y"
               THEN
                   CLOSE PROF-FILE
           END-IF.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PRINT-CRITERIA THRU EXIT-PRINT-CRITERIA.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM QUALIFY-OPERATOR THRU EXIT-QUALIFY-OPERATOR
               VARYING CNTI FROM 1 BY 1 UNTIL CNTI > OP-COUNT.
           IF OP-COUNT = 0
               THEN
                   MOVE "  NO OPERATORS IN THE STATS FILE"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
           END-IF.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE CRT-FILE.
           DISPLAY "===== CONBOQUA CONTROL TOTALS =====".
           DISPLAY "STATS RECORDS READ: " READ-COUNT.
           DISPLAY "  COMMENT/TRAILER : " SKIP-COUNT.
           DISPLAY "  HELD FOR REVIEW : " HELD-COUNT.
           DISPLAY "  INACTIVE OPER.  : " INACTIVE-COUNT.
           DISPLAY "  TABLE FULL      : " LOST-COUNT.
           DISPLAY "  TALLIED         : " TALLY-COUNT.
           DISPLAY "QUALIFYING WINS   : " QUAL-COUNT.
           DISPLAY "OPERATORS         : " OP-COUNT.
           DISPLAY "PROMOTED          : " PROMOTE-COUNT.
           DISPLAY "TIER CHANGED SINCE: " CHANGED-COUNT.
           IF READ-COUNT = SKIP-COUNT + HELD-COUNT + INACTIVE-COUNT
                   + LOST-COUNT + TALLY-COUNT
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF LOST-COUNT > 0
               THEN
                   DISPLAY "*** OPERATOR TABLE FULL - " LOST-COUNT
                       " ROUND(S) NOT QUALIFIED ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-LOOP.
           READ STATS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
                   GO TO EXIT-READ-LOOP
           END-READ.
           ADD 1 TO READ-COUNT.
           IF STATS-LV = "#"
               THEN
                   ADD 1 TO SKIP-COUNT
                   GO TO EXIT-READ-LOOP
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
                           ADD 1 TO HELD-COUNT
                           GO TO EXIT-READ-LOOP
                   END-IF
           END-IF.
           MOVE STATS-OPERATOR TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           PERFORM FIND-OPERATOR THRU EXIT-FIND-OPERATOR.
           IF FOUND-IDX = 0
               THEN
                   ADD 1 TO LOST-COUNT
                   GO TO EXIT-READ-LOOP
           END-IF.
           IF OP-INACTIVE(FOUND-IDX) = "Y"
               THEN
                   ADD 1 TO INACTIVE-COUNT
                   GO TO EXIT-READ-LOOP
           END-IF.
           ADD 1 TO TALLY-COUNT.
           MOVE OP-CRIT(FOUND-IDX) TO CRIT-IDX.
           IF CRIT-IDX = 0
               THEN
                   GO TO EXIT-READ-LOOP
           END-IF.
           IF STATS-LV = CR-FROM(CRIT-IDX)
               AND STATS-OUTCOME = "WIN "
               AND STATS-SECONDS IS NUMERIC
               AND STATS-HINTS IS NUMERIC
               AND STATS-DATE IS NUMERIC
               AND STATS-SECONDS NOT > CR-SECS(CRIT-IDX)
               AND STATS-HINTS NOT > CR-HINTS(CRIT-IDX)
               AND STATS-DATE NOT < OP-SINCE(FOUND-IDX)
               THEN
                   ADD 1 TO OP-QUAL(FOUND-IDX)
                   ADD 1 TO QUAL-COUNT
           END-IF.
       EXIT-READ-LOOP.
           EXIT.

      *    A NEW OPERATOR'S TIER AND PROFILE STATUS ARE LOOKED UP
      *    ONCE, WHEN THEY ARE FIRST SEEN
       FIND-OPERATOR.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1
                   UNTIL CNTI > OP-COUNT OR FOUND-IDX > 0
               IF OP-ID(CNTI) = RES-KEY
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX > 0 OR OP-COUNT NOT < OP-MAX
               THEN
                   GO TO EXIT-FIND-OPERATOR
           END-IF.
           ADD 1 TO OP-COUNT.
           MOVE OP-COUNT TO FOUND-IDX.
           MOVE RES-KEY TO OP-ID(FOUND-IDX).
           MOVE "b" TO OP-TIER(FOUND-IDX).
           MOVE 0 TO OP-SINCE(FOUND-IDX).
           MOVE " " TO OP-INACTIVE(FOUND-IDX).
           MOVE 0 TO OP-QUAL(FOUND-IDX).
           MOVE RES-KEY TO CRT-ID.
           READ CRT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CRT-TIER TO OP-TIER(FOUND-IDX)
                   MOVE CRT-DATE TO OP-SINCE(FOUND-IDX)
           END-READ.
           MOVE 0 TO OP-CRIT(FOUND-IDX).
           PERFORM VARYING CRIT-IDX FROM 1 BY 1
                   UNTIL CRIT-IDX > CRIT-MAX
               IF CR-FROM(CRIT-IDX) = OP-TIER(FOUND-IDX)
                   THEN
                       MOVE CRIT-IDX TO OP-CRIT(FOUND-IDX)
               END-IF
           END-PERFORM.
           IF PROF-OPEN = "Y"
               THEN
                   MOVE RES-KEY TO PROF-ID
                   READ PROF-FILE
                       INVALID KEY
                           MOVE SPACE TO PROF-STATUS
                   END-READ
                   IF PROF-STATUS = "I"
                       THEN
                           MOVE "Y" TO OP-INACTIVE(FOUND-IDX)
                   END-IF
           END-IF.
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

       QUALIFY-OPERATOR.
           MOVE SPACES TO RESULT-TEXT.
           MOVE OP-CRIT(CNTI) TO CRIT-IDX.
           IF OP-INACTIVE(CNTI) = "Y"
               THEN
                   MOVE "INACTIVE" TO RESULT-TEXT
               ELSE IF CRIT-IDX = 0
                   THEN
                       MOVE "TOP TIER" TO RESULT-TEXT
                   ELSE IF OP-QUAL(CNTI) NOT < CR-WINS(CRIT-IDX)
                       THEN
                           PERFORM PROMOTE-OPERATOR
                               THRU EXIT-PROMOTE-OPERATOR
           END-IF END-IF END-IF.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE SPACES TO OP-LINE.
           MOVE OP-ID(CNTI) TO OL-ID.
           MOVE OP-TIER(CNTI) TO OL-TIER.
           IF OP-SINCE(CNTI) > 0
               THEN
                   MOVE OP-SINCE(CNTI) TO OL-SINCE
           END-IF.
           MOVE OP-QUAL(CNTI) TO OL-WINS.
           IF CRIT-IDX > 0
               THEN
                   MOVE CR-WINS(CRIT-IDX) TO OL-NEEDED
           END-IF.
           MOVE RESULT-TEXT TO OL-RESULT.
           MOVE OP-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-QUALIFY-OPERATOR.
           EXIT.

      *    THE RECORD IS READ AGAIN FIRST, SO A TIER A SUPERVISOR
      *    HAS CHANGED DURING THE RUN IS LEFT ALONE
       PROMOTE-OPERATOR.
           MOVE OP-ID(CNTI) TO CRT-ID.
           MOVE "Y" TO REC-ON-FILE.
           READ CRT-FILE
               INVALID KEY
                   MOVE " " TO REC-ON-FILE
                   MOVE "b" TO CRT-TIER
           END-READ.
           IF CRT-TIER NOT = OP-TIER(CNTI)
               THEN
                   ADD 1 TO CHANGED-COUNT
                   MOVE "TIER CHANGED - LEFT" TO RESULT-TEXT
                   GO TO EXIT-PROMOTE-OPERATOR
           END-IF.
           IF REC-ON-FILE = "Y"
               THEN
                   MOVE CRT-RECORD TO IMAGE-BEFORE
               ELSE
                   MOVE SPACES TO IMAGE-BEFORE
           END-IF.
           MOVE OP-ID(CNTI) TO CRT-ID.
           MOVE CR-TO(CRIT-IDX) TO CRT-TIER.
           MOVE TODAY-DATE TO CRT-DATE.
           MOVE "Q" TO CRT-SOURCE.
           MOVE "QUAL" TO CRT-REASON.
           IF REC-ON-FILE = "Y"
               THEN
                   REWRITE CRT-RECORD
               ELSE
                   WRITE CRT-RECORD
           END-IF.
           IF CRT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "CERTIFICATION WRITE FAILED FOR "
                       OP-ID(CNTI) " - STATUS " CRT-FILE-STATUS
                   MOVE "WRITE FAILED" TO RESULT-TEXT
                   MOVE 4 TO RETURN-CODE
                   GO TO EXIT-PROMOTE-OPERATOR
           END-IF.
           MOVE CRT-RECORD TO IMAGE-AFTER.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           ADD 1 TO PROMOTE-COUNT.
           STRING "PROMOTED TO LV-" DELIMITED BY SIZE
               CR-TO(CRIT-IDX) DELIMITED BY SIZE
               INTO RESULT-TEXT.
       EXIT-PROMOTE-OPERATOR.
           EXIT.

       WRITE-AUDIT.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE TODAY-DATE TO AUD-DATE.
           MOVE CT-HHMMSS TO AUD-TIME.
           MOVE QUA-USER TO AUD-USER.
           MOVE "CRTQUA" TO AUD-ACTION.
           MOVE "QUAL" TO AUD-REASON.
           MOVE IMAGE-BEFORE TO AUD-BEFORE.
           MOVE IMAGE-AFTER TO AUD-AFTER.
           WRITE AUDIT-RECORD.
       EXIT-WRITE-AUDIT.
           EXIT.

       PRINT-CRITERIA.
           ADD 1 TO PAGE-NO.
           MOVE TODAY-DATE TO HD-DATE.
           MOVE PAGE-NO TO HD-PAGE.
           MOVE HEAD-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "PUBLISHED CRITERIA - WINS WITH NO MORE THAN THE HINTS"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "SHOWN, PLAYED SINCE THE CURRENT TIER WAS EARNED"
               TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           PERFORM VARYING CRIT-IDX FROM 1 BY 1
                   UNTIL CRIT-IDX > CRIT-MAX
               MOVE CR-FROM(CRIT-IDX) TO CL-FROM
               MOVE CR-TO(CRIT-IDX) TO CL-TO
               MOVE CR-WINS(CRIT-IDX) TO CL-WINS
               MOVE CR-FROM(CRIT-IDX) TO CL-AT
               MOVE CR-SECS(CRIT-IDX) TO CL-SECS
               MOVE CR-HINTS(CRIT-IDX) TO CL-HINTS
               MOVE CRIT-LINE TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-PERFORM.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-CRITERIA.
           EXIT.

       PAGE-HEAD.
           IF LINE-CNT > 0
               THEN
                   ADD 1 TO PAGE-NO
                   MOVE TODAY-DATE TO HD-DATE
                   MOVE PAGE-NO TO HD-PAGE
                   MOVE HEAD-LINE TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
           END-IF.
           MOVE COL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE 10 TO LINE-CNT.
       EXIT-PAGE-HEAD.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "STATS RECORDS READ    :" TO CTL-LABEL.
           MOVE READ-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  COMMENT/TRAILER     :" TO CTL-LABEL.
           MOVE SKIP-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  HELD FOR REVIEW     :" TO CTL-LABEL.
           MOVE HELD-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  INACTIVE OPERATOR   :" TO CTL-LABEL.
           MOVE INACTIVE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  OPERATOR TABLE FULL :" TO CTL-LABEL.
           MOVE LOST-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  TALLIED             :" TO CTL-LABEL.
           MOVE TALLY-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "QUALIFYING WINS       :" TO CTL-LABEL.
           MOVE QUAL-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "OPERATORS PROMOTED    :" TO CTL-LABEL.
           MOVE PROMOTE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
