123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOFPS.
      *FAIR-PLAY SCREENING. READS THE ROUND HISTORY (CONBOARC.YYYYMM
      *ARCHIVES FROM THE START MONTH PLUS THE LIVE CONBOLER.STA) AND
      *THE CONBOVUE VIEWING LOG, AND FILES A REVIEW RECORD IN
      *CONBOFPS.IDX FOR EVERY ROUND WHERE
      *  VIEW - THE OPERATOR PLAYED A SEED AFTER REPLAYING A ROUND
      *         ON THAT SEED IN CONBOVUE
      *  SEED - THE OPERATOR HAD ALREADY PLAYED THE SAME NON-ZERO
      *         SEED IN AN EARLIER ROUND
      *  FAST - A WIN CAME IN UNDER THE MINIMUM PLAUSIBLE TIME FOR
      *         THE BOARD SIZE
      *A FLAGGED ROUND STAYS OUT OF CONBORAT AND CONBOREP UNTIL A
      *SUPERVISOR CLEARS IT IN CONBOMNT. A ROUND ALREADY ON THE
      *REVIEW FILE IS NEVER FILED AGAIN, SO A CLEARED FLAG STAYS
      *CLEARED. ROUNDS WITHOUT A ROUND ID CANNOT BE FILED AND ARE
      *ONLY COUNTED.
      *
      *USAGE: CONBOFPS [FROM-YYYYMM]
      *BLANK STARTS THE HISTORY TWELVE MONTHS BACK.
      *FLAGS FILED BY THIS RUN ARE LISTED IN CONBOFPS.RPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT VIEW-FILE ASSIGN TO "CONBOVUE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VIEW-FILE-STATUS.
           SELECT CKP-FILE ASSIGN TO "CONBORAT.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CONBOFPS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-ROUND
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOFPS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  STATS-FILE.
       01  STATS-RECORD PIC X(58).
       FD  ARCH-FILE.
       01  ARCH-RECORD PIC X(58).
       FD  VIEW-FILE.
       01  VIEW-RECORD.
           03 VUE-DATE       PIC 9(8).
           03 VUE-TIME       PIC 9(6).
           03 VUE-VIEWER     PIC X(8).
           03 VUE-ROUND      PIC 9(8).
           03 VUE-NEXT-ROUND PIC 9(8).
       FD  CKP-FILE.
       01  CKP-RECORD.
           03 CKP-PROCESSED PIC 9(7).
      *REVIEW FILE - ONE RECORD PER FLAGGED ROUND. REV-STATUS IS
      *P PENDING, C CLEARED OR U UPHELD. REV-HELD IS SET BY CONBORAT:
      *Y RATING HELD BACK, R RATED AFTER CLEARANCE; A MEANS THE
      *ROUND HAD ALREADY BEEN RATED WHEN IT WAS FLAGGED.
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
       77 VIEW-FILE-STATUS PIC X(2).
       77 CKP-FILE-STATUS PIC X(2).
       77 REVIEW-FILE-STATUS PIC X(2).
       77 XRF-FILE-STATUS PIC X(2).
       77 XRF-OPEN PIC X VALUE " ".
       77 RES-KEY PIC X(8).
       77 ARCH-FILE-NAME PIC X(15).
       77 STATS-EOF PIC X VALUE " ".
       77 ARCH-EOF PIC X VALUE " ".
       77 VIEW-EOF PIC X VALUE " ".
       77 REVIEW-EOF PIC X VALUE " ".
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
       01 CUR-MONTH.
           03 CUR-YYYY PIC 9(4).
           03 CUR-MM   PIC 9(2).
       77 TO-MONTH PIC 9(6).
      *ROUND HISTORY IN FILE ORDER. HIS-POS IS THE RECORD'S PLACE IN
      *THE LIVE STATS FILE (0 FOR AN ARCHIVED ROUND), COMPARED WITH
      *THE CONBORAT CHECKPOINT TO TELL WHETHER IT IS ALREADY RATED.
       77 HIS-COUNT PIC 9(5) VALUE 0.
       77 HIS-MAX PIC 9(5) VALUE 5000.
       77 HIS-LOST PIC 9(7) VALUE 0.
       01 HISTORY.
           03 HIS-ENTRY OCCURS 5000.
               05 HIS-ROUND    PIC 9(8).
               05 HIS-OPERATOR PIC X(8).
               05 HIS-SEED     PIC 9(4).
               05 HIS-POS      PIC 9(7).
               05 HIS-IMAGE    PIC X(58).
       77 LIVE-POS PIC 9(7) VALUE 0.
       77 RATED-UPTO PIC 9(7) VALUE 0.
      *VIEWS OF LIBRARY ROUNDS. VW-NEXT-ROUND IS THE NEXT ROUND ID
      *CONBOLER WOULD HAND OUT AT THE TIME OF THE VIEW, SO ANY ROUND
      *NUMBERED FROM THERE ON WAS FINISHED AFTER THE VIEW.
       77 VW-COUNT PIC 9(4) VALUE 0.
       77 VW-MAX PIC 9(4) VALUE 2000.
       77 VW-LOST PIC 9(7) VALUE 0.
       01 VIEWS.
           03 VW-ENTRY OCCURS 2000.
               05 VW-VIEWER     PIC X(8).
               05 VW-ROUND      PIC 9(8).
               05 VW-NEXT-ROUND PIC 9(8).
               05 VW-DATE       PIC 9(8).
               05 VW-SEED       PIC 9(4).
      *MINIMUM PLAUSIBLE WIN: ONE SECOND FOR EVERY FAST-RATE SAFE
      *CELLS, NEVER UNDER FAST-FLOOR SECONDS
       77 FAST-RATE PIC 9(2) VALUE 8.
       77 FAST-FLOOR PIC 9(3) VALUE 5.
       77 MIN-SECS PIC 9(5).
       77 CNTI PIC 9(5).
       77 CNTJ PIC 9(5).
       77 FLAG-REASON PIC X(4).
       77 FLAG-DETAIL PIC X(32).
       01 DETAIL-SEED.
           03 FILLER PIC X(5) VALUE "SEED ".
           03 DS-SEED PIC 9(4).
           03 FILLER PIC X(15) VALUE " FIRST IN RND ".
           03 DS-ROUND PIC 9(8).
       01 DETAIL-VIEW.
           03 FILLER PIC X(12) VALUE "VIEWED RND ".
           03 DV-ROUND PIC 9(8).
           03 FILLER PIC X(4) VALUE " ON ".
           03 DV-DATE PIC 9(8).
       01 DETAIL-FAST.
           03 FILLER PIC X(7) VALUE "WON IN ".
           03 DF-SECS PIC ZZZZ9.
           03 FILLER PIC X(10) VALUE "S, MIN IS ".
           03 DF-MIN PIC ZZZZ9.
       77 TODAY-NUM PIC 9(8).
      *CONTROL TOTALS
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 NO-ROUND-COUNT PIC 9(7) VALUE 0.
       77 SCREEN-COUNT PIC 9(7) VALUE 0.
       77 CLEAN-COUNT PIC 9(7) VALUE 0.
       77 FLAG-COUNT PIC 9(7) VALUE 0.
       77 ON-FILE-COUNT PIC 9(7) VALUE 0.
       77 NEW-COUNT PIC 9(7) VALUE 0.
       77 VIEW-FLAGS PIC 9(7) VALUE 0.
       77 SEED-FLAGS PIC 9(7) VALUE 0.
       77 FAST-FLAGS PIC 9(7) VALUE 0.
       77 RATED-FLAGS PIC 9(7) VALUE 0.
       77 VW-UNRESOLVED PIC 9(7) VALUE 0.
       77 PENDING-COUNT PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(34)
               VALUE "CONBOFPS FAIR-PLAY SCREENING RUN ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 COL-LINE.
           03 FILLER PIC X(36) VALUE
               "ROUND    OPERATOR DATE     SEED RSN ".
           03 FILLER PIC X(34) VALUE
               " DETAIL                          R".
       01 DETAIL-LINE.
           03 DL-ROUND PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-OPERATOR PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-DATE PIC 9(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-SEED PIC 9(4).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-REASON PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DL-DETAIL PIC X(32).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-RATED PIC X(1).
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
                   COMPUTE CUR-YYYY = TODAY-YYYY - 1
                   MOVE TODAY-MM TO CUR-MM
               ELSE
                   IF FROM-STR NOT NUMERIC
                       THEN
                           DISPLAY "USAGE: CONBOFPS [FROM-YYYYMM]"
                           DISPLAY "BLANK STARTS THE HISTORY TWELVE "
                               "MONTHS BACK"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE FROM-STR TO CUR-MONTH
           END-IF.
           MOVE TODAY-DATE(1:6) TO TO-MONTH.
           OPEN INPUT XRF-FILE.
           IF XRF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO XRF-OPEN
           END-IF.
           IF CUR-MM < 01 OR CUR-MM > 12 OR CUR-MONTH > TO-MONTH
               THEN
                   DISPLAY "INVALID START MONTH " CUR-MONTH
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM MONTH-PASS THRU EXIT-MONTH-PASS
               UNTIL CUR-MONTH > TO-MONTH.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-STATUS NOT = "35"
               THEN
                   PERFORM STATS-READ THRU EXIT-STATS-READ
                       UNTIL STATS-EOF = "Y"
                   CLOSE STATS-FILE
           END-IF.
           PERFORM LOAD-CKP THRU EXIT-LOAD-CKP.
           PERFORM LOAD-VIEWS THRU EXIT-LOAD-VIEWS.
           IF XRF-OPEN = "Y"
               THEN
                   CLOSE XRF-FILE
           END-IF.
           PERFORM OPEN-REVIEW THRU EXIT-OPEN-REVIEW.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM SCREEN-ROUND THRU EXIT-SCREEN-ROUND
               VARYING CNTI FROM 1 BY 1 UNTIL CNTI > HIS-COUNT.
           PERFORM COUNT-PENDING THRU EXIT-COUNT-PENDING.
           CLOSE REVIEW-FILE.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           DISPLAY "===== CONBOFPS CONTROL TOTALS =====".
           DISPLAY "RECORDS READ      : " READ-COUNT.
           DISPLAY "NO ROUND ID       : " NO-ROUND-COUNT.
           DISPLAY "ROUNDS SCREENED   : " SCREEN-COUNT.
           DISPLAY "  CLEAN           : " CLEAN-COUNT.
           DISPLAY "  FLAGGED         : " FLAG-COUNT.
           DISPLAY "    ALREADY ON FILE: " ON-FILE-COUNT.
           DISPLAY "    NEWLY FILED    : " NEW-COUNT.
           DISPLAY "      VIEW         : " VIEW-FLAGS.
           DISPLAY "      SEED         : " SEED-FLAGS.
           DISPLAY "      FAST         : " FAST-FLAGS.
           DISPLAY "      ALREADY RATED: " RATED-FLAGS.
           DISPLAY "VIEWS LOADED      : " VW-COUNT.
           DISPLAY "VIEWS UNRESOLVED  : " VW-UNRESOLVED.
           DISPLAY "FLAGS PENDING     : " PENDING-COUNT.
           IF HIS-LOST > 0 OR VW-LOST > 0
               THEN
                   DISPLAY "*** TABLE FULL - " HIS-LOST " ROUND(S) AND "
                       VW-LOST " VIEW(S) NOT SCREENED ***"
           END-IF.
           IF READ-COUNT = NO-ROUND-COUNT + SCREEN-COUNT + HIS-LOST
               AND SCREEN-COUNT = CLEAN-COUNT + FLAG-COUNT
               AND FLAG-COUNT = ON-FILE-COUNT + NEW-COUNT
               AND NEW-COUNT = VIEW-FLAGS + SEED-FLAGS + FAST-FLAGS
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF HIS-LOST > 0 OR VW-LOST > 0
               THEN
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF NEW-COUNT > 0
               THEN
                   DISPLAY "NEW FLAGS LISTED IN CONBOFPS.RPT - "
                       "REVIEW THEM IN CONBOMNT"
                   MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE 0 TO LIVE-POS.
           PERFORM ADD-HISTORY THRU EXIT-ADD-HISTORY.
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
           ADD 1 TO LIVE-POS.
           PERFORM ADD-HISTORY THRU EXIT-ADD-HISTORY.
       EXIT-STATS-READ.
           EXIT.

       ADD-HISTORY.
           ADD 1 TO READ-COUNT.
           IF WRK-ROUND NOT NUMERIC OR WRK-ROUND = 0
               THEN
                   ADD 1 TO NO-ROUND-COUNT
                   GO TO EXIT-ADD-HISTORY
           END-IF.
           IF HIS-COUNT NOT < HIS-MAX
               THEN
                   ADD 1 TO HIS-LOST
                   GO TO EXIT-ADD-HISTORY
           END-IF.
           ADD 1 TO HIS-COUNT.
           MOVE WRK-ROUND TO HIS-ROUND(HIS-COUNT).
           MOVE WRK-OPERATOR TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           MOVE RES-KEY TO HIS-OPERATOR(HIS-COUNT).
           IF WRK-SEED IS NUMERIC
               THEN
                   MOVE WRK-SEED TO HIS-SEED(HIS-COUNT)
               ELSE
                   MOVE 0 TO HIS-SEED(HIS-COUNT)
           END-IF.
           MOVE LIVE-POS TO HIS-POS(HIS-COUNT).
           MOVE WORK-STAT TO HIS-IMAGE(HIS-COUNT).
       EXIT-ADD-HISTORY.
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

       LOAD-CKP.
           MOVE 0 TO RATED-UPTO.
           OPEN INPUT CKP-FILE.
           IF CKP-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-LOAD-CKP
           END-IF.
           READ CKP-FILE
               AT END
                   MOVE 0 TO CKP-PROCESSED
           END-READ.
           IF CKP-PROCESSED IS NUMERIC
               THEN
                   MOVE CKP-PROCESSED TO RATED-UPTO
           END-IF.
           CLOSE CKP-FILE.
       EXIT-LOAD-CKP.
           EXIT.

      *    ONLY VIEWS OF A LIBRARY ROUND COUNT - A LIVE-MODE REPLAY
      *    (ROUND 0) SHOWS THE VIEWER'S OWN LAST BOARD. THE SEED OF
      *    THE VIEWED ROUND IS TAKEN FROM THE HISTORY; A VIEWED ROUND
      *    OLDER THAN THE HISTORY CANNOT BE RESOLVED.
       LOAD-VIEWS.
           OPEN INPUT VIEW-FILE.
           IF VIEW-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-LOAD-VIEWS
           END-IF.
           PERFORM VIEW-READ THRU EXIT-VIEW-READ
               UNTIL VIEW-EOF = "Y".
           CLOSE VIEW-FILE.
       EXIT-LOAD-VIEWS.
           EXIT.

       VIEW-READ.
           READ VIEW-FILE
               AT END
                   MOVE "Y" TO VIEW-EOF
                   GO TO EXIT-VIEW-READ
           END-READ.
           IF VUE-ROUND NOT NUMERIC OR VUE-ROUND = 0
               OR VUE-NEXT-ROUND NOT NUMERIC
               THEN
                   GO TO EXIT-VIEW-READ
           END-IF.
           IF VW-COUNT NOT < VW-MAX
               THEN
                   ADD 1 TO VW-LOST
                   GO TO EXIT-VIEW-READ
           END-IF.
           ADD 1 TO VW-COUNT.
           MOVE VUE-VIEWER TO RES-KEY.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY.
           MOVE RES-KEY TO VW-VIEWER(VW-COUNT).
           MOVE VUE-ROUND TO VW-ROUND(VW-COUNT).
           MOVE VUE-NEXT-ROUND TO VW-NEXT-ROUND(VW-COUNT).
           MOVE VUE-DATE TO VW-DATE(VW-COUNT).
           MOVE 0 TO VW-SEED(VW-COUNT).
           PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > HIS-COUNT
               IF HIS-ROUND(CNTJ) = VUE-ROUND
                   THEN
                       MOVE HIS-SEED(CNTJ) TO VW-SEED(VW-COUNT)
               END-IF
           END-PERFORM.
           IF VW-SEED(VW-COUNT) = 0
               THEN
                   ADD 1 TO VW-UNRESOLVED
           END-IF.
       EXIT-VIEW-READ.
           EXIT.

       OPEN-REVIEW.
           OPEN I-O REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT REVIEW-FILE
                   CLOSE REVIEW-FILE
                   OPEN I-O REVIEW-FILE
           END-IF.
       EXIT-OPEN-REVIEW.
           EXIT.

       SCREEN-ROUND.
           ADD 1 TO SCREEN-COUNT.
           MOVE HIS-IMAGE(CNTI) TO WORK-STAT.
           MOVE SPACES TO FLAG-REASON.
           MOVE SPACES TO FLAG-DETAIL.
           IF HIS-SEED(CNTI) > 0
               THEN
                   PERFORM CHECK-VIEW THRU EXIT-CHECK-VIEW
           END-IF.
           IF HIS-SEED(CNTI) > 0 AND FLAG-REASON = SPACES
               THEN
                   PERFORM CHECK-SEED THRU EXIT-CHECK-SEED
           END-IF.
           IF FLAG-REASON = SPACES
               THEN
                   PERFORM CHECK-FAST THRU EXIT-CHECK-FAST
           END-IF.
           IF FLAG-REASON = SPACES
               THEN
                   ADD 1 TO CLEAN-COUNT
                   GO TO EXIT-SCREEN-ROUND
           END-IF.
           ADD 1 TO FLAG-COUNT.
           MOVE HIS-ROUND(CNTI) TO REV-ROUND.
           READ REVIEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ON-FILE-COUNT
                   GO TO EXIT-SCREEN-ROUND
           END-READ.
           PERFORM FILE-FLAG THRU EXIT-FILE-FLAG.
       EXIT-SCREEN-ROUND.
           EXIT.

       CHECK-VIEW.
           PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > VW-COUNT
               IF FLAG-REASON = SPACES
                   AND VW-SEED(CNTJ) = HIS-SEED(CNTI)
                   AND VW-VIEWER(CNTJ) = HIS-OPERATOR(CNTI)
                   AND VW-ROUND(CNTJ) NOT = HIS-ROUND(CNTI)
                   AND HIS-ROUND(CNTI) NOT < VW-NEXT-ROUND(CNTJ)
                   THEN
                       MOVE "VIEW" TO FLAG-REASON
                       MOVE VW-ROUND(CNTJ) TO DV-ROUND
                       MOVE VW-DATE(CNTJ) TO DV-DATE
                       MOVE DETAIL-VIEW TO FLAG-DETAIL
               END-IF
           END-PERFORM.
       EXIT-CHECK-VIEW.
           EXIT.

       CHECK-SEED.
           PERFORM VARYING CNTJ FROM 1 BY 1 UNTIL CNTJ > HIS-COUNT
               IF FLAG-REASON = SPACES
                   AND HIS-SEED(CNTJ) = HIS-SEED(CNTI)
                   AND HIS-OPERATOR(CNTJ) = HIS-OPERATOR(CNTI)
                   AND HIS-ROUND(CNTJ) < HIS-ROUND(CNTI)
                   THEN
                       MOVE "SEED" TO FLAG-REASON
                       MOVE HIS-SEED(CNTI) TO DS-SEED
                       MOVE HIS-ROUND(CNTJ) TO DS-ROUND
                       MOVE DETAIL-SEED TO FLAG-DETAIL
               END-IF
           END-PERFORM.
       EXIT-CHECK-SEED.
           EXIT.

       CHECK-FAST.
           IF WRK-OUTCOME NOT = "WIN "
               OR WRK-SECONDS NOT NUMERIC
               OR WRK-WIDTH NOT NUMERIC OR WRK-HEIGHT NOT NUMERIC
               OR WRK-N-MINE NOT NUMERIC
               THEN
                   GO TO EXIT-CHECK-FAST
           END-IF.
           COMPUTE MIN-SECS =
               (WRK-WIDTH * WRK-HEIGHT - WRK-N-MINE) / FAST-RATE.
           IF MIN-SECS < FAST-FLOOR
               THEN
                   MOVE FAST-FLOOR TO MIN-SECS
           END-IF.
           IF WRK-SECONDS < MIN-SECS
               THEN
                   MOVE "FAST" TO FLAG-REASON
                   MOVE WRK-SECONDS TO DF-SECS
                   MOVE MIN-SECS TO DF-MIN
                   MOVE DETAIL-FAST TO FLAG-DETAIL
           END-IF.
       EXIT-CHECK-FAST.
           EXIT.

       FILE-FLAG.
           MOVE SPACES TO REVIEW-RECORD.
           MOVE HIS-ROUND(CNTI) TO REV-ROUND.
           MOVE HIS-OPERATOR(CNTI) TO REV-OPERATOR.
           IF WRK-DATE IS NUMERIC
               THEN
                   MOVE WRK-DATE TO REV-DATE
               ELSE
                   MOVE 0 TO REV-DATE
           END-IF.
           MOVE HIS-SEED(CNTI) TO REV-SEED.
           MOVE FLAG-REASON TO REV-REASON.
           MOVE FLAG-DETAIL TO REV-DETAIL.
           MOVE "P" TO REV-STATUS.
           MOVE TODAY-NUM TO REV-FLAGGED.
           MOVE 0 TO REV-DECIDED.
           MOVE HIS-IMAGE(CNTI) TO REV-STATS.
      *    AN ARCHIVED ROUND, OR A LIVE ONE INSIDE THE CHECKPOINT,
      *    HAS ALREADY GONE INTO THE RATINGS
           IF HIS-POS(CNTI) = 0 OR HIS-POS(CNTI) NOT > RATED-UPTO
               THEN
                   MOVE "A" TO REV-HELD
                   ADD 1 TO RATED-FLAGS
           END-IF.
           WRITE REVIEW-RECORD
               INVALID KEY
                   ADD 1 TO ON-FILE-COUNT
                   GO TO EXIT-FILE-FLAG
           END-WRITE.
           ADD 1 TO NEW-COUNT.
           EVALUATE FLAG-REASON
               WHEN "VIEW"
                   ADD 1 TO VIEW-FLAGS
               WHEN "SEED"
                   ADD 1 TO SEED-FLAGS
               WHEN OTHER
                   ADD 1 TO FAST-FLAGS
           END-EVALUATE.
           PERFORM PRINT-FLAG THRU EXIT-PRINT-FLAG.
       EXIT-FILE-FLAG.
           EXIT.

       COUNT-PENDING.
           MOVE 0 TO REV-ROUND.
           START REVIEW-FILE KEY NOT < REV-ROUND
               INVALID KEY
                   GO TO EXIT-COUNT-PENDING
           END-START.
           PERFORM COUNT-PENDING-NEXT THRU EXIT-COUNT-PENDING-NEXT
               UNTIL REVIEW-EOF = "Y".
       EXIT-COUNT-PENDING.
           EXIT.

       COUNT-PENDING-NEXT.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO REVIEW-EOF
                   GO TO EXIT-COUNT-PENDING-NEXT
           END-READ.
           IF REV-STATUS = "P"
               THEN
                   ADD 1 TO PENDING-COUNT
           END-IF.
       EXIT-COUNT-PENDING-NEXT.
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

       PRINT-FLAG.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE REV-ROUND TO DL-ROUND.
           MOVE REV-OPERATOR TO DL-OPERATOR.
           MOVE REV-DATE TO DL-DATE.
           MOVE REV-SEED TO DL-SEED.
           MOVE REV-REASON TO DL-REASON.
           MOVE REV-DETAIL TO DL-DETAIL.
           IF REV-HELD = "A"
               THEN
                   MOVE "*" TO DL-RATED
               ELSE
                   MOVE SPACE TO DL-RATED
           END-IF.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-FLAG.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           IF RATED-FLAGS > 0
               THEN
                   MOVE "* ALREADY RATED WHEN FLAGGED - IF UPHELD,"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE "  ADJUST THE RATING IN CONBOMNT"
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD
                   MOVE SPACES TO PRINT-RECORD
                   WRITE PRINT-RECORD
           END-IF.
           MOVE "ROUNDS SCREENED       :" TO CTL-LABEL.
           MOVE SCREEN-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "NEWLY FLAGGED         :" TO CTL-LABEL.
           MOVE NEW-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  VIEW                :" TO CTL-LABEL.
           MOVE VIEW-FLAGS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  SEED                :" TO CTL-LABEL.
           MOVE SEED-FLAGS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  FAST                :" TO CTL-LABEL.
           MOVE FAST-FLAGS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "FLAGGED BEFORE        :" TO CTL-LABEL.
           MOVE ON-FILE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "PENDING REVIEW        :" TO CTL-LABEL.
           MOVE PENDING-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
