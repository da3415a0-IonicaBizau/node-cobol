123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOIDR.
      *OPERATOR IDENTITY RECONCILIATION. KEEPS THE CROSS-REFERENCE
      *CONBOXRF.IDX IN STEP WITH THE PROFILE MASTER - EVERY PROFILE
      *ID MAPS TO ITSELF AND ITS PROFILE NAME MAPS TO THE ID - THEN
      *COLLECTS EVERY OPERATOR KEY USED IN THE CONBOARC.YYYYMM
      *ARCHIVES FROM THE START MONTH, THE LIVE CONBOLER.STA AND THE
      *RATING MASTER CONBORAT.IDX, AND REPORTS EACH KEY THAT IS NOT
      *A CONBOPRF.IDX PROFILE ID:
      *  ALIAS      - KNOWN TO THE CROSS-REFERENCE. A RATING RECORD
      *               UNDER IT IS A SPLIT RATING, FOLDED INTO THE
      *               OPERATOR'S OWN WITH THE CONBOMNT MERGE OPTION.
      *  UNRESOLVED - NOT KNOWN AT ALL. ADD A PROFILE OR AN ALIAS IN
      *               CONBOMNT.
      *A PROFILE NAME ALREADY MAPPED TO ANOTHER OPERATOR IS LEFT
      *ALONE AND REPORTED AS A CLASH.
      *
      *USAGE: CONBOIDR [FROM-YYYYMM]
      *BLANK STARTS THE ARCHIVE SCAN TWELVE MONTHS BACK.
      *THE REPORT IS WRITTEN TO CONBOIDR.RPT.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC ARCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT PROF-FILE ASSIGN TO "CONBOPRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS PROF-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "CONBORAT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-OPERATOR
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOIDR.RPT"
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
       FD  ARCH-FILE.
       01  ARCH-RECORD.
           03 ARCH-LV       PIC X(1).
           03 FILLER        PIC X(15).
           03 ARCH-OPERATOR PIC X(8).
           03 FILLER        PIC X(34).
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
       FD  RATING-FILE.
       01  RATING-RECORD.
           03 RAT-OPERATOR PIC X(8).
           03 RAT-RATING   PIC S9(7) SIGN IS LEADING SEPARATE.
           03 RAT-GAMES    PIC 9(7).
      *CROSS-REFERENCE - ONE RECORD PER KEY AN OPERATOR IS KNOWN BY.
      *XRF-SOURCE IS I FOR THE OPERATOR'S OWN ID, N FOR THE PROFILE
      *NAME, A FOR AN ALIAS ADDED IN CONBOMNT AND M FOR A RATING KEY
      *MERGED IN CONBOMNT.
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
       77 PROF-FILE-STATUS PIC X(2).
       77 RATING-FILE-STATUS PIC X(2).
       77 XRF-FILE-STATUS PIC X(2).
       77 ARCH-FILE-NAME PIC X(15).
       77 STATS-EOF PIC X VALUE " ".
       77 ARCH-EOF PIC X VALUE " ".
       77 PROF-EOF PIC X VALUE " ".
       77 RAT-EOF PIC X VALUE " ".
       77 PROF-OPEN PIC X VALUE " ".
       77 RAT-OPEN PIC X VALUE " ".
      *ARCHIVE MONTH RANGE
       77 FROM-STR PIC X(6) VALUE SPACES.
       01 TODAY-DATE.
           03 TODAY-YYYY PIC 9(4).
           03 TODAY-MM   PIC 9(2).
           03 TODAY-DD   PIC 9(2).
       01 CUR-MONTH.
           03 CUR-YYYY PIC 9(4).
           03 CUR-MM   PIC 9(2).
       77 TO-MONTH PIC 9(6).
       77 TODAY-NUM PIC 9(8).
      *EVERY DISTINCT OPERATOR KEY SEEN, WITH WHERE IT WAS SEEN AND
      *WHAT IT RESOLVES TO. KY-STATE IS P PROFILE, A ALIAS OR
      *U UNRESOLVED.
       77 KY-COUNT PIC 9(4) VALUE 0.
       77 KY-MAX PIC 9(4) VALUE 2000.
       77 KY-LOST PIC 9(7) VALUE 0.
       01 KEYS.
           03 KY-ENTRY OCCURS 2000.
               05 KY-KEY   PIC X(8).
               05 KY-STA   PIC 9(7).
               05 KY-ARC   PIC 9(7).
               05 KY-RAT   PIC X.
               05 KY-STATE PIC X.
               05 KY-TO    PIC X(8).
       77 KEY-IN PIC X(8).
       77 KEY-FROM PIC X.
       77 FOUND-IDX PIC 9(4).
       77 CNTI PIC 9(4).
      *CONTROL TOTALS
       77 PROF-COUNT PIC 9(7) VALUE 0.
       77 ID-ADDED PIC 9(7) VALUE 0.
       77 NAME-ADDED PIC 9(7) VALUE 0.
       77 CLASH-COUNT PIC 9(7) VALUE 0.
       77 STA-READ PIC 9(7) VALUE 0.
       77 ARC-READ PIC 9(7) VALUE 0.
       77 RAT-READ PIC 9(7) VALUE 0.
       77 PROFILE-KEYS PIC 9(7) VALUE 0.
       77 ALIAS-KEYS PIC 9(7) VALUE 0.
       77 UNRES-KEYS PIC 9(7) VALUE 0.
       77 SPLIT-COUNT PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(34)
               VALUE "CONBOIDR OPERATOR KEY RECONCILE ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 COL-LINE.
           03 FILLER PIC X(50) VALUE
               "KEY        STATS ARCHIVE    RAT STATE      ACTION".
       01 DETAIL-LINE.
           03 DL-KEY PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-STA PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-ARC PIC ZZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DL-RAT PIC X(3).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-STATE PIC X(10).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-ACTION PIC X(36).
       01 ACTION-ALIAS.
           03 FILLER PIC X(9) VALUE "ALIAS OF ".
           03 AA-OPERATOR PIC X(8).
           03 AA-MERGE PIC X(19).
       01 CLASH-LINE.
           03 FILLER PIC X(12) VALUE "NAME CLASH: ".
           03 CL-NAME PIC X(8).
           03 FILLER PIC X(13) VALUE " OF PROFILE ".
           03 CL-ID PIC X(8).
           03 FILLER PIC X(17) VALUE " ALREADY MAPS TO ".
           03 CL-OTHER PIC X(8).
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
                           DISPLAY "USAGE: CONBOIDR [FROM-YYYYMM]"
                           DISPLAY "BLANK STARTS THE ARCHIVE SCAN "
                               "TWELVE MONTHS BACK"
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
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           PERFORM OPEN-MASTERS THRU EXIT-OPEN-MASTERS.
           IF PROF-OPEN = "Y"
               THEN
                   PERFORM SYNC-PROFILES THRU EXIT-SYNC-PROFILES
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
           IF RAT-OPEN = "Y"
               THEN
                   PERFORM RATING-PASS THRU EXIT-RATING-PASS
           END-IF.
           PERFORM RESOLVE-KEY THRU EXIT-RESOLVE-KEY
               VARYING CNTI FROM 1 BY 1 UNTIL CNTI > KY-COUNT.
           PERFORM PRINT-KEY THRU EXIT-PRINT-KEY
               VARYING CNTI FROM 1 BY 1 UNTIL CNTI > KY-COUNT.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           IF PROF-OPEN = "Y"
               THEN
                   CLOSE PROF-FILE
           END-IF.
           IF RAT-OPEN = "Y"
               THEN
                   CLOSE RATING-FILE
           END-IF.
           CLOSE XRF-FILE.
           DISPLAY "===== CONBOIDR CONTROL TOTALS =====".
           DISPLAY "PROFILES READ     : " PROF-COUNT.
           DISPLAY "  IDS ADDED       : " ID-ADDED.
           DISPLAY "  NAMES ADDED     : " NAME-ADDED.
           DISPLAY "  NAME CLASHES    : " CLASH-COUNT.
           DISPLAY "ARCHIVE RECORDS   : " ARC-READ.
           DISPLAY "STATS RECORDS     : " STA-READ.
           DISPLAY "RATING RECORDS    : " RAT-READ.
           DISPLAY "DISTINCT KEYS     : " KY-COUNT.
           DISPLAY "  PROFILE IDS     : " PROFILE-KEYS.
           DISPLAY "  ALIASES         : " ALIAS-KEYS.
           DISPLAY "  UNRESOLVED      : " UNRES-KEYS.
           DISPLAY "SPLIT RATINGS     : " SPLIT-COUNT.
           IF PROF-OPEN NOT = "Y"
               THEN
                   DISPLAY "*** NO PROFILE MASTER (CONBOPRF.IDX) ***"
           END-IF.
           IF KY-LOST > 0
               THEN
                   DISPLAY "*** KEY TABLE FULL - " KY-LOST
                       " RECORD(S) NOT CHECKED ***"
           END-IF.
           IF KY-COUNT = PROFILE-KEYS + ALIAS-KEYS + UNRES-KEYS
               AND KY-LOST = 0
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF UNRES-KEYS > 0 OR SPLIT-COUNT > 0 OR CLASH-COUNT > 0
               THEN
                   DISPLAY "KEYS TO ACT ON LISTED IN CONBOIDR.RPT"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       OPEN-MASTERS.
           OPEN INPUT PROF-FILE.
           IF PROF-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO PROF-OPEN
           END-IF.
           OPEN INPUT RATING-FILE.
           IF RATING-FILE-STATUS NOT = "35"
               THEN
                   MOVE "Y" TO RAT-OPEN
           END-IF.
           OPEN I-O XRF-FILE.
           IF XRF-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT XRF-FILE
                   CLOSE XRF-FILE
                   OPEN I-O XRF-FILE
           END-IF.
       EXIT-OPEN-MASTERS.
           EXIT.

       SYNC-PROFILES.
           MOVE LOW-VALUES TO PROF-ID.
           START PROF-FILE KEY NOT < PROF-ID
               INVALID KEY
                   GO TO EXIT-SYNC-PROFILES
           END-START.
           PERFORM SYNC-PROF-NEXT THRU EXIT-SYNC-PROF-NEXT
               UNTIL PROF-EOF = "Y".
       EXIT-SYNC-PROFILES.
           EXIT.

      *    THE ID ITSELF ALWAYS BELONGS TO ITS OWN PROFILE. THE NAME
      *    IS ONLY ADDED WHILE NOBODY ELSE IS KNOWN BY IT.
       SYNC-PROF-NEXT.
           READ PROF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO PROF-EOF
                   GO TO EXIT-SYNC-PROF-NEXT
           END-READ.
           ADD 1 TO PROF-COUNT.
           MOVE PROF-ID TO XRF-ALIAS.
           READ XRF-FILE
               INVALID KEY
                   MOVE PROF-ID TO XRF-OPERATOR
                   MOVE "I" TO XRF-SOURCE
                   MOVE TODAY-NUM TO XRF-ADDED
                   MOVE "CONBOIDR" TO XRF-USER
                   WRITE XRF-RECORD
                   ADD 1 TO ID-ADDED
               NOT INVALID KEY
                   IF XRF-OPERATOR NOT = PROF-ID
                       THEN
                           MOVE PROF-ID TO CL-NAME
                           MOVE PROF-ID TO CL-ID
                           MOVE XRF-OPERATOR TO CL-OTHER
                           PERFORM PRINT-CLASH THRU EXIT-PRINT-CLASH
                   END-IF
           END-READ.
           IF PROF-NAME = SPACES OR PROF-NAME = PROF-ID
               THEN
                   GO TO EXIT-SYNC-PROF-NEXT
           END-IF.
           MOVE PROF-NAME TO XRF-ALIAS.
           READ XRF-FILE
               INVALID KEY
                   MOVE PROF-ID TO XRF-OPERATOR
                   MOVE "N" TO XRF-SOURCE
                   MOVE TODAY-NUM TO XRF-ADDED
                   MOVE "CONBOIDR" TO XRF-USER
                   WRITE XRF-RECORD
                   ADD 1 TO NAME-ADDED
               NOT INVALID KEY
                   IF XRF-OPERATOR NOT = PROF-ID
                       THEN
                           MOVE PROF-NAME TO CL-NAME
                           MOVE PROF-ID TO CL-ID
                           MOVE XRF-OPERATOR TO CL-OTHER
                           PERFORM PRINT-CLASH THRU EXIT-PRINT-CLASH
                   END-IF
           END-READ.
       EXIT-SYNC-PROF-NEXT.
           EXIT.

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
           IF ARCH-LV = "#"
               THEN
                   GO TO EXIT-ARCH-READ
           END-IF.
           ADD 1 TO ARC-READ.
           MOVE ARCH-OPERATOR TO KEY-IN.
           MOVE "A" TO KEY-FROM.
           PERFORM ADD-KEY THRU EXIT-ADD-KEY.
       EXIT-ARCH-READ.
           EXIT.

       STATS-READ.
           READ STATS-FILE
               AT END
                   MOVE "Y" TO STATS-EOF
                   GO TO EXIT-STATS-READ
           END-READ.
           IF STATS-LV = "#"
               THEN
                   GO TO EXIT-STATS-READ
           END-IF.
           ADD 1 TO STA-READ.
           MOVE STATS-OPERATOR TO KEY-IN.
           MOVE "S" TO KEY-FROM.
           PERFORM ADD-KEY THRU EXIT-ADD-KEY.
       EXIT-STATS-READ.
           EXIT.

       RATING-PASS.
           MOVE LOW-VALUES TO RAT-OPERATOR.
           START RATING-FILE KEY NOT < RAT-OPERATOR
               INVALID KEY
                   GO TO EXIT-RATING-PASS
           END-START.
           PERFORM RATING-NEXT THRU EXIT-RATING-NEXT
               UNTIL RAT-EOF = "Y".
       EXIT-RATING-PASS.
           EXIT.

       RATING-NEXT.
           READ RATING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO RAT-EOF
                   GO TO EXIT-RATING-NEXT
           END-READ.
           ADD 1 TO RAT-READ.
           MOVE RAT-OPERATOR TO KEY-IN.
           MOVE "R" TO KEY-FROM.
           PERFORM ADD-KEY THRU EXIT-ADD-KEY.
       EXIT-RATING-NEXT.
           EXIT.

       ADD-KEY.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > KY-COUNT
               IF KY-KEY(CNTI) = KEY-IN
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX = 0
               THEN
                   IF KY-COUNT NOT < KY-MAX
                       THEN
                           ADD 1 TO KY-LOST
                           GO TO EXIT-ADD-KEY
                   END-IF
                   ADD 1 TO KY-COUNT
                   MOVE KY-COUNT TO FOUND-IDX
                   MOVE KEY-IN TO KY-KEY(FOUND-IDX)
                   MOVE 0 TO KY-STA(FOUND-IDX)
                   MOVE 0 TO KY-ARC(FOUND-IDX)
                   MOVE " " TO KY-RAT(FOUND-IDX)
                   MOVE " " TO KY-STATE(FOUND-IDX)
                   MOVE SPACES TO KY-TO(FOUND-IDX)
           END-IF.
           EVALUATE KEY-FROM
               WHEN "S"
                   ADD 1 TO KY-STA(FOUND-IDX)
               WHEN "A"
                   ADD 1 TO KY-ARC(FOUND-IDX)
               WHEN OTHER
                   MOVE "Y" TO KY-RAT(FOUND-IDX)
           END-EVALUATE.
       EXIT-ADD-KEY.
           EXIT.

       RESOLVE-KEY.
           IF PROF-OPEN = "Y"
               THEN
                   MOVE KY-KEY(CNTI) TO PROF-ID
                   READ PROF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "P" TO KY-STATE(CNTI)
                           ADD 1 TO PROFILE-KEYS
                           GO TO EXIT-RESOLVE-KEY
                   END-READ
           END-IF.
           MOVE KY-KEY(CNTI) TO XRF-ALIAS.
           READ XRF-FILE
               INVALID KEY
                   MOVE "U" TO KY-STATE(CNTI)
                   ADD 1 TO UNRES-KEYS
                   GO TO EXIT-RESOLVE-KEY
           END-READ.
      *    AN ALIAS ONLY RESOLVES IF IT LEADS TO A PROFILE - A STALE
      *    OWN-ID RECORD LEFT BY A DELETED PROFILE, OR AN ALIAS OF AN
      *    ID THAT WAS NEVER A PROFILE, HAS NOTHING TO MERGE INTO
           MOVE "U" TO KY-STATE(CNTI).
           IF PROF-OPEN = "Y"
               THEN
                   MOVE XRF-OPERATOR TO PROF-ID
                   READ PROF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "A" TO KY-STATE(CNTI)
                   END-READ
           END-IF.
           IF KY-STATE(CNTI) = "U"
               THEN
                   ADD 1 TO UNRES-KEYS
                   GO TO EXIT-RESOLVE-KEY
           END-IF.
           MOVE XRF-OPERATOR TO KY-TO(CNTI).
           ADD 1 TO ALIAS-KEYS.
           IF KY-RAT(CNTI) = "Y"
               THEN
                   ADD 1 TO SPLIT-COUNT
           END-IF.
       EXIT-RESOLVE-KEY.
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

       PRINT-CLASH.
           ADD 1 TO CLASH-COUNT.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE CLASH-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-CLASH.
           EXIT.

      *    ONLY KEYS THAT ARE NOT A PROFILE ID ARE LISTED
       PRINT-KEY.
           IF KY-STATE(CNTI) = "P"
               THEN
                   GO TO EXIT-PRINT-KEY
           END-IF.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE KY-KEY(CNTI) TO DL-KEY.
           MOVE KY-STA(CNTI) TO DL-STA.
           MOVE KY-ARC(CNTI) TO DL-ARC.
           IF KY-RAT(CNTI) = "Y"
               THEN
                   MOVE "YES" TO DL-RAT
               ELSE
                   MOVE "NO " TO DL-RAT
           END-IF.
           IF KY-STATE(CNTI) = "A"
               THEN
                   MOVE "ALIAS" TO DL-STATE
                   MOVE KY-TO(CNTI) TO AA-OPERATOR
                   IF KY-RAT(CNTI) = "Y"
                       THEN
                           MOVE " - MERGE ITS RATING" TO AA-MERGE
                       ELSE
                           MOVE SPACES TO AA-MERGE
                   END-IF
                   MOVE ACTION-ALIAS TO DL-ACTION
               ELSE
                   MOVE "UNRESOLVED" TO DL-STATE
                   MOVE "ADD A PROFILE OR AN ALIAS" TO DL-ACTION
           END-IF.
           MOVE DETAIL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-KEY.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "DISTINCT KEYS         :" TO CTL-LABEL.
           MOVE KY-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  PROFILE IDS         :" TO CTL-LABEL.
           MOVE PROFILE-KEYS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  ALIASES             :" TO CTL-LABEL.
           MOVE ALIAS-KEYS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  UNRESOLVED          :" TO CTL-LABEL.
           MOVE UNRES-KEYS TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "SPLIT RATINGS         :" TO CTL-LABEL.
           MOVE SPLIT-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "NAME CLASHES          :" TO CTL-LABEL.
           MOVE CLASH-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
