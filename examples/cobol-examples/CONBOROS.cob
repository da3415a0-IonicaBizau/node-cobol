123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBOROS.
      *HR ROSTER LOAD. APPLIES THE NIGHTLY ROSTER EXTRACT FROM HR TO
      *THE PROFILE MASTER CONBOPRF.IDX. EACH LINE OF CONBOROS.DAT IS
      *  EMPLOYEE-ID,DISPLAY-NAME,TEAM,STATUS
      *SEPARATED BY COMMAS, WHERE THE EMPLOYEE ID IS THE OPERATOR ID
      *AND STATUS IS A (ACTIVE) OR L (LEAVER). LINES STARTING WITH #
      *ARE COMMENTS AND BLANK LINES ARE SKIPPED.
      *  - AN ACTIVE EMPLOYEE WITH NO PROFILE IS ADDED WITH THE
      *    DEFAULT PREFERENCES (NO PREFERRED LEVEL, DEFAULT MARKS)
      *  - A CHANGED DISPLAY NAME REPLACES THE PROFILE NAME
      *  - A LEAVER'S PROFILE IS MARKED INACTIVE, NEVER DELETED, SO
      *    THE OPERATOR'S HISTORY STAYS ATTACHED TO THE ID; A LEAVER
      *    REPORTED ACTIVE AGAIN IS MADE ACTIVE AGAIN
      *AN OPERATOR MISSING FROM THE FEED IS LEFT AS IT IS - ONLY AN
      *EXPLICIT L LINE MAKES A LEAVER, SO A SHORT FEED CANNOT RETIRE
      *ANYONE. EVERY CHANGE IS WRITTEN TO CONBOMNT.AUD WITH BEFORE
      *AND AFTER IMAGES UNDER THE USER HRFEED, AS CONBOMNT DOES FOR
      *A SUPERVISOR. THE TEAM MUST BE PRESENT BUT IS NOT KEPT ON THE
      *PROFILE.
      *A LINE THAT CANNOT BE READ IS REJECTED, AND AN EMPLOYEE ID ON
      *MORE THAN ONE LINE IS NOT APPLIED AT ALL, SINCE THERE IS NO
      *TELLING WHICH LINE IS RIGHT. BOTH ARE LISTED IN CONBOROS.RPT.
      *
      *USAGE: CONBOROS
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "CONBOROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
           SELECT PROF-FILE ASSIGN TO "CONBOPRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROF-ID
               FILE STATUS IS PROF-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CONBOMNT.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "CONBOROS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA              DIVISION.
       FILE              SECTION.
       FD  ROSTER-FILE.
       01  ROSTER-LINE PIC X(200).
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
       77 ROSTER-FILE-STATUS PIC X(2).
       77 PROF-FILE-STATUS PIC X(2).
       77 AUDIT-FILE-STATUS PIC X(2).
       77 ROSTER-EOF PIC X VALUE " ".
       77 FEED-USER PIC X(8) VALUE "HRFEED".
       01 CURRENT-TIME.
           05 CT-HHMMSS PIC 9(6).
           05 CT-REST   PIC X(2).
       77 TODAY-DATE PIC 9(8).
      *ONE ROSTER LINE TAKEN APART. A FIELD WIDER THAN ITS PROFILE
      *FIELD SHOWS UP AS TEXT PAST THE EIGHTH CHARACTER.
       77 FIELD-COUNT PIC 9(2).
       77 FIELD-OVERFLOW PIC X.
       01 RAW-FIELDS.
           03 RAW-ID     PIC X(40).
           03 RAW-NAME   PIC X(40).
           03 RAW-TEAM   PIC X(40).
           03 RAW-STATUS PIC X(40).
       01 RST-ID-AREA PIC X(40).
       01 RST-ID-VIEW REDEFINES RST-ID-AREA.
           03 RST-ID      PIC X(8).
           03 RST-ID-REST PIC X(32).
       01 RST-NAME-AREA PIC X(40).
       01 RST-NAME-VIEW REDEFINES RST-NAME-AREA.
           03 RST-NAME      PIC X(8).
           03 RST-NAME-REST PIC X(32).
       77 RST-TEAM PIC X(40).
       77 RST-STATUS PIC X(40).
       77 REJECT-REASON PIC X(24).
      *EVERY EMPLOYEE ID IN THE FEED AND HOW MANY LINES CARRY IT,
      *COUNTED BEFORE ANYTHING IS APPLIED
       77 ID-COUNT PIC 9(5) VALUE 0.
       77 ID-MAX PIC 9(5) VALUE 5000.
       77 ID-LOST PIC 9(7) VALUE 0.
       01 FEED-IDS.
           03 ID-ENTRY OCCURS 5000.
               05 ID-KEY  PIC X(8).
               05 ID-SEEN PIC 9(3).
       77 ID-IDX PIC 9(5).
       77 FOUND-IDX PIC 9(5).
      *BEFORE/AFTER IMAGES FOR THE AUDIT TRAIL
       77 ACTION-IN PIC X(6) VALUE SPACES.
       77 IMAGE-BEFORE PIC X(27) VALUE SPACES.
       77 IMAGE-AFTER PIC X(27) VALUE SPACES.
       77 NEW-STATUS PIC X(1).
      *CONTROL TOTALS
       77 LINE-NO PIC 9(7) VALUE 0.
       77 READ-COUNT PIC 9(7) VALUE 0.
       77 SKIP-COUNT PIC 9(7) VALUE 0.
       77 BAD-COUNT PIC 9(7) VALUE 0.
       77 DUP-COUNT PIC 9(7) VALUE 0.
       77 ADD-COUNT PIC 9(7) VALUE 0.
       77 UPDATE-COUNT PIC 9(7) VALUE 0.
       77 SAME-COUNT PIC 9(7) VALUE 0.
       77 ABSENT-COUNT PIC 9(7) VALUE 0.
       77 FAIL-COUNT PIC 9(7) VALUE 0.
       77 RENAME-COUNT PIC 9(7) VALUE 0.
       77 INACTIVE-COUNT PIC 9(7) VALUE 0.
       77 ACTIVE-COUNT PIC 9(7) VALUE 0.
       77 AUDIT-COUNT PIC 9(7) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(34)
               VALUE "CONBOROS HR ROSTER EXCEPTIONS ".
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 COL-LINE.
           03 FILLER PIC X(40) VALUE
               "   LINE REASON                   TEXT".
       01 EXC-LINE.
           03 EL-LINE PIC ZZZZZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 EL-REASON PIC X(24).
           03 FILLER PIC X(1) VALUE SPACES.
           03 EL-TEXT PIC X(47).
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ROSTER-FILE.
           IF ROSTER-FILE-STATUS = "35"
               THEN
                   DISPLAY "NO ROSTER FEED (CONBOROS.DAT) - "
                       "NOTHING APPLIED"
                   MOVE 4 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM COUNT-IDS THRU EXIT-COUNT-IDS
               UNTIL ROSTER-EOF = "Y".
           CLOSE ROSTER-FILE.
           IF ID-LOST > 0
               THEN
      *            DUPLICATES CANNOT BE RULED OUT, SO NOTHING IS
      *            APPLIED RATHER THAN HALF THE FEED
                   DISPLAY "ROSTER HAS MORE THAN " ID-MAX
                       " EMPLOYEE IDS - NOTHING APPLIED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-IF.
           OPEN I-O PROF-FILE.
           IF PROF-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT PROF-FILE
                   CLOSE PROF-FILE
                   OPEN I-O PROF-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT AUDIT-FILE
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           MOVE " " TO ROSTER-EOF.
           MOVE 0 TO LINE-NO.
           OPEN INPUT ROSTER-FILE.
           PERFORM APPLY-LOOP THRU EXIT-APPLY-LOOP
               UNTIL ROSTER-EOF = "Y".
           CLOSE ROSTER-FILE.
           IF BAD-COUNT + DUP-COUNT + FAIL-COUNT = 0
               THEN
                   MOVE "  NO EXCEPTIONS" TO PRINT-RECORD
                   WRITE PRINT-RECORD
           END-IF.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE PRINT-FILE.
           CLOSE AUDIT-FILE.
           CLOSE PROF-FILE.
           DISPLAY "===== CONBOROS CONTROL TOTALS =====".
           DISPLAY "LINES READ        : " READ-COUNT.
           DISPLAY "  SKIPPED         : " SKIP-COUNT.
           DISPLAY "  REJECTED        : " BAD-COUNT.
           DISPLAY "  DUPLICATE IDS   : " DUP-COUNT.
           DISPLAY "  ADDED           : " ADD-COUNT.
           DISPLAY "  UPDATED         : " UPDATE-COUNT.
           DISPLAY "  UNCHANGED       : " SAME-COUNT.
           DISPLAY "  LEAVER, NO PROF : " ABSENT-COUNT.
           DISPLAY "  WRITE FAILED    : " FAIL-COUNT.
           DISPLAY "NAMES CHANGED     : " RENAME-COUNT.
           DISPLAY "MADE INACTIVE     : " INACTIVE-COUNT.
           DISPLAY "MADE ACTIVE AGAIN : " ACTIVE-COUNT.
           DISPLAY "AUDIT RECORDS     : " AUDIT-COUNT.
           IF READ-COUNT = SKIP-COUNT + BAD-COUNT + DUP-COUNT
                   + ADD-COUNT + UPDATE-COUNT + SAME-COUNT
                   + ABSENT-COUNT + FAIL-COUNT
               AND AUDIT-COUNT = ADD-COUNT + UPDATE-COUNT
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 4 TO RETURN-CODE
           END-IF.
           IF BAD-COUNT + DUP-COUNT + FAIL-COUNT > 0
               THEN
                   DISPLAY "ROSTER EXCEPTIONS LISTED IN CONBOROS.RPT"
                   MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      *    FIRST PASS - COUNT THE LINES EACH EMPLOYEE ID APPEARS ON
       COUNT-IDS.
           READ ROSTER-FILE
               AT END
                   MOVE "Y" TO ROSTER-EOF
                   GO TO EXIT-COUNT-IDS
           END-READ.
           PERFORM SPLIT-LINE THRU EXIT-SPLIT-LINE.
           IF REJECT-REASON = "SKIP" OR RST-ID = SPACES
               THEN
                   GO TO EXIT-COUNT-IDS
           END-IF.
           PERFORM FIND-ID THRU EXIT-FIND-ID.
           IF FOUND-IDX > 0
               THEN
                   ADD 1 TO ID-SEEN(FOUND-IDX)
                   GO TO EXIT-COUNT-IDS
           END-IF.
           IF ID-COUNT NOT < ID-MAX
               THEN
                   ADD 1 TO ID-LOST
                   GO TO EXIT-COUNT-IDS
           END-IF.
           ADD 1 TO ID-COUNT.
           MOVE RST-ID TO ID-KEY(ID-COUNT).
           MOVE 1 TO ID-SEEN(ID-COUNT).
       EXIT-COUNT-IDS.
           EXIT.

       FIND-ID.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING ID-IDX FROM 1 BY 1
                   UNTIL ID-IDX > ID-COUNT OR FOUND-IDX > 0
               IF ID-KEY(ID-IDX) = RST-ID
                   THEN
                       MOVE ID-IDX TO FOUND-IDX
               END-IF
           END-PERFORM.
       EXIT-FIND-ID.
           EXIT.

      *    TAKE ONE LINE APART AND CHECK IT. REJECT-REASON STAYS
      *    SPACES FOR A GOOD LINE AND IS "SKIP" FOR A COMMENT OR A
      *    BLANK LINE. ONLY THE ID NEEDS TO BE READABLE FOR THE LINE
      *    TO COUNT IN THE DUPLICATE CHECK.
       SPLIT-LINE.
           MOVE SPACES TO REJECT-REASON.
           MOVE SPACES TO RST-ID-AREA.
           IF ROSTER-LINE = SPACES OR ROSTER-LINE(1:1) = "#"
               THEN
                   MOVE "SKIP" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           MOVE SPACES TO RAW-FIELDS.
           MOVE 0 TO FIELD-COUNT.
           MOVE " " TO FIELD-OVERFLOW.
           UNSTRING ROSTER-LINE DELIMITED BY ","
               INTO RAW-ID RAW-NAME RAW-TEAM RAW-STATUS
               TALLYING IN FIELD-COUNT
               ON OVERFLOW
                   MOVE "Y" TO FIELD-OVERFLOW
           END-UNSTRING.
           MOVE FUNCTION TRIM(RAW-ID) TO RST-ID-AREA.
           MOVE FUNCTION TRIM(RAW-NAME) TO RST-NAME-AREA.
           MOVE FUNCTION TRIM(RAW-TEAM) TO RST-TEAM.
           MOVE FUNCTION TRIM(RAW-STATUS) TO RST-STATUS.
           IF RST-ID = SPACES
               THEN
                   MOVE "NO EMPLOYEE ID" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           IF RST-ID-REST NOT = SPACES
               THEN
                   MOVE "EMPLOYEE ID TOO LONG" TO REJECT-REASON
                   MOVE SPACES TO RST-ID-AREA
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           IF FIELD-COUNT NOT = 4 OR FIELD-OVERFLOW = "Y"
               THEN
                   MOVE "NOT FOUR FIELDS" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           IF RST-NAME = SPACES
               THEN
                   MOVE "NO DISPLAY NAME" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           IF RST-NAME-REST NOT = SPACES
               THEN
                   MOVE "DISPLAY NAME TOO LONG" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           IF RST-TEAM = SPACES
               THEN
                   MOVE "NO TEAM" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
           IF RST-STATUS NOT = "A" AND RST-STATUS NOT = "L"
               THEN
                   MOVE "STATUS NOT A OR L" TO REJECT-REASON
                   GO TO EXIT-SPLIT-LINE
           END-IF.
       EXIT-SPLIT-LINE.
           EXIT.

      *    SECOND PASS - APPLY EVERY GOOD LINE WHOSE ID IS UNIQUE
       APPLY-LOOP.
           READ ROSTER-FILE
               AT END
                   MOVE "Y" TO ROSTER-EOF
                   GO TO EXIT-APPLY-LOOP
           END-READ.
           ADD 1 TO LINE-NO.
           ADD 1 TO READ-COUNT.
           PERFORM SPLIT-LINE THRU EXIT-SPLIT-LINE.
           IF REJECT-REASON = "SKIP"
               THEN
                   ADD 1 TO SKIP-COUNT
                   GO TO EXIT-APPLY-LOOP
           END-IF.
           IF REJECT-REASON NOT = SPACES
               THEN
                   ADD 1 TO BAD-COUNT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
                   GO TO EXIT-APPLY-LOOP
           END-IF.
           PERFORM FIND-ID THRU EXIT-FIND-ID.
           IF FOUND-IDX > 0 AND ID-SEEN(FOUND-IDX) > 1
               THEN
                   MOVE "DUPLICATE EMPLOYEE ID" TO REJECT-REASON
                   ADD 1 TO DUP-COUNT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
                   GO TO EXIT-APPLY-LOOP
           END-IF.
           IF RST-STATUS = "L"
               THEN
                   MOVE "I" TO NEW-STATUS
               ELSE
                   MOVE SPACE TO NEW-STATUS
           END-IF.
           MOVE RST-ID TO PROF-ID.
           READ PROF-FILE
               INVALID KEY
                   PERFORM ADD-OPERATOR THRU EXIT-ADD-OPERATOR
               NOT INVALID KEY
                   PERFORM UPDATE-OPERATOR THRU EXIT-UPDATE-OPERATOR
           END-READ.
       EXIT-APPLY-LOOP.
           EXIT.

       ADD-OPERATOR.
           IF NEW-STATUS = "I"
               THEN
      *            A LEAVER WHO NEVER HAD A PROFILE - NOTHING TO MARK
                   ADD 1 TO ABSENT-COUNT
                   GO TO EXIT-ADD-OPERATOR
           END-IF.
           MOVE SPACES TO PROF-RECORD.
           MOVE RST-ID TO PROF-ID.
           MOVE ZEROES TO PROF-WIDTH.
           MOVE ZEROES TO PROF-HEIGHT.
           MOVE ZEROES TO PROF-N-MINE.
           MOVE RST-NAME TO PROF-NAME.
           MOVE SPACES TO IMAGE-BEFORE.
           MOVE PROF-RECORD TO IMAGE-AFTER.
           WRITE PROF-RECORD
               INVALID KEY
                   MOVE "PROFILE WRITE FAILED" TO REJECT-REASON
                   ADD 1 TO FAIL-COUNT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
                   GO TO EXIT-ADD-OPERATOR
           END-WRITE.
           MOVE "PRFADD" TO ACTION-IN.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           ADD 1 TO ADD-COUNT.
       EXIT-ADD-OPERATOR.
           EXIT.

      *    ONE REWRITE AND ONE AUDIT RECORD PER LINE. A STATUS CHANGE
      *    NAMES THE ACTION; THE IMAGES SHOW A NAME CHANGE MADE WITH IT
       UPDATE-OPERATOR.
           IF PROF-NAME = RST-NAME AND PROF-STATUS = NEW-STATUS
               THEN
                   ADD 1 TO SAME-COUNT
                   GO TO EXIT-UPDATE-OPERATOR
           END-IF.
           MOVE PROF-RECORD TO IMAGE-BEFORE.
           MOVE "PRFCHG" TO ACTION-IN.
           IF PROF-NAME NOT = RST-NAME
               THEN
                   MOVE RST-NAME TO PROF-NAME
                   ADD 1 TO RENAME-COUNT
           END-IF.
           IF PROF-STATUS NOT = NEW-STATUS
               THEN
                   MOVE NEW-STATUS TO PROF-STATUS
                   IF NEW-STATUS = "I"
                       THEN
                           MOVE "PRFINA" TO ACTION-IN
                           ADD 1 TO INACTIVE-COUNT
                       ELSE
                           MOVE "PRFACT" TO ACTION-IN
                           ADD 1 TO ACTIVE-COUNT
                   END-IF
           END-IF.
           MOVE PROF-RECORD TO IMAGE-AFTER.
           REWRITE PROF-RECORD
               INVALID KEY
                   MOVE "PROFILE REWRITE FAILED" TO REJECT-REASON
                   ADD 1 TO FAIL-COUNT
                   PERFORM PRINT-EXCEPTION THRU EXIT-PRINT-EXCEPTION
                   GO TO EXIT-UPDATE-OPERATOR
           END-REWRITE.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           ADD 1 TO UPDATE-COUNT.
       EXIT-UPDATE-OPERATOR.
           EXIT.

       WRITE-AUDIT.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE TODAY-DATE TO AUD-DATE.
           MOVE CT-HHMMSS TO AUD-TIME.
           MOVE FEED-USER TO AUD-USER.
           MOVE ACTION-IN TO AUD-ACTION.
           MOVE SPACES TO AUD-REASON.
           MOVE IMAGE-BEFORE TO AUD-BEFORE.
           MOVE IMAGE-AFTER TO AUD-AFTER.
           WRITE AUDIT-RECORD.
           ADD 1 TO AUDIT-COUNT.
       EXIT-WRITE-AUDIT.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE TODAY-DATE TO HD-DATE.
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
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE LINE-NO TO EL-LINE.
           MOVE REJECT-REASON TO EL-REASON.
           MOVE ROSTER-LINE TO EL-TEXT.
           MOVE EXC-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-PRINT-EXCEPTION.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "LINES READ            :" TO CTL-LABEL.
           MOVE READ-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  SKIPPED             :" TO CTL-LABEL.
           MOVE SKIP-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  REJECTED            :" TO CTL-LABEL.
           MOVE BAD-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  DUPLICATE IDS       :" TO CTL-LABEL.
           MOVE DUP-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  ADDED               :" TO CTL-LABEL.
           MOVE ADD-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  UPDATED             :" TO CTL-LABEL.
           MOVE UPDATE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  UNCHANGED           :" TO CTL-LABEL.
           MOVE SAME-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  LEAVER, NO PROFILE  :" TO CTL-LABEL.
           MOVE ABSENT-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "  WRITE FAILED        :" TO CTL-LABEL.
           MOVE FAIL-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "NAMES CHANGED         :" TO CTL-LABEL.
           MOVE RENAME-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "MADE INACTIVE         :" TO CTL-LABEL.
           MOVE INACTIVE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
           MOVE "MADE ACTIVE AGAIN     :" TO CTL-LABEL.
           MOVE ACTIVE-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO PRINT-RECORD.
           WRITE PRINT-RECORD.
       EXIT-PRINT-TOTALS.
           EXIT.
