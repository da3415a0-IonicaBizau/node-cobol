      *AFTER IMAGES, WHO MADE IT AND WHEN, AND - FOR RATING
      *ADJUSTMENTS - A REQUIRED REASON CODE. THIS REPLACES EDITING
      *THE FLAT FILES BY HAND.
      *THE FAIR-PLAY REVIEW OPTION CLEARS OR UPHOLDS THE ROUNDS
      *CONBOFPS HAS FLAGGED, ALSO WITH A REQUIRED REASON CODE.
      *THE ALIAS OPTION MAINTAINS THE OPERATOR CROSS-REFERENCE
      *CONBOXRF.IDX, AND THE MERGE OPTION FOLDS A DUPLICATE RATING
      *RECORD INTO THE OPERATOR'S OWN AND RECORDS THE DUPLICATE KEY
      *AS AN ALIAS. EVERY RATING CHANGE MADE HERE IS ALSO WRITTEN TO
      *THE RATING LEDGER CONBORAT.LDG.
      *THE CERTIFICATION OPTION GRANTS OR REVOKES AN OPERATOR'S TIER
      *ON CONBOCRT.IDX, WITH A REQUIRED REASON CODE.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CONBOMNT.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT REVIEW-FILE ASSIGN TO "CONBOFPS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REV-ROUND
               FILE STATUS IS REVIEW-FILE-STATUS.
           SELECT XRF-FILE ASSIGN TO "CONBOXRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-ALIAS
               FILE STATUS IS XRF-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "CONBORAT.LDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.
           SELECT CRT-FILE ASSIGN TO "CONBOCRT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-ID
               FILE STATUS IS CRT-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
      *PROF-STATUS IS SPACE FOR AN ACTIVE OPERATOR AND I FOR ONE
      *THE HR ROSTER HAS REPORTED AS A LEAVER
       FD  PROF-FILE.
       01  PROF-RECORD.
           03 PROF-ID      PIC X(8).
           03 PROF-MINE    PIC X.
           03 PROF-SUSPECT PIC X.
           03 PROF-NAME    PIC X(8).
           03 PROF-STATUS  PIC X(1).
       FD  RATING-FILE.
       01  RATING-RECORD.
           03 RAT-OPERATOR PIC X(8).
           03 AUD-BEFORE PIC X(27).
           03 FILLER     PIC X(5).
           03 AUD-AFTER  PIC X(27).
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
      *OPERATOR CROSS-REFERENCE. XRF-SOURCE IS I FOR THE OPERATOR'S
      *OWN ID, N FOR THE PROFILE NAME, A FOR AN ALIAS ADDED HERE AND
      *M FOR A RATING KEY MERGED HERE.
       FD  XRF-FILE.
       01  XRF-RECORD.
           03 XRF-ALIAS    PIC X(8).
           03 XRF-OPERATOR PIC X(8).
           03 XRF-SOURCE   PIC X.
           03 XRF-ADDED    PIC 9(8).
           03 XRF-USER     PIC X(8).
       FD  LEDGER-FILE.
       01  LEDGER-LINE PIC X(82).
      *CERTIFICATION MASTER - THE HIGHEST LEVEL THE OPERATOR MAY
      *PLAY (b, i OR v) AND THE DATE IT WAS EARNED. CRT-SOURCE IS Q
      *FOR A QUALIFICATION BY CONBOQUA AND S FOR A SUPERVISOR GRANT
      *OR REVOKE HERE, WITH ITS REASON CODE.
       FD  CRT-FILE.
       01  CRT-RECORD.
           03 CRT-ID      PIC X(8).
           03 CRT-TIER    PIC X(1).
           03 CRT-DATE    PIC 9(8).
           03 CRT-SOURCE  PIC X(1).
           03 CRT-REASON  PIC X(4).
       WORKING-STORAGE   SECTION.
       77 PROF-FILE-STATUS PIC X(2).
       77 RATING-FILE-STATUS PIC X(2).
       77 AUDIT-FILE-STATUS PIC X(2).
       77 REVIEW-FILE-STATUS PIC X(2).
       77 XRF-FILE-STATUS PIC X(2).
       77 LEDGER-FILE-STATUS PIC X(2).
       77 CRT-FILE-STATUS PIC X(2).
       77 MAINT-USER PIC X(8) VALUE SPACES.
       77 MENU-PICK PIC X VALUE " ".
       77 LIST-EOF PIC X VALUE " ".
       77 IMAGE-BEFORE PIC X(27) VALUE SPACES.
       77 IMAGE-AFTER PIC X(27) VALUE SPACES.
       77 REC-ON-FILE PIC X VALUE " ".
       01 FLAG-IMAGE.
           03 FI-ROUND    PIC 9(8).
           03 FI-OPERATOR PIC X(8).
           03 FI-REASON   PIC X(4).
           03 FI-STATUS   PIC X.
           03 FI-HELD     PIC X.
      *AUDIT IMAGE OF A CROSS-REFERENCE RECORD. THE WHOLE RECORD IS
      *WIDER THAN THE IMAGE, SO XRF-USER IS LEFT OUT; THE AUDIT LINE
      *OF THE XRFADD CARRIES THAT USER.
       01 XRF-IMAGE.
           03 XI-ALIAS    PIC X(8).
           03 XI-OPERATOR PIC X(8).
           03 XI-SOURCE   PIC X.
           03 XI-ADDED    PIC 9(8).
      *FAIR-PLAY REVIEW WORK AREAS
       77 ROUND-IN PIC X(8) VALUE SPACES.
       77 DECISION-IN PIC X VALUE " ".
       77 PENDING-COUNT PIC 9(5) VALUE 0.
      *ALIAS AND MERGE WORK AREAS
       77 ALIAS-IN PIC X(8) VALUE SPACES.
       77 ALIAS-COUNT PIC 9(5) VALUE 0.
       77 ID-HAS-PROFILE PIC X VALUE " ".
       77 MERGE-FROM PIC X(8) VALUE SPACES.
       77 MERGE-INTO PIC X(8) VALUE SPACES.
      *CERTIFICATION WORK AREAS - TIERS RANK 1 (b) TO 3 (v)
       77 TIER-IN PIC X VALUE " ".
       77 TIER-OLD PIC X VALUE " ".
       77 RANK-OLD PIC 9 VALUE 0.
       77 RANK-NEW PIC 9 VALUE 0.
       01 MERGE-SAVE.
           03 MS-OPERATOR PIC X(8).
           03 MS-RATING   PIC S9(7) SIGN IS LEADING SEPARATE.
           03 MS-GAMES    PIC 9(7).
      *RATING LEDGER ENTRY - SAME LAYOUT AS CONBORAT WRITES. A
      *SUPERVISOR CHANGE IS SOURCE S WITH THE REASON CODE; B IS AN
      *OPENING BALANCE WRITTEN WHEN THE LEDGER IS FIRST CREATED.
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

       PROCEDURE        DIVISION.
       MAIN-START.
               UNTIL MENU-PICK = "q".
           CLOSE PROF-FILE.
           CLOSE RATING-FILE.
           CLOSE REVIEW-FILE.
           CLOSE XRF-FILE.
           CLOSE CRT-FILE.
           DISPLAY "ALL CHANGES LOGGED TO CONBOMNT.AUD".
       STOP RUN.

                   CLOSE RATING-FILE
                   OPEN I-O RATING-FILE
           END-IF.
           OPEN I-O REVIEW-FILE.
           IF REVIEW-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT REVIEW-FILE
                   CLOSE REVIEW-FILE
                   OPEN I-O REVIEW-FILE
           END-IF.
           OPEN I-O XRF-FILE.
           IF XRF-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT XRF-FILE
                   CLOSE XRF-FILE
                   OPEN I-O XRF-FILE
           END-IF.
           OPEN I-O CRT-FILE.
           IF CRT-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT CRT-FILE
                   CLOSE CRT-FILE
                   OPEN I-O CRT-FILE
           END-IF.
           PERFORM OPEN-LEDGER THRU EXIT-OPEN-LEDGER.
       EXIT-OPEN-MASTERS.
           EXIT.

      *    A NEW LEDGER STARTS WITH ONE OPENING-BALANCE ENTRY PER
      *    OPERATOR ALREADY ON THE MASTER, WRITTEN BEFORE ANY CHANGE
      *    IS MADE
       OPEN-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF LEDGER-FILE-STATUS NOT = "35"
               THEN
                   CLOSE LEDGER-FILE
                   GO TO EXIT-OPEN-LEDGER
           END-IF.
           OPEN OUTPUT LEDGER-FILE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE " " TO LIST-EOF.
           MOVE LOW-VALUES TO RAT-OPERATOR.
           START RATING-FILE KEY NOT < RAT-OPERATOR
               INVALID KEY
                   MOVE "Y" TO LIST-EOF
           END-START.
           PERFORM OPENING-NEXT THRU EXIT-OPENING-NEXT
               UNTIL LIST-EOF = "Y".
           CLOSE LEDGER-FILE.
       EXIT-OPEN-LEDGER.
           EXIT.

       OPENING-NEXT.
           READ RATING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-OPENING-NEXT
           END-READ.
           MOVE SPACES TO LEDGER-ENTRY.
           MOVE RAT-OPERATOR TO LDG-OPERATOR.
           MOVE 0 TO LDG-ROUND.
           MOVE TODAY-DATE TO LDG-DATE.
           MOVE CT-HHMMSS TO LDG-TIME.
           MOVE "B" TO LDG-SOURCE.
           MOVE "OPEN" TO LDG-ACTION.
           MOVE MAINT-USER TO LDG-USER.
           MOVE 0 TO LDG-WEIGHT.
           MOVE 0 TO LDG-RAT-BEFORE.
           MOVE RAT-RATING TO LDG-RAT-AFTER.
           MOVE 0 TO LDG-GAMES-BEFORE.
           MOVE RAT-GAMES TO LDG-GAMES-AFTER.
           WRITE LEDGER-LINE FROM LEDGER-ENTRY.
       EXIT-OPENING-NEXT.
           EXIT.

       MENU-LOOP.
           DISPLAY " ".
           DISPLAY "1) LIST PROFILES    2) ADD PROFILE".
           DISPLAY "3) CHANGE PROFILE   4) DELETE PROFILE".
           DISPLAY "5) LIST RATINGS     6) ADJUST RATING".
           DISPLAY "7) FAIR-PLAY REVIEW 8) OPERATOR ALIASES".
           DISPLAY "9) MERGE RATINGS    t) CERTIFICATION TIERS".
           DISPLAY "q) QUIT".
           MOVE " " TO MENU-PICK.
           ACCEPT MENU-PICK.
                   PERFORM LIST-RATINGS THRU EXIT-LIST-RATINGS
               WHEN "6"
                   PERFORM ADJUST-RATING THRU EXIT-ADJUST-RATING
               WHEN "7"
                   PERFORM FAIR-PLAY-REVIEW
                       THRU EXIT-FAIR-PLAY-REVIEW
               WHEN "8"
                   PERFORM OPERATOR-ALIASES
                       THRU EXIT-OPERATOR-ALIASES
               WHEN "9"
                   PERFORM MERGE-RATINGS THRU EXIT-MERGE-RATINGS
               WHEN "t"
                   PERFORM CERTIFY-OPERATOR
                       THRU EXIT-CERTIFY-OPERATOR
               WHEN "q"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "NO PROFILES ON FILE"
                   GO TO EXIT-LIST-PROFILES
           END-START.
           DISPLAY "ID       LV W  H  M  U F S NAME     ST".
           PERFORM LIST-PROF-NEXT THRU EXIT-LIST-PROF-NEXT
               UNTIL LIST-EOF = "Y".
       EXIT-LIST-PROFILES.
           END-READ.
           DISPLAY PROF-ID " " PROF-LV "  " PROF-WIDTH " "
               PROF-HEIGHT " " PROF-N-MINE " " PROF-UNKNOWN " "
               PROF-MINE " " PROF-SUSPECT " " PROF-NAME " "
               PROF-STATUS.
       EXIT-LIST-PROF-NEXT.
           EXIT.

               THEN
                   MOVE SYM-IN TO PROF-SUSPECT
           END-IF.
           DISPLAY "STATUS a)CTIVE/i)NACTIVE (BLANK = KEEP '"
               PROF-STATUS "')".
           MOVE " " TO SYM-IN.
           ACCEPT SYM-IN.
           EVALUATE SYM-IN
               WHEN "a"
                   MOVE SPACE TO PROF-STATUS
               WHEN "i"
                   MOVE "I" TO PROF-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIT-ENTER-PROF-FIELDS.
           EXIT.

           DISPLAY "OPERATOR TO ADJUST: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
      *    RATINGS ARE KEPT UNDER THE OPERATOR ID, SO A NAME OR ALIAS
      *    IS RESOLVED BEFORE IT CAN OPEN A SECOND RATING RECORD
           MOVE ID-IN TO XRF-ALIAS.
           READ XRF-FILE
               NOT INVALID KEY
                   IF XRF-OPERATOR NOT = ID-IN
                       THEN
                           DISPLAY ID-IN " IS AN ALIAS OF "
                               XRF-OPERATOR
                           MOVE XRF-OPERATOR TO ID-IN
                   END-IF
           END-READ.
           MOVE ID-IN TO RAT-OPERATOR.
           MOVE "Y" TO REC-ON-FILE.
           READ RATING-FILE
               ELSE
                   MOVE SPACES TO IMAGE-BEFORE
           END-IF.
           MOVE RAT-RATING TO LDG-RAT-BEFORE.
           MOVE RAT-GAMES TO LDG-GAMES-BEFORE.
           DISPLAY "REASON CODE (REQUIRED, 4 CHARS): ".
           MOVE SPACES TO REASON-IN.
           ACCEPT REASON-IN.
           END-IF.
           MOVE "RATADJ" TO ACTION-IN.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           PERFORM WRITE-LEDGER THRU EXIT-WRITE-LEDGER.
           DISPLAY "RATING ADJUSTED".
       EXIT-ADJUST-RATING.
           EXIT.

      *    A FLAGGED ROUND STAYS OUT OF THE RATINGS AND THE
      *    LEADERBOARD UNTIL IT IS CLEARED HERE. A ROUND CONBORAT HAS
      *    ALREADY RATED AFTER CLEARANCE CANNOT BE REOPENED - ITS
      *    RATING IS ADJUSTED WITH OPTION 6 INSTEAD.
       FAIR-PLAY-REVIEW.
           MOVE " " TO LIST-EOF.
           MOVE 0 TO PENDING-COUNT.
           MOVE 0 TO REV-ROUND.
           START REVIEW-FILE KEY NOT < REV-ROUND
               INVALID KEY
                   DISPLAY "NO ROUNDS FLAGGED"
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-START.
           DISPLAY "PENDING FLAGS:".
           DISPLAY "ROUND    OPERATOR DATE     RSN  DETAIL".
           PERFORM LIST-FLAG-NEXT THRU EXIT-LIST-FLAG-NEXT
               UNTIL LIST-EOF = "Y".
           IF PENDING-COUNT = 0
               THEN
                   DISPLAY "  NONE PENDING"
           END-IF.
           DISPLAY "ROUND ID TO DECIDE (BLANK = BACK): ".
           MOVE SPACES TO ROUND-IN.
           ACCEPT ROUND-IN.
           IF ROUND-IN = SPACES
               THEN
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-IF.
           IF FUNCTION TRIM(ROUND-IN) NOT NUMERIC
               THEN
                   DISPLAY "INVALID ROUND ID"
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-IF.
           MOVE FUNCTION TRIM(ROUND-IN) TO REV-ROUND.
           READ REVIEW-FILE
               INVALID KEY
                   DISPLAY "ROUND NOT FLAGGED"
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-READ.
           DISPLAY "ROUND " REV-ROUND " OPERATOR " REV-OPERATOR
               " PLAYED " REV-DATE " SEED " REV-SEED.
           DISPLAY "FLAGGED " REV-FLAGGED " " REV-REASON " "
               REV-DETAIL.
           IF REV-STATUS NOT = "P"
               THEN
                   DISPLAY "DECIDED " REV-STATUS " BY " REV-SUPER
                       " ON " REV-DECIDED
           END-IF.
           IF REV-HELD = "R"
               THEN
                   DISPLAY "ALREADY RATED AFTER CLEARANCE - "
                       "ADJUST THE RATING INSTEAD"
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-IF.
           DISPLAY "c)LEAR OR u)PHOLD (BLANK = LEAVE): ".
           MOVE " " TO DECISION-IN.
           ACCEPT DECISION-IN.
           IF DECISION-IN NOT = "c" AND NOT = "u"
               THEN
                   DISPLAY "NOTHING DECIDED"
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-IF.
           DISPLAY "REASON CODE (REQUIRED, 4 CHARS): ".
           MOVE SPACES TO REASON-IN.
           ACCEPT REASON-IN.
           IF REASON-IN = SPACES
               THEN
                   DISPLAY "REASON CODE REQUIRED - NOTHING DECIDED"
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-IF.
           PERFORM BUILD-FLAG-IMAGE THRU EXIT-BUILD-FLAG-IMAGE.
           MOVE FLAG-IMAGE TO IMAGE-BEFORE.
           IF DECISION-IN = "c"
               THEN
                   MOVE "C" TO REV-STATUS
                   MOVE "FPSCLR" TO ACTION-IN
               ELSE
                   MOVE "U" TO REV-STATUS
                   MOVE "FPSUPH" TO ACTION-IN
           END-IF.
           MOVE MAINT-USER TO REV-SUPER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO REV-DECIDED.
           REWRITE REVIEW-RECORD.
           PERFORM BUILD-FLAG-IMAGE THRU EXIT-BUILD-FLAG-IMAGE.
           MOVE FLAG-IMAGE TO IMAGE-AFTER.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           IF REV-HELD = "A"
               THEN
                   IF REV-STATUS = "C"
                       THEN
                           DISPLAY "ROUND CLEARED - ITS RATING STANDS"
                       ELSE
                           DISPLAY "FLAG UPHELD - ROUND WAS RATED "
                               "BEFORE IT WAS FLAGGED, ADJUST THE "
                               "RATING WITH OPTION 6"
                   END-IF
                   GO TO EXIT-FAIR-PLAY-REVIEW
           END-IF.
           IF REV-STATUS = "C"
               THEN
                   DISPLAY "ROUND CLEARED - RATED ON THE NEXT CONBORAT"
                       " RUN"
               ELSE
                   DISPLAY "FLAG UPHELD - ROUND STAYS UNRATED"
           END-IF.
       EXIT-FAIR-PLAY-REVIEW.
           EXIT.

       LIST-FLAG-NEXT.
           READ REVIEW-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-FLAG-NEXT
           END-READ.
           IF REV-STATUS NOT = "P"
               THEN
                   GO TO EXIT-LIST-FLAG-NEXT
           END-IF.
           ADD 1 TO PENDING-COUNT.
           DISPLAY REV-ROUND " " REV-OPERATOR " " REV-DATE " "
               REV-REASON " " REV-DETAIL.
       EXIT-LIST-FLAG-NEXT.
           EXIT.

       BUILD-FLAG-IMAGE.
           MOVE REV-ROUND TO FI-ROUND.
           MOVE REV-OPERATOR TO FI-OPERATOR.
           MOVE REV-REASON TO FI-REASON.
           MOVE REV-STATUS TO FI-STATUS.
           MOVE REV-HELD TO FI-HELD.
       EXIT-BUILD-FLAG-IMAGE.
           EXIT.

      *    LISTS EVERY KEY THE OPERATOR IS KNOWN BY, THEN ADDS OR
      *    REMOVES ONE. THE OPERATOR'S OWN ID AND A KEY ALREADY
      *    BELONGING TO SOMEONE ELSE CANNOT BE CHANGED HERE. AN ALIAS
      *    CAN ONLY BE ADDED FOR AN ID WITH A PROFILE, BUT STALE
      *    ALIASES OF AN ID WITHOUT ONE CAN STILL BE DELETED.
       OPERATOR-ALIASES.
           DISPLAY "OPERATOR ID: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           IF ID-IN = SPACES
               THEN
                   GO TO EXIT-OPERATOR-ALIASES
           END-IF.
           MOVE ID-IN TO PROF-ID.
           MOVE "Y" TO ID-HAS-PROFILE.
           READ PROF-FILE
               INVALID KEY
                   MOVE " " TO ID-HAS-PROFILE
                   DISPLAY "NOTE - NO PROFILE FOR " ID-IN
           END-READ.
           MOVE " " TO LIST-EOF.
           MOVE 0 TO ALIAS-COUNT.
           MOVE LOW-VALUES TO XRF-ALIAS.
           START XRF-FILE KEY NOT < XRF-ALIAS
               INVALID KEY
                   MOVE "Y" TO LIST-EOF
           END-START.
           DISPLAY "KNOWN AS  SOURCE ADDED    BY".
           PERFORM LIST-ALIAS-NEXT THRU EXIT-LIST-ALIAS-NEXT
               UNTIL LIST-EOF = "Y".
           IF ALIAS-COUNT = 0
               THEN
                   DISPLAY "  NO ALIASES ON FILE"
           END-IF.
           DISPLAY "a)DD OR d)ELETE AN ALIAS (BLANK = BACK): ".
           MOVE " " TO DECISION-IN.
           ACCEPT DECISION-IN.
           IF DECISION-IN NOT = "a" AND NOT = "d"
               THEN
                   GO TO EXIT-OPERATOR-ALIASES
           END-IF.
           DISPLAY "ALIAS: ".
           MOVE SPACES TO ALIAS-IN.
           ACCEPT ALIAS-IN.
           IF ALIAS-IN = SPACES OR ALIAS-IN = ID-IN
               THEN
                   DISPLAY "NOTHING CHANGED"
                   GO TO EXIT-OPERATOR-ALIASES
           END-IF.
           MOVE ALIAS-IN TO XRF-ALIAS.
           MOVE "Y" TO REC-ON-FILE.
           READ XRF-FILE
               INVALID KEY
                   MOVE " " TO REC-ON-FILE
           END-READ.
           IF DECISION-IN = "a"
               THEN
                   PERFORM ADD-ALIAS THRU EXIT-ADD-ALIAS
               ELSE
                   PERFORM DELETE-ALIAS THRU EXIT-DELETE-ALIAS
           END-IF.
       EXIT-OPERATOR-ALIASES.
           EXIT.

       LIST-ALIAS-NEXT.
           READ XRF-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LIST-EOF
                   GO TO EXIT-LIST-ALIAS-NEXT
           END-READ.
           IF XRF-OPERATOR NOT = ID-IN
               THEN
                   GO TO EXIT-LIST-ALIAS-NEXT
           END-IF.
           ADD 1 TO ALIAS-COUNT.
           DISPLAY "  " XRF-ALIAS "  " XRF-SOURCE "   " XRF-ADDED
               " " XRF-USER.
       EXIT-LIST-ALIAS-NEXT.
           EXIT.

       ADD-ALIAS.
           IF ID-HAS-PROFILE NOT = "Y"
               THEN
                   DISPLAY "NO PROFILE FOR " ID-IN
                       " - NOTHING ADDED"
                   GO TO EXIT-ADD-ALIAS
           END-IF.
           IF REC-ON-FILE = "Y"
               THEN
                   DISPLAY "ALREADY AN ALIAS OF " XRF-OPERATOR
                       " - NOTHING ADDED"
                   GO TO EXIT-ADD-ALIAS
           END-IF.
           MOVE ALIAS-IN TO PROF-ID.
           READ PROF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "AN OPERATOR ID IN ITS OWN RIGHT - "
                       "NOTHING ADDED"
                   GO TO EXIT-ADD-ALIAS
           END-READ.
           MOVE ALIAS-IN TO XRF-ALIAS.
           MOVE ID-IN TO XRF-OPERATOR.
           MOVE "A" TO XRF-SOURCE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO XRF-ADDED.
           MOVE MAINT-USER TO XRF-USER.
           WRITE XRF-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " XRF-FILE-STATUS
                   GO TO EXIT-ADD-ALIAS
           END-WRITE.
           MOVE SPACES TO IMAGE-BEFORE.
           PERFORM BUILD-XRF-IMAGE THRU EXIT-BUILD-XRF-IMAGE.
           MOVE XRF-IMAGE TO IMAGE-AFTER.
           MOVE SPACES TO REASON-IN.
           MOVE "XRFADD" TO ACTION-IN.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           DISPLAY "ALIAS ADDED".
       EXIT-ADD-ALIAS.
           EXIT.

       DELETE-ALIAS.
           IF REC-ON-FILE NOT = "Y" OR XRF-OPERATOR NOT = ID-IN
               THEN
                   DISPLAY "NOT AN ALIAS OF " ID-IN
                       " - NOTHING DELETED"
                   GO TO EXIT-DELETE-ALIAS
           END-IF.
           IF XRF-SOURCE = "I"
               THEN
                   DISPLAY "THE OPERATOR'S OWN ID - NOTHING DELETED"
                   GO TO EXIT-DELETE-ALIAS
           END-IF.
           PERFORM BUILD-XRF-IMAGE THRU EXIT-BUILD-XRF-IMAGE.
           MOVE XRF-IMAGE TO IMAGE-BEFORE.
           MOVE "*DELETED*" TO IMAGE-AFTER.
           DELETE XRF-FILE RECORD.
           MOVE SPACES TO REASON-IN.
           MOVE "XRFDEL" TO ACTION-IN.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           DISPLAY "ALIAS DELETED".
       EXIT-DELETE-ALIAS.
           EXIT.

       BUILD-XRF-IMAGE.
           MOVE XRF-ALIAS TO XI-ALIAS.
           MOVE XRF-OPERATOR TO XI-OPERATOR.
           MOVE XRF-SOURCE TO XI-SOURCE.
           MOVE XRF-ADDED TO XI-ADDED.
       EXIT-BUILD-XRF-IMAGE.
           EXIT.

      *    SHOWS THE OPERATOR'S TIER AND SETS A NEW ONE. A HIGHER
      *    TIER IS A GRANT, A LOWER ONE A REVOKE. AN OPERATOR WITH NO
      *    RECORD IS A BEGINNER; A REVOKE BACK TO BEGINNER KEEPS THE
      *    RECORD SO THE DATE AND REASON STAY ON FILE. THE NEW DATE
      *    IS TODAY, SO CONBOQUA COUNTS WINS FROM HERE. CONBOLER
      *    LOOKS THE TIER UP BY OPERATOR ID, SO A NAME OR ALIAS IS
      *    RESOLVED FIRST AND ONLY AN ID WITH A PROFILE IS CERTIFIED.
       CERTIFY-OPERATOR.
           DISPLAY "OPERATOR ID: ".
           MOVE SPACES TO ID-IN.
           ACCEPT ID-IN.
           IF ID-IN = SPACES
               THEN
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           MOVE ID-IN TO XRF-ALIAS.
           READ XRF-FILE
               NOT INVALID KEY
                   IF XRF-OPERATOR NOT = ID-IN
                       THEN
                           DISPLAY ID-IN " IS AN ALIAS OF "
                               XRF-OPERATOR
                           MOVE XRF-OPERATOR TO ID-IN
                   END-IF
           END-READ.
           MOVE ID-IN TO PROF-ID.
           READ PROF-FILE
               INVALID KEY
                   DISPLAY "NO PROFILE FOR " ID-IN
                       " - NOTHING CHANGED"
                   GO TO EXIT-CERTIFY-OPERATOR
           END-READ.
           MOVE ID-IN TO CRT-ID.
           MOVE "Y" TO REC-ON-FILE.
           READ CRT-FILE
               INVALID KEY
                   MOVE " " TO REC-ON-FILE
           END-READ.
           IF REC-ON-FILE = "Y"
               THEN
                   MOVE CRT-TIER TO TIER-OLD
                   DISPLAY "CERTIFIED LV-" CRT-TIER " SINCE " CRT-DATE
                       " SOURCE " CRT-SOURCE " REASON " CRT-REASON
               ELSE
                   MOVE "b" TO TIER-OLD
                   DISPLAY "NOT CERTIFIED - PLAYS AS LV-b"
           END-IF.
           MOVE TIER-OLD TO TIER-IN.
           PERFORM RANK-TIER THRU EXIT-RANK-TIER.
           MOVE RANK-NEW TO RANK-OLD.
           DISPLAY "NEW TIER b)EGINNER/i)NTERMEDIATE/v)ETERAN "
               "(BLANK = BACK): ".
           MOVE " " TO TIER-IN.
           ACCEPT TIER-IN.
           IF TIER-IN = SPACE
               THEN
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           PERFORM RANK-TIER THRU EXIT-RANK-TIER.
           IF RANK-NEW = 0
               THEN
                   DISPLAY "WRONG INPUT"
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           IF RANK-NEW = RANK-OLD
               THEN
                   DISPLAY "ALREADY LV-" TIER-OLD " - NOTHING CHANGED"
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           DISPLAY "REASON CODE (REQUIRED, 4 CHARS): ".
           MOVE SPACES TO REASON-IN.
           ACCEPT REASON-IN.
           IF REASON-IN = SPACES
               THEN
                   DISPLAY "REASON CODE REQUIRED - NOTHING CHANGED"
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           IF RANK-NEW > RANK-OLD
               THEN
                   DISPLAY "CONFIRM GRANT OF LV-" TIER-IN " (y/N): "
                   MOVE "CRTGRT" TO ACTION-IN
               ELSE
                   DISPLAY "CONFIRM REVOKE TO LV-" TIER-IN " (y/N): "
                   MOVE "CRTREV" TO ACTION-IN
           END-IF.
           MOVE " " TO CONFIRM-IN.
           ACCEPT CONFIRM-IN.
           IF CONFIRM-IN NOT = "y"
               THEN
                   DISPLAY "NOTHING CHANGED"
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           IF REC-ON-FILE = "Y"
               THEN
                   MOVE CRT-RECORD TO IMAGE-BEFORE
               ELSE
                   MOVE SPACES TO IMAGE-BEFORE
           END-IF.
           MOVE ID-IN TO CRT-ID.
           MOVE TIER-IN TO CRT-TIER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO CRT-DATE.
           MOVE "S" TO CRT-SOURCE.
           MOVE REASON-IN TO CRT-REASON.
           IF REC-ON-FILE = "Y"
               THEN
                   REWRITE CRT-RECORD
               ELSE
                   WRITE CRT-RECORD
           END-IF.
           IF CRT-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "WRITE FAILED - STATUS " CRT-FILE-STATUS
                   GO TO EXIT-CERTIFY-OPERATOR
           END-IF.
           MOVE CRT-RECORD TO IMAGE-AFTER.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           DISPLAY ID-IN " NOW CERTIFIED LV-" CRT-TIER.
       EXIT-CERTIFY-OPERATOR.
           EXIT.

       RANK-TIER.
           EVALUATE TIER-IN
               WHEN "b"
                   MOVE 1 TO RANK-NEW
               WHEN "i"
                   MOVE 2 TO RANK-NEW
               WHEN "v"
                   MOVE 3 TO RANK-NEW
               WHEN OTHER
                   MOVE 0 TO RANK-NEW
           END-EVALUATE.
       EXIT-RANK-TIER.
           EXIT.

      *    FOLDS A DUPLICATE RATING RECORD - ONE LOGGED UNDER A NAME
      *    OR ALIAS - INTO THE OPERATOR'S OWN. RATINGS ARE RUNNING
      *    TOTALS FROM ZERO, SO THE TWO RECORDS SIMPLY ADD UP. THE
      *    DUPLICATE KEY IS THEN KEPT AS AN ALIAS SO IT RESOLVES
      *    FROM NOW ON.
       MERGE-RATINGS.
           DISPLAY "DUPLICATE RATING KEY TO FOLD IN: ".
           MOVE SPACES TO MERGE-FROM.
           ACCEPT MERGE-FROM.
           MOVE MERGE-FROM TO RAT-OPERATOR.
           READ RATING-FILE
               INVALID KEY
                   DISPLAY "NO RATING UNDER " MERGE-FROM
                   GO TO EXIT-MERGE-RATINGS
           END-READ.
           MOVE RATING-RECORD TO MERGE-SAVE.
           DISPLAY "OPERATOR ID TO KEEP: ".
           MOVE SPACES TO MERGE-INTO.
           ACCEPT MERGE-INTO.
           IF MERGE-INTO = SPACES OR MERGE-INTO = MERGE-FROM
               THEN
                   DISPLAY "NOTHING MERGED"
                   GO TO EXIT-MERGE-RATINGS
           END-IF.
           MOVE MERGE-INTO TO PROF-ID.
           READ PROF-FILE
               INVALID KEY
                   DISPLAY "NO PROFILE FOR " MERGE-INTO
                       " - MERGE INTO A PROFILE ID"
                   GO TO EXIT-MERGE-RATINGS
           END-READ.
           MOVE MERGE-FROM TO XRF-ALIAS.
           READ XRF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF XRF-OPERATOR NOT = MERGE-INTO
                       THEN
                           DISPLAY MERGE-FROM " IS AN ALIAS OF "
                               XRF-OPERATOR " - NOTHING MERGED"
                           GO TO EXIT-MERGE-RATINGS
                   END-IF
           END-READ.
           MOVE MERGE-INTO TO RAT-OPERATOR.
           MOVE "Y" TO REC-ON-FILE.
           READ RATING-FILE
               INVALID KEY
                   MOVE " " TO REC-ON-FILE
                   MOVE MERGE-INTO TO RAT-OPERATOR
                   MOVE 0 TO RAT-RATING
                   MOVE 0 TO RAT-GAMES
           END-READ.
           DISPLAY "FOLD IN: " MS-OPERATOR " RATING=" MS-RATING
               " GAMES=" MS-GAMES.
           DISPLAY "KEEP   : " RAT-OPERATOR " RATING=" RAT-RATING
               " GAMES=" RAT-GAMES.
           DISPLAY "REASON CODE (REQUIRED, 4 CHARS): ".
           MOVE SPACES TO REASON-IN.
           ACCEPT REASON-IN.
           IF REASON-IN = SPACES
               THEN
                   DISPLAY "REASON CODE REQUIRED - NOTHING MERGED"
                   GO TO EXIT-MERGE-RATINGS
           END-IF.
           DISPLAY "CONFIRM MERGE (y/N): ".
           MOVE " " TO CONFIRM-IN.
           ACCEPT CONFIRM-IN.
           IF CONFIRM-IN NOT = "y"
               THEN
                   DISPLAY "NOTHING MERGED"
                   GO TO EXIT-MERGE-RATINGS
           END-IF.
           IF REC-ON-FILE = "Y"
               THEN
                   MOVE RATING-RECORD TO IMAGE-BEFORE
               ELSE
                   MOVE SPACES TO IMAGE-BEFORE
           END-IF.
           MOVE RAT-RATING TO LDG-RAT-BEFORE.
           MOVE RAT-GAMES TO LDG-GAMES-BEFORE.
           ADD MS-RATING TO RAT-RATING.
           ADD MS-GAMES TO RAT-GAMES.
           MOVE RATING-RECORD TO IMAGE-AFTER.
           IF REC-ON-FILE = "Y"
               THEN
                   REWRITE RATING-RECORD
               ELSE
                   WRITE RATING-RECORD
           END-IF.
           MOVE "RATMRG" TO ACTION-IN.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           PERFORM WRITE-LEDGER THRU EXIT-WRITE-LEDGER.
           MOVE MERGE-FROM TO RAT-OPERATOR.
           READ RATING-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE RATING-RECORD TO IMAGE-BEFORE.
           MOVE "*MERGED*" TO IMAGE-AFTER.
           MOVE RAT-RATING TO LDG-RAT-BEFORE.
           MOVE RAT-GAMES TO LDG-GAMES-BEFORE.
           DELETE RATING-FILE RECORD.
           MOVE MERGE-FROM TO RAT-OPERATOR.
           MOVE 0 TO RAT-RATING.
           MOVE 0 TO RAT-GAMES.
           MOVE "RATDEL" TO ACTION-IN.
           PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT.
           PERFORM WRITE-LEDGER THRU EXIT-WRITE-LEDGER.
           MOVE MERGE-FROM TO XRF-ALIAS.
           READ XRF-FILE
               INVALID KEY
                   MOVE MERGE-FROM TO XRF-ALIAS
                   MOVE MERGE-INTO TO XRF-OPERATOR
                   MOVE "M" TO XRF-SOURCE
                   MOVE TODAY-DATE TO XRF-ADDED
                   MOVE MAINT-USER TO XRF-USER
                   WRITE XRF-RECORD
                   MOVE SPACES TO IMAGE-BEFORE
                   PERFORM BUILD-XRF-IMAGE THRU EXIT-BUILD-XRF-IMAGE
                   MOVE XRF-IMAGE TO IMAGE-AFTER
                   MOVE "XRFADD" TO ACTION-IN
                   PERFORM WRITE-AUDIT THRU EXIT-WRITE-AUDIT
           END-READ.
           DISPLAY "RATINGS MERGED INTO " MERGE-INTO.
       EXIT-MERGE-RATINGS.
           EXIT.

      *    ACCEPTS AN OPTIONAL LEADING MINUS THEN DIGITS ONLY
       PARSE-SIGNED.
           MOVE " " TO SIGNED-OK.
       EXIT-PARSE-SIGNED-CHAR.
           EXIT.

      *    THE BEFORE FIGURES ARE SET BY THE CALLER; THE AFTER
      *    FIGURES ARE WHAT IS NOW IN THE RATING RECORD
       WRITE-LEDGER.
           OPEN EXTEND LEDGER-FILE.
           IF LEDGER-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT LEDGER-FILE
           END-IF.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE RAT-OPERATOR TO LDG-OPERATOR.
           MOVE 0 TO LDG-ROUND.
           MOVE TODAY-DATE TO LDG-DATE.
           MOVE CT-HHMMSS TO LDG-TIME.
           MOVE "S" TO LDG-SOURCE.
           MOVE ACTION-IN TO LDG-ACTION.
           MOVE REASON-IN TO LDG-REASON.
           MOVE MAINT-USER TO LDG-USER.
           MOVE 0 TO LDG-WEIGHT.
           MOVE RAT-RATING TO LDG-RAT-AFTER.
           MOVE RAT-GAMES TO LDG-GAMES-AFTER.
           WRITE LEDGER-LINE FROM LEDGER-ENTRY.
           CLOSE LEDGER-FILE.
       EXIT-WRITE-LEDGER.
           EXIT.

       WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
