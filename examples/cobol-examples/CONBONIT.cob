123456*8901234567890123456789012345678901234567890
       IDENTIFICATION    DIVISION.
       PROGRAM-ID.       CONBONIT.
      *NIGHTLY JOB STREAM. RUNS THE BATCH PROGRAMS IN THEIR FIXED
      *ORDER, RECORDS EACH STEP IN THE RUN-CONTROL FILE
      *CONBONIT.CTL AND PRINTS THE RUN LOG CONBONIT.LOG. A STEP
      *THAT FAILS STOPS THE STREAM; THE NEXT CONBONIT RUN PICKS UP
      *THE SAME RUN AT THE FAILED STEP AND SKIPS THE STEPS THAT HAD
      *ALREADY COMPLETED.
      *
      *STEP PROGRAMS HAND BACK 0 WHEN CLEAN, 4 WHEN THEY FINISHED
      *WITH SOMETHING FOR THE MORNING SHIFT TO LOOK AT (REJECTS,
      *QUARANTINES, TOTALS THAT DO NOT RECONCILE) AND 8 OR MORE
      *WHEN THEY REFUSED TO RUN OR COULD NOT FINISH.
      *
      *USAGE: CONBONIT [NEW] [CUTOFF-DATE YYYYMMDD] [REPORT-DATE]
      *  NEW          START A FRESH RUN EVEN IF THE LAST ONE STOPPED
      *  CUTOFF-DATE  FOR CONBOARC AND THE CONBOLPG LIBRARY PURGE -
      *               BLANK = FIRST OF LAST MONTH
      *  REPORT-DATE  FOR CONBODAY AND CONBOSES - BLANK = THE RUN
      *               DATE
      *A RESTART ALWAYS KEEPS THE DATES OF THE RUN IT RESUMES.
      *THE STEP PROGRAMS ARE TAKEN FROM THE DIRECTORY NAMED BY
      *CONBOBIN, OR FROM THE CURRENT DIRECTORY WHEN IT IS NOT SET.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "CONBONIT.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO "CONBONIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT OUT-FILE ASSIGN TO "CONBONIT.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT STATS-FILE ASSIGN TO "CONBOLER.STA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATS-FILE-STATUS.
           SELECT CKP-FILE ASSIGN TO "CONBORAT.CKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-FILE-STATUS.
       DATA              DIVISION.
       FILE              SECTION.
      *RUN-CONTROL FILE - ONE HEADER FOR THE RUN, THEN ONE RECORD
      *PER STEP. REWRITTEN AFTER EVERY CHANGE OF STEP STATUS, SO IT
      *ALWAYS SHOWS HOW FAR THE RUN GOT.
       FD  CTL-FILE.
       01  CTL-RECORD.
           03 CTL-TYPE       PIC X.
           03 CTL-STEP-NO    PIC 9(2).
           03 CTL-NAME       PIC X(8).
           03 CTL-STATUS     PIC X(4).
           03 CTL-RC         PIC 9(3).
           03 CTL-START-DATE PIC 9(8).
           03 CTL-START-TIME PIC 9(6).
           03 CTL-END-DATE   PIC 9(8).
           03 CTL-END-TIME   PIC 9(6).
           03 CTL-STA-BEFORE PIC 9(7).
           03 CTL-STA-AFTER  PIC 9(7).
           03 CTL-CKP-BEFORE PIC 9(7).
           03 CTL-CKP-AFTER  PIC 9(7).
       01  CTL-HEADER.
           03 HDR-TYPE        PIC X.
           03 HDR-RUN-DATE    PIC 9(8).
           03 HDR-RUN-TIME    PIC 9(6).
           03 HDR-STATUS      PIC X(4).
           03 HDR-ATTEMPT     PIC 9(3).
           03 HDR-CUTOFF      PIC 9(8).
           03 HDR-REPORT-DATE PIC 9(8).
           03 HDR-STEPS       PIC 9(2).
       FD  LOG-FILE.
       01  LOG-RECORD PIC X(80).
       FD  OUT-FILE.
       01  OUT-RECORD PIC X(76).
       FD  STATS-FILE.
       01  STATS-RECORD.
           03 STATS-LV       PIC X(1).
           03 FILLER         PIC X(57).
       FD  CKP-FILE.
       01  CKP-RECORD.
           03 CKP-PROCESSED PIC 9(7).
       WORKING-STORAGE   SECTION.
       77 CTL-FILE-STATUS PIC X(2).
       77 LOG-FILE-STATUS PIC X(2).
       77 OUT-FILE-STATUS PIC X(2).
       77 STATS-FILE-STATUS PIC X(2).
       77 CKP-FILE-STATUS PIC X(2).
       77 CTL-EOF PIC X VALUE " ".
       77 OUT-EOF PIC X VALUE " ".
       77 STATS-EOF PIC X VALUE " ".
      *THE JOB STREAM IN RUN ORDER. THE ARGUMENT KIND SAYS WHAT THE
      *STEP IS HANDED ON ITS COMMAND LINE - " " NOTHING, "C" THE
      *ARCHIVE CUTOFF DATE, "D" THE REPORT DATE.
       77 STEP-MAX PIC 9(2) VALUE 12.
       01 STEP-LIST.
           03 FILLER PIC X(9) VALUE "CONBOVAL ".
           03 FILLER PIC X(9) VALUE "CONBOCHK ".
           03 FILLER PIC X(9) VALUE "CONBOROS ".
           03 FILLER PIC X(9) VALUE "CONBOIDR ".
           03 FILLER PIC X(9) VALUE "CONBOFPS ".
           03 FILLER PIC X(9) VALUE "CONBORAT ".
           03 FILLER PIC X(9) VALUE "CONBOQUA ".
           03 FILLER PIC X(9) VALUE "CONBOSESD".
           03 FILLER PIC X(9) VALUE "CONBODAYD".
           03 FILLER PIC X(9) VALUE "CONBOARCC".
           03 FILLER PIC X(9) VALUE "CONBOLPGC".
           03 FILLER PIC X(9) VALUE "CONBOXPT ".
       01 STEP-TABLE REDEFINES STEP-LIST.
           03 STEP-DEF OCCURS 12.
               05 SD-NAME PIC X(8).
               05 SD-ARG  PIC X.
      *STATE OF EACH STEP FOR THIS RUN
       01 RUN-STEPS.
           03 RUN-STEP OCCURS 12.
               05 RS-STATUS     PIC X(4).
               05 RS-RC         PIC 9(3).
               05 RS-START-DATE PIC 9(8).
               05 RS-START-TIME PIC 9(6).
               05 RS-END-DATE   PIC 9(8).
               05 RS-END-TIME   PIC 9(6).
               05 RS-STA-BEFORE PIC 9(7).
               05 RS-STA-AFTER  PIC 9(7).
               05 RS-CKP-BEFORE PIC 9(7).
               05 RS-CKP-AFTER  PIC 9(7).
       77 STEP-IDX PIC 9(2).
       77 CNTI PIC 9(2).
       77 FOUND-IDX PIC 9(2).
      *RUN PARAMETERS
       77 ARG-IN PIC X(10) VALUE SPACES.
       77 CUTOFF-STR PIC X(10) VALUE SPACES.
       77 REPORT-STR PIC X(10) VALUE SPACES.
       77 FORCE-NEW PIC X VALUE " ".
       77 RESTART-RUN PIC X VALUE " ".
       77 RUN-DATE PIC 9(8).
       77 RUN-TIME PIC 9(6).
       77 RUN-STATUS PIC X(4) VALUE SPACES.
       77 RUN-ATTEMPT PIC 9(3) VALUE 0.
       77 CUTOFF-DATE PIC 9(8) VALUE 0.
       77 REPORT-DATE PIC 9(8) VALUE 0.
       01 TODAY-DATE.
           03 TODAY-YYYY PIC 9(4).
           03 TODAY-MM   PIC 9(2).
           03 TODAY-DD   PIC 9(2).
       01 DEFAULT-CUTOFF.
           03 DFC-YYYY PIC 9(4).
           03 DFC-MM   PIC 9(2).
           03 DFC-DD   PIC 9(2).
       01 CURRENT-TIME.
           05 CT-HHMMSS PIC 9(6).
           05 CT-REST   PIC X(2).
      *STEP COMMAND. SYSTEM HANDS BACK THE RAW WAIT STATUS, SO THE
      *STEP'S EXIT CODE IS IN ITS HIGH BYTE; A NON-ZERO LOW BYTE
      *MEANS THE STEP NEVER RAN TO AN EXIT AND IS TAKEN AS FAILED.
       77 BIN-DIR PIC X(60) VALUE SPACES.
       77 BIN-PREFIX PIC X(62) VALUE SPACES.
       77 STEP-ARG-STR PIC X(9) VALUE SPACES.
       77 STEP-COMMAND PIC X(120) VALUE SPACES.
       77 SYS-STATUS PIC S9(9) VALUE 0.
       77 STEP-RC PIC 9(3) VALUE 0.
       77 COUNT-WORK PIC 9(7) VALUE 0.
      *RUN TOTALS
       77 RAN-COUNT PIC 9(2) VALUE 0.
       77 SKIP-COUNT PIC 9(2) VALUE 0.
       77 OK-COUNT PIC 9(2) VALUE 0.
       77 WARN-COUNT PIC 9(2) VALUE 0.
       77 FAIL-COUNT PIC 9(2) VALUE 0.
       77 LEFT-COUNT PIC 9(2) VALUE 0.
      *PRINT LAYOUT
       77 PAGE-NO PIC 9(3) VALUE 0.
       77 LINE-CNT PIC 9(2) VALUE 0.
       77 PAGE-MAX PIC 9(2) VALUE 55.
       01 HEAD-LINE.
           03 FILLER PIC X(30)
               VALUE "CONBONIT NIGHTLY RUN LOG - RUN".
           03 FILLER PIC X(1) VALUE SPACES.
           03 HD-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE " ATTEMPT ".
           03 HD-ATTEMPT PIC ZZ9.
           03 FILLER PIC X(6) VALUE "  PAGE".
           03 HD-PAGE PIC ZZZ9.
       01 PARM-LINE.
           03 FILLER PIC X(13) VALUE "CUTOFF DATE: ".
           03 PL-CUTOFF PIC 9(8).
           03 FILLER PIC X(16) VALUE "   REPORT DATE: ".
           03 PL-REPORT PIC 9(8).
       01 COL-LINE.
           03 FILLER PIC X(32) VALUE
               "STEP     STATUS RC START  END   ".
           03 FILLER PIC X(41) VALUE
               "STA-BEFORE STA-AFTER CKP-BEFORE CKP-AFTER".
       01 DETAIL-LINE.
           03 DL-NAME PIC X(8).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-STATUS PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 DL-RC PIC ZZ9.
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-START PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 DL-END PIC 9(6).
           03 FILLER PIC X(3) VALUE SPACES.
           03 DL-STA-BEFORE PIC ZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DL-STA-AFTER PIC ZZZZZZ9.
           03 FILLER PIC X(4) VALUE SPACES.
           03 DL-CKP-BEFORE PIC ZZZZZZ9.
           03 FILLER PIC X(3) VALUE SPACES.
           03 DL-CKP-AFTER PIC ZZZZZZ9.
       01 OUT-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 OL-TEXT PIC X(76).
       01 CONTROL-LINE.
           03 CTL-LABEL PIC X(24).
           03 CTL-VALUE PIC ZZZZZZ9.
       77 LOG-TEXT PIC X(80) VALUE SPACES.

       PROCEDURE        DIVISION.
       MAIN-START.
           PERFORM GET-ARGS THRU EXIT-GET-ARGS.
           PERFORM LOAD-CONTROL THRU EXIT-LOAD-CONTROL.
           IF RESTART-RUN = "Y"
               THEN
                   OPEN EXTEND LOG-FILE
                   IF LOG-FILE-STATUS = "35"
                       THEN
                           OPEN OUTPUT LOG-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT LOG-FILE
           END-IF.
           MOVE "RUN " TO RUN-STATUS.
           PERFORM SAVE-CONTROL THRU EXIT-SAVE-CONTROL.
           PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD.
           IF RESTART-RUN = "Y"
               THEN
                   MOVE "RESTART - STEPS ALREADY COMPLETED ARE SKIPPED"
                       TO LOG-TEXT
                   PERFORM WRITE-LOG THRU EXIT-WRITE-LOG
                   MOVE SPACES TO LOG-TEXT
                   PERFORM WRITE-LOG THRU EXIT-WRITE-LOG
           END-IF.
           PERFORM RUN-STEP-LOOP THRU EXIT-RUN-STEP-LOOP
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-MAX OR RUN-STATUS = "FAIL".
           IF RUN-STATUS NOT = "FAIL"
               THEN
                   MOVE "DONE" TO RUN-STATUS
           END-IF.
           PERFORM SAVE-CONTROL THRU EXIT-SAVE-CONTROL.
           PERFORM PRINT-TOTALS THRU EXIT-PRINT-TOTALS.
           CLOSE LOG-FILE.
           DISPLAY "===== CONBONIT CONTROL TOTALS =====".
           DISPLAY "RUN DATE         : " RUN-DATE.
           DISPLAY "ATTEMPT          : " RUN-ATTEMPT.
           DISPLAY "STEPS IN STREAM  : " STEP-MAX.
           DISPLAY "STEPS RUN        : " RAN-COUNT.
           DISPLAY "  COMPLETED OK   : " OK-COUNT.
           DISPLAY "  WITH WARNINGS  : " WARN-COUNT.
           DISPLAY "  FAILED         : " FAIL-COUNT.
           DISPLAY "STEPS SKIPPED    : " SKIP-COUNT.
           DISPLAY "STEPS NOT REACHED: " LEFT-COUNT.
           IF STEP-MAX = RAN-COUNT + SKIP-COUNT + LEFT-COUNT
               AND RAN-COUNT = OK-COUNT + WARN-COUNT + FAIL-COUNT
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
           END-IF.
           DISPLAY "RUN LOG WRITTEN TO CONBONIT.LOG".
           IF RUN-STATUS = "FAIL"
               THEN
                   DISPLAY "RUN STOPPED - CORRECT THE FAILED STEP AND "
                       "RERUN CONBONIT TO RESTART"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WARN-COUNT > 0
                       THEN
                           MOVE 4 TO RETURN-CODE
                       ELSE
                           MOVE 0 TO RETURN-CODE
                   END-IF
           END-IF.
       STOP RUN.

       GET-ARGS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           ACCEPT ARG-IN FROM ARGUMENT-VALUE.
           IF ARG-IN = "NEW" OR ARG-IN = "new"
               THEN
                   MOVE "Y" TO FORCE-NEW
                   MOVE SPACES TO ARG-IN
                   ACCEPT ARG-IN FROM ARGUMENT-VALUE
           END-IF.
           MOVE ARG-IN TO CUTOFF-STR.
           ACCEPT REPORT-STR FROM ARGUMENT-VALUE.
           IF (CUTOFF-STR NOT = SPACES
                   AND FUNCTION TRIM(CUTOFF-STR) NOT NUMERIC)
               OR (REPORT-STR NOT = SPACES
                   AND FUNCTION TRIM(REPORT-STR) NOT NUMERIC)
               THEN
                   DISPLAY "USAGE: CONBONIT [NEW] [CUTOFF-DATE "
                       "YYYYMMDD] [REPORT-DATE YYYYMMDD]"
                   DISPLAY "BLANK CUTOFF ARCHIVES BEFORE THE FIRST OF "
                       "LAST MONTH"
                   DISPLAY "BLANK REPORT DATE REPORTS ON THE RUN DATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           IF CUTOFF-STR = SPACES
               THEN
                   MOVE TODAY-YYYY TO DFC-YYYY
                   IF TODAY-MM = 1
                       THEN
                           SUBTRACT 1 FROM DFC-YYYY
                           MOVE 12 TO DFC-MM
                       ELSE
                           COMPUTE DFC-MM = TODAY-MM - 1
                   END-IF
                   MOVE 1 TO DFC-DD
                   MOVE DEFAULT-CUTOFF TO CUTOFF-DATE
               ELSE
                   MOVE FUNCTION TRIM(CUTOFF-STR) TO CUTOFF-DATE
           END-IF.
           IF REPORT-STR = SPACES
               THEN
                   MOVE TODAY-DATE TO REPORT-DATE
               ELSE
                   MOVE FUNCTION TRIM(REPORT-STR) TO REPORT-DATE
           END-IF.
           DISPLAY "CONBOBIN" UPON ENVIRONMENT-NAME.
           ACCEPT BIN-DIR FROM ENVIRONMENT-VALUE.
           IF BIN-DIR = SPACES
               THEN
                   MOVE "./" TO BIN-PREFIX
               ELSE
                   STRING BIN-DIR DELIMITED BY SPACE
                       "/" DELIMITED BY SIZE
                       INTO BIN-PREFIX
           END-IF.
       EXIT-GET-ARGS.
           EXIT.

      *    A RUN THAT DID NOT REACH "DONE" IS RESUMED: ITS DATES AND
      *    STEP STATES ARE TAKEN BACK FROM CONBONIT.CTL. ANYTHING
      *    ELSE STARTS A FRESH RUN WITH EVERY STEP PENDING.
       LOAD-CONTROL.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > STEP-MAX
               MOVE SPACES TO RS-STATUS(CNTI)
               MOVE 0 TO RS-RC(CNTI)
               MOVE 0 TO RS-START-DATE(CNTI)
               MOVE 0 TO RS-START-TIME(CNTI)
               MOVE 0 TO RS-END-DATE(CNTI)
               MOVE 0 TO RS-END-TIME(CNTI)
               MOVE 0 TO RS-STA-BEFORE(CNTI)
               MOVE 0 TO RS-STA-AFTER(CNTI)
               MOVE 0 TO RS-CKP-BEFORE(CNTI)
               MOVE 0 TO RS-CKP-AFTER(CNTI)
           END-PERFORM.
           MOVE TODAY-DATE TO RUN-DATE.
           MOVE CT-HHMMSS TO RUN-TIME.
           MOVE 1 TO RUN-ATTEMPT.
           IF FORCE-NEW = "Y"
               THEN
                   DISPLAY "NEW RUN REQUESTED - ANY STOPPED RUN IN "
                       "CONBONIT.CTL IS ABANDONED"
                   GO TO EXIT-LOAD-CONTROL
           END-IF.
           OPEN INPUT CTL-FILE.
           IF CTL-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-LOAD-CONTROL
           END-IF.
           MOVE " " TO CTL-EOF.
           READ CTL-FILE
               AT END
                   MOVE "Y" TO CTL-EOF
           END-READ.
           IF CTL-EOF = "Y" OR HDR-TYPE NOT = "H"
               OR HDR-STATUS = "DONE"
               THEN
                   CLOSE CTL-FILE
                   GO TO EXIT-LOAD-CONTROL
           END-IF.
           MOVE "Y" TO RESTART-RUN.
           MOVE HDR-RUN-DATE TO RUN-DATE.
           MOVE HDR-RUN-TIME TO RUN-TIME.
           COMPUTE RUN-ATTEMPT = HDR-ATTEMPT + 1.
           IF (CUTOFF-STR NOT = SPACES
                   AND CUTOFF-DATE NOT = HDR-CUTOFF)
               OR (REPORT-STR NOT = SPACES
                   AND REPORT-DATE NOT = HDR-REPORT-DATE)
               THEN
                   DISPLAY "RESTART KEEPS THE DATES OF THE STOPPED RUN"
                       " - USE NEW TO START AGAIN"
           END-IF.
           MOVE HDR-CUTOFF TO CUTOFF-DATE.
           MOVE HDR-REPORT-DATE TO REPORT-DATE.
           PERFORM LOAD-CONTROL-STEP THRU EXIT-LOAD-CONTROL-STEP
               UNTIL CTL-EOF = "Y".
           CLOSE CTL-FILE.
           DISPLAY "RESTARTING RUN OF " RUN-DATE " - ATTEMPT "
               RUN-ATTEMPT.
       EXIT-LOAD-CONTROL.
           EXIT.

       LOAD-CONTROL-STEP.
           READ CTL-FILE
               AT END
                   MOVE "Y" TO CTL-EOF
                   GO TO EXIT-LOAD-CONTROL-STEP
           END-READ.
           IF CTL-TYPE NOT = "S"
               THEN
                   GO TO EXIT-LOAD-CONTROL-STEP
           END-IF.
           MOVE 0 TO FOUND-IDX.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > STEP-MAX
               IF SD-NAME(CNTI) = CTL-NAME
                   THEN
                       MOVE CNTI TO FOUND-IDX
               END-IF
           END-PERFORM.
           IF FOUND-IDX = 0
               THEN
                   GO TO EXIT-LOAD-CONTROL-STEP
           END-IF.
           MOVE CTL-STATUS TO RS-STATUS(FOUND-IDX).
           MOVE CTL-RC TO RS-RC(FOUND-IDX).
           MOVE CTL-START-DATE TO RS-START-DATE(FOUND-IDX).
           MOVE CTL-START-TIME TO RS-START-TIME(FOUND-IDX).
           MOVE CTL-END-DATE TO RS-END-DATE(FOUND-IDX).
           MOVE CTL-END-TIME TO RS-END-TIME(FOUND-IDX).
           MOVE CTL-STA-BEFORE TO RS-STA-BEFORE(FOUND-IDX).
           MOVE CTL-STA-AFTER TO RS-STA-AFTER(FOUND-IDX).
           MOVE CTL-CKP-BEFORE TO RS-CKP-BEFORE(FOUND-IDX).
           MOVE CTL-CKP-AFTER TO RS-CKP-AFTER(FOUND-IDX).
       EXIT-LOAD-CONTROL-STEP.
           EXIT.

       SAVE-CONTROL.
           OPEN OUTPUT CTL-FILE.
           MOVE SPACES TO CTL-HEADER.
           MOVE "H" TO HDR-TYPE.
           MOVE RUN-DATE TO HDR-RUN-DATE.
           MOVE RUN-TIME TO HDR-RUN-TIME.
           MOVE RUN-STATUS TO HDR-STATUS.
           MOVE RUN-ATTEMPT TO HDR-ATTEMPT.
           MOVE CUTOFF-DATE TO HDR-CUTOFF.
           MOVE REPORT-DATE TO HDR-REPORT-DATE.
           MOVE STEP-MAX TO HDR-STEPS.
           WRITE CTL-HEADER.
           PERFORM VARYING CNTI FROM 1 BY 1 UNTIL CNTI > STEP-MAX
               MOVE SPACES TO CTL-RECORD
               MOVE "S" TO CTL-TYPE
               MOVE CNTI TO CTL-STEP-NO
               MOVE SD-NAME(CNTI) TO CTL-NAME
               MOVE RS-STATUS(CNTI) TO CTL-STATUS
               MOVE RS-RC(CNTI) TO CTL-RC
               MOVE RS-START-DATE(CNTI) TO CTL-START-DATE
               MOVE RS-START-TIME(CNTI) TO CTL-START-TIME
               MOVE RS-END-DATE(CNTI) TO CTL-END-DATE
               MOVE RS-END-TIME(CNTI) TO CTL-END-TIME
               MOVE RS-STA-BEFORE(CNTI) TO CTL-STA-BEFORE
               MOVE RS-STA-AFTER(CNTI) TO CTL-STA-AFTER
               MOVE RS-CKP-BEFORE(CNTI) TO CTL-CKP-BEFORE
               MOVE RS-CKP-AFTER(CNTI) TO CTL-CKP-AFTER
               WRITE CTL-RECORD
           END-PERFORM.
           CLOSE CTL-FILE.
       EXIT-SAVE-CONTROL.
           EXIT.

       RUN-STEP-LOOP.
           IF RS-STATUS(STEP-IDX) = "OK  "
               OR RS-STATUS(STEP-IDX) = "WARN"
               THEN
                   ADD 1 TO SKIP-COUNT
                   MOVE "SKIP" TO DL-STATUS
                   PERFORM PRINT-STEP THRU EXIT-PRINT-STEP
                   GO TO EXIT-RUN-STEP-LOOP
           END-IF.
           DISPLAY "CONBONIT STEP " STEP-IDX " - " SD-NAME(STEP-IDX).
           PERFORM COUNT-STATS THRU EXIT-COUNT-STATS.
           MOVE COUNT-WORK TO RS-STA-BEFORE(STEP-IDX).
           PERFORM READ-CKP THRU EXIT-READ-CKP.
           MOVE COUNT-WORK TO RS-CKP-BEFORE(STEP-IDX).
           ACCEPT RS-START-DATE(STEP-IDX) FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CT-HHMMSS TO RS-START-TIME(STEP-IDX).
           MOVE 0 TO RS-END-DATE(STEP-IDX).
           MOVE 0 TO RS-END-TIME(STEP-IDX).
           MOVE 0 TO RS-STA-AFTER(STEP-IDX).
           MOVE 0 TO RS-CKP-AFTER(STEP-IDX).
           MOVE 0 TO RS-RC(STEP-IDX).
           MOVE "RUN " TO RS-STATUS(STEP-IDX).
           PERFORM SAVE-CONTROL THRU EXIT-SAVE-CONTROL.
           MOVE SPACES TO STEP-ARG-STR.
           EVALUATE SD-ARG(STEP-IDX)
               WHEN "C"
                   MOVE CUTOFF-DATE TO STEP-ARG-STR(2:8)
               WHEN "D"
                   MOVE REPORT-DATE TO STEP-ARG-STR(2:8)
           END-EVALUATE.
           MOVE SPACES TO STEP-COMMAND.
           STRING BIN-PREFIX DELIMITED BY SPACE
               SD-NAME(STEP-IDX) DELIMITED BY SPACE
               STEP-ARG-STR DELIMITED BY SIZE
               " >CONBONIT.TMP 2>&1" DELIMITED BY SIZE
               INTO STEP-COMMAND.
           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE RETURN-CODE TO SYS-STATUS.
           MOVE 0 TO RETURN-CODE.
           IF SYS-STATUS > 255
               THEN
                   COMPUTE STEP-RC = SYS-STATUS / 256
               ELSE
                   IF SYS-STATUS NOT = 0
                       THEN
                           MOVE 999 TO STEP-RC
                       ELSE
                           MOVE 0 TO STEP-RC
                   END-IF
           END-IF.
           ACCEPT RS-END-DATE(STEP-IDX) FROM DATE YYYYMMDD.
           ACCEPT CURRENT-TIME FROM TIME.
           MOVE CT-HHMMSS TO RS-END-TIME(STEP-IDX).
           PERFORM COUNT-STATS THRU EXIT-COUNT-STATS.
           MOVE COUNT-WORK TO RS-STA-AFTER(STEP-IDX).
           PERFORM READ-CKP THRU EXIT-READ-CKP.
           MOVE COUNT-WORK TO RS-CKP-AFTER(STEP-IDX).
           MOVE STEP-RC TO RS-RC(STEP-IDX).
           ADD 1 TO RAN-COUNT.
           IF STEP-RC = 0
               THEN
                   MOVE "OK  " TO RS-STATUS(STEP-IDX)
                   ADD 1 TO OK-COUNT
               ELSE
                   IF STEP-RC < 8
                       THEN
                           MOVE "WARN" TO RS-STATUS(STEP-IDX)
                           ADD 1 TO WARN-COUNT
                       ELSE
                           MOVE "FAIL" TO RS-STATUS(STEP-IDX)
                           ADD 1 TO FAIL-COUNT
                           MOVE "FAIL" TO RUN-STATUS
                           COMPUTE LEFT-COUNT = STEP-MAX - STEP-IDX
                   END-IF
           END-IF.
           PERFORM SAVE-CONTROL THRU EXIT-SAVE-CONTROL.
           DISPLAY "CONBONIT STEP " STEP-IDX " - " SD-NAME(STEP-IDX)
               " " RS-STATUS(STEP-IDX) " RC " STEP-RC.
           MOVE RS-STATUS(STEP-IDX) TO DL-STATUS.
           PERFORM PRINT-STEP THRU EXIT-PRINT-STEP.
           PERFORM COPY-STEP-OUTPUT THRU EXIT-COPY-STEP-OUTPUT.
       EXIT-RUN-STEP-LOOP.
           EXIT.

      *    COUNT OF STATS RECORDS ON FILE, TRAILER EXCLUDED
       COUNT-STATS.
           MOVE 0 TO COUNT-WORK.
           OPEN INPUT STATS-FILE.
           IF STATS-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-COUNT-STATS
           END-IF.
           MOVE " " TO STATS-EOF.
           PERFORM COUNT-STATS-LOOP THRU EXIT-COUNT-STATS-LOOP
               UNTIL STATS-EOF = "Y".
           CLOSE STATS-FILE.
       EXIT-COUNT-STATS.
           EXIT.

       COUNT-STATS-LOOP.
           READ STATS-FILE
               AT END
                   MOVE "Y" TO STATS-EOF
                   GO TO EXIT-COUNT-STATS-LOOP
           END-READ.
           IF STATS-LV NOT = "#"
               THEN
                   ADD 1 TO COUNT-WORK
           END-IF.
       EXIT-COUNT-STATS-LOOP.
           EXIT.

      *    CONBORAT CHECKPOINT - RECORDS ALREADY RATED
       READ-CKP.
           MOVE 0 TO COUNT-WORK.
           OPEN INPUT CKP-FILE.
           IF CKP-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-READ-CKP
           END-IF.
           READ CKP-FILE
               AT END
                   MOVE 0 TO CKP-PROCESSED
           END-READ.
           IF CKP-PROCESSED IS NUMERIC
               THEN
                   MOVE CKP-PROCESSED TO COUNT-WORK
           END-IF.
           CLOSE CKP-FILE.
       EXIT-READ-CKP.
           EXIT.

      *    THE STEP'S OWN CONSOLE OUTPUT (CONTROL TOTALS AND ANY
      *    REFUSAL) IS FILED IN THE LOG UNDER ITS STEP LINE
       COPY-STEP-OUTPUT.
           OPEN INPUT OUT-FILE.
           IF OUT-FILE-STATUS = "35"
               THEN
                   GO TO EXIT-COPY-STEP-OUTPUT
           END-IF.
           MOVE " " TO OUT-EOF.
           PERFORM COPY-OUT-LINE THRU EXIT-COPY-OUT-LINE
               UNTIL OUT-EOF = "Y".
           CLOSE OUT-FILE.
           MOVE SPACES TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
       EXIT-COPY-STEP-OUTPUT.
           EXIT.

       COPY-OUT-LINE.
           READ OUT-FILE
               AT END
                   MOVE "Y" TO OUT-EOF
                   GO TO EXIT-COPY-OUT-LINE
           END-READ.
           MOVE OUT-RECORD TO OL-TEXT.
           MOVE OUT-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
       EXIT-COPY-OUT-LINE.
           EXIT.

       PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-DATE TO HD-DATE.
           MOVE RUN-ATTEMPT TO HD-ATTEMPT.
           MOVE PAGE-NO TO HD-PAGE.
           MOVE HEAD-LINE TO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE CUTOFF-DATE TO PL-CUTOFF.
           MOVE REPORT-DATE TO PL-REPORT.
           MOVE PARM-LINE TO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE SPACES TO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE COL-LINE TO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE SPACES TO LOG-RECORD.
           WRITE LOG-RECORD.
           MOVE 5 TO LINE-CNT.
       EXIT-PAGE-HEAD.
           EXIT.

       WRITE-LOG.
           IF LINE-CNT > PAGE-MAX
               THEN
                   PERFORM PAGE-HEAD THRU EXIT-PAGE-HEAD
           END-IF.
           MOVE LOG-TEXT TO LOG-RECORD.
           WRITE LOG-RECORD.
           ADD 1 TO LINE-CNT.
       EXIT-WRITE-LOG.
           EXIT.

      *    DL-STATUS IS SET BY THE CALLER - A SKIPPED STEP PRINTS
      *    "SKIP" WITH THE FIGURES OF THE ATTEMPT THAT COMPLETED IT
       PRINT-STEP.
           MOVE SD-NAME(STEP-IDX) TO DL-NAME.
           MOVE RS-RC(STEP-IDX) TO DL-RC.
           MOVE RS-START-TIME(STEP-IDX) TO DL-START.
           MOVE RS-END-TIME(STEP-IDX) TO DL-END.
           MOVE RS-STA-BEFORE(STEP-IDX) TO DL-STA-BEFORE.
           MOVE RS-STA-AFTER(STEP-IDX) TO DL-STA-AFTER.
           MOVE RS-CKP-BEFORE(STEP-IDX) TO DL-CKP-BEFORE.
           MOVE RS-CKP-AFTER(STEP-IDX) TO DL-CKP-AFTER.
           MOVE DETAIL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
       EXIT-PRINT-STEP.
           EXIT.

       PRINT-TOTALS.
           MOVE SPACES TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "STEPS IN STREAM       :" TO CTL-LABEL.
           MOVE STEP-MAX TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "STEPS RUN             :" TO CTL-LABEL.
           MOVE RAN-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "  COMPLETED OK        :" TO CTL-LABEL.
           MOVE OK-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "  WITH WARNINGS       :" TO CTL-LABEL.
           MOVE WARN-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "  FAILED              :" TO CTL-LABEL.
           MOVE FAIL-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "STEPS SKIPPED         :" TO CTL-LABEL.
           MOVE SKIP-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE "STEPS NOT REACHED     :" TO CTL-LABEL.
           MOVE LEFT-COUNT TO CTL-VALUE.
           MOVE CONTROL-LINE TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           MOVE SPACES TO LOG-TEXT.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
           IF RUN-STATUS = "FAIL"
               THEN
                   MOVE "RUN STOPPED - RERUN CONBONIT TO RESTART"
                       TO LOG-TEXT
               ELSE
                   MOVE "RUN COMPLETE" TO LOG-TEXT
           END-IF.
           PERFORM WRITE-LOG THRU EXIT-WRITE-LOG.
       EXIT-PRINT-TOTALS.
           EXIT.
