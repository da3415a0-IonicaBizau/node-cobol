      *ONE-TIME LOAD OF THE OLD LINE SEQUENTIAL MASTERS INTO THE
      *INDEXED MASTERS KEYED ON OPERATOR ID. THE OLD FILES ARE LEFT
      *IN PLACE UNTOUCHED SO THE MIGRATION CAN BE RERUN IF NEEDED.
      *
      *USAGE: CONBOMIG [CONVERT]
      *  CONVERT  BRINGS A CONBOPRF.IDX LOADED BEFORE THE PROFILE
      *           RECORD CARRIED A STATUS (26 BYTES) UP TO THE
      *           CURRENT 27-BYTE LAYOUT. THE OLD FILE IS UNLOADED
      *           TO CONBOPRF.DAT, REPLACING THE OLD LINE SEQUENTIAL
      *           MASTER, AND RELOADED FROM IT WITH EVERY PROFILE
      *           ACTIVE. THE RATINGS ARE NOT TOUCHED. RUN IT ONCE,
      *           BEFORE ANY OTHER PROGRAM OPENS THE OLD FILE; IF THE
      *           RELOAD FAILS, RERUN CONBOMIG WITHOUT CONVERT ONCE
      *           CONBOPRF.IDX HAS BEEN REMOVED - CONBOPRF.DAT HOLDS
      *           EVERY PROFILE.
       ENVIRONMENT       DIVISION.
       INPUT-OUTPUT      SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-ID
               FILE STATUS IS PROF-OUT-STATUS.
           SELECT OLD-PROF-FILE ASSIGN TO "CONBOPRF.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PRF-ID
               FILE STATUS IS OLD-PROF-STATUS.
           SELECT RAT-IN-FILE ASSIGN TO "CONBORAT.MST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAT-IN-STATUS.
           03 PRF-MINE    PIC X.
           03 PRF-SUSPECT PIC X.
           03 PRF-NAME    PIC X(8).
           03 PRF-STATUS  PIC X(1).
      *PROFILE MASTER AS LOADED BEFORE PRF-STATUS WAS ADDED
       FD  OLD-PROF-FILE.
       01  OLD-PROF-RECORD.
           03 OLD-PRF-ID  PIC X(8).
           03 FILLER      PIC X(18).
       FD  RAT-IN-FILE.
       01  RAT-IN-RECORD PIC X(23).
       FD  RAT-OUT-FILE.
       77 PROF-OUT-STATUS PIC X(2).
       77 RAT-IN-STATUS PIC X(2).
       77 RAT-OUT-STATUS PIC X(2).
       77 OLD-PROF-STATUS PIC X(2).
       77 OLD-EOF PIC X VALUE " ".
       77 RUN-ARG PIC X(8) VALUE SPACES.
       77 PROF-EOF PIC X VALUE " ".
       77 RAT-EOF PIC X VALUE " ".
      *CONTROL TOTALS
       77 PROF-UNLOAD-COUNT PIC 9(7) VALUE 0.
       77 PROF-READ-COUNT PIC 9(7) VALUE 0.
       77 PROF-LOAD-COUNT PIC 9(7) VALUE 0.
       77 PROF-DUP-COUNT PIC 9(7) VALUE 0.

       PROCEDURE        DIVISION.
       MAIN-START.
           ACCEPT RUN-ARG FROM ARGUMENT-VALUE.
           IF RUN-ARG = "CONVERT"
               THEN
                   PERFORM CONVERT-PROFILES
                       THRU EXIT-CONVERT-PROFILES
                   STOP RUN
           END-IF.
           IF RUN-ARG NOT = SPACES
               THEN
                   DISPLAY "USAGE: CONBOMIG [CONVERT]"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF.
           PERFORM MIGRATE-PROFILES THRU EXIT-MIGRATE-PROFILES.
           PERFORM MIGRATE-RATINGS THRU EXIT-MIGRATE-RATINGS.
           DISPLAY "===== CONBOMIG CONTROL TOTALS =====".
       EXIT-PROF-COPY.
           EXIT.

      *    UNLOADS THE 26-BYTE PROFILE MASTER TO CONBOPRF.DAT AND
      *    LOADS IT BACK; OPEN OUTPUT IN MIGRATE-PROFILES RECREATES
      *    CONBOPRF.IDX AT THE CURRENT RECORD LENGTH
       CONVERT-PROFILES.
           OPEN INPUT OLD-PROF-FILE.
           IF OLD-PROF-STATUS = "35"
               THEN
                   DISPLAY "NO CONBOPRF.IDX TO CONVERT"
                   MOVE 16 TO RETURN-CODE
                   GO TO EXIT-CONVERT-PROFILES
           END-IF.
      *    A FILE ALREADY AT THE CURRENT LAYOUT DOES NOT MATCH THE
      *    OLD RECORD LENGTH AND IS LEFT ALONE
           IF OLD-PROF-STATUS NOT = "00"
               THEN
                   DISPLAY "CONBOPRF.IDX CANNOT BE OPENED AS THE OLD "
                       "LAYOUT - STATUS " OLD-PROF-STATUS
                   DISPLAY "NOTHING CONVERTED"
                   MOVE 16 TO RETURN-CODE
                   GO TO EXIT-CONVERT-PROFILES
           END-IF.
           OPEN OUTPUT PROF-IN-FILE.
           PERFORM PROF-UNLOAD THRU EXIT-PROF-UNLOAD
               UNTIL OLD-EOF = "Y".
           CLOSE OLD-PROF-FILE.
           CLOSE PROF-IN-FILE.
           PERFORM MIGRATE-PROFILES THRU EXIT-MIGRATE-PROFILES.
           DISPLAY "===== CONBOMIG CONVERT CONTROL TOTALS =====".
           DISPLAY "PROFILES UNLOADED: " PROF-UNLOAD-COUNT.
           DISPLAY "PROFILES READ    : " PROF-READ-COUNT.
           DISPLAY "PROFILES LOADED  : " PROF-LOAD-COUNT.
           DISPLAY "PROFILE DUPS     : " PROF-DUP-COUNT.
           IF PROF-UNLOAD-COUNT = PROF-READ-COUNT
               AND PROF-READ-COUNT = PROF-LOAD-COUNT + PROF-DUP-COUNT
               THEN
                   DISPLAY "TOTALS RECONCILE - NOTHING DROPPED"
               ELSE
                   DISPLAY "*** TOTALS DO NOT RECONCILE ***"
                   MOVE 8 TO RETURN-CODE
           END-IF.
       EXIT-CONVERT-PROFILES.
           EXIT.

       PROF-UNLOAD.
           READ OLD-PROF-FILE
               AT END
                   MOVE "Y" TO OLD-EOF
                   GO TO EXIT-PROF-UNLOAD
           END-READ.
           MOVE OLD-PROF-RECORD TO PROF-IN-RECORD.
           WRITE PROF-IN-RECORD.
           ADD 1 TO PROF-UNLOAD-COUNT.
       EXIT-PROF-UNLOAD.
           EXIT.

       MIGRATE-RATINGS.
           OPEN INPUT RAT-IN-FILE.
           IF RAT-IN-STATUS = "35"
