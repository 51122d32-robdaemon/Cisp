      * account and cost center for the posting step. The *SUSPENSE*
      * entry, if present, re-points where unmapped labels post. This
      * utility lists, sets, deletes and exports the map entries.
      * Every SET and DELETE is appended to acctjournal.dat - the
      * mapping before and after, and the operator who made it - as
      * VARMAINT does for variables in varjournal.dat.
      * Driven by acctmaintctl.dat cards:
      *   MODE=LIST
      *   MODE=SET      LABEL=<result label>
      *                 ACCOUNT=<gl account>   CENTER=<cost center>
      *   MODE=DELETE   LABEL=<result label>
      *   MODE=EXPORT   EXPORT-FILE=<path>     (default acctexport.dat)
      *   OPERATOR=<operator id>            (required, see opauth.dat)
      * Completion code: 0 clean, 4 warnings, 8 errors, 12 a failure
      * that must stop the job stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.
               ACCESS IS DYNAMIC
               RECORD KEY IS MAP-LABEL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.
           SELECT OPTIONAL ACCOUNT-JOURNAL
               ASSIGN TO DYNAMIC ACCOUNT-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.
               ASSIGN TO DYNAMIC CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT OPERATOR-AUTH-FILE
               ASSIGN TO DYNAMIC OPERATOR-AUTH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-AUTH-STATUS.
           SELECT OPTIONAL AUTH-LOG-FILE
               ASSIGN TO DYNAMIC AUTH-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-MAP.
               02 MAP-LABEL PIC X(20).
               02 MAP-GL-ACCOUNT PIC X(8).
               02 MAP-COST-CENTER PIC X(6).
           FD ACCOUNT-JOURNAL.
           01 JOURNAL-RECORD.
               02 JOURNAL-JOB-ID PIC X(16).
               02 FILLER PIC X(1).
               02 JOURNAL-ACTION PIC X(8).
               02 FILLER PIC X(1).
               02 JOURNAL-LABEL PIC X(20).
               02 FILLER PIC X(1).
               02 JOURNAL-PRIOR-FLAG PIC X(1).
               02 FILLER PIC X(1).
               02 JOURNAL-BEFORE-ACCOUNT PIC X(8).
               02 FILLER PIC X(1).
               02 JOURNAL-BEFORE-CENTER PIC X(6).
               02 FILLER PIC X(1).
               02 JOURNAL-AFTER-ACCOUNT PIC X(8).
               02 FILLER PIC X(1).
               02 JOURNAL-AFTER-CENTER PIC X(6).
               02 FILLER PIC X(1).
               02 JOURNAL-OPERATOR-ID PIC X(8).
           FD EXPORT-FILE.
           01 EXPORT-RECORD PIC X(60).
           FD CONTROL-FILE.
           01 CONTROL-RECORD PIC X(120).
      * opauth.dat - one grant per line: the operator may run the
      * program in the mode, * in either column meaning any.
      * authlog.dat - every refusal, appended, across all programs.
           FD OPERATOR-AUTH-FILE.
           01 OPERATOR-AUTH-RECORD.
               02 AUTH-OPERATOR-ID PIC X(8).
               02 FILLER PIC X(1).
               02 AUTH-PROGRAM PIC X(10).
               02 FILLER PIC X(1).
               02 AUTH-MODE PIC X(10).
               02 FILLER PIC X(50).
           FD AUTH-LOG-FILE.
           01 AUTH-LOG-RECORD.
               02 AUTH-LOG-TIMESTAMP PIC X(16).
               02 FILLER PIC X(1).
               02 AUTH-LOG-OPERATOR-ID PIC X(8).
               02 FILLER PIC X(1).
               02 AUTH-LOG-PROGRAM PIC X(10).
               02 FILLER PIC X(1).
               02 AUTH-LOG-MODE PIC X(10).
               02 FILLER PIC X(1).
               02 AUTH-LOG-REASON PIC X(30).
       WORKING-STORAGE SECTION.
       01 ACCOUNT-MAP-NAME PIC X(100).
       01 EXPORT-FILE-NAME PIC X(100).
       01 ACCOUNT-JOURNAL-NAME PIC X(100).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-JOB-ID PIC X(16).
       01 WS-PRIOR-FLAG PIC X(1).
       01 WS-BEFORE-ACCOUNT PIC X(8).
       01 WS-BEFORE-CENTER PIC X(6).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-ACCOUNT-MAP-STATUS PIC X(2).
       01 WS-EXPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "ACCTMAINT".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-TARGET-LABEL PIC X(20).
       01 WS-TARGET-ACCOUNT PIC X(8).
           88 WS-MAP-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RECORDS-LISTED PIC 9(5) VALUE 0.
       01 WS-RECORDS-EXPORTED PIC 9(5) VALUE 0.
       01 WS-COMPLETION-CODE PIC 9(2) VALUE 0.
       01 WS-RAISE-CODE PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-ID.
           MOVE WS-MODE TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE WS-COMPLETION-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE = SPACES THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO MODE CARD - SUPPLY acctmaintctl.dat WITH "
               "MODE=LIST, MODE=SET, MODE=DELETE OR MODE=EXPORT"
           ELSE
                   WHEN "EXPORT"
                       PERFORM EXPORT-PROCEDURE
                   WHEN OTHER
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                       DISPLAY "UNKNOWN MODE: " WS-MODE
                   END-EVALUATE
                   CLOSE ACCOUNT-MAP
               END-IF
           END-IF.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "acctmaintctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-MODE.
           MOVE SPACES TO WS-TARGET-LABEL.
           MOVE SPACES TO WS-TARGET-ACCOUNT.
                   MOVE WS-CONTROL-VALUE(1:6) TO WS-TARGET-CENTER
               WHEN "EXPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO EXPORT-FILE-NAME
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
               MOVE "00" TO WS-ACCOUNT-MAP-STATUS
           END-IF.
           IF WS-ACCOUNT-MAP-STATUS NOT = "00" THEN
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " ACCOUNT-MAP-NAME(1:20)
               " - FILE STATUS " WS-ACCOUNT-MAP-STATUS
           END-IF.
           START ACCOUNT-MAP KEY IS NOT LESS THAN MAP-LABEL
           END-START.
           IF WS-ACCOUNT-MAP-STATUS NOT = "00" THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "ACCOUNT MAP IS EMPTY"
           ELSE
               SET WS-MAP-EOF-YES TO FALSE
       SET-PROCEDURE.
           IF WS-TARGET-LABEL = SPACES
               OR WS-TARGET-ACCOUNT = SPACES THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MODE=SET NEEDS LABEL= AND ACCOUNT= CARDS"
           ELSE
               MOVE WS-TARGET-LABEL TO MAP-LABEL
                   KEY IS MAP-LABEL
               END-READ
               IF WS-ACCOUNT-MAP-STATUS = "00" THEN
                   MOVE 'Y' TO WS-PRIOR-FLAG
                   MOVE MAP-GL-ACCOUNT TO WS-BEFORE-ACCOUNT
                   MOVE MAP-COST-CENTER TO WS-BEFORE-CENTER
                   MOVE WS-TARGET-ACCOUNT TO MAP-GL-ACCOUNT
                   MOVE WS-TARGET-CENTER TO MAP-COST-CENTER
                   REWRITE ACCOUNT-MAP-RECORD
                   END-REWRITE
               ELSE
                   MOVE 'N' TO WS-PRIOR-FLAG
                   MOVE SPACES TO WS-BEFORE-ACCOUNT
                   MOVE SPACES TO WS-BEFORE-CENTER
                   MOVE WS-TARGET-LABEL TO MAP-LABEL
                   MOVE WS-TARGET-ACCOUNT TO MAP-GL-ACCOUNT
                   MOVE WS-TARGET-CENTER TO MAP-COST-CENTER
                   WRITE ACCOUNT-MAP-RECORD
               END-IF
               IF WS-ACCOUNT-MAP-STATUS NOT = "00" THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "SET FAILED - FILE STATUS "
                   WS-ACCOUNT-MAP-STATUS
               ELSE
                   PERFORM WRITE-JOURNAL-PROCEDURE
                   DISPLAY "SET " WS-TARGET-LABEL " -> "
                   WS-TARGET-ACCOUNT " / " WS-TARGET-CENTER
               END-IF
           END-IF.
       DELETE-PROCEDURE.
           IF WS-TARGET-LABEL = SPACES THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MODE=DELETE NEEDS A LABEL= CARD"
           ELSE
               MOVE WS-TARGET-LABEL TO MAP-LABEL
                   KEY IS MAP-LABEL
               END-READ
               IF WS-ACCOUNT-MAP-STATUS NOT = "00" THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "LABEL NOT FOUND: " WS-TARGET-LABEL
               ELSE
                   MOVE 'Y' TO WS-PRIOR-FLAG
                   MOVE MAP-GL-ACCOUNT TO WS-BEFORE-ACCOUNT
                   MOVE MAP-COST-CENTER TO WS-BEFORE-CENTER
                   MOVE SPACES TO WS-TARGET-ACCOUNT
                   MOVE SPACES TO WS-TARGET-CENTER
                   DELETE ACCOUNT-MAP RECORD
                   END-DELETE
                   IF WS-ACCOUNT-MAP-STATUS NOT = "00" THEN
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                       DISPLAY "DELETE FAILED - FILE STATUS "
                       WS-ACCOUNT-MAP-STATUS
                   ELSE
                       PERFORM WRITE-JOURNAL-PROCEDURE
                       DISPLAY "DELETED " WS-TARGET-LABEL
                   END-IF
               END-IF
       EXPORT-PROCEDURE.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN EXPORT FILE "
               EXPORT-FILE-NAME(1:40)
               " - FILE STATUS " WS-EXPORT-FILE-STATUS
           END-STRING.
           WRITE EXPORT-RECORD.
           IF WS-EXPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "EXPORT WRITE FAILED - FILE STATUS "
               WS-EXPORT-FILE-STATUS
           ELSE
               ADD 1 TO WS-RECORDS-EXPORTED
           END-IF.
       WRITE-JOURNAL-PROCEDURE.
           MOVE "acctjournal.dat" TO ACCOUNT-JOURNAL-NAME.
           OPEN EXTEND ACCOUNT-JOURNAL.
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               AND WS-JOURNAL-FILE-STATUS NOT = "05" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN JOURNAL - FILE STATUS "
               WS-JOURNAL-FILE-STATUS
           ELSE
               MOVE SPACES TO JOURNAL-RECORD
               MOVE WS-JOB-ID TO JOURNAL-JOB-ID
               MOVE WS-MODE TO JOURNAL-ACTION
               MOVE WS-TARGET-LABEL TO JOURNAL-LABEL
               MOVE WS-PRIOR-FLAG TO JOURNAL-PRIOR-FLAG
               MOVE WS-BEFORE-ACCOUNT TO JOURNAL-BEFORE-ACCOUNT
               MOVE WS-BEFORE-CENTER TO JOURNAL-BEFORE-CENTER
               MOVE WS-TARGET-ACCOUNT TO JOURNAL-AFTER-ACCOUNT
               MOVE WS-TARGET-CENTER TO JOURNAL-AFTER-CENTER
               MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID
               WRITE JOURNAL-RECORD
               IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "JOURNAL WRITE FAILED - FILE STATUS "
                   WS-JOURNAL-FILE-STATUS
               END-IF
               CLOSE ACCOUNT-JOURNAL
           END-IF.
       COMPLETION-CODE-RAISE-PROCEDURE.
      * Completion codes for the scheduler: 0 clean, 4 warnings, 8
      * errors, 12 a failure that must stop the job stream. The worst
      * condition met during the run is the one handed back.
           IF WS-RAISE-CODE > WS-COMPLETION-CODE THEN
               MOVE WS-RAISE-CODE TO WS-COMPLETION-CODE
           END-IF.
       AUTHORIZE-OPERATOR-PROCEDURE.
      * Nothing that can change the books runs on a bare control card:
      * the OPERATOR= card must name an operator opauth.dat grants
      * this program in this mode. No card, no opauth.dat, or no
      * matching grant and the run is refused, and the refusal goes
      * to authlog.dat for the auditors.
           SET WS-OPERATOR-AUTHORIZED-YES TO FALSE.
           MOVE SPACES TO WS-AUTH-REASON.
           IF WS-OPERATOR-ID = SPACES THEN
               MOVE "NO OPERATOR= CARD" TO WS-AUTH-REASON
           ELSE
               MOVE "opauth.dat" TO OPERATOR-AUTH-NAME
               OPEN INPUT OPERATOR-AUTH-FILE
               IF WS-OPERATOR-AUTH-STATUS NOT = "00" THEN
                   MOVE "NO AUTHORIZATION FILE" TO WS-AUTH-REASON
               ELSE
                   SET WS-OPERATOR-AUTH-EOF-YES TO FALSE
                   PERFORM UNTIL WS-OPERATOR-AUTH-EOF-YES
                       OR WS-OPERATOR-AUTHORIZED-YES
                       READ OPERATOR-AUTH-FILE
                           AT END
                               SET WS-OPERATOR-AUTH-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM AUTHORIZE-GRANT-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE OPERATOR-AUTH-FILE
                   IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
                       MOVE "NOT AUTHORIZED" TO WS-AUTH-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "REFUSED - OPERATOR " WS-OPERATOR-ID " "
               WS-AUTH-PROGRAM " MODE " WS-AUTH-MODE " - "
               WS-AUTH-REASON
               PERFORM AUTH-REFUSAL-LOG-PROCEDURE
           END-IF.
       AUTHORIZE-GRANT-PROCEDURE.
           IF OPERATOR-AUTH-RECORD NOT = SPACES
               AND OPERATOR-AUTH-RECORD(1:1) NOT = '*'
               AND AUTH-OPERATOR-ID = WS-OPERATOR-ID
               AND (AUTH-PROGRAM = WS-AUTH-PROGRAM
                   OR AUTH-PROGRAM = "*")
               AND (AUTH-MODE = WS-AUTH-MODE
                   OR AUTH-MODE = "*") THEN
               SET WS-OPERATOR-AUTHORIZED-YES TO TRUE
           END-IF.
       AUTH-REFUSAL-LOG-PROCEDURE.
           MOVE "authlog.dat" TO AUTH-LOG-NAME.
           OPEN EXTEND AUTH-LOG-FILE.
           IF WS-AUTH-LOG-STATUS = "05" THEN
               MOVE "00" TO WS-AUTH-LOG-STATUS
           END-IF.
           IF WS-AUTH-LOG-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " AUTH-LOG-NAME(1:20)
               " - FILE STATUS " WS-AUTH-LOG-STATUS
           ELSE
               MOVE SPACES TO AUTH-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE(1:16) TO AUTH-LOG-TIMESTAMP
               MOVE WS-OPERATOR-ID TO AUTH-LOG-OPERATOR-ID
               MOVE WS-AUTH-PROGRAM TO AUTH-LOG-PROGRAM
               MOVE WS-AUTH-MODE TO AUTH-LOG-MODE
               MOVE WS-AUTH-REASON TO AUTH-LOG-REASON
               WRITE AUTH-LOG-RECORD
               IF WS-AUTH-LOG-STATUS NOT = "00" THEN
                   DISPLAY "AUTHLOG WRITE FAILED - FILE STATUS "
                   WS-AUTH-LOG-STATUS
               END-IF
               CLOSE AUTH-LOG-FILE
           END-IF.
       END PROGRAM ACCTMAINT.
