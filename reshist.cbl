      * internally consistent, only prior nights give it away.
      * Driven by reshistctl.dat cards:
      *   MODE=SWEEP   LIST=resultfiles.txt  (file of paths, 1/line)
      *                SOURCE=REGISTER       (sweep every run on
      *                                      runreg.dat not yet swept,
      *                                      instead of a LIST= file)
      *   MODE=TREND   WINDOW=<runs>         (default 7)
      *                TOLERANCE=<percent>   (default 20)
      *                REPORT-FILE=<path>    (default restrend.rpt)
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      * Completion code: 0 clean, 4 warnings, 8 errors, 12 a failure
      * that must stop the job stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESHIST.
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
           SELECT RUN-REGISTER
               ASSIGN TO DYNAMIC RUN-REGISTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RREG-RUN-TIMESTAMP
               FILE STATUS IS WS-RUN-REGISTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD RESULTS-HISTORY.
           01 REPORT-RECORD PIC X(100).
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
      * runreg.dat - one entry per run, written as the run ends: what
      * ran, how it came out, and every file it left behind. RESHIST,
      * LOGHIST and ACKRECON stamp what they did with the run against
      * its entry, and HOUSEKEEP archives and purges from it.
           FD RUN-REGISTER.
           01 RUN-REGISTER-RECORD.
               02 RREG-RUN-TIMESTAMP PIC X(16).
               02 RREG-MODE PIC X(10).
               02 RREG-SCRIPT-NAME PIC X(60).
               02 RREG-ORIGIN-TIMESTAMP PIC X(16).
               02 RREG-LINES-READ PIC 9(10).
               02 RREG-EXPRESSIONS PIC 9(10).
               02 RREG-RESULTS-WRITTEN PIC 9(7).
               02 RREG-LINES-REJECTED PIC 9(7).
               02 RREG-GL-POSTED PIC 9(5).
               02 RREG-GL-SUSPENSE PIC 9(5).
               02 RREG-GL-HELD PIC 9(5).
               02 RREG-RECON-VERDICT PIC X(14).
               02 RREG-FILE-COUNT PIC 9(2).
               02 RREG-FILE-ENTRY OCCURS 10 TIMES.
                   03 RREG-FILE-KIND PIC X(10).
                   03 RREG-FILE-NAME PIC X(60).
               02 RREG-RESHIST-TIMESTAMP PIC X(16).
               02 RREG-LOGHIST-TIMESTAMP PIC X(16).
               02 RREG-ACK-TIMESTAMP PIC X(16).
               02 RREG-ACK-VERDICT PIC X(30).
               02 RREG-HOUSEKEEP-STATUS PIC X(1).
                   88 RREG-ACTIVE VALUE ' '.
                   88 RREG-ARCHIVED VALUE 'A'.
                   88 RREG-PURGED VALUE 'P'.
               02 RREG-HOUSEKEEP-TIMESTAMP PIC X(16).
               02 RREG-OPERATOR-ID PIC X(8).
               02 RREG-COMPLETION-CODE PIC 9(2).
               02 RREG-DISPOSITION PIC X(10).
               02 RREG-WITHHOLD-FROM-ID PIC 9(5).
               02 FILLER PIC X(15).
       WORKING-STORAGE SECTION.
       01 RESULTS-HISTORY-NAME PIC X(100).
       01 INPUT-RESULTS-NAME PIC X(100).
       01 WS-LIST-FILE-STATUS PIC X(2).
       01 WS-REPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "RESHIST".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-SOURCE PIC X(8).
       01 RUN-REGISTER-NAME PIC X(100).
       01 WS-RUN-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-EOF PIC X(1).
           88 WS-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SWEEP-TIMESTAMP PIC X(16).
       01 WS-RREG-IDX PIC 9(2).
       01 WS-RUN-FILES-WANTED PIC 9(2).
       01 WS-RUN-PREV-SWEPT PIC 9(5).
       01 WS-RUNS-STAMPED PIC 9(5) VALUE 0.
       01 WS-WINDOW PIC 9(3) VALUE 7.
       01 WS-TOLERANCE PIC 9(3)V9(2) VALUE 20.
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-RECORDS-SKIPPED PIC 9(10) VALUE 0.
       01 WS-RUN-TIMESTAMP PIC X(16).
       01 WS-RUN-SUM PIC S9(15)V9(5).
      * Ledger rows from this ID on were withheld by an aborted stream
      * and are left out of the history; zero takes every row.
       01 WS-WITHHOLD-FROM-ID PIC 9(5) VALUE 0.
       01 WS-FILE-PREV-ADDED PIC 9(10).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-TIMESTAMP-FOUND PIC X(1).
       01 WS-PCT-EDIT PIC -(6)9.99.
       01 WS-REPORT-LINE PIC X(100).
       01 WS-REPORT-PTR PIC 9(4).
       01 WS-COMPLETION-CODE PIC 9(2) VALUE 0.
       01 WS-RAISE-CODE PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-MODE TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE WS-COMPLETION-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE = SPACES THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO MODE CARD - SUPPLY reshistctl.dat WITH "
               "MODE=SWEEP OR MODE=TREND"
           ELSE
                   WHEN "TREND"
                       PERFORM TREND-PROCEDURE
                   WHEN OTHER
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                       DISPLAY "UNKNOWN MODE: " WS-MODE
                   END-EVALUATE
                   CLOSE RESULTS-HISTORY
               END-IF
           END-IF.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "reshistctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-MODE.
           MOVE "resultfiles.txt" TO LIST-FILE-NAME.
           MOVE "LIST" TO WS-SOURCE.
           MOVE "restrend.rpt" TO REPORT-FILE-NAME.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00" THEN
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-MODE
               WHEN "LIST"
                   MOVE WS-CONTROL-VALUE TO LIST-FILE-NAME
               WHEN "SOURCE"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-SOURCE
               WHEN "WINDOW"
                   COMPUTE WS-WINDOW =
                       FUNCTION NUMVAL(WS-CONTROL-VALUE(1:18))
                       FUNCTION NUMVAL(WS-CONTROL-VALUE(1:18))
               WHEN "REPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO REPORT-FILE-NAME
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
               MOVE "00" TO WS-HISTORY-FILE-STATUS
           END-IF.
           IF WS-HISTORY-FILE-STATUS NOT = "00" THEN
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " RESULTS-HISTORY-NAME(1:20)
               " - FILE STATUS " WS-HISTORY-FILE-STATUS
           END-IF.
      * night, supplementTIMESTAMP.dat - those fold the corrected
      * values into the ORIGIN run they belong to). A record already
      * swept comes back as a duplicate key and is simply counted.
           EVALUATE WS-SOURCE
           WHEN "LIST"
               PERFORM SWEEP-LIST-PROCEDURE
           WHEN "REGISTER"
               PERFORM SWEEP-REGISTER-PROCEDURE
           WHEN OTHER
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNKNOWN SOURCE: " WS-SOURCE
           END-EVALUATE.
           DISPLAY "SWEEP COMPLETE - FILES: " WS-FILES-SWEPT
           " ADDED: " WS-RECORDS-ADDED
           " DUPLICATES: " WS-RECORDS-SKIPPED.
       SWEEP-LIST-PROCEDURE.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN LIST FILE " LIST-FILE-NAME(1:40)
               " - FILE STATUS " WS-LIST-FILE-STATUS
           ELSE
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
       SWEEP-REGISTER-PROCEDURE.
      * Every run on runreg.dat whose results this program has not yet
      * taken in. A run is stamped swept only once all its registered
      * results/supplement files were read, so one missing tonight is
      * picked up again by tomorrow's sweep. An aborted run is left
      * out: its figures never went downstream and its rerun will
      * bring the real ones. An aborted stream that sent on its
      * completed scripts is swept for those scripts' rows only - the
      * rest come with the rerun.
           MOVE "runreg.dat" TO RUN-REGISTER-NAME.
           OPEN I-O RUN-REGISTER.
           IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " RUN-REGISTER-NAME(1:20)
               " - FILE STATUS " WS-RUN-REGISTER-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:16) TO WS-SWEEP-TIMESTAMP
               MOVE LOW-VALUES TO RREG-RUN-TIMESTAMP
               START RUN-REGISTER
                   KEY IS NOT LESS THAN RREG-RUN-TIMESTAMP
               END-START
               IF WS-RUN-REGISTER-STATUS = "00" THEN
                   SET WS-REGISTER-EOF-YES TO FALSE
                   PERFORM UNTIL WS-REGISTER-EOF-YES
                       READ RUN-REGISTER NEXT RECORD
                           AT END
                               SET WS-REGISTER-EOF-YES TO TRUE
                           NOT AT END
                               IF RREG-RESHIST-TIMESTAMP = SPACES
                                   AND NOT RREG-PURGED
                                   AND (RREG-DISPOSITION NOT = "ABORTED"
                                   OR (RREG-WITHHOLD-FROM-ID IS NUMERIC
                                   AND RREG-WITHHOLD-FROM-ID > 0))
                                   THEN
                                   PERFORM SWEEP-REGISTER-RUN-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RUN-REGISTER
               DISPLAY "REGISTER RUNS MARKED SWEPT: " WS-RUNS-STAMPED
           END-IF.
       SWEEP-REGISTER-RUN-PROCEDURE.
           MOVE 0 TO WS-RUN-FILES-WANTED.
           MOVE WS-FILES-SWEPT TO WS-RUN-PREV-SWEPT.
           PERFORM VARYING WS-RREG-IDX FROM 1 BY 1
               UNTIL WS-RREG-IDX > RREG-FILE-COUNT
               IF RREG-FILE-KIND(WS-RREG-IDX) = "RESULTS"
                   OR RREG-FILE-KIND(WS-RREG-IDX) = "SUPPLEMENT" THEN
                   ADD 1 TO WS-RUN-FILES-WANTED
                   MOVE RREG-FILE-NAME(WS-RREG-IDX) TO LIST-RECORD
                   IF RREG-FILE-KIND(WS-RREG-IDX) = "RESULTS"
                       AND RREG-WITHHOLD-FROM-ID IS NUMERIC THEN
                       MOVE RREG-WITHHOLD-FROM-ID TO WS-WITHHOLD-FROM-ID
                   END-IF
                   PERFORM SWEEP-ONE-FILE-PROCEDURE
                   MOVE 0 TO WS-WITHHOLD-FROM-ID
               END-IF
           END-PERFORM.
           IF WS-FILES-SWEPT - WS-RUN-PREV-SWEPT
               = WS-RUN-FILES-WANTED THEN
               MOVE WS-SWEEP-TIMESTAMP TO RREG-RESHIST-TIMESTAMP
               REWRITE RUN-REGISTER-RECORD
               END-REWRITE
               IF WS-RUN-REGISTER-STATUS = "00" THEN
                   ADD 1 TO WS-RUNS-STAMPED
               ELSE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "REGISTER REWRITE FAILED FOR RUN "
                   RREG-RUN-TIMESTAMP " - FILE STATUS "
                   WS-RUN-REGISTER-STATUS
               END-IF
           END-IF.
       SWEEP-ONE-FILE-PROCEDURE.
           PERFORM EXTRACT-TIMESTAMP-PROCEDURE.
           IF NOT WS-TIMESTAMP-FOUND-YES THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO RUN TIMESTAMP IN NAME, SKIPPING "
               LIST-RECORD(1:40)
           ELSE
               MOVE LIST-RECORD TO INPUT-RESULTS-NAME
               OPEN INPUT INPUT-RESULTS-FILE
               IF WS-INPUT-RESULTS-STATUS NOT = "00" THEN
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "SKIPPING " INPUT-RESULTS-NAME(1:40)
                   " - FILE STATUS " WS-INPUT-RESULTS-STATUS
               ELSE
                           AT END
                               SET WS-INPUT-EOF-YES TO TRUE
                           NOT AT END
                               IF WS-WITHHOLD-FROM-ID = 0
                                   OR IN-RESULT-ID < WS-WITHHOLD-FROM-ID
                                   THEN
                                   PERFORM ADD-HISTORY-RECORD-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INPUT-RESULTS-FILE
                   IF WS-HISTORY-FILE-STATUS = "00" THEN
                       ADD 1 TO WS-RECORDS-ADDED
                   ELSE
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                       DISPLAY "RUN-TOTAL MERGE FAILED - FILE STATUS "
                       WS-HISTORY-FILE-STATUS " FOR RUN "
                       WS-RUN-TIMESTAMP
                   ADD 1 TO WS-RECORDS-SKIPPED
               END-IF
           WHEN OTHER
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "HISTORY WRITE FAILED - FILE STATUS "
               WS-HISTORY-FILE-STATUS " FOR LABEL " RESH-LABEL
           END-EVALUATE.
           WHEN "22"
               ADD 1 TO WS-RECORDS-SKIPPED
           WHEN OTHER
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "HISTORY WRITE FAILED - FILE STATUS "
               WS-HISTORY-FILE-STATUS " FOR LABEL " RESH-LABEL
           END-EVALUATE.
      * average of the WS-WINDOW values before it.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN REPORT FILE "
               REPORT-FILE-NAME(1:40)
               " - FILE STATUS " WS-REPORT-FILE-STATUS
               DISPLAY "TREND REPORT WRITTEN: " REPORT-FILE-NAME(1:40)
               " (" WS-LABELS-FLAGGED " OF " WS-LABELS-CHECKED
               " LABEL(S) FLAGGED)"
               IF WS-LABELS-FLAGGED > 0 THEN
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
           END-IF.
       TREND-ONE-RECORD-PROCEDURE.
           IF WS-RUN-OPEN-YES
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "REPORT WRITE FAILED - FILE STATUS "
               WS-REPORT-FILE-STATUS
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
       END PROGRAM RESHIST.
