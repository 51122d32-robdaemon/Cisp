      *   col  6     blank
      *   cols 7-22  run timestamp    (as extracted)
      * Driven by ackreconctl.dat cards:
      *   ORIGIN=<run timestamp>               (required, unless
      *                                        SOURCE=REGISTER)
      *   ACK=<path>          (default ack<ORIGIN>.dat)
      *   REPORT-FILE=<path>  (default unack<ORIGIN>.rpt)
      *   SOURCE=REGISTER     take the extract from the run's
      *                       runreg.dat entry and record the verdict
      *                       there; with no ORIGIN= card, reconcile
      *                       every registered run with an extract, no
      *                       verdict yet, and its ack file arrived
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      * Completion code: 0 clean, 4 warnings, 8 errors, 12 a failure
      * that must stop the job stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECON.
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
           FD EXTRACT-FILE.
           01 SUMMARY-RECORD PIC X(80).
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
       01 EXTRACT-FILE-NAME PIC X(100).
       01 ACK-FILE-NAME PIC X(100).
       01 WS-REPORT-FILE-STATUS PIC X(2).
       01 WS-SUMMARY-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "ACKRECON".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-ORIGIN-TIMESTAMP PIC X(16).
       01 WS-ORIGIN-GIVEN PIC X(1).
           88 WS-ORIGIN-GIVEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-SOURCE PIC X(8).
       01 RUN-REGISTER-NAME PIC X(100).
       01 WS-RUN-REGISTER-STATUS PIC X(2).
       01 WS-REGISTER-EOF PIC X(1).
           88 WS-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RREG-IDX PIC 9(2).
       01 WS-RREG-EXTRACT-NAME PIC X(60).
       01 WS-RUNS-RECONCILED PIC 9(5) VALUE 0.
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
       01 WS-ACKED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNACKED-COUNT PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE PIC X(100).
       01 WS-COMPLETION-CODE PIC 9(2) VALUE 0.
       01 WS-RAISE-CODE PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE "RECONCILE" TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE WS-COMPLETION-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
           WHEN WS-SOURCE = "REGISTER"
               PERFORM REGISTER-RECON-PROCEDURE
           WHEN WS-SOURCE NOT = "LIST"
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNKNOWN SOURCE: " WS-SOURCE
           WHEN WS-ORIGIN-TIMESTAMP = SPACES
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO ORIGIN CARD - SUPPLY ackreconctl.dat WITH "
               "ORIGIN=<run timestamp>"
           WHEN OTHER
               PERFORM BUILD-FILE-NAMES-PROCEDURE
               PERFORM RECONCILE-RUN-PROCEDURE
           END-EVALUATE.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       RECONCILE-RUN-PROCEDURE.
           PERFORM LOAD-EXTRACT-PROCEDURE.
      * A header-only extract (a night that wrote no results) still
      * gets the full treatment - the report, the summary line and
      * any unknown acknowledgments the ERP sent anyway. Only a
      * missing extract file short-circuits.
           IF WS-EXTRACT-LOADED-YES THEN
               PERFORM MATCH-ACKS-PROCEDURE
               PERFORM UNACK-REPORT-PROCEDURE
               PERFORM APPEND-SUMMARY-LINE-PROCEDURE
               DISPLAY "ACK RECONCILIATION - EXTRACTED: "
               WS-ROW-COUNT " ACKED: " WS-ACKED-COUNT
               " UNACKED: " WS-UNACKED-COUNT
               " UNKNOWN ACKS: " WS-ACK-UNKNOWN-COUNT
      * Rows the ERP never took are an error; acknowledgments for rows
      * never sent are only a warning - nothing was lost.
               IF WS-ACK-UNKNOWN-COUNT > 0 THEN
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
               IF WS-UNACKED-COUNT > 0 THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
           END-IF.
       REGISTER-RECON-PROCEDURE.
      * The register knows which runs sent an extract and which of
      * those have had their acknowledgment reconciled - so the
      * morning job need not be told an ORIGIN= each day.
           MOVE "runreg.dat" TO RUN-REGISTER-NAME.
           OPEN I-O RUN-REGISTER.
           IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " RUN-REGISTER-NAME(1:20)
               " - FILE STATUS " WS-RUN-REGISTER-STATUS
           ELSE
               IF WS-ORIGIN-GIVEN-YES THEN
                   MOVE WS-ORIGIN-TIMESTAMP TO RREG-RUN-TIMESTAMP
                   READ RUN-REGISTER
                       INVALID KEY
                           MOVE 8 TO WS-RAISE-CODE
                           PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                           DISPLAY "RUN " WS-ORIGIN-TIMESTAMP
                           " IS NOT ON THE REGISTER"
                       NOT INVALID KEY
                           PERFORM RECON-ONE-RUN-PROCEDURE
                   END-READ
               ELSE
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
                                   IF RREG-ACK-TIMESTAMP = SPACES
                                       AND NOT RREG-PURGED THEN
                                       PERFORM RECON-ONE-RUN-PROCEDURE
                                   END-IF
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               CLOSE RUN-REGISTER
               DISPLAY "REGISTER RUNS RECONCILED: " WS-RUNS-RECONCILED
           END-IF.
       RECON-ONE-RUN-PROCEDURE.
           MOVE SPACES TO WS-RREG-EXTRACT-NAME.
           PERFORM VARYING WS-RREG-IDX FROM 1 BY 1
               UNTIL WS-RREG-IDX > RREG-FILE-COUNT
               IF RREG-FILE-KIND(WS-RREG-IDX) = "EXTRACT" THEN
                   MOVE RREG-FILE-NAME(WS-RREG-IDX)
                       TO WS-RREG-EXTRACT-NAME
               END-IF
           END-PERFORM.
           IF WS-RREG-EXTRACT-NAME = SPACES THEN
               IF WS-ORIGIN-GIVEN-YES THEN
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "RUN " RREG-RUN-TIMESTAMP
                   " REGISTERED NO EXTRACT"
               END-IF
           ELSE
               MOVE RREG-RUN-TIMESTAMP TO WS-ORIGIN-TIMESTAMP
               PERFORM RESET-RUN-STATE-PROCEDURE
               PERFORM BUILD-FILE-NAMES-PROCEDURE
               MOVE WS-RREG-EXTRACT-NAME TO EXTRACT-FILE-NAME
      * Walking the register, a run whose ack file has not come back
      * yet is left for a later day rather than reported all-unacked.
               SET WS-EXTRACT-LOADED-YES TO FALSE
               IF NOT WS-ORIGIN-GIVEN-YES THEN
                   OPEN INPUT ACK-FILE
                   IF WS-ACK-FILE-STATUS = "00" THEN
                       CLOSE ACK-FILE
                       PERFORM RECONCILE-RUN-PROCEDURE
                   END-IF
               ELSE
                   PERFORM RECONCILE-RUN-PROCEDURE
               END-IF
               IF WS-EXTRACT-LOADED-YES THEN
                   PERFORM REGISTER-STAMP-PROCEDURE
               END-IF
           END-IF.
       REGISTER-STAMP-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO RREG-ACK-TIMESTAMP.
           MOVE SPACES TO RREG-ACK-VERDICT.
           IF WS-UNACKED-COUNT = 0
               AND WS-ACK-UNKNOWN-COUNT = 0 THEN
               MOVE "IN BALANCE" TO RREG-ACK-VERDICT
           ELSE
               STRING WS-UNACKED-COUNT DELIMITED BY SIZE
                   " UNACKED, " DELIMITED BY SIZE
                   WS-ACK-UNKNOWN-COUNT DELIMITED BY SIZE
                   " UNKNOWN" DELIMITED BY SIZE
                   INTO RREG-ACK-VERDICT
               END-STRING
           END-IF.
           REWRITE RUN-REGISTER-RECORD
           END-REWRITE.
           IF WS-RUN-REGISTER-STATUS = "00" THEN
               ADD 1 TO WS-RUNS-RECONCILED
           ELSE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "REGISTER REWRITE FAILED FOR RUN "
               RREG-RUN-TIMESTAMP " - FILE STATUS "
               WS-RUN-REGISTER-STATUS
           END-IF.
       RESET-RUN-STATE-PROCEDURE.
      * One register walk reconciles many runs - nothing counted for
      * the last one may leak into the next, and the ack and report
      * names default afresh unless the cards named them for a
      * single ORIGIN=.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-ROW-OVERFLOW-COUNT.
           MOVE 0 TO WS-ACK-COUNT.
           MOVE 0 TO WS-ACK-UNKNOWN-COUNT.
           MOVE 0 TO WS-ACKED-COUNT.
           MOVE 0 TO WS-UNACKED-COUNT.
           IF NOT WS-ORIGIN-GIVEN-YES THEN
               MOVE SPACES TO ACK-FILE-NAME
               MOVE SPACES TO REPORT-FILE-NAME
           END-IF.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "ackreconctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-ORIGIN-TIMESTAMP.
           MOVE SPACES TO ACK-FILE-NAME.
           MOVE SPACES TO REPORT-FILE-NAME.
           MOVE "LIST" TO WS-SOURCE.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00" THEN
               SET WS-CONTROL-EOF-YES TO FALSE
               END-PERFORM
           END-IF.
           CLOSE CONTROL-FILE.
           IF WS-ORIGIN-TIMESTAMP = SPACES THEN
               SET WS-ORIGIN-GIVEN-YES TO FALSE
           ELSE
               SET WS-ORIGIN-GIVEN-YES TO TRUE
           END-IF.
       PARSE-CONTROL-CARD-PROCEDURE.
           IF CONTROL-RECORD = SPACES
               OR CONTROL-RECORD(1:1) = '*' THEN
                   MOVE WS-CONTROL-VALUE TO ACK-FILE-NAME
               WHEN "REPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO REPORT-FILE-NAME
               WHEN "SOURCE"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-SOURCE
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
       BUILD-FILE-NAMES-PROCEDURE.
           MOVE SPACES TO EXTRACT-FILE-NAME.
           MOVE SPACES TO SUMMARY-FILE-NAME.
           STRING "extract" DELIMITED BY SIZE
               WS-ORIGIN-TIMESTAMP DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
           SET WS-EXTRACT-LOADED-YES TO FALSE.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN EXTRACT "
               EXTRACT-FILE-NAME(1:40)
               " - FILE STATUS " WS-EXTRACT-FILE-STATUS
               END-PERFORM
               CLOSE EXTRACT-FILE
               IF WS-ROW-OVERFLOW-COUNT > 0 THEN
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "WARNING: " WS-ROW-OVERFLOW-COUNT
                   " ROW(S) OVER THE 1000-ROW TABLE - NOT MATCHED"
               END-IF
       MATCH-ACKS-PROCEDURE.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN ACK FILE " ACK-FILE-NAME(1:40)
               " - FILE STATUS " WS-ACK-FILE-STATUS
               " - ALL ROWS UNACKNOWLEDGED"
       UNACK-REPORT-PROCEDURE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN REPORT FILE "
               REPORT-FILE-NAME(1:40)
               " - FILE STATUS " WS-REPORT-FILE-STATUS
           OPEN EXTEND SUMMARY-FILE.
           IF WS-SUMMARY-FILE-STATUS NOT = "00"
               AND WS-SUMMARY-FILE-STATUS NOT = "05" THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO SUMMARY TO ANNOTATE - FILE STATUS "
               WS-SUMMARY-FILE-STATUS
           ELSE
               MOVE WS-REPORT-LINE(1:80) TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               IF WS-SUMMARY-FILE-STATUS NOT = "00" THEN
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "SUMMARY APPEND FAILED - FILE STATUS "
                   WS-SUMMARY-FILE-STATUS
               END-IF
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
       END PROGRAM ACKRECON.
