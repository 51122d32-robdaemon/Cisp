      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP GL Balances Master, Trial Balance, Period Close
      * Tectonics: cobc
      ******************************************************************
      * Each postingTIMESTAMP.dat is one night's batch. This adds them
      * up: every D record is applied to glbalance.dat, keyed by GL
      * account, cost center and fiscal period (YYYYMM), which keeps
      * the period's opening balance, period-to-date debits and
      * credits, and the net. A batch is dated into the period of its
      * trailer's run timestamp.
      * Before a batch is applied it is proved against its T trailer
      * - debit total, credit total and record count - and its
      * timestamp is looked up in glbatch.dat, the list of batches
      * already applied; a batch out of proof, already applied, or
      * dated into a closed period is refused whole.
      * A batch whose balance rows do not all update is recorded in
      * glbatch.dat as partially applied, is never applied again, and
      * is listed on the trial balance for its period.
      * glperiod.dat records each period's state. Closing a period
      * freezes it and carries every balance forward as the next
      * period's opening balance. Periods close in order - a close is
      * refused while the period before is open or once the period
      * after is closed.
      * Driven by glbalctl.dat cards:
      *   MODE=APPLY    POSTING=<posting file>  (repeat for each batch)
      *   MODE=TRIAL    PERIOD=<yyyymm>         (default this month)
      *                 REPORT-FILE=<path>      (default
      *                                          trialbal<PERIOD>.rpt)
      *   MODE=CLOSE    PERIOD=<yyyymm>
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      * Completion code: 0 clean, 4 warnings, 8 errors, 12 a failure
      * that must stop the job stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BALANCE-FILE
               ASSIGN TO DYNAMIC BALANCE-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BALANCE-FILE-STATUS.
           SELECT OPTIONAL BATCH-FILE
               ASSIGN TO DYNAMIC BATCH-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS GLB-BATCH-TIMESTAMP
               FILE STATUS IS WS-BATCH-FILE-STATUS.
           SELECT OPTIONAL PERIOD-FILE
               ASSIGN TO DYNAMIC PERIOD-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PER-PERIOD
               FILE STATUS IS WS-PERIOD-FILE-STATUS.
           SELECT OPTIONAL POSTING-FILE
               ASSIGN TO DYNAMIC POSTING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT OPTIONAL CONTROL-FILE
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
           FD BALANCE-FILE.
           01 BALANCE-RECORD.
               02 BAL-KEY.
                   03 BAL-GL-ACCOUNT PIC X(8).
                   03 BAL-COST-CENTER PIC X(6).
                   03 BAL-PERIOD PIC 9(6).
               02 BAL-OPENING PIC S9(15)V9(5).
               02 BAL-PTD-DEBIT PIC 9(15)V9(5).
               02 BAL-PTD-CREDIT PIC 9(15)V9(5).
               02 BAL-NET PIC S9(15)V9(5).
               02 BAL-STATUS PIC X(1).
                   88 BAL-OPEN VALUE 'O'.
                   88 BAL-CLOSED VALUE 'C'.
               02 BAL-LAST-BATCH PIC X(16).
               02 FILLER PIC X(20).
           FD BATCH-FILE.
           01 BATCH-RECORD.
               02 GLB-BATCH-TIMESTAMP PIC X(16).
               02 GLB-PERIOD PIC 9(6).
               02 GLB-ORIGIN-TIMESTAMP PIC X(16).
               02 GLB-DEBIT-TOTAL PIC 9(15)V9(5).
               02 GLB-CREDIT-TOTAL PIC 9(15)V9(5).
               02 GLB-RECORD-COUNT PIC 9(5).
               02 GLB-APPLIED-TIMESTAMP PIC X(16).
               02 GLB-POSTING-FILE PIC X(60).
               02 GLB-STATUS PIC X(1).
                   88 GLB-APPLIED VALUE 'A' ' '.
                   88 GLB-PARTIAL VALUE 'P'.
               02 GLB-FAILED-COUNT PIC 9(5).
               02 FILLER PIC X(14).
           FD PERIOD-FILE.
           01 PERIOD-RECORD.
               02 PER-PERIOD PIC 9(6).
               02 PER-STATUS PIC X(1).
                   88 PER-OPEN VALUE 'O'.
                   88 PER-CLOSED VALUE 'C'.
               02 PER-CLOSED-TIMESTAMP PIC X(16).
               02 PER-BATCH-COUNT PIC 9(7).
               02 FILLER PIC X(20).
           FD POSTING-FILE.
           01 POSTING-RECORD PIC X(100).
           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).
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
       01 BALANCE-FILE-NAME PIC X(100).
       01 BATCH-FILE-NAME PIC X(100).
       01 PERIOD-FILE-NAME PIC X(100).
       01 POSTING-FILE-NAME PIC X(100).
       01 REPORT-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-BALANCE-FILE-STATUS PIC X(2).
       01 WS-BATCH-FILE-STATUS PIC X(2).
       01 WS-PERIOD-FILE-STATUS PIC X(2).
       01 WS-POSTING-FILE-STATUS PIC X(2).
       01 WS-REPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "GLBAL".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-TARGET-PERIOD-X PIC X(6).
       01 WS-TARGET-PERIOD REDEFINES WS-TARGET-PERIOD-X PIC 9(6).
       01 WS-NEXT-PERIOD PIC 9(6).
       01 WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           02 WS-NEXT-YEAR PIC 9(4).
           02 WS-NEXT-MONTH PIC 9(2).
       01 WS-PRIOR-PERIOD PIC 9(6).
       01 WS-PRIOR-PERIOD-PARTS REDEFINES WS-PRIOR-PERIOD.
           02 WS-PRIOR-YEAR PIC 9(4).
           02 WS-PRIOR-MONTH PIC 9(2).
       01 WS-NOW-TIMESTAMP PIC X(16).
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-POSTING-EOF PIC X(1).
           88 WS-POSTING-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-BALANCE-EOF PIC X(1).
           88 WS-BALANCE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-FILES-OPEN PIC X(1).
           88 WS-FILES-OPEN-YES VALUE 'Y', FALSE 'N'.
      * The batches named on POSTING= cards, in card order.
       01 WS-POSTING-TABLE.
           02 WS-POSTING-COUNT PIC 9(3) VALUE 0.
           02 WS-POSTING-NAME PIC X(100) OCCURS 50 TIMES.
       01 WS-POSTING-IDX PIC 9(3).
      * What the proof pass found in the batch.
       01 WS-PROOF.
           02 WS-PROOF-DEBIT PIC 9(15)V9(5).
           02 WS-PROOF-CREDIT PIC 9(15)V9(5).
           02 WS-PROOF-COUNT PIC 9(5).
           02 WS-PROOF-TRAILERS PIC 9(5).
           02 WS-PROOF-BAD-ROWS PIC 9(5).
       01 WS-TRAILER-DEBIT PIC 9(15)V9(5).
       01 WS-TRAILER-CREDIT PIC 9(15)V9(5).
       01 WS-TRAILER-COUNT PIC 9(5).
       01 WS-BATCH-TIMESTAMP PIC X(16).
       01 WS-BATCH-ORIGIN PIC X(16).
       01 WS-BATCH-PERIOD PIC 9(6).
       01 WS-REFUSAL PIC X(40).
       01 WS-BATCHES-APPLIED PIC 9(5) VALUE 0.
       01 WS-BATCHES-REFUSED PIC 9(5) VALUE 0.
       01 WS-ROWS-APPLIED PIC 9(7) VALUE 0.
       01 WS-BATCHES-PARTIAL PIC 9(5) VALUE 0.
      * Balance rows of the current batch that could not be updated;
      * the first 20 keys are kept to be named on the console.
       01 WS-FAILED-ROWS.
           02 WS-FAILED-COUNT PIC 9(5).
           02 WS-FAILED-KEY PIC X(20) OCCURS 20 TIMES.
       01 WS-FAILED-IDX PIC 9(5).
       01 WS-BATCH-EOF PIC X(1).
           88 WS-BATCH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-TRIAL-PARTIAL PIC 9(5) VALUE 0.
       01 WS-AMOUNT PIC 9(15)V9(5).
       01 WS-SAVE-KEY PIC X(20).
       01 WS-SAVE-NET PIC S9(15)V9(5).
       01 WS-BALANCES-CARRIED PIC 9(7) VALUE 0.
       01 WS-SUSPENSE-SEEN PIC X(1).
           88 WS-SUSPENSE-SEEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-SUSPENSE-ACCOUNT PIC X(8) VALUE "99999999".
       01 WS-SUSPENSE-CENTER PIC X(6) VALUE "SUSP".
       01 WS-TRIAL-TOTALS.
           02 WS-TRIAL-OPENING PIC S9(15)V9(5) VALUE 0.
           02 WS-TRIAL-DEBIT PIC 9(15)V9(5) VALUE 0.
           02 WS-TRIAL-CREDIT PIC 9(15)V9(5) VALUE 0.
           02 WS-TRIAL-NET PIC S9(15)V9(5) VALUE 0.
           02 WS-TRIAL-LINES PIC 9(7) VALUE 0.
       01 WS-OPENING-EDIT PIC -9(15).9(5).
       01 WS-DEBIT-EDIT PIC -9(15).9(5).
       01 WS-CREDIT-EDIT PIC -9(15).9(5).
       01 WS-NET-EDIT PIC -9(15).9(5).
       01 WS-REPORT-COUNT-EDIT PIC Z(9)9.
       01 WS-REPORT-LINE PIC X(132).
       01 WS-POSTING-DETAIL.
           02 PD-RECORD-TYPE PIC X(1).
           02 PD-GL-ACCOUNT PIC X(8).
           02 PD-COST-CENTER PIC X(6).
           02 PD-DRCR PIC X(2).
           02 PD-AMOUNT PIC 9(15).9(5).
           02 PD-LABEL PIC X(20).
           02 PD-RESULT-ID PIC 9(5).
           02 PD-RUN-TIMESTAMP PIC X(16).
           02 PD-ORIGIN-TIMESTAMP PIC X(16).
           02 PD-REVERSAL PIC X(1).
       01 WS-POSTING-TRAILER.
           02 PT-RECORD-TYPE PIC X(1).
           02 PT-DEBIT-TOTAL PIC 9(15).9(5).
           02 PT-CREDIT-TOTAL PIC 9(15).9(5).
           02 PT-RECORD-COUNT PIC 9(5).
           02 PT-RUN-TIMESTAMP PIC X(16).
           02 PT-ORIGIN-TIMESTAMP PIC X(16).
           02 PT-REVERSAL-COUNT PIC 9(5).
           02 PT-OPERATOR-ID PIC X(8).
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
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-TIMESTAMP.
           EVALUATE TRUE
           WHEN WS-MODE = SPACES
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO MODE CARD - SUPPLY glbalctl.dat WITH "
               "MODE=APPLY, MODE=TRIAL OR MODE=CLOSE"
           WHEN WS-MODE = "APPLY" AND WS-POSTING-COUNT = 0
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MODE=APPLY NEEDS AT LEAST ONE POSTING= CARD"
           WHEN WS-MODE = "CLOSE" AND WS-TARGET-PERIOD-X = SPACES
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MODE=CLOSE NEEDS A PERIOD= CARD"
           WHEN WS-TARGET-PERIOD-X NOT = SPACES
               AND WS-TARGET-PERIOD-X IS NOT NUMERIC
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "PERIOD= MUST BE YYYYMM: " WS-TARGET-PERIOD-X
           WHEN OTHER
               PERFORM OPEN-FILES-PROCEDURE
               IF WS-FILES-OPEN-YES THEN
                   EVALUATE WS-MODE
                   WHEN "APPLY"
                       PERFORM VARYING WS-POSTING-IDX FROM 1 BY 1
                           UNTIL WS-POSTING-IDX > WS-POSTING-COUNT
                           MOVE WS-POSTING-NAME(WS-POSTING-IDX)
                               TO POSTING-FILE-NAME
                           PERFORM APPLY-BATCH-PROCEDURE
                       END-PERFORM
                       DISPLAY "APPLY COMPLETE - BATCHES APPLIED: "
                       WS-BATCHES-APPLIED " PARTIAL: "
                       WS-BATCHES-PARTIAL " REFUSED: "
                       WS-BATCHES-REFUSED " ROWS: " WS-ROWS-APPLIED
                   WHEN "TRIAL"
                       PERFORM TRIAL-BALANCE-PROCEDURE
                   WHEN "CLOSE"
                       PERFORM CLOSE-PERIOD-PROCEDURE
                   WHEN OTHER
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                       DISPLAY "UNKNOWN MODE: " WS-MODE
                   END-EVALUATE
                   CLOSE BALANCE-FILE
                   CLOSE BATCH-FILE
                   CLOSE PERIOD-FILE
               END-IF
           END-EVALUATE.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "glbalctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-MODE.
           MOVE SPACES TO WS-TARGET-PERIOD-X.
           MOVE SPACES TO REPORT-FILE-NAME.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00" THEN
               SET WS-CONTROL-EOF-YES TO FALSE
               PERFORM UNTIL WS-CONTROL-EOF-YES
                   READ CONTROL-FILE
                       AT END
                           SET WS-CONTROL-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM PARSE-CONTROL-CARD-PROCEDURE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONTROL-FILE.
       PARSE-CONTROL-CARD-PROCEDURE.
           IF CONTROL-RECORD = SPACES
               OR CONTROL-RECORD(1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-CONTROL-KEYWORD
               MOVE SPACES TO WS-CONTROL-VALUE
               UNSTRING CONTROL-RECORD DELIMITED BY '=' INTO
                   WS-CONTROL-KEYWORD WS-CONTROL-VALUE
               END-UNSTRING
               EVALUATE WS-CONTROL-KEYWORD
               WHEN "MODE"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-MODE
               WHEN "POSTING"
                   IF WS-POSTING-COUNT < 50 THEN
                       ADD 1 TO WS-POSTING-COUNT
                       MOVE WS-CONTROL-VALUE
                           TO WS-POSTING-NAME(WS-POSTING-COUNT)
                   ELSE
                       DISPLAY "TOO MANY POSTING CARDS - IGNORED: "
                       CONTROL-RECORD(1:60)
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   END-IF
               WHEN "PERIOD"
                   MOVE WS-CONTROL-VALUE(1:6) TO WS-TARGET-PERIOD-X
               WHEN "REPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO REPORT-FILE-NAME
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-EVALUATE
           END-IF.
       OPEN-FILES-PROCEDURE.
           SET WS-FILES-OPEN-YES TO FALSE.
           MOVE "glbalance.dat" TO BALANCE-FILE-NAME.
           MOVE "glbatch.dat" TO BATCH-FILE-NAME.
           MOVE "glperiod.dat" TO PERIOD-FILE-NAME.
           OPEN I-O BALANCE-FILE.
           IF WS-BALANCE-FILE-STATUS = "35" THEN
               OPEN OUTPUT BALANCE-FILE
               CLOSE BALANCE-FILE
               OPEN I-O BALANCE-FILE
           END-IF.
           IF WS-BALANCE-FILE-STATUS = "05" THEN
               MOVE "00" TO WS-BALANCE-FILE-STATUS
           END-IF.
           OPEN I-O BATCH-FILE.
           IF WS-BATCH-FILE-STATUS = "35" THEN
               OPEN OUTPUT BATCH-FILE
               CLOSE BATCH-FILE
               OPEN I-O BATCH-FILE
           END-IF.
           IF WS-BATCH-FILE-STATUS = "05" THEN
               MOVE "00" TO WS-BATCH-FILE-STATUS
           END-IF.
           OPEN I-O PERIOD-FILE.
           IF WS-PERIOD-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERIOD-FILE
               CLOSE PERIOD-FILE
               OPEN I-O PERIOD-FILE
           END-IF.
           IF WS-PERIOD-FILE-STATUS = "05" THEN
               MOVE "00" TO WS-PERIOD-FILE-STATUS
           END-IF.
           IF WS-BALANCE-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " BALANCE-FILE-NAME(1:20)
               " - FILE STATUS " WS-BALANCE-FILE-STATUS
           END-IF.
           IF WS-BATCH-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " BATCH-FILE-NAME(1:20)
               " - FILE STATUS " WS-BATCH-FILE-STATUS
           END-IF.
           IF WS-PERIOD-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " PERIOD-FILE-NAME(1:20)
               " - FILE STATUS " WS-PERIOD-FILE-STATUS
           END-IF.
           IF WS-BALANCE-FILE-STATUS = "00"
               AND WS-BATCH-FILE-STATUS = "00"
               AND WS-PERIOD-FILE-STATUS = "00" THEN
               SET WS-FILES-OPEN-YES TO TRUE
           ELSE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               CLOSE BALANCE-FILE
               CLOSE BATCH-FILE
               CLOSE PERIOD-FILE
           END-IF.
       APPLY-BATCH-PROCEDURE.
      * Two passes over the batch: the first proves it and finds the
      * trailer, the second - only for a batch that passed every
      * check - applies it.
           MOVE SPACES TO WS-REFUSAL.
           PERFORM PROVE-BATCH-PROCEDURE.
           IF WS-REFUSAL = SPACES THEN
               MOVE WS-BATCH-TIMESTAMP TO GLB-BATCH-TIMESTAMP
               READ BATCH-FILE
                   KEY IS GLB-BATCH-TIMESTAMP
               END-READ
      * A partially applied batch is not applied again - the rows
      * that did go in would be counted twice.
               IF WS-BATCH-FILE-STATUS = "00" THEN
                   IF GLB-PARTIAL THEN
                       STRING "PARTIALLY APPLIED " DELIMITED BY SIZE
                           GLB-APPLIED-TIMESTAMP DELIMITED BY SIZE
                           INTO WS-REFUSAL
                       END-STRING
                   ELSE
                       STRING "ALREADY APPLIED " DELIMITED BY SIZE
                           GLB-APPLIED-TIMESTAMP DELIMITED BY SIZE
                           INTO WS-REFUSAL
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF WS-REFUSAL = SPACES THEN
               MOVE WS-BATCH-TIMESTAMP(1:6) TO WS-BATCH-PERIOD
               MOVE WS-BATCH-PERIOD TO PER-PERIOD
               READ PERIOD-FILE
                   KEY IS PER-PERIOD
               END-READ
               IF WS-PERIOD-FILE-STATUS = "00" THEN
                   IF PER-CLOSED THEN
                       STRING "PERIOD " DELIMITED BY SIZE
                           WS-BATCH-PERIOD DELIMITED BY SIZE
                           " IS CLOSED" DELIMITED BY SIZE
                           INTO WS-REFUSAL
                       END-STRING
                   END-IF
               ELSE
                   MOVE SPACES TO PERIOD-RECORD
                   MOVE WS-BATCH-PERIOD TO PER-PERIOD
                   MOVE "O" TO PER-STATUS
                   MOVE 0 TO PER-BATCH-COUNT
                   WRITE PERIOD-RECORD
                   END-WRITE
                   IF WS-PERIOD-FILE-STATUS NOT = "00" THEN
                       STRING "PERIOD WRITE FAILED - FILE STATUS "
                           DELIMITED BY SIZE
                           WS-PERIOD-FILE-STATUS DELIMITED BY SIZE
                           INTO WS-REFUSAL
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           IF WS-REFUSAL = SPACES THEN
               PERFORM APPLY-ROWS-PROCEDURE
               PERFORM RECORD-BATCH-PROCEDURE
               IF WS-FAILED-COUNT > 0 THEN
                   PERFORM PARTIAL-BATCH-PROCEDURE
               ELSE
                   ADD 1 TO WS-BATCHES-APPLIED
                   DISPLAY "APPLIED " POSTING-FILE-NAME(1:40)
                   " BATCH " WS-BATCH-TIMESTAMP " PERIOD "
                   WS-BATCH-PERIOD " ROWS " WS-PROOF-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-BATCHES-REFUSED
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "REFUSED " POSTING-FILE-NAME(1:40)
               " - " WS-REFUSAL
           END-IF.
       PROVE-BATCH-PROCEDURE.
           INITIALIZE WS-PROOF.
           MOVE SPACES TO WS-BATCH-TIMESTAMP.
           OPEN INPUT POSTING-FILE.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
               STRING "UNABLE TO OPEN - FILE STATUS " DELIMITED BY SIZE
                   WS-POSTING-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REFUSAL
               END-STRING
               CLOSE POSTING-FILE
           ELSE
               SET WS-POSTING-EOF-YES TO FALSE
               PERFORM UNTIL WS-POSTING-EOF-YES
                   READ POSTING-FILE
                       AT END
                           SET WS-POSTING-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM PROVE-ONE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE POSTING-FILE
               EVALUATE TRUE
               WHEN WS-PROOF-TRAILERS NOT = 1
                   MOVE "NO SINGLE T TRAILER" TO WS-REFUSAL
               WHEN WS-PROOF-BAD-ROWS > 0
                   MOVE "UNRECOGNISED RECORDS" TO WS-REFUSAL
               WHEN WS-PROOF-DEBIT NOT = WS-TRAILER-DEBIT
                   MOVE "OUT OF PROOF - DEBIT TOTAL" TO WS-REFUSAL
               WHEN WS-PROOF-CREDIT NOT = WS-TRAILER-CREDIT
                   MOVE "OUT OF PROOF - CREDIT TOTAL" TO WS-REFUSAL
               WHEN WS-PROOF-COUNT NOT = WS-TRAILER-COUNT
                   MOVE "OUT OF PROOF - RECORD COUNT" TO WS-REFUSAL
               WHEN WS-BATCH-TIMESTAMP(1:6) IS NOT NUMERIC
                   MOVE "BAD BATCH TIMESTAMP" TO WS-REFUSAL
               END-EVALUATE
           END-IF.
       PROVE-ONE-PROCEDURE.
           EVALUATE POSTING-RECORD(1:1)
           WHEN "D"
               MOVE POSTING-RECORD TO WS-POSTING-DETAIL
               MOVE PD-AMOUNT TO WS-AMOUNT
               ADD 1 TO WS-PROOF-COUNT
               IF PD-DRCR = "DR" THEN
                   ADD WS-AMOUNT TO WS-PROOF-DEBIT
               ELSE
                   ADD WS-AMOUNT TO WS-PROOF-CREDIT
               END-IF
           WHEN "T"
               MOVE POSTING-RECORD TO WS-POSTING-TRAILER
               ADD 1 TO WS-PROOF-TRAILERS
               MOVE PT-DEBIT-TOTAL TO WS-TRAILER-DEBIT
               MOVE PT-CREDIT-TOTAL TO WS-TRAILER-CREDIT
               MOVE PT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE PT-RUN-TIMESTAMP TO WS-BATCH-TIMESTAMP
               MOVE PT-ORIGIN-TIMESTAMP TO WS-BATCH-ORIGIN
           WHEN OTHER
               ADD 1 TO WS-PROOF-BAD-ROWS
           END-EVALUATE.
       PARTIAL-BATCH-PROCEDURE.
      * Some of the batch is in the balances and some is not - the
      * ledger is out of step with the posting file until the failed
      * rows are put right by hand, so the job stream must stop.
           ADD 1 TO WS-BATCHES-PARTIAL.
           MOVE 12 TO WS-RAISE-CODE.
           PERFORM COMPLETION-CODE-RAISE-PROCEDURE.
           DISPLAY "PARTIALLY APPLIED " POSTING-FILE-NAME(1:40)
           " BATCH " WS-BATCH-TIMESTAMP " PERIOD "
           WS-BATCH-PERIOD " ROWS " WS-PROOF-COUNT
           " FAILED " WS-FAILED-COUNT.
           PERFORM VARYING WS-FAILED-IDX FROM 1 BY 1
               UNTIL WS-FAILED-IDX > WS-FAILED-COUNT
               OR WS-FAILED-IDX > 20
               DISPLAY "    NOT APPLIED: " WS-FAILED-KEY(WS-FAILED-IDX)
           END-PERFORM.
           IF WS-FAILED-COUNT > 20 THEN
               DISPLAY "    AND " WS-FAILED-COUNT " ROW(S) IN ALL"
           END-IF.
       APPLY-ROWS-PROCEDURE.
           INITIALIZE WS-FAILED-ROWS.
           OPEN INPUT POSTING-FILE.
           SET WS-POSTING-EOF-YES TO FALSE.
           PERFORM UNTIL WS-POSTING-EOF-YES
               READ POSTING-FILE
                   AT END
                       SET WS-POSTING-EOF-YES TO TRUE
                   NOT AT END
                       IF POSTING-RECORD(1:1) = "D" THEN
                           PERFORM APPLY-ONE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTING-FILE.
       APPLY-ONE-PROCEDURE.
           MOVE POSTING-RECORD TO WS-POSTING-DETAIL.
           MOVE PD-AMOUNT TO WS-AMOUNT.
           MOVE PD-GL-ACCOUNT TO BAL-GL-ACCOUNT.
           MOVE PD-COST-CENTER TO BAL-COST-CENTER.
           MOVE WS-BATCH-PERIOD TO BAL-PERIOD.
           READ BALANCE-FILE
               KEY IS BAL-KEY
           END-READ.
           IF WS-BALANCE-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO BALANCE-RECORD
               MOVE PD-GL-ACCOUNT TO BAL-GL-ACCOUNT
               MOVE PD-COST-CENTER TO BAL-COST-CENTER
               MOVE WS-BATCH-PERIOD TO BAL-PERIOD
               MOVE 0 TO BAL-OPENING
               MOVE 0 TO BAL-PTD-DEBIT
               MOVE 0 TO BAL-PTD-CREDIT
               MOVE 0 TO BAL-NET
               MOVE "O" TO BAL-STATUS
           END-IF.
           IF PD-DRCR = "DR" THEN
               ADD WS-AMOUNT TO BAL-PTD-DEBIT
           ELSE
               ADD WS-AMOUNT TO BAL-PTD-CREDIT
           END-IF.
           COMPUTE BAL-NET = BAL-OPENING + BAL-PTD-DEBIT
               - BAL-PTD-CREDIT.
           MOVE WS-BATCH-TIMESTAMP TO BAL-LAST-BATCH.
           IF WS-BALANCE-FILE-STATUS = "00" THEN
               REWRITE BALANCE-RECORD
               END-REWRITE
           ELSE
               WRITE BALANCE-RECORD
               END-WRITE
           END-IF.
           IF WS-BALANCE-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "BALANCE UPDATE FAILED - FILE STATUS "
               WS-BALANCE-FILE-STATUS " " BAL-KEY
               ADD 1 TO WS-FAILED-COUNT
               IF WS-FAILED-COUNT <= 20 THEN
                   MOVE BAL-KEY TO WS-FAILED-KEY(WS-FAILED-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-ROWS-APPLIED
           END-IF.
       RECORD-BATCH-PROCEDURE.
           MOVE SPACES TO BATCH-RECORD.
           MOVE WS-BATCH-TIMESTAMP TO GLB-BATCH-TIMESTAMP.
           MOVE WS-BATCH-PERIOD TO GLB-PERIOD.
           MOVE WS-BATCH-ORIGIN TO GLB-ORIGIN-TIMESTAMP.
           MOVE WS-PROOF-DEBIT TO GLB-DEBIT-TOTAL.
           MOVE WS-PROOF-CREDIT TO GLB-CREDIT-TOTAL.
           MOVE WS-PROOF-COUNT TO GLB-RECORD-COUNT.
           MOVE WS-NOW-TIMESTAMP TO GLB-APPLIED-TIMESTAMP.
           MOVE POSTING-FILE-NAME TO GLB-POSTING-FILE.
           IF WS-FAILED-COUNT > 0 THEN
               MOVE "P" TO GLB-STATUS
           ELSE
               MOVE "A" TO GLB-STATUS
           END-IF.
           MOVE WS-FAILED-COUNT TO GLB-FAILED-COUNT.
           WRITE BATCH-RECORD
           END-WRITE.
           IF WS-BATCH-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "BATCH RECORD WRITE FAILED - FILE STATUS "
               WS-BATCH-FILE-STATUS " " WS-BATCH-TIMESTAMP
           END-IF.
           MOVE WS-BATCH-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               KEY IS PER-PERIOD
           END-READ.
           IF WS-PERIOD-FILE-STATUS = "00" THEN
               ADD 1 TO PER-BATCH-COUNT
               REWRITE PERIOD-RECORD
               END-REWRITE
           END-IF.
           IF WS-PERIOD-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "PERIOD BATCH COUNT UPDATE FAILED - FILE STATUS "
               WS-PERIOD-FILE-STATUS " " WS-BATCH-PERIOD
           END-IF.
       TRIAL-BALANCE-PROCEDURE.
           IF WS-TARGET-PERIOD-X = SPACES THEN
               MOVE WS-NOW-TIMESTAMP(1:6) TO WS-TARGET-PERIOD-X
           END-IF.
           IF REPORT-FILE-NAME = SPACES THEN
               STRING "trialbal" DELIMITED BY SIZE
                   WS-TARGET-PERIOD-X DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO REPORT-FILE-NAME
               END-STRING
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " REPORT-FILE-NAME(1:20)
               " - FILE STATUS " WS-REPORT-FILE-STATUS
           ELSE
               PERFORM TRIAL-HEADER-PROCEDURE
               SET WS-SUSPENSE-SEEN-YES TO FALSE
               MOVE LOW-VALUES TO BAL-KEY
               START BALANCE-FILE KEY IS NOT LESS THAN BAL-KEY
               END-START
               IF WS-BALANCE-FILE-STATUS = "00" THEN
                   SET WS-BALANCE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-BALANCE-EOF-YES
                       READ BALANCE-FILE NEXT RECORD
                           AT END
                               SET WS-BALANCE-EOF-YES TO TRUE
                           NOT AT END
                               IF BAL-PERIOD = WS-TARGET-PERIOD THEN
                                   PERFORM TRIAL-LINE-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
      * Suspense is always on the trial balance, at nil if nothing
      * went there, so a clean month is seen to be clean.
               IF NOT WS-SUSPENSE-SEEN-YES THEN
                   MOVE SPACES TO BALANCE-RECORD
                   MOVE WS-SUSPENSE-ACCOUNT TO BAL-GL-ACCOUNT
                   MOVE WS-SUSPENSE-CENTER TO BAL-COST-CENTER
                   MOVE WS-TARGET-PERIOD TO BAL-PERIOD
                   MOVE 0 TO BAL-OPENING
                   MOVE 0 TO BAL-PTD-DEBIT
                   MOVE 0 TO BAL-PTD-CREDIT
                   MOVE 0 TO BAL-NET
                   PERFORM TRIAL-LINE-PROCEDURE
               END-IF
               PERFORM TRIAL-FOOTER-PROCEDURE
               PERFORM TRIAL-PARTIAL-PROCEDURE
               CLOSE REPORT-FILE
               DISPLAY "TRIAL BALANCE WRITTEN: " REPORT-FILE-NAME(1:40)
               " (" WS-TRIAL-LINES " LINE(S))"
           END-IF.
       TRIAL-HEADER-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CISP GL TRIAL BALANCE - PERIOD " DELIMITED BY SIZE
               WS-TARGET-PERIOD-X DELIMITED BY SIZE
               "  PRINTED " DELIMITED BY SIZE
               WS-NOW-TIMESTAMP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-TARGET-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               KEY IS PER-PERIOD
           END-READ.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-PERIOD-FILE-STATUS = "00" AND PER-CLOSED THEN
               STRING "PERIOD STATUS: CLOSED " DELIMITED BY SIZE
                   PER-CLOSED-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "PERIOD STATUS: OPEN" TO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT  CENTER " DELIMITED BY SIZE
               "               OPENING " DELIMITED BY SIZE
               "                DEBITS " DELIMITED BY SIZE
               "               CREDITS " DELIMITED BY SIZE
               "               CLOSING" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       TRIAL-LINE-PROCEDURE.
           IF BAL-GL-ACCOUNT = WS-SUSPENSE-ACCOUNT
               AND BAL-COST-CENTER = WS-SUSPENSE-CENTER THEN
               SET WS-SUSPENSE-SEEN-YES TO TRUE
           END-IF.
           ADD 1 TO WS-TRIAL-LINES.
           ADD BAL-OPENING TO WS-TRIAL-OPENING.
           ADD BAL-PTD-DEBIT TO WS-TRIAL-DEBIT.
           ADD BAL-PTD-CREDIT TO WS-TRIAL-CREDIT.
           ADD BAL-NET TO WS-TRIAL-NET.
           MOVE BAL-OPENING TO WS-OPENING-EDIT.
           MOVE BAL-PTD-DEBIT TO WS-DEBIT-EDIT.
           MOVE BAL-PTD-CREDIT TO WS-CREDIT-EDIT.
           MOVE BAL-NET TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING BAL-GL-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BAL-COST-CENTER DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OPENING-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEBIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       TRIAL-FOOTER-PROCEDURE.
           MOVE WS-TRIAL-OPENING TO WS-OPENING-EDIT.
           MOVE WS-TRIAL-DEBIT TO WS-DEBIT-EDIT.
           MOVE WS-TRIAL-CREDIT TO WS-CREDIT-EDIT.
           MOVE WS-TRIAL-NET TO WS-NET-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTALS          " DELIMITED BY SIZE
               WS-OPENING-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEBIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CREDIT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NET-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-TRIAL-LINES TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT/CENTER LINES....: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       TRIAL-PARTIAL-PROCEDURE.
      * Batches only partly applied into the period are listed, and
      * their count always printed, so balances short of a batch are
      * not taken for the whole.
           MOVE 0 TO WS-TRIAL-PARTIAL.
           MOVE LOW-VALUES TO GLB-BATCH-TIMESTAMP.
           START BATCH-FILE KEY IS NOT LESS THAN GLB-BATCH-TIMESTAMP
           END-START.
           IF WS-BATCH-FILE-STATUS = "00" THEN
               SET WS-BATCH-EOF-YES TO FALSE
               PERFORM UNTIL WS-BATCH-EOF-YES
                   READ BATCH-FILE NEXT RECORD
                       AT END
                           SET WS-BATCH-EOF-YES TO TRUE
                       NOT AT END
                           IF GLB-PERIOD = WS-TARGET-PERIOD
                               AND GLB-PARTIAL THEN
                               PERFORM TRIAL-PARTIAL-LINE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           MOVE WS-TRIAL-PARTIAL TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PARTIAL BATCHES.........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       TRIAL-PARTIAL-LINE-PROCEDURE.
           ADD 1 TO WS-TRIAL-PARTIAL.
           IF WS-TRIAL-PARTIAL = 1 THEN
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PARTIALLY APPLIED BATCH " DELIMITED BY SIZE
               GLB-BATCH-TIMESTAMP DELIMITED BY SIZE
               " APPLIED " DELIMITED BY SIZE
               GLB-APPLIED-TIMESTAMP DELIMITED BY SIZE
               " ROWS " DELIMITED BY SIZE
               GLB-RECORD-COUNT DELIMITED BY SIZE
               " FAILED " DELIMITED BY SIZE
               GLB-FAILED-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GLB-POSTING-FILE(1:40) DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       CLOSE-PERIOD-PROCEDURE.
      * Closing freezes the period and carries each balance forward
      * as the next period's opening. Batches already applied into
      * the next period keep their debits and credits; only the
      * opening (and so the net) moves.
      * Periods close in order: not while the one before is still
      * open (its carry forward would later overwrite this period's
      * openings), and not once the one after is closed (the new
      * openings would land in a frozen period and go no further).
           MOVE WS-TARGET-PERIOD TO WS-NEXT-PERIOD.
           IF WS-NEXT-MONTH >= 12 THEN
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           MOVE WS-TARGET-PERIOD TO WS-PRIOR-PERIOD.
           IF WS-PRIOR-MONTH <= 1 THEN
               SUBTRACT 1 FROM WS-PRIOR-YEAR
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               SUBTRACT 1 FROM WS-PRIOR-MONTH
           END-IF.
           MOVE SPACES TO WS-REFUSAL.
           MOVE WS-PRIOR-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               KEY IS PER-PERIOD
           END-READ.
           IF WS-PERIOD-FILE-STATUS = "00" AND PER-OPEN THEN
               STRING "PRIOR PERIOD " DELIMITED BY SIZE
                   WS-PRIOR-PERIOD DELIMITED BY SIZE
                   " IS STILL OPEN" DELIMITED BY SIZE
                   INTO WS-REFUSAL
               END-STRING
           END-IF.
           MOVE WS-NEXT-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               KEY IS PER-PERIOD
           END-READ.
           IF WS-PERIOD-FILE-STATUS = "00" AND PER-CLOSED
               AND WS-REFUSAL = SPACES THEN
               STRING "NEXT PERIOD " DELIMITED BY SIZE
                   WS-NEXT-PERIOD DELIMITED BY SIZE
                   " IS ALREADY CLOSED" DELIMITED BY SIZE
                   INTO WS-REFUSAL
               END-STRING
           END-IF.
           MOVE WS-TARGET-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               KEY IS PER-PERIOD
           END-READ.
           EVALUATE TRUE
           WHEN WS-PERIOD-FILE-STATUS = "00" AND PER-CLOSED
               DISPLAY "PERIOD " WS-TARGET-PERIOD-X
               " ALREADY CLOSED " PER-CLOSED-TIMESTAMP
           WHEN WS-REFUSAL NOT = SPACES
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "CLOSE OF " WS-TARGET-PERIOD-X " REFUSED - "
               WS-REFUSAL
           WHEN OTHER
               MOVE LOW-VALUES TO BAL-KEY
               START BALANCE-FILE KEY IS NOT LESS THAN BAL-KEY
               END-START
               IF WS-BALANCE-FILE-STATUS = "00" THEN
                   SET WS-BALANCE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-BALANCE-EOF-YES
                       READ BALANCE-FILE NEXT RECORD
                           AT END
                               SET WS-BALANCE-EOF-YES TO TRUE
                           NOT AT END
                               IF BAL-PERIOD = WS-TARGET-PERIOD THEN
                                   PERFORM CARRY-FORWARD-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               PERFORM MARK-PERIOD-CLOSED-PROCEDURE
               DISPLAY "PERIOD " WS-TARGET-PERIOD-X " CLOSED - "
               WS-BALANCES-CARRIED " BALANCE(S) CARRIED TO "
               WS-NEXT-PERIOD
           END-EVALUATE.
       CARRY-FORWARD-PROCEDURE.
      * The next period's row is read and written by key, so the scan
      * is re-positioned past this row afterwards.
           MOVE BAL-KEY TO WS-SAVE-KEY.
           MOVE BAL-NET TO WS-SAVE-NET.
           MOVE "C" TO BAL-STATUS.
           REWRITE BALANCE-RECORD
           END-REWRITE.
           IF WS-BALANCE-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "BALANCE CLOSE FAILED - FILE STATUS "
               WS-BALANCE-FILE-STATUS " " BAL-KEY
           END-IF.
           MOVE WS-NEXT-PERIOD TO BAL-PERIOD.
           READ BALANCE-FILE
               KEY IS BAL-KEY
           END-READ.
           IF WS-BALANCE-FILE-STATUS = "00" THEN
               MOVE WS-SAVE-NET TO BAL-OPENING
               COMPUTE BAL-NET = BAL-OPENING + BAL-PTD-DEBIT
                   - BAL-PTD-CREDIT
               REWRITE BALANCE-RECORD
               END-REWRITE
           ELSE
               MOVE SPACES TO BALANCE-RECORD
               MOVE WS-SAVE-KEY TO BAL-KEY
               MOVE WS-NEXT-PERIOD TO BAL-PERIOD
               MOVE WS-SAVE-NET TO BAL-OPENING
               MOVE 0 TO BAL-PTD-DEBIT
               MOVE 0 TO BAL-PTD-CREDIT
               MOVE WS-SAVE-NET TO BAL-NET
               MOVE "O" TO BAL-STATUS
               MOVE SPACES TO BAL-LAST-BATCH
               WRITE BALANCE-RECORD
               END-WRITE
           END-IF.
           IF WS-BALANCE-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "CARRY FORWARD FAILED - FILE STATUS "
               WS-BALANCE-FILE-STATUS " " BAL-KEY
           ELSE
               ADD 1 TO WS-BALANCES-CARRIED
           END-IF.
           MOVE WS-SAVE-KEY TO BAL-KEY.
           START BALANCE-FILE KEY IS GREATER THAN BAL-KEY
           END-START.
           IF WS-BALANCE-FILE-STATUS NOT = "00" THEN
               SET WS-BALANCE-EOF-YES TO TRUE
           END-IF.
       MARK-PERIOD-CLOSED-PROCEDURE.
           MOVE WS-TARGET-PERIOD TO PER-PERIOD.
           READ PERIOD-FILE
               KEY IS PER-PERIOD
           END-READ.
           IF WS-PERIOD-FILE-STATUS = "00" THEN
               MOVE "C" TO PER-STATUS
               MOVE WS-NOW-TIMESTAMP TO PER-CLOSED-TIMESTAMP
               REWRITE PERIOD-RECORD
               END-REWRITE
           ELSE
               MOVE SPACES TO PERIOD-RECORD
               MOVE WS-TARGET-PERIOD TO PER-PERIOD
               MOVE "C" TO PER-STATUS
               MOVE WS-NOW-TIMESTAMP TO PER-CLOSED-TIMESTAMP
               MOVE 0 TO PER-BATCH-COUNT
               WRITE PERIOD-RECORD
               END-WRITE
           END-IF.
           IF WS-PERIOD-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "PERIOD CLOSE FAILED - FILE STATUS "
               WS-PERIOD-FILE-STATUS
           END-IF.
       WRITE-REPORT-LINE-PROCEDURE.
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
       END PROGRAM GLBAL.
