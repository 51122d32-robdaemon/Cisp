      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP Posting Register Listing
      * Tectonics: cobc
      ******************************************************************
      * postreg.dat is the posting register GL-POSTING-PROCEDURE keeps:
      * one row for every detail row sent to the GL, keyed by the run
      * the row belongs to and its RESULT-ID. This lists the register
      * run by run - each row posted, each row a reprocess reversed -
      * and then the run's OUTSTANDING rows: ledger rows in the run's
      * resultsTIMESTAMP.dat, or in the supplement of any reprocess
      * of it found on runreg.dat, that never reached the register (a
      * run whose posting step did not complete). It only reads the
      * registers.
      * Driven by postregctl.dat cards:
      *   RUN=<run timestamp>   (default every run on the register)
      *   REPORT-FILE=<path>    (default postreg.rpt)
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSTING-REGISTER
               ASSIGN TO DYNAMIC POSTING-REGISTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-POSTING-REGISTER-STATUS.
           SELECT OPTIONAL RUN-REGISTER
               ASSIGN TO DYNAMIC RUN-REGISTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RREG-RUN-TIMESTAMP
               FILE STATUS IS WS-RUN-REGISTER-STATUS.
           SELECT OPTIONAL RESULTS-FILE
               ASSIGN TO DYNAMIC RESULTS-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
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
           FD POSTING-REGISTER.
           01 POSTING-REGISTER-RECORD.
               02 PREG-KEY.
                   03 PREG-ORIGIN-TIMESTAMP PIC X(16).
                   03 PREG-RESULT-ID PIC 9(5).
               02 PREG-LABEL PIC X(20).
               02 PREG-GL-ACCOUNT PIC X(8).
               02 PREG-COST-CENTER PIC X(6).
               02 PREG-DRCR PIC X(2).
               02 PREG-AMOUNT PIC 9(15)V9(5).
               02 PREG-SCRIPT-LINE PIC 9(10).
               02 PREG-STATUS PIC X(1).
                   88 PREG-POSTED VALUE 'P'.
                   88 PREG-REVERSED VALUE 'R'.
               02 PREG-POSTED-TIMESTAMP PIC X(16).
               02 PREG-REVERSED-TIMESTAMP PIC X(16).
               02 FILLER PIC X(30).
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
           FD RESULTS-FILE.
           01 RESULTS-RECORD.
               02 RESULT-ID PIC 9(5).
               02 RESULT-LABEL PIC X(20).
               02 RESULT-VALUE-NUMERIC PIC S9(15)V9(5).
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
       01 POSTING-REGISTER-NAME PIC X(100).
       01 RESULTS-FILE-NAME PIC X(100).
       01 RUN-REGISTER-NAME PIC X(100).
       01 WS-RUN-REGISTER-STATUS PIC X(2).
       01 WS-RUN-REGISTER-EOF PIC X(1).
           88 WS-RUN-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RREG-IDX PIC 9(2).
       01 REPORT-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-POSTING-REGISTER-STATUS PIC X(2).
       01 WS-RESULTS-FILE-STATUS PIC X(2).
       01 WS-REPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "POSTREG".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-TARGET-RUN PIC X(16).
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-REGISTER-EOF PIC X(1).
           88 WS-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RESULTS-EOF PIC X(1).
           88 WS-RESULTS-EOF-YES VALUE 'Y', FALSE 'N'.
      * The runs on the register, gathered in one pass so each can
      * then be listed and checked for outstanding rows by key.
       01 WS-RUN-TABLE.
           02 WS-RUN-COUNT PIC 9(5) VALUE 0.
           02 WS-RUN-ENTRY OCCURS 1000 TIMES.
               03 WS-RUN-TIMESTAMP PIC X(16).
       01 WS-RUN-IDX PIC 9(5).
       01 WS-RUN-OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-RUN PIC X(16).
       01 WS-RUN-POSTED-COUNT PIC 9(5).
       01 WS-RUN-REVERSED-COUNT PIC 9(5).
       01 WS-RUN-OUTSTANDING-COUNT PIC 9(5).
       01 WS-RUN-DEBIT-TOTAL PIC 9(15)V9(5).
       01 WS-RUN-CREDIT-TOTAL PIC 9(15)V9(5).
       01 WS-TOTAL-POSTED-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-REVERSED-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-OUTSTANDING-COUNT PIC 9(7) VALUE 0.
       01 WS-STATUS-TEXT PIC X(8).
       01 WS-AMOUNT-EDIT PIC -9(15).9(5).
       01 WS-REPORT-COUNT-EDIT PIC Z(9)9.
       01 WS-REPORT-LINE PIC X(132).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE "LIST" TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-REGISTER-PROCEDURE.
           IF WS-POSTING-REGISTER-STATUS = "00" THEN
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN " REPORT-FILE-NAME(1:20)
                   " - FILE STATUS " WS-REPORT-FILE-STATUS
               ELSE
                   PERFORM GATHER-RUNS-PROCEDURE
                   PERFORM REPORT-HEADER-PROCEDURE
                   PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                       UNTIL WS-RUN-IDX > WS-RUN-COUNT
                       MOVE WS-RUN-TIMESTAMP(WS-RUN-IDX)
                           TO WS-CURRENT-RUN
                       PERFORM LIST-RUN-PROCEDURE
                   END-PERFORM
                   PERFORM REPORT-FOOTER-PROCEDURE
                   CLOSE REPORT-FILE
                   DISPLAY "POSTING REGISTER LISTED - RUNS: "
                   WS-RUN-COUNT " POSTED: " WS-TOTAL-POSTED-COUNT
                   " REVERSED: " WS-TOTAL-REVERSED-COUNT
                   " OUTSTANDING: " WS-TOTAL-OUTSTANDING-COUNT
               END-IF
               CLOSE POSTING-REGISTER
           END-IF.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "postregctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-TARGET-RUN.
           MOVE "postreg.rpt" TO REPORT-FILE-NAME.
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
               WHEN "RUN"
                   MOVE WS-CONTROL-VALUE(1:16) TO WS-TARGET-RUN
               WHEN "REPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO REPORT-FILE-NAME
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
       OPEN-REGISTER-PROCEDURE.
      * The register is opened INPUT only; a missing one means nothing
      * has been posted since it came into use.
           MOVE "postreg.dat" TO POSTING-REGISTER-NAME.
           OPEN INPUT POSTING-REGISTER.
           IF WS-POSTING-REGISTER-STATUS = "05" THEN
               MOVE "00" TO WS-POSTING-REGISTER-STATUS
           END-IF.
           IF WS-POSTING-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " POSTING-REGISTER-NAME(1:20)
               " - FILE STATUS " WS-POSTING-REGISTER-STATUS
           END-IF.
       GATHER-RUNS-PROCEDURE.
      * A RUN= card lists that one run even if none of its rows made
      * the register - all its rows then show as outstanding.
           IF WS-TARGET-RUN NOT = SPACES THEN
               MOVE 1 TO WS-RUN-COUNT
               MOVE WS-TARGET-RUN TO WS-RUN-TIMESTAMP(1)
           ELSE
               MOVE LOW-VALUES TO PREG-KEY
               START POSTING-REGISTER KEY IS NOT LESS THAN PREG-KEY
               END-START
               IF WS-POSTING-REGISTER-STATUS = "00" THEN
                   MOVE SPACES TO WS-CURRENT-RUN
                   SET WS-REGISTER-EOF-YES TO FALSE
                   PERFORM UNTIL WS-REGISTER-EOF-YES
                       READ POSTING-REGISTER NEXT RECORD
                           AT END
                               SET WS-REGISTER-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM GATHER-ONE-RUN-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
               IF WS-RUN-OVERFLOW-COUNT > 0 THEN
                   DISPLAY "WARNING: " WS-RUN-OVERFLOW-COUNT
                   " RUN(S) OVER THE 1000-RUN TABLE - NOT LISTED"
               END-IF
           END-IF.
       GATHER-ONE-RUN-PROCEDURE.
           IF PREG-ORIGIN-TIMESTAMP NOT = WS-CURRENT-RUN THEN
               MOVE PREG-ORIGIN-TIMESTAMP TO WS-CURRENT-RUN
               IF WS-RUN-COUNT < 1000 THEN
                   ADD 1 TO WS-RUN-COUNT
                   MOVE PREG-ORIGIN-TIMESTAMP
                       TO WS-RUN-TIMESTAMP(WS-RUN-COUNT)
               ELSE
                   ADD 1 TO WS-RUN-OVERFLOW-COUNT
               END-IF
           END-IF.
       LIST-RUN-PROCEDURE.
           MOVE 0 TO WS-RUN-POSTED-COUNT.
           MOVE 0 TO WS-RUN-REVERSED-COUNT.
           MOVE 0 TO WS-RUN-OUTSTANDING-COUNT.
           MOVE 0 TO WS-RUN-DEBIT-TOTAL.
           MOVE 0 TO WS-RUN-CREDIT-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUN " DELIMITED BY SIZE
               WS-CURRENT-RUN DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ID    LABEL                GL ACCT  CENTER DC "
               DELIMITED BY SIZE
               "                AMOUNT STATUS   POSTED IN        "
               DELIMITED BY SIZE
               "REVERSED IN" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-CURRENT-RUN TO PREG-ORIGIN-TIMESTAMP.
           MOVE 0 TO PREG-RESULT-ID.
           START POSTING-REGISTER KEY IS NOT LESS THAN PREG-KEY
           END-START.
           IF WS-POSTING-REGISTER-STATUS = "00" THEN
               SET WS-REGISTER-EOF-YES TO FALSE
               PERFORM UNTIL WS-REGISTER-EOF-YES
                   READ POSTING-REGISTER NEXT RECORD
                       AT END
                           SET WS-REGISTER-EOF-YES TO TRUE
                       NOT AT END
                           IF PREG-ORIGIN-TIMESTAMP
                               NOT = WS-CURRENT-RUN THEN
                               SET WS-REGISTER-EOF-YES TO TRUE
                           ELSE
                               PERFORM LIST-ONE-ROW-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
      * Outstanding rows can sit in the run's own ledger or, for a
      * reprocessed run, in the supplement of any of its reprocesses.
           MOVE SPACES TO RESULTS-FILE-NAME.
           STRING "results" DELIMITED BY SIZE
               WS-CURRENT-RUN DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO RESULTS-FILE-NAME
           END-STRING.
           PERFORM OUTSTANDING-PROCEDURE.
           PERFORM OUTSTANDING-SUPPLEMENTS-PROCEDURE.
           PERFORM RUN-TOTALS-PROCEDURE.
       LIST-ONE-ROW-PROCEDURE.
           IF PREG-REVERSED THEN
               MOVE "REVERSED" TO WS-STATUS-TEXT
               ADD 1 TO WS-RUN-REVERSED-COUNT
           ELSE
               MOVE "POSTED" TO WS-STATUS-TEXT
               ADD 1 TO WS-RUN-POSTED-COUNT
               IF PREG-DRCR = "DR" THEN
                   ADD PREG-AMOUNT TO WS-RUN-DEBIT-TOTAL
               ELSE
                   ADD PREG-AMOUNT TO WS-RUN-CREDIT-TOTAL
               END-IF
           END-IF.
           MOVE PREG-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING PREG-RESULT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-GL-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-COST-CENTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-DRCR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-POSTED-TIMESTAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-REVERSED-TIMESTAMP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       OUTSTANDING-SUPPLEMENTS-PROCEDURE.
      * Each reprocess of a run files its corrections in a supplement
      * of its own, entered on runreg.dat under the reprocess run with
      * this run as its origin - a reprocess always runs after its
      * origin, so the walk starts at this run's key. With no run
      * register only the single supplementTIMESTAMP.dat of older
      * reprocesses can be looked for.
           MOVE "runreg.dat" TO RUN-REGISTER-NAME.
           OPEN INPUT RUN-REGISTER.
           IF WS-RUN-REGISTER-STATUS = "00" THEN
               MOVE WS-CURRENT-RUN TO RREG-RUN-TIMESTAMP
               START RUN-REGISTER
                   KEY IS NOT LESS THAN RREG-RUN-TIMESTAMP
               END-START
               IF WS-RUN-REGISTER-STATUS = "00" THEN
                   SET WS-RUN-REGISTER-EOF-YES TO FALSE
                   PERFORM UNTIL WS-RUN-REGISTER-EOF-YES
                       READ RUN-REGISTER NEXT RECORD
                           AT END
                               SET WS-RUN-REGISTER-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM OUTSTANDING-REPROCESS-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RUN-REGISTER
           ELSE
               MOVE SPACES TO RESULTS-FILE-NAME
               STRING "supplement" DELIMITED BY SIZE
                   WS-CURRENT-RUN DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO RESULTS-FILE-NAME
               END-STRING
               PERFORM OUTSTANDING-PROCEDURE
           END-IF.
       OUTSTANDING-REPROCESS-PROCEDURE.
           IF RREG-MODE = "REPROCESS"
               AND RREG-ORIGIN-TIMESTAMP = WS-CURRENT-RUN THEN
               PERFORM VARYING WS-RREG-IDX FROM 1 BY 1
                   UNTIL WS-RREG-IDX > RREG-FILE-COUNT
                   OR WS-RREG-IDX > 10
                   IF RREG-FILE-KIND(WS-RREG-IDX) = "SUPPLEMENT" THEN
                       MOVE RREG-FILE-NAME(WS-RREG-IDX)
                           TO RESULTS-FILE-NAME
                       PERFORM OUTSTANDING-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
       OUTSTANDING-PROCEDURE.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-FILE-STATUS = "00" THEN
               SET WS-RESULTS-EOF-YES TO FALSE
               PERFORM UNTIL WS-RESULTS-EOF-YES
                   READ RESULTS-FILE
                       AT END
                           SET WS-RESULTS-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM OUTSTANDING-ONE-PROCEDURE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RESULTS-FILE.
       OUTSTANDING-ONE-PROCEDURE.
           MOVE WS-CURRENT-RUN TO PREG-ORIGIN-TIMESTAMP.
           MOVE RESULT-ID TO PREG-RESULT-ID.
           READ POSTING-REGISTER
               KEY IS PREG-KEY
           END-READ.
           IF WS-POSTING-REGISTER-STATUS NOT = "00" THEN
               ADD 1 TO WS-RUN-OUTSTANDING-COUNT
               MOVE RESULT-VALUE-NUMERIC TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING RESULT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RESULT-LABEL DELIMITED BY SIZE
                   "                    " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " OUTSTANDING" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       RUN-TOTALS-PROCEDURE.
           ADD WS-RUN-POSTED-COUNT TO WS-TOTAL-POSTED-COUNT.
           ADD WS-RUN-REVERSED-COUNT TO WS-TOTAL-REVERSED-COUNT.
           ADD WS-RUN-OUTSTANDING-COUNT TO WS-TOTAL-OUTSTANDING-COUNT.
           MOVE WS-RUN-POSTED-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ROWS POSTED...........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUN-REVERSED-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ROWS REVERSED.........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUN-OUTSTANDING-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ROWS OUTSTANDING......: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUN-DEBIT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DEBITS STILL POSTED...: " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUN-CREDIT-TOTAL TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CREDITS STILL POSTED..: " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       REPORT-HEADER-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CISP POSTING REGISTER - " DELIMITED BY SIZE
               POSTING-REGISTER-NAME DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-TARGET-RUN NOT = SPACES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUN SELECTED: " DELIMITED BY SIZE
                   WS-TARGET-RUN DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       REPORT-FOOTER-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUN-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUNS LISTED.............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-TOTAL-POSTED-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL ROWS POSTED.......: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-TOTAL-REVERSED-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL ROWS REVERSED.....: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-TOTAL-OUTSTANDING-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL ROWS OUTSTANDING..: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
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
       END PROGRAM POSTREG.
