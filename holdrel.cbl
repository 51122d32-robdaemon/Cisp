      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP Posting Hold Queue Approval and Release
      * Tectonics: cobc
      ******************************************************************
      * GL-POSTING-PROCEDURE keeps any ledger row that breaks its
      * label's entry in limits.dat (see LIMMAINT) out of the night's
      * batch and queues it in holdqueue.dat instead. This is the
      * supervisor's side of that queue: list what is waiting, approve
      * or reject rows by run and RESULT-ID - each decision stamped
      * with the operator id and the time - and release the approved
      * rows of a run as a supplementary posting batch,
      * postingTIMESTAMP.dat, in the same layout and with the same
      * trailer the GL side already proves against. Released rows go
      * onto the posting register like any other posted row, so they
      * can never be posted twice, and the batch is entered on
      * runreg.dat as a RELEASE run so housekeeping and the sweeps
      * see it.
      * Hold status: H held, A approved, X rejected, P released.
      * Driven by holdrelctl.dat cards:
      *   MODE=LIST     RUN=<run timestamp>  (optional)
      *   MODE=APPROVE  RUN=<run timestamp>  ID=<result id>
      *                 OPERATOR=<operator id>
      *   MODE=REJECT   RUN=<run timestamp>  ID=<result id>
      *                 OPERATOR=<operator id>
      *   MODE=RELEASE  RUN=<run timestamp>  OPERATOR=<operator id>
      * ID= may be repeated to act on several rows of the run at once.
      * OPERATOR= is required in every mode, LIST included, and is
      * checked against opauth.dat before anything is done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-QUEUE
               ASSIGN TO DYNAMIC HOLD-QUEUE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.
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
           SELECT OPTIONAL ACCOUNT-MAP
               ASSIGN TO DYNAMIC ACCOUNT-MAP-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MAP-LABEL
               FILE STATUS IS WS-ACCOUNT-MAP-STATUS.
           SELECT POSTING-FILE
               ASSIGN TO DYNAMIC POSTING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
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
           FD HOLD-QUEUE.
           01 HOLD-RECORD.
               02 HOLD-KEY.
                   03 HOLD-ORIGIN-TIMESTAMP PIC X(16).
                   03 HOLD-RESULT-ID PIC 9(5).
               02 HOLD-LABEL PIC X(20).
               02 HOLD-VALUE PIC S9(15)V9(5).
               02 HOLD-REASON PIC X(10).
               02 HOLD-SCRIPT-LINE PIC 9(10).
               02 HOLD-RUN-TIMESTAMP PIC X(16).
               02 HOLD-STATUS PIC X(1).
                   88 HOLD-HELD VALUE 'H'.
                   88 HOLD-APPROVED VALUE 'A'.
                   88 HOLD-REJECTED VALUE 'X'.
                   88 HOLD-RELEASED VALUE 'P'.
               02 HOLD-OPERATOR-ID PIC X(8).
               02 HOLD-ACTION-TIMESTAMP PIC X(16).
               02 HOLD-RELEASE-BATCH PIC X(16).
               02 FILLER PIC X(20).
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
           FD ACCOUNT-MAP.
           01 ACCOUNT-MAP-RECORD.
               02 MAP-LABEL PIC X(20).
               02 MAP-GL-ACCOUNT PIC X(8).
               02 MAP-COST-CENTER PIC X(6).
           FD POSTING-FILE.
           01 POSTING-RECORD PIC X(100).
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
       01 HOLD-QUEUE-NAME PIC X(100).
       01 POSTING-REGISTER-NAME PIC X(100).
       01 RUN-REGISTER-NAME PIC X(100).
       01 ACCOUNT-MAP-NAME PIC X(100).
       01 POSTING-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-HOLD-QUEUE-STATUS PIC X(2).
       01 WS-POSTING-REGISTER-STATUS PIC X(2).
       01 WS-RUN-REGISTER-STATUS PIC X(2).
       01 WS-ACCOUNT-MAP-STATUS PIC X(2).
       01 WS-POSTING-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "HOLDREL".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-TARGET-RUN PIC X(16).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-ACTION-TIMESTAMP PIC X(16).
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-HOLD-EOF PIC X(1).
           88 WS-HOLD-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-ACCOUNT-MAP-OPEN PIC X(1).
           88 WS-ACCOUNT-MAP-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-POSTING-REGISTER-OPEN PIC X(1).
           88 WS-POSTING-REGISTER-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-POSTING-FILE-OPEN PIC X(1).
           88 WS-POSTING-FILE-OPEN-YES VALUE 'Y', FALSE 'N'.
      * The RESULT-IDs named on ID= cards.
       01 WS-ID-TABLE.
           02 WS-ID-COUNT PIC 9(5) VALUE 0.
           02 WS-ID-ENTRY PIC 9(5) OCCURS 100 TIMES.
       01 WS-ID-IDX PIC 9(5).
       01 WS-NEW-STATUS PIC X(1).
       01 WS-STATUS-TEXT PIC X(8).
       01 WS-VALUE-EDIT PIC -9(15).9(5).
       01 WS-RECORDS-LISTED PIC 9(5) VALUE 0.
       01 WS-RECORDS-CHANGED PIC 9(5) VALUE 0.
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
       01 WS-GL-DEBIT-TOTAL PIC 9(15)V9(5) VALUE 0.
       01 WS-GL-CREDIT-TOTAL PIC 9(15)V9(5) VALUE 0.
       01 WS-GL-POSTED-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-SUSPENSE-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-AMOUNT PIC 9(15)V9(5).
       01 WS-SUSPENSE-ACCOUNT PIC X(8) VALUE "99999999".
       01 WS-SUSPENSE-CENTER PIC X(6) VALUE "SUSP".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-MODE TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-ACTION-TIMESTAMP.
           EVALUATE TRUE
           WHEN WS-MODE = SPACES
               DISPLAY "NO MODE CARD - SUPPLY holdrelctl.dat WITH "
               "MODE=LIST, MODE=APPROVE, MODE=REJECT OR MODE=RELEASE"
           WHEN WS-MODE NOT = "LIST"
               AND (WS-TARGET-RUN = SPACES OR WS-OPERATOR-ID = SPACES)
               DISPLAY "MODE=" WS-MODE " NEEDS RUN= AND OPERATOR= CARDS"
           WHEN (WS-MODE = "APPROVE" OR WS-MODE = "REJECT")
               AND WS-ID-COUNT = 0
               DISPLAY "MODE=" WS-MODE " NEEDS AT LEAST ONE ID= CARD"
           WHEN OTHER
               PERFORM OPEN-QUEUE-PROCEDURE
               IF WS-HOLD-QUEUE-STATUS = "00" THEN
                   EVALUATE WS-MODE
                   WHEN "LIST"
                       PERFORM LIST-PROCEDURE
                   WHEN "APPROVE"
                       MOVE "A" TO WS-NEW-STATUS
                       PERFORM DECIDE-PROCEDURE
                   WHEN "REJECT"
                       MOVE "X" TO WS-NEW-STATUS
                       PERFORM DECIDE-PROCEDURE
                   WHEN "RELEASE"
                       PERFORM RELEASE-PROCEDURE
                   WHEN OTHER
                       DISPLAY "UNKNOWN MODE: " WS-MODE
                   END-EVALUATE
                   CLOSE HOLD-QUEUE
               END-IF
           END-EVALUATE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "holdrelctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-MODE.
           MOVE SPACES TO WS-TARGET-RUN.
           MOVE SPACES TO WS-OPERATOR-ID.
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
               WHEN "RUN"
                   MOVE WS-CONTROL-VALUE(1:16) TO WS-TARGET-RUN
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN "ID"
                   IF WS-ID-COUNT < 100 THEN
                       ADD 1 TO WS-ID-COUNT
                       COMPUTE WS-ID-ENTRY(WS-ID-COUNT) =
                           FUNCTION NUMVAL(WS-CONTROL-VALUE(1:10))
                   ELSE
                       DISPLAY "TOO MANY ID CARDS - IGNORED: "
                       CONTROL-RECORD(1:60)
                   END-IF
               WHEN OTHER
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
       OPEN-QUEUE-PROCEDURE.
           MOVE "holdqueue.dat" TO HOLD-QUEUE-NAME.
           OPEN I-O HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = "35" THEN
               OPEN OUTPUT HOLD-QUEUE
               CLOSE HOLD-QUEUE
               OPEN I-O HOLD-QUEUE
           END-IF.
           IF WS-HOLD-QUEUE-STATUS = "05" THEN
               MOVE "00" TO WS-HOLD-QUEUE-STATUS
           END-IF.
           IF WS-HOLD-QUEUE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " HOLD-QUEUE-NAME(1:20)
               " - FILE STATUS " WS-HOLD-QUEUE-STATUS
           END-IF.
       START-QUEUE-PROCEDURE.
      * Positions on the first row of the RUN= run, or of the whole
      * queue when no run was named.
           IF WS-TARGET-RUN = SPACES THEN
               MOVE LOW-VALUES TO HOLD-KEY
           ELSE
               MOVE WS-TARGET-RUN TO HOLD-ORIGIN-TIMESTAMP
               MOVE 0 TO HOLD-RESULT-ID
           END-IF.
           START HOLD-QUEUE KEY IS NOT LESS THAN HOLD-KEY
           END-START.
           IF WS-HOLD-QUEUE-STATUS = "00" THEN
               SET WS-HOLD-EOF-YES TO FALSE
           ELSE
               SET WS-HOLD-EOF-YES TO TRUE
           END-IF.
       READ-NEXT-HOLD-PROCEDURE.
           READ HOLD-QUEUE NEXT RECORD
               AT END
                   SET WS-HOLD-EOF-YES TO TRUE
           END-READ.
           IF NOT WS-HOLD-EOF-YES
               AND WS-TARGET-RUN NOT = SPACES
               AND HOLD-ORIGIN-TIMESTAMP NOT = WS-TARGET-RUN THEN
               SET WS-HOLD-EOF-YES TO TRUE
           END-IF.
       LIST-PROCEDURE.
           PERFORM START-QUEUE-PROCEDURE.
           PERFORM READ-NEXT-HOLD-PROCEDURE.
           PERFORM UNTIL WS-HOLD-EOF-YES
               ADD 1 TO WS-RECORDS-LISTED
               PERFORM STATUS-TEXT-PROCEDURE
               MOVE HOLD-VALUE TO WS-VALUE-EDIT
               DISPLAY HOLD-ORIGIN-TIMESTAMP " " HOLD-RESULT-ID " "
               HOLD-LABEL " " WS-VALUE-EDIT " " HOLD-REASON " "
               WS-STATUS-TEXT " " HOLD-OPERATOR-ID " "
               HOLD-ACTION-TIMESTAMP " " HOLD-RELEASE-BATCH
               PERFORM READ-NEXT-HOLD-PROCEDURE
           END-PERFORM.
           DISPLAY "LIST COMPLETE - " WS-RECORDS-LISTED " HELD ROW(S)".
       STATUS-TEXT-PROCEDURE.
           EVALUATE TRUE
           WHEN HOLD-HELD
               MOVE "HELD" TO WS-STATUS-TEXT
           WHEN HOLD-APPROVED
               MOVE "APPROVED" TO WS-STATUS-TEXT
           WHEN HOLD-REJECTED
               MOVE "REJECTED" TO WS-STATUS-TEXT
           WHEN HOLD-RELEASED
               MOVE "RELEASED" TO WS-STATUS-TEXT
           WHEN OTHER
               MOVE HOLD-STATUS TO WS-STATUS-TEXT
           END-EVALUATE.
       DECIDE-PROCEDURE.
      * A decision can be changed until the row is released; after
      * that it is on the register and the GL has it.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
               UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE WS-TARGET-RUN TO HOLD-ORIGIN-TIMESTAMP
               MOVE WS-ID-ENTRY(WS-ID-IDX) TO HOLD-RESULT-ID
               READ HOLD-QUEUE
                   KEY IS HOLD-KEY
               END-READ
               IF WS-HOLD-QUEUE-STATUS NOT = "00" THEN
                   DISPLAY "NOT IN HOLD QUEUE: " WS-TARGET-RUN " "
                   WS-ID-ENTRY(WS-ID-IDX)
               ELSE
                   IF HOLD-RELEASED THEN
                       DISPLAY "ALREADY RELEASED IN "
                       HOLD-RELEASE-BATCH ": " HOLD-RESULT-ID " "
                       HOLD-LABEL
                   ELSE
                       PERFORM DECIDE-ONE-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY WS-MODE " COMPLETE - " WS-RECORDS-CHANGED
           " ROW(S) BY " WS-OPERATOR-ID.
       DECIDE-ONE-PROCEDURE.
           MOVE WS-NEW-STATUS TO HOLD-STATUS.
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR-ID.
           MOVE WS-ACTION-TIMESTAMP TO HOLD-ACTION-TIMESTAMP.
           REWRITE HOLD-RECORD
           END-REWRITE.
           IF WS-HOLD-QUEUE-STATUS NOT = "00" THEN
               DISPLAY WS-MODE " FAILED - FILE STATUS "
               WS-HOLD-QUEUE-STATUS " " HOLD-RESULT-ID
           ELSE
               ADD 1 TO WS-RECORDS-CHANGED
               PERFORM STATUS-TEXT-PROCEDURE
               DISPLAY WS-STATUS-TEXT " " HOLD-RESULT-ID " "
               HOLD-LABEL " " HOLD-REASON
           END-IF.
       RELEASE-PROCEDURE.
      * The batch file is only created once there is an approved row
      * to put in it.
           STRING "posting" DELIMITED BY SIZE
               WS-ACTION-TIMESTAMP DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO POSTING-FILE-NAME
           END-STRING.
           SET WS-POSTING-FILE-OPEN-YES TO FALSE.
           PERFORM OPEN-REGISTER-PROCEDURE.
           PERFORM OPEN-MAP-PROCEDURE.
           IF WS-POSTING-REGISTER-OPEN-YES THEN
               PERFORM START-QUEUE-PROCEDURE
               PERFORM READ-NEXT-HOLD-PROCEDURE
               PERFORM UNTIL WS-HOLD-EOF-YES
                   IF HOLD-APPROVED THEN
                       PERFORM RELEASE-ONE-PROCEDURE
                   END-IF
                   PERFORM READ-NEXT-HOLD-PROCEDURE
               END-PERFORM
               CLOSE POSTING-REGISTER
           END-IF.
           IF WS-ACCOUNT-MAP-OPEN-YES THEN
               CLOSE ACCOUNT-MAP
           END-IF.
           IF WS-POSTING-FILE-OPEN-YES THEN
               PERFORM RELEASE-TRAILER-PROCEDURE
               CLOSE POSTING-FILE
               DISPLAY "POSTING WRITTEN: " POSTING-FILE-NAME(1:40)
               " (" WS-GL-POSTED-COUNT " ROW(S), "
               WS-GL-SUSPENSE-COUNT " SUSPENSE) BY " WS-OPERATOR-ID
               PERFORM RUN-REGISTER-PROCEDURE
           ELSE
               DISPLAY "NO APPROVED ROWS TO RELEASE FOR RUN "
               WS-TARGET-RUN
           END-IF.
       OPEN-REGISTER-PROCEDURE.
      * Unlike the nightly run, a release without the register is
      * refused - it is the only thing between an approved row and a
      * second posting of it.
           MOVE "postreg.dat" TO POSTING-REGISTER-NAME.
           SET WS-POSTING-REGISTER-OPEN-YES TO FALSE.
           OPEN I-O POSTING-REGISTER.
           IF WS-POSTING-REGISTER-STATUS = "35" THEN
               OPEN OUTPUT POSTING-REGISTER
               CLOSE POSTING-REGISTER
               OPEN I-O POSTING-REGISTER
           END-IF.
           IF WS-POSTING-REGISTER-STATUS = "00"
               OR WS-POSTING-REGISTER-STATUS = "05" THEN
               SET WS-POSTING-REGISTER-OPEN-YES TO TRUE
           ELSE
               DISPLAY "UNABLE TO OPEN " POSTING-REGISTER-NAME(1:20)
               " - FILE STATUS " WS-POSTING-REGISTER-STATUS
               " - NOTHING RELEASED"
           END-IF.
       OPEN-MAP-PROCEDURE.
           MOVE "acctmap.dat" TO ACCOUNT-MAP-NAME.
           SET WS-ACCOUNT-MAP-OPEN-YES TO FALSE.
           OPEN INPUT ACCOUNT-MAP.
           IF WS-ACCOUNT-MAP-STATUS = "00" THEN
               SET WS-ACCOUNT-MAP-OPEN-YES TO TRUE
               MOVE "*SUSPENSE*" TO MAP-LABEL
               READ ACCOUNT-MAP
                   KEY IS MAP-LABEL
               END-READ
               IF WS-ACCOUNT-MAP-STATUS = "00" THEN
                   MOVE MAP-GL-ACCOUNT TO WS-SUSPENSE-ACCOUNT
                   MOVE MAP-COST-CENTER TO WS-SUSPENSE-CENTER
               END-IF
           ELSE
               IF WS-ACCOUNT-MAP-STATUS = "05" THEN
                   SET WS-ACCOUNT-MAP-OPEN-YES TO TRUE
               END-IF
               DISPLAY "NO ACCOUNT MAP - FILE STATUS "
               WS-ACCOUNT-MAP-STATUS " - ALL ROWS TO SUSPENSE"
           END-IF.
       RELEASE-ONE-PROCEDURE.
           MOVE HOLD-ORIGIN-TIMESTAMP TO PREG-ORIGIN-TIMESTAMP.
           MOVE HOLD-RESULT-ID TO PREG-RESULT-ID.
           READ POSTING-REGISTER
               KEY IS PREG-KEY
           END-READ.
           IF WS-POSTING-REGISTER-STATUS = "00" THEN
               DISPLAY "ALREADY POSTED IN " PREG-POSTED-TIMESTAMP
               " - NOT RELEASED: " HOLD-RESULT-ID " " HOLD-LABEL
           ELSE
               IF NOT WS-POSTING-FILE-OPEN-YES THEN
                   OPEN OUTPUT POSTING-FILE
                   IF WS-POSTING-FILE-STATUS = "00" THEN
                       SET WS-POSTING-FILE-OPEN-YES TO TRUE
                   ELSE
                       DISPLAY "UNABLE TO OPEN "
                       POSTING-FILE-NAME(1:40)
                       " - FILE STATUS " WS-POSTING-FILE-STATUS
                   END-IF
               END-IF
               IF WS-POSTING-FILE-OPEN-YES THEN
                   PERFORM RELEASE-DETAIL-PROCEDURE
               END-IF
           END-IF.
       RELEASE-DETAIL-PROCEDURE.
      * Mapped and signed exactly as GL-POST-ONE-PROCEDURE would have
      * done on the night, against today's account map.
           MOVE SPACES TO WS-POSTING-DETAIL.
           MOVE "D" TO PD-RECORD-TYPE.
           MOVE HOLD-LABEL TO MAP-LABEL.
           IF WS-ACCOUNT-MAP-OPEN-YES THEN
               READ ACCOUNT-MAP
                   KEY IS MAP-LABEL
               END-READ
           END-IF.
           IF WS-ACCOUNT-MAP-OPEN-YES
               AND WS-ACCOUNT-MAP-STATUS = "00" THEN
               MOVE MAP-GL-ACCOUNT TO PD-GL-ACCOUNT
               MOVE MAP-COST-CENTER TO PD-COST-CENTER
           ELSE
               MOVE WS-SUSPENSE-ACCOUNT TO PD-GL-ACCOUNT
               MOVE WS-SUSPENSE-CENTER TO PD-COST-CENTER
               ADD 1 TO WS-GL-SUSPENSE-COUNT
           END-IF.
           IF HOLD-VALUE < 0 THEN
               MOVE "CR" TO PD-DRCR
               COMPUTE WS-GL-AMOUNT = 0 - HOLD-VALUE
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           ELSE
               MOVE "DR" TO PD-DRCR
               MOVE HOLD-VALUE TO WS-GL-AMOUNT
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           END-IF.
           MOVE WS-GL-AMOUNT TO PD-AMOUNT.
           MOVE HOLD-LABEL TO PD-LABEL.
           MOVE HOLD-RESULT-ID TO PD-RESULT-ID.
           MOVE WS-ACTION-TIMESTAMP TO PD-RUN-TIMESTAMP.
           MOVE HOLD-ORIGIN-TIMESTAMP TO PD-ORIGIN-TIMESTAMP.
           MOVE WS-POSTING-DETAIL TO POSTING-RECORD.
           WRITE POSTING-RECORD.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
               DISPLAY "POSTING WRITE FAILED - FILE STATUS "
               WS-POSTING-FILE-STATUS " " HOLD-RESULT-ID
           ELSE
               ADD 1 TO WS-GL-POSTED-COUNT
               MOVE SPACES TO POSTING-REGISTER-RECORD
               MOVE HOLD-ORIGIN-TIMESTAMP TO PREG-ORIGIN-TIMESTAMP
               MOVE HOLD-RESULT-ID TO PREG-RESULT-ID
               MOVE HOLD-LABEL TO PREG-LABEL
               MOVE PD-GL-ACCOUNT TO PREG-GL-ACCOUNT
               MOVE PD-COST-CENTER TO PREG-COST-CENTER
               MOVE PD-DRCR TO PREG-DRCR
               MOVE WS-GL-AMOUNT TO PREG-AMOUNT
               MOVE HOLD-SCRIPT-LINE TO PREG-SCRIPT-LINE
               MOVE "P" TO PREG-STATUS
               MOVE WS-ACTION-TIMESTAMP TO PREG-POSTED-TIMESTAMP
               WRITE POSTING-REGISTER-RECORD
               IF WS-POSTING-REGISTER-STATUS NOT = "00" THEN
                   DISPLAY "POSTING REGISTER WRITE FAILED - "
                   "FILE STATUS " WS-POSTING-REGISTER-STATUS " "
                   HOLD-RESULT-ID
               END-IF
               MOVE "P" TO HOLD-STATUS
               MOVE WS-ACTION-TIMESTAMP TO HOLD-RELEASE-BATCH
               REWRITE HOLD-RECORD
               END-REWRITE
               IF WS-HOLD-QUEUE-STATUS NOT = "00" THEN
                   DISPLAY "HOLD QUEUE REWRITE FAILED - FILE STATUS "
                   WS-HOLD-QUEUE-STATUS " " HOLD-RESULT-ID
               END-IF
               DISPLAY "RELEASED " HOLD-RESULT-ID " " HOLD-LABEL " "
               PD-GL-ACCOUNT " / " PD-COST-CENTER " " PD-DRCR " "
               PD-AMOUNT
           END-IF.
       RELEASE-TRAILER-PROCEDURE.
           MOVE SPACES TO WS-POSTING-TRAILER.
           MOVE "T" TO PT-RECORD-TYPE.
           MOVE WS-GL-DEBIT-TOTAL TO PT-DEBIT-TOTAL.
           MOVE WS-GL-CREDIT-TOTAL TO PT-CREDIT-TOTAL.
           MOVE WS-GL-POSTED-COUNT TO PT-RECORD-COUNT.
           MOVE WS-ACTION-TIMESTAMP TO PT-RUN-TIMESTAMP.
           MOVE WS-TARGET-RUN TO PT-ORIGIN-TIMESTAMP.
           MOVE 0 TO PT-REVERSAL-COUNT.
           MOVE WS-OPERATOR-ID TO PT-OPERATOR-ID.
           MOVE WS-POSTING-TRAILER TO POSTING-RECORD.
           WRITE POSTING-RECORD.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
               DISPLAY "POSTING TRAILER WRITE FAILED - FILE STATUS "
               WS-POSTING-FILE-STATUS
           END-IF.
       RUN-REGISTER-PROCEDURE.
      * A released batch is a run of its own as far as the register
      * is concerned: entered under the batch timestamp with the run
      * the rows were held from as its origin, so HOUSEKEEP archives
      * and purges its posting file with everything else.
           MOVE "runreg.dat" TO RUN-REGISTER-NAME.
           OPEN I-O RUN-REGISTER.
           IF WS-RUN-REGISTER-STATUS = "35" THEN
               OPEN OUTPUT RUN-REGISTER
               CLOSE RUN-REGISTER
               OPEN I-O RUN-REGISTER
           END-IF.
           IF WS-RUN-REGISTER-STATUS = "05" THEN
               MOVE "00" TO WS-RUN-REGISTER-STATUS
           END-IF.
           IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " RUN-REGISTER-NAME(1:20)
               " - FILE STATUS " WS-RUN-REGISTER-STATUS
               " - BATCH NOT REGISTERED"
           ELSE
               MOVE SPACES TO RUN-REGISTER-RECORD
               MOVE WS-ACTION-TIMESTAMP TO RREG-RUN-TIMESTAMP
               MOVE "RELEASE" TO RREG-MODE
               MOVE CONTROL-FILE-NAME TO RREG-SCRIPT-NAME
               MOVE WS-TARGET-RUN TO RREG-ORIGIN-TIMESTAMP
               MOVE WS-OPERATOR-ID TO RREG-OPERATOR-ID
               MOVE 0 TO RREG-LINES-READ
               MOVE 0 TO RREG-EXPRESSIONS
               MOVE 0 TO RREG-RESULTS-WRITTEN
               MOVE 0 TO RREG-LINES-REJECTED
               MOVE WS-GL-POSTED-COUNT TO RREG-GL-POSTED
               MOVE WS-GL-SUSPENSE-COUNT TO RREG-GL-SUSPENSE
               MOVE 0 TO RREG-GL-HELD
               MOVE 0 TO RREG-COMPLETION-CODE
               MOVE "COMPLETED" TO RREG-DISPOSITION
               MOVE 0 TO RREG-WITHHOLD-FROM-ID
               MOVE 1 TO RREG-FILE-COUNT
               MOVE "POSTING" TO RREG-FILE-KIND(1)
               MOVE POSTING-FILE-NAME TO RREG-FILE-NAME(1)
               WRITE RUN-REGISTER-RECORD
               END-WRITE
               IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
                   DISPLAY "RUN-REGISTER WRITE FAILED - FILE STATUS "
                   WS-RUN-REGISTER-STATUS
               ELSE
                   DISPLAY "BATCH REGISTERED ON "
                   RUN-REGISTER-NAME(1:20)
               END-IF
               CLOSE RUN-REGISTER
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
       END PROGRAM HOLDREL.
