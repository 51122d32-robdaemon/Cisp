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
           SELECT OPTIONAL REJECT-FILE
               ASSIGN TO DYNAMIC REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               ASSIGN TO DYNAMIC POSTING-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-FILE-STATUS.
           SELECT OPTIONAL POSTING-REGISTER
               ASSIGN TO DYNAMIC POSTING-REGISTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PREG-KEY
               FILE STATUS IS WS-POSTING-REGISTER-STATUS.
           SELECT OPTIONAL LIMITS-FILE
               ASSIGN TO DYNAMIC LIMITS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIMIT-LABEL
               FILE STATUS IS WS-LIMITS-FILE-STATUS.
           SELECT OPTIONAL HOLD-QUEUE
               ASSIGN TO DYNAMIC HOLD-QUEUE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLD-QUEUE-STATUS.
           SELECT OPTIONAL RUN-REGISTER
               ASSIGN TO DYNAMIC RUN-REGISTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RREG-RUN-TIMESTAMP
               FILE STATUS IS WS-RUN-REGISTER-STATUS.
           SELECT OPTIONAL REFERENCE-TABLE
               ASSIGN TO DYNAMIC REFERENCE-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFERENCE-TABLE-STATUS.
           SELECT OPTIONAL SHADOW-VARIABLES-SOURCE
               ASSIGN TO DYNAMIC SHADOW-SOURCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SVS-VARIABLE-NAME
               FILE STATUS IS WS-SHADOW-SOURCE-STATUS.
           SELECT OPTIONAL SHADOW-FUNCTIONS-SOURCE
               ASSIGN TO DYNAMIC SHADOW-SOURCE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SFS-FUNCTION-NAME
               FILE STATUS IS WS-SHADOW-SOURCE-STATUS.
           SELECT OPTIONAL SHADOW-REPORT-FILE
               ASSIGN TO DYNAMIC SHADOW-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD LISP-FILE.
               02 LOG-RECORD-JOB-ID PIC X(16).
               02 LOG-RECORD-FUNCTION-NAME PIC X(40).
               02 LOG-RECORD-MESSAGE PIC X(100).
               02 LOG-RECORD-OPERATOR-ID PIC X(8).
           FD RESULTS-FILE.
           01 RESULTS-RECORD.
               02 RESULT-ID PIC 9(5).
               02 FUNCTION-BODY PIC X(200).
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
           FD REJECT-FILE.
           01 REJECT-RECORD.
               02 REJECT-LINE-NUMBER PIC 9(10).
               02 JOURNAL-BEFORE-VALUE PIC -9(15).9(5).
               02 FILLER PIC X(1).
               02 JOURNAL-AFTER-VALUE PIC -9(15).9(5).
               02 FILLER PIC X(1).
               02 JOURNAL-OPERATOR-ID PIC X(8).
           FD STREAM-FILE.
           01 STREAM-RECORD PIC X(100).
           FD STREAM-MARK-FILE.
               02 MAP-COST-CENTER PIC X(6).
           FD POSTING-FILE.
           01 POSTING-RECORD PIC X(100).
      * postreg.dat remembers every detail row ever sent to the GL,
      * keyed by the run the row belongs to (the origin run, for a
      * reprocess supplement) and its RESULT-ID. A row on file is
      * never posted again; status R marks one a later reprocess
      * reversed, and in which batch.
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
      * limits.dat (see LIMMAINT) - per RESULT-LABEL bounds a ledger
      * row must sit inside to post unattended, whether the label must
      * turn up every run, and whether it always needs a sign-off.
           FD LIMITS-FILE.
           01 LIMITS-RECORD.
               02 LIMIT-LABEL PIC X(20).
               02 LIMIT-MINIMUM PIC S9(15)V9(5).
               02 LIMIT-MIN-SET PIC X(1).
                   88 LIMIT-MIN-SET-YES VALUE 'Y'.
               02 LIMIT-MAXIMUM PIC S9(15)V9(5).
               02 LIMIT-MAX-SET PIC X(1).
                   88 LIMIT-MAX-SET-YES VALUE 'Y'.
               02 LIMIT-REQUIRED PIC X(1).
                   88 LIMIT-REQUIRED-YES VALUE 'Y'.
               02 LIMIT-SIGNOFF PIC X(1).
                   88 LIMIT-SIGNOFF-YES VALUE 'Y'.
               02 FILLER PIC X(20).
      * holdqueue.dat - ledger rows kept out of the posting batch until
      * a supervisor approves or rejects them (see HOLDREL). Keyed like
      * the posting register, by the row's origin run and RESULT-ID.
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
      * reftable.dat - rates, factors and thresholds by table, key and
      * the date each value takes effect, kept by REFMAINT. An entry
      * is in force from its effective date until the day before its
      * expiry date (zero = open-ended).
           FD REFERENCE-TABLE.
           01 REFERENCE-RECORD.
               02 REF-KEY.
                   03 REF-TABLE-NAME PIC X(10).
                   03 REF-ENTRY-KEY PIC X(20).
                   03 REF-EFFECTIVE-DATE PIC 9(8).
               02 REF-EXPIRY-DATE PIC 9(8).
               02 REF-VALUE-NUMERIC PIC S9(15)V9(5).
               02 REF-LOAD-JOB-ID PIC X(16).
               02 REF-OPERATOR-ID PIC X(8).
               02 FILLER PIC X(20).
      * The live variables.dat and functions.dat, read front to back
      * to seed a shadow run's scratch copies - never opened for
      * update.
           FD SHADOW-VARIABLES-SOURCE.
           01 SHADOW-VARIABLES-RECORD.
               02 SVS-VARIABLE-NAME PIC X(20).
               02 FILLER PIC X(20).
           FD SHADOW-FUNCTIONS-SOURCE.
           01 SHADOW-FUNCTIONS-RECORD.
               02 SFS-FUNCTION-NAME PIC X(20).
               02 FILLER PIC X(362).
           FD SHADOW-REPORT-FILE.
           01 SHADOW-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 LISP-NAME PIC X(100).
       01 LOG-FILE-NAME PIC X(100).
           88 WS-CORRECTIONS-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SEED-RESULTS-EOF PIC X(1).
           88 WS-SEED-RESULTS-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SEED-REGISTER-EOF PIC X(1).
           88 WS-SEED-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SEED-HOLD-EOF PIC X(1).
           88 WS-SEED-HOLD-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SEED-FILE-IDX PIC 9(2).
       01 WS-ORIGIN-REJECT-EOF PIC X(1).
           88 WS-ORIGIN-REJECT-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-CORRECTION-COUNT PIC 9(5) VALUE 0.
       01 WS-STREAM-PREV-RESULTS PIC 9(5).
       01 WS-STREAM-PREV-REJECTS PIC 9(5).
       01 WS-STREAM-COUNT-EDIT PIC Z(4)9.
       01 WS-COMPLETION-CODE PIC 9(2) VALUE 0.
       01 WS-RAISE-CODE PIC 9(2).
       01 WS-MAX-REJECTS PIC 9(5) VALUE 0.
       01 WS-MAX-REJECTS-GIVEN PIC X(1).
           88 WS-MAX-REJECTS-GIVEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-MAX-SUSPENSE PIC 9(5) VALUE 0.
       01 WS-MAX-SUSPENSE-GIVEN PIC X(1).
           88 WS-MAX-SUSPENSE-GIVEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-SUSPENSE-MAP-OPEN PIC X(1).
           88 WS-SUSPENSE-MAP-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROJECTED-SUSPENSE-COUNT PIC 9(5) VALUE 0.
       01 WS-RUN-ABORTED PIC X(1).
           88 WS-RUN-ABORTED-YES VALUE 'Y', FALSE 'N'.
       01 WS-ABORT-REASON PIC X(40).
       01 WS-STREAM-ABORTED-AT PIC 9(3) VALUE 0.
      * An aborted stream still sends on what its completed scripts
      * wrote; ledger rows from this ID on - the breaching script's -
      * are withheld. Zero when nothing is withheld.
       01 WS-WITHHOLD-FROM-ID PIC 9(5) VALUE 0.
       01 REFERENCE-TABLE-NAME PIC X(100).
       01 WS-REFERENCE-TABLE-STATUS PIC X(2).
       01 WS-REFERENCE-OPEN PIC X(1).
           88 WS-REFERENCE-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-REFERENCE-EOF PIC X(1).
           88 WS-REFERENCE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-REF-FOUND PIC X(1).
           88 WS-REF-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-REF-AS-OF-DATE PIC 9(8).
       01 WS-REF-TABLE-NAME PIC X(10).
       01 WS-REF-ENTRY-KEY PIC X(20).
       01 WS-REF-EFFECTIVE-DATE PIC 9(8).
       01 WS-REF-EXPIRY-DATE PIC 9(8).
       01 WS-REF-VALUE PIC S9(15)V9(5).
      * Every distinct entry a run read, for the run summary - the
      * auditors need to see which rate a figure was built from.
       01 WS-REF-USED-TABLE.
           02 WS-REF-USED-COUNT PIC 9(3) VALUE 0.
           02 WS-REF-USED-ENTRY OCCURS 100 TIMES.
               03 WS-REF-USED-TABLE-NAME PIC X(10).
               03 WS-REF-USED-KEY PIC X(20).
               03 WS-REF-USED-EFFECTIVE PIC 9(8).
               03 WS-REF-USED-VALUE PIC S9(15)V9(5).
               03 WS-REF-USED-TIMES PIC 9(5).
       01 WS-REF-USED-IDX PIC 9(3).
       01 WS-REF-USED-FOUND PIC X(1).
           88 WS-REF-USED-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-REF-USED-OVERFLOW PIC 9(5) VALUE 0.
      * MODE=SHADOW - the run's own ledger and the production ledger
      * it is proved against, matched label by label and occurrence
      * by occurrence (the second TAX row against the second TAX row).
       01 WS-SHADOW-MODE PIC X(1).
           88 WS-SHADOW-MODE-YES VALUE 'Y', FALSE 'N'.
       01 PRODUCTION-RESULTS-NAME PIC X(100).
       01 SHADOW-SOURCE-NAME PIC X(100).
       01 WS-SHADOW-SOURCE-STATUS PIC X(2).
       01 WS-SHADOW-SOURCE-EOF PIC X(1).
           88 WS-SHADOW-SOURCE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SHADOW-COPY-COUNT PIC 9(7).
       01 WS-SHADOW-SCRATCH-FAILED PIC X(1).
           88 WS-SHADOW-SCRATCH-FAILED-YES VALUE 'Y', FALSE 'N'.
       01 SHADOW-REPORT-NAME PIC X(100).
       01 WS-SHADOW-REPORT-STATUS PIC X(2).
       01 WS-SHADOW-REPORT-LINE PIC X(132).
       01 WS-SHADOW-SAVE-RESULTS-NAME PIC X(100).
       01 WS-SHADOW-PROD-EOF PIC X(1).
           88 WS-SHADOW-PROD-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SHADOW-PROD-LOADED PIC X(1).
           88 WS-SHADOW-PROD-LOADED-YES VALUE 'Y', FALSE 'N'.
       01 WS-SHADOW-COMPARED PIC X(1).
           88 WS-SHADOW-COMPARED-YES VALUE 'Y', FALSE 'N'.
       01 WS-SHADOW-LEDGER.
           02 WS-SHADOW-ROW-COUNT PIC 9(5) VALUE 0.
           02 WS-SHADOW-ROW OCCURS 9999 TIMES.
               03 WS-SHADOW-ROW-LABEL PIC X(20).
               03 WS-SHADOW-ROW-OCCURRENCE PIC 9(4).
               03 WS-SHADOW-ROW-VALUE PIC S9(15)V9(5).
               03 WS-SHADOW-ROW-MATCHED PIC X(1).
                   88 WS-SHADOW-ROW-MATCHED-YES VALUE 'Y', FALSE 'N'.
       01 WS-PRODUCTION-LEDGER.
           02 WS-PROD-ROW-COUNT PIC 9(5) VALUE 0.
           02 WS-PROD-ROW OCCURS 9999 TIMES.
               03 WS-PROD-ROW-LABEL PIC X(20).
               03 WS-PROD-ROW-OCCURRENCE PIC 9(4).
               03 WS-PROD-ROW-VALUE PIC S9(15)V9(5).
               03 WS-PROD-ROW-MATCH-IDX PIC 9(5).
       01 WS-SHADOW-IDX PIC 9(5).
       01 WS-PROD-IDX PIC 9(5).
       01 WS-SHADOW-SCAN-IDX PIC 9(5).
       01 WS-SHADOW-OCCURRENCE PIC 9(4).
       01 WS-SHADOW-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-PROD-OVERFLOW PIC 9(5) VALUE 0.
       01 WS-SHADOW-MATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-SHADOW-DIFFER-COUNT PIC 9(5) VALUE 0.
       01 WS-SHADOW-PROD-ONLY-COUNT PIC 9(5) VALUE 0.
       01 WS-SHADOW-ONLY-COUNT PIC 9(5) VALUE 0.
       01 WS-SHADOW-SECTION PIC X(1).
           88 WS-SHADOW-SECTION-MATCH VALUE 'M'.
           88 WS-SHADOW-SECTION-DIFFERS VALUE 'D'.
           88 WS-SHADOW-SECTION-PROD-ONLY VALUE 'P'.
           88 WS-SHADOW-SECTION-SHADOW-ONLY VALUE 'S'.
       01 WS-SHADOW-DIFFERENCE PIC S9(15)V9(5).
       01 WS-SHADOW-PERCENT PIC S9(7)V99.
       01 WS-SHADOW-VALUE-EDIT PIC -(15)9.9(5).
       01 WS-SHADOW-PERCENT-EDIT PIC -(6)9.99.
      * STATUS LABEL OCC PRODUCTION SHADOW DIFFERENCE DIFF-%
       01 WS-SHADOW-DETAIL-LINE.
           02 WS-SHADOW-DETAIL-STATUS PIC X(15).
           02 WS-SHADOW-DETAIL-LABEL PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SHADOW-DETAIL-OCCURRENCE PIC Z(3)9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SHADOW-DETAIL-PRODUCTION PIC X(22).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SHADOW-DETAIL-SHADOW PIC X(22).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SHADOW-DETAIL-DIFFERENCE PIC X(22).
           02 FILLER PIC X(1) VALUE SPACE.
           02 WS-SHADOW-DETAIL-PERCENT PIC X(10).
           02 FILLER PIC X(12) VALUE SPACES.
       01 FEED-FILE-NAME PIC X(100).
       01 WS-FEED-FILE-STATUS PIC X(2).
       01 WS-FEED-EOF PIC X(1).
       01 WS-POSTING-FILE-STATUS PIC X(2).
       01 WS-POSTING-RESULTS-EOF PIC X(1).
           88 WS-POSTING-RESULTS-EOF-YES VALUE 'Y', FALSE 'N'.
       01 POSTING-REGISTER-NAME PIC X(100).
       01 WS-POSTING-REGISTER-STATUS PIC X(2).
       01 WS-POSTING-REGISTER-OPEN PIC X(1).
           88 WS-POSTING-REGISTER-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-POSTING-REGISTER-EOF PIC X(1).
           88 WS-POSTING-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-GL-ALREADY-POSTED PIC X(1).
           88 WS-GL-ALREADY-POSTED-YES VALUE 'Y', FALSE 'N'.
      * The run the batch's rows belong to: this run, or for a
      * reprocess the origin run its supplement corrects.
       01 WS-GL-ORIGIN-TIMESTAMP PIC X(16).
       01 WS-GL-SCRIPT-LINE PIC 9(10).
       01 WS-GL-SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-REVERSAL-COUNT PIC 9(5) VALUE 0.
      * The script line behind each ledger row this run wrote, by
      * RESULT-ID less the run's first id - the register keeps it so a
      * reprocess can find the origin rows a correction replaces.
       01 WS-RESULT-LINE-TABLE.
           02 WS-RESULT-LINE PIC 9(10) OCCURS 9999 TIMES.
       01 WS-RESULT-LINE-IDX PIC 9(5).
       01 LIMITS-FILE-NAME PIC X(100).
       01 WS-LIMITS-FILE-STATUS PIC X(2).
       01 WS-LIMITS-OPEN PIC X(1).
           88 WS-LIMITS-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-LIMITS-EOF PIC X(1).
           88 WS-LIMITS-EOF-YES VALUE 'Y', FALSE 'N'.
       01 HOLD-QUEUE-NAME PIC X(100).
       01 WS-HOLD-QUEUE-STATUS PIC X(2).
       01 WS-HOLD-QUEUE-OPEN PIC X(1).
           88 WS-HOLD-QUEUE-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-GL-ALREADY-HELD PIC X(1).
           88 WS-GL-ALREADY-HELD-YES VALUE 'Y', FALSE 'N'.
       01 WS-GL-HOLD-REASON PIC X(10).
       01 WS-GL-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-REHELD-COUNT PIC 9(5) VALUE 0.
       01 WS-GL-WITHDRAWN-COUNT PIC 9(5) VALUE 0.
       01 WS-HOLD-WITHDRAW-EOF PIC X(1).
           88 WS-HOLD-WITHDRAW-EOF-YES VALUE 'Y', FALSE 'N'.
      * Rows held this run, for the run summary.
       01 WS-HELD-TABLE.
           02 WS-HELD-ENTRY OCCURS 200 TIMES.
               03 WS-HELD-RESULT-ID PIC 9(5).
               03 WS-HELD-LABEL PIC X(20).
               03 WS-HELD-REASON PIC X(10).
               03 WS-HELD-VALUE PIC S9(15)V9(5).
       01 WS-HELD-IDX PIC 9(5).
      * Every label the batch carried, so the limits file's
      * must-appear labels can be checked off against it.
       01 WS-SEEN-LABEL-TABLE.
           02 WS-SEEN-LABEL-COUNT PIC 9(5) VALUE 0.
           02 WS-SEEN-LABEL PIC X(20) OCCURS 500 TIMES.
       01 WS-SEEN-LABEL-IDX PIC 9(5).
       01 WS-SEEN-LABEL-FOUND PIC X(1).
           88 WS-SEEN-LABEL-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-MISSING-LABEL-COUNT PIC 9(5) VALUE 0.
       01 WS-MISSING-LABEL PIC X(20) OCCURS 100 TIMES.
       01 WS-MISSING-LABEL-IDX PIC 9(5).
       01 WS-HELD-VALUE-EDIT PIC -9(15).9(5).
      * Fixed-width GL interface records. Debit or credit falls out
      * of the ledger value's sign; the amount itself is carried
      * unsigned. The trailer proves the batch: debit total, credit
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
       01 WS-AUDIT-FILE-STATUS PIC X(2).
       01 WS-VARIABLES-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "CISP".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-REJECT-FILE-STATUS PIC X(2).
       01 WS-LINE-ERROR PIC X(1).
           88 WS-LINE-ERROR-YES VALUE 'Y', FALSE 'N'.
       01 WS-VARIABLE-FOUND PIC X(1).
           88 WS-VARIABLE-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-LISP-LINE-COUNT PIC 9(10).
      * A form runs until its parens balance, so it may span several
      * script records. WS-LISP-EXPRESSION collects them for the
      * tokenizer; WS-LISP-LINE-COUNT is set to the record the form
      * started on while it is evaluated, so rejects, audit frames
      * and the checkpoint all point there, while WS-LISP-READ-COUNT
      * keeps the physical record count.
       01 WS-LISP-EXPRESSION PIC X(8000).
       01 WS-LISP-EXPRESSION-PTR PIC 9(5).
       01 WS-LISP-READ-COUNT PIC 9(10).
       01 WS-FORM-START-LINE PIC 9(10).
       01 WS-FORM-DEPTH PIC S9(5).
       01 WS-FORM-OPEN PIC X(1).
           88 WS-FORM-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-FORM-OVERFLOW PIC X(1).
           88 WS-FORM-OVERFLOW-YES VALUE 'Y', FALSE 'N'.
       01 WS-COMMENT-SCAN.
           02 WS-SCAN-IDX PIC 9(5).
           02 WS-SCAN-CHAR PIC X(1).
           02 WS-SCAN-IN-STRING PIC X(1).
               88 WS-SCAN-IN-STRING-YES VALUE 'Y', FALSE 'N'.
           02 WS-SCAN-DONE PIC X(1).
               88 WS-SCAN-DONE-YES VALUE 'Y', FALSE 'N'.
           02 WS-SCAN-SEMICOLONS PIC 9(5).
           02 WS-SCAN-LAST PIC 9(5).
           02 WS-SCAN-OPENS PIC 9(5).
           02 WS-SCAN-CLOSES PIC 9(5).
       01 WS-LOG-RECORD.
           02 WS-LOG-RECORD-ID PIC 9(10).
           02 WS-LOG-RECORD-FUNCTION-NAME PIC X(40).
           02 WS-LOG-RECORD-MESSAGE PIC X(100).
       78 WS-SYMBOL-LENGTH VALUE 500.
       01 WS-LISP-SYMBOLS.
           02 WS-SYMBOL-TABLE-SIZE PIC 9(3).
           02 WS-SYMBOL PIC X(100) OCCURS WS-SYMBOL-LENGTH TIMES.
           02 COMMAND-RESULT-NUMERIC PIC S9(15)V9(5).
           02 COMMAND-LINE-NUMBER PIC 9(10).
           02 COMMAND-ARG-COUNT PIC 9(3).
      * The open frames of the form being evaluated. A form spread
      * over several lines can run to 500 tokens, more than there are
      * frames, so depth is not bounded by length: the 101st frame to
      * open faults the form as STACK OVERFLOW (CALL-STACK-ADD) rather
      * than run off the end of this table.
       01 WS-FRAME-TABLE.
           02 WS-FRAME-COUNT PIC 9(3) VALUE 0.
           02 WS-FRAME-ENTRY OCCURS 100 TIMES.
               03 WS-FRAME-LINE-NUMBER PIC 9(10).
               03 WS-FRAME-ARG-COUNT PIC 9(3).
       01 WS-CHECKPOINT-INTERVAL PIC 9(5) VALUE 100.
       01 WS-CHECKPOINT-LAST-LINE PIC 9(10).
       01 WS-CHECKPOINT-FOUND PIC X(1).
           88 WS-CHECKPOINT-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-LISP-RESUME-LINE PIC 9(10) VALUE 0.
           88 WS-NUMERIC-LITERAL-YES VALUE 'Y', FALSE 'N'.
       01 WS-NUMERIC-DOT-COUNT PIC 9(1).
       01 WS-NUMERIC-CHAR-IDX PIC 9(3).
       01 RUN-REGISTER-NAME PIC X(100).
       01 WS-RUN-REGISTER-STATUS PIC X(2).
       01 WS-RUN-REGISTER-OPEN PIC X(1).
           88 WS-RUN-REGISTER-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-RREG-KIND PIC X(10).
       01 WS-RREG-NAME PIC X(100).
       01 WS-NUMERIC-CHAR PIC X(1).
      * 77 TEMP-STACK-AREA PIC X ANY LENGTH.
       PROCEDURE DIVISION.
      * MODE=REPROCESS card can point the ledger at the supplemental
      * file instead of a fresh results file.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           PERFORM RUN-AUTHORIZE-PROCEDURE.
           IF WS-SHADOW-MODE-YES THEN
               PERFORM SHADOW-INIT-PROCEDURE
           END-IF.
           PERFORM RESULTS-INIT-PROCEDURE.
           PERFORM AUDIT-INIT-PROCEDURE.
           PERFORM REJECT-INIT-PROCEDURE.
           PERFORM VARIABLES-INIT-PROCEDURE.
           PERFORM FUNCTIONS-INIT-PROCEDURE.
           PERFORM REFERENCE-INIT-PROCEDURE.
           PERFORM SUSPENSE-MAP-OPEN-PROCEDURE.
      * A shadow run whose scratch copies could not be made would be
      * proved against empty or partial copies and show nothing
      * changed - it evaluates nothing and compares nothing instead.
           IF WS-SHADOW-SCRATCH-FAILED-YES THEN
               MOVE "MAIN-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "SHADOW SCRATCH COPY FAILED - NOTHING EVALUATED"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-WRITE-TO-PROCEDURE
               DISPLAY "SHADOW SCRATCH COPY FAILED, SEE LOG"
           ELSE
               PERFORM FILE-HANDLING-PROCEDURE
           END-IF.
           IF WS-SUSPENSE-MAP-OPEN-YES THEN
               CLOSE ACCOUNT-MAP
           END-IF.
           IF NOT WS-RUN-ABORTED-YES THEN
               PERFORM THRESHOLD-CHECK-PROCEDURE
           END-IF.
           MOVE "MAIN-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "COMPLETED FILE-HANDLING-PROCEDURE"
             TO WS-LOG-RECORD-MESSAGE.
           PERFORM LOG-WRITE-TO-PROCEDURE.
           PERFORM FUNCTIONS-CLOSE-PROCEDURE.
           PERFORM REFERENCE-CLOSE-PROCEDURE.
           PERFORM VARIABLES-CLOSE-PROCEDURE.
           PERFORM REJECT-CLOSE-PROCEDURE.
           PERFORM AUDIT-CLOSE-PROCEDURE.
           PERFORM RESULTS-CLOSE-PROCEDURE.
           PERFORM RECONCILE-PROCEDURE.
      * A run over its MAX-REJECTS= or MAX-SUSPENSE= limit sends
      * nothing downstream - its results, audit and rejects stay on
      * disk for the morning review, but no extract or GL batch. A
      * stream is the exception: the scripts that finished before the
      * breach are past its restart mark and will not run again, so
      * their rows go out and only the breaching script's are withheld.
      * A shadow run never sends anything downstream, whatever its
      * outcome - it is proved against the production ledger instead.
           EVALUATE TRUE
           WHEN WS-SHADOW-MODE-YES AND WS-SHADOW-SCRATCH-FAILED-YES
               DISPLAY "SHADOW RUN - NOT COMPARED"
           WHEN WS-SHADOW-MODE-YES
               MOVE "MAIN-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "SHADOW RUN - NO EXTRACT, GL POSTING OR REGISTER"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-WRITE-TO-PROCEDURE
               DISPLAY "SHADOW RUN - EXTRACT AND GL POSTING SKIPPED"
               PERFORM SHADOW-COMPARE-PROCEDURE
           WHEN WS-RUN-ABORTED-YES AND WS-WITHHOLD-FROM-ID > 0
               MOVE "MAIN-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "RUN ABORTED - " DELIMITED BY SIZE
                   WS-ABORT-REASON DELIMITED BY "  "
                   " - RESULTS FROM " DELIMITED BY SIZE
                   WS-WITHHOLD-FROM-ID DELIMITED BY SIZE
                   " WITHHELD" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               DISPLAY "RUN ABORTED - " WS-ABORT-REASON
               DISPLAY "EXTRACT AND GL POSTING OF COMPLETED SCRIPTS "
               "ONLY - RESULTS FROM " WS-WITHHOLD-FROM-ID " WITHHELD"
               PERFORM EXTRACT-PROCEDURE
               PERFORM GL-POSTING-PROCEDURE
           WHEN WS-RUN-ABORTED-YES
               MOVE "MAIN-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "RUN ABORTED - " DELIMITED BY SIZE
                   WS-ABORT-REASON DELIMITED BY SIZE
                   " - EXTRACT AND GL POSTING SKIPPED" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               DISPLAY "RUN ABORTED - " WS-ABORT-REASON
               DISPLAY "EXTRACT AND GL POSTING SKIPPED"
           WHEN OTHER
               PERFORM EXTRACT-PROCEDURE
               PERFORM GL-POSTING-PROCEDURE
           END-EVALUATE.
      * The register is opened ahead of the completion code so that
      * a register that cannot be opened is in the code the summary
      * prints; the entry itself is written last, carrying that code.
           SET WS-RUN-REGISTER-OPEN-YES TO FALSE.
           IF NOT WS-SHADOW-MODE-YES THEN
               PERFORM RUN-REGISTER-OPEN-PROCEDURE
           END-IF.
           PERFORM COMPLETION-CODE-PROCEDURE.
           PERFORM RUN-SUMMARY-REPORT-PROCEDURE.
           IF WS-RUN-REGISTER-OPEN-YES THEN
               PERFORM RUN-REGISTER-PROCEDURE
           END-IF.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           CLOSE LOG-FILE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       RESULTS-INIT-PROCEDURE.
      * A reprocess run writes its ledger to a supplemental file named
      * for the ORIGINAL run's timestamp and then its own, so the
      * corrected results sit alongside (never on top of) that night's
      * results file or an earlier correction of the same night - and
      * its RESULT-IDs continue past every id already used under the
      * origin, so a supplement row never shares an id (and so a
      * downstream key) with an origin row or an earlier correction's
      * row. A shadow run's ledger is named so nothing
      * that looks for results files can ever take it for a real one.
           MOVE 1 TO WS-RESULTS-NEXT-ID.
           EVALUATE TRUE
           WHEN WS-REPROCESS-MODE-YES
               PERFORM SEED-RESULTS-ID-PROCEDURE
               MOVE SPACES TO RESULTS-FILE-NAME
               STRING "supplement" DELIMITED BY SIZE
                   WS-ORIGIN-TIMESTAMP DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO RESULTS-FILE-NAME
               END-STRING
           WHEN WS-SHADOW-MODE-YES
               MOVE SPACES TO RESULTS-FILE-NAME
               STRING "shadowresults" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO RESULTS-FILE-NAME
               END-STRING
           WHEN OTHER
               STRING "results" DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO RESULTS-FILE-NAME
               END-STRING
           END-EVALUATE.
           OPEN OUTPUT RESULTS-FILE.
           IF WS-RESULTS-FILE-STATUS NOT = "00" THEN
               MOVE "RESULTS-INIT-PROCEDURE"
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN RESULTS-FILE, SEE LOG"
           END-IF.
      * Where this run's numbering began - the summary counts rows
       RESULTS-CLOSE-PROCEDURE.
           CLOSE RESULTS-FILE.
       SEED-RESULTS-ID-PROCEDURE.
      * Number the supplement from just past the highest RESULT-ID
      * already used under the origin timestamp: the origin ledger,
      * the supplement of every earlier correction of that night on
      * the run register, and the posting register and hold queue -
      * which still carry an earlier correction's rows once its
      * supplement has been housekept. A second reprocess of the same
      * night must never reuse an id, or its rows are skipped as
      * already posted. The same FD serves every ledger read - this
      * run's supplement is not open yet when this runs.
           MOVE SPACES TO RESULTS-FILE-NAME.
           STRING "results" DELIMITED BY SIZE
               WS-ORIGIN-TIMESTAMP DELIMITED BY SIZE
               STRING "UNABLE TO READ ORIGIN RESULTS - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-RESULTS-FILE-STATUS DELIMITED BY SIZE
                   " - IDS SEEDED FROM REGISTERS ONLY"
                   DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO READ ORIGIN RESULTS, SEE LOG"
           ELSE
               SET WS-SEED-RESULTS-EOF-YES TO FALSE
               END-PERFORM
               CLOSE RESULTS-FILE
           END-IF.
           PERFORM SEED-FROM-RUN-REGISTER-PROCEDURE.
           PERFORM SEED-FROM-POSTING-REGISTER-PROCEDURE.
           PERFORM SEED-FROM-HOLD-QUEUE-PROCEDURE.
           MOVE "SEED-RESULTS-ID-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "SUPPLEMENT RESULT-IDS START AT " DELIMITED BY SIZE
               WS-RESULTS-NEXT-ID DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
       SEED-FROM-RUN-REGISTER-PROCEDURE.
      * Earlier corrections of the origin night - a reprocess always
      * runs after its origin, so the walk starts at the origin's key.
           MOVE "runreg.dat" TO RUN-REGISTER-NAME.
           OPEN INPUT RUN-REGISTER.
           IF WS-RUN-REGISTER-STATUS = "00" THEN
               MOVE WS-ORIGIN-TIMESTAMP TO RREG-RUN-TIMESTAMP
               START RUN-REGISTER
                   KEY IS NOT LESS THAN RREG-RUN-TIMESTAMP
               END-START
               IF WS-RUN-REGISTER-STATUS = "00" THEN
                   SET WS-SEED-REGISTER-EOF-YES TO FALSE
                   PERFORM UNTIL WS-SEED-REGISTER-EOF-YES
                       READ RUN-REGISTER NEXT RECORD
                           AT END
                               SET WS-SEED-REGISTER-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM SEED-FROM-SUPPLEMENT-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RUN-REGISTER
           END-IF.
       SEED-FROM-SUPPLEMENT-PROCEDURE.
           IF RREG-MODE = "REPROCESS"
               AND RREG-ORIGIN-TIMESTAMP = WS-ORIGIN-TIMESTAMP THEN
               PERFORM VARYING WS-SEED-FILE-IDX FROM 1 BY 1
                   UNTIL WS-SEED-FILE-IDX > RREG-FILE-COUNT
                   OR WS-SEED-FILE-IDX > 10
                   PERFORM SEED-FROM-SUPPLEMENT-FILE-PROCEDURE
               END-PERFORM
           END-IF.
       SEED-FROM-SUPPLEMENT-FILE-PROCEDURE.
      * A supplement already housekept is simply not there - its rows
      * that reached the GL are still counted from the registers.
           IF RREG-FILE-KIND(WS-SEED-FILE-IDX) = "SUPPLEMENT" THEN
               MOVE RREG-FILE-NAME(WS-SEED-FILE-IDX)
                   TO RESULTS-FILE-NAME
               OPEN INPUT RESULTS-FILE
               IF WS-RESULTS-FILE-STATUS = "00" THEN
                   SET WS-SEED-RESULTS-EOF-YES TO FALSE
                   PERFORM UNTIL WS-SEED-RESULTS-EOF-YES
                       READ RESULTS-FILE
                           AT END
                               SET WS-SEED-RESULTS-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM SEED-NOTE-RESULT-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE RESULTS-FILE
               END-IF
           END-IF.
       SEED-NOTE-RESULT-PROCEDURE.
           IF RESULT-ID >= WS-RESULTS-NEXT-ID THEN
               COMPUTE WS-RESULTS-NEXT-ID = RESULT-ID + 1
           END-IF.
       SEED-FROM-POSTING-REGISTER-PROCEDURE.
           MOVE "postreg.dat" TO POSTING-REGISTER-NAME.
           OPEN INPUT POSTING-REGISTER.
           IF WS-POSTING-REGISTER-STATUS = "00" THEN
               MOVE WS-ORIGIN-TIMESTAMP TO PREG-ORIGIN-TIMESTAMP
               MOVE 0 TO PREG-RESULT-ID
               START POSTING-REGISTER
                   KEY IS NOT LESS THAN PREG-KEY
               END-START
               IF WS-POSTING-REGISTER-STATUS = "00" THEN
                   SET WS-POSTING-REGISTER-EOF-YES TO FALSE
                   PERFORM UNTIL WS-POSTING-REGISTER-EOF-YES
                       READ POSTING-REGISTER NEXT RECORD
                           AT END
                               SET WS-POSTING-REGISTER-EOF-YES TO TRUE
                           NOT AT END
                               IF PREG-ORIGIN-TIMESTAMP
                                   NOT = WS-ORIGIN-TIMESTAMP THEN
                                   SET WS-POSTING-REGISTER-EOF-YES
                                       TO TRUE
                               ELSE
                                   IF PREG-RESULT-ID
                                       >= WS-RESULTS-NEXT-ID THEN
                                       COMPUTE WS-RESULTS-NEXT-ID =
                                           PREG-RESULT-ID + 1
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE POSTING-REGISTER
           END-IF.
       SEED-FROM-HOLD-QUEUE-PROCEDURE.
           MOVE "holdqueue.dat" TO HOLD-QUEUE-NAME.
           OPEN INPUT HOLD-QUEUE.
           IF WS-HOLD-QUEUE-STATUS = "00" THEN
               MOVE WS-ORIGIN-TIMESTAMP TO HOLD-ORIGIN-TIMESTAMP
               MOVE 0 TO HOLD-RESULT-ID
               START HOLD-QUEUE
                   KEY IS NOT LESS THAN HOLD-KEY
               END-START
               IF WS-HOLD-QUEUE-STATUS = "00" THEN
                   SET WS-SEED-HOLD-EOF-YES TO FALSE
                   PERFORM UNTIL WS-SEED-HOLD-EOF-YES
                       READ HOLD-QUEUE NEXT RECORD
                           AT END
                               SET WS-SEED-HOLD-EOF-YES TO TRUE
                           NOT AT END
                               IF HOLD-ORIGIN-TIMESTAMP
                                   NOT = WS-ORIGIN-TIMESTAMP THEN
                                   SET WS-SEED-HOLD-EOF-YES TO TRUE
                               ELSE
                                   IF HOLD-RESULT-ID
                                       >= WS-RESULTS-NEXT-ID THEN
                                       COMPUTE WS-RESULTS-NEXT-ID =
                                           HOLD-RESULT-ID + 1
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HOLD-QUEUE
           END-IF.
       AUDIT-INIT-PROCEDURE.
           STRING "audit" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN AUDIT-FILE, SEE LOG"
           END-IF.
       AUDIT-CLOSE-PROCEDURE.
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN REJECT-FILE, SEE LOG"
           END-IF.
       REJECT-CLOSE-PROCEDURE.
      * Unlike the per-run results/audit files this one keeps a fixed
      * name and is never deleted, so names defined by one run are
      * still there for the next - a script can also rely on a value
      * defined on an earlier line of the same file. A shadow run
      * works on a fresh scratch copy, so its defines and setqs are
      * seen by its own later lines but never by production.
           MOVE "variables.dat" TO VARIABLES-FILE-NAME.
           IF WS-SHADOW-MODE-YES THEN
               PERFORM SHADOW-COPY-VARIABLES-PROCEDURE
               MOVE "shadowvariables.dat" TO VARIABLES-FILE-NAME
           END-IF.
           OPEN I-O VARIABLES-FILE.
           IF WS-VARIABLES-FILE-STATUS = "35" THEN
               OPEN OUTPUT VARIABLES-FILE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN VARIABLES-FILE, SEE LOG"
           END-IF.
      * Every define/setq is journaled with its before-value and this
      * run's job-id, so when a script silently re-points a rate there
      * is a trace of what the old value was and which run did it.
      * The journal is shared with VARMAINT and always appended to.
      * A shadow run journals nothing - the journal is the record of
      * what really changed, and nothing in a shadow run really does.
      * A blank status keeps every journal write and the close away.
           IF WS-SHADOW-MODE-YES THEN
               MOVE SPACES TO WS-VARIABLE-JOURNAL-STATUS
           ELSE
               MOVE "varjournal.dat" TO VARIABLE-JOURNAL-NAME
               OPEN EXTEND VARIABLE-JOURNAL
               IF WS-VARIABLE-JOURNAL-STATUS = "05" THEN
                   MOVE "00" TO WS-VARIABLE-JOURNAL-STATUS
               END-IF
               IF WS-VARIABLE-JOURNAL-STATUS NOT = "00" THEN
                   MOVE "VARIABLES-INIT-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   STRING "UNABLE TO OPEN VARIABLE-JOURNAL - "
                       DELIMITED BY SIZE
                       "FILE STATUS " DELIMITED BY SIZE
                       WS-VARIABLE-JOURNAL-STATUS DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "UNABLE TO OPEN VARIABLE-JOURNAL, SEE LOG"
               END-IF
           END-IF.
       VARIABLES-CLOSE-PROCEDURE.
           CLOSE VARIABLES-FILE.
       FUNCTIONS-INIT-PROCEDURE.
      * Like variables.dat this one keeps a fixed name and is never
      * deleted - a function defined by one run is callable by every
      * later run, which is the whole point of storing it. A shadow
      * run defuns into a scratch copy, as with variables.dat.
           MOVE "functions.dat" TO FUNCTIONS-FILE-NAME.
           IF WS-SHADOW-MODE-YES THEN
               PERFORM SHADOW-COPY-FUNCTIONS-PROCEDURE
               MOVE "shadowfunctions.dat" TO FUNCTIONS-FILE-NAME
           END-IF.
           OPEN I-O FUNCTIONS-FILE.
           IF WS-FUNCTIONS-FILE-STATUS = "35" THEN
               OPEN OUTPUT FUNCTIONS-FILE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN FUNCTIONS-FILE, SEE LOG"
           END-IF.
       FUNCTIONS-CLOSE-PROCEDURE.
           CLOSE FUNCTIONS-FILE.
       REFERENCE-INIT-PROCEDURE.
      * Read-only here - entries are loaded and expired by REFMAINT.
      * Lookups answer as of the run date; a reprocess answers as of
      * the night it corrects, so a correction is priced the way the
      * original run would have been.
           IF WS-REPROCESS-MODE-YES THEN
               MOVE WS-ORIGIN-TIMESTAMP(1:8) TO WS-REF-AS-OF-DATE
           ELSE
               MOVE WS-RUN-TIMESTAMP(1:8) TO WS-REF-AS-OF-DATE
           END-IF.
           SET WS-REFERENCE-OPEN-YES TO FALSE.
           MOVE "reftable.dat" TO REFERENCE-TABLE-NAME.
           OPEN INPUT REFERENCE-TABLE.
           IF WS-REFERENCE-TABLE-STATUS = "00"
               OR WS-REFERENCE-TABLE-STATUS = "05" THEN
               SET WS-REFERENCE-OPEN-YES TO TRUE
           ELSE
               MOVE "REFERENCE-INIT-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "UNABLE TO OPEN REFERENCE-TABLE - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-REFERENCE-TABLE-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN REFERENCE-TABLE, SEE LOG"
           END-IF.
       REFERENCE-CLOSE-PROCEDURE.
           IF WS-REFERENCE-OPEN-YES THEN
               CLOSE REFERENCE-TABLE
               SET WS-REFERENCE-OPEN-YES TO FALSE
           END-IF.
       RECONCILE-PROCEDURE.
      * Prove the night's ledger against the audit trail instead of
      * leaving it to somebody's eyeball: every archived write frame
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "RECONCILIATION SKIPPED, SEE LOG"
               SET WS-RECON-BALANCED-YES TO FALSE
           ELSE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN EXTRACT-FILE, SEE LOG"
           ELSE
               OPEN INPUT AUDIT-FILE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "EXTRACT SKIPPED, SEE LOG"
               ELSE
                   MOVE "RESULT-ID,LABEL,VALUE,SCRIPT-LINE,"
               END-READ
           END-IF.
       EXTRACT-EMIT-ROW-PROCEDURE.
           IF WS-WITHHOLD-FROM-ID = 0
               OR RESULT-ID < WS-WITHHOLD-FROM-ID THEN
               PERFORM EXTRACT-WRITE-ROW-PROCEDURE
           END-IF.
       EXTRACT-WRITE-ROW-PROCEDURE.
           MOVE RESULT-VALUE-NUMERIC TO WS-EXTRACT-VALUE-EDIT.
           MOVE SPACES TO WS-EXTRACT-LINE.
           STRING RESULT-ID DELIMITED BY SIZE
           MOVE WS-EXTRACT-LINE TO EXTRACT-RECORD.
           WRITE EXTRACT-RECORD.
           IF WS-EXTRACT-FILE-STATUS NOT = "00" THEN
               MOVE "EXTRACT-WRITE-ROW-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "EXTRACT-FILE WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           ADD 1 TO WS-EXTRACT-ROW-COUNT.
       GL-POSTING-PROCEDURE.
               ".dat" DELIMITED BY SIZE
               INTO POSTING-FILE-NAME
           END-STRING.
           IF WS-REPROCESS-MODE-YES THEN
               MOVE WS-ORIGIN-TIMESTAMP TO WS-GL-ORIGIN-TIMESTAMP
           ELSE
               MOVE WS-RUN-TIMESTAMP TO WS-GL-ORIGIN-TIMESTAMP
           END-IF.
           PERFORM POSTING-REGISTER-OPEN-PROCEDURE.
           PERFORM LIMITS-OPEN-PROCEDURE.
           MOVE "acctmap.dat" TO ACCOUNT-MAP-NAME.
           SET WS-ACCOUNT-MAP-OPEN-YES TO FALSE.
           OPEN INPUT ACCOUNT-MAP.
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN POSTING-FILE, SEE LOG"
           ELSE
               OPEN INPUT RESULTS-FILE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "POSTING SKIPPED, SEE LOG"
               ELSE
                   SET WS-POSTING-RESULTS-EOF-YES TO FALSE
                           AT END
                               SET WS-POSTING-RESULTS-EOF-YES TO TRUE
                           NOT AT END
                               IF WS-WITHHOLD-FROM-ID = 0
                                   OR RESULT-ID < WS-WITHHOLD-FROM-ID
                                   THEN
                                   PERFORM GL-POST-ONE-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RESULTS-FILE
                   PERFORM GL-POST-TRAILER-PROCEDURE
      * A supplement only carries the corrected lines, and a stream
      * cut short only its completed scripts' rows, so only a full
      * run can be held to the must-appear labels.
                   IF NOT WS-REPROCESS-MODE-YES
                       AND WS-WITHHOLD-FROM-ID = 0 THEN
                       PERFORM GL-REQUIRED-LABELS-PROCEDURE
                   END-IF
               END-IF
               CLOSE POSTING-FILE
               DISPLAY "POSTING WRITTEN: " POSTING-FILE-NAME(1:40)
               " (" WS-GL-POSTED-COUNT " ROW(S), "
               WS-GL-SUSPENSE-COUNT " SUSPENSE, "
               WS-GL-HELD-COUNT " HELD)"
           END-IF.
           IF WS-ACCOUNT-MAP-OPEN-YES THEN
               CLOSE ACCOUNT-MAP
           END-IF.
           IF WS-POSTING-REGISTER-OPEN-YES THEN
               CLOSE POSTING-REGISTER
           END-IF.
           IF WS-LIMITS-OPEN-YES THEN
               CLOSE LIMITS-FILE
           END-IF.
           IF WS-HOLD-QUEUE-OPEN-YES THEN
               CLOSE HOLD-QUEUE
           END-IF.
       LIMITS-OPEN-PROCEDURE.
      * No limits file means no limits - every row posts as before.
      * The hold queue is only needed once there is something to hold
      * against; if it cannot be opened a row that breaks a limit is
      * still kept out of the batch, and shows as outstanding on the
      * posting register until the run is put right. A reprocess
      * always wants the queue, limits or not, to withdraw the origin
      * rows its corrections supersede.
           MOVE "limits.dat" TO LIMITS-FILE-NAME.
           SET WS-LIMITS-OPEN-YES TO FALSE.
           SET WS-HOLD-QUEUE-OPEN-YES TO FALSE.
           OPEN INPUT LIMITS-FILE.
           IF WS-LIMITS-FILE-STATUS = "00" THEN
               SET WS-LIMITS-OPEN-YES TO TRUE
           ELSE
               IF WS-LIMITS-FILE-STATUS = "05" THEN
                   CLOSE LIMITS-FILE
               END-IF
           END-IF.
           IF WS-LIMITS-OPEN-YES OR WS-REPROCESS-MODE-YES THEN
               MOVE "holdqueue.dat" TO HOLD-QUEUE-NAME
               OPEN I-O HOLD-QUEUE
               IF WS-HOLD-QUEUE-STATUS = "35" THEN
                   OPEN OUTPUT HOLD-QUEUE
                   CLOSE HOLD-QUEUE
                   OPEN I-O HOLD-QUEUE
               END-IF
               IF WS-HOLD-QUEUE-STATUS = "00"
                   OR WS-HOLD-QUEUE-STATUS = "05" THEN
                   SET WS-HOLD-QUEUE-OPEN-YES TO TRUE
               ELSE
                   MOVE "LIMITS-OPEN-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   STRING "UNABLE TO OPEN HOLD-QUEUE - FILE STATUS "
                       DELIMITED BY SIZE
                       WS-HOLD-QUEUE-STATUS DELIMITED BY SIZE
                       " - HELD ROWS NOT QUEUED" DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "HOLD QUEUE UNAVAILABLE, SEE LOG"
               END-IF
           END-IF.
       POSTING-REGISTER-OPEN-PROCEDURE.
      * Without the register every row still posts - the night's
      * batch matters more - but nothing stops a double post, so the
      * log says so.
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
               MOVE "POSTING-REGISTER-OPEN-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "UNABLE TO OPEN POSTING-REGISTER - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-POSTING-REGISTER-STATUS DELIMITED BY SIZE
                   " - NO DOUBLE-POST CHECK" DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "POSTING REGISTER UNAVAILABLE, SEE LOG"
           END-IF.
       GL-POST-ONE-PROCEDURE.
      * A row already in the register went to the GL in an earlier
      * batch and is skipped, as is one already waiting in the hold
      * queue. A reprocess row first reverses whatever the origin run
      * posted from the same script line, so the GL sees the original
      * backed out ahead of its correction - even when the correction
      * itself is held for sign-off. A row that breaks its label's
      * limits goes to the hold queue instead of the batch.
           PERFORM GL-RESULT-LINE-PROCEDURE.
           PERFORM GL-NOTE-LABEL-PROCEDURE.
           SET WS-GL-ALREADY-POSTED-YES TO FALSE.
           SET WS-GL-ALREADY-HELD-YES TO FALSE.
           IF WS-POSTING-REGISTER-OPEN-YES THEN
               MOVE WS-GL-ORIGIN-TIMESTAMP TO PREG-ORIGIN-TIMESTAMP
               MOVE RESULT-ID TO PREG-RESULT-ID
               READ POSTING-REGISTER
                   KEY IS PREG-KEY
               END-READ
               IF WS-POSTING-REGISTER-STATUS = "00" THEN
                   SET WS-GL-ALREADY-POSTED-YES TO TRUE
               END-IF
           END-IF.
           IF WS-HOLD-QUEUE-OPEN-YES THEN
               MOVE WS-GL-ORIGIN-TIMESTAMP TO HOLD-ORIGIN-TIMESTAMP
               MOVE RESULT-ID TO HOLD-RESULT-ID
               READ HOLD-QUEUE
                   KEY IS HOLD-KEY
               END-READ
               IF WS-HOLD-QUEUE-STATUS = "00" THEN
                   SET WS-GL-ALREADY-HELD-YES TO TRUE
               END-IF
           END-IF.
           EVALUATE TRUE
           WHEN WS-GL-ALREADY-POSTED-YES
               ADD 1 TO WS-GL-SKIPPED-COUNT
               MOVE "GL-POST-ONE-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "ALREADY POSTED IN " DELIMITED BY SIZE
                   PREG-POSTED-TIMESTAMP DELIMITED BY SIZE
                   " - SKIPPED RESULT " DELIMITED BY SIZE
                   RESULT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RESULT-LABEL DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           WHEN WS-GL-ALREADY-HELD-YES
               ADD 1 TO WS-GL-REHELD-COUNT
               MOVE "GL-POST-ONE-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "ALREADY IN HOLD QUEUE - SKIPPED RESULT "
                   DELIMITED BY SIZE
                   RESULT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RESULT-LABEL DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           WHEN OTHER
               IF WS-REPROCESS-MODE-YES
                   AND WS-POSTING-REGISTER-OPEN-YES THEN
                   PERFORM GL-REVERSE-ORIGIN-PROCEDURE
               END-IF
               IF WS-REPROCESS-MODE-YES
                   AND WS-HOLD-QUEUE-OPEN-YES THEN
                   PERFORM GL-WITHDRAW-HELD-PROCEDURE
               END-IF
               PERFORM GL-LIMIT-CHECK-PROCEDURE
               IF WS-GL-HOLD-REASON = SPACES THEN
                   PERFORM GL-POST-DETAIL-PROCEDURE
               ELSE
                   PERFORM GL-HOLD-ROW-PROCEDURE
               END-IF
           END-EVALUATE.
       GL-NOTE-LABEL-PROCEDURE.
           SET WS-SEEN-LABEL-FOUND-YES TO FALSE.
           PERFORM VARYING WS-SEEN-LABEL-IDX FROM 1 BY 1
               UNTIL WS-SEEN-LABEL-IDX > WS-SEEN-LABEL-COUNT
               OR WS-SEEN-LABEL-FOUND-YES
               IF WS-SEEN-LABEL(WS-SEEN-LABEL-IDX) = RESULT-LABEL THEN
                   SET WS-SEEN-LABEL-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-SEEN-LABEL-FOUND-YES
               AND WS-SEEN-LABEL-COUNT < 500 THEN
               ADD 1 TO WS-SEEN-LABEL-COUNT
               MOVE RESULT-LABEL TO WS-SEEN-LABEL(WS-SEEN-LABEL-COUNT)
           END-IF.
       GL-LIMIT-CHECK-PROCEDURE.
      * Below the minimum or above the maximum holds the row; a label
      * marked for sign-off is held whatever its value.
           MOVE SPACES TO WS-GL-HOLD-REASON.
           IF WS-LIMITS-OPEN-YES THEN
               MOVE RESULT-LABEL TO LIMIT-LABEL
               READ LIMITS-FILE
                   KEY IS LIMIT-LABEL
               END-READ
               IF WS-LIMITS-FILE-STATUS = "00" THEN
                   EVALUATE TRUE
                   WHEN LIMIT-MIN-SET-YES
                       AND RESULT-VALUE-NUMERIC < LIMIT-MINIMUM
                       MOVE "BELOW-MIN" TO WS-GL-HOLD-REASON
                   WHEN LIMIT-MAX-SET-YES
                       AND RESULT-VALUE-NUMERIC > LIMIT-MAXIMUM
                       MOVE "ABOVE-MAX" TO WS-GL-HOLD-REASON
                   WHEN LIMIT-SIGNOFF-YES
                       MOVE "SIGN-OFF" TO WS-GL-HOLD-REASON
                   END-EVALUATE
               END-IF
           END-IF.
       GL-HOLD-ROW-PROCEDURE.
           ADD 1 TO WS-GL-HELD-COUNT.
           IF WS-GL-HELD-COUNT <= 200 THEN
               MOVE RESULT-ID TO WS-HELD-RESULT-ID(WS-GL-HELD-COUNT)
               MOVE RESULT-LABEL TO WS-HELD-LABEL(WS-GL-HELD-COUNT)
               MOVE WS-GL-HOLD-REASON
                   TO WS-HELD-REASON(WS-GL-HELD-COUNT)
               MOVE RESULT-VALUE-NUMERIC
                   TO WS-HELD-VALUE(WS-GL-HELD-COUNT)
           END-IF.
           MOVE "GL-HOLD-ROW-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME.
           IF WS-HOLD-QUEUE-OPEN-YES THEN
               MOVE SPACES TO HOLD-RECORD
               MOVE WS-GL-ORIGIN-TIMESTAMP TO HOLD-ORIGIN-TIMESTAMP
               MOVE RESULT-ID TO HOLD-RESULT-ID
               MOVE RESULT-LABEL TO HOLD-LABEL
               MOVE RESULT-VALUE-NUMERIC TO HOLD-VALUE
               MOVE WS-GL-HOLD-REASON TO HOLD-REASON
               MOVE WS-GL-SCRIPT-LINE TO HOLD-SCRIPT-LINE
               MOVE WS-RUN-TIMESTAMP TO HOLD-RUN-TIMESTAMP
               MOVE "H" TO HOLD-STATUS
               WRITE HOLD-RECORD
               IF WS-HOLD-QUEUE-STATUS NOT = "00" THEN
                   STRING "HOLD-QUEUE WRITE FAILED - FILE STATUS "
                       DELIMITED BY SIZE
                       WS-HOLD-QUEUE-STATUS DELIMITED BY SIZE
                       " RESULT " DELIMITED BY SIZE
                       RESULT-ID DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
           END-IF.
           STRING "HELD " DELIMITED BY SIZE
               WS-GL-HOLD-REASON DELIMITED BY SIZE
               " RESULT " DELIMITED BY SIZE
               RESULT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESULT-LABEL DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
       GL-REQUIRED-LABELS-PROCEDURE.
      * Every label the limits file says must appear each run is
      * looked for among the labels this batch carried.
           IF WS-LIMITS-OPEN-YES THEN
               MOVE LOW-VALUES TO LIMIT-LABEL
               START LIMITS-FILE KEY IS NOT LESS THAN LIMIT-LABEL
               END-START
               IF WS-LIMITS-FILE-STATUS = "00" THEN
                   SET WS-LIMITS-EOF-YES TO FALSE
                   PERFORM UNTIL WS-LIMITS-EOF-YES
                       READ LIMITS-FILE NEXT RECORD
                           AT END
                               SET WS-LIMITS-EOF-YES TO TRUE
                           NOT AT END
                               IF LIMIT-REQUIRED-YES THEN
                                   PERFORM GL-REQUIRED-ONE-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
       GL-REQUIRED-ONE-PROCEDURE.
           SET WS-SEEN-LABEL-FOUND-YES TO FALSE.
           PERFORM VARYING WS-SEEN-LABEL-IDX FROM 1 BY 1
               UNTIL WS-SEEN-LABEL-IDX > WS-SEEN-LABEL-COUNT
               OR WS-SEEN-LABEL-FOUND-YES
               IF WS-SEEN-LABEL(WS-SEEN-LABEL-IDX) = LIMIT-LABEL THEN
                   SET WS-SEEN-LABEL-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-SEEN-LABEL-FOUND-YES THEN
               ADD 1 TO WS-MISSING-LABEL-COUNT
               IF WS-MISSING-LABEL-COUNT <= 100 THEN
                   MOVE LIMIT-LABEL
                       TO WS-MISSING-LABEL(WS-MISSING-LABEL-COUNT)
               END-IF
               MOVE "GL-REQUIRED-ONE-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "REQUIRED LABEL MISSING FROM RUN: "
                   DELIMITED BY SIZE
                   LIMIT-LABEL DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           END-IF.
       GL-RESULT-LINE-PROCEDURE.
           MOVE 0 TO WS-GL-SCRIPT-LINE.
           IF RESULT-ID >= WS-RESULTS-FIRST-ID
               AND RESULT-ID - WS-RESULTS-FIRST-ID < 9999 THEN
               COMPUTE WS-RESULT-LINE-IDX =
                   RESULT-ID - WS-RESULTS-FIRST-ID + 1
               MOVE WS-RESULT-LINE(WS-RESULT-LINE-IDX)
                   TO WS-GL-SCRIPT-LINE
           END-IF.
       GL-REVERSE-ORIGIN-PROCEDURE.
      * The origin run's own rows - and those of any earlier
      * correction of the same night, which is numbered past them -
      * sit below this run's first RESULT-ID under the origin
      * timestamp; any still posted from the line this correction
      * replaces are backed out now, so a second correction of a line
      * backs out the first. This run's own rows, from its first
      * RESULT-ID up, are never touched. A line with no known script
      * line (zero) matches nothing.
           IF WS-GL-SCRIPT-LINE > 0 THEN
               MOVE WS-ORIGIN-TIMESTAMP TO PREG-ORIGIN-TIMESTAMP
               MOVE 0 TO PREG-RESULT-ID
               START POSTING-REGISTER
                   KEY IS NOT LESS THAN PREG-KEY
               END-START
               IF WS-POSTING-REGISTER-STATUS = "00" THEN
                   SET WS-POSTING-REGISTER-EOF-YES TO FALSE
                   PERFORM UNTIL WS-POSTING-REGISTER-EOF-YES
                       READ POSTING-REGISTER NEXT RECORD
                           AT END
                               SET WS-POSTING-REGISTER-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM GL-REVERSE-CHECK-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
       GL-REVERSE-CHECK-PROCEDURE.
           IF PREG-ORIGIN-TIMESTAMP NOT = WS-ORIGIN-TIMESTAMP
               OR PREG-RESULT-ID >= WS-RESULTS-FIRST-ID THEN
               SET WS-POSTING-REGISTER-EOF-YES TO TRUE
           ELSE
               IF PREG-POSTED
                   AND PREG-SCRIPT-LINE = WS-GL-SCRIPT-LINE THEN
                   PERFORM GL-POST-REVERSAL-PROCEDURE
               END-IF
           END-IF.
       GL-WITHDRAW-HELD-PROCEDURE.
      * The same line's origin rows that never reached the GL - still
      * held, or approved but not yet released - are superseded too.
      * They are marked rejected (X) so HOLDREL can never release the
      * old figure alongside its correction. As with the reversal,
      * only rows below this run's first RESULT-ID are candidates.
           IF WS-GL-SCRIPT-LINE > 0 THEN
               MOVE WS-ORIGIN-TIMESTAMP TO HOLD-ORIGIN-TIMESTAMP
               MOVE 0 TO HOLD-RESULT-ID
               START HOLD-QUEUE
                   KEY IS NOT LESS THAN HOLD-KEY
               END-START
               IF WS-HOLD-QUEUE-STATUS = "00" THEN
                   SET WS-HOLD-WITHDRAW-EOF-YES TO FALSE
                   PERFORM UNTIL WS-HOLD-WITHDRAW-EOF-YES
                       READ HOLD-QUEUE NEXT RECORD
                           AT END
                               SET WS-HOLD-WITHDRAW-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM GL-WITHDRAW-CHECK-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.
       GL-WITHDRAW-CHECK-PROCEDURE.
           IF HOLD-ORIGIN-TIMESTAMP NOT = WS-ORIGIN-TIMESTAMP
               OR HOLD-RESULT-ID >= WS-RESULTS-FIRST-ID THEN
               SET WS-HOLD-WITHDRAW-EOF-YES TO TRUE
           ELSE
               IF (HOLD-HELD OR HOLD-APPROVED)
                   AND HOLD-SCRIPT-LINE = WS-GL-SCRIPT-LINE THEN
                   PERFORM GL-WITHDRAW-ONE-PROCEDURE
               END-IF
           END-IF.
       GL-WITHDRAW-ONE-PROCEDURE.
           MOVE "GL-WITHDRAW-ONE-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "X" TO HOLD-STATUS.
           MOVE WS-OPERATOR-ID TO HOLD-OPERATOR-ID.
           MOVE WS-RUN-TIMESTAMP TO HOLD-ACTION-TIMESTAMP.
           REWRITE HOLD-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           IF WS-HOLD-QUEUE-STATUS NOT = "00" THEN
               STRING "HOLD-QUEUE REWRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-HOLD-QUEUE-STATUS DELIMITED BY SIZE
                   " RESULT " DELIMITED BY SIZE
                   HOLD-RESULT-ID DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           ELSE
               ADD 1 TO WS-GL-WITHDRAWN-COUNT
               STRING "WITHDREW HELD ORIGIN RESULT " DELIMITED BY SIZE
                   HOLD-RESULT-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   HOLD-LABEL DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   HOLD-SCRIPT-LINE DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           END-IF.
       GL-POST-REVERSAL-PROCEDURE.
      * The original row's own account and amount on the opposite
      * side, flagged R and carrying the origin run's timestamp.
           MOVE SPACES TO WS-POSTING-DETAIL.
           MOVE "D" TO PD-RECORD-TYPE.
           MOVE PREG-GL-ACCOUNT TO PD-GL-ACCOUNT.
           MOVE PREG-COST-CENTER TO PD-COST-CENTER.
           MOVE PREG-AMOUNT TO WS-GL-AMOUNT.
           IF PREG-DRCR = "DR" THEN
               MOVE "CR" TO PD-DRCR
               ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           ELSE
               MOVE "DR" TO PD-DRCR
               ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           END-IF.
           MOVE WS-GL-AMOUNT TO PD-AMOUNT.
           MOVE PREG-LABEL TO PD-LABEL.
           MOVE PREG-RESULT-ID TO PD-RESULT-ID.
           MOVE WS-RUN-TIMESTAMP TO PD-RUN-TIMESTAMP.
           MOVE WS-ORIGIN-TIMESTAMP TO PD-ORIGIN-TIMESTAMP.
           MOVE "R" TO PD-REVERSAL.
           PERFORM GL-WRITE-DETAIL-PROCEDURE.
           ADD 1 TO WS-GL-REVERSAL-COUNT.
           MOVE "R" TO PREG-STATUS.
           MOVE WS-RUN-TIMESTAMP TO PREG-REVERSED-TIMESTAMP.
           REWRITE POSTING-REGISTER-RECORD.
           IF WS-POSTING-REGISTER-STATUS NOT = "00" THEN
               MOVE "GL-POST-REVERSAL-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "POSTING-REGISTER REWRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-POSTING-REGISTER-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           MOVE "GL-POST-REVERSAL-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           STRING "REVERSED ORIGIN RESULT " DELIMITED BY SIZE
               PREG-RESULT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREG-LABEL DELIMITED BY SIZE
               " LINE " DELIMITED BY SIZE
               PREG-SCRIPT-LINE DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
       GL-POST-DETAIL-PROCEDURE.
           MOVE SPACES TO WS-POSTING-DETAIL.
           MOVE "D" TO PD-RECORD-TYPE.
           MOVE RESULT-LABEL TO MAP-LABEL.
           MOVE RESULT-LABEL TO PD-LABEL.
           MOVE RESULT-ID TO PD-RESULT-ID.
           MOVE WS-RUN-TIMESTAMP TO PD-RUN-TIMESTAMP.
           MOVE WS-GL-ORIGIN-TIMESTAMP TO PD-ORIGIN-TIMESTAMP.
           PERFORM GL-WRITE-DETAIL-PROCEDURE.
           IF WS-POSTING-REGISTER-OPEN-YES THEN
               PERFORM GL-REGISTER-ROW-PROCEDURE
           END-IF.
       GL-WRITE-DETAIL-PROCEDURE.
           MOVE WS-POSTING-DETAIL TO POSTING-RECORD.
           WRITE POSTING-RECORD.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
               MOVE "GL-WRITE-DETAIL-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "POSTING-FILE WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           ADD 1 TO WS-GL-POSTED-COUNT.
       GL-REGISTER-ROW-PROCEDURE.
           MOVE SPACES TO POSTING-REGISTER-RECORD.
           MOVE WS-GL-ORIGIN-TIMESTAMP TO PREG-ORIGIN-TIMESTAMP.
           MOVE PD-RESULT-ID TO PREG-RESULT-ID.
           MOVE PD-LABEL TO PREG-LABEL.
           MOVE PD-GL-ACCOUNT TO PREG-GL-ACCOUNT.
           MOVE PD-COST-CENTER TO PREG-COST-CENTER.
           MOVE PD-DRCR TO PREG-DRCR.
           MOVE WS-GL-AMOUNT TO PREG-AMOUNT.
           MOVE WS-GL-SCRIPT-LINE TO PREG-SCRIPT-LINE.
           MOVE "P" TO PREG-STATUS.
           MOVE WS-RUN-TIMESTAMP TO PREG-POSTED-TIMESTAMP.
           WRITE POSTING-REGISTER-RECORD.
           IF WS-POSTING-REGISTER-STATUS NOT = "00" THEN
               MOVE "GL-REGISTER-ROW-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "POSTING-REGISTER WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-POSTING-REGISTER-STATUS DELIMITED BY SIZE
                   " RESULT " DELIMITED BY SIZE
                   PD-RESULT-ID DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
       GL-POST-TRAILER-PROCEDURE.
           MOVE SPACES TO WS-POSTING-TRAILER.
           MOVE "T" TO PT-RECORD-TYPE.
           MOVE WS-GL-CREDIT-TOTAL TO PT-CREDIT-TOTAL.
           MOVE WS-GL-POSTED-COUNT TO PT-RECORD-COUNT.
           MOVE WS-RUN-TIMESTAMP TO PT-RUN-TIMESTAMP.
           MOVE WS-GL-ORIGIN-TIMESTAMP TO PT-ORIGIN-TIMESTAMP.
           MOVE WS-GL-REVERSAL-COUNT TO PT-REVERSAL-COUNT.
           MOVE WS-OPERATOR-ID TO PT-OPERATOR-ID.
           MOVE WS-POSTING-TRAILER TO POSTING-RECORD.
           WRITE POSTING-RECORD.
           IF WS-POSTING-FILE-STATUS NOT = "00" THEN
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
       SUSPENSE-MAP-OPEN-PROCEDURE.
      * MAX-SUSPENSE= has to be judged as the rows are written, not
      * at posting time - a stream must stop before its next script.
      * A row whose label has no acctmap.dat entry is a row GL
      * posting will send to suspense, so that is what is counted.
           SET WS-SUSPENSE-MAP-OPEN-YES TO FALSE.
           IF WS-MAX-SUSPENSE-GIVEN-YES THEN
               MOVE "acctmap.dat" TO ACCOUNT-MAP-NAME
               OPEN INPUT ACCOUNT-MAP
               IF WS-ACCOUNT-MAP-STATUS = "00"
                   OR WS-ACCOUNT-MAP-STATUS = "05" THEN
                   SET WS-SUSPENSE-MAP-OPEN-YES TO TRUE
               ELSE
                   MOVE "SUSPENSE-MAP-OPEN-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "UNABLE TO OPEN ACCOUNT-MAP - FILE STATUS "
                       DELIMITED BY SIZE
                       WS-ACCOUNT-MAP-STATUS DELIMITED BY SIZE
                       " - MAX-SUSPENSE NOT APPLIED" DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
           END-IF.
       THRESHOLD-CHECK-PROCEDURE.
      * Checked after each script of a stream and once at the end of
      * any run. The counts are the run's running totals, so a limit
      * is a limit for the whole night, not per script.
           IF WS-MAX-REJECTS-GIVEN-YES
               AND WS-REJECT-COUNT > WS-MAX-REJECTS THEN
               SET WS-RUN-ABORTED-YES TO TRUE
               MOVE "MAX-REJECTS EXCEEDED" TO WS-ABORT-REASON
           END-IF.
           IF NOT WS-RUN-ABORTED-YES
               AND WS-MAX-SUSPENSE-GIVEN-YES
               AND WS-PROJECTED-SUSPENSE-COUNT > WS-MAX-SUSPENSE THEN
               SET WS-RUN-ABORTED-YES TO TRUE
               MOVE "MAX-SUSPENSE EXCEEDED" TO WS-ABORT-REASON
           END-IF.
           IF WS-RUN-ABORTED-YES THEN
               MOVE "THRESHOLD-CHECK-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-ABORT-REASON DELIMITED BY "  "
                   " - REJECTS " DELIMITED BY SIZE
                   WS-REJECT-COUNT DELIMITED BY SIZE
                   " SUSPENSE " DELIMITED BY SIZE
                   WS-PROJECTED-SUSPENSE-COUNT DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               DISPLAY "*** " WS-ABORT-REASON
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
       COMPLETION-CODE-PROCEDURE.
      * The scheduler's view of the night: 0 clean, 4 something to
      * look at (rejects, suspense, held rows, truncation, skipped
      * corrections), 8 the books cannot be trusted as they stand
      * (out of balance, must-appear labels missing, call-stack I/O
      * errors, a step that could not open its file), 12 the run
      * was aborted or could not run at all and the downstream jobs
      * must be held.
           IF NOT WS-RECON-BALANCED-YES
               OR WS-MISSING-LABEL-COUNT > 0
               OR WS-CALL-STACK-ERROR-COUNT > 0 THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           IF WS-REJECT-COUNT > 0
               OR WS-GL-SUSPENSE-COUNT > 0
               OR WS-GL-HELD-COUNT > 0
               OR WS-TRUNCATION-WARNING-COUNT > 0
               OR WS-CORRECTION-SKIP-COUNT > 0 THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           MOVE "COMPLETION-CODE-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "COMPLETION CODE " DELIMITED BY SIZE
               WS-COMPLETION-CODE DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
       COMPLETION-CODE-RAISE-PROCEDURE.
           IF WS-RAISE-CODE > WS-COMPLETION-CODE THEN
               MOVE WS-RAISE-CODE TO WS-COMPLETION-CODE
           END-IF.
       RUN-SUMMARY-REPORT-PROCEDURE.
      * One printable page the shift supervisor can sign off on,
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN REPORT-FILE, SEE LOG"
           ELSE
               MOVE "CISP OPERATIONS RUN SUMMARY" TO WS-REPORT-LINE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-GL-REVERSAL-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "GL REVERSALS POSTED.....: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-GL-WITHDRAWN-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "GL HELD ROWS WITHDRAWN..: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-GL-SKIPPED-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "GL ROWS ALREADY POSTED..: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-GL-HELD-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "GL ROWS HELD............: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-GL-HELD-COUNT
                   OR WS-HELD-IDX > 200
                   MOVE WS-HELD-VALUE(WS-HELD-IDX)
                       TO WS-HELD-VALUE-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  HELD " DELIMITED BY SIZE
                       WS-HELD-RESULT-ID(WS-HELD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HELD-LABEL(WS-HELD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HELD-REASON(WS-HELD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HELD-VALUE-EDIT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-PERFORM
               MOVE WS-GL-REHELD-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "GL ROWS ALREADY HELD....: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-MISSING-LABEL-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REQUIRED LABELS MISSING.: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               PERFORM VARYING WS-MISSING-LABEL-IDX FROM 1 BY 1
                   UNTIL WS-MISSING-LABEL-IDX > WS-MISSING-LABEL-COUNT
                   OR WS-MISSING-LABEL-IDX > 100
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  MISSING " DELIMITED BY SIZE
                       WS-MISSING-LABEL(WS-MISSING-LABEL-IDX)
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-PERFORM
               MOVE WS-RECON-MATCH-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RESULTS RECONCILED......: " DELIMITED BY SIZE
                       TO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               IF WS-RUN-ABORTED-YES THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RUN DISPOSITION.........: *** ABORTED - "
                       DELIMITED BY SIZE
                       WS-ABORT-REASON DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
                   IF WS-WITHHOLD-FROM-ID > 0 THEN
                       COMPUTE WS-REPORT-COUNT-EDIT =
                           WS-RESULTS-NEXT-ID - WS-WITHHOLD-FROM-ID
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "RESULTS WITHHELD........: "
                           DELIMITED BY SIZE
                           WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE-PROCEDURE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "EXTRACT AND GL POSTING..: "
                           DELIMITED BY SIZE
                           "COMPLETED SCRIPTS ONLY" DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   ELSE
                       MOVE "EXTRACT AND GL POSTING..: NOT RUN"
                           TO WS-REPORT-LINE
                   END-IF
               ELSE
                   IF WS-SHADOW-MODE-YES THEN
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "RUN DISPOSITION.........: "
                           DELIMITED BY SIZE
                           "SHADOW - NOTHING POSTED OR REGISTERED"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   ELSE
                       MOVE "RUN DISPOSITION.........: COMPLETED"
                           TO WS-REPORT-LINE
                   END-IF
               END-IF
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               IF NOT WS-SHADOW-MODE-YES
                   AND NOT WS-RUN-REGISTER-OPEN-YES THEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RUN REGISTER............: *** NOT OPENED "
                       DELIMITED BY SIZE
                       "- ENTRY NOT WRITTEN" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-IF
               MOVE WS-COMPLETION-CODE TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "COMPLETION CODE.........: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               IF WS-RESULT-STAT-COUNT = 0 THEN
                   MOVE "RESULT VALUES...........: NONE WRITTEN"
                       TO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-IF
               PERFORM REFERENCE-SUMMARY-SECTION-PROCEDURE
               IF WS-SHADOW-MODE-YES THEN
                   PERFORM SHADOW-SUMMARY-SECTION-PROCEDURE
               END-IF
               IF WS-STREAM-MODE-YES THEN
                   PERFORM STREAM-SUMMARY-SECTION-PROCEDURE
               END-IF
               CLOSE REPORT-FILE
               DISPLAY "RUN SUMMARY WRITTEN: " REPORT-FILE-NAME(1:40)
           END-IF.
       SHADOW-SUMMARY-SECTION-PROCEDURE.
      * The comparison counts; the row-by-row detail is in the
      * shadow report.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SHADOW RUN AGAINST......: " DELIMITED BY SIZE
               PRODUCTION-RESULTS-NAME DELIMITED BY SPACE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-SHADOW-COMPARED-YES THEN
               MOVE WS-SHADOW-MATCH-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SHADOW MATCH............: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-SHADOW-DIFFER-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SHADOW DIFFERS..........: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-SHADOW-PROD-ONLY-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PRODUCTION ONLY.........: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-SHADOW-ONLY-COUNT TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SHADOW ONLY.............: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "COMPARISON REPORT.......: " DELIMITED BY SIZE
                   SHADOW-REPORT-NAME DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               MOVE "SHADOW COMPARISON.......: NOT MADE - SEE LOG"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       REFERENCE-SUMMARY-SECTION-PROCEDURE.
      * Which reference entries the figures were built from, so a
      * later rate change can never leave the night unexplainable.
           COMPUTE WS-TEMP-NUM = WS-REF-USED-COUNT
               + WS-REF-USED-OVERFLOW.
           MOVE WS-TEMP-NUM TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFERENCE ENTRIES USED..: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-REF-USED-COUNT > 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  IN FORCE ON " DELIMITED BY SIZE
                   WS-REF-AS-OF-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           PERFORM VARYING WS-REF-USED-IDX FROM 1 BY 1
               UNTIL WS-REF-USED-IDX > WS-REF-USED-COUNT
               PERFORM REFERENCE-SUMMARY-ONE-PROCEDURE
           END-PERFORM.
           IF WS-REF-USED-OVERFLOW > 0 THEN
               MOVE WS-REF-USED-OVERFLOW TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  MORE ENTRIES NOT LISTED (SEE LOG): "
                   DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       REFERENCE-SUMMARY-ONE-PROCEDURE.
      * TABLE KEY EFFECTIVE-DATE VALUE xTIMES-USED
           MOVE WS-REF-USED-VALUE(WS-REF-USED-IDX)
               TO WS-REPORT-VALUE-EDIT.
           MOVE WS-REF-USED-TIMES(WS-REF-USED-IDX)
               TO WS-STREAM-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-REF-USED-TABLE-NAME(WS-REF-USED-IDX)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REF-USED-KEY(WS-REF-USED-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REF-USED-EFFECTIVE(WS-REF-USED-IDX)
               DELIMITED BY SIZE
               WS-REPORT-VALUE-EDIT DELIMITED BY SIZE
               " X" DELIMITED BY SIZE
               WS-STREAM-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       STREAM-SUMMARY-SECTION-PROCEDURE.
      * One section per manifest entry, so the five-report morning
      * check is one report with five headings.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SCRIPT STREAM: " DELIMITED BY SIZE
               STREAM-FILE-NAME(1:60) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
               UNTIL WS-STREAM-IDX > WS-STREAM-SCRIPT-COUNT
               PERFORM STREAM-SUMMARY-ONE-PROCEDURE
           END-PERFORM.
       STREAM-SUMMARY-ONE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SCRIPT " DELIMITED BY SIZE
               WS-STREAM-IDX DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-STREAM-SCRIPT-NAME(WS-STREAM-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-TEMP-NUM.
           MOVE WS-STREAM-LINES(WS-STREAM-IDX)
               TO WS-STREAM-COUNT-EDIT.
           STRING "  LINES " DELIMITED BY SIZE
               WS-STREAM-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-TEMP-NUM
           END-STRING.
           MOVE WS-STREAM-EXPRESSIONS(WS-STREAM-IDX)
               TO WS-STREAM-COUNT-EDIT.
           STRING "  EXPRESSIONS " DELIMITED BY SIZE
               WS-STREAM-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-TEMP-NUM
           END-STRING.
           MOVE WS-STREAM-RESULTS(WS-STREAM-IDX)
               TO WS-STREAM-COUNT-EDIT.
           STRING "  RESULTS " DELIMITED BY SIZE
               WS-STREAM-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-TEMP-NUM
           END-STRING.
           MOVE WS-STREAM-REJECTS(WS-STREAM-IDX)
               TO WS-STREAM-COUNT-EDIT.
           STRING "  REJECTS " DELIMITED BY SIZE
               WS-STREAM-COUNT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STREAM-DISPOSITION(WS-STREAM-IDX) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-TEMP-NUM
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               MOVE "WRITE-REPORT-LINE-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               STRING "REPORT-FILE WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-REPORT-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
       SHADOW-INIT-PROCEDURE.
      * MODE=SHADOW parallel-tests a changed script: it runs exactly
      * as a normal run would, but against scratch copies of
      * variables.dat and functions.dat and a scratch stack of its
      * own, journals nothing and sends nothing downstream. What it
      * computed is compared with the production ledger named on the
      * PRODUCTION= card instead. A shadow run always starts clean -
      * a checkpoint left by an earlier shadow run is cleared, never
      * resumed - and the production stack.dat is never touched.
           MOVE "SHADOW-INIT-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME.
           IF WS-STREAM-MODE-YES THEN
               MOVE "STREAM= IGNORED UNDER MODE=SHADOW"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-WRITE-TO-PROCEDURE
               SET WS-STREAM-MODE-YES TO FALSE
           END-IF.
           MOVE "shadowstack.dat" TO CALL-STACK-NAME.
           MOVE 'N' TO WS-BATCH-RESUME-POLICY.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "SHADOW RUN AGAINST " DELIMITED BY SIZE
               PRODUCTION-RESULTS-NAME DELIMITED BY SPACE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
           DISPLAY "SHADOW RUN - NOTHING WILL BE POSTED OR REGISTERED".
       SHADOW-COPY-VARIABLES-PROCEDURE.
      * Seed shadowvariables.dat from the live variables.dat, record
      * for record. The live file is only ever read here.
      * A copy that cannot be opened or written stops the shadow run.
           MOVE "SHADOW-COPY-VARIABLES-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "shadowvariables.dat" TO VARIABLES-FILE-NAME.
           MOVE 0 TO WS-SHADOW-COPY-COUNT.
           MOVE SPACES TO WS-SHADOW-SOURCE-STATUS.
           OPEN OUTPUT VARIABLES-FILE.
           IF WS-VARIABLES-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "UNABLE TO OPEN SHADOW VARIABLES - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-VARIABLES-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               SET WS-SHADOW-SCRATCH-FAILED-YES TO TRUE
           ELSE
               MOVE "variables.dat" TO SHADOW-SOURCE-NAME
               OPEN INPUT SHADOW-VARIABLES-SOURCE
               IF WS-SHADOW-SOURCE-STATUS = "00" THEN
                   SET WS-SHADOW-SOURCE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-SHADOW-SOURCE-EOF-YES
                       OR WS-SHADOW-SCRATCH-FAILED-YES
                       READ SHADOW-VARIABLES-SOURCE
                           AT END
                               SET WS-SHADOW-SOURCE-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM SHADOW-COPY-VARIABLE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE SHADOW-VARIABLES-SOURCE
               END-IF
               CLOSE VARIABLES-FILE
           END-IF.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "VARIABLES COPIED TO SCRATCH: " DELIMITED BY SIZE
               WS-SHADOW-COPY-COUNT DELIMITED BY SIZE
               " - SOURCE STATUS " DELIMITED BY SIZE
               WS-SHADOW-SOURCE-STATUS DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
       SHADOW-COPY-VARIABLE-PROCEDURE.
           MOVE SHADOW-VARIABLES-RECORD TO VARIABLE-RECORD.
           WRITE VARIABLE-RECORD.
           IF WS-VARIABLES-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "SHADOW VARIABLES WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-VARIABLES-FILE-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   VARIABLE-NAME DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               SET WS-SHADOW-SCRATCH-FAILED-YES TO TRUE
           ELSE
               ADD 1 TO WS-SHADOW-COPY-COUNT
           END-IF.
       SHADOW-COPY-FUNCTIONS-PROCEDURE.
      * Seed shadowfunctions.dat from the live functions.dat.
           MOVE "SHADOW-COPY-FUNCTIONS-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "shadowfunctions.dat" TO FUNCTIONS-FILE-NAME.
           MOVE 0 TO WS-SHADOW-COPY-COUNT.
           MOVE SPACES TO WS-SHADOW-SOURCE-STATUS.
           OPEN OUTPUT FUNCTIONS-FILE.
           IF WS-FUNCTIONS-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "UNABLE TO OPEN SHADOW FUNCTIONS - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-FUNCTIONS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               SET WS-SHADOW-SCRATCH-FAILED-YES TO TRUE
           ELSE
               MOVE "functions.dat" TO SHADOW-SOURCE-NAME
               OPEN INPUT SHADOW-FUNCTIONS-SOURCE
               IF WS-SHADOW-SOURCE-STATUS = "00" THEN
                   SET WS-SHADOW-SOURCE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-SHADOW-SOURCE-EOF-YES
                       OR WS-SHADOW-SCRATCH-FAILED-YES
                       READ SHADOW-FUNCTIONS-SOURCE
                           AT END
                               SET WS-SHADOW-SOURCE-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM SHADOW-COPY-FUNCTION-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE SHADOW-FUNCTIONS-SOURCE
               END-IF
               CLOSE FUNCTIONS-FILE
           END-IF.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "FUNCTIONS COPIED TO SCRATCH: " DELIMITED BY SIZE
               WS-SHADOW-COPY-COUNT DELIMITED BY SIZE
               " - SOURCE STATUS " DELIMITED BY SIZE
               WS-SHADOW-SOURCE-STATUS DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
       SHADOW-COPY-FUNCTION-PROCEDURE.
           MOVE SHADOW-FUNCTIONS-RECORD TO FUNCTION-RECORD.
           WRITE FUNCTION-RECORD.
           IF WS-FUNCTIONS-FILE-STATUS NOT = "00" THEN
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "SHADOW FUNCTIONS WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-FUNCTIONS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               SET WS-SHADOW-SCRATCH-FAILED-YES TO TRUE
           ELSE
               ADD 1 TO WS-SHADOW-COPY-COUNT
           END-IF.
       SHADOW-LEDGER-ADD-PROCEDURE.
      * Keep the row just written to the shadow ledger in memory too,
      * numbered by how many rows of the same label came before it.
           IF WS-SHADOW-ROW-COUNT < 9999 THEN
               ADD 1 TO WS-SHADOW-ROW-COUNT
               MOVE 1 TO WS-SHADOW-OCCURRENCE
               PERFORM VARYING WS-SHADOW-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SHADOW-SCAN-IDX >= WS-SHADOW-ROW-COUNT
                   IF WS-SHADOW-ROW-LABEL(WS-SHADOW-SCAN-IDX)
                       = RESULT-LABEL THEN
                       ADD 1 TO WS-SHADOW-OCCURRENCE
                   END-IF
               END-PERFORM
               MOVE RESULT-LABEL
                   TO WS-SHADOW-ROW-LABEL(WS-SHADOW-ROW-COUNT)
               MOVE WS-SHADOW-OCCURRENCE
                   TO WS-SHADOW-ROW-OCCURRENCE(WS-SHADOW-ROW-COUNT)
               MOVE RESULT-VALUE-NUMERIC
                   TO WS-SHADOW-ROW-VALUE(WS-SHADOW-ROW-COUNT)
               SET WS-SHADOW-ROW-MATCHED-YES(WS-SHADOW-ROW-COUNT)
                   TO FALSE
           ELSE
               ADD 1 TO WS-SHADOW-OVERFLOW
           END-IF.
       SHADOW-COMPARE-PROCEDURE.
      * Prove the shadow ledger against production: every production
      * row either matches, differs from, or has no counterpart in
      * the shadow run, and any shadow row left over is shadow only.
      * Anything short of full agreement is a 4 - the script change
      * needs a look before it goes live.
           MOVE "SHADOW-COMPARE-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           SET WS-SHADOW-COMPARED-YES TO FALSE.
           IF PRODUCTION-RESULTS-NAME = SPACES THEN
               MOVE "NO PRODUCTION= CARD - SHADOW RUN NOT COMPARED"
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO PRODUCTION= CARD, SHADOW RUN NOT COMPARED"
           ELSE
               PERFORM SHADOW-LOAD-PRODUCTION-PROCEDURE
               IF WS-SHADOW-PROD-LOADED-YES THEN
                   PERFORM SHADOW-MATCH-PROCEDURE
                   PERFORM SHADOW-REPORT-PROCEDURE
                   SET WS-SHADOW-COMPARED-YES TO TRUE
                   IF WS-SHADOW-DIFFER-COUNT > 0
                       OR WS-SHADOW-PROD-ONLY-COUNT > 0
                       OR WS-SHADOW-ONLY-COUNT > 0
                       OR WS-SHADOW-OVERFLOW > 0
                       OR WS-PROD-OVERFLOW > 0 THEN
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   END-IF
                   MOVE "SHADOW-COMPARE-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "MATCH " DELIMITED BY SIZE
                       WS-SHADOW-MATCH-COUNT DELIMITED BY SIZE
                       " DIFFERS " DELIMITED BY SIZE
                       WS-SHADOW-DIFFER-COUNT DELIMITED BY SIZE
                       " PRODUCTION ONLY " DELIMITED BY SIZE
                       WS-SHADOW-PROD-ONLY-COUNT DELIMITED BY SIZE
                       " SHADOW ONLY " DELIMITED BY SIZE
                       WS-SHADOW-ONLY-COUNT DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   DISPLAY "SHADOW COMPARISON - MATCH "
                       WS-SHADOW-MATCH-COUNT " DIFFERS "
                       WS-SHADOW-DIFFER-COUNT " PRODUCTION ONLY "
                       WS-SHADOW-PROD-ONLY-COUNT " SHADOW ONLY "
                       WS-SHADOW-ONLY-COUNT
               END-IF
           END-IF.
       SHADOW-LOAD-PRODUCTION-PROCEDURE.
      * The production ledger is read through the RESULTS-FILE layout
      * - the shadow ledger is closed and reconciled by now - and the
      * shadow ledger's name is put back afterwards for the summary.
           SET WS-SHADOW-PROD-LOADED-YES TO FALSE.
           MOVE 0 TO WS-PROD-ROW-COUNT.
           MOVE RESULTS-FILE-NAME TO WS-SHADOW-SAVE-RESULTS-NAME.
           MOVE PRODUCTION-RESULTS-NAME TO RESULTS-FILE-NAME.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-FILE-STATUS NOT = "00" THEN
               MOVE "SHADOW-LOAD-PRODUCTION-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "UNABLE TO OPEN PRODUCTION LEDGER "
                   DELIMITED BY SIZE
                   PRODUCTION-RESULTS-NAME DELIMITED BY SPACE
                   " - FILE STATUS " DELIMITED BY SIZE
                   WS-RESULTS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN PRODUCTION LEDGER, SEE LOG"
           ELSE
               SET WS-SHADOW-PROD-EOF-YES TO FALSE
               PERFORM UNTIL WS-SHADOW-PROD-EOF-YES
                   READ RESULTS-FILE
                       AT END
                           SET WS-SHADOW-PROD-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM SHADOW-PRODUCTION-ROW-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE RESULTS-FILE
               SET WS-SHADOW-PROD-LOADED-YES TO TRUE
           END-IF.
           MOVE WS-SHADOW-SAVE-RESULTS-NAME TO RESULTS-FILE-NAME.
       SHADOW-PRODUCTION-ROW-PROCEDURE.
           IF WS-PROD-ROW-COUNT < 9999 THEN
               ADD 1 TO WS-PROD-ROW-COUNT
               MOVE 1 TO WS-SHADOW-OCCURRENCE
               PERFORM VARYING WS-SHADOW-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SHADOW-SCAN-IDX >= WS-PROD-ROW-COUNT
                   IF WS-PROD-ROW-LABEL(WS-SHADOW-SCAN-IDX)
                       = RESULT-LABEL THEN
                       ADD 1 TO WS-SHADOW-OCCURRENCE
                   END-IF
               END-PERFORM
               MOVE RESULT-LABEL
                   TO WS-PROD-ROW-LABEL(WS-PROD-ROW-COUNT)
               MOVE WS-SHADOW-OCCURRENCE
                   TO WS-PROD-ROW-OCCURRENCE(WS-PROD-ROW-COUNT)
               MOVE RESULT-VALUE-NUMERIC
                   TO WS-PROD-ROW-VALUE(WS-PROD-ROW-COUNT)
               MOVE 0 TO WS-PROD-ROW-MATCH-IDX(WS-PROD-ROW-COUNT)
           ELSE
               ADD 1 TO WS-PROD-OVERFLOW
           END-IF.
       SHADOW-MATCH-PROCEDURE.
           MOVE 0 TO WS-SHADOW-MATCH-COUNT.
           MOVE 0 TO WS-SHADOW-DIFFER-COUNT.
           MOVE 0 TO WS-SHADOW-PROD-ONLY-COUNT.
           MOVE 0 TO WS-SHADOW-ONLY-COUNT.
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
               UNTIL WS-PROD-IDX > WS-PROD-ROW-COUNT
               PERFORM SHADOW-MATCH-ONE-PROCEDURE
           END-PERFORM.
           PERFORM VARYING WS-SHADOW-IDX FROM 1 BY 1
               UNTIL WS-SHADOW-IDX > WS-SHADOW-ROW-COUNT
               IF NOT WS-SHADOW-ROW-MATCHED-YES(WS-SHADOW-IDX) THEN
                   ADD 1 TO WS-SHADOW-ONLY-COUNT
               END-IF
           END-PERFORM.
       SHADOW-MATCH-ONE-PROCEDURE.
           PERFORM VARYING WS-SHADOW-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SHADOW-SCAN-IDX > WS-SHADOW-ROW-COUNT
               OR WS-PROD-ROW-MATCH-IDX(WS-PROD-IDX) > 0
               IF WS-SHADOW-ROW-LABEL(WS-SHADOW-SCAN-IDX)
                   = WS-PROD-ROW-LABEL(WS-PROD-IDX)
                   AND WS-SHADOW-ROW-OCCURRENCE(WS-SHADOW-SCAN-IDX)
                   = WS-PROD-ROW-OCCURRENCE(WS-PROD-IDX) THEN
                   MOVE WS-SHADOW-SCAN-IDX
                       TO WS-PROD-ROW-MATCH-IDX(WS-PROD-IDX)
                   SET WS-SHADOW-ROW-MATCHED-YES(WS-SHADOW-SCAN-IDX)
                       TO TRUE
               END-IF
           END-PERFORM.
           IF WS-PROD-ROW-MATCH-IDX(WS-PROD-IDX) = 0 THEN
               ADD 1 TO WS-SHADOW-PROD-ONLY-COUNT
           ELSE
               MOVE WS-PROD-ROW-MATCH-IDX(WS-PROD-IDX) TO WS-SHADOW-IDX
               IF WS-SHADOW-ROW-VALUE(WS-SHADOW-IDX)
                   = WS-PROD-ROW-VALUE(WS-PROD-IDX) THEN
                   ADD 1 TO WS-SHADOW-MATCH-COUNT
               ELSE
                   ADD 1 TO WS-SHADOW-DIFFER-COUNT
               END-IF
           END-IF.
       SHADOW-REPORT-PROCEDURE.
      * shadowTIMESTAMP.rpt - every row of both ledgers under MATCH,
      * DIFFERS, PRODUCTION ONLY or SHADOW ONLY, then the totals and
      * a one-line verdict. Differences are shadow minus production,
      * and the percentage is of the production value.
           MOVE SPACES TO SHADOW-REPORT-NAME.
           STRING "shadow" DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO SHADOW-REPORT-NAME
           END-STRING.
           OPEN OUTPUT SHADOW-REPORT-FILE.
           IF WS-SHADOW-REPORT-STATUS NOT = "00" THEN
               MOVE "SHADOW-REPORT-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "UNABLE TO OPEN SHADOW-REPORT-FILE - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-SHADOW-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN SHADOW-REPORT-FILE, SEE LOG"
           ELSE
               MOVE "CISP SHADOW RUN COMPARISON"
                   TO WS-SHADOW-REPORT-LINE
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               MOVE SPACES TO WS-SHADOW-REPORT-LINE
               STRING "SHADOW RUN........: " DELIMITED BY SIZE
                   WS-RUN-TIMESTAMP DELIMITED BY SIZE
                   "  OPERATOR " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-SHADOW-REPORT-LINE
               END-STRING
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               MOVE SPACES TO WS-SHADOW-REPORT-LINE
               STRING "SCRIPT............: " DELIMITED BY SIZE
                   LISP-NAME DELIMITED BY SPACE
                   INTO WS-SHADOW-REPORT-LINE
               END-STRING
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               MOVE SPACES TO WS-SHADOW-REPORT-LINE
               STRING "PRODUCTION LEDGER.: " DELIMITED BY SIZE
                   PRODUCTION-RESULTS-NAME DELIMITED BY SPACE
                   INTO WS-SHADOW-REPORT-LINE
               END-STRING
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               MOVE SPACES TO WS-SHADOW-REPORT-LINE
               STRING "SHADOW LEDGER.....: " DELIMITED BY SIZE
                   RESULTS-FILE-NAME DELIMITED BY SPACE
                   INTO WS-SHADOW-REPORT-LINE
               END-STRING
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               MOVE SPACES TO WS-SHADOW-REPORT-LINE
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               MOVE "STATUS" TO WS-SHADOW-REPORT-LINE(1:15)
               MOVE "LABEL" TO WS-SHADOW-REPORT-LINE(16:20)
               MOVE "OCC" TO WS-SHADOW-REPORT-LINE(38:3)
               MOVE "PRODUCTION" TO WS-SHADOW-REPORT-LINE(54:10)
               MOVE "SHADOW" TO WS-SHADOW-REPORT-LINE(81:6)
               MOVE "DIFFERENCE" TO WS-SHADOW-REPORT-LINE(100:10)
               MOVE "DIFF %" TO WS-SHADOW-REPORT-LINE(115:6)
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
               SET WS-SHADOW-SECTION-MATCH TO TRUE
               PERFORM SHADOW-REPORT-SECTION-PROCEDURE
               SET WS-SHADOW-SECTION-DIFFERS TO TRUE
               PERFORM SHADOW-REPORT-SECTION-PROCEDURE
               SET WS-SHADOW-SECTION-PROD-ONLY TO TRUE
               PERFORM SHADOW-REPORT-SECTION-PROCEDURE
               SET WS-SHADOW-SECTION-SHADOW-ONLY TO TRUE
               PERFORM SHADOW-REPORT-SECTION-PROCEDURE
               PERFORM SHADOW-REPORT-TOTALS-PROCEDURE
               CLOSE SHADOW-REPORT-FILE
               DISPLAY "SHADOW REPORT WRITTEN: "
                   SHADOW-REPORT-NAME(1:40)
           END-IF.
       SHADOW-REPORT-SECTION-PROCEDURE.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-SHADOW-SECTION-MATCH
               MOVE "MATCH" TO WS-SHADOW-REPORT-LINE
           WHEN WS-SHADOW-SECTION-DIFFERS
               MOVE "DIFFERS" TO WS-SHADOW-REPORT-LINE
           WHEN WS-SHADOW-SECTION-PROD-ONLY
               MOVE "PRODUCTION ONLY" TO WS-SHADOW-REPORT-LINE
           WHEN OTHER
               MOVE "SHADOW ONLY" TO WS-SHADOW-REPORT-LINE
           END-EVALUATE.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           IF WS-SHADOW-SECTION-SHADOW-ONLY THEN
               PERFORM VARYING WS-SHADOW-IDX FROM 1 BY 1
                   UNTIL WS-SHADOW-IDX > WS-SHADOW-ROW-COUNT
                   IF NOT WS-SHADOW-ROW-MATCHED-YES(WS-SHADOW-IDX) THEN
                       PERFORM SHADOW-DETAIL-SHADOW-ONLY-PROCEDURE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-ROW-COUNT
                   PERFORM SHADOW-DETAIL-PRODUCTION-PROCEDURE
               END-PERFORM
           END-IF.
       SHADOW-DETAIL-PRODUCTION-PROCEDURE.
      * One production row, if it belongs in the section being
      * printed - matched with no difference, matched with one, or
      * not matched at all.
           MOVE WS-PROD-ROW-MATCH-IDX(WS-PROD-IDX) TO WS-SHADOW-IDX.
           MOVE SPACES TO WS-SHADOW-DETAIL-LINE.
           EVALUATE TRUE
           WHEN WS-SHADOW-IDX = 0
               IF WS-SHADOW-SECTION-PROD-ONLY THEN
                   MOVE "PRODUCTION ONLY" TO WS-SHADOW-DETAIL-STATUS
               END-IF
           WHEN WS-SHADOW-ROW-VALUE(WS-SHADOW-IDX)
               = WS-PROD-ROW-VALUE(WS-PROD-IDX)
               IF WS-SHADOW-SECTION-MATCH THEN
                   MOVE "MATCH" TO WS-SHADOW-DETAIL-STATUS
               END-IF
           WHEN OTHER
               IF WS-SHADOW-SECTION-DIFFERS THEN
                   MOVE "DIFFERS" TO WS-SHADOW-DETAIL-STATUS
               END-IF
           END-EVALUATE.
           IF WS-SHADOW-DETAIL-STATUS NOT = SPACES THEN
               MOVE WS-PROD-ROW-LABEL(WS-PROD-IDX)
                   TO WS-SHADOW-DETAIL-LABEL
               MOVE WS-PROD-ROW-OCCURRENCE(WS-PROD-IDX)
                   TO WS-SHADOW-DETAIL-OCCURRENCE
               MOVE WS-PROD-ROW-VALUE(WS-PROD-IDX)
                   TO WS-SHADOW-VALUE-EDIT
               MOVE WS-SHADOW-VALUE-EDIT TO WS-SHADOW-DETAIL-PRODUCTION
               IF WS-SHADOW-IDX > 0 THEN
                   MOVE WS-SHADOW-ROW-VALUE(WS-SHADOW-IDX)
                       TO WS-SHADOW-VALUE-EDIT
                   MOVE WS-SHADOW-VALUE-EDIT
                       TO WS-SHADOW-DETAIL-SHADOW
               END-IF
               IF WS-SHADOW-SECTION-DIFFERS THEN
                   PERFORM SHADOW-DIFFERENCE-PROCEDURE
               END-IF
               MOVE WS-SHADOW-DETAIL-LINE TO WS-SHADOW-REPORT-LINE
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
           END-IF.
       SHADOW-DIFFERENCE-PROCEDURE.
           COMPUTE WS-SHADOW-DIFFERENCE =
               WS-SHADOW-ROW-VALUE(WS-SHADOW-IDX)
               - WS-PROD-ROW-VALUE(WS-PROD-IDX).
           MOVE WS-SHADOW-DIFFERENCE TO WS-SHADOW-VALUE-EDIT.
           MOVE WS-SHADOW-VALUE-EDIT TO WS-SHADOW-DETAIL-DIFFERENCE.
      * No percentage of a zero production value - it would be
      * infinite, and says nothing the difference does not.
           IF WS-PROD-ROW-VALUE(WS-PROD-IDX) = 0 THEN
               MOVE "       N/A" TO WS-SHADOW-DETAIL-PERCENT
           ELSE
               COMPUTE WS-SHADOW-PERCENT ROUNDED =
                   WS-SHADOW-DIFFERENCE * 100
                   / WS-PROD-ROW-VALUE(WS-PROD-IDX)
                   ON SIZE ERROR
                       MOVE "  OVERFLOW" TO WS-SHADOW-DETAIL-PERCENT
                   NOT ON SIZE ERROR
                       MOVE WS-SHADOW-PERCENT TO WS-SHADOW-PERCENT-EDIT
                       MOVE WS-SHADOW-PERCENT-EDIT
                           TO WS-SHADOW-DETAIL-PERCENT
               END-COMPUTE
           END-IF.
       SHADOW-DETAIL-SHADOW-ONLY-PROCEDURE.
           MOVE SPACES TO WS-SHADOW-DETAIL-LINE.
           MOVE "SHADOW ONLY" TO WS-SHADOW-DETAIL-STATUS.
           MOVE WS-SHADOW-ROW-LABEL(WS-SHADOW-IDX)
               TO WS-SHADOW-DETAIL-LABEL.
           MOVE WS-SHADOW-ROW-OCCURRENCE(WS-SHADOW-IDX)
               TO WS-SHADOW-DETAIL-OCCURRENCE.
           MOVE WS-SHADOW-ROW-VALUE(WS-SHADOW-IDX)
               TO WS-SHADOW-VALUE-EDIT.
           MOVE WS-SHADOW-VALUE-EDIT TO WS-SHADOW-DETAIL-SHADOW.
           MOVE WS-SHADOW-DETAIL-LINE TO WS-SHADOW-REPORT-LINE.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
       SHADOW-REPORT-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-PROD-ROW-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           STRING "PRODUCTION ROWS...: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SHADOW-REPORT-LINE
           END-STRING.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-SHADOW-ROW-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           STRING "SHADOW ROWS.......: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SHADOW-REPORT-LINE
           END-STRING.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-SHADOW-MATCH-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           STRING "MATCH.............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SHADOW-REPORT-LINE
           END-STRING.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-SHADOW-DIFFER-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           STRING "DIFFERS...........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SHADOW-REPORT-LINE
           END-STRING.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-SHADOW-PROD-ONLY-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           STRING "PRODUCTION ONLY...: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SHADOW-REPORT-LINE
           END-STRING.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-SHADOW-ONLY-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-SHADOW-REPORT-LINE.
           STRING "SHADOW ONLY.......: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-SHADOW-REPORT-LINE
           END-STRING.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
           IF WS-SHADOW-OVERFLOW > 0 OR WS-PROD-OVERFLOW > 0 THEN
               COMPUTE WS-TEMP-NUM = WS-SHADOW-OVERFLOW
                   + WS-PROD-OVERFLOW
               MOVE WS-TEMP-NUM TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-SHADOW-REPORT-LINE
               STRING "ROWS NOT COMPARED.: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   " (OVER 9999 IN A LEDGER)" DELIMITED BY SIZE
                   INTO WS-SHADOW-REPORT-LINE
               END-STRING
               PERFORM SHADOW-WRITE-LINE-PROCEDURE
           END-IF.
           IF WS-SHADOW-DIFFER-COUNT = 0
               AND WS-SHADOW-PROD-ONLY-COUNT = 0
               AND WS-SHADOW-ONLY-COUNT = 0
               AND WS-SHADOW-OVERFLOW = 0
               AND WS-PROD-OVERFLOW = 0 THEN
               MOVE "VERDICT...........: AGREES WITH PRODUCTION"
                   TO WS-SHADOW-REPORT-LINE
           ELSE
               MOVE "VERDICT...........: *** DIFFERS FROM PRODUCTION"
                   TO WS-SHADOW-REPORT-LINE
           END-IF.
           PERFORM SHADOW-WRITE-LINE-PROCEDURE.
       SHADOW-WRITE-LINE-PROCEDURE.
           MOVE WS-SHADOW-REPORT-LINE TO SHADOW-REPORT-RECORD.
           WRITE SHADOW-REPORT-RECORD.
           IF WS-SHADOW-REPORT-STATUS NOT = "00" THEN
               MOVE "SHADOW-WRITE-LINE-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "SHADOW-REPORT-FILE WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-SHADOW-REPORT-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
       RUN-REGISTER-OPEN-PROCEDURE.
           MOVE "RUN-REGISTER-OPEN-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
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
               STRING "UNABLE TO OPEN RUN-REGISTER - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-RUN-REGISTER-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN RUN-REGISTER, SEE LOG"
           ELSE
               SET WS-RUN-REGISTER-OPEN-YES TO TRUE
           END-IF.
       RUN-REGISTER-PROCEDURE.
      * Last thing a run does: enter itself on runreg.dat, so the
      * sweeps, the ack reconciliation and housekeeping can work from
      * one list of runs instead of hand-kept lists of file names.
           MOVE "RUN-REGISTER-PROCEDURE" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           MOVE SPACES TO RUN-REGISTER-RECORD.
           MOVE WS-RUN-TIMESTAMP TO RREG-RUN-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO RREG-OPERATOR-ID.
           EVALUATE TRUE
           WHEN WS-REPROCESS-MODE-YES
               MOVE "REPROCESS" TO RREG-MODE
               MOVE CORRECTIONS-FILE-NAME TO RREG-SCRIPT-NAME
               MOVE WS-ORIGIN-TIMESTAMP TO RREG-ORIGIN-TIMESTAMP
           WHEN WS-STREAM-MODE-YES
               MOVE "STREAM" TO RREG-MODE
               MOVE STREAM-FILE-NAME TO RREG-SCRIPT-NAME
           WHEN OTHER
               MOVE "NORMAL" TO RREG-MODE
               MOVE LISP-NAME TO RREG-SCRIPT-NAME
           END-EVALUATE.
           IF WS-REPROCESS-MODE-YES THEN
               MOVE 0 TO RREG-LINES-READ
           ELSE
               MOVE WS-LISP-LINE-COUNT TO RREG-LINES-READ
           END-IF.
           MOVE WS-EXPRESSIONS-EVALUATED TO RREG-EXPRESSIONS.
           COMPUTE RREG-RESULTS-WRITTEN =
               WS-RESULTS-NEXT-ID - WS-RESULTS-FIRST-ID.
           MOVE WS-REJECT-COUNT TO RREG-LINES-REJECTED.
           MOVE WS-GL-POSTED-COUNT TO RREG-GL-POSTED.
           MOVE WS-GL-SUSPENSE-COUNT TO RREG-GL-SUSPENSE.
           MOVE WS-GL-HELD-COUNT TO RREG-GL-HELD.
           IF WS-RECON-BALANCED-YES THEN
               MOVE "IN BALANCE" TO RREG-RECON-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO RREG-RECON-VERDICT
           END-IF.
           MOVE WS-COMPLETION-CODE TO RREG-COMPLETION-CODE.
           IF WS-RUN-ABORTED-YES THEN
               MOVE "ABORTED" TO RREG-DISPOSITION
           ELSE
               MOVE "COMPLETED" TO RREG-DISPOSITION
           END-IF.
           MOVE WS-WITHHOLD-FROM-ID TO RREG-WITHHOLD-FROM-ID.
           MOVE 0 TO RREG-FILE-COUNT.
           IF WS-REPROCESS-MODE-YES THEN
               MOVE "SUPPLEMENT" TO WS-RREG-KIND
           ELSE
               MOVE "RESULTS" TO WS-RREG-KIND
           END-IF.
           MOVE RESULTS-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           MOVE "AUDIT" TO WS-RREG-KIND.
           MOVE AUDIT-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           MOVE "REJECTS" TO WS-RREG-KIND.
           MOVE REJECT-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           MOVE "EXTRACT" TO WS-RREG-KIND.
           MOVE EXTRACT-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           MOVE "POSTING" TO WS-RREG-KIND.
           MOVE POSTING-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           MOVE "SUMMARY" TO WS-RREG-KIND.
           MOVE REPORT-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           MOVE "LOG" TO WS-RREG-KIND.
           MOVE LOG-FILE-NAME TO WS-RREG-NAME.
           PERFORM RUN-REGISTER-FILE-PROCEDURE.
           WRITE RUN-REGISTER-RECORD
           END-WRITE.
           IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
               STRING "RUN-REGISTER WRITE FAILED - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-RUN-REGISTER-STATUS DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "RUN REGISTER ENTRY NOT WRITTEN, SEE LOG"
               PERFORM RUN-SUMMARY-AMEND-PROCEDURE
           ELSE
               STRING "RUN REGISTERED ON " DELIMITED BY SIZE
                   RUN-REGISTER-NAME DELIMITED BY SPACE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           END-IF.
           CLOSE RUN-REGISTER.
       RUN-SUMMARY-AMEND-PROCEDURE.
      * The summary is already printed by the time the entry is
      * written; a failed write is added to its foot with the code
      * the run now ends on, so the page and the scheduler agree.
           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-FILE-STATUS = "00"
               OR WS-REPORT-FILE-STATUS = "05" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUN REGISTER............: *** ENTRY NOT "
                   DELIMITED BY SIZE
                   "WRITTEN - FILE STATUS " DELIMITED BY SIZE
                   WS-RUN-REGISTER-STATUS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE WS-COMPLETION-CODE TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "COMPLETION CODE.........: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               CLOSE REPORT-FILE
           END-IF.
       RUN-REGISTER-FILE-PROCEDURE.
      * A step that never named its file (never ran) has nothing to
      * register.
           IF WS-RREG-NAME NOT = SPACES
               AND RREG-FILE-COUNT < 10 THEN
               ADD 1 TO RREG-FILE-COUNT
               MOVE WS-RREG-KIND TO RREG-FILE-KIND(RREG-FILE-COUNT)
               MOVE WS-RREG-NAME TO RREG-FILE-NAME(RREG-FILE-COUNT)
           END-IF.
       LOG-INIT-PROCEDURE.
      * CURRENT-DATE's 21 bytes are YYYYMMDDHHMMSSuuZZZZZ - take the
      * date/time plus hundredths of a second (uu) instead of just
               MOVE WS-LOG-RECORD-FUNCTION-NAME TO
                   LOG-RECORD-FUNCTION-NAME
               MOVE WS-LOG-RECORD-MESSAGE TO LOG-RECORD-MESSAGE
               MOVE WS-OPERATOR-ID TO LOG-RECORD-OPERATOR-ID
               WRITE LOG-RECORD
               IF WS-LOG-FILE-STATUS NOT = "00" THEN
                   DISPLAY "LOG WRITE FAILED - STATUS "
           IF CALL-STACK-NAME = SPACES THEN
               MOVE "stack.dat" TO CALL-STACK-NAME
           END-IF.
       RUN-AUTHORIZE-PROCEDURE.
      * An operator at the console is asked who they are; a scheduled
      * run must carry an OPERATOR= card. Either way the id is checked
      * against opauth.dat for the mode the run is about to use,
      * before a single file is opened - and it goes on every log
      * record, journal entry, posting trailer and register entry the
      * run writes.
           IF NOT WS-BATCH-MODE-YES THEN
               DISPLAY "OPERATOR ID:"
               ACCEPT WS-OPERATOR-ID
           END-IF.
           EVALUATE TRUE
           WHEN WS-SHADOW-MODE-YES
               MOVE "SHADOW" TO WS-AUTH-MODE
           WHEN WS-REPROCESS-MODE-YES
               MOVE "REPROCESS" TO WS-AUTH-MODE
           WHEN WS-STREAM-MODE-YES
               MOVE "STREAM" TO WS-AUTH-MODE
           WHEN OTHER
               MOVE "NORMAL" TO WS-AUTH-MODE
           END-EVALUATE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           MOVE "RUN-AUTHORIZE-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           IF WS-OPERATOR-AUTHORIZED-YES THEN
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " AUTHORIZED FOR MODE " DELIMITED BY SIZE
                   WS-AUTH-MODE DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           ELSE
               STRING "REFUSED - OPERATOR " DELIMITED BY SIZE
                   WS-OPERATOR-ID DELIMITED BY SIZE
                   " MODE " DELIMITED BY SIZE
                   WS-AUTH-MODE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-AUTH-REASON DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               CLOSE LOG-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
       READ-CONTROL-FILE-PROCEDURE.
      * A control file present in the working directory means the run
      * was launched by the scheduler - take every answer from its
      * file (status 05 on the OPTIONAL open, or 35) means an operator
      * is driving and the prompts behave exactly as they always have.
           MOVE "cispctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           SET WS-BATCH-MODE-YES TO FALSE.
           SET WS-REPROCESS-MODE-YES TO FALSE.
           SET WS-STREAM-MODE-YES TO FALSE.
           SET WS-SHADOW-MODE-YES TO FALSE.
           SET WS-SHADOW-SCRATCH-FAILED-YES TO FALSE.
           SET WS-SHADOW-COMPARED-YES TO FALSE.
           MOVE SPACES TO PRODUCTION-RESULTS-NAME.
           MOVE SPACES TO WS-ORIGIN-TIMESTAMP.
           MOVE SPACES TO CORRECTIONS-FILE-NAME.
           MOVE SPACES TO STREAM-FILE-NAME.
           MOVE 'N' TO WS-BATCH-RESUME-POLICY.
           SET WS-MAX-REJECTS-GIVEN-YES TO FALSE.
           SET WS-MAX-SUSPENSE-GIVEN-YES TO FALSE.
           SET WS-RUN-ABORTED-YES TO FALSE.
           MOVE SPACES TO WS-ABORT-REASON.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS = "00" THEN
               SET WS-BATCH-MODE-YES TO TRUE
                   MOVE WS-CONTROL-VALUE(1:1)
                       TO WS-BATCH-RESUME-POLICY
               WHEN "MODE"
                   EVALUATE WS-CONTROL-VALUE(1:9)
                   WHEN "REPROCESS"
                       SET WS-REPROCESS-MODE-YES TO TRUE
                       SET WS-SHADOW-MODE-YES TO FALSE
                   WHEN "SHADOW"
                       SET WS-SHADOW-MODE-YES TO TRUE
                       SET WS-REPROCESS-MODE-YES TO FALSE
                   WHEN OTHER
                       MOVE "PARSE-CONTROL-CARD-PROCEDURE"
                           TO WS-LOG-RECORD-FUNCTION-NAME
                       STRING "UNKNOWN MODE: " DELIMITED BY SIZE
                           INTO WS-LOG-RECORD-MESSAGE
                       END-STRING
                       PERFORM LOG-WRITE-TO-PROCEDURE
                       MOVE 4 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   END-EVALUATE
               WHEN "PRODUCTION"
      * The production ledger a MODE=SHADOW run is compared against.
                   MOVE WS-CONTROL-VALUE TO PRODUCTION-RESULTS-NAME
               WHEN "ORIGIN"
                   MOVE WS-CONTROL-VALUE(1:16) TO WS-ORIGIN-TIMESTAMP
               WHEN "CORRECTIONS"
      * traded for the batch window. Zero turns checkpointing off.
                   COMPUTE WS-CHECKPOINT-INTERVAL =
                       FUNCTION NUMVAL(WS-CONTROL-VALUE(1:18))
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
      * Abort thresholds: a run (or a stream, between scripts) that
      * rejects more lines, or would send more rows to suspense,
      * than the card allows stops there and posts nothing.
               WHEN "MAX-REJECTS"
                   COMPUTE WS-MAX-REJECTS =
                       FUNCTION NUMVAL(WS-CONTROL-VALUE(1:18))
                   SET WS-MAX-REJECTS-GIVEN-YES TO TRUE
               WHEN "MAX-SUSPENSE"
                   COMPUTE WS-MAX-SUSPENSE =
                       FUNCTION NUMVAL(WS-CONTROL-VALUE(1:18))
                   SET WS-MAX-SUSPENSE-GIVEN-YES TO TRUE
               WHEN OTHER
                   MOVE "PARSE-CONTROL-CARD-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 4 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-EVALUATE
           END-IF.
       FILE-HANDLING-PROCEDURE.
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN STREAM-FILE, SEE LOG"
           ELSE
               SET WS-STREAM-EOF-YES TO FALSE
      * just the last script the per-script loop happened to leave in
      * WS-LISP-LINE-COUNT.
               MOVE WS-STREAM-TOTAL-LINES TO WS-LISP-LINE-COUNT
      * An aborted stream keeps its mark: the rerun, once the data is
      * put right, starts again at the script that breached. Only that
      * script's rows are withheld from the extract and GL batch.
               IF WS-RUN-ABORTED-YES THEN
                   MOVE "STREAM-RUN-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "STREAM ABORTED AT SCRIPT " DELIMITED BY SIZE
                       WS-STREAM-ABORTED-AT DELIMITED BY SIZE
                       " - streammark.dat KEPT FOR RESTART"
                       DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   DISPLAY "STREAM ABORTED - " WS-STREAM-SCRIPT-COUNT
                   " SCRIPT(S) LISTED, RESTART MARK KEPT"
               ELSE
                   PERFORM CLEAR-STREAM-MARK-PROCEDURE
                   DISPLAY "STREAM COMPLETE - " WS-STREAM-SCRIPT-COUNT
                   " SCRIPT(S) LISTED"
               END-IF
           END-IF.
       STREAM-ONE-SCRIPT-PROCEDURE.
           IF WS-STREAM-SCRIPT-COUNT >= 50 THEN
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MANIFEST OVER 50 SCRIPTS, SEE LOG"
           ELSE
               ADD 1 TO WS-STREAM-SCRIPT-COUNT
               MOVE 0 TO WS-STREAM-EXPRESSIONS(WS-STREAM-SCRIPT-COUNT)
               MOVE 0 TO WS-STREAM-RESULTS(WS-STREAM-SCRIPT-COUNT)
               MOVE 0 TO WS-STREAM-REJECTS(WS-STREAM-SCRIPT-COUNT)
               EVALUATE TRUE
               WHEN WS-RUN-ABORTED-YES
                   MOVE "NOT RUN"
                       TO WS-STREAM-DISPOSITION(WS-STREAM-SCRIPT-COUNT)
                   MOVE "STREAM-ONE-SCRIPT-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "STREAM ABORTED, NOT RUN: "
                       DELIMITED BY SIZE
                       STREAM-RECORD(1:60) DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
               WHEN WS-STREAM-SCRIPT-COUNT <= WS-STREAM-HIGH-WATER
                   MOVE "SKIPPED"
                       TO WS-STREAM-DISPOSITION(WS-STREAM-SCRIPT-COUNT)
                   MOVE "STREAM-ONE-SCRIPT-PROCEDURE"
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   DISPLAY "STREAM SKIP (DONE): " STREAM-RECORD(1:60)
               WHEN OTHER
                   PERFORM STREAM-EXECUTE-SCRIPT-PROCEDURE
               END-EVALUATE
           END-IF.
       STREAM-EXECUTE-SCRIPT-PROCEDURE.
      * Counter snapshots around the script give the per-script
               WS-RESULTS-NEXT-ID - WS-STREAM-PREV-RESULTS.
           COMPUTE WS-STREAM-REJECTS(WS-STREAM-SCRIPT-COUNT) =
               WS-REJECT-COUNT - WS-STREAM-PREV-REJECTS.
           PERFORM THRESHOLD-CHECK-PROCEDURE.
           IF WS-RUN-ABORTED-YES THEN
               MOVE "ABORTED"
                   TO WS-STREAM-DISPOSITION(WS-STREAM-SCRIPT-COUNT)
               MOVE WS-STREAM-SCRIPT-COUNT TO WS-STREAM-ABORTED-AT
               IF WS-STREAM-PREV-RESULTS > WS-RESULTS-FIRST-ID THEN
                   MOVE WS-STREAM-PREV-RESULTS TO WS-WITHHOLD-FROM-ID
               END-IF
           ELSE
               MOVE "COMPLETED"
                   TO WS-STREAM-DISPOSITION(WS-STREAM-SCRIPT-COUNT)
               PERFORM WRITE-STREAM-MARK-PROCEDURE
           END-IF.
       READ-STREAM-MARK-PROCEDURE.
           MOVE "streammark.dat" TO STREAM-MARK-NAME.
           MOVE 0 TO WS-STREAM-HIGH-WATER.
               MOVE "MODE=REPROCESS NEEDS ORIGIN= AND CORRECTIONS="
                   TO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MODE=REPROCESS NEEDS ORIGIN= AND CORRECTIONS="
           ELSE
               IF CALL-STACK-NAME = SPACES THEN
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "UNABLE TO OPEN CORRECTIONS-FILE, SEE LOG"
               ELSE
                   SET WS-CORRECTIONS-EOF-YES TO FALSE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN ORIGIN REJECTS FILE, SEE LOG"
           ELSE
               SET WS-ORIGIN-REJECT-EOF-YES TO FALSE
      * the extract join) point back at the rejected line.
                   MOVE CORRECTION-LINE-NUMBER TO WS-LISP-LINE-COUNT
                   MOVE CORRECTION-EXPRESSION TO IN-LISP-RECORD
                   PERFORM LISP-STRIP-COMMENT-PROCEDURE
                   MOVE IN-LISP-RECORD TO WS-LISP-EXPRESSION
                   PERFORM LISP-PROCEDURE
               ELSE
                   ADD 1 TO WS-CORRECTION-SKIP-COUNT
           ELSE
               PERFORM CHECK-FOR-CRASH-RESUME-PROCEDURE
               MOVE 0 TO WS-LISP-LINE-COUNT
               MOVE 0 TO WS-LISP-READ-COUNT
               MOVE WS-LISP-RESUME-LINE TO WS-CHECKPOINT-LAST-LINE
               SET WS-FORM-OPEN-YES TO FALSE
               SET WS-LISP-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-LISP-FILE-EOF-YES
                   READ LISP-FILE
                       AT END
                           SET WS-LISP-FILE-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISP-READ-COUNT
                           IF WS-LISP-READ-COUNT >= WS-LISP-RESUME-LINE
                               PERFORM LISP-GATHER-RECORD-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LISP-FILE
               IF WS-FORM-OPEN-YES THEN
                   PERFORM LISP-UNCLOSED-FORM-PROCEDURE
               END-IF
      * From here on the line count is the script's physical length
      * again, for the empty-file and resume checks and the summary.
               MOVE WS-LISP-READ-COUNT TO WS-LISP-LINE-COUNT
      * A script that reaches its end leaves no checkpoint behind -
      * the next run starts clean, as line-end stack deletion used
      * to guarantee.
                   END-IF
               END-IF
           END-IF.
       LISP-GATHER-RECORD-PROCEDURE.
      * Comment text is dropped first, then the record is added to the
      * form being collected. Blank and comment-only records between
      * forms are not expressions at all; inside a form they are just
      * skipped over. Once the parens balance the whole form is handed
      * to LISP-PROCEDURE under the line number it started on.
           PERFORM LISP-STRIP-COMMENT-PROCEDURE.
           IF IN-LISP-RECORD NOT = SPACES THEN
               IF NOT WS-FORM-OPEN-YES THEN
                   SET WS-FORM-OPEN-YES TO TRUE
                   SET WS-FORM-OVERFLOW-YES TO FALSE
                   MOVE WS-LISP-READ-COUNT TO WS-FORM-START-LINE
                   MOVE SPACES TO WS-LISP-EXPRESSION
                   MOVE 1 TO WS-LISP-EXPRESSION-PTR
                   MOVE 0 TO WS-FORM-DEPTH
               END-IF
               STRING IN-LISP-RECORD(1:WS-SCAN-LAST) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-LISP-EXPRESSION
                   WITH POINTER WS-LISP-EXPRESSION-PTR
                   ON OVERFLOW
                       SET WS-FORM-OVERFLOW-YES TO TRUE
               END-STRING
               COMPUTE WS-FORM-DEPTH = WS-FORM-DEPTH
                   + WS-SCAN-OPENS - WS-SCAN-CLOSES
               IF WS-FORM-DEPTH <= 0 THEN
                   SET WS-FORM-OPEN-YES TO FALSE
                   MOVE WS-FORM-START-LINE TO WS-LISP-LINE-COUNT
                   IF WS-FORM-OVERFLOW-YES THEN
                       MOVE "FORM TOO LONG" TO WS-FAULT-REASON
                       PERFORM DEFUN-REJECT-PROCEDURE
                   ELSE
                       PERFORM LISP-PROCEDURE
                   END-IF
                   PERFORM CHECKPOINT-IF-DUE-PROCEDURE
               END-IF
           END-IF.
       LISP-STRIP-COMMENT-PROCEDURE.
      * A ';' outside a string literal starts a comment that runs to
      * the end of the record. The same pass finds the last byte of
      * real text and counts the parens left, the way the tokenizer
      * will count them.
           MOVE 0 TO WS-SCAN-SEMICOLONS.
           INSPECT IN-LISP-RECORD TALLYING WS-SCAN-SEMICOLONS
               FOR ALL ';'.
           IF WS-SCAN-SEMICOLONS > 0 THEN
               SET WS-SCAN-IN-STRING-YES TO FALSE
               SET WS-SCAN-DONE-YES TO FALSE
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > LENGTH OF IN-LISP-RECORD
                   OR WS-SCAN-DONE-YES
                   MOVE IN-LISP-RECORD(WS-SCAN-IDX:1) TO WS-SCAN-CHAR
                   EVALUATE TRUE
                   WHEN WS-SCAN-CHAR = '"'
                       IF WS-SCAN-IN-STRING-YES THEN
                           SET WS-SCAN-IN-STRING-YES TO FALSE
                       ELSE
                           SET WS-SCAN-IN-STRING-YES TO TRUE
                       END-IF
                   WHEN WS-SCAN-CHAR = ';'
                       AND NOT WS-SCAN-IN-STRING-YES
                       MOVE SPACES TO IN-LISP-RECORD(WS-SCAN-IDX:)
                       SET WS-SCAN-DONE-YES TO TRUE
                   END-EVALUATE
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-SCAN-LAST.
           SET WS-SCAN-DONE-YES TO FALSE.
           PERFORM VARYING WS-SCAN-IDX FROM LENGTH OF IN-LISP-RECORD
               BY -1 UNTIL WS-SCAN-IDX < 1 OR WS-SCAN-DONE-YES
               IF IN-LISP-RECORD(WS-SCAN-IDX:1) NOT = SPACE THEN
                   MOVE WS-SCAN-IDX TO WS-SCAN-LAST
                   SET WS-SCAN-DONE-YES TO TRUE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SCAN-OPENS.
           MOVE 0 TO WS-SCAN-CLOSES.
           INSPECT IN-LISP-RECORD TALLYING WS-SCAN-OPENS FOR ALL "(".
           INSPECT IN-LISP-RECORD TALLYING WS-SCAN-CLOSES FOR ALL ")".
       LISP-UNCLOSED-FORM-PROCEDURE.
      * The script ended with a form still open - nothing after its
      * first line ever balanced it, so none of it is evaluated.
           MOVE WS-FORM-START-LINE TO WS-LISP-LINE-COUNT.
           MOVE "UNCLOSED FORM" TO WS-FAULT-REASON.
           PERFORM DEFUN-REJECT-PROCEDURE.
           SET WS-FORM-OPEN-YES TO FALSE.
       CHECKPOINT-IF-DUE-PROCEDURE.
      * Every token used to cost an indexed READ plus REWRITE against
      * stack.dat; now the frames live in memory and the file is only
      * touched here, once per CHECKPOINT= lines. A crash between
      * checkpoints resumes at the last one - at most N-1 lines of
      * precision traded for the batch window. Only a form boundary
      * can be a resume point, so the test is lines read since the
      * last checkpoint rather than an exact multiple.
           IF WS-CHECKPOINT-INTERVAL > 0 THEN
               IF WS-LISP-READ-COUNT - WS-CHECKPOINT-LAST-LINE
                   >= WS-CHECKPOINT-INTERVAL THEN
                   PERFORM WRITE-CHECKPOINT-PROCEDURE
                   MOVE WS-LISP-READ-COUNT TO WS-CHECKPOINT-LAST-LINE
               END-IF
           END-IF.
       WRITE-CHECKPOINT-PROCEDURE.
               MOVE "checkpoint" TO CHECKPOINT-NAME
               MOVE SPACES TO CHECKPOINT-RESULT
               MOVE 0 TO CHECKPOINT-RESULT-NUMERIC
               COMPUTE CHECKPOINT-LINE-NUMBER = WS-LISP-READ-COUNT + 1
               MOVE 0 TO CHECKPOINT-ARG-COUNT
               WRITE CALL-STACK-FILE
               IF WS-CALL-STACK-FILE-STATUS NOT = "00" THEN
           PERFORM LOG-WRITE-TO-PROCEDURE.
           DISPLAY "UNABLE TO OPEN LISP-FILE, SEE LOG FOR DETAILS.".
           PERFORM FUNCTIONS-CLOSE-PROCEDURE.
           PERFORM REFERENCE-CLOSE-PROCEDURE.
           PERFORM VARIABLES-CLOSE-PROCEDURE.
           PERFORM REJECT-CLOSE-PROCEDURE.
           PERFORM AUDIT-CLOSE-PROCEDURE.
           PERFORM RESULTS-CLOSE-PROCEDURE.
           CLOSE LOG-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.
       LISP-FILE-EMPTY-ERROR-PROCEDURE.
           MOVE "FILE-HANDLING-PROCEDURE"
           PERFORM LOG-WRITE-TO-PROCEDURE.
           DISPLAY "LISP-FILE IS EMPTY, SEE LOG FOR DETAILS.".
           PERFORM FUNCTIONS-CLOSE-PROCEDURE.
           PERFORM REFERENCE-CLOSE-PROCEDURE.
           PERFORM VARIABLES-CLOSE-PROCEDURE.
           PERFORM REJECT-CLOSE-PROCEDURE.
           PERFORM AUDIT-CLOSE-PROCEDURE.
           PERFORM RESULTS-CLOSE-PROCEDURE.
           CLOSE LOG-FILE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       LISP-FILE-RESUME-LINE-NOT-FOUND-PROCEDURE.
      * The leftover CALL-STACK points at a line past the end of
               INTO WS-LOG-RECORD-MESSAGE
           END-STRING.
           PERFORM LOG-WRITE-TO-PROCEDURE.
           MOVE 8 TO WS-RAISE-CODE
           PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           DISPLAY "CALL-STACK RESUME LINE NOT FOUND, SEE LOG".
       LISP-PROCEDURE.
           ADD 1 TO WS-EXPRESSIONS-EVALUATED.
           WHEN "defun"
           WHEN "sum-file"
           WHEN "fold-file"
           WHEN "lookup"
               MOVE "RESERVED NAME" TO WS-FAULT-REASON
               PERFORM DEFUN-REJECT-PROCEDURE
           WHEN OTHER
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               ELSE
                   MOVE "DEFUN-STORE-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
           MOVE WS-FAULT-REASON TO REJECT-REASON.
           MOVE 0 TO REJECT-OPERAND-A.
           MOVE 0 TO REJECT-OPERAND-B.
           MOVE WS-LISP-EXPRESSION(1:100) TO REJECT-EXPRESSION.
           WRITE REJECT-RECORD.
           IF WS-REJECT-FILE-STATUS NOT = "00" THEN
               MOVE "DEFUN-REJECT-PROCEDURE"
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           MOVE "DEFUN-REJECT-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
           WHEN "setq"
           WHEN "sum-file"
           WHEN "fold-file"
           WHEN "lookup"
               CONTINUE
           WHEN OTHER
      * Not a built-in - the functions file gets the first say before
           ADD 1 TO WS-COMMAND-ARG-COUNT.
       LISP-WRITE-RESULT-PROCEDURE.
           MOVE WS-RESULTS-NEXT-ID TO RESULT-ID.
           IF WS-RESULTS-NEXT-ID - WS-RESULTS-FIRST-ID < 9999 THEN
               COMPUTE WS-RESULT-LINE-IDX =
                   WS-RESULTS-NEXT-ID - WS-RESULTS-FIRST-ID + 1
               MOVE WS-LISP-LINE-COUNT
                   TO WS-RESULT-LINE(WS-RESULT-LINE-IDX)
           END-IF.
           MOVE WS-COMMAND-RESULT TO RESULT-LABEL.
           MOVE WS-COMMAND-RESULT-NUMERIC TO RESULT-VALUE-NUMERIC.
           WRITE RESULTS-RECORD.
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           IF WS-SHADOW-MODE-YES THEN
               PERFORM SHADOW-LEDGER-ADD-PROCEDURE
           END-IF.
           IF WS-RESULT-STAT-COUNT = 0 THEN
               MOVE RESULT-VALUE-NUMERIC TO WS-RESULT-MIN
           ADD RESULT-VALUE-NUMERIC TO WS-RESULT-SUM.
           ADD 1 TO WS-RESULT-STAT-COUNT.
           ADD 1 TO WS-RESULTS-NEXT-ID.
           IF WS-SUSPENSE-MAP-OPEN-YES THEN
               MOVE RESULT-LABEL TO MAP-LABEL
               READ ACCOUNT-MAP
                   KEY IS MAP-LABEL
               END-READ
               IF WS-ACCOUNT-MAP-STATUS NOT = "00" THEN
                   ADD 1 TO WS-PROJECTED-SUSPENSE-COUNT
               END-IF
           END-IF.
       LISP-DEFINE-PROCEDURE.
      * The variable name was captured into the frame's COMMAND-RESULT
      * by LISP-SYMBOL-TOKEN-PROCEDURE; this operand is the value.
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
               DISPLAY "DEFINE:" WS-COMMAND-RESULT "="
               WS-COMMAND-RESULT-NUMERIC
               MOVE WS-VAR-PRIOR-FLAG TO JOURNAL-PRIOR-FLAG
               MOVE WS-VAR-BEFORE-VALUE TO JOURNAL-BEFORE-VALUE
               MOVE WS-COMMAND-RESULT-NUMERIC TO JOURNAL-AFTER-VALUE
               MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID
               WRITE JOURNAL-RECORD
               IF WS-VARIABLE-JOURNAL-STATUS NOT = "00" THEN
                   MOVE "VARIABLE-JOURNAL-WRITE-PROCEDURE"
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
           END-IF.
       LOOKUP-VARIABLE-PROCEDURE.
                   END-EVALUATE
               END-IF
           END-IF.
       LISP-LOOKUP-PROCEDURE.
      * ( lookup "TAXRATE" "NY" ) - the first string names the table
      * and is parked in the frame's COMMAND-RESULT the way fold-file
      * parks its operator; the second is the key, and the value in
      * force on the run date becomes the frame's value. No entry in
      * force is its own reject reason, like a zero divisor.
           IF WS-COMMAND-ARG-COUNT = 0 THEN
               IF WS-VALUE-TEXT = SPACES
                   OR WS-VALUE-TEXT(11:10) NOT = SPACES THEN
                   MOVE "BAD LOOKUP ARG" TO WS-FAULT-REASON
                   PERFORM LISP-ARITHMETIC-FAULT-PROCEDURE
               ELSE
                   MOVE WS-VALUE-TEXT TO WS-COMMAND-RESULT
                   MOVE COMMAND-RESULT-NUMERIC
                       TO WS-COMMAND-RESULT-NUMERIC
                   ADD 1 TO WS-COMMAND-ARG-COUNT
                   DISPLAY "LOOKUP TABLE:" WS-VALUE-TEXT(1:10)
               END-IF
           ELSE
               MOVE WS-COMMAND-RESULT(1:10) TO WS-REF-TABLE-NAME
               MOVE WS-VALUE-TEXT TO WS-REF-ENTRY-KEY
               PERFORM REFERENCE-FIND-PROCEDURE
               IF WS-REF-FOUND-YES THEN
                   MOVE WS-REF-VALUE TO WS-COMMAND-RESULT-NUMERIC
                   ADD 1 TO WS-COMMAND-ARG-COUNT
                   PERFORM REFERENCE-NOTE-USE-PROCEDURE
                   DISPLAY "LOOKUP:" WS-REF-ENTRY-KEY "="
                   WS-COMMAND-RESULT-NUMERIC
               ELSE
                   MOVE "LISP-LOOKUP-PROCEDURE"
                       TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "NO " DELIMITED BY SIZE
                       WS-REF-TABLE-NAME DELIMITED BY SPACE
                       " ENTRY FOR " DELIMITED BY SIZE
                       WS-REF-ENTRY-KEY DELIMITED BY SPACE
                       " IN FORCE ON " DELIMITED BY SIZE
                       WS-REF-AS-OF-DATE DELIMITED BY SIZE
                       INTO WS-LOG-RECORD-MESSAGE
                   END-STRING
                   PERFORM LOG-WRITE-TO-PROCEDURE
                   MOVE "LOOKUP MISSING" TO WS-FAULT-REASON
                   PERFORM LISP-ARITHMETIC-FAULT-PROCEDURE
               END-IF
           END-IF.
       REFERENCE-FIND-PROCEDURE.
      * Entries for one table and key sit together in effective-date
      * order, so start at the earliest and keep the last one that has
      * taken effect by the as-of date. It only counts if it has not
      * been expired by then.
           SET WS-REF-FOUND-YES TO FALSE.
           IF WS-REFERENCE-OPEN-YES THEN
               MOVE WS-REF-TABLE-NAME TO REF-TABLE-NAME
               MOVE WS-REF-ENTRY-KEY TO REF-ENTRY-KEY
               MOVE 0 TO REF-EFFECTIVE-DATE
               START REFERENCE-TABLE KEY IS NOT LESS THAN REF-KEY
               END-START
               IF WS-REFERENCE-TABLE-STATUS = "00" THEN
                   SET WS-REFERENCE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-REFERENCE-EOF-YES
                       READ REFERENCE-TABLE NEXT RECORD
                           AT END
                               SET WS-REFERENCE-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM REFERENCE-FIND-NEXT-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
               IF WS-REF-FOUND-YES
                   AND WS-REF-EXPIRY-DATE NOT = 0
                   AND WS-REF-EXPIRY-DATE <= WS-REF-AS-OF-DATE THEN
                   SET WS-REF-FOUND-YES TO FALSE
               END-IF
           END-IF.
       REFERENCE-FIND-NEXT-PROCEDURE.
           IF REF-TABLE-NAME NOT = WS-REF-TABLE-NAME
               OR REF-ENTRY-KEY NOT = WS-REF-ENTRY-KEY
               OR REF-EFFECTIVE-DATE > WS-REF-AS-OF-DATE THEN
               SET WS-REFERENCE-EOF-YES TO TRUE
           ELSE
               SET WS-REF-FOUND-YES TO TRUE
               MOVE REF-EFFECTIVE-DATE TO WS-REF-EFFECTIVE-DATE
               MOVE REF-EXPIRY-DATE TO WS-REF-EXPIRY-DATE
               MOVE REF-VALUE-NUMERIC TO WS-REF-VALUE
           END-IF.
       REFERENCE-NOTE-USE-PROCEDURE.
      * First use of an entry is logged with its value; after that it
      * is only counted.
           SET WS-REF-USED-FOUND-YES TO FALSE.
           PERFORM VARYING WS-REF-USED-IDX FROM 1 BY 1
               UNTIL WS-REF-USED-IDX > WS-REF-USED-COUNT
               OR WS-REF-USED-FOUND-YES
               IF WS-REF-USED-TABLE-NAME(WS-REF-USED-IDX) =
                   WS-REF-TABLE-NAME
                   AND WS-REF-USED-KEY(WS-REF-USED-IDX) =
                   WS-REF-ENTRY-KEY
                   AND WS-REF-USED-EFFECTIVE(WS-REF-USED-IDX) =
                   WS-REF-EFFECTIVE-DATE THEN
                   ADD 1 TO WS-REF-USED-TIMES(WS-REF-USED-IDX)
                   SET WS-REF-USED-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-REF-USED-FOUND-YES THEN
               IF WS-REF-USED-COUNT < 100 THEN
                   ADD 1 TO WS-REF-USED-COUNT
                   MOVE WS-REF-TABLE-NAME
                       TO WS-REF-USED-TABLE-NAME(WS-REF-USED-COUNT)
                   MOVE WS-REF-ENTRY-KEY
                       TO WS-REF-USED-KEY(WS-REF-USED-COUNT)
                   MOVE WS-REF-EFFECTIVE-DATE
                       TO WS-REF-USED-EFFECTIVE(WS-REF-USED-COUNT)
                   MOVE WS-REF-VALUE
                       TO WS-REF-USED-VALUE(WS-REF-USED-COUNT)
                   MOVE 1 TO WS-REF-USED-TIMES(WS-REF-USED-COUNT)
               ELSE
                   ADD 1 TO WS-REF-USED-OVERFLOW
               END-IF
               MOVE WS-REF-VALUE TO WS-REPORT-VALUE-EDIT
               MOVE "REFERENCE-NOTE-USE-PROCEDURE"
                   TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "LOOKUP " DELIMITED BY SIZE
                   WS-REF-TABLE-NAME DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-REF-ENTRY-KEY DELIMITED BY SPACE
                   " EFFECTIVE " DELIMITED BY SIZE
                   WS-REF-EFFECTIVE-DATE DELIMITED BY SIZE
                   " VALUE " DELIMITED BY SIZE
                   WS-REPORT-VALUE-EDIT DELIMITED BY SIZE
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
           END-IF.
       LISP-ARITHMETIC-FAULT-PROCEDURE.
      * One bad expression must not take the night's run with it:
      * record the line, the reason and both operands in the rejects
           MOVE WS-FAULT-REASON TO REJECT-REASON.
           MOVE COMMAND-RESULT-NUMERIC TO REJECT-OPERAND-A.
           MOVE WS-COMMAND-RESULT-NUMERIC TO REJECT-OPERAND-B.
           MOVE WS-LISP-EXPRESSION(1:100) TO REJECT-EXPRESSION.
           WRITE REJECT-RECORD.
           IF WS-REJECT-FILE-STATUS NOT = "00" THEN
               MOVE "LISP-ARITHMETIC-FAULT-PROCEDURE"
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
           MOVE "LISP-ARITHMETIC-FAULT-PROCEDURE"
               TO WS-LOG-RECORD-FUNCTION-NAME.
               END-IF
           END-IF.
       LISP-APPLY-DISPATCH-PROCEDURE.
      * Strings only mean something to the write form (a label), the
      * fold forms (an operator or feed file name) and lookup (a table
      * name and key); one arriving at an arithmetic, comparison, if
      * or define frame is a coding error in the script and condemns
      * the line.
           IF WS-VALUE-STRING-YES
               AND COMMAND-NAME NOT = "write"
               AND COMMAND-NAME NOT = "sum-file"
               AND COMMAND-NAME NOT = "fold-file"
               AND COMMAND-NAME NOT = "lookup" THEN
               MOVE "NON-NUMERIC ARG" TO WS-FAULT-REASON
               PERFORM LISP-ARITHMETIC-FAULT-PROCEDURE
           ELSE
                   MOVE "BAD FOLD ARG" TO WS-FAULT-REASON
                   PERFORM LISP-ARITHMETIC-FAULT-PROCEDURE
               END-IF
           WHEN "lookup"
      * Lookup takes exactly two strings - the table name and the key.
      * A number, or a third string, is a script error.
               IF WS-VALUE-STRING-YES
                   AND WS-COMMAND-ARG-COUNT < 2 THEN
                   PERFORM LISP-LOOKUP-PROCEDURE
               ELSE
                   MOVE "BAD LOOKUP ARG" TO WS-FAULT-REASON
                   PERFORM LISP-ARITHMETIC-FAULT-PROCEDURE
               END-IF
           WHEN OTHER
      * The active user-defined call binds each operand to its next
      * parameter; a genuinely unknown form (already logged at push)
                   ELSE
      * CALL-STACK-DELETE-PROCEDURE left the frame's image in
      * WS-CALL-STACK, so WS-COMMAND-RESULT-NUMERIC already holds the
      * finished frame's value on its way down. A lookup closed short
      * of its key has no value at all - never let it pass as zero.
                       IF WS-COMMAND-NAME = "lookup"
                           AND WS-COMMAND-ARG-COUNT < 2 THEN
                           MOVE "BAD LOOKUP ARG" TO WS-FAULT-REASON
                           PERFORM LISP-ARITHMETIC-FAULT-PROCEDURE
                       ELSE
                           PERFORM LISP-APPLY-VALUE-PROCEDURE
                       END-IF
                   END-IF
               END-IF
           END-EVALUATE.
                   INTO WS-LOG-RECORD-MESSAGE
               END-STRING
               PERFORM LOG-WRITE-TO-PROCEDURE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
           END-IF.
       CALL-STACK-DELETE-PROCEDURE.
      *     MOVE WS-CURR-COMMAND-ID TO COMMAND-ID.
                    ADD 1 TO WS-PARSE-EXPRESSION-LEN
           END-PERFORM.
       UNSTRING-LISP-PROCEDURE.
      * Once the pointer passes the end of the expression UNSTRING
      * leaves its receiver alone, so the table is cleared first -
      * otherwise the tail of a longer earlier form reads as tokens
      * of this one.
           INITIALIZE WS-LISP-SYMBOLS.
           MOVE 1 TO STRING-PTR.
           MOVE 0 TO WS-SYMBOL-TABLE-SIZE.
           SET WS-FLAG-YES TO FALSE.
           PERFORM VARYING WS-COUNT FROM 1 BY 1 UNTIL
             WS-COUNT > WS-SYMBOL-LENGTH
             OR WS-FLAG
               UNSTRING WS-LISP-EXPRESSION DELIMITED BY ALL ' ' INTO
               WS-SYMBOL(WS-COUNT) WITH POINTER STRING-PTR
               IF WS-SYMBOL(WS-COUNT) = SPACES THEN
                   SET WS-FLAG-YES TO TRUE
       CHECK-SYMBOL-OVERFLOW-PROCEDURE.
      * UNSTRING-LISP-PROCEDURE stopped filling the table at the
      * WS-SYMBOL-LENGTH cap without hitting trailing spaces, so there
      * are more tokens in this form than the table can hold - keep
      * draining the line to count and report what got dropped.
           MOVE 0 TO WS-EXTRA-TOKEN-COUNT.
           PERFORM UNTIL WS-FLAG-YES
               OR STRING-PTR > LENGTH OF WS-LISP-EXPRESSION
               UNSTRING WS-LISP-EXPRESSION DELIMITED BY ALL ' ' INTO
               WS-EXTRA-TOKEN WITH POINTER STRING-PTR
               IF WS-EXTRA-TOKEN = SPACES THEN
                   SET WS-FLAG-YES TO TRUE
               ' KEPT + ' DELIMITED BY SIZE
               WS-EXTRA-TOKEN-COUNT DELIMITED BY SIZE
               ' DROPPED: ' DELIMITED BY SIZE
               WS-LISP-EXPRESSION(1:30) DELIMITED BY SIZE
               INTO WS-LOG-RECORD-MESSAGE
               PERFORM LOG-WRITE-TO-PROCEDURE
               DISPLAY 'WARNING: LINE TRUNCATED, ' WS-EXTRA-TOKEN-COUNT
               DISPLAY WS-COUNT
               DISPLAY WS-SYMBOL(WS-COUNT)
           END-PERFORM.
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
       END PROGRAM CISP.
