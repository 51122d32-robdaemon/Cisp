      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP Reference Table Maintenance Utility
      * Tectonics: cobc
      ******************************************************************
      * reftable.dat holds the rates, factors and thresholds scripts
      * read with ( lookup "TABLE" "KEY" ) - one entry per table, key
      * and effective date, so a rate change is a new dated entry
      * instead of an edit to every script, and a run can always be
      * explained by the entry that was in force on its date. This
      * utility loads, lists, expires and exports entries, and every
      * change lands in refjournal.dat with the before-value,
      * after-value, expiry dates, job-id and operator that made it.
      * Driven by refmaintctl.dat cards:
      *   MODE=LOAD     LOAD-FILE=<path>     (default refload.dat)
      *   MODE=LIST     TABLE=<table>        (default every table)
      *   MODE=EXPIRE   TABLE=<table>   KEY=<key>
      *                 EFFECTIVE=<yyyymmdd> (default the entry in
      *                                       force on EXPIRE-DATE)
      *                 EXPIRE-DATE=<yyyymmdd>  (default today)
      *   MODE=EXPORT   EXPORT-FILE=<path>   (default refexport.dat)
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      * Load and export lines are TABLE,KEY,EFFECTIVE,VALUE,EXPIRY -
      * EXPIRY blank or zero for open-ended - so an export reloads
      * as it stands. Table names run to 10 characters, keys to 20.
      * Completion code: 0 clean, 4 warnings, 8 errors, 12 a failure
      * that must stop the job stream.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REFERENCE-TABLE
               ASSIGN TO DYNAMIC REFERENCE-TABLE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS REF-KEY
               FILE STATUS IS WS-REFERENCE-TABLE-STATUS.
           SELECT OPTIONAL REFERENCE-JOURNAL
               ASSIGN TO DYNAMIC REFERENCE-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT LOAD-FILE ASSIGN TO DYNAMIC LOAD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-FILE-STATUS.
           SELECT EXPORT-FILE ASSIGN TO DYNAMIC EXPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-FILE-STATUS.
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
      * An entry is in force from its effective date until the day
      * before its expiry date (zero = open-ended). CISP reads the
      * latest entry that has taken effect by the run date.
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
           FD REFERENCE-JOURNAL.
           01 JOURNAL-RECORD.
               02 JOURNAL-JOB-ID PIC X(16).
               02 FILLER PIC X(1).
               02 JOURNAL-ACTION PIC X(8).
               02 FILLER PIC X(1).
               02 JOURNAL-TABLE-NAME PIC X(10).
               02 FILLER PIC X(1).
               02 JOURNAL-ENTRY-KEY PIC X(20).
               02 FILLER PIC X(1).
               02 JOURNAL-EFFECTIVE-DATE PIC 9(8).
               02 FILLER PIC X(1).
               02 JOURNAL-PRIOR-FLAG PIC X(1).
               02 FILLER PIC X(1).
               02 JOURNAL-BEFORE-VALUE PIC -9(15).9(5).
               02 FILLER PIC X(1).
               02 JOURNAL-AFTER-VALUE PIC -9(15).9(5).
               02 FILLER PIC X(1).
               02 JOURNAL-BEFORE-EXPIRY PIC 9(8).
               02 FILLER PIC X(1).
               02 JOURNAL-AFTER-EXPIRY PIC 9(8).
               02 FILLER PIC X(1).
               02 JOURNAL-OPERATOR-ID PIC X(8).
           FD LOAD-FILE.
           01 LOAD-RECORD PIC X(100).
           FD EXPORT-FILE.
           01 EXPORT-RECORD PIC X(100).
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
       01 REFERENCE-TABLE-NAME PIC X(100).
       01 REFERENCE-JOURNAL-NAME PIC X(100).
       01 LOAD-FILE-NAME PIC X(100).
       01 EXPORT-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-REFERENCE-TABLE-STATUS PIC X(2).
       01 WS-JOURNAL-FILE-STATUS PIC X(2).
       01 WS-LOAD-FILE-STATUS PIC X(2).
       01 WS-EXPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "REFMAINT".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-JOB-ID PIC X(16).
       01 WS-MODE PIC X(8).
       01 WS-TARGET-TABLE PIC X(10).
       01 WS-TARGET-KEY PIC X(20).
       01 WS-TARGET-EFFECTIVE-X PIC X(8).
       01 WS-TARGET-EFFECTIVE PIC 9(8).
       01 WS-EXPIRE-DATE-X PIC X(8).
       01 WS-EXPIRE-DATE PIC 9(8).
       01 WS-TARGET-VALUE PIC S9(15)V9(5).
       01 WS-TARGET-EXPIRY PIC 9(8).
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-REFERENCE-EOF PIC X(1).
           88 WS-REFERENCE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-LOAD-EOF PIC X(1).
           88 WS-LOAD-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-ENTRY-FOUND PIC X(1).
           88 WS-ENTRY-FOUND-YES VALUE 'Y', FALSE 'N'.
      * One load line, split on its commas. The fields are wider than
      * the record's so an over-long name or key is caught, not cut.
       01 WS-LOAD-FIELDS.
           02 WS-LOAD-TABLE PIC X(20).
           02 WS-LOAD-KEY PIC X(30).
           02 WS-LOAD-EFFECTIVE PIC X(10).
           02 WS-LOAD-VALUE PIC X(30).
           02 WS-LOAD-EXPIRY PIC X(10).
       01 WS-LOAD-REJECT-REASON PIC X(20).
       01 WS-LOAD-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-ENTRIES-ADDED PIC 9(7) VALUE 0.
       01 WS-ENTRIES-REPLACED PIC 9(7) VALUE 0.
       01 WS-ENTRIES-UNCHANGED PIC 9(7) VALUE 0.
       01 WS-LOAD-REJECTS PIC 9(7) VALUE 0.
       01 WS-DATE-CHECK PIC 9(8).
      * LIST shows each entry once the next one is read, because
      * only then is it known whether a later-dated entry for the same
      * table and key has taken over from it.
       01 WS-LIST-HELD.
           02 WS-HELD-TABLE-NAME PIC X(10).
           02 WS-HELD-ENTRY-KEY PIC X(20).
           02 WS-HELD-EFFECTIVE-DATE PIC 9(8).
           02 WS-HELD-EXPIRY-DATE PIC 9(8).
           02 WS-HELD-VALUE PIC S9(15)V9(5).
       01 WS-LIST-HELD-FLAG PIC X(1).
           88 WS-LIST-HELD-YES VALUE 'Y', FALSE 'N'.
       01 WS-HELD-SUPERSEDED PIC X(1).
           88 WS-HELD-SUPERSEDED-YES VALUE 'Y', FALSE 'N'.
       01 WS-ENTRY-STATUS PIC X(10).
       01 WS-RECORDS-LISTED PIC 9(7) VALUE 0.
       01 WS-RECORDS-EXPORTED PIC 9(7) VALUE 0.
       01 WS-BEFORE-VALUE PIC S9(15)V9(5).
       01 WS-BEFORE-EXPIRY PIC 9(8).
       01 WS-PRIOR-FLAG PIC X(1).
       01 WS-VALUE-EDIT PIC -9(15).9(5).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-COMPLETION-CODE PIC 9(2) VALUE 0.
       01 WS-RAISE-CODE PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOB-ID.
           MOVE WS-JOB-ID(1:8) TO WS-TODAY-DATE.
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
               DISPLAY "NO MODE CARD - SUPPLY refmaintctl.dat WITH "
               "MODE=LOAD, MODE=LIST, MODE=EXPIRE OR MODE=EXPORT"
           ELSE
               PERFORM OPEN-REFERENCE-PROCEDURE
               IF WS-REFERENCE-TABLE-STATUS = "00" THEN
                   EVALUATE WS-MODE
                   WHEN "LOAD"
                       PERFORM LOAD-PROCEDURE
                   WHEN "LIST"
                       PERFORM LIST-PROCEDURE
                   WHEN "EXPIRE"
                       PERFORM EXPIRE-PROCEDURE
                   WHEN "EXPORT"
                       PERFORM EXPORT-PROCEDURE
                   WHEN OTHER
                       MOVE 8 TO WS-RAISE-CODE
                       PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                       DISPLAY "UNKNOWN MODE: " WS-MODE
                   END-EVALUATE
                   CLOSE REFERENCE-TABLE
               END-IF
           END-IF.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "refmaintctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-MODE.
           MOVE SPACES TO WS-TARGET-TABLE.
           MOVE SPACES TO WS-TARGET-KEY.
           MOVE SPACES TO WS-TARGET-EFFECTIVE-X.
           MOVE SPACES TO WS-EXPIRE-DATE-X.
           MOVE "refload.dat" TO LOAD-FILE-NAME.
           MOVE "refexport.dat" TO EXPORT-FILE-NAME.
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
               WHEN "TABLE"
                   MOVE WS-CONTROL-VALUE(1:10) TO WS-TARGET-TABLE
               WHEN "KEY"
                   MOVE WS-CONTROL-VALUE(1:20) TO WS-TARGET-KEY
               WHEN "EFFECTIVE"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-TARGET-EFFECTIVE-X
               WHEN "EXPIRE-DATE"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-EXPIRE-DATE-X
               WHEN "LOAD-FILE"
                   MOVE WS-CONTROL-VALUE TO LOAD-FILE-NAME
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
       OPEN-REFERENCE-PROCEDURE.
           MOVE "reftable.dat" TO REFERENCE-TABLE-NAME.
           OPEN I-O REFERENCE-TABLE.
           IF WS-REFERENCE-TABLE-STATUS = "35" THEN
               OPEN OUTPUT REFERENCE-TABLE
               CLOSE REFERENCE-TABLE
               OPEN I-O REFERENCE-TABLE
           END-IF.
           IF WS-REFERENCE-TABLE-STATUS = "05" THEN
               MOVE "00" TO WS-REFERENCE-TABLE-STATUS
           END-IF.
           IF WS-REFERENCE-TABLE-STATUS NOT = "00" THEN
               MOVE 12 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " REFERENCE-TABLE-NAME(1:20)
               " - FILE STATUS " WS-REFERENCE-TABLE-STATUS
           END-IF.
       LOAD-PROCEDURE.
      * A line for an entry already on file replaces its value and
      * expiry; a line that matches the entry exactly is left alone,
      * so reloading an export journals nothing. A bad line is
      * reported and skipped - the rest of the file still loads.
           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN LOAD FILE " LOAD-FILE-NAME(1:40)
               " - FILE STATUS " WS-LOAD-FILE-STATUS
           ELSE
               SET WS-LOAD-EOF-YES TO FALSE
               PERFORM UNTIL WS-LOAD-EOF-YES
                   READ LOAD-FILE
                       AT END
                           SET WS-LOAD-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LOAD-LINE-COUNT
                           PERFORM LOAD-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LOAD-FILE
               DISPLAY "LOAD COMPLETE - " WS-ENTRIES-ADDED " ADDED, "
               WS-ENTRIES-REPLACED " REPLACED, "
               WS-ENTRIES-UNCHANGED " UNCHANGED, "
               WS-LOAD-REJECTS " REJECTED"
               IF WS-LOAD-REJECTS > 0 THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               END-IF
           END-IF.
       LOAD-LINE-PROCEDURE.
           IF LOAD-RECORD = SPACES
               OR LOAD-RECORD(1:1) = '*' THEN
               CONTINUE
           ELSE
               MOVE SPACES TO WS-LOAD-FIELDS
               UNSTRING LOAD-RECORD DELIMITED BY ',' INTO
                   WS-LOAD-TABLE WS-LOAD-KEY WS-LOAD-EFFECTIVE
                   WS-LOAD-VALUE WS-LOAD-EXPIRY
               END-UNSTRING
               PERFORM LOAD-VALIDATE-PROCEDURE
               IF WS-LOAD-REJECT-REASON NOT = SPACES THEN
                   ADD 1 TO WS-LOAD-REJECTS
                   DISPLAY "LOAD LINE " WS-LOAD-LINE-COUNT
                   " REJECTED - " WS-LOAD-REJECT-REASON
               ELSE
                   PERFORM LOAD-APPLY-PROCEDURE
               END-IF
           END-IF.
       LOAD-VALIDATE-PROCEDURE.
           MOVE SPACES TO WS-LOAD-REJECT-REASON.
           EVALUATE TRUE
           WHEN WS-LOAD-TABLE = SPACES
           WHEN WS-LOAD-TABLE(11:10) NOT = SPACES
               MOVE "BAD TABLE NAME" TO WS-LOAD-REJECT-REASON
           WHEN WS-LOAD-KEY = SPACES
           WHEN WS-LOAD-KEY(21:10) NOT = SPACES
               MOVE "BAD KEY" TO WS-LOAD-REJECT-REASON
           WHEN WS-LOAD-EFFECTIVE(1:8) IS NOT NUMERIC
           WHEN WS-LOAD-EFFECTIVE(9:2) NOT = SPACES
               MOVE "BAD EFFECTIVE DATE" TO WS-LOAD-REJECT-REASON
           WHEN FUNCTION TEST-NUMVAL(WS-LOAD-VALUE) NOT = 0
               MOVE "BAD VALUE" TO WS-LOAD-REJECT-REASON
           WHEN WS-LOAD-EXPIRY NOT = SPACES
               AND (WS-LOAD-EXPIRY(1:8) IS NOT NUMERIC
               OR WS-LOAD-EXPIRY(9:2) NOT = SPACES)
               MOVE "BAD EXPIRY DATE" TO WS-LOAD-REJECT-REASON
           WHEN OTHER
               MOVE WS-LOAD-TABLE(1:10) TO WS-TARGET-TABLE
               MOVE WS-LOAD-KEY(1:20) TO WS-TARGET-KEY
               MOVE WS-LOAD-EFFECTIVE(1:8) TO WS-TARGET-EFFECTIVE
               COMPUTE WS-TARGET-VALUE =
                   FUNCTION NUMVAL(WS-LOAD-VALUE)
               IF WS-LOAD-EXPIRY = SPACES THEN
                   MOVE 0 TO WS-TARGET-EXPIRY
               ELSE
                   MOVE WS-LOAD-EXPIRY(1:8) TO WS-TARGET-EXPIRY
               END-IF
               MOVE WS-TARGET-EFFECTIVE TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                   THEN
                   MOVE "BAD EFFECTIVE DATE" TO WS-LOAD-REJECT-REASON
               END-IF
      * An expiry has to fall after the entry takes effect, or the
      * entry would never be in force at all.
               IF WS-TARGET-EXPIRY NOT = 0 THEN
                   MOVE WS-TARGET-EXPIRY TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                       NOT = 0
                       OR WS-TARGET-EXPIRY <= WS-TARGET-EFFECTIVE THEN
                       MOVE "BAD EXPIRY DATE" TO WS-LOAD-REJECT-REASON
                   END-IF
               END-IF
           END-EVALUATE.
       LOAD-APPLY-PROCEDURE.
           MOVE WS-TARGET-TABLE TO REF-TABLE-NAME.
           MOVE WS-TARGET-KEY TO REF-ENTRY-KEY.
           MOVE WS-TARGET-EFFECTIVE TO REF-EFFECTIVE-DATE.
           READ REFERENCE-TABLE
               KEY IS REF-KEY
           END-READ.
           IF WS-REFERENCE-TABLE-STATUS = "00" THEN
               IF REF-VALUE-NUMERIC = WS-TARGET-VALUE
                   AND REF-EXPIRY-DATE = WS-TARGET-EXPIRY THEN
                   ADD 1 TO WS-ENTRIES-UNCHANGED
               ELSE
                   MOVE REF-VALUE-NUMERIC TO WS-BEFORE-VALUE
                   MOVE REF-EXPIRY-DATE TO WS-BEFORE-EXPIRY
                   MOVE 'Y' TO WS-PRIOR-FLAG
                   MOVE WS-TARGET-VALUE TO REF-VALUE-NUMERIC
                   MOVE WS-TARGET-EXPIRY TO REF-EXPIRY-DATE
                   MOVE WS-JOB-ID TO REF-LOAD-JOB-ID
                   MOVE WS-OPERATOR-ID TO REF-OPERATOR-ID
                   REWRITE REFERENCE-RECORD
                   END-REWRITE
                   PERFORM LOAD-APPLIED-PROCEDURE
               END-IF
           ELSE
               MOVE 0 TO WS-BEFORE-VALUE
               MOVE 0 TO WS-BEFORE-EXPIRY
               MOVE 'N' TO WS-PRIOR-FLAG
               MOVE SPACES TO REFERENCE-RECORD
               MOVE WS-TARGET-TABLE TO REF-TABLE-NAME
               MOVE WS-TARGET-KEY TO REF-ENTRY-KEY
               MOVE WS-TARGET-EFFECTIVE TO REF-EFFECTIVE-DATE
               MOVE WS-TARGET-EXPIRY TO REF-EXPIRY-DATE
               MOVE WS-TARGET-VALUE TO REF-VALUE-NUMERIC
               MOVE WS-JOB-ID TO REF-LOAD-JOB-ID
               MOVE WS-OPERATOR-ID TO REF-OPERATOR-ID
               WRITE REFERENCE-RECORD
               PERFORM LOAD-APPLIED-PROCEDURE
           END-IF.
       LOAD-APPLIED-PROCEDURE.
           IF WS-REFERENCE-TABLE-STATUS NOT = "00" THEN
               ADD 1 TO WS-LOAD-REJECTS
               DISPLAY "LOAD LINE " WS-LOAD-LINE-COUNT
               " FAILED - FILE STATUS " WS-REFERENCE-TABLE-STATUS
           ELSE
               IF WS-PRIOR-FLAG = 'Y' THEN
                   ADD 1 TO WS-ENTRIES-REPLACED
               ELSE
                   ADD 1 TO WS-ENTRIES-ADDED
               END-IF
               PERFORM WRITE-JOURNAL-PROCEDURE
           END-IF.
       LIST-PROCEDURE.
      * Status is as of today: FUTURE not yet effective, IN FORCE the
      * entry a run today would read, SUPERSEDED replaced by a later
      * effective date, EXPIRED past its expiry date.
           MOVE LOW-VALUES TO REF-KEY.
           IF WS-TARGET-TABLE NOT = SPACES THEN
               MOVE WS-TARGET-TABLE TO REF-TABLE-NAME
           END-IF.
           START REFERENCE-TABLE KEY IS NOT LESS THAN REF-KEY
           END-START.
           SET WS-LIST-HELD-YES TO FALSE.
           IF WS-REFERENCE-TABLE-STATUS = "00" THEN
               SET WS-REFERENCE-EOF-YES TO FALSE
               PERFORM UNTIL WS-REFERENCE-EOF-YES
                   READ REFERENCE-TABLE NEXT RECORD
                       AT END
                           SET WS-REFERENCE-EOF-YES TO TRUE
                       NOT AT END
                           IF WS-TARGET-TABLE NOT = SPACES
                               AND REF-TABLE-NAME NOT = WS-TARGET-TABLE
                               THEN
                               SET WS-REFERENCE-EOF-YES TO TRUE
                           ELSE
                               PERFORM LIST-ONE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LIST-HELD-YES THEN
               PERFORM LIST-SHOW-HELD-PROCEDURE
           END-IF.
           IF WS-RECORDS-LISTED = 0 THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO REFERENCE ENTRIES ON FILE"
           ELSE
               DISPLAY "LIST COMPLETE - " WS-RECORDS-LISTED
               " ENTRY(IES)"
           END-IF.
       LIST-ONE-PROCEDURE.
           IF WS-LIST-HELD-YES THEN
               IF WS-HELD-TABLE-NAME = REF-TABLE-NAME
                   AND WS-HELD-ENTRY-KEY = REF-ENTRY-KEY
                   AND REF-EFFECTIVE-DATE <= WS-TODAY-DATE THEN
                   SET WS-HELD-SUPERSEDED-YES TO TRUE
               END-IF
               PERFORM LIST-SHOW-HELD-PROCEDURE
           END-IF.
           SET WS-LIST-HELD-YES TO TRUE.
           SET WS-HELD-SUPERSEDED-YES TO FALSE.
           MOVE REF-TABLE-NAME TO WS-HELD-TABLE-NAME.
           MOVE REF-ENTRY-KEY TO WS-HELD-ENTRY-KEY.
           MOVE REF-EFFECTIVE-DATE TO WS-HELD-EFFECTIVE-DATE.
           MOVE REF-EXPIRY-DATE TO WS-HELD-EXPIRY-DATE.
           MOVE REF-VALUE-NUMERIC TO WS-HELD-VALUE.
       LIST-SHOW-HELD-PROCEDURE.
           EVALUATE TRUE
           WHEN WS-HELD-EFFECTIVE-DATE > WS-TODAY-DATE
               MOVE "FUTURE" TO WS-ENTRY-STATUS
           WHEN WS-HELD-EXPIRY-DATE NOT = 0
               AND WS-HELD-EXPIRY-DATE <= WS-TODAY-DATE
               MOVE "EXPIRED" TO WS-ENTRY-STATUS
           WHEN WS-HELD-SUPERSEDED-YES
               MOVE "SUPERSEDED" TO WS-ENTRY-STATUS
           WHEN OTHER
               MOVE "IN FORCE" TO WS-ENTRY-STATUS
           END-EVALUATE.
           ADD 1 TO WS-RECORDS-LISTED.
           MOVE WS-HELD-VALUE TO WS-VALUE-EDIT.
           DISPLAY WS-HELD-TABLE-NAME " " WS-HELD-ENTRY-KEY " "
           WS-HELD-EFFECTIVE-DATE " " WS-HELD-EXPIRY-DATE " "
           WS-VALUE-EDIT " " WS-ENTRY-STATUS.
       EXPIRE-PROCEDURE.
      * Expiring an entry ends it rather than deleting it - the entry
      * stays on file, so a past run can still be explained by the
      * value it read.
           IF WS-EXPIRE-DATE-X = SPACES THEN
               MOVE WS-TODAY-DATE TO WS-EXPIRE-DATE
           ELSE
               IF WS-EXPIRE-DATE-X IS NUMERIC THEN
                   MOVE WS-EXPIRE-DATE-X TO WS-EXPIRE-DATE
               ELSE
                   MOVE 0 TO WS-EXPIRE-DATE
               END-IF
           END-IF.
           MOVE WS-EXPIRE-DATE TO WS-DATE-CHECK.
           EVALUATE TRUE
           WHEN WS-TARGET-TABLE = SPACES
           WHEN WS-TARGET-KEY = SPACES
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "MODE=EXPIRE NEEDS TABLE= AND KEY= CARDS"
           WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "BAD EXPIRE-DATE: " WS-EXPIRE-DATE-X
           WHEN WS-TARGET-EFFECTIVE-X NOT = SPACES
               AND WS-TARGET-EFFECTIVE-X IS NOT NUMERIC
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "BAD EFFECTIVE DATE: " WS-TARGET-EFFECTIVE-X
           WHEN OTHER
               PERFORM EXPIRE-FIND-PROCEDURE
               IF NOT WS-ENTRY-FOUND-YES THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "ENTRY NOT FOUND: " WS-TARGET-TABLE " "
                   WS-TARGET-KEY " " WS-TARGET-EFFECTIVE-X
               ELSE
                   PERFORM EXPIRE-APPLY-PROCEDURE
               END-IF
           END-EVALUATE.
       EXPIRE-FIND-PROCEDURE.
      * With an EFFECTIVE= card the entry is read by its full key;
      * without one it is the latest entry for the table and key that
      * has taken effect by the expire date - the one being ended.
           SET WS-ENTRY-FOUND-YES TO FALSE.
           IF WS-TARGET-EFFECTIVE-X NOT = SPACES THEN
               MOVE WS-TARGET-EFFECTIVE-X TO WS-TARGET-EFFECTIVE
               MOVE WS-TARGET-TABLE TO REF-TABLE-NAME
               MOVE WS-TARGET-KEY TO REF-ENTRY-KEY
               MOVE WS-TARGET-EFFECTIVE TO REF-EFFECTIVE-DATE
               READ REFERENCE-TABLE
                   KEY IS REF-KEY
               END-READ
               IF WS-REFERENCE-TABLE-STATUS = "00" THEN
                   SET WS-ENTRY-FOUND-YES TO TRUE
               END-IF
           ELSE
               MOVE WS-TARGET-TABLE TO REF-TABLE-NAME
               MOVE WS-TARGET-KEY TO REF-ENTRY-KEY
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
                               IF REF-TABLE-NAME NOT = WS-TARGET-TABLE
                                   OR REF-ENTRY-KEY NOT = WS-TARGET-KEY
                                   OR REF-EFFECTIVE-DATE >
                                   WS-EXPIRE-DATE THEN
                                   SET WS-REFERENCE-EOF-YES TO TRUE
                               ELSE
                                   SET WS-ENTRY-FOUND-YES TO TRUE
                                   MOVE REF-EFFECTIVE-DATE
                                       TO WS-TARGET-EFFECTIVE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
      * The walk reads one past the entry it wants - read it again by
      * key so the record area holds the entry to be rewritten.
               IF WS-ENTRY-FOUND-YES THEN
                   MOVE WS-TARGET-TABLE TO REF-TABLE-NAME
                   MOVE WS-TARGET-KEY TO REF-ENTRY-KEY
                   MOVE WS-TARGET-EFFECTIVE TO REF-EFFECTIVE-DATE
                   READ REFERENCE-TABLE
                       KEY IS REF-KEY
                   END-READ
                   IF WS-REFERENCE-TABLE-STATUS NOT = "00" THEN
                       SET WS-ENTRY-FOUND-YES TO FALSE
                   END-IF
               END-IF
           END-IF.
       EXPIRE-APPLY-PROCEDURE.
      * An entry already ended by the expire date keeps the expiry it
      * has, and an expiry on or before the effective date would give
      * the entry no days in force at all - both are refused.
           EVALUATE TRUE
           WHEN REF-EXPIRY-DATE NOT = 0
               AND REF-EXPIRY-DATE <= WS-EXPIRE-DATE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "ALREADY EXPIRED: " WS-TARGET-TABLE " "
               WS-TARGET-KEY " " REF-EFFECTIVE-DATE " AS OF "
               REF-EXPIRY-DATE
           WHEN WS-EXPIRE-DATE <= REF-EFFECTIVE-DATE
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "EXPIRE-DATE NOT AFTER EFFECTIVE DATE: "
               WS-EXPIRE-DATE " " REF-EFFECTIVE-DATE
           WHEN OTHER
               PERFORM EXPIRE-REWRITE-PROCEDURE
           END-EVALUATE.
       EXPIRE-REWRITE-PROCEDURE.
           MOVE REF-VALUE-NUMERIC TO WS-BEFORE-VALUE.
           MOVE REF-VALUE-NUMERIC TO WS-TARGET-VALUE.
           MOVE REF-EXPIRY-DATE TO WS-BEFORE-EXPIRY.
           MOVE WS-EXPIRE-DATE TO WS-TARGET-EXPIRY.
           MOVE 'Y' TO WS-PRIOR-FLAG.
           MOVE WS-EXPIRE-DATE TO REF-EXPIRY-DATE.
           MOVE WS-JOB-ID TO REF-LOAD-JOB-ID.
           MOVE WS-OPERATOR-ID TO REF-OPERATOR-ID.
           REWRITE REFERENCE-RECORD
           END-REWRITE.
           IF WS-REFERENCE-TABLE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "EXPIRE FAILED - FILE STATUS "
               WS-REFERENCE-TABLE-STATUS
           ELSE
               PERFORM WRITE-JOURNAL-PROCEDURE
               DISPLAY "EXPIRED " WS-TARGET-TABLE " " WS-TARGET-KEY
               " " WS-TARGET-EFFECTIVE " AS OF " WS-EXPIRE-DATE
           END-IF.
       EXPORT-PROCEDURE.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN EXPORT FILE "
               EXPORT-FILE-NAME(1:40)
               " - FILE STATUS " WS-EXPORT-FILE-STATUS
           ELSE
               MOVE LOW-VALUES TO REF-KEY
               START REFERENCE-TABLE KEY IS NOT LESS THAN REF-KEY
               END-START
               IF WS-REFERENCE-TABLE-STATUS = "00" THEN
                   SET WS-REFERENCE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-REFERENCE-EOF-YES
                       READ REFERENCE-TABLE NEXT RECORD
                           AT END
                               SET WS-REFERENCE-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM EXPORT-ONE-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE EXPORT-FILE
               DISPLAY "EXPORT COMPLETE - " WS-RECORDS-EXPORTED
               " ENTRY(IES) TO " EXPORT-FILE-NAME(1:40)
           END-IF.
       EXPORT-ONE-PROCEDURE.
      * The same TABLE,KEY,EFFECTIVE,VALUE,EXPIRY layout LOAD reads.
           MOVE REF-VALUE-NUMERIC TO WS-VALUE-EDIT.
           MOVE SPACES TO EXPORT-RECORD.
      * Only trailing spaces are dropped - a key may hold embedded
      * spaces, and LOAD takes it back exactly as it was.
           STRING FUNCTION TRIM(REF-TABLE-NAME TRAILING)
                   DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(REF-ENTRY-KEY TRAILING) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               REF-EFFECTIVE-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-VALUE-EDIT DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               REF-EXPIRY-DATE DELIMITED BY SIZE
               INTO EXPORT-RECORD
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
           MOVE "refjournal.dat" TO REFERENCE-JOURNAL-NAME.
           OPEN EXTEND REFERENCE-JOURNAL.
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
               MOVE WS-TARGET-TABLE TO JOURNAL-TABLE-NAME
               MOVE WS-TARGET-KEY TO JOURNAL-ENTRY-KEY
               MOVE WS-TARGET-EFFECTIVE TO JOURNAL-EFFECTIVE-DATE
               MOVE WS-PRIOR-FLAG TO JOURNAL-PRIOR-FLAG
               MOVE WS-BEFORE-VALUE TO JOURNAL-BEFORE-VALUE
               MOVE WS-TARGET-VALUE TO JOURNAL-AFTER-VALUE
               MOVE WS-BEFORE-EXPIRY TO JOURNAL-BEFORE-EXPIRY
               MOVE WS-TARGET-EXPIRY TO JOURNAL-AFTER-EXPIRY
               MOVE WS-OPERATOR-ID TO JOURNAL-OPERATOR-ID
               WRITE JOURNAL-RECORD
               IF WS-JOURNAL-FILE-STATUS NOT = "00" THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "JOURNAL WRITE FAILED - FILE STATUS "
                   WS-JOURNAL-FILE-STATUS
               END-IF
               CLOSE REFERENCE-JOURNAL
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
       END PROGRAM REFMAINT.
