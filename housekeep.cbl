      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP Run Register Housekeeping Utility
      * Tectonics: cobc
      ******************************************************************
      * Every CISP run leaves its results, audit, rejects, extract,
      * posting, summary and log files behind, and runreg.dat lists
      * each of them against the run. This works from that list
      * instead of a directory listing:
      *   ARCHIVE copies the files of every run older than KEEP-DAYS
      *           into the archive directory and marks the run
      *           archived - only once every file still on disk has
      *           copied cleanly;
      *   PURGE   deletes the originals of archived runs older than
      *           KEEP-DAYS and marks the run purged - a run never
      *           archived is never purged;
      *   AUDIT   reports every file the register lists for a run not
      *           yet purged that is missing from disk;
      *   ALL     ARCHIVE, then PURGE, then AUDIT.
      * The entry itself stays on the register, so a purged run can
      * still be traced to the archive.
      * Driven by housekeepctl.dat cards:
      *   MODE=ARCHIVE|PURGE|AUDIT|ALL
      *   KEEP-DAYS=<n>          (required for ARCHIVE, PURGE and ALL)
      *   ARCHIVE-DIR=<path>     (default ..\archive\)
      *   REPORT-FILE=<path>     (default housekeep.rpt)
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTER
               ASSIGN TO DYNAMIC RUN-REGISTER-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS RREG-RUN-TIMESTAMP
               FILE STATUS IS WS-RUN-REGISTER-STATUS.
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
      * runreg.dat - one entry per CISP run (see RUN-REGISTER-PROCEDURE
      * in CISP).
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
       01 RUN-REGISTER-NAME PIC X(100).
       01 REPORT-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-RUN-REGISTER-STATUS PIC X(2).
       01 WS-REPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "HOUSEKEEP".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-KEEP-DAYS PIC 9(5) VALUE 0.
       01 WS-ARCHIVE-DIR PIC X(60).
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-REGISTER-EOF PIC X(1).
           88 WS-REGISTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-CUTOFF-INTEGER PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-CUTOFF-DATE-X PIC X(8).
       01 WS-NOW-TIMESTAMP PIC X(16).
       01 WS-STEP PIC X(8).
       01 WS-RREG-IDX PIC 9(2).
       01 WS-RUN-FAILED PIC X(1).
           88 WS-RUN-FAILED-YES VALUE 'Y', FALSE 'N'.
      * Names handed to the file-system routines - blank-padded, which
      * the routines take as the end of the name.
       01 WS-SOURCE-PATH PIC X(100).
       01 WS-TARGET-PATH PIC X(160).
       01 WS-BASE-NAME PIC X(60).
       01 WS-BASE-START PIC 9(3).
       01 WS-SCAN-IDX PIC 9(3).
       01 WS-CALL-STATUS PIC S9(9) COMP-5.
       01 WS-FILE-DETAILS.
           02 WS-FILE-SIZE PIC X(8) COMP-X.
           02 WS-FILE-DATE.
               03 WS-FILE-DAY PIC X COMP-X.
               03 WS-FILE-MONTH PIC X COMP-X.
               03 WS-FILE-YEAR PIC X(2) COMP-X.
           02 WS-FILE-TIME.
               03 WS-FILE-HOURS PIC X COMP-X.
               03 WS-FILE-MINUTES PIC X COMP-X.
               03 WS-FILE-SECONDS PIC X COMP-X.
               03 WS-FILE-HUNDREDTHS PIC X COMP-X.
       01 WS-FILE-EXISTS PIC X(1).
           88 WS-FILE-EXISTS-YES VALUE 'Y', FALSE 'N'.
       01 WS-RUNS-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-RUNS-PURGED PIC 9(5) VALUE 0.
       01 WS-RUNS-AUDITED PIC 9(5) VALUE 0.
       01 WS-FILES-ARCHIVED PIC 9(5) VALUE 0.
       01 WS-FILES-PURGED PIC 9(5) VALUE 0.
       01 WS-FILES-MISSING PIC 9(5) VALUE 0.
       01 WS-FILES-FAILED PIC 9(5) VALUE 0.
       01 WS-REPORT-LINE PIC X(132).
       01 WS-REPORT-COUNT-EDIT PIC Z(9)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-MODE TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           EVALUATE TRUE
           WHEN WS-MODE = SPACES
               DISPLAY "NO MODE CARD - SUPPLY housekeepctl.dat WITH "
               "MODE=ARCHIVE, MODE=PURGE, MODE=AUDIT OR MODE=ALL"
           WHEN WS-MODE NOT = "ARCHIVE" AND WS-MODE NOT = "PURGE"
               AND WS-MODE NOT = "AUDIT" AND WS-MODE NOT = "ALL"
               DISPLAY "UNKNOWN MODE: " WS-MODE
           WHEN WS-MODE NOT = "AUDIT" AND WS-KEEP-DAYS = 0
               DISPLAY "MODE=" WS-MODE " NEEDS A KEEP-DAYS= CARD"
           WHEN OTHER
               PERFORM HOUSEKEEP-PROCEDURE
           END-EVALUATE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "housekeepctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-MODE.
           MOVE "..\archive\" TO WS-ARCHIVE-DIR.
           MOVE "housekeep.rpt" TO REPORT-FILE-NAME.
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
               WHEN "KEEP-DAYS"
                   COMPUTE WS-KEEP-DAYS =
                       FUNCTION NUMVAL(WS-CONTROL-VALUE(1:18))
               WHEN "ARCHIVE-DIR"
                   MOVE WS-CONTROL-VALUE(1:60) TO WS-ARCHIVE-DIR
               WHEN "REPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO REPORT-FILE-NAME
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
       HOUSEKEEP-PROCEDURE.
      * Run timestamps are YYYYMMDDHHMMSSuu, so - as LOGHIST's purge
      * exploits - the first eight bytes compare as a date.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-NOW-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - WS-KEEP-DAYS.
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INTEGER).
           MOVE WS-CUTOFF-DATE TO WS-CUTOFF-DATE-X.
           MOVE "runreg.dat" TO RUN-REGISTER-NAME.
           OPEN I-O RUN-REGISTER.
           IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " RUN-REGISTER-NAME(1:20)
               " - FILE STATUS " WS-RUN-REGISTER-STATUS
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN REPORT FILE "
                   REPORT-FILE-NAME(1:40)
                   " - FILE STATUS " WS-REPORT-FILE-STATUS
               ELSE
                   PERFORM REPORT-HEADER-PROCEDURE
                   IF WS-MODE = "ARCHIVE" OR WS-MODE = "ALL" THEN
                       MOVE "ARCHIVE" TO WS-STEP
                       PERFORM REGISTER-WALK-PROCEDURE
                   END-IF
                   IF WS-MODE = "PURGE" OR WS-MODE = "ALL" THEN
                       MOVE "PURGE" TO WS-STEP
                       PERFORM REGISTER-WALK-PROCEDURE
                   END-IF
                   IF WS-MODE = "AUDIT" OR WS-MODE = "ALL" THEN
                       MOVE "AUDIT" TO WS-STEP
                       PERFORM REGISTER-WALK-PROCEDURE
                   END-IF
                   PERFORM REPORT-FOOTER-PROCEDURE
                   CLOSE REPORT-FILE
                   DISPLAY "HOUSEKEEPING REPORT WRITTEN: "
                   REPORT-FILE-NAME(1:40)
               END-IF
               CLOSE RUN-REGISTER
           END-IF.
           DISPLAY "HOUSEKEEPING COMPLETE - ARCHIVED: "
           WS-RUNS-ARCHIVED " PURGED: " WS-RUNS-PURGED
           " FILES MISSING: " WS-FILES-MISSING.
       REGISTER-WALK-PROCEDURE.
           MOVE LOW-VALUES TO RREG-RUN-TIMESTAMP.
           START RUN-REGISTER KEY IS NOT LESS THAN RREG-RUN-TIMESTAMP
           END-START.
           IF WS-RUN-REGISTER-STATUS = "00" THEN
               SET WS-REGISTER-EOF-YES TO FALSE
               PERFORM UNTIL WS-REGISTER-EOF-YES
                   READ RUN-REGISTER NEXT RECORD
                       AT END
                           SET WS-REGISTER-EOF-YES TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                           WHEN WS-STEP = "ARCHIVE"
                               AND RREG-ACTIVE
                               AND RREG-RUN-TIMESTAMP(1:8)
                                   < WS-CUTOFF-DATE-X
                               PERFORM ARCHIVE-RUN-PROCEDURE
                           WHEN WS-STEP = "PURGE"
                               AND RREG-ARCHIVED
                               AND RREG-RUN-TIMESTAMP(1:8)
                                   < WS-CUTOFF-DATE-X
                               PERFORM PURGE-RUN-PROCEDURE
                           WHEN WS-STEP = "AUDIT"
                               AND NOT RREG-PURGED
                               PERFORM AUDIT-RUN-PROCEDURE
                           WHEN OTHER
                               CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.
       ARCHIVE-RUN-PROCEDURE.
      * A file already gone cannot be archived - it is reported and
      * the rest of the run still goes; a copy that fails leaves the
      * run active so the next housekeeping run tries again.
           SET WS-RUN-FAILED-YES TO FALSE.
           PERFORM VARYING WS-RREG-IDX FROM 1 BY 1
               UNTIL WS-RREG-IDX > RREG-FILE-COUNT
               PERFORM CHECK-FILE-PROCEDURE
               IF NOT WS-FILE-EXISTS-YES THEN
                   ADD 1 TO WS-FILES-MISSING
                   MOVE "MISSING " TO WS-REPORT-LINE
                   PERFORM REPORT-FILE-LINE-PROCEDURE
               ELSE
                   PERFORM BUILD-TARGET-PROCEDURE
                   CALL "CBL_COPY_FILE" USING WS-SOURCE-PATH
                       WS-TARGET-PATH
                       RETURNING WS-CALL-STATUS
                   END-CALL
                   IF WS-CALL-STATUS = 0 THEN
                       ADD 1 TO WS-FILES-ARCHIVED
                       MOVE "ARCHIVED" TO WS-REPORT-LINE
                   ELSE
                       ADD 1 TO WS-FILES-FAILED
                       SET WS-RUN-FAILED-YES TO TRUE
                       MOVE "COPY FAILED" TO WS-REPORT-LINE
                   END-IF
                   PERFORM REPORT-FILE-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FAILED-YES THEN
               SET RREG-ARCHIVED TO TRUE
               PERFORM REGISTER-REWRITE-PROCEDURE
               IF WS-RUN-REGISTER-STATUS = "00" THEN
                   ADD 1 TO WS-RUNS-ARCHIVED
               END-IF
           END-IF.
       PURGE-RUN-PROCEDURE.
      * An original already gone needs no deleting - only a delete
      * that fails on a file still there keeps the run archived.
           SET WS-RUN-FAILED-YES TO FALSE.
           PERFORM VARYING WS-RREG-IDX FROM 1 BY 1
               UNTIL WS-RREG-IDX > RREG-FILE-COUNT
               PERFORM CHECK-FILE-PROCEDURE
               IF WS-FILE-EXISTS-YES THEN
                   CALL "CBL_DELETE_FILE" USING WS-SOURCE-PATH
                       RETURNING WS-CALL-STATUS
                   END-CALL
                   IF WS-CALL-STATUS = 0 THEN
                       ADD 1 TO WS-FILES-PURGED
                       MOVE "PURGED" TO WS-REPORT-LINE
                   ELSE
                       ADD 1 TO WS-FILES-FAILED
                       SET WS-RUN-FAILED-YES TO TRUE
                       MOVE "DELETE FAILED" TO WS-REPORT-LINE
                   END-IF
                   PERFORM REPORT-FILE-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF NOT WS-RUN-FAILED-YES THEN
               SET RREG-PURGED TO TRUE
               PERFORM REGISTER-REWRITE-PROCEDURE
               IF WS-RUN-REGISTER-STATUS = "00" THEN
                   ADD 1 TO WS-RUNS-PURGED
               END-IF
           END-IF.
       AUDIT-RUN-PROCEDURE.
           ADD 1 TO WS-RUNS-AUDITED.
           PERFORM VARYING WS-RREG-IDX FROM 1 BY 1
               UNTIL WS-RREG-IDX > RREG-FILE-COUNT
               PERFORM CHECK-FILE-PROCEDURE
               IF NOT WS-FILE-EXISTS-YES THEN
                   ADD 1 TO WS-FILES-MISSING
                   MOVE "MISSING" TO WS-REPORT-LINE
                   PERFORM REPORT-FILE-LINE-PROCEDURE
               END-IF
           END-PERFORM.
       CHECK-FILE-PROCEDURE.
           MOVE RREG-FILE-NAME(WS-RREG-IDX) TO WS-SOURCE-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SOURCE-PATH
               WS-FILE-DETAILS
               RETURNING WS-CALL-STATUS
           END-CALL.
           IF WS-CALL-STATUS = 0 THEN
               SET WS-FILE-EXISTS-YES TO TRUE
           ELSE
               SET WS-FILE-EXISTS-YES TO FALSE
           END-IF.
       BUILD-TARGET-PROCEDURE.
      * The archive copy keeps the file's own name, less any directory
      * part, under ARCHIVE-DIR.
           MOVE 1 TO WS-BASE-START.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > 60
               IF RREG-FILE-NAME(WS-RREG-IDX)(WS-SCAN-IDX:1) = '\'
                   OR RREG-FILE-NAME(WS-RREG-IDX)(WS-SCAN-IDX:1) = '/'
                   THEN
                   COMPUTE WS-BASE-START = WS-SCAN-IDX + 1
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-BASE-NAME.
           IF WS-BASE-START <= 60 THEN
               MOVE RREG-FILE-NAME(WS-RREG-IDX)(WS-BASE-START:)
                   TO WS-BASE-NAME
           END-IF.
           MOVE SPACES TO WS-TARGET-PATH.
           STRING WS-ARCHIVE-DIR DELIMITED BY SPACE
               WS-BASE-NAME DELIMITED BY SPACE
               INTO WS-TARGET-PATH
           END-STRING.
       REGISTER-REWRITE-PROCEDURE.
           MOVE WS-NOW-TIMESTAMP TO RREG-HOUSEKEEP-TIMESTAMP.
           REWRITE RUN-REGISTER-RECORD
           END-REWRITE.
           IF WS-RUN-REGISTER-STATUS NOT = "00" THEN
               DISPLAY "REGISTER REWRITE FAILED FOR RUN "
               RREG-RUN-TIMESTAMP " - FILE STATUS "
               WS-RUN-REGISTER-STATUS
           END-IF.
       REPORT-HEADER-PROCEDURE.
           MOVE "CISP RUN REGISTER HOUSEKEEPING" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUN AT: " DELIMITED BY SIZE
               WS-NOW-TIMESTAMP DELIMITED BY SIZE
               "  MODE: " DELIMITED BY SIZE
               WS-MODE DELIMITED BY SIZE
               "  KEEP-DAYS: " DELIMITED BY SIZE
               WS-KEEP-DAYS DELIMITED BY SIZE
               "  RUNS BEFORE: " DELIMITED BY SIZE
               WS-CUTOFF-DATE-X DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ARCHIVE DIRECTORY: " DELIMITED BY SIZE
               WS-ARCHIVE-DIR DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACTION        RUN              KIND       FILE"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       REPORT-FILE-LINE-PROCEDURE.
      * WS-REPORT-LINE arrives holding the action word.
           MOVE RREG-RUN-TIMESTAMP TO WS-REPORT-LINE(15:16).
           MOVE RREG-FILE-KIND(WS-RREG-IDX) TO WS-REPORT-LINE(32:10).
           MOVE RREG-FILE-NAME(WS-RREG-IDX) TO WS-REPORT-LINE(43:60).
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       REPORT-FOOTER-PROCEDURE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUNS-ARCHIVED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUNS ARCHIVED...........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-FILES-ARCHIVED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILES ARCHIVED..........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUNS-PURGED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUNS PURGED.............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-FILES-PURGED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILES PURGED............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-RUNS-AUDITED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RUNS AUDITED............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-FILES-MISSING TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILES MISSING FROM DISK.: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-FILES-FAILED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COPY/DELETE FAILURES....: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "REPORT WRITE FAILED - FILE STATUS "
               WS-REPORT-FILE-STATUS
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
       END PROGRAM HOUSEKEEP.
