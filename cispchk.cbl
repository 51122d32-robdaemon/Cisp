      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP Pre-Flight Script Checker
      * Tectonics: cobc
      ******************************************************************
      * Reads a script, or every script named in a stream manifest,
      * through the same tokenizer CISP uses - but evaluates nothing.
      * Records are gathered into forms exactly as CISP gathers them
      * (a form runs until its parens balance; ';' starts a comment),
      * each form is walked frame by frame and anything that would draw
      * an UNKNOWN FORM log entry or a reject overnight is listed in
      * one exception report: unbalanced parens, lines over the
      * token table, forms that are neither built in nor on file,
      * wrong argument counts for a defun, symbols with no variable
      * behind them, and string operands where a number belongs.
      * variables.dat and functions.dat are opened for input only;
      * no ledger, audit, posting, variables or stack file is written.
      * Driven by cispchkctl.dat cards:
      *   LISP=<script path>           (check one script)
      *   STREAM=<manifest path>       (check every script listed)
      *   REPORT-FILE=<path>           (default cispchk.rpt)
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      * Completion code: 0 clean, 4 warnings, 8 errors, 12 a failure
      * that must stop the job stream. Any exception on the report
      * is an error - the form it names would not run overnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISPCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISP-FILE ASSIGN TO DYNAMIC LISP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISP-FILE-STATUS.
           SELECT OPTIONAL STREAM-FILE
               ASSIGN TO DYNAMIC STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.
           SELECT OPTIONAL VARIABLES-FILE
               ASSIGN TO DYNAMIC VARIABLES-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VARIABLE-NAME
               FILE STATUS IS WS-VARIABLES-FILE-STATUS.
           SELECT OPTIONAL FUNCTIONS-FILE
               ASSIGN TO DYNAMIC FUNCTIONS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FUNCTION-NAME
               FILE STATUS IS WS-FUNCTIONS-FILE-STATUS.
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
           FD LISP-FILE.
           01 IN-LISP-RECORD PIC X(2000).
           FD STREAM-FILE.
           01 STREAM-RECORD PIC X(100).
           FD VARIABLES-FILE.
           01 VARIABLE-RECORD.
               02 VARIABLE-NAME PIC X(20).
               02 VARIABLE-VALUE-NUMERIC PIC S9(15)V9(5).
           FD FUNCTIONS-FILE.
           01 FUNCTION-RECORD.
               02 FUNCTION-NAME PIC X(20).
               02 FUNCTION-PARAM-COUNT PIC 9(2).
               02 FUNCTION-PARAM-NAME PIC X(20) OCCURS 8 TIMES.
               02 FUNCTION-BODY PIC X(200).
           FD REPORT-FILE.
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
       WORKING-STORAGE SECTION.
       01 LISP-NAME PIC X(100).
       01 STREAM-FILE-NAME PIC X(100).
       01 VARIABLES-FILE-NAME PIC X(100).
       01 FUNCTIONS-FILE-NAME PIC X(100).
       01 REPORT-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-LISP-FILE-STATUS PIC X(2).
       01 WS-STREAM-FILE-STATUS PIC X(2).
       01 WS-VARIABLES-FILE-STATUS PIC X(2).
       01 WS-FUNCTIONS-FILE-STATUS PIC X(2).
       01 WS-REPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "CISPCHK".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-STREAM-MODE PIC X(1) VALUE 'N'.
           88 WS-STREAM-MODE-YES VALUE 'Y', FALSE 'N'.
       01 WS-STREAM-EOF PIC X(1).
           88 WS-STREAM-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-LISP-FILE-EOF PIC X(1).
           88 WS-LISP-FILE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RUN-TIMESTAMP PIC X(16).
       01 WS-LISP-LINE-COUNT PIC 9(10).
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
       01 WS-SCRIPTS-CHECKED PIC 9(5) VALUE 0.
       01 WS-SCRIPTS-MISSING PIC 9(5) VALUE 0.
       01 WS-LINES-CHECKED PIC 9(10) VALUE 0.
       01 WS-FORMS-CHECKED PIC 9(10) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-SCRIPT-EXCEPTIONS PIC 9(5).
       01 WS-EXC-REASON PIC X(16).
       01 WS-EXC-DETAIL PIC X(20).
       01 WS-REPORT-LINE PIC X(100).
       01 WS-REPORT-COUNT-EDIT PIC Z(9)9.
      * The same token table CISP fills - a line with more tokens than
      * this is truncated overnight, so it is an exception here.
       78 WS-SYMBOL-LENGTH VALUE 500.
       01 WS-LISP-SYMBOLS.
           02 WS-SYMBOL-TABLE-SIZE PIC 9(3).
           02 WS-SYMBOL PIC X(100) OCCURS WS-SYMBOL-LENGTH TIMES.
       01 WS-COUNT PIC 9(10).
       01 WS-EXTRA-TOKEN PIC X(100).
       01 WS-EXTRA-TOKEN-COUNT PIC 9(5).
       01 STRING-PTR PIC 9(10).
       01 WS-FLAG PIC A(1).
           88 WS-FLAG-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPEN-TALLY PIC 9(5).
       01 WS-CLOSE-TALLY PIC 9(5).
       01 WS-TALLY-EDIT PIC Z(4)9.
       01 WS-SYMBOL-FLAGS.
           02 WS-OPEN-PAREN PIC X.
               88 WS-OPEN-PAREN-YES VALUE 'Y', FALSE 'N'.
           02 WS-CLOSE-PAREN PIC X.
               88 WS-CLOSE-PAREN-YES VALUE 'Y', FALSE 'N'.
           02 WS-OPEN-PAREN-COUNT PIC 9(2).
           02 WS-CLOSE-PAREN-COUNT PIC 9(2).
       01 WS-PARSE-STR.
           02 WS-PARSE-STR-INDEX PIC 9(5).
           02 WS-PARSE-STR-END PIC X.
               88 WS-PARSE-HAS-ENDED VALUE 'Y', FALSE 'N'.
           02 WS-PARSE-STR-CHAR PIC X.
           02 WS-PARSE-EXPRESSION-START PIC 9(5).
           02 WS-PARSE-EXPRESSION-END PIC 9(5).
           02 WS-PARSE-EXPRESSION-LEN PIC 9(5).
       01 WS-PARSE-TOKEN PIC X(100).
       01 WS-CURR-COMMAND PIC X(100).
       01 WS-PENDING-OPEN PIC X(1).
           88 WS-PENDING-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-NUMERIC-LITERAL PIC X(1).
           88 WS-NUMERIC-LITERAL-YES VALUE 'Y', FALSE 'N'.
       01 WS-NUMERIC-DOT-COUNT PIC 9(1).
       01 WS-NUMERIC-CHAR-IDX PIC 9(3).
       01 WS-NUMERIC-CHAR PIC X(1).
      * The checker's picture of the frames CISP would open - no
      * values, only what each form is and how many operands reached
      * it. Kind B is a built-in, F a defun, U a form nobody knows.
       01 WS-CHECK-FRAME-TABLE.
           02 WS-CHECK-DEPTH PIC 9(3) VALUE 0.
           02 WS-CHECK-FRAME OCCURS 100 TIMES.
               03 WS-CHECK-FRAME-NAME PIC X(20).
               03 WS-CHECK-FRAME-KIND PIC X(1).
               03 WS-CHECK-FRAME-PARAMS PIC 9(2).
               03 WS-CHECK-FRAME-ARGS PIC 9(3).
               03 WS-CHECK-FRAME-NAMED PIC X(1).
       01 WS-CHECK-IDX PIC 9(3).
       01 WS-CLOSE-IDX PIC 9(2).
       01 WS-FORM-KIND PIC X(1).
       01 WS-FORM-PARAMS PIC 9(2).
       01 WS-FUNCTION-FOUND PIC X(1).
           88 WS-FUNCTION-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-SYMBOL-KNOWN PIC X(1).
           88 WS-SYMBOL-KNOWN-YES VALUE 'Y', FALSE 'N'.
       01 WS-BODY-CHECK PIC X(1) VALUE 'N'.
           88 WS-BODY-CHECK-YES VALUE 'Y', FALSE 'N'.
      * Names a define or setq earlier in the script (or an earlier
      * script in the stream) will have put in variables.dat by the
      * time a later line reads them.
       01 WS-DEFINED-TABLE.
           02 WS-DEFINED-COUNT PIC 9(3) VALUE 0.
           02 WS-DEFINED-NAME PIC X(20) OCCURS 500 TIMES.
       01 WS-DEFINED-IDX PIC 9(3).
      * Functions a defun earlier in the run will have stored - they
      * override the functions.dat entry of the same name, as the
      * overnight redefinition would.
       01 WS-SCRIPT-FUNCTION-TABLE.
           02 WS-SCRIPT-FUNCTION-COUNT PIC 9(3) VALUE 0.
           02 WS-SCRIPT-FUNCTION OCCURS 100 TIMES.
               03 WS-SCRIPT-FUNCTION-NAME PIC X(20).
               03 WS-SCRIPT-FUNCTION-PARAMS PIC 9(2).
       01 WS-SCRIPT-FUNCTION-IDX PIC 9(3).
       01 WS-DEFUN-LINE PIC X(1).
           88 WS-DEFUN-LINE-YES VALUE 'Y', FALSE 'N'.
       01 WS-DEFUN-DONE PIC X(1).
           88 WS-DEFUN-DONE-YES VALUE 'Y', FALSE 'N'.
       01 WS-DEFUN-ERROR PIC X(1).
           88 WS-DEFUN-ERROR-YES VALUE 'Y', FALSE 'N'.
       01 WS-DEFUN-STATE PIC 9(1).
       01 WS-DEFUN-DEPTH PIC S9(3).
       01 WS-DEFUN-NAME PIC X(20).
       01 WS-DEFUN-BODY-TOKENS PIC 9(3).
       01 WS-DEFUN-PARAM-COUNT PIC 9(2).
       01 WS-DEFUN-PARAM-NAME PIC X(20) OCCURS 8 TIMES.
       01 WS-DEFUN-PARAM-IDX PIC 9(2).
       01 WS-COMPLETION-CODE PIC 9(2) VALUE 0.
       01 WS-RAISE-CODE PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-TIMESTAMP.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE "CHECK" TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE WS-COMPLETION-CODE TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LISP-NAME = SPACES
               AND NOT WS-STREAM-MODE-YES THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "NO SCRIPT TO CHECK - SUPPLY cispchkctl.dat "
               "WITH A LISP= OR STREAM= CARD"
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-FILE-STATUS NOT = "00" THEN
                   MOVE 8 TO WS-RAISE-CODE
                   PERFORM COMPLETION-CODE-RAISE-PROCEDURE
                   DISPLAY "UNABLE TO OPEN REPORT FILE "
                   REPORT-FILE-NAME(1:40)
                   " - FILE STATUS " WS-REPORT-FILE-STATUS
               ELSE
                   PERFORM OPEN-REFERENCE-FILES-PROCEDURE
                   PERFORM REPORT-HEADER-PROCEDURE
                   IF WS-STREAM-MODE-YES THEN
                       PERFORM STREAM-CHECK-PROCEDURE
                   ELSE
                       PERFORM SCRIPT-CHECK-PROCEDURE
                   END-IF
                   PERFORM REPORT-FOOTER-PROCEDURE
                   CLOSE FUNCTIONS-FILE
                   CLOSE VARIABLES-FILE
                   CLOSE REPORT-FILE
                   DISPLAY "CHECK COMPLETE - " WS-SCRIPTS-CHECKED
                   " SCRIPT(S), " WS-EXCEPTION-COUNT
                   " EXCEPTION(S) - SEE " REPORT-FILE-NAME(1:40)
               END-IF
           END-IF.
           DISPLAY "COMPLETION CODE " WS-COMPLETION-CODE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "cispchkctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO LISP-NAME.
           MOVE SPACES TO STREAM-FILE-NAME.
           MOVE "cispchk.rpt" TO REPORT-FILE-NAME.
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
               WHEN "LISP"
                   MOVE WS-CONTROL-VALUE TO LISP-NAME
               WHEN "STREAM"
                   MOVE WS-CONTROL-VALUE TO STREAM-FILE-NAME
                   SET WS-STREAM-MODE-YES TO TRUE
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
       OPEN-REFERENCE-FILES-PROCEDURE.
      * Input only - a missing file just means nothing is on file yet,
      * so every lookup against it comes back not found.
           MOVE "variables.dat" TO VARIABLES-FILE-NAME.
           MOVE "functions.dat" TO FUNCTIONS-FILE-NAME.
           OPEN INPUT VARIABLES-FILE.
           IF WS-VARIABLES-FILE-STATUS NOT = "00"
               AND WS-VARIABLES-FILE-STATUS NOT = "05" THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " VARIABLES-FILE-NAME(1:20)
               " - FILE STATUS " WS-VARIABLES-FILE-STATUS
           END-IF.
           OPEN INPUT FUNCTIONS-FILE.
           IF WS-FUNCTIONS-FILE-STATUS NOT = "00"
               AND WS-FUNCTIONS-FILE-STATUS NOT = "05" THEN
               MOVE 4 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN " FUNCTIONS-FILE-NAME(1:20)
               " - FILE STATUS " WS-FUNCTIONS-FILE-STATUS
           END-IF.
       STREAM-CHECK-PROCEDURE.
      * Every script in the manifest is checked - there is no stream
      * mark here, the day shift wants the whole night looked at.
           OPEN INPUT STREAM-FILE.
           IF WS-STREAM-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "UNABLE TO OPEN STREAM FILE "
               STREAM-FILE-NAME(1:40)
               " - FILE STATUS " WS-STREAM-FILE-STATUS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "UNABLE TO OPEN STREAM FILE " DELIMITED BY SIZE
                   STREAM-FILE-NAME(1:60) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               SET WS-STREAM-EOF-YES TO FALSE
               PERFORM UNTIL WS-STREAM-EOF-YES
                   READ STREAM-FILE
                       AT END
                           SET WS-STREAM-EOF-YES TO TRUE
                       NOT AT END
                           IF STREAM-RECORD NOT = SPACES
                               AND STREAM-RECORD(1:1) NOT = '*' THEN
                               MOVE STREAM-RECORD TO LISP-NAME
                               PERFORM SCRIPT-CHECK-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-FILE
           END-IF.
       SCRIPT-CHECK-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SCRIPT: " DELIMITED BY SIZE
               LISP-NAME(1:80) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE 0 TO WS-SCRIPT-EXCEPTIONS.
           OPEN INPUT LISP-FILE.
           IF WS-LISP-FILE-STATUS NOT = "00" THEN
               ADD 1 TO WS-SCRIPTS-MISSING
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  UNABLE TO OPEN SCRIPT - FILE STATUS "
                   DELIMITED BY SIZE
                   WS-LISP-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               DISPLAY "UNABLE TO OPEN SCRIPT " LISP-NAME(1:40)
               " - FILE STATUS " WS-LISP-FILE-STATUS
           ELSE
               ADD 1 TO WS-SCRIPTS-CHECKED
               MOVE 0 TO WS-LISP-LINE-COUNT
               MOVE 0 TO WS-LISP-READ-COUNT
               SET WS-FORM-OPEN-YES TO FALSE
               SET WS-LISP-FILE-EOF-YES TO FALSE
               PERFORM UNTIL WS-LISP-FILE-EOF-YES
                   READ LISP-FILE
                       AT END
                           SET WS-LISP-FILE-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LISP-READ-COUNT
                           ADD 1 TO WS-LINES-CHECKED
                           PERFORM GATHER-RECORD-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LISP-FILE
               IF WS-FORM-OPEN-YES THEN
                   MOVE WS-FORM-START-LINE TO WS-LISP-LINE-COUNT
                   MOVE "UNCLOSED FORM" TO WS-EXC-REASON
                   MOVE SPACES TO WS-EXC-DETAIL
                   PERFORM REPORT-EXCEPTION-PROCEDURE
               END-IF
               MOVE WS-LISP-READ-COUNT TO WS-LISP-LINE-COUNT
               MOVE WS-SCRIPT-EXCEPTIONS TO WS-REPORT-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  LINES READ: " DELIMITED BY SIZE
                   WS-LISP-LINE-COUNT DELIMITED BY SIZE
                   "  EXCEPTIONS: " DELIMITED BY SIZE
                   WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       GATHER-RECORD-PROCEDURE.
      * Records build up into one form until its parens balance, as
      * LISP-GATHER-RECORD-PROCEDURE does overnight; blank and
      * comment-only records between forms are not expressions.
           PERFORM STRIP-COMMENT-PROCEDURE.
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
                       MOVE "FORM TOO LONG" TO WS-EXC-REASON
                       MOVE SPACES TO WS-EXC-DETAIL
                       PERFORM REPORT-EXCEPTION-PROCEDURE
                   ELSE
                       PERFORM CHECK-FORM-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       STRIP-COMMENT-PROCEDURE.
      * A ';' outside a string literal starts a comment that runs to
      * the end of the record.
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
       CHECK-FORM-PROCEDURE.
           ADD 1 TO WS-FORMS-CHECKED.
           PERFORM UNSTRING-LISP-PROCEDURE.
           PERFORM CHECK-BALANCE-PROCEDURE.
           PERFORM CHECK-FOR-DEFUN-PROCEDURE.
           IF WS-DEFUN-LINE-YES THEN
               PERFORM CHECK-DEFUN-PROCEDURE
           ELSE
               PERFORM CHECK-EXPRESSION-PROCEDURE
           END-IF.
       UNSTRING-LISP-PROCEDURE.
      * Once the pointer passes the end of the record UNSTRING leaves
      * its receiver alone, so the table is cleared first - otherwise
      * the tail of a longer earlier line reads as tokens of this one.
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
               ELSE
                   ADD 1 TO WS-SYMBOL-TABLE-SIZE
               END-IF
           END-PERFORM.
           IF NOT WS-FLAG-YES THEN
               PERFORM CHECK-SYMBOL-OVERFLOW-PROCEDURE
           END-IF.
       CHECK-SYMBOL-OVERFLOW-PROCEDURE.
      * The table filled without reaching trailing spaces - count what
      * CISP would drop, exactly as its own overflow check does.
           MOVE 0 TO WS-EXTRA-TOKEN-COUNT.
           PERFORM UNTIL WS-FLAG-YES
               OR STRING-PTR > LENGTH OF WS-LISP-EXPRESSION
               UNSTRING WS-LISP-EXPRESSION DELIMITED BY ALL ' ' INTO
               WS-EXTRA-TOKEN WITH POINTER STRING-PTR
               IF WS-EXTRA-TOKEN = SPACES THEN
                   SET WS-FLAG-YES TO TRUE
               ELSE
                   ADD 1 TO WS-EXTRA-TOKEN-COUNT
               END-IF
           END-PERFORM.
           IF WS-EXTRA-TOKEN-COUNT > 0 THEN
               MOVE "TOO MANY TOKENS" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE WS-EXTRA-TOKEN-COUNT TO WS-TALLY-EDIT
               STRING WS-TALLY-EDIT DELIMITED BY SIZE
                   " DROPPED" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               PERFORM REPORT-EXCEPTION-PROCEDURE
           END-IF.
       CHECK-BALANCE-PROCEDURE.
      * The tokenizer counts every paren it meets, so the form's raw
      * tallies are what the evaluator will see - a form only closes
      * early like this when it carries more closes than opens.
           MOVE 0 TO WS-OPEN-TALLY.
           MOVE 0 TO WS-CLOSE-TALLY.
           INSPECT WS-LISP-EXPRESSION TALLYING WS-OPEN-TALLY
               FOR ALL "(".
           INSPECT WS-LISP-EXPRESSION TALLYING WS-CLOSE-TALLY
               FOR ALL ")".
           IF WS-OPEN-TALLY NOT = WS-CLOSE-TALLY THEN
               MOVE "UNBALANCED PAREN" TO WS-EXC-REASON
               MOVE SPACES TO WS-EXC-DETAIL
               MOVE WS-OPEN-TALLY TO WS-TALLY-EDIT
               STRING "OPEN" DELIMITED BY SIZE
                   WS-TALLY-EDIT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               MOVE WS-CLOSE-TALLY TO WS-TALLY-EDIT
               STRING WS-EXC-DETAIL(1:9) DELIMITED BY SIZE
                   " CLOSE" DELIMITED BY SIZE
                   WS-TALLY-EDIT DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               PERFORM REPORT-EXCEPTION-PROCEDURE
           END-IF.
       CHECK-FOR-DEFUN-PROCEDURE.
           SET WS-DEFUN-LINE-YES TO FALSE.
           SET WS-DEFUN-DONE-YES TO FALSE.
           PERFORM VARYING WS-COUNT FROM 1 BY 1 UNTIL
               WS-COUNT > WS-SYMBOL-TABLE-SIZE
               OR WS-DEFUN-DONE-YES
               MOVE WS-SYMBOL(WS-COUNT) TO WS-PARSE-TOKEN
               PERFORM PARSE-STRING-PROCEDURE
               IF WS-PARSE-EXPRESSION-LEN > 0 THEN
                   SET WS-DEFUN-DONE-YES TO TRUE
                   IF WS-PARSE-EXPRESSION-LEN = 5
                       AND WS-PARSE-TOKEN(WS-PARSE-EXPRESSION-START:5)
                       = "defun" THEN
                       SET WS-DEFUN-LINE-YES TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-DEFUN-PROCEDURE.
      * The same four-state walk DEFUN-CAPTURE-PROCEDURE makes: name,
      * parameter list, then the body. Body tokens go through the
      * expression checks with the parameters counted as known names,
      * since that is how they resolve when the body runs.
           MOVE SPACES TO WS-DEFUN-NAME.
           MOVE 0 TO WS-DEFUN-PARAM-COUNT.
           MOVE 0 TO WS-DEFUN-BODY-TOKENS.
           MOVE 0 TO WS-DEFUN-STATE.
           MOVE 0 TO WS-DEFUN-DEPTH.
           PERFORM VARYING WS-DEFUN-PARAM-IDX FROM 1 BY 1
               UNTIL WS-DEFUN-PARAM-IDX > 8
               MOVE SPACES TO WS-DEFUN-PARAM-NAME(WS-DEFUN-PARAM-IDX)
           END-PERFORM.
           SET WS-DEFUN-DONE-YES TO FALSE.
           SET WS-DEFUN-ERROR-YES TO FALSE.
           MOVE 0 TO WS-CHECK-DEPTH.
           SET WS-PENDING-OPEN-YES TO FALSE.
           SET WS-BODY-CHECK-YES TO TRUE.
           PERFORM VARYING WS-COUNT FROM 1 BY 1 UNTIL
               WS-COUNT > WS-SYMBOL-TABLE-SIZE
               OR WS-DEFUN-DONE-YES
               OR WS-DEFUN-ERROR-YES
               MOVE WS-SYMBOL(WS-COUNT) TO WS-PARSE-TOKEN
               PERFORM PARSE-STRING-PROCEDURE
               PERFORM CHECK-DEFUN-TOKEN-PROCEDURE
           END-PERFORM.
           SET WS-BODY-CHECK-YES TO FALSE.
           IF NOT WS-DEFUN-ERROR-YES THEN
               IF WS-DEFUN-NAME = SPACES
                   OR WS-DEFUN-BODY-TOKENS = 0 THEN
                   MOVE "BAD DEFUN" TO WS-EXC-REASON
                   MOVE WS-DEFUN-NAME TO WS-EXC-DETAIL
                   PERFORM REPORT-EXCEPTION-PROCEDURE
               ELSE
                   PERFORM CHECK-DEFUN-NAME-PROCEDURE
               END-IF
           END-IF.
       CHECK-DEFUN-TOKEN-PROCEDURE.
           COMPUTE WS-DEFUN-DEPTH = WS-DEFUN-DEPTH
               + WS-OPEN-PAREN-COUNT - WS-CLOSE-PAREN-COUNT.
           EVALUATE WS-DEFUN-STATE
           WHEN 0
               IF WS-PARSE-EXPRESSION-LEN > 0 THEN
                   MOVE 1 TO WS-DEFUN-STATE
               END-IF
           WHEN 1
               IF WS-PARSE-EXPRESSION-LEN > 0 THEN
                   MOVE WS-PARSE-TOKEN(WS-PARSE-EXPRESSION-START:
                       WS-PARSE-EXPRESSION-LEN) TO WS-DEFUN-NAME
                   MOVE 2 TO WS-DEFUN-STATE
               END-IF
           WHEN 2
               IF WS-OPEN-PAREN-COUNT > 0 THEN
                   MOVE 3 TO WS-DEFUN-STATE
               END-IF
           WHEN 3
               IF WS-PARSE-EXPRESSION-LEN > 0 THEN
                   IF WS-DEFUN-PARAM-COUNT < 8 THEN
                       ADD 1 TO WS-DEFUN-PARAM-COUNT
                       MOVE WS-PARSE-TOKEN(WS-PARSE-EXPRESSION-START:
                           WS-PARSE-EXPRESSION-LEN)
                           TO WS-DEFUN-PARAM-NAME(WS-DEFUN-PARAM-COUNT)
                   ELSE
                       MOVE "TOO MANY PARAMS" TO WS-EXC-REASON
                       MOVE WS-DEFUN-NAME TO WS-EXC-DETAIL
                       PERFORM REPORT-EXCEPTION-PROCEDURE
                       SET WS-DEFUN-ERROR-YES TO TRUE
                   END-IF
               END-IF
               IF WS-CLOSE-PAREN-COUNT > 0 THEN
                   MOVE 4 TO WS-DEFUN-STATE
               END-IF
           WHEN 4
               ADD 1 TO WS-DEFUN-BODY-TOKENS
               PERFORM CHECK-TOKEN-PROCEDURE
               IF WS-DEFUN-DEPTH <= 0 THEN
                   SET WS-DEFUN-DONE-YES TO TRUE
               END-IF
           END-EVALUATE.
       CHECK-DEFUN-NAME-PROCEDURE.
      * A built-in name is refused at store time; anything else is
      * stored (or redefined) and callable from the next line on.
           EVALUATE WS-DEFUN-NAME
           WHEN "write"
           WHEN "+"
           WHEN "-"
           WHEN "*"
           WHEN "/"
           WHEN "<"
           WHEN ">"
           WHEN "="
           WHEN "if"
           WHEN "define"
           WHEN "setq"
           WHEN "defun"
           WHEN "sum-file"
           WHEN "fold-file"
           WHEN "lookup"
               MOVE "RESERVED NAME" TO WS-EXC-REASON
               MOVE WS-DEFUN-NAME TO WS-EXC-DETAIL
               PERFORM REPORT-EXCEPTION-PROCEDURE
           WHEN OTHER
               MOVE 0 TO WS-SCRIPT-FUNCTION-IDX
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-SCRIPT-FUNCTION-COUNT
                   IF WS-SCRIPT-FUNCTION-NAME(WS-CHECK-IDX) =
                       WS-DEFUN-NAME THEN
                       MOVE WS-CHECK-IDX TO WS-SCRIPT-FUNCTION-IDX
                   END-IF
               END-PERFORM
               IF WS-SCRIPT-FUNCTION-IDX = 0
                   AND WS-SCRIPT-FUNCTION-COUNT < 100 THEN
                   ADD 1 TO WS-SCRIPT-FUNCTION-COUNT
                   MOVE WS-SCRIPT-FUNCTION-COUNT
                       TO WS-SCRIPT-FUNCTION-IDX
               END-IF
               IF WS-SCRIPT-FUNCTION-IDX > 0 THEN
                   MOVE WS-DEFUN-NAME
                       TO WS-SCRIPT-FUNCTION-NAME
                       (WS-SCRIPT-FUNCTION-IDX)
                   MOVE WS-DEFUN-PARAM-COUNT
                       TO WS-SCRIPT-FUNCTION-PARAMS
                       (WS-SCRIPT-FUNCTION-IDX)
               END-IF
           END-EVALUATE.
       CHECK-EXPRESSION-PROCEDURE.
           MOVE 0 TO WS-CHECK-DEPTH.
           SET WS-PENDING-OPEN-YES TO FALSE.
           PERFORM VARYING WS-COUNT FROM 1 BY 1 UNTIL
               WS-COUNT > WS-SYMBOL-TABLE-SIZE
               MOVE WS-SYMBOL(WS-COUNT) TO WS-PARSE-TOKEN
               PERFORM PARSE-STRING-PROCEDURE
               PERFORM CHECK-TOKEN-PROCEDURE
           END-PERFORM.
       CHECK-TOKEN-PROCEDURE.
      * The shape of EVALUATE-CURRENT-COMMAND: an open means the next
      * text heads a form, other text is an operand for the innermost
      * form, and every close finishes one form.
           IF WS-PARSE-EXPRESSION-LEN > 0 THEN
               MOVE WS-PARSE-TOKEN
               (WS-PARSE-EXPRESSION-START:WS-PARSE-EXPRESSION-LEN)
               TO WS-CURR-COMMAND
           ELSE
               MOVE SPACES TO WS-CURR-COMMAND
           END-IF.
           IF WS-OPEN-PAREN-COUNT > 0 THEN
               SET WS-PENDING-OPEN-YES TO TRUE
           END-IF.
           IF WS-CURR-COMMAND NOT = SPACES THEN
               IF WS-PENDING-OPEN-YES THEN
                   PERFORM CHECK-PUSH-FORM-PROCEDURE
                   SET WS-PENDING-OPEN-YES TO FALSE
               ELSE
                   PERFORM CHECK-VALUE-PROCEDURE
               END-IF
           END-IF.
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
               UNTIL WS-CLOSE-IDX > WS-CLOSE-PAREN-COUNT
               PERFORM CHECK-CLOSE-FORM-PROCEDURE
           END-PERFORM.
       CHECK-PUSH-FORM-PROCEDURE.
           MOVE 0 TO WS-FORM-PARAMS.
           EVALUATE WS-CURR-COMMAND
           WHEN "write"
           WHEN "+"
           WHEN "-"
           WHEN "*"
           WHEN "/"
           WHEN "<"
           WHEN ">"
           WHEN "="
           WHEN "if"
           WHEN "define"
           WHEN "setq"
           WHEN "sum-file"
           WHEN "fold-file"
           WHEN "lookup"
               MOVE 'B' TO WS-FORM-KIND
           WHEN OTHER
               PERFORM CHECK-FIND-FUNCTION-PROCEDURE
               IF WS-FUNCTION-FOUND-YES THEN
                   MOVE 'F' TO WS-FORM-KIND
                   PERFORM CHECK-NESTED-CALL-PROCEDURE
               ELSE
                   MOVE 'U' TO WS-FORM-KIND
                   MOVE "UNKNOWN FORM" TO WS-EXC-REASON
                   MOVE WS-CURR-COMMAND(1:20) TO WS-EXC-DETAIL
                   PERFORM REPORT-EXCEPTION-PROCEDURE
               END-IF
           END-EVALUATE.
           IF WS-CHECK-DEPTH < 100 THEN
               ADD 1 TO WS-CHECK-DEPTH
               MOVE WS-CURR-COMMAND(1:20)
                   TO WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH)
               MOVE WS-FORM-KIND TO WS-CHECK-FRAME-KIND(WS-CHECK-DEPTH)
               MOVE WS-FORM-PARAMS
                   TO WS-CHECK-FRAME-PARAMS(WS-CHECK-DEPTH)
               MOVE 0 TO WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH)
               MOVE 'N' TO WS-CHECK-FRAME-NAMED(WS-CHECK-DEPTH)
           END-IF.
       CHECK-FIND-FUNCTION-PROCEDURE.
      * A defun earlier in the run wins over the file - it will have
      * replaced the stored entry by the time this line is evaluated.
           SET WS-FUNCTION-FOUND-YES TO FALSE.
           PERFORM VARYING WS-SCRIPT-FUNCTION-IDX FROM 1 BY 1
               UNTIL WS-SCRIPT-FUNCTION-IDX > WS-SCRIPT-FUNCTION-COUNT
               OR WS-FUNCTION-FOUND-YES
               IF WS-SCRIPT-FUNCTION-NAME(WS-SCRIPT-FUNCTION-IDX) =
                   WS-CURR-COMMAND(1:20) THEN
                   SET WS-FUNCTION-FOUND-YES TO TRUE
                   MOVE WS-SCRIPT-FUNCTION-PARAMS
                       (WS-SCRIPT-FUNCTION-IDX) TO WS-FORM-PARAMS
               END-IF
           END-PERFORM.
           IF NOT WS-FUNCTION-FOUND-YES THEN
               MOVE WS-CURR-COMMAND(1:20) TO FUNCTION-NAME
               READ FUNCTIONS-FILE
                   KEY IS FUNCTION-NAME
               END-READ
               IF WS-FUNCTIONS-FILE-STATUS = "00" THEN
                   SET WS-FUNCTION-FOUND-YES TO TRUE
                   MOVE FUNCTION-PARAM-COUNT TO WS-FORM-PARAMS
               END-IF
           END-IF.
       CHECK-NESTED-CALL-PROCEDURE.
      * One user-defined call can be in flight at a time - a call
      * inside another call's operands, or inside a body, is refused
      * overnight as NESTED FUNCTION.
           IF WS-BODY-CHECK-YES THEN
               MOVE "NESTED FUNCTION" TO WS-EXC-REASON
               MOVE WS-CURR-COMMAND(1:20) TO WS-EXC-DETAIL
               PERFORM REPORT-EXCEPTION-PROCEDURE
           ELSE
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-DEPTH
                   IF WS-CHECK-FRAME-KIND(WS-CHECK-IDX) = 'F' THEN
                       MOVE "NESTED FUNCTION" TO WS-EXC-REASON
                       MOVE WS-CURR-COMMAND(1:20) TO WS-EXC-DETAIL
                       PERFORM REPORT-EXCEPTION-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
       CHECK-VALUE-PROCEDURE.
           IF WS-CURR-COMMAND(1:1) = '"' THEN
               PERFORM CHECK-STRING-OPERAND-PROCEDURE
           ELSE
               PERFORM CHECK-NUMERIC-LITERAL-PROCEDURE
               IF WS-NUMERIC-LITERAL-YES THEN
                   PERFORM CHECK-NUMBER-OPERAND-PROCEDURE
               ELSE
                   PERFORM CHECK-SYMBOL-PROCEDURE
               END-IF
           END-IF.
       CHECK-STRING-OPERAND-PROCEDURE.
      * Strings only mean something to write (a label), the fold
      * forms (an operator or a feed name) and lookup (a table name
      * and key) - LISP-APPLY-DISPATCH-PROCEDURE condemns one arriving
      * anywhere else.
           IF WS-CHECK-DEPTH > 0 THEN
               IF WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "write"
                   OR WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "sum-file"
                   OR WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "fold-file"
                   OR WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "lookup"
                   THEN
                   CONTINUE
               ELSE
                   MOVE "NON-NUMERIC ARG" TO WS-EXC-REASON
                   MOVE WS-CURR-COMMAND(1:20) TO WS-EXC-DETAIL
                   PERFORM REPORT-EXCEPTION-PROCEDURE
               END-IF
               ADD 1 TO WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH)
           END-IF.
       CHECK-NUMBER-OPERAND-PROCEDURE.
           IF WS-CHECK-DEPTH > 0 THEN
               PERFORM CHECK-FOLD-NUMBER-PROCEDURE
               ADD 1 TO WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH)
           END-IF.
       CHECK-FOLD-NUMBER-PROCEDURE.
      * The fold forms take string operands only.
           IF WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "sum-file"
               OR WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "fold-file" THEN
               MOVE "BAD FOLD ARG" TO WS-EXC-REASON
               MOVE WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH)
                   TO WS-EXC-DETAIL
               PERFORM REPORT-EXCEPTION-PROCEDURE
           END-IF.
      * So does lookup - the table name and key are both strings.
           IF WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "lookup" THEN
               MOVE "BAD LOOKUP ARG" TO WS-EXC-REASON
               MOVE WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH)
                   TO WS-EXC-DETAIL
               PERFORM REPORT-EXCEPTION-PROCEDURE
           END-IF.
       CHECK-SYMBOL-PROCEDURE.
      * The first bare symbol in a define or setq is the name being
      * set - it is known from here on. Any other symbol has to be a
      * parameter (inside a body), a name set earlier in the run, or
      * an entry already in variables.dat.
           IF WS-CHECK-DEPTH > 0
               AND (WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "define"
               OR WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "setq")
               AND WS-CHECK-FRAME-NAMED(WS-CHECK-DEPTH) = 'N' THEN
               MOVE 'Y' TO WS-CHECK-FRAME-NAMED(WS-CHECK-DEPTH)
               PERFORM CHECK-ADD-DEFINED-PROCEDURE
           ELSE
               SET WS-SYMBOL-KNOWN-YES TO FALSE
               IF WS-BODY-CHECK-YES THEN
                   PERFORM VARYING WS-DEFUN-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-DEFUN-PARAM-IDX > WS-DEFUN-PARAM-COUNT
                       IF WS-DEFUN-PARAM-NAME(WS-DEFUN-PARAM-IDX) =
                           WS-CURR-COMMAND(1:20) THEN
                           SET WS-SYMBOL-KNOWN-YES TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT WS-SYMBOL-KNOWN-YES THEN
                   PERFORM VARYING WS-DEFINED-IDX FROM 1 BY 1
                       UNTIL WS-DEFINED-IDX > WS-DEFINED-COUNT
                       OR WS-SYMBOL-KNOWN-YES
                       IF WS-DEFINED-NAME(WS-DEFINED-IDX) =
                           WS-CURR-COMMAND(1:20) THEN
                           SET WS-SYMBOL-KNOWN-YES TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
               IF NOT WS-SYMBOL-KNOWN-YES THEN
                   MOVE WS-CURR-COMMAND(1:20) TO VARIABLE-NAME
                   READ VARIABLES-FILE
                       KEY IS VARIABLE-NAME
                   END-READ
                   IF WS-VARIABLES-FILE-STATUS = "00" THEN
                       SET WS-SYMBOL-KNOWN-YES TO TRUE
                   END-IF
               END-IF
               IF NOT WS-SYMBOL-KNOWN-YES THEN
                   MOVE "UNDEFINED SYMBOL" TO WS-EXC-REASON
                   MOVE WS-CURR-COMMAND(1:20) TO WS-EXC-DETAIL
                   PERFORM REPORT-EXCEPTION-PROCEDURE
               END-IF
               IF WS-CHECK-DEPTH > 0 THEN
                   PERFORM CHECK-FOLD-NUMBER-PROCEDURE
                   ADD 1 TO WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH)
               END-IF
           END-IF.
       CHECK-ADD-DEFINED-PROCEDURE.
           SET WS-SYMBOL-KNOWN-YES TO FALSE.
           PERFORM VARYING WS-DEFINED-IDX FROM 1 BY 1
               UNTIL WS-DEFINED-IDX > WS-DEFINED-COUNT
               OR WS-SYMBOL-KNOWN-YES
               IF WS-DEFINED-NAME(WS-DEFINED-IDX) =
                   WS-CURR-COMMAND(1:20) THEN
                   SET WS-SYMBOL-KNOWN-YES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-SYMBOL-KNOWN-YES
               AND WS-DEFINED-COUNT < 500 THEN
               ADD 1 TO WS-DEFINED-COUNT
               MOVE WS-CURR-COMMAND(1:20)
                   TO WS-DEFINED-NAME(WS-DEFINED-COUNT)
           END-IF.
       CHECK-CLOSE-FORM-PROCEDURE.
      * A close with no form open is already counted by the balance
      * check. A defun call is held to its parameter count here: the
      * overnight run refuses extra operands as they bind and missing
      * ones when the call closes.
           IF WS-CHECK-DEPTH > 0 THEN
               IF WS-CHECK-FRAME-KIND(WS-CHECK-DEPTH) = 'F' THEN
                   IF WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH) >
                       WS-CHECK-FRAME-PARAMS(WS-CHECK-DEPTH) THEN
                       MOVE "TOO MANY ARGS" TO WS-EXC-REASON
                       MOVE WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH)
                           TO WS-EXC-DETAIL
                       PERFORM REPORT-EXCEPTION-PROCEDURE
                   END-IF
                   IF WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH) <
                       WS-CHECK-FRAME-PARAMS(WS-CHECK-DEPTH) THEN
                       MOVE "TOO FEW ARGS" TO WS-EXC-REASON
                       MOVE WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH)
                           TO WS-EXC-DETAIL
                       PERFORM REPORT-EXCEPTION-PROCEDURE
                   END-IF
               END-IF
      * A lookup needs its table name and its key, and nothing more.
               IF WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH) = "lookup"
                   AND WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH) NOT = 2 THEN
                   MOVE "BAD LOOKUP ARG" TO WS-EXC-REASON
                   MOVE WS-CHECK-FRAME-NAME(WS-CHECK-DEPTH)
                       TO WS-EXC-DETAIL
                   PERFORM REPORT-EXCEPTION-PROCEDURE
               END-IF
               SUBTRACT 1 FROM WS-CHECK-DEPTH
      * The finished form's value is a number arriving at the form
      * beneath it.
               IF WS-CHECK-DEPTH > 0 THEN
                   PERFORM CHECK-FOLD-NUMBER-PROCEDURE
                   ADD 1 TO WS-CHECK-FRAME-ARGS(WS-CHECK-DEPTH)
               END-IF
           END-IF.
       CHECK-NUMERIC-LITERAL-PROCEDURE.
           SET WS-NUMERIC-LITERAL-YES TO TRUE.
           MOVE 0 TO WS-NUMERIC-DOT-COUNT.
           IF WS-PARSE-EXPRESSION-LEN = 0 THEN
               SET WS-NUMERIC-LITERAL-YES TO FALSE
           END-IF.
           PERFORM VARYING WS-NUMERIC-CHAR-IDX FROM 1 BY 1
               UNTIL WS-NUMERIC-CHAR-IDX > WS-PARSE-EXPRESSION-LEN
               MOVE WS-CURR-COMMAND(WS-NUMERIC-CHAR-IDX:1)
                   TO WS-NUMERIC-CHAR
               EVALUATE TRUE
                   WHEN WS-NUMERIC-CHAR = '-'
                       AND WS-NUMERIC-CHAR-IDX = 1
                       CONTINUE
                   WHEN WS-NUMERIC-CHAR = '.'
                       ADD 1 TO WS-NUMERIC-DOT-COUNT
                       IF WS-NUMERIC-DOT-COUNT > 1 THEN
                           SET WS-NUMERIC-LITERAL-YES TO FALSE
                       END-IF
                   WHEN WS-NUMERIC-CHAR IS NUMERIC
                       CONTINUE
                   WHEN OTHER
                       SET WS-NUMERIC-LITERAL-YES TO FALSE
               END-EVALUATE
           END-PERFORM.
           IF WS-NUMERIC-LITERAL-YES
               AND (WS-CURR-COMMAND(WS-PARSE-EXPRESSION-LEN:1) = '-'
               OR WS-CURR-COMMAND(WS-PARSE-EXPRESSION-LEN:1) = '.') THEN
               SET WS-NUMERIC-LITERAL-YES TO FALSE
           END-IF.
       REPORT-EXCEPTION-PROCEDURE.
           MOVE 8 TO WS-RAISE-CODE.
           PERFORM COMPLETION-CODE-RAISE-PROCEDURE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           ADD 1 TO WS-SCRIPT-EXCEPTIONS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-LISP-LINE-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-DETAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LISP-EXPRESSION(1:48) DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       REPORT-HEADER-PROCEDURE.
           MOVE "CISP PRE-FLIGHT SCRIPT CHECK" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHECKED: " DELIMITED BY SIZE
               WS-RUN-TIMESTAMP DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  LINE       REASON           " DELIMITED BY SIZE
               "DETAIL               TEXT" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       REPORT-FOOTER-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-SCRIPTS-CHECKED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SCRIPTS CHECKED.........: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-SCRIPTS-MISSING TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SCRIPTS NOT OPENED......: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-LINES-CHECKED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LINES READ..............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-FORMS-CHECKED TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXPRESSIONS CHECKED.....: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-EXCEPTION-COUNT TO WS-REPORT-COUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS..............: " DELIMITED BY SIZE
               WS-REPORT-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-EXCEPTION-COUNT = 0 THEN
               MOVE "VERDICT.................: CLEAN - READY TO RUN"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "VERDICT.................: FIX BEFORE THE NIGHT RUN"
                   TO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REPORT-LINE-PROCEDURE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               MOVE 8 TO WS-RAISE-CODE
               PERFORM COMPLETION-CODE-RAISE-PROCEDURE
               DISPLAY "REPORT WRITE FAILED - FILE STATUS "
               WS-REPORT-FILE-STATUS
           END-IF.
       RESET-PARSE-FLAGS-PROCEDURE.
           SET WS-OPEN-PAREN-YES TO FALSE.
           SET WS-CLOSE-PAREN-YES TO FALSE.
           MOVE 0 TO WS-OPEN-PAREN-COUNT.
           MOVE 0 TO WS-CLOSE-PAREN-COUNT.
           MOVE 0 TO WS-PARSE-EXPRESSION-START.
           MOVE 0 TO WS-PARSE-EXPRESSION-END.
           MOVE 0 TO WS-PARSE-EXPRESSION-LEN.
       PARSE-STRING-PROCEDURE.
           PERFORM RESET-PARSE-FLAGS-PROCEDURE.
           MOVE 1 TO WS-PARSE-STR-INDEX.
           SET WS-PARSE-HAS-ENDED TO FALSE.
           PERFORM VARYING WS-PARSE-STR-INDEX FROM 1 BY 1
           UNTIL WS-PARSE-HAS-ENDED
              MOVE WS-PARSE-TOKEN(WS-PARSE-STR-INDEX:1)
              TO WS-PARSE-STR-CHAR
              EVALUATE WS-PARSE-STR-CHAR
              WHEN '('
                  SET WS-OPEN-PAREN-YES TO TRUE
                  ADD 1 TO WS-OPEN-PAREN-COUNT
              WHEN ')'
                   SET WS-CLOSE-PAREN-YES TO TRUE
                   ADD 1 TO WS-CLOSE-PAREN-COUNT
              WHEN ' '
                   SET WS-PARSE-HAS-ENDED TO TRUE
                   MOVE WS-PARSE-STR-INDEX TO WS-PARSE-EXPRESSION-END
                   SUBTRACT 1 FROM WS-PARSE-EXPRESSION-END
              WHEN OTHER
                   IF WS-PARSE-EXPRESSION-START = 0 THEN
                       MOVE WS-PARSE-STR-INDEX
                       TO WS-PARSE-EXPRESSION-START
                    END-IF
                    ADD 1 TO WS-PARSE-EXPRESSION-LEN
           END-PERFORM.
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
       END PROGRAM CISPCHK.
