      ******************************************************************
      * Author: Lauryn Brown
      * Date: 2017
      * Purpose: CISP Label Limits Maintenance Utility
      * Tectonics: cobc
      ******************************************************************
      * limits.dat holds, per RESULT-LABEL, the bounds a ledger row
      * must sit inside for GL-POSTING-PROCEDURE to post it unattended,
      * a flag saying the label must appear in every run, and a flag
      * saying its rows always need a supervisor's sign-off. A row
      * outside its bounds, or under sign-off, is held (see HOLDREL).
      * This utility lists, sets, deletes and exports the entries.
      * Driven by limmaintctl.dat cards:
      *   MODE=LIST
      *   MODE=SET      LABEL=<result label>
      *                 MIN=<number>|NONE     MAX=<number>|NONE
      *                 REQUIRED=Y|N          SIGNOFF=Y|N
      *   MODE=DELETE   LABEL=<result label>
      *   MODE=EXPORT   EXPORT-FILE=<path>    (default limexport.dat)
      * A SET on an existing label changes only the cards supplied.
      *   OPERATOR=<operator id>  (required, see opauth.dat)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIMITS-FILE
               ASSIGN TO DYNAMIC LIMITS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS LIMIT-LABEL
               FILE STATUS IS WS-LIMITS-FILE-STATUS.
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
           FD EXPORT-FILE.
           01 EXPORT-RECORD PIC X(80).
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
       01 LIMITS-FILE-NAME PIC X(100).
       01 EXPORT-FILE-NAME PIC X(100).
       01 CONTROL-FILE-NAME PIC X(100).
       01 WS-LIMITS-FILE-STATUS PIC X(2).
       01 WS-EXPORT-FILE-STATUS PIC X(2).
       01 WS-CONTROL-FILE-STATUS PIC X(2).
       01 OPERATOR-AUTH-NAME PIC X(100).
       01 AUTH-LOG-NAME PIC X(100).
       01 WS-OPERATOR-AUTH-STATUS PIC X(2).
       01 WS-AUTH-LOG-STATUS PIC X(2).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-AUTH-PROGRAM PIC X(10) VALUE "LIMMAINT".
       01 WS-AUTH-MODE PIC X(10).
       01 WS-AUTH-REASON PIC X(30).
       01 WS-OPERATOR-AUTH-EOF PIC X(1).
           88 WS-OPERATOR-AUTH-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR-AUTHORIZED PIC X(1).
           88 WS-OPERATOR-AUTHORIZED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MODE PIC X(8).
       01 WS-TARGET-LABEL PIC X(20).
       01 WS-TARGET-MINIMUM PIC S9(15)V9(5).
       01 WS-TARGET-MIN-SET PIC X(1).
       01 WS-TARGET-MAXIMUM PIC S9(15)V9(5).
       01 WS-TARGET-MAX-SET PIC X(1).
       01 WS-TARGET-REQUIRED PIC X(1).
       01 WS-TARGET-SIGNOFF PIC X(1).
       01 WS-MIN-GIVEN PIC X(1).
           88 WS-MIN-GIVEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-MAX-GIVEN PIC X(1).
           88 WS-MAX-GIVEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-CONTROL-KEYWORD PIC X(20).
       01 WS-CONTROL-VALUE PIC X(100).
       01 WS-CONTROL-EOF PIC X(1).
           88 WS-CONTROL-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-LIMITS-EOF PIC X(1).
           88 WS-LIMITS-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RECORDS-LISTED PIC 9(5) VALUE 0.
       01 WS-RECORDS-EXPORTED PIC 9(5) VALUE 0.
       01 WS-MIN-TEXT PIC X(22).
       01 WS-MAX-TEXT PIC X(22).
       01 WS-LIMIT-EDIT PIC -9(15).9(5).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CONTROL-FILE-PROCEDURE.
           MOVE WS-MODE TO WS-AUTH-MODE.
           PERFORM AUTHORIZE-OPERATOR-PROCEDURE.
           IF NOT WS-OPERATOR-AUTHORIZED-YES THEN
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MODE = SPACES THEN
               DISPLAY "NO MODE CARD - SUPPLY limmaintctl.dat WITH "
               "MODE=LIST, MODE=SET, MODE=DELETE OR MODE=EXPORT"
           ELSE
               PERFORM OPEN-LIMITS-PROCEDURE
               IF WS-LIMITS-FILE-STATUS = "00" THEN
                   EVALUATE WS-MODE
                   WHEN "LIST"
                       PERFORM LIST-PROCEDURE
                   WHEN "SET"
                       PERFORM SET-PROCEDURE
                   WHEN "DELETE"
                       PERFORM DELETE-PROCEDURE
                   WHEN "EXPORT"
                       PERFORM EXPORT-PROCEDURE
                   WHEN OTHER
                       DISPLAY "UNKNOWN MODE: " WS-MODE
                   END-EVALUATE
                   CLOSE LIMITS-FILE
               END-IF
           END-IF.
           STOP RUN.
       READ-CONTROL-FILE-PROCEDURE.
           MOVE "limmaintctl.dat" TO CONTROL-FILE-NAME.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-MODE.
           MOVE SPACES TO WS-TARGET-LABEL.
           MOVE 0 TO WS-TARGET-MINIMUM.
           MOVE 0 TO WS-TARGET-MAXIMUM.
           MOVE 'N' TO WS-TARGET-MIN-SET.
           MOVE 'N' TO WS-TARGET-MAX-SET.
           MOVE SPACES TO WS-TARGET-REQUIRED.
           MOVE SPACES TO WS-TARGET-SIGNOFF.
           SET WS-MIN-GIVEN-YES TO FALSE.
           SET WS-MAX-GIVEN-YES TO FALSE.
           MOVE "limexport.dat" TO EXPORT-FILE-NAME.
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
               WHEN "LABEL"
                   MOVE WS-CONTROL-VALUE(1:20) TO WS-TARGET-LABEL
               WHEN "MIN"
                   SET WS-MIN-GIVEN-YES TO TRUE
                   IF WS-CONTROL-VALUE(1:4) = "NONE" THEN
                       MOVE 'N' TO WS-TARGET-MIN-SET
                       MOVE 0 TO WS-TARGET-MINIMUM
                   ELSE
                       MOVE 'Y' TO WS-TARGET-MIN-SET
                       COMPUTE WS-TARGET-MINIMUM =
                           FUNCTION NUMVAL(WS-CONTROL-VALUE(1:22))
                   END-IF
               WHEN "MAX"
                   SET WS-MAX-GIVEN-YES TO TRUE
                   IF WS-CONTROL-VALUE(1:4) = "NONE" THEN
                       MOVE 'N' TO WS-TARGET-MAX-SET
                       MOVE 0 TO WS-TARGET-MAXIMUM
                   ELSE
                       MOVE 'Y' TO WS-TARGET-MAX-SET
                       COMPUTE WS-TARGET-MAXIMUM =
                           FUNCTION NUMVAL(WS-CONTROL-VALUE(1:22))
                   END-IF
               WHEN "REQUIRED"
                   MOVE WS-CONTROL-VALUE(1:1) TO WS-TARGET-REQUIRED
               WHEN "SIGNOFF"
                   MOVE WS-CONTROL-VALUE(1:1) TO WS-TARGET-SIGNOFF
               WHEN "EXPORT-FILE"
                   MOVE WS-CONTROL-VALUE TO EXPORT-FILE-NAME
               WHEN "OPERATOR"
                   MOVE WS-CONTROL-VALUE(1:8) TO WS-OPERATOR-ID
               WHEN OTHER
                   DISPLAY "UNKNOWN CONTROL CARD: " CONTROL-RECORD(1:60)
               END-EVALUATE
           END-IF.
       OPEN-LIMITS-PROCEDURE.
           MOVE "limits.dat" TO LIMITS-FILE-NAME.
           OPEN I-O LIMITS-FILE.
           IF WS-LIMITS-FILE-STATUS = "35" THEN
               OPEN OUTPUT LIMITS-FILE
               CLOSE LIMITS-FILE
               OPEN I-O LIMITS-FILE
           END-IF.
           IF WS-LIMITS-FILE-STATUS = "05" THEN
               MOVE "00" TO WS-LIMITS-FILE-STATUS
           END-IF.
           IF WS-LIMITS-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN " LIMITS-FILE-NAME(1:20)
               " - FILE STATUS " WS-LIMITS-FILE-STATUS
           END-IF.
       LIST-PROCEDURE.
           MOVE LOW-VALUES TO LIMIT-LABEL.
           START LIMITS-FILE KEY IS NOT LESS THAN LIMIT-LABEL
           END-START.
           IF WS-LIMITS-FILE-STATUS NOT = "00" THEN
               DISPLAY "LIMITS FILE IS EMPTY"
           ELSE
               SET WS-LIMITS-EOF-YES TO FALSE
               PERFORM UNTIL WS-LIMITS-EOF-YES
                   READ LIMITS-FILE NEXT RECORD
                       AT END
                           SET WS-LIMITS-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-LISTED
                           PERFORM LIMIT-TEXT-PROCEDURE
                           DISPLAY LIMIT-LABEL " MIN " WS-MIN-TEXT
                           " MAX " WS-MAX-TEXT
                           " REQUIRED " LIMIT-REQUIRED
                           " SIGNOFF " LIMIT-SIGNOFF
                   END-READ
               END-PERFORM
               DISPLAY "LIST COMPLETE - " WS-RECORDS-LISTED
               " LIMIT(S)"
           END-IF.
       LIMIT-TEXT-PROCEDURE.
           IF LIMIT-MIN-SET-YES THEN
               MOVE LIMIT-MINIMUM TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-MIN-TEXT
           ELSE
               MOVE "NONE" TO WS-MIN-TEXT
           END-IF.
           IF LIMIT-MAX-SET-YES THEN
               MOVE LIMIT-MAXIMUM TO WS-LIMIT-EDIT
               MOVE WS-LIMIT-EDIT TO WS-MAX-TEXT
           ELSE
               MOVE "NONE" TO WS-MAX-TEXT
           END-IF.
       SET-PROCEDURE.
           IF WS-TARGET-LABEL = SPACES THEN
               DISPLAY "MODE=SET NEEDS A LABEL= CARD"
           ELSE
               MOVE WS-TARGET-LABEL TO LIMIT-LABEL
               READ LIMITS-FILE
                   KEY IS LIMIT-LABEL
               END-READ
               IF WS-LIMITS-FILE-STATUS = "00" THEN
                   PERFORM APPLY-CARDS-PROCEDURE
                   REWRITE LIMITS-RECORD
                   END-REWRITE
               ELSE
                   MOVE SPACES TO LIMITS-RECORD
                   MOVE WS-TARGET-LABEL TO LIMIT-LABEL
                   MOVE 0 TO LIMIT-MINIMUM
                   MOVE 0 TO LIMIT-MAXIMUM
                   MOVE 'N' TO LIMIT-MIN-SET
                   MOVE 'N' TO LIMIT-MAX-SET
                   MOVE 'N' TO LIMIT-REQUIRED
                   MOVE 'N' TO LIMIT-SIGNOFF
                   PERFORM APPLY-CARDS-PROCEDURE
                   WRITE LIMITS-RECORD
               END-IF
               IF WS-LIMITS-FILE-STATUS NOT = "00" THEN
                   DISPLAY "SET FAILED - FILE STATUS "
                   WS-LIMITS-FILE-STATUS
               ELSE
                   PERFORM LIMIT-TEXT-PROCEDURE
                   DISPLAY "SET " LIMIT-LABEL " MIN " WS-MIN-TEXT
                   " MAX " WS-MAX-TEXT
                   " REQUIRED " LIMIT-REQUIRED
                   " SIGNOFF " LIMIT-SIGNOFF
               END-IF
           END-IF.
       APPLY-CARDS-PROCEDURE.
           IF WS-MIN-GIVEN-YES THEN
               MOVE WS-TARGET-MINIMUM TO LIMIT-MINIMUM
               MOVE WS-TARGET-MIN-SET TO LIMIT-MIN-SET
           END-IF.
           IF WS-MAX-GIVEN-YES THEN
               MOVE WS-TARGET-MAXIMUM TO LIMIT-MAXIMUM
               MOVE WS-TARGET-MAX-SET TO LIMIT-MAX-SET
           END-IF.
           IF WS-TARGET-REQUIRED = 'Y' OR WS-TARGET-REQUIRED = 'N' THEN
               MOVE WS-TARGET-REQUIRED TO LIMIT-REQUIRED
           END-IF.
           IF WS-TARGET-SIGNOFF = 'Y' OR WS-TARGET-SIGNOFF = 'N' THEN
               MOVE WS-TARGET-SIGNOFF TO LIMIT-SIGNOFF
           END-IF.
       DELETE-PROCEDURE.
           IF WS-TARGET-LABEL = SPACES THEN
               DISPLAY "MODE=DELETE NEEDS A LABEL= CARD"
           ELSE
               MOVE WS-TARGET-LABEL TO LIMIT-LABEL
               READ LIMITS-FILE
                   KEY IS LIMIT-LABEL
               END-READ
               IF WS-LIMITS-FILE-STATUS NOT = "00" THEN
                   DISPLAY "LABEL NOT FOUND: " WS-TARGET-LABEL
               ELSE
                   DELETE LIMITS-FILE RECORD
                   END-DELETE
                   IF WS-LIMITS-FILE-STATUS NOT = "00" THEN
                       DISPLAY "DELETE FAILED - FILE STATUS "
                       WS-LIMITS-FILE-STATUS
                   ELSE
                       DISPLAY "DELETED " WS-TARGET-LABEL
                   END-IF
               END-IF
           END-IF.
       EXPORT-PROCEDURE.
           OPEN OUTPUT EXPORT-FILE.
           IF WS-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN EXPORT FILE "
               EXPORT-FILE-NAME(1:40)
               " - FILE STATUS " WS-EXPORT-FILE-STATUS
           ELSE
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
                               PERFORM EXPORT-ONE-PROCEDURE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE EXPORT-FILE
               DISPLAY "EXPORT COMPLETE - " WS-RECORDS-EXPORTED
               " LIMIT(S) TO " EXPORT-FILE-NAME(1:40)
           END-IF.
       EXPORT-ONE-PROCEDURE.
           PERFORM LIMIT-TEXT-PROCEDURE.
           MOVE SPACES TO EXPORT-RECORD.
           STRING LIMIT-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MIN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MAX-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIMIT-REQUIRED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LIMIT-SIGNOFF DELIMITED BY SIZE
               INTO EXPORT-RECORD
           END-STRING.
           WRITE EXPORT-RECORD.
           IF WS-EXPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "EXPORT WRITE FAILED - FILE STATUS "
               WS-EXPORT-FILE-STATUS
           ELSE
               ADD 1 TO WS-RECORDS-EXPORTED
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
       END PROGRAM LIMMAINT.
