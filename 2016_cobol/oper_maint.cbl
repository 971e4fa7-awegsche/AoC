      *-----------------------------------------------------------------
      *    operator-master maintenance ------------------------------ --
      *    READ-MOVEMENTS, INPUT-EDIT and ROUTE-LOAD only accept a     -
      *    headered movement file whose HDR1 operator is on the keyed  -
      *    operator master OPERMST.DAT, active, and inside its valid   -
      *    dates on the route date. this program keeps that master.    -
      *    transactions are read from OPERTXN.TXT, one per line:       -
      *        ADD;<code>;<name>;<depot>;<valid-from>;<valid-to>       -
      *            files a new, active operator; the dates are         -
      *            yyyymmdd, either one left empty for no limit        -
      *        CHANGE;<code>;<name>;<depot>;<valid-from>;<valid-to>    -
      *            replaces every field given; a field left empty      -
      *            keeps what is on file                               -
      *        DEACTIVATE;<code>                                       -
      *            marks the operator inactive - the record stays on   -
      *            file so routes already loaded still name somebody   -
      *    every transaction is listed on OPERMNTR.TXT with the        -
      *    operator's record as it stood before and after, or with     -
      *    the reason it was refused                                   -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERATOR-MAINT.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "OPERTXN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OM-OPERATOR-CODE
              FILE STATUS IS OPERATOR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OPERMNTR.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(132).

       FD  OPERATOR-FILE.
       COPY "operator-master.cpy".

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 REQUEST-STATUS     PIC XX.
       01 OPERATOR-STATUS    PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 REQUEST-LINE       PIC X(132).
       01 REPORT-LINE        PIC X(132).

      * one transaction split apart
       01 REQ-VERB           PIC X(12).
       01 REQ-CODE           PIC X(8).
       01 REQ-NAME           PIC X(30).
       01 REQ-DEPOT          PIC X(8).
       01 REQ-FROM           PIC X(8).
       01 REQ-TO             PIC X(8).
       01 REQ-ERROR          PIC X(64).

      * the operator's record as it stood before the transaction,
      * kept for the before/after report
       01 BEFORE-FOUND       PIC X.
       01 BEFORE-IMAGE       PIC X(71).
       01 AFTER-IMAGE        PIC X(71).
       01 IMAGE-LABEL        PIC X(12).
       01 STATUS-WORD        PIC X(8).

       01 TODAY-DATE         PIC X(8).
       01 TXN-APPLIED        PIC S9(8) COMP VALUE 0.
       01 TXN-REFUSED        PIC S9(8) COMP VALUE 0.
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.
       01 COUNT-ED           PIC ZZZZZZZ9.

      * calendar check scratch for the valid-from/valid-to dates
       01 CHECK-DATE         PIC X(8).
       01 CHECK-YEAR         PIC 9(4).
       01 CHECK-MONTH        PIC 9(2).
       01 CHECK-DAY          PIC 9(2).
       01 MONTH-LIMIT        PIC 9(2).
       01 LEAP-REM           PIC 9(4).
       01 DATE-OK            PIC X.

       COPY "return-codes.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the run-long counters have to be put back to
      *    their starting state here
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 0 TO TXN-APPLIED.
           MOVE 0 TO TXN-REFUSED.
           MOVE 0 TO BAD-REQUESTS.
           MOVE 'N' TO ANY-FILE-TROUBLE.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open OPERTXN.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open OPERMNTR.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

      *    the master keeps every operator ever filed; a first-ever
      *    run has to create it
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-STATUS = '35' THEN
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF OPERATOR-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open OPERMST.DAT (file status "
                       OPERATOR-STATUS ")"
               CLOSE REQUEST-FILE
               CLOSE REPORT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "=== OPERATOR-MASTER MAINTENANCE REPORT ==="
              TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO ATEND-REQUESTS.
           PERFORM UNTIL ATEND-REQUESTS = 'Y'
               READ REQUEST-FILE INTO REQUEST-LINE
                   AT END
                       MOVE 'Y' TO ATEND-REQUESTS
                   NOT AT END
                       IF REQUEST-LINE NOT = SPACES THEN
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE OPERATOR-FILE.

           PERFORM REPORT-MAINT-TOTALS.

           CLOSE REPORT-FILE.

           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "operator maintenance report written to "
                   "OPERMNTR.TXT".

           GOBACK.

      *-----------------------------------------------------------------
      *    apply one transaction - splits one OPERTXN.TXT line, reads --
      *    the operator it names, and dispatches it; a verb this -------
      *    program doesn't know is reported rather than silently -------
      *    dropped -----------------------------------------------------
      *-----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REQ-VERB REQ-CODE REQ-NAME REQ-DEPOT
                          REQ-FROM REQ-TO REQ-ERROR.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-CODE REQ-NAME REQ-DEPOT
                    REQ-FROM REQ-TO
           END-UNSTRING.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUEST " DELIMITED BY SIZE
                  REQUEST-LINE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF REQ-CODE = SPACES THEN
               MOVE "operator code is missing" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

      *    the record as it stands today is the BEFORE image of
      *    every verb
           MOVE REQ-CODE TO OM-OPERATOR-CODE.
           MOVE 'Y' TO BEFORE-FOUND.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE 'N' TO BEFORE-FOUND
           END-READ.
           IF BEFORE-FOUND = 'Y' THEN
               MOVE OPERATOR-MST-RECORD TO BEFORE-IMAGE
           END-IF.

           EVALUATE REQ-VERB
           WHEN "ADD"
               PERFORM ADD-OPERATOR
           WHEN "CHANGE"
               PERFORM CHANGE-OPERATOR
           WHEN "DEACTIVATE"
               PERFORM DEACTIVATE-OPERATOR
           WHEN OTHER
               MOVE "unknown transaction verb" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    add operator - a new code, filed active ---------------------
      *-----------------------------------------------------------------
       ADD-OPERATOR.
           IF BEFORE-FOUND = 'Y' THEN
               MOVE "operator is already on file - use CHANGE"
                  TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF REQ-NAME = SPACES THEN
               MOVE "operator name is missing" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO OPERATOR-MST-RECORD.
           MOVE REQ-CODE TO OM-OPERATOR-CODE.
           MOVE REQ-NAME TO OM-NAME.
           MOVE REQ-DEPOT TO OM-DEPOT.
           SET OM-ACTIVE TO TRUE.
           MOVE REQ-FROM TO OM-VALID-FROM.
           MOVE REQ-TO TO OM-VALID-TO.
           MOVE TODAY-DATE TO OM-MAINT-DATE.

           PERFORM VALIDATE-VALID-DATES.
           IF REQ-ERROR NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           WRITE OPERATOR-MST-RECORD.
           PERFORM FINISH-TRANSACTION.

      *-----------------------------------------------------------------
      *    change operator - every field the transaction gives ---------
      *    replaces the one on file; an empty field keeps it -----------
      *-----------------------------------------------------------------
       CHANGE-OPERATOR.
           IF BEFORE-FOUND NOT = 'Y' THEN
               MOVE "operator is not on file" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           IF REQ-NAME NOT = SPACES THEN
               MOVE REQ-NAME TO OM-NAME
           END-IF.
           IF REQ-DEPOT NOT = SPACES THEN
               MOVE REQ-DEPOT TO OM-DEPOT
           END-IF.
           IF REQ-FROM NOT = SPACES THEN
               MOVE REQ-FROM TO OM-VALID-FROM
           END-IF.
           IF REQ-TO NOT = SPACES THEN
               MOVE REQ-TO TO OM-VALID-TO
           END-IF.
           MOVE TODAY-DATE TO OM-MAINT-DATE.

           PERFORM VALIDATE-VALID-DATES.
           IF REQ-ERROR NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           REWRITE OPERATOR-MST-RECORD.
           PERFORM FINISH-TRANSACTION.

      *-----------------------------------------------------------------
      *    deactivate operator - the record stays on file, marked ------
      *    inactive, so CHECK-OPERATOR refuses the code from now on ----
      *-----------------------------------------------------------------
       DEACTIVATE-OPERATOR.
           IF BEFORE-FOUND NOT = 'Y' THEN
               MOVE "operator is not on file" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF OM-INACTIVE THEN
               MOVE "operator is already deactivated" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           SET OM-INACTIVE TO TRUE.
           MOVE TODAY-DATE TO OM-MAINT-DATE.

           REWRITE OPERATOR-MST-RECORD.
           PERFORM FINISH-TRANSACTION.

      *-----------------------------------------------------------------
      *    validate valid dates - both bounds, when given, have to be --
      *    real calendar days and in the right order -------------------
      *-----------------------------------------------------------------
       VALIDATE-VALID-DATES.
           IF OM-VALID-FROM NOT = SPACES THEN
               MOVE OM-VALID-FROM TO CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF DATE-OK NOT = 'Y' THEN
                   MOVE "valid-from date must be a real yyyymmdd day"
                      TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF OM-VALID-TO NOT = SPACES THEN
               MOVE OM-VALID-TO TO CHECK-DATE
               PERFORM VALIDATE-CALENDAR-DATE
               IF DATE-OK NOT = 'Y' THEN
                   MOVE "valid-to date must be a real yyyymmdd day"
                      TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF OM-VALID-FROM NOT = SPACES AND OM-VALID-TO NOT = SPACES
              AND OM-VALID-TO < OM-VALID-FROM THEN
               MOVE "valid-to date is before valid-from date"
                  TO REQ-ERROR
           END-IF.

      *-----------------------------------------------------------------
      *    validate calendar date - CHECK-DATE has to be a real --------
      *    yyyymmdd day, leap years included ---------------------------
      *-----------------------------------------------------------------
       VALIDATE-CALENDAR-DATE.
           MOVE 'N' TO DATE-OK.
           IF CHECK-DATE NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE CHECK-DATE(1:4) TO CHECK-YEAR.
           MOVE CHECK-DATE(5:2) TO CHECK-MONTH.
           MOVE CHECK-DATE(7:2) TO CHECK-DAY.

           IF CHECK-YEAR < 1990 OR CHECK-MONTH < 1
              OR CHECK-MONTH > 12 OR CHECK-DAY < 1 THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE CHECK-MONTH
           WHEN 01 WHEN 03 WHEN 05 WHEN 07
           WHEN 08 WHEN 10 WHEN 12
               MOVE 31 TO MONTH-LIMIT
           WHEN 04 WHEN 06 WHEN 09 WHEN 11
               MOVE 30 TO MONTH-LIMIT
           WHEN 02
               MOVE 28 TO MONTH-LIMIT
               COMPUTE LEAP-REM = FUNCTION MOD(CHECK-YEAR, 4)
               IF LEAP-REM = 0 THEN
                   COMPUTE LEAP-REM = FUNCTION MOD(CHECK-YEAR, 100)
                   IF LEAP-REM NOT = 0 THEN
                       MOVE 29 TO MONTH-LIMIT
                   ELSE
                       COMPUTE LEAP-REM =
                          FUNCTION MOD(CHECK-YEAR, 400)
                       IF LEAP-REM = 0 THEN
                           MOVE 29 TO MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-EVALUATE.

           IF CHECK-DAY <= MONTH-LIMIT THEN
               MOVE 'Y' TO DATE-OK
           END-IF.

      *-----------------------------------------------------------------
      *    finish transaction - checks the write or rewrite that was ---
      *    just issued and lists the before and after images -----------
      *-----------------------------------------------------------------
       FINISH-TRANSACTION.
           IF OPERATOR-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               ADD 1 TO TXN-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: master update failed (file status "
                      OPERATOR-STATUS ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TXN-APPLIED.

           MOVE "    BEFORE: " TO IMAGE-LABEL.
           IF BEFORE-FOUND = 'Y' THEN
               MOVE OPERATOR-MST-RECORD TO AFTER-IMAGE
               MOVE BEFORE-IMAGE TO OPERATOR-MST-RECORD
               PERFORM REPORT-OPERATOR-IMAGE
               MOVE AFTER-IMAGE TO OPERATOR-MST-RECORD
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING IMAGE-LABEL "(not on file)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE "    AFTER : " TO IMAGE-LABEL.
           PERFORM REPORT-OPERATOR-IMAGE.

      *-----------------------------------------------------------------
      *    report operator image - one operator record as a report ----
      *    row, under the BEFORE/AFTER label in IMAGE-LABEL ------------
      *-----------------------------------------------------------------
       REPORT-OPERATOR-IMAGE.
           IF OM-ACTIVE THEN
               MOVE "ACTIVE" TO STATUS-WORD
           ELSE
               MOVE "INACTIVE" TO STATUS-WORD
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING IMAGE-LABEL DELIMITED BY SIZE
                  "CODE=" DELIMITED BY SIZE
                  OM-OPERATOR-CODE DELIMITED BY SPACE
                  " NAME=" DELIMITED BY SIZE
                  OM-NAME DELIMITED BY "  "
                  " DEPOT=" DELIMITED BY SIZE
                  OM-DEPOT DELIMITED BY SPACE
                  " STATUS=" DELIMITED BY SIZE
                  STATUS-WORD DELIMITED BY SPACE
                  " FROM=" OM-VALID-FROM
                  " TO=" OM-VALID-TO
                  " MAINT=" OM-MAINT-DATE
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    refuse transaction - the reason goes on the report and the -
      *    master is left untouched ------------------------------------
      *-----------------------------------------------------------------
       REFUSE-TRANSACTION.
           ADD 1 TO TXN-REFUSED.
           ADD 1 TO BAD-REQUESTS.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ERROR: " DELIMITED BY SIZE
                  REQ-ERROR DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    report maint totals --------------------------------------- -
      *-----------------------------------------------------------------
       REPORT-MAINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--- TOTALS ---" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE TXN-APPLIED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    TRANSACTIONS APPLIED: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE TXN-REFUSED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    TRANSACTIONS REFUSED: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       END PROGRAM OPERATOR-MAINT.
