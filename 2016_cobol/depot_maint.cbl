      *-----------------------------------------------------------------
      *    depot-master maintenance --------------------------------- --
      *    every walk starts on the square and heading of the depot    -
      *    its HDR1 header names, looked up on the keyed depot master  -
      *    DEPOTMST.DAT, so routes from different depots land on one   -
      *    common grid. this program keeps that master. transactions   -
      *    are read from DEPOTTXN.TXT, one per line:                   -
      *        ADD;<code>;<name>;<x>;<y>;<heading>                     -
      *            files a new depot; x and y are its absolute grid    -
      *            square (a whole number of up to four digits, with   -
      *            an optional sign) and the heading is E, N, W or S   -
      *            (E when left empty - the start every route had      -
      *            before depots were kept)                            -
      *        CHANGE;<code>;<name>;<x>;<y>;<heading>                  -
      *            replaces every field given; a field left empty      -
      *            keeps what is on file                               -
      *    a depot is never removed - routes already loaded name it,   -
      *    and a rerun has to start them where they started. every     -
      *    transaction is listed on DEPMNTR.TXT with the depot's       -
      *    record as it stood before and after, or with the reason it  -
      *    was refused                                                 -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPOT-MAINT.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "DEPOTTXN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT DEPOT-FILE ASSIGN TO "DEPOTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-DEPOT-CODE
              FILE STATUS IS DEPOT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "DEPMNTR.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(132).

       FD  DEPOT-FILE.
       COPY "depot-master.cpy".

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 REQUEST-STATUS     PIC XX.
       01 DEPOT-STATUS       PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 REQUEST-LINE       PIC X(132).
       01 REPORT-LINE        PIC X(132).

      * one transaction split apart
       01 REQ-VERB           PIC X(12).
       01 REQ-CODE           PIC X(8).
       01 REQ-NAME           PIC X(30).
       01 REQ-X              PIC X(8).
       01 REQ-Y              PIC X(8).
       01 REQ-HEADING        PIC X(4).
       01 REQ-ERROR          PIC X(64).

      * the depot's record as it stood before the transaction, kept
      * for the before/after report
       01 BEFORE-FOUND       PIC X.
       01 BEFORE-IMAGE       PIC X(57).
       01 AFTER-IMAGE        PIC X(57).
       01 IMAGE-LABEL        PIC X(12).
       01 ORIGIN-X-ED        PIC -9999.
       01 ORIGIN-Y-ED        PIC -9999.

      * coordinate scratch - one signed whole number of up to four
      * digits, the range every position field on the grid can hold
       01 COORD-TEXT         PIC X(8).
       01 COORD-VALUE        PIC S9(4) COMP.
       01 COORD-PTR          PIC S9(4) COMP.
       01 COORD-DIGITS       PIC S9(4) COMP.
       01 COORD-NEGATIVE     PIC X.
       01 COORD-OK           PIC X.
       01 TMP-DIGIT          PIC 9.

       01 TODAY-DATE         PIC X(8).
       01 TXN-APPLIED        PIC S9(8) COMP VALUE 0.
       01 TXN-REFUSED        PIC S9(8) COMP VALUE 0.
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.
       01 COUNT-ED           PIC ZZZZZZZ9.

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
               DISPLAY "ERROR: cannot open DEPOTTXN.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open DEPMNTR.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

      *    the master keeps every depot ever filed; a first-ever run
      *    has to create it
           OPEN I-O DEPOT-FILE.
           IF DEPOT-STATUS = '35' THEN
               OPEN OUTPUT DEPOT-FILE
               CLOSE DEPOT-FILE
               OPEN I-O DEPOT-FILE
           END-IF.
           IF DEPOT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open DEPOTMST.DAT (file status "
                       DEPOT-STATUS ")"
               CLOSE REQUEST-FILE
               CLOSE REPORT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "=== DEPOT-MASTER MAINTENANCE REPORT ==="
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
           CLOSE DEPOT-FILE.

           PERFORM REPORT-MAINT-TOTALS.

           CLOSE REPORT-FILE.

           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "depot maintenance report written to DEPMNTR.TXT".

           GOBACK.

      *-----------------------------------------------------------------
      *    apply one transaction - splits one DEPOTTXN.TXT line, reads -
      *    the depot it names, and dispatches it; a verb this program --
      *    doesn't know is reported rather than silently dropped -------
      *-----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REQ-VERB REQ-CODE REQ-NAME REQ-X REQ-Y
                          REQ-HEADING REQ-ERROR.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-CODE REQ-NAME REQ-X REQ-Y
                    REQ-HEADING
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
               MOVE "depot code is missing" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

      *    the record as it stands today is the BEFORE image of
      *    every verb
           MOVE REQ-CODE TO DM-DEPOT-CODE.
           MOVE 'Y' TO BEFORE-FOUND.
           READ DEPOT-FILE
               INVALID KEY
                   MOVE 'N' TO BEFORE-FOUND
           END-READ.
           IF BEFORE-FOUND = 'Y' THEN
               MOVE DEPOT-MST-RECORD TO BEFORE-IMAGE
           END-IF.

           EVALUATE REQ-VERB
           WHEN "ADD"
               PERFORM ADD-DEPOT
           WHEN "CHANGE"
               PERFORM CHANGE-DEPOT
           WHEN OTHER
               MOVE "unknown transaction verb" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    add depot - a new code, with its square and heading ---------
      *-----------------------------------------------------------------
       ADD-DEPOT.
           IF BEFORE-FOUND = 'Y' THEN
               MOVE "depot is already on file - use CHANGE"
                  TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF REQ-NAME = SPACES THEN
               MOVE "depot name is missing" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF REQ-X = SPACES OR REQ-Y = SPACES THEN
               MOVE "depot square x and y are both required"
                  TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DEPOT-MST-RECORD.
           MOVE REQ-CODE TO DM-DEPOT-CODE.
           MOVE REQ-NAME TO DM-NAME.
           MOVE 0 TO DM-ORIGIN-X.
           MOVE 0 TO DM-ORIGIN-Y.
           SET DM-HEADING-EAST TO TRUE.
           MOVE TODAY-DATE TO DM-MAINT-DATE.

           PERFORM APPLY-DEPOT-FIELDS.
           IF REQ-ERROR NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           WRITE DEPOT-MST-RECORD.
           PERFORM FINISH-TRANSACTION.

      *-----------------------------------------------------------------
      *    change depot - every field the transaction gives replaces ---
      *    the one on file; an empty field keeps it. a moved depot -----
      *    moves the start of every route that names it, reruns of -----
      *    old routes included -----------------------------------------
      *-----------------------------------------------------------------
       CHANGE-DEPOT.
           IF BEFORE-FOUND NOT = 'Y' THEN
               MOVE "depot is not on file" TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           IF REQ-NAME NOT = SPACES THEN
               MOVE REQ-NAME TO DM-NAME
           END-IF.
           MOVE TODAY-DATE TO DM-MAINT-DATE.

           PERFORM APPLY-DEPOT-FIELDS.
           IF REQ-ERROR NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           REWRITE DEPOT-MST-RECORD.
           PERFORM FINISH-TRANSACTION.

      *-----------------------------------------------------------------
      *    apply depot fields - the square and heading the transaction -
      *    gives, each checked before it lands on the record; a field --
      *    left empty is not touched -----------------------------------
      *-----------------------------------------------------------------
       APPLY-DEPOT-FIELDS.
           IF REQ-X NOT = SPACES THEN
               MOVE REQ-X TO COORD-TEXT
               PERFORM PARSE-COORDINATE
               IF COORD-OK NOT = 'Y' THEN
                   MOVE "depot x must be a whole number -9999 to 9999"
                      TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE COORD-VALUE TO DM-ORIGIN-X
           END-IF.
           IF REQ-Y NOT = SPACES THEN
               MOVE REQ-Y TO COORD-TEXT
               PERFORM PARSE-COORDINATE
               IF COORD-OK NOT = 'Y' THEN
                   MOVE "depot y must be a whole number -9999 to 9999"
                      TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE COORD-VALUE TO DM-ORIGIN-Y
           END-IF.
           IF REQ-HEADING NOT = SPACES THEN
               IF REQ-HEADING(2:3) NOT = SPACES THEN
                   MOVE "depot heading must be E, N, W or S"
                      TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE REQ-HEADING(1:1) TO DM-START-HEADING
               IF NOT DM-HEADING-VALID THEN
                   MOVE "depot heading must be E, N, W or S"
                      TO REQ-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    parse coordinate - COORD-TEXT has to be an optional sign ----
      *    followed by one to four digits and nothing else; the value --
      *    comes back in COORD-VALUE with COORD-OK = 'Y' ---------------
      *-----------------------------------------------------------------
       PARSE-COORDINATE.
           MOVE 'N' TO COORD-OK.
           MOVE 0 TO COORD-VALUE.
           MOVE 0 TO COORD-DIGITS.
           MOVE 'N' TO COORD-NEGATIVE.
           MOVE 1 TO COORD-PTR.

           IF COORD-TEXT(1:1) = '-' THEN
               MOVE 'Y' TO COORD-NEGATIVE
               MOVE 2 TO COORD-PTR
           END-IF.
           IF COORD-TEXT(1:1) = '+' THEN
               MOVE 2 TO COORD-PTR
           END-IF.

           PERFORM UNTIL COORD-PTR > LENGTH OF COORD-TEXT
              OR COORD-TEXT(COORD-PTR:1) = SPACE
               IF COORD-TEXT(COORD-PTR:1) IS NOT NUMERIC THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COORD-DIGITS
               IF COORD-DIGITS > 4 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE COORD-TEXT(COORD-PTR:1) TO TMP-DIGIT
               COMPUTE COORD-VALUE = COORD-VALUE * 10 + TMP-DIGIT
               ADD 1 TO COORD-PTR
           END-PERFORM.

           IF COORD-DIGITS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF COORD-PTR <= LENGTH OF COORD-TEXT THEN
               IF COORD-TEXT(COORD-PTR:) NOT = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF COORD-NEGATIVE = 'Y' THEN
               COMPUTE COORD-VALUE = 0 - COORD-VALUE
           END-IF.
           MOVE 'Y' TO COORD-OK.

      *-----------------------------------------------------------------
      *    finish transaction - checks the write or rewrite that was ---
      *    just issued and lists the before and after images -----------
      *-----------------------------------------------------------------
       FINISH-TRANSACTION.
           IF DEPOT-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               ADD 1 TO TXN-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: master update failed (file status "
                      DEPOT-STATUS ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TXN-APPLIED.

           MOVE "    BEFORE: " TO IMAGE-LABEL.
           IF BEFORE-FOUND = 'Y' THEN
               MOVE DEPOT-MST-RECORD TO AFTER-IMAGE
               MOVE BEFORE-IMAGE TO DEPOT-MST-RECORD
               PERFORM REPORT-DEPOT-IMAGE
               MOVE AFTER-IMAGE TO DEPOT-MST-RECORD
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING IMAGE-LABEL "(not on file)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE "    AFTER : " TO IMAGE-LABEL.
           PERFORM REPORT-DEPOT-IMAGE.

      *-----------------------------------------------------------------
      *    report depot image - one depot record as a report row, -----
      *    under the BEFORE/AFTER label in IMAGE-LABEL -----------------
      *-----------------------------------------------------------------
       REPORT-DEPOT-IMAGE.
           MOVE DM-ORIGIN-X TO ORIGIN-X-ED.
           MOVE DM-ORIGIN-Y TO ORIGIN-Y-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING IMAGE-LABEL DELIMITED BY SIZE
                  "CODE=" DELIMITED BY SIZE
                  DM-DEPOT-CODE DELIMITED BY SPACE
                  " NAME=" DELIMITED BY SIZE
                  DM-NAME DELIMITED BY "  "
                  " X=" ORIGIN-X-ED
                  " Y=" ORIGIN-Y-ED
                  " HEADING=" DM-START-HEADING
                  " MAINT=" DM-MAINT-DATE
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

       END PROGRAM DEPOT-MAINT.
