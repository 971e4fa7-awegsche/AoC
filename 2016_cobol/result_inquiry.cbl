      *-----------------------------------------------------------------
      *    results history inquiry ---------------------------------- --
      *    answers "what did route X produce on each of its last runs" -
      *    from the keyed results history RESHIST.DAT that DAY01 and  -
      *    DAY01-BATCH file every result row into. requests are read  -
      *    from RESINQ.TXT, one per line:                             -
      *        ROUTE;<route-id>;<yyyymmdd-from>;<yyyymmdd-to>         -
      *            every result filed for that route-id               -
      *        OPER;<operator-code>;<yyyymmdd-from>;<yyyymmdd-to>     -
      *            every result filed for routes that operator drove  -
      *        DATES;<yyyymmdd-from>;<yyyymmdd-to>                    -
      *            every result whose route date falls in the range   -
      *        RUN;<run-id>                                           -
      *            every result one run filed                         -
      *    the dates on ROUTE and OPER are optional and narrow the    -
      *    answer to a route-date range; an empty to-date means the   -
      *    from-date alone. answers go to RESINQR.TXT, one row per    -
      *    result found, in the order the results were filed          -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESULT-INQUIRY.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "RESINQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "RESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-KEY
              ALTERNATE RECORD KEY IS RH-ROUTE-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS RH-OPERATOR WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.
           SELECT ANSWER-FILE ASSIGN TO "RESINQR.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ANSWER-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(80).

       FD  HISTORY-FILE.
       COPY "result-history.cpy".

       FD  ANSWER-FILE RECORDING MODE F.
       01 ANSWER-RECORD      PIC X(256).

       WORKING-STORAGE SECTION.

       01 REQUEST-STATUS     PIC XX.
       01 HISTORY-STATUS     PIC XX.
       01 ANSWER-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 ATEND-HISTORY      PIC X.
       01 REQUEST-LINE       PIC X(80).
       01 ANSWER-LINE        PIC X(256).

       01 REQ-VERB           PIC X(8).
       01 REQ-ARG-1          PIC X(32).
       01 REQ-ARG-2          PIC X(32).
       01 REQ-ARG-3          PIC X(32).
       01 REQ-DATE-FROM      PIC X(8).
       01 REQ-DATE-TO        PIC X(8).

       01 RECORDS-FOUND      PIC 9(5).
       01 FOUND-ED           PIC ZZZZ9.
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.

       01 POS-X-ED           PIC -9999.
       01 POS-Y-ED           PIC -9999.
       01 DIST-ED            PIC -9999.
       01 BUNNY-X-ED         PIC -9999.
       01 BUNNY-Y-ED         PIC -9999.
       01 BUNNY-DIST-ED      PIC -9999.
       01 ROW-RC-ED          PIC -999.
       01 FINAL-RC-ED        PIC -999.

      * the route fields and the reason are only carried onto an
      * answer row when the result has them, as on BATCHSUM.TXT
       01 ROUTE-TOKENS       PIC X(80).
       01 DEPOT-TOKEN        PIC X(16).
       01 REASON-TOKEN       PIC X(32).
       01 RECON-TOKEN        PIC X(24).

       COPY "return-codes.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the request count is put back here
           MOVE 0 TO BAD-REQUESTS.

           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open RESINQ.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open RESHIST.DAT (file status "
                       HISTORY-STATUS ") - has DAY01 ever run here?"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT ANSWER-FILE.
           IF ANSWER-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open RESINQR.TXT (file status "
                       ANSWER-STATUS ")"
               CLOSE REQUEST-FILE
               CLOSE HISTORY-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE 'N' TO ATEND-REQUESTS.
           PERFORM UNTIL ATEND-REQUESTS = 'Y'
               READ REQUEST-FILE INTO REQUEST-LINE
                   AT END
                       MOVE 'Y' TO ATEND-REQUESTS
                   NOT AT END
                       PERFORM ANSWER-ONE-REQUEST
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE HISTORY-FILE.
           CLOSE ANSWER-FILE.

           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.

           DISPLAY "inquiry answers written to RESINQR.TXT".

           GOBACK.

      *-----------------------------------------------------------------
      *    answer one request - splits one RESINQ.TXT line into verb ---
      *    and arguments and dispatches it; a verb this program --------
      *    doesn't know is reported rather than silently dropped -------
      *-----------------------------------------------------------------
       ANSWER-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-ARG-1 REQ-ARG-2 REQ-ARG-3.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-ARG-1 REQ-ARG-2 REQ-ARG-3
           END-UNSTRING.

           MOVE SPACES TO ANSWER-LINE.
           STRING "REQUEST " DELIMITED BY SIZE
                  REQUEST-LINE DELIMITED BY SIZE
              INTO ANSWER-LINE
           END-STRING.
           PERFORM WRITE-ANSWER-LINE.

           MOVE 0 TO RECORDS-FOUND.

           EVALUATE REQ-VERB
           WHEN "ROUTE"
               MOVE REQ-ARG-2(1:8) TO REQ-DATE-FROM
               MOVE REQ-ARG-3(1:8) TO REQ-DATE-TO
               PERFORM SET-DATE-RANGE
               PERFORM LIST-BY-ROUTE
           WHEN "OPER"
               MOVE REQ-ARG-2(1:8) TO REQ-DATE-FROM
               MOVE REQ-ARG-3(1:8) TO REQ-DATE-TO
               PERFORM SET-DATE-RANGE
               PERFORM LIST-BY-OPERATOR
           WHEN "DATES"
               MOVE REQ-ARG-1(1:8) TO REQ-DATE-FROM
               MOVE REQ-ARG-2(1:8) TO REQ-DATE-TO
               PERFORM SET-DATE-RANGE
               PERFORM LIST-DATE-RANGE
           WHEN "RUN"
               PERFORM LIST-BY-RUN
           WHEN OTHER
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO ANSWER-LINE
               PERFORM WRITE-ANSWER-LINE
           END-EVALUATE.

           MOVE RECORDS-FOUND TO FOUND-ED.
           MOVE SPACES TO ANSWER-LINE.
           STRING "    RECORDS FOUND: " FOUND-ED
                  DELIMITED BY SIZE INTO ANSWER-LINE
           END-STRING.
           PERFORM WRITE-ANSWER-LINE.

      *-----------------------------------------------------------------
      *    set date range - no dates at all means every route date; ----
      *    a from-date with no to-date means that date alone -----------
      *-----------------------------------------------------------------
       SET-DATE-RANGE.
           IF REQ-DATE-FROM = SPACES THEN
               MOVE LOW-VALUES TO REQ-DATE-FROM
               MOVE HIGH-VALUES TO REQ-DATE-TO
               EXIT PARAGRAPH
           END-IF.
           IF REQ-DATE-TO = SPACES THEN
               MOVE REQ-DATE-FROM TO REQ-DATE-TO
           END-IF.

      *-----------------------------------------------------------------
      *    list by route - positions on the route-id alternate key -----
      *    and reports every result filed for it, oldest first ---------
      *-----------------------------------------------------------------
       LIST-BY-ROUTE.
           MOVE REQ-ARG-1 TO RH-ROUTE-ID.
           START HISTORY-FILE KEY IS EQUAL TO RH-ROUTE-ID
           END-START.
           IF HISTORY-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-HISTORY.
           PERFORM UNTIL ATEND-HISTORY = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-HISTORY
                   NOT AT END
                       IF RH-ROUTE-ID = REQ-ARG-1 THEN
                           PERFORM REPORT-IF-IN-RANGE
                       ELSE
                           MOVE 'Y' TO ATEND-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      *    list by operator - the same walk on the operator alternate --
      *    key ---------------------------------------------------------
      *-----------------------------------------------------------------
       LIST-BY-OPERATOR.
           MOVE REQ-ARG-1 TO RH-OPERATOR.
           START HISTORY-FILE KEY IS EQUAL TO RH-OPERATOR
           END-START.
           IF HISTORY-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-HISTORY.
           PERFORM UNTIL ATEND-HISTORY = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-HISTORY
                   NOT AT END
                       IF RH-OPERATOR = REQ-ARG-1 THEN
                           PERFORM REPORT-IF-IN-RANGE
                       ELSE
                           MOVE 'Y' TO ATEND-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      *    list date range - no key runs by route date, so a -----------
      *    date-range question walks the whole file in run order and ---
      *    filters on each result's route date; results from ----------
      *    headerless files carry no route date and never match --------
      *-----------------------------------------------------------------
       LIST-DATE-RANGE.
           MOVE LOW-VALUES TO RH-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
           END-START.
           IF HISTORY-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-HISTORY.
           PERFORM UNTIL ATEND-HISTORY = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-HISTORY
                   NOT AT END
                       IF RH-ROUTE-DATE NOT = SPACES THEN
                           PERFORM REPORT-IF-IN-RANGE
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      *    list by run - a run's results sit together under the --------
      *    primary key, so the run-id is positioned on once ------------
      *-----------------------------------------------------------------
       LIST-BY-RUN.
           MOVE REQ-ARG-1(1:17) TO RH-RUN-ID.
           MOVE LOW-VALUES TO RH-INPUT-NAME.
           START HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
           END-START.
           IF HISTORY-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-HISTORY.
           PERFORM UNTIL ATEND-HISTORY = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-HISTORY
                   NOT AT END
                       IF RH-RUN-ID = REQ-ARG-1(1:17) THEN
                           PERFORM REPORT-RESULT-RECORD
                       ELSE
                           MOVE 'Y' TO ATEND-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      *    report if in range -------------------------------------- ---
      *-----------------------------------------------------------------
       REPORT-IF-IN-RANGE.
           IF RH-ROUTE-DATE NOT < REQ-DATE-FROM
              AND RH-ROUTE-DATE NOT > REQ-DATE-TO THEN
               PERFORM REPORT-RESULT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      *    report result record - one answer row, with the same -------
      *    tokens a BATCHSUM.TXT row carries so the same eye (and ------
      *    the same parsers) can read it -------------------------------
      *-----------------------------------------------------------------
       REPORT-RESULT-RECORD.
           ADD 1 TO RECORDS-FOUND.

           MOVE RH-POS-X      TO POS-X-ED.
           MOVE RH-POS-Y      TO POS-Y-ED.
           MOVE RH-DIST       TO DIST-ED.
           MOVE RH-BUNNY-X    TO BUNNY-X-ED.
           MOVE RH-BUNNY-Y    TO BUNNY-Y-ED.
           MOVE RH-BUNNY-DIST TO BUNNY-DIST-ED.
           MOVE RH-ROW-RC     TO ROW-RC-ED.
           MOVE RH-FINAL-RC   TO FINAL-RC-ED.

           MOVE SPACES TO ROUTE-TOKENS.
           IF RH-ROUTE-ID NOT = SPACES THEN
               STRING " ROUTE=" DELIMITED BY SIZE
                      RH-ROUTE-ID DELIMITED BY SPACE
                      " RDATE=" DELIMITED BY SIZE
                      RH-ROUTE-DATE DELIMITED BY SPACE
                      " OPER=" DELIMITED BY SIZE
                      RH-OPERATOR DELIMITED BY SPACE
                  INTO ROUTE-TOKENS
               END-STRING
           END-IF.
           MOVE SPACES TO DEPOT-TOKEN.
           IF RH-DEPOT NOT = SPACES THEN
               STRING " DEPOT=" DELIMITED BY SIZE
                      RH-DEPOT DELIMITED BY SPACE
                  INTO DEPOT-TOKEN
               END-STRING
           END-IF.

      *    a row whose file was never walked was never reconciled
      *    either, so it carries no RECON= at all, as in BATCHSUM.TXT
           MOVE SPACES TO RECON-TOKEN.
           IF RH-RECON NOT = SPACES THEN
               STRING " RECON=" DELIMITED BY SIZE
                      RH-RECON DELIMITED BY SPACE
                  INTO RECON-TOKEN
               END-STRING
           END-IF.

           MOVE SPACES TO REASON-TOKEN.
           IF RH-REASON NOT = SPACES THEN
               STRING " REASON=" DELIMITED BY SIZE
                      RH-REASON DELIMITED BY SPACE
                  INTO REASON-TOKEN
               END-STRING
           END-IF.

           MOVE SPACES TO ANSWER-LINE.
           STRING "    RUN=" DELIMITED BY SIZE
                  RH-RUN-ID DELIMITED BY SPACE
                  " FILE=" DELIMITED BY SIZE
                  RH-INPUT-NAME DELIMITED BY SPACE
                  " STATUS=" DELIMITED BY SIZE
                  RH-STATUS DELIMITED BY SPACE
                  " POS-X=" POS-X-ED
                  " POS-Y=" POS-Y-ED
                  " DIST=" DIST-ED
                  " BUNNY-X=" BUNNY-X-ED
                  " BUNNY-Y=" BUNNY-Y-ED
                  " BUNNY-DIST=" BUNNY-DIST-ED
                  DELIMITED BY SIZE
                  RECON-TOKEN DELIMITED BY "  "
                  " RC=" ROW-RC-ED
                  " FINAL-RC=" FINAL-RC-ED
                  DELIMITED BY SIZE
                  REASON-TOKEN DELIMITED BY "  "
                  ROUTE-TOKENS DELIMITED BY "  "
                  DEPOT-TOKEN DELIMITED BY "  "
              INTO ANSWER-LINE
           END-STRING.
           PERFORM WRITE-ANSWER-LINE.

      *-----------------------------------------------------------------
      *    write answer line --------------------------------------- ---
      *-----------------------------------------------------------------
       WRITE-ANSWER-LINE.
           WRITE ANSWER-RECORD FROM ANSWER-LINE.

       END PROGRAM RESULT-INQUIRY.
