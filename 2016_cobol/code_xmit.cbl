      *    transmitted twice - only codes never exported, or           -
      *    rejected by the controller and refiled since, are picked    -
      *    up. requests are read from XMITREQ.TXT, one per line:       -
      *        EXPORT;<requester>;<yyyymmdd>                           -
      *    and the export report goes to XMITRPT.TXT. the requester    -
      *    needs an EXPORT grant in VAULTAUTH.TXT (see                 -
      *    check-vault-access.cpy); a request nobody granted is        -
      *    answered with a REFUSED line and exports nothing. every     -
      *    request is written to the vault access log VAULTACC.TXT,    -
      *    and any refusal ends the run with RC-NOT-AUTHORIZED. every  -
      *    SENT mark is also written to the forward-recovery journal   -
      *    RECOVJNL.TXT under the run's audit run-id (see              -
      *    recov_journal.cbl), so the vault can be rebuilt from its    -
      *    last backup without losing what has been transmitted        -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CODE-XMIT.
       01 REPORT-LINE        PIC X(132).

       01 REQ-VERB           PIC X(8).
       01 REQ-REQUESTER      PIC X(8).
       01 REQ-ARG-1          PIC X(32).
       01 REQ-RUN-DATE       PIC X(8).
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 REFUSED-REQUESTS   PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.

       01 STAMP-DATE         PIC X(8).
       01 HASH-CHAR-NUM REDEFINES HASH-CHAR PIC 9(2) COMP-X.

       01 SKIPPED-SENT       PIC 9(6).
       01 REQUESTS-READ      PIC S9(8) COMP VALUE 0.
       01 CODES-MARKED       PIC S9(8) COMP VALUE 0.
       01 COUNT-ED           PIC ZZZZZ9.

       COPY "vault-access.cpy".

       COPY "return-codes.cpy".

       COPY "audit-info.cpy".

       COPY "recov-info.cpy".

       PROCEDURE DIVISION.

           MOVE 0 TO REQUESTS-READ.
           MOVE 0 TO CODES-MARKED.

      *    every run gets its audit run-id before anything can fail;
      *    the same id goes onto every recovery journal entry it
      *    appends
           MOVE 'S' TO AUDIT-ACTION.
           MOVE "CODE-XMIT" TO AUDIT-PROGRAM.
           MOVE "XMITREQ.TXT" TO AUDIT-INPUT-NAME.
           MOVE 0 TO AUDIT-REC-COUNT.
           MOVE 0 TO AUDIT-BATCH-COUNT.
           MOVE 0 TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.
           MOVE RC-SUCCESS TO RETURN-CODE.

           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open XMITREQ.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

                       VAULT-STATUS ") - has DAY02 ever run here?"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

               CLOSE REQUEST-FILE
               CLOSE VAULT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           MOVE "=== DOOR-CONTROLLER EXPORT REPORT ===" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE "CODE-XMIT" TO VA-PROGRAM.
           MOVE 'L' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.

           MOVE 'N' TO ATEND-REQUESTS.
           PERFORM UNTIL ATEND-REQUESTS = 'Y'
               READ REQUEST-FILE INTO REQUEST-LINE
                       MOVE 'Y' TO ATEND-REQUESTS
                   NOT AT END
                       IF REQUEST-LINE NOT = SPACES THEN
                           ADD 1 TO REQUESTS-READ
                           PERFORM ANSWER-ONE-REQUEST
                       END-IF
               END-READ
           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF REFUSED-REQUESTS > 0 THEN
               MOVE RC-NOT-AUTHORIZED TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "export report written to XMITRPT.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    requests were read and codes marked SENT and whatever -------
      *    return code the run is about to leave with ------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE REQUESTS-READ TO AUDIT-REC-COUNT.
           MOVE CODES-MARKED TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    answer one request - splits one XMITREQ.TXT line and --------
      *    dispatches it once the requester is cleared for it ----------
      *-----------------------------------------------------------------
       ANSWER-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-REQUESTER REQ-ARG-1.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-REQUESTER REQ-ARG-1
           END-UNSTRING.

           MOVE SPACES TO REPORT-LINE.
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE REQ-REQUESTER TO VA-REQUESTER.
           MOVE REQ-VERB TO VA-REQUEST-TYPE.
           MOVE REQ-ARG-1 TO VA-KEY.

           IF REQ-VERB NOT = "EXPORT" THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET VA-INVALID TO TRUE
               MOVE "unknown request verb" TO VA-REASON
               MOVE 'W' TO VA-ACTION
               CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS
               EXIT PARAGRAPH
           END-IF.

      *    the export hands every unsent code for the day to the door
      *    controllers, so it is cleared and logged before anything
      *    else is looked at
           MOVE "EXPORT" TO VA-RIGHT.
           MOVE SPACES TO VA-BATCH-ID VA-LAYOUT.
           MOVE 'C' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.
           MOVE 'W' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.
           IF NOT VA-ALLOWED THEN
               ADD 1 TO REFUSED-REQUESTS
               IF VA-AUTH-MISSING THEN
                   MOVE 'Y' TO ANY-FILE-TROUBLE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "    REFUSED: " VA-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO CODES-MARKED
               PERFORM JOURNAL-VAULT-CHANGE
               MOVE SPACES TO REPORT-LINE
               STRING "    SENT BATCH=" DELIMITED BY SIZE
                      VAULT-BATCH-ID DELIMITED BY SPACE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    journal vault change - hands the record just marked SENT to -
      *    the forward-recovery journal; a mark that couldn't be -------
      *    journaled would be lost in a rebuild, so it counts as file --
      *    trouble -----------------------------------------------------
      *-----------------------------------------------------------------
       JOURNAL-VAULT-CHANGE.
           MOVE 'R' TO RECOV-ACTION.
           MOVE AUDIT-RUN-ID TO RECOV-RUN-ID.
           MOVE "CODE-XMIT" TO RECOV-PROGRAM.
           MOVE "CODEVLT" TO RECOV-FILE.
           MOVE VAULT-RECORD TO RECOV-IMAGE.
           MOVE 'N' TO RECOV-WRITTEN.
           CALL "RECOV-JOURNAL" USING RECOV-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RECOV-JOURNAL is not available - "
                           "vault change not journaled"
           END-CALL.
           IF RECOV-WRITTEN NOT = 'Y' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: batch " DELIMITED BY SIZE
                      VAULT-BATCH-ID DELIMITED BY SPACE
                      " marked sent but not on the recovery journal"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    fold code into hash - sums the byte value of every ----------
      *    character of the code (trailing spaces included, so the -----
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    check vault access ------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-vault-access.cpy".

       END PROGRAM CODE-XMIT.
