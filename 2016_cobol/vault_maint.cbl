      *    CODE-INQUIRY reads them back, but nothing ever removed or   -
      *    verified anything - and security policy says door codes     -
      *    must not be retained past their keep window. requests are   -
      *    read from VLTMNT.TXT, one per line, each naming who is      -
      *    asking:                                                     -
      *        PREVIEW;<requester>;<yyyymmdd>                          -
      *            count-only dry run: how many records an identical   -
      *            PURGE would remove (everything dated before the     -
      *            given day), without touching the vault              -
      *        PURGE;<requester>;<yyyymmdd>                            -
      *            the real delete; every removed record's key is      -
      *            listed so the auditors can see exactly what went    -
      *        VERIFY;<requester>                                      -
      *            reads the vault end to end and reports every        -
      *            record whose VAULT-CODE is empty or whose           -
      *            VAULT-DATE is not a valid calendar date             -
      *        REORG;<requester>                                       -
      *            unloads every record to CODEVLTU.TXT, rebuilds     -
      *            CODEVLT.DAT from scratch and reloads them, so the  -
      *            file is compact again after heavy purging           -
      *    the maintenance report goes to VLTMNTR.TXT. every request   -
      *    needs a PURGE grant in VAULTAUTH.TXT (see                   -
      *    check-vault-access.cpy) - REORG and VERIFY read every code  -
      *    in the vault too - and one nobody granted is answered with  -
      *    a REFUSED line instead. every request is written to the     -
      *    vault access log VAULTACC.TXT, and any refusal ends the     -
      *    run with RC-NOT-AUTHORIZED. every record PURGE removes is   -
      *    also written to the forward-recovery journal RECOVJNL.TXT   -
      *    under the run's audit run-id (see recov_journal.cbl); a     -
      *    REORG puts back exactly the records it took out, so it      -
      *    changes nothing a rebuild from a backup would need          -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VAULT-MAINT.
       01 REPORT-LINE        PIC X(132).

       01 REQ-VERB           PIC X(8).
       01 REQ-REQUESTER      PIC X(8).
       01 REQ-ARG-1          PIC X(32).
       01 REQ-CUTOFF         PIC X(8).
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 REFUSED-REQUESTS   PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.

      * 'P' really deletes, 'C' only counts - PURGE and PREVIEW share
       01 RECORDS-SEEN       PIC S9(8) COMP.
       01 RECORDS-HIT        PIC S9(8) COMP.
       01 RECORDS-BAD        PIC S9(8) COMP.

      * run-long accounting for the audit trail
       01 REQUESTS-READ      PIC S9(8) COMP VALUE 0.
       01 RECORDS-DELETED    PIC S9(8) COMP VALUE 0.
       01 COUNT-ED           PIC ZZZZZZZ9.

      * calendar check scratch for VERIFY
       01 LEAP-REM           PIC 9(4).
       01 DATE-OK            PIC X.

       COPY "vault-access.cpy".

       COPY "return-codes.cpy".

       COPY "audit-info.cpy".

       COPY "recov-info.cpy".

       PROCEDURE DIVISION.

           MOVE 0 TO REQUESTS-READ.
           MOVE 0 TO RECORDS-DELETED.

      *    every run gets its audit run-id before anything can fail;
      *    the same id goes onto every recovery journal entry it
      *    appends
           MOVE 'S' TO AUDIT-ACTION.
           MOVE "VAULT-MAINT" TO AUDIT-PROGRAM.
           MOVE "VLTMNT.TXT" TO AUDIT-INPUT-NAME.
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
               DISPLAY "ERROR: cannot open VLTMNT.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

                       REPORT-STATUS ")"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           MOVE "=== CODE-VAULT MAINTENANCE REPORT ===" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE "VAULT-MAINT" TO VA-PROGRAM.
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

           DISPLAY "vault maintenance report written to VLTMNTR.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    requests were read and records purged and whatever return ---
      *    code the run is about to leave with -------------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE REQUESTS-READ TO AUDIT-REC-COUNT.
           MOVE RECORDS-DELETED TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    answer one request - splits one VLTMNT.TXT line into verb, --
      *    requester and argument and dispatches it once the -----------
      *    requester is cleared for it; a verb this program doesn't ----
      *    know is reported rather than silently dropped, and logged ---
      *    like every other request ------------------------------------
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
           IF REQ-ARG-1 = SPACES THEN
               MOVE "*" TO VA-KEY
           ELSE
               MOVE REQ-ARG-1 TO VA-KEY
           END-IF.

           IF REQ-VERB NOT = "PREVIEW" AND REQ-VERB NOT = "PURGE"
              AND REQ-VERB NOT = "VERIFY" AND REQ-VERB NOT = "REORG"
              THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               SET VA-INVALID TO TRUE
               MOVE "unknown request verb" TO VA-REASON
               MOVE 'W' TO VA-ACTION
               CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-REQUEST-ACCESS.
           IF NOT VA-ALLOWED THEN
               EXIT PARAGRAPH
           END-IF.

           EVALUATE REQ-VERB
           WHEN "PREVIEW"
               MOVE 'C' TO PURGE-MODE
               PERFORM VERIFY-WHOLE-VAULT
           WHEN "REORG"
               PERFORM REORGANIZE-VAULT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    check request access - every maintenance verb needs a -------
      *    PURGE grant; the request is logged either way, and a --------
      *    refusal is reported in place of the work --------------------
      *-----------------------------------------------------------------
       CHECK-REQUEST-ACCESS.
           MOVE "PURGE" TO VA-RIGHT.
           MOVE SPACES TO VA-BATCH-ID VA-LAYOUT.
           MOVE 'C' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.

           MOVE 'W' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.

           IF VA-ALLOWED THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO REFUSED-REQUESTS.
           IF VA-AUTH-MISSING THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REFUSED: " VA-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    purge old records - one pass over the whole vault; every ----
      *    record dated before the cutoff is deleted (PURGE) or only ---
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    the journal needs the key of what went, so the record is
      *    kept before the delete clears the way
           MOVE VAULT-RECORD TO RECOV-IMAGE.
           DELETE VAULT-FILE RECORD.
           IF VAULT-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               SUBTRACT 1 FROM RECORDS-HIT
           ELSE
               ADD 1 TO RECORDS-DELETED
               PERFORM JOURNAL-VAULT-DELETE
           END-IF.

      *-----------------------------------------------------------------
      *    journal vault delete - hands the record just purged to the --
      *    forward-recovery journal, so a rebuild from an older backup -
      *    purges it again; a purge that couldn't be journaled would ---
      *    come back in a rebuild, so it counts as file trouble --------
      *-----------------------------------------------------------------
       JOURNAL-VAULT-DELETE.
           MOVE 'D' TO RECOV-ACTION.
           MOVE AUDIT-RUN-ID TO RECOV-RUN-ID.
           MOVE "VAULT-MAINT" TO RECOV-PROGRAM.
           MOVE "CODEVLT" TO RECOV-FILE.
           MOVE 'N' TO RECOV-WRITTEN.
           CALL "RECOV-JOURNAL" USING RECOV-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RECOV-JOURNAL is not available - "
                           "vault change not journaled"
           END-CALL.
           IF RECOV-WRITTEN NOT = 'Y' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE "    ERROR: purged but not on the recovery journal"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    check vault access ------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-vault-access.cpy".

       END PROGRAM VAULT-MAINT.
