      *    rejected - CODE-INQUIRY then reports it XMIT=REJECTED and   -
      *    the next CODE-XMIT run picks it up again once the code is   -
      *    refiled. every rejected code is listed on the report        -
      *    XMITARPT.TXT so it cannot hide from the morning handover.   -
      *    every verdict filed is also written to the forward-recovery -
      *    journal RECOVJNL.TXT under the run's audit run-id (see      -
      *    recov_journal.cbl)                                          -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CODE-XMITACK.
       01 ACKS-APPLIED       PIC 9(6) VALUE 0.
       01 REJECTS-APPLIED    PIC 9(6) VALUE 0.
       01 ACKS-UNMATCHED     PIC 9(6) VALUE 0.
       01 ACKS-READ          PIC S9(8) COMP VALUE 0.
       01 VERDICTS-FILED     PIC S9(8) COMP VALUE 0.
       01 COUNT-ED           PIC ZZZZZ9.

       COPY "return-codes.cpy".

       COPY "audit-info.cpy".

       COPY "recov-info.cpy".

       PROCEDURE DIVISION.

           MOVE 0 TO ACKS-READ.
           MOVE 0 TO VERDICTS-FILED.

      *    every run gets its audit run-id before anything can fail;
      *    the same id goes onto every recovery journal entry it
      *    appends
           MOVE 'S' TO AUDIT-ACTION.
           MOVE "CODE-XMITACK" TO AUDIT-PROGRAM.
           MOVE "XMITACK.TXT" TO AUDIT-INPUT-NAME.
           MOVE 0 TO AUDIT-REC-COUNT.
           MOVE 0 TO AUDIT-BATCH-COUNT.
           MOVE 0 TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ACK-FILE.
               DISPLAY "ERROR: cannot open XMITACK.TXT (file status "
                       ACK-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

                       VAULT-STATUS ") - has DAY02 ever run here?"
               CLOSE ACK-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

               CLOSE ACK-FILE
               CLOSE VAULT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

                       MOVE 'Y' TO ATEND-ACKS
                   NOT AT END
                       IF ACK-LINE NOT = SPACES THEN
                           ADD 1 TO ACKS-READ
                           PERFORM APPLY-ONE-ACK
                       END-IF
               END-READ

           DISPLAY "acknowledgment report written to XMITARPT.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    acknowledgments were read and verdicts filed and whatever ---
      *    return code the run is about to leave with ------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE ACKS-READ TO AUDIT-REC-COUNT.
           MOVE VERDICTS-FILED TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    apply one ack - splits one XMITACK.TXT line, finds its ------
      *    vault record by key and files the verdict; an ack for a -----
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO VERDICTS-FILED.
           PERFORM JOURNAL-VAULT-CHANGE.

           IF ACK-VERDICT = "OK" THEN
               ADD 1 TO ACKS-APPLIED
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    journal vault change - hands the record whose verdict was ---
      *    just filed to the forward-recovery journal; a verdict that --
      *    couldn't be journaled would be lost in a rebuild, so it -----
      *    counts as file trouble --------------------------------------
      *-----------------------------------------------------------------
       JOURNAL-VAULT-CHANGE.
           MOVE 'R' TO RECOV-ACTION.
           MOVE AUDIT-RUN-ID TO RECOV-RUN-ID.
           MOVE "CODE-XMITACK" TO RECOV-PROGRAM.
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
                      ACK-BATCH DELIMITED BY SPACE
                      " verdict filed but not on the recovery journal"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    report ack totals -------------------------------------------
      *-----------------------------------------------------------------
