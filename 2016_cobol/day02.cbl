
       COPY "lock-info.cpy".

       COPY "recov-info.cpy".

       PROCEDURE DIVISION .

      *    every run gets its audit run-id before anything can fail,
      *    be transmitted again too
           MOVE SPACES TO VAULT-XMIT-STAT.
           MOVE SPACES TO VAULT-XMIT-DATE.
           MOVE 'A' TO RECOV-ACTION.
           WRITE VAULT-RECORD.
           IF VAULT-STATUS = '22' THEN
               MOVE 'R' TO RECOV-ACTION
               REWRITE VAULT-RECORD
           END-IF.
           IF VAULT-STATUS NOT = '00' THEN
               DISPLAY "WARNING: could not vault code for batch "
                       BATCH-ID(BATCH-IDX) " (file status "
                       VAULT-STATUS ")"
           ELSE
               PERFORM JOURNAL-VAULT-CHANGE
           END-IF.

      *-----------------------------------------------------------------
      *    journal vault change - hands the record just vaulted to -----
      *    the forward-recovery journal, so the vault can be rebuilt ---
      *    from its last backup; like the vault itself the journal -----
      *    must not stop the shift, and the run's return code passes ---
      *    through untouched -------------------------------------------
      *-----------------------------------------------------------------
       JOURNAL-VAULT-CHANGE.
           MOVE RETURN-CODE TO SAVED-RC.
           MOVE AUDIT-RUN-ID TO RECOV-RUN-ID.
           MOVE "DAY02" TO RECOV-PROGRAM.
           MOVE "CODEVLT" TO RECOV-FILE.
           MOVE VAULT-RECORD TO RECOV-IMAGE.
           CALL "RECOV-JOURNAL" USING RECOV-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RECOV-JOURNAL is not available - "
                           "vault change not journaled"
           END-CALL.
           MOVE SAVED-RC TO RETURN-CODE.

      *-----------------------------------------------------------------
      *    load instructions -------------------------------------------
      *-----------------------------------------------------------------
