      *-----------------------------------------------------------------
      *    recovery journal record - one entry of the forward-recovery -
      *    journal RECOVJNL.TXT. every program that adds, rewrites or --
      *    deletes a record on the code vault CODEVLT.DAT or the route -
      *    master ROUTMST.DAT appends one entry through RECOV-JOURNAL: -
      *    the run that made the change (its audit run-id) and when, ---
      *    which file (RV-FILE), what was done (RV-ACTION), by which ---
      *    program, and the record as it stood afterwards (RV-IMAGE - --
      *    for a DELETE the record that was removed, so its key is -----
      *    known). a BACKUP entry is the backup-point marker -----------
      *    FILE-RECOVER files when it copies a file to its backup: -----
      *    RV-RUN-ID is then the backup's own run-id and RV-IMAGE a ----
      *    one-line note of what was copied. replaying every entry -----
      *    after a file's marker on top of that backup rebuilds the ----
      *    file, and nothing before the newest marker is needed any ----
      *    more. the journal is append-only outside FILE-RECOVER -------
      *-----------------------------------------------------------------
       01 RECOV-JNL-RECORD.
         05 RV-RUN-ID          PIC X(17).
         05 RV-STAMP.
           10 RV-STAMP-DATE    PIC X(8).
           10 RV-STAMP-TIME    PIC X(8).
         05 RV-FILE            PIC X(8).
            88 RV-CODE-VAULT         VALUE "CODEVLT".
            88 RV-ROUTE-MASTER       VALUE "ROUTMST".
         05 RV-ACTION          PIC X(8).
            88 RV-ADD                VALUE "ADD".
            88 RV-REWRITE            VALUE "REWRITE".
            88 RV-DELETE             VALUE "DELETE".
            88 RV-BACKUP             VALUE "BACKUP".
         05 RV-PROGRAM         PIC X(12).
         05 RV-IMAGE           PIC X(3124).
