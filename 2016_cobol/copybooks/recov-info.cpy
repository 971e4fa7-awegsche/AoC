      *-----------------------------------------------------------------
      *    recovery info - the block a program hands to RECOV-JOURNAL --
      *    after every change it makes to CODEVLT.DAT or ROUTMST.DAT: --
      *    RECOV-ACTION 'A' add, 'R' rewrite or 'D' delete ('B' is -----
      *    FILE-RECOVER's backup-point marker), the run's audit --------
      *    run-id, the program, RECOV-FILE CODEVLT or ROUTMST and the --
      *    record image after the change (the removed record for a -----
      *    delete). RECOV-WRITTEN comes back 'Y' once the entry is on --
      *    the journal; a program that can report file trouble treats --
      *    anything else as such, since the change it just made could --
      *    not be rebuilt from the journal -----------------------------
      *-----------------------------------------------------------------
       01 RECOV-INFO.
         05 RECOV-ACTION       PIC X.
         05 RECOV-RUN-ID       PIC X(17).
         05 RECOV-PROGRAM      PIC X(12).
         05 RECOV-FILE         PIC X(8).
         05 RECOV-IMAGE        PIC X(3124).
         05 RECOV-WRITTEN      PIC X.
