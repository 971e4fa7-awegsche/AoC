      *-----------------------------------------------------------------
      *    result info - the block a program hands to RESULT-HIST. -----
      *    call with RESULT-ACTION 'W' once per result row, with the ---
      *    row's fields filled in (RESULT-FINAL-RC as far as it is -----
      *    known yet), and - when a run files more than one row - ------
      *    once more with 'F' after the run's return code is settled, --
      *    which stamps RESULT-FINAL-RC onto every row filed under -----
      *    RESULT-RUN-ID. like AUDIT-TRAIL, RESULT-HIST hands ----------
      *    RESULT-FINAL-RC back as its return code, so a caller that ---
      *    puts its own code there gets it back untouched --------------
      *-----------------------------------------------------------------
       01 RESULT-INFO.
         05 RESULT-ACTION      PIC X.
         05 RESULT-RUN-ID      PIC X(17).
         05 RESULT-PROGRAM     PIC X(12).
         05 RESULT-INPUT-NAME  PIC X(64).
         05 RESULT-ROUTE-ID    PIC X(16).
         05 RESULT-ROUTE-DATE  PIC X(8).
         05 RESULT-OPERATOR    PIC X(8).
         05 RESULT-DEPOT       PIC X(8).
         05 RESULT-STATUS      PIC X(5).
         05 RESULT-REASON      PIC X(24).
         05 RESULT-POS-X       PIC S9(4) COMP.
         05 RESULT-POS-Y       PIC S9(4) COMP.
         05 RESULT-DIST        PIC S9(4) COMP.
         05 RESULT-BUNNY-X     PIC S9(4) COMP.
         05 RESULT-BUNNY-Y     PIC S9(4) COMP.
         05 RESULT-BUNNY-DIST  PIC S9(4) COMP.
         05 RESULT-RECON       PIC X(8).
         05 RESULT-ROW-RC      PIC S9(4) COMP.
         05 RESULT-FINAL-RC    PIC S9(4) COMP.
