      *-----------------------------------------------------------------
      *    result history record - one result row of the keyed ---------
      *    results history RESHIST.DAT. RESULT-HIST files one record ---
      *    for every row DAY01 writes to OUTPUT01.TXT and every row ----
      *    DAY01-BATCH writes to BATCHSUM.TXT, keyed on the run-id -----
      *    and the input file (or RM_<route-id>_<route-date> name) -----
      *    the row was produced for, so a route's results stay ---------
      *    on file after BATCHSUM.TXT is rewritten and OUTPUT01.TXT ----
      *    is split into monthly archives. the route-id and the --------
      *    operator are alternate keys (with duplicates, one per run ---
      *    that walked them), so RESULT-INQUIRY can list every run -----
      *    of a route or of an operator without reading the whole ------
      *    file. RH-STATUS is OK or ERROR as on the row, RH-REASON -----
      *    the row's REASON= text, RH-RECON its RECON= outcome ---------
      *    (blank on an ERROR row, which was never reconciled); --------
      *    RH-ROW-RC is what went wrong for this row alone and ---------
      *    RH-FINAL-RC the return code the whole run ended with --------
      *    (stamped when the run finishes). every program that ---------
      *    touches the file copies this layout under its FD so the -----
      *    file is described in exactly one place ----------------------
      *-----------------------------------------------------------------
       01 RESULT-HIST-RECORD.
         05 RH-KEY.
           10 RH-RUN-ID        PIC X(17).
           10 RH-INPUT-NAME    PIC X(64).
         05 RH-ROUTE-ID        PIC X(16).
         05 RH-OPERATOR        PIC X(8).
         05 RH-ROUTE-DATE      PIC X(8).
         05 RH-DEPOT           PIC X(8).
         05 RH-PROGRAM         PIC X(12).
         05 RH-FILED-DATE      PIC X(8).
         05 RH-FILED-TIME      PIC X(8).
         05 RH-STATUS          PIC X(5).
            88 RH-STATUS-OK          VALUE "OK".
            88 RH-STATUS-ERROR       VALUE "ERROR".
         05 RH-REASON          PIC X(24).
         05 RH-POS-X           PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-POS-Y           PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-DIST            PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-BUNNY-X         PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-BUNNY-Y         PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-BUNNY-DIST      PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-RECON           PIC X(8).
         05 RH-ROW-RC          PIC S9(4) SIGN LEADING SEPARATE.
         05 RH-FINAL-RC        PIC S9(4) SIGN LEADING SEPARATE.
