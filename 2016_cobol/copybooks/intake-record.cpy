      *-----------------------------------------------------------------
      *    intake record - one entry of the intake register -----------
      *    INTAKE.DAT, keyed by the movement file's name. INTAKE-REG --
      *    files one entry per arriving file with what it found in ----
      *    it: byte count, movement count, the movement hash total ----
      *    (see hash-movements.cpy), the HDR1 route-id and route ------
      *    date, and the verdict - 'A' accepted, 'D' refused as a -----
      *    duplicate of IN-DUP-OF, 'R' refused as unreadable or -------
      *    truncated (IN-REASON says why). DAY01-BATCH walks only -----
      *    files with an 'A' entry and stamps IN-SEQ on their rows. ---
      *    the entry keyed LOW-VALUES is not a file but the -----------
      *    register's control record: its IN-SEQ is the last intake ---
      *    sequence number handed out. the hash total is an -----------
      *    alternate key, so a duplicate is found without reading -----
      *    the whole register -----------------------------------------
      *-----------------------------------------------------------------
       01 INTAKE-RECORD.
         05 IN-FILENAME        PIC X(64).
            88 IN-CONTROL-RECORD     VALUE LOW-VALUES.
         05 IN-SEQ             PIC 9(8).
         05 IN-ARRIVAL-DATE    PIC X(8).
         05 IN-ARRIVAL-TIME    PIC X(8).
         05 IN-BYTE-COUNT      PIC 9(9).
         05 IN-MOV-COUNT       PIC 9(4).
         05 IN-HASH-TOTAL      PIC 9(9).
         05 IN-ROUTE-ID        PIC X(16).
         05 IN-ROUTE-DATE      PIC X(8).
         05 IN-STATUS          PIC X.
            88 IN-ACCEPTED           VALUE 'A'.
            88 IN-DUPLICATE          VALUE 'D'.
            88 IN-REJECTED           VALUE 'R'.
         05 IN-DUP-OF          PIC X(64).
         05 IN-REASON          PIC X(48).
