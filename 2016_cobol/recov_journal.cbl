      *-----------------------------------------------------------------
      *    recovery journal ------------------------------------------ -
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. RECOV-JOURNAL.

      *-----------------------------------------------------------------
      *    the forward-recovery journal. CODEVLT.DAT and ROUTMST.DAT ---
      *    are the two keyed files a lost or damaged copy of could -----
      *    not simply be re-run back into existence, so every program --
      *    that adds, rewrites or deletes one of their records hands ---
      *    the change to this program straight after making it, and ----
      *    it is appended to RECOVJNL.TXT (see recov-journal.cpy) ------
      *    with the run's audit run-id, a date/time stamp, the file, ---
      *    what was done and the record image. FILE-RECOVER takes ------
      *    backups of the two files and rebuilds either one from its ---
      *    last backup and the journal entries after it. a journal -----
      *    that won't open is warned about and RECOV-WRITTEN is left ---
      *    'N', so the caller can count the change as unprotected; -----
      *    the change itself is already made and stays made ------------
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "RECOVJNL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  JOURNAL-FILE RECORDING MODE F.
       COPY "recov-journal.cpy".

       WORKING-STORAGE SECTION.

       01 JOURNAL-STATUS PIC XX.
       01 STAMP-DATE     PIC X(8).
       01 STAMP-TIME     PIC X(8).

       COPY "return-codes.cpy".

       LINKAGE SECTION.
       COPY "recov-info.cpy".

       PROCEDURE DIVISION USING RECOV-INFO.

           MOVE 'N' TO RECOV-WRITTEN.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.

      *     the journal is append-only; the very first change on a
      *     fresh system has to create it ------------------------------
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = '35' THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.

           IF JOURNAL-STATUS NOT = '00' THEN
               DISPLAY "WARNING: cannot write RECOVJNL.TXT (file "
                       "status " JOURNAL-STATUS ") - " RECOV-FILE
                       " change by " RECOV-PROGRAM " not journaled"
               GOBACK
           END-IF.

           MOVE SPACES TO RECOV-JNL-RECORD.
      *     a caller with no audit run-id still gets an entry that
      *     sorts where it happened
           IF RECOV-RUN-ID = SPACES THEN
               STRING STAMP-DATE "-" STAMP-TIME
                      DELIMITED BY SIZE INTO RV-RUN-ID
               END-STRING
           ELSE
               MOVE RECOV-RUN-ID TO RV-RUN-ID
           END-IF.
           MOVE STAMP-DATE TO RV-STAMP-DATE.
           MOVE STAMP-TIME TO RV-STAMP-TIME.
           MOVE RECOV-FILE TO RV-FILE.
           EVALUATE RECOV-ACTION
               WHEN 'A'
                   SET RV-ADD TO TRUE
               WHEN 'R'
                   SET RV-REWRITE TO TRUE
               WHEN 'D'
                   SET RV-DELETE TO TRUE
               WHEN 'B'
                   SET RV-BACKUP TO TRUE
           END-EVALUATE.
           MOVE RECOV-PROGRAM TO RV-PROGRAM.
           MOVE RECOV-IMAGE TO RV-IMAGE.

           WRITE RECOV-JNL-RECORD.
           IF JOURNAL-STATUS = '00' THEN
               MOVE 'Y' TO RECOV-WRITTEN
           ELSE
               DISPLAY "WARNING: cannot write RECOVJNL.TXT (file "
                       "status " JOURNAL-STATUS ") - " RECOV-FILE
                       " change by " RECOV-PROGRAM " not journaled"
           END-IF.
           CLOSE JOURNAL-FILE.

           GOBACK.

       END PROGRAM RECOV-JOURNAL.
