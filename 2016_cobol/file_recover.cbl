      *-----------------------------------------------------------------
      *    keyed-file backup and forward recovery -------------------- -
      *    CODEVLT.DAT and ROUTMST.DAT are updated in place, and when  -
      *    one was damaged all anybody could do was put last week's    -
      *    copy back and lose every code and route filed since. every  -
      *    program that changes either file now appends the record     -
      *    after the change to the forward-recovery journal            -
      *    RECOVJNL.TXT (see recov_journal.cbl and recov-journal.cpy), -
      *    and this program takes backups and rebuilds from them.      -
      *    requests are read from RECOVREQ.TXT, one per line, where    -
      *    <file> is CODEVLT or ROUTMST:                               -
      *        BACKUP;<requester>;<file>                               -
      *            copies the file record for record to CODEVLT.BKP    -
      *            or ROUTMST.BKP under this run's audit run-id and    -
      *            files a backup-point marker on the journal          -
      *        RECOVER;<requester>;<file>;<stop>                       -
      *            rebuilds the file from its backup and replays the   -
      *            journal entries after that backup's marker, in      -
      *            journal order, up to the stop point: a run-id       -
      *            (yyyymmdd-hhmmsscc, up to and including that run's  -
      *            last entry), a timestamp (yyyymmdd, yyyymmddhhmmss  -
      *            or yyyymmddhhmmsscc - entries stamped after it are  -
      *            left off) or nothing for the whole journal. every   -
      *            record reapplied is listed                          -
      *        TRIM;<requester>;<file>                                 -
      *            drops the file's journal entries from before its    -
      *            newest backup point, once the backup on disk is     -
      *            the one that marker names                           -
      *    a backup file is line sequential:                           -
      *        BKP;<file>;<run-id>;<yyyymmdd>;<hhmmsscc>               -
      *        REC;<record image>                                      -
      *        END;<record count>                                      -
      *    and a backup is only recovered from or trimmed to once its  -
      *    trailer count has been checked. CODEVLT requests hand back  -
      *    every code in the vault, so the requester needs a PURGE     -
      *    grant in VAULTAUTH.TXT (see check-vault-access.cpy) and     -
      *    each one is written to the vault access log; a refusal      -
      *    ends the run with RC-NOT-AUTHORIZED. all three requests     -
      *    are run with nothing else updating the files. a recovery    -
      *    to an earlier point than the end of the journal leaves      -
      *    the later entries on it, so a fresh BACKUP has to be taken  -
      *    straight after one before the night's programs run again.   -
      *    the report goes to RECOVRPT.TXT                             -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FILE-RECOVER.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "RECOVREQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT VAULT-FILE ASSIGN TO "CODEVLT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAULT-KEY
              FILE STATUS IS VAULT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ROUTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROUTE-MST-KEY
              FILE STATUS IS MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC BACKUP-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BACKUP-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "RECOVJNL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
           SELECT WORK-FILE ASSIGN TO "RECOVJNL.TMP"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RECOVRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(80).

       FD  VAULT-FILE.
       COPY "vault-record.cpy".

       FD  MASTER-FILE.
       COPY "route-master.cpy".

      * a backup line carries a whole record image of either file
      * behind its four-byte tag
       FD  BACKUP-FILE RECORDING MODE F.
       01 BACKUP-RECORD      PIC X(3128).

       FD  JOURNAL-FILE RECORDING MODE F.
       COPY "recov-journal.cpy".

       FD  WORK-FILE RECORDING MODE F.
       01 WORK-RECORD        PIC X(3185).

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 REQUEST-STATUS     PIC XX.
       01 VAULT-STATUS       PIC XX.
       01 MASTER-STATUS      PIC XX.
       01 BACKUP-STATUS      PIC XX.
       01 JOURNAL-STATUS     PIC XX.
       01 WORK-STATUS        PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 ATEND-TARGET       PIC X.
       01 ATEND-BACKUP       PIC X.
       01 ATEND-JOURNAL      PIC X.
       01 ATEND-WORK         PIC X.
       01 REQUEST-LINE       PIC X(80).
       01 BACKUP-LINE        PIC X(3128).
       01 REPORT-LINE        PIC X(132).

       01 REQ-VERB           PIC X(8).
       01 REQ-REQUESTER      PIC X(8).
       01 REQ-FILE           PIC X(8).
       01 REQ-STOP           PIC X(32).
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 REFUSED-REQUESTS   PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.
       01 AUTH-LOAD-DONE     PIC X VALUE 'N'.

      * the file a request works on - every read and write below
      * goes through TARGET-IMAGE and TARGET-STATUS, so BACKUP,
      * RECOVER and TRIM are written once for both files
       01 TARGET-KIND        PIC X.
          88 TARGET-VAULT          VALUE 'V'.
          88 TARGET-MASTER         VALUE 'M'.
       01 TARGET-OPEN-MODE   PIC X.
       01 TARGET-STATUS      PIC XX.
       01 TARGET-IMAGE       PIC X(3124).
       01 BACKUP-FILENAME    PIC X(64).
       01 KEY-TEXT           PIC X(80).

      * the backup being taken or read back: its header fields, the
      * trailer count and whether the whole file checked out
       01 BACKUP-RUN-ID      PIC X(17).
       01 BKP-TAG            PIC X(8).
       01 BKP-FILE           PIC X(8).
       01 BKP-RUN-ID         PIC X(17).
       01 BKP-DATE           PIC X(8).
       01 BKP-TIME           PIC X(8).
       01 BKP-TRAILER        PIC X(16).
       01 BKP-TRAILER-COUNT  PIC 9(9).
       01 BKP-COUNT-OUT      PIC 9(9).
       01 BKP-RECORDS        PIC S9(8) COMP.
       01 BKP-TRAILER-SEEN   PIC X.
       01 BKP-BAD-LINES      PIC S9(8) COMP.
       01 BACKUP-OK          PIC X.

      * where things sit on the journal, counted in entries from the
      * top: the backup's own marker, the file's newest marker and
      * the last entry a recovery is to replay
       01 JNL-SEQ            PIC S9(8) COMP.
       01 JNL-TOTAL          PIC S9(8) COMP.
       01 MARKER-SEQ         PIC S9(8) COMP.
       01 LAST-MARKER-SEQ    PIC S9(8) COMP.
       01 LAST-MARKER-RUN-ID PIC X(17).
       01 STOP-SEQ           PIC S9(8) COMP.
       01 SCAN-OK            PIC X.

      * the stop point: 'N' none, 'R' a run-id, 'T' a timestamp
      * padded out with nines so a date alone takes in the whole day
       01 STOP-KIND          PIC X.
       01 STOP-RUN-ID        PIC X(17).
       01 STOP-STAMP         PIC X(16).
       01 STOP-LEN           PIC S9(4) COMP.
       01 STOP-FOUND         PIC X.

      * per-request accounting
       01 RECORDS-COPIED     PIC S9(8) COMP.
       01 ENTRIES-APPLIED    PIC S9(8) COMP.
       01 ENTRIES-FAILED     PIC S9(8) COMP.
       01 ENTRIES-KEPT       PIC S9(8) COMP.
       01 ENTRIES-DROPPED    PIC S9(8) COMP.
       01 BACKUPS-PASSED     PIC S9(8) COMP.
       01 APPLY-NOTE         PIC X(20).
       01 COUNT-ED           PIC ZZZZZZZ9.

      * run-long accounting for the audit trail
       01 REQUESTS-READ      PIC S9(8) COMP VALUE 0.
       01 RECORDS-WRITTEN    PIC S9(8) COMP VALUE 0.

       01 STAMP-DATE         PIC X(8).
       01 STAMP-TIME         PIC X(8).

       COPY "vault-access.cpy".

       COPY "return-codes.cpy".

       COPY "audit-info.cpy".

       COPY "recov-info.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the run-long counters have to be put back to
      *    their starting state here
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 0 TO REQUESTS-READ.
           MOVE 0 TO RECORDS-WRITTEN.
           MOVE 0 TO BAD-REQUESTS.
           MOVE 0 TO REFUSED-REQUESTS.
           MOVE 'N' TO ANY-FILE-TROUBLE.
           MOVE 'N' TO AUTH-LOAD-DONE.

      *    every run gets its audit run-id before anything can fail;
      *    a backup taken in this run is filed under the same id
           MOVE 'S' TO AUDIT-ACTION.
           MOVE "FILE-RECOVER" TO AUDIT-PROGRAM.
           MOVE "RECOVREQ.TXT" TO AUDIT-INPUT-NAME.
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
               DISPLAY "ERROR: cannot open RECOVREQ.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open RECOVRPT.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           MOVE "=== FILE BACKUP AND RECOVERY REPORT ==="
              TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO ATEND-REQUESTS.
           PERFORM UNTIL ATEND-REQUESTS = 'Y'
               READ REQUEST-FILE INTO REQUEST-LINE
                   AT END
                       MOVE 'Y' TO ATEND-REQUESTS
                   NOT AT END
                       IF REQUEST-LINE NOT = SPACES THEN
                           ADD 1 TO REQUESTS-READ
                           PERFORM ANSWER-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE REPORT-FILE.

           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF REFUSED-REQUESTS > 0 THEN
               MOVE RC-NOT-AUTHORIZED TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "backup and recovery report written to "
                   "RECOVRPT.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    requests were read and records written (backed up or --------
      *    reapplied) and whatever return code the run is about to -----
      *    leave with --------------------------------------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE REQUESTS-READ TO AUDIT-REC-COUNT.
           MOVE RECORDS-WRITTEN TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    answer one request - splits one RECOVREQ.TXT line, names ----
      *    the file it works on and dispatches it; a verb or file this -
      *    program doesn't know is reported rather than silently -------
      *    dropped -----------------------------------------------------
      *-----------------------------------------------------------------
       ANSWER-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-REQUESTER REQ-FILE REQ-STOP.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-REQUESTER REQ-FILE REQ-STOP
           END-UNSTRING.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUEST " DELIMITED BY SIZE
                  REQUEST-LINE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           EVALUATE REQ-FILE
           WHEN "CODEVLT"
               SET TARGET-VAULT TO TRUE
               MOVE "CODEVLT.BKP" TO BACKUP-FILENAME
           WHEN "ROUTMST"
               SET TARGET-MASTER TO TRUE
               MOVE "ROUTMST.BKP" TO BACKUP-FILENAME
           WHEN OTHER
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: file must be CODEVLT or ROUTMST"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-EVALUATE.

           IF REQ-VERB NOT = "BACKUP" AND REQ-VERB NOT = "RECOVER"
              AND REQ-VERB NOT = "TRIM" THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF TARGET-VAULT THEN
                   PERFORM LOAD-VAULT-AUTHORIZATIONS
                   MOVE REQ-REQUESTER TO VA-REQUESTER
                   MOVE REQ-VERB TO VA-REQUEST-TYPE
                   MOVE REQ-FILE TO VA-KEY
                   SET VA-INVALID TO TRUE
                   MOVE "unknown request verb" TO VA-REASON
                   MOVE 'W' TO VA-ACTION
                   CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF TARGET-VAULT THEN
               PERFORM CHECK-REQUEST-ACCESS
               IF NOT VA-ALLOWED THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           EVALUATE REQ-VERB
           WHEN "BACKUP"
               PERFORM BACKUP-TARGET
           WHEN "RECOVER"
               PERFORM RECOVER-TARGET
           WHEN "TRIM"
               PERFORM TRIM-JOURNAL
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    load vault authorizations - the grants are only needed once -
      *    a request names the vault, so a run that only works on the --
      *    route master never depends on them --------------------------
      *-----------------------------------------------------------------
       LOAD-VAULT-AUTHORIZATIONS.
           IF AUTH-LOAD-DONE NOT = 'Y' THEN
               MOVE "FILE-RECOVER" TO VA-PROGRAM
               MOVE 'L' TO VA-ACTION
               CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS
               MOVE 'Y' TO AUTH-LOAD-DONE
           END-IF.

      *-----------------------------------------------------------------
      *    check request access - every request on the vault needs a ---
      *    PURGE grant, the same as VAULT-MAINT's reorg; the request ---
      *    is logged either way, and a refusal is reported in place ----
      *    of the work -------------------------------------------------
      *-----------------------------------------------------------------
       CHECK-REQUEST-ACCESS.
           PERFORM LOAD-VAULT-AUTHORIZATIONS.
           MOVE REQ-REQUESTER TO VA-REQUESTER.
           MOVE REQ-VERB TO VA-REQUEST-TYPE.
           MOVE SPACES TO VA-KEY.
           STRING REQ-FILE DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  REQ-STOP DELIMITED BY SPACE
              INTO VA-KEY
           END-STRING.
           MOVE "PURGE" TO VA-RIGHT.
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
           END-IF.

      *-----------------------------------------------------------------
      *    backup target - copies the whole file to its .BKP file ------
      *    under a header and a count trailer, then files the ----------
      *    backup-point marker on the journal. a backup that could -----
      *    not be written whole gets no marker, so nothing is ever -----
      *    recovered from or trimmed to it -----------------------------
      *-----------------------------------------------------------------
       BACKUP-TARGET.
           MOVE 'I' TO TARGET-OPEN-MODE.
           PERFORM OPEN-TARGET.
           IF TARGET-STATUS NOT = '00' THEN
               PERFORM REPORT-TARGET-UNOPENABLE
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               PERFORM CLOSE-TARGET
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot open " DELIMITED BY SIZE
                      BACKUP-FILENAME DELIMITED BY SPACE
                      " (file status " BACKUP-STATUS ")"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

      *    the backup is known by this run's audit run-id; a run the
      *    audit could not stamp still gets an id that sorts where it
      *    happened
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           IF AUDIT-RUN-ID = SPACES THEN
               MOVE SPACES TO BACKUP-RUN-ID
               STRING STAMP-DATE "-" STAMP-TIME
                      DELIMITED BY SIZE INTO BACKUP-RUN-ID
               END-STRING
           ELSE
               MOVE AUDIT-RUN-ID TO BACKUP-RUN-ID
           END-IF.

           MOVE SPACES TO BACKUP-LINE.
           STRING "BKP;" DELIMITED BY SIZE
                  REQ-FILE DELIMITED BY SPACE
                  ";" BACKUP-RUN-ID ";" STAMP-DATE ";" STAMP-TIME
                  DELIMITED BY SIZE
              INTO BACKUP-LINE
           END-STRING.
           WRITE BACKUP-RECORD FROM BACKUP-LINE.

           MOVE 'Y' TO BACKUP-OK.
           MOVE 0 TO RECORDS-COPIED.
           MOVE 'N' TO ATEND-TARGET.
           PERFORM UNTIL ATEND-TARGET = 'Y'
               PERFORM READ-TARGET-NEXT
               IF ATEND-TARGET NOT = 'Y' THEN
                   MOVE SPACES TO BACKUP-LINE
                   STRING "REC;" TARGET-IMAGE
                          DELIMITED BY SIZE INTO BACKUP-LINE
                   END-STRING
                   WRITE BACKUP-RECORD FROM BACKUP-LINE
                   IF BACKUP-STATUS = '00' THEN
                       ADD 1 TO RECORDS-COPIED
                   ELSE
                       MOVE 'N' TO BACKUP-OK
                       MOVE 'Y' TO ATEND-TARGET
                   END-IF
               END-IF
           END-PERFORM.

           MOVE RECORDS-COPIED TO BKP-COUNT-OUT.
           MOVE SPACES TO BACKUP-LINE.
           STRING "END;" BKP-COUNT-OUT
                  DELIMITED BY SIZE INTO BACKUP-LINE
           END-STRING.
           WRITE BACKUP-RECORD FROM BACKUP-LINE.
           IF BACKUP-STATUS NOT = '00' THEN
               MOVE 'N' TO BACKUP-OK
           END-IF.

           PERFORM CLOSE-TARGET.
           CLOSE BACKUP-FILE.

           IF BACKUP-OK NOT = 'Y' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: backup write failed (file status "
                      BACKUP-STATUS ") - no backup point filed"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           ADD RECORDS-COPIED TO RECORDS-WRITTEN.

           MOVE 'B' TO RECOV-ACTION.
           MOVE BACKUP-RUN-ID TO RECOV-RUN-ID.
           MOVE "FILE-RECOVER" TO RECOV-PROGRAM.
           MOVE REQ-FILE TO RECOV-FILE.
           MOVE SPACES TO RECOV-IMAGE.
           STRING "BACKUP TO " DELIMITED BY SIZE
                  BACKUP-FILENAME DELIMITED BY SPACE
                  " RECORDS=" BKP-COUNT-OUT
                  DELIMITED BY SIZE
              INTO RECOV-IMAGE
           END-STRING.
           MOVE 'N' TO RECOV-WRITTEN.
           CALL "RECOV-JOURNAL" USING RECOV-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RECOV-JOURNAL is not available - "
                           "backup point not filed"
           END-CALL.

           MOVE RECORDS-COPIED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    RECORDS BACKED UP ...: " COUNT-ED
                  " TO " DELIMITED BY SIZE
                  BACKUP-FILENAME DELIMITED BY SPACE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF RECOV-WRITTEN = 'Y' THEN
               MOVE SPACES TO REPORT-LINE
               STRING "    BACKUP POINT RUN=" BACKUP-RUN-ID
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
      *        the copy is good, but without its marker the journal
      *        can't say which entries come after it
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE "    ERROR: no backup point on the journal - this "
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    backup can't be recovered from or trimmed to"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    recover target - checks the backup, finds its marker and ----
      *    the stop point on the journal, and only then rebuilds the ---
      *    file from the backup and replays the journal onto it; -------
      *    anything that doesn't check out leaves the file untouched ---
      *-----------------------------------------------------------------
       RECOVER-TARGET.
           PERFORM PARSE-STOP-POINT.
           IF STOP-KIND = 'X' THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: stop must be a run-id or a timestamp"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-BACKUP-FILE.
           IF BACKUP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCAN-JOURNAL.
           IF SCAN-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           IF MARKER-SEQ = 0 THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: backup RUN=" BKP-RUN-ID
                      " has no backup point on RECOVJNL.TXT - file "
                      "not touched" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF STOP-KIND = 'R' AND STOP-FOUND NOT = 'Y' THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: stop run-id is not on the journal"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF STOP-SEQ < MARKER-SEQ THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: stop point is before the backup - an "
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    older backup is needed to go back that far"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM REBUILD-FROM-BACKUP.
           IF BACKUP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM REPLAY-JOURNAL.

      *-----------------------------------------------------------------
      *    parse stop point - REQ-STOP as a run-id (a dash in column ---
      *    9), as a timestamp of 8, 14 or 16 digits, or blank for the --
      *    end of the journal; anything else comes back as STOP-KIND ---
      *    'X' ---------------------------------------------------------
      *-----------------------------------------------------------------
       PARSE-STOP-POINT.
           MOVE SPACES TO STOP-RUN-ID.
           MOVE ALL '9' TO STOP-STAMP.
           MOVE 0 TO STOP-LEN.
           INSPECT REQ-STOP TALLYING STOP-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

           EVALUATE TRUE
           WHEN REQ-STOP = SPACES
               MOVE 'N' TO STOP-KIND
           WHEN STOP-LEN = 17 AND REQ-STOP(9:1) = '-'
                AND REQ-STOP(1:8) IS NUMERIC
                AND REQ-STOP(10:8) IS NUMERIC
               MOVE 'R' TO STOP-KIND
               MOVE REQ-STOP(1:17) TO STOP-RUN-ID
           WHEN (STOP-LEN = 8 OR STOP-LEN = 14 OR STOP-LEN = 16)
               MOVE 'T' TO STOP-KIND
               IF REQ-STOP(1:STOP-LEN) IS NUMERIC THEN
                   MOVE REQ-STOP(1:STOP-LEN) TO STOP-STAMP(1:STOP-LEN)
               ELSE
                   MOVE 'X' TO STOP-KIND
               END-IF
           WHEN OTHER
               MOVE 'X' TO STOP-KIND
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    check backup file - reads the .BKP file end to end: the -----
      *    header has to name this file, and the trailer count has to --
      *    match the records actually there. BACKUP-OK comes back 'Y' --
      *    with the backup's run-id in BKP-RUN-ID when it checks out ---
      *-----------------------------------------------------------------
       CHECK-BACKUP-FILE.
           MOVE 'N' TO BACKUP-OK.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot open " DELIMITED BY SIZE
                      BACKUP-FILENAME DELIMITED BY SPACE
                      " (file status " BACKUP-STATUS
                      ") - has a BACKUP ever been taken?"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO BKP-TAG BKP-FILE BKP-RUN-ID BKP-DATE
                          BKP-TIME.
           MOVE SPACES TO BACKUP-LINE.
           READ BACKUP-FILE INTO BACKUP-LINE
               AT END
                   MOVE SPACES TO BACKUP-LINE
           END-READ.
           UNSTRING BACKUP-LINE(1:80) DELIMITED BY ';'
               INTO BKP-TAG BKP-FILE BKP-RUN-ID BKP-DATE BKP-TIME
           END-UNSTRING.

           MOVE 0 TO BKP-RECORDS.
           MOVE 0 TO BKP-BAD-LINES.
           MOVE 0 TO BKP-TRAILER-COUNT.
           MOVE 'N' TO BKP-TRAILER-SEEN.
           MOVE 'N' TO ATEND-BACKUP.
           PERFORM UNTIL ATEND-BACKUP = 'Y'
               READ BACKUP-FILE INTO BACKUP-LINE
                   AT END
                       MOVE 'Y' TO ATEND-BACKUP
                   NOT AT END
                       EVALUATE BACKUP-LINE(1:4)
                       WHEN "REC;"
                           ADD 1 TO BKP-RECORDS
                       WHEN "END;"
                           MOVE 'Y' TO BKP-TRAILER-SEEN
                           MOVE BACKUP-LINE(5:16) TO BKP-TRAILER
                           IF BKP-TRAILER(1:9) IS NUMERIC THEN
                               MOVE BKP-TRAILER(1:9)
                                  TO BKP-TRAILER-COUNT
                           ELSE
                               ADD 1 TO BKP-BAD-LINES
                           END-IF
                       WHEN OTHER
                           ADD 1 TO BKP-BAD-LINES
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.

           IF BKP-TAG NOT = "BKP" OR BKP-FILE NOT = REQ-FILE THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: " DELIMITED BY SIZE
                      BACKUP-FILENAME DELIMITED BY SPACE
                      " is not a backup of " DELIMITED BY SIZE
                      REQ-FILE DELIMITED BY SPACE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF BKP-TRAILER-SEEN NOT = 'Y' OR BKP-BAD-LINES > 0
              OR BKP-TRAILER-COUNT NOT = BKP-RECORDS THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: " DELIMITED BY SIZE
                      BACKUP-FILENAME DELIMITED BY SPACE
                      " is incomplete - its trailer does not match "
                      "its records" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO BACKUP-OK.
           MOVE SPACES TO REPORT-LINE.
           STRING "    BACKUP RUN=" BKP-RUN-ID
                  " TAKEN " BKP-DATE " " BKP-TIME
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    scan journal - one pass over RECOVJNL.TXT counting entries: -
      *    the backup's own marker (MARKER-SEQ), this file's newest ----
      *    marker (LAST-MARKER-SEQ) and the last entry to replay -------
      *    (STOP-SEQ) - a run-id stops after that run's last entry, a --
      *    timestamp before the first entry stamped later --------------
      *-----------------------------------------------------------------
       SCAN-JOURNAL.
           MOVE 'N' TO SCAN-OK.
           MOVE 0 TO JNL-SEQ.
           MOVE 0 TO MARKER-SEQ.
           MOVE 0 TO LAST-MARKER-SEQ.
           MOVE SPACES TO LAST-MARKER-RUN-ID.
           MOVE 0 TO STOP-SEQ.
           MOVE 'N' TO STOP-FOUND.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot open RECOVJNL.TXT (file "
                      "status " JOURNAL-STATUS ") - file not touched"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-JOURNAL.
           PERFORM UNTIL ATEND-JOURNAL = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO ATEND-JOURNAL
                   NOT AT END
                       ADD 1 TO JNL-SEQ
                       PERFORM SCAN-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

           MOVE JNL-SEQ TO JNL-TOTAL.
           IF STOP-KIND NOT = 'R' AND STOP-FOUND NOT = 'Y' THEN
               MOVE JNL-TOTAL TO STOP-SEQ
           END-IF.
           MOVE 'Y' TO SCAN-OK.

      *-----------------------------------------------------------------
      *    scan one entry ----------------------------------------------
      *-----------------------------------------------------------------
       SCAN-ONE-ENTRY.
           IF RV-BACKUP AND RV-FILE = REQ-FILE THEN
               MOVE JNL-SEQ TO LAST-MARKER-SEQ
               MOVE RV-RUN-ID TO LAST-MARKER-RUN-ID
               IF RV-RUN-ID = BKP-RUN-ID THEN
                   MOVE JNL-SEQ TO MARKER-SEQ
               END-IF
           END-IF.

           IF STOP-KIND = 'R' AND RV-RUN-ID = STOP-RUN-ID THEN
               MOVE JNL-SEQ TO STOP-SEQ
               MOVE 'Y' TO STOP-FOUND
           END-IF.
           IF STOP-KIND = 'T' AND STOP-FOUND NOT = 'Y'
              AND RV-STAMP > STOP-STAMP THEN
               COMPUTE STOP-SEQ = JNL-SEQ - 1
               MOVE 'Y' TO STOP-FOUND
           END-IF.

      *-----------------------------------------------------------------
      *    rebuild from backup - a fresh empty file, then every --------
      *    backed-up record written back; the backup has already been --
      *    checked whole, so a failure here is a write failure and -----
      *    the backup is still there to run the recovery again from ----
      *-----------------------------------------------------------------
       REBUILD-FROM-BACKUP.
           MOVE 'N' TO BACKUP-OK.
           MOVE 'O' TO TARGET-OPEN-MODE.
           PERFORM OPEN-TARGET.
           IF TARGET-STATUS NOT = '00' THEN
               PERFORM REPORT-TARGET-UNOPENABLE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT BACKUP-FILE.
           IF BACKUP-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               PERFORM CLOSE-TARGET
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot re-read " DELIMITED BY SIZE
                      BACKUP-FILENAME DELIMITED BY SPACE
                      " (file status " BACKUP-STATUS ") - the file "
                      "is empty; run the recovery again"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO BACKUP-OK.
           MOVE 0 TO RECORDS-COPIED.
           MOVE 'N' TO ATEND-BACKUP.
           PERFORM UNTIL ATEND-BACKUP = 'Y'
               READ BACKUP-FILE INTO BACKUP-LINE
                   AT END
                       MOVE 'Y' TO ATEND-BACKUP
                   NOT AT END
                       IF BACKUP-LINE(1:4) = "REC;" THEN
                           MOVE BACKUP-LINE(5:3124) TO TARGET-IMAGE
                           PERFORM WRITE-TARGET
                           IF TARGET-STATUS = '00' THEN
                               ADD 1 TO RECORDS-COPIED
                           ELSE
                               MOVE 'N' TO BACKUP-OK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           PERFORM CLOSE-TARGET.
           ADD RECORDS-COPIED TO RECORDS-WRITTEN.

           MOVE RECORDS-COPIED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    RECORDS FROM BACKUP .: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF BACKUP-OK NOT = 'Y' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: reload write failed (file status "
                      TARGET-STATUS ") - journal not replayed; run "
                      "the recovery again" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    replay journal - reapplies this file's entries after the ----
      *    backup's marker, in journal order, up to the stop point -----
      *-----------------------------------------------------------------
       REPLAY-JOURNAL.
           MOVE 'U' TO TARGET-OPEN-MODE.
           PERFORM OPEN-TARGET.
           IF TARGET-STATUS NOT = '00' THEN
               PERFORM REPORT-TARGET-UNOPENABLE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               PERFORM CLOSE-TARGET
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot re-read RECOVJNL.TXT (file "
                      "status " JOURNAL-STATUS ") - the file holds "
                      "the backup only" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ENTRIES-APPLIED.
           MOVE 0 TO ENTRIES-FAILED.
           MOVE 0 TO BACKUPS-PASSED.
           MOVE 0 TO JNL-SEQ.
           MOVE 'N' TO ATEND-JOURNAL.
           PERFORM UNTIL ATEND-JOURNAL = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO ATEND-JOURNAL
                   NOT AT END
                       ADD 1 TO JNL-SEQ
                       IF JNL-SEQ > STOP-SEQ THEN
                           MOVE 'Y' TO ATEND-JOURNAL
                       ELSE
                           IF JNL-SEQ > MARKER-SEQ
                              AND RV-FILE = REQ-FILE THEN
                               PERFORM REPLAY-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           PERFORM CLOSE-TARGET.
           ADD ENTRIES-APPLIED TO RECORDS-WRITTEN.

           MOVE ENTRIES-APPLIED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ENTRIES REAPPLIED ...: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE ENTRIES-FAILED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ENTRIES FAILED ......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF STOP-SEQ < JNL-TOTAL THEN
               COMPUTE JNL-SEQ = JNL-TOTAL - STOP-SEQ
               MOVE JNL-SEQ TO COUNT-ED
               MOVE SPACES TO REPORT-LINE
               STRING "    ENTRIES LEFT OFF ....: " COUNT-ED
                      " (after the stop point - take a new BACKUP "
                      "now)" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    replay one entry - puts one journaled after-image back the --
      *    way it was first made: an add that finds the key already ----
      *    there replaces it, a rewrite that finds it gone adds it, ----
      *    and a delete of a key already gone is only noted. a later ---
      *    backup point of the same file is noted as it is passed ------
      *-----------------------------------------------------------------
       REPLAY-ONE-ENTRY.
           IF RV-BACKUP THEN
               ADD 1 TO BACKUPS-PASSED
               MOVE SPACES TO REPORT-LINE
               STRING "    PASSED BACKUP POINT RUN=" RV-RUN-ID
                      " " RV-STAMP-DATE " " RV-STAMP-TIME
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE RV-IMAGE TO TARGET-IMAGE.
           MOVE SPACES TO APPLY-NOTE.
           EVALUATE TRUE
           WHEN RV-ADD
               PERFORM WRITE-TARGET
               IF TARGET-STATUS = '22' THEN
                   PERFORM REWRITE-TARGET
               END-IF
           WHEN RV-REWRITE
               PERFORM REWRITE-TARGET
               IF TARGET-STATUS = '23' THEN
                   PERFORM WRITE-TARGET
               END-IF
           WHEN RV-DELETE
               PERFORM DELETE-TARGET
               IF TARGET-STATUS = '23' THEN
                   MOVE " (ALREADY ABSENT)" TO APPLY-NOTE
                   MOVE '00' TO TARGET-STATUS
               END-IF
           WHEN OTHER
               MOVE "XX" TO TARGET-STATUS
           END-EVALUATE.

           PERFORM DESCRIBE-KEY.
           IF TARGET-STATUS NOT = '00' THEN
               ADD 1 TO ENTRIES-FAILED
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: entry " DELIMITED BY SIZE
                      RV-ACTION DELIMITED BY SPACE
                      " RUN=" RV-RUN-ID " " DELIMITED BY SIZE
                      KEY-TEXT DELIMITED BY "  "
                      " not reapplied (file status "
                      TARGET-STATUS ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ENTRIES-APPLIED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REAPPLIED RUN=" RV-RUN-ID
                  " PROG=" DELIMITED BY SIZE
                  RV-PROGRAM DELIMITED BY SPACE
                  " ACTION=" DELIMITED BY SIZE
                  RV-ACTION DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  KEY-TEXT DELIMITED BY "  "
                  APPLY-NOTE DELIMITED BY "  "
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    describe key - the key of the record in TARGET-IMAGE as -----
      *    report text (never a code itself) ---------------------------
      *-----------------------------------------------------------------
       DESCRIBE-KEY.
           MOVE SPACES TO KEY-TEXT.
           IF TARGET-VAULT THEN
               MOVE TARGET-IMAGE TO VAULT-RECORD
               STRING "BATCH=" DELIMITED BY SIZE
                      VAULT-BATCH-ID DELIMITED BY SPACE
                      " DATE=" VAULT-DATE
                      " LAYOUT=" DELIMITED BY SIZE
                      VAULT-LAYOUT DELIMITED BY SPACE
                  INTO KEY-TEXT
               END-STRING
           ELSE
               MOVE TARGET-IMAGE TO ROUTE-MST-RECORD
               STRING "ROUTE=" DELIMITED BY SIZE
                      RM-ROUTE-ID DELIMITED BY SPACE
                      " RDATE=" RM-ROUTE-DATE
                      DELIMITED BY SIZE
                  INTO KEY-TEXT
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *    trim journal - once the backup on disk is the one the -------
      *    file's newest marker names, none of the file's entries ------
      *    before that marker (older markers included) is needed any ---
      *    more. the journal is copied to RECOVJNL.TMP without them ----
      *    and copied back, the way VAULT-MAINT's reorg goes through ---
      *    its unload file; the other file's entries are all kept ------
      *-----------------------------------------------------------------
       TRIM-JOURNAL.
           MOVE 'N' TO STOP-KIND.
           PERFORM CHECK-BACKUP-FILE.
           IF BACKUP-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           PERFORM SCAN-JOURNAL.
           IF SCAN-OK NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.

           IF LAST-MARKER-SEQ = 0
              OR LAST-MARKER-RUN-ID NOT = BKP-RUN-ID THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: " DELIMITED BY SIZE
                      BACKUP-FILENAME DELIMITED BY SPACE
                      " is not the newest backup point on the "
                      "journal - take a BACKUP before trimming"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE "    ERROR: cannot re-read RECOVJNL.TXT"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WORK-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               CLOSE JOURNAL-FILE
               MOVE "    ERROR: cannot open RECOVJNL.TMP"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ENTRIES-KEPT.
           MOVE 0 TO ENTRIES-DROPPED.
           MOVE 0 TO JNL-SEQ.
           MOVE 'N' TO ATEND-JOURNAL.
           PERFORM UNTIL ATEND-JOURNAL = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO ATEND-JOURNAL
                   NOT AT END
                       ADD 1 TO JNL-SEQ
                       IF RV-FILE = REQ-FILE
                          AND JNL-SEQ < LAST-MARKER-SEQ THEN
                           ADD 1 TO ENTRIES-DROPPED
                       ELSE
                           WRITE WORK-RECORD FROM RECOV-JNL-RECORD
                           ADD 1 TO ENTRIES-KEPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           CLOSE WORK-FILE.

      *    the copy back: the journal is only ever rewritten from a
      *    complete work copy
           OPEN INPUT WORK-FILE.
           IF WORK-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE "    ERROR: cannot re-read RECOVJNL.TMP - journal"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    left as it was" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF JOURNAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               CLOSE WORK-FILE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot rewrite RECOVJNL.TXT (file "
                      "status " JOURNAL-STATUS ") - the trimmed "
                      "journal is in RECOVJNL.TMP" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-WORK.
           PERFORM UNTIL ATEND-WORK = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO ATEND-WORK
                   NOT AT END
                       WRITE RECOV-JNL-RECORD FROM WORK-RECORD
                       IF JOURNAL-STATUS NOT = '00' THEN
                           MOVE 'Y' TO ANY-FILE-TROUBLE
                           MOVE 'Y' TO ATEND-WORK
                           MOVE SPACES TO REPORT-LINE
                           STRING "    ERROR: journal rewrite failed "
                                  "(file status " JOURNAL-STATUS
                                  ") - the trimmed journal is in "
                                  "RECOVJNL.TMP" DELIMITED BY SIZE
                              INTO REPORT-LINE
                           END-STRING
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE JOURNAL-FILE.

           MOVE ENTRIES-DROPPED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ENTRIES TRIMMED .....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE ENTRIES-KEPT TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ENTRIES KEPT ........: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    open target - opens the request's file INPUT ('I'), ---------
      *    OUTPUT ('O', a fresh empty file) or I-O ('U') ---------------
      *-----------------------------------------------------------------
       OPEN-TARGET.
           IF TARGET-VAULT THEN
               EVALUATE TARGET-OPEN-MODE
               WHEN 'I'
                   OPEN INPUT VAULT-FILE
               WHEN 'O'
                   OPEN OUTPUT VAULT-FILE
               WHEN OTHER
                   OPEN I-O VAULT-FILE
               END-EVALUATE
               MOVE VAULT-STATUS TO TARGET-STATUS
           ELSE
               EVALUATE TARGET-OPEN-MODE
               WHEN 'I'
                   OPEN INPUT MASTER-FILE
               WHEN 'O'
                   OPEN OUTPUT MASTER-FILE
               WHEN OTHER
                   OPEN I-O MASTER-FILE
               END-EVALUATE
               MOVE MASTER-STATUS TO TARGET-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *    close target ------------------------------------------------
      *-----------------------------------------------------------------
       CLOSE-TARGET.
           IF TARGET-VAULT THEN
               CLOSE VAULT-FILE
           ELSE
               CLOSE MASTER-FILE
           END-IF.

      *-----------------------------------------------------------------
      *    read target next - the next record in key order into --------
      *    TARGET-IMAGE, or ATEND-TARGET 'Y' ---------------------------
      *-----------------------------------------------------------------
       READ-TARGET-NEXT.
           IF TARGET-VAULT THEN
               READ VAULT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-TARGET
                   NOT AT END
                       MOVE VAULT-RECORD TO TARGET-IMAGE
               END-READ
           ELSE
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-TARGET
                   NOT AT END
                       MOVE ROUTE-MST-RECORD TO TARGET-IMAGE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      *    write target - adds the record in TARGET-IMAGE --------------
      *-----------------------------------------------------------------
       WRITE-TARGET.
           IF TARGET-VAULT THEN
               MOVE TARGET-IMAGE TO VAULT-RECORD
               WRITE VAULT-RECORD
               MOVE VAULT-STATUS TO TARGET-STATUS
           ELSE
               MOVE TARGET-IMAGE TO ROUTE-MST-RECORD
               WRITE ROUTE-MST-RECORD
               MOVE MASTER-STATUS TO TARGET-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *    rewrite target - replaces the record with TARGET-IMAGE's ----
      *    key by TARGET-IMAGE -----------------------------------------
      *-----------------------------------------------------------------
       REWRITE-TARGET.
           IF TARGET-VAULT THEN
               MOVE TARGET-IMAGE TO VAULT-RECORD
               REWRITE VAULT-RECORD
               MOVE VAULT-STATUS TO TARGET-STATUS
           ELSE
               MOVE TARGET-IMAGE TO ROUTE-MST-RECORD
               REWRITE ROUTE-MST-RECORD
               MOVE MASTER-STATUS TO TARGET-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *    delete target - removes the record with TARGET-IMAGE's key --
      *-----------------------------------------------------------------
       DELETE-TARGET.
           IF TARGET-VAULT THEN
               MOVE TARGET-IMAGE TO VAULT-RECORD
               DELETE VAULT-FILE RECORD
               MOVE VAULT-STATUS TO TARGET-STATUS
           ELSE
               MOVE TARGET-IMAGE TO ROUTE-MST-RECORD
               DELETE MASTER-FILE RECORD
               MOVE MASTER-STATUS TO TARGET-STATUS
           END-IF.

      *-----------------------------------------------------------------
      *    report target unopenable ------------------------------------
      *-----------------------------------------------------------------
       REPORT-TARGET-UNOPENABLE.
           MOVE 'Y' TO ANY-FILE-TROUBLE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ERROR: cannot open " DELIMITED BY SIZE
                  REQ-FILE DELIMITED BY SPACE
                  ".DAT (file status " TARGET-STATUS ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    check vault access ------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-vault-access.cpy".

       END PROGRAM FILE-RECOVER.
