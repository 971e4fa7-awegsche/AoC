      *-----------------------------------------------------------------
      *    result history -------------------------------------------- -
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. RESULT-HIST.

      *-----------------------------------------------------------------
      *    the keyed results history. BATCHSUM.TXT is rewritten by -----
      *    every DAY01-BATCH run and OUTPUT01.TXT is split into --------
      *    monthly archives by HOUSEKEEP, so "what did this route ------
      *    produce on each of its last runs" used to mean grepping -----
      *    across files. DAY01 and DAY01-BATCH now also hand every -----
      *    result row they write to this program ('W'), which files ---
      *    it on RESHIST.DAT (see result-history.cpy) under the run-id -
      *    and input file, with the route-id and operator as -----------
      *    alternate keys; a run that files several rows calls once ----
      *    more at its end ('F') to stamp its final return code onto ---
      *    all of them. RESULT-INQUIRY answers questions from the ------
      *    file. filing history must never take the batch down with ----
      *    it, so a history file that won't open is warned about and ---
      *    skipped, and the caller's return code comes back exactly ----
      *    as it was put into RESULT-FINAL-RC --------------------------
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "RESHIST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RH-KEY
              ALTERNATE RECORD KEY IS RH-ROUTE-ID WITH DUPLICATES
              ALTERNATE RECORD KEY IS RH-OPERATOR WITH DUPLICATES
              FILE STATUS IS HISTORY-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  HISTORY-FILE.
       COPY "result-history.cpy".

       WORKING-STORAGE SECTION.

       01 HISTORY-STATUS PIC XX.
       01 ATEND-HISTORY  PIC X.

       01 STAMP-DATE     PIC X(8).
       01 STAMP-TIME     PIC X(8).

       LINKAGE SECTION.
       COPY "result-info.cpy".

       PROCEDURE DIVISION USING RESULT-INFO.

      *     the history file is central and keeps growing; the very
      *     first run on a fresh system has to create it ---------------
           OPEN I-O HISTORY-FILE.
           IF HISTORY-STATUS = '35' THEN
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.

           IF HISTORY-STATUS NOT = '00' THEN
               DISPLAY "WARNING: cannot open RESHIST.DAT (file "
                       "status " HISTORY-STATUS ") - results for "
                       RESULT-INPUT-NAME " not filed"
               MOVE RESULT-FINAL-RC TO RETURN-CODE
               GOBACK
           END-IF.

           IF RESULT-ACTION = 'F' THEN
               PERFORM STAMP-FINAL-RC
           ELSE
               PERFORM FILE-RESULT-ROW
           END-IF.

           CLOSE HISTORY-FILE.

      *     hand the caller's code back as this CALL's return code, so
      *     filing the history leaves the run's verdict untouched ------
           MOVE RESULT-FINAL-RC TO RETURN-CODE.

           GOBACK.

      *-----------------------------------------------------------------
      *    file result row - one row under its run-id and input file; --
      *    a batch list naming the same file twice files it twice ------
      *    under the same key, and the later row stands ----------------
      *-----------------------------------------------------------------
       FILE-RESULT-ROW.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.

           MOVE RESULT-RUN-ID     TO RH-RUN-ID.
           MOVE RESULT-INPUT-NAME TO RH-INPUT-NAME.
           MOVE RESULT-ROUTE-ID   TO RH-ROUTE-ID.
           MOVE RESULT-OPERATOR   TO RH-OPERATOR.
           MOVE RESULT-ROUTE-DATE TO RH-ROUTE-DATE.
           MOVE RESULT-DEPOT      TO RH-DEPOT.
           MOVE RESULT-PROGRAM    TO RH-PROGRAM.
           MOVE STAMP-DATE        TO RH-FILED-DATE.
           MOVE STAMP-TIME        TO RH-FILED-TIME.
           MOVE RESULT-STATUS     TO RH-STATUS.
           MOVE RESULT-REASON     TO RH-REASON.
           MOVE RESULT-POS-X      TO RH-POS-X.
           MOVE RESULT-POS-Y      TO RH-POS-Y.
           MOVE RESULT-DIST       TO RH-DIST.
           MOVE RESULT-BUNNY-X    TO RH-BUNNY-X.
           MOVE RESULT-BUNNY-Y    TO RH-BUNNY-Y.
           MOVE RESULT-BUNNY-DIST TO RH-BUNNY-DIST.
           MOVE RESULT-RECON      TO RH-RECON.
           MOVE RESULT-ROW-RC     TO RH-ROW-RC.
           MOVE RESULT-FINAL-RC   TO RH-FINAL-RC.

           WRITE RESULT-HIST-RECORD
               INVALID KEY
                   REWRITE RESULT-HIST-RECORD
                   END-REWRITE
           END-WRITE.
           IF HISTORY-STATUS NOT = '00' THEN
               DISPLAY "WARNING: cannot file result for "
                       RESULT-INPUT-NAME " on RESHIST.DAT (file "
                       "status " HISTORY-STATUS ")"
           END-IF.

      *-----------------------------------------------------------------
      *    stamp final rc - the run's rows sit together in key order, --
      *    so the run-id is positioned on once and its rows are --------
      *    rewritten until the next run's begin ------------------------
      *-----------------------------------------------------------------
       STAMP-FINAL-RC.
           MOVE RESULT-RUN-ID TO RH-RUN-ID.
           MOVE LOW-VALUES TO RH-INPUT-NAME.
           START HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
           END-START.
           IF HISTORY-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-HISTORY.
           PERFORM UNTIL ATEND-HISTORY = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-HISTORY
                   NOT AT END
                       IF RH-RUN-ID = RESULT-RUN-ID THEN
                           MOVE RESULT-FINAL-RC TO RH-FINAL-RC
                           REWRITE RESULT-HIST-RECORD
                           END-REWRITE
                       ELSE
                           MOVE 'Y' TO ATEND-HISTORY
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM RESULT-HIST.
