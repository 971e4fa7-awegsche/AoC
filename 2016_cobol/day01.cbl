
       COPY "movement-header.cpy".

       COPY "depot-start.cpy".

       COPY "lock-info.cpy".

       COPY "result-info.cpy".

       PROCEDURE DIVISION .

      *    every run gets its audit run-id before anything can fail,
               GOBACK
           END-IF.

      *    the walk starts from the depot the header names - a file
      *    naming a depot that isn't on the master is not walked at
      *    all, rather than walked from the wrong square
           CALL "CHECK-DEPOT" USING MOVEMENT-HDR DEPOT-START.
           IF NOT DS-VALID THEN
               DISPLAY "ERROR: depot " DEPOT-CODE " rejected - "
                       DS-REASON
               IF DS-MASTER-MISSING THEN
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   MOVE RC-MALFORMED-INPUT TO RETURN-CODE
               END-IF
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           DISPLAY "after read-movements, have " MOV-CNT " movements".
           DISPLAY "movement(1) = " MOV-DATA(1).
              
      *    move santa according to instructions
           CALL "MOVE-SANTA" USING MOVEMENTS MOV-CNT POS-X POS-Y
              DEPOT-START.
           DISPLAY "got coords from move-santa: " POS-X " " POS-Y.
           CALL "CALC-DISTANCE" USING POS-X POS-Y DIST DEPOT-START.
           DISPLAY "santa distance: " DIST.

      *    move santa according to updated instructions
           CALL "FIND-BUNNY" USING MOVEMENTS MOV-CNT BUNNY-X BUNNY-Y
              INPUT-FILENAME DEPOT-START.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               DISPLAY "error finding bunny"
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.
           DISPLAY "got coords from move-santa: " BUNNY-X " " BUNNY-Y.
           CALL "CALC-DISTANCE" USING BUNNY-X BUNNY-Y BUNNY-DIST
              DEPOT-START.
           DISPLAY "santa distance: " BUNNY-DIST.

      *    cross-check the endpoint that is about to be archived
      *    against the trace FIND-BUNNY just wrote - a mismatch still
      *    archives the row, but the run ends with a distinct
      *    return code so it cannot pass unnoticed
           CALL "RECONCILE-TRACE" USING REPORT-INFO INPUT-FILENAME
              DEPOT-START.
           MOVE RETURN-CODE TO RECON-RC.

      *    archive this run's results to OUTPUT01.TXT
           CALL "WRITE-REPORT" USING REPORT-INFO MOVEMENT-HDR.

      *    and file the same row on the keyed results history
           PERFORM FILE-RESULT-ROW.

           MOVE RECON-RC TO RETURN-CODE.

           PERFORM AUDIT-RUN-END.
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    file result row - hands the archived row to RESULT-HIST -----
      *    for RESHIST.DAT; this run has only the one row, so its ------
      *    final return code is already known and goes on with it; -----
      *    a missing RESULT-HIST module must not stop the shift --------
      *-----------------------------------------------------------------
       FILE-RESULT-ROW.
           MOVE 'W' TO RESULT-ACTION.
           MOVE RUN-ID TO RESULT-RUN-ID.
           MOVE "DAY01" TO RESULT-PROGRAM.
           MOVE AUDIT-INPUT-NAME TO RESULT-INPUT-NAME.
           MOVE ROUTE-ID TO RESULT-ROUTE-ID.
           MOVE ROUTE-DATE TO RESULT-ROUTE-DATE.
           MOVE OPERATOR-CODE TO RESULT-OPERATOR.
           MOVE DEPOT-CODE TO RESULT-DEPOT.
           MOVE "OK" TO RESULT-STATUS.
           MOVE SPACES TO RESULT-REASON.
           MOVE POS-X TO RESULT-POS-X.
           MOVE POS-Y TO RESULT-POS-Y.
           MOVE DIST TO RESULT-DIST.
           MOVE BUNNY-X TO RESULT-BUNNY-X.
           MOVE BUNNY-Y TO RESULT-BUNNY-Y.
           MOVE BUNNY-DIST TO RESULT-BUNNY-DIST.
           IF RECON-RC = RC-SUCCESS THEN
               MOVE "OK" TO RESULT-RECON
           ELSE
               MOVE "MISMATCH" TO RESULT-RECON
           END-IF.
           MOVE RECON-RC TO RESULT-ROW-RC.
           MOVE RECON-RC TO RESULT-FINAL-RC.
           CALL "RESULT-HIST" USING RESULT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RESULT-HIST is not available - "
                           "results not filed"
           END-CALL.

      *-----------------------------------------------------------------
      *    claim run lock - one live run of this program at a time; ----
      *    a refused claim comes back as RC-LOCK-HELD and the run ------

      * the route tokens from a v2 movement-file header, already
      * strung together; stays spaces for a headerless file
       01 HDR-TOKENS         PIC X(72).
       01 DEPOT-TOKEN        PIC X(16).

       01 POS-X-ED           PIC -9999.
       01 POS-Y-ED           PIC -9999.
      *    archived row, so a year of headerless archive files keeps
      *    producing exactly the rows it always did
           MOVE SPACES TO HDR-TOKENS.
           MOVE SPACES TO DEPOT-TOKEN.
           IF DEPOT-CODE NOT = SPACES THEN
               STRING " DEPOT=" DELIMITED BY SIZE
                      DEPOT-CODE DELIMITED BY SPACE
                  INTO DEPOT-TOKEN
               END-STRING
           END-IF.
           IF HDR-PRESENT = 'Y' THEN
               STRING " ROUTE=" DELIMITED BY SIZE
                      ROUTE-ID DELIMITED BY SPACE
                      ROUTE-DATE DELIMITED BY SPACE
                      " OPER=" DELIMITED BY SIZE
                      OPERATOR-CODE DELIMITED BY SPACE
                      DEPOT-TOKEN DELIMITED BY "  "
                  INTO HDR-TOKENS
               END-STRING
           END-IF.
      *    reconcile trace ---------------------------------------------
      *-----------------------------------------------------------------
       COPY "reconcile-trace.cpy".

      *-----------------------------------------------------------------
      *    check depot -------------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-depot.cpy".
