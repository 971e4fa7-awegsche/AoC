      *    route date. reloading the same route and date replaces the  -
      *    stored copy instead of failing on the duplicate key. a file -
      *    with no HDR1 header has no route-id to key on and is        -
      *    reported and skipped, and a file whose HDR1 operator is     -
      *    unknown, deactivated or outside its valid dates on the      -
      *    operator master is rejected and never filed, as is a file   -
      *    whose HDR1 depot is not on the depot master DEPOTMST.DAT.   -
      *    one report row per file goes to RTLOADR.TXT. every route    -
      *    filed is also written to the forward-recovery journal       -
      *    RECOVJNL.TXT under the run's audit run-id (see              -
      *    recov_journal.cbl)                                          -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROUTE-LOAD.
       01 TODAY-DATE         PIC X(8).
       01 MOV-SUB            PIC S9(4) COMP.

       01 FILES-READ         PIC S9(8) COMP VALUE 0.
       01 FILES-LOADED       PIC S9(8) COMP VALUE 0.
       01 FILES-SKIPPED      PIC S9(8) COMP VALUE 0.
       01 FILES-FAILED       PIC S9(8) COMP VALUE 0.
       01 FILES-REJECTED     PIC S9(8) COMP VALUE 0.
       01 DEPOTS-REJECTED    PIC S9(8) COMP VALUE 0.
       01 ANY-FILE-ERROR     PIC X VALUE 'N'.
       01 COUNT-ED           PIC ZZZZZZZ9.


       COPY "movement-header.cpy".

       COPY "depot-start.cpy".

       COPY "audit-info.cpy".

       COPY "recov-info.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this loader rather than invoke it on
      *    its own, so the run-long switches and counters have to be
      *    put back to their starting state here
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 0 TO FILES-READ.
           MOVE 0 TO FILES-LOADED.
           MOVE 0 TO FILES-SKIPPED.
           MOVE 0 TO FILES-FAILED.
           MOVE 0 TO FILES-REJECTED.
           MOVE 0 TO DEPOTS-REJECTED.
           MOVE 'N' TO ANY-FILE-ERROR.

      *    every run gets its audit run-id before anything can fail;
      *    the same id goes onto every recovery journal entry it
      *    appends
           MOVE 'S' TO AUDIT-ACTION.
           MOVE "ROUTE-LOAD" TO AUDIT-PROGRAM.
           MOVE "ROUTELIST.TXT" TO AUDIT-INPUT-NAME.
           MOVE 0 TO AUDIT-REC-COUNT.
           MOVE 0 TO AUDIT-BATCH-COUNT.
           MOVE 0 TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.
           MOVE RC-SUCCESS TO RETURN-CODE.

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT ROUTE-LIST-FILE.
               DISPLAY "ERROR: cannot open ROUTELIST.TXT (file status "
                       ROUTELIST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

                       REPORT-STATUS ")"
               CLOSE ROUTE-LIST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

               CLOSE ROUTE-LIST-FILE
               CLOSE REPORT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

                       MOVE 'Y' TO ATEND-LIST
                   NOT AT END
                       IF INPUT-FILENAME NOT = SPACES THEN
                           ADD 1 TO FILES-READ
                           PERFORM LOAD-ONE-FILE
                       END-IF
               END-READ

           CLOSE REPORT-FILE.

      *    a rejected operator has its own return code, so the
      *    scheduler can tell a signing problem from a broken file;
      *    a broken file is still the more serious of the two. a
      *    depot that isn't on the depot master is malformed input
           IF DEPOTS-REJECTED > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF FILES-REJECTED > 0 THEN
               MOVE RC-BAD-OPERATOR TO RETURN-CODE
           END-IF.
           IF ANY-FILE-ERROR = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "route-master load report written to RTLOADR.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    files were named and routes filed and whatever return code --
      *    the run is about to leave with ------------------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE FILES-READ TO AUDIT-REC-COUNT.
           MOVE FILES-LOADED TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    load one file - parses the file named in INPUT-FILENAME -----
      *    through READ-MOVEMENTS and files its route into the master --
       LOAD-ONE-FILE.
           CALL "READ-MOVEMENTS" USING MOVEMENTS, MOV-CNT,
              INPUT-FILENAME, MOVEMENT-HDR.
           IF RETURN-CODE = RC-BAD-OPERATOR THEN
               ADD 1 TO FILES-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING "FILE=" DELIMITED BY SIZE
                      INPUT-FILENAME DELIMITED BY SPACE
                      " STATUS=REJECTED ROUTE=" DELIMITED BY SIZE
                      ROUTE-ID DELIMITED BY SPACE
                      " RDATE=" ROUTE-DATE
                      " OPER=" DELIMITED BY SIZE
                      OPERATOR-CODE DELIMITED BY SPACE
                      " (operator not valid for the route date)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE RC-SUCCESS TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               ADD 1 TO FILES-FAILED
               MOVE 'Y' TO ANY-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.

      *    a route is only filed when the depot it starts from is
      *    known, so every stored route can be walked again
           CALL "CHECK-DEPOT" USING MOVEMENT-HDR DEPOT-START.
           IF DS-MASTER-MISSING THEN
               ADD 1 TO FILES-FAILED
               MOVE 'Y' TO ANY-FILE-ERROR
               MOVE SPACES TO REPORT-LINE
               STRING "FILE=" DELIMITED BY SIZE
                      INPUT-FILENAME DELIMITED BY SPACE
                      " STATUS=ERROR (depot master DEPOTMST.DAT "
                      "cannot be opened)" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF NOT DS-VALID THEN
               ADD 1 TO DEPOTS-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING "FILE=" DELIMITED BY SIZE
                      INPUT-FILENAME DELIMITED BY SPACE
                      " STATUS=REJECTED ROUTE=" DELIMITED BY SIZE
                      ROUTE-ID DELIMITED BY SPACE
                      " RDATE=" ROUTE-DATE
                      " DEPOT=" DELIMITED BY SIZE
                      DEPOT-CODE DELIMITED BY SPACE
                      " (depot not on the depot master)"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE ROUTE-ID TO RM-ROUTE-ID.
           MOVE ROUTE-DATE TO RM-ROUTE-DATE.
           MOVE OPERATOR-CODE TO RM-OPERATOR.
           MOVE DEPOT-CODE TO RM-DEPOT.
           MOVE TODAY-DATE TO RM-LOADED-DATE.
           MOVE MOV-CNT TO RM-MOV-CNT.
           MOVE SPACES TO RM-MOVEMENTS.
      *    a reload of the same route and date replaces the stored
      *    copy instead of failing on the duplicate key, the same
      *    way DAY02 re-vaults a re-run batch
           MOVE 'A' TO RECOV-ACTION.
           WRITE ROUTE-MST-RECORD.
           IF MASTER-STATUS = '22' THEN
               MOVE 'R' TO RECOV-ACTION
               REWRITE ROUTE-MST-RECORD
           END-IF.
           IF MASTER-STATUS NOT = '00' THEN
           END-IF.

           ADD 1 TO FILES-LOADED.
           PERFORM JOURNAL-MASTER-CHANGE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE=" DELIMITED BY SIZE
                  INPUT-FILENAME DELIMITED BY SPACE
                  " RDATE=" ROUTE-DATE
                  " OPER=" DELIMITED BY SIZE
                  OPERATOR-CODE DELIMITED BY SPACE
                  " DEPOT=" DELIMITED BY SIZE
                  DEPOT-CODE DELIMITED BY SPACE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    journal master change - hands the route just filed to the ---
      *    forward-recovery journal; a route that couldn't be ----------
      *    journaled would be lost in a rebuild, so it counts as a -----
      *    file error --------------------------------------------------
      *-----------------------------------------------------------------
       JOURNAL-MASTER-CHANGE.
           MOVE AUDIT-RUN-ID TO RECOV-RUN-ID.
           MOVE "ROUTE-LOAD" TO RECOV-PROGRAM.
           MOVE "ROUTMST" TO RECOV-FILE.
           MOVE ROUTE-MST-RECORD TO RECOV-IMAGE.
           MOVE 'N' TO RECOV-WRITTEN.
           CALL "RECOV-JOURNAL" USING RECOV-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RECOV-JOURNAL is not available - "
                           "route change not journaled"
           END-CALL.
           IF RECOV-WRITTEN NOT = 'Y' THEN
               MOVE 'Y' TO ANY-FILE-ERROR
               MOVE SPACES TO REPORT-LINE
               STRING "FILE=" DELIMITED BY SIZE
                      INPUT-FILENAME DELIMITED BY SPACE
                      " STATUS=ERROR (filed but not on the recovery "
                      "journal)" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    report load totals ---------------------------------------- -
      *-----------------------------------------------------------------
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE FILES-REJECTED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    FILES REJECTED .....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE DEPOTS-REJECTED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    BAD DEPOT REJECTED .: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE FILES-FAILED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    FILES FAILED .......: " COUNT-ED
      *-----------------------------------------------------------------
       COPY "read-movements.cpy".

      *-----------------------------------------------------------------
      *    check depot -------------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-depot.cpy".

       END PROGRAM ROUTE-LOAD.
