      *    consolidated summary row per file to BATCHSUM.TXT, so a     -
      *    week's worth of movement lists can be processed in a single-
      *    run instead of one invocation of DAY01 per file.            -
      *    a BATCHLIST.TXT line may instead select routes straight     -
      *    off the route master ROUTMST.DAT that ROUTE-LOAD keeps:     -
      *        ROUTES;<yyyymmdd-from>;<yyyymmdd-to>;<route-id>;<oper>  -
      *    every stored route whose route date falls in the range      -
      *    (an empty to-date means the from-date alone) is walked      -
      *    from its stored movements, narrowed to one route-id         -
      *    and/or one operator when those are given, so reruns and     -
      *    month-end re-walks don't depend on text files that may      -
      *    long be gone. such a route's row is filed under the name    -
      *    RM_<route-id>_<route-date>, which also names its trace.     -
      *    a movement file is walked only when the intake register     -
      *    INTAKE.DAT (kept by INTAKE-REG) holds it as accepted, and   -
      *    only while its movements still hash to what was registered -
      *    on arrival; its row carries INTAKE=<sequence number> so     -
      *    every result traces back to its receipt. anything else      -
      *    gets an error row with REASON=NOT-REGISTERED,               -
      *    REASON=NOT-ACCEPTED or REASON=CHANGED-SINCE-INTAKE. a       -
      *    ROUTES; selection is walked off the master and does not go  -
      *    through the intake register at all, so its rows carry no    -
      *    INTAKE= token.                                              -
      *    every walk starts on the square and heading of the depot    -
      *    its header (or master record) names, from DEPOTMST.DAT, so  -
      *    POS-X/POS-Y and BUNNY-X/BUNNY-Y are absolute positions on   -
      *    the common grid and DIST/BUNNY-DIST count blocks from that  -
      *    depot; rows carry DEPOT=<code> when a depot was named. a    -
      *    route with no depot starts from the default depot at (0,0), -
      *    and one naming a depot not on the master gets an error row  -
      *    with REASON=BAD-DEPOT                                       -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DAY01-BATCH.
           SELECT SUMMARY-FILE ASSIGN TO "BATCHSUM.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SUMMARY-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ROUTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROUTE-MST-KEY
              FILE STATUS IS MASTER-STATUS.
           SELECT INTAKE-FILE ASSIGN TO "INTAKE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-FILENAME
              ALTERNATE RECORD KEY IS IN-HASH-TOTAL WITH DUPLICATES
              FILE STATUS IS INTAKE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  SUMMARY-FILE RECORDING MODE F.
       01 SUMMARY-RECORD PIC X(256).

       FD  MASTER-FILE.
       COPY "route-master.cpy".

       FD  INTAKE-FILE.
       COPY "intake-record.cpy".

       WORKING-STORAGE SECTION.

      * santa's position and the bunny's position for whichever file
       01 ATEND-BATCH-LIST PIC X VALUE 'N'.
       01 FILE-ERROR-FLAG  PIC X VALUE 'N'.
       01 ANY-FILE-ERROR   PIC X VALUE 'N'.
       01 OPERATOR-ERROR-FLAG PIC X VALUE 'N'.
       01 ANY-OPERATOR-ERROR  PIC X VALUE 'N'.
       01 RECON-ERROR-FLAG PIC X VALUE 'N'.
       01 ANY-RECON-ERROR  PIC X VALUE 'N'.
       01 DEPOT-ERROR-FLAG PIC X VALUE 'N'.
       01 ANY-DEPOT-ERROR  PIC X VALUE 'N'.
       01 DEPOT-REASON     PIC X(24).
       01 BATCHLIST-STATUS PIC XX.
       01 SUMMARY-STATUS   PIC XX.
       01 MASTER-STATUS    PIC XX.
       01 INTAKE-STATUS    PIC XX.

      * the intake register's word on the file being processed
       01 INTAKE-OPEN-FLAG   PIC X VALUE 'N'.
       01 INTAKE-ERROR-FLAG  PIC X VALUE 'N'.
       01 ANY-INTAKE-ERROR   PIC X VALUE 'N'.
       01 INTAKE-REASON      PIC X(24).
       01 INTAKE-SEQ-TOKEN   PIC X(16).
       01 READ-HASH          PIC 9(9).

      * a ROUTES; selection line from BATCHLIST.TXT split apart
       01 SEL-LINE         PIC X(64).
       01 SEL-TAG          PIC X(8).
       01 SEL-DATE-FROM    PIC X(8).
       01 SEL-DATE-TO      PIC X(8).
       01 SEL-ROUTE-ID     PIC X(16).
       01 SEL-OPERATOR     PIC X(8).
       01 ATEND-MASTER     PIC X.
       01 ROUTES-SELECTED  PIC S9(8) COMP.

       01 SUMMARY-LINE      PIC X(256).
       01 RECON-TOKEN       PIC X(8).

      * the route tokens from a v2 movement-file header, already
      * strung together; stays spaces for a headerless file
       01 HDR-TOKENS        PIC X(72).
       01 DEPOT-TOKEN       PIC X(16).
       01 REASON-TOKENS     PIC X(100).
       01 POS-X-ED           PIC -9999.
       01 POS-Y-ED           PIC -9999.
       01 DIST-ED            PIC -9999.

       COPY "movement-header.cpy".

       COPY "depot-start.cpy".

       COPY "lock-info.cpy".

       COPY "result-info.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this driver rather than invoke it on
      *    their starting state here
           MOVE 'N' TO ATEND-BATCH-LIST.
           MOVE 'N' TO ANY-FILE-ERROR.
           MOVE 'N' TO ANY-OPERATOR-ERROR.
           MOVE 'N' TO ANY-INTAKE-ERROR.
           MOVE 'N' TO ANY-RECON-ERROR.
           MOVE 'N' TO ANY-DEPOT-ERROR.
           MOVE 'N' TO LOCK-HELD-FLAG.
           MOVE 0 TO FILES-DONE.

               GOBACK
           END-IF.

      *    without the intake register no movement file can be shown
      *    to have been received whole - every file row then comes out
      *    NOT-REGISTERED, while route selections still run
           MOVE 'N' TO INTAKE-OPEN-FLAG.
           OPEN INPUT INTAKE-FILE.
           IF INTAKE-STATUS = '00' THEN
               MOVE 'Y' TO INTAKE-OPEN-FLAG
           ELSE
               DISPLAY "WARNING: cannot open INTAKE.DAT (file status "
                       INTAKE-STATUS ") - no movement file will be "
                       "walked"
           END-IF.

           PERFORM UNTIL ATEND-BATCH-LIST = 'Y'
               READ BATCH-LIST-FILE INTO INPUT-FILENAME
                   AT END
                       MOVE 'Y' TO ATEND-BATCH-LIST
                   NOT AT END
                       IF INPUT-FILENAME(1:7) = "ROUTES;" THEN
                           PERFORM PROCESS-ROUTE-SELECTION
                       ELSE
                           PERFORM PROCESS-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE BATCH-LIST-FILE.
           CLOSE SUMMARY-FILE.
           IF INTAKE-OPEN-FLAG = 'Y' THEN
               CLOSE INTAKE-FILE
           END-IF.

      *    a failure anywhere in the batch has to surface in the
      *    run's return code, not just in its row - otherwise a clean
      *    last file masks an earlier bad one and the scheduler (and
      *    the audit trail) see a clean night. a reconciliation
      *    mismatch keeps its own, more alarming code, and a file
      *    refused for its operator or by the intake register keeps
      *    its own when nothing worse went wrong; a file naming a
      *    depot that isn't on the master is malformed input. the
      *    last CALL of the batch has left its own code behind, so the
      *    ladder starts from a clean one
           MOVE RC-SUCCESS TO RETURN-CODE.
           IF ANY-DEPOT-ERROR = 'Y' THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF ANY-OPERATOR-ERROR = 'Y' THEN
               MOVE RC-BAD-OPERATOR TO RETURN-CODE
           END-IF.
           IF ANY-INTAKE-ERROR = 'Y' THEN
               MOVE RC-INTAKE-REFUSED TO RETURN-CODE
           END-IF.
           IF ANY-FILE-ERROR = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.
               MOVE RC-RECON-MISMATCH TO RETURN-CODE
           END-IF.

           IF FILES-DONE > 0 THEN
               PERFORM FINISH-RESULT-ROWS
           END-IF.

           PERFORM AUDIT-RUN-END.

           GOBACK.
      *-----------------------------------------------------------------
       PROCESS-ONE-FILE.
           MOVE 'N' TO FILE-ERROR-FLAG.
           MOVE 'N' TO OPERATOR-ERROR-FLAG.
           MOVE 'N' TO INTAKE-ERROR-FLAG.
           MOVE 'N' TO RECON-ERROR-FLAG.
           MOVE 'N' TO DEPOT-ERROR-FLAG.
           MOVE 'N' TO HDR-PRESENT.
           MOVE SPACES TO DEPOT-CODE.
           MOVE SPACES TO INTAKE-SEQ-TOKEN.
           MOVE 0 TO POS-X POS-Y DIST BUNNY-X BUNNY-Y BUNNY-DIST.

           PERFORM CHECK-INTAKE-ENTRY.
           IF INTAKE-ERROR-FLAG = 'Y' THEN
               ADD 1 TO FILES-DONE
               PERFORM WRITE-SUMMARY-ROW
               EXIT PARAGRAPH
           END-IF.

           CALL "READ-MOVEMENTS" USING MOVEMENTS, MOV-CNT,
              INPUT-FILENAME, MOVEMENT-HDR.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               MOVE 'Y' TO FILE-ERROR-FLAG
               IF RETURN-CODE = RC-BAD-OPERATOR THEN
                   DISPLAY "operator rejected for " INPUT-FILENAME
                   MOVE 'Y' TO OPERATOR-ERROR-FLAG
                   MOVE 'Y' TO ANY-OPERATOR-ERROR
               ELSE
                   DISPLAY "error reading movements from "
                           INPUT-FILENAME
                   MOVE 'Y' TO ANY-FILE-ERROR
               END-IF
           ELSE
               PERFORM CHECK-INTAKE-HASH
               IF INTAKE-ERROR-FLAG NOT = 'Y' THEN
                   PERFORM CHECK-DEPOT-START
                   IF DEPOT-ERROR-FLAG NOT = 'Y' THEN
                       PERFORM WALK-MOVEMENT-LIST
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO FILES-DONE.
           PERFORM WRITE-SUMMARY-ROW.

      *-----------------------------------------------------------------
      *    check intake entry - the file has to be in the intake -------
      *    register and accepted there before a byte of it is read; ----
      *    its sequence number goes onto the row either way ------------
      *-----------------------------------------------------------------
       CHECK-INTAKE-ENTRY.
           MOVE SPACES TO INTAKE-REASON.
           IF INTAKE-OPEN-FLAG NOT = 'Y' THEN
               MOVE "NOT-REGISTERED" TO INTAKE-REASON
               PERFORM FAIL-INTAKE-CHECK
               EXIT PARAGRAPH
           END-IF.

           MOVE INPUT-FILENAME TO IN-FILENAME.
           READ INTAKE-FILE KEY IS IN-FILENAME
               INVALID KEY
                   MOVE "NOT-REGISTERED" TO INTAKE-REASON
           END-READ.
           IF INTAKE-REASON NOT = SPACES THEN
               PERFORM FAIL-INTAKE-CHECK
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO INTAKE-SEQ-TOKEN.
           STRING " INTAKE=" IN-SEQ DELIMITED BY SIZE
              INTO INTAKE-SEQ-TOKEN
           END-STRING.

           IF NOT IN-ACCEPTED THEN
               MOVE "NOT-ACCEPTED" TO INTAKE-REASON
               PERFORM FAIL-INTAKE-CHECK
           END-IF.

      *-----------------------------------------------------------------
      *    check intake hash - the movements just read have to hash ----
      *    to what the register filed on arrival; a file edited or -----
      *    replaced since then is not the file that was received -------
      *-----------------------------------------------------------------
       CHECK-INTAKE-HASH.
           CALL "HASH-MOVEMENTS" USING MOVEMENTS MOV-CNT READ-HASH.
           IF READ-HASH NOT = IN-HASH-TOTAL
              OR MOV-CNT NOT = IN-MOV-COUNT THEN
               MOVE "CHANGED-SINCE-INTAKE" TO INTAKE-REASON
               PERFORM FAIL-INTAKE-CHECK
           END-IF.

      *-----------------------------------------------------------------
      *    fail intake check ------------------------------------------
      *-----------------------------------------------------------------
       FAIL-INTAKE-CHECK.
           DISPLAY "intake register refuses " INPUT-FILENAME
                   " (" INTAKE-REASON ")".
           MOVE 'Y' TO FILE-ERROR-FLAG.
           MOVE 'Y' TO INTAKE-ERROR-FLAG.
           MOVE 'Y' TO ANY-INTAKE-ERROR.

      *-----------------------------------------------------------------
      *    process route selection - one ROUTES; line: every stored ----
      *    route it selects is walked and summarised in key order; -----
      *    with a route-id given the walk starts at that route's -------
      *    first date in range, otherwise the whole master is read -----
      *    and filtered on each record's date --------------------------
      *-----------------------------------------------------------------
       PROCESS-ROUTE-SELECTION.
           MOVE INPUT-FILENAME TO SEL-LINE.
           MOVE SPACES TO SEL-TAG SEL-DATE-FROM SEL-DATE-TO
                          SEL-ROUTE-ID SEL-OPERATOR.
           UNSTRING SEL-LINE DELIMITED BY ';'
               INTO SEL-TAG SEL-DATE-FROM SEL-DATE-TO
                    SEL-ROUTE-ID SEL-OPERATOR
           END-UNSTRING.
           IF SEL-DATE-TO = SPACES THEN
               MOVE SEL-DATE-FROM TO SEL-DATE-TO
           END-IF.

      *    a selection that can't be read, or a master that can't be
      *    opened, still gets its error row, like an unreadable file
           IF SEL-DATE-FROM NOT NUMERIC OR SEL-DATE-TO NOT NUMERIC
              OR SEL-DATE-TO < SEL-DATE-FROM THEN
               DISPLAY "error in route selection " SEL-LINE
               PERFORM FAIL-ROUTE-SELECTION
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open ROUTMST.DAT (file status "
                       MASTER-STATUS ")"
               PERFORM FAIL-ROUTE-SELECTION
               EXIT PARAGRAPH
           END-IF.

           IF SEL-ROUTE-ID NOT = SPACES THEN
               MOVE SEL-ROUTE-ID TO RM-ROUTE-ID
               MOVE SEL-DATE-FROM TO RM-ROUTE-DATE
           ELSE
               MOVE LOW-VALUES TO ROUTE-MST-KEY
           END-IF.

           MOVE 0 TO ROUTES-SELECTED.
           MOVE 'N' TO ATEND-MASTER.
           START MASTER-FILE KEY IS NOT LESS THAN ROUTE-MST-KEY
           END-START.
           IF MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO ATEND-MASTER
           END-IF.

           PERFORM UNTIL ATEND-MASTER = 'Y'
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-MASTER
                   NOT AT END
                       PERFORM SELECT-ONE-ROUTE
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.

           IF ROUTES-SELECTED = 0 THEN
               DISPLAY "no stored route matches " SEL-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    select one route - the master record just read is walked ----
      *    if it passes the selection's date, route-id and operator ----
      *    filters; past the selected route-id the read stops ----------
      *-----------------------------------------------------------------
       SELECT-ONE-ROUTE.
           IF SEL-ROUTE-ID NOT = SPACES
              AND RM-ROUTE-ID NOT = SEL-ROUTE-ID THEN
               MOVE 'Y' TO ATEND-MASTER
               EXIT PARAGRAPH
           END-IF.
           IF RM-ROUTE-DATE < SEL-DATE-FROM
              OR RM-ROUTE-DATE > SEL-DATE-TO THEN
               EXIT PARAGRAPH
           END-IF.
           IF SEL-OPERATOR NOT = SPACES
              AND RM-OPERATOR NOT = SEL-OPERATOR THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ROUTES-SELECTED.
           PERFORM PROCESS-ONE-ROUTE.

      *-----------------------------------------------------------------
      *    process one route - runs the full day 1 chain against the ---
      *    stored movements of the master record just selected, with ---
      *    the route fields standing in for the HDR1 header a file -----
      *    would have carried, and appends its summary row -------------
      *-----------------------------------------------------------------
       PROCESS-ONE-ROUTE.
           MOVE 'N' TO FILE-ERROR-FLAG.
           MOVE 'N' TO OPERATOR-ERROR-FLAG.
           MOVE 'N' TO INTAKE-ERROR-FLAG.
           MOVE SPACES TO INTAKE-SEQ-TOKEN.
           MOVE 'N' TO RECON-ERROR-FLAG.
           MOVE 'N' TO DEPOT-ERROR-FLAG.
           MOVE 0 TO POS-X POS-Y DIST BUNNY-X BUNNY-Y BUNNY-DIST.

           MOVE SPACES TO INPUT-FILENAME.
           STRING "RM_" DELIMITED BY SIZE
                  RM-ROUTE-ID DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  RM-ROUTE-DATE DELIMITED BY SIZE
              INTO INPUT-FILENAME
           END-STRING.

           MOVE 'Y' TO HDR-PRESENT.
           MOVE RM-ROUTE-ID TO ROUTE-ID.
           MOVE RM-ROUTE-DATE TO ROUTE-DATE.
           MOVE RM-OPERATOR TO OPERATOR-CODE.
           MOVE RM-DEPOT TO DEPOT-CODE.
           MOVE RM-MOVEMENTS TO MOVEMENTS.
           MOVE RM-MOV-CNT TO MOV-CNT.

           PERFORM CHECK-DEPOT-START.
           IF DEPOT-ERROR-FLAG NOT = 'Y' THEN
               PERFORM WALK-MOVEMENT-LIST
           END-IF.

           ADD 1 TO FILES-DONE.
           PERFORM WRITE-SUMMARY-ROW.

      *-----------------------------------------------------------------
      *    fail route selection - a selection line that could not be ---
      *    served gets an error row under its own text -----------------
      *-----------------------------------------------------------------
       FAIL-ROUTE-SELECTION.
           MOVE 'Y' TO FILE-ERROR-FLAG.
           MOVE 'N' TO OPERATOR-ERROR-FLAG.
           MOVE 'N' TO INTAKE-ERROR-FLAG.
           MOVE SPACES TO INTAKE-SEQ-TOKEN.
           MOVE 'N' TO RECON-ERROR-FLAG.
           MOVE 'N' TO DEPOT-ERROR-FLAG.
           MOVE 'Y' TO ANY-FILE-ERROR.
           MOVE 'N' TO HDR-PRESENT.
           MOVE SPACES TO DEPOT-CODE.
           MOVE SEL-LINE TO INPUT-FILENAME.
           ADD 1 TO FILES-DONE.
           PERFORM WRITE-SUMMARY-ROW.

      *-----------------------------------------------------------------
      *    check depot start - places the walk on the square and -------
      *    heading of the depot the header (or the master record) ------
      *    names; a depot that isn't on the master leaves the route ----
      *    unwalked with an error row, and a master that can't be ------
      *    read is a file error like any other -------------------------
      *-----------------------------------------------------------------
       CHECK-DEPOT-START.
           CALL "CHECK-DEPOT" USING MOVEMENT-HDR DEPOT-START.
           IF DS-VALID THEN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "depot " DEPOT-CODE " rejected for " INPUT-FILENAME
                   " - " DS-REASON.
           MOVE 'Y' TO FILE-ERROR-FLAG.
           MOVE 'Y' TO DEPOT-ERROR-FLAG.
           IF DS-MASTER-MISSING THEN
               MOVE "NO-DEPOT-MASTER" TO DEPOT-REASON
               MOVE 'Y' TO ANY-FILE-ERROR
           ELSE
               MOVE "BAD-DEPOT" TO DEPOT-REASON
               MOVE 'Y' TO ANY-DEPOT-ERROR
           END-IF.

      *-----------------------------------------------------------------
      *    walk movement list - the day 1 chain proper, run against ----
      *    the movement list already in MOVEMENTS/MOV-CNT, whether it --
      *    came from a file or from the route master -------------------
      *-----------------------------------------------------------------
       WALK-MOVEMENT-LIST.
           CALL "MOVE-SANTA" USING MOVEMENTS MOV-CNT POS-X POS-Y
              DEPOT-START.
           CALL "CALC-DISTANCE" USING POS-X POS-Y DIST DEPOT-START.

           CALL "FIND-BUNNY" USING MOVEMENTS MOV-CNT BUNNY-X
              BUNNY-Y INPUT-FILENAME DEPOT-START.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               DISPLAY "error finding bunny for " INPUT-FILENAME
               MOVE 'Y' TO FILE-ERROR-FLAG
               MOVE 'Y' TO ANY-FILE-ERROR
               EXIT PARAGRAPH
           END-IF.

           CALL "CALC-DISTANCE" USING BUNNY-X BUNNY-Y BUNNY-DIST
              DEPOT-START.

      *    cross-check the endpoint that is about to land in
      *    BATCHSUM.TXT against the trace FIND-BUNNY just wrote, so a
      *    wrong distance flags its file instead of slipping into the
      *    summary unnoticed
           CALL "RECONCILE-TRACE" USING REPORT-INFO INPUT-FILENAME
              DEPOT-START.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               MOVE 'Y' TO RECON-ERROR-FLAG
               MOVE 'Y' TO ANY-RECON-ERROR
           END-IF.

      *-----------------------------------------------------------------
      *    write summary row - appends one line to BATCHSUM.TXT with --
      *    this file's name and, if it was processed cleanly, its -----
      *    a headered movement file gets its route carried onto the
      *    summary row; headerless files keep their rows as they were
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

      *    an operator refusal is still an error row to everything
      *    that reads this file, with the reason and the header's
      *    route tokens carried after it
           MOVE SPACES TO REASON-TOKENS.
           IF OPERATOR-ERROR-FLAG = 'Y' THEN
               STRING " REASON=BAD-OPERATOR" DELIMITED BY SIZE
                      HDR-TOKENS DELIMITED BY SIZE
                  INTO REASON-TOKENS
               END-STRING
           END-IF.
           IF INTAKE-ERROR-FLAG = 'Y' THEN
               STRING " REASON=" DELIMITED BY SIZE
                      INTAKE-REASON DELIMITED BY SPACE
                      HDR-TOKENS DELIMITED BY SIZE
                  INTO REASON-TOKENS
               END-STRING
           END-IF.
           IF DEPOT-ERROR-FLAG = 'Y' THEN
               STRING " REASON=" DELIMITED BY SIZE
                      DEPOT-REASON DELIMITED BY SPACE
                      HDR-TOKENS DELIMITED BY SIZE
                  INTO REASON-TOKENS
               END-STRING
           END-IF.

           MOVE POS-X      TO POS-X-ED.
           MOVE POS-Y      TO POS-Y-ED.
           MOVE DIST       TO DIST-ED.
                      INPUT-FILENAME DELIMITED BY SPACE
                      " STATUS=ERROR RUN=" DELIMITED BY SIZE
                      AUDIT-RUN-ID DELIMITED BY SPACE
                      INTAKE-SEQ-TOKEN DELIMITED BY "  "
                      REASON-TOKENS DELIMITED BY SIZE
                  INTO SUMMARY-LINE
               END-STRING
           ELSE
                      RECON-TOKEN DELIMITED BY SPACE
                      " RUN=" DELIMITED BY SIZE
                      AUDIT-RUN-ID DELIMITED BY SPACE
                      INTAKE-SEQ-TOKEN DELIMITED BY "  "
                      HDR-TOKENS DELIMITED BY SIZE
                  INTO SUMMARY-LINE
               END-STRING

           WRITE SUMMARY-RECORD FROM SUMMARY-LINE.

           PERFORM FILE-RESULT-ROW.

      *-----------------------------------------------------------------
      *    file result row - hands the row just written to -------------
      *    RESULT-HIST for RESHIST.DAT, with what went wrong for this --
      *    file alone as its row code; the run's final code is not -----
      *    known until the batch list is done, so the row carries ------
      *    the row code there until FINISH-RESULT-ROWS stamps it -------
      *-----------------------------------------------------------------
       FILE-RESULT-ROW.
           MOVE 'W' TO RESULT-ACTION.
           MOVE AUDIT-RUN-ID TO RESULT-RUN-ID.
           MOVE "DAY01-BATCH" TO RESULT-PROGRAM.
           MOVE INPUT-FILENAME TO RESULT-INPUT-NAME.
           IF HDR-PRESENT = 'Y' THEN
               MOVE ROUTE-ID TO RESULT-ROUTE-ID
               MOVE ROUTE-DATE TO RESULT-ROUTE-DATE
               MOVE OPERATOR-CODE TO RESULT-OPERATOR
           ELSE
               MOVE SPACES TO RESULT-ROUTE-ID
               MOVE SPACES TO RESULT-ROUTE-DATE
               MOVE SPACES TO RESULT-OPERATOR
           END-IF.
           MOVE DEPOT-CODE TO RESULT-DEPOT.
           MOVE RECON-TOKEN TO RESULT-RECON.
           MOVE RC-SUCCESS TO RESULT-ROW-RC.
           MOVE SPACES TO RESULT-REASON.

           IF FILE-ERROR-FLAG = 'Y' THEN
               MOVE "ERROR" TO RESULT-STATUS
      *        a file that never got walked was never reconciled
               MOVE SPACES TO RESULT-RECON
               MOVE 0 TO RESULT-POS-X RESULT-POS-Y RESULT-DIST
               MOVE 0 TO RESULT-BUNNY-X RESULT-BUNNY-Y
               MOVE 0 TO RESULT-BUNNY-DIST
               MOVE RC-FILE-ERROR TO RESULT-ROW-RC
           ELSE
               MOVE "OK" TO RESULT-STATUS
               MOVE POS-X TO RESULT-POS-X
               MOVE POS-Y TO RESULT-POS-Y
               MOVE DIST TO RESULT-DIST
               MOVE BUNNY-X TO RESULT-BUNNY-X
               MOVE BUNNY-Y TO RESULT-BUNNY-Y
               MOVE BUNNY-DIST TO RESULT-BUNNY-DIST
           END-IF.
           IF OPERATOR-ERROR-FLAG = 'Y' THEN
               MOVE "BAD-OPERATOR" TO RESULT-REASON
               MOVE RC-BAD-OPERATOR TO RESULT-ROW-RC
           END-IF.
           IF INTAKE-ERROR-FLAG = 'Y' THEN
               MOVE INTAKE-REASON TO RESULT-REASON
               MOVE RC-INTAKE-REFUSED TO RESULT-ROW-RC
           END-IF.
           IF DEPOT-ERROR-FLAG = 'Y' THEN
               MOVE DEPOT-REASON TO RESULT-REASON
               IF DEPOT-REASON NOT = "NO-DEPOT-MASTER" THEN
                   MOVE RC-MALFORMED-INPUT TO RESULT-ROW-RC
               END-IF
           END-IF.
           IF RECON-ERROR-FLAG = 'Y' THEN
               MOVE RC-RECON-MISMATCH TO RESULT-ROW-RC
           END-IF.
           MOVE RESULT-ROW-RC TO RESULT-FINAL-RC.

           CALL "RESULT-HIST" USING RESULT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RESULT-HIST is not available - "
                           "results not filed"
           END-CALL.

      *-----------------------------------------------------------------
      *    finish result rows - stamps the return code the run is ------
      *    about to leave with onto every row it filed; the code -------
      *    passes through RESULT-HIST untouched ------------------------
      *-----------------------------------------------------------------
       FINISH-RESULT-ROWS.
           MOVE 'F' TO RESULT-ACTION.
           MOVE AUDIT-RUN-ID TO RESULT-RUN-ID.
           MOVE RETURN-CODE TO RESULT-FINAL-RC.
           CALL "RESULT-HIST" USING RESULT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RESULT-HIST is not available - "
                           "results not filed"
           END-CALL.
           MOVE RESULT-FINAL-RC TO RETURN-CODE.

      *-----------------------------------------------------------------
      *    calc distance -----------------------------------------------
      *-----------------------------------------------------------------
      *    reconcile trace ---------------------------------------------
      *-----------------------------------------------------------------
       COPY "reconcile-trace.cpy".

      *-----------------------------------------------------------------
      *    hash movements ----------------------------------------------
      *-----------------------------------------------------------------
       COPY "hash-movements.cpy".

      *-----------------------------------------------------------------
      *    check depot -------------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-depot.cpy".
