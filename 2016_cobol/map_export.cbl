      *-----------------------------------------------------------------
      *    dispatch mapping export -------------------------------------
      *    TRACE-REPORT's ASCII map only reads on paper, and the       -
      *    TRACE_ files FIND-BUNNY leaves behind are one record per    -
      *    square with no route identity in them. this program walks   -
      *    routes the way MOVE-SANTA does, from the square and heading -
      *    of their depot, and writes each one to the interchange      -
      *    file MAPEXOUT.TXT that dispatch's mapping system loads -    -
      *    one LEG record per straight leg (a movement of distance     -
      *    zero goes nowhere and is not a leg, and the movements       -
      *    either side of it that run on the same way make one leg)    -
      *    and a BUN record for the first square the route walks onto  -
      *    twice, between one HDR record and a TRL record carrying     -
      *    the route, leg and marker counts and the coordinate hash    -
      *    total (see map-export.cpy). requests are read from          -
      *    MAPEXREQ.TXT, one per line:                                 -
      *        DATE;<yyyymmdd>      every route on ROUTMST.DAT with    -
      *                             that route date (blank means       -
      *                             today's date)                      -
      *        FILES;<list-file>    every movement file named in       -
      *                             <list-file>, one per line, the     -
      *                             same way BATCHLIST.TXT names them  -
      *    a movement file has to carry an HDR1 header - a headerless  -
      *    file has no route identity to put on the map - and its      -
      *    operator is checked the same way DAY01 checks it. a route   -
      *    that cannot be walked in full is left off the file          -
      *    altogether rather than mapped in part. FIND-BUNNY rewrites  -
      *    the route's TRACE_ file as it always does (RM_<route-id>_   -
      *    <route-date> for a stored route, as DAY01-BATCH names it).  -
      *    the export report goes to MAPEXRPT.TXT. runnable as a       -
      *    NIGHT-SCHED step                                            -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAP-EXPORT.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "MAPEXREQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ROUTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROUTE-MST-KEY
              FILE STATUS IS MASTER-STATUS.
           SELECT LIST-FILE ASSIGN TO DYNAMIC LIST-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LIST-STATUS.
           SELECT EXPORT-FILE ASSIGN TO "MAPEXOUT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXPORT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "MAPEXRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       REPLACE ==MAX-MOVEMENTS== BY ==512==.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(80).

       FD  MASTER-FILE.
       COPY "route-master.cpy".

       FD  LIST-FILE RECORDING MODE F.
       01 LIST-RECORD        PIC X(64).

       FD  EXPORT-FILE RECORDING MODE F.
       COPY "map-export.cpy".

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 REQUEST-STATUS     PIC XX.
       01 MASTER-STATUS      PIC XX.
       01 LIST-STATUS        PIC XX.
       01 EXPORT-STATUS      PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 ATEND-MASTER       PIC X.
       01 ATEND-LIST         PIC X.
       01 REQUEST-LINE       PIC X(80).
       01 REPORT-LINE        PIC X(132).
       01 REPORT-PTR         PIC S9(4) COMP.

       01 REQ-VERB           PIC X(8).
       01 REQ-ARG-1          PIC X(64).
       01 REQ-ROUTE-DATE     PIC X(8).
       01 LIST-FILENAME      PIC X(64).
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 BAD-ROUTES         PIC 9(5) VALUE 0.
       01 REFUSED-ROUTES     PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.

       01 STAMP-DATE         PIC X(8).
       01 STAMP-TIME         PIC X(8).

      * the movement list of the route being exported, and the name
      * its trace is kept under
       01 MOVEMENTS.
         02 MOV-DATA OCCURS MAX-MOVEMENTS TIMES.
           05 DIRECTION  PIC X.
           05 DISTANCE   PIC 9(5).
       01 MOV-CNT        PIC S9(4) COMP.
       01 INPUT-FILENAME PIC X(64).

      * the route's straight legs, worked out in full before a record
      * is written so a route that can't be walked leaves nothing
      * behind on the file
       01 LEG-TABLE.
         02 LEG-ENTRY OCCURS MAX-MOVEMENTS TIMES.
           05 LT-START-X     PIC S9(4) COMP.
           05 LT-START-Y     PIC S9(4) COMP.
           05 LT-END-X       PIC S9(4) COMP.
           05 LT-END-Y       PIC S9(4) COMP.
           05 LT-HEADING     PIC X.
           05 LT-LENGTH      PIC 9(5).
       01 LEG-COUNT          PIC S9(4) COMP.
       01 LEG-HEADING        PIC X.
       01 LEG-SUB            PIC S9(4) COMP.
       01 MOV-SUB            PIC S9(4) COMP.

      * walking state - FACING and the heading a leg travels use
      * MOVE-SANTA's terms: 0 (+X, E), 1 (+Y, N), 2 (-X, W), 3 (-Y, S)
       01 FACING             PIC S9.
       01 TRAVEL             PIC S9.
       01 WALK-X             PIC S9(8) COMP.
       01 WALK-Y             PIC S9(8) COMP.
       01 NEXT-X             PIC S9(8) COMP.
       01 NEXT-Y             PIC S9(8) COMP.
       01 WALK-OK            PIC X.

      * the first revisited square, as FIND-BUNNY hands it back
       01 BUNNY-X            PIC S9(4) COMP.
       01 BUNNY-Y            PIC S9(4) COMP.
       01 BUNNY-FOUND        PIC X.
       01 BOX-LOW            PIC S9(4) COMP.
       01 BOX-HIGH           PIC S9(4) COMP.

      * file-wide totals for the trailer
       01 ROUTES-EXPORTED    PIC S9(8) COMP VALUE 0.
       01 LEGS-WRITTEN       PIC S9(8) COMP VALUE 0.
       01 MARKERS-WRITTEN    PIC S9(8) COMP VALUE 0.
       01 HASH-TOTAL         PIC 9(9).
       01 HASH-VALUE         PIC S9(8) COMP.
       01 ROUTES-SELECTED    PIC S9(8) COMP.

       01 REQUESTS-READ      PIC S9(8) COMP VALUE 0.
       01 COUNT-ED           PIC ZZZZZZZ9.
       01 LEG-COUNT-ED       PIC ZZZ9.
       01 COORD-X-ED         PIC -(4)9.
       01 COORD-Y-ED         PIC -(4)9.

       COPY "return-codes.cpy".

       COPY "audit-info.cpy".

       COPY "movement-header.cpy".

       COPY "depot-start.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the run-long counters and switches have to be
      *    put back to their starting state here
           MOVE 0 TO REQUESTS-READ.
           MOVE 0 TO ROUTES-EXPORTED.
           MOVE 0 TO LEGS-WRITTEN.
           MOVE 0 TO MARKERS-WRITTEN.
           MOVE 0 TO HASH-TOTAL.
           MOVE 0 TO BAD-REQUESTS.
           MOVE 0 TO BAD-ROUTES.
           MOVE 0 TO REFUSED-ROUTES.
           MOVE 'N' TO ANY-FILE-TROUBLE.

           MOVE 'S' TO AUDIT-ACTION.
           MOVE "MAP-EXPORT" TO AUDIT-PROGRAM.
           MOVE "MAPEXREQ.TXT" TO AUDIT-INPUT-NAME.
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
               DISPLAY "ERROR: cannot open MAPEXREQ.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           OPEN OUTPUT EXPORT-FILE.
           IF EXPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open MAPEXOUT.TXT (file status "
                       EXPORT-STATUS ")"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open MAPEXRPT.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE REQUEST-FILE
               CLOSE EXPORT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           MOVE "=== DISPATCH MAPPING EXPORT REPORT ===" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.

           MOVE SPACES TO MAP-EXPORT-RECORD.
           SET MX-HEADER TO TRUE.
           MOVE "ROUTEMAP" TO MX-HDR-SYSTEM.
           MOVE STAMP-DATE TO MX-HDR-GEN-DATE.
           MOVE STAMP-TIME TO MX-HDR-GEN-TIME.
           PERFORM WRITE-EXPORT-RECORD.

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

           MOVE SPACES TO MAP-EXPORT-RECORD.
           SET MX-TRAILER TO TRUE.
           MOVE ROUTES-EXPORTED TO MX-TRL-ROUTE-COUNT.
           MOVE LEGS-WRITTEN TO MX-TRL-LEG-COUNT.
           MOVE MARKERS-WRITTEN TO MX-TRL-MARKER-COUNT.
           MOVE HASH-TOTAL TO MX-TRL-HASH-TOTAL.
           PERFORM WRITE-EXPORT-RECORD.

           PERFORM REPORT-EXPORT-TOTALS.

           CLOSE REQUEST-FILE.
           CLOSE EXPORT-FILE.
           CLOSE REPORT-FILE.

           IF BAD-REQUESTS > 0 OR BAD-ROUTES > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF REFUSED-ROUTES > 0 THEN
               MOVE RC-BAD-OPERATOR TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "mapping export report written to MAPEXRPT.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    requests were read and routes exported and whatever ---------
      *    return code the run is about to leave with ------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE REQUESTS-READ TO AUDIT-REC-COUNT.
           MOVE ROUTES-EXPORTED TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    answer one request - splits one MAPEXREQ.TXT line and -------
      *    dispatches it; a verb this program doesn't know is ----------
      *    reported rather than silently dropped -----------------------
      *-----------------------------------------------------------------
       ANSWER-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-ARG-1.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-ARG-1
           END-UNSTRING.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUEST " DELIMITED BY SIZE
                  REQUEST-LINE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           EVALUATE REQ-VERB
           WHEN "DATE"
               PERFORM EXPORT-ROUTE-DATE
           WHEN "FILES"
               PERFORM EXPORT-FILE-LIST
           WHEN OTHER
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    export route date - every stored route with the requested ---
      *    route date, in key order. the master's key is route-major, --
      *    so the date filter has to read the whole master, the same ---
      *    way a DAY01-BATCH ROUTES; selection without a route-id does -
      *-----------------------------------------------------------------
       EXPORT-ROUTE-DATE.
           MOVE REQ-ARG-1(1:8) TO REQ-ROUTE-DATE.
           IF REQ-ROUTE-DATE = SPACES THEN
               MOVE STAMP-DATE TO REQ-ROUTE-DATE
           END-IF.
           IF REQ-ROUTE-DATE NOT NUMERIC THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: route date must be yyyymmdd"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot open ROUTMST.DAT "
                      "(file status " MASTER-STATUS ")"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO ROUTES-SELECTED.
           MOVE LOW-VALUES TO ROUTE-MST-KEY.
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
                       IF RM-ROUTE-DATE = REQ-ROUTE-DATE THEN
                           ADD 1 TO ROUTES-SELECTED
                           PERFORM EXPORT-STORED-ROUTE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MASTER-FILE.

           IF ROUTES-SELECTED = 0 THEN
               MOVE "    (no stored route has that route date)"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    export stored route - the master record just read, set up ---
      *    the way DAY01-BATCH sets up a route off the master ----------
      *-----------------------------------------------------------------
       EXPORT-STORED-ROUTE.
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

           PERFORM EXPORT-ONE-ROUTE.

      *-----------------------------------------------------------------
      *    export file list - every movement file the list file names, -
      *    in the order it names them ----------------------------------
      *-----------------------------------------------------------------
       EXPORT-FILE-LIST.
           IF REQ-ARG-1 = SPACES THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: no list file given" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE REQ-ARG-1 TO LIST-FILENAME.
           OPEN INPUT LIST-FILE.
           IF LIST-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: cannot open the list file "
                      "(file status " LIST-STATUS ")"
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-LIST.
           PERFORM UNTIL ATEND-LIST = 'Y'
               READ LIST-FILE INTO INPUT-FILENAME
                   AT END
                       MOVE 'Y' TO ATEND-LIST
                   NOT AT END
                       IF INPUT-FILENAME NOT = SPACES THEN
                           PERFORM EXPORT-MOVEMENT-FILE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LIST-FILE.

      *-----------------------------------------------------------------
      *    export movement file - reads one movement file the way ------
      *    DAY01 reads it; the file has to name its route in an HDR1 ---
      *    header, or there is nothing to hang its legs on -------------
      *-----------------------------------------------------------------
       EXPORT-MOVEMENT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    FILE " DELIMITED BY SIZE
                  INPUT-FILENAME DELIMITED BY SPACE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO HDR-PRESENT.
           MOVE SPACES TO DEPOT-CODE.
           CALL "READ-MOVEMENTS" USING MOVEMENTS, MOV-CNT,
              INPUT-FILENAME, MOVEMENT-HDR.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               EVALUATE RETURN-CODE
               WHEN RC-BAD-OPERATOR
                   ADD 1 TO REFUSED-ROUTES
                   MOVE "    REFUSED: operator may not drive this route"
                      TO REPORT-LINE
               WHEN RC-FILE-ERROR
                   MOVE 'Y' TO ANY-FILE-TROUBLE
                   MOVE "    ERROR: cannot read the movement file"
                      TO REPORT-LINE
               WHEN OTHER
                   ADD 1 TO BAD-ROUTES
                   MOVE "    ERROR: movement file cannot be parsed"
                      TO REPORT-LINE
               END-EVALUATE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           IF HDR-PRESENT NOT = 'Y' THEN
               ADD 1 TO BAD-ROUTES
               MOVE "    ERROR: no HDR1 header - the route has no "
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    identity to map" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM EXPORT-ONE-ROUTE.

      *-----------------------------------------------------------------
      *    export one route - places the route on its depot, works out -
      *    its legs, has FIND-BUNNY find the first revisited square, ---
      *    and only then writes the route's LEG and BUN records --------
      *-----------------------------------------------------------------
       EXPORT-ONE-ROUTE.
           CALL "CHECK-DEPOT" USING MOVEMENT-HDR DEPOT-START.
           IF NOT DS-VALID THEN
               IF DS-MASTER-MISSING THEN
                   MOVE 'Y' TO ANY-FILE-TROUBLE
               ELSE
                   ADD 1 TO BAD-ROUTES
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: route " DELIMITED BY SIZE
                      ROUTE-ID DELIMITED BY SPACE
                      " depot " DELIMITED BY SIZE
                      DEPOT-CODE DELIMITED BY SPACE
                      " - " DELIMITED BY SIZE
                      DS-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM BUILD-LEG-TABLE.
           IF WALK-OK NOT = 'Y' THEN
               ADD 1 TO BAD-ROUTES
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: route " DELIMITED BY SIZE
                      ROUTE-ID DELIMITED BY SPACE
                      " walks beyond coordinate +/-9999 - not "
                      "exported" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           CALL "FIND-BUNNY" USING MOVEMENTS MOV-CNT BUNNY-X BUNNY-Y
              INPUT-FILENAME DEPOT-START.
           IF RETURN-CODE NOT = RC-SUCCESS THEN
               ADD 1 TO BAD-ROUTES
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: route " DELIMITED BY SIZE
                      ROUTE-ID DELIMITED BY SPACE
                      " is beyond what FIND-BUNNY can track - not "
                      "exported" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHECK-BUNNY-REVISIT.

           PERFORM VARYING LEG-SUB FROM 1 BY 1
              UNTIL LEG-SUB > LEG-COUNT
               PERFORM WRITE-ONE-LEG
           END-PERFORM.
           IF BUNNY-FOUND = 'Y' THEN
               PERFORM WRITE-BUNNY-MARKER
           END-IF.
           ADD 1 TO ROUTES-EXPORTED.

           MOVE LEG-COUNT TO LEG-COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO REPORT-PTR.
           STRING "    EXPORTED ROUTE=" DELIMITED BY SIZE
                  ROUTE-ID DELIMITED BY SPACE
                  " RDATE=" ROUTE-DATE " LEGS=" LEG-COUNT-ED
                  DELIMITED BY SIZE
              INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-STRING.
           IF BUNNY-FOUND = 'Y' THEN
               MOVE BUNNY-X TO COORD-X-ED
               MOVE BUNNY-Y TO COORD-Y-ED
               STRING " BUNNY=(" COORD-X-ED "," COORD-Y-ED ")"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
               END-STRING
           ELSE
               STRING " BUNNY=NONE" DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    build leg table - walks the movement list with MOVE-SANTA's -
      *    turn rules from the depot's square and heading: an R moves --
      *    along the way the route is facing and turns right, an L -----
      *    moves against it and turns left. every movement that goes ---
      *    somewhere is a straight leg, except that a movement of no ---
      *    length in between can leave the next one running on the -----
      *    same way as the last - that one only lengthens the leg ------
      *    already open. WALK-OK comes back 'N' when a leg would end ---
      *    off the grid ------------------------------------------------
      *-----------------------------------------------------------------
       BUILD-LEG-TABLE.
           MOVE 'Y' TO WALK-OK.
           MOVE 0 TO LEG-COUNT.
           MOVE DS-FACING TO FACING.
           MOVE DS-ORIGIN-X TO WALK-X.
           MOVE DS-ORIGIN-Y TO WALK-Y.

           PERFORM VARYING MOV-SUB FROM 1 BY 1
              UNTIL MOV-SUB > MOV-CNT OR WALK-OK = 'N'
               IF DIRECTION(MOV-SUB) = 'L' THEN
                   COMPUTE TRAVEL = FACING + 2
                   IF TRAVEL > 3 THEN
                       SUBTRACT 4 FROM TRAVEL
                   END-IF
               ELSE
                   MOVE FACING TO TRAVEL
               END-IF

               MOVE WALK-X TO NEXT-X
               MOVE WALK-Y TO NEXT-Y
               EVALUATE TRAVEL
               WHEN 0
                   ADD DISTANCE(MOV-SUB) TO NEXT-X
               WHEN 1
                   ADD DISTANCE(MOV-SUB) TO NEXT-Y
               WHEN 2
                   SUBTRACT DISTANCE(MOV-SUB) FROM NEXT-X
               WHEN 3
                   SUBTRACT DISTANCE(MOV-SUB) FROM NEXT-Y
               END-EVALUATE

               IF NEXT-X > 9999 OR NEXT-X < -9999
                  OR NEXT-Y > 9999 OR NEXT-Y < -9999 THEN
                   MOVE 'N' TO WALK-OK
                   EXIT PERFORM
               END-IF

               IF DISTANCE(MOV-SUB) > 0 THEN
                   EVALUATE TRAVEL
                   WHEN 0
                       MOVE 'E' TO LEG-HEADING
                   WHEN 1
                       MOVE 'N' TO LEG-HEADING
                   WHEN 2
                       MOVE 'W' TO LEG-HEADING
                   WHEN 3
                       MOVE 'S' TO LEG-HEADING
                   END-EVALUATE
                   IF LEG-COUNT > 0
                      AND LEG-HEADING = LT-HEADING(LEG-COUNT)
                      AND WALK-X = LT-END-X(LEG-COUNT)
                      AND WALK-Y = LT-END-Y(LEG-COUNT) THEN
                       MOVE NEXT-X TO LT-END-X(LEG-COUNT)
                       MOVE NEXT-Y TO LT-END-Y(LEG-COUNT)
                       ADD DISTANCE(MOV-SUB) TO LT-LENGTH(LEG-COUNT)
                   ELSE
                       ADD 1 TO LEG-COUNT
                       MOVE WALK-X TO LT-START-X(LEG-COUNT)
                       MOVE WALK-Y TO LT-START-Y(LEG-COUNT)
                       MOVE NEXT-X TO LT-END-X(LEG-COUNT)
                       MOVE NEXT-Y TO LT-END-Y(LEG-COUNT)
                       MOVE DISTANCE(MOV-SUB) TO LT-LENGTH(LEG-COUNT)
                       MOVE LEG-HEADING TO LT-HEADING(LEG-COUNT)
                   END-IF
               END-IF

               MOVE NEXT-X TO WALK-X
               MOVE NEXT-Y TO WALK-Y

               IF DIRECTION(MOV-SUB) = 'R' THEN
                   ADD 1 TO FACING
               END-IF
               IF DIRECTION(MOV-SUB) = 'L' THEN
                   SUBTRACT 1 FROM FACING
               END-IF
               IF FACING = -1 THEN
                   MOVE 3 TO FACING
               END-IF
               IF FACING = 4 THEN
                   MOVE 0 TO FACING
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *    check bunny revisit - FIND-BUNNY hands back the end of the --
      *    walk when the route never crosses itself, so a square short -
      *    of the end is always a revisit, and the end itself only is --
      *    one when an earlier leg already stepped onto it. a leg ------
      *    steps onto every square of its run except the one it --------
      *    starts from (the depot square is never counted as visited,  -
      *    the same as in FIND-BUNNY) ----------------------------------
      *-----------------------------------------------------------------
       CHECK-BUNNY-REVISIT.
           MOVE 'N' TO BUNNY-FOUND.
           IF LEG-COUNT = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF BUNNY-X NOT = LT-END-X(LEG-COUNT)
              OR BUNNY-Y NOT = LT-END-Y(LEG-COUNT) THEN
               MOVE 'Y' TO BUNNY-FOUND
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING LEG-SUB FROM 1 BY 1
              UNTIL LEG-SUB >= LEG-COUNT OR BUNNY-FOUND = 'Y'
               IF BUNNY-X NOT = LT-START-X(LEG-SUB)
                  OR BUNNY-Y NOT = LT-START-Y(LEG-SUB) THEN
                   IF LT-START-X(LEG-SUB) < LT-END-X(LEG-SUB) THEN
                       MOVE LT-START-X(LEG-SUB) TO BOX-LOW
                       MOVE LT-END-X(LEG-SUB) TO BOX-HIGH
                   ELSE
                       MOVE LT-END-X(LEG-SUB) TO BOX-LOW
                       MOVE LT-START-X(LEG-SUB) TO BOX-HIGH
                   END-IF
                   IF BUNNY-X >= BOX-LOW AND BUNNY-X <= BOX-HIGH THEN
                       IF LT-START-Y(LEG-SUB) < LT-END-Y(LEG-SUB) THEN
                           MOVE LT-START-Y(LEG-SUB) TO BOX-LOW
                           MOVE LT-END-Y(LEG-SUB) TO BOX-HIGH
                       ELSE
                           MOVE LT-END-Y(LEG-SUB) TO BOX-LOW
                           MOVE LT-START-Y(LEG-SUB) TO BOX-HIGH
                       END-IF
                       IF BUNNY-Y >= BOX-LOW
                          AND BUNNY-Y <= BOX-HIGH THEN
                           MOVE 'Y' TO BUNNY-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *-----------------------------------------------------------------
      *    write one leg - the LEG record for LEG-SUB, its four --------
      *    coordinates folded into the hash total ----------------------
      *-----------------------------------------------------------------
       WRITE-ONE-LEG.
           MOVE SPACES TO MAP-EXPORT-RECORD.
           SET MX-LEG TO TRUE.
           MOVE ROUTE-ID TO MX-LEG-ROUTE-ID.
           MOVE ROUTE-DATE TO MX-LEG-ROUTE-DATE.
           MOVE LEG-SUB TO MX-LEG-SEQ.
           MOVE LT-START-X(LEG-SUB) TO MX-LEG-START-X.
           MOVE LT-START-Y(LEG-SUB) TO MX-LEG-START-Y.
           MOVE LT-END-X(LEG-SUB) TO MX-LEG-END-X.
           MOVE LT-END-Y(LEG-SUB) TO MX-LEG-END-Y.
           MOVE LT-HEADING(LEG-SUB) TO MX-LEG-HEADING.
           MOVE LT-LENGTH(LEG-SUB) TO MX-LEG-LENGTH.
           PERFORM WRITE-EXPORT-RECORD.
           ADD 1 TO LEGS-WRITTEN.

           MOVE LT-START-X(LEG-SUB) TO HASH-VALUE.
           PERFORM FOLD-COORD-INTO-HASH.
           MOVE LT-START-Y(LEG-SUB) TO HASH-VALUE.
           PERFORM FOLD-COORD-INTO-HASH.
           MOVE LT-END-X(LEG-SUB) TO HASH-VALUE.
           PERFORM FOLD-COORD-INTO-HASH.
           MOVE LT-END-Y(LEG-SUB) TO HASH-VALUE.
           PERFORM FOLD-COORD-INTO-HASH.

      *-----------------------------------------------------------------
      *    write bunny marker ------------------------------------------
      *-----------------------------------------------------------------
       WRITE-BUNNY-MARKER.
           MOVE SPACES TO MAP-EXPORT-RECORD.
           SET MX-MARKER TO TRUE.
           MOVE ROUTE-ID TO MX-BUN-ROUTE-ID.
           MOVE ROUTE-DATE TO MX-BUN-ROUTE-DATE.
           MOVE BUNNY-X TO MX-BUN-X.
           MOVE BUNNY-Y TO MX-BUN-Y.
           PERFORM WRITE-EXPORT-RECORD.
           ADD 1 TO MARKERS-WRITTEN.

           MOVE BUNNY-X TO HASH-VALUE.
           PERFORM FOLD-COORD-INTO-HASH.
           MOVE BUNNY-Y TO HASH-VALUE.
           PERFORM FOLD-COORD-INTO-HASH.

      *-----------------------------------------------------------------
      *    fold coord into hash - adds one coordinate, sign dropped, ---
      *    to the trailer's hash total, low nine digits ----------------
      *-----------------------------------------------------------------
       FOLD-COORD-INTO-HASH.
           IF HASH-VALUE < 0 THEN
               COMPUTE HASH-VALUE = 0 - HASH-VALUE
           END-IF.
           COMPUTE HASH-TOTAL = FUNCTION MOD(
              HASH-TOTAL + HASH-VALUE, 1000000000).

      *-----------------------------------------------------------------
      *    report export totals ----------------------------------------
      *-----------------------------------------------------------------
       REPORT-EXPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--- TOTALS ---" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE ROUTES-EXPORTED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ROUTES EXPORTED .....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE LEGS-WRITTEN TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    LEG RECORDS .........: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE MARKERS-WRITTEN TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    BUNNY MARKERS .......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "    HASH TOTAL ..........: " HASH-TOTAL
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    write export record - a record that won't go onto the -------
      *    interchange file leaves it short of what the trailer --------
      *    claims, so it is file trouble -------------------------------
      *-----------------------------------------------------------------
       WRITE-EXPORT-RECORD.
           WRITE MAP-EXPORT-RECORD.
           IF EXPORT-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
           END-IF.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    read movements ----------------------------------------------
      *-----------------------------------------------------------------
       COPY "read-movements.cpy".

      *-----------------------------------------------------------------
      *    find bunny --------------------------------------------------
      *-----------------------------------------------------------------
       COPY "find-bunny.cpy".

      *-----------------------------------------------------------------
      *    check depot -------------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-depot.cpy".
