      *    double back excessively stand out and can be re-planned.    -
      *    the trace files to analyse are named in TRACELIST.TXT (one  -
      *    per line, the same way BATCHLIST.TXT names movement files)  -
      *    and the report goes to TRACERPT.TXT. the map's S marks the  -
      *    square the route started from - its depot's square, placed  -
      *    by CHECK-DEPOT from the HDR1 header of the movement file    -
      *    the trace was kept for, or from ROUTMST.DAT for an          -
      *    RM_<route-id>_<route-date> trace DAY01-BATCH walked off the -
      *    master; a route with no depot starts from (0,0)             -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TRACE-REPORT.
           SELECT REPORT-FILE ASSIGN TO "TRACERPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO DYNAMIC MOVEMENT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MOVEMENT-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ROUTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROUTE-MST-KEY
              FILE STATUS IS MASTER-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(96).

       FD  MOVEMENT-FILE RECORDING MODE F.
       01 MOVEMENT-RECORD    PIC X(128).

       FD  MASTER-FILE.
       COPY "route-master.cpy".

       WORKING-STORAGE SECTION.

       01 TRACELIST-STATUS   PIC XX.
       01 TRACE-STATUS       PIC XX.
       01 REPORT-STATUS      PIC XX.
       01 MOVEMENT-STATUS    PIC XX.
       01 MASTER-STATUS      PIC XX.

       01 ATEND-LIST         PIC X.
       01 ATEND-TRACE        PIC X.
       01 COORD-ED-2         PIC -(4)9.
       01 COUNT-4-ED         PIC ZZZ9.

      * where the route started - the trace is named after the
      * movement file (or RM_ master route) it was kept for, and that
      * names the depot whose square the walk set off from
       01 MOVEMENT-FILENAME  PIC X(80).
       01 MOVEMENT-LINE      PIC X(128).
       01 HDR-TAG            PIC X(8).
       01 NAME-LEN           PIC S9(4) COMP.
       01 START-PLACED       PIC X.

       COPY "return-codes.cpy".

       COPY "movement-header.cpy".

       COPY "depot-start.cpy".

       PROCEDURE DIVISION.

           OPEN INPUT TRACE-LIST-FILE.
      *    the map has to be drawn before the top-revisit pass, which
      *    consumes the stored revisit counts as it reports them
           PERFORM REPORT-ROUTE-TOTALS.
           PERFORM FIND-START-SQUARE.
           PERFORM REPORT-ROUTE-MAP.
           PERFORM REPORT-TOP-REVISITS.

               END-IF
           END-PERFORM.

      *    the starting square is the depot's, whether or not the
      *    route ever came back through it
           IF START-PLACED = 'Y'
              AND DS-ORIGIN-X NOT < MIN-X AND DS-ORIGIN-X NOT > MAX-X
              AND DS-ORIGIN-Y NOT < MIN-Y
              AND DS-ORIGIN-Y NOT > MAX-Y THEN
               COMPUTE MAP-I = MAX-Y - DS-ORIGIN-Y + 1
               COMPUTE MAP-J = DS-ORIGIN-X - MIN-X + 1
               MOVE 'S' TO MAP-CELL(MAP-I, MAP-J)
           END-IF.

               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

      *-----------------------------------------------------------------
      *    find start square - works out which route the trace ---------
      *    belongs to from its name and has CHECK-DEPOT place that -----
      *    route's depot. a TRACE_RM_<route-id>_<route-date> trace -----
      *    takes its depot off the master record; any other trace ------
      *    takes it from the HDR1 header of the movement file it is ----
      *    named after. a route with no depot (or whose file or master -
      *    record is gone) starts from the default depot at (0,0); a ---
      *    depot CHECK-DEPOT cannot place leaves the S off the map -----
      *-----------------------------------------------------------------
       FIND-START-SQUARE.
           MOVE 'N' TO HDR-PRESENT.
           MOVE SPACES TO ROUTE-ID ROUTE-DATE OPERATOR-CODE DEPOT-CODE.
           MOVE SPACES TO MOVEMENT-FILENAME.
           IF TRACE-FILENAME(1:6) = "TRACE_" THEN
               MOVE TRACE-FILENAME(7:) TO MOVEMENT-FILENAME
           END-IF.

           IF MOVEMENT-FILENAME(1:3) = "RM_" THEN
               PERFORM READ-MASTER-DEPOT
           ELSE
               IF MOVEMENT-FILENAME NOT = SPACES THEN
                   PERFORM READ-HEADER-DEPOT
               END-IF
           END-IF.

           CALL "CHECK-DEPOT" USING MOVEMENT-HDR DEPOT-START.
           IF DS-VALID THEN
               MOVE 'Y' TO START-PLACED
           ELSE
               MOVE 'N' TO START-PLACED
               MOVE SPACES TO REPORT-LINE
               STRING "    NOTE: depot " DELIMITED BY SIZE
                      DEPOT-CODE DELIMITED BY SPACE
                      " - " DS-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE "    (starting square not marked on the map)"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    read master depot - RM_<route-id>_<route-date>: the date is -
      *    the name's last eight characters, the route-id everything ---
      *    between them and the RM_ ------------------------------------
      *-----------------------------------------------------------------
       READ-MASTER-DEPOT.
           MOVE 80 TO NAME-LEN.
           PERFORM UNTIL NAME-LEN < 1
              OR MOVEMENT-FILENAME(NAME-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM NAME-LEN
           END-PERFORM.
           IF NAME-LEN < 13 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ROUTE-MST-KEY.
           MOVE MOVEMENT-FILENAME(NAME-LEN - 7:8) TO RM-ROUTE-DATE.
           MOVE MOVEMENT-FILENAME(4:NAME-LEN - 12) TO RM-ROUTE-ID.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           READ MASTER-FILE
               KEY IS ROUTE-MST-KEY
           END-READ.
           IF MASTER-STATUS = '00' THEN
               MOVE 'Y' TO HDR-PRESENT
               MOVE RM-ROUTE-ID TO ROUTE-ID
               MOVE RM-ROUTE-DATE TO ROUTE-DATE
               MOVE RM-OPERATOR TO OPERATOR-CODE
               MOVE RM-DEPOT TO DEPOT-CODE
           END-IF.
           CLOSE MASTER-FILE.

      *-----------------------------------------------------------------
      *    read header depot - the movement file's first line, split ---
      *    the way READ-MOVEMENTS splits an HDR1 header ----------------
      *-----------------------------------------------------------------
       READ-HEADER-DEPOT.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MOVEMENT-LINE.
           READ MOVEMENT-FILE INTO MOVEMENT-LINE
               AT END
                   MOVE SPACES TO MOVEMENT-LINE
           END-READ.
           CLOSE MOVEMENT-FILE.

           IF MOVEMENT-LINE(1:5) NOT = "HDR1;" THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO HDR-TAG.
           UNSTRING MOVEMENT-LINE DELIMITED BY ';'
               INTO HDR-TAG ROUTE-ID ROUTE-DATE OPERATOR-CODE
                    DEPOT-CODE
           END-UNSTRING.
           MOVE 'Y' TO HDR-PRESENT.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    check depot -------------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-depot.cpy".

       END PROGRAM TRACE-REPORT.
