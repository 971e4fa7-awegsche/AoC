      *    of the first one surfacing at 2 AM:                         -
      *      - input01.txt and every movement file BATCHLIST.TXT       -
      *        names: directions limited to R/L, every distance        -
      *        numeric, tokens separated by commas, and a HDR1         -
      *        header's operator on the operator master, active and    -
      *        inside its valid dates on the route date, and its       -
      *        depot (when it names one) on the depot master           -
      *      - BATCHLIST.TXT itself: every named file openable, and    -
      *        every ROUTES; selection line well formed                -
      *      - input02.txt: keypad characters limited to U/D/L/R, no   -
      *        duplicate BATCH: ids, and the same capacity limits      -
      *        DAY02 enforces                                          -
      *    every finding goes to EDITRPT.TXT with its file and line    -
      *    number; the run ends with RC-SUCCESS as the go signal or    -
      *    RC-MALFORMED-INPUT as the no-go, or RC-BAD-OPERATOR when    -
      *    the only thing wrong is who signed the files ---------------
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INPUT-EDIT.
       01 HDR-ROUTE-ID       PIC X(16).
       01 HDR-ROUTE-DATE     PIC X(16).
       01 HDR-OPERATOR       PIC X(8).
       01 HDR-DEPOT          PIC X(8).

      * a BATCHLIST.TXT ROUTES; selection line split apart
       01 SEL-TAG            PIC X(8).
       01 SEL-DATE-FROM      PIC X(8).
       01 SEL-DATE-TO        PIC X(8).
       01 SEL-ROUTE-ID       PIC X(16).
       01 SEL-OPERATOR       PIC X(8).
       01 DUP-FOUND          PIC X.
       01 CUR-BATCH-ID       PIC X(32).
       01 INSTR-LINE-CNT     PIC 9(6).
       01 LEADING-INSTR-FLAG PIC X.
       01 COUNT-ED           PIC ZZZZZ9.

      * whole-pass verdict - operator rejections are counted apart
      * from the rest so they can end the run with their own code
       01 ERROR-COUNT        PIC 9(6) VALUE 0.
       01 OPERATOR-ERRORS    PIC 9(6) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.
       01 FILES-CHECKED      PIC 9(4) VALUE 0.

       COPY "return-codes.cpy".

      * the header fields handed to CHECK-OPERATOR, and its verdict
       COPY "movement-header.cpy".

       COPY "operator-check.cpy".

      * the depot the header names, placed by CHECK-DEPOT
       COPY "depot-start.cpy".

       PROCEDURE DIVISION.

           OPEN OUTPUT EDIT-FILE.
                       "NO-GO (see EDITRPT.TXT)"
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
      *    a pass whose only findings are rejected operators says so
      *    with its own code; an operator master that can't be read
      *    means the pass couldn't be finished at all
           IF ERROR-COUNT > 0 AND ERROR-COUNT = OPERATOR-ERRORS THEN
               MOVE RC-BAD-OPERATOR TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           GOBACK.

      *-----------------------------------------------------------------
      *    check header line - the v2 movement-file header must carry --
      *    its three fields (route-id, a numeric yyyymmdd route date, --
      *    operator code) the way READ-MOVEMENTS will split them, and --
      *    the operator has to pass the same CHECK-OPERATOR sign-off ---
      *    READ-MOVEMENTS will put it through tonight; a depot, when ---
      *    the header names one, has to be on the depot master ---------
      *-----------------------------------------------------------------
       CHECK-HEADER-LINE.
           MOVE SPACES TO HDR-TAG HDR-ROUTE-ID HDR-ROUTE-DATE
                          HDR-OPERATOR HDR-DEPOT.
           UNSTRING CUR-LINE DELIMITED BY ';'
               INTO HDR-TAG HDR-ROUTE-ID HDR-ROUTE-DATE HDR-OPERATOR
                    HDR-DEPOT
           END-UNSTRING.

           MOVE 'N' TO LINE-BAD.

           IF LINE-BAD = 'Y' THEN
               PERFORM WRITE-FINDING
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO HDR-PRESENT.
           MOVE HDR-ROUTE-ID TO ROUTE-ID.
           MOVE HDR-ROUTE-DATE(1:8) TO ROUTE-DATE.
           MOVE HDR-OPERATOR TO OPERATOR-CODE.
           MOVE HDR-DEPOT TO DEPOT-CODE.
           CALL "CHECK-OPERATOR" USING MOVEMENT-HDR OPERATOR-CHECK.
           IF NOT OC-VALID THEN
               MOVE 'Y' TO LINE-BAD
               MOVE OC-REASON TO ERROR-TEXT
               PERFORM WRITE-FINDING
               IF OC-MASTER-MISSING THEN
                   MOVE 'Y' TO ANY-FILE-TROUBLE
               ELSE
                   ADD 1 TO OPERATOR-ERRORS
               END-IF
           END-IF.

           CALL "CHECK-DEPOT" USING MOVEMENT-HDR DEPOT-START.
           IF NOT DS-VALID THEN
               MOVE 'Y' TO LINE-BAD
               MOVE DS-REASON TO ERROR-TEXT
               PERFORM WRITE-FINDING
               IF DS-MASTER-MISSING THEN
                   MOVE 'Y' TO ANY-FILE-TROUBLE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    movement lines get the full edit under its own name ---------
      *-----------------------------------------------------------------
       CHECK-ONE-LISTED-FILE.
      *    a ROUTES; line names stored routes, not a file
           IF LISTED-FILENAME(1:7) = "ROUTES;" THEN
               PERFORM CHECK-ROUTE-SELECTION
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT LISTED-FILE.
           IF LISTED-STATUS NOT = '00' THEN
               MOVE CUR-LINE-NO TO CUR-LINE-NO-ED
           PERFORM CHECK-MOVEMENT-FILE.
           MOVE SAVED-LINE-NO TO CUR-LINE-NO.

      *-----------------------------------------------------------------
      *    check route selection - a ROUTES; line has to carry a -------
      *    yyyymmdd from-date and, if it has one, a to-date no earlier -
      *    than it - the same rules DAY01-BATCH applies before reading -
      *    the route master --------------------------------------------
      *-----------------------------------------------------------------
       CHECK-ROUTE-SELECTION.
           MOVE SPACES TO SEL-TAG SEL-DATE-FROM SEL-DATE-TO
                          SEL-ROUTE-ID SEL-OPERATOR.
           UNSTRING LISTED-FILENAME DELIMITED BY ';'
               INTO SEL-TAG SEL-DATE-FROM SEL-DATE-TO
                    SEL-ROUTE-ID SEL-OPERATOR
           END-UNSTRING.
           IF SEL-DATE-TO = SPACES THEN
               MOVE SEL-DATE-FROM TO SEL-DATE-TO
           END-IF.

           MOVE SPACES TO ERROR-TEXT.
           IF SEL-DATE-FROM NOT NUMERIC THEN
               MOVE "route selection from-date is not yyyymmdd"
                  TO ERROR-TEXT
           ELSE
               IF SEL-DATE-TO NOT NUMERIC THEN
                   MOVE "route selection to-date is not yyyymmdd"
                      TO ERROR-TEXT
               ELSE
                   IF SEL-DATE-TO < SEL-DATE-FROM THEN
                       MOVE "route selection dates are out of order"
                          TO ERROR-TEXT
                   END-IF
               END-IF
           END-IF.

           IF ERROR-TEXT NOT = SPACES THEN
               MOVE "BATCHLIST.TXT" TO CHECK-FILENAME
               PERFORM WRITE-FINDING
           END-IF.

      *-----------------------------------------------------------------
      *    check input02 - keypad instruction characters limited to ----
      *    U/D/L/R, BATCH: headers must not repeat an id, and the ------
       WRITE-EDIT-LINE.
           WRITE EDIT-RECORD FROM EDIT-LINE.

      *-----------------------------------------------------------------
      *    check operator ----------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-operator.cpy".

      *-----------------------------------------------------------------
      *    check depot -------------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-depot.cpy".

       END PROGRAM INPUT-EDIT.
