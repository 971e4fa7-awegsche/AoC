      *-----------------------------------------------------------------
      *    route-master correction ---------------------------------- --
      *    a mis-keyed leg in a stored route used to mean fixing the   -
      *    original text file and reloading the whole route through    -
      *    ROUTE-LOAD, or living with the bad copy in ROUTMST.DAT.     -
      *    this program corrects a stored route in place. transactions -
      *    are read from ROUTETXN.TXT, one per line:                   -
      *        INSERT;<route-id>;<yyyymmdd>;<n>;<move>;<who>;<reason>  -
      *            puts a new movement after movement n (0 puts it     -
      *            first)                                              -
      *        REPLACE;<route-id>;<yyyymmdd>;<n>;<move>;<who>;<reason> -
      *            replaces movement n's DIRECTION/DISTANCE            -
      *        DELETE;<route-id>;<yyyymmdd>;<n>;;<who>;<reason>        -
      *            removes movement n                                  -
      *        OPERATOR;<route-id>;<yyyymmdd>;;<oper>;<who>;<reason>   -
      *            changes the route's RM-OPERATOR                     -
      *    a movement is written the way a movement file carries it    -
      *    (R5, L12) and is held to the rules READ-MOVEMENTS parses    -
      *    by: R or L, a numeric distance, and a route short enough    -
      *    to be read back in; a new operator has to pass the same     -
      *    CHECK-OPERATOR sign-off on the route date a loaded file     -
      *    does. <who> is the requester and <reason> a reason code,    -
      *    both required. every correction applied is appended to the  -
      *    correction journal ROUTEJNL.TXT (see route-journal.cpy)     -
      *    with the route record as it stood before and after, so      -
      *    audit can see who changed a route and why and the original  -
      *    can be put back. the corrected route also goes to the       -
      *    forward-recovery journal RECOVJNL.TXT (see                  -
      *    recov_journal.cbl). every transaction is listed on          -
      *    RTMNTR.TXT with the affected movement before and after, or  -
      *    with the reason it was refused                              -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ROUTE-MAINT.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "ROUTETXN.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT MASTER-FILE ASSIGN TO "ROUTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS ROUTE-MST-KEY
              FILE STATUS IS MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "ROUTEJNL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "RTMNTR.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       REPLACE ==MAX-MOVEMENTS== BY ==512==.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(132).

       FD  MASTER-FILE.
       COPY "route-master.cpy".

       FD  JOURNAL-FILE RECORDING MODE F.
       COPY "route-journal.cpy".

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01 REQUEST-STATUS     PIC XX.
       01 MASTER-STATUS      PIC XX.
       01 JOURNAL-STATUS     PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 REQUEST-LINE       PIC X(132).
       01 REPORT-LINE        PIC X(132).

      * one transaction split apart
       01 REQ-VERB           PIC X(12).
       01 REQ-ROUTE-ID       PIC X(16).
       01 REQ-ROUTE-DATE     PIC X(8).
       01 REQ-POSITION       PIC X(8).
       01 REQ-VALUE          PIC X(16).
       01 REQ-REQUESTER      PIC X(8).
       01 REQ-REASON         PIC X(8).
       01 REQ-ERROR          PIC X(64).
      * what kind of refusal REQ-ERROR is: 'M' malformed transaction,
      * 'O' operator refused by CHECK-OPERATOR, 'F' file trouble
       01 REFUSAL-KIND       PIC X.

      * the route's record as it stood before the transaction, kept
      * for the journal and the before/after report, and the
      * movement slot each side of the report shows
       01 BEFORE-IMAGE       PIC X(3124).
       01 AFTER-IMAGE        PIC X(3124).
       01 IMAGE-LABEL        PIC X(12).
       01 SHOW-BEFORE        PIC S9(4) COMP.
       01 SHOW-AFTER         PIC S9(4) COMP.
       01 SHOW-POS           PIC S9(4) COMP.
       01 MOV-CNT-ED         PIC ZZZ9.
       01 SHOW-POS-ED        PIC ZZZ9.
       01 REPORT-PTR         PIC S9(4) COMP.
       01 DISTANCE-ED        PIC ZZZZ9.
       01 ED-PTR             PIC S9(4) COMP.

      * movement position scratch - a plain count of up to four
      * digits
       01 NUM-TEXT           PIC X(8).
       01 NUM-VALUE          PIC S9(4) COMP.
       01 NUM-PTR            PIC S9(4) COMP.
       01 NUM-DIGITS         PIC S9(4) COMP.
       01 NUM-OK             PIC X.
       01 TMP-DIGIT          PIC 9.
       01 MOV-POS            PIC S9(4) COMP.
       01 MOV-SUB            PIC S9(4) COMP.
       01 MOV-PTR            PIC S9(4) COMP.

      * the movement a transaction gives, parsed the way
      * READ-MOVEMENTS parses one
       01 NEW-DIRECTION      PIC X.
       01 NEW-DISTANCE       PIC 9(5).
       01 DIST-DIGITS        PIC S9(4) COMP.

       01 STAMP-DATE         PIC X(8).
       01 STAMP-TIME         PIC X(8).
       01 TXN-READ           PIC S9(8) COMP VALUE 0.
       01 TXN-APPLIED        PIC S9(8) COMP VALUE 0.
       01 TXN-REFUSED        PIC S9(8) COMP VALUE 0.
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 OPERATOR-REJECTS   PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.
       01 COUNT-ED           PIC ZZZZZZZ9.

       COPY "return-codes.cpy".

       COPY "audit-info.cpy".

       COPY "recov-info.cpy".

      * the route's fields handed to CHECK-OPERATOR the way a loaded
      * file's header would carry them, and its verdict
       COPY "movement-header.cpy".

       COPY "operator-check.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the run-long counters have to be put back to
      *    their starting state here
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 0 TO TXN-READ.
           MOVE 0 TO TXN-APPLIED.
           MOVE 0 TO TXN-REFUSED.
           MOVE 0 TO BAD-REQUESTS.
           MOVE 0 TO OPERATOR-REJECTS.
           MOVE 'N' TO ANY-FILE-TROUBLE.

      *    every run gets its audit run-id before anything can fail;
      *    the same id goes onto every journal entry it appends
           MOVE 'S' TO AUDIT-ACTION.
           MOVE "ROUTE-MAINT" TO AUDIT-PROGRAM.
           MOVE "ROUTETXN.TXT" TO AUDIT-INPUT-NAME.
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
               DISPLAY "ERROR: cannot open ROUTETXN.TXT (file status "
                       REQUEST-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open RTMNTR.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE REQUEST-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

      *    there is nothing to correct until ROUTE-LOAD has filed a
      *    route, so a missing master is an error, not created here
           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open ROUTMST.DAT (file status "
                       MASTER-STATUS ") - has ROUTE-LOAD ever run here?"
               CLOSE REQUEST-FILE
               CLOSE REPORT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

      *    no correction is applied that can't be journaled; the
      *    journal is append-only and the first correction ever has
      *    to create it
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STATUS = '35' THEN
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open ROUTEJNL.TXT (file status "
                       JOURNAL-STATUS ") - no correction applied"
               CLOSE REQUEST-FILE
               CLOSE REPORT-FILE
               CLOSE MASTER-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               PERFORM AUDIT-RUN-END
               GOBACK
           END-IF.

           MOVE "=== ROUTE-MASTER CORRECTION REPORT ===" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO ATEND-REQUESTS.
           PERFORM UNTIL ATEND-REQUESTS = 'Y'
               READ REQUEST-FILE INTO REQUEST-LINE
                   AT END
                       MOVE 'Y' TO ATEND-REQUESTS
                   NOT AT END
                       IF REQUEST-LINE NOT = SPACES THEN
                           ADD 1 TO TXN-READ
                           PERFORM APPLY-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE REQUEST-FILE.
           CLOSE MASTER-FILE.
           CLOSE JOURNAL-FILE.

           PERFORM REPORT-MAINT-TOTALS.

           CLOSE REPORT-FILE.

      *    a refused operator has its own return code, the way
      *    ROUTE-LOAD reports one; file trouble outranks both
           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF OPERATOR-REJECTS > 0 THEN
               MOVE RC-BAD-OPERATOR TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "route correction report written to RTMNTR.TXT".

           PERFORM AUDIT-RUN-END.

           GOBACK.

      *-----------------------------------------------------------------
      *    audit run end - files this run's END record with how many ---
      *    transactions were read and applied and whatever return ------
      *    code the run is about to leave with -------------------------
      *-----------------------------------------------------------------
       AUDIT-RUN-END.
           MOVE 'E' TO AUDIT-ACTION.
           MOVE TXN-READ TO AUDIT-REC-COUNT.
           MOVE TXN-APPLIED TO AUDIT-BATCH-COUNT.
           MOVE RETURN-CODE TO AUDIT-FINAL-RC.
           CALL "AUDIT-TRAIL" USING AUDIT-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: AUDIT-TRAIL is not available - "
                           "run not audited"
           END-CALL.

      *-----------------------------------------------------------------
      *    apply one transaction - splits one ROUTETXN.TXT line, reads -
      *    the route it names, and dispatches it; a verb this program --
      *    doesn't know is reported rather than silently dropped -------
      *-----------------------------------------------------------------
       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REQ-VERB REQ-ROUTE-ID REQ-ROUTE-DATE
                          REQ-POSITION REQ-VALUE REQ-REQUESTER
                          REQ-REASON REQ-ERROR.
           MOVE 'M' TO REFUSAL-KIND.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-ROUTE-ID REQ-ROUTE-DATE
                    REQ-POSITION REQ-VALUE REQ-REQUESTER REQ-REASON
           END-UNSTRING.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REQUEST " DELIMITED BY SIZE
                  REQUEST-LINE DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF REQ-ROUTE-ID = SPACES OR REQ-ROUTE-DATE = SPACES THEN
               MOVE "route-id and route date are both required"
                  TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
      *    a correction nobody owns can't be audited
           IF REQ-REQUESTER = SPACES OR REQ-REASON = SPACES THEN
               MOVE "requester and reason code are both required"
                  TO REQ-ERROR
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           MOVE REQ-ROUTE-ID TO RM-ROUTE-ID.
           MOVE REQ-ROUTE-DATE TO RM-ROUTE-DATE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "route is not on the route master"
                      TO REQ-ERROR
           END-READ.
           IF REQ-ERROR NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           MOVE ROUTE-MST-RECORD TO BEFORE-IMAGE.
           MOVE 0 TO MOV-POS.

           EVALUATE REQ-VERB
           WHEN "INSERT"
               PERFORM INSERT-MOVEMENT
           WHEN "REPLACE"
               PERFORM REPLACE-MOVEMENT
           WHEN "DELETE"
               PERFORM DELETE-MOVEMENT
           WHEN "OPERATOR"
               PERFORM CHANGE-OPERATOR
           WHEN OTHER
               MOVE "unknown transaction verb" TO REQ-ERROR
           END-EVALUATE.
           IF REQ-ERROR NOT = SPACES THEN
               PERFORM REFUSE-TRANSACTION
               EXIT PARAGRAPH
           END-IF.

           REWRITE ROUTE-MST-RECORD.
           PERFORM FINISH-TRANSACTION.

      *-----------------------------------------------------------------
      *    insert movement - opens a slot after movement n by moving ---
      *    every later movement up one, and puts the new one there. ----
      *    the route has to stay short enough for READ-MOVEMENTS to ----
      *    read it back after ROUTE-EXTRACT writes it out: it stops a --
      *    file once its movement pointer reaches MAX-MOVEMENTS --------
      *-----------------------------------------------------------------
       INSERT-MOVEMENT.
           MOVE REQ-POSITION TO NUM-TEXT.
           PERFORM PARSE-POSITION.
           IF NUM-OK NOT = 'Y' OR NUM-VALUE > RM-MOV-CNT THEN
               MOVE "position must be 0 to the route's movement count"
                  TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-VALUE TO MOV-POS.

           PERFORM PARSE-MOVEMENT.
           IF REQ-ERROR NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           COMPUTE MOV-PTR = RM-MOV-CNT + 2.
           IF MOV-PTR >= MAX-MOVEMENTS THEN
               MOVE "route is at the movement limit" TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MOV-SUB FROM RM-MOV-CNT BY -1
              UNTIL MOV-SUB <= MOV-POS
               MOVE RM-MOV-DATA(MOV-SUB) TO RM-MOV-DATA(MOV-SUB + 1)
           END-PERFORM.
           ADD 1 TO MOV-POS.
           MOVE NEW-DIRECTION TO RM-DIRECTION(MOV-POS).
           MOVE NEW-DISTANCE TO RM-DISTANCE(MOV-POS).
           ADD 1 TO RM-MOV-CNT.

      *    the report shows the movement inserted after, and the new
      *    one in its place
           COMPUTE SHOW-BEFORE = MOV-POS - 1.
           MOVE MOV-POS TO SHOW-AFTER.

      *-----------------------------------------------------------------
      *    replace movement - movement n gets the direction and --------
      *    distance the transaction gives ------------------------------
      *-----------------------------------------------------------------
       REPLACE-MOVEMENT.
           MOVE REQ-POSITION TO NUM-TEXT.
           PERFORM PARSE-POSITION.
           IF NUM-OK NOT = 'Y' OR NUM-VALUE < 1
              OR NUM-VALUE > RM-MOV-CNT THEN
               MOVE "position must be 1 to the route's movement count"
                  TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-VALUE TO MOV-POS.

           PERFORM PARSE-MOVEMENT.
           IF REQ-ERROR NOT = SPACES THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE NEW-DIRECTION TO RM-DIRECTION(MOV-POS).
           MOVE NEW-DISTANCE TO RM-DISTANCE(MOV-POS).

           MOVE MOV-POS TO SHOW-BEFORE.
           MOVE MOV-POS TO SHOW-AFTER.

      *-----------------------------------------------------------------
      *    delete movement - movement n goes and every later one -------
      *    moves down a slot; a route can't lose its last movement -----
      *-----------------------------------------------------------------
       DELETE-MOVEMENT.
           MOVE REQ-POSITION TO NUM-TEXT.
           PERFORM PARSE-POSITION.
           IF NUM-OK NOT = 'Y' OR NUM-VALUE < 1
              OR NUM-VALUE > RM-MOV-CNT THEN
               MOVE "position must be 1 to the route's movement count"
                  TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE NUM-VALUE TO MOV-POS.
           IF RM-MOV-CNT < 2 THEN
               MOVE "a route has to keep at least one movement"
                  TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING MOV-SUB FROM MOV-POS BY 1
              UNTIL MOV-SUB >= RM-MOV-CNT
               MOVE RM-MOV-DATA(MOV-SUB + 1) TO RM-MOV-DATA(MOV-SUB)
           END-PERFORM.
           MOVE SPACES TO RM-MOV-DATA(RM-MOV-CNT).
           SUBTRACT 1 FROM RM-MOV-CNT.

      *    the report shows the movement deleted, and what now sits
      *    in its slot
           MOVE MOV-POS TO SHOW-BEFORE.
           MOVE MOV-POS TO SHOW-AFTER.

      *-----------------------------------------------------------------
      *    change operator - the new operator has to be signed off -----
      *    for the route date exactly as a loaded file's would be; -----
      *    an operator master that can't be read is file trouble, ------
      *    not a verdict on the operator -------------------------------
      *-----------------------------------------------------------------
       CHANGE-OPERATOR.
           IF REQ-VALUE = SPACES OR REQ-VALUE(9:8) NOT = SPACES THEN
               MOVE "operator code is missing or too long" TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO HDR-PRESENT.
           MOVE RM-ROUTE-ID TO ROUTE-ID.
           MOVE RM-ROUTE-DATE TO ROUTE-DATE.
           MOVE REQ-VALUE(1:8) TO OPERATOR-CODE.
           MOVE RM-DEPOT TO DEPOT-CODE.
           CALL "CHECK-OPERATOR" USING MOVEMENT-HDR OPERATOR-CHECK.
           IF NOT OC-VALID THEN
               IF OC-MASTER-MISSING THEN
                   MOVE 'F' TO REFUSAL-KIND
               ELSE
                   MOVE 'O' TO REFUSAL-KIND
               END-IF
               MOVE OC-REASON TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.

           MOVE OPERATOR-CODE TO RM-OPERATOR.
           MOVE 0 TO SHOW-BEFORE.
           MOVE 0 TO SHOW-AFTER.

      *-----------------------------------------------------------------
      *    parse position - NUM-TEXT has to be one to four digits and --
      *    nothing else; the value comes back in NUM-VALUE with --------
      *    NUM-OK = 'Y' ------------------------------------------------
      *-----------------------------------------------------------------
       PARSE-POSITION.
           MOVE 'N' TO NUM-OK.
           MOVE 0 TO NUM-VALUE.
           MOVE 0 TO NUM-DIGITS.
           MOVE 1 TO NUM-PTR.

           PERFORM UNTIL NUM-PTR > LENGTH OF NUM-TEXT
              OR NUM-TEXT(NUM-PTR:1) = SPACE
               IF NUM-TEXT(NUM-PTR:1) IS NOT NUMERIC THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NUM-DIGITS
               IF NUM-DIGITS > 4 THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE NUM-TEXT(NUM-PTR:1) TO TMP-DIGIT
               COMPUTE NUM-VALUE = NUM-VALUE * 10 + TMP-DIGIT
               ADD 1 TO NUM-PTR
           END-PERFORM.

           IF NUM-DIGITS = 0 THEN
               EXIT PARAGRAPH
           END-IF.
           IF NUM-PTR <= LENGTH OF NUM-TEXT THEN
               IF NUM-TEXT(NUM-PTR:) NOT = SPACES THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE 'Y' TO NUM-OK.

      *-----------------------------------------------------------------
      *    parse movement - REQ-VALUE has to be one movement the way ---
      *    a movement file carries it: R or L, then the distance in ----
      *    digits (at most the five DISTANCE holds) and nothing else. --
      *    it comes back in NEW-DIRECTION/NEW-DISTANCE, or with the ----
      *    offence in REQ-ERROR ----------------------------------------
      *-----------------------------------------------------------------
       PARSE-MOVEMENT.
           IF REQ-VALUE(1:1) NOT = 'R' AND REQ-VALUE(1:1) NOT = 'L' THEN
               MOVE "direction is not R or L" TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE REQ-VALUE(1:1) TO NEW-DIRECTION.
           MOVE 0 TO NEW-DISTANCE.
           MOVE 0 TO DIST-DIGITS.
           MOVE 2 TO NUM-PTR.

           PERFORM UNTIL NUM-PTR > LENGTH OF REQ-VALUE
              OR REQ-VALUE(NUM-PTR:1) = SPACE
               IF REQ-VALUE(NUM-PTR:1) IS NOT NUMERIC THEN
                   MOVE "distance is not numeric" TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO DIST-DIGITS
               IF DIST-DIGITS > 5 THEN
                   MOVE "distance is longer than five digits"
                      TO REQ-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE REQ-VALUE(NUM-PTR:1) TO TMP-DIGIT
               COMPUTE NEW-DISTANCE = NEW-DISTANCE * 10 + TMP-DIGIT
               ADD 1 TO NUM-PTR
           END-PERFORM.

           IF DIST-DIGITS = 0 THEN
               MOVE "distance is missing" TO REQ-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF NUM-PTR <= LENGTH OF REQ-VALUE THEN
               IF REQ-VALUE(NUM-PTR:) NOT = SPACES THEN
                   MOVE "distance is not numeric" TO REQ-ERROR
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *    finish transaction - checks the rewrite that was just -------
      *    issued, journals the before and after images, and lists -----
      *    the affected movement (or the operator) either side ---------
      *-----------------------------------------------------------------
       FINISH-TRANSACTION.
           IF MASTER-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               ADD 1 TO TXN-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: master update failed (file status "
                      MASTER-STATUS ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO TXN-APPLIED.
           MOVE ROUTE-MST-RECORD TO AFTER-IMAGE.

           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           MOVE SPACES TO ROUTE-JNL-RECORD.
           MOVE AUDIT-RUN-ID TO RJ-RUN-ID.
           MOVE STAMP-DATE TO RJ-APPLIED-DATE.
           MOVE STAMP-TIME TO RJ-APPLIED-TIME.
           MOVE RM-ROUTE-ID TO RJ-ROUTE-ID.
           MOVE RM-ROUTE-DATE TO RJ-ROUTE-DATE.
           MOVE REQ-VERB TO RJ-ACTION.
           IF REQ-VERB = "OPERATOR" THEN
               MOVE 0 TO RJ-POSITION
           ELSE
               MOVE NUM-VALUE TO RJ-POSITION
           END-IF.
           MOVE REQ-VALUE TO RJ-VALUE.
           MOVE REQ-REQUESTER TO RJ-REQUESTER.
           MOVE REQ-REASON TO RJ-REASON-CODE.
           MOVE BEFORE-IMAGE TO RJ-BEFORE-IMAGE.
           MOVE AFTER-IMAGE TO RJ-AFTER-IMAGE.
           WRITE ROUTE-JNL-RECORD.
           IF JOURNAL-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "    ERROR: applied but not journaled (file "
                      "status " JOURNAL-STATUS ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM JOURNAL-MASTER-CHANGE.

           MOVE "    BEFORE: " TO IMAGE-LABEL.
           MOVE BEFORE-IMAGE TO ROUTE-MST-RECORD.
           MOVE SHOW-BEFORE TO SHOW-POS.
           PERFORM REPORT-ROUTE-IMAGE.

           MOVE "    AFTER : " TO IMAGE-LABEL.
           MOVE AFTER-IMAGE TO ROUTE-MST-RECORD.
           MOVE SHOW-AFTER TO SHOW-POS.
           PERFORM REPORT-ROUTE-IMAGE.

           MOVE SPACES TO REPORT-LINE.
           STRING "    BY=" DELIMITED BY SIZE
                  REQ-REQUESTER DELIMITED BY SPACE
                  " REASON=" DELIMITED BY SIZE
                  REQ-REASON DELIMITED BY SPACE
                  " RUN=" DELIMITED BY SIZE
                  AUDIT-RUN-ID DELIMITED BY SPACE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    journal master change - hands the corrected route to the ----
      *    forward-recovery journal as well, so ROUTMST.DAT can be -----
      *    rebuilt from its last backup; a correction that can't be ----
      *    rebuilt that way counts as file trouble ---------------------
      *-----------------------------------------------------------------
       JOURNAL-MASTER-CHANGE.
           MOVE 'R' TO RECOV-ACTION.
           MOVE AUDIT-RUN-ID TO RECOV-RUN-ID.
           MOVE "ROUTE-MAINT" TO RECOV-PROGRAM.
           MOVE "ROUTMST" TO RECOV-FILE.
           MOVE AFTER-IMAGE TO RECOV-IMAGE.
           MOVE 'N' TO RECOV-WRITTEN.
           CALL "RECOV-JOURNAL" USING RECOV-INFO
               ON EXCEPTION
                   DISPLAY "WARNING: RECOV-JOURNAL is not available - "
                           "route change not journaled"
           END-CALL.
           IF RECOV-WRITTEN NOT = 'Y' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE "    ERROR: applied but not on the recovery journal"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    report route image - one route record as a report row, -----
      *    under the BEFORE/AFTER label in IMAGE-LABEL, with the -------
      *    movement in slot SHOW-POS when there is one there -----------
      *-----------------------------------------------------------------
       REPORT-ROUTE-IMAGE.
           MOVE RM-MOV-CNT TO MOV-CNT-ED.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO REPORT-PTR.
           STRING IMAGE-LABEL DELIMITED BY SIZE
                  "ROUTE=" DELIMITED BY SIZE
                  RM-ROUTE-ID DELIMITED BY SPACE
                  " RDATE=" RM-ROUTE-DATE
                  " OPER=" DELIMITED BY SIZE
                  RM-OPERATOR DELIMITED BY SPACE
                  " MOVES=" MOV-CNT-ED
                  DELIMITED BY SIZE
              INTO REPORT-LINE WITH POINTER REPORT-PTR
           END-STRING.

           IF SHOW-POS > 0 AND SHOW-POS <= RM-MOV-CNT THEN
               MOVE SHOW-POS TO SHOW-POS-ED
               MOVE 1 TO ED-PTR
               PERFORM UNTIL SHOW-POS-ED(ED-PTR:1) NOT = SPACE
                   ADD 1 TO ED-PTR
               END-PERFORM
               STRING " MOVE(" DELIMITED BY SIZE
                      SHOW-POS-ED(ED-PTR:) DELIMITED BY SIZE
                      ")=" DELIMITED BY SIZE
                      RM-DIRECTION(SHOW-POS) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
               END-STRING
               MOVE RM-DISTANCE(SHOW-POS) TO DISTANCE-ED
               MOVE 1 TO ED-PTR
               PERFORM UNTIL DISTANCE-ED(ED-PTR:1) NOT = SPACE
                   ADD 1 TO ED-PTR
               END-PERFORM
               STRING DISTANCE-ED(ED-PTR:) DELIMITED BY SIZE
                  INTO REPORT-LINE WITH POINTER REPORT-PTR
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    refuse transaction - the reason goes on the report and the -
      *    master is left untouched ------------------------------------
      *-----------------------------------------------------------------
       REFUSE-TRANSACTION.
           ADD 1 TO TXN-REFUSED.
           EVALUATE REFUSAL-KIND
           WHEN 'O'
               ADD 1 TO OPERATOR-REJECTS
           WHEN 'F'
               MOVE 'Y' TO ANY-FILE-TROUBLE
           WHEN OTHER
               ADD 1 TO BAD-REQUESTS
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ERROR: " DELIMITED BY SIZE
                  REQ-ERROR DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    report maint totals --------------------------------------- -
      *-----------------------------------------------------------------
       REPORT-MAINT-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--- TOTALS ---" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE TXN-APPLIED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CORRECTIONS APPLIED : " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE TXN-REFUSED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CORRECTIONS REFUSED : " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    check operator ----------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-operator.cpy".

       END PROGRAM ROUTE-MAINT.
