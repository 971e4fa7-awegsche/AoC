      *-----------------------------------------------------------------
      *    code-rotation compliance check -----------------------------
      *    security policy says a door must not keep the same code on -
      *    consecutive days, but DAY02 files whatever the keypad walk -
      *    produces - an input02.txt that repeats a batch's           -
      *    instructions quietly re-issues yesterday's code. this      -
      *    program walks CODEVLT.DAT and, per batch-id and keypad     -
      *    layout, flags every code that                              -
      *        REPEAT  matches a code issued for the same batch and   -
      *                layout within the last LOOKBACK-DAYS days      -
      *        SHORT   is shorter than MIN-LENGTH keys                -
      *        RUN     presses the same key more than MAX-REPEAT      -
      *                times in a row                                 -
      *    the limits come from the control file CMPLCTL.TXT:         -
      *        LOOKBACK-DAYS=<n>         (default 1)                  -
      *        MIN-LENGTH=<n>            (default 4)                  -
      *        MAX-REPEAT=<n>            (default 3)                  -
      *        EXPORT-DATE=<yyyymmdd>    (see below)                  -
      *    every violation goes to the compliance report CMPLRPT.TXT  -
      *    with its batch, date, layout and transmission status. a    -
      *    violating code that CODE-XMIT is about to send - dated for -
      *    an export date, status neither SENT nor ACKNOWLEDGED - is  -
      *    marked HOLD, and any HOLD ends the run with                -
      *    RC-NONCOMPLIANT - run as the NIGHT-SCHED step in front of  -
      *    CODE-XMIT, that keeps the night's export from going out    -
      *    until the codes are fixed. the export dates are the ones   -
      *    the EXPORT;<requester>;<yyyymmdd> lines of XMITREQ.TXT ask -
      *    for, plus any EXPORT-DATE= in the control file; with       -
      *    neither, the export is taken to be today's. codes of other -
      *    dates, and codes already at the door, are reported but do  -
      *    not hold anything back                                     -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CODE-COMPLY.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CMPLCTL.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONTROL-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "XMITREQ.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REQUEST-STATUS.
           SELECT VAULT-FILE ASSIGN TO "CODEVLT.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS VAULT-KEY
              FILE STATUS IS VAULT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CMPLRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       REPLACE ==MAX-PRIOR== BY ==1000==.

       FILE SECTION.
       FD  CONTROL-FILE RECORDING MODE F.
       01 CONTROL-RECORD     PIC X(80).

       FD  REQUEST-FILE RECORDING MODE F.
       01 REQUEST-RECORD     PIC X(80).

       FD  VAULT-FILE.
       COPY "vault-record.cpy".

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.

       01 CONTROL-STATUS     PIC XX.
       01 REQUEST-STATUS     PIC XX.
       01 VAULT-STATUS       PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-FLAG         PIC X.
       01 ATEND-VAULT        PIC X.
       01 CONTROL-LINE       PIC X(80).
       01 REPORT-LINE        PIC X(200).

      * the policy limits - the defaults are the written policy, the
      * control file only tightens or loosens them
       01 LOOKBACK-DAYS      PIC S9(8) COMP VALUE 1.
       01 MIN-LENGTH         PIC S9(8) COMP VALUE 4.
       01 MAX-REPEAT         PIC S9(8) COMP VALUE 3.
       01 CTL-TAG            PIC X(16).
       01 CTL-VALUE-TEXT     PIC X(8).
       01 CTL-VALUE          PIC 9(6).
       01 CTL-SUB            PIC S9(4) COMP.
       01 CTL-VALUE-OK       PIC X.
       01 TMP-DIGIT          PIC 9.
       01 BAD-CONTROL        PIC X VALUE 'N'.

      * the dates the coming export will send - only an unsent code
      * dated for one of them is held, the rest are just reported
       01 EXPORT-DATES.
         02 EXPORT-DATE-ENTRY OCCURS 16 TIMES.
           05 EXP-DATE       PIC X(8).
       01 EXPORT-DATE-COUNT  PIC S9(4) COMP VALUE 0.
       01 EXPORT-SUB         PIC S9(4) COMP.
       01 NEW-EXPORT-DATE    PIC X(8).
       01 TODAY-DATE         PIC X(8).
       01 REQUEST-LINE       PIC X(80).
       01 REQ-VERB           PIC X(16).
       01 REQ-REQUESTER      PIC X(16).
       01 REQ-ARG-1          PIC X(40).
       01 EXPORTING-FLAG     PIC X.

      * the codes already walked for the current batch - the vault's
      * key order is batch, date, layout, so everything issued
      * earlier for this batch has been seen by the time a record
      * comes up, and the store starts over when the batch changes
       01 PRIOR-STORE.
         02 PRIOR-ENTRY OCCURS MAX-PRIOR TIMES.
           05 PR-DATE        PIC X(8).
           05 PR-DATE-INT    PIC S9(8) COMP.
           05 PR-LAYOUT      PIC X(16).
           05 PR-CODE        PIC X(128).
       01 PRIOR-COUNT        PIC S9(4) COMP VALUE 0.
       01 PRIOR-SUB          PIC S9(4) COMP.
       01 KEEP-SUB           PIC S9(4) COMP.
       01 CUR-BATCH-ID       PIC X(32).
       01 STORE-FULL-FLAG    PIC X VALUE 'N'.

      * the record under inspection
       01 CUR-DATE-NUM       PIC 9(8).
       01 CUR-DATE-INT       PIC S9(8) COMP.
       01 DAYS-APART         PIC S9(8) COMP.
       01 CODE-LEN           PIC S9(4) COMP.
       01 CODE-SUB           PIC S9(4) COMP.
       01 RUN-LEN            PIC S9(4) COMP.
       01 LONGEST-RUN        PIC S9(4) COMP.
       01 RUN-KEY            PIC X.
       01 MATCH-DATE         PIC X(8).
       01 RECORD-VIOLATED    PIC X.

       01 VIOLATION-RULE     PIC X(8).
       01 VIOLATION-TEXT     PIC X(48).
       01 XMIT-TEXT          PIC X(8).
       01 ACTION-TEXT        PIC X(8).

       01 CODES-CHECKED      PIC S9(8) COMP VALUE 0.
       01 REPEAT-COUNT       PIC S9(8) COMP VALUE 0.
       01 SHORT-COUNT        PIC S9(8) COMP VALUE 0.
       01 RUN-COUNT          PIC S9(8) COMP VALUE 0.
       01 CODES-VIOLATING    PIC S9(8) COMP VALUE 0.
       01 CODES-HELD         PIC S9(8) COMP VALUE 0.
       01 LIMIT-ED           PIC ZZZZZ9.
       01 COUNT-ED           PIC ZZZZZZZ9.

       COPY "return-codes.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the limits and counters have to be put back to
      *    their starting state here
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 1 TO LOOKBACK-DAYS.
           MOVE 4 TO MIN-LENGTH.
           MOVE 3 TO MAX-REPEAT.
           MOVE 'N' TO BAD-CONTROL.
           MOVE 'N' TO STORE-FULL-FLAG.
           MOVE 0 TO PRIOR-COUNT.
           MOVE 0 TO CODES-CHECKED.
           MOVE 0 TO REPEAT-COUNT.
           MOVE 0 TO SHORT-COUNT.
           MOVE 0 TO RUN-COUNT.
           MOVE 0 TO CODES-VIOLATING.
           MOVE 0 TO CODES-HELD.
           MOVE SPACES TO CUR-BATCH-ID.
           MOVE 0 TO EXPORT-DATE-COUNT.

           PERFORM READ-POLICY-LIMITS.
           PERFORM READ-EXPORT-DATES.

           OPEN INPUT VAULT-FILE.
           IF VAULT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open CODEVLT.DAT (file status "
                       VAULT-STATUS ") - has DAY02 ever run here?"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open CMPLRPT.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE VAULT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "=== CODE-ROTATION COMPLIANCE REPORT ==="
              TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-POLICY-LIMITS.

           MOVE LOW-VALUES TO VAULT-KEY.
           START VAULT-FILE KEY IS NOT LESS THAN VAULT-KEY
           END-START.
           IF VAULT-STATUS = '00' THEN
               MOVE 'N' TO ATEND-VAULT
               PERFORM UNTIL ATEND-VAULT = 'Y'
                   READ VAULT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ATEND-VAULT
                       NOT AT END
                           PERFORM CHECK-ONE-CODE
                   END-READ
               END-PERFORM
           END-IF.

           PERFORM REPORT-COMPLY-TOTALS.

           CLOSE VAULT-FILE.
           CLOSE REPORT-FILE.

           IF BAD-CONTROL = 'Y' THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF CODES-HELD > 0 THEN
               MOVE RC-NONCOMPLIANT TO RETURN-CODE
           END-IF.

           DISPLAY "compliance report written to CMPLRPT.TXT".

           GOBACK.

      *-----------------------------------------------------------------
      *    read policy limits - LOOKBACK-DAYS=, MIN-LENGTH= and --------
      *    MAX-REPEAT= from the control file; no control file just -----
      *    means the written policy's defaults -------------------------
      *-----------------------------------------------------------------
       READ-POLICY-LIMITS.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-STATUS NOT = '00' THEN
               DISPLAY "WARNING: no CMPLCTL.TXT - using the default "
                       "policy limits"
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-FLAG.
           PERFORM UNTIL ATEND-FLAG = 'Y'
               READ CONTROL-FILE INTO CONTROL-LINE
                   AT END
                       MOVE 'Y' TO ATEND-FLAG
                   NOT AT END
                       IF CONTROL-LINE NOT = SPACES THEN
                           PERFORM APPLY-ONE-LIMIT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE CONTROL-FILE.

      *-----------------------------------------------------------------
      *    apply one limit --------------------------------------------
      *-----------------------------------------------------------------
       APPLY-ONE-LIMIT.
           MOVE SPACES TO CTL-TAG CTL-VALUE-TEXT.
           UNSTRING CONTROL-LINE DELIMITED BY '='
               INTO CTL-TAG CTL-VALUE-TEXT
           END-UNSTRING.

      *    an export date is a date, not a limit
           IF CTL-TAG = "EXPORT-DATE" THEN
               IF CTL-VALUE-TEXT IS NUMERIC THEN
                   MOVE CTL-VALUE-TEXT TO NEW-EXPORT-DATE
                   PERFORM ADD-EXPORT-DATE
               ELSE
                   MOVE 'Y' TO BAD-CONTROL
                   DISPLAY "WARNING: unusable CMPLCTL.TXT line: "
                           CONTROL-LINE(1:40)
               END-IF
               EXIT PARAGRAPH
           END-IF.

      *    a limit has to be one to six digits and nothing else - a
      *    blank or half-read value would loosen the policy without
      *    anyone asking, so it leaves the default standing instead
           MOVE 'Y' TO CTL-VALUE-OK.
           IF CTL-VALUE-TEXT = SPACES THEN
               MOVE 'N' TO CTL-VALUE-OK
           END-IF.
           MOVE 0 TO CTL-VALUE.
           PERFORM VARYING CTL-SUB FROM 1 BY 1
              UNTIL CTL-SUB > 8 OR CTL-VALUE-TEXT(CTL-SUB:1) = ' '
               IF CTL-VALUE-TEXT(CTL-SUB:1) IS NUMERIC
                  AND CTL-SUB NOT > 6 THEN
                   MOVE CTL-VALUE-TEXT(CTL-SUB:1) TO TMP-DIGIT
                   COMPUTE CTL-VALUE = CTL-VALUE * 10 + TMP-DIGIT
               ELSE
                   MOVE 'N' TO CTL-VALUE-OK
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF CTL-SUB NOT > 8 THEN
               IF CTL-VALUE-TEXT(CTL-SUB:) NOT = SPACES THEN
                   MOVE 'N' TO CTL-VALUE-OK
               END-IF
           END-IF.

           EVALUATE CTL-TAG
           WHEN "LOOKBACK-DAYS"
           WHEN "MIN-LENGTH"
           WHEN "MAX-REPEAT"
               CONTINUE
           WHEN OTHER
               MOVE 'N' TO CTL-VALUE-OK
           END-EVALUATE.

           IF CTL-VALUE-OK = 'N' THEN
               MOVE 'Y' TO BAD-CONTROL
               DISPLAY "WARNING: unusable CMPLCTL.TXT line: "
                       CONTROL-LINE(1:40)
               EXIT PARAGRAPH
           END-IF.

           EVALUATE CTL-TAG
           WHEN "LOOKBACK-DAYS"
               MOVE CTL-VALUE TO LOOKBACK-DAYS
           WHEN "MIN-LENGTH"
               MOVE CTL-VALUE TO MIN-LENGTH
           WHEN "MAX-REPEAT"
               MOVE CTL-VALUE TO MAX-REPEAT
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    read export dates - every EXPORT request waiting in ---------
      *    XMITREQ.TXT names a date CODE-XMIT is about to send; other --
      *    request lines are CODE-XMIT's business, not ours. with no ---
      *    export date from there or from the control file, the export -
      *    is taken to be today's --------------------------------------
      *-----------------------------------------------------------------
       READ-EXPORT-DATES.
           OPEN INPUT REQUEST-FILE.
           IF REQUEST-STATUS = '00' THEN
               MOVE 'N' TO ATEND-FLAG
               PERFORM UNTIL ATEND-FLAG = 'Y'
                   READ REQUEST-FILE INTO REQUEST-LINE
                       AT END
                           MOVE 'Y' TO ATEND-FLAG
                       NOT AT END
                           PERFORM NOTE-ONE-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF.

           IF EXPORT-DATE-COUNT = 0 THEN
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               MOVE TODAY-DATE TO NEW-EXPORT-DATE
               PERFORM ADD-EXPORT-DATE
           END-IF.

      *-----------------------------------------------------------------
      *    note one request -------------------------------------------
      *-----------------------------------------------------------------
       NOTE-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-REQUESTER REQ-ARG-1.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-REQUESTER REQ-ARG-1
           END-UNSTRING.
           IF REQ-VERB = "EXPORT" AND REQ-ARG-1(1:8) IS NUMERIC THEN
               MOVE REQ-ARG-1(1:8) TO NEW-EXPORT-DATE
               PERFORM ADD-EXPORT-DATE
           END-IF.

      *-----------------------------------------------------------------
      *    add export date - each date is kept once; past the table's --
      *    size a further date is dropped with a warning ---------------
      *-----------------------------------------------------------------
       ADD-EXPORT-DATE.
           PERFORM VARYING EXPORT-SUB FROM 1 BY 1
              UNTIL EXPORT-SUB > EXPORT-DATE-COUNT
               IF EXP-DATE(EXPORT-SUB) = NEW-EXPORT-DATE THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF EXPORT-DATE-COUNT >= 16 THEN
               DISPLAY "WARNING: too many export dates - "
                       NEW-EXPORT-DATE " not checked for hold"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO EXPORT-DATE-COUNT.
           MOVE NEW-EXPORT-DATE TO EXP-DATE(EXPORT-DATE-COUNT).

      *-----------------------------------------------------------------
      *    report policy limits ---------------------------------------
      *-----------------------------------------------------------------
       REPORT-POLICY-LIMITS.
           MOVE LOOKBACK-DAYS TO LIMIT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    LOOKBACK DAYS .......: " LIMIT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE MIN-LENGTH TO LIMIT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    MINIMUM CODE LENGTH .: " LIMIT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE MAX-REPEAT TO LIMIT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    MAXIMUM KEY REPEAT ..: " LIMIT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING EXPORT-SUB FROM 1 BY 1
              UNTIL EXPORT-SUB > EXPORT-DATE-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "    EXPORT DATE .........: "
                      EXP-DATE(EXPORT-SUB)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    check one code - runs the three rules against the record ----
      *    just read, then files it in the prior-code store for the ----
      *    records of the same batch still to come ---------------------
      *-----------------------------------------------------------------
       CHECK-ONE-CODE.
           ADD 1 TO CODES-CHECKED.
           MOVE 'N' TO RECORD-VIOLATED.

           IF VAULT-BATCH-ID NOT = CUR-BATCH-ID THEN
               MOVE VAULT-BATCH-ID TO CUR-BATCH-ID
               MOVE 0 TO PRIOR-COUNT
           END-IF.

      *    a code goes out with the coming export only if it is dated
      *    for one of the export dates and is not already at the door
           MOVE 'N' TO EXPORTING-FLAG.
           IF VAULT-XMIT-STAT NOT = 'S'
              AND VAULT-XMIT-STAT NOT = 'A' THEN
               PERFORM VARYING EXPORT-SUB FROM 1 BY 1
                  UNTIL EXPORT-SUB > EXPORT-DATE-COUNT
                   IF EXP-DATE(EXPORT-SUB) = VAULT-DATE THEN
                       MOVE 'Y' TO EXPORTING-FLAG
                   END-IF
               END-PERFORM
           END-IF.

      *    a date that is not a date cannot be placed in the window,
      *    so such a record only gets the length and key-run rules
           MOVE 0 TO CUR-DATE-INT.
           IF VAULT-DATE IS NUMERIC THEN
               MOVE VAULT-DATE TO CUR-DATE-NUM
               COMPUTE CUR-DATE-INT =
                  FUNCTION INTEGER-OF-DATE(CUR-DATE-NUM)
           END-IF.

           IF CUR-DATE-INT > 0 THEN
               PERFORM CHECK-RECENT-REPEAT
           END-IF.
           PERFORM CHECK-CODE-SHAPE.

           IF RECORD-VIOLATED = 'Y' THEN
               ADD 1 TO CODES-VIOLATING
               IF EXPORTING-FLAG = 'Y' THEN
                   ADD 1 TO CODES-HELD
               END-IF
           END-IF.

           IF CUR-DATE-INT > 0 THEN
               PERFORM FILE-PRIOR-CODE
           END-IF.

      *-----------------------------------------------------------------
      *    check recent repeat - the same batch and layout must not ----
      *    have carried this code on any of the LOOKBACK-DAYS days -----
      *    before this one ---------------------------------------------
      *-----------------------------------------------------------------
       CHECK-RECENT-REPEAT.
           MOVE SPACES TO MATCH-DATE.
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
              UNTIL PRIOR-SUB > PRIOR-COUNT
               IF PR-LAYOUT(PRIOR-SUB) = VAULT-LAYOUT
                  AND PR-CODE(PRIOR-SUB) = VAULT-CODE THEN
                   COMPUTE DAYS-APART =
                      CUR-DATE-INT - PR-DATE-INT(PRIOR-SUB)
                   IF DAYS-APART > 0
                      AND DAYS-APART NOT > LOOKBACK-DAYS THEN
                       MOVE PR-DATE(PRIOR-SUB) TO MATCH-DATE
                   END-IF
               END-IF
           END-PERFORM.

           IF MATCH-DATE NOT = SPACES THEN
               ADD 1 TO REPEAT-COUNT
               MOVE "REPEAT" TO VIOLATION-RULE
               MOVE SPACES TO VIOLATION-TEXT
               STRING "same code was issued on " MATCH-DATE
                      DELIMITED BY SIZE INTO VIOLATION-TEXT
               END-STRING
               PERFORM WRITE-VIOLATION-ROW
           END-IF.

      *-----------------------------------------------------------------
      *    check code shape - the code's length is up to its last ------
      *    key (DAY02 leaves the rest of the field blank), and the -----
      *    longest run of one key is counted along the way -------------
      *-----------------------------------------------------------------
       CHECK-CODE-SHAPE.
           MOVE 0 TO CODE-LEN.
           PERFORM VARYING CODE-SUB FROM 128 BY -1
              UNTIL CODE-SUB < 1 OR CODE-LEN > 0
               IF VAULT-CODE(CODE-SUB:1) NOT = SPACE THEN
                   MOVE CODE-SUB TO CODE-LEN
               END-IF
           END-PERFORM.

           IF CODE-LEN < MIN-LENGTH THEN
               ADD 1 TO SHORT-COUNT
               MOVE "SHORT" TO VIOLATION-RULE
               MOVE CODE-LEN TO LIMIT-ED
               MOVE SPACES TO VIOLATION-TEXT
               STRING "code is only " LIMIT-ED " keys long"
                      DELIMITED BY SIZE INTO VIOLATION-TEXT
               END-STRING
               PERFORM WRITE-VIOLATION-ROW
           END-IF.

           MOVE 0 TO LONGEST-RUN.
           MOVE 0 TO RUN-LEN.
           MOVE SPACE TO RUN-KEY.
           PERFORM VARYING CODE-SUB FROM 1 BY 1
              UNTIL CODE-SUB > CODE-LEN
               IF VAULT-CODE(CODE-SUB:1) = RUN-KEY THEN
                   ADD 1 TO RUN-LEN
               ELSE
                   MOVE VAULT-CODE(CODE-SUB:1) TO RUN-KEY
                   MOVE 1 TO RUN-LEN
               END-IF
               IF RUN-LEN > LONGEST-RUN THEN
                   MOVE RUN-LEN TO LONGEST-RUN
               END-IF
           END-PERFORM.

           IF LONGEST-RUN > MAX-REPEAT THEN
               ADD 1 TO RUN-COUNT
               MOVE "RUN" TO VIOLATION-RULE
               MOVE LONGEST-RUN TO LIMIT-ED
               MOVE SPACES TO VIOLATION-TEXT
               STRING "one key is pressed " LIMIT-ED " times in a row"
                      DELIMITED BY SIZE INTO VIOLATION-TEXT
               END-STRING
               PERFORM WRITE-VIOLATION-ROW
           END-IF.

      *-----------------------------------------------------------------
      *    file prior code - keeps this record for the comparisons -----
      *    still to come in the batch. when the store fills up, the ----
      *    entries too old to fall inside any later record's window ----
      *    are squeezed out first (dates only ascend within a batch) ---
      *-----------------------------------------------------------------
       FILE-PRIOR-CODE.
           IF PRIOR-COUNT >= MAX-PRIOR THEN
               PERFORM SQUEEZE-PRIOR-STORE
           END-IF.
           IF PRIOR-COUNT >= MAX-PRIOR THEN
               MOVE 'Y' TO STORE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO PRIOR-COUNT.
           MOVE VAULT-DATE TO PR-DATE(PRIOR-COUNT).
           MOVE CUR-DATE-INT TO PR-DATE-INT(PRIOR-COUNT).
           MOVE VAULT-LAYOUT TO PR-LAYOUT(PRIOR-COUNT).
           MOVE VAULT-CODE TO PR-CODE(PRIOR-COUNT).

      *-----------------------------------------------------------------
      *    squeeze prior store ----------------------------------------
      *-----------------------------------------------------------------
       SQUEEZE-PRIOR-STORE.
           MOVE 0 TO KEEP-SUB.
           PERFORM VARYING PRIOR-SUB FROM 1 BY 1
              UNTIL PRIOR-SUB > PRIOR-COUNT
               IF CUR-DATE-INT - PR-DATE-INT(PRIOR-SUB)
                  NOT > LOOKBACK-DAYS THEN
                   ADD 1 TO KEEP-SUB
                   IF KEEP-SUB NOT = PRIOR-SUB THEN
                       MOVE PRIOR-ENTRY(PRIOR-SUB)
                          TO PRIOR-ENTRY(KEEP-SUB)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE KEEP-SUB TO PRIOR-COUNT.

      *-----------------------------------------------------------------
      *    write violation row - one line per rule broken; HOLD marks --
      *    a code the coming export would send, REPORT one that is -----
      *    already at the door or dated for another day ----------------
      *-----------------------------------------------------------------
       WRITE-VIOLATION-ROW.
           MOVE 'Y' TO RECORD-VIOLATED.

           EVALUATE VAULT-XMIT-STAT
           WHEN 'S'
               MOVE "SENT" TO XMIT-TEXT
           WHEN 'A'
               MOVE "ACKED" TO XMIT-TEXT
           WHEN 'R'
               MOVE "REJECTED" TO XMIT-TEXT
           WHEN OTHER
               MOVE "UNSENT" TO XMIT-TEXT
           END-EVALUATE.

           IF EXPORTING-FLAG = 'Y' THEN
               MOVE "HOLD" TO ACTION-TEXT
           ELSE
               MOVE "REPORT" TO ACTION-TEXT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "BATCH=" DELIMITED BY SIZE
                  VAULT-BATCH-ID DELIMITED BY SPACE
                  " DATE=" VAULT-DATE
                  " LAYOUT=" DELIMITED BY SIZE
                  VAULT-LAYOUT DELIMITED BY SPACE
                  " RULE=" DELIMITED BY SIZE
                  VIOLATION-RULE DELIMITED BY SPACE
                  " XMIT=" DELIMITED BY SIZE
                  XMIT-TEXT DELIMITED BY SPACE
                  " ACTION=" DELIMITED BY SIZE
                  ACTION-TEXT DELIMITED BY SPACE
                  " (" DELIMITED BY SIZE
                  VIOLATION-TEXT DELIMITED BY "  "
                  ")" DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    report comply totals ---------------------------------------
      *-----------------------------------------------------------------
       REPORT-COMPLY-TOTALS.
           IF CODES-VIOLATING = 0 THEN
               MOVE "    (every vaulted code is compliant)"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--- TOTALS ---" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE CODES-CHECKED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CODES CHECKED .......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE REPEAT-COUNT TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REPEATED CODES ......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE SHORT-COUNT TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    CODES TOO SHORT .....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE RUN-COUNT TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    KEY RUNS TOO LONG ...: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CODES-VIOLATING TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    NON-COMPLIANT CODES .: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE CODES-HELD TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    HELD FROM EXPORT ....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF STORE-FULL-FLAG = 'Y' THEN
               MOVE "    NOTE: prior-code store filled up - some"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    repeats may not have been compared"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       END PROGRAM CODE-COMPLY.
