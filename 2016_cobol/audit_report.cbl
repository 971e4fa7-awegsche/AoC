      *        ROLLUP;<yyyymmdd-from>;<yyyymmdd-to>                     -
      *    (the range is matched against each RUN= id's own start       -
      *    date, so a run and its END record always land in the same    -
      *    period).                                                     -
      *        ACCESS;<requester>;<yyyymmdd-from>;<yyyymmdd-to>         -
      *    lists the vault access log VAULTACC.TXT that CODE-INQUIRY,   -
      *    VAULT-MAINT and CODE-XMIT keep (one line per request, see    -
      *    check-vault-access.cpy) by requester and date, with each     -
      *    requester's allowed, refused and invalid requests counted;   -
      *    a requester of '*' or an empty one lists everybody. answers  -
      *    go to AUDITRPT.TXT                                           -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDIT-REPORT.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-STATUS.
           SELECT ACCESS-FILE ASSIGN TO "VAULTACC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCESS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUDITRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

       REPLACE ==MAX-RUNS== BY ==2000==
               ==MAX-DAY-CELLS== BY ==400==
               ==MAX-RC-CELLS== BY ==32==
               ==MAX-REQUESTERS== BY ==200==.

       FILE SECTION.
       FD  REQUEST-FILE RECORDING MODE F.
       FD  AUDIT-FILE RECORDING MODE F.
       01 AUDIT-RECORD       PIC X(192).

       FD  ACCESS-FILE RECORDING MODE F.
       01 ACCESS-RECORD      PIC X(192).

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(132).


       01 REQUEST-STATUS     PIC XX.
       01 AUDIT-STATUS       PIC XX.
       01 ACCESS-STATUS      PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-REQUESTS     PIC X.
       01 ATEND-AUDIT        PIC X.
       01 ATEND-ACCESS       PIC X.
       01 REQUEST-LINE       PIC X(80).
       01 AUDIT-LINE         PIC X(192).
       01 REPORT-LINE        PIC X(132).
       01 REQ-VERB           PIC X(8).
       01 REQ-ARG-1          PIC X(32).
       01 REQ-ARG-2          PIC X(32).
       01 REQ-ARG-3          PIC X(32).
       01 REQ-REQUESTER      PIC X(8).
       01 REQ-DATE-FROM      PIC X(8).
       01 REQ-DATE-TO        PIC X(8).
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 RECORDS-AVG        PIC S9(8) COMP.
       01 ORPHAN-RUNS        PIC S9(8) COMP.

      * one vault access log line split apart - the stamp and REQ=
      * sit at fixed columns (CHECK-VAULT-ACCESS strings them there),
      * the outcome is found by token; the line itself is scanned in
      * AUDIT-LINE so FIND-TOKEN serves both logs
       01 REC-REQUESTER      PIC X(8).
       01 REC-OUTCOME        PIC X(8).

      * every requester seen in the range, kept in requester order so
      * the listing comes out grouped and sorted without a SORT step
       01 REQUESTER-STORE.
         02 REQUESTER-ENTRY OCCURS MAX-REQUESTERS TIMES.
           05 RQ-ID          PIC X(8).
       01 RQ-COUNT           PIC S9(4) COMP.
       01 RQ-SUB             PIC S9(4) COMP.
       01 RQ-INS             PIC S9(4) COMP.
       01 RQ-SHIFT           PIC S9(4) COMP.
       01 REQUESTER-FULL     PIC X.
       01 CUR-REQUESTER      PIC X(8).

       01 RQ-ALLOWED         PIC S9(8) COMP.
       01 RQ-REFUSED         PIC S9(8) COMP.
       01 RQ-INVALID         PIC S9(8) COMP.
       01 TOTAL-ALLOWED      PIC S9(8) COMP.
       01 TOTAL-REFUSED      PIC S9(8) COMP.
       01 TOTAL-INVALID      PIC S9(8) COMP.
       01 ALLOWED-ED         PIC ZZZZZZZ9.
       01 REFUSED-ED         PIC ZZZZZZZ9.
       01 INVALID-ED         PIC ZZZZZZZ9.

       01 COUNT-ED           PIC ZZZZZZZ9.
       01 RC-ED              PIC -999.


      *-----------------------------------------------------------------
      *    answer one request - splits one AUDITREQ.TXT line into ------
      *    verb and arguments and dispatches it; a verb this program ---
      *    doesn't know is reported rather than silently dropped -------
      *-----------------------------------------------------------------
       ANSWER-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-ARG-1 REQ-ARG-2 REQ-ARG-3.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-ARG-1 REQ-ARG-2 REQ-ARG-3
           END-UNSTRING.

           MOVE SPACES TO REPORT-LINE.
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           EVALUATE REQ-VERB
           WHEN "ROLLUP"
               PERFORM ANSWER-ROLLUP
           WHEN "ACCESS"
               PERFORM ANSWER-ACCESS
           WHEN OTHER
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    answer rollup - the audit-log rollup for one date range -----
      *-----------------------------------------------------------------
       ANSWER-ROLLUP.
           MOVE REQ-ARG-1(1:8) TO REQ-DATE-FROM.
           MOVE REQ-ARG-2(1:8) TO REQ-DATE-TO.
           IF REQ-DATE-FROM NOT NUMERIC
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    answer access - the vault access log for one date range, ----
      *    one group per requester in requester order, each group's ----
      *    requests in the order they were logged ----------------------
      *-----------------------------------------------------------------
       ANSWER-ACCESS.
           MOVE REQ-ARG-1(1:8) TO REQ-REQUESTER.
           IF REQ-REQUESTER = "*" THEN
               MOVE SPACES TO REQ-REQUESTER
           END-IF.
           MOVE REQ-ARG-2(1:8) TO REQ-DATE-FROM.
           MOVE REQ-ARG-3(1:8) TO REQ-DATE-TO.
           IF REQ-DATE-FROM NOT NUMERIC
              OR REQ-DATE-TO NOT NUMERIC THEN
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: range dates must be yyyymmdd"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           PERFORM COLLECT-REQUESTERS.
           IF ACCESS-STATUS = '35' THEN
               MOVE "    (no VAULTACC.TXT on this system)"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE "    VAULT ACCESS BY REQUESTER AND DATE:"
              TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           IF RQ-COUNT = 0 THEN
               MOVE "      (no vault requests in this range)"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE 0 TO TOTAL-ALLOWED.
           MOVE 0 TO TOTAL-REFUSED.
           MOVE 0 TO TOTAL-INVALID.
           PERFORM VARYING RQ-SUB FROM 1 BY 1
              UNTIL RQ-SUB > RQ-COUNT
               PERFORM LIST-ONE-REQUESTER
           END-PERFORM.

           MOVE TOTAL-ALLOWED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REQUESTS ALLOWED ....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE TOTAL-REFUSED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REQUESTS REFUSED ....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE TOTAL-INVALID TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    REQUESTS INVALID ....: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF REQUESTER-FULL = 'Y' THEN
               MOVE "    NOTE: requester store filled up - the listing"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "    covers the requesters stored before it filled"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    collect requesters - one pass over the access log to find ---
      *    every requester (or just the one asked for) with a request --
      *    inside the range --------------------------------------------
      *-----------------------------------------------------------------
       COLLECT-REQUESTERS.
           MOVE 0 TO RQ-COUNT.
           MOVE 'N' TO REQUESTER-FULL.

           OPEN INPUT ACCESS-FILE.
           IF ACCESS-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-ACCESS.
           PERFORM UNTIL ATEND-ACCESS = 'Y'
               READ ACCESS-FILE INTO AUDIT-LINE
                   AT END
                       MOVE 'Y' TO ATEND-ACCESS
                   NOT AT END
                       PERFORM PARSE-ACCESS-RECORD
                       IF REC-PARSE-OK = 'Y'
                          AND (REQ-REQUESTER = SPACES
                           OR REC-REQUESTER = REQ-REQUESTER) THEN
                           PERFORM ADD-REQUESTER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCESS-FILE.

      *-----------------------------------------------------------------
      *    add requester - files the record's requester into the -------
      *    store at its place in requester order, unless it is there ---
      *    already; a full store raises the full flag ------------------
      *-----------------------------------------------------------------
       ADD-REQUESTER.
           MOVE 0 TO RQ-INS.
           PERFORM VARYING RQ-SUB FROM 1 BY 1
              UNTIL RQ-SUB > RQ-COUNT OR RQ-INS > 0
               IF RQ-ID(RQ-SUB) NOT < REC-REQUESTER THEN
                   MOVE RQ-SUB TO RQ-INS
               END-IF
           END-PERFORM.

           IF RQ-INS > 0 THEN
               IF RQ-ID(RQ-INS) = REC-REQUESTER THEN
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE RQ-INS = RQ-COUNT + 1
           END-IF.

           IF RQ-COUNT >= MAX-REQUESTERS THEN
               MOVE 'Y' TO REQUESTER-FULL
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING RQ-SHIFT FROM RQ-COUNT BY -1
              UNTIL RQ-SHIFT < RQ-INS
               MOVE RQ-ID(RQ-SHIFT) TO RQ-ID(RQ-SHIFT + 1)
           END-PERFORM.
           ADD 1 TO RQ-COUNT.
           MOVE REC-REQUESTER TO RQ-ID(RQ-INS).

      *-----------------------------------------------------------------
      *    list one requester - a second pass over the access log for --
      *    one requester's requests in the range, then their counts ----
      *-----------------------------------------------------------------
       LIST-ONE-REQUESTER.
           MOVE RQ-ID(RQ-SUB) TO CUR-REQUESTER.
           MOVE SPACES TO REPORT-LINE.
           IF CUR-REQUESTER = SPACES THEN
               MOVE "      REQUESTER (none given)" TO REPORT-LINE
           ELSE
               STRING "      REQUESTER " CUR-REQUESTER
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

           MOVE 0 TO RQ-ALLOWED.
           MOVE 0 TO RQ-REFUSED.
           MOVE 0 TO RQ-INVALID.

           OPEN INPUT ACCESS-FILE.
           IF ACCESS-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-ACCESS.
           PERFORM UNTIL ATEND-ACCESS = 'Y'
               READ ACCESS-FILE INTO AUDIT-LINE
                   AT END
                       MOVE 'Y' TO ATEND-ACCESS
                   NOT AT END
                       PERFORM PARSE-ACCESS-RECORD
                       IF REC-PARSE-OK = 'Y'
                          AND REC-REQUESTER = CUR-REQUESTER THEN
                           PERFORM LIST-ACCESS-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ACCESS-FILE.

           ADD RQ-ALLOWED TO TOTAL-ALLOWED.
           ADD RQ-REFUSED TO TOTAL-REFUSED.
           ADD RQ-INVALID TO TOTAL-INVALID.

           MOVE RQ-ALLOWED TO ALLOWED-ED.
           MOVE RQ-REFUSED TO REFUSED-ED.
           MOVE RQ-INVALID TO INVALID-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "        ALLOWED=" ALLOWED-ED
                  " REFUSED=" REFUSED-ED
                  " INVALID=" INVALID-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    list access record - the logged line as it stands, minus ----
      *    the requester the group heading already names ---------------
      *-----------------------------------------------------------------
       LIST-ACCESS-RECORD.
           EVALUATE REC-OUTCOME
           WHEN "ALLOWED"
               ADD 1 TO RQ-ALLOWED
           WHEN "INVALID"
               ADD 1 TO RQ-INVALID
           WHEN OTHER
               ADD 1 TO RQ-REFUSED
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           STRING "        " AUDIT-LINE(1:17) AUDIT-LINE(31:107)
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    parse access record - a line dated inside the range, with ---
      *    its requester and outcome picked out ------------------------
      *-----------------------------------------------------------------
       PARSE-ACCESS-RECORD.
           MOVE 'N' TO REC-PARSE-OK.
           MOVE SPACES TO REC-REQUESTER REC-OUTCOME.

           IF AUDIT-LINE(18:5) NOT = " REQ="
              OR AUDIT-LINE(1:8) NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-LINE(1:8) < REQ-DATE-FROM
              OR AUDIT-LINE(1:8) > REQ-DATE-TO THEN
               EXIT PARAGRAPH
           END-IF.
           MOVE AUDIT-LINE(23:8) TO REC-REQUESTER.

           MOVE " OUTCOME=" TO TOKEN-TEXT.
           MOVE 9 TO TOKEN-LEN.
           PERFORM FIND-TOKEN.
           IF TOKEN-FOUND NOT = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           UNSTRING AUDIT-LINE(VAL-PTR:9) DELIMITED BY ' '
               INTO REC-OUTCOME
           END-UNSTRING.

           MOVE 'Y' TO REC-PARSE-OK.

      *-----------------------------------------------------------------
      *    describe final rc - the shared return codes, spelled out ----
      *    the same way NIGHT-SCHED's job log spells them --------------
               MOVE "(RECON MISMATCH)" TO RC-MEANING
           WHEN RC-LOCK-HELD
               MOVE "(LOCK HELD)" TO RC-MEANING
           WHEN RC-BAD-OPERATOR
               MOVE "(BAD OPERATOR)" TO RC-MEANING
           WHEN RC-NONCOMPLIANT
               MOVE "(NON-COMPLIANT CODE)" TO RC-MEANING
           WHEN RC-INTAKE-REFUSED
               MOVE "(INTAKE REFUSED)" TO RC-MEANING
           WHEN RC-NOT-AUTHORIZED
               MOVE "(NOT AUTHORIZED)" TO RC-MEANING
           WHEN OTHER
               MOVE "(UNKNOWN CODE)" TO RC-MEANING
           END-EVALUATE.
