      *-----------------------------------------------------------------
      *    check vault access - decides whether a requester may have ---
      *    what a code-vault request asks for, and keeps the vault -----
      *    access log. the authorization file VAULTAUTH.TXT lists ------
      *    who may do what, one grant per line:                       -
      *        <requester>;<right>;<batch-id>;<layout>                 -
      *    where the right is READ (read codes back through ----------
      *    CODE-INQUIRY), PURGE (every VAULT-MAINT request and every ---
      *    FILE-RECOVER request on the vault) or EXPORT (CODE-XMIT). ---
      *    a READ grant covers the batch-id and layout it names; '*' ---
      *    or an empty field there means every batch or every ----------
      *    layout, and PURGE and EXPORT grants always cover the whole --
      *    vault. a line starting with '*' is a ------------------------
      *    comment. the file is loaded once per run ('L'); without it --
      *    nobody is authorized for anything. every request, allowed ---
      *    or not, is appended ('W') to the vault access log -----------
      *    VAULTACC.TXT as                                             -
      *        <date> <time> REQ=<requester> PROG= TYPE= OUTCOME= KEY= -
      *    with the requester at a fixed column and REASON= after the --
      *    key when a request was turned away. a run that can't write --
      *    the log must not hand out codes either, so the log is -------
      *    opened once at load time and a log that won't open refuses --
      *    every request the same way a missing authorization file -----
      *    does. the verdict comes back in VAULT-ACCESS (see -----------
      *    vault-access.cpy) -------------------------------------------
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. CHECK-VAULT-ACCESS.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "VAULTAUTH.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUTH-STATUS.
           SELECT ACCESS-FILE ASSIGN TO "VAULTACC.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCESS-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  AUTH-FILE RECORDING MODE F.
       01 AUTH-RECORD        PIC X(80).

       FD  ACCESS-FILE RECORDING MODE F.
       01 ACCESS-RECORD      PIC X(192).

       WORKING-STORAGE SECTION.

       01 AUTH-STATUS        PIC XX.
       01 ACCESS-STATUS      PIC XX.
       01 ATEND-AUTH         PIC X.
       01 AUTH-LINE          PIC X(80).
       01 ACCESS-LINE        PIC X(192).
       01 LINE-PTR           PIC S9(4) COMP.

      * 'Y' once the grants are in the table, 'F' when the
      * authorization file or the access log could not be used -
      * kept between CALLs, so the whole run is judged on one load
       01 AUTH-LOADED        PIC X VALUE 'N'.
       01 LOAD-FAILURE       PIC X(64).

       01 AUTH-MAX           PIC S9(4) COMP VALUE 500.
       01 AUTH-COUNT         PIC S9(4) COMP VALUE 0.
       01 AUTH-SUB           PIC S9(4) COMP.
       01 AUTH-TABLE.
         05 AUTH-ENTRY OCCURS 500 TIMES.
           10 AE-REQUESTER   PIC X(8).
           10 AE-RIGHT       PIC X(8).
           10 AE-BATCH-ID    PIC X(32).
           10 AE-LAYOUT      PIC X(16).

       01 NEW-REQUESTER      PIC X(8).
       01 NEW-RIGHT          PIC X(8).
       01 NEW-BATCH-ID       PIC X(32).
       01 NEW-LAYOUT         PIC X(16).

       01 STAMP-DATE         PIC X(8).
       01 STAMP-TIME         PIC X(8).
       01 OUTCOME-WORD       PIC X(8).

       LINKAGE SECTION.

       COPY "vault-access.cpy".

       PROCEDURE DIVISION USING VAULT-ACCESS.

           EVALUATE VA-ACTION
           WHEN 'L'
               PERFORM LOAD-AUTHORIZATIONS
           WHEN 'C'
               PERFORM CHECK-ONE-REQUEST
           WHEN 'W'
               PERFORM LOG-ONE-REQUEST
           END-EVALUATE.

           GOBACK.

      *-----------------------------------------------------------------
      *    load authorizations - reads VAULTAUTH.TXT into the grant ----
      *    table and makes sure the access log can be written ---------
      *-----------------------------------------------------------------
       LOAD-AUTHORIZATIONS.
           MOVE 0 TO AUTH-COUNT.
           MOVE 'Y' TO AUTH-LOADED.
           MOVE SPACES TO LOAD-FAILURE.

      *     the access log is central and append-only; the very first
      *     run on a fresh system has to create it ---------------------
           OPEN EXTEND ACCESS-FILE.
           IF ACCESS-STATUS = '35' THEN
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           IF ACCESS-STATUS NOT = '00' THEN
               MOVE 'F' TO AUTH-LOADED
               MOVE "vault access log VAULTACC.TXT cannot be written"
                  TO LOAD-FAILURE
               DISPLAY "ERROR: cannot open VAULTACC.TXT (file status "
                       ACCESS-STATUS ") - every request will be refused"
               SET VA-AUTH-MISSING TO TRUE
               MOVE LOAD-FAILURE TO VA-REASON
               EXIT PARAGRAPH
           END-IF.
           CLOSE ACCESS-FILE.

           OPEN INPUT AUTH-FILE.
           IF AUTH-STATUS NOT = '00' THEN
               MOVE 'F' TO AUTH-LOADED
               MOVE "authorization file VAULTAUTH.TXT cannot be read"
                  TO LOAD-FAILURE
               DISPLAY "ERROR: cannot open VAULTAUTH.TXT (file status "
                       AUTH-STATUS ") - every request will be refused"
               SET VA-AUTH-MISSING TO TRUE
               MOVE LOAD-FAILURE TO VA-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-AUTH.
           PERFORM UNTIL ATEND-AUTH = 'Y'
               READ AUTH-FILE INTO AUTH-LINE
                   AT END
                       MOVE 'Y' TO ATEND-AUTH
                   NOT AT END
                       IF AUTH-LINE NOT = SPACES
                          AND AUTH-LINE(1:1) NOT = '*' THEN
                           PERFORM LOAD-ONE-GRANT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE AUTH-FILE.

           SET VA-ALLOWED TO TRUE.
           MOVE SPACES TO VA-REASON.

      *-----------------------------------------------------------------
      *    load one grant - a line that names no requester or no -------
      *    right this system knows grants nothing and is warned about --
      *-----------------------------------------------------------------
       LOAD-ONE-GRANT.
           MOVE SPACES TO NEW-REQUESTER NEW-RIGHT NEW-BATCH-ID
                          NEW-LAYOUT.
           UNSTRING AUTH-LINE DELIMITED BY ';'
               INTO NEW-REQUESTER NEW-RIGHT NEW-BATCH-ID NEW-LAYOUT
           END-UNSTRING.

           IF NEW-REQUESTER = SPACES
              OR (NEW-RIGHT NOT = "READ" AND NEW-RIGHT NOT = "PURGE"
                  AND NEW-RIGHT NOT = "EXPORT") THEN
               DISPLAY "WARNING: unusable VAULTAUTH.TXT line: "
                       AUTH-LINE(1:40)
               EXIT PARAGRAPH
           END-IF.

           IF AUTH-COUNT >= AUTH-MAX THEN
               DISPLAY "WARNING: VAULTAUTH.TXT has more than 500 "
                       "grants - ignored: " AUTH-LINE(1:40)
               EXIT PARAGRAPH
           END-IF.

           IF NEW-BATCH-ID = SPACES THEN
               MOVE "*" TO NEW-BATCH-ID
           END-IF.
           IF NEW-LAYOUT = SPACES THEN
               MOVE "*" TO NEW-LAYOUT
           END-IF.

           ADD 1 TO AUTH-COUNT.
           MOVE NEW-REQUESTER TO AE-REQUESTER(AUTH-COUNT).
           MOVE NEW-RIGHT     TO AE-RIGHT(AUTH-COUNT).
           MOVE NEW-BATCH-ID  TO AE-BATCH-ID(AUTH-COUNT).
           MOVE NEW-LAYOUT    TO AE-LAYOUT(AUTH-COUNT).

      *-----------------------------------------------------------------
      *    check one request - allowed as soon as one grant of the -----
      *    requester's covers it, refused when none does ---------------
      *-----------------------------------------------------------------
       CHECK-ONE-REQUEST.
           MOVE SPACES TO VA-REASON.

           IF AUTH-LOADED NOT = 'Y' THEN
               SET VA-AUTH-MISSING TO TRUE
               IF AUTH-LOADED = 'F' THEN
                   MOVE LOAD-FAILURE TO VA-REASON
               ELSE
                   MOVE "authorization file VAULTAUTH.TXT not loaded"
                      TO VA-REASON
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF VA-REQUESTER = SPACES THEN
               SET VA-REFUSED TO TRUE
               MOVE "no requester id given" TO VA-REASON
               EXIT PARAGRAPH
           END-IF.

           SET VA-REFUSED TO TRUE.
           PERFORM VARYING AUTH-SUB FROM 1 BY 1
              UNTIL AUTH-SUB > AUTH-COUNT OR VA-ALLOWED
               IF AE-REQUESTER(AUTH-SUB) = VA-REQUESTER
                  AND AE-RIGHT(AUTH-SUB) = VA-RIGHT THEN
                   IF VA-RIGHT NOT = "READ" THEN
                       SET VA-ALLOWED TO TRUE
                   ELSE
                       IF (VA-BATCH-ID = SPACES
                           OR AE-BATCH-ID(AUTH-SUB) = "*"
                           OR AE-BATCH-ID(AUTH-SUB) = VA-BATCH-ID)
                          AND (VA-LAYOUT = SPACES
                           OR AE-LAYOUT(AUTH-SUB) = "*"
                           OR AE-LAYOUT(AUTH-SUB) = VA-LAYOUT) THEN
                           SET VA-ALLOWED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF VA-REFUSED THEN
               STRING "requester " DELIMITED BY SIZE
                      VA-REQUESTER DELIMITED BY SPACE
                      " holds no " DELIMITED BY SIZE
                      VA-RIGHT DELIMITED BY SPACE
                      " right for this request" DELIMITED BY SIZE
                  INTO VA-REASON
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *    log one request - one access log line per request; the ------
      *    log was proved writable at load time, so a write that -------
      *    fails now is only warned about ------------------------------
      *-----------------------------------------------------------------
       LOG-ONE-REQUEST.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.

           EVALUATE TRUE
           WHEN VA-ALLOWED
               MOVE "ALLOWED" TO OUTCOME-WORD
           WHEN VA-INVALID
               MOVE "INVALID" TO OUTCOME-WORD
           WHEN OTHER
               MOVE "REFUSED" TO OUTCOME-WORD
           END-EVALUATE.

           MOVE SPACES TO ACCESS-LINE.
           MOVE 1 TO LINE-PTR.
           STRING STAMP-DATE " " STAMP-TIME
                  " REQ=" VA-REQUESTER
                  " PROG=" DELIMITED BY SIZE
                  VA-PROGRAM DELIMITED BY SPACE
                  " TYPE=" DELIMITED BY SIZE
                  VA-REQUEST-TYPE DELIMITED BY SPACE
                  " OUTCOME=" DELIMITED BY SIZE
                  OUTCOME-WORD DELIMITED BY SPACE
                  " KEY=" DELIMITED BY SIZE
                  VA-KEY DELIMITED BY SPACE
              INTO ACCESS-LINE WITH POINTER LINE-PTR
           END-STRING.
           IF NOT VA-ALLOWED THEN
               STRING " REASON=" VA-REASON DELIMITED BY SIZE
                  INTO ACCESS-LINE WITH POINTER LINE-PTR
               END-STRING
           END-IF.

           OPEN EXTEND ACCESS-FILE.
           IF ACCESS-STATUS = '35' THEN
               OPEN OUTPUT ACCESS-FILE
           END-IF.

           IF ACCESS-STATUS = '00' THEN
               WRITE ACCESS-RECORD FROM ACCESS-LINE
               CLOSE ACCESS-FILE
           ELSE
               DISPLAY "WARNING: cannot write VAULTACC.TXT (file "
                       "status " ACCESS-STATUS ") - request by "
                       VA-REQUESTER " not logged"
           END-IF.

       END PROGRAM CHECK-VAULT-ACCESS.
