      *    answers security's "what was the door code for batch X on  -
      *    date Y" questions from the keyed vault DAY02 maintains     -
      *    (CODEVLT.DAT). requests are read from CODEINQ.TXT, one per -
      *    line, each naming who is asking:                           -
      *        FETCH;<requester>;<batch-id>;<yyyymmdd>                -
      *            every layout's code filed for that batch and date  -
      *        LIST;<requester>;<yyyymmdd-from>;<yyyymmdd-to>         -
      *            every code filed in that date range, any batch     -
      *    answers go to CODEINQR.TXT, one row per vault record found -
      *    the requester needs a READ grant in VAULTAUTH.TXT (see     -
      *    check-vault-access.cpy): a request nobody granted is       -
      *    answered with a REFUSED line instead, and a record outside -
      *    the batch-ids and layouts the requester may read is        -
      *    withheld and only counted. every request is written to the -
      *    vault access log VAULTACC.TXT, and any refusal ends the    -
      *    run with RC-NOT-AUTHORIZED                                 -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CODE-INQUIRY.
       01 ANSWER-LINE        PIC X(232).

       01 REQ-VERB           PIC X(8).
       01 REQ-REQUESTER      PIC X(8).
       01 REQ-ARG-1          PIC X(32).
       01 REQ-ARG-2          PIC X(32).
       01 REQ-DATE-FROM      PIC X(8).
       01 RECORDS-FOUND      PIC 9(5).
       01 FOUND-ED           PIC ZZZZ9.
       01 BAD-REQUESTS       PIC 9(5) VALUE 0.
       01 REFUSED-REQUESTS   PIC 9(5) VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.

      * records the requester may not read, held back from the answer
       01 RECORDS-WITHHELD   PIC 9(5).

      * the transmission status spelled out, so security sees at a
      * glance whether a code actually made it to the door
       01 XMIT-WORD          PIC X(8).

       COPY "vault-access.cpy".

       COPY "return-codes.cpy".

       PROCEDURE DIVISION.
               GOBACK
           END-IF.

           MOVE "CODE-INQUIRY" TO VA-PROGRAM.
           MOVE 'L' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.

           MOVE 'N' TO ATEND-REQUESTS.
           PERFORM UNTIL ATEND-REQUESTS = 'Y'
               READ REQUEST-FILE INTO REQUEST-LINE
           IF BAD-REQUESTS > 0 THEN
               MOVE RC-MALFORMED-INPUT TO RETURN-CODE
           END-IF.
           IF REFUSED-REQUESTS > 0 THEN
               MOVE RC-NOT-AUTHORIZED TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "inquiry answers written to CODEINQR.TXT".


      *-----------------------------------------------------------------
      *    answer one request - splits one CODEINQ.TXT line into ------
      *    verb, requester and arguments and dispatches it once the ----
      *    requester is cleared for it; a verb this program doesn't ----
      *    know is reported rather than silently dropped, and logged ---
      *    like every other request ------------------------------------
      *-----------------------------------------------------------------
       ANSWER-ONE-REQUEST.
           MOVE SPACES TO REQ-VERB REQ-REQUESTER REQ-ARG-1 REQ-ARG-2.
           UNSTRING REQUEST-LINE DELIMITED BY ';'
               INTO REQ-VERB REQ-REQUESTER REQ-ARG-1 REQ-ARG-2
           END-UNSTRING.

           MOVE SPACES TO ANSWER-LINE.
           PERFORM WRITE-ANSWER-LINE.

           MOVE 0 TO RECORDS-FOUND.
           MOVE 0 TO RECORDS-WITHHELD.

           MOVE REQ-REQUESTER TO VA-REQUESTER.
           MOVE REQ-VERB TO VA-REQUEST-TYPE.
           MOVE SPACES TO VA-KEY.
           STRING REQ-ARG-1 DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  REQ-ARG-2 DELIMITED BY SPACE
              INTO VA-KEY
           END-STRING.

           EVALUATE REQ-VERB
           WHEN "FETCH"
               MOVE REQ-ARG-1 TO VA-BATCH-ID
               PERFORM CHECK-REQUEST-ACCESS
               IF VA-ALLOWED THEN
                   PERFORM FETCH-BATCH-CODES
               END-IF
           WHEN "LIST"
               MOVE SPACES TO VA-BATCH-ID
               PERFORM CHECK-REQUEST-ACCESS
               IF VA-ALLOWED THEN
                   PERFORM LIST-DATE-RANGE
               END-IF
           WHEN OTHER
               ADD 1 TO BAD-REQUESTS
               MOVE "    ERROR: unknown request verb" TO ANSWER-LINE
               PERFORM WRITE-ANSWER-LINE
               SET VA-INVALID TO TRUE
               MOVE "unknown request verb" TO VA-REASON
               MOVE 'W' TO VA-ACTION
               CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS
           END-EVALUATE.

           MOVE RECORDS-FOUND TO FOUND-ED.
           END-STRING.
           PERFORM WRITE-ANSWER-LINE.

           IF RECORDS-WITHHELD > 0 THEN
               MOVE RECORDS-WITHHELD TO FOUND-ED
               MOVE SPACES TO ANSWER-LINE
               STRING "    RECORDS WITHHELD (NOT AUTHORIZED): " FOUND-ED
                      DELIMITED BY SIZE INTO ANSWER-LINE
               END-STRING
               PERFORM WRITE-ANSWER-LINE
           END-IF.

      *-----------------------------------------------------------------
      *    check request access - the requester needs a READ grant -----
      *    covering the request (any batch for a LIST); the request ----
      *    is logged either way, and a refusal answers with the --------
      *    reason in place of any codes --------------------------------
      *-----------------------------------------------------------------
       CHECK-REQUEST-ACCESS.
           MOVE "READ" TO VA-RIGHT.
           MOVE SPACES TO VA-LAYOUT.
           MOVE 'C' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.

           MOVE 'W' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.

           IF VA-ALLOWED THEN
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO REFUSED-REQUESTS.
           IF VA-AUTH-MISSING THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
           END-IF.
           MOVE SPACES TO ANSWER-LINE.
           STRING "    REFUSED: " VA-REASON
                  DELIMITED BY SIZE INTO ANSWER-LINE
           END-STRING.
           PERFORM WRITE-ANSWER-LINE.

      *-----------------------------------------------------------------
      *    fetch batch codes - positions the vault at the first record -
      *    for the requested batch-id and date and reports every ------
      *    report vault record ------------------------------------- ---
      *-----------------------------------------------------------------
       REPORT-VAULT-RECORD.
      *    the request got past the door on the strength of some grant;
      *    each record still has to be covered by one
           MOVE VAULT-BATCH-ID TO VA-BATCH-ID.
           MOVE VAULT-LAYOUT TO VA-LAYOUT.
           MOVE 'C' TO VA-ACTION.
           CALL "CHECK-VAULT-ACCESS" USING VAULT-ACCESS.
           IF NOT VA-ALLOWED THEN
               ADD 1 TO RECORDS-WITHHELD
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO RECORDS-FOUND.
           EVALUATE VAULT-XMIT-STAT
           WHEN 'S'
       WRITE-ANSWER-LINE.
           WRITE ANSWER-RECORD FROM ANSWER-LINE.

      *-----------------------------------------------------------------
      *    check vault access ------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-vault-access.cpy".

       END PROGRAM CODE-INQUIRY.
