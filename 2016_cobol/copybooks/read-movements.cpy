       01 TOTAL-CHECKSUM     PIC 9(9) COMP VALUE 0.

      * v2 header facilities - a file may open with one
      * "HDR1;<route-id>;<date>;<operator>[;<depot>]" line ahead of the
      * movement stream (see movement-header.cpy); the header is
      * consumed through GET-NEXT-CHAR like every other byte, so the
      * running checksum and the checkpoint byte offsets stay honest
       01 NL-CHAR            PIC X VALUE X"0A".
       01 CR-CHAR            PIC X VALUE X"0D".
       01 HDR-FLD-IDX        PIC S9(4) COMP.
       01 HDR-TAG            PIC X(5).
       01 REPLAY-COUNT       PIC S9(8) COMP.

      * the verdict on the header's operator, from CHECK-OPERATOR
       COPY "operator-check.cpy".

       COPY "return-codes.cpy".

       LINKAGE SECTION.
      *     (a batch driver may CALL this more than once per run, so
      *     every field this paragraph depends on has to be put back
      *     to its starting state here rather than relying on the
      *     WORKING-STORAGE VALUE clause, which only applies once;
      *     the buffer included, so nothing of the last file read
      *     can be taken for part of this one) ----------------------
           MOVE LOW-VALUES TO FILE-BUFFER.
           MOVE 0 TO BYTES-READ.
           MOVE 1 TO FILE-PTR.
           MOVE 1 TO MOV-PTR.
               END-IF
           END-IF.

      *     a headered file has to be signed by an operator who may
      *     drive the route on its route date - anybody else stops the
      *     file here, before a single movement is parsed or
      *     checkpointed; a master that can't be read is a file error,
      *     not a verdict on the operator ------------------------------
           CALL "CHECK-OPERATOR" USING MOVEMENT-HDR OPERATOR-CHECK.
           IF NOT OC-VALID THEN
               DISPLAY "ERROR: " CUR-INPUT-FILENAME " operator "
                       OPERATOR-CODE " rejected - " OC-REASON
               CLOSE INPUT-FILE
               IF OC-MASTER-MISSING THEN
                   MOVE RC-FILE-ERROR TO RETURN-CODE
               ELSE
                   MOVE RC-BAD-OPERATOR TO RETURN-CODE
               END-IF
               EXIT PROGRAM
           END-IF.

      *     open the checkpoint file once for the whole parse, rather
      *     than reopening it for every movement -----------------------
           PERFORM OPEN-CHECKPOINT-FOR-WRITE.
           GOBACK.

      *-----------------------------------------------------------------
      *    check for header - a v2 file opens with one -----------------
      *    "HDR1;<route-id>;<date>;<operator>[;<depot>]" line. a -------
      *    movement list opens with R or L, so only a file opening -----
      *    with H is probed, and its tag is matched as it is read - ----
      *    the first record read need not hold the whole tag (a file ---
      *    read after a shorter one can come back in pieces as short ---
      *    as that one's last record). a recognised header is eaten ----
      *    character by character, through its end-of-line, so the -----
      *    checksum and byte counts include it. a headerless file is ---
      *    left exactly as found, with CUR-CHAR still on its first -----
      *    movement byte -----------------------------------------------
      *-----------------------------------------------------------------
       CHECK-FOR-HEADER.
           MOVE 'N' TO HDR-PRESENT.
           MOVE SPACES TO ROUTE-ID.
           MOVE SPACES TO ROUTE-DATE.
           MOVE SPACES TO OPERATOR-CODE.
           MOVE SPACES TO DEPOT-CODE.

           IF ATEOF = 'Y' THEN
               EXIT PARAGRAPH
           END-IF.
           IF CUR-CHAR NOT = 'H' THEN
               EXIT PARAGRAPH
           END-IF.

      *    CUR-CHAR already holds the 'H'; read the rest of the tag
      *    so the next character is the route-id's first
           MOVE SPACES TO HDR-TAG.
           MOVE CUR-CHAR TO HDR-TAG(1:1).
           PERFORM VARYING HDR-FLD-IDX FROM 2 BY 1
              UNTIL HDR-FLD-IDX > 5 OR ATEOF = 'Y'
               PERFORM GET-NEXT-CHAR
               IF ATEOF NOT = 'Y' THEN
                   MOVE CUR-CHAR TO HDR-TAG(HDR-FLD-IDX:1)
               END-IF
           END-PERFORM.
      *    no tag after all - hand the walk back the file's first
      *    byte, so an H that starts no header is turned away as the
      *    bad direction it is
           IF HDR-TAG NOT = 'HDR1;' THEN
               MOVE HDR-TAG(1:1) TO CUR-CHAR
               EXIT PARAGRAPH
           END-IF.

           MOVE 'Y' TO HDR-PRESENT.

      *    route-id, up to the next semicolon
           MOVE 0 TO HDR-FLD-IDX.
               END-PERFORM
           END-IF.

      *    operator code, up to the next semicolon or the header
      *    line's end
           IF CUR-CHAR = ';' AND ATEOF NOT = 'Y' THEN
               MOVE 0 TO HDR-FLD-IDX
               PERFORM GET-NEXT-CHAR
               PERFORM UNTIL ATEOF = 'Y' OR CUR-CHAR = ';'
                  OR CUR-CHAR = NL-CHAR OR CUR-CHAR = CR-CHAR
                   ADD 1 TO HDR-FLD-IDX
                   IF HDR-FLD-IDX <= 8 THEN
               END-PERFORM
           END-IF.

      *    depot code, when the header carries one, up to the header
      *    line's end
           IF CUR-CHAR = ';' AND ATEOF NOT = 'Y' THEN
               MOVE 0 TO HDR-FLD-IDX
               PERFORM GET-NEXT-CHAR
               PERFORM UNTIL ATEOF = 'Y'
                  OR CUR-CHAR = NL-CHAR OR CUR-CHAR = CR-CHAR
                   ADD 1 TO HDR-FLD-IDX
                   IF HDR-FLD-IDX <= 8 THEN
                       MOVE CUR-CHAR TO DEPOT-CODE(HDR-FLD-IDX:1)
                   END-IF
                   PERFORM GET-NEXT-CHAR
               END-PERFORM
           END-IF.

      *    step over the end of the header line itself (a carriage
      *    return ahead of the line feed included), landing on the
      *    first movement byte

           WRITE CHECKPOINT-RECORD FROM CHKPT-LINE.

      *-----------------------------------------------------------------
      *    check operator ----------------------------------------------
      *-----------------------------------------------------------------
       COPY "check-operator.cpy".

       END PROGRAM READ-MOVEMENTS.
