      *-----------------------------------------------------------------
      *    movement-file intake register ------------------------------
      *    dispatch now and then sends the same movement list twice   -
      *    under two filenames, and now and then a transfer arrives   -
      *    cut short - DAY01-BATCH used to walk whatever BATCHLIST.TXT -
      *    named, so both went straight into BATCHSUM.TXT. every      -
      *    arriving movement file is now registered here first. the   -
      *    arrivals are named in ARRIVALS.TXT, one filename per line; -
      *    each one is read through and filed in the keyed intake     -
      *    register INTAKE.DAT (see intake-record.cpy) under the next -
      *    intake sequence number, with its arrival stamp, byte       -
      *    count, movement count, movement hash total and HDR1        -
      *    route-id and route date. the entry is                      -
      *        ACCEPTED   a readable movement list not seen before    -
      *        DUPLICATE  its hash total and movement count match a   -
      *                   file already accepted - the report names    -
      *                   the earlier file                            -
      *        REJECTED   a file that can't be opened, holds no       -
      *                   movements, or breaks off mid-movement (the  -
      *                   mark of a truncated transfer)               -
      *    a file already accepted under the same name with the same  -
      *    content is left as it is, so registering an arrivals list  -
      *    twice does no harm; the same name with other content is    -
      *    refused - a corrected list has to come under a new name.   -
      *    a refused file may be sent again under its own name and    -
      *    takes a fresh entry. DAY01-BATCH walks accepted files only -
      *    and carries the intake sequence number onto its rows. the  -
      *    register listing goes to INTKRPT.TXT; any refusal ends the -
      *    run with RC-INTAKE-REFUSED                                 -
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTAKE-REG.
       AUTHOR. Andreas Wegscheider.
       SECURITY. NON-CONFIDENTIAL.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRIVALS-FILE ASSIGN TO "ARRIVALS.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARRIVALS-STATUS.
           SELECT ARRIVED-FILE ASSIGN TO DYNAMIC ARRIVED-FILENAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS ARRIVED-STATUS.
           SELECT INTAKE-FILE ASSIGN TO "INTAKE.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-FILENAME
              ALTERNATE RECORD KEY IS IN-HASH-TOTAL WITH DUPLICATES
              FILE STATUS IS INTAKE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTKRPT.TXT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       REPLACE ==BUFSIZE== BY ==1024==
               ==MAX-MOVEMENTS== BY ==512==.

       FILE SECTION.
       FD  ARRIVALS-FILE RECORDING MODE F.
       01 ARRIVALS-RECORD    PIC X(64).

       FD  ARRIVED-FILE RECORDING MODE F.
       01 FILE-BUFFER        PIC X(BUFSIZE).

       FD  INTAKE-FILE.
       COPY "intake-record.cpy".

       FD  REPORT-FILE RECORDING MODE F.
       01 REPORT-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.

       01 ARRIVALS-STATUS    PIC XX.
       01 ARRIVED-STATUS     PIC XX.
       01 INTAKE-STATUS      PIC XX.
       01 REPORT-STATUS      PIC XX.

       01 ATEND-ARRIVALS     PIC X.
       01 ARRIVED-FILENAME   PIC X(64).
       01 REPORT-LINE        PIC X(200).

      * the byte reader - the same fixed-record pull READ-MOVEMENTS
      * uses, so the byte count here is the one it would see
       01 FILE-PTR           PIC S9(4) COMP.
       01 BYTES-READ         PIC 9(4) COMP.
       01 ATEOF              PIC X.
       01 CUR-CHAR           PIC X.
       01 NL-CHAR            PIC X VALUE X"0A".
       01 CR-CHAR            PIC X VALUE X"0D".
       01 TOTAL-BYTES-READ   PIC S9(9) COMP.
       01 TMP-DIGIT          PIC 9.
       01 DIGIT-CNT          PIC S9(4) COMP.

      * the HDR1 line of a v2 file, collected and split apart
       01 HDR-LINE           PIC X(128).
       01 HDR-IDX            PIC S9(4) COMP.
       01 HDR-TAG            PIC X(8).
       01 HDR1-TAG           PIC X(5) VALUE "HDR1;".
       01 HDR-ROUTE-ID       PIC X(16).
       01 HDR-ROUTE-DATE     PIC X(8).

      * the movement list as read, and what became of it
       01 MOVEMENTS.
         02 MOV-DATA OCCURS MAX-MOVEMENTS TIMES.
           05 DIRECTION  PIC X.
           05 DISTANCE   PIC 9(5).
       01 MOV-CNT            PIC S9(4) COMP.
       01 MOV-HASH           PIC 9(9).
       01 PARSE-BAD          PIC X.
       01 PARSE-REASON       PIC X(48).
       01 MOV-CNT-ED         PIC ZZZ9.

      * the register entry being built, and what the register
      * already held under this name or this hash
       01 NAME-ON-FILE       PIC X.
       01 ATEND-HASH         PIC X.
       01 DUP-OF-NAME        PIC X(64).
       01 NEXT-SEQ           PIC 9(8).
       01 STAMP-DATE         PIC X(8).
       01 STAMP-TIME         PIC X(8).
       01 VERDICT-WORD       PIC X(10).

       01 ARRIVALS-READ      PIC S9(8) COMP VALUE 0.
       01 FILES-ACCEPTED     PIC S9(8) COMP VALUE 0.
       01 FILES-DUPLICATE    PIC S9(8) COMP VALUE 0.
       01 FILES-REJECTED     PIC S9(8) COMP VALUE 0.
       01 FILES-ALREADY      PIC S9(8) COMP VALUE 0.
       01 ANY-FILE-TROUBLE   PIC X VALUE 'N'.
       01 SEQ-ED             PIC Z(7)9.
       01 BYTES-ED           PIC Z(8)9.
       01 COUNT-ED           PIC ZZZZZZZ9.

       COPY "return-codes.cpy".

       PROCEDURE DIVISION.

      *    a scheduler may CALL this program rather than invoke it on
      *    its own, so the run-long counters have to be put back to
      *    their starting state here
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE 0 TO ARRIVALS-READ.
           MOVE 0 TO FILES-ACCEPTED.
           MOVE 0 TO FILES-DUPLICATE.
           MOVE 0 TO FILES-REJECTED.
           MOVE 0 TO FILES-ALREADY.
           MOVE 'N' TO ANY-FILE-TROUBLE.

           OPEN INPUT ARRIVALS-FILE.
           IF ARRIVALS-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open ARRIVALS.TXT (file status "
                       ARRIVALS-STATUS ")"
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open INTKRPT.TXT (file status "
                       REPORT-STATUS ")"
               CLOSE ARRIVALS-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

      *    the register keeps every file ever received; a first-ever
      *    run has to create it
           OPEN I-O INTAKE-FILE.
           IF INTAKE-STATUS = '35' THEN
               OPEN OUTPUT INTAKE-FILE
               CLOSE INTAKE-FILE
               OPEN I-O INTAKE-FILE
           END-IF.
           IF INTAKE-STATUS NOT = '00' THEN
               DISPLAY "ERROR: cannot open INTAKE.DAT (file status "
                       INTAKE-STATUS ")"
               CLOSE ARRIVALS-FILE
               CLOSE REPORT-FILE
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "=== MOVEMENT-FILE INTAKE REGISTER ===" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE 'N' TO ATEND-ARRIVALS.
           PERFORM UNTIL ATEND-ARRIVALS = 'Y'
               READ ARRIVALS-FILE INTO ARRIVED-FILENAME
                   AT END
                       MOVE 'Y' TO ATEND-ARRIVALS
                   NOT AT END
                       IF ARRIVED-FILENAME NOT = SPACES THEN
                           PERFORM REGISTER-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ARRIVALS-FILE.
           CLOSE INTAKE-FILE.

           PERFORM REPORT-INTAKE-TOTALS.

           CLOSE REPORT-FILE.

           IF FILES-DUPLICATE > 0 OR FILES-REJECTED > 0 THEN
               MOVE RC-INTAKE-REFUSED TO RETURN-CODE
           END-IF.
           IF ANY-FILE-TROUBLE = 'Y' THEN
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

           DISPLAY "intake register written to INTKRPT.TXT".

           GOBACK.

      *-----------------------------------------------------------------
      *    register one arrival - reads the named file through, ----
      *    decides its verdict against what the register already -------
      *    holds, and files it under the next sequence number ----------
      *-----------------------------------------------------------------
       REGISTER-ONE-ARRIVAL.
           ADD 1 TO ARRIVALS-READ.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.

           PERFORM READ-ARRIVED-FILE.
           MOVE 0 TO MOV-HASH.
           IF PARSE-BAD = 'N' THEN
               CALL "HASH-MOVEMENTS" USING MOVEMENTS MOV-CNT MOV-HASH
           END-IF.

           MOVE 'Y' TO NAME-ON-FILE.
           MOVE ARRIVED-FILENAME TO IN-FILENAME.
           READ INTAKE-FILE KEY IS IN-FILENAME
               INVALID KEY
                   MOVE 'N' TO NAME-ON-FILE
           END-READ.

      *    an accepted entry is never overwritten - the rows DAY01-
      *    BATCH already stamped with its sequence number have to
      *    keep pointing at what was actually received
           IF NAME-ON-FILE = 'Y' AND IN-ACCEPTED THEN
               IF PARSE-BAD = 'N' AND IN-HASH-TOTAL = MOV-HASH
                  AND IN-MOV-COUNT = MOV-CNT THEN
                   ADD 1 TO FILES-ALREADY
                   MOVE "ALREADY" TO VERDICT-WORD
                   PERFORM WRITE-ARRIVAL-ROW
               ELSE
                   ADD 1 TO FILES-REJECTED
                   MOVE "REFUSED" TO VERDICT-WORD
                   MOVE "name already accepted with other content"
                      TO PARSE-REASON
                   PERFORM WRITE-ARRIVAL-ROW
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO DUP-OF-NAME.
           IF PARSE-BAD = 'N' THEN
               PERFORM FIND-EARLIER-DUPLICATE
           END-IF.

           PERFORM TAKE-NEXT-SEQUENCE.
           IF NEXT-SEQ = 0 THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO INTAKE-RECORD.
           MOVE ARRIVED-FILENAME TO IN-FILENAME.
           MOVE NEXT-SEQ TO IN-SEQ.
           MOVE STAMP-DATE TO IN-ARRIVAL-DATE.
           MOVE STAMP-TIME TO IN-ARRIVAL-TIME.
           MOVE TOTAL-BYTES-READ TO IN-BYTE-COUNT.
           MOVE MOV-CNT TO IN-MOV-COUNT.
           MOVE MOV-HASH TO IN-HASH-TOTAL.
           MOVE HDR-ROUTE-ID TO IN-ROUTE-ID.
           MOVE HDR-ROUTE-DATE TO IN-ROUTE-DATE.
           EVALUATE TRUE
           WHEN PARSE-BAD = 'Y'
               SET IN-REJECTED TO TRUE
               MOVE PARSE-REASON TO IN-REASON
               MOVE "REJECTED" TO VERDICT-WORD
           WHEN DUP-OF-NAME NOT = SPACES
               SET IN-DUPLICATE TO TRUE
               MOVE DUP-OF-NAME TO IN-DUP-OF
               MOVE "duplicate of an accepted file" TO IN-REASON
               MOVE "DUPLICATE" TO VERDICT-WORD
           WHEN OTHER
               SET IN-ACCEPTED TO TRUE
               MOVE "ACCEPTED" TO VERDICT-WORD
           END-EVALUATE.

      *    a name refused before is sent again and takes a fresh
      *    entry in place of the refused one
           IF NAME-ON-FILE = 'Y' THEN
               REWRITE INTAKE-RECORD
           ELSE
               WRITE INTAKE-RECORD
           END-IF.
           IF INTAKE-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "FILE=" DELIMITED BY SIZE
                      ARRIVED-FILENAME DELIMITED BY SPACE
                      " STATUS=ERROR (cannot be filed in INTAKE.DAT,"
                      " file status " INTAKE-STATUS ")"
                      DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
           WHEN IN-ACCEPTED
               ADD 1 TO FILES-ACCEPTED
           WHEN IN-DUPLICATE
               ADD 1 TO FILES-DUPLICATE
           WHEN OTHER
               ADD 1 TO FILES-REJECTED
           END-EVALUATE.

           PERFORM WRITE-ARRIVAL-ROW.

      *-----------------------------------------------------------------
      *    find earlier duplicate - every register entry with the ------
      *    same hash total is read through the alternate key; the ------
      *    first accepted one with the same movement count under -------
      *    another name is the file this one repeats -------------------
      *-----------------------------------------------------------------
       FIND-EARLIER-DUPLICATE.
           MOVE MOV-HASH TO IN-HASH-TOTAL.
           START INTAKE-FILE KEY IS EQUAL TO IN-HASH-TOTAL
           END-START.
           IF INTAKE-STATUS NOT = '00' THEN
               EXIT PARAGRAPH
           END-IF.

           MOVE 'N' TO ATEND-HASH.
           PERFORM UNTIL ATEND-HASH = 'Y'
               READ INTAKE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ATEND-HASH
                   NOT AT END
                       IF IN-HASH-TOTAL NOT = MOV-HASH THEN
                           MOVE 'Y' TO ATEND-HASH
                       ELSE
                           IF IN-ACCEPTED AND IN-MOV-COUNT = MOV-CNT
                              AND IN-FILENAME NOT = ARRIVED-FILENAME
                              THEN
                               MOVE IN-FILENAME TO DUP-OF-NAME
                               MOVE 'Y' TO ATEND-HASH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *-----------------------------------------------------------------
      *    take next sequence - bumps the last sequence number in the --
      *    register's control record (created on the first-ever --------
      *    arrival); NEXT-SEQ stays zero when the control record -------
      *    can't be updated, and the arrival is not filed --------------
      *-----------------------------------------------------------------
       TAKE-NEXT-SEQUENCE.
           MOVE 0 TO NEXT-SEQ.
           MOVE LOW-VALUES TO IN-FILENAME.
           READ INTAKE-FILE KEY IS IN-FILENAME
               INVALID KEY
                   MOVE SPACES TO INTAKE-RECORD
                   MOVE LOW-VALUES TO IN-FILENAME
                   MOVE 1 TO IN-SEQ
                   MOVE 0 TO IN-BYTE-COUNT IN-MOV-COUNT IN-HASH-TOTAL
                   WRITE INTAKE-RECORD
               NOT INVALID KEY
                   ADD 1 TO IN-SEQ
                   REWRITE INTAKE-RECORD
           END-READ.

           IF INTAKE-STATUS NOT = '00' THEN
               MOVE 'Y' TO ANY-FILE-TROUBLE
               MOVE SPACES TO REPORT-LINE
               STRING "FILE=" DELIMITED BY SIZE
                      ARRIVED-FILENAME DELIMITED BY SPACE
                      " STATUS=ERROR (no sequence number, file status "
                      INTAKE-STATUS ")" DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.

           MOVE IN-SEQ TO NEXT-SEQ.

      *-----------------------------------------------------------------
      *    read arrived file - reads the file through, byte by byte, ---
      *    into MOVEMENTS, with the movement grammar READ-MOVEMENTS ----
      *    parses (direction, distance digits, an optional comma, ------
      *    blanks or line ends) and the HDR1 route fields. anything ----
      *    that breaks off mid-movement marks the file as bad ----------
      *-----------------------------------------------------------------
       READ-ARRIVED-FILE.
           MOVE 'N' TO PARSE-BAD.
           MOVE SPACES TO PARSE-REASON.
           MOVE SPACES TO HDR-ROUTE-ID HDR-ROUTE-DATE.
           MOVE 0 TO MOV-CNT.
           MOVE 0 TO BYTES-READ.
           MOVE 1 TO FILE-PTR.
           MOVE 0 TO TOTAL-BYTES-READ.
           MOVE 'N' TO ATEOF.

           OPEN INPUT ARRIVED-FILE.
           IF ARRIVED-STATUS NOT = '00' THEN
               MOVE 'Y' TO PARSE-BAD
               MOVE SPACES TO PARSE-REASON
               STRING "cannot be opened (file status " ARRIVED-STATUS
                      ")" DELIMITED BY SIZE INTO PARSE-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM GET-NEXT-CHAR.
           MOVE SPACES TO HDR-LINE.
           MOVE 0 TO HDR-IDX.
           IF ATEOF NOT = 'Y' AND CUR-CHAR = 'H' THEN
               PERFORM CHECK-HEADER-TAG
               IF PARSE-BAD = 'N' THEN
                   PERFORM READ-HEADER-LINE
               END-IF
           END-IF.

           PERFORM SKIP-BLANKS.
           PERFORM UNTIL ATEOF = 'Y' OR PARSE-BAD = 'Y'
               PERFORM READ-ONE-MOVEMENT
           END-PERFORM.

      *    the rest of the file is still counted, so the byte count
      *    is the file's true size even when it was refused early
           PERFORM UNTIL ATEOF = 'Y'
               PERFORM GET-NEXT-CHAR
           END-PERFORM.

           CLOSE ARRIVED-FILE.

           IF PARSE-BAD = 'N' AND MOV-CNT = 0 THEN
               MOVE 'Y' TO PARSE-BAD
               MOVE "holds no movements" TO PARSE-REASON
           END-IF.

      *-----------------------------------------------------------------
      *    check header tag - a movement list opens with R or L, so a --
      *    file opening with H has to be a HDR1 header. the tag is -----
      *    matched as it is read, the same way READ-MOVEMENTS does it: -
      *    the first record read need not hold the whole tag (a file ---
      *    read after a shorter one can come back in pieces as short ---
      *    as that one's last record). anything but HDR1; is a file ----
      *    that does not start with a movement -------------------------
      *-----------------------------------------------------------------
       CHECK-HEADER-TAG.
           PERFORM UNTIL HDR-IDX = 5 OR ATEOF = 'Y'
               ADD 1 TO HDR-IDX
               MOVE CUR-CHAR TO HDR-LINE(HDR-IDX:1)
               IF HDR-LINE(HDR-IDX:1) NOT = HDR1-TAG(HDR-IDX:1) THEN
                   EXIT PERFORM
               END-IF
               PERFORM GET-NEXT-CHAR
           END-PERFORM.
           IF HDR-LINE(1:5) NOT = HDR1-TAG THEN
               MOVE 'Y' TO PARSE-BAD
               COMPUTE MOV-CNT-ED = MOV-CNT + 1
               MOVE SPACES TO PARSE-REASON
               STRING "movement " MOV-CNT-ED
                      " does not start with R or L"
                      DELIMITED BY SIZE INTO PARSE-REASON
               END-STRING
           END-IF.

      *-----------------------------------------------------------------
      *    read header line - collects the rest of the HDR1 line, ------
      *    after the tag CHECK-HEADER-TAG matched, through its end -----
      *    and keeps its route-id and route date -----------------------
      *-----------------------------------------------------------------
       READ-HEADER-LINE.
           PERFORM UNTIL ATEOF = 'Y'
              OR CUR-CHAR = NL-CHAR OR CUR-CHAR = CR-CHAR
               ADD 1 TO HDR-IDX
               IF HDR-IDX <= 128 THEN
                   MOVE CUR-CHAR TO HDR-LINE(HDR-IDX:1)
               END-IF
               PERFORM GET-NEXT-CHAR
           END-PERFORM.

           MOVE SPACES TO HDR-TAG.
           UNSTRING HDR-LINE DELIMITED BY ';'
               INTO HDR-TAG HDR-ROUTE-ID HDR-ROUTE-DATE
           END-UNSTRING.

      *-----------------------------------------------------------------
      *    read one movement - CUR-CHAR is on the movement's first -----
      *    byte; a direction with no distance after it, or a comma -----
      *    with nothing after it, is a list that was cut off -----------
      *-----------------------------------------------------------------
       READ-ONE-MOVEMENT.
           IF CUR-CHAR NOT = 'R' AND CUR-CHAR NOT = 'L' THEN
               MOVE 'Y' TO PARSE-BAD
               COMPUTE MOV-CNT-ED = MOV-CNT + 1
               MOVE SPACES TO PARSE-REASON
               STRING "movement " MOV-CNT-ED
                      " does not start with R or L"
                      DELIMITED BY SIZE INTO PARSE-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

      *    READ-MOVEMENTS gives up as soon as its next slot would be
      *    the last of its table, so it takes two short of the table
      *    size at most - a file it can't take is refused here already
           IF MOV-CNT >= MAX-MOVEMENTS - 2 THEN
               MOVE 'Y' TO PARSE-BAD
               MOVE "more movements than DAY01 can take"
                  TO PARSE-REASON
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO MOV-CNT.
           MOVE CUR-CHAR TO DIRECTION(MOV-CNT).
           MOVE 0 TO DISTANCE(MOV-CNT).
           MOVE 0 TO DIGIT-CNT.
           PERFORM GET-NEXT-CHAR.

           PERFORM UNTIL ATEOF = 'Y' OR CUR-CHAR IS NOT NUMERIC
               ADD 1 TO DIGIT-CNT
               IF DIGIT-CNT <= 5 THEN
                   MOVE CUR-CHAR TO TMP-DIGIT
                   COMPUTE DISTANCE(MOV-CNT) =
                      DISTANCE(MOV-CNT) * 10 + TMP-DIGIT
               END-IF
               PERFORM GET-NEXT-CHAR
           END-PERFORM.

           MOVE MOV-CNT TO MOV-CNT-ED.
           IF DIGIT-CNT = 0 THEN
               MOVE 'Y' TO PARSE-BAD
               MOVE SPACES TO PARSE-REASON
               STRING "movement " MOV-CNT-ED
                      " has no distance - truncated?"
                      DELIMITED BY SIZE INTO PARSE-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           IF DIGIT-CNT > 5 THEN
               MOVE 'Y' TO PARSE-BAD
               MOVE SPACES TO PARSE-REASON
               STRING "movement " MOV-CNT-ED
                      " distance is longer than 5 digits"
                      DELIMITED BY SIZE INTO PARSE-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF ATEOF NOT = 'Y' AND CUR-CHAR = ',' THEN
               PERFORM GET-NEXT-CHAR
               PERFORM SKIP-BLANKS
               IF ATEOF = 'Y' THEN
                   MOVE 'Y' TO PARSE-BAD
                   MOVE SPACES TO PARSE-REASON
                   STRING "list ends on a comma after movement "
                          MOV-CNT-ED " - truncated?"
                          DELIMITED BY SIZE INTO PARSE-REASON
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF.

           IF ATEOF NOT = 'Y' AND CUR-CHAR NOT = ' '
              AND CUR-CHAR NOT = NL-CHAR AND CUR-CHAR NOT = CR-CHAR
              THEN
               MOVE 'Y' TO PARSE-BAD
               MOVE SPACES TO PARSE-REASON
               STRING "movement " MOV-CNT-ED
                      " is followed by a stray character"
                      DELIMITED BY SIZE INTO PARSE-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM SKIP-BLANKS.

      *-----------------------------------------------------------------
      *    skip blanks - steps over blanks and line ends ---------------
      *-----------------------------------------------------------------
       SKIP-BLANKS.
           PERFORM UNTIL ATEOF = 'Y'
              OR (CUR-CHAR NOT = ' ' AND CUR-CHAR NOT = NL-CHAR
                  AND CUR-CHAR NOT = CR-CHAR)
               PERFORM GET-NEXT-CHAR
           END-PERFORM.

      *-----------------------------------------------------------------
      *    get next char - pulls in the next record of the file once ---
      *    the current one is exhausted ------------------------------
      *-----------------------------------------------------------------
       GET-NEXT-CHAR.
           IF FILE-PTR > BYTES-READ THEN
               PERFORM READ-NEXT-CHUNK
           END-IF.
           IF ATEOF NOT = 'Y' THEN
               MOVE FILE-BUFFER(FILE-PTR:1) TO CUR-CHAR
               ADD 1 TO FILE-PTR
               ADD 1 TO TOTAL-BYTES-READ
           END-IF.

      *-----------------------------------------------------------------
      *    read next chunk - pulls one more fixed-length record and ----
      *    finds how much of it is real data ---------------------------
      *-----------------------------------------------------------------
       READ-NEXT-CHUNK.
           MOVE LOW-VALUES TO FILE-BUFFER.
           READ ARRIVED-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ATEOF
               NOT AT END
                   PERFORM VARYING BYTES-READ FROM 1 BY 1
                      UNTIL BYTES-READ > LENGTH OF FILE-BUFFER
                       IF FILE-BUFFER(BYTES-READ:1) = LOW-VALUES
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   SUBTRACT 1 FROM BYTES-READ
                   MOVE 1 TO FILE-PTR
           END-READ.

      *-----------------------------------------------------------------
      *    write arrival row - one line per arrival with its verdict ---
      *-----------------------------------------------------------------
       WRITE-ARRIVAL-ROW.
           MOVE NEXT-SEQ TO SEQ-ED.
           IF VERDICT-WORD = "ALREADY" OR VERDICT-WORD = "REFUSED" THEN
               MOVE IN-SEQ TO SEQ-ED
           END-IF.
           MOVE TOTAL-BYTES-READ TO BYTES-ED.
           MOVE MOV-CNT TO MOV-CNT-ED.

           MOVE SPACES TO REPORT-LINE.
           STRING "FILE=" DELIMITED BY SIZE
                  ARRIVED-FILENAME DELIMITED BY SPACE
                  " SEQ=" SEQ-ED
                  " STATUS=" DELIMITED BY SIZE
                  VERDICT-WORD DELIMITED BY SPACE
                  " BYTES=" BYTES-ED
                  " MOVES=" MOV-CNT-ED
                  " HASH=" MOV-HASH
                  DELIMITED BY SIZE
              INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           IF HDR-ROUTE-ID NOT = SPACES THEN
               MOVE SPACES TO REPORT-LINE
               STRING "    ROUTE=" DELIMITED BY SIZE
                      HDR-ROUTE-ID DELIMITED BY SPACE
                      " RDATE=" DELIMITED BY SIZE
                      HDR-ROUTE-DATE DELIMITED BY SPACE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

           EVALUATE VERDICT-WORD
           WHEN "DUPLICATE"
               MOVE SPACES TO REPORT-LINE
               STRING "    DUPLICATE OF " DELIMITED BY SIZE
                      DUP-OF-NAME DELIMITED BY SPACE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           WHEN "ALREADY"
               MOVE "    already registered with the same content"
                  TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           WHEN "REJECTED"
           WHEN "REFUSED"
               MOVE SPACES TO REPORT-LINE
               STRING "    REASON: " DELIMITED BY SIZE
                      PARSE-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

      *-----------------------------------------------------------------
      *    report intake totals ---------------------------------------
      *-----------------------------------------------------------------
       REPORT-INTAKE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "--- TOTALS ---" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

           MOVE ARRIVALS-READ TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ARRIVALS READ .......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE FILES-ACCEPTED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    FILES ACCEPTED ......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE FILES-DUPLICATE TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    DUPLICATES REFUSED ..: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE FILES-REJECTED TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    FILES REJECTED ......: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

           MOVE FILES-ALREADY TO COUNT-ED.
           MOVE SPACES TO REPORT-LINE.
           STRING "    ALREADY REGISTERED ..: " COUNT-ED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *-----------------------------------------------------------------
      *    write report line ----------------------------------------- -
      *-----------------------------------------------------------------
       WRITE-REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      *-----------------------------------------------------------------
      *    hash movements ----------------------------------------------
      *-----------------------------------------------------------------
       COPY "hash-movements.cpy".

       END PROGRAM INTAKE-REG.
