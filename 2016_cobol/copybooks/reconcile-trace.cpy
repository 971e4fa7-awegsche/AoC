         05 BUNNY-DIST     PIC S9(4) COMP.
       01 INPUT-FILENAME PIC X(64).

       COPY "depot-start.cpy".

       PROCEDURE DIVISION USING REPORT-INFO INPUT-FILENAME
              DEPOT-START.

           MOVE RC-SUCCESS TO RETURN-CODE.

           END-STRING.

           MOVE 0 TO TRACE-RECS.
           MOVE DS-ORIGIN-X TO TRACE-END-X.
           MOVE DS-ORIGIN-Y TO TRACE-END-Y.
           MOVE SPACES TO LAST-TRACE-LINE.
           MOVE "OK" TO RECON-VERDICT.

           END-IF.

      *     a movement file with nothing in it walks nowhere, and has
      *     always archived its row still standing on the depot's
      *     square; an empty trace is only a failure when the run
      *     claims it DID get somewhere --------------------------------
           MOVE 'N' TO NO-WALK-FLAG.
           IF RECON-VERDICT = "OK" AND TRACE-RECS = 0 THEN
               IF BUNNY-X = DS-ORIGIN-X AND BUNNY-Y = DS-ORIGIN-Y
                  AND POS-X = DS-ORIGIN-X
                  AND POS-Y = DS-ORIGIN-Y THEN
                   MOVE 'Y' TO NO-WALK-FLAG
               ELSE
                   MOVE "EMPTY-TRACE" TO RECON-VERDICT
