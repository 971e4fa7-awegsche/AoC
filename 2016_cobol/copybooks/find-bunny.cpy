       01 POS-Y          PIC S9(4) COMP.
       01 INPUT-FILENAME PIC X(64).

       COPY "depot-start.cpy".

       PROCEDURE DIVISION USING MOVEMENTS MOV-CNT POS-X POS-Y
              INPUT-FILENAME DEPOT-START.

      *     a batch driver may CALL this more than once per run, so the
      *     visited-square store and distance counter (which otherwise
      *     persist across CALLs the same way any other WORKING-STORAGE
      *     item does) have to be put back to their starting state here
      *     the walk starts on the depot's square with its heading,
      *     so the position and every trace record are absolute
           MOVE RC-SUCCESS TO RETURN-CODE.
           MOVE DS-FACING TO FACING.
           MOVE DS-ORIGIN-X TO POS-X.
           MOVE DS-ORIGIN-Y TO POS-Y.
           MOVE 0 TO TOTAL-DIST.
           MOVE 'N' TO STORE-FULL-FLAG.
           PERFORM RESET-VISITS.
       RANGE-OVERFLOW.
           CLOSE TRACE-FILE.
           DISPLAY "ERROR: route walks beyond coordinate +/-9999. "
                   "FIND-BUNNY cannot track a path this far out "
                   "on the grid."
           MOVE RC-CAPACITY-EXCEEDED TO RETURN-CODE.
           GOBACK.

