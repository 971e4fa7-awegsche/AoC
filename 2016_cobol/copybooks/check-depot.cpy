      *-----------------------------------------------------------------
      *    check depot - places the start of a route: the depot named --
      *    on a v2 movement file's HDR1 header is looked up on the -----
      *    depot master DEPOTMST.DAT and its square and heading come ---
      *    back in DEPOT-START (see depot-start.cpy). a headerless -----
      *    file, or a header with no depot field, starts from the ------
      *    default depot at (0,0) heading E without the master being ---
      *    opened, so the archive walks exactly as it always has -------
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. CHECK-DEPOT.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOT-FILE ASSIGN TO "DEPOTMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DM-DEPOT-CODE
              FILE STATUS IS DEPOT-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  DEPOT-FILE.
       COPY "depot-master.cpy".

       WORKING-STORAGE SECTION.

       01 DEPOT-STATUS       PIC XX.

       LINKAGE SECTION.

       COPY "movement-header.cpy".

       COPY "depot-start.cpy".

       PROCEDURE DIVISION USING MOVEMENT-HDR DEPOT-START.

           SET DS-DEFAULT TO TRUE.
           MOVE SPACES TO DS-DEPOT-CODE.
           MOVE 0 TO DS-ORIGIN-X.
           MOVE 0 TO DS-ORIGIN-Y.
           MOVE 0 TO DS-FACING.
           MOVE SPACES TO DS-REASON.

           IF HDR-PRESENT NOT = 'Y' OR DEPOT-CODE = SPACES THEN
               GOBACK
           END-IF.

           MOVE DEPOT-CODE TO DS-DEPOT-CODE.

           OPEN INPUT DEPOT-FILE.
           IF DEPOT-STATUS NOT = '00' THEN
               SET DS-MASTER-MISSING TO TRUE
               MOVE "depot master DEPOTMST.DAT cannot be opened"
                  TO DS-REASON
               GOBACK
           END-IF.

           SET DS-VALID TO TRUE.
           MOVE DEPOT-CODE TO DM-DEPOT-CODE.
           READ DEPOT-FILE
               INVALID KEY
                   SET DS-UNKNOWN TO TRUE
                   MOVE "depot is not on the depot master"
                      TO DS-REASON
           END-READ.
           CLOSE DEPOT-FILE.

           IF DS-UNKNOWN THEN
               GOBACK
           END-IF.

           MOVE DM-ORIGIN-X TO DS-ORIGIN-X.
           MOVE DM-ORIGIN-Y TO DS-ORIGIN-Y.
           EVALUATE TRUE
           WHEN DM-HEADING-NORTH
               MOVE 1 TO DS-FACING
           WHEN DM-HEADING-WEST
               MOVE 2 TO DS-FACING
           WHEN DM-HEADING-SOUTH
               MOVE 3 TO DS-FACING
           WHEN OTHER
               MOVE 0 TO DS-FACING
           END-EVALUATE.

           GOBACK.

       END PROGRAM CHECK-DEPOT.
