      *-----------------------------------------------------------------
      *    check operator - signs off the operator on a v2 movement ----
      *    file's HDR1 header against the operator master OPERMST.DAT: -
      *    the code has to be on file, active, and inside its valid ----
      *    dates on the header's route date (today's date stands in ----
      *    when the header carries no usable route date). the verdict --
      *    comes back in OPERATOR-CHECK (see operator-check.cpy); a ----
      *    headerless file has no operator to check and always comes ---
      *    back valid ------------------------------------------------
      *-----------------------------------------------------------------
       ID DIVISION.
       PROGRAM-ID. CHECK-OPERATOR.

      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMST.DAT"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OM-OPERATOR-CODE
              FILE STATUS IS OPERATOR-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.

       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY "operator-master.cpy".

       WORKING-STORAGE SECTION.

       01 OPERATOR-STATUS    PIC XX.

       LINKAGE SECTION.

       COPY "movement-header.cpy".

       COPY "operator-check.cpy".

       PROCEDURE DIVISION USING MOVEMENT-HDR OPERATOR-CHECK.

           SET OC-VALID TO TRUE.
           MOVE SPACES TO OC-REASON.

           IF HDR-PRESENT NOT = 'Y' THEN
               GOBACK
           END-IF.

      *    the operator is judged on the day the route is driven, not
      *    the day the file happens to be checked
           IF ROUTE-DATE IS NUMERIC THEN
               MOVE ROUTE-DATE TO OC-CHECK-DATE
           ELSE
               ACCEPT OC-CHECK-DATE FROM DATE YYYYMMDD
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT = '00' THEN
               SET OC-MASTER-MISSING TO TRUE
               MOVE "operator master OPERMST.DAT cannot be opened"
                  TO OC-REASON
               GOBACK
           END-IF.

           MOVE OPERATOR-CODE TO OM-OPERATOR-CODE.
           READ OPERATOR-FILE
               INVALID KEY
                   SET OC-UNKNOWN TO TRUE
                   MOVE "operator is not on the operator master"
                      TO OC-REASON
           END-READ.
           CLOSE OPERATOR-FILE.

           IF NOT OC-VALID THEN
               GOBACK
           END-IF.

           IF NOT OM-ACTIVE THEN
               SET OC-INACTIVE TO TRUE
               MOVE "operator is deactivated" TO OC-REASON
               GOBACK
           END-IF.

           IF (OM-VALID-FROM NOT = SPACES
               AND OC-CHECK-DATE < OM-VALID-FROM)
              OR (OM-VALID-TO NOT = SPACES
               AND OC-CHECK-DATE > OM-VALID-TO) THEN
               SET OC-OUT-OF-DATES TO TRUE
               MOVE "route date is outside the operator's valid dates"
                  TO OC-REASON
           END-IF.

           GOBACK.

       END PROGRAM CHECK-OPERATOR.
