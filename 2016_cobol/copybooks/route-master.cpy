      *    different keys; ROUTE-EXTRACT writes any stored route back --
      *    out as a movement file DAY01 or the batch driver can rerun. -
      *    every program that touches the master copies this layout ----
      *    under its FD so the file is described in exactly one place. -
      *    RM-DEPOT is the depot the route starts from (spaces for a ---
      *    route filed from a header that named none - it starts from --
      *    the default depot) ------------------------------------------
      *-----------------------------------------------------------------
       01 ROUTE-MST-RECORD.
         05 ROUTE-MST-KEY.
           10 RM-ROUTE-ID    PIC X(16).
           10 RM-ROUTE-DATE  PIC X(8).
         05 RM-OPERATOR      PIC X(8).
         05 RM-DEPOT         PIC X(8).
         05 RM-LOADED-DATE   PIC X(8).
         05 RM-MOV-CNT       PIC 9(4).
         05 RM-MOVEMENTS.
