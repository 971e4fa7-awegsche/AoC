      *-----------------------------------------------------------------
      *    operator check - the block a program hands to ---------------
      *    CHECK-OPERATOR together with the movement header it wants ---
      *    signed off. OC-VERDICT comes back 'V' when the header's -----
      *    operator is on OPERMST.DAT, active, and inside its valid ----
      *    dates on the route date; 'U', 'I' or 'D' name which of ------
      *    those it failed, and 'F' means the master itself could not --
      *    be read. OC-REASON carries the same verdict as report text --
      *-----------------------------------------------------------------
       01 OPERATOR-CHECK.
         05 OC-VERDICT         PIC X.
           88 OC-VALID             VALUE 'V'.
           88 OC-UNKNOWN           VALUE 'U'.
           88 OC-INACTIVE          VALUE 'I'.
           88 OC-OUT-OF-DATES      VALUE 'D'.
           88 OC-MASTER-MISSING    VALUE 'F'.
         05 OC-CHECK-DATE      PIC X(8).
         05 OC-REASON          PIC X(48).
