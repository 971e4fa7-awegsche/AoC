      *-----------------------------------------------------------------
      *    depot start - the block a program hands to CHECK-DEPOT ------
      *    together with the movement header whose depot it wants ------
      *    placed, and then on to MOVE-SANTA, FIND-BUNNY, --------------
      *    RECONCILE-TRACE and CALC-DISTANCE so every walk starts on ---
      *    the depot's square and every distance is measured from it. --
      *    DS-VERDICT comes back 'V' when the header's depot is on -----
      *    DEPOTMST.DAT, 'L' when there is no depot to look up (a ------
      *    headerless file, or a header written before depots were -----
      *    kept) and the default depot at (0,0) heading E stands in, ---
      *    'U' when the depot is not on the master and 'F' when the ----
      *    master itself could not be read. DS-REASON carries the ------
      *    same verdict as report text ---------------------------------
      *-----------------------------------------------------------------
       01 DEPOT-START.
         05 DS-VERDICT         PIC X.
           88 DS-VALID             VALUE 'V' 'L'.
           88 DS-DEFAULT           VALUE 'L'.
           88 DS-UNKNOWN           VALUE 'U'.
           88 DS-MASTER-MISSING    VALUE 'F'.
         05 DS-DEPOT-CODE      PIC X(8).
         05 DS-ORIGIN-X        PIC S9(4) COMP.
         05 DS-ORIGIN-Y        PIC S9(4) COMP.
         05 DS-FACING          PIC S9.
         05 DS-REASON          PIC X(48).
