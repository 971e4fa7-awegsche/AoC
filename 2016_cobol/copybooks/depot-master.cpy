      *-----------------------------------------------------------------
      *    depot master record - the one record layout of the keyed ----
      *    depot master DEPOTMST.DAT. one record per depot a route -----
      *    may start from: the depot's square on the common grid -------
      *    (DM-ORIGIN-X/DM-ORIGIN-Y, absolute, +/-9999 like every ------
      *    other coordinate) and the heading a route leaves it on. -----
      *    DM-START-HEADING is E, N, W or S - in MOVE-SANTA's terms ----
      *    FACING 0 (+X), 1 (+Y), 2 (-X) and 3 (-Y); E is the start ----
      *    every route had before depots were kept. DEPOT-MAINT adds ---
      *    and changes depots, and CHECK-DEPOT reads them to place a ---
      *    route's start. every program that touches the master --------
      *    copies this layout under its FD so the file is described ----
      *    in exactly one place ----------------------------------------
      *-----------------------------------------------------------------
       01 DEPOT-MST-RECORD.
         05 DM-DEPOT-CODE    PIC X(8).
         05 DM-NAME          PIC X(30).
         05 DM-ORIGIN-X      PIC S9(4) SIGN LEADING SEPARATE.
         05 DM-ORIGIN-Y      PIC S9(4) SIGN LEADING SEPARATE.
         05 DM-START-HEADING PIC X.
           88 DM-HEADING-EAST    VALUE 'E'.
           88 DM-HEADING-NORTH   VALUE 'N'.
           88 DM-HEADING-WEST    VALUE 'W'.
           88 DM-HEADING-SOUTH   VALUE 'S'.
           88 DM-HEADING-VALID   VALUE 'E' 'N' 'W' 'S'.
         05 DM-MAINT-DATE    PIC X(8).
