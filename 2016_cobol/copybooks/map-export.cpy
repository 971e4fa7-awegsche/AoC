      *-----------------------------------------------------------------
      *    map export record - the one record layout of the dispatch ---
      *    mapping interchange file MAPEXOUT.TXT that MAP-EXPORT -------
      *    writes. every field sits in fixed columns, one blank apart, -
      *    and the first three characters say which record it is: ------
      *        HDR  one per file - system tag ROUTEMAP and the date ----
      *             and time the file was generated --------------------
      *        LEG  one per straight leg of a walked route - route-id, -
      *             route date, leg sequence within the route, start ---
      *             and end square, the heading the leg travels (E, ----
      *             N, W or S) and its length in blocks ----------------
      *        BUN  at most one per route - the first square the -------
      *             route walks onto a second time, as FIND-BUNNY ------
      *             finds it; a route that never crosses itself has ----
      *             none -----------------------------------------------
      *        TRL  one per file - routes, LEG and BUN records ---------
      *             written, and the coordinate hash total: every X ----
      *             and Y on every LEG and BUN record, signs dropped, --
      *             summed, low nine digits ----------------------------
      *    coordinates are absolute squares on the common grid, a ------
      *    sign and four digits the same way DEPOTMST.DAT keeps them ---
      *-----------------------------------------------------------------
       01 MAP-EXPORT-RECORD.
         05 MX-REC-TYPE        PIC X(3).
           88 MX-HEADER            VALUE 'HDR'.
           88 MX-LEG               VALUE 'LEG'.
           88 MX-MARKER            VALUE 'BUN'.
           88 MX-TRAILER           VALUE 'TRL'.
         05 FILLER             PIC X.
         05 MX-REC-BODY        PIC X(76).
         05 MX-HDR-BODY REDEFINES MX-REC-BODY.
           10 MX-HDR-SYSTEM    PIC X(8).
           10 FILLER           PIC X.
           10 MX-HDR-GEN-DATE  PIC X(8).
           10 FILLER           PIC X.
           10 MX-HDR-GEN-TIME  PIC X(8).
           10 FILLER           PIC X(50).
         05 MX-LEG-BODY REDEFINES MX-REC-BODY.
           10 MX-LEG-ROUTE-ID  PIC X(16).
           10 FILLER           PIC X.
           10 MX-LEG-ROUTE-DATE PIC X(8).
           10 FILLER           PIC X.
           10 MX-LEG-SEQ       PIC 9(4).
           10 FILLER           PIC X.
           10 MX-LEG-START-X   PIC S9(4) SIGN LEADING SEPARATE.
           10 FILLER           PIC X.
           10 MX-LEG-START-Y   PIC S9(4) SIGN LEADING SEPARATE.
           10 FILLER           PIC X.
           10 MX-LEG-END-X     PIC S9(4) SIGN LEADING SEPARATE.
           10 FILLER           PIC X.
           10 MX-LEG-END-Y     PIC S9(4) SIGN LEADING SEPARATE.
           10 FILLER           PIC X.
           10 MX-LEG-HEADING   PIC X.
           10 FILLER           PIC X.
           10 MX-LEG-LENGTH    PIC 9(5).
           10 FILLER           PIC X(14).
         05 MX-BUN-BODY REDEFINES MX-REC-BODY.
           10 MX-BUN-ROUTE-ID  PIC X(16).
           10 FILLER           PIC X.
           10 MX-BUN-ROUTE-DATE PIC X(8).
           10 FILLER           PIC X.
           10 MX-BUN-X         PIC S9(4) SIGN LEADING SEPARATE.
           10 FILLER           PIC X.
           10 MX-BUN-Y         PIC S9(4) SIGN LEADING SEPARATE.
           10 FILLER           PIC X(39).
         05 MX-TRL-BODY REDEFINES MX-REC-BODY.
           10 MX-TRL-ROUTE-COUNT  PIC 9(6).
           10 FILLER              PIC X.
           10 MX-TRL-LEG-COUNT    PIC 9(8).
           10 FILLER              PIC X.
           10 MX-TRL-MARKER-COUNT PIC 9(6).
           10 FILLER              PIC X.
           10 MX-TRL-HASH-TOTAL   PIC 9(9).
           10 FILLER              PIC X(44).
