      *    dispatch's export system may put one header line ahead of --
      *    the movement stream:                                       -
      *        HDR1;<route-id>;<route-date yyyymmdd>;<operator-code>  -
      *            ;<depot-code>                                      -
      *    (one line - the depot field is optional, and a header ------
      *    without it starts the route from the default depot) -------
      *    READ-MOVEMENTS recognises the HDR1; tag, hands the fields --
      *    back here with HDR-PRESENT = 'Y', and parses the stream ----
      *    after the header exactly as before. a file with no header --
         05 ROUTE-ID         PIC X(16).
         05 ROUTE-DATE       PIC X(8).
         05 OPERATOR-CODE    PIC X(8).
         05 DEPOT-CODE       PIC X(8).
