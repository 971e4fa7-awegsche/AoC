      *-----------------------------------------------------------------
      *    operator master record - the one record layout of the -------
      *    keyed operator master OPERMST.DAT. one record per operator --
      *    code that may sign a movement file's HDR1 header; ----------
      *    OPERATOR-MAINT adds, changes and deactivates them, and ------
      *    CHECK-OPERATOR reads them to decide whether a header's ------
      *    operator may drive a route on its route date. OM-STATUS -----
      *    is 'A' (active) or 'I' (deactivated - kept on file so old ---
      *    routes still name somebody real); OM-VALID-FROM and ---------
      *    OM-VALID-TO bound the days the operator may drive, either ---
      *    one left spaces meaning no limit on that side. every --------
      *    program that touches the master copies this layout under ----
      *    its FD so the file is described in exactly one place --------
      *-----------------------------------------------------------------
       01 OPERATOR-MST-RECORD.
         05 OM-OPERATOR-CODE PIC X(8).
         05 OM-NAME          PIC X(30).
         05 OM-DEPOT         PIC X(8).
         05 OM-STATUS        PIC X.
           88 OM-ACTIVE          VALUE 'A'.
           88 OM-INACTIVE        VALUE 'I'.
         05 OM-VALID-FROM    PIC X(8).
         05 OM-VALID-TO      PIC X(8).
         05 OM-MAINT-DATE    PIC X(8).
