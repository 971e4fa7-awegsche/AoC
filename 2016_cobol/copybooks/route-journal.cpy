      *-----------------------------------------------------------------
      *    route journal record - one entry of the route-master --------
      *    correction journal ROUTEJNL.TXT. ROUTE-MAINT appends one ----
      *    entry for every correction it applies to a stored route: ----
      *    which run applied it (the audit run-id) and when, the -------
      *    transaction (RJ-ACTION, the movement position it named, -----
      *    RJ-POSITION, and the value it gave), who asked for it and ---
      *    the reason code they gave, and the complete route-master ----
      *    record as it stood before and after (see route-master.cpy - -
      *    both images are that record byte for byte). the first -------
      *    entry for a route-id and date holds the route as it was -----
      *    loaded, so the original can always be put back, and every ---
      *    later entry shows one step of how it got to what is on -----
      *    file today. the journal is append-only ----------------------
      *-----------------------------------------------------------------
       01 ROUTE-JNL-RECORD.
         05 RJ-RUN-ID          PIC X(17).
         05 RJ-APPLIED-DATE    PIC X(8).
         05 RJ-APPLIED-TIME    PIC X(8).
         05 RJ-ROUTE-ID        PIC X(16).
         05 RJ-ROUTE-DATE      PIC X(8).
         05 RJ-ACTION          PIC X(8).
            88 RJ-INSERT             VALUE "INSERT".
            88 RJ-REPLACE            VALUE "REPLACE".
            88 RJ-DELETE             VALUE "DELETE".
            88 RJ-OPERATOR           VALUE "OPERATOR".
         05 RJ-POSITION        PIC 9(4).
         05 RJ-VALUE           PIC X(16).
         05 RJ-REQUESTER       PIC X(8).
         05 RJ-REASON-CODE     PIC X(8).
         05 RJ-BEFORE-IMAGE    PIC X(3124).
         05 RJ-AFTER-IMAGE     PIC X(3124).
