      *-----------------------------------------------------------------
      *    vault access - the block a code-vault program hands to ------
      *    CHECK-VAULT-ACCESS. VA-ACTION 'L' loads the authorization ---
      *    file once at the top of the run, 'C' checks one request -----
      *    and 'W' writes it to the vault access log. for a check the --
      *    caller fills VA-REQUESTER, VA-RIGHT (READ, PURGE or ---------
      *    EXPORT) and, for READ, the VA-BATCH-ID and VA-LAYOUT it -----
      *    wants - either left blank means "any", so a request that ----
      *    names no batch passes when the requester may read at least --
      *    one, and the records it turns up are then checked one by ----
      *    one. VA-VERDICT comes back 'A' allowed or 'R' refused, or ---
      *    'F' when the authorization file or the access log could -----
      *    not be used at all (every request is refused then); the -----
      *    caller sets 'X' itself for a request it could not even ------
      *    read. VA-REASON carries a refusal as report text. for a -----
      *    log entry the caller also fills VA-REQUEST-TYPE (the verb) --
      *    and VA-KEY (what was asked for) -----------------------------
      *-----------------------------------------------------------------
       01 VAULT-ACCESS.
         05 VA-ACTION          PIC X.
         05 VA-PROGRAM         PIC X(12).
         05 VA-REQUESTER       PIC X(8).
         05 VA-RIGHT           PIC X(8).
         05 VA-REQUEST-TYPE    PIC X(8).
         05 VA-BATCH-ID        PIC X(32).
         05 VA-LAYOUT          PIC X(16).
         05 VA-KEY             PIC X(48).
         05 VA-VERDICT         PIC X.
           88 VA-ALLOWED           VALUE 'A'.
           88 VA-REFUSED           VALUE 'R'.
           88 VA-AUTH-MISSING      VALUE 'F'.
           88 VA-INVALID           VALUE 'X'.
         05 VA-REASON          PIC X(64).
