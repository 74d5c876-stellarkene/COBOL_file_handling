      * sign-on forces a change once it is older than the
      * expiry window. OM-PW-HIST-1/2/3 are the previous
      * passwords (most recent first) a change may not reuse.
      * All four hold one-way hashes, never the password
      * itself (secure-field.cpy) - a sign-on or a reuse
      * check hashes what was typed and compares hashes.
      * OM-FAIL-COUNT counts consecutive wrong guesses;
      * OM-LOCKED goes "Y" at the lockout limit and only an
      * admin unlock in OPERATOR-MAINTENANCE clears it.
