      *====================================================
      * SECURE-FIELD-VARS.CPY
      * Shared WORKING-STORAGE for secure-field.cpy - the
      * one-way password hash on the operator master and the
      * bank account encoding on smbank.dat.
      * A hashed password is "*" followed by nine base-36
      * characters; the clear password is never kept, so a
      * sign-on or a reuse check hashes what was typed (salted
      * with the operator id) and compares hashes.
      * An encoded account number carries a letter in place
      * of every digit, so an account with any digit in it is
      * still clear text. WS-SF-ACCT is the clear account,
      * WS-SF-ACCT-CODED the stored form, WS-SF-ACCT-KEY the
      * salesman number it is keyed on and WS-SF-ACCT-MASK the
      * masked form every screen and report shows.
      *====================================================
       01  WS-SF-CLEAR                 PIC X(10).
       01  WS-SF-SALT                  PIC X(10).
       01  WS-SF-HASH                  PIC X(10).
       01  WS-SF-HASHED                PIC X.
       01  WS-SF-BUF                   PIC X(20).
       01  WS-SF-H1                    PIC 9(9).
       01  WS-SF-H2                    PIC 9(9).
       01  WS-SF-VALUE                 PIC 9(18).
       01  WS-SF-ROUND                 PIC 9(3).
       01  WS-SF-IDX                   PIC 99.
       01  WS-SF-DIGIT                 PIC 99.
       01  WS-SF-ONE-DIGIT             PIC 9.
       01  WS-SF-TALLY                 PIC 99.
       01  WS-SF-SHIFT                 PIC 99.
       01  WS-SF-LAST                  PIC 99.
       01  WS-SF-BASE36                PIC X(36)
           VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-SF-LETTERS               PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-SF-DIGITS                PIC X(10) VALUE "0123456789".
       01  WS-SF-ACCT                  PIC X(12).
       01  WS-SF-ACCT-CODED            PIC X(12).
       01  WS-SF-ACCT-KEY              PIC X(12).
       01  WS-SF-ACCT-MASK             PIC X(12).
       01  WS-SF-ENCODED               PIC X.
       01  WS-SF-ACCT-OK               PIC X.
