      *                      maintenance too), and a disabled-id       *
      *                      switch set by 8845 when the matched       *
      *                      DANOOPER record carries OPR-STATUS "D".   *
      *    2026-10-02  DLO   Credential fields: keyed and new          *
      *                      credential, locked/failed switches,       *
      *                      DANOOPPM policy, held record, 8890        *
      *                      digest work.                              *
      *    2026-10-15  DLO   DANOOPER rewrite switches (8880), the     *
      *                      DANOOPLK lock fields, a credential-       *
      *                      changed switch, and WS-LOG-DETAIL for the *
      *                      DANOOPLG detail column.                   *
      *****************************************************************

       01  WS-OPERATOR-STATUS           pic x(02).
           88  WS-OPERATOR-DISABLED               value "Y".
       01  WS-OPR-ACTION                pic x(10).
       01  WS-OPR-RECORD-KEY            pic x(10).
       01  WS-OPERATOR-WORK-STATUS      pic x(02).
       01  WS-OPERATOR-PARM-STATUS      pic x(02).
       01  WS-OPERATOR-CREDENTIAL       pic x(08) value spaces.
       01  WS-NEW-CREDENTIAL            pic x(08) value spaces.
       01  WS-CONFIRM-CREDENTIAL        pic x(08) value spaces.
       01  WS-OPERATOR-LOCKED-SW        pic x(01) value "N".
           88  WS-OPERATOR-LOCKED                 value "Y".
       01  WS-CREDENTIAL-FAILED-SW      pic x(01) value "N".
           88  WS-CREDENTIAL-FAILED               value "Y".
       01  WS-OPERATOR-REWRITE-SW       pic x(01) value "N".
           88  WS-OPERATOR-NEEDS-REWRITE          value "Y".
       01  WS-OPERATOR-COPY-EOF-SW      pic x(01) value "N".
           88  WS-OPERATOR-COPY-EOF               value "Y".
       01  WS-OPERATOR-REWRITTEN-SW     pic x(01) value "N".
           88  WS-OPERATOR-REWRITTEN              value "Y".
       01  WS-HELD-OPERATOR-PLACED-SW   pic x(01) value "N".
           88  WS-HELD-OPERATOR-PLACED            value "Y".
       01  WS-OPERATOR-LOCK-TAKEN-SW    pic x(01) value "N".
           88  WS-OPERATOR-LOCK-TAKEN             value "Y".
       01  WS-OPERATOR-LOCK-STATUS      pic x(02).
       01  WS-OPERATOR-FILE-BUSY-SW     pic x(01) value "N".
           88  WS-OPERATOR-FILE-BUSY              value "Y".
       01  WS-CREDENTIAL-CHANGED-SW     pic x(01) value "N".
           88  WS-CREDENTIAL-CHANGED              value "Y".

      *    free text carried onto OPL-DETAIL by 8850, cleared after
      *    every entry
       01  WS-LOG-DETAIL                pic x(60) value spaces.

      *    DANOOPLK - the stamp this session wrote (8882) so 8884 only
      *    cuts a lock that is still its own, the holder's stamp read
      *    back (8883), and the clock work that judges a lock left
      *    behind: one older than WS-OPR-LOCK-STALE-SECS, or from an
      *    earlier day, belongs to a session that died mid-copy
       01  WS-OPERATOR-LOCK-WORK.
           05  WS-OPR-LOCK-MINE         pic x(33).
           05  WS-OPR-LOCK-HOLDER       pic x(08).
           05  WS-OPR-LOCK-SINCE        pic x(08).
           05  WS-OPR-LOCK-TRIES        pic 9(4) comp.
           05  WS-OPR-LOCK-RECHECKS     pic 9(4) comp value 200.
           05  WS-OPR-LOCK-STALE-SECS   pic 9(5) comp value 60.
           05  WS-OPR-LOCK-AGE          pic s9(7) comp.
           05  WS-OPR-LOCK-DATE-NOW     pic x(08).
       01  WS-OPR-LOCK-CLOCK-THEN.
           05  WS-OPR-LOCK-THEN-HH      pic 9(02).
           05  WS-OPR-LOCK-THEN-MM      pic 9(02).
           05  WS-OPR-LOCK-THEN-SS      pic 9(02).
           05  FILLER                   pic 9(02).
       01  WS-OPR-LOCK-CLOCK-NOW.
           05  WS-OPR-LOCK-NOW-HH       pic 9(02).
           05  WS-OPR-LOCK-NOW-MM       pic 9(02).
           05  WS-OPR-LOCK-NOW-SS       pic 9(02).
           05  FILLER                   pic 9(02).

      *    credential policy - DANOOPPM overrides either figure
       01  WS-CREDENTIAL-POLICY.
           05  WS-OPR-MAX-ATTEMPTS      pic 9(02) value 3.
           05  WS-OPR-EXPIRY-DAYS       pic 9(03) value 90.
           05  WS-OPR-FAILED-COUNT      pic 9(02).
           05  WS-OPR-TODAY             pic 9(08).
           05  WS-OPR-SET-DATE          pic 9(08).
           05  WS-OPR-CREDENTIAL-AGE    pic s9(07) comp.

      *    the matched DANOOPER record, held after the file is closed
      *    so the sign-on can judge and, if need be, rewrite it
       01  WS-HELD-OPERATOR-RECORD.
           05  WS-HOP-OPERATOR-ID       pic x(08).
           05  WS-HOP-AUTHORITY         pic x(01).
           05  WS-HOP-STATUS            pic x(01).
           05  WS-HOP-CREDENTIAL-HASH   pic x(10).
           05  WS-HOP-FAILED-ATTEMPTS   pic x(02).
           05  WS-HOP-CREDENTIAL-DATE   pic x(08).
           05  WS-HOP-CHANGE-REQUIRED   pic x(01).

      *    8890 digest: the id and the credential run through a
      *    multiply-and-fold over a prime modulus; only the digest is
      *    ever written, so the credential cannot be read back off
      *    DANOOPER.  Each character's code is taken through the
      *    two-byte binary view below
       01  WS-CREDENTIAL-DIGEST.
           05  WS-HASH-ID               pic x(08).
           05  WS-HASH-CREDENTIAL       pic x(08).
       01  WS-HASH-SOURCE               redefines WS-CREDENTIAL-DIGEST.
           05  WS-HASH-CHAR             pic x(01) occurs 16 times.
       01  WS-HASH-WORK.
           05  WS-HASH-SUB              pic 9(4) comp.
           05  WS-HASH-ACCUMULATOR      pic 9(18) comp.
           05  WS-HASH-QUOTIENT         pic 9(18) comp.
           05  WS-HASH-MODULUS          pic 9(10) comp
                                        value 4294967291.
           05  WS-HASH-VALUE            pic 9(10).
       01  WS-HASH-CODE-VIEW.
           05  WS-HASH-CODE-PAIR.
               10  FILLER               pic x(01) value low-value.
               10  WS-HASH-CODE-CHAR    pic x(01).
           05  WS-HASH-CODE             redefines WS-HASH-CODE-PAIR
                                        pic 9(4) comp.
