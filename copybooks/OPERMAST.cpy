      *> operator the suite accepts at sign-on; OP-LEVEL 1 marks a
      *> senior operator (reconciliation, batch functions), level 2 a
      *> regular desk operator. Retired operators stay on file with
      *> OP-STATUS 'R'. OPRCERT sets 'N' (nonaktif) on an account
      *> left dormant past the limit or revoked at the term's
      *> recertification; OPERMNT's BUKA KUNCI re-enables it.
       01 OPERATOR-MASTER-RECORD.
           05 OP-ID           PIC X(10).
           05 OP-NAMA         PIC X(30).
           05 OP-STATUS       PIC X.
               88 OP-AKTIF    VALUE 'A'.
               88 OP-PENSIUN  VALUE 'R'.
               88 OP-NONAKTIF VALUE 'N'.
      *> Sign-on credential, verified through OPRPWD at DRIVER
      *> sign-on. Spaces means "never set": the first sign-on forces
      *> a change, as does a password older than the expiry interval
