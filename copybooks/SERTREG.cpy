      *> Completion certificate register (data/CERT-REGISTER.DAT),
      *> one line per certificate issued by SERTIF, never rewritten.
      *> SR-NOMOR is the number printed on the certificate,
      *>   SRT/<term>/<urut>       e.g.  SRT/2026-1/00012
      *> with the running number unique across every term, so a
      *> number identifies one certificate for good. A student gets
      *> one certificate per term; a rerun reprints it under the
      *> same number. KIOSK looks numbers up here to answer whether
      *> a certificate shown to it is genuine and whose it is.
       01 CERT-REGISTER-RECORD.
           05 SR-NOMOR.
               10 SR-AWALAN   PIC X(4).
               10 SR-NO-TERM  PIC X(6).
               10 SR-PEMISAH  PIC X.
               10 SR-URUT     PIC 9(5).
           05 FILLER          PIC X.
           05 SR-TERM         PIC X(6).
           05 FILLER          PIC X.
           05 SR-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 SR-NAMA         PIC X(30).
           05 FILLER          PIC X.
           05 SR-KELAS        PIC X(5).
           05 FILLER          PIC X.
           05 SR-NILAI        PIC X(6).
           05 FILLER          PIC X.
           05 SR-HURUF        PIC X(2).
           05 FILLER          PIC X.
           05 SR-TGL          PIC X(8).
           05 FILLER          PIC X.
           05 SR-OPERATOR     PIC X(10).
