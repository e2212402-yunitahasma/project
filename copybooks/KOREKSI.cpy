      *> Audit correction request (data/AUDIT-KOREKSI.DAT), one line
      *> per request, kept through AUDKOR. The audit trail is never
      *> edited by hand: a request names one audit record by NPM and
      *> AUD-TIMESTAMP and asks to void it (KR-AKSI 'B') or to
      *> reassign it to another NPM and/or lab week ('G'), with the
      *> reason. KR-STATUS AJU while it waits for a senior operator,
      *> SAH once approved, TOLK when refused. On approval AUDKOR
      *> appends the reversing record (and for 'G' the replacement)
      *> to T2202-AUDIT.DAT and its keyed mirror, stamped with
      *> KR-TS-KOREKSI.
       01 KOREKSI-RECORD.
           05 KR-NO           PIC 9(4).
           05 FILLER          PIC X.
           05 KR-STATUS       PIC X(4).
           05 FILLER          PIC X.
           05 KR-NPM          PIC X(8).
           05 FILLER          PIC X.
           05 KR-TIMESTAMP    PIC X(14).
           05 FILLER          PIC X.
           05 KR-AKSI         PIC X.
               88 KR-BATAL    VALUE 'B'.
               88 KR-GANTI    VALUE 'G'.
           05 FILLER          PIC X.
      *> Reassignment only: where the work belongs. Either may equal
      *> the original's, not both.
           05 KR-NPM-BARU     PIC X(8).
           05 FILLER          PIC X.
           05 KR-MINGGU-BARU  PIC X(4).
           05 FILLER          PIC X.
           05 KR-ALASAN       PIC X(30).
           05 FILLER          PIC X.
           05 KR-TGL-AJU      PIC X(8).
           05 FILLER          PIC X.
           05 KR-PEMOHON      PIC X(10).
           05 FILLER          PIC X.
           05 KR-TGL-PUTUS    PIC X(8).
           05 FILLER          PIC X.
           05 KR-PENYETUJU    PIC X(10).
           05 FILLER          PIC X.
           05 KR-TS-KOREKSI   PIC X(14).
