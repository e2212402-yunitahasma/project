      *> Shared reversed-record lookup, in the spirit of SUSGET:
      *> answers whether an audit record has been voided by an
      *> approved AUDKOR correction, so GRADEEXT, DUPCHK, STUTRANS,
      *> WEEKRPT and AKTSUM count the trail as corrected without each
      *> rescanning it for reversals. The reversing ('B') records are
      *> loaded once per run: the record they void is the one under
      *> the same NPM whose AUD-TIMESTAMP is in AUD-KOR-REF.
      *> Past 2000 reversals the table is full: a warning goes to the
      *> console once and a record not found in the table is looked
      *> for in the file itself, so nothing voided is ever counted.
      *> Called with the record's NPM and AUD-TIMESTAMP.
      *> Result: 'Y' reversed - leave the record out, 'N' stands.
       identification division.
       program-id. KORGET.
       environment division.
       input-output section.
       file-control.
           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
       data division.
       file section.
       fd audit-file.
           copy T2AUDIT.
       working-storage section.
       77  ws-aud-status pic xx.
       77  ws-dimuat pic x value 'N'.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       01  batal-tabel.
           05 bt-item occurs 2000 times indexed by bt-idx.
               10 bt-npm pic x(8).
               10 bt-timestamp pic x(14).
       77  bt-count pic 9(4) value 0.
       77  bt-penuh pic x value 'N'.
       linkage section.
       01  ls-npm pic x(8).
       01  ls-timestamp pic x(14).
       01  ls-hasil pic x.
       procedure division using ls-npm, ls-timestamp, ls-hasil.
       mulai.
           if ws-dimuat = 'N'
               perform muat-batal
               move 'Y' to ws-dimuat
           end-if
           move 'N' to ls-hasil
           perform varying bt-idx from 1 by 1
                   until bt-idx > bt-count or ls-hasil = 'Y'
               if bt-npm(bt-idx) = ls-npm
                       and bt-timestamp(bt-idx) = ls-timestamp
                   move 'Y' to ls-hasil
               end-if
           end-perform
           if ls-hasil = 'N' and bt-penuh = 'Y'
               perform cari-di-file
           end-if
           goback.

       muat-batal.
           move 0 to bt-count
           open input audit-file
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and aud-npm(1:3) not = 'CTL'
                           and aud-batal
                       if bt-count < 2000
                           add 1 to bt-count
                           move aud-npm to bt-npm(bt-count)
                           move aud-kor-ref to bt-timestamp(bt-count)
                       else
                           move 'Y' to bt-penuh
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if
           if bt-penuh = 'Y'
               display 'PERHATIAN: PEMBATALAN AUDIT > 2000, '
                   'SISANYA DICARI LANGSUNG DI FILE'
           end-if.

       cari-di-file.
           open input audit-file
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis or ls-hasil = 'Y'
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and aud-npm(1:3) not = 'CTL'
                           and aud-batal and aud-npm = ls-npm
                           and aud-kor-ref = ls-timestamp
                       move 'Y' to ls-hasil
                   end-if
               end-perform
               close audit-file
           end-if.
