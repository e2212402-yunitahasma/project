       77  ws-ctl-seen pic 9(4) value 0.
       77  ws-salah pic 9(4) value 0.
       77  ws-line-num pic 9(7) value 0.
       77  ws-hit-batal pic 9(5) value 0.
       77  ws-hit-ganti pic 9(5) value 0.
       77  ws-prev-koreksi pic x.
       77  ws-prev-ref pic x(14).
       77  ws-batal-ganda pic x.
      *> Reversing records found by the first pass, each waiting for
      *> the record it voids to turn up ahead of it on the second.
       01  batal-tabel.
           05 bt-item occurs 2000 times indexed by bt-idx.
               10 bt-npm pic x(8).
               10 bt-ref pic x(14).
               10 bt-baris pic 9(7).
               10 bt-asal pic x.
       77  bt-count pic 9(4) value 0.
       77  bt-penuh pic x value 'N'.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
      *> totals, compares them against every CTL record in place, and
      *> reports malformed data lines. Writes OK/BAD plus the run date
      *> to data/AUDIT-VERIFY.FLAG, which GRADEEXT requires before it
      *> will build the grade feed. Correction records are checked
      *> as well: every reversing record must follow the record it
      *> voids, no record may be voided twice, and a replacement must
      *> come straight after its own reversing record - a hand edit
      *> that breaks a correction pair holds the grade feed too.
      *> A BAD result ends with return code 4 so that LABBATCH job
      *> PERIK logs it as GAGAL in JOB-STATUS.DAT.
       periksa-audit.
           open output verify-report.
           move spaces to verify-report-record.
           move 0 to ws-ctl-seen.
           move 0 to ws-salah.
           move 0 to ws-line-num.
           move 0 to ws-hit-batal.
           move 0 to ws-hit-ganti.
           move space to ws-prev-koreksi.
           move spaces to ws-prev-ref.
           perform muat-batal.
           move 0 to ws-line-num.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
                   end-if
               end-perform
               close audit-file
               perform periksa-batal-yatim
           else
               move 'AUDIT FILE TIDAK DITEMUKAN - DIANGGAP KOSONG'
                   to verify-report-record
               ws-salah delimited by size
               into verify-report-record.
           write verify-report-record.
           move spaces to verify-report-record.
           string 'KOREKSI : BATAL ' delimited by size
               ws-hit-batal delimited by size
               '  GANTI ' delimited by size
               ws-hit-ganti delimited by size
               into verify-report-record.
           write verify-report-record.
           if bt-penuh = 'Y'
               move 'PEMBATALAN > 2000 - SISANYA TIDAK DICEK'
                   to verify-report-record
               write verify-report-record
           end-if.
           if ws-salah = 0
               move 'HASIL : BERSIH' to verify-report-record
           else
           write verify-flag-record.
           close verify-flag.
           display 'VERIFIKASI SELESAI, MASALAH=' ws-salah.
           if ws-salah not = 0
               move 4 to return-code
           end-if.

       periksa-ctl.
           add 1 to ws-ctl-seen.

       periksa-data.
           add 1 to ws-rec-count.
           perform periksa-koreksi.
           if aud-ohasil numeric
               add aud-ohasil to ws-hash-total
           else
                   into verify-report-record
               write verify-report-record
           end-if.

      *> First pass: every reversing record, by the NPM and timestamp
      *> of the record it voids. A second reversal of the same record
      *> is reported here.
       muat-batal.
           move 0 to bt-count.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       add 1 to ws-line-num
                       if aud-npm(1:3) not = 'CTL' and aud-batal
                           perform catat-batal
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.

       catat-batal.
           move 'N' to ws-batal-ganda.
           perform varying bt-idx from 1 by 1
                   until bt-idx > bt-count
               if bt-npm(bt-idx) = aud-npm
                       and bt-ref(bt-idx) = aud-kor-ref
                   move 'Y' to ws-batal-ganda
               end-if
           end-perform.
           if ws-batal-ganda = 'Y'
               add 1 to ws-salah
               move spaces to verify-report-record
               string 'BARIS ' delimited by size
                   ws-line-num delimited by size
                   ' RECORD ' delimited by size
                   aud-kor-ref delimited by size
                   ' DIBATALKAN DUA KALI' delimited by size
                   into verify-report-record
               write verify-report-record
           else
               if bt-count < 2000
                   add 1 to bt-count
                   move aud-npm to bt-npm(bt-count)
                   move aud-kor-ref to bt-ref(bt-count)
                   move ws-line-num to bt-baris(bt-count)
                   move 'N' to bt-asal(bt-count)
               else
                   move 'Y' to bt-penuh
               end-if
           end-if.

      *> Second pass, per data line: a record named by a reversing
      *> record further down is marked found; a replacement must sit
      *> straight after the reversing record of the same original.
       periksa-koreksi.
           if aud-batal
               add 1 to ws-hit-batal
           end-if.
           if aud-ganti
               add 1 to ws-hit-ganti
               if ws-prev-koreksi not = 'B'
                       or ws-prev-ref not = aud-kor-ref
                   add 1 to ws-salah
                   move spaces to verify-report-record
                   string 'BARIS ' delimited by size
                       ws-line-num delimited by size
                       ' PENGGANTI TANPA PEMBATALAN, NPM='
                       delimited by size
                       aud-npm delimited by size
                       into verify-report-record
                   write verify-report-record
               end-if
           end-if.
           if not aud-batal
               perform varying bt-idx from 1 by 1
                       until bt-idx > bt-count
                   if bt-npm(bt-idx) = aud-npm
                           and bt-ref(bt-idx) = aud-timestamp
                           and bt-baris(bt-idx) > ws-line-num
                       move 'Y' to bt-asal(bt-idx)
                   end-if
               end-perform
           end-if.
           move aud-koreksi to ws-prev-koreksi.
           move aud-kor-ref to ws-prev-ref.

      *> A reversing record whose original never turned up ahead of
      *> it voids nothing that can be traced.
       periksa-batal-yatim.
           perform varying bt-idx from 1 by 1
                   until bt-idx > bt-count
               if bt-asal(bt-idx) = 'N'
                   add 1 to ws-salah
                   move spaces to verify-report-record
                   string 'BARIS ' delimited by size
                       bt-baris(bt-idx) delimited by size
                       ' PEMBATALAN TANPA RECORD ASAL, NPM='
                       delimited by size
                       bt-npm(bt-idx) delimited by size
                       into verify-report-record
                   write verify-report-record
               end-if
           end-perform.
