      *>   bin/gradeext KELAS=2ia18 MINGGU=0004   (either or both)
      *> Out-of-section work (AUD-ELIG 'N') and CTL control records
      *> are excluded, and the extract refuses to run until today's
      *> AUDCTL PERIKSA has verified the audit file clean and today's
      *> AUDVER recomputation found no result it cannot vouch for
      *> (or a senior operator has released what it held). Work done
      *> in another section under an approved make-up (SUSULAN)
      *> counts for the missed week like any other. Audit records
      *> voided by an approved AUDKOR correction are left out, and a
      *> reassigned record counts under its new NPM and week.
      *> A student on cuti or withdrawn carries the master status in
      *> column 37 ('C'/'K') and its date from column 39, so the
      *> grading side sees a status, not missing work; the column is
      *> blank for an active student.
       identification division.
       program-id. GRADEEXT.
       environment division.
           select verify-flag assign to "data/AUDIT-VERIFY.FLAG"
               organization is line sequential
               file status is ws-flg-status.
           select recomp-flag assign to "data/AUDIT-RECOMP.FLAG"
               organization is line sequential
               file status is ws-rcf-status.
           select grade-trans assign to "data/GRADE-TRANS.DAT"
               organization is line sequential
               file status is ws-trn-status.
       01 verify-flag-record.
           05 vf-status pic x(3).
           05 vf-date pic x(8).
       fd recomp-flag.
       01 recomp-flag-record.
           05 rf-status pic x(3).
           05 rf-date pic x(8).
           05 filler pic x.
           05 rf-operator pic x(10).
       fd grade-trans.
      *> One line per transmitted feed; GRADEACK matches the campus
      *> acknowledgment file against these.
       77  ws-aud-status pic xx.
       77  ws-ext-status pic xx.
       77  ws-flg-status pic xx.
       77  ws-rcf-status pic xx.
       77  ws-trn-status pic xx.
       77  ws-act-status pic xx.
       77  ws-run-date pic x(8).
       77  ws-fio-file pic x(30).
       77  ws-fio-op pic x(8).
       77  ws-fio-kritis pic x.
       77  ws-sus-hasil pic x.
       77  ws-kor-hasil pic x.
       77  ws-waktu-kerja pic x(14).
       77  ws-lat-hasil pic x.
           88 lingkungan-latihan value 'Y'.
       77  ws-operator pic x(10).
       77  ws-sec-program pic x(10) value 'GRADEEXT'.
       77  ws-sec-event pic x(12).
       77  ws-sec-detail pic x(20).
       01  sm-eof-flag pic x value 'N'.
           88 ada-lagi-sm value 'N'.
           88 habis-sm value 'Y'.
       mulai.
           accept ws-run-date from date yyyymmdd.
           accept ws-cli-arg from command-line.
      *> Practice work from the training copy never reaches
      *> the grading system.
           call 'LATCEK' using ws-lat-hasil.
           if lingkungan-latihan
               display 'LINGKUNGAN LATIHAN - GRADEEXT TIDAK DIJALANKAN'
               accept ws-operator from environment 'LABOPR'
                   on exception move spaces to ws-operator
               end-accept
               move 'LATIHAN-TLK' to ws-sec-event
               move 'EXTRACT DITAHAN' to ws-sec-detail
               call 'SECLOG' using ws-sec-program, ws-sec-event,
                   ws-operator, ws-sec-detail
               go to selesai
           end-if.
           perform urai-argumen.
           perform periksa-flag-verifikasi.
           open input student-master.
               display 'JALANKAN bin/audctl PERIKSA TERLEBIH DAHULU'
               go to selesai
           end-if.
           perform periksa-flag-hitung-ulang.

      *> ... and until today's AUDVER recomputation is clean ('OK')
      *> or its hold has been released by a senior operator ('LPS').
       periksa-flag-hitung-ulang.
           open input recomp-flag.
           if ws-rcf-status not = "00"
               display 'HASIL AUDIT BELUM DIHITUNG ULANG HARI INI'
               display 'JALANKAN bin/audver TERLEBIH DAHULU'
               go to selesai
           end-if.
           read recomp-flag
               at end move spaces to recomp-flag-record
           end-read.
           close recomp-flag.
           if rf-date not = ws-run-date
               display 'HITUNG ULANG AUDIT SUDAH KADALUARSA'
               display 'JALANKAN bin/audver TERLEBIH DAHULU'
               go to selesai
           end-if.
           if rf-status not = 'OK ' and rf-status not = 'LPS'
               display 'SELISIH HITUNG ULANG - EXTRACT DITAHAN'
               display 'LIHAT data/AUDIT-RECOMP-REPORT.DAT'
               display 'MENUNGGU OPERATOR SENIOR: bin/audver LEPAS'
               go to selesai
           end-if.

       baca-audit.
           open input audit-file.
                       at end move 'Y' to aud-eof-flag
                   end-read
                   if ada-lagi-aud
                       perform waktu-kerja
                       move 'N' to ws-sus-hasil
                       if aud-elig = 'N'
                           call 'SUSGET' using aud-npm, aud-lab-week,
                               ws-waktu-kerja, ws-sus-hasil
                       end-if
                       move 'N' to ws-kor-hasil
                       if aud-npm(1:3) not = 'CTL'
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                       end-if
                       if aud-npm(1:3) not = 'CTL'
                               and not aud-batal
                               and ws-kor-hasil = 'N'
                               and (aud-elig not = 'N'
                               or ws-sus-hasil = 'S')
                               and aud-mode not = 'P'
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                               and (ws-sel-week = spaces
                               or aud-lab-week = ws-sel-week)
                           move aud-npm to srt-npm
                           move aud-in1 to srt-in1
                           move aud-in2 to srt-in2
                           move aud-in3 to srt-in3
                           move ws-waktu-kerja to srt-timestamp
                           release sort-record
                       end-if
                   end-if
           end-if.
           perform baca-aktivitas.

      *> A replacement record from an audit correction is stamped
      *> with the time of the correction; the work itself was done at
      *> the original's time, which it carries in AUD-KOR-REF.
       waktu-kerja.
           if aud-ganti
               move aud-kor-ref to ws-waktu-kerja
           else
               move aud-timestamp to ws-waktu-kerja
           end-if.

      *> The activity file the non-T2202 lab programs write through
      *> AKTLOG joins the same sorted stream, so a student whose week
      *> was series or primes counts exactly like one whose week was
                   ' ' delimited by size
                   ws-last-aktivitas delimited by size
                   into grade-extract-record
               perform tandai-status-mhs
               write grade-extract-record
               add 1 to ws-feed-count
               add ws-shape-count to ws-feed-hash
                   sm-kelas delimited by size
                   ' 00000' delimited by size
                   into grade-extract-record
               perform tandai-status-mhs
               write grade-extract-record
               add 1 to ws-feed-count
           end-if.

       tandai-status-mhs.
           if not sm-aktif
               move sm-status to grade-extract-record(37:1)
               move sm-tgl-status to grade-extract-record(39:8)
           end-if.

      *> Closes the feed with a trailer (record count + hash total of
      *> the activity counts) and journals the transmission so a
      *> short-file claim from the campus side can be proven either
