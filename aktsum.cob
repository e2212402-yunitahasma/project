      *> Nightly activity summary: reads the whole audit trail and
      *> activity file once and writes data/ACT-SUMMARY.DAT (layout
      *> AKTSUM), one line per NPM, lab week, source and program or
      *> shape family with graded, practice, late and out-of-section
      *> counts (exam and what-if records counted apart), so WEEKRPT,
      *> SEMRPT, PACKET, KIOSK and LABATTN stop rescanning the raw
      *> trails on every run. The first line records the size and
      *> last-change stamp of both trails taken before the scan
      *> starts; AKTCEK compares them with the trails as they are
      *> when a report runs, so anything written during or after the
      *> build makes the summary stale and the report falls back to
      *> the raw scan. Built into a .TMP file and moved into place,
      *> so a report never reads a half-written summary.
      *> Audit records voided by an approved AUDKOR correction, and
      *> the reversing records themselves, are not counted; a
      *> reassigned record counts under its new NPM and week.
      *> Runs as DAYEND's last step, after the control record.
      *> USAGE: bin/aktsum  (LABBATCH job RINGK)
       identification division.
       program-id. AKTSUM.
       environment division.
       input-output section.
       file-control.
           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
           select activity-log assign to "data/ACTIVITY-LOG.DAT"
               organization is line sequential
               file status is ws-act-status.
           select ringkas-file assign to "data/ACT-SUMMARY.TMP"
               organization is line sequential
               file status is ws-rk-status.
           select sort-file assign to "SORTWK".
       data division.
       file section.
       fd audit-file.
           copy T2AUDIT.
       fd activity-log.
           copy ACTLOG.
       fd ringkas-file.
           copy AKTSUM.
       sd sort-file.
       01 sort-record.
           05 srt-npm pic x(8).
           05 srt-minggu pic x(4).
           05 srt-sumber pic x.
           05 srt-keluarga pic x(8).
           05 srt-mode pic x.
           05 srt-late pic x.
           05 srt-elig pic x.
       working-storage section.
       77  ws-aud-status pic xx.
       77  ws-act-status pic xx.
       77  ws-rk-status pic xx.
       77  ws-cmd pic x(60).
       77  ws-run-ts pic x(14).
       77  ws-nama-file pic x(40).
       77  ws-ukuran pic 9(12).
       77  ws-ubah pic 9(14).
       77  ws-aud-ukuran pic 9(12).
       77  ws-aud-ubah pic 9(14).
       77  ws-act-ukuran pic 9(12).
       77  ws-act-ubah pic 9(14).
       77  ws-aud-cnt pic 9(7) value 0.
       77  ws-act-cnt pic 9(7) value 0.
       77  ws-baris-cnt pic 9(7) value 0.
       77  ws-kor-hasil pic x.
       01  ws-info-file.
           05 ws-info-ukuran pic x(8) comp-x.
           05 ws-info-hari pic x comp-x.
           05 ws-info-bulan pic x comp-x.
           05 ws-info-tahun pic x(2) comp-x.
           05 ws-info-jam pic x comp-x.
           05 ws-info-menit pic x comp-x.
           05 ws-info-detik pic x comp-x.
           05 ws-info-centi pic x comp-x.
       01  ws-kunci.
           05 ws-k-npm pic x(8).
           05 ws-k-minggu pic x(4).
           05 ws-k-sumber pic x.
           05 ws-k-keluarga pic x(8).
       01  ws-kunci-srt.
           05 ws-ks-npm pic x(8).
           05 ws-ks-minggu pic x(4).
           05 ws-ks-sumber pic x.
           05 ws-ks-keluarga pic x(8).
       77  ws-grup-buka pic x value 'N'.
       77  ws-c-dinilai pic 9(5).
       77  ws-c-latihan pic 9(5).
       77  ws-c-telat pic 9(5).
       77  ws-c-luar pic 9(5).
       77  ws-c-ujian pic 9(5).
       77  ws-c-simulasi pic 9(5).
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
       01  srt-eof-flag pic x value 'N'.
           88 ada-lagi-srt value 'N'.
           88 habis-srt value 'Y'.
       procedure division.
       mulai.
           accept ws-run-ts(1:8) from date yyyymmdd.
           accept ws-run-ts(9:6) from time.
           move 'data/T2202-AUDIT.DAT' to ws-nama-file.
           perform ambil-info-file.
           move ws-ukuran to ws-aud-ukuran.
           move ws-ubah to ws-aud-ubah.
           move 'data/ACTIVITY-LOG.DAT' to ws-nama-file.
           perform ambil-info-file.
           move ws-ukuran to ws-act-ukuran.
           move ws-ubah to ws-act-ubah.
           open output ringkas-file.
           move spaces to akt-summary-header.
           move '#RINGKAS' to ah-tanda.
           move ws-run-ts to ah-dibangun.
           move ws-aud-ukuran to ah-aud-ukuran.
           move ws-aud-ubah to ah-aud-ubah.
           move ws-act-ukuran to ah-act-ukuran.
           move ws-act-ubah to ah-act-ubah.
           write akt-summary-header.
           sort sort-file
               on ascending key srt-npm, srt-minggu, srt-sumber,
                   srt-keluarga
               input procedure is baca-jejak
               output procedure is tulis-ringkasan.
           close ringkas-file.
           move 'mv data/ACT-SUMMARY.TMP data/ACT-SUMMARY.DAT'
               to ws-cmd.
           call 'SYSTEM' using ws-cmd.
           move 0 to return-code.
           display 'RECORD AUDIT        : ' ws-aud-cnt.
           display 'RECORD AKTIVITAS    : ' ws-act-cnt.
           display 'BARIS RINGKASAN     : ' ws-baris-cnt.
           display 'LIHAT data/ACT-SUMMARY.DAT'.

       selesai.
           stop run.

      *> A trail that does not exist is recorded as size and stamp
      *> zero; AKTCEK applies the same rule.
       ambil-info-file.
           move 0 to ws-ukuran.
           move 0 to ws-ubah.
           call 'CBL_CHECK_FILE_EXIST' using ws-nama-file,
               ws-info-file.
           if return-code = 0
               move ws-info-ukuran to ws-ukuran
               compute ws-ubah = ws-info-tahun * 10000000000
                   + ws-info-bulan * 100000000
                   + ws-info-hari * 1000000
                   + ws-info-jam * 10000
                   + ws-info-menit * 100
                   + ws-info-detik
           end-if.
           move 0 to return-code.

       baca-jejak.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read audit-file
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi and aud-npm(1:3) not = 'CTL'
                           and not aud-batal
                       call 'KORGET' using aud-npm, aud-timestamp,
                           ws-kor-hasil
                       if ws-kor-hasil = 'N'
                           perform lepas-audit
                       end-if
                   end-if
               end-perform
               close audit-file
           end-if.
           open input activity-log.
           if ws-act-status = "00"
               move 'N' to eof-flag
               perform until habis
                   read activity-log
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       add 1 to ws-act-cnt
                       move act-npm to srt-npm
                       move act-lab-week to srt-minggu
                       move 'K' to srt-sumber
                       move act-program to srt-keluarga
                       move space to srt-mode
                       move space to srt-late
                       move space to srt-elig
                       release sort-record
                   end-if
               end-perform
               close activity-log
           end-if.

       lepas-audit.
           add 1 to ws-aud-cnt.
           move aud-npm to srt-npm.
           move aud-lab-week to srt-minggu.
           move 'A' to srt-sumber.
           evaluate aud-shape
               when 'LIN' when 'SEG' when 'PPJ' when 'TRP' when 'SQR'
                   move 'LUAS' to srt-keluarga
               when 'KLN' when 'KSG' when 'KPP' when 'KTR' when 'KPS'
                   move 'KELILING' to srt-keluarga
               when 'VKB' when 'VBL' when 'VTB'
                   move 'VOLUME' to srt-keluarga
               when 'KMP'
                   move 'KOMPOSIT' to srt-keluarga
               when 'PLG'
                   move 'POLIGON' to srt-keluarga
               when other
                   move 'LAIN' to srt-keluarga
           end-evaluate.
           move aud-mode to srt-mode.
           move aud-late to srt-late.
           move aud-elig to srt-elig.
           release sort-record.

       tulis-ringkasan.
           move 'N' to ws-grup-buka.
           move 'N' to srt-eof-flag.
           perform until habis-srt
               return sort-file
                   at end move 'Y' to srt-eof-flag
               end-return
               if ada-lagi-srt
                   move srt-npm to ws-ks-npm
                   move srt-minggu to ws-ks-minggu
                   move srt-sumber to ws-ks-sumber
                   move srt-keluarga to ws-ks-keluarga
                   if ws-grup-buka = 'Y' and ws-kunci-srt not = ws-kunci
                       perform tulis-baris
                   end-if
                   if ws-grup-buka = 'N'
                       perform buka-grup
                   end-if
                   perform hitung-record
               end-if
           end-perform.
           if ws-grup-buka = 'Y'
               perform tulis-baris
           end-if.

       buka-grup.
           move ws-kunci-srt to ws-kunci.
           move 0 to ws-c-dinilai.
           move 0 to ws-c-latihan.
           move 0 to ws-c-telat.
           move 0 to ws-c-luar.
           move 0 to ws-c-ujian.
           move 0 to ws-c-simulasi.
           move 'Y' to ws-grup-buka.

       hitung-record.
           evaluate srt-mode
               when 'P' add 1 to ws-c-latihan
               when 'U' add 1 to ws-c-ujian
               when 'W' add 1 to ws-c-simulasi
               when other
                   add 1 to ws-c-dinilai
                   if srt-late = 'L'
                       add 1 to ws-c-telat
                   end-if
                   if srt-elig = 'N'
                       add 1 to ws-c-luar
                   end-if
           end-evaluate.

       tulis-baris.
           move spaces to akt-summary-record.
           move ws-k-npm to as-npm.
           move ws-k-minggu to as-minggu.
           move ws-k-sumber to as-sumber.
           move ws-k-keluarga to as-keluarga.
           move ws-c-dinilai to as-dinilai.
           move ws-c-latihan to as-latihan.
           move ws-c-telat to as-telat.
           move ws-c-luar to as-luar.
           move ws-c-ujian to as-ujian.
           move ws-c-simulasi to as-simulasi.
           write akt-summary-record.
           add 1 to ws-baris-cnt.
           move 'N' to ws-grup-buka.
