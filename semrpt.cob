           select sem-report assign to "data/SEMESTER-REPORT.DAT"
               organization is line sequential
               file status is ws-out-status.
           select ringkas-file assign to "data/ACT-SUMMARY.DAT"
               organization is line sequential
               file status is ws-rk-status.
           select sort-file assign to "SORTWK".
       data division.
       file section.
           copy CAMPAUD.
       fd sem-report.
       01 sem-report-record pic x(80).
       fd ringkas-file.
           copy AKTSUM.
       sd sort-file.
       01 sort-record.
           05 srt-week pic x(4).
           05 srt-npm pic x(8).
           05 srt-jumlah pic 9(5).
       working-storage section.
       77  ws-aud-status pic xx.
       77  ws-rk-status pic xx.
       77  ws-ringkas pic x.
       77  ws-kor-hasil pic x.
       77  ws-prima-status pic xx.
       77  ws-kuisa-status pic xx.
       77  ws-ia19b-status pic xx.
       selesai.
           stop run.

      *> The nightly summary, when current, gives each student's
      *> audit count per week and family in one line, so the sort is
      *> fed those lines instead of every raw record.
       baca-audit.
           call 'AKTCEK' using ws-ringkas.
           if ws-ringkas = 'Y'
               perform baca-ringkasan
           else
               perform baca-audit-mentah
           end-if.

       baca-ringkasan.
           open input ringkas-file.
           move 'N' to eof-flag.
           perform until habis
               read ringkas-file
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi and as-dari-audit
                   move as-minggu to srt-week
                   move as-npm to srt-npm
                   compute srt-jumlah = as-dinilai + as-latihan
                       + as-ujian + as-simulasi
                   release sort-record
               end-if
           end-perform.
           close ringkas-file.

       baca-audit-mentah.
           open input audit-file.
           if ws-aud-status = "00"
               move 'N' to eof-flag
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move 'N' to ws-kor-hasil
                       if aud-npm(1:3) not = 'CTL'
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                       end-if
                       if aud-npm(1:3) not = 'CTL'
                               and not aud-batal
                               and ws-kor-hasil = 'N'
                           move aud-lab-week to srt-week
                           move aud-npm to srt-npm
                           move 1 to srt-jumlah
                           release sort-record
                       end-if
                   end-if
                   if mg-count = 0 or srt-week not = ws-prev-week
                       perform buka-minggu-baru
                   end-if
                   add srt-jumlah to mg-shape(mg-count)
                   if srt-npm not = ws-prev-npm
                       add 1 to mg-mhs(mg-count)
                       move srt-npm to ws-prev-npm
