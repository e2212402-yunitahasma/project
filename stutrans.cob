           select audit-file assign to "data/T2202-AUDIT.DAT"
               organization is line sequential
               file status is ws-aud-status.
           select komentar-file assign to "data/KOMENTAR.DAT"
               organization is indexed
               access mode is dynamic
               record key is km-key
               file status is ws-km-status.
           select transcript assign to "data/TRANSCRIPT.DAT"
               organization is line sequential
               file status is ws-out-status.
           copy STUMAST.
       fd audit-file.
           copy T2AUDIT.
       fd komentar-file.
           copy KOMEN.
       fd transcript.
       01 transcript-record pic x(100).
       sd sort-file.
           05 srt-in3 pic 99999v99.
           05 srt-ohasil pic 99999v99.
           05 srt-unit pic xx.
           05 srt-koreksi pic x.
       working-storage section.
       77  ws-sm-status pic xx.
       77  ws-aud-status pic xx.
       77  ws-out-status pic xx.
       77  ws-km-status pic xx.
       77  ws-komentar-ada pic x value 'N'.
       77  ws-km-count pic 9(3).
       77  ws-run-date pic x(8).
       77  ws-prev-npm pic x(8).
       77  ws-mhs-count pic 9(5) value 0.
       77  ws-in3-ed pic zzzz9.99.
       77  ws-hasil-ed pic zzzz9.99.
       77  ws-ada-mhs pic x value 'N'.
       77  ws-kor-hasil pic x.
       01  eof-flag pic x value 'N'.
           88 ada-lagi value 'N'.
           88 habis value 'Y'.
               display 'FILE data/STUMAST.DAT TIDAK DITEMUKAN'
               go to selesai
           end-if.
           open input komentar-file.
           if ws-km-status = "00"
               move 'Y' to ws-komentar-ada
           end-if.
           sort sort-file
               on ascending key srt-npm, srt-timestamp
               input procedure is baca-audit
               output procedure is tulis-transkrip.
           close student-master.
           if ws-komentar-ada = 'Y'
               close komentar-file
           end-if.
           display 'TRANSKRIP SELESAI, LIHAT data/TRANSCRIPT.DAT'.

       selesai.
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
                              and aud-mode not = 'P'
                              and aud-mode not = 'W'
                              and aud-mode not = 'U'
                       move aud-npm to srt-npm
                       move aud-timestamp to srt-timestamp
                       if aud-ganti
                           move aud-kor-ref to srt-timestamp
                       end-if
                       move aud-koreksi to srt-koreksi
                       move aud-shape to srt-shape
                       move aud-in1 to srt-in1
                       move aud-in2 to srt-in2
               ' ' delimited by size
               srt-unit delimited by size
               into transcript-record.
           if srt-koreksi = 'G'
               move 'KOREKSI' to transcript-record(60:7)
           end-if.
           write transcript-record.

       tulis-total-mhs.
               ws-mhs-count delimited by size
               into transcript-record.
           write transcript-record.
           if ws-komentar-ada = 'Y'
               perform tulis-komentar-mhs
           end-if.

      *> The comment key leads with the NPM, so a START there reads
      *> just this student's comments, week by week.
       tulis-komentar-mhs.
           move 0 to ws-km-count.
           move ws-prev-npm to km-npm.
           move spaces to km-minggu.
           move 0 to km-no.
           start komentar-file key not < km-key
               invalid key move 'Y' to eof-flag
           end-start.
           if ws-km-status = "00"
               move 'N' to eof-flag
           else
               move 'Y' to eof-flag
           end-if.
           perform until habis
               read komentar-file next
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   if km-npm not = ws-prev-npm
                       move 'Y' to eof-flag
                   else
                       perform tulis-satu-komentar
                   end-if
               end-if
           end-perform.

       tulis-satu-komentar.
           if ws-km-count = 0
               move 'KOMENTAR INSTRUKTUR :' to transcript-record
               write transcript-record
           end-if.
           add 1 to ws-km-count.
           move spaces to transcript-record.
           string 'MGGU ' delimited by size
               km-minggu delimited by size
               ' ' delimited by size
               km-tgl delimited by size
               ' ' delimited by size
               km-penulis delimited by size
               ' ' delimited by size
               km-teks delimited by size
               into transcript-record.
           write transcript-record.
