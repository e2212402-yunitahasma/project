           select week-report assign to "data/WEEKLY-REPORT.DAT"
               organization is line sequential
               file status is ws-out-status.
           select ringkas-file assign to "data/ACT-SUMMARY.DAT"
               organization is line sequential
               file status is ws-rk-status.
           select sort-file assign to "SORTWK".
       data division.
       file section.
           copy CAMPAUD.
       fd week-report.
       01 week-report-record pic x(60).
       fd ringkas-file.
           copy AKTSUM.
       sd sort-file.
       01 sort-record.
           05 srt-npm pic x(8).
       working-storage section.
       77  ws-aud-status pic xx.
       77  ws-rk-status pic xx.
       77  ws-ringkas pic x.
       77  ws-kor-hasil pic x.
       77  ws-prima-status pic xx.
       77  ws-kuisa-status pic xx.
       77  ws-ia19b-status pic xx.

      *> Distinct students are counted by sorting the week's audit
      *> NPMs and counting key changes, so the report stays truthful
      *> at any enrollment instead of capping at a fixed table. When
      *> the nightly summary is current it already holds the counts
      *> in NPM order and the raw trail is not read at all.
       hitung-audit.
           move 0 to ws-shape-count.
           move 0 to ws-student-count.
           call 'AKTCEK' using ws-ringkas.
           if ws-ringkas = 'Y'
               perform baca-ringkasan
           else
               sort sort-file on ascending key srt-npm
                   input procedure is pilih-minggu
                   output procedure is hitung-distinct
           end-if.

       baca-ringkasan.
           move spaces to ws-prev-npm.
           open input ringkas-file.
           move 'N' to eof-flag.
           perform until habis
               read ringkas-file
                   at end move 'Y' to eof-flag
               end-read
               if ada-lagi
                   if as-minggu = ws-week-code and as-dari-audit
                           and as-dinilai > 0
                       add as-dinilai to ws-shape-count
                       if as-npm not = ws-prev-npm
                           add 1 to ws-student-count
                           move as-npm to ws-prev-npm
                       end-if
                   end-if
               end-if
           end-perform.
           close ringkas-file.

       pilih-minggu.
           open input audit-file.
                       at end move 'Y' to eof-flag
                   end-read
                   if ada-lagi
                       move 'N' to ws-kor-hasil
                       if aud-lab-week = ws-week-code
                               and aud-npm(1:3) not = 'CTL'
                           call 'KORGET' using aud-npm, aud-timestamp,
                               ws-kor-hasil
                       end-if
                       if aud-lab-week = ws-week-code
                               and aud-npm(1:3) not = 'CTL'
                               and not aud-batal
                               and ws-kor-hasil = 'N'
                               and aud-mode not = 'P'
                               and aud-mode not = 'W'
                               and aud-mode not = 'U'
                           add 1 to ws-shape-count
                           move aud-npm to srt-npm
                           release sort-record
